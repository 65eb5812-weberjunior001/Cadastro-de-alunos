      *>------------------------------------------------------------------------
      *>  Layout do registro da matriz curricular (arqMatrizCurricular.dat)
      *>  - area de arquivo (FD). Uma linha por disciplina do curso:
      *>  Tipo: "O" = obrigatoria, "E" = eletiva. Disciplina com status "I"
      *>  saiu da matriz e deixa de contar para a integralizacao.
      *>  O nome da disciplina e copiado do mestre no cadastro, como em
      *>  arqPrerequisitos, para os relatorios sairem nomeados.
      *>  Registro de parametros do curso: codigo 00 (nenhuma disciplina usa
      *>  o codigo zero), tipo "P"; so nele fd-mtz-qtd-eletivas e
      *>  significativo - quantas eletivas o aluno precisa concluir.
      *>  Chave primaria: fd-mtz-cod-disc
      *>  Uso: fd arqMatrizCurricular.
      *>       01 fd-matriz.
      *>           copy MTZFD.
      *>------------------------------------------------------------------------
          05 fd-mtz-cod-disc                      pic 9(02).
          05 fd-mtz-nome-disc                     pic X(20).
          05 fd-mtz-tipo                          pic X(01).
          05 fd-mtz-status                        pic X(01).
          05 fd-mtz-qtd-eletivas                  pic 9(02).
