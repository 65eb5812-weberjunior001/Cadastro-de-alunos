      *>------------------------------------------------------------------------
      *>  Layout do registro de atribuicao de disciplina (arqAtribuicoes.dat)
      *>  - area de arquivo (FD). Professor responsavel por uma disciplina
      *>  do mestre num periodo letivo (um professor por disciplina e
      *>  periodo; o mesmo professor pode ter varias disciplinas).
      *>  Chave primaria: fd-atri-periodo + fd-atri-cod-disc
      *>  Chave alternativa (com duplicatas): fd-atri-prof-id
      *>  Uso: fd arqAtribuicoes.
      *>       01 fd-atribuicao.
      *>           copy ATRIFD.
      *>------------------------------------------------------------------------
          05 fd-atri-chave.
             10 fd-atri-periodo                   pic X(06).
             10 fd-atri-cod-disc                  pic 9(02).
          05 fd-atri-prof-id                      pic X(08).
