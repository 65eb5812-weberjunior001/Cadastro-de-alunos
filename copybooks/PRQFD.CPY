      *>------------------------------------------------------------------------
      *>  Layout do registro de pre-requisito (arqPrerequisitos.dat) - area
      *>  de arquivo (FD). Uma linha por disciplina/pre-requisito: para se
      *>  matricular em fd-prq-cod-disc o aluno precisa ter sido aprovado
      *>  em fd-prq-cod-prereq (situacao "A" ou "E" em arqHistorico).
      *>  O nome do pre-requisito e copiado do mestre no cadastro, como o
      *>  nome da disciplina em notas/historico, para a recusa sair nomeada.
      *>  Pre-requisito com status "I" deixou de ser exigido.
      *>  Chave primaria: fd-prq-cod-disc + fd-prq-cod-prereq
      *>  Uso: fd arqPrerequisitos.
      *>       01 fd-prerequisito.
      *>           copy PRQFD.
      *>------------------------------------------------------------------------
          05 fd-prq-chave.
             10 fd-prq-cod-disc                   pic 9(02).
             10 fd-prq-cod-prereq                 pic 9(02).
          05 fd-prq-nome-prereq                   pic X(20).
          05 fd-prq-status                        pic X(01).
