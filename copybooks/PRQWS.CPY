      *>------------------------------------------------------------------------
      *>  Layout do registro de pre-requisito (arqPrerequisitos.dat) - area
      *>  de trabalho (WS)
      *>  Uso: 01 ws-prerequisito.
      *>           copy PRQWS.
      *>------------------------------------------------------------------------
          05 ws-prq-chave.
             10 ws-prq-cod-disc                   pic 9(02).
             10 ws-prq-cod-prereq                 pic 9(02).
          05 ws-prq-nome-prereq                   pic X(20).
          05 ws-prq-status                        pic X(01).
