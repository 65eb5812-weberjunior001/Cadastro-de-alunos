      *>------------------------------------------------------------------------
      *>  Layout do registro de atribuicao de disciplina (arqAtribuicoes.dat)
      *>  - area de trabalho (WS)
      *>  Uso: 01 ws-atribuicao.
      *>           copy ATRIWS.
      *>------------------------------------------------------------------------
          05 ws-atri-chave.
             10 ws-atri-periodo                   pic X(06).
             10 ws-atri-cod-disc                  pic 9(02).
          05 ws-atri-prof-id                      pic X(08).
