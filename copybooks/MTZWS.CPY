      *>------------------------------------------------------------------------
      *>  Layout do registro da matriz curricular (arqMatrizCurricular.dat)
      *>  - area de trabalho (WS)
      *>  Uso: 01 ws-matriz.
      *>           copy MTZWS.
      *>------------------------------------------------------------------------
          05 ws-mtz-cod-disc                      pic 9(02).
          05 ws-mtz-nome-disc                     pic X(20).
          05 ws-mtz-tipo                          pic X(01).
          05 ws-mtz-status                        pic X(01).
          05 ws-mtz-qtd-eletivas                  pic 9(02).
