      *>------------------------------------------------------------------------
      *>  Layout do registro da grade horaria (arqGradeHoraria.dat) - area
      *>  de trabalho (WS)
      *>  Uso: 01 ws-grade.
      *>           copy GRDWS.
      *>------------------------------------------------------------------------
          05 ws-grd-chave.
             10 ws-grd-periodo                    pic X(06).
             10 ws-grd-sala                       pic X(06).
             10 ws-grd-dia-semana                 pic 9(01).
             10 ws-grd-hora-ini                   pic 9(04).
          05 ws-grd-hora-fim                      pic 9(04).
          05 ws-grd-cod-disc                      pic 9(02).
          05 ws-grd-nome-disc                     pic X(20).
          05 ws-grd-status                        pic X(01).
