          05 ws-disc-codigo                        pic 9(02).
          05 ws-disc-nome                          pic X(20).
          05 ws-disc-status                        pic X(01).
      *>  criterio de avaliacao da disciplina: peso de cada nota na media
      *>  ponderada, media minima de aprovacao, media minima para exame
      *>  (a faixa de recuperacao vai dela ate abaixo da media de
      *>  aprovacao) e percentual minimo de presenca (0-100)
          05 ws-disc-criterio.
             10 ws-disc-peso1                      pic 9(02).
             10 ws-disc-peso2                      pic 9(02).
             10 ws-disc-peso3                      pic 9(02).
             10 ws-disc-peso4                      pic 9(02).
             10 ws-disc-media-aprov                pic 9(02)V99.
             10 ws-disc-media-exame                pic 9(02)V99.
             10 ws-disc-freq-min                   pic 9(03).
