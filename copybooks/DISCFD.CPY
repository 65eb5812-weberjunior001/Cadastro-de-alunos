          05 fd-disc-codigo                        pic 9(02).
          05 fd-disc-nome                          pic X(20).
          05 fd-disc-status                        pic X(01).
      *>  criterio de avaliacao da disciplina: peso de cada nota na media
      *>  ponderada, media minima de aprovacao, media minima para exame
      *>  (a faixa de recuperacao vai dela ate abaixo da media de
      *>  aprovacao) e percentual minimo de presenca (0-100)
          05 fd-disc-criterio.
             10 fd-disc-peso1                      pic 9(02).
             10 fd-disc-peso2                      pic 9(02).
             10 fd-disc-peso3                      pic 9(02).
             10 fd-disc-peso4                      pic 9(02).
             10 fd-disc-media-aprov                pic 9(02)V99.
             10 fd-disc-media-exame                pic 9(02)V99.
             10 fd-disc-freq-min                   pic 9(03).
