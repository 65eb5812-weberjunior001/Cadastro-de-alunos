          05 ws-nota2                              pic 9(02)V99.
          05 ws-nota3                              pic 9(02)V99.
          05 ws-nota4                              pic 9(02)V99.
      *>  status: "A" ativo, "I" inativo (exclusao logica), "T" transferido
      *>  para outra escola (dossie exportado)
          05 ws-status                             pic X(01).
