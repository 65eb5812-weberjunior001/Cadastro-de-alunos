          05 fd-nota2                              pic 9(02)V99.
          05 fd-nota3                              pic 9(02)V99.
          05 fd-nota4                              pic 9(02)V99.
      *>  status: "A" ativo, "I" inativo (exclusao logica), "T" transferido
      *>  para outra escola (dossie exportado)
          05 fd-status                             pic X(01).
