      *>------------------------------------------------------------------------
      *>  Layout do registro de professor (arqProfessores.dat) - area de
      *>  trabalho (WS)
      *>  Uso: 01 ws-professor.
      *>           copy PROFWS.
      *>------------------------------------------------------------------------
          05 ws-prof-id                            pic X(08).
          05 ws-prof-nome                          pic X(25).
          05 ws-prof-status                        pic X(01).
