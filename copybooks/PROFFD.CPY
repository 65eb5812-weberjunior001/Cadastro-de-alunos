      *>------------------------------------------------------------------------
      *>  Layout do registro de professor (arqProfessores.dat) - area de
      *>  arquivo (FD). O id e o mesmo do operador de perfil "P" em
      *>  arqOperadores, que liga o login ao professor.
      *>  Status: "A" = ativo, "I" = inativo (sem acesso ao lancamento)
      *>  Chave primaria: fd-prof-id
      *>  Uso: fd arqProfessores.
      *>       01 fd-professor.
      *>           copy PROFFD.
      *>------------------------------------------------------------------------
          05 fd-prof-id                            pic X(08).
          05 fd-prof-nome                          pic X(25).
          05 fd-prof-status                        pic X(01).
