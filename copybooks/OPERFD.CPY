      *>  arquivo (FD). Chave primaria: fd-oper-id
      *>  Perfil: "A" = administrador (menu completo)
      *>          "C" = consulta (somente as opcoes de consulta)
      *>          "P" = professor (lancamento de notas, frequencia e exame
      *>                apenas nas disciplinas atribuidas ao professor em
      *>                arqAtribuicoes.dat)
      *>  Uso: fd arqOperadores.
      *>       01 fd-operador.
      *>           copy OPERFD.
