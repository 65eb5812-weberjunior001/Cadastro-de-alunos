      *>------------------------------------------------------------------------
      *>  Layout do registro da grade horaria (arqGradeHoraria.dat) - area
      *>  de arquivo (FD). Um registro por aula semanal de uma disciplina
      *>  num periodo letivo: dia da semana, inicio/fim e sala.
      *>  Dia da semana: 1 = domingo, 2 = segunda ... 7 = sabado.
      *>  Horas no formato HHMM (0800 = 08:00); a aula ocupa de
      *>  fd-grd-hora-ini ate fd-grd-hora-fim, exclusive - aula que comeca
      *>  na hora em que a outra termina nao choca.
      *>  O nome da disciplina e copiado do mestre no cadastro, como em
      *>  arqPrerequisitos. Aula com status "I" foi cancelada e nao ocupa
      *>  sala nem conta para choque de horario.
      *>  Chave primaria: periodo + sala + dia + inicio (ordem do mapa de
      *>  ocupacao de salas; duas aulas nao comecam juntas na mesma sala)
      *>  Chave alternativa: fd-grd-cod-disc, com duplicatas (aulas da
      *>  disciplina, em todos os periodos)
      *>  Uso: fd arqGradeHoraria.
      *>       01 fd-grade.
      *>           copy GRDFD.
      *>------------------------------------------------------------------------
          05 fd-grd-chave.
             10 fd-grd-periodo                    pic X(06).
             10 fd-grd-sala                       pic X(06).
             10 fd-grd-dia-semana                 pic 9(01).
             10 fd-grd-hora-ini                   pic 9(04).
          05 fd-grd-hora-fim                      pic 9(04).
          05 fd-grd-cod-disc                      pic 9(02).
          05 fd-grd-nome-disc                     pic X(20).
          05 fd-grd-status                        pic X(01).
