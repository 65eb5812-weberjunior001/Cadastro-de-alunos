      *>  nota do exame de recuperacao quando houve exame lancado (a media
      *>  acima ja vem recomposta com ela); zero quando nao houve exame
          05 fd-hist-nota-exame                   pic 9(02)V99.
      *>  situacao final da disciplina apurada no fechamento com o criterio
      *>  de avaliacao da disciplina em vigor: "A" aprovado, "E" aprovado
      *>  em exame, "R" reprovado, "F" reprovado por falta; "V" e o
      *>  aproveitamento de estudos de aluno transferido de outra escola
      *>  (disciplina aprovada la, carregada na importacao do dossie) e
      *>  conta como disciplina concluida
          05 fd-hist-situacao                     pic X(01).
