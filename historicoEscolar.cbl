          05 filler                                 pic X(01) value "%".
          05 filler                                 pic X(03) value "  E".
          05 ws-ld-nota-exame                        pic ZZ,99.
          05 filler                                 pic X(01) value space.
          05 ws-ld-situacao                          pic X(02).

       01 ws-linha-media-periodo.
          05 filler                                 pic X(24) value "  Media do periodo....:".
               move ws-linha-media-geral   to fd-linha-relatorio
               write fd-linha-relatorio

               move space to fd-linha-relatorio
               write fd-linha-relatorio
               move "Situacao: AP aprovado  EX aprovado em exame  RP reprovado  RF reprov. por falta" to fd-linha-relatorio
               write fd-linha-relatorio
               move "          AV aproveitamento de estudos cursados em outra escola" to fd-linha-relatorio
               write fd-linha-relatorio

               add 1 to ws-tot-emitidos
           end-if
           .
           move fd-hist-freq       to ws-ld-freq
           move fd-hist-nota-exame to ws-ld-nota-exame

      *>   situacao final gravada pelo fechamento com o criterio de
      *>   avaliacao da disciplina vigente no periodo, ou aproveitamento de
      *>   estudos de outra escola carregado na importacao do dossie
           if fd-hist-situacao = "A" then
               move "AP" to ws-ld-situacao
           else
           if fd-hist-situacao = "E" then
               move "EX" to ws-ld-situacao
           else
           if fd-hist-situacao = "F" then
               move "RF" to ws-ld-situacao
           else
           if fd-hist-situacao = "V" then
               move "AV" to ws-ld-situacao
           else
               move "RP" to ws-ld-situacao
           end-if
           end-if
           end-if
           end-if

           move ws-linha-disciplina to fd-linha-relatorio
           write fd-linha-relatorio

