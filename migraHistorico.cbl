      *>  arqHistoricoAntigo, copiando campo a campo para o layout
      *>  corrente e preenchendo fd-hist-freq com 100 (presenca integral:
      *>  o layout antigo nao registrava frequencia e ninguem pode virar
      *>  reprovado por falta retroativamente), fd-hist-nota-exame com
      *>  zero (nenhum exame lancado) e fd-hist-situacao pela regra da
      *>  epoca (aprovado com media 6,00)
      *>------------------------------------------------------------------------
       processamento section.

               move 100               to fd-hist-freq
               move 0                 to fd-hist-nota-exame

               if fd-ha-media >= 6,00 then
                   move "A"           to fd-hist-situacao
               else
                   move "R"           to fd-hist-situacao
               end-if

               write fd-historico-novo

               if ws-fs-novo  <> 00
