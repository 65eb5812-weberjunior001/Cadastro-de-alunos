       77  ws-comando                                pic X(40).

      *>Grade noturna na ordem de execucao - cada passo depende dos
      *>anteriores, entao uma falha impede os seguintes de rodar.
      *>ws-pas-no-ctl "S" quando o controle lido tem registro do passo -
      *>passo incluido na grade depois da ultima noite nao torna aquela
      *>noite pendente
       01 ws-tab-passos.
          05 ws-passo-ent occurs 5.
             10 ws-pas-nome                         pic X(20).
             10 ws-pas-no-ctl                       pic X(01).
             10 ws-pas-comando                      pic X(40).
             10 ws-pas-status                       pic X(12).
             10 ws-pas-rc                           pic 9(03).
           move "./verificaIntegridade" to ws-pas-comando(3)
           move "boletim"             to ws-pas-nome(4)
           move "./boletim"           to ws-pas-comando(4)
           move "geraAvisos"          to ws-pas-nome(5)
           move "./geraAvisos"        to ws-pas-comando(5)

           perform varying ws-p from 1 by 1 until ws-p > 5
               move "PENDENTE" to ws-pas-status(ws-p)
               move "N"        to ws-pas-no-ctl(ws-p)
               move 0          to ws-pas-rc(ws-p)
               move space      to ws-pas-hora-ini(ws-p)
               move space      to ws-pas-hora-fim(ws-p)
               perform until ws-fs-controle = 10

                   if fd-ctl-passo >= 1
                   and fd-ctl-passo <= 5 then

      *>                a data da grade registrada acompanha o controle,
      *>                seja ela de hoje ou de uma noite anterior
                       move fd-ctl-data to ws-data-noite
                       move "S"         to ws-pas-no-ctl(fd-ctl-passo)

      *>                passo CONCLUIDO (ou concluido com AVISO) nao roda
      *>                de novo; INICIADO ou FALHOU volta a rodar
      *>       do zero; qualquer passo pendente ou falho = retomada da
      *>       grade registrada, mantendo a data dela no controle
               move "S" to ws-grade-completa
               perform varying ws-p from 1 by 1 until ws-p > 5
                   if ws-pas-status(ws-p)  <> "CONCLUIDO"
                   and ws-pas-status(ws-p) <> "AVISO"
                   and ws-pas-no-ctl(ws-p) = "S" then
                       move "N" to ws-grade-completa
                   end-if
               end-perform
               if ws-grade-completa = "S" then

                   move ws-data-hoje to ws-data-noite
                   perform varying ws-p from 1 by 1 until ws-p > 5
                       move "PENDENTE" to ws-pas-status(ws-p)
                       move 0          to ws-pas-rc(ws-p)
                       move space      to ws-pas-hora-ini(ws-p)
      *>------------------------------------------------------------------------
       processamento section.

           perform varying ws-p from 1 by 1 until ws-p > 5
                                              or ws-abortar = "S"

               if ws-pas-status(ws-p) = "CONCLUIDO"
               stop run
           end-if

           perform varying ws-p-ctl from 1 by 1 until ws-p-ctl > 5

               move ws-data-noite             to fd-ctl-data
               move ws-p-ctl                  to fd-ctl-passo
           move space to fd-linha-resumo
           write fd-linha-resumo

           perform varying ws-p from 1 by 1 until ws-p > 5

               move ws-p                   to ws-lp-num
               move ws-pas-nome(ws-p)      to ws-lp-nome
