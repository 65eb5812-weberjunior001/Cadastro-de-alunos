                       stop run 12
                   end-if

                   if fd-status <> "A" then

                       add 1 to ws-tot-notas-inativos
                       move fd-nota-codigo        to ws-ln-codigo

               add 1 to ws-tot-alunos

               if fd-status <> "A" then
                   add 1 to ws-tot-inativos
               else
                   add 1 to ws-tot-ativos
