
               add 1 to ws-tot-alunos-lidos

               if fd-status <> "A" then
                   add 1 to ws-tot-inativos
               else

