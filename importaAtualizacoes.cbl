                   move "Codigo inexistente no cadastro" to ws-lr-motivo
                   perform grava-rejeitado
               else
               if fd-status <> "A" then

                   move "Aluno inativo ou transferido" to ws-lr-motivo
                   perform grava-rejeitado
               else

