               display "Aluno sobrevivente nao encontrado - fusao abortada"
               stop run
           end-if
           if fd-status <> "A" then
               display "Aluno sobrevivente esta inativo ou transferido - fusao abortada"
               stop run
           end-if
           move fd-nome to ws-nome-sobrevivente
