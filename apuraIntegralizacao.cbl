      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "apuraIntegralizacao".
       author. "Anderson Weber Junior".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   alunos ativos, em ordem de codigo - inativos ja deixaram o curso
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           file status is ws-fs-arqAlunos.

      *>   historico academico - lido por aluno via START na chave
      *>   composta; aprovacao e a situacao "A" ou "E" gravada no fechamento
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>   matriz curricular (mantida em exercicio3.cbl) - carregada
      *>   inteira em memoria na partida, uma entrada por codigo 01-99
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mtz-cod-disc
           file status is ws-fs-arqMatriz.

      *>   lista oficial de formandos do periodo informado
           select arqFormandos assign to "formandos.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-formandos.

      *>   situacao de integralizacao de cada aluno ativo - concluidas,
      *>   pendentes e aptidao - para a coordenacao usar na rematricula
           select arqPendentes assign to "disciplinasPendentes.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-pendentes.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunos.
       01 fd-aluno.
           copy ALUNOFD.

       fd arqHistorico.
       01 fd-historico.
           copy HISTFD.

       fd arqMatrizCurricular.
       01 fd-matriz.
           copy MTZFD.

       fd arqFormandos
           record contains 80 characters.
       01 fd-linha-formandos                       pic X(80).

       fd arqPendentes
           record contains 80 characters.
       01 fd-linha-pendentes                       pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-aluno.
           copy ALUNOWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqMatriz                          pic  9(02).
       77  ws-fs-formandos                          pic  9(02).
       77  ws-fs-pendentes                          pic  9(02).

      *>"N" quando o historico ainda nao existe (fs 35) - nenhum aluno
      *>concluiu disciplina alguma
       77  ws-tem-historico                          pic X(01) value "S".

      *>Periodo informado pelo operador - formando do periodo e o aluno
      *>apto cujo ultimo periodo cursado no historico e este
       77  ws-periodo                                pic X(06) value space.

       77  ws-ind                                    pic 9(03).
       77  ws-qtd-obrigatorias                       pic 9(03) value 0.
       77  ws-qtd-eletivas-matriz                    pic 9(03) value 0.
       77  ws-qtd-eletivas-exig                      pic 9(02) value 0.

      *>Apuracao do aluno corrente
       77  ws-obrig-concluidas                       pic 9(03).
       77  ws-obrig-pendentes                        pic 9(03).
       77  ws-elet-concluidas                        pic 9(03).
       77  ws-elet-faltam                            pic 9(03).
       77  ws-ultimo-periodo                         pic X(06).
       77  ws-apto                                   pic X(01).

       77  ws-tot-alunos                             pic 9(05) value 0.
       77  ws-tot-aptos                              pic 9(05) value 0.
       77  ws-tot-formandos                          pic 9(05) value 0.
       77  ws-tot-pendentes                          pic 9(05) value 0.

      *>Matriz curricular carregada, indexada pelo codigo da disciplina
      *>(01-99); ws-tm-tipo em branco = disciplina fora da matriz
       01 ws-tab-matriz.
          05 ws-tm-ent occurs 99.
             10 ws-tm-tipo                          pic X(01).
             10 ws-tm-nome                          pic X(20).

      *>Disciplinas concluidas (aprovadas) pelo aluno corrente, indexadas
      *>pelo codigo da disciplina, com o periodo e a situacao da aprovacao
       01 ws-tab-concluidas.
          05 ws-tc-ent occurs 99.
             10 ws-tc-aprovada                      pic X(01).
             10 ws-tc-periodo                       pic X(06).
             10 ws-tc-situacao                      pic X(01).

       01 ws-linha-periodo.
          05 filler                                 pic X(18) value "Periodo letivo....".
          05 filler                                 pic X(02) value ": ".
          05 ws-lp-periodo                           pic X(06).

       01 ws-linha-matriz.
          05 filler                                 pic X(15) value "Matriz.......: ".
          05 ws-lmz-obrig                            pic ZZ9.
          05 filler                                 pic X(15) value " obrigatorias, ".
          05 ws-lmz-elet                             pic ZZ9.
          05 filler                                 pic X(17) value " eletivas (exige ".
          05 ws-lmz-exig                             pic Z9.
          05 filler                                 pic X(01) value ")".

       01 ws-linha-formando.
          05 filler                                 pic X(02) value space.
          05 ws-lf-codigo                            pic 9(07).
          05 filler                                 pic X(02) value space.
          05 ws-lf-nome                              pic A(25).
          05 filler                                 pic X(02) value space.
          05 ws-lf-mae                               pic A(25).

       01 ws-linha-aluno.
          05 filler                                 pic X(07) value "Aluno: ".
          05 ws-la-codigo                            pic 9(07).
          05 filler                                 pic X(01) value space.
          05 ws-la-nome                              pic A(25).
          05 filler                                 pic X(17) value "  Ultimo periodo ".
          05 ws-la-periodo                           pic X(06).

       01 ws-linha-contagem.
          05 filler                                 pic X(16) value "  Obrigatorias: ".
          05 ws-lc-obrig-conc                        pic ZZ9.
          05 filler                                 pic X(01) value "/".
          05 ws-lc-obrig-tot                         pic ZZ9.
          05 filler                                 pic X(14) value "   Eletivas: ".
          05 ws-lc-elet-conc                         pic ZZ9.
          05 filler                                 pic X(01) value "/".
          05 ws-lc-elet-exig                         pic Z9.
          05 filler                                 pic X(03) value space.
          05 ws-lc-situacao                          pic X(20).

       01 ws-linha-concluida.
          05 filler                                 pic X(12) value "    Cursou: ".
          05 ws-lcd-cod                              pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lcd-nome                             pic X(20).
          05 filler                                 pic X(02) value space.
          05 ws-lcd-tipo                             pic X(11).
          05 filler                                 pic X(09) value "  periodo".
          05 filler                                 pic X(01) value space.
          05 ws-lcd-periodo                          pic X(06).
          05 filler                                 pic X(12) value "  situacao: ".
          05 ws-lcd-situacao                         pic X(01).

       01 ws-linha-pendente.
          05 filler                                 pic X(12) value "    Deve:   ".
          05 ws-lpd-cod                              pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lpd-nome                             pic X(20).
          05 filler                                 pic X(14) value "  obrigatoria".

       01 ws-linha-pendente-elet.
          05 filler                                 pic X(12) value "    Deve:   ".
          05 ws-lpe-qtd                              pic Z9.
          05 filler                                 pic X(33) value " eletiva(s) entre as disponiveis".


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o periodo, abre os arquivos,
      *>  carrega a matriz curricular e emite os cabecalhos
      *>------------------------------------------------------------------------
       inicializa section.

           display "Periodo letivo dos formandos (ex. 2026-1): " with no advancing
           accept ws-periodo

           if ws-periodo = space then
               display "Periodo nao informado - apuracao abortada"
               stop run
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           open input arqHistorico
           if ws-fs-historico = 35 then
               move "N" to ws-tem-historico
           else
               if ws-fs-historico  <> 00
               and ws-fs-historico <> 05 then
                   display "Erro ao abrir arq. arqHistorico: " ws-fs-historico
                   stop run
               end-if
           end-if

      *>   sem matriz cadastrada nao ha o que apurar - ninguem seria apto
           open input arqMatrizCurricular
           if ws-fs-arqMatriz = 35 then
               display "Matriz curricular nao cadastrada - apuracao abortada"
               stop run
           end-if
           if ws-fs-arqMatriz  <> 00
           and ws-fs-arqMatriz <> 05 then
               display "Erro ao abrir arq. arqMatrizCurricular: " ws-fs-arqMatriz
               stop run
           end-if

           perform carrega-matriz

           if ws-qtd-obrigatorias = 0
           and ws-qtd-eletivas-exig = 0 then
               display "Matriz curricular sem disciplinas ativas - apuracao abortada"
               stop run
           end-if

           open output arqFormandos
           if ws-fs-formandos <> 00 then
               display "Erro ao abrir arq. formandos.txt: " ws-fs-formandos
               stop run
           end-if

           open output arqPendentes
           if ws-fs-pendentes <> 00 then
               display "Erro ao abrir arq. disciplinasPendentes.txt: " ws-fs-pendentes
               stop run
           end-if

           perform emite-cabecalhos
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carrega a matriz curricular: disciplinas ativas na tabela e a
      *>  quantidade de eletivas exigidas do registro de parametros (00).
      *>  Eletivas exigidas acima das disponiveis na matriz sao limitadas a
      *>  estas, para o curso nao ficar impossivel de concluir
      *>------------------------------------------------------------------------
       carrega-matriz section.

           move space to ws-tab-matriz

           read arqMatrizCurricular next
           perform until ws-fs-arqMatriz = 10

               if ws-fs-arqMatriz  <> 00
               and ws-fs-arqMatriz <> 05 then
                   display "Erro ao ler arq. arqMatrizCurricular: " ws-fs-arqMatriz
                   stop run
               end-if

               if fd-mtz-cod-disc = 0 then
                   move fd-mtz-qtd-eletivas to ws-qtd-eletivas-exig
               else
                   if fd-mtz-status <> "I" then
                       move fd-mtz-tipo      to ws-tm-tipo(fd-mtz-cod-disc)
                       move fd-mtz-nome-disc to ws-tm-nome(fd-mtz-cod-disc)

                       if fd-mtz-tipo = "O" then
                           add 1 to ws-qtd-obrigatorias
                       else
                           add 1 to ws-qtd-eletivas-matriz
                       end-if
                   end-if
               end-if

               read arqMatrizCurricular next
           end-perform

           if ws-qtd-eletivas-exig > ws-qtd-eletivas-matriz then
               display "Aviso: eletivas exigidas (" ws-qtd-eletivas-exig
                       ") acima das disponiveis na matriz - usando "
                       ws-qtd-eletivas-matriz
               move ws-qtd-eletivas-matriz to ws-qtd-eletivas-exig
           end-if
           .
       carrega-matriz-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Cabecalhos dos dois relatorios
      *>------------------------------------------------------------------------
       emite-cabecalhos section.

           move ws-periodo              to ws-lp-periodo
           move ws-qtd-obrigatorias     to ws-lmz-obrig
           move ws-qtd-eletivas-matriz  to ws-lmz-elet
           move ws-qtd-eletivas-exig    to ws-lmz-exig

           move all "=" to fd-linha-formandos
           write fd-linha-formandos
           move "               Escola de Ensino Fundamental e Medio" to fd-linha-formandos
           write fd-linha-formandos
           move "                    Lista Oficial de Formandos" to fd-linha-formandos
           write fd-linha-formandos
           move all "=" to fd-linha-formandos
           write fd-linha-formandos
           move ws-linha-periodo to fd-linha-formandos
           write fd-linha-formandos
           move ws-linha-matriz  to fd-linha-formandos
           write fd-linha-formandos
           move space to fd-linha-formandos
           write fd-linha-formandos
           move "  Codigo   Nome                       Mae" to fd-linha-formandos
           write fd-linha-formandos
           move all "-" to fd-linha-formandos
           write fd-linha-formandos

           move all "=" to fd-linha-pendentes
           write fd-linha-pendentes
           move "          Integralizacao Curricular - Disciplinas Pendentes" to fd-linha-pendentes
           write fd-linha-pendentes
           move all "=" to fd-linha-pendentes
           write fd-linha-pendentes
           move ws-linha-periodo to fd-linha-pendentes
           write fd-linha-pendentes
           move ws-linha-matriz  to fd-linha-pendentes
           write fd-linha-pendentes
           .
       emite-cabecalhos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - leitura sequencial dos alunos, apurando
      *>  somente os ativos
      *>------------------------------------------------------------------------
       processamento section.

           read arqAlunos next
           perform until ws-fs-arqAlunos = 10

               if fd-status = "A" then
                   move fd-aluno to ws-aluno
                   perform apura-aluno
               end-if

               read arqAlunos next
           end-perform
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Apura a integralizacao do aluno corrente: marca as disciplinas
      *>  aprovadas no historico (qualquer periodo), confronta com a matriz
      *>  e grava o bloco do aluno no relatorio de pendentes e, se apto e
      *>  concluiu no periodo informado, a linha na lista de formandos
      *>------------------------------------------------------------------------
       apura-aluno section.

           add 1 to ws-tot-alunos

           move space to ws-tab-concluidas
           move space to ws-ultimo-periodo

           if ws-tem-historico = "S" then

               move ws-codigo  to fd-hist-codigo
               move low-values to fd-hist-periodo
               move 0          to fd-hist-cod-disc
               start arqHistorico key is not less than fd-hist-chave

               if ws-fs-historico = 00 then
                   read arqHistorico next
               end-if

               perform until ws-fs-historico <> 00
                          or fd-hist-codigo <> ws-codigo

                   move fd-hist-periodo to ws-ultimo-periodo

                   if (fd-hist-situacao = "A"
                    or fd-hist-situacao = "E"
                    or fd-hist-situacao = "V")
                   and fd-hist-cod-disc > 0 then
                       move "S"             to ws-tc-aprovada(fd-hist-cod-disc)
                       move fd-hist-periodo to ws-tc-periodo(fd-hist-cod-disc)
                       move fd-hist-situacao to ws-tc-situacao(fd-hist-cod-disc)
                   end-if

                   read arqHistorico next
               end-perform
           end-if

           move 0 to ws-obrig-concluidas
           move 0 to ws-obrig-pendentes
           move 0 to ws-elet-concluidas

           move 1 to ws-ind
           perform until ws-ind > 99

               if ws-tm-tipo(ws-ind) = "O" then
                   if ws-tc-aprovada(ws-ind) = "S" then
                       add 1 to ws-obrig-concluidas
                   else
                       add 1 to ws-obrig-pendentes
                   end-if
               end-if

               if ws-tm-tipo(ws-ind) = "E"
               and ws-tc-aprovada(ws-ind) = "S" then
                   add 1 to ws-elet-concluidas
               end-if

               add 1 to ws-ind
           end-perform

           if ws-elet-concluidas < ws-qtd-eletivas-exig then
               compute ws-elet-faltam = ws-qtd-eletivas-exig - ws-elet-concluidas
           else
               move 0 to ws-elet-faltam
           end-if

           if ws-obrig-pendentes = 0
           and ws-elet-faltam = 0 then
               move "S" to ws-apto
               add 1 to ws-tot-aptos
           else
               move "N" to ws-apto
               add 1 to ws-tot-pendentes
           end-if

           perform emite-bloco-pendentes

           if ws-apto = "S"
           and ws-ultimo-periodo = ws-periodo then
               perform emite-formando
           end-if
           .
       apura-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Bloco do aluno no relatorio de disciplinas pendentes - contagens,
      *>  situacao, uma linha por disciplina da matriz ja concluida (com o
      *>  periodo e a situacao da aprovacao: "A", "E" ou "V") e uma linha
      *>  por obrigatoria ainda devida
      *>------------------------------------------------------------------------
       emite-bloco-pendentes section.

           move space to fd-linha-pendentes
           write fd-linha-pendentes

           move ws-codigo         to ws-la-codigo
           move ws-nome           to ws-la-nome
           move ws-ultimo-periodo to ws-la-periodo
           move ws-linha-aluno    to fd-linha-pendentes
           write fd-linha-pendentes

           move ws-obrig-concluidas  to ws-lc-obrig-conc
           move ws-qtd-obrigatorias  to ws-lc-obrig-tot
           move ws-elet-concluidas   to ws-lc-elet-conc
           move ws-qtd-eletivas-exig to ws-lc-elet-exig

           if ws-apto = "S" then
               if ws-ultimo-periodo = ws-periodo then
                   move "APTO - FORMANDO"      to ws-lc-situacao
               else
                   move "APTO"                 to ws-lc-situacao
               end-if
           else
               move "NAO APTO"                 to ws-lc-situacao
           end-if

           move ws-linha-contagem to fd-linha-pendentes
           write fd-linha-pendentes

           move 1 to ws-ind
           perform until ws-ind > 99

               if (ws-tm-tipo(ws-ind) = "O"
                or ws-tm-tipo(ws-ind) = "E")
               and ws-tc-aprovada(ws-ind) = "S" then
                   move ws-ind                 to ws-lcd-cod
                   move ws-tm-nome(ws-ind)     to ws-lcd-nome
                   if ws-tm-tipo(ws-ind) = "O" then
                       move "obrigatoria"      to ws-lcd-tipo
                   else
                       move "eletiva"          to ws-lcd-tipo
                   end-if
                   move ws-tc-periodo(ws-ind)  to ws-lcd-periodo
                   move ws-tc-situacao(ws-ind) to ws-lcd-situacao
                   move ws-linha-concluida     to fd-linha-pendentes
                   write fd-linha-pendentes
               end-if

               add 1 to ws-ind
           end-perform

           move 1 to ws-ind
           perform until ws-ind > 99

               if ws-tm-tipo(ws-ind) = "O"
               and ws-tc-aprovada(ws-ind) <> "S" then
                   move ws-ind              to ws-lpd-cod
                   move ws-tm-nome(ws-ind)  to ws-lpd-nome
                   move ws-linha-pendente   to fd-linha-pendentes
                   write fd-linha-pendentes
               end-if

               add 1 to ws-ind
           end-perform

           if ws-elet-faltam > 0 then
               move ws-elet-faltam         to ws-lpe-qtd
               move ws-linha-pendente-elet to fd-linha-pendentes
               write fd-linha-pendentes
           end-if
           .
       emite-bloco-pendentes-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Linha do aluno na lista oficial de formandos
      *>------------------------------------------------------------------------
       emite-formando section.

           add 1 to ws-tot-formandos

           move ws-codigo          to ws-lf-codigo
           move ws-nome            to ws-lf-nome
           move ws-mae             to ws-lf-mae
           move ws-linha-formando  to fd-linha-formandos
           write fd-linha-formandos
           .
       emite-formando-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - totais nos relatorios e no console
      *>------------------------------------------------------------------------
       finaliza section.

           move all "-" to fd-linha-formandos
           write fd-linha-formandos
           move "Total de formandos no periodo: " to fd-linha-formandos
           move ws-tot-formandos                  to fd-linha-formandos(32:5)
           write fd-linha-formandos

           move space to fd-linha-pendentes
           write fd-linha-pendentes
           move all "-" to fd-linha-pendentes
           write fd-linha-pendentes
           move "Alunos ativos apurados......: " to fd-linha-pendentes
           move ws-tot-alunos                    to fd-linha-pendentes(31:5)
           write fd-linha-pendentes
           move "Aptos a colar grau..........: " to fd-linha-pendentes
           move ws-tot-aptos                     to fd-linha-pendentes(31:5)
           write fd-linha-pendentes
           move "Com disciplinas pendentes...: " to fd-linha-pendentes
           move ws-tot-pendentes                 to fd-linha-pendentes(31:5)
           write fd-linha-pendentes

           display "Alunos ativos apurados......: " ws-tot-alunos
           display "Aptos a colar grau..........: " ws-tot-aptos
           display "Formandos no periodo........: " ws-tot-formandos
           display "Com disciplinas pendentes...: " ws-tot-pendentes

           close arqAlunos
           if ws-tem-historico = "S" then
               close arqHistorico
           end-if
           close arqMatrizCurricular
           close arqFormandos
           close arqPendentes

           Stop run
           .
       finaliza-exit.
           exit.
