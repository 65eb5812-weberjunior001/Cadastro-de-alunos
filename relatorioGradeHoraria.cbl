      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "relatorioGradeHoraria".
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

      *>   alunos - um aluno informado ou todos os ativos, em ordem de codigo
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           file status is ws-fs-arqAlunos.

      *>   matriculas do aluno - lidas via START na chave aluno+disciplina
           select arqMatriculas assign to "arqMatriculas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   grade horaria (mantida em exercicio3.cbl) - pela chave primaria
      *>   periodo+sala+dia+inicio sai o mapa das salas ja em ordem; pela
      *>   chave alternativa, as aulas de cada disciplina do aluno
           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grd-chave
           alternate record key is fd-grd-cod-disc with duplicates
           file status is ws-fs-grade.

      *>   grade semanal de cada aluno no periodo
           select arqGradeAluno assign to "gradeAluno.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-gradeAluno.

      *>   mapa de ocupacao das salas no periodo
           select arqOcupacao assign to "ocupacaoSalas.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ocupacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunos.
       01 fd-aluno.
           copy ALUNOFD.

       fd arqMatriculas.
       01 fd-matricula.
           copy MATRFD.

       fd arqGradeHoraria.
       01 fd-grade.
           copy GRDFD.

       fd arqGradeAluno
           record contains 80 characters.
       01 fd-linha-grade                           pic X(80).

       fd arqOcupacao
           record contains 80 characters.
       01 fd-linha-ocupacao                        pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-aluno.
           copy ALUNOWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-grade                              pic  9(02).
       77  ws-fs-gradeAluno                         pic  9(02).
       77  ws-fs-ocupacao                           pic  9(02).

      *>"N" quando ainda nao ha matriculas (fs 35) - as grades dos alunos
      *>saem vazias, o mapa das salas sai normalmente
       77  ws-tem-matriculas                         pic X(01) value "S".

      *>Periodo e aluno informados pelo operador - aluno zero = todos os
      *>alunos ativos com matricula ativa no periodo
       77  ws-periodo                                pic X(06) value space.
       77  ws-aluno-pedido                           pic 9(07) value 0.

       77  ws-j                                      pic 9(02).
       77  ws-troca                                  pic X(01).
       77  ws-aula-aux                               pic X(38).
       77  ws-ind-dia                                pic 9(02).

      *>Formatacao de horario HHMM em HH:MM
       77  ws-hora-ent                               pic 9(04).
       77  ws-hora-hh                                pic 9(02).
       77  ws-hora-mm                                pic 9(02).
       01 ws-hora-fmt.
          05 ws-hf-hh                                pic 9(02).
          05 filler                                  pic X(01) value ":".
          05 ws-hf-mm                                pic 9(02).

      *>Nome abreviado do dia da semana, 3 posicoes por dia (1 = domingo)
       77  ws-nomes-dias                             pic X(21)
                                                     value "DomSegTerQuaQuiSexSab".
       77  ws-nome-dia                               pic X(03).

      *>Minutos de aula de uma aula e acumulado semanal da sala corrente
       77  ws-min-ini                                pic 9(04).
       77  ws-min-fim                                pic 9(04).
       77  ws-min-sala                               pic 9(05).
       77  ws-aulas-sala                             pic 9(03).
       77  ws-sala-atual                             pic X(06).

      *>Dia da semana em verificacao de choque e maior fim de aula ja
      *>visto nesse dia - uma aula longa pode cobrir varias seguintes
       77  ws-dia-atual                              pic 9(01).
       77  ws-fim-dia                                pic 9(04).

       77  ws-tot-alunos                             pic 9(05) value 0.
       77  ws-tot-aulas-alunos                       pic 9(05) value 0.
       77  ws-tot-choques                            pic 9(05) value 0.
       77  ws-tot-salas                              pic 9(03) value 0.
       77  ws-tot-aulas-salas                        pic 9(05) value 0.

      *>Aulas do aluno corrente no periodo, ordenadas por dia e inicio
      *>(ws-tg-ordem) no final; ate 40 aulas semanais, excedentes ignoradas
      *>com aviso
       01 ws-tab-grade.
          05 ws-tg-qtd                               pic 9(02) value 0.
          05 ws-tg-ignoradas                         pic 9(02) value 0.
          05 ws-tg-ent occurs 40.
             10 ws-tg-ordem.
                15 ws-tg-dia                         pic 9(01).
                15 ws-tg-ini                         pic 9(04).
             10 ws-tg-fim                            pic 9(04).
             10 ws-tg-sala                           pic X(06).
             10 ws-tg-cod-disc                       pic 9(02).
             10 ws-tg-nome-disc                      pic X(20).
             10 ws-tg-choque                         pic X(01).

       01 ws-linha-periodo.
          05 filler                                 pic X(18) value "Periodo letivo....".
          05 filler                                 pic X(02) value ": ".
          05 ws-lp-periodo                           pic X(06).

       01 ws-linha-aluno.
          05 filler                                 pic X(07) value "Aluno: ".
          05 ws-la-codigo                            pic 9(07).
          05 filler                                 pic X(01) value space.
          05 ws-la-nome                              pic A(25).

       01 ws-linha-aula.
          05 filler                                 pic X(04) value space.
          05 ws-lau-dia                              pic X(03).
          05 filler                                 pic X(01) value space.
          05 ws-lau-ini                              pic X(05).
          05 filler                                 pic X(01) value "-".
          05 ws-lau-fim                              pic X(05).
          05 filler                                 pic X(08) value "  Sala ".
          05 ws-lau-sala                             pic X(06).
          05 filler                                 pic X(02) value space.
          05 ws-lau-cod                              pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lau-nome                             pic X(20).
          05 filler                                 pic X(01) value space.
          05 ws-lau-choque                           pic X(08).

       01 ws-linha-sala.
          05 filler                                 pic X(06) value "Sala: ".
          05 ws-ls-sala                              pic X(06).

       01 ws-linha-ocupa.
          05 filler                                 pic X(04) value space.
          05 ws-lo-dia                               pic X(03).
          05 filler                                 pic X(01) value space.
          05 ws-lo-ini                               pic X(05).
          05 filler                                 pic X(01) value "-".
          05 ws-lo-fim                               pic X(05).
          05 filler                                 pic X(02) value space.
          05 ws-lo-cod                               pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lo-nome                              pic X(20).

       01 ws-linha-tot-sala.
          05 filler                                 pic X(12) value "    Aulas: ".
          05 ws-lts-aulas                            pic ZZ9.
          05 filler                                 pic X(27) value "   Horas semanais ocupadas ".
          05 ws-lts-horas                            pic ZZ9.
          05 filler                                 pic X(01) value "h".
          05 ws-lts-minutos                          pic 99.


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede periodo e aluno, abre os
      *>  arquivos e emite os cabecalhos
      *>------------------------------------------------------------------------
       inicializa section.

           display "Periodo letivo da grade (ex. 2026-1): " with no advancing
           accept ws-periodo

           if ws-periodo = space then
               display "Periodo nao informado - relatorio abortado"
               stop run
           end-if

           display "Codigo do aluno (0 = todos os ativos): " with no advancing
           accept ws-aluno-pedido

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           open input arqMatriculas
           if ws-fs-arqMatriculas = 35 then
               move "N" to ws-tem-matriculas
           else
               if ws-fs-arqMatriculas  <> 00
               and ws-fs-arqMatriculas <> 05 then
                   display "Erro ao abrir arq. arqMatriculas: " ws-fs-arqMatriculas
                   stop run
               end-if
           end-if

      *>   sem grade cadastrada nao ha o que emitir
           open input arqGradeHoraria
           if ws-fs-grade = 35 then
               display "Grade horaria nao cadastrada - relatorio abortado"
               stop run
           end-if
           if ws-fs-grade  <> 00
           and ws-fs-grade <> 05 then
               display "Erro ao abrir arq. arqGradeHoraria: " ws-fs-grade
               stop run
           end-if

           open output arqGradeAluno
           if ws-fs-gradeAluno <> 00 then
               display "Erro ao abrir arq. gradeAluno.txt: " ws-fs-gradeAluno
               stop run
           end-if

           open output arqOcupacao
           if ws-fs-ocupacao <> 00 then
               display "Erro ao abrir arq. ocupacaoSalas.txt: " ws-fs-ocupacao
               stop run
           end-if

           perform emite-cabecalhos
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Cabecalhos dos dois relatorios
      *>------------------------------------------------------------------------
       emite-cabecalhos section.

           move ws-periodo to ws-lp-periodo

           move all "=" to fd-linha-grade
           write fd-linha-grade
           move "               Escola de Ensino Fundamental e Medio" to fd-linha-grade
           write fd-linha-grade
           move "                    Grade Horaria do Aluno" to fd-linha-grade
           write fd-linha-grade
           move all "=" to fd-linha-grade
           write fd-linha-grade
           move ws-linha-periodo to fd-linha-grade
           write fd-linha-grade

           move all "=" to fd-linha-ocupacao
           write fd-linha-ocupacao
           move "               Escola de Ensino Fundamental e Medio" to fd-linha-ocupacao
           write fd-linha-ocupacao
           move "                   Mapa de Ocupacao das Salas" to fd-linha-ocupacao
           write fd-linha-ocupacao
           move all "=" to fd-linha-ocupacao
           write fd-linha-ocupacao
           move ws-linha-periodo to fd-linha-ocupacao
           write fd-linha-ocupacao
           .
       emite-cabecalhos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - grade do aluno informado (ou de cada
      *>  aluno ativo) e depois o mapa das salas
      *>------------------------------------------------------------------------
       processamento section.

           if ws-aluno-pedido <> 0 then

               move ws-aluno-pedido to fd-codigo
               read arqAlunos

               if ws-fs-arqAlunos = 23 then
                   display "Aluno nao cadastrado: " ws-aluno-pedido
               else
                   if ws-fs-arqAlunos  <> 00
                   and ws-fs-arqAlunos <> 05 then
                       display "Erro ao ler arq. arqAlunos: " ws-fs-arqAlunos
                       stop run
                   end-if

                   move fd-aluno to ws-aluno
                   perform monta-grade-aluno
                   perform emite-grade-aluno
               end-if
           else

               read arqAlunos next
               perform until ws-fs-arqAlunos = 10

                   if fd-status = "A" then
                       move fd-aluno to ws-aluno
                       perform monta-grade-aluno

      *>               no relatorio geral so entra quem tem aula no periodo
                       if ws-tg-qtd > 0 then
                           perform emite-grade-aluno
                       end-if
                   end-if

                   read arqAlunos next
               end-perform
           end-if

           perform emite-ocupacao-salas
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Monta a tabela de aulas do aluno corrente: para cada matricula
      *>  ativa no periodo, as aulas ativas da disciplina na grade do mesmo
      *>  periodo; no final ordena por dia e horario e marca as aulas que
      *>  se sobrepoem a anterior (matriculas anteriores a grade)
      *>------------------------------------------------------------------------
       monta-grade-aluno section.

           move 0 to ws-tg-qtd
           move 0 to ws-tg-ignoradas

           if ws-tem-matriculas = "S" then

               move ws-codigo to fd-matr-codigo
               move 0         to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave

               if ws-fs-arqMatriculas = 00 then
                   read arqMatriculas next
               end-if

               perform until ws-fs-arqMatriculas <> 00
                          or fd-matr-codigo <> ws-codigo

                   if fd-matr-status = "A"
                   and fd-matr-periodo = ws-periodo then
                       perform carrega-aulas-disciplina
                   end-if

                   read arqMatriculas next
               end-perform
           end-if

           perform ordena-grade
           .
       monta-grade-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Aulas ativas da disciplina da matricula corrente no periodo
      *>------------------------------------------------------------------------
       carrega-aulas-disciplina section.

           move fd-matr-cod-disc to fd-grd-cod-disc
           start arqGradeHoraria key is equal to fd-grd-cod-disc

           if ws-fs-grade = 00 then
               read arqGradeHoraria next
           end-if

           perform until ws-fs-grade <> 00
                      or fd-grd-cod-disc <> fd-matr-cod-disc

               if fd-grd-periodo = ws-periodo
               and fd-grd-status <> "I" then

                   if ws-tg-qtd < 40 then
                       add 1 to ws-tg-qtd
                       move fd-grd-dia-semana to ws-tg-dia(ws-tg-qtd)
                       move fd-grd-hora-ini   to ws-tg-ini(ws-tg-qtd)
                       move fd-grd-hora-fim   to ws-tg-fim(ws-tg-qtd)
                       move fd-grd-sala       to ws-tg-sala(ws-tg-qtd)
                       move fd-grd-cod-disc   to ws-tg-cod-disc(ws-tg-qtd)
                       move fd-grd-nome-disc  to ws-tg-nome-disc(ws-tg-qtd)
                       move "N"               to ws-tg-choque(ws-tg-qtd)
                   else
                       add 1 to ws-tg-ignoradas
                   end-if
               end-if

               read arqGradeHoraria next
           end-perform
           .
       carrega-aulas-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Ordena as aulas do aluno por dia da semana e inicio e marca a aula
      *>  que comeca antes do fim de qualquer aula anterior do mesmo dia
      *>------------------------------------------------------------------------
       ordena-grade section.

           move "S" to ws-troca
           perform until ws-troca = "N"

               move "N" to ws-troca

               perform varying ws-j from 1 by 1 until ws-j >= ws-tg-qtd

                   if ws-tg-ordem(ws-j) > ws-tg-ordem(ws-j + 1) then

                       move "S" to ws-troca

                       move ws-tg-ent(ws-j)     to ws-aula-aux
                       move ws-tg-ent(ws-j + 1) to ws-tg-ent(ws-j)
                       move ws-aula-aux         to ws-tg-ent(ws-j + 1)
                   end-if
               end-perform
           end-perform

           move 0 to ws-dia-atual
           move 0 to ws-fim-dia

           perform varying ws-j from 1 by 1 until ws-j > ws-tg-qtd

               if ws-tg-dia(ws-j) <> ws-dia-atual then
                   move ws-tg-dia(ws-j) to ws-dia-atual
                   move 0               to ws-fim-dia
               end-if

               if ws-tg-ini(ws-j) < ws-fim-dia then
                   move "S" to ws-tg-choque(ws-j)
               end-if

               if ws-tg-fim(ws-j) > ws-fim-dia then
                   move ws-tg-fim(ws-j) to ws-fim-dia
               end-if
           end-perform
           .
       ordena-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Bloco do aluno corrente na grade dos alunos
      *>------------------------------------------------------------------------
       emite-grade-aluno section.

           add 1 to ws-tot-alunos

           move space to fd-linha-grade
           write fd-linha-grade

           move ws-codigo      to ws-la-codigo
           move ws-nome        to ws-la-nome
           move ws-linha-aluno to fd-linha-grade
           write fd-linha-grade

           if ws-tg-qtd = 0 then
               move "    Nenhuma aula na grade do periodo" to fd-linha-grade
               write fd-linha-grade
           end-if

           perform varying ws-j from 1 by 1 until ws-j > ws-tg-qtd

               add 1 to ws-tot-aulas-alunos

               move ws-tg-dia(ws-j) to ws-ind-dia
               perform nome-do-dia
               move ws-nome-dia to ws-lau-dia

               move ws-tg-ini(ws-j) to ws-hora-ent
               perform formata-hora
               move ws-hora-fmt to ws-lau-ini

               move ws-tg-fim(ws-j) to ws-hora-ent
               perform formata-hora
               move ws-hora-fmt to ws-lau-fim

               move ws-tg-sala(ws-j)      to ws-lau-sala
               move ws-tg-cod-disc(ws-j)  to ws-lau-cod
               move ws-tg-nome-disc(ws-j) to ws-lau-nome

               if ws-tg-choque(ws-j) = "S" then
                   add 1 to ws-tot-choques
                   move "*CHOQUE*" to ws-lau-choque
               else
                   move space to ws-lau-choque
               end-if

               move ws-linha-aula to fd-linha-grade
               write fd-linha-grade
           end-perform

           if ws-tg-ignoradas > 0 then
               move "    Aulas alem de 40 nao listadas: " to fd-linha-grade
               move ws-tg-ignoradas                     to fd-linha-grade(36:2)
               write fd-linha-grade
           end-if
           .
       emite-grade-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Mapa de ocupacao: todas as aulas ativas do periodo pela chave
      *>  primaria (sala, dia, inicio), com quebra por sala e total de aulas
      *>  e horas semanais ocupadas de cada sala
      *>------------------------------------------------------------------------
       emite-ocupacao-salas section.

           move space to ws-sala-atual

           move ws-periodo to fd-grd-periodo
           move low-values to fd-grd-sala
           move 0          to fd-grd-dia-semana
           move 0          to fd-grd-hora-ini
           start arqGradeHoraria key is not less than fd-grd-chave

           if ws-fs-grade = 00 then
               read arqGradeHoraria next
           end-if

           perform until ws-fs-grade <> 00
                      or fd-grd-periodo <> ws-periodo

               if fd-grd-status <> "I" then

                   if fd-grd-sala <> ws-sala-atual then
                       perform fecha-sala
                       perform abre-sala
                   end-if

                   perform emite-aula-sala
               end-if

               read arqGradeHoraria next
           end-perform

           perform fecha-sala

           if ws-tot-salas = 0 then
               move space to fd-linha-ocupacao
               write fd-linha-ocupacao
               move "Nenhuma aula ativa na grade do periodo" to fd-linha-ocupacao
               write fd-linha-ocupacao
           end-if
           .
       emite-ocupacao-salas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Inicio do bloco de uma sala no mapa de ocupacao
      *>------------------------------------------------------------------------
       abre-sala section.

           add 1 to ws-tot-salas

           move fd-grd-sala to ws-sala-atual
           move 0           to ws-aulas-sala
           move 0           to ws-min-sala

           move space to fd-linha-ocupacao
           write fd-linha-ocupacao
           move ws-sala-atual to ws-ls-sala
           move ws-linha-sala to fd-linha-ocupacao
           write fd-linha-ocupacao
           .
       abre-sala-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Linha de uma aula no mapa, acumulando os minutos ocupados da sala
      *>------------------------------------------------------------------------
       emite-aula-sala section.

           add 1 to ws-aulas-sala
           add 1 to ws-tot-aulas-salas

           move fd-grd-dia-semana to ws-ind-dia
           perform nome-do-dia
           move ws-nome-dia to ws-lo-dia

           move fd-grd-hora-ini to ws-hora-ent
           perform formata-hora
           move ws-hora-fmt to ws-lo-ini
           compute ws-min-ini = ws-hora-hh * 60 + ws-hora-mm

           move fd-grd-hora-fim to ws-hora-ent
           perform formata-hora
           move ws-hora-fmt to ws-lo-fim
           compute ws-min-fim = ws-hora-hh * 60 + ws-hora-mm

           if ws-min-fim > ws-min-ini then
               compute ws-min-sala = ws-min-sala + ws-min-fim - ws-min-ini
           end-if

           move fd-grd-cod-disc  to ws-lo-cod
           move fd-grd-nome-disc to ws-lo-nome
           move ws-linha-ocupa   to fd-linha-ocupacao
           write fd-linha-ocupacao
           .
       emite-aula-sala-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Total da sala corrente (nada a fazer antes da primeira sala)
      *>------------------------------------------------------------------------
       fecha-sala section.

           if ws-sala-atual <> space then

               move ws-aulas-sala to ws-lts-aulas
               divide ws-min-sala by 60 giving ws-lts-horas
                                        remainder ws-lts-minutos
               move ws-linha-tot-sala to fd-linha-ocupacao
               write fd-linha-ocupacao
           end-if
           .
       fecha-sala-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Nome abreviado do dia da semana ws-ind-dia (1 = domingo)
      *>------------------------------------------------------------------------
       nome-do-dia section.

           if ws-ind-dia < 1
           or ws-ind-dia > 7 then
               move "???" to ws-nome-dia
           else
               compute ws-ind-dia = (ws-ind-dia - 1) * 3 + 1
               move ws-nomes-dias(ws-ind-dia:3) to ws-nome-dia
           end-if
           .
       nome-do-dia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Formata o horario HHMM de ws-hora-ent em HH:MM (ws-hora-fmt),
      *>  deixando horas e minutos em ws-hora-hh / ws-hora-mm
      *>------------------------------------------------------------------------
       formata-hora section.

           divide ws-hora-ent by 100 giving ws-hora-hh remainder ws-hora-mm
           move ws-hora-hh to ws-hf-hh
           move ws-hora-mm to ws-hf-mm
           .
       formata-hora-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - totais nos relatorios e no console
      *>------------------------------------------------------------------------
       finaliza section.

           move space to fd-linha-grade
           write fd-linha-grade
           move all "-" to fd-linha-grade
           write fd-linha-grade
           move "Alunos listados.............: " to fd-linha-grade
           move ws-tot-alunos                    to fd-linha-grade(31:5)
           write fd-linha-grade
           move "Aulas listadas..............: " to fd-linha-grade
           move ws-tot-aulas-alunos              to fd-linha-grade(31:5)
           write fd-linha-grade
           move "Aulas em choque de horario..: " to fd-linha-grade
           move ws-tot-choques                   to fd-linha-grade(31:5)
           write fd-linha-grade

           move space to fd-linha-ocupacao
           write fd-linha-ocupacao
           move all "-" to fd-linha-ocupacao
           write fd-linha-ocupacao
           move "Salas ocupadas..............: " to fd-linha-ocupacao
           move ws-tot-salas                     to fd-linha-ocupacao(31:3)
           write fd-linha-ocupacao
           move "Aulas semanais..............: " to fd-linha-ocupacao
           move ws-tot-aulas-salas               to fd-linha-ocupacao(31:5)
           write fd-linha-ocupacao

           display "Alunos listados.............: " ws-tot-alunos
           display "Aulas em choque de horario..: " ws-tot-choques
           display "Salas ocupadas..............: " ws-tot-salas
           display "Aulas semanais nas salas....: " ws-tot-aulas-salas

           close arqAlunos
           if ws-tem-matriculas = "S" then
               close arqMatriculas
           end-if
           close arqGradeHoraria
           close arqGradeAluno
           close arqOcupacao

           Stop run
           .
       finaliza-exit.
           exit.
