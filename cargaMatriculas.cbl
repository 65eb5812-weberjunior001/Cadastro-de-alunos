           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

      *>   pre-requisitos entre disciplinas e historico academico - a
      *>   matricula so entra com aprovacao em todo pre-requisito ativo
           select arqPrerequisitos assign to "arqPrerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prq-chave
           file status is ws-fs-arqPrerequisitos.

           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>   grade horaria - a matricula nao entra se alguma aula da
      *>   disciplina choca com aula de outra matricula ativa do aluno no
      *>   mesmo periodo
           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grd-chave
           alternate record key is fd-grd-cod-disc with duplicates
           file status is ws-fs-grade.

      *>   controle dos lotes recebidos - recusa lote ja processado e
      *>   guarda o ponto de retomada de execucao interrompida
           select arqLotes assign to "arqLotes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-lote-chave
           file status is ws-fs-lotes.

           select arqRejeitados assign to "cargaMatriculasRejeitados.txt"
           organization is line sequential
           access mode is sequential
          05 fd-nm-cod-disc                        pic 9(02).
          05 fd-nm-periodo                         pic X(06).

      *>Cabecalho (HDR) e trailer (TRL) do lote - primeiro e ultimo
      *>registro do arquivo. O cabecalho identifica o lote e a data de
      *>geracao (AAAAMMDD); o trailer traz a quantidade de registros de
      *>detalhe e o total de controle da relacao (soma de aluno * 100 +
      *>disciplina de cada registro - a relacao nao traz notas nem faltas)
       01 fd-nm-cabecalho.
          05 fd-nm-cab-tipo                        pic X(03).
          05 fd-nm-cab-lote                        pic X(12).
          05 fd-nm-cab-data                        pic 9(08).

       01 fd-nm-trailer.
          05 fd-nm-trl-tipo                        pic X(03).
          05 fd-nm-trl-qtd                         pic 9(07).
          05 fd-nm-trl-hash                        pic 9(15).

       fd arqAlunos.
       01 fd-aluno.
           copy ALUNOFD.
       01 fd-disciplina.
           copy DISCFD.

       fd arqPrerequisitos.
       01 fd-prerequisito.
           copy PRQFD.

       fd arqHistorico.
       01 fd-historico.
           copy HISTFD.

       fd arqGradeHoraria.
       01 fd-grade.
           copy GRDFD.

       fd arqLotes.
       01 fd-lote.
           copy LOTEFD.

       fd arqRejeitados
           record contains 80 characters.
       01 fd-linha-rejeitado                       pic X(80).
       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-arqPrerequisitos                   pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-grade                              pic  9(02).
       77  ws-fs-rejeitados                         pic  9(02).
       77  ws-fs-lotes                              pic  9(02).

      *>"N" quando o arquivo correspondente ainda nao existe (fs 35) - sem
      *>pre-requisitos nada e exigido; sem historico ninguem foi aprovado
       77  ws-tem-prerequisitos                      pic X(01) value "S".
       77  ws-tem-historico                          pic X(01) value "S".
       77  ws-tem-grade                              pic X(01) value "S".

      *>Resultado da verificacao de pre-requisitos do registro corrente -
      *>"N" com o primeiro pre-requisito sem aprovacao no historico
       77  ws-prq-liberado                           pic X(01).
       77  ws-prq-aprovado                           pic X(01).
       77  ws-prq-falta-cod                          pic 9(02).
       77  ws-prq-falta-nome                         pic X(20).

      *>Resultado da verificacao de choque de horario do registro
      *>corrente - "S" com a primeira disciplina ativa do aluno que choca
       77  ws-choque                                 pic X(01).
       77  ws-choque-cod-disc                        pic 9(02).
       77  ws-choque-nome                            pic X(20).
       77  ws-ind-aula                               pic 9(02).

      *>Aulas da disciplina da linha corrente no periodo da carga
       01 ws-tab-aulas.
          05 ws-ta-qtd                              pic 9(02) value 0.
          05 ws-ta-ent occurs 20.
             10 ws-ta-dia                           pic 9(01).
             10 ws-ta-ini                           pic 9(04).
             10 ws-ta-fim                           pic 9(04).

       77  ws-tot-lidos                              pic 9(05) value 0.
       77  ws-tot-carregados                         pic 9(05) value 0.
       77  ws-tot-rejeitados                         pic 9(05) value 0.

      *>Controle do lote: programa (chave no arqLotes), conferencia do
      *>trailer na primeira leitura e ponto de retomada - registros de
      *>detalhe ate ws-ult-checkpoint ja foram gravados numa execucao
      *>anterior do mesmo lote e sao pulados
       01 ws-lote.
           copy LOTEWS.

       77  ws-programa                               pic X(16) value "cargaMatriculas".
       77  ws-motivo-lote                            pic X(50).
       77  ws-tem-trailer                            pic X(01).
       77  ws-retomada                               pic X(01) value "N".
       77  ws-seq-registro                           pic 9(07) value 0.
       77  ws-ult-checkpoint                         pic 9(07) value 0.
       77  ws-qtd-lote                               pic 9(07) value 0.
       77  ws-hash-lote                              pic 9(15) value 0.
       77  ws-current-date                           pic X(21).

       01 ws-datahora-fmt.
          05 ws-dhf-ano                             pic X(04).
          05 filler                                 pic X(01) value "-".
          05 ws-dhf-mes                             pic X(02).
          05 filler                                 pic X(01) value "-".
          05 ws-dhf-dia                             pic X(02).
          05 filler                                 pic X(01) value space.
          05 ws-dhf-hora                            pic X(02).
          05 filler                                 pic X(01) value ":".
          05 ws-dhf-min                             pic X(02).
          05 filler                                 pic X(01) value ":".
          05 ws-dhf-seg                             pic X(02).

       01 ws-linha-rejeitado.
          05 filler                                pic X(08) value "Codigo: ".
          05 ws-lr-codigo                           pic 9(07).
          05 filler                                pic X(24) value "Rejeitados............:".
          05 ws-lres-rejeitados                     pic ZZZZ9.

       01 ws-linha-resumo-lote.
          05 filler                                pic X(24) value "Lote..................:".
          05 ws-lres-lote                           pic X(12).
          05 filler                                pic X(07) value " data: ".
          05 ws-lres-data                           pic 9(08).

       01 ws-linha-resumo-trailer.
          05 filler                                pic X(24) value "Registros no trailer..:".
          05 ws-lres-trailer                        pic ZZZZ9.

       01 ws-linha-resumo-retomada.
          05 filler                                pic X(24) value "Retomado apos registro:".
          05 ws-lres-retomada                       pic ZZZZ9.

       01 ws-linha-resumo-conf.
          05 filler                                pic X(24) value "Conferencia c/ trailer:".
          05 ws-lres-conf                           pic X(10).


      *>Declaração do corpo do programa
       procedure division.
               stop run
           end-if

           perform confere-lote

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               stop run
           end-if

           open input arqPrerequisitos
           if ws-fs-arqPrerequisitos = 35 then
               move "N" to ws-tem-prerequisitos
           else
               if ws-fs-arqPrerequisitos  <> 00
               and ws-fs-arqPrerequisitos <> 05 then
                   display "Erro ao abrir arq. arqPrerequisitos: " ws-fs-arqPrerequisitos
                   stop run
               end-if
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

           open input arqGradeHoraria
           if ws-fs-grade = 35 then
               move "N" to ws-tem-grade
           else
               if ws-fs-grade  <> 00
               and ws-fs-grade <> 05 then
                   display "Erro ao abrir arq. arqGradeHoraria: " ws-fs-grade
                   stop run
               end-if
           end-if

           perform abre-lote

      *>   na retomada os rejeitados da execucao interrompida continuam
      *>   no relatorio
           if ws-retomada = "S" then
               open extend arqRejeitados
               if ws-fs-rejeitados <> 00 then
                   open output arqRejeitados
               end-if
           else
               open output arqRejeitados
           end-if
           if ws-fs-rejeitados <> 00 then
               display "Erro ao abrir arq. cargaMatriculasRejeitados.txt: " ws-fs-rejeitados
               stop run
      *>  Processamento principal - le cada linha da relacao de matriculas
      *>  do semestre e faz as mesmas validacoes que cadastrar-matricula
      *>  faz interativamente (aluno existente e ativo, disciplina
      *>  cadastrada e ativa no mestre, periodo informado, aprovacao nos
      *>  pre-requisitos, sem choque de horario com as matriculas ativas
      *>  do aluno), sem parar o job inteiro quando um registro
      *>  individual falha - a carga nao tem a liberacao do administrador
      *>  que a tela oferece
      *>------------------------------------------------------------------------
       processamento section.

           read arqNovasMatr next record
           perform until ws-fs-novasMatr = 10

      *>       cabecalho e trailer ja foram conferidos em confere-lote
               if fd-nm-cab-tipo <> "HDR"
               and fd-nm-cab-tipo <> "TRL" then

                   add 1 to ws-seq-registro

                   if ws-seq-registro > ws-ult-checkpoint then

                       add 1 to ws-tot-lidos

                       perform carrega-matricula

                       perform grava-checkpoint
                   end-if
               end-if

               read arqNovasMatr next record
           end-perform
               move "Aluno nao cadastrado" to ws-lr-motivo
               perform grava-rejeitado
           else
           if fd-status <> "A" then

               move "Aluno inativo ou transferido" to ws-lr-motivo
               perform grava-rejeitado
           else

                   stop run
               end-if

               perform verifica-prerequisitos
               perform verifica-choque-horario

               if ws-fs-arqDisciplinas = 23
               or fd-nm-cod-disc = 0 then

                   move "Periodo letivo nao informado" to ws-lr-motivo
                   perform grava-rejeitado
               else
               if ws-prq-liberado = "N" then

                   move "Falta pre-req. "  to ws-lr-motivo
                   move ws-prq-falta-cod   to ws-lr-motivo(16:2)
                   move ws-prq-falta-nome  to ws-lr-motivo(19:20)
                   perform grava-rejeitado
               else
               if ws-choque = "S" then

                   move "Choque horario com " to ws-lr-motivo
                   move ws-choque-cod-disc    to ws-lr-motivo(20:2)
                   move ws-choque-nome        to ws-lr-motivo(23:18)
                   perform grava-rejeitado
               else

                   move fd-nm-codigo      to ws-matr-codigo
                   move fd-nm-cod-disc    to ws-matr-cod-disc
               end-if
               end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           .
           exit.


      *>------------------------------------------------------------------------
      *>  Percorre os pre-requisitos ativos da disciplina da linha corrente
      *>  (fd-nm-cod-disc) e exige, para cada um, aprovacao do aluno no
      *>  historico. Para no primeiro pre-requisito nao cumprido, guardando
      *>  codigo e nome para o motivo da recusa
      *>------------------------------------------------------------------------
       verifica-prerequisitos section.

           move "S" to ws-prq-liberado

           if ws-tem-prerequisitos = "S" then

               move fd-nm-cod-disc to fd-prq-cod-disc
               move 0              to fd-prq-cod-prereq
               start arqPrerequisitos key is not less than fd-prq-chave

               if ws-fs-arqPrerequisitos = 00 then
                   read arqPrerequisitos next
               end-if

               perform until ws-fs-arqPrerequisitos <> 00
                          or fd-prq-cod-disc <> fd-nm-cod-disc
                          or ws-prq-liberado = "N"

                   if fd-prq-status <> "I" then

                       perform verifica-aprovacao-prereq

                       if ws-prq-aprovado = "N" then
                           move "N"                to ws-prq-liberado
                           move fd-prq-cod-prereq  to ws-prq-falta-cod
                           move fd-prq-nome-prereq to ws-prq-falta-nome
                       end-if
                   end-if

                   read arqPrerequisitos next
               end-perform
           end-if
           .
       verifica-prerequisitos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Procura no historico do aluno da linha corrente uma aprovacao
      *>  (situacao "A" ou "E", em qualquer periodo) no pre-requisito
      *>  corrente (fd-prq-cod-prereq)
      *>------------------------------------------------------------------------
       verifica-aprovacao-prereq section.

           move "N" to ws-prq-aprovado

           if ws-tem-historico = "S" then

               move fd-nm-codigo to fd-hist-codigo
               move low-values   to fd-hist-periodo
               move 0            to fd-hist-cod-disc
               start arqHistorico key is not less than fd-hist-chave

               if ws-fs-historico = 00 then
                   read arqHistorico next
               end-if

               perform until ws-fs-historico <> 00
                          or fd-hist-codigo <> fd-nm-codigo
                          or ws-prq-aprovado = "S"

                   if fd-hist-cod-disc = fd-prq-cod-prereq
                   and (fd-hist-situacao = "A"
                     or fd-hist-situacao = "E"
                     or fd-hist-situacao = "V") then
                       move "S" to ws-prq-aprovado
                   end-if

                   read arqHistorico next
               end-perform
           end-if
           .
       verifica-aprovacao-prereq-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Confronta as aulas da disciplina da linha corrente no periodo da
      *>  carga com as aulas das outras disciplinas em que o aluno tem
      *>  matricula ativa no mesmo periodo. Duas aulas chocam no mesmo dia
      *>  quando uma comeca antes de a outra terminar. Disciplina sem grade
      *>  cadastrada nao choca com nada
      *>------------------------------------------------------------------------
       verifica-choque-horario section.

           move "N" to ws-choque
           move 0   to ws-ta-qtd

           if ws-tem-grade = "S"
           and fd-nm-cod-disc <> 0 then

               move fd-nm-cod-disc to fd-grd-cod-disc
               start arqGradeHoraria key is equal to fd-grd-cod-disc

               if ws-fs-grade = 00 then
                   read arqGradeHoraria next
               end-if

               perform until ws-fs-grade <> 00
                          or fd-grd-cod-disc <> fd-nm-cod-disc

                   if fd-grd-periodo = fd-nm-periodo
                   and fd-grd-status <> "I"
                   and ws-ta-qtd < 20 then
                       add 1 to ws-ta-qtd
                       move fd-grd-dia-semana to ws-ta-dia(ws-ta-qtd)
                       move fd-grd-hora-ini   to ws-ta-ini(ws-ta-qtd)
                       move fd-grd-hora-fim   to ws-ta-fim(ws-ta-qtd)
                   end-if

                   read arqGradeHoraria next
               end-perform
           end-if

           if ws-ta-qtd > 0 then

               move fd-nm-codigo to fd-matr-codigo
               move 0            to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave

               if ws-fs-arqMatriculas = 00 then
                   read arqMatriculas next
               end-if

               perform until ws-fs-arqMatriculas <> 00
                          or fd-matr-codigo <> fd-nm-codigo
                          or ws-choque = "S"

                   if fd-matr-status = "A"
                   and fd-matr-cod-disc <> fd-nm-cod-disc
                   and fd-matr-periodo = fd-nm-periodo then
                       perform compara-aulas-matricula
                   end-if

                   read arqMatriculas next
               end-perform
           end-if
           .
       verifica-choque-horario-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Compara cada aula da disciplina da matricula ativa corrente
      *>  (fd-matr-cod-disc) no periodo da carga com a tabela de aulas da
      *>  disciplina pedida
      *>------------------------------------------------------------------------
       compara-aulas-matricula section.

           move fd-matr-cod-disc to fd-grd-cod-disc
           start arqGradeHoraria key is equal to fd-grd-cod-disc

           if ws-fs-grade = 00 then
               read arqGradeHoraria next
           end-if

           perform until ws-fs-grade <> 00
                      or fd-grd-cod-disc <> fd-matr-cod-disc
                      or ws-choque = "S"

               if fd-grd-periodo = fd-nm-periodo
               and fd-grd-status <> "I" then

                   perform varying ws-ind-aula from 1 by 1
                           until ws-ind-aula > ws-ta-qtd
                              or ws-choque = "S"

                       if fd-grd-dia-semana = ws-ta-dia(ws-ind-aula)
                       and fd-grd-hora-ini < ws-ta-fim(ws-ind-aula)
                       and ws-ta-ini(ws-ind-aula) < fd-grd-hora-fim then
                           move "S"              to ws-choque
                           move fd-grd-cod-disc  to ws-choque-cod-disc
                           move fd-grd-nome-disc to ws-choque-nome
                       end-if
                   end-perform
               end-if

               read arqGradeHoraria next
           end-perform
           .
       compara-aulas-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grava uma linha no relatorio de rejeitados, com o motivo ja
      *>  preenchido pela validacao que rejeitou o registro
           exit.


      *>------------------------------------------------------------------------
      *>  Primeira leitura do lote, antes de gravar qualquer coisa: o
      *>  primeiro registro tem de ser o cabecalho (HDR) com a
      *>  identificacao e a data do lote, o ultimo o trailer (TRL), e a
      *>  quantidade de registros e o total de controle (soma de aluno *
      *>  100 + disciplina)
      *>  recalculados tem de bater com o trailer. Arquivo truncado na
      *>  transmissao fica sem trailer e e recusado inteiro
      *>------------------------------------------------------------------------
       confere-lote section.

           move space to ws-motivo-lote
           move "N"   to ws-tem-trailer
           move 0     to ws-qtd-lote
           move 0     to ws-hash-lote

           read arqNovasMatr next record

           if ws-fs-novasMatr = 10
           or fd-nm-cab-tipo <> "HDR"
           or fd-nm-cab-lote = space
           or fd-nm-cab-data is not numeric then
               move "cabecalho do lote ausente ou invalido" to ws-motivo-lote
           else
               move fd-nm-cab-lote to ws-lote-id
               move fd-nm-cab-data to ws-lote-data
           end-if

           perform until ws-fs-novasMatr = 10
                      or ws-motivo-lote <> space

               read arqNovasMatr next record

               if ws-fs-novasMatr <> 10 then

                   if ws-tem-trailer = "S" then
                       move "registro depois do trailer" to ws-motivo-lote
                   else
                   if fd-nm-cab-tipo = "HDR" then
                       move "cabecalho repetido no meio do lote" to ws-motivo-lote
                   else
                   if fd-nm-trl-tipo = "TRL" then

                       move "S" to ws-tem-trailer

                       if fd-nm-trl-qtd is not numeric
                       or fd-nm-trl-hash is not numeric then
                           move "trailer invalido" to ws-motivo-lote
                       else
                           move fd-nm-trl-qtd  to ws-lote-qtd-trailer
                           move fd-nm-trl-hash to ws-lote-hash-trailer
                       end-if
                   else
                   if fd-nm-codigo is not numeric
                   or fd-nm-cod-disc is not numeric then
                       move "registro com campo de controle nao numerico" to ws-motivo-lote
                   else
                       add 1 to ws-qtd-lote
                       compute ws-hash-lote = ws-hash-lote
                                            + fd-nm-codigo * 100 + fd-nm-cod-disc
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-perform

           if ws-motivo-lote = space then
               if ws-tem-trailer <> "S" then
                   move "trailer ausente - arquivo incompleto" to ws-motivo-lote
               else
               if ws-qtd-lote <> ws-lote-qtd-trailer then
                   move "quantidade de registros nao confere com o trailer" to ws-motivo-lote
               else
               if ws-hash-lote <> ws-lote-hash-trailer then
                   move "total de controle nao confere com o trailer" to ws-motivo-lote
               end-if
               end-if
               end-if
           end-if

           if ws-motivo-lote <> space then
               display "Lote recusado - " ws-motivo-lote
               stop run
           end-if

      *>   reabre para a carga propriamente dita
           close arqNovasMatr
           open input arqNovasMatr
           if ws-fs-novasMatr  <> 00
           and ws-fs-novasMatr <> 05 then
               display "Erro ao abrir arq. novasMatriculas.dat: " ws-fs-novasMatr
               stop run
           end-if
           .
       confere-lote-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Localiza o lote no controle de lotes: lote concluido e recusado;
      *>  lote interrompido (status "P") com o mesmo trailer e retomado do
      *>  registro seguinte ao ultimo gravado, com os totais acumulados;
      *>  lote novo e registrado em processamento
      *>------------------------------------------------------------------------
       abre-lote section.

      *>   na primeira carga com controle de lote o arquivo ainda nao
      *>   existe (fs 35) - cria vazio e reabre em i-o
           open i-o arqLotes
           if ws-fs-lotes = 35 then
               open output arqLotes
               close arqLotes
               open i-o arqLotes
           end-if
           if ws-fs-lotes  <> 00
           and ws-fs-lotes <> 05 then
               display "Erro ao abrir arq. arqLotes: " ws-fs-lotes
               stop run
           end-if

           move ws-programa to ws-lote-programa
           move ws-lote-chave to fd-lote-chave
           read arqLotes

           if ws-fs-lotes  <> 00
           and ws-fs-lotes <> 05
           and ws-fs-lotes <> 23 then
               display "Erro ao ler arq. arqLotes: " ws-fs-lotes
               stop run
           end-if

           if ws-fs-lotes = 23 then

               perform formata-data-hora

               move "P"             to ws-lote-status
               move 0               to ws-lote-ultimo-reg
               move 0               to ws-lote-lidos
               move 0               to ws-lote-carregados
               move 0               to ws-lote-rejeitados
               move ws-datahora-fmt to ws-lote-inicio
               move space           to ws-lote-fim

               move ws-lote to fd-lote
               write fd-lote

               if ws-fs-lotes  <> 00
               and ws-fs-lotes <> 05 then
                   display "Erro ao gravar arq. arqLotes: " ws-fs-lotes
                   stop run
               end-if
           else
           if fd-lote-status = "C" then
               display "Lote " ws-lote-id " ja processado em " fd-lote-fim " - recusado"
               stop run
           else
           if fd-lote-qtd-trailer  <> ws-lote-qtd-trailer
           or fd-lote-hash-trailer <> ws-lote-hash-trailer then
               display "Lote " ws-lote-id " ja iniciado com outro conteudo - recusado"
               stop run
           else

               move fd-lote            to ws-lote
               move "S"                to ws-retomada
               move ws-lote-ultimo-reg to ws-ult-checkpoint
               move ws-lote-lidos      to ws-tot-lidos
               move ws-lote-carregados to ws-tot-carregados
               move ws-lote-rejeitados to ws-tot-rejeitados

               display "Retomando o lote " ws-lote-id " apos o registro " ws-ult-checkpoint
           end-if
           end-if
           end-if
           .
       abre-lote-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Ponto de retomada - regrava no controle do lote o numero do
      *>  registro de detalhe recem processado e os totais ate ele
      *>------------------------------------------------------------------------
       grava-checkpoint section.

           move ws-seq-registro   to ws-lote-ultimo-reg
           move ws-tot-lidos      to ws-lote-lidos
           move ws-tot-carregados to ws-lote-carregados
           move ws-tot-rejeitados to ws-lote-rejeitados

           move ws-lote to fd-lote
           rewrite fd-lote

           if ws-fs-lotes  <> 00
           and ws-fs-lotes <> 05 then
               display "Erro ao regravar arq. arqLotes: " ws-fs-lotes
               stop run
           end-if
           .
       grava-checkpoint-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Marca o lote como concluido - a partir daqui o mesmo lote e
      *>  recusado
      *>------------------------------------------------------------------------
       encerra-lote section.

           perform formata-data-hora

           move "C"             to ws-lote-status
           move ws-datahora-fmt to ws-lote-fim

           move ws-lote to fd-lote
           rewrite fd-lote

           if ws-fs-lotes  <> 00
           and ws-fs-lotes <> 05 then
               display "Erro ao regravar arq. arqLotes: " ws-fs-lotes
               stop run
           end-if
           .
       encerra-lote-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Monta data/hora corrente no formato AAAA-MM-DD HH:MM:SS
      *>------------------------------------------------------------------------
       formata-data-hora section.

           move function current-date to ws-current-date
           move ws-current-date(1:4)   to ws-dhf-ano
           move ws-current-date(5:2)   to ws-dhf-mes
           move ws-current-date(7:2)   to ws-dhf-dia
           move ws-current-date(9:2)   to ws-dhf-hora
           move ws-current-date(11:2)  to ws-dhf-min
           move ws-current-date(13:2)  to ws-dhf-seg
           .
       formata-data-hora-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           perform encerra-lote

           move space              to fd-linha-rejeitado
           write fd-linha-rejeitado
           move all "-"            to fd-linha-rejeitado
           write fd-linha-rejeitado
           move "TOTAIS DE CONTROLE DO LOTE" to fd-linha-rejeitado
           write fd-linha-rejeitado

           move ws-lote-id         to ws-lres-lote
           move ws-lote-data       to ws-lres-data
           move ws-linha-resumo-lote to fd-linha-rejeitado
           write fd-linha-rejeitado

           move ws-lote-qtd-trailer to ws-lres-trailer
           move ws-linha-resumo-trailer to fd-linha-rejeitado
           write fd-linha-rejeitado

           move ws-tot-lidos       to ws-lres-lidos
           move ws-linha-resumo    to fd-linha-rejeitado
           write fd-linha-rejeitado
           move ws-linha-resumo3   to fd-linha-rejeitado
           write fd-linha-rejeitado

           if ws-retomada = "S" then
               move ws-ult-checkpoint to ws-lres-retomada
               move ws-linha-resumo-retomada to fd-linha-rejeitado
               write fd-linha-rejeitado
           end-if

      *>   todo registro do trailer foi lido e cada lido foi carregado
      *>   ou rejeitado
           if ws-tot-lidos = ws-lote-qtd-trailer
           and ws-tot-carregados + ws-tot-rejeitados = ws-tot-lidos then
               move "OK"         to ws-lres-conf
           else
               move "DIVERGENTE" to ws-lres-conf
           end-if
           move ws-linha-resumo-conf to fd-linha-rejeitado
           write fd-linha-rejeitado

           display "Lote " ws-lote-id " de " ws-lote-data
           display "Registros no trailer..: " ws-lote-qtd-trailer
           display "Registros lidos.......: " ws-tot-lidos
           display "Carregados com sucesso: " ws-tot-carregados
           display "Rejeitados............: " ws-tot-rejeitados
           display "Conferencia c/ trailer: " ws-lres-conf

           close arqNovasMatr
           close arqAlunos
           close arqMatriculas
           close arqDisciplinas
           if ws-tem-prerequisitos = "S" then
               close arqPrerequisitos
           end-if
           if ws-tem-historico = "S" then
               close arqHistorico
           end-if
           if ws-tem-grade = "S" then
               close arqGradeHoraria
           end-if
           close arqLotes
           close arqRejeitados

           Stop run
