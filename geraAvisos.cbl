      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "geraAvisos".
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

      *>   destinatario do aviso - so alunos ativos com telefone
      *>   cadastrado (fd-tel) recebem mensagem
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           file status is ws-fs-arqAlunos.

      *>   so gera aviso de frequencia/nota para matricula ativa, e o
      *>   periodo da matricula entra na chave do historico de envios
           select arqMatriculas assign to "arqMatriculas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   criterio de avaliacao e nome de cada disciplina
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is sequential
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

           select arqNotas assign to "arqNotas.dat"
           organization is indexed
           access mode is sequential
           record key is fd-nota-chave
           file status is ws-fs-arqNotas.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidades.

      *>   historico de avisos ja enviados - um registro por aluno, motivo
      *>   e referencia do evento; aviso ja registrado nao sai de novo
           select arqAvisosEnviados assign to "arqAvisosEnviados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-ave-chave
           file status is ws-fs-enviados.

      *>   parametros opcionais da noite - dias de atraso da mensalidade
      *>   e margem de presenca acima do minimo que ja dispara o aviso
           select arqParametros assign to "geraAvisosPrm.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-parametros.

      *>   arquivo de saida para o gateway de SMS/e-mail - uma mensagem
      *>   por evento, recriado a cada noite
           select arqAvisos assign to "avisosResponsaveis.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-avisos.

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

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqFrequencia.
       01 fd-frequencia.
           copy FREQFD.

       fd arqNotas.
       01 fd-nota.
           copy NOTAFD.

       fd arqMensalidades.
       01 fd-mensalidade.
           copy MENSFD.

      *>Motivo: "FR" presenca proxima do minimo, "FB" presenca abaixo do
      *>minimo, "NB" nota parcial abaixo da media de aprovacao, "MV"
      *>mensalidade vencida. Referencia: periodo + disciplina (FR/FB),
      *>periodo + disciplina + numero da nota (NB), competencia (MV)
       fd arqAvisosEnviados.
       01 fd-aviso-enviado.
          05 fd-ave-chave.
             10 fd-ave-codigo                      pic 9(07).
             10 fd-ave-motivo                      pic X(02).
             10 fd-ave-referencia                  pic X(10).
          05 fd-ave-data-envio                     pic X(10).

       fd arqParametros.
       01 fd-parametros.
          05 fd-prm-dias-atraso                    pic 9(03).
          05 fd-prm-margem-freq                    pic 9(02).

      *>Layout combinado com o gateway de mensagens
       fd arqAvisos.
       01 fd-aviso.
          05 fd-av-codigo                          pic 9(07).
          05 fd-av-nome                            pic A(25).
          05 fd-av-tel                             pic X(15).
          05 fd-av-motivo                          pic X(02).
          05 fd-av-texto                           pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-disciplina.
           copy DISCWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-fs-arqNotas                           pic  9(02).
       77  ws-fs-arqMensalidades                    pic  9(02).
       77  ws-fs-enviados                           pic  9(02).
       77  ws-fs-parametros                         pic  9(02).
       77  ws-fs-avisos                             pic  9(02).

      *>"N" quando o arquivo correspondente ainda nao existe (fs 35) -
      *>frequencia/notas/mensalidades ausentes nao geram aviso; sem
      *>matriculas nao ha filtro de matricula ativa; sem disciplinas vale
      *>o criterio padrao
       77  ws-tem-matriculas                         pic X(01) value "S".
       77  ws-tem-disciplinas                        pic X(01) value "S".
       77  ws-tem-frequencia                         pic X(01) value "S".
       77  ws-tem-notas                              pic X(01) value "S".
       77  ws-tem-mensalidades                       pic X(01) value "S".

      *>Parametros da noite (geraAvisosPrm.dat); sem o arquivo valem 10
      *>dias de atraso e margem de 5 pontos percentuais de presenca
       77  ws-dias-limite                            pic 9(03) value 10.
       77  ws-margem-freq                            pic 9(02) value 5.

       77  ws-current-date                           pic X(21).
       77  ws-hoje-num                               pic 9(08).
       77  ws-venc-num                               pic 9(08).
       77  ws-dias-atraso                            pic S9(05).
       77  ws-data-hoje                              pic X(10).

       77  ws-soma-pesos                             pic 9(03).
       77  ws-cod-disc-crit                          pic 9(02).
       77  ws-freq-perc                              pic 9(03).
       77  ws-freq-alerta                            pic 9(03).

      *>Evento corrente, preenchido antes de emite-aviso
       77  ws-ev-codigo                              pic 9(07).
       77  ws-ev-motivo                              pic X(02).
       77  ws-ev-referencia                          pic X(10).
       77  ws-ev-texto                               pic X(80).
       77  ws-ev-periodo                             pic X(06).
       77  ws-ev-valido                              pic X(01).
       77  ws-ev-nome                                pic A(25).
       77  ws-ev-tel                                 pic X(15).

       77  ws-nota-num                               pic 9(01).
       77  ws-nota-valor                             pic 9(02)V99.
       77  ws-nota-cod-disc                          pic 9(02).
       77  ws-nota-nome-disc                         pic X(20).

       77  ws-tot-gerados                            pic 9(05) value 0.
       77  ws-tot-repetidos                          pic 9(05) value 0.
       77  ws-tot-sem-tel                            pic 9(05) value 0.
       77  ws-tot-freq                               pic 9(05) value 0.
       77  ws-tot-notas                              pic 9(05) value 0.
       77  ws-tot-mens                               pic 9(05) value 0.

       01 ws-texto-freq.
          05 filler                                 pic X(21) value "Atencao: presenca de ".
          05 ws-tf-perc                              pic ZZ9.
          05 filler                                 pic X(05) value "% em ".
          05 ws-tf-disc                              pic X(20).
          05 filler                                 pic X(02) value ", ".
          05 ws-tf-situacao                          pic X(07).
          05 filler                                 pic X(12) value " do minimo (".
          05 ws-tf-minimo                            pic ZZ9.
          05 filler                                 pic X(03) value "%).".

       01 ws-texto-nota.
          05 filler                                 pic X(05) value "Nota ".
          05 ws-tn-num                               pic 9(01).
          05 filler                                 pic X(04) value " de ".
          05 ws-tn-nota                              pic Z9,99.
          05 filler                                 pic X(04) value " em ".
          05 ws-tn-disc                              pic X(20).
          05 filler                                 pic X(30) value " abaixo da media de aprovacao ".
          05 ws-tn-media                             pic Z9,99.
          05 filler                                 pic X(01) value ".".

       01 ws-texto-mens.
          05 filler                                 pic X(12) value "Mensalidade ".
          05 ws-tm-competencia                       pic X(07).
          05 filler                                 pic X(13) value " vencida em ".
          05 ws-tm-vencimento                        pic X(10).
          05 filler                                 pic X(02) value ", ".
          05 ws-tm-dias                              pic ZZZZ9.
          05 filler                                 pic X(30) value " dias em atraso. Regularize.".


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processa-frequencia.
           perform processa-notas.
           perform processa-mensalidades.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - parametros da noite, data
      *>  corrente e abertura dos arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           move function current-date to ws-current-date
           move ws-current-date(1:8)  to ws-hoje-num
           move ws-current-date(1:4)  to ws-data-hoje(1:4)
           move "-"                   to ws-data-hoje(5:1)
           move ws-current-date(5:2)  to ws-data-hoje(6:2)
           move "-"                   to ws-data-hoje(8:1)
           move ws-current-date(7:2)  to ws-data-hoje(9:2)

      *>   parametros sao opcionais (fs 35 = valem os padroes)
           open input arqParametros
           if ws-fs-parametros = 00 then
               read arqParametros next record
               if ws-fs-parametros = 00 then
                   move fd-prm-dias-atraso to ws-dias-limite
                   move fd-prm-margem-freq to ws-margem-freq
               end-if
               close arqParametros
           end-if

           display "Avisos: mensalidade vencida ha mais de " ws-dias-limite
                   " dias, presenca ate " ws-margem-freq " pontos acima do minimo"

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

           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35 then
               move "N" to ws-tem-disciplinas
           else
               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05 then
                   display "Erro ao abrir arq. arqDisciplinas: " ws-fs-arqDisciplinas
                   stop run
               end-if
           end-if

           open input arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               move "N" to ws-tem-frequencia
           else
               if ws-fs-arqFrequencia  <> 00
               and ws-fs-arqFrequencia <> 05 then
                   display "Erro ao abrir arq. arqFrequencia: " ws-fs-arqFrequencia
                   stop run
               end-if
           end-if

           open input arqNotas
           if ws-fs-arqNotas = 35 then
               move "N" to ws-tem-notas
           else
               if ws-fs-arqNotas  <> 00
               and ws-fs-arqNotas <> 05 then
                   display "Erro ao abrir arq. arqNotas: " ws-fs-arqNotas
                   stop run
               end-if
           end-if

           open input arqMensalidades
           if ws-fs-arqMensalidades = 35 then
               move "N" to ws-tem-mensalidades
           else
               if ws-fs-arqMensalidades  <> 00
               and ws-fs-arqMensalidades <> 05 then
                   display "Erro ao abrir arq. arqMensalidades: " ws-fs-arqMensalidades
                   stop run
               end-if
           end-if

      *>   na primeira noite o historico de envios ainda nao existe (fs
      *>   35) - cria vazio e reabre em i-o
           open i-o arqAvisosEnviados
           if ws-fs-enviados = 35 then
               open output arqAvisosEnviados
               close arqAvisosEnviados
               open i-o arqAvisosEnviados
           end-if
           if ws-fs-enviados  <> 00
           and ws-fs-enviados <> 05 then
               display "Erro ao abrir arq. arqAvisosEnviados: " ws-fs-enviados
               stop run
           end-if

           open output arqAvisos
           if ws-fs-avisos <> 00 then
               display "Erro ao abrir arq. avisosResponsaveis.txt: " ws-fs-avisos
               stop run
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Frequencia - presenca abaixo do minimo da disciplina (FB) ou ate
      *>  ws-margem-freq pontos acima dele (FR); disciplina sem aula dada
      *>  ainda nao tem presenca a avaliar
      *>------------------------------------------------------------------------
       processa-frequencia section.

           if ws-tem-frequencia = "S" then

               read arqFrequencia next
               perform until ws-fs-arqFrequencia = 10

                   if fd-freq-aulas-dadas > 0 then

                       move fd-freq-codigo   to ws-ev-codigo
                       move fd-freq-cod-disc to ws-nota-cod-disc
                       perform valida-destinatario

                       if ws-ev-valido = "S" then

                           move fd-freq-cod-disc to ws-cod-disc-crit
                           perform carrega-criterio-disciplina

                           compute ws-freq-perc =
                               ((fd-freq-aulas-dadas - fd-freq-faltas) * 100)
                               / fd-freq-aulas-dadas

                           compute ws-freq-alerta = ws-disc-freq-min + ws-margem-freq

                           if ws-freq-perc < ws-freq-alerta then

                               if ws-freq-perc < ws-disc-freq-min then
                                   move "FB"      to ws-ev-motivo
                                   move "abaixo"  to ws-tf-situacao
                               else
                                   move "FR"      to ws-ev-motivo
                                   move "proxima" to ws-tf-situacao
                               end-if

                               move space             to ws-ev-referencia
                               move ws-ev-periodo     to ws-ev-referencia(1:6)
                               move fd-freq-cod-disc  to ws-ev-referencia(7:2)

                               move ws-freq-perc      to ws-tf-perc
                               move ws-disc-nome      to ws-tf-disc
                               move ws-disc-freq-min  to ws-tf-minimo
                               move ws-texto-freq     to ws-ev-texto

                               perform emite-aviso
                               if ws-ev-valido = "S" then
                                   add 1 to ws-tot-freq
                               end-if
                           end-if
                       end-if
                   end-if

                   read arqFrequencia next
               end-perform
           end-if
           .
       processa-frequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Notas - cada nota parcial lancada (maior que zero) abaixo da media
      *>  de aprovacao da disciplina gera um aviso proprio (NB)
      *>------------------------------------------------------------------------
       processa-notas section.

           if ws-tem-notas = "S" then

               read arqNotas next
               perform until ws-fs-arqNotas = 10

                   move fd-nota-codigo   to ws-ev-codigo
                   move fd-nota-cod-disc to ws-nota-cod-disc
                   perform valida-destinatario

                   if ws-ev-valido = "S" then

                       move fd-nota-cod-disc  to ws-cod-disc-crit
                       perform carrega-criterio-disciplina

                       move fd-nota-nome-disc to ws-nota-nome-disc

                       move 1              to ws-nota-num
                       move fd-nota-nota1  to ws-nota-valor
                       perform avalia-nota

                       move 2              to ws-nota-num
                       move fd-nota-nota2  to ws-nota-valor
                       perform avalia-nota

                       move 3              to ws-nota-num
                       move fd-nota-nota3  to ws-nota-valor
                       perform avalia-nota

                       move 4              to ws-nota-num
                       move fd-nota-nota4  to ws-nota-valor
                       perform avalia-nota
                   end-if

                   read arqNotas next
               end-perform
           end-if
           .
       processa-notas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Avalia a nota parcial corrente (ws-nota-num/ws-nota-valor) contra
      *>  a media de aprovacao da disciplina - nota zero e nota ainda nao
      *>  lancada e nao gera aviso
      *>------------------------------------------------------------------------
       avalia-nota section.

           if ws-nota-valor > 0
           and ws-nota-valor < ws-disc-media-aprov then

               move "NB"                 to ws-ev-motivo
               move space                to ws-ev-referencia
               move ws-ev-periodo        to ws-ev-referencia(1:6)
               move ws-nota-cod-disc     to ws-ev-referencia(7:2)
               move ws-nota-num          to ws-ev-referencia(9:1)

               move ws-nota-num          to ws-tn-num
               move ws-nota-valor        to ws-tn-nota
               move ws-nota-nome-disc    to ws-tn-disc
               move ws-disc-media-aprov  to ws-tn-media
               move ws-texto-nota        to ws-ev-texto

      *>        cada nota e um evento proprio - a nota anterior pode ter
      *>        voltado de emite-aviso com "N" (ja enviada)
               move "S" to ws-ev-valido
               perform emite-aviso
               if ws-ev-valido = "S" then
                   add 1 to ws-tot-notas
               end-if
           end-if
           .
       avalia-nota-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Mensalidades - cobranca em aberto vencida ha mais de
      *>  ws-dias-limite dias (MV), uma vez por competencia
      *>------------------------------------------------------------------------
       processa-mensalidades section.

           if ws-tem-mensalidades = "S" then

               read arqMensalidades next
               perform until ws-fs-arqMensalidades = 10

                   if fd-mens-status = "A" then

                       move fd-mens-vencimento(1:4) to ws-venc-num(1:4)
                       move fd-mens-vencimento(6:2) to ws-venc-num(5:2)
                       move fd-mens-vencimento(9:2) to ws-venc-num(7:2)

                       if ws-venc-num < ws-hoje-num then

                           compute ws-dias-atraso =
                               function integer-of-date(ws-hoje-num)
                             - function integer-of-date(ws-venc-num)

                           if ws-dias-atraso > ws-dias-limite then

      *>                        mensalidade nao depende de matricula -
      *>                        so o cadastro do aluno e validado
                               move fd-mens-codigo to ws-ev-codigo
                               move 0              to ws-nota-cod-disc
                               perform valida-destinatario

                               if ws-ev-valido = "S" then

                                   move "MV"                to ws-ev-motivo
                                   move space               to ws-ev-referencia
                                   move fd-mens-competencia to ws-ev-referencia(1:7)

                                   move fd-mens-competencia to ws-tm-competencia
                                   move fd-mens-vencimento  to ws-tm-vencimento
                                   move ws-dias-atraso      to ws-tm-dias
                                   move ws-texto-mens       to ws-ev-texto

                                   perform emite-aviso
                                   if ws-ev-valido = "S" then
                                       add 1 to ws-tot-mens
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if

                   read arqMensalidades next
               end-perform
           end-if
           .
       processa-mensalidades-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Valida o destinatario do evento (ws-ev-codigo): aluno ativo e, para
      *>  frequencia/nota (ws-nota-cod-disc diferente de zero), matricula
      *>  ativa na disciplina - o periodo dela vai para ws-ev-periodo
      *>------------------------------------------------------------------------
       valida-destinatario section.

           move "S"   to ws-ev-valido
           move space to ws-ev-periodo

           move ws-ev-codigo to fd-codigo
           read arqAlunos

           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05
           and ws-fs-arqAlunos <> 23 then
               display "Erro ao ler arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           if ws-fs-arqAlunos = 23
           or fd-status <> "A" then
               move "N" to ws-ev-valido
           else
               move fd-nome to ws-ev-nome
               move fd-tel  to ws-ev-tel
           end-if

           if ws-ev-valido = "S"
           and ws-nota-cod-disc <> 0
           and ws-tem-matriculas = "S" then

               move ws-ev-codigo     to fd-matr-codigo
               move ws-nota-cod-disc to fd-matr-cod-disc
               read arqMatriculas

               if ws-fs-arqMatriculas  <> 00
               and ws-fs-arqMatriculas <> 05
               and ws-fs-arqMatriculas <> 23 then
                   display "Erro ao ler arq. arqMatriculas: " ws-fs-arqMatriculas
                   stop run
               end-if

               if ws-fs-arqMatriculas = 23
               or fd-matr-status <> "A" then
                   move "N" to ws-ev-valido
               else
                   move fd-matr-periodo to ws-ev-periodo
               end-if
           end-if
           .
       valida-destinatario-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Emite o evento corrente: ja registrado no historico de envios =
      *>  repetido, nada sai; aluno sem telefone = nao enviavel, fica fora
      *>  do historico para sair quando o telefone for cadastrado; senao
      *>  grava a mensagem para o gateway e registra o envio.
      *>  Devolve ws-ev-valido "S" somente quando a mensagem saiu
      *>------------------------------------------------------------------------
       emite-aviso section.

           move ws-ev-codigo     to fd-ave-codigo
           move ws-ev-motivo     to fd-ave-motivo
           move ws-ev-referencia to fd-ave-referencia
           read arqAvisosEnviados

           if ws-fs-enviados  <> 00
           and ws-fs-enviados <> 05
           and ws-fs-enviados <> 23 then
               display "Erro ao ler arq. arqAvisosEnviados: " ws-fs-enviados
               stop run
           end-if

           if ws-fs-enviados <> 23 then
               add 1 to ws-tot-repetidos
               move "N" to ws-ev-valido
           else
           if ws-ev-tel = space then
               add 1 to ws-tot-sem-tel
               move "N" to ws-ev-valido
           else

               move ws-ev-codigo  to fd-av-codigo
               move ws-ev-nome    to fd-av-nome
               move ws-ev-tel     to fd-av-tel
               move ws-ev-motivo  to fd-av-motivo
               move ws-ev-texto   to fd-av-texto
               write fd-aviso

               if ws-fs-avisos <> 00 then
                   display "Erro ao gravar arq. avisosResponsaveis.txt: " ws-fs-avisos
                   stop run
               end-if

               move ws-ev-codigo     to fd-ave-codigo
               move ws-ev-motivo     to fd-ave-motivo
               move ws-ev-referencia to fd-ave-referencia
               move ws-data-hoje     to fd-ave-data-envio
               write fd-aviso-enviado

               if ws-fs-enviados  <> 00
               and ws-fs-enviados <> 05 then
                   display "Erro ao gravar arq. arqAvisosEnviados: " ws-fs-enviados
                   stop run
               end-if

               add 1 to ws-tot-gerados
           end-if
           end-if
           .
       emite-aviso-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carrega em ws-disciplina o criterio de avaliacao e o nome da
      *>  disciplina ws-cod-disc-crit; disciplina fora do mestre (ou mestre
      *>  inexistente) usa o criterio padrao
      *>------------------------------------------------------------------------
       carrega-criterio-disciplina section.

           move 23 to ws-fs-arqDisciplinas

           if ws-tem-disciplinas = "S" then

               move ws-cod-disc-crit to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05
               and ws-fs-arqDisciplinas <> 23 then
                   display "Erro ao ler arq. arqDisciplinas: " ws-fs-arqDisciplinas
                   stop run
               end-if
           end-if

           if ws-fs-arqDisciplinas <> 23 then
               move fd-disciplina to ws-disciplina
               compute ws-soma-pesos = ws-disc-peso1 + ws-disc-peso2
                                     + ws-disc-peso3 + ws-disc-peso4
           else
               move space to ws-disc-nome
               move 0     to ws-soma-pesos
           end-if

           if ws-soma-pesos = 0 then
               move 1    to ws-disc-peso1
               move 1    to ws-disc-peso2
               move 1    to ws-disc-peso3
               move 1    to ws-disc-peso4
               move 6,00 to ws-disc-media-aprov
               move 3,00 to ws-disc-media-exame
               move 75   to ws-disc-freq-min
               move 4    to ws-soma-pesos
           end-if
           .
       carrega-criterio-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - totais da noite no console
      *>------------------------------------------------------------------------
       finaliza section.

           display "Avisos gerados..............: " ws-tot-gerados
           display "  de frequencia.............: " ws-tot-freq
           display "  de notas..................: " ws-tot-notas
           display "  de mensalidade............: " ws-tot-mens
           display "Ja enviados (nao repetidos).: " ws-tot-repetidos
           display "Sem telefone cadastrado.....: " ws-tot-sem-tel

           close arqAlunos
           if ws-tem-matriculas = "S" then
               close arqMatriculas
           end-if
           if ws-tem-disciplinas = "S" then
               close arqDisciplinas
           end-if
           if ws-tem-frequencia = "S" then
               close arqFrequencia
           end-if
           if ws-tem-notas = "S" then
               close arqNotas
           end-if
           if ws-tem-mensalidades = "S" then
               close arqMensalidades
           end-if
           close arqAvisosEnviados
           close arqAvisos

           Stop run
           .
       finaliza-exit.
           exit.
