      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "transfereAluno".
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

      *>   alunos - a exportacao marca o aluno como transferido ("T"); a
      *>   importacao cria o aluno com codigo novo (ultimo codigo + 1)
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-codigo
           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *>   historico academico - exportado inteiro; na importacao as
      *>   disciplinas aprovadas na escola de origem entram como
      *>   aproveitamento de estudos (situacao "V")
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>   notas e frequencia do periodo corrente - seguem no dossie e
      *>   saem dos arquivos daqui, para o fechamento do periodo nao
      *>   arquivar no historico um periodo que o aluno nao concluiu
           select arqNotas assign to "arqNotas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-nota-chave
           file status is ws-fs-arqNotas.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   matriculas - ativas sao encerradas na saida; na entrada cada
      *>   disciplina com nota em curso ganha matricula no periodo corrente
           select arqMatriculas assign to "arqMatriculas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   mestre de disciplinas - disciplina do dossie sem codigo
      *>   correspondente aqui e rejeitada na importacao
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

      *>   dossie de transferencia - arquivo de intercambio entre escolas:
      *>   cabecalho (H), cadastro (A), historico (D), notas (N) e
      *>   frequencia (F) do periodo corrente e trailer (T) com as
      *>   quantidades e o total de controle
           select arqDossie assign to "dossieTransferencia.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-dossie.

      *>   trilha de auditoria - saida (TRANSF-SAIDA) e entrada
      *>   (TRANSF-ENTRA) do aluno, com as imagens antes/depois
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-auditoria.

      *>   relatorio da importacao - o que foi carregado e o que ficou
      *>   de fora, registro a registro
           select arqRelatorio assign to "transferenciaEntrada.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

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

       fd arqNotas.
       01 fd-nota.
           copy NOTAFD.

       fd arqFrequencia.
       01 fd-frequencia.
           copy FREQFD.

       fd arqMatriculas.
       01 fd-matricula.
           copy MATRFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

      *>Layouts do dossie - o primeiro byte identifica o registro
       fd arqDossie.
       01 fd-dos-cabecalho.
          05 fd-dos-tipo                           pic X(01).
          05 fd-dos-h-layout                       pic X(08).
          05 fd-dos-h-datahora                     pic X(19).
          05 fd-dos-h-codigo                       pic 9(07).
          05 fd-dos-h-periodo                      pic X(06).

       01 fd-dos-aluno.
          05 filler                                pic X(01).
          05 fd-dos-a-nome                         pic A(25).
          05 fd-dos-a-endereco                     pic X(35).
          05 fd-dos-a-mae                          pic A(25).
          05 fd-dos-a-pai                          pic A(25).
          05 fd-dos-a-tel                          pic X(15).

       01 fd-dos-historico.
          05 filler                                pic X(01).
          05 fd-dos-d-periodo                      pic X(06).
          05 fd-dos-d-cod-disc                     pic 9(02).
          05 fd-dos-d-nome-disc                    pic X(20).
          05 fd-dos-d-nota1                        pic 9(02)V99.
          05 fd-dos-d-nota2                        pic 9(02)V99.
          05 fd-dos-d-nota3                        pic 9(02)V99.
          05 fd-dos-d-nota4                        pic 9(02)V99.
          05 fd-dos-d-media                        pic 9(02)V99.
          05 fd-dos-d-freq                         pic 9(03).
          05 fd-dos-d-nota-exame                   pic 9(02)V99.
          05 fd-dos-d-situacao                     pic X(01).

       01 fd-dos-nota.
          05 filler                                pic X(01).
          05 fd-dos-n-cod-disc                     pic 9(02).
          05 fd-dos-n-nome-disc                    pic X(20).
          05 fd-dos-n-nota1                        pic 9(02)V99.
          05 fd-dos-n-nota2                        pic 9(02)V99.
          05 fd-dos-n-nota3                        pic 9(02)V99.
          05 fd-dos-n-nota4                        pic 9(02)V99.

       01 fd-dos-frequencia.
          05 filler                                pic X(01).
          05 fd-dos-f-cod-disc                     pic 9(02).
          05 fd-dos-f-aulas-dadas                  pic 9(03).
          05 fd-dos-f-faltas                       pic 9(03).

      *>total de controle: soma, em cada registro D/N/F, do codigo da
      *>disciplina com a media (D), as quatro notas (N) em centesimos ou
      *>as faltas (F); quantidade de registros conta o arquivo inteiro
       01 fd-dos-trailer.
          05 filler                                pic X(01).
          05 fd-dos-t-qtd-hist                     pic 9(05).
          05 fd-dos-t-qtd-notas                    pic 9(05).
          05 fd-dos-t-qtd-freq                     pic 9(05).
          05 fd-dos-t-qtd-registros                pic 9(05).
          05 fd-dos-t-hash                         pic 9(11).

      *>Mesmo layout gravado por grava-auditoria em exercicio3.cbl -
      *>imagem antes/depois do registro de aluno em cada operacao
       fd arqAuditoria.
       01 fd-auditoria.
          05 fd-aud-datahora                       pic X(19).
          05 fd-aud-codigo                         pic 9(07).
          05 fd-aud-operacao                       pic X(12).
          05 fd-aud-cod-disc                       pic 9(02).
          05 fd-aud-operador                       pic X(08).
          05 fd-aud-antes.
             10 fd-aud-antes-nome                  pic A(25).
             10 fd-aud-antes-endereco              pic X(35).
             10 fd-aud-antes-mae                   pic A(25).
             10 fd-aud-antes-pai                   pic A(25).
             10 fd-aud-antes-tel                   pic X(15).
             10 fd-aud-antes-nota1                 pic 9(02)V99.
             10 fd-aud-antes-nota2                 pic 9(02)V99.
             10 fd-aud-antes-nota3                 pic 9(02)V99.
             10 fd-aud-antes-nota4                 pic 9(02)V99.
             10 fd-aud-antes-status                pic X(01).
          05 fd-aud-depois.
             10 fd-aud-depois-nome                 pic A(25).
             10 fd-aud-depois-endereco             pic X(35).
             10 fd-aud-depois-mae                  pic A(25).
             10 fd-aud-depois-pai                  pic A(25).
             10 fd-aud-depois-tel                  pic X(15).
             10 fd-aud-depois-nota1                pic 9(02)V99.
             10 fd-aud-depois-nota2                pic 9(02)V99.
             10 fd-aud-depois-nota3                pic 9(02)V99.
             10 fd-aud-depois-nota4                pic 9(02)V99.
             10 fd-aud-depois-status               pic X(01).

       fd arqRelatorio
           record contains 80 characters.
       01 fd-linha                                 pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-aluno.
           copy ALUNOWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqNotas                           pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-dossie                             pic  9(02).
       77  ws-fs-auditoria                          pic  9(02).
       77  ws-fs-relatorio                          pic  9(02).

      *>"N" quando o arquivo correspondente ainda nao existe (fs 35) - na
      *>exportacao aquele vinculo nao tem o que levar
       77  ws-tem-historico                          pic X(01) value "S".
       77  ws-tem-notas                              pic X(01) value "S".
       77  ws-tem-frequencia                         pic X(01) value "S".
       77  ws-tem-matriculas                         pic X(01) value "S".

      *>Parametros informados pelo operador na partida:
      *>E = exportar o dossie do aluno que sai, I = importar o dossie do
      *>aluno que chega
       77  ws-opcao                                  pic X(01) value space.
       77  ws-cod-aluno                              pic 9(07) value 0.
       77  ws-periodo                                pic X(06) value space.
       77  ws-operador                               pic X(08) value space.
       77  ws-confirma                               pic X(01) value space.

       77  ws-layout-dossie                          pic X(08) value "DOSSIE01".
       77  ws-cod-origem                             pic 9(07) value 0.
       77  ws-periodo-origem                         pic X(06) value space.
       77  ws-datahora-origem                        pic X(19) value space.
       77  ws-cod-novo                               pic 9(07) value 0.

       77  ws-fim-leitura                            pic X(01).
       77  ws-dossie-ok                              pic X(01).
       77  ws-tem-trailer                            pic X(01).
       77  ws-motivo                                 pic X(33).
       77  ws-current-date                           pic X(21).

      *>Quantidades e total de controle do dossie gravado ou relido
       77  ws-qtd-registros                          pic 9(05) value 0.
       77  ws-qtd-cadastro                           pic 9(05) value 0.
       77  ws-qtd-hist                               pic 9(05) value 0.
       77  ws-qtd-notas                              pic 9(05) value 0.
       77  ws-qtd-freq                               pic 9(05) value 0.
       77  ws-hash                                   pic 9(11) value 0.

       77  ws-tot-notas-baixadas                     pic 9(05) value 0.
       77  ws-tot-freq-baixadas                      pic 9(05) value 0.
       77  ws-tot-matr-encerradas                    pic 9(05) value 0.
       77  ws-tot-hist-carregados                    pic 9(05) value 0.
       77  ws-tot-hist-reprovados                    pic 9(05) value 0.
       77  ws-tot-notas-carregadas                   pic 9(05) value 0.
       77  ws-tot-freq-carregadas                    pic 9(05) value 0.
       77  ws-tot-rejeitados                         pic 9(05) value 0.

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

       01 ws-linha-item.
          05 ws-li-tipo                              pic X(05).
          05 ws-li-periodo                           pic X(06).
          05 filler                                  pic X(01) value space.
          05 ws-li-cod-disc                          pic 9(02).
          05 filler                                  pic X(01) value space.
          05 ws-li-nome-disc                         pic X(20).
          05 filler                                  pic X(01) value space.
          05 ws-li-acao                              pic X(09).
          05 filler                                  pic X(01) value space.
          05 ws-li-motivo                            pic X(33).


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a opcao e abre os arquivos
      *>  da exportacao ou da importacao
      *>------------------------------------------------------------------------
       inicializa section.

           display "Opcao (E = exportar dossie, I = importar dossie): " with no advancing
           accept ws-opcao

           if ws-opcao = "e" then
               move "E" to ws-opcao
           end-if
           if ws-opcao = "i" then
               move "I" to ws-opcao
           end-if

           if ws-opcao <> "E"
           and ws-opcao <> "I" then
               display "Opcao invalida - transferencia abortada"
               stop run
           end-if

           if ws-opcao = "E" then
               perform inicializa-exportacao
           else
               perform inicializa-importacao
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Exportacao - pede o aluno, o periodo corrente e o operador,
      *>  exige aluno ativo e confirmacao explicita antes de mexer em
      *>  qualquer arquivo
      *>------------------------------------------------------------------------
       inicializa-exportacao section.

           display "Codigo do aluno que sai..............: " with no advancing
           accept ws-cod-aluno

           display "Periodo letivo corrente (ex. 2026-2).: " with no advancing
           accept ws-periodo

           display "Operador responsavel.................: " with no advancing
           accept ws-operador

           if ws-cod-aluno = 0
           or ws-periodo = space
           or ws-operador = space then
               display "Codigo, periodo e operador sao obrigatorios - transferencia abortada"
               stop run
           end-if

           open i-o arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           move ws-cod-aluno to fd-codigo
           read arqAlunos
           if ws-fs-arqAlunos <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Aluno nao encontrado - transferencia abortada"
               stop run
           end-if
           if fd-status <> "A" then
               display "Aluno inativo ou ja transferido - transferencia abortada"
               stop run
           end-if

           display "Aluno........: " fd-codigo " " fd-nome
           display "Confirma a transferencia para outra escola (S/N): " with no advancing
           accept ws-confirma

           if ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Transferencia nao confirmada - nada foi alterado"
               stop run
           end-if

      *>   vinculo ainda sem arquivo proprio (fs 35) nao tem o que
      *>   exportar - o dossie segue sem ele
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

           open i-o arqNotas
           if ws-fs-arqNotas = 35 then
               move "N" to ws-tem-notas
           else
               if ws-fs-arqNotas  <> 00
               and ws-fs-arqNotas <> 05 then
                   display "Erro ao abrir arq. arqNotas: " ws-fs-arqNotas
                   stop run
               end-if
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               move "N" to ws-tem-frequencia
           else
               if ws-fs-arqFrequencia  <> 00
               and ws-fs-arqFrequencia <> 05 then
                   display "Erro ao abrir arq. arqFrequencia: " ws-fs-arqFrequencia
                   stop run
               end-if
           end-if

           open i-o arqMatriculas
           if ws-fs-arqMatriculas = 35 then
               move "N" to ws-tem-matriculas
           else
               if ws-fs-arqMatriculas  <> 00
               and ws-fs-arqMatriculas <> 05 then
                   display "Erro ao abrir arq. arqMatriculas: " ws-fs-arqMatriculas
                   stop run
               end-if
           end-if

           open extend arqAuditoria
           if ws-fs-auditoria <> 00 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria  <> 00
           and ws-fs-auditoria <> 05 then
               display "Erro ao abrir arq. arqAuditoria: " ws-fs-auditoria
               stop run
           end-if

           open output arqDossie
           if ws-fs-dossie <> 00 then
               display "Erro ao abrir arq. dossieTransferencia.dat: " ws-fs-dossie
               stop run
           end-if
           .
       inicializa-exportacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Importacao - pede o periodo corrente e o operador, confere o
      *>  dossie inteiro (cabecalho, cadastro e trailer) antes de gravar
      *>  qualquer coisa e recusa aluno que ja esteja cadastrado e ativo
      *>------------------------------------------------------------------------
       inicializa-importacao section.

           display "Periodo letivo corrente (ex. 2026-2).: " with no advancing
           accept ws-periodo

           display "Operador responsavel.................: " with no advancing
           accept ws-operador

           if ws-periodo = space
           or ws-operador = space then
               display "Periodo e operador sao obrigatorios - importacao abortada"
               stop run
           end-if

           open input arqDossie
           if ws-fs-dossie = 35 then
               display "Dossie de transferencia nao encontrado - importacao abortada"
               stop run
           end-if
           if ws-fs-dossie  <> 00
           and ws-fs-dossie <> 05 then
               display "Erro ao abrir arq. dossieTransferencia.dat: " ws-fs-dossie
               stop run
           end-if

           perform confere-dossie

           close arqDossie

           if ws-dossie-ok <> "S" then
               display "Dossie incompleto ou alterado - importacao abortada"
               stop run
           end-if

           open i-o arqAlunos
           if ws-fs-arqAlunos = 35 then
               open output arqAlunos
               close arqAlunos
               open i-o arqAlunos
           end-if
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           perform verifica-duplicado

           display "Escola de origem - codigo " ws-cod-origem " periodo " ws-periodo-origem
           display "Aluno........: " ws-nome
           display "Historico....: " ws-qtd-hist " Notas: " ws-qtd-notas " Frequencia: " ws-qtd-freq
           display "Confirma a entrada do aluno transferido (S/N): " with no advancing
           accept ws-confirma

           if ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Importacao nao confirmada - nada foi alterado"
               stop run
           end-if

           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00
           and ws-fs-arqDisciplinas <> 05 then
               display "Erro ao abrir arq. arqDisciplinas: " ws-fs-arqDisciplinas
               stop run
           end-if

      *>   arquivos ainda inexistentes (fs 35) sao criados vazios - a
      *>   importacao e o primeiro registro deles
           open i-o arqHistorico
           if ws-fs-historico = 35 then
               open output arqHistorico
               close arqHistorico
               open i-o arqHistorico
           end-if
           if ws-fs-historico  <> 00
           and ws-fs-historico <> 05 then
               display "Erro ao abrir arq. arqHistorico: " ws-fs-historico
               stop run
           end-if

           open i-o arqNotas
           if ws-fs-arqNotas = 35 then
               open output arqNotas
               close arqNotas
               open i-o arqNotas
           end-if
           if ws-fs-arqNotas  <> 00
           and ws-fs-arqNotas <> 05 then
               display "Erro ao abrir arq. arqNotas: " ws-fs-arqNotas
               stop run
           end-if

           open i-o arqFrequencia
           if ws-fs-arqFrequencia = 35 then
               open output arqFrequencia
               close arqFrequencia
               open i-o arqFrequencia
           end-if
           if ws-fs-arqFrequencia  <> 00
           and ws-fs-arqFrequencia <> 05 then
               display "Erro ao abrir arq. arqFrequencia: " ws-fs-arqFrequencia
               stop run
           end-if

           open i-o arqMatriculas
           if ws-fs-arqMatriculas = 35 then
               open output arqMatriculas
               close arqMatriculas
               open i-o arqMatriculas
           end-if
           if ws-fs-arqMatriculas  <> 00
           and ws-fs-arqMatriculas <> 05 then
               display "Erro ao abrir arq. arqMatriculas: " ws-fs-arqMatriculas
               stop run
           end-if

           open extend arqAuditoria
           if ws-fs-auditoria <> 00 then
               open output arqAuditoria
           end-if
           if ws-fs-auditoria  <> 00
           and ws-fs-auditoria <> 05 then
               display "Erro ao abrir arq. arqAuditoria: " ws-fs-auditoria
               stop run
           end-if

           open output arqRelatorio
           if ws-fs-relatorio <> 00 then
               display "Erro ao abrir arq. transferenciaEntrada.txt: " ws-fs-relatorio
               stop run
           end-if

           open input arqDossie
           if ws-fs-dossie  <> 00
           and ws-fs-dossie <> 05 then
               display "Erro ao abrir arq. dossieTransferencia.dat: " ws-fs-dossie
               stop run
           end-if
           .
       inicializa-importacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Primeira leitura do dossie na importacao: o primeiro registro
      *>  tem de ser o cabecalho no layout conhecido, o cadastro vem uma
      *>  unica vez, o trailer e o ultimo e as quantidades e o total de
      *>  controle recalculados tem de bater com ele. Arquivo truncado
      *>  ou editado depois de gerado fica com ws-dossie-ok = "N"
      *>------------------------------------------------------------------------
       confere-dossie section.

           move "S" to ws-dossie-ok
           move "N" to ws-tem-trailer
           move "N" to ws-fim-leitura
           move 0   to ws-qtd-registros
           move 0   to ws-qtd-cadastro
           move 0   to ws-qtd-hist
           move 0   to ws-qtd-notas
           move 0   to ws-qtd-freq
           move 0   to ws-hash

           perform until ws-fim-leitura = "S"

               read arqDossie next record

               if ws-fs-dossie <> 00 then
                   move "S" to ws-fim-leitura
               else

                   add 1 to ws-qtd-registros

      *>           nada pode vir depois do trailer
                   if ws-tem-trailer = "S" then
                       move "N" to ws-dossie-ok
                   end-if

                   if ws-qtd-registros = 1 then
                       if fd-dos-tipo <> "H"
                       or fd-dos-h-layout <> ws-layout-dossie then
                           move "N" to ws-dossie-ok
                       else
                           move fd-dos-h-codigo   to ws-cod-origem
                           move fd-dos-h-periodo  to ws-periodo-origem
                           move fd-dos-h-datahora to ws-datahora-origem
                       end-if
                   else
                   if fd-dos-tipo = "A" then
                       add 1 to ws-qtd-cadastro
                       move fd-dos-a-nome     to ws-nome
                       move fd-dos-a-endereco to ws-endereco
                       move fd-dos-a-mae      to ws-mae
                       move fd-dos-a-pai      to ws-pai
                       move fd-dos-a-tel      to ws-tel
                   else
                   if fd-dos-tipo = "D" then
                       if fd-dos-d-cod-disc is not numeric
                       or fd-dos-d-media is not numeric then
                           move "N" to ws-dossie-ok
                       else
                           add 1 to ws-qtd-hist
                           compute ws-hash = ws-hash + fd-dos-d-cod-disc
                                           + fd-dos-d-media * 100
                       end-if
                   else
                   if fd-dos-tipo = "N" then
                       if fd-dos-n-cod-disc is not numeric
                       or fd-dos-n-nota1 is not numeric
                       or fd-dos-n-nota2 is not numeric
                       or fd-dos-n-nota3 is not numeric
                       or fd-dos-n-nota4 is not numeric then
                           move "N" to ws-dossie-ok
                       else
                           add 1 to ws-qtd-notas
                           compute ws-hash = ws-hash + fd-dos-n-cod-disc
                                           + (fd-dos-n-nota1 + fd-dos-n-nota2
                                            + fd-dos-n-nota3 + fd-dos-n-nota4) * 100
                       end-if
                   else
                   if fd-dos-tipo = "F" then
                       if fd-dos-f-cod-disc is not numeric
                       or fd-dos-f-faltas is not numeric then
                           move "N" to ws-dossie-ok
                       else
                           add 1 to ws-qtd-freq
                           compute ws-hash = ws-hash + fd-dos-f-cod-disc
                                           + fd-dos-f-faltas
                       end-if
                   else
                   if fd-dos-tipo = "T" then
                       move "S" to ws-tem-trailer
                       if fd-dos-t-qtd-hist      <> ws-qtd-hist
                       or fd-dos-t-qtd-notas     <> ws-qtd-notas
                       or fd-dos-t-qtd-freq      <> ws-qtd-freq
                       or fd-dos-t-qtd-registros <> ws-qtd-registros
                       or fd-dos-t-hash          <> ws-hash then
                           move "N" to ws-dossie-ok
                       end-if
                   else
                       move "N" to ws-dossie-ok
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-perform

           if ws-tem-trailer <> "S"
           or ws-qtd-cadastro <> 1
           or ws-nome = space then
               move "N" to ws-dossie-ok
           end-if
           .
       confere-dossie-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Recusa a entrada de quem ja esta cadastrado e ativo aqui - mesmo
      *>  nome e mesmo nome da mae (um dossie importado duas vezes geraria
      *>  dois codigos para o mesmo aluno)
      *>------------------------------------------------------------------------
       verifica-duplicado section.

           move ws-nome to fd-nome
           start arqAlunos key is = fd-nome

           if ws-fs-arqAlunos = 00 then

               move "N" to ws-fim-leitura

               perform until ws-fim-leitura = "S"

                   read arqAlunos next

                   if ws-fs-arqAlunos <> 00
                   and ws-fs-arqAlunos <> 02
                   and ws-fs-arqAlunos <> 05 then
                       move "S" to ws-fim-leitura
                   else
                   if fd-nome <> ws-nome then
                       move "S" to ws-fim-leitura
                   else
                       if fd-status = "A"
                       and fd-mae = ws-mae then
                           display "Aluno ja cadastrado e ativo com o codigo " fd-codigo
                                   " - importacao abortada"
                           stop run
                       end-if
                   end-if
                   end-if
               end-perform
           end-if
           .
       verifica-duplicado-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if ws-opcao = "E" then
               perform exporta-dossie
               perform baixa-vinculos
               perform marca-transferido
           else
               perform cadastra-aluno
               perform importa-dossie
           end-if
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grava o dossie completo do aluno que sai: cabecalho, cadastro,
      *>  historico inteiro, notas e frequencia do periodo corrente e o
      *>  trailer de controle. O dossie fica pronto antes de qualquer
      *>  baixa nos arquivos daqui
      *>------------------------------------------------------------------------
       exporta-dossie section.

           perform formata-data-hora

           move space            to fd-dos-cabecalho
           move ws-layout-dossie to fd-dos-h-layout
           move ws-datahora-fmt  to fd-dos-h-datahora
           move fd-codigo        to fd-dos-h-codigo
           move ws-periodo       to fd-dos-h-periodo
           move "H"              to fd-dos-tipo
           perform grava-dossie

           move fd-nome          to fd-dos-a-nome
           move fd-endereco      to fd-dos-a-endereco
           move fd-mae           to fd-dos-a-mae
           move fd-pai           to fd-dos-a-pai
           move fd-tel           to fd-dos-a-tel
           move "A"              to fd-dos-tipo
           perform grava-dossie

      *>   historico - todos os periodos, na ordem da chave
           move "S" to ws-fim-leitura
           if ws-tem-historico = "S" then
               move ws-cod-aluno to fd-hist-codigo
               move low-values   to fd-hist-periodo
               move 0            to fd-hist-cod-disc
               start arqHistorico key is not less than fd-hist-chave
               if ws-fs-historico = 00 then
                   move "N" to ws-fim-leitura
               end-if
           end-if

           perform until ws-fim-leitura = "S"

               read arqHistorico next

               if ws-fs-historico <> 00
               and ws-fs-historico <> 05 then
                   move "S" to ws-fim-leitura
               else
               if fd-hist-codigo <> ws-cod-aluno then
                   move "S" to ws-fim-leitura
               else
                   move fd-hist-periodo    to fd-dos-d-periodo
                   move fd-hist-cod-disc   to fd-dos-d-cod-disc
                   move fd-hist-nome-disc  to fd-dos-d-nome-disc
                   move fd-hist-nota1      to fd-dos-d-nota1
                   move fd-hist-nota2      to fd-dos-d-nota2
                   move fd-hist-nota3      to fd-dos-d-nota3
                   move fd-hist-nota4      to fd-dos-d-nota4
                   move fd-hist-media      to fd-dos-d-media
                   move fd-hist-freq       to fd-dos-d-freq
                   move fd-hist-nota-exame to fd-dos-d-nota-exame
                   move fd-hist-situacao   to fd-dos-d-situacao
                   move "D"                to fd-dos-tipo
                   perform grava-dossie

                   add 1 to ws-qtd-hist
                   compute ws-hash = ws-hash + fd-hist-cod-disc
                                   + fd-hist-media * 100
               end-if
               end-if
           end-perform

      *>   notas do periodo corrente
           move "S" to ws-fim-leitura
           if ws-tem-notas = "S" then
               move ws-cod-aluno to fd-nota-codigo
               move 0            to fd-nota-cod-disc
               start arqNotas key is not less than fd-nota-chave
               if ws-fs-arqNotas = 00 then
                   move "N" to ws-fim-leitura
               end-if
           end-if

           perform until ws-fim-leitura = "S"

               read arqNotas next

               if ws-fs-arqNotas <> 00
               and ws-fs-arqNotas <> 05 then
                   move "S" to ws-fim-leitura
               else
               if fd-nota-codigo <> ws-cod-aluno then
                   move "S" to ws-fim-leitura
               else
                   move fd-nota-cod-disc   to fd-dos-n-cod-disc
                   move fd-nota-nome-disc  to fd-dos-n-nome-disc
                   move fd-nota-nota1      to fd-dos-n-nota1
                   move fd-nota-nota2      to fd-dos-n-nota2
                   move fd-nota-nota3      to fd-dos-n-nota3
                   move fd-nota-nota4      to fd-dos-n-nota4
                   move "N"                to fd-dos-tipo
                   perform grava-dossie

                   add 1 to ws-qtd-notas
                   compute ws-hash = ws-hash + fd-nota-cod-disc
                                   + (fd-nota-nota1 + fd-nota-nota2
                                    + fd-nota-nota3 + fd-nota-nota4) * 100
               end-if
               end-if
           end-perform

      *>   frequencia do periodo corrente
           move "S" to ws-fim-leitura
           if ws-tem-frequencia = "S" then
               move ws-cod-aluno to fd-freq-codigo
               move 0            to fd-freq-cod-disc
               start arqFrequencia key is not less than fd-freq-chave
               if ws-fs-arqFrequencia = 00 then
                   move "N" to ws-fim-leitura
               end-if
           end-if

           perform until ws-fim-leitura = "S"

               read arqFrequencia next

               if ws-fs-arqFrequencia <> 00
               and ws-fs-arqFrequencia <> 05 then
                   move "S" to ws-fim-leitura
               else
               if fd-freq-codigo <> ws-cod-aluno then
                   move "S" to ws-fim-leitura
               else
                   move fd-freq-cod-disc    to fd-dos-f-cod-disc
                   move fd-freq-aulas-dadas to fd-dos-f-aulas-dadas
                   move fd-freq-faltas      to fd-dos-f-faltas
                   move "F"                 to fd-dos-tipo
                   perform grava-dossie

                   add 1 to ws-qtd-freq
                   compute ws-hash = ws-hash + fd-freq-cod-disc
                                   + fd-freq-faltas
               end-if
               end-if
           end-perform

           move ws-qtd-hist      to fd-dos-t-qtd-hist
           move ws-qtd-notas     to fd-dos-t-qtd-notas
           move ws-qtd-freq      to fd-dos-t-qtd-freq
           add 1 to ws-qtd-registros
           move ws-qtd-registros to fd-dos-t-qtd-registros
           move ws-hash          to fd-dos-t-hash
           move "T"              to fd-dos-tipo
           write fd-dos-trailer

           if ws-fs-dossie <> 00 then
               display "Erro ao gravar arq. dossieTransferencia.dat: " ws-fs-dossie
               stop run
           end-if

           close arqDossie
           .
       exporta-dossie-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grava o registro corrente do dossie (H, A, D, N ou F, conforme
      *>  fd-dos-tipo) e conta a linha para o trailer
      *>------------------------------------------------------------------------
       grava-dossie section.

           if fd-dos-tipo = "H" then
               write fd-dos-cabecalho
           else
           if fd-dos-tipo = "A" then
               write fd-dos-aluno
           else
           if fd-dos-tipo = "D" then
               write fd-dos-historico
           else
           if fd-dos-tipo = "N" then
               write fd-dos-nota
           else
               write fd-dos-frequencia
           end-if
           end-if
           end-if
           end-if

           if ws-fs-dossie <> 00 then
               display "Erro ao gravar arq. dossieTransferencia.dat: " ws-fs-dossie
               stop run
           end-if

           add 1 to ws-qtd-registros
           .
       grava-dossie-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Baixa os vinculos do periodo corrente do aluno que sai: notas e
      *>  frequencia ja seguiram no dossie e sao apagadas (o fechamento
      *>  arquivaria no historico um periodo incompleto), matriculas
      *>  ativas sao encerradas. Cada baixa vira um evento na trilha
      *>------------------------------------------------------------------------
       baixa-vinculos section.

           move "N" to ws-fim-leitura
           if ws-tem-notas <> "S" then
               move "S" to ws-fim-leitura
           end-if

           perform until ws-fim-leitura = "S"

               move ws-cod-aluno to fd-nota-codigo
               move 0            to fd-nota-cod-disc
               start arqNotas key is not less than fd-nota-chave

               if ws-fs-arqNotas <> 00 then
                   move "S" to ws-fim-leitura
               else

                   read arqNotas next

                   if ws-fs-arqNotas <> 00
                   and ws-fs-arqNotas <> 05 then
                       move "S" to ws-fim-leitura
                   else
                   if fd-nota-codigo <> ws-cod-aluno then
                       move "S" to ws-fim-leitura
                   else

                       move fd-nota-cod-disc to fd-aud-cod-disc

                       delete arqNotas record
                       if ws-fs-arqNotas <> 00 then
                           display "Erro ao apagar arq. arqNotas: " ws-fs-arqNotas
                           stop run
                       end-if

                       add 1 to ws-tot-notas-baixadas

                       move ws-cod-aluno  to fd-aud-codigo
                       move "TRANSF-NOTA" to fd-aud-operacao
                       move space         to fd-aud-antes
                       move space         to fd-aud-depois
                       perform grava-auditoria
                   end-if
                   end-if
               end-if
           end-perform

           move "N" to ws-fim-leitura
           if ws-tem-frequencia <> "S" then
               move "S" to ws-fim-leitura
           end-if

           perform until ws-fim-leitura = "S"

               move ws-cod-aluno to fd-freq-codigo
               move 0            to fd-freq-cod-disc
               start arqFrequencia key is not less than fd-freq-chave

               if ws-fs-arqFrequencia <> 00 then
                   move "S" to ws-fim-leitura
               else

                   read arqFrequencia next

                   if ws-fs-arqFrequencia <> 00
                   and ws-fs-arqFrequencia <> 05 then
                       move "S" to ws-fim-leitura
                   else
                   if fd-freq-codigo <> ws-cod-aluno then
                       move "S" to ws-fim-leitura
                   else

                       move fd-freq-cod-disc to fd-aud-cod-disc

                       delete arqFrequencia record
                       if ws-fs-arqFrequencia <> 00 then
                           display "Erro ao apagar arq. arqFrequencia: " ws-fs-arqFrequencia
                           stop run
                       end-if

                       add 1 to ws-tot-freq-baixadas

                       move ws-cod-aluno  to fd-aud-codigo
                       move "TRANSF-FREQ" to fd-aud-operacao
                       move space         to fd-aud-antes
                       move space         to fd-aud-depois
                       perform grava-auditoria
                   end-if
                   end-if
               end-if
           end-perform

      *>   matriculas ativas sao encerradas ("E"); as demais ficam como
      *>   estao
           move "S" to ws-fim-leitura
           if ws-tem-matriculas = "S" then
               move ws-cod-aluno to fd-matr-codigo
               move 0            to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave
               if ws-fs-arqMatriculas = 00 then
                   move "N" to ws-fim-leitura
               end-if
           end-if

           perform until ws-fim-leitura = "S"

               read arqMatriculas next

               if ws-fs-arqMatriculas <> 00
               and ws-fs-arqMatriculas <> 05 then
                   move "S" to ws-fim-leitura
               else
               if fd-matr-codigo <> ws-cod-aluno then
                   move "S" to ws-fim-leitura
               else
                   if fd-matr-status = "A" then

                       move "E" to fd-matr-status
                       rewrite fd-matricula

                       if ws-fs-arqMatriculas <> 00 then
                           display "Erro ao regravar arq. arqMatriculas: " ws-fs-arqMatriculas
                           stop run
                       end-if

                       add 1 to ws-tot-matr-encerradas

                       move ws-cod-aluno     to fd-aud-codigo
                       move "TRANSF-MATR"    to fd-aud-operacao
                       move fd-matr-cod-disc to fd-aud-cod-disc
                       move space            to fd-aud-antes
                       move space            to fd-aud-depois
                       perform grava-auditoria
                   end-if
               end-if
               end-if
           end-perform
           .
       baixa-vinculos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Marca o aluno que sai como transferido ("T") - deixa de aparecer
      *>  como ativo em todo o sistema, mas o cadastro e o historico
      *>  continuam aqui para consulta e emissao de documentos
      *>------------------------------------------------------------------------
       marca-transferido section.

           move ws-cod-aluno to fd-codigo
           read arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao reler aluno transferido: " ws-fs-arqAlunos
               stop run
           end-if

           move fd-aluno to ws-aluno

           move fd-nome     to fd-aud-antes-nome
           move fd-endereco to fd-aud-antes-endereco
           move fd-mae      to fd-aud-antes-mae
           move fd-pai      to fd-aud-antes-pai
           move fd-tel      to fd-aud-antes-tel
           move fd-nota1    to fd-aud-antes-nota1
           move fd-nota2    to fd-aud-antes-nota2
           move fd-nota3    to fd-aud-antes-nota3
           move fd-nota4    to fd-aud-antes-nota4
           move fd-status   to fd-aud-antes-status

           move "T"      to ws-status
           move ws-aluno to fd-aluno
           rewrite fd-aluno

           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao marcar aluno transferido: " ws-fs-arqAlunos
               stop run
           end-if

           move ws-cod-aluno   to fd-aud-codigo
           move "TRANSF-SAIDA" to fd-aud-operacao
           move 0              to fd-aud-cod-disc
           move ws-nome        to fd-aud-depois-nome
           move ws-endereco    to fd-aud-depois-endereco
           move ws-mae         to fd-aud-depois-mae
           move ws-pai         to fd-aud-depois-pai
           move ws-tel         to fd-aud-depois-tel
           move ws-nota1       to fd-aud-depois-nota1
           move ws-nota2       to fd-aud-depois-nota2
           move ws-nota3       to fd-aud-depois-nota3
           move ws-nota4       to fd-aud-depois-nota4
           move ws-status      to fd-aud-depois-status
           perform grava-auditoria
           .
       marca-transferido-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Cria o aluno que chega com codigo novo (ultimo codigo + 1),
      *>  ativo e com as notas gerais zeradas - as notas da escola de
      *>  origem entram por disciplina
      *>------------------------------------------------------------------------
       cadastra-aluno section.

           move 9999999 to fd-codigo
           start arqAlunos key is not greater than fd-codigo

           if ws-fs-arqAlunos = 00 then
               read arqAlunos previous
           end-if

           if ws-fs-arqAlunos = 00
           or ws-fs-arqAlunos = 02 then
               compute ws-cod-novo = fd-codigo + 1
           else
               move 1 to ws-cod-novo
           end-if

           move ws-cod-novo to ws-codigo
           move 0           to ws-nota1
           move 0           to ws-nota2
           move 0           to ws-nota3
           move 0           to ws-nota4
           move "A"         to ws-status

           move ws-aluno to fd-aluno
           write fd-aluno

           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 02 then
               display "Erro ao gravar arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           move ws-cod-novo    to fd-aud-codigo
           move "TRANSF-ENTRA" to fd-aud-operacao
           move 0              to fd-aud-cod-disc
           move space          to fd-aud-antes
           move ws-nome        to fd-aud-depois-nome
           move ws-endereco    to fd-aud-depois-endereco
           move ws-mae         to fd-aud-depois-mae
           move ws-pai         to fd-aud-depois-pai
           move ws-tel         to fd-aud-depois-tel
           move ws-nota1       to fd-aud-depois-nota1
           move ws-nota2       to fd-aud-depois-nota2
           move ws-nota3       to fd-aud-depois-nota3
           move ws-nota4       to fd-aud-depois-nota4
           move ws-status      to fd-aud-depois-status
           perform grava-auditoria

           move all "=" to fd-linha
           write fd-linha
           move "               Escola de Ensino Fundamental e Medio" to fd-linha
           write fd-linha
           move "              Entrada de Aluno Transferido" to fd-linha
           write fd-linha
           move all "=" to fd-linha
           write fd-linha
           move "Codigo na origem..: " to fd-linha
           move ws-cod-origem          to fd-linha(21:7)
           move " dossie de "          to fd-linha(28:11)
           move ws-datahora-origem     to fd-linha(39:19)
           write fd-linha
           move "Codigo novo.......: " to fd-linha
           move ws-cod-novo            to fd-linha(21:7)
           move ws-nome                to fd-linha(29:25)
           write fd-linha
           move "Periodo corrente..: " to fd-linha
           move ws-periodo             to fd-linha(21:6)
           move "   Operador: "        to fd-linha(27:13)
           move ws-operador            to fd-linha(40:8)
           write fd-linha
           move space to fd-linha
           write fd-linha
           .
       cadastra-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Segunda leitura do dossie, ja conferido: carrega historico,
      *>  notas e frequencia no codigo novo, registro a registro
      *>------------------------------------------------------------------------
       importa-dossie section.

           move "N" to ws-fim-leitura

           perform until ws-fim-leitura = "S"

               read arqDossie next record

               if ws-fs-dossie <> 00 then
                   move "S" to ws-fim-leitura
               else
                   if fd-dos-tipo = "D" then
                       perform importa-historico
                   else
                   if fd-dos-tipo = "N" then
                       perform importa-nota
                   else
                   if fd-dos-tipo = "F" then
                       perform importa-frequencia
                   end-if
                   end-if
                   end-if
               end-if
           end-perform
           .
       importa-dossie-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Linha de historico da escola de origem: so disciplina aprovada
      *>  la ("A" ou "E") entra, como aproveitamento de estudos ("V"),
      *>  com o nome da disciplina do nosso cadastro. Reprovacao na origem
      *>  nao e aproveitada - o aluno cursa a disciplina aqui
      *>------------------------------------------------------------------------
       importa-historico section.

           move "HIST "            to ws-li-tipo
           move fd-dos-d-periodo   to ws-li-periodo
           move fd-dos-d-cod-disc  to ws-li-cod-disc
           move fd-dos-d-nome-disc to ws-li-nome-disc
           move space              to ws-motivo

           move fd-dos-d-cod-disc to fd-disc-codigo
           read arqDisciplinas

           if ws-fs-arqDisciplinas <> 00 then
               move "Disciplina inexistente no cadastro" to ws-motivo
               perform rejeita-item
           else
           if fd-dos-d-situacao <> "A"
           and fd-dos-d-situacao <> "E" then
               add 1 to ws-tot-hist-reprovados
               move "IGNORADO"                          to ws-li-acao
               move "Reprovada na origem - nao aprov." to ws-li-motivo
               move ws-linha-item to fd-linha
               write fd-linha
           else

               move ws-cod-novo         to fd-hist-codigo
               move fd-dos-d-periodo    to fd-hist-periodo
               move fd-dos-d-cod-disc   to fd-hist-cod-disc
               move fd-disc-nome        to fd-hist-nome-disc
               move fd-dos-d-nota1      to fd-hist-nota1
               move fd-dos-d-nota2      to fd-hist-nota2
               move fd-dos-d-nota3      to fd-hist-nota3
               move fd-dos-d-nota4      to fd-hist-nota4
               move fd-dos-d-media      to fd-hist-media
               move fd-dos-d-freq       to fd-hist-freq
               move fd-dos-d-nota-exame to fd-hist-nota-exame
               move "V"                 to fd-hist-situacao
               write fd-historico

               if ws-fs-historico = 22 then
                   move "Disciplina repetida no periodo" to ws-motivo
                   perform rejeita-item
               else

                   if ws-fs-historico  <> 00
                   and ws-fs-historico <> 05 then
                       display "Erro ao gravar arq. arqHistorico: " ws-fs-historico
                       stop run
                   end-if

                   add 1 to ws-tot-hist-carregados
                   perform aceita-item
               end-if
           end-if
           end-if
           .
       importa-historico-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Notas do periodo em curso na escola de origem: a disciplina tem
      *>  de existir e estar ativa aqui; a nota e gravada no codigo novo
      *>  junto com a matricula ativa no periodo corrente
      *>------------------------------------------------------------------------
       importa-nota section.

           move "NOTA "            to ws-li-tipo
           move ws-periodo         to ws-li-periodo
           move fd-dos-n-cod-disc  to ws-li-cod-disc
           move fd-dos-n-nome-disc to ws-li-nome-disc
           move space              to ws-motivo

           move fd-dos-n-cod-disc to fd-disc-codigo
           read arqDisciplinas

           if ws-fs-arqDisciplinas <> 00 then
               move "Disciplina inexistente no cadastro" to ws-motivo
               perform rejeita-item
           else
           if fd-disc-status = "I" then
               move "Disciplina inativa no cadastro" to ws-motivo
               perform rejeita-item
           else

               move ws-cod-novo       to fd-nota-codigo
               move fd-dos-n-cod-disc to fd-nota-cod-disc
               move fd-disc-nome      to fd-nota-nome-disc
               move fd-dos-n-nota1    to fd-nota-nota1
               move fd-dos-n-nota2    to fd-nota-nota2
               move fd-dos-n-nota3    to fd-nota-nota3
               move fd-dos-n-nota4    to fd-nota-nota4
               write fd-nota

               if ws-fs-arqNotas = 22 then
                   move "Disciplina repetida no dossie" to ws-motivo
                   perform rejeita-item
               else

                   if ws-fs-arqNotas  <> 00
                   and ws-fs-arqNotas <> 05 then
                       display "Erro ao gravar arq. arqNotas: " ws-fs-arqNotas
                       stop run
                   end-if

                   move ws-cod-novo       to fd-matr-codigo
                   move fd-dos-n-cod-disc to fd-matr-cod-disc
                   move ws-periodo        to fd-matr-periodo
                   move "A"               to fd-matr-status
                   write fd-matricula

                   if ws-fs-arqMatriculas  <> 00
                   and ws-fs-arqMatriculas <> 05 then
                       display "Erro ao gravar arq. arqMatriculas: " ws-fs-arqMatriculas
                       stop run
                   end-if

                   add 1 to ws-tot-notas-carregadas
                   perform aceita-item
               end-if
           end-if
           end-if
           .
       importa-nota-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Frequencia do periodo em curso na escola de origem - mesma regra
      *>  de disciplina das notas
      *>------------------------------------------------------------------------
       importa-frequencia section.

           move "FREQ "           to ws-li-tipo
           move ws-periodo        to ws-li-periodo
           move fd-dos-f-cod-disc to ws-li-cod-disc
           move space             to ws-li-nome-disc
           move space             to ws-motivo

           move fd-dos-f-cod-disc to fd-disc-codigo
           read arqDisciplinas

           if ws-fs-arqDisciplinas <> 00 then
               move "Disciplina inexistente no cadastro" to ws-motivo
               perform rejeita-item
           else

               move fd-disc-nome to ws-li-nome-disc

               if fd-disc-status = "I" then
                   move "Disciplina inativa no cadastro" to ws-motivo
                   perform rejeita-item
               else

                   move ws-cod-novo          to fd-freq-codigo
                   move fd-dos-f-cod-disc    to fd-freq-cod-disc
                   move fd-dos-f-aulas-dadas to fd-freq-aulas-dadas
                   move fd-dos-f-faltas      to fd-freq-faltas
                   write fd-frequencia

                   if ws-fs-arqFrequencia = 22 then
                       move "Disciplina repetida no dossie" to ws-motivo
                       perform rejeita-item
                   else

                       if ws-fs-arqFrequencia  <> 00
                       and ws-fs-arqFrequencia <> 05 then
                           display "Erro ao gravar arq. arqFrequencia: " ws-fs-arqFrequencia
                           stop run
                       end-if

                       add 1 to ws-tot-freq-carregadas
                       perform aceita-item
                   end-if
               end-if
           end-if
           .
       importa-frequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Linha de item carregado - nome diferente do nosso cadastro na
      *>  origem fica anotado para conferencia da secretaria
      *>------------------------------------------------------------------------
       aceita-item section.

           move "CARREGADO" to ws-li-acao
           move space       to ws-li-motivo

           if ws-li-tipo <> "FREQ "
           and ws-li-nome-disc <> fd-disc-nome then
               move "Aqui: "     to ws-li-motivo
               move fd-disc-nome to ws-li-motivo(7:20)
           end-if

           move ws-linha-item to fd-linha
           write fd-linha
           .
       aceita-item-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Linha de item rejeitado, com o motivo
      *>------------------------------------------------------------------------
       rejeita-item section.

           add 1 to ws-tot-rejeitados

           move "REJEITADO" to ws-li-acao
           move ws-motivo   to ws-li-motivo
           move ws-linha-item to fd-linha
           write fd-linha
           .
       rejeita-item-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grava o evento corrente na trilha - datahora e operador sao
      *>  preenchidos aqui; o resto ja veio montado em fd-auditoria
      *>------------------------------------------------------------------------
       grava-auditoria section.

           perform formata-data-hora

           move ws-datahora-fmt to fd-aud-datahora
           move ws-operador     to fd-aud-operador
           write fd-auditoria

           if ws-fs-auditoria <> 0 then
               display "Erro ao gravar arq. arqAuditoria: " ws-fs-auditoria
               stop run
           end-if
           .
       grava-auditoria-exit.
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

           if ws-opcao = "E" then

               display "Historico exportado...: " ws-qtd-hist
               display "Notas exportadas......: " ws-qtd-notas
               display "Frequencia exportada..: " ws-qtd-freq
               display "Notas baixadas........: " ws-tot-notas-baixadas
               display "Frequencia baixada....: " ws-tot-freq-baixadas
               display "Matriculas encerradas.: " ws-tot-matr-encerradas
               display "Dossie em dossieTransferencia.dat - aluno " ws-cod-aluno " transferido"

               close arqAlunos
               if ws-tem-historico = "S" then
                   close arqHistorico
               end-if
               if ws-tem-notas = "S" then
                   close arqNotas
               end-if
               if ws-tem-frequencia = "S" then
                   close arqFrequencia
               end-if
               if ws-tem-matriculas = "S" then
                   close arqMatriculas
               end-if
               close arqAuditoria
           else

               move space to fd-linha
               write fd-linha
               move all "-" to fd-linha
               write fd-linha
               move "Historico aproveitado.......: " to fd-linha
               move ws-tot-hist-carregados           to fd-linha(31:5)
               write fd-linha
               move "Reprovadas na origem........: " to fd-linha
               move ws-tot-hist-reprovados           to fd-linha(31:5)
               write fd-linha
               move "Notas carregadas............: " to fd-linha
               move ws-tot-notas-carregadas          to fd-linha(31:5)
               write fd-linha
               move "Frequencias carregadas......: " to fd-linha
               move ws-tot-freq-carregadas           to fd-linha(31:5)
               write fd-linha
               move "Rejeitados..................: " to fd-linha
               move ws-tot-rejeitados                to fd-linha(31:5)
               write fd-linha

               display "Aluno cadastrado com o codigo " ws-cod-novo
               display "Historico aproveitado.......: " ws-tot-hist-carregados
               display "Reprovadas na origem........: " ws-tot-hist-reprovados
               display "Notas carregadas............: " ws-tot-notas-carregadas
               display "Frequencias carregadas......: " ws-tot-freq-carregadas
               display "Rejeitados..................: " ws-tot-rejeitados
               display "Detalhe em transferenciaEntrada.txt"

               close arqAlunos
               close arqHistorico
               close arqNotas
               close arqFrequencia
               close arqMatriculas
               close arqDisciplinas
               close arqDossie
               close arqAuditoria
               close arqRelatorio
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
