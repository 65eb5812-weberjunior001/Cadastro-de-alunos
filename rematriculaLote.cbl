      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "rematriculaLote".
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

      *>   alunos - so os ativos sao rematriculados
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           file status is ws-fs-arqAlunos.

      *>   historico academico - reprovacoes (situacao "R"/"F") sem
      *>   aprovacao posterior sao refeitas; aprovacoes ("A"/"E", ou "V"
      *>   aproveitamento de outra escola) liberam as disciplinas
      *>   seguintes pelos pre-requisitos
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>   matriculas - lidas na proposta; a efetivacao reabre as
      *>   encerradas ("E") com o periodo novo ou grava as novas
           select arqMatriculas assign to "arqMatriculas.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   mensalidades - cobranca em aberto ja vencida bloqueia o aluno
           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidades.

      *>   mestre de disciplinas, pre-requisitos, matriz curricular e grade
      *>   horaria - definem quais disciplinas seguem na sequencia do aluno
      *>   e se as aulas delas cabem juntas no periodo novo
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

           select arqPrerequisitos assign to "arqPrerequisitos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prq-chave
           file status is ws-fs-arqPrerequisitos.

           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is sequential
           record key is fd-mtz-cod-disc
           file status is ws-fs-arqMatriz.

           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-grd-chave
           alternate record key is fd-grd-cod-disc with duplicates
           file status is ws-fs-grade.

      *>   proposta de rematricula - uma linha por matricula proposta,
      *>   gravada na opcao P e lida de volta na efetivacao (opcao A)
           select arqProposta assign to "rematriculaProposta.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-proposta.

      *>   ponto de controle da rematricula - um unico registro com o
      *>   periodo, a fase (PROPOSTA / EFETIVANDO / EFETIVADA) e a
      *>   quantidade e o total de controle da proposta gerada; a
      *>   efetivacao recusa proposta alterada depois de gerada
           select arqControle assign to "rematriculaCtl.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-controle.

      *>   trilha de auditoria - cada matricula efetivada grava um evento
      *>   REMATRICULA com o operador que aprovou a proposta
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-auditoria.

      *>   relatorio da proposta (opcao P), para a revisao da coordenacao
           select arqRelProposta assign to "rematriculaProposta.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relProposta.

      *>   relatorio da efetivacao (opcao A)
           select arqRelEfetivacao assign to "rematriculaEfetivacao.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relEfetivacao.

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

       fd arqMatriculas.
       01 fd-matricula.
           copy MATRFD.

       fd arqMensalidades.
       01 fd-mensalidade.
           copy MENSFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqPrerequisitos.
       01 fd-prerequisito.
           copy PRQFD.

       fd arqMatrizCurricular.
       01 fd-matriz.
           copy MTZFD.

       fd arqGradeHoraria.
       01 fd-grade.
           copy GRDFD.

      *>Tipo: "R" = refaz disciplina reprovada, "N" = nova disciplina da
      *>sequencia
       fd arqProposta.
       01 fd-proposta.
          05 fd-prp-periodo                        pic X(06).
          05 fd-prp-codigo                         pic 9(07).
          05 fd-prp-cod-disc                       pic 9(02).
          05 fd-prp-tipo                           pic X(01).
          05 fd-prp-nome-disc                      pic X(20).

       fd arqControle.
       01 fd-controle.
          05 fd-ctl-periodo                        pic X(06).
          05 fd-ctl-fase                           pic X(10).
          05 fd-ctl-qtd                            pic 9(05).
          05 fd-ctl-hash                           pic 9(11).
          05 fd-ctl-data                           pic X(10).
          05 fd-ctl-operador                       pic X(08).

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

       fd arqRelProposta
           record contains 80 characters.
       01 fd-linha-proposta                        pic X(80).

       fd arqRelEfetivacao
           record contains 80 characters.
       01 fd-linha-efetivacao                      pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-aluno.
           copy ALUNOWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqMensalidades                    pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-arqPrerequisitos                   pic  9(02).
       77  ws-fs-arqMatriz                          pic  9(02).
       77  ws-fs-grade                              pic  9(02).
       77  ws-fs-proposta                           pic  9(02).
       77  ws-fs-controle                           pic  9(02).
       77  ws-fs-auditoria                          pic  9(02).
       77  ws-fs-relProposta                        pic  9(02).
       77  ws-fs-relEfetivacao                      pic  9(02).

      *>Arquivos opcionais - "N" quando ainda nao existem (fs 35)
       77  ws-tem-matriculas                         pic X(01) value "S".
       77  ws-tem-mensalidades                       pic X(01) value "S".
       77  ws-tem-prerequisitos                      pic X(01) value "S".
       77  ws-tem-matriz                             pic X(01) value "S".
       77  ws-tem-grade                              pic X(01) value "S".

      *>Periodo novo e opcao informados pelo operador:
      *>P = gerar a proposta, A = aprovar e efetivar a proposta gerada
       77  ws-periodo                                pic X(06) value space.
       77  ws-opcao                                  pic X(01) value space.
       77  ws-operador                               pic X(08) value space.
       77  ws-confirma                               pic X(01) value space.

      *>Ponto de controle lido na partida
       77  ws-tem-controle                           pic X(01) value "N".
       77  ws-ctl-periodo                            pic X(06) value space.
       77  ws-ctl-fase                               pic X(10) value space.
       77  ws-ctl-qtd                                pic 9(05) value 0.
       77  ws-ctl-hash                               pic 9(11) value 0.
       77  ws-fase                                   pic X(10).

      *>Quantidade e total de controle (soma de aluno * 100 + disciplina)
      *>da proposta gravada ou relida
       77  ws-qtd-proposta                           pic 9(05) value 0.
       77  ws-hash-proposta                          pic 9(11) value 0.

       77  ws-current-date                           pic X(21).
       77  ws-data-hoje                              pic X(10) value "AAAA-MM-DD".

      *>Situacao do aluno corrente na proposta
       77  ws-bloqueado                              pic X(01).
       77  ws-comp-vencida                           pic X(07).
       77  ws-tem-historico-aluno                    pic X(01).
       77  ws-propostas-aluno                        pic 9(02).
       77  ws-cabecalho-aluno                        pic X(01).

      *>Disciplina candidata corrente
       77  ws-disc                                   pic 9(03).
       77  ws-tipo                                   pic X(01).
       77  ws-motivo                                 pic X(40).
       77  ws-prq-qtd                                pic 9(02).
       77  ws-prq-ok                                 pic X(01).
       77  ws-choque                                 pic X(01).
       77  ws-choque-cod-disc                        pic 9(02).
       77  ws-ind-aula                               pic 9(02).
       77  ws-ind-nova                               pic 9(02).

       77  ws-tot-alunos                             pic 9(05) value 0.
       77  ws-tot-inativos                           pic 9(05) value 0.
       77  ws-tot-bloqueados                         pic 9(05) value 0.
       77  ws-tot-sem-historico                      pic 9(05) value 0.
       77  ws-tot-refaz                              pic 9(05) value 0.
       77  ws-tot-novas                              pic 9(05) value 0.
       77  ws-tot-nao-propostas                      pic 9(05) value 0.
       77  ws-tot-efetivadas                         pic 9(05) value 0.
       77  ws-tot-ja-efetivadas                      pic 9(05) value 0.
       77  ws-tot-recusadas                          pic 9(05) value 0.

      *>Mestre de disciplinas e matriz curricular em memoria, indexados
      *>pelo codigo da disciplina (01-99)
       01 ws-tab-mestre.
          05 ws-tmd-ent occurs 99.
             10 ws-tmd-status                       pic X(01).
             10 ws-tmd-nome                         pic X(20).
             10 ws-tmd-matriz                       pic X(01).

      *>Situacao do aluno corrente em cada disciplina: aprovado/reprovado
      *>no historico e status/periodo da matricula existente
       01 ws-tab-aluno.
          05 ws-tal-ent occurs 99.
             10 ws-tal-aprovada                     pic X(01).
             10 ws-tal-reprovada                    pic X(01).
             10 ws-tal-matr-status                  pic X(01).
             10 ws-tal-matr-periodo                 pic X(06).

      *>Aulas ja ocupadas pelo aluno no periodo novo (matriculas ativas
      *>nele e disciplinas ja propostas) e aulas da candidata corrente
       01 ws-tab-aulas.
          05 ws-ta-qtd                               pic 9(02) value 0.
          05 ws-ta-ent occurs 40.
             10 ws-ta-dia                            pic 9(01).
             10 ws-ta-ini                            pic 9(04).
             10 ws-ta-fim                            pic 9(04).
             10 ws-ta-cod-disc                       pic 9(02).

       01 ws-tab-novas.
          05 ws-tn-qtd                               pic 9(02) value 0.
          05 ws-tn-ent occurs 20.
             10 ws-tn-dia                            pic 9(01).
             10 ws-tn-ini                            pic 9(04).
             10 ws-tn-fim                            pic 9(04).

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

       01 ws-linha-periodo.
          05 filler                                 pic X(18) value "Periodo novo......".
          05 filler                                 pic X(02) value ": ".
          05 ws-lp-periodo                           pic X(06).
          05 filler                                 pic X(10) value "   Data: ".
          05 ws-lp-data                              pic X(10).

       01 ws-linha-aluno.
          05 filler                                 pic X(07) value "Aluno: ".
          05 ws-la-codigo                            pic 9(07).
          05 filler                                 pic X(01) value space.
          05 ws-la-nome                              pic A(25).

       01 ws-linha-disc.
          05 filler                                 pic X(04) value space.
          05 ws-ld-acao                              pic X(08).
          05 ws-ld-cod-disc                          pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-ld-nome-disc                         pic X(20).
          05 filler                                 pic X(01) value space.
          05 ws-ld-motivo                            pic X(40).

       01 ws-linha-bloqueado.
          05 filler                                 pic X(07) value "Aluno: ".
          05 ws-lb-codigo                            pic 9(07).
          05 filler                                 pic X(01) value space.
          05 ws-lb-nome                              pic A(25).
          05 filler                                 pic X(33) value " BLOQUEADO - mensalidade vencida ".
          05 ws-lb-competencia                       pic X(07).

       01 ws-linha-efetivacao.
          05 filler                                 pic X(08) value "Codigo: ".
          05 ws-le-codigo                            pic 9(07).
          05 filler                                 pic X(07) value " Disc: ".
          05 ws-le-cod-disc                          pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-le-nome-disc                         pic X(20).
          05 filler                                 pic X(01) value space.
          05 ws-le-situacao                          pic X(34).


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede o periodo novo e a opcao,
      *>  confere o ponto de controle e abre os arquivos da opcao
      *>------------------------------------------------------------------------
       inicializa section.

           display "Periodo letivo da rematricula (ex. 2026-2): " with no advancing
           accept ws-periodo

           if ws-periodo = space then
               display "Periodo nao informado - rematricula abortada"
               stop run
           end-if

           display "Opcao (P = gerar proposta, A = aprovar e efetivar): " with no advancing
           accept ws-opcao

           if ws-opcao = "p" then
               move "P" to ws-opcao
           end-if
           if ws-opcao = "a" then
               move "A" to ws-opcao
           end-if

           if ws-opcao <> "P"
           and ws-opcao <> "A" then
               display "Opcao invalida - rematricula abortada"
               stop run
           end-if

           move function current-date to ws-current-date
           move ws-current-date(1:4)  to ws-data-hoje(1:4)
           move ws-current-date(5:2)  to ws-data-hoje(6:2)
           move ws-current-date(7:2)  to ws-data-hoje(9:2)

           perform le-controle

           if ws-opcao = "P" then
               perform inicializa-proposta
           else
               perform inicializa-efetivacao
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Le o ponto de controle da ultima proposta, se houver
      *>------------------------------------------------------------------------
       le-controle section.

           open input arqControle
           if ws-fs-controle = 35 then
               continue
           else

               if ws-fs-controle  <> 00
               and ws-fs-controle <> 05 then
                   display "Erro ao abrir arq. rematriculaCtl.dat: " ws-fs-controle
                   stop run
               end-if

               read arqControle next record

               if ws-fs-controle = 00 then
                   move "S"             to ws-tem-controle
                   move fd-ctl-periodo  to ws-ctl-periodo
                   move fd-ctl-fase     to ws-ctl-fase
                   move fd-ctl-qtd      to ws-ctl-qtd
                   move fd-ctl-hash     to ws-ctl-hash
               end-if

               close arqControle
           end-if
           .
       le-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Regrava o ponto de controle com a fase corrente (ws-fase)
      *>------------------------------------------------------------------------
       grava-controle section.

           open output arqControle
           if ws-fs-controle <> 00 then
               display "Erro ao gravar arq. rematriculaCtl.dat: " ws-fs-controle
               stop run
           end-if

           move ws-periodo       to fd-ctl-periodo
           move ws-fase          to fd-ctl-fase
           move ws-qtd-proposta  to fd-ctl-qtd
           move ws-hash-proposta to fd-ctl-hash
           move ws-data-hoje     to fd-ctl-data
           move ws-operador      to fd-ctl-operador
           write fd-controle

           close arqControle
           .
       grava-controle-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Abertura da opcao P - uma efetivacao interrompida tem de ser
      *>  concluida antes de nova proposta, para nao se perder o que ja foi
      *>  gravado em arqMatriculas
      *>------------------------------------------------------------------------
       inicializa-proposta section.

           if ws-tem-controle = "S"
           and ws-ctl-fase = "EFETIVANDO" then
               display "Existe efetivacao pendente do periodo " ws-ctl-periodo
               display "Conclua-a com a opcao A antes de gerar nova proposta"
               stop run
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

      *>   sem historico nao ha reprovacao nem aprovacao a considerar
           open input arqHistorico
           if ws-fs-historico = 35 then
               display "Historico academico inexistente - rematricula abortada"
               stop run
           end-if
           if ws-fs-historico  <> 00
           and ws-fs-historico <> 05 then
               display "Erro ao abrir arq. arqHistorico: " ws-fs-historico
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

      *>   sem modulo financeiro em uso ninguem e bloqueado por debito
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

           open input arqDisciplinas
           if ws-fs-arqDisciplinas  <> 00
           and ws-fs-arqDisciplinas <> 05 then
               display "Erro ao abrir arq. arqDisciplinas: " ws-fs-arqDisciplinas
               stop run
           end-if

      *>   sem pre-requisitos cadastrados nao ha sequencia - so as
      *>   reprovadas sao propostas
           open input arqPrerequisitos
           if ws-fs-arqPrerequisitos = 35 then
               move "N" to ws-tem-prerequisitos
               display "Aviso: pre-requisitos nao cadastrados - so reprovacoes serao propostas"
           else
               if ws-fs-arqPrerequisitos  <> 00
               and ws-fs-arqPrerequisitos <> 05 then
                   display "Erro ao abrir arq. arqPrerequisitos: " ws-fs-arqPrerequisitos
                   stop run
               end-if
           end-if

      *>   sem matriz cadastrada toda disciplina ativa do mestre entra na
      *>   sequencia; com matriz, so as obrigatorias ativas nela
           open input arqMatrizCurricular
           if ws-fs-arqMatriz = 35 then
               move "N" to ws-tem-matriz
           else
               if ws-fs-arqMatriz  <> 00
               and ws-fs-arqMatriz <> 05 then
                   display "Erro ao abrir arq. arqMatrizCurricular: " ws-fs-arqMatriz
                   stop run
               end-if
           end-if

      *>   sem grade horaria nao ha choque a verificar
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

           open output arqProposta
           if ws-fs-proposta <> 00 then
               display "Erro ao abrir arq. rematriculaProposta.dat: " ws-fs-proposta
               stop run
           end-if

           open output arqRelProposta
           if ws-fs-relProposta <> 00 then
               display "Erro ao abrir arq. rematriculaProposta.txt: " ws-fs-relProposta
               stop run
           end-if

           perform carrega-mestre

           move ws-periodo   to ws-lp-periodo
           move ws-data-hoje to ws-lp-data

           move all "=" to fd-linha-proposta
           write fd-linha-proposta
           move "               Escola de Ensino Fundamental e Medio" to fd-linha-proposta
           write fd-linha-proposta
           move "              Proposta de Rematricula - para aprovacao" to fd-linha-proposta
           write fd-linha-proposta
           move all "=" to fd-linha-proposta
           write fd-linha-proposta
           move ws-linha-periodo to fd-linha-proposta
           write fd-linha-proposta
           .
       inicializa-proposta-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Abertura da opcao A - exige proposta do mesmo periodo ainda nao
      *>  efetivada, intacta desde a geracao, e o aceite do operador
      *>------------------------------------------------------------------------
       inicializa-efetivacao section.

           if ws-tem-controle = "N"
           or ws-ctl-periodo <> ws-periodo then
               display "Nenhuma proposta gerada para o periodo " ws-periodo
                       " - gere-a com a opcao P"
               stop run
           end-if

           if ws-ctl-fase = "EFETIVADA" then
               display "Proposta do periodo " ws-periodo " ja efetivada"
               stop run
           end-if

           perform confere-proposta

           if ws-qtd-proposta <> ws-ctl-qtd
           or ws-hash-proposta <> ws-ctl-hash then
               display "Proposta alterada desde a geracao - gere-a novamente com a opcao P"
               display "Controle: " ws-ctl-qtd " / " ws-ctl-hash
                       "  Arquivo: " ws-qtd-proposta " / " ws-hash-proposta
               stop run
           end-if

           if ws-ctl-fase = "EFETIVANDO" then
               display "Retomando efetivacao interrompida do periodo " ws-periodo
           end-if

           display "Operador responsavel pela aprovacao: " with no advancing
           accept ws-operador

           if ws-operador = space then
               display "Operador nao informado - efetivacao abortada"
               stop run
           end-if

           display "Confirma a efetivacao de " ws-qtd-proposta
                   " matriculas no periodo " ws-periodo " (S/N)? " with no advancing
           accept ws-confirma

           if ws-confirma <> "S"
           and ws-confirma <> "s" then
               display "Efetivacao cancelada pelo operador"
               stop run
           end-if

           open input arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
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

           open input arqProposta
           if ws-fs-proposta <> 00 then
               display "Erro ao abrir arq. rematriculaProposta.dat: " ws-fs-proposta
               stop run
           end-if

           open output arqRelEfetivacao
           if ws-fs-relEfetivacao <> 00 then
               display "Erro ao abrir arq. rematriculaEfetivacao.txt: " ws-fs-relEfetivacao
               stop run
           end-if

           move "EFETIVANDO" to ws-fase
           perform grava-controle

           move ws-periodo   to ws-lp-periodo
           move ws-data-hoje to ws-lp-data

           move all "=" to fd-linha-efetivacao
           write fd-linha-efetivacao
           move "               Escola de Ensino Fundamental e Medio" to fd-linha-efetivacao
           write fd-linha-efetivacao
           move "                  Efetivacao da Rematricula" to fd-linha-efetivacao
           write fd-linha-efetivacao
           move all "=" to fd-linha-efetivacao
           write fd-linha-efetivacao
           move ws-linha-periodo to fd-linha-efetivacao
           write fd-linha-efetivacao
           move "Aprovada por......: " to fd-linha-efetivacao
           move ws-operador          to fd-linha-efetivacao(21:8)
           write fd-linha-efetivacao
           move space to fd-linha-efetivacao
           write fd-linha-efetivacao
           .
       inicializa-efetivacao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Reconta a proposta gravada (quantidade e total de controle) para
      *>  conferir com o ponto de controle - linha de outro periodo conta
      *>  como alteracao
      *>------------------------------------------------------------------------
       confere-proposta section.

           move 0 to ws-qtd-proposta
           move 0 to ws-hash-proposta

           open input arqProposta
           if ws-fs-proposta = 35 then
               display "Arquivo rematriculaProposta.dat nao encontrado - gere-o com a opcao P"
               stop run
           end-if
           if ws-fs-proposta <> 00 then
               display "Erro ao abrir arq. rematriculaProposta.dat: " ws-fs-proposta
               stop run
           end-if

           read arqProposta
           perform until ws-fs-proposta = 10

               add 1 to ws-qtd-proposta

               if fd-prp-periodo = ws-periodo then
                   compute ws-hash-proposta = ws-hash-proposta
                                            + fd-prp-codigo * 100
                                            + fd-prp-cod-disc
               end-if

               read arqProposta
           end-perform

           close arqProposta
           .
       confere-proposta-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carrega o mestre de disciplinas e marca as obrigatorias ativas da
      *>  matriz curricular
      *>------------------------------------------------------------------------
       carrega-mestre section.

           move space to ws-tab-mestre

           read arqDisciplinas next
           perform until ws-fs-arqDisciplinas = 10

               if fd-disc-codigo > 0 then
                   move fd-disc-status to ws-tmd-status(fd-disc-codigo)
                   move fd-disc-nome   to ws-tmd-nome(fd-disc-codigo)
               end-if

               read arqDisciplinas next
           end-perform

           if ws-tem-matriz = "S" then

               read arqMatrizCurricular next
               perform until ws-fs-arqMatriz = 10

                   if fd-mtz-cod-disc > 0
                   and fd-mtz-tipo = "O"
                   and fd-mtz-status <> "I" then
                       move "S" to ws-tmd-matriz(fd-mtz-cod-disc)
                   end-if

                   read arqMatrizCurricular next
               end-perform
           end-if
           .
       carrega-mestre-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - proposta ou efetivacao, conforme a opcao
      *>------------------------------------------------------------------------
       processamento section.

           if ws-opcao = "P" then
               perform gera-proposta
           else
               perform efetiva-proposta
           end-if
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Opcao P - percorre os alunos; inativos e bloqueados por
      *>  mensalidade vencida ficam de fora
      *>------------------------------------------------------------------------
       gera-proposta section.

           read arqAlunos next
           perform until ws-fs-arqAlunos = 10

               add 1 to ws-tot-alunos

               if fd-status <> "A" then
                   add 1 to ws-tot-inativos
               else
                   move fd-aluno to ws-aluno
                   perform verifica-bloqueio

                   if ws-bloqueado = "S" then
                       add 1 to ws-tot-bloqueados

                       move ws-codigo       to ws-lb-codigo
                       move ws-nome         to ws-lb-nome
                       move ws-comp-vencida to ws-lb-competencia
                       move space              to fd-linha-proposta
                       write fd-linha-proposta
                       move ws-linha-bloqueado to fd-linha-proposta
                       write fd-linha-proposta
                   else
                       perform propoe-aluno
                   end-if
               end-if

               read arqAlunos next
           end-perform

           move "PROPOSTA" to ws-fase
           perform grava-controle
           .
       gera-proposta-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Aluno bloqueado: cobranca em aberto com vencimento anterior a hoje
      *>  (a do mes ainda nao vencida nao bloqueia)
      *>------------------------------------------------------------------------
       verifica-bloqueio section.

           move "N" to ws-bloqueado

           if ws-tem-mensalidades = "S" then

               move ws-codigo  to fd-mens-codigo
               move low-values to fd-mens-competencia
               start arqMensalidades key is not less than fd-mens-chave

               if ws-fs-arqMensalidades = 00 then
                   read arqMensalidades next
               end-if

               perform until ws-fs-arqMensalidades <> 00
                          or fd-mens-codigo <> ws-codigo
                          or ws-bloqueado = "S"

                   if fd-mens-status = "A"
                   and fd-mens-vencimento < ws-data-hoje then
                       move "S"                 to ws-bloqueado
                       move fd-mens-competencia to ws-comp-vencida
                   end-if

                   read arqMensalidades next
               end-perform
           end-if
           .
       verifica-bloqueio-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Monta a proposta do aluno corrente: primeiro as reprovadas ainda
      *>  nao aprovadas (prioridade na grade), depois as disciplinas
      *>  seguintes da sequencia - as que tem pre-requisito e todos eles
      *>  aprovados. Disciplina com matricula ativa/trancada, inativa no
      *>  mestre ou com choque de horario no periodo novo fica de fora,
      *>  com o motivo no relatorio
      *>------------------------------------------------------------------------
       propoe-aluno section.

           perform carrega-situacao-aluno

           if ws-tem-historico-aluno = "N" then
               add 1 to ws-tot-sem-historico
           else

               move 0   to ws-propostas-aluno
               move "N" to ws-cabecalho-aluno

               move "R" to ws-tipo
               perform varying ws-disc from 1 by 1 until ws-disc > 99

                   if ws-tal-reprovada(ws-disc) = "S"
                   and ws-tal-aprovada(ws-disc) <> "S" then
                       perform avalia-candidata
                   end-if
               end-perform

               if ws-tem-prerequisitos = "S" then

                   move "N" to ws-tipo
                   perform varying ws-disc from 1 by 1 until ws-disc > 99

                       if ws-tal-aprovada(ws-disc) <> "S"
                       and ws-tal-reprovada(ws-disc) <> "S"
                       and ws-tmd-status(ws-disc) = "A"
                       and (ws-tem-matriz = "N"
                         or ws-tmd-matriz(ws-disc) = "S") then

                           perform verifica-sequencia

                           if ws-prq-ok = "S" then
                               perform avalia-candidata
                           end-if
                       end-if
                   end-perform
               end-if

               if ws-cabecalho-aluno = "S"
               and ws-propostas-aluno = 0 then
                   move "    (nenhuma matricula proposta)" to fd-linha-proposta
                   write fd-linha-proposta
               end-if
           end-if
           .
       propoe-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Situacao do aluno corrente por disciplina: aprovacao/reprovacao no
      *>  historico, matricula existente e aulas ja ocupadas no periodo novo
      *>------------------------------------------------------------------------
       carrega-situacao-aluno section.

           move space to ws-tab-aluno
           move "N"   to ws-tem-historico-aluno
           move 0     to ws-ta-qtd

           move ws-codigo  to fd-hist-codigo
           move low-values to fd-hist-periodo
           move 0          to fd-hist-cod-disc
           start arqHistorico key is not less than fd-hist-chave

           if ws-fs-historico = 00 then
               read arqHistorico next
           end-if

           perform until ws-fs-historico <> 00
                      or fd-hist-codigo <> ws-codigo

               if fd-hist-cod-disc > 0 then

                   move "S" to ws-tem-historico-aluno

                   if fd-hist-situacao = "A"
                   or fd-hist-situacao = "E"
                   or fd-hist-situacao = "V" then
                       move "S" to ws-tal-aprovada(fd-hist-cod-disc)
                   end-if

                   if fd-hist-situacao = "R"
                   or fd-hist-situacao = "F" then
                       move "S" to ws-tal-reprovada(fd-hist-cod-disc)
                   end-if
               end-if

               read arqHistorico next
           end-perform

           if ws-tem-matriculas = "S" then

               move ws-codigo to fd-matr-codigo
               move 0         to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave

               if ws-fs-arqMatriculas = 00 then
                   read arqMatriculas next
               end-if

               perform until ws-fs-arqMatriculas <> 00
                          or fd-matr-codigo <> ws-codigo

                   if fd-matr-cod-disc > 0 then
                       move fd-matr-status  to ws-tal-matr-status(fd-matr-cod-disc)
                       move fd-matr-periodo to ws-tal-matr-periodo(fd-matr-cod-disc)

                       if fd-matr-status = "A"
                       and fd-matr-periodo = ws-periodo then
                           move fd-matr-cod-disc to ws-disc
                           perform carrega-aulas-candidata
                           perform acrescenta-aulas
                       end-if
                   end-if

                   read arqMatriculas next
               end-perform
           end-if
           .
       carrega-situacao-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Disciplina ws-disc segue na sequencia do aluno quando tem ao menos
      *>  um pre-requisito ativo e o aluno foi aprovado em todos eles
      *>------------------------------------------------------------------------
       verifica-sequencia section.

           move "S" to ws-prq-ok
           move 0   to ws-prq-qtd

           move ws-disc to fd-prq-cod-disc
           move 0       to fd-prq-cod-prereq
           start arqPrerequisitos key is not less than fd-prq-chave

           if ws-fs-arqPrerequisitos = 00 then
               read arqPrerequisitos next
           end-if

           perform until ws-fs-arqPrerequisitos <> 00
                      or fd-prq-cod-disc <> ws-disc
                      or ws-prq-ok = "N"

               if fd-prq-status <> "I" then
                   add 1 to ws-prq-qtd

                   if ws-tal-aprovada(fd-prq-cod-prereq) <> "S" then
                       move "N" to ws-prq-ok
                   end-if
               end-if

               read arqPrerequisitos next
           end-perform

           if ws-prq-qtd = 0 then
               move "N" to ws-prq-ok
           end-if
           .
       verifica-sequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Decide a disciplina candidata ws-disc (tipo ws-tipo) e grava a
      *>  linha no relatorio e, se proposta, na proposta
      *>------------------------------------------------------------------------
       avalia-candidata section.

           move space to ws-motivo

           if ws-tal-matr-status(ws-disc) = "A" then
               move "ja matriculado no periodo "        to ws-motivo
               move ws-tal-matr-periodo(ws-disc)        to ws-motivo(27:6)
           else
           if ws-tal-matr-status(ws-disc) = "T" then
               move "matricula trancada - decide a secretaria" to ws-motivo
           else
           if ws-tmd-status(ws-disc) <> "A" then
               move "disciplina inativa ou fora do mestre" to ws-motivo
           else

               perform carrega-aulas-candidata
               perform verifica-choque-candidata

               if ws-choque = "S" then
                   move "choque de horario com a disciplina "  to ws-motivo
                   move ws-choque-cod-disc                     to ws-motivo(36:2)
               end-if
           end-if
           end-if
           end-if

           if ws-cabecalho-aluno = "N" then
               move "S" to ws-cabecalho-aluno
               move ws-codigo      to ws-la-codigo
               move ws-nome        to ws-la-nome
               move space          to fd-linha-proposta
               write fd-linha-proposta
               move ws-linha-aluno to fd-linha-proposta
               write fd-linha-proposta
           end-if

           move ws-disc              to ws-ld-cod-disc
           move ws-tmd-nome(ws-disc) to ws-ld-nome-disc

           if ws-motivo = space then

               perform acrescenta-aulas
               add 1 to ws-propostas-aluno

               if ws-tipo = "R" then
                   add 1 to ws-tot-refaz
                   move "REFAZ   "                   to ws-ld-acao
                   move "reprovado - refaz a disciplina" to ws-ld-motivo
               else
                   add 1 to ws-tot-novas
                   move "NOVA    "                   to ws-ld-acao
                   move "pre-requisitos cumpridos"   to ws-ld-motivo
               end-if

               move ws-periodo           to fd-prp-periodo
               move ws-codigo            to fd-prp-codigo
               move ws-disc              to fd-prp-cod-disc
               move ws-tipo              to fd-prp-tipo
               move ws-tmd-nome(ws-disc) to fd-prp-nome-disc
               write fd-proposta

               if ws-fs-proposta <> 00 then
                   display "Erro ao gravar arq. rematriculaProposta.dat: " ws-fs-proposta
                   stop run
               end-if

               add 1 to ws-qtd-proposta
               compute ws-hash-proposta = ws-hash-proposta
                                        + ws-codigo * 100
                                        + ws-disc
           else
               add 1 to ws-tot-nao-propostas
               move "FORA    " to ws-ld-acao
               move ws-motivo  to ws-ld-motivo
           end-if

           move ws-linha-disc to fd-linha-proposta
           write fd-linha-proposta
           .
       avalia-candidata-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Aulas ativas da disciplina ws-disc na grade do periodo novo
      *>------------------------------------------------------------------------
       carrega-aulas-candidata section.

           move 0 to ws-tn-qtd

           if ws-tem-grade = "S" then

               move ws-disc to fd-grd-cod-disc
               start arqGradeHoraria key is equal to fd-grd-cod-disc

               if ws-fs-grade = 00 then
                   read arqGradeHoraria next
               end-if

               perform until ws-fs-grade <> 00
                          or fd-grd-cod-disc <> ws-disc

                   if fd-grd-periodo = ws-periodo
                   and fd-grd-status <> "I"
                   and ws-tn-qtd < 20 then
                       add 1 to ws-tn-qtd
                       move fd-grd-dia-semana to ws-tn-dia(ws-tn-qtd)
                       move fd-grd-hora-ini   to ws-tn-ini(ws-tn-qtd)
                       move fd-grd-hora-fim   to ws-tn-fim(ws-tn-qtd)
                   end-if

                   read arqGradeHoraria next
               end-perform
           end-if
           .
       carrega-aulas-candidata-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Confronta as aulas da candidata com as ja ocupadas pelo aluno -
      *>  choque e a mesma regra da matricula: mesmo dia e uma aula comeca
      *>  antes de a outra terminar
      *>------------------------------------------------------------------------
       verifica-choque-candidata section.

           move "N" to ws-choque

           perform varying ws-ind-nova from 1 by 1
                   until ws-ind-nova > ws-tn-qtd
                      or ws-choque = "S"

               perform varying ws-ind-aula from 1 by 1
                       until ws-ind-aula > ws-ta-qtd
                          or ws-choque = "S"

                   if ws-tn-dia(ws-ind-nova) = ws-ta-dia(ws-ind-aula)
                   and ws-tn-ini(ws-ind-nova) < ws-ta-fim(ws-ind-aula)
                   and ws-ta-ini(ws-ind-aula) < ws-tn-fim(ws-ind-nova) then
                       move "S"                        to ws-choque
                       move ws-ta-cod-disc(ws-ind-aula) to ws-choque-cod-disc
                   end-if
               end-perform
           end-perform
           .
       verifica-choque-candidata-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Passa as aulas da candidata para as ocupadas pelo aluno
      *>------------------------------------------------------------------------
       acrescenta-aulas section.

           perform varying ws-ind-nova from 1 by 1
                   until ws-ind-nova > ws-tn-qtd
                      or ws-ta-qtd >= 40

               add 1 to ws-ta-qtd
               move ws-tn-dia(ws-ind-nova) to ws-ta-dia(ws-ta-qtd)
               move ws-tn-ini(ws-ind-nova) to ws-ta-ini(ws-ta-qtd)
               move ws-tn-fim(ws-ind-nova) to ws-ta-fim(ws-ta-qtd)
               move ws-disc                to ws-ta-cod-disc(ws-ta-qtd)
           end-perform
           .
       acrescenta-aulas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Opcao A - grava em arqMatriculas cada linha da proposta aprovada:
      *>  matricula encerrada ("E") e reaberta com o periodo novo, matricula
      *>  inexistente e incluida; a ja reaberta neste periodo (retomada de
      *>  efetivacao interrompida) e apenas contada. Aluno que deixou de
      *>  estar ativo desde a proposta e recusado
      *>------------------------------------------------------------------------
       efetiva-proposta section.

           read arqProposta
           perform until ws-fs-proposta = 10

               move fd-prp-codigo    to ws-le-codigo
               move fd-prp-cod-disc  to ws-le-cod-disc
               move fd-prp-nome-disc to ws-le-nome-disc

               move fd-prp-codigo to fd-codigo
               read arqAlunos

               if ws-fs-arqAlunos  <> 00
               and ws-fs-arqAlunos <> 05
               and ws-fs-arqAlunos <> 23 then
                   display "Erro ao ler arq. arqAlunos: " ws-fs-arqAlunos
                   stop run
               end-if

               move fd-prp-codigo   to fd-matr-codigo
               move fd-prp-cod-disc to fd-matr-cod-disc
               read arqMatriculas

               if ws-fs-arqMatriculas  <> 00
               and ws-fs-arqMatriculas <> 05
               and ws-fs-arqMatriculas <> 23 then
                   display "Erro ao ler arq. arqMatriculas: " ws-fs-arqMatriculas
                   stop run
               end-if

               if ws-fs-arqAlunos = 23
               or fd-status <> "A" then
                   add 1 to ws-tot-recusadas
                   move "RECUSADA - aluno nao esta ativo" to ws-le-situacao
               else
               if ws-fs-arqMatriculas = 23 then

                   move ws-periodo to fd-matr-periodo
                   move "A"        to fd-matr-status
                   write fd-matricula
                   perform confere-gravacao
               else
               if fd-matr-status = "E" then

                   move ws-periodo to fd-matr-periodo
                   move "A"        to fd-matr-status
                   rewrite fd-matricula
                   perform confere-gravacao
               else
               if fd-matr-status = "A"
               and fd-matr-periodo = ws-periodo then
                   add 1 to ws-tot-ja-efetivadas
                   move "ja efetivada" to ws-le-situacao
               else
                   add 1 to ws-tot-recusadas
                   move "RECUSADA - matricula ativa/trancada" to ws-le-situacao
               end-if
               end-if
               end-if
               end-if

               move ws-linha-efetivacao to fd-linha-efetivacao
               write fd-linha-efetivacao

               read arqProposta
           end-perform

           move "EFETIVADA" to ws-fase
           perform grava-controle
           .
       efetiva-proposta-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Confere a gravacao da matricula e registra o evento REMATRICULA
      *>------------------------------------------------------------------------
       confere-gravacao section.

           if ws-fs-arqMatriculas  <> 00
           and ws-fs-arqMatriculas <> 05 then
               display "Erro ao gravar arq. arqMatriculas: " ws-fs-arqMatriculas
               stop run
           end-if

           add 1 to ws-tot-efetivadas
           move "efetivada" to ws-le-situacao

           perform formata-data-hora

           move space              to fd-auditoria
           move ws-datahora-fmt    to fd-aud-datahora
           move fd-prp-codigo      to fd-aud-codigo
           move "REMATRICULA"      to fd-aud-operacao
           move fd-prp-cod-disc    to fd-aud-cod-disc
           move ws-operador        to fd-aud-operador
           write fd-auditoria

           if ws-fs-auditoria <> 0 then
               display "Erro ao gravar arq. arqAuditoria: " ws-fs-auditoria
               stop run
           end-if
           .
       confere-gravacao-exit.
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
      *>  Finalização - totais no relatorio e no console
      *>------------------------------------------------------------------------
       finaliza section.

           if ws-opcao = "P" then

               move space to fd-linha-proposta
               write fd-linha-proposta
               move all "-" to fd-linha-proposta
               write fd-linha-proposta

               move "Alunos lidos................: " to fd-linha-proposta
               move ws-tot-alunos                    to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Inativos (ignorados)........: " to fd-linha-proposta
               move ws-tot-inativos                  to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Bloqueados por mensalidade..: " to fd-linha-proposta
               move ws-tot-bloqueados                to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Ativos sem historico........: " to fd-linha-proposta
               move ws-tot-sem-historico             to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Reprovadas a refazer........: " to fd-linha-proposta
               move ws-tot-refaz                     to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Novas da sequencia..........: " to fd-linha-proposta
               move ws-tot-novas                     to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Nao propostas (ver motivo)..: " to fd-linha-proposta
               move ws-tot-nao-propostas             to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Matriculas propostas........: " to fd-linha-proposta
               move ws-qtd-proposta                  to fd-linha-proposta(31:5)
               write fd-linha-proposta
               move "Total de controle...........: " to fd-linha-proposta
               move ws-hash-proposta                 to fd-linha-proposta(31:11)
               write fd-linha-proposta
               move space to fd-linha-proposta
               write fd-linha-proposta
               move "Nada foi gravado em arqMatriculas. Apos a revisao, aprove com a opcao A." to fd-linha-proposta
               write fd-linha-proposta

               display "Matriculas propostas........: " ws-qtd-proposta
               display "Bloqueados por mensalidade..: " ws-tot-bloqueados
               display "Proposta em rematriculaProposta.txt - aprove com a opcao A"

               close arqAlunos
               close arqHistorico
               if ws-tem-matriculas = "S" then
                   close arqMatriculas
               end-if
               if ws-tem-mensalidades = "S" then
                   close arqMensalidades
               end-if
               close arqDisciplinas
               if ws-tem-prerequisitos = "S" then
                   close arqPrerequisitos
               end-if
               if ws-tem-matriz = "S" then
                   close arqMatrizCurricular
               end-if
               if ws-tem-grade = "S" then
                   close arqGradeHoraria
               end-if
               close arqProposta
               close arqRelProposta
           else

               move space to fd-linha-efetivacao
               write fd-linha-efetivacao
               move all "-" to fd-linha-efetivacao
               write fd-linha-efetivacao
               move "Linhas da proposta..........: " to fd-linha-efetivacao
               move ws-qtd-proposta                  to fd-linha-efetivacao(31:5)
               write fd-linha-efetivacao
               move "Matriculas efetivadas.......: " to fd-linha-efetivacao
               move ws-tot-efetivadas                to fd-linha-efetivacao(31:5)
               write fd-linha-efetivacao
               move "Ja efetivadas antes.........: " to fd-linha-efetivacao
               move ws-tot-ja-efetivadas             to fd-linha-efetivacao(31:5)
               write fd-linha-efetivacao
               move "Recusadas...................: " to fd-linha-efetivacao
               move ws-tot-recusadas                 to fd-linha-efetivacao(31:5)
               write fd-linha-efetivacao

               display "Matriculas efetivadas.......: " ws-tot-efetivadas
               display "Ja efetivadas antes.........: " ws-tot-ja-efetivadas
               display "Recusadas...................: " ws-tot-recusadas

               close arqAlunos
               close arqMatriculas
               close arqAuditoria
               close arqProposta
               close arqRelEfetivacao
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
