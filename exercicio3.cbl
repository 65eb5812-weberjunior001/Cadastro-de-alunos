
      *>Frequencia por disciplina - total de aulas dadas e faltas de cada
      *>aluno/disciplina no periodo corrente, lancadas pela secretaria e
      *>cruzadas pelo boletim com a presenca minima de cada disciplina
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           file status is ws-fs-arqFrequencia.

      *>Exames de recuperacao - registros pendentes gerados pelo boletim
      *>para media na faixa de exame da disciplina; a nota e lancada aqui (ou
      *>pela carga em lote) e recompoe a media final da disciplina
           select arqExames assign to "arqExames.dat"
           organization is indexed
           record key is fd-oper-id
           file status is ws-fs-arqOperadores.

      *>Cadastro de professores - o id e o do operador de perfil "P"; o
      *>professor inativo perde o acesso ao lancamento
           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prof-id
           file status is ws-fs-arqProfessores.

      *>Atribuicao de disciplinas - professor responsavel por cada
      *>disciplina em cada periodo letivo; restringe o lancamento do
      *>perfil "P" as disciplinas do proprio professor
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-atri-chave
           alternate record key is fd-atri-prof-id with duplicates
           file status is ws-fs-arqAtribuicoes.

      *>Pre-requisitos entre disciplinas - a matricula exige aprovacao no
      *>historico em cada pre-requisito ativo da disciplina, salvo
      *>liberacao explicita do administrador (registrada na auditoria)
           select arqPrerequisitos assign to "arqPrerequisitos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-prq-chave
           file status is ws-fs-arqPrerequisitos.

      *>Historico academico - so consultado, para a verificacao de
      *>pre-requisitos na matricula; gravado pelo fechamento de periodo
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>Matriz curricular do curso - disciplinas obrigatorias/eletivas e,
      *>no registro de codigo 00, a quantidade de eletivas exigidas; lida
      *>pela apuracao de integralizacao (apuraIntegralizacao.cbl)
           select arqMatrizCurricular assign to "arqMatrizCurricular.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mtz-cod-disc
           file status is ws-fs-arqMatriz.

      *>Grade horaria - aulas de cada disciplina por periodo (dia, horario
      *>e sala); a matricula recusa disciplina cujas aulas chocam com as
      *>de outra matricula ativa do aluno no mesmo periodo
           select arqGradeHoraria assign to "arqGradeHoraria.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-grd-chave
           alternate record key is fd-grd-cod-disc with duplicates
           file status is ws-fs-grade.

      *>Trilha de auditoria de cadastro/alteração/deleção
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
       01 fd-operador.
           copy OPERFD.

       fd arqProfessores.
       01 fd-professor.
           copy PROFFD.

       fd arqAtribuicoes.
       01 fd-atribuicao.
           copy ATRIFD.

       fd arqPrerequisitos.
       01 fd-prerequisito.
           copy PRQFD.

       fd arqHistorico.
       01 fd-historico.
           copy HISTFD.

       fd arqMatrizCurricular.
       01 fd-matriz.
           copy MTZFD.

       fd arqGradeHoraria.
       01 fd-grade.
           copy GRDFD.

       fd arqAuditoria.
       01 fd-auditoria.
          05 fd-aud-datahora                       pic X(19).
       01 ws-operador.
           copy OPERWS.

       01 ws-professor.
           copy PROFWS.

       01 ws-atribuicao.
           copy ATRIWS.

       01 ws-prerequisito.
           copy PRQWS.

       01 ws-matriz.
           copy MTZWS.

       01 ws-grade.
           copy GRDWS.

       77  ws-fs-arqAlunos                         pic  9(02).
       77  ws-fs-arqNotas                          pic  9(02).
       77  ws-fs-arqDisciplinas                    pic  9(02).
       77  ws-fs-arqExames                         pic  9(02).
       77  ws-fs-arqMensalidades                   pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).
       77  ws-fs-arqProfessores                    pic  9(02).
       77  ws-fs-arqAtribuicoes                    pic  9(02).
       77  ws-fs-arqPrerequisitos                  pic  9(02).
       77  ws-fs-historico                         pic  9(02).
       77  ws-fs-arqMatriz                         pic  9(02).
       77  ws-fs-grade                             pic  9(02).
       77  ws-fs-auditoria                         pic  9(02).
       77  ws-fs-erros                             pic  9(02).
       77  ws-aux                                  pic  X(01).
       77  ws-login-senha                          pic  X(08).
       77  ws-tentativas                           pic  9(01).

      *>"S" quando o operador logado pode lancar na disciplina corrente -
      *>sempre "S" fora do perfil professor ("P"); no perfil professor,
      *>so quando a disciplina lhe esta atribuida no periodo da matricula
      *>do aluno
       77  ws-disc-liberada                        pic  X(01).

      *>"S" quando o criterio de avaliacao digitado no cadastro de
      *>disciplinas e valido (valida-criterio-disciplina)
       77  ws-criterio-ok                          pic  X(01).
       77  ws-soma-pesos                           pic  9(03).

      *>Verificacao de pre-requisitos da matricula corrente: "N" em
      *>ws-prq-liberado com o primeiro pre-requisito sem aprovacao no
      *>historico (codigo/nome guardados para a mensagem); ws-prq-quebra
      *>"S" quando o administrador liberou a matricula mesmo assim
       77  ws-prq-liberado                         pic  X(01).
       77  ws-prq-aprovado                         pic  X(01).
       77  ws-prq-quebra                           pic  X(01).
       77  ws-prq-confirma                         pic  X(01).
       77  ws-prq-falta-cod                        pic  9(02).
       77  ws-prq-falta-nome                       pic  X(20).

      *>Cadastro de pre-requisito: ws-prq-ciclo recebe "R" quando o
      *>status final "A" formaria auto-referencia e "S" quando formaria
      *>ciclo com o par invertido;
      *>ws-prq-fs-direto guarda o resultado da leitura do par digitado
      *>(23 = inclusao, senao alteracao) durante a reverificacao
       77  ws-prq-ciclo                            pic  X(01).
       77  ws-prq-fs-direto                        pic  9(02).

      *>Quantidade de eletivas exigidas pelo curso - lida do registro de
      *>parametros (codigo 00) da matriz ao abrir a tela e regravada
      *>quando o operador a altera
       77  ws-mtz-eletivas-exig                    pic  9(02).
       77  ws-mtz-eletivas-lidas                   pic  9(02).

      *>Verificacao de choque de horario da matricula corrente - "S" em
      *>ws-choque com a primeira disciplina ativa do aluno que choca
       77  ws-choque                               pic  X(01).
       77  ws-choque-cod-disc                      pic  9(02).
       77  ws-choque-nome                          pic  X(20).
       77  ws-choque-periodo                       pic  X(06).
       77  ws-ind-aula                             pic  9(02).

      *>Validacao de horario HHMM da grade horaria
       77  ws-hora-teste                           pic  9(04).
       77  ws-hora-hh                              pic  9(02).
       77  ws-hora-mm                              pic  9(02).
       77  ws-hora-ok                              pic  X(01).
       77  ws-grd-existe                           pic  X(01).

      *>Aulas da disciplina pedida na matricula, no periodo da matricula
       01 ws-tab-aulas.
          05 ws-ta-qtd                             pic  9(02) value 0.
          05 ws-ta-ent occurs 20.
             10 ws-ta-dia                          pic  9(01).
             10 ws-ta-ini                          pic  9(04).
             10 ws-ta-fim                          pic  9(04).

       01 ws-erro-log.
          05 ws-erro-log-datahora                  pic X(19).
          05 filler                                pic X(01) value space.
          05  ws-baixa-mensalidade                 pic  x(01).
          05  ws-cadastro-disciplina               pic  x(01).
          05  ws-cadastro-operador                 pic  x(01).
          05  ws-cadastro-professor                pic  x(01).
          05  ws-cadastro-atribuicao               pic  x(01).
          05  ws-cadastro-prerequisito             pic  x(01).
          05  ws-cadastro-matriz                   pic  x(01).
          05  ws-cadastro-grade                    pic  x(01).
          05  ws-consulta-nota-disc                pic  x(01).
          05  ws-consulta-indexada                 pic  x(01).
          05  ws-consulta-sequencial               pic  x(01).
           05 line 16 col 01 value "        [ ]Matricula em Disciplinas                                              ".
           05 line 17 col 01 value "        [ ]Nota de Exame de Recuperacao                                          ".
           05 line 18 col 01 value "        [ ]Baixa de Mensalidade                                                  ".
           05 line 19 col 01 value "        [ ]Cadastro de Professores                                               ".
           05 line 20 col 01 value "        [ ]Atribuicao de Disciplinas a Professores                               ".
           05 line 21 col 01 value "        [ ]Pre-requisitos entre Disciplinas                                      ".
           05 line 22 col 01 value "        [ ]Matriz Curricular do Curso                                            ".
           05 line 23 col 01 value "        [ ]Grade Horaria das Disciplinas                                         ".


           05 sc-sair-menu               line 01  col 71 pic x(01)
           05 sc-baixa-mens              line 18  col 10 pic x(01)
           using ws-baixa-mensalidade    foreground-color 15.

           05 sc-cadastro-prof           line 19  col 10 pic x(01)
           using ws-cadastro-professor   foreground-color 15.

           05 sc-cadastro-atri           line 20  col 10 pic x(01)
           using ws-cadastro-atribuicao  foreground-color 15.

           05 sc-cadastro-prq            line 21  col 10 pic x(01)
           using ws-cadastro-prerequisito foreground-color 15.

           05 sc-cadastro-mtz            line 22  col 10 pic x(01)
           using ws-cadastro-matriz      foreground-color 15.

           05 sc-cadastro-grd            line 23  col 10 pic x(01)
           using ws-cadastro-grade       foreground-color 15.

      *>   variante de tela-menu para o perfil consulta ("C") - as opcoes
      *>   de cadastro/alteracao/delecao/reativacao nem aparecem; so as
      *>   consultas sao oferecidas e aceitas
           05 sc-consulta-nota-disc-con  line 06  col 10 pic x(01)
           using ws-consulta-nota-disc   foreground-color 15.

      *>   variante de tela-menu para o perfil professor ("P") - apenas o
      *>   lancamento de notas, frequencia e exame; cada secao restringe o
      *>   lancamento as disciplinas atribuidas ao professor logado
       01  tela-menu-professor.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Tela Principal                                   ".
           05 line 03 col 01 value "      MENU                                                                       ".
           05 line 04 col 01 value "        [ ]Cadastro de Notas por Disciplina                                      ".
           05 line 05 col 01 value "        [ ]Lancamento de Frequencia                                              ".
           05 line 06 col 01 value "        [ ]Nota de Exame de Recuperacao                                          ".


           05 sc-sair-menu-prof          line 01  col 71 pic x(01)
           using ws-sair                 foreground-color 12.

           05 sc-cadastro-nota-disc-prof line 04  col 10 pic x(01)
           using ws-cadastro-nota-disc   foreground-color 15.

           05 sc-cadastro-freq-prof      line 05  col 10 pic x(01)
           using ws-cadastro-frequencia  foreground-color 15.

           05 sc-cadastro-exame-prof     line 06  col 10 pic x(01)
           using ws-cadastro-exame       foreground-color 15.

      *>   tela de identificacao do operador, exibida uma unica vez na
      *>   partida do programa, antes do menu
       01  tela-login.
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Status (A/I)     :                                                        ".
           05 line 06 col 01 value "      Pesos N1/N2/N3/N4:  /  /  /                                               ".
           05 line 07 col 01 value "      Media aprovacao  :                                                        ".
           05 line 08 col 01 value "      Media min. exame :                                                        ".
           05 line 09 col 01 value "      Freq. minima (%) :                                                        ".


           05 sc-sair-cad-disc           line 01  col 71 pic X(01)
           05 sc-status-cad-disc         line 05  col 25 pic X(01)
           using ws-disc-status          foreground-color 15.

           05 sc-peso1-cad-disc          line 06  col 25 pic 9(02)
           using ws-disc-peso1           foreground-color 15.

           05 sc-peso2-cad-disc          line 06  col 28 pic 9(02)
           using ws-disc-peso2           foreground-color 15.

           05 sc-peso3-cad-disc          line 06  col 31 pic 9(02)
           using ws-disc-peso3           foreground-color 15.

           05 sc-peso4-cad-disc          line 06  col 34 pic 9(02)
           using ws-disc-peso4           foreground-color 15.

           05 sc-aprov-cad-disc          line 07  col 25 pic 9(02)V99
           using ws-disc-media-aprov     foreground-color 15.

           05 sc-exame-cad-disc          line 08  col 25 pic 9(02)V99
           using ws-disc-media-exame     foreground-color 15.

           05 sc-freq-cad-disc           line 09  col 25 pic 9(03)
           using ws-disc-freq-min        foreground-color 15.

      *>   variante de tela-cad-disc usada quando a disciplina ja existe no
      *>   mestre: codigo vira "from" (a disciplina ja foi identificada, nao
      *>   deve ter sua chave trocada por um toque acidental antes do
      *>   REWRITE), mantendo nome/status e o criterio de avaliacao
      *>   editaveis para alterar/inativar
       01  tela-cad-disc-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Status (A/I)     :                                                        ".
           05 line 06 col 01 value "      Pesos N1/N2/N3/N4:  /  /  /                                               ".
           05 line 07 col 01 value "      Media aprovacao  :                                                        ".
           05 line 08 col 01 value "      Media min. exame :                                                        ".
           05 line 09 col 01 value "      Freq. minima (%) :                                                        ".


           05 sc-sair-cad-disc           line 01  col 71 pic X(01)
           05 sc-status-cad-disc         line 05  col 25 pic X(01)
           using ws-disc-status          foreground-color 15.

           05 sc-peso1-cad-disc          line 06  col 25 pic 9(02)
           using ws-disc-peso1           foreground-color 15.

           05 sc-peso2-cad-disc          line 06  col 28 pic 9(02)
           using ws-disc-peso2           foreground-color 15.

           05 sc-peso3-cad-disc          line 06  col 31 pic 9(02)
           using ws-disc-peso3           foreground-color 15.

           05 sc-peso4-cad-disc          line 06  col 34 pic 9(02)
           using ws-disc-peso4           foreground-color 15.

           05 sc-aprov-cad-disc          line 07  col 25 pic 9(02)V99
           using ws-disc-media-aprov     foreground-color 15.

           05 sc-exame-cad-disc          line 08  col 25 pic 9(02)V99
           using ws-disc-media-exame     foreground-color 15.

           05 sc-freq-cad-disc           line 09  col 25 pic 9(03)
           using ws-disc-freq-min        foreground-color 15.

       01  tela-cad-oper.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 line 03 col 01 value "      Operador         :                                                        ".
           05 line 04 col 01 value "      Nome             :                                                        ".
           05 line 05 col 01 value "      Senha            :                                                        ".
           05 line 06 col 01 value "      Perfil (A/C/P)   :                                                        ".


           05 sc-sair-cad-oper           line 01  col 71 pic X(01)
           05 line 03 col 01 value "      Operador         :                                                        ".
           05 line 04 col 01 value "      Nome             :                                                        ".
           05 line 05 col 01 value "      Senha            :                                                        ".
           05 line 06 col 01 value "      Perfil (A/C/P)   :                                                        ".


           05 sc-sair-cad-oper           line 01  col 71 pic X(01)
           05 sc-perfil-cad-oper         line 06  col 25 pic X(01)
           using ws-oper-perfil          foreground-color 15.

       01  tela-cad-prof.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                             Cadastro de Professores                            ".
           05 line 03 col 01 value "      Professor (id)   :                                                        ".
           05 line 04 col 01 value "      Nome             :                                                        ".
           05 line 05 col 01 value "      Status (A/I)     :                                                        ".


           05 sc-sair-cad-prof           line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-id-cad-prof             line 03  col 25 pic X(08)
           using ws-prof-id              foreground-color 15.

           05 sc-nome-cad-prof           line 04  col 25 pic X(25)
           using ws-prof-nome            foreground-color 15.

           05 sc-status-cad-prof         line 05  col 25 pic X(01)
           using ws-prof-status          foreground-color 15.

      *>   variante de tela-cad-prof usada quando o professor ja existe no
      *>   cadastro: o id vira "from" (a chave nao deve ser trocada por um
      *>   toque acidental antes do REWRITE), mantendo nome/status
      *>   editaveis para alterar/inativar
       01  tela-cad-prof-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                             Cadastro de Professores                            ".
           05 line 03 col 01 value "      Professor (id)   :                                                        ".
           05 line 04 col 01 value "      Nome             :                                                        ".
           05 line 05 col 01 value "      Status (A/I)     :                                                        ".


           05 sc-sair-cad-prof           line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-id-cad-prof             line 03  col 25 pic X(08)
           from ws-prof-id               foreground-color 15.

           05 sc-nome-cad-prof           line 04  col 25 pic X(25)
           using ws-prof-nome            foreground-color 15.

           05 sc-status-cad-prof         line 05  col 25 pic X(01)
           using ws-prof-status          foreground-color 15.

       01  tela-cad-atri.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                     Atribuicao de Disciplinas a Professores                    ".
           05 line 03 col 01 value "      Periodo letivo   :                                                        ".
           05 line 04 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 05 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 06 col 01 value "      Professor (id)   :                                                        ".
           05 line 07 col 01 value "      Nome Professor   :                                                        ".


           05 sc-sair-cad-atri           line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-periodo-cad-atri        line 03  col 25 pic X(06)
           using ws-atri-periodo         foreground-color 15.

           05 sc-coddisc-cad-atri        line 04  col 25 pic 9(02)
           using ws-atri-cod-disc        foreground-color 15.

      *>   nomes vem sempre dos cadastros mestres, nunca digitados
           05 sc-nomedisc-cad-atri       line 05  col 25 pic X(20)
           from ws-disc-nome             foreground-color 15.

           05 sc-prof-cad-atri           line 06  col 25 pic X(08)
           using ws-atri-prof-id         foreground-color 15.

           05 sc-nomeprof-cad-atri       line 07  col 25 pic X(25)
           from ws-prof-nome             foreground-color 15.

      *>   variante de tela-cad-atri usada quando a disciplina ja tem
      *>   professor atribuido no periodo: periodo/disciplina viram "from"
      *>   (a chave nao deve ser trocada antes do REWRITE), mantendo o
      *>   professor editavel para a troca de responsavel
       01  tela-cad-atri-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                     Atribuicao de Disciplinas a Professores                    ".
           05 line 03 col 01 value "      Periodo letivo   :                                                        ".
           05 line 04 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 05 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 06 col 01 value "      Professor (id)   :                                                        ".
           05 line 07 col 01 value "      Nome Professor   :                                                        ".


           05 sc-sair-cad-atri           line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-periodo-cad-atri        line 03  col 25 pic X(06)
           from ws-atri-periodo          foreground-color 15.

           05 sc-coddisc-cad-atri        line 04  col 25 pic 9(02)
           from ws-atri-cod-disc         foreground-color 15.

           05 sc-nomedisc-cad-atri       line 05  col 25 pic X(20)
           from ws-disc-nome             foreground-color 15.

           05 sc-prof-cad-atri           line 06  col 25 pic X(08)
           using ws-atri-prof-id         foreground-color 15.

           05 sc-nomeprof-cad-atri       line 07  col 25 pic X(25)
           from ws-prof-nome             foreground-color 15.

       01  tela-cad-prq.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                        Pre-requisitos entre Disciplinas                        ".
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Pre-requisito    :                                                        ".
           05 line 06 col 01 value "      Nome Pre-requis. :                                                        ".
           05 line 07 col 01 value "      Status (A/I)     :                                                        ".


           05 sc-sair-cad-prq            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-coddisc-cad-prq         line 03  col 25 pic 9(02)
           using ws-prq-cod-disc         foreground-color 15.

      *>   nomes vem sempre do cadastro mestre, nunca digitados
           05 sc-nomedisc-cad-prq        line 04  col 25 pic X(20)
           from ws-disc-nome             foreground-color 15.

           05 sc-codprq-cad-prq          line 05  col 25 pic 9(02)
           using ws-prq-cod-prereq       foreground-color 15.

           05 sc-nomeprq-cad-prq         line 06  col 25 pic X(20)
           from ws-prq-nome-prereq       foreground-color 15.

           05 sc-status-cad-prq          line 07  col 25 pic X(01)
           using ws-prq-status           foreground-color 15.

      *>   variante de tela-cad-prq usada quando o pre-requisito ja esta
      *>   cadastrado: disciplina/pre-requisito viram "from" (a chave nao
      *>   deve ser trocada antes do REWRITE), mantendo o status editavel
      *>   para deixar de exigir ("I") ou voltar a exigir ("A")
       01  tela-cad-prq-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                        Pre-requisitos entre Disciplinas                        ".
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Pre-requisito    :                                                        ".
           05 line 06 col 01 value "      Nome Pre-requis. :                                                        ".
           05 line 07 col 01 value "      Status (A/I)     :                                                        ".


           05 sc-sair-cad-prq            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-coddisc-cad-prq         line 03  col 25 pic 9(02)
           from ws-prq-cod-disc          foreground-color 15.

      *>   nomes vem sempre do cadastro mestre, nunca digitados
           05 sc-nomedisc-cad-prq        line 04  col 25 pic X(20)
           from ws-disc-nome             foreground-color 15.

           05 sc-codprq-cad-prq          line 05  col 25 pic 9(02)
           from ws-prq-cod-prereq        foreground-color 15.

           05 sc-nomeprq-cad-prq         line 06  col 25 pic X(20)
           from ws-prq-nome-prereq       foreground-color 15.

           05 sc-status-cad-prq          line 07  col 25 pic X(01)
           using ws-prq-status           foreground-color 15.

       01  tela-cad-mtz.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                          Matriz Curricular do Curso                            ".
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Tipo (O/E)       :                                                        ".
           05 line 06 col 01 value "      Status (A/I)     :                                                        ".
           05 line 08 col 01 value "      Eletivas exigidas:                                                        ".
           05 line 10 col 01 value "      (Cod. Disciplina 00 altera somente as eletivas exigidas)                  ".


           05 sc-sair-cad-mtz            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-coddisc-cad-mtz         line 03  col 25 pic 9(02)
           using ws-mtz-cod-disc         foreground-color 15.

      *>   nome vem sempre do cadastro mestre, nunca digitado
           05 sc-nomedisc-cad-mtz        line 04  col 25 pic X(20)
           from ws-mtz-nome-disc         foreground-color 15.

           05 sc-tipo-cad-mtz            line 05  col 25 pic X(01)
           using ws-mtz-tipo             foreground-color 15.

           05 sc-status-cad-mtz          line 06  col 25 pic X(01)
           using ws-mtz-status           foreground-color 15.

           05 sc-eletivas-cad-mtz        line 08  col 25 pic 9(02)
           using ws-mtz-eletivas-exig    foreground-color 15.

      *>   variante de tela-cad-mtz usada quando a disciplina ja esta na
      *>   matriz: o codigo vira "from" (a chave nao deve ser trocada antes
      *>   do REWRITE), mantendo tipo, status e eletivas editaveis
       01  tela-cad-mtz-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                          Matriz Curricular do Curso                            ".
           05 line 03 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 04 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 05 col 01 value "      Tipo (O/E)       :                                                        ".
           05 line 06 col 01 value "      Status (A/I)     :                                                        ".
           05 line 08 col 01 value "      Eletivas exigidas:                                                        ".
           05 line 10 col 01 value "      (Cod. Disciplina 00 altera somente as eletivas exigidas)                  ".


           05 sc-sair-cad-mtz            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-coddisc-cad-mtz         line 03  col 25 pic 9(02)
           from ws-mtz-cod-disc          foreground-color 15.

      *>   nome vem sempre do cadastro mestre, nunca digitado
           05 sc-nomedisc-cad-mtz        line 04  col 25 pic X(20)
           from ws-mtz-nome-disc         foreground-color 15.

           05 sc-tipo-cad-mtz            line 05  col 25 pic X(01)
           using ws-mtz-tipo             foreground-color 15.

           05 sc-status-cad-mtz          line 06  col 25 pic X(01)
           using ws-mtz-status           foreground-color 15.

           05 sc-eletivas-cad-mtz        line 08  col 25 pic 9(02)
           using ws-mtz-eletivas-exig    foreground-color 15.

       01  tela-cad-grd.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                         Grade Horaria das Disciplinas                          ".
           05 line 03 col 01 value "      Periodo letivo   :                                                        ".
           05 line 04 col 01 value "      Sala             :                                                        ".
           05 line 05 col 01 value "      Dia da semana    :                                                        ".
           05 line 06 col 01 value "      Inicio (HHMM)    :                                                        ".
           05 line 07 col 01 value "      Fim (HHMM)       :                                                        ".
           05 line 08 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 09 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 10 col 01 value "      Status (A/I)     :                                                        ".
           05 line 12 col 01 value "      Dia: 1=dom 2=seg 3=ter 4=qua 5=qui 6=sex 7=sab                            ".


           05 sc-sair-cad-grd            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-periodo-cad-grd         line 03  col 25 pic X(06)
           using ws-grd-periodo          foreground-color 15.

           05 sc-sala-cad-grd            line 04  col 25 pic X(06)
           using ws-grd-sala             foreground-color 15.

           05 sc-dia-cad-grd             line 05  col 25 pic 9(01)
           using ws-grd-dia-semana       foreground-color 15.

           05 sc-inicio-cad-grd          line 06  col 25 pic 9(04)
           using ws-grd-hora-ini         foreground-color 15.

           05 sc-fim-cad-grd             line 07  col 25 pic 9(04)
           using ws-grd-hora-fim         foreground-color 15.

           05 sc-coddisc-cad-grd         line 08  col 25 pic 9(02)
           using ws-grd-cod-disc         foreground-color 15.

      *>   nome vem sempre do cadastro mestre, nunca digitado
           05 sc-nomedisc-cad-grd        line 09  col 25 pic X(20)
           from ws-grd-nome-disc         foreground-color 15.

           05 sc-status-cad-grd          line 10  col 25 pic X(01)
           using ws-grd-status           foreground-color 15.

      *>   variante de tela-cad-grd usada quando a aula ja esta cadastrada:
      *>   periodo/sala/dia/inicio viram "from" (a chave nao deve ser
      *>   trocada antes do REWRITE); fim, disciplina e status editaveis
       01  tela-cad-grd-view.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair    ".
           05 line 02 col 01 value "                         Grade Horaria das Disciplinas                          ".
           05 line 03 col 01 value "      Periodo letivo   :                                                        ".
           05 line 04 col 01 value "      Sala             :                                                        ".
           05 line 05 col 01 value "      Dia da semana    :                                                        ".
           05 line 06 col 01 value "      Inicio (HHMM)    :                                                        ".
           05 line 07 col 01 value "      Fim (HHMM)       :                                                        ".
           05 line 08 col 01 value "      Cod. Disciplina  :                                                        ".
           05 line 09 col 01 value "      Nome Disciplina  :                                                        ".
           05 line 10 col 01 value "      Status (A/I)     :                                                        ".
           05 line 12 col 01 value "      Dia: 1=dom 2=seg 3=ter 4=qua 5=qui 6=sex 7=sab                            ".


           05 sc-sair-cad-grd            line 01  col 71 pic X(01)
           using ws-sair                 foreground-color 12.

           05 sc-periodo-cad-grd         line 03  col 25 pic X(06)
           from ws-grd-periodo           foreground-color 15.

           05 sc-sala-cad-grd            line 04  col 25 pic X(06)
           from ws-grd-sala              foreground-color 15.

           05 sc-dia-cad-grd             line 05  col 25 pic 9(01)
           from ws-grd-dia-semana        foreground-color 15.

           05 sc-inicio-cad-grd          line 06  col 25 pic 9(04)
           from ws-grd-hora-ini          foreground-color 15.

           05 sc-fim-cad-grd             line 07  col 25 pic 9(04)
           using ws-grd-hora-fim         foreground-color 15.

           05 sc-coddisc-cad-grd         line 08  col 25 pic 9(02)
           using ws-grd-cod-disc         foreground-color 15.

      *>   nome vem sempre do cadastro mestre, nunca digitado
           05 sc-nomedisc-cad-grd        line 09  col 25 pic X(20)
           from ws-grd-nome-disc         foreground-color 15.

           05 sc-status-cad-grd          line 10  col 25 pic X(01)
           using ws-grd-status           foreground-color 15.

      *>   tela de selecao do aluno para a consulta de notas por disciplina -
      *>   codigo ou, se o codigo nao for informado, nome (chave alternativa)
       01  tela-consulta-nd.
               perform finaliza-anormal
           end-if

      *>   na primeira execucao o cadastro de professores ainda nao existe
      *>   (fs 35) - cria vazio e reabre em i-o
           open i-o arqProfessores
           if ws-fs-arqProfessores = 35 then
               open output arqProfessores
               close arqProfessores
               open i-o arqProfessores
           end-if
           if ws-fs-arqProfessores  <> 00
           and ws-fs-arqProfessores <> 05 then

               move 40                                     to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqProfessores "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   na primeira execucao as atribuicoes ainda nao existem (fs 35) -
      *>   cria vazio e reabre em i-o
           open i-o arqAtribuicoes
           if ws-fs-arqAtribuicoes = 35 then
               open output arqAtribuicoes
               close arqAtribuicoes
               open i-o arqAtribuicoes
           end-if
           if ws-fs-arqAtribuicoes  <> 00
           and ws-fs-arqAtribuicoes <> 05 then

               move 41                                     to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAtribuicoes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   na primeira execucao os pre-requisitos ainda nao existem (fs
      *>   35) - cria vazio e reabre em i-o
           open i-o arqPrerequisitos
           if ws-fs-arqPrerequisitos = 35 then
               open output arqPrerequisitos
               close arqPrerequisitos
               open i-o arqPrerequisitos
           end-if
           if ws-fs-arqPrerequisitos  <> 00
           and ws-fs-arqPrerequisitos <> 05 then

               move 47                                       to ws-msn-erro-ofsset
               move ws-fs-arqPrerequisitos                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPrerequisitos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   antes do primeiro fechamento de periodo o historico ainda nao
      *>   existe (fs 35) - cria vazio e reabre para consulta
           open input arqHistorico
           if ws-fs-historico = 35 then
               open output arqHistorico
               close arqHistorico
               open input arqHistorico
           end-if
           if ws-fs-historico  <> 00
           and ws-fs-historico <> 05 then

               move 48                                     to ws-msn-erro-ofsset
               move ws-fs-historico                        to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   matriz curricular ainda nao cadastrada (fs 35) - cria vazia e
      *>   reabre em i-o
           open i-o arqMatrizCurricular
           if ws-fs-arqMatriz = 35 then
               open output arqMatrizCurricular
               close arqMatrizCurricular
               open i-o arqMatrizCurricular
           end-if
           if ws-fs-arqMatriz  <> 00
           and ws-fs-arqMatriz <> 05 then

               move 52                                          to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                             to ws-msn-erro-cod
               move "Erro ao abrir arq. arqMatrizCurricular "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

      *>   grade horaria ainda nao cadastrada (fs 35) - cria vazia e
      *>   reabre em i-o
           open i-o arqGradeHoraria
           if ws-fs-grade = 35 then
               open output arqGradeHoraria
               close arqGradeHoraria
               open i-o arqGradeHoraria
           end-if
           if ws-fs-grade  <> 00
           and ws-fs-grade <> 05 then

               move 55                                      to ws-msn-erro-ofsset
               move ws-fs-grade                             to ws-msn-erro-cod
               move "Erro ao abrir arq. arqGradeHoraria "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open extend arqAuditoria
           if ws-fs-auditoria <> 00 then
               open output arqAuditoria

                   move fd-oper-id     to ws-oper-logado
                   move fd-oper-perfil to ws-perfil-logado

      *>            o perfil professor so entra com cadastro ativo em
      *>            arqProfessores - professor inativo perde o acesso
                   if ws-perfil-logado = "P" then

                       move fd-oper-id to fd-prof-id
                       read arqProfessores

                       if ws-fs-arqProfessores  <> 00
                       and ws-fs-arqProfessores <> 05
                       and ws-fs-arqProfessores <> 23 then

                           move 46                               to ws-msn-erro-ofsset
                           move ws-fs-arqProfessores             to ws-msn-erro-cod
                           move "Erro ao consultar professor "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqProfessores = 23
                       or fd-prof-status = "I" then

                           move space to ws-oper-logado
                           move space to ws-perfil-logado
                           add 1 to ws-tentativas

                           display erase
                           display "Professor sem cadastro ativo!"
                           accept ws-aux
                       end-if
                   end-if
               else

                   if ws-fs-arqOperadores  <> 00
                   and ws-fs-arqOperadores <> 05
                move   space  to  ws-baixa-mensalidade
                move   space  to  ws-cadastro-disciplina
                move   space  to  ws-cadastro-operador
                move   space  to  ws-cadastro-professor
                move   space  to  ws-cadastro-atribuicao
                move   space  to  ws-cadastro-prerequisito
                move   space  to  ws-cadastro-matriz
                move   space  to  ws-cadastro-grade
                move   space  to  ws-consulta-nota-disc
                move   space  to  ws-consulta-indexada
                move   space  to  ws-consulta-sequencial
                move   space  to  ws-sair

      *>        o perfil consulta ("C") recebe o menu reduzido, sem as
      *>        opcoes de cadastro/alteracao/delecao/reativacao; o perfil
      *>        professor ("P") so ve os lancamentos da propria disciplina
                if ws-perfil-logado = "C" then
                    display tela-menu-consulta
                    accept tela-menu-consulta
                else
                if ws-perfil-logado = "P" then
                    display tela-menu-professor
                    accept tela-menu-professor
                else
                    display tela-menu
                    accept tela-menu
                end-if
                end-if

                if ws-cadastro-aluno = "X"
                or ws-cadastro-aluno = "x" then
                       perform cadastrar-operador
                end-if

                if ws-cadastro-professor = "X"
                or ws-cadastro-professor = "x" then
                       perform cadastrar-professor
                end-if

                if ws-cadastro-atribuicao = "X"
                or ws-cadastro-atribuicao = "x" then
                       perform cadastrar-atribuicao
                end-if

                if ws-cadastro-prerequisito = "X"
                or ws-cadastro-prerequisito = "x" then
                       perform cadastrar-prerequisito
                end-if

                if ws-cadastro-matriz = "X"
                or ws-cadastro-matriz = "x" then
                       perform cadastrar-matriz
                end-if

                if ws-cadastro-grade = "X"
                or ws-cadastro-grade = "x" then
                       perform cadastrar-grade
                end-if

           end-perform
           .
       processamento-exit.

                   move fd-aluno to ws-aluno

                   if ws-status <> "A" then
                       display erase
                       display "Aluno nao encontrado!"
                       accept ws-aux
                       perform finaliza-anormal
                   end-if

                   if fd-status <> "A" then
                       display erase
                       display "Aluno nao encontrado!"
                       accept ws-aux
                  end-if
               end-if

               if fd-status <> "A" then
                   exit perform cycle
               end-if

                  end-if
               end-if

               if fd-status <> "A" then
                   exit perform cycle
               end-if


                   move fd-aluno to ws-aluno

                   if ws-status <> "A" then
                       display erase
                       display "Aluno esta inativo ou transferido!"
                       accept ws-aux
                   else

                       perform finaliza-anormal
                   end-if

                   if fd-status <> "A" then

                       display erase
                       display "Aluno inativo ou transferido - cadastro precisa estar ativo antes de lancar notas"
                       accept ws-aux
                   else

                           display "Disciplina inativa - reative antes de lancar notas"
                           accept ws-aux
                       else
                       move ws-nota-cod-disc to ws-atri-cod-disc
                       perform verifica-atribuicao-professor

                       if ws-disc-liberada = "N" then

                           display erase
                           display "Disciplina nao atribuida a este professor!"
                           accept ws-aux
                       else


      *>                o aluno precisa de matricula ativa na disciplina -
      *>                trancada ou inexistente recusa o lancamento
                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if

      *>  o vinculo aluno/disciplina/periodo que autoriza o lancamento de
      *>  notas, ou tranca (status "T") um vinculo existente. Mesmo fluxo
      *>  de validacao de cadastrar-notas-disciplina (aluno ativo,
      *>  disciplina ativa no mestre), mais a aprovacao do aluno em todos
      *>  os pre-requisitos da disciplina e a ausencia de choque de horario
      *>  com as outras matriculas ativas quando a matricula fica ativa
      *>------------------------------------------------------------------------
       cadastrar-matricula section.

                       perform finaliza-anormal
                   end-if

                   if fd-status <> "A" then

                       display erase
                       display "Aluno inativo ou transferido - cadastro precisa estar ativo antes de matricular"
                       accept ws-aux
                   else

                           perform finaliza-anormal
                       end-if

      *>                pre-requisitos so valem para disciplina existente e
      *>                ativa, e o trancamento ("T") nao os exige
                       move "S" to ws-prq-liberado
                       move "N" to ws-prq-quebra

                       move "N" to ws-choque

                       if ws-matr-cod-disc <> 0
                       and ws-fs-arqDisciplinas <> 23
                       and fd-disc-status <> "I"
                       and ws-matr-status <> "T" then
                           perform verifica-prerequisitos
                           perform verifica-choque-horario
                       end-if

                       if ws-matr-cod-disc = 0
                       or ws-fs-arqDisciplinas = 23 then

                           display "Disciplina inativa - reative antes de matricular"
                           accept ws-aux
                       else
                       if ws-prq-liberado = "N" then

                           display erase
                           display "Matricula recusada - pre-requisito nao cumprido: "
                                   ws-prq-falta-cod " " ws-prq-falta-nome
                           accept ws-aux
                       else
                       if ws-choque = "S" then

                           display erase
                           display "Matricula recusada - choque de horario com: "
                                   ws-choque-cod-disc " " ws-choque-nome
                           accept ws-aux
                       else

                           move ws-codigo        to fd-matr-codigo
                           move ws-matr-cod-disc to fd-matr-cod-disc
                           end-if
                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if

      *>------------------------------------------------------------------------
      *>  Evento de auditoria da matricula corrente - as imagens
      *>  antes/depois sao do registro de aluno e nao se aplicam aqui; o
      *>  evento registra quem matriculou/trancou qual aluno/disciplina.
      *>  Matricula liberada pelo administrador sem o pre-requisito gera
      *>  um segundo evento, MATR-SEM-PRQ, para a quebra ficar rastreavel
      *>------------------------------------------------------------------------
       audita-matricula section.

           move space             to ws-aud-antes
           move space             to ws-aud-depois
           perform grava-auditoria

           if ws-prq-quebra = "S" then
               move "MATR-SEM-PRQ" to ws-aud-operacao
               perform grava-auditoria
           end-if
           .
       audita-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Percorre os pre-requisitos ativos da disciplina da matricula
      *>  corrente (ws-matr-cod-disc) e exige, para cada um, aprovacao do
      *>  aluno (ws-codigo) no historico; para no primeiro nao cumprido.
      *>  So o administrador (perfil "A") pode liberar a matricula assim
      *>  mesmo, respondendo "S" a confirmacao - a liberacao marca
      *>  ws-prq-quebra para audita-matricula registrar o evento
      *>------------------------------------------------------------------------
       verifica-prerequisitos section.

           move "S" to ws-prq-liberado
           move "N" to ws-prq-quebra

           move ws-matr-cod-disc to fd-prq-cod-disc
           move 0                to fd-prq-cod-prereq
           start arqPrerequisitos key is not less than fd-prq-chave

           if ws-fs-arqPrerequisitos = 00 then
               read arqPrerequisitos next
           end-if

           perform until ws-fs-arqPrerequisitos <> 00
                      or fd-prq-cod-disc <> ws-matr-cod-disc
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

           if ws-prq-liberado = "N"
           and ws-perfil-logado = "A" then

               display erase
               display "Pre-requisito nao cumprido: "
                       ws-prq-falta-cod " " ws-prq-falta-nome
               display "Liberar a matricula mesmo assim (S/N)? " with no advancing
               move space to ws-prq-confirma
               accept ws-prq-confirma

               if ws-prq-confirma = "S"
               or ws-prq-confirma = "s" then
                   move "S" to ws-prq-liberado
                   move "S" to ws-prq-quebra
               end-if
           end-if
           .
       verifica-prerequisitos-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Procura no historico do aluno corrente (ws-codigo) uma aprovacao
      *>  (situacao "A" ou "E", em qualquer periodo) no pre-requisito
      *>  corrente (fd-prq-cod-prereq)
      *>------------------------------------------------------------------------
       verifica-aprovacao-prereq section.

           move "N" to ws-prq-aprovado

           move ws-codigo  to fd-hist-codigo
           move low-values to fd-hist-periodo
           move 0          to fd-hist-cod-disc
           start arqHistorico key is not less than fd-hist-chave

           if ws-fs-historico = 00 then
               read arqHistorico next
           end-if

           perform until ws-fs-historico <> 00
                      or fd-hist-codigo <> ws-codigo
                      or ws-prq-aprovado = "S"

               if fd-hist-cod-disc = fd-prq-cod-prereq
               and (fd-hist-situacao = "A"
                 or fd-hist-situacao = "E"
                 or fd-hist-situacao = "V") then
                   move "S" to ws-prq-aprovado
               end-if

               read arqHistorico next
           end-perform
           .
       verifica-aprovacao-prereq-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Confronta as aulas da disciplina da matricula corrente
      *>  (ws-matr-cod-disc) com as aulas das outras disciplinas em que o
      *>  aluno (ws-codigo) tem matricula ativa no mesmo periodo. Periodo
      *>  em branco na tela e o da matricula ja gravada. Duas aulas chocam
      *>  no mesmo dia quando uma comeca antes de a outra terminar
      *>------------------------------------------------------------------------
       verifica-choque-horario section.

           move "N"             to ws-choque
           move 0               to ws-ta-qtd
           move ws-matr-periodo to ws-choque-periodo

           if ws-choque-periodo = space then

               move ws-codigo        to fd-matr-codigo
               move ws-matr-cod-disc to fd-matr-cod-disc
               read arqMatriculas

               if ws-fs-arqMatriculas = 00
               or ws-fs-arqMatriculas = 05 then
                   move fd-matr-periodo to ws-choque-periodo
               end-if
           end-if

           move ws-matr-cod-disc to fd-grd-cod-disc
           start arqGradeHoraria key is equal to fd-grd-cod-disc

           if ws-fs-grade = 00 then
               read arqGradeHoraria next
           end-if

           perform until ws-fs-grade <> 00
                      or fd-grd-cod-disc <> ws-matr-cod-disc

               if fd-grd-periodo = ws-choque-periodo
               and fd-grd-status <> "I"
               and ws-ta-qtd < 20 then
                   add 1 to ws-ta-qtd
                   move fd-grd-dia-semana to ws-ta-dia(ws-ta-qtd)
                   move fd-grd-hora-ini   to ws-ta-ini(ws-ta-qtd)
                   move fd-grd-hora-fim   to ws-ta-fim(ws-ta-qtd)
               end-if

               read arqGradeHoraria next
           end-perform

           if ws-ta-qtd > 0 then

               move ws-codigo to fd-matr-codigo
               move 0         to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave

               if ws-fs-arqMatriculas = 00 then
                   read arqMatriculas next
               end-if

               perform until ws-fs-arqMatriculas <> 00
                          or fd-matr-codigo <> ws-codigo
                          or ws-choque = "S"

                   if fd-matr-status = "A"
                   and fd-matr-cod-disc <> ws-matr-cod-disc
                   and fd-matr-periodo = ws-choque-periodo then
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
      *>  (fd-matr-cod-disc) no periodo com a tabela de aulas da disciplina
      *>  pedida
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

               if fd-grd-periodo = ws-choque-periodo
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
      *>  Lancamento da nota de exame de recuperacao (arqExames.dat) - o
      *>  registro pendente e gerado pelo boletim; aqui so se lanca a nota
                       perform finaliza-anormal
                   end-if

                   if fd-status <> "A" then

                       display erase
                       display "Aluno inativo ou transferido - cadastro precisa estar ativo antes de lancar exame"
                       accept ws-aux
                   else

                       accept tela-cad-exame-view

      *>                so ha exame para aluno/disciplina que o boletim
      *>                deixou pendente na faixa de exame da disciplina
                       move ws-codigo        to fd-exam-codigo
                       move ws-exam-cod-disc to fd-exam-cod-disc
                       read arqExames
                           display "Aluno sem exame previsto nesta disciplina!"
                           accept ws-aux
                       else
                       move ws-exam-cod-disc to ws-atri-cod-disc
                       perform verifica-atribuicao-professor

                       if ws-disc-liberada = "N" then

                           display erase
                           display "Disciplina nao atribuida a este professor!"
                           accept ws-aux
                       else
                       if ws-exam-nota > 10,00 then

                           display erase
                           accept tela-realizado-sucesso
                       end-if
                       end-if
                       end-if
                   end-if
               end-if

      *>------------------------------------------------------------------------
      *>  Lancamento de frequencia por disciplina (arqFrequencia.dat) - a
      *>  secretaria informa o total de aulas dadas e as faltas acumuladas
      *>  do aluno na disciplina; o boletim cruza esses totais com a
      *>  presenca minima da disciplina. Mesmo fluxo de validacao de
      *>  cadastrar-notas-disciplina (aluno ativo, disciplina ativa)
      *>------------------------------------------------------------------------
       cadastrar-frequencia section.
                       perform finaliza-anormal
                   end-if

                   if fd-status <> "A" then

                       display erase
                       display "Aluno inativo ou transferido - cadastro precisa estar ativo antes de lancar faltas"
                       accept ws-aux
                   else

                           display "Disciplina inativa - reative antes de lancar faltas"
                           accept ws-aux
                       else
                       move ws-freq-cod-disc to ws-atri-cod-disc
                       perform verifica-atribuicao-professor

                       if ws-disc-liberada = "N" then

                           display erase
                           display "Disciplina nao atribuida a este professor!"
                           accept ws-aux
                       else
                       if ws-freq-aulas-dadas = 0
                       or ws-freq-faltas > ws-freq-aulas-dadas then

                       end-if
                       end-if
                       end-if
                       end-if
                   end-if
               end-if


      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro mestre de disciplinas (arqDisciplinas.dat) -
      *>  cria uma disciplina nova, altera o nome ou o criterio de
      *>  avaliacao ou inativa/reativa pelo status (A/I). Uma disciplina
      *>  inativa e recusada no lancamento de notas, mas permanece no
      *>  mestre para os registros historicos
      *>------------------------------------------------------------------------
       cadastrar-disciplina section.

                move   0      to  ws-disc-codigo
                move   space  to  ws-disc-nome
                move   space  to  ws-disc-status
                move   zeros  to  ws-disc-criterio
                move   space  to  ws-sair

               display tela-cad-disc

                   if ws-fs-arqDisciplinas = 23 then

      *>                disciplina nova - valida nome e criterio e grava
      *>                com o status informado (vazio assume "A")
                       perform valida-criterio-disciplina

                       if ws-disc-nome = space then

                           display erase
                           display "Nome da disciplina nao pode ser vazio!"
                           accept ws-aux
                       else
                       if ws-criterio-ok <> "S" then

                           display erase
                           display "Criterio de avaliacao invalido (pesos, medias ou frequencia)!"
                           accept ws-aux
                       else

                           if ws-disc-status <> "I"
                           and ws-disc-status <> "A" then
                           display tela-realizado-sucesso
                           accept tela-realizado-sucesso
                       end-if
                       end-if
                   else

      *>                disciplina ja existe - mostra o registro corrente e
      *>                aceita alteracao de nome/status (inativar = "I") e
      *>                do criterio de avaliacao
                       move fd-disciplina to ws-disciplina

                       display tela-cad-disc-view
                       accept tela-cad-disc-view

                       perform valida-criterio-disciplina

                       if ws-disc-nome = space
                       or (ws-disc-status <> "A"
                       and ws-disc-status <> "I") then
                           display "Nome vazio ou status diferente de A/I!"
                           accept ws-aux
                       else
                       if ws-criterio-ok <> "S" then

                           display erase
                           display "Criterio de avaliacao invalido (pesos, medias ou frequencia)!"
                           accept ws-aux
                       else

                           move ws-disciplina to fd-disciplina
                           rewrite fd-disciplina
                           display tela-realizado-sucesso
                           accept tela-realizado-sucesso
                       end-if
                       end-if
                   end-if
               end-if

           exit.


      *>------------------------------------------------------------------------
      *>  Valida o criterio de avaliacao digitado em ws-disciplina. Criterio
      *>  todo zerado assume o padrao da escola (pesos iguais, aprovacao com
      *>  6,00, exame a partir de 3,00 e presenca minima de 75%); fora isso
      *>  exige ao menos um peso, media de aprovacao de 0,01 a 10,00, media
      *>  minima para exame nao acima da de aprovacao (igual = sem exame) e
      *>  presenca minima ate 100%
      *>------------------------------------------------------------------------
       valida-criterio-disciplina section.

           move "S" to ws-criterio-ok

           if ws-disc-criterio = zeros then
               move 1    to ws-disc-peso1
               move 1    to ws-disc-peso2
               move 1    to ws-disc-peso3
               move 1    to ws-disc-peso4
               move 6,00 to ws-disc-media-aprov
               move 3,00 to ws-disc-media-exame
               move 75   to ws-disc-freq-min
           end-if

           compute ws-soma-pesos = ws-disc-peso1 + ws-disc-peso2
                                 + ws-disc-peso3 + ws-disc-peso4

           if ws-soma-pesos = 0
           or ws-disc-media-aprov = 0
           or ws-disc-media-aprov > 10,00
           or ws-disc-media-exame > ws-disc-media-aprov
           or ws-disc-freq-min > 100 then
               move "N" to ws-criterio-ok
           end-if
           .
       valida-criterio-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Consulta somente-leitura das notas por disciplina de um aluno -
      *>  localiza o aluno por codigo ou pelo nome (chave alternativa
                   move fd-codigo to ws-codigo
                   move fd-nome   to ws-nome

                   if fd-status <> "A" then

                       display erase
                       display "Aluno nao encontrado!"
      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro de operadores (arqOperadores.dat) - cria
      *>  um operador novo ou altera nome/senha/perfil de um existente.
      *>  Acessivel apenas pelo menu completo (perfil "A"). O operador de
      *>  perfil "P" precisa de cadastro ativo em arqProfessores com o
      *>  mesmo id para entrar
      *>------------------------------------------------------------------------
       cadastrar-operador section.

                       if ws-oper-nome = space
                       or ws-oper-senha = space
                       or (ws-oper-perfil <> "A"
                       and ws-oper-perfil <> "C"
                       and ws-oper-perfil <> "P") then

                           display erase
                           display "Nome/senha vazios ou perfil diferente de A/C/P!"
                           accept ws-aux
                       else

                       if ws-oper-nome = space
                       or ws-oper-senha = space
                       or (ws-oper-perfil <> "A"
                       and ws-oper-perfil <> "C"
                       and ws-oper-perfil <> "P") then

                           display erase
                           display "Nome/senha vazios ou perfil diferente de A/C/P!"
                           accept ws-aux
                       else



      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro de professores (arqProfessores.dat) - cria
      *>  um professor novo ou altera nome/status de um existente. O id e
      *>  o mesmo do operador de perfil "P" usado no login; inativar ("I")
      *>  corta o acesso do professor ao lancamento
      *>------------------------------------------------------------------------
       cadastrar-professor section.

            perform until ws-sair = "V"
                       or ws-sair = "v"
      *>        inicialização das variaveis  da tela
                move   space  to  ws-prof-id
                move   space  to  ws-prof-nome
                move   space  to  ws-prof-status
                move   space  to  ws-sair

               display tela-cad-prof
               accept tela-cad-prof

               if ws-prof-id = space then

                   display erase
                   display "Identificacao do professor nao pode ser vazia!"
                   accept ws-aux
               else

                   move ws-prof-id to fd-prof-id
                   read arqProfessores

                   if ws-fs-arqProfessores  <> 00
                   and ws-fs-arqProfessores <> 05
                   and ws-fs-arqProfessores <> 23 then

                       move 44                               to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores             to ws-msn-erro-cod
                       move "Erro ao consultar professor "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqProfessores = 23 then

      *>                professor novo - valida nome e grava com o status
      *>                informado (vazio assume "A")
                       if ws-prof-nome = space then

                           display erase
                           display "Nome do professor nao pode ser vazio!"
                           accept ws-aux
                       else

                           if ws-prof-status <> "I"
                           and ws-prof-status <> "A" then
                               move "A" to ws-prof-status
                           end-if

                           move ws-professor to fd-professor
                           write fd-professor

                           if ws-fs-arqProfessores  <> 00
                           and ws-fs-arqProfessores <> 05 then

                               move 44                               to ws-msn-erro-ofsset
                               move ws-fs-arqProfessores             to ws-msn-erro-cod
                               move "Erro ao cadastrar professor "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move "Cadastro de professor realizado com sucesso" to ws-msn

                           display tela-realizado-sucesso
                           accept tela-realizado-sucesso
                       end-if
                   else

      *>                professor ja existe - mostra o registro corrente e
      *>                aceita alteracao de nome/status (inativar = "I")
                       move fd-professor to ws-professor

                       display tela-cad-prof-view
                       accept tela-cad-prof-view

                       if ws-prof-nome = space
                       or (ws-prof-status <> "A"
                       and ws-prof-status <> "I") then

                           display erase
                           display "Nome vazio ou status diferente de A/I!"
                           accept ws-aux
                       else

                           move ws-professor to fd-professor
                           rewrite fd-professor

                           if ws-fs-arqProfessores  <> 00
                           and ws-fs-arqProfessores <> 05 then

                               move 44                               to ws-msn-erro-ofsset
                               move ws-fs-arqProfessores             to ws-msn-erro-cod
                               move "Erro ao alterar professor "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move "Alteracao de professor realizada com sucesso" to ws-msn

                           display tela-realizado-sucesso
                           accept tela-realizado-sucesso
                       end-if
                   end-if
               end-if

            end-perform

           .
       cadastrar-professor-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Atribuicao de disciplinas a professores (arqAtribuicoes.dat) -
      *>  define o professor responsavel por uma disciplina ativa do
      *>  mestre num periodo letivo, ou troca o responsavel de uma
      *>  atribuicao existente. O professor deve estar ativo no cadastro
      *>------------------------------------------------------------------------
       cadastrar-atribuicao section.

            perform until ws-sair = "V"
                       or ws-sair = "v"
      *>        inicialização das variaveis  da tela
                move   space  to  ws-atri-periodo
                move   0      to  ws-atri-cod-disc
                move   space  to  ws-atri-prof-id
                move   space  to  ws-disc-nome
                move   space  to  ws-prof-nome
                move   space  to  ws-sair

               display tela-cad-atri
               accept tela-cad-atri

               move ws-atri-cod-disc to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05
               and ws-fs-arqDisciplinas <> 23 then

                   move 45                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao consultar disciplina "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-atri-periodo = space then

                   display erase
                   display "Periodo letivo nao pode ser vazio!"
                   accept ws-aux
               else
               if ws-atri-cod-disc = 0
               or ws-fs-arqDisciplinas = 23 then

                   display erase
                   display "Disciplina nao cadastrada no mestre!"
                   accept ws-aux
               else
               if fd-disc-status = "I" then

                   display erase
                   display "Disciplina inativa - reative antes de atribuir"
                   accept ws-aux
               else

                   move fd-disc-nome to ws-disc-nome

                   move ws-atri-periodo  to fd-atri-periodo
                   move ws-atri-cod-disc to fd-atri-cod-disc
                   read arqAtribuicoes

                   if ws-fs-arqAtribuicoes  <> 00
                   and ws-fs-arqAtribuicoes <> 05
                   and ws-fs-arqAtribuicoes <> 23 then

                       move 45                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes               to ws-msn-erro-cod
                       move "Erro ao consultar atribuicao "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>            atribuicao ja existe - mostra o responsavel atual e
      *>            aceita a troca de professor
                   if ws-fs-arqAtribuicoes <> 23 then

                       move fd-atri-prof-id to ws-atri-prof-id
                       move fd-atri-prof-id to fd-prof-id
                       read arqProfessores

                       if ws-fs-arqProfessores = 00
                       or ws-fs-arqProfessores = 05 then
                           move fd-prof-nome to ws-prof-nome
                       end-if

                       display tela-cad-atri-view
                       accept tela-cad-atri-view
                   end-if

                   move ws-atri-prof-id to fd-prof-id
                   read arqProfessores

                   if ws-fs-arqProfessores  <> 00
                   and ws-fs-arqProfessores <> 05
                   and ws-fs-arqProfessores <> 23 then

                       move 45                               to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores             to ws-msn-erro-cod
                       move "Erro ao consultar professor "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-atri-prof-id = space
                   or ws-fs-arqProfessores = 23 then

                       display erase
                       display "Professor nao cadastrado!"
                       accept ws-aux
                   else
                   if fd-prof-status = "I" then

                       display erase
                       display "Professor inativo - reative antes de atribuir"
                       accept ws-aux
                   else

                       move ws-atribuicao to fd-atribuicao

                       if ws-fs-arqAtribuicoes = 23 then
                           write fd-atribuicao
                       else
                           rewrite fd-atribuicao
                       end-if

                       if ws-fs-arqAtribuicoes  <> 00
                       and ws-fs-arqAtribuicoes <> 05 then

                           move 45                                 to ws-msn-erro-ofsset
                           move ws-fs-arqAtribuicoes               to ws-msn-erro-cod
                           move "Erro ao gravar atribuicao "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "Atribuicao de disciplina gravada com sucesso" to ws-msn

                       display tela-realizado-sucesso
                       accept tela-realizado-sucesso
                   end-if
                   end-if
               end-if
               end-if
               end-if

            end-perform

           .
       cadastrar-atribuicao-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Pre-requisitos entre disciplinas (arqPrerequisitos.dat) - cadastra
      *>  que a disciplina exige aprovacao previa em outra, ou deixa de
      *>  exigir/volta a exigir pelo status (A/I) de um pre-requisito ja
      *>  cadastrado. As duas disciplinas devem existir no mestre; uma
      *>  disciplina nao pode ser pre-requisito de si mesma nem do seu
      *>  proprio pre-requisito
      *>------------------------------------------------------------------------
       cadastrar-prerequisito section.

            perform until ws-sair = "V"
                       or ws-sair = "v"
      *>        inicialização das variaveis  da tela
                move   0      to  ws-prq-cod-disc
                move   0      to  ws-prq-cod-prereq
                move   space  to  ws-prq-nome-prereq
                move   space  to  ws-prq-status
                move   space  to  ws-disc-nome
                move   space  to  ws-sair

               display tela-cad-prq
               accept tela-cad-prq

      *>        nome do pre-requisito vem do mestre (vazio = nao cadastrado)
               move ws-prq-cod-prereq to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05
               and ws-fs-arqDisciplinas <> 23 then

                   move 49                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao consultar disciplina "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDisciplinas <> 23 then
                   move fd-disc-nome to ws-prq-nome-prereq
               end-if

               move ws-prq-cod-disc to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05
               and ws-fs-arqDisciplinas <> 23 then

                   move 49                                 to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                   move "Erro ao consultar disciplina "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>        o inverso ativo (pre-requisito exigindo a disciplina)
      *>        fecharia um ciclo que ninguem conseguiria cumprir
               move ws-prq-cod-prereq to fd-prq-cod-disc
               move ws-prq-cod-disc   to fd-prq-cod-prereq
               read arqPrerequisitos

               if ws-fs-arqPrerequisitos  <> 00
               and ws-fs-arqPrerequisitos <> 05
               and ws-fs-arqPrerequisitos <> 23 then

                   move 49                                    to ws-msn-erro-ofsset
                   move ws-fs-arqPrerequisitos                to ws-msn-erro-cod
                   move "Erro ao consultar pre-requisito "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-prq-cod-disc = 0
               or ws-fs-arqDisciplinas = 23 then

                   display erase
                   display "Disciplina nao cadastrada no mestre!"
                   accept ws-aux
               else
               if ws-prq-cod-prereq = 0
               or ws-prq-nome-prereq = space then

                   display erase
                   display "Pre-requisito nao cadastrado no mestre!"
                   accept ws-aux
               else
               if ws-prq-cod-prereq = ws-prq-cod-disc then

                   display erase
                   display "Disciplina nao pode ser pre-requisito de si mesma!"
                   accept ws-aux
               else
               if ws-fs-arqPrerequisitos <> 23
               and fd-prq-status <> "I"
               and ws-prq-status <> "I" then

                   display erase
                   display "Pre-requisito invertido ja cadastrado - formaria um ciclo!"
                   accept ws-aux
               else

                   move fd-disc-nome to ws-disc-nome

                   move ws-prq-cod-disc   to fd-prq-cod-disc
                   move ws-prq-cod-prereq to fd-prq-cod-prereq
                   read arqPrerequisitos

                   if ws-fs-arqPrerequisitos  <> 00
                   and ws-fs-arqPrerequisitos <> 05
                   and ws-fs-arqPrerequisitos <> 23 then

                       move 49                                    to ws-msn-erro-ofsset
                       move ws-fs-arqPrerequisitos                to ws-msn-erro-cod
                       move "Erro ao consultar pre-requisito "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>            pre-requisito ja cadastrado - mostra o status atual e
      *>            aceita a troca (o nome e renovado a partir do mestre)
                   if ws-fs-arqPrerequisitos <> 23 then

                       move fd-prq-status to ws-prq-status

                       display tela-cad-prq-view
                       accept tela-cad-prq-view
                   else

                       if ws-prq-status = space then
                           move "A" to ws-prq-status
                       end-if
                   end-if

      *>            o status pode ter mudado para "A" na tela de
      *>            alteracao - auto-referencia e ciclo sao conferidos de
      *>            novo com o status final, antes de gravar
                   move "N" to ws-prq-ciclo
                   if ws-prq-status = "A" then
                       perform verifica-ciclo-prerequisito
                   end-if

                   if ws-prq-status <> "A"
                   and ws-prq-status <> "I" then

                       display erase
                       display "Status deve ser A (exigido) ou I (nao exigido)!"
                       accept ws-aux
                   else
                   if ws-prq-ciclo = "R" then

                       display erase
                       display "Disciplina nao pode ser pre-requisito de si mesma!"
                       accept ws-aux
                   else
                   if ws-prq-ciclo = "S" then

                       display erase
                       display "Pre-requisito invertido ja cadastrado - formaria um ciclo!"
                       accept ws-aux
                   else

                       move ws-prerequisito to fd-prerequisito

                       if ws-fs-arqPrerequisitos = 23 then
                           write fd-prerequisito
                       else
                           rewrite fd-prerequisito
                       end-if

                       if ws-fs-arqPrerequisitos  <> 00
                       and ws-fs-arqPrerequisitos <> 05 then

                           move 49                                    to ws-msn-erro-ofsset
                           move ws-fs-arqPrerequisitos                to ws-msn-erro-cod
                           move "Erro ao gravar pre-requisito "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "Pre-requisito gravado com sucesso" to ws-msn

                       display tela-realizado-sucesso
                       accept tela-realizado-sucesso
                   end-if
                   end-if
                   end-if
               end-if
               end-if
               end-if
               end-if

            end-perform

           .
       cadastrar-prerequisito-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Reconfere, para o status final "A", que o par digitado nao e
      *>  auto-referencia ("R") nem tem o inverso ativo no cadastro ("S")
      *>  - qualquer dos dois em ws-prq-ciclo recusa a gravacao. O resultado da leitura do par
      *>  digitado (inclusao ou alteracao) e preservado para a gravacao
      *>------------------------------------------------------------------------
       verifica-ciclo-prerequisito section.

           move "N"                    to ws-prq-ciclo
           move ws-fs-arqPrerequisitos to ws-prq-fs-direto

           if ws-prq-cod-prereq = ws-prq-cod-disc then
               move "R" to ws-prq-ciclo
           else

               move ws-prq-cod-prereq to fd-prq-cod-disc
               move ws-prq-cod-disc   to fd-prq-cod-prereq
               read arqPrerequisitos

               if ws-fs-arqPrerequisitos  <> 00
               and ws-fs-arqPrerequisitos <> 05
               and ws-fs-arqPrerequisitos <> 23 then

                   move 49                                    to ws-msn-erro-ofsset
                   move ws-fs-arqPrerequisitos                to ws-msn-erro-cod
                   move "Erro ao consultar pre-requisito "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqPrerequisitos <> 23
               and fd-prq-status <> "I" then
                   move "S" to ws-prq-ciclo
               end-if

      *>       reposiciona no par digitado, que a alteracao regrava
               if ws-prq-fs-direto <> 23 then

                   move ws-prq-cod-disc   to fd-prq-cod-disc
                   move ws-prq-cod-prereq to fd-prq-cod-prereq
                   read arqPrerequisitos

                   if ws-fs-arqPrerequisitos  <> 00
                   and ws-fs-arqPrerequisitos <> 05 then

                       move 49                                    to ws-msn-erro-ofsset
                       move ws-fs-arqPrerequisitos                to ws-msn-erro-cod
                       move "Erro ao consultar pre-requisito "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           move ws-prq-fs-direto to ws-fs-arqPrerequisitos
           .
       verifica-ciclo-prerequisito-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Matriz curricular do curso (arqMatrizCurricular.dat) - inclui a
      *>  disciplina do mestre na matriz como obrigatoria ("O") ou eletiva
      *>  ("E"), troca o tipo ou a retira (status "I"), e mantem no
      *>  registro de parametros (codigo 00) quantas eletivas o curso exige.
      *>  Codigo 00 na tela altera somente as eletivas exigidas
      *>------------------------------------------------------------------------
       cadastrar-matriz section.

            perform until ws-sair = "V"
                       or ws-sair = "v"
      *>        inicialização das variaveis  da tela
                move   0      to  ws-mtz-cod-disc
                move   space  to  ws-mtz-nome-disc
                move   space  to  ws-mtz-tipo
                move   space  to  ws-mtz-status
                move   0      to  ws-mtz-qtd-eletivas
                move   space  to  ws-sair

               perform le-parametro-matriz

               display tela-cad-mtz
               accept tela-cad-mtz

               if ws-sair = "V"
               or ws-sair = "v" then
                   continue
               else
               if ws-mtz-cod-disc = 0 then

                   perform grava-parametro-matriz

                   move "Eletivas exigidas gravadas com sucesso" to ws-msn

                   display tela-realizado-sucesso
                   accept tela-realizado-sucesso
               else

                   move ws-mtz-cod-disc to fd-disc-codigo
                   read arqDisciplinas

                   if ws-fs-arqDisciplinas  <> 00
                   and ws-fs-arqDisciplinas <> 05
                   and ws-fs-arqDisciplinas <> 23 then

                       move 53                                 to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                       move "Erro ao consultar disciplina "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqDisciplinas = 23 then

                       display erase
                       display "Disciplina nao cadastrada no mestre!"
                       accept ws-aux
                   else

                       move fd-disc-nome to ws-mtz-nome-disc

                       move ws-mtz-cod-disc to fd-mtz-cod-disc
                       read arqMatrizCurricular

                       if ws-fs-arqMatriz  <> 00
                       and ws-fs-arqMatriz <> 05
                       and ws-fs-arqMatriz <> 23 then

                           move 53                                 to ws-msn-erro-ofsset
                           move ws-fs-arqMatriz                    to ws-msn-erro-cod
                           move "Erro ao consultar matriz "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

      *>                disciplina ja na matriz - mostra tipo e status
      *>                atuais e aceita a troca (o nome e renovado a partir
      *>                do mestre)
                       if ws-fs-arqMatriz <> 23 then

                           move fd-mtz-tipo   to ws-mtz-tipo
                           move fd-mtz-status to ws-mtz-status

                           display tela-cad-mtz-view
                           accept tela-cad-mtz-view
                       else

                           if ws-mtz-status = space then
                               move "A" to ws-mtz-status
                           end-if
                       end-if

                       if ws-mtz-tipo = "o" then
                           move "O" to ws-mtz-tipo
                       end-if
                       if ws-mtz-tipo = "e" then
                           move "E" to ws-mtz-tipo
                       end-if

                       if ws-mtz-tipo <> "O"
                       and ws-mtz-tipo <> "E" then

                           display erase
                           display "Tipo deve ser O (obrigatoria) ou E (eletiva)!"
                           accept ws-aux
                       else
                       if ws-mtz-status <> "A"
                       and ws-mtz-status <> "I" then

                           display erase
                           display "Status deve ser A (na matriz) ou I (fora da matriz)!"
                           accept ws-aux
                       else

                           move 0         to ws-mtz-qtd-eletivas
                           move ws-matriz to fd-matriz

                           if ws-fs-arqMatriz = 23 then
                               write fd-matriz
                           else
                               rewrite fd-matriz
                           end-if

                           if ws-fs-arqMatriz  <> 00
                           and ws-fs-arqMatriz <> 05 then

                               move 53                                 to ws-msn-erro-ofsset
                               move ws-fs-arqMatriz                    to ws-msn-erro-cod
                               move "Erro ao gravar matriz "           to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           perform grava-parametro-matriz

                           move "Matriz curricular gravada com sucesso" to ws-msn

                           display tela-realizado-sucesso
                           accept tela-realizado-sucesso
                       end-if
                       end-if
                   end-if
               end-if
               end-if

            end-perform

           .
       cadastrar-matriz-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Le o registro de parametros da matriz (codigo 00) - sem ele o
      *>  curso ainda nao exige nenhuma eletiva
      *>------------------------------------------------------------------------
       le-parametro-matriz section.

           move 0 to fd-mtz-cod-disc
           read arqMatrizCurricular

           if ws-fs-arqMatriz  <> 00
           and ws-fs-arqMatriz <> 05
           and ws-fs-arqMatriz <> 23 then

               move 53                                 to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                    to ws-msn-erro-cod
               move "Erro ao consultar matriz "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqMatriz = 23 then
               move 0 to ws-mtz-eletivas-lidas
           else
               move fd-mtz-qtd-eletivas to ws-mtz-eletivas-lidas
           end-if

           move ws-mtz-eletivas-lidas to ws-mtz-eletivas-exig
           .
       le-parametro-matriz-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Regrava o registro de parametros da matriz (codigo 00, tipo "P")
      *>  quando o operador alterou as eletivas exigidas
      *>------------------------------------------------------------------------
       grava-parametro-matriz section.

           if ws-mtz-eletivas-exig <> ws-mtz-eletivas-lidas then

               move 0 to fd-mtz-cod-disc
               read arqMatrizCurricular

               if ws-fs-arqMatriz  <> 00
               and ws-fs-arqMatriz <> 05
               and ws-fs-arqMatriz <> 23 then

                   move 53                                 to ws-msn-erro-ofsset
                   move ws-fs-arqMatriz                    to ws-msn-erro-cod
                   move "Erro ao consultar matriz "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move 0                    to fd-mtz-cod-disc
               move "Parametros do curso" to fd-mtz-nome-disc
               move "P"                  to fd-mtz-tipo
               move "A"                  to fd-mtz-status
               move ws-mtz-eletivas-exig to fd-mtz-qtd-eletivas

               if ws-fs-arqMatriz = 23 then
                   write fd-matriz
               else
                   rewrite fd-matriz
               end-if

               if ws-fs-arqMatriz  <> 00
               and ws-fs-arqMatriz <> 05 then

                   move 53                                 to ws-msn-erro-ofsset
                   move ws-fs-arqMatriz                    to ws-msn-erro-cod
                   move "Erro ao gravar matriz "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-mtz-eletivas-exig to ws-mtz-eletivas-lidas
           end-if
           .
       grava-parametro-matriz-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grade horaria (arqGradeHoraria.dat) - cadastra uma aula semanal de
      *>  uma disciplina num periodo (dia, inicio/fim e sala), ou altera/
      *>  cancela (status "I") uma aula existente. A sala nao pode ter duas
      *>  aulas ativas sobrepostas no mesmo dia do mesmo periodo
      *>------------------------------------------------------------------------
       cadastrar-grade section.

            perform until ws-sair = "V"
                       or ws-sair = "v"
      *>        inicialização das variaveis  da tela
                move   space  to  ws-grd-periodo
                move   space  to  ws-grd-sala
                move   0      to  ws-grd-dia-semana
                move   0      to  ws-grd-hora-ini
                move   0      to  ws-grd-hora-fim
                move   0      to  ws-grd-cod-disc
                move   space  to  ws-grd-nome-disc
                move   space  to  ws-grd-status
                move   space  to  ws-sair

               display tela-cad-grd
               accept tela-cad-grd

               move ws-grd-hora-ini to ws-hora-teste
               perform valida-hora

               if ws-sair = "V"
               or ws-sair = "v" then
                   continue
               else
               if ws-grd-periodo = space
               or ws-grd-sala = space then

                   display erase
                   display "Periodo letivo e sala nao podem ser vazios!"
                   accept ws-aux
               else
               if ws-grd-dia-semana < 1
               or ws-grd-dia-semana > 7 then

                   display erase
                   display "Dia da semana deve ser de 1 (domingo) a 7 (sabado)!"
                   accept ws-aux
               else
               if ws-hora-ok = "N" then

                   display erase
                   display "Horario de inicio invalido (HHMM)!"
                   accept ws-aux
               else

                   move ws-grd-chave to fd-grd-chave
                   read arqGradeHoraria

                   if ws-fs-grade  <> 00
                   and ws-fs-grade <> 05
                   and ws-fs-grade <> 23 then

                       move 56                                 to ws-msn-erro-ofsset
                       move ws-fs-grade                        to ws-msn-erro-cod
                       move "Erro ao consultar grade horaria " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>            aula ja cadastrada - mostra os dados atuais e aceita a
      *>            troca de fim, disciplina e status
                   if ws-fs-grade <> 23 then

                       move "S"              to ws-grd-existe
                       move fd-grd-hora-fim  to ws-grd-hora-fim
                       move fd-grd-cod-disc  to ws-grd-cod-disc
                       move fd-grd-nome-disc to ws-grd-nome-disc
                       move fd-grd-status    to ws-grd-status

                       display tela-cad-grd-view
                       accept tela-cad-grd-view
                   else

                       move "N" to ws-grd-existe

                       if ws-grd-status = space then
                           move "A" to ws-grd-status
                       end-if
                   end-if

                   move ws-grd-cod-disc to fd-disc-codigo
                   read arqDisciplinas

                   if ws-fs-arqDisciplinas  <> 00
                   and ws-fs-arqDisciplinas <> 05
                   and ws-fs-arqDisciplinas <> 23 then

                       move 56                                 to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplinas               to ws-msn-erro-cod
                       move "Erro ao consultar disciplina "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-grd-hora-fim to ws-hora-teste
                   perform valida-hora

                   if ws-grd-hora-fim <= ws-grd-hora-ini then
                       move "N" to ws-hora-ok
                   end-if

                   move "N" to ws-choque
                   if ws-grd-status = "A" then
                       perform verifica-choque-sala
                   end-if

                   if ws-grd-cod-disc = 0
                   or ws-fs-arqDisciplinas = 23 then

                       display erase
                       display "Disciplina nao cadastrada no mestre!"
                       accept ws-aux
                   else
                   if ws-hora-ok = "N" then

                       display erase
                       display "Horario de fim invalido (HHMM, depois do inicio)!"
                       accept ws-aux
                   else
                   if ws-grd-status <> "A"
                   and ws-grd-status <> "I" then

                       display erase
                       display "Status deve ser A (ativa) ou I (cancelada)!"
                       accept ws-aux
                   else
                   if ws-choque = "S" then

                       display erase
                       display "Sala ocupada no horario pela disciplina: "
                               ws-choque-cod-disc " " ws-choque-nome
                       accept ws-aux
                   else

                       move fd-disc-nome to ws-grd-nome-disc

      *>                a verificacao da sala percorreu o arquivo - rele a
      *>                aula existente antes do REWRITE
                       move ws-grd-chave to fd-grd-chave

                       if ws-grd-existe = "S" then
                           read arqGradeHoraria
                           move ws-grade to fd-grade
                           rewrite fd-grade
                       else
                           move ws-grade to fd-grade
                           write fd-grade
                       end-if

                       if ws-fs-grade  <> 00
                       and ws-fs-grade <> 05 then

                           move 56                                 to ws-msn-erro-ofsset
                           move ws-fs-grade                        to ws-msn-erro-cod
                           move "Erro ao gravar grade horaria "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "Grade horaria gravada com sucesso" to ws-msn

                       display tela-realizado-sucesso
                       accept tela-realizado-sucesso
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
               end-if
               end-if
               end-if

            end-perform

           .
       cadastrar-grade-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Valida um horario no formato HHMM (ws-hora-teste): horas 00-23 e
      *>  minutos 00-59
      *>------------------------------------------------------------------------
       valida-hora section.

           move "S" to ws-hora-ok

           divide ws-hora-teste by 100 giving ws-hora-hh remainder ws-hora-mm

           if ws-hora-hh > 23
           or ws-hora-mm > 59 then
               move "N" to ws-hora-ok
           end-if
           .
       valida-hora-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Procura outra aula ativa na mesma sala, periodo e dia da aula da
      *>  tela que se sobreponha a ela (uma comeca antes de a outra
      *>  terminar); a propria aula, quando ja cadastrada, e ignorada
      *>------------------------------------------------------------------------
       verifica-choque-sala section.

           move "N" to ws-choque

           move ws-grd-periodo    to fd-grd-periodo
           move ws-grd-sala       to fd-grd-sala
           move ws-grd-dia-semana to fd-grd-dia-semana
           move 0                 to fd-grd-hora-ini
           start arqGradeHoraria key is not less than fd-grd-chave

           if ws-fs-grade = 00 then
               read arqGradeHoraria next
           end-if

           perform until ws-fs-grade <> 00
                      or fd-grd-periodo <> ws-grd-periodo
                      or fd-grd-sala <> ws-grd-sala
                      or fd-grd-dia-semana <> ws-grd-dia-semana
                      or ws-choque = "S"

               if fd-grd-hora-ini <> ws-grd-hora-ini
               and fd-grd-status <> "I"
               and fd-grd-hora-ini < ws-grd-hora-fim
               and ws-grd-hora-ini < fd-grd-hora-fim then
                   move "S"              to ws-choque
                   move fd-grd-cod-disc  to ws-choque-cod-disc
                   move fd-grd-nome-disc to ws-choque-nome
               end-if

               read arqGradeHoraria next
           end-perform
           .
       verifica-choque-sala-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Verifica se o operador logado pode lancar para o aluno corrente
      *>  (ws-codigo) na disciplina informada em ws-atri-cod-disc. Fora do
      *>  perfil professor libera sempre; no perfil "P" o periodo vem da
      *>  matricula do aluno na disciplina e a atribuicao daquele periodo
      *>  deve ser do proprio professor logado
      *>------------------------------------------------------------------------
       verifica-atribuicao-professor section.

           move "S" to ws-disc-liberada

           if ws-perfil-logado = "P" then

               move "N" to ws-disc-liberada

               move ws-codigo        to fd-matr-codigo
               move ws-atri-cod-disc to fd-matr-cod-disc
               read arqMatriculas

               if ws-fs-arqMatriculas  <> 00
               and ws-fs-arqMatriculas <> 05
               and ws-fs-arqMatriculas <> 23 then

                   move 46                                to ws-msn-erro-ofsset
                   move ws-fs-arqMatriculas               to ws-msn-erro-cod
                   move "Erro ao consultar matricula "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqMatriculas <> 23 then

                   move fd-matr-periodo  to fd-atri-periodo
                   move ws-atri-cod-disc to fd-atri-cod-disc
                   read arqAtribuicoes

                   if ws-fs-arqAtribuicoes  <> 00
                   and ws-fs-arqAtribuicoes <> 05
                   and ws-fs-arqAtribuicoes <> 23 then

                       move 46                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes               to ws-msn-erro-cod
                       move "Erro ao consultar atribuicao "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAtribuicoes <> 23
                   and fd-atri-prof-id = ws-oper-logado then
                       move "S" to ws-disc-liberada
                   end-if
               end-if
           end-if
           .
       verifica-atribuicao-professor-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  recadastro de aluno
      *>------------------------------------------------------------------------
       alterar section.

            perform until ws-sair = "V"
                       or ws-sair = "v"

      *>        inicialização das variaveis  da tela
                move   space  to  ws-nome
                move   space  to  ws-endereco
                move   space  to  ws-mae
                move   space  to  ws-pai
                move   space  to  ws-tel
                move   space  to  ws-sair
                move   0      to  ws-codigo
                move   0      to  ws-nota1
                move   0      to  ws-nota2
                move   0      to  ws-nota3
                move   0      to  ws-nota4

               display tela-alterar-cad
               accept tela-alterar-cad

               if ws-codigo not = 0
                   move ws-codigo to fd-codigo
                   read arqAlunos
               else
                   move ws-nome to fd-nome
                   read arqAlunos key is fd-nome
               end-if

               if ws-fs-arqAlunos = 23 then

                   display erase
                   display "Aluno nao encontrado!"
                   accept ws-aux
               else

                   if  ws-fs-arqAlunos <> 0  then
                      if ws-fs-arqAlunos = 10 then
                          perform consultar-sequencial
                      else
                          move 7                                   to ws-msn-erro-ofsset
                          move ws-fs-arqAlunos                     to ws-msn-erro-cod
                          move "Erro ao alterar cadastro"          to ws-msn-erro-text
                          perform finaliza-anormal
                      end-if
                   end-if

                   move fd-aluno to ws-aluno

                   if ws-status <> "A" then
                       display erase
                       display "Aluno esta inativo ou transferido!"
                       accept ws-aux
                   else

                       move ws-nome        to ws-aud-antes-nome
                       move ws-endereco    to ws-aud-antes-endereco
                       move ws-mae         to ws-aud-antes-mae
                       move ws-pai         to ws-aud-antes-pai
                       move ws-tel         to ws-aud-antes-tel
                       move ws-nota1       to ws-aud-antes-nota1
                       move ws-nota2       to ws-aud-antes-nota2
                       move ws-nota3       to ws-aud-antes-nota3
                       move ws-nota4       to ws-aud-antes-nota4
                       move ws-status      to ws-aud-antes-status

                       display tela-alterar-cad-view
                       accept tela-alterar-cad-view

                       if ws-nome = space
                       or ws-nota1 > 10,00
                       or ws-nota2 > 10,00
                       or ws-nota3 > 10,00
                       or ws-nota4 > 10,00 then

                           display erase
                           display "Nome vazio ou notas fora de 0,00 a 10,00!"
                           accept ws-aux
                       else

                           move ws-aluno to fd-aluno
                           rewrite fd-aluno

                           if ws-fs-arqAlunos  <> 00
                           and ws-fs-arqAlunos <> 05 then

                               move 7                                to ws-msn-erro-ofsset
                               move ws-fs-arqAlunos                  to ws-msn-erro-cod
                               move "Erro ao alterar cadastro"       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move ws-codigo      to ws-aud-codigo
                           move "ALTERACAO"    to ws-aud-operacao
                           move 0              to ws-aud-cod-disc
                           move ws-nome        to ws-aud-depois-nome
                           move ws-endereco    to ws-aud-depois-endereco
                           move ws-mae         to ws-aud-depois-mae

                   move fd-aluno to ws-aluno

                   if ws-status <> "A" then
                       display erase
                       display "Cadastro ja esta inativo ou transferido!"
                       accept ws-aux
                   else


                   move fd-aluno to ws-aluno

                   if ws-status = "A" then
                       display erase
                       display "Cadastro ja esta ativo!"
                       accept ws-aux
           close arqExames
           close arqMensalidades
           close arqOperadores
           close arqProfessores
           close arqAtribuicoes
           close arqPrerequisitos
           close arqHistorico
           close arqMatrizCurricular
           close arqGradeHoraria
           close arqAuditoria
           close arqErros

               perform finaliza-anormal
           end-if

           close arqProfessores
           if ws-fs-arqProfessores <> 0 then
               move 42                                         to ws-msn-erro-ofsset
               move ws-fs-arqProfessores                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqProfessores "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAtribuicoes
           if ws-fs-arqAtribuicoes <> 0 then
               move 43                                         to ws-msn-erro-ofsset
               move ws-fs-arqAtribuicoes                       to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAtribuicoes "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPrerequisitos
           if ws-fs-arqPrerequisitos <> 0 then
               move 50                                         to ws-msn-erro-ofsset
               move ws-fs-arqPrerequisitos                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPrerequisitos "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHistorico
           if ws-fs-historico <> 0 then
               move 51                                         to ws-msn-erro-ofsset
               move ws-fs-historico                            to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistorico "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqMatrizCurricular
           if ws-fs-arqMatriz <> 0 then
               move 54                                          to ws-msn-erro-ofsset
               move ws-fs-arqMatriz                             to ws-msn-erro-cod
               move "Erro ao fechar arq. arqMatrizCurricular "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqGradeHoraria
           if ws-fs-grade <> 0 then
               move 57                                          to ws-msn-erro-ofsset
               move ws-fs-grade                                 to ws-msn-erro-cod
               move "Erro ao fechar arq. arqGradeHoraria "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria
           if ws-fs-auditoria <> 0 then
               move 13                                     to ws-msn-erro-ofsset
