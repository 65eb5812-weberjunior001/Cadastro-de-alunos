           file status is ws-fs-arqNotas.

      *>   serie historica - um registro por aluno/periodo/disciplina, com
      *>   media ja recomposta com exame, percentual de presenca e a
      *>   situacao final apurada no fechamento
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is sequential
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   mestre de disciplinas - criterio de avaliacao de cada disciplina
      *>   (pesos, media de aprovacao, faixa de exame e presenca minima)
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

           select arqRelatorio assign to "estatisticaDisciplinas.txt"
           organization is line sequential
           access mode is sequential
       01 fd-frequencia.
           copy FREQFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqRelatorio
           record contains 80 characters.
       01 fd-linha-relatorio                       pic X(80).

      *>----Variaveis de trabalho
       working-storage section.
       01 ws-disciplina.
           copy DISCWS.

       77  ws-fs-arqNotas                           pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqExames                          pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-tem-historico                          pic X(01) value "S".
       77  ws-tem-exames                             pic X(01) value "S".
       77  ws-tem-frequencia                         pic X(01) value "S".
       77  ws-tem-disciplinas                        pic X(01) value "S".
       77  ws-soma-pesos                             pic 9(03).

       77  ws-media                                  pic 9(02)V99.
       77  ws-freq-perc                              pic 9(03).
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

           open output arqRelatorio
           if ws-fs-relatorio <> 00 then
               display "Erro ao abrir arq. estatisticaDisciplinas.txt: " ws-fs-relatorio
      *>------------------------------------------------------------------------
      *>  Acumula as estatisticas do periodo corrente lendo todo o
      *>  arqNotas - media por disciplina com os mesmos criterios do
      *>  boletim (criterio de avaliacao da disciplina, media recomposta
      *>  com exame lancado, reprovacao por frequencia abaixo do minimo)
      *>------------------------------------------------------------------------
       apura-periodo-corrente section.

      *>------------------------------------------------------------------------
       acumula-nota-corrente section.

           perform carrega-criterio-disciplina

           compute ws-media rounded =
               (fd-nota-nota1 * ws-disc-peso1 + fd-nota-nota2 * ws-disc-peso2
              + fd-nota-nota3 * ws-disc-peso3 + fd-nota-nota4 * ws-disc-peso4)
              / ws-soma-pesos

           perform recompoe-media-exame
           perform apura-frequencia-disciplina
               move ws-media to ws-td-menor(ws-i)
           end-if

           if ws-media >= ws-disc-media-aprov
           and ws-freq-perc >= ws-disc-freq-min then
               add 1 to ws-td-aprov(ws-i)
           else
               add 1 to ws-td-reprov(ws-i)

      *>------------------------------------------------------------------------
      *>  Recompoe ws-media com a nota do exame lancado, quando a media
      *>  fechou na faixa de exame do criterio da disciplina - mesma regra
      *>  do boletim
      *>------------------------------------------------------------------------
       recompoe-media-exame section.

           if ws-tem-exames = "S"
           and ws-media >= ws-disc-media-exame
           and ws-media < ws-disc-media-aprov then

               move fd-nota-codigo   to fd-exam-codigo
               move fd-nota-cod-disc to fd-exam-cod-disc
           exit.


      *>------------------------------------------------------------------------
      *>  Carrega em ws-disciplina o criterio de avaliacao da disciplina
      *>  corrente (fd-nota-cod-disc). Disciplina fora do mestre (ou mestre
      *>  inexistente) e registro sem pesos ficam com o criterio padrao:
      *>  pesos iguais, aprovacao com 6,00, exame a partir de 3,00 e
      *>  presenca minima de 75%
      *>------------------------------------------------------------------------
       carrega-criterio-disciplina section.

           move 23 to ws-fs-arqDisciplinas

           if ws-tem-disciplinas = "S" then

               move fd-nota-cod-disc to fd-disc-codigo
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
               move 0 to ws-soma-pesos
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
      *>  Acumula a serie historica lendo todo o arqHistorico - a media
      *>  gravada ja vem recomposta com exame, e a aprovacao e a situacao
      *>  final gravada pelo fechamento com o criterio vigente no periodo
      *>  (aprovado ou aprovado em exame). Aproveitamento de estudos de
      *>  outra escola (situacao "V") nao entra - a serie e do ensino desta
      *>------------------------------------------------------------------------
       apura-historico section.

               read arqHistorico next
               perform until ws-fs-historico = 10

                   if fd-hist-cod-disc > 0
                   and fd-hist-situacao <> "V" then
                       perform acumula-historico
                   end-if

               add 1             to ws-th-qtd(ws-i, ws-col)
               add fd-hist-media to ws-th-soma(ws-i, ws-col)

               if fd-hist-situacao = "A"
               or fd-hist-situacao = "E" then
                   add 1 to ws-th-aprov(ws-i, ws-col)
               end-if
           end-if
           if ws-tem-frequencia = "S" then
               close arqFrequencia
           end-if
           if ws-tem-disciplinas = "S" then
               close arqDisciplinas
           end-if
           close arqRelatorio

           Stop run
