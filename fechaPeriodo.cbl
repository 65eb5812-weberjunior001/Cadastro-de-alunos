           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   mestre de disciplinas - fornece o criterio de avaliacao (pesos,
      *>   media de aprovacao, faixa de exame e presenca minima) com que
      *>   cada disciplina e fechada
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

      *>   ponto de controle do fechamento - um unico registro com o
      *>   periodo em curso, a fase alcancada e a ultima chave copiada;
      *>   regravado a cada passo para a re-execucao apos queda retomar
       01 fd-frequencia.
           copy FREQFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqControle.
       01 fd-controle.
          05 fd-ctl-periodo                        pic X(06).
       01 ws-historico.
           copy HISTWS.

       01 ws-disciplina.
           copy DISCWS.

       77  ws-fs-arqNotas                           pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-fs-arqExames                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-controle                           pic  9(02).
       77  ws-fs-relatorio                          pic  9(02).

      *>nao houve exame lancado), levada para o historico
       77  ws-nota-exame                             pic 9(02)V99.

      *>"N" quando arqDisciplinas.dat ainda nao existe (fs 35) - todas as
      *>disciplinas fecham com o criterio padrao
       77  ws-tem-disciplinas                        pic X(01) value "S".
       77  ws-soma-pesos                             pic 9(03).

      *>"N" quando arqMatriculas.dat ainda nao existe (fs 35) - o
      *>cruzamento de matriculados sem nota fica sem efeito
       77  ws-tem-matriculas                         pic X(01) value "S".
          05 ws-ld-nome-disc                         pic X(20).
          05 filler                                 pic X(09) value "  Media: ".
          05 ws-ld-media                             pic ZZ,99.
          05 filler                                 pic X(02) value space.
          05 ws-ld-situacao                          pic X(10).

       01 ws-linha-sem-nota.
          05 filler                                 pic X(27) value "Matriculado sem nota - alu".
               end-if
           end-if

      *>   mestre de disciplinas ainda inexistente (fs 35) nao impede o
      *>   fechamento - vale o criterio padrao para todas
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

      *>   arquivo de exames ainda inexistente (fs 35) nao impede o
      *>   fechamento - nenhuma media e recomposta
           open i-o arqExames


      *>------------------------------------------------------------------------
      *>  Calcula a media final de uma disciplina pelo criterio de
      *>  avaliacao da disciplina e grava o registro no historico
      *>  academico com a situacao final, com linha correspondente no
      *>  relatorio
      *>------------------------------------------------------------------------
       arquiva-disciplina section.

           perform carrega-criterio-disciplina

           compute ws-media rounded =
               (fd-nota-nota1 * ws-disc-peso1 + fd-nota-nota2 * ws-disc-peso2
              + fd-nota-nota3 * ws-disc-peso3 + fd-nota-nota4 * ws-disc-peso4)
              / ws-soma-pesos

      *>   a presenca apurada condiciona o exame: reprovado por falta nao
      *>   tem a media recomposta, mesmo com nota de exame lancada
           perform apura-frequencia-disciplina

      *>   disciplina fechada na faixa de exame do criterio com exame ja
      *>   lancado tem a media recomposta antes de ir para o historico
           perform recompoe-media-exame

      *>   situacao final: presenca abaixo do minimo da disciplina reprova
      *>   por falta; media (ja recomposta) na media de aprovacao aprova
           if ws-freq-perc < ws-disc-freq-min then
               move "F" to ws-hist-situacao
               move "Rep.Falta" to ws-ld-situacao
           else
           if ws-media >= ws-disc-media-aprov
           and ws-nota-exame > 0 then
               move "E" to ws-hist-situacao
               move "Apr.Exame" to ws-ld-situacao
           else
           if ws-media >= ws-disc-media-aprov then
               move "A" to ws-hist-situacao
               move "Aprovado" to ws-ld-situacao
           else
               move "R" to ws-hist-situacao
               move "Reprovado" to ws-ld-situacao
           end-if
           end-if
           end-if

           move fd-nota-codigo    to ws-hist-codigo
           move ws-periodo        to ws-hist-periodo
           move fd-nota-cod-disc  to ws-hist-cod-disc
      *>------------------------------------------------------------------------
      *>  Recompoe ws-media com a nota do exame de recuperacao da
      *>  disciplina corrente (fd-nota-chave), quando a media fechou na
      *>  faixa de exame do criterio da disciplina (da media minima para
      *>  exame ate abaixo da media de aprovacao) e a nota ja foi lancada
      *>  (status "L") - mesma regra do boletim: (media do periodo +
      *>  exame) / 2. Reprovado por falta (presenca abaixo do minimo da
      *>  disciplina) nao tem direito ao
      *>  exame: um registro lancado sobre faltas carregadas depois da
      *>  geracao do pendente e ignorado, e o historico guarda a media
      *>  sem recomposicao. ws-nota-exame fica com a nota usada, ou zero
           move 0 to ws-nota-exame

           if ws-tem-exames = "S"
           and ws-freq-perc >= ws-disc-freq-min
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
      *>  Finalização - totais no relatorio e no console
      *>------------------------------------------------------------------------
           if ws-tem-exames = "S" then
               close arqExames
           end-if
           if ws-tem-disciplinas = "S" then
               close arqDisciplinas
           end-if
           close arqRelatorio

           Stop run
