           file status is ws-fs-arqNotas.

      *>   frequencia por disciplina - lida por aluno/disciplina para
      *>   apurar o percentual de presenca contra o minimo da disciplina
           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   mestre de disciplinas - fornece o criterio de avaliacao de cada
      *>   disciplina (pesos das notas, media de aprovacao, faixa de exame
      *>   e presenca minima), impresso no boletim junto da disciplina
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

      *>   exames de recuperacao - o boletim gera o registro pendente para
      *>   cada disciplina fechada com media na faixa de exame do criterio
      *>   da disciplina e, depois do exame lancado, recompoe a media final
      *>   com a nota do exame
           select arqExames assign to "arqExames.dat"
           organization is indexed
           access mode is dynamic
       01 fd-exame.
           copy EXAMFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqBoletim
           record contains 80 characters.
       01 fd-linha-boletim                          pic X(80).
       01 ws-nota.
           copy NOTAWS.

       01 ws-disciplina.
           copy DISCWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-arqNotas                           pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-fs-arqExames                          pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-boletim                            pic  9(02).
       77  ws-fs-relexames                          pic  9(02).
       77  ws-media-disc                            pic  9(02)V99.
       77  ws-tem-frequencia                         pic X(01) value "S".
       77  ws-freq-perc                              pic 9(03).

      *>"N" quando arqDisciplinas.dat ainda nao existe (fs 35) - todas as
      *>disciplinas sao avaliadas pelo criterio padrao
       77  ws-tem-disciplinas                        pic X(01) value "S".
       77  ws-soma-pesos                             pic 9(03).

      *>Media de aprovacao do resultado final do aluno - media das medias
      *>de aprovacao das disciplinas cursadas (6,00 quando todas seguem o
      *>criterio padrao)
       77  ws-soma-aprov-aluno                       pic 9(05)V99 value 0.
       77  ws-media-aprov-aluno                      pic 9(02)V99.

       77  ws-qtd-disc                               pic 9(03) value 0.
       77  ws-qtd-rep-falta                          pic 9(03) value 0.
       77  ws-qtd-em-exame                           pic 9(03) value 0.
          05 ws-lrf-media                            pic ZZ,99.
          05 filler                                 pic X(01) value space.
          05 ws-lrf-situacao                         pic X(10).
          05 filler                                 pic X(16) value "  Media minima: ".
          05 ws-lrf-media-aprov                      pic ZZ,99.

      *>Criterio de avaliacao aplicado a disciplina, impresso logo abaixo
      *>da linha da disciplina
       01 ws-linha-criterio.
          05 filler                                 pic X(20) value "    Criterio: pesos ".
          05 ws-lc-peso1                             pic Z9.
          05 filler                                 pic X(01) value "/".
          05 ws-lc-peso2                             pic Z9.
          05 filler                                 pic X(01) value "/".
          05 ws-lc-peso3                             pic Z9.
          05 filler                                 pic X(01) value "/".
          05 ws-lc-peso4                             pic Z9.
          05 filler                                 pic X(08) value "  aprov ".
          05 ws-lc-media-aprov                       pic ZZ,99.
          05 ws-lc-faixa.
             10 filler                              pic X(08) value "  exame ".
             10 ws-lc-exame-de                      pic ZZ,99.
             10 filler                              pic X(03) value " a ".
             10 ws-lc-exame-ate                     pic ZZ,99.
          05 filler                                 pic X(07) value "  freq ".
          05 ws-lc-freq-min                          pic ZZ9.
          05 filler                                 pic X(01) value "%".

       01 ws-linha-resumo.
          05 filler                                 pic X(24) value "Total de alunos.......:".
               stop run 8
           end-if

      *>   mestre de disciplinas ainda inexistente (fs 35) nao impede o
      *>   boletim - vale o criterio padrao para todas
           open input arqDisciplinas
           if ws-fs-arqDisciplinas = 35 then
               move "N" to ws-tem-disciplinas
           else
               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05 then
                   display "Erro ao abrir arq. arqDisciplinas: " ws-fs-arqDisciplinas
                   stop run 8
               end-if
           end-if

           open output arqBoletim
           if ws-fs-boletim <> 00 then
               display "Erro ao abrir arq. boletim.txt: " ws-fs-boletim
           read arqAlunos next
           perform until ws-fs-arqAlunos = 10

               if fd-status = "A" then
                   perform imprime-boletim-aluno
               end-if

           move 0 to ws-qtd-rep-falta
           move 0 to ws-qtd-em-exame
           move 0 to ws-soma-medias-aluno
           move 0 to ws-soma-aprov-aluno

      *>   posiciona em todas as disciplinas do aluno (cod-disc a partir
      *>   de zero) e le para frente ate mudar o aluno
           else

               compute ws-media-final rounded = ws-soma-medias-aluno / ws-qtd-disc
               compute ws-media-aprov-aluno rounded =
                   ws-soma-aprov-aluno / ws-qtd-disc

      *>        reprovacao por falta em qualquer disciplina reprova o
      *>        resultado final, mesmo com a media geral suficiente -
      *>        exigencia da presenca minima de cada disciplina
               if ws-qtd-rep-falta > 0
                   move "Rep.Falta" to ws-lrf-situacao
                   add 1            to ws-tot-reprovados
                   move "Em Exame"  to ws-lrf-situacao
                   add 1            to ws-tot-em-exame
               else
               if ws-media-final >= ws-media-aprov-aluno
                   move "Aprovado"  to ws-lrf-situacao
                   add 1            to ws-tot-aprovados
               else

               add ws-media-final to ws-soma-medias

               move ws-media-final       to ws-lrf-media
               move ws-media-aprov-aluno to ws-lrf-media-aprov
               move ws-linha-resultado to fd-linha-boletim
               write fd-linha-boletim
           end-if


      *>------------------------------------------------------------------------
      *>  Imprime a linha de uma disciplina do aluno corrente, seguida do
      *>  criterio de avaliacao aplicado, e acumula a media da disciplina
      *>  no total do aluno
      *>------------------------------------------------------------------------
       imprime-disciplina-aluno section.

           move fd-nota to ws-nota

           perform carrega-criterio-disciplina

           compute ws-media-disc rounded =
               (ws-nota-nota1 * ws-disc-peso1 + ws-nota-nota2 * ws-disc-peso2
              + ws-nota-nota3 * ws-disc-peso3 + ws-nota-nota4 * ws-disc-peso4)
              / ws-soma-pesos

           perform apura-frequencia-disciplina

      *>   a frequencia abaixo do minimo da disciplina reprova mesmo com a
      *>   media suficiente (e sem direito a exame); media entre a minima
      *>   para exame e a de aprovacao da direito ao exame de recuperacao,
      *>   que recompoe a media quando ja lancado; abaixo da minima para
      *>   exame e reprovacao direta
           if ws-freq-perc < ws-disc-freq-min
               move "Rep.Falta" to ws-situacao
               add 1            to ws-qtd-rep-falta
               perform descarta-exame-pendente
           else
           if ws-media-disc >= ws-disc-media-aprov
               move "Aprovado"  to ws-situacao
               perform descarta-exame-pendente
           else
           if ws-media-disc >= ws-disc-media-exame
               perform trata-exame-disciplina
           else
               move "Reprovado" to ws-situacao
           end-if
           end-if

           add 1                   to ws-qtd-disc
           add ws-media-disc       to ws-soma-medias-aluno
           add ws-disc-media-aprov to ws-soma-aprov-aluno

           move ws-nota-cod-disc  to ws-ld-cod-disc
           move ws-nota-nome-disc to ws-ld-nome-disc

           move ws-linha-disciplina to fd-linha-boletim
           write fd-linha-boletim

           move ws-disc-peso1       to ws-lc-peso1
           move ws-disc-peso2       to ws-lc-peso2
           move ws-disc-peso3       to ws-lc-peso3
           move ws-disc-peso4       to ws-lc-peso4
           move ws-disc-media-aprov to ws-lc-media-aprov
           move ws-disc-freq-min    to ws-lc-freq-min

           if ws-disc-media-exame < ws-disc-media-aprov then
               move "  exame "          to ws-lc-faixa
               move ws-disc-media-exame to ws-lc-exame-de
               move " a "               to ws-lc-faixa(14:3)
               compute ws-lc-exame-ate = ws-disc-media-aprov - 0,01
           else
               move "  sem exame"       to ws-lc-faixa
           end-if

           move ws-linha-criterio to fd-linha-boletim
           write fd-linha-boletim
           .
       imprime-disciplina-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Disciplina fechada na faixa de exame do criterio da disciplina
      *>  (da media minima para exame ate abaixo da media de aprovacao):
      *>  - exame ja lancado (status "L"): recompoe ws-media-disc com a
      *>    nota do exame e decide "Apr.Exame" ou "Reprovado";
      *>  - sem exame ou ainda pendente: grava/atualiza o registro "P" em
               compute ws-media-disc rounded =
                   (ws-media-disc + fd-exam-nota) / 2

               if ws-media-disc >= ws-disc-media-aprov
                   move "Apr.Exame" to ws-situacao
               else
                   move "Reprovado" to ws-situacao
           exit.


      *>------------------------------------------------------------------------
      *>  Carrega em ws-disciplina o criterio de avaliacao da disciplina
      *>  corrente (ws-nota-cod-disc). Disciplina fora do mestre (ou mestre
      *>  inexistente) e registro sem pesos ficam com o criterio padrao:
      *>  pesos iguais, aprovacao com 6,00, exame a partir de 3,00 e
      *>  presenca minima de 75%
      *>------------------------------------------------------------------------
       carrega-criterio-disciplina section.

           move 23 to ws-fs-arqDisciplinas

           if ws-tem-disciplinas = "S" then

               move ws-nota-cod-disc to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas  <> 00
               and ws-fs-arqDisciplinas <> 05
               and ws-fs-arqDisciplinas <> 23 then
                   display "Erro ao ler arq. arqDisciplinas: " ws-fs-arqDisciplinas
                   stop run 8
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
      *>  Imprime a pagina de resumo da turma
      *>------------------------------------------------------------------------
               close arqFrequencia
           end-if
           close arqExames
           if ws-tem-disciplinas = "S" then
               close arqDisciplinas
           end-if
           close arqBoletim
           close arqRelExames

