           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   professor responsavel por disciplina/periodo - cabecalho da
      *>   folha e filtro de um professor so
           select arqAtribuicoes assign to "arqAtribuicoes.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-atri-chave
           alternate record key is fd-atri-prof-id with duplicates
           file status is ws-fs-arqAtribuicoes.

           select arqProfessores assign to "arqProfessores.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-prof-id
           file status is ws-fs-arqProfessores.

      *>   folha imprimivel para o professor preencher em sala
           select arqDiario assign to "diarioClasse.txt"
           organization is line sequential
           file status is ws-fs-diario.

      *>   arquivo-esqueleto no layout de entrada do cargaNotas
      *>   (novasNotas.dat): cabecalho de lote, codigo do aluno e
      *>   disciplina pre-preenchidos, notas zeradas para a secretaria
      *>   completar e trailer com a quantidade de linhas e o total de
      *>   controle das notas zeradas - depois de digitadas as notas, o
      *>   total de controle do trailer tem de ser recalculado, ou o
      *>   cargaNotas recusa o lote
           select arqEsqueleto assign to "esqueletoNotas.dat"
           organization is line sequential
           access mode is sequential
       01 fd-matricula.
           copy MATRFD.

       fd arqAtribuicoes.
       01 fd-atribuicao.
           copy ATRIFD.

       fd arqProfessores.
       01 fd-professor.
           copy PROFFD.

       fd arqDiario
           record contains 80 characters.
       01 fd-linha-diario                          pic X(80).

      *>Mesmo layout de fd-nova-nota em cargaNotas.cbl - o nome do
      *>professor responsavel vai no fim da linha, so para conferencia.
      *>Cabecalho (HDR) e trailer (TRL) no mesmo layout do lote do
      *>cargaNotas; a identificacao do lote e a data/hora da geracao
      *>(AAMMDDHHMMSS), unica a cada esqueleto gerado
       fd arqEsqueleto.
       01 fd-esqueleto.
          05 fd-esq-codigo                         pic 9(07).
          05 fd-esq-nota2                          pic 9(02)V99.
          05 fd-esq-nota3                          pic 9(02)V99.
          05 fd-esq-nota4                          pic 9(02)V99.
          05 fd-esq-professor                      pic X(25).

       01 fd-esq-cabecalho.
          05 fd-esq-cab-tipo                       pic X(03).
          05 fd-esq-cab-lote                       pic X(12).
          05 fd-esq-cab-data                       pic 9(08).

       01 fd-esq-trailer.
          05 fd-esq-trl-tipo                       pic X(03).
          05 fd-esq-trl-qtd                        pic 9(07).
          05 fd-esq-trl-hash                       pic 9(15).


      *>----Variaveis de trabalho
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-diario                             pic  9(02).
       77  ws-fs-esqueleto                          pic  9(02).
       77  ws-fs-arqAtribuicoes                     pic  9(02).
       77  ws-fs-arqProfessores                     pic  9(02).

      *>Parametros da partida: periodo letivo (vazio = qualquer periodo,
      *>sem professor no cabecalho) e professor (vazio = todos; exige o
      *>periodo, que e o que liga o professor a disciplina)
       77  ws-periodo                                pic X(06) value space.
       77  ws-filtro-prof                            pic X(08) value space.

      *>"N" quando arqAtribuicoes.dat/arqProfessores.dat ainda nao
      *>existem (fs 35) - as folhas saem sem professor
       77  ws-tem-atribuicoes                        pic X(01) value "S".
       77  ws-tem-professores                        pic X(01) value "S".

      *>Professor da disciplina corrente no periodo informado
       77  ws-prof-disc                              pic X(08).
       77  ws-nome-prof-disc                         pic X(25).

      *>"N" quando arqMatriculas.dat ainda nao existe (fs 35) - sem o
      *>cadastro de matriculas, a folha lista todos os alunos ativos
       77  ws-tot-folhas                             pic 9(05) value 0.
       77  ws-tot-linhas                             pic 9(05) value 0.

      *>Total de controle das notas gravadas no esqueleto (soma das
      *>quatro notas de cada linha, em centesimos) - zero na geracao
       77  ws-hash-esqueleto                         pic 9(15) value 0.
       77  ws-current-date                           pic X(21).

       01 ws-linha-cab-disc.
          05 filler                                 pic X(26) value "Diario de Classe -  Disc: ".
          05 ws-lcd-codigo                           pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lcd-nome                             pic X(20).

       01 ws-linha-cab-prof.
          05 filler                                 pic X(26) value "Professor responsavel...: ".
          05 ws-lcp-nome                             pic X(25).
          05 filler                                 pic X(10) value "  Periodo ".
          05 ws-lcp-periodo                          pic X(06).

       01 ws-linha-colunas.
          05 filler                                 pic X(08) value "Codigo  ".
          05 filler                                 pic X(26) value "Nome                      ".
               end-if
           end-if

      *>   sem cadastro de atribuicoes/professores (fs 35) as folhas saem
      *>   sem o nome do professor
           open input arqAtribuicoes
           if ws-fs-arqAtribuicoes = 35 then
               move "N" to ws-tem-atribuicoes
           else
               if ws-fs-arqAtribuicoes  <> 00
               and ws-fs-arqAtribuicoes <> 05 then
                   display "Erro ao abrir arq. arqAtribuicoes: " ws-fs-arqAtribuicoes
                   stop run
               end-if
           end-if

           open input arqProfessores
           if ws-fs-arqProfessores = 35 then
               move "N" to ws-tem-professores
           else
               if ws-fs-arqProfessores  <> 00
               and ws-fs-arqProfessores <> 05 then
                   display "Erro ao abrir arq. arqProfessores: " ws-fs-arqProfessores
                   stop run
               end-if
           end-if

           display "Periodo letivo (vazio = todos)............: "
               with no advancing
           accept ws-periodo

           display "Professor (vazio = todos).................: "
               with no advancing
           accept ws-filtro-prof

           if ws-filtro-prof <> space
           and ws-periodo = space then
               display "Filtro por professor exige o periodo letivo"
               stop run
           end-if

           open output arqDiario
           if ws-fs-diario <> 00 then
               display "Erro ao abrir arq. diarioClasse.txt: " ws-fs-diario
               display "Erro ao abrir arq. esqueletoNotas.dat: " ws-fs-esqueleto
               stop run
           end-if

           move function current-date  to ws-current-date
           move "HDR"                  to fd-esq-cab-tipo
           move ws-current-date(3:12)  to fd-esq-cab-lote
           move ws-current-date(1:8)   to fd-esq-cab-data
           write fd-esq-cabecalho

           if ws-fs-esqueleto <> 00 then
               display "Erro ao gravar arq. esqueletoNotas.dat: " ws-fs-esqueleto
               stop run
           end-if
           .
       inicializa-exit.
           exit.
           perform until ws-fs-arqDisciplinas = 10

               if fd-disc-status <> "I" then

                   perform busca-professor-disciplina

                   if ws-filtro-prof = space
                   or ws-prof-disc = ws-filtro-prof then
                       perform gera-folha-disciplina
                   end-if
               end-if

               read arqDisciplinas next
           exit.


      *>------------------------------------------------------------------------
      *>  Localiza o professor responsavel pela disciplina corrente no
      *>  periodo informado - sem periodo, ou sem atribuicao, a folha sai
      *>  sem professor
      *>------------------------------------------------------------------------
       busca-professor-disciplina section.

           move space to ws-prof-disc
           move space to ws-nome-prof-disc

           if ws-periodo <> space
           and ws-tem-atribuicoes = "S" then

               move ws-periodo     to fd-atri-periodo
               move fd-disc-codigo to fd-atri-cod-disc
               read arqAtribuicoes

               if ws-fs-arqAtribuicoes  <> 00
               and ws-fs-arqAtribuicoes <> 05
               and ws-fs-arqAtribuicoes <> 23 then
                   display "Erro ao ler arq. arqAtribuicoes: " ws-fs-arqAtribuicoes
                   stop run
               end-if

               if ws-fs-arqAtribuicoes <> 23 then

                   move fd-atri-prof-id to ws-prof-disc
                   move fd-atri-prof-id to ws-nome-prof-disc

                   if ws-tem-professores = "S" then

                       move fd-atri-prof-id to fd-prof-id
                       read arqProfessores

                       if ws-fs-arqProfessores = 00
                       or ws-fs-arqProfessores = 05 then
                           move fd-prof-nome to ws-nome-prof-disc
                       end-if
                   end-if
               end-if
           end-if
           .
       busca-professor-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Gera a folha da disciplina corrente: cabecalho, colunas em
      *>  branco para as 4 notas e uma linha por aluno ativo (com
           move ws-linha-cab-disc to fd-linha-diario
           write fd-linha-diario

           if ws-periodo <> space then

               if ws-prof-disc = space then
                   move "(sem professor atribuido)" to ws-lcp-nome
               else
                   move ws-nome-prof-disc to ws-lcp-nome
               end-if
               move ws-periodo to ws-lcp-periodo

               move ws-linha-cab-prof to fd-linha-diario
               write fd-linha-diario
           end-if

           move all "-" to fd-linha-diario
           write fd-linha-diario

           perform until ws-fs-arqAlunos <> 00
                     and ws-fs-arqAlunos <> 05

               if fd-status = "A" then

                   perform verifica-inclusao-aluno

      *>------------------------------------------------------------------------
      *>  Decide se o aluno corrente entra na folha da disciplina
      *>  corrente: sem cadastro de matriculas entram todos os ativos; com
      *>  o cadastro, so quem tem matricula ativa na disciplina (no
      *>  periodo informado, quando houver)
      *>------------------------------------------------------------------------
       verifica-inclusao-aluno section.

               if ws-fs-arqMatriculas = 23
               or fd-matr-status <> "A" then
                   move "N" to ws-inclui-aluno
               else
                   if ws-periodo <> space
                   and fd-matr-periodo <> ws-periodo then
                       move "N" to ws-inclui-aluno
                   end-if
               end-if
           end-if
           .
           move 0              to fd-esq-nota2
           move 0              to fd-esq-nota3
           move 0              to fd-esq-nota4
           move ws-nome-prof-disc to fd-esq-professor
           write fd-esqueleto

           if ws-fs-esqueleto <> 00 then
               display "Erro ao gravar arq. esqueletoNotas.dat: " ws-fs-esqueleto
               stop run
           end-if

           compute ws-hash-esqueleto = ws-hash-esqueleto
                                     + (fd-esq-nota1 + fd-esq-nota2
                                      + fd-esq-nota3 + fd-esq-nota4) * 100
           .
       gera-linha-aluno-exit.
           exit.
      *>------------------------------------------------------------------------
       finaliza section.

           move "TRL"             to fd-esq-trl-tipo
           move ws-tot-linhas     to fd-esq-trl-qtd
           move ws-hash-esqueleto to fd-esq-trl-hash
           write fd-esq-trailer

           if ws-fs-esqueleto <> 00 then
               display "Erro ao gravar arq. esqueletoNotas.dat: " ws-fs-esqueleto
               stop run
           end-if

           display "Folhas de diario geradas......: " ws-tot-folhas
           display "Linhas de aluno geradas.......: " ws-tot-linhas
           display "Esqueleto gravado em esqueletoNotas.dat - recalcule o total"
           display "de controle do trailer (TRL) depois de digitar as notas"

           close arqDisciplinas
           close arqAlunos
           if ws-tem-matriculas = "S" then
               close arqMatriculas
           end-if
           if ws-tem-atribuicoes = "S" then
               close arqAtribuicoes
           end-if
           if ws-tem-professores = "S" then
               close arqProfessores
           end-if
           close arqDiario
           close arqEsqueleto

