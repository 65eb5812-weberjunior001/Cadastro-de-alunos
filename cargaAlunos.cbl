           alternate record key is fd-nome with duplicates
           file status is ws-fs-arqAlunos.

      *>   controle dos lotes recebidos - recusa lote ja processado e
      *>   guarda o ponto de retomada de execucao interrompida
           select arqLotes assign to "arqLotes.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-lote-chave
           file status is ws-fs-lotes.

           select arqRejeitados assign to "cargaRejeitados.txt"
           organization is line sequential
           access mode is sequential
          05 fd-na-nota3                           pic 9(02)V99.
          05 fd-na-nota4                           pic 9(02)V99.

      *>Cabecalho (HDR) e trailer (TRL) do lote - primeiro e ultimo
      *>registro do arquivo. O cabecalho identifica o lote e a data de
      *>geracao (AAAAMMDD); o trailer traz a quantidade de registros de
      *>detalhe e o total de controle das notas (soma das quatro notas de cada
      *>registro, em centesimos)
       01 fd-na-cabecalho.
          05 fd-na-cab-tipo                        pic X(03).
          05 fd-na-cab-lote                        pic X(12).
          05 fd-na-cab-data                        pic 9(08).

       01 fd-na-trailer.
          05 fd-na-trl-tipo                        pic X(03).
          05 fd-na-trl-qtd                         pic 9(07).
          05 fd-na-trl-hash                        pic 9(15).

       fd arqAlunos.
       01 fd-aluno.
           copy ALUNOFD.

       fd arqLotes.
       01 fd-lote.
           copy LOTEFD.

       fd arqRejeitados
           record contains 80 characters.
       01 fd-linha-rejeitado                       pic X(80).
       77  ws-fs-novosAlunos                        pic  9(02).
       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-rejeitados                         pic  9(02).
       77  ws-fs-lotes                              pic  9(02).

       77  ws-tot-lidos                              pic 9(05) value 0.
       77  ws-tot-carregados                         pic 9(05) value 0.
       77  ws-tot-rejeitados                         pic 9(05) value 0.

      *>Controle do lote: programa (chave no arqLotes), conferencia do
      *>trailer na primeira leitura e ponto de retomada - registros de
      *>detalhe ate ws-ult-checkpoint ja foram gravados numa execucao
      *>anterior do mesmo lote e sao pulados
       01 ws-lote.
           copy LOTEWS.

       77  ws-programa                               pic X(16) value "cargaAlunos".
       77  ws-motivo-lote                            pic X(50).
       77  ws-tem-trailer                            pic X(01).
       77  ws-retomada                               pic X(01) value "N".
       77  ws-seq-registro                           pic 9(07) value 0.
       77  ws-ult-checkpoint                         pic 9(07) value 0.
       77  ws-qtd-lote                               pic 9(07) value 0.
       77  ws-hash-lote                              pic 9(15) value 0.
       77  ws-current-date                           pic X(21).

      *>"S" quando o registro seguinte ao checkpoint ja esta gravado
      *>igual ao de entrada - a execucao anterior caiu entre a gravacao
      *>do aluno e a do checkpoint
       77  ws-ja-gravado                             pic X(01).

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

           open i-o arqAlunos
           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               stop run
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
               display "Erro ao abrir arq. cargaRejeitados.txt: " ws-fs-rejeitados
               stop run
           read arqNovosAlunos next record
           perform until ws-fs-novosAlunos = 10

      *>       cabecalho e trailer ja foram conferidos em confere-lote
               if fd-na-cab-tipo <> "HDR"
               and fd-na-cab-tipo <> "TRL" then

                   add 1 to ws-seq-registro

                   if ws-seq-registro > ws-ult-checkpoint then

                       add 1 to ws-tot-lidos

                       perform carrega-aluno

                       perform grava-checkpoint
                   end-if
               end-if

               read arqNovosAlunos next record
           end-perform
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Valida e grava um registro do arquivo de matricula em arqAlunos
      *>------------------------------------------------------------------------
       carrega-aluno section.

           if fd-na-nome = space
           or fd-na-codigo = 0 then

               move fd-na-codigo   to ws-lr-codigo
               move fd-na-nome     to ws-lr-nome
               move "Nome vazio ou codigo zerado" to ws-lr-motivo
               move ws-linha-rejeitado to fd-linha-rejeitado
               write fd-linha-rejeitado
               add 1 to ws-tot-rejeitados
           else
           if fd-na-nota1 > 10,00
           or fd-na-nota2 > 10,00
           or fd-na-nota3 > 10,00
           or fd-na-nota4 > 10,00 then

               move fd-na-codigo   to ws-lr-codigo
               move fd-na-nome     to ws-lr-nome
               move "Nota fora do intervalo 0,00-10,00" to ws-lr-motivo
               move ws-linha-rejeitado to fd-linha-rejeitado
               write fd-linha-rejeitado
               add 1 to ws-tot-rejeitados
           else

               move fd-na-codigo      to ws-codigo
               move fd-na-nome        to ws-nome
               move fd-na-endereco    to ws-endereco
               move fd-na-mae         to ws-mae
               move fd-na-pai         to ws-pai
               move fd-na-tel         to ws-tel
               move fd-na-nota1       to ws-nota1
               move fd-na-nota2       to ws-nota2
               move fd-na-nota3       to ws-nota3
               move fd-na-nota4       to ws-nota4
               move "A"               to ws-status

               move ws-aluno to fd-aluno
               write fd-aluno

               move "N" to ws-ja-gravado
               if ws-fs-arqAlunos = 22
               and ws-retomada = "S"
               and ws-seq-registro = ws-ult-checkpoint + 1 then
                   perform confere-ja-gravado
               end-if

               if ws-ja-gravado = "S" then
                   add 1 to ws-tot-carregados
               else
               if ws-fs-arqAlunos = 22 then

                   move fd-na-codigo   to ws-lr-codigo
                   move fd-na-nome     to ws-lr-nome
                   move "Codigo ja cadastrado" to ws-lr-motivo
                   move ws-linha-rejeitado to fd-linha-rejeitado
                   write fd-linha-rejeitado
                   add 1 to ws-tot-rejeitados
               else
                   if ws-fs-arqAlunos  <> 00
                   and ws-fs-arqAlunos <> 05 then

                       move fd-na-codigo   to ws-lr-codigo
                       move fd-na-nome     to ws-lr-nome
                       move "Erro ao gravar - fs " to ws-lr-motivo
                       move ws-fs-arqAlunos to ws-lr-motivo(24:2)
                       move ws-linha-rejeitado to fd-linha-rejeitado
                       write fd-linha-rejeitado
                       add 1 to ws-tot-rejeitados
                   else
                       add 1 to ws-tot-carregados
                   end-if
               end-if
               end-if
           end-if
           end-if
           .
       carrega-aluno-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Na retomada, o primeiro registro apos o checkpoint pode ter sido
      *>  gravado pela execucao que caiu antes de atualizar o arqLotes. Se
      *>  o aluno gravado e identico ao de entrada, o registro conta como
      *>  ja carregado; diferente, continua sendo codigo ja cadastrado
      *>------------------------------------------------------------------------
       confere-ja-gravado section.

           move "N"       to ws-ja-gravado
           move ws-codigo to fd-codigo
           read arqAlunos

           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05
           and ws-fs-arqAlunos <> 23 then
               display "Erro ao ler arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           if ws-fs-arqAlunos <> 23
           and fd-aluno = ws-aluno then
               move "S" to ws-ja-gravado
           end-if

      *>   a mensagem de rejeicao continua sendo a de codigo duplicado
           move 22 to ws-fs-arqAlunos
           .
       confere-ja-gravado-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Primeira leitura do lote, antes de gravar qualquer coisa: o
      *>  primeiro registro tem de ser o cabecalho (HDR) com a
      *>  identificacao e a data do lote, o ultimo o trailer (TRL), e a
      *>  quantidade de registros e o total de controle (soma das quatro
      *>  notas, em centesimos)
      *>  recalculados tem de bater com o trailer. Arquivo truncado na
      *>  transmissao fica sem trailer e e recusado inteiro
      *>------------------------------------------------------------------------
       confere-lote section.

           move space to ws-motivo-lote
           move "N"   to ws-tem-trailer
           move 0     to ws-qtd-lote
           move 0     to ws-hash-lote

           read arqNovosAlunos next record

           if ws-fs-novosAlunos = 10
           or fd-na-cab-tipo <> "HDR"
           or fd-na-cab-lote = space
           or fd-na-cab-data is not numeric then
               move "cabecalho do lote ausente ou invalido" to ws-motivo-lote
           else
               move fd-na-cab-lote to ws-lote-id
               move fd-na-cab-data to ws-lote-data
           end-if

           perform until ws-fs-novosAlunos = 10
                      or ws-motivo-lote <> space

               read arqNovosAlunos next record

               if ws-fs-novosAlunos <> 10 then

                   if ws-tem-trailer = "S" then
                       move "registro depois do trailer" to ws-motivo-lote
                   else
                   if fd-na-cab-tipo = "HDR" then
                       move "cabecalho repetido no meio do lote" to ws-motivo-lote
                   else
                   if fd-na-trl-tipo = "TRL" then

                       move "S" to ws-tem-trailer

                       if fd-na-trl-qtd is not numeric
                       or fd-na-trl-hash is not numeric then
                           move "trailer invalido" to ws-motivo-lote
                       else
                           move fd-na-trl-qtd  to ws-lote-qtd-trailer
                           move fd-na-trl-hash to ws-lote-hash-trailer
                       end-if
                   else
                   if fd-na-nota1 is not numeric
                   or fd-na-nota2 is not numeric
                   or fd-na-nota3 is not numeric
                   or fd-na-nota4 is not numeric then
                       move "registro com campo de controle nao numerico" to ws-motivo-lote
                   else
                       add 1 to ws-qtd-lote
                       compute ws-hash-lote = ws-hash-lote
                                            + (fd-na-nota1 + fd-na-nota2
                                             + fd-na-nota3 + fd-na-nota4) * 100
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
           close arqNovosAlunos
           open input arqNovosAlunos
           if ws-fs-novosAlunos  <> 00
           and ws-fs-novosAlunos <> 05 then
               display "Erro ao abrir arq. novosAlunos.dat: " ws-fs-novosAlunos
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

           close arqNovosAlunos
           close arqAlunos
           close arqLotes
           close arqRejeitados

           Stop run
