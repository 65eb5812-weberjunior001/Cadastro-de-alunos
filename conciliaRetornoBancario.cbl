      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "conciliaRetornoBancario".
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

      *>   retorno diario do banco - uma linha por boleto recebido
           select arqRetorno assign to "retornoBancario.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-retorno.

           select arqMensalidades assign to "arqMensalidades.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-mens-chave
           file status is ws-fs-arqMensalidades.

      *>   mesma trilha gravada por grava-auditoria em exercicio3.cbl
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-auditoria.

           select arqRelatorio assign to "conciliacaoBancaria.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>Layout do arquivo de retorno do banco - aluno e competencia
      *>identificam a cobranca (mesma chave de fd-mensalidade), com o valor
      *>efetivamente pago e a data do credito no formato AAAA-MM-DD
       fd arqRetorno.
       01 fd-retorno.
          05 fd-ret-codigo                         pic 9(07).
          05 fd-ret-competencia                    pic X(07).
          05 fd-ret-valor-pago                     pic 9(05)V99.
          05 fd-ret-data-pagto                     pic X(10).

       fd arqMensalidades.
       01 fd-mensalidade.
           copy MENSFD.

      *>Mesmo layout gravado por grava-auditoria em exercicio3.cbl
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
       01 fd-linha-relatorio                       pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-retorno                            pic  9(02).
       77  ws-fs-arqMensalidades                    pic  9(02).
       77  ws-fs-auditoria                          pic  9(02).
       77  ws-fs-relatorio                          pic  9(02).

       77  ws-current-date                           pic X(21).

      *>Operador gravado na trilha de auditoria para as baixas feitas
      *>por este lote, separando-as das baixas manuais de
      *>baixar-mensalidade
       77  ws-oper-lote                              pic X(08) value "LOTEBCO".

       77  ws-tot-lidos                              pic 9(05) value 0.
       77  ws-tot-baixadas                           pic 9(05) value 0.
       77  ws-tot-sem-cobranca                       pic 9(05) value 0.
       77  ws-tot-divergentes                        pic 9(05) value 0.
       77  ws-tot-duplicados                         pic 9(05) value 0.
       77  ws-tot-ja-pagas                           pic 9(05) value 0.
       77  ws-valor-baixado                          pic 9(07)V99 value 0.

      *>Aluno + competencia de cada linha ja conciliada nesta execucao,
      *>qualquer que tenha sido a ocorrencia - uma segunda linha do
      *>retorno para a mesma chave e pagamento em duplicidade. Tabela
      *>cheia interrompe o lote com erro no relatorio
       77  ws-max-vistos                             pic 9(04) value 5000.
       77  ws-qtd-vistos                             pic 9(04) value 0.
       77  ws-ind                                    pic 9(04).
       77  ws-ja-visto                               pic X(01).

       01 ws-tab-vistos.
          05 ws-visto-chave occurs 5000              pic X(14).

       01 ws-chave-retorno.
          05 ws-cr-codigo                            pic 9(07).
          05 ws-cr-competencia                       pic X(07).

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

       01 ws-auditoria.
          05 ws-aud-datahora                       pic X(19).
          05 ws-aud-codigo                         pic 9(07).
          05 ws-aud-operacao                       pic X(12).
          05 ws-aud-cod-disc                       pic 9(02).
          05 ws-aud-operador                       pic X(08).
          05 ws-aud-antes                          pic X(142).
          05 ws-aud-depois                         pic X(142).

       01 ws-linha-cabecalho.
          05 filler                                 pic X(08) value "Codigo".
          05 filler                                 pic X(08) value "Compet.".
          05 filler                                 pic X(11) value " Vlr.pago".
          05 filler                                 pic X(11) value " Vlr.cobr.".
          05 filler                                 pic X(11) value " Data".
          05 filler                                 pic X(20) value "Ocorrencia".

       01 ws-linha-detalhe.
          05 ws-ld-codigo                            pic 9(07).
          05 filler                                 pic X(01) value space.
          05 ws-ld-competencia                       pic X(07).
          05 filler                                 pic X(01) value space.
          05 ws-ld-valor-pago                        pic ZZZZ9,99.
          05 filler                                 pic X(03) value space.
          05 ws-ld-valor-cobr                        pic ZZZZ9,99.
          05 filler                                 pic X(03) value space.
          05 ws-ld-data                              pic X(10).
          05 filler                                 pic X(01) value space.
          05 ws-ld-ocorrencia                        pic X(20).

       01 ws-linha-contagem.
          05 ws-lc-titulo                           pic X(24).
          05 ws-lc-total                            pic ZZZZ9.

       01 ws-linha-valor.
          05 filler                                 pic X(24) value "Valor total baixado R$:".
          05 ws-lv-valor                             pic ZZZZZZ9,99.


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqRetorno
           if ws-fs-retorno  <> 00
           and ws-fs-retorno <> 05 then
               display "Erro ao abrir arq. retornoBancario.dat: " ws-fs-retorno
               stop run
           end-if

           open i-o arqMensalidades
           if ws-fs-arqMensalidades  <> 00
           and ws-fs-arqMensalidades <> 05 then
               display "Erro ao abrir arq. arqMensalidades: " ws-fs-arqMensalidades
               stop run
           end-if

      *>   trilha ainda inexistente - cria, como faz o exercicio3
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
               display "Erro ao abrir arq. conciliacaoBancaria.txt: " ws-fs-relatorio
               stop run
           end-if

           perform formata-data-hora

           move "            Conciliacao do retorno bancario de " to fd-linha-relatorio
           move ws-datahora-fmt(1:10) to fd-linha-relatorio(48:10)
           write fd-linha-relatorio
           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-linha-cabecalho to fd-linha-relatorio
           write fd-linha-relatorio
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - le cada linha do retorno e procura a
      *>  cobranca correspondente pela chave aluno + competencia
      *>------------------------------------------------------------------------
       processamento section.

           read arqRetorno next record
           perform until ws-fs-retorno = 10

               add 1 to ws-tot-lidos

               perform concilia-pagamento

               read arqRetorno next record
           end-perform
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Concilia uma linha do retorno. So baixa a cobranca em aberto cujo
      *>  valor bate com o pago; sem cobranca, valor divergente, duplicidade
      *>  e cobranca ja paga vao para o relatorio e a cobranca fica como
      *>  esta, para a tesouraria tratar em baixar-mensalidade
      *>------------------------------------------------------------------------
       concilia-pagamento section.

           move fd-ret-codigo      to fd-mens-codigo
           move fd-ret-competencia to fd-mens-competencia
           read arqMensalidades

           if ws-fs-arqMensalidades  <> 00
           and ws-fs-arqMensalidades <> 05
           and ws-fs-arqMensalidades <> 23 then
               display "Erro ao ler arq. arqMensalidades: " ws-fs-arqMensalidades
               stop run
           end-if

           perform verifica-visto

           if ws-ja-visto = "S" then

               if ws-fs-arqMensalidades = 23 then
                   move 0                to ws-ld-valor-cobr
               else
                   move fd-mens-valor    to ws-ld-valor-cobr
               end-if
               move "PAGTO DUPLICADO"    to ws-ld-ocorrencia
               move fd-ret-data-pagto    to ws-ld-data
               perform grava-ocorrencia
               add 1 to ws-tot-duplicados
           else

               perform registra-visto

           if ws-fs-arqMensalidades = 23 then

               move 0                    to ws-ld-valor-cobr
               move "SEM COBRANCA"       to ws-ld-ocorrencia
               move fd-ret-data-pagto    to ws-ld-data
               perform grava-ocorrencia
               add 1 to ws-tot-sem-cobranca
           else
           if fd-mens-status = "P" then

      *>        data impressa e a da baixa anterior
               move fd-mens-valor        to ws-ld-valor-cobr
               move "JA PAGA"            to ws-ld-ocorrencia
               move fd-mens-data-pagto   to ws-ld-data
               perform grava-ocorrencia
               add 1 to ws-tot-ja-pagas
           else
           if fd-ret-valor-pago <> fd-mens-valor then

               move fd-mens-valor        to ws-ld-valor-cobr
               move "VALOR DIVERGENTE"   to ws-ld-ocorrencia
               move fd-ret-data-pagto    to ws-ld-data
               perform grava-ocorrencia
               add 1 to ws-tot-divergentes
           else

               move "P"               to fd-mens-status
               move fd-ret-data-pagto to fd-mens-data-pagto
               rewrite fd-mensalidade

               if ws-fs-arqMensalidades  <> 00
               and ws-fs-arqMensalidades <> 05 then
                   display "Erro ao baixar mensalidade: " ws-fs-arqMensalidades
                   stop run
               end-if

               add 1                 to ws-tot-baixadas
               add fd-mens-valor     to ws-valor-baixado

      *>        como em baixar-mensalidade, o evento registra o aluno no
      *>        codigo; a competencia e a data do credito ficam no
      *>        proprio arqMensalidades
               move fd-ret-codigo to ws-aud-codigo
               move "BAIXA-MENS"  to ws-aud-operacao
               move 0             to ws-aud-cod-disc
               move space         to ws-aud-antes
               move space         to ws-aud-depois
               perform grava-auditoria
           end-if
           end-if
           end-if
           end-if
           .
       concilia-pagamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Procura aluno + competencia da linha corrente entre as linhas ja
      *>  conciliadas nesta execucao
      *>------------------------------------------------------------------------
       verifica-visto section.

           move "N"                to ws-ja-visto
           move fd-ret-codigo      to ws-cr-codigo
           move fd-ret-competencia to ws-cr-competencia

           perform varying ws-ind from 1 by 1 until ws-ind > ws-qtd-vistos
                                               or ws-ja-visto = "S"
               if ws-visto-chave(ws-ind) = ws-chave-retorno then
                   move "S" to ws-ja-visto
               end-if
           end-perform
           .
       verifica-visto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Guarda aluno + competencia da linha corrente (montada em
      *>  verifica-visto). Sem espaco na tabela a duplicidade nao pode mais
      *>  ser garantida - o lote para com a ocorrencia no relatorio
      *>------------------------------------------------------------------------
       registra-visto section.

           if ws-qtd-vistos >= ws-max-vistos then

               move space to fd-linha-relatorio
               write fd-linha-relatorio
               move "ERRO: retorno com mais de 5000 pagamentos - lote interrompido"
                                           to fd-linha-relatorio
               write fd-linha-relatorio

               display "Tabela de pagamentos conciliados cheia (" ws-max-vistos
                       ") - lote interrompido no pagamento " ws-tot-lidos
               stop run
           end-if

           add 1 to ws-qtd-vistos
           move ws-chave-retorno to ws-visto-chave(ws-qtd-vistos)
           .
       registra-visto-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Grava uma ocorrencia no relatorio - ocorrencia, valor cobrado e
      *>  data ja preenchidos por concilia-pagamento
      *>------------------------------------------------------------------------
       grava-ocorrencia section.

           move fd-ret-codigo      to ws-ld-codigo
           move fd-ret-competencia to ws-ld-competencia
           move fd-ret-valor-pago  to ws-ld-valor-pago

           move ws-linha-detalhe to fd-linha-relatorio
           write fd-linha-relatorio
           .
       grava-ocorrencia-exit.
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
      *>  Grava um registro de auditoria com o operador do lote
      *>------------------------------------------------------------------------
       grava-auditoria section.

           perform formata-data-hora

           move ws-datahora-fmt to ws-aud-datahora
           move ws-oper-lote    to ws-aud-operador
           move ws-auditoria    to fd-auditoria
           write fd-auditoria

           if ws-fs-auditoria <> 0 then
               display "Erro ao gravar arq. arqAuditoria: " ws-fs-auditoria
               stop run
           end-if
           .
       grava-auditoria-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - totais por ocorrencia no relatorio e no console
      *>------------------------------------------------------------------------
       finaliza section.

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move "Pagamentos no retorno.:" to ws-lc-titulo
           move ws-tot-lidos              to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move "Baixados..............:" to ws-lc-titulo
           move ws-tot-baixadas           to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move "Sem cobranca..........:" to ws-lc-titulo
           move ws-tot-sem-cobranca       to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move "Valor divergente......:" to ws-lc-titulo
           move ws-tot-divergentes        to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move "Pagamento duplicado...:" to ws-lc-titulo
           move ws-tot-duplicados         to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move "Cobranca ja paga......:" to ws-lc-titulo
           move ws-tot-ja-pagas           to ws-lc-total
           move ws-linha-contagem         to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-valor-baixado          to ws-lv-valor
           move ws-linha-valor            to fd-linha-relatorio
           write fd-linha-relatorio

           display "Pagamentos no retorno.: " ws-tot-lidos
           display "Baixados..............: " ws-tot-baixadas
           display "Sem cobranca..........: " ws-tot-sem-cobranca
           display "Valor divergente......: " ws-tot-divergentes
           display "Pagamento duplicado...: " ws-tot-duplicados
           display "Cobranca ja paga......: " ws-tot-ja-pagas

           close arqRetorno
           close arqMensalidades
           close arqAuditoria
           close arqRelatorio

           Stop run
           .
       finaliza-exit.
           exit.
