      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migraHistoricoSituacao".
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

      *>   arqHistorico.dat gravado antes do campo fd-hist-situacao existir
      *>   (layout terminava na nota de exame) - o operador deve apontar
      *>   arqHistoricoAntigo.dat para uma copia do arquivo de producao
      *>   antes de rodar esta migracao; o job nao toca no arqHistorico.dat
      *>   corrente ate a promocao final
           select arqHistoricoAntigo assign to "arqHistoricoAntigo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-ha-chave
           file status is ws-fs-antigo.

           select arqHistoricoNovo assign to "arqHistoricoNovo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-hist-chave
           file status is ws-fs-novo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>Layout antigo de fd-historico, sem a situacao final da disciplina
       fd arqHistoricoAntigo.
       01 fd-historico-antigo.
          05 fd-ha-chave.
             10 fd-ha-codigo                       pic 9(07).
             10 fd-ha-periodo                      pic X(06).
             10 fd-ha-cod-disc                     pic 9(02).
          05 fd-ha-nome-disc                       pic X(20).
          05 fd-ha-nota1                           pic 9(02)V99.
          05 fd-ha-nota2                           pic 9(02)V99.
          05 fd-ha-nota3                           pic 9(02)V99.
          05 fd-ha-nota4                           pic 9(02)V99.
          05 fd-ha-media                           pic 9(02)V99.
          05 fd-ha-freq                            pic 9(03).
          05 fd-ha-nota-exame                      pic 9(02)V99.

      *>Arquivo indexado novo, no layout corrente (HISTFD), gravado do
      *>zero a partir da leitura sequencial de arqHistoricoAntigo
       fd arqHistoricoNovo.
       01 fd-historico-novo.
           copy HISTFD.


      *>----Variaveis de trabalho
       working-storage section.
       77  ws-fs-antigo                             pic  9(02).
       77  ws-fs-novo                               pic  9(02).

       77  ws-tot-lidos                              pic 9(05) value 0.
       77  ws-tot-gravados                           pic 9(05) value 0.


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           open input arqHistoricoAntigo
           if ws-fs-antigo  <> 00
           and ws-fs-antigo <> 05 then
               display "Erro ao abrir arq. arqHistoricoAntigo.dat: " ws-fs-antigo
               stop run
           end-if

           open output arqHistoricoNovo
           if ws-fs-novo <> 00 then
               display "Erro ao abrir arq. arqHistoricoNovo.dat: " ws-fs-novo
               stop run
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - leitura sequencial de
      *>  arqHistoricoAntigo, copiando campo a campo para o layout
      *>  corrente e apurando fd-hist-situacao pela regra unica que valia
      *>  nos fechamentos ja gravados: presenca abaixo de 75% reprova por
      *>  falta; media (ja recomposta) de 6,00 aprova - "E" quando houve
      *>  exame lancado; abaixo disso, reprovado
      *>------------------------------------------------------------------------
       processamento section.

           read arqHistoricoAntigo next
           perform until ws-fs-antigo = 10

               add 1 to ws-tot-lidos

               move fd-ha-codigo      to fd-hist-codigo
               move fd-ha-periodo     to fd-hist-periodo
               move fd-ha-cod-disc    to fd-hist-cod-disc
               move fd-ha-nome-disc   to fd-hist-nome-disc
               move fd-ha-nota1       to fd-hist-nota1
               move fd-ha-nota2       to fd-hist-nota2
               move fd-ha-nota3       to fd-hist-nota3
               move fd-ha-nota4       to fd-hist-nota4
               move fd-ha-media       to fd-hist-media
               move fd-ha-freq        to fd-hist-freq
               move fd-ha-nota-exame  to fd-hist-nota-exame

               if fd-ha-freq < 75 then
                   move "F"           to fd-hist-situacao
               else
               if fd-ha-media >= 6,00
               and fd-ha-nota-exame > 0 then
                   move "E"           to fd-hist-situacao
               else
               if fd-ha-media >= 6,00 then
                   move "A"           to fd-hist-situacao
               else
                   move "R"           to fd-hist-situacao
               end-if
               end-if
               end-if

               write fd-historico-novo

               if ws-fs-novo  <> 00
               and ws-fs-novo <> 05 then
                   display "Erro ao gravar arq. arqHistoricoNovo.dat: " ws-fs-novo
                   stop run
               end-if

               add 1 to ws-tot-gravados

               read arqHistoricoAntigo next
           end-perform
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - fecha os arquivos e promove o arquivo indexado novo,
      *>  ja no layout corrente, para o nome definitivo arqHistorico.dat
      *>------------------------------------------------------------------------
       finaliza section.

           display "Registros lidos.....: " ws-tot-lidos
           display "Registros gravados..: " ws-tot-gravados

           close arqHistoricoAntigo
           close arqHistoricoNovo

      *>   Mesma ressalva de reorgAlunos.cbl: assume o handler de arquivo
      *>   indexado padrao do GnuCOBOL (runtime "GC"), que grava
      *>   arqHistoricoNovo.dat como um unico arquivo fisico
           call "SYSTEM" using "mv arqHistoricoNovo.dat arqHistorico.dat"
           if return-code <> 0 then
               display "Erro ao promover arqHistoricoNovo.dat para arqHistorico.dat, rc=" return-code
               display "arqHistorico.dat NAO foi atualizado - migracao abortada"
               stop run return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
