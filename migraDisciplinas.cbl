      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "migraDisciplinas".
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

      *>   arqDisciplinas.dat gravado antes do criterio de avaliacao por
      *>   disciplina existir (layout terminava no status) - o operador
      *>   deve apontar arqDisciplinasAntigo.dat para uma copia do arquivo
      *>   de producao antes de rodar esta migracao; o job nao toca no
      *>   arqDisciplinas.dat corrente ate a promocao final
           select arqDisciplinasAntigo assign to "arqDisciplinasAntigo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-da-codigo
           file status is ws-fs-antigo.

           select arqDisciplinasNovo assign to "arqDisciplinasNovo.dat"
           organization is indexed
           access mode is sequential
           record key is fd-disc-codigo
           file status is ws-fs-novo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
      *>Layout antigo de fd-disciplina, sem o criterio de avaliacao
       fd arqDisciplinasAntigo.
       01 fd-disciplina-antiga.
          05 fd-da-codigo                          pic 9(02).
          05 fd-da-nome                            pic X(20).
          05 fd-da-status                          pic X(01).

      *>Arquivo indexado novo, no layout corrente (DISCFD), gravado do
      *>zero a partir da leitura sequencial de arqDisciplinasAntigo
       fd arqDisciplinasNovo.
       01 fd-disciplina.
           copy DISCFD.


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

           open input arqDisciplinasAntigo
           if ws-fs-antigo  <> 00
           and ws-fs-antigo <> 05 then
               display "Erro ao abrir arq. arqDisciplinasAntigo.dat: " ws-fs-antigo
               stop run
           end-if

           open output arqDisciplinasNovo
           if ws-fs-novo <> 00 then
               display "Erro ao abrir arq. arqDisciplinasNovo.dat: " ws-fs-novo
               stop run
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - leitura sequencial de
      *>  arqDisciplinasAntigo, copiando campo a campo para o layout
      *>  corrente e preenchendo o criterio de avaliacao com a regra que
      *>  valia para todas as disciplinas ate aqui: pesos iguais (media
      *>  aritmetica das 4 notas), aprovacao com 6,00, exame de 3,00 a
      *>  5,99 e presenca minima de 75%
      *>------------------------------------------------------------------------
       processamento section.

           read arqDisciplinasAntigo next
           perform until ws-fs-antigo = 10

               add 1 to ws-tot-lidos

               move fd-da-codigo      to fd-disc-codigo
               move fd-da-nome        to fd-disc-nome
               move fd-da-status      to fd-disc-status
               move 1                 to fd-disc-peso1
               move 1                 to fd-disc-peso2
               move 1                 to fd-disc-peso3
               move 1                 to fd-disc-peso4
               move 6,00              to fd-disc-media-aprov
               move 3,00              to fd-disc-media-exame
               move 75                to fd-disc-freq-min

               write fd-disciplina

               if ws-fs-novo  <> 00
               and ws-fs-novo <> 05 then
                   display "Erro ao gravar arq. arqDisciplinasNovo.dat: " ws-fs-novo
                   stop run
               end-if

               add 1 to ws-tot-gravados

               read arqDisciplinasAntigo next
           end-perform
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização - fecha os arquivos e promove o arquivo indexado novo,
      *>  ja no layout corrente, para o nome definitivo arqDisciplinas.dat
      *>------------------------------------------------------------------------
       finaliza section.

           display "Registros lidos.....: " ws-tot-lidos
           display "Registros gravados..: " ws-tot-gravados

           close arqDisciplinasAntigo
           close arqDisciplinasNovo

      *>   Mesma ressalva de reorgAlunos.cbl: assume o handler de arquivo
      *>   indexado padrao do GnuCOBOL (runtime "GC"), que grava
      *>   arqDisciplinasNovo.dat como um unico arquivo fisico
           call "SYSTEM" using "mv arqDisciplinasNovo.dat arqDisciplinas.dat"
           if return-code <> 0 then
               display "Erro ao promover arqDisciplinasNovo.dat para arqDisciplinas.dat, rc=" return-code
               display "arqDisciplinas.dat NAO foi atualizado - migracao abortada"
               stop run return-code
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
