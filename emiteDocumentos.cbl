      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "emiteDocumentos".
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

      *>   identificacao do aluno impressa em todo documento
           select arqAlunos assign to "arqAlunos.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-codigo
           file status is ws-fs-arqAlunos.

      *>   matriculas do aluno - base da declaracao de matricula e do
      *>   atestado de frequencia (so as ativas, status "A")
           select arqMatriculas assign to "arqMatriculas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-matr-chave
           file status is ws-fs-arqMatriculas.

      *>   nome da disciplina de cada matricula listada
           select arqDisciplinas assign to "arqDisciplinas.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-disc-codigo
           file status is ws-fs-arqDisciplinas.

           select arqFrequencia assign to "arqFrequencia.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-freq-chave
           file status is ws-fs-arqFrequencia.

      *>   historico academico - resumo impresso na carta de apresentacao
      *>   do historico escolar
           select arqHistorico assign to "arqHistorico.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-hist-chave
           file status is ws-fs-historico.

      *>   registro de documentos emitidos - numero, tipo, aluno, data,
      *>   operador e codigo de verificacao; fonte da consulta de
      *>   autenticidade
           select arqDocumentos assign to "arqDocumentos.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-doc-numero
           file status is ws-fs-arqDocumentos.

           select arqRelatorio assign to "documentoEmitido.txt"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-relatorio.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqAlunos.
       01 fd-aluno.
           copy ALUNOFD.

       fd arqMatriculas.
       01 fd-matricula.
           copy MATRFD.

       fd arqDisciplinas.
       01 fd-disciplina.
           copy DISCFD.

       fd arqFrequencia.
       01 fd-frequencia.
           copy FREQFD.

       fd arqHistorico.
       01 fd-historico.
           copy HISTFD.

       fd arqDocumentos.
       01 fd-documento.
           copy DOCFD.

       fd arqRelatorio
           record contains 80 characters.
       01 fd-linha-relatorio                       pic X(80).


      *>----Variaveis de trabalho
       working-storage section.
       01 ws-aluno.
           copy ALUNOWS.

       01 ws-documento.
           copy DOCWS.

       77  ws-fs-arqAlunos                          pic  9(02).
       77  ws-fs-arqMatriculas                      pic  9(02).
       77  ws-fs-arqDisciplinas                     pic  9(02).
       77  ws-fs-arqFrequencia                      pic  9(02).
       77  ws-fs-historico                          pic  9(02).
       77  ws-fs-arqDocumentos                      pic  9(02).
       77  ws-fs-relatorio                          pic  9(02).

      *>"N" quando o arquivo correspondente ainda nao existe (fs 35) - o
      *>documento que depende dele sai sem conteudo e nao e emitido;
      *>disciplina/frequencia ausentes so deixam o nome em branco e a
      *>presenca integral, como no boletim
       77  ws-tem-matriculas                         pic X(01) value "S".
       77  ws-tem-disciplinas                        pic X(01) value "S".
       77  ws-tem-frequencia                         pic X(01) value "S".
       77  ws-tem-historico                          pic X(01) value "S".

      *>Parametros informados pelo operador na partida: "E" emite um
      *>documento do tipo escolhido para o aluno; "C" confere um documento
      *>apresentado por terceiros pelo numero e codigo de verificacao
       77  ws-opcao                                  pic X(01) value space.
       77  ws-tipo                                   pic X(01) value space.
       77  ws-filtro-codigo                          pic 9(07) value 0.
       77  ws-operador                               pic X(08) value space.
       77  ws-cons-numero                            pic 9(07) value 0.
       77  ws-cons-cod-verif                         pic 9(08) value 0.

       77  ws-current-date                           pic X(21).

      *>Conteudo apurado antes da emissao - documento sem conteudo (aluno
      *>sem matricula ativa ou sem historico) nao consome numero
       77  ws-qtd-matr-ativas                        pic 9(03) value 0.
       77  ws-qtd-hist-disc                          pic 9(03) value 0.
       77  ws-qtd-hist-aprov                         pic 9(03) value 0.
       77  ws-qtd-hist-periodos                      pic 9(03) value 0.
       77  ws-soma-medias-hist                       pic 9(05)V99 value 0.
       77  ws-media-hist                             pic 9(02)V99.
       77  ws-periodo-corrente                       pic X(06).
       77  ws-ultimo-periodo                         pic X(06).
       77  ws-periodo-matr                           pic X(06).
       77  ws-freq-perc                              pic 9(03).

      *>Calculo do codigo de verificacao - mistura numero, aluno e o
      *>instante da emissao (ate centesimos) e guarda o resto da divisao
      *>por um primo de 8 digitos, para o codigo nao ser deduzivel do
      *>numero do documento
       77  ws-verif-base                             pic 9(18).
       77  ws-verif-quoc                             pic 9(18).
       77  ws-verif-resto                            pic 9(08).
       77  ws-instante                               pic 9(08).

       01 ws-data-fmt.
          05 ws-dtf-dia                             pic X(02).
          05 filler                                 pic X(01) value "/".
          05 ws-dtf-mes                             pic X(02).
          05 filler                                 pic X(01) value "/".
          05 ws-dtf-ano                             pic X(04).

       01 ws-linha-ident.
          05 filler                                 pic X(08) value "Codigo: ".
          05 ws-li-codigo                            pic 9(07).
          05 filler                                 pic X(09) value "   Nome: ".
          05 ws-li-nome                              pic A(25).

       01 ws-linha-ident2.
          05 filler                                 pic X(08) value "Mae...: ".
          05 ws-li2-mae                              pic A(25).
          05 filler                                 pic X(08) value "  Pai: ".
          05 ws-li2-pai                              pic A(25).

       01 ws-linha-matricula.
          05 filler                                 pic X(08) value "  Disc: ".
          05 ws-lm-cod-disc                          pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lm-nome-disc                         pic X(20).
          05 filler                                 pic X(11) value "  Periodo: ".
          05 ws-lm-periodo                           pic X(06).

       01 ws-linha-frequencia.
          05 filler                                 pic X(08) value "  Disc: ".
          05 ws-lf-cod-disc                          pic 9(02).
          05 filler                                 pic X(01) value space.
          05 ws-lf-nome-disc                         pic X(20).
          05 filler                                 pic X(09) value "  Aulas: ".
          05 ws-lf-aulas                             pic ZZ9.
          05 filler                                 pic X(10) value "  Faltas: ".
          05 ws-lf-faltas                            pic ZZ9.
          05 filler                                 pic X(12) value "  Presenca: ".
          05 ws-lf-perc                              pic ZZ9.
          05 filler                                 pic X(01) value "%".

       01 ws-linha-resumo-hist.
          05 ws-lrh-rotulo                           pic X(36).
          05 ws-lrh-valor                            pic ZZ9.

       01 ws-linha-media-hist.
          05 filler                                 pic X(36) value "  Media geral acumulada............:".
          05 ws-lmh-media                            pic ZZ,99.

       01 ws-linha-ultimo-periodo.
          05 filler                                 pic X(36) value "  Ultimo periodo cursado...........:".
          05 filler                                 pic X(01) value space.
          05 ws-lup-periodo                          pic X(06).

       01 ws-linha-autentica.
          05 filler                                 pic X(15) value "Documento No. ".
          05 ws-la-numero                            pic 9(07).
          05 filler                                 pic X(29) value "     Codigo de verificacao: ".
          05 ws-la-cod-verif                         pic 9(08).

       01 ws-linha-emissao.
          05 filler                                 pic X(11) value "Emitido em ".
          05 ws-le-data                              pic X(10).
          05 filler                                 pic X(05) value " por ".
          05 ws-le-operador                          pic X(08).


      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.


      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - pede a opcao (emitir ou
      *>  conferir) e os parametros de cada uma, e abre os arquivos
      *>------------------------------------------------------------------------
       inicializa section.

           display "Opcao (E = emitir, C = conferir)......: " with no advancing
           accept ws-opcao

           if ws-opcao = "e" then
               move "E" to ws-opcao
           end-if
           if ws-opcao = "c" then
               move "C" to ws-opcao
           end-if

           if ws-opcao <> "E"
           and ws-opcao <> "C" then
               display "Opcao invalida - informe E ou C"
               stop run
           end-if

           if ws-opcao = "E" then

               display "Tipo (M = matricula, F = frequencia,"
               display "      H = apresentacao do historico).: " with no advancing
               accept ws-tipo

               if ws-tipo = "m" then
                   move "M" to ws-tipo
               end-if
               if ws-tipo = "f" then
                   move "F" to ws-tipo
               end-if
               if ws-tipo = "h" then
                   move "H" to ws-tipo
               end-if

               display "Codigo do aluno.......................: " with no advancing
               accept ws-filtro-codigo

               display "Operador responsavel..................: " with no advancing
               accept ws-operador

               if ws-tipo <> "M"
               and ws-tipo <> "F"
               and ws-tipo <> "H" then
                   display "Tipo de documento invalido - informe M, F ou H"
                   stop run
               end-if

               if ws-filtro-codigo = 0
               or ws-operador = space then
                   display "Aluno e operador sao obrigatorios - documento nao emitido"
                   stop run
               end-if
           else

               display "Numero do documento...................: " with no advancing
               accept ws-cons-numero

               display "Codigo de verificacao.................: " with no advancing
               accept ws-cons-cod-verif
           end-if

      *>   registro inexistente (fs 35) so significa que nenhum documento
      *>   foi emitido ainda - cria vazio e reabre em i-o
           open i-o arqDocumentos
           if ws-fs-arqDocumentos = 35 then
               open output arqDocumentos
               close arqDocumentos
               open i-o arqDocumentos
           end-if
           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05 then
               display "Erro ao abrir arq. arqDocumentos: " ws-fs-arqDocumentos
               stop run
           end-if

           if ws-opcao = "E" then

               open input arqAlunos
               if ws-fs-arqAlunos  <> 00
               and ws-fs-arqAlunos <> 05 then
                   display "Erro ao abrir arq. arqAlunos: " ws-fs-arqAlunos
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

               open input arqFrequencia
               if ws-fs-arqFrequencia = 35 then
                   move "N" to ws-tem-frequencia
               else
                   if ws-fs-arqFrequencia  <> 00
                   and ws-fs-arqFrequencia <> 05 then
                       display "Erro ao abrir arq. arqFrequencia: " ws-fs-arqFrequencia
                       stop run
                   end-if
               end-if

               open input arqHistorico
               if ws-fs-historico = 35 then
                   move "N" to ws-tem-historico
               else
                   if ws-fs-historico  <> 00
                   and ws-fs-historico <> 05 then
                       display "Erro ao abrir arq. arqHistorico: " ws-fs-historico
                       stop run
                   end-if
               end-if
           end-if
           .
       inicializa-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Processamento principal - emissao ou conferencia de um documento
      *>------------------------------------------------------------------------
       processamento section.

           if ws-opcao = "C" then
               perform confere-documento
           else
               perform emite-documento
           end-if
           .
       processamento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Emissao - valida o aluno e apura o conteudo do documento antes de
      *>  numerar; so entao reserva o proximo numero, gera o codigo de
      *>  verificacao, imprime o documento em documentoEmitido.txt e grava
      *>  o registro em arqDocumentos.dat
      *>------------------------------------------------------------------------
       emite-documento section.

           move ws-filtro-codigo to fd-codigo
           read arqAlunos

           if ws-fs-arqAlunos = 23 then
               display "Aluno nao encontrado - documento nao emitido"
               stop run
           end-if

           if ws-fs-arqAlunos  <> 00
           and ws-fs-arqAlunos <> 05 then
               display "Erro ao ler arq. arqAlunos: " ws-fs-arqAlunos
               stop run
           end-if

           move fd-aluno to ws-aluno

      *>   declaracao de matricula e atestado de frequencia atestam
      *>   vinculo corrente - nao se emitem para aluno inativo ou
      *>   transferido; a carta do historico vale tambem para quem ja
      *>   deixou a escola
           if ws-tipo <> "H"
           and ws-status <> "A" then
               display "Aluno inativo ou transferido - documento nao emitido"
               stop run
           end-if

           if ws-tipo = "H" then
               perform apura-historico
               if ws-qtd-hist-disc = 0 then
                   display "Aluno sem historico arquivado - documento nao emitido"
                   stop run
               end-if
           else
               perform apura-matriculas
               if ws-qtd-matr-ativas = 0 then
                   display "Aluno sem matricula ativa - documento nao emitido"
                   stop run
               end-if
           end-if

           perform reserva-numero

           open output arqRelatorio
           if ws-fs-relatorio <> 00 then
               display "Erro ao abrir arq. documentoEmitido.txt: " ws-fs-relatorio
               stop run
           end-if

           perform imprime-cabecalho

           if ws-tipo = "M" then
               perform imprime-declaracao-matricula
           end-if
           if ws-tipo = "F" then
               perform imprime-atestado-frequencia
           end-if
           if ws-tipo = "H" then
               perform imprime-carta-historico
           end-if

           perform imprime-rodape

           close arqRelatorio

           move ws-documento to fd-documento
           write fd-documento

           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05 then
               display "Erro ao gravar arq. arqDocumentos: " ws-fs-arqDocumentos
               stop run
           end-if

           display "Documento emitido em documentoEmitido.txt"
           display "Numero..............: " ws-doc-numero
           display "Codigo de verificacao: " ws-doc-cod-verif
           .
       emite-documento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conta as matriculas ativas do aluno (base da declaracao de
      *>  matricula e do atestado de frequencia)
      *>------------------------------------------------------------------------
       apura-matriculas section.

           move 0 to ws-qtd-matr-ativas

           if ws-tem-matriculas = "S" then

               move ws-codigo to fd-matr-codigo
               move 0         to fd-matr-cod-disc
               start arqMatriculas key is not less than fd-matr-chave

               if ws-fs-arqMatriculas = 00 then
                   read arqMatriculas next
               end-if

               perform until ws-fs-arqMatriculas <> 00
                          or fd-matr-codigo <> ws-codigo

                   if fd-matr-status = "A" then
                       add 1 to ws-qtd-matr-ativas
                       move fd-matr-periodo to ws-periodo-matr
                   end-if

                   read arqMatriculas next
               end-perform
           end-if
           .
       apura-matriculas-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Resume o historico arquivado do aluno: disciplinas cursadas,
      *>  aprovadas (situacao "A" ou "E"), periodos, ultimo periodo e media
      *>  geral - os mesmos numeros do historicoEscolar, que acompanha a
      *>  carta
      *>------------------------------------------------------------------------
       apura-historico section.

           move 0     to ws-qtd-hist-disc
           move 0     to ws-qtd-hist-aprov
           move 0     to ws-qtd-hist-periodos
           move 0     to ws-soma-medias-hist
           move 0     to ws-media-hist
           move space to ws-periodo-corrente
           move space to ws-ultimo-periodo

           if ws-tem-historico = "S" then

               move ws-codigo  to fd-hist-codigo
               move low-values to fd-hist-periodo
               move 0          to fd-hist-cod-disc
               start arqHistorico key is not less than fd-hist-chave

               if ws-fs-historico = 00 then
                   read arqHistorico next
               end-if

               perform until ws-fs-historico <> 00
                          or fd-hist-codigo <> ws-codigo

                   if fd-hist-periodo <> ws-periodo-corrente then
                       move fd-hist-periodo to ws-periodo-corrente
                       add 1 to ws-qtd-hist-periodos
                   end-if

                   add 1             to ws-qtd-hist-disc
                   add fd-hist-media to ws-soma-medias-hist

                   if fd-hist-situacao = "A"
                   or fd-hist-situacao = "E"
                   or fd-hist-situacao = "V" then
                       add 1 to ws-qtd-hist-aprov
                   end-if

                   read arqHistorico next
               end-perform

               move ws-periodo-corrente to ws-ultimo-periodo

               if ws-qtd-hist-disc > 0 then
                   compute ws-media-hist rounded =
                       ws-soma-medias-hist / ws-qtd-hist-disc
               end-if
           end-if
           .
       apura-historico-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Reserva o numero do documento (ultimo do registro mais 1, lido
      *>  pelo fim da chave) e monta o registro com data, hora, operador e
      *>  codigo de verificacao
      *>------------------------------------------------------------------------
       reserva-numero section.

           move 9999999 to fd-doc-numero
           start arqDocumentos key is not greater than fd-doc-numero

           if ws-fs-arqDocumentos = 00 then
               read arqDocumentos previous
           end-if

           if ws-fs-arqDocumentos = 00 then
               compute ws-doc-numero = fd-doc-numero + 1
           else
               move 1 to ws-doc-numero
           end-if

           move function current-date to ws-current-date

           move ws-tipo               to ws-doc-tipo
           move ws-codigo             to ws-doc-codigo
           move ws-nome               to ws-doc-nome
           move ws-current-date(1:8)  to ws-doc-data
           move ws-current-date(9:6)  to ws-doc-hora
           move ws-operador           to ws-doc-operador

           move ws-current-date(9:8)  to ws-instante
           compute ws-verif-base =
               (ws-doc-numero * 7919) + (ws-doc-codigo * 104729)
               + (ws-instante * 31)
           divide ws-verif-base by 99999989
               giving ws-verif-quoc remainder ws-verif-resto
           move ws-verif-resto        to ws-doc-cod-verif

           move ws-current-date(7:2)  to ws-dtf-dia
           move ws-current-date(5:2)  to ws-dtf-mes
           move ws-current-date(1:4)  to ws-dtf-ano
           .
       reserva-numero-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Cabecalho comum - escola, titulo do documento e identificacao do
      *>  aluno vinda do cadastro
      *>------------------------------------------------------------------------
       imprime-cabecalho section.

           move all "=" to fd-linha-relatorio
           write fd-linha-relatorio

           move "               Escola de Ensino Fundamental e Medio" to fd-linha-relatorio
           write fd-linha-relatorio

           if ws-tipo = "M" then
               move "                     Declaracao de Matricula" to fd-linha-relatorio
           end-if
           if ws-tipo = "F" then
               move "                     Atestado de Frequencia" to fd-linha-relatorio
           end-if
           if ws-tipo = "H" then
               move "             Carta de Apresentacao do Historico Escolar" to fd-linha-relatorio
           end-if
           write fd-linha-relatorio

           move all "=" to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-codigo      to ws-li-codigo
           move ws-nome        to ws-li-nome
           move ws-linha-ident to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-mae          to ws-li2-mae
           move ws-pai          to ws-li2-pai
           move ws-linha-ident2 to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-cabecalho-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Declaracao de matricula - texto e uma linha por disciplina com
      *>  matricula ativa
      *>------------------------------------------------------------------------
       imprime-declaracao-matricula section.

           move "Declaramos, para os devidos fins, que o aluno acima identificado" to fd-linha-relatorio
           write fd-linha-relatorio
           move "encontra-se regularmente matriculado nesta escola no periodo letivo" to fd-linha-relatorio
           write fd-linha-relatorio
           move "indicado, cursando as disciplinas abaixo:" to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-codigo to fd-matr-codigo
           move 0         to fd-matr-cod-disc
           start arqMatriculas key is not less than fd-matr-chave

           if ws-fs-arqMatriculas = 00 then
               read arqMatriculas next
           end-if

           perform until ws-fs-arqMatriculas <> 00
                      or fd-matr-codigo <> ws-codigo

               if fd-matr-status = "A" then

                   perform le-disciplina

                   move fd-matr-cod-disc   to ws-lm-cod-disc
                   move fd-disc-nome       to ws-lm-nome-disc
                   move fd-matr-periodo    to ws-lm-periodo
                   move ws-linha-matricula to fd-linha-relatorio
                   write fd-linha-relatorio
               end-if

               read arqMatriculas next
           end-perform
           .
       imprime-declaracao-matricula-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Atestado de frequencia - aulas dadas, faltas e percentual de
      *>  presenca por disciplina com matricula ativa; disciplina sem
      *>  lancamento de frequencia conta como presenca integral
      *>------------------------------------------------------------------------
       imprime-atestado-frequencia section.

           move "Atestamos, para os devidos fins, que o aluno acima identificado" to fd-linha-relatorio
           write fd-linha-relatorio
           move "registra no periodo letivo corrente a seguinte frequencia as aulas:" to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-codigo to fd-matr-codigo
           move 0         to fd-matr-cod-disc
           start arqMatriculas key is not less than fd-matr-chave

           if ws-fs-arqMatriculas = 00 then
               read arqMatriculas next
           end-if

           perform until ws-fs-arqMatriculas <> 00
                      or fd-matr-codigo <> ws-codigo

               if fd-matr-status = "A" then

                   perform le-disciplina

                   move 0   to ws-lf-aulas
                   move 0   to ws-lf-faltas
                   move 100 to ws-freq-perc

                   if ws-tem-frequencia = "S" then

                       move fd-matr-codigo   to fd-freq-codigo
                       move fd-matr-cod-disc to fd-freq-cod-disc
                       read arqFrequencia

                       if ws-fs-arqFrequencia  <> 00
                       and ws-fs-arqFrequencia <> 05
                       and ws-fs-arqFrequencia <> 23 then
                           display "Erro ao ler arq. arqFrequencia: " ws-fs-arqFrequencia
                           stop run
                       end-if

                       if ws-fs-arqFrequencia <> 23
                       and fd-freq-aulas-dadas > 0 then
                           move fd-freq-aulas-dadas to ws-lf-aulas
                           move fd-freq-faltas      to ws-lf-faltas
                           compute ws-freq-perc =
                               ((fd-freq-aulas-dadas - fd-freq-faltas) * 100)
                               / fd-freq-aulas-dadas
                       end-if
                   end-if

                   move fd-matr-cod-disc    to ws-lf-cod-disc
                   move fd-disc-nome        to ws-lf-nome-disc
                   move ws-freq-perc        to ws-lf-perc
                   move ws-linha-frequencia to fd-linha-relatorio
                   write fd-linha-relatorio
               end-if

               read arqMatriculas next
           end-perform

           move space to fd-linha-relatorio
           write fd-linha-relatorio
           move "Periodo letivo: " to fd-linha-relatorio
           move ws-periodo-matr    to fd-linha-relatorio(17:6)
           write fd-linha-relatorio
           .
       imprime-atestado-frequencia-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Carta de apresentacao do historico escolar - resumo do historico
      *>  arquivado; o historico detalhado e o emitido pelo historicoEscolar
      *>------------------------------------------------------------------------
       imprime-carta-historico section.

           move "Apresentamos o historico escolar do aluno acima identificado," to fd-linha-relatorio
           write fd-linha-relatorio
           move "extraido dos registros oficiais desta escola, com o seguinte resumo:" to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move "  Periodos letivos cursados........:" to ws-lrh-rotulo
           move ws-qtd-hist-periodos                 to ws-lrh-valor
           move ws-linha-resumo-hist                 to fd-linha-relatorio
           write fd-linha-relatorio

           move "  Disciplinas cursadas.............:" to ws-lrh-rotulo
           move ws-qtd-hist-disc                     to ws-lrh-valor
           move ws-linha-resumo-hist                 to fd-linha-relatorio
           write fd-linha-relatorio

           move "  Disciplinas com aprovacao........:" to ws-lrh-rotulo
           move ws-qtd-hist-aprov                    to ws-lrh-valor
           move ws-linha-resumo-hist                 to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-media-hist        to ws-lmh-media
           move ws-linha-media-hist  to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-ultimo-periodo        to ws-lup-periodo
           move ws-linha-ultimo-periodo  to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio
           move "O historico escolar detalhado, por periodo e disciplina, segue anexo." to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-carta-historico-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Nome da disciplina da matricula corrente no mestre - disciplina
      *>  fora do mestre sai com o nome em branco
      *>------------------------------------------------------------------------
       le-disciplina section.

           move space to fd-disc-nome

           if ws-tem-disciplinas = "S" then

               move fd-matr-cod-disc to fd-disc-codigo
               read arqDisciplinas

               if ws-fs-arqDisciplinas = 23 then
                   move space to fd-disc-nome
               else
                   if ws-fs-arqDisciplinas  <> 00
                   and ws-fs-arqDisciplinas <> 05 then
                       display "Erro ao ler arq. arqDisciplinas: " ws-fs-arqDisciplinas
                       stop run
                   end-if
               end-if
           end-if
           .
       le-disciplina-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Rodape comum - numero, codigo de verificacao, data de emissao,
      *>  operador e instrucao de conferencia
      *>------------------------------------------------------------------------
       imprime-rodape section.

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-data-fmt      to ws-le-data
           move ws-operador      to ws-le-operador
           move ws-linha-emissao to fd-linha-relatorio
           write fd-linha-relatorio

           move space to fd-linha-relatorio
           write fd-linha-relatorio

           move all "-" to fd-linha-relatorio
           write fd-linha-relatorio

           move ws-doc-numero      to ws-la-numero
           move ws-doc-cod-verif   to ws-la-cod-verif
           move ws-linha-autentica to fd-linha-relatorio
           write fd-linha-relatorio

           move "A autenticidade deste documento pode ser confirmada na secretaria" to fd-linha-relatorio
           write fd-linha-relatorio
           move "informando o numero e o codigo de verificacao acima." to fd-linha-relatorio
           write fd-linha-relatorio

           move all "-" to fd-linha-relatorio
           write fd-linha-relatorio
           .
       imprime-rodape-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Conferencia de autenticidade - o documento so confere quando o
      *>  numero existe no registro E o codigo de verificacao bate; nos
      *>  dois casos de falha a resposta e a mesma, para a consulta nao
      *>  servir de meio de descobrir numeros validos
      *>------------------------------------------------------------------------
       confere-documento section.

           move ws-cons-numero to fd-doc-numero
           read arqDocumentos

           if ws-fs-arqDocumentos  <> 00
           and ws-fs-arqDocumentos <> 05
           and ws-fs-arqDocumentos <> 23 then
               display "Erro ao ler arq. arqDocumentos: " ws-fs-arqDocumentos
               stop run
           end-if

           if ws-fs-arqDocumentos = 23
           or fd-doc-cod-verif <> ws-cons-cod-verif then
               display "DOCUMENTO NAO CONFERE - numero/codigo nao emitidos por esta escola"
           else

               move fd-documento to ws-documento

               move ws-doc-data(7:2) to ws-dtf-dia
               move ws-doc-data(5:2) to ws-dtf-mes
               move ws-doc-data(1:4) to ws-dtf-ano

               display "DOCUMENTO AUTENTICO"
               display "Numero..............: " ws-doc-numero

               if ws-doc-tipo = "M" then
                   display "Tipo................: Declaracao de matricula"
               end-if
               if ws-doc-tipo = "F" then
                   display "Tipo................: Atestado de frequencia"
               end-if
               if ws-doc-tipo = "H" then
                   display "Tipo................: Carta de apresentacao do historico"
               end-if

               display "Aluno...............: " ws-doc-codigo " " ws-doc-nome
               display "Emitido em..........: " ws-data-fmt
               display "Operador............: " ws-doc-operador
           end-if
           .
       confere-documento-exit.
           exit.


      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close arqDocumentos

           if ws-opcao = "E" then

               close arqAlunos

               if ws-tem-matriculas = "S" then
                   close arqMatriculas
               end-if
               if ws-tem-disciplinas = "S" then
                   close arqDisciplinas
               end-if
               if ws-tem-frequencia = "S" then
                   close arqFrequencia
               end-if
               if ws-tem-historico = "S" then
                   close arqHistorico
               end-if
           end-if

           Stop run
           .
       finaliza-exit.
           exit.
