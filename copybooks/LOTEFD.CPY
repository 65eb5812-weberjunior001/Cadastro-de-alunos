      *>------------------------------------------------------------------------
      *>  Layout do registro de controle de lote (arqLotes.dat) - area de
      *>  arquivo (FD). Um registro por lote recebido por programa de carga:
      *>  identificacao e data vindas do cabecalho do arquivo, quantidade e
      *>  total de controle vindos do trailer, e o ponto de retomada.
      *>  Status: "P" = em processamento (execucao interrompida retoma do
      *>              registro seguinte ao ultimo gravado)
      *>          "C" = concluido (o mesmo lote e recusado se vier de novo)
      *>  Ultimo registro: numero de ordem do ultimo registro de detalhe do
      *>  lote ja gravado, com os totais acumulados ate ele.
      *>  Data AAAAMMDD; inicio/fim AAAA-MM-DD HH:MM:SS.
      *>  Chave primaria: fd-lote-programa + fd-lote-id
      *>  Uso: fd arqLotes.
      *>       01 fd-lote.
      *>           copy LOTEFD.
      *>------------------------------------------------------------------------
          05 fd-lote-chave.
             10 fd-lote-programa                  pic X(16).
             10 fd-lote-id                        pic X(12).
          05 fd-lote-data                         pic 9(08).
          05 fd-lote-qtd-trailer                  pic 9(07).
          05 fd-lote-hash-trailer                 pic 9(15).
          05 fd-lote-status                       pic X(01).
          05 fd-lote-ultimo-reg                   pic 9(07).
          05 fd-lote-lidos                        pic 9(07).
          05 fd-lote-carregados                   pic 9(07).
          05 fd-lote-rejeitados                   pic 9(07).
          05 fd-lote-inicio                       pic X(19).
          05 fd-lote-fim                          pic X(19).
