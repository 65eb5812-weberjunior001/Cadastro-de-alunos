      *>------------------------------------------------------------------------
      *>  Layout do registro de controle de lote (arqLotes.dat) - area de
      *>  trabalho (WS). Um registro por lote recebido por programa de carga:
      *>  identificacao e data vindas do cabecalho do arquivo, quantidade e
      *>  total de controle vindos do trailer, e o ponto de retomada.
      *>  Status: "P" = em processamento (execucao interrompida retoma do
      *>              registro seguinte ao ultimo gravado)
      *>          "C" = concluido (o mesmo lote e recusado se vier de novo)
      *>  Ultimo registro: numero de ordem do ultimo registro de detalhe do
      *>  lote ja gravado, com os totais acumulados ate ele.
      *>  Data AAAAMMDD; inicio/fim AAAA-MM-DD HH:MM:SS.
      *>  Chave primaria: ws-lote-programa + ws-lote-id
      *>  Uso: 01 ws-lote.
      *>           copy LOTEWS.
      *>------------------------------------------------------------------------
          05 ws-lote-chave.
             10 ws-lote-programa                  pic X(16).
             10 ws-lote-id                        pic X(12).
          05 ws-lote-data                         pic 9(08).
          05 ws-lote-qtd-trailer                  pic 9(07).
          05 ws-lote-hash-trailer                 pic 9(15).
          05 ws-lote-status                       pic X(01).
          05 ws-lote-ultimo-reg                   pic 9(07).
          05 ws-lote-lidos                        pic 9(07).
          05 ws-lote-carregados                   pic 9(07).
          05 ws-lote-rejeitados                   pic 9(07).
          05 ws-lote-inicio                       pic X(19).
          05 ws-lote-fim                          pic X(19).
