      *>------------------------------------------------------------------------
      *>  Layout do registro de documento emitido (arqDocumentos.dat) -
      *>  area de arquivo (FD). Registro oficial de cada declaracao ou
      *>  atestado emitido pela secretaria, consultado para confirmar a
      *>  autenticidade de um documento apresentado por terceiros.
      *>  Tipo: "M" = declaracao de matricula
      *>        "F" = atestado de frequencia
      *>        "H" = carta de apresentacao do historico escolar
      *>  Numero sequencial: o proximo e o ultimo do arquivo mais 1.
      *>  Codigo de verificacao: impresso no documento e exigido, junto com
      *>  o numero, na consulta de autenticidade.
      *>  Nome do aluno copiado do cadastro na emissao - e o nome que saiu
      *>  impresso, mesmo que o cadastro mude depois.
      *>  Data AAAAMMDD, hora HHMMSS.
      *>  Chave primaria: fd-doc-numero
      *>  Uso: fd arqDocumentos.
      *>       01 fd-documento.
      *>           copy DOCFD.
      *>------------------------------------------------------------------------
          05 fd-doc-numero                        pic 9(07).
          05 fd-doc-tipo                          pic X(01).
          05 fd-doc-codigo                        pic 9(07).
          05 fd-doc-nome                          pic A(25).
          05 fd-doc-data                          pic X(08).
          05 fd-doc-hora                          pic X(06).
          05 fd-doc-operador                      pic X(08).
          05 fd-doc-cod-verif                     pic 9(08).
