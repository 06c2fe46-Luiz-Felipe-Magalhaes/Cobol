      *********************************
      * COPYBOOK DOCEMIT - REGISTRO DO CADASTRO DE DOCUMENTOS
      * EMITIDOS DOCEMIT, UM REGISTRO POR DECLARACAO OU CERTIFICADO
      * EMITIDO PELO PROGCOB92, CHAVE PELO CODIGO DE AUTENTICACAO
      * IMPRESSO NO DOCUMENTO (ANO + SEQUENCIA DO CONTADOR DOCSEQ +
      * DIGITO MODULO 97). GUARDA O QUE O DOCUMENTO AFIRMOU NA
      * EMISSAO PARA A CONSULTA DE AUTENTICIDADE.
      * TIPO: 'M' DECLARACAO DE MATRICULA / 'F' DECLARACAO DE
      * FREQUENCIA / 'C' CERTIFICADO DE CONCLUSAO
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY DOCEMIT REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CODIGO          PIC 9(12).
           05 :PREFIX:-TIPO            PIC X(01).
           05 :PREFIX:-ID-ALUNO        PIC 9(05).
           05 :PREFIX:-NOME            PIC X(10).
           05 :PREFIX:-SOBRENOME       PIC X(10).
           05 :PREFIX:-CPF             PIC 9(11).
           05 :PREFIX:-PERIODO         PIC 9(02).
           05 :PREFIX:-DATA-EMISSAO    PIC 9(08).
           05 :PREFIX:-HORA-EMISSAO    PIC 9(08).
           05 :PREFIX:-QTD-DISCIPLINAS PIC 9(03).
           05 :PREFIX:-CARGA-TOTAL     PIC 9(05).
           05 :PREFIX:-FREQUENCIA      PIC 9(03)V9.
           05 :PREFIX:-CR              PIC 9(02)V99.
           05 :PREFIX:-ARQUIVO         PIC X(14).
