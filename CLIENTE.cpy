      *********************************
      * COPYBOOK CLIENTE - REGISTRO DO CADASTRO DE CLIENTES CLIEMAS,
      * COMPARTILHADO ENTRE PROGCOB71 (MANUTENCAO), PROGCOB25
      * (VALIDACAO DO CLIENTE DO DETALHE DO SALESTRN E DA VENDA
      * INTERATIVA) E PROGCOB72 (EXTRATO DE TITULOS POR CLIENTE).
      * TIPO: 'F' PESSOA FISICA (CPF) / 'J' PESSOA JURIDICA (CNPJ);
      * O CPF OCUPA AS 11 POSICOES FINAIS DO CNPJ-CPF
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY CLIENTE REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CODIGO       PIC X(08).
           05 :PREFIX:-TIPO         PIC X(01).
           05 :PREFIX:-CNPJ-CPF     PIC 9(14).
           05 :PREFIX:-NOME         PIC X(30).
           05 :PREFIX:-ENDERECO     PIC X(40).
           05 :PREFIX:-CIDADE       PIC X(20).
           05 :PREFIX:-UF           PIC X(02).
           05 :PREFIX:-CEP          PIC 9(08).
           05 :PREFIX:-LIMITE-CREDITO PIC 9(7)V99.
           05 :PREFIX:-DATA-CADASTRO PIC 9(08).
           05 :PREFIX:-ATIVO        PIC X(01).
