      *********************************
      * COPYBOOK PRECO - REGISTRO DA TABELA DE PRECOS DE PRODUTOS
      * PRODPREC, MANTIDA PELO PROGCOB62. CHAVE PRODUTO + INICIO DA
      * VIGENCIA; FIM DA VIGENCIA ZERADO = SEM DATA FINAL. AS
      * VIGENCIAS DE UM MESMO PRODUTO NAO SE SOBREPOEM. O PROGCOB25
      * CONFERE O VALOR DO DETALHE DE VENDA DO SALESTRN CONTRA O
      * PRECO EM VIGOR NA DATA DA VENDA: FAIXA ACEITA VAI DO PRECO
      * MENOS O DESCONTO MAXIMO (%) ATE O PROPRIO PRECO
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY PRECO REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-PRODUTO      PIC X(08).
               10 :PREFIX:-DATA-INICIO  PIC 9(08).
           05 :PREFIX:-DATA-FIM     PIC 9(08).
           05 :PREFIX:-PRECO        PIC 9(6)V99.
           05 :PREFIX:-DESCONTO-MAX PIC 9(2)V99.
           05 :PREFIX:-DATA-CADASTRO PIC 9(08).
