      *********************************
      * COPYBOOK ESTOQUE - REGISTRO DO SALDO DE ESTOQUE ESTOQUE, UM
      * POR FILIAL + PRODUTO. ATUALIZADO SOMENTE PELO GERENCIADOR DE
      * ESTOQUE PROGCOB80 A CADA MOVIMENTO DO ESTMOV (VENDA E
      * ESTORNO DO LOTE DO PROGCOB25/PROGCOB78, ENTRADA DE MERCADORIA
      * E AJUSTE DO PROGCOB81). SALDO PODE FICAR NEGATIVO QUANDO A
      * VENDA CHEGA ANTES DA ENTRADA. CUSTO MEDIO PONDERADO PELAS
      * ENTRADAS, USADO NA VALORIZACAO DO PROGCOB82; O ESTOQUE
      * MINIMO E INFORMADO NO PROGCOB81 E USADO NA REPOSICAO
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY ESTOQUE REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-FILIAL       PIC X(10).
               10 :PREFIX:-PRODUTO      PIC X(08).
           05 :PREFIX:-SALDO        PIC S9(07).
           05 :PREFIX:-MINIMO       PIC 9(07).
           05 :PREFIX:-CUSTO-MEDIO  PIC 9(6)V99.
           05 :PREFIX:-DATA-ULT-MOV PIC 9(08).
