      *********************************
      * COPYBOOK PAGAMENT - REGISTRO DO RAZAO DE PAGAMENTOS PAGTOREC,
      * UM REGISTRO POR PAGAMENTO RECEBIDO SOBRE UM TITULO DO
      * ARRECMAS, CHAVE DOCUMENTO + SEQUENCIA DO PAGAMENTO NO
      * DOCUMENTO, PARA RASTREAR AS BAIXAS PARCIAIS. COMPARTILHADO
      * ENTRE PROGCOB73 (RETORNO DA COBRANCA BANCARIA) E PROGCOB46
      * (BAIXA MANUAL). ORIGEM: 'B' RETORNO DO BANCO / 'M' BAIXA
      * MANUAL PELO FINANCEIRO. O VALOR E O RECEBIDO, MESMO QUANDO
      * PASSA DO SALDO DO TITULO (O EXCESSO SAI NO RELATORIO DE
      * EXCECOES DO PROGCOB73)
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY PAGAMENT REPLACING ==:PREFIX:== BY ==XXXXX==.
      * ALTERACOES:
      * 14/10/2026 - FELIPE - INCLUIDA A PARTE DO PAGAMENTO QUE QUITOU
      *              ENCARGOS DE ATRASO (MULTA E JUROS DO PROGCOB74),
      *              PARA SEPARAR O RECUPERADO EM ENCARGOS DO
      *              PRINCIPAL
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-DOCUMENTO    PIC X(10).
               10 :PREFIX:-SEQUENCIA    PIC 9(03).
           05 :PREFIX:-DATA-PAGTO   PIC 9(08).
           05 :PREFIX:-VALOR        PIC 9(8)V99.
           05 :PREFIX:-BANCO        PIC 9(03).
           05 :PREFIX:-REFERENCIA   PIC X(15).
           05 :PREFIX:-ARQUIVO      PIC 9(06).
           05 :PREFIX:-ORIGEM       PIC X(01).
           05 :PREFIX:-DATA-PROCESSO PIC 9(08).
           05 :PREFIX:-OPERADOR     PIC X(08).
           05 :PREFIX:-VALOR-ENCARGOS PIC 9(8)V99.
