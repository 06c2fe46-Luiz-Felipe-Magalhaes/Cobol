      *********************************
      * COPYBOOK ESTMOV - REGISTRO DO ARQUIVO DE MOVIMENTOS DE
      * ESTOQUE ESTMOV, GRAVADO PELO GERENCIADOR PROGCOB80 E TAMBEM
      * USADO COMO AREA DE CHAMADA DELE. CHAVE FILIAL + DATA +
      * ORIGEM + NUMERO:
      *   ORIGEM 'L' LOTE - DATA E POSICAO DO DETALHE NO LOTE DO
      *              SALESTRN (PROGCOB25) OU DO ESTORNO APROVADO
      *              (PROGCOB78); LOTE REPROCESSADO NAO MOVIMENTA
      *              O ESTOQUE DE NOVO
      *   ORIGEM 'M' MANUAL - DATA DO LANCAMENTO NO PROGCOB81 E
      *              NUMERO ATRIBUIDO PELO PROGCOB80 (ZERADO NA
      *              CHAMADA)
      * TIPO: 'V' VENDA / 'E' ESTORNO / 'R' ENTRADA DE MERCADORIA /
      * 'A' AJUSTE. QUANTIDADE COM SINAL (NEGATIVA BAIXA O SALDO)
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY ESTMOV REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-FILIAL       PIC X(10).
               10 :PREFIX:-DATA         PIC 9(08).
               10 :PREFIX:-ORIGEM       PIC X(01).
               10 :PREFIX:-NUMERO       PIC 9(07).
           05 :PREFIX:-PRODUTO      PIC X(08).
           05 :PREFIX:-TIPO         PIC X(01).
           05 :PREFIX:-QUANTIDADE   PIC S9(07).
           05 :PREFIX:-CUSTO-UNITARIO PIC 9(6)V99.
           05 :PREFIX:-MOTIVO       PIC X(03).
           05 :PREFIX:-DOCUMENTO    PIC X(10).
           05 :PREFIX:-DATA-REGISTRO PIC 9(08).
