      *              DO PROGCOB25 COMPARAR COM O CHECKPOINT; A
      *              POSICAO DO LOTE E GRAVADA A PARTE E NUNCA MUDA.
      *              VENDA INTERATIVA SAI COM SEQ-LOTE ZERADO
      * 14/10/2026 - FELIPE - INCLUIDO O CODIGO DO CLIENTE DA VENDA
      *              (CADASTRO CLIEMAS, PROGCOB71), LEVADO PELA CARGA
      *              DO PROGCOB46 ATE O TITULO DO ARRECMAS. LINHA
      *              MIGRADA PELO PROGCOB69 SAI COM O CLIENTE EM
      *              BRANCO
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-ANO          PIC 9(04).
           05 :PREFIX:-MOTIVO       PIC X(03).
           05 :PREFIX:-PRODUTO      PIC X(08).
           05 :PREFIX:-SEQ-LOTE     PIC 9(07).
           05 :PREFIX:-CLIENTE      PIC X(08).
