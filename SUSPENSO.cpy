      *********************************
      * COPYBOOK SUSPENSO - REGISTRO DO ARQUIVO DE SUSPENSOS
      * SALESUSP, UM REGISTRO POR DETALHE DO SALESTRN REJEITADO NA
      * APLICACAO DO LOTE PELO PROGCOB25. CHAVE FILIAL + DATA DO
      * HEADER DO LOTE DE ORIGEM + POSICAO DO DETALHE NO LOTE.
      * CARREGA O DETALHE ORIGINAL (TIPO '2' VENDA / '3' ESTORNO) E
      * O MOTIVO DA REJEICAO. MANTIDO PELO PROGCOB76 (LISTAGEM,
      * CORRECAO, ANULACAO E GERACAO DE LOTE DE REENVIO).
      * SITUACAO: 'P' PENDENTE / 'C' CORRIGIDO, AGUARDANDO REENVIO /
      * 'A' ANULADO / 'R' REENVIADO NO LOTE FILIAL-REENVIO +
      * DATA-REENVIO
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY SUSPENSO REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-FILIAL       PIC X(10).
               10 :PREFIX:-DATA-ARQUIVO PIC 9(08).
               10 :PREFIX:-POSICAO      PIC 9(07).
           05 :PREFIX:-TIPO         PIC X(01).
           05 :PREFIX:-ANO          PIC 9(04).
           05 :PREFIX:-ID-VENDEDOR  PIC 9(05).
           05 :PREFIX:-MES          PIC 9(02).
           05 :PREFIX:-VALOR        PIC 9(6)V99.
           05 :PREFIX:-DATA-VENDA   PIC 9(08).
           05 :PREFIX:-DOCUMENTO    PIC X(10).
           05 :PREFIX:-MOTIVO       PIC X(03).
           05 :PREFIX:-PRODUTO      PIC X(08).
           05 :PREFIX:-CLIENTE      PIC X(08).
           05 :PREFIX:-RAZAO        PIC X(40).
           05 :PREFIX:-DATA-REJEICAO PIC 9(08).
           05 :PREFIX:-SITUACAO     PIC X(01).
           05 :PREFIX:-DATA-SITUACAO PIC 9(08).
           05 :PREFIX:-FILIAL-REENVIO PIC X(10).
           05 :PREFIX:-DATA-REENVIO PIC 9(08).
