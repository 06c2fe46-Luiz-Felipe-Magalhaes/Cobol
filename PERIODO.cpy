      *********************************
      * COPYBOOK PERIODO - REGISTRO DO CONTROLE DE PERIODOS (PERIODOS),
      * UM REGISTRO POR ANO + MES DE VENDAS. SITUACAO: 'A' ABERTO /
      * 'F' FECHADO; MES SEM REGISTRO ESTA ABERTO. FECHAMENTO E
      * REABERTURA PELO PROGCOB77 (REABERTURA EXIGE MOTIVO E VAI
      * PARA O AUDIT-LOG). O PROGCOB25 REJEITA DETALHE DE VENDA OU
      * ESTORNO LANCADO EM MES FECHADO
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY PERIODO REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-ANO          PIC 9(04).
               10 :PREFIX:-MES          PIC 9(02).
           05 :PREFIX:-SITUACAO     PIC X(01).
           05 :PREFIX:-DATA-FECHAMENTO PIC 9(08).
           05 :PREFIX:-OPER-FECHAMENTO PIC X(08).
           05 :PREFIX:-DATA-REABERTURA PIC 9(08).
           05 :PREFIX:-OPER-REABERTURA PIC X(08).
           05 :PREFIX:-MOTIVO-REABERTURA PIC X(30).
