      *********************************
      * COPYBOOK BOLSA - REGISTRO DO CADASTRO DE BOLSAS E DESCONTOS
      * BOLSAS, UM REGISTRO POR ALUNO. O PERCENTUAL DE BOLSA E
      * APLICADO SOBRE A MENSALIDADE E O DE DESCONTO SOBRE O QUE
      * SOBRA DEPOIS DA BOLSA. COMPARTILHADO ENTRE PROGCOB90
      * (MANUTENCAO) E PROGCOB91 (FATURAMENTO MENSAL)
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY BOLSA REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-ID-ALUNO        PIC 9(05).
           05 :PREFIX:-PCT-BOLSA       PIC 9(3)V99.
           05 :PREFIX:-PCT-DESCONTO    PIC 9(3)V99.
           05 :PREFIX:-MOTIVO          PIC X(20).
           05 :PREFIX:-DATA-CADASTRO   PIC 9(08).
