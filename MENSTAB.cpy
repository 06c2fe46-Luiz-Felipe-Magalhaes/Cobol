      *********************************
      * COPYBOOK MENSTAB - REGISTRO DA TABELA DE MENSALIDADES TABMENS,
      * UM REGISTRO POR PERIODO/SEMESTRE COM O VALOR MENSAL COBRADO
      * POR HORA DE CARGA HORARIA DO DISCMAS. O PERIODO 00 E A TAXA
      * PADRAO DOS PERIODOS SEM TAXA PROPRIA. COMPARTILHADO ENTRE
      * PROGCOB90 (MANUTENCAO) E PROGCOB91 (FATURAMENTO MENSAL)
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY MENSTAB REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-PERIODO         PIC 9(02).
           05 :PREFIX:-VALOR-HORA      PIC 9(4)V99.
           05 :PREFIX:-DATA-CADASTRO   PIC 9(08).
