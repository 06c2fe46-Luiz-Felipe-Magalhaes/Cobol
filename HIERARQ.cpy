      *********************************
      * COPYBOOK HIERARQ - AREA DE COMUNICACAO COM O PROGCOB85, QUE
      * DEVOLVE A EQUIPE DE UM VENDEDOR NUMA DATA: O SUPERVISOR EM
      * VIGOR, O GERENTE REGIONAL DESSE SUPERVISOR E O PERCENTUAL DE
      * OVERRIDE DO SUPERVISOR. RESULTADO 'S' VENDEDOR COM EQUIPE NA
      * DATA / 'N' SEM EQUIPE (SUPERVISOR, GERENTE E PERCENTUAL
      * ZERADOS). SUPERVISOR SEM REGIAO NA DATA VOLTA GERENTE ZERO
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY HIERARQ REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
       01  :PREFIX:-AREA-EQUIPE.
           05 :PREFIX:-ID-VENDEDOR    PIC 9(05).
           05 :PREFIX:-DATA           PIC 9(08).
           05 :PREFIX:-ID-SUPERVISOR  PIC 9(05).
           05 :PREFIX:-ID-GERENTE     PIC 9(05).
           05 :PREFIX:-PERC-OVERRIDE  PIC 9(2)V99.
           05 :PREFIX:-RESULTADO      PIC X(01).
