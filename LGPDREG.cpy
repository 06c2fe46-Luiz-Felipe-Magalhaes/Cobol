      *********************************
      * COPYBOOK LGPDREG - LINHA DO REGISTRO DE SOLICITACOES DO
      * TITULAR LGPDREG, GRAVADO PELO PROGCOB93 A CADA RELATORIO DO
      * TITULAR (TIPO 'R') E A CADA ANONIMIZACAO (TIPO 'A'). A
      * ANONIMIZACAO GRAVA UMA LINHA 'I' (INICIADA) ANTES DE ALTERAR
      * OS ARQUIVOS E UMA 'C' (CONCLUIDA) NO FIM; LINHA 'I' SEM A
      * 'C' CORRESPONDENTE E ANONIMIZACAO INTERROMPIDA, A SER
      * REPETIDA COM O MESMO CPF. O CPF SO E GUARDADO MASCARADO
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY LGPDREG REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-DATA            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-HORA            PIC 9(08).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-TIPO            PIC X(01).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-SITUACAO        PIC X(01).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-CPF-MASCARADO   PIC X(14).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-OPERADOR        PIC X(08).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-QTD-IDS         PIC 9(02).
           05 :PREFIX:-IDS.
               10 :PREFIX:-ID-PESSOA   PIC 9(05) OCCURS 10 TIMES.
           05 FILLER                   PIC X(01).
           05 :PREFIX:-QTD-REGISTROS   PIC 9(07).
           05 FILLER                   PIC X(01).
           05 :PREFIX:-QTD-ANONIMIZADOS PIC 9(07).
