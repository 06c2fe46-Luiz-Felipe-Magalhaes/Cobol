      * AUTHOR = FELIPE
      * DATA   = 02/09/2026
      * USO: COPY MATRICUL REPLACING ==:PREFIX:== BY ==XXXXX==.
      * ALTERACOES:
      * 15/10/2026 - FELIPE - INCLUIDO O INDICADOR DE MATRICULA
      *              LIBERADA SEM PRE-REQUISITO ('S' = LIBERADA POR
      *              OPERADOR ADM/SEC NO PROGCOB54, MOTIVO NO
      *              AUDIT-LOG), PARA O PROGCOB87 NAO LISTAR A
      *              LIBERACAO COMO INFRACAO
      * 15/10/2026 - FELIPE - INCLUIDOS A DATA DO CANCELAMENTO E O
      *              INDICADOR DE CREDITO PRO RATA DO MES DO
      *              CANCELAMENTO ('S' = JA TRATADO PELO FATURAMENTO
      *              DE MENSALIDADES DO PROGCOB91)
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-ID-ALUNO    PIC 9(05).
               10 :PREFIX:-PERIODO     PIC 9(02).
           05 :PREFIX:-DATA-MATRICULA  PIC 9(08).
           05 :PREFIX:-ATIVO           PIC X(01).
           05 :PREFIX:-LIBERADA        PIC X(01).
           05 :PREFIX:-DATA-CANCELAMENTO PIC 9(08).
           05 :PREFIX:-CREDITO-PRO-RATA  PIC X(01).
