      *********************************
      * COPYBOOK PREREQ - REGISTRO DA TABELA DE PRE-REQUISITOS
      * PREREQS, UM REGISTRO POR DISCIPLINA + DISCIPLINA EXIGIDA
      * (AMBAS CODIGOS DO CATALOGO DISCMAS). COMPARTILHADO ENTRE
      * PROGCOB53 (MANUTENCAO), PROGCOB54 (BLOQUEIO DA MATRICULA SEM
      * APROVACAO NO GRADE-MASTER EM TODA DISCIPLINA EXIGIDA) E
      * PROGCOB87 (MATRICULAS QUE FEREM A REGRA)
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY PREREQ REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-DISCIPLINA  PIC X(10).
               10 :PREFIX:-EXIGIDA     PIC X(10).
           05 :PREFIX:-DATA-CADASTRO   PIC 9(08).
