      *********************************
      * COPYBOOK HORARIO - REGISTRO DO QUADRO DE HORARIOS HORARIOS,
      * UM REGISTRO POR AULA SEMANAL DA DISCIPLINA/PERIODO: DIA DA
      * SEMANA (2 = SEGUNDA ... 7 = SABADO), HORA DE INICIO E DE FIM
      * (HHMM) E SALA. COMPARTILHADO ENTRE PROGCOB88 (MANUTENCAO E
      * GRADE SEMANAL), PROGCOB67 (CHOQUE DE HORARIO DO PROFESSOR NA
      * ATRIBUICAO) E PROGCOB54 (CHOQUE DE HORARIO DO ALUNO NA
      * MATRICULA). DUAS AULAS CHOCAM QUANDO SAO DO MESMO PERIODO E
      * DIA E UMA COMECA ANTES DA OUTRA TERMINAR
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY HORARIO REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-DISCIPLINA  PIC X(10).
               10 :PREFIX:-PERIODO     PIC 9(02).
               10 :PREFIX:-DIA-SEMANA  PIC 9(01).
               10 :PREFIX:-HORA-INICIO PIC 9(04).
           05 :PREFIX:-HORA-FIM        PIC 9(04).
           05 :PREFIX:-SALA            PIC X(06).
           05 :PREFIX:-DATA-CADASTRO   PIC 9(08).
