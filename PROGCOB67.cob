      * RELATORIO DE MEDIAS POR PROFESSOR PARA A COORDENACAO
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - A ATRIBUICAO RECUSA O PROFESSOR QUE JA
      *              DA, NO MESMO PERIODO, AULA DE OUTRA DISCIPLINA EM
      *              HORARIO QUE CHOCA COM O DA DISCIPLINA ATRIBUIDA
      *              (QUADRO HORARIOS DO PROGCOB88)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSOR-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  TIMETABLE-FILE.
       01  HOR-RECORD.
           COPY HORARIO REPLACING ==:PREFIX:== BY ==HOR==.

       WORKING-STORAGE SECTION.
       77  WRK-PROF-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-DPRF-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-DISC-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-HOR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CHOQUE        PIC X(01) VALUE 'N'.
       77  WRK-FIM-ATRIB     PIC X(01) VALUE 'N'.
       77  WRK-FIM-HORARIO   PIC X(01) VALUE 'N'.
       77  WRK-IND-AULA      PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-ID-PROFESSOR  PIC 9(05) VALUE ZEROS.
       77  WRK-NOME          PIC X(10) VALUE SPACES.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADOS  PIC 9(04) VALUE ZEROS.

       01  WRK-TABELA-AULAS.
           05 WRK-QTD-AULAS      PIC 9(02) VALUE ZEROS.
           05 WRK-AULA OCCURS 20 TIMES.
               10 AUL-DIA-SEMANA  PIC 9(01).
               10 AUL-HORA-INICIO PIC 9(04).
               10 AUL-HORA-FIM    PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           CLOSE PROFESSOR-MASTER.
           CLOSE ASSIGN-FILE.
           CLOSE DISCIPLINE-MASTER.
           CLOSE TIMETABLE-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-HOR-STATUS = '35'
               CLOSE TIMETABLE-FILE
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN INPUT TIMETABLE-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           PERFORM 0250-LOCALIZAR-PROFESSOR.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0620-CONFERIR-CHOQUE
               IF WRK-CHOQUE = 'S'
                   DISPLAY 'ATRIBUICAO RECUSADA - CHOQUE DE HORARIO '
                       'DO PROFESSOR'
               ELSE
                   MOVE WRK-DISCIPLINA   TO DPRF-DISCIPLINA
                   MOVE WRK-PERIODO      TO DPRF-PERIODO
                   MOVE WRK-ID-PROFESSOR TO DPRF-ID-PROFESSOR
                   WRITE DPRF-RECORD
                       INVALID KEY
                           REWRITE DPRF-RECORD
                   END-WRITE
                   DISPLAY 'PROFESSOR ATRIBUIDO A ' WRK-DISCIPLINA
                       ' PER ' WRK-PERIODO
               END-IF
           END-IF.

      ****************************** AULAS DA DISCIPLINA ATRIBUIDA
      ****************************** CONTRA AS AULAS DAS OUTRAS
      ****************************** DISCIPLINAS DO PROFESSOR NO
      ****************************** MESMO PERIODO
       0620-CONFERIR-CHOQUE.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE WRK-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE WRK-PERIODO    TO HOR-PERIODO.
           PERFORM 0630-POSICIONAR-HORARIO.
           PERFORM UNTIL WRK-FIM-HORARIO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-HORARIO
                   NOT AT END
                       IF HOR-DISCIPLINA NOT = WRK-DISCIPLINA
                          OR HOR-PERIODO NOT = WRK-PERIODO
                          OR WRK-QTD-AULAS = 20
                           MOVE 'S' TO WRK-FIM-HORARIO
                       ELSE
                           ADD 1 TO WRK-QTD-AULAS
                           MOVE HOR-DIA-SEMANA
                               TO AUL-DIA-SEMANA (WRK-QTD-AULAS)
                           MOVE HOR-HORA-INICIO
                               TO AUL-HORA-INICIO (WRK-QTD-AULAS)
                           MOVE HOR-HORA-FIM
                               TO AUL-HORA-FIM (WRK-QTD-AULAS)
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QTD-AULAS > ZEROS
               MOVE SPACES TO DPRF-DISCIPLINA
               MOVE ZEROS  TO DPRF-PERIODO
               START ASSIGN-FILE
                   KEY IS NOT LESS THAN DPRF-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ATRIB
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ATRIB
               END-START
               PERFORM UNTIL WRK-FIM-ATRIB = 'S'
                   READ ASSIGN-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ATRIB
                       NOT AT END
                           IF DPRF-ID-PROFESSOR = WRK-ID-PROFESSOR
                              AND DPRF-PERIODO = WRK-PERIODO
                              AND DPRF-DISCIPLINA NOT = WRK-DISCIPLINA
                               PERFORM 0640-CONFERIR-AULAS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0630-POSICIONAR-HORARIO.
           MOVE ZEROS TO HOR-DIA-SEMANA HOR-HORA-INICIO.
           START TIMETABLE-FILE
               KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HORARIO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-HORARIO
           END-START.

       0640-CONFERIR-AULAS.
           MOVE DPRF-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE DPRF-PERIODO    TO HOR-PERIODO.
           PERFORM 0630-POSICIONAR-HORARIO.
           PERFORM UNTIL WRK-FIM-HORARIO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-HORARIO
                   NOT AT END
                       IF HOR-DISCIPLINA NOT = DPRF-DISCIPLINA
                          OR HOR-PERIODO NOT = DPRF-PERIODO
                           MOVE 'S' TO WRK-FIM-HORARIO
                       ELSE
                           PERFORM VARYING WRK-IND-AULA FROM 1 BY 1
                               UNTIL WRK-IND-AULA > WRK-QTD-AULAS
                               IF HOR-DIA-SEMANA =
                                      AUL-DIA-SEMANA (WRK-IND-AULA)
                                  AND HOR-HORA-INICIO <
                                      AUL-HORA-FIM (WRK-IND-AULA)
                                  AND HOR-HORA-FIM >
                                      AUL-HORA-INICIO (WRK-IND-AULA)
                                   MOVE 'S' TO WRK-CHOQUE
                                   DISPLAY 'CHOCA COM ' HOR-DISCIPLINA
                                       ' DIA ' HOR-DIA-SEMANA ' DAS '
                                       HOR-HORA-INICIO ' AS '
                                       HOR-HORA-FIM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       0700-LISTAR-ATRIBUICOES.
           MOVE SPACES TO DPRF-DISCIPLINA.
           MOVE ZEROS  TO DPRF-PERIODO WRK-QTD-LISTADOS.
