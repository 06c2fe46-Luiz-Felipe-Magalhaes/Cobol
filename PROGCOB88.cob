       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB88.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO QUADRO DE HORARIOS HORARIOS (COPYBOOK
      * HORARIO) - INCLUSAO E EXCLUSAO DE AULA SEMANAL DA
      * DISCIPLINA/PERIODO (DIA DA SEMANA, HORA DE INICIO E FIM E
      * SALA), TROCA DE SALA E LISTAGEM DO QUADRO. NA INCLUSAO E NA
      * TROCA DE SALA SE RECUSA A AULA QUE CHOCA, NO MESMO PERIODO E
      * DIA, COM OUTRA AULA NA MESMA SALA, COM OUTRA AULA DA PROPRIA
      * DISCIPLINA OU COM AULA DE OUTRA DISCIPLINA DO MESMO PROFESSOR
      * (ATRIBUICAO DISCPROF DO PROGCOB67). O CHOQUE DO PROFESSOR NA
      * ATRIBUICAO E CONFERIDO NO PROGCOB67, O DO ALUNO NA MATRICULA
      * NO PROGCOB54 E A GRADE SEMANAL SAI PELO PROGCOB89
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT DISCIPLINE-MASTER ASSIGN TO "DISCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "DISCPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPRF-CHAVE
               FILE STATUS IS WRK-DPRF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
       01  HOR-RECORD.
           COPY HORARIO REPLACING ==:PREFIX:== BY ==HOR==.

       FD  DISCIPLINE-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  ASSIGN-FILE.
       01  DPRF-RECORD.
           COPY DISCPROF REPLACING ==:PREFIX:== BY ==DPRF==.

       WORKING-STORAGE SECTION.
       77  WRK-HOR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DISC-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-DPRF-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-SALA          PIC X(06) VALUE SPACES.
       77  WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77  WRK-DADOS-OK      PIC X(01) VALUE 'N'.
       77  WRK-CHOQUE        PIC X(01) VALUE 'N'.
       77  WRK-PROF-AULA     PIC 9(05) VALUE ZEROS.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADAS  PIC 9(04) VALUE ZEROS.

       01  WRK-CHAVE-AULA.
           05 WRK-DISCIPLINA     PIC X(10) VALUE SPACES.
           05 WRK-PERIODO        PIC 9(02) VALUE ZEROS.
           05 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
           05 WRK-HORA-INICIO    PIC 9(04) VALUE ZEROS.
           05 FILLER REDEFINES WRK-HORA-INICIO.
               10 WRK-INICIO-HH  PIC 9(02).
               10 WRK-INICIO-MM  PIC 9(02).

       01  WRK-HORA-FIM          PIC 9(04) VALUE ZEROS.
       01  FILLER REDEFINES WRK-HORA-FIM.
           05 WRK-FIM-HH         PIC 9(02).
           05 WRK-FIM-MM         PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE TIMETABLE-FILE.
           CLOSE DISCIPLINE-MASTER.
           CLOSE ASSIGN-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O TIMETABLE-FILE.
           IF WRK-HOR-STATUS = '35'
               CLOSE TIMETABLE-FILE
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN I-O TIMETABLE-FILE
           END-IF.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISC-STATUS = '35'
               CLOSE DISCIPLINE-MASTER
               OPEN OUTPUT DISCIPLINE-MASTER
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT ASSIGN-FILE.
           IF WRK-DPRF-STATUS = '35'
               CLOSE ASSIGN-FILE
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN INPUT ASSIGN-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB88 - QUADRO DE HORARIOS'.
           DISPLAY '1 - INCLUIR AULA NO QUADRO'.
           DISPLAY '2 - EXCLUIR AULA DO QUADRO'.
           DISPLAY '3 - TROCAR A SALA DA AULA'.
           DISPLAY '4 - LISTAR QUADRO DA DISCIPLINA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR-AULA
               WHEN 2
                   PERFORM 0400-EXCLUIR-AULA
               WHEN 3
                   PERFORM 0500-TROCAR-SALA
               WHEN 4
                   PERFORM 0600-LISTAR-QUADRO
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB88'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0250-ACEITAR-CHAVE.
           DISPLAY 'DISCIPLINA (CODIGO DO CATALOGO)..'
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           DISPLAY 'PERIODO/SEMESTRE (1 A 99)..'
           ACCEPT WRK-PERIODO FROM CONSOLE.
           DISPLAY 'DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX '
               '7=SAB)..'
           ACCEPT WRK-DIA-SEMANA FROM CONSOLE.
           DISPLAY 'HORA DE INICIO (HHMM)..'
           ACCEPT WRK-HORA-INICIO FROM CONSOLE.

       0260-LOCALIZAR-AULA.
           MOVE 'N' TO WRK-ENCONTRADO.
           PERFORM 0250-ACEITAR-CHAVE.
           MOVE WRK-CHAVE-AULA TO HOR-CHAVE.
           READ TIMETABLE-FILE
               KEY IS HOR-CHAVE
               INVALID KEY
                   DISPLAY 'AULA NAO CADASTRADA NO QUADRO'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
                   MOVE HOR-HORA-FIM TO WRK-HORA-FIM
           END-READ.

       0270-EXIBIR-AULA.
           DISPLAY '----------------------------------------'.
           DISPLAY 'DISCIPLINA.....: ' HOR-DISCIPLINA.
           DISPLAY 'PERIODO........: ' HOR-PERIODO.
           DISPLAY 'DIA DA SEMANA..: ' HOR-DIA-SEMANA.
           DISPLAY 'HORARIO........: ' HOR-HORA-INICIO ' A '
               HOR-HORA-FIM.
           DISPLAY 'SALA...........: ' HOR-SALA.
           DISPLAY '----------------------------------------'.

       0300-INCLUIR-AULA.
           PERFORM 0250-ACEITAR-CHAVE.
           DISPLAY 'HORA DE FIM (HHMM)..'
           ACCEPT WRK-HORA-FIM FROM CONSOLE.
           DISPLAY 'SALA..'
           ACCEPT WRK-SALA FROM CONSOLE.
           PERFORM 0310-VALIDAR-AULA.
           IF WRK-DADOS-OK = 'S'
               PERFORM 0330-CONFERIR-CHOQUES
               IF WRK-CHOQUE = 'S'
                   DISPLAY 'AULA NAO INCLUIDA - CHOQUE DE HORARIO'
               ELSE
                   PERFORM 0320-GRAVAR-AULA
               END-IF
           END-IF.

      ****************************** DISCIPLINA CATALOGADA E ATIVA,
      ****************************** DIA DE SEGUNDA A SABADO E FIM
      ****************************** DEPOIS DO INICIO NO MESMO DIA
       0310-VALIDAR-AULA.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE WRK-DISCIPLINA TO DISC-CODIGO.
           READ DISCIPLINE-MASTER
               KEY IS DISC-CODIGO
               INVALID KEY
                   MOVE 'N' TO DISC-ATIVO
           END-READ.
           EVALUATE TRUE
               WHEN DISC-ATIVO = 'N'
                   DISPLAY 'DISCIPLINA NAO CATALOGADA OU INATIVA '
                       '(CATALOGO NO PROGCOB53)'
               WHEN WRK-PERIODO = ZEROS
                   DISPLAY 'PERIODO INVALIDO'
               WHEN WRK-DIA-SEMANA < 2 OR WRK-DIA-SEMANA > 7
                   DISPLAY 'DIA DA SEMANA INVALIDO'
               WHEN WRK-INICIO-HH > 23 OR WRK-INICIO-MM > 59
                   DISPLAY 'HORA DE INICIO INVALIDA'
               WHEN WRK-FIM-HH > 23 OR WRK-FIM-MM > 59
                   DISPLAY 'HORA DE FIM INVALIDA'
               WHEN WRK-HORA-FIM NOT > WRK-HORA-INICIO
                   DISPLAY 'HORA DE FIM ANTERIOR AO INICIO'
               WHEN WRK-SALA = SPACES
                   DISPLAY 'SALA EM BRANCO'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
           END-EVALUATE.

       0320-GRAVAR-AULA.
           MOVE WRK-CHAVE-AULA TO HOR-CHAVE.
           MOVE WRK-HORA-FIM   TO HOR-HORA-FIM.
           MOVE WRK-SALA       TO HOR-SALA.
           ACCEPT HOR-DATA-CADASTRO FROM DATE YYYYMMDD.
           WRITE HOR-RECORD
               INVALID KEY
                   DISPLAY 'AULA JA CADASTRADA NESSE DIA E HORA'
               NOT INVALID KEY
                   DISPLAY 'AULA INCLUIDA NO QUADRO'
           END-WRITE.

      ****************************** VARRE O QUADRO ATRAS DE AULA DO
      ****************************** MESMO PERIODO E DIA QUE COMECE
      ****************************** ANTES DO FIM E TERMINE DEPOIS DO
      ****************************** INICIO DA AULA NOVA (A PROPRIA
      ****************************** AULA, NA TROCA DE SALA, NAO CONTA)
       0330-CONFERIR-CHOQUES.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE ZEROS TO WRK-PROF-AULA.
           MOVE WRK-DISCIPLINA TO DPRF-DISCIPLINA.
           MOVE WRK-PERIODO    TO DPRF-PERIODO.
           READ ASSIGN-FILE
               KEY IS DPRF-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DPRF-ID-PROFESSOR TO WRK-PROF-AULA
           END-READ.
           MOVE LOW-VALUES TO HOR-CHAVE.
           START TIMETABLE-FILE
               KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF HOR-PERIODO = WRK-PERIODO
                          AND HOR-DIA-SEMANA = WRK-DIA-SEMANA
                          AND HOR-HORA-INICIO < WRK-HORA-FIM
                          AND HOR-HORA-FIM > WRK-HORA-INICIO
                          AND HOR-CHAVE NOT = WRK-CHAVE-AULA
                           PERFORM 0340-AVALIAR-CHOQUE
                       END-IF
               END-READ
           END-PERFORM.

       0340-AVALIAR-CHOQUE.
           IF HOR-SALA = WRK-SALA
               MOVE 'S' TO WRK-CHOQUE
               DISPLAY 'SALA ' WRK-SALA ' OCUPADA POR '
                   HOR-DISCIPLINA ' DAS ' HOR-HORA-INICIO
                   ' AS ' HOR-HORA-FIM
           END-IF.
           IF HOR-DISCIPLINA = WRK-DISCIPLINA
               MOVE 'S' TO WRK-CHOQUE
               DISPLAY 'CHOCA COM OUTRA AULA DA DISCIPLINA DAS '
                   HOR-HORA-INICIO ' AS ' HOR-HORA-FIM
           ELSE
               IF WRK-PROF-AULA NOT = ZEROS
                   MOVE HOR-DISCIPLINA TO DPRF-DISCIPLINA
                   MOVE HOR-PERIODO    TO DPRF-PERIODO
                   READ ASSIGN-FILE
                       KEY IS DPRF-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DPRF-ID-PROFESSOR = WRK-PROF-AULA
                               MOVE 'S' TO WRK-CHOQUE
                               DISPLAY 'PROFESSOR ' WRK-PROF-AULA
                                   ' JA DA ' HOR-DISCIPLINA ' DAS '
                                   HOR-HORA-INICIO ' AS '
                                   HOR-HORA-FIM
                           END-IF
                   END-READ
               END-IF
           END-IF.

       0400-EXCLUIR-AULA.
           PERFORM 0260-LOCALIZAR-AULA.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0270-EXIBIR-AULA
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N)..'
               ACCEPT WRK-RESPOSTA FROM CONSOLE
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   DELETE TIMETABLE-FILE
                       INVALID KEY
                           DISPLAY 'AULA NAO CADASTRADA NO QUADRO'
                       NOT INVALID KEY
                           DISPLAY 'AULA EXCLUIDA DO QUADRO'
                   END-DELETE
               ELSE
                   DISPLAY 'EXCLUSAO CANCELADA'
               END-IF
           END-IF.

       0500-TROCAR-SALA.
           PERFORM 0260-LOCALIZAR-AULA.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0270-EXIBIR-AULA
               DISPLAY 'NOVA SALA..'
               ACCEPT WRK-SALA FROM CONSOLE
               IF WRK-SALA = SPACES
                   DISPLAY 'SALA EM BRANCO - MANTIDA A ATUAL'
               ELSE
                   PERFORM 0330-CONFERIR-CHOQUES
                   IF WRK-CHOQUE = 'S'
                       DISPLAY 'SALA NAO TROCADA - CHOQUE DE HORARIO'
                   ELSE
                       MOVE WRK-CHAVE-AULA TO HOR-CHAVE
                       READ TIMETABLE-FILE
                           KEY IS HOR-CHAVE
                           INVALID KEY
                               DISPLAY 'AULA NAO CADASTRADA NO QUADRO'
                           NOT INVALID KEY
                               MOVE WRK-SALA TO HOR-SALA
                               REWRITE HOR-RECORD
                               DISPLAY 'SALA TROCADA'
                       END-READ
                   END-IF
               END-IF
           END-IF.

       0600-LISTAR-QUADRO.
           DISPLAY 'DISCIPLINA A LISTAR..'
           ACCEPT WRK-DISCIPLINA FROM CONSOLE.
           DISPLAY 'PERIODO A LISTAR (0 PARA TODOS)..'
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADAS.
           MOVE WRK-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE WRK-PERIODO    TO HOR-PERIODO.
           MOVE ZEROS          TO HOR-DIA-SEMANA HOR-HORA-INICIO.
           START TIMETABLE-FILE
               KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           DISPLAY 'DISCIPLINA PER DIA INICIO FIM  SALA'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF HOR-DISCIPLINA NOT = WRK-DISCIPLINA
                          OR (WRK-PERIODO NOT = ZEROS
                              AND HOR-PERIODO NOT = WRK-PERIODO)
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           DISPLAY HOR-DISCIPLINA ' ' HOR-PERIODO
                               '  ' HOR-DIA-SEMANA '   '
                               HOR-HORA-INICIO '   ' HOR-HORA-FIM
                               ' ' HOR-SALA
                           ADD 1 TO WRK-QTD-LISTADAS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'AULAS LISTADAS..: ' WRK-QTD-LISTADAS.
