      * PERIODO
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - MATRICULA (E REATIVACAO) SO COM
      *              APROVACAO NO GRADE-MASTER EM TODOS OS
      *              PRE-REQUISITOS DA DISCIPLINA (TABELA PREREQS DO
      *              PROGCOB53). FALTANDO ALGUM, SO UM OPERADOR ADM OU
      *              SEC DO OPERSEC (ID E SENHA) LIBERA, COM MOTIVO
      *              OBRIGATORIO GRAVADO NO AUDIT-LOG; A MATRICULA
      *              FICA MARCADA COMO LIBERADA
      * 15/10/2026 - FELIPE - MATRICULA (E REATIVACAO) RECUSADA
      *              QUANDO UMA AULA DA DISCIPLINA NO QUADRO HORARIOS
      *              (PROGCOB88) CHOCA COM AULA DE OUTRA DISCIPLINA EM
      *              QUE O ALUNO ESTA MATRICULADO NO MESMO PERIODO
      * 15/10/2026 - FELIPE - CANCELAMENTO GRAVA A DATA DO
      *              CANCELAMENTO, BASE DO CREDITO PRO RATA DO RESTO DO
      *              MES NA MENSALIDADE (FATURAMENTO DO PROGCOB91); A
      *              REATIVACAO LIMPA A DATA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "PREREQS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PREQ-CHAVE
               FILE STATUS IS WRK-PREQ-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT TIMETABLE-FILE ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  PREREQ-FILE.
       01  PREQ-RECORD.
           COPY PREREQ REPLACING ==:PREFIX:== BY ==PREQ==.

       FD  GRADE-MASTER.
       01  GRADE-RECORD.
           05 GRADE-CHAVE.
               10 GRADE-ID-ALUNO    PIC 9(05).
               10 GRADE-DISCIPLINA  PIC X(10).
               10 GRADE-PERIODO     PIC 9(02).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==GRADE==.
           COPY GRADENOT REPLACING ==:PREFIX:== BY ==GRADE==.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

       FD  TIMETABLE-FILE.
       01  HOR-RECORD.
           COPY HORARIO REPLACING ==:PREFIX:== BY ==HOR==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-ENRL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-DISC-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-PREQ-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-GRADE-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-OPER-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-HOR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CHOQUE        PIC X(01) VALUE 'N'.
       77  WRK-FIM-MATRIC    PIC X(01) VALUE 'N'.
       77  WRK-FIM-HORARIO   PIC X(01) VALUE 'N'.
       77  WRK-IND-AULA      PIC 9(02) VALUE ZEROS.
       77  WRK-PREREQ-OK     PIC X(01) VALUE 'S'.
       77  WRK-APROVADO      PIC X(01) VALUE 'N'.
       77  WRK-FIM-PREREQ    PIC X(01) VALUE 'N'.
       77  WRK-FIM-GRADE     PIC X(01) VALUE 'N'.
       77  WRK-LIBERADA      PIC X(01) VALUE 'N'.
       77  WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77  WRK-AUTORIZADOR   PIC X(08) VALUE SPACES.
       77  WRK-SENHA         PIC X(08) VALUE SPACES.
       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-ID-ALUNO      PIC 9(05) VALUE ZEROS.
       77  WRK-DISCIPLINA    PIC X(10) VALUE SPACES.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADAS  PIC 9(05) VALUE ZEROS.

       01  WRK-TABELA-AULAS.
           05 WRK-QTD-AULAS      PIC 9(02) VALUE ZEROS.
           05 WRK-AULA OCCURS 20 TIMES.
               10 AUL-DIA-SEMANA  PIC 9(01).
               10 AUL-HORA-INICIO PIC 9(04).
               10 AUL-HORA-FIM    PIC 9(04).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           END-PERFORM.
           CLOSE ENROLL-MASTER.
           CLOSE DISCIPLINE-MASTER.
           CLOSE PREREQ-FILE.
           CLOSE GRADE-MASTER.
           CLOSE TIMETABLE-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT PREREQ-FILE.
           IF WRK-PREQ-STATUS = '35'
               CLOSE PREREQ-FILE
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN INPUT PREREQ-FILE
           END-IF.
           OPEN INPUT GRADE-MASTER.
           IF WRK-GRADE-STATUS = '35'
               CLOSE GRADE-MASTER
               OPEN OUTPUT GRADE-MASTER
               CLOSE GRADE-MASTER
               OPEN INPUT GRADE-MASTER
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
           DISPLAY 'PERIODO........: ' ENRL-PERIODO.
           DISPLAY 'DATA MATRICULA.: ' ENRL-DATA-MATRICULA.
           IF ENRL-ATIVO = 'N'
               DISPLAY 'SITUACAO.......: CANCELADA EM '
                   ENRL-DATA-CANCELAMENTO
           ELSE
               DISPLAY 'SITUACAO.......: MATRICULADO'
           END-IF.
           IF ENRL-LIBERADA = 'S'
               DISPLAY 'PRE-REQUISITO..: LIBERADA POR AUTORIZACAO'
           END-IF.
           DISPLAY '----------------------------------------'.

       0300-MATRICULAR.
               READ ENROLL-MASTER
                   KEY IS ENRL-CHAVE
                   INVALID KEY
                       MOVE 'N' TO WRK-ENCONTRADO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
               IF WRK-ENCONTRADO = 'S' AND ENRL-ATIVO NOT = 'N'
                   DISPLAY 'ALUNO JA MATRICULADO NA '
                       'DISCIPLINA/PERIODO'
               ELSE
                   PERFORM 0370-CONFERIR-CHOQUE
                   IF WRK-CHOQUE = 'S'
                       DISPLAY 'MATRICULA NAO EFETUADA - CHOQUE DE '
                           'HORARIO'
                   ELSE
                       PERFORM 0305-EFETIVAR-MATRICULA
                   END-IF
               END-IF
           END-IF.

       0305-EFETIVAR-MATRICULA.
           PERFORM 0330-CONFERIR-PREREQS.
           IF WRK-PREREQ-OK = 'N'
               PERFORM 0350-LIBERAR-MATRICULA
           END-IF.
           IF WRK-PREREQ-OK = 'N'
               DISPLAY 'MATRICULA NAO EFETUADA - '
                   'PRE-REQUISITO PENDENTE'
           ELSE
               IF WRK-ENCONTRADO = 'S'
                   MOVE 'S' TO ENRL-ATIVO
                   MOVE WRK-LIBERADA TO ENRL-LIBERADA
                   MOVE ZEROS TO ENRL-DATA-CANCELAMENTO
                   MOVE 'N' TO ENRL-CREDITO-PRO-RATA
                   ACCEPT ENRL-DATA-MATRICULA
                       FROM DATE YYYYMMDD
                   REWRITE ENRL-RECORD
                   DISPLAY 'MATRICULA REATIVADA'
               ELSE
                   PERFORM 0320-GRAVAR-MATRICULA
               END-IF
               IF WRK-LIBERADA = 'S'
                   PERFORM 0900-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       0310-VALIDAR-DISCIPLINA.
           MOVE WRK-PERIODO    TO ENRL-PERIODO.
           ACCEPT ENRL-DATA-MATRICULA FROM DATE YYYYMMDD.
           MOVE 'S' TO ENRL-ATIVO.
           MOVE WRK-LIBERADA TO ENRL-LIBERADA.
           MOVE ZEROS TO ENRL-DATA-CANCELAMENTO.
           MOVE 'N' TO ENRL-CREDITO-PRO-RATA.
           WRITE ENRL-RECORD.
           DISPLAY 'ALUNO MATRICULADO'.

      ****************************** AULAS DA DISCIPLINA PEDIDA CONTRA
      ****************************** AS AULAS DAS OUTRAS MATRICULAS
      ****************************** ATIVAS DO ALUNO NO MESMO PERIODO.
      ****************************** NO FIM RELE A MATRICULA PEDIDA,
      ****************************** QUE A REATIVACAO REGRAVA
       0370-CONFERIR-CHOQUE.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE WRK-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE WRK-PERIODO    TO HOR-PERIODO.
           PERFORM 0380-POSICIONAR-HORARIO.
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
               MOVE WRK-ID-ALUNO TO ENRL-ID-ALUNO
               MOVE LOW-VALUES   TO ENRL-DISCIPLINA
               MOVE ZEROS        TO ENRL-PERIODO
               START ENROLL-MASTER
                   KEY IS NOT LESS THAN ENRL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MATRIC
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-MATRIC
               END-START
               PERFORM UNTIL WRK-FIM-MATRIC = 'S'
                   READ ENROLL-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-MATRIC
                       NOT AT END
                           IF ENRL-ID-ALUNO NOT = WRK-ID-ALUNO
                               MOVE 'S' TO WRK-FIM-MATRIC
                           ELSE
                               IF ENRL-PERIODO = WRK-PERIODO
                                  AND ENRL-ATIVO NOT = 'N'
                                  AND ENRL-DISCIPLINA NOT =
                                      WRK-DISCIPLINA
                                   PERFORM 0390-CONFERIR-AULAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WRK-ID-ALUNO   TO ENRL-ID-ALUNO
               MOVE WRK-DISCIPLINA TO ENRL-DISCIPLINA
               MOVE WRK-PERIODO    TO ENRL-PERIODO
               IF WRK-ENCONTRADO = 'S'
                   READ ENROLL-MASTER
                       KEY IS ENRL-CHAVE
                       INVALID KEY
                           MOVE 'N' TO WRK-ENCONTRADO
                   END-READ
               END-IF
           END-IF.

       0380-POSICIONAR-HORARIO.
           MOVE ZEROS TO HOR-DIA-SEMANA HOR-HORA-INICIO.
           START TIMETABLE-FILE
               KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HORARIO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-HORARIO
           END-START.

       0390-CONFERIR-AULAS.
           MOVE ENRL-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE ENRL-PERIODO    TO HOR-PERIODO.
           PERFORM 0380-POSICIONAR-HORARIO.
           PERFORM UNTIL WRK-FIM-HORARIO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-HORARIO
                   NOT AT END
                       IF HOR-DISCIPLINA NOT = ENRL-DISCIPLINA
                          OR HOR-PERIODO NOT = ENRL-PERIODO
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

      ****************************** CADA DISCIPLINA EXIGIDA PRECISA
      ****************************** DE UM APROVADO DO ALUNO EM
      ****************************** QUALQUER PERIODO DO GRADE-MASTER
       0330-CONFERIR-PREREQS.
           MOVE 'S' TO WRK-PREREQ-OK.
           MOVE 'N' TO WRK-LIBERADA.
           MOVE WRK-DISCIPLINA TO PREQ-DISCIPLINA.
           MOVE LOW-VALUES     TO PREQ-EXIGIDA.
           START PREREQ-FILE
               KEY IS NOT LESS THAN PREQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PREREQ
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-PREREQ
           END-START.
           PERFORM UNTIL WRK-FIM-PREREQ = 'S'
               READ PREREQ-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-PREREQ
                   NOT AT END
                       IF PREQ-DISCIPLINA NOT = WRK-DISCIPLINA
                           MOVE 'S' TO WRK-FIM-PREREQ
                       ELSE
                           PERFORM 0340-CONFERIR-APROVACAO
                       END-IF
               END-READ
           END-PERFORM.

       0340-CONFERIR-APROVACAO.
           MOVE 'N' TO WRK-APROVADO.
           MOVE WRK-ID-ALUNO TO GRADE-ID-ALUNO.
           MOVE PREQ-EXIGIDA TO GRADE-DISCIPLINA.
           MOVE ZEROS        TO GRADE-PERIODO.
           START GRADE-MASTER
               KEY IS NOT LESS THAN GRADE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-GRADE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-GRADE
           END-START.
           PERFORM UNTIL WRK-FIM-GRADE = 'S'
               READ GRADE-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-GRADE
                   NOT AT END
                       IF GRADE-ID-ALUNO NOT = WRK-ID-ALUNO
                          OR GRADE-DISCIPLINA NOT = PREQ-EXIGIDA
                           MOVE 'S' TO WRK-FIM-GRADE
                       ELSE
                           IF GRADE-SITUACAO = 'APROVADO'
                               MOVE 'S' TO WRK-APROVADO
                               MOVE 'S' TO WRK-FIM-GRADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-APROVADO = 'N'
               MOVE 'N' TO WRK-PREREQ-OK
               DISPLAY 'PRE-REQUISITO SEM APROVACAO: ' PREQ-EXIGIDA
           END-IF.

      ****************************** LIBERACAO SO POR OPERADOR ADM
      ****************************** OU SEC ATIVO, COM MOTIVO
       0350-LIBERAR-MATRICULA.
           DISPLAY 'LIBERAR SEM O PRE-REQUISITO COM AUTORIZACAO '
               'ADM/SEC (S/N)..'
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM 0360-CONFERIR-AUTORIZADOR
               IF WRK-LIBERADA = 'S'
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM UNTIL WRK-MOTIVO NOT = SPACES
                       DISPLAY 'MOTIVO DA LIBERACAO (OBRIGATORIO)..'
                       ACCEPT WRK-MOTIVO FROM CONSOLE
                       IF WRK-MOTIVO = SPACES
                           DISPLAY 'MOTIVO EM BRANCO - REDIGITE'
                       END-IF
                   END-PERFORM
                   MOVE 'S' TO WRK-PREREQ-OK
               END-IF
           END-IF.

       0360-CONFERIR-AUTORIZADOR.
           MOVE 'N' TO WRK-LIBERADA.
           DISPLAY 'OPERADOR AUTORIZADOR..'
           ACCEPT WRK-AUTORIZADOR FROM CONSOLE.
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA FROM CONSOLE.
           OPEN INPUT OPER-FILE.
           IF WRK-OPER-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES OPERSEC INDISPONIVEL'
           ELSE
               MOVE WRK-AUTORIZADOR TO OPER-ID
               READ OPER-FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-SENHA = WRK-SENHA
                          AND OPER-ATIVO NOT = 'N'
                          AND OPER-BLOQUEADO NOT = 'S'
                          AND (OPER-PERFIL = 'ADM'
                               OR OPER-PERFIL = 'SEC')
                           MOVE 'S' TO WRK-LIBERADA
                       END-IF
               END-READ
               CLOSE OPER-FILE
               IF WRK-LIBERADA = 'N'
                   DISPLAY 'AUTORIZACAO RECUSADA - SO OPERADOR ADM '
                       'OU SEC COM SENHA VALIDA'
               END-IF
           END-IF.
           MOVE SPACES TO WRK-SENHA.

       0400-CANCELAR.
           PERFORM 0260-LOCALIZAR-MATRICULA.
           IF WRK-ENCONTRADO = 'S'
                   DISPLAY 'MATRICULA JA ESTAVA CANCELADA'
               ELSE
                   MOVE 'N' TO ENRL-ATIVO
                   ACCEPT ENRL-DATA-CANCELAMENTO FROM DATE YYYYMMDD
                   MOVE 'N' TO ENRL-CREDITO-PRO-RATA
                   REWRITE ENRL-RECORD
                   DISPLAY 'MATRICULA CANCELADA'
               END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'MATRICULAS LISTADAS..: ' WRK-QTD-LISTADAS.

      ****************************** LIBERACAO SEM PRE-REQUISITO: O
      ****************************** MOTIVO NO DETALHE, ALUNO E
      ****************************** DISCIPLINA NO RESULTADO
       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB54' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE WRK-MOTIVO TO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           STRING 'A=' WRK-ID-ALUNO ' D=' WRK-DISCIPLINA
               DELIMITED BY SIZE INTO AUDITORIA-RESULTADO.
           MOVE WRK-AUTORIZADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
