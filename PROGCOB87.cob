       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB87.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MATRICULAS QUE FEREM A REGRA DE PRE-REQUISITO -
      * PARA CADA MATRICULA ATIVA DO ENRLMAS, CONFERE NA TABELA
      * PREREQS (PROGCOB53) AS DISCIPLINAS EXIGIDAS E LISTA CADA UMA
      * SEM APROVACAO DO ALUNO NO GRADE-MASTER, MESMA REGRA DO
      * PROGCOB54. MATRICULA LIBERADA POR ADM/SEC NAO E INFRACAO E SO
      * ENTRA NA CONTAGEM. SERVE PARA A SECRETARIA LIMPAR AS
      * MATRICULAS ANTERIORES A TABELA. ACEITA O PERIODO (0 = TODOS)
      * E SAI EM GERACAO DE SPOOL PREINFRA PELO PROGCOB40. EM
      * EXECUCAO 'B' CONFERE TODOS OS PERIODOS
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENRL-CHAVE
               FILE STATUS IS WRK-ENRL-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

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

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       77  WRK-ENRL-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PREQ-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-GRADE-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77  WRK-FIM-PREREQ      PIC X(01) VALUE 'N'.
       77  WRK-FIM-GRADE       PIC X(01) VALUE 'N'.
       77  WRK-APROVADO        PIC X(01) VALUE 'N'.
       77  WRK-INFRINGE        PIC X(01) VALUE 'N'.
       77  WRK-PERIODO         PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MATRICULAS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-INFRACOES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-FALTANTES   PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-LIBERADAS   PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(42) VALUE
              'MATRICULAS SEM PRE-REQUISITO - PERIODO...:'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-T-PERIODO    PIC X(05).

       01  WRK-LINHA-DETALHE.
           05 FILLER           PIC X(07) VALUE 'ALUNO: '.
           05 WRK-D-ALUNO      PIC 9(05).
           05 FILLER           PIC X(13) VALUE '  DISCIPLINA '.
           05 WRK-D-DISCIPLINA PIC X(10).
           05 FILLER           PIC X(05) VALUE ' PER '.
           05 WRK-D-PERIODO    PIC Z9.
           05 FILLER           PIC X(17) VALUE '  SEM APROVACAO: '.
           05 WRK-D-EXIGIDA    PIC X(10).

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(34).
           05 WRK-TL-QTD       PIC ZZ.ZZ9.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           IF LNK-EXECUCAO = 'B'
               MOVE ZEROS TO WRK-PERIODO
           ELSE
               DISPLAY 'PERIODO A CONFERIR (0 PARA TODOS)..'
               ACCEPT WRK-PERIODO
           END-IF.

           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-CONFERIR-MATRICULAS.
           PERFORM 0300-ENCERRAR.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT ENROLL-MASTER.
           IF WRK-ENRL-STATUS = '35'
               CLOSE ENROLL-MASTER
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN INPUT ENROLL-MASTER
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
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'PREINFRA' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           IF WRK-PERIODO = ZEROS
               MOVE 'TODOS' TO WRK-T-PERIODO
           ELSE
               MOVE SPACES TO WRK-T-PERIODO
               MOVE WRK-PERIODO TO WRK-T-PERIODO(1:2)
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0100-CONFERIR-MATRICULAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-MATRICULA.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF ENRL-ATIVO NOT = 'N'
                  AND (WRK-PERIODO = ZEROS
                       OR ENRL-PERIODO = WRK-PERIODO)
                   ADD 1 TO WRK-QTD-MATRICULAS
                   IF ENRL-LIBERADA = 'S'
                       ADD 1 TO WRK-QTD-LIBERADAS
                   ELSE
                       PERFORM 0200-CONFERIR-PREREQS
                   END-IF
               END-IF
               PERFORM 0110-LER-MATRICULA
           END-PERFORM.

       0110-LER-MATRICULA.
           READ ENROLL-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0200-CONFERIR-PREREQS.
           MOVE 'N' TO WRK-INFRINGE.
           MOVE ENRL-DISCIPLINA TO PREQ-DISCIPLINA.
           MOVE LOW-VALUES      TO PREQ-EXIGIDA.
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
                       IF PREQ-DISCIPLINA NOT = ENRL-DISCIPLINA
                           MOVE 'S' TO WRK-FIM-PREREQ
                       ELSE
                           PERFORM 0210-CONFERIR-APROVACAO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-INFRINGE = 'S'
               ADD 1 TO WRK-QTD-INFRACOES
           END-IF.

       0210-CONFERIR-APROVACAO.
           MOVE 'N' TO WRK-APROVADO.
           MOVE ENRL-ID-ALUNO TO GRADE-ID-ALUNO.
           MOVE PREQ-EXIGIDA  TO GRADE-DISCIPLINA.
           MOVE ZEROS         TO GRADE-PERIODO.
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
                       IF GRADE-ID-ALUNO NOT = ENRL-ID-ALUNO
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
               MOVE 'S' TO WRK-INFRINGE
               PERFORM 0220-LISTAR-INFRACAO
           END-IF.

       0220-LISTAR-INFRACAO.
           ADD 1 TO WRK-QTD-FALTANTES.
           MOVE ENRL-ID-ALUNO   TO WRK-D-ALUNO.
           MOVE ENRL-DISCIPLINA TO WRK-D-DISCIPLINA.
           MOVE ENRL-PERIODO    TO WRK-D-PERIODO.
           MOVE PREQ-EXIGIDA    TO WRK-D-EXIGIDA.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.

       0300-ENCERRAR.
           IF WRK-QTD-INFRACOES = ZEROS
               MOVE '  NENHUMA MATRICULA FERE A REGRA' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'MATRICULAS ATIVAS CONFERIDAS.....:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-MATRICULAS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'MATRICULAS QUE FEREM A REGRA.....:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-INFRACOES TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'PRE-REQUISITOS SEM APROVACAO.....:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-FALTANTES TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'LIBERADAS POR AUTORIZACAO........:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-LIBERADAS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           CLOSE ENROLL-MASTER.
           CLOSE PREREQ-FILE.
           CLOSE GRADE-MASTER.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'MATRICULAS CONFERIDAS....: ' WRK-QTD-MATRICULAS.
           DISPLAY 'FEREM A REGRA............: ' WRK-QTD-INFRACOES.
