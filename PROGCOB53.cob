      * EXISTIR COM TRES GRAFIAS DIFERENTES NO GRADE-MASTER
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - TABELA DE PRE-REQUISITOS PREREQS
      *              (COPYBOOK PREREQ): INCLUSAO E EXCLUSAO DE
      *              DISCIPLINA EXIGIDA E LISTAGEM DOS PRE-REQUISITOS
      *              DA DISCIPLINA. AS DUAS PRECISAM ESTAR NO CATALOGO
      *              E NAO SE ACEITA EXIGENCIA CIRCULAR DIRETA. O
      *              PROGCOB54 BLOQUEIA A MATRICULA SEM APROVACAO NAS
      *              EXIGIDAS
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
       DATA DIVISION.
       FILE SECTION.
       FD  DISCIPLINE-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  PREREQ-FILE.
       01  PREQ-RECORD.
           COPY PREREQ REPLACING ==:PREFIX:== BY ==PREQ==.

       WORKING-STORAGE SECTION.
       77  WRK-DISC-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-PREQ-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-EXIGIDA       PIC X(10) VALUE SPACES.
       77  WRK-EXIGIDA-OK    PIC X(01) VALUE 'N'.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-CODIGO        PIC X(10) VALUE SPACES.
       77  WRK-NOME          PIC X(30) VALUE SPACES.
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE DISCIPLINE-MASTER.
           CLOSE PREREQ-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVO.
               CLOSE DISCIPLINE-MASTER
               OPEN I-O DISCIPLINE-MASTER
           END-IF.
           OPEN I-O PREREQ-FILE.
           IF WRK-PREQ-STATUS = '35'
               CLOSE PREREQ-FILE
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY '3 - INATIVAR/REATIVAR DISCIPLINA'.
           DISPLAY '4 - CONSULTAR DISCIPLINA'.
           DISPLAY '5 - LISTAR CATALOGO'.
           DISPLAY '6 - INCLUIR PRE-REQUISITO'.
           DISPLAY '7 - EXCLUIR PRE-REQUISITO'.
           DISPLAY '8 - LISTAR PRE-REQUISITOS DA DISCIPLINA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0600-CONSULTAR
               WHEN 5
                   PERFORM 0700-LISTAR
               WHEN 6
                   PERFORM 0800-INCLUIR-PREREQ
               WHEN 7
                   PERFORM 0850-EXCLUIR-PREREQ
               WHEN 8
                   PERFORM 0870-LISTAR-PREREQS
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB53'
               WHEN OTHER
               END-READ
           END-PERFORM.
           DISPLAY 'DISCIPLINAS LISTADAS..: ' WRK-QTD-LISTADAS.

      ****************************** AS DUAS DISCIPLINAS NO CATALOGO,
      ****************************** DIFERENTES E SEM A EXIGENCIA
      ****************************** INVERSA JA CADASTRADA
       0800-INCLUIR-PREREQ.
           PERFORM 0250-LOCALIZAR-DISCIPLINA.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0810-ACEITAR-EXIGIDA
               IF WRK-EXIGIDA-OK = 'S'
                   MOVE WRK-EXIGIDA TO PREQ-DISCIPLINA
                   MOVE WRK-CODIGO  TO PREQ-EXIGIDA
                   READ PREREQ-FILE
                       KEY IS PREQ-CHAVE
                       INVALID KEY
                           PERFORM 0820-GRAVAR-PREREQ
                       NOT INVALID KEY
                           DISPLAY 'EXIGENCIA CIRCULAR - ' WRK-EXIGIDA
                               ' JA EXIGE ' WRK-CODIGO
                   END-READ
               END-IF
           END-IF.

       0810-ACEITAR-EXIGIDA.
           MOVE 'N' TO WRK-EXIGIDA-OK.
           DISPLAY 'DISCIPLINA EXIGIDA (PRE-REQUISITO)..'
           ACCEPT WRK-EXIGIDA FROM CONSOLE.
           IF WRK-EXIGIDA = SPACES
               DISPLAY 'CODIGO EM BRANCO'
           ELSE
               IF WRK-EXIGIDA = WRK-CODIGO
                   DISPLAY 'A DISCIPLINA NAO PODE EXIGIR A SI MESMA'
               ELSE
                   MOVE WRK-EXIGIDA TO DISC-CODIGO
                   READ DISCIPLINE-MASTER
                       KEY IS DISC-CODIGO
                       INVALID KEY
                           DISPLAY 'DISCIPLINA EXIGIDA NAO CATALOGADA'
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-EXIGIDA-OK
                   END-READ
               END-IF
           END-IF.

       0820-GRAVAR-PREREQ.
           MOVE WRK-CODIGO  TO PREQ-DISCIPLINA.
           MOVE WRK-EXIGIDA TO PREQ-EXIGIDA.
           ACCEPT PREQ-DATA-CADASTRO FROM DATE YYYYMMDD.
           WRITE PREQ-RECORD
               INVALID KEY
                   DISPLAY 'PRE-REQUISITO JA CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'PRE-REQUISITO INCLUIDO'
           END-WRITE.

       0850-EXCLUIR-PREREQ.
           PERFORM 0250-LOCALIZAR-DISCIPLINA.
           IF WRK-ENCONTRADO = 'S'
               DISPLAY 'DISCIPLINA EXIGIDA A EXCLUIR..'
               ACCEPT WRK-EXIGIDA FROM CONSOLE
               MOVE WRK-CODIGO  TO PREQ-DISCIPLINA
               MOVE WRK-EXIGIDA TO PREQ-EXIGIDA
               DELETE PREREQ-FILE
                   INVALID KEY
                       DISPLAY 'PRE-REQUISITO NAO CADASTRADO'
                   NOT INVALID KEY
                       DISPLAY 'PRE-REQUISITO EXCLUIDO'
               END-DELETE
           END-IF.

       0870-LISTAR-PREREQS.
           PERFORM 0250-LOCALIZAR-DISCIPLINA.
           IF WRK-ENCONTRADO = 'S'
               MOVE ZEROS TO WRK-QTD-LISTADAS
               MOVE WRK-CODIGO TO PREQ-DISCIPLINA
               MOVE LOW-VALUES TO PREQ-EXIGIDA
               START PREREQ-FILE
                   KEY IS NOT LESS THAN PREQ-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ARQUIVO
               END-START
               DISPLAY 'PRE-REQUISITOS DE ' WRK-CODIGO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ PREREQ-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PREQ-DISCIPLINA NOT = WRK-CODIGO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               PERFORM 0880-EXIBIR-EXIGIDA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'PRE-REQUISITOS LISTADOS..: ' WRK-QTD-LISTADAS
           END-IF.

       0880-EXIBIR-EXIGIDA.
           ADD 1 TO WRK-QTD-LISTADAS.
           MOVE PREQ-EXIGIDA TO DISC-CODIGO.
           READ DISCIPLINE-MASTER
               KEY IS DISC-CODIGO
               INVALID KEY
                   MOVE 'FORA DO CATALOGO' TO DISC-NOME
           END-READ.
           DISPLAY '  ' PREQ-EXIGIDA ' ' DISC-NOME
               ' DESDE ' PREQ-DATA-CADASTRO.
