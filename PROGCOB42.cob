      *              REEXECUTAR OS PASSOS JA CONCLUIDOS; A ESCOLHA
      *              (RETOMADA ACEITA OU RECUSADA) SAI NO RELATORIO
      *              RUNCTL E O ESTADO E LIMPO NO FIM NORMAL
      * 14/10/2026 - FELIPE - RELATORIO RUNCTL PASSA A LISTAR OS
      *              ESTORNOS RETIDOS NA FILA DE APROVACAO ESTAPROV
      *              (PROGCOB78) PENDENTES HA MAIS DE N DIAS
      *              COMERCIAIS (ESTPARM, PADRAO 3)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STATE-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RST-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "ESTAPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WRK-APR-STATUS.
           SELECT EST-PARAM-FILE ASSIGN TO "ESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EPAR-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 FILLER           PIC X(01).
           05 RST-HORA         PIC 9(08).

       FD  APPROVAL-FILE.
       01  APR-RECORD.
           COPY APROVAC REPLACING ==:PREFIX:== BY ==APR==.

       FD  EST-PARAM-FILE.
       01  EPAR-RECORD.
           05 EPAR-LIMITE-ESTORNO PIC 9(6)V99.
           05 FILLER              PIC X(01).
           05 EPAR-DIAS-PENDENTE  PIC 9(03).

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       77  WRK-RESTO-4         PIC 9(03) VALUE ZEROS.
       77  WRK-RESTO-100       PIC 9(03) VALUE ZEROS.
       77  WRK-RESTO-400       PIC 9(03) VALUE ZEROS.
       77  WRK-APR-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-EPAR-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-DIAS-PENDENTE   PIC 9(03) VALUE 3.
       77  WRK-QTD-ATRASADOS   PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-HOJE       PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-RETENCAO   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ESPERA     PIC 9(05) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-SITUACAO   PIC X(10).

       01  WRK-LINHA-ESTORNO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-E-FILIAL     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-DATA-LOTE  PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-POSICAO    PIC 9(07).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-VENDEDOR   PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-VALOR      PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-OPERADOR   PIC X(08).
           05 FILLER           PIC X(07) VALUE ' DIAS: '.
           05 WRK-E-DIAS       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
               PERFORM 0060-CARREGAR-CALENDARIO
               PERFORM 0070-VERIFICAR-RETOMADA
               PERFORM 0100-PROCESSAR-PASSOS
               PERFORM 0280-ESTORNOS-PENDENTES
               PERFORM 0290-GRAVAR-ESTADO
               PERFORM 0300-ENCERRAR-RELATORIO
               IF WRK-SEQUENCIA-OK = 'N'
           DISPLAY 'PROGCOB42 - PASSO FORA DA CONDICAO DE DATA: '
               JOB-PROGRAMA.

      ****************************** PENDENCIA CONTADA EM DIAS
      ****************************** COMERCIAIS (ANO 360)
       0280-ESTORNOS-PENDENTES.
           OPEN INPUT EST-PARAM-FILE.
           IF WRK-EPAR-STATUS = '35'
               CONTINUE
           ELSE
               READ EST-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EPAR-DIAS-PENDENTE > ZEROS
                           MOVE EPAR-DIAS-PENDENTE
                               TO WRK-DIAS-PENDENTE
                       END-IF
               END-READ
               CLOSE EST-PARAM-FILE
           END-IF.
           COMPUTE WRK-DIAS-HOJE = (WRK-H-ANO * 360)
               + (WRK-H-MES * 30) + WRK-H-DIA.
           MOVE ZEROS TO WRK-QTD-ATRASADOS.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'ESTORNOS PENDENTES DE APROVACAO HA MAIS DE '
               WRK-DIAS-PENDENTE ' DIAS'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           OPEN INPUT APPROVAL-FILE.
           IF WRK-APR-STATUS = '00'
               MOVE LOW-VALUES TO APR-CHAVE
               START APPROVAL-FILE
                   KEY IS NOT LESS THAN APR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ APPROVAL-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF APR-SITUACAO = 'P'
                               PERFORM 0285-CONFERIR-PENDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
           IF WRK-QTD-ATRASADOS = ZEROS
               MOVE '  NENHUM' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       0285-CONFERIR-PENDENCIA.
           MOVE APR-DATA-RETENCAO TO WRK-DATA-TESTE.
           COMPUTE WRK-DIAS-RETENCAO = (WRK-T-ANO * 360)
               + (WRK-T-MES * 30) + WRK-T-DIA.
           IF WRK-DIAS-HOJE > WRK-DIAS-RETENCAO
               COMPUTE WRK-DIAS-ESPERA =
                   WRK-DIAS-HOJE - WRK-DIAS-RETENCAO
           ELSE
               MOVE ZEROS TO WRK-DIAS-ESPERA
           END-IF.
           IF WRK-DIAS-ESPERA > WRK-DIAS-PENDENTE
               ADD 1 TO WRK-QTD-ATRASADOS
               MOVE APR-FILIAL        TO WRK-E-FILIAL
               MOVE APR-DATA-ARQUIVO  TO WRK-E-DATA-LOTE
               MOVE APR-POSICAO       TO WRK-E-POSICAO
               MOVE APR-ID-VENDEDOR   TO WRK-E-VENDEDOR
               MOVE APR-VALOR         TO WRK-E-VALOR
               MOVE APR-OPER-LOTE     TO WRK-E-OPERADOR
               MOVE WRK-DIAS-ESPERA   TO WRK-E-DIAS
               WRITE PRINT-RECORD FROM WRK-LINHA-ESTORNO
           END-IF.

       0290-GRAVAR-ESTADO.
           OPEN OUTPUT STATE-FILE.
           IF WRK-SEQUENCIA-OK = 'N'
