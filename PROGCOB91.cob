       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB91.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FATURAMENTO MENSAL DE MENSALIDADES. LE AS MATRICULAS
      * ATIVAS DO ENRLMAS NO PERIODO E ABRE NO ARRECMAS UM TITULO DE
      * MENSALIDADE POR ALUNO POR MES (DOCUMENTO 'M' + ALUNO + AAMM,
      * ORIGEM 'M', SEM VENDEDOR), QUE ENTRA NO AGING DO PROGCOB47 E
      * NA REGUA DE COBRANCA DO PROGCOB74. CADA MATRICULA VALE A
      * CARGA HORARIA DO DISCMAS X O VALOR POR HORA DA TABELA TABMENS
      * (TAXA DO PERIODO OU, NA FALTA, A TAXA PADRAO DO PERIODO 00),
      * MENOS A BOLSA E DEPOIS O DESCONTO DO ALUNO NO CADASTRO
      * BOLSAS. MATRICULA CANCELADA PARA DE SER COBRADA E O RESTO DO
      * MES DO CANCELAMENTO E CREDITADO PRO RATA (MES COMERCIAL DE 30
      * DIAS): SE A MENSALIDADE DO MES JA FOI ABERTA O VALOR DO
      * TITULO E ABATIDO; SE AINDA NAO FOI, O MES SAI COBRADO SO PELOS
      * DIAS USADOS. O CANCELAMENTO TRATADO FICA MARCADO NO ENRLMAS E
      * ALUNO QUE JA TEM O TITULO DO MES E PULADO, ENTAO RODAR DE NOVO
      * NAO FATURA NEM CREDITA DUAS VEZES. PARAMETROS NO ARQUIVO
      * MENSPARM (PERIODO CORRENTE E DIA DO VENCIMENTO, PADRAO DIA
      * 10). EM EXECUCAO 'B' O ANO VEM DO PARAMETRO (0 = ANO
      * CORRENTE), O MES E O CORRENTE E O PERIODO O DO MENSPARM.
      * SEM PERIODO OU SEM TAXA NAO FATURA E DEVOLVE RC 8. RELATORIO
      * EM GERACAO DE SPOOL MENSFAT PELO PROGCOB40
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-CHAVE
               FILE STATUS IS WRK-ENRL-STATUS.
           SELECT DISCIPLINE-MASTER ASSIGN TO "DISCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT TUITION-TABLE ASSIGN TO "TABMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMEN-PERIODO
               FILE STATUS IS WRK-TMEN-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLS-ID-ALUNO
               FILE STATUS IS WRK-BOLS-STATUS.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT TUITION-PARAM-FILE ASSIGN TO "MENSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MPAR-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

       FD  DISCIPLINE-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  TUITION-TABLE.
       01  TMEN-RECORD.
           COPY MENSTAB REPLACING ==:PREFIX:== BY ==TMEN==.

       FD  SCHOLARSHIP-FILE.
       01  BOLS-RECORD.
           COPY BOLSA REPLACING ==:PREFIX:== BY ==BOLS==.

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  TUITION-PARAM-FILE.
       01  MPAR-RECORD.
           05 MPAR-PERIODO         PIC 9(02).
           05 FILLER               PIC X(01).
           05 MPAR-DIA-VENCIMENTO  PIC 9(02).

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-ENRL-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-TMEN-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-BOLS-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-MPAR-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-MES             PIC 9(02)   VALUE ZEROS.
       77  WRK-PERIODO         PIC 9(02)   VALUE ZEROS.
       77  WRK-PERIODO-PARM    PIC 9(02)   VALUE ZEROS.
       77  WRK-DIA-VENCIMENTO  PIC 9(02)   VALUE 10.
       77  WRK-ANO-MES         PIC 9(06)   VALUE ZEROS.
       77  WRK-ANO-MES-CANC    PIC 9(06)   VALUE ZEROS.
       77  WRK-EXECUTAR        PIC X(01)   VALUE 'N'.
       77  WRK-MENSAGEM        PIC X(40)   VALUE SPACES.
       77  WRK-TAXA-PERIODO    PIC 9(4)V99 VALUE ZEROS.
       77  WRK-PERIODO-TAXA    PIC 9(02)   VALUE ZEROS.
       77  WRK-TAXA            PIC 9(4)V99 VALUE ZEROS.
       77  WRK-TEM-TAXA        PIC X(01)   VALUE 'N'.
       77  WRK-PCT-BOLSA       PIC 9(3)V99 VALUE ZEROS.
       77  WRK-PCT-DESCONTO    PIC 9(3)V99 VALUE ZEROS.
       77  WRK-CARGA           PIC 9(03)   VALUE ZEROS.
       77  WRK-COTA            PIC 9(6)V99 VALUE ZEROS.
       77  WRK-DIAS            PIC 9(02)   VALUE ZEROS.
       77  WRK-VALOR-LINHA     PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ALUNO-ATUAL     PIC 9(05)   VALUE ZEROS.
       77  WRK-JA-FATURADO     PIC X(01)   VALUE 'N'.
       77  WRK-VALOR-ALUNO     PIC 9(6)V99 VALUE ZEROS.
       77  WRK-QTD-DISC-ALUNO  PIC 9(03)   VALUE ZEROS.
       77  WRK-LINHAS          PIC 9(03)   VALUE ZEROS.
       77  WRK-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-TITULOS     PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-CREDITOS    PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-JA-FATURADOS PIC 9(05)  VALUE ZEROS.
       77  WRK-QTD-SEM-VALOR   PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-SEM-CARGA   PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-ERROS       PIC 9(05)   VALUE ZEROS.
       77  WRK-TOTAL-FATURADO  PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITADO PIC 9(9)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(04).
           05 WRK-HOJE-MES     PIC 9(02).
           05 WRK-HOJE-DIA     PIC 9(02).

       01  WRK-DATA-CANCELAMENTO.
           05 WRK-CANC-ANO     PIC 9(04).
           05 WRK-CANC-MES     PIC 9(02).
           05 WRK-CANC-DIA     PIC 9(02).

       01  WRK-DOCUMENTO.
           05 FILLER           PIC X(01) VALUE 'M'.
           05 WRK-DOC-ALUNO    PIC 9(05).
           05 WRK-DOC-ANO      PIC 9(02).
           05 WRK-DOC-MES      PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(30) VALUE
              'FATURAMENTO DE MENSALIDADES -'.
           05 WRK-T-MES        PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-T-ANO        PIC 9(04).
           05 FILLER           PIC X(09) VALUE ' PERIODO '.
           05 WRK-T-PERIODO    PIC 9(02).
           05 FILLER           PIC X(09) VALUE '  PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       01  WRK-LINHA-TAXA.
           05 FILLER           PIC X(22) VALUE
              'VALOR POR HORA/MES..:'.
           05 WRK-X-TAXA       PIC Z.ZZ9,99.
           05 FILLER           PIC X(16) VALUE '  VENCIMENTO DIA'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-X-DIA        PIC 9(02).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'TIPO       DOCUMENTO  ALUNO DISCIPLINADI'.
           05 FILLER           PIC X(40) VALUE
              'AS      VALOR OBSERVACAO'.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-TIPO       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-DOCUMENTO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-ALUNO      PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-DISCIPLINA PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-DIAS       PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-VALOR      PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-OBS        PIC X(26).

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-QTD       PIC ZZ.ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-TL-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-PARAMETROS.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-ANO      TO WRK-ANO
               MOVE WRK-HOJE-MES TO WRK-MES
               MOVE ZEROS        TO WRK-PERIODO
           ELSE
               DISPLAY 'ANO DO FATURAMENTO (0 PARA O ANO CORRENTE)..'
               ACCEPT WRK-ANO
               DISPLAY 'MES DO FATURAMENTO (1 A 12)..'
               ACCEPT WRK-MES
               DISPLAY 'PERIODO (0 PARA O PERIODO DO MENSPARM)..'
               ACCEPT WRK-PERIODO
           END-IF.
           IF WRK-ANO = ZEROS
               MOVE WRK-HOJE-ANO TO WRK-ANO
           END-IF.
           IF WRK-PERIODO = ZEROS
               MOVE WRK-PERIODO-PARM TO WRK-PERIODO
           END-IF.
           COMPUTE WRK-ANO-MES = WRK-ANO * 100 + WRK-MES.

           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0150-VALIDAR-EXECUCAO.
           IF WRK-EXECUTAR = 'S'
               PERFORM 0060-ABRIR-RELATORIO
               PERFORM 0200-CREDITAR-CANCELAMENTOS
               PERFORM 0300-FATURAR-ALUNOS
               PERFORM 0500-ENCERRAR-RELATORIO
           ELSE
               DISPLAY 'FATURAMENTO NAO EXECUTADO: ' WRK-MENSAGEM
               MOVE 8 TO LNK-RETORNO
           END-IF.
           PERFORM 0800-FECHAR-ARQUIVOS.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O ENROLL-MASTER.
           IF WRK-ENRL-STATUS = '35'
               CLOSE ENROLL-MASTER
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN I-O ENROLL-MASTER
           END-IF.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISC-STATUS = '35'
               CLOSE DISCIPLINE-MASTER
               OPEN OUTPUT DISCIPLINE-MASTER
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT TUITION-TABLE.
           IF WRK-TMEN-STATUS = '35'
               CLOSE TUITION-TABLE
               OPEN OUTPUT TUITION-TABLE
               CLOSE TUITION-TABLE
               OPEN INPUT TUITION-TABLE
           END-IF.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WRK-BOLS-STATUS = '35'
               CLOSE SCHOLARSHIP-FILE
               OPEN OUTPUT SCHOLARSHIP-FILE
               CLOSE SCHOLARSHIP-FILE
               OPEN INPUT SCHOLARSHIP-FILE
           END-IF.
           OPEN I-O RECEIVABLE-MASTER.
           IF WRK-RECV-STATUS = '35'
               CLOSE RECEIVABLE-MASTER
               OPEN OUTPUT RECEIVABLE-MASTER
               CLOSE RECEIVABLE-MASTER
               OPEN I-O RECEIVABLE-MASTER
           END-IF.

       0060-ABRIR-RELATORIO.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'MENSFAT' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0410-CABECALHO.

      ****************************** MENSPARM AUSENTE OU CAMPO ZERADO
      ****************************** FICA NO PADRAO (SEM PERIODO,
      ****************************** VENCIMENTO DIA 10)
       0100-CARREGAR-PARAMETROS.
           OPEN INPUT TUITION-PARAM-FILE.
           IF WRK-MPAR-STATUS = '35'
               CONTINUE
           ELSE
               READ TUITION-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MPAR-PERIODO IS NUMERIC
                          AND MPAR-PERIODO > ZEROS
                           MOVE MPAR-PERIODO TO WRK-PERIODO-PARM
                       END-IF
                       IF MPAR-DIA-VENCIMENTO IS NUMERIC
                          AND MPAR-DIA-VENCIMENTO > ZEROS
                          AND MPAR-DIA-VENCIMENTO NOT > 28
                           MOVE MPAR-DIA-VENCIMENTO
                               TO WRK-DIA-VENCIMENTO
                       END-IF
               END-READ
               CLOSE TUITION-PARAM-FILE
           END-IF.

       0150-VALIDAR-EXECUCAO.
           MOVE 'N' TO WRK-EXECUTAR.
           EVALUATE TRUE
               WHEN WRK-MES < 1 OR WRK-MES > 12
                   MOVE 'MES INVALIDO' TO WRK-MENSAGEM
               WHEN WRK-PERIODO = ZEROS
                   MOVE 'PERIODO NAO INFORMADO NEM NO MENSPARM'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE WRK-PERIODO TO WRK-PERIODO-TAXA
                   PERFORM 0420-OBTER-TAXA
                   IF WRK-TEM-TAXA = 'S'
                       MOVE WRK-TAXA TO WRK-TAXA-PERIODO
                       MOVE 'S' TO WRK-EXECUTAR
                   ELSE
                       MOVE 'PERIODO SEM TAXA NO TABMENS'
                           TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.

      ****************************** PASSO 1 - CANCELAMENTOS AINDA NAO
      ****************************** TRATADOS. MES JA FATURADO: ABATE
      ****************************** O RESTO DO MES NO TITULO. MES
      ****************************** ANTERIOR NAO FATURADO: SO MARCA.
      ****************************** MES DO FATURAMENTO AINDA NAO
      ****************************** FATURADO: FICA PARA O PASSO 2
       0200-CREDITAR-CANCELAMENTOS.
           MOVE LOW-VALUES TO ENRL-CHAVE.
           START ENROLL-MASTER
               KEY IS NOT LESS THAN ENRL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0310-LER-MATRICULA.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF ENRL-ATIVO = 'N'
                  AND ENRL-DATA-CANCELAMENTO > ZEROS
                  AND ENRL-CREDITO-PRO-RATA NOT = 'S'
                   PERFORM 0210-TRATAR-CANCELAMENTO
               END-IF
               PERFORM 0310-LER-MATRICULA
           END-PERFORM.

       0210-TRATAR-CANCELAMENTO.
           MOVE ENRL-DATA-CANCELAMENTO TO WRK-DATA-CANCELAMENTO.
           COMPUTE WRK-ANO-MES-CANC = WRK-CANC-ANO * 100 + WRK-CANC-MES.
           IF WRK-ANO-MES-CANC NOT > WRK-ANO-MES
               MOVE ENRL-ID-ALUNO TO WRK-DOC-ALUNO
               MOVE WRK-CANC-ANO  TO WRK-DOC-ANO
               MOVE WRK-CANC-MES  TO WRK-DOC-MES
               MOVE WRK-DOCUMENTO TO RECV-DOCUMENTO
               READ RECEIVABLE-MASTER
                   KEY IS RECV-DOCUMENTO
                   INVALID KEY
                       IF WRK-ANO-MES-CANC < WRK-ANO-MES
                           PERFORM 0230-MARCAR-CREDITO
                       END-IF
                   NOT INVALID KEY
                       PERFORM 0220-CREDITAR-TITULO
               END-READ
           END-IF.

       0220-CREDITAR-TITULO.
           MOVE ENRL-PERIODO TO WRK-PERIODO-TAXA.
           PERFORM 0420-OBTER-TAXA.
           PERFORM 0430-OBTER-BOLSA.
           PERFORM 0440-CALCULAR-COTA.
           IF WRK-CANC-DIA > 30
               MOVE 30 TO WRK-CANC-DIA
           END-IF.
           COMPUTE WRK-DIAS = 30 - WRK-CANC-DIA.
           COMPUTE WRK-VALOR-LINHA ROUNDED = WRK-COTA * WRK-DIAS / 30.
           IF WRK-VALOR-LINHA > RECV-VALOR
               MOVE RECV-VALOR TO WRK-VALOR-LINHA
           END-IF.
           SUBTRACT WRK-VALOR-LINHA FROM RECV-VALOR.
           IF RECV-VALOR-PAGO NOT < RECV-VALOR
              AND RECV-ENCARGOS-PAGOS NOT < RECV-MULTA + RECV-JUROS
               MOVE 'P' TO RECV-SITUACAO
           END-IF.
           REWRITE RECV-RECORD.
           ADD 1 TO WRK-QTD-CREDITOS.
           ADD WRK-VALOR-LINHA TO WRK-TOTAL-CREDITADO.
           MOVE 'CREDITO'        TO WRK-D-TIPO.
           MOVE RECV-DOCUMENTO   TO WRK-D-DOCUMENTO.
           MOVE ENRL-ID-ALUNO    TO WRK-D-ALUNO.
           MOVE ENRL-DISCIPLINA  TO WRK-D-DISCIPLINA.
           MOVE WRK-DIAS         TO WRK-D-DIAS.
           MOVE WRK-VALOR-LINHA  TO WRK-D-VALOR.
           MOVE SPACES TO WRK-D-OBS.
           STRING 'CANCELADA EM ' ENRL-DATA-CANCELAMENTO
               DELIMITED BY SIZE INTO WRK-D-OBS.
           PERFORM 0400-IMPRIMIR-LINHA.
           PERFORM 0230-MARCAR-CREDITO.

       0230-MARCAR-CREDITO.
           MOVE 'S' TO ENRL-CREDITO-PRO-RATA.
           REWRITE ENRL-RECORD.

      ****************************** PASSO 2 - UM TITULO POR ALUNO NO
      ****************************** MES. ENRLMAS EM ORDEM DE ALUNO:
      ****************************** QUEBRA POR ALUNO. ALUNO QUE JA
      ****************************** TEM O TITULO DO MES E PULADO
       0300-FATURAR-ALUNOS.
           MOVE ZEROS TO WRK-ALUNO-ATUAL.
           MOVE LOW-VALUES TO ENRL-CHAVE.
           START ENROLL-MASTER
               KEY IS NOT LESS THAN ENRL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0310-LER-MATRICULA.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF ENRL-PERIODO = WRK-PERIODO
                   PERFORM 0320-AVALIAR-MATRICULA
               END-IF
               PERFORM 0310-LER-MATRICULA
           END-PERFORM.
           IF WRK-ALUNO-ATUAL > ZEROS
               PERFORM 0350-ABRIR-TITULO
           END-IF.

       0310-LER-MATRICULA.
           READ ENROLL-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ****************************** ATIVA: MES CHEIO. CANCELADA NO
      ****************************** MES DO FATURAMENTO E AINDA NAO
      ****************************** TRATADA: SO OS DIAS USADOS
       0320-AVALIAR-MATRICULA.
           MOVE ZEROS TO WRK-DIAS.
           IF ENRL-ATIVO = 'S'
               MOVE 30 TO WRK-DIAS
           ELSE
               IF ENRL-DATA-CANCELAMENTO > ZEROS
                  AND ENRL-CREDITO-PRO-RATA NOT = 'S'
                   MOVE ENRL-DATA-CANCELAMENTO
                       TO WRK-DATA-CANCELAMENTO
                   COMPUTE WRK-ANO-MES-CANC =
                       WRK-CANC-ANO * 100 + WRK-CANC-MES
                   IF WRK-ANO-MES-CANC = WRK-ANO-MES
                       MOVE WRK-CANC-DIA TO WRK-DIAS
                       IF WRK-DIAS > 30
                           MOVE 30 TO WRK-DIAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WRK-DIAS > ZEROS
               IF ENRL-ID-ALUNO NOT = WRK-ALUNO-ATUAL
                   IF WRK-ALUNO-ATUAL > ZEROS
                       PERFORM 0350-ABRIR-TITULO
                   END-IF
                   PERFORM 0330-INICIAR-ALUNO
               END-IF
               IF WRK-JA-FATURADO = 'N'
                   PERFORM 0340-ACUMULAR-MATRICULA
               END-IF
           END-IF.

       0330-INICIAR-ALUNO.
           MOVE ENRL-ID-ALUNO TO WRK-ALUNO-ATUAL.
           MOVE ZEROS TO WRK-VALOR-ALUNO WRK-QTD-DISC-ALUNO.
           MOVE ENRL-ID-ALUNO TO WRK-DOC-ALUNO.
           MOVE WRK-ANO       TO WRK-DOC-ANO.
           MOVE WRK-MES       TO WRK-DOC-MES.
           MOVE WRK-DOCUMENTO TO RECV-DOCUMENTO.
           READ RECEIVABLE-MASTER
               KEY IS RECV-DOCUMENTO
               INVALID KEY
                   MOVE 'N' TO WRK-JA-FATURADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JA-FATURADO
                   ADD 1 TO WRK-QTD-JA-FATURADOS
           END-READ.
           MOVE WRK-TAXA-PERIODO TO WRK-TAXA.
           PERFORM 0430-OBTER-BOLSA.

       0340-ACUMULAR-MATRICULA.
           PERFORM 0440-CALCULAR-COTA.
           IF WRK-DIAS < 30
               COMPUTE WRK-VALOR-LINHA ROUNDED =
                   WRK-COTA * WRK-DIAS / 30
               PERFORM 0230-MARCAR-CREDITO
           ELSE
               MOVE WRK-COTA TO WRK-VALOR-LINHA
           END-IF.
           ADD WRK-VALOR-LINHA TO WRK-VALOR-ALUNO.
           ADD 1 TO WRK-QTD-DISC-ALUNO.

       0350-ABRIR-TITULO.
           MOVE WRK-ALUNO-ATUAL TO WRK-DOC-ALUNO.
           MOVE WRK-ANO         TO WRK-DOC-ANO.
           MOVE WRK-MES         TO WRK-DOC-MES.
           EVALUATE TRUE
               WHEN WRK-JA-FATURADO = 'S'
                   CONTINUE
               WHEN WRK-VALOR-ALUNO = ZEROS
                   ADD 1 TO WRK-QTD-SEM-VALOR
                   MOVE 'SEM VALOR'     TO WRK-D-TIPO
                   MOVE WRK-DOCUMENTO   TO WRK-D-DOCUMENTO
                   MOVE WRK-ALUNO-ATUAL TO WRK-D-ALUNO
                   MOVE SPACES          TO WRK-D-DISCIPLINA
                   MOVE ZEROS           TO WRK-D-DIAS WRK-D-VALOR
                   MOVE 'BOLSA INTEGRAL OU SEM CARGA' TO WRK-D-OBS
                   PERFORM 0400-IMPRIMIR-LINHA
               WHEN OTHER
                   PERFORM 0360-GRAVAR-TITULO
           END-EVALUATE.

       0360-GRAVAR-TITULO.
           MOVE WRK-DOCUMENTO   TO RECV-DOCUMENTO.
           MOVE WRK-ANO         TO RECV-ANO.
           MOVE ZEROS           TO RECV-ID-VENDEDOR.
           MOVE WRK-MES         TO RECV-MES.
           COMPUTE RECV-DATA-VENDA = WRK-ANO * 10000 + WRK-MES * 100
               + WRK-DIA-VENCIMENTO.
           MOVE WRK-VALOR-ALUNO TO RECV-VALOR RECV-VALOR-BRUTO.
           MOVE ZEROS TO RECV-VALOR-PAGO RECV-DATA-PAGTO RECV-MULTA
                         RECV-JUROS RECV-ENCARGOS-PAGOS
                         RECV-NIVEL-AVISO RECV-DATA-AVISO.
           MOVE 'A'             TO RECV-SITUACAO.
           MOVE SPACES          TO RECV-CLIENTE.
           MOVE 'M'             TO RECV-ORIGEM.
           MOVE WRK-ALUNO-ATUAL TO RECV-ID-ALUNO.
           WRITE RECV-RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTD-ERROS
                   DISPLAY 'ERRO AO GRAVAR O TITULO ' RECV-DOCUMENTO
                       ' STATUS ' WRK-RECV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-TITULOS
                   ADD WRK-VALOR-ALUNO TO WRK-TOTAL-FATURADO
                   MOVE 'MENSALID.'     TO WRK-D-TIPO
                   MOVE WRK-DOCUMENTO   TO WRK-D-DOCUMENTO
                   MOVE WRK-ALUNO-ATUAL TO WRK-D-ALUNO
                   MOVE SPACES          TO WRK-D-DISCIPLINA
                   MOVE WRK-QTD-DISC-ALUNO TO WRK-D-DISCIPLINA(1:3)
                   MOVE 'DISC.'         TO WRK-D-DISCIPLINA(5:5)
                   MOVE ZEROS           TO WRK-D-DIAS
                   MOVE WRK-VALOR-ALUNO TO WRK-D-VALOR
                   MOVE SPACES          TO WRK-D-OBS
                   STRING 'VENCE EM ' RECV-DATA-VENDA
                       DELIMITED BY SIZE INTO WRK-D-OBS
                   PERFORM 0400-IMPRIMIR-LINHA
           END-WRITE.

       0400-IMPRIMIR-LINHA.
           IF WRK-LINHAS >= 50
               PERFORM 0410-CABECALHO
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-LINHAS.

       0410-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA  TO WRK-T-PAGINA.
           MOVE WRK-MES     TO WRK-T-MES.
           MOVE WRK-ANO     TO WRK-T-ANO.
           MOVE WRK-PERIODO TO WRK-T-PERIODO.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE WRK-TAXA-PERIODO   TO WRK-X-TAXA.
           MOVE WRK-DIA-VENCIMENTO TO WRK-X-DIA.
           WRITE PRINT-RECORD FROM WRK-LINHA-TAXA.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS TO WRK-LINHAS.

      ****************************** TAXA DO PERIODO OU, NA FALTA, A
      ****************************** TAXA PADRAO DO PERIODO 00
       0420-OBTER-TAXA.
           MOVE 'S' TO WRK-TEM-TAXA.
           MOVE WRK-PERIODO-TAXA TO TMEN-PERIODO.
           READ TUITION-TABLE
               KEY IS TMEN-PERIODO
               INVALID KEY
                   MOVE ZEROS TO TMEN-PERIODO
                   READ TUITION-TABLE
                       KEY IS TMEN-PERIODO
                       INVALID KEY
                           MOVE 'N' TO WRK-TEM-TAXA
                   END-READ
           END-READ.
           IF WRK-TEM-TAXA = 'S'
               MOVE TMEN-VALOR-HORA TO WRK-TAXA
           ELSE
               MOVE ZEROS TO WRK-TAXA
           END-IF.

       0430-OBTER-BOLSA.
           MOVE ENRL-ID-ALUNO TO BOLS-ID-ALUNO.
           READ SCHOLARSHIP-FILE
               KEY IS BOLS-ID-ALUNO
               INVALID KEY
                   MOVE ZEROS TO WRK-PCT-BOLSA WRK-PCT-DESCONTO
               NOT INVALID KEY
                   MOVE BOLS-PCT-BOLSA    TO WRK-PCT-BOLSA
                   MOVE BOLS-PCT-DESCONTO TO WRK-PCT-DESCONTO
           END-READ.

      ****************************** CARGA X TAXA, MENOS A BOLSA E
      ****************************** DEPOIS O DESCONTO SOBRE O RESTO.
      ****************************** DISCIPLINA FORA DO DISCMAS TEM
      ****************************** CARGA ZERO E NAO E COBRADA
       0440-CALCULAR-COTA.
           MOVE ENRL-DISCIPLINA TO DISC-CODIGO.
           READ DISCIPLINE-MASTER
               KEY IS DISC-CODIGO
               INVALID KEY
                   MOVE ZEROS TO WRK-CARGA
                   ADD 1 TO WRK-QTD-SEM-CARGA
               NOT INVALID KEY
                   MOVE DISC-CARGA TO WRK-CARGA
           END-READ.
           COMPUTE WRK-COTA ROUNDED = WRK-CARGA * WRK-TAXA
               * (100 - WRK-PCT-BOLSA) / 100
               * (100 - WRK-PCT-DESCONTO) / 100.

       0500-ENCERRAR-RELATORIO.
           IF WRK-QTD-TITULOS = ZEROS AND WRK-QTD-CREDITOS = ZEROS
               MOVE '  NENHUM TITULO ABERTO NEM CREDITADO'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'MENSALIDADES ABERTAS.......:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-TITULOS TO WRK-TL-QTD.
           MOVE WRK-TOTAL-FATURADO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'CREDITOS PRO RATA..........:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-CREDITOS TO WRK-TL-QTD.
           MOVE WRK-TOTAL-CREDITADO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE ZEROS TO WRK-TL-VALOR.
           MOVE 'ALUNOS JA FATURADOS NO MES.:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-JA-FATURADOS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'ALUNOS SEM VALOR A COBRAR..:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-SEM-VALOR TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'MATRICULAS FORA DO DISCMAS.:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-SEM-CARGA TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'ERROS DE GRAVACAO..........:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-ERROS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           IF WRK-QTD-ERROS > ZEROS
               MOVE 8 TO LNK-RETORNO
           END-IF.
           DISPLAY 'MENSALIDADES ABERTAS.....: ' WRK-QTD-TITULOS.
           DISPLAY 'CREDITOS PRO RATA........: ' WRK-QTD-CREDITOS.
           DISPLAY 'ALUNOS JA FATURADOS......: ' WRK-QTD-JA-FATURADOS.

       0800-FECHAR-ARQUIVOS.
           CLOSE ENROLL-MASTER.
           CLOSE DISCIPLINE-MASTER.
           CLOSE TUITION-TABLE.
           CLOSE SCHOLARSHIP-FILE.
           CLOSE RECEIVABLE-MASTER.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB91' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'MENSALIDADES ' WRK-MES '/' WRK-ANO
               ' PER=' WRK-PERIODO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           IF WRK-EXECUTAR = 'S'
               STRING 'TIT=' WRK-QTD-TITULOS ' CRED=' WRK-QTD-CREDITOS
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           ELSE
               MOVE 'NAO EXECUTADO' TO AUDITORIA-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
