      *              PROPRIA VENDA (A ORDEM DAS CHAVES NO MES NAO
      *              IMPORTA MAIS) E RODAR A CARGA DE NOVO NAO ABATE
      *              O MESMO ESTORNO DUAS VEZES
      * 14/10/2026 - FELIPE - TITULO ABERTO NA CARGA PASSA A LEVAR O
      *              CODIGO DO CLIENTE DA LINHA DE VENDA DO DIARIO, E
      *              A CONSULTA MOSTRA O CLIENTE DO TITULO
      * 14/10/2026 - FELIPE - BAIXA MANUAL PASSA A GRAVAR O PAGAMENTO
      *              NO RAZAO DE PAGAMENTOS PAGTOREC (ORIGEM 'M'), O
      *              MESMO ALIMENTADO PELO RETORNO DA COBRANCA DO
      *              PROGCOB73, PARA RASTREAR AS BAIXAS PARCIAIS
      * 14/10/2026 - FELIPE - BAIXA ABATE PRIMEIRO O PRINCIPAL E DEPOIS
      *              OS ENCARGOS DE ATRASO LANCADOS PELO PROGCOB74; O
      *              TITULO SO E LIQUIDADO COM OS DOIS QUITADOS E A
      *              CONSULTA MOSTRA MULTA, JUROS, ENCARGOS RECEBIDOS
      *              E O ULTIMO AVISO DE COBRANCA
      * 15/10/2026 - FELIPE - TITULO ABERTO NA CARGA FICA COM A ORIGEM
      *              EM BRANCO (VENDA); A CONSULTA MOSTRA O ALUNO DAS
      *              MENSALIDADES ABERTAS PELO PROGCOB91
      * 15/10/2026 - FELIPE - ESTORNO SO DEIXA O TITULO PAGO QUANDO A
      *              MULTA E OS JUROS TAMBEM ESTAO QUITADOS, COMO NA
      *              BAIXA
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNX-CHAVE
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT PAYMENT-LEDGER ASSIGN TO "PAGTOREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGT-CHAVE
               FILE STATUS IS WRK-PAGT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-MASTER.
       01  JRNX-RECORD.
           COPY JORNALIX REPLACING ==:PREFIX:== BY ==JRNX==.

       FD  PAYMENT-LEDGER.
       01  PAGT-RECORD.
           COPY PAGAMENT REPLACING ==:PREFIX:== BY ==PAGT==.

       WORKING-STORAGE SECTION.
       77  WRK-RECV-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-JRN-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-PAGT-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-FIM-PAGTO     PIC X(01)   VALUE 'N'.
       77  WRK-ULTIMA-SEQ    PIC 9(03)   VALUE ZEROS.
       77  WRK-ARQUIVO-JORNAL PIC X(08)  VALUE SPACES.
       77  WRK-ANO-CARGA     PIC 9(04)   VALUE ZEROS.
       77  WRK-MES-CARGA     PIC 9(02)   VALUE ZEROS.
       77  WRK-VALOR-VALIDO  PIC X(01)   VALUE 'N'.
       77  WRK-VALOR-PAGO    PIC 9(6)V99 VALUE ZEROS.
       77  WRK-SALDO         PIC S9(7)V99 VALUE ZEROS.
       77  WRK-SALDO-ENCARGOS PIC S9(7)V99 VALUE ZEROS.
       77  WRK-RESTANTE      PIC 9(6)V99 VALUE ZEROS.
       77  WRK-PARTE-ENCARGOS PIC 9(6)V99 VALUE ZEROS.
       77  WRK-QTD-ABERTOS   PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-ABATIDOS  PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-JA-CARGA  PIC 9(06)   VALUE ZEROS.
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE RECEIVABLE-MASTER.
           CLOSE PAYMENT-LEDGER.
           STOP RUN.

       0050-ABRIR-ARQUIVO.
               CLOSE RECEIVABLE-MASTER
               OPEN I-O RECEIVABLE-MASTER
           END-IF.
           OPEN I-O PAYMENT-LEDGER.
           IF WRK-PAGT-STATUS = '35'
               CLOSE PAYMENT-LEDGER
               OPEN OUTPUT PAYMENT-LEDGER
               CLOSE PAYMENT-LEDGER
               OPEN I-O PAYMENT-LEDGER
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
                   MOVE ZEROS            TO RECV-VALOR-PAGO
                   MOVE ZEROS            TO RECV-DATA-PAGTO
                   MOVE 'A'              TO RECV-SITUACAO
                   MOVE JRNX-CLIENTE     TO RECV-CLIENTE
                   MOVE ZEROS            TO RECV-MULTA RECV-JUROS
                                            RECV-ENCARGOS-PAGOS
                                            RECV-NIVEL-AVISO
                                            RECV-DATA-AVISO
                                            RECV-ID-ALUNO
                   MOVE SPACE            TO RECV-ORIGEM
                   WRITE RECV-RECORD
                   ADD 1 TO WRK-QTD-ABERTOS
               NOT INVALID KEY
                       SUBTRACT JRNX-VALOR FROM RECV-VALOR
                   END-IF
                   IF RECV-VALOR-PAGO >= RECV-VALOR
                      AND RECV-ENCARGOS-PAGOS >=
                          RECV-MULTA + RECV-JUROS
                       MOVE 'P' TO RECV-SITUACAO
                   ELSE
                       MOVE 'A' TO RECV-SITUACAO
               ELSE
                   PERFORM 0460-EXIBIR-TITULO
                   PERFORM 0410-ACEITAR-VALOR
                   PERFORM 0415-APLICAR-VALOR
                   IF RECV-VALOR-PAGO >= RECV-VALOR
                      AND RECV-ENCARGOS-PAGOS >=
                          RECV-MULTA + RECV-JUROS
                       MOVE 'P' TO RECV-SITUACAO
                       ACCEPT RECV-DATA-PAGTO FROM DATE YYYYMMDD
                       DISPLAY 'DOCUMENTO LIQUIDADO'
                       DISPLAY 'BAIXA PARCIAL REGISTRADA'
                   END-IF
                   REWRITE RECV-RECORD
                   PERFORM 0420-GRAVAR-PAGAMENTO
                   PERFORM 0460-EXIBIR-TITULO
               END-IF
           END-IF.
           END-PERFORM.
           MOVE WRK-VALOR-ALFA TO WRK-VALOR-PAGO.

      ****************************** O VALOR QUITA PRIMEIRO O SALDO
      ****************************** DO PRINCIPAL, DEPOIS O SALDO DOS
      ****************************** ENCARGOS; O QUE SOBRAR FICA NO
      ****************************** PRINCIPAL, COMO SEMPRE FICOU
       0415-APLICAR-VALOR.
           COMPUTE WRK-SALDO = RECV-VALOR - RECV-VALOR-PAGO.
           IF WRK-SALDO < ZEROS
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           COMPUTE WRK-SALDO-ENCARGOS = RECV-MULTA + RECV-JUROS
               - RECV-ENCARGOS-PAGOS.
           IF WRK-SALDO-ENCARGOS < ZEROS
               MOVE ZEROS TO WRK-SALDO-ENCARGOS
           END-IF.
           MOVE ZEROS TO WRK-PARTE-ENCARGOS.
           IF WRK-VALOR-PAGO > WRK-SALDO
               COMPUTE WRK-RESTANTE = WRK-VALOR-PAGO - WRK-SALDO
               IF WRK-RESTANTE > WRK-SALDO-ENCARGOS
                   MOVE WRK-SALDO-ENCARGOS TO WRK-PARTE-ENCARGOS
               ELSE
                   MOVE WRK-RESTANTE TO WRK-PARTE-ENCARGOS
               END-IF
           END-IF.
           ADD WRK-PARTE-ENCARGOS TO RECV-ENCARGOS-PAGOS.
           COMPUTE RECV-VALOR-PAGO = RECV-VALOR-PAGO
               + WRK-VALOR-PAGO - WRK-PARTE-ENCARGOS.

      ****************************** PAGAMENTO ENTRA NO RAZAO NA
      ****************************** SEQUENCIA SEGUINTE DO DOCUMENTO
       0420-GRAVAR-PAGAMENTO.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE RECV-DOCUMENTO TO PAGT-DOCUMENTO.
           MOVE ZEROS TO PAGT-SEQUENCIA.
           START PAYMENT-LEDGER
               KEY IS NOT LESS THAN PAGT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PAGTO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-PAGTO
           END-START.
           PERFORM UNTIL WRK-FIM-PAGTO = 'S'
               READ PAYMENT-LEDGER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-PAGTO
                   NOT AT END
                       IF PAGT-DOCUMENTO NOT = RECV-DOCUMENTO
                           MOVE 'S' TO WRK-FIM-PAGTO
                       ELSE
                           MOVE PAGT-SEQUENCIA TO WRK-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE RECV-DOCUMENTO TO PAGT-DOCUMENTO.
           COMPUTE PAGT-SEQUENCIA = WRK-ULTIMA-SEQ + 1.
           ACCEPT PAGT-DATA-PAGTO FROM DATE YYYYMMDD.
           MOVE WRK-VALOR-PAGO TO PAGT-VALOR.
           MOVE WRK-PARTE-ENCARGOS TO PAGT-VALOR-ENCARGOS.
           MOVE ZEROS          TO PAGT-BANCO PAGT-ARQUIVO.
           MOVE 'BAIXA MANUAL' TO PAGT-REFERENCIA.
           MOVE 'M'            TO PAGT-ORIGEM.
           MOVE PAGT-DATA-PAGTO TO PAGT-DATA-PROCESSO.
           MOVE SPACES         TO PAGT-OPERADOR.
           WRITE PAGT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PAGTOREC: ' PAGT-CHAVE
           END-WRITE.

       0450-LOCALIZAR-TITULO.
           MOVE 'N' TO WRK-ENCONTRADO.
           DISPLAY 'NUMERO DO DOCUMENTO..'
           COMPUTE WRK-SALDO = RECV-VALOR - RECV-VALOR-PAGO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'DOCUMENTO........: ' RECV-DOCUMENTO.
           IF RECV-ORIGEM = 'M'
               DISPLAY 'MENSALIDADE......: ' RECV-ANO ' '
                   RECV-MES ' ALUNO ' RECV-ID-ALUNO
               DISPLAY 'VENCIMENTO.......: ' RECV-DATA-VENDA
           ELSE
               DISPLAY 'ANO/VENDEDOR/MES.: ' RECV-ANO ' '
                   RECV-ID-VENDEDOR ' ' RECV-MES
               DISPLAY 'CLIENTE..........: ' RECV-CLIENTE
               DISPLAY 'DATA DA VENDA....: ' RECV-DATA-VENDA
           END-IF.
           DISPLAY 'VALOR DO TITULO..: ' RECV-VALOR.
           DISPLAY 'VALOR PAGO.......: ' RECV-VALOR-PAGO.
           DISPLAY 'SALDO EM ABERTO..: ' WRK-SALDO.
           IF RECV-NIVEL-AVISO > ZEROS
               DISPLAY 'MULTA............: ' RECV-MULTA
               DISPLAY 'JUROS............: ' RECV-JUROS
               DISPLAY 'ENCARGOS PAGOS...: ' RECV-ENCARGOS-PAGOS
               DISPLAY 'ULTIMO AVISO.....: ' RECV-NIVEL-AVISO
                   ' EM ' RECV-DATA-AVISO
           END-IF.
           IF RECV-SITUACAO = 'P'
               DISPLAY 'SITUACAO.........: PAGO'
           ELSE
