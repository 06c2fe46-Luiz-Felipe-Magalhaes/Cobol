       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB73.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: PROCESSAMENTO DO ARQUIVO DE RETORNO DA COBRANCA
      * BANCARIA COBRRET (HEADER COM DATA, BANCO E NUMERO DO
      * ARQUIVO, UM DETALHE POR PAGAMENTO E TRAILER COM QUANTIDADE
      * E TOTAL, NOS MOLDES DO BANKRET). OS TOTAIS DO TRAILER SAO
      * CONFERIDOS ANTES DE QUALQUER BAIXA; ARQUIVO QUE NAO FECHA
      * NAO E APLICADO. CADA PAGAMENTO BAIXA O TITULO DO ARRECMAS
      * (TOTAL OU PARCIAL) E E GRAVADO NO RAZAO DE PAGAMENTOS
      * PAGTOREC COM DATA, VALOR, BANCO E REFERENCIA. DOCUMENTO SEM
      * TITULO, PAGAMENTO EM TITULO JA PAGO, PAGAMENTO JA PROCESSADO
      * E PAGAMENTO A MAIOR (O TITULO E LIQUIDADO E O EXCESSO FICA
      * PARA DEVOLUCAO) SAEM NO RELATORIO DE EXCECOES EM GERACAO DE
      * SPOOL COBREXCP PELO PROGCOB40. PASSO DESASSISTIDO DO
      * PROGCOB42 (EXECUCAO 'B'): RETORNO 16 SEM O COBRRET E 8
      * QUANDO OS TOTAIS NAO CONFEREM
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 14/10/2026 - FELIPE - PAGAMENTO QUITA PRIMEIRO O PRINCIPAL E
      *              DEPOIS OS ENCARGOS DE ATRASO LANCADOS PELO
      *              PROGCOB74 (MULTA E JUROS); SO O QUE PASSAR DOS
      *              DOIS E PAGAMENTO A MAIOR. A PARTE DOS ENCARGOS
      *              VAI PARA O PAGTOREC EM SEPARADO
      * 15/10/2026 - FELIPE - PAGAMENTO SEM REFERENCIA TAMBEM E
      *              RECONHECIDO COMO JA PROCESSADO QUANDO O RAZAO JA
      *              TEM BAIXA DO DOCUMENTO PELO MESMO BANCO E NUMERO
      *              DE ARQUIVO, PARA O RETORNO REPROCESSADO NAO
      *              BAIXAR EM DOBRO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "COBRRET"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-RET-STATUS.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT PAYMENT-LEDGER ASSIGN TO "PAGTOREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGT-CHAVE
               FILE STATUS IS WRK-PAGT-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RET-RECORD.
           05 RET-TIPO         PIC X(01).
           05 FILLER           PIC X(50).
       01  RET-HEADER.
           05 FILLER           PIC X(01).
           05 RET-H-DATA       PIC 9(08).
           05 RET-H-BANCO      PIC 9(03).
           05 RET-H-ARQUIVO    PIC 9(06).
           05 FILLER           PIC X(33).
       01  RET-DETALHE.
           05 FILLER           PIC X(01).
           05 RET-D-DOCUMENTO  PIC X(10).
           05 RET-D-VALOR      PIC 9(8)V99.
           05 RET-D-DATA-PAGTO PIC 9(08).
           05 RET-D-REFERENCIA PIC X(15).
           05 FILLER           PIC X(07).
       01  RET-TRAILER.
           05 FILLER           PIC X(01).
           05 RET-T-QTD        PIC 9(07).
           05 RET-T-TOTAL      PIC 9(10)V99.
           05 FILLER           PIC X(31).

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  PAYMENT-LEDGER.
       01  PAGT-RECORD.
           COPY PAGAMENT REPLACING ==:PREFIX:== BY ==PAGT==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-RET-STATUS      PIC X(02) VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-PAGT-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01) VALUE 'N'.
       77  WRK-FIM-PAGTO       PIC X(01) VALUE 'N'.
       77  WRK-SEM-RETORNO     PIC X(01) VALUE 'N'.
       77  WRK-RETORNO-INVALIDO PIC X(01) VALUE 'N'.
       77  WRK-TEM-TRAILER     PIC X(01) VALUE 'N'.
       77  WRK-ENCONTRADO      PIC X(01) VALUE 'N'.
       77  WRK-JA-REGISTRADO   PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR        PIC X(08) VALUE SPACES.
       77  WRK-DATA-HOJE       PIC 9(08) VALUE ZEROS.
       77  WRK-BANCO           PIC 9(03) VALUE ZEROS.
       77  WRK-NUM-ARQUIVO     PIC 9(06) VALUE ZEROS.
       77  WRK-ULTIMA-SEQ      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DETALHES    PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALDO           PIC S9(8)V99 VALUE ZEROS.
       77  WRK-VALOR-EXCECAO   PIC 9(8)V99 VALUE ZEROS.
       77  WRK-SALDO-ENCARGOS  PIC S9(8)V99 VALUE ZEROS.
       77  WRK-RESTANTE        PIC 9(8)V99 VALUE ZEROS.
       77  WRK-PARTE-ENCARGOS  PIC 9(8)V99 VALUE ZEROS.
       77  WRK-TOTAL-ENCARGOS  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QTD-LIQUIDADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PARCIAIS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-EXCECOES    PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXCECAO   PIC 9(10)V99 VALUE ZEROS.

       01  WRK-LINHA-EXCECAO.
           05 WRK-E-DOCUMENTO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-VALOR      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-REFERENCIA PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-E-MOTIVO     PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 WRK-T-ROTULO     PIC X(30).
           05 WRK-T-QTD        PIC ZZ.ZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-T-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-VALIDAR-RETORNO.
           IF WRK-SEM-RETORNO = 'S'
               MOVE 16 TO LNK-RETORNO
           ELSE
               IF WRK-RETORNO-INVALIDO = 'S'
                   MOVE 8 TO LNK-RETORNO
               ELSE
                   PERFORM 0050-ABRIR-ARQUIVOS
                   PERFORM 0200-PROCESSAR-RETORNO
                   PERFORM 0300-ENCERRAR
               END-IF
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT RETURN-FILE.
           OPEN I-O RECEIVABLE-MASTER.
           IF WRK-RECV-STATUS = '35'
               CLOSE RECEIVABLE-MASTER
               OPEN OUTPUT RECEIVABLE-MASTER
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
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'COBREXCP' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE 'EXCECOES DO RETORNO DA COBRANCA BANCARIA'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'BANCO ' WRK-BANCO ' ARQUIVO ' WRK-NUM-ARQUIVO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'DOCUMENTO            VALOR REFERENCIA      MOTIVO'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

      ****************************** PRIMEIRA LEITURA SO CONFERE O
      ****************************** HEADER E OS TOTAIS DO TRAILER
       0100-VALIDAR-RETORNO.
           MOVE 'N' TO WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-QTD-DETALHES WRK-HASH-VALOR.
           OPEN INPUT RETURN-FILE.
           IF WRK-RET-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE RETORNO COBRRET NAO ENCONTRADO '
                   'OU COM ERRO DE ABERTURA: ' WRK-RET-STATUS
               MOVE 'S' TO WRK-SEM-RETORNO
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-RETORNO
               IF WRK-FIM-ARQUIVO = 'S'
                   DISPLAY 'ARQUIVO COBRRET VAZIO'
                   MOVE 'S' TO WRK-RETORNO-INVALIDO
               ELSE
                   IF RET-TIPO NOT = '1'
                       DISPLAY 'HEADER AUSENTE NO COBRRET'
                       MOVE 'S' TO WRK-RETORNO-INVALIDO
                   ELSE
                       MOVE RET-H-BANCO   TO WRK-BANCO
                       MOVE RET-H-ARQUIVO TO WRK-NUM-ARQUIVO
                       DISPLAY 'RETORNO DO BANCO ' WRK-BANCO
                           ' ARQUIVO ' WRK-NUM-ARQUIVO
                           ' DE ' RET-H-DATA
                   END-IF
               END-IF
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                          OR WRK-RETORNO-INVALIDO = 'S'
                          OR WRK-TEM-TRAILER = 'S'
                   PERFORM 0110-LER-RETORNO
                   IF WRK-FIM-ARQUIVO = 'N'
                       EVALUATE RET-TIPO
                           WHEN '2'
                               ADD 1 TO WRK-QTD-DETALHES
                               ADD RET-D-VALOR TO WRK-HASH-VALOR
                           WHEN '9'
                               MOVE 'S' TO WRK-TEM-TRAILER
                               IF RET-T-QTD NOT = WRK-QTD-DETALHES
                                  OR RET-T-TOTAL NOT = WRK-HASH-VALOR
                                   DISPLAY 'TOTAIS DO TRAILER NAO '
                                       'CONFEREM COM O ARQUIVO'
                                   DISPLAY 'LIDOS: ' WRK-QTD-DETALHES
                                       ' VALOR: ' WRK-HASH-VALOR
                                   DISPLAY 'TRAILER: ' RET-T-QTD
                                       ' VALOR: ' RET-T-TOTAL
                                   MOVE 'S' TO WRK-RETORNO-INVALIDO
                               END-IF
                           WHEN OTHER
                               DISPLAY 'TIPO DE REGISTRO INVALIDO: '
                                   RET-TIPO
                               MOVE 'S' TO WRK-RETORNO-INVALIDO
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE RETURN-FILE
               IF WRK-RETORNO-INVALIDO = 'N'
                  AND WRK-TEM-TRAILER = 'N'
                   DISPLAY 'TRAILER AUSENTE NO COBRRET'
                   MOVE 'S' TO WRK-RETORNO-INVALIDO
               END-IF
               IF WRK-RETORNO-INVALIDO = 'S'
                   DISPLAY 'RETORNO REJEITADO - NADA FOI BAIXADO'
               END-IF
           END-IF.

       0110-LER-RETORNO.
           READ RETURN-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0200-PROCESSAR-RETORNO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-RETORNO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF RET-TIPO = '2'
                   PERFORM 0210-TRATAR-DETALHE
               END-IF
               PERFORM 0110-LER-RETORNO
           END-PERFORM.

       0210-TRATAR-DETALHE.
           MOVE RET-D-DOCUMENTO TO RECV-DOCUMENTO.
           READ RECEIVABLE-MASTER
               KEY IS RECV-DOCUMENTO
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
           END-READ.
           PERFORM 0240-CONFERIR-PAGAMENTOS.
           MOVE RET-D-VALOR TO WRK-VALOR-EXCECAO.
           EVALUATE TRUE
               WHEN WRK-ENCONTRADO = 'N'
                   MOVE 'DOCUMENTO SEM TITULO NO ARRECMAS'
                       TO WRK-E-MOTIVO
                   PERFORM 0250-GRAVAR-EXCECAO
               WHEN RET-D-VALOR = ZEROS
                   MOVE 'PAGAMENTO COM VALOR ZERADO'
                       TO WRK-E-MOTIVO
                   PERFORM 0250-GRAVAR-EXCECAO
               WHEN WRK-JA-REGISTRADO = 'S'
                   MOVE 'PAGAMENTO JA PROCESSADO'
                       TO WRK-E-MOTIVO
                   PERFORM 0250-GRAVAR-EXCECAO
               WHEN RECV-SITUACAO = 'P'
                   MOVE 'PAGAMENTO EM TITULO JA PAGO'
                       TO WRK-E-MOTIVO
                   PERFORM 0250-GRAVAR-EXCECAO
               WHEN OTHER
                   PERFORM 0220-BAIXAR-TITULO
                   PERFORM 0230-GRAVAR-PAGAMENTO
           END-EVALUATE.

      ****************************** O PAGAMENTO QUITA O SALDO DO
      ****************************** PRINCIPAL, DEPOIS O SALDO DOS
      ****************************** ENCARGOS; O EXCESSO VAI PARA O
      ****************************** RELATORIO DE EXCECOES
       0220-BAIXAR-TITULO.
           COMPUTE WRK-SALDO = RECV-VALOR - RECV-VALOR-PAGO.
           IF WRK-SALDO < ZEROS
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           COMPUTE WRK-SALDO-ENCARGOS = RECV-MULTA + RECV-JUROS
               - RECV-ENCARGOS-PAGOS.
           IF WRK-SALDO-ENCARGOS < ZEROS
               MOVE ZEROS TO WRK-SALDO-ENCARGOS
           END-IF.
           MOVE RET-D-VALOR TO WRK-RESTANTE.
           MOVE ZEROS TO WRK-PARTE-ENCARGOS.
           IF WRK-RESTANTE > WRK-SALDO
               ADD WRK-SALDO TO RECV-VALOR-PAGO
               SUBTRACT WRK-SALDO FROM WRK-RESTANTE
               IF WRK-RESTANTE > WRK-SALDO-ENCARGOS
                   MOVE WRK-SALDO-ENCARGOS TO WRK-PARTE-ENCARGOS
               ELSE
                   MOVE WRK-RESTANTE TO WRK-PARTE-ENCARGOS
               END-IF
               ADD WRK-PARTE-ENCARGOS TO RECV-ENCARGOS-PAGOS
               SUBTRACT WRK-PARTE-ENCARGOS FROM WRK-RESTANTE
           ELSE
               ADD WRK-RESTANTE TO RECV-VALOR-PAGO
               MOVE ZEROS TO WRK-RESTANTE
           END-IF.
           IF WRK-RESTANTE > ZEROS
               MOVE WRK-RESTANTE TO WRK-VALOR-EXCECAO
               MOVE 'PAGAMENTO A MAIOR - EXCESSO'
                   TO WRK-E-MOTIVO
               PERFORM 0250-GRAVAR-EXCECAO
           END-IF.
           IF RECV-VALOR-PAGO >= RECV-VALOR
              AND RECV-ENCARGOS-PAGOS >= RECV-MULTA + RECV-JUROS
               MOVE 'P' TO RECV-SITUACAO
               MOVE RET-D-DATA-PAGTO TO RECV-DATA-PAGTO
               ADD 1 TO WRK-QTD-LIQUIDADOS
           ELSE
               ADD 1 TO WRK-QTD-PARCIAIS
           END-IF.
           ADD RET-D-VALOR TO WRK-TOTAL-BAIXADO.
           ADD WRK-PARTE-ENCARGOS TO WRK-TOTAL-ENCARGOS.
           REWRITE RECV-RECORD.

       0230-GRAVAR-PAGAMENTO.
           MOVE RET-D-DOCUMENTO  TO PAGT-DOCUMENTO.
           COMPUTE PAGT-SEQUENCIA = WRK-ULTIMA-SEQ + 1.
           MOVE RET-D-DATA-PAGTO TO PAGT-DATA-PAGTO.
           MOVE RET-D-VALOR      TO PAGT-VALOR.
           MOVE WRK-PARTE-ENCARGOS TO PAGT-VALOR-ENCARGOS.
           MOVE WRK-BANCO        TO PAGT-BANCO.
           MOVE RET-D-REFERENCIA TO PAGT-REFERENCIA.
           MOVE WRK-NUM-ARQUIVO  TO PAGT-ARQUIVO.
           MOVE 'B'              TO PAGT-ORIGEM.
           MOVE WRK-DATA-HOJE    TO PAGT-DATA-PROCESSO.
           MOVE WRK-OPERADOR     TO PAGT-OPERADOR.
           WRITE PAGT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR PAGTOREC: ' PAGT-CHAVE
           END-WRITE.

      ****************************** ULTIMA SEQUENCIA DO DOCUMENTO NO
      ****************************** RAZAO E PAGAMENTO JA GRAVADO
      ****************************** (MESMO BANCO E REFERENCIA, OU SEM
      ****************************** REFERENCIA MESMO BANCO E NUMERO
      ****************************** DE ARQUIVO), QUE IMPEDE BAIXA
      ****************************** DUPLICADA QUANDO O MESMO RETORNO
      ****************************** E PROCESSADO DE NOVO
       0240-CONFERIR-PAGAMENTOS.
           MOVE 'N' TO WRK-JA-REGISTRADO.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE RET-D-DOCUMENTO TO PAGT-DOCUMENTO.
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
                       IF PAGT-DOCUMENTO NOT = RET-D-DOCUMENTO
                           MOVE 'S' TO WRK-FIM-PAGTO
                       ELSE
                           MOVE PAGT-SEQUENCIA TO WRK-ULTIMA-SEQ
                           IF PAGT-ORIGEM = 'B'
                              AND PAGT-BANCO = WRK-BANCO
                              AND PAGT-REFERENCIA = RET-D-REFERENCIA
                              AND (RET-D-REFERENCIA NOT = SPACES
                                OR PAGT-ARQUIVO = WRK-NUM-ARQUIVO)
                               MOVE 'S' TO WRK-JA-REGISTRADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0250-GRAVAR-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           ADD WRK-VALOR-EXCECAO TO WRK-TOTAL-EXCECAO.
           MOVE WRK-VALOR-EXCECAO TO WRK-E-VALOR.
           MOVE RET-D-DOCUMENTO  TO WRK-E-DOCUMENTO.
           MOVE RET-D-REFERENCIA TO WRK-E-REFERENCIA.
           WRITE PRINT-RECORD FROM WRK-LINHA-EXCECAO.

       0300-ENCERRAR.
           IF WRK-QTD-EXCECOES = ZEROS
               MOVE '  NENHUMA EXCECAO NO RETORNO' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'PAGAMENTOS NO ARQUIVO' TO WRK-T-ROTULO.
           MOVE WRK-QTD-DETALHES        TO WRK-T-QTD.
           MOVE WRK-HASH-VALOR          TO WRK-T-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'TITULOS LIQUIDADOS'    TO WRK-T-ROTULO.
           MOVE WRK-QTD-LIQUIDADOS      TO WRK-T-QTD.
           MOVE ZEROS                   TO WRK-T-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'BAIXAS PARCIAIS'       TO WRK-T-ROTULO.
           MOVE WRK-QTD-PARCIAIS        TO WRK-T-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'VALOR GRAVADO NO PAGTOREC' TO WRK-T-ROTULO.
           MOVE ZEROS                   TO WRK-T-QTD.
           MOVE WRK-TOTAL-BAIXADO       TO WRK-T-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE '  DOS QUAIS ENCARGOS DE ATRASO' TO WRK-T-ROTULO.
           MOVE WRK-TOTAL-ENCARGOS      TO WRK-T-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'EXCECOES'              TO WRK-T-ROTULO.
           MOVE WRK-QTD-EXCECOES        TO WRK-T-QTD.
           MOVE WRK-TOTAL-EXCECAO       TO WRK-T-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           CLOSE RETURN-FILE.
           CLOSE RECEIVABLE-MASTER.
           CLOSE PAYMENT-LEDGER.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'TITULOS LIQUIDADOS.....: ' WRK-QTD-LIQUIDADOS.
           DISPLAY 'BAIXAS PARCIAIS........: ' WRK-QTD-PARCIAIS.
           DISPLAY 'EXCECOES...............: ' WRK-QTD-EXCECOES.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB73' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'COBRRET BANCO=' WRK-BANCO
               ' ARQ=' WRK-NUM-ARQUIVO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           EVALUATE TRUE
               WHEN WRK-SEM-RETORNO = 'S'
                   MOVE 'COBRRET AUSENTE' TO AUDITORIA-RESULTADO
               WHEN WRK-RETORNO-INVALIDO = 'S'
                   MOVE 'TOTAIS NAO CONFEREM' TO AUDITORIA-RESULTADO
               WHEN OTHER
                   STRING 'LIQ=' WRK-QTD-LIQUIDADOS
                       ' EXC=' WRK-QTD-EXCECOES
                       DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           END-EVALUATE.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
