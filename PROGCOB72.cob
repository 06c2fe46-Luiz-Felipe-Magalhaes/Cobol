       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB72.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EXTRATO DE TITULOS DE UM CLIENTE DO CADASTRO
      * CLIEMAS (PROGCOB71) - DADOS CADASTRAIS, TITULOS EM ABERTO
      * DO ARRECMAS COM O SALDO DE CADA UM, TITULOS JA PAGOS COM A
      * DATA DO PAGAMENTO, E O LIMITE DE CREDITO AINDA DISPONIVEL
      * CONTRA O SALDO EM ABERTO, PARA O FINANCEIRO COBRAR POR
      * CLIENTE. SAI EM GERACAO DE SPOOL EXTRCLIE PELO PROGCOB40
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - SALDO DO TITULO EM ABERTO PASSA A SOMAR A
      *              MULTA E OS JUROS AINDA NAO RECEBIDOS, PARA O
      *              LIMITE DISPONIVEL NAO FICAR MAIOR QUE O REAL
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLIEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
       01  CLI-RECORD.
           COPY CLIENTE REPLACING ==:PREFIX:== BY ==CLI==.

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       77  WRK-CLI-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-CLIENTE         PIC X(08)   VALUE SPACES.
       77  WRK-ENCONTRADO      PIC X(01)   VALUE 'N'.
       77  WRK-PASSADA         PIC 9(01)   VALUE ZEROS.
       77  WRK-DATA-REF        PIC 9(08)   VALUE ZEROS.
       77  WRK-SALDO           PIC 9(7)V99 VALUE ZEROS.
       77  WRK-SALDO-ENCARGOS  PIC S9(7)V99 VALUE ZEROS.
       77  WRK-QTD-ABERTOS     PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-PAGOS       PIC 9(05)   VALUE ZEROS.
       77  WRK-TOTAL-ABERTO    PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGO      PIC 9(9)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL      PIC S9(9)V99 VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(19) VALUE
              'EXTRATO DO CLIENTE '.
           05 WRK-T-CLIENTE    PIC X(08).
           05 FILLER           PIC X(14) VALUE ' - REFERENCIA '.
           05 WRK-T-DATA       PIC 9(08).

       01  WRK-LINHA-CLIENTE.
           05 WRK-C-ROTULO     PIC X(12).
           05 WRK-C-TEXTO      PIC X(60).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'DOCUMENTO  VENDA    PAGAMENTO VEND.     '.
           05 FILLER           PIC X(40) VALUE
              ' VALOR       PAGO      SALDO'.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-DOCUMENTO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-DATA-VENDA PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-DATA-PAGTO PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-VENDEDOR   PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-VALOR      PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-PAGO       PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-SALDO      PIC ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'CODIGO DO CLIENTE..'
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0100-LISTAR-TITULOS
                   VARYING WRK-PASSADA FROM 1 BY 1
                   UNTIL WRK-PASSADA > 2
               PERFORM 0300-ENCERRAR
           END-IF.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-ENCONTRADO.
           OPEN INPUT CLIENT-MASTER.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES CLIEMAS NAO ENCONTRADO '
                   '- CARGUE PELO PROGCOB71'
           ELSE
               MOVE WRK-CLIENTE TO CLI-CODIGO
               READ CLIENT-MASTER
                   KEY IS CLI-CODIGO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
               CLOSE CLIENT-MASTER
           END-IF.
           IF WRK-ENCONTRADO = 'S'
               MOVE 'R' TO SPL-FUNCAO
               MOVE 'EXTRCLIE' TO SPL-RELATORIO
               CALL 'PROGCOB40' USING SPL-AREA-SPOOL
               DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO
               OPEN OUTPUT PRINT-FILE
               PERFORM 0060-IMPRIMIR-CADASTRO
           END-IF.

       0060-IMPRIMIR-CADASTRO.
           MOVE WRK-CLIENTE  TO WRK-T-CLIENTE.
           MOVE WRK-DATA-REF TO WRK-T-DATA.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE 'NOME......:' TO WRK-C-ROTULO.
           MOVE CLI-NOME      TO WRK-C-TEXTO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CLIENTE.
           MOVE SPACES TO WRK-C-TEXTO.
           IF CLI-TIPO = 'J'
               MOVE 'CNPJ......:' TO WRK-C-ROTULO
               MOVE CLI-CNPJ-CPF  TO WRK-C-TEXTO
           ELSE
               MOVE 'CPF.......:' TO WRK-C-ROTULO
               MOVE CLI-CNPJ-CPF(4:11) TO WRK-C-TEXTO
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-CLIENTE.
           MOVE 'ENDERECO..:' TO WRK-C-ROTULO.
           MOVE CLI-ENDERECO  TO WRK-C-TEXTO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CLIENTE.
           MOVE 'CIDADE/UF.:' TO WRK-C-ROTULO.
           MOVE SPACES TO WRK-C-TEXTO.
           STRING CLI-CIDADE ' ' CLI-UF ' CEP ' CLI-CEP
               DELIMITED BY SIZE INTO WRK-C-TEXTO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CLIENTE.
           IF CLI-ATIVO = 'N'
               MOVE 'SITUACAO..:' TO WRK-C-ROTULO
               MOVE 'CLIENTE INATIVO' TO WRK-C-TEXTO
               WRITE PRINT-RECORD FROM WRK-LINHA-CLIENTE
           END-IF.

      ****************************** PASSADA 1 LISTA OS TITULOS EM
      ****************************** ABERTO E PASSADA 2 OS PAGOS
       0100-LISTAR-TITULOS.
           MOVE '--------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-PASSADA = 1
               MOVE 'TITULOS EM ABERTO' TO PRINT-RECORD
           ELSE
               MOVE 'TITULOS PAGOS' TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           OPEN INPUT RECEIVABLE-MASTER.
           IF WRK-RECV-STATUS NOT = '00'
               MOVE 'CONTAS A RECEBER ARRECMAS SEM TITULOS'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-TITULO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   IF RECV-CLIENTE = WRK-CLIENTE
                       PERFORM 0120-LISTAR-TITULO
                   END-IF
                   PERFORM 0110-LER-TITULO
               END-PERFORM
               CLOSE RECEIVABLE-MASTER
           END-IF.

       0110-LER-TITULO.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-LISTAR-TITULO.
           IF RECV-VALOR > RECV-VALOR-PAGO
               COMPUTE WRK-SALDO = RECV-VALOR - RECV-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           COMPUTE WRK-SALDO-ENCARGOS = RECV-MULTA + RECV-JUROS
               - RECV-ENCARGOS-PAGOS.
           IF WRK-SALDO-ENCARGOS > ZEROS
               ADD WRK-SALDO-ENCARGOS TO WRK-SALDO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PASSADA = 1 AND RECV-SITUACAO NOT = 'P'
                   ADD 1 TO WRK-QTD-ABERTOS
                   ADD WRK-SALDO TO WRK-TOTAL-ABERTO
                   PERFORM 0130-IMPRIMIR-TITULO
               WHEN WRK-PASSADA = 2 AND RECV-SITUACAO = 'P'
                   ADD 1 TO WRK-QTD-PAGOS
                   ADD RECV-VALOR-PAGO TO WRK-TOTAL-PAGO
                   PERFORM 0130-IMPRIMIR-TITULO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0130-IMPRIMIR-TITULO.
           MOVE RECV-DOCUMENTO   TO WRK-D-DOCUMENTO.
           MOVE RECV-DATA-VENDA  TO WRK-D-DATA-VENDA.
           MOVE RECV-DATA-PAGTO  TO WRK-D-DATA-PAGTO.
           MOVE RECV-ID-VENDEDOR TO WRK-D-VENDEDOR.
           MOVE RECV-VALOR       TO WRK-D-VALOR.
           MOVE RECV-VALOR-PAGO  TO WRK-D-PAGO.
           MOVE WRK-SALDO        TO WRK-D-SALDO.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.

       0300-ENCERRAR.
           MOVE '--------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'TITULOS EM ABERTO: ' WRK-QTD-ABERTOS
               ' TITULOS PAGOS: ' WRK-QTD-PAGOS
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'SALDO EM ABERTO...........:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-ABERTO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'TOTAL JA PAGO.............:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-PAGO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'LIMITE DE CREDITO.........:' TO WRK-TL-ROTULO.
           MOVE CLI-LIMITE-CREDITO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           COMPUTE WRK-DISPONIVEL = CLI-LIMITE-CREDITO
               - WRK-TOTAL-ABERTO.
           MOVE 'LIMITE DISPONIVEL.........:' TO WRK-TL-ROTULO.
           MOVE WRK-DISPONIVEL TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           IF WRK-DISPONIVEL < ZEROS
               MOVE 'SALDO EM ABERTO ACIMA DO LIMITE DE CREDITO'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'TITULOS EM ABERTO..: ' WRK-QTD-ABERTOS.
           DISPLAY 'TITULOS PAGOS......: ' WRK-QTD-PAGOS.
