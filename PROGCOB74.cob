       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB74.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: REGUA MENSAL DE COBRANCA DOS TITULOS EM ATRASO DO
      * ARRECMAS. O VENCIMENTO E A DATA DA VENDA MAIS O PRAZO DA
      * TABELA MORARATE (UMA LINHA POR ANO, NOS MOLDES DA TAXRATE E
      * DA COMMRATE: PRAZO EM DIAS, PERCENTUAL DE MULTA, PERCENTUAL
      * DE JUROS AO DIA E OS DIAS DE ATRASO QUE LEVAM AO SEGUNDO
      * LEMBRETE E AO AVISO FINAL). A MULTA E LANCADA UMA VEZ NO
      * PRIMEIRO ATRASO E OS JUROS SAO APURADOS SOBRE O SALDO DO
      * PRINCIPAL ATE A DATA DE REFERENCIA. CADA TITULO RECEBE O
      * AVISO DO NIVEL QUE ALCANCOU (PRIMEIRO LEMBRETE, SEGUNDO
      * LEMBRETE, AVISO FINAL) E O NIVEL FICA GRAVADO NO TITULO PARA
      * O MESMO AVISO NAO SAIR DUAS VEZES. NO FIM, O RESUMO DA REGUA
      * E OS TITULOS LIQUIDADOS NO MES COM ENCARGOS, COM O PRINCIPAL
      * E OS ENCARGOS RECUPERADOS EM COLUNAS SEPARADAS. SAI EM
      * GERACAO DE SPOOL AVISOCOB PELO PROGCOB40. EM EXECUCAO 'B' A
      * REFERENCIA E A DATA DO DIA; RETORNO 8 SEM A TABELA DO ANO.
      * DIAS COMERCIAIS (ANO DE 360, MES DE 30) COMO NO PROGCOB47
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - MENSALIDADE (ORIGEM 'M' DO PROGCOB91) JA
      *              TRAZ O VENCIMENTO NA DATA-VENDA E NAO GANHA O
      *              PRAZO DA MORARATE; O AVISO DELA SAI EM NOME DO
      *              ALUNO (PERSNMAS PELO ID-ALUNO), QUE NAO TEM
      *              CLIENTE NO CLIEMAS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT RATE-FILE ASSIGN TO "MORARATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  CLIENT-MASTER.
       01  CLI-RECORD.
           COPY CLIENTE REPLACING ==:PREFIX:== BY ==CLI==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RATE-ANO          PIC 9(04).
           05 FILLER            PIC X(01).
           05 RATE-PRAZO        PIC 9(03).
           05 FILLER            PIC X(01).
           05 RATE-MULTA        PIC 9(2)V99.
           05 FILLER            PIC X(01).
           05 RATE-JUROS-DIA    PIC 9(1)V9999.
           05 FILLER            PIC X(01).
           05 RATE-DIAS-NIVEL2  PIC 9(03).
           05 FILLER            PIC X(01).
           05 RATE-DIAS-NIVEL3  PIC 9(03).

       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CLI-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-RATE-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-TEM-TAXA        PIC X(01)   VALUE 'N'.
       77  WRK-TEM-CLIENTES    PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU-CLIENTE   PIC X(01)   VALUE 'N'.
       77  WRK-TEM-PESSOAS     PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU-ALUNO     PIC X(01)   VALUE 'N'.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-DATA-REF        PIC 9(08)   VALUE ZEROS.
       77  WRK-DIAS-REF        PIC 9(08)   VALUE ZEROS.
       77  WRK-DIAS-VENDA      PIC 9(08)   VALUE ZEROS.
       77  WRK-ATRASO          PIC S9(05)  VALUE ZEROS.
       77  WRK-DIAS-ATRASO     PIC 9(05)   VALUE ZEROS.
       77  WRK-PRAZO           PIC 9(03)   VALUE ZEROS.
       77  WRK-PRAZO-TITULO    PIC 9(03)   VALUE ZEROS.
       77  WRK-TAXA-MULTA      PIC 9(2)V99 VALUE ZEROS.
       77  WRK-TAXA-JUROS      PIC 9(1)V9999 VALUE ZEROS.
       77  WRK-DIAS-NIVEL2     PIC 9(03)   VALUE ZEROS.
       77  WRK-DIAS-NIVEL3     PIC 9(03)   VALUE ZEROS.
       77  WRK-NIVEL           PIC 9(01)   VALUE ZEROS.
       77  WRK-SALDO           PIC S9(7)V99 VALUE ZEROS.
       77  WRK-SALDO-ENCARGOS  PIC S9(7)V99 VALUE ZEROS.
       77  WRK-JUROS           PIC 9(6)V99 VALUE ZEROS.
       77  WRK-TOTAL-A-PAGAR   PIC 9(7)V99 VALUE ZEROS.
       77  WRK-PASSADA         PIC 9(01)   VALUE ZEROS.
       77  WRK-QTD-ATRASO      PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-NIVEL1      PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-NIVEL2      PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-NIVEL3      PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-JA-AVISADOS PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-AVISOS      PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-RECUPERADOS PIC 9(06)   VALUE ZEROS.
       77  WRK-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-MULTA     PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS     PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-REC-PRINC PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-REC-ENCARG PIC 9(9)V99 VALUE ZEROS.

       01  WRK-DATA-DECOMPOSTA.
           05 WRK-DT-ANO       PIC 9(04).
           05 WRK-DT-MES       PIC 9(02).
           05 WRK-DT-DIA       PIC 9(02).

       01  WRK-DATA-REFERENCIA.
           05 WRK-REF-ANO      PIC 9(04).
           05 WRK-REF-MES      PIC 9(02).
           05 WRK-REF-DIA      PIC 9(02).

       01  WRK-DATA-PAGAMENTO.
           05 WRK-PG-ANO       PIC 9(04).
           05 WRK-PG-MES       PIC 9(02).
           05 WRK-PG-DIA       PIC 9(02).

       01  WRK-LINHA-VALOR.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-V-ROTULO     PIC X(24).
           05 WRK-V-VALOR      PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-CABEC-RECUP.
           05 FILLER           PIC X(40) VALUE
              'DOCUMENTO  PAGAMENTO       PRINCIPAL    '.
           05 FILLER           PIC X(40) VALUE
              '  ENCARGOS'.

       01  WRK-LINHA-RECUPERADO.
           05 WRK-R-DOCUMENTO  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-DATA       PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-PRINCIPAL  PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-ENCARGOS   PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           IF LNK-EXECUCAO = 'B'
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           ELSE
               DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 PARA HOJE)..'
               ACCEPT WRK-DATA-REF
               IF WRK-DATA-REF = ZEROS
                   ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
               END-IF
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DATA-REFERENCIA.
           MOVE WRK-DATA-REF TO WRK-DATA-DECOMPOSTA.
           PERFORM 0060-CALCULAR-DIAS.
           MOVE WRK-DIAS-VENDA TO WRK-DIAS-REF.

           PERFORM 0100-CARREGAR-TAXA.
           IF WRK-TEM-TAXA = 'N'
               DISPLAY 'SEM TAXAS NA MORARATE PARA O ANO '
                   WRK-REF-ANO ' - REGUA NAO EXECUTADA'
               MOVE 8 TO LNK-RETORNO
           ELSE
               PERFORM 0050-ABRIR-ARQUIVOS
               PERFORM 0150-PASSADA
                   VARYING WRK-PASSADA FROM 1 BY 1
                   UNTIL WRK-PASSADA > 2
               PERFORM 0500-ENCERRAR
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-TEM-CLIENTES.
           OPEN INPUT CLIENT-MASTER.
           IF WRK-CLI-STATUS = '00'
               MOVE 'S' TO WRK-TEM-CLIENTES
           ELSE
               DISPLAY 'CADASTRO CLIEMAS NAO ENCONTRADO - AVISOS '
                   'SAEM SEM ENDERECO'
           END-IF.
           MOVE 'N' TO WRK-TEM-PESSOAS.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '00'
               MOVE 'S' TO WRK-TEM-PESSOAS
           ELSE
               DISPLAY 'CADASTRO PERSNMAS NAO ENCONTRADO - AVISOS '
                   'DE MENSALIDADE SAEM SEM O NOME DO ALUNO'
           END-IF.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'AVISOCOB' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.

       0060-CALCULAR-DIAS.
           COMPUTE WRK-DIAS-VENDA = (WRK-DT-ANO * 360)
               + (WRK-DT-MES * 30) + WRK-DT-DIA.

       0100-CARREGAR-TAXA.
           MOVE 'N' TO WRK-TEM-TAXA.
           OPEN INPUT RATE-FILE.
           IF WRK-RATE-STATUS = '35'
               DISPLAY 'TABELA DE ENCARGOS MORARATE NAO ENCONTRADA'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-TAXA
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   IF RATE-ANO = WRK-REF-ANO
                       MOVE RATE-PRAZO       TO WRK-PRAZO
                       MOVE RATE-MULTA       TO WRK-TAXA-MULTA
                       MOVE RATE-JUROS-DIA   TO WRK-TAXA-JUROS
                       MOVE RATE-DIAS-NIVEL2 TO WRK-DIAS-NIVEL2
                       MOVE RATE-DIAS-NIVEL3 TO WRK-DIAS-NIVEL3
                       MOVE 'S' TO WRK-TEM-TAXA
                   END-IF
                   PERFORM 0110-LER-TAXA
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       0110-LER-TAXA.
           READ RATE-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ****************************** PASSADA 1 APURA OS ENCARGOS E
      ****************************** EMITE OS AVISOS; PASSADA 2 LISTA
      ****************************** OS ENCARGOS RECUPERADOS NO MES
       0150-PASSADA.
           IF WRK-PASSADA = 1
               OPEN I-O RECEIVABLE-MASTER
           ELSE
               PERFORM 0400-CABECALHO-RECUPERADOS
               OPEN INPUT RECEIVABLE-MASTER
           END-IF.
           IF WRK-RECV-STATUS = '35'
               CLOSE RECEIVABLE-MASTER
               OPEN OUTPUT RECEIVABLE-MASTER
               CLOSE RECEIVABLE-MASTER
               OPEN INPUT RECEIVABLE-MASTER
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0160-LER-TITULO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-PASSADA = 1
                   IF RECV-SITUACAO NOT = 'P'
                       PERFORM 0200-AVALIAR-TITULO
                   END-IF
               ELSE
                   IF RECV-SITUACAO = 'P'
                      AND RECV-ENCARGOS-PAGOS > ZEROS
                       PERFORM 0410-LISTAR-RECUPERADO
                   END-IF
               END-IF
               PERFORM 0160-LER-TITULO
           END-PERFORM.
           CLOSE RECEIVABLE-MASTER.

       0160-LER-TITULO.
           READ RECEIVABLE-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0200-AVALIAR-TITULO.
           COMPUTE WRK-SALDO = RECV-VALOR - RECV-VALOR-PAGO.
           IF WRK-SALDO < ZEROS
               MOVE ZEROS TO WRK-SALDO
           END-IF.
           COMPUTE WRK-SALDO-ENCARGOS = RECV-MULTA + RECV-JUROS
               - RECV-ENCARGOS-PAGOS.
           IF WRK-SALDO-ENCARGOS < ZEROS
               MOVE ZEROS TO WRK-SALDO-ENCARGOS
           END-IF.
           IF RECV-ORIGEM = 'M'
               MOVE ZEROS TO WRK-PRAZO-TITULO
           ELSE
               MOVE WRK-PRAZO TO WRK-PRAZO-TITULO
           END-IF.
           MOVE RECV-DATA-VENDA TO WRK-DATA-DECOMPOSTA.
           PERFORM 0060-CALCULAR-DIAS.
           COMPUTE WRK-ATRASO = WRK-DIAS-REF - WRK-DIAS-VENDA
               - WRK-PRAZO-TITULO.
           IF WRK-ATRASO > ZEROS
              AND (WRK-SALDO > ZEROS OR WRK-SALDO-ENCARGOS > ZEROS)
               PERFORM 0210-APURAR-ENCARGOS
               PERFORM 0220-DEFINIR-NIVEL
               IF WRK-NIVEL > RECV-NIVEL-AVISO
                   PERFORM 0300-EMITIR-AVISO
                   MOVE WRK-NIVEL    TO RECV-NIVEL-AVISO
                   MOVE WRK-DATA-REF TO RECV-DATA-AVISO
               ELSE
                   ADD 1 TO WRK-QTD-JA-AVISADOS
               END-IF
               REWRITE RECV-RECORD
               ADD 1 TO WRK-QTD-ATRASO
               ADD WRK-SALDO  TO WRK-TOTAL-PRINCIPAL
               ADD RECV-MULTA TO WRK-TOTAL-MULTA
               ADD RECV-JUROS TO WRK-TOTAL-JUROS
           END-IF.

      ****************************** A MULTA SO E LANCADA NO PRIMEIRO
      ****************************** ATRASO; OS JUROS NUNCA DIMINUEM,
      ****************************** MESMO COM BAIXA PARCIAL NO MES
       0210-APURAR-ENCARGOS.
           IF RECV-MULTA = ZEROS
              AND WRK-SALDO > ZEROS
               COMPUTE RECV-MULTA ROUNDED =
                   WRK-SALDO * WRK-TAXA-MULTA / 100
           END-IF.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-SALDO * WRK-TAXA-JUROS * WRK-ATRASO / 100.
           IF WRK-JUROS > RECV-JUROS
               MOVE WRK-JUROS TO RECV-JUROS
           END-IF.
           COMPUTE WRK-SALDO-ENCARGOS = RECV-MULTA + RECV-JUROS
               - RECV-ENCARGOS-PAGOS.
           IF WRK-SALDO-ENCARGOS < ZEROS
               MOVE ZEROS TO WRK-SALDO-ENCARGOS
           END-IF.

       0220-DEFINIR-NIVEL.
           EVALUATE TRUE
               WHEN WRK-ATRASO >= WRK-DIAS-NIVEL3
                   MOVE 3 TO WRK-NIVEL
               WHEN WRK-ATRASO >= WRK-DIAS-NIVEL2
                   MOVE 2 TO WRK-NIVEL
               WHEN OTHER
                   MOVE 1 TO WRK-NIVEL
           END-EVALUATE.

       0300-EMITIR-AVISO.
           ADD 1 TO WRK-QTD-AVISOS.
           MOVE '========================================'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           EVALUATE WRK-NIVEL
               WHEN 1
                   ADD 1 TO WRK-QTD-NIVEL1
                   MOVE 'AVISO DE COBRANCA - PRIMEIRO LEMBRETE'
                       TO PRINT-RECORD
               WHEN 2
                   ADD 1 TO WRK-QTD-NIVEL2
                   MOVE 'AVISO DE COBRANCA - SEGUNDO LEMBRETE'
                       TO PRINT-RECORD
               WHEN OTHER
                   ADD 1 TO WRK-QTD-NIVEL3
                   MOVE 'AVISO DE COBRANCA - AVISO FINAL'
                       TO PRINT-RECORD
           END-EVALUATE.
           WRITE PRINT-RECORD.
           PERFORM 0310-IMPRIMIR-CLIENTE.
           MOVE WRK-ATRASO TO WRK-DIAS-ATRASO.
           MOVE SPACES TO PRINT-RECORD.
           IF RECV-ORIGEM = 'M'
               STRING 'DOCUMENTO: ' RECV-DOCUMENTO
                   '  VENCIMENTO: ' RECV-DATA-VENDA
                   '  DIAS EM ATRASO: ' WRK-DIAS-ATRASO
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING 'DOCUMENTO: ' RECV-DOCUMENTO
                   '  DATA DA VENDA: ' RECV-DATA-VENDA
                   '  DIAS EM ATRASO: ' WRK-DIAS-ATRASO
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           MOVE 'PRINCIPAL EM ABERTO....:' TO WRK-V-ROTULO.
           MOVE WRK-SALDO TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE 'MULTA..................:' TO WRK-V-ROTULO.
           MOVE RECV-MULTA TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE 'JUROS..................:' TO WRK-V-ROTULO.
           MOVE RECV-JUROS TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           IF RECV-ENCARGOS-PAGOS > ZEROS
               MOVE 'ENCARGOS JA PAGOS......:' TO WRK-V-ROTULO
               MOVE RECV-ENCARGOS-PAGOS TO WRK-V-VALOR
               WRITE PRINT-RECORD FROM WRK-LINHA-VALOR
           END-IF.
           COMPUTE WRK-TOTAL-A-PAGAR = WRK-SALDO + WRK-SALDO-ENCARGOS.
           MOVE 'TOTAL A PAGAR..........:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-A-PAGAR TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE 'SOLICITAMOS A REGULARIZACAO DO PAGAMENTO '
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE 'EM ATRASO.' TO PRINT-RECORD
               WHEN 2
                   MOVE 'PERSISTINDO O ATRASO, PEDIMOS A '
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE 'REGULARIZACAO IMEDIATA DO PAGAMENTO.'
                       TO PRINT-RECORD
               WHEN OTHER
                   MOVE 'ULTIMO AVISO: SEM O PAGAMENTO O TITULO '
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE 'SERA ENCAMINHADO A COBRANCA.'
                       TO PRINT-RECORD
           END-EVALUATE.
           WRITE PRINT-RECORD.

       0310-IMPRIMIR-CLIENTE.
           IF RECV-ORIGEM = 'M'
               PERFORM 0315-IMPRIMIR-ALUNO
           ELSE
               PERFORM 0320-IMPRIMIR-CADASTRO
           END-IF.

      ****************************** MENSALIDADE NAO TEM CLIENTE: O
      ****************************** AVISO VAI PARA O ALUNO
       0315-IMPRIMIR-ALUNO.
           MOVE 'N' TO WRK-ACHOU-ALUNO.
           IF WRK-TEM-PESSOAS = 'S'
               MOVE RECV-ID-ALUNO TO PERSON-ID-PESSOA
               READ PERSON-MASTER
                   KEY IS PERSON-ID-PESSOA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-ALUNO
               END-READ
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           IF WRK-ACHOU-ALUNO = 'S'
               STRING 'ALUNO..: ' RECV-ID-ALUNO ' ' PERSON-NOME
                   ' ' PERSON-SOBRENOME
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING 'ALUNO..: ' RECV-ID-ALUNO
                   ' (SEM CADASTRO NO PERSNMAS)'
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.

       0320-IMPRIMIR-CADASTRO.
           MOVE 'N' TO WRK-ACHOU-CLIENTE.
           IF WRK-TEM-CLIENTES = 'S'
              AND RECV-CLIENTE NOT = SPACES
               MOVE RECV-CLIENTE TO CLI-CODIGO
               READ CLIENT-MASTER
                   KEY IS CLI-CODIGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CLIENTE
               END-READ
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           IF WRK-ACHOU-CLIENTE = 'S'
               STRING 'CLIENTE: ' CLI-CODIGO ' ' CLI-NOME
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '         ' CLI-ENDERECO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
               STRING '         ' CLI-CIDADE ' ' CLI-UF
                   ' CEP ' CLI-CEP
                   DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING 'CLIENTE: ' RECV-CLIENTE
                   ' (SEM CADASTRO NO CLIEMAS)'
                   DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.

       0400-CABECALHO-RECUPERADOS.
           MOVE '========================================'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'TITULOS EM ATRASO LIQUIDADOS EM '
               WRK-REF-MES '/' WRK-REF-ANO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABEC-RECUP.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0410-LISTAR-RECUPERADO.
           MOVE RECV-DATA-PAGTO TO WRK-DATA-PAGAMENTO.
           IF WRK-PG-ANO = WRK-REF-ANO
              AND WRK-PG-MES = WRK-REF-MES
               ADD 1 TO WRK-QTD-RECUPERADOS
               MOVE RECV-DOCUMENTO      TO WRK-R-DOCUMENTO
               MOVE RECV-DATA-PAGTO     TO WRK-R-DATA
               MOVE RECV-VALOR-PAGO     TO WRK-R-PRINCIPAL
               MOVE RECV-ENCARGOS-PAGOS TO WRK-R-ENCARGOS
               WRITE PRINT-RECORD FROM WRK-LINHA-RECUPERADO
               ADD RECV-VALOR-PAGO     TO WRK-TOTAL-REC-PRINC
               ADD RECV-ENCARGOS-PAGOS TO WRK-TOTAL-REC-ENCARG
           END-IF.

       0500-ENCERRAR.
           IF WRK-QTD-RECUPERADOS = ZEROS
               MOVE '  NENHUM TITULO EM ATRASO LIQUIDADO NO MES'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'PRINCIPAL RECUPERADO...:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-REC-PRINC TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE 'ENCARGOS RECUPERADOS...:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-REC-ENCARG TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE '========================================'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'RESUMO DA REGUA DE COBRANCA - REFERENCIA '
               WRK-DATA-REF
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'TITULOS EM ATRASO: ' WRK-QTD-ATRASO
               '  SEM NOVO AVISO: ' WRK-QTD-JA-AVISADOS
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'AVISOS EMITIDOS - 1O LEMBRETE: ' WRK-QTD-NIVEL1
               '  2O LEMBRETE: ' WRK-QTD-NIVEL2
               '  FINAL: ' WRK-QTD-NIVEL3
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'PRINCIPAL EM ATRASO....:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-PRINCIPAL TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE 'MULTA LANCADA..........:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-MULTA TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE 'JUROS LANCADOS.........:' TO WRK-V-ROTULO.
           MOVE WRK-TOTAL-JUROS TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           IF WRK-TEM-CLIENTES = 'S'
               CLOSE CLIENT-MASTER
           END-IF.
           IF WRK-TEM-PESSOAS = 'S'
               CLOSE PERSON-MASTER
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'TITULOS EM ATRASO........: ' WRK-QTD-ATRASO.
           DISPLAY 'AVISOS EMITIDOS..........: ' WRK-QTD-AVISOS.
           DISPLAY 'SEM NOVO AVISO...........: ' WRK-QTD-JA-AVISADOS.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB74' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'REGUA COBRANCA REF=' WRK-DATA-REF
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           IF WRK-TEM-TAXA = 'N'
               MOVE 'SEM MORARATE' TO AUDITORIA-RESULTADO
           ELSE
               STRING 'AVISOS=' WRK-QTD-AVISOS
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
