       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB79.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EXTRACAO DIARIA DOS LANCAMENTOS CONTABEIS PARA A
      * CONTABILIDADE NO ARQUIVO DE INTERFACE CTBLANC (HEADER COM O
      * NUMERO DA EXTRACAO, UM PAR DE DETALHES DEBITO/CREDITO POR
      * EVENTO E TRAILER COM QUANTIDADE, TOTAL DE DEBITOS E TOTAL
      * DE CREDITOS, QUE TEM QUE BATER). EVENTOS DO ANO: VENDAS E
      * ESTORNOS DOS DIARIOS SJAAAAMM, RECEBIMENTOS DO PAGTOREC
      * (PRINCIPAL E ENCARGOS SEPARADOS) E COMISSOES PAGAS DO
      * COMMCTL. O TIPO DO EVENTO VIRA CONTA DE DEBITO E DE CREDITO
      * PELA TABELA CTBMAPA (UMA LINHA POR TIPO: VD VENDA, ES
      * ESTORNO, RC RECEBIMENTO, EN ENCARGOS RECEBIDOS, CM COMISSAO
      * PAGA), E O CENTRO DE CUSTO E A FILIAL DO EVENTO OU, SEM
      * FILIAL, O CENTRO PADRAO DA TABELA. CADA EVENTO EXTRAIDO FICA
      * NO REGISTRO CTBEXTR E NAO SAI DE NOVO; EVENTO SEM CONTA NA
      * TABELA FICA PARA A PROXIMA EXTRACAO. O RELATORIO DE
      * CONFERENCIA SAI EM GERACAO DE SPOOL CTBCONF PELO PROGCOB40:
      * POR TIPO, O TOTAL DA ORIGEM = JA EXTRAIDO + NESTA EXTRACAO +
      * SEM CONTA. EM EXECUCAO 'B' O ANO VEM DO PARAMETRO (ZERO =
      * ANO CORRENTE E TAMBEM O ANTERIOR, PARA PEGAR O QUE FICOU
      * DA VIRADA DO ANO); RETORNO 8 SEM A CTBMAPA
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - VALOR PAGO DA COMISSAO INCLUI O OVERRIDE
      *              DO SUPERVISOR (CTL-VALOR-OVERRIDE)
      * 15/10/2026 - FELIPE - ANO ZERO EXTRAI O ANO CORRENTE E O
      *              ANTERIOR (EVENTOS DE DEZEMBRO PAGOS OU
      *              RETORNADOS EM JANEIRO); O CTBEXTR EVITA A
      *              EXTRACAO EM DOBRO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN TO "CTBMAPA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MAP-STATUS.
           SELECT EXTRACT-REGISTER ASSIGN TO "CTBEXTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CHAVE
               FILE STATUS IS WRK-EXT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC
               WRK-ARQUIVO-JORNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNX-CHAVE
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT PAYMENT-LEDGER ASSIGN TO "PAGTOREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAGT-CHAVE
               FILE STATUS IS WRK-PAGT-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "COMMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "CTBLANC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-LANC-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MAP-FILE.
       01  MAP-RECORD.
           05 MAP-TIPO-EVENTO  PIC X(02).
           05 FILLER           PIC X(01).
           05 MAP-CONTA-DEBITO PIC X(10).
           05 FILLER           PIC X(01).
           05 MAP-CONTA-CREDITO PIC X(10).
           05 FILLER           PIC X(01).
           05 MAP-CENTRO-PADRAO PIC X(10).
           05 FILLER           PIC X(01).
           05 MAP-DESCRICAO    PIC X(30).

       FD  EXTRACT-REGISTER.
       01  EXT-RECORD.
           COPY CTBEXTR REPLACING ==:PREFIX:== BY ==EXT==.

       FD  JOURNAL-FILE.
       01  JRNX-RECORD.
           COPY JORNALIX REPLACING ==:PREFIX:== BY ==JRNX==.

       FD  PAYMENT-LEDGER.
       01  PAGT-RECORD.
           COPY PAGAMENT REPLACING ==:PREFIX:== BY ==PAGT==.

       FD  CONTROL-FILE.
       01  CTL-RECORD.
           COPY COMMCTL REPLACING ==:PREFIX:== BY ==CTL==.

       FD  LEDGER-FILE.
       01  LANC-RECORD.
           05 LANC-TIPO        PIC X(01).
           05 FILLER           PIC X(79).
       01  LANC-HEADER.
           05 FILLER           PIC X(01).
           05 LANC-H-DATA      PIC 9(08).
           05 LANC-H-EXTRACAO  PIC 9(06).
           05 LANC-H-ANO       PIC 9(04).
           05 FILLER           PIC X(61).
       01  LANC-DETALHE.
           05 FILLER           PIC X(01).
           05 LANC-D-DATA      PIC 9(08).
           05 LANC-D-CONTA     PIC X(10).
           05 LANC-D-NATUREZA  PIC X(01).
           05 LANC-D-VALOR     PIC 9(10)V99.
           05 LANC-D-CENTRO    PIC X(10).
           05 LANC-D-EVENTO    PIC X(02).
           05 LANC-D-ORIGEM    PIC X(20).
           05 LANC-D-LANCAMENTO PIC 9(07).
           05 FILLER           PIC X(09).
       01  LANC-TRAILER.
           05 FILLER           PIC X(01).
           05 LANC-T-QTD       PIC 9(07).
           05 LANC-T-DEBITOS   PIC 9(12)V99.
           05 LANC-T-CREDITOS  PIC 9(12)V99.
           05 FILLER           PIC X(44).

       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-MAP-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-EXT-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-JRN-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-PAGT-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CTL-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-LANC-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-ARQUIVO-JORNAL  PIC X(08)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-SEM-TABELA      PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU-CONTA     PIC X(01)   VALUE 'N'.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-ANO-INICIAL     PIC 9(04)   VALUE ZEROS.
       77  WRK-ANO-EXTRACAO    PIC 9(04)   VALUE ZEROS.
       77  WRK-MES             PIC 9(02)   VALUE ZEROS.
       77  WRK-EXTRACAO        PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-CONTAS      PIC 9(02)   VALUE ZEROS.
       77  WRK-SUBCONTA        PIC 9(02)   VALUE ZEROS.
       77  WRK-SUBEVENTO       PIC 9(01)   VALUE ZEROS.
       77  WRK-LANCAMENTO      PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-DETALHES    PIC 9(07)   VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS   PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXTRAIDO  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALOR-PAGO      PIC S9(8)V99 VALUE ZEROS.
       77  WRK-CONFERE         PIC X(01)   VALUE 'S'.

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 WRK-H-MES        PIC 9(02).
           05 WRK-H-DIA        PIC 9(02).

       01  WRK-DATA-EVENTO.
           05 WRK-DE-ANO       PIC 9(04).
           05 WRK-DE-MES       PIC 9(02).
           05 WRK-DE-DIA       PIC 9(02).

       01  WRK-EVENTO.
           05 WRK-EV-CHAVE     PIC X(20).
           05 WRK-EV-VALOR     PIC 9(8)V99.
           05 WRK-EV-CENTRO    PIC X(10).

       01  WRK-CHAVE-COMISSAO.
           05 WRK-CC-ANO       PIC 9(04).
           05 WRK-CC-VENDEDOR  PIC 9(05).
           05 WRK-CC-REMESSA   PIC 9(04).

       01  WRK-TABELA-CONTAS.
           05 WRK-CONTA        OCCURS 20 TIMES.
               10 WRK-C-TIPO       PIC X(02).
               10 WRK-C-DEBITO     PIC X(10).
               10 WRK-C-CREDITO    PIC X(10).
               10 WRK-C-CENTRO     PIC X(10).

      ****************************** ORDEM FIXA: 1 VD 2 ES 3 RC
      ****************************** 4 EN 5 CM
       01  WRK-CODIGOS-EVENTO.
           05 FILLER           PIC X(10) VALUE 'VDESRCENCM'.
       01  WRK-CODIGOS-R REDEFINES WRK-CODIGOS-EVENTO.
           05 WRK-COD-EVENTO   PIC X(02) OCCURS 5 TIMES.

       01  WRK-TOTAIS-EVENTO.
           05 WRK-TOTAL-EVENTO OCCURS 5 TIMES.
               10 WRK-QTD-FONTE     PIC 9(07).
               10 WRK-VALOR-FONTE   PIC 9(10)V99.
               10 WRK-QTD-JA        PIC 9(07).
               10 WRK-VALOR-JA      PIC 9(10)V99.
               10 WRK-QTD-NOVO      PIC 9(07).
               10 WRK-VALOR-NOVO    PIC 9(10)V99.
               10 WRK-QTD-SEM       PIC 9(07).
               10 WRK-VALOR-SEM     PIC 9(10)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(34) VALUE
              'CONFERENCIA DA EXTRACAO CONTABIL '.
           05 WRK-T-EXTRACAO   PIC 9(06).
           05 FILLER           PIC X(06) VALUE ' ANO '.
           05 WRK-T-ANO        PIC 9(04).
           05 FILLER           PIC X(07) VALUE ' DATA '.
           05 WRK-T-DATA       PIC 9(08).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'EV     NA ORIGEM   JA EXTRAIDO   NESTA E'.
           05 FILLER           PIC X(40) VALUE
              'XTR.     SEM CONTA CONFERE'.

       01  WRK-LINHA-VALOR.
           05 WRK-V-EVENTO     PIC X(02).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-FONTE      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-JA         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-NOVO       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-SEM        PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-CONFERE    PIC X(10).

       01  WRK-LINHA-QTD.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 WRK-Q-FONTE      PIC ZZZZZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WRK-Q-JA         PIC ZZZZZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WRK-Q-NOVO       PIC ZZZZZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WRK-Q-SEM        PIC ZZZZZZ9.

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-VALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-ANO TO WRK-ANO
           ELSE
               DISPLAY 'ANO DOS EVENTOS A EXTRAIR (0 = ANO CORRENTE)..'
               ACCEPT WRK-ANO
           END-IF.
           IF WRK-ANO = ZEROS
               MOVE WRK-H-ANO TO WRK-ANO
               COMPUTE WRK-ANO-INICIAL = WRK-ANO - 1
           ELSE
               MOVE WRK-ANO TO WRK-ANO-INICIAL
           END-IF.
           PERFORM 0100-CARREGAR-CONTAS.
           IF WRK-SEM-TABELA = 'S'
               MOVE 8 TO LNK-RETORNO
           ELSE
               PERFORM 0050-ABRIR-ARQUIVOS
               PERFORM 0150-EXTRAIR-ANO
                   VARYING WRK-ANO-EXTRACAO FROM WRK-ANO-INICIAL
                   BY 1 UNTIL WRK-ANO-EXTRACAO > WRK-ANO
               PERFORM 0700-ENCERRAR
               IF WRK-CONFERE = 'N'
                   MOVE 16 TO LNK-RETORNO
               END-IF
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           MOVE ZEROS TO WRK-TOTAIS-EVENTO.
           MOVE ZEROS TO WRK-LANCAMENTO WRK-QTD-DETALHES
               WRK-TOTAL-DEBITOS WRK-TOTAL-CREDITOS.
           OPEN I-O EXTRACT-REGISTER.
           IF WRK-EXT-STATUS = '35'
               CLOSE EXTRACT-REGISTER
               OPEN OUTPUT EXTRACT-REGISTER
               CLOSE EXTRACT-REGISTER
               OPEN I-O EXTRACT-REGISTER
           END-IF.
           MOVE '00'   TO EXT-TIPO-EVENTO.
           MOVE SPACES TO EXT-ORIGEM.
           READ EXTRACT-REGISTER
               KEY IS EXT-CHAVE
               INVALID KEY
                   MOVE ZEROS TO EXT-NUM-EXTRACAO EXT-VALOR
                       EXT-LANCAMENTO
                   MOVE WRK-DATA-HOJE TO EXT-DATA-EXTRACAO
                   WRITE EXT-RECORD
           END-READ.
           COMPUTE WRK-EXTRACAO = EXT-NUM-EXTRACAO + 1.
           OPEN INPUT PAYMENT-LEDGER.
           IF WRK-PAGT-STATUS = '35'
               CLOSE PAYMENT-LEDGER
               OPEN OUTPUT PAYMENT-LEDGER
               CLOSE PAYMENT-LEDGER
               OPEN INPUT PAYMENT-LEDGER
           END-IF.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS = '35'
               CLOSE CONTROL-FILE
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN INPUT CONTROL-FILE
           END-IF.
           OPEN OUTPUT LEDGER-FILE.
           MOVE SPACES        TO LANC-HEADER.
           MOVE '1'           TO LANC-TIPO.
           MOVE WRK-DATA-HOJE TO LANC-H-DATA.
           MOVE WRK-EXTRACAO  TO LANC-H-EXTRACAO.
           MOVE WRK-ANO       TO LANC-H-ANO.
           WRITE LANC-HEADER.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'CTBCONF' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE WRK-EXTRACAO  TO WRK-T-EXTRACAO.
           MOVE WRK-ANO       TO WRK-T-ANO.
           MOVE WRK-DATA-HOJE TO WRK-T-DATA.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0100-CARREGAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-CONTAS.
           OPEN INPUT MAP-FILE.
           IF WRK-MAP-STATUS = '35'
               DISPLAY 'TABELA DE CONTAS CTBMAPA NAO ENCONTRADA'
               MOVE 'S' TO WRK-SEM-TABELA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-CONTA
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                          OR WRK-QTD-CONTAS >= 20
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE MAP-TIPO-EVENTO
                       TO WRK-C-TIPO(WRK-QTD-CONTAS)
                   MOVE MAP-CONTA-DEBITO
                       TO WRK-C-DEBITO(WRK-QTD-CONTAS)
                   MOVE MAP-CONTA-CREDITO
                       TO WRK-C-CREDITO(WRK-QTD-CONTAS)
                   MOVE MAP-CENTRO-PADRAO
                       TO WRK-C-CENTRO(WRK-QTD-CONTAS)
                   PERFORM 0110-LER-CONTA
               END-PERFORM
               CLOSE MAP-FILE
               IF WRK-QTD-CONTAS = ZEROS
                   DISPLAY 'TABELA DE CONTAS CTBMAPA VAZIA'
                   MOVE 'S' TO WRK-SEM-TABELA
               END-IF
           END-IF.

       0110-LER-CONTA.
           READ MAP-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ****************************** COM O ANO PADRAO PASSA TAMBEM
      ****************************** O ANTERIOR; O QUE JA ESTA NO
      ****************************** CTBEXTR NAO SAI DE NOVO
       0150-EXTRAIR-ANO.
           PERFORM 0200-EXTRAIR-VENDAS.
           PERFORM 0300-EXTRAIR-RECEBIMENTOS.
           PERFORM 0400-EXTRAIR-COMISSOES.

      ****************************** UM DIARIO SJAAAAMM POR MES DO
      ****************************** ANO; MES SEM DIARIO E PULADO
       0200-EXTRAIR-VENDAS.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
               MOVE SPACES TO WRK-ARQUIVO-JORNAL
               STRING 'SJ'    DELIMITED BY SIZE
                      WRK-ANO-EXTRACAO DELIMITED BY SIZE
                      WRK-MES DELIMITED BY SIZE
                   INTO WRK-ARQUIVO-JORNAL
               OPEN INPUT JOURNAL-FILE
               IF WRK-JRN-STATUS = '00'
                   PERFORM 0210-LER-DIARIO
                   CLOSE JOURNAL-FILE
               END-IF
           END-PERFORM.

       0210-LER-DIARIO.
           MOVE ZEROS TO JRNX-CHAVE.
           START JOURNAL-FILE
               KEY IS NOT LESS THAN JRNX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ JOURNAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0220-EVENTO-DO-DIARIO
               END-READ
           END-PERFORM.

      ****************************** TIPO EM BRANCO (LINHA ANTIGA)
      ****************************** E VENDA
       0220-EVENTO-DO-DIARIO.
           IF JRNX-TIPO = 'E'
               MOVE 2 TO WRK-SUBEVENTO
           ELSE
               MOVE 1 TO WRK-SUBEVENTO
           END-IF.
           MOVE JRNX-CHAVE  TO WRK-EV-CHAVE.
           MOVE JRNX-VALOR  TO WRK-EV-VALOR.
           MOVE JRNX-FILIAL TO WRK-EV-CENTRO.
           IF JRNX-DATA-VENDA > ZEROS
               MOVE JRNX-DATA-VENDA TO WRK-DATA-EVENTO
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-EVENTO
           END-IF.
           PERFORM 0600-TRATAR-EVENTO.

      ****************************** PRINCIPAL E ENCARGOS DO MESMO
      ****************************** PAGAMENTO SAO EVENTOS SEPARADOS
       0300-EXTRAIR-RECEBIMENTOS.
           MOVE LOW-VALUES TO PAGT-CHAVE.
           START PAYMENT-LEDGER
               KEY IS NOT LESS THAN PAGT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ PAYMENT-LEDGER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       MOVE PAGT-DATA-PAGTO TO WRK-DATA-EVENTO
                       IF WRK-DE-ANO = WRK-ANO-EXTRACAO
                           PERFORM 0310-EVENTO-DO-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       0310-EVENTO-DO-PAGAMENTO.
           MOVE PAGT-CHAVE TO WRK-EV-CHAVE.
           MOVE SPACES     TO WRK-EV-CENTRO.
           IF PAGT-VALOR > PAGT-VALOR-ENCARGOS
               MOVE 3 TO WRK-SUBEVENTO
               COMPUTE WRK-EV-VALOR =
                   PAGT-VALOR - PAGT-VALOR-ENCARGOS
               PERFORM 0600-TRATAR-EVENTO
           END-IF.
           IF PAGT-VALOR-ENCARGOS > ZEROS
               MOVE 4 TO WRK-SUBEVENTO
               MOVE PAGT-VALOR-ENCARGOS TO WRK-EV-VALOR
               PERFORM 0600-TRATAR-EVENTO
           END-IF.

      ****************************** PAGO = COMISSAO + AJUSTES DA
      ****************************** REMESSA; COMISSAO TODA
      ****************************** ABSORVIDA POR DESCONTO NAO GERA
      ****************************** LANCAMENTO
       0400-EXTRAIR-COMISSOES.
           MOVE WRK-ANO-EXTRACAO TO CTL-ANO.
           MOVE ZEROS   TO CTL-ID-VENDEDOR.
           START CONTROL-FILE
               KEY IS NOT LESS THAN CTL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ CONTROL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-ANO NOT = WRK-ANO-EXTRACAO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF CTL-SITUACAO = 'P'
                               PERFORM 0410-EVENTO-DA-COMISSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0410-EVENTO-DA-COMISSAO.
           COMPUTE WRK-VALOR-PAGO = CTL-VALOR + CTL-VALOR-OVERRIDE
               + CTL-VALOR-AJUSTE.
           IF WRK-VALOR-PAGO > ZEROS
               MOVE 5               TO WRK-SUBEVENTO
               MOVE CTL-ANO         TO WRK-CC-ANO
               MOVE CTL-ID-VENDEDOR TO WRK-CC-VENDEDOR
               MOVE CTL-REMESSA     TO WRK-CC-REMESSA
               MOVE WRK-CHAVE-COMISSAO TO WRK-EV-CHAVE
               MOVE WRK-VALOR-PAGO  TO WRK-EV-VALOR
               MOVE SPACES          TO WRK-EV-CENTRO
               EVALUATE TRUE
                   WHEN CTL-DATA-RETORNO > ZEROS
                       MOVE CTL-DATA-RETORNO TO WRK-DATA-EVENTO
                   WHEN CTL-DATA-ENVIO > ZEROS
                       MOVE CTL-DATA-ENVIO TO WRK-DATA-EVENTO
                   WHEN OTHER
                       MOVE WRK-DATA-HOJE TO WRK-DATA-EVENTO
               END-EVALUATE
               PERFORM 0600-TRATAR-EVENTO
           END-IF.

      ****************************** EVENTO JA NO CTBEXTR NAO SAI DE
      ****************************** NOVO; SEM CONTA NA CTBMAPA FICA
      ****************************** PARA A PROXIMA EXTRACAO
       0600-TRATAR-EVENTO.
           ADD 1            TO WRK-QTD-FONTE(WRK-SUBEVENTO).
           ADD WRK-EV-VALOR TO WRK-VALOR-FONTE(WRK-SUBEVENTO).
           MOVE WRK-COD-EVENTO(WRK-SUBEVENTO) TO EXT-TIPO-EVENTO.
           MOVE WRK-EV-CHAVE TO EXT-ORIGEM.
           READ EXTRACT-REGISTER
               KEY IS EXT-CHAVE
               INVALID KEY
                   PERFORM 0610-LOCALIZAR-CONTA
                   IF WRK-ACHOU-CONTA = 'S'
                       PERFORM 0620-GRAVAR-LANCAMENTO
                   ELSE
                       ADD 1 TO WRK-QTD-SEM(WRK-SUBEVENTO)
                       ADD WRK-EV-VALOR
                           TO WRK-VALOR-SEM(WRK-SUBEVENTO)
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-JA(WRK-SUBEVENTO)
                   ADD WRK-EV-VALOR TO WRK-VALOR-JA(WRK-SUBEVENTO)
           END-READ.

       0610-LOCALIZAR-CONTA.
           MOVE 'N' TO WRK-ACHOU-CONTA.
           PERFORM VARYING WRK-SUBCONTA FROM 1 BY 1
                   UNTIL WRK-SUBCONTA > WRK-QTD-CONTAS
                      OR WRK-ACHOU-CONTA = 'S'
               IF WRK-C-TIPO(WRK-SUBCONTA) =
                  WRK-COD-EVENTO(WRK-SUBEVENTO)
                   MOVE 'S' TO WRK-ACHOU-CONTA
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-CONTA = 'S'
               SUBTRACT 1 FROM WRK-SUBCONTA
               IF WRK-EV-CENTRO = SPACES
                   MOVE WRK-C-CENTRO(WRK-SUBCONTA) TO WRK-EV-CENTRO
               END-IF
           END-IF.

       0620-GRAVAR-LANCAMENTO.
           ADD 1 TO WRK-LANCAMENTO.
           MOVE SPACES          TO LANC-DETALHE.
           MOVE '2'             TO LANC-TIPO.
           MOVE WRK-DATA-EVENTO TO LANC-D-DATA.
           MOVE WRK-C-DEBITO(WRK-SUBCONTA) TO LANC-D-CONTA.
           MOVE 'D'             TO LANC-D-NATUREZA.
           MOVE WRK-EV-VALOR    TO LANC-D-VALOR.
           MOVE WRK-EV-CENTRO   TO LANC-D-CENTRO.
           MOVE WRK-COD-EVENTO(WRK-SUBEVENTO) TO LANC-D-EVENTO.
           MOVE WRK-EV-CHAVE    TO LANC-D-ORIGEM.
           MOVE WRK-LANCAMENTO  TO LANC-D-LANCAMENTO.
           WRITE LANC-DETALHE.
           ADD WRK-EV-VALOR TO WRK-TOTAL-DEBITOS.
           MOVE WRK-C-CREDITO(WRK-SUBCONTA) TO LANC-D-CONTA.
           MOVE 'C'             TO LANC-D-NATUREZA.
           WRITE LANC-DETALHE.
           ADD WRK-EV-VALOR TO WRK-TOTAL-CREDITOS.
           ADD 2 TO WRK-QTD-DETALHES.
           MOVE WRK-EXTRACAO    TO EXT-NUM-EXTRACAO.
           MOVE WRK-DATA-HOJE   TO EXT-DATA-EXTRACAO.
           MOVE WRK-EV-VALOR    TO EXT-VALOR.
           MOVE WRK-LANCAMENTO  TO EXT-LANCAMENTO.
           WRITE EXT-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CTBEXTR: ' EXT-CHAVE
           END-WRITE.
           ADD 1            TO WRK-QTD-NOVO(WRK-SUBEVENTO).
           ADD WRK-EV-VALOR TO WRK-VALOR-NOVO(WRK-SUBEVENTO).

       0700-ENCERRAR.
           MOVE SPACES             TO LANC-TRAILER.
           MOVE '9'                TO LANC-TIPO.
           MOVE WRK-QTD-DETALHES   TO LANC-T-QTD.
           MOVE WRK-TOTAL-DEBITOS  TO LANC-T-DEBITOS.
           MOVE WRK-TOTAL-CREDITOS TO LANC-T-CREDITOS.
           WRITE LANC-TRAILER.
           CLOSE LEDGER-FILE.
           MOVE '00'   TO EXT-TIPO-EVENTO.
           MOVE SPACES TO EXT-ORIGEM.
           READ EXTRACT-REGISTER
               KEY IS EXT-CHAVE
               INVALID KEY
                   DISPLAY 'CONTROLE DO CTBEXTR NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-EXTRACAO       TO EXT-NUM-EXTRACAO
                   MOVE WRK-DATA-HOJE      TO EXT-DATA-EXTRACAO
                   MOVE WRK-LANCAMENTO     TO EXT-LANCAMENTO
                   REWRITE EXT-RECORD
           END-READ.
           CLOSE EXTRACT-REGISTER.
           CLOSE PAYMENT-LEDGER.
           CLOSE CONTROL-FILE.
           MOVE 'S' TO WRK-CONFERE.
           MOVE ZEROS TO WRK-TOTAL-EXTRAIDO.
           PERFORM 0710-IMPRIMIR-EVENTO
               VARYING WRK-SUBEVENTO FROM 1 BY 1
               UNTIL WRK-SUBEVENTO > 5.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'LANCAMENTOS (PARES D/C)....:' TO WRK-TL-ROTULO.
           MOVE WRK-LANCAMENTO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'TOTAL DE DEBITOS...........:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-DEBITOS TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'TOTAL DE CREDITOS..........:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-CREDITOS TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'EXTRAIDO DAS ORIGENS.......:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-EXTRAIDO TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           IF WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-CREDITOS
              OR WRK-TOTAL-DEBITOS NOT = WRK-TOTAL-EXTRAIDO
               MOVE 'N' TO WRK-CONFERE
           END-IF.
           IF WRK-CONFERE = 'S'
               MOVE 'EXTRACAO CONFERIDA: DEBITOS = CREDITOS = ORIGENS'
                   TO PRINT-RECORD
           ELSE
               MOVE 'EXTRACAO COM DIVERGENCIA - NAO ENVIAR O CTBLANC'
                   TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'EXTRACAO CONTABIL.......: ' WRK-EXTRACAO.
           DISPLAY 'LANCAMENTOS GERADOS.....: ' WRK-LANCAMENTO.
           DISPLAY 'TOTAL DE DEBITOS........: ' WRK-TOTAL-DEBITOS.
           DISPLAY 'TOTAL DE CREDITOS.......: ' WRK-TOTAL-CREDITOS.

      ****************************** ORIGEM = JA EXTRAIDO + NESTA
      ****************************** EXTRACAO + SEM CONTA
       0710-IMPRIMIR-EVENTO.
           MOVE WRK-COD-EVENTO(WRK-SUBEVENTO)  TO WRK-V-EVENTO.
           MOVE WRK-VALOR-FONTE(WRK-SUBEVENTO) TO WRK-V-FONTE.
           MOVE WRK-VALOR-JA(WRK-SUBEVENTO)    TO WRK-V-JA.
           MOVE WRK-VALOR-NOVO(WRK-SUBEVENTO)  TO WRK-V-NOVO.
           MOVE WRK-VALOR-SEM(WRK-SUBEVENTO)   TO WRK-V-SEM.
           IF WRK-VALOR-FONTE(WRK-SUBEVENTO) =
              WRK-VALOR-JA(WRK-SUBEVENTO)
              + WRK-VALOR-NOVO(WRK-SUBEVENTO)
              + WRK-VALOR-SEM(WRK-SUBEVENTO)
              AND WRK-QTD-FONTE(WRK-SUBEVENTO) =
              WRK-QTD-JA(WRK-SUBEVENTO)
              + WRK-QTD-NOVO(WRK-SUBEVENTO)
              + WRK-QTD-SEM(WRK-SUBEVENTO)
               MOVE 'OK'         TO WRK-V-CONFERE
           ELSE
               MOVE 'DIVERGENTE' TO WRK-V-CONFERE
               MOVE 'N'          TO WRK-CONFERE
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALOR.
           MOVE WRK-QTD-FONTE(WRK-SUBEVENTO) TO WRK-Q-FONTE.
           MOVE WRK-QTD-JA(WRK-SUBEVENTO)    TO WRK-Q-JA.
           MOVE WRK-QTD-NOVO(WRK-SUBEVENTO)  TO WRK-Q-NOVO.
           MOVE WRK-QTD-SEM(WRK-SUBEVENTO)   TO WRK-Q-SEM.
           WRITE PRINT-RECORD FROM WRK-LINHA-QTD.
           ADD WRK-VALOR-NOVO(WRK-SUBEVENTO) TO WRK-TOTAL-EXTRAIDO.
           IF WRK-QTD-SEM(WRK-SUBEVENTO) > ZEROS
               MOVE SPACES TO PRINT-RECORD
               STRING '   EVENTOS SEM CONTA NA CTBMAPA PARA O TIPO '
                   WRK-COD-EVENTO(WRK-SUBEVENTO)
                   ' - FICAM PARA A PROXIMA EXTRACAO'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB79' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'EXTRACAO ' WRK-EXTRACAO ' ANO ' WRK-ANO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           IF WRK-SEM-TABELA = 'S'
               MOVE 'SEM TABELA CTBMAPA' TO AUDITORIA-RESULTADO
           ELSE
               STRING 'LANCAMENTOS=' WRK-LANCAMENTO
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           END-IF.
           MOVE LNK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
