       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB95.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONCILIACAO DE UM ANO ENTRE O DIARIO DE VENDAS
      * (ARQUIVOS MENSAIS SJAAAAMM), O SALES-MES DO SALESMAS E OS
      * TITULOS DE VENDA DO ARRECMAS. POR VENDEDOR E MES, O LIQUIDO
      * DAS LINHAS 'V' MENOS 'E' DO DIARIO (O MESMO TOTAL DO EXTRATO
      * DO PROGCOB44) TEM DE SER IGUAL AO SALES-MES. POR DOCUMENTO,
      * A PRIMEIRA VENDA DO DIARIO TEM DE SER O VALOR BRUTO DO TITULO
      * E O BRUTO MENOS OS ESTORNOS DO DIARIO O VALOR ATUAL, COMO A
      * CARGA DO PROGCOB46 OS MONTA. TITULOS DE MENSALIDADE (ORIGEM
      * 'M') NAO VEM DO DIARIO E FICAM FORA. CADA DIFERENCA SAI
      * LISTADA COM A CAUSA PROVAVEL (EXPURGO OU POSTAGEM EM DOBRO
      * DE REINICIO, ARQUIVAMENTO, DIARIO AUSENTE, CARGA NAO RODADA,
      * ACERTO MANUAL) EM GERACAO DE SPOOL CONCILIA PELO PROGCOB40.
      * QUALQUER DIFERENCA DEVOLVE RETORNO 8, PARA O PROGCOB42
      * INTERROMPER A SEQUENCIA: A LINHA DESTE PROGRAMA NO JOBCTL
      * VEM ANTES DOS RELATORIOS DE FIM DE MES. OS DOCUMENTOS DO ANO
      * SAO ACUMULADOS NO ARQUIVO DE TRABALHO CONCDOC, RECRIADO A
      * CADA EXECUCAO. EM EXECUCAO 'B' O ANO VEM DO PARAMETRO
      * (0 = ANO CORRENTE) SEM ACCEPT DE CONSOLE
      * DATA   = 15/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - CABECALHO COM O NUMERO DA PAGINA A CADA
      *              55 LINHAS; O SPOOL RECEBE O TOTAL DE PAGINAS
      * 15/10/2026 - FELIPE - ROTULO DA POSTAGEM EM DOBRO ENCURTADO PARA
      *              A QUANTIDADE DE VENDAS CABER NO CAMPO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-MASTER ASSIGN TO "SALESMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WRK-ARQUIVO-JORNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNX-CHAVE
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT DOCUMENT-WORK ASSIGN TO "CONCDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCW-DOCUMENTO
               FILE STATUS IS WRK-DOCW-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALES-MASTER.
       01  SALES-RECORD.
           05 SALES-CHAVE.
               10 SALES-ANO         PIC 9(04).
               10 SALES-ID-VENDEDOR PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==SALES==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==SALES==.

       FD  JOURNAL-FILE.
       01  JRNX-RECORD.
           COPY JORNALIX REPLACING ==:PREFIX:== BY ==JRNX==.

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  DOCUMENT-WORK.
       01  DOCW-RECORD.
           05 DOCW-DOCUMENTO       PIC X(10).
           05 DOCW-ID-VENDEDOR     PIC 9(05).
           05 DOCW-MES             PIC 9(02).
           05 DOCW-QTD-VENDAS      PIC 9(05).
           05 DOCW-PRIMEIRA-VENDA  PIC 9(6)V99.
           05 DOCW-QTD-ESTORNOS    PIC 9(05).
           05 DOCW-SOMA-ESTORNOS   PIC 9(8)V99.

       FD  PRINT-FILE.
       01  PRINT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-JRN-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-DOCW-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-ARQUIVO-JORNAL  PIC X(08)   VALUE SPACES.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-MES             PIC 9(02)   VALUE ZEROS.
       77  WRK-TEM-SALES       PIC X(01)   VALUE 'N'.
       77  WRK-TEM-RECV        PIC X(01)   VALUE 'N'.
       77  WRK-TEM-JORNAL      PIC X(01)   VALUE 'N'.
       77  WRK-TEM-LINHA       PIC X(01)   VALUE 'N'.
       77  WRK-TEM-TITULO      PIC X(01)   VALUE 'N'.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-FIM-SALES       PIC X(01)   VALUE 'N'.
       77  WRK-FIM-DOCUMENTOS  PIC X(01)   VALUE 'N'.
       77  WRK-FIM-TITULOS     PIC X(01)   VALUE 'N'.
       77  WRK-DIVERGENTE      PIC X(01)   VALUE 'N'.
       77  WRK-VEND-ATUAL      PIC 9(05)   VALUE ZEROS.
       77  WRK-LIQUIDO         PIC S9(8)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(8)V99 VALUE ZEROS.
       77  WRK-VALOR-SALES     PIC 9(6)V99 VALUE ZEROS.
       77  WRK-VALOR-ESPERADO  PIC 9(8)V99 VALUE ZEROS.
       77  WRK-QTD-MESES       PIC 9(02)   VALUE ZEROS.
       77  WRK-QTD-LINHAS      PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-VEND-MES    PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-DIF-MES     PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-DOCUMENTOS  PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-DIF-DOC     PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-OUTRO-ANO   PIC 9(07)   VALUE ZEROS.
       77  WRK-CAUSA           PIC X(58)   VALUE SPACES.
       77  WRK-ROTULO          PIC X(20)   VALUE SPACES.
       77  WRK-RESULTADO       PIC X(20)   VALUE SPACES.
       77  WRK-ED-SALES        PIC ZZZ.ZZ9,99.
       77  WRK-ED-TITULO       PIC ZZZ.ZZ9,99.
       77  WRK-ED-DIARIO       PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-DIFERENCA    PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-QTD          PIC ZZ.ZZ9.
       77  WRK-LINHAS          PIC 9(03)   VALUE ZEROS.
       77  WRK-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WRK-LINHA-SALVA     PIC X(80)   VALUE SPACES.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(04).
           05 WRK-HOJE-MES     PIC 9(02).
           05 WRK-HOJE-DIA     PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(47) VALUE
              'CONCILIACAO DIARIO X SALESMAS X ARRECMAS - ANO '.
           05 WRK-T-ANO        PIC 9(04).
           05 FILLER           PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-ANO TO WRK-ANO
           ELSE
               DISPLAY 'ANO A CONCILIAR (0 PARA O ANO CORRENTE)..'
               ACCEPT WRK-ANO
           END-IF.
           IF WRK-ANO = ZEROS
               MOVE WRK-HOJE-ANO TO WRK-ANO
           END-IF.

           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0060-ABRIR-RELATORIO.
           PERFORM 0100-CONCILIAR-MES
               VARYING WRK-MES FROM 1 BY 1
               UNTIL WRK-MES > 12.
           PERFORM 0300-CONCILIAR-DOCUMENTOS.
           PERFORM 0400-TITULOS-SEM-DIARIO.
           PERFORM 0500-ENCERRAR-RELATORIO.
           PERFORM 0900-GRAVAR-AUDITORIA.

           IF WRK-TEM-SALES = 'S'
               CLOSE SALES-MASTER
           END-IF.
           IF WRK-TEM-RECV = 'S'
               CLOSE RECEIVABLE-MASTER
           END-IF.
           CLOSE DOCUMENT-WORK.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT SALES-MASTER.
           IF WRK-SALES-STATUS = '00'
               MOVE 'S' TO WRK-TEM-SALES
           ELSE
               MOVE 'N' TO WRK-TEM-SALES
               DISPLAY 'SALESMAS NAO ENCONTRADO - STATUS '
                   WRK-SALES-STATUS
           END-IF.
           OPEN INPUT RECEIVABLE-MASTER.
           IF WRK-RECV-STATUS = '00'
               MOVE 'S' TO WRK-TEM-RECV
           ELSE
               MOVE 'N' TO WRK-TEM-RECV
               DISPLAY 'ARRECMAS NAO ENCONTRADO - STATUS '
                   WRK-RECV-STATUS
           END-IF.
           OPEN OUTPUT DOCUMENT-WORK.
           CLOSE DOCUMENT-WORK.
           OPEN I-O DOCUMENT-WORK.

       0060-ABRIR-RELATORIO.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'CONCILIA' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE WRK-ANO TO WRK-T-ANO.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0620-CABECALHO.

      ****************************** UM MES DO DIARIO: O LIQUIDO DE
      ****************************** CADA VENDEDOR CONTRA O SALES-MES
      ****************************** E, COM O DIARIO AINDA ABERTO, OS
      ****************************** SALES-MES SEM LINHA NO DIARIO
       0100-CONCILIAR-MES.
           MOVE SPACES TO WRK-ARQUIVO-JORNAL.
           STRING 'SJ'    DELIMITED BY SIZE
                  WRK-ANO DELIMITED BY SIZE
                  WRK-MES DELIMITED BY SIZE
               INTO WRK-ARQUIVO-JORNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-JRN-STATUS NOT = '00'
               MOVE 'N' TO WRK-TEM-JORNAL
               PERFORM 0200-CONFERIR-SALES-DO-MES
           ELSE
               MOVE 'S' TO WRK-TEM-JORNAL
               ADD 1 TO WRK-QTD-MESES
               PERFORM 0110-PERCORRER-JORNAL
               PERFORM 0200-CONFERIR-SALES-DO-MES
               CLOSE JOURNAL-FILE
           END-IF.

       0110-PERCORRER-JORNAL.
           MOVE ZEROS TO WRK-LIQUIDO.
           MOVE 'N' TO WRK-TEM-LINHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0115-LER-JORNAL.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF WRK-TEM-LINHA = 'S'
                  AND JRNX-ID-VENDEDOR NOT = WRK-VEND-ATUAL
                   PERFORM 0130-FECHAR-VENDEDOR
               END-IF
               PERFORM 0120-ACUMULAR-LINHA
               PERFORM 0115-LER-JORNAL
           END-PERFORM.
           IF WRK-TEM-LINHA = 'S'
               PERFORM 0130-FECHAR-VENDEDOR
           END-IF.

       0115-LER-JORNAL.
           READ JOURNAL-FILE NEXT
               AT END
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-ACUMULAR-LINHA.
           MOVE 'S' TO WRK-TEM-LINHA.
           MOVE JRNX-ID-VENDEDOR TO WRK-VEND-ATUAL.
           ADD 1 TO WRK-QTD-LINHAS.
           IF JRNX-TIPO = 'E'
               SUBTRACT JRNX-VALOR FROM WRK-LIQUIDO
           ELSE
               ADD JRNX-VALOR TO WRK-LIQUIDO
           END-IF.
           IF JRNX-DOCUMENTO NOT = SPACES
               PERFORM 0140-ACUMULAR-DOCUMENTO
           END-IF.

       0130-FECHAR-VENDEDOR.
           ADD 1 TO WRK-QTD-VEND-MES.
           IF WRK-TEM-SALES = 'N'
               MOVE 'SALESMAS AUSENTE - CADASTRO NAO ABERTO'
                   TO WRK-CAUSA
               MOVE ZEROS TO WRK-VALOR-SALES
               PERFORM 0150-REPORTAR-MES
           ELSE
               MOVE WRK-ANO        TO SALES-ANO
               MOVE WRK-VEND-ATUAL TO SALES-ID-VENDEDOR
               READ SALES-MASTER
                   KEY IS SALES-CHAVE
                   INVALID KEY
                       STRING 'ANO ARQUIVADO NO SALESARC OU '
                           'VENDEDOR EXCLUIDO/FUNDIDO'
                           DELIMITED BY SIZE INTO WRK-CAUSA
                       MOVE ZEROS TO WRK-VALOR-SALES
                       PERFORM 0150-REPORTAR-MES
                   NOT INVALID KEY
                       PERFORM 0135-COMPARAR-SALES-MES
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-LIQUIDO.
           MOVE 'N' TO WRK-TEM-LINHA.

       0135-COMPARAR-SALES-MES.
           COMPUTE WRK-DIFERENCA = SALES-MES(WRK-MES) - WRK-LIQUIDO.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE SALES-MES(WRK-MES) TO WRK-VALOR-SALES
               IF WRK-LIQUIDO < ZEROS
                   STRING 'ESTORNOS MAIORES QUE AS VENDAS - '
                       'VENDA EXPURGADA'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               ELSE
                   IF WRK-DIFERENCA > ZEROS
                       STRING 'SALESMAS MAIOR - LINHAS EXPURGADAS '
                           'OU ACERTO MANUAL'
                           DELIMITED BY SIZE INTO WRK-CAUSA
                   ELSE
                       STRING 'DIARIO MAIOR - POSTAGEM EM DOBRO '
                           'OU ACERTO MANUAL'
                           DELIMITED BY SIZE INTO WRK-CAUSA
                   END-IF
               END-IF
               PERFORM 0150-REPORTAR-MES
           END-IF.

      ****************************** O DOCUMENTO ACUMULA COMO A CARGA
      ****************************** DO PROGCOB46: A PRIMEIRA VENDA
      ****************************** ABRE O TITULO (VALOR BRUTO) E AS
      ****************************** DEMAIS SAO IGNORADAS
       0140-ACUMULAR-DOCUMENTO.
           MOVE JRNX-DOCUMENTO TO DOCW-DOCUMENTO.
           READ DOCUMENT-WORK
               KEY IS DOCW-DOCUMENTO
               INVALID KEY
                   MOVE JRNX-DOCUMENTO TO DOCW-DOCUMENTO
                   MOVE ZEROS TO DOCW-ID-VENDEDOR DOCW-MES
                       DOCW-QTD-VENDAS DOCW-PRIMEIRA-VENDA
                       DOCW-QTD-ESTORNOS DOCW-SOMA-ESTORNOS
                   PERFORM 0145-SOMAR-LINHA
                   WRITE DOCW-RECORD
               NOT INVALID KEY
                   PERFORM 0145-SOMAR-LINHA
                   REWRITE DOCW-RECORD
           END-READ.

       0145-SOMAR-LINHA.
           IF JRNX-TIPO = 'E'
               ADD 1 TO DOCW-QTD-ESTORNOS
               ADD JRNX-VALOR TO DOCW-SOMA-ESTORNOS
           ELSE
               IF DOCW-QTD-VENDAS = ZEROS
                   MOVE JRNX-ID-VENDEDOR TO DOCW-ID-VENDEDOR
                   MOVE JRNX-MES         TO DOCW-MES
                   MOVE JRNX-VALOR       TO DOCW-PRIMEIRA-VENDA
               END-IF
               ADD 1 TO DOCW-QTD-VENDAS
           END-IF.

       0150-REPORTAR-MES.
           MOVE 'S' TO WRK-DIVERGENTE.
           ADD 1 TO WRK-QTD-DIF-MES.
           MOVE WRK-VALOR-SALES TO WRK-ED-SALES.
           MOVE WRK-LIQUIDO TO WRK-ED-DIARIO.
           COMPUTE WRK-DIFERENCA = WRK-VALOR-SALES - WRK-LIQUIDO.
           MOVE WRK-DIFERENCA TO WRK-ED-DIFERENCA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'VEND ' WRK-VEND-ATUAL ' MES ' WRK-MES
               ' SALESMAS ' WRK-ED-SALES ' DIARIO ' WRK-ED-DIARIO
               ' DIF ' WRK-ED-DIFERENCA
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           PERFORM 0160-IMPRIMIR-CAUSA.

       0160-IMPRIMIR-CAUSA.
           MOVE SPACES TO PRINT-RECORD.
           STRING '    CAUSA PROVAVEL: ' WRK-CAUSA
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO WRK-CAUSA.

      ****************************** SALES-MES DO ANO SEM NENHUMA
      ****************************** LINHA DO VENDEDOR NO DIARIO DO
      ****************************** MES (OS COM LINHA JA FORAM
      ****************************** COMPARADOS NO FECHAMENTO)
       0200-CONFERIR-SALES-DO-MES.
           IF WRK-TEM-SALES = 'S'
               MOVE WRK-ANO TO SALES-ANO
               MOVE ZEROS   TO SALES-ID-VENDEDOR
               START SALES-MASTER
                   KEY IS NOT LESS THAN SALES-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SALES
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-SALES
               END-START
               PERFORM 0205-LER-SALES
               PERFORM UNTIL WRK-FIM-SALES = 'S'
                   IF SALES-MES(WRK-MES) NOT = ZEROS
                       PERFORM 0210-PROCURAR-NO-DIARIO
                   END-IF
                   PERFORM 0205-LER-SALES
               END-PERFORM
           END-IF.

       0205-LER-SALES.
           IF WRK-FIM-SALES = 'N'
               READ SALES-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-SALES
                   NOT AT END
                       IF SALES-ANO NOT = WRK-ANO
                           MOVE 'S' TO WRK-FIM-SALES
                       END-IF
               END-READ
           END-IF.

       0210-PROCURAR-NO-DIARIO.
           MOVE 'N' TO WRK-TEM-LINHA.
           IF WRK-TEM-JORNAL = 'S'
               MOVE WRK-ANO           TO JRNX-ANO
               MOVE SALES-ID-VENDEDOR TO JRNX-ID-VENDEDOR
               MOVE WRK-MES           TO JRNX-MES
               MOVE ZEROS             TO JRNX-SEQUENCIA
               START JOURNAL-FILE
                   KEY IS NOT LESS THAN JRNX-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ JOURNAL-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF JRNX-ID-VENDEDOR = SALES-ID-VENDEDOR
                                   MOVE 'S' TO WRK-TEM-LINHA
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF WRK-TEM-LINHA = 'N'
               ADD 1 TO WRK-QTD-VEND-MES
               MOVE SALES-ID-VENDEDOR TO WRK-VEND-ATUAL
               MOVE ZEROS TO WRK-LIQUIDO
               MOVE SALES-MES(WRK-MES) TO WRK-VALOR-SALES
               IF WRK-TEM-JORNAL = 'N'
                   STRING 'DIARIO ' WRK-ARQUIVO-JORNAL
                       ' AUSENTE - ARQUIVADO OU APAGADO'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               ELSE
                   STRING 'SEM LINHAS NO DIARIO - EXPURGADAS '
                       'OU ACERTO MANUAL'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               END-IF
               PERFORM 0150-REPORTAR-MES
           END-IF.

      ****************************** DOCUMENTOS DO DIARIO CONTRA OS
      ****************************** TITULOS DO ARRECMAS: BRUTO = A
      ****************************** PRIMEIRA VENDA, VALOR ATUAL =
      ****************************** BRUTO MENOS OS ESTORNOS
       0300-CONCILIAR-DOCUMENTOS.
           MOVE LOW-VALUES TO DOCW-DOCUMENTO.
           START DOCUMENT-WORK
               KEY IS NOT LESS THAN DOCW-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DOCUMENTOS
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-DOCUMENTOS
           END-START.
           PERFORM 0305-LER-DOCUMENTO.
           PERFORM UNTIL WRK-FIM-DOCUMENTOS = 'S'
               ADD 1 TO WRK-QTD-DOCUMENTOS
               PERFORM 0310-CONFERIR-DOCUMENTO
               PERFORM 0305-LER-DOCUMENTO
           END-PERFORM.

       0305-LER-DOCUMENTO.
           IF WRK-FIM-DOCUMENTOS = 'N'
               READ DOCUMENT-WORK NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-DOCUMENTOS
               END-READ
           END-IF.

       0310-CONFERIR-DOCUMENTO.
           MOVE 'N' TO WRK-TEM-TITULO.
           IF WRK-TEM-RECV = 'S'
               MOVE DOCW-DOCUMENTO TO RECV-DOCUMENTO
               READ RECEIVABLE-MASTER
                   KEY IS RECV-DOCUMENTO
                   INVALID KEY
                       MOVE 'N' TO WRK-TEM-TITULO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-TEM-TITULO
               END-READ
           END-IF.
           IF WRK-TEM-TITULO = 'N'
               IF DOCW-QTD-VENDAS > ZEROS
                   MOVE 'TITULO AUSENTE' TO WRK-ROTULO
                   STRING 'CARGA DO PROGCOB46 NAO RODADA NO ANO '
                       'OU TITULO APAGADO'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               ELSE
                   MOVE 'ESTORNO SEM TITULO' TO WRK-ROTULO
                   STRING 'VENDA DE ANO ARQUIVADO OU DOCUMENTO '
                       'DIGITADO ERRADO'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               END-IF
               MOVE ZEROS TO WRK-ED-TITULO
               MOVE DOCW-PRIMEIRA-VENDA TO WRK-ED-DIARIO
               PERFORM 0350-REPORTAR-DOCUMENTO
           ELSE
               IF RECV-ORIGEM = 'M'
                   MOVE 'E MENSALIDADE' TO WRK-ROTULO
                   MOVE 'DOCUMENTO DA VENDA REPETE O DE UMA MENSALIDADE'
                       TO WRK-CAUSA
                   MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
                   MOVE DOCW-PRIMEIRA-VENDA TO WRK-ED-DIARIO
                   PERFORM 0350-REPORTAR-DOCUMENTO
               ELSE
                   PERFORM 0320-COMPARAR-TITULO
               END-IF
           END-IF.

       0320-COMPARAR-TITULO.
           IF DOCW-QTD-VENDAS = ZEROS
               IF RECV-ANO NOT = WRK-ANO
                   ADD 1 TO WRK-QTD-OUTRO-ANO
               ELSE
                   MOVE 'TITULO SEM VENDA' TO WRK-ROTULO
                   STRING 'VENDA EXPURGADA E ESTORNO MANTIDO '
                       'OU ACERTO MANUAL'
                       DELIMITED BY SIZE INTO WRK-CAUSA
                   MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
                   MOVE ZEROS TO WRK-ED-DIARIO
                   PERFORM 0350-REPORTAR-DOCUMENTO
               END-IF
           ELSE
               PERFORM 0330-COMPARAR-VALORES
           END-IF.

       0330-COMPARAR-VALORES.
           IF DOCW-QTD-VENDAS > 1
               MOVE DOCW-QTD-VENDAS TO WRK-ED-QTD
               MOVE SPACES TO WRK-ROTULO
               STRING 'VENDAS DIARIO:' WRK-ED-QTD
                   DELIMITED BY SIZE INTO WRK-ROTULO
               STRING 'POSTAGEM EM DOBRO NO REINICIO OU '
                   'REPETIDO NO LOTE'
                   DELIMITED BY SIZE INTO WRK-CAUSA
               MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
               MOVE DOCW-PRIMEIRA-VENDA TO WRK-ED-DIARIO
               PERFORM 0350-REPORTAR-DOCUMENTO
           END-IF.
           IF RECV-ID-VENDEDOR NOT = DOCW-ID-VENDEDOR
               MOVE SPACES TO WRK-ROTULO
               STRING 'VENDEDOR ' RECV-ID-VENDEDOR
                   DELIMITED BY SIZE INTO WRK-ROTULO
               STRING 'DIARIO: VENDEDOR ' DOCW-ID-VENDEDOR
                   ' - FUSAO INTERROMPIDA/ACERTO MANUAL'
                   DELIMITED BY SIZE INTO WRK-CAUSA
               MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
               MOVE DOCW-PRIMEIRA-VENDA TO WRK-ED-DIARIO
               PERFORM 0350-REPORTAR-DOCUMENTO
           END-IF.
           IF RECV-VALOR-BRUTO NOT = DOCW-PRIMEIRA-VENDA
               MOVE 'VALOR BRUTO' TO WRK-ROTULO
               STRING 'TITULO ALTERADO A MAO OU VENDA '
                   'REGRAVADA APOS A CARGA'
                   DELIMITED BY SIZE INTO WRK-CAUSA
               MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
               MOVE DOCW-PRIMEIRA-VENDA TO WRK-ED-DIARIO
               PERFORM 0350-REPORTAR-DOCUMENTO
           END-IF.
           IF DOCW-SOMA-ESTORNOS > RECV-VALOR-BRUTO
               MOVE ZEROS TO WRK-VALOR-ESPERADO
           ELSE
               COMPUTE WRK-VALOR-ESPERADO =
                   RECV-VALOR-BRUTO - DOCW-SOMA-ESTORNOS
           END-IF.
           IF RECV-VALOR NOT = WRK-VALOR-ESPERADO
               MOVE 'VALOR ATUAL' TO WRK-ROTULO
               IF RECV-VALOR > WRK-VALOR-ESPERADO
                   STRING 'ESTORNO NAO ABATIDO - CARGA NAO '
                       'RODADA APOS O ESTORNO'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               ELSE
                   STRING 'ABATIMENTO SEM ESTORNO NO DIARIO - '
                       'EXPURGO OU ACERTO'
                       DELIMITED BY SIZE INTO WRK-CAUSA
               END-IF
               MOVE RECV-VALOR TO WRK-ED-TITULO
               MOVE WRK-VALOR-ESPERADO TO WRK-ED-DIARIO
               PERFORM 0350-REPORTAR-DOCUMENTO
           END-IF.

       0350-REPORTAR-DOCUMENTO.
           MOVE 'S' TO WRK-DIVERGENTE.
           ADD 1 TO WRK-QTD-DIF-DOC.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DOC ' DOCW-DOCUMENTO ' ' WRK-ROTULO
               ' ARRECMAS ' WRK-ED-TITULO ' DIARIO ' WRK-ED-DIARIO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           PERFORM 0160-IMPRIMIR-CAUSA.

      ****************************** TITULOS DE VENDA DO ANO QUE NAO
      ****************************** TEM NENHUMA LINHA NO DIARIO
       0400-TITULOS-SEM-DIARIO.
           IF WRK-TEM-RECV = 'S'
               MOVE LOW-VALUES TO RECV-DOCUMENTO
               START RECEIVABLE-MASTER
                   KEY IS NOT LESS THAN RECV-DOCUMENTO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-TITULOS
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-TITULOS
               END-START
               PERFORM 0405-LER-TITULO
               PERFORM UNTIL WRK-FIM-TITULOS = 'S'
                   IF RECV-ANO = WRK-ANO AND RECV-ORIGEM NOT = 'M'
                       PERFORM 0410-PROCURAR-DOCUMENTO
                   END-IF
                   PERFORM 0405-LER-TITULO
               END-PERFORM
           END-IF.

       0405-LER-TITULO.
           IF WRK-FIM-TITULOS = 'N'
               READ RECEIVABLE-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-TITULOS
               END-READ
           END-IF.

       0410-PROCURAR-DOCUMENTO.
           MOVE RECV-DOCUMENTO TO DOCW-DOCUMENTO.
           READ DOCUMENT-WORK
               KEY IS DOCW-DOCUMENTO
               INVALID KEY
                   MOVE 'SEM LINHA NO DIARIO' TO WRK-ROTULO
                   STRING 'DIARIO ARQUIVADO/APAGADO/EXPURGADO '
                       'OU TITULO MANUAL'
                       DELIMITED BY SIZE INTO WRK-CAUSA
                   MOVE RECV-VALOR-BRUTO TO WRK-ED-TITULO
                   MOVE ZEROS TO WRK-ED-DIARIO
                   PERFORM 0350-REPORTAR-DOCUMENTO
           END-READ.

       0500-ENCERRAR-RELATORIO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'MESES COM DIARIO.............: ' WRK-QTD-MESES
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'LINHAS DO DIARIO LIDAS.......: ' WRK-QTD-LINHAS
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'VENDEDOR/MES CONFERIDOS......: ' WRK-QTD-VEND-MES
               '  DIVERGENTES: ' WRK-QTD-DIF-MES
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'DOCUMENTOS CONFERIDOS........: '
               WRK-QTD-DOCUMENTOS
               '  DIVERGENCIAS: ' WRK-QTD-DIF-DOC
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'ESTORNOS DE TITULOS DE OUTRO ANO (NAO '
               'CONFERIDOS): ' WRK-QTD-OUTRO-ANO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0610-IMPRIMIR-LINHA.
           IF WRK-DIVERGENTE = 'S'
               MOVE 8 TO LNK-RETORNO
               MOVE 'DIVERGENTE' TO WRK-RESULTADO
               MOVE 'DIARIO, SALESMAS E ARRECMAS NAO FECHAM - '
                   TO PRINT-RECORD
               MOVE 'RELATORIOS DE FIM DE MES' TO PRINT-RECORD(42:)
               PERFORM 0610-IMPRIMIR-LINHA
               MOVE 'NAO DEVEM RODAR ANTES DO ACERTO'
                   TO PRINT-RECORD
               PERFORM 0610-IMPRIMIR-LINHA
               DISPLAY 'PROGCOB95 - ANO ' WRK-ANO
                   ' COM DIVERGENCIAS - RETORNO 8'
           ELSE
               MOVE 'CONCILIADO' TO WRK-RESULTADO
               MOVE 'DIARIO, SALESMAS E ARRECMAS CONFEREM'
                   TO PRINT-RECORD
               PERFORM 0610-IMPRIMIR-LINHA
               DISPLAY 'PROGCOB95 - ANO ' WRK-ANO ' CONCILIADO'
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.

       0610-IMPRIMIR-LINHA.
           IF WRK-LINHAS >= 55
               MOVE PRINT-RECORD TO WRK-LINHA-SALVA
               PERFORM 0620-CABECALHO
               MOVE WRK-LINHA-SALVA TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO WRK-LINHAS.

       0620-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-T-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS TO WRK-LINHAS.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB95' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'CONCILIACAO DO ANO ' WRK-ANO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE WRK-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE WRK-OPERADOR  TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
