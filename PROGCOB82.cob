       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB82.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RELATORIOS DO ESTOQUE POR FILIAL + PRODUTO
      * (ARQUIVO ESTOQUE, GERENCIADOR PROGCOB80). MODO 1 -
      * REPOSICAO: PRODUTOS COM ESTOQUE MINIMO INFORMADO E SALDO
      * ABAIXO DELE, COM A QUANTIDADE A REPOR, EM GERACAO DE SPOOL
      * ESTREPO. MODO 2 - VALORIZACAO: SALDO DE CADA PRODUTO PELO
      * CUSTO MEDIO, COM TOTAL POR FILIAL E GERAL, EM GERACAO DE
      * SPOOL ESTVALOR; E O PASSO DE ULTIMO DIA UTIL DO JOBCTL
      * (PROGCOB42). SALDO NEGATIVO (VENDA SEM ENTRADA LANCADA)
      * SAI VALORIZADO NEGATIVO PARA APARECER NA CONFERENCIA. EM
      * EXECUCAO 'B' O MODO VEM DO PARAMETRO (ZERO = REPOSICAO)
      * DATA   = 14/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTQ-CHAVE
               FILE STATUS IS WRK-ESTQ-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01  ESTQ-RECORD.
           COPY ESTOQUE REPLACING ==:PREFIX:== BY ==ESTQ==.

       FD  PRODUCT-MASTER.
       01  PROD-RECORD.
           COPY PRODUTO REPLACING ==:PREFIX:== BY ==PROD==.

       FD  PRINT-FILE.
       01  PRINT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       77  WRK-ESTQ-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-PROD-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-TEM-ESTOQUE     PIC X(01)   VALUE 'N'.
       77  WRK-TEM-PRODUTOS    PIC X(01)   VALUE 'N'.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-MODO            PIC 9(01)   VALUE 1.
       77  WRK-FILIAL-ATUAL    PIC X(10)   VALUE SPACES.
       77  WRK-PRIMEIRA-FILIAL PIC X(01)   VALUE 'S'.
       77  WRK-QTD-FILIAL      PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-GERAL       PIC 9(07)   VALUE ZEROS.
       77  WRK-A-REPOR         PIC 9(08)   VALUE ZEROS.
       77  WRK-VALOR-ITEM      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-FILIAL    PIC S9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-GERAL     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)   VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 WRK-T-NOME       PIC X(40).
           05 FILLER           PIC X(06) VALUE ' DATA '.
           05 WRK-T-DATA       PIC 9(08).

       01  WRK-CAB-REPOSICAO.
           05 FILLER           PIC X(40) VALUE
              'FILIAL     PRODUTO  DESCRICAO           '.
           05 FILLER           PIC X(40) VALUE
              '    SALDO  MINIMO   REPOR'.

       01  WRK-CAB-VALORIZACAO.
           05 FILLER           PIC X(40) VALUE
              'FILIAL     PRODUTO  DESCRICAO           '.
           05 FILLER           PIC X(40) VALUE
              '    SALDO CUST.MEDIO          VALOR'.

       01  WRK-LINHA-REPOSICAO.
           05 WRK-R-FILIAL     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-PRODUTO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-DESCRICAO  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-SALDO      PIC -(7)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-MINIMO     PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-R-REPOR      PIC ZZZZZZ9.

       01  WRK-LINHA-VALORIZACAO.
           05 WRK-V-FILIAL     PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-PRODUTO    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-DESCRICAO  PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-SALDO      PIC -(7)9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-CUSTO      PIC ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-VALOR      PIC -ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-FILIAL    PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-TL-QTD       PIC ZZZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-TL-VALOR     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-MODO TO WRK-MODO
           ELSE
               DISPLAY 'RELATORIO (1-REPOSICAO  2-VALORIZACAO)..'
               ACCEPT WRK-MODO
           END-IF.
           IF WRK-MODO NOT = 2
               MOVE 1 TO WRK-MODO
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0100-INICIAR-RELATORIO.
           IF WRK-TEM-ESTOQUE = 'S'
               PERFORM 0200-PERCORRER-ESTOQUE
               CLOSE STOCK-FILE
           END-IF.
           PERFORM 0400-ENCERRAR-RELATORIO.
           IF WRK-TEM-PRODUTOS = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-TEM-ESTOQUE.
           OPEN INPUT STOCK-FILE.
           IF WRK-ESTQ-STATUS = '00'
               MOVE 'S' TO WRK-TEM-ESTOQUE
           ELSE
               DISPLAY 'ARQUIVO ESTOQUE SEM MOVIMENTO - RELATORIO '
                   'SAI VAZIO'
           END-IF.
           MOVE 'N' TO WRK-TEM-PRODUTOS.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-PROD-STATUS = '00'
               MOVE 'S' TO WRK-TEM-PRODUTOS
           END-IF.

       0100-INICIAR-RELATORIO.
           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 2
               MOVE 'ESTVALOR' TO SPL-RELATORIO
               MOVE 'VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO'
                   TO WRK-T-NOME
           ELSE
               MOVE 'ESTREPO' TO SPL-RELATORIO
               MOVE 'REPOSICAO DE ESTOQUE - ABAIXO DO MINIMO'
                   TO WRK-T-NOME
           END-IF.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE WRK-DATA-HOJE TO WRK-T-DATA.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           IF WRK-MODO = 2
               WRITE PRINT-RECORD FROM WRK-CAB-VALORIZACAO
           ELSE
               WRITE PRINT-RECORD FROM WRK-CAB-REPOSICAO
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS  TO WRK-QTD-GERAL WRK-VALOR-GERAL.
           MOVE 'S'    TO WRK-PRIMEIRA-FILIAL.

      ****************************** ORDEM DA CHAVE: QUEBRA POR
      ****************************** FILIAL
       0200-PERCORRER-ESTOQUE.
           MOVE SPACES TO ESTQ-CHAVE.
           START STOCK-FILE
               KEY IS NOT LESS THAN ESTQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ STOCK-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0210-TRATAR-ITEM
               END-READ
           END-PERFORM.
           IF WRK-PRIMEIRA-FILIAL = 'N'
               PERFORM 0300-TOTALIZAR-FILIAL
           END-IF.

       0210-TRATAR-ITEM.
           IF WRK-PRIMEIRA-FILIAL = 'S'
               MOVE ESTQ-FILIAL TO WRK-FILIAL-ATUAL
               MOVE ZEROS       TO WRK-QTD-FILIAL WRK-VALOR-FILIAL
               MOVE 'N'         TO WRK-PRIMEIRA-FILIAL
           END-IF.
           IF ESTQ-FILIAL NOT = WRK-FILIAL-ATUAL
               PERFORM 0300-TOTALIZAR-FILIAL
               MOVE ESTQ-FILIAL TO WRK-FILIAL-ATUAL
               MOVE ZEROS       TO WRK-QTD-FILIAL WRK-VALOR-FILIAL
           END-IF.
           IF WRK-MODO = 2
               IF ESTQ-SALDO NOT = ZEROS
                   PERFORM 0230-IMPRIMIR-VALORIZACAO
               END-IF
           ELSE
               IF ESTQ-MINIMO > ZEROS AND ESTQ-SALDO < ESTQ-MINIMO
                   PERFORM 0220-IMPRIMIR-REPOSICAO
               END-IF
           END-IF.

       0215-BUSCAR-DESCRICAO.
           MOVE SPACES TO PROD-DESCRICAO.
           IF WRK-TEM-PRODUTOS = 'S'
               MOVE ESTQ-PRODUTO TO PROD-CODIGO
               READ PRODUCT-MASTER
                   KEY IS PROD-CODIGO
                   INVALID KEY
                       MOVE '(SEM CADASTRO)' TO PROD-DESCRICAO
               END-READ
           END-IF.

       0220-IMPRIMIR-REPOSICAO.
           PERFORM 0215-BUSCAR-DESCRICAO.
           COMPUTE WRK-A-REPOR = ESTQ-MINIMO - ESTQ-SALDO.
           MOVE ESTQ-FILIAL     TO WRK-R-FILIAL.
           MOVE ESTQ-PRODUTO    TO WRK-R-PRODUTO.
           MOVE PROD-DESCRICAO  TO WRK-R-DESCRICAO.
           MOVE ESTQ-SALDO      TO WRK-R-SALDO.
           MOVE ESTQ-MINIMO     TO WRK-R-MINIMO.
           MOVE WRK-A-REPOR     TO WRK-R-REPOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-REPOSICAO.
           ADD 1 TO WRK-QTD-FILIAL.

       0230-IMPRIMIR-VALORIZACAO.
           PERFORM 0215-BUSCAR-DESCRICAO.
           COMPUTE WRK-VALOR-ITEM = ESTQ-SALDO * ESTQ-CUSTO-MEDIO.
           MOVE ESTQ-FILIAL      TO WRK-V-FILIAL.
           MOVE ESTQ-PRODUTO     TO WRK-V-PRODUTO.
           MOVE PROD-DESCRICAO   TO WRK-V-DESCRICAO.
           MOVE ESTQ-SALDO       TO WRK-V-SALDO.
           MOVE ESTQ-CUSTO-MEDIO TO WRK-V-CUSTO.
           MOVE WRK-VALOR-ITEM   TO WRK-V-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-VALORIZACAO.
           ADD 1              TO WRK-QTD-FILIAL.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-FILIAL.

       0300-TOTALIZAR-FILIAL.
           IF WRK-QTD-FILIAL > ZEROS
               MOVE SPACES             TO WRK-LINHA-TOTAL
               MOVE '  TOTAL DA FILIAL.........:' TO WRK-TL-ROTULO
               MOVE WRK-FILIAL-ATUAL   TO WRK-TL-FILIAL
               MOVE WRK-QTD-FILIAL     TO WRK-TL-QTD
               IF WRK-MODO = 2
                   MOVE WRK-VALOR-FILIAL TO WRK-TL-VALOR
               END-IF
               WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               ADD WRK-QTD-FILIAL   TO WRK-QTD-GERAL
               ADD WRK-VALOR-FILIAL TO WRK-VALOR-GERAL
           END-IF.

       0400-ENCERRAR-RELATORIO.
           IF WRK-QTD-GERAL = ZEROS
               MOVE '  NENHUM ITEM A LISTAR' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES         TO WRK-LINHA-TOTAL.
           MOVE WRK-QTD-GERAL  TO WRK-TL-QTD.
           IF WRK-MODO = 2
               MOVE 'TOTAL GERAL DO ESTOQUE....:' TO WRK-TL-ROTULO
               MOVE WRK-VALOR-GERAL TO WRK-TL-VALOR
           ELSE
               MOVE 'ITENS A REPOR.............:' TO WRK-TL-ROTULO
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'ITENS LISTADOS..........: ' WRK-QTD-GERAL.
