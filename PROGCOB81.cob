       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB81.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: LANCAMENTOS MANUAIS DE ESTOQUE POR FILIAL +
      * PRODUTO - ENTRADA DE MERCADORIA (QUANTIDADE, CUSTO UNITARIO
      * E DOCUMENTO) E AJUSTE DE INVENTARIO PARA MAIS OU PARA MENOS,
      * AMBOS COM CODIGO DE MOTIVO DA TABELA INTERNA. O MOVIMENTO E
      * GRAVADO NO ESTMOV E O SALDO ATUALIZADO PELO GERENCIADOR DE
      * ESTOQUE PROGCOB80, E CADA LANCAMENTO VAI PARA O AUDIT-LOG.
      * TAMBEM CONSULTA O SALDO, INFORMA O ESTOQUE MINIMO USADO NO
      * RELATORIO DE REPOSICAO DO PROGCOB82 E LISTA OS MOVIMENTOS DA
      * FILIAL NUMA DATA. FILIAL NO FILIMAS E PRODUTO NO PRODMAS
      * SAO OBRIGATORIOS; ENTRADA SO PARA PRODUTO ATIVO
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - CUSTO DIGITADO EM CENTAVOS PASSA A SER
      *              DIVIDIDO POR 100 (ANTES ENTRAVA COMO INTEIRO)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER ASSIGN TO "FILIMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.
           SELECT STOCK-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTQ-CHAVE
               FILE STATUS IS WRK-ESTQ-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO "ESTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WRK-MOV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER.
       01  FIL-RECORD.
           COPY FILIAL REPLACING ==:PREFIX:== BY ==FIL==.

       FD  PRODUCT-MASTER.
       01  PROD-RECORD.
           COPY PRODUTO REPLACING ==:PREFIX:== BY ==PROD==.

       FD  STOCK-FILE.
       01  ESTQ-RECORD.
           COPY ESTOQUE REPLACING ==:PREFIX:== BY ==ESTQ==.

       FD  MOVEMENT-FILE.
       01  MOV-RECORD.
           COPY ESTMOV REPLACING ==:PREFIX:== BY ==MOV==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-FIL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PROD-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-ESTQ-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-MOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CADASTROS-OK  PIC X(01) VALUE 'N'.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-ITEM-VALIDO   PIC X(01) VALUE 'N'.
       77  WRK-CAMPO-VALIDO  PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-FILIAL        PIC X(10) VALUE SPACES.
       77  WRK-PRODUTO       PIC X(08) VALUE SPACES.
       77  WRK-QTD-ALFA      PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-QUANTIDADE    PIC 9(07) VALUE ZEROS.
       77  WRK-CUSTO-ALFA    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-CUSTO         PIC 9(6)V99 VALUE ZEROS.
       77  WRK-CUSTO-CENTAVOS PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ALFA     PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-SENTIDO       PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO        PIC X(03) VALUE SPACES.
       77  WRK-TIPO-MOTIVO   PIC X(01) VALUE SPACES.
       77  WRK-DOCUMENTO     PIC X(10) VALUE SPACES.
       77  WRK-SUBMOTIVO     PIC 9(02) VALUE ZEROS.
       77  WRK-RESULTADO-ESTOQUE PIC X(01) VALUE SPACES.
       77  WRK-SALDO         PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-EDITADO PIC -(7)9.
       77  WRK-QTD-EDITADA   PIC -(7)9.
       77  WRK-QTD-LISTADOS  PIC 9(05) VALUE ZEROS.

       01  WRK-MOVIMENTO.
           COPY ESTMOV REPLACING ==:PREFIX:== BY ==WMOV==.

      ****************************** CODIGO + TIPO ('R' ENTRADA /
      ****************************** 'A' AJUSTE) + DESCRICAO
       01  WRK-TABELA-MOTIVOS.
           05 FILLER         PIC X(30) VALUE
              'CMPRCOMPRA DE FORNECEDOR      '.
           05 FILLER         PIC X(30) VALUE
              'TRERTRANSFERENCIA RECEBIDA    '.
           05 FILLER         PIC X(30) VALUE
              'BONRBONIFICACAO DE FORNECEDOR '.
           05 FILLER         PIC X(30) VALUE
              'INVACONTAGEM DE INVENTARIO    '.
           05 FILLER         PIC X(30) VALUE
              'AVAAAVARIA                    '.
           05 FILLER         PIC X(30) VALUE
              'PERAPERDA OU FURTO            '.
           05 FILLER         PIC X(30) VALUE
              'TRSATRANSFERENCIA ENVIADA     '.
           05 FILLER         PIC X(30) VALUE
              'CONACONSUMO INTERNO           '.
       01  WRK-TABELA-MOTIVOS-R REDEFINES WRK-TABELA-MOTIVOS.
           05 WRK-MOTIVO-ITEM OCCURS 8 TIMES.
               10 WRK-MT-CODIGO    PIC X(03).
               10 WRK-MT-TIPO      PIC X(01).
               10 WRK-MT-DESCRICAO PIC X(26).

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 WRK-H-MES        PIC 9(02).
           05 WRK-H-DIA        PIC 9(02).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-CADASTROS.
           IF WRK-CADASTROS-OK = 'S'
               MOVE ZEROS TO WRK-OPCAO
               PERFORM UNTIL WRK-OPCAO = 9
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
               CLOSE BRANCH-MASTER
               CLOSE PRODUCT-MASTER
           END-IF.
           STOP RUN.

       0050-ABRIR-CADASTROS.
           MOVE 'N' TO WRK-CADASTROS-OK.
           OPEN INPUT BRANCH-MASTER.
           IF WRK-FIL-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FILIAIS FILIMAS NAO ENCONTRADO '
                   '- CARGUE AS FILIAIS PELO PROGCOB48'
           ELSE
               OPEN INPUT PRODUCT-MASTER
               IF WRK-PROD-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE PRODUTOS PRODMAS NAO '
                       'ENCONTRADO - CARGUE PELO PROGCOB62'
                   CLOSE BRANCH-MASTER
               ELSE
                   MOVE 'S' TO WRK-CADASTROS-OK
               END-IF
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB81 - LANCAMENTOS DE ESTOQUE'.
           DISPLAY '1 - ENTRADA DE MERCADORIA'.
           DISPLAY '2 - AJUSTE DE INVENTARIO'.
           DISPLAY '3 - CONSULTAR SALDO'.
           DISPLAY '4 - INFORMAR ESTOQUE MINIMO'.
           DISPLAY '5 - LISTAR MOVIMENTOS DA FILIAL NA DATA'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-ENTRADA-MERCADORIA
               WHEN 2
                   PERFORM 0400-AJUSTE-INVENTARIO
               WHEN 3
                   PERFORM 0600-CONSULTAR-SALDO
               WHEN 4
                   PERFORM 0650-INFORMAR-MINIMO
               WHEN 5
                   PERFORM 0700-LISTAR-MOVIMENTOS
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB81'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0250-IDENTIFICAR-ITEM.
           MOVE 'N' TO WRK-ITEM-VALIDO.
           DISPLAY 'FILIAL..'
           ACCEPT WRK-FILIAL FROM CONSOLE.
           MOVE WRK-FILIAL TO FIL-CODIGO.
           READ BRANCH-MASTER
               KEY IS FIL-CODIGO
               INVALID KEY
                   DISPLAY 'FILIAL NAO CADASTRADA NO FILIMAS: '
                       WRK-FILIAL
               NOT INVALID KEY
                   PERFORM 0255-IDENTIFICAR-PRODUTO
           END-READ.

       0255-IDENTIFICAR-PRODUTO.
           DISPLAY 'PRODUTO..'
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUCT-MASTER
               KEY IS PROD-CODIGO
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO NO PRODMAS: '
                       WRK-PRODUTO
               NOT INVALID KEY
                   DISPLAY 'PRODUTO: ' PROD-DESCRICAO
                   MOVE 'S' TO WRK-ITEM-VALIDO
           END-READ.

       0260-ACEITAR-QUANTIDADE.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           DISPLAY 'QUANTIDADE..'
           MOVE SPACES TO WRK-QTD-ALFA.
           ACCEPT WRK-QTD-ALFA FROM CONSOLE.
           INSPECT WRK-QTD-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-QTD-ALFA IS NUMERIC
               MOVE WRK-QTD-ALFA TO WRK-QUANTIDADE
               IF WRK-QUANTIDADE > ZEROS
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'N'
               DISPLAY 'QUANTIDADE INVALIDA'
           END-IF.

      ****************************** SO ACEITA CODIGO DO TIPO DO
      ****************************** LANCAMENTO (WRK-TIPO-MOTIVO)
       0270-ACEITAR-MOTIVO.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM VARYING WRK-SUBMOTIVO FROM 1 BY 1
                   UNTIL WRK-SUBMOTIVO > 8
               IF WRK-MT-TIPO(WRK-SUBMOTIVO) = WRK-TIPO-MOTIVO
                   DISPLAY '  ' WRK-MT-CODIGO(WRK-SUBMOTIVO) ' - '
                       WRK-MT-DESCRICAO(WRK-SUBMOTIVO)
               END-IF
           END-PERFORM.
           DISPLAY 'CODIGO DO MOTIVO..'
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           PERFORM VARYING WRK-SUBMOTIVO FROM 1 BY 1
                   UNTIL WRK-SUBMOTIVO > 8
                      OR WRK-CAMPO-VALIDO = 'S'
               IF WRK-MT-CODIGO(WRK-SUBMOTIVO) = WRK-MOTIVO
                  AND WRK-MT-TIPO(WRK-SUBMOTIVO) = WRK-TIPO-MOTIVO
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           IF WRK-CAMPO-VALIDO = 'N'
               DISPLAY 'MOTIVO INVALIDO PARA ESTE LANCAMENTO'
           END-IF.

       0280-ACEITAR-CUSTO.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           DISPLAY 'CUSTO UNITARIO (EM CENTAVOS)..'
           MOVE SPACES TO WRK-CUSTO-ALFA.
           ACCEPT WRK-CUSTO-ALFA FROM CONSOLE.
           INSPECT WRK-CUSTO-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-CUSTO-ALFA IS NUMERIC
               MOVE WRK-CUSTO-ALFA TO WRK-CUSTO-CENTAVOS
               COMPUTE WRK-CUSTO = WRK-CUSTO-CENTAVOS / 100
               IF WRK-CUSTO > ZEROS
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'N'
               DISPLAY 'CUSTO INVALIDO'
           END-IF.

      ****************************** QUALQUER CAMPO INVALIDO CANCELA
      ****************************** O LANCAMENTO SEM GRAVAR NADA
       0300-ENTRADA-MERCADORIA.
           PERFORM 0250-IDENTIFICAR-ITEM.
           IF WRK-ITEM-VALIDO = 'S' AND PROD-ATIVO = 'N'
               DISPLAY 'PRODUTO INATIVO - ENTRADA NAO ACEITA'
               MOVE 'N' TO WRK-ITEM-VALIDO
           END-IF.
           IF WRK-ITEM-VALIDO = 'S'
               PERFORM 0260-ACEITAR-QUANTIDADE
               IF WRK-CAMPO-VALIDO = 'S'
                   PERFORM 0280-ACEITAR-CUSTO
               END-IF
               IF WRK-CAMPO-VALIDO = 'S'
                   MOVE 'R' TO WRK-TIPO-MOTIVO
                   PERFORM 0270-ACEITAR-MOTIVO
               END-IF
               IF WRK-CAMPO-VALIDO = 'S'
                   DISPLAY 'DOCUMENTO (NOTA FISCAL)..'
                   ACCEPT WRK-DOCUMENTO FROM CONSOLE
                   MOVE SPACES          TO WRK-MOVIMENTO
                   MOVE 'R'             TO WMOV-TIPO
                   MOVE WRK-QUANTIDADE  TO WMOV-QUANTIDADE
                   MOVE WRK-CUSTO       TO WMOV-CUSTO-UNITARIO
                   MOVE '+'             TO WRK-SENTIDO
                   PERFORM 0500-GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY 'ENTRADA CANCELADA - NADA GRAVADO'
               END-IF
           END-IF.

       0400-AJUSTE-INVENTARIO.
           PERFORM 0250-IDENTIFICAR-ITEM.
           IF WRK-ITEM-VALIDO = 'S'
               DISPLAY 'SENTIDO (+ ENTRA NO SALDO / - SAI DO '
                   'SALDO)..'
               ACCEPT WRK-SENTIDO FROM CONSOLE
               IF WRK-SENTIDO = '+' OR WRK-SENTIDO = '-'
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   DISPLAY 'SENTIDO INVALIDO'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
               IF WRK-CAMPO-VALIDO = 'S'
                   PERFORM 0260-ACEITAR-QUANTIDADE
               END-IF
               IF WRK-CAMPO-VALIDO = 'S'
                   MOVE 'A' TO WRK-TIPO-MOTIVO
                   PERFORM 0270-ACEITAR-MOTIVO
               END-IF
               IF WRK-CAMPO-VALIDO = 'S'
                   DISPLAY 'DOCUMENTO (BRANCO SE NAO HOUVER)..'
                   ACCEPT WRK-DOCUMENTO FROM CONSOLE
                   MOVE SPACES TO WRK-MOVIMENTO
                   MOVE 'A'    TO WMOV-TIPO
                   IF WRK-SENTIDO = '-'
                       COMPUTE WMOV-QUANTIDADE = 0 - WRK-QUANTIDADE
                   ELSE
                       MOVE WRK-QUANTIDADE TO WMOV-QUANTIDADE
                   END-IF
                   MOVE ZEROS  TO WMOV-CUSTO-UNITARIO
                   PERFORM 0500-GRAVAR-MOVIMENTO
               ELSE
                   DISPLAY 'AJUSTE CANCELADO - NADA GRAVADO'
               END-IF
           END-IF.

      ****************************** O PROGCOB80 ATRIBUI O NUMERO DO
      ****************************** MOVIMENTO MANUAL NA DATA
       0500-GRAVAR-MOVIMENTO.
           MOVE WRK-FILIAL    TO WMOV-FILIAL.
           MOVE WRK-DATA-HOJE TO WMOV-DATA.
           MOVE 'M'           TO WMOV-ORIGEM.
           MOVE ZEROS         TO WMOV-NUMERO.
           MOVE WRK-PRODUTO   TO WMOV-PRODUTO.
           MOVE WRK-MOTIVO    TO WMOV-MOTIVO.
           MOVE WRK-DOCUMENTO TO WMOV-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO WMOV-DATA-REGISTRO.
           CALL 'PROGCOB80' USING WRK-MOVIMENTO
               WRK-RESULTADO-ESTOQUE WRK-SALDO.
           IF WRK-RESULTADO-ESTOQUE = 'G'
               MOVE WRK-SALDO TO WRK-SALDO-EDITADO
               DISPLAY 'MOVIMENTO ' WMOV-NUMERO ' GRAVADO - SALDO '
                   'ATUAL: ' WRK-SALDO-EDITADO
               PERFORM 0900-GRAVAR-AUDITORIA
           ELSE
               DISPLAY 'MOVIMENTO NAO GRAVADO - CHAVE JA EXISTE: '
                   WMOV-CHAVE
           END-IF.

       0600-CONSULTAR-SALDO.
           PERFORM 0250-IDENTIFICAR-ITEM.
           IF WRK-ITEM-VALIDO = 'S'
               OPEN INPUT STOCK-FILE
               IF WRK-ESTQ-STATUS NOT = '00'
                   DISPLAY 'PRODUTO SEM MOVIMENTO DE ESTOQUE NA '
                       'FILIAL'
               ELSE
                   MOVE WRK-FILIAL  TO ESTQ-FILIAL
                   MOVE WRK-PRODUTO TO ESTQ-PRODUTO
                   READ STOCK-FILE
                       KEY IS ESTQ-CHAVE
                       INVALID KEY
                           DISPLAY 'PRODUTO SEM MOVIMENTO DE '
                               'ESTOQUE NA FILIAL'
                       NOT INVALID KEY
                           PERFORM 0610-EXIBIR-SALDO
                   END-READ
                   CLOSE STOCK-FILE
               END-IF
           END-IF.

       0610-EXIBIR-SALDO.
           MOVE ESTQ-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY '----------------------------------------'.
           DISPLAY 'SALDO...........: ' WRK-SALDO-EDITADO.
           DISPLAY 'ESTOQUE MINIMO..: ' ESTQ-MINIMO.
           DISPLAY 'CUSTO MEDIO.....: ' ESTQ-CUSTO-MEDIO.
           DISPLAY 'ULTIMO MOVIMENTO: ' ESTQ-DATA-ULT-MOV.
           IF ESTQ-MINIMO > ZEROS AND ESTQ-SALDO < ESTQ-MINIMO
               DISPLAY 'SALDO ABAIXO DO MINIMO - REPOR'
           END-IF.
           DISPLAY '----------------------------------------'.

      ****************************** MINIMO DE ITEM SEM MOVIMENTO
      ****************************** CRIA O REGISTRO COM SALDO ZERO
       0650-INFORMAR-MINIMO.
           PERFORM 0250-IDENTIFICAR-ITEM.
           IF WRK-ITEM-VALIDO = 'S'
               DISPLAY 'ESTOQUE MINIMO (ZERO = SEM REPOSICAO)..'
               MOVE SPACES TO WRK-QTD-ALFA
               ACCEPT WRK-QTD-ALFA FROM CONSOLE
               INSPECT WRK-QTD-ALFA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-QTD-ALFA IS NOT NUMERIC
                   DISPLAY 'QUANTIDADE INVALIDA - MINIMO MANTIDO'
               ELSE
                   MOVE WRK-QTD-ALFA TO WRK-QUANTIDADE
                   PERFORM 0660-GRAVAR-MINIMO
               END-IF
           END-IF.

       0660-GRAVAR-MINIMO.
           OPEN I-O STOCK-FILE.
           IF WRK-ESTQ-STATUS = '35'
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           MOVE WRK-FILIAL  TO ESTQ-FILIAL.
           MOVE WRK-PRODUTO TO ESTQ-PRODUTO.
           READ STOCK-FILE
               KEY IS ESTQ-CHAVE
               INVALID KEY
                   MOVE ZEROS          TO ESTQ-SALDO
                   MOVE ZEROS          TO ESTQ-CUSTO-MEDIO
                   MOVE ZEROS          TO ESTQ-DATA-ULT-MOV
                   MOVE WRK-QUANTIDADE TO ESTQ-MINIMO
                   WRITE ESTQ-RECORD
               NOT INVALID KEY
                   MOVE WRK-QUANTIDADE TO ESTQ-MINIMO
                   REWRITE ESTQ-RECORD
           END-READ.
           CLOSE STOCK-FILE.
           DISPLAY 'ESTOQUE MINIMO GRAVADO'.

       0700-LISTAR-MOVIMENTOS.
           DISPLAY 'FILIAL..'
           ACCEPT WRK-FILIAL FROM CONSOLE.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD, BRANCO = HOJE)..'
           MOVE SPACES TO WRK-DATA-ALFA.
           ACCEPT WRK-DATA-ALFA FROM CONSOLE.
           INSPECT WRK-DATA-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-DATA-ALFA IS NUMERIC
               MOVE WRK-DATA-ALFA TO WRK-DATA
           ELSE
               MOVE ZEROS TO WRK-DATA
           END-IF.
           IF WRK-DATA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA
           END-IF.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           OPEN INPUT MOVEMENT-FILE.
           IF WRK-MOV-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE MOVIMENTOS ESTMOV VAZIO'
           ELSE
               MOVE WRK-FILIAL TO MOV-FILIAL
               MOVE WRK-DATA   TO MOV-DATA
               MOVE LOW-VALUES TO MOV-ORIGEM
               MOVE ZEROS      TO MOV-NUMERO
               START MOVEMENT-FILE
                   KEY IS NOT LESS THAN MOV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ARQUIVO
               END-START
               DISPLAY 'O NUMERO  PRODUTO  T     QUANT. MOT '
                   'DOCUMENTO'
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ MOVEMENT-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF MOV-FILIAL NOT = WRK-FILIAL
                              OR MOV-DATA NOT = WRK-DATA
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               PERFORM 0710-EXIBIR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.
           DISPLAY 'MOVIMENTOS LISTADOS..: ' WRK-QTD-LISTADOS.

       0710-EXIBIR-MOVIMENTO.
           MOVE MOV-QUANTIDADE TO WRK-QTD-EDITADA.
           DISPLAY MOV-ORIGEM ' ' MOV-NUMERO ' ' MOV-PRODUTO ' '
               MOV-TIPO ' ' WRK-QTD-EDITADA ' ' MOV-MOTIVO ' '
               MOV-DOCUMENTO.
           ADD 1 TO WRK-QTD-LISTADOS.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB81' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'FIL=' WMOV-FILIAL ' PROD=' WMOV-PRODUTO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           STRING WMOV-TIPO ' ' WMOV-MOTIVO ' ' WRK-SENTIDO
               WRK-QUANTIDADE
               DELIMITED BY SIZE INTO AUDITORIA-RESULTADO.
           MOVE SPACES TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
