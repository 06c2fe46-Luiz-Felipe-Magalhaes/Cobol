      * FAMILIA A PARTIR DO DIARIO
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 14/10/2026 - FELIPE - TABELA DE PRECOS PRODPREC (COPYBOOK
      *              PRECO): INCLUSAO DE PRECO COM INICIO E FIM DE
      *              VIGENCIA E DESCONTO MAXIMO, SEM SOBREPOR VIGENCIA
      *              DO MESMO PRODUTO, ENCERRAMENTO DE VIGENCIA E
      *              LISTAGEM DOS PRECOS DO PRODUTO. O PROGCOB25
      *              CONFERE O VALOR DA VENDA DO LOTE CONTRA ELA
      * 15/10/2026 - FELIPE - PRECO E DESCONTO DIGITADOS EM CENTAVOS
      *              E CENTESIMOS PASSAM A SER DIVIDIDOS POR 100 NA
      *              CARGA DO CAMPO (ANTES ENTRAVAM COMO INTEIROS)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODIGO
               FILE STATUS IS WRK-PROD-STATUS.
           SELECT PRICE-FILE ASSIGN TO "PRODPREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS WRK-PRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
       01  PROD-RECORD.
           COPY PRODUTO REPLACING ==:PREFIX:== BY ==PROD==.

       FD  PRICE-FILE.
       01  PRC-RECORD.
           COPY PRECO REPLACING ==:PREFIX:== BY ==PRC==.

       WORKING-STORAGE SECTION.
       77  WRK-PROD-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-PRC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-CAMPO-VALIDO  PIC X(01) VALUE 'N'.
       77  WRK-SOBREPOSTO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-PRECOS    PIC X(01) VALUE 'N'.
       77  WRK-DATA-ALFA     PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-PRECO-ALFA    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DESCONTO-ALFA PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-NOVO      PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-EXISTENTE PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO         PIC 9(6)V99 VALUE ZEROS.
       77  WRK-PRECO-CENTAVOS PIC 9(08) VALUE ZEROS.
       77  WRK-DESCONTO      PIC 9(2)V99 VALUE ZEROS.
       77  WRK-DESCONTO-CENTESIMOS PIC 9(04) VALUE ZEROS.
       01  WRK-DATA-LIDA.
           05 WRK-D-ANO      PIC 9(04).
           05 WRK-D-MES      PIC 9(02).
           05 WRK-D-DIA      PIC 9(02).
       01  WRK-LINHA-PRECO.
           05 WRK-L-INICIO   PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-L-FIM      PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WRK-L-PRECO    PIC ZZZ.ZZ9,99.
           05 FILLER         PIC X(04) VALUE SPACES.
           05 WRK-L-DESCONTO PIC Z9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE PRODUCT-MASTER.
           CLOSE PRICE-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVO.
               CLOSE PRODUCT-MASTER
               OPEN I-O PRODUCT-MASTER
           END-IF.
           OPEN I-O PRICE-FILE.
           IF WRK-PRC-STATUS = '35'
               CLOSE PRICE-FILE
               OPEN OUTPUT PRICE-FILE
               CLOSE PRICE-FILE
               OPEN I-O PRICE-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY '3 - INATIVAR/REATIVAR PRODUTO'.
           DISPLAY '4 - CONSULTAR PRODUTO'.
           DISPLAY '5 - LISTAR PRODUTOS'.
           DISPLAY '6 - INCLUIR PRECO DO PRODUTO'.
           DISPLAY '7 - ENCERRAR VIGENCIA DE PRECO'.
           DISPLAY '8 - LISTAR PRECOS DO PRODUTO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.
                   PERFORM 0600-CONSULTAR
               WHEN 5
                   PERFORM 0700-LISTAR
               WHEN 6
                   PERFORM 0800-INCLUIR-PRECO
               WHEN 7
                   PERFORM 0850-ENCERRAR-VIGENCIA
               WHEN 8
                   PERFORM 0870-LISTAR-PRECOS
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB62'
               WHEN OTHER
               END-READ
           END-PERFORM.
           DISPLAY 'PRODUTOS LISTADOS..: ' WRK-QTD-LISTADOS.

       0800-INCLUIR-PRECO.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WRK-ENCONTRADO = 'S'
               IF PROD-ATIVO = 'N'
                   DISPLAY 'PRODUTO INATIVO - PRECO NAO INCLUIDO'
               ELSE
                   PERFORM 0805-ACEITAR-PRECO
                   IF WRK-CAMPO-VALIDO = 'S'
                       PERFORM 0820-CONFERIR-SOBREPOSICAO
                       IF WRK-SOBREPOSTO = 'S'
                           DISPLAY 'VIGENCIA SOBREPOE PRECO JA '
                               'CADASTRADO - ENCERRE A VIGENCIA '
                               'ANTERIOR PRIMEIRO'
                       ELSE
                           MOVE WRK-CODIGO      TO PRC-PRODUTO
                           MOVE WRK-DATA-INICIO TO PRC-DATA-INICIO
                           MOVE WRK-DATA-FIM    TO PRC-DATA-FIM
                           MOVE WRK-PRECO       TO PRC-PRECO
                           MOVE WRK-DESCONTO    TO PRC-DESCONTO-MAX
                           ACCEPT PRC-DATA-CADASTRO
                               FROM DATE YYYYMMDD
                           WRITE PRC-RECORD
                               INVALID KEY
                                   DISPLAY 'PRECO JA CADASTRADO '
                                       'NESTA DATA'
                               NOT INVALID KEY
                                   DISPLAY 'PRECO INCLUIDO'
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ****************************** DATAS, PRECO E DESCONTO; QUALQUER
      ****************************** CAMPO INVALIDO CANCELA A INCLUSAO
       0805-ACEITAR-PRECO.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)..'
           PERFORM 0810-ACEITAR-DATA.
           MOVE WRK-DATA-LIDA TO WRK-DATA-INICIO.
           IF WRK-CAMPO-VALIDO = 'S' AND WRK-DATA-INICIO = ZEROS
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, BRANCO = SEM '
                   'FIM)..'
               PERFORM 0810-ACEITAR-DATA
               MOVE WRK-DATA-LIDA TO WRK-DATA-FIM
               IF WRK-CAMPO-VALIDO = 'S'
                  AND WRK-DATA-FIM NOT = ZEROS
                  AND WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO DA VIGENCIA'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'PRECO DE TABELA (EM CENTAVOS)..'
               MOVE SPACES TO WRK-PRECO-ALFA
               ACCEPT WRK-PRECO-ALFA FROM CONSOLE
               INSPECT WRK-PRECO-ALFA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-PRECO-ALFA IS NUMERIC
                   MOVE WRK-PRECO-ALFA TO WRK-PRECO-CENTAVOS
                   COMPUTE WRK-PRECO = WRK-PRECO-CENTAVOS / 100
               ELSE
                   MOVE ZEROS TO WRK-PRECO
               END-IF
               IF WRK-PRECO = ZEROS
                   DISPLAY 'PRECO INVALIDO'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'DESCONTO MAXIMO % (EM CENTESIMOS, 1000 = '
                   '10,00%)..'
               MOVE SPACES TO WRK-DESCONTO-ALFA
               ACCEPT WRK-DESCONTO-ALFA FROM CONSOLE
               INSPECT WRK-DESCONTO-ALFA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-DESCONTO-ALFA IS NUMERIC
                   MOVE WRK-DESCONTO-ALFA TO WRK-DESCONTO-CENTESIMOS
                   COMPUTE WRK-DESCONTO =
                       WRK-DESCONTO-CENTESIMOS / 100
               ELSE
                   DISPLAY 'DESCONTO INVALIDO'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'N'
               DISPLAY 'INCLUSAO DE PRECO CANCELADA'
           END-IF.

      ****************************** DATA AAAAMMDD; BRANCO DEVOLVE
      ****************************** ZEROS COMO VALIDO
       0810-ACEITAR-DATA.
           MOVE 'S' TO WRK-CAMPO-VALIDO.
           MOVE SPACES TO WRK-DATA-ALFA.
           ACCEPT WRK-DATA-ALFA FROM CONSOLE.
           INSPECT WRK-DATA-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-DATA-ALFA IS NUMERIC
               MOVE WRK-DATA-ALFA TO WRK-DATA-LIDA
               IF WRK-DATA-LIDA NOT = ZEROS
                   IF WRK-D-MES < 1 OR WRK-D-MES > 12
                      OR WRK-D-DIA < 1 OR WRK-D-DIA > 31
                       DISPLAY 'DATA INVALIDA'
                       MOVE 'N' TO WRK-CAMPO-VALIDO
                   END-IF
               END-IF
           ELSE
               DISPLAY 'DATA INVALIDA'
               MOVE ZEROS TO WRK-DATA-LIDA
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.

      ****************************** FIM ZERADO VALE COMO 99999999
       0820-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOSTO.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99999999 TO WRK-FIM-NOVO
           ELSE
               MOVE WRK-DATA-FIM TO WRK-FIM-NOVO
           END-IF.
           PERFORM 0880-POSICIONAR-PRECOS.
           PERFORM UNTIL WRK-FIM-PRECOS = 'S'
               READ PRICE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-PRECOS
                   NOT AT END
                       IF PRC-PRODUTO NOT = WRK-CODIGO
                           MOVE 'S' TO WRK-FIM-PRECOS
                       ELSE
                           IF PRC-DATA-FIM = ZEROS
                               MOVE 99999999 TO WRK-FIM-EXISTENTE
                           ELSE
                               MOVE PRC-DATA-FIM
                                   TO WRK-FIM-EXISTENTE
                           END-IF
                           IF PRC-DATA-INICIO <= WRK-FIM-NOVO
                              AND WRK-FIM-EXISTENTE
                                  >= WRK-DATA-INICIO
                               MOVE 'S' TO WRK-SOBREPOSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ****************************** SO ENCURTA A VIGENCIA, PARA NAO
      ****************************** INVADIR A VIGENCIA SEGUINTE
       0850-ENCERRAR-VIGENCIA.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WRK-ENCONTRADO = 'S'
               DISPLAY 'INICIO DA VIGENCIA A ENCERRAR (AAAAMMDD)..'
               PERFORM 0810-ACEITAR-DATA
               IF WRK-CAMPO-VALIDO = 'S'
                   MOVE WRK-CODIGO    TO PRC-PRODUTO
                   MOVE WRK-DATA-LIDA TO PRC-DATA-INICIO
                   READ PRICE-FILE
                       KEY IS PRC-CHAVE
                       INVALID KEY
                           DISPLAY 'PRECO NAO CADASTRADO NESTA DATA'
                       NOT INVALID KEY
                           PERFORM 0860-GRAVAR-FIM-VIGENCIA
                   END-READ
               END-IF
           END-IF.

       0860-GRAVAR-FIM-VIGENCIA.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD)..'
           PERFORM 0810-ACEITAR-DATA.
           EVALUATE TRUE
               WHEN WRK-CAMPO-VALIDO = 'N'
                   CONTINUE
               WHEN WRK-DATA-LIDA = ZEROS
                 OR WRK-DATA-LIDA < PRC-DATA-INICIO
                   DISPLAY 'FIM INVALIDO - VIGENCIA MANTIDA'
               WHEN PRC-DATA-FIM NOT = ZEROS
                AND WRK-DATA-LIDA >= PRC-DATA-FIM
                   DISPLAY 'FIM SO PODE ANTECIPAR A VIGENCIA - '
                       'VIGENCIA MANTIDA'
               WHEN OTHER
                   MOVE WRK-DATA-LIDA TO PRC-DATA-FIM
                   REWRITE PRC-RECORD
                   DISPLAY 'VIGENCIA ENCERRADA EM ' PRC-DATA-FIM
           END-EVALUATE.

       0870-LISTAR-PRECOS.
           PERFORM 0250-LOCALIZAR-PRODUTO.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-PRODUTO
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY 'INICIO    FIM              PRECO  DESC.%'
               PERFORM 0880-POSICIONAR-PRECOS
               PERFORM UNTIL WRK-FIM-PRECOS = 'S'
                   READ PRICE-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-PRECOS
                       NOT AT END
                           IF PRC-PRODUTO NOT = WRK-CODIGO
                               MOVE 'S' TO WRK-FIM-PRECOS
                           ELSE
                               PERFORM 0875-EXIBIR-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'PRECOS LISTADOS..: ' WRK-QTD-LISTADOS
           END-IF.

       0875-EXIBIR-PRECO.
           MOVE PRC-DATA-INICIO TO WRK-L-INICIO.
           IF PRC-DATA-FIM = ZEROS
               MOVE 'SEM FIM' TO WRK-L-FIM
           ELSE
               MOVE PRC-DATA-FIM TO WRK-L-FIM
           END-IF.
           MOVE PRC-PRECO        TO WRK-L-PRECO.
           MOVE PRC-DESCONTO-MAX TO WRK-L-DESCONTO.
           DISPLAY WRK-LINHA-PRECO.
           ADD 1 TO WRK-QTD-LISTADOS.

       0880-POSICIONAR-PRECOS.
           MOVE WRK-CODIGO TO PRC-PRODUTO.
           MOVE ZEROS      TO PRC-DATA-INICIO.
           START PRICE-FILE
               KEY IS NOT LESS THAN PRC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PRECOS
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-PRECOS
           END-START.
