       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB76.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO ARQUIVO DE SUSPENSOS SALESUSP, COM
      * OS DETALHES DO SALESTRN REJEITADOS NA APLICACAO DO LOTE
      * PELO PROGCOB25 - LISTAGEM (TODOS OU POR SITUACAO),
      * CONSULTA, CORRECAO DOS CAMPOS DO DETALHE (FICA 'C',
      * AGUARDANDO REENVIO), ANULACAO ('A') E GERACAO DE UM NOVO
      * LOTE SALESTRN COM OS ITENS CORRIGIDOS: HEADER COM A FILIAL
      * (CONFERIDA NO FILIMAS) E A DATA INFORMADAS, UM DETALHE POR
      * ITEM E TRAILER COM QUANTIDADE E TOTAL. O LOTE GERADO PASSA
      * PELA VALIDACAO NORMAL DO PROGCOB25 E PELO CONTROLE DE LOTES
      * DO BATCHREG; A GERACAO RECUSA IDENTIDADE DE LOTE JA
      * REGISTRADA E NAO SOBREPOE SALESTRN AINDA NAO APLICADO.
      * ITENS REENVIADOS FICAM 'R' COM A IDENTIDADE DO NOVO LOTE
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - VALOR DA CORRECAO PASSA A SER DIGITADO EM
      *              CENTAVOS E DIVIDIDO POR 100 NA CARGA DO CAMPO
      *              (ANTES ENTRAVA EM REAIS INTEIROS)
      * 15/10/2026 - FELIPE - LOTE DE REENVIO PASSA A SER POR FILIAL: A
      *              FILIAL E PEDIDA ANTES DA CONTAGEM E SO OS ITENS
      *              CORRIGIDOS DELA VAO PARA O SALESTRN, JA QUE O
      *              PROGCOB25 POSTA TUDO NA FILIAL DO HEADER
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SALESUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-CHAVE
               FILE STATUS IS WRK-SUSP-STATUS.
           SELECT SALES-TRANS ASSIGN TO "SALESTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-TRANS-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "FILIMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WRK-FIL-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHAVE
               FILE STATUS IS WRK-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSP-RECORD.
           COPY SUSPENSO REPLACING ==:PREFIX:== BY ==SUSP==.

       FD  SALES-TRANS.
       01  TRANS-RECORD.
           05 TRANS-TIPO       PIC X(01).
           05 FILLER           PIC X(56).
       01  TRANS-HEADER.
           05 FILLER           PIC X(01).
           05 HDR-DATA-ARQUIVO PIC 9(08).
           05 HDR-FILIAL       PIC X(10).
           05 FILLER           PIC X(38).
       01  TRANS-DETALHE.
           05 FILLER           PIC X(01).
           05 TRANS-ANO        PIC 9(04).
           05 TRANS-ID-VENDEDOR PIC 9(05).
           05 TRANS-MES        PIC 9(02).
           05 TRANS-VALOR      PIC 9(6)V99.
           05 TRANS-DATA-VENDA PIC 9(08).
           05 TRANS-DOCUMENTO  PIC X(10).
           05 TRANS-MOTIVO     PIC X(03).
           05 TRANS-PRODUTO    PIC X(08).
           05 TRANS-CLIENTE    PIC X(08).
       01  TRANS-TRAILER.
           05 FILLER           PIC X(01).
           05 TRL-QTD-REGISTROS PIC 9(07).
           05 TRL-TOTAL-VALOR  PIC 9(10)V99.
           05 FILLER           PIC X(37).

       FD  BRANCH-MASTER.
       01  FIL-RECORD.
           COPY FILIAL REPLACING ==:PREFIX:== BY ==FIL==.

       FD  BATCH-REGISTER.
       01  REG-RECORD.
           COPY LOTEREG REPLACING ==:PREFIX:== BY ==REG==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-SUSP-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-TRANS-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-FIL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-REG-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-CAMPO-VALIDO  PIC X(01) VALUE 'N'.
       77  WRK-CONFIRMA      PIC X(01) VALUE 'N'.
       77  WRK-SITUACAO      PIC X(01) VALUE SPACES.
       77  WRK-QTD-LISTADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-FILIAL        PIC X(10) VALUE SPACES.
       77  WRK-DATA-ALFA     PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-POSICAO-ALFA  PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
       77  WRK-ANO-ALFA      PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-VEND-ALFA     PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-MES-ALFA      PIC X(02) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-ALFA    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-VALOR-CENTAVOS PIC 9(08) VALUE ZEROS.
       77  WRK-VENDA-ALFA    PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DOCUMENTO     PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO        PIC X(03) VALUE SPACES.
       77  WRK-PRODUTO       PIC X(08) VALUE SPACES.
       77  WRK-CLIENTE       PIC X(08) VALUE SPACES.
       77  WRK-LOTE-LIBERADO PIC X(01) VALUE 'N'.
       77  WRK-QTD-CORRIGIDOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-GERADOS   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GERADO  PIC 9(10)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVO.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVO.
           OPEN I-O SUSPENSE-FILE.
           IF WRK-SUSP-STATUS = '35'
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB76 - SUSPENSOS DO LOTE DE VENDAS'.
           DISPLAY '1 - LISTAR SUSPENSOS'.
           DISPLAY '2 - CONSULTAR ITEM'.
           DISPLAY '3 - CORRIGIR ITEM'.
           DISPLAY '4 - ANULAR ITEM'.
           DISPLAY '5 - GERAR LOTE DE REENVIO (SALESTRN)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LISTAR
               WHEN 2
                   PERFORM 0400-CONSULTAR
               WHEN 3
                   PERFORM 0500-CORRIGIR
               WHEN 4
                   PERFORM 0600-ANULAR
               WHEN 5
                   PERFORM 0700-GERAR-LOTE
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB76'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0250-LOCALIZAR-ITEM.
           MOVE 'N' TO WRK-ENCONTRADO.
           DISPLAY 'FILIAL DO LOTE DE ORIGEM..'
           ACCEPT WRK-FILIAL FROM CONSOLE.
           DISPLAY 'DATA DO LOTE DE ORIGEM (AAAAMMDD)..'
           MOVE SPACES TO WRK-DATA-ALFA.
           ACCEPT WRK-DATA-ALFA FROM CONSOLE.
           INSPECT WRK-DATA-ALFA REPLACING LEADING SPACE BY ZERO.
           DISPLAY 'POSICAO DO DETALHE NO LOTE..'
           MOVE SPACES TO WRK-POSICAO-ALFA.
           ACCEPT WRK-POSICAO-ALFA FROM CONSOLE.
           INSPECT WRK-POSICAO-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-DATA-ALFA IS NOT NUMERIC
              OR WRK-POSICAO-ALFA IS NOT NUMERIC
               DISPLAY 'DATA OU POSICAO INVALIDA'
           ELSE
               MOVE WRK-FILIAL       TO SUSP-FILIAL
               MOVE WRK-DATA-ALFA    TO SUSP-DATA-ARQUIVO
               MOVE WRK-POSICAO-ALFA TO SUSP-POSICAO
               READ SUSPENSE-FILE
                   KEY IS SUSP-CHAVE
                   INVALID KEY
                       DISPLAY 'ITEM NAO ENCONTRADO NO SALESUSP'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
           END-IF.

       0260-EXIBIR-ITEM.
           DISPLAY '----------------------------------------'.
           DISPLAY 'LOTE.......: ' SUSP-FILIAL ' ' SUSP-DATA-ARQUIVO
               ' POSICAO ' SUSP-POSICAO.
           DISPLAY 'MOTIVO.....: ' SUSP-RAZAO.
           DISPLAY 'REJEITADO..: ' SUSP-DATA-REJEICAO.
           IF SUSP-TIPO = '3'
               DISPLAY 'TIPO.......: 3 ESTORNO'
           ELSE
               DISPLAY 'TIPO.......: 2 VENDA'
           END-IF.
           DISPLAY 'ANO/VEND...: ' SUSP-ANO ' ' SUSP-ID-VENDEDOR.
           DISPLAY 'MES........: ' SUSP-MES.
           DISPLAY 'VALOR......: ' SUSP-VALOR.
           DISPLAY 'DATA VENDA.: ' SUSP-DATA-VENDA.
           DISPLAY 'DOCUMENTO..: ' SUSP-DOCUMENTO.
           DISPLAY 'COD MOTIVO.: ' SUSP-MOTIVO.
           DISPLAY 'PRODUTO....: ' SUSP-PRODUTO.
           DISPLAY 'CLIENTE....: ' SUSP-CLIENTE.
           EVALUATE SUSP-SITUACAO
               WHEN 'P'
                   DISPLAY 'SITUACAO...: PENDENTE'
               WHEN 'C'
                   DISPLAY 'SITUACAO...: CORRIGIDO EM '
                       SUSP-DATA-SITUACAO ' - AGUARDANDO REENVIO'
               WHEN 'A'
                   DISPLAY 'SITUACAO...: ANULADO EM '
                       SUSP-DATA-SITUACAO
               WHEN 'R'
                   DISPLAY 'SITUACAO...: REENVIADO NO LOTE '
                       SUSP-FILIAL-REENVIO ' ' SUSP-DATA-REENVIO
           END-EVALUATE.
           DISPLAY '----------------------------------------'.

       0300-LISTAR.
           DISPLAY 'SITUACAO (P/C/A/R, BRANCO PARA TODAS)..'
           MOVE SPACES TO WRK-SITUACAO.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           MOVE SPACES TO SUSP-FILIAL.
           MOVE ZEROS  TO SUSP-DATA-ARQUIVO SUSP-POSICAO.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SUSP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY 'FILIAL     LOTE     POSICAO S T ANO  VEND  MES'
               '    VALOR  MOTIVO'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-SITUACAO = SPACES
                          OR WRK-SITUACAO = SUSP-SITUACAO
                           DISPLAY SUSP-FILIAL ' ' SUSP-DATA-ARQUIVO
                               ' ' SUSP-POSICAO ' ' SUSP-SITUACAO
                               ' ' SUSP-TIPO ' ' SUSP-ANO ' '
                               SUSP-ID-VENDEDOR ' ' SUSP-MES ' '
                               SUSP-VALOR ' ' SUSP-RAZAO
                           ADD 1 TO WRK-QTD-LISTADOS
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'ITENS LISTADOS..: ' WRK-QTD-LISTADOS.

       0400-CONSULTAR.
           PERFORM 0250-LOCALIZAR-ITEM.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-ITEM
           END-IF.

      ****************************** CAMPO EM BRANCO MANTEM O VALOR
      ****************************** DO DETALHE. PRODUTO, CLIENTE E
      ****************************** VENDEDOR SAO CONFERIDOS PELO
      ****************************** PROGCOB25 QUANDO O LOTE VOLTAR
       0500-CORRIGIR.
           PERFORM 0250-LOCALIZAR-ITEM.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-ITEM
               IF SUSP-SITUACAO = 'A' OR SUSP-SITUACAO = 'R'
                   DISPLAY 'ITEM ANULADO OU JA REENVIADO - NAO PODE '
                       'SER CORRIGIDO'
               ELSE
                   DISPLAY 'CAMPO EM BRANCO MANTEM O VALOR ATUAL'
                   PERFORM 0510-ACEITAR-CORRECAO
                   IF SUSP-MES < 1 OR SUSP-MES > 12
                       DISPLAY 'MES CONTINUA INVALIDO - CORRECAO '
                           'NAO GRAVADA'
                   ELSE
                       IF SUSP-TIPO = '3' AND SUSP-MOTIVO = SPACES
                           DISPLAY 'ESTORNO SEM CODIGO DE MOTIVO - '
                               'CORRECAO NAO GRAVADA'
                       ELSE
                           MOVE 'C'           TO SUSP-SITUACAO
                           MOVE WRK-DATA-HOJE TO SUSP-DATA-SITUACAO
                           REWRITE SUSP-RECORD
                           DISPLAY 'ITEM CORRIGIDO - ENTRA NO '
                               'PROXIMO LOTE DE REENVIO'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0510-ACEITAR-CORRECAO.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'TIPO (2-VENDA  3-ESTORNO)..'
               MOVE SPACES TO WRK-TIPO
               ACCEPT WRK-TIPO FROM CONSOLE
               IF WRK-TIPO = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   IF WRK-TIPO = '2' OR WRK-TIPO = '3'
                       MOVE WRK-TIPO TO SUSP-TIPO
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'TIPO INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'ANO..'
               MOVE SPACES TO WRK-ANO-ALFA
               ACCEPT WRK-ANO-ALFA FROM CONSOLE
               IF WRK-ANO-ALFA = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-ANO-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-ANO-ALFA IS NUMERIC
                       MOVE WRK-ANO-ALFA TO SUSP-ANO
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'ANO INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'CODIGO DO VENDEDOR..'
               MOVE SPACES TO WRK-VEND-ALFA
               ACCEPT WRK-VEND-ALFA FROM CONSOLE
               IF WRK-VEND-ALFA = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-VEND-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-VEND-ALFA IS NUMERIC
                       MOVE WRK-VEND-ALFA TO SUSP-ID-VENDEDOR
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'VENDEDOR INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'MES (1 A 12)..'
               MOVE SPACES TO WRK-MES-ALFA
               ACCEPT WRK-MES-ALFA FROM CONSOLE
               IF WRK-MES-ALFA = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-MES-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-MES-ALFA IS NUMERIC
                       MOVE WRK-MES-ALFA TO WRK-MES
                       IF WRK-MES >= 1 AND WRK-MES <= 12
                           MOVE WRK-MES TO SUSP-MES
                           MOVE 'S' TO WRK-CAMPO-VALIDO
                       ELSE
                           DISPLAY 'MES INVALIDO - REDIGITE'
                       END-IF
                   ELSE
                       DISPLAY 'MES INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'VALOR (EM CENTAVOS)..'
               MOVE SPACES TO WRK-VALOR-ALFA
               ACCEPT WRK-VALOR-ALFA FROM CONSOLE
               IF WRK-VALOR-ALFA = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-VALOR-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-VALOR-ALFA IS NUMERIC
                       MOVE WRK-VALOR-ALFA TO WRK-VALOR-CENTAVOS
                       COMPUTE SUSP-VALOR = WRK-VALOR-CENTAVOS / 100
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'VALOR INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'DATA DA VENDA (AAAAMMDD)..'
               MOVE SPACES TO WRK-VENDA-ALFA
               ACCEPT WRK-VENDA-ALFA FROM CONSOLE
               IF WRK-VENDA-ALFA = SPACES
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-VENDA-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-VENDA-ALFA IS NUMERIC
                       MOVE WRK-VENDA-ALFA TO SUSP-DATA-VENDA
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'DATA INVALIDA - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'DOCUMENTO..'
           MOVE SPACES TO WRK-DOCUMENTO.
           ACCEPT WRK-DOCUMENTO FROM CONSOLE.
           IF WRK-DOCUMENTO NOT = SPACES
               MOVE WRK-DOCUMENTO TO SUSP-DOCUMENTO
           END-IF.
           DISPLAY 'CODIGO DO MOTIVO (ESTORNO)..'
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO NOT = SPACES
               MOVE WRK-MOTIVO TO SUSP-MOTIVO
           END-IF.
           DISPLAY 'PRODUTO..'
           MOVE SPACES TO WRK-PRODUTO.
           ACCEPT WRK-PRODUTO FROM CONSOLE.
           IF WRK-PRODUTO NOT = SPACES
               MOVE WRK-PRODUTO TO SUSP-PRODUTO
           END-IF.
           DISPLAY 'CLIENTE..'
           MOVE SPACES TO WRK-CLIENTE.
           ACCEPT WRK-CLIENTE FROM CONSOLE.
           IF WRK-CLIENTE NOT = SPACES
               MOVE WRK-CLIENTE TO SUSP-CLIENTE
           END-IF.

       0600-ANULAR.
           PERFORM 0250-LOCALIZAR-ITEM.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-ITEM
               IF SUSP-SITUACAO = 'A' OR SUSP-SITUACAO = 'R'
                   DISPLAY 'ITEM JA ANULADO OU REENVIADO'
               ELSE
                   DISPLAY 'CONFIRMA A ANULACAO? (S/N)..'
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S'
                       MOVE 'A'           TO SUSP-SITUACAO
                       MOVE WRK-DATA-HOJE TO SUSP-DATA-SITUACAO
                       REWRITE SUSP-RECORD
                       DISPLAY 'ITEM ANULADO'
                   END-IF
               END-IF
           END-IF.

      ****************************** NOVO SALESTRN COM OS ITENS 'C'
      ****************************** DA FILIAL INFORMADA
       0700-GERAR-LOTE.
           DISPLAY 'FILIAL DO LOTE DE REENVIO..'
           MOVE SPACES TO WRK-FILIAL.
           ACCEPT WRK-FILIAL FROM CONSOLE.
           PERFORM 0710-CONTAR-CORRIGIDOS.
           IF WRK-QTD-CORRIGIDOS = ZEROS
               DISPLAY 'NENHUM ITEM CORRIGIDO DA FILIAL ' WRK-FILIAL
                   ' AGUARDANDO REENVIO'
           ELSE
               DISPLAY 'ITENS CORRIGIDOS A REENVIAR: '
                   WRK-QTD-CORRIGIDOS
               PERFORM 0720-IDENTIFICAR-LOTE
               IF WRK-LOTE-LIBERADO = 'S'
                   PERFORM 0740-CONFERIR-SALESTRN
               END-IF
               IF WRK-LOTE-LIBERADO = 'S'
                   PERFORM 0750-GRAVAR-LOTE
                   PERFORM 0900-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       0710-CONTAR-CORRIGIDOS.
           MOVE ZEROS TO WRK-QTD-CORRIGIDOS.
           MOVE SPACES TO SUSP-FILIAL.
           MOVE ZEROS  TO SUSP-DATA-ARQUIVO SUSP-POSICAO.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SUSP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SUSP-SITUACAO = 'C'
                          AND SUSP-FILIAL = WRK-FILIAL
                           ADD 1 TO WRK-QTD-CORRIGIDOS
                       END-IF
               END-READ
           END-PERFORM.

      ****************************** FILIAL CADASTRADA E IDENTIDADE
      ****************************** AINDA NAO REGISTRADA NO BATCHREG
       0720-IDENTIFICAR-LOTE.
           MOVE 'N' TO WRK-LOTE-LIBERADO.
           DISPLAY 'DATA DO LOTE (AAAAMMDD, 0 PARA HOJE)..'
           MOVE SPACES TO WRK-DATA-ALFA.
           ACCEPT WRK-DATA-ALFA FROM CONSOLE.
           INSPECT WRK-DATA-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-DATA-ALFA IS NUMERIC
              AND WRK-DATA-ALFA NOT = '00000000'
               MOVE WRK-DATA-ALFA TO WRK-DATA
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA
           END-IF.
           OPEN INPUT BRANCH-MASTER.
           IF WRK-FIL-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE FILIAIS FILIMAS NAO ENCONTRADO '
                   '- CARGUE AS FILIAIS PELO PROGCOB48'
           ELSE
               MOVE WRK-FILIAL TO FIL-CODIGO
               READ BRANCH-MASTER
                   KEY IS FIL-CODIGO
                   INVALID KEY
                       DISPLAY 'FILIAL NAO CADASTRADA NO FILIMAS: '
                           WRK-FILIAL
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-LOTE-LIBERADO
               END-READ
               CLOSE BRANCH-MASTER
           END-IF.
           IF WRK-LOTE-LIBERADO = 'S'
               MOVE WRK-FILIAL TO REG-FILIAL
               MOVE WRK-DATA   TO REG-DATA-ARQUIVO
               PERFORM 0730-CONSULTAR-REGISTRO
               IF WRK-ENCONTRADO = 'S'
                   DISPLAY 'LOTE ' WRK-FILIAL ' ' WRK-DATA
                       ' JA REGISTRADO NO BATCHREG - INFORME OUTRA '
                       'DATA'
                   MOVE 'N' TO WRK-LOTE-LIBERADO
               END-IF
           END-IF.

       0730-CONSULTAR-REGISTRO.
           MOVE 'N' TO WRK-ENCONTRADO.
           OPEN INPUT BATCH-REGISTER.
           IF WRK-REG-STATUS = '00'
               READ BATCH-REGISTER
                   KEY IS REG-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
               CLOSE BATCH-REGISTER
           END-IF.

      ****************************** SALESTRN PRESENTE CUJO LOTE NAO
      ****************************** ESTA NO BATCHREG AINDA NAO FOI
      ****************************** APLICADO - NAO E SOBREPOSTO
       0740-CONFERIR-SALESTRN.
           OPEN INPUT SALES-TRANS.
           IF WRK-TRANS-STATUS = '00'
               READ SALES-TRANS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRANS-TIPO = '1'
                           MOVE HDR-FILIAL       TO REG-FILIAL
                           MOVE HDR-DATA-ARQUIVO TO REG-DATA-ARQUIVO
                           PERFORM 0730-CONSULTAR-REGISTRO
                           IF WRK-ENCONTRADO = 'N'
                               DISPLAY 'SALESTRN DO LOTE ' HDR-FILIAL
                                   ' ' HDR-DATA-ARQUIVO ' AINDA NAO '
                                   'APLICADO - APLIQUE PELO PROGCOB25 '
                                   'ANTES DE GERAR O REENVIO'
                               MOVE 'N' TO WRK-LOTE-LIBERADO
                           END-IF
                       END-IF
               END-READ
               CLOSE SALES-TRANS
           END-IF.

       0750-GRAVAR-LOTE.
           MOVE ZEROS TO WRK-QTD-GERADOS WRK-TOTAL-GERADO.
           OPEN OUTPUT SALES-TRANS.
           MOVE SPACES TO TRANS-RECORD.
           MOVE '1'        TO TRANS-TIPO.
           MOVE WRK-DATA   TO HDR-DATA-ARQUIVO.
           MOVE WRK-FILIAL TO HDR-FILIAL.
           WRITE TRANS-RECORD.
           MOVE SPACES TO SUSP-FILIAL.
           MOVE ZEROS  TO SUSP-DATA-ARQUIVO SUSP-POSICAO.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SUSP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ SUSPENSE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SUSP-SITUACAO = 'C'
                          AND SUSP-FILIAL = WRK-FILIAL
                           PERFORM 0760-GRAVAR-DETALHE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO TRANS-RECORD.
           MOVE '9'              TO TRANS-TIPO.
           MOVE WRK-QTD-GERADOS  TO TRL-QTD-REGISTROS.
           MOVE WRK-TOTAL-GERADO TO TRL-TOTAL-VALOR.
           WRITE TRANS-RECORD.
           CLOSE SALES-TRANS.
           DISPLAY 'LOTE DE REENVIO GERADO NO SALESTRN: ' WRK-FILIAL
               ' ' WRK-DATA.
           DISPLAY 'DETALHES.......: ' WRK-QTD-GERADOS.
           DISPLAY 'VALOR TOTAL....: ' WRK-TOTAL-GERADO.
           DISPLAY 'APLIQUE O LOTE PELO PROGCOB25 (MODO LOTE)'.

       0760-GRAVAR-DETALHE.
           MOVE SPACES TO TRANS-RECORD.
           MOVE SUSP-TIPO        TO TRANS-TIPO.
           MOVE SUSP-ANO         TO TRANS-ANO.
           MOVE SUSP-ID-VENDEDOR TO TRANS-ID-VENDEDOR.
           MOVE SUSP-MES         TO TRANS-MES.
           MOVE SUSP-VALOR       TO TRANS-VALOR.
           MOVE SUSP-DATA-VENDA  TO TRANS-DATA-VENDA.
           MOVE SUSP-DOCUMENTO   TO TRANS-DOCUMENTO.
           MOVE SUSP-MOTIVO      TO TRANS-MOTIVO.
           MOVE SUSP-PRODUTO     TO TRANS-PRODUTO.
           MOVE SUSP-CLIENTE     TO TRANS-CLIENTE.
           WRITE TRANS-RECORD.
           ADD 1 TO WRK-QTD-GERADOS.
           ADD SUSP-VALOR TO WRK-TOTAL-GERADO.
           MOVE 'R'           TO SUSP-SITUACAO.
           MOVE WRK-DATA-HOJE TO SUSP-DATA-SITUACAO.
           MOVE WRK-FILIAL    TO SUSP-FILIAL-REENVIO.
           MOVE WRK-DATA      TO SUSP-DATA-REENVIO.
           REWRITE SUSP-RECORD.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB76' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'REENVIO ' WRK-FILIAL ' ' WRK-DATA
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           STRING 'DETALHES=' WRK-QTD-GERADOS
               DELIMITED BY SIZE INTO AUDITORIA-RESULTADO.
           MOVE SPACES TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
