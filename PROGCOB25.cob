      *              SO E SOMADO DEPOIS DA IDENTIFICACAO COMPLETA) E
      *              PRODUTO EM BRANCO TAMBEM CANCELA, PARA HAVER
      *              SAIDA COM O CADASTRO VAZIO
      * 14/10/2026 - FELIPE - DETALHE DO SALESTRN GANHA O CODIGO DO
      *              CLIENTE COMPRADOR (REGISTRO PASSA A 57 BYTES),
      *              VALIDADO CONTRA O CADASTRO CLIEMAS (PROGCOB71)
      *              NA VALIDACAO DO LOTE DO MESMO JEITO QUE O
      *              PRODUTO - CLIENTE EM BRANCO, DESCONHECIDO OU
      *              INATIVO REJEITA O LOTE. A VENDA INTERATIVA
      *              TAMBEM PERGUNTA O CLIENTE E A LINHA DO DIARIO
      *              CARREGA O CLIENTE ATE O TITULO DO ARRECMAS
      * 14/10/2026 - FELIPE - DETALHE REJEITADO NA APLICACAO DO LOTE
      *              (MES INVALIDO, VENDEDOR NAO CADASTRADO NO ANO,
      *              ESTORNO MAIOR QUE O SALDO DO MES) PASSA A SER
      *              GRAVADO NO ARQUIVO DE SUSPENSOS SALESUSP
      *              (COPYBOOK SUSPENSO) COM FILIAL E DATA DO LOTE,
      *              POSICAO NO LOTE E MOTIVO, PARA CORRECAO E
      *              REENVIO PELO PROGCOB76
      * 14/10/2026 - FELIPE - VENDA OU ESTORNO EM MES FECHADO NO
      *              CONTROLE DE PERIODOS PERIODOS (COPYBOOK PERIODO,
      *              MANTIDO PELO PROGCOB77) PASSA A SER REJEITADO: NO
      *              LOTE O DETALHE VAI PARA O SALESUSP COMO OS OUTROS
      *              REJEITADOS; NO INTERATIVO NADA E GRAVADO
      * 14/10/2026 - FELIPE - ESTORNO DO LOTE ACIMA DO LIMITE DO
      *              ARQUIVO DE PARAMETROS ESTPARM (PADRAO 5000,00)
      *              DEIXA DE SER APLICADO: FICA RETIDO NA FILA DE
      *              APROVACAO ESTAPROV (COPYBOOK APROVAC) COM O
      *              OPERADOR QUE SUBMETEU O LOTE, SEM ABATER O
      *              SALES-MES NEM GRAVAR O DIARIO, ATE A DECISAO DE
      *              UM ADM PELO PROGCOB78
      * 14/10/2026 - FELIPE - DETALHE DE VENDA DO LOTE CONFERIDO
      *              CONTRA O PRECO EM VIGOR NA DATA DA VENDA NA
      *              TABELA PRODPREC (COPYBOOK PRECO, PROGCOB62):
      *              VALOR ACIMA DO PRECO OU ABAIXO DO PRECO MENOS O
      *              DESCONTO MAXIMO E REJEITADO PARA O SALESUSP OU SO
      *              SINALIZADO, CONFORME O ARQUIVO PRECPARM (PADRAO
      *              SINALIZAR). CADA LOTE EMITE O RELATORIO DE
      *              EXCECOES DE PRECO PRECEXC NO SPOOL (PROGCOB40)
      * 14/10/2026 - FELIPE - VENDA E ESTORNO APLICADOS DO LOTE
      *              MOVIMENTAM O ESTOQUE DA FILIAL + PRODUTO PELO
      *              GERENCIADOR PROGCOB80 (VENDA BAIXA UMA UNIDADE,
      *              ESTORNO DEVOLVE UMA), COM A IDENTIDADE DO LOTE
      *              NO ESTMOV PARA O REPROCESSAMENTO NAO REPETIR
      *********************************
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPER-ID
                   FILE STATUS IS WRK-OPER-STATUS.
               SELECT CLIENT-MASTER ASSIGN TO "CLIEMAS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CLI-CODIGO
                   FILE STATUS IS WRK-CLI-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "SALESUSP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SUSP-CHAVE
                   FILE STATUS IS WRK-SUSP-STATUS.
               SELECT PERIOD-FILE ASSIGN TO "PERIODOS"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PER-CHAVE
                   FILE STATUS IS WRK-PER-STATUS.
               SELECT APPROVAL-FILE ASSIGN TO "ESTAPROV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS APR-CHAVE
                   FILE STATUS IS WRK-APR-STATUS.
               SELECT EST-PARAM-FILE ASSIGN TO "ESTPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-EPAR-STATUS.
               SELECT PRICE-FILE ASSIGN TO "PRODPREC"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PRC-CHAVE
                   FILE STATUS IS WRK-PRC-STATUS.
               SELECT PRICE-PARAM-FILE ASSIGN TO "PRECPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WRK-PPAR-STATUS.
               SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD  SALES-MASTER.
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
               05 TRANS-DOCUMENTO  PIC X(10).
               05 TRANS-MOTIVO     PIC X(03).
               05 TRANS-PRODUTO    PIC X(08).
               05 TRANS-CLIENTE    PIC X(08).
           01  TRANS-TRAILER.
               05 FILLER           PIC X(01).
               05 TRL-QTD-REGISTROS PIC 9(07).
               05 TRL-TOTAL-VALOR  PIC 9(10)V99.
               05 FILLER           PIC X(37).

           FD  SALES-CHECKPOINT.
           01  CKP-RECORD.
           01  OPER-RECORD.
               COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

           FD  CLIENT-MASTER.
           01  CLI-RECORD.
               COPY CLIENTE REPLACING ==:PREFIX:== BY ==CLI==.

           FD  SUSPENSE-FILE.
           01  SUSP-RECORD.
               COPY SUSPENSO REPLACING ==:PREFIX:== BY ==SUSP==.

           FD  PERIOD-FILE.
           01  PER-RECORD.
               COPY PERIODO REPLACING ==:PREFIX:== BY ==PER==.

           FD  APPROVAL-FILE.
           01  APR-RECORD.
               COPY APROVAC REPLACING ==:PREFIX:== BY ==APR==.

           FD  EST-PARAM-FILE.
           01  EPAR-RECORD.
               05 EPAR-LIMITE-ESTORNO PIC 9(6)V99.
               05 FILLER              PIC X(01).
               05 EPAR-DIAS-PENDENTE  PIC 9(03).

           FD  PRICE-FILE.
           01  PRC-RECORD.
               COPY PRECO REPLACING ==:PREFIX:== BY ==PRC==.

      ****************************** 'R' REJEITA O DETALHE FORA DA
      ****************************** FAIXA, 'S' SO SINALIZA
           FD  PRICE-PARAM-FILE.
           01  PPAR-RECORD.
               05 PPAR-ACAO-PRECO     PIC X(01).

           FD  PRINT-FILE.
           01  PRINT-RECORD           PIC X(80).

           WORKING-STORAGE SECTION.
           COPY AUDITORIA.
           COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
           01  WRK-MESES.
               02 WRK-MES      PIC 9(6)V99 OCCURS 12 TIMES.
           77  WRK-MESVENDA    PIC 9(2)    VALUE ZEROS.
               02 WRK-MES-ESTORNO PIC 9(6)V99 OCCURS 12 TIMES.
           77  WRK-TOTAL-ESTORNO PIC 9(8)V99 VALUE ZEROS.
           77  WRK-VALOR-BRUTO   PIC 9(8)V99 VALUE ZEROS.
           77  WRK-CLI-STATUS    PIC X(02)   VALUE SPACES.
           77  WRK-CLIENTE       PIC X(08)   VALUE SPACES.
           77  WRK-CLIENTE-VALIDO PIC X(01)  VALUE 'N'.
           77  WRK-JRN-CLIENTE   PIC X(08)   VALUE SPACES.
           77  WRK-SUSP-STATUS   PIC X(02)   VALUE SPACES.
           77  WRK-RAZAO-REJEICAO PIC X(40)  VALUE SPACES.
           77  WRK-QTD-SUSPENSOS PIC 9(07)   VALUE ZEROS.
           77  WRK-PER-STATUS    PIC X(02)   VALUE SPACES.
           77  WRK-TEM-PERIODOS  PIC X(01)   VALUE 'N'.
           77  WRK-PER-ANO       PIC 9(04)   VALUE ZEROS.
           77  WRK-PER-MES       PIC 9(02)   VALUE ZEROS.
           77  WRK-MES-FECHADO   PIC X(01)   VALUE 'N'.
           77  WRK-APR-STATUS    PIC X(02)   VALUE SPACES.
           77  WRK-EPAR-STATUS   PIC X(02)   VALUE SPACES.
           77  WRK-LIMITE-ESTORNO PIC 9(6)V99 VALUE 5000,00.
           77  WRK-QTD-RETIDOS   PIC 9(07)   VALUE ZEROS.
           77  WRK-PRC-STATUS    PIC X(02)   VALUE SPACES.
           77  WRK-PPAR-STATUS   PIC X(02)   VALUE SPACES.
           77  WRK-TEM-PRECOS    PIC X(01)   VALUE 'N'.
           77  WRK-ACAO-PRECO    PIC X(01)   VALUE 'S'.
           77  WRK-FIM-PRECOS    PIC X(01)   VALUE 'N'.
           77  WRK-PRECO-ACHADO  PIC X(01)   VALUE 'N'.
           77  WRK-PRECO-FORA    PIC X(01)   VALUE 'N'.
           77  WRK-PRECO-TABELA  PIC 9(6)V99 VALUE ZEROS.
           77  WRK-PRECO-MINIMO  PIC 9(6)V99 VALUE ZEROS.
           77  WRK-QTD-EXCECOES  PIC 9(07)   VALUE ZEROS.
           77  WRK-QTD-REJ-PRECO PIC 9(07)   VALUE ZEROS.
           77  WRK-RESULTADO-ESTOQUE PIC X(01) VALUE SPACES.
           77  WRK-SALDO-ESTOQUE PIC S9(07)  VALUE ZEROS.
           77  WRK-QTD-MOV-ESTOQUE PIC 9(07) VALUE ZEROS.
           01  WRK-MOVIMENTO-ESTOQUE.
               COPY ESTMOV REPLACING ==:PREFIX:== BY ==WMOV==.
           01  WRK-LINHA-TIT-PRECO.
               05 FILLER         PIC X(35) VALUE
                  'EXCECOES DE PRECO DO LOTE - FILIAL '.
               05 WRK-TP-FILIAL  PIC X(10).
               05 FILLER         PIC X(06) VALUE ' DATA '.
               05 WRK-TP-DATA    PIC 9(08).
               05 FILLER         PIC X(07) VALUE ' ACAO '.
               05 WRK-TP-ACAO    PIC X(10).
           01  WRK-LINHA-CAB-PRECO.
               05 FILLER         PIC X(40) VALUE
                  ' POSIC VEND. DOCUMENTO  PRODUTO  DT.VEND'.
               05 FILLER         PIC X(40) VALUE
                  'A      VALOR     LIMITE SITUACAO      A'.
           01  WRK-LINHA-EXC-PRECO.
               05 WRK-EP-POSICAO PIC ZZZZZ9.
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-VENDEDOR PIC 9(05).
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-DOCUMENTO PIC X(10).
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-PRODUTO PIC X(08).
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-DATA    PIC 9(08).
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-VALOR   PIC ZZZ.ZZ9,99.
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-LIMITE  PIC ZZZ.ZZ9,99.
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-SITUACAO PIC X(13).
               05 FILLER         PIC X(01) VALUE SPACE.
               05 WRK-EP-ACAO    PIC X(01).
           01  WRK-LINHA-TOT-PRECO.
               05 WRK-TT-ROTULO  PIC X(28).
               05 WRK-TT-QTD     PIC ZZZZZZ9.

           LINKAGE SECTION.
           COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.
           END-IF.

           CLOSE SALES-MASTER.
           IF WRK-TEM-PERIODOS = 'S'
               CLOSE PERIOD-FILE
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVO.
               CLOSE SALES-MASTER
               OPEN I-O SALES-MASTER
           END-IF.
           MOVE 'N' TO WRK-TEM-PERIODOS.
           OPEN INPUT PERIOD-FILE.
           IF WRK-PER-STATUS = '00'
               MOVE 'S' TO WRK-TEM-PERIODOS
           END-IF.

       0060-IDENTIFICAR-VENDEDOR.
           DISPLAY 'ANO DA VENDA..'
                       MOVE 'S' TO WRK-MES-VALIDO
                   ELSE
                       IF WRK-MESVENDA >= 1 AND WRK-MESVENDA <= 12
                           MOVE WRK-ANO      TO WRK-PER-ANO
                           MOVE WRK-MESVENDA TO WRK-PER-MES
                           PERFORM 0228-CONFERIR-PERIODO
                           IF WRK-MES-FECHADO = 'S'
                               DISPLAY 'MES FECHADO - LANCAMENTO '
                                   'REJEITADO, NADA GRAVADO'
                               MOVE 99  TO WRK-MESVENDA
                           END-IF
                           MOVE 'S' TO WRK-MES-VALIDO
                       ELSE
                           DISPLAY 'MES INVALIDO - REDIGITE'
           DISPLAY 'NUMERO DO DOCUMENTO/RECIBO..'
           ACCEPT WRK-JRN-DOCUMENTO FROM CONSOLE.
           PERFORM 0125-ACEITAR-PRODUTO.
           IF WRK-ENTRADA-CANCELADA = 'N'
               PERFORM 0126-ACEITAR-CLIENTE
           END-IF.

       0125-ACEITAR-PRODUTO.
           OPEN INPUT PRODUCT-MASTER.
               CLOSE PRODUCT-MASTER
           END-IF.

       0126-ACEITAR-CLIENTE.
           OPEN INPUT CLIENT-MASTER.
           IF WRK-CLI-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES CLIEMAS NAO '
                   'ENCONTRADO - CARGUE PELO PROGCOB71'
               MOVE 'S' TO WRK-ENTRADA-CANCELADA
           ELSE
               MOVE 'N' TO WRK-CLIENTE-VALIDO
               PERFORM UNTIL WRK-CLIENTE-VALIDO = 'S'
                          OR WRK-ENTRADA-CANCELADA = 'S'
                   DISPLAY 'CODIGO DO CLIENTE (BRANCO CANCELA)..'
                   ACCEPT WRK-CLIENTE FROM CONSOLE
                   IF WRK-CLIENTE = SPACES
                       DISPLAY 'CLIENTE EM BRANCO - LANCAMENTO '
                           'CANCELADO'
                       MOVE 'S' TO WRK-ENTRADA-CANCELADA
                   ELSE
                       MOVE WRK-CLIENTE TO CLI-CODIGO
                       READ CLIENT-MASTER
                           KEY IS CLI-CODIGO
                           INVALID KEY
                               DISPLAY 'CLIENTE NAO CADASTRADO - '
                                   'REDIGITE (CADASTRO NO '
                                   'PROGCOB71)'
                           NOT INVALID KEY
                               IF CLI-ATIVO = 'N'
                                   DISPLAY 'CLIENTE INATIVO - '
                                       'REDIGITE'
                               ELSE
                                   MOVE 'S' TO WRK-CLIENTE-VALIDO
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               IF WRK-CLIENTE-VALIDO = 'S'
                   MOVE WRK-CLIENTE TO WRK-JRN-CLIENTE
               END-IF
               CLOSE CLIENT-MASTER
           END-IF.

       0150-GRAVAR-JORNAL.
           MOVE WRK-JRN-ANO TO WRK-EXP-ANO.
           MOVE WRK-JRN-MES TO WRK-EXP-MES.
           MOVE WRK-JRN-MOTIVO    TO JRNX-MOTIVO.
           MOVE WRK-JRN-PRODUTO   TO JRNX-PRODUTO.
           MOVE WRK-JRN-SEQUENCIA TO JRNX-SEQ-LOTE.
           MOVE WRK-JRN-CLIENTE   TO JRNX-CLIENTE.
           MOVE 'N' TO WRK-JRN-GRAVADO.
           PERFORM 0157-GRAVAR-LINHA-JORNAL
               UNTIL WRK-JRN-GRAVADO = 'S'.
                   MOVE 'S' TO WRK-LOTE-INVALIDO
                   CLOSE SALES-TRANS
               ELSE
                   OPEN INPUT CLIENT-MASTER
                   IF WRK-CLI-STATUS NOT = '00'
                       DISPLAY 'CADASTRO DE CLIENTES CLIEMAS NAO '
                           'ENCONTRADO - CARGUE PELO PROGCOB71'
                       MOVE 'S' TO WRK-LOTE-INVALIDO
                       CLOSE SALES-TRANS
                   ELSE
                       PERFORM 0214-CONFERIR-CONTEUDO
                       CLOSE CLIENT-MASTER
                   END-IF
                   CLOSE PRODUCT-MASTER
               END-IF
           END-IF.
                   END-IF
           END-READ.

       0206-VALIDAR-CLIENTE.
           IF TRANS-CLIENTE = SPACES
               DISPLAY 'DETALHE SEM CODIGO DE CLIENTE: ' TRANS-ANO
                   ' ' TRANS-ID-VENDEDOR ' DOC ' TRANS-DOCUMENTO
               MOVE 'S' TO WRK-LOTE-INVALIDO
           ELSE
               MOVE TRANS-CLIENTE TO CLI-CODIGO
               READ CLIENT-MASTER
                   KEY IS CLI-CODIGO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO NO CLIEMAS: '
                           TRANS-CLIENTE
                       MOVE 'S' TO WRK-LOTE-INVALIDO
                   NOT INVALID KEY
                       IF CLI-ATIVO = 'N'
                           DISPLAY 'CLIENTE INATIVO NO CLIEMAS: '
                               TRANS-CLIENTE
                           MOVE 'S' TO WRK-LOTE-INVALIDO
                       END-IF
               END-READ
           END-IF.

       0213-VALIDAR-FILIAL.
           OPEN INPUT BRANCH-MASTER.
           IF WRK-FIL-STATUS NOT = '00'
                           ADD TRANS-VALOR TO WRK-HASH-VALOR
                           PERFORM 0207-REGISTRAR-ANO-LOTE
                           PERFORM 0212-VALIDAR-PRODUTO
                           PERFORM 0206-VALIDAR-CLIENTE
                           IF TRANS-TIPO = '3'
                              AND TRANS-MOTIVO = SPACES
                               DISPLAY 'ESTORNO SEM CODIGO DE '

       0218-APLICAR-LOTE.
           OPEN INPUT SALES-TRANS.
           OPEN I-O SUSPENSE-FILE.
           IF WRK-SUSP-STATUS = '35'
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           OPEN I-O APPROVAL-FILE.
           IF WRK-APR-STATUS = '35'
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.
           PERFORM 0221-CARREGAR-LIMITE.
           PERFORM 0201-ABRIR-EXCECOES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE 'N' TO WRK-VENDEDOR-CARREGADO.
           MOVE ZEROS TO WRK-QTD-LIDAS WRK-QTD-DESDE-CKP
               WRK-QTD-APLICADOS WRK-QTD-REJEITADOS
               WRK-QTD-ESTORNADOS WRK-QTD-SUSPENSOS WRK-QTD-RETIDOS
               WRK-QTD-MOV-ESTOQUE
               WRK-QTD-VENDEDORES WRK-ANO-CORRENTE WRK-VEND-CORRENTE.
           PERFORM 0220-LER-TRANSACAO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
           END-PERFORM.
           PERFORM 0260-FINALIZAR-VENDEDOR.
           CLOSE SALES-TRANS.
           CLOSE SUSPENSE-FILE.
           CLOSE APPROVAL-FILE.
           PERFORM 0202-FECHAR-EXCECOES.
           DISPLAY 'DETALHES APLICADOS...: ' WRK-QTD-APLICADOS.
           DISPLAY 'ESTORNOS APLICADOS...: ' WRK-QTD-ESTORNADOS.
           DISPLAY 'ESTORNOS RETIDOS.....: ' WRK-QTD-RETIDOS.
           DISPLAY 'DETALHES REJEITADOS..: ' WRK-QTD-REJEITADOS.
           DISPLAY 'GRAVADOS NO SALESUSP.: ' WRK-QTD-SUSPENSOS.
           DISPLAY 'EXCECOES DE PRECO....: ' WRK-QTD-EXCECOES.
           DISPLAY 'MOVIMENTOS DE ESTOQUE: ' WRK-QTD-MOV-ESTOQUE.
           DISPLAY 'VENDEDORES ATUALIZADOS: ' WRK-QTD-VENDEDORES.

       0220-LER-TRANSACAO.
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ****************************** RELATORIO DE EXCECOES DE PRECO
      ****************************** DO LOTE; SEM PRODPREC NAO HA
      ****************************** CONFERENCIA DE PRECO
       0201-ABRIR-EXCECOES.
           MOVE 'S' TO WRK-ACAO-PRECO.
           OPEN INPUT PRICE-PARAM-FILE.
           IF WRK-PPAR-STATUS = '35'
               CONTINUE
           ELSE
               READ PRICE-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPAR-ACAO-PRECO = 'R'
                           MOVE 'R' TO WRK-ACAO-PRECO
                       END-IF
               END-READ
               CLOSE PRICE-PARAM-FILE
           END-IF.
           MOVE 'N' TO WRK-TEM-PRECOS.
           OPEN INPUT PRICE-FILE.
           IF WRK-PRC-STATUS = '00'
               MOVE 'S' TO WRK-TEM-PRECOS
           END-IF.
           MOVE ZEROS TO WRK-QTD-EXCECOES WRK-QTD-REJ-PRECO.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'PRECEXC' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DE EXCECOES DE PRECO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE WRK-FILIAL-LOTE TO WRK-TP-FILIAL.
           MOVE WRK-DATA-LOTE   TO WRK-TP-DATA.
           IF WRK-ACAO-PRECO = 'R'
               MOVE 'REJEITAR' TO WRK-TP-ACAO
           ELSE
               MOVE 'SINALIZAR' TO WRK-TP-ACAO
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TIT-PRECO.
           IF WRK-TEM-PRECOS = 'N'
               MOVE 'TABELA DE PRECOS PRODPREC AUSENTE - PRECOS NAO '
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'CONFERIDOS (CADASTRE PELO PROGCOB62)'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-CAB-PRECO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0202-FECHAR-EXCECOES.
           IF WRK-TEM-PRECOS = 'S'
               CLOSE PRICE-FILE
           END-IF.
           IF WRK-QTD-EXCECOES = ZEROS
               MOVE '  NENHUMA EXCECAO DE PRECO NO LOTE'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'EXCECOES DE PRECO..........:' TO WRK-TT-ROTULO.
           MOVE WRK-QTD-EXCECOES TO WRK-TT-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOT-PRECO.
           MOVE 'REJEITADAS PARA O SALESUSP.:' TO WRK-TT-ROTULO.
           MOVE WRK-QTD-REJ-PRECO TO WRK-TT-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOT-PRECO.
           MOVE 'A: R = REJEITADO PARA O SALESUSP  S = SINALIZADO E '
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '   APLICADO' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.

      ****************************** LIMITE ZERADO OU ESTPARM
      ****************************** AUSENTE FICA NO PADRAO
       0221-CARREGAR-LIMITE.
           OPEN INPUT EST-PARAM-FILE.
           IF WRK-EPAR-STATUS = '35'
               CONTINUE
           ELSE
               READ EST-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EPAR-LIMITE-ESTORNO > ZEROS
                           MOVE EPAR-LIMITE-ESTORNO
                               TO WRK-LIMITE-ESTORNO
                       END-IF
               END-READ
               CLOSE EST-PARAM-FILE
           END-IF.

      ****************************** DETALHE JA NA FILA (REAPLICACAO
      ****************************** DO LOTE) NAO E RETIDO DE NOVO
       0224-RETER-ESTORNO.
           MOVE SPACES             TO APR-RECORD.
           MOVE WRK-FILIAL-LOTE    TO APR-FILIAL.
           MOVE WRK-DATA-LOTE      TO APR-DATA-ARQUIVO.
           MOVE WRK-QTD-LIDAS      TO APR-POSICAO.
           MOVE TRANS-ANO          TO APR-ANO.
           MOVE TRANS-ID-VENDEDOR  TO APR-ID-VENDEDOR.
           MOVE TRANS-MES          TO APR-MES.
           MOVE TRANS-VALOR        TO APR-VALOR.
           MOVE TRANS-DATA-VENDA   TO APR-DATA-VENDA.
           MOVE TRANS-DOCUMENTO    TO APR-DOCUMENTO.
           MOVE TRANS-MOTIVO       TO APR-MOTIVO.
           MOVE TRANS-PRODUTO      TO APR-PRODUTO.
           MOVE TRANS-CLIENTE      TO APR-CLIENTE.
           MOVE LNK-OPERADOR       TO APR-OPER-LOTE.
           ACCEPT APR-DATA-RETENCAO FROM DATE YYYYMMDD.
           MOVE 'P'                TO APR-SITUACAO.
           MOVE ZEROS              TO APR-DATA-DECISAO.
           WRITE APR-RECORD
               INVALID KEY
                   DISPLAY 'ESTORNO JA CONSTA NO ESTAPROV: '
                       APR-CHAVE
               NOT INVALID KEY
                   DISPLAY 'ESTORNO ACIMA DO LIMITE RETIDO PARA '
                       'APROVACAO: ' TRANS-ANO ' '
                       TRANS-ID-VENDEDOR ' MES ' TRANS-MES
                   ADD 1 TO WRK-QTD-RETIDOS
           END-WRITE.

      ****************************** PRECO EM VIGOR NA DATA DA VENDA:
      ****************************** INICIO ATE A DATA E FIM ZERADO
      ****************************** OU NAO ANTERIOR A ELA. PRODUTO
      ****************************** SEM PRECO VIGENTE SO E LISTADO
       0222-CONFERIR-PRECO.
           IF WRK-TEM-PRECOS = 'S'
               MOVE 'N' TO WRK-PRECO-ACHADO
               MOVE TRANS-PRODUTO TO PRC-PRODUTO
               MOVE ZEROS         TO PRC-DATA-INICIO
               START PRICE-FILE
                   KEY IS NOT LESS THAN PRC-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-PRECOS
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-PRECOS
               END-START
               PERFORM UNTIL WRK-FIM-PRECOS = 'S'
                   READ PRICE-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-PRECOS
                       NOT AT END
                           IF PRC-PRODUTO NOT = TRANS-PRODUTO
                              OR PRC-DATA-INICIO > TRANS-DATA-VENDA
                               MOVE 'S' TO WRK-FIM-PRECOS
                           ELSE
                               IF PRC-DATA-FIM = ZEROS
                                  OR PRC-DATA-FIM >= TRANS-DATA-VENDA
                                   MOVE 'S' TO WRK-PRECO-ACHADO
                                   MOVE PRC-PRECO TO WRK-PRECO-TABELA
                                   COMPUTE WRK-PRECO-MINIMO ROUNDED =
                                       PRC-PRECO *
                                       (100 - PRC-DESCONTO-MAX) / 100
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN WRK-PRECO-ACHADO = 'N'
                       MOVE 'SEM PRECO'     TO WRK-EP-SITUACAO
                       MOVE ZEROS           TO WRK-EP-LIMITE
                       PERFORM 0223-IMPRIMIR-EXCECAO
                   WHEN TRANS-VALOR > WRK-PRECO-TABELA
                       MOVE 'S' TO WRK-PRECO-FORA
                       MOVE 'ACIMA TABELA'  TO WRK-EP-SITUACAO
                       MOVE WRK-PRECO-TABELA TO WRK-EP-LIMITE
                       PERFORM 0223-IMPRIMIR-EXCECAO
                   WHEN TRANS-VALOR < WRK-PRECO-MINIMO
                       MOVE 'S' TO WRK-PRECO-FORA
                       MOVE 'ABAIXO MINIMO' TO WRK-EP-SITUACAO
                       MOVE WRK-PRECO-MINIMO TO WRK-EP-LIMITE
                       PERFORM 0223-IMPRIMIR-EXCECAO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0223-IMPRIMIR-EXCECAO.
           MOVE WRK-QTD-LIDAS     TO WRK-EP-POSICAO.
           MOVE TRANS-ID-VENDEDOR TO WRK-EP-VENDEDOR.
           MOVE TRANS-DOCUMENTO   TO WRK-EP-DOCUMENTO.
           MOVE TRANS-PRODUTO     TO WRK-EP-PRODUTO.
           MOVE TRANS-DATA-VENDA  TO WRK-EP-DATA.
           MOVE TRANS-VALOR       TO WRK-EP-VALOR.
           IF WRK-PRECO-FORA = 'S' AND WRK-ACAO-PRECO = 'R'
               MOVE 'R' TO WRK-EP-ACAO
               ADD 1 TO WRK-QTD-REJ-PRECO
           ELSE
               MOVE 'S' TO WRK-EP-ACAO
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-EXC-PRECO.
           ADD 1 TO WRK-QTD-EXCECOES.

       0225-APLICAR-TRANSACAO.
           MOVE 'N' TO WRK-MES-FECHADO.
           IF TRANS-MES >= 1 AND TRANS-MES <= 12
               MOVE TRANS-ANO TO WRK-PER-ANO
               MOVE TRANS-MES TO WRK-PER-MES
               PERFORM 0228-CONFERIR-PERIODO
           END-IF.
           MOVE 'N' TO WRK-PRECO-FORA.
           IF TRANS-TIPO = '2'
              AND TRANS-MES >= 1 AND TRANS-MES <= 12
              AND WRK-MES-FECHADO = 'N'
               PERFORM 0222-CONFERIR-PRECO
           END-IF.
           EVALUATE TRUE
               WHEN TRANS-MES < 1 OR TRANS-MES > 12
                   DISPLAY 'TRANSACAO COM MES INVALIDO IGNORADA: '
                       TRANS-MES
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE 'MES INVALIDO' TO WRK-RAZAO-REJEICAO
                   PERFORM 0229-GRAVAR-SUSPENSO
               WHEN WRK-MES-FECHADO = 'S'
                   DISPLAY 'MES FECHADO - DETALHE REJEITADO: '
                       TRANS-ANO ' ' TRANS-ID-VENDEDOR ' MES ' TRANS-MES
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE 'MES FECHADO' TO WRK-RAZAO-REJEICAO
                   PERFORM 0229-GRAVAR-SUSPENSO
               WHEN WRK-PRECO-FORA = 'S' AND WRK-ACAO-PRECO = 'R'
                   DISPLAY 'PRECO FORA DA FAIXA - DETALHE REJEITADO: '
                       TRANS-ANO ' ' TRANS-ID-VENDEDOR ' DOC '
                       TRANS-DOCUMENTO
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE 'PRECO FORA DA FAIXA DA TABELA'
                       TO WRK-RAZAO-REJEICAO
                   PERFORM 0229-GRAVAR-SUSPENSO
               WHEN OTHER
                   IF TRANS-ANO NOT = WRK-ANO-CORRENTE
                      OR TRANS-ID-VENDEDOR NOT = WRK-VEND-CORRENTE
                       PERFORM 0250-TROCAR-VENDEDOR
                   END-IF
                   IF WRK-VENDEDOR-CARREGADO = 'S'
                       IF TRANS-TIPO = '3'
                           PERFORM 0226-APLICAR-ESTORNO
                       ELSE
                           ADD TRANS-VALOR TO WRK-MES(TRANS-MES)
                           ADD 1 TO WRK-QTD-APLICADOS
                           MOVE 'V'    TO WRK-JRN-TIPO
                           MOVE SPACES TO WRK-JRN-MOTIVO
                           PERFORM 0227-JORNAL-DA-TRANSACAO
                       END-IF
                   ELSE
                       DISPLAY 'VENDEDOR NAO CADASTRADO NO ANO - '
                           'DETALHE REJEITADO: ' TRANS-ANO ' '
                           TRANS-ID-VENDEDOR
                       ADD 1 TO WRK-QTD-REJEITADOS
                       MOVE 'VENDEDOR NAO CADASTRADO NO ANO'
                           TO WRK-RAZAO-REJEICAO
                       PERFORM 0229-GRAVAR-SUSPENSO
                   END-IF
           END-EVALUATE.
           ADD 1 TO WRK-QTD-DESDE-CKP.
           IF WRK-QTD-DESDE-CKP >= WRK-INTERVALO-CKP
               MOVE WRK-QTD-LIDAS TO WRK-QTD-CHECKPOINT
           END-IF.

       0226-APLICAR-ESTORNO.
           EVALUATE TRUE
               WHEN TRANS-VALOR > WRK-LIMITE-ESTORNO
                   PERFORM 0224-RETER-ESTORNO
               WHEN TRANS-VALOR > WRK-MES(TRANS-MES)
                   DISPLAY 'ESTORNO MAIOR QUE O SALDO DO MES - '
                       'DETALHE REJEITADO: ' TRANS-ANO ' '
                       TRANS-ID-VENDEDOR ' MES ' TRANS-MES
                   ADD 1 TO WRK-QTD-REJEITADOS
                   MOVE 'ESTORNO MAIOR QUE O SALDO DO MES'
                       TO WRK-RAZAO-REJEICAO
                   PERFORM 0229-GRAVAR-SUSPENSO
               WHEN OTHER
                   SUBTRACT TRANS-VALOR FROM WRK-MES(TRANS-MES)
                   ADD 1 TO WRK-QTD-ESTORNADOS
                   MOVE 'E'          TO WRK-JRN-TIPO
                   MOVE TRANS-MOTIVO TO WRK-JRN-MOTIVO
                   PERFORM 0227-JORNAL-DA-TRANSACAO
           END-EVALUATE.

       0227-JORNAL-DA-TRANSACAO.
           MOVE TRANS-ANO         TO WRK-JRN-ANO.
           MOVE WRK-FILIAL-LOTE   TO WRK-JRN-FILIAL.
           MOVE WRK-DATA-LOTE     TO WRK-JRN-DATA-LOTE.
           MOVE TRANS-PRODUTO     TO WRK-JRN-PRODUTO.
           MOVE TRANS-CLIENTE     TO WRK-JRN-CLIENTE.
           PERFORM 0150-GRAVAR-JORNAL.
           PERFORM 0231-MOVIMENTAR-ESTOQUE.

      ****************************** UMA UNIDADE POR DETALHE; CHAVE
      ****************************** FILIAL + DATA + POSICAO DO LOTE
       0231-MOVIMENTAR-ESTOQUE.
           MOVE SPACES            TO WRK-MOVIMENTO-ESTOQUE.
           MOVE WRK-FILIAL-LOTE   TO WMOV-FILIAL.
           MOVE WRK-DATA-LOTE     TO WMOV-DATA.
           MOVE 'L'               TO WMOV-ORIGEM.
           MOVE WRK-QTD-LIDAS     TO WMOV-NUMERO.
           MOVE TRANS-PRODUTO     TO WMOV-PRODUTO.
           MOVE WRK-JRN-TIPO      TO WMOV-TIPO.
           IF WRK-JRN-TIPO = 'E'
               MOVE 1  TO WMOV-QUANTIDADE
           ELSE
               MOVE -1 TO WMOV-QUANTIDADE
           END-IF.
           MOVE ZEROS             TO WMOV-CUSTO-UNITARIO.
           MOVE WRK-JRN-MOTIVO    TO WMOV-MOTIVO.
           MOVE TRANS-DOCUMENTO   TO WMOV-DOCUMENTO.
           ACCEPT WMOV-DATA-REGISTRO FROM DATE YYYYMMDD.
           CALL 'PROGCOB80' USING WRK-MOVIMENTO-ESTOQUE
               WRK-RESULTADO-ESTOQUE WRK-SALDO-ESTOQUE.
           IF WRK-RESULTADO-ESTOQUE = 'G'
               ADD 1 TO WRK-QTD-MOV-ESTOQUE
           END-IF.

      ****************************** MES SEM REGISTRO NO PERIODOS
      ****************************** ESTA ABERTO
       0228-CONFERIR-PERIODO.
           MOVE 'N' TO WRK-MES-FECHADO.
           IF WRK-TEM-PERIODOS = 'S'
               MOVE WRK-PER-ANO TO PER-ANO
               MOVE WRK-PER-MES TO PER-MES
               READ PERIOD-FILE
                   KEY IS PER-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-SITUACAO = 'F'
                           MOVE 'S' TO WRK-MES-FECHADO
                       END-IF
               END-READ
           END-IF.

      ****************************** DETALHE JA EM SUSPENSO (LOTE
      ****************************** REPROCESSADO) FICA COMO ESTA,
      ****************************** SEM PERDER CORRECAO OU REENVIO
       0229-GRAVAR-SUSPENSO.
           MOVE SPACES             TO SUSP-RECORD.
           MOVE WRK-FILIAL-LOTE    TO SUSP-FILIAL.
           MOVE WRK-DATA-LOTE      TO SUSP-DATA-ARQUIVO.
           MOVE WRK-QTD-LIDAS      TO SUSP-POSICAO.
           MOVE TRANS-TIPO         TO SUSP-TIPO.
           MOVE TRANS-ANO          TO SUSP-ANO.
           MOVE TRANS-ID-VENDEDOR  TO SUSP-ID-VENDEDOR.
           MOVE TRANS-MES          TO SUSP-MES.
           MOVE TRANS-VALOR        TO SUSP-VALOR.
           MOVE TRANS-DATA-VENDA   TO SUSP-DATA-VENDA.
           MOVE TRANS-DOCUMENTO    TO SUSP-DOCUMENTO.
           MOVE TRANS-MOTIVO       TO SUSP-MOTIVO.
           MOVE TRANS-PRODUTO      TO SUSP-PRODUTO.
           MOVE TRANS-CLIENTE      TO SUSP-CLIENTE.
           MOVE WRK-RAZAO-REJEICAO TO SUSP-RAZAO.
           ACCEPT SUSP-DATA-REJEICAO FROM DATE YYYYMMDD.
           MOVE 'P'                TO SUSP-SITUACAO.
           MOVE SUSP-DATA-REJEICAO TO SUSP-DATA-SITUACAO.
           MOVE ZEROS              TO SUSP-DATA-REENVIO.
           WRITE SUSP-RECORD
               INVALID KEY
                   DISPLAY 'DETALHE JA CONSTA NO SALESUSP: '
                       SUSP-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-SUSPENSOS
           END-WRITE.

       0250-TROCAR-VENDEDOR.
           IF WRK-VENDEDOR-CARREGADO = 'S'
