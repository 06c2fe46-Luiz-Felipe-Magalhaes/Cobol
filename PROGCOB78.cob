       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB78.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FILA DE APROVACAO DE ESTORNOS DE ALTO VALOR
      * (ARQUIVO ESTAPROV, COPYBOOK APROVAC). O PROGCOB25 RETEM AQUI
      * O ESTORNO DO LOTE ACIMA DO LIMITE DO ESTPARM; ESTE PROGRAMA
      * LISTA OS PENDENTES COM OS DIAS DE ESPERA E DEIXA UM OPERADOR
      * DE PERFIL ADM, DIFERENTE DO QUE SUBMETEU O LOTE, APROVAR OU
      * RECUSAR CADA ITEM. O ESTORNO APROVADO E POSTADO NA HORA NO
      * SALES-MES E NO DIARIO SJAAAAMM COM A IDENTIDADE DO LOTE DE
      * ORIGEM, DESDE QUE O MES ESTEJA ABERTO NO PERIODOS E HAJA
      * SALDO NO MES; SENAO O ITEM CONTINUA PENDENTE. A LINHA DE
      * AUDITORIA LEVA O APROVADOR E O OPERADOR DO LOTE. SO RODA
      * PELO PROGCOB-MENU (EXECUCAO 'I')
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 14/10/2026 - FELIPE - ESTORNO APROVADO DEVOLVE UMA UNIDADE AO
      *              ESTOQUE DA FILIAL + PRODUTO PELO GERENCIADOR
      *              PROGCOB80, COM A IDENTIDADE DO LOTE DE ORIGEM
      * 15/10/2026 - FELIPE - ESTORNO DE LOTE COM CHECKPOINT PENDENTE NO
      *              SALESCKP NAO E APROVADO (O REINICIO DO PROGCOB25
      *              DESFARIA A POSTAGEM); LISTAGEM GANHA O TITULO DA
      *              COLUNA DO OPERADOR DO LOTE
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "ESTAPROV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-CHAVE
               FILE STATUS IS WRK-APR-STATUS.
           SELECT SALES-MASTER ASSIGN TO "SALESMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC
               WRK-ARQUIVO-JORNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNX-CHAVE
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PER-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT SALES-CHECKPOINT ASSIGN TO "SALESCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CKP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APR-RECORD.
           COPY APROVAC REPLACING ==:PREFIX:== BY ==APR==.

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

       FD  PERIOD-FILE.
       01  PER-RECORD.
           COPY PERIODO REPLACING ==:PREFIX:== BY ==PER==.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

       FD  SALES-CHECKPOINT.
       01  CKP-RECORD.
           05 CKP-ANO             PIC 9(04).
           05 CKP-ID-VENDEDOR     PIC 9(05).
           05 CKP-QTD-PROCESSADAS PIC 9(07).
           05 CKP-DATA-ARQUIVO    PIC 9(08).
           05 CKP-FILIAL          PIC X(10).
           05 CKP-MESES.
               10 CKP-MES      PIC 9(6)V99 OCCURS 12 TIMES.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-APR-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-SALES-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-JRN-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OPER-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-CKP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ARQUIVO-JORNAL PIC X(08) VALUE SPACES.
       77  WRK-JRN-GRAVADO   PIC X(01) VALUE 'N'.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-PERFIL-ADM    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-POSTAVEL      PIC X(01) VALUE 'N'.
       77  WRK-DECISAO       PIC X(01) VALUE SPACES.
       77  WRK-POSICAO-ALFA  PIC X(07) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DATA-ALFA     PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-HOJE     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-RETENCAO PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ESPERA   PIC 9(05) VALUE ZEROS.
       77  WRK-RESULTADO     PIC X(20) VALUE SPACES.
       77  WRK-RESULTADO-ESTOQUE PIC X(01) VALUE SPACES.
       77  WRK-SALDO-ESTOQUE PIC S9(07) VALUE ZEROS.

       01  WRK-MOVIMENTO-ESTOQUE.
           COPY ESTMOV REPLACING ==:PREFIX:== BY ==WMOV==.

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 WRK-H-MES        PIC 9(02).
           05 WRK-H-DIA        PIC 9(02).

       01  WRK-DATA-CALCULO.
           05 WRK-DT-ANO       PIC 9(04).
           05 WRK-DT-MES       PIC 9(02).
           05 WRK-DT-DIA       PIC 9(02).

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           IF LNK-EXECUCAO = 'B'
               DISPLAY 'PROGCOB78 - APROVACAO DE ESTORNOS NAO E '
                   'ACEITA EM EXECUCAO DE LOTE'
               MOVE 8 TO LNK-RETORNO
           ELSE
               PERFORM 0060-CONFERIR-PERFIL-ADM
               IF WRK-PERFIL-ADM = 'N'
                   DISPLAY 'APROVACAO DE ESTORNOS SO COM OPERADOR '
                       'DE PERFIL ADM'
               ELSE
                   PERFORM 0050-ABRIR-ARQUIVOS
                   MOVE ZEROS TO WRK-OPCAO
                   PERFORM UNTIL WRK-OPCAO = 9
                       PERFORM 0100-EXIBIR-MENU
                       PERFORM 0200-EXECUTAR-OPCAO
                   END-PERFORM
                   CLOSE APPROVAL-FILE
                   CLOSE SALES-MASTER
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALCULO.
           PERFORM 0380-CALCULAR-DIAS.
           MOVE WRK-DIAS-RETENCAO TO WRK-DIAS-HOJE.
           OPEN I-O APPROVAL-FILE.
           IF WRK-APR-STATUS = '35'
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF.
           OPEN I-O SALES-MASTER.
           IF WRK-SALES-STATUS = '35'
               CLOSE SALES-MASTER
               OPEN OUTPUT SALES-MASTER
               CLOSE SALES-MASTER
               OPEN I-O SALES-MASTER
           END-IF.
           OPEN INPUT PERIOD-FILE.
           IF WRK-PER-STATUS = '35'
               CLOSE PERIOD-FILE
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN INPUT PERIOD-FILE
           END-IF.

       0060-CONFERIR-PERFIL-ADM.
           MOVE 'N' TO WRK-PERFIL-ADM.
           OPEN INPUT OPER-FILE.
           IF WRK-OPER-STATUS NOT = '00'
               CONTINUE
           ELSE
               MOVE LNK-OPERADOR TO OPER-ID
               READ OPER-FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-PERFIL = 'ADM'
                           MOVE 'S' TO WRK-PERFIL-ADM
                       END-IF
               END-READ
               CLOSE OPER-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB78 - APROVACAO DE ESTORNOS RETIDOS'.
           DISPLAY '1 - LISTAR PENDENTES'.
           DISPLAY '2 - APROVAR/RECUSAR ITEM'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-LISTAR-PENDENTES
               WHEN 2
                   PERFORM 0400-DECIDIR-ITEM
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB78'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0300-LISTAR-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE LOW-VALUES TO APR-CHAVE.
           START APPROVAL-FILE
               KEY IS NOT LESS THAN APR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           DISPLAY 'FILIAL     DATA LOTE POSICAO ANO  VEND  MES '
               ' VALOR    OPER.LOTE DIAS'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ APPROVAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF APR-SITUACAO = 'P'
                           PERFORM 0310-EXIBIR-PENDENTE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'ESTORNOS PENDENTES..: ' WRK-QTD-PENDENTES.

       0310-EXIBIR-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE APR-DATA-RETENCAO TO WRK-DATA-CALCULO.
           PERFORM 0380-CALCULAR-DIAS.
           IF WRK-DIAS-HOJE > WRK-DIAS-RETENCAO
               COMPUTE WRK-DIAS-ESPERA =
                   WRK-DIAS-HOJE - WRK-DIAS-RETENCAO
           ELSE
               MOVE ZEROS TO WRK-DIAS-ESPERA
           END-IF.
           DISPLAY APR-FILIAL ' ' APR-DATA-ARQUIVO ' '
               APR-POSICAO ' ' APR-ANO ' ' APR-ID-VENDEDOR ' '
               APR-MES '  ' APR-VALOR ' ' APR-OPER-LOTE ' '
               WRK-DIAS-ESPERA.

      ****************************** DIAS COMERCIAIS (ANO 360)
       0380-CALCULAR-DIAS.
           COMPUTE WRK-DIAS-RETENCAO = (WRK-DT-ANO * 360)
               + (WRK-DT-MES * 30) + WRK-DT-DIA.

       0400-DECIDIR-ITEM.
           PERFORM 0410-LOCALIZAR-ITEM.
           IF WRK-ENCONTRADO = 'S'
               DISPLAY 'VENDEDOR ' APR-ANO '/' APR-ID-VENDEDOR
                   ' MES ' APR-MES ' VALOR ' APR-VALOR
               DISPLAY 'DOCUMENTO ' APR-DOCUMENTO ' MOTIVO '
                   APR-MOTIVO ' SUBMETIDO POR ' APR-OPER-LOTE
                   ' EM ' APR-DATA-RETENCAO
               IF APR-OPER-LOTE = LNK-OPERADOR
                   DISPLAY 'O APROVADOR TEM QUE SER OUTRO OPERADOR '
                       'QUE NAO O QUE SUBMETEU O LOTE'
               ELSE
                   DISPLAY 'DECISAO (A-APROVAR  R-RECUSAR  '
                       'BRANCO-VOLTAR)..'
                   MOVE SPACES TO WRK-DECISAO
                   ACCEPT WRK-DECISAO FROM CONSOLE
                   EVALUATE WRK-DECISAO
                       WHEN 'A'
                           PERFORM 0500-APROVAR
                       WHEN 'R'
                           PERFORM 0600-RECUSAR
                       WHEN OTHER
                           DISPLAY 'ITEM CONTINUA PENDENTE'
                   END-EVALUATE
               END-IF
           END-IF.

       0410-LOCALIZAR-ITEM.
           MOVE 'N' TO WRK-ENCONTRADO.
           DISPLAY 'FILIAL DO LOTE..'
           MOVE SPACES TO APR-FILIAL.
           ACCEPT APR-FILIAL FROM CONSOLE.
           DISPLAY 'DATA DO LOTE (AAAAMMDD)..'
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
               MOVE WRK-DATA-ALFA    TO APR-DATA-ARQUIVO
               MOVE WRK-POSICAO-ALFA TO APR-POSICAO
               READ APPROVAL-FILE
                   KEY IS APR-CHAVE
                   INVALID KEY
                       DISPLAY 'ESTORNO NAO CONSTA NA FILA'
                   NOT INVALID KEY
                       IF APR-SITUACAO NOT = 'P'
                           DISPLAY 'ESTORNO JA DECIDIDO ('
                               APR-SITUACAO ') POR ' APR-OPER-DECISAO
                               ' EM ' APR-DATA-DECISAO
                       ELSE
                           MOVE 'S' TO WRK-ENCONTRADO
                       END-IF
               END-READ
           END-IF.

      ****************************** LOTE COM CHECKPOINT PENDENTE,
      ****************************** MES FECHADO, VENDEDOR SEM
      ****************************** REGISTRO OU SALDO MENOR QUE O
      ****************************** ESTORNO MANTEM O ITEM PENDENTE
       0500-APROVAR.
           MOVE 'S' TO WRK-POSTAVEL.
           PERFORM 0505-CONFERIR-CHECKPOINT.
           MOVE APR-ANO TO PER-ANO.
           MOVE APR-MES TO PER-MES.
           READ PERIOD-FILE
               KEY IS PER-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-SITUACAO = 'F'
                       DISPLAY 'MES FECHADO NO PERIODOS - ESTORNO '
                           'NAO POSTADO'
                       MOVE 'N' TO WRK-POSTAVEL
                   END-IF
           END-READ.
           IF WRK-POSTAVEL = 'S'
               MOVE APR-ANO         TO SALES-ANO
               MOVE APR-ID-VENDEDOR TO SALES-ID-VENDEDOR
               READ SALES-MASTER
                   KEY IS SALES-CHAVE
                   INVALID KEY
                       DISPLAY 'VENDEDOR SEM REGISTRO NO ANO - '
                           'ESTORNO NAO POSTADO'
                       MOVE 'N' TO WRK-POSTAVEL
                   NOT INVALID KEY
                       IF APR-VALOR > SALES-MES(APR-MES)
                           DISPLAY 'ESTORNO MAIOR QUE O SALDO DO '
                               'MES (' SALES-MES(APR-MES)
                               ') - ESTORNO NAO POSTADO'
                           MOVE 'N' TO WRK-POSTAVEL
                       END-IF
               END-READ
           END-IF.
           IF WRK-POSTAVEL = 'N'
               DISPLAY 'ITEM CONTINUA PENDENTE'
           ELSE
               SUBTRACT APR-VALOR FROM SALES-MES(APR-MES)
               REWRITE SALES-RECORD
               PERFORM 0510-GRAVAR-JORNAL
               PERFORM 0530-MOVIMENTAR-ESTOQUE
               MOVE 'A'           TO APR-SITUACAO
               MOVE LNK-OPERADOR  TO APR-OPER-DECISAO
               MOVE WRK-DATA-HOJE TO APR-DATA-DECISAO
               REWRITE APR-RECORD
               DISPLAY 'ESTORNO APROVADO E POSTADO'
               MOVE 'ESTORNO APROVADO' TO WRK-RESULTADO
               PERFORM 0900-GRAVAR-AUDITORIA
           END-IF.

      ****************************** O REINICIO DO PROGCOB25 EXPURGA
      ****************************** O DIARIO E REPOE O SALES-MES DO
      ****************************** CHECKPOINT, DESFAZENDO O QUE FOR
      ****************************** POSTADO AQUI PARA O MESMO LOTE
       0505-CONFERIR-CHECKPOINT.
           OPEN INPUT SALES-CHECKPOINT.
           IF WRK-CKP-STATUS = '35'
               CONTINUE
           ELSE
               READ SALES-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKP-QTD-PROCESSADAS > ZEROS
                          AND CKP-FILIAL = APR-FILIAL
                          AND CKP-DATA-ARQUIVO = APR-DATA-ARQUIVO
                           DISPLAY 'LOTE COM CHECKPOINT PENDENTE - '
                               'CONCLUA OU REINICIE O LOTE ANTES '
                               'DA APROVACAO'
                           MOVE 'N' TO WRK-POSTAVEL
                       END-IF
               END-READ
               CLOSE SALES-CHECKPOINT
           END-IF.

       0510-GRAVAR-JORNAL.
           MOVE SPACES TO WRK-ARQUIVO-JORNAL.
           STRING 'SJ'    DELIMITED BY SIZE
                  APR-ANO DELIMITED BY SIZE
                  APR-MES DELIMITED BY SIZE
               INTO WRK-ARQUIVO-JORNAL.
           OPEN I-O JOURNAL-FILE.
           IF WRK-JRN-STATUS = '35'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF.
           MOVE SPACES           TO JRNX-RECORD.
           MOVE APR-ANO          TO JRNX-ANO.
           MOVE APR-ID-VENDEDOR  TO JRNX-ID-VENDEDOR.
           MOVE APR-MES          TO JRNX-MES.
           MOVE APR-POSICAO      TO JRNX-SEQUENCIA.
           MOVE APR-DATA-VENDA   TO JRNX-DATA-VENDA.
           MOVE APR-DOCUMENTO    TO JRNX-DOCUMENTO.
           MOVE APR-VALOR        TO JRNX-VALOR.
           MOVE APR-FILIAL       TO JRNX-FILIAL.
           MOVE APR-DATA-ARQUIVO TO JRNX-DATA-LOTE.
           MOVE 'E'              TO JRNX-TIPO.
           MOVE APR-MOTIVO       TO JRNX-MOTIVO.
           MOVE APR-PRODUTO      TO JRNX-PRODUTO.
           MOVE APR-POSICAO      TO JRNX-SEQ-LOTE.
           MOVE APR-CLIENTE      TO JRNX-CLIENTE.
           MOVE 'N' TO WRK-JRN-GRAVADO.
           PERFORM 0520-GRAVAR-LINHA-JORNAL
               UNTIL WRK-JRN-GRAVADO = 'S'.
           CLOSE JOURNAL-FILE.

      ****************************** CHAVE DUPLICADA AVANCA A
      ****************************** SEQUENCIA ATE ACHAR VAGA
       0520-GRAVAR-LINHA-JORNAL.
           WRITE JRNX-RECORD
               INVALID KEY
                   ADD 1 TO JRNX-SEQUENCIA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-JRN-GRAVADO
           END-WRITE.

       0530-MOVIMENTAR-ESTOQUE.
           MOVE SPACES           TO WRK-MOVIMENTO-ESTOQUE.
           MOVE APR-FILIAL       TO WMOV-FILIAL.
           MOVE APR-DATA-ARQUIVO TO WMOV-DATA.
           MOVE 'L'              TO WMOV-ORIGEM.
           MOVE APR-POSICAO      TO WMOV-NUMERO.
           MOVE APR-PRODUTO      TO WMOV-PRODUTO.
           MOVE 'E'              TO WMOV-TIPO.
           MOVE 1                TO WMOV-QUANTIDADE.
           MOVE ZEROS            TO WMOV-CUSTO-UNITARIO.
           MOVE APR-MOTIVO       TO WMOV-MOTIVO.
           MOVE APR-DOCUMENTO    TO WMOV-DOCUMENTO.
           MOVE WRK-DATA-HOJE    TO WMOV-DATA-REGISTRO.
           CALL 'PROGCOB80' USING WRK-MOVIMENTO-ESTOQUE
               WRK-RESULTADO-ESTOQUE WRK-SALDO-ESTOQUE.

       0600-RECUSAR.
           MOVE 'R'           TO APR-SITUACAO.
           MOVE LNK-OPERADOR  TO APR-OPER-DECISAO.
           MOVE WRK-DATA-HOJE TO APR-DATA-DECISAO.
           REWRITE APR-RECORD.
           DISPLAY 'ESTORNO RECUSADO - NADA POSTADO'.
           MOVE 'ESTORNO RECUSADO' TO WRK-RESULTADO.
           PERFORM 0900-GRAVAR-AUDITORIA.

      ****************************** OPERADOR DA LINHA E O
      ****************************** APROVADOR; O DO LOTE VAI NO
      ****************************** DETALHE
       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB78' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'LOTE=' APR-OPER-LOTE ' VEND=' APR-ID-VENDEDOR
               ' M=' APR-MES
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE WRK-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE LNK-OPERADOR  TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
