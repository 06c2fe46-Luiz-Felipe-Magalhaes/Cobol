       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB77.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONTROLE DE PERIODOS DE VENDAS (ARQUIVO PERIODOS,
      * UM REGISTRO POR ANO + MES). FECHAMENTO DO MES E REABERTURA
      * COM MOTIVO OBRIGATORIO, AMBOS SO PARA OPERADOR DE PERFIL ADM
      * NO OPERSEC; A REABERTURA VAI PARA O AUDIT-LOG COM O MOTIVO.
      * MES FECHADO NAO RECEBE MAIS VENDA NEM ESTORNO DO PROGCOB25,
      * PARA OS NUMEROS JA REPORTADOS (CONSOLIDACAO DO PROGCOB49,
      * APURACAO DO PROGCOB64, COMISSOES) CONTINUAREM BATENDO COM
      * OS MESTRES. EM EXECUCAO 'B' (PROGCOB42, PASSO DE ULTIMO DIA
      * UTIL) FECHA O MES DA DATA DA RODADA, OU O MES ANTERIOR COM
      * MODO 2, SEM ACCEPT DE CONSOLE; MES JA FECHADO NAO E ERRO
      * DATA   = 14/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PER-RECORD.
           COPY PERIODO REPLACING ==:PREFIX:== BY ==PER==.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-PER-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OPER-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-PERFIL-ADM    PIC X(01) VALUE 'N'.
       77  WRK-PERIODO-VALIDO PIC X(01) VALUE 'N'.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-ANO-ALFA      PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-MES-ALFA      PIC X(02) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-ANO           PIC 9(04) VALUE ZEROS.
       77  WRK-MES           PIC 9(02) VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(30) VALUE SPACES.
       77  WRK-RESULTADO     PIC X(20) VALUE SPACES.
       77  WRK-QTD-LISTADOS  PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 WRK-H-MES        PIC 9(02).
           05 WRK-H-DIA        PIC 9(02).

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-ARQUIVO.
           IF LNK-EXECUCAO = 'B'
               PERFORM 0150-FECHAR-LOTE
           ELSE
               PERFORM 0060-CONFERIR-PERFIL-ADM
               MOVE ZEROS TO WRK-OPCAO
               PERFORM UNTIL WRK-OPCAO = 9
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           CLOSE PERIOD-FILE.
           GOBACK.

       0050-ABRIR-ARQUIVO.
           OPEN I-O PERIOD-FILE.
           IF WRK-PER-STATUS = '35'
               CLOSE PERIOD-FILE
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
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
           DISPLAY 'PROGCOB77 - CONTROLE DE PERIODOS DE VENDAS'.
           DISPLAY '1 - FECHAR MES'.
           DISPLAY '2 - REABRIR MES'.
           DISPLAY '3 - LISTAR PERIODOS DO ANO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   IF WRK-PERFIL-ADM = 'N'
                       DISPLAY 'FECHAMENTO SO COM OPERADOR DE '
                           'PERFIL ADM'
                   ELSE
                       PERFORM 0300-FECHAR-MES
                   END-IF
               WHEN 2
                   IF WRK-PERFIL-ADM = 'N'
                       DISPLAY 'REABERTURA SO COM OPERADOR DE '
                           'PERFIL ADM'
                   ELSE
                       PERFORM 0400-REABRIR-MES
                   END-IF
               WHEN 3
                   PERFORM 0500-LISTAR
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB77'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0150-FECHAR-LOTE.
           IF LNK-MODO = 2
               IF WRK-H-MES = 1
                   COMPUTE WRK-ANO = WRK-H-ANO - 1
                   MOVE 12 TO WRK-MES
               ELSE
                   MOVE WRK-H-ANO TO WRK-ANO
                   COMPUTE WRK-MES = WRK-H-MES - 1
               END-IF
           ELSE
               MOVE WRK-H-ANO TO WRK-ANO
               MOVE WRK-H-MES TO WRK-MES
           END-IF.
           PERFORM 0260-LER-PERIODO.
           IF WRK-ENCONTRADO = 'S' AND PER-SITUACAO = 'F'
               DISPLAY 'PERIODO ' WRK-ANO '/' WRK-MES
                   ' JA ESTAVA FECHADO'
           ELSE
               PERFORM 0310-GRAVAR-FECHAMENTO
           END-IF.

       0250-ACEITAR-PERIODO.
           MOVE 'N' TO WRK-PERIODO-VALIDO.
           DISPLAY 'ANO DO PERIODO..'
           MOVE SPACES TO WRK-ANO-ALFA.
           ACCEPT WRK-ANO-ALFA FROM CONSOLE.
           INSPECT WRK-ANO-ALFA REPLACING LEADING SPACE BY ZERO.
           DISPLAY 'MES DO PERIODO (1 A 12)..'
           MOVE SPACES TO WRK-MES-ALFA.
           ACCEPT WRK-MES-ALFA FROM CONSOLE.
           INSPECT WRK-MES-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-ANO-ALFA IS NUMERIC AND WRK-MES-ALFA IS NUMERIC
               MOVE WRK-ANO-ALFA TO WRK-ANO
               MOVE WRK-MES-ALFA TO WRK-MES
               IF WRK-ANO > ZEROS AND WRK-MES >= 1 AND WRK-MES <= 12
                   MOVE 'S' TO WRK-PERIODO-VALIDO
               END-IF
           END-IF.
           IF WRK-PERIODO-VALIDO = 'N'
               DISPLAY 'PERIODO INVALIDO'
           END-IF.

       0260-LER-PERIODO.
           MOVE WRK-ANO TO PER-ANO.
           MOVE WRK-MES TO PER-MES.
           READ PERIOD-FILE
               KEY IS PER-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
           END-READ.

       0300-FECHAR-MES.
           PERFORM 0250-ACEITAR-PERIODO.
           IF WRK-PERIODO-VALIDO = 'S'
               PERFORM 0260-LER-PERIODO
               IF WRK-ENCONTRADO = 'S' AND PER-SITUACAO = 'F'
                   DISPLAY 'PERIODO JA FECHADO EM '
                       PER-DATA-FECHAMENTO ' POR ' PER-OPER-FECHAMENTO
               ELSE
                   PERFORM 0310-GRAVAR-FECHAMENTO
               END-IF
           END-IF.

       0310-GRAVAR-FECHAMENTO.
           IF WRK-ENCONTRADO = 'N'
               MOVE SPACES  TO PER-RECORD
               MOVE WRK-ANO TO PER-ANO
               MOVE WRK-MES TO PER-MES
               MOVE ZEROS   TO PER-DATA-REABERTURA
           END-IF.
           MOVE 'F'           TO PER-SITUACAO.
           MOVE WRK-DATA-HOJE TO PER-DATA-FECHAMENTO.
           MOVE LNK-OPERADOR  TO PER-OPER-FECHAMENTO.
           IF WRK-ENCONTRADO = 'N'
               WRITE PER-RECORD
           ELSE
               REWRITE PER-RECORD
           END-IF.
           DISPLAY 'PERIODO ' WRK-ANO '/' WRK-MES ' FECHADO'.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'FECHAMENTO ' WRK-ANO '/' WRK-MES
               DELIMITED BY SIZE INTO WRK-MOTIVO.
           MOVE 'MES FECHADO' TO WRK-RESULTADO.
           PERFORM 0900-GRAVAR-AUDITORIA.

       0400-REABRIR-MES.
           PERFORM 0250-ACEITAR-PERIODO.
           IF WRK-PERIODO-VALIDO = 'S'
               PERFORM 0260-LER-PERIODO
               IF WRK-ENCONTRADO = 'N' OR PER-SITUACAO NOT = 'F'
                   DISPLAY 'PERIODO NAO ESTA FECHADO'
               ELSE
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM UNTIL WRK-MOTIVO NOT = SPACES
                       DISPLAY 'MOTIVO DA REABERTURA (OBRIGATORIO)..'
                       ACCEPT WRK-MOTIVO FROM CONSOLE
                       IF WRK-MOTIVO = SPACES
                           DISPLAY 'MOTIVO EM BRANCO - REDIGITE'
                       END-IF
                   END-PERFORM
                   MOVE 'A'           TO PER-SITUACAO
                   MOVE WRK-DATA-HOJE TO PER-DATA-REABERTURA
                   MOVE LNK-OPERADOR  TO PER-OPER-REABERTURA
                   MOVE WRK-MOTIVO    TO PER-MOTIVO-REABERTURA
                   REWRITE PER-RECORD
                   DISPLAY 'PERIODO ' WRK-ANO '/' WRK-MES ' REABERTO'
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'REABERTO ' WRK-ANO '/' WRK-MES
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   PERFORM 0900-GRAVAR-AUDITORIA
               END-IF
           END-IF.

       0500-LISTAR.
           DISPLAY 'ANO..'
           MOVE SPACES TO WRK-ANO-ALFA.
           ACCEPT WRK-ANO-ALFA FROM CONSOLE.
           INSPECT WRK-ANO-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-ANO-ALFA IS NOT NUMERIC
               DISPLAY 'ANO INVALIDO'
           ELSE
               MOVE WRK-ANO-ALFA TO WRK-ANO
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY 'MES SIT FECHADO  POR      REABERTO POR      '
                   'MOTIVO'
               PERFORM VARYING WRK-MES FROM 1 BY 1
                       UNTIL WRK-MES > 12
                   PERFORM 0260-LER-PERIODO
                   IF WRK-ENCONTRADO = 'S'
                       DISPLAY WRK-MES '  ' PER-SITUACAO '   '
                           PER-DATA-FECHAMENTO ' '
                           PER-OPER-FECHAMENTO ' '
                           PER-DATA-REABERTURA ' '
                           PER-OPER-REABERTURA ' '
                           PER-MOTIVO-REABERTURA
                       ADD 1 TO WRK-QTD-LISTADOS
                   ELSE
                       DISPLAY WRK-MES '  A'
                   END-IF
               END-PERFORM
               DISPLAY 'MESES COM CONTROLE..: ' WRK-QTD-LISTADOS
           END-IF.

      ****************************** NA REABERTURA O DETALHE DA
      ****************************** LINHA DE AUDITORIA E O MOTIVO
       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB77' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE WRK-MOTIVO    TO AUDITORIA-DETALHE.
           MOVE WRK-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE LNK-OPERADOR  TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
