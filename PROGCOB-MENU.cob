      *              AUDITORIA, EM VEZ DE GANHAR CONSULTA SEM
      *              RESTRICAO - O CODIGO TEM QUE SER CADASTRADO NO
      *              PROGCOB45 PRIMEIRO
      * 14/10/2026 - FELIPE - INCLUIDA A OPCAO 8, FECHAMENTO E
      *              REABERTURA DE PERIODO DE VENDAS PELO PROGCOB77,
      *              SOMENTE PARA ADM
      * 14/10/2026 - FELIPE - INCLUIDA A OPCAO 0, APROVACAO DOS
      *              ESTORNOS RETIDOS ACIMA DO LIMITE PELO PROGCOB78,
      *              SOMENTE PARA ADM
      * 15/10/2026 - FELIPE - OPCAO EM BRANCO OU NAO NUMERICA E
      *              RECUSADA EM VEZ DE CHAMAR A OPCAO 0
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==PAR==.
       77  WRK-OPER-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77  WRK-OPCAO-ALFA   PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR     PIC X(08) VALUE SPACES.
       77  WRK-SENHA        PIC X(08) VALUE SPACES.
       77  WRK-PERFIL       PIC X(03) VALUE SPACES.
           DISPLAY '5 - MANTER PESSOAS         (PROGCOB31)'.
           DISPLAY '6 - MANTER OPERADORES      (PROGCOB45)'.
           DISPLAY '7 - POSICAO DE VENDEDOR    (PROGCOB66)'.
           DISPLAY '8 - FECHAR/REABRIR PERIODO (PROGCOB77)'.
           DISPLAY '0 - APROVAR ESTORNOS       (PROGCOB78)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO-ALFA FROM CONSOLE.

      ****************************** OPCAO EM BRANCO OU NAO NUMERICA
      ****************************** NAO CAI NA OPCAO 0
       0200-EXECUTAR-OPCAO.
           IF WRK-OPCAO-ALFA IS NOT NUMERIC
               DISPLAY 'OPCAO INVALIDA - REDIGITE'
           ELSE
               MOVE WRK-OPCAO-ALFA TO WRK-OPCAO
               PERFORM 0210-EXECUTAR-AUTORIZADA
           END-IF.

       0210-EXECUTAR-AUTORIZADA.
           PERFORM 0250-AUTORIZAR.
           IF WRK-AUTORIZADO = 'N'
               DISPLAY 'OPCAO NAO AUTORIZADA PARA O PERFIL '
                           END-IF
                           CALL 'PROGCOB66' USING PAR-PARAMETROS
                       END-IF
                   WHEN 8
                       CALL 'PROGCOB77' USING PAR-PARAMETROS
                   WHEN 0
                       CALL 'PROGCOB78' USING PAR-PARAMETROS
                   WHEN 9
                       DISPLAY 'ENCERRANDO O PROGCOB-MENU'
                   WHEN OTHER
                   IF WRK-PERFIL = 'ADM' OR WRK-PERFIL = 'VND'
                       MOVE 'S' TO WRK-AUTORIZADO
                   END-IF
               WHEN 8
               WHEN 0
                   IF WRK-PERFIL = 'ADM'
                       MOVE 'S' TO WRK-AUTORIZADO
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WRK-AUTORIZADO
           END-EVALUATE.
