      * REJEITADA PELO BANCO (PROGCOB51) PODE SER REENVIADA
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 14/10/2026 - FELIPE - AJUSTES DE COMISSAO PENDENTES NO COMMAJUS
      *              (RECALCULO DO PROGCOB75) ENTRAM NA REMESSA DO
      *              VENDEDOR: O ENVIADO E A COMISSAO MAIS O AJUSTE.
      *              DESCONTO MAIOR QUE A COMISSAO ZERA O ENVIO, A
      *              COMISSAO FICA 'P' SEM IR AO BANCO E A SOBRA VIRA
      *              SALDO 'T' A DESCONTAR. AJUSTE DE REMESSA
      *              REJEITADA PELO BANCO VOLTA A PENDENTE
      * 15/10/2026 - FELIPE - OVERRIDE DO SUPERVISOR: CADA MES DE
      *              VENDA DO ANO PAGA AO SUPERVISOR EM VIGOR NO DIA 1
      *              DO MES (PROGCOB85) O PERCENTUAL DE OVERRIDE DELE
      *              SOBRE O SALES-MES DO VENDEDOR. O OVERRIDE ENTRA NO
      *              MESMO DETALHE DA COMISSAO DO SUPERVISOR E FICA EM
      *              CTL-VALOR-OVERRIDE; SUPERVISOR SEM SALES-MASTER NO
      *              ANO GANHA DETALHE PROPRIO COM OS DADOS DO PERSNMAS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "COMMAJUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJUS-CHAVE
               FILE STATUS IS WRK-AJUS-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT REMIT-FILE ASSIGN TO "BANKREM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-REM-STATUS.
       01  CTL-RECORD.
           COPY COMMCTL REPLACING ==:PREFIX:== BY ==CTL==.

       FD  ADJUST-FILE.
       01  AJUS-RECORD.
           COPY COMMAJUS REPLACING ==:PREFIX:== BY ==AJUS==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  REMIT-FILE.
       01  REM-RECORD.
           05 REM-TIPO         PIC X(01).
           05 FILLER           PIC X(31).

       WORKING-STORAGE SECTION.
       COPY HIERARQ REPLACING ==:PREFIX:== BY ==HRQ==.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-ABERTO   PIC X(01)   VALUE 'N'.
       77  WRK-RATE-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CTL-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-REM-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-AJUS-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-SUBSCRITO       PIC 9(02)   VALUE ZEROS.
       77  WRK-TOTAL-REMESSA   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-JA-ENVIADA      PIC X(01)   VALUE 'N'.
       77  WRK-DATA-HOJE       PIC 9(08)   VALUE ZEROS.
       77  WRK-FIM-AJUSTES     PIC X(01)   VALUE 'N'.
       77  WRK-REVERTER        PIC X(01)   VALUE 'N'.
       77  WRK-SUBAJUSTE       PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-VEND-AJUSTE PIC 9(03)   VALUE ZEROS.
       77  WRK-AJUSTE-APLICADO PIC S9(8)V99 VALUE ZEROS.
       77  WRK-VALOR-ENVIO     PIC S9(8)V99 VALUE ZEROS.
       77  WRK-ULTIMA-SEQ      PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-ABSORVIDAS  PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-AJUSTADOS   PIC 9(07)   VALUE ZEROS.
       77  WRK-OVERRIDE        PIC 9(8)V99 VALUE ZEROS.
       77  WRK-OVERRIDE-MES    PIC 9(6)V99 VALUE ZEROS.
       77  WRK-SUBOVERRIDE     PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-SUPERVISORES PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-OVERRIDES   PIC 9(07)   VALUE ZEROS.
       77  WRK-TOTAL-OVERRIDE  PIC 9(10)V99 VALUE ZEROS.

      ****************************** QUEM RECEBE O DETALHE: VENDEDOR
      ****************************** DO SALES-MASTER OU SUPERVISOR SO
      ****************************** COM OVERRIDE (DADOS DO PERSNMAS)
       01  WRK-BENEFICIARIO.
           05 WRK-BEN-ID       PIC 9(05).
           05 WRK-BEN-NOME     PIC X(10).
           05 WRK-BEN-SOBRENOME PIC X(10).
           05 WRK-BEN-CPF      PIC 9(11).

      ****************************** OVERRIDE DO ANO POR SUPERVISOR
       01  WRK-TABELA-OVERRIDE.
           05 WRK-OVERRIDE-SUP OCCURS 500 TIMES.
               10 WRK-OV-SUPERVISOR PIC 9(05).
               10 WRK-OV-VALOR      PIC 9(8)V99.
               10 WRK-OV-USADO      PIC X(01).

       01  WRK-TABELA-FAIXAS.
           05 WRK-FAIXA        OCCURS 10 TIMES.
               10 WRK-F-LIMITE     PIC 9(6)V99.
               10 WRK-F-PERCENTUAL PIC 9(2)V99.

      ****************************** AJUSTES PENDENTES POR VENDEDOR
       01  WRK-TABELA-AJUSTES.
           05 WRK-AJUSTE-VEND  OCCURS 500 TIMES.
               10 WRK-AJ-VENDEDOR  PIC 9(05).
               10 WRK-AJ-SALDO     PIC S9(8)V99.
               10 WRK-AJ-RESIDUO   PIC S9(8)V99.
               10 WRK-AJ-USADO     PIC X(01).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
               DISPLAY 'ANO DAS COMISSOES A REMETER..'
               ACCEPT WRK-ANO
               PERFORM 0150-DEFINIR-REMESSA
               PERFORM 0190-APURAR-OVERRIDE
               PERFORM 0160-GRAVAR-HEADER
               PERFORM 0200-PROCESSAR-VENDEDORES
               PERFORM 0270-PROCESSAR-SUPERVISORES
               PERFORM 0300-GRAVAR-TRAILER
               PERFORM 0500-BAIXAR-AJUSTES
               CLOSE SALES-MASTER
               CLOSE CONTROL-FILE
               CLOSE ADJUST-FILE
               CLOSE REMIT-FILE
               DISPLAY 'REMESSA GERADA.........: ' WRK-REMESSA
               DISPLAY 'COMISSOES NA REMESSA...: ' WRK-QTD-ENVIADOS
               DISPLAY 'RETIDAS (JA ENVIADAS)..: ' WRK-QTD-RETIDOS
               DISPLAY 'VALOR TOTAL DA REMESSA.: ' WRK-TOTAL-REMESSA
               DISPLAY 'COM AJUSTE DE COMISSAO.: ' WRK-QTD-AJUSTADOS
               DISPLAY 'ABSORVIDAS POR DESCONTO: ' WRK-QTD-ABSORVIDAS
               DISPLAY 'COM OVERRIDE SUPERVISOR: ' WRK-QTD-OVERRIDES
               DISPLAY 'VALOR TOTAL DE OVERRIDE: ' WRK-TOTAL-OVERRIDE
           END-IF.
           STOP RUN.

                   CLOSE CONTROL-FILE
                   OPEN I-O CONTROL-FILE
               END-IF
               OPEN I-O ADJUST-FILE
               IF WRK-AJUS-STATUS = '35'
                   CLOSE ADJUST-FILE
                   OPEN OUTPUT ADJUST-FILE
                   CLOSE ADJUST-FILE
                   OPEN I-O ADJUST-FILE
               END-IF
               OPEN OUTPUT REMIT-FILE
           END-IF.

               END-READ
           END-PERFORM.
           ADD 1 TO WRK-REMESSA.
           PERFORM 0170-CARREGAR-AJUSTES.

       0160-GRAVAR-HEADER.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ANO       TO REM-H-ANO.
           WRITE REM-RECORD.

      ****************************** SOMA POR VENDEDOR OS AJUSTES
      ****************************** PENDENTES DE QUALQUER ANO. AJUSTE
      ****************************** INCLUIDO EM REMESSA REJEITADA
      ****************************** PELO BANCO VOLTA A PENDENTE
       0170-CARREGAR-AJUSTES.
           MOVE ZEROS TO WRK-QTD-VEND-AJUSTE.
           MOVE ZEROS TO AJUS-ANO AJUS-ID-VENDEDOR AJUS-SEQUENCIA.
           START ADJUST-FILE
               KEY IS NOT LESS THAN AJUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AJUSTES
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-AJUSTES
           END-START.
           PERFORM UNTIL WRK-FIM-AJUSTES = 'S'
               READ ADJUST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-AJUSTES
                   NOT AT END
                       IF AJUS-SITUACAO = 'I'
                           PERFORM 0175-CONFERIR-INCLUSAO
                       END-IF
                       IF AJUS-SITUACAO = 'P'
                           PERFORM 0180-SOMAR-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.

       0175-CONFERIR-INCLUSAO.
           MOVE 'N' TO WRK-REVERTER.
           MOVE AJUS-ANO-INCLUSAO TO CTL-ANO.
           MOVE AJUS-ID-VENDEDOR  TO CTL-ID-VENDEDOR.
           READ CONTROL-FILE
               KEY IS CTL-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-SITUACAO = 'R'
                      AND CTL-REMESSA = AJUS-REMESSA
                       MOVE 'S' TO WRK-REVERTER
                   END-IF
           END-READ.
           IF WRK-REVERTER = 'S'
               MOVE 'P'   TO AJUS-SITUACAO
               MOVE ZEROS TO AJUS-ANO-INCLUSAO AJUS-REMESSA
                             AJUS-DATA-INCLUSAO
               REWRITE AJUS-RECORD
           END-IF.

       0180-SOMAR-AJUSTE.
           MOVE 1 TO WRK-SUBAJUSTE.
           PERFORM UNTIL WRK-SUBAJUSTE > WRK-QTD-VEND-AJUSTE
                      OR WRK-AJ-VENDEDOR(WRK-SUBAJUSTE)
                         = AJUS-ID-VENDEDOR
               ADD 1 TO WRK-SUBAJUSTE
           END-PERFORM.
           IF WRK-SUBAJUSTE > WRK-QTD-VEND-AJUSTE
               IF WRK-QTD-VEND-AJUSTE >= 500
                   DISPLAY 'TABELA DE AJUSTES CHEIA - AJUSTE FICA '
                       'PARA A PROXIMA REMESSA: ' AJUS-CHAVE
               ELSE
                   ADD 1 TO WRK-QTD-VEND-AJUSTE
                   MOVE AJUS-ID-VENDEDOR
                       TO WRK-AJ-VENDEDOR(WRK-SUBAJUSTE)
                   MOVE AJUS-VALOR TO WRK-AJ-SALDO(WRK-SUBAJUSTE)
                   MOVE ZEROS TO WRK-AJ-RESIDUO(WRK-SUBAJUSTE)
                   MOVE 'N'   TO WRK-AJ-USADO(WRK-SUBAJUSTE)
               END-IF
           ELSE
               ADD AJUS-VALOR TO WRK-AJ-SALDO(WRK-SUBAJUSTE)
           END-IF.

      ****************************** PRIMEIRA LEITURA DO ANO: O
      ****************************** OVERRIDE DE CADA MES VAI PARA O
      ****************************** SUPERVISOR EM VIGOR NO DIA 1
       0190-APURAR-OVERRIDE.
           MOVE ZEROS TO WRK-QTD-SUPERVISORES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-SALES.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF SALES-ANO = WRK-ANO
                   PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                           UNTIL WRK-SUBSCRITO > 12
                       IF SALES-MES(WRK-SUBSCRITO) > ZEROS
                           PERFORM 0195-OVERRIDE-DO-MES
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM 0210-LER-SALES
           END-PERFORM.
           CLOSE SALES-MASTER.
           OPEN INPUT SALES-MASTER.

       0195-OVERRIDE-DO-MES.
           MOVE SALES-ID-VENDEDOR TO HRQ-ID-VENDEDOR.
           COMPUTE HRQ-DATA = SALES-ANO * 10000
               + WRK-SUBSCRITO * 100 + 1.
           CALL 'PROGCOB85' USING HRQ-AREA-EQUIPE.
           IF HRQ-RESULTADO = 'S'
              AND HRQ-PERC-OVERRIDE > ZEROS
              AND HRQ-ID-SUPERVISOR NOT = SALES-ID-VENDEDOR
               COMPUTE WRK-OVERRIDE-MES ROUNDED =
                   SALES-MES(WRK-SUBSCRITO) * HRQ-PERC-OVERRIDE / 100
               MOVE 1 TO WRK-SUBOVERRIDE
               PERFORM UNTIL WRK-SUBOVERRIDE > WRK-QTD-SUPERVISORES
                          OR WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE)
                             = HRQ-ID-SUPERVISOR
                   ADD 1 TO WRK-SUBOVERRIDE
               END-PERFORM
               IF WRK-SUBOVERRIDE > WRK-QTD-SUPERVISORES
                   IF WRK-QTD-SUPERVISORES >= 500
                       DISPLAY 'TABELA DE OVERRIDE CHEIA - FORA DA '
                           'REMESSA: ' HRQ-ID-SUPERVISOR
                       MOVE ZEROS TO WRK-SUBOVERRIDE
                   ELSE
                       ADD 1 TO WRK-QTD-SUPERVISORES
                       MOVE HRQ-ID-SUPERVISOR
                           TO WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE)
                       MOVE ZEROS TO WRK-OV-VALOR(WRK-SUBOVERRIDE)
                       MOVE 'N'   TO WRK-OV-USADO(WRK-SUBOVERRIDE)
                   END-IF
               END-IF
               IF WRK-SUBOVERRIDE > ZEROS
                   ADD WRK-OVERRIDE-MES
                       TO WRK-OV-VALOR(WRK-SUBOVERRIDE)
               END-IF
           END-IF.

       0200-PROCESSAR-VENDEDORES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-SALES.
           END-READ.

       0220-TRATAR-VENDEDOR.
           MOVE SALES-ID-VENDEDOR TO WRK-BEN-ID.
           MOVE SALES-NOME        TO WRK-BEN-NOME.
           MOVE SALES-SOBRENOME   TO WRK-BEN-SOBRENOME.
           MOVE SALES-CPF         TO WRK-BEN-CPF.
           PERFORM 0225-LOCALIZAR-OVERRIDE.
           PERFORM 0228-CONFERIR-CONTROLE.

           IF WRK-JA-ENVIADA = 'S'
               ADD 1 TO WRK-QTD-RETIDOS
               DISPLAY 'COMISSAO JA ENVIADA NO ANO - RETIDA: '
                   SALES-ANO ' ' SALES-ID-VENDEDOR
           ELSE
               PERFORM 0230-CALCULAR-COMISSAO
               PERFORM 0238-PAGAR-BENEFICIARIO
           END-IF.

      ****************************** OVERRIDE APURADO PARA O
      ****************************** BENEFICIARIO, MARCADO COMO
      ****************************** TRATADO (ENVIADO OU RETIDO)
       0225-LOCALIZAR-OVERRIDE.
           MOVE ZEROS TO WRK-OVERRIDE.
           MOVE 1 TO WRK-SUBOVERRIDE.
           PERFORM UNTIL WRK-SUBOVERRIDE > WRK-QTD-SUPERVISORES
                      OR WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE)
                         = WRK-BEN-ID
               ADD 1 TO WRK-SUBOVERRIDE
           END-PERFORM.
           IF WRK-SUBOVERRIDE NOT > WRK-QTD-SUPERVISORES
               MOVE WRK-OV-VALOR(WRK-SUBOVERRIDE) TO WRK-OVERRIDE
               MOVE 'S' TO WRK-OV-USADO(WRK-SUBOVERRIDE)
           END-IF.

       0228-CONFERIR-CONTROLE.
           MOVE 'N' TO WRK-JA-ENVIADA.
           MOVE WRK-ANO    TO CTL-ANO.
           MOVE WRK-BEN-ID TO CTL-ID-VENDEDOR.
           READ CONTROL-FILE
               KEY IS CTL-CHAVE
               INVALID KEY
                   END-IF
           END-READ.

       0238-PAGAR-BENEFICIARIO.
           PERFORM 0235-APLICAR-AJUSTE.
           IF WRK-VALOR-ENVIO > ZEROS
               PERFORM 0240-GRAVAR-DETALHE
               PERFORM 0250-REGISTRAR-CONTROLE
           ELSE
               IF WRK-AJUSTE-APLICADO NOT = ZEROS
                   PERFORM 0260-REGISTRAR-ABSORVIDA
               END-IF
           END-IF.
           IF WRK-OVERRIDE > ZEROS
               ADD 1 TO WRK-QTD-OVERRIDES
               ADD WRK-OVERRIDE TO WRK-TOTAL-OVERRIDE
           END-IF.

       0230-CALCULAR-COMISSAO.
           MOVE ZEROS TO WRK-TOTAL WRK-TOTAL-COMISSAO.
           END-IF.
           COMPUTE WRK-PAGAVEL = WRK-TOTAL-COMISSAO + WRK-BONUS.

      ****************************** O DESCONTO NAO PASSA DA COMISSAO;
      ****************************** A SOBRA FICA COMO SALDO A
      ****************************** DESCONTAR NA PROXIMA REMESSA
       0235-APLICAR-AJUSTE.
           MOVE ZEROS TO WRK-AJUSTE-APLICADO.
           MOVE 1 TO WRK-SUBAJUSTE.
           PERFORM UNTIL WRK-SUBAJUSTE > WRK-QTD-VEND-AJUSTE
                      OR WRK-AJ-VENDEDOR(WRK-SUBAJUSTE)
                         = WRK-BEN-ID
               ADD 1 TO WRK-SUBAJUSTE
           END-PERFORM.
           IF WRK-SUBAJUSTE NOT > WRK-QTD-VEND-AJUSTE
               IF WRK-PAGAVEL + WRK-OVERRIDE
                  + WRK-AJ-SALDO(WRK-SUBAJUSTE) < ZEROS
                   COMPUTE WRK-AJUSTE-APLICADO =
                       ZEROS - WRK-PAGAVEL - WRK-OVERRIDE
               ELSE
                   MOVE WRK-AJ-SALDO(WRK-SUBAJUSTE)
                       TO WRK-AJUSTE-APLICADO
               END-IF
               IF WRK-AJUSTE-APLICADO NOT = ZEROS
                   MOVE 'S' TO WRK-AJ-USADO(WRK-SUBAJUSTE)
                   COMPUTE WRK-AJ-RESIDUO(WRK-SUBAJUSTE) =
                       WRK-AJ-SALDO(WRK-SUBAJUSTE) - WRK-AJUSTE-APLICADO
                   ADD 1 TO WRK-QTD-AJUSTADOS
               END-IF
           END-IF.
           COMPUTE WRK-VALOR-ENVIO =
               WRK-PAGAVEL + WRK-OVERRIDE + WRK-AJUSTE-APLICADO.

       0240-GRAVAR-DETALHE.
           MOVE SPACES TO REM-RECORD.
           MOVE '2' TO REM-TIPO.
           MOVE WRK-ANO           TO REM-D-ANO.
           MOVE WRK-BEN-ID        TO REM-D-VENDEDOR.
           MOVE WRK-BEN-NOME      TO REM-D-NOME.
           MOVE WRK-BEN-SOBRENOME TO REM-D-SOBRENOME.
           MOVE WRK-BEN-CPF       TO REM-D-CPF.
           MOVE WRK-VALOR-ENVIO   TO REM-D-VALOR.
           WRITE REM-RECORD.
           ADD 1 TO WRK-QTD-ENVIADOS.
           ADD WRK-VALOR-ENVIO TO WRK-TOTAL-REMESSA.

       0250-REGISTRAR-CONTROLE.
           MOVE WRK-ANO           TO CTL-ANO.
           MOVE WRK-BEN-ID        TO CTL-ID-VENDEDOR.
           MOVE 'E'               TO CTL-SITUACAO.
           MOVE WRK-REMESSA       TO CTL-REMESSA.
           MOVE WRK-PAGAVEL       TO CTL-VALOR.
           MOVE WRK-AJUSTE-APLICADO TO CTL-VALOR-AJUSTE.
           MOVE WRK-OVERRIDE      TO CTL-VALOR-OVERRIDE.
           MOVE WRK-DATA-HOJE     TO CTL-DATA-ENVIO.
           MOVE ZEROS             TO CTL-DATA-RETORNO.
           MOVE SPACES            TO CTL-COD-RETORNO.
                   REWRITE CTL-RECORD
           END-WRITE.

      ****************************** COMISSAO TODA ABSORVIDA POR
      ****************************** DESCONTO: NADA A ENVIAR AO BANCO
       0260-REGISTRAR-ABSORVIDA.
           MOVE WRK-ANO           TO CTL-ANO.
           MOVE WRK-BEN-ID        TO CTL-ID-VENDEDOR.
           MOVE 'P'               TO CTL-SITUACAO.
           MOVE WRK-REMESSA       TO CTL-REMESSA.
           MOVE WRK-PAGAVEL       TO CTL-VALOR.
           MOVE WRK-AJUSTE-APLICADO TO CTL-VALOR-AJUSTE.
           MOVE WRK-OVERRIDE      TO CTL-VALOR-OVERRIDE.
           MOVE WRK-DATA-HOJE     TO CTL-DATA-ENVIO.
           MOVE WRK-DATA-HOJE     TO CTL-DATA-RETORNO.
           MOVE SPACES            TO CTL-COD-RETORNO.
           WRITE CTL-RECORD
               INVALID KEY
                   REWRITE CTL-RECORD
           END-WRITE.
           ADD 1 TO WRK-QTD-ABSORVIDAS.
           DISPLAY 'COMISSAO ABSORVIDA POR DESCONTO DE AJUSTE: '
               WRK-ANO ' ' WRK-BEN-ID.

      ****************************** SUPERVISOR SEM SALES-MASTER NO
      ****************************** ANO: DETALHE SO COM O OVERRIDE
       0270-PROCESSAR-SUPERVISORES.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '00'
               MOVE 'S' TO WRK-PERSON-ABERTO
           END-IF.
           PERFORM VARYING WRK-SUBOVERRIDE FROM 1 BY 1
                   UNTIL WRK-SUBOVERRIDE > WRK-QTD-SUPERVISORES
               IF WRK-OV-USADO(WRK-SUBOVERRIDE) = 'N'
                  AND WRK-OV-VALOR(WRK-SUBOVERRIDE) > ZEROS
                   PERFORM 0280-TRATAR-SUPERVISOR
               END-IF
           END-PERFORM.
           IF WRK-PERSON-ABERTO = 'S'
               CLOSE PERSON-MASTER
           END-IF.

       0280-TRATAR-SUPERVISOR.
           MOVE 'S' TO WRK-OV-USADO(WRK-SUBOVERRIDE).
           MOVE WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE) TO WRK-BEN-ID.
           MOVE WRK-OV-VALOR(WRK-SUBOVERRIDE)      TO WRK-OVERRIDE.
           MOVE ZEROS TO WRK-PAGAVEL.
           PERFORM 0228-CONFERIR-CONTROLE.
           IF WRK-JA-ENVIADA = 'S'
               ADD 1 TO WRK-QTD-RETIDOS
               DISPLAY 'OVERRIDE JA ENVIADO NO ANO - RETIDO: '
                   WRK-ANO ' ' WRK-BEN-ID
           ELSE
               MOVE 'N' TO WRK-JA-ENVIADA
               IF WRK-PERSON-ABERTO = 'S'
                   MOVE WRK-BEN-ID TO PERSON-ID-PESSOA
                   READ PERSON-MASTER
                       KEY IS PERSON-ID-PESSOA
                       INVALID KEY
                           MOVE 'S' TO WRK-JA-ENVIADA
                       NOT INVALID KEY
                           MOVE PERSON-NOME      TO WRK-BEN-NOME
                           MOVE PERSON-SOBRENOME TO WRK-BEN-SOBRENOME
                           MOVE PERSON-CPF       TO WRK-BEN-CPF
                   END-READ
               ELSE
                   MOVE 'S' TO WRK-JA-ENVIADA
               END-IF
               IF WRK-JA-ENVIADA = 'S'
                   ADD 1 TO WRK-QTD-RETIDOS
                   DISPLAY 'SUPERVISOR SEM CADASTRO NO PERSNMAS - '
                       'OVERRIDE RETIDO: ' WRK-BEN-ID
               ELSE
                   PERFORM 0238-PAGAR-BENEFICIARIO
               END-IF
           END-IF.

       0300-GRAVAR-TRAILER.
           MOVE SPACES TO REM-RECORD.
           MOVE '9' TO REM-TIPO.
                   MOVE WRK-F-PERCENTUAL(WRK-SUBFAIXA) TO WRK-TAXA
               END-IF
           END-PERFORM.

      ****************************** AJUSTES LEVADOS NESTA REMESSA
      ****************************** FICAM 'I'; A SOBRA DE DESCONTO
      ****************************** VIRA NOVO AJUSTE 'T' PENDENTE
       0500-BAIXAR-AJUSTES.
           MOVE ZEROS TO AJUS-ANO AJUS-ID-VENDEDOR AJUS-SEQUENCIA.
           START ADJUST-FILE
               KEY IS NOT LESS THAN AJUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AJUSTES
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-AJUSTES
           END-START.
           PERFORM UNTIL WRK-FIM-AJUSTES = 'S'
               READ ADJUST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-AJUSTES
                   NOT AT END
                       IF AJUS-SITUACAO = 'P'
                           PERFORM 0510-INCLUIR-AJUSTE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WRK-SUBAJUSTE FROM 1 BY 1
                   UNTIL WRK-SUBAJUSTE > WRK-QTD-VEND-AJUSTE
               IF WRK-AJ-USADO(WRK-SUBAJUSTE) = 'S'
                  AND WRK-AJ-RESIDUO(WRK-SUBAJUSTE) NOT = ZEROS
                   PERFORM 0520-GRAVAR-SALDO
               END-IF
           END-PERFORM.

       0510-INCLUIR-AJUSTE.
           MOVE 1 TO WRK-SUBAJUSTE.
           PERFORM UNTIL WRK-SUBAJUSTE > WRK-QTD-VEND-AJUSTE
                      OR WRK-AJ-VENDEDOR(WRK-SUBAJUSTE)
                         = AJUS-ID-VENDEDOR
               ADD 1 TO WRK-SUBAJUSTE
           END-PERFORM.
           IF WRK-SUBAJUSTE NOT > WRK-QTD-VEND-AJUSTE
               IF WRK-AJ-USADO(WRK-SUBAJUSTE) = 'S'
                   MOVE 'I'           TO AJUS-SITUACAO
                   MOVE WRK-ANO       TO AJUS-ANO-INCLUSAO
                   MOVE WRK-REMESSA   TO AJUS-REMESSA
                   MOVE WRK-DATA-HOJE TO AJUS-DATA-INCLUSAO
                   REWRITE AJUS-RECORD
               END-IF
           END-IF.

       0520-GRAVAR-SALDO.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE WRK-ANO TO AJUS-ANO.
           MOVE WRK-AJ-VENDEDOR(WRK-SUBAJUSTE) TO AJUS-ID-VENDEDOR.
           MOVE ZEROS TO AJUS-SEQUENCIA.
           START ADJUST-FILE
               KEY IS NOT LESS THAN AJUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AJUSTES
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-AJUSTES
           END-START.
           PERFORM UNTIL WRK-FIM-AJUSTES = 'S'
               READ ADJUST-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-AJUSTES
                   NOT AT END
                       IF AJUS-ANO NOT = WRK-ANO
                          OR AJUS-ID-VENDEDOR NOT =
                             WRK-AJ-VENDEDOR(WRK-SUBAJUSTE)
                           MOVE 'S' TO WRK-FIM-AJUSTES
                       ELSE
                           MOVE AJUS-SEQUENCIA TO WRK-ULTIMA-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-ANO TO AJUS-ANO.
           MOVE WRK-AJ-VENDEDOR(WRK-SUBAJUSTE) TO AJUS-ID-VENDEDOR.
           COMPUTE AJUS-SEQUENCIA = WRK-ULTIMA-SEQ + 1.
           MOVE 'T'           TO AJUS-ORIGEM.
           MOVE WRK-DATA-HOJE TO AJUS-DATA-APURACAO.
           MOVE ZEROS         TO AJUS-VALOR-BASE AJUS-VALOR-RECALCULADO.
           MOVE WRK-AJ-RESIDUO(WRK-SUBAJUSTE) TO AJUS-VALOR.
           MOVE 'P'           TO AJUS-SITUACAO.
           MOVE ZEROS         TO AJUS-ANO-INCLUSAO AJUS-REMESSA
                                 AJUS-DATA-INCLUSAO.
           WRITE AJUS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR SALDO NO COMMAJUS: '
                       AJUS-CHAVE
           END-WRITE.
