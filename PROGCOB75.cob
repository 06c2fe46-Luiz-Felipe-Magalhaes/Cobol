       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB75.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: RECALCULO DAS COMISSOES JA PAGAS DE UM ANO. PARA
      * CADA COMISSAO PAGA NO CONTROLE COMMCTL ('P') A COMISSAO E
      * RECALCULADA COM O SALES-MASTER E A COMMRATE ATUAIS, NOS
      * MESMOS MOLDES DO PROGCOB50 (FAIXAS POR MES E BONUS DE META).
      * A DIFERENCA PARA O JA RECONHECIDO (VALOR DO COMMCTL MAIS OS
      * AJUSTES ANTERIORES DO ANO) VIRA UM REGISTRO DE AJUSTE NO
      * COMMAJUS - POSITIVO A PAGAR, NEGATIVO A DESCONTAR - QUE O
      * PROGCOB50 LEVA NA PROXIMA REMESSA DO VENDEDOR OU MANTEM COMO
      * SALDO A DESCONTAR. RODAR DE NOVO SEM MOVIMENTO NAO GERA NOVO
      * AJUSTE. O RELATORIO DE AJUSTES PARA O VISTO DA FOLHA SAI EM
      * GERACAO DE SPOOL AJUSCOMS PELO PROGCOB40. EM EXECUCAO 'B' O
      * ANO VEM DO PARAMETRO; RETORNO 8 SEM A COMMRATE
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - RECALCULO PASSA A INCLUIR O OVERRIDE DO
      *              SUPERVISOR (MESMA APURACAO DO PROGCOB50 PELO
      *              PROGCOB85). JA RECONHECIDO = CTL-VALOR MAIS
      *              CTL-VALOR-OVERRIDE MAIS OS AJUSTES; SUPERVISOR SEM
      *              SALES-MASTER E CONFERIDO SO PELO OVERRIDE, COM O
      *              NOME DO PERSNMAS
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
           SELECT RATE-FILE ASSIGN TO "COMMRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RATE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "COMMCTL"
               ORGANIZATION IS INDEXED
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

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RATE-LIMITE       PIC 9(6)V99.
           05 RATE-PERCENTUAL   PIC 9(2)V99.

       FD  CONTROL-FILE.
       01  CTL-RECORD.
           COPY COMMCTL REPLACING ==:PREFIX:== BY ==CTL==.

       FD  ADJUST-FILE.
       01  AJUS-RECORD.
           COPY COMMAJUS REPLACING ==:PREFIX:== BY ==AJUS==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       COPY HIERARQ REPLACING ==:PREFIX:== BY ==HRQ==.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-ABERTO   PIC X(01)   VALUE 'N'.
       77  WRK-RATE-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CTL-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-AJUS-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-FIM-AJUSTES     PIC X(01)   VALUE 'N'.
       77  WRK-SEM-TABELA      PIC X(01)   VALUE 'N'.
       77  WRK-TEM-VENDA       PIC X(01)   VALUE 'N'.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-DATA-HOJE       PIC 9(08)   VALUE ZEROS.
       77  WRK-SUBSCRITO       PIC 9(02)   VALUE ZEROS.
       77  WRK-SUBFAIXA        PIC 9(02)   VALUE ZEROS.
       77  WRK-QTD-FAIXAS      PIC 9(02)   VALUE ZEROS.
       77  WRK-TAXA            PIC 9(2)V99 VALUE ZEROS.
       77  WRK-TAXA-BONUS      PIC 9(2)V99 VALUE 2,00.
       77  WRK-COMISSAO-MES    PIC 9(6)V99 VALUE ZEROS.
       77  WRK-TOTAL           PIC 9(8)V99 VALUE ZEROS.
       77  WRK-TOTAL-COMISSAO  PIC 9(8)V99 VALUE ZEROS.
       77  WRK-BONUS           PIC 9(7)V99 VALUE ZEROS.
       77  WRK-PAGAVEL         PIC 9(8)V99 VALUE ZEROS.
       77  WRK-BASE            PIC S9(8)V99 VALUE ZEROS.
       77  WRK-DIFERENCA       PIC S9(8)V99 VALUE ZEROS.
       77  WRK-ULTIMA-SEQ      PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-CONFERIDAS  PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-AJUSTES     PIC 9(06)   VALUE ZEROS.
       77  WRK-QTD-SEM-VENDA   PIC 9(06)   VALUE ZEROS.
       77  WRK-TOTAL-A-PAGAR   PIC 9(9)V99 VALUE ZEROS.
       77  WRK-TOTAL-A-DESCONTAR PIC 9(9)V99 VALUE ZEROS.
       77  WRK-OVERRIDE        PIC 9(8)V99 VALUE ZEROS.
       77  WRK-OVERRIDE-MES    PIC 9(6)V99 VALUE ZEROS.
       77  WRK-SUBOVERRIDE     PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-SUPERVISORES PIC 9(03)  VALUE ZEROS.
       77  WRK-A-NOME-PESSOA   PIC X(10)   VALUE SPACES.
       77  WRK-A-SOBRENOME-PESSOA PIC X(10) VALUE SPACES.

      ****************************** OVERRIDE DO ANO POR SUPERVISOR
       01  WRK-TABELA-OVERRIDE.
           05 WRK-OVERRIDE-SUP OCCURS 500 TIMES.
               10 WRK-OV-SUPERVISOR PIC 9(05).
               10 WRK-OV-VALOR      PIC 9(8)V99.

       01  WRK-TABELA-FAIXAS.
           05 WRK-FAIXA        OCCURS 10 TIMES.
               10 WRK-F-LIMITE     PIC 9(6)V99.
               10 WRK-F-PERCENTUAL PIC 9(2)V99.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(40) VALUE
              'AJUSTES DE COMISSAO APURADOS - ANO '.
           05 WRK-T-ANO        PIC 9(04).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'VENDEDOR NOME                 RECONHECID'.
           05 FILLER           PIC X(40) VALUE
              'O  RECALCULADO       DIFERENCA'.

       01  WRK-LINHA-AJUSTE.
           05 WRK-A-VENDEDOR   PIC 9(05).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WRK-A-NOME       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-A-SOBRENOME  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-A-BASE       PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-A-RECALCULO  PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-A-DIFERENCA  PIC -ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-VALOR     PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-ANO TO WRK-ANO
           ELSE
               DISPLAY 'ANO DAS COMISSOES A RECALCULAR..'
               ACCEPT WRK-ANO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-TABELA.
           IF WRK-SEM-TABELA = 'S'
               MOVE 8 TO LNK-RETORNO
           ELSE
               PERFORM 0050-ABRIR-ARQUIVOS
               PERFORM 0150-APURAR-OVERRIDE
               PERFORM 0200-PROCESSAR-CONTROLE
               PERFORM 0500-ENCERRAR
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT SALES-MASTER.
           IF WRK-SALES-STATUS = '35'
               CLOSE SALES-MASTER
               OPEN OUTPUT SALES-MASTER
               CLOSE SALES-MASTER
               OPEN INPUT SALES-MASTER
           END-IF.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS = '35'
               CLOSE CONTROL-FILE
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
               OPEN INPUT CONTROL-FILE
           END-IF.
           OPEN I-O ADJUST-FILE.
           IF WRK-AJUS-STATUS = '35'
               CLOSE ADJUST-FILE
               OPEN OUTPUT ADJUST-FILE
               CLOSE ADJUST-FILE
               OPEN I-O ADJUST-FILE
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '00'
               MOVE 'S' TO WRK-PERSON-ABERTO
           END-IF.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'AJUSCOMS' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE WRK-ANO TO WRK-T-ANO.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0100-CARREGAR-TABELA.
           MOVE ZEROS TO WRK-QTD-FAIXAS.
           OPEN INPUT RATE-FILE.
           IF WRK-RATE-STATUS = '35'
               DISPLAY 'TABELA DE COMISSAO COMMRATE NAO ENCONTRADA'
               MOVE 'S' TO WRK-SEM-TABELA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-FAIXA
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                          OR WRK-QTD-FAIXAS >= 10
                   ADD 1 TO WRK-QTD-FAIXAS
                   MOVE RATE-LIMITE
                       TO WRK-F-LIMITE(WRK-QTD-FAIXAS)
                   MOVE RATE-PERCENTUAL
                       TO WRK-F-PERCENTUAL(WRK-QTD-FAIXAS)
                   PERFORM 0110-LER-FAIXA
               END-PERFORM
               CLOSE RATE-FILE
               IF WRK-QTD-FAIXAS = ZEROS
                   DISPLAY 'TABELA DE COMISSAO COMMRATE VAZIA'
                   MOVE 'S' TO WRK-SEM-TABELA
               END-IF
           END-IF.

       0110-LER-FAIXA.
           READ RATE-FILE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

      ****************************** OVERRIDE DE CADA MES PARA O
      ****************************** SUPERVISOR EM VIGOR NO DIA 1,
      ****************************** COMO NO PROGCOB50
       0150-APURAR-OVERRIDE.
           MOVE ZEROS TO WRK-QTD-SUPERVISORES.
           MOVE WRK-ANO TO SALES-ANO.
           MOVE ZEROS   TO SALES-ID-VENDEDOR.
           START SALES-MASTER
               KEY IS NOT LESS THAN SALES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ SALES-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF SALES-ANO NOT = WRK-ANO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                                   UNTIL WRK-SUBSCRITO > 12
                               IF SALES-MES(WRK-SUBSCRITO) > ZEROS
                                   PERFORM 0160-OVERRIDE-DO-MES
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

       0160-OVERRIDE-DO-MES.
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
                       DISPLAY 'TABELA DE OVERRIDE CHEIA - FORA DO '
                           'RECALCULO: ' HRQ-ID-SUPERVISOR
                       MOVE ZEROS TO WRK-SUBOVERRIDE
                   ELSE
                       ADD 1 TO WRK-QTD-SUPERVISORES
                       MOVE HRQ-ID-SUPERVISOR
                           TO WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE)
                       MOVE ZEROS TO WRK-OV-VALOR(WRK-SUBOVERRIDE)
                   END-IF
               END-IF
               IF WRK-SUBOVERRIDE > ZEROS
                   ADD WRK-OVERRIDE-MES
                       TO WRK-OV-VALOR(WRK-SUBOVERRIDE)
               END-IF
           END-IF.

       0200-PROCESSAR-CONTROLE.
           MOVE WRK-ANO TO CTL-ANO.
           MOVE ZEROS   TO CTL-ID-VENDEDOR.
           START CONTROL-FILE
               KEY IS NOT LESS THAN CTL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ CONTROL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF CTL-ANO NOT = WRK-ANO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF CTL-SITUACAO = 'P'
                               PERFORM 0210-CONFERIR-COMISSAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0210-CONFERIR-COMISSAO.
           ADD 1 TO WRK-QTD-CONFERIDAS.
           MOVE CTL-ANO         TO SALES-ANO.
           MOVE CTL-ID-VENDEDOR TO SALES-ID-VENDEDOR.
           READ SALES-MASTER
               KEY IS SALES-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-VENDA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-VENDA
           END-READ.
           PERFORM 0215-LOCALIZAR-OVERRIDE.
           IF WRK-TEM-VENDA = 'N' AND WRK-OVERRIDE = ZEROS
              AND CTL-VALOR-OVERRIDE = ZEROS
               ADD 1 TO WRK-QTD-SEM-VENDA
               DISPLAY 'COMISSAO PAGA SEM VENDEDOR NO SALES-MASTER: '
                   CTL-ANO ' ' CTL-ID-VENDEDOR
           ELSE
               IF WRK-TEM-VENDA = 'S'
                   PERFORM 0230-CALCULAR-COMISSAO
                   MOVE SALES-NOME      TO WRK-A-NOME-PESSOA
                   MOVE SALES-SOBRENOME TO WRK-A-SOBRENOME-PESSOA
               ELSE
                   MOVE ZEROS TO WRK-PAGAVEL
                   PERFORM 0218-NOME-DO-PERSNMAS
               END-IF
               ADD WRK-OVERRIDE TO WRK-PAGAVEL
               PERFORM 0220-APURAR-BASE
               COMPUTE WRK-DIFERENCA = WRK-PAGAVEL - WRK-BASE
               IF WRK-DIFERENCA NOT = ZEROS
                   PERFORM 0240-GRAVAR-AJUSTE
               END-IF
           END-IF.

       0215-LOCALIZAR-OVERRIDE.
           MOVE ZEROS TO WRK-OVERRIDE.
           MOVE 1 TO WRK-SUBOVERRIDE.
           PERFORM UNTIL WRK-SUBOVERRIDE > WRK-QTD-SUPERVISORES
                      OR WRK-OV-SUPERVISOR(WRK-SUBOVERRIDE)
                         = CTL-ID-VENDEDOR
               ADD 1 TO WRK-SUBOVERRIDE
           END-PERFORM.
           IF WRK-SUBOVERRIDE NOT > WRK-QTD-SUPERVISORES
               MOVE WRK-OV-VALOR(WRK-SUBOVERRIDE) TO WRK-OVERRIDE
           END-IF.

       0218-NOME-DO-PERSNMAS.
           MOVE SPACES TO WRK-A-NOME-PESSOA WRK-A-SOBRENOME-PESSOA.
           IF WRK-PERSON-ABERTO = 'S'
               MOVE CTL-ID-VENDEDOR TO PERSON-ID-PESSOA
               READ PERSON-MASTER
                   KEY IS PERSON-ID-PESSOA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NOME      TO WRK-A-NOME-PESSOA
                       MOVE PERSON-SOBRENOME TO WRK-A-SOBRENOME-PESSOA
               END-READ
           END-IF.

      ****************************** JA RECONHECIDO = COMISSAO E
      ****************************** OVERRIDE DO COMMCTL MAIS OS
      ****************************** AJUSTES DE RECALCULO DO ANO
       0220-APURAR-BASE.
           COMPUTE WRK-BASE = CTL-VALOR + CTL-VALOR-OVERRIDE.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE CTL-ANO         TO AJUS-ANO.
           MOVE CTL-ID-VENDEDOR TO AJUS-ID-VENDEDOR.
           MOVE ZEROS           TO AJUS-SEQUENCIA.
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
                       IF AJUS-ANO NOT = CTL-ANO
                          OR AJUS-ID-VENDEDOR NOT = CTL-ID-VENDEDOR
                           MOVE 'S' TO WRK-FIM-AJUSTES
                       ELSE
                           MOVE AJUS-SEQUENCIA TO WRK-ULTIMA-SEQ
                           IF AJUS-ORIGEM = 'R'
                               ADD AJUS-VALOR TO WRK-BASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-BASE < ZEROS
               MOVE ZEROS TO WRK-BASE
           END-IF.

       0230-CALCULAR-COMISSAO.
           MOVE ZEROS TO WRK-TOTAL WRK-TOTAL-COMISSAO.
           PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                   UNTIL WRK-SUBSCRITO > 12
               PERFORM 0400-LOCALIZAR-TAXA
               COMPUTE WRK-COMISSAO-MES ROUNDED =
                   SALES-MES(WRK-SUBSCRITO) * WRK-TAXA / 100
               ADD SALES-MES(WRK-SUBSCRITO) TO WRK-TOTAL
               ADD WRK-COMISSAO-MES TO WRK-TOTAL-COMISSAO
           END-PERFORM.
           IF SALES-META > ZEROS AND WRK-TOTAL > SALES-META
               COMPUTE WRK-BONUS ROUNDED =
                   WRK-TOTAL * WRK-TAXA-BONUS / 100
           ELSE
               MOVE ZEROS TO WRK-BONUS
           END-IF.
           COMPUTE WRK-PAGAVEL = WRK-TOTAL-COMISSAO + WRK-BONUS.

       0240-GRAVAR-AJUSTE.
           MOVE CTL-ANO         TO AJUS-ANO.
           MOVE CTL-ID-VENDEDOR TO AJUS-ID-VENDEDOR.
           COMPUTE AJUS-SEQUENCIA = WRK-ULTIMA-SEQ + 1.
           MOVE 'R'             TO AJUS-ORIGEM.
           MOVE WRK-DATA-HOJE   TO AJUS-DATA-APURACAO.
           MOVE WRK-BASE        TO AJUS-VALOR-BASE.
           MOVE WRK-PAGAVEL     TO AJUS-VALOR-RECALCULADO.
           MOVE WRK-DIFERENCA   TO AJUS-VALOR.
           MOVE 'P'             TO AJUS-SITUACAO.
           MOVE ZEROS           TO AJUS-ANO-INCLUSAO AJUS-REMESSA
                                   AJUS-DATA-INCLUSAO.
           WRITE AJUS-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR COMMAJUS: ' AJUS-CHAVE
           END-WRITE.
           ADD 1 TO WRK-QTD-AJUSTES.
           IF WRK-DIFERENCA > ZEROS
               ADD WRK-DIFERENCA TO WRK-TOTAL-A-PAGAR
           ELSE
               SUBTRACT WRK-DIFERENCA FROM WRK-TOTAL-A-DESCONTAR
           END-IF.
           MOVE CTL-ID-VENDEDOR TO WRK-A-VENDEDOR.
           MOVE WRK-A-NOME-PESSOA TO WRK-A-NOME.
           MOVE WRK-A-SOBRENOME-PESSOA TO WRK-A-SOBRENOME.
           MOVE WRK-BASE        TO WRK-A-BASE.
           MOVE WRK-PAGAVEL     TO WRK-A-RECALCULO.
           MOVE WRK-DIFERENCA   TO WRK-A-DIFERENCA.
           WRITE PRINT-RECORD FROM WRK-LINHA-AJUSTE.

       0400-LOCALIZAR-TAXA.
           MOVE WRK-F-PERCENTUAL(WRK-QTD-FAIXAS) TO WRK-TAXA.
           PERFORM VARYING WRK-SUBFAIXA FROM WRK-QTD-FAIXAS BY -1
                   UNTIL WRK-SUBFAIXA < 1
               IF SALES-MES(WRK-SUBSCRITO) <=
                  WRK-F-LIMITE(WRK-SUBFAIXA)
                   MOVE WRK-F-PERCENTUAL(WRK-SUBFAIXA) TO WRK-TAXA
               END-IF
           END-PERFORM.

       0500-ENCERRAR.
           IF WRK-QTD-AJUSTES = ZEROS
               MOVE '  NENHUMA DIFERENCA APURADA' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'COMISSOES PAGAS CONFERIDAS: ' WRK-QTD-CONFERIDAS
               '  AJUSTES: ' WRK-QTD-AJUSTES
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'AJUSTES A PAGAR...........:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-A-PAGAR TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'AJUSTES A DESCONTAR.......:' TO WRK-TL-ROTULO.
           MOVE WRK-TOTAL-A-DESCONTAR TO WRK-TL-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'OS AJUSTES ENTRAM NA PROXIMA REMESSA DO VENDEDOR'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     ________________________________'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     VISTO DA FOLHA DE PAGAMENTO'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           CLOSE SALES-MASTER.
           CLOSE CONTROL-FILE.
           CLOSE ADJUST-FILE.
           IF WRK-PERSON-ABERTO = 'S'
               CLOSE PERSON-MASTER
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'COMISSOES CONFERIDAS.....: ' WRK-QTD-CONFERIDAS.
           DISPLAY 'AJUSTES GRAVADOS.........: ' WRK-QTD-AJUSTES.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB75' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'RECALCULO COMISSAO ANO=' WRK-ANO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           IF WRK-SEM-TABELA = 'S'
               MOVE 'SEM COMMRATE' TO AUDITORIA-RESULTADO
           ELSE
               STRING 'AJUSTES=' WRK-QTD-AJUSTES
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
