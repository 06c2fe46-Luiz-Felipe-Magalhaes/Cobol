      * DIAS, MES DE 30), COMO NOS DEMAIS FECHAMENTOS
      * DATA   = 02/09/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - MENSALIDADES ABERTAS PELO FATURAMENTO DO
      *              PROGCOB91 (ORIGEM 'M', SEM VENDEDOR) SAEM NUMA
      *              LINHA PROPRIA MENSALIDADES, COM A IDADE CONTADA
      *              DO VENCIMENTO, E ENTRAM NO SALDO TOTAL
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10 WRK-V-ATE90       PIC 9(8)V99.
               10 WRK-V-MAIS90      PIC 9(8)V99.

       01  WRK-MENSALIDADES.
           05 WRK-M-QTD            PIC 9(05)   VALUE ZEROS.
           05 WRK-M-ATE30          PIC 9(8)V99 VALUE ZEROS.
           05 WRK-M-ATE60          PIC 9(8)V99 VALUE ZEROS.
           05 WRK-M-ATE90          PIC 9(8)V99 VALUE ZEROS.
           05 WRK-M-MAIS90         PIC 9(8)V99 VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(40) VALUE
              'AGING DO CONTAS A RECEBER - REFERENCIA '.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-MAIS90     PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-MENSALIDADES.
           05 FILLER           PIC X(09) VALUE 'MENSALID.'.
           05 WRK-LM-QTD       PIC ZZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-ATE30     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-ATE60     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-ATE90     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LM-MAIS90    PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-VALOR     PIC ZZZ.ZZZ.ZZ9,99.
               MOVE ZEROS TO WRK-IDADE
           END-IF.

           IF RECV-ORIGEM = 'M'
               PERFORM 0220-CLASSIFICAR-MENSALIDADE
           ELSE
               PERFORM 0205-CLASSIFICAR-VENDA
           END-IF.

       0205-CLASSIFICAR-VENDA.
           PERFORM 0210-LOCALIZAR-VENDEDOR.
           IF WRK-SUBVEND > ZEROS
               ADD 1 TO WRK-V-QTD(WRK-SUBVEND)
               END-IF
           END-IF.

       0220-CLASSIFICAR-MENSALIDADE.
           ADD 1 TO WRK-M-QTD.
           ADD 1 TO WRK-QTD-ABERTOS.
           ADD WRK-SALDO TO WRK-TOTAL-GERAL.
           EVALUATE TRUE
               WHEN WRK-IDADE <= 30
                   ADD WRK-SALDO TO WRK-M-ATE30
               WHEN WRK-IDADE <= 60
                   ADD WRK-SALDO TO WRK-M-ATE60
               WHEN WRK-IDADE <= 90
                   ADD WRK-SALDO TO WRK-M-ATE90
               WHEN OTHER
                   ADD WRK-SALDO TO WRK-M-MAIS90
           END-EVALUATE.

       0300-IMPRIMIR-RELATORIO.
           PERFORM VARYING WRK-SUBVEND FROM 1 BY 1
                   UNTIL WRK-SUBVEND > WRK-QTD-VENDEDORES
               MOVE WRK-V-MAIS90(WRK-SUBVEND) TO WRK-D-MAIS90
               WRITE PRINT-RECORD FROM WRK-LINHA-VENDEDOR
           END-PERFORM.
           IF WRK-M-QTD > ZEROS
               MOVE WRK-M-QTD    TO WRK-LM-QTD
               MOVE WRK-M-ATE30  TO WRK-LM-ATE30
               MOVE WRK-M-ATE60  TO WRK-LM-ATE60
               MOVE WRK-M-ATE90  TO WRK-LM-ATE90
               MOVE WRK-M-MAIS90 TO WRK-LM-MAIS90
               WRITE PRINT-RECORD FROM WRK-LINHA-MENSALIDADES
           END-IF.
           MOVE '--------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
