      * 02/09/2026 - FELIPE - LINHA DE AUDITORIA PASSA A SER GRAVADA
      *              PELO GERENCIADOR PROGCOB57, QUE ATRIBUI A
      *              SEQUENCIA CORRIDA DO AUDIT-LOG
      * 15/10/2026 - FELIPE - FIM DO HISTORICO IMPRIME O COEFICIENTE
      *              DE RENDIMENTO (CR) E AS CARGAS CURSADA E
      *              APROVADA, COM A MESMA REGRA DO PROGCOB86 (SO
      *              LANCAMENTO FECHADO, PONDERADO PELA CARGA)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-PAGINA        PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ALUNOS    PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-REGISTROS PIC 9(05) VALUE ZEROS.
       77  WRK-CARGA         PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA-PONDERADA PIC 9(07)V9 VALUE ZEROS.
       77  WRK-CARGA-CURSADA PIC 9(05) VALUE ZEROS.
       77  WRK-CARGA-APROVADA PIC 9(05) VALUE ZEROS.
       77  WRK-CR            PIC 9(02)V99 VALUE ZEROS.

       01  WRK-LINHA-ALUNO.
           05 FILLER           PIC X(11) VALUE 'MATRICULA: '.
           05 FILLER           PIC X(15) VALUE '  RECUPERACAO: '.
           05 WRK-R-NOTA       PIC Z9,9.

       01  WRK-LINHA-CR.
           05 FILLER           PIC X(34) VALUE
              'COEFICIENTE DE RENDIMENTO (CR): '.
           05 WRK-CR-VALOR     PIC Z9,99.
           05 FILLER           PIC X(17) VALUE '  CARGA CURSADA: '.
           05 WRK-CR-CURSADA   PIC ZZZZ9.
           05 FILLER           PIC X(12) VALUE '  APROVADA: '.
           05 WRK-CR-APROVADA  PIC ZZZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           ADD 1 TO WRK-QTD-REGISTROS.

           PERFORM 0430-BUSCAR-DISCIPLINA.
           PERFORM 0440-ACUMULAR-CR.
           MOVE GRADE-PERIODO    TO WRK-D-PERIODO.
           WRITE PRINT-RECORD FROM WRK-LINHA-DISCIPLINA.

           MOVE GRADE-ID-ALUNO   TO WRK-A-ID.
           MOVE GRADE-NOME       TO WRK-A-NOME.
           MOVE GRADE-SOBRENOME  TO WRK-A-SOBRENOME.
           MOVE ZEROS TO WRK-SOMA-PONDERADA WRK-CARGA-CURSADA
                         WRK-CARGA-APROVADA.
           WRITE PRINT-RECORD FROM WRK-LINHA-ALUNO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
               INVALID KEY
                   MOVE GRADE-DISCIPLINA TO WRK-D-DISCIPLINA
                   MOVE ZEROS            TO WRK-D-CARGA
                   MOVE ZEROS            TO WRK-CARGA
               NOT INVALID KEY
                   MOVE DISC-NOME  TO WRK-D-DISCIPLINA
                   MOVE DISC-CARGA TO WRK-D-CARGA
                   MOVE DISC-CARGA TO WRK-CARGA
           END-READ.

      ****************************** SO LANCAMENTO FECHADO ENTRA NO
      ****************************** CR (RECUPERACAO AINDA NAO)
       0440-ACUMULAR-CR.
           IF GRADE-SITUACAO = 'APROVADO'
              OR GRADE-SITUACAO = 'REPROVADO'
              OR GRADE-SITUACAO = 'REPROV FALTA'
               COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                   + GRADE-MEDIA * WRK-CARGA
               ADD WRK-CARGA TO WRK-CARGA-CURSADA
               IF GRADE-SITUACAO = 'APROVADO'
                   ADD WRK-CARGA TO WRK-CARGA-APROVADA
               END-IF
           END-IF.

       0420-ENCERRAR-ALUNO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-CARGA-CURSADA > ZEROS
               COMPUTE WRK-CR ROUNDED =
                   WRK-SOMA-PONDERADA / WRK-CARGA-CURSADA
           ELSE
               MOVE ZEROS TO WRK-CR
           END-IF.
           MOVE WRK-CR             TO WRK-CR-VALOR.
           MOVE WRK-CARGA-CURSADA  TO WRK-CR-CURSADA.
           MOVE WRK-CARGA-APROVADA TO WRK-CR-APROVADA.
           WRITE PRINT-RECORD FROM WRK-LINHA-CR.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     ________________________________'
