       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB90.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DAS TABELAS DO FATURAMENTO DE
      * MENSALIDADES DO PROGCOB91 - TABELA DE MENSALIDADES TABMENS
      * (VALOR MENSAL POR HORA DE CARGA HORARIA, POR PERIODO; O
      * PERIODO 00 E A TAXA PADRAO) E CADASTRO DE BOLSAS E DESCONTOS
      * BOLSAS (PERCENTUAIS POR ALUNO, COM MOTIVO). INCLUSAO,
      * ALTERACAO, EXCLUSAO E LISTAGEM
      * DATA   = 15/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - VALOR POR HORA E PERCENTUAIS DIGITADOS
      *              X 100 PASSAM A SER DIVIDIDOS POR 100 NA CARGA
      *              DO CAMPO (001250 = 12,50 / 05000 = 50,00)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-TABLE ASSIGN TO "TABMENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMEN-PERIODO
               FILE STATUS IS WRK-TMEN-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLS-ID-ALUNO
               FILE STATUS IS WRK-BOLS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TUITION-TABLE.
       01  TMEN-RECORD.
           COPY MENSTAB REPLACING ==:PREFIX:== BY ==TMEN==.

       FD  SCHOLARSHIP-FILE.
       01  BOLS-RECORD.
           COPY BOLSA REPLACING ==:PREFIX:== BY ==BOLS==.

       WORKING-STORAGE SECTION.
       77  WRK-TMEN-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-BOLS-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-PERIODO       PIC 9(02) VALUE ZEROS.
       77  WRK-ID-ALUNO      PIC 9(05) VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(20) VALUE SPACES.
       77  WRK-RESPOSTA      PIC X(01) VALUE SPACES.
       77  WRK-VALOR-ALFA    PIC X(06) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-VALOR-HORA    PIC 9(4)V99 VALUE ZEROS.
       77  WRK-VALOR-CENTAVOS PIC 9(06)  VALUE ZEROS.
       77  WRK-PCT-ALFA      PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-PCT           PIC 9(3)V99 VALUE ZEROS.
       77  WRK-PCT-CENTESIMOS PIC 9(05)  VALUE ZEROS.
       77  WRK-PCT-VALIDO    PIC X(01) VALUE 'N'.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADOS  PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE TUITION-TABLE.
           CLOSE SCHOLARSHIP-FILE.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O TUITION-TABLE.
           IF WRK-TMEN-STATUS = '35'
               CLOSE TUITION-TABLE
               OPEN OUTPUT TUITION-TABLE
               CLOSE TUITION-TABLE
               OPEN I-O TUITION-TABLE
           END-IF.
           OPEN I-O SCHOLARSHIP-FILE.
           IF WRK-BOLS-STATUS = '35'
               CLOSE SCHOLARSHIP-FILE
               OPEN OUTPUT SCHOLARSHIP-FILE
               CLOSE SCHOLARSHIP-FILE
               OPEN I-O SCHOLARSHIP-FILE
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB90 - MENSALIDADES E BOLSAS'.
           DISPLAY '1 - INCLUIR/ALTERAR TAXA DO PERIODO'.
           DISPLAY '2 - EXCLUIR TAXA DO PERIODO'.
           DISPLAY '3 - LISTAR TABELA DE MENSALIDADES'.
           DISPLAY '4 - INCLUIR/ALTERAR BOLSA DO ALUNO'.
           DISPLAY '5 - EXCLUIR BOLSA DO ALUNO'.
           DISPLAY '6 - LISTAR BOLSAS E DESCONTOS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-GRAVAR-TAXA
               WHEN 2
                   PERFORM 0350-EXCLUIR-TAXA
               WHEN 3
                   PERFORM 0400-LISTAR-TAXAS
               WHEN 4
                   PERFORM 0500-GRAVAR-BOLSA
               WHEN 5
                   PERFORM 0550-EXCLUIR-BOLSA
               WHEN 6
                   PERFORM 0600-LISTAR-BOLSAS
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB90'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

      ****************************** PERIODO 00 = TAXA PADRAO DOS
      ****************************** PERIODOS SEM TAXA PROPRIA
       0300-GRAVAR-TAXA.
           DISPLAY 'PERIODO/SEMESTRE (0 PARA A TAXA PADRAO)..'
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE WRK-PERIODO TO TMEN-PERIODO.
           READ TUITION-TABLE
               KEY IS TMEN-PERIODO
               INVALID KEY
                   MOVE 'N' TO WRK-ENCONTRADO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ENCONTRADO
                   DISPLAY 'TAXA ATUAL POR HORA..: ' TMEN-VALOR-HORA
           END-READ.
           DISPLAY 'VALOR MENSAL POR HORA DE CARGA X 100 '
               '(EX: 001250 = 12,50)..'
           ACCEPT WRK-VALOR-ALFA FROM CONSOLE.
           INSPECT WRK-VALOR-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-VALOR-ALFA IS NOT NUMERIC
              OR WRK-VALOR-ALFA = ZEROS
               DISPLAY 'VALOR INVALIDO - TAXA NAO GRAVADA'
           ELSE
               MOVE WRK-VALOR-ALFA TO WRK-VALOR-CENTAVOS
               COMPUTE WRK-VALOR-HORA = WRK-VALOR-CENTAVOS / 100
               MOVE WRK-PERIODO    TO TMEN-PERIODO
               MOVE WRK-VALOR-HORA TO TMEN-VALOR-HORA
               ACCEPT TMEN-DATA-CADASTRO FROM DATE YYYYMMDD
               IF WRK-ENCONTRADO = 'S'
                   REWRITE TMEN-RECORD
                   DISPLAY 'TAXA DO PERIODO ALTERADA'
               ELSE
                   WRITE TMEN-RECORD
                   DISPLAY 'TAXA DO PERIODO INCLUIDA'
               END-IF
           END-IF.

       0350-EXCLUIR-TAXA.
           DISPLAY 'PERIODO/SEMESTRE A EXCLUIR..'
           ACCEPT WRK-PERIODO FROM CONSOLE.
           MOVE WRK-PERIODO TO TMEN-PERIODO.
           DELETE TUITION-TABLE
               INVALID KEY
                   DISPLAY 'PERIODO SEM TAXA NA TABELA'
               NOT INVALID KEY
                   DISPLAY 'TAXA DO PERIODO EXCLUIDA'
           END-DELETE.

       0400-LISTAR-TAXAS.
           MOVE ZEROS TO TMEN-PERIODO WRK-QTD-LISTADOS.
           START TUITION-TABLE
               KEY IS NOT LESS THAN TMEN-PERIODO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           DISPLAY 'PER VALOR/HORA DESDE'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ TUITION-TABLE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       DISPLAY TMEN-PERIODO '  ' TMEN-VALOR-HORA '  '
                           TMEN-DATA-CADASTRO
                       ADD 1 TO WRK-QTD-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY 'TAXAS LISTADAS..: ' WRK-QTD-LISTADOS.

      ****************************** BOLSA SOBRE A MENSALIDADE E
      ****************************** DESCONTO SOBRE O QUE SOBRA
       0500-GRAVAR-BOLSA.
           DISPLAY 'MATRICULA DO ALUNO..'
           ACCEPT WRK-ID-ALUNO FROM CONSOLE.
           IF WRK-ID-ALUNO = ZEROS
               DISPLAY 'ALUNO INVALIDO'
           ELSE
               MOVE WRK-ID-ALUNO TO BOLS-ID-ALUNO
               READ SCHOLARSHIP-FILE
                   KEY IS BOLS-ID-ALUNO
                   INVALID KEY
                       MOVE 'N' TO WRK-ENCONTRADO
                       MOVE WRK-ID-ALUNO TO BOLS-ID-ALUNO
                       MOVE ZEROS  TO BOLS-PCT-BOLSA BOLS-PCT-DESCONTO
                       MOVE SPACES TO BOLS-MOTIVO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
                       DISPLAY 'BOLSA ATUAL....: ' BOLS-PCT-BOLSA
                       DISPLAY 'DESCONTO ATUAL.: ' BOLS-PCT-DESCONTO
                       DISPLAY 'MOTIVO.........: ' BOLS-MOTIVO
               END-READ
               DISPLAY 'PERCENTUAL DE BOLSA X 100 (EX: 05000 = 50,00)'
               PERFORM 0510-ACEITAR-PERCENTUAL
               IF WRK-PCT-VALIDO = 'S'
                   MOVE WRK-PCT TO BOLS-PCT-BOLSA
                   DISPLAY 'PERCENTUAL DE DESCONTO X 100 '
                       '(EX: 01000 = 10,00)'
                   PERFORM 0510-ACEITAR-PERCENTUAL
               END-IF
               IF WRK-PCT-VALIDO = 'S'
                   MOVE WRK-PCT TO BOLS-PCT-DESCONTO
                   DISPLAY 'MOTIVO (BRANCO MANTEM O ATUAL)..'
                   ACCEPT WRK-MOTIVO FROM CONSOLE
                   IF WRK-MOTIVO NOT = SPACES
                       MOVE WRK-MOTIVO TO BOLS-MOTIVO
                   END-IF
                   ACCEPT BOLS-DATA-CADASTRO FROM DATE YYYYMMDD
                   IF WRK-ENCONTRADO = 'S'
                       REWRITE BOLS-RECORD
                       DISPLAY 'BOLSA DO ALUNO ALTERADA'
                   ELSE
                       WRITE BOLS-RECORD
                       DISPLAY 'BOLSA DO ALUNO INCLUIDA'
                   END-IF
               ELSE
                   DISPLAY 'PERCENTUAL INVALIDO - BOLSA NAO GRAVADA'
               END-IF
           END-IF.

       0510-ACEITAR-PERCENTUAL.
           MOVE 'N' TO WRK-PCT-VALIDO.
           ACCEPT WRK-PCT-ALFA FROM CONSOLE.
           INSPECT WRK-PCT-ALFA REPLACING LEADING SPACE BY ZERO.
           IF WRK-PCT-ALFA IS NUMERIC
               MOVE WRK-PCT-ALFA TO WRK-PCT-CENTESIMOS
               COMPUTE WRK-PCT = WRK-PCT-CENTESIMOS / 100
               IF WRK-PCT NOT > 100
                   MOVE 'S' TO WRK-PCT-VALIDO
               END-IF
           END-IF.

       0550-EXCLUIR-BOLSA.
           DISPLAY 'MATRICULA DO ALUNO..'
           ACCEPT WRK-ID-ALUNO FROM CONSOLE.
           MOVE WRK-ID-ALUNO TO BOLS-ID-ALUNO.
           READ SCHOLARSHIP-FILE
               KEY IS BOLS-ID-ALUNO
               INVALID KEY
                   DISPLAY 'ALUNO SEM BOLSA CADASTRADA'
               NOT INVALID KEY
                   DISPLAY 'BOLSA ' BOLS-PCT-BOLSA ' DESCONTO '
                       BOLS-PCT-DESCONTO ' ' BOLS-MOTIVO
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N)..'
                   ACCEPT WRK-RESPOSTA FROM CONSOLE
                   IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                       DELETE SCHOLARSHIP-FILE
                       DISPLAY 'BOLSA DO ALUNO EXCLUIDA'
                   ELSE
                       DISPLAY 'EXCLUSAO CANCELADA'
                   END-IF
           END-READ.

       0600-LISTAR-BOLSAS.
           MOVE ZEROS TO BOLS-ID-ALUNO WRK-QTD-LISTADOS.
           START SCHOLARSHIP-FILE
               KEY IS NOT LESS THAN BOLS-ID-ALUNO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           DISPLAY 'ALUNO  BOLSA  DESC.  MOTIVO               DESDE'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ SCHOLARSHIP-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       DISPLAY BOLS-ID-ALUNO '  ' BOLS-PCT-BOLSA ' '
                           BOLS-PCT-DESCONTO ' ' BOLS-MOTIVO ' '
                           BOLS-DATA-CADASTRO
                       ADD 1 TO WRK-QTD-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY 'BOLSAS LISTADAS..: ' WRK-QTD-LISTADOS.
