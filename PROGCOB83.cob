       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB83.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: COMPARATIVO DE VENDAS ANO A ANO - PARA CADA
      * VENDEDOR E PARA A EMPRESA, OS SALES-MES DO ANO INFORMADO E
      * DO ANO ANTERIOR MES A MES, COM VARIACAO E PERCENTUAL DE
      * CRESCIMENTO, O TOTAL DO ANO, O ACUMULADO ATE O ULTIMO MES
      * FECHADO E A PROJECAO DO FECHAMENTO DO ANO. OS DOIS ANOS SAO
      * LIDOS DO SALES-MASTER E, O QUE NAO ESTIVER MAIS NELE, DO
      * ARQUIVO MORTO SALESARC (PROGCOB35). ULTIMO MES FECHADO: O
      * MAIOR MES FECHADO DO ANO NO PERIODOS (PROGCOB77); SEM
      * FECHAMENTO, O MES ANTERIOR AO CORRENTE (ANO PASSADO = 12).
      * PROJECAO: ACUMULADO DO ANO X TOTAL DO ANO ANTERIOR /
      * ACUMULADO DO ANO ANTERIOR NOS MESMOS MESES (SAZONALIDADE);
      * SEM HISTORICO NO ANO ANTERIOR, MEDIA MENSAL X 12. SAI EM
      * GERACAO DE SPOOL COMPANO PELO PROGCOB40; PASSO TRIMESTRAL DO
      * JOBCTL (PROGCOB42). EM EXECUCAO 'B' O ANO (ZERO = ANO
      * CORRENTE) E O VENDEDOR (ZERO = TODOS) VEM DO PARAMETRO
      * DATA   = 14/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-MASTER ASSIGN TO "SALESMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
           SELECT SALES-ARCHIVE ASSIGN TO "SALESARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.
           SELECT PERIOD-FILE ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PER-STATUS.
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

       FD  SALES-ARCHIVE.
       01  ARCH-RECORD.
           05 ARCH-CHAVE.
               10 ARCH-ANO          PIC 9(04).
               10 ARCH-ID-VENDEDOR  PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==ARCH==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==ARCH==.

       FD  PERIOD-FILE.
       01  PER-RECORD.
           COPY PERIODO REPLACING ==:PREFIX:== BY ==PER==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-ARC-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-PER-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-ANO-ANTERIOR    PIC 9(04)   VALUE ZEROS.
       77  WRK-ID-VENDEDOR     PIC 9(05)   VALUE ZEROS.
       77  WRK-MES-BASE        PIC 9(02)   VALUE ZEROS.
       77  WRK-SUBSCRITO       PIC 9(02)   VALUE ZEROS.
       77  WRK-SUB1            PIC 9(03)   VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)   VALUE ZEROS.
       77  WRK-SUBVEND         PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-VENDEDORES  PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-ARQUIVO     PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-FORA        PIC 9(05)   VALUE ZEROS.
       77  WRK-ACHOU           PIC X(01)   VALUE 'N'.
       77  WRK-ORIGEM          PIC X(01)   VALUE SPACES.
       77  WRK-VARIACAO        PIC S9(10)V99 VALUE ZEROS.
       77  WRK-PERC            PIC S9(4)V99 VALUE ZEROS.
       77  WRK-TOTAL-ATUAL     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOTAL-ANTERIOR  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ACUM-ATUAL      PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ACUM-ANTERIOR   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-PROJECAO        PIC 9(10)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-H-ANO        PIC 9(04).
           05 WRK-H-MES        PIC 9(02).
           05 WRK-H-DIA        PIC 9(02).

      ****************************** REGISTRO DO MASTER OU DO MORTO
       01  WRK-REGISTRO.
           05 WREG-CHAVE.
               10 WREG-ANO          PIC 9(04).
               10 WREG-ID-VENDEDOR  PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==WREG==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==WREG==.

      ****************************** OS DOIS ANOS DE CADA VENDEDOR;
      ****************************** TEM-ATUAL/TEM-ANTERIOR = 'S' JA
      ****************************** CARREGADO (MASTER ANTES DO MORTO)
       01  WRK-TABELA-VENDEDORES.
           05 WRK-VD OCCURS 500 TIMES.
               10 WRK-VD-ID            PIC 9(05).
               10 WRK-VD-NOME          PIC X(10).
               10 WRK-VD-SOBRENOME     PIC X(10).
               10 WRK-VD-TEM-ATUAL     PIC X(01).
               10 WRK-VD-TEM-ANTERIOR  PIC X(01).
               10 WRK-VD-ATUAL    PIC 9(6)V99 OCCURS 12 TIMES.
               10 WRK-VD-ANTERIOR PIC 9(6)V99 OCCURS 12 TIMES.

       01  WRK-TROCA.
           05 WRK-TR-ID            PIC 9(05).
           05 WRK-TR-NOME          PIC X(10).
           05 WRK-TR-SOBRENOME     PIC X(10).
           05 WRK-TR-TEM-ATUAL     PIC X(01).
           05 WRK-TR-TEM-ANTERIOR  PIC X(01).
           05 WRK-TR-ATUAL    PIC 9(6)V99 OCCURS 12 TIMES.
           05 WRK-TR-ANTERIOR PIC 9(6)V99 OCCURS 12 TIMES.

      ****************************** BLOCO EM IMPRESSAO (VENDEDOR OU
      ****************************** EMPRESA) E ACUMULO DA EMPRESA
       01  WRK-BLOCO.
           05 WRK-B-ATUAL      PIC 9(9)V99 OCCURS 12 TIMES.
           05 WRK-B-ANTERIOR   PIC 9(9)V99 OCCURS 12 TIMES.

       01  WRK-EMPRESA.
           05 WRK-E-ATUAL      PIC 9(9)V99 OCCURS 12 TIMES.
           05 WRK-E-ANTERIOR   PIC 9(9)V99 OCCURS 12 TIMES.

       01  WRK-LINHA-TITULO.
           05 FILLER           PIC X(36) VALUE
              'COMPARATIVO DE VENDAS ANO A ANO - '.
           05 WRK-T-ANO        PIC 9(04).
           05 FILLER           PIC X(04) VALUE ' X '.
           05 WRK-T-ANTERIOR   PIC 9(04).
           05 FILLER           PIC X(06) VALUE ' DATA '.
           05 WRK-T-DATA       PIC 9(08).

       01  WRK-LINHA-BASE.
           05 FILLER           PIC X(38) VALUE
              'ACUMULADO E PROJECAO ATE O MES FECHADO'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-LB-MES       PIC 9(02).

       01  WRK-LINHA-VENDEDOR.
           05 FILLER           PIC X(10) VALUE 'VENDEDOR: '.
           05 WRK-V-ID         PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-NOME       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-V-SOBRENOME  PIC X(10).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(07) VALUE 'MES'.
           05 FILLER           PIC X(10) VALUE '      ANO '.
           05 WRK-C-ANO        PIC 9(04).
           05 FILLER           PIC X(11) VALUE '       ANO '.
           05 WRK-C-ANTERIOR   PIC 9(04).
           05 FILLER           PIC X(16) VALUE '        VARIACAO'.
           05 FILLER           PIC X(09) VALUE '   CRESC%'.

       01  WRK-ROTULO-MES.
           05 FILLER           PIC X(04) VALUE 'MES '.
           05 WRK-RM-MES       PIC 9(02).
           05 FILLER           PIC X(01) VALUE SPACE.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-ROTULO     PIC X(07).
           05 WRK-D-ATUAL      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-ANTERIOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-VARIACAO   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-PERC-X.
               10 WRK-D-PERC   PIC -ZZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-MARCA      PIC X(01).

       01  WRK-LINHA-PROJECAO.
           05 FILLER           PIC X(07) VALUE 'PROJ.'.
           05 WRK-P-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-ANTERIOR   PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-VARIACAO   PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-PERC-X.
               10 WRK-P-PERC   PIC -ZZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-BASE       PIC X(12).

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-ANO         TO WRK-ANO
               MOVE LNK-ID-VENDEDOR TO WRK-ID-VENDEDOR
           ELSE
               DISPLAY 'ANO DO COMPARATIVO (0 = ANO CORRENTE)..'
               ACCEPT WRK-ANO
               DISPLAY 'CODIGO DO VENDEDOR (0 = TODOS)..'
               ACCEPT WRK-ID-VENDEDOR
           END-IF.
           IF WRK-ANO = ZEROS
               MOVE WRK-H-ANO TO WRK-ANO
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.

           PERFORM 0050-DEFINIR-MES-BASE.
           PERFORM 0100-CARREGAR-MASTER.
           PERFORM 0150-CARREGAR-ARQUIVO-MORTO.
           PERFORM 0200-ORDENAR-TABELA.
           PERFORM 0300-IMPRIMIR-COMPARATIVO.
           GOBACK.

      ****************************** MAIOR MES FECHADO DO ANO; SEM
      ****************************** FECHAMENTO, PELO CALENDARIO
       0050-DEFINIR-MES-BASE.
           MOVE ZEROS TO WRK-MES-BASE.
           OPEN INPUT PERIOD-FILE.
           IF WRK-PER-STATUS = '00'
               PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                       UNTIL WRK-SUBSCRITO > 12
                   MOVE WRK-ANO       TO PER-ANO
                   MOVE WRK-SUBSCRITO TO PER-MES
                   READ PERIOD-FILE
                       KEY IS PER-CHAVE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PER-SITUACAO = 'F'
                               MOVE WRK-SUBSCRITO TO WRK-MES-BASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.
           IF WRK-MES-BASE = ZEROS
               EVALUATE TRUE
                   WHEN WRK-ANO < WRK-H-ANO
                       MOVE 12 TO WRK-MES-BASE
                   WHEN WRK-ANO = WRK-H-ANO
                       COMPUTE WRK-MES-BASE = WRK-H-MES - 1
                   WHEN OTHER
                       MOVE ZEROS TO WRK-MES-BASE
               END-EVALUATE
           END-IF.

       0100-CARREGAR-MASTER.
           MOVE ZEROS TO WRK-QTD-VENDEDORES WRK-QTD-FORA.
           OPEN INPUT SALES-MASTER.
           IF WRK-SALES-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0110-LER-SALES
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   IF (SALES-ANO = WRK-ANO
                       OR SALES-ANO = WRK-ANO-ANTERIOR)
                      AND (WRK-ID-VENDEDOR = ZEROS
                       OR SALES-ID-VENDEDOR = WRK-ID-VENDEDOR)
                       MOVE SALES-RECORD TO WRK-REGISTRO
                       MOVE 'M' TO WRK-ORIGEM
                       PERFORM 0120-GUARDAR-ANO
                   END-IF
                   PERFORM 0110-LER-SALES
               END-PERFORM
               CLOSE SALES-MASTER
           ELSE
               DISPLAY 'SALES-MASTER NAO ENCONTRADO'
           END-IF.

       0110-LER-SALES.
           READ SALES-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0120-GUARDAR-ANO.
           PERFORM 0130-LOCALIZAR-VENDEDOR.
           IF WRK-SUBVEND > ZEROS
               IF WREG-ANO = WRK-ANO
                   IF WRK-VD-TEM-ATUAL(WRK-SUBVEND) = 'N'
                       MOVE 'S' TO WRK-VD-TEM-ATUAL(WRK-SUBVEND)
                       PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                               UNTIL WRK-SUBSCRITO > 12
                           MOVE WREG-MES(WRK-SUBSCRITO)
                             TO WRK-VD-ATUAL(WRK-SUBVEND WRK-SUBSCRITO)
                       END-PERFORM
                       IF WRK-ORIGEM = 'A'
                           ADD 1 TO WRK-QTD-ARQUIVO
                       END-IF
                   END-IF
               ELSE
                   IF WRK-VD-TEM-ANTERIOR(WRK-SUBVEND) = 'N'
                       MOVE 'S' TO WRK-VD-TEM-ANTERIOR(WRK-SUBVEND)
                       PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                               UNTIL WRK-SUBSCRITO > 12
                           MOVE WREG-MES(WRK-SUBSCRITO)
                             TO WRK-VD-ANTERIOR(WRK-SUBVEND
                                                WRK-SUBSCRITO)
                       END-PERFORM
                       IF WRK-ORIGEM = 'A'
                           ADD 1 TO WRK-QTD-ARQUIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0130-LOCALIZAR-VENDEDOR.
           MOVE 'N' TO WRK-ACHOU.
           MOVE ZEROS TO WRK-SUBVEND.
           PERFORM VARYING WRK-SUB1 FROM 1 BY 1
                   UNTIL WRK-SUB1 > WRK-QTD-VENDEDORES
                      OR WRK-ACHOU = 'S'
               IF WRK-VD-ID(WRK-SUB1) = WREG-ID-VENDEDOR
                   MOVE 'S'      TO WRK-ACHOU
                   MOVE WRK-SUB1 TO WRK-SUBVEND
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-VENDEDORES < 500
                   ADD 1 TO WRK-QTD-VENDEDORES
                   MOVE WRK-QTD-VENDEDORES TO WRK-SUBVEND
                   MOVE WREG-ID-VENDEDOR TO WRK-VD-ID(WRK-SUBVEND)
                   MOVE WREG-NOME        TO WRK-VD-NOME(WRK-SUBVEND)
                   MOVE WREG-SOBRENOME
                       TO WRK-VD-SOBRENOME(WRK-SUBVEND)
                   MOVE 'N' TO WRK-VD-TEM-ATUAL(WRK-SUBVEND)
                   MOVE 'N' TO WRK-VD-TEM-ANTERIOR(WRK-SUBVEND)
                   PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                           UNTIL WRK-SUBSCRITO > 12
                       MOVE ZEROS
                         TO WRK-VD-ATUAL(WRK-SUBVEND WRK-SUBSCRITO)
                       MOVE ZEROS
                         TO WRK-VD-ANTERIOR(WRK-SUBVEND WRK-SUBSCRITO)
                   END-PERFORM
               ELSE
                   ADD 1 TO WRK-QTD-FORA
                   DISPLAY 'TABELA CHEIA - FORA DO COMPARATIVO: '
                       WREG-ID-VENDEDOR
               END-IF
           END-IF.

      ****************************** SO COMPLETA O QUE O MASTER NAO
      ****************************** TEM; REGISTRO RESTAURADO E
      ****************************** ARQUIVADO DE NOVO VALE UMA VEZ
       0150-CARREGAR-ARQUIVO-MORTO.
           MOVE ZEROS TO WRK-QTD-ARQUIVO.
           OPEN INPUT SALES-ARCHIVE.
           IF WRK-ARC-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM 0160-LER-ARQUIVO-MORTO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   IF (ARCH-ANO = WRK-ANO
                       OR ARCH-ANO = WRK-ANO-ANTERIOR)
                      AND (WRK-ID-VENDEDOR = ZEROS
                       OR ARCH-ID-VENDEDOR = WRK-ID-VENDEDOR)
                       MOVE ARCH-RECORD TO WRK-REGISTRO
                       MOVE 'A' TO WRK-ORIGEM
                       PERFORM 0120-GUARDAR-ANO
                   END-IF
                   PERFORM 0160-LER-ARQUIVO-MORTO
               END-PERFORM
               CLOSE SALES-ARCHIVE
           END-IF.

       0160-LER-ARQUIVO-MORTO.
           READ SALES-ARCHIVE
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0200-ORDENAR-TABELA.
           IF WRK-QTD-VENDEDORES > 1
               PERFORM VARYING WRK-SUB1 FROM 1 BY 1
                       UNTIL WRK-SUB1 >= WRK-QTD-VENDEDORES
                   PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                           UNTIL WRK-SUB2 >=
                                 WRK-QTD-VENDEDORES
                       IF WRK-VD-ID(WRK-SUB2) >
                          WRK-VD-ID(WRK-SUB2 + 1)
                           PERFORM 0210-TROCAR-POSICOES
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0210-TROCAR-POSICOES.
           MOVE WRK-VD(WRK-SUB2)     TO WRK-TROCA.
           MOVE WRK-VD(WRK-SUB2 + 1) TO WRK-VD(WRK-SUB2).
           MOVE WRK-TROCA            TO WRK-VD(WRK-SUB2 + 1).

       0300-IMPRIMIR-COMPARATIVO.
           MOVE 'R' TO SPL-FUNCAO.
           MOVE 'COMPANO' TO SPL-RELATORIO.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.

           MOVE WRK-ANO          TO WRK-T-ANO WRK-C-ANO.
           MOVE WRK-ANO-ANTERIOR TO WRK-T-ANTERIOR WRK-C-ANTERIOR.
           MOVE WRK-DATA-HOJE    TO WRK-T-DATA.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE WRK-MES-BASE     TO WRK-LB-MES.
           WRITE PRINT-RECORD FROM WRK-LINHA-BASE.
           MOVE '* MES AINDA NAO FECHADO, FORA DO ACUMULADO'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           INITIALIZE WRK-EMPRESA.
           PERFORM VARYING WRK-SUB1 FROM 1 BY 1
                   UNTIL WRK-SUB1 > WRK-QTD-VENDEDORES
               PERFORM 0310-IMPRIMIR-VENDEDOR
           END-PERFORM.

           IF WRK-QTD-VENDEDORES = ZEROS
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE '  NENHUM VENDEDOR COM VENDAS NOS DOIS ANOS'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               IF WRK-ID-VENDEDOR = ZEROS
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE '========================================'
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE 'TOTAL DA EMPRESA' TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE WRK-EMPRESA TO WRK-BLOCO
                   PERFORM 0400-IMPRIMIR-BLOCO
               END-IF
           END-IF.

           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'VENDEDORES NO COMPARATIVO.......: '
               WRK-QTD-VENDEDORES
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'ANOS LIDOS DO ARQUIVO MORTO.....: '
               WRK-QTD-ARQUIVO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-QTD-FORA > ZEROS
               MOVE SPACES TO PRINT-RECORD
               STRING 'FORA DO COMPARATIVO (TABELA CHEIA): '
                   WRK-QTD-FORA
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 8 TO LNK-RETORNO
           END-IF.

           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'PROGCOB83 - VENDEDORES NO COMPARATIVO: '
               WRK-QTD-VENDEDORES.

       0310-IMPRIMIR-VENDEDOR.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WRK-VD-ID(WRK-SUB1)        TO WRK-V-ID.
           MOVE WRK-VD-NOME(WRK-SUB1)      TO WRK-V-NOME.
           MOVE WRK-VD-SOBRENOME(WRK-SUB1) TO WRK-V-SOBRENOME.
           WRITE PRINT-RECORD FROM WRK-LINHA-VENDEDOR.
           PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                   UNTIL WRK-SUBSCRITO > 12
               MOVE WRK-VD-ATUAL(WRK-SUB1 WRK-SUBSCRITO)
                   TO WRK-B-ATUAL(WRK-SUBSCRITO)
               MOVE WRK-VD-ANTERIOR(WRK-SUB1 WRK-SUBSCRITO)
                   TO WRK-B-ANTERIOR(WRK-SUBSCRITO)
               ADD WRK-VD-ATUAL(WRK-SUB1 WRK-SUBSCRITO)
                   TO WRK-E-ATUAL(WRK-SUBSCRITO)
               ADD WRK-VD-ANTERIOR(WRK-SUB1 WRK-SUBSCRITO)
                   TO WRK-E-ANTERIOR(WRK-SUBSCRITO)
           END-PERFORM.
           PERFORM 0400-IMPRIMIR-BLOCO.

      ****************************** DOZE MESES, TOTAL DO ANO,
      ****************************** ACUMULADO E PROJECAO
       0400-IMPRIMIR-BLOCO.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE ZEROS TO WRK-TOTAL-ATUAL WRK-TOTAL-ANTERIOR
                         WRK-ACUM-ATUAL WRK-ACUM-ANTERIOR.
           PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                   UNTIL WRK-SUBSCRITO > 12
               MOVE WRK-SUBSCRITO  TO WRK-RM-MES
               MOVE WRK-ROTULO-MES TO WRK-D-ROTULO
               IF WRK-SUBSCRITO > WRK-MES-BASE
                   MOVE '*' TO WRK-D-MARCA
               ELSE
                   MOVE SPACE TO WRK-D-MARCA
                   ADD WRK-B-ATUAL(WRK-SUBSCRITO)    TO WRK-ACUM-ATUAL
                   ADD WRK-B-ANTERIOR(WRK-SUBSCRITO)
                       TO WRK-ACUM-ANTERIOR
               END-IF
               ADD WRK-B-ATUAL(WRK-SUBSCRITO)    TO WRK-TOTAL-ATUAL
               ADD WRK-B-ANTERIOR(WRK-SUBSCRITO) TO WRK-TOTAL-ANTERIOR
               PERFORM 0410-IMPRIMIR-LINHA
           END-PERFORM.

           MOVE 'ANO'              TO WRK-D-ROTULO.
           MOVE SPACE              TO WRK-D-MARCA.
           MOVE WRK-TOTAL-ATUAL    TO WRK-B-ATUAL(1).
           MOVE WRK-TOTAL-ANTERIOR TO WRK-B-ANTERIOR(1).
           MOVE 1 TO WRK-SUBSCRITO.
           PERFORM 0410-IMPRIMIR-LINHA.

           MOVE 'ACUM.'            TO WRK-D-ROTULO.
           MOVE WRK-ACUM-ATUAL     TO WRK-B-ATUAL(1).
           MOVE WRK-ACUM-ANTERIOR  TO WRK-B-ANTERIOR(1).
           PERFORM 0410-IMPRIMIR-LINHA.

           PERFORM 0420-PROJETAR-ANO.

       0410-IMPRIMIR-LINHA.
           MOVE WRK-B-ATUAL(WRK-SUBSCRITO)    TO WRK-D-ATUAL.
           MOVE WRK-B-ANTERIOR(WRK-SUBSCRITO) TO WRK-D-ANTERIOR.
           COMPUTE WRK-VARIACAO = WRK-B-ATUAL(WRK-SUBSCRITO)
               - WRK-B-ANTERIOR(WRK-SUBSCRITO).
           MOVE WRK-VARIACAO TO WRK-D-VARIACAO.
           IF WRK-B-ANTERIOR(WRK-SUBSCRITO) > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   (WRK-VARIACAO / WRK-B-ANTERIOR(WRK-SUBSCRITO))
                   * 100
                   ON SIZE ERROR
                       MOVE 9999,99 TO WRK-PERC
               END-COMPUTE
               MOVE WRK-PERC TO WRK-D-PERC
           ELSE
               MOVE '     N/D' TO WRK-D-PERC-X
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.

      ****************************** SAZONALIDADE DO ANO ANTERIOR:
      ****************************** ACUM. X TOTAL ANT. / ACUM. ANT.
       0420-PROJETAR-ANO.
           EVALUATE TRUE
               WHEN WRK-MES-BASE >= 12
                   MOVE WRK-TOTAL-ATUAL TO WRK-PROJECAO
                   MOVE 'ANO FECHADO' TO WRK-P-BASE
               WHEN WRK-MES-BASE = ZEROS
                   MOVE WRK-TOTAL-ANTERIOR TO WRK-PROJECAO
                   MOVE 'ANO ANTERIOR' TO WRK-P-BASE
               WHEN WRK-ACUM-ANTERIOR > ZEROS
                   COMPUTE WRK-PROJECAO ROUNDED =
                       WRK-ACUM-ATUAL * WRK-TOTAL-ANTERIOR
                       / WRK-ACUM-ANTERIOR
                   MOVE 'SAZONALIDADE' TO WRK-P-BASE
               WHEN OTHER
                   COMPUTE WRK-PROJECAO ROUNDED =
                       WRK-ACUM-ATUAL * 12 / WRK-MES-BASE
                   MOVE 'MEDIA MENSAL' TO WRK-P-BASE
           END-EVALUATE.
           MOVE WRK-PROJECAO       TO WRK-P-VALOR.
           MOVE WRK-TOTAL-ANTERIOR TO WRK-P-ANTERIOR.
           COMPUTE WRK-VARIACAO = WRK-PROJECAO - WRK-TOTAL-ANTERIOR.
           MOVE WRK-VARIACAO TO WRK-P-VARIACAO.
           IF WRK-TOTAL-ANTERIOR > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   (WRK-VARIACAO / WRK-TOTAL-ANTERIOR) * 100
                   ON SIZE ERROR
                       MOVE 9999,99 TO WRK-PERC
               END-COMPUTE
               MOVE WRK-PERC TO WRK-P-PERC
           ELSE
               MOVE '     N/D' TO WRK-P-PERC-X
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-PROJECAO.
