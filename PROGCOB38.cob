      * ALTERACOES:
      * 21/08/2026 - FELIPE - RANKING PASSA A SAIR EM GERACOES DE
      *              SPOOL (RANKVEND.GNNNN) PELO PROGCOB40
      * 15/10/2026 - FELIPE - RANKING TAMBEM POR EQUIPE (SUPERVISOR)
      *              E POR REGIAO (GERENTE REGIONAL), COM A EQUIPE EM
      *              VIGOR NO DIA 1 DE CADA MES PELO PROGCOB85 E A
      *              META DO VENDEDOR RATEADA PELOS DOZE MESES. SAEM
      *              NAS GERACOES RANKEQP E RANKREG; NOME DO GRUPO
      *              PELO PERSNMAS
      * 15/10/2026 - FELIPE - TOTAL E META DA TABELA AMPLIADOS PARA
      *              A SOMA DE EQUIPE OU REGIAO NAO ESTOURAR
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==SALES==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==SALES==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY HIERARQ REPLACING ==:PREFIX:== BY ==HRQ==.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-NIVEL           PIC 9(01)   VALUE 1.
       77  WRK-ID-GRUPO        PIC 9(05)   VALUE ZEROS.
       77  WRK-SUBGRUPO        PIC 9(03)   VALUE ZEROS.
       77  WRK-META-MES        PIC 9(7)V99 VALUE ZEROS.
       77  WRK-META-RATEADA    PIC 9(7)V99 VALUE ZEROS.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-SUBSCRITO       PIC 9(02)   VALUE ZEROS.
               10 WRK-R-ID         PIC 9(05).
               10 WRK-R-NOME       PIC X(10).
               10 WRK-R-SOBRENOME  PIC X(10).
               10 WRK-R-TOTAL      PIC 9(10)V99.
               10 WRK-R-META       PIC 9(9)V99.

       01  WRK-TROCA.
           05 WRK-T-ID         PIC 9(05).
           05 WRK-T-NOME       PIC X(10).
           05 WRK-T-SOBRENOME  PIC X(10).
           05 WRK-T-TOTAL      PIC 9(10)V99.
           05 WRK-T-META       PIC 9(9)V99.

       01  WRK-LINHA-TITULO.
           05 WRK-T-TEXTO      PIC X(30) VALUE
              'RANKING DE VENDEDORES - ANO '.
           05 WRK-T-ANO        PIC 9(04).

       01  WRK-LINHA-COLUNAS.
           05 FILLER           PIC X(04) VALUE 'POS '.
           05 WRK-C-CODIGO     PIC X(06) VALUE 'VEND  '.
           05 FILLER           PIC X(22) VALUE 'NOME                  '.
           05 FILLER           PIC X(17) VALUE 'TOTAL ANUAL'.
           05 FILLER           PIC X(10) VALUE '%EMPRESA  '.
           05 FILLER           PIC X(06) VALUE '%META '.

           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-SOBRENOME  PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-TOTAL      PIC Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-D-PERC-EMP   PIC ZZ9,99.
           05 FILLER           PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'ANO DO RANKING..'
           ACCEPT WRK-ANO.
           DISPLAY 'NIVEL (1-VENDEDOR  2-EQUIPE  3-REGIAO)..'
           ACCEPT WRK-NIVEL.
           IF WRK-NIVEL NOT = 2 AND WRK-NIVEL NOT = 3
               MOVE 1 TO WRK-NIVEL
           END-IF.
           PERFORM 0050-ABRIR-ARQUIVOS.

           IF WRK-NIVEL = 1
               PERFORM 0100-CARREGAR-TABELA
           ELSE
               PERFORM 0130-CARREGAR-GRUPOS
               PERFORM 0160-NOMEAR-GRUPOS
           END-IF.
           PERFORM 0200-ORDENAR-TABELA.
           PERFORM 0300-IMPRIMIR-RANKING.

           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           IF WRK-NIVEL = 1
               DISPLAY 'PROGCOB38 - VENDEDORES NO RANKING: '
                   WRK-QTD-VENDEDORES
           ELSE
               DISPLAY 'PROGCOB38 - GRUPOS NO RANKING: '
                   WRK-QTD-VENDEDORES
           END-IF.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
               OPEN INPUT SALES-MASTER
           END-IF.
           MOVE 'R' TO SPL-FUNCAO.
           EVALUATE WRK-NIVEL
               WHEN 2
                   MOVE 'RANKEQP'  TO SPL-RELATORIO
                   MOVE 'RANKING DE EQUIPES - ANO '  TO WRK-T-TEXTO
                   MOVE 'SUPER '   TO WRK-C-CODIGO
               WHEN 3
                   MOVE 'RANKREG'  TO SPL-RELATORIO
                   MOVE 'RANKING DE REGIOES - ANO '  TO WRK-T-TEXTO
                   MOVE 'GEREN '   TO WRK-C-CODIGO
               WHEN OTHER
                   MOVE 'RANKVEND' TO SPL-RELATORIO
           END-EVALUATE.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE SALES-META        TO WRK-R-META(WRK-QTD-VENDEDORES).
           ADD WRK-TOTAL-REGISTRO TO WRK-TOTAL-EMPRESA.

      ****************************** CADA MES VAI PARA A EQUIPE (OU
      ****************************** REGIAO) EM VIGOR NO DIA 1; SEM
      ****************************** EQUIPE NA DATA, GRUPO ZERO
       0130-CARREGAR-GRUPOS.
           MOVE ZEROS TO WRK-QTD-VENDEDORES WRK-TOTAL-EMPRESA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0110-LER-SALES.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF SALES-ANO = WRK-ANO
                   MOVE ZEROS TO WRK-META-RATEADA
                   PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                           UNTIL WRK-SUBSCRITO > 12
                       PERFORM 0140-ACUMULAR-MES-GRUPO
                   END-PERFORM
               END-IF
               PERFORM 0110-LER-SALES
           END-PERFORM.

       0140-ACUMULAR-MES-GRUPO.
           IF WRK-SUBSCRITO = 12
               COMPUTE WRK-META-MES = SALES-META - WRK-META-RATEADA
           ELSE
               COMPUTE WRK-META-MES ROUNDED = SALES-META / 12
               ADD WRK-META-MES TO WRK-META-RATEADA
           END-IF.
           IF SALES-MES(WRK-SUBSCRITO) > ZEROS
              OR WRK-META-MES > ZEROS
               MOVE SALES-ID-VENDEDOR TO HRQ-ID-VENDEDOR
               COMPUTE HRQ-DATA = SALES-ANO * 10000
                   + WRK-SUBSCRITO * 100 + 1
               CALL 'PROGCOB85' USING HRQ-AREA-EQUIPE
               IF WRK-NIVEL = 2
                   MOVE HRQ-ID-SUPERVISOR TO WRK-ID-GRUPO
               ELSE
                   MOVE HRQ-ID-GERENTE    TO WRK-ID-GRUPO
               END-IF
               PERFORM 0150-LOCALIZAR-GRUPO
               IF WRK-SUBGRUPO > ZEROS
                   ADD SALES-MES(WRK-SUBSCRITO)
                       TO WRK-R-TOTAL(WRK-SUBGRUPO)
                   ADD WRK-META-MES TO WRK-R-META(WRK-SUBGRUPO)
                   ADD SALES-MES(WRK-SUBSCRITO) TO WRK-TOTAL-EMPRESA
               END-IF
           END-IF.

       0150-LOCALIZAR-GRUPO.
           MOVE 1 TO WRK-SUBGRUPO.
           PERFORM UNTIL WRK-SUBGRUPO > WRK-QTD-VENDEDORES
                      OR WRK-R-ID(WRK-SUBGRUPO) = WRK-ID-GRUPO
               ADD 1 TO WRK-SUBGRUPO
           END-PERFORM.
           IF WRK-SUBGRUPO > WRK-QTD-VENDEDORES
               IF WRK-QTD-VENDEDORES < 200
                   ADD 1 TO WRK-QTD-VENDEDORES
                   MOVE WRK-ID-GRUPO TO WRK-R-ID(WRK-SUBGRUPO)
                   MOVE SPACES TO WRK-R-NOME(WRK-SUBGRUPO)
                                  WRK-R-SOBRENOME(WRK-SUBGRUPO)
                   MOVE ZEROS  TO WRK-R-TOTAL(WRK-SUBGRUPO)
                                  WRK-R-META(WRK-SUBGRUPO)
               ELSE
                   DISPLAY 'TABELA CHEIA - FORA DO RANKING: '
                       WRK-ID-GRUPO
                   MOVE ZEROS TO WRK-SUBGRUPO
               END-IF
           END-IF.

       0160-NOMEAR-GRUPOS.
           OPEN INPUT PERSON-MASTER.
           PERFORM VARYING WRK-SUBGRUPO FROM 1 BY 1
                   UNTIL WRK-SUBGRUPO > WRK-QTD-VENDEDORES
               IF WRK-R-ID(WRK-SUBGRUPO) = ZEROS
                   IF WRK-NIVEL = 2
                       MOVE 'SEM EQUIPE' TO WRK-R-NOME(WRK-SUBGRUPO)
                   ELSE
                       MOVE 'SEM REGIAO' TO WRK-R-NOME(WRK-SUBGRUPO)
                   END-IF
               ELSE
                   IF WRK-PERSON-STATUS = '00'
                       MOVE WRK-R-ID(WRK-SUBGRUPO) TO PERSON-ID-PESSOA
                       READ PERSON-MASTER
                           KEY IS PERSON-ID-PESSOA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PERSON-NOME
                                   TO WRK-R-NOME(WRK-SUBGRUPO)
                               MOVE PERSON-SOBRENOME
                                   TO WRK-R-SOBRENOME(WRK-SUBGRUPO)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PERSON-STATUS = '00'
               CLOSE PERSON-MASTER
           END-IF.

       0200-ORDENAR-TABELA.
           IF WRK-QTD-VENDEDORES > 1
               PERFORM VARYING WRK-SUB1 FROM 1 BY 1
