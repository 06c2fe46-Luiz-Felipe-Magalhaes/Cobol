      * ALTERACOES:
      * 21/08/2026 - FELIPE - RELATORIO DE VARIACAO PASSA A SAIR EM
      *              GERACOES DE SPOOL (VARMETA.GNNNN) PELO PROGCOB40
      * 15/10/2026 - FELIPE - MODOS 3 E 4, VARIACAO AGRUPADA POR
      *              EQUIPE (SUPERVISOR) E POR REGIAO (GERENTE
      *              REGIONAL): REALIZADO E META DE CADA MES VAO PARA
      *              A EQUIPE EM VIGOR NO DIA 1 DO MES PELO PROGCOB85.
      *              SAEM NAS GERACOES VAREQP E VARREG
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TGT-CHAVE
               FILE STATUS IS WRK-TGT-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05 TGT-MESES.
               10 TGT-MES      PIC 9(6)V99 OCCURS 12 TIMES.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY HIERARQ REPLACING ==:PREFIX:== BY ==HRQ==.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-TGT-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-ID-GRUPO        PIC 9(05)   VALUE ZEROS.
       77  WRK-SUBGRUPO        PIC 9(03)   VALUE ZEROS.
       77  WRK-SUB1            PIC 9(03)   VALUE ZEROS.
       77  WRK-SUB2            PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-GRUPOS      PIC 9(03)   VALUE ZEROS.
       77  WRK-META-MES        PIC 9(6)V99 VALUE ZEROS.
       77  WRK-VARIACAO-GRUPO  PIC S9(9)V99 VALUE ZEROS.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-MODO            PIC 9(01)   VALUE 1.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-MARCA      PIC X(07).

      ****************************** REALIZADO E META DO MES POR
      ****************************** EQUIPE OU REGIAO (GRUPO ZERO =
      ****************************** VENDEDOR SEM EQUIPE NA DATA)
       01  WRK-TABELA-GRUPOS.
           05 WRK-GR OCCURS 200 TIMES.
               10 WRK-G-ID         PIC 9(05).
               10 WRK-G-NOME       PIC X(10).
               10 WRK-G-SOBRENOME  PIC X(10).
               10 WRK-G-TEM-META   PIC X(01).
               10 WRK-G-REAL  PIC 9(8)V99 OCCURS 12 TIMES.
               10 WRK-G-META  PIC 9(8)V99 OCCURS 12 TIMES.

       01  WRK-TROCA-GRUPO.
           05 WRK-TG-ID        PIC 9(05).
           05 WRK-TG-NOME      PIC X(10).
           05 WRK-TG-SOBRENOME PIC X(10).
           05 WRK-TG-TEM-META  PIC X(01).
           05 WRK-TG-REAL  PIC 9(8)V99 OCCURS 12 TIMES.
           05 WRK-TG-META  PIC 9(8)V99 OCCURS 12 TIMES.

       01  WRK-LINHA-GRUPO.
           05 WRK-GL-ROTULO    PIC X(08).
           05 WRK-GL-ID        PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-GL-NOME      PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-GL-SOBRENOME PIC X(10).

       01  WRK-LINHA-DETALHE-GRUPO.
           05 FILLER           PIC X(04) VALUE 'MES '.
           05 WRK-DG-MES       PIC Z9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DG-REALIZADO PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DG-META      PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DG-VARIACAO  PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DG-PERC      PIC -ZZ9,99.
           05 FILLER           PIC X(01) VALUE '%'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-DG-MARCA     PIC X(07).

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'MODO (1-CARGA DE METAS  2-RELATORIO VARIACAO  '
               '3-VARIACAO POR EQUIPE  4-VARIACAO POR REGIAO)..'
           ACCEPT WRK-MODO.

           PERFORM 0050-ABRIR-TARGET.

           EVALUATE WRK-MODO
               WHEN 2
                   PERFORM 0300-RELATORIO-VARIACAO
               WHEN 3
               WHEN 4
                   PERFORM 0400-VARIACAO-GRUPOS
               WHEN OTHER
                   PERFORM 0100-CARREGAR-METAS
           END-EVALUATE.

           CLOSE TARGET-FILE.
           STOP RUN.
               MOVE SPACES TO WRK-D-MARCA
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.

      ****************************** VARIACAO POR EQUIPE (MODO 3) OU
      ****************************** POR REGIAO (MODO 4)
       0400-VARIACAO-GRUPOS.
           DISPLAY 'ANO DO RELATORIO..'
           ACCEPT WRK-ANO.

           OPEN INPUT SALES-MASTER.
           IF WRK-SALES-STATUS = '35'
               CLOSE SALES-MASTER
               OPEN OUTPUT SALES-MASTER
               CLOSE SALES-MASTER
               OPEN INPUT SALES-MASTER
           END-IF.

           MOVE ZEROS TO WRK-QTD-GRUPOS WRK-QTD-VENDEDORES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0310-LER-SALES.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF SALES-ANO = WRK-ANO
                   ADD 1 TO WRK-QTD-VENDEDORES
                   PERFORM 0410-ACUMULAR-VENDEDOR
               END-IF
               PERFORM 0310-LER-SALES
           END-PERFORM.
           CLOSE SALES-MASTER.

           PERFORM 0440-ORDENAR-GRUPOS.
           PERFORM 0450-NOMEAR-GRUPOS.

           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 3
               MOVE 'VAREQP' TO SPL-RELATORIO
           ELSE
               MOVE 'VARREG' TO SPL-RELATORIO
           END-IF.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.

           MOVE SPACES TO PRINT-RECORD.
           IF WRK-MODO = 3
               STRING 'VARIACAO REALIZADO X META POR EQUIPE - ANO '
                   WRK-ANO DELIMITED BY SIZE INTO PRINT-RECORD
           ELSE
               STRING 'VARIACAO REALIZADO X META POR REGIAO - ANO '
                   WRK-ANO DELIMITED BY SIZE INTO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           MOVE 'EQUIPE DE CADA MES: A EM VIGOR NO DIA 1 DO MES'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.

           PERFORM VARYING WRK-SUBGRUPO FROM 1 BY 1
                   UNTIL WRK-SUBGRUPO > WRK-QTD-GRUPOS
               PERFORM 0460-VARIACAO-GRUPO
           END-PERFORM.

           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-QTD-GRUPOS TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'VENDEDORES LIDOS.........: ' WRK-QTD-VENDEDORES.
           DISPLAY 'GRUPOS NO RELATORIO......: ' WRK-QTD-GRUPOS.

       0410-ACUMULAR-VENDEDOR.
           MOVE SALES-ANO         TO TGT-ANO.
           MOVE SALES-ID-VENDEDOR TO TGT-ID-VENDEDOR.
           READ TARGET-FILE
               KEY IS TGT-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-METAS
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-METAS
           END-READ.
           PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                   UNTIL WRK-SUBSCRITO > 12
               PERFORM 0420-ACUMULAR-MES
           END-PERFORM.

       0420-ACUMULAR-MES.
           IF WRK-TEM-METAS = 'S'
               MOVE TGT-MES(WRK-SUBSCRITO) TO WRK-META-MES
           ELSE
               MOVE ZEROS TO WRK-META-MES
           END-IF.
           IF SALES-MES(WRK-SUBSCRITO) > ZEROS
              OR WRK-META-MES > ZEROS
               MOVE SALES-ID-VENDEDOR TO HRQ-ID-VENDEDOR
               COMPUTE HRQ-DATA = SALES-ANO * 10000
                   + WRK-SUBSCRITO * 100 + 1
               CALL 'PROGCOB85' USING HRQ-AREA-EQUIPE
               IF WRK-MODO = 3
                   MOVE HRQ-ID-SUPERVISOR TO WRK-ID-GRUPO
               ELSE
                   MOVE HRQ-ID-GERENTE    TO WRK-ID-GRUPO
               END-IF
               PERFORM 0430-LOCALIZAR-GRUPO
               IF WRK-SUBGRUPO > ZEROS
                   ADD SALES-MES(WRK-SUBSCRITO)
                       TO WRK-G-REAL(WRK-SUBGRUPO WRK-SUBSCRITO)
                   ADD WRK-META-MES
                       TO WRK-G-META(WRK-SUBGRUPO WRK-SUBSCRITO)
                   IF WRK-TEM-METAS = 'S'
                       MOVE 'S' TO WRK-G-TEM-META(WRK-SUBGRUPO)
                   END-IF
               END-IF
           END-IF.

       0430-LOCALIZAR-GRUPO.
           MOVE 1 TO WRK-SUBGRUPO.
           PERFORM UNTIL WRK-SUBGRUPO > WRK-QTD-GRUPOS
                      OR WRK-G-ID(WRK-SUBGRUPO) = WRK-ID-GRUPO
               ADD 1 TO WRK-SUBGRUPO
           END-PERFORM.
           IF WRK-SUBGRUPO > WRK-QTD-GRUPOS
               IF WRK-QTD-GRUPOS < 200
                   ADD 1 TO WRK-QTD-GRUPOS
                   INITIALIZE WRK-GR(WRK-SUBGRUPO)
                   MOVE WRK-ID-GRUPO TO WRK-G-ID(WRK-SUBGRUPO)
                   MOVE 'N' TO WRK-G-TEM-META(WRK-SUBGRUPO)
               ELSE
                   DISPLAY 'TABELA CHEIA - FORA DO RELATORIO: '
                       WRK-ID-GRUPO
                   MOVE ZEROS TO WRK-SUBGRUPO
               END-IF
           END-IF.

       0440-ORDENAR-GRUPOS.
           IF WRK-QTD-GRUPOS > 1
               PERFORM VARYING WRK-SUB1 FROM 1 BY 1
                       UNTIL WRK-SUB1 >= WRK-QTD-GRUPOS
                   PERFORM VARYING WRK-SUB2 FROM 1 BY 1
                           UNTIL WRK-SUB2 >= WRK-QTD-GRUPOS
                       IF WRK-G-ID(WRK-SUB2) >
                          WRK-G-ID(WRK-SUB2 + 1)
                           MOVE WRK-GR(WRK-SUB2) TO WRK-TROCA-GRUPO
                           MOVE WRK-GR(WRK-SUB2 + 1)
                               TO WRK-GR(WRK-SUB2)
                           MOVE WRK-TROCA-GRUPO
                               TO WRK-GR(WRK-SUB2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       0450-NOMEAR-GRUPOS.
           OPEN INPUT PERSON-MASTER.
           PERFORM VARYING WRK-SUBGRUPO FROM 1 BY 1
                   UNTIL WRK-SUBGRUPO > WRK-QTD-GRUPOS
               IF WRK-G-ID(WRK-SUBGRUPO) = ZEROS
                   IF WRK-MODO = 3
                       MOVE 'SEM EQUIPE' TO WRK-G-NOME(WRK-SUBGRUPO)
                   ELSE
                       MOVE 'SEM REGIAO' TO WRK-G-NOME(WRK-SUBGRUPO)
                   END-IF
               ELSE
                   IF WRK-PERSON-STATUS = '00'
                       MOVE WRK-G-ID(WRK-SUBGRUPO) TO PERSON-ID-PESSOA
                       READ PERSON-MASTER
                           KEY IS PERSON-ID-PESSOA
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PERSON-NOME
                                   TO WRK-G-NOME(WRK-SUBGRUPO)
                               MOVE PERSON-SOBRENOME
                                   TO WRK-G-SOBRENOME(WRK-SUBGRUPO)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PERSON-STATUS = '00'
               CLOSE PERSON-MASTER
           END-IF.

       0460-VARIACAO-GRUPO.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-MODO = 3
               MOVE 'EQUIPE: ' TO WRK-GL-ROTULO
           ELSE
               MOVE 'REGIAO: ' TO WRK-GL-ROTULO
           END-IF.
           MOVE WRK-G-ID(WRK-SUBGRUPO)        TO WRK-GL-ID.
           MOVE WRK-G-NOME(WRK-SUBGRUPO)      TO WRK-GL-NOME.
           MOVE WRK-G-SOBRENOME(WRK-SUBGRUPO) TO WRK-GL-SOBRENOME.
           WRITE PRINT-RECORD FROM WRK-LINHA-GRUPO.
           IF WRK-G-TEM-META(WRK-SUBGRUPO) = 'N'
               MOVE '  SEM METAS CARREGADAS PARA O ANO'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           ELSE
               MOVE ZEROS TO WRK-QTD-ABAIXO
               PERFORM VARYING WRK-SUBSCRITO FROM 1 BY 1
                       UNTIL WRK-SUBSCRITO > 12
                   PERFORM 0470-VARIACAO-MES-GRUPO
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               STRING '  MESES ABAIXO DA META: ' WRK-QTD-ABAIXO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

       0470-VARIACAO-MES-GRUPO.
           MOVE WRK-SUBSCRITO TO WRK-DG-MES.
           MOVE WRK-G-REAL(WRK-SUBGRUPO WRK-SUBSCRITO)
               TO WRK-DG-REALIZADO.
           MOVE WRK-G-META(WRK-SUBGRUPO WRK-SUBSCRITO)
               TO WRK-DG-META.
           COMPUTE WRK-VARIACAO-GRUPO =
               WRK-G-REAL(WRK-SUBGRUPO WRK-SUBSCRITO)
               - WRK-G-META(WRK-SUBGRUPO WRK-SUBSCRITO).
           MOVE WRK-VARIACAO-GRUPO TO WRK-DG-VARIACAO.
           IF WRK-G-META(WRK-SUBGRUPO WRK-SUBSCRITO) > ZEROS
               COMPUTE WRK-PERC-VARIACAO ROUNDED =
                   (WRK-VARIACAO-GRUPO
                    / WRK-G-META(WRK-SUBGRUPO WRK-SUBSCRITO)) * 100
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-PERC-VARIACAO
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WRK-PERC-VARIACAO
           END-IF.
           MOVE WRK-PERC-VARIACAO TO WRK-DG-PERC.
           IF WRK-VARIACAO-GRUPO < ZEROS
               MOVE 'ABAIXO*' TO WRK-DG-MARCA
               ADD 1 TO WRK-QTD-ABAIXO
           ELSE
               MOVE SPACES TO WRK-DG-MARCA
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE-GRUPO.
