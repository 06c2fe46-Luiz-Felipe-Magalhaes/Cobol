       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB85.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: CONSULTA DA ESTRUTURA DE EQUIPES EQUIPES, NOS
      * MOLDES DO GERENCIADOR DE SPOOL PROGCOB40. RECEBE O VENDEDOR
      * E A DATA DE REFERENCIA (COPYBOOK HIERARQ) E DEVOLVE O
      * SUPERVISOR EM VIGOR NA DATA, O GERENTE REGIONAL DESSE
      * SUPERVISOR NA MESMA DATA E O PERCENTUAL DE OVERRIDE DO
      * SUPERVISOR. USADO NOS RELATORIOS POR EQUIPE E REGIAO DO
      * PROGCOB38 E DO PROGCOB39 E NO OVERRIDE DE COMISSAO DO
      * PROGCOB50 E DO PROGCOB75. SEM O ARQUIVO EQUIPES TODO
      * VENDEDOR VOLTA SEM EQUIPE
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FILE ASSIGN TO "EQUIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-CHAVE
               FILE STATUS IS WRK-EQP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-FILE.
       01  EQP-RECORD.
           COPY EQUIPE REPLACING ==:PREFIX:== BY ==EQP==.

       WORKING-STORAGE SECTION.
       77  WRK-EQP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-ACHOU         PIC X(01) VALUE 'N'.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
       77  WRK-ID-MEMBRO     PIC 9(05) VALUE ZEROS.
       77  WRK-FIM-VIGENCIA  PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       COPY HIERARQ REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-AREA-EQUIPE.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-ID-SUPERVISOR LNK-ID-GERENTE
                         LNK-PERC-OVERRIDE.
           MOVE 'N' TO LNK-RESULTADO.
           OPEN INPUT TEAM-FILE.
           IF WRK-EQP-STATUS = '00'
               MOVE 'V'             TO WRK-TIPO
               MOVE LNK-ID-VENDEDOR TO WRK-ID-MEMBRO
               PERFORM 0100-LOCALIZAR-VIGENCIA
               IF WRK-ACHOU = 'S'
                   MOVE 'S'             TO LNK-RESULTADO
                   MOVE EQP-ID-SUPERIOR TO LNK-ID-SUPERVISOR
                   MOVE 'S'             TO WRK-TIPO
                   MOVE EQP-ID-SUPERIOR TO WRK-ID-MEMBRO
                   PERFORM 0100-LOCALIZAR-VIGENCIA
                   IF WRK-ACHOU = 'S'
                       MOVE EQP-ID-SUPERIOR   TO LNK-ID-GERENTE
                       MOVE EQP-PERC-OVERRIDE TO LNK-PERC-OVERRIDE
                   END-IF
               END-IF
               CLOSE TEAM-FILE
           END-IF.
           GOBACK.

      ****************************** VIGENCIA DO MEMBRO QUE CONTEM A
      ****************************** DATA; FIM ZERADO VALE 99999999
       0100-LOCALIZAR-VIGENCIA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE WRK-TIPO      TO EQP-TIPO.
           MOVE WRK-ID-MEMBRO TO EQP-ID-MEMBRO.
           MOVE ZEROS         TO EQP-DATA-INICIO.
           START TEAM-FILE
               KEY IS NOT LESS THAN EQP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ TEAM-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EQP-TIPO NOT = WRK-TIPO
                          OR EQP-ID-MEMBRO NOT = WRK-ID-MEMBRO
                          OR EQP-DATA-INICIO > LNK-DATA
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF EQP-DATA-FIM = ZEROS
                               MOVE 99999999 TO WRK-FIM-VIGENCIA
                           ELSE
                               MOVE EQP-DATA-FIM TO WRK-FIM-VIGENCIA
                           END-IF
                           IF WRK-FIM-VIGENCIA >= LNK-DATA
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
