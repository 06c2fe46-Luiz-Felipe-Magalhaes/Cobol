       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB80.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: GERENCIADOR DE ESTOQUE, NOS MOLDES DO GERENCIADOR
      * DO AUDIT-LOG PROGCOB57. RECEBE O MOVIMENTO JA MONTADO PELO
      * PROGRAMA CHAMADOR (COPYBOOK ESTMOV), GRAVA NO ARQUIVO DE
      * MOVIMENTOS ESTMOV E ATUALIZA O SALDO DA FILIAL + PRODUTO NO
      * ESTOQUE (CRIA O REGISTRO NO PRIMEIRO MOVIMENTO). ENTRADA DE
      * MERCADORIA RECALCULA O CUSTO MEDIO PONDERADO. MOVIMENTO DE
      * ORIGEM MANUAL CHEGA COM O NUMERO ZERADO E RECEBE O PROXIMO
      * DA FILIAL NA DATA; MOVIMENTO DE LOTE JA GRAVADO (LOTE
      * REPROCESSADO OU REINICIADO) VOLTA COMO 'D' SEM MEXER NO
      * SALDO. RESULTADO: 'G' GRAVADO / 'D' JA REGISTRADO, COM O
      * SALDO APOS O MOVIMENTO
      * DATA   = 14/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO "ESTMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOV-CHAVE
               FILE STATUS IS WRK-MOV-STATUS.
           SELECT STOCK-FILE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESTQ-CHAVE
               FILE STATUS IS WRK-ESTQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
       01  MOV-RECORD.
           COPY ESTMOV REPLACING ==:PREFIX:== BY ==MOV==.

       FD  STOCK-FILE.
       01  ESTQ-RECORD.
           COPY ESTOQUE REPLACING ==:PREFIX:== BY ==ESTQ==.

       WORKING-STORAGE SECTION.
       77  WRK-MOV-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-ESTQ-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-ULTIMO-NUMERO PIC 9(07) VALUE ZEROS.
       77  WRK-SALDO-NOVO    PIC X(01) VALUE 'N'.
       77  WRK-SALDO-BASE    PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-MOVIMENTO.
           COPY ESTMOV REPLACING ==:PREFIX:== BY ==LMOV==.
       01  LNK-RESULTADO     PIC X(01).
       01  LNK-SALDO         PIC S9(07).

       PROCEDURE DIVISION USING LNK-MOVIMENTO LNK-RESULTADO
                                LNK-SALDO.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF LMOV-ORIGEM = 'M' AND LMOV-NUMERO = ZEROS
               PERFORM 0100-PROXIMO-NUMERO
           END-IF.
           MOVE LNK-MOVIMENTO TO MOV-RECORD.
           WRITE MOV-RECORD
               INVALID KEY
                   MOVE 'D' TO LNK-RESULTADO
               NOT INVALID KEY
                   MOVE 'G' TO LNK-RESULTADO
           END-WRITE.
           IF LNK-RESULTADO = 'G'
               PERFORM 0200-ATUALIZAR-SALDO
           ELSE
               PERFORM 0250-LER-SALDO
           END-IF.
           CLOSE MOVEMENT-FILE.
           CLOSE STOCK-FILE.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN I-O MOVEMENT-FILE.
           IF WRK-MOV-STATUS = '35'
               CLOSE MOVEMENT-FILE
               OPEN OUTPUT MOVEMENT-FILE
               CLOSE MOVEMENT-FILE
               OPEN I-O MOVEMENT-FILE
           END-IF.
           OPEN I-O STOCK-FILE.
           IF WRK-ESTQ-STATUS = '35'
               CLOSE STOCK-FILE
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.

      ****************************** MAIOR NUMERO MANUAL DA FILIAL NA
      ****************************** DATA MAIS UM
       0100-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE LMOV-FILIAL TO MOV-FILIAL.
           MOVE LMOV-DATA   TO MOV-DATA.
           MOVE 'M'         TO MOV-ORIGEM.
           MOVE ZEROS       TO MOV-NUMERO.
           START MOVEMENT-FILE
               KEY IS NOT LESS THAN MOV-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ MOVEMENT-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF MOV-FILIAL NOT = LMOV-FILIAL
                          OR MOV-DATA NOT = LMOV-DATA
                          OR MOV-ORIGEM NOT = 'M'
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           MOVE MOV-NUMERO TO WRK-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE LMOV-NUMERO = WRK-ULTIMO-NUMERO + 1.

      ****************************** SALDO NEGATIVO NAO ENTRA NA
      ****************************** MEDIA DO CUSTO
       0200-ATUALIZAR-SALDO.
           MOVE 'N' TO WRK-SALDO-NOVO.
           MOVE LMOV-FILIAL  TO ESTQ-FILIAL.
           MOVE LMOV-PRODUTO TO ESTQ-PRODUTO.
           READ STOCK-FILE
               KEY IS ESTQ-CHAVE
               INVALID KEY
                   MOVE 'S'   TO WRK-SALDO-NOVO
                   MOVE ZEROS TO ESTQ-SALDO ESTQ-MINIMO
                   MOVE ZEROS TO ESTQ-CUSTO-MEDIO
           END-READ.
           IF LMOV-TIPO = 'R'
              AND LMOV-QUANTIDADE > ZEROS
              AND LMOV-CUSTO-UNITARIO > ZEROS
               IF ESTQ-SALDO > ZEROS
                   MOVE ESTQ-SALDO TO WRK-SALDO-BASE
               ELSE
                   MOVE ZEROS TO WRK-SALDO-BASE
               END-IF
               COMPUTE ESTQ-CUSTO-MEDIO ROUNDED =
                   (WRK-SALDO-BASE * ESTQ-CUSTO-MEDIO
                    + LMOV-QUANTIDADE * LMOV-CUSTO-UNITARIO)
                   / (WRK-SALDO-BASE + LMOV-QUANTIDADE)
           END-IF.
           ADD LMOV-QUANTIDADE TO ESTQ-SALDO.
           MOVE LMOV-DATA TO ESTQ-DATA-ULT-MOV.
           IF WRK-SALDO-NOVO = 'S'
               WRITE ESTQ-RECORD
           ELSE
               REWRITE ESTQ-RECORD
           END-IF.
           MOVE ESTQ-SALDO TO LNK-SALDO.

       0250-LER-SALDO.
           MOVE ZEROS TO LNK-SALDO.
           MOVE LMOV-FILIAL  TO ESTQ-FILIAL.
           MOVE LMOV-PRODUTO TO ESTQ-PRODUTO.
           READ STOCK-FILE
               KEY IS ESTQ-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ESTQ-SALDO TO LNK-SALDO
           END-READ.
