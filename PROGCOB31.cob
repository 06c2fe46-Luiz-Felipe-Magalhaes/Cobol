      * 02/09/2026 - FELIPE - LINHA DE AUDITORIA PASSA A SER GRAVADA
      *              PELO GERENCIADOR PROGCOB57, QUE ATRIBUI A
      *              SEQUENCIA CORRIDA DO AUDIT-LOG
      * 15/10/2026 - FELIPE - PESSOA INATIVA RETIRADA NA FUSAO DE IDS
      *              DO PROGCOB94 MOSTRA O ID SOBREVIVENTE, LIDO NO
      *              CADASTRO DE FUSOES PESSFUS
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT MERGE-FILE ASSIGN TO "PESSFUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUS-ID-RETIRADO
               FILE STATUS IS WRK-FUS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
           05 CONTROLE-EM-USO     PIC X(01).
           05 FILLER              PIC X(34).

       FD  MERGE-FILE.
       01  FUS-RECORD.
           COPY FUSAO REPLACING ==:PREFIX:== BY ==FUS==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-PERSON-STATUS   PIC X(02)  VALUE SPACES.
       77  WRK-FUS-STATUS      PIC X(02)  VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)  VALUE ZEROS.
       77  WRK-ID-PESSOA       PIC 9(05)  VALUE ZEROS.
       77  WRK-NOME            PIC X(10)  VALUE SPACES.
           DISPLAY 'CPF..............: ' PERSON-CPF.
           IF PERSON-ATIVO = 'N'
               DISPLAY 'SITUACAO.........: INATIVA'
               PERFORM 0320-EXIBIR-FUSAO
           ELSE
               DISPLAY 'SITUACAO.........: ATIVA'
           END-IF.
           DISPLAY '----------------------------------------'.

       0320-EXIBIR-FUSAO.
           OPEN INPUT MERGE-FILE.
           IF WRK-FUS-STATUS = '00'
               MOVE PERSON-ID-PESSOA TO FUS-ID-RETIRADO
               READ MERGE-FILE
                   KEY IS FUS-ID-RETIRADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUS-SITUACAO = 'C'
                           DISPLAY 'FUNDIDA NO ID.....: '
                               FUS-ID-SOBREVIVENTE
                       ELSE
                           DISPLAY 'FUSAO INTERROMPIDA COM O ID: '
                               FUS-ID-SOBREVIVENTE
                       END-IF
               END-READ
               CLOSE MERGE-FILE
           END-IF.

       0400-ALTERAR.
           PERFORM 0250-LOCALIZAR-PESSOA.
           IF WRK-ENCONTRADO = 'S'
