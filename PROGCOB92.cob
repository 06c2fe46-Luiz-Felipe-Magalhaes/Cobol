       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB92.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: EMISSAO DE DOCUMENTOS OFICIAIS DA SECRETARIA A
      * PARTIR DO ENRLMAS, GRADE-MASTER, DISCMAS E PERSNMAS, COM O
      * NOME COMPLETO E O CPF DO ALUNO, CADA UM EM SUA GERACAO DE
      * SPOOL PELO PROGCOB40: DECLARACAO DE MATRICULA (DECLMATR,
      * MATRICULAS ATIVAS DO PERIODO), DECLARACAO DE FREQUENCIA
      * (DECLFREQ, AULAS E FALTAS DO PERIODO NO GRADE-MASTER) E
      * CERTIFICADO DE CONCLUSAO (CERTCONC, TODAS AS DISCIPLINAS
      * CURSADAS OU MATRICULADAS COM APROVACAO, CARGA TOTAL E CR
      * PELA REGRA DO PROGCOB86). CADA DOCUMENTO LEVA UM CODIGO DE
      * AUTENTICACAO UNICO (ANO + SEQUENCIA DO CONTADOR DOCSEQ +
      * DIGITO MODULO 97) GRAVADO NO CADASTRO DOCEMIT COM O QUE O
      * DOCUMENTO AFIRMOU. A CONSULTA PELO CODIGO CONFIRMA SE O
      * DOCUMENTO E AUTENTICO E MOSTRA O QUE ELE DIZIA NA EMISSAO
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-CHAVE
               FILE STATUS IS WRK-ENRL-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT DISCIPLINE-MASTER ASSIGN TO "DISCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT ISSUED-DOCUMENTS ASSIGN TO "DOCEMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCE-CODIGO
               FILE STATUS IS WRK-DOCE-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "DOCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SEQ-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

       FD  GRADE-MASTER.
       01  GRADE-RECORD.
           05 GRADE-CHAVE.
               10 GRADE-ID-ALUNO    PIC 9(05).
               10 GRADE-DISCIPLINA  PIC X(10).
               10 GRADE-PERIODO     PIC 9(02).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==GRADE==.
           COPY GRADENOT REPLACING ==:PREFIX:== BY ==GRADE==.

       FD  DISCIPLINE-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  ISSUED-DOCUMENTS.
       01  DOCE-RECORD.
           COPY DOCEMIT REPLACING ==:PREFIX:== BY ==DOCE==.

       FD  SEQUENCE-FILE.
       01  SEQ-RECORD.
           05 SEQ-ULTIMA       PIC 9(06).

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-ENRL-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-GRADE-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-DISC-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-PERSON-STATUS PIC X(02) VALUE SPACES.
       77  WRK-DOCE-STATUS   PIC X(02) VALUE SPACES.
       77  WRK-SEQ-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
       77  WRK-ID-ALUNO      PIC 9(05) VALUE ZEROS.
       77  WRK-PERIODO       PIC 9(02) VALUE ZEROS.
       77  WRK-APTO          PIC X(01) VALUE 'N'.
       77  WRK-MENSAGEM      PIC X(40) VALUE SPACES.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-NOME          PIC X(10) VALUE SPACES.
       77  WRK-SOBRENOME     PIC X(10) VALUE SPACES.
       77  WRK-CPF           PIC 9(11) VALUE ZEROS.
       77  WRK-DISC-CODIGO   PIC X(10) VALUE SPACES.
       77  WRK-DISC-ANTERIOR PIC X(10) VALUE SPACES.
       77  WRK-DISC-APROVADA PIC X(01) VALUE 'N'.
       77  WRK-DISC-PENDENTE PIC X(10) VALUE SPACES.
       77  WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-DOC       PIC 9(03) VALUE ZEROS.
       77  WRK-IND           PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU         PIC X(01) VALUE 'N'.
       77  WRK-CARGA         PIC 9(03) VALUE ZEROS.
       77  WRK-CARGA-TOTAL   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-AULAS   PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-PRESENCAS PIC 9(05) VALUE ZEROS.
       77  WRK-FREQUENCIA    PIC 9(03)V9 VALUE ZEROS.
       77  WRK-SOMA-PONDERADA PIC 9(07)V9 VALUE ZEROS.
       77  WRK-CARGA-CURSADA PIC 9(05) VALUE ZEROS.
       77  WRK-CR            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-SEQUENCIA     PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO-LIVRE  PIC X(01) VALUE 'N'.
       77  WRK-PRODUTO       PIC 9(12) VALUE ZEROS.
       77  WRK-QUOCIENTE     PIC 9(12) VALUE ZEROS.
       77  WRK-RESTO         PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO-ALFA   PIC X(12) VALUE SPACES.
       77  WRK-HORA          PIC 9(08) VALUE ZEROS.
       77  WRK-ITEM-PERIODO  PIC 9(02) VALUE ZEROS.
       77  WRK-ITEM-AULAS    PIC 9(03) VALUE ZEROS.
       77  WRK-ITEM-FALTAS   PIC 9(03) VALUE ZEROS.
       77  WRK-ITEM-MEDIA    PIC 9(02)V9 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(04).
           05 WRK-HOJE-MES     PIC 9(02).
           05 WRK-HOJE-DIA     PIC 9(02).

       01  WRK-CODIGO.
           05 WRK-COD-BASE.
               10 WRK-COD-ANO  PIC 9(04).
               10 WRK-COD-SEQ  PIC 9(06).
           05 WRK-COD-BASE-NUM REDEFINES WRK-COD-BASE PIC 9(10).
           05 WRK-COD-DV       PIC 9(02).
       01  WRK-CODIGO-NUM REDEFINES WRK-CODIGO PIC 9(12).

       01  WRK-CODIGO-EDITADO.
           05 WRK-CE-ANO       PIC 9(04).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-CE-SEQ       PIC 9(06).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-CE-DV        PIC 9(02).

       01  WRK-CPF-NUMERO.
           05 WRK-CPF-P1       PIC 9(03).
           05 WRK-CPF-P2       PIC 9(03).
           05 WRK-CPF-P3       PIC 9(03).
           05 WRK-CPF-DV       PIC 9(02).

       01  WRK-CPF-EDITADO.
           05 WRK-CPFE-P1      PIC 9(03).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-CPFE-P2      PIC 9(03).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-CPFE-P3      PIC 9(03).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-CPFE-DV      PIC 9(02).

       01  WRK-DATA-EDITADA.
           05 WRK-DE-DIA       PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DE-MES       PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WRK-DE-ANO       PIC 9(04).

      ****************************** DISCIPLINAS DO DOCUMENTO
       01  WRK-TABELA-DOC.
           05 WRK-DOC-ITEM OCCURS 40 TIMES.
               10 TD-CODIGO    PIC X(10).
               10 TD-NOME      PIC X(30).
               10 TD-CARGA     PIC 9(03).
               10 TD-PERIODO   PIC 9(02).
               10 TD-AULAS     PIC 9(03).
               10 TD-FALTAS    PIC 9(03).
               10 TD-MEDIA     PIC 9(02)V9.

       01  WRK-LINHA-PESSOA.
           05 FILLER           PIC X(06) VALUE 'NOME: '.
           05 WRK-P-NOME       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-SOBRENOME  PIC X(10).
           05 FILLER           PIC X(08) VALUE '  CPF: '.
           05 WRK-P-CPF        PIC X(14).
           05 FILLER           PIC X(14) VALUE '  MATRICULA: '.
           05 WRK-P-ALUNO      PIC 9(05).

       01  WRK-LINHA-CAB-MATRICULA.
           05 FILLER           PIC X(40) VALUE
              '  DISCIPLINA                      CARGA'.

       01  WRK-LINHA-MATRICULA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LM-NOME      PIC X(30).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LM-CARGA     PIC ZZ9.

       01  WRK-LINHA-CAB-FREQUENCIA.
           05 FILLER           PIC X(40) VALUE
              '  DISCIPLINA                      AULAS'.
           05 FILLER           PIC X(16) VALUE '  FALTAS  FREQ.%'.

       01  WRK-LINHA-FREQUENCIA.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LF-NOME      PIC X(30).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LF-AULAS     PIC ZZ9.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WRK-LF-FALTAS    PIC ZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LF-FREQ      PIC ZZ9,9.

       01  WRK-LINHA-CAB-CONCLUSAO.
           05 FILLER           PIC X(40) VALUE
              '  DISCIPLINA                      CARGA'.
           05 FILLER           PIC X(16) VALUE '  PERIODO  MEDIA'.

       01  WRK-LINHA-CONCLUSAO.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-LC-NOME      PIC X(30).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LC-CARGA     PIC ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WRK-LC-PERIODO   PIC Z9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-LC-MEDIA     PIC Z9,9.

       01  WRK-LINHA-TOTAL.
           05 WRK-LT-ROTULO    PIC X(36).
           05 WRK-LT-VALOR     PIC X(20).

       01  WRK-EDITA-CARGA     PIC ZZZZ9.
       01  WRK-EDITA-QTD       PIC ZZ9.
       01  WRK-EDITA-FREQ      PIC ZZ9,9.
       01  WRK-EDITA-CR        PIC Z9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVOS.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE ENROLL-MASTER.
           CLOSE GRADE-MASTER.
           CLOSE DISCIPLINE-MASTER.
           CLOSE PERSON-MASTER.
           CLOSE ISSUED-DOCUMENTS.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT ENROLL-MASTER.
           IF WRK-ENRL-STATUS = '35'
               CLOSE ENROLL-MASTER
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN INPUT ENROLL-MASTER
           END-IF.
           OPEN INPUT GRADE-MASTER.
           IF WRK-GRADE-STATUS = '35'
               CLOSE GRADE-MASTER
               OPEN OUTPUT GRADE-MASTER
               CLOSE GRADE-MASTER
               OPEN INPUT GRADE-MASTER
           END-IF.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISC-STATUS = '35'
               CLOSE DISCIPLINE-MASTER
               OPEN OUTPUT DISCIPLINE-MASTER
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '35'
               CLOSE PERSON-MASTER
               OPEN OUTPUT PERSON-MASTER
               CLOSE PERSON-MASTER
               OPEN INPUT PERSON-MASTER
           END-IF.
           OPEN I-O ISSUED-DOCUMENTS.
           IF WRK-DOCE-STATUS = '35'
               CLOSE ISSUED-DOCUMENTS
               OPEN OUTPUT ISSUED-DOCUMENTS
               CLOSE ISSUED-DOCUMENTS
               OPEN I-O ISSUED-DOCUMENTS
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB92 - DECLARACOES E CERTIFICADOS'.
           DISPLAY '1 - DECLARACAO DE MATRICULA'.
           DISPLAY '2 - DECLARACAO DE FREQUENCIA'.
           DISPLAY '3 - CERTIFICADO DE CONCLUSAO'.
           DISPLAY '4 - CONSULTAR AUTENTICIDADE PELO CODIGO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'M' TO WRK-TIPO
                   PERFORM 0300-EMITIR-DOCUMENTO
               WHEN 2
                   MOVE 'F' TO WRK-TIPO
                   PERFORM 0300-EMITIR-DOCUMENTO
               WHEN 3
                   MOVE 'C' TO WRK-TIPO
                   PERFORM 0300-EMITIR-DOCUMENTO
               WHEN 4
                   PERFORM 0700-CONSULTAR-CODIGO
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB92'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

      ****************************** LEVANTA OS DADOS, CONFERE SE O
      ****************************** ALUNO TEM DIREITO AO DOCUMENTO E
      ****************************** SO ENTAO GERA O CODIGO, IMPRIME
      ****************************** E REGISTRA NO DOCEMIT
       0300-EMITIR-DOCUMENTO.
           DISPLAY 'MATRICULA DO ALUNO..'
           ACCEPT WRK-ID-ALUNO FROM CONSOLE.
           MOVE ZEROS TO WRK-PERIODO.
           IF WRK-TIPO NOT = 'C'
               DISPLAY 'PERIODO..'
               ACCEPT WRK-PERIODO FROM CONSOLE
           END-IF.
           MOVE ZEROS TO WRK-QTD-DOC WRK-CARGA-TOTAL WRK-FREQUENCIA
                         WRK-CR.
           PERFORM 0310-LER-PESSOA.
           IF WRK-APTO = 'S'
               EVALUATE WRK-TIPO
                   WHEN 'M'
                       PERFORM 0400-COLETAR-MATRICULAS
                   WHEN 'F'
                       PERFORM 0420-COLETAR-FREQUENCIA
                   WHEN 'C'
                       PERFORM 0440-COLETAR-CONCLUSAO
               END-EVALUATE
           END-IF.
           IF WRK-APTO = 'S'
               PERFORM 0500-GERAR-CODIGO
               PERFORM 0600-IMPRIMIR-DOCUMENTO
               PERFORM 0550-REGISTRAR-DOCUMENTO
               DISPLAY 'DOCUMENTO EMITIDO - CODIGO DE AUTENTICACAO '
                   WRK-CODIGO-EDITADO
               MOVE SPACES TO AUDITORIA-DETALHE
               STRING 'DOC TIPO=' WRK-TIPO ' ALUNO=' WRK-ID-ALUNO
                   ' PER=' WRK-PERIODO
                   DELIMITED BY SIZE INTO AUDITORIA-DETALHE
               MOVE SPACES TO AUDITORIA-RESULTADO
               STRING 'COD=' WRK-CODIGO-NUM
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
               PERFORM 0900-GRAVAR-AUDITORIA
           ELSE
               DISPLAY 'DOCUMENTO NAO EMITIDO: ' WRK-MENSAGEM
           END-IF.

       0310-LER-PESSOA.
           MOVE 'S' TO WRK-APTO.
           MOVE WRK-ID-ALUNO TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   MOVE 'N' TO WRK-APTO
                   MOVE 'ALUNO NAO CADASTRADO NO PERSNMAS'
                       TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE PERSON-NOME      TO WRK-NOME
                   MOVE PERSON-SOBRENOME TO WRK-SOBRENOME
                   MOVE PERSON-CPF       TO WRK-CPF
           END-READ.
           IF WRK-APTO = 'S' AND WRK-TIPO = 'M'
              AND PERSON-ATIVO = 'N'
               MOVE 'N' TO WRK-APTO
               MOVE 'PESSOA INATIVA NO PERSNMAS' TO WRK-MENSAGEM
           END-IF.
           IF WRK-APTO = 'S' AND WRK-TIPO NOT = 'C'
              AND WRK-PERIODO = ZEROS
               MOVE 'N' TO WRK-APTO
               MOVE 'PERIODO NAO INFORMADO' TO WRK-MENSAGEM
           END-IF.

      ****************************** MATRICULAS ATIVAS DO PERIODO
       0400-COLETAR-MATRICULAS.
           PERFORM 0460-POSICIONAR-MATRICULAS.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF ENRL-PERIODO = WRK-PERIODO AND ENRL-ATIVO = 'S'
                   MOVE ENRL-DISCIPLINA TO WRK-DISC-CODIGO
                   MOVE ENRL-PERIODO    TO WRK-ITEM-PERIODO
                   MOVE ZEROS TO WRK-ITEM-AULAS WRK-ITEM-FALTAS
                                 WRK-ITEM-MEDIA
                   PERFORM 0480-ADICIONAR-DISCIPLINA
               END-IF
               PERFORM 0470-LER-MATRICULA
           END-PERFORM.
           IF WRK-QTD-DOC = ZEROS
               MOVE 'N' TO WRK-APTO
               MOVE 'ALUNO SEM MATRICULA ATIVA NO PERIODO'
                   TO WRK-MENSAGEM
           END-IF.

      ****************************** AULAS E FALTAS DO PERIODO NO
      ****************************** GRADE-MASTER
       0420-COLETAR-FREQUENCIA.
           MOVE ZEROS TO WRK-TOTAL-AULAS WRK-TOTAL-PRESENCAS.
           PERFORM 0490-POSICIONAR-GRADE.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF GRADE-PERIODO = WRK-PERIODO
                   MOVE GRADE-DISCIPLINA  TO WRK-DISC-CODIGO
                   MOVE GRADE-PERIODO     TO WRK-ITEM-PERIODO
                   MOVE GRADE-TOTAL-AULAS TO WRK-ITEM-AULAS
                   MOVE GRADE-FALTAS      TO WRK-ITEM-FALTAS
                   MOVE ZEROS             TO WRK-ITEM-MEDIA
                   PERFORM 0480-ADICIONAR-DISCIPLINA
                   IF GRADE-FALTAS NOT > GRADE-TOTAL-AULAS
                       ADD GRADE-TOTAL-AULAS TO WRK-TOTAL-AULAS
                       COMPUTE WRK-TOTAL-PRESENCAS =
                           WRK-TOTAL-PRESENCAS
                           + GRADE-TOTAL-AULAS - GRADE-FALTAS
                   END-IF
               END-IF
               PERFORM 0495-LER-GRADE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-QTD-DOC = ZEROS
                   MOVE 'N' TO WRK-APTO
                   MOVE 'ALUNO SEM LANCAMENTO NO PERIODO'
                       TO WRK-MENSAGEM
               WHEN WRK-TOTAL-AULAS = ZEROS
                   MOVE 'N' TO WRK-APTO
                   MOVE 'PERIODO SEM AULAS REGISTRADAS'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   COMPUTE WRK-FREQUENCIA ROUNDED =
                       WRK-TOTAL-PRESENCAS * 100 / WRK-TOTAL-AULAS
           END-EVALUATE.

      ****************************** CONCLUSAO: TODA DISCIPLINA DO
      ****************************** GRADE-MASTER COM UM APROVADO E
      ****************************** NENHUMA MATRICULA ATIVA SEM
      ****************************** APROVACAO. CR PELA REGRA DO
      ****************************** PROGCOB86 (SO LANCAMENTO FECHADO)
       0440-COLETAR-CONCLUSAO.
           MOVE ZEROS  TO WRK-QTD-PENDENTES WRK-SOMA-PONDERADA
                          WRK-CARGA-CURSADA.
           MOVE SPACES TO WRK-DISC-ANTERIOR WRK-DISC-PENDENTE.
           MOVE 'S'    TO WRK-DISC-APROVADA.
           PERFORM 0490-POSICIONAR-GRADE.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF GRADE-DISCIPLINA NOT = WRK-DISC-ANTERIOR
                   PERFORM 0450-FECHAR-DISCIPLINA
                   MOVE GRADE-DISCIPLINA TO WRK-DISC-ANTERIOR
                   MOVE 'N' TO WRK-DISC-APROVADA
               END-IF
               PERFORM 0445-ACUMULAR-CONCLUSAO
               PERFORM 0495-LER-GRADE
           END-PERFORM.
           PERFORM 0450-FECHAR-DISCIPLINA.
           PERFORM 0460-POSICIONAR-MATRICULAS.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF ENRL-ATIVO = 'S'
                   PERFORM 0455-CONFERIR-MATRICULA
               END-IF
               PERFORM 0470-LER-MATRICULA
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-QTD-PENDENTES > ZEROS
                   MOVE 'N' TO WRK-APTO
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING 'DISCIPLINA PENDENTE ' WRK-DISC-PENDENTE
                       DELIMITED BY SIZE INTO WRK-MENSAGEM
               WHEN WRK-QTD-DOC = ZEROS
                   MOVE 'N' TO WRK-APTO
                   MOVE 'ALUNO SEM DISCIPLINA APROVADA'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   IF WRK-CARGA-CURSADA > ZEROS
                       COMPUTE WRK-CR ROUNDED =
                           WRK-SOMA-PONDERADA / WRK-CARGA-CURSADA
                   END-IF
           END-EVALUATE.

       0445-ACUMULAR-CONCLUSAO.
           IF GRADE-SITUACAO = 'APROVADO'
              OR GRADE-SITUACAO = 'REPROVADO'
              OR GRADE-SITUACAO = 'REPROV FALTA'
               MOVE GRADE-DISCIPLINA TO DISC-CODIGO
               READ DISCIPLINE-MASTER
                   KEY IS DISC-CODIGO
                   INVALID KEY
                       MOVE ZEROS TO WRK-CARGA
                   NOT INVALID KEY
                       MOVE DISC-CARGA TO WRK-CARGA
               END-READ
               COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                   + GRADE-MEDIA * WRK-CARGA
               ADD WRK-CARGA TO WRK-CARGA-CURSADA
           END-IF.
           IF GRADE-SITUACAO = 'APROVADO' AND WRK-DISC-APROVADA = 'N'
               MOVE 'S' TO WRK-DISC-APROVADA
               MOVE GRADE-DISCIPLINA TO WRK-DISC-CODIGO
               MOVE GRADE-PERIODO    TO WRK-ITEM-PERIODO
               MOVE ZEROS TO WRK-ITEM-AULAS WRK-ITEM-FALTAS
               MOVE GRADE-MEDIA      TO WRK-ITEM-MEDIA
               PERFORM 0480-ADICIONAR-DISCIPLINA
           END-IF.

       0450-FECHAR-DISCIPLINA.
           IF WRK-DISC-APROVADA = 'N'
               ADD 1 TO WRK-QTD-PENDENTES
               IF WRK-DISC-PENDENTE = SPACES
                   MOVE WRK-DISC-ANTERIOR TO WRK-DISC-PENDENTE
               END-IF
           END-IF.

       0455-CONFERIR-MATRICULA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-DOC OR WRK-ACHOU = 'S'
               IF TD-CODIGO(WRK-IND) = ENRL-DISCIPLINA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               ADD 1 TO WRK-QTD-PENDENTES
               IF WRK-DISC-PENDENTE = SPACES
                   MOVE ENRL-DISCIPLINA TO WRK-DISC-PENDENTE
               END-IF
           END-IF.

       0460-POSICIONAR-MATRICULAS.
           MOVE WRK-ID-ALUNO TO ENRL-ID-ALUNO.
           MOVE LOW-VALUES   TO ENRL-DISCIPLINA.
           MOVE ZEROS        TO ENRL-PERIODO.
           START ENROLL-MASTER
               KEY IS NOT LESS THAN ENRL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0470-LER-MATRICULA.

       0470-LER-MATRICULA.
           IF WRK-FIM-ARQUIVO = 'N'
               READ ENROLL-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF ENRL-ID-ALUNO NOT = WRK-ID-ALUNO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
           END-IF.

      ****************************** NOME E CARGA DO CATALOGO; SEM
      ****************************** CATALOGO SAI O CODIGO E CARGA 0
       0480-ADICIONAR-DISCIPLINA.
           IF WRK-QTD-DOC < 40
               ADD 1 TO WRK-QTD-DOC
               MOVE WRK-DISC-CODIGO  TO TD-CODIGO(WRK-QTD-DOC)
               MOVE WRK-ITEM-PERIODO TO TD-PERIODO(WRK-QTD-DOC)
               MOVE WRK-ITEM-AULAS   TO TD-AULAS(WRK-QTD-DOC)
               MOVE WRK-ITEM-FALTAS  TO TD-FALTAS(WRK-QTD-DOC)
               MOVE WRK-ITEM-MEDIA   TO TD-MEDIA(WRK-QTD-DOC)
               MOVE WRK-DISC-CODIGO  TO DISC-CODIGO
               READ DISCIPLINE-MASTER
                   KEY IS DISC-CODIGO
                   INVALID KEY
                       MOVE WRK-DISC-CODIGO TO TD-NOME(WRK-QTD-DOC)
                       MOVE ZEROS           TO TD-CARGA(WRK-QTD-DOC)
                   NOT INVALID KEY
                       MOVE DISC-NOME  TO TD-NOME(WRK-QTD-DOC)
                       MOVE DISC-CARGA TO TD-CARGA(WRK-QTD-DOC)
               END-READ
               ADD TD-CARGA(WRK-QTD-DOC) TO WRK-CARGA-TOTAL
           ELSE
               DISPLAY 'DOCUMENTO LIMITADO A 40 DISCIPLINAS - '
                   WRK-DISC-CODIGO ' FORA DA LISTA'
           END-IF.

       0490-POSICIONAR-GRADE.
           MOVE WRK-ID-ALUNO TO GRADE-ID-ALUNO.
           MOVE LOW-VALUES   TO GRADE-DISCIPLINA.
           MOVE ZEROS        TO GRADE-PERIODO.
           START GRADE-MASTER
               KEY IS NOT LESS THAN GRADE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 0495-LER-GRADE.

       0495-LER-GRADE.
           IF WRK-FIM-ARQUIVO = 'N'
               READ GRADE-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF GRADE-ID-ALUNO NOT = WRK-ID-ALUNO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       END-IF
               END-READ
           END-IF.

      ****************************** CODIGO = ANO + SEQUENCIA DOCSEQ
      ****************************** + DIGITO MODULO 97 (BASE X 100 +
      ****************************** DIGITO DEIXA RESTO 1). CODIGO JA
      ****************************** USADO AVANCA A SEQUENCIA
       0500-GERAR-CODIGO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-CODIGO-LIVRE.
           PERFORM UNTIL WRK-CODIGO-LIVRE = 'S'
               PERFORM 0510-PROXIMA-SEQUENCIA
               MOVE WRK-HOJE-ANO  TO WRK-COD-ANO
               MOVE WRK-SEQUENCIA TO WRK-COD-SEQ
               PERFORM 0520-CALCULAR-DIGITO
               COMPUTE WRK-COD-DV = 98 - WRK-RESTO
               MOVE WRK-CODIGO-NUM TO DOCE-CODIGO
               READ ISSUED-DOCUMENTS
                   KEY IS DOCE-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-CODIGO-LIVRE
               END-READ
           END-PERFORM.
           MOVE WRK-COD-ANO TO WRK-CE-ANO.
           MOVE WRK-COD-SEQ TO WRK-CE-SEQ.
           MOVE WRK-COD-DV  TO WRK-CE-DV.

       0510-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-SEQUENCIA.
           OPEN INPUT SEQUENCE-FILE.
           IF WRK-SEQ-STATUS = '35'
               CONTINUE
           ELSE
               READ SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-ULTIMA TO WRK-SEQUENCIA
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.
           OPEN OUTPUT SEQUENCE-FILE.
           MOVE WRK-SEQUENCIA TO SEQ-ULTIMA.
           WRITE SEQ-RECORD.
           CLOSE SEQUENCE-FILE.

       0520-CALCULAR-DIGITO.
           COMPUTE WRK-PRODUTO = WRK-COD-BASE-NUM * 100.
           DIVIDE WRK-PRODUTO BY 97 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.

       0550-REGISTRAR-DOCUMENTO.
           MOVE WRK-CODIGO-NUM  TO DOCE-CODIGO.
           MOVE WRK-TIPO        TO DOCE-TIPO.
           MOVE WRK-ID-ALUNO    TO DOCE-ID-ALUNO.
           MOVE WRK-NOME        TO DOCE-NOME.
           MOVE WRK-SOBRENOME   TO DOCE-SOBRENOME.
           MOVE WRK-CPF         TO DOCE-CPF.
           MOVE WRK-PERIODO     TO DOCE-PERIODO.
           MOVE WRK-DATA-HOJE   TO DOCE-DATA-EMISSAO.
           MOVE WRK-HORA        TO DOCE-HORA-EMISSAO.
           MOVE WRK-QTD-DOC     TO DOCE-QTD-DISCIPLINAS.
           MOVE WRK-CARGA-TOTAL TO DOCE-CARGA-TOTAL.
           MOVE WRK-FREQUENCIA  TO DOCE-FREQUENCIA.
           MOVE WRK-CR          TO DOCE-CR.
           MOVE SPL-ARQUIVO     TO DOCE-ARQUIVO.
           WRITE DOCE-RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO - STATUS '
                       WRK-DOCE-STATUS
           END-WRITE.

       0600-IMPRIMIR-DOCUMENTO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE 'R' TO SPL-FUNCAO.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   MOVE 'DECLMATR' TO SPL-RELATORIO
               WHEN 'F'
                   MOVE 'DECLFREQ' TO SPL-RELATORIO
               WHEN OTHER
                   MOVE 'CERTCONC' TO SPL-RELATORIO
           END-EVALUATE.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '                              SECRETARIA ESCOLAR'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   MOVE 'DECLARACAO DE MATRICULA'
                       TO PRINT-RECORD(28:)
               WHEN 'F'
                   MOVE 'DECLARACAO DE FREQUENCIA'
                       TO PRINT-RECORD(27:)
               WHEN OTHER
                   MOVE 'CERTIFICADO DE CONCLUSAO'
                       TO PRINT-RECORD(27:)
           END-EVALUATE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) ALUNO(A)'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WRK-NOME      TO WRK-P-NOME.
           MOVE WRK-SOBRENOME TO WRK-P-SOBRENOME.
           MOVE WRK-CPF       TO WRK-CPF-NUMERO.
           MOVE WRK-CPF-P1    TO WRK-CPFE-P1.
           MOVE WRK-CPF-P2    TO WRK-CPFE-P2.
           MOVE WRK-CPF-P3    TO WRK-CPFE-P3.
           MOVE WRK-CPF-DV    TO WRK-CPFE-DV.
           MOVE WRK-CPF-EDITADO TO WRK-P-CPF.
           MOVE WRK-ID-ALUNO  TO WRK-P-ALUNO.
           WRITE PRINT-RECORD FROM WRK-LINHA-PESSOA.
           MOVE SPACES TO PRINT-RECORD.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   STRING 'ESTA REGULARMENTE MATRICULADO(A) NO PERIODO '
                       WRK-PERIODO ' NAS DISCIPLINAS ABAIXO:'
                       DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN 'F'
                   STRING 'CURSA O PERIODO ' WRK-PERIODO
                       ' COM A FREQUENCIA ABAIXO:'
                       DELIMITED BY SIZE INTO PRINT-RECORD
               WHEN OTHER
                   STRING 'CONCLUIU COM APROVACAO TODAS AS '
                       'DISCIPLINAS EM QUE SE MATRICULOU:'
                       DELIMITED BY SIZE INTO PRINT-RECORD
           END-EVALUATE.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   WRITE PRINT-RECORD FROM WRK-LINHA-CAB-MATRICULA
               WHEN 'F'
                   WRITE PRINT-RECORD FROM WRK-LINHA-CAB-FREQUENCIA
               WHEN OTHER
                   WRITE PRINT-RECORD FROM WRK-LINHA-CAB-CONCLUSAO
           END-EVALUATE.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-DOC
               PERFORM 0610-IMPRIMIR-DISCIPLINA
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM 0620-IMPRIMIR-TOTAIS.
           MOVE WRK-HOJE-DIA TO WRK-DE-DIA.
           MOVE WRK-HOJE-MES TO WRK-DE-MES.
           MOVE WRK-HOJE-ANO TO WRK-DE-ANO.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'EMITIDO EM ' WRK-DATA-EDITADA
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     ________________________________'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     SECRETARIA ESCOLAR' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'CODIGO DE AUTENTICACAO: ' WRK-CODIGO-EDITADO
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'A AUTENTICIDADE DESTE DOCUMENTO PODE SER '
               'CONFIRMADA NA SECRETARIA PELO CODIGO'
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE 1 TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.

       0610-IMPRIMIR-DISCIPLINA.
           EVALUATE WRK-TIPO
               WHEN 'M'
                   MOVE TD-NOME(WRK-IND)  TO WRK-LM-NOME
                   MOVE TD-CARGA(WRK-IND) TO WRK-LM-CARGA
                   WRITE PRINT-RECORD FROM WRK-LINHA-MATRICULA
               WHEN 'F'
                   MOVE TD-NOME(WRK-IND)   TO WRK-LF-NOME
                   MOVE TD-AULAS(WRK-IND)  TO WRK-LF-AULAS
                   MOVE TD-FALTAS(WRK-IND) TO WRK-LF-FALTAS
                   IF TD-AULAS(WRK-IND) > ZEROS
                      AND TD-FALTAS(WRK-IND) NOT > TD-AULAS(WRK-IND)
                       COMPUTE WRK-FREQUENCIA ROUNDED =
                           (TD-AULAS(WRK-IND) - TD-FALTAS(WRK-IND))
                           * 100 / TD-AULAS(WRK-IND)
                       MOVE WRK-FREQUENCIA TO WRK-LF-FREQ
                   ELSE
                       MOVE ZEROS TO WRK-LF-FREQ
                   END-IF
                   WRITE PRINT-RECORD FROM WRK-LINHA-FREQUENCIA
               WHEN OTHER
                   MOVE TD-NOME(WRK-IND)    TO WRK-LC-NOME
                   MOVE TD-CARGA(WRK-IND)   TO WRK-LC-CARGA
                   MOVE TD-PERIODO(WRK-IND) TO WRK-LC-PERIODO
                   MOVE TD-MEDIA(WRK-IND)   TO WRK-LC-MEDIA
                   WRITE PRINT-RECORD FROM WRK-LINHA-CONCLUSAO
           END-EVALUATE.

      ****************************** A FREQUENCIA DA LINHA USA O MESMO
      ****************************** CAMPO; O TOTAL DO PERIODO E
      ****************************** RECALCULADO AQUI
       0620-IMPRIMIR-TOTAIS.
           MOVE WRK-QTD-DOC TO WRK-EDITA-QTD.
           MOVE 'DISCIPLINAS.......................:' TO WRK-LT-ROTULO.
           MOVE WRK-EDITA-QTD TO WRK-LT-VALOR.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           IF WRK-TIPO NOT = 'F'
               MOVE WRK-CARGA-TOTAL TO WRK-EDITA-CARGA
               MOVE 'CARGA HORARIA TOTAL...............:'
                   TO WRK-LT-ROTULO
               MOVE WRK-EDITA-CARGA TO WRK-LT-VALOR
               WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL
           END-IF.
           IF WRK-TIPO = 'F'
               COMPUTE WRK-FREQUENCIA ROUNDED =
                   WRK-TOTAL-PRESENCAS * 100 / WRK-TOTAL-AULAS
               MOVE WRK-FREQUENCIA TO WRK-EDITA-FREQ
               MOVE 'FREQUENCIA NO PERIODO (%).........:'
                   TO WRK-LT-ROTULO
               MOVE WRK-EDITA-FREQ TO WRK-LT-VALOR
               WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL
           END-IF.
           IF WRK-TIPO = 'C'
               MOVE WRK-CR TO WRK-EDITA-CR
               MOVE 'COEFICIENTE DE RENDIMENTO (CR)....:'
                   TO WRK-LT-ROTULO
               MOVE WRK-EDITA-CR TO WRK-LT-VALOR
               WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL
           END-IF.

      ****************************** CONSULTA DE AUTENTICIDADE: O
      ****************************** DIGITO DEVE CONFERIR E O CODIGO
      ****************************** TEM DE ESTAR NO DOCEMIT
       0700-CONSULTAR-CODIGO.
           DISPLAY 'CODIGO DE AUTENTICACAO (SO OS 12 DIGITOS)..'
           ACCEPT WRK-CODIGO-ALFA FROM CONSOLE.
           MOVE SPACES TO AUDITORIA-DETALHE AUDITORIA-RESULTADO.
           STRING 'CONSULTA COD=' WRK-CODIGO-ALFA
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           IF WRK-CODIGO-ALFA IS NOT NUMERIC
               DISPLAY 'CODIGO INVALIDO - INFORME OS 12 DIGITOS'
               MOVE 'CODIGO INVALIDO' TO AUDITORIA-RESULTADO
           ELSE
               MOVE WRK-CODIGO-ALFA TO WRK-CODIGO
               PERFORM 0520-CALCULAR-DIGITO
               IF WRK-COD-DV NOT = 98 - WRK-RESTO
                   DISPLAY 'CODIGO INVALIDO - DIGITO NAO CONFERE'
                   MOVE 'DIGITO NAO CONFERE' TO AUDITORIA-RESULTADO
               ELSE
                   MOVE WRK-CODIGO-NUM TO DOCE-CODIGO
                   READ ISSUED-DOCUMENTS
                       KEY IS DOCE-CODIGO
                       INVALID KEY
                           DISPLAY 'CODIGO NAO REGISTRADO - DOCUMENTO '
                               'NAO E AUTENTICO'
                           MOVE 'NAO REGISTRADO' TO AUDITORIA-RESULTADO
                       NOT INVALID KEY
                           PERFORM 0710-EXIBIR-DOCUMENTO
                           MOVE 'AUTENTICO' TO AUDITORIA-RESULTADO
                   END-READ
               END-IF
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.

       0710-EXIBIR-DOCUMENTO.
           DISPLAY 'DOCUMENTO AUTENTICO'.
           EVALUATE DOCE-TIPO
               WHEN 'M'
                   DISPLAY 'TIPO..........: DECLARACAO DE MATRICULA'
               WHEN 'F'
                   DISPLAY 'TIPO..........: DECLARACAO DE FREQUENCIA'
               WHEN OTHER
                   DISPLAY 'TIPO..........: CERTIFICADO DE CONCLUSAO'
           END-EVALUATE.
           MOVE DOCE-CPF TO WRK-CPF-NUMERO.
           MOVE WRK-CPF-P1 TO WRK-CPFE-P1.
           MOVE WRK-CPF-P2 TO WRK-CPFE-P2.
           MOVE WRK-CPF-P3 TO WRK-CPFE-P3.
           MOVE WRK-CPF-DV TO WRK-CPFE-DV.
           MOVE DOCE-DATA-EMISSAO TO WRK-DATA-HOJE.
           MOVE WRK-HOJE-DIA TO WRK-DE-DIA.
           MOVE WRK-HOJE-MES TO WRK-DE-MES.
           MOVE WRK-HOJE-ANO TO WRK-DE-ANO.
           DISPLAY 'ALUNO.........: ' DOCE-ID-ALUNO ' ' DOCE-NOME ' '
               DOCE-SOBRENOME.
           DISPLAY 'CPF...........: ' WRK-CPF-EDITADO.
           IF DOCE-TIPO NOT = 'C'
               DISPLAY 'PERIODO.......: ' DOCE-PERIODO
           END-IF.
           DISPLAY 'EMITIDO EM....: ' WRK-DATA-EDITADA ' AS '
               DOCE-HORA-EMISSAO(1:2) ':' DOCE-HORA-EMISSAO(3:2).
           MOVE DOCE-QTD-DISCIPLINAS TO WRK-EDITA-QTD.
           DISPLAY 'DISCIPLINAS...: ' WRK-EDITA-QTD.
           IF DOCE-TIPO NOT = 'F'
               MOVE DOCE-CARGA-TOTAL TO WRK-EDITA-CARGA
               DISPLAY 'CARGA TOTAL...: ' WRK-EDITA-CARGA
           END-IF.
           IF DOCE-TIPO = 'F'
               MOVE DOCE-FREQUENCIA TO WRK-EDITA-FREQ
               DISPLAY 'FREQUENCIA %..: ' WRK-EDITA-FREQ
           END-IF.
           IF DOCE-TIPO = 'C'
               MOVE DOCE-CR TO WRK-EDITA-CR
               DISPLAY 'CR............: ' WRK-EDITA-CR
           END-IF.
           DISPLAY 'SPOOL.........: ' DOCE-ARQUIVO.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB92' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
