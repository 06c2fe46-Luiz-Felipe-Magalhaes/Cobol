       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB93.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: ATENDIMENTO AO TITULAR DE DADOS (LGPD) PELO CPF.
      * O CPF E PROCURADO NO PERSNMAS E NO PROFMAS E DALI SAEM OS ID
      * DA PESSOA (MAIS DE UM QUANDO HA CADASTRO DUPLICADO); REGISTRO
      * DE SALESMAS OU GRADEMAS COM O MESMO CPF TAMBEM ENTRA.
      * OPCAO 1 - RELATORIO DO TITULAR (SPOOL LGPDTIT) COM TUDO O QUE
      * O SISTEMA GUARDA DA PESSOA: PERSNMAS, PROFMAS, SALESMAS,
      * ARQUIVO MORTO SALESARC, GRADEMAS, GRADHIST, ENRLMAS,
      * ARRECMAS, DIARIOS SJAAAAMM DOS ANOS EM QUE FOI VENDEDOR,
      * BOLSAS, DOCUMENTOS EMITIDOS DOCEMIT
      * E AS LINHAS DO AUDITLOG CORRENTE QUE CITAM O ID OU O CPF.
      * O CLIENTE PESSOA FISICA DO CLIEMAS COM O MESMO CPF TAMBEM
      * ENTRA, COM OS TITULOS DO ARRECMAS E AS LINHAS DOS DIARIOS
      * DOS MESES DESSES TITULOS QUE LEVAM O CODIGO DELE.
      * OPCAO 2 - ANONIMIZACAO, SO PARA OPERADOR ADM E COM DUAS
      * CONFIRMACOES (S/N E O CPF REDIGITADO): NOME, SOBRENOME E CPF
      * VIRAM 'ANONIMO'/'ANONIMO'/ZEROS EM TODO ARQUIVO QUE OS GUARDA
      * (PERSNMAS, PROFMAS, SALESMAS, SALESARC, GRADEMAS, IMAGENS DO
      * GRADHIST E DOCEMIT); NO CLIEMAS O ENDERECO E O CEP TAMBEM
      * SAO MASCARADOS. IDS, VALORES, NOTAS E DATAS FICAM COMO
      * ESTAO, ENTAO OS TOTAIS FINANCEIROS E ACADEMICOS NAO MUDAM;
      * ENRLMAS, ARRECMAS, DIARIOS, BOLSAS E AUDITLOG SO TEM O ID E
      * NAO SAO ALTERADOS (O AUDITLOG TAMBEM NAO PODE SER REESCRITO SEM
      * QUEBRAR A VERIFICACAO DO PROGCOB58). O CLIEMAS E O PERSNMAS
      * SAO MASCARADOS POR ULTIMO: SE A RODADA PARAR NO MEIO, BASTA
      * REPETIR COM O MESMO CPF. O RESULTADO SAI EM SPOOL LGPDANO SO
      * COM AS QUANTIDADES. TODA SOLICITACAO VAI PARA O REGISTRO
      * LGPDREG (CPF MASCARADO) E PARA O AUDIT-LOG
      * DATA   = 15/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - ARQUIVO MORTO DE VENDAS SALESARC
      *              (PROGCOB35) ENTRA NO RELATORIO E E MASCARADO NA
      *              ANONIMIZACAO, COPIADO PELO SALESAWK E DEVOLVIDO
      * 15/10/2026 - FELIPE - LINHA A IMPRIMIR NAO SE PERDE MAIS NA
      *              QUEBRA DE PAGINA
      * 15/10/2026 - FELIPE - CLIENTE PESSOA FISICA DO CLIEMAS COM O
      *              CPF DO TITULAR ENTRA NO RELATORIO COM OS TITULOS
      *              E AS LINHAS DE DIARIO DO CODIGO DELE, E TEM NOME,
      *              CPF, ENDERECO E CEP MASCARADOS NA ANONIMIZACAO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID-PESSOA
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT SALES-MASTER ASSIGN TO "SALESMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
           SELECT SALES-ARCHIVE ASSIGN TO "SALESARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-ARC-STATUS.
           SELECT ARCHIVE-WORK ASSIGN TO "SALESAWK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WRK-AWRK-STATUS.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT GRADE-HISTORY ASSIGN TO "GRADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HIST-STATUS.
           SELECT HISTORY-WORK ASSIGN TO "GRADHWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HWRK-STATUS.
           SELECT CLIENT-MASTER ASSIGN TO "CLIEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-CHAVE
               FILE STATUS IS WRK-ENRL-STATUS.
           SELECT RECEIVABLE-MASTER ASSIGN TO "ARRECMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RECV-DOCUMENTO
               FILE STATUS IS WRK-RECV-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WRK-ARQUIVO-JORNAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRNX-CHAVE
               FILE STATUS IS WRK-JRN-STATUS.
           SELECT ISSUED-DOCUMENTS ASSIGN TO "DOCEMIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOCE-CODIGO
               FILE STATUS IS WRK-DOCE-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLS-ID-ALUNO
               FILE STATUS IS WRK-BOLS-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDL-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT LGPD-REGISTER ASSIGN TO "LGPDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LGPD-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  PROFESSOR-MASTER.
       01  PROF-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PROF==.

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

       FD  ARCHIVE-WORK.
       01  AWRK-RECORD.
           05 AWRK-CHAVE.
               10 AWRK-ANO          PIC 9(04).
               10 AWRK-ID-VENDEDOR  PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==AWRK==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==AWRK==.

       FD  GRADE-MASTER.
       01  GRADE-RECORD.
           05 GRADE-CHAVE.
               10 GRADE-ID-ALUNO    PIC 9(05).
               10 GRADE-DISCIPLINA  PIC X(10).
               10 GRADE-PERIODO     PIC 9(02).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==GRADE==.
           COPY GRADENOT REPLACING ==:PREFIX:== BY ==GRADE==.

       FD  GRADE-HISTORY.
       01  HIST-RECORD.
           05 HIST-DATA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 HIST-HORA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 HIST-MOTIVO        PIC X(15).
           05 FILLER             PIC X(01).
           05 HIST-ANTES         PIC X(116).
           05 FILLER             PIC X(01).
           05 HIST-DEPOIS        PIC X(116).

       FD  HISTORY-WORK.
       01  HWRK-RECORD           PIC X(267).

       FD  CLIENT-MASTER.
       01  CLI-RECORD.
           COPY CLIENTE REPLACING ==:PREFIX:== BY ==CLI==.

       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  JOURNAL-FILE.
       01  JRNX-RECORD.
           COPY JORNALIX REPLACING ==:PREFIX:== BY ==JRNX==.

       FD  ISSUED-DOCUMENTS.
       01  DOCE-RECORD.
           COPY DOCEMIT REPLACING ==:PREFIX:== BY ==DOCE==.

       FD  SCHOLARSHIP-FILE.
       01  BOLS-RECORD.
           COPY BOLSA REPLACING ==:PREFIX:== BY ==BOLS==.

       FD  AUDIT-LOG.
       01  AUDL-RECORD.
           05 AUDL-PROGRAMA      PIC X(09).
           05 FILLER             PIC X(01).
           05 AUDL-DATA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 AUDL-HORA          PIC 9(08).
           05 FILLER             PIC X(01).
           05 AUDL-DETALHE       PIC X(30).
           05 FILLER             PIC X(01).
           05 AUDL-RESULTADO     PIC X(20).
           05 FILLER             PIC X(01).
           05 AUDL-OPERADOR      PIC X(08).
           05 FILLER             PIC X(01).
           05 AUDL-SEQUENCIA     PIC X(07).
           05 FILLER             PIC X(01).

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

       FD  LGPD-REGISTER.
       01  LGPD-RECORD.
           COPY LGPDREG REPLACING ==:PREFIX:== BY ==LGPD==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-PROF-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-ARC-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-AWRK-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-GRADE-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-HIST-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-HWRK-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CLI-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-ENRL-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-JRN-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-DOCE-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-BOLS-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-AUDL-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-OPER-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-LGPD-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-ARQUIVO-JORNAL  PIC X(08)   VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)   VALUE ZEROS.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-SENHA           PIC X(08)   VALUE SPACES.
       77  WRK-OPERADOR-OK     PIC X(01)   VALUE 'N'.
       77  WRK-PERFIL          PIC X(03)   VALUE SPACES.
       77  WRK-MODO            PIC 9(01)   VALUE 1.
       77  WRK-CPF-ALFA        PIC X(11)   VALUE SPACES.
       77  WRK-CPF             PIC 9(11)   VALUE ZEROS.
       77  WRK-CPF-CONFIRMA    PIC X(11)   VALUE SPACES.
       77  WRK-RESPOSTA        PIC X(01)   VALUE SPACES.
       77  WRK-CONFIRMADO      PIC X(01)   VALUE 'N'.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU           PIC X(01)   VALUE 'N'.
       77  WRK-ID-TESTE        PIC 9(05)   VALUE ZEROS.
       77  WRK-ID-ALFA         PIC X(05)   VALUE SPACES.
       77  WRK-QTD-IDS         PIC 9(02)   VALUE ZEROS.
       77  WRK-QTD-ANOS        PIC 9(02)   VALUE ZEROS.
       77  WRK-QTD-CLIENTES    PIC 9(02)   VALUE ZEROS.
       77  WRK-QTD-MESES-CLI   PIC 9(02)   VALUE ZEROS.
       77  WRK-IND-CLI         PIC 9(02)   VALUE ZEROS.
       77  WRK-IND-MES         PIC 9(02)   VALUE ZEROS.
       77  WRK-ACHOU-CLIENTE   PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU-MES       PIC X(01)   VALUE 'N'.
       77  WRK-CLIENTE-TESTE   PIC X(08)   VALUE SPACES.
       77  WRK-IND             PIC 9(02)   VALUE ZEROS.
       77  WRK-IND-ANO         PIC 9(02)   VALUE ZEROS.
       77  WRK-MES             PIC 9(02)   VALUE ZEROS.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-OCORRENCIAS     PIC 9(03)   VALUE ZEROS.
       77  WRK-TOTAL-ANO       PIC 9(8)V99 VALUE ZEROS.
       77  WRK-QTD-SECAO       PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-MASC-SECAO  PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-REGISTROS   PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-ANONIMIZADOS PIC 9(07)  VALUE ZEROS.
       77  WRK-DISPONIVEL      PIC X(01)   VALUE 'N'.
       77  WRK-LINHAS          PIC 9(03)   VALUE ZEROS.
       77  WRK-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WRK-LINHA-SALVA     PIC X(80)   VALUE SPACES.
       77  WRK-NOME-SECAO      PIC X(50)   VALUE SPACES.
       77  WRK-NOME-MASCARA    PIC X(10)   VALUE 'ANONIMO'.
       77  WRK-ED-VALOR        PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-NOTA         PIC Z9,9.
       77  WRK-ED-PCT          PIC ZZ9,99.
       77  WRK-ED-PCT-DESC     PIC ZZ9,99.
       77  WRK-ED-QTD          PIC Z.ZZZ.ZZ9.

       01  WRK-TABELA-IDS.
           05 WRK-ID-PESSOA    PIC 9(05) OCCURS 10 TIMES.

       01  WRK-TABELA-ANOS.
           05 WRK-ANO-VENDAS   PIC 9(04) OCCURS 20 TIMES.

       01  WRK-TABELA-CLIENTES.
           05 WRK-COD-CLIENTE  PIC X(08) OCCURS 10 TIMES.

      ****************************** ANO/MES DOS TITULOS DE VENDA DO
      ****************************** CLIENTE - DIARIOS A PERCORRER
       01  WRK-TABELA-MESES-CLI.
           05 WRK-MES-CLIENTE  OCCURS 60 TIMES.
               10 WRK-MC-ANO   PIC 9(04).
               10 WRK-MC-MES   PIC 9(02).

       01  WRK-DATA-HOJE.
           05 WRK-HOJE-ANO     PIC 9(04).
           05 WRK-HOJE-MES     PIC 9(02).
           05 WRK-HOJE-DIA     PIC 9(02).

       01  WRK-CPF-NUMERO.
           05 WRK-CPF-P1       PIC 9(03).
           05 WRK-CPF-P2       PIC 9(03).
           05 WRK-CPF-P3       PIC 9(03).
           05 WRK-CPF-DV       PIC 9(02).

       01  WRK-CPF-EDITADO.
           05 WRK-CPFE-P1      PIC 9(03).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-CPFE-P2      PIC X(03).
           05 FILLER           PIC X(01) VALUE '.'.
           05 WRK-CPFE-P3      PIC X(03).
           05 FILLER           PIC X(01) VALUE '-'.
           05 WRK-CPFE-DV      PIC 9(02).

       01  WRK-CPF-MASCARADO.
           05 WRK-CPFM-P1      PIC 9(03).
           05 FILLER           PIC X(09) VALUE '.***.***-'.
           05 WRK-CPFM-DV      PIC 9(02).

      ****************************** IMAGEM DO GRADE-MASTER GRAVADA
      ****************************** NO GRADHIST (ANTES E DEPOIS)
       01  WRK-IMAGEM-GRADE.
           05 IMG-CHAVE.
               10 IMG-ID-ALUNO    PIC 9(05).
               10 IMG-DISCIPLINA  PIC X(10).
               10 IMG-PERIODO     PIC 9(02).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==IMG==.
           05 FILLER              PIC X(54).

       01  WRK-LINHA-TITULO.
           05 WRK-T-TEXTO      PIC X(34).
           05 FILLER           PIC X(05) VALUE 'CPF '.
           05 WRK-T-CPF        PIC X(14).
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       01  WRK-LINHA-SECAO.
           05 FILLER           PIC X(03) VALUE '== '.
           05 WRK-S-NOME       PIC X(50).

       01  WRK-LINHA-TOTAL-SECAO.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE 'REGISTROS: '.
           05 WRK-TS-QTD       PIC Z.ZZZ.ZZ9.
           05 WRK-TS-ROTULO    PIC X(16).
           05 WRK-TS-MASC      PIC Z.ZZZ.ZZ9 BLANK WHEN ZERO.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-IDENTIFICAR-OPERADOR.
           IF WRK-OPERADOR-OK = 'S'
               MOVE ZEROS TO WRK-OPCAO
               PERFORM UNTIL WRK-OPCAO = 9
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
           END-IF.
           STOP RUN.

      ****************************** OPERADOR ATIVO E NAO BLOQUEADO
      ****************************** DO OPERSEC, COM SENHA
       0050-IDENTIFICAR-OPERADOR.
           MOVE 'N' TO WRK-OPERADOR-OK.
           DISPLAY 'PROGCOB93 - ATENDIMENTO AO TITULAR (LGPD)'.
           DISPLAY 'OPERADOR..'
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           DISPLAY 'SENHA..'
           ACCEPT WRK-SENHA FROM CONSOLE.
           OPEN INPUT OPER-FILE.
           IF WRK-OPER-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES OPERSEC INDISPONIVEL'
           ELSE
               MOVE WRK-OPERADOR TO OPER-ID
               READ OPER-FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-SENHA = WRK-SENHA
                          AND OPER-ATIVO NOT = 'N'
                          AND OPER-BLOQUEADO NOT = 'S'
                           MOVE 'S' TO WRK-OPERADOR-OK
                           MOVE OPER-PERFIL TO WRK-PERFIL
                       END-IF
               END-READ
               CLOSE OPER-FILE
               IF WRK-OPERADOR-OK = 'N'
                   DISPLAY 'OPERADOR OU SENHA INVALIDOS'
               END-IF
           END-IF.
           MOVE SPACES TO WRK-SENHA.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB93 - ATENDIMENTO AO TITULAR (LGPD)'.
           DISPLAY '1 - RELATORIO DOS DADOS DO TITULAR'.
           DISPLAY '2 - ANONIMIZAR O TITULAR (SO ADM)'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 1 TO WRK-MODO
                   PERFORM 0300-ATENDER-TITULAR
               WHEN 2
                   IF WRK-PERFIL NOT = 'ADM'
                       DISPLAY 'ANONIMIZACAO SO COM OPERADOR DE '
                           'PERFIL ADM'
                   ELSE
                       MOVE 2 TO WRK-MODO
                       PERFORM 0300-ATENDER-TITULAR
                   END-IF
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB93'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0300-ATENDER-TITULAR.
           PERFORM 0310-ACEITAR-CPF.
           IF WRK-CPF = ZEROS
               DISPLAY 'CPF INVALIDO - INFORME OS 11 DIGITOS'
           ELSE
               PERFORM 0320-LOCALIZAR-IDS
               MOVE 'S' TO WRK-CONFIRMADO
               IF WRK-MODO = 2
                   PERFORM 0330-CONFIRMAR-ANONIMIZACAO
               END-IF
               IF WRK-CONFIRMADO = 'S'
                   PERFORM 0340-PROCESSAR-ARQUIVOS
               ELSE
                   DISPLAY 'ANONIMIZACAO CANCELADA'
               END-IF
           END-IF.

       0310-ACEITAR-CPF.
           MOVE ZEROS TO WRK-CPF.
           DISPLAY 'CPF DO TITULAR (11 DIGITOS)..'
           ACCEPT WRK-CPF-ALFA FROM CONSOLE.
           IF WRK-CPF-ALFA IS NUMERIC
               MOVE WRK-CPF-ALFA TO WRK-CPF
           END-IF.
           MOVE WRK-CPF    TO WRK-CPF-NUMERO.
           MOVE WRK-CPF-P1 TO WRK-CPFE-P1 WRK-CPFM-P1.
           MOVE WRK-CPF-P2 TO WRK-CPFE-P2.
           MOVE WRK-CPF-P3 TO WRK-CPFE-P3.
           MOVE WRK-CPF-DV TO WRK-CPFE-DV WRK-CPFM-DV.

      ****************************** IDS DA PESSOA PELO CPF NOS
      ****************************** CADASTROS DE PESSOAS E PROFESSORES
       0320-LOCALIZAR-IDS.
           MOVE ZEROS TO WRK-QTD-IDS WRK-QTD-ANOS.
           MOVE ZEROS TO WRK-QTD-CLIENTES WRK-QTD-MESES-CLI.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ PERSON-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PERSON-CPF = WRK-CPF
                               MOVE PERSON-ID-PESSOA TO WRK-ID-TESTE
                               PERFORM 0360-INCLUIR-ID
                               DISPLAY 'PERSNMAS: ' PERSON-ID-PESSOA
                                   ' ' PERSON-NOME ' '
                                   PERSON-SOBRENOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER
           END-IF.
           OPEN INPUT PROFESSOR-MASTER.
           IF WRK-PROF-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ PROFESSOR-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF PROF-CPF = WRK-CPF
                               MOVE PROF-ID-PESSOA TO WRK-ID-TESTE
                               PERFORM 0360-INCLUIR-ID
                               DISPLAY 'PROFMAS.: ' PROF-ID-PESSOA
                                   ' ' PROF-NOME ' ' PROF-SOBRENOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFESSOR-MASTER
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           IF WRK-CLI-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ CLIENT-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF CLI-TIPO = 'F'
                              AND CLI-CNPJ-CPF = WRK-CPF
                              AND WRK-QTD-CLIENTES < 10
                               ADD 1 TO WRK-QTD-CLIENTES
                               MOVE CLI-CODIGO TO
                                   WRK-COD-CLIENTE(WRK-QTD-CLIENTES)
                               DISPLAY 'CLIEMAS.: ' CLI-CODIGO ' '
                                   CLI-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           END-IF.
           IF WRK-QTD-IDS = ZEROS AND WRK-QTD-CLIENTES = ZEROS
               DISPLAY 'CPF NAO ENCONTRADO NO PERSNMAS, NO PROFMAS '
                   'NEM NO CLIEMAS'
           END-IF.

      ****************************** PRIMEIRA CONFIRMACAO S/N E A
      ****************************** SEGUNDA REDIGITANDO O CPF
       0330-CONFIRMAR-ANONIMIZACAO.
           MOVE 'N' TO WRK-CONFIRMADO.
           DISPLAY 'ANONIMIZAR O CPF ' WRK-CPF-EDITADO
               ' EM TODOS OS ARQUIVOS? A OPERACAO NAO TEM VOLTA'.
           DISPLAY 'CONFIRMA (S/N)..'
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               DISPLAY 'SEGUNDA CONFIRMACAO - REDIGITE O CPF..'
               ACCEPT WRK-CPF-CONFIRMA FROM CONSOLE
               IF WRK-CPF-CONFIRMA = WRK-CPF-ALFA
                   MOVE 'S' TO WRK-CONFIRMADO
               ELSE
                   DISPLAY 'CPF REDIGITADO NAO CONFERE'
               END-IF
           END-IF.

      ****************************** NA ANONIMIZACAO O CLIEMAS E O
      ****************************** PERSNMAS FICAM POR ULTIMO, PARA A
      ****************************** RODADA PODER SER REPETIDA SE
      ****************************** PARAR NO MEIO
       0340-PROCESSAR-ARQUIVOS.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-ANONIMIZADOS.
           PERFORM 0350-ABRIR-RELATORIO.
           IF WRK-MODO = 1
               PERFORM 0490-VARRER-PESSOAS
               PERFORM 0480-VARRER-PROFESSORES
               PERFORM 0496-VARRER-CLIENTES
               PERFORM 0400-VARRER-VENDAS
               PERFORM 0406-VARRER-ARQUIVO-MORTO
               PERFORM 0410-VARRER-NOTAS
               PERFORM 0420-VARRER-HISTORICO
               PERFORM 0430-VARRER-MATRICULAS
               PERFORM 0440-VARRER-RECEBER
               PERFORM 0450-VARRER-DIARIOS
               PERFORM 0460-VARRER-DOCUMENTOS
               PERFORM 0465-VARRER-BOLSAS
               PERFORM 0470-VARRER-AUDITORIA
               PERFORM 0700-GRAVAR-REGISTRO
           ELSE
               MOVE 'I' TO LGPD-SITUACAO
               PERFORM 0700-GRAVAR-REGISTRO
               PERFORM 0400-VARRER-VENDAS
               PERFORM 0406-VARRER-ARQUIVO-MORTO
               PERFORM 0410-VARRER-NOTAS
               PERFORM 0420-VARRER-HISTORICO
               PERFORM 0430-VARRER-MATRICULAS
               PERFORM 0440-VARRER-RECEBER
               PERFORM 0460-VARRER-DOCUMENTOS
               PERFORM 0465-VARRER-BOLSAS
               PERFORM 0470-VARRER-AUDITORIA
               PERFORM 0480-VARRER-PROFESSORES
               PERFORM 0496-VARRER-CLIENTES
               PERFORM 0490-VARRER-PESSOAS
               PERFORM 0700-GRAVAR-REGISTRO
           END-IF.
           PERFORM 0650-ENCERRAR-RELATORIO.
           PERFORM 0900-GRAVAR-AUDITORIA.

       0350-ABRIR-RELATORIO.
           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 1
               MOVE 'LGPDTIT' TO SPL-RELATORIO
               MOVE 'DADOS DO TITULAR (LGPD)' TO WRK-T-TEXTO
               MOVE WRK-CPF-EDITADO TO WRK-T-CPF
           ELSE
               MOVE 'LGPDANO' TO SPL-RELATORIO
               MOVE 'ANONIMIZACAO DO TITULAR (LGPD)' TO WRK-T-TEXTO
               MOVE WRK-CPF-MASCARADO TO WRK-T-CPF
           END-IF.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0630-CABECALHO.

       0360-INCLUIR-ID.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'N' AND WRK-QTD-IDS < 10
               ADD 1 TO WRK-QTD-IDS
               MOVE WRK-ID-TESTE TO WRK-ID-PESSOA(WRK-QTD-IDS)
           END-IF.

       0370-ID-DA-PESSOA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-IDS OR WRK-ACHOU = 'S'
               IF WRK-ID-PESSOA(WRK-IND) = WRK-ID-TESTE
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

       0375-CLIENTE-DO-TITULAR.
           MOVE 'N' TO WRK-ACHOU-CLIENTE.
           IF WRK-CLIENTE-TESTE NOT = SPACES
               PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                       UNTIL WRK-IND-CLI > WRK-QTD-CLIENTES
                          OR WRK-ACHOU-CLIENTE = 'S'
                   IF WRK-COD-CLIENTE(WRK-IND-CLI) = WRK-CLIENTE-TESTE
                       MOVE 'S' TO WRK-ACHOU-CLIENTE
                   END-IF
               END-PERFORM
           END-IF.

       0380-INCLUIR-ANO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                   UNTIL WRK-IND-ANO > WRK-QTD-ANOS OR WRK-ACHOU = 'S'
               IF WRK-ANO-VENDAS(WRK-IND-ANO) = SALES-ANO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-ANOS < 20
               ADD 1 TO WRK-QTD-ANOS
               MOVE SALES-ANO TO WRK-ANO-VENDAS(WRK-QTD-ANOS)
           END-IF.

       0385-INCLUIR-MES-CLIENTE.
           MOVE 'N' TO WRK-ACHOU-MES.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > WRK-QTD-MESES-CLI
                      OR WRK-ACHOU-MES = 'S'
               IF WRK-MC-ANO(WRK-IND-MES) = RECV-ANO
                  AND WRK-MC-MES(WRK-IND-MES) = RECV-MES
                   MOVE 'S' TO WRK-ACHOU-MES
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-MES = 'N' AND WRK-QTD-MESES-CLI < 60
               ADD 1 TO WRK-QTD-MESES-CLI
               MOVE RECV-ANO TO WRK-MC-ANO(WRK-QTD-MESES-CLI)
               MOVE RECV-MES TO WRK-MC-MES(WRK-QTD-MESES-CLI)
           END-IF.

      ****************************** SALESMAS - PESSOA DO VENDEDOR;
      ****************************** SO O GRUPO PESSOA E MASCARADO
       0400-VARRER-VENDAS.
           MOVE 'SALESMAS - VENDAS ANUAIS DO VENDEDOR'
               TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT SALES-MASTER
           ELSE
               OPEN I-O SALES-MASTER
           END-IF.
           IF WRK-SALES-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ SALES-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0405-CONFERIR-VENDAS
                   END-READ
               END-PERFORM
               CLOSE SALES-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0405-CONFERIR-VENDAS.
           MOVE SALES-ID-VENDEDOR TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'S' OR SALES-CPF = WRK-CPF
               PERFORM 0360-INCLUIR-ID
               PERFORM 0380-INCLUIR-ANO
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE ZEROS TO WRK-TOTAL-ANO
                   PERFORM VARYING WRK-MES FROM 1 BY 1
                           UNTIL WRK-MES > 12
                       ADD SALES-MES(WRK-MES) TO WRK-TOTAL-ANO
                   END-PERFORM
                   MOVE WRK-TOTAL-ANO TO WRK-ED-VALOR
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ANO ' SALES-ANO ' ID ' SALES-ID-VENDEDOR
                       ' ' SALES-NOME ' ' SALES-SOBRENOME
                       ' VENDAS NO ANO ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               ELSE
                   MOVE WRK-NOME-MASCARA TO SALES-NOME SALES-SOBRENOME
                   MOVE ZEROS            TO SALES-CPF
                   REWRITE SALES-RECORD
                   ADD 1 TO WRK-QTD-MASC-SECAO
               END-IF
           END-IF.

      ****************************** SALESARC - ANOS DO SALESMAS
      ****************************** LEVADOS AO ARQUIVO MORTO PELO
      ****************************** PROGCOB35. SEQUENCIAL: NA
      ****************************** ANONIMIZACAO E COPIADO MASCARADO
      ****************************** PARA O SALESAWK E DEVOLVIDO
       0406-VARRER-ARQUIVO-MORTO.
           MOVE 'SALESARC - ARQUIVO MORTO DAS VENDAS ANUAIS'
               TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT SALES-ARCHIVE.
           IF WRK-ARC-STATUS = '00'
               IF WRK-MODO = 2
                   OPEN OUTPUT ARCHIVE-WORK
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ SALES-ARCHIVE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0407-CONFERIR-ARQUIVO-MORTO
                   END-READ
               END-PERFORM
               CLOSE SALES-ARCHIVE
               IF WRK-MODO = 2
                   CLOSE ARCHIVE-WORK
                   IF WRK-QTD-MASC-SECAO > ZEROS
                       PERFORM 0408-DEVOLVER-ARQUIVO-MORTO
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0407-CONFERIR-ARQUIVO-MORTO.
           MOVE ARCH-ID-VENDEDOR TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'S' OR ARCH-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE ZEROS TO WRK-TOTAL-ANO
                   PERFORM VARYING WRK-MES FROM 1 BY 1
                           UNTIL WRK-MES > 12
                       ADD ARCH-MES(WRK-MES) TO WRK-TOTAL-ANO
                   END-PERFORM
                   MOVE WRK-TOTAL-ANO TO WRK-ED-VALOR
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ANO ' ARCH-ANO ' ID ' ARCH-ID-VENDEDOR
                       ' ' ARCH-NOME ' ' ARCH-SOBRENOME
                       ' VENDAS NO ANO ' WRK-ED-VALOR
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               ELSE
                   MOVE WRK-NOME-MASCARA TO ARCH-NOME ARCH-SOBRENOME
                   MOVE ZEROS            TO ARCH-CPF
                   ADD 1 TO WRK-QTD-MASC-SECAO
               END-IF
           END-IF.
           IF WRK-MODO = 2
               WRITE AWRK-RECORD FROM ARCH-RECORD
           END-IF.

       0408-DEVOLVER-ARQUIVO-MORTO.
           OPEN INPUT ARCHIVE-WORK.
           OPEN OUTPUT SALES-ARCHIVE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ ARCHIVE-WORK
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       WRITE ARCH-RECORD FROM AWRK-RECORD
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-WORK.
           CLOSE SALES-ARCHIVE.

      ****************************** GRADEMAS - PESSOA DO ALUNO; NOTAS
      ****************************** E SITUACAO NAO SAO ALTERADAS
       0410-VARRER-NOTAS.
           MOVE 'GRADEMAS - NOTAS E FREQUENCIA' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT GRADE-MASTER
           ELSE
               OPEN I-O GRADE-MASTER
           END-IF.
           IF WRK-GRADE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ GRADE-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0415-CONFERIR-NOTA
                   END-READ
               END-PERFORM
               CLOSE GRADE-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0415-CONFERIR-NOTA.
           MOVE GRADE-ID-ALUNO TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'S' OR GRADE-CPF = WRK-CPF
               PERFORM 0360-INCLUIR-ID
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE GRADE-MEDIA TO WRK-ED-NOTA
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ID ' GRADE-ID-ALUNO ' ' GRADE-DISCIPLINA
                       ' PER ' GRADE-PERIODO ' MEDIA ' WRK-ED-NOTA
                       ' ' GRADE-SITUACAO ' AULAS ' GRADE-TOTAL-AULAS
                       ' FALTAS ' GRADE-FALTAS
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               ELSE
                   MOVE WRK-NOME-MASCARA TO GRADE-NOME GRADE-SOBRENOME
                   MOVE ZEROS            TO GRADE-CPF
                   REWRITE GRADE-RECORD
                   ADD 1 TO WRK-QTD-MASC-SECAO
               END-IF
           END-IF.

      ****************************** GRADHIST - IMAGENS ANTES/DEPOIS
      ****************************** DO GRADE-MASTER. NA ANONIMIZACAO
      ****************************** O ARQUIVO E COPIADO MASCARADO
      ****************************** PARA O GRADHWRK E DEVOLVIDO
       0420-VARRER-HISTORICO.
           MOVE 'GRADHIST - HISTORICO DE ALTERACOES DE NOTA'
               TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT GRADE-HISTORY.
           IF WRK-HIST-STATUS = '00'
               IF WRK-MODO = 2
                   OPEN OUTPUT HISTORY-WORK
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ GRADE-HISTORY
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0422-CONFERIR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE GRADE-HISTORY
               IF WRK-MODO = 2
                   CLOSE HISTORY-WORK
                   IF WRK-QTD-MASC-SECAO > ZEROS
                       PERFORM 0425-DEVOLVER-HISTORICO
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0422-CONFERIR-HISTORICO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE HIST-ANTES TO WRK-IMAGEM-GRADE.
           MOVE IMG-ID-ALUNO TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'N' AND IMG-CPF IS NUMERIC
               IF IMG-CPF = WRK-CPF
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.
           IF WRK-ACHOU = 'N'
               MOVE HIST-DEPOIS TO WRK-IMAGEM-GRADE
               MOVE IMG-ID-ALUNO TO WRK-ID-TESTE
               PERFORM 0370-ID-DA-PESSOA
           END-IF.
           IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ' HIST-DATA ' ' HIST-MOTIVO ' ID '
                       IMG-ID-ALUNO ' ' IMG-DISCIPLINA ' PER '
                       IMG-PERIODO
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               ELSE
                   MOVE HIST-ANTES TO WRK-IMAGEM-GRADE
                   PERFORM 0424-MASCARAR-IMAGEM
                   MOVE WRK-IMAGEM-GRADE TO HIST-ANTES
                   MOVE HIST-DEPOIS TO WRK-IMAGEM-GRADE
                   PERFORM 0424-MASCARAR-IMAGEM
                   MOVE WRK-IMAGEM-GRADE TO HIST-DEPOIS
                   ADD 1 TO WRK-QTD-MASC-SECAO
               END-IF
           END-IF.
           IF WRK-MODO = 2
               WRITE HWRK-RECORD FROM HIST-RECORD
           END-IF.

       0424-MASCARAR-IMAGEM.
           IF IMG-ID-ALUNO IS NUMERIC AND IMG-ID-ALUNO NOT = ZEROS
               MOVE WRK-NOME-MASCARA TO IMG-NOME IMG-SOBRENOME
               MOVE ZEROS            TO IMG-CPF
           END-IF.

       0425-DEVOLVER-HISTORICO.
           OPEN INPUT HISTORY-WORK.
           OPEN OUTPUT GRADE-HISTORY.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ HISTORY-WORK
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       WRITE HIST-RECORD FROM HWRK-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK.
           CLOSE GRADE-HISTORY.

      ****************************** ENRLMAS, ARRECMAS, DIARIOS,
      ****************************** BOLSAS E AUDITLOG SO GUARDAM O ID
      ****************************** (OU O CODIGO DO CLIENTE):
      ****************************** ENTRAM NO RELATORIO E, NA
      ****************************** ANONIMIZACAO, SO SAO CONTADOS
       0430-VARRER-MATRICULAS.
           MOVE 'ENRLMAS - MATRICULAS' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT ENROLL-MASTER.
           IF WRK-ENRL-STATUS = '00'
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-IDS
                   MOVE WRK-ID-PESSOA(WRK-IND) TO ENRL-ID-ALUNO
                   MOVE LOW-VALUES TO ENRL-DISCIPLINA
                   MOVE ZEROS      TO ENRL-PERIODO
                   START ENROLL-MASTER
                       KEY IS NOT LESS THAN ENRL-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                       READ ENROLL-MASTER NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 0435-CONFERIR-MATRICULA
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE ENROLL-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0435-CONFERIR-MATRICULA.
           IF ENRL-ID-ALUNO NOT = WRK-ID-PESSOA(WRK-IND)
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ID ' ENRL-ID-ALUNO ' ' ENRL-DISCIPLINA
                       ' PER ' ENRL-PERIODO ' DESDE '
                       ENRL-DATA-MATRICULA ' ATIVA ' ENRL-ATIVO
                       ' CANCELADA ' ENRL-DATA-CANCELAMENTO
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               END-IF
           END-IF.

       0440-VARRER-RECEBER.
           MOVE 'ARRECMAS - TITULOS A RECEBER' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT RECEIVABLE-MASTER.
           IF WRK-RECV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ RECEIVABLE-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0445-CONFERIR-TITULO
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0445-CONFERIR-TITULO.
           MOVE RECV-ID-VENDEDOR TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'N' AND RECV-ORIGEM = 'M'
               MOVE RECV-ID-ALUNO TO WRK-ID-TESTE
               PERFORM 0370-ID-DA-PESSOA
           END-IF.
           MOVE RECV-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0375-CLIENTE-DO-TITULAR.
           IF (WRK-ACHOU = 'S' AND WRK-ID-TESTE NOT = ZEROS)
              OR WRK-ACHOU-CLIENTE = 'S'
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-ACHOU-CLIENTE = 'S' AND RECV-ORIGEM NOT = 'M'
                  AND RECV-MES > ZEROS AND RECV-MES < 13
                   PERFORM 0385-INCLUIR-MES-CLIENTE
               END-IF
               IF WRK-MODO = 1
                   MOVE RECV-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  DOC ' RECV-DOCUMENTO ' ' RECV-ORIGEM
                       ' ID ' WRK-ID-TESTE ' CLI ' RECV-CLIENTE
                       ' EM ' RECV-DATA-VENDA ' VALOR ' WRK-ED-VALOR
                       ' SIT ' RECV-SITUACAO
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               END-IF
           END-IF.

      ****************************** DIARIOS SJAAAAMM DOS ANOS EM QUE
      ****************************** A PESSOA TEM SALESMAS E, PARA O
      ****************************** CLIENTE, DOS MESES DOS TITULOS
      ****************************** DE VENDA DELE NO ARRECMAS
       0450-VARRER-DIARIOS.
           MOVE 'SJAAAAMM - DIARIOS DE VENDAS' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                   UNTIL WRK-IND-ANO > WRK-QTD-ANOS
               MOVE WRK-ANO-VENDAS(WRK-IND-ANO) TO WRK-ANO
               PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
                   PERFORM 0452-LER-DIARIO-MES
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > WRK-QTD-MESES-CLI
               MOVE WRK-MC-ANO(WRK-IND-MES) TO WRK-ANO
               MOVE WRK-MC-MES(WRK-IND-MES) TO WRK-MES
               PERFORM 0457-LER-DIARIO-CLIENTE
           END-PERFORM.
           PERFORM 0610-FECHAR-SECAO.

       0452-LER-DIARIO-MES.
           MOVE SPACES TO WRK-ARQUIVO-JORNAL.
           STRING 'SJ' WRK-ANO WRK-MES
               DELIMITED BY SIZE INTO WRK-ARQUIVO-JORNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-JRN-STATUS = '00'
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-IDS
                   MOVE WRK-ANO TO JRNX-ANO
                   MOVE WRK-ID-PESSOA(WRK-IND) TO JRNX-ID-VENDEDOR
                   MOVE WRK-MES TO JRNX-MES
                   MOVE ZEROS   TO JRNX-SEQUENCIA
                   START JOURNAL-FILE
                       KEY IS NOT LESS THAN JRNX-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT INVALID KEY
                           MOVE 'N' TO WRK-FIM-ARQUIVO
                   END-START
                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                       READ JOURNAL-FILE NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               PERFORM 0455-CONFERIR-DIARIO
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       0455-CONFERIR-DIARIO.
           IF JRNX-ANO NOT = WRK-ANO
              OR JRNX-ID-VENDEDOR NOT = WRK-ID-PESSOA(WRK-IND)
              OR JRNX-MES NOT = WRK-MES
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 0456-IMPRIMIR-DIARIO
           END-IF.

       0456-IMPRIMIR-DIARIO.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE JRNX-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO PRINT-RECORD.
           STRING '  ' WRK-ARQUIVO-JORNAL ' ID ' JRNX-ID-VENDEDOR
               ' ' JRNX-DATA-VENDA ' DOC ' JRNX-DOCUMENTO
               ' TIPO ' JRNX-TIPO ' ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM 0620-IMPRIMIR-LINHA.

      ****************************** MES INTEIRO DO DIARIO: LINHA COM
      ****************************** O CODIGO DO CLIENTE QUE AINDA NAO
      ****************************** SAIU PELO ID DO VENDEDOR
       0457-LER-DIARIO-CLIENTE.
           MOVE SPACES TO WRK-ARQUIVO-JORNAL.
           STRING 'SJ' WRK-ANO WRK-MES
               DELIMITED BY SIZE INTO WRK-ARQUIVO-JORNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-JRN-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ JOURNAL-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0458-CONFERIR-DIARIO-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       0458-CONFERIR-DIARIO-CLIENTE.
           MOVE JRNX-CLIENTE TO WRK-CLIENTE-TESTE.
           PERFORM 0375-CLIENTE-DO-TITULAR.
           IF WRK-ACHOU-CLIENTE = 'S'
               MOVE JRNX-ID-VENDEDOR TO WRK-ID-TESTE
               PERFORM 0370-ID-DA-PESSOA
               IF WRK-ACHOU = 'S'
                   PERFORM 0459-ANO-JA-LIDO
               END-IF
               IF WRK-ACHOU = 'N'
                   PERFORM 0456-IMPRIMIR-DIARIO
               END-IF
           END-IF.

       0459-ANO-JA-LIDO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                   UNTIL WRK-IND-ANO > WRK-QTD-ANOS OR WRK-ACHOU = 'S'
               IF WRK-ANO-VENDAS(WRK-IND-ANO) = JRNX-ANO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.

      ****************************** DOCEMIT - GUARDA NOME E CPF DO
      ****************************** DOCUMENTO EMITIDO
       0460-VARRER-DOCUMENTOS.
           MOVE 'DOCEMIT - DECLARACOES E CERTIFICADOS EMITIDOS'
               TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT ISSUED-DOCUMENTS
           ELSE
               OPEN I-O ISSUED-DOCUMENTS
           END-IF.
           IF WRK-DOCE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ ISSUED-DOCUMENTS NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0462-CONFERIR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE ISSUED-DOCUMENTS
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0462-CONFERIR-DOCUMENTO.
           MOVE DOCE-ID-ALUNO TO WRK-ID-TESTE.
           PERFORM 0370-ID-DA-PESSOA.
           IF WRK-ACHOU = 'S' OR DOCE-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  CODIGO ' DOCE-CODIGO ' TIPO ' DOCE-TIPO
                       ' ID ' DOCE-ID-ALUNO ' ' DOCE-NOME ' '
                       DOCE-SOBRENOME ' EM ' DOCE-DATA-EMISSAO
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               ELSE
                   MOVE WRK-NOME-MASCARA TO DOCE-NOME DOCE-SOBRENOME
                   MOVE ZEROS            TO DOCE-CPF
                   REWRITE DOCE-RECORD
                   ADD 1 TO WRK-QTD-MASC-SECAO
               END-IF
           END-IF.

       0465-VARRER-BOLSAS.
           MOVE 'BOLSAS - BOLSAS E DESCONTOS' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WRK-BOLS-STATUS = '00'
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-IDS
                   MOVE WRK-ID-PESSOA(WRK-IND) TO BOLS-ID-ALUNO
                   READ SCHOLARSHIP-FILE
                       KEY IS BOLS-ID-ALUNO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0467-IMPRIMIR-BOLSA
                   END-READ
               END-PERFORM
               CLOSE SCHOLARSHIP-FILE
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0467-IMPRIMIR-BOLSA.
           ADD 1 TO WRK-QTD-SECAO.
           IF WRK-MODO = 1
               MOVE SPACES TO PRINT-RECORD
               MOVE BOLS-PCT-BOLSA    TO WRK-ED-PCT
               MOVE BOLS-PCT-DESCONTO TO WRK-ED-PCT-DESC
               STRING '  ID ' BOLS-ID-ALUNO ' BOLSA ' WRK-ED-PCT
                   '% DESCONTO ' WRK-ED-PCT-DESC '% ' BOLS-MOTIVO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
           END-IF.

      ****************************** AUDITLOG CORRENTE - LINHA QUE
      ****************************** CITA O ID OU O CPF (GERACOES
      ****************************** FECHADAS PELO PROGCOB58 FICAM
      ****************************** FORA; PODE HAVER COINCIDENCIA)
       0470-VARRER-AUDITORIA.
           MOVE 'AUDITLOG - LINHAS QUE CITAM O ID OU O CPF'
               TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           OPEN INPUT AUDIT-LOG.
           IF WRK-AUDL-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ AUDIT-LOG
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0475-CONFERIR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0475-CONFERIR-AUDITORIA.
           MOVE ZEROS TO WRK-OCORRENCIAS.
           INSPECT AUDL-DETALHE TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-CPF-ALFA.
           PERFORM VARYING WRK-IND FROM 1 BY 1
                   UNTIL WRK-IND > WRK-QTD-IDS
               MOVE WRK-ID-PESSOA(WRK-IND) TO WRK-ID-ALFA
               INSPECT AUDL-DETALHE TALLYING WRK-OCORRENCIAS
                   FOR ALL WRK-ID-ALFA
               INSPECT AUDL-RESULTADO TALLYING WRK-OCORRENCIAS
                   FOR ALL WRK-ID-ALFA
           END-PERFORM.
           IF WRK-OCORRENCIAS > ZEROS
               ADD 1 TO WRK-QTD-SECAO
               IF WRK-MODO = 1
                   MOVE SPACES TO PRINT-RECORD
                   STRING '  ' AUDL-PROGRAMA ' ' AUDL-DATA ' '
                       AUDL-DETALHE ' ' AUDL-RESULTADO
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM 0620-IMPRIMIR-LINHA
               END-IF
           END-IF.

       0480-VARRER-PROFESSORES.
           MOVE 'PROFMAS - CADASTRO DE PROFESSORES' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT PROFESSOR-MASTER
           ELSE
               OPEN I-O PROFESSOR-MASTER
           END-IF.
           IF WRK-PROF-STATUS = '00'
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-IDS
                   MOVE WRK-ID-PESSOA(WRK-IND) TO PROF-ID-PESSOA
                   READ PROFESSOR-MASTER
                       KEY IS PROF-ID-PESSOA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0485-TRATAR-PROFESSOR
                   END-READ
               END-PERFORM
               CLOSE PROFESSOR-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0485-TRATAR-PROFESSOR.
           ADD 1 TO WRK-QTD-SECAO.
           IF WRK-MODO = 1
               MOVE SPACES TO PRINT-RECORD
               STRING '  ID ' PROF-ID-PESSOA ' ' PROF-NOME ' '
                   PROF-SOBRENOME ' CPF ' PROF-CPF ' DESDE '
                   PROF-DATA-CADASTRO ' ATIVO ' PROF-ATIVO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
           ELSE
               MOVE WRK-NOME-MASCARA TO PROF-NOME PROF-SOBRENOME
               MOVE ZEROS            TO PROF-CPF
               REWRITE PROF-RECORD
               ADD 1 TO WRK-QTD-MASC-SECAO
           END-IF.

       0490-VARRER-PESSOAS.
           MOVE 'PERSNMAS - CADASTRO DE PESSOAS' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT PERSON-MASTER
           ELSE
               OPEN I-O PERSON-MASTER
           END-IF.
           IF WRK-PERSON-STATUS = '00'
               PERFORM VARYING WRK-IND FROM 1 BY 1
                       UNTIL WRK-IND > WRK-QTD-IDS
                   MOVE WRK-ID-PESSOA(WRK-IND) TO PERSON-ID-PESSOA
                   READ PERSON-MASTER
                       KEY IS PERSON-ID-PESSOA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0495-TRATAR-PESSOA
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0495-TRATAR-PESSOA.
           ADD 1 TO WRK-QTD-SECAO.
           IF WRK-MODO = 1
               MOVE SPACES TO PRINT-RECORD
               STRING '  ID ' PERSON-ID-PESSOA ' ' PERSON-NOME ' '
                   PERSON-SOBRENOME ' CPF ' PERSON-CPF ' DESDE '
                   PERSON-DATA-CADASTRO ' ATIVO ' PERSON-ATIVO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
           ELSE
               MOVE WRK-NOME-MASCARA TO PERSON-NOME PERSON-SOBRENOME
               MOVE ZEROS            TO PERSON-CPF
               REWRITE PERSON-RECORD
               ADD 1 TO WRK-QTD-MASC-SECAO
           END-IF.

      ****************************** CLIEMAS - CLIENTE PESSOA FISICA
      ****************************** COM O CPF DO TITULAR
       0496-VARRER-CLIENTES.
           MOVE 'CLIEMAS - CADASTRO DE CLIENTES' TO WRK-NOME-SECAO.
           PERFORM 0600-ABRIR-SECAO.
           IF WRK-MODO = 1
               OPEN INPUT CLIENT-MASTER
           ELSE
               OPEN I-O CLIENT-MASTER
           END-IF.
           IF WRK-CLI-STATUS = '00'
               PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                       UNTIL WRK-IND-CLI > WRK-QTD-CLIENTES
                   MOVE WRK-COD-CLIENTE(WRK-IND-CLI) TO CLI-CODIGO
                   READ CLIENT-MASTER
                       KEY IS CLI-CODIGO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0497-TRATAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           ELSE
               MOVE 'N' TO WRK-DISPONIVEL
           END-IF.
           PERFORM 0610-FECHAR-SECAO.

       0497-TRATAR-CLIENTE.
           ADD 1 TO WRK-QTD-SECAO.
           IF WRK-MODO = 1
               MOVE SPACES TO PRINT-RECORD
               STRING '  COD ' CLI-CODIGO ' ' CLI-NOME ' CPF '
                   CLI-CNPJ-CPF ' DESDE ' CLI-DATA-CADASTRO
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
               MOVE SPACES TO PRINT-RECORD
               STRING '  ' CLI-ENDERECO ' ' CLI-CIDADE ' ' CLI-UF
                   ' CEP ' CLI-CEP
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
           ELSE
               MOVE WRK-NOME-MASCARA TO CLI-NOME CLI-ENDERECO
               MOVE ZEROS            TO CLI-CNPJ-CPF CLI-CEP
               REWRITE CLI-RECORD
               ADD 1 TO WRK-QTD-MASC-SECAO
           END-IF.

       0600-ABRIR-SECAO.
           MOVE ZEROS TO WRK-QTD-SECAO WRK-QTD-MASC-SECAO.
           MOVE 'S' TO WRK-DISPONIVEL.
           IF WRK-LINHAS >= 50
               PERFORM 0630-CABECALHO
           END-IF.
           MOVE WRK-NOME-SECAO TO WRK-S-NOME.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WRK-LINHA-SECAO.
           ADD 2 TO WRK-LINHAS.

       0610-FECHAR-SECAO.
           IF WRK-DISPONIVEL = 'N'
               MOVE '    ARQUIVO INDISPONIVEL OU INEXISTENTE'
                   TO PRINT-RECORD
               PERFORM 0620-IMPRIMIR-LINHA
           END-IF.
           MOVE WRK-QTD-SECAO TO WRK-TS-QTD.
           IF WRK-MODO = 2
               MOVE '  ANONIMIZADOS: ' TO WRK-TS-ROTULO
               MOVE WRK-QTD-MASC-SECAO TO WRK-TS-MASC
           ELSE
               MOVE SPACES TO WRK-TS-ROTULO
               MOVE ZEROS  TO WRK-TS-MASC
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL-SECAO.
           ADD 1 TO WRK-LINHAS.
           ADD WRK-QTD-SECAO      TO WRK-QTD-REGISTROS.
           ADD WRK-QTD-MASC-SECAO TO WRK-QTD-ANONIMIZADOS.

       0620-IMPRIMIR-LINHA.
           IF WRK-LINHAS >= 55
               MOVE PRINT-RECORD TO WRK-LINHA-SALVA
               PERFORM 0630-CABECALHO
               MOVE WRK-LINHA-SALVA TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO WRK-LINHAS.

       0630-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-T-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS TO WRK-LINHAS.

       0650-ENCERRAR-RELATORIO.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WRK-QTD-REGISTROS TO WRK-ED-QTD.
           STRING 'TOTAL DE REGISTROS DO TITULAR..: ' WRK-ED-QTD
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-MODO = 2
               MOVE SPACES TO PRINT-RECORD
               MOVE WRK-QTD-ANONIMIZADOS TO WRK-ED-QTD
               STRING 'REGISTROS ANONIMIZADOS........: ' WRK-ED-QTD
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           STRING 'ATENDIDO POR ' WRK-OPERADOR
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'REGISTROS DO TITULAR.....: ' WRK-QTD-REGISTROS.
           IF WRK-MODO = 2
               DISPLAY 'REGISTROS ANONIMIZADOS...: '
                   WRK-QTD-ANONIMIZADOS
           END-IF.

      ****************************** RELATORIO: UMA LINHA 'R'/'C'.
      ****************************** ANONIMIZACAO: 'A'/'I' ANTES DE
      ****************************** ALTERAR E 'A'/'C' NO FIM
       0700-GRAVAR-REGISTRO.
           IF WRK-MODO = 1
               MOVE 'R' TO LGPD-TIPO
               MOVE 'C' TO LGPD-SITUACAO
           ELSE
               MOVE 'A' TO LGPD-TIPO
               IF LGPD-SITUACAO NOT = 'I'
                   MOVE 'C' TO LGPD-SITUACAO
               END-IF
           END-IF.
           ACCEPT LGPD-DATA FROM DATE YYYYMMDD.
           ACCEPT LGPD-HORA FROM TIME.
           MOVE WRK-CPF-MASCARADO TO LGPD-CPF-MASCARADO.
           MOVE WRK-OPERADOR      TO LGPD-OPERADOR.
           MOVE WRK-QTD-IDS       TO LGPD-QTD-IDS.
           MOVE WRK-TABELA-IDS    TO LGPD-IDS.
           MOVE WRK-QTD-REGISTROS TO LGPD-QTD-REGISTROS.
           MOVE WRK-QTD-ANONIMIZADOS TO LGPD-QTD-ANONIMIZADOS.
           OPEN EXTEND LGPD-REGISTER.
           IF WRK-LGPD-STATUS = '35'
               OPEN OUTPUT LGPD-REGISTER
               CLOSE LGPD-REGISTER
               OPEN EXTEND LGPD-REGISTER
           END-IF.
           WRITE LGPD-RECORD.
           CLOSE LGPD-REGISTER.
           IF LGPD-SITUACAO = 'I'
               MOVE 'C' TO LGPD-SITUACAO
           END-IF.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB93' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           IF WRK-MODO = 1
               STRING 'LGPD RELATORIO CPF ' WRK-CPF-MASCARADO
                   DELIMITED BY SIZE INTO AUDITORIA-DETALHE
           ELSE
               STRING 'LGPD ANONIMIZ. CPF ' WRK-CPF-MASCARADO
                   DELIMITED BY SIZE INTO AUDITORIA-DETALHE
           END-IF.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           IF WRK-MODO = 1
               STRING 'REGISTROS=' WRK-QTD-REGISTROS
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           ELSE
               STRING 'ANONIMIZ.=' WRK-QTD-ANONIMIZADOS
                   DELIMITED BY SIZE INTO AUDITORIA-RESULTADO
           END-IF.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
