       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB94.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: FUSAO DE ID-PESSOA DUPLICADO. ANTES DA CONFERENCIA
      * DO CPF O PROGCOB02 CHEGOU A CADASTRAR A MESMA PESSOA COM DOIS
      * IDS, E O PROGCOB32 SO APONTA A DIVERGENCIA. DADOS O ID
      * SOBREVIVENTE E O ID RETIRADO, TUDO O QUE E DO RETIRADO PASSA
      * PARA O SOBREVIVENTE, NESTA ORDEM:
      *  - GRADHIST: ID DAS IMAGENS TROCADO (VIA GRADHWRK)
      *  - GRADEMAS: NOTA TRANSFERIDA; SE O SOBREVIVENTE JA TEM A
      *    DISCIPLINA NO PERIODO FICA A DELE E A DO RETIRADO VAI PARA
      *    O GRADHIST COM MOTIVO 'FUSAO DE ID'
      *  - ENRLMAS: MATRICULA TRANSFERIDA; SE O SOBREVIVENTE JA TEM
      *    FICA A DELE, SALVO SE ESTA CANCELADA E A DO RETIRADO ATIVA
      *  - BOLSAS: BOLSA DO RETIRADO PASSA AO SOBREVIVENTE SEM BOLSA
      *  - ARRECMAS: VENDEDOR TROCADO NO PROPRIO TITULO; MENSALIDADE
      *    DO RETIRADO PASSA AO DOCUMENTO 'M' + SOBREVIVENTE + AAMM
      *    (O DO PROGCOB91), SOMADA A DO SOBREVIVENTE NO MESMO MES
      *  - DIARIOS SJAAAAMM: LINHAS DO RETIRADO RENUMERADAS NO FIM DA
      *    SEQUENCIA DO SOBREVIVENTE NO MES, PARA O EXTRATO DO
      *    PROGCOB44 CONTINUAR BATENDO COM O SALES-MES; O EVENTO JA
      *    EXTRAIDO PARA A CONTABILIDADE (CTBEXTR) VAI PARA A NOVA
      *    CHAVE, COMO O DO ANO TRANSFERIDO NO COMMCTL
      *  - SALESMAS: ANO TRANSFERIDO; ANO QUE OS DOIS TEM E SOMADO MES
      *    A MES (META: A DO SOBREVIVENTE, OU A DO RETIRADO SE ZERO)
      *  - COMMCTL: ANO TRANSFERIDO; ANO QUE OS DOIS TEM TEM OS VALORES
      *    SOMADOS
      *  - PERSNMAS: RETIRADO INATIVADO; O SOBREVIVENTE SEM CPF
      *    RECEBE O CPF DO RETIRADO
      * O APONTADOR RETIRADO -> SOBREVIVENTE FICA NO CADASTRO PESSFUS
      * (COPYBOOK FUSAO), QUE TAMBEM GUARDA A ETAPA CONCLUIDA E O
      * REGISTRO EM TRANSFERENCIA: FUSAO INTERROMPIDA E RETOMADA
      * INFORMANDO OS MESMOS IDS, SEM SOMAR NADA DUAS VEZES.
      * A PREVIA (OPCAO 1) LISTA NO SPOOL FUSAOPRV O QUE SERIA FEITO,
      * SEM GRAVAR NADA, E OS IMPEDIMENTOS: COMISSAO DE UM DOS IDS
      * ENVIADA AO BANCO SEM RETORNO ('E'), ANO DO COMMCTL COM
      * SITUACAO DIFERENTE NOS DOIS IDS, SOMA DE MES QUE ESTOURA
      * O SALES-MES, OU BOLSA NOS DOIS IDS. A FUSAO (OPCAO 2) SO COM
      * OPERADOR ADM, SAI NO SPOOL FUSAOREL E VAI PARA O AUDIT-LOG
      * DATA   = 15/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - EVENTO DO DIARIO OU DA COMISSAO JA
      *              EXTRAIDO PARA A CONTABILIDADE (CTBEXTR) PASSA
      *              PARA A NOVA CHAVE; BOLSA DO RETIRADO PASSA AO
      *              SOBREVIVENTE E BOLSA NOS DOIS IDS IMPEDE A FUSAO
      * 15/10/2026 - FELIPE - MENSALIDADE DO RETIRADO NAO FICA MAIS COM
      *              O DOCUMENTO DELE: VAI PARA 'M' + SOBREVIVENTE +
      *              AAMM, OU E SOMADA A MENSALIDADE DO SOBREVIVENTE
      *              NO MES, PARA O PROGCOB91 ACHAR O TITULO PELA
      *              MATRICULA TRANSFERIDA (PEND-ARQUIVO 'R')
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
           SELECT SALES-MASTER ASSIGN TO "SALESMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SALES-CHAVE
               FILE STATUS IS WRK-SALES-STATUS.
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
           SELECT CONTROL-FILE ASSIGN TO "COMMCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CHAVE
               FILE STATUS IS WRK-CTL-STATUS.
           SELECT SCHOLARSHIP-FILE ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOLS-ID-ALUNO
               FILE STATUS IS WRK-BOLS-STATUS.
           SELECT EXTRACT-REGISTER ASSIGN TO "CTBEXTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXT-CHAVE
               FILE STATUS IS WRK-EXT-STATUS.
           SELECT MERGE-FILE ASSIGN TO "PESSFUS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUS-ID-RETIRADO
               FILE STATUS IS WRK-FUS-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WRK-OPER-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  SALES-MASTER.
       01  SALES-RECORD.
           05 SALES-CHAVE.
               10 SALES-ANO         PIC 9(04).
               10 SALES-ID-VENDEDOR PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==SALES==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==SALES==.

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

       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

       FD  RECEIVABLE-MASTER.
       01  RECV-RECORD.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==RECV==.

       FD  JOURNAL-FILE.
       01  JRNX-RECORD.
           COPY JORNALIX REPLACING ==:PREFIX:== BY ==JRNX==.

       FD  CONTROL-FILE.
       01  CTL-RECORD.
           COPY COMMCTL REPLACING ==:PREFIX:== BY ==CTL==.

       FD  SCHOLARSHIP-FILE.
       01  BOLS-RECORD.
           COPY BOLSA REPLACING ==:PREFIX:== BY ==BOLS==.

       FD  EXTRACT-REGISTER.
       01  EXT-RECORD.
           COPY CTBEXTR REPLACING ==:PREFIX:== BY ==EXT==.

       FD  MERGE-FILE.
       01  FUS-RECORD.
           COPY FUSAO REPLACING ==:PREFIX:== BY ==FUS==.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY OPERSEG REPLACING ==:PREFIX:== BY ==OPER==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-PERSON-STATUS   PIC X(02)   VALUE SPACES.
       77  WRK-SALES-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-GRADE-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-HIST-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-HWRK-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-ENRL-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-RECV-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-JRN-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-CTL-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-BOLS-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-EXT-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-FUS-STATUS      PIC X(02)   VALUE SPACES.
       77  WRK-OPER-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-ARQUIVO-JORNAL  PIC X(08)   VALUE SPACES.
       77  WRK-OPCAO           PIC 9(01)   VALUE ZEROS.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-SENHA           PIC X(08)   VALUE SPACES.
       77  WRK-OPERADOR-OK     PIC X(01)   VALUE 'N'.
       77  WRK-PERFIL          PIC X(03)   VALUE SPACES.
       77  WRK-MODO            PIC 9(01)   VALUE 1.
       77  WRK-ID-SOBREVIVENTE PIC 9(05)   VALUE ZEROS.
       77  WRK-ID-RETIRADO     PIC 9(05)   VALUE ZEROS.
       77  WRK-IDS-OK          PIC X(01)   VALUE 'N'.
       77  WRK-RETOMADA        PIC X(01)   VALUE 'N'.
       77  WRK-ETAPA           PIC 9(02)   VALUE ZEROS.
       77  WRK-RESPOSTA        PIC X(01)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-FIM-MES         PIC X(01)   VALUE 'N'.
       77  WRK-ACHOU           PIC X(01)   VALUE 'N'.
       77  WRK-QTD-IMPEDIMENTOS PIC 9(03)  VALUE ZEROS.
       77  WRK-QTD-TRANSFERIDOS PIC 9(07)  VALUE ZEROS.
       77  WRK-QTD-SOMADOS     PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-MANTIDOS    PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-ALTERADOS   PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-ANOS        PIC 9(02)   VALUE ZEROS.
       77  WRK-IND-ANO         PIC 9(02)   VALUE ZEROS.
       77  WRK-IND             PIC 9(02)   VALUE ZEROS.
       77  WRK-ANO             PIC 9(04)   VALUE ZEROS.
       77  WRK-MES             PIC 9(02)   VALUE ZEROS.
       77  WRK-ULTIMA-SEQ      PIC 9(07)   VALUE ZEROS.
       77  WRK-SOMA-MES        PIC 9(6)V99 VALUE ZEROS.
       77  WRK-ACAO            PIC X(01)   VALUE SPACES.
       77  WRK-HISTORICO       PIC X(01)   VALUE 'N'.
       77  WRK-CHAVE-RETIRADA  PIC X(17)   VALUE SPACES.
       77  WRK-IMAGEM-RETIRADA PIC X(160)  VALUE SPACES.
       77  WRK-ORIGEM-ANTIGA   PIC X(20)   VALUE SPACES.
       77  WRK-ORIGEM-NOVA     PIC X(20)   VALUE SPACES.
       77  WRK-LINHAS          PIC 9(03)   VALUE ZEROS.
       77  WRK-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WRK-RESULTADO       PIC X(20)   VALUE SPACES.
       77  WRK-ED-VALOR        PIC ZZZ.ZZ9,99.
       77  WRK-ED-QTD          PIC Z.ZZZ.ZZ9.

       01  WRK-TABELA-ANOS.
           05 WRK-ANO-TAB      PIC 9(04) OCCURS 30 TIMES.

       01  WRK-SOBREVIVENTE.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==SOBR==.

       01  WRK-RETIRADO.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==RETR==.

      ****************************** REGISTROS DO RETIRADO LIDOS NA
      ****************************** CONFERENCIA DE IMPEDIMENTOS E NA
      ****************************** SOMA COM O ANO DO SOBREVIVENTE
       01  WRK-VENDA-RETIRADA.
           05 VRET-CHAVE.
               10 VRET-ANO          PIC 9(04).
               10 VRET-ID-VENDEDOR  PIC 9(05).
           COPY PESSOA REPLACING ==:PREFIX:== BY ==VRET==.
           COPY VENDAS REPLACING ==:PREFIX:== BY ==VRET==.

       01  WRK-CONTROLE-RETIRADO.
           COPY COMMCTL REPLACING ==:PREFIX:== BY ==CRET==.

       01  WRK-TITULO-RETIRADO.
           COPY RECEBER REPLACING ==:PREFIX:== BY ==TRET==.

      ****************************** ORIGEM DA COMISSAO NO CTBEXTR
       01  WRK-CHAVE-COMISSAO.
           05 WRK-CC-ANO       PIC 9(04).
           05 WRK-CC-VENDEDOR  PIC 9(05).
           05 WRK-CC-REMESSA   PIC 9(04).

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
           05 WRK-T-TEXTO      PIC X(30).
           05 FILLER           PIC X(09) VALUE 'RETIRADO '.
           05 WRK-T-RETIRADO   PIC 9(05).
           05 FILLER           PIC X(14) VALUE ' SOBREVIVENTE '.
           05 WRK-T-SOBREVIVENTE PIC 9(05).
           05 FILLER           PIC X(07) VALUE SPACES.
           05 FILLER           PIC X(07) VALUE 'PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       01  WRK-LINHA-TITULOS.
           05 FILLER           PIC X(09) VALUE 'ARQUIVO'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FILLER           PIC X(30) VALUE 'REGISTRO DO RETIRADO'.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FILLER           PIC X(38) VALUE 'ACAO'.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-ARQUIVO    PIC X(09).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-REGISTRO   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-ACAO       PIC X(38).

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
           DISPLAY 'PROGCOB94 - FUSAO DE ID-PESSOA DUPLICADO'.
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
           DISPLAY 'PROGCOB94 - FUSAO DE ID-PESSOA DUPLICADO'.
           DISPLAY '1 - PREVIA DA FUSAO (NAO GRAVA NADA)'.
           DISPLAY '2 - EXECUTAR OU RETOMAR A FUSAO (SO ADM)'.
           DISPLAY '3 - LISTAR FUSOES REGISTRADAS'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 1 TO WRK-MODO
                   PERFORM 0300-ACEITAR-IDS
                   IF WRK-IDS-OK = 'S'
                       PERFORM 0400-PREVIA
                   END-IF
               WHEN 2
                   IF WRK-PERFIL NOT = 'ADM'
                       DISPLAY 'FUSAO SO COM OPERADOR DE PERFIL ADM'
                   ELSE
                       MOVE 2 TO WRK-MODO
                       PERFORM 0300-ACEITAR-IDS
                       IF WRK-IDS-OK = 'S'
                           PERFORM 0500-EXECUTAR-FUSAO
                       END-IF
                   END-IF
               WHEN 3
                   PERFORM 0950-LISTAR-FUSOES
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB94'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

      ****************************** OS DOIS IDS NO PERSON-MASTER E A
      ****************************** SITUACAO DO RETIRADO NO PESSFUS
       0300-ACEITAR-IDS.
           MOVE 'N' TO WRK-IDS-OK WRK-RETOMADA.
           MOVE ZEROS TO WRK-ETAPA.
           DISPLAY 'ID SOBREVIVENTE (O QUE FICA)..'
           ACCEPT WRK-ID-SOBREVIVENTE FROM CONSOLE.
           DISPLAY 'ID RETIRADO (O QUE SERA INATIVADO)..'
           ACCEPT WRK-ID-RETIRADO FROM CONSOLE.
           IF WRK-ID-SOBREVIVENTE = ZEROS OR WRK-ID-RETIRADO = ZEROS
              OR WRK-ID-SOBREVIVENTE = WRK-ID-RETIRADO
               DISPLAY 'IDS INVALIDOS - INFORME DOIS IDS DIFERENTES'
           ELSE
               PERFORM 0305-LER-PESSOAS
           END-IF.
           IF WRK-IDS-OK = 'S'
               PERFORM 0310-CONFERIR-PESSFUS
           END-IF.
           IF WRK-IDS-OK = 'S'
               DISPLAY 'SOBREVIVENTE: ' SOBR-ID-PESSOA ' ' SOBR-NOME
                   ' ' SOBR-SOBRENOME ' CPF ' SOBR-CPF
               DISPLAY 'RETIRADO....: ' RETR-ID-PESSOA ' ' RETR-NOME
                   ' ' RETR-SOBRENOME ' CPF ' RETR-CPF
               IF SOBR-CPF NOT = ZEROS AND RETR-CPF NOT = ZEROS
                  AND SOBR-CPF NOT = RETR-CPF
                   DISPLAY 'ATENCAO: OS DOIS IDS TEM CPF DIFERENTE'
               END-IF
           END-IF.

       0305-LER-PESSOAS.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS NOT = '00'
               DISPLAY 'PERSON-MASTER INDISPONIVEL'
           ELSE
               MOVE 'S' TO WRK-IDS-OK
               PERFORM 0307-LER-DOIS-IDS
               CLOSE PERSON-MASTER
           END-IF.

       0307-LER-DOIS-IDS.
           MOVE WRK-ID-SOBREVIVENTE TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   DISPLAY 'ID SOBREVIVENTE NAO CADASTRADO'
                   MOVE 'N' TO WRK-IDS-OK
               NOT INVALID KEY
                   MOVE PERSON-PESSOA TO SOBR-PESSOA
           END-READ.
           MOVE WRK-ID-RETIRADO TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   DISPLAY 'ID RETIRADO NAO CADASTRADO'
                   MOVE 'N' TO WRK-IDS-OK
               NOT INVALID KEY
                   MOVE PERSON-PESSOA TO RETR-PESSOA
           END-READ.

       0310-CONFERIR-PESSFUS.
           OPEN INPUT MERGE-FILE.
           IF WRK-FUS-STATUS = '00'
               MOVE WRK-ID-SOBREVIVENTE TO FUS-ID-RETIRADO
               READ MERGE-FILE
                   KEY IS FUS-ID-RETIRADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'O SOBREVIVENTE JA FOI RETIRADO EM '
                           'FAVOR DO ID ' FUS-ID-SOBREVIVENTE
                       MOVE 'N' TO WRK-IDS-OK
               END-READ
               MOVE WRK-ID-RETIRADO TO FUS-ID-RETIRADO
               READ MERGE-FILE
                   KEY IS FUS-ID-RETIRADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0320-SITUACAO-ANTERIOR
               END-READ
               CLOSE MERGE-FILE
           END-IF.
           IF WRK-IDS-OK = 'S' AND WRK-RETOMADA = 'N'
              AND SOBR-ATIVO = 'N'
               DISPLAY 'O SOBREVIVENTE ESTA INATIVO NO PERSON-MASTER'
               MOVE 'N' TO WRK-IDS-OK
           END-IF.

       0320-SITUACAO-ANTERIOR.
           IF FUS-SITUACAO = 'C'
               DISPLAY 'ID RETIRADO JA FUNDIDO NO ID '
                   FUS-ID-SOBREVIVENTE ' EM ' FUS-DATA-FIM
               MOVE 'N' TO WRK-IDS-OK
           ELSE
               IF FUS-ID-SOBREVIVENTE NOT = WRK-ID-SOBREVIVENTE
                   DISPLAY 'HA FUSAO INTERROMPIDA DESTE ID COM O '
                       'SOBREVIVENTE ' FUS-ID-SOBREVIVENTE
                       ' - RETOME COM OS MESMOS IDS'
                   MOVE 'N' TO WRK-IDS-OK
               ELSE
                   MOVE 'S' TO WRK-RETOMADA
                   MOVE FUS-ETAPA TO WRK-ETAPA
                   DISPLAY 'FUSAO INTERROMPIDA EM ' FUS-DATA-INICIO
                       ' - ULTIMA ETAPA CONCLUIDA ' FUS-ETAPA
               END-IF
           END-IF.

      ****************************** PREVIA: MESMAS ETAPAS DA FUSAO,
      ****************************** SO LISTANDO. NA RETOMADA AS
      ****************************** ETAPAS JA CONCLUIDAS FICAM FORA
       0400-PREVIA.
           MOVE ZEROS TO WRK-QTD-TRANSFERIDOS WRK-QTD-SOMADOS
                         WRK-QTD-MANTIDOS WRK-QTD-ALTERADOS.
           PERFORM 0700-ABRIR-RELATORIO.
           PERFORM 0410-COLETAR-ANOS.
           PERFORM 0420-CONFERIR-IMPEDIMENTOS.
           IF WRK-ETAPA < 2
               PERFORM 0600-FUNDIR-HISTORICO
           END-IF.
           IF WRK-ETAPA < 3
               PERFORM 0610-FUNDIR-NOTAS
           END-IF.
           IF WRK-ETAPA < 4
               PERFORM 0620-FUNDIR-MATRICULAS
           END-IF.
           IF WRK-ETAPA < 5
               PERFORM 0630-FUNDIR-RECEBER
           END-IF.
           IF WRK-ETAPA < 6
               PERFORM 0640-FUNDIR-DIARIOS
           END-IF.
           IF WRK-ETAPA < 7
               PERFORM 0650-FUNDIR-VENDAS
           END-IF.
           IF WRK-ETAPA < 8
               PERFORM 0660-FUNDIR-COMISSAO
           END-IF.
           MOVE 'PERSNMAS' TO WRK-D-ARQUIVO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'ID ' WRK-ID-RETIRADO ' ' RETR-NOME
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE 'INATIVA, APONTANDO P/ O SOBREVIVENTE'
               TO WRK-D-ACAO.
           PERFORM 0720-IMPRIMIR-DETALHE.
           PERFORM 0740-ENCERRAR-RELATORIO.
           MOVE 'PREVIA' TO WRK-RESULTADO.
           IF WRK-QTD-IMPEDIMENTOS > ZEROS
               MOVE 'PREVIA IMPEDIDA' TO WRK-RESULTADO
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.

      ****************************** ANOS DO RETIRADO NO SALESMAS E
      ****************************** NO COMMCTL (TAMBEM OS ANOS DOS
      ****************************** DIARIOS A RENUMERAR)
       0410-COLETAR-ANOS.
           MOVE ZEROS TO WRK-QTD-ANOS.
           OPEN INPUT SALES-MASTER.
           IF WRK-SALES-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ SALES-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF SALES-ID-VENDEDOR = WRK-ID-RETIRADO
                               MOVE SALES-ANO TO WRK-ANO
                               PERFORM 0415-INCLUIR-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-MASTER
           END-IF.
           OPEN INPUT CONTROL-FILE.
           IF WRK-CTL-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ CONTROL-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF CTL-ID-VENDEDOR = WRK-ID-RETIRADO
                               MOVE CTL-ANO TO WRK-ANO
                               PERFORM 0415-INCLUIR-ANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       0415-INCLUIR-ANO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                   UNTIL WRK-IND-ANO > WRK-QTD-ANOS OR WRK-ACHOU = 'S'
               IF WRK-ANO-TAB(WRK-IND-ANO) = WRK-ANO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-ANOS < 30
                   ADD 1 TO WRK-QTD-ANOS
                   MOVE WRK-ANO TO WRK-ANO-TAB(WRK-QTD-ANOS)
               ELSE
                   DISPLAY 'MAIS DE 30 ANOS NO RETIRADO - ANO ' WRK-ANO
                       ' FICA DE FORA'
               END-IF
           END-IF.

      ****************************** O QUE IMPEDE A FUSAO: COMISSAO
      ****************************** 'E' SEM RETORNO DO BANCO, ANO DO
      ****************************** COMMCTL COM SITUACOES DIFERENTES,
      ****************************** MES QUE ESTOURA NA SOMA E BOLSA
      ****************************** NOS DOIS IDS
       0420-CONFERIR-IMPEDIMENTOS.
           MOVE ZEROS TO WRK-QTD-IMPEDIMENTOS.
           IF WRK-ETAPA < 7
               OPEN INPUT SALES-MASTER
               IF WRK-SALES-STATUS = '00'
                   PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                           UNTIL WRK-IND-ANO > WRK-QTD-ANOS
                       PERFORM 0425-CONFERIR-SOMA-VENDAS
                   END-PERFORM
                   CLOSE SALES-MASTER
               END-IF
           END-IF.
           IF WRK-ETAPA < 8
               OPEN INPUT CONTROL-FILE
               IF WRK-CTL-STATUS = '00'
                   PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                           UNTIL WRK-IND-ANO > WRK-QTD-ANOS
                       PERFORM 0430-CONFERIR-COMISSAO
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
           IF WRK-ETAPA < 4
               PERFORM 0440-CONFERIR-BOLSAS
           END-IF.

       0425-CONFERIR-SOMA-VENDAS.
           MOVE 'SALESMAS' TO WRK-D-ARQUIVO.
           MOVE WRK-ANO-TAB(WRK-IND-ANO) TO SALES-ANO.
           MOVE WRK-ID-RETIRADO          TO SALES-ID-VENDEDOR.
           READ SALES-MASTER
               KEY IS SALES-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   MOVE SALES-RECORD TO WRK-VENDA-RETIRADA
           END-READ.
           IF WRK-ACHOU = 'S'
               MOVE WRK-ID-SOBREVIVENTE TO SALES-ID-VENDEDOR
               READ SALES-MASTER
                   KEY IS SALES-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM VARYING WRK-MES FROM 1 BY 1
                               UNTIL WRK-MES > 12
                           PERFORM 0427-CONFERIR-SOMA-MES
                       END-PERFORM
               END-READ
           END-IF.

       0427-CONFERIR-SOMA-MES.
           COMPUTE WRK-SOMA-MES = SALES-MES(WRK-MES) + VRET-MES(WRK-MES)
               ON SIZE ERROR
                   MOVE SALES-ANO TO WRK-ANO
                   MOVE SPACES TO WRK-D-REGISTRO
                   STRING 'ANO ' WRK-ANO ' MES ' WRK-MES
                       DELIMITED BY SIZE INTO WRK-D-REGISTRO
                   MOVE 'IMPEDE: SOMA ESTOURA O SALES-MES'
                       TO WRK-D-ACAO
                   PERFORM 0435-IMPEDIMENTO
           END-COMPUTE.

       0430-CONFERIR-COMISSAO.
           MOVE 'COMMCTL' TO WRK-D-ARQUIVO.
           MOVE WRK-ANO-TAB(WRK-IND-ANO) TO CTL-ANO WRK-ANO.
           MOVE WRK-ID-RETIRADO          TO CTL-ID-VENDEDOR.
           READ CONTROL-FILE
               KEY IS CTL-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   MOVE CTL-RECORD TO WRK-CONTROLE-RETIRADO
           END-READ.
           IF WRK-ACHOU = 'S'
               MOVE SPACES TO WRK-D-REGISTRO
               STRING 'ANO ' WRK-ANO ' SITUACAO ' CRET-SITUACAO
                   DELIMITED BY SIZE INTO WRK-D-REGISTRO
               IF CRET-SITUACAO = 'E'
                   MOVE 'IMPEDE: RETIRADO AGUARDA RETORNO'
                       TO WRK-D-ACAO
                   PERFORM 0435-IMPEDIMENTO
               END-IF
               MOVE WRK-ID-SOBREVIVENTE TO CTL-ID-VENDEDOR
               READ CONTROL-FILE
                   KEY IS CTL-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-SITUACAO = 'E'
                           MOVE 'IMPEDE: SOBREVIVENTE AGUARDA RETORNO'
                               TO WRK-D-ACAO
                           PERFORM 0435-IMPEDIMENTO
                       ELSE
                           IF CTL-SITUACAO NOT = CRET-SITUACAO
                              AND CRET-SITUACAO NOT = 'E'
                               MOVE 'IMPEDE: SITUACAO DIFERE NOS DOIS'
                                   TO WRK-D-ACAO
                               PERFORM 0435-IMPEDIMENTO
                           END-IF
                       END-IF
               END-READ
           END-IF.

       0435-IMPEDIMENTO.
           ADD 1 TO WRK-QTD-IMPEDIMENTOS.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
           ELSE
               DISPLAY WRK-D-REGISTRO ' ' WRK-D-ACAO
           END-IF.

      ****************************** BOLSA IGUAL NOS DOIS E A DO
      ****************************** RETIRADO JA COPIADA (FUSAO
      ****************************** INTERROMPIDA) E NAO IMPEDE
       0440-CONFERIR-BOLSAS.
           OPEN INPUT SCHOLARSHIP-FILE.
           IF WRK-BOLS-STATUS = '00'
               MOVE 'BOLSAS'        TO WRK-D-ARQUIVO
               MOVE WRK-ID-RETIRADO TO BOLS-ID-ALUNO
               READ SCHOLARSHIP-FILE
                   KEY IS BOLS-ID-ALUNO
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE BOLS-RECORD TO WRK-IMAGEM-RETIRADA
               END-READ
               IF WRK-ACHOU = 'S'
                   PERFORM 0445-CONFERIR-BOLSA-SOBREV
               END-IF
               CLOSE SCHOLARSHIP-FILE
           END-IF.

       0445-CONFERIR-BOLSA-SOBREV.
           MOVE WRK-ID-SOBREVIVENTE TO BOLS-ID-ALUNO.
           READ SCHOLARSHIP-FILE
               KEY IS BOLS-ID-ALUNO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOLS-RECORD(6:38) NOT =
                      WRK-IMAGEM-RETIRADA(6:38)
                       MOVE SPACES TO WRK-D-REGISTRO
                       STRING 'ALUNOS ' WRK-ID-RETIRADO ' E '
                           WRK-ID-SOBREVIVENTE
                           DELIMITED BY SIZE INTO WRK-D-REGISTRO
                       MOVE 'IMPEDE: OS DOIS IDS TEM BOLSA'
                           TO WRK-D-ACAO
                       PERFORM 0435-IMPEDIMENTO
                   END-IF
           END-READ.

      ****************************** FUSAO. O PESSFUS E GRAVADO ANTES
      ****************************** DE QUALQUER ALTERACAO E REGRAVADO
      ****************************** A CADA REGISTRO TRANSFERIDO E A
      ****************************** CADA ETAPA CONCLUIDA
       0500-EXECUTAR-FUSAO.
           PERFORM 0410-COLETAR-ANOS.
           PERFORM 0420-CONFERIR-IMPEDIMENTOS.
           IF WRK-QTD-IMPEDIMENTOS > ZEROS
               DISPLAY 'FUSAO RECUSADA - ' WRK-QTD-IMPEDIMENTOS
                   ' IMPEDIMENTO(S); VEJA A PREVIA'
               MOVE 'RECUSADA' TO WRK-RESULTADO
               PERFORM 0900-GRAVAR-AUDITORIA
           ELSE
               PERFORM 0502-CONFIRMAR-FUSAO
           END-IF.

       0502-CONFIRMAR-FUSAO.
           IF WRK-RETOMADA = 'S'
               DISPLAY 'RETOMAR A FUSAO DO ID ' WRK-ID-RETIRADO
                   ' NO ID ' WRK-ID-SOBREVIVENTE '? (S/N)..'
           ELSE
               DISPLAY 'FUNDIR O ID ' WRK-ID-RETIRADO ' NO ID '
                   WRK-ID-SOBREVIVENTE '? A OPERACAO NAO TEM VOLTA'
               DISPLAY 'CONFIRMA (S/N)..'
           END-IF.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
               DISPLAY 'FUSAO CANCELADA'
           ELSE
               PERFORM 0510-ABRIR-PESSFUS
               IF WRK-FUS-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE FUSOES PESSFUS INDISPONIVEL'
               ELSE
                   PERFORM 0505-PROCESSAR-FUSAO
               END-IF
           END-IF.

       0505-PROCESSAR-FUSAO.
           IF WRK-RETOMADA = 'S'
               PERFORM 0520-RETOMAR-CONTROLE
           ELSE
               PERFORM 0530-INICIAR-CONTROLE
           END-IF.
           MOVE 'INICIADA' TO WRK-RESULTADO.
           IF WRK-RETOMADA = 'S'
               MOVE 'RETOMADA' TO WRK-RESULTADO
           END-IF.
           PERFORM 0900-GRAVAR-AUDITORIA.
           PERFORM 0700-ABRIR-RELATORIO.
           IF FUS-PENDENTE = 'S'
               PERFORM 0540-RETOMAR-PENDENTE
           END-IF.
           IF FUS-ETAPA < 2
               PERFORM 0600-FUNDIR-HISTORICO
           END-IF.
           IF FUS-ETAPA < 3
               PERFORM 0610-FUNDIR-NOTAS
               MOVE 3 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           IF FUS-ETAPA < 4
               PERFORM 0620-FUNDIR-MATRICULAS
               MOVE 4 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           IF FUS-ETAPA < 5
               PERFORM 0630-FUNDIR-RECEBER
               MOVE 5 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           IF FUS-ETAPA < 6
               PERFORM 0640-FUNDIR-DIARIOS
               MOVE 6 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           IF FUS-ETAPA < 7
               PERFORM 0650-FUNDIR-VENDAS
               MOVE 7 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           IF FUS-ETAPA < 8
               PERFORM 0660-FUNDIR-COMISSAO
               MOVE 8 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
           END-IF.
           PERFORM 0670-FUNDIR-PESSOA.
           MOVE 9   TO FUS-ETAPA.
           MOVE 'C' TO FUS-SITUACAO.
           ACCEPT FUS-DATA-FIM FROM DATE YYYYMMDD.
           PERFORM 0550-GRAVAR-CONTROLE.
           CLOSE MERGE-FILE.
           PERFORM 0740-ENCERRAR-RELATORIO.
           DISPLAY 'FUSAO CONCLUIDA - ID ' WRK-ID-RETIRADO
               ' INATIVO, APONTANDO PARA O ID ' WRK-ID-SOBREVIVENTE.
           MOVE SPACES TO WRK-RESULTADO.
           STRING 'CONCLUIDA T=' WRK-QTD-TRANSFERIDOS
               DELIMITED BY SIZE INTO WRK-RESULTADO.
           PERFORM 0900-GRAVAR-AUDITORIA.

       0510-ABRIR-PESSFUS.
           OPEN I-O MERGE-FILE.
           IF WRK-FUS-STATUS = '35'
               CLOSE MERGE-FILE
               OPEN OUTPUT MERGE-FILE
               CLOSE MERGE-FILE
               OPEN I-O MERGE-FILE
           END-IF.

       0520-RETOMAR-CONTROLE.
           MOVE WRK-ID-RETIRADO TO FUS-ID-RETIRADO.
           READ MERGE-FILE
               KEY IS FUS-ID-RETIRADO
               INVALID KEY
                   PERFORM 0530-INICIAR-CONTROLE
           END-READ.
           MOVE FUS-QTD-TRANSFERIDOS TO WRK-QTD-TRANSFERIDOS.
           MOVE FUS-QTD-SOMADOS      TO WRK-QTD-SOMADOS.
           MOVE FUS-QTD-MANTIDOS     TO WRK-QTD-MANTIDOS.
           MOVE FUS-QTD-ALTERADOS    TO WRK-QTD-ALTERADOS.

       0530-INICIAR-CONTROLE.
           MOVE SPACES TO FUS-RECORD.
           MOVE WRK-ID-RETIRADO     TO FUS-ID-RETIRADO.
           MOVE WRK-ID-SOBREVIVENTE TO FUS-ID-SOBREVIVENTE.
           MOVE 'I'                 TO FUS-SITUACAO.
           MOVE ZEROS               TO FUS-ETAPA FUS-DATA-FIM
                                       FUS-QTD-TRANSFERIDOS
                                       FUS-QTD-SOMADOS
                                       FUS-QTD-MANTIDOS
                                       FUS-QTD-ALTERADOS.
           ACCEPT FUS-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT FUS-HORA-INICIO FROM TIME.
           MOVE WRK-OPERADOR        TO FUS-OPERADOR.
           MOVE 'N'                 TO FUS-PENDENTE FUS-PEND-HISTORICO.
           MOVE ZEROS TO WRK-QTD-TRANSFERIDOS WRK-QTD-SOMADOS
                         WRK-QTD-MANTIDOS WRK-QTD-ALTERADOS.
           WRITE FUS-RECORD.

      ****************************** QUEDA COM UM REGISTRO A MEIO
      ****************************** CAMINHO: REFAZ A TRANSFERENCIA A
      ****************************** PARTIR DAS IMAGENS GUARDADAS
       0540-RETOMAR-PENDENTE.
           EVALUATE FUS-PEND-ARQUIVO
               WHEN 'G'
                   OPEN I-O GRADE-MASTER
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE GRADE-MASTER
               WHEN 'M'
                   OPEN I-O ENROLL-MASTER
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE ENROLL-MASTER
               WHEN 'B'
                   OPEN I-O SCHOLARSHIP-FILE
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE SCHOLARSHIP-FILE
               WHEN 'R'
                   OPEN I-O RECEIVABLE-MASTER
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE RECEIVABLE-MASTER
               WHEN 'J'
                   MOVE FUS-PEND-JORNAL TO WRK-ARQUIVO-JORNAL
                   OPEN I-O JOURNAL-FILE
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE JOURNAL-FILE
               WHEN 'V'
                   OPEN I-O SALES-MASTER
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE SALES-MASTER
               WHEN 'C'
                   OPEN I-O CONTROL-FILE
                   PERFORM 0560-APLICAR-PENDENTE
                   CLOSE CONTROL-FILE
           END-EVALUATE.

       0550-GRAVAR-CONTROLE.
           MOVE WRK-QTD-TRANSFERIDOS TO FUS-QTD-TRANSFERIDOS.
           MOVE WRK-QTD-SOMADOS      TO FUS-QTD-SOMADOS.
           MOVE WRK-QTD-MANTIDOS     TO FUS-QTD-MANTIDOS.
           MOVE WRK-QTD-ALTERADOS    TO FUS-QTD-ALTERADOS.
           REWRITE FUS-RECORD.
           IF WRK-FUS-STATUS NOT = '00'
               DISPLAY 'ERRO ' WRK-FUS-STATUS ' AO GRAVAR O PESSFUS'
           END-IF.

      ****************************** GUARDA O REGISTRO FINAL DO
      ****************************** SOBREVIVENTE E O DO RETIRADO NO
      ****************************** PESSFUS E SO ENTAO OS GRAVA
       0555-TRANSFERIR.
           MOVE 'S'                 TO FUS-PENDENTE.
           MOVE WRK-ACAO            TO FUS-PEND-ACAO.
           MOVE WRK-HISTORICO       TO FUS-PEND-HISTORICO.
           MOVE WRK-IMAGEM-RETIRADA TO FUS-PEND-RETIRADO.
           MOVE WRK-ARQUIVO-JORNAL  TO FUS-PEND-JORNAL.
           PERFORM 0550-GRAVAR-CONTROLE.
           PERFORM 0560-APLICAR-PENDENTE.

      ****************************** GRAVA (OU REGRAVA) O REGISTRO DO
      ****************************** SOBREVIVENTE, EXCLUI O DO
      ****************************** RETIRADO E LIMPA A PENDENCIA;
      ****************************** PODE SER REPETIDO SEM EFEITO
       0560-APLICAR-PENDENTE.
           EVALUATE FUS-PEND-ARQUIVO
               WHEN 'G'
                   MOVE FUS-PEND-FINAL TO GRADE-RECORD
                   WRITE GRADE-RECORD
                       INVALID KEY
                           REWRITE GRADE-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO GRADE-RECORD
                   DELETE GRADE-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF FUS-PEND-HISTORICO = 'S'
                       PERFORM 0565-GRAVAR-HISTORICO
                   END-IF
               WHEN 'M'
                   MOVE FUS-PEND-FINAL TO ENRL-RECORD
                   WRITE ENRL-RECORD
                       INVALID KEY
                           REWRITE ENRL-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO ENRL-RECORD
                   DELETE ENROLL-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN 'B'
                   MOVE FUS-PEND-FINAL TO BOLS-RECORD
                   WRITE BOLS-RECORD
                       INVALID KEY
                           REWRITE BOLS-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO BOLS-RECORD
                   DELETE SCHOLARSHIP-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN 'R'
                   MOVE FUS-PEND-FINAL TO RECV-RECORD
                   WRITE RECV-RECORD
                       INVALID KEY
                           REWRITE RECV-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO RECV-RECORD
                   DELETE RECEIVABLE-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN 'J'
                   MOVE FUS-PEND-FINAL TO JRNX-RECORD
                   MOVE JRNX-CHAVE TO WRK-ORIGEM-NOVA
                   WRITE JRNX-RECORD
                       INVALID KEY
                           REWRITE JRNX-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO JRNX-RECORD
                   MOVE JRNX-CHAVE TO WRK-ORIGEM-ANTIGA
                   DELETE JOURNAL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF JRNX-TIPO = 'E'
                       MOVE 'ES' TO EXT-TIPO-EVENTO
                   ELSE
                       MOVE 'VD' TO EXT-TIPO-EVENTO
                   END-IF
                   PERFORM 0570-TROCAR-EXTRACAO
               WHEN 'V'
                   MOVE FUS-PEND-FINAL TO SALES-RECORD
                   WRITE SALES-RECORD
                       INVALID KEY
                           REWRITE SALES-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO SALES-RECORD
                   DELETE SALES-MASTER RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN 'C'
                   MOVE FUS-PEND-FINAL TO CTL-RECORD
                   MOVE CTL-ANO         TO WRK-CC-ANO
                   MOVE CTL-ID-VENDEDOR TO WRK-CC-VENDEDOR
                   MOVE CTL-REMESSA     TO WRK-CC-REMESSA
                   MOVE WRK-CHAVE-COMISSAO TO WRK-ORIGEM-NOVA
                   WRITE CTL-RECORD
                       INVALID KEY
                           REWRITE CTL-RECORD
                   END-WRITE
                   MOVE FUS-PEND-RETIRADO TO CTL-RECORD
                   MOVE CTL-ID-VENDEDOR TO WRK-CC-VENDEDOR
                   MOVE CTL-REMESSA     TO WRK-CC-REMESSA
                   MOVE WRK-CHAVE-COMISSAO TO WRK-ORIGEM-ANTIGA
                   DELETE CONTROL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF FUS-PEND-ACAO = 'T'
                       MOVE 'CM' TO EXT-TIPO-EVENTO
                       PERFORM 0570-TROCAR-EXTRACAO
                   END-IF
           END-EVALUATE.
           EVALUATE FUS-PEND-ACAO
               WHEN 'T'
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               WHEN 'S'
                   ADD 1 TO WRK-QTD-SOMADOS
               WHEN 'D'
                   ADD 1 TO WRK-QTD-MANTIDOS
               WHEN 'R'
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
           END-EVALUATE.
           MOVE 'N' TO FUS-PENDENTE FUS-PEND-HISTORICO.
           PERFORM 0550-GRAVAR-CONTROLE.

       0565-GRAVAR-HISTORICO.
           OPEN EXTEND GRADE-HISTORY.
           IF WRK-HIST-STATUS = '35'
               OPEN OUTPUT GRADE-HISTORY
               CLOSE GRADE-HISTORY
               OPEN EXTEND GRADE-HISTORY
           END-IF.
           MOVE SPACES TO HIST-RECORD.
           ACCEPT HIST-DATA FROM DATE YYYYMMDD.
           ACCEPT HIST-HORA FROM TIME.
           MOVE 'FUSAO DE ID'         TO HIST-MOTIVO.
           MOVE FUS-PEND-RETIRADO     TO HIST-ANTES.
           MOVE FUS-PEND-FINAL        TO HIST-DEPOIS.
           WRITE HIST-RECORD.
           CLOSE GRADE-HISTORY.

      ****************************** EVENTO JA LEVADO A CONTABILIDADE
      ****************************** (CTBEXTR) ACOMPANHA A NOVA CHAVE
      ****************************** DA LINHA DO DIARIO OU DO ANO DO
      ****************************** COMMCTL, PARA O PROGCOB79 NAO O
      ****************************** EXTRAIR DE NOVO. GRAVA A NOVA
      ****************************** ORIGEM ANTES DE EXCLUIR A ANTIGA;
      ****************************** PODE SER REPETIDO SEM EFEITO
       0570-TROCAR-EXTRACAO.
           OPEN I-O EXTRACT-REGISTER.
           IF WRK-EXT-STATUS = '00'
               MOVE WRK-ORIGEM-ANTIGA TO EXT-ORIGEM
               READ EXTRACT-REGISTER
                   KEY IS EXT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-ORIGEM-NOVA TO EXT-ORIGEM
                       WRITE EXT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       MOVE WRK-ORIGEM-ANTIGA TO EXT-ORIGEM
                       DELETE EXTRACT-REGISTER RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
               CLOSE EXTRACT-REGISTER
           END-IF.

      ****************************** GRADHIST: ID DAS IMAGENS TROCADO
      ****************************** NA COPIA PARA O GRADHWRK (ETAPA
      ****************************** 01), DEPOIS COPIADO DE VOLTA
       0600-FUNDIR-HISTORICO.
           MOVE 'GRADHIST' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 2 AND FUS-ETAPA = 1
               PERFORM 0604-DEVOLVER-HISTORICO
           ELSE
               OPEN INPUT GRADE-HISTORY
               IF WRK-HIST-STATUS = '00'
                   PERFORM 0602-COPIAR-HISTORICO
               ELSE
                   IF WRK-MODO = 2
                       MOVE 2 TO FUS-ETAPA
                       PERFORM 0550-GRAVAR-CONTROLE
                   END-IF
               END-IF
           END-IF.

       0602-COPIAR-HISTORICO.
           IF WRK-MODO = 2
               OPEN OUTPUT HISTORY-WORK
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ GRADE-HISTORY
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       PERFORM 0605-TROCAR-IMAGENS
               END-READ
           END-PERFORM.
           CLOSE GRADE-HISTORY.
           IF WRK-MODO = 2
               CLOSE HISTORY-WORK
               MOVE 1 TO FUS-ETAPA
               PERFORM 0550-GRAVAR-CONTROLE
               PERFORM 0604-DEVOLVER-HISTORICO
           END-IF.

       0604-DEVOLVER-HISTORICO.
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
           MOVE 2 TO FUS-ETAPA.
           PERFORM 0550-GRAVAR-CONTROLE.

       0605-TROCAR-IMAGENS.
           MOVE 'N' TO WRK-ACHOU.
           MOVE HIST-ANTES TO WRK-IMAGEM-GRADE.
           PERFORM 0607-TROCAR-ID-IMAGEM.
           MOVE WRK-IMAGEM-GRADE TO HIST-ANTES.
           MOVE HIST-DEPOIS TO WRK-IMAGEM-GRADE.
           PERFORM 0607-TROCAR-ID-IMAGEM.
           MOVE WRK-IMAGEM-GRADE TO HIST-DEPOIS.
           IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QTD-ALTERADOS
               IF WRK-MODO = 1
                   MOVE SPACES TO WRK-D-REGISTRO
                   STRING HIST-DATA ' ' IMG-DISCIPLINA ' PER '
                       IMG-PERIODO
                       DELIMITED BY SIZE INTO WRK-D-REGISTRO
                   MOVE 'IMAGEM PASSA AO ID DO SOBREVIVENTE'
                       TO WRK-D-ACAO
                   PERFORM 0720-IMPRIMIR-DETALHE
               END-IF
           END-IF.
           IF WRK-MODO = 2
               WRITE HWRK-RECORD FROM HIST-RECORD
           END-IF.

       0607-TROCAR-ID-IMAGEM.
           IF IMG-ID-ALUNO IS NUMERIC
               IF IMG-ID-ALUNO = WRK-ID-RETIRADO
                   MOVE WRK-ID-SOBREVIVENTE TO IMG-ID-ALUNO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.
           IF IMG-ID-PESSOA IS NUMERIC
               IF IMG-ID-PESSOA = WRK-ID-RETIRADO
                   MOVE WRK-ID-SOBREVIVENTE TO IMG-ID-PESSOA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-IF.

      ****************************** GRADEMAS: NOTAS DO RETIRADO, UMA
      ****************************** A UMA A PARTIR DO INICIO DA CHAVE
       0610-FUNDIR-NOTAS.
           MOVE 'GRADEMAS' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT GRADE-MASTER
           ELSE
               OPEN I-O GRADE-MASTER
           END-IF.
           IF WRK-GRADE-STATUS = '00'
               MOVE WRK-ID-RETIRADO TO GRADE-ID-ALUNO
               MOVE LOW-VALUES      TO GRADE-DISCIPLINA
               MOVE ZEROS           TO GRADE-PERIODO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               START GRADE-MASTER
                   KEY IS NOT LESS THAN GRADE-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ GRADE-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0615-FUNDIR-NOTA
                   END-READ
               END-PERFORM
               CLOSE GRADE-MASTER
           END-IF.

       0615-FUNDIR-NOTA.
           IF GRADE-ID-ALUNO NOT = WRK-ID-RETIRADO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 0617-TRANSFERIR-NOTA
           END-IF.

       0617-TRANSFERIR-NOTA.
           MOVE GRADE-CHAVE   TO WRK-CHAVE-RETIRADA.
           MOVE GRADE-RECORD  TO WRK-IMAGEM-RETIRADA.
           MOVE 'N'           TO WRK-HISTORICO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING GRADE-DISCIPLINA ' PER ' GRADE-PERIODO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO GRADE-ID-ALUNO.
           READ GRADE-MASTER
               KEY IS GRADE-CHAVE
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-IMAGEM-RETIRADA TO GRADE-RECORD
                   MOVE WRK-ID-SOBREVIVENTE TO GRADE-ID-ALUNO
                   MOVE SOBR-PESSOA         TO GRADE-PESSOA
                   MOVE 'TRANSFERIDA PARA O SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   IF GRADE-RECORD(63:54) =
                      WRK-IMAGEM-RETIRADA(63:54)
                       MOVE 'T' TO WRK-ACAO
                       MOVE 'JA ESTAVA NO SOBREVIVENTE'
                           TO WRK-D-ACAO
                   ELSE
                       MOVE 'D' TO WRK-ACAO
                       MOVE 'S' TO WRK-HISTORICO
                       MOVE 'FICA A DO SOBREV., ESTA P/ GRADHIST'
                           TO WRK-D-ACAO
                   END-IF
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               EVALUATE WRK-ACAO
                   WHEN 'T'
                       ADD 1 TO WRK-QTD-TRANSFERIDOS
                   WHEN 'D'
                       ADD 1 TO WRK-QTD-MANTIDOS
               END-EVALUATE
           ELSE
               MOVE 'G'          TO FUS-PEND-ARQUIVO
               MOVE GRADE-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.
           MOVE WRK-CHAVE-RETIRADA TO GRADE-CHAVE.
           START GRADE-MASTER
               KEY IS GREATER THAN GRADE-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

      ****************************** ENRLMAS: MATRICULAS DO RETIRADO,
      ****************************** DEPOIS A BOLSA DO BOLSAS
       0620-FUNDIR-MATRICULAS.
           MOVE 'ENRLMAS' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT ENROLL-MASTER
           ELSE
               OPEN I-O ENROLL-MASTER
           END-IF.
           IF WRK-ENRL-STATUS = '00'
               MOVE WRK-ID-RETIRADO TO ENRL-ID-ALUNO
               MOVE LOW-VALUES      TO ENRL-DISCIPLINA
               MOVE ZEROS           TO ENRL-PERIODO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               START ENROLL-MASTER
                   KEY IS NOT LESS THAN ENRL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ ENROLL-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0625-FUNDIR-MATRICULA
                   END-READ
               END-PERFORM
               CLOSE ENROLL-MASTER
           END-IF.
           PERFORM 0628-FUNDIR-BOLSA.

       0625-FUNDIR-MATRICULA.
           IF ENRL-ID-ALUNO NOT = WRK-ID-RETIRADO
               MOVE 'S' TO WRK-FIM-ARQUIVO
           ELSE
               PERFORM 0627-TRANSFERIR-MATRICULA
           END-IF.

       0627-TRANSFERIR-MATRICULA.
           MOVE ENRL-CHAVE    TO WRK-CHAVE-RETIRADA.
           MOVE ENRL-RECORD   TO WRK-IMAGEM-RETIRADA.
           MOVE 'N'           TO WRK-HISTORICO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING ENRL-DISCIPLINA ' PER ' ENRL-PERIODO ' ATIVA '
               ENRL-ATIVO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO ENRL-ID-ALUNO.
           READ ENROLL-MASTER
               KEY IS ENRL-CHAVE
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-IMAGEM-RETIRADA TO ENRL-RECORD
                   MOVE WRK-ID-SOBREVIVENTE TO ENRL-ID-ALUNO
                   MOVE 'TRANSFERIDA PARA O SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ENRL-RECORD(18:19) =
                            WRK-IMAGEM-RETIRADA(18:19)
                           MOVE 'T' TO WRK-ACAO
                           MOVE 'JA ESTAVA NO SOBREVIVENTE'
                               TO WRK-D-ACAO
                       WHEN ENRL-ATIVO = 'N'
                        AND WRK-IMAGEM-RETIRADA(26:1) = 'S'
                           MOVE 'R' TO WRK-ACAO
                           MOVE WRK-IMAGEM-RETIRADA TO ENRL-RECORD
                           MOVE WRK-ID-SOBREVIVENTE TO ENRL-ID-ALUNO
                           MOVE 'SUBSTITUI A CANCELADA DO SOBREV.'
                               TO WRK-D-ACAO
                       WHEN OTHER
                           MOVE 'D' TO WRK-ACAO
                           MOVE 'FICA A DO SOBREVIVENTE; ESTA SAI'
                               TO WRK-D-ACAO
                   END-EVALUATE
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               EVALUATE WRK-ACAO
                   WHEN 'D'
                       ADD 1 TO WRK-QTD-MANTIDOS
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-TRANSFERIDOS
               END-EVALUATE
           ELSE
               MOVE 'M'         TO FUS-PEND-ARQUIVO
               MOVE ENRL-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.
           MOVE WRK-CHAVE-RETIRADA TO ENRL-CHAVE.
           START ENROLL-MASTER
               KEY IS GREATER THAN ENRL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

      ****************************** BOLSAS: UM REGISTRO POR ALUNO.
      ****************************** BOLSA NOS DOIS IDS IMPEDE A
      ****************************** FUSAO (0440)
       0628-FUNDIR-BOLSA.
           MOVE 'BOLSAS' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT SCHOLARSHIP-FILE
           ELSE
               OPEN I-O SCHOLARSHIP-FILE
           END-IF.
           IF WRK-BOLS-STATUS = '00'
               MOVE WRK-ID-RETIRADO TO BOLS-ID-ALUNO
               READ SCHOLARSHIP-FILE
                   KEY IS BOLS-ID-ALUNO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0629-TRANSFERIR-BOLSA
               END-READ
               CLOSE SCHOLARSHIP-FILE
           END-IF.

       0629-TRANSFERIR-BOLSA.
           MOVE BOLS-RECORD TO WRK-IMAGEM-RETIRADA.
           MOVE 'N'         TO WRK-HISTORICO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'BOLSA ' BOLS-PCT-BOLSA ' DESC ' BOLS-PCT-DESCONTO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO BOLS-ID-ALUNO.
           READ SCHOLARSHIP-FILE
               KEY IS BOLS-ID-ALUNO
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-IMAGEM-RETIRADA TO BOLS-RECORD
                   MOVE WRK-ID-SOBREVIVENTE TO BOLS-ID-ALUNO
                   MOVE 'TRANSFERIDA PARA O SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   IF BOLS-RECORD(6:38) = WRK-IMAGEM-RETIRADA(6:38)
                       MOVE 'T' TO WRK-ACAO
                       MOVE 'JA ESTAVA NO SOBREVIVENTE'
                           TO WRK-D-ACAO
                   ELSE
                       MOVE 'D' TO WRK-ACAO
                       MOVE 'SOBREVIVENTE TAMBEM TEM BOLSA'
                           TO WRK-D-ACAO
                   END-IF
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               IF WRK-ACAO = 'T'
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               END-IF
           ELSE
               MOVE 'B'         TO FUS-PEND-ARQUIVO
               MOVE BOLS-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.

      ****************************** ARRECMAS: TROCA DE VENDEDOR NO
      ****************************** PROPRIO TITULO; MENSALIDADE DO
      ****************************** RETIRADO MUDA DE DOCUMENTO (0637).
      ****************************** PODE SER REPETIDA
       0630-FUNDIR-RECEBER.
           MOVE 'ARRECMAS' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT RECEIVABLE-MASTER
           ELSE
               OPEN I-O RECEIVABLE-MASTER
           END-IF.
           IF WRK-RECV-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ RECEIVABLE-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0635-FUNDIR-TITULO
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-MASTER
           END-IF.

       0635-FUNDIR-TITULO.
           MOVE 'N' TO WRK-ACHOU.
           IF RECV-ORIGEM = 'M' AND RECV-ID-ALUNO = WRK-ID-RETIRADO
               PERFORM 0637-TRANSFERIR-MENSALIDADE
           ELSE
               IF RECV-ID-VENDEDOR = WRK-ID-RETIRADO
                   MOVE WRK-ID-SOBREVIVENTE TO RECV-ID-VENDEDOR
                   MOVE 'S' TO WRK-ACHOU
                   MOVE 'VENDEDOR PASSA AO SOBREVIVENTE' TO WRK-D-ACAO
               END-IF
           END-IF.
           IF WRK-ACHOU = 'S'
               ADD 1 TO WRK-QTD-ALTERADOS
               IF WRK-MODO = 1
                   MOVE RECV-VALOR TO WRK-ED-VALOR
                   MOVE SPACES TO WRK-D-REGISTRO
                   STRING 'DOC ' RECV-DOCUMENTO ' ' WRK-ED-VALOR
                       ' ' RECV-SITUACAO
                       DELIMITED BY SIZE INTO WRK-D-REGISTRO
                   PERFORM 0720-IMPRIMIR-DETALHE
               ELSE
                   REWRITE RECV-RECORD
               END-IF
           END-IF.

      ****************************** O DOCUMENTO DA MENSALIDADE LEVA O
      ****************************** ALUNO ('M' + ALUNO + AAMM) E O
      ****************************** PROGCOB91 O MONTA PELA MATRICULA,
      ****************************** QUE JA PASSOU AO SOBREVIVENTE. SE
      ****************************** ELE TEM A DO MES, OS VALORES SAO
      ****************************** SOMADOS E A SITUACAO REFEITA
       0637-TRANSFERIR-MENSALIDADE.
           MOVE RECV-RECORD TO WRK-TITULO-RETIRADO WRK-IMAGEM-RETIRADA.
           MOVE 'N'         TO WRK-HISTORICO.
           MOVE RECV-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'DOC ' RECV-DOCUMENTO ' ' WRK-ED-VALOR
               ' ' RECV-SITUACAO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO RECV-DOCUMENTO(2:5).
           READ RECEIVABLE-MASTER
               KEY IS RECV-DOCUMENTO
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-TITULO-RETIRADO TO RECV-RECORD
                   MOVE WRK-ID-SOBREVIVENTE TO RECV-DOCUMENTO(2:5)
                   MOVE WRK-ID-SOBREVIVENTE TO RECV-ID-ALUNO
                   MOVE 'MENSALIDADE PASSA AO SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACAO
                   PERFORM 0638-SOMAR-MENSALIDADE
                   MOVE 'SOMADA A MENSALIDADE DO SOBREVIVENTE'
                       TO WRK-D-ACAO
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               IF WRK-ACAO = 'S'
                   ADD 1 TO WRK-QTD-SOMADOS
               ELSE
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               END-IF
           ELSE
               MOVE 'R'         TO FUS-PEND-ARQUIVO
               MOVE RECV-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.
           MOVE TRET-DOCUMENTO TO RECV-DOCUMENTO.
           START RECEIVABLE-MASTER
               KEY IS GREATER THAN RECV-DOCUMENTO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
           END-START.

      ****************************** MESMA REGRA DE QUITACAO DO
      ****************************** PROGCOB46: PRINCIPAL E ENCARGOS
       0638-SOMAR-MENSALIDADE.
           ADD TRET-VALOR          TO RECV-VALOR.
           ADD TRET-VALOR-BRUTO    TO RECV-VALOR-BRUTO.
           ADD TRET-VALOR-PAGO     TO RECV-VALOR-PAGO.
           ADD TRET-MULTA          TO RECV-MULTA.
           ADD TRET-JUROS          TO RECV-JUROS.
           ADD TRET-ENCARGOS-PAGOS TO RECV-ENCARGOS-PAGOS.
           IF TRET-DATA-PAGTO > RECV-DATA-PAGTO
               MOVE TRET-DATA-PAGTO TO RECV-DATA-PAGTO
           END-IF.
           IF TRET-NIVEL-AVISO > RECV-NIVEL-AVISO
               MOVE TRET-NIVEL-AVISO TO RECV-NIVEL-AVISO
               MOVE TRET-DATA-AVISO  TO RECV-DATA-AVISO
           END-IF.
           IF RECV-VALOR-PAGO >= RECV-VALOR
              AND RECV-ENCARGOS-PAGOS >= RECV-MULTA + RECV-JUROS
               MOVE 'P' TO RECV-SITUACAO
           ELSE
               MOVE 'A' TO RECV-SITUACAO
           END-IF.

      ****************************** DIARIOS SJAAAAMM DOS ANOS DO
      ****************************** RETIRADO: LINHAS VAO PARA O FIM
      ****************************** DA SEQUENCIA DO SOBREVIVENTE
       0640-FUNDIR-DIARIOS.
           PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                   UNTIL WRK-IND-ANO > WRK-QTD-ANOS
               MOVE WRK-ANO-TAB(WRK-IND-ANO) TO WRK-ANO
               PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
                   PERFORM 0642-FUNDIR-DIARIO-MES
               END-PERFORM
           END-PERFORM.

       0642-FUNDIR-DIARIO-MES.
           MOVE SPACES TO WRK-ARQUIVO-JORNAL.
           STRING 'SJ' WRK-ANO WRK-MES
               DELIMITED BY SIZE INTO WRK-ARQUIVO-JORNAL.
           MOVE WRK-ARQUIVO-JORNAL TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT JOURNAL-FILE
           ELSE
               OPEN I-O JOURNAL-FILE
           END-IF.
           IF WRK-JRN-STATUS = '00'
               PERFORM 0643-FUNDIR-LINHAS-MES
               CLOSE JOURNAL-FILE
           END-IF.

      ****************************** ULTIMA SEQUENCIA DO SOBREVIVENTE
      ****************************** NO MES E DEPOIS AS LINHAS DO
      ****************************** RETIRADO
       0643-FUNDIR-LINHAS-MES.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE WRK-ANO             TO JRNX-ANO.
           MOVE WRK-ID-SOBREVIVENTE TO JRNX-ID-VENDEDOR.
           MOVE WRK-MES             TO JRNX-MES.
           MOVE ZEROS               TO JRNX-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-MES.
           START JOURNAL-FILE
               KEY IS NOT LESS THAN JRNX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MES
           END-START.
           PERFORM UNTIL WRK-FIM-MES = 'S'
               READ JOURNAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-MES
                   NOT AT END
                       IF JRNX-ANO = WRK-ANO
                          AND JRNX-ID-VENDEDOR = WRK-ID-SOBREVIVENTE
                          AND JRNX-MES = WRK-MES
                           MOVE JRNX-SEQUENCIA TO WRK-ULTIMA-SEQ
                       ELSE
                           MOVE 'S' TO WRK-FIM-MES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-ANO         TO JRNX-ANO.
           MOVE WRK-ID-RETIRADO TO JRNX-ID-VENDEDOR.
           MOVE WRK-MES         TO JRNX-MES.
           MOVE ZEROS           TO JRNX-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-MES.
           START JOURNAL-FILE
               KEY IS NOT LESS THAN JRNX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MES
           END-START.
           PERFORM UNTIL WRK-FIM-MES = 'S'
               READ JOURNAL-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-MES
                   NOT AT END
                       PERFORM 0645-FUNDIR-LINHA
               END-READ
           END-PERFORM.

       0645-FUNDIR-LINHA.
           IF JRNX-ANO NOT = WRK-ANO
              OR JRNX-ID-VENDEDOR NOT = WRK-ID-RETIRADO
              OR JRNX-MES NOT = WRK-MES
               MOVE 'S' TO WRK-FIM-MES
           ELSE
               PERFORM 0647-TRANSFERIR-LINHA
           END-IF.

       0647-TRANSFERIR-LINHA.
           MOVE JRNX-CHAVE  TO WRK-CHAVE-RETIRADA.
           MOVE JRNX-RECORD TO WRK-IMAGEM-RETIRADA.
           MOVE 'N'         TO WRK-HISTORICO.
           MOVE 'T'         TO WRK-ACAO.
           ADD 1 TO WRK-ULTIMA-SEQ.
           MOVE JRNX-VALOR TO WRK-ED-VALOR.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING JRNX-TIPO ' ' JRNX-DOCUMENTO ' ' WRK-ED-VALOR
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE SPACES TO WRK-D-ACAO.
           STRING 'PASSA AO SOBREVIVENTE, SEQ ' WRK-ULTIMA-SEQ
               DELIMITED BY SIZE INTO WRK-D-ACAO.
           MOVE WRK-ID-SOBREVIVENTE TO JRNX-ID-VENDEDOR.
           MOVE WRK-ULTIMA-SEQ      TO JRNX-SEQUENCIA.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               ADD 1 TO WRK-QTD-TRANSFERIDOS
           ELSE
               MOVE 'J'         TO FUS-PEND-ARQUIVO
               MOVE JRNX-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.
           MOVE WRK-CHAVE-RETIRADA TO JRNX-CHAVE.
           START JOURNAL-FILE
               KEY IS GREATER THAN JRNX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MES
           END-START.

      ****************************** SALESMAS: ANO A ANO DO RETIRADO
       0650-FUNDIR-VENDAS.
           MOVE 'SALESMAS' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT SALES-MASTER
           ELSE
               OPEN I-O SALES-MASTER
           END-IF.
           IF WRK-SALES-STATUS = '00'
               PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                       UNTIL WRK-IND-ANO > WRK-QTD-ANOS
                   PERFORM 0655-FUNDIR-ANO-VENDAS
               END-PERFORM
               CLOSE SALES-MASTER
           END-IF.

       0655-FUNDIR-ANO-VENDAS.
           MOVE WRK-ANO-TAB(WRK-IND-ANO) TO SALES-ANO WRK-ANO.
           MOVE WRK-ID-RETIRADO          TO SALES-ID-VENDEDOR.
           READ SALES-MASTER
               KEY IS SALES-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 'S'
               PERFORM 0657-TRANSFERIR-ANO-VENDAS
           END-IF.

       0657-TRANSFERIR-ANO-VENDAS.
           MOVE SALES-RECORD TO WRK-VENDA-RETIRADA WRK-IMAGEM-RETIRADA.
           MOVE 'N'          TO WRK-HISTORICO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'ANO ' WRK-ANO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO SALES-ID-VENDEDOR.
           READ SALES-MASTER
               KEY IS SALES-CHAVE
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-VENDA-RETIRADA  TO SALES-RECORD
                   MOVE WRK-ID-SOBREVIVENTE TO SALES-ID-VENDEDOR
                   MOVE SOBR-PESSOA         TO SALES-PESSOA
                   MOVE 'ANO TRANSFERIDO PARA O SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACAO
                   PERFORM VARYING WRK-MES FROM 1 BY 1
                           UNTIL WRK-MES > 12
                       ADD VRET-MES(WRK-MES) TO SALES-MES(WRK-MES)
                   END-PERFORM
                   IF SALES-META = ZEROS
                       MOVE VRET-META TO SALES-META
                   END-IF
                   MOVE 'MESES SOMADOS AO ANO DO SOBREVIVENTE'
                       TO WRK-D-ACAO
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               IF WRK-ACAO = 'S'
                   ADD 1 TO WRK-QTD-SOMADOS
               ELSE
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               END-IF
           ELSE
               MOVE 'V'          TO FUS-PEND-ARQUIVO
               MOVE SALES-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.

      ****************************** COMMCTL: ANO A ANO DO RETIRADO
       0660-FUNDIR-COMISSAO.
           MOVE 'COMMCTL' TO WRK-D-ARQUIVO.
           IF WRK-MODO = 1
               OPEN INPUT CONTROL-FILE
           ELSE
               OPEN I-O CONTROL-FILE
           END-IF.
           IF WRK-CTL-STATUS = '00'
               PERFORM VARYING WRK-IND-ANO FROM 1 BY 1
                       UNTIL WRK-IND-ANO > WRK-QTD-ANOS
                   PERFORM 0665-FUNDIR-ANO-COMISSAO
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       0665-FUNDIR-ANO-COMISSAO.
           MOVE WRK-ANO-TAB(WRK-IND-ANO) TO CTL-ANO WRK-ANO.
           MOVE WRK-ID-RETIRADO          TO CTL-ID-VENDEDOR.
           READ CONTROL-FILE
               KEY IS CTL-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.
           IF WRK-ACHOU = 'S'
               PERFORM 0667-TRANSFERIR-ANO-COMISSAO
           END-IF.

       0667-TRANSFERIR-ANO-COMISSAO.
           MOVE CTL-RECORD TO WRK-CONTROLE-RETIRADO WRK-IMAGEM-RETIRADA.
           MOVE 'N'        TO WRK-HISTORICO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'ANO ' WRK-ANO ' SITUACAO ' CRET-SITUACAO
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE WRK-ID-SOBREVIVENTE TO CTL-ID-VENDEDOR.
           READ CONTROL-FILE
               KEY IS CTL-CHAVE
               INVALID KEY
                   MOVE 'T' TO WRK-ACAO
                   MOVE WRK-CONTROLE-RETIRADO TO CTL-RECORD
                   MOVE WRK-ID-SOBREVIVENTE   TO CTL-ID-VENDEDOR
                   MOVE 'ANO TRANSFERIDO PARA O SOBREVIVENTE'
                       TO WRK-D-ACAO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACAO
                   ADD CRET-VALOR          TO CTL-VALOR
                   ADD CRET-VALOR-AJUSTE   TO CTL-VALOR-AJUSTE
                   ADD CRET-VALOR-OVERRIDE TO CTL-VALOR-OVERRIDE
                   MOVE 'VALORES SOMADOS AO ANO DO SOBREVIVENTE'
                       TO WRK-D-ACAO
           END-READ.
           IF WRK-MODO = 1
               PERFORM 0720-IMPRIMIR-DETALHE
               IF WRK-ACAO = 'S'
                   ADD 1 TO WRK-QTD-SOMADOS
               ELSE
                   ADD 1 TO WRK-QTD-TRANSFERIDOS
               END-IF
           ELSE
               MOVE 'C'        TO FUS-PEND-ARQUIVO
               MOVE CTL-RECORD TO FUS-PEND-FINAL
               PERFORM 0555-TRANSFERIR
           END-IF.

      ****************************** PERSNMAS: RETIRADO INATIVO; O
      ****************************** APONTADOR E O PROPRIO PESSFUS
       0670-FUNDIR-PESSOA.
           OPEN I-O PERSON-MASTER.
           MOVE WRK-ID-RETIRADO TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO PERSON-ATIVO
                   REWRITE PERSON-RECORD
           END-READ.
           MOVE WRK-ID-SOBREVIVENTE TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERSON-CPF = ZEROS AND RETR-CPF NOT = ZEROS
                       MOVE RETR-CPF TO PERSON-CPF
                       REWRITE PERSON-RECORD
                   END-IF
           END-READ.
           CLOSE PERSON-MASTER.
           MOVE 'PERSNMAS' TO WRK-D-ARQUIVO.
           MOVE SPACES TO WRK-D-REGISTRO.
           STRING 'ID ' WRK-ID-RETIRADO ' ' RETR-NOME
               DELIMITED BY SIZE INTO WRK-D-REGISTRO.
           MOVE 'INATIVA, APONTANDO P/ O SOBREVIVENTE'
               TO WRK-D-ACAO.
           PERFORM 0720-IMPRIMIR-DETALHE.

       0700-ABRIR-RELATORIO.
           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 1
               MOVE 'FUSAOPRV' TO SPL-RELATORIO
               MOVE 'PREVIA DA FUSAO DE IDS' TO WRK-T-TEXTO
           ELSE
               MOVE 'FUSAOREL' TO SPL-RELATORIO
               MOVE 'FUSAO DE IDS' TO WRK-T-TEXTO
           END-IF.
           MOVE WRK-ID-RETIRADO     TO WRK-T-RETIRADO.
           MOVE WRK-ID-SOBREVIVENTE TO WRK-T-SOBREVIVENTE.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0730-CABECALHO.
           IF WRK-RETOMADA = 'S'
               MOVE SPACES TO PRINT-RECORD
               STRING 'RETOMADA APOS A ETAPA ' WRK-ETAPA
                   ' - ETAPAS ANTERIORES JA GRAVADAS'
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM 0725-IMPRIMIR-LINHA
           END-IF.

       0720-IMPRIMIR-DETALHE.
           MOVE WRK-LINHA-DETALHE TO PRINT-RECORD.
           PERFORM 0725-IMPRIMIR-LINHA.

       0725-IMPRIMIR-LINHA.
           IF WRK-LINHAS >= 55
               PERFORM 0730-CABECALHO
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO WRK-LINHAS.

       0730-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-T-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULOS.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 4 TO WRK-LINHAS.

       0740-ENCERRAR-RELATORIO.
           MOVE '----------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WRK-QTD-TRANSFERIDOS TO WRK-ED-QTD.
           STRING 'REGISTROS TRANSFERIDOS.......: ' WRK-ED-QTD
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WRK-QTD-SOMADOS TO WRK-ED-QTD.
           STRING 'ANOS SOMADOS AO SOBREVIVENTE.: ' WRK-ED-QTD
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WRK-QTD-MANTIDOS TO WRK-ED-QTD.
           STRING 'MANTIDOS OS DO SOBREVIVENTE..: ' WRK-ED-QTD
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE WRK-QTD-ALTERADOS TO WRK-ED-QTD.
           STRING 'TITULOS E HISTORICOS TROCADOS: ' WRK-ED-QTD
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WRK-MODO = 1
               MOVE SPACES TO PRINT-RECORD
               MOVE WRK-QTD-IMPEDIMENTOS TO WRK-ED-QTD
               STRING 'IMPEDIMENTOS.................: ' WRK-ED-QTD
                   DELIMITED BY SIZE INTO PRINT-RECORD
               WRITE PRINT-RECORD
               IF WRK-QTD-IMPEDIMENTOS = ZEROS
                   MOVE 'NADA FOI GRAVADO - PREVIA SEM IMPEDIMENTOS'
                       TO PRINT-RECORD
               ELSE
                   MOVE 'NADA FOI GRAVADO - A FUSAO SERA RECUSADA'
                       TO PRINT-RECORD
               END-IF
               WRITE PRINT-RECORD
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'REGISTROS TRANSFERIDOS...: ' WRK-QTD-TRANSFERIDOS.
           DISPLAY 'ANOS SOMADOS.............: ' WRK-QTD-SOMADOS.
           DISPLAY 'MANTIDOS DO SOBREVIVENTE.: ' WRK-QTD-MANTIDOS.
           DISPLAY 'TITULOS/HISTORICOS.......: ' WRK-QTD-ALTERADOS.
           IF WRK-MODO = 1
               DISPLAY 'IMPEDIMENTOS.............: '
                   WRK-QTD-IMPEDIMENTOS
           END-IF.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB94' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'FUSAO ID ' WRK-ID-RETIRADO ' NO ID '
               WRK-ID-SOBREVIVENTE
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE WRK-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE WRK-OPERADOR  TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.

       0950-LISTAR-FUSOES.
           OPEN INPUT MERGE-FILE.
           IF WRK-FUS-STATUS NOT = '00'
               DISPLAY 'NENHUMA FUSAO REGISTRADA'
           ELSE
               DISPLAY 'RETIRADO SOBREV. SIT ETAPA INICIO   FIM      '
                   'OPERADOR'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ MERGE-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           DISPLAY FUS-ID-RETIRADO '    '
                               FUS-ID-SOBREVIVENTE '  '
                               FUS-SITUACAO '   ' FUS-ETAPA '    '
                               FUS-DATA-INICIO ' ' FUS-DATA-FIM ' '
                               FUS-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE MERGE-FILE
           END-IF.
