       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB71.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DO CADASTRO DE CLIENTES CLIEMAS -
      * INCLUSAO COM CPF OU CNPJ (DIGITOS VERIFICADORES CONFERIDOS
      * PELO MODULO 11 E RECUSA DE DOCUMENTO JA CADASTRADO), NOME,
      * ENDERECO E LIMITE DE CREDITO, ALTERACAO, INATIVACAO/
      * REATIVACAO, CONSULTA E LISTAGEM. O DETALHE DO SALESTRN E A
      * VENDA INTERATIVA DO PROGCOB25 SO ACEITAM CLIENTE CADASTRADO
      * E ATIVO, E O CLIENTE SEGUE NO DIARIO ATE O TITULO DO
      * ARRECMAS. O EXTRATO POR CLIENTE SAI PELO PROGCOB72
      * DATA   = 14/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - LIMITE DE CREDITO PASSA A SER DIGITADO EM
      *              CENTAVOS E DIVIDIDO POR 100 NA CARGA DO CAMPO
      *              (ANTES ENTRAVA EM REAIS INTEIROS)
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLIEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLI-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
       01  CLI-RECORD.
           COPY CLIENTE REPLACING ==:PREFIX:== BY ==CLI==.

       WORKING-STORAGE SECTION.
       77  WRK-CLI-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-CODIGO        PIC X(08) VALUE SPACES.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
       77  WRK-NOME          PIC X(30) VALUE SPACES.
       77  WRK-ENDERECO      PIC X(40) VALUE SPACES.
       77  WRK-CIDADE        PIC X(20) VALUE SPACES.
       77  WRK-UF            PIC X(02) VALUE SPACES.
       77  WRK-CEP-ALFA      PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-CEP           PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-ALFA   PIC X(09) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-LIMITE        PIC 9(7)V99 VALUE ZEROS.
       77  WRK-LIMITE-CENTAVOS PIC 9(09) VALUE ZEROS.
       77  WRK-CAMPO-VALIDO  PIC X(01) VALUE 'N'.
       77  WRK-MANTER-ATUAL  PIC X(01) VALUE 'N'.
       77  WRK-ENCONTRADO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-QTD-LISTADOS  PIC 9(04) VALUE ZEROS.
       77  WRK-DOC-ALFA      PIC X(14) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DOC-VALIDO    PIC X(01) VALUE 'N'.
       77  WRK-DOC-DUPLICADO PIC X(01) VALUE 'N'.
       77  WRK-QTD-DIGITOS   PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-DV       PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-DV      PIC 9(02) VALUE ZEROS.
       77  WRK-QUOCIENTE-DV  PIC 9(04) VALUE ZEROS.
       77  WRK-DV            PIC 9(02) VALUE ZEROS.
       77  WRK-SUBDOC        PIC 9(02) VALUE ZEROS.
       77  WRK-PRIMEIRO-DIGITO PIC X(01) VALUE SPACE.
       77  WRK-QTD-REPETIDOS PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO-EXISTENTE PIC X(08) VALUE SPACES.

       01  WRK-DOCUMENTO     PIC 9(14) VALUE ZEROS.
       01  WRK-DOC-DIGITOS REDEFINES WRK-DOCUMENTO.
           05 WRK-DOC-DIG    PIC 9(01) OCCURS 14 TIMES.

      ****************************** PESOS DO MODULO 11 DO CNPJ: OS
      ****************************** 12 PRIMEIROS PARA O 1O DIGITO,
      ****************************** OS 13 PARA O 2O DIGITO
       01  WRK-PESOS-CNPJ-LITERAL.
           05 FILLER         PIC X(13) VALUE '6543298765432'.
       01  WRK-PESOS-CNPJ REDEFINES WRK-PESOS-CNPJ-LITERAL.
           05 WRK-PESO-CNPJ  PIC 9(01) OCCURS 13 TIMES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0050-ABRIR-ARQUIVO.
           MOVE ZEROS TO WRK-OPCAO.
           PERFORM UNTIL WRK-OPCAO = 9
               PERFORM 0100-EXIBIR-MENU
               PERFORM 0200-EXECUTAR-OPCAO
           END-PERFORM.
           CLOSE CLIENT-MASTER.
           STOP RUN.

       0050-ABRIR-ARQUIVO.
           OPEN I-O CLIENT-MASTER.
           IF WRK-CLI-STATUS = '35'
               CLOSE CLIENT-MASTER
               OPEN OUTPUT CLIENT-MASTER
               CLOSE CLIENT-MASTER
               OPEN I-O CLIENT-MASTER
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB71 - MANUTENCAO DE CLIENTES'.
           DISPLAY '1 - INCLUIR CLIENTE'.
           DISPLAY '2 - ALTERAR NOME/ENDERECO/LIMITE'.
           DISPLAY '3 - INATIVAR/REATIVAR CLIENTE'.
           DISPLAY '4 - CONSULTAR CLIENTE'.
           DISPLAY '5 - LISTAR CLIENTES'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 0300-INCLUIR
               WHEN 2
                   PERFORM 0400-ALTERAR
               WHEN 3
                   PERFORM 0500-INATIVAR-REATIVAR
               WHEN 4
                   PERFORM 0600-CONSULTAR
               WHEN 5
                   PERFORM 0700-LISTAR
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB71'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

       0250-LOCALIZAR-CLIENTE.
           MOVE 'N' TO WRK-ENCONTRADO.
           DISPLAY 'CODIGO DO CLIENTE..'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO'
           ELSE
               MOVE WRK-CODIGO TO CLI-CODIGO
               READ CLIENT-MASTER
                   KEY IS CLI-CODIGO
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ENCONTRADO
               END-READ
           END-IF.

       0260-EXIBIR-CLIENTE.
           DISPLAY '----------------------------------------'.
           DISPLAY 'CODIGO.....: ' CLI-CODIGO.
           IF CLI-TIPO = 'J'
               DISPLAY 'CNPJ.......: ' CLI-CNPJ-CPF
           ELSE
               DISPLAY 'CPF........: ' CLI-CNPJ-CPF(4:11)
           END-IF.
           DISPLAY 'NOME.......: ' CLI-NOME.
           DISPLAY 'ENDERECO...: ' CLI-ENDERECO.
           DISPLAY 'CIDADE/UF..: ' CLI-CIDADE ' ' CLI-UF.
           DISPLAY 'CEP........: ' CLI-CEP.
           DISPLAY 'LIMITE.....: ' CLI-LIMITE-CREDITO.
           DISPLAY 'CADASTRO...: ' CLI-DATA-CADASTRO.
           IF CLI-ATIVO = 'N'
               DISPLAY 'SITUACAO...: INATIVO'
           ELSE
               DISPLAY 'SITUACAO...: ATIVO'
           END-IF.
           DISPLAY '----------------------------------------'.

       0300-INCLUIR.
           DISPLAY 'CODIGO DO NOVO CLIENTE..'
           ACCEPT WRK-CODIGO FROM CONSOLE.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO EM BRANCO - INCLUSAO CANCELADA'
           ELSE
               MOVE WRK-CODIGO TO CLI-CODIGO
               READ CLIENT-MASTER
                   KEY IS CLI-CODIGO
                   INVALID KEY
                       PERFORM 0310-GRAVAR-NOVO-CLIENTE
                   NOT INVALID KEY
                       DISPLAY 'CLIENTE JA CADASTRADO'
               END-READ
           END-IF.

       0310-GRAVAR-NOVO-CLIENTE.
           PERFORM 0320-ACEITAR-DOCUMENTO.
           PERFORM 0350-VERIFICAR-DUPLICIDADE.
           IF WRK-DOC-DUPLICADO = 'S'
               DISPLAY 'DOCUMENTO JA CADASTRADO NO CLIENTE '
                   WRK-CODIGO-EXISTENTE ' - INCLUSAO CANCELADA'
           ELSE
               MOVE 'N' TO WRK-MANTER-ATUAL
               PERFORM 0370-ACEITAR-DADOS
               MOVE SPACES        TO CLI-RECORD
               MOVE WRK-CODIGO    TO CLI-CODIGO
               MOVE WRK-TIPO      TO CLI-TIPO
               MOVE WRK-DOCUMENTO TO CLI-CNPJ-CPF
               MOVE WRK-NOME      TO CLI-NOME
               MOVE WRK-ENDERECO  TO CLI-ENDERECO
               MOVE WRK-CIDADE    TO CLI-CIDADE
               MOVE WRK-UF        TO CLI-UF
               MOVE WRK-CEP       TO CLI-CEP
               MOVE WRK-LIMITE    TO CLI-LIMITE-CREDITO
               ACCEPT CLI-DATA-CADASTRO FROM DATE YYYYMMDD
               MOVE 'S'           TO CLI-ATIVO
               WRITE CLI-RECORD
               DISPLAY 'CLIENTE INCLUIDO'
           END-IF.

       0320-ACEITAR-DOCUMENTO.
           MOVE SPACES TO WRK-TIPO.
           PERFORM UNTIL WRK-TIPO = 'F' OR WRK-TIPO = 'J'
               DISPLAY 'TIPO (F-PESSOA FISICA  J-PESSOA JURIDICA)..'
               ACCEPT WRK-TIPO FROM CONSOLE
               IF WRK-TIPO NOT = 'F' AND WRK-TIPO NOT = 'J'
                   DISPLAY 'TIPO INVALIDO - REDIGITE'
               END-IF
           END-PERFORM.
           IF WRK-TIPO = 'F'
               MOVE 11 TO WRK-QTD-DIGITOS
           ELSE
               MOVE 14 TO WRK-QTD-DIGITOS
           END-IF.
           MOVE 'N' TO WRK-DOC-VALIDO.
           PERFORM UNTIL WRK-DOC-VALIDO = 'S'
               IF WRK-TIPO = 'F'
                   DISPLAY 'DIGITE O CPF (11 DIGITOS):'
               ELSE
                   DISPLAY 'DIGITE O CNPJ (14 DIGITOS):'
               END-IF
               MOVE SPACES TO WRK-DOC-ALFA
               ACCEPT WRK-DOC-ALFA FROM CONSOLE
               IF WRK-DOC-ALFA = SPACES
                   DISPLAY 'DOCUMENTO EM BRANCO - REDIGITE'
               ELSE
                   INSPECT WRK-DOC-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-DOC-ALFA IS NUMERIC
                       MOVE WRK-DOC-ALFA TO WRK-DOCUMENTO
                       PERFORM 0330-VALIDAR-DOCUMENTO
                       IF WRK-DOC-VALIDO = 'N'
                           DISPLAY 'DOCUMENTO INVALIDO - REDIGITE'
                       END-IF
                   ELSE
                       DISPLAY 'DOCUMENTO INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.

      ****************************** DOCUMENTO COM TODOS OS DIGITOS
      ****************************** IGUAIS PASSA NO MODULO 11 MAS
      ****************************** NAO EXISTE - RECUSADO ANTES
       0330-VALIDAR-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-VALIDO.
           COMPUTE WRK-SUBDOC = 15 - WRK-QTD-DIGITOS.
           MOVE WRK-DOC-ALFA(WRK-SUBDOC:1) TO WRK-PRIMEIRO-DIGITO.
           MOVE ZEROS TO WRK-QTD-REPETIDOS.
           INSPECT WRK-DOC-ALFA(WRK-SUBDOC:WRK-QTD-DIGITOS)
               TALLYING WRK-QTD-REPETIDOS
               FOR ALL WRK-PRIMEIRO-DIGITO.
           IF WRK-QTD-REPETIDOS < WRK-QTD-DIGITOS
               IF WRK-TIPO = 'F'
                   IF WRK-DOC-ALFA(1:3) = '000'
                       PERFORM 0335-CONFERIR-CPF
                   END-IF
               ELSE
                   PERFORM 0340-CONFERIR-CNPJ
               END-IF
           END-IF.

      ****************************** CPF NAS POSICOES 4 A 14
       0335-CONFERIR-CPF.
           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-SUBDOC FROM 1 BY 1
                   UNTIL WRK-SUBDOC > 9
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   (WRK-DOC-DIG(WRK-SUBDOC + 3) * (11 - WRK-SUBDOC))
           END-PERFORM.
           DIVIDE WRK-SOMA-DV BY 11
               GIVING WRK-QUOCIENTE-DV
               REMAINDER WRK-RESTO-DV.
           COMPUTE WRK-DV = 11 - WRK-RESTO-DV.
           IF WRK-DV > 9
               MOVE ZEROS TO WRK-DV
           END-IF.

           IF WRK-DV = WRK-DOC-DIG(13)
               MOVE ZEROS TO WRK-SOMA-DV
               PERFORM VARYING WRK-SUBDOC FROM 1 BY 1
                       UNTIL WRK-SUBDOC > 10
                   COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                       (WRK-DOC-DIG(WRK-SUBDOC + 3) * (12 - WRK-SUBDOC))
               END-PERFORM
               DIVIDE WRK-SOMA-DV BY 11
                   GIVING WRK-QUOCIENTE-DV
                   REMAINDER WRK-RESTO-DV
               COMPUTE WRK-DV = 11 - WRK-RESTO-DV
               IF WRK-DV > 9
                   MOVE ZEROS TO WRK-DV
               END-IF
               IF WRK-DV = WRK-DOC-DIG(14)
                   MOVE 'S' TO WRK-DOC-VALIDO
               END-IF
           END-IF.

       0340-CONFERIR-CNPJ.
           MOVE ZEROS TO WRK-SOMA-DV.
           PERFORM VARYING WRK-SUBDOC FROM 1 BY 1
                   UNTIL WRK-SUBDOC > 12
               COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                   (WRK-DOC-DIG(WRK-SUBDOC) *
                    WRK-PESO-CNPJ(WRK-SUBDOC + 1))
           END-PERFORM.
           DIVIDE WRK-SOMA-DV BY 11
               GIVING WRK-QUOCIENTE-DV
               REMAINDER WRK-RESTO-DV.
           COMPUTE WRK-DV = 11 - WRK-RESTO-DV.
           IF WRK-DV > 9
               MOVE ZEROS TO WRK-DV
           END-IF.

           IF WRK-DV = WRK-DOC-DIG(13)
               MOVE ZEROS TO WRK-SOMA-DV
               PERFORM VARYING WRK-SUBDOC FROM 1 BY 1
                       UNTIL WRK-SUBDOC > 13
                   COMPUTE WRK-SOMA-DV = WRK-SOMA-DV +
                       (WRK-DOC-DIG(WRK-SUBDOC) *
                        WRK-PESO-CNPJ(WRK-SUBDOC))
               END-PERFORM
               DIVIDE WRK-SOMA-DV BY 11
                   GIVING WRK-QUOCIENTE-DV
                   REMAINDER WRK-RESTO-DV
               COMPUTE WRK-DV = 11 - WRK-RESTO-DV
               IF WRK-DV > 9
                   MOVE ZEROS TO WRK-DV
               END-IF
               IF WRK-DV = WRK-DOC-DIG(14)
                   MOVE 'S' TO WRK-DOC-VALIDO
               END-IF
           END-IF.

       0350-VERIFICAR-DUPLICIDADE.
           MOVE 'N' TO WRK-DOC-DUPLICADO.
           MOVE SPACES TO CLI-CODIGO.
           START CLIENT-MASTER
               KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                              OR WRK-DOC-DUPLICADO = 'S'
                       READ CLIENT-MASTER NEXT
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           NOT AT END
                               IF CLI-CNPJ-CPF = WRK-DOCUMENTO
                                   MOVE 'S' TO WRK-DOC-DUPLICADO
                                   MOVE CLI-CODIGO
                                       TO WRK-CODIGO-EXISTENTE
                               END-IF
                       END-READ
                   END-PERFORM
           END-START.

      ****************************** NA ALTERACAO (WRK-MANTER-ATUAL
      ****************************** = 'S') CAMPO EM BRANCO MANTEM O
      ****************************** VALOR ATUAL DO CADASTRO
       0370-ACEITAR-DADOS.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'NOME/RAZAO SOCIAL..'
               ACCEPT WRK-NOME FROM CONSOLE
               IF WRK-NOME = SPACES AND WRK-MANTER-ATUAL = 'N'
                   DISPLAY 'NOME EM BRANCO - REDIGITE'
               ELSE
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY 'ENDERECO..'
           ACCEPT WRK-ENDERECO FROM CONSOLE.
           DISPLAY 'CIDADE..'
           ACCEPT WRK-CIDADE FROM CONSOLE.
           DISPLAY 'UF..'
           ACCEPT WRK-UF FROM CONSOLE.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'CEP (8 DIGITOS)..'
               MOVE SPACES TO WRK-CEP-ALFA
               ACCEPT WRK-CEP-ALFA FROM CONSOLE
               IF WRK-CEP-ALFA = SPACES
                   MOVE ZEROS TO WRK-CEP
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-CEP-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-CEP-ALFA IS NUMERIC
                       MOVE WRK-CEP-ALFA TO WRK-CEP
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'CEP INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           PERFORM UNTIL WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'LIMITE DE CREDITO (EM CENTAVOS)..'
               MOVE SPACES TO WRK-LIMITE-ALFA
               ACCEPT WRK-LIMITE-ALFA FROM CONSOLE
               IF WRK-LIMITE-ALFA = SPACES
                   MOVE ZEROS TO WRK-LIMITE
                   MOVE 'S' TO WRK-CAMPO-VALIDO
               ELSE
                   INSPECT WRK-LIMITE-ALFA
                       REPLACING LEADING SPACE BY ZERO
                   IF WRK-LIMITE-ALFA IS NUMERIC
                       MOVE WRK-LIMITE-ALFA TO WRK-LIMITE-CENTAVOS
                       COMPUTE WRK-LIMITE = WRK-LIMITE-CENTAVOS / 100
                       MOVE 'S' TO WRK-CAMPO-VALIDO
                   ELSE
                       DISPLAY 'LIMITE INVALIDO - REDIGITE'
                   END-IF
               END-IF
           END-PERFORM.

       0400-ALTERAR.
           PERFORM 0250-LOCALIZAR-CLIENTE.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-CLIENTE
               DISPLAY 'CAMPO EM BRANCO MANTEM O VALOR ATUAL'
               MOVE 'S' TO WRK-MANTER-ATUAL
               PERFORM 0370-ACEITAR-DADOS
               IF WRK-NOME NOT = SPACES
                   MOVE WRK-NOME TO CLI-NOME
               END-IF
               IF WRK-ENDERECO NOT = SPACES
                   MOVE WRK-ENDERECO TO CLI-ENDERECO
               END-IF
               IF WRK-CIDADE NOT = SPACES
                   MOVE WRK-CIDADE TO CLI-CIDADE
               END-IF
               IF WRK-UF NOT = SPACES
                   MOVE WRK-UF TO CLI-UF
               END-IF
               IF WRK-CEP-ALFA NOT = SPACES
                   MOVE WRK-CEP TO CLI-CEP
               END-IF
               IF WRK-LIMITE-ALFA NOT = SPACES
                   MOVE WRK-LIMITE TO CLI-LIMITE-CREDITO
               END-IF
               REWRITE CLI-RECORD
               DISPLAY 'CLIENTE ALTERADO'
           END-IF.

       0500-INATIVAR-REATIVAR.
           PERFORM 0250-LOCALIZAR-CLIENTE.
           IF WRK-ENCONTRADO = 'S'
               IF CLI-ATIVO = 'N'
                   MOVE 'S' TO CLI-ATIVO
                   REWRITE CLI-RECORD
                   DISPLAY 'CLIENTE REATIVADO'
               ELSE
                   MOVE 'N' TO CLI-ATIVO
                   REWRITE CLI-RECORD
                   DISPLAY 'CLIENTE INATIVADO'
               END-IF
           END-IF.

       0600-CONSULTAR.
           PERFORM 0250-LOCALIZAR-CLIENTE.
           IF WRK-ENCONTRADO = 'S'
               PERFORM 0260-EXIBIR-CLIENTE
           END-IF.

       0700-LISTAR.
           MOVE SPACES TO CLI-CODIGO.
           START CLIENT-MASTER
               KEY IS NOT LESS THAN CLI-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           DISPLAY 'CODIGO   T CNPJ/CPF       NOME                '
               '           LIMITE      ATIVO'.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ CLIENT-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       DISPLAY CLI-CODIGO ' ' CLI-TIPO ' '
                           CLI-CNPJ-CPF ' ' CLI-NOME ' '
                           CLI-LIMITE-CREDITO ' ' CLI-ATIVO
                       ADD 1 TO WRK-QTD-LISTADOS
               END-READ
           END-PERFORM.
           DISPLAY 'CLIENTES LISTADOS..: ' WRK-QTD-LISTADOS.
