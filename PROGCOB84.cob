       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB84.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: MANUTENCAO DA ESTRUTURA DE EQUIPES DE VENDAS
      * EQUIPES (COPYBOOK EQUIPE) - VENDEDOR NA EQUIPE DE UM
      * SUPERVISOR E SUPERVISOR NA REGIAO DE UM GERENTE REGIONAL,
      * COM O PERCENTUAL DE OVERRIDE DO SUPERVISOR, SEMPRE COM
      * INICIO E FIM DE VIGENCIA PARA A TROCA DE EQUIPE FICAR
      * DATADA. A VIGENCIA NOVA NAO PODE SOBREPOR OUTRA DO MESMO
      * MEMBRO: NA TROCA, ENCERRA-SE A ANTERIOR E INCLUI-SE A NOVA.
      * MEMBRO E SUPERIOR TEM QUE SER PESSOAS ATIVAS DO PERSNMAS.
      * LISTA A ESTRUTURA EM VIGOR NUMA DATA. CADA INCLUSAO E
      * ENCERRAMENTO VAI PARA O AUDIT-LOG; RODADO FORA DO MENU, O
      * OPERADOR SAI EM BRANCO
      * DATA   = 15/10/2026
      * ALTERACOES:
      * 15/10/2026 - FELIPE - PERCENTUAL DIGITADO EM CENTESIMOS PASSA
      *              A SER DIVIDIDO POR 100 (150 = 1,50%)
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
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TEAM-FILE.
       01  EQP-RECORD.
           COPY EQUIPE REPLACING ==:PREFIX:== BY ==EQP==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       77  WRK-EQP-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PERSON-STATUS PIC X(02) VALUE SPACES.
       77  WRK-CADASTRO-OK   PIC X(01) VALUE 'N'.
       77  WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77  WRK-TIPO          PIC X(01) VALUE SPACES.
       77  WRK-ID-ALFA       PIC X(05) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-ID-MEMBRO     PIC 9(05) VALUE ZEROS.
       77  WRK-ID-SUPERIOR   PIC 9(05) VALUE ZEROS.
       77  WRK-ID-LIDO       PIC 9(05) VALUE ZEROS.
       77  WRK-NOME-LIDO     PIC X(21) VALUE SPACES.
       77  WRK-CAMPO-VALIDO  PIC X(01) VALUE 'N'.
       77  WRK-SOBREPOSTO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ARQUIVO   PIC X(01) VALUE 'N'.
       77  WRK-DATA-ALFA     PIC X(08) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-PERC-ALFA     PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-DATA-INICIO   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-NOVO      PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-EXISTENTE PIC 9(08) VALUE ZEROS.
       77  WRK-PERC          PIC 9(2)V99 VALUE ZEROS.
       77  WRK-PERC-CENTESIMOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-LISTADOS  PIC 9(05) VALUE ZEROS.
       77  WRK-RESULTADO     PIC X(20) VALUE SPACES.

       01  WRK-DATA-LIDA.
           05 WRK-D-ANO      PIC 9(04).
           05 WRK-D-MES      PIC 9(02).
           05 WRK-D-DIA      PIC 9(02).

       01  WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       01  WRK-LINHA-ESTRUTURA.
           05 WRK-L-TIPO     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-MEMBRO   PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-NOME     PIC X(21).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-SUPERIOR PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-INICIO   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-FIM      PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WRK-L-PERC     PIC Z9,99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-ABRIR-ARQUIVOS.
           IF WRK-CADASTRO-OK = 'S'
               MOVE ZEROS TO WRK-OPCAO
               PERFORM UNTIL WRK-OPCAO = 9
                   PERFORM 0100-EXIBIR-MENU
                   PERFORM 0200-EXECUTAR-OPCAO
               END-PERFORM
               CLOSE TEAM-FILE
               CLOSE PERSON-MASTER
           END-IF.
           STOP RUN.

       0050-ABRIR-ARQUIVOS.
           MOVE 'N' TO WRK-CADASTRO-OK.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE PESSOAS PERSNMAS NAO ENCONTRADO '
                   '- CADASTRE PELO PROGCOB02'
           ELSE
               MOVE 'S' TO WRK-CADASTRO-OK
               OPEN I-O TEAM-FILE
               IF WRK-EQP-STATUS = '35'
                   CLOSE TEAM-FILE
                   OPEN OUTPUT TEAM-FILE
                   CLOSE TEAM-FILE
                   OPEN I-O TEAM-FILE
               END-IF
           END-IF.

       0100-EXIBIR-MENU.
           DISPLAY '========================================'.
           DISPLAY 'PROGCOB84 - ESTRUTURA DE EQUIPES DE VENDAS'.
           DISPLAY '1 - INCLUIR VENDEDOR NA EQUIPE DO SUPERVISOR'.
           DISPLAY '2 - INCLUIR SUPERVISOR NA REGIAO DO GERENTE'.
           DISPLAY '3 - ENCERRAR VIGENCIA'.
           DISPLAY '4 - LISTAR ESTRUTURA EM VIGOR NA DATA'.
           DISPLAY '5 - LISTAR VIGENCIAS DE UM MEMBRO'.
           DISPLAY '9 - SAIR'.
           DISPLAY 'OPCAO..'.
           ACCEPT WRK-OPCAO FROM CONSOLE.

       0200-EXECUTAR-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'V' TO WRK-TIPO
                   PERFORM 0300-INCLUIR-VIGENCIA
               WHEN 2
                   MOVE 'S' TO WRK-TIPO
                   PERFORM 0300-INCLUIR-VIGENCIA
               WHEN 3
                   PERFORM 0500-ENCERRAR-VIGENCIA
               WHEN 4
                   PERFORM 0600-LISTAR-ESTRUTURA
               WHEN 5
                   PERFORM 0700-LISTAR-MEMBRO
               WHEN 9
                   DISPLAY 'ENCERRANDO O PROGCOB84'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - REDIGITE'
           END-EVALUATE.

      ****************************** CODIGO DE PESSOA ATIVA DO
      ****************************** PERSNMAS EM WRK-ID-LIDO
       0250-ACEITAR-PESSOA.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           MOVE SPACES TO WRK-ID-ALFA.
           ACCEPT WRK-ID-ALFA FROM CONSOLE.
           INSPECT WRK-ID-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-ID-ALFA IS NUMERIC
               MOVE WRK-ID-ALFA TO WRK-ID-LIDO
           ELSE
               MOVE ZEROS TO WRK-ID-LIDO
           END-IF.
           IF WRK-ID-LIDO = ZEROS
               DISPLAY 'CODIGO INVALIDO'
           ELSE
               MOVE WRK-ID-LIDO TO PERSON-ID-PESSOA
               READ PERSON-MASTER
                   KEY IS PERSON-ID-PESSOA
                   INVALID KEY
                       DISPLAY 'PESSOA NAO CADASTRADA NO PERSNMAS: '
                           WRK-ID-LIDO
                   NOT INVALID KEY
                       IF PERSON-ATIVO = 'N'
                           DISPLAY 'PESSOA INATIVA NO PERSNMAS: '
                               WRK-ID-LIDO
                       ELSE
                           DISPLAY 'PESSOA: ' PERSON-NOME ' '
                               PERSON-SOBRENOME
                           MOVE 'S' TO WRK-CAMPO-VALIDO
                       END-IF
               END-READ
           END-IF.

      ****************************** DATA AAAAMMDD; BRANCO DEVOLVE
      ****************************** ZEROS COMO VALIDO
       0260-ACEITAR-DATA.
           MOVE 'S' TO WRK-CAMPO-VALIDO.
           MOVE SPACES TO WRK-DATA-ALFA.
           ACCEPT WRK-DATA-ALFA FROM CONSOLE.
           INSPECT WRK-DATA-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-DATA-ALFA IS NUMERIC
               MOVE WRK-DATA-ALFA TO WRK-DATA-LIDA
               IF WRK-DATA-LIDA NOT = ZEROS
                   IF WRK-D-MES < 1 OR WRK-D-MES > 12
                      OR WRK-D-DIA < 1 OR WRK-D-DIA > 31
                       DISPLAY 'DATA INVALIDA'
                       MOVE 'N' TO WRK-CAMPO-VALIDO
                   END-IF
               END-IF
           ELSE
               DISPLAY 'DATA INVALIDA'
               MOVE ZEROS TO WRK-DATA-LIDA
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.

      ****************************** QUALQUER CAMPO INVALIDO CANCELA
      ****************************** A INCLUSAO SEM GRAVAR NADA
       0300-INCLUIR-VIGENCIA.
           IF WRK-TIPO = 'V'
               DISPLAY 'CODIGO DO VENDEDOR..'
           ELSE
               DISPLAY 'CODIGO DO SUPERVISOR..'
           END-IF.
           PERFORM 0250-ACEITAR-PESSOA.
           MOVE WRK-ID-LIDO TO WRK-ID-MEMBRO.
           IF WRK-CAMPO-VALIDO = 'S'
               IF WRK-TIPO = 'V'
                   DISPLAY 'CODIGO DO SUPERVISOR..'
               ELSE
                   DISPLAY 'CODIGO DO GERENTE REGIONAL..'
               END-IF
               PERFORM 0250-ACEITAR-PESSOA
               MOVE WRK-ID-LIDO TO WRK-ID-SUPERIOR
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
              AND WRK-ID-SUPERIOR = WRK-ID-MEMBRO
               DISPLAY 'SUPERIOR NAO PODE SER O PROPRIO MEMBRO'
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               PERFORM 0310-ACEITAR-VIGENCIA
           END-IF.
           MOVE ZEROS TO WRK-PERC.
           IF WRK-CAMPO-VALIDO = 'S' AND WRK-TIPO = 'S'
               PERFORM 0320-ACEITAR-PERCENTUAL
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               PERFORM 0400-CONFERIR-SOBREPOSICAO
               IF WRK-SOBREPOSTO = 'S'
                   DISPLAY 'VIGENCIA SOBREPOE OUTRA DO MESMO MEMBRO '
                       '- ENCERRE A VIGENCIA ANTERIOR PRIMEIRO'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               PERFORM 0330-GRAVAR-VIGENCIA
           ELSE
               DISPLAY 'INCLUSAO CANCELADA - NADA GRAVADO'
           END-IF.

       0310-ACEITAR-VIGENCIA.
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD)..'
           PERFORM 0260-ACEITAR-DATA.
           MOVE WRK-DATA-LIDA TO WRK-DATA-INICIO.
           IF WRK-CAMPO-VALIDO = 'S' AND WRK-DATA-INICIO = ZEROS
               DISPLAY 'INICIO DA VIGENCIA OBRIGATORIO'
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'FIM DA VIGENCIA (AAAAMMDD, BRANCO = SEM '
                   'FIM)..'
               PERFORM 0260-ACEITAR-DATA
               MOVE WRK-DATA-LIDA TO WRK-DATA-FIM
               IF WRK-CAMPO-VALIDO = 'S'
                  AND WRK-DATA-FIM NOT = ZEROS
                  AND WRK-DATA-FIM < WRK-DATA-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO DA VIGENCIA'
                   MOVE 'N' TO WRK-CAMPO-VALIDO
               END-IF
           END-IF.

       0320-ACEITAR-PERCENTUAL.
           DISPLAY 'OVERRIDE DO SUPERVISOR % (EM CENTESIMOS, 150 = '
               '1,50%)..'
           MOVE SPACES TO WRK-PERC-ALFA.
           ACCEPT WRK-PERC-ALFA FROM CONSOLE.
           INSPECT WRK-PERC-ALFA
               REPLACING LEADING SPACE BY ZERO.
           IF WRK-PERC-ALFA IS NUMERIC
               MOVE WRK-PERC-ALFA TO WRK-PERC-CENTESIMOS
               COMPUTE WRK-PERC = WRK-PERC-CENTESIMOS / 100
           ELSE
               DISPLAY 'PERCENTUAL INVALIDO'
               MOVE 'N' TO WRK-CAMPO-VALIDO
           END-IF.

       0330-GRAVAR-VIGENCIA.
           MOVE WRK-TIPO        TO EQP-TIPO.
           MOVE WRK-ID-MEMBRO   TO EQP-ID-MEMBRO.
           MOVE WRK-DATA-INICIO TO EQP-DATA-INICIO.
           MOVE WRK-DATA-FIM    TO EQP-DATA-FIM.
           MOVE WRK-ID-SUPERIOR TO EQP-ID-SUPERIOR.
           MOVE WRK-PERC        TO EQP-PERC-OVERRIDE.
           MOVE WRK-DATA-HOJE   TO EQP-DATA-CADASTRO.
           WRITE EQP-RECORD
               INVALID KEY
                   DISPLAY 'VIGENCIA JA CADASTRADA NESTA DATA'
               NOT INVALID KEY
                   DISPLAY 'VIGENCIA INCLUIDA'
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'INCLUIDA SUP=' WRK-ID-SUPERIOR
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   PERFORM 0900-GRAVAR-AUDITORIA
           END-WRITE.

      ****************************** FIM ZERADO VALE COMO 99999999
       0400-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOSTO.
           IF WRK-DATA-FIM = ZEROS
               MOVE 99999999 TO WRK-FIM-NOVO
           ELSE
               MOVE WRK-DATA-FIM TO WRK-FIM-NOVO
           END-IF.
           PERFORM 0450-POSICIONAR-MEMBRO.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ TEAM-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF EQP-TIPO NOT = WRK-TIPO
                          OR EQP-ID-MEMBRO NOT = WRK-ID-MEMBRO
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF EQP-DATA-FIM = ZEROS
                               MOVE 99999999 TO WRK-FIM-EXISTENTE
                           ELSE
                               MOVE EQP-DATA-FIM
                                   TO WRK-FIM-EXISTENTE
                           END-IF
                           IF EQP-DATA-INICIO <= WRK-FIM-NOVO
                              AND WRK-FIM-EXISTENTE
                                  >= WRK-DATA-INICIO
                               MOVE 'S' TO WRK-SOBREPOSTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0450-POSICIONAR-MEMBRO.
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

      ****************************** SO ENCURTA A VIGENCIA, PARA NAO
      ****************************** INVADIR A VIGENCIA SEGUINTE
       0500-ENCERRAR-VIGENCIA.
           PERFORM 0510-ACEITAR-TIPO.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'CODIGO DO MEMBRO..'
               MOVE SPACES TO WRK-ID-ALFA
               ACCEPT WRK-ID-ALFA FROM CONSOLE
               INSPECT WRK-ID-ALFA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-ID-ALFA IS NUMERIC
                   MOVE WRK-ID-ALFA TO WRK-ID-MEMBRO
               ELSE
                   MOVE ZEROS TO WRK-ID-MEMBRO
               END-IF
               DISPLAY 'INICIO DA VIGENCIA A ENCERRAR (AAAAMMDD)..'
               PERFORM 0260-ACEITAR-DATA
           END-IF.
           IF WRK-CAMPO-VALIDO = 'S'
               MOVE WRK-TIPO      TO EQP-TIPO
               MOVE WRK-ID-MEMBRO TO EQP-ID-MEMBRO
               MOVE WRK-DATA-LIDA TO EQP-DATA-INICIO
               READ TEAM-FILE
                   KEY IS EQP-CHAVE
                   INVALID KEY
                       DISPLAY 'VIGENCIA NAO CADASTRADA NESTA DATA'
                   NOT INVALID KEY
                       PERFORM 0520-GRAVAR-FIM-VIGENCIA
               END-READ
           END-IF.

       0510-ACEITAR-TIPO.
           MOVE 'N' TO WRK-CAMPO-VALIDO.
           DISPLAY 'TIPO (V - VENDEDOR NA EQUIPE / S - SUPERVISOR '
               'NA REGIAO)..'
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO = 'V' OR WRK-TIPO = 'S'
               MOVE 'S' TO WRK-CAMPO-VALIDO
           ELSE
               DISPLAY 'TIPO INVALIDO'
           END-IF.

       0520-GRAVAR-FIM-VIGENCIA.
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD)..'
           PERFORM 0260-ACEITAR-DATA.
           EVALUATE TRUE
               WHEN WRK-CAMPO-VALIDO = 'N'
                   CONTINUE
               WHEN WRK-DATA-LIDA = ZEROS
                 OR WRK-DATA-LIDA < EQP-DATA-INICIO
                   DISPLAY 'FIM INVALIDO - VIGENCIA MANTIDA'
               WHEN EQP-DATA-FIM NOT = ZEROS
                AND WRK-DATA-LIDA >= EQP-DATA-FIM
                   DISPLAY 'FIM SO PODE ANTECIPAR A VIGENCIA - '
                       'VIGENCIA MANTIDA'
               WHEN OTHER
                   MOVE WRK-DATA-LIDA TO EQP-DATA-FIM
                   REWRITE EQP-RECORD
                   DISPLAY 'VIGENCIA ENCERRADA EM ' EQP-DATA-FIM
                   MOVE EQP-ID-SUPERIOR TO WRK-ID-SUPERIOR
                   MOVE SPACES TO WRK-RESULTADO
                   STRING 'ENCERRADA ' EQP-DATA-FIM
                       DELIMITED BY SIZE INTO WRK-RESULTADO
                   PERFORM 0900-GRAVAR-AUDITORIA
           END-EVALUATE.

      ****************************** UMA LINHA POR VIGENCIA QUE
      ****************************** CONTEM A DATA INFORMADA
       0600-LISTAR-ESTRUTURA.
           DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, BRANCO = HOJE)..'
           PERFORM 0260-ACEITAR-DATA.
           IF WRK-CAMPO-VALIDO = 'S'
               IF WRK-DATA-LIDA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
               ELSE
                   MOVE WRK-DATA-LIDA TO WRK-DATA-REFERENCIA
               END-IF
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY 'ESTRUTURA EM VIGOR EM ' WRK-DATA-REFERENCIA
               DISPLAY 'T MEMBRO NOME                  SUPER INICIO'
                   '   FIM      OVER%'
               MOVE LOW-VALUES TO EQP-CHAVE
               START TEAM-FILE
                   KEY IS NOT LESS THAN EQP-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ TEAM-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EQP-DATA-FIM = ZEROS
                               MOVE 99999999 TO WRK-FIM-EXISTENTE
                           ELSE
                               MOVE EQP-DATA-FIM
                                   TO WRK-FIM-EXISTENTE
                           END-IF
                           IF EQP-DATA-INICIO <= WRK-DATA-REFERENCIA
                              AND WRK-FIM-EXISTENTE
                                  >= WRK-DATA-REFERENCIA
                               PERFORM 0650-EXIBIR-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'VIGENCIAS LISTADAS..: ' WRK-QTD-LISTADOS
           END-IF.

       0650-EXIBIR-VIGENCIA.
           MOVE EQP-ID-MEMBRO TO PERSON-ID-PESSOA.
           READ PERSON-MASTER
               KEY IS PERSON-ID-PESSOA
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WRK-NOME-LIDO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-NOME-LIDO
                   STRING PERSON-NOME ' ' PERSON-SOBRENOME
                       DELIMITED BY SIZE INTO WRK-NOME-LIDO
           END-READ.
           MOVE EQP-TIPO        TO WRK-L-TIPO.
           MOVE EQP-ID-MEMBRO   TO WRK-L-MEMBRO.
           MOVE WRK-NOME-LIDO   TO WRK-L-NOME.
           MOVE EQP-ID-SUPERIOR TO WRK-L-SUPERIOR.
           MOVE EQP-DATA-INICIO TO WRK-L-INICIO.
           IF EQP-DATA-FIM = ZEROS
               MOVE 'SEM FIM' TO WRK-L-FIM
           ELSE
               MOVE EQP-DATA-FIM TO WRK-L-FIM
           END-IF.
           MOVE EQP-PERC-OVERRIDE TO WRK-L-PERC.
           DISPLAY WRK-LINHA-ESTRUTURA.
           ADD 1 TO WRK-QTD-LISTADOS.

       0700-LISTAR-MEMBRO.
           PERFORM 0510-ACEITAR-TIPO.
           IF WRK-CAMPO-VALIDO = 'S'
               DISPLAY 'CODIGO DO MEMBRO..'
               MOVE SPACES TO WRK-ID-ALFA
               ACCEPT WRK-ID-ALFA FROM CONSOLE
               INSPECT WRK-ID-ALFA
                   REPLACING LEADING SPACE BY ZERO
               IF WRK-ID-ALFA IS NUMERIC
                   MOVE WRK-ID-ALFA TO WRK-ID-MEMBRO
               ELSE
                   MOVE ZEROS TO WRK-ID-MEMBRO
               END-IF
               MOVE ZEROS TO WRK-QTD-LISTADOS
               DISPLAY 'T MEMBRO NOME                  SUPER INICIO'
                   '   FIM      OVER%'
               PERFORM 0450-POSICIONAR-MEMBRO
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ TEAM-FILE NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           IF EQP-TIPO NOT = WRK-TIPO
                              OR EQP-ID-MEMBRO NOT = WRK-ID-MEMBRO
                               MOVE 'S' TO WRK-FIM-ARQUIVO
                           ELSE
                               PERFORM 0650-EXIBIR-VIGENCIA
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'VIGENCIAS LISTADAS..: ' WRK-QTD-LISTADOS
           END-IF.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB84' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'EQP ' WRK-TIPO ' ID=' WRK-ID-MEMBRO
               ' INI=' EQP-DATA-INICIO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE WRK-RESULTADO TO AUDITORIA-RESULTADO.
           MOVE SPACES TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
