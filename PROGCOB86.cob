       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB86.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: COEFICIENTE DE RENDIMENTO (CR) E SITUACAO ACADEMICA
      * DE CADA ALUNO A PARTIR DE TODO O GRADE-MASTER. CR = MEDIA DAS
      * MEDIAS FINAIS PONDERADA PELA CARGA HORARIA DO DISCMAS, SO COM
      * LANCAMENTOS FECHADOS (APROVADO, REPROVADO, REPROV FALTA); O
      * QUE ESTA EM RECUPERACAO AINDA NAO ENTRA. CARGA CURSADA = CARGA
      * DOS LANCAMENTOS FECHADOS, CARGA APROVADA = CARGA DOS APROVADOS.
      * CLASSIFICACAO PELOS LIMITES DO ARQUIVO CRPARM (CR MINIMO DE
      * HONRA, CR MINIMO REGULAR E QUANTIDADE DE REPROVACOES NA MESMA
      * DISCIPLINA QUE LEVA AO PROBATORIO; PADRAO 8,5 / 5,0 / 2):
      * HONRA, REGULAR OU PROBATORIO. MODO 1 LISTA TODOS OS ALUNOS EM
      * GERACAO DE SPOOL CRALUNOS, MODO 2 SO A LISTA DE PROBATORIO EM
      * GERACAO DE SPOOL CRPROBAT PELO PROGCOB40 (FIM DE PERIODO). O
      * PERIODO INFORMADO LIMITA A LISTA AOS ALUNOS COM LANCAMENTO NO
      * PERIODO (0 = TODOS). EM EXECUCAO 'B' O MODO VEM DO PARAMETRO E
      * O PERIODO E SEMPRE TODOS. O MESMO CALCULO SAI NO HISTORICO DO
      * PROGCOB36
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-MASTER ASSIGN TO "GRADEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GRADE-CHAVE
               FILE STATUS IS WRK-GRADE-STATUS.
           SELECT DISCIPLINE-MASTER ASSIGN TO "DISCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT CR-PARAM-FILE ASSIGN TO "CRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CPAR-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  CR-PARAM-FILE.
       01  CPAR-RECORD.
           05 CPAR-CR-HONRA        PIC 9(02)V9.
           05 FILLER               PIC X(01).
           05 CPAR-CR-MINIMO       PIC 9(02)V9.
           05 FILLER               PIC X(01).
           05 CPAR-MAX-REPROVACOES PIC 9(01).

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       COPY AUDITORIA.
       77  WRK-GRADE-STATUS    PIC X(02)   VALUE SPACES.
       77  WRK-DISC-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-CPAR-STATUS     PIC X(02)   VALUE SPACES.
       77  WRK-FIM-ARQUIVO     PIC X(01)   VALUE 'N'.
       77  WRK-MODO            PIC 9(01)   VALUE 1.
       77  WRK-PERIODO         PIC 9(02)   VALUE ZEROS.
       77  WRK-OPERADOR        PIC X(08)   VALUE SPACES.
       77  WRK-CR-HONRA        PIC 9(02)V9 VALUE 8,5.
       77  WRK-CR-MINIMO       PIC 9(02)V9 VALUE 5,0.
       77  WRK-MAX-REPROVACOES PIC 9(01)   VALUE 2.
       77  WRK-ALUNO-ATUAL     PIC 9(05)   VALUE ZEROS.
       77  WRK-NOME            PIC X(10)   VALUE SPACES.
       77  WRK-SOBRENOME       PIC X(10)   VALUE SPACES.
       77  WRK-NO-PERIODO      PIC X(01)   VALUE 'N'.
       77  WRK-CARGA           PIC 9(03)   VALUE ZEROS.
       77  WRK-SOMA-PONDERADA  PIC 9(07)V9 VALUE ZEROS.
       77  WRK-CARGA-CURSADA   PIC 9(05)   VALUE ZEROS.
       77  WRK-CARGA-APROVADA  PIC 9(05)   VALUE ZEROS.
       77  WRK-CR              PIC 9(02)V99 VALUE ZEROS.
       77  WRK-DISC-REPROVADA  PIC X(10)   VALUE SPACES.
       77  WRK-REPROV-DISC     PIC 9(02)   VALUE ZEROS.
       77  WRK-REPROV-MAIOR    PIC 9(02)   VALUE ZEROS.
       77  WRK-CLASSIFICACAO   PIC X(12)   VALUE SPACES.
       77  WRK-MOTIVO          PIC X(12)   VALUE SPACES.
       77  WRK-LINHAS          PIC 9(03)   VALUE ZEROS.
       77  WRK-PAGINA          PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-ALUNOS      PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-LISTADOS    PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-HONRA       PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-REGULAR     PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-PROBATORIO  PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-SEM-NOTA    PIC 9(05)   VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           05 WRK-T-TEXTO      PIC X(36).
           05 FILLER           PIC X(09) VALUE ' PERIODO '.
           05 WRK-T-PERIODO    PIC X(05).
           05 FILLER           PIC X(09) VALUE '  PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       01  WRK-LINHA-LIMITES.
           05 FILLER           PIC X(14) VALUE 'LIMITES: HONRA'.
           05 FILLER           PIC X(04) VALUE ' CR '.
           05 WRK-L-HONRA      PIC Z9,9.
           05 FILLER           PIC X(14) VALUE '  REGULAR CR '.
           05 WRK-L-MINIMO     PIC Z9,9.
           05 FILLER           PIC X(26) VALUE
              '  PROBATORIO COM REPROV. '.
           05 WRK-L-REPROV     PIC 9(01).
           05 FILLER           PIC X(09) VALUE ' NA DISC.'.

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'ALUNO NOME                    CR  CURS  '.
           05 FILLER           PIC X(40) VALUE
              'APROV REP CLASSIFICACAO MOTIVO'.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-ALUNO      PIC 9(05).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-NOME       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-SOBRENOME  PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-CR         PIC Z9,99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-CURSADA    PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-APROVADA   PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-REPROV     PIC Z9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-CLASSIF    PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-MOTIVO     PIC X(12).

       01  WRK-LINHA-TOTAL.
           05 WRK-TL-ROTULO    PIC X(28).
           05 WRK-TL-QTD       PIC ZZ.ZZ9.

       LINKAGE SECTION.
       COPY PARAMET REPLACING ==:PREFIX:== BY ==LNK==.

       PROCEDURE DIVISION USING LNK-PARAMETROS.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-RETORNO.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           IF LNK-EXECUCAO = 'B'
               MOVE LNK-MODO TO WRK-MODO
               MOVE ZEROS    TO WRK-PERIODO
           ELSE
               DISPLAY 'MODO (1-TODOS OS ALUNOS  2-SO PROBATORIO)..'
               ACCEPT WRK-MODO
               DISPLAY 'PERIODO DOS ALUNOS (0 PARA TODOS)..'
               ACCEPT WRK-PERIODO
           END-IF.
           IF WRK-MODO NOT = 2
               MOVE 1 TO WRK-MODO
           END-IF.

           PERFORM 0100-CARREGAR-LIMITES.
           PERFORM 0050-ABRIR-ARQUIVOS.
           PERFORM 0200-PROCESSAR-ALUNOS.
           PERFORM 0500-ENCERRAR.
           PERFORM 0900-GRAVAR-AUDITORIA.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
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
           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 2
               MOVE 'CRPROBAT' TO SPL-RELATORIO
               MOVE 'ALUNOS EM PROBATORIO ACADEMICO -'
                   TO WRK-T-TEXTO
           ELSE
               MOVE 'CRALUNOS' TO SPL-RELATORIO
               MOVE 'COEFICIENTE DE RENDIMENTO (CR) -'
                   TO WRK-T-TEXTO
           END-IF.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           IF WRK-PERIODO = ZEROS
               MOVE 'TODOS' TO WRK-T-PERIODO
           ELSE
               MOVE SPACES TO WRK-T-PERIODO
               MOVE WRK-PERIODO TO WRK-T-PERIODO(1:2)
           END-IF.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0410-CABECALHO.

      ****************************** CRPARM AUSENTE OU CAMPO ZERADO
      ****************************** FICA NO PADRAO
       0100-CARREGAR-LIMITES.
           OPEN INPUT CR-PARAM-FILE.
           IF WRK-CPAR-STATUS = '35'
               CONTINUE
           ELSE
               READ CR-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CPAR-CR-HONRA IS NUMERIC
                          AND CPAR-CR-HONRA > ZEROS
                           MOVE CPAR-CR-HONRA TO WRK-CR-HONRA
                       END-IF
                       IF CPAR-CR-MINIMO IS NUMERIC
                          AND CPAR-CR-MINIMO > ZEROS
                           MOVE CPAR-CR-MINIMO TO WRK-CR-MINIMO
                       END-IF
                       IF CPAR-MAX-REPROVACOES IS NUMERIC
                          AND CPAR-MAX-REPROVACOES > ZEROS
                           MOVE CPAR-MAX-REPROVACOES
                               TO WRK-MAX-REPROVACOES
                       END-IF
               END-READ
               CLOSE CR-PARAM-FILE
           END-IF.

      ****************************** GRADE-MASTER EM ORDEM DE ALUNO +
      ****************************** DISCIPLINA + PERIODO: QUEBRA POR
      ****************************** ALUNO, REPROVACOES DA MESMA
      ****************************** DISCIPLINA SAO CONSECUTIVAS
       0200-PROCESSAR-ALUNOS.
           MOVE ZEROS TO WRK-ALUNO-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 0210-LER-GRADE.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               IF GRADE-ID-ALUNO NOT = WRK-ALUNO-ATUAL
                   IF WRK-ALUNO-ATUAL > ZEROS
                       PERFORM 0300-CLASSIFICAR-ALUNO
                   END-IF
                   PERFORM 0220-INICIAR-ALUNO
               END-IF
               PERFORM 0230-ACUMULAR-LANCAMENTO
               PERFORM 0210-LER-GRADE
           END-PERFORM.
           IF WRK-ALUNO-ATUAL > ZEROS
               PERFORM 0300-CLASSIFICAR-ALUNO
           END-IF.

       0210-LER-GRADE.
           READ GRADE-MASTER NEXT
               AT END MOVE 'S' TO WRK-FIM-ARQUIVO
           END-READ.

       0220-INICIAR-ALUNO.
           MOVE GRADE-ID-ALUNO  TO WRK-ALUNO-ATUAL.
           MOVE GRADE-NOME      TO WRK-NOME.
           MOVE GRADE-SOBRENOME TO WRK-SOBRENOME.
           MOVE 'N' TO WRK-NO-PERIODO.
           MOVE ZEROS TO WRK-SOMA-PONDERADA WRK-CARGA-CURSADA
                         WRK-CARGA-APROVADA WRK-REPROV-DISC
                         WRK-REPROV-MAIOR.
           MOVE SPACES TO WRK-DISC-REPROVADA.

      ****************************** SO LANCAMENTO FECHADO ENTRA NO
      ****************************** CR; DISCIPLINA FORA DO DISCMAS
      ****************************** TEM CARGA ZERO E NAO PESA
       0230-ACUMULAR-LANCAMENTO.
           IF WRK-PERIODO = ZEROS OR GRADE-PERIODO = WRK-PERIODO
               MOVE 'S' TO WRK-NO-PERIODO
           END-IF.
           MOVE GRADE-DISCIPLINA TO DISC-CODIGO.
           READ DISCIPLINE-MASTER
               KEY IS DISC-CODIGO
               INVALID KEY
                   MOVE ZEROS TO WRK-CARGA
               NOT INVALID KEY
                   MOVE DISC-CARGA TO WRK-CARGA
           END-READ.
           EVALUATE GRADE-SITUACAO
               WHEN 'APROVADO'
                   COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                       + GRADE-MEDIA * WRK-CARGA
                   ADD WRK-CARGA TO WRK-CARGA-CURSADA
                   ADD WRK-CARGA TO WRK-CARGA-APROVADA
               WHEN 'REPROVADO'
               WHEN 'REPROV FALTA'
                   COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA
                       + GRADE-MEDIA * WRK-CARGA
                   ADD WRK-CARGA TO WRK-CARGA-CURSADA
                   PERFORM 0240-CONTAR-REPROVACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0240-CONTAR-REPROVACAO.
           IF GRADE-DISCIPLINA = WRK-DISC-REPROVADA
               ADD 1 TO WRK-REPROV-DISC
           ELSE
               MOVE GRADE-DISCIPLINA TO WRK-DISC-REPROVADA
               MOVE 1 TO WRK-REPROV-DISC
           END-IF.
           IF WRK-REPROV-DISC > WRK-REPROV-MAIOR
               MOVE WRK-REPROV-DISC TO WRK-REPROV-MAIOR
           END-IF.

       0300-CLASSIFICAR-ALUNO.
           IF WRK-NO-PERIODO = 'S'
               ADD 1 TO WRK-QTD-ALUNOS
               IF WRK-CARGA-CURSADA > ZEROS
                   COMPUTE WRK-CR ROUNDED =
                       WRK-SOMA-PONDERADA / WRK-CARGA-CURSADA
               ELSE
                   MOVE ZEROS TO WRK-CR
               END-IF
               MOVE SPACES TO WRK-MOTIVO
               EVALUATE TRUE
                   WHEN WRK-REPROV-MAIOR >= WRK-MAX-REPROVACOES
                       MOVE 'PROBATORIO' TO WRK-CLASSIFICACAO
                       MOVE 'REPROVACOES' TO WRK-MOTIVO
                       ADD 1 TO WRK-QTD-PROBATORIO
                   WHEN WRK-CARGA-CURSADA = ZEROS
                       MOVE 'SEM NOTA' TO WRK-CLASSIFICACAO
                       ADD 1 TO WRK-QTD-SEM-NOTA
                   WHEN WRK-CR < WRK-CR-MINIMO
                       MOVE 'PROBATORIO' TO WRK-CLASSIFICACAO
                       MOVE 'CR BAIXO' TO WRK-MOTIVO
                       ADD 1 TO WRK-QTD-PROBATORIO
                   WHEN WRK-CR >= WRK-CR-HONRA
                       MOVE 'HONRA' TO WRK-CLASSIFICACAO
                       ADD 1 TO WRK-QTD-HONRA
                   WHEN OTHER
                       MOVE 'REGULAR' TO WRK-CLASSIFICACAO
                       ADD 1 TO WRK-QTD-REGULAR
               END-EVALUATE
               IF WRK-MODO = 1
                  OR WRK-CLASSIFICACAO = 'PROBATORIO'
                   PERFORM 0400-IMPRIMIR-ALUNO
               END-IF
           END-IF.

       0400-IMPRIMIR-ALUNO.
           IF WRK-LINHAS >= 50
               PERFORM 0410-CABECALHO
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE WRK-ALUNO-ATUAL    TO WRK-D-ALUNO.
           MOVE WRK-NOME           TO WRK-D-NOME.
           MOVE WRK-SOBRENOME      TO WRK-D-SOBRENOME.
           MOVE WRK-CR             TO WRK-D-CR.
           MOVE WRK-CARGA-CURSADA  TO WRK-D-CURSADA.
           MOVE WRK-CARGA-APROVADA TO WRK-D-APROVADA.
           MOVE WRK-REPROV-MAIOR   TO WRK-D-REPROV.
           MOVE WRK-CLASSIFICACAO  TO WRK-D-CLASSIF.
           MOVE WRK-MOTIVO         TO WRK-D-MOTIVO.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-LINHAS.

       0410-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA TO WRK-T-PAGINA.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE WRK-CR-HONRA        TO WRK-L-HONRA.
           MOVE WRK-CR-MINIMO       TO WRK-L-MINIMO.
           MOVE WRK-MAX-REPROVACOES TO WRK-L-REPROV.
           WRITE PRINT-RECORD FROM WRK-LINHA-LIMITES.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS TO WRK-LINHAS.

       0500-ENCERRAR.
           IF WRK-QTD-LISTADOS = ZEROS
               MOVE '  NENHUM ALUNO A LISTAR' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 'ALUNOS AVALIADOS...........:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-ALUNOS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'HONRA......................:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-HONRA TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'REGULAR....................:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-REGULAR TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'PROBATORIO.................:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-PROBATORIO TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE 'SEM NOTA FECHADA...........:' TO WRK-TL-ROTULO.
           MOVE WRK-QTD-SEM-NOTA TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     ________________________________'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     SECRETARIA ESCOLAR' TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           CLOSE GRADE-MASTER.
           CLOSE DISCIPLINE-MASTER.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'ALUNOS AVALIADOS.........: ' WRK-QTD-ALUNOS.
           DISPLAY 'EM PROBATORIO............: ' WRK-QTD-PROBATORIO.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB86' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'CR ALUNOS MODO=' WRK-MODO ' PER=' WRK-PERIODO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           STRING 'PROBATORIO=' WRK-QTD-PROBATORIO
               DELIMITED BY SIZE INTO AUDITORIA-RESULTADO.
           MOVE WRK-OPERADOR TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
