       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB89.
      *********************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = FELIPE
      * OBJETIVO: GRADE SEMANAL IMPRESSA DO PERIODO A PARTIR DO QUADRO
      * DE HORARIOS HORARIOS (PROGCOB88). MODO 1 - GRADE DO ALUNO,
      * COM AS AULAS DAS MATRICULAS ATIVAS DO ENRLMAS NO PERIODO;
      * MODO 2 - GRADE DO PROFESSOR, COM AS AULAS DAS DISCIPLINAS
      * ATRIBUIDAS A ELE NO DISCPROF (PROGCOB67). AULAS EM ORDEM DE DIA
      * DA SEMANA E HORA DE INICIO, COM NOME DA DISCIPLINA DO DISCMAS
      * E SALA. ID 0 EMITE A GRADE DE TODOS OS ALUNOS MATRICULADOS OU
      * DE TODOS OS PROFESSORES COM ATRIBUICAO NO PERIODO, UMA POR
      * PAGINA. SAI EM GERACAO DE SPOOL GRADEALU OU GRADEPRF PELO
      * PROGCOB40
      * DATA   = 15/10/2026
      * ALTERACOES:
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE ASSIGN TO "HORARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               FILE STATUS IS WRK-HOR-STATUS.
           SELECT ENROLL-MASTER ASSIGN TO "ENRLMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENRL-CHAVE
               FILE STATUS IS WRK-ENRL-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "DISCPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPRF-CHAVE
               FILE STATUS IS WRK-DPRF-STATUS.
           SELECT PROFESSOR-MASTER ASSIGN TO "PROFMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID-PESSOA
               FILE STATUS IS WRK-PROF-STATUS.
           SELECT PERSON-MASTER ASSIGN TO "PERSNMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERSON-ID-PESSOA
               FILE STATUS IS WRK-PERSON-STATUS.
           SELECT DISCIPLINE-MASTER ASSIGN TO "DISCMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISC-CODIGO
               FILE STATUS IS WRK-DISC-STATUS.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC SPL-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TIMETABLE-FILE.
       01  HOR-RECORD.
           COPY HORARIO REPLACING ==:PREFIX:== BY ==HOR==.

       FD  ENROLL-MASTER.
       01  ENRL-RECORD.
           COPY MATRICUL REPLACING ==:PREFIX:== BY ==ENRL==.

       FD  ASSIGN-FILE.
       01  DPRF-RECORD.
           COPY DISCPROF REPLACING ==:PREFIX:== BY ==DPRF==.

       FD  PROFESSOR-MASTER.
       01  PROF-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PROF==.

       FD  PERSON-MASTER.
       01  PERSON-RECORD.
           COPY PESSOA REPLACING ==:PREFIX:== BY ==PERSON==.

       FD  DISCIPLINE-MASTER.
       01  DISC-RECORD.
           COPY DISCIPL REPLACING ==:PREFIX:== BY ==DISC==.

       FD  PRINT-FILE.
       01  PRINT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY AUDITORIA.
       COPY SPOOL REPLACING ==:PREFIX:== BY ==SPL==.
       77  WRK-HOR-STATUS     PIC X(02) VALUE SPACES.
       77  WRK-ENRL-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-DPRF-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PROF-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-PERSON-STATUS  PIC X(02) VALUE SPACES.
       77  WRK-PERSON-ABERTO  PIC X(01) VALUE 'N'.
       77  WRK-DISC-STATUS    PIC X(02) VALUE SPACES.
       77  WRK-MODO           PIC 9(01) VALUE 1.
       77  WRK-ID             PIC 9(05) VALUE ZEROS.
       77  WRK-PERIODO        PIC 9(02) VALUE ZEROS.
       77  WRK-ID-ATUAL       PIC 9(05) VALUE ZEROS.
       77  WRK-NOME           PIC X(10) VALUE SPACES.
       77  WRK-SOBRENOME      PIC X(10) VALUE SPACES.
       77  WRK-FIM-ARQUIVO    PIC X(01) VALUE 'N'.
       77  WRK-FIM-ATRIB      PIC X(01) VALUE 'N'.
       77  WRK-FIM-HORARIO    PIC X(01) VALUE 'N'.
       77  WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-GRADES     PIC 9(05) VALUE ZEROS.
       77  WRK-IND-AULA       PIC 9(02) VALUE ZEROS.
       77  WRK-POSICAO        PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-ANTERIOR   PIC 9(01) VALUE ZEROS.
       77  WRK-IND-DIA        PIC 9(01) VALUE ZEROS.
       77  WRK-LINHAS         PIC 9(03) VALUE ZEROS.
       77  WRK-PAGINA         PIC 9(03) VALUE ZEROS.

       01  WRK-TABELA-AULAS.
           05 WRK-QTD-AULAS      PIC 9(02) VALUE ZEROS.
           05 WRK-AULA OCCURS 40 TIMES.
               10 GA-ORDEM.
                   15 GA-DIA-SEMANA  PIC 9(01).
                   15 GA-HORA-INICIO PIC 9(04).
               10 GA-HORA-FIM     PIC 9(04).
               10 GA-DISCIPLINA   PIC X(10).
               10 GA-SALA         PIC X(06).

       01  WRK-AULA-NOVA.
           05 WRK-NOVA-ORDEM.
               10 WRK-NOVA-DIA     PIC 9(01).
               10 WRK-NOVA-INICIO  PIC 9(04).
           05 WRK-NOVA-FIM        PIC 9(04).
           05 WRK-NOVA-DISCIPLINA PIC X(10).
           05 WRK-NOVA-SALA       PIC X(06).

       01  WRK-NOMES-DIAS.
           05 FILLER PIC X(48) VALUE
              'SEGUNDA TERCA   QUARTA  QUINTA  SEXTA   SABADO  '.
       01  FILLER REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA       PIC X(08) OCCURS 6 TIMES.

       01  WRK-HORA              PIC 9(04) VALUE ZEROS.
       01  FILLER REDEFINES WRK-HORA.
           05 WRK-HORA-HH        PIC 9(02).
           05 WRK-HORA-MM        PIC 9(02).

       01  WRK-LINHA-TITULO.
           05 WRK-T-TEXTO      PIC X(36).
           05 FILLER           PIC X(09) VALUE ' PERIODO '.
           05 WRK-T-PERIODO    PIC Z9.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE '  PAGINA '.
           05 WRK-T-PAGINA     PIC ZZ9.

       01  WRK-LINHA-PESSOA.
           05 WRK-P-ROTULO     PIC X(12).
           05 WRK-P-ID         PIC 9(05).
           05 FILLER           PIC X(08) VALUE '  NOME: '.
           05 WRK-P-NOME       PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-P-SOBRENOME  PIC X(10).

       01  WRK-LINHA-CABECALHO.
           05 FILLER           PIC X(40) VALUE
              'DIA      INICIO   FIM    DISCIPLINA NOME'.
           05 FILLER           PIC X(40) VALUE
              '                           SALA'.

       01  WRK-LINHA-DETALHE.
           05 WRK-D-DIA        PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-INICIO-HH  PIC 9(02).
           05 FILLER           PIC X(01) VALUE ':'.
           05 WRK-D-INICIO-MM  PIC 9(02).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WRK-D-FIM-HH     PIC 9(02).
           05 FILLER           PIC X(01) VALUE ':'.
           05 WRK-D-FIM-MM     PIC 9(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WRK-D-DISCIPLINA PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-NOME-DISC  PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WRK-D-SALA       PIC X(06).

       01  WRK-LINHA-TOTAL.
           05 FILLER           PIC X(28) VALUE
              'AULAS POR SEMANA...........:'.
           05 WRK-TL-QTD       PIC ZZ9.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           DISPLAY 'MODO (1-GRADE DO ALUNO  2-GRADE DO PROFESSOR)..'
           ACCEPT WRK-MODO.
           DISPLAY 'ID DO ALUNO/PROFESSOR (0 PARA TODOS)..'
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'PERIODO/SEMESTRE (1 A 99)..'
           ACCEPT WRK-PERIODO FROM CONSOLE.
           IF WRK-PERIODO = ZEROS
               DISPLAY 'PERIODO INVALIDO - GRADE NAO EMITIDA'
               GOBACK
           END-IF.

           PERFORM 0050-ABRIR-ARQUIVOS.

           IF WRK-MODO = 2
               PERFORM 0300-GRADE-PROFESSORES
           ELSE
               PERFORM 0200-GRADE-ALUNOS
           END-IF.

           IF WRK-QTD-GRADES = ZEROS
               MOVE '  NENHUMA GRADE A EMITIR NO PERIODO'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           DISPLAY 'GRADES EMITIDAS..........: ' WRK-QTD-GRADES.
           PERFORM 0900-GRAVAR-AUDITORIA.
           CLOSE TIMETABLE-FILE.
           CLOSE ENROLL-MASTER.
           CLOSE ASSIGN-FILE.
           CLOSE PROFESSOR-MASTER.
           CLOSE DISCIPLINE-MASTER.
           IF WRK-PERSON-ABERTO = 'S'
               CLOSE PERSON-MASTER
           END-IF.
           CLOSE PRINT-FILE.
           MOVE 'C' TO SPL-FUNCAO.
           MOVE WRK-PAGINA TO SPL-PAGINAS.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           GOBACK.

       0050-ABRIR-ARQUIVOS.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-HOR-STATUS = '35'
               CLOSE TIMETABLE-FILE
               OPEN OUTPUT TIMETABLE-FILE
               CLOSE TIMETABLE-FILE
               OPEN INPUT TIMETABLE-FILE
           END-IF.
           OPEN INPUT ENROLL-MASTER.
           IF WRK-ENRL-STATUS = '35'
               CLOSE ENROLL-MASTER
               OPEN OUTPUT ENROLL-MASTER
               CLOSE ENROLL-MASTER
               OPEN INPUT ENROLL-MASTER
           END-IF.
           OPEN INPUT ASSIGN-FILE.
           IF WRK-DPRF-STATUS = '35'
               CLOSE ASSIGN-FILE
               OPEN OUTPUT ASSIGN-FILE
               CLOSE ASSIGN-FILE
               OPEN INPUT ASSIGN-FILE
           END-IF.
           OPEN INPUT PROFESSOR-MASTER.
           IF WRK-PROF-STATUS = '35'
               CLOSE PROFESSOR-MASTER
               OPEN OUTPUT PROFESSOR-MASTER
               CLOSE PROFESSOR-MASTER
               OPEN INPUT PROFESSOR-MASTER
           END-IF.
           OPEN INPUT DISCIPLINE-MASTER.
           IF WRK-DISC-STATUS = '35'
               CLOSE DISCIPLINE-MASTER
               OPEN OUTPUT DISCIPLINE-MASTER
               CLOSE DISCIPLINE-MASTER
               OPEN INPUT DISCIPLINE-MASTER
           END-IF.
           OPEN INPUT PERSON-MASTER.
           IF WRK-PERSON-STATUS = '00'
               MOVE 'S' TO WRK-PERSON-ABERTO
           END-IF.
           MOVE 'R' TO SPL-FUNCAO.
           IF WRK-MODO = 2
               MOVE 'GRADEPRF' TO SPL-RELATORIO
           ELSE
               MOVE 'GRADEALU' TO SPL-RELATORIO
           END-IF.
           CALL 'PROGCOB40' USING SPL-AREA-SPOOL.
           DISPLAY 'RELATORIO DESTA EXECUCAO: ' SPL-ARQUIVO.
           OPEN OUTPUT PRINT-FILE.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-GRADES.

      ****************************** MATRICULAS ATIVAS DO PERIODO EM
      ****************************** ORDEM DE ALUNO; A GRADE SAI NA
      ****************************** QUEBRA DE ALUNO
       0200-GRADE-ALUNOS.
           MOVE 'GRADE SEMANAL DO ALUNO' TO WRK-T-TEXTO.
           MOVE 'MATRICULA: ' TO WRK-P-ROTULO.
           MOVE ZEROS TO WRK-ID-ATUAL WRK-QTD-AULAS.
           MOVE WRK-ID     TO ENRL-ID-ALUNO.
           MOVE LOW-VALUES TO ENRL-DISCIPLINA.
           MOVE ZEROS      TO ENRL-PERIODO.
           START ENROLL-MASTER
               KEY IS NOT LESS THAN ENRL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
               READ ENROLL-MASTER NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT AT END
                       IF WRK-ID NOT = ZEROS
                          AND ENRL-ID-ALUNO NOT = WRK-ID
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       ELSE
                           IF ENRL-PERIODO = WRK-PERIODO
                              AND ENRL-ATIVO NOT = 'N'
                               PERFORM 0210-MATRICULA-DO-PERIODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-ID-ATUAL NOT = ZEROS
               PERFORM 0220-NOME-DO-ALUNO
               PERFORM 0500-IMPRIMIR-GRADE
           END-IF.
           IF WRK-ID NOT = ZEROS AND WRK-QTD-GRADES = ZEROS
               DISPLAY 'ALUNO SEM MATRICULA ATIVA NO PERIODO'
           END-IF.

       0210-MATRICULA-DO-PERIODO.
           IF ENRL-ID-ALUNO NOT = WRK-ID-ATUAL
               IF WRK-ID-ATUAL NOT = ZEROS
                   PERFORM 0220-NOME-DO-ALUNO
                   PERFORM 0500-IMPRIMIR-GRADE
               END-IF
               MOVE ENRL-ID-ALUNO TO WRK-ID-ATUAL
               MOVE ZEROS TO WRK-QTD-AULAS
           END-IF.
           MOVE ENRL-DISCIPLINA TO HOR-DISCIPLINA.
           PERFORM 0400-CARREGAR-AULAS.

       0220-NOME-DO-ALUNO.
           MOVE SPACES TO WRK-NOME WRK-SOBRENOME.
           IF WRK-PERSON-ABERTO = 'S'
               MOVE WRK-ID-ATUAL TO PERSON-ID-PESSOA
               READ PERSON-MASTER
                   KEY IS PERSON-ID-PESSOA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PERSON-NOME      TO WRK-NOME
                       MOVE PERSON-SOBRENOME TO WRK-SOBRENOME
               END-READ
           END-IF.

      ****************************** PROFESSOR INFORMADO OU TODOS OS
      ****************************** DO PROFMAS; SO SAI GRADE DE QUEM
      ****************************** TEM ATRIBUICAO NO PERIODO
       0300-GRADE-PROFESSORES.
           MOVE 'GRADE SEMANAL DO PROFESSOR' TO WRK-T-TEXTO.
           MOVE 'PROFESSOR: ' TO WRK-P-ROTULO.
           IF WRK-ID NOT = ZEROS
               MOVE WRK-ID TO PROF-ID-PESSOA
               READ PROFESSOR-MASTER
                   KEY IS PROF-ID-PESSOA
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO NO PROFMAS'
                   NOT INVALID KEY
                       PERFORM 0310-GRADE-DO-PROFESSOR
                       IF WRK-QTD-DISCIPLINAS = ZEROS
                           DISPLAY 'PROFESSOR SEM ATRIBUICAO NO '
                               'PERIODO'
                       END-IF
               END-READ
           ELSE
               MOVE ZEROS TO PROF-ID-PESSOA
               START PROFESSOR-MASTER
                   KEY IS GREATER THAN PROF-ID-PESSOA
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE 'N' TO WRK-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WRK-FIM-ARQUIVO = 'S'
                   READ PROFESSOR-MASTER NEXT
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 0310-GRADE-DO-PROFESSOR
                   END-READ
               END-PERFORM
           END-IF.

       0310-GRADE-DO-PROFESSOR.
           MOVE PROF-ID-PESSOA  TO WRK-ID-ATUAL.
           MOVE PROF-NOME       TO WRK-NOME.
           MOVE PROF-SOBRENOME  TO WRK-SOBRENOME.
           MOVE ZEROS TO WRK-QTD-AULAS WRK-QTD-DISCIPLINAS.
           MOVE SPACES TO DPRF-DISCIPLINA.
           MOVE ZEROS  TO DPRF-PERIODO.
           START ASSIGN-FILE
               KEY IS NOT LESS THAN DPRF-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ATRIB
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-ATRIB
           END-START.
           PERFORM UNTIL WRK-FIM-ATRIB = 'S'
               READ ASSIGN-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-ATRIB
                   NOT AT END
                       IF DPRF-ID-PROFESSOR = WRK-ID-ATUAL
                          AND DPRF-PERIODO = WRK-PERIODO
                           ADD 1 TO WRK-QTD-DISCIPLINAS
                           MOVE DPRF-DISCIPLINA TO HOR-DISCIPLINA
                           PERFORM 0400-CARREGAR-AULAS
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-QTD-DISCIPLINAS > ZEROS
               PERFORM 0500-IMPRIMIR-GRADE
           END-IF.

      ****************************** AULAS DA DISCIPLINA NO PERIODO,
      ****************************** ENCAIXADAS NA TABELA EM ORDEM DE
      ****************************** DIA E HORA DE INICIO
       0400-CARREGAR-AULAS.
           MOVE WRK-PERIODO TO HOR-PERIODO.
           MOVE ZEROS TO HOR-DIA-SEMANA HOR-HORA-INICIO.
           MOVE HOR-DISCIPLINA TO WRK-NOVA-DISCIPLINA.
           START TIMETABLE-FILE
               KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-HORARIO
               NOT INVALID KEY
                   MOVE 'N' TO WRK-FIM-HORARIO
           END-START.
           PERFORM UNTIL WRK-FIM-HORARIO = 'S'
               READ TIMETABLE-FILE NEXT
                   AT END
                       MOVE 'S' TO WRK-FIM-HORARIO
                   NOT AT END
                       IF HOR-DISCIPLINA NOT = WRK-NOVA-DISCIPLINA
                          OR HOR-PERIODO NOT = WRK-PERIODO
                           MOVE 'S' TO WRK-FIM-HORARIO
                       ELSE
                           PERFORM 0410-ENCAIXAR-AULA
                       END-IF
               END-READ
           END-PERFORM.

       0410-ENCAIXAR-AULA.
           IF WRK-QTD-AULAS = 40
               DISPLAY 'GRADE DE ' WRK-ID-ATUAL ' COM MAIS DE 40 '
                   'AULAS - ' HOR-DISCIPLINA ' DIA ' HOR-DIA-SEMANA
                   ' NAO IMPRESSA'
           ELSE
               MOVE HOR-DIA-SEMANA  TO WRK-NOVA-DIA
               MOVE HOR-HORA-INICIO TO WRK-NOVA-INICIO
               MOVE HOR-HORA-FIM    TO WRK-NOVA-FIM
               MOVE HOR-SALA        TO WRK-NOVA-SALA
               MOVE 1 TO WRK-POSICAO
               PERFORM UNTIL WRK-POSICAO > WRK-QTD-AULAS
                          OR GA-ORDEM (WRK-POSICAO) > WRK-NOVA-ORDEM
                   ADD 1 TO WRK-POSICAO
               END-PERFORM
               PERFORM VARYING WRK-IND-AULA FROM WRK-QTD-AULAS BY -1
                   UNTIL WRK-IND-AULA < WRK-POSICAO
                   MOVE WRK-AULA (WRK-IND-AULA)
                       TO WRK-AULA (WRK-IND-AULA + 1)
               END-PERFORM
               MOVE WRK-NOVA-ORDEM      TO GA-ORDEM (WRK-POSICAO)
               MOVE WRK-NOVA-FIM        TO GA-HORA-FIM (WRK-POSICAO)
               MOVE WRK-NOVA-DISCIPLINA TO GA-DISCIPLINA (WRK-POSICAO)
               MOVE WRK-NOVA-SALA       TO GA-SALA (WRK-POSICAO)
               ADD 1 TO WRK-QTD-AULAS
           END-IF.

      ****************************** UMA GRADE POR PAGINA, O NOME DO
      ****************************** DIA SO NA PRIMEIRA AULA DO DIA
       0500-IMPRIMIR-GRADE.
           ADD 1 TO WRK-QTD-GRADES.
           PERFORM 0510-CABECALHO.
           MOVE ZEROS TO WRK-DIA-ANTERIOR.
           PERFORM VARYING WRK-IND-AULA FROM 1 BY 1
               UNTIL WRK-IND-AULA > WRK-QTD-AULAS
               PERFORM 0520-IMPRIMIR-AULA
           END-PERFORM.
           IF WRK-QTD-AULAS = ZEROS
               MOVE '  NENHUMA AULA NO QUADRO DE HORARIOS'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE WRK-QTD-AULAS TO WRK-TL-QTD.
           WRITE PRINT-RECORD FROM WRK-LINHA-TOTAL.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     ________________________________'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE '     SECRETARIA ESCOLAR' TO PRINT-RECORD.
           WRITE PRINT-RECORD.

       0510-CABECALHO.
           ADD 1 TO WRK-PAGINA.
           MOVE WRK-PAGINA  TO WRK-T-PAGINA.
           MOVE WRK-PERIODO TO WRK-T-PERIODO.
           IF WRK-PAGINA > 1
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD FROM WRK-LINHA-TITULO.
           MOVE WRK-ID-ATUAL  TO WRK-P-ID.
           MOVE WRK-NOME      TO WRK-P-NOME.
           MOVE WRK-SOBRENOME TO WRK-P-SOBRENOME.
           WRITE PRINT-RECORD FROM WRK-LINHA-PESSOA.
           WRITE PRINT-RECORD FROM WRK-LINHA-CABECALHO.
           MOVE '------------------------------------------------'
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ZEROS TO WRK-LINHAS.

       0520-IMPRIMIR-AULA.
           IF WRK-LINHAS >= 50
               PERFORM 0510-CABECALHO
               MOVE ZEROS TO WRK-DIA-ANTERIOR
           END-IF.
           MOVE SPACES TO WRK-D-DIA.
           IF GA-DIA-SEMANA (WRK-IND-AULA) NOT = WRK-DIA-ANTERIOR
               IF WRK-DIA-ANTERIOR NOT = ZEROS
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   ADD 1 TO WRK-LINHAS
               END-IF
               MOVE GA-DIA-SEMANA (WRK-IND-AULA) TO WRK-DIA-ANTERIOR
               COMPUTE WRK-IND-DIA = WRK-DIA-ANTERIOR - 1
               MOVE WRK-NOME-DIA (WRK-IND-DIA) TO WRK-D-DIA
           END-IF.
           MOVE GA-HORA-INICIO (WRK-IND-AULA) TO WRK-HORA.
           MOVE WRK-HORA-HH TO WRK-D-INICIO-HH.
           MOVE WRK-HORA-MM TO WRK-D-INICIO-MM.
           MOVE GA-HORA-FIM (WRK-IND-AULA) TO WRK-HORA.
           MOVE WRK-HORA-HH TO WRK-D-FIM-HH.
           MOVE WRK-HORA-MM TO WRK-D-FIM-MM.
           MOVE GA-DISCIPLINA (WRK-IND-AULA) TO WRK-D-DISCIPLINA
                                                DISC-CODIGO.
           READ DISCIPLINE-MASTER
               KEY IS DISC-CODIGO
               INVALID KEY
                   MOVE GA-DISCIPLINA (WRK-IND-AULA) TO DISC-NOME
           END-READ.
           MOVE DISC-NOME TO WRK-D-NOME-DISC.
           MOVE GA-SALA (WRK-IND-AULA) TO WRK-D-SALA.
           WRITE PRINT-RECORD FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-LINHAS.

       0900-GRAVAR-AUDITORIA.
           MOVE 'PROGCOB89' TO AUDITORIA-PROGRAMA.
           ACCEPT AUDITORIA-DATA FROM DATE YYYYMMDD.
           ACCEPT AUDITORIA-HORA FROM TIME.
           MOVE SPACES TO AUDITORIA-DETALHE.
           STRING 'GRADE MODO=' WRK-MODO ' ID=' WRK-ID
               ' PER=' WRK-PERIODO
               DELIMITED BY SIZE INTO AUDITORIA-DETALHE.
           MOVE SPACES TO AUDITORIA-RESULTADO.
           STRING 'GRADES=' WRK-QTD-GRADES DELIMITED BY SIZE
               INTO AUDITORIA-RESULTADO.
           MOVE SPACES TO AUDITORIA-OPERADOR.
           CALL 'PROGCOB57' USING WRK-LINHA-AUDITORIA.
