      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: imprimir a grade horaria (CFP020S1.DAT) em
      *          CFP020R1.PRN, em quadro de periodos por dia da
      *          semana: por turma, para afixar na sala, com
      *          disciplina, professor e sala de cada aula; ou por
      *          professor, com turma, disciplina e sala; turma ou
      *          professor em branco imprime todas as turmas ativas
      *          ou todos os professores com aula na grade
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMHORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT HORARIO ASSIGN TO WS-ARQ-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FILEH.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILET.

                SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS OPER-CODIGO
                FILE STATUS IS WS-FILEO.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIO.
          COPY CFPK0020.

       FD TURMA.
          COPY CFPK0002.

       FD OPERADOR.
          COPY CFPK0009.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-HORARIO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-OPERADOR         PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILET                    PIC 99.
          88 FILET-OK                 VALUE 0.
       77 WS-FILEO                    PIC 99.
          88 FILEO-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-OPCAO                    PIC X VALUE SPACES.
       77 WS-CD-TURMA                 PIC X(10) VALUE SPACES.
       77 WS-PROFESSOR                PIC X(08) VALUE SPACES.
       77 WS-FIM-HORARIO              PIC X VALUE 'N'.
          88 FIM-HORARIO              VALUE 'S'.
       77 WS-FIM-CADASTRO             PIC X VALUE 'N'.
          88 FIM-CADASTRO             VALUE 'S'.
       77 WS-TODOS                    PIC X VALUE 'N'.
          88 TODOS                    VALUE 'S'.
       77 WS-PER-INI                  PIC 9(02) VALUE 0.
       77 WS-PER-FIM                  PIC 9(02) VALUE 0.
       77 WS-P                        PIC 9(03) VALUE 0.
       77 WS-D                        PIC 9(03) VALUE 0.
       77 WS-L                        PIC 9(03) VALUE 0.
       77 WS-QT-AULAS                 PIC 9(03) VALUE 0.
       77 WS-TOTAL-GRADES             PIC 9(05) VALUE 0.

      * quadro da grade em impressao: 3 linhas de texto por aula
      * (turma: disciplina, professor, sala; professor: turma,
      * disciplina, sala)
       01 WS-GRADE.
          05 WS-GR-PERIODO OCCURS 16 TIMES.
             10 WS-GR-USADO           PIC X(01).
                88 GR-USADO               VALUE 'S'.
             10 WS-GR-DIA OCCURS 6 TIMES.
                15 WS-GR-LINHA OCCURS 3 TIMES
                                      PIC X(10).

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'GRADE HORARIA                    '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       01 WS-CAB-TURMA.
          05 FILLER                   PIC X(07) VALUE 'TURMA: '.
          05 WS-CABT-TURMA            PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CABT-DESCRICAO        PIC X(30).
          05 FILLER                   PIC X(09) VALUE '  TURNO: '.
          05 WS-CABT-TURNO            PIC X(10).

       01 WS-CAB-PROFESSOR.
          05 FILLER                   PIC X(11) VALUE 'PROFESSOR: '.
          05 WS-CABP-CODIGO           PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CABP-NOME             PIC X(20).
          05 FILLER                   PIC X(19) VALUE
             '  AULAS NA SEMANA: '.
          05 WS-CABP-AULAS            PIC ZZ9.

       01 WS-CAB-DIAS.
          05 FILLER                   PIC X(04) VALUE 'PER'.
          05 FILLER                   PIC X(12) VALUE 'SEGUNDA'.
          05 FILLER                   PIC X(12) VALUE 'TERCA'.
          05 FILLER                   PIC X(12) VALUE 'QUARTA'.
          05 FILLER                   PIC X(12) VALUE 'QUINTA'.
          05 FILLER                   PIC X(12) VALUE 'SEXTA'.
          05 FILLER                   PIC X(12) VALUE 'SABADO'.

       01 WS-SEPARADOR                PIC X(76) VALUE ALL '-'.

       01 WS-LIN-GRADE.
          05 WS-LG-PERIODO            PIC X(04).
          05 WS-LG-CELULA OCCURS 6 TIMES.
             10 WS-LG-TEXTO           PIC X(10).
             10 WS-LG-ESPACO          PIC X(02).

       01 WS-LG-PER-ED                PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Impressao da Grade Horaria'

            PERFORM P00-AMBIENTE

            MOVE SPACES                 TO WS-OPCAO
            PERFORM P1-PEDE-OPCAO UNTIL WS-OPCAO = '1' OR '2'

            SET FILEH-OK                      TO TRUE
            SET FILET-OK                      TO TRUE
            SET FILEO-OK                      TO TRUE
            SET FILER-OK                      TO TRUE

            OPEN INPUT HORARIO

            IF NOT FILEH-OK THEN
                DISPLAY 'GRADE HORARIA NAO CADASTRADA. CADASTRE AS '
                        'AULAS PELO CADHORA.'
            ELSE
                OPEN OUTPUT RELATORIO

                IF NOT FILER-OK THEN
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
                    DISPLAY 'FILE STATUS: ' WS-FILER
                ELSE
                    PERFORM P2-CABECALHO

                    IF WS-OPCAO = '1' THEN
                        PERFORM P3-POR-TURMA     THRU P3-FIM
                    ELSE
                        PERFORM P5-POR-PROFESSOR THRU P5-FIM
                    END-IF
                END-IF

                CLOSE RELATORIO
            END-IF

            CLOSE HORARIO

            DISPLAY 'Grades impressas: ' WS-TOTAL-GRADES
            IF WS-TOTAL-GRADES > 0 THEN
                DISPLAY 'Grade horaria gerada em CFP020R1.PRN'
            END-IF

            STOP RUN.

       P1-PEDE-OPCAO.
            DISPLAY '1-Grade por turma 2-Grade por professor'
            ACCEPT WS-OPCAO
            IF WS-OPCAO NOT = '1' AND WS-OPCAO NOT = '2' THEN
                DISPLAY 'OPCAO INVALIDA!'
            END-IF
            .

       P2-CABECALHO.
            ACCEPT WS-CAB-01-DATA       FROM DATE YYYYMMDD
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * turma em branco: todas as turmas ativas que tem aula na grade
       P3-POR-TURMA.
            DISPLAY 'Informe o codigo da turma (em branco = todas): '
            MOVE SPACES                 TO WS-CD-TURMA
            ACCEPT WS-CD-TURMA

            OPEN INPUT TURMA

            IF NOT FILET-OK THEN
                DISPLAY 'CADASTRO DE TURMAS AUSENTE. CADASTRE AS '
                        'TURMAS PELO CADTURM.'
            ELSE
                IF WS-CD-TURMA = SPACES THEN
                    SET TODOS           TO TRUE
                    MOVE 'N'            TO WS-FIM-CADASTRO
                    MOVE LOW-VALUES     TO CD-TURMA
                    START TURMA KEY NOT LESS CD-TURMA
                        INVALID KEY
                            SET FIM-CADASTRO TO TRUE
                    END-START

                    IF NOT FIM-CADASTRO THEN
                        PERFORM P3A-LE-TURMA
                    END-IF

                    PERFORM P3B-PROXIMA-TURMA UNTIL FIM-CADASTRO
                ELSE
                    MOVE 'N'            TO WS-TODOS
                    MOVE WS-CD-TURMA    TO CD-TURMA

                    READ TURMA
                        INVALID KEY
                            DISPLAY 'TURMA NAO CADASTRADA!'
                        NOT INVALID KEY
                            PERFORM P4-IMPRIME-TURMA
                    END-READ
                END-IF
            END-IF

            CLOSE TURMA
            .
       P3-FIM.

       P3A-LE-TURMA.
            READ TURMA NEXT RECORD
                AT END
                    SET FIM-CADASTRO    TO TRUE
            END-READ

            IF NOT FILET-OK THEN
                SET FIM-CADASTRO        TO TRUE
            END-IF
            .

       P3B-PROXIMA-TURMA.
            IF NOT TURMA-INATIVA THEN
                PERFORM P4-IMPRIME-TURMA
            END-IF

            PERFORM P3A-LE-TURMA
            .

      * o quadro da turma tem todos os periodos do turno, mesmo os
      * vagos
       P4-IMPRIME-TURMA.
            INITIALIZE WS-GRADE
            MOVE 0                      TO WS-QT-AULAS
            MOVE 'N'                    TO WS-FIM-HORARIO

            EVALUATE TRUE
                WHEN TURNO-MANHA
                    MOVE 1              TO WS-PER-INI
                    MOVE 6              TO WS-PER-FIM
                    MOVE 'MATUTINO'     TO WS-CABT-TURNO
                WHEN TURNO-TARDE
                    MOVE 7              TO WS-PER-INI
                    MOVE 12             TO WS-PER-FIM
                    MOVE 'VESPERTINO'   TO WS-CABT-TURNO
                WHEN TURNO-NOITE
                    MOVE 13             TO WS-PER-INI
                    MOVE 16             TO WS-PER-FIM
                    MOVE 'NOTURNO'      TO WS-CABT-TURNO
                WHEN OTHER
                    MOVE 1              TO WS-PER-INI
                    MOVE 16             TO WS-PER-FIM
                    MOVE SPACES         TO WS-CABT-TURNO
            END-EVALUATE

            MOVE CD-TURMA               TO HOR-TURMA
            MOVE 0                      TO HOR-DIA
            MOVE 0                      TO HOR-PERIODO
            START HORARIO KEY NOT LESS HOR-CHAVE
                INVALID KEY
                    SET FIM-HORARIO     TO TRUE
            END-START

            IF NOT FIM-HORARIO THEN
                PERFORM P4A-LE-HORARIO
            END-IF

            PERFORM P4B-CARREGA-TURMA UNTIL FIM-HORARIO

            IF WS-QT-AULAS = 0 THEN
                IF NOT TODOS THEN
                    DISPLAY 'TURMA SEM GRADE HORARIA CADASTRADA.'
                END-IF
            ELSE
                MOVE CD-TURMA           TO WS-CABT-TURMA
                MOVE DS-TURMA           TO WS-CABT-DESCRICAO

                MOVE SPACES             TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE WS-CAB-TURMA       TO REG-RELATORIO
                WRITE REG-RELATORIO

                PERFORM P6-IMPRIME-QUADRO
                ADD 1                   TO WS-TOTAL-GRADES
            END-IF
            .

       P4A-LE-HORARIO.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
            END-IF

            IF NOT FIM-HORARIO AND HOR-TURMA NOT = CD-TURMA THEN
                SET FIM-HORARIO         TO TRUE
            END-IF
            .

       P4B-CARREGA-TURMA.
            IF HOR-DIA >= 2 AND HOR-DIA <= 7
               AND HOR-PERIODO >= 1 AND HOR-PERIODO <= 16 THEN
                COMPUTE WS-D = HOR-DIA - 1
                MOVE HOR-PERIODO        TO WS-P
                MOVE HOR-DISCIPLINA     TO WS-GR-LINHA(WS-P, WS-D, 1)
                MOVE HOR-PROFESSOR      TO WS-GR-LINHA(WS-P, WS-D, 2)
                MOVE HOR-SALA           TO WS-GR-LINHA(WS-P, WS-D, 3)
                SET GR-USADO(WS-P)      TO TRUE
                ADD 1                   TO WS-QT-AULAS
            END-IF

            PERFORM P4A-LE-HORARIO
            .

      * professor em branco: todos os operadores com aula na grade
       P5-POR-PROFESSOR.
            DISPLAY 'Informe o codigo do professor (em branco = '
                    'todos): '
            MOVE SPACES                 TO WS-PROFESSOR
            ACCEPT WS-PROFESSOR

            OPEN INPUT OPERADOR

            IF NOT FILEO-OK THEN
                DISPLAY 'CADASTRO DE OPERADORES AUSENTE. CADASTRE '
                        'OS PROFESSORES PELO CADOPER.'
            ELSE
                IF WS-PROFESSOR = SPACES THEN
                    SET TODOS           TO TRUE
                    MOVE 'N'            TO WS-FIM-CADASTRO
                    MOVE LOW-VALUES     TO OPER-CODIGO
                    START OPERADOR KEY NOT LESS OPER-CODIGO
                        INVALID KEY
                            SET FIM-CADASTRO TO TRUE
                    END-START

                    IF NOT FIM-CADASTRO THEN
                        PERFORM P5A-LE-OPERADOR
                    END-IF

                    PERFORM P5B-PROXIMO-OPERADOR UNTIL FIM-CADASTRO
                ELSE
                    MOVE 'N'            TO WS-TODOS
                    MOVE WS-PROFESSOR   TO OPER-CODIGO

                    READ OPERADOR
                        INVALID KEY
                            DISPLAY 'PROFESSOR NAO CADASTRADO!'
                        NOT INVALID KEY
                            PERFORM P5C-IMPRIME-PROFESSOR
                    END-READ
                END-IF
            END-IF

            CLOSE OPERADOR
            .
       P5-FIM.

       P5A-LE-OPERADOR.
            READ OPERADOR NEXT RECORD
                AT END
                    SET FIM-CADASTRO    TO TRUE
            END-READ

            IF NOT FILEO-OK THEN
                SET FIM-CADASTRO        TO TRUE
            END-IF
            .

       P5B-PROXIMO-OPERADOR.
            PERFORM P5C-IMPRIME-PROFESSOR

            PERFORM P5A-LE-OPERADOR
            .

      * a grade e chaveada por turma: as aulas do professor saem da
      * leitura do arquivo inteiro; o quadro so mostra os periodos
      * em que ele tem aula
       P5C-IMPRIME-PROFESSOR.
            INITIALIZE WS-GRADE
            MOVE 0                      TO WS-QT-AULAS
            MOVE 'N'                    TO WS-FIM-HORARIO
            MOVE 1                      TO WS-PER-INI
            MOVE 16                     TO WS-PER-FIM

            MOVE LOW-VALUES             TO HOR-TURMA
            MOVE 0                      TO HOR-DIA
            MOVE 0                      TO HOR-PERIODO
            START HORARIO KEY NOT LESS HOR-CHAVE
                INVALID KEY
                    SET FIM-HORARIO     TO TRUE
            END-START

            PERFORM P5D-CARREGA-PROFESSOR UNTIL FIM-HORARIO

            IF WS-QT-AULAS = 0 THEN
                IF NOT TODOS THEN
                    DISPLAY 'PROFESSOR SEM AULA NA GRADE HORARIA.'
                END-IF
            ELSE
                MOVE OPER-CODIGO        TO WS-CABP-CODIGO
                MOVE OPER-NOME          TO WS-CABP-NOME
                MOVE WS-QT-AULAS        TO WS-CABP-AULAS

                MOVE SPACES             TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE WS-CAB-PROFESSOR   TO REG-RELATORIO
                WRITE REG-RELATORIO

                PERFORM P6-IMPRIME-QUADRO
                ADD 1                   TO WS-TOTAL-GRADES
            END-IF
            .

       P5D-CARREGA-PROFESSOR.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
                NOT AT END
                    IF HOR-PROFESSOR = OPER-CODIGO THEN
                        PERFORM P5E-GUARDA-AULA
                    END-IF
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
            END-IF
            .

       P5E-GUARDA-AULA.
            IF HOR-DIA >= 2 AND HOR-DIA <= 7
               AND HOR-PERIODO >= 1 AND HOR-PERIODO <= 16 THEN
                COMPUTE WS-D = HOR-DIA - 1
                MOVE HOR-PERIODO        TO WS-P
                MOVE HOR-TURMA          TO WS-GR-LINHA(WS-P, WS-D, 1)
                MOVE HOR-DISCIPLINA     TO WS-GR-LINHA(WS-P, WS-D, 2)
                MOVE HOR-SALA           TO WS-GR-LINHA(WS-P, WS-D, 3)
                SET GR-USADO(WS-P)      TO TRUE
                ADD 1                   TO WS-QT-AULAS
            END-IF
            .

       P6-IMPRIME-QUADRO.
            MOVE WS-CAB-DIAS            TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-SEPARADOR           TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P6A-IMPRIME-PERIODO
               VARYING WS-P FROM WS-PER-INI BY 1
               UNTIL WS-P > WS-PER-FIM
            .

      * no quadro do professor, periodo sem aula nao e impresso
       P6A-IMPRIME-PERIODO.
            IF GR-USADO(WS-P) OR WS-OPCAO = '1' THEN
                PERFORM P6B-IMPRIME-LINHA
                   VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 3

                MOVE WS-SEPARADOR       TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            .

       P6B-IMPRIME-LINHA.
            MOVE SPACES                 TO WS-LIN-GRADE

            IF WS-L = 1 THEN
                MOVE WS-P               TO WS-LG-PER-ED
                MOVE WS-LG-PER-ED       TO WS-LG-PERIODO
            END-IF

            PERFORM P6C-MONTA-CELULA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 6

            MOVE WS-LIN-GRADE           TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P6C-MONTA-CELULA.
            MOVE WS-GR-LINHA(WS-P, WS-D, WS-L)
                                        TO WS-LG-TEXTO(WS-D)
            .

      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            DISPLAY 'Ambiente: ' AMB-NOME

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP020S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-HORARIO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP002S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TURMA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP009S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-OPERADOR
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP020R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM IMHORA.
