      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: chamada diaria por turma, disciplina e data da aula:
      *          marca cada aluno ativo da turma como presente ou
      *          faltante no arquivo CFP014S1.DAT (refazer a chamada
      *          do mesmo dia mostra e mantem as marcas anteriores) e
      *          consulta uma chamada ja feita; a disciplina precisa
      *          constar na grade da turma (VALGRADE), o professor so
      *          faz chamada das disciplinas que leciona e a data tem
      *          que cair num bimestre aberto do calendario letivo
      *          (BIMESTRE); os totais por bimestre do CFP004S1.DAT
      *          sao consolidados na rotina noturna pelo CHAMCONS
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMADA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CHAMADA ASSIGN TO WS-ARQ-CHAMADA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CHAM-CHAVE
                FILE STATUS IS WS-FILEH.

                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILET.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMADA.
          COPY CFPK0014.

       FD ALUNO.
          COPY CFPK0001.

       FD TURMA.
          COPY CFPK0002.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CHAMADA          PIC X(66) VALUE SPACES.
       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILET                    PIC 99.
          88 FILET-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-CD-TURMA                 PIC X(10) VALUE SPACES.
       77 WS-DISCIPLINA               PIC X(10) VALUE SPACES.
       77 WS-DATA                     PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-MARCA                    PIC X(01) VALUE SPACES.
       77 WS-MARCA-ANTERIOR           PIC X(01) VALUE SPACES.
       77 WS-VALIDO                   PIC X VALUE 'N'.
          88 VALIDO                   VALUE 'S'.
       77 WS-GRADE-VALIDA             PIC X VALUE 'N'.
          88 GRADE-VALIDA             VALUE 'S'.
       77 WS-DATA-VALIDA              PIC X VALUE 'N'.
          88 DATA-VALIDA              VALUE 'S'.
       77 WS-MARCA-VALIDA             PIC X VALUE 'N'.
          88 MARCA-VALIDA             VALUE 'S'.
       77 WS-JA-MARCADO               PIC X VALUE 'N'.
          88 JA-MARCADO               VALUE 'S'.
       77 WS-FIM-ALUNO                PIC X VALUE 'N'.
          88 FIM-ALUNO                VALUE 'S'.
       77 WS-FIM-CHAMADA              PIC X VALUE 'N'.
          88 FIM-CHAMADA              VALUE 'S'.
       77 WS-QT-ALUNOS                PIC 9(03) VALUE 0.
       77 WS-QT-PRESENTES             PIC 9(03) VALUE 0.
       77 WS-QT-FALTAS                PIC 9(03) VALUE 0.

          COPY LOGONLK.
          COPY VALGRDLK.
          COPY BIMESTLK.

       01 WS-CONS-DETALHE.
          05 WS-CDET-ID               PIC ZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CDET-NOME             PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CDET-SITUACAO         PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CDET-OPERADOR         PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Chamada Diaria'

            PERFORM P00-AMBIENTE

            SET EXIT-OK                   TO FALSE

            MOVE SPACES                 TO LOGON-PERFIL-MINIMO
            CALL 'LOGON' USING LOGON-AREA

            IF NOT LOGON-OK THEN
                STOP RUN
            END-IF

            MOVE LOGON-OPERADOR         TO WS-OPERADOR

            PERFORM P0-MENU           THRU P0-MENU-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P0-MENU.
            DISPLAY ' '
            DISPLAY '1-Fazer chamada 2-Consultar chamada 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P1-CHAMADA     THRU P1-FIM
                WHEN '2'
                    PERFORM P2-CONSULTA    THRU P2-FIM
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
                    SET EXIT-OK            TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P0-MENU-FIM.

       P1-CHAMADA.
            DISPLAY 'FAZER CHAMADA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            PERFORM P6-VALIDA-TURMA

            MOVE 'N'                    TO WS-GRADE-VALIDA

            IF VALIDO THEN
                PERFORM P4-PEDE-DISCIPLINA
                PERFORM P7-VALIDA-GRADE
            END-IF

            MOVE 'N'                    TO WS-VALIDO

            IF GRADE-VALIDA THEN
                PERFORM P8-PEDE-DATA
                PERFORM P5-CONFERE-BIMESTRE
            END-IF

            IF VALIDO THEN
                PERFORM P1A-MARCA-TURMA
            END-IF
            .
       P1-FIM.

      * percorre o cadastro inteiro: a turma nao e chave do
      * CFP001S1.DAT; cada aluno ativo da turma recebe uma marca
       P1A-MARCA-TURMA.
            SET FILEH-OK                      TO TRUE
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ALUNO
            MOVE 0                      TO WS-QT-ALUNOS
            MOVE 0                      TO WS-QT-PRESENTES
            MOVE 0                      TO WS-QT-FALTAS

            OPEN I-O CHAMADA

            IF WS-FILEH EQUAL 35 THEN
                OPEN OUTPUT CHAMADA
                CLOSE CHAMADA
                OPEN I-O CHAMADA
            END-IF

            OPEN INPUT ALUNO

            IF NOT FILEH-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAMADAS'
                DISPLAY 'FILE STATUS: ' WS-FILEH
            ELSE
                IF NOT FILES-OK THEN
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                    DISPLAY 'FILE STATUS: ' WS-FILES
                ELSE
                    DISPLAY 'Marque P (presente) ou F (falta); em '
                            'branco mantem a marca indicada.'
                    PERFORM P1B-LE-ALUNO
                    PERFORM P1C-MARCA-ALUNO THRU P1C-FIM
                       UNTIL FIM-ALUNO

                    IF WS-QT-ALUNOS = 0 THEN
                        DISPLAY 'NENHUM ALUNO ATIVO NA TURMA!'
                    ELSE
                        DISPLAY 'Chamada gravada: ' WS-QT-ALUNOS
                                ' alunos, ' WS-QT-PRESENTES
                                ' presentes, ' WS-QT-FALTAS
                                ' faltas.'
                        MOVE 'CHAMADA'  TO WS-LOG-OPERACAO
                        PERFORM P9-GRAVA-LOG
                    END-IF
                END-IF
            END-IF

            CLOSE ALUNO
            CLOSE CHAMADA
            .

       P1B-LE-ALUNO.
            READ ALUNO NEXT RECORD
                AT END
                    SET FIM-ALUNO        TO TRUE
            END-READ

            IF NOT FILES-OK THEN
                SET FIM-ALUNO            TO TRUE
            END-IF
            .

       P1C-MARCA-ALUNO.
            IF ALUNO-ATIVO AND TURMA-ALUNO = WS-CD-TURMA THEN
                MOVE WS-CD-TURMA        TO CHAM-TURMA
                MOVE WS-DISCIPLINA      TO CHAM-DISCIPLINA
                MOVE WS-DATA            TO CHAM-DATA
                MOVE ID-ALUNO           TO CHAM-ID-ALUNO
                MOVE 'N'                TO WS-JA-MARCADO

                READ CHAMADA
                    INVALID KEY
                        MOVE 'P'        TO WS-MARCA-ANTERIOR
                    NOT INVALID KEY
                        SET JA-MARCADO  TO TRUE
                        MOVE CHAM-SITUACAO TO WS-MARCA-ANTERIOR
                END-READ

                MOVE 'N'                TO WS-MARCA-VALIDA
                PERFORM P1D-PEDE-MARCA UNTIL MARCA-VALIDA

                MOVE WS-MARCA           TO CHAM-SITUACAO
                MOVE WS-OPERADOR        TO CHAM-OPERADOR

                IF JA-MARCADO THEN
                    REWRITE REG-CHAMADA
                        INVALID KEY
                            DISPLAY 'ERRO AO REGRAVAR A MARCA DO '
                                    'ALUNO ' ID-ALUNO '!'
                    END-REWRITE
                ELSE
                    WRITE REG-CHAMADA
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR A MARCA DO '
                                    'ALUNO ' ID-ALUNO '!'
                    END-WRITE
                END-IF

                ADD 1                   TO WS-QT-ALUNOS
                IF CHAM-FALTA THEN
                    ADD 1               TO WS-QT-FALTAS
                ELSE
                    ADD 1               TO WS-QT-PRESENTES
                END-IF
            END-IF

            PERFORM P1B-LE-ALUNO
            .
       P1C-FIM.

       P1D-PEDE-MARCA.
            DISPLAY ID-ALUNO ' ' NM-ALUNO ' (P/F) ['
                    WS-MARCA-ANTERIOR ']: '
            MOVE SPACES                 TO WS-MARCA
            ACCEPT WS-MARCA

            EVALUATE WS-MARCA
                WHEN SPACES
                    MOVE WS-MARCA-ANTERIOR TO WS-MARCA
                    SET MARCA-VALIDA    TO TRUE
                WHEN 'P'
                WHEN 'p'
                    MOVE 'P'            TO WS-MARCA
                    SET MARCA-VALIDA    TO TRUE
                WHEN 'F'
                WHEN 'f'
                    MOVE 'F'            TO WS-MARCA
                    SET MARCA-VALIDA    TO TRUE
                WHEN OTHER
                    DISPLAY 'MARCA INVALIDA! INFORME P OU F.'
            END-EVALUATE
            .

       P2-CONSULTA.
            SET FILEH-OK                      TO TRUE
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-CHAMADA
            MOVE 0                      TO WS-QT-ALUNOS
            MOVE 0                      TO WS-QT-FALTAS

            DISPLAY 'CONSULTAR CHAMADA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA
            PERFORM P4-PEDE-DISCIPLINA
            PERFORM P8-PEDE-DATA

            OPEN INPUT CHAMADA

            IF FILEH-OK THEN
                OPEN INPUT ALUNO

                MOVE WS-CD-TURMA        TO CHAM-TURMA
                MOVE WS-DISCIPLINA      TO CHAM-DISCIPLINA
                MOVE WS-DATA            TO CHAM-DATA
                MOVE 0                  TO CHAM-ID-ALUNO

                START CHAMADA KEY NOT LESS CHAM-CHAVE
                    INVALID KEY
                        SET FIM-CHAMADA TO TRUE
                END-START

                IF NOT FIM-CHAMADA THEN
                    PERFORM P2A-LE-CHAMADA
                END-IF
                PERFORM P2B-MOSTRA THRU P2B-FIM UNTIL FIM-CHAMADA

                IF WS-QT-ALUNOS = 0 THEN
                    DISPLAY 'NENHUMA CHAMADA FEITA PARA A TURMA, '
                            'DISCIPLINA E DATA INFORMADAS.'
                ELSE
                    DISPLAY 'Alunos: ' WS-QT-ALUNOS
                            '  Faltas: ' WS-QT-FALTAS
                END-IF

                CLOSE ALUNO
                CLOSE CHAMADA
            ELSE
                DISPLAY 'NENHUMA CHAMADA REGISTRADA.'
            END-IF
            .
       P2-FIM.

       P2A-LE-CHAMADA.
            READ CHAMADA NEXT RECORD
                AT END
                    SET FIM-CHAMADA      TO TRUE
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-CHAMADA          TO TRUE
            END-IF

            IF NOT FIM-CHAMADA THEN
                IF CHAM-TURMA NOT = WS-CD-TURMA
                   OR CHAM-DISCIPLINA NOT = WS-DISCIPLINA
                   OR CHAM-DATA NOT = WS-DATA THEN
                    SET FIM-CHAMADA      TO TRUE
                END-IF
            END-IF
            .

       P2B-MOSTRA.
            MOVE CHAM-ID-ALUNO          TO WS-CDET-ID
            MOVE SPACES                 TO WS-CDET-NOME
            MOVE CHAM-OPERADOR          TO WS-CDET-OPERADOR

            IF FILES-OK THEN
                MOVE CHAM-ID-ALUNO      TO ID-ALUNO
                READ ALUNO
                    INVALID KEY
                        MOVE '(NAO CADASTRADO)' TO WS-CDET-NOME
                    NOT INVALID KEY
                        MOVE NM-ALUNO   TO WS-CDET-NOME
                END-READ
            END-IF

            IF CHAM-FALTA THEN
                MOVE 'FALTA'            TO WS-CDET-SITUACAO
                ADD 1                   TO WS-QT-FALTAS
            ELSE
                MOVE 'PRESENTE'         TO WS-CDET-SITUACAO
            END-IF

            DISPLAY WS-CONS-DETALHE

            ADD 1                       TO WS-QT-ALUNOS

            PERFORM P2A-LE-CHAMADA
            .
       P2B-FIM.

       P4-PEDE-DISCIPLINA.
            MOVE SPACES                 TO WS-DISCIPLINA
            PERFORM P4A-ACEITA-DISCIPLINA
               UNTIL WS-DISCIPLINA NOT = SPACES
            .

       P4A-ACEITA-DISCIPLINA.
            DISPLAY 'Informe a disciplina: '
            ACCEPT WS-DISCIPLINA
            IF WS-DISCIPLINA = SPACES THEN
                DISPLAY 'DISCIPLINA INVALIDA! NAO PODE SER EM '
                        'BRANCO.'
            END-IF
            .

      * a data precisa cair num bimestre aberto: bimestre fechado ja
      * foi consolidado no boletim e fora do calendario a chamada nao
      * teria bimestre para onde ir
       P5-CONFERE-BIMESTRE.
            MOVE 'N'                    TO WS-VALIDO

            SET BIMEST-DA-DATA          TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE WS-DATA                TO BIMEST-DATA
            CALL 'BIMESTRE' USING BIMEST-AREA

            EVALUATE TRUE
                WHEN BIMEST-ABERTO
                    DISPLAY 'Bimestre ' BIMEST-NUMERO ' de '
                            BIMEST-ANO
                    SET VALIDO          TO TRUE
                WHEN BIMEST-FECHADO
                    DISPLAY 'BIMESTRE ' BIMEST-NUMERO ' DE '
                            BIMEST-ANO ' FECHADO! CHAMADA NAO '
                            'PERMITIDA.'
                WHEN BIMEST-FORA-PERIODO
                    DISPLAY 'DATA FORA DOS BIMESTRES DO CALENDARIO '
                            'LETIVO!'
                WHEN OTHER
                    DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO. '
                            'CADASTRE OS BIMESTRES PELO CADCALE.'
            END-EVALUATE
            .

       P6-VALIDA-TURMA.
            SET FILET-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT TURMA

            IF FILET-OK THEN
                MOVE WS-CD-TURMA          TO CD-TURMA

                READ TURMA
                    INVALID KEY
                        DISPLAY 'TURMA NAO CADASTRADA!'
                    NOT INVALID KEY
                        IF TURMA-INATIVA THEN
                            DISPLAY 'TURMA INATIVA!'
                        ELSE
                            DISPLAY 'Turma: ' DS-TURMA
                            SET VALIDO    TO TRUE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE TURMAS AUSENTE. CADASTRE AS '
                        'TURMAS PELO CADTURM.'
            END-IF

            CLOSE TURMA
            .

      * confere a disciplina na grade curricular da turma e, para o
      * professor, se a disciplina naquela turma e dele
       P7-VALIDA-GRADE.
            MOVE 'N'                    TO WS-GRADE-VALIDA

            MOVE WS-CD-TURMA            TO GRADE-TURMA
            MOVE WS-DISCIPLINA          TO GRADE-DISCIPLINA
            MOVE LOGON-OPERADOR         TO GRADE-OPERADOR
            MOVE LOGON-PERFIL           TO GRADE-PERFIL
            CALL 'VALGRADE' USING GRADE-AREA

            EVALUATE TRUE
                WHEN GRADE-OK
                    SET GRADE-VALIDA    TO TRUE
                WHEN GRADE-FORA-CURRICULO
                    DISPLAY 'DISCIPLINA ' WS-DISCIPLINA
                            ' NAO CONSTA NA GRADE DA TURMA '
                            WS-CD-TURMA '!'
                WHEN GRADE-OUTRO-PROFESSOR
                    DISPLAY 'DISCIPLINA LECIONADA NA TURMA PELO '
                            'PROFESSOR ' GRADE-PROFESSOR '!'
                WHEN OTHER
                    DISPLAY 'GRADE CURRICULAR AUSENTE. CADASTRE A '
                            'GRADE DAS TURMAS PELO CADCURR.'
            END-EVALUATE
            .

      * em branco vale a data de hoje; chamada de aula futura nao
      * e aceita
       P8-PEDE-DATA.
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            MOVE 'N'                    TO WS-DATA-VALIDA
            DISPLAY 'Data da aula (AAAAMMDD, em branco = hoje): '
            PERFORM P8A-ACEITA-DATA UNTIL DATA-VALIDA
            .

       P8A-ACEITA-DATA.
            MOVE 0                      TO WS-DATA
            ACCEPT WS-DATA

            IF WS-DATA = 0 THEN
                MOVE WS-DATA-HOJE       TO WS-DATA
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = 0 THEN
                DISPLAY 'DATA INVALIDA! INFORME AAAAMMDD: '
            ELSE
                IF WS-DATA > WS-DATA-HOJE THEN
                    DISPLAY 'DATA FUTURA! INFORME AAAAMMDD: '
                ELSE
                    SET DATA-VALIDA     TO TRUE
                END-IF
            END-IF
            .

      * o log de auditoria e por aluno; a chamada entra com
      * matricula zero, uma vez por turma/disciplina/data
       P9-GRAVA-LOG.
            SET FILEL-OK                      TO TRUE

            OPEN EXTEND CADLOG

            IF WS-FILEL EQUAL 35 THEN
                OPEN OUTPUT CADLOG
            END-IF

            IF FILEL-OK THEN
                MOVE 0                     TO LOG-ID-ALUNO
                MOVE WS-LOG-OPERACAO       TO LOG-OPERACAO
                MOVE WS-OPERADOR           TO LOG-OPERADOR
                ACCEPT LOG-DATA            FROM DATE YYYYMMDD
                ACCEPT LOG-HORA            FROM TIME

                WRITE REG-LOG
            ELSE
                DISPLAY 'ERRO AO GRAVAR O LOG DE AUDITORIA'
                DISPLAY 'FILE STATUS: ' WS-FILEL
            END-IF

            CLOSE CADLOG
            .

       P0-FIM.
            STOP RUN.
      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            DISPLAY 'Ambiente: ' AMB-NOME

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP014S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CHAMADA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP001S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ALUNO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP002S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TURMA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CHAMADA.
