      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: consolidar a chamada diaria CFP014S1.DAT nos totais
      *          de presencas e faltas por bimestre do CFP004S1.DAT:
      *          o bimestre de cada aula sai do calendario letivo
      *          (BIMESTRE); so entram aulas do ano letivo corrente e
      *          o bimestre com chamada diaria tem os totais
      *          substituidos pela contagem das chamadas, exceto
      *          bimestre fechado, que nao e alterado; relata em
      *          CFP014R1.PRN os alunos com 3 ou mais faltas seguidas
      *          na mesma disciplina, para a coordenacao avisar a
      *          familia; passo da rotina noturna (NOTURNO)
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAMCONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CHAMADA ASSIGN TO WS-ARQ-CHAMADA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS CHAM-CHAVE
                FILE STATUS IS WS-FILEH.

                SELECT TOTAIS ASSIGN TO WS-ARQ-TOTAIS
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS TOT-CHAVE
                FILE STATUS IS WS-FILEW.

                SELECT FREQUENCIA ASSIGN TO WS-ARQ-FREQ
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FILEF.

                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD CHAMADA.
          COPY CFPK0014.

      * arquivo de trabalho recriado a cada execucao: contagem das
      * chamadas do ano letivo por aluno e disciplina; TOT-TEM-AULA
      * marca os bimestres que tiveram chamada diaria
       FD TOTAIS.
       01 REG-TOTAIS.
          05 TOT-CHAVE.
             10 TOT-ID-ALUNO          PIC 9(05).
             10 TOT-DISCIPLINA        PIC X(10).
          05 TOT-BIM OCCURS 4 TIMES.
             10 TOT-PRES              PIC 9(03).
             10 TOT-FALT              PIC 9(03).
             10 TOT-TEM-AULA          PIC X(01).

       FD FREQUENCIA.
          COPY CFPK0004.

       FD ALUNO.
          COPY CFPK0001.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CHAMADA          PIC X(66) VALUE SPACES.
       77 WS-ARQ-TOTAIS           PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.
       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILEW                    PIC 99.
          88 FILEW-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-FIM-CHAMADA              PIC X VALUE 'N'.
          88 FIM-CHAMADA              VALUE 'S'.
       77 WS-FIM-TOTAIS               PIC X VALUE 'N'.
          88 FIM-TOTAIS               VALUE 'S'.
       77 WS-ACHOU                    PIC X VALUE 'N'.
          88 ACHOU                    VALUE 'S'.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-BIM                      PIC 9(01) VALUE 0.
       77 WS-ULT-DATA                 PIC 9(08) VALUE 0.
       77 WS-ULT-BIM                  PIC 9(01) VALUE 0.
       77 WS-GRP-TURMA                PIC X(10) VALUE SPACES.
       77 WS-GRP-DISCIPLINA           PIC X(10) VALUE SPACES.
       77 WS-QT-GRUPO                 PIC 9(03) VALUE 0.
       77 WS-G                        PIC 9(03) VALUE 0.
       77 WS-TOTAL-LIDOS              PIC 9(07) VALUE 0.
       77 WS-TOTAL-FORA-ANO           PIC 9(07) VALUE 0.
       77 WS-TOTAL-FECHADOS           PIC 9(07) VALUE 0.
       77 WS-TOTAL-ATUALIZADOS        PIC 9(05) VALUE 0.
       77 WS-TOTAL-INCLUIDOS          PIC 9(05) VALUE 0.
       77 WS-TOTAL-LISTADOS           PIC 9(05) VALUE 0.

          COPY BIMESTLK.

       01 WS-CAL-TAB.
          05 WS-CAL-SITUACAO OCCURS 4 TIMES
                                      PIC X(01).
             88 BIM-FECHADO           VALUE 'F'.

      * faltas seguidas de cada aluno dentro da turma/disciplina em
      * processamento; a chamada vem em ordem de data, entao cada
      * presenca encerra a sequencia de faltas do aluno
       01 WS-GRUPO-TABELA.
          05 WS-GT-ITEM OCCURS 999 TIMES.
             10 WS-GT-ID-ALUNO        PIC 9(05).
             10 WS-GT-QT-FALTAS       PIC 9(03).
             10 WS-GT-DT-INICIO       PIC 9(08).
             10 WS-GT-DT-ULTIMA       PIC 9(08).

      * visao em tabela dos totais por bimestre do CFPK0004
       01 WS-FREQ-AUX.
          05 FILLER                   PIC X(15).
          05 WS-FA-BIM OCCURS 4 TIMES.
             10 WS-FA-PRES            PIC 9(03).
             10 WS-FA-FALT            PIC 9(03).

       01 WS-CAB-01.
          05 FILLER                   PIC X(40) VALUE
             'ALUNOS COM 3 OU MAIS FALTAS SEGUIDAS    '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-02.
          05 FILLER                   PIC X(11) VALUE 'TURMA'.
          05 FILLER                   PIC X(11) VALUE 'DISCIPLINA'.
          05 FILLER                   PIC X(06) VALUE 'ID'.
          05 FILLER                   PIC X(16) VALUE 'NOME'.
          05 FILLER                   PIC X(04) VALUE 'QTD'.
          05 FILLER                   PIC X(09) VALUE 'DE'.
          05 FILLER                   PIC X(09) VALUE 'ATE'.
          05 FILLER                   PIC X(10) VALUE 'SITUACAO'.

       01 WS-DETALHE.
          05 WS-DET-TURMA             PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-DISCIPLINA        PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-ID                PIC ZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-NOME              PIC X(15).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-QTD               PIC ZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-DE                PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-ATE               PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-SITUACAO          PIC X(10).

       01 WS-RODAPE.
          05 FILLER                   PIC X(20) VALUE
             'TOTAL DE ALUNOS:   '.
          05 WS-ROD-TOTAL             PIC ZZZZ9.

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Consolidacao da Chamada Diaria'

            PERFORM P00-AMBIENTE

            PERFORM P1-CARREGA-CALENDARIO

            SET FILEH-OK                      TO TRUE
            SET FILEW-OK                      TO TRUE
            SET FILER-OK                      TO TRUE
            SET FILES-OK                      TO TRUE

            OPEN INPUT CHAMADA

            IF NOT FILEH-OK THEN
                DISPLAY 'NENHUMA CHAMADA DIARIA REGISTRADA.'
            ELSE
                OPEN OUTPUT TOTAIS
                CLOSE TOTAIS
                OPEN I-O TOTAIS
                OPEN OUTPUT RELATORIO
                OPEN INPUT ALUNO

                IF NOT FILEW-OK OR NOT FILER-OK THEN
                    DISPLAY 'ERRO AO CRIAR OS ARQUIVOS DE TRABALHO'
                    DISPLAY 'FILE STATUS: ' WS-FILEW ' ' WS-FILER
                ELSE
                    PERFORM P2-CABECALHO
                    PERFORM P3-LE-CHAMADA
                    PERFORM P4-PROCESSA THRU P4-FIM
                       UNTIL FIM-CHAMADA
                    PERFORM P5-FECHA-GRUPO
                    PERFORM P6-ATUALIZA-FREQUENCIA
                    PERFORM P8-RODAPE
                END-IF

                CLOSE ALUNO
                CLOSE RELATORIO
                CLOSE TOTAIS
                CLOSE CHAMADA
            END-IF

            DISPLAY 'Ano letivo                  : ' WS-ANO-LETIVO
            DISPLAY 'Chamadas lidas              : ' WS-TOTAL-LIDOS
            DISPLAY 'Fora do ano letivo          : ' WS-TOTAL-FORA-ANO
            DISPLAY 'Em bimestre fechado         : ' WS-TOTAL-FECHADOS
            DISPLAY 'Frequencias atualizadas     : '
                    WS-TOTAL-ATUALIZADOS
            DISPLAY 'Frequencias incluidas       : '
                    WS-TOTAL-INCLUIDOS
            DISPLAY 'Alunos com faltas seguidas  : '
                    WS-TOTAL-LISTADOS

            GOBACK.

      * ano letivo corrente e situacao dos seus 4 bimestres
       P1-CARREGA-CALENDARIO.
            MOVE 0                      TO WS-BIM
            PERFORM P1A-SITUACAO-BIMESTRE 4 TIMES
            .

       P1A-SITUACAO-BIMESTRE.
            ADD 1                       TO WS-BIM

            SET BIMEST-SITUACAO         TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE WS-BIM                 TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA

            MOVE BIMEST-RESULTADO       TO WS-CAL-SITUACAO(WS-BIM)
            MOVE BIMEST-ANO             TO WS-ANO-LETIVO
            .

       P2-CABECALHO.
            ACCEPT WS-CAB-01-DATA       FROM DATE YYYYMMDD
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-02              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P3-LE-CHAMADA.
            READ CHAMADA NEXT RECORD
                AT END
                    SET FIM-CHAMADA      TO TRUE
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-CHAMADA          TO TRUE
            END-IF
            .

      * o arquivo vem por turma, disciplina, data e aluno: a quebra
      * de turma/disciplina fecha as sequencias de faltas do grupo
       P4-PROCESSA.
            ADD 1                       TO WS-TOTAL-LIDOS

            IF CHAM-TURMA NOT = WS-GRP-TURMA
               OR CHAM-DISCIPLINA NOT = WS-GRP-DISCIPLINA THEN
                PERFORM P5-FECHA-GRUPO
                MOVE CHAM-TURMA         TO WS-GRP-TURMA
                MOVE CHAM-DISCIPLINA    TO WS-GRP-DISCIPLINA
                MOVE 0                  TO WS-QT-GRUPO
            END-IF

            IF CHAM-DATA NOT = WS-ULT-DATA THEN
                PERFORM P4A-BIMESTRE-DA-DATA
            END-IF

            IF WS-ULT-BIM = 0 THEN
                ADD 1                   TO WS-TOTAL-FORA-ANO
            ELSE
                PERFORM P4B-SEQUENCIA-FALTAS
                IF BIM-FECHADO(WS-ULT-BIM) THEN
                    ADD 1               TO WS-TOTAL-FECHADOS
                ELSE
                    PERFORM P4D-ACUMULA
                END-IF
            END-IF

            PERFORM P3-LE-CHAMADA
            .
       P4-FIM.

      * muitas chamadas no mesmo dia: so consulta o calendario
      * quando a data muda
       P4A-BIMESTRE-DA-DATA.
            MOVE CHAM-DATA              TO WS-ULT-DATA
            MOVE 0                      TO WS-ULT-BIM

            SET BIMEST-DA-DATA          TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE CHAM-DATA              TO BIMEST-DATA
            CALL 'BIMESTRE' USING BIMEST-AREA

            IF (BIMEST-ABERTO OR BIMEST-FECHADO)
               AND BIMEST-ANO = WS-ANO-LETIVO THEN
                MOVE BIMEST-NUMERO      TO WS-ULT-BIM
            END-IF
            .

       P4B-SEQUENCIA-FALTAS.
            MOVE 'N'                    TO WS-ACHOU
            PERFORM P4C-PROCURA-ALUNO
               VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-QT-GRUPO OR ACHOU

            IF ACHOU THEN
                SUBTRACT 1              FROM WS-G
            ELSE
                IF WS-QT-GRUPO < 999 THEN
                    ADD 1               TO WS-QT-GRUPO
                    MOVE WS-QT-GRUPO    TO WS-G
                    MOVE CHAM-ID-ALUNO  TO WS-GT-ID-ALUNO(WS-G)
                    MOVE 0              TO WS-GT-QT-FALTAS(WS-G)
                    SET ACHOU           TO TRUE
                ELSE
                    DISPLAY 'TURMA ' CHAM-TURMA ' COM MAIS DE 999 '
                            'ALUNOS NA CHAMADA! ALUNO '
                            CHAM-ID-ALUNO ' NAO CONFERIDO.'
                END-IF
            END-IF

            IF ACHOU THEN
                IF CHAM-FALTA THEN
                    IF WS-GT-QT-FALTAS(WS-G) = 0 THEN
                        MOVE CHAM-DATA  TO WS-GT-DT-INICIO(WS-G)
                    END-IF
                    IF WS-GT-QT-FALTAS(WS-G) < 999 THEN
                        ADD 1           TO WS-GT-QT-FALTAS(WS-G)
                    END-IF
                    MOVE CHAM-DATA      TO WS-GT-DT-ULTIMA(WS-G)
                ELSE
                    IF WS-GT-QT-FALTAS(WS-G) >= 3 THEN
                        MOVE 'ENCERRADA' TO WS-DET-SITUACAO
                        PERFORM P7-GRAVA-DETALHE
                    END-IF
                    MOVE 0              TO WS-GT-QT-FALTAS(WS-G)
                END-IF
            END-IF
            .

       P4C-PROCURA-ALUNO.
            IF WS-GT-ID-ALUNO(WS-G) = CHAM-ID-ALUNO THEN
                SET ACHOU               TO TRUE
            END-IF
            .

       P4D-ACUMULA.
            MOVE CHAM-ID-ALUNO          TO TOT-ID-ALUNO
            MOVE CHAM-DISCIPLINA        TO TOT-DISCIPLINA

            READ TOTAIS
                INVALID KEY
                    INITIALIZE REG-TOTAIS
                    MOVE CHAM-ID-ALUNO  TO TOT-ID-ALUNO
                    MOVE CHAM-DISCIPLINA TO TOT-DISCIPLINA
                    PERFORM P4E-CONTA-AULA
                    WRITE REG-TOTAIS
                NOT INVALID KEY
                    PERFORM P4E-CONTA-AULA
                    REWRITE REG-TOTAIS
            END-READ
            .

       P4E-CONTA-AULA.
            MOVE 'S'                    TO TOT-TEM-AULA(WS-ULT-BIM)
            IF CHAM-FALTA THEN
                IF TOT-FALT(WS-ULT-BIM) < 999 THEN
                    ADD 1               TO TOT-FALT(WS-ULT-BIM)
                END-IF
            ELSE
                IF TOT-PRES(WS-ULT-BIM) < 999 THEN
                    ADD 1               TO TOT-PRES(WS-ULT-BIM)
                END-IF
            END-IF
            .

      * sequencias que chegam ao fim do grupo sem presenca depois
      * ainda estao correndo: sao as que pedem contato com a familia
       P5-FECHA-GRUPO.
            MOVE 'EM ABERTO'            TO WS-DET-SITUACAO
            PERFORM P5A-SEQUENCIA-ABERTA
               VARYING WS-G FROM 1 BY 1
               UNTIL WS-G > WS-QT-GRUPO
            .

       P5A-SEQUENCIA-ABERTA.
            IF WS-GT-QT-FALTAS(WS-G) >= 3 THEN
                PERFORM P7-GRAVA-DETALHE
            END-IF
            .

      * so os bimestres com chamada diaria sao substituidos; os
      * demais ficam com os totais digitados pelo CADFREQ
       P6-ATUALIZA-FREQUENCIA.
            SET FILEF-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-TOTAIS

            OPEN I-O FREQUENCIA

            IF WS-FILEF EQUAL 35 THEN
                OPEN OUTPUT FREQUENCIA
                CLOSE FREQUENCIA
                OPEN I-O FREQUENCIA
            END-IF

            IF FILEF-OK THEN
                MOVE 0                  TO TOT-ID-ALUNO
                MOVE LOW-VALUES         TO TOT-DISCIPLINA

                START TOTAIS KEY NOT LESS TOT-CHAVE
                    INVALID KEY
                        SET FIM-TOTAIS  TO TRUE
                END-START

                IF NOT FIM-TOTAIS THEN
                    PERFORM P6A-LE-TOTAIS
                END-IF
                PERFORM P6B-GRAVA-FREQ THRU P6B-FIM UNTIL FIM-TOTAIS
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA'
                DISPLAY 'FILE STATUS: ' WS-FILEF
            END-IF

            CLOSE FREQUENCIA
            .

       P6A-LE-TOTAIS.
            READ TOTAIS NEXT RECORD
                AT END
                    SET FIM-TOTAIS       TO TRUE
            END-READ

            IF NOT FILEW-OK THEN
                SET FIM-TOTAIS           TO TRUE
            END-IF
            .

       P6B-GRAVA-FREQ.
            MOVE TOT-ID-ALUNO           TO FREQ-ID-ALUNO
            MOVE TOT-DISCIPLINA         TO FREQ-DISCIPLINA

            READ FREQUENCIA
                INVALID KEY
                    INITIALIZE REG-FREQ
                    MOVE TOT-ID-ALUNO   TO FREQ-ID-ALUNO
                    MOVE TOT-DISCIPLINA TO FREQ-DISCIPLINA
                    PERFORM P6C-SUBSTITUI-BIMESTRES
                    WRITE REG-FREQ
                        INVALID KEY
                            DISPLAY 'ERRO AO INCLUIR FREQUENCIA DO '
                                    'ALUNO ' TOT-ID-ALUNO
                        NOT INVALID KEY
                            ADD 1       TO WS-TOTAL-INCLUIDOS
                    END-WRITE
                NOT INVALID KEY
                    PERFORM P6C-SUBSTITUI-BIMESTRES
                    REWRITE REG-FREQ
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR FREQUENCIA DO '
                                    'ALUNO ' TOT-ID-ALUNO
                        NOT INVALID KEY
                            ADD 1       TO WS-TOTAL-ATUALIZADOS
                    END-REWRITE
            END-READ

            PERFORM P6A-LE-TOTAIS
            .
       P6B-FIM.

       P6C-SUBSTITUI-BIMESTRES.
            MOVE REG-FREQ               TO WS-FREQ-AUX
            MOVE 0                      TO WS-BIM
            PERFORM P6D-SUBSTITUI-UM 4 TIMES
            MOVE WS-FREQ-AUX            TO REG-FREQ
            .

       P6D-SUBSTITUI-UM.
            ADD 1                       TO WS-BIM

            IF TOT-TEM-AULA(WS-BIM) = 'S' THEN
                MOVE TOT-PRES(WS-BIM)   TO WS-FA-PRES(WS-BIM)
                MOVE TOT-FALT(WS-BIM)   TO WS-FA-FALT(WS-BIM)
            END-IF
            .

       P7-GRAVA-DETALHE.
            MOVE WS-GRP-TURMA           TO WS-DET-TURMA
            MOVE WS-GRP-DISCIPLINA      TO WS-DET-DISCIPLINA
            MOVE WS-GT-ID-ALUNO(WS-G)   TO WS-DET-ID
            MOVE WS-GT-QT-FALTAS(WS-G)  TO WS-DET-QTD
            MOVE WS-GT-DT-INICIO(WS-G)  TO WS-DET-DE
            MOVE WS-GT-DT-ULTIMA(WS-G)  TO WS-DET-ATE
            MOVE SPACES                 TO WS-DET-NOME

            IF FILES-OK THEN
                MOVE WS-GT-ID-ALUNO(WS-G) TO ID-ALUNO
                READ ALUNO
                    NOT INVALID KEY
                        MOVE NM-ALUNO   TO WS-DET-NOME
                END-READ
            END-IF

            MOVE WS-DETALHE             TO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                       TO WS-TOTAL-LISTADOS
            .

       P8-RODAPE.
            MOVE WS-TOTAL-LISTADOS      TO WS-ROD-TOTAL
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

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
                   'CFP014W1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TOTAIS
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP004S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-FREQ
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP001S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ALUNO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP014R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM CHAMCONS.
