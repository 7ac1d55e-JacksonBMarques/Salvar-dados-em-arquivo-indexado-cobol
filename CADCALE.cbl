      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao do calendario letivo (CFP013S1.DAT):
      *          datas de inicio e fim de cada bimestre do ano,
      *          consulta do ano e fechamento e reabertura de
      *          bimestre; bimestre fechado nao aceita mais alteracao
      *          de notas nem de frequencia (CADNOTA, CADFREQ e
      *          NOTALOTE, pela rotina BIMESTRE); manutencao restrita
      *          ao supervisor e auditada no CADLOG.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCALE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CALENDARIO ASSIGN TO WS-ARQ-CALENDARIO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CAL-CHAVE
                FILE STATUS IS WS-FILEK.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
          COPY CFPK0013.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CALENDARIO       PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILEK                    PIC 99.
          88 FILEK-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-RESPOSTA                 PIC X VALUE SPACES.
       77 WS-ANO                      PIC 9(04) VALUE 0.
       77 WS-BIM                      PIC 9(01) VALUE 0.
       77 WS-DT-INICIO                PIC 9(08) VALUE 0.
       77 WS-DT-FIM                   PIC 9(08) VALUE 0.
       77 WS-DATA                     PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DATA-VALIDA              PIC X VALUE 'N'.
          88 DATA-VALIDA              VALUE 'S'.
       77 WS-PERIODO-OK               PIC X VALUE 'N'.
          88 PERIODO-OK               VALUE 'S'.
       77 WS-QT-LISTADOS              PIC 9(01) VALUE 0.

          COPY LOGONLK.

       01 WS-OPER-BIMESTRE.
          05 WS-OPB-PREFIXO           PIC X(07).
          05 WS-OPB-BIMESTRE          PIC 9(01).

       01 WS-LST-DETALHE.
          05 WS-LST-BIMESTRE          PIC 9(01).
          05 FILLER                   PIC X(04) VALUE 'o   '.
          05 WS-LST-INICIO            PIC 9(08).
          05 FILLER                   PIC X(03) VALUE ' a '.
          05 WS-LST-FIM               PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-SITUACAO          PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-DT-OPER           PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-OPERADOR          PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Calendario Letivo'

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
            DISPLAY '1-Definir datas do bimestre 2-Consultar ano'
            DISPLAY '3-Fechar bimestre 4-Reabrir bimestre 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                WHEN '3'
                WHEN '4'
                    IF LOGON-SUPERVISOR THEN
                        EVALUATE WS-OPCAO
                            WHEN '1'
                                PERFORM P1-DEFINE    THRU P1-FIM
                            WHEN '3'
                                PERFORM P3-FECHA     THRU P3-FIM
                            WHEN '4'
                                PERFORM P4-REABRE    THRU P4-FIM
                        END-EVALUATE
                    ELSE
                        DISPLAY 'MANUTENCAO DO CALENDARIO RESTRITA AO '
                                'SUPERVISOR!'
                    END-IF
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

       P1-DEFINE.
            SET FILEK-OK                      TO TRUE

            DISPLAY 'DEFINIR DATAS DO BIMESTRE'
            PERFORM P6-PEDE-ANO
            PERFORM P7-PEDE-BIMESTRE

            DISPLAY 'Data de inicio do bimestre (AAAAMMDD): '
            PERFORM P8-PEDE-DATA
            MOVE WS-DATA                TO WS-DT-INICIO

            MOVE 0                      TO WS-DT-FIM
            PERFORM P1A-PEDE-FIM UNTIL WS-DT-FIM > 0

            OPEN I-O CALENDARIO

            IF WS-FILEK EQUAL 35 THEN
                OPEN OUTPUT CALENDARIO
                CLOSE CALENDARIO
                OPEN I-O CALENDARIO
            END-IF

            IF FILEK-OK THEN
                PERFORM P1B-CONFERE-VIZINHOS

                IF PERIODO-OK THEN
                    PERFORM P1C-GRAVA
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR O CALENDARIO LETIVO'
                DISPLAY 'FILE STATUS: ' WS-FILEK
            END-IF

            CLOSE CALENDARIO
            .
       P1-FIM.

       P1A-PEDE-FIM.
            DISPLAY 'Data de fim do bimestre (AAAAMMDD): '
            PERFORM P8-PEDE-DATA

            IF WS-DATA < WS-DT-INICIO THEN
                DISPLAY 'FIM ANTERIOR AO INICIO DO BIMESTRE!'
            ELSE
                MOVE WS-DATA            TO WS-DT-FIM
            END-IF
            .

      * os bimestres do ano nao podem se sobrepor: o periodo tem
      * que comecar depois do fim do anterior e terminar antes do
      * inicio do seguinte
       P1B-CONFERE-VIZINHOS.
            SET PERIODO-OK              TO TRUE

            IF WS-BIM > 1 THEN
                MOVE WS-ANO             TO CAL-ANO
                COMPUTE CAL-BIMESTRE = WS-BIM - 1

                READ CALENDARIO
                    INVALID KEY
                        MOVE 'S'        TO WS-PERIODO-OK
                    NOT INVALID KEY
                        IF WS-DT-INICIO <= CAL-DT-FIM THEN
                            DISPLAY 'INICIO SOBREPOE O BIMESTRE '
                                    'ANTERIOR (FIM EM ' CAL-DT-FIM
                                    ')!'
                            MOVE 'N'    TO WS-PERIODO-OK
                        END-IF
                END-READ
            END-IF

            IF PERIODO-OK AND WS-BIM < 4 THEN
                MOVE WS-ANO             TO CAL-ANO
                COMPUTE CAL-BIMESTRE = WS-BIM + 1

                READ CALENDARIO
                    INVALID KEY
                        MOVE 'S'        TO WS-PERIODO-OK
                    NOT INVALID KEY
                        IF WS-DT-FIM >= CAL-DT-INICIO THEN
                            DISPLAY 'FIM SOBREPOE O BIMESTRE '
                                    'SEGUINTE (INICIO EM '
                                    CAL-DT-INICIO ')!'
                            MOVE 'N'    TO WS-PERIODO-OK
                        END-IF
                END-READ
            END-IF
            .

       P1C-GRAVA.
            MOVE WS-ANO                 TO CAL-ANO
            MOVE WS-BIM                 TO CAL-BIMESTRE

            READ CALENDARIO
                INVALID KEY
                    INITIALIZE REG-CALENDARIO
                    MOVE WS-ANO             TO CAL-ANO
                    MOVE WS-BIM             TO CAL-BIMESTRE
                    MOVE WS-DT-INICIO       TO CAL-DT-INICIO
                    MOVE WS-DT-FIM          TO CAL-DT-FIM
                    SET CAL-ABERTO          TO TRUE

                    WRITE REG-CALENDARIO
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR O BIMESTRE!'
                        NOT INVALID KEY
                            DISPLAY 'Bimestre cadastrado com '
                                    'sucesso!'
                            MOVE 'CALE-DEF' TO WS-LOG-OPERACAO
                            PERFORM P9-GRAVA-LOG
                    END-WRITE
                NOT INVALID KEY
                    IF CAL-FECHADO THEN
                        DISPLAY 'BIMESTRE FECHADO! REABRA ANTES DE '
                                'ALTERAR AS DATAS.'
                    ELSE
                        MOVE WS-DT-INICIO   TO CAL-DT-INICIO
                        MOVE WS-DT-FIM      TO CAL-DT-FIM

                        REWRITE REG-CALENDARIO
                            INVALID KEY
                                DISPLAY 'ERRO AO ALTERAR O '
                                        'BIMESTRE!'
                            NOT INVALID KEY
                                DISPLAY 'Datas do bimestre '
                                        'alteradas!'
                                MOVE 'CALE-ALT'
                                   TO WS-LOG-OPERACAO
                                PERFORM P9-GRAVA-LOG
                        END-REWRITE
                    END-IF
            END-READ
            .

       P2-CONSULTA.
            SET FILEK-OK                      TO TRUE
            MOVE 0                      TO WS-QT-LISTADOS

            DISPLAY 'CONSULTAR CALENDARIO LETIVO'
            PERFORM P6-PEDE-ANO

            OPEN INPUT CALENDARIO

            IF FILEK-OK THEN
                DISPLAY 'BIM INICIO      FIM      SITUACAO ULT.OPER'
                        '  OPERADOR'
                PERFORM P2A-MOSTRA
                   VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4

                IF WS-QT-LISTADOS = 0 THEN
                    DISPLAY 'ANO LETIVO SEM CALENDARIO CADASTRADO.'
                END-IF
            ELSE
                DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO.'
            END-IF

            CLOSE CALENDARIO
            .
       P2-FIM.

       P2A-MOSTRA.
            MOVE WS-ANO                 TO CAL-ANO
            MOVE WS-BIM                 TO CAL-BIMESTRE

            READ CALENDARIO
                INVALID KEY
                    DISPLAY WS-BIM 'o   (NAO CADASTRADO)'
                NOT INVALID KEY
                    MOVE CAL-BIMESTRE   TO WS-LST-BIMESTRE
                    MOVE CAL-DT-INICIO  TO WS-LST-INICIO
                    MOVE CAL-DT-FIM     TO WS-LST-FIM
                    IF CAL-FECHADO THEN
                        MOVE 'FECHADO'  TO WS-LST-SITUACAO
                        MOVE CAL-DT-FECHA   TO WS-LST-DT-OPER
                        MOVE CAL-OPER-FECHA TO WS-LST-OPERADOR
                    ELSE
                        MOVE 'ABERTO'   TO WS-LST-SITUACAO
                        MOVE CAL-DT-REABRE  TO WS-LST-DT-OPER
                        MOVE CAL-OPER-REABRE
                                        TO WS-LST-OPERADOR
                    END-IF

                    DISPLAY WS-LST-DETALHE
                    ADD 1               TO WS-QT-LISTADOS
            END-READ
            .

       P3-FECHA.
            SET FILEK-OK                      TO TRUE

            DISPLAY 'FECHAR BIMESTRE'
            PERFORM P6-PEDE-ANO
            PERFORM P7-PEDE-BIMESTRE

            OPEN I-O CALENDARIO

            IF FILEK-OK THEN
                MOVE WS-ANO             TO CAL-ANO
                MOVE WS-BIM             TO CAL-BIMESTRE

                READ CALENDARIO
                    INVALID KEY
                        DISPLAY 'BIMESTRE NAO CADASTRADO NO '
                                'CALENDARIO!'
                    NOT INVALID KEY
                        IF CAL-FECHADO THEN
                            DISPLAY 'BIMESTRE JA ESTA FECHADO!'
                        ELSE
                            PERFORM P3A-CONFIRMA
                        END-IF
                END-READ
            ELSE
                DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO.'
            END-IF

            CLOSE CALENDARIO
            .
       P3-FIM.

       P3A-CONFIRMA.
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            MOVE 'S'                    TO WS-RESPOSTA

            IF WS-DATA-HOJE <= CAL-DT-FIM THEN
                DISPLAY 'O BIMESTRE SO TERMINA EM ' CAL-DT-FIM '.'
                DISPLAY 'Fechar mesmo assim? (S/N): '
                ACCEPT WS-RESPOSTA
            END-IF

            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's' THEN
                SET CAL-FECHADO         TO TRUE
                MOVE WS-DATA-HOJE       TO CAL-DT-FECHA
                MOVE WS-OPERADOR        TO CAL-OPER-FECHA

                REWRITE REG-CALENDARIO
                    INVALID KEY
                        DISPLAY 'ERRO AO FECHAR O BIMESTRE!'
                    NOT INVALID KEY
                        DISPLAY 'Bimestre fechado! Notas e '
                                'frequencia bloqueadas.'
                        MOVE 'FECHBIM'  TO WS-OPB-PREFIXO
                        MOVE WS-BIM     TO WS-OPB-BIMESTRE
                        MOVE WS-OPER-BIMESTRE
                                        TO WS-LOG-OPERACAO
                        PERFORM P9-GRAVA-LOG
                END-REWRITE
            ELSE
                DISPLAY 'FECHAMENTO CANCELADO.'
            END-IF
            .

       P4-REABRE.
            SET FILEK-OK                      TO TRUE

            DISPLAY 'REABRIR BIMESTRE'
            PERFORM P6-PEDE-ANO
            PERFORM P7-PEDE-BIMESTRE

            OPEN I-O CALENDARIO

            IF FILEK-OK THEN
                MOVE WS-ANO             TO CAL-ANO
                MOVE WS-BIM             TO CAL-BIMESTRE

                READ CALENDARIO
                    INVALID KEY
                        DISPLAY 'BIMESTRE NAO CADASTRADO NO '
                                'CALENDARIO!'
                    NOT INVALID KEY
                        IF NOT CAL-FECHADO THEN
                            DISPLAY 'BIMESTRE NAO ESTA FECHADO!'
                        ELSE
                            ACCEPT WS-DATA-HOJE
                                          FROM DATE YYYYMMDD
                            SET CAL-ABERTO      TO TRUE
                            MOVE WS-DATA-HOJE   TO CAL-DT-REABRE
                            MOVE WS-OPERADOR    TO CAL-OPER-REABRE

                            REWRITE REG-CALENDARIO
                                INVALID KEY
                                    DISPLAY 'ERRO AO REABRIR O '
                                            'BIMESTRE!'
                                NOT INVALID KEY
                                    DISPLAY 'Bimestre reaberto!'
                                    MOVE 'REABBIM'
                                       TO WS-OPB-PREFIXO
                                    MOVE WS-BIM
                                       TO WS-OPB-BIMESTRE
                                    MOVE WS-OPER-BIMESTRE
                                       TO WS-LOG-OPERACAO
                                    PERFORM P9-GRAVA-LOG
                            END-REWRITE
                        END-IF
                END-READ
            ELSE
                DISPLAY 'CALENDARIO LETIVO NAO CADASTRADO.'
            END-IF

            CLOSE CALENDARIO
            .
       P4-FIM.

       P6-PEDE-ANO.
            MOVE 0                      TO WS-ANO
            PERFORM P6A-ACEITA-ANO UNTIL WS-ANO >= 2000
            .

       P6A-ACEITA-ANO.
            DISPLAY 'Ano letivo (AAAA): '
            ACCEPT WS-ANO
            IF WS-ANO < 2000 THEN
                DISPLAY 'ANO INVALIDO!'
            END-IF
            .

       P7-PEDE-BIMESTRE.
            MOVE 0                      TO WS-BIM
            PERFORM P7A-ACEITA-BIMESTRE
               UNTIL WS-BIM >= 1 AND WS-BIM <= 4
            .

       P7A-ACEITA-BIMESTRE.
            DISPLAY 'Bimestre (1 a 4): '
            ACCEPT WS-BIM
            IF WS-BIM < 1 OR WS-BIM > 4 THEN
                DISPLAY 'BIMESTRE INVALIDO! INFORME DE 1 A 4.'
            END-IF
            .

       P8-PEDE-DATA.
            MOVE 'N'                    TO WS-DATA-VALIDA
            PERFORM P8A-ACEITA-DATA UNTIL DATA-VALIDA
            .

       P8A-ACEITA-DATA.
            MOVE 0                      TO WS-DATA
            ACCEPT WS-DATA

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = 0 THEN
                DISPLAY 'DATA INVALIDA! INFORME AAAAMMDD: '
            ELSE
                SET DATA-VALIDA         TO TRUE
            END-IF
            .

      * o log de auditoria e por aluno; operacoes do calendario
      * entram com matricula zero e o bimestre vai na operacao
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
                   'CFP013S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CALENDARIO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CADCALE.
