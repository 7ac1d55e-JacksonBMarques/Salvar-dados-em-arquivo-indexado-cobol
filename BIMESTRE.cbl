      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: rotina comum de consulta ao calendario letivo
      *          CFP013S1.DAT, chamada pelos programas que lancam
      *          notas e frequencia: devolve a situacao (aberto ou
      *          fechado) de um bimestre do ano letivo corrente ou
      *          o bimestre em que cai uma data; o ano letivo
      *          corrente e o do ano de hoje, ou o anterior enquanto
      *          o 1o bimestre do ano de hoje nao comecou
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIMESTRE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CALENDARIO ASSIGN TO WS-ARQ-CALENDARIO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CAL-CHAVE
                FILE STATUS IS WS-FILEK.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDARIO.
          COPY CFPK0013.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-CALENDARIO       PIC X(66) VALUE SPACES.

       77 WS-FILEK                    PIC 99.
          88 FILEK-OK                 VALUE 0.
       77 WS-AMBIENTE-LIDO            PIC X VALUE 'N'.
          88 AMBIENTE-LIDO            VALUE 'S'.
       77 WS-ANO-ANTERIOR             PIC X VALUE 'N'.
          88 ANO-ANTERIOR             VALUE 'S'.
       77 WS-ACHOU                    PIC X VALUE 'N'.
          88 ACHOU                    VALUE 'S'.
       77 WS-TEM-CALENDARIO           PIC X VALUE 'N'.
          88 TEM-CALENDARIO           VALUE 'S'.
       77 WS-ANO-BUSCA                PIC 9(04) VALUE 0.
       77 WS-BIM                      PIC 9(01) VALUE 0.

       01 WS-DATA-HOJE                PIC 9(08).
       01 FILLER REDEFINES WS-DATA-HOJE.
          05 WS-HOJE-ANO              PIC 9(04).
          05 FILLER                   PIC 9(04).

       01 WS-DATA-BUSCA               PIC 9(08).
       01 FILLER REDEFINES WS-DATA-BUSCA.
          05 WS-BUSCA-ANO             PIC 9(04).
          05 FILLER                   PIC 9(04).

       LINKAGE SECTION.
          COPY BIMESTLK.

       PROCEDURE DIVISION USING BIMEST-AREA.
       MAIN-PROCEDURE.

      * os programas chamam a rotina varias vezes por operacao: o
      * nome do arquivo so e montado na primeira chamada
            IF NOT AMBIENTE-LIDO THEN
                PERFORM P00-AMBIENTE
                SET AMBIENTE-LIDO       TO TRUE
            END-IF

            SET BIMEST-SEM-CALENDARIO   TO TRUE

            SET FILEK-OK                      TO TRUE

            OPEN INPUT CALENDARIO

            IF FILEK-OK THEN
                EVALUATE TRUE
                    WHEN BIMEST-SITUACAO
                        IF BIMEST-ANO = 0 THEN
                            PERFORM P1-ANO-CORRENTE
                        END-IF
                        PERFORM P2-SITUACAO
                    WHEN BIMEST-DA-DATA
                        PERFORM P3-BIMESTRE-DA-DATA
                END-EVALUATE

                CLOSE CALENDARIO
            ELSE
                IF BIMEST-ANO = 0 THEN
                    ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                    MOVE WS-HOJE-ANO    TO BIMEST-ANO
                END-IF
            END-IF

            GOBACK
            .

      * o ano letivo so vira quando comeca o 1o bimestre do ano
      * novo; ate la (ferias) continua valendo o ano anterior
       P1-ANO-CORRENTE.
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            MOVE WS-HOJE-ANO            TO BIMEST-ANO
            MOVE 'N'                    TO WS-ANO-ANTERIOR

            MOVE WS-HOJE-ANO            TO CAL-ANO
            MOVE 1                      TO CAL-BIMESTRE

            READ CALENDARIO
                INVALID KEY
                    SET ANO-ANTERIOR    TO TRUE
                NOT INVALID KEY
                    IF WS-DATA-HOJE < CAL-DT-INICIO THEN
                        SET ANO-ANTERIOR TO TRUE
                    END-IF
            END-READ

            IF ANO-ANTERIOR THEN
                COMPUTE CAL-ANO = WS-HOJE-ANO - 1
                MOVE 1                  TO CAL-BIMESTRE

                READ CALENDARIO
                    INVALID KEY
                        MOVE WS-HOJE-ANO TO BIMEST-ANO
                    NOT INVALID KEY
                        MOVE CAL-ANO     TO BIMEST-ANO
                END-READ
            END-IF
            .

       P2-SITUACAO.
            MOVE BIMEST-ANO             TO CAL-ANO
            MOVE BIMEST-NUMERO          TO CAL-BIMESTRE

            READ CALENDARIO
                INVALID KEY
                    SET BIMEST-SEM-CALENDARIO TO TRUE
                NOT INVALID KEY
                    IF CAL-FECHADO THEN
                        SET BIMEST-FECHADO TO TRUE
                    ELSE
                        SET BIMEST-ABERTO  TO TRUE
                    END-IF
            END-READ
            .

      * a data pode cair no ano letivo do seu proprio ano ou no do
      * ano anterior, quando o ano letivo atravessa a virada
       P3-BIMESTRE-DA-DATA.
            MOVE BIMEST-DATA            TO WS-DATA-BUSCA
            MOVE 'N'                    TO WS-ACHOU
            MOVE 'N'                    TO WS-TEM-CALENDARIO
            MOVE 0                      TO BIMEST-NUMERO

            MOVE WS-BUSCA-ANO           TO WS-ANO-BUSCA
            PERFORM P3A-CONFERE
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4 OR ACHOU

            IF NOT ACHOU THEN
                COMPUTE WS-ANO-BUSCA = WS-BUSCA-ANO - 1
                PERFORM P3A-CONFERE
                   VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4 OR ACHOU
            END-IF

            EVALUATE TRUE
                WHEN ACHOU
                    IF CAL-FECHADO THEN
                        SET BIMEST-FECHADO TO TRUE
                    ELSE
                        SET BIMEST-ABERTO  TO TRUE
                    END-IF
                WHEN TEM-CALENDARIO
                    MOVE WS-BUSCA-ANO   TO BIMEST-ANO
                    SET BIMEST-FORA-PERIODO TO TRUE
                WHEN OTHER
                    MOVE WS-BUSCA-ANO   TO BIMEST-ANO
                    SET BIMEST-SEM-CALENDARIO TO TRUE
            END-EVALUATE
            .

       P3A-CONFERE.
            MOVE WS-ANO-BUSCA           TO CAL-ANO
            MOVE WS-BIM                 TO CAL-BIMESTRE

            READ CALENDARIO
                INVALID KEY
                    MOVE 'N'            TO WS-ACHOU
                NOT INVALID KEY
                    SET TEM-CALENDARIO  TO TRUE
                    IF WS-DATA-BUSCA >= CAL-DT-INICIO
                       AND WS-DATA-BUSCA <= CAL-DT-FIM THEN
                        SET ACHOU       TO TRUE
                        MOVE CAL-ANO    TO BIMEST-ANO
                        MOVE WS-BIM     TO BIMEST-NUMERO
                    END-IF
            END-READ
            .

      * resolve o diretorio dos arquivos de dados do ambiente; sem
      * exibir o nome, que o programa chamador ja mostrou
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP013S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CALENDARIO
            END-STRING
            .

       END PROGRAM BIMESTRE.
