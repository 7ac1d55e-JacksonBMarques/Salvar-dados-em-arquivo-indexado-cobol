      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: rotina comum de cobranca das mensalidades, com os
      *          parametros do CFP006P1.DAT: devolve o vencimento de
      *          uma competencia ou calcula a multa e os juros de mora
      *          de uma mensalidade paga (ou devida) apos o
      *          vencimento; chamada pelo MENSALID, pelo RETBANCO e
      *          pela conversao MENCONV
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PARAMETRO ASSIGN TO WS-ARQ-PARAMETRO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEP.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETRO.
          COPY CFPK0006P.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-PARAMETRO        PIC X(66) VALUE SPACES.

       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-AMBIENTE-LIDO            PIC X VALUE 'N'.
          88 AMBIENTE-LIDO            VALUE 'S'.
       77 WS-DIA-VENCTO               PIC 9(02) VALUE 0.
       77 WS-PC-MULTA                 PIC 9(02)V9(02) VALUE 0.
       77 WS-PC-JUROS-DIA             PIC 9(01)V9(04) VALUE 0.

       01 WS-DATA-VENCTO              PIC 9(08).
       01 FILLER REDEFINES WS-DATA-VENCTO.
          05 WS-VENC-ANO-MES          PIC 9(06).
          05 WS-VENC-DIA              PIC 9(02).

       LINKAGE SECTION.
          COPY ENCARGLK.

       PROCEDURE DIVISION USING ENC-AREA.
       MAIN-PROCEDURE.

      * o nome do arquivo so e montado na primeira chamada; os
      * parametros sao relidos a cada chamada porque o MENSALID pode
      * altera-los no meio da sessao
            IF NOT AMBIENTE-LIDO THEN
                PERFORM P00-AMBIENTE
                SET AMBIENTE-LIDO       TO TRUE
            END-IF

            PERFORM P1-LE-PARAMETROS

            EVALUATE TRUE
                WHEN ENC-VENCIMENTO
                    PERFORM P2-VENCIMENTO
                WHEN ENC-CALCULO
                    PERFORM P3-CALCULA
            END-EVALUATE

            GOBACK
            .

       P1-LE-PARAMETROS.
            SET FILEP-OK                      TO TRUE
            SET ENC-SEM-PARAMETRO       TO TRUE
            MOVE 10                     TO WS-DIA-VENCTO
            MOVE 0                      TO WS-PC-MULTA
            MOVE 0                      TO WS-PC-JUROS-DIA

            OPEN INPUT PARAMETRO

            IF FILEP-OK THEN
                READ PARAMETRO
                    NOT AT END
                        IF PAR-DIA-VENCTO NUMERIC
                           AND PAR-DIA-VENCTO >= 1
                           AND PAR-DIA-VENCTO <= 31 THEN
                            MOVE PAR-DIA-VENCTO   TO WS-DIA-VENCTO
                            MOVE PAR-PC-MULTA     TO WS-PC-MULTA
                            MOVE PAR-PC-JUROS-DIA TO WS-PC-JUROS-DIA
                            SET ENC-OK            TO TRUE
                        END-IF
                END-READ

                CLOSE PARAMETRO
            END-IF
            .

      * dia de vencimento que nao existe no mes (31 em abril, 30 em
      * fevereiro) cai para o ultimo dia do mes
       P2-VENCIMENTO.
            MOVE ENC-COMPET             TO WS-VENC-ANO-MES
            MOVE WS-DIA-VENCTO          TO WS-VENC-DIA

            PERFORM P2A-RECUA-DIA
               UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENCTO) = 0
                  OR WS-VENC-DIA < 28

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-VENCTO) = 0 THEN
                MOVE WS-DATA-VENCTO     TO ENC-DT-VENCTO
            ELSE
                MOVE 0                  TO ENC-DT-VENCTO
            END-IF
            .

       P2A-RECUA-DIA.
            SUBTRACT 1                  FROM WS-VENC-DIA
            .

      * multa cobrada uma vez e juros por dia corrido de atraso,
      * ambos sobre o valor original da mensalidade; cobranca sem
      * vencimento (anterior aos parametros) nao tem encargos
       P3-CALCULA.
            MOVE 0                      TO ENC-DIAS-ATRASO
            MOVE 0                      TO ENC-VL-MULTA
            MOVE 0                      TO ENC-VL-JUROS

            IF ENC-DT-VENCTO > 0
               AND ENC-DT-REFERENCIA > ENC-DT-VENCTO THEN
                COMPUTE ENC-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(ENC-DT-REFERENCIA) -
                   FUNCTION INTEGER-OF-DATE(ENC-DT-VENCTO)

                COMPUTE ENC-VL-MULTA ROUNDED =
                   ENC-VALOR * WS-PC-MULTA / 100

                COMPUTE ENC-VL-JUROS ROUNDED =
                   ENC-VALOR * WS-PC-JUROS-DIA / 100 * ENC-DIAS-ATRASO
            END-IF

            COMPUTE ENC-VL-ENCARGOS = ENC-VL-MULTA + ENC-VL-JUROS
            COMPUTE ENC-VL-TOTAL    = ENC-VALOR + ENC-VL-ENCARGOS
            .

      * resolve o diretorio dos arquivos de dados do ambiente; sem
      * exibir o nome, que o programa chamador ja mostrou
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006P1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-PARAMETRO
            END-STRING
            .

       END PROGRAM ENCARGOS.
