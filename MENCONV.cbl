      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: conversao unica do CFP006S1.DAT do layout sem
      *          vencimento (CFPK0006O) para o layout CFPK0006, com
      *          vencimento e valores da baixa: o vencimento sai dos
      *          parametros de cobranca (rotina ENCARGOS) e as
      *          cobrancas ja pagas ficam com o valor original como
      *          valor pago, sem encargos
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT MENSAL-ANTIGO ASSIGN TO WS-ARQ-MENSAL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS MENS-CHAVE-O
                FILE STATUS IS WS-FILEA.

                SELECT MENSAL-NOVO ASSIGN TO WS-ARQ-MENSAL-NOVO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS MENS-CHAVE
                FILE STATUS IS WS-FILEN.

       DATA DIVISION.
       FILE SECTION.
       FD MENSAL-ANTIGO.
          COPY CFPK0006O.

       FD MENSAL-NOVO.
          COPY CFPK0006.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-MENSAL           PIC X(66) VALUE SPACES.
       77 WS-ARQ-MENSAL-NOVO      PIC X(66) VALUE SPACES.

       77 WS-FILEA                    PIC 99.
          88 FILEA-OK                 VALUE 0.
       77 WS-FILEN                    PIC 99.
          88 FILEN-OK                 VALUE 0.
       77 WS-FIM-ANTIGO               PIC X VALUE 'N'.
          88 FIM-ANTIGO               VALUE 'S'.
       77 WS-TOTAL-LIDOS              PIC 9(07) VALUE 0.
       77 WS-TOTAL-CONVERTIDOS        PIC 9(07) VALUE 0.

          COPY ENCARGLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Conversao das mensalidades (vencimento)'

            PERFORM P00-AMBIENTE

            OPEN INPUT MENSAL-ANTIGO
            OPEN OUTPUT MENSAL-NOVO

            IF NOT FILEA-OK OR NOT FILEN-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE CONVERSAO'
                DISPLAY 'FILE STATUS ANTIGO: ' WS-FILEA
                DISPLAY 'FILE STATUS NOVO  : ' WS-FILEN
            ELSE
                PERFORM P1-LE-ANTIGO
                PERFORM P2-CONVERTE  THRU P2-FIM UNTIL FIM-ANTIGO
            END-IF

            CLOSE MENSAL-ANTIGO
            CLOSE MENSAL-NOVO

            DISPLAY 'Registros lidos      : ' WS-TOTAL-LIDOS
            DISPLAY 'Registros convertidos: ' WS-TOTAL-CONVERTIDOS

            IF ENC-SEM-PARAMETRO THEN
                DISPLAY 'PARAMETROS DE COBRANCA AUSENTES: '
                        'VENCIMENTOS CALCULADOS PARA O DIA 10.'
            END-IF

            DISPLAY
              'Revise CFP006S1.NEW.DAT e renomeie para CFP006S1.DAT'

            STOP RUN.

       P1-LE-ANTIGO.
            READ MENSAL-ANTIGO NEXT RECORD
                AT END
                    SET FIM-ANTIGO       TO TRUE
            END-READ
            .

       P2-CONVERTE.
            ADD 1                        TO WS-TOTAL-LIDOS

            INITIALIZE REG-MENSAL
            MOVE MENS-ID-ALUNO-O         TO MENS-ID-ALUNO
            MOVE MENS-COMPET-O           TO MENS-COMPET
            MOVE MENS-TURMA-O            TO MENS-TURMA
            MOVE MENS-VALOR-O            TO MENS-VALOR
            MOVE MENS-STATUS-O           TO MENS-STATUS
            MOVE MENS-DT-GERACAO-O       TO MENS-DT-GERACAO
            MOVE MENS-DT-PAGTO-O         TO MENS-DT-PAGTO

            SET ENC-VENCIMENTO           TO TRUE
            MOVE MENS-COMPET-O           TO ENC-COMPET
            CALL 'ENCARGOS' USING ENC-AREA
            MOVE ENC-DT-VENCTO           TO MENS-DT-VENCTO

            IF MENS-PAGA-O THEN
                MOVE MENS-VALOR-O        TO MENS-VL-PAGO
                SET MENS-BAIXA-MANUAL    TO TRUE
            END-IF

            WRITE REG-MENSAL
                INVALID KEY
                    DISPLAY 'ERRO AO CONVERTER A COBRANCA: '
                            MENS-ID-ALUNO-O ' ' MENS-COMPET-O
                NOT INVALID KEY
                    ADD 1                TO WS-TOTAL-CONVERTIDOS
            END-WRITE

            PERFORM P1-LE-ANTIGO
            .
       P2-FIM.

      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            DISPLAY 'Ambiente: ' AMB-NOME

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-MENSAL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006S1.NEW.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-MENSAL-NOVO
            END-STRING
            .

       END PROGRAM MENCONV.
