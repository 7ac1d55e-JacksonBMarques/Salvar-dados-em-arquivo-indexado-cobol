      * Purpose: subsistema de mensalidades: manter o valor da
      *          mensalidade por turma (CFP006T1.DAT), gerar uma
      *          cobranca em aberto por aluno ativo e por competencia
      *          (CFP006S1.DAT) com vencimento, baixar pagamentos
      *          com a data e o valor pagos (multa e juros de mora
      *          pela rotina ENCARGOS quando pago apos o vencimento),
      *          imprimir o relatorio de inadimplencia por turma com o
      *          valor atualizado e manter os parametros de cobranca
      *          (CFP006P1.DAT: dia de vencimento, multa e juros);
      *          alunos excluidos nao recebem cobrancas novas, mas as
      *          em aberto continuam visiveis; os pagamentos do
      *          retorno do banco sao baixados pelo RETBANCO
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

                SELECT PARAMETRO ASSIGN TO WS-ARQ-PARAMETRO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEP.

       DATA DIVISION.
       FILE SECTION.
       FD MENSAL.
       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       FD PARAMETRO.
          COPY CFPK0006P.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-PARAMETRO        PIC X(66) VALUE SPACES.

       77 WS-FILEB                    PIC 99.
          88 FILEB-OK                 VALUE 0.
          88 FILEM-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-QT-ABERTAS-TURMA         PIC 9(05) VALUE 0.
       77 WS-QT-ABERTAS-GERAL         PIC 9(05) VALUE 0.
       77 WS-VL-ABERTO-GERAL          PIC 9(07)V9(02) VALUE 0.
       77 WS-VL-ATUAL-GERAL           PIC 9(07)V9(02) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DT-VENCTO                PIC 9(08) VALUE 0.
       77 WS-DT-PAGTO                 PIC 9(08) VALUE 0.
       77 WS-CONFIRMA                 PIC X VALUE SPACES.
       77 WS-ENTRADA-OK               PIC X VALUE 'N'.
          88 ENTRADA-OK               VALUE 'S'.
       77 WS-DIA-VENCTO               PIC 9(02) VALUE 0.
       77 WS-PC-MULTA                 PIC 9(02)V9(02) VALUE 0.
       77 WS-PC-JUROS-DIA             PIC 9(01)V9(04) VALUE 0.
       77 WS-ED-VALOR                 PIC ZZZ.ZZ9,99.
       77 WS-ED-PC-MULTA              PIC Z9,99.
       77 WS-ED-PC-JUROS              PIC 9,9999.

          COPY ENCARGLK.

       01 WS-COMPET.
          05 WS-COMPET-ANO            PIC 9(04).
          05 WS-DET-NOME              PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-COMPET            PIC 9(06).
          05 FILLER                   PIC X(06) VALUE ' VENC '.
          05 WS-DET-VENCTO            PIC 9(08).
          05 FILLER                   PIC X(04) VALUE ' R$ '.
          05 WS-DET-VALOR             PIC ZZ.ZZ9,99.
          05 FILLER                   PIC X(10) VALUE ' ATUAL R$ '.
          05 WS-DET-ATUAL             PIC ZZZ.ZZ9,99.

       01 WS-LIN-TOT-TURMA.
          05 FILLER                   PIC X(24) VALUE
          05 WS-TG-QTD                PIC ZZZZ9.
          05 FILLER                   PIC X(04) VALUE ' R$ '.
          05 WS-TG-VALOR              PIC Z.ZZZ.ZZ9,99.
          05 FILLER                   PIC X(15) VALUE
             ' ATUALIZADO R$ '.
          05 WS-TG-ATUAL              PIC Z.ZZZ.ZZ9,99.

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
            DISPLAY ' '
            DISPLAY '1-Definir Valor da Turma 2-Consultar Valor'
            DISPLAY '3-Gerar Cobrancas do Mes 4-Baixar Pagamento'
            DISPLAY '5-Relatorio de Inadimplencia '
                    '6-Parametros de Cobranca 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                    PERFORM P4-BAIXA-PAGAMENTO THRU P4-FIM
                WHEN '5'
                    PERFORM P5-INADIMPLENCIA THRU P5-FIM
                WHEN '6'
                    PERFORM P9-PARAMETROS    THRU P9-FIM
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
                    DISPLAY 'TABELA DE VALORES AUSENTE! DEFINA OS '
                            'VALORES ANTES DE GERAR.'
                ELSE
                    SET ENC-VENCIMENTO  TO TRUE
                    MOVE WS-COMPET      TO ENC-COMPET
                    CALL 'ENCARGOS' USING ENC-AREA
                    MOVE ENC-DT-VENCTO  TO WS-DT-VENCTO

                    IF ENC-SEM-PARAMETRO THEN
                        DISPLAY 'PARAMETROS DE COBRANCA NAO '
                                'DEFINIDOS: VENCIMENTO NO DIA 10.'
                    END-IF
                    DISPLAY 'Vencimento         : ' WS-DT-VENCTO

                    MOVE 0              TO ID-ALUNO
                    START ALUNO KEY NOT LESS ID-ALUNO
                        INVALID KEY
                        SET MENS-ABERTA     TO TRUE
                        ACCEPT MENS-DT-GERACAO FROM DATE YYYYMMDD
                        MOVE 0              TO MENS-DT-PAGTO
                        MOVE WS-DT-VENCTO   TO MENS-DT-VENCTO

                        WRITE REG-MENSAL
                            INVALID KEY
                            DISPLAY 'COBRANCA JA PAGA EM '
                               MENS-DT-PAGTO '!'
                        ELSE
                            PERFORM P4A-BAIXA
                        END-IF
                END-READ

            .
       P4-FIM.

      * pago apos o vencimento, o valor devido inclui multa e juros
      * ate a data do pagamento informada
       P4A-BAIXA.
            PERFORM P4B-PEDE-DATA-PAGTO

            SET ENC-CALCULO             TO TRUE
            MOVE MENS-VALOR             TO ENC-VALOR
            MOVE MENS-DT-VENCTO         TO ENC-DT-VENCTO
            MOVE WS-DT-PAGTO            TO ENC-DT-REFERENCIA
            CALL 'ENCARGOS' USING ENC-AREA

            MOVE MENS-VALOR             TO WS-ED-VALOR
            DISPLAY 'Valor da mensalidade: R$ ' WS-ED-VALOR
            DISPLAY 'Vencimento          : ' MENS-DT-VENCTO

            IF ENC-DIAS-ATRASO > 0 THEN
                DISPLAY 'Dias de atraso      : ' ENC-DIAS-ATRASO
                MOVE ENC-VL-MULTA       TO WS-ED-VALOR
                DISPLAY 'Multa               : R$ ' WS-ED-VALOR
                MOVE ENC-VL-JUROS       TO WS-ED-VALOR
                DISPLAY 'Juros de mora       : R$ ' WS-ED-VALOR
            END-IF

            MOVE ENC-VL-TOTAL           TO WS-ED-VALOR
            DISPLAY 'Total a pagar       : R$ ' WS-ED-VALOR

            DISPLAY 'Confirma a baixa? (S/N): '
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's' THEN
                SET MENS-PAGA           TO TRUE
                SET MENS-BAIXA-MANUAL   TO TRUE
                MOVE WS-DT-PAGTO        TO MENS-DT-PAGTO
                MOVE ENC-VL-TOTAL       TO MENS-VL-PAGO
                MOVE ENC-VL-ENCARGOS    TO MENS-VL-ENCARGOS

                REWRITE REG-MENSAL
                    INVALID KEY
                        DISPLAY 'ERRO AO BAIXAR O PAGAMENTO!'
                    NOT INVALID KEY
                        DISPLAY 'Pagamento baixado com sucesso!'
                END-REWRITE
            ELSE
                DISPLAY 'Baixa cancelada.'
            END-IF
            .

      * em branco vale a data de hoje; pagamento futuro nao e aceito
       P4B-PEDE-DATA-PAGTO.
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            MOVE 'N'                    TO WS-ENTRADA-OK
            DISPLAY 'Data do pagamento (AAAAMMDD, em branco = hoje): '
            PERFORM P4C-ACEITA-DATA UNTIL ENTRADA-OK
            .

       P4C-ACEITA-DATA.
            MOVE 0                      TO WS-DT-PAGTO
            ACCEPT WS-DT-PAGTO

            IF WS-DT-PAGTO = 0 THEN
                MOVE WS-DATA-HOJE       TO WS-DT-PAGTO
            END-IF

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-PAGTO) NOT = 0 THEN
                DISPLAY 'DATA INVALIDA! INFORME AAAAMMDD: '
            ELSE
                IF WS-DT-PAGTO > WS-DATA-HOJE THEN
                    DISPLAY 'DATA FUTURA! INFORME AAAAMMDD: '
                ELSE
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P5-INADIMPLENCIA.
            SET FILEB-OK                      TO TRUE
            SET FILEM-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-TURMA
            MOVE 0                      TO WS-QT-ABERTAS-GERAL
            MOVE 0                      TO WS-VL-ABERTO-GERAL
            MOVE 0                      TO WS-VL-ATUAL-GERAL
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

            OPEN INPUT TURMA
            OPEN INPUT MENSAL
                WRITE REG-RELATORIO
                MOVE WS-QT-ABERTAS-GERAL TO WS-TG-QTD
                MOVE WS-VL-ABERTO-GERAL  TO WS-TG-VALOR
                MOVE WS-VL-ATUAL-GERAL   TO WS-TG-ATUAL
                MOVE WS-LIN-TOT-GERAL    TO REG-RELATORIO
                WRITE REG-RELATORIO

                MOVE MENS-ID-ALUNO      TO WS-DET-ID
                PERFORM P6-NOME-ALUNO
                MOVE MENS-COMPET        TO WS-DET-COMPET
                MOVE MENS-DT-VENCTO     TO WS-DET-VENCTO
                MOVE MENS-VALOR         TO WS-DET-VALOR

      * valor atualizado: com multa e juros se pago hoje
                SET ENC-CALCULO         TO TRUE
                MOVE MENS-VALOR         TO ENC-VALOR
                MOVE MENS-DT-VENCTO     TO ENC-DT-VENCTO
                MOVE WS-DATA-HOJE       TO ENC-DT-REFERENCIA
                CALL 'ENCARGOS' USING ENC-AREA
                MOVE ENC-VL-TOTAL       TO WS-DET-ATUAL

                MOVE WS-DET-ABERTA      TO REG-RELATORIO
                WRITE REG-RELATORIO

                ADD 1                   TO WS-QT-ABERTAS-TURMA
                ADD 1                   TO WS-QT-ABERTAS-GERAL
                ADD MENS-VALOR          TO WS-VL-ABERTO-GERAL
                ADD ENC-VL-TOTAL        TO WS-VL-ATUAL-GERAL
            END-IF

            PERFORM P5C-LE-MENSAL
            END-PERFORM
            .

      * parametros usados pela rotina ENCARGOS na geracao (dia de
      * vencimento), na baixa e no relatorio de inadimplencia
       P9-PARAMETROS.
            SET FILEP-OK                      TO TRUE

            DISPLAY 'PARAMETROS DE COBRANCA'

            OPEN INPUT PARAMETRO

            IF FILEP-OK THEN
                READ PARAMETRO
                    AT END
                        DISPLAY 'PARAMETROS AINDA NAO DEFINIDOS.'
                    NOT AT END
                        MOVE PAR-PC-MULTA     TO WS-ED-PC-MULTA
                        MOVE PAR-PC-JUROS-DIA TO WS-ED-PC-JUROS
                        DISPLAY 'Dia de vencimento : ' PAR-DIA-VENCTO
                        DISPLAY 'Multa (%)         : ' WS-ED-PC-MULTA
                        DISPLAY 'Juros ao dia (%)  : ' WS-ED-PC-JUROS
                        DISPLAY 'Alterados em      : '
                                PAR-DT-ALTERACAO
                END-READ
                CLOSE PARAMETRO
            ELSE
                DISPLAY 'PARAMETROS AINDA NAO DEFINIDOS.'
            END-IF

            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P9A-PEDE-DIA UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P9B-PEDE-MULTA UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P9C-PEDE-JUROS UNTIL ENTRADA-OK

            SET FILEP-OK                      TO TRUE

            OPEN OUTPUT PARAMETRO

            IF FILEP-OK THEN
                MOVE WS-DIA-VENCTO      TO PAR-DIA-VENCTO
                MOVE WS-PC-MULTA        TO PAR-PC-MULTA
                MOVE WS-PC-JUROS-DIA    TO PAR-PC-JUROS-DIA
                ACCEPT PAR-DT-ALTERACAO FROM DATE YYYYMMDD

                WRITE REG-PARAM-COBRANCA

                IF FILEP-OK THEN
                    DISPLAY 'Parametros gravados com sucesso!'
                ELSE
                    DISPLAY 'ERRO AO GRAVAR OS PARAMETROS DE COBRANCA'
                    DISPLAY 'FILE STATUS: ' WS-FILEP
                END-IF

                CLOSE PARAMETRO
            ELSE
                DISPLAY 'ERRO AO GRAVAR OS PARAMETROS DE COBRANCA'
                DISPLAY 'FILE STATUS: ' WS-FILEP
            END-IF
            .
       P9-FIM.

       P9A-PEDE-DIA.
            DISPLAY 'Dia de vencimento (1 a 31): '
            MOVE SPACES                 TO WS-VALOR-TXT
            ACCEPT WS-VALOR-TXT

            IF FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0 THEN
                DISPLAY 'DIA INVALIDO!'
            ELSE
                IF FUNCTION NUMVAL(WS-VALOR-TXT) < 1
                   OR FUNCTION NUMVAL(WS-VALOR-TXT) > 31 THEN
                    DISPLAY 'DIA INVALIDO!'
                ELSE
                    MOVE FUNCTION NUMVAL(WS-VALOR-TXT)
                                        TO WS-DIA-VENCTO
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P9B-PEDE-MULTA.
            DISPLAY 'Multa por atraso em % (ex: 2,00): '
            MOVE SPACES                 TO WS-VALOR-TXT
            ACCEPT WS-VALOR-TXT

            IF FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0 THEN
                DISPLAY 'PERCENTUAL INVALIDO!'
            ELSE
                IF FUNCTION NUMVAL(WS-VALOR-TXT) < 0
                   OR FUNCTION NUMVAL(WS-VALOR-TXT) >= 100 THEN
                    DISPLAY 'PERCENTUAL INVALIDO!'
                ELSE
                    MOVE FUNCTION NUMVAL(WS-VALOR-TXT)
                                        TO WS-PC-MULTA
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P9C-PEDE-JUROS.
            DISPLAY 'Juros de mora em % ao dia (ex: 0,0333): '
            MOVE SPACES                 TO WS-VALOR-TXT
            ACCEPT WS-VALOR-TXT

            IF FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0 THEN
                DISPLAY 'PERCENTUAL INVALIDO!'
            ELSE
                IF FUNCTION NUMVAL(WS-VALOR-TXT) < 0
                   OR FUNCTION NUMVAL(WS-VALOR-TXT) >= 1 THEN
                    DISPLAY 'PERCENTUAL INVALIDO! MAXIMO 0,9999.'
                ELSE
                    MOVE FUNCTION NUMVAL(WS-VALOR-TXT)
                                        TO WS-PC-JUROS-DIA
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P0-FIM.
            STOP RUN.
      * resolve o ambiente e o diretorio dos arquivos de dados
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006P1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-PARAMETRO
            END-STRING
            .

       END PROGRAM MENSALID.
