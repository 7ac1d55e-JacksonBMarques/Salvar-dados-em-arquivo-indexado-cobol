      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: baixa das mensalidades pelo arquivo de retorno diario
      *          do banco CFP006B1.DAT: cada pagamento e casado com a
      *          cobranca do CFP006S1.DAT pela matricula e competencia
      *          e baixado com a data e o valor pagos; pago apos o
      *          vencimento, o valor devido inclui multa e juros de
      *          mora (rotina ENCARGOS); pagamento sem cobranca, de
      *          cobranca ja paga, de valor diferente do devido ou com
      *          data invalida vai para o arquivo de excecoes
      *          CFP006E1.DAT com o motivo; o resumo da baixa e as
      *          excecoes saem impressos em CFP006R2.PRN
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT RETORNO ASSIGN TO WS-ARQ-RETORNO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILET.

                SELECT MENSAL ASSIGN TO WS-ARQ-MENSAL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS MENS-CHAVE
                FILE STATUS IS WS-FILEB.

                SELECT EXCECAO ASSIGN TO WS-ARQ-EXCECAO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEE.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
          COPY CFPK0006B.

       FD MENSAL.
          COPY CFPK0006.

      * EXC-MOTIVO: NEN = cobranca nao encontrada
      *             DUP = cobranca ja paga (ou paga duas vezes no
      *                   mesmo arquivo)
      *             VLR = valor pago diferente do devido na data
      *             DAT = data de pagamento invalida
      *             TIP = tipo de registro desconhecido
      *             ERR = erro de gravacao
       FD EXCECAO.
       01 REG-EXCECAO.
          03 EXC-MOTIVO               PIC X(03).
          03 EXC-SEPARA               PIC X(01).
          03 EXC-DATA                 PIC 9(08).
          03 EXC-SEPARA-2             PIC X(01).
          03 EXC-LINHA                PIC X(80).

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-RETORNO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-MENSAL           PIC X(66) VALUE SPACES.
       77 WS-ARQ-EXCECAO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILET                    PIC 99.
          88 FILET-OK                 VALUE 0.
       77 WS-FILEB                    PIC 99.
          88 FILEB-OK                 VALUE 0.
       77 WS-FILEE                    PIC 99.
          88 FILEE-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-FIM-RETORNO              PIC X VALUE 'N'.
          88 FIM-RETORNO              VALUE 'S'.
       77 WS-TEM-TRAILER              PIC X VALUE 'N'.
          88 TEM-TRAILER              VALUE 'S'.
       77 WS-MOTIVO                   PIC X(03) VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-DT-ARQUIVO               PIC 9(08) VALUE 0.
       77 WS-TOTAL-LIDOS              PIC 9(07) VALUE 0.
       77 WS-TOTAL-PAGAMENTOS         PIC 9(07) VALUE 0.
       77 WS-TOTAL-BAIXADOS           PIC 9(07) VALUE 0.
       77 WS-TOTAL-COM-ENCARGOS       PIC 9(07) VALUE 0.
       77 WS-TOTAL-EXCECOES           PIC 9(07) VALUE 0.
       77 WS-TOTAL-EXC-NAO-GRAVADAS   PIC 9(07) VALUE 0.
       77 WS-VL-RECEBIDO              PIC 9(09)V9(02) VALUE 0.
       77 WS-VL-BAIXADO               PIC 9(09)V9(02) VALUE 0.
       77 WS-VL-ENCARGOS              PIC 9(09)V9(02) VALUE 0.
       77 WS-TR-QT-PAGAMENTOS         PIC 9(07) VALUE 0.
       77 WS-TR-VL-TOTAL              PIC 9(09)V9(02) VALUE 0.

          COPY ENCARGLK.

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'BAIXA DO RETORNO BANCARIO        '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-ARQUIVO.
          05 FILLER                   PIC X(18) VALUE
             'ARQUIVO DO BANCO: '.
          05 WS-CABA-BANCO            PIC 9(03).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CABA-NOME             PIC X(20).
          05 FILLER                   PIC X(04) VALUE ' DE '.
          05 WS-CABA-DATA             PIC 9(08).

       01 WS-CAB-02.
          05 FILLER                   PIC X(06) VALUE 'ID'.
          05 FILLER                   PIC X(07) VALUE 'COMPET'.
          05 FILLER                   PIC X(09) VALUE 'PAGTO'.
          05 FILLER                   PIC X(11) VALUE '     PAGO'.
          05 FILLER                   PIC X(11) VALUE '   DEVIDO'.
          05 FILLER                   PIC X(30) VALUE 'EXCECAO'.

       01 WS-DETALHE.
          05 WS-DET-ID                PIC ZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-COMPET            PIC 9(06).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-DT-PAGTO          PIC 9(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-PAGO              PIC ZZZ.ZZ9,99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-DEVIDO            PIC ZZZ.ZZ9,99.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-MOTIVO            PIC X(03).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-DESCRICAO         PIC X(30).

       01 WS-RODAPE.
          05 WS-ROD-ROTULO            PIC X(30).
          05 WS-ROD-QTD               PIC Z.ZZZ.ZZ9.
          05 FILLER                   PIC X(04) VALUE SPACES.
          05 WS-ROD-VALOR             PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Baixa do Retorno Bancario'

            PERFORM P00-AMBIENTE

            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

            OPEN INPUT RETORNO

            IF NOT FILET-OK THEN
                DISPLAY 'ARQUIVO DE RETORNO CFP006B1.DAT AUSENTE!'
                DISPLAY 'FILE STATUS: ' WS-FILET
                STOP RUN
            END-IF

            OPEN I-O MENSAL

            OPEN EXTEND EXCECAO

            IF WS-FILEE EQUAL 35 THEN
                OPEN OUTPUT EXCECAO
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT FILEB-OK OR NOT FILEE-OK OR NOT FILER-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA BAIXA'
                DISPLAY 'FILE STATUS MENSAL : ' WS-FILEB
                DISPLAY 'FILE STATUS EXCECAO: ' WS-FILEE
                DISPLAY 'FILE STATUS RELAT  : ' WS-FILER
            ELSE
                PERFORM P2-CABECALHO
                PERFORM P1-LE-RETORNO
                PERFORM P3-PROCESSA  THRU P3-FIM UNTIL FIM-RETORNO
                PERFORM P6-RODAPE
            END-IF

            CLOSE RETORNO
            CLOSE MENSAL
            CLOSE EXCECAO
            CLOSE RELATORIO

            DISPLAY ' '
            DISPLAY '*** Resumo da baixa do retorno ***'
            DISPLAY 'Registros lidos     : ' WS-TOTAL-LIDOS
            DISPLAY 'Pagamentos          : ' WS-TOTAL-PAGAMENTOS
            DISPLAY 'Baixados            : ' WS-TOTAL-BAIXADOS
            DISPLAY 'Com multa e juros   : ' WS-TOTAL-COM-ENCARGOS
            DISPLAY 'Excecoes            : ' WS-TOTAL-EXCECOES

            IF WS-TOTAL-EXCECOES > 0 THEN
                DISPLAY 'EXCECOES GRAVADAS EM CFP006E1.DAT. '
                        'CONFIRA COM O BANCO E BAIXE PELO MENSALID.'
            END-IF

            IF WS-TOTAL-EXC-NAO-GRAVADAS > 0 THEN
                DISPLAY 'ATENCAO: ' WS-TOTAL-EXC-NAO-GRAVADAS
                        ' EXCECOES NAO GRAVADAS NO CFP006E1.DAT! '
                        'TRATE-AS PELO CFP006R2.PRN.'
            END-IF

            STOP RUN.

       P1-LE-RETORNO.
            READ RETORNO
                AT END
                    SET FIM-RETORNO      TO TRUE
            END-READ
            .

       P2-CABECALHO.
            MOVE WS-DATA-HOJE           TO WS-CAB-01-DATA
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-02              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P3-PROCESSA.
            ADD 1                       TO WS-TOTAL-LIDOS

            EVALUATE TRUE
                WHEN RET-HEADER
                    PERFORM P3A-HEADER
                WHEN RET-PAGAMENTO
                    ADD 1               TO WS-TOTAL-PAGAMENTOS
                    IF RET-VL-PAGO NUMERIC THEN
                        ADD RET-VL-PAGO TO WS-VL-RECEBIDO
                    END-IF
                    PERFORM P4-BAIXA
                WHEN RET-TRAILER
                    SET TEM-TRAILER     TO TRUE
                    MOVE RET-QT-PAGAMENTOS TO WS-TR-QT-PAGAMENTOS
                    MOVE RET-VL-TOTAL   TO WS-TR-VL-TOTAL
                WHEN OTHER
                    MOVE 0              TO ENC-VL-TOTAL
                    MOVE 'TIP'          TO WS-MOTIVO
                    PERFORM P5-GRAVA-EXCECAO
            END-EVALUATE

            PERFORM P1-LE-RETORNO
            .
       P3-FIM.

       P3A-HEADER.
            MOVE RET-DT-ARQUIVO         TO WS-DT-ARQUIVO
            MOVE RET-CD-BANCO           TO WS-CABA-BANCO
            MOVE RET-NM-BANCO           TO WS-CABA-NOME
            MOVE RET-DT-ARQUIVO         TO WS-CABA-DATA

            DISPLAY 'Retorno do banco ' RET-CD-BANCO ' de '
                    RET-DT-ARQUIVO
            .

      * o valor pago tem que bater com o devido na data do
      * pagamento; diferenca para mais ou para menos fica para a
      * tesouraria conferir e baixar pelo MENSALID
       P4-BAIXA.
            MOVE SPACES                 TO WS-MOTIVO
            MOVE 0                      TO ENC-VL-TOTAL

            EVALUATE TRUE
                WHEN RET-DT-PAGTO NOT NUMERIC
                    MOVE 'DAT'          TO WS-MOTIVO
                WHEN FUNCTION TEST-DATE-YYYYMMDD(RET-DT-PAGTO) NOT = 0
                    MOVE 'DAT'          TO WS-MOTIVO
                WHEN RET-DT-PAGTO > WS-DATA-HOJE
                    MOVE 'DAT'          TO WS-MOTIVO
                WHEN RET-VL-PAGO NOT NUMERIC
                    MOVE 'VLR'          TO WS-MOTIVO
            END-EVALUATE

            IF WS-MOTIVO = SPACES THEN
                MOVE RET-ID-ALUNO       TO MENS-ID-ALUNO
                MOVE RET-COMPET         TO MENS-COMPET

                READ MENSAL
                    INVALID KEY
                        MOVE 'NEN'      TO WS-MOTIVO
                    NOT INVALID KEY
                        IF MENS-PAGA THEN
                            MOVE 'DUP'  TO WS-MOTIVO
                        ELSE
                            PERFORM P4A-CONFERE-VALOR
                        END-IF
                END-READ
            END-IF

            IF WS-MOTIVO NOT = SPACES THEN
                PERFORM P5-GRAVA-EXCECAO
            END-IF
            .

       P4A-CONFERE-VALOR.
            SET ENC-CALCULO             TO TRUE
            MOVE MENS-VALOR             TO ENC-VALOR
            MOVE MENS-DT-VENCTO         TO ENC-DT-VENCTO
            MOVE RET-DT-PAGTO           TO ENC-DT-REFERENCIA
            CALL 'ENCARGOS' USING ENC-AREA

            IF RET-VL-PAGO NOT = ENC-VL-TOTAL THEN
                MOVE 'VLR'              TO WS-MOTIVO
            ELSE
                SET MENS-PAGA           TO TRUE
                SET MENS-BAIXA-BANCO    TO TRUE
                MOVE RET-DT-PAGTO       TO MENS-DT-PAGTO
                MOVE RET-VL-PAGO        TO MENS-VL-PAGO
                MOVE ENC-VL-ENCARGOS    TO MENS-VL-ENCARGOS

                REWRITE REG-MENSAL
                    INVALID KEY
                        MOVE 'ERR'      TO WS-MOTIVO
                    NOT INVALID KEY
                        ADD 1           TO WS-TOTAL-BAIXADOS
                        ADD RET-VL-PAGO TO WS-VL-BAIXADO
                        IF ENC-VL-ENCARGOS > 0 THEN
                            ADD 1       TO WS-TOTAL-COM-ENCARGOS
                            ADD ENC-VL-ENCARGOS TO WS-VL-ENCARGOS
                        END-IF
                END-REWRITE
            END-IF
            .

       P5-GRAVA-EXCECAO.
            MOVE WS-MOTIVO              TO EXC-MOTIVO
            MOVE ';'                    TO EXC-SEPARA
            MOVE WS-DATA-HOJE           TO EXC-DATA
            MOVE ';'                    TO EXC-SEPARA-2
            MOVE REG-RETORNO            TO EXC-LINHA

            WRITE REG-EXCECAO

      * excecao que nao foi para o CFP006E1.DAT so fica no relatorio:
      * o rodape avisa que o arquivo de excecoes esta incompleto
            IF NOT FILEE-OK THEN
                DISPLAY 'ERRO AO GRAVAR A EXCECAO ' WS-MOTIVO
                        ' NO CFP006E1.DAT'
                DISPLAY 'FILE STATUS: ' WS-FILEE
                ADD 1                   TO WS-TOTAL-EXC-NAO-GRAVADAS
            END-IF

            ADD 1                       TO WS-TOTAL-EXCECOES

            MOVE 0                      TO WS-DET-ID
            MOVE 0                      TO WS-DET-COMPET
            MOVE 0                      TO WS-DET-DT-PAGTO
            MOVE 0                      TO WS-DET-PAGO

            IF RET-PAGAMENTO THEN
                IF RET-ID-ALUNO NUMERIC THEN
                    MOVE RET-ID-ALUNO   TO WS-DET-ID
                END-IF
                IF RET-COMPET NUMERIC THEN
                    MOVE RET-COMPET     TO WS-DET-COMPET
                END-IF
                IF RET-DT-PAGTO NUMERIC THEN
                    MOVE RET-DT-PAGTO   TO WS-DET-DT-PAGTO
                END-IF
                IF RET-VL-PAGO NUMERIC THEN
                    MOVE RET-VL-PAGO    TO WS-DET-PAGO
                END-IF
            END-IF

            MOVE ENC-VL-TOTAL           TO WS-DET-DEVIDO
            MOVE WS-MOTIVO              TO WS-DET-MOTIVO

            EVALUATE WS-MOTIVO
                WHEN 'NEN'
                    MOVE 'COBRANCA NAO ENCONTRADA'
                                        TO WS-DET-DESCRICAO
                WHEN 'DUP'
                    MOVE 'COBRANCA JA PAGA'
                                        TO WS-DET-DESCRICAO
                WHEN 'VLR'
                    MOVE 'VALOR DIFERENTE DO DEVIDO'
                                        TO WS-DET-DESCRICAO
                WHEN 'DAT'
                    MOVE 'DATA DE PAGAMENTO INVALIDA'
                                        TO WS-DET-DESCRICAO
                WHEN 'TIP'
                    MOVE 'TIPO DE REGISTRO DESCONHECIDO'
                                        TO WS-DET-DESCRICAO
                WHEN OTHER
                    MOVE 'ERRO DE GRAVACAO'
                                        TO WS-DET-DESCRICAO
            END-EVALUATE

            MOVE WS-DETALHE             TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * o trailer do banco confere quantidade e valor dos pagamentos
      * lidos: arquivo truncado na transmissao aparece aqui
       P6-RODAPE.
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO

            IF WS-DT-ARQUIVO > 0 THEN
                MOVE WS-CAB-ARQUIVO     TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF

            MOVE 'PAGAMENTOS NO ARQUIVO       :' TO WS-ROD-ROTULO
            MOVE WS-TOTAL-PAGAMENTOS    TO WS-ROD-QTD
            MOVE WS-VL-RECEBIDO         TO WS-ROD-VALOR
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'MENSALIDADES BAIXADAS       :' TO WS-ROD-ROTULO
            MOVE WS-TOTAL-BAIXADOS      TO WS-ROD-QTD
            MOVE WS-VL-BAIXADO          TO WS-ROD-VALOR
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'MULTA E JUROS RECEBIDOS     :' TO WS-ROD-ROTULO
            MOVE WS-TOTAL-COM-ENCARGOS  TO WS-ROD-QTD
            MOVE WS-VL-ENCARGOS         TO WS-ROD-VALOR
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE 'EXCECOES                    :' TO WS-ROD-ROTULO
            MOVE WS-TOTAL-EXCECOES      TO WS-ROD-QTD
            MOVE 0                      TO WS-ROD-VALOR
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO

            IF WS-TOTAL-EXC-NAO-GRAVADAS > 0 THEN
                MOVE 'EXCECOES NAO GRAVADAS       :'
                                        TO WS-ROD-ROTULO
                MOVE WS-TOTAL-EXC-NAO-GRAVADAS
                                        TO WS-ROD-QTD
                MOVE 0                  TO WS-ROD-VALOR
                MOVE WS-RODAPE          TO REG-RELATORIO
                WRITE REG-RELATORIO

                MOVE 'ARQUIVO DE EXCECOES CFP006E1.DAT INCOMPLETO!'
                                        TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                 TO REG-RELATORIO
            EVALUATE TRUE
                WHEN NOT TEM-TRAILER
                    MOVE 'ARQUIVO SEM TRAILER! CONFIRA COM O BANCO.'
                                        TO REG-RELATORIO
                WHEN WS-TR-QT-PAGAMENTOS NOT = WS-TOTAL-PAGAMENTOS
                  OR WS-TR-VL-TOTAL NOT = WS-VL-RECEBIDO
                    MOVE 'TRAILER NAO CONFERE COM OS PAGAMENTOS LIDOS!'
                                        TO REG-RELATORIO
                WHEN OTHER
                    MOVE 'TRAILER CONFERE.'
                                        TO REG-RELATORIO
            END-EVALUATE
            WRITE REG-RELATORIO

            DISPLAY REG-RELATORIO
            .

      * resolve o ambiente e o diretorio dos arquivos de dados
      * na partida, para rodar contra um ambiente de teste sem
      * recompilar nada
       P00-AMBIENTE.
            CALL 'AMBIENTE' USING AMB-AREA

            DISPLAY 'Ambiente: ' AMB-NOME

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006B1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RETORNO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-MENSAL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006E1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-EXCECAO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006R2.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM RETBANCO.
