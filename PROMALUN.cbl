      *          ocupacao das turmas, registra as trocas no CADLOG,
      *          imprime o relatorio de promocao e leva as notas do
      *          ano encerrado para o historico CFP003H1.AAAA.DAT,
      *          deixando CFP003S1.DAT limpo para o ano novo; grava
      *          tambem a turma e o resultado de cada aluno avaliado
      *          em CFP005H1.AAAA.DAT e leva a frequencia do ano para
      *          CFP004H1.AAAA.DAT, limpando o CFP004S1.DAT, para o
      *          historico escolar (HISTESC); com calendario letivo
      *          cadastrado so encerra o ano com os 4 bimestres
      *          fechados, para a chamada diaria (CHAMCONS) nao
      *          refazer totais do ano encerrado
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEH.

                SELECT FREQUENCIA ASSIGN TO WS-ARQ-FREQ
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FILEF.

                SELECT HISTFREQ ASSIGN TO WS-ARQ-HISTFREQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEQ.

                SELECT HISTRES ASSIGN TO WS-ARQ-HISTRES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEE.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.
          05 MAPA-DESTINO             PIC X(10).

       FD HISTNOTA.
          COPY CFPK0003H.

       FD FREQUENCIA.
          COPY CFPK0004.

       FD HISTFREQ.
          COPY CFPK0004H.

       FD HISTRES.
          COPY CFPK0005.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADMOV           PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
          88 FILEL-OK                 VALUE 0.
       77 WS-FILEV                    PIC 99.
          88 FILEV-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILEQ                    PIC 99.
          88 FILEQ-OK                 VALUE 0.
       77 WS-FILEE                    PIC 99.
          88 FILEE-OK                 VALUE 0.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-MEDIA-TXT                PIC X(05) VALUE SPACES.
       77 WS-MEDIA-CORTE              PIC 9(02)V9(01) VALUE 0.
          88 FIM-ALUNO                VALUE 'S'.
       77 WS-FIM-NOTA                 PIC X VALUE 'N'.
          88 FIM-NOTA                 VALUE 'S'.
       77 WS-FIM-FREQ                 PIC X VALUE 'N'.
          88 FIM-FREQ                 VALUE 'S'.
       77 WS-FIM-MAPA                 PIC X VALUE 'N'.
          88 FIM-MAPA                 VALUE 'S'.
       77 WS-FIM-TURMA                PIC X VALUE 'N'.
       77 WS-QT-SEM-NOTAS             PIC 9(05) VALUE 0.
       77 WS-QT-SEM-MAPA              PIC 9(05) VALUE 0.
       77 WS-QT-NOTAS-HIST            PIC 9(07) VALUE 0.
       77 WS-QT-FREQ-HIST             PIC 9(07) VALUE 0.
       77 WS-QT-RESULTADOS            PIC 9(07) VALUE 0.
       77 WS-BIM                      PIC 9(01) VALUE 0.
       77 WS-QT-BIM-ABERTOS           PIC 9(01) VALUE 0.

       77 WS-ARQ-HISTNOTA             PIC X(80) VALUE SPACES.
       77 WS-ARQ-HISTFREQ             PIC X(80) VALUE SPACES.
       77 WS-ARQ-HISTRES              PIC X(80) VALUE SPACES.

       01 WS-MAPA-TABELA.
          05 WS-MP-QTD                PIC 9(03) VALUE 0.
             10 WS-TT-TURMA           PIC X(10).
             10 WS-TT-CONTADOR        PIC 9(05).

          COPY BIMESTLK.

       01 WS-CAB-01.
          05 FILLER                   PIC X(35) VALUE
             'FECHAMENTO DO ANO LETIVO - PROMOCAO'.
                END-IF
            END-PERFORM

            PERFORM P1C-CONFERE-CALENDARIO

            IF WS-QT-BIM-ABERTOS > 0 THEN
                DISPLAY 'ANO LETIVO ' WS-ANO-LETIVO ' COM '
                        WS-QT-BIM-ABERTOS ' BIMESTRE(S) ABERTO(S)! '
                        'FECHE OS BIMESTRES PELO CADCALE.'
                DISPLAY 'FECHAMENTO CANCELADO.'
                STOP RUN
            END-IF

            MOVE 0                      TO WS-MEDIA-CORTE
            PERFORM UNTIL WS-MEDIA-CORTE > 0
                DISPLAY 'Media minima de aprovacao (ex: 6,0): '
                OPEN OUTPUT MOVIMENTO
            END-IF

      * resultado do ano de cada aluno, carimbado com o ano
      * encerrado como o historico de notas
            MOVE SPACES                 TO WS-ARQ-HISTRES
            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP005H1.'       DELIMITED BY SIZE
                   WS-ANO-LETIVO     DELIMITED BY SIZE
                   '.DAT'            DELIMITED BY SIZE
                   INTO WS-ARQ-HISTRES
            END-STRING

            OPEN EXTEND HISTRES
            IF WS-FILEE EQUAL 35 THEN
                OPEN OUTPUT HISTRES
            END-IF

            IF NOT FILES-OK OR NOT FILEM-OK OR NOT FILEG-OK
               OR NOT FILER-OK OR NOT FILEE-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO FECHAMENTO'
                DISPLAY 'FILE STATUS ALUNO: ' WS-FILES
                DISPLAY 'FILE STATUS TURMA: ' WS-FILEM
                DISPLAY 'FILE STATUS NOTA : ' WS-FILEG
                DISPLAY 'FILE STATUS RELAT: ' WS-FILER
                DISPLAY 'FILE STATUS RESUL: ' WS-FILEE
            ELSE
                PERFORM P2-CABECALHO
                PERFORM P3-PROCESSA-ALUNOS
            CLOSE RELATORIO
            CLOSE CADLOG
            CLOSE MOVIMENTO
            CLOSE HISTRES

      * as notas so vao para o historico (e CFP003S1.DAT so e limpo)
      * quando a passada de promocao realmente rodou; com erro de
      * abertura nada foi promovido e as notas ficam onde estao
            IF PROCESSOU THEN
                PERFORM P8-HISTORICO-NOTAS
                PERFORM P8C-HISTORICO-FREQ
            ELSE
                DISPLAY 'FECHAMENTO NAO EXECUTADO; NOTAS MANTIDAS '
                        'EM CFP003S1.DAT.'
            DISPLAY 'Retidos               : ' WS-QT-RETIDOS
            DISPLAY 'Sem notas (retidos)   : ' WS-QT-SEM-NOTAS
            DISPLAY 'Notas para historico  : ' WS-QT-NOTAS-HIST
            DISPLAY 'Frequencias p/ hist.  : ' WS-QT-FREQ-HIST
            DISPLAY 'Resultados gravados   : ' WS-QT-RESULTADOS

            STOP RUN.

            .
       P1B-FIM.

      * bimestre sem calendario cadastrado nao impede o fechamento
       P1C-CONFERE-CALENDARIO.
            MOVE 0                      TO WS-QT-BIM-ABERTOS

            PERFORM P1D-SITUACAO-BIMESTRE
               VARYING WS-BIM FROM 1 BY 1 UNTIL WS-BIM > 4
            .

       P1D-SITUACAO-BIMESTRE.
            SET BIMEST-SITUACAO         TO TRUE
            MOVE WS-ANO-LETIVO          TO BIMEST-ANO
            MOVE WS-BIM                 TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA

            IF NOT BIMEST-FECHADO AND NOT BIMEST-SEM-CALENDARIO THEN
                ADD 1                   TO WS-QT-BIM-ABERTOS
            END-IF
            .

       P2-CABECALHO.
            MOVE WS-ANO-LETIVO          TO WS-CAB-01-ANO
            MOVE WS-CAB-01              TO REG-RELATORIO
                MOVE TURMA-ALUNO        TO WS-DET-DESTINO
                MOVE WS-MEDIA-GERAL     TO WS-DET-MEDIA

                MOVE WS-ANO-LETIVO      TO HRES-ANO
                MOVE ID-ALUNO           TO HRES-ID-ALUNO
                MOVE TURMA-ALUNO        TO HRES-TURMA
                MOVE WS-MEDIA-GERAL     TO HRES-MEDIA

                EVALUATE TRUE
                    WHEN NOT TEM-NOTAS
                        ADD 1           TO WS-QT-SEM-NOTAS
                        MOVE 'RETIDO (SEM NOTAS)'
                                        TO WS-DET-RESULTADO
                        SET HRES-RETIDO TO TRUE
                    WHEN WS-MEDIA-GERAL < WS-MEDIA-CORTE
                        ADD 1           TO WS-QT-RETIDOS
                        MOVE 'RETIDO'   TO WS-DET-RESULTADO
                        SET HRES-RETIDO TO TRUE
                    WHEN OTHER
                        SET HRES-APROVADO TO TRUE
                        PERFORM P7-PROMOVE
                END-EVALUATE

                MOVE WS-DET-PROM        TO REG-RELATORIO
                WRITE REG-RELATORIO

                WRITE REG-HISTRES
                IF FILEE-OK THEN
                    ADD 1               TO WS-QT-RESULTADOS
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O RESULTADO DO ALUNO: '
                       ID-ALUNO
                END-IF
            END-IF

            PERFORM P3A-LE-ALUNO
            .
       P8B-FIM.

      * a frequencia do ano encerrado vai para o historico com o
      * carimbo do ano, como as notas; o CFP004S1.DAT so e limpo se
      * a copia terminou sem erro
       P8C-HISTORICO-FREQ.
            SET FILEF-OK                      TO TRUE
            SET FILEQ-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-FREQ
            MOVE 'S'                    TO WS-HIST-OK

            MOVE SPACES                 TO WS-ARQ-HISTFREQ
            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP004H1.'       DELIMITED BY SIZE
                   WS-ANO-LETIVO     DELIMITED BY SIZE
                   '.DAT'            DELIMITED BY SIZE
                   INTO WS-ARQ-HISTFREQ
            END-STRING

            OPEN INPUT FREQUENCIA

            IF WS-FILEF EQUAL 35 THEN
                DISPLAY 'SEM FREQUENCIA PARA LEVAR AO HISTORICO.'
            ELSE
                OPEN EXTEND HISTFREQ
                IF WS-FILEQ EQUAL 35 THEN
                    OPEN OUTPUT HISTFREQ
                END-IF

                IF NOT FILEQ-OK THEN
                    DISPLAY 'ERRO AO ABRIR O HISTORICO DE FREQUENCIA'
                    DISPLAY 'FILE STATUS: ' WS-FILEQ
                    MOVE 'N'            TO WS-HIST-OK
                ELSE
                    MOVE 0              TO FREQ-ID-ALUNO
                    MOVE LOW-VALUES     TO FREQ-DISCIPLINA
                    START FREQUENCIA KEY NOT LESS FREQ-CHAVE
                        INVALID KEY
                            SET FIM-FREQ     TO TRUE
                    END-START

                    IF NOT FIM-FREQ THEN
                        PERFORM P8D-LE-FREQ
                    END-IF
                    PERFORM P8E-COPIA-FREQ THRU P8E-FIM
                       UNTIL FIM-FREQ

                    CLOSE HISTFREQ
                END-IF

                CLOSE FREQUENCIA

                IF HIST-OK THEN
                    OPEN OUTPUT FREQUENCIA
                    CLOSE FREQUENCIA
                    DISPLAY 'CFP004S1.DAT LIMPO PARA O ANO NOVO.'
                ELSE
                    DISPLAY 'HISTORICO DE FREQUENCIA INCOMPLETO! '
                            'CFP004S1.DAT NAO FOI LIMPO.'
                END-IF
            END-IF
            .

       P8D-LE-FREQ.
            READ FREQUENCIA NEXT RECORD
                AT END
                    SET FIM-FREQ         TO TRUE
            END-READ

            IF NOT FILEF-OK AND NOT FIM-FREQ THEN
                SET FIM-FREQ             TO TRUE
                MOVE 'N'                 TO WS-HIST-OK
            END-IF
            .

       P8E-COPIA-FREQ.
            MOVE WS-ANO-LETIVO          TO HFRQ-ANO
            MOVE FREQ-ID-ALUNO          TO HFRQ-ID-ALUNO
            MOVE FREQ-DISCIPLINA        TO HFRQ-DISCIPLINA
            MOVE FREQ-PRES-BIM-1        TO HFRQ-PRES-BIM-1
            MOVE FREQ-FALT-BIM-1        TO HFRQ-FALT-BIM-1
            MOVE FREQ-PRES-BIM-2        TO HFRQ-PRES-BIM-2
            MOVE FREQ-FALT-BIM-2        TO HFRQ-FALT-BIM-2
            MOVE FREQ-PRES-BIM-3        TO HFRQ-PRES-BIM-3
            MOVE FREQ-FALT-BIM-3        TO HFRQ-FALT-BIM-3
            MOVE FREQ-PRES-BIM-4        TO HFRQ-PRES-BIM-4
            MOVE FREQ-FALT-BIM-4        TO HFRQ-FALT-BIM-4

            WRITE REG-HISTFREQ

            IF NOT FILEQ-OK THEN
                MOVE 'N'                TO WS-HIST-OK
                SET FIM-FREQ            TO TRUE
            ELSE
                ADD 1                   TO WS-QT-FREQ-HIST
                PERFORM P8D-LE-FREQ
            END-IF
            .
       P8E-FIM.

      * historico de movimentacao de matricula: registra de qual
      * turma o aluno saiu e para qual foi promovido
       PM-GRAVA-MOVIMENTO.
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADMOV
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP004S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-FREQ
            END-STRING
            .

       END PROGRAM PROMALUN.
