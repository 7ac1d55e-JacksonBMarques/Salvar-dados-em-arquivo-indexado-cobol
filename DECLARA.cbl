      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: emitir as declaracoes escolares padrao (matricula,
      *          frequencia e quitacao de mensalidades do ano) direto
      *          do CFP001S1.DAT, CFP002S1.DAT, CFP004S1.DAT e
      *          CFP006S1.DAT, impressas em CFP019R1.PRN; cada
      *          documento recebe numero de controle sequencial
      *          (CFP019N1.DAT) e codigo de verificacao, e fica
      *          registrado em CFP019S1.DAT com aluno, tipo, data e
      *          operador; a opcao de verificacao confere numero e
      *          codigo de um documento apresentado por terceiros
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILEM.

                SELECT FREQUENCIA ASSIGN TO WS-ARQ-FREQ
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FILEF.

                SELECT MENSAL ASSIGN TO WS-ARQ-MENSAL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS MENS-CHAVE
                FILE STATUS IS WS-FILEB.

                SELECT DOCUMENTO ASSIGN TO WS-ARQ-DOCUMENTO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS DOC-NUMERO
                FILE STATUS IS WS-FILED.

                SELECT SEQUENCIA ASSIGN TO WS-ARQ-SEQUENCIA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEN.

                SELECT ESCOLA ASSIGN TO WS-ARQ-ESCOLA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEP.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD TURMA.
          COPY CFPK0002.

       FD FREQUENCIA.
          COPY CFPK0004.

       FD MENSAL.
          COPY CFPK0006.

       FD DOCUMENTO.
          COPY CFPK0019.

       FD SEQUENCIA.
       01 REG-SEQUENCIA.
          05 SEQ-ULTIMO-DOC           PIC 9(07).

       FD ESCOLA.
          COPY CFPK0018P.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.
       77 WS-ARQ-MENSAL           PIC X(66) VALUE SPACES.
       77 WS-ARQ-DOCUMENTO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-SEQUENCIA        PIC X(66) VALUE SPACES.
       77 WS-ARQ-ESCOLA           PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEM                    PIC 99.
          88 FILEM-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILEB                    PIC 99.
          88 FILEB-OK                 VALUE 0.
       77 WS-FILED                    PIC 99.
          88 FILED-OK                 VALUE 0.
       77 WS-FILEN                    PIC 99.
          88 FILEN-OK                 VALUE 0.
       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-TIPO-DOC                 PIC X VALUE SPACES.
          88 TIPO-MATRICULA           VALUE 'M'.
          88 TIPO-FREQUENCIA          VALUE 'F'.
          88 TIPO-QUITACAO            VALUE 'Q'.
       77 WS-DOC-OK                   PIC X VALUE 'N'.
          88 DOC-OK                   VALUE 'S'.
       77 WS-ENTRADA-OK               PIC X VALUE 'N'.
          88 ENTRADA-OK               VALUE 'S'.
       77 WS-FIM-ARQ                  PIC X VALUE 'N'.
          88 FIM-ARQ                  VALUE 'S'.
       77 WS-FIM-SCAN                 PIC X VALUE 'N'.
          88 FIM-SCAN                 VALUE 'S'.
       77 WS-ID-ALUNO                 PIC 9(05) VALUE 0.
       77 WS-NM-ALUNO                 PIC X(20) VALUE SPACES.
       77 WS-TURMA-ALUNO              PIC X(10) VALUE SPACES.
       77 WS-DS-TURMA                 PIC X(30) VALUE SPACES.
       77 WS-TURNO-DESC               PIC X(10) VALUE SPACES.
       77 WS-ANO-LETIVO               PIC 9(04) VALUE 0.
       77 WS-ANO-QUITACAO             PIC 9(04) VALUE 0.
       77 WS-ANO-HOJE                 PIC 9(04) VALUE 0.
       77 WS-NUMERO                   PIC 9(07) VALUE 0.
       77 WS-NUMERO-CONSULTA          PIC 9(07) VALUE 0.
       77 WS-ULTIMO-NUMERO            PIC 9(07) VALUE 0.
       77 WS-CODIGO                   PIC 9(04) VALUE 0.
       77 WS-CODIGO-INFORMADO         PIC 9(04) VALUE 0.
       77 WS-CALC                     PIC 9(15) VALUE 0.
       77 WS-QUOCIENTE                PIC 9(15) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-HORA                     PIC 9(08) VALUE 0.
       77 WS-TOT-PRES                 PIC 9(05) VALUE 0.
       77 WS-TOT-FALT                 PIC 9(05) VALUE 0.
       77 WS-PCT-FREQ                 PIC 9(03) VALUE 0.
       77 WS-QT-PAGAS                 PIC 9(03) VALUE 0.
       77 WS-QT-ABERTAS               PIC 9(03) VALUE 0.
       77 WS-COMPET-INI               PIC 9(06) VALUE 0.
       77 WS-COMPET-FIM               PIC 9(06) VALUE 0.
       77 WS-RESUMO                   PIC X(40) VALUE SPACES.
       77 WS-NOME-ESCOLA              PIC X(50) VALUE SPACES.
       77 WS-TITULO                   PIC X(40) VALUE SPACES.
       77 WS-DATA-ED                  PIC X(10) VALUE SPACES.
       77 WS-PCT-ED                   PIC ZZ9.
       77 WS-QT-ED                    PIC Z9.

      * data AAAAMMDD a imprimir como DD/MM/AAAA
       01 WS-DATA-AUX                 PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-AUX.
          05 WS-AUX-ANO               PIC 9(04).
          05 WS-AUX-MES               PIC 9(02).
          05 WS-AUX-DIA               PIC 9(02).

       01 WS-DT-NASC                  PIC 9(08) VALUE 0.

       01 WS-LINHA                    PIC X(80) VALUE SPACES.

       01 WS-LIN-CONTROLE.
          05 FILLER                   PIC X(14) VALUE
             'DOCUMENTO No '.
          05 WS-LC-NUMERO             PIC 9(07).
          05 FILLER                   PIC X(28) VALUE
             '     CODIGO DE VERIFICACAO: '.
          05 WS-LC-CODIGO             PIC 9(04).

       01 WS-ASSINATURA               PIC X(80) VALUE
             '          ______________________________'.
       01 WS-SECRETARIA               PIC X(80) VALUE
             '                Secretaria Escolar'.
       01 WS-AUTENTICA-1              PIC X(80) VALUE
             'A autenticidade deste documento pode ser confirmada'.
       01 WS-AUTENTICA-2              PIC X(80) VALUE
             'na secretaria pelo numero e codigo de verificacao.'.

          COPY LOGONLK.
          COPY BIMESTLK.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Declaracoes Escolares'

            PERFORM P00-AMBIENTE

            MOVE SPACES                 TO LOGON-PERFIL-MINIMO
            CALL 'LOGON' USING LOGON-AREA

            IF NOT LOGON-OK THEN
                STOP RUN
            END-IF

      * o ano das declaracoes e o ano letivo do calendario; sem
      * calendario vale o ano corrente
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            MOVE WS-DATA-HOJE(1:4)      TO WS-ANO-HOJE

            SET BIMEST-SITUACAO         TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE 1                      TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA
            MOVE BIMEST-ANO             TO WS-ANO-LETIVO
            IF WS-ANO-LETIVO = 0 THEN
                MOVE WS-ANO-HOJE        TO WS-ANO-LETIVO
            END-IF

            SET EXIT-OK                   TO FALSE

            PERFORM P0-MENU           THRU P0-MENU-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P0-MENU.
            DISPLAY ' '
            DISPLAY '1-Declaracao de Matricula '
                    '2-Declaracao de Frequencia'
            DISPLAY '3-Declaracao de Quitacao  '
                    '4-Verificar Documento 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    SET TIPO-MATRICULA     TO TRUE
                    PERFORM P1-EMITE       THRU P1-FIM
                WHEN '2'
                    SET TIPO-FREQUENCIA    TO TRUE
                    PERFORM P1-EMITE       THRU P1-FIM
                WHEN '3'
                    SET TIPO-QUITACAO      TO TRUE
                    PERFORM P1-EMITE       THRU P1-FIM
                WHEN '4'
                    PERFORM P4-VERIFICA    THRU P4-FIM
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
                    SET EXIT-OK            TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P0-MENU-FIM.

      * o numero so e tirado depois que os dados da declaracao foram
      * conferidos: documento recusado nao consome numeracao
       P1-EMITE.
            MOVE 'N'                    TO WS-DOC-OK

            EVALUATE TRUE
                WHEN TIPO-MATRICULA
                    MOVE 'DECLARACAO DE MATRICULA'   TO WS-TITULO
                WHEN TIPO-FREQUENCIA
                    MOVE 'DECLARACAO DE FREQUENCIA'  TO WS-TITULO
                WHEN TIPO-QUITACAO
                    MOVE 'DECLARACAO DE QUITACAO'    TO WS-TITULO
            END-EVALUATE

            DISPLAY WS-TITULO
            DISPLAY 'Informe o numero de identificacao do aluno: '
            ACCEPT WS-ID-ALUNO

            PERFORM P2-LE-ALUNO

            IF DOC-OK THEN
                EVALUATE TRUE
                    WHEN TIPO-MATRICULA
                        PERFORM P2C-DADOS-MATRICULA
                    WHEN TIPO-FREQUENCIA
                        PERFORM P2D-DADOS-FREQUENCIA
                    WHEN TIPO-QUITACAO
                        PERFORM P2G-DADOS-QUITACAO
                END-EVALUATE
            END-IF

            IF DOC-OK THEN
                PERFORM P3-REGISTRA
            END-IF

            IF DOC-OK THEN
                PERFORM P5-IMPRIME
                DISPLAY 'Documento No ' WS-NUMERO ' emitido. '
                        'Codigo de verificacao: ' WS-CODIGO
                DISPLAY 'Declaracao impressa em CFP019R1.PRN'
            ELSE
                DISPLAY 'DECLARACAO NAO EMITIDA.'
            END-IF
            .
       P1-FIM.

      * matricula e frequencia sao so de aluno ativo com turma; a
      * quitacao vale tambem para quem ja saiu da escola
       P2-LE-ALUNO.
            SET FILES-OK                      TO TRUE

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                MOVE WS-ID-ALUNO        TO ID-ALUNO

                READ ALUNO
                    INVALID KEY
                        DISPLAY 'ALUNO NAO ENCONTRADO!'
                    NOT INVALID KEY
                        PERFORM P2A-CONFERE-ALUNO
                END-READ
            ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                DISPLAY 'FILE STATUS: ' WS-FILES
            END-IF

            CLOSE ALUNO

            IF DOC-OK AND WS-TURMA-ALUNO NOT = SPACES THEN
                PERFORM P2B-LE-TURMA
            END-IF
            .

       P2A-CONFERE-ALUNO.
            MOVE NM-ALUNO               TO WS-NM-ALUNO
            MOVE DT-NASC-ALUNO          TO WS-DT-NASC
            MOVE TURMA-ALUNO            TO WS-TURMA-ALUNO
            MOVE SPACES                 TO WS-DS-TURMA
            MOVE SPACES                 TO WS-TURNO-DESC

            EVALUATE TRUE
                WHEN TIPO-QUITACAO
                    SET DOC-OK          TO TRUE
                WHEN ALUNO-INATIVO
                    DISPLAY 'ALUNO INATIVO (excluido)! SO A '
                            'DECLARACAO DE QUITACAO PODE SER EMITIDA.'
                WHEN TURMA-ALUNO = SPACES
                    DISPLAY 'ALUNO SEM TURMA! INFORME A TURMA PELA '
                            'MANUTENCAO DE ALUNOS.'
                WHEN OTHER
                    SET DOC-OK          TO TRUE
            END-EVALUATE
            .

       P2B-LE-TURMA.
            SET FILEM-OK                      TO TRUE

            OPEN INPUT TURMA

            IF FILEM-OK THEN
                MOVE WS-TURMA-ALUNO     TO CD-TURMA

                READ TURMA
                    NOT INVALID KEY
                        MOVE DS-TURMA   TO WS-DS-TURMA
                        EVALUATE TRUE
                            WHEN TURNO-MANHA
                                MOVE 'MATUTINO'   TO WS-TURNO-DESC
                            WHEN TURNO-TARDE
                                MOVE 'VESPERTINO' TO WS-TURNO-DESC
                            WHEN TURNO-NOITE
                                MOVE 'NOTURNO'    TO WS-TURNO-DESC
                        END-EVALUATE
                END-READ
            END-IF

            CLOSE TURMA
            .

       P2C-DADOS-MATRICULA.
            MOVE SPACES                 TO WS-RESUMO
            STRING 'MATRICULA ANO '       DELIMITED BY SIZE
                   WS-ANO-LETIVO          DELIMITED BY SIZE
                   ' TURMA '              DELIMITED BY SIZE
                   WS-TURMA-ALUNO         DELIMITED BY SPACE
                   INTO WS-RESUMO
            END-STRING
            .

      * frequencia geral: todas as disciplinas e bimestres lancados
      * no ano em curso
       P2D-DADOS-FREQUENCIA.
            SET FILEF-OK                      TO TRUE
            MOVE 0                      TO WS-TOT-PRES
            MOVE 0                      TO WS-TOT-FALT
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT FREQUENCIA

            IF FILEF-OK THEN
                MOVE WS-ID-ALUNO        TO FREQ-ID-ALUNO
                MOVE LOW-VALUES         TO FREQ-DISCIPLINA

                START FREQUENCIA KEY NOT LESS FREQ-CHAVE
                    INVALID KEY
                        SET FIM-ARQ     TO TRUE
                END-START

                IF NOT FIM-ARQ THEN
                    PERFORM P2E-LE-FREQ
                END-IF

                PERFORM P2F-SOMA-FREQ UNTIL FIM-ARQ
            END-IF

            CLOSE FREQUENCIA

            IF WS-TOT-PRES + WS-TOT-FALT = 0 THEN
                MOVE 'N'                TO WS-DOC-OK
                DISPLAY 'NENHUMA FREQUENCIA LANCADA PARA O ALUNO!'
            ELSE
                COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-TOT-PRES * 100 / (WS-TOT-PRES + WS-TOT-FALT)
                MOVE SPACES             TO WS-RESUMO
                STRING 'FREQUENCIA '      DELIMITED BY SIZE
                       WS-PCT-FREQ        DELIMITED BY SIZE
                       '% ANO '           DELIMITED BY SIZE
                       WS-ANO-LETIVO      DELIMITED BY SIZE
                       ' TURMA '          DELIMITED BY SIZE
                       WS-TURMA-ALUNO     DELIMITED BY SPACE
                       INTO WS-RESUMO
                END-STRING
            END-IF
            .

       P2E-LE-FREQ.
            READ FREQUENCIA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEF-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF

            IF NOT FIM-ARQ AND FREQ-ID-ALUNO NOT = WS-ID-ALUNO THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P2F-SOMA-FREQ.
            COMPUTE WS-TOT-PRES = WS-TOT-PRES +
               FREQ-PRES-BIM-1 + FREQ-PRES-BIM-2 +
               FREQ-PRES-BIM-3 + FREQ-PRES-BIM-4
            COMPUTE WS-TOT-FALT = WS-TOT-FALT +
               FREQ-FALT-BIM-1 + FREQ-FALT-BIM-2 +
               FREQ-FALT-BIM-3 + FREQ-FALT-BIM-4

            PERFORM P2E-LE-FREQ
            .

      * quitacao de um ano: todas as cobrancas do ano pagas e ao
      * menos uma cobranca gerada
       P2G-DADOS-QUITACAO.
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P2H-PEDE-ANO UNTIL ENTRADA-OK

            SET FILEB-OK                      TO TRUE
            MOVE 0                      TO WS-QT-PAGAS
            MOVE 0                      TO WS-QT-ABERTAS
            MOVE 'N'                    TO WS-FIM-ARQ
            COMPUTE WS-COMPET-INI = WS-ANO-QUITACAO * 100 + 1
            COMPUTE WS-COMPET-FIM = WS-ANO-QUITACAO * 100 + 12

            OPEN INPUT MENSAL

            IF FILEB-OK THEN
                MOVE WS-ID-ALUNO        TO MENS-ID-ALUNO
                MOVE WS-COMPET-INI      TO MENS-COMPET

                START MENSAL KEY NOT LESS MENS-CHAVE
                    INVALID KEY
                        SET FIM-ARQ     TO TRUE
                END-START

                IF NOT FIM-ARQ THEN
                    PERFORM P2I-LE-MENSAL
                END-IF

                PERFORM P2J-CONTA-MENSAL UNTIL FIM-ARQ
            END-IF

            CLOSE MENSAL

            EVALUATE TRUE
                WHEN WS-QT-ABERTAS > 0
                    MOVE 'N'            TO WS-DOC-OK
                    DISPLAY 'EXISTEM ' WS-QT-ABERTAS
                            ' MENSALIDADES EM ABERTO EM '
                            WS-ANO-QUITACAO '!'
                WHEN WS-QT-PAGAS = 0
                    MOVE 'N'            TO WS-DOC-OK
                    DISPLAY 'NENHUMA MENSALIDADE COBRADA DO ALUNO EM '
                            WS-ANO-QUITACAO '!'
                WHEN OTHER
                    MOVE WS-QT-PAGAS    TO WS-QT-ED
                    MOVE SPACES         TO WS-RESUMO
                    STRING 'QUITACAO ANO '    DELIMITED BY SIZE
                           WS-ANO-QUITACAO    DELIMITED BY SIZE
                           ', '               DELIMITED BY SIZE
                           WS-QT-ED           DELIMITED BY SIZE
                           ' MENSALIDADES'    DELIMITED BY SIZE
                           INTO WS-RESUMO
                    END-STRING
            END-EVALUATE
            .

       P2H-PEDE-ANO.
            DISPLAY 'Ano da quitacao (AAAA): '
            MOVE 0                      TO WS-ANO-QUITACAO
            ACCEPT WS-ANO-QUITACAO

            IF WS-ANO-QUITACAO < 1900
               OR WS-ANO-QUITACAO > WS-ANO-HOJE THEN
                DISPLAY 'ANO INVALIDO!'
            ELSE
                SET ENTRADA-OK          TO TRUE
            END-IF
            .

       P2I-LE-MENSAL.
            READ MENSAL NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEB-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF

            IF NOT FIM-ARQ THEN
                IF MENS-ID-ALUNO NOT = WS-ID-ALUNO
                   OR MENS-COMPET > WS-COMPET-FIM THEN
                    SET FIM-ARQ          TO TRUE
                END-IF
            END-IF
            .

       P2J-CONTA-MENSAL.
            IF MENS-PAGA THEN
                ADD 1                   TO WS-QT-PAGAS
            ELSE
                ADD 1                   TO WS-QT-ABERTAS
            END-IF

            PERFORM P2I-LE-MENSAL
            .

      * numero de controle: ultimo numero do CFP019N1.DAT mais um;
      * contador perdido ou defasado e refeito pelo maior numero ja
      * registrado, como na matricula do CADALUN
       P3-REGISTRA.
            SET FILED-OK                      TO TRUE
            MOVE 'N'                    TO WS-DOC-OK

            OPEN I-O DOCUMENTO

            IF WS-FILED EQUAL 35 THEN
                OPEN OUTPUT DOCUMENTO
                CLOSE DOCUMENTO
                OPEN I-O DOCUMENTO
            END-IF

            IF FILED-OK THEN
                PERFORM P3A-PROXIMO-NUMERO
                PERFORM P3D-MONTA-DOCUMENTO

                WRITE REG-DOCUMENTO
                    INVALID KEY
                        PERFORM P3B-MAIOR-NUMERO
                        MOVE WS-ULTIMO-NUMERO TO WS-NUMERO
                        ADD 1                 TO WS-NUMERO
                        PERFORM P3D-MONTA-DOCUMENTO

                        WRITE REG-DOCUMENTO
                            INVALID KEY
                                DISPLAY 'ERRO AO REGISTRAR O '
                                        'DOCUMENTO!'
                            NOT INVALID KEY
                                SET DOC-OK    TO TRUE
                        END-WRITE
                    NOT INVALID KEY
                        SET DOC-OK            TO TRUE
                END-WRITE
            ELSE
                DISPLAY 'ERRO AO ABRIR O REGISTRO DE DOCUMENTOS'
                DISPLAY 'FILE STATUS: ' WS-FILED
            END-IF

            CLOSE DOCUMENTO

            IF DOC-OK THEN
                PERFORM P3E-GRAVA-ULTIMO
            END-IF
            .

       P3A-PROXIMO-NUMERO.
            SET FILEN-OK                      TO TRUE

            OPEN INPUT SEQUENCIA

            IF FILEN-OK THEN
                READ SEQUENCIA
                    AT END
                        PERFORM P3B-MAIOR-NUMERO
                    NOT AT END
                        MOVE SEQ-ULTIMO-DOC    TO WS-ULTIMO-NUMERO
                END-READ
                CLOSE SEQUENCIA
            ELSE
                PERFORM P3B-MAIOR-NUMERO
            END-IF

            MOVE WS-ULTIMO-NUMERO       TO WS-NUMERO
            ADD 1                       TO WS-NUMERO
            .

      * sem o arquivo de controle, o maior numero registrado (arquivo
      * ja aberto pelo chamador) define o ponto de partida
       P3B-MAIOR-NUMERO.
            MOVE 0                      TO WS-ULTIMO-NUMERO
            MOVE 'N'                    TO WS-FIM-SCAN

            MOVE 0                      TO DOC-NUMERO
            START DOCUMENTO KEY NOT LESS DOC-NUMERO
                INVALID KEY
                    SET FIM-SCAN        TO TRUE
            END-START

            IF NOT FILED-OK THEN
                SET FIM-SCAN            TO TRUE
                SET FILED-OK            TO TRUE
            END-IF

            PERFORM P3C-LE-SCAN UNTIL FIM-SCAN
            .

       P3C-LE-SCAN.
            READ DOCUMENTO NEXT RECORD
                AT END
                    SET FIM-SCAN        TO TRUE
                NOT AT END
                    MOVE DOC-NUMERO     TO WS-ULTIMO-NUMERO
            END-READ

            IF NOT FILED-OK THEN
                SET FIM-SCAN            TO TRUE
                SET FILED-OK            TO TRUE
            END-IF
            .

      * codigo de verificacao: resto por 9973 de uma soma ponderada
      * de numero, aluno, data e hora da emissao; fica gravado, a
      * verificacao so compara
       P3D-MONTA-DOCUMENTO.
            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD
            ACCEPT WS-HORA              FROM TIME

            COMPUTE WS-CALC = WS-NUMERO * 7919
                            + WS-ID-ALUNO * 104729
                            + WS-DATA-HOJE + WS-HORA
            DIVIDE WS-CALC BY 9973 GIVING WS-QUOCIENTE
                   REMAINDER WS-CODIGO

            INITIALIZE REG-DOCUMENTO
            MOVE WS-NUMERO              TO DOC-NUMERO
            MOVE WS-TIPO-DOC            TO DOC-TIPO
            MOVE WS-ID-ALUNO            TO DOC-ID-ALUNO
            MOVE WS-NM-ALUNO            TO DOC-NM-ALUNO
            MOVE WS-TURMA-ALUNO         TO DOC-TURMA
            MOVE WS-DATA-HOJE           TO DOC-DT-EMISSAO
            MOVE WS-HORA                TO DOC-HORA-EMISSAO
            MOVE LOGON-OPERADOR         TO DOC-OPERADOR
            MOVE WS-CODIGO              TO DOC-CODIGO
            MOVE WS-RESUMO              TO DOC-RESUMO
            .

       P3E-GRAVA-ULTIMO.
            SET FILEN-OK                      TO TRUE

            OPEN OUTPUT SEQUENCIA

            IF FILEN-OK THEN
                MOVE WS-NUMERO             TO SEQ-ULTIMO-DOC
                WRITE REG-SEQUENCIA
                CLOSE SEQUENCIA
            ELSE
                DISPLAY 'ERRO AO GRAVAR O CONTROLE DE DOCUMENTOS'
                DISPLAY 'FILE STATUS: ' WS-FILEN
            END-IF
            .

      * consulta de quem recebe o documento: numero e codigo
      * impressos; o codigo que nao confere indica documento
      * adulterado
       P4-VERIFICA.
            SET FILED-OK                      TO TRUE

            DISPLAY 'VERIFICAR DOCUMENTO'
            DISPLAY 'Informe o numero do documento: '
            MOVE 0                      TO WS-NUMERO-CONSULTA
            ACCEPT WS-NUMERO-CONSULTA

            OPEN INPUT DOCUMENTO

            IF FILED-OK THEN
                MOVE WS-NUMERO-CONSULTA TO DOC-NUMERO

                READ DOCUMENTO
                    INVALID KEY
                        DISPLAY 'DOCUMENTO NAO ENCONTRADO! NUMERO NAO '
                                'EMITIDO POR ESTA ESCOLA.'
                    NOT INVALID KEY
                        PERFORM P4A-MOSTRA-DOCUMENTO
                END-READ

                CLOSE DOCUMENTO
            ELSE
                DISPLAY 'NENHUM DOCUMENTO EMITIDO.'
            END-IF
            .
       P4-FIM.

       P4A-MOSTRA-DOCUMENTO.
            DISPLAY 'Informe o codigo de verificacao do documento: '
            MOVE 0                      TO WS-CODIGO-INFORMADO
            ACCEPT WS-CODIGO-INFORMADO

            IF WS-CODIGO-INFORMADO = DOC-CODIGO THEN
                DISPLAY 'CODIGO DE VERIFICACAO CONFERE.'
            ELSE
                DISPLAY 'CODIGO DE VERIFICACAO NAO CONFERE! '
                        'DOCUMENTO PODE TER SIDO ADULTERADO.'
            END-IF

            EVALUATE TRUE
                WHEN DOC-MATRICULA
                    DISPLAY 'Documento: DECLARACAO DE MATRICULA'
                WHEN DOC-FREQUENCIA
                    DISPLAY 'Documento: DECLARACAO DE FREQUENCIA'
                WHEN DOC-QUITACAO
                    DISPLAY 'Documento: DECLARACAO DE QUITACAO'
            END-EVALUATE

            MOVE DOC-DT-EMISSAO         TO WS-DATA-AUX
            PERFORM P8-FORMATA-DATA

            DISPLAY 'Numero   : ' DOC-NUMERO
            DISPLAY 'Aluno    : ' DOC-ID-ALUNO ' ' DOC-NM-ALUNO
            DISPLAY 'Turma    : ' DOC-TURMA
            DISPLAY 'Emitido  : ' WS-DATA-ED ' as '
                    DOC-HORA-EMISSAO(1:2) ':' DOC-HORA-EMISSAO(3:2)
            DISPLAY 'Operador : ' DOC-OPERADOR
            DISPLAY 'Conteudo : ' DOC-RESUMO
            .

       P5-IMPRIME.
            PERFORM P5A-NOME-ESCOLA

            SET FILER-OK                      TO TRUE

            OPEN OUTPUT RELATORIO

            IF NOT FILER-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
                DISPLAY 'FILE STATUS: ' WS-FILER
            ELSE
                MOVE WS-NOME-ESCOLA     TO WS-LINHA
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA
                STRING '          '       DELIMITED BY SIZE
                       WS-TITULO          DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA

                MOVE WS-NUMERO          TO WS-LC-NUMERO
                MOVE WS-CODIGO          TO WS-LC-CODIGO
                MOVE WS-LIN-CONTROLE    TO WS-LINHA
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA

                PERFORM P5B-TEXTO-ALUNO

                EVALUATE TRUE
                    WHEN TIPO-MATRICULA
                        PERFORM P5C-TEXTO-MATRICULA
                    WHEN TIPO-FREQUENCIA
                        PERFORM P5D-TEXTO-FREQUENCIA
                    WHEN TIPO-QUITACAO
                        PERFORM P5E-TEXTO-QUITACAO
                END-EVALUATE

                PERFORM P5Z-LINHA

                MOVE WS-DATA-HOJE       TO WS-DATA-AUX
                PERFORM P8-FORMATA-DATA
                STRING 'Emitido em '      DELIMITED BY SIZE
                       WS-DATA-ED         DELIMITED BY SIZE
                       ' por '            DELIMITED BY SIZE
                       FUNCTION TRIM(LOGON-NOME)
                                          DELIMITED BY SIZE
                       '.'                DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA

                MOVE WS-ASSINATURA      TO WS-LINHA
                PERFORM P5Z-LINHA
                MOVE WS-SECRETARIA      TO WS-LINHA
                PERFORM P5Z-LINHA
                PERFORM P5Z-LINHA
                MOVE WS-AUTENTICA-1     TO WS-LINHA
                PERFORM P5Z-LINHA
                MOVE WS-AUTENTICA-2     TO WS-LINHA
                PERFORM P5Z-LINHA
            END-IF

            CLOSE RELATORIO
            .

      * nome da escola dos dados do censo (CENSO, opcao 1)
       P5A-NOME-ESCOLA.
            SET FILEP-OK                      TO TRUE
            MOVE 'SECRETARIA ESCOLAR'   TO WS-NOME-ESCOLA

            OPEN INPUT ESCOLA

            IF FILEP-OK THEN
                READ ESCOLA
                    NOT AT END
                        IF ESC-NOME NOT = SPACES THEN
                            MOVE ESC-NOME   TO WS-NOME-ESCOLA
                        END-IF
                END-READ
                CLOSE ESCOLA
            END-IF
            .

       P5B-TEXTO-ALUNO.
            MOVE 'Declaramos, para os devidos fins, que o(a) aluno(a)'
                                        TO WS-LINHA
            PERFORM P5Z-LINHA

            MOVE WS-DT-NASC             TO WS-DATA-AUX
            PERFORM P8-FORMATA-DATA
            IF WS-DT-NASC = 0 THEN
                STRING FUNCTION TRIM(WS-NM-ALUNO)
                                          DELIMITED BY SIZE
                       ', matricula '     DELIMITED BY SIZE
                       WS-ID-ALUNO        DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
            ELSE
                STRING FUNCTION TRIM(WS-NM-ALUNO)
                                          DELIMITED BY SIZE
                       ', matricula '     DELIMITED BY SIZE
                       WS-ID-ALUNO        DELIMITED BY SIZE
                       ', nascido(a) em ' DELIMITED BY SIZE
                       WS-DATA-ED         DELIMITED BY SIZE
                       ','                DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
            END-IF
            PERFORM P5Z-LINHA
            .

       P5C-TEXTO-MATRICULA.
            STRING 'esta regularmente matriculado(a) nesta escola no '
                                          DELIMITED BY SIZE
                   'ano letivo de '       DELIMITED BY SIZE
                   WS-ANO-LETIVO          DELIMITED BY SIZE
                   ','                    DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P5Z-LINHA

            PERFORM P5F-TEXTO-TURMA
            .

       P5D-TEXTO-FREQUENCIA.
            STRING 'matriculado(a) nesta escola no ano letivo de '
                                          DELIMITED BY SIZE
                   WS-ANO-LETIVO          DELIMITED BY SIZE
                   ','                    DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P5Z-LINHA

            PERFORM P5F-TEXTO-TURMA

            MOVE WS-PCT-FREQ            TO WS-PCT-ED
            STRING 'tem frequencia de '   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCT-ED)
                                          DELIMITED BY SIZE
                   '% das aulas registradas no ano letivo ate a '
                                          DELIMITED BY SIZE
                   'presente'             DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P5Z-LINHA
            MOVE 'data.'                TO WS-LINHA
            PERFORM P5Z-LINHA
            .

       P5E-TEXTO-QUITACAO.
            STRING 'nao possui mensalidades em aberto nesta escola '
                                          DELIMITED BY SIZE
                   'referentes ao ano de '
                                          DELIMITED BY SIZE
                   WS-ANO-QUITACAO        DELIMITED BY SIZE
                   ','                    DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P5Z-LINHA

            MOVE WS-QT-PAGAS            TO WS-QT-ED
            STRING 'tendo quitado as '    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-QT-ED)
                                          DELIMITED BY SIZE
                   ' mensalidades cobradas no periodo.'
                                          DELIMITED BY SIZE
                   INTO WS-LINHA
            END-STRING
            PERFORM P5Z-LINHA
            .

       P5F-TEXTO-TURMA.
            IF WS-TURNO-DESC = SPACES THEN
                STRING 'na turma '        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TURMA-ALUNO)
                                          DELIMITED BY SIZE
                       ' - '              DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DS-TURMA)
                                          DELIMITED BY SIZE
                       '.'                DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
            ELSE
                STRING 'na turma '        DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TURMA-ALUNO)
                                          DELIMITED BY SIZE
                       ' - '              DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DS-TURMA)
                                          DELIMITED BY SIZE
                       ', turno '         DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TURNO-DESC)
                                          DELIMITED BY SIZE
                       '.'                DELIMITED BY SIZE
                       INTO WS-LINHA
                END-STRING
            END-IF
            PERFORM P5Z-LINHA
            .

       P5Z-LINHA.
            MOVE WS-LINHA               TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO WS-LINHA
            .

       P8-FORMATA-DATA.
            MOVE SPACES                 TO WS-DATA-ED
            STRING WS-AUX-DIA             DELIMITED BY SIZE
                   '/'                    DELIMITED BY SIZE
                   WS-AUX-MES             DELIMITED BY SIZE
                   '/'                    DELIMITED BY SIZE
                   WS-AUX-ANO             DELIMITED BY SIZE
                   INTO WS-DATA-ED
            END-STRING
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
                   'CFP004S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-FREQ
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-MENSAL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP019S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-DOCUMENTO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP019N1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-SEQUENCIA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP018P1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ESCOLA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP019R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM DECLARA.
