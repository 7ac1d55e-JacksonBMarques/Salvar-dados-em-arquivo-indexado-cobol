      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: emitir o historico escolar em CFP003R2.PRN, para um
      *          aluno ou para todos os alunos ativos de uma turma,
      *          com todos os anos letivos encerrados encontrados nos
      *          historicos CFP003H1.AAAA.DAT (notas), CFP004H1.AAAA.DAT
      *          (frequencia) e CFP005H1.AAAA.DAT (turma e resultado,
      *          gravados pelo PROMALUN) mais o ano em curso do
      *          CFP003S1.DAT e CFP004S1.DAT: por ano, a turma
      *          cursada, a media final e a frequencia por disciplina
      *          e o resultado; anos sem resultado gravado tomam a
      *          turma do CADMOV.DAT; aluno ja arquivado pelo ARQALUN
      *          e procurado no CFP001H1.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT ARQUIVO ASSIGN TO WS-ARQ-ARQUIVO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO-H
                FILE STATUS IS WS-FILEH.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILEM.

                SELECT DISCIPLINA ASSIGN TO WS-ARQ-DISCIPLINA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS DISC-CODIGO
                FILE STATUS IS WS-FILED.

                SELECT NOTA ASSIGN TO WS-ARQ-NOTA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS NOTA-CHAVE
                FILE STATUS IS WS-FILEG.

                SELECT FREQUENCIA ASSIGN TO WS-ARQ-FREQ
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FILEF.

                SELECT HISTNOTA ASSIGN TO WS-ARQ-HISTNOTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEN.

                SELECT HISTFREQ ASSIGN TO WS-ARQ-HISTFREQ
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEQ.

                SELECT HISTRES ASSIGN TO WS-ARQ-HISTRES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEE.

                SELECT MOVIMENTO ASSIGN TO WS-ARQ-CADMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEV.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

      * CFP001H1.DAT guarda o registro do aluno inteiro, com a
      * matricula na frente como chave (ARQALUN)
       FD ARQUIVO.
       01 REG-ARQUIVO.
          03 ID-ALUNO-H               PIC 9(05).
          03 DADOS-ALUNO-H            PIC X(96).
       01 REG-ARQUIVO-DET.
          03 FILLER                   PIC 9(05).
          03 NM-ALUNO-H               PIC X(20).
          03 TL-ALUNO-H               PIC 9(09).
          03 STATUS-ALUNO-H           PIC X(01).
          03 DT-NASC-ALUNO-H          PIC 9(08).
          03 EMAIL-ALUNO-H            PIC X(40).
          03 TURMA-ALUNO-H            PIC X(10).
          03 DT-MATRICULA-H           PIC 9(08).

       FD TURMA.
          COPY CFPK0002.

       FD DISCIPLINA.
          COPY CFPK0011.

       FD NOTA.
          COPY CFPK0003.

       FD FREQUENCIA.
          COPY CFPK0004.

       FD HISTNOTA.
          COPY CFPK0003H.

       FD HISTFREQ.
          COPY CFPK0004H.

       FD HISTRES.
          COPY CFPK0005.

       FD MOVIMENTO.
          COPY CADMOV.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-ARQUIVO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-DISCIPLINA       PIC X(66) VALUE SPACES.
       77 WS-ARQ-NOTA             PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADMOV           PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-ARQ-HISTNOTA             PIC X(80) VALUE SPACES.
       77 WS-ARQ-HISTFREQ             PIC X(80) VALUE SPACES.
       77 WS-ARQ-HISTRES              PIC X(80) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILEM                    PIC 99.
          88 FILEM-OK                 VALUE 0.
       77 WS-FILED                    PIC 99.
          88 FILED-OK                 VALUE 0.
       77 WS-FILEG                    PIC 99.
          88 FILEG-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILEN                    PIC 99.
          88 FILEN-OK                 VALUE 0.
       77 WS-FILEQ                    PIC 99.
          88 FILEQ-OK                 VALUE 0.
       77 WS-FILEE                    PIC 99.
          88 FILEE-OK                 VALUE 0.
       77 WS-FILEV                    PIC 99.
          88 FILEV-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-ARQUIVO-ABERTO           PIC X VALUE 'N'.
          88 ARQUIVO-ABERTO           VALUE 'S'.
       77 WS-DISC-ABERTO              PIC X VALUE 'N'.
          88 DISC-ABERTO              VALUE 'S'.
       77 WS-NOTA-ABERTO              PIC X VALUE 'N'.
          88 NOTA-ABERTO              VALUE 'S'.
       77 WS-FREQ-ABERTO              PIC X VALUE 'N'.
          88 FREQ-ABERTO              VALUE 'S'.
       77 WS-FIM-ALUNO                PIC X VALUE 'N'.
          88 FIM-ALUNO                VALUE 'S'.
       77 WS-FIM-HIST                 PIC X VALUE 'N'.
          88 FIM-HIST                 VALUE 'S'.
       77 WS-FIM-MOV                  PIC X VALUE 'N'.
          88 FIM-MOV                  VALUE 'S'.
       77 WS-ACHOU                    PIC X VALUE 'N'.
          88 ACHOU                    VALUE 'S'.
       77 WS-TEM-RESULTADO            PIC X VALUE 'N'.
          88 TEM-RESULTADO            VALUE 'S'.
       77 WS-ALUNO-OK                 PIC X VALUE 'N'.
          88 ALUNO-OK                 VALUE 'S'.
       77 WS-OPCAO                    PIC X VALUE SPACES.
       77 WS-ID-ALUNO                 PIC 9(05) VALUE 0.
       77 WS-TURMA-FILTRO             PIC X(10) VALUE SPACES.
       77 WS-ANO-CORRENTE             PIC 9(04) VALUE 0.
       77 WS-ANO-INICIAL              PIC 9(04) VALUE 0.
       77 WS-ANO                      PIC 9(04) VALUE 0.
       77 WS-TURMA-ANO                PIC X(10) VALUE SPACES.
       77 WS-RESULTADO                PIC X(20) VALUE SPACES.
       77 WS-MEDIA                    PIC 9(02)V9(01) VALUE 0.
       77 WS-MEDIA-GERAL              PIC 9(02)V9(01) VALUE 0.
       77 WS-SOMA-MEDIAS              PIC 9(05)V9(02) VALUE 0.
       77 WS-QT-MEDIAS                PIC 9(03) VALUE 0.
       77 WS-TOT-PRES                 PIC 9(05) VALUE 0.
       77 WS-TOT-FALT                 PIC 9(05) VALUE 0.
       77 WS-PCT-FREQ                 PIC 9(03) VALUE 0.
       77 WS-PCT-ED                   PIC ZZ9.
       77 WS-DATA-INICIO              PIC 9(08) VALUE 0.
       77 WS-DATA-FIM                 PIC 9(08) VALUE 0.
       77 WS-DATA-FECHAMENTO          PIC 9(08) VALUE 0.
       77 WS-I                        PIC 9(03) VALUE 0.
       77 WS-D                        PIC 9(03) VALUE 0.
       77 WS-QT-ANOS                  PIC 9(03) VALUE 0.
       77 WS-TOTAL-ALUNOS             PIC 9(05) VALUE 0.
       77 WS-TOTAL-ANOS               PIC 9(05) VALUE 0.

      * dados do aluno do historico, do cadastro ou do arquivo morto
       01 WS-ALUNO-HIST.
          05 WS-HA-ID                 PIC 9(05).
          05 WS-HA-NOME               PIC X(20).
          05 WS-HA-NASC               PIC 9(08).
          05 WS-HA-MATRICULA          PIC 9(08).
          05 WS-HA-TURMA              PIC X(10).
          05 WS-HA-SITUACAO           PIC X(10).

      * disciplinas do ano que esta sendo impresso
       01 WS-DISC-TABELA.
          05 WS-DT-QTD                PIC 9(03) VALUE 0.
          05 WS-DT-ITEM OCCURS 40 TIMES.
             10 WS-DT-CODIGO          PIC X(10).
             10 WS-DT-MEDIA           PIC 9(02)V9(01).
             10 WS-DT-TEM-NOTA        PIC X(01).
                88 DT-TEM-NOTA            VALUE 'S'.
             10 WS-DT-PRES            PIC 9(05).
             10 WS-DT-FALT            PIC 9(05).

      * movimentos de matricula do aluno, na ordem do CADMOV.DAT
       01 WS-MOV-TABELA.
          05 WS-MT-QTD                PIC 9(03) VALUE 0.
          05 WS-MT-ITEM OCCURS 200 TIMES.
             10 WS-MT-DATA            PIC 9(08).
             10 WS-MT-ORIGEM          PIC X(10).
             10 WS-MT-DESTINO         PIC X(10).
             10 WS-MT-OPERADOR        PIC X(08).

          COPY BIMESTLK.

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'HISTORICO ESCOLAR                '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       01 WS-CAB-ALUNO.
          05 FILLER                   PIC X(07) VALUE 'ALUNO: '.
          05 WS-CABA-ID               PIC 9(05).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CABA-NOME             PIC X(20).
          05 FILLER                   PIC X(14) VALUE
             '  NASCIMENTO: '.
          05 WS-CABA-NASC             PIC 9(08).

       01 WS-CAB-ALUNO-2.
          05 FILLER                   PIC X(11) VALUE 'MATRICULA: '.
          05 WS-CABA-MATRICULA        PIC 9(08).
          05 FILLER                   PIC X(13) VALUE
             '  SITUACAO: '.
          05 WS-CABA-SITUACAO         PIC X(10).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CAB-ANO.
          05 FILLER                   PIC X(04) VALUE 'ANO '.
          05 WS-CANO-ANO              PIC 9(04).
          05 FILLER                   PIC X(08) VALUE '  TURMA '.
          05 WS-CANO-TURMA            PIC X(10).
          05 FILLER                   PIC X(13) VALUE
             '  RESULTADO: '.
          05 WS-CANO-RESULTADO        PIC X(20).
          05 FILLER                   PIC X(07) VALUE ' MEDIA '.
          05 WS-CANO-MEDIA            PIC Z9,9.

       01 WS-CAB-DISC.
          05 FILLER                   PIC X(13) VALUE
             '  DISCIPLINA'.
          05 FILLER                   PIC X(31) VALUE 'NOME'.
          05 FILLER                   PIC X(07) VALUE '  MEDIA'.
          05 FILLER                   PIC X(07) VALUE '   FREQ'.

       01 WS-DETALHE.
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-DET-CODIGO            PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-NOME              PIC X(30).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-MEDIA             PIC X(04).
          05 FILLER                   PIC X(03) VALUE SPACES.
          05 WS-DET-FREQ              PIC X(04).

       01 WS-LIN-FREQ.
          05 FILLER                   PIC X(28) VALUE
             '  FREQUENCIA GERAL DO ANO: '.
          05 WS-LF-FREQ               PIC X(04).

       01 WS-MEDIA-ED                 PIC Z9,9.

       01 WS-SEM-ANOS                 PIC X(80) VALUE
             'NENHUM ANO LETIVO COM NOTAS ENCONTRADO PARA O ALUNO.'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Historico Escolar'

            PERFORM P00-AMBIENTE

            MOVE SPACES                 TO WS-OPCAO
            PERFORM P1-PEDE-OPCAO UNTIL WS-OPCAO = '1' OR '2'

      * o ano em curso e o ano letivo do calendario; os anos
      * encerrados vem dos historicos carimbados com o ano
            SET BIMEST-SITUACAO         TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE 1                      TO BIMEST-NUMERO
            CALL 'BIMESTRE' USING BIMEST-AREA
            MOVE BIMEST-ANO             TO WS-ANO-CORRENTE

            OPEN INPUT ALUNO

            OPEN INPUT ARQUIVO
            IF FILEH-OK THEN
                SET ARQUIVO-ABERTO      TO TRUE
            END-IF

            OPEN INPUT DISCIPLINA
            IF FILED-OK THEN
                SET DISC-ABERTO         TO TRUE
            END-IF

            OPEN INPUT NOTA
            IF FILEG-OK THEN
                SET NOTA-ABERTO         TO TRUE
            END-IF

            OPEN INPUT FREQUENCIA
            IF FILEF-OK THEN
                SET FREQ-ABERTO         TO TRUE
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT FILES-OK OR NOT FILER-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO HISTORICO'
                DISPLAY 'FILE STATUS ALUNO: ' WS-FILES
                DISPLAY 'FILE STATUS RELAT: ' WS-FILER
            ELSE
                IF WS-OPCAO = '1' THEN
                    PERFORM P2-POR-ALUNO
                ELSE
                    PERFORM P3-POR-TURMA THRU P3-FIM
                END-IF
            END-IF

            CLOSE ALUNO
            CLOSE ARQUIVO
            CLOSE DISCIPLINA
            CLOSE NOTA
            CLOSE FREQUENCIA
            CLOSE RELATORIO

            DISPLAY 'Historicos emitidos: ' WS-TOTAL-ALUNOS
            DISPLAY 'Anos letivos       : ' WS-TOTAL-ANOS
            IF WS-TOTAL-ALUNOS > 0 THEN
                DISPLAY 'Historico gerado em CFP003R2.PRN'
            END-IF

            STOP RUN.

       P1-PEDE-OPCAO.
            DISPLAY '1-Historico de um aluno 2-Historico da turma'
            ACCEPT WS-OPCAO
            IF WS-OPCAO NOT = '1' AND WS-OPCAO NOT = '2' THEN
                DISPLAY 'OPCAO INVALIDA!'
            END-IF
            .

      * o aluno e procurado no cadastro e, se ja foi arquivado, no
      * arquivo morto
       P2-POR-ALUNO.
            DISPLAY 'Informe a matricula do aluno: '
            ACCEPT WS-ID-ALUNO

            MOVE 'N'                    TO WS-ALUNO-OK
            MOVE WS-ID-ALUNO            TO ID-ALUNO

            READ ALUNO
                INVALID KEY
                    PERFORM P2A-BUSCA-ARQUIVO
                NOT INVALID KEY
                    PERFORM P2B-DADOS-CADASTRO
            END-READ

            IF ALUNO-OK THEN
                PERFORM P4-EMITE THRU P4-FIM
            ELSE
                DISPLAY 'ALUNO NAO ENCONTRADO NO CADASTRO NEM NO '
                        'ARQUIVO MORTO!'
            END-IF
            .

       P2A-BUSCA-ARQUIVO.
            IF ARQUIVO-ABERTO THEN
                MOVE WS-ID-ALUNO        TO ID-ALUNO-H

                READ ARQUIVO
                    NOT INVALID KEY
                        SET ALUNO-OK    TO TRUE
                        MOVE ID-ALUNO-H TO WS-HA-ID
                        MOVE NM-ALUNO-H TO WS-HA-NOME
                        MOVE DT-NASC-ALUNO-H TO WS-HA-NASC
                        MOVE DT-MATRICULA-H  TO WS-HA-MATRICULA
                        MOVE TURMA-ALUNO-H   TO WS-HA-TURMA
                        MOVE 'ARQUIVADO'     TO WS-HA-SITUACAO
                END-READ
            END-IF
            .

       P2B-DADOS-CADASTRO.
            SET ALUNO-OK                TO TRUE
            MOVE ID-ALUNO               TO WS-HA-ID
            MOVE NM-ALUNO               TO WS-HA-NOME
            MOVE DT-NASC-ALUNO          TO WS-HA-NASC
            MOVE DT-MATRICULA           TO WS-HA-MATRICULA
            MOVE TURMA-ALUNO            TO WS-HA-TURMA
            IF ALUNO-INATIVO THEN
                MOVE 'INATIVO'          TO WS-HA-SITUACAO
            ELSE
                MOVE 'ATIVO'            TO WS-HA-SITUACAO
            END-IF
            .

       P3-POR-TURMA.
            SET FILEM-OK                      TO TRUE

            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-TURMA-FILTRO

            OPEN INPUT TURMA

            IF FILEM-OK THEN
                MOVE WS-TURMA-FILTRO    TO CD-TURMA
                READ TURMA
                    INVALID KEY
                        MOVE 'N'        TO WS-ACHOU
                    NOT INVALID KEY
                        SET ACHOU       TO TRUE
                END-READ
            ELSE
                MOVE 'N'                TO WS-ACHOU
            END-IF

            CLOSE TURMA

            IF NOT ACHOU THEN
                DISPLAY 'TURMA NAO CADASTRADA!'
            ELSE
                MOVE 'N'                TO WS-FIM-ALUNO
                MOVE 0                  TO ID-ALUNO

                START ALUNO KEY NOT LESS ID-ALUNO
                    INVALID KEY
                        SET FIM-ALUNO   TO TRUE
                END-START

                IF NOT FIM-ALUNO THEN
                    PERFORM P3A-LE-ALUNO
                END-IF

                PERFORM P3B-FILTRA  THRU P3B-FIM UNTIL FIM-ALUNO

                IF WS-TOTAL-ALUNOS = 0 THEN
                    DISPLAY 'NENHUM ALUNO ATIVO NA TURMA.'
                END-IF
            END-IF
            .
       P3-FIM.

       P3A-LE-ALUNO.
            READ ALUNO NEXT RECORD
                AT END
                    SET FIM-ALUNO        TO TRUE
            END-READ

            IF NOT FILES-OK THEN
                SET FIM-ALUNO            TO TRUE
            END-IF
            .

       P3B-FILTRA.
            IF ALUNO-ATIVO AND TURMA-ALUNO = WS-TURMA-FILTRO THEN
                PERFORM P2B-DADOS-CADASTRO
                PERFORM P4-EMITE   THRU P4-FIM
            END-IF

            PERFORM P3A-LE-ALUNO
            .
       P3B-FIM.

      * um documento por aluno: cabecalho, um bloco por ano letivo
      * encerrado e o bloco do ano em curso
       P4-EMITE.
            ADD 1                       TO WS-TOTAL-ALUNOS
            MOVE 0                      TO WS-QT-ANOS

            PERFORM P4A-CABECALHO
            PERFORM P7-CARREGA-MOVIMENTOS THRU P7-FIM

      * o primeiro ano procurado e o da matricula ou o do primeiro
      * movimento, o que vier antes
            MOVE WS-ANO-CORRENTE        TO WS-ANO-INICIAL
            IF WS-HA-MATRICULA > 0
               AND WS-HA-MATRICULA(1:4) < WS-ANO-INICIAL THEN
                MOVE WS-HA-MATRICULA(1:4) TO WS-ANO-INICIAL
            END-IF
            IF WS-MT-QTD > 0
               AND WS-MT-DATA(1)(1:4) < WS-ANO-INICIAL THEN
                MOVE WS-MT-DATA(1)(1:4) TO WS-ANO-INICIAL
            END-IF
            IF WS-HA-MATRICULA = 0 AND WS-MT-QTD = 0 THEN
                SUBTRACT 20 FROM WS-ANO-CORRENTE
                    GIVING WS-ANO-INICIAL
            END-IF

            PERFORM P5-ANO-ENCERRADO THRU P5-FIM
               VARYING WS-ANO FROM WS-ANO-INICIAL BY 1
               UNTIL WS-ANO > WS-ANO-CORRENTE

            PERFORM P6-ANO-EM-CURSO THRU P6-FIM

            IF WS-QT-ANOS = 0 THEN
                MOVE WS-SEM-ANOS        TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF

            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            .
       P4-FIM.

       P4A-CABECALHO.
            IF WS-TOTAL-ALUNOS > 1 THEN
                MOVE SPACES             TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF

            ACCEPT WS-CAB-01-DATA       FROM DATE YYYYMMDD
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-HA-ID               TO WS-CABA-ID
            MOVE WS-HA-NOME             TO WS-CABA-NOME
            MOVE WS-HA-NASC             TO WS-CABA-NASC
            MOVE WS-CAB-ALUNO           TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-HA-MATRICULA        TO WS-CABA-MATRICULA
            MOVE WS-HA-SITUACAO         TO WS-CABA-SITUACAO
            MOVE WS-CAB-ALUNO-2         TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * ano encerrado: as notas do CFP003H1 definem se o ano entra
      * no historico; frequencia e resultado completam o bloco
       P5-ANO-ENCERRADO.
            MOVE 0                      TO WS-DT-QTD

            MOVE SPACES                 TO WS-ARQ-HISTNOTA
            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP003H1.'       DELIMITED BY SIZE
                   WS-ANO            DELIMITED BY SIZE
                   '.DAT'            DELIMITED BY SIZE
                   INTO WS-ARQ-HISTNOTA
            END-STRING

            SET FILEN-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-HIST

            OPEN INPUT HISTNOTA

            IF FILEN-OK THEN
                PERFORM P5A-LE-HISTNOTA
                PERFORM P5B-NOTA-HIST THRU P5B-FIM UNTIL FIM-HIST
                CLOSE HISTNOTA
            END-IF

            IF WS-DT-QTD > 0 THEN
                PERFORM P5C-FREQ-HIST
                PERFORM P5F-RESULTADO-HIST

                IF NOT TEM-RESULTADO THEN
                    PERFORM P7C-TURMA-DO-ANO
                    MOVE 'NAO REGISTRADO' TO WS-RESULTADO
                END-IF

                PERFORM P8-IMPRIME-ANO
            END-IF
            .
       P5-FIM.

       P5A-LE-HISTNOTA.
            READ HISTNOTA
                AT END
                    SET FIM-HIST         TO TRUE
            END-READ

            IF NOT FILEN-OK THEN
                SET FIM-HIST             TO TRUE
            END-IF
            .

       P5B-NOTA-HIST.
            IF HIST-ID-ALUNO = WS-HA-ID THEN
                MOVE HIST-DISCIPLINA    TO DISC-CODIGO
                PERFORM P9-ACHA-DISCIPLINA

                IF ACHOU THEN
                    COMPUTE WS-DT-MEDIA(WS-D) ROUNDED =
                       (HIST-BIM-1 + HIST-BIM-2 + HIST-BIM-3 +
                        HIST-BIM-4) / 4
                    SET DT-TEM-NOTA(WS-D) TO TRUE
                END-IF
            END-IF

            PERFORM P5A-LE-HISTNOTA
            .
       P5B-FIM.

       P5C-FREQ-HIST.
            MOVE SPACES                 TO WS-ARQ-HISTFREQ
            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP004H1.'       DELIMITED BY SIZE
                   WS-ANO            DELIMITED BY SIZE
                   '.DAT'            DELIMITED BY SIZE
                   INTO WS-ARQ-HISTFREQ
            END-STRING

            SET FILEQ-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-HIST

            OPEN INPUT HISTFREQ

            IF FILEQ-OK THEN
                PERFORM P5D-LE-HISTFREQ
                PERFORM P5E-FREQ-ITEM THRU P5E-FIM UNTIL FIM-HIST
                CLOSE HISTFREQ
            END-IF
            .

       P5D-LE-HISTFREQ.
            READ HISTFREQ
                AT END
                    SET FIM-HIST         TO TRUE
            END-READ

            IF NOT FILEQ-OK THEN
                SET FIM-HIST             TO TRUE
            END-IF
            .

       P5E-FREQ-ITEM.
            IF HFRQ-ID-ALUNO = WS-HA-ID THEN
                MOVE HFRQ-DISCIPLINA    TO DISC-CODIGO
                PERFORM P9-ACHA-DISCIPLINA

                IF ACHOU THEN
                    COMPUTE WS-DT-PRES(WS-D) = WS-DT-PRES(WS-D) +
                       HFRQ-PRES-BIM-1 + HFRQ-PRES-BIM-2 +
                       HFRQ-PRES-BIM-3 + HFRQ-PRES-BIM-4
                    COMPUTE WS-DT-FALT(WS-D) = WS-DT-FALT(WS-D) +
                       HFRQ-FALT-BIM-1 + HFRQ-FALT-BIM-2 +
                       HFRQ-FALT-BIM-3 + HFRQ-FALT-BIM-4
                END-IF
            END-IF

            PERFORM P5D-LE-HISTFREQ
            .
       P5E-FIM.

       P5F-RESULTADO-HIST.
            MOVE 'N'                    TO WS-TEM-RESULTADO

            MOVE SPACES                 TO WS-ARQ-HISTRES
            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP005H1.'       DELIMITED BY SIZE
                   WS-ANO            DELIMITED BY SIZE
                   '.DAT'            DELIMITED BY SIZE
                   INTO WS-ARQ-HISTRES
            END-STRING

            SET FILEE-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-HIST

            OPEN INPUT HISTRES

            IF FILEE-OK THEN
                PERFORM P5G-LE-HISTRES
                PERFORM P5H-RESULTADO THRU P5H-FIM UNTIL FIM-HIST
                CLOSE HISTRES
            END-IF
            .

       P5G-LE-HISTRES.
            READ HISTRES
                AT END
                    SET FIM-HIST         TO TRUE
            END-READ

            IF NOT FILEE-OK THEN
                SET FIM-HIST             TO TRUE
            END-IF
            .

      * fechamento rodado mais de uma vez para o mesmo ano: vale o
      * ultimo resultado gravado
       P5H-RESULTADO.
            IF HRES-ID-ALUNO = WS-HA-ID THEN
                SET TEM-RESULTADO       TO TRUE
                MOVE HRES-TURMA         TO WS-TURMA-ANO
                IF HRES-APROVADO THEN
                    MOVE 'APROVADO'     TO WS-RESULTADO
                ELSE
                    MOVE 'RETIDO'       TO WS-RESULTADO
                END-IF
            END-IF

            PERFORM P5G-LE-HISTRES
            .
       P5H-FIM.

      * ano em curso: notas e frequencia ainda nos arquivos do ano,
      * turma do cadastro
       P6-ANO-EM-CURSO.
            MOVE 0                      TO WS-DT-QTD
            MOVE WS-ANO-CORRENTE        TO WS-ANO

            IF NOTA-ABERTO THEN
                MOVE 'N'                TO WS-FIM-HIST
                MOVE WS-HA-ID           TO NOTA-ID-ALUNO
                MOVE LOW-VALUES         TO NOTA-DISCIPLINA

                START NOTA KEY NOT LESS NOTA-CHAVE
                    INVALID KEY
                        SET FIM-HIST    TO TRUE
                END-START

                IF NOT FIM-HIST THEN
                    PERFORM P6A-LE-NOTA
                END-IF

                PERFORM P6B-NOTA-ATUAL THRU P6B-FIM UNTIL FIM-HIST
            END-IF

            IF WS-DT-QTD > 0 THEN
                IF FREQ-ABERTO THEN
                    PERFORM P6C-FREQ-ATUAL
                       VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-QTD
                END-IF

                MOVE WS-HA-TURMA        TO WS-TURMA-ANO
                MOVE 'EM CURSO'         TO WS-RESULTADO
                PERFORM P8-IMPRIME-ANO
            END-IF
            .
       P6-FIM.

       P6A-LE-NOTA.
            READ NOTA NEXT RECORD
                AT END
                    SET FIM-HIST         TO TRUE
            END-READ

            IF NOT FILEG-OK THEN
                SET FIM-HIST             TO TRUE
            END-IF

            IF NOT FIM-HIST AND NOTA-ID-ALUNO NOT = WS-HA-ID THEN
                SET FIM-HIST             TO TRUE
            END-IF
            .

       P6B-NOTA-ATUAL.
            MOVE NOTA-DISCIPLINA        TO DISC-CODIGO
            PERFORM P9-ACHA-DISCIPLINA

            IF ACHOU THEN
                COMPUTE WS-DT-MEDIA(WS-D) ROUNDED =
                   (NOTA-BIM-1 + NOTA-BIM-2 + NOTA-BIM-3 +
                    NOTA-BIM-4) / 4
                SET DT-TEM-NOTA(WS-D)   TO TRUE
            END-IF

            PERFORM P6A-LE-NOTA
            .
       P6B-FIM.

       P6C-FREQ-ATUAL.
            MOVE WS-HA-ID               TO FREQ-ID-ALUNO
            MOVE WS-DT-CODIGO(WS-D)     TO FREQ-DISCIPLINA

            READ FREQUENCIA
                NOT INVALID KEY
                    COMPUTE WS-DT-PRES(WS-D) =
                       FREQ-PRES-BIM-1 + FREQ-PRES-BIM-2 +
                       FREQ-PRES-BIM-3 + FREQ-PRES-BIM-4
                    COMPUTE WS-DT-FALT(WS-D) =
                       FREQ-FALT-BIM-1 + FREQ-FALT-BIM-2 +
                       FREQ-FALT-BIM-3 + FREQ-FALT-BIM-4
            END-READ
            .

       P7-CARREGA-MOVIMENTOS.
            SET FILEV-OK                      TO TRUE
            MOVE 0                      TO WS-MT-QTD
            MOVE 'N'                    TO WS-FIM-MOV

            OPEN INPUT MOVIMENTO

            IF FILEV-OK THEN
                PERFORM P7A-LE-MOVIMENTO
                PERFORM P7B-GUARDA  THRU P7B-FIM UNTIL FIM-MOV
                CLOSE MOVIMENTO
            END-IF
            .
       P7-FIM.

       P7A-LE-MOVIMENTO.
            READ MOVIMENTO
                AT END
                    SET FIM-MOV          TO TRUE
            END-READ

            IF NOT FILEV-OK THEN
                SET FIM-MOV              TO TRUE
            END-IF
            .

       P7B-GUARDA.
            IF MOV-ID-ALUNO = WS-HA-ID AND WS-MT-QTD < 200 THEN
                ADD 1                   TO WS-MT-QTD
                MOVE MOV-DATA           TO WS-MT-DATA(WS-MT-QTD)
                MOVE MOV-TURMA-ORIGEM   TO WS-MT-ORIGEM(WS-MT-QTD)
                MOVE MOV-TURMA-DESTINO  TO WS-MT-DESTINO(WS-MT-QTD)
                MOVE MOV-OPERADOR       TO WS-MT-OPERADOR(WS-MT-QTD)
            END-IF

            PERFORM P7A-LE-MOVIMENTO
            .
       P7B-FIM.

      * ano anterior ao resultado gravado pelo fechamento: a turma
      * do ano e a de origem da promocao feita no fechamento (do
      * inicio do ano ate marco do ano seguinte); sem promocao, e a
      * ultima turma em que o aluno foi colocado ate o fim do ano
       P7C-TURMA-DO-ANO.
            MOVE SPACES                 TO WS-TURMA-ANO
            MOVE 'N'                    TO WS-ACHOU

            COMPUTE WS-DATA-INICIO = WS-ANO * 10000 + 0101
            COMPUTE WS-DATA-FIM = WS-ANO * 10000 + 1231
            COMPUTE WS-DATA-FECHAMENTO = (WS-ANO + 1) * 10000 + 0331

            PERFORM P7D-PROMOCAO
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-MT-QTD OR ACHOU

            IF NOT ACHOU THEN
                PERFORM P7E-COLOCACAO
                   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MT-QTD
            END-IF
            .

       P7D-PROMOCAO.
            IF WS-MT-OPERADOR(WS-I) = 'FECHANO'
               AND WS-MT-DATA(WS-I) >= WS-DATA-INICIO
               AND WS-MT-DATA(WS-I) <= WS-DATA-FECHAMENTO THEN
                SET ACHOU               TO TRUE
                MOVE WS-MT-ORIGEM(WS-I) TO WS-TURMA-ANO
            END-IF
            .

       P7E-COLOCACAO.
            IF WS-MT-DATA(WS-I) <= WS-DATA-FIM
               AND WS-MT-DESTINO(WS-I) NOT = SPACES THEN
                MOVE WS-MT-DESTINO(WS-I) TO WS-TURMA-ANO
            END-IF
            .

       P8-IMPRIME-ANO.
            ADD 1                       TO WS-QT-ANOS
            ADD 1                       TO WS-TOTAL-ANOS
            MOVE 0                      TO WS-SOMA-MEDIAS
            MOVE 0                      TO WS-QT-MEDIAS
            MOVE 0                      TO WS-TOT-PRES
            MOVE 0                      TO WS-TOT-FALT
            MOVE 0                      TO WS-MEDIA-GERAL

            PERFORM P8A-SOMA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-QTD

            IF WS-QT-MEDIAS > 0 THEN
                COMPUTE WS-MEDIA-GERAL ROUNDED =
                   WS-SOMA-MEDIAS / WS-QT-MEDIAS
            END-IF

            MOVE WS-SEPARADOR           TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-ANO                 TO WS-CANO-ANO
            MOVE WS-TURMA-ANO           TO WS-CANO-TURMA
            IF WS-TURMA-ANO = SPACES THEN
                MOVE '-'                TO WS-CANO-TURMA
            END-IF
            MOVE WS-RESULTADO           TO WS-CANO-RESULTADO
            MOVE WS-MEDIA-GERAL         TO WS-CANO-MEDIA
            MOVE WS-CAB-ANO             TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CAB-DISC            TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P8B-LINHA
               VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-DT-QTD

            MOVE ' -'                   TO WS-LF-FREQ
            IF WS-TOT-PRES + WS-TOT-FALT > 0 THEN
                COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-TOT-PRES * 100 / (WS-TOT-PRES + WS-TOT-FALT)
                MOVE WS-PCT-FREQ        TO WS-PCT-ED
                MOVE SPACES             TO WS-LF-FREQ
                STRING WS-PCT-ED          DELIMITED BY SIZE
                       '%'                DELIMITED BY SIZE
                       INTO WS-LF-FREQ
                END-STRING
            END-IF
            MOVE WS-LIN-FREQ            TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P8A-SOMA.
            IF DT-TEM-NOTA(WS-D) THEN
                ADD WS-DT-MEDIA(WS-D)   TO WS-SOMA-MEDIAS
                ADD 1                   TO WS-QT-MEDIAS
            END-IF

            ADD WS-DT-PRES(WS-D)        TO WS-TOT-PRES
            ADD WS-DT-FALT(WS-D)        TO WS-TOT-FALT
            .

       P8B-LINHA.
            MOVE WS-DT-CODIGO(WS-D)     TO WS-DET-CODIGO
            MOVE SPACES                 TO WS-DET-NOME

            IF DISC-ABERTO THEN
                MOVE WS-DT-CODIGO(WS-D) TO DISC-CODIGO
                READ DISCIPLINA
                    NOT INVALID KEY
                        MOVE DISC-NOME  TO WS-DET-NOME
                END-READ
            END-IF

            MOVE '   -'                 TO WS-DET-MEDIA
            IF DT-TEM-NOTA(WS-D) THEN
                MOVE WS-DT-MEDIA(WS-D)  TO WS-MEDIA-ED
                MOVE WS-MEDIA-ED        TO WS-DET-MEDIA
            END-IF

            MOVE '   -'                 TO WS-DET-FREQ
            IF WS-DT-PRES(WS-D) + WS-DT-FALT(WS-D) > 0 THEN
                COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-DT-PRES(WS-D) * 100 /
                   (WS-DT-PRES(WS-D) + WS-DT-FALT(WS-D))
                MOVE WS-PCT-FREQ        TO WS-PCT-ED
                MOVE SPACES             TO WS-DET-FREQ
                STRING WS-PCT-ED          DELIMITED BY SIZE
                       '%'                DELIMITED BY SIZE
                       INTO WS-DET-FREQ
                END-STRING
            END-IF

            MOVE WS-DETALHE             TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * posiciona WS-D na disciplina DISC-CODIGO da tabela do ano,
      * incluindo-a se ainda nao estiver la; tabela cheia = ACHOU
      * desligado e a disciplina fica fora do bloco
       P9-ACHA-DISCIPLINA.
            MOVE 'N'                    TO WS-ACHOU

            PERFORM P9A-COMPARA
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DT-QTD OR ACHOU

            IF ACHOU THEN
                SUBTRACT 1              FROM WS-D
            ELSE
                IF WS-DT-QTD < 40 THEN
                    ADD 1               TO WS-DT-QTD
                    MOVE WS-DT-QTD      TO WS-D
                    MOVE DISC-CODIGO    TO WS-DT-CODIGO(WS-D)
                    MOVE 0              TO WS-DT-MEDIA(WS-D)
                    MOVE 'N'            TO WS-DT-TEM-NOTA(WS-D)
                    MOVE 0              TO WS-DT-PRES(WS-D)
                    MOVE 0              TO WS-DT-FALT(WS-D)
                    SET ACHOU           TO TRUE
                END-IF
            END-IF
            .

       P9A-COMPARA.
            IF WS-DT-CODIGO(WS-D) = DISC-CODIGO THEN
                SET ACHOU               TO TRUE
            END-IF
            .

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
                   'CFP001H1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ARQUIVO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP002S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TURMA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP011S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-DISCIPLINA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP003S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-NOTA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP004S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-FREQ
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADMOV.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADMOV
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP003R2.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM HISTESC.
