      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: verificar a integridade entre os arquivos do
      *          sistema e relatar em CFP017R1.PRN cada inconsistencia
      *          por tipo, com contagem: notas (CFP003S1) e frequencia
      *          (CFP004S1) de aluno arquivado ou inexistente, ocupacao
      *          QT-MATRIC-TURMA do CFP002S1 diferente dos alunos
      *          ativos da turma, aluno ativo em turma nao cadastrada,
      *          fila de espera (CFP008F1) aguardando para aluno
      *          inativo, inexistente ou ja na turma, e mensalidade
      *          (CFP006S1) de aluno fora do cadastro e do arquivo
      *          morto; no modo de correcao, liberado so a
      *          supervisor, recontar a ocupacao das turmas, cancelar
      *          as entradas de fila vencidas e mover as notas e
      *          frequencias orfas para o arquivo de suspensos
      *          CFP017X1.DAT, gravando cada correcao no CADLOG.DAT
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ALUNO ASSIGN TO WS-ARQ-ALUNO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO WITH DUPLICATES
                FILE STATUS IS WS-FILES.

                SELECT ARQUIVO ASSIGN TO WS-ARQ-ARQUIVO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO-H
                FILE STATUS IS WS-FILEH.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILEM.

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

                SELECT FILA ASSIGN TO WS-ARQ-FILA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS FILA-CHAVE
                FILE STATUS IS WS-FILEA.

                SELECT MENSAL ASSIGN TO WS-ARQ-MENSAL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS MENS-CHAVE
                FILE STATUS IS WS-FILEB.

                SELECT SUSPENSO ASSIGN TO WS-ARQ-SUSPENSO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEX.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD ARQUIVO.
       01 REG-ARQUIVO.
          03 ID-ALUNO-H               PIC 9(05).
          03 DADOS-ALUNO-H            PIC X(96).

       FD TURMA.
          COPY CFPK0002.

       FD NOTA.
          COPY CFPK0003.

       FD FREQUENCIA.
          COPY CFPK0004.

       FD FILA.
          COPY CFPK0008.

       FD MENSAL.
          COPY CFPK0006.

       FD SUSPENSO.
          COPY CFPK0017.

       FD CADLOG.
          COPY CADLOG.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-ARQUIVO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-NOTA             PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.
       77 WS-ARQ-FILA             PIC X(66) VALUE SPACES.
       77 WS-ARQ-MENSAL           PIC X(66) VALUE SPACES.
       77 WS-ARQ-SUSPENSO         PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILEM                    PIC 99.
          88 FILEM-OK                 VALUE 0.
       77 WS-FILEG                    PIC 99.
          88 FILEG-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILEA                    PIC 99.
          88 FILEA-OK                 VALUE 0.
       77 WS-FILEB                    PIC 99.
          88 FILEB-OK                 VALUE 0.
       77 WS-FILEX                    PIC 99.
          88 FILEX-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-MODO                     PIC X VALUE SPACES.
          88 MODO-VERIFICA            VALUE '1'.
          88 MODO-CORRIGE             VALUE '2'.
       77 WS-FIM-ARQ                  PIC X VALUE 'N'.
          88 FIM-ARQ                  VALUE 'S'.
       77 WS-ACHOU                    PIC X VALUE 'N'.
          88 ACHOU                    VALUE 'S'.
       77 WS-OPERADOR                 PIC X(08) VALUE 'INTEGRA'.
       77 WS-LOG-ID                   PIC 9(05) VALUE 0.
       77 WS-LOG-OPERACAO             PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-IDX                      PIC 9(06) VALUE 0.
       77 WS-T                        PIC 9(03) VALUE 0.
       77 WS-TIPO                     PIC 9(01) VALUE 0.
       77 WS-SIT                      PIC X(01) VALUE SPACES.
       77 WS-SUSP-ARQUIVO             PIC X(08) VALUE SPACES.
       77 WS-SUSP-DADOS               PIC X(60) VALUE SPACES.
       77 WS-TOTAL-ALUNOS             PIC 9(05) VALUE 0.
       77 WS-TOTAL-ARQUIVADOS         PIC 9(05) VALUE 0.
       77 WS-TOTAL-INCONS             PIC 9(07) VALUE 0.
       77 WS-TOTAL-CORRIGIDAS         PIC 9(07) VALUE 0.
       77 WS-TUR-ESTOURO              PIC X VALUE 'N'.
          88 TUR-ESTOURO              VALUE 'S'.

      * situacao de cada matricula: A = ativo e I = inativo no
      * cadastro, H = arquivado no CFP001H1, espaco = inexistente
       01 WS-ALU-TABELA.
          05 WS-ALU-ITEM OCCURS 99999 TIMES.
             10 WS-TAB-SIT            PIC X(01).
             10 WS-TAB-TURMA          PIC X(10).

       01 WS-TUR-TABELA.
          05 WS-TUR-QTD               PIC 9(03) VALUE 0.
          05 WS-TUR-ITEM OCCURS 500 TIMES.
             10 WS-TUR-CODIGO         PIC X(10).
             10 WS-TUR-QT-MATRIC      PIC 9(03).
             10 WS-TUR-CONTADOS       PIC 9(05).

      * tipos de inconsistencia, na ordem das verificacoes
       01 WS-TIPO-TABELA.
          05 WS-TIPO-ITEM OCCURS 6 TIMES.
             10 WS-TP-CODIGO          PIC X(03).
             10 WS-TP-DESCRICAO       PIC X(50).
             10 WS-TP-QT              PIC 9(05).
             10 WS-TP-QT-CORR         PIC 9(05).

          COPY LOGONLK.

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'INTEGRIDADE DOS ARQUIVOS         '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       01 WS-CAB-MODO.
          05 FILLER                   PIC X(06) VALUE 'MODO: '.
          05 WS-CAB-MODO-DESC         PIC X(30).
          05 FILLER                   PIC X(10) VALUE 'OPERADOR: '.
          05 WS-CAB-MODO-OPER         PIC X(08).

       01 WS-CAB-02.
          05 FILLER                   PIC X(04) VALUE 'TIPO'.
          05 FILLER                   PIC X(06) VALUE '   ID'.
          05 FILLER                   PIC X(17) VALUE 'CHAVE'.
          05 FILLER                   PIC X(41) VALUE 'OCORRENCIA'.
          05 FILLER                   PIC X(10) VALUE 'ACAO'.

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '-'.

       01 WS-CAB-TIPO.
          05 WS-CTP-CODIGO            PIC X(03).
          05 FILLER                   PIC X(03) VALUE ' - '.
          05 WS-CTP-DESCRICAO         PIC X(50).

       01 WS-DETALHE.
          05 WS-DET-TIPO              PIC X(03).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-ID                PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-CHAVE             PIC X(16).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-OCORRENCIA        PIC X(40).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-ACAO              PIC X(10).
             88 DET-ACAO-ERRO             VALUE 'ERRO SUSP'
                                                'ERRO RETIR'.

       01 WS-LIN-QT.
          05 FILLER                   PIC X(15) VALUE
             '  OCORRENCIAS: '.
          05 WS-LQT-QT                PIC ZZZZ9.
          05 FILLER                   PIC X(15) VALUE
             '   CORRIGIDAS: '.
          05 WS-LQT-CORR              PIC ZZZZ9.

       01 WS-LIN-AUSENTE.
          05 FILLER                   PIC X(21) VALUE
             '  ARQUIVO AUSENTE OU '.
          05 FILLER                   PIC X(24) VALUE
             'INACESSIVEL, STATUS: '.
          05 WS-LAUS-STATUS           PIC 99.

       01 WS-LIN-ESTOURO              PIC X(80) VALUE
             '  MAIS DE 500 TURMAS: OCUPACAO NAO CONFERIDA'.

       01 WS-CAB-RESUMO               PIC X(80) VALUE
             'RESUMO POR TIPO'.

       01 WS-LIN-RESUMO.
          05 WS-LRES-CODIGO           PIC X(03).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LRES-DESCRICAO        PIC X(50).
          05 WS-LRES-QT               PIC ZZZZ9.
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LRES-CORR             PIC ZZZZ9.

       01 WS-RODAPE.
          05 FILLER                   PIC X(29) VALUE
             'TOTAL DE INCONSISTENCIAS:    '.
          05 WS-ROD-TOTAL             PIC ZZZZZZ9.
          05 FILLER                   PIC X(15) VALUE
             '   CORRIGIDAS: '.
          05 WS-ROD-CORR              PIC ZZZZZZ9.

       01 WS-OCOR-VAGA.
          05 FILLER                   PIC X(10) VALUE 'OCUPACAO '.
          05 WS-OV-QT-MATRIC          PIC ZZ9.
          05 FILLER                   PIC X(10) VALUE ', ATIVOS '.
          05 WS-OV-CONTADOS           PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Verificacao de Integridade dos Arquivos'

            PERFORM P00-AMBIENTE

            PERFORM P1-PEDE-MODO UNTIL MODO-VERIFICA OR MODO-CORRIGE

      * a correcao altera turmas, fila, notas e frequencia: so com
      * supervisor identificado, que fica como operador no log
            IF MODO-CORRIGE THEN
                MOVE 'S'                TO LOGON-PERFIL-MINIMO
                CALL 'LOGON' USING LOGON-AREA

                IF NOT LOGON-OK THEN
                    STOP RUN
                END-IF

                MOVE LOGON-OPERADOR     TO WS-OPERADOR
            END-IF

            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

            PERFORM P1A-MONTA-TIPOS

            OPEN OUTPUT RELATORIO

            PERFORM P2-CARREGA-ALUNOS

            IF NOT FILES-OK OR NOT FILER-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA VERIFICACAO'
                DISPLAY 'FILE STATUS ALUNO: ' WS-FILES
                DISPLAY 'FILE STATUS RELAT: ' WS-FILER
            ELSE
                PERFORM P2C-CARREGA-ARQUIVO

                IF MODO-CORRIGE THEN
                    PERFORM P3-ABRE-SUSPENSO
                END-IF

                PERFORM P3A-CABECALHO
                PERFORM P4-VERIFICA-NOTAS     THRU P4-FIM
                PERFORM P5-VERIFICA-FREQ      THRU P5-FIM
                PERFORM P6-VERIFICA-TURMAS    THRU P6-FIM
                PERFORM P7-VERIFICA-FILA      THRU P7-FIM
                PERFORM P8-VERIFICA-MENSAL    THRU P8-FIM
                PERFORM P9-RESUMO

                IF MODO-CORRIGE THEN
                    CLOSE SUSPENSO
                END-IF
            END-IF

            CLOSE RELATORIO

            DISPLAY 'Alunos no cadastro     : ' WS-TOTAL-ALUNOS
            DISPLAY 'Alunos arquivados      : ' WS-TOTAL-ARQUIVADOS
            DISPLAY 'Inconsistencias        : ' WS-TOTAL-INCONS
            DISPLAY 'Correcoes efetuadas    : ' WS-TOTAL-CORRIGIDAS
            DISPLAY 'Relatorio gerado em CFP017R1.PRN'

            STOP RUN.

       P1-PEDE-MODO.
            DISPLAY '1-Somente verificar 2-Verificar e corrigir'
            ACCEPT WS-MODO
            IF NOT MODO-VERIFICA AND NOT MODO-CORRIGE THEN
                DISPLAY 'OPCAO INVALIDA!'
            END-IF
            .

       P1A-MONTA-TIPOS.
            MOVE 'NOT'                  TO WS-TP-CODIGO(1)
            MOVE 'NOTAS DE ALUNO ARQUIVADO OU INEXISTENTE'
                                        TO WS-TP-DESCRICAO(1)
            MOVE 'FRQ'                  TO WS-TP-CODIGO(2)
            MOVE 'FREQUENCIA DE ALUNO ARQUIVADO OU INEXISTENTE'
                                        TO WS-TP-DESCRICAO(2)
            MOVE 'VAG'                  TO WS-TP-CODIGO(3)
            MOVE 'OCUPACAO DA TURMA DIFERENTE DOS ALUNOS ATIVOS'
                                        TO WS-TP-DESCRICAO(3)
            MOVE 'TUR'                  TO WS-TP-CODIGO(4)
            MOVE 'ALUNO ATIVO EM TURMA NAO CADASTRADA'
                                        TO WS-TP-DESCRICAO(4)
            MOVE 'FIL'                  TO WS-TP-CODIGO(5)
            MOVE 'FILA AGUARDANDO PARA ALUNO FORA DA FILA'
                                        TO WS-TP-DESCRICAO(5)
            MOVE 'MEN'                  TO WS-TP-CODIGO(6)
            MOVE 'MENSALIDADE DE ALUNO INEXISTENTE'
                                        TO WS-TP-DESCRICAO(6)

            PERFORM P1B-ZERA-TIPO
               VARYING WS-TIPO FROM 1 BY 1 UNTIL WS-TIPO > 6
            .

       P1B-ZERA-TIPO.
            MOVE 0                      TO WS-TP-QT(WS-TIPO)
            MOVE 0                      TO WS-TP-QT-CORR(WS-TIPO)
            .

       P2-CARREGA-ALUNOS.
            MOVE 'N'                    TO WS-FIM-ARQ

            INITIALIZE WS-ALU-TABELA

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                PERFORM P2A-LE-ALUNO
                PERFORM P2B-GUARDA-ALUNO UNTIL FIM-ARQ
                CLOSE ALUNO
            END-IF
            .

       P2A-LE-ALUNO.
            READ ALUNO NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILES-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P2B-GUARDA-ALUNO.
            IF ID-ALUNO > 0 THEN
                ADD 1                   TO WS-TOTAL-ALUNOS
                MOVE STATUS-ALUNO       TO WS-TAB-SIT(ID-ALUNO)
                MOVE TURMA-ALUNO        TO WS-TAB-TURMA(ID-ALUNO)
            END-IF

            PERFORM P2A-LE-ALUNO
            .

      * arquivo morto ausente = nenhum aluno arquivado ainda
       P2C-CARREGA-ARQUIVO.
            SET FILEH-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT ARQUIVO

            IF FILEH-OK THEN
                PERFORM P2D-LE-ARQUIVO
                PERFORM P2E-GUARDA-ARQUIVO UNTIL FIM-ARQ
                CLOSE ARQUIVO
            END-IF
            .

       P2D-LE-ARQUIVO.
            READ ARQUIVO NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P2E-GUARDA-ARQUIVO.
            IF ID-ALUNO-H > 0 THEN
                ADD 1                   TO WS-TOTAL-ARQUIVADOS
                IF WS-TAB-SIT(ID-ALUNO-H) = SPACES THEN
                    MOVE 'H'            TO WS-TAB-SIT(ID-ALUNO-H)
                END-IF
            END-IF

            PERFORM P2D-LE-ARQUIVO
            .

       P3-ABRE-SUSPENSO.
            SET FILEX-OK                      TO TRUE

            OPEN EXTEND SUSPENSO

            IF WS-FILEX EQUAL 35 THEN
                OPEN OUTPUT SUSPENSO
            END-IF

            IF NOT FILEX-OK THEN
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SUSPENSOS'
                DISPLAY 'FILE STATUS: ' WS-FILEX
                DISPLAY 'NOTAS E FREQUENCIAS ORFAS NAO SERAO MOVIDAS.'
            END-IF
            .

       P3A-CABECALHO.
            MOVE WS-DATA-HOJE           TO WS-CAB-01-DATA
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO

            IF MODO-CORRIGE THEN
                MOVE 'VERIFICACAO COM CORRECAO'
                                        TO WS-CAB-MODO-DESC
            ELSE
                MOVE 'SOMENTE VERIFICACAO'
                                        TO WS-CAB-MODO-DESC
            END-IF
            MOVE WS-OPERADOR            TO WS-CAB-MODO-OPER
            MOVE WS-CAB-MODO            TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-CAB-02              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * abre o bloco do tipo WS-TIPO no relatorio
       P3B-CAB-TIPO.
            MOVE WS-SEPARADOR           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-TP-CODIGO(WS-TIPO)  TO WS-CTP-CODIGO
            MOVE WS-TP-DESCRICAO(WS-TIPO)
                                        TO WS-CTP-DESCRICAO
            MOVE WS-CAB-TIPO            TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P3C-FECHA-TIPO.
            MOVE WS-TP-QT(WS-TIPO)      TO WS-LQT-QT
            MOVE WS-TP-QT-CORR(WS-TIPO) TO WS-LQT-CORR
            MOVE WS-LIN-QT              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P3D-AUSENTE.
            MOVE WS-LIN-AUSENTE         TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * grava a linha da inconsistencia do tipo WS-TIPO; a acao
      * vem preenchida quando a correcao foi feita, ou com ERRO
      * quando a correcao falhou
       P3E-GRAVA-DETALHE.
            MOVE WS-TP-CODIGO(WS-TIPO)  TO WS-DET-TIPO
            MOVE WS-DETALHE             TO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                       TO WS-TP-QT(WS-TIPO)
            ADD 1                       TO WS-TOTAL-INCONS

            IF WS-DET-ACAO NOT = SPACES
               AND NOT DET-ACAO-ERRO THEN
                ADD 1                   TO WS-TP-QT-CORR(WS-TIPO)
                ADD 1                   TO WS-TOTAL-CORRIGIDAS
            END-IF
            .

       P4-VERIFICA-NOTAS.
            MOVE 1                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            SET FILEG-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            IF MODO-CORRIGE THEN
                OPEN I-O NOTA
            ELSE
                OPEN INPUT NOTA
            END-IF

            IF FILEG-OK THEN
                PERFORM P4A-LE-NOTA
                PERFORM P4B-CONFERE THRU P4B-FIM UNTIL FIM-ARQ
                CLOSE NOTA
            ELSE
                MOVE WS-FILEG           TO WS-LAUS-STATUS
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO
            .
       P4-FIM.

       P4A-LE-NOTA.
            READ NOTA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEG-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P4B-CONFERE.
            MOVE SPACES                 TO WS-SIT
            IF NOTA-ID-ALUNO > 0 THEN
                MOVE WS-TAB-SIT(NOTA-ID-ALUNO) TO WS-SIT
            END-IF

            IF WS-SIT = 'H' OR WS-SIT = SPACES THEN
                MOVE NOTA-ID-ALUNO      TO WS-DET-ID
                MOVE NOTA-DISCIPLINA    TO WS-DET-CHAVE
                PERFORM P4C-OCORRENCIA
                MOVE SPACES             TO WS-DET-ACAO

                IF MODO-CORRIGE AND FILEX-OK THEN
                    MOVE 'CFP003S1'     TO WS-SUSP-ARQUIVO
                    MOVE REG-NOTA       TO WS-SUSP-DADOS
                    MOVE NOTA-ID-ALUNO  TO WS-LOG-ID
                    MOVE 'INTNOTA'      TO WS-LOG-OPERACAO

                    PERFORM P3F-SUSPENDE

                    IF FILEX-OK THEN
                        DELETE NOTA RECORD
                            INVALID KEY
                                DISPLAY 'ERRO AO RETIRAR A NOTA: '
                                        NOTA-ID-ALUNO ' '
                                        NOTA-DISCIPLINA
                                MOVE 'ERRO RETIR' TO WS-DET-ACAO
                            NOT INVALID KEY
                                MOVE 'SUSPENSO'   TO WS-DET-ACAO
                                PERFORM P90-GRAVA-LOG
                        END-DELETE
                    END-IF
                END-IF

                PERFORM P3E-GRAVA-DETALHE
            END-IF

            PERFORM P4A-LE-NOTA
            .
       P4B-FIM.

       P4C-OCORRENCIA.
            IF WS-SIT = 'H' THEN
                MOVE 'ALUNO JA ARQUIVADO'
                                        TO WS-DET-OCORRENCIA
            ELSE
                MOVE 'ALUNO NAO EXISTE NO CADASTRO NEM ARQUIVO'
                                        TO WS-DET-OCORRENCIA
            END-IF
            .

      * copia a linha orfa para o arquivo de suspensos antes de
      * retira-la; se a copia falhar a linha fica onde esta
       P3F-SUSPENDE.
            INITIALIZE REG-SUSPENSO
            MOVE WS-SUSP-ARQUIVO        TO SUSP-ARQUIVO
            MOVE WS-LOG-ID              TO SUSP-ID-ALUNO
            IF WS-SIT = 'H' THEN
                SET SUSP-ARQUIVADO      TO TRUE
            ELSE
                SET SUSP-INEXISTENTE    TO TRUE
            END-IF
            MOVE WS-DATA-HOJE           TO SUSP-DATA
            MOVE WS-OPERADOR            TO SUSP-OPERADOR
            MOVE WS-SUSP-DADOS          TO SUSP-DADOS

            WRITE REG-SUSPENSO

            IF NOT FILEX-OK THEN
                DISPLAY 'ERRO AO GRAVAR O ARQUIVO DE SUSPENSOS'
                DISPLAY 'FILE STATUS: ' WS-FILEX
                MOVE 'ERRO SUSP'        TO WS-DET-ACAO
            END-IF
            .

       P5-VERIFICA-FREQ.
            MOVE 2                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            SET FILEF-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            IF MODO-CORRIGE THEN
                OPEN I-O FREQUENCIA
            ELSE
                OPEN INPUT FREQUENCIA
            END-IF

            IF FILEF-OK THEN
                PERFORM P5A-LE-FREQ
                PERFORM P5B-CONFERE THRU P5B-FIM UNTIL FIM-ARQ
                CLOSE FREQUENCIA
            ELSE
                MOVE WS-FILEF           TO WS-LAUS-STATUS
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO
            .
       P5-FIM.

       P5A-LE-FREQ.
            READ FREQUENCIA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEF-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P5B-CONFERE.
            MOVE SPACES                 TO WS-SIT
            IF FREQ-ID-ALUNO > 0 THEN
                MOVE WS-TAB-SIT(FREQ-ID-ALUNO) TO WS-SIT
            END-IF

            IF WS-SIT = 'H' OR WS-SIT = SPACES THEN
                MOVE FREQ-ID-ALUNO      TO WS-DET-ID
                MOVE FREQ-DISCIPLINA    TO WS-DET-CHAVE
                PERFORM P4C-OCORRENCIA
                MOVE SPACES             TO WS-DET-ACAO

                IF MODO-CORRIGE AND FILEX-OK THEN
                    MOVE 'CFP004S1'     TO WS-SUSP-ARQUIVO
                    MOVE REG-FREQ       TO WS-SUSP-DADOS
                    MOVE FREQ-ID-ALUNO  TO WS-LOG-ID
                    MOVE 'INTFREQ'      TO WS-LOG-OPERACAO

                    PERFORM P3F-SUSPENDE

                    IF FILEX-OK THEN
                        DELETE FREQUENCIA RECORD
                            INVALID KEY
                                DISPLAY 'ERRO AO RETIRAR A FREQUENCIA: '
                                        FREQ-ID-ALUNO ' '
                                        FREQ-DISCIPLINA
                                MOVE 'ERRO RETIR' TO WS-DET-ACAO
                            NOT INVALID KEY
                                MOVE 'SUSPENSO'   TO WS-DET-ACAO
                                PERFORM P90-GRAVA-LOG
                        END-DELETE
                    END-IF
                END-IF

                PERFORM P3E-GRAVA-DETALHE
            END-IF

            PERFORM P5A-LE-FREQ
            .
       P5B-FIM.

      * ocupacao: a contagem de ativos por TURMA-ALUNO e a verdade;
      * aluno ativo numa turma que nao existe so e relatado
       P6-VERIFICA-TURMAS.
            MOVE 3                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            SET FILEM-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ
            MOVE 0                      TO WS-TUR-QTD

            IF MODO-CORRIGE THEN
                OPEN I-O TURMA
            ELSE
                OPEN INPUT TURMA
            END-IF

      * a contagem por turma e em tabela: com mais turmas do que
      * cabem nela a ocupacao nao e conferida nem recontada
            IF FILEM-OK THEN
                PERFORM P6A-LE-TURMA
                PERFORM P6B-GUARDA-TURMA UNTIL FIM-ARQ
                SET FILEM-OK            TO TRUE

                IF TUR-ESTOURO THEN
                    MOVE WS-LIN-ESTOURO TO REG-RELATORIO
                    WRITE REG-RELATORIO
                ELSE
                    PERFORM P6C-CONTA-ALUNO
                       VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 99999

                    PERFORM P6E-CONFERE-TURMA
                       VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TUR-QTD
                END-IF
            ELSE
                MOVE WS-FILEM           TO WS-LAUS-STATUS
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO

            MOVE 4                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            IF FILEM-OK THEN
                PERFORM P6G-TURMA-INEXISTENTE
                   VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99999
                CLOSE TURMA
            ELSE
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO
            .
       P6-FIM.

       P6A-LE-TURMA.
            READ TURMA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEM-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P6B-GUARDA-TURMA.
            IF WS-TUR-QTD < 500 THEN
                ADD 1                   TO WS-TUR-QTD
                MOVE CD-TURMA           TO WS-TUR-CODIGO(WS-TUR-QTD)
                MOVE QT-MATRIC-TURMA
                   TO WS-TUR-QT-MATRIC(WS-TUR-QTD)
                MOVE 0                  TO WS-TUR-CONTADOS(WS-TUR-QTD)
            ELSE
                DISPLAY 'ERRO: MAIS DE 500 TURMAS NO CADASTRO; '
                        'OCUPACAO DAS TURMAS NAO CONFERIDA'
                SET TUR-ESTOURO         TO TRUE
                SET FIM-ARQ             TO TRUE
            END-IF

            IF NOT FIM-ARQ THEN
                PERFORM P6A-LE-TURMA
            END-IF
            .

       P6C-CONTA-ALUNO.
            IF WS-TAB-SIT(WS-IDX) = 'A'
               AND WS-TAB-TURMA(WS-IDX) NOT = SPACES THEN
                PERFORM P6D-ACHA-TURMA
                IF ACHOU THEN
                    ADD 1               TO WS-TUR-CONTADOS(WS-T)
                END-IF
            END-IF
            .

      * posiciona WS-T na turma WS-TAB-TURMA(WS-IDX) da tabela
       P6D-ACHA-TURMA.
            MOVE 'N'                    TO WS-ACHOU

            PERFORM P6H-COMPARA
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TUR-QTD OR ACHOU

            IF ACHOU THEN
                SUBTRACT 1              FROM WS-T
            END-IF
            .

       P6H-COMPARA.
            IF WS-TUR-CODIGO(WS-T) = WS-TAB-TURMA(WS-IDX) THEN
                SET ACHOU               TO TRUE
            END-IF
            .

       P6E-CONFERE-TURMA.
            IF WS-TUR-CONTADOS(WS-T) NOT = WS-TUR-QT-MATRIC(WS-T)
               THEN
                MOVE 0                  TO WS-DET-ID
                MOVE WS-TUR-CODIGO(WS-T) TO WS-DET-CHAVE
                MOVE WS-TUR-QT-MATRIC(WS-T) TO WS-OV-QT-MATRIC
                MOVE WS-TUR-CONTADOS(WS-T)  TO WS-OV-CONTADOS
                MOVE WS-OCOR-VAGA       TO WS-DET-OCORRENCIA
                MOVE SPACES             TO WS-DET-ACAO

                IF MODO-CORRIGE THEN
                    PERFORM P6F-RECONTA
                END-IF

                PERFORM P3E-GRAVA-DETALHE
            END-IF
            .

       P6F-RECONTA.
            MOVE WS-TUR-CODIGO(WS-T)    TO CD-TURMA

            READ TURMA
                INVALID KEY
                    DISPLAY 'TURMA NAO ENCONTRADA NA CORRECAO: '
                            CD-TURMA
                NOT INVALID KEY
                    MOVE WS-TUR-CONTADOS(WS-T) TO QT-MATRIC-TURMA
                    REWRITE REG-TURMA
                        INVALID KEY
                            DISPLAY 'ERRO AO RECONTAR A TURMA: '
                                    CD-TURMA
                        NOT INVALID KEY
                            MOVE 'RECONTADA'    TO WS-DET-ACAO
                            MOVE 0              TO WS-LOG-ID
                            MOVE 'INTVAGA'      TO WS-LOG-OPERACAO
                            PERFORM P90-GRAVA-LOG
                    END-REWRITE
            END-READ
            .

      * a turma do aluno e procurada no proprio CFP002S1, que nao
      * depende do limite da tabela de ocupacao
       P6G-TURMA-INEXISTENTE.
            IF WS-TAB-SIT(WS-IDX) = 'A'
               AND WS-TAB-TURMA(WS-IDX) NOT = SPACES THEN
                MOVE WS-TAB-TURMA(WS-IDX) TO CD-TURMA

                READ TURMA
                    INVALID KEY
                        MOVE WS-IDX     TO WS-DET-ID
                        MOVE WS-TAB-TURMA(WS-IDX) TO WS-DET-CHAVE
                        MOVE 'TURMA DO ALUNO NAO CADASTRADA'
                                        TO WS-DET-OCORRENCIA
                        MOVE SPACES     TO WS-DET-ACAO
                        PERFORM P3E-GRAVA-DETALHE
                END-READ
            END-IF
            .

      * mesma regra do CADALUN ao oferecer a vaga: sai da fila quem
      * foi excluido ou ja esta na propria turma pedida
       P7-VERIFICA-FILA.
            MOVE 5                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            SET FILEA-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            IF MODO-CORRIGE THEN
                OPEN I-O FILA
            ELSE
                OPEN INPUT FILA
            END-IF

            IF FILEA-OK THEN
                PERFORM P7A-LE-FILA
                PERFORM P7B-CONFERE THRU P7B-FIM UNTIL FIM-ARQ
                CLOSE FILA
            ELSE
                MOVE WS-FILEA           TO WS-LAUS-STATUS
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO
            .
       P7-FIM.

       P7A-LE-FILA.
            READ FILA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEA-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P7B-CONFERE.
            IF FILA-AGUARDA THEN
                MOVE SPACES             TO WS-SIT
                MOVE SPACES             TO WS-DET-OCORRENCIA
                IF FILA-ID-ALUNO > 0 THEN
                    MOVE WS-TAB-SIT(FILA-ID-ALUNO) TO WS-SIT
                END-IF

                EVALUATE TRUE
                    WHEN WS-SIT = 'I'
                        MOVE 'ALUNO INATIVO'
                                        TO WS-DET-OCORRENCIA
                    WHEN WS-SIT = 'H'
                        MOVE 'ALUNO JA ARQUIVADO'
                                        TO WS-DET-OCORRENCIA
                    WHEN WS-SIT = SPACES
                        MOVE 'ALUNO NAO EXISTE NO CADASTRO'
                                        TO WS-DET-OCORRENCIA
                    WHEN WS-TAB-TURMA(FILA-ID-ALUNO) = FILA-TURMA
                        MOVE 'ALUNO JA MATRICULADO NA TURMA'
                                        TO WS-DET-OCORRENCIA
                END-EVALUATE

                IF WS-DET-OCORRENCIA NOT = SPACES THEN
                    MOVE FILA-ID-ALUNO  TO WS-DET-ID
                    MOVE SPACES         TO WS-DET-CHAVE
                    STRING FILA-TURMA     DELIMITED BY SPACE
                           '/'            DELIMITED BY SIZE
                           FILA-SEQ       DELIMITED BY SIZE
                           INTO WS-DET-CHAVE
                    END-STRING
                    MOVE SPACES         TO WS-DET-ACAO

                    IF MODO-CORRIGE THEN
                        PERFORM P7C-CANCELA
                    END-IF

                    PERFORM P3E-GRAVA-DETALHE
                END-IF
            END-IF

            PERFORM P7A-LE-FILA
            .
       P7B-FIM.

       P7C-CANCELA.
            SET FILA-CANCELADA          TO TRUE

            REWRITE REG-FILA
                INVALID KEY
                    DISPLAY 'ERRO AO CANCELAR A FILA: ' FILA-TURMA
                            ' ' FILA-SEQ
                NOT INVALID KEY
                    MOVE 'CANCELADA'    TO WS-DET-ACAO
                    MOVE FILA-ID-ALUNO  TO WS-LOG-ID
                    MOVE 'INTFILA'      TO WS-LOG-OPERACAO
                    PERFORM P90-GRAVA-LOG
            END-REWRITE
            .

      * cobranca de aluno fora do cadastro e do arquivo morto nao
      * tem correcao segura: fica para a tesouraria
       P8-VERIFICA-MENSAL.
            MOVE 6                      TO WS-TIPO
            PERFORM P3B-CAB-TIPO

            SET FILEB-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT MENSAL

            IF FILEB-OK THEN
                PERFORM P8A-LE-MENSAL
                PERFORM P8B-CONFERE THRU P8B-FIM UNTIL FIM-ARQ
                CLOSE MENSAL
            ELSE
                MOVE WS-FILEB           TO WS-LAUS-STATUS
                PERFORM P3D-AUSENTE
            END-IF

            PERFORM P3C-FECHA-TIPO
            .
       P8-FIM.

       P8A-LE-MENSAL.
            READ MENSAL NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEB-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P8B-CONFERE.
            MOVE SPACES                 TO WS-SIT
            IF MENS-ID-ALUNO > 0 THEN
                MOVE WS-TAB-SIT(MENS-ID-ALUNO) TO WS-SIT
            END-IF

            IF WS-SIT = SPACES THEN
                MOVE MENS-ID-ALUNO      TO WS-DET-ID
                MOVE MENS-COMPET        TO WS-DET-CHAVE
                IF MENS-PAGA THEN
                    MOVE 'COBRANCA PAGA SEM ALUNO'
                                        TO WS-DET-OCORRENCIA
                ELSE
                    MOVE 'COBRANCA EM ABERTO SEM ALUNO'
                                        TO WS-DET-OCORRENCIA
                END-IF
                MOVE SPACES             TO WS-DET-ACAO
                PERFORM P3E-GRAVA-DETALHE
            END-IF

            PERFORM P8A-LE-MENSAL
            .
       P8B-FIM.

       P9-RESUMO.
            MOVE WS-SEPARADOR           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CAB-RESUMO          TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P9A-LINHA-RESUMO
               VARYING WS-TIPO FROM 1 BY 1 UNTIL WS-TIPO > 6

            MOVE WS-TOTAL-INCONS        TO WS-ROD-TOTAL
            MOVE WS-TOTAL-CORRIGIDAS    TO WS-ROD-CORR
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-RODAPE              TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P9A-LINHA-RESUMO.
            MOVE WS-TP-CODIGO(WS-TIPO)  TO WS-LRES-CODIGO
            MOVE WS-TP-DESCRICAO(WS-TIPO)
                                        TO WS-LRES-DESCRICAO
            MOVE WS-TP-QT(WS-TIPO)      TO WS-LRES-QT
            MOVE WS-TP-QT-CORR(WS-TIPO) TO WS-LRES-CORR
            MOVE WS-LIN-RESUMO          TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P90-GRAVA-LOG.
            SET FILEL-OK                      TO TRUE

            OPEN EXTEND CADLOG

            IF WS-FILEL EQUAL 35 THEN
                OPEN OUTPUT CADLOG
            END-IF

            IF FILEL-OK THEN
                MOVE WS-LOG-ID             TO LOG-ID-ALUNO
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
                   'CFP008F1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-FILA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP006S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-MENSAL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP017X1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-SUSPENSO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP017R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM INTEGRA.
