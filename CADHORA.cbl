      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: manutencao da grade horaria das turmas (arquivo
      *          CFP020S1.DAT): em que dia da semana e periodo cada
      *          disciplina da grade curricular (CFP012S1.DAT) e
      *          dada, por qual professor (CFP009S1.DAT, o mesmo da
      *          grade curricular) e em qual sala; recusa a aula
      *          quando o professor ou a sala ja estao ocupados no
      *          mesmo dia e periodo por outra turma, ou quando o
      *          periodo nao e do turno da turma;
      *          alteracoes restritas ao supervisor e auditadas no
      *          CADLOG.DAT; impressao da grade pelo IMHORA
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT HORARIO ASSIGN TO WS-ARQ-HORARIO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FILEH.

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILET.

                SELECT CURRICULO ASSIGN TO WS-ARQ-CURRICULO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS CURR-CHAVE
                FILE STATUS IS WS-FILEC.

                SELECT OPERADOR ASSIGN TO WS-ARQ-OPERADOR
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS RANDOM
                RECORD KEY IS OPER-CODIGO
                FILE STATUS IS WS-FILEO.

                SELECT CADLOG ASSIGN TO WS-ARQ-CADLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEL.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIO.
          COPY CFPK0020.

       FD TURMA.
          COPY CFPK0002.

       FD CURRICULO.
          COPY CFPK0012.

       FD OPERADOR.
          COPY CFPK0009.

       FD CADLOG.
          COPY CADLOG.

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-HORARIO          PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-CURRICULO        PIC X(66) VALUE SPACES.
       77 WS-ARQ-OPERADOR         PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADLOG           PIC X(66) VALUE SPACES.

       77 WS-FILEH                    PIC 99.
          88 FILEH-OK                 VALUE 0.
       77 WS-FILET                    PIC 99.
          88 FILET-OK                 VALUE 0.
       77 WS-FILEC                    PIC 99.
          88 FILEC-OK                 VALUE 0.
       77 WS-FILEO                    PIC 99.
          88 FILEO-OK                 VALUE 0.
       77 WS-FILEL                    PIC 99.
          88 FILEL-OK                 VALUE 0.
       77 WS-OPERADOR                 PIC X(08) VALUE SPACES.
       77 WS-LOG-OPERACAO             PIC X(08).
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-CD-TURMA                 PIC X(10) VALUE SPACES.
       77 WS-DIA                      PIC 9(01) VALUE 0.
       77 WS-PERIODO                  PIC 9(02) VALUE 0.
       77 WS-PER-INI                  PIC 9(02) VALUE 0.
       77 WS-PER-FIM                  PIC 9(02) VALUE 0.
       77 WS-DISC-CODIGO              PIC X(10) VALUE SPACES.
       77 WS-PROFESSOR                PIC X(08) VALUE SPACES.
       77 WS-PROF-GRADE               PIC X(08) VALUE SPACES.
       77 WS-SALA                     PIC X(06) VALUE SPACES.
       77 WS-ENTRADA                  PIC X(10) VALUE SPACES.
       77 WS-QT-LISTADOS              PIC 9(03) VALUE 0.
       77 WS-VALIDO                   PIC X VALUE 'N'.
          88 VALIDO                   VALUE 'S'.
       77 WS-FIM-HORARIO              PIC X VALUE 'N'.
          88 FIM-HORARIO              VALUE 'S'.

          COPY LOGONLK.

       01 WS-DIAS-VALORES.
          05 FILLER                   PIC X(08) VALUE 'SEGUNDA'.
          05 FILLER                   PIC X(08) VALUE 'TERCA'.
          05 FILLER                   PIC X(08) VALUE 'QUARTA'.
          05 FILLER                   PIC X(08) VALUE 'QUINTA'.
          05 FILLER                   PIC X(08) VALUE 'SEXTA'.
          05 FILLER                   PIC X(08) VALUE 'SABADO'.
       01 WS-DIAS-TABELA REDEFINES WS-DIAS-VALORES.
          05 WS-DIA-NOME OCCURS 6 TIMES
                                      PIC X(08).

       01 WS-LST-DETALHE.
          05 WS-LST-DIA               PIC X(08).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-PERIODO           PIC 9(02).
          05 FILLER                   PIC X(06) VALUE SPACES.
          05 WS-LST-DISCIPLINA        PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-LST-PROFESSOR         PIC X(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-LST-SALA              PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Grade Horaria das Turmas'

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
            DISPLAY '1-Incluir aula 2-Consultar horario da turma'
            DISPLAY '3-Alterar aula 4-Excluir aula 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                WHEN '3'
                WHEN '4'
                    IF LOGON-SUPERVISOR THEN
                        EVALUATE WS-OPCAO
                            WHEN '1'
                                PERFORM P1-INCLUI    THRU P1-FIM
                            WHEN '3'
                                PERFORM P3-ALTERA    THRU P3-FIM
                            WHEN '4'
                                PERFORM P4-EXCLUI    THRU P4-FIM
                        END-EVALUATE
                    ELSE
                        DISPLAY 'MANUTENCAO DA GRADE HORARIA RESTRITA '
                                'AO SUPERVISOR!'
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

      * o professor da aula e sempre o da disciplina na grade
      * curricular da turma; a troca de professor e feita pelo CADCURR
       P1-INCLUI.
            DISPLAY 'INCLUIR AULA NA GRADE HORARIA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            PERFORM P6-VALIDA-TURMA

            IF VALIDO THEN
                PERFORM P5-PEDE-HORARIO
            END-IF

            IF VALIDO THEN
                DISPLAY 'Informe o codigo da disciplina: '
                ACCEPT WS-DISC-CODIGO
                PERFORM P7-VALIDA-DISCIPLINA
            END-IF

            IF VALIDO THEN
                MOVE WS-PROF-GRADE        TO WS-PROFESSOR
                DISPLAY 'Professor da disciplina: ' WS-PROFESSOR
                PERFORM P8-VALIDA-PROFESSOR
            END-IF

            IF VALIDO THEN
                DISPLAY 'Informe a sala: '
                MOVE SPACES               TO WS-SALA
                ACCEPT WS-SALA
                IF WS-SALA = SPACES THEN
                    MOVE 'N'              TO WS-VALIDO
                    DISPLAY 'SALA OBRIGATORIA!'
                END-IF
            END-IF

            IF VALIDO THEN
                PERFORM P1A-GRAVA
            END-IF
            .
       P1-FIM.

       P1A-GRAVA.
            SET FILEH-OK                      TO TRUE

            OPEN I-O HORARIO

            IF WS-FILEH EQUAL 35 THEN
                OPEN OUTPUT HORARIO
                CLOSE HORARIO
                OPEN I-O HORARIO
            END-IF

            IF FILEH-OK THEN
                PERFORM P9-CONFERE-CONFLITO

                IF VALIDO THEN
                    INITIALIZE REG-HORARIO
                    MOVE WS-CD-TURMA      TO HOR-TURMA
                    MOVE WS-DIA           TO HOR-DIA
                    MOVE WS-PERIODO       TO HOR-PERIODO
                    MOVE WS-DISC-CODIGO   TO HOR-DISCIPLINA
                    MOVE WS-PROFESSOR     TO HOR-PROFESSOR
                    MOVE WS-SALA          TO HOR-SALA

                    WRITE REG-HORARIO
                        INVALID KEY
                            DISPLAY 'TURMA JA TEM AULA NESTE DIA E '
                                    'PERIODO! USE A OPCAO ALTERAR.'
                        NOT INVALID KEY
                            DISPLAY 'Aula incluida na grade horaria!'
                            MOVE 'HORA-INC' TO WS-LOG-OPERACAO
                            PERFORM P90-GRAVA-LOG
                    END-WRITE
                END-IF
            ELSE
                DISPLAY 'ERRO AO ABRIR A GRADE HORARIA'
                DISPLAY 'FILE STATUS: ' WS-FILEH
            END-IF

            CLOSE HORARIO
            .

       P2-CONSULTA.
            SET FILEH-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-HORARIO
            MOVE 0                      TO WS-QT-LISTADOS

            DISPLAY 'CONSULTAR HORARIO DA TURMA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            OPEN INPUT HORARIO

            IF FILEH-OK THEN
                DISPLAY 'DIA      PERIODO DISCIPLINA PROFESSOR SALA'
                MOVE WS-CD-TURMA        TO HOR-TURMA
                MOVE 0                  TO HOR-DIA
                MOVE 0                  TO HOR-PERIODO
                START HORARIO KEY NOT LESS HOR-CHAVE
                    INVALID KEY
                        SET FIM-HORARIO TO TRUE
                END-START

                IF NOT FIM-HORARIO THEN
                    PERFORM P2A-LE-HORARIO
                END-IF

                PERFORM P2B-MOSTRA  THRU P2B-FIM UNTIL FIM-HORARIO

                IF WS-QT-LISTADOS = 0 THEN
                    DISPLAY 'TURMA SEM GRADE HORARIA CADASTRADA.'
                END-IF
            ELSE
                DISPLAY 'GRADE HORARIA NAO CADASTRADA.'
            END-IF

            CLOSE HORARIO
            .
       P2-FIM.

       P2A-LE-HORARIO.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO      TO TRUE
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO          TO TRUE
            END-IF

            IF NOT FIM-HORARIO AND HOR-TURMA NOT = WS-CD-TURMA THEN
                SET FIM-HORARIO          TO TRUE
            END-IF
            .

       P2B-MOSTRA.
            PERFORM P2C-DETALHE

            PERFORM P2A-LE-HORARIO
            .
       P2B-FIM.

       P2C-DETALHE.
            MOVE SPACES                 TO WS-LST-DIA
            IF HOR-DIA >= 2 AND HOR-DIA <= 7 THEN
                MOVE WS-DIA-NOME(HOR-DIA - 1)
                                        TO WS-LST-DIA
            END-IF
            MOVE HOR-PERIODO            TO WS-LST-PERIODO
            MOVE HOR-DISCIPLINA         TO WS-LST-DISCIPLINA
            MOVE HOR-PROFESSOR          TO WS-LST-PROFESSOR
            MOVE HOR-SALA               TO WS-LST-SALA

            DISPLAY WS-LST-DETALHE
            ADD 1                       TO WS-QT-LISTADOS
            .

      * campo em branco mantem o valor atual; disciplina e sala sao
      * conferidas de novo como na inclusao e o professor segue a
      * grade curricular
       P3-ALTERA.
            SET FILEH-OK                      TO TRUE

            DISPLAY 'ALTERAR AULA DA GRADE HORARIA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA

            PERFORM P6-VALIDA-TURMA

            IF VALIDO THEN
                PERFORM P5-PEDE-HORARIO
            END-IF

            IF VALIDO THEN
                OPEN I-O HORARIO

                IF FILEH-OK THEN
                    MOVE WS-CD-TURMA      TO HOR-TURMA
                    MOVE WS-DIA           TO HOR-DIA
                    MOVE WS-PERIODO       TO HOR-PERIODO

                    READ HORARIO
                        INVALID KEY
                            DISPLAY 'TURMA SEM AULA NESTE DIA E '
                                    'PERIODO!'
                        NOT INVALID KEY
                            PERFORM P3A-NOVOS-DADOS
                    END-READ
                ELSE
                    DISPLAY 'GRADE HORARIA NAO CADASTRADA.'
                END-IF

                CLOSE HORARIO
            END-IF
            .
       P3-FIM.

       P3A-NOVOS-DADOS.
            DISPLAY 'Disciplina atual: ' HOR-DISCIPLINA
            DISPLAY 'Professor atual : ' HOR-PROFESSOR
            DISPLAY 'Sala atual      : ' HOR-SALA

            MOVE HOR-DISCIPLINA         TO WS-DISC-CODIGO
            MOVE HOR-PROFESSOR          TO WS-PROFESSOR
            MOVE HOR-SALA               TO WS-SALA

            DISPLAY 'Nova disciplina (em branco = mantem): '
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-DISC-CODIGO
            END-IF

            DISPLAY 'Nova sala (em branco = mantem): '
            MOVE SPACES                 TO WS-ENTRADA
            ACCEPT WS-ENTRADA
            IF WS-ENTRADA NOT = SPACES THEN
                MOVE WS-ENTRADA         TO WS-SALA
            END-IF

            PERFORM P7-VALIDA-DISCIPLINA

      * a aula passa a ser do professor atual da disciplina na grade
      * curricular, mesmo que a disciplina nao tenha mudado
            IF VALIDO THEN
                MOVE WS-PROF-GRADE      TO WS-PROFESSOR
                DISPLAY 'Professor da disciplina: ' WS-PROFESSOR
                PERFORM P8-VALIDA-PROFESSOR
            END-IF

            IF VALIDO THEN
                PERFORM P9-CONFERE-CONFLITO
            END-IF

      * a varredura de conflitos muda o registro corrente: rele a
      * aula antes de regravar
            IF VALIDO THEN
                MOVE WS-CD-TURMA        TO HOR-TURMA
                MOVE WS-DIA             TO HOR-DIA
                MOVE WS-PERIODO         TO HOR-PERIODO

                READ HORARIO
                    INVALID KEY
                        DISPLAY 'ERRO AO RELER A AULA!'
                    NOT INVALID KEY
                        MOVE WS-DISC-CODIGO TO HOR-DISCIPLINA
                        MOVE WS-PROFESSOR   TO HOR-PROFESSOR
                        MOVE WS-SALA        TO HOR-SALA

                        REWRITE REG-HORARIO
                            INVALID KEY
                                DISPLAY 'ERRO AO ALTERAR A AULA!'
                            NOT INVALID KEY
                                DISPLAY 'Aula alterada com sucesso!'
                                MOVE 'HORA-ALT'
                                   TO WS-LOG-OPERACAO
                                PERFORM P90-GRAVA-LOG
                        END-REWRITE
                END-READ
            END-IF
            .

      * a exclusao nao confere turno nem turma: aula de turma que
      * mudou de turno ou foi desativada tambem pode ser retirada
       P4-EXCLUI.
            SET FILEH-OK                      TO TRUE

            DISPLAY 'EXCLUIR AULA DA GRADE HORARIA'
            DISPLAY 'Informe o codigo da turma: '
            ACCEPT WS-CD-TURMA
            MOVE 1                      TO WS-PER-INI
            MOVE 16                     TO WS-PER-FIM

            PERFORM P5-PEDE-HORARIO

            IF VALIDO THEN
                OPEN I-O HORARIO

                IF FILEH-OK THEN
                    MOVE WS-CD-TURMA      TO HOR-TURMA
                    MOVE WS-DIA           TO HOR-DIA
                    MOVE WS-PERIODO       TO HOR-PERIODO

                    READ HORARIO
                        INVALID KEY
                            DISPLAY 'TURMA SEM AULA NESTE DIA E '
                                    'PERIODO!'
                        NOT INVALID KEY
                            DELETE HORARIO RECORD
                                INVALID KEY
                                    DISPLAY 'ERRO AO EXCLUIR A AULA!'
                                NOT INVALID KEY
                                    DISPLAY 'Aula excluida da grade '
                                            'horaria!'
                                    MOVE 'HORA-EXC'
                                       TO WS-LOG-OPERACAO
                                    PERFORM P90-GRAVA-LOG
                            END-DELETE
                    END-READ
                ELSE
                    DISPLAY 'GRADE HORARIA NAO CADASTRADA.'
                END-IF

                CLOSE HORARIO
            END-IF
            .
       P4-FIM.

      * dia da semana e periodo; o periodo tem que estar na faixa do
      * turno (WS-PER-INI a WS-PER-FIM, montada pelo P6)
       P5-PEDE-HORARIO.
            MOVE 'N'                    TO WS-VALIDO

            DISPLAY 'Dia da semana (2-segunda 3-terca 4-quarta '
                    '5-quinta 6-sexta 7-sabado): '
            MOVE 0                      TO WS-DIA
            ACCEPT WS-DIA

            IF WS-DIA < 2 OR WS-DIA > 7 THEN
                DISPLAY 'DIA DA SEMANA INVALIDO!'
            ELSE
                DISPLAY 'Periodo (' WS-PER-INI ' a ' WS-PER-FIM '): '
                MOVE 0                  TO WS-PERIODO
                ACCEPT WS-PERIODO

                IF WS-PERIODO < WS-PER-INI
                   OR WS-PERIODO > WS-PER-FIM THEN
                    DISPLAY 'PERIODO FORA DO TURNO DA TURMA!'
                ELSE
                    SET VALIDO          TO TRUE
                END-IF
            END-IF
            .

      * manha: periodos 01 a 06; tarde: 07 a 12; noite: 13 a 16
       P6-VALIDA-TURMA.
            SET FILET-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT TURMA

            IF FILET-OK THEN
                MOVE WS-CD-TURMA          TO CD-TURMA

                READ TURMA
                    INVALID KEY
                        DISPLAY 'TURMA NAO CADASTRADA!'
                    NOT INVALID KEY
                        PERFORM P6A-TURNO-TURMA
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE TURMAS AUSENTE. CADASTRE AS '
                        'TURMAS PELO CADTURM.'
            END-IF

            CLOSE TURMA
            .

       P6A-TURNO-TURMA.
            EVALUATE TRUE
                WHEN TURMA-INATIVA
                    DISPLAY 'TURMA INATIVA!'
                WHEN TURNO-MANHA
                    MOVE 1                TO WS-PER-INI
                    MOVE 6                TO WS-PER-FIM
                    SET VALIDO            TO TRUE
                WHEN TURNO-TARDE
                    MOVE 7                TO WS-PER-INI
                    MOVE 12               TO WS-PER-FIM
                    SET VALIDO            TO TRUE
                WHEN TURNO-NOITE
                    MOVE 13               TO WS-PER-INI
                    MOVE 16               TO WS-PER-FIM
                    SET VALIDO            TO TRUE
                WHEN OTHER
                    DISPLAY 'TURMA SEM TURNO DEFINIDO! INFORME O '
                            'TURNO PELO CADTURM.'
            END-EVALUATE
            .

      * so entra na grade horaria disciplina que a turma cursa
       P7-VALIDA-DISCIPLINA.
            SET FILEC-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO
            MOVE SPACES                 TO WS-PROF-GRADE

            OPEN INPUT CURRICULO

            IF FILEC-OK THEN
                MOVE WS-CD-TURMA          TO CURR-TURMA
                MOVE WS-DISC-CODIGO       TO CURR-DISCIPLINA

                READ CURRICULO
                    INVALID KEY
                        DISPLAY 'DISCIPLINA NAO CONSTA NA GRADE '
                                'CURRICULAR DA TURMA!'
                    NOT INVALID KEY
                        MOVE CURR-PROFESSOR TO WS-PROF-GRADE
                        SET VALIDO        TO TRUE
                END-READ
            ELSE
                DISPLAY 'GRADE CURRICULAR AUSENTE. CADASTRE A GRADE '
                        'DA TURMA PELO CADCURR.'
            END-IF

            CLOSE CURRICULO
            .

      * o professor da aula tem que ser operador ativo com perfil
      * de docencia (professor ou supervisor) e o mesmo da grade
      * curricular (WS-PROF-GRADE, lido pelo P7), senao o VALGRADE
      * recusa a chamada, as notas e a frequencia dessas aulas
       P8-VALIDA-PROFESSOR.
            SET FILEO-OK                      TO TRUE
            MOVE 'N'                    TO WS-VALIDO

            OPEN INPUT OPERADOR

            IF FILEO-OK THEN
                MOVE WS-PROFESSOR         TO OPER-CODIGO

                READ OPERADOR
                    INVALID KEY
                        DISPLAY 'PROFESSOR NAO CADASTRADO!'
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN OPER-INATIVO
                                DISPLAY 'OPERADOR DESATIVADO!'
                            WHEN PERFIL-OPERADOR
                                DISPLAY 'OPERADOR SEM PERFIL DE '
                                        'PROFESSOR!'
                            WHEN WS-PROFESSOR NOT = WS-PROF-GRADE
                                DISPLAY 'PROFESSOR NAO E O DA GRADE '
                                        'CURRICULAR DA DISCIPLINA!'
                            WHEN OTHER
                                SET VALIDO TO TRUE
                        END-EVALUATE
                END-READ
            ELSE
                DISPLAY 'CADASTRO DE OPERADORES AUSENTE. CADASTRE '
                        'OS PROFESSORES PELO CADOPER.'
            END-IF

            CLOSE OPERADOR
            .

      * a grade e chaveada por turma: professor e sala ocupados por
      * outra turma no mesmo dia e periodo so aparecem lendo o
      * arquivo inteiro (HORARIO ja aberto pelo chamador)
       P9-CONFERE-CONFLITO.
            MOVE 'N'                    TO WS-FIM-HORARIO

            MOVE LOW-VALUES             TO HOR-TURMA
            MOVE 0                      TO HOR-DIA
            MOVE 0                      TO HOR-PERIODO
            START HORARIO KEY NOT LESS HOR-CHAVE
                INVALID KEY
                    SET FIM-HORARIO     TO TRUE
            END-START

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF

            PERFORM P9A-LE-CONFLITO UNTIL FIM-HORARIO
            .

       P9A-LE-CONFLITO.
            READ HORARIO NEXT RECORD
                AT END
                    SET FIM-HORARIO     TO TRUE
                NOT AT END
                    IF HOR-DIA = WS-DIA
                       AND HOR-PERIODO = WS-PERIODO
                       AND HOR-TURMA NOT = WS-CD-TURMA THEN
                        PERFORM P9B-COMPARA
                    END-IF
            END-READ

            IF NOT FILEH-OK THEN
                SET FIM-HORARIO         TO TRUE
                SET FILEH-OK            TO TRUE
            END-IF
            .

       P9B-COMPARA.
            IF HOR-PROFESSOR = WS-PROFESSOR THEN
                MOVE 'N'                TO WS-VALIDO
                DISPLAY 'PROFESSOR ' WS-PROFESSOR ' JA TEM AULA '
                        'NA TURMA ' HOR-TURMA ' NESTE DIA E PERIODO!'
            END-IF

            IF HOR-SALA = WS-SALA THEN
                MOVE 'N'                TO WS-VALIDO
                DISPLAY 'SALA ' WS-SALA ' JA OCUPADA PELA TURMA '
                        HOR-TURMA ' NESTE DIA E PERIODO!'
            END-IF
            .

      * o log de auditoria e por aluno; operacoes da grade entram
      * com matricula zero, como as de turma
       P90-GRAVA-LOG.
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
                   'CFP020S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-HORARIO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP002S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-TURMA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP012S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CURRICULO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP009S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-OPERADOR
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CADLOG.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADLOG
            END-STRING
            .

       END PROGRAM CADHORA.
