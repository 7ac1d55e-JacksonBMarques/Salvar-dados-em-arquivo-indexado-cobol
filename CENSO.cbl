      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: exportar os dados do censo escolar no layout de
      *          posicoes fixas CFPK0018 (CFP018S1.TXT): escola
      *          (CFP018P1.DAT, mantido na opcao 1), turmas ativas do
      *          CFP002S1.DAT com turno, capacidade e alunos, alunos
      *          ativos do CFP001S1.DAT matriculados ate a data de
      *          referencia e os movimentos do CADMOV.DAT no periodo
      *          (novas matriculas, trocas de turma e desligamentos);
      *          antes de gravar confere os dados exigidos e imprime
      *          a lista de erros pre-envio em CFP018R1.PRN; com
      *          erros o arquivo so e gerado se o usuario confirmar
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSO.
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

                SELECT TURMA ASSIGN TO WS-ARQ-TURMA
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS SEQUENTIAL
                RECORD KEY IS CD-TURMA
                FILE STATUS IS WS-FILEM.

                SELECT MOVIMENTO ASSIGN TO WS-ARQ-CADMOV
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEV.

                SELECT ESCOLA ASSIGN TO WS-ARQ-ESCOLA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEP.

                SELECT CENSO ASSIGN TO WS-ARQ-CENSO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILEX.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD TURMA.
          COPY CFPK0002.

       FD MOVIMENTO.
          COPY CADMOV.

       FD ESCOLA.
          COPY CFPK0018P.

       FD CENSO.
          COPY CFPK0018.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-TURMA            PIC X(66) VALUE SPACES.
       77 WS-ARQ-CADMOV           PIC X(66) VALUE SPACES.
       77 WS-ARQ-ESCOLA           PIC X(66) VALUE SPACES.
       77 WS-ARQ-CENSO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEM                    PIC 99.
          88 FILEM-OK                 VALUE 0.
       77 WS-FILEV                    PIC 99.
          88 FILEV-OK                 VALUE 0.
       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-FILEX                    PIC 99.
          88 FILEX-OK                 VALUE 0.
       77 WS-GRAVACAO                 PIC X VALUE 'S'.
          88 GRAVACAO-OK              VALUE 'S'.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-RELAT-ABERTO             PIC X VALUE 'N'.
          88 RELAT-ABERTO             VALUE 'S'.
       77 WS-EXIT                     PIC X.
          88 EXIT-OK                  VALUE 'F' '0' FALSE 'N'.
       77 WS-OPCAO                    PIC X.
       77 WS-RESPOSTA                 PIC X VALUE SPACES.
       77 WS-VALOR-TXT                PIC X(10) VALUE SPACES.
       77 WS-ENTRADA-OK               PIC X VALUE 'N'.
          88 ENTRADA-OK               VALUE 'S'.
       77 WS-ESCOLA-OK                PIC X VALUE 'N'.
          88 ESCOLA-OK                VALUE 'S'.
       77 WS-DADOS-OK                 PIC X VALUE 'N'.
          88 DADOS-OK                 VALUE 'S'.
       77 WS-FIM-ARQ                  PIC X VALUE 'N'.
          88 FIM-ARQ                  VALUE 'S'.
       77 WS-ACHOU                    PIC X VALUE 'N'.
          88 ACHOU                    VALUE 'S'.
       77 WS-DATA                     PIC 9(08) VALUE 0.
       77 WS-DT-REFERENCIA            PIC 9(08) VALUE 0.
       77 WS-DT-INICIO                PIC 9(08) VALUE 0.
       77 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       77 WS-TURMA-BUSCA              PIC X(10) VALUE SPACES.
       77 WS-T                        PIC 9(03) VALUE 0.
       77 WS-QT-ERROS                 PIC 9(05) VALUE 0.
       77 WS-QT-TURMAS                PIC 9(05) VALUE 0.
       77 WS-QT-ALUNOS                PIC 9(05) VALUE 0.
       77 WS-QT-MOVIMENTOS            PIC 9(07) VALUE 0.
       77 WS-QT-REGISTROS             PIC 9(07) VALUE 0.

      * dados da escola: digitados na opcao 1 antes de gravar ou
      * lidos na conferencia para o registro 00 do censo
       01 WS-ESCOLA-DADOS.
          05 WS-ESC-INEP              PIC 9(08).
          05 WS-ESC-NOME              PIC X(50).
          05 WS-ESC-MUNICIPIO         PIC 9(07).
          05 WS-ESC-UF                PIC X(02).

      * turmas ativas com a contagem de alunos ativos do censo
       01 WS-TUR-TABELA.
          05 WS-TUR-QTD               PIC 9(03) VALUE 0.
          05 WS-TUR-ITEM OCCURS 500 TIMES.
             10 WS-TUR-CODIGO         PIC X(10).
             10 WS-TUR-DESCRICAO      PIC X(30).
             10 WS-TUR-TURNO          PIC X(01).
             10 WS-TUR-CAPACIDADE     PIC 9(03).
             10 WS-TUR-ALUNOS         PIC 9(05).

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'CENSO ESCOLAR - ERROS PRE-ENVIO  '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       01 WS-CAB-PERIODO.
          05 FILLER                   PIC X(20) VALUE
             'DATA DE REFERENCIA: '.
          05 WS-CPER-REFERENCIA       PIC 9(08).
          05 FILLER                   PIC X(21) VALUE
             '  MOVIMENTOS DESDE: '.
          05 WS-CPER-INICIO           PIC 9(08).

       01 WS-CAB-02.
          05 FILLER                   PIC X(07) VALUE 'ORIGEM'.
          05 FILLER                   PIC X(11) VALUE 'CHAVE'.
          05 FILLER                   PIC X(21) VALUE 'NOME'.
          05 FILLER                   PIC X(38) VALUE 'ERRO'.

       01 WS-DETALHE.
          05 WS-DET-ORIGEM            PIC X(06).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-CHAVE             PIC X(10).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-NOME              PIC X(20).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-DET-ERRO              PIC X(38).

       01 WS-RODAPE.
          05 FILLER                   PIC X(17) VALUE
             'TOTAL DE ERROS: '.
          05 WS-ROD-TOTAL             PIC ZZZZ9.

       01 WS-SEM-ERROS                PIC X(80) VALUE
             'NENHUM ERRO ENCONTRADO. DADOS PRONTOS PARA O CENSO.'.

       01 WS-ID-ED                    PIC 9(05).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Censo Escolar'

            PERFORM P00-AMBIENTE

            SET EXIT-OK                   TO FALSE

            PERFORM P0-MENU           THRU P0-MENU-FIM UNTIL EXIT-OK
            PERFORM P0-FIM
            .

       P0-MENU.
            DISPLAY ' '
            DISPLAY '1-Dados da Escola 2-Conferir Dados do Censo'
            DISPLAY '3-Gerar Arquivo do Censo 0-Sair'
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN '1'
                    PERFORM P1-ESCOLA      THRU P1-FIM
                WHEN '2'
                    PERFORM P2-CONFERE     THRU P2-FIM
                WHEN '3'
                    PERFORM P3-GERA        THRU P3-FIM
                WHEN '0'
                WHEN 'F'
                WHEN 'f'
                    SET EXIT-OK            TO TRUE
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA!'
            END-EVALUATE
            .
       P0-MENU-FIM.

      * identificacao da escola no censo: registro unico, regravado
      * inteiro a cada alteracao
       P1-ESCOLA.
            SET FILEP-OK                      TO TRUE

            DISPLAY 'DADOS DA ESCOLA PARA O CENSO'

            OPEN INPUT ESCOLA

            IF FILEP-OK THEN
                READ ESCOLA
                    AT END
                        DISPLAY 'DADOS DA ESCOLA AINDA NAO DEFINIDOS.'
                    NOT AT END
                        DISPLAY 'Codigo INEP : ' ESC-INEP
                        DISPLAY 'Nome        : ' ESC-NOME
                        DISPLAY 'Municipio   : ' ESC-MUNICIPIO
                        DISPLAY 'UF          : ' ESC-UF
                        DISPLAY 'Alterados em: ' ESC-DT-ALTERACAO
                END-READ
                CLOSE ESCOLA
            ELSE
                DISPLAY 'DADOS DA ESCOLA AINDA NAO DEFINIDOS.'
            END-IF

            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P1A-PEDE-INEP UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P1B-PEDE-NOME UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P1C-PEDE-MUNICIPIO UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P1D-PEDE-UF UNTIL ENTRADA-OK

            SET FILEP-OK                      TO TRUE

            OPEN OUTPUT ESCOLA

            IF FILEP-OK THEN
                MOVE WS-ESC-INEP        TO ESC-INEP
                MOVE WS-ESC-NOME        TO ESC-NOME
                MOVE WS-ESC-MUNICIPIO   TO ESC-MUNICIPIO
                MOVE WS-ESC-UF          TO ESC-UF
                ACCEPT ESC-DT-ALTERACAO FROM DATE YYYYMMDD

                WRITE REG-ESCOLA

                IF FILEP-OK THEN
                    DISPLAY 'Dados da escola gravados com sucesso!'
                ELSE
                    DISPLAY 'ERRO AO GRAVAR OS DADOS DA ESCOLA'
                    DISPLAY 'FILE STATUS: ' WS-FILEP
                END-IF

                CLOSE ESCOLA
            ELSE
                DISPLAY 'ERRO AO GRAVAR OS DADOS DA ESCOLA'
                DISPLAY 'FILE STATUS: ' WS-FILEP
            END-IF
            .
       P1-FIM.

       P1A-PEDE-INEP.
            DISPLAY 'Codigo INEP da escola (8 digitos): '
            MOVE SPACES                 TO WS-VALOR-TXT
            ACCEPT WS-VALOR-TXT

            IF FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0 THEN
                DISPLAY 'CODIGO INVALIDO!'
            ELSE
                IF FUNCTION NUMVAL(WS-VALOR-TXT) < 10000000
                   OR FUNCTION NUMVAL(WS-VALOR-TXT) > 99999999 THEN
                    DISPLAY 'CODIGO INVALIDO! SAO 8 DIGITOS.'
                ELSE
                    MOVE FUNCTION NUMVAL(WS-VALOR-TXT)
                                        TO WS-ESC-INEP
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P1B-PEDE-NOME.
            DISPLAY 'Nome da escola: '
            MOVE SPACES                 TO WS-ESC-NOME
            ACCEPT WS-ESC-NOME

            IF WS-ESC-NOME = SPACES THEN
                DISPLAY 'NOME OBRIGATORIO!'
            ELSE
                SET ENTRADA-OK          TO TRUE
            END-IF
            .

       P1C-PEDE-MUNICIPIO.
            DISPLAY 'Codigo IBGE do municipio (7 digitos): '
            MOVE SPACES                 TO WS-VALOR-TXT
            ACCEPT WS-VALOR-TXT

            IF FUNCTION TEST-NUMVAL(WS-VALOR-TXT) NOT = 0 THEN
                DISPLAY 'CODIGO INVALIDO!'
            ELSE
                IF FUNCTION NUMVAL(WS-VALOR-TXT) < 1000000
                   OR FUNCTION NUMVAL(WS-VALOR-TXT) > 9999999 THEN
                    DISPLAY 'CODIGO INVALIDO! SAO 7 DIGITOS.'
                ELSE
                    MOVE FUNCTION NUMVAL(WS-VALOR-TXT)
                                        TO WS-ESC-MUNICIPIO
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P1D-PEDE-UF.
            DISPLAY 'UF (sigla): '
            MOVE SPACES                 TO WS-ESC-UF
            ACCEPT WS-ESC-UF

            IF WS-ESC-UF(1:1) IS NOT ALPHABETIC-UPPER
               OR WS-ESC-UF(2:1) IS NOT ALPHABETIC-UPPER
               OR WS-ESC-UF(1:1) = SPACE
               OR WS-ESC-UF(2:1) = SPACE THEN
                DISPLAY 'UF INVALIDA! INFORME A SIGLA EM MAIUSCULAS.'
            ELSE
                SET ENTRADA-OK          TO TRUE
            END-IF
            .

       P2-CONFERE.
            DISPLAY 'CONFERIR DADOS DO CENSO'

            PERFORM P6-PEDE-PERIODO
            PERFORM P5-CONFERE-DADOS THRU P5-FIM

            IF WS-QT-ERROS = 0 THEN
                DISPLAY 'Nenhum erro encontrado.'
            ELSE
                DISPLAY 'Erros encontrados: ' WS-QT-ERROS
            END-IF

            IF RELAT-ABERTO THEN
                DISPLAY 'Lista de erros gerada em CFP018R1.PRN'
            ELSE
                DISPLAY 'LISTA DE ERROS CFP018R1.PRN NAO GERADA!'
            END-IF
            .
       P2-FIM.

      * o arquivo do censo so sai com os dados conferidos; com erro
      * o usuario decide, sem a escola nao ha como gerar
       P3-GERA.
            DISPLAY 'GERAR ARQUIVO DO CENSO'

            PERFORM P6-PEDE-PERIODO
            PERFORM P5-CONFERE-DADOS THRU P5-FIM

            MOVE 'N'                    TO WS-DADOS-OK

            IF NOT ESCOLA-OK THEN
                DISPLAY 'DADOS DA ESCOLA NAO DEFINIDOS! USE A '
                        'OPCAO 1 ANTES DE GERAR O CENSO.'
            ELSE
                IF WS-QT-ERROS = 0 THEN
                    SET DADOS-OK        TO TRUE
                ELSE
                    DISPLAY 'Erros encontrados: ' WS-QT-ERROS
                    IF RELAT-ABERTO THEN
                        DISPLAY 'Confira a lista em CFP018R1.PRN'
                    ELSE
                        DISPLAY 'LISTA DE ERROS CFP018R1.PRN NAO '
                                'GERADA!'
                    END-IF
                    DISPLAY 'Gerar o arquivo mesmo assim? (S/N): '
                    ACCEPT WS-RESPOSTA
                    IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's' THEN
                        SET DADOS-OK    TO TRUE
                    END-IF
                END-IF
            END-IF

            IF DADOS-OK THEN
                PERFORM P7-GRAVA-CENSO THRU P7-FIM
            ELSE
                DISPLAY 'ARQUIVO DO CENSO NAO GERADO.'
            END-IF
            .
       P3-FIM.

       P5-CONFERE-DADOS.
            SET FILER-OK                      TO TRUE
            MOVE 0                      TO WS-QT-ERROS

            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

            OPEN OUTPUT RELATORIO

      * sem a lista de erros a conferencia roda do mesmo jeito: a
      * geracao do arquivo depende da contagem de erros
            IF FILER-OK THEN
                SET RELAT-ABERTO        TO TRUE

                MOVE WS-DATA-HOJE       TO WS-CAB-01-DATA
                MOVE WS-CAB-01          TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE AMB-NOME           TO WS-CAB-AMB-NOME
                MOVE WS-CAB-AMB         TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE WS-DT-REFERENCIA   TO WS-CPER-REFERENCIA
                MOVE WS-DT-INICIO       TO WS-CPER-INICIO
                MOVE WS-CAB-PERIODO     TO REG-RELATORIO
                WRITE REG-RELATORIO
                MOVE WS-CAB-02          TO REG-RELATORIO
                WRITE REG-RELATORIO
            ELSE
                MOVE 'N'                TO WS-RELAT-ABERTO
                DISPLAY 'ERRO AO ABRIR A LISTA DE ERROS CFP018R1.PRN'
                DISPLAY 'FILE STATUS: ' WS-FILER
            END-IF

            PERFORM P5A-CONFERE-ESCOLA
            PERFORM P5B-CARREGA-TURMAS
            PERFORM P5E-CONFERE-ALUNOS

            PERFORM P5H-CONFERE-TURMA
               VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TUR-QTD

            IF RELAT-ABERTO THEN
                MOVE SPACES             TO REG-RELATORIO
                WRITE REG-RELATORIO

                IF WS-QT-ERROS = 0 THEN
                    MOVE WS-SEM-ERROS   TO REG-RELATORIO
                    WRITE REG-RELATORIO
                ELSE
                    MOVE WS-QT-ERROS    TO WS-ROD-TOTAL
                    MOVE WS-RODAPE      TO REG-RELATORIO
                    WRITE REG-RELATORIO
                END-IF

                CLOSE RELATORIO
            END-IF
            .
       P5-FIM.

       P5A-CONFERE-ESCOLA.
            SET FILEP-OK                      TO TRUE
            MOVE 'N'                    TO WS-ESCOLA-OK
            MOVE 'ESCOLA'               TO WS-DET-ORIGEM
            MOVE SPACES                 TO WS-DET-CHAVE
            MOVE SPACES                 TO WS-DET-NOME

            OPEN INPUT ESCOLA

            IF FILEP-OK THEN
                READ ESCOLA
                    NOT AT END
                        SET ESCOLA-OK   TO TRUE
                        MOVE ESC-INEP      TO WS-ESC-INEP
                        MOVE ESC-NOME      TO WS-ESC-NOME
                        MOVE ESC-MUNICIPIO TO WS-ESC-MUNICIPIO
                        MOVE ESC-UF        TO WS-ESC-UF
                END-READ
                CLOSE ESCOLA
            END-IF

            IF NOT ESCOLA-OK THEN
                MOVE 'DADOS DA ESCOLA NAO DEFINIDOS'
                                        TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            ELSE
                MOVE ESC-NOME           TO WS-DET-NOME
                IF ESC-INEP = 0 THEN
                    MOVE 'CODIGO INEP NAO INFORMADO'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                END-IF
                IF ESC-MUNICIPIO = 0 THEN
                    MOVE 'MUNICIPIO NAO INFORMADO'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                END-IF
            END-IF
            .

       P5B-CARREGA-TURMAS.
            SET FILEM-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ
            MOVE 0                      TO WS-TUR-QTD

            OPEN INPUT TURMA

            IF FILEM-OK THEN
                PERFORM P5C-LE-TURMA
                PERFORM P5D-GUARDA-TURMA UNTIL FIM-ARQ
                CLOSE TURMA
            ELSE
                MOVE 'TURMA'            TO WS-DET-ORIGEM
                MOVE SPACES             TO WS-DET-CHAVE
                MOVE SPACES             TO WS-DET-NOME
                MOVE 'CADASTRO DE TURMAS AUSENTE'
                                        TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            END-IF
            .

       P5C-LE-TURMA.
            READ TURMA NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEM-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P5D-GUARDA-TURMA.
            IF TURMA-ATIVA THEN
                IF WS-TUR-QTD < 500 THEN
                    ADD 1               TO WS-TUR-QTD
                    MOVE CD-TURMA       TO WS-TUR-CODIGO(WS-TUR-QTD)
                    MOVE DS-TURMA    TO WS-TUR-DESCRICAO(WS-TUR-QTD)
                    MOVE TURNO-TURMA    TO WS-TUR-TURNO(WS-TUR-QTD)
                    MOVE CAPAC-TURMA TO WS-TUR-CAPACIDADE(WS-TUR-QTD)
                    MOVE 0              TO WS-TUR-ALUNOS(WS-TUR-QTD)
                ELSE
                    DISPLAY 'MAIS DE 500 TURMAS; TURMA FORA DO '
                            'CENSO: ' CD-TURMA
                END-IF
            END-IF

            PERFORM P5C-LE-TURMA
            .

      * aluno do censo: ativo e matriculado ate a data de referencia
       P5E-CONFERE-ALUNOS.
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                PERFORM P5F-LE-ALUNO
                PERFORM P5G-CONFERE-ALUNO UNTIL FIM-ARQ
                CLOSE ALUNO
            ELSE
                MOVE 'ALUNO'            TO WS-DET-ORIGEM
                MOVE SPACES             TO WS-DET-CHAVE
                MOVE SPACES             TO WS-DET-NOME
                MOVE 'CADASTRO DE ALUNOS AUSENTE'
                                        TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            END-IF
            .

       P5F-LE-ALUNO.
            READ ALUNO NEXT RECORD
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILES-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

       P5G-CONFERE-ALUNO.
            IF ALUNO-ATIVO AND DT-MATRICULA <= WS-DT-REFERENCIA THEN
                MOVE 'ALUNO'            TO WS-DET-ORIGEM
                MOVE ID-ALUNO           TO WS-ID-ED
                MOVE WS-ID-ED           TO WS-DET-CHAVE
                MOVE NM-ALUNO           TO WS-DET-NOME

                IF NM-ALUNO = SPACES THEN
                    MOVE 'NOME NAO INFORMADO'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                END-IF

                EVALUATE TRUE
                    WHEN DT-NASC-ALUNO = 0
                        MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                                        TO WS-DET-ERRO
                        PERFORM P5Z-GRAVA-ERRO
                    WHEN FUNCTION TEST-DATE-YYYYMMDD(DT-NASC-ALUNO)
                         NOT = 0
                        MOVE 'DATA DE NASCIMENTO INVALIDA'
                                        TO WS-DET-ERRO
                        PERFORM P5Z-GRAVA-ERRO
                    WHEN DT-NASC-ALUNO >= WS-DT-REFERENCIA
                        MOVE 'NASCIMENTO APOS A DATA DE REFERENCIA'
                                        TO WS-DET-ERRO
                        PERFORM P5Z-GRAVA-ERRO
                END-EVALUATE

                IF DT-MATRICULA = 0 THEN
                    MOVE 'DATA DE MATRICULA NAO INFORMADA'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                END-IF

                IF TURMA-ALUNO = SPACES THEN
                    MOVE 'ALUNO ATIVO SEM TURMA'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                ELSE
                    MOVE TURMA-ALUNO    TO WS-TURMA-BUSCA
                    PERFORM P9-ACHA-TURMA
                    IF ACHOU THEN
                        ADD 1           TO WS-TUR-ALUNOS(WS-T)
                    ELSE
                        MOVE 'TURMA INEXISTENTE OU INATIVA'
                                        TO WS-DET-ERRO
                        PERFORM P5Z-GRAVA-ERRO
                    END-IF
                END-IF
            END-IF

            PERFORM P5F-LE-ALUNO
            .

       P5H-CONFERE-TURMA.
            MOVE 'TURMA'                TO WS-DET-ORIGEM
            MOVE WS-TUR-CODIGO(WS-T)    TO WS-DET-CHAVE
            MOVE WS-TUR-DESCRICAO(WS-T) TO WS-DET-NOME

            IF WS-TUR-ALUNOS(WS-T) = 0 THEN
                MOVE 'TURMA SEM ALUNOS'  TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            END-IF

            IF WS-TUR-TURNO(WS-T) NOT = 'M'
               AND WS-TUR-TURNO(WS-T) NOT = 'T'
               AND WS-TUR-TURNO(WS-T) NOT = 'N' THEN
                MOVE 'TURNO INVALIDO'    TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            END-IF

            IF WS-TUR-CAPACIDADE(WS-T) = 0 THEN
                MOVE 'CAPACIDADE NAO INFORMADA'
                                        TO WS-DET-ERRO
                PERFORM P5Z-GRAVA-ERRO
            ELSE
                IF WS-TUR-ALUNOS(WS-T) > WS-TUR-CAPACIDADE(WS-T) THEN
                    MOVE 'ALUNOS ACIMA DA CAPACIDADE'
                                        TO WS-DET-ERRO
                    PERFORM P5Z-GRAVA-ERRO
                END-IF
            END-IF
            .

       P5Z-GRAVA-ERRO.
            IF RELAT-ABERTO THEN
                MOVE WS-DETALHE         TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF
            ADD 1                       TO WS-QT-ERROS
            .

      * periodo de referencia: movimentos de WS-DT-INICIO ate a
      * data de referencia entram no censo
       P6-PEDE-PERIODO.
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P6A-PEDE-REFERENCIA UNTIL ENTRADA-OK
            MOVE 'N'                    TO WS-ENTRADA-OK
            PERFORM P6B-PEDE-INICIO UNTIL ENTRADA-OK
            .

       P6A-PEDE-REFERENCIA.
            DISPLAY 'Data de referencia do censo (AAAAMMDD): '
            MOVE 0                      TO WS-DATA
            ACCEPT WS-DATA

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = 0 THEN
                DISPLAY 'DATA INVALIDA!'
            ELSE
                MOVE WS-DATA            TO WS-DT-REFERENCIA
                SET ENTRADA-OK          TO TRUE
            END-IF
            .

       P6B-PEDE-INICIO.
            DISPLAY 'Inicio do periodo dos movimentos (AAAAMMDD): '
            MOVE 0                      TO WS-DATA
            ACCEPT WS-DATA

            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA) NOT = 0 THEN
                DISPLAY 'DATA INVALIDA!'
            ELSE
                IF WS-DATA > WS-DT-REFERENCIA THEN
                    DISPLAY 'INICIO POSTERIOR A DATA DE REFERENCIA!'
                ELSE
                    MOVE WS-DATA        TO WS-DT-INICIO
                    SET ENTRADA-OK      TO TRUE
                END-IF
            END-IF
            .

       P7-GRAVA-CENSO.
            SET FILEX-OK                      TO TRUE
            MOVE 0                      TO WS-QT-TURMAS
            MOVE 0                      TO WS-QT-ALUNOS
            MOVE 0                      TO WS-QT-MOVIMENTOS
            MOVE 0                      TO WS-QT-REGISTROS
            SET GRAVACAO-OK             TO TRUE

            OPEN OUTPUT CENSO

            IF NOT FILEX-OK THEN
                DISPLAY 'ERRO AO CRIAR O ARQUIVO DO CENSO'
                DISPLAY 'FILE STATUS: ' WS-FILEX
            ELSE
                MOVE SPACES             TO REG-CENSO
                SET CENS-ESCOLA         TO TRUE
                MOVE WS-ESC-INEP        TO CENS-INEP
                MOVE WS-ESC-NOME        TO CENS-00-NOME
                MOVE WS-ESC-MUNICIPIO   TO CENS-00-MUNICIPIO
                MOVE WS-ESC-UF          TO CENS-00-UF
                MOVE WS-DT-REFERENCIA   TO CENS-00-DT-REFERENCIA
                MOVE WS-DT-INICIO       TO CENS-00-DT-INICIO
                MOVE WS-DATA-HOJE       TO CENS-00-DT-GERACAO
                PERFORM P7Z-GRAVA-REGISTRO

                PERFORM P7A-GRAVA-TURMA
                   VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TUR-QTD OR NOT GRAVACAO-OK

                PERFORM P7B-GRAVA-ALUNOS
                PERFORM P7E-GRAVA-MOVIMENTOS

                MOVE SPACES             TO REG-CENSO
                SET CENS-FECHAMENTO     TO TRUE
                MOVE WS-ESC-INEP        TO CENS-INEP
                MOVE WS-QT-TURMAS       TO CENS-99-QT-TURMAS
                MOVE WS-QT-ALUNOS       TO CENS-99-QT-ALUNOS
                MOVE WS-QT-MOVIMENTOS   TO CENS-99-QT-MOVIMENTOS
                COMPUTE CENS-99-QT-REGISTROS = WS-QT-REGISTROS + 1
                PERFORM P7Z-GRAVA-REGISTRO

                CLOSE CENSO

                IF GRAVACAO-OK THEN
                    DISPLAY 'Turmas exportadas    : ' WS-QT-TURMAS
                    DISPLAY 'Alunos exportados    : ' WS-QT-ALUNOS
                    DISPLAY 'Movimentos exportados: ' WS-QT-MOVIMENTOS
                    DISPLAY 'Arquivo do censo gerado em CFP018S1.TXT'
                ELSE
                    DISPLAY 'ARQUIVO DO CENSO INCOMPLETO! NAO ENVIE '
                            'O CFP018S1.TXT; GERE O ARQUIVO DE NOVO.'
                END-IF
            END-IF
            .
       P7-FIM.

       P7A-GRAVA-TURMA.
            MOVE SPACES                 TO REG-CENSO
            SET CENS-TURMA              TO TRUE
            MOVE WS-ESC-INEP            TO CENS-INEP
            MOVE WS-TUR-CODIGO(WS-T)    TO CENS-20-TURMA
            MOVE WS-TUR-DESCRICAO(WS-T) TO CENS-20-DESCRICAO
            MOVE WS-TUR-TURNO(WS-T)     TO CENS-20-TURNO
            MOVE WS-TUR-CAPACIDADE(WS-T) TO CENS-20-CAPACIDADE
            MOVE WS-TUR-ALUNOS(WS-T)    TO CENS-20-QT-ALUNOS
            PERFORM P7Z-GRAVA-REGISTRO
            ADD 1                       TO WS-QT-TURMAS
            .

       P7B-GRAVA-ALUNOS.
            SET FILES-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT ALUNO

            IF FILES-OK THEN
                PERFORM P5F-LE-ALUNO
                PERFORM P7C-GRAVA-ALUNO
                   UNTIL FIM-ARQ OR NOT GRAVACAO-OK
                CLOSE ALUNO
            END-IF
            .

       P7C-GRAVA-ALUNO.
            IF ALUNO-ATIVO AND DT-MATRICULA <= WS-DT-REFERENCIA THEN
                MOVE SPACES             TO REG-CENSO
                SET CENS-ALUNO          TO TRUE
                MOVE WS-ESC-INEP        TO CENS-INEP
                MOVE ID-ALUNO           TO CENS-60-ID-ALUNO
                MOVE NM-ALUNO           TO CENS-60-NOME
                MOVE DT-NASC-ALUNO      TO CENS-60-DT-NASC
                MOVE TURMA-ALUNO        TO CENS-60-TURMA
                MOVE DT-MATRICULA       TO CENS-60-DT-MATRICULA
                PERFORM P7Z-GRAVA-REGISTRO
                ADD 1                   TO WS-QT-ALUNOS
            END-IF

            PERFORM P5F-LE-ALUNO
            .

       P7E-GRAVA-MOVIMENTOS.
            SET FILEV-OK                      TO TRUE
            MOVE 'N'                    TO WS-FIM-ARQ

            OPEN INPUT MOVIMENTO

            IF FILEV-OK THEN
                PERFORM P7F-LE-MOVIMENTO
                PERFORM P7G-GRAVA-MOVIMENTO
                   UNTIL FIM-ARQ OR NOT GRAVACAO-OK
                CLOSE MOVIMENTO
            END-IF
            .

       P7F-LE-MOVIMENTO.
            READ MOVIMENTO
                AT END
                    SET FIM-ARQ          TO TRUE
            END-READ

            IF NOT FILEV-OK THEN
                SET FIM-ARQ              TO TRUE
            END-IF
            .

      * a promocao de fim de ano (FECHANO) nao e movimento do censo
       P7G-GRAVA-MOVIMENTO.
            IF MOV-DATA >= WS-DT-INICIO
               AND MOV-DATA <= WS-DT-REFERENCIA
               AND MOV-OPERADOR NOT = 'FECHANO' THEN
                MOVE SPACES             TO REG-CENSO
                SET CENS-MOVIMENTO      TO TRUE
                MOVE WS-ESC-INEP        TO CENS-INEP
                MOVE MOV-ID-ALUNO       TO CENS-70-ID-ALUNO
                EVALUATE TRUE
                    WHEN MOV-TURMA-ORIGEM = SPACES
                        MOVE 'N'        TO CENS-70-TIPO-MOV
                    WHEN MOV-TURMA-DESTINO = SPACES
                        MOVE 'D'        TO CENS-70-TIPO-MOV
                    WHEN OTHER
                        MOVE 'T'        TO CENS-70-TIPO-MOV
                END-EVALUATE
                MOVE MOV-TURMA-ORIGEM   TO CENS-70-TURMA-ORIGEM
                MOVE MOV-TURMA-DESTINO  TO CENS-70-TURMA-DESTINO
                MOVE MOV-DATA           TO CENS-70-DATA
                PERFORM P7Z-GRAVA-REGISTRO
                ADD 1                   TO WS-QT-MOVIMENTOS
            END-IF

            PERFORM P7F-LE-MOVIMENTO
            .

      * o primeiro erro de gravacao encerra a exportacao
       P7Z-GRAVA-REGISTRO.
            IF GRAVACAO-OK THEN
                WRITE REG-CENSO

                IF FILEX-OK THEN
                    ADD 1               TO WS-QT-REGISTROS
                ELSE
                    DISPLAY 'ERRO AO GRAVAR O ARQUIVO DO CENSO'
                    DISPLAY 'FILE STATUS: ' WS-FILEX
                    MOVE 'N'            TO WS-GRAVACAO
                END-IF
            END-IF
            .

      * posiciona WS-T na turma WS-TURMA-BUSCA da tabela
       P9-ACHA-TURMA.
            MOVE 'N'                    TO WS-ACHOU

            PERFORM P9A-COMPARA
               VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TUR-QTD OR ACHOU

            IF ACHOU THEN
                SUBTRACT 1              FROM WS-T
            END-IF
            .

       P9A-COMPARA.
            IF WS-TUR-CODIGO(WS-T) = WS-TURMA-BUSCA THEN
                SET ACHOU               TO TRUE
            END-IF
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
                   'CADMOV.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CADMOV
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP018P1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-ESCOLA
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP018S1.TXT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-CENSO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP018R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM CENSO.
