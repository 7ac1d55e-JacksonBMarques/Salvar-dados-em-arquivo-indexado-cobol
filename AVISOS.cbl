      ******************************************************************
      * Author: Breno Marques
      * Date: 15/10/2026
      * Purpose: gerar as cartas de aviso aos responsaveis
      *          (CFP015S1.DAT) em CFP016R1.PRN: aviso de frequencia
      *          para o aluno ativo com frequencia geral no
      *          CFP004S1.DAT abaixo da minima, e aviso de
      *          mensalidades para o aluno com cobrancas em aberto no
      *          CFP006S1.DAT ha um numero informado de meses ou mais,
      *          com o valor atualizado por multa e juros (rotina
      *          ENCARGOS); cada aviso fica registrado no CFP016S1.DAT
      *          e nao e emitido de novo (frequencia uma vez por
      *          bimestre, mensalidade uma vez por competencia);
      *          sem calendario (CADCALE) ou com a data fora de
      *          bimestre (ferias) so saem os avisos de mensalidade
      * Tectonics: cobc Linguagem: COBOL
      * Complexidade: C
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOS.
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

                SELECT RESPONSAVEL ASSIGN TO WS-ARQ-RESPONSAVEL
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS RESP-CHAVE
                FILE STATUS IS WS-FILEP.

                SELECT AVISO ASSIGN TO WS-ARQ-AVISO
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD KEY IS AVIS-CHAVE
                FILE STATUS IS WS-FILEA.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FILER.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNO.
          COPY CFPK0001.

       FD FREQUENCIA.
          COPY CFPK0004.

       FD MENSAL.
          COPY CFPK0006.

       FD RESPONSAVEL.
          COPY CFPK0015.

       FD AVISO.
          COPY CFPK0016.

       FD RELATORIO.
       01 REG-RELATORIO               PIC X(80).

       WORKING-STORAGE SECTION.
          COPY CFPAMB.

       77 WS-ARQ-ALUNO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-FREQ             PIC X(66) VALUE SPACES.
       77 WS-ARQ-MENSAL           PIC X(66) VALUE SPACES.
       77 WS-ARQ-RESPONSAVEL      PIC X(66) VALUE SPACES.
       77 WS-ARQ-AVISO            PIC X(66) VALUE SPACES.
       77 WS-ARQ-RELATORIO        PIC X(66) VALUE SPACES.

       77 WS-FILES                    PIC 99.
          88 FILES-OK                 VALUE 0.
       77 WS-FILEF                    PIC 99.
          88 FILEF-OK                 VALUE 0.
       77 WS-FILEB                    PIC 99.
          88 FILEB-OK                 VALUE 0.
       77 WS-FILEP                    PIC 99.
          88 FILEP-OK                 VALUE 0.
       77 WS-FILEA                    PIC 99.
          88 FILEA-OK                 VALUE 0.
       77 WS-FILER                    PIC 99.
          88 FILER-OK                 VALUE 0.
       77 WS-FREQ-ABERTO              PIC X VALUE 'N'.
          88 FREQ-ABERTO              VALUE 'S'.
       77 WS-MENSAL-ABERTO            PIC X VALUE 'N'.
          88 MENSAL-ABERTO            VALUE 'S'.
       77 WS-RESP-ABERTO              PIC X VALUE 'N'.
          88 RESP-ABERTO              VALUE 'S'.
       77 WS-FIM-ALUNO                PIC X VALUE 'N'.
          88 FIM-ALUNO                VALUE 'S'.
       77 WS-FIM-FREQ                 PIC X VALUE 'N'.
          88 FIM-FREQ                 VALUE 'S'.
       77 WS-FIM-MENSAL               PIC X VALUE 'N'.
          88 FIM-MENSAL               VALUE 'S'.
       77 WS-FIM-RESP                 PIC X VALUE 'N'.
          88 FIM-RESP                 VALUE 'S'.
       77 WS-TEM-RESP                 PIC X VALUE 'N'.
          88 TEM-RESP                 VALUE 'S'.
       77 WS-MIN-FREQ                 PIC 9(03) VALUE 75.
       77 WS-MESES-TXT                PIC X(02) VALUE SPACES.
       77 WS-MESES                    PIC 9(02) VALUE 0.
       77 WS-IDX-MES                  PIC 9(06) VALUE 0.
       77 WS-COMPET-CORTE             PIC 9(06) VALUE 0.
       77 WS-REF-FREQ                 PIC 9(06) VALUE 0.
       77 WS-TOT-PRES                 PIC 9(05) VALUE 0.
       77 WS-TOT-FALT                 PIC 9(05) VALUE 0.
       77 WS-PCT-FREQ                 PIC 9(03) VALUE 0.
       77 WS-QT-NOVAS                 PIC 9(03) VALUE 0.
       77 WS-VL-ATUALIZADO            PIC 9(07)V9(02) VALUE 0.
       77 WS-I                        PIC 9(03) VALUE 0.
       77 WS-TOTAL-ALUNOS             PIC 9(05) VALUE 0.
       77 WS-TOTAL-AV-FREQ            PIC 9(05) VALUE 0.
       77 WS-TOTAL-AV-MENS            PIC 9(05) VALUE 0.
       77 WS-TOTAL-JA-AVISADOS        PIC 9(05) VALUE 0.
       77 WS-TOTAL-SEM-RESP           PIC 9(05) VALUE 0.

       01 WS-DATA-CORTE.
          05 WS-CORTE-ANO             PIC 9(04).
          05 WS-CORTE-MES             PIC 9(02).

       01 WS-DATA-HOJE                PIC 9(08) VALUE 0.
       01 FILLER REDEFINES WS-DATA-HOJE.
          05 WS-HOJE-ANO              PIC 9(04).
          05 WS-HOJE-MES              PIC 9(02).
          05 WS-HOJE-DIA              PIC 9(02).

      * cobrancas em aberto do aluno corrente que entram na carta
       01 WS-MENSAL-TABELA.
          05 WS-MT-QTD                PIC 9(03) VALUE 0.
          05 WS-MT-ESTOURO            PIC X VALUE 'N'.
             88 MT-ESTOURO            VALUE 'S'.
          05 WS-MT-ITEM OCCURS 60 TIMES.
             10 WS-MT-COMPET          PIC 9(06).
             10 WS-MT-VENCTO          PIC 9(08).
             10 WS-MT-VALOR           PIC 9(05)V9(02).
             10 WS-MT-ATUAL           PIC 9(06)V9(02).
             10 WS-MT-NOVA            PIC X(01).
                88 MT-NOVA                VALUE 'S'.

      * responsavel que recebe o aviso: o principal ou, sem
      * principal marcado, o de menor sequencia
       01 WS-DESTINATARIO.
          05 WS-DEST-SEQ              PIC 9(01).
          05 WS-DEST-NOME             PIC X(30).
          05 WS-DEST-LOGRADOURO       PIC X(40).
          05 WS-DEST-BAIRRO           PIC X(20).
          05 WS-DEST-CIDADE           PIC X(20).
          05 WS-DEST-UF               PIC X(02).
          05 WS-DEST-CEP              PIC 9(08).
          05 FILLER REDEFINES WS-DEST-CEP.
             10 WS-DEST-CEP-1         PIC 9(05).
             10 WS-DEST-CEP-2         PIC 9(03).

          COPY BIMESTLK.

          COPY ENCARGLK.

       01 WS-CAB-01.
          05 FILLER                   PIC X(33) VALUE
             'CARTAS DE AVISO AOS RESPONSAVEIS '.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CAB-01-DATA           PIC 9(08).

       01 WS-CAB-AMB.
          05 FILLER                   PIC X(10) VALUE
             'AMBIENTE: '.
          05 WS-CAB-AMB-NOME          PIC X(10).

       01 WS-SEPARADOR                PIC X(80) VALUE ALL '='.

       01 WS-CARTA-TITULO.
          05 WS-CT-TITULO             PIC X(40).
          05 FILLER                   PIC X(24) VALUE SPACES.
          05 FILLER                   PIC X(06) VALUE 'DATA: '.
          05 WS-CT-DATA               PIC 9(08).

       01 WS-CARTA-DEST.
          05 FILLER                   PIC X(12) VALUE
             'A(O) SR(A). '.
          05 WS-CD-NOME               PIC X(30).

       01 WS-CARTA-CIDADE.
          05 WS-CC-BAIRRO             PIC X(20).
          05 FILLER                   PIC X(03) VALUE ' - '.
          05 WS-CC-CIDADE             PIC X(20).
          05 FILLER                   PIC X(01) VALUE '/'.
          05 WS-CC-UF                 PIC X(02).
          05 FILLER                   PIC X(06) VALUE '  CEP '.
          05 WS-CC-CEP-1              PIC 9(05).
          05 FILLER                   PIC X(01) VALUE '-'.
          05 WS-CC-CEP-2              PIC 9(03).

       01 WS-CARTA-REF.
          05 FILLER                   PIC X(12) VALUE
             'REF.: ALUNO '.
          05 WS-CR-ID                 PIC 9(05).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-CR-NOME               PIC X(20).
          05 FILLER                   PIC X(08) VALUE '  TURMA '.
          05 WS-CR-TURMA              PIC X(10).

       01 WS-CARTA-FREQ-1.
          05 FILLER                   PIC X(51) VALUE
             'Comunicamos que a frequencia geral do(a) aluno(a) '.
          05 FILLER                   PIC X(11) VALUE
             'acima esta '.
          05 FILLER                   PIC X(03) VALUE 'em '.
          05 WS-CF-PCT                PIC ZZ9.
          05 FILLER                   PIC X(02) VALUE '%,'.

       01 WS-CARTA-FREQ-2.
          05 FILLER                   PIC X(19) VALUE
             'abaixo do minimo de'.
          05 WS-CF-MIN                PIC ZZ9.
          05 FILLER                   PIC X(40) VALUE
             '% exigido para a aprovacao. Pedimos que'.

       01 WS-CARTA-FREQ-3.
          05 FILLER                   PIC X(40) VALUE
             'procure a coordenacao da escola para tra'.
          05 FILLER                   PIC X(40) VALUE
             'tarmos do assunto.'.

       01 WS-CARTA-MENS-1.
          05 FILLER                   PIC X(40) VALUE
             'Comunicamos que constam em aberto as men'.
          05 FILLER                   PIC X(40) VALUE
             'salidades abaixo:'.

       01 WS-CARTA-MENS-CAB.
          05 FILLER                   PIC X(08) VALUE 'COMPET'.
          05 FILLER                   PIC X(10) VALUE 'VENCTO'.
          05 FILLER                   PIC X(11) VALUE '      VALOR'.
          05 FILLER                   PIC X(14) VALUE
             '    ATUALIZADO'.

       01 WS-CARTA-MENS-DET.
          05 WS-CM-COMPET             PIC 9(06).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-CM-VENCTO             PIC 9(08).
          05 FILLER                   PIC X(02) VALUE SPACES.
          05 WS-CM-VALOR              PIC ZZ.ZZ9,99.
          05 FILLER                   PIC X(05) VALUE SPACES.
          05 WS-CM-ATUAL              PIC ZZZ.ZZ9,99.

       01 WS-CARTA-MENS-TOT.
          05 FILLER                   PIC X(29) VALUE
             'TOTAL ATUALIZADO ATE A DATA: '.
          05 WS-CM-TOTAL              PIC Z.ZZZ.ZZ9,99.

       01 WS-CARTA-MENS-2.
          05 FILLER                   PIC X(40) VALUE
             'Os valores incluem multa e juros de mora'.
          05 FILLER                   PIC X(40) VALUE
             '. Pedimos que regularize os pagamentos'.

       01 WS-CARTA-MENS-3.
          05 FILLER                   PIC X(40) VALUE
             'ou procure a secretaria da escola para n'.
          05 FILLER                   PIC X(40) VALUE
             'egociar o debito.'.

       01 WS-CARTA-MENS-MAIS          PIC X(80) VALUE
             '(e outras competencias anteriores em aberto)'.

       01 WS-CARTA-ASSINA             PIC X(80) VALUE
             'A SECRETARIA'.

       01 WS-SEM-RESP.
          05 FILLER                   PIC X(12) VALUE
             '*** ALUNO '.
          05 WS-SR-ID                 PIC 9(05).
          05 FILLER                   PIC X(01) VALUE SPACES.
          05 WS-SR-NOME               PIC X(20).
          05 FILLER                   PIC X(14) VALUE
             ': AVISO DE '.
          05 WS-SR-TIPO               PIC X(11).
          05 FILLER                   PIC X(17) VALUE
             ' SEM RESPONSAVEL'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            DISPLAY '*** Cartas de Aviso aos Responsaveis'

            PERFORM P00-AMBIENTE

            ACCEPT WS-DATA-HOJE         FROM DATE YYYYMMDD

            MOVE 0                      TO WS-MESES
            PERFORM P1-PEDE-MESES UNTIL WS-MESES > 0

            PERFORM P1A-COMPET-CORTE

            SET BIMEST-DA-DATA          TO TRUE
            MOVE 0                      TO BIMEST-ANO
            MOVE WS-DATA-HOJE           TO BIMEST-DATA
            CALL 'BIMESTRE' USING BIMEST-AREA

            OPEN INPUT ALUNO

      * sem calendario ou fora de bimestre (ferias) nao ha bimestre
      * de referencia: a frequencia nao e avisada nesta execucao
            IF BIMEST-NUMERO = 0 THEN
                DISPLAY 'DATA FORA DE BIMESTRE; AVISOS DE FREQUENCIA '
                        'NAO EMITIDOS'
            ELSE
                COMPUTE WS-REF-FREQ = BIMEST-ANO * 100 + BIMEST-NUMERO

                OPEN INPUT FREQUENCIA
                IF FILEF-OK THEN
                    SET FREQ-ABERTO     TO TRUE
                END-IF
            END-IF

            OPEN INPUT MENSAL
            IF FILEB-OK THEN
                SET MENSAL-ABERTO       TO TRUE
            END-IF

            OPEN INPUT RESPONSAVEL
            IF FILEP-OK THEN
                SET RESP-ABERTO         TO TRUE
            END-IF

            OPEN I-O AVISO
            IF WS-FILEA EQUAL 35 THEN
                OPEN OUTPUT AVISO
                CLOSE AVISO
                OPEN I-O AVISO
            END-IF

            OPEN OUTPUT RELATORIO

            IF NOT FILES-OK OR NOT FILEA-OK OR NOT FILER-OK THEN
                DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DOS AVISOS'
                DISPLAY 'FILE STATUS ALUNO: ' WS-FILES
                DISPLAY 'FILE STATUS AVISO: ' WS-FILEA
                DISPLAY 'FILE STATUS RELAT: ' WS-FILER
            ELSE
                IF NOT RESP-ABERTO THEN
                    DISPLAY 'NENHUM RESPONSAVEL CADASTRADO '
                            '(CFP015S1.DAT)! NENHUM AVISO SERA EMITIDO.'
                END-IF

                PERFORM P2-CABECALHO
                PERFORM P3-LE-ALUNO
                PERFORM P4-PROCESSA  THRU P4-FIM UNTIL FIM-ALUNO
            END-IF

            CLOSE ALUNO
            CLOSE FREQUENCIA
            CLOSE MENSAL
            CLOSE RESPONSAVEL
            CLOSE AVISO
            CLOSE RELATORIO

            DISPLAY ' '
            DISPLAY '*** Resumo dos avisos ***'
            DISPLAY 'Alunos lidos            : ' WS-TOTAL-ALUNOS
            DISPLAY 'Avisos de frequencia    : ' WS-TOTAL-AV-FREQ
            DISPLAY 'Avisos de mensalidade   : ' WS-TOTAL-AV-MENS
            DISPLAY 'Ja avisados antes       : ' WS-TOTAL-JA-AVISADOS
            DISPLAY 'Sem responsavel         : ' WS-TOTAL-SEM-RESP

            IF WS-TOTAL-SEM-RESP > 0 THEN
                DISPLAY 'ALUNOS SEM RESPONSAVEL LISTADOS EM '
                        'CFP016R1.PRN. CADASTRE PELO CADALUN (8).'
            END-IF

            STOP RUN.

       P1-PEDE-MESES.
            DISPLAY 'Avisar mensalidades em aberto ha quantos meses '
                    'ou mais (1 a 24)? '
            MOVE SPACES                 TO WS-MESES-TXT
            ACCEPT WS-MESES-TXT

            IF FUNCTION TEST-NUMVAL(WS-MESES-TXT) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-MESES-TXT) TO WS-MESES
            ELSE
                MOVE 0                  TO WS-MESES
            END-IF

            IF WS-MESES = 0 OR WS-MESES > 24 THEN
                DISPLAY 'NUMERO DE MESES INVALIDO!'
                MOVE 0                  TO WS-MESES
            END-IF
            .

      * competencia mais recente que entra no aviso: a do mes
      * corrente menos o numero de meses informado
       P1A-COMPET-CORTE.
            COMPUTE WS-IDX-MES = WS-HOJE-ANO * 12 + WS-HOJE-MES - 1
                               - WS-MESES
            DIVIDE WS-IDX-MES BY 12 GIVING WS-CORTE-ANO
                   REMAINDER WS-CORTE-MES
            ADD 1                       TO WS-CORTE-MES
            MOVE WS-DATA-CORTE          TO WS-COMPET-CORTE
            .

       P2-CABECALHO.
            MOVE WS-DATA-HOJE           TO WS-CAB-01-DATA
            MOVE WS-CAB-01              TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE AMB-NOME               TO WS-CAB-AMB-NOME
            MOVE WS-CAB-AMB             TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P3-LE-ALUNO.
            READ ALUNO NEXT RECORD
                AT END
                    SET FIM-ALUNO        TO TRUE
            END-READ
            .

      * frequencia so do aluno ativo; mensalidade atrasada vale
      * tambem para o aluno que ja saiu devendo
       P4-PROCESSA.
            ADD 1                       TO WS-TOTAL-ALUNOS

            IF ALUNO-ATIVO AND FREQ-ABERTO THEN
                PERFORM P5-FREQUENCIA THRU P5-FIM
            END-IF

            IF MENSAL-ABERTO THEN
                PERFORM P6-MENSALIDADES THRU P6-FIM
            END-IF

            PERFORM P3-LE-ALUNO
            .
       P4-FIM.

       P5-FREQUENCIA.
            MOVE 0                      TO WS-TOT-PRES
            MOVE 0                      TO WS-TOT-FALT
            MOVE 'N'                    TO WS-FIM-FREQ

            MOVE ID-ALUNO               TO FREQ-ID-ALUNO
            MOVE LOW-VALUES             TO FREQ-DISCIPLINA

            START FREQUENCIA KEY NOT LESS FREQ-CHAVE
                INVALID KEY
                    SET FIM-FREQ        TO TRUE
            END-START

            IF NOT FIM-FREQ THEN
                PERFORM P5A-LE-FREQ
            END-IF

            PERFORM P5B-ACUMULA   THRU P5B-FIM UNTIL FIM-FREQ

            IF WS-TOT-PRES + WS-TOT-FALT > 0 THEN
                COMPUTE WS-PCT-FREQ ROUNDED =
                   WS-TOT-PRES * 100 / (WS-TOT-PRES + WS-TOT-FALT)

                IF WS-PCT-FREQ < WS-MIN-FREQ THEN
                    PERFORM P5C-AVISO-FREQ
                END-IF
            END-IF
            .
       P5-FIM.

       P5A-LE-FREQ.
            READ FREQUENCIA NEXT RECORD
                AT END
                    SET FIM-FREQ         TO TRUE
            END-READ

            IF NOT FILEF-OK THEN
                SET FIM-FREQ             TO TRUE
            END-IF

            IF NOT FIM-FREQ AND FREQ-ID-ALUNO NOT = ID-ALUNO THEN
                SET FIM-FREQ             TO TRUE
            END-IF
            .

       P5B-ACUMULA.
            ADD FREQ-PRES-BIM-1         TO WS-TOT-PRES
            ADD FREQ-PRES-BIM-2         TO WS-TOT-PRES
            ADD FREQ-PRES-BIM-3         TO WS-TOT-PRES
            ADD FREQ-PRES-BIM-4         TO WS-TOT-PRES
            ADD FREQ-FALT-BIM-1         TO WS-TOT-FALT
            ADD FREQ-FALT-BIM-2         TO WS-TOT-FALT
            ADD FREQ-FALT-BIM-3         TO WS-TOT-FALT
            ADD FREQ-FALT-BIM-4         TO WS-TOT-FALT

            PERFORM P5A-LE-FREQ
            .
       P5B-FIM.

       P5C-AVISO-FREQ.
            MOVE ID-ALUNO               TO AVIS-ID-ALUNO
            SET AVIS-FREQUENCIA         TO TRUE
            MOVE WS-REF-FREQ            TO AVIS-REFERENCIA

            READ AVISO
                INVALID KEY
                    PERFORM P7-BUSCA-RESPONSAVEL THRU P7-FIM

                    IF TEM-RESP THEN
                        PERFORM P5D-CARTA-FREQ
                    ELSE
                        MOVE 'FREQUENCIA' TO WS-SR-TIPO
                        PERFORM P8-SEM-RESPONSAVEL
                    END-IF
                NOT INVALID KEY
                    ADD 1               TO WS-TOTAL-JA-AVISADOS
            END-READ
            .

       P5D-CARTA-FREQ.
            MOVE 'AVISO DE FREQUENCIA ESCOLAR' TO WS-CT-TITULO
            PERFORM P9-CABECALHO-CARTA

            MOVE WS-PCT-FREQ            TO WS-CF-PCT
            MOVE WS-CARTA-FREQ-1        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-MIN-FREQ            TO WS-CF-MIN
            MOVE WS-CARTA-FREQ-2        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CARTA-FREQ-3        TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P9A-ASSINATURA

            INITIALIZE REG-AVISO
            MOVE ID-ALUNO               TO AVIS-ID-ALUNO
            SET AVIS-FREQUENCIA         TO TRUE
            MOVE WS-REF-FREQ            TO AVIS-REFERENCIA
            MOVE WS-DATA-HOJE           TO AVIS-DT-EMISSAO
            MOVE WS-DEST-SEQ            TO AVIS-RESP-SEQ
            MOVE WS-DEST-NOME           TO AVIS-RESP-NOME
            MOVE WS-PCT-FREQ            TO AVIS-PCT-FREQ

            WRITE REG-AVISO
                INVALID KEY
                    DISPLAY 'ERRO AO REGISTRAR O AVISO DO ALUNO '
                            ID-ALUNO
                NOT INVALID KEY
                    ADD 1               TO WS-TOTAL-AV-FREQ
            END-WRITE
            .

      * junta as cobrancas em aberto ate a competencia de corte; a
      * carta sai se ao menos uma ainda nao foi avisada e lista
      * todas, com o valor atualizado ate hoje
       P6-MENSALIDADES.
            MOVE 0                      TO WS-MT-QTD
            MOVE 'N'                    TO WS-MT-ESTOURO
            MOVE 0                      TO WS-QT-NOVAS
            MOVE 0                      TO WS-VL-ATUALIZADO
            MOVE 'N'                    TO WS-FIM-MENSAL

            MOVE ID-ALUNO               TO MENS-ID-ALUNO
            MOVE 0                      TO MENS-COMPET

            START MENSAL KEY NOT LESS MENS-CHAVE
                INVALID KEY
                    SET FIM-MENSAL      TO TRUE
            END-START

            IF NOT FIM-MENSAL THEN
                PERFORM P6A-LE-MENSAL
            END-IF

            PERFORM P6B-SELECIONA THRU P6B-FIM UNTIL FIM-MENSAL

            IF WS-QT-NOVAS > 0 THEN
                PERFORM P7-BUSCA-RESPONSAVEL THRU P7-FIM

                IF TEM-RESP THEN
                    PERFORM P6C-CARTA-MENS
                ELSE
                    MOVE 'MENSALIDADE'  TO WS-SR-TIPO
                    PERFORM P8-SEM-RESPONSAVEL
                END-IF
            ELSE
                IF WS-MT-QTD > 0 THEN
                    ADD 1               TO WS-TOTAL-JA-AVISADOS
                END-IF
            END-IF
            .
       P6-FIM.

       P6A-LE-MENSAL.
            READ MENSAL NEXT RECORD
                AT END
                    SET FIM-MENSAL       TO TRUE
            END-READ

            IF NOT FILEB-OK THEN
                SET FIM-MENSAL           TO TRUE
            END-IF

            IF NOT FIM-MENSAL AND MENS-ID-ALUNO NOT = ID-ALUNO THEN
                SET FIM-MENSAL           TO TRUE
            END-IF
            .

       P6B-SELECIONA.
            IF MENS-ABERTA AND MENS-COMPET <= WS-COMPET-CORTE THEN
                IF WS-MT-QTD < 60 THEN
                    ADD 1               TO WS-MT-QTD
                    MOVE MENS-COMPET    TO WS-MT-COMPET(WS-MT-QTD)
                    MOVE MENS-DT-VENCTO TO WS-MT-VENCTO(WS-MT-QTD)
                    MOVE MENS-VALOR     TO WS-MT-VALOR(WS-MT-QTD)

                    SET ENC-CALCULO     TO TRUE
                    MOVE MENS-DT-VENCTO TO ENC-DT-VENCTO
                    MOVE WS-DATA-HOJE   TO ENC-DT-REFERENCIA
                    MOVE MENS-VALOR     TO ENC-VALOR
                    CALL 'ENCARGOS' USING ENC-AREA
                    MOVE ENC-VL-TOTAL   TO WS-MT-ATUAL(WS-MT-QTD)
                    ADD ENC-VL-TOTAL    TO WS-VL-ATUALIZADO

                    MOVE MENS-ID-ALUNO  TO AVIS-ID-ALUNO
                    SET AVIS-MENSALIDADE TO TRUE
                    MOVE MENS-COMPET    TO AVIS-REFERENCIA

                    READ AVISO
                        INVALID KEY
                            MOVE 'S'    TO WS-MT-NOVA(WS-MT-QTD)
                            ADD 1       TO WS-QT-NOVAS
                        NOT INVALID KEY
                            MOVE 'N'    TO WS-MT-NOVA(WS-MT-QTD)
                    END-READ
                ELSE
                    SET MT-ESTOURO      TO TRUE
                END-IF
            END-IF

            PERFORM P6A-LE-MENSAL
            .
       P6B-FIM.

       P6C-CARTA-MENS.
            MOVE 'AVISO DE MENSALIDADES EM ABERTO' TO WS-CT-TITULO
            PERFORM P9-CABECALHO-CARTA

            MOVE WS-CARTA-MENS-1        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CARTA-MENS-CAB      TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P6D-LINHA-MENS
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MT-QTD

            IF MT-ESTOURO THEN
                MOVE WS-CARTA-MENS-MAIS TO REG-RELATORIO
                WRITE REG-RELATORIO
            END-IF

            MOVE WS-VL-ATUALIZADO       TO WS-CM-TOTAL
            MOVE WS-CARTA-MENS-TOT      TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CARTA-MENS-2        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CARTA-MENS-3        TO REG-RELATORIO
            WRITE REG-RELATORIO

            PERFORM P9A-ASSINATURA

            PERFORM P6E-REGISTRA-AVISO
               VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MT-QTD

            ADD 1                       TO WS-TOTAL-AV-MENS
            .

       P6D-LINHA-MENS.
            MOVE WS-MT-COMPET(WS-I)     TO WS-CM-COMPET
            MOVE WS-MT-VENCTO(WS-I)     TO WS-CM-VENCTO
            MOVE WS-MT-VALOR(WS-I)      TO WS-CM-VALOR
            MOVE WS-MT-ATUAL(WS-I)      TO WS-CM-ATUAL
            MOVE WS-CARTA-MENS-DET      TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

      * so as competencias ainda nao avisadas sao registradas
       P6E-REGISTRA-AVISO.
            IF MT-NOVA(WS-I) THEN
                INITIALIZE REG-AVISO
                MOVE ID-ALUNO           TO AVIS-ID-ALUNO
                SET AVIS-MENSALIDADE    TO TRUE
                MOVE WS-MT-COMPET(WS-I) TO AVIS-REFERENCIA
                MOVE WS-DATA-HOJE       TO AVIS-DT-EMISSAO
                MOVE WS-DEST-SEQ        TO AVIS-RESP-SEQ
                MOVE WS-DEST-NOME       TO AVIS-RESP-NOME
                MOVE WS-MT-ATUAL(WS-I)  TO AVIS-VL-DEVIDO

                WRITE REG-AVISO
                    INVALID KEY
                        DISPLAY 'ERRO AO REGISTRAR O AVISO DO ALUNO '
                                ID-ALUNO ' ' WS-MT-COMPET(WS-I)
                END-WRITE
            END-IF
            .

       P7-BUSCA-RESPONSAVEL.
            MOVE 'N'                    TO WS-TEM-RESP
            MOVE 'N'                    TO WS-FIM-RESP

            IF NOT RESP-ABERTO THEN
                SET FIM-RESP            TO TRUE
            ELSE
                MOVE ID-ALUNO           TO RESP-ID-ALUNO
                MOVE 0                  TO RESP-SEQ

                START RESPONSAVEL KEY NOT LESS RESP-CHAVE
                    INVALID KEY
                        SET FIM-RESP    TO TRUE
                END-START

                IF NOT FIM-RESP THEN
                    PERFORM P7A-LE-RESP
                END-IF
            END-IF

            PERFORM P7B-ESCOLHE   THRU P7B-FIM UNTIL FIM-RESP
            .
       P7-FIM.

       P7A-LE-RESP.
            READ RESPONSAVEL NEXT RECORD
                AT END
                    SET FIM-RESP         TO TRUE
            END-READ

            IF NOT FILEP-OK THEN
                SET FIM-RESP             TO TRUE
            END-IF

            IF NOT FIM-RESP AND RESP-ID-ALUNO NOT = ID-ALUNO THEN
                SET FIM-RESP             TO TRUE
            END-IF
            .

       P7B-ESCOLHE.
            IF NOT TEM-RESP OR RESP-E-PRINCIPAL THEN
                SET TEM-RESP            TO TRUE
                MOVE RESP-SEQ           TO WS-DEST-SEQ
                MOVE RESP-NOME          TO WS-DEST-NOME
                MOVE RESP-LOGRADOURO    TO WS-DEST-LOGRADOURO
                MOVE RESP-BAIRRO        TO WS-DEST-BAIRRO
                MOVE RESP-CIDADE        TO WS-DEST-CIDADE
                MOVE RESP-UF            TO WS-DEST-UF
                MOVE RESP-CEP           TO WS-DEST-CEP
            END-IF

            IF RESP-E-PRINCIPAL THEN
                SET FIM-RESP            TO TRUE
            ELSE
                PERFORM P7A-LE-RESP
            END-IF
            .
       P7B-FIM.

      * sem responsavel o aviso nao e registrado e volta a ser
      * tentado na proxima execucao
       P8-SEM-RESPONSAVEL.
            MOVE ID-ALUNO               TO WS-SR-ID
            MOVE NM-ALUNO               TO WS-SR-NOME
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-SEM-RESP            TO REG-RELATORIO
            WRITE REG-RELATORIO

            ADD 1                       TO WS-TOTAL-SEM-RESP
            .

       P9-CABECALHO-CARTA.
            MOVE WS-SEPARADOR           TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-DATA-HOJE           TO WS-CT-DATA
            MOVE WS-CARTA-TITULO        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE WS-DEST-NOME           TO WS-CD-NOME
            MOVE WS-CARTA-DEST          TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DEST-LOGRADOURO     TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-DEST-BAIRRO         TO WS-CC-BAIRRO
            MOVE WS-DEST-CIDADE         TO WS-CC-CIDADE
            MOVE WS-DEST-UF             TO WS-CC-UF
            MOVE WS-DEST-CEP-1          TO WS-CC-CEP-1
            MOVE WS-DEST-CEP-2          TO WS-CC-CEP-2
            MOVE WS-CARTA-CIDADE        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO

            MOVE ID-ALUNO               TO WS-CR-ID
            MOVE NM-ALUNO               TO WS-CR-NOME
            MOVE TURMA-ALUNO            TO WS-CR-TURMA
            MOVE WS-CARTA-REF           TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            .

       P9A-ASSINATURA.
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE WS-CARTA-ASSINA        TO REG-RELATORIO
            WRITE REG-RELATORIO
            MOVE SPACES                 TO REG-RELATORIO
            WRITE REG-RELATORIO
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
                   'CFP015S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RESPONSAVEL
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP016S1.DAT'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-AVISO
            END-STRING

            STRING FUNCTION TRIM(AMB-DIR)
                                     DELIMITED BY SIZE
                   'CFP016R1.PRN'
                                     DELIMITED BY SIZE
                   INTO WS-ARQ-RELATORIO
            END-STRING
            .

       END PROGRAM AVISOS.
