      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE MONITORAMENTO DE ALERTAS (COMPLIANCE). RODA NA   *
      * ESTEIRA NOTURNA DEPOIS DA POSTAGEM: LE O HISTORICO DE         *
      * POSTADAS (TRANHIST, COPY HISTREC) DOS ULTIMOS DIAS, CLASSIFICA*
      * POR CONTA E DATA E APLICA AS REGRAS DO CARTAO ALRPARM (COPY   *
      * ALRPARM): GV ITEM ISOLADO DE GRANDE VALOR, TD TOTAL DIARIO DA *
      * CONTA ACIMA DO LIMITE, FR FRACIONAMENTO (VARIOS ITENS LOGO    *
      * ABAIXO DO VALOR ALTO DENTRO DA JANELA DE DIAS) E SV SALTO DE  *
      * QUANTIDADE NO DIA SOBRE A MEDIA DA PROPRIA CONTA. SO CONTAM   *
      * ITENS POSTADOS ('P') QUE NAO SAO ESTORNO; VALORES EM MODULO.  *
      * CADA ALERTA NOVO VAI PARA O ARQUIVO PERMANENTE DE ALERTAS     *
      * (ALRTFIL, COPY ALRREC) COM A REGRA E A SITUACAO; O MESMO      *
      * PADRAO JA ALERTADO (MESMA REGRA, CONTA E REFERENCIA, OU       *
      * JANELA SOBREPOSTA NO FR) NAO E ALERTADO DE NOVO. O RELATORIO  *
      * (ALRRPT) LISTA OS ALERTAS NOVOS AGRUPADOS POR REGRA.          *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. ALRT0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT TRANS-HIST-FILE
               ASSIGN TO TRANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ALERT-PARM-FILE
               ASSIGN TO ALRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO ALRTFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO SORTWK.
           SELECT ALERT-REPORT-FILE
               ASSIGN TO ALRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  TRANS-HIST-FILE.
           COPY HISTREC.
       FD  ALERT-PARM-FILE.
           COPY ALRPARM.
       FD  ALERT-FILE.
           COPY ALRREC.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-ACCOUNT            PIC X(12).
           05  SORT-DATE               PIC X(08).
           05  SORT-ID                 PIC X(10).
           05  SORT-AMOUNT             PIC 9(09)V99.
       FD  ALERT-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-ALRT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88 HIST-EOF                     VALUE 'Y'.
       77 WS-ALRT-EOF-SW         PIC X(01) VALUE 'N'.
           88 ALERT-EOF                    VALUE 'Y'.
       77 WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
           88 SORT-EOF                     VALUE 'Y'.
       77 WS-FIRST-REC-SW        PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD-PENDING         VALUE 'Y'.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           88 PARM-VALID                   VALUE 'Y'.
       77 WS-HIST-OK-SW          PIC X(01) VALUE 'Y'.
           88 HIST-AVAILABLE               VALUE 'Y'.
       77 WS-ALR-DUP-SW          PIC X(01) VALUE 'N'.
           88 ALERT-ALREADY-RAISED         VALUE 'Y'.
      *----------------------------------------------------------------*
      * PARAMETROS DAS REGRAS (PADROES QUANDO O ALRPARM FALTA)         *
      *----------------------------------------------------------------*
       77 WS-LARGE-AMOUNT        PIC 9(09)V99 VALUE 50000.00.
       77 WS-DAILY-LIMIT         PIC 9(11)V99 VALUE 100000.00.
       77 WS-STRUCT-PCT          PIC 9(03) VALUE 90.
       77 WS-STRUCT-DAYS         PIC 9(03) VALUE 7.
       77 WS-STRUCT-COUNT        PIC 9(03) VALUE 3.
       77 WS-JUMP-DAYS           PIC 9(03) VALUE 30.
       77 WS-JUMP-FACTOR         PIC 9(03) VALUE 3.
       77 WS-JUMP-MIN-COUNT      PIC 9(03) VALUE 5.
       77 WS-SCAN-DAYS           PIC 9(03) VALUE 7.
       77 WS-STRUCT-FLOOR        PIC 9(09)V99 VALUE ZERO.
       77 WS-LOOKBACK-DAYS       PIC 9(03) VALUE ZERO.
      *----------------------------------------------------------------*
      * PERIODO ANALISADO                                              *
      *----------------------------------------------------------------*
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
       77 WS-TODAY-NUM           PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT           PIC 9(08) VALUE ZERO.
       77 WS-EVAL-START-INT      PIC 9(08) VALUE ZERO.
       77 WS-LOAD-START-INT      PIC 9(08) VALUE ZERO.
       77 WS-EVAL-START-DATE     PIC X(08) VALUE SPACES.
       77 WS-LOAD-START-DATE     PIC X(08) VALUE SPACES.
       77 WS-CALC-INT            PIC 9(08) VALUE ZERO.
       77 WS-CALC-NUM            PIC 9(08) VALUE ZERO.
       77 WS-DAY-DATE            PIC X(08) VALUE SPACES.
       77 WS-CHECK-SPAN          PIC 9(04) VALUE ZERO.
       77 WS-MAX-DAY-ENTRIES     PIC 9(03) VALUE 366.
       77 WS-FIRST-EVAL-IDX      PIC 9(03) VALUE ZERO.
       77 WS-LAST-DAY-IDX        PIC 9(03) VALUE ZERO.
       77 WS-DAY-IDX             PIC 9(03) VALUE ZERO.
       77 WS-SCAN-IDX            PIC 9(03) VALUE ZERO.
       77 WS-WIN-IDX             PIC 9(03) VALUE ZERO.
       77 WS-FROM-IDX            PIC 9(03) VALUE ZERO.
       77 WS-CURR-ACCOUNT        PIC X(12) VALUE SPACES.
       77 WS-WIN-COUNT           PIC 9(05) VALUE ZERO.
       77 WS-WIN-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       77 WS-BASE-COUNT          PIC 9(07) VALUE ZERO.
       77 WS-BASE-AVERAGE        PIC 9(05)V99 VALUE ZERO.
       77 WS-JUMP-LIMIT          PIC 9(07)V99 VALUE ZERO.
      *----------------------------------------------------------------*
      * ALERTA CANDIDATO (ANTES DA VERIFICACAO DE REPETICAO)           *
      *----------------------------------------------------------------*
       77 WS-CAND-RULE           PIC X(02) VALUE SPACES.
       77 WS-CAND-REF-DATE       PIC X(08) VALUE SPACES.
       77 WS-CAND-REF-ID         PIC X(10) VALUE SPACES.
       77 WS-CAND-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       77 WS-CAND-COUNT          PIC 9(05) VALUE ZERO.
       77 WS-CAND-AVERAGE        PIC 9(05)V99 VALUE ZERO.
       77 WS-CAND-LOW-DATE       PIC X(08) VALUE SPACES.
       77 WS-CAND-HIGH-DATE      PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      * CONTADORES                                                     *
      *----------------------------------------------------------------*
       77 WS-HIST-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-HIST-USED-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACCT-COUNT          PIC 9(09) VALUE ZERO.
       77 WS-OLD-ALERT-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-SUPPRESSED-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-RULE-COUNT          PIC 9(09) VALUE ZERO.
       77 WS-CURR-RULE           PIC X(02) VALUE SPACES.
       77 WS-SAVED-LINE          PIC X(80) VALUE SPACES.
       77 WS-ALR-COUNT           PIC 9(05) VALUE ZERO.
       77 WS-MAX-ALR-ENTRIES     PIC 9(05) VALUE 5000.
       77 WS-NEW-COUNT           PIC 9(04) VALUE ZERO.
       77 WS-MAX-NEW-ENTRIES     PIC 9(04) VALUE 2000.
      *----------------------------------------------------------------*
      * MOVIMENTO POR DIA DA CONTA CORRENTE (POSICAO 1 = INICIO DA     *
      * CARGA; AS ULTIMAS WS-SCAN-DAYS POSICOES SAO AS AVALIADAS)      *
      *----------------------------------------------------------------*
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 366 TIMES.
              10 WS-DAY-COUNT            PIC 9(05).
              10 WS-DAY-AMOUNT           PIC 9(11)V99.
              10 WS-DAY-NEAR-COUNT       PIC 9(05).
              10 WS-DAY-NEAR-AMOUNT      PIC 9(11)V99.
      *----------------------------------------------------------------*
      * ALERTAS JA EXISTENTES NO PERIODO (REPETICAO)                   *
      *----------------------------------------------------------------*
       01 WS-ALR-TABLE.
           05 WS-ALR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ALR-IDX.
              10 WS-ALR-RULE             PIC X(02).
              10 WS-ALR-ACCOUNT          PIC X(12).
              10 WS-ALR-REF-DATE         PIC X(08).
              10 WS-ALR-REF-ID           PIC X(10).
      *----------------------------------------------------------------*
      * ALERTAS NOVOS DESTA EXECUCAO (RELATORIO POR REGRA)             *
      *----------------------------------------------------------------*
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 2000 TIMES INDEXED BY WS-NEW-IDX.
              10 WS-NEW-RULE             PIC X(02).
              10 WS-NEW-ACCOUNT          PIC X(12).
              10 WS-NEW-REF-DATE         PIC X(08).
              10 WS-NEW-REF-ID           PIC X(10).
              10 WS-NEW-AMOUNT           PIC S9(11)V99.
              10 WS-NEW-ALR-COUNT        PIC 9(05).
              10 WS-NEW-AVERAGE          PIC 9(05)V99.
       01 WS-RPT-HEADING.
           05 FILLER                    PIC X(48)
              VALUE 'ALRT0001 - MONITORAMENTO DE ALERTAS (COMPLIANCE)'.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATA: '.
           05 RPT-H-DATE                PIC X(08).
           05 FILLER                    PIC X(08) VALUE SPACES.
       01 WS-RPT-PERIOD.
           05 FILLER                    PIC X(18)
              VALUE 'PERIODO AVALIADO: '.
           05 RPT-P-FROM                PIC X(08).
           05 FILLER                    PIC X(03) VALUE ' A '.
           05 RPT-P-TO                  PIC X(08).
           05 FILLER                    PIC X(43) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(40)
              VALUE '  CONTA        DATA REF   TRANSACAO     '.
           05 FILLER                    PIC X(40)
              VALUE '      VALOR    QTD    MEDIA'.
       01 WS-RPT-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-REF-DATE            PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPT-D-REF-ID              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-AMOUNT              PIC Z(10)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-COUNT               PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-AVERAGE             PIC ZZZZ9.99.
           05 FILLER                    PIC X(13) VALUE SPACES.
       01 WS-RPT-TOTALS.
           05 RPT-T-LABEL               PIC X(38).
           05 RPT-T-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-AMOUNT              PIC Z(10)9.99-.
           05 FILLER                    PIC X(17) VALUE SPACES.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.

      *>-------------------------INICIALIZACAO--------------------------
            INICIO                                  SECTION.
            ABRE-ARQUIVOS-ALERTA.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                OPEN OUTPUT ALERT-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-ALERTA
                END-IF
                PERFORM LE-PARAMETRO-ALERTA
                PERFORM CALCULA-PERIODO-ALERTA
                PERFORM CARREGA-ALERTAS-EXISTENTES
                OPEN EXTEND ALERT-FILE
                IF WS-ALRT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ALERTA
                END-IF
                OPEN INPUT TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS = '00'
                   CLOSE TRANS-HIST-FILE
                   SORT SORT-FILE
                        ON ASCENDING KEY SORT-ACCOUNT
                        ON ASCENDING KEY SORT-DATE
                        ON ASCENDING KEY SORT-ID
                        INPUT PROCEDURE IS SELECAO-HISTORICO
                        OUTPUT PROCEDURE IS ANALISE-CONTAS
                ELSE
                   MOVE 'N' TO WS-HIST-OK-SW
                END-IF
                CLOSE ALERT-FILE
                PERFORM IMPRIME-RELATORIO-ALERTAS
                EVALUATE TRUE
                    WHEN NOT HIST-AVAILABLE
                       MOVE 8 TO RETURN-CODE
                    WHEN WS-NEW-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                       MOVE 0 TO RETURN-CODE
                END-EVALUATE
                CLOSE ALERT-REPORT-FILE
                DISPLAY 'ALRT0001: ' WS-ACCT-COUNT
                        ' CONTAS ANALISADAS, '
                        WS-NEW-COUNT ' ALERTAS NOVOS, '
                        WS-SUPPRESSED-COUNT ' REPETICOES SUPRIMIDAS'
                STOP RUN.
      *>--------------------PARAMETRO E PERIODO-------------------------
            PARAMETRO-PROC                          SECTION.
            LE-PARAMETRO-ALERTA.
                MOVE 'N' TO WS-PARM-OK-SW
                OPEN INPUT ALERT-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ ALERT-PARM-FILE
                      NOT AT END
                         IF ALP-LARGE-AMOUNT IS NUMERIC
                          AND ALP-LARGE-AMOUNT > ZERO
                          AND ALP-DAILY-LIMIT IS NUMERIC
                          AND ALP-DAILY-LIMIT > ZERO
                          AND ALP-STRUCT-PCT IS NUMERIC
                          AND ALP-STRUCT-PCT > ZERO
                          AND ALP-STRUCT-PCT < 100
                          AND ALP-STRUCT-DAYS IS NUMERIC
                          AND ALP-STRUCT-DAYS > ZERO
                          AND ALP-STRUCT-COUNT IS NUMERIC
                          AND ALP-STRUCT-COUNT > ZERO
                          AND ALP-JUMP-DAYS IS NUMERIC
                          AND ALP-JUMP-DAYS > ZERO
                          AND ALP-JUMP-FACTOR IS NUMERIC
                          AND ALP-JUMP-FACTOR > ZERO
                          AND ALP-JUMP-MIN-COUNT IS NUMERIC
                          AND ALP-JUMP-MIN-COUNT > ZERO
                          AND ALP-SCAN-DAYS IS NUMERIC
                          AND ALP-SCAN-DAYS > ZERO
                            PERFORM ACEITA-PARAMETRO-ALERTA
                         END-IF
                   END-READ
                   CLOSE ALERT-PARM-FILE
                END-IF
                IF NOT PARM-VALID
                   DISPLAY 'ALRT0001: PARAMETRO DE ALERTAS (ALRPARM) '
                           'AUSENTE OU INVALIDO - ASSUMIDOS OS PADROES'
                END-IF.

            ACEITA-PARAMETRO-ALERTA.
                IF ALP-STRUCT-DAYS - 1 > ALP-JUMP-DAYS
                   COMPUTE WS-CHECK-SPAN =
                           ALP-SCAN-DAYS + ALP-STRUCT-DAYS - 1
                ELSE
                   COMPUTE WS-CHECK-SPAN =
                           ALP-SCAN-DAYS + ALP-JUMP-DAYS
                END-IF
                IF WS-CHECK-SPAN NOT > WS-MAX-DAY-ENTRIES
                   MOVE ALP-LARGE-AMOUNT   TO WS-LARGE-AMOUNT
                   MOVE ALP-DAILY-LIMIT    TO WS-DAILY-LIMIT
                   MOVE ALP-STRUCT-PCT     TO WS-STRUCT-PCT
                   MOVE ALP-STRUCT-DAYS    TO WS-STRUCT-DAYS
                   MOVE ALP-STRUCT-COUNT   TO WS-STRUCT-COUNT
                   MOVE ALP-JUMP-DAYS      TO WS-JUMP-DAYS
                   MOVE ALP-JUMP-FACTOR    TO WS-JUMP-FACTOR
                   MOVE ALP-JUMP-MIN-COUNT TO WS-JUMP-MIN-COUNT
                   MOVE ALP-SCAN-DAYS      TO WS-SCAN-DAYS
                   MOVE 'Y' TO WS-PARM-OK-SW
                END-IF.

            CALCULA-PERIODO-ALERTA.
                COMPUTE WS-STRUCT-FLOOR ROUNDED =
                        WS-LARGE-AMOUNT * WS-STRUCT-PCT / 100
                COMPUTE WS-LOOKBACK-DAYS = WS-STRUCT-DAYS - 1
                IF WS-JUMP-DAYS > WS-LOOKBACK-DAYS
                   MOVE WS-JUMP-DAYS TO WS-LOOKBACK-DAYS
                END-IF
                MOVE WS-RUN-DATE TO WS-TODAY-NUM
                COMPUTE WS-TODAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                COMPUTE WS-EVAL-START-INT =
                        WS-TODAY-INT - WS-SCAN-DAYS + 1
                COMPUTE WS-LOAD-START-INT =
                        WS-EVAL-START-INT - WS-LOOKBACK-DAYS
                COMPUTE WS-CALC-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-EVAL-START-INT)
                MOVE WS-CALC-NUM TO WS-EVAL-START-DATE
                COMPUTE WS-CALC-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-LOAD-START-INT)
                MOVE WS-CALC-NUM TO WS-LOAD-START-DATE
                COMPUTE WS-FIRST-EVAL-IDX = WS-LOOKBACK-DAYS + 1
                COMPUTE WS-LAST-DAY-IDX =
                        WS-LOOKBACK-DAYS + WS-SCAN-DAYS.
      *>-----------------ARQUIVO PERMANENTE DE ALERTAS------------------
            ALERTA-PROC                             SECTION.
            CARREGA-ALERTAS-EXISTENTES.
                MOVE 'N' TO WS-ALRT-EOF-SW
                OPEN INPUT ALERT-FILE
                IF WS-ALRT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ALERTA
                END-IF
                PERFORM UNTIL ALERT-EOF
                   READ ALERT-FILE
                      AT END
                         SET ALERT-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-OLD-ALERT-COUNT
                         IF ALR-REF-DATE NOT < WS-LOAD-START-DATE
                            PERFORM GUARDA-ALERTA-EXISTENTE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE ALERT-FILE.

            GUARDA-ALERTA-EXISTENTE.
                IF WS-ALR-COUNT >= WS-MAX-ALR-ENTRIES
                   PERFORM ABENDA-TABELA-ALERTAS-CHEIA
                END-IF
                ADD 1 TO WS-ALR-COUNT
                SET WS-ALR-IDX TO WS-ALR-COUNT
                MOVE ALR-RULE     TO WS-ALR-RULE(WS-ALR-IDX)
                MOVE ALR-ACCOUNT  TO WS-ALR-ACCOUNT(WS-ALR-IDX)
                MOVE ALR-REF-DATE TO WS-ALR-REF-DATE(WS-ALR-IDX)
                MOVE ALR-REF-ID   TO WS-ALR-REF-ID(WS-ALR-IDX).

            REGISTRA-ALERTA.
                PERFORM VERIFICA-ALERTA-EXISTENTE
                IF ALERT-ALREADY-RAISED
                   ADD 1 TO WS-SUPPRESSED-COUNT
                ELSE
                   PERFORM GRAVA-ALERTA-NOVO
                END-IF.

            VERIFICA-ALERTA-EXISTENTE.
                MOVE 'N' TO WS-ALR-DUP-SW
                PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
                        UNTIL WS-ALR-IDX > WS-ALR-COUNT
                           OR ALERT-ALREADY-RAISED
                   IF WS-ALR-RULE(WS-ALR-IDX) = WS-CAND-RULE
                    AND WS-ALR-ACCOUNT(WS-ALR-IDX) = WS-CURR-ACCOUNT
                    AND WS-ALR-REF-ID(WS-ALR-IDX) = WS-CAND-REF-ID
                    AND WS-ALR-REF-DATE(WS-ALR-IDX)
                          NOT < WS-CAND-LOW-DATE
                    AND WS-ALR-REF-DATE(WS-ALR-IDX)
                          NOT > WS-CAND-HIGH-DATE
                      MOVE 'Y' TO WS-ALR-DUP-SW
                   END-IF
                END-PERFORM.

            GRAVA-ALERTA-NOVO.
                MOVE SPACES           TO ALR-REC
                MOVE WS-CAND-RULE     TO ALR-RULE
                MOVE WS-CURR-ACCOUNT  TO ALR-ACCOUNT
                MOVE WS-CAND-REF-DATE TO ALR-REF-DATE
                MOVE WS-CAND-REF-ID   TO ALR-REF-ID
                MOVE WS-CAND-AMOUNT   TO ALR-AMOUNT
                MOVE WS-CAND-COUNT    TO ALR-COUNT
                MOVE WS-CAND-AVERAGE  TO ALR-AVERAGE
                MOVE WS-RUN-DATE      TO ALR-RAISED-DATE
                MOVE 'A'              TO ALR-STATUS
                WRITE ALR-REC
                IF WS-ALRT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ALERTA
                END-IF
                PERFORM GUARDA-ALERTA-EXISTENTE
                IF WS-NEW-COUNT >= WS-MAX-NEW-ENTRIES
                   PERFORM ABENDA-TABELA-NOVOS-CHEIA
                END-IF
                ADD 1 TO WS-NEW-COUNT
                SET WS-NEW-IDX TO WS-NEW-COUNT
                MOVE WS-CAND-RULE     TO WS-NEW-RULE(WS-NEW-IDX)
                MOVE WS-CURR-ACCOUNT  TO WS-NEW-ACCOUNT(WS-NEW-IDX)
                MOVE WS-CAND-REF-DATE TO WS-NEW-REF-DATE(WS-NEW-IDX)
                MOVE WS-CAND-REF-ID   TO WS-NEW-REF-ID(WS-NEW-IDX)
                MOVE WS-CAND-AMOUNT   TO WS-NEW-AMOUNT(WS-NEW-IDX)
                MOVE WS-CAND-COUNT    TO WS-NEW-ALR-COUNT(WS-NEW-IDX)
                MOVE WS-CAND-AVERAGE  TO WS-NEW-AVERAGE(WS-NEW-IDX).
      *>----------------SELECAO (INPUT PROCEDURE DO SORT)---------------
            SELECAO-HISTORICO                       SECTION.
            LE-HISTORICO.
                MOVE 'N' TO WS-HIST-EOF-SW
                OPEN INPUT TRANS-HIST-FILE
                PERFORM UNTIL HIST-EOF
                   READ TRANS-HIST-FILE
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-HISTORICO
                   END-READ
                END-PERFORM
                CLOSE TRANS-HIST-FILE
                GO TO SELECAO-HISTORICO-FIM.

            SELECIONA-HISTORICO.
                ADD 1 TO WS-HIST-READ-COUNT
                IF HIST-DISP-POSTED
                 AND HIST-REVERSAL-OF-ID = SPACES
                 AND HIST-TRANS-DATE IS NUMERIC
                 AND HIST-TRANS-DATE NOT < WS-LOAD-START-DATE
                 AND HIST-TRANS-DATE NOT > WS-RUN-DATE
                   MOVE HIST-ACCOUNT    TO SORT-ACCOUNT
                   MOVE HIST-TRANS-DATE TO SORT-DATE
                   MOVE HIST-TRANS-ID   TO SORT-ID
                   IF HIST-TRANS-AMOUNT < ZERO
                      COMPUTE SORT-AMOUNT = ZERO - HIST-TRANS-AMOUNT
                   ELSE
                      MOVE HIST-TRANS-AMOUNT TO SORT-AMOUNT
                   END-IF
                   ADD 1 TO WS-HIST-USED-COUNT
                   RELEASE SORT-REC
                END-IF.

            SELECAO-HISTORICO-FIM.
                EXIT.
      *>---------------ANALISE (OUTPUT PROCEDURE DO SORT)---------------
            ANALISE-CONTAS                          SECTION.
            ANALISA-HISTORICO.
                MOVE 'N' TO WS-SORT-EOF-SW
                PERFORM UNTIL SORT-EOF
                   RETURN SORT-FILE
                      AT END
                         SET SORT-EOF TO TRUE
                      NOT AT END
                         PERFORM PROCESSA-ITEM-HISTORICO
                   END-RETURN
                END-PERFORM
                IF NOT FIRST-RECORD-PENDING
                   PERFORM AVALIA-CONTA
                END-IF
                GO TO ANALISE-CONTAS-FIM.

            PROCESSA-ITEM-HISTORICO.
                IF FIRST-RECORD-PENDING
                 OR SORT-ACCOUNT NOT = WS-CURR-ACCOUNT
                   IF NOT FIRST-RECORD-PENDING
                      PERFORM AVALIA-CONTA
                   END-IF
                   MOVE 'N'          TO WS-FIRST-REC-SW
                   MOVE SORT-ACCOUNT TO WS-CURR-ACCOUNT
                   INITIALIZE WS-DAY-TABLE
                   ADD 1 TO WS-ACCT-COUNT
                END-IF
                MOVE SORT-DATE TO WS-CALC-NUM
                COMPUTE WS-DAY-IDX =
                        FUNCTION INTEGER-OF-DATE(WS-CALC-NUM)
                        - WS-LOAD-START-INT + 1
                ADD 1           TO WS-DAY-COUNT(WS-DAY-IDX)
                ADD SORT-AMOUNT TO WS-DAY-AMOUNT(WS-DAY-IDX)
                IF SORT-AMOUNT NOT < WS-STRUCT-FLOOR
                 AND SORT-AMOUNT < WS-LARGE-AMOUNT
                   ADD 1           TO WS-DAY-NEAR-COUNT(WS-DAY-IDX)
                   ADD SORT-AMOUNT TO WS-DAY-NEAR-AMOUNT(WS-DAY-IDX)
                END-IF
                IF WS-DAY-IDX NOT < WS-FIRST-EVAL-IDX
                 AND SORT-AMOUNT NOT < WS-LARGE-AMOUNT
                   MOVE 'GV'        TO WS-CAND-RULE
                   MOVE SORT-DATE   TO WS-CAND-REF-DATE
                   MOVE SORT-ID     TO WS-CAND-REF-ID
                   MOVE SORT-AMOUNT TO WS-CAND-AMOUNT
                   MOVE 1           TO WS-CAND-COUNT
                   MOVE ZERO        TO WS-CAND-AVERAGE
                   MOVE SORT-DATE   TO WS-CAND-LOW-DATE
                   MOVE SORT-DATE   TO WS-CAND-HIGH-DATE
                   PERFORM REGISTRA-ALERTA
                END-IF.

            AVALIA-CONTA.
                PERFORM VARYING WS-SCAN-IDX FROM WS-FIRST-EVAL-IDX BY 1
                        UNTIL WS-SCAN-IDX > WS-LAST-DAY-IDX
                   IF WS-DAY-COUNT(WS-SCAN-IDX) > ZERO
                      PERFORM AVALIA-DIA-CONTA
                   END-IF
                END-PERFORM.

            AVALIA-DIA-CONTA.
                COMPUTE WS-CALC-INT =
                        WS-LOAD-START-INT + WS-SCAN-IDX - 1
                COMPUTE WS-CALC-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-CALC-INT)
                MOVE WS-CALC-NUM TO WS-DAY-DATE
                MOVE SPACES      TO WS-CAND-REF-ID
                MOVE WS-DAY-DATE TO WS-CAND-REF-DATE
                MOVE WS-DAY-DATE TO WS-CAND-LOW-DATE
                MOVE WS-DAY-DATE TO WS-CAND-HIGH-DATE
                MOVE ZERO        TO WS-CAND-AVERAGE
                PERFORM AVALIA-TOTAL-DIARIO
                PERFORM AVALIA-SALTO-VOLUME
                PERFORM AVALIA-FRACIONAMENTO.

            AVALIA-TOTAL-DIARIO.
                IF WS-DAY-AMOUNT(WS-SCAN-IDX) > WS-DAILY-LIMIT
                   MOVE 'TD' TO WS-CAND-RULE
                   MOVE WS-DAY-AMOUNT(WS-SCAN-IDX) TO WS-CAND-AMOUNT
                   MOVE WS-DAY-COUNT(WS-SCAN-IDX)  TO WS-CAND-COUNT
                   PERFORM REGISTRA-ALERTA
                END-IF.

            AVALIA-SALTO-VOLUME.
                IF WS-DAY-COUNT(WS-SCAN-IDX) NOT < WS-JUMP-MIN-COUNT
                   MOVE ZERO TO WS-BASE-COUNT
                   COMPUTE WS-FROM-IDX = WS-SCAN-IDX - WS-JUMP-DAYS
                   PERFORM VARYING WS-WIN-IDX FROM WS-FROM-IDX BY 1
                           UNTIL WS-WIN-IDX NOT < WS-SCAN-IDX
                      ADD WS-DAY-COUNT(WS-WIN-IDX) TO WS-BASE-COUNT
                   END-PERFORM
                   IF WS-BASE-COUNT > ZERO
                      COMPUTE WS-BASE-AVERAGE ROUNDED =
                              WS-BASE-COUNT / WS-JUMP-DAYS
                      COMPUTE WS-JUMP-LIMIT =
                              WS-BASE-AVERAGE * WS-JUMP-FACTOR
                      IF WS-DAY-COUNT(WS-SCAN-IDX) > WS-JUMP-LIMIT
                         MOVE 'SV' TO WS-CAND-RULE
                         MOVE WS-DAY-AMOUNT(WS-SCAN-IDX)
                           TO WS-CAND-AMOUNT
                         MOVE WS-DAY-COUNT(WS-SCAN-IDX)
                           TO WS-CAND-COUNT
                         MOVE WS-BASE-AVERAGE TO WS-CAND-AVERAGE
                         PERFORM REGISTRA-ALERTA
                         MOVE ZERO TO WS-CAND-AVERAGE
                      END-IF
                   END-IF
                END-IF.

            AVALIA-FRACIONAMENTO.
                IF WS-DAY-NEAR-COUNT(WS-SCAN-IDX) > ZERO
                   MOVE ZERO TO WS-WIN-COUNT
                   MOVE ZERO TO WS-WIN-AMOUNT
                   COMPUTE WS-FROM-IDX =
                           WS-SCAN-IDX - WS-STRUCT-DAYS + 1
                   PERFORM VARYING WS-WIN-IDX FROM WS-FROM-IDX BY 1
                           UNTIL WS-WIN-IDX > WS-SCAN-IDX
                      ADD WS-DAY-NEAR-COUNT(WS-WIN-IDX) TO WS-WIN-COUNT
                      ADD WS-DAY-NEAR-AMOUNT(WS-WIN-IDX)
                        TO WS-WIN-AMOUNT
                   END-PERFORM
                   IF WS-WIN-COUNT NOT < WS-STRUCT-COUNT
                      MOVE 'FR'          TO WS-CAND-RULE
                      MOVE WS-WIN-AMOUNT TO WS-CAND-AMOUNT
                      MOVE WS-WIN-COUNT  TO WS-CAND-COUNT
                      COMPUTE WS-CALC-INT =
                              WS-LOAD-START-INT + WS-FROM-IDX - 1
                      COMPUTE WS-CALC-NUM =
                              FUNCTION DATE-OF-INTEGER(WS-CALC-INT)
                      MOVE WS-CALC-NUM TO WS-CAND-LOW-DATE
                      COMPUTE WS-CALC-INT = WS-LOAD-START-INT
                              + WS-SCAN-IDX + WS-STRUCT-DAYS - 2
                      COMPUTE WS-CALC-NUM =
                              FUNCTION DATE-OF-INTEGER(WS-CALC-INT)
                      MOVE WS-CALC-NUM TO WS-CAND-HIGH-DATE
                      PERFORM REGISTRA-ALERTA
                   END-IF
                END-IF.

            ANALISE-CONTAS-FIM.
                EXIT.
      *>-------------------RELATORIO DE ALERTAS (ALRRPT)----------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-RELATORIO-ALERTAS.
                MOVE WS-RUN-DATE    TO RPT-H-DATE
                MOVE WS-RPT-HEADING TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-EVAL-START-DATE TO RPT-P-FROM
                MOVE WS-RUN-DATE        TO RPT-P-TO
                MOVE WS-RPT-PERIOD      TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF NOT HIST-AVAILABLE
                   MOVE SPACES TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                   MOVE 'HISTORICO DE POSTADAS (TRANHIST) INDISPONIVEL.'
                     TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                MOVE 'GV' TO WS-CURR-RULE
                MOVE 'REGRA GV - ITEM ISOLADO DE GRANDE VALOR'
                  TO RPT-LINE
                PERFORM IMPRIME-ALERTAS-REGRA
                MOVE 'TD' TO WS-CURR-RULE
                MOVE 'REGRA TD - TOTAL DIARIO DA CONTA ACIMA DO LIMITE'
                  TO RPT-LINE
                PERFORM IMPRIME-ALERTAS-REGRA
                MOVE 'FR' TO WS-CURR-RULE
                MOVE 'REGRA FR - FRACIONAMENTO ABAIXO DO VALOR ALTO'
                  TO RPT-LINE
                PERFORM IMPRIME-ALERTAS-REGRA
                MOVE 'SV' TO WS-CURR-RULE
                MOVE 'REGRA SV - SALTO DE QUANTIDADE SOBRE A MEDIA'
                  TO RPT-LINE
                PERFORM IMPRIME-ALERTAS-REGRA
                PERFORM IMPRIME-RESUMO-ALERTAS.

            IMPRIME-ALERTAS-REGRA.
                MOVE RPT-LINE TO WS-SAVED-LINE
                MOVE SPACES   TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-SAVED-LINE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE ZERO TO WS-RULE-COUNT
                PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                        UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   IF WS-NEW-RULE(WS-NEW-IDX) = WS-CURR-RULE
                      PERFORM IMPRIME-LINHA-ALERTA
                   END-IF
                END-PERFORM
                IF WS-RULE-COUNT = ZERO
                   MOVE '  NENHUM ALERTA NOVO NESTA REGRA.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE '  ALERTAS NOVOS NA REGRA:' TO RPT-T-LABEL
                MOVE WS-RULE-COUNT              TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL.

            IMPRIME-LINHA-ALERTA.
                ADD 1 TO WS-RULE-COUNT
                MOVE SPACES TO WS-RPT-DETAIL
                MOVE WS-NEW-ACCOUNT(WS-NEW-IDX)   TO RPT-D-ACCOUNT
                MOVE WS-NEW-REF-DATE(WS-NEW-IDX)  TO RPT-D-REF-DATE
                MOVE WS-NEW-REF-ID(WS-NEW-IDX)    TO RPT-D-REF-ID
                MOVE WS-NEW-AMOUNT(WS-NEW-IDX)    TO RPT-D-AMOUNT
                MOVE WS-NEW-ALR-COUNT(WS-NEW-IDX) TO RPT-D-COUNT
                IF WS-CURR-RULE = 'SV'
                   MOVE WS-NEW-AVERAGE(WS-NEW-IDX) TO RPT-D-AVERAGE
                END-IF
                MOVE WS-RPT-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-RESUMO-ALERTAS.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'REGISTROS LIDOS NO TRANHIST:' TO RPT-T-LABEL
                MOVE WS-HIST-READ-COUNT            TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'POSTADOS NO PERIODO ANALISADO:' TO RPT-T-LABEL
                MOVE WS-HIST-USED-COUNT              TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS ANALISADAS:' TO RPT-T-LABEL
                MOVE WS-ACCT-COUNT       TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ALERTAS JA EXISTENTES (ALRTFIL):' TO RPT-T-LABEL
                MOVE WS-OLD-ALERT-COUNT                TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ALERTAS NOVOS:' TO RPT-T-LABEL
                MOVE WS-NEW-COUNT    TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'REPETICOES SUPRIMIDAS:' TO RPT-T-LABEL
                MOVE WS-SUPPRESSED-COUNT     TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'PARAMETROS (ALRPARM):' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE '  VALOR ALTO (GV):' TO RPT-T-LABEL
                MOVE WS-LARGE-AMOUNT     TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  LIMITE DIARIO POR CONTA (TD):' TO RPT-T-LABEL
                MOVE WS-DAILY-LIMIT                   TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  PISO DO FRACIONAMENTO (FR):' TO RPT-T-LABEL
                MOVE WS-STRUCT-FLOOR                TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  FR - ITENS MINIMOS NA JANELA:' TO RPT-T-LABEL
                MOVE WS-STRUCT-COUNT                  TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  FR - DIAS DA JANELA:' TO RPT-T-LABEL
                MOVE WS-STRUCT-DAYS          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  SV - DIAS DA MEDIA DA CONTA:' TO RPT-T-LABEL
                MOVE WS-JUMP-DAYS                    TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  SV - FATOR SOBRE A MEDIA:' TO RPT-T-LABEL
                MOVE WS-JUMP-FACTOR               TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  SV - QUANTIDADE MINIMA NO DIA:' TO RPT-T-LABEL
                MOVE WS-JUMP-MIN-COUNT                 TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE '  DIAS AVALIADOS POR NOITE:' TO RPT-T-LABEL
                MOVE WS-SCAN-DAYS                 TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL.

            GRAVA-LINHA-TOTAL.
                MOVE WS-RPT-TOTALS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS.

            GRAVA-LINHA-RELATORIO.
                WRITE RPT-LINE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-ALERTA
                END-IF.
      *>-------------------------FINALIZACAO----------------------------
            FIM-ALERTA                              SECTION.
            ABENDA-ABERTURA-ALERTA.
                DISPLAY '*********************************************'
                DISPLAY '* ALRT0001 - ABEND: CANNOT OPEN ALERT FILE  *'
                DISPLAY '* ALRTFIL STATUS: [' WS-ALRT-FILE-STATUS ']'
                DISPLAY '* ALRTFIL MUST BE PRE-ALLOCATED - NO ALERT  *'
                DISPLAY '* WAS RAISED. CHECK THE DD AND RERUN.       *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-REPORT-FILE
                STOP RUN.

            ABENDA-GRAVACAO-ALERTA.
                DISPLAY '*********************************************'
                DISPLAY '* ALRT0001 - ABEND: ALERT FILE WRITE FAILED *'
                DISPLAY '* ALRTFIL STATUS: [' WS-ALRT-FILE-STATUS ']'
                DISPLAY '* ALERTS WRITTEN SO FAR: ' WS-NEW-COUNT
                DISPLAY '* A RERUN DOES NOT REPEAT THEM.             *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-FILE
                CLOSE ALERT-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-ALERTAS-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* ALRT0001 - ABEND: ALERT TABLE FULL        *'
                DISPLAY '* MORE THAN ' WS-MAX-ALR-ENTRIES
                        ' ALERTS IN THE PERIOD.         *'
                DISPLAY '* INCREASE OCCURS IN WS-ALR-TABLE.          *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-FILE
                CLOSE ALERT-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-NOVOS-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* ALRT0001 - ABEND: NEW ALERT TABLE FULL    *'
                DISPLAY '* MORE THAN ' WS-MAX-NEW-ENTRIES
                        ' NEW ALERTS IN ONE RUN.         *'
                DISPLAY '* CHECK ALRPARM THRESHOLDS; INCREASE OCCURS *'
                DISPLAY '* IN WS-NEW-TABLE IF THEY ARE RIGHT.        *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ALERT-FILE
                CLOSE ALERT-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-ALERTA.
                DISPLAY '*********************************************'
                DISPLAY '* ALRT0001 - ABEND: ALERT REPORT FAILED     *'
                DISPLAY '* ALRRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM ALRT0001.
