      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE APROPRIACAO DIARIA E CAPITALIZACAO DE JUROS.     *
      * RODA NA ESTEIRA NOTURNA DEPOIS DA RECICLAGEM DOS SUSPENSOS,   *
      * SOBRE O SALDO FINAL DO DIA: LE O CADASTRO DE CONTAS (ACCTMST) *
      * EM SEQUENCIA E, PARA CADA CONTA ATIVA OU INATIVA ('D' - A     *
      * INATIVIDADE NAO SUSPENDE A REMUNERACAO), APROPRIA OS JUROS DOS *
      * DIAS DESDE A ULTIMA APROPRIACAO - SALDO CREDOR RENDE A TAXA   *
      * CREDORA, SALDO DEVEDOR DENTRO DO ACCT-CREDIT-LIMIT PAGA A     *
      * TAXA DEVEDORA (AS TAXAS VEM DA TABELA RATETAB, VIGENCIA POR   *
      * DATA) - ACUMULANDO NO ARQUIVO DE ACUMULADOS (ACRFILE, VIA O   *
      * ARQUIVO DE TRABALHO ACRNEW). NA DATA DE CICLO DO CARTAO       *
      * JURPARM O ACUMULADO DE CADA CONTA E POSTADO COMO CREDITO OU   *
      * DEBITO GERADO PELO SISTEMA PELO MESMO CAMINHO DO PROG00001:   *
      * JORNAL (JRNLFILE) ANTES DO REWRITE, HISTORICO (TRANHIST),     *
      * REGISTRO DE PROCESSADOS (PROCREG) E RESUMO NO EXTRATO GL      *
      * (GLEXTR, ORIGEM 'INTEREST', TRAILER REACUMULADO), PARA O      *
      * BALANCETE (REPT0004) E O RETORNO DO RAZAO (ACKN0001)          *
      * FECHAREM SEM AJUSTE MANUAL. A CAPITALIZACAO NAO MEXE EM       *
      * ACCT-LAST-ACTIVITY - JUROS NAO SAO MOVIMENTO DO CLIENTE.      *
      * RELATORIO DA APROPRIACAO E DA CAPITALIZACAO NO JURRPT.        *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. JURO0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RATE-TABLE-FILE
               ASSIGN TO RATETAB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT ACCRUAL-FILE
               ASSIGN TO ACRFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACR-FILE-STATUS.
           SELECT ACCRUAL-NEW-FILE
               ASSIGN TO ACRNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT INTEREST-PARM-FILE
               ASSIGN TO JURPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-FILE-STATUS.
           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO JRNLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT TRANS-HIST-FILE
               ASSIGN TO TRANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PROCESSED-REG-FILE
               ASSIGN TO PROCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT INTEREST-REPORT-FILE
               ASSIGN TO JURRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  RATE-TABLE-FILE.
           COPY RATEREC.
       FD  ACCRUAL-FILE.
           COPY ACRREC.
       FD  ACCRUAL-NEW-FILE.
       01  ACR-NEW-REC                 PIC X(62).
       FD  INTEREST-PARM-FILE.
           COPY JURPARM.
       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.
       FD  ACCT-JOURNAL-FILE.
           COPY JRNLREC.
       FD  TRANS-HIST-FILE.
           COPY HISTREC.
       FD  PROCESSED-REG-FILE.
           COPY PROCREG.
       FD  INTEREST-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RATE-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-ACR-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-GLEXT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-JRNL-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
           88 ACCT-EOF                     VALUE 'Y'.
       77 WS-RATE-EOF-SW         PIC X(01) VALUE 'N'.
           88 RATE-EOF                     VALUE 'Y'.
       77 WS-ACR-EOF-SW          PIC X(01) VALUE 'N'.
           88 ACR-EOF                      VALUE 'Y'.
       77 WS-NEW-EOF-SW          PIC X(01) VALUE 'N'.
           88 ACR-NEW-EOF                  VALUE 'Y'.
       77 WS-GLEXT-EOF-SW        PIC X(01) VALUE 'N'.
           88 GLEXT-EOF                    VALUE 'Y'.
       77 WS-RUN-ID              PIC X(14) VALUE SPACES.
       77 WS-TODAY               PIC X(08) VALUE SPACES.
       77 WS-TODAY-NUM           PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT           PIC 9(08) VALUE ZERO.
       77 WS-LAST-NUM            PIC 9(08) VALUE ZERO.
       77 WS-LAST-INT            PIC 9(08) VALUE ZERO.
       77 WS-ACCR-DAYS           PIC 9(05) VALUE ZERO.
       77 WS-DAY-BASIS           PIC 9(03) VALUE 365.
       77 WS-CAP-DATE            PIC X(08) VALUE SPACES.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           88 PARM-VALID                   VALUE 'Y'.
       77 WS-CAP-DUE-SW          PIC X(01) VALUE 'N'.
           88 CAPITALIZACAO-VENCIDA        VALUE 'Y'.
       77 WS-CREDIT-RATE         PIC 9(03)V9(04) VALUE ZERO.
       77 WS-CREDIT-RATE-DATE    PIC X(08) VALUE SPACES.
       77 WS-CREDIT-RATE-SW      PIC X(01) VALUE 'N'.
           88 TAXA-CREDORA-OK              VALUE 'Y'.
       77 WS-OVD-RATE            PIC 9(03)V9(04) VALUE ZERO.
       77 WS-OVD-RATE-DATE       PIC X(08) VALUE SPACES.
       77 WS-OVD-RATE-SW         PIC X(01) VALUE 'N'.
           88 TAXA-DEVEDORA-OK             VALUE 'Y'.
       77 WS-LIMIT-SW            PIC X(01) VALUE 'N'.
           88 LIMITE-EXCEDIDO             VALUE 'Y'.
       77 WS-LIMIT-FLOOR         PIC S9(11)V99 VALUE ZERO.
       77 WS-DAILY-INTEREST      PIC S9(09)V9(06) VALUE ZERO.
       77 WS-CAP-TYPE            PIC X(01) VALUE SPACE.
       77 WS-CAP-AMOUNT          PIC S9(09)V99 VALUE ZERO.
       77 WS-INTEREST-SEQ        PIC 9(08) VALUE ZERO.
       77 WS-JUR-SOURCE          PIC X(08) VALUE 'INTEREST'.
       77 WS-JRNL-ACTION         PIC X(01) VALUE SPACE.
       77 WS-ACCT-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
       77 WS-ACCT-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACCRUED-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-OUT-LIMIT-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-CREDIT-DAY-TOTAL    PIC S9(11)V9(06) VALUE ZERO.
       77 WS-DEBIT-DAY-TOTAL     PIC S9(11)V9(06) VALUE ZERO.
       77 WS-CAP-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-CAP-TOTAL-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77 WS-CAP-CREDIT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       77 WS-CAP-DEBIT-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77 WS-ACR-WRITE-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACR-COPY-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-ACR-ENTRIES         PIC 9(05) VALUE ZERO.
       77 WS-ACR-MAX-ENTRIES     PIC 9(05) VALUE 5000.
       77 WS-ACR-FOUND-IDX       PIC 9(05) VALUE ZERO.
       01 WS-ACR-TABLE.
           05 WS-ACR-ENTRY OCCURS 5000 TIMES INDEXED BY WS-ACR-IDX.
              10 WS-ACR-ACCOUNT          PIC X(12).
              10 WS-ACR-LAST-DATE        PIC X(08).
              10 WS-ACR-CREDIT           PIC S9(09)V9(06).
              10 WS-ACR-DEBIT            PIC S9(09)V9(06).
              10 WS-ACR-CAP-DATE         PIC X(08).
       77 WS-LEG-COUNT           PIC 9(01) VALUE ZERO.
       01 WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 2 TIMES INDEXED BY WS-LEG-IDX.
              10 WS-LEG-TRANS-IMAGE      PIC X(59).
              10 WS-LEG-BALANCE-AFTER    PIC S9(11)V99.
       77 WS-GLX-RUN-ID          PIC X(14) VALUE SPACES.
       77 WS-GLX-BUS-DATE        PIC X(08) VALUE SPACES.
       77 WS-GLX-TRANS-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-GLX-NET-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-ENTRY-COUNT      PIC 9(03) VALUE ZERO.
       77 WS-GL-MAX-ENTRIES      PIC 9(03) VALUE 200.
       77 WS-GL-FOUND-IDX        PIC 9(03) VALUE ZERO.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 200 TIMES INDEXED BY WS-GL-IDX.
              10 WS-GL-ACCOUNT           PIC X(12).
              10 WS-GL-TYPE              PIC X(01).
              10 WS-GL-SOURCE            PIC X(08).
              10 WS-GL-COUNT             PIC 9(09).
              10 WS-GL-AMOUNT            PIC S9(11)V99.
      *----------------------------------------------------------------*
      * LANCAMENTO DE JUROS GERADO PELO SISTEMA NA CAPITALIZACAO       *
      *----------------------------------------------------------------*
           COPY TRANREC.
       01 WS-RPT-RATE.
           05 RPT-R-LABEL               PIC X(24).
           05 RPT-R-PCT                 PIC ZZ9.9999.
           05 FILLER                    PIC X(15)
              VALUE ' VIGENTE DESDE '.
           05 RPT-R-DATE                PIC X(08).
           05 FILLER                    PIC X(25) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(40)
              VALUE '  CONTA        SALDO          DIAS TIPO '.
           05 FILLER                    PIC X(40)
              VALUE '  JUROS PERIODO   ACUMULADO'.
       01 WS-RPT-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-BALANCE             PIC Z(09)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-DAYS                PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-KIND                PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-INTEREST            PIC Z(04)9.999999-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-ACCRUED             PIC Z(06)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-FLAG                PIC X(14).
       01 WS-RPT-CAPITAL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-C-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(14)
              VALUE ' CAPITALIZADO '.
           05 RPT-C-TRANS-ID            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-TYPE                PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-AMOUNT              PIC Z(08)9.99-.
           05 FILLER                    PIC X(07) VALUE ' SALDO '.
           05 RPT-C-BALANCE             PIC Z(09)9.99-.
           05 FILLER                    PIC X(05) VALUE SPACES.
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
            ABRE-ARQUIVOS-JUROS.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
                MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
                MOVE WS-TODAY                    TO WS-TODAY-NUM
                COMPUTE WS-TODAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                OPEN OUTPUT INTEREST-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                PERFORM LE-PARAMETRO-JUROS
                PERFORM CARREGA-TABELA-TAXAS
                PERFORM IMPRIME-CABECALHO-JUROS
                IF NOT TAXA-CREDORA-OK
                 AND NOT TAXA-DEVEDORA-OK
                   PERFORM IMPRIME-SEM-TAXAS
                ELSE
                   PERFORM CARREGA-ACUMULADOS
                   IF CAPITALIZACAO-VENCIDA
                      PERFORM CARREGA-EXTRATO-GL
                   END-IF
                   PERFORM APURA-JUROS-CADASTRO
                   PERFORM GRAVA-ACUMULADOS
                   IF WS-CAP-COUNT > ZERO
                      PERFORM REGRAVA-EXTRATO-GL
                   END-IF
                   PERFORM IMPRIME-RESUMO-JUROS
                   DISPLAY 'JURO0001: ' WS-ACCT-READ-COUNT
                           ' CONTAS LIDAS, ' WS-ACCRUED-COUNT
                           ' COM JUROS APROPRIADOS, ' WS-CAP-COUNT
                           ' LANCAMENTOS DE CAPITALIZACAO'
                END-IF
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.
      *>-------------------PARAMETRO E TABELA DE TAXAS------------------
            LE-PARAMETRO-JUROS.
                MOVE 'N'    TO WS-PARM-OK-SW
                MOVE 'N'    TO WS-CAP-DUE-SW
                MOVE SPACES TO WS-CAP-DATE
                OPEN INPUT INTEREST-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ INTEREST-PARM-FILE
                      NOT AT END
                         PERFORM VALIDA-PARAMETRO-JUROS
                   END-READ
                   CLOSE INTEREST-PARM-FILE
                END-IF
                IF NOT PARM-VALID
                   DISPLAY 'JURO0001: PARAMETRO DE JUROS (JURPARM) '
                           'AUSENTE OU INVALIDO - SEM CAPITALIZACAO, '
                           'BASE ' WS-DAY-BASIS ' DIAS'
                END-IF
                IF WS-CAP-DATE NOT = SPACES
                 AND WS-TODAY NOT < WS-CAP-DATE
                   SET CAPITALIZACAO-VENCIDA TO TRUE
                END-IF.

            VALIDA-PARAMETRO-JUROS.
                IF JUR-DAY-BASIS IS NUMERIC
                 AND (JUR-DAY-BASIS = 360 OR JUR-DAY-BASIS = 365)
                 AND JUR-CAPITALIZE-DATE IS NUMERIC
                 AND JUR-CAPITALIZE-DATE > ZERO
                   MOVE JUR-DAY-BASIS       TO WS-DAY-BASIS
                   MOVE JUR-CAPITALIZE-DATE TO WS-CAP-DATE
                   MOVE 'Y'                 TO WS-PARM-OK-SW
                END-IF.

            CARREGA-TABELA-TAXAS.
                MOVE 'N' TO WS-RATE-EOF-SW
                OPEN INPUT RATE-TABLE-FILE
                IF WS-RATE-FILE-STATUS = '00'
                   PERFORM UNTIL RATE-EOF
                      READ RATE-TABLE-FILE
                         AT END
                            SET RATE-EOF TO TRUE
                         NOT AT END
                            PERFORM SELECIONA-TAXA-VIGENTE
                      END-READ
                   END-PERFORM
                   CLOSE RATE-TABLE-FILE
                END-IF
                IF NOT TAXA-CREDORA-OK
                   DISPLAY 'JURO0001: SEM TAXA CREDORA VIGENTE '
                           '(RATETAB) - JUROS CREDORES NAO APROPRIADOS'
                END-IF
                IF NOT TAXA-DEVEDORA-OK
                   DISPLAY 'JURO0001: SEM TAXA DEVEDORA VIGENTE '
                           '(RATETAB) - JUROS DEVEDORES NAO APROPRIADOS'
                END-IF.

            SELECIONA-TAXA-VIGENTE.
                IF RATE-TYPE-VALID
                 AND RATE-EFF-DATE IS NUMERIC
                 AND RATE-EFF-DATE NOT > WS-TODAY
                 AND RATE-ANNUAL-PCT IS NUMERIC
                   IF RATE-TYPE-CREDIT
                      IF NOT TAXA-CREDORA-OK
                       OR RATE-EFF-DATE > WS-CREDIT-RATE-DATE
                         MOVE RATE-ANNUAL-PCT TO WS-CREDIT-RATE
                         MOVE RATE-EFF-DATE   TO WS-CREDIT-RATE-DATE
                         SET TAXA-CREDORA-OK  TO TRUE
                      END-IF
                   ELSE
                      IF NOT TAXA-DEVEDORA-OK
                       OR RATE-EFF-DATE > WS-OVD-RATE-DATE
                         MOVE RATE-ANNUAL-PCT TO WS-OVD-RATE
                         MOVE RATE-EFF-DATE   TO WS-OVD-RATE-DATE
                         SET TAXA-DEVEDORA-OK TO TRUE
                      END-IF
                   END-IF
                END-IF.
      *>------------------CARGA DOS ACUMULADOS (ACRFILE)----------------
            CARREGA-ACUMULADOS.
                MOVE ZERO TO WS-ACR-ENTRIES
                MOVE 'N'  TO WS-ACR-EOF-SW
                OPEN INPUT ACCRUAL-FILE
                IF WS-ACR-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                PERFORM UNTIL ACR-EOF
                   READ ACCRUAL-FILE
                      AT END
                         SET ACR-EOF TO TRUE
                      NOT AT END
                         PERFORM CARREGA-ACUMULADO-TABELA
                   END-READ
                END-PERFORM
                CLOSE ACCRUAL-FILE.

            CARREGA-ACUMULADO-TABELA.
                IF WS-ACR-ENTRIES >= WS-ACR-MAX-ENTRIES
                   PERFORM ABENDA-TABELA-ACUMULADOS
                END-IF
                ADD 1 TO WS-ACR-ENTRIES
                SET WS-ACR-IDX TO WS-ACR-ENTRIES
                MOVE ACR-ACCOUNT TO WS-ACR-ACCOUNT(WS-ACR-IDX)
                MOVE ACR-LAST-ACCRUAL-DATE
                  TO WS-ACR-LAST-DATE(WS-ACR-IDX)
                IF ACR-CREDIT-ACCRUED IS NUMERIC
                   MOVE ACR-CREDIT-ACCRUED TO WS-ACR-CREDIT(WS-ACR-IDX)
                ELSE
                   MOVE ZERO               TO WS-ACR-CREDIT(WS-ACR-IDX)
                END-IF
                IF ACR-DEBIT-ACCRUED IS NUMERIC
                   MOVE ACR-DEBIT-ACCRUED  TO WS-ACR-DEBIT(WS-ACR-IDX)
                ELSE
                   MOVE ZERO               TO WS-ACR-DEBIT(WS-ACR-IDX)
                END-IF
                MOVE ACR-LAST-CAP-DATE TO WS-ACR-CAP-DATE(WS-ACR-IDX).

            LOCALIZA-ACUMULADO-CONTA.
                MOVE ZERO TO WS-ACR-FOUND-IDX
                PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                        UNTIL WS-ACR-IDX > WS-ACR-ENTRIES
                           OR WS-ACR-FOUND-IDX > ZERO
                   IF WS-ACR-ACCOUNT(WS-ACR-IDX) = ACCT-NUMBER
                      SET WS-ACR-FOUND-IDX TO WS-ACR-IDX
                   END-IF
                END-PERFORM
                IF WS-ACR-FOUND-IDX = ZERO
                   IF WS-ACR-ENTRIES >= WS-ACR-MAX-ENTRIES
                      PERFORM ABENDA-TABELA-ACUMULADOS
                   END-IF
                   ADD 1 TO WS-ACR-ENTRIES
                   MOVE WS-ACR-ENTRIES TO WS-ACR-FOUND-IDX
                   SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                   MOVE ACCT-NUMBER TO WS-ACR-ACCOUNT(WS-ACR-IDX)
                   MOVE SPACES      TO WS-ACR-LAST-DATE(WS-ACR-IDX)
                   MOVE ZERO        TO WS-ACR-CREDIT(WS-ACR-IDX)
                   MOVE ZERO        TO WS-ACR-DEBIT(WS-ACR-IDX)
                   MOVE SPACES      TO WS-ACR-CAP-DATE(WS-ACR-IDX)
                END-IF
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX.
      *>-----------------APURACAO CONTA A CONTA (ACCTMST)---------------
            APURACAO-PROC                           SECTION.
            APURA-JUROS-CADASTRO.
                MOVE 'N' TO WS-ACCT-EOF-SW
                OPEN I-O ACCOUNT-MASTER-FILE
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-JUROS
                END-IF
                OPEN EXTEND ACCT-JOURNAL-FILE
                IF WS-JRNL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-JUROS
                END-IF
                OPEN EXTEND TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-JUROS
                END-IF
                OPEN EXTEND PROCESSED-REG-FILE
                IF WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-JUROS
                END-IF
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                WRITE RPT-LINE
                PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-MASTER-FILE
                      AT END
                         SET ACCT-EOF TO TRUE
                      NOT AT END
                         PERFORM APURA-JUROS-CONTA
                   END-READ
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-JOURNAL-FILE
                CLOSE TRANS-HIST-FILE
                CLOSE PROCESSED-REG-FILE.

            APURA-JUROS-CONTA.
                ADD 1 TO WS-ACCT-READ-COUNT
                IF ACCT-STATUS-ACTIVE
                 OR ACCT-STATUS-DORMANT
                   PERFORM LOCALIZA-ACUMULADO-CONTA
                   PERFORM CALCULA-DIAS-APROPRIACAO
                   IF WS-ACCR-DAYS > ZERO
                      PERFORM APROPRIA-JUROS-PERIODO
                   END-IF
                   SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                   IF CAPITALIZACAO-VENCIDA
                    AND WS-ACR-CAP-DATE(WS-ACR-IDX) < WS-CAP-DATE
                      PERFORM CAPITALIZA-JUROS-CONTA
                   END-IF
                END-IF.

            CALCULA-DIAS-APROPRIACAO.
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                IF WS-ACR-LAST-DATE(WS-ACR-IDX) IS NUMERIC
                   MOVE WS-ACR-LAST-DATE(WS-ACR-IDX) TO WS-LAST-NUM
                   COMPUTE WS-LAST-INT =
                           FUNCTION INTEGER-OF-DATE(WS-LAST-NUM)
                   IF WS-LAST-INT < WS-TODAY-INT
                      COMPUTE WS-ACCR-DAYS =
                              WS-TODAY-INT - WS-LAST-INT
                   ELSE
                      MOVE ZERO TO WS-ACCR-DAYS
                   END-IF
                ELSE
                   MOVE 1 TO WS-ACCR-DAYS
                END-IF.

            APROPRIA-JUROS-PERIODO.
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                MOVE ZERO   TO WS-DAILY-INTEREST
                MOVE 'N'    TO WS-LIMIT-SW
                MOVE SPACES TO WS-RPT-DETAIL
                EVALUATE TRUE
                    WHEN ACCT-BALANCE > ZERO
                       COMPUTE WS-DAILY-INTEREST ROUNDED =
                               ACCT-BALANCE * WS-CREDIT-RATE
                               * WS-ACCR-DAYS / (100 * WS-DAY-BASIS)
                       ADD WS-DAILY-INTEREST
                         TO WS-ACR-CREDIT(WS-ACR-IDX)
                       ADD WS-DAILY-INTEREST TO WS-CREDIT-DAY-TOTAL
                       MOVE 'CRD' TO RPT-D-KIND
                       MOVE WS-ACR-CREDIT(WS-ACR-IDX) TO RPT-D-ACCRUED
                    WHEN ACCT-BALANCE < ZERO
                       PERFORM VERIFICA-LIMITE-CREDITO
                       MOVE 'DEV' TO RPT-D-KIND
                       IF LIMITE-EXCEDIDO
                          ADD 1 TO WS-OUT-LIMIT-COUNT
                          MOVE 'FORA DO LIMITE' TO RPT-D-FLAG
                       ELSE
                          COMPUTE WS-DAILY-INTEREST ROUNDED =
                                  (ZERO - ACCT-BALANCE) * WS-OVD-RATE
                                  * WS-ACCR-DAYS / (100 * WS-DAY-BASIS)
                          ADD WS-DAILY-INTEREST
                            TO WS-ACR-DEBIT(WS-ACR-IDX)
                          ADD WS-DAILY-INTEREST TO WS-DEBIT-DAY-TOTAL
                       END-IF
                       MOVE WS-ACR-DEBIT(WS-ACR-IDX) TO RPT-D-ACCRUED
                END-EVALUATE
                MOVE WS-TODAY TO WS-ACR-LAST-DATE(WS-ACR-IDX)
                IF WS-DAILY-INTEREST > ZERO
                 OR LIMITE-EXCEDIDO
                   ADD 1 TO WS-ACCRUED-COUNT
                   MOVE ACCT-NUMBER       TO RPT-D-ACCOUNT
                   MOVE ACCT-BALANCE      TO RPT-D-BALANCE
                   MOVE WS-ACCR-DAYS      TO RPT-D-DAYS
                   MOVE WS-DAILY-INTEREST TO RPT-D-INTEREST
                   MOVE WS-RPT-DETAIL     TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF.

            VERIFICA-LIMITE-CREDITO.
                MOVE 'N' TO WS-LIMIT-SW
                IF ACCT-CREDIT-LIMIT IS NUMERIC
                 AND ACCT-CREDIT-LIMIT > ZERO
                   COMPUTE WS-LIMIT-FLOOR =
                           ZERO - ACCT-CREDIT-LIMIT
                   IF ACCT-BALANCE < WS-LIMIT-FLOOR
                      MOVE 'Y' TO WS-LIMIT-SW
                   END-IF
                END-IF.
      *>----------------CAPITALIZACAO NA DATA DE CICLO-----------------
            CAPITALIZA-JUROS-CONTA.
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                MOVE ZERO TO WS-LEG-COUNT
                COMPUTE WS-CAP-AMOUNT ROUNDED =
                        WS-ACR-CREDIT(WS-ACR-IDX)
                IF WS-CAP-AMOUNT > ZERO
                   MOVE 'C' TO WS-CAP-TYPE
                   PERFORM PREPARA-LANCAMENTO-JUROS
                END-IF
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                COMPUTE WS-CAP-AMOUNT ROUNDED =
                        WS-ACR-DEBIT(WS-ACR-IDX)
                IF WS-CAP-AMOUNT > ZERO
                   MOVE 'D' TO WS-CAP-TYPE
                   PERFORM PREPARA-LANCAMENTO-JUROS
                END-IF
                IF WS-LEG-COUNT > ZERO
                   REWRITE ACCT-REC
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-GRAVACAO-JUROS
                   END-IF
                   PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
                           UNTIL WS-LEG-IDX > WS-LEG-COUNT
                      PERFORM REGISTRA-LANCAMENTO-JUROS
                   END-PERFORM
                END-IF
                SET WS-ACR-IDX TO WS-ACR-FOUND-IDX
                MOVE ZERO        TO WS-ACR-CREDIT(WS-ACR-IDX)
                MOVE ZERO        TO WS-ACR-DEBIT(WS-ACR-IDX)
                MOVE WS-CAP-DATE TO WS-ACR-CAP-DATE(WS-ACR-IDX).

            PREPARA-LANCAMENTO-JUROS.
                ADD 1 TO WS-INTEREST-SEQ
                MOVE SPACES          TO TRANS-REC
                MOVE 'J'             TO TRANS-ID(1:1)
                MOVE WS-CAP-TYPE     TO TRANS-ID(2:1)
                MOVE WS-INTEREST-SEQ TO TRANS-ID(3:8)
                MOVE WS-TODAY        TO TRANS-DATE
                MOVE WS-CAP-TYPE     TO TRANS-TYPE
                MOVE WS-CAP-AMOUNT   TO TRANS-AMOUNT
                MOVE ACCT-NUMBER     TO TRANS-ACCOUNT
                MOVE ACCT-REC        TO WS-ACCT-BEFORE-IMAGE
                IF TRANS-TYPE-CREDIT
                   ADD TRANS-AMOUNT TO ACCT-BALANCE
                ELSE
                   SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
                END-IF
                MOVE 'R' TO WS-JRNL-ACTION
                PERFORM GRAVA-JORNAL-ATUALIZACAO
                ADD 1 TO WS-LEG-COUNT
                SET WS-LEG-IDX TO WS-LEG-COUNT
                MOVE TRANS-REC    TO WS-LEG-TRANS-IMAGE(WS-LEG-IDX)
                MOVE ACCT-BALANCE TO WS-LEG-BALANCE-AFTER(WS-LEG-IDX).

            REGISTRA-LANCAMENTO-JUROS.
                MOVE WS-LEG-TRANS-IMAGE(WS-LEG-IDX) TO TRANS-REC
                ADD 1 TO WS-CAP-COUNT
                ADD TRANS-AMOUNT TO WS-CAP-TOTAL-AMOUNT
                IF TRANS-TYPE-CREDIT
                   ADD TRANS-AMOUNT TO WS-CAP-CREDIT-AMOUNT
                ELSE
                   ADD TRANS-AMOUNT TO WS-CAP-DEBIT-AMOUNT
                END-IF
                PERFORM GRAVA-HISTORICO-JUROS
                PERFORM GRAVA-REGISTRO-PROCESSADO
                PERFORM ACUMULA-EXTRATO-GL
                MOVE SPACES        TO WS-RPT-CAPITAL
                MOVE TRANS-ACCOUNT TO RPT-C-ACCOUNT
                MOVE TRANS-ID      TO RPT-C-TRANS-ID
                MOVE TRANS-TYPE    TO RPT-C-TYPE
                MOVE TRANS-AMOUNT  TO RPT-C-AMOUNT
                MOVE WS-LEG-BALANCE-AFTER(WS-LEG-IDX)
                  TO RPT-C-BALANCE
                MOVE WS-RPT-CAPITAL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            GRAVA-JORNAL-ATUALIZACAO.
                MOVE SPACES               TO JRNL-REC
                MOVE WS-RUN-ID            TO JRNL-RUN-ID
                MOVE TRANS-ID             TO JRNL-TRANS-ID
                MOVE WS-JRNL-ACTION       TO JRNL-ACTION
                MOVE WS-ACCT-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
                MOVE ACCT-REC             TO JRNL-AFTER-IMAGE
                WRITE JRNL-REC
                IF WS-JRNL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-JUROS
                END-IF.

            GRAVA-HISTORICO-JUROS.
                MOVE SPACES        TO HIST-REC
                MOVE TRANS-ID      TO HIST-TRANS-ID
                MOVE TRANS-DATE    TO HIST-TRANS-DATE
                MOVE TRANS-TYPE    TO HIST-TRANS-TYPE
                MOVE TRANS-AMOUNT  TO HIST-TRANS-AMOUNT
                MOVE TRANS-ACCOUNT TO HIST-ACCOUNT
                MOVE WS-RUN-ID     TO HIST-RUN-ID
                MOVE 'P'           TO HIST-DISPOSITION
                MOVE WS-LEG-BALANCE-AFTER(WS-LEG-IDX)
                  TO HIST-BALANCE-AFTER
                WRITE HIST-REC
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-JUROS
                END-IF.

            GRAVA-REGISTRO-PROCESSADO.
                MOVE SPACES       TO PREG-REC
                MOVE TRANS-ID     TO PREG-TRANS-ID
                MOVE TRANS-DATE   TO PREG-TRANS-DATE
                MOVE WS-RUN-ID    TO PREG-RUN-ID
                MOVE 'P'          TO PREG-DISPOSITION
                WRITE PREG-REC
                IF WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-JUROS
                END-IF.
      *>---------------REGRAVACAO DO ARQUIVO DE ACUMULADOS--------------
            GRAVA-ACUMULADOS.
                OPEN OUTPUT ACCRUAL-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
                        UNTIL WS-ACR-IDX > WS-ACR-ENTRIES
                   PERFORM GRAVA-ACUMULADO-NOVO
                END-PERFORM
                CLOSE ACCRUAL-NEW-FILE
                MOVE 'N' TO WS-NEW-EOF-SW
                OPEN INPUT ACCRUAL-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                OPEN OUTPUT ACCRUAL-FILE
                IF WS-ACR-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                PERFORM UNTIL ACR-NEW-EOF
                   READ ACCRUAL-NEW-FILE
                      AT END
                         SET ACR-NEW-EOF TO TRUE
                      NOT AT END
                         PERFORM COPIA-ACUMULADO-NOVO
                   END-READ
                END-PERFORM
                CLOSE ACCRUAL-NEW-FILE
                CLOSE ACCRUAL-FILE
                IF WS-ACR-COPY-COUNT NOT = WS-ACR-WRITE-COUNT
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF.

            GRAVA-ACUMULADO-NOVO.
                MOVE SPACES TO ACR-REC
                MOVE WS-ACR-ACCOUNT(WS-ACR-IDX)   TO ACR-ACCOUNT
                MOVE WS-ACR-LAST-DATE(WS-ACR-IDX)
                  TO ACR-LAST-ACCRUAL-DATE
                MOVE WS-ACR-CREDIT(WS-ACR-IDX)    TO ACR-CREDIT-ACCRUED
                MOVE WS-ACR-DEBIT(WS-ACR-IDX)     TO ACR-DEBIT-ACCRUED
                MOVE WS-ACR-CAP-DATE(WS-ACR-IDX)  TO ACR-LAST-CAP-DATE
                MOVE ACR-REC TO ACR-NEW-REC
                WRITE ACR-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF
                ADD 1 TO WS-ACR-WRITE-COUNT.

            COPIA-ACUMULADO-NOVO.
                ADD 1 TO WS-ACR-COPY-COUNT
                MOVE ACR-NEW-REC TO ACR-REC
                WRITE ACR-REC
                IF WS-ACR-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF.
      *>-----------------MERGE DO EXTRATO GL (GLEXTR)-------------------
            EXTRATO-PROC                            SECTION.
            CARREGA-EXTRATO-GL.
                MOVE 'N'  TO WS-GLEXT-EOF-SW
                MOVE ZERO TO WS-GL-ENTRY-COUNT
                OPEN INPUT GL-EXTRACT-FILE
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                PERFORM UNTIL GLEXT-EOF
                   READ GL-EXTRACT-FILE
                      AT END
                         SET GLEXT-EOF TO TRUE
                      NOT AT END
                         PERFORM CLASSIFICA-REGISTRO-GL
                   END-READ
                END-PERFORM
                CLOSE GL-EXTRACT-FILE.

            CLASSIFICA-REGISTRO-GL.
                EVALUATE GLX-H-REC-TYPE
                    WHEN '1'
                       MOVE GLX-H-RUN-ID   TO WS-GLX-RUN-ID
                       MOVE GLX-H-BUS-DATE TO WS-GLX-BUS-DATE
                    WHEN '2'
                       PERFORM CARREGA-RESUMO-GL
                    WHEN '9'
                       MOVE GLX-T-TRANS-COUNT TO WS-GLX-TRANS-COUNT
                       MOVE GLX-T-NET-AMOUNT  TO WS-GLX-NET-AMOUNT
                END-EVALUATE.

            CARREGA-RESUMO-GL.
                IF WS-GL-ENTRY-COUNT >= WS-GL-MAX-ENTRIES
                   PERFORM ABENDA-TABELA-GL-CHEIA
                END-IF
                ADD 1 TO WS-GL-ENTRY-COUNT
                SET WS-GL-IDX TO WS-GL-ENTRY-COUNT
                MOVE GLX-D-ACCOUNT    TO WS-GL-ACCOUNT(WS-GL-IDX)
                MOVE GLX-D-TRANS-TYPE TO WS-GL-TYPE(WS-GL-IDX)
                MOVE GLX-D-SOURCE-SYS TO WS-GL-SOURCE(WS-GL-IDX)
                MOVE GLX-D-REC-COUNT  TO WS-GL-COUNT(WS-GL-IDX)
                MOVE GLX-D-NET-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX).

            ACUMULA-EXTRATO-GL.
                MOVE ZERO TO WS-GL-FOUND-IDX
                PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                        UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
                   IF WS-GL-ACCOUNT(WS-GL-IDX) = TRANS-ACCOUNT
                    AND WS-GL-TYPE(WS-GL-IDX) = TRANS-TYPE
                    AND WS-GL-SOURCE(WS-GL-IDX) = WS-JUR-SOURCE
                      SET WS-GL-FOUND-IDX TO WS-GL-IDX
                   END-IF
                END-PERFORM
                IF WS-GL-FOUND-IDX = ZERO
                   IF WS-GL-ENTRY-COUNT >= WS-GL-MAX-ENTRIES
                      PERFORM ABENDA-TABELA-GL-CHEIA
                   END-IF
                   ADD 1 TO WS-GL-ENTRY-COUNT
                   MOVE WS-GL-ENTRY-COUNT TO WS-GL-FOUND-IDX
                   SET WS-GL-IDX TO WS-GL-FOUND-IDX
                   MOVE TRANS-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-IDX)
                   MOVE TRANS-TYPE    TO WS-GL-TYPE(WS-GL-IDX)
                   MOVE WS-JUR-SOURCE TO WS-GL-SOURCE(WS-GL-IDX)
                   MOVE ZERO          TO WS-GL-COUNT(WS-GL-IDX)
                   MOVE ZERO          TO WS-GL-AMOUNT(WS-GL-IDX)
                END-IF
                SET WS-GL-IDX TO WS-GL-FOUND-IDX
                ADD 1            TO WS-GL-COUNT(WS-GL-IDX)
                ADD TRANS-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX).

            REGRAVA-EXTRATO-GL.
                OPEN OUTPUT GL-EXTRACT-FILE
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                MOVE SPACES          TO GLX-HEADER-REC
                MOVE '1'             TO GLX-H-REC-TYPE
                MOVE WS-GLX-RUN-ID   TO GLX-H-RUN-ID
                MOVE WS-GLX-BUS-DATE TO GLX-H-BUS-DATE
                WRITE GLX-HEADER-REC
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                        UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
                   MOVE SPACES                TO GLX-DETAIL-REC
                   MOVE '2'                   TO GLX-D-REC-TYPE
                   MOVE WS-GL-ACCOUNT(WS-GL-IDX)
                     TO GLX-D-ACCOUNT
                   MOVE WS-GL-TYPE(WS-GL-IDX) TO GLX-D-TRANS-TYPE
                   MOVE WS-GL-SOURCE(WS-GL-IDX)
                     TO GLX-D-SOURCE-SYS
                   MOVE WS-GL-COUNT(WS-GL-IDX)
                     TO GLX-D-REC-COUNT
                   MOVE WS-GL-AMOUNT(WS-GL-IDX)
                     TO GLX-D-NET-AMOUNT
                   WRITE GLX-DETAIL-REC
                   IF WS-GLEXT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-EXTRATO-GL
                   END-IF
                END-PERFORM
                MOVE SPACES            TO GLX-TRAILER-REC
                MOVE '9'               TO GLX-T-REC-TYPE
                MOVE WS-GL-ENTRY-COUNT TO GLX-T-DETAIL-COUNT
                ADD WS-GLX-TRANS-COUNT WS-CAP-COUNT
                    GIVING GLX-T-TRANS-COUNT
                ADD WS-GLX-NET-AMOUNT WS-CAP-TOTAL-AMOUNT
                    GIVING GLX-T-NET-AMOUNT
                WRITE GLX-TRAILER-REC
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                CLOSE GL-EXTRACT-FILE
                DISPLAY 'JURO0001: EXTRATO GL REACUMULADO COM '
                        WS-CAP-COUNT ' LANCAMENTOS DE JUROS (GLEXTR)'.
      *>------------------RELATORIO DE JUROS (JURRPT)-------------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-CABECALHO-JUROS.
                MOVE 'JURO0001 - APROPRIACAO E CAPITALIZACAO DE JUROS'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'TAXA CREDORA  (% A.A.):' TO RPT-R-LABEL
                MOVE WS-CREDIT-RATE            TO RPT-R-PCT
                MOVE WS-CREDIT-RATE-DATE       TO RPT-R-DATE
                MOVE WS-RPT-RATE               TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'TAXA DEVEDORA (% A.A.):' TO RPT-R-LABEL
                MOVE WS-OVD-RATE               TO RPT-R-PCT
                MOVE WS-OVD-RATE-DATE          TO RPT-R-DATE
                MOVE WS-RPT-RATE               TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                IF CAPITALIZACAO-VENCIDA
                   STRING 'CAPITALIZACAO DO CICLO ' WS-CAP-DATE
                          ' NESTA EXECUCAO'
                          DELIMITED BY SIZE INTO RPT-LINE
                ELSE
                   IF WS-CAP-DATE = SPACES
                      MOVE 'SEM DATA DE CICLO - SOMENTE APROPRIACAO'
                        TO RPT-LINE
                   ELSE
                      STRING 'PROXIMA CAPITALIZACAO EM ' WS-CAP-DATE
                             DELIMITED BY SIZE INTO RPT-LINE
                   END-IF
                END-IF
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-RESUMO-JUROS.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'CONTAS LIDAS (ACCTMST):'   TO RPT-T-LABEL
                MOVE WS-ACCT-READ-COUNT          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS COM JUROS NO PERIODO:' TO RPT-T-LABEL
                MOVE WS-ACCRUED-COUNT               TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'JUROS CREDORES APROPRIADOS:' TO RPT-T-LABEL
                MOVE WS-CREDIT-DAY-TOTAL           TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'JUROS DEVEDORES APROPRIADOS:' TO RPT-T-LABEL
                MOVE WS-DEBIT-DAY-TOTAL             TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'DEVEDORAS FORA DO LIMITE (SEM JUROS):'
                  TO RPT-T-LABEL
                MOVE WS-OUT-LIMIT-COUNT TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CREDITOS DE JUROS CAPITALIZADOS:' TO RPT-T-LABEL
                MOVE WS-CAP-CREDIT-AMOUNT               TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'DEBITOS DE JUROS CAPITALIZADOS:' TO RPT-T-LABEL
                MOVE WS-CAP-DEBIT-AMOUNT               TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'LANCAMENTOS POSTADOS (GLEXTR):' TO RPT-T-LABEL
                MOVE WS-CAP-COUNT                     TO RPT-T-COUNT
                MOVE WS-CAP-TOTAL-AMOUNT              TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                IF WS-OUT-LIMIT-COUNT > ZERO
                 OR NOT PARM-VALID
                 OR NOT TAXA-CREDORA-OK
                 OR NOT TAXA-DEVEDORA-OK
                   MOVE 4 TO RETURN-CODE
                ELSE
                   MOVE 0 TO RETURN-CODE
                END-IF.

            GRAVA-LINHA-TOTAL.
                MOVE WS-RPT-TOTALS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS.

            GRAVA-LINHA-RELATORIO.
                WRITE RPT-LINE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-JUROS
                END-IF.

            IMPRIME-SEM-TAXAS.
                MOVE 'NENHUMA TAXA VIGENTE NA TABELA (RATETAB) - NADA'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'APROPRIADO; OS DIAS SERAO RECUPERADOS NA PROXIMA'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'EXECUCAO COM TAXAS.' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                DISPLAY 'JURO0001: TABELA DE TAXAS (RATETAB) SEM TAXA '
                        'VIGENTE - NADA APROPRIADO'
                MOVE 8 TO RETURN-CODE.
      *>-------------------------FINALIZACAO----------------------------
            FIM-JUROS                               SECTION.
            ABENDA-ABERTURA-JUROS.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: CANNOT OPEN POSTING     *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* JRNLFILE STATUS: [' WS-JRNL-FILE-STATUS ']'
                DISPLAY '* TRANHIST STATUS: [' WS-HIST-FILE-STATUS ']'
                DISPLAY '* PROCREG  STATUS: [' WS-PREG-FILE-STATUS ']'
                DISPLAY '* NOTHING ACCRUED OR POSTED - CHECK DDS.    *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.

            ABENDA-GRAVACAO-JUROS.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: INTEREST POSTING FAILED *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* JRNLFILE STATUS: [' WS-JRNL-FILE-STATUS ']'
                DISPLAY '* TRANHIST STATUS: [' WS-HIST-FILE-STATUS ']'
                DISPLAY '* PROCREG  STATUS: [' WS-PREG-FILE-STATUS ']'
                DISPLAY '* LAST TXN: [' TRANS-ID ']'
                DISPLAY '* ACRFILE WAS NOT REWRITTEN - BACK OUT THIS *'
                DISPLAY '* RUN-ID (BACK0001) BEFORE RERUNNING.       *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-ACUMULADOS.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: ACCRUAL TABLE FULL      *'
                DISPLAY '* MORE THAN ' WS-ACR-MAX-ENTRIES
                        ' ACCOUNTS ON ACRFILE/ACCTMST.     *'
                DISPLAY '* INCREASE OCCURS IN WS-ACR-TABLE.          *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-GL-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: GL SUMMARY TABLE FULL   *'
                DISPLAY '* MORE THAN ' WS-GL-MAX-ENTRIES
                        ' ACCOUNT/TYPE COMBINATIONS.  *'
                DISPLAY '* INCREASE OCCURS IN WS-GL-TABLE TO RESIZE. *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.

            ABENDA-EXTRATO-GL.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: GL EXTRACT MERGE FAILED *'
                DISPLAY '* GLEXTR STATUS: [' WS-GLEXT-FILE-STATUS ']'
                DISPLAY '* CAPITALIZED WORK MAY BE ON THE MASTER -   *'
                DISPLAY '* DO NOT RERUN BEFORE CHECKING DD GLEXTR.   *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE INTEREST-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-JUROS.
                DISPLAY '*********************************************'
                DISPLAY '* JURO0001 - ABEND: ACCRUAL I/O FAILED      *'
                DISPLAY '* ACRFILE STATUS: [' WS-ACR-FILE-STATUS ']'
                DISPLAY '* ACRNEW  STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* JURRPT  STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* WRITTEN ' WS-ACR-WRITE-COUNT
                        ' COPIED ' WS-ACR-COPY-COUNT
                DISPLAY '* ACRNEW HOLDS THE NEW ACCRUALS -           *'
                DISPLAY '* DO NOT RERUN BEFORE CHECKING THE DDS.     *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM JURO0001.
