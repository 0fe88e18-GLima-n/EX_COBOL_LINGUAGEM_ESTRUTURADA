      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE RESUMO OPERACIONAL DA MANHA. ULTIMO PASSO DA      *
      * ESTEIRA NOTURNA: LE OS ARQUIVOS DA NOITE EM VEZ DOS SYSOUTS -  *
      * TRANREJ (REJEITOS POR MOTIVO E LOTES RETIDOS NA CRITICA),      *
      * CHKPTFIL (RUN-ID DA NOITE E ULTIMO PARAGRAFO ALCANCADO),       *
      * AUDITOUT (LINHA DE VOLUME DA POSTAGEM DESSE RUN-ID: LOTES      *
      * POSTADOS E RETIDOS, DUPLICADAS, REFERIDAS DE OVERDRAFT, MODO   *
      * E TEMPO), PROCREG (POSTADAS E SUSPENSAS DO RUN-ID), SUSPFILE   *
      * (ESTOQUE EM SUSPENSO POR MOTIVO E IDADE, COM O PRAZO DE        *
      * ESCALACAO DO RCYPARM), GLEXTR (TOTAIS DO EXTRATO DA NOITE),    *
      * GLRESP (RETORNO DO RAZAO PARA O EXTRATO DA NOITE ANTERIOR) E   *
      * BALSNAP (RESULTADO DA CONCILIACAO DO REPT0004) - E IMPRIME     *
      * UMA PAGINA (OPSRPT) COM TODOS OS NUMEROS LADO A LADO E UM      *
      * UNICO STATUS NO TOPO: VERDE, AMARELO OU VERMELHO, COM OS       *
      * MOTIVOS. GRAVA AINDA UMA LINHA POR NOITE NO HISTORICO          *
      * (OPSHIST, COPY OPSHREC) E COMPARA OS NUMEROS DA NOITE COM OS   *
      * DAS ULTIMAS 30 NOITES, MARCANDO *ALTO*/*BAIXO* O QUE SAIR      *
      * MUITO DA FAIXA HABITUAL. RC 0 = VERDE, RC 4 = AMARELO,         *
      * RC 8 = VERMELHO, RC 16 = FALHA DE I/O.                         *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. OPSM0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE
               ASSIGN TO TRANREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO CHKPTFIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO AUDITOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT PROCESSED-REG-FILE
               ASSIGN TO PROCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT RECYCLE-PARM-FILE
               ASSIGN TO RCYPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-FILE-STATUS.
           SELECT GL-RESPONSE-FILE
               ASSIGN TO GLRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-FILE-STATUS.
           SELECT BALANCE-SNAPSHOT-FILE
               ASSIGN TO BALSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT OPS-HISTORY-FILE
               ASSIGN TO OPSHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPH-FILE-STATUS.
           SELECT OPS-REPORT-FILE
               ASSIGN TO OPSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  REJECT-FILE.
           COPY REJREC.
       FD  CHECKPOINT-FILE.
           COPY CHKPTREC.
       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       FD  PROCESSED-REG-FILE.
           COPY PROCREG.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  RECYCLE-PARM-FILE.
           COPY RCYPARM.
       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.
       FD  GL-RESPONSE-FILE.
           COPY GLRSPREC.
       FD  BALANCE-SNAPSHOT-FILE.
           COPY BALSNAP.
       FD  OPS-HISTORY-FILE.
           COPY OPSHREC.
       FD  OPS-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-REJ-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-CHKPT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-AUDIT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-PREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-SUSP-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-GLEXT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-RESP-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-SNAP-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-OPH-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-EOF-SW              PIC X(01) VALUE 'N'.
           88 ARQUIVO-EOF                  VALUE 'Y'.
      *----------------------------------------------------------------*
      * IDENTIFICACAO DA NOITE                                         *
      *----------------------------------------------------------------*
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
       77 WS-NIGHT-KEY           PIC X(14) VALUE SPACES.
       77 WS-RUN-ID              PIC X(14) VALUE SPACES.
       77 WS-CHKPT-RUN-ID        PIC X(14) VALUE SPACES.
       77 WS-CHKPT-PARAGRAPH     PIC X(20) VALUE SPACES.
       77 WS-CHKPT-READ-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-POSTING-RAN-SW      PIC X(01) VALUE 'N'.
           88 POSTAGEM-EXECUTOU            VALUE 'Y'.
       77 WS-CHAIN-DONE-SW       PIC X(01) VALUE 'N'.
           88 CADEIA-CONCLUIDA             VALUE 'Y'.
      *----------------------------------------------------------------*
      * CRITICA (TRANREJ)                                              *
      *----------------------------------------------------------------*
       77 WS-REJ-OK-SW           PIC X(01) VALUE 'Y'.
           88 REJEITOS-DISPONIVEIS         VALUE 'Y'.
       77 WS-REJ-TOTAL           PIC 9(09) VALUE ZERO.
       77 WS-REJ-SUB             PIC 9(02) VALUE ZERO.
       77 WS-EDIT-RETAINED       PIC 9(03) VALUE ZERO.
       01 WS-REJ-DESC-VALUES.
           05 FILLER PIC X(24) VALUE '01 DATA INVALIDA'.
           05 FILLER PIC X(24) VALUE '02 TIPO INVALIDO'.
           05 FILLER PIC X(24) VALUE '03 VALOR NAO NUMERICO'.
           05 FILLER PIC X(24) VALUE '04 CONTA EM BRANCO'.
           05 FILLER PIC X(24) VALUE '05 DATA FUTURA'.
           05 FILLER PIC X(24) VALUE '06 DATA RETROATIVA'.
           05 FILLER PIC X(24) VALUE '07 DIA NAO UTIL'.
           05 FILLER PIC X(24) VALUE '08 LOTE FORA DE BALANCO'.
           05 FILLER PIC X(24) VALUE '09 REGISTRO FORA DE LOTE'.
           05 FILLER PIC X(24) VALUE '10 CONTRAPARTE AUSENTE'.
           05 FILLER PIC X(24) VALUE '11 CONTRAPARTE IGUAL'.
           05 FILLER PIC X(24) VALUE '12 JA ARMAZENADA'.
           05 FILLER PIC X(24) VALUE '   OUTROS CODIGOS'.
       01 WS-REJ-DESC-TABLE REDEFINES WS-REJ-DESC-VALUES.
           05 WS-REJ-DESC OCCURS 13 TIMES    PIC X(24).
       01 WS-REJ-COUNT-TABLE.
           05 WS-REJ-COUNT OCCURS 13 TIMES   PIC 9(09).
      *----------------------------------------------------------------*
      * POSTAGEM (AUDITOUT E PROCREG)                                  *
      *----------------------------------------------------------------*
       77 WS-AUDIT-OK-SW         PIC X(01) VALUE 'Y'.
           88 TRILHA-DISPONIVEL            VALUE 'Y'.
       77 WS-AUDIT-EVENTS        PIC 9(09) VALUE ZERO.
       77 WS-VOLUME-SW           PIC X(01) VALUE 'N'.
           88 VOLUME-ENCONTRADO            VALUE 'Y'.
       77 WS-POST-MODE           PIC X(01) VALUE SPACE.
       77 WS-POST-ELAPSED        PIC 9(07)V99 VALUE ZERO.
       77 WS-POST-TRANS-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-POST-MST-READS      PIC 9(09) VALUE ZERO.
       77 WS-POST-MST-REWRITES   PIC 9(09) VALUE ZERO.
       77 WS-POST-BATCHES-OK     PIC 9(03) VALUE ZERO.
       77 WS-POST-BATCHES-HELD   PIC 9(03) VALUE ZERO.
       77 WS-DUP-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-OVD-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-BATCHES-RECEIVED    PIC 9(03) VALUE ZERO.
       77 WS-BATCHES-RELEASED    PIC 9(03) VALUE ZERO.
       77 WS-BATCHES-RETAINED    PIC 9(03) VALUE ZERO.
       77 WS-PREG-OK-SW          PIC X(01) VALUE 'Y'.
           88 REGISTRO-DISPONIVEL          VALUE 'Y'.
       77 WS-POSTED-COUNT        PIC 9(09) VALUE ZERO.
       77 WS-SUSP-NEW-COUNT      PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------*
      * SUSPENSO (SUSPFILE E RCYPARM) - POSICAO 20 = OUTROS MOTIVOS    *
      *----------------------------------------------------------------*
       77 WS-SUSP-OK-SW          PIC X(01) VALUE 'Y'.
           88 SUSPENSO-DISPONIVEL          VALUE 'Y'.
       77 WS-ESCALATE-DAYS       PIC 9(03) VALUE 5.
       77 WS-SUSP-AGE            PIC 9(03) VALUE ZERO.
       77 WS-SRS-COUNT           PIC 9(02) VALUE ZERO.
       77 WS-MAX-SRS-ENTRIES     PIC 9(02) VALUE 19.
       77 WS-SRS-SUB             PIC 9(02) VALUE ZERO.
       77 WS-SRS-FOUND-SW        PIC X(01) VALUE 'N'.
           88 MOTIVO-ENCONTRADO            VALUE 'Y'.
       01 WS-SRS-TABLE.
           05 WS-SRS-ENTRY OCCURS 20 TIMES.
              10 WS-SRS-REASON           PIC X(20).
              10 WS-SRS-TOTAL            PIC 9(09).
              10 WS-SRS-AGE-0            PIC 9(09).
              10 WS-SRS-AGE-1-7          PIC 9(09).
              10 WS-SRS-AGE-8-30         PIC 9(09).
              10 WS-SRS-AGE-OVER-30      PIC 9(09).
              10 WS-SRS-ESCALATE         PIC 9(09).
       01 WS-SRS-GRAND-TOTAL.
           05 WS-SRG-TOTAL               PIC 9(09) VALUE ZERO.
           05 WS-SRG-AGE-0               PIC 9(09) VALUE ZERO.
           05 WS-SRG-AGE-1-7             PIC 9(09) VALUE ZERO.
           05 WS-SRG-AGE-8-30            PIC 9(09) VALUE ZERO.
           05 WS-SRG-AGE-OVER-30         PIC 9(09) VALUE ZERO.
           05 WS-SRG-ESCALATE            PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------*
      * EXTRATO GL DA NOITE E RETORNO DO RAZAO (NOITE ANTERIOR)        *
      *----------------------------------------------------------------*
       77 WS-GLEXT-OK-SW         PIC X(01) VALUE 'N'.
           88 EXTRATO-COMPLETO             VALUE 'Y'.
       77 WS-GLX-HEADER-SW       PIC X(01) VALUE 'N'.
           88 GLEXT-HEADER-SEEN            VALUE 'Y'.
       77 WS-GLX-TRAILER-SW      PIC X(01) VALUE 'N'.
           88 GLEXT-TRAILER-SEEN           VALUE 'Y'.
       77 WS-GL-DETAIL-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-GL-TRANS-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-GL-NET-AMOUNT       PIC S9(13)V99 VALUE ZERO.
       77 WS-PRIOR-SW            PIC X(01) VALUE 'N'.
           88 NOITE-ANTERIOR-EXISTE        VALUE 'Y'.
       77 WS-PRIOR-GL-KEY        PIC X(14) VALUE SPACES.
       77 WS-PRIOR-DETAIL-COUNT  PIC 9(09) VALUE ZERO.
       77 WS-PRIOR-TRANS-COUNT   PIC 9(09) VALUE ZERO.
       77 WS-PRIOR-NET-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       77 WS-ACK-FOUND-SW        PIC X(01) VALUE 'N'.
           88 ACK-FOUND                    VALUE 'Y'.
       77 WS-ACK-STATUS          PIC X(01) VALUE SPACE.
           88 ACK-STATUS-ACCEPTED          VALUE 'A'.
           88 ACK-STATUS-REJECTED          VALUE 'R'.
       77 WS-ACK-DETAIL-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-ACK-TRANS-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACK-NET-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       77 WS-ACK-RESULT          PIC X(52) VALUE SPACES.
      *----------------------------------------------------------------*
      * BALANCETE (BALSNAP DO REPT0004)                                *
      *----------------------------------------------------------------*
       77 WS-SNAP-SW             PIC X(01) VALUE 'N'.
           88 SNAPSHOT-LIDO                VALUE 'Y'.
       77 WS-SNAP-DATE           PIC X(08) VALUE SPACES.
       77 WS-SNAP-BALANCE        PIC S9(13)V99 VALUE ZERO.
       77 WS-SNAP-ACCOUNTS       PIC 9(09) VALUE ZERO.
       77 WS-SNAP-STATUS         PIC X(01) VALUE SPACE.
       77 WS-TRIAL-RESULT        PIC X(52) VALUE SPACES.
      *----------------------------------------------------------------*
      * STATUS DA NOITE E MOTIVOS                                      *
      *----------------------------------------------------------------*
       77 WS-NIGHT-STATUS        PIC X(01) VALUE 'G'.
           88 NOITE-VERDE                  VALUE 'G'.
           88 NOITE-AMARELA                VALUE 'A'.
           88 NOITE-VERMELHA               VALUE 'R'.
       77 WS-NEW-REASON          PIC X(60) VALUE SPACES.
       77 WS-REASON-COUNT        PIC 9(02) VALUE ZERO.
       77 WS-MAX-REASONS         PIC 9(02) VALUE 12.
       77 WS-REASON-SUB          PIC 9(02) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-TEXT OCCURS 12 TIMES PIC X(60).
      *----------------------------------------------------------------*
      * TENDENCIA - ULTIMAS 30 NOITES DO OPSHIST. INDICADORES:         *
      *  1 LOTES RECEBIDOS   2 LOTES RETIDOS     3 REJEITOS            *
      *  4 DUPLICADAS        5 POSTADAS          6 SUSPENSAS NA NOITE  *
      *  7 ESTOQUE SUSPENSO  8 REF. OVERDRAFT    9 TRANSACOES NO GL    *
      * 10 SEGUNDOS DE POSTAGEM                                        *
      *----------------------------------------------------------------*
       77 WS-HIST-COUNT          PIC 9(02) VALUE ZERO.
       77 WS-MAX-HIST-NIGHTS     PIC 9(02) VALUE 30.
       77 WS-HIST-SUB            PIC 9(02) VALUE ZERO.
       77 WS-HIST-NEXT           PIC 9(02) VALUE ZERO.
       77 WS-HIST-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-FIG-SUB             PIC 9(02) VALUE ZERO.
       77 WS-FIG-COUNT           PIC 9(02) VALUE 10.
       77 WS-TREND-MIN-NIGHTS    PIC 9(02) VALUE 5.
       77 WS-TREND-HIGH-PCT      PIC 9(03) VALUE 150.
       77 WS-TREND-LOW-PCT       PIC 9(03) VALUE 50.
       77 WS-TREND-MIN-DIFF      PIC 9(05) VALUE 10.
       77 WS-TREND-FLAG-COUNT    PIC 9(02) VALUE ZERO.
       77 WS-TREND-SUM           PIC 9(11)V99 VALUE ZERO.
       77 WS-TREND-AVERAGE       PIC 9(09)V99 VALUE ZERO.
       77 WS-TREND-MIN           PIC 9(09)V99 VALUE ZERO.
       77 WS-TREND-MAX           PIC 9(09)V99 VALUE ZERO.
       77 WS-TREND-VALUE         PIC 9(09)V99 VALUE ZERO.
       77 WS-TREND-FLAG          PIC X(08) VALUE SPACES.
       01 WS-FIG-LABEL-VALUES.
           05 FILLER PIC X(20) VALUE 'LOTES RECEBIDOS'.
           05 FILLER PIC X(20) VALUE 'LOTES RETIDOS'.
           05 FILLER PIC X(20) VALUE 'REJEITOS NA CRITICA'.
           05 FILLER PIC X(20) VALUE 'DUPLICADAS'.
           05 FILLER PIC X(20) VALUE 'POSTADAS'.
           05 FILLER PIC X(20) VALUE 'SUSPENSAS NA NOITE'.
           05 FILLER PIC X(20) VALUE 'ESTOQUE EM SUSPENSO'.
           05 FILLER PIC X(20) VALUE 'REFERIDAS OVERDRAFT'.
           05 FILLER PIC X(20) VALUE 'TRANSACOES NO GL'.
           05 FILLER PIC X(20) VALUE 'SEGUNDOS DE POSTAGEM'.
       01 WS-FIG-LABEL-TABLE REDEFINES WS-FIG-LABEL-VALUES.
           05 WS-FIG-LABEL OCCURS 10 TIMES   PIC X(20).
       01 WS-TONIGHT-TABLE.
           05 WS-TONIGHT-FIG OCCURS 10 TIMES PIC 9(09)V99.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 30 TIMES.
              10 WS-HIST-KEY             PIC X(14).
              10 WS-HIST-FIG OCCURS 10 TIMES
                                         PIC 9(09)V99.
      *----------------------------------------------------------------*
      * LINHAS DO RELATORIO (OPSRPT)                                   *
      *----------------------------------------------------------------*
       01 WS-RPT-HEADING.
           05 FILLER                    PIC X(42)
              VALUE 'OPSM0001 - RESUMO OPERACIONAL DA NOITE'.
           05 FILLER                    PIC X(24) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATA: '.
           05 RPT-H-DATE                PIC X(08).
       01 WS-RPT-RULE                   PIC X(80) VALUE ALL '-'.
       01 WS-RPT-STATUS.
           05 FILLER                    PIC X(25)
              VALUE '*** STATUS DA NOITE:     '.
           05 RPT-ST-TEXT               PIC X(18).
           05 FILLER                    PIC X(04) VALUE '*** '.
           05 FILLER                    PIC X(33) VALUE SPACES.
       01 WS-RPT-REASON.
           05 FILLER                    PIC X(04) VALUE '  - '.
           05 RPT-R-TEXT                PIC X(60).
           05 FILLER                    PIC X(16) VALUE SPACES.
       01 WS-RPT-TEXT.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-X-LABEL               PIC X(26).
           05 RPT-X-TEXT                PIC X(52).
       01 WS-RPT-PAIR.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-P-LABEL-1             PIC X(26).
           05 RPT-P-VALUE-1             PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPT-P-LABEL-2             PIC X(26).
           05 RPT-P-VALUE-2             PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(04) VALUE SPACES.
       01 WS-RPT-AMOUNT.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-A-LABEL               PIC X(26).
           05 RPT-A-AMOUNT              PIC Z(12)9.99-.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPT-A-LABEL-2             PIC X(26).
           05 FILLER                    PIC X(05) VALUE SPACES.
       01 WS-RPT-SUSP-TITLE.
           05 FILLER                    PIC X(50) VALUE
              'ESTOQUE EM SUSPENSO (SUSPFILE) POR MOTIVO E IDADE'.
           05 FILLER                    PIC X(20) VALUE
              '- ESCALAR ACIMA DE '.
           05 RPT-SS-DAYS               PIC ZZ9.
           05 FILLER                    PIC X(07) VALUE ' DIAS'.
       01 WS-RPT-SUSP-COLUMNS.
           05 FILLER                    PIC X(40) VALUE
              '  MOTIVO                  TOTAL   HOJE '.
           05 FILLER                    PIC X(40) VALUE
              '1-7 D 8-30 D  +30 D ESCALAR'.
       01 WS-RPT-SUSP-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-S-REASON              PIC X(20).
           05 RPT-S-TOTAL               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-S-AGE-0               PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-S-AGE-1-7             PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-S-AGE-8-30            PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-S-AGE-OVER-30         PIC ZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-S-ESCALATE            PIC ZZZZZZ9.
           05 FILLER                    PIC X(13) VALUE SPACES.
       01 WS-RPT-TREND-TITLE.
           05 FILLER                    PIC X(52) VALUE
              'COMPARACAO COM AS ULTIMAS NOITES (OPSHIST) - BASE: '.
           05 RPT-TT-NIGHTS             PIC Z9.
           05 FILLER                    PIC X(26) VALUE ' NOITE(S)'.
       01 WS-RPT-TREND-COLUMNS.
           05 FILLER                    PIC X(40) VALUE
              '  INDICADOR                  HOJE       '.
           05 FILLER                    PIC X(40) VALUE
              'MEDIA      MINIMO      MAXIMO FAIXA'.
       01 WS-RPT-TREND-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-T-LABEL               PIC X(20).
           05 RPT-T-TONIGHT             PIC Z(7)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-AVERAGE             PIC Z(7)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-MIN                 PIC Z(7)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-MAX                 PIC Z(7)9.99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-FLAG                PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.

      *>-------------------------INICIALIZACAO--------------------------
            INICIO                                  SECTION.
            ABRE-ARQUIVOS-RESUMO.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                OPEN OUTPUT OPS-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-RESUMO
                END-IF
                INITIALIZE WS-REJ-COUNT-TABLE
                INITIALIZE WS-SRS-TABLE
                INITIALIZE WS-TONIGHT-TABLE
                INITIALIZE WS-HIST-TABLE
                MOVE SPACES TO WS-RPT-TEXT
                MOVE SPACES TO WS-RPT-PAIR
                MOVE SPACES TO WS-RPT-AMOUNT
                PERFORM LE-EXTRATO-NOITE
                PERFORM LE-CHECKPOINT-NOITE
                PERFORM LE-REJEITOS-CRITICA
                PERFORM LE-TRILHA-AUDITORIA
                PERFORM LE-REGISTRO-PROCESSADOS
                PERFORM LE-PARAMETRO-ESCALACAO
                PERFORM LE-ESTOQUE-SUSPENSO
                PERFORM LE-SNAPSHOT-BALANCETE
                PERFORM CARREGA-HISTORICO-NOITES
                PERFORM LOCALIZA-RESPOSTA-RAZAO
                OPEN EXTEND OPS-HISTORY-FILE
                IF WS-OPH-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-HISTORICO
                END-IF
                PERFORM MONTA-FIGURAS-NOITE
                PERFORM DEFINE-STATUS-NOITE
                PERFORM IMPRIME-RESUMO-NOITE
                PERFORM GRAVA-HISTORICO-NOITE
                CLOSE OPS-HISTORY-FILE
                CLOSE OPS-REPORT-FILE
                EVALUATE TRUE
                    WHEN NOITE-VERMELHA
                       MOVE 8 TO RETURN-CODE
                    WHEN NOITE-AMARELA
                       MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                       MOVE 0 TO RETURN-CODE
                END-EVALUATE
                DISPLAY 'OPSM0001: NOITE ' WS-NIGHT-KEY
                        ' RUN-ID ' WS-RUN-ID ' STATUS '
                        RPT-ST-TEXT ' - ' WS-REASON-COUNT
                        ' MOTIVO(S)'
                STOP RUN.
      *>------------------IDENTIFICACAO DA NOITE------------------------
            NOITE-PROC                              SECTION.
            LE-EXTRATO-NOITE.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT GL-EXTRACT-FILE
                IF WS-GLEXT-FILE-STATUS = '00'
                   PERFORM UNTIL ARQUIVO-EOF
                      READ GL-EXTRACT-FILE
                         AT END
                            SET ARQUIVO-EOF TO TRUE
                         NOT AT END
                            PERFORM CLASSIFICA-REGISTRO-GL
                      END-READ
                   END-PERFORM
                   CLOSE GL-EXTRACT-FILE
                END-IF
                IF GLEXT-HEADER-SEEN
                 AND GLEXT-TRAILER-SEEN
                   SET EXTRATO-COMPLETO TO TRUE
                END-IF
                IF WS-NIGHT-KEY = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NIGHT-KEY
                END-IF.

            CLASSIFICA-REGISTRO-GL.
                EVALUATE GLX-H-REC-TYPE
                    WHEN '1'
                       SET GLEXT-HEADER-SEEN TO TRUE
                       MOVE GLX-H-RUN-ID TO WS-NIGHT-KEY
                    WHEN '9'
                       SET GLEXT-TRAILER-SEEN TO TRUE
                       IF GLX-T-DETAIL-COUNT IS NUMERIC
                          MOVE GLX-T-DETAIL-COUNT
                            TO WS-GL-DETAIL-COUNT
                       END-IF
                       IF GLX-T-TRANS-COUNT IS NUMERIC
                          MOVE GLX-T-TRANS-COUNT TO WS-GL-TRANS-COUNT
                       END-IF
                       IF GLX-T-NET-AMOUNT IS NUMERIC
                          MOVE GLX-T-NET-AMOUNT TO WS-GL-NET-AMOUNT
                       END-IF
                    WHEN OTHER
                       CONTINUE
                END-EVALUATE.

            LE-CHECKPOINT-NOITE.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT CHECKPOINT-FILE
                IF WS-CHKPT-FILE-STATUS = '00'
                   PERFORM UNTIL ARQUIVO-EOF
                      READ CHECKPOINT-FILE
                         AT END
                            SET ARQUIVO-EOF TO TRUE
                         NOT AT END
                            ADD 1 TO WS-CHKPT-READ-COUNT
                            MOVE CHKPT-RUN-ID    TO WS-CHKPT-RUN-ID
                            MOVE CHKPT-PARAGRAPH TO WS-CHKPT-PARAGRAPH
                      END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
                END-IF
                IF WS-CHKPT-RUN-ID NOT = SPACES
                 AND WS-CHKPT-RUN-ID NOT < WS-NIGHT-KEY
                   SET POSTAGEM-EXECUTOU TO TRUE
                   MOVE WS-CHKPT-RUN-ID TO WS-RUN-ID
                   IF WS-CHKPT-PARAGRAPH = 'FIM-PROC'
                      SET CADEIA-CONCLUIDA TO TRUE
                   END-IF
                END-IF.
      *>----------------------CRITICA (TRANREJ)-------------------------
            CRITICA-PROC                            SECTION.
            LE-REJEITOS-CRITICA.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT REJECT-FILE
                IF WS-REJ-FILE-STATUS = '00'
                   PERFORM UNTIL ARQUIVO-EOF
                      READ REJECT-FILE
                         AT END
                            SET ARQUIVO-EOF TO TRUE
                         NOT AT END
                            PERFORM CLASSIFICA-REJEITO
                      END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
                ELSE
                   MOVE 'N' TO WS-REJ-OK-SW
                END-IF.

            CLASSIFICA-REJEITO.
                IF REJ-REASON-CODE = '13'
                   ADD 1 TO WS-EDIT-RETAINED
                ELSE
                   ADD 1 TO WS-REJ-TOTAL
                   MOVE 13 TO WS-REJ-SUB
                   IF REJ-REASON-CODE IS NUMERIC
                      IF REJ-REASON-CODE >= '01'
                       AND REJ-REASON-CODE <= '12'
                         MOVE REJ-REASON-CODE TO WS-REJ-SUB
                      END-IF
                   END-IF
                   ADD 1 TO WS-REJ-COUNT(WS-REJ-SUB)
                END-IF.
      *>------------------POSTAGEM (AUDITOUT E PROCREG)-----------------
            POSTAGEM-PROC                           SECTION.
            LE-TRILHA-AUDITORIA.
                IF POSTAGEM-EXECUTOU
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT AUDIT-TRAIL-FILE
                   IF WS-AUDIT-FILE-STATUS = '00'
                      PERFORM UNTIL ARQUIVO-EOF
                         READ AUDIT-TRAIL-FILE
                            AT END
                               SET ARQUIVO-EOF TO TRUE
                            NOT AT END
                               IF AUD-RUN-ID = WS-RUN-ID
                                  PERFORM CLASSIFICA-AUDITORIA
                               END-IF
                         END-READ
                      END-PERFORM
                      CLOSE AUDIT-TRAIL-FILE
                   ELSE
                      MOVE 'N' TO WS-AUDIT-OK-SW
                   END-IF
                END-IF.

            CLASSIFICA-AUDITORIA.
                IF AUD-POSTING-VOLUME
                   PERFORM GUARDA-VOLUME-POSTAGEM
                ELSE
                   ADD 1 TO WS-AUDIT-EVENTS
                END-IF.

            GUARDA-VOLUME-POSTAGEM.
                SET VOLUME-ENCONTRADO TO TRUE
                MOVE AUD-POST-MODE TO WS-POST-MODE
                MOVE ZERO TO WS-POST-ELAPSED
                MOVE ZERO TO WS-POST-TRANS-COUNT
                MOVE ZERO TO WS-POST-MST-READS
                MOVE ZERO TO WS-POST-MST-REWRITES
                MOVE ZERO TO WS-POST-BATCHES-OK
                MOVE ZERO TO WS-POST-BATCHES-HELD
                MOVE ZERO TO WS-DUP-COUNT
                MOVE ZERO TO WS-OVD-COUNT
                IF AUD-POST-ELAPSED IS NUMERIC
                   MOVE AUD-POST-ELAPSED TO WS-POST-ELAPSED
                END-IF
                IF AUD-POST-TRANS-COUNT IS NUMERIC
                   MOVE AUD-POST-TRANS-COUNT TO WS-POST-TRANS-COUNT
                END-IF
                IF AUD-POST-MST-READS IS NUMERIC
                   MOVE AUD-POST-MST-READS TO WS-POST-MST-READS
                END-IF
                IF AUD-POST-MST-REWRITES IS NUMERIC
                   MOVE AUD-POST-MST-REWRITES TO WS-POST-MST-REWRITES
                END-IF
                IF AUD-POST-BATCHES-OK IS NUMERIC
                   MOVE AUD-POST-BATCHES-OK TO WS-POST-BATCHES-OK
                END-IF
                IF AUD-POST-BATCHES-HELD IS NUMERIC
                   MOVE AUD-POST-BATCHES-HELD TO WS-POST-BATCHES-HELD
                END-IF
                IF AUD-POST-DUP-COUNT IS NUMERIC
                   MOVE AUD-POST-DUP-COUNT TO WS-DUP-COUNT
                END-IF
                IF AUD-POST-OVD-COUNT IS NUMERIC
                   MOVE AUD-POST-OVD-COUNT TO WS-OVD-COUNT
                END-IF.

            LE-REGISTRO-PROCESSADOS.
                IF POSTAGEM-EXECUTOU
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT PROCESSED-REG-FILE
                   IF WS-PREG-FILE-STATUS = '00'
                      PERFORM UNTIL ARQUIVO-EOF
                         READ PROCESSED-REG-FILE
                            AT END
                               SET ARQUIVO-EOF TO TRUE
                            NOT AT END
                               PERFORM CONTA-REGISTRO-PROCESSADO
                         END-READ
                      END-PERFORM
                      CLOSE PROCESSED-REG-FILE
                   ELSE
                      MOVE 'N' TO WS-PREG-OK-SW
                   END-IF
                END-IF.

            CONTA-REGISTRO-PROCESSADO.
                IF PREG-RUN-ID = WS-RUN-ID
                   EVALUATE TRUE
                       WHEN PREG-DISP-POSTED
                          ADD 1 TO WS-POSTED-COUNT
                       WHEN PREG-DISP-SUSPENSE
                          ADD 1 TO WS-SUSP-NEW-COUNT
                       WHEN OTHER
                          CONTINUE
                   END-EVALUATE
                END-IF.
      *>-------------------SUSPENSO (SUSPFILE E RCYPARM)----------------
            SUSPENSO-PROC                           SECTION.
            LE-PARAMETRO-ESCALACAO.
                OPEN INPUT RECYCLE-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ RECYCLE-PARM-FILE
                      NOT AT END
                         IF RCY-ESCALATE-DAYS IS NUMERIC
                          AND RCY-ESCALATE-DAYS > ZERO
                            MOVE RCY-ESCALATE-DAYS
                              TO WS-ESCALATE-DAYS
                         END-IF
                   END-READ
                   CLOSE RECYCLE-PARM-FILE
                END-IF.

            LE-ESTOQUE-SUSPENSO.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT SUSPENSE-FILE
                IF WS-SUSP-FILE-STATUS = '00'
                   PERFORM UNTIL ARQUIVO-EOF
                      READ SUSPENSE-FILE
                         AT END
                            SET ARQUIVO-EOF TO TRUE
                         NOT AT END
                            PERFORM ACUMULA-ITEM-SUSPENSO
                      END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
                ELSE
                   MOVE 'N' TO WS-SUSP-OK-SW
                END-IF.

            ACUMULA-ITEM-SUSPENSO.
                PERFORM LOCALIZA-MOTIVO-SUSPENSO
                IF SUSP-AGE-DAYS IS NUMERIC
                   MOVE SUSP-AGE-DAYS TO WS-SUSP-AGE
                ELSE
                   MOVE ZERO TO WS-SUSP-AGE
                END-IF
                ADD 1 TO WS-SRS-TOTAL(WS-SRS-SUB)
                ADD 1 TO WS-SRG-TOTAL
                EVALUATE TRUE
                    WHEN WS-SUSP-AGE = ZERO
                       ADD 1 TO WS-SRS-AGE-0(WS-SRS-SUB)
                       ADD 1 TO WS-SRG-AGE-0
                    WHEN WS-SUSP-AGE <= 7
                       ADD 1 TO WS-SRS-AGE-1-7(WS-SRS-SUB)
                       ADD 1 TO WS-SRG-AGE-1-7
                    WHEN WS-SUSP-AGE <= 30
                       ADD 1 TO WS-SRS-AGE-8-30(WS-SRS-SUB)
                       ADD 1 TO WS-SRG-AGE-8-30
                    WHEN OTHER
                       ADD 1 TO WS-SRS-AGE-OVER-30(WS-SRS-SUB)
                       ADD 1 TO WS-SRG-AGE-OVER-30
                END-EVALUATE
                IF WS-SUSP-AGE > WS-ESCALATE-DAYS
                   ADD 1 TO WS-SRS-ESCALATE(WS-SRS-SUB)
                   ADD 1 TO WS-SRG-ESCALATE
                END-IF.

            LOCALIZA-MOTIVO-SUSPENSO.
                MOVE 'N' TO WS-SRS-FOUND-SW
                PERFORM VARYING WS-SRS-SUB FROM 1 BY 1
                        UNTIL WS-SRS-SUB > WS-SRS-COUNT
                           OR MOTIVO-ENCONTRADO
                   IF WS-SRS-REASON(WS-SRS-SUB) = SUSP-REASON
                      SET MOTIVO-ENCONTRADO TO TRUE
                   END-IF
                END-PERFORM
                EVALUATE TRUE
                    WHEN MOTIVO-ENCONTRADO
                       SUBTRACT 1 FROM WS-SRS-SUB
                    WHEN WS-SRS-COUNT < WS-MAX-SRS-ENTRIES
                       ADD 1 TO WS-SRS-COUNT
                       MOVE WS-SRS-COUNT TO WS-SRS-SUB
                       MOVE SUSP-REASON  TO WS-SRS-REASON(WS-SRS-SUB)
                    WHEN OTHER
                       MOVE 20 TO WS-SRS-SUB
                       MOVE 'OUTROS MOTIVOS' TO WS-SRS-REASON(20)
                END-EVALUATE.
      *>---------------BALANCETE E RETORNO DO RAZAO---------------------
            CONCILIACAO-PROC                        SECTION.
            LE-SNAPSHOT-BALANCETE.
                OPEN INPUT BALANCE-SNAPSHOT-FILE
                IF WS-SNAP-FILE-STATUS = '00'
                   READ BALANCE-SNAPSHOT-FILE
                      NOT AT END
                         SET SNAPSHOT-LIDO TO TRUE
                         MOVE SNAP-DATE         TO WS-SNAP-DATE
                         MOVE SNAP-RECON-STATUS TO WS-SNAP-STATUS
                         IF SNAP-TOTAL-BALANCE IS NUMERIC
                            MOVE SNAP-TOTAL-BALANCE
                              TO WS-SNAP-BALANCE
                         END-IF
                         IF SNAP-ACCT-COUNT IS NUMERIC
                            MOVE SNAP-ACCT-COUNT TO WS-SNAP-ACCOUNTS
                         END-IF
                   END-READ
                   CLOSE BALANCE-SNAPSHOT-FILE
                END-IF.

            LOCALIZA-RESPOSTA-RAZAO.
                IF NOITE-ANTERIOR-EXISTE
                   MOVE 'N' TO WS-EOF-SW
                   OPEN INPUT GL-RESPONSE-FILE
                   IF WS-RESP-FILE-STATUS = '00'
                      PERFORM UNTIL ARQUIVO-EOF
                         READ GL-RESPONSE-FILE
                            AT END
                               SET ARQUIVO-EOF TO TRUE
                            NOT AT END
                               PERFORM GUARDA-RESPOSTA-RAZAO
                         END-READ
                      END-PERFORM
                      CLOSE GL-RESPONSE-FILE
                   END-IF
                END-IF.

            GUARDA-RESPOSTA-RAZAO.
                IF GLR-RUN-ID = WS-PRIOR-GL-KEY
                   SET ACK-FOUND TO TRUE
                   MOVE GLR-STATUS TO WS-ACK-STATUS
                   MOVE ZERO TO WS-ACK-DETAIL-COUNT
                   MOVE ZERO TO WS-ACK-TRANS-COUNT
                   MOVE ZERO TO WS-ACK-NET-AMOUNT
                   IF GLR-DETAIL-COUNT IS NUMERIC
                      MOVE GLR-DETAIL-COUNT TO WS-ACK-DETAIL-COUNT
                   END-IF
                   IF GLR-TRANS-COUNT IS NUMERIC
                      MOVE GLR-TRANS-COUNT TO WS-ACK-TRANS-COUNT
                   END-IF
                   IF GLR-NET-AMOUNT IS NUMERIC
                      MOVE GLR-NET-AMOUNT TO WS-ACK-NET-AMOUNT
                   END-IF
                END-IF.
      *>------------------HISTORICO DAS NOITES (OPSHIST)----------------
            HISTORICO-PROC                          SECTION.
            CARREGA-HISTORICO-NOITES.
                MOVE 'N' TO WS-EOF-SW
                OPEN INPUT OPS-HISTORY-FILE
                IF WS-OPH-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-HISTORICO
                END-IF
                PERFORM UNTIL ARQUIVO-EOF
                   READ OPS-HISTORY-FILE
                      AT END
                         SET ARQUIVO-EOF TO TRUE
                      NOT AT END
                         ADD 1 TO WS-HIST-READ-COUNT
                         IF OPH-NIGHT-KEY NOT = WS-NIGHT-KEY
                            PERFORM GUARDA-NOITE-HISTORICO
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE OPS-HISTORY-FILE.

            GUARDA-NOITE-HISTORICO.
                EVALUATE TRUE
                    WHEN WS-HIST-COUNT > ZERO
                     AND WS-HIST-KEY(WS-HIST-COUNT) = OPH-NIGHT-KEY
                       CONTINUE
                    WHEN WS-HIST-COUNT < WS-MAX-HIST-NIGHTS
                       ADD 1 TO WS-HIST-COUNT
                    WHEN OTHER
                       PERFORM DESLOCA-TABELA-HISTORICO
                END-EVALUATE
                MOVE WS-HIST-COUNT TO WS-HIST-SUB
                MOVE OPH-NIGHT-KEY TO WS-HIST-KEY(WS-HIST-SUB)
                MOVE OPH-BATCHES-RECEIVED TO WS-HIST-FIG(WS-HIST-SUB, 1)
                MOVE OPH-BATCHES-RETAINED TO WS-HIST-FIG(WS-HIST-SUB, 2)
                MOVE OPH-REJECT-COUNT     TO WS-HIST-FIG(WS-HIST-SUB, 3)
                MOVE OPH-DUP-COUNT        TO WS-HIST-FIG(WS-HIST-SUB, 4)
                MOVE OPH-POSTED-COUNT     TO WS-HIST-FIG(WS-HIST-SUB, 5)
                MOVE OPH-SUSP-NEW-COUNT   TO WS-HIST-FIG(WS-HIST-SUB, 6)
                MOVE OPH-SUSP-BACKLOG     TO WS-HIST-FIG(WS-HIST-SUB, 7)
                MOVE OPH-OVD-COUNT        TO WS-HIST-FIG(WS-HIST-SUB, 8)
                MOVE OPH-GL-TRANS-COUNT   TO WS-HIST-FIG(WS-HIST-SUB, 9)
                MOVE OPH-POST-ELAPSED
                  TO WS-HIST-FIG(WS-HIST-SUB, 10)
                PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                        UNTIL WS-FIG-SUB > WS-FIG-COUNT
                   IF WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                         IS NOT NUMERIC
                      MOVE ZERO TO WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                   END-IF
                END-PERFORM
                SET NOITE-ANTERIOR-EXISTE TO TRUE
                MOVE OPH-NIGHT-KEY TO WS-PRIOR-GL-KEY
                MOVE ZERO TO WS-PRIOR-DETAIL-COUNT
                MOVE ZERO TO WS-PRIOR-TRANS-COUNT
                MOVE ZERO TO WS-PRIOR-NET-AMOUNT
                IF OPH-GL-DETAIL-COUNT IS NUMERIC
                   MOVE OPH-GL-DETAIL-COUNT TO WS-PRIOR-DETAIL-COUNT
                END-IF
                IF OPH-GL-TRANS-COUNT IS NUMERIC
                   MOVE OPH-GL-TRANS-COUNT TO WS-PRIOR-TRANS-COUNT
                END-IF
                IF OPH-GL-NET-AMOUNT IS NUMERIC
                   MOVE OPH-GL-NET-AMOUNT TO WS-PRIOR-NET-AMOUNT
                END-IF.

            DESLOCA-TABELA-HISTORICO.
                PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                        UNTIL WS-HIST-SUB >= WS-MAX-HIST-NIGHTS
                   COMPUTE WS-HIST-NEXT = WS-HIST-SUB + 1
                   MOVE WS-HIST-ENTRY(WS-HIST-NEXT)
                     TO WS-HIST-ENTRY(WS-HIST-SUB)
                END-PERFORM.

            GRAVA-HISTORICO-NOITE.
                MOVE SPACES               TO OPH-REC
                MOVE WS-NIGHT-KEY         TO OPH-NIGHT-KEY
                MOVE WS-RUN-ID            TO OPH-RUN-ID
                MOVE WS-RUN-DATE          TO OPH-SUMMARY-DATE
                MOVE WS-NIGHT-STATUS      TO OPH-STATUS
                MOVE WS-BATCHES-RECEIVED  TO OPH-BATCHES-RECEIVED
                MOVE WS-BATCHES-RELEASED  TO OPH-BATCHES-RELEASED
                MOVE WS-BATCHES-RETAINED  TO OPH-BATCHES-RETAINED
                MOVE WS-REJ-TOTAL         TO OPH-REJECT-COUNT
                MOVE WS-DUP-COUNT         TO OPH-DUP-COUNT
                MOVE WS-POSTED-COUNT      TO OPH-POSTED-COUNT
                MOVE WS-SUSP-NEW-COUNT    TO OPH-SUSP-NEW-COUNT
                MOVE WS-SRG-TOTAL         TO OPH-SUSP-BACKLOG
                MOVE WS-SRG-ESCALATE      TO OPH-SUSP-ESCALATE
                MOVE WS-OVD-COUNT         TO OPH-OVD-COUNT
                MOVE WS-POST-ELAPSED      TO OPH-POST-ELAPSED
                MOVE WS-GL-DETAIL-COUNT   TO OPH-GL-DETAIL-COUNT
                MOVE WS-GL-TRANS-COUNT    TO OPH-GL-TRANS-COUNT
                MOVE WS-GL-NET-AMOUNT     TO OPH-GL-NET-AMOUNT
                WRITE OPH-REC
                IF WS-OPH-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-HISTORICO
                END-IF.
      *>---------------------FIGURAS E TENDENCIA------------------------
            TENDENCIA-PROC                          SECTION.
            MONTA-FIGURAS-NOITE.
                MOVE WS-POST-BATCHES-OK TO WS-BATCHES-RELEASED
                COMPUTE WS-BATCHES-RETAINED =
                        WS-EDIT-RETAINED + WS-POST-BATCHES-HELD
                COMPUTE WS-BATCHES-RECEIVED =
                        WS-BATCHES-RELEASED + WS-BATCHES-RETAINED
                MOVE WS-BATCHES-RECEIVED TO WS-TONIGHT-FIG(1)
                MOVE WS-BATCHES-RETAINED TO WS-TONIGHT-FIG(2)
                MOVE WS-REJ-TOTAL        TO WS-TONIGHT-FIG(3)
                MOVE WS-DUP-COUNT        TO WS-TONIGHT-FIG(4)
                MOVE WS-POSTED-COUNT     TO WS-TONIGHT-FIG(5)
                MOVE WS-SUSP-NEW-COUNT   TO WS-TONIGHT-FIG(6)
                MOVE WS-SRG-TOTAL        TO WS-TONIGHT-FIG(7)
                MOVE WS-OVD-COUNT        TO WS-TONIGHT-FIG(8)
                MOVE WS-GL-TRANS-COUNT   TO WS-TONIGHT-FIG(9)
                MOVE WS-POST-ELAPSED     TO WS-TONIGHT-FIG(10)
                MOVE ZERO TO WS-TREND-FLAG-COUNT
                IF WS-HIST-COUNT >= WS-TREND-MIN-NIGHTS
                   PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                           UNTIL WS-FIG-SUB > WS-FIG-COUNT
                      PERFORM CALCULA-FAIXA-INDICADOR
                      IF WS-TREND-FLAG NOT = SPACES
                         ADD 1 TO WS-TREND-FLAG-COUNT
                      END-IF
                   END-PERFORM
                END-IF.

            CALCULA-FAIXA-INDICADOR.
                MOVE ZERO   TO WS-TREND-SUM
                MOVE ZERO   TO WS-TREND-AVERAGE
                MOVE ZERO   TO WS-TREND-MIN
                MOVE ZERO   TO WS-TREND-MAX
                MOVE SPACES TO WS-TREND-FLAG
                MOVE WS-TONIGHT-FIG(WS-FIG-SUB) TO WS-TREND-VALUE
                IF WS-HIST-COUNT > ZERO
                   MOVE WS-HIST-FIG(1, WS-FIG-SUB) TO WS-TREND-MIN
                   MOVE WS-HIST-FIG(1, WS-FIG-SUB) TO WS-TREND-MAX
                   PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                           UNTIL WS-HIST-SUB > WS-HIST-COUNT
                      ADD WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                        TO WS-TREND-SUM
                      IF WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                            < WS-TREND-MIN
                         MOVE WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                           TO WS-TREND-MIN
                      END-IF
                      IF WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                            > WS-TREND-MAX
                         MOVE WS-HIST-FIG(WS-HIST-SUB, WS-FIG-SUB)
                           TO WS-TREND-MAX
                      END-IF
                   END-PERFORM
                   COMPUTE WS-TREND-AVERAGE ROUNDED =
                           WS-TREND-SUM / WS-HIST-COUNT
                END-IF
                IF WS-HIST-COUNT >= WS-TREND-MIN-NIGHTS
                   EVALUATE TRUE
                       WHEN WS-TREND-VALUE > WS-TREND-MAX
                        AND WS-TREND-VALUE * 100 >
                            WS-TREND-AVERAGE * WS-TREND-HIGH-PCT
                        AND WS-TREND-VALUE - WS-TREND-AVERAGE
                            >= WS-TREND-MIN-DIFF
                          MOVE '*ALTO*'  TO WS-TREND-FLAG
                       WHEN WS-TREND-VALUE < WS-TREND-MIN
                        AND WS-TREND-VALUE * 100 <
                            WS-TREND-AVERAGE * WS-TREND-LOW-PCT
                        AND WS-TREND-AVERAGE - WS-TREND-VALUE
                            >= WS-TREND-MIN-DIFF
                          MOVE '*BAIXO*' TO WS-TREND-FLAG
                   END-EVALUATE
                END-IF.
      *>-----------------------STATUS DA NOITE--------------------------
            STATUS-PROC                             SECTION.
            DEFINE-STATUS-NOITE.
                SET NOITE-VERDE TO TRUE
                MOVE ZERO TO WS-REASON-COUNT
                IF NOT EXTRATO-COMPLETO
                   MOVE 'EXTRATO GL (GLEXTR) AUSENTE OU INCOMPLETO'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-VERMELHO
                END-IF
                EVALUATE TRUE
                    WHEN NOT POSTAGEM-EXECUTOU
                       MOVE 'PROG00001 NAO EXECUTOU NESTA NOITE'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN NOT CADEIA-CONCLUIDA
                       MOVE 'PROG00001 NAO CHEGOU A FIM-PROC (CHKPTFIL)'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN WS-BATCHES-RELEASED = ZERO
                       MOVE 'NENHUM LOTE POSTADO NESTA NOITE'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                END-EVALUATE
                PERFORM AVALIA-BALANCETE
                PERFORM AVALIA-RETORNO-RAZAO
                IF WS-BATCHES-RETAINED > ZERO
                   MOVE 'HA LOTE RETIDO (NA CRITICA OU NA POSTAGEM)'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF POSTAGEM-EXECUTOU
                 AND NOT VOLUME-ENCONTRADO
                   MOVE 'LINHA DE VOLUME AUSENTE NO AUDITOUT'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF NOT REJEITOS-DISPONIVEIS
                   MOVE 'ARQUIVO DE REJEITOS (TRANREJ) INDISPONIVEL'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF NOT REGISTRO-DISPONIVEL
                   MOVE 'REGISTRO DE PROCESSADOS (PROCREG) INDISPONIVEL'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF NOT SUSPENSO-DISPONIVEL
                   MOVE 'ARQUIVO DE SUSPENSOS (SUSPFILE) INDISPONIVEL'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF WS-SRG-ESCALATE > ZERO
                   MOVE 'ITENS EM SUSPENSO ACIMA DO PRAZO DE ESCALACAO'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF
                IF WS-TREND-FLAG-COUNT > ZERO
                   MOVE 'INDICADOR FORA DA FAIXA - VER TENDENCIA'
                     TO WS-NEW-REASON
                   PERFORM REGISTRA-MOTIVO-AMARELO
                END-IF.

            AVALIA-BALANCETE.
                EVALUATE TRUE
                    WHEN NOT SNAPSHOT-LIDO
                       MOVE 'SNAPSHOT (BALSNAP) INDISPONIVEL'
                         TO WS-TRIAL-RESULT
                       MOVE 'BALANCETE SEM RESULTADO (BALSNAP)'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN WS-SNAP-DATE < WS-NIGHT-KEY(1:8)
                       MOVE 'REPT0004 NAO EXECUTOU NESTA NOITE'
                         TO WS-TRIAL-RESULT
                       MOVE 'REPT0004 NAO EXECUTOU NESTA NOITE'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN WS-SNAP-STATUS = 'S'
                       MOVE 'CONCILIACAO FECHADA SEM DIVERGENCIAS'
                         TO WS-TRIAL-RESULT
                    WHEN WS-SNAP-STATUS = 'N'
                       MOVE 'CONCILIACAO DIVERGENTE - RAZAO RETIDO'
                         TO WS-TRIAL-RESULT
                       MOVE 'BALANCETE NAO CONCILIOU COM O EXTRATO GL'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN WS-SNAP-STATUS = 'P'
                       MOVE 'MOVIMENTO NAO CONFERIDO (SEM BASE)'
                         TO WS-TRIAL-RESULT
                       MOVE 'BALANCETE SEM CONFERENCIA DO MOVIMENTO'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-AMARELO
                    WHEN OTHER
                       MOVE 'RESULTADO NAO REGISTRADO NO BALSNAP'
                         TO WS-TRIAL-RESULT
                       MOVE 'BALANCETE SEM STATUS NO BALSNAP'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-AMARELO
                END-EVALUATE.

            AVALIA-RETORNO-RAZAO.
                EVALUATE TRUE
                    WHEN NOT NOITE-ANTERIOR-EXISTE
                       MOVE 'SEM NOITE ANTERIOR NO OPSHIST - VER ACKRPT'
                         TO WS-ACK-RESULT
                       MOVE 'RETORNO GL NAO CONFERIDO (1A NOITE)'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-AMARELO
                    WHEN NOT ACK-FOUND
                       MOVE 'EXTRATO ANTERIOR SEM RESPOSTA DO RAZAO'
                         TO WS-ACK-RESULT
                       MOVE 'EXTRATO GL ANTERIOR SEM RESPOSTA'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-AMARELO
                    WHEN ACK-STATUS-REJECTED
                       MOVE 'EXTRATO ANTERIOR REJEITADO PELO RAZAO (R)'
                         TO WS-ACK-RESULT
                       MOVE 'EXTRATO GL ANTERIOR REJEITADO PELO RAZAO'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN NOT ACK-STATUS-ACCEPTED
                       MOVE 'STATUS INVALIDO NA RESPOSTA DO RAZAO'
                         TO WS-ACK-RESULT
                       MOVE 'RESPOSTA DO RAZAO COM STATUS INVALIDO'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN WS-ACK-DETAIL-COUNT NOT = WS-PRIOR-DETAIL-COUNT
                      OR WS-ACK-TRANS-COUNT NOT = WS-PRIOR-TRANS-COUNT
                      OR WS-ACK-NET-AMOUNT NOT = WS-PRIOR-NET-AMOUNT
                       MOVE 'ACEITO, MAS TOTAIS DIVERGENTES DO ENVIADO'
                         TO WS-ACK-RESULT
                       MOVE 'RAZAO ACEITOU COM TOTAIS DIVERGENTES'
                         TO WS-NEW-REASON
                       PERFORM REGISTRA-MOTIVO-VERMELHO
                    WHEN OTHER
                       MOVE 'ACEITO PELO RAZAO, TOTAIS CONFERIDOS'
                         TO WS-ACK-RESULT
                END-EVALUATE.

            REGISTRA-MOTIVO-VERMELHO.
                SET NOITE-VERMELHA TO TRUE
                PERFORM REGISTRA-MOTIVO.

            REGISTRA-MOTIVO-AMARELO.
                IF NOITE-VERDE
                   SET NOITE-AMARELA TO TRUE
                END-IF
                PERFORM REGISTRA-MOTIVO.

            REGISTRA-MOTIVO.
                IF WS-REASON-COUNT < WS-MAX-REASONS
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-NEW-REASON
                     TO WS-REASON-TEXT(WS-REASON-COUNT)
                END-IF
                MOVE SPACES TO WS-NEW-REASON.
      *>---------------------RELATORIO (OPSRPT)-------------------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-RESUMO-NOITE.
                MOVE WS-RUN-DATE    TO RPT-H-DATE
                MOVE WS-RPT-HEADING TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-RULE    TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                EVALUATE TRUE
                    WHEN NOITE-VERMELHA
                       MOVE 'VERMELHO (RED)'   TO RPT-ST-TEXT
                    WHEN NOITE-AMARELA
                       MOVE 'AMARELO (AMBER)'  TO RPT-ST-TEXT
                    WHEN OTHER
                       MOVE 'VERDE (GREEN)'    TO RPT-ST-TEXT
                END-EVALUATE
                MOVE WS-RPT-STATUS  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                        UNTIL WS-REASON-SUB > WS-REASON-COUNT
                   MOVE WS-REASON-TEXT(WS-REASON-SUB) TO RPT-R-TEXT
                   MOVE WS-RPT-REASON TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-PERFORM
                PERFORM IMPRIME-EXECUCAO
                PERFORM IMPRIME-LOTES-REJEITOS
                PERFORM IMPRIME-POSTAGEM
                PERFORM IMPRIME-SUSPENSO
                PERFORM IMPRIME-CONCILIACOES
                PERFORM IMPRIME-TENDENCIA.

            IMPRIME-EXECUCAO.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'NOITE (EXTRATO GL):' TO RPT-X-LABEL
                MOVE WS-NIGHT-KEY          TO RPT-X-TEXT
                PERFORM GRAVA-LINHA-TEXTO
                MOVE 'RUN-ID (CHKPTFIL):' TO RPT-X-LABEL
                IF POSTAGEM-EXECUTOU
                   MOVE WS-RUN-ID TO RPT-X-TEXT
                ELSE
                   MOVE 'NAO EXECUTOU NESTA NOITE' TO RPT-X-TEXT
                END-IF
                PERFORM GRAVA-LINHA-TEXTO
                IF POSTAGEM-EXECUTOU
                   MOVE 'ULTIMO PARAGRAFO:' TO RPT-X-LABEL
                   MOVE WS-CHKPT-PARAGRAPH  TO RPT-X-TEXT
                   PERFORM GRAVA-LINHA-TEXTO
                   MOVE 'EVENTOS NO AUDITOUT:' TO RPT-P-LABEL-1
                   MOVE WS-AUDIT-EVENTS        TO RPT-P-VALUE-1
                   MOVE 'TRANSACOES LIDAS:'    TO RPT-P-LABEL-2
                   MOVE WS-POST-TRANS-COUNT    TO RPT-P-VALUE-2
                   PERFORM GRAVA-LINHA-PAR
                   IF VOLUME-ENCONTRADO
                      MOVE 'MODO DE POSTAGEM:' TO RPT-X-LABEL
                      IF WS-POST-MODE = 'S'
                         MOVE 'S - SEQUENCIAL (ALTO VOLUME)'
                           TO RPT-X-TEXT
                      ELSE
                         MOVE 'A - ALEATORIO (POR CHAVE)'
                           TO RPT-X-TEXT
                      END-IF
                      PERFORM GRAVA-LINHA-TEXTO
                      MOVE 'LEITURAS DO MESTRE:'  TO RPT-P-LABEL-1
                      MOVE WS-POST-MST-READS      TO RPT-P-VALUE-1
                      MOVE 'REGRAVACOES DO MESTRE:' TO RPT-P-LABEL-2
                      MOVE WS-POST-MST-REWRITES   TO RPT-P-VALUE-2
                      PERFORM GRAVA-LINHA-PAR
                   END-IF
                END-IF.

            IMPRIME-LOTES-REJEITOS.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'LOTES RECEBIDOS:'      TO RPT-P-LABEL-1
                MOVE WS-BATCHES-RECEIVED     TO RPT-P-VALUE-1
                MOVE 'LOTES LIBERADOS/POSTADOS:' TO RPT-P-LABEL-2
                MOVE WS-BATCHES-RELEASED     TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR
                MOVE 'RETIDOS NA CRITICA:'   TO RPT-P-LABEL-1
                MOVE WS-EDIT-RETAINED        TO RPT-P-VALUE-1
                MOVE 'RETIDOS NA POSTAGEM:'  TO RPT-P-LABEL-2
                MOVE WS-POST-BATCHES-HELD    TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'REJEITOS DA CRITICA POR MOTIVO (TRANREJ):'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM VARYING WS-REJ-SUB FROM 1 BY 2
                        UNTIL WS-REJ-SUB > 11
                   MOVE WS-REJ-DESC(WS-REJ-SUB)  TO RPT-P-LABEL-1
                   MOVE WS-REJ-COUNT(WS-REJ-SUB) TO RPT-P-VALUE-1
                   ADD 1 TO WS-REJ-SUB
                   MOVE WS-REJ-DESC(WS-REJ-SUB)  TO RPT-P-LABEL-2
                   MOVE WS-REJ-COUNT(WS-REJ-SUB) TO RPT-P-VALUE-2
                   SUBTRACT 1 FROM WS-REJ-SUB
                   PERFORM GRAVA-LINHA-PAR
                END-PERFORM
                MOVE WS-REJ-DESC(13)  TO RPT-P-LABEL-1
                MOVE WS-REJ-COUNT(13) TO RPT-P-VALUE-1
                MOVE 'TOTAL DE REJEITOS:' TO RPT-P-LABEL-2
                MOVE WS-REJ-TOTAL     TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR.

            IMPRIME-POSTAGEM.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'POSTADAS (PROCREG):'   TO RPT-P-LABEL-1
                MOVE WS-POSTED-COUNT         TO RPT-P-VALUE-1
                MOVE 'SUSPENSAS (PROCREG):'  TO RPT-P-LABEL-2
                MOVE WS-SUSP-NEW-COUNT       TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR
                MOVE 'DUPLICADAS (DUPRPT):'  TO RPT-P-LABEL-1
                MOVE WS-DUP-COUNT            TO RPT-P-VALUE-1
                MOVE 'REFERIDAS OVERDRAFT:'  TO RPT-P-LABEL-2
                MOVE WS-OVD-COUNT            TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR
                MOVE 'TRANSACOES NO GLEXTR:' TO RPT-P-LABEL-1
                MOVE WS-GL-TRANS-COUNT       TO RPT-P-VALUE-1
                MOVE 'RESUMOS NO GLEXTR:'    TO RPT-P-LABEL-2
                MOVE WS-GL-DETAIL-COUNT      TO RPT-P-VALUE-2
                PERFORM GRAVA-LINHA-PAR
                MOVE 'VALOR LIQUIDO NO GLEXTR:' TO RPT-A-LABEL
                MOVE WS-GL-NET-AMOUNT        TO RPT-A-AMOUNT
                PERFORM GRAVA-LINHA-VALOR.

            IMPRIME-SUSPENSO.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-ESCALATE-DAYS  TO RPT-SS-DAYS
                MOVE WS-RPT-SUSP-TITLE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-SUSP-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM VARYING WS-SRS-SUB FROM 1 BY 1
                        UNTIL WS-SRS-SUB > 20
                   IF WS-SRS-TOTAL(WS-SRS-SUB) > ZERO
                      PERFORM IMPRIME-LINHA-SUSPENSO
                   END-IF
                END-PERFORM
                MOVE SPACES               TO WS-RPT-SUSP-DETAIL
                MOVE 'TOTAL'              TO RPT-S-REASON
                MOVE WS-SRG-TOTAL         TO RPT-S-TOTAL
                MOVE WS-SRG-AGE-0         TO RPT-S-AGE-0
                MOVE WS-SRG-AGE-1-7       TO RPT-S-AGE-1-7
                MOVE WS-SRG-AGE-8-30      TO RPT-S-AGE-8-30
                MOVE WS-SRG-AGE-OVER-30   TO RPT-S-AGE-OVER-30
                MOVE WS-SRG-ESCALATE      TO RPT-S-ESCALATE
                MOVE WS-RPT-SUSP-DETAIL   TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-LINHA-SUSPENSO.
                MOVE SPACES TO WS-RPT-SUSP-DETAIL
                MOVE WS-SRS-REASON(WS-SRS-SUB)      TO RPT-S-REASON
                MOVE WS-SRS-TOTAL(WS-SRS-SUB)       TO RPT-S-TOTAL
                MOVE WS-SRS-AGE-0(WS-SRS-SUB)       TO RPT-S-AGE-0
                MOVE WS-SRS-AGE-1-7(WS-SRS-SUB)     TO RPT-S-AGE-1-7
                MOVE WS-SRS-AGE-8-30(WS-SRS-SUB)    TO RPT-S-AGE-8-30
                MOVE WS-SRS-AGE-OVER-30(WS-SRS-SUB)
                  TO RPT-S-AGE-OVER-30
                MOVE WS-SRS-ESCALATE(WS-SRS-SUB)    TO RPT-S-ESCALATE
                MOVE WS-RPT-SUSP-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-CONCILIACOES.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'RETORNO GL DO EXTRATO:' TO RPT-X-LABEL
                IF NOITE-ANTERIOR-EXISTE
                   MOVE WS-PRIOR-GL-KEY TO RPT-X-TEXT
                END-IF
                PERFORM GRAVA-LINHA-TEXTO
                MOVE 'RESULTADO (GLRESP):' TO RPT-X-LABEL
                MOVE WS-ACK-RESULT         TO RPT-X-TEXT
                PERFORM GRAVA-LINHA-TEXTO
                IF ACK-FOUND
                   MOVE 'TRANSACOES ENVIADAS:'  TO RPT-P-LABEL-1
                   MOVE WS-PRIOR-TRANS-COUNT    TO RPT-P-VALUE-1
                   MOVE 'TRANSACOES ACEITAS:'   TO RPT-P-LABEL-2
                   MOVE WS-ACK-TRANS-COUNT      TO RPT-P-VALUE-2
                   PERFORM GRAVA-LINHA-PAR
                   MOVE 'VALOR LIQUIDO ENVIADO:' TO RPT-A-LABEL
                   MOVE WS-PRIOR-NET-AMOUNT      TO RPT-A-AMOUNT
                   PERFORM GRAVA-LINHA-VALOR
                   MOVE 'VALOR LIQUIDO ACEITO:'  TO RPT-A-LABEL
                   MOVE WS-ACK-NET-AMOUNT        TO RPT-A-AMOUNT
                   PERFORM GRAVA-LINHA-VALOR
                END-IF
                MOVE 'BALANCETE (BALSNAP):' TO RPT-X-LABEL
                MOVE WS-TRIAL-RESULT        TO RPT-X-TEXT
                PERFORM GRAVA-LINHA-TEXTO
                IF SNAPSHOT-LIDO
                   MOVE 'SALDO TOTAL DO MESTRE:' TO RPT-A-LABEL
                   MOVE WS-SNAP-BALANCE          TO RPT-A-AMOUNT
                   MOVE 'EM'                     TO RPT-A-LABEL-2
                   MOVE WS-SNAP-DATE             TO RPT-A-LABEL-2(4:8)
                   PERFORM GRAVA-LINHA-VALOR
                   MOVE 'CONTAS NO MESTRE:'      TO RPT-P-LABEL-1
                   MOVE WS-SNAP-ACCOUNTS         TO RPT-P-VALUE-1
                   PERFORM GRAVA-LINHA-PAR
                END-IF.

            IMPRIME-TENDENCIA.
                MOVE WS-RPT-RULE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-HIST-COUNT      TO RPT-TT-NIGHTS
                MOVE WS-RPT-TREND-TITLE TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-TREND-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM VARYING WS-FIG-SUB FROM 1 BY 1
                        UNTIL WS-FIG-SUB > WS-FIG-COUNT
                   PERFORM CALCULA-FAIXA-INDICADOR
                   PERFORM IMPRIME-LINHA-TENDENCIA
                END-PERFORM
                IF WS-HIST-COUNT < WS-TREND-MIN-NIGHTS
                   MOVE '  MENOS DE 5 NOITES NO HISTORICO - SEM FAIXA.'
                     TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF.

            IMPRIME-LINHA-TENDENCIA.
                MOVE SPACES TO WS-RPT-TREND-DETAIL
                MOVE WS-FIG-LABEL(WS-FIG-SUB) TO RPT-T-LABEL
                MOVE WS-TREND-VALUE           TO RPT-T-TONIGHT
                IF WS-HIST-COUNT > ZERO
                   MOVE WS-TREND-AVERAGE TO RPT-T-AVERAGE
                   MOVE WS-TREND-MIN     TO RPT-T-MIN
                   MOVE WS-TREND-MAX     TO RPT-T-MAX
                END-IF
                MOVE WS-TREND-FLAG TO RPT-T-FLAG
                MOVE WS-RPT-TREND-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            GRAVA-LINHA-TEXTO.
                MOVE WS-RPT-TEXT TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TEXT.

            GRAVA-LINHA-PAR.
                MOVE WS-RPT-PAIR TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-PAIR.

            GRAVA-LINHA-VALOR.
                MOVE WS-RPT-AMOUNT TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-AMOUNT.

            GRAVA-LINHA-RELATORIO.
                WRITE RPT-LINE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-RESUMO
                END-IF.
      *>-------------------------FINALIZACAO----------------------------
            FIM-RESUMO                              SECTION.
            ABENDA-ABERTURA-HISTORICO.
                DISPLAY '*********************************************'
                DISPLAY '* OPSM0001 - ABEND: CANNOT OPEN OPSHIST     *'
                DISPLAY '* OPSHIST STATUS: [' WS-OPH-FILE-STATUS ']'
                DISPLAY '* OPSHIST MUST BE PRE-ALLOCATED - NO NIGHT  *'
                DISPLAY '* WAS RECORDED. CHECK THE DD AND RERUN.     *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE OPS-REPORT-FILE
                STOP RUN.

            ABENDA-GRAVACAO-HISTORICO.
                DISPLAY '*********************************************'
                DISPLAY '* OPSM0001 - ABEND: OPSHIST WRITE FAILED    *'
                DISPLAY '* OPSHIST STATUS: [' WS-OPH-FILE-STATUS ']'
                DISPLAY '* OPSRPT WAS PRINTED; A RERUN RECORDS THE   *'
                DISPLAY '* NIGHT AGAIN (THE LAST LINE WINS).         *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE OPS-HISTORY-FILE
                CLOSE OPS-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-RESUMO.
                DISPLAY '*********************************************'
                DISPLAY '* OPSM0001 - ABEND: SUMMARY REPORT FAILED   *'
                DISPLAY '* OPSRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM OPSM0001.
