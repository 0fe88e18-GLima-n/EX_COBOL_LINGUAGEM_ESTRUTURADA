      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA PERIODICO DE PROVA DE SALDOS POR CONTA E DE         *
      * CONFERENCIA DOS ARQUIVOS DE CONTROLE. O REPT0004 SO PROVA O   *
      * TOTAL (MASTER CONTRA EXTRATO GL); DOIS ERROS QUE SE ANULAM    *
      * EM CONTAS DIFERENTES PASSAM. AQUI CADA CONTA E PROVADA: O     *
      * SALDO DE ABERTURA DA BASE (BALBASE, COPY PRVBASE) MAIS OS     *
      * CREDITOS E MENOS OS DEBITOS POSTADOS ('P') NO TRANHIST (COPY  *
      * HISTREC) DEPOIS DO CORTE DA BASE - ESTORNOS INCLUSIVE, QUE    *
      * SAO LINHAS 'P' DE TIPO OPOSTO - TEM DE DAR O ACCT-BALANCE DO  *
      * ACCTMST. CONTA QUE NAO FECHA SAI NO RELATORIO (PRVRPT) COM A  *
      * DIFERENCA. NA MESMA EXECUCAO CRUZA OS CONTROLES POR           *
      * TRANS-ID + DATA: CADA ENTRADA DO PROCREG TEM DE TER LINHA NO  *
      * TRANHIST COM A MESMA DISPOSICAO ('P' E 'S'; 'E' PEDE A LINHA  *
      * DE ESTORNO QUE APONTA PARA ELA), CADA LINHA DO TRANHIST TEM   *
      * DE ESTAR NO PROCREG, E CADA 'S' TEM DE CONTINUAR NO SUSPFILE  *
      * OU TER SIDO REPOSTADA DEPOIS ('P' NO PROCREG). SEM NADA FORA, *
      * A BASE AVANCA PARA OS SALDOS ATUAIS (VIA BALBNEW) E O RC E 0; *
      * COM QUALQUER DIFERENCA A BASE NAO E TOCADA E O RC E 8, PARA   *
      * A PROGRAMACAO SEGURAR O JOB DO RAZAO. O CARTAO PRVPARM (COPY  *
      * PRVPARM) MODO 'I' TIRA A PRIMEIRA BASE DO MASTER SEM PROVAR.  *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. PROV0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANS-HIST-FILE
               ASSIGN TO TRANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PROCESSED-REG-FILE
               ASSIGN TO PROCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT BALANCE-BASE-FILE
               ASSIGN TO BALBASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-FILE-STATUS.
           SELECT BALANCE-NEW-FILE
               ASSIGN TO BALBNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT PROOF-PARM-FILE
               ASSIGN TO PRVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO SORTWK.
           SELECT CHECK-SORT-FILE
               ASSIGN TO SORTWK.
           SELECT PROOF-REPORT-FILE
               ASSIGN TO PRVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  TRANS-HIST-FILE.
           COPY HISTREC.
       FD  PROCESSED-REG-FILE.
           COPY PROCREG.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  BALANCE-BASE-FILE.
           COPY PRVBASE.
       FD  BALANCE-NEW-FILE.
       01  BASE-NEW-REC                PIC X(50).
       FD  PROOF-PARM-FILE.
           COPY PRVPARM.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-ACCOUNT            PIC X(12).
           05  SORT-RUN-ID             PIC X(14).
           05  SORT-TYPE               PIC X(01).
           05  SORT-AMOUNT             PIC S9(09)V99.
       SD  CHECK-SORT-FILE.
       01  CHECK-SORT-REC.
           05  CSRT-TRANS-ID           PIC X(10).
           05  CSRT-TRANS-DATE         PIC X(08).
           05  CSRT-SOURCE             PIC X(01).
           05  CSRT-DISPOSITION        PIC X(01).
       FD  PROOF-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       COPY TRANREC.
       77 WS-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-SUSP-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-BASE-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88 HIST-EOF                     VALUE 'Y'.
       77 WS-PREG-EOF-SW         PIC X(01) VALUE 'N'.
           88 PREG-EOF                     VALUE 'Y'.
       77 WS-SUSP-EOF-SW         PIC X(01) VALUE 'N'.
           88 SUSP-EOF                     VALUE 'Y'.
       77 WS-NEW-EOF-SW          PIC X(01) VALUE 'N'.
           88 BASE-NEW-EOF                 VALUE 'Y'.
       77 WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
           88 SORT-EOF                     VALUE 'Y'.
       77 WS-FIRST-KEY-SW        PIC X(01) VALUE 'Y'.
           88 FIRST-KEY-PENDING            VALUE 'Y'.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           88 PARM-VALID                   VALUE 'Y'.
       77 WS-PROOF-MODE          PIC X(01) VALUE 'P'.
           88 MODE-PROOF                   VALUE 'P'.
           88 MODE-INITIAL                 VALUE 'I'.
       77 WS-BAD-TYPE-SW         PIC X(01) VALUE 'N'.
           88 BAD-TYPE-IN-HISTORY          VALUE 'Y'.
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
      *----------------------------------------------------------------*
      * CASAMENTO MASTER X BASE X MOVIMENTO (CHAVE = CONTA)            *
      *----------------------------------------------------------------*
       77 WS-MST-KEY             PIC X(12) VALUE LOW-VALUES.
       77 WS-BASE-KEY            PIC X(12) VALUE LOW-VALUES.
       77 WS-MOV-KEY             PIC X(12) VALUE LOW-VALUES.
       77 WS-CURR-ACCOUNT        PIC X(12) VALUE SPACES.
       77 WS-MST-BALANCE         PIC S9(11)V99 VALUE ZERO.
       77 WS-MST-BAL-OK-SW       PIC X(01) VALUE 'Y'.
           88 MASTER-BALANCE-NUMERIC       VALUE 'Y'.
       77 WS-BASE-BALANCE        PIC S9(11)V99 VALUE ZERO.
       77 WS-BASE-CUTOFF         PIC X(14) VALUE SPACES.
       77 WS-OPENING             PIC S9(13)V99 VALUE ZERO.
       77 WS-CUTOFF              PIC X(14) VALUE SPACES.
       77 WS-MOVEMENT            PIC S9(13)V99 VALUE ZERO.
       77 WS-EXPECTED            PIC S9(13)V99 VALUE ZERO.
       77 WS-DIFFERENCE          PIC S9(13)V99 VALUE ZERO.
       77 WS-ACCT-MOV-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-MAX-RUN-ID          PIC X(14) VALUE SPACES.
       77 WS-NEW-CUTOFF          PIC X(14) VALUE SPACES.
       77 WS-NOTE                PIC X(06) VALUE SPACES.
      *----------------------------------------------------------------*
      * CONFERENCIA DOS CONTROLES (CHAVE = TRANS-ID + DATA)            *
      *----------------------------------------------------------------*
       77 WS-CURR-TRANS-ID       PIC X(10) VALUE SPACES.
       77 WS-CURR-TRANS-DATE     PIC X(08) VALUE SPACES.
       77 WS-REG-P-COUNT         PIC 9(05) VALUE ZERO.
       77 WS-REG-S-COUNT         PIC 9(05) VALUE ZERO.
       77 WS-REG-E-COUNT         PIC 9(05) VALUE ZERO.
       77 WS-HIST-P-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-HIST-S-COUNT        PIC 9(05) VALUE ZERO.
       77 WS-REV-LINK-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-SUSP-KEY-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-OTHER-DISP-COUNT    PIC 9(05) VALUE ZERO.
       77 WS-CHECK-REASON        PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
      * CONTADORES                                                     *
      *----------------------------------------------------------------*
       77 WS-HIST-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-HIST-POSTED-COUNT   PIC 9(09) VALUE ZERO.
       77 WS-HIST-REPLAY-COUNT   PIC 9(09) VALUE ZERO.
       77 WS-HIST-BASE-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-BASE-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACCT-COUNT          PIC 9(09) VALUE ZERO.
       77 WS-ACCT-OK-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-ACCT-OUT-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-ORPHAN-COUNT        PIC 9(09) VALUE ZERO.
       77 WS-TOTAL-DIFFERENCE    PIC S9(13)V99 VALUE ZERO.
       77 WS-PREG-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-SUSP-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-KEY-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-CHECK-OUT-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-BASE-WRITE-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-BASE-COPY-COUNT     PIC 9(09) VALUE ZERO.
       01 WS-RPT-HEADING.
           05 FILLER                    PIC X(47)
              VALUE 'PROV0001 - PROVA DE SALDOS E CONFERENCIA DE CON'.
           05 FILLER                    PIC X(09) VALUE 'TROLES   '.
           05 FILLER                    PIC X(06) VALUE 'DATA: '.
           05 RPT-H-DATE                PIC X(08).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-BAL-COLUMNS.
           05 FILLER                    PIC X(43)
              VALUE 'CONTA             SALDO BASE      MOVIMENTO'.
           05 FILLER                    PIC X(37)
              VALUE '   SALDO MASTER      DIFERENCA OBS.'.
       01 WS-RPT-BAL-DETAIL.
           05 RPT-B-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-B-OPENING             PIC Z(10)9.99-.
           05 RPT-B-MOVEMENT            PIC Z(10)9.99-.
           05 RPT-B-MASTER              PIC Z(10)9.99-.
           05 RPT-B-DIFFERENCE          PIC Z(10)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-B-NOTE                PIC X(06).
       01 WS-RPT-CHK-COLUMNS.
           05 FILLER                    PIC X(51)
              VALUE 'TRANSACAO  DATA     OCORRENCIA'.
           05 FILLER                    PIC X(29)
              VALUE ' RGP RGS RGE HSP HSS EST SUS'.
       01 WS-RPT-CHK-DETAIL.
           05 RPT-C-TRANS-ID            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-TRANS-DATE          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-REASON              PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-REG-P               PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-REG-S               PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-REG-E               PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-HIST-P              PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-HIST-S              PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-REV-LINK            PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-SUSP                PIC ZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
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
            ABRE-ARQUIVOS-PROVA.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                OPEN OUTPUT PROOF-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-PROVA
                END-IF
                PERFORM LE-PARAMETRO-PROVA
                PERFORM IMPRIME-CABECALHO-PROVA
                SORT SORT-FILE
                     ON ASCENDING KEY SORT-ACCOUNT
                     ON ASCENDING KEY SORT-RUN-ID
                     INPUT PROCEDURE IS SELECAO-MOVIMENTO
                     OUTPUT PROCEDURE IS PROVA-SALDOS
                PERFORM IMPRIME-TITULO-CONTROLES
                SORT CHECK-SORT-FILE
                     ON ASCENDING KEY CSRT-TRANS-ID
                     ON ASCENDING KEY CSRT-TRANS-DATE
                     INPUT PROCEDURE IS SELECAO-CONTROLES
                     OUTPUT PROCEDURE IS CRUZA-CONTROLES
                IF WS-ACCT-OUT-COUNT = ZERO
                 AND WS-ORPHAN-COUNT = ZERO
                 AND WS-CHECK-OUT-COUNT = ZERO
                   MOVE 0 TO RETURN-CODE
                ELSE
                   MOVE 8 TO RETURN-CODE
                END-IF
                IF MODE-INITIAL
                 OR RETURN-CODE = 0
                   PERFORM REGRAVA-BASE-SALDOS
                END-IF
                PERFORM IMPRIME-RESUMO-PROVA
                CLOSE PROOF-REPORT-FILE
                DISPLAY 'PROV0001: ' WS-ACCT-COUNT ' CONTAS, '
                        WS-ACCT-OUT-COUNT ' NAO FECHAM, '
                        WS-ORPHAN-COUNT ' FORA DO MASTER, '
                        WS-CHECK-OUT-COUNT ' OCORRENCIAS NOS CONTROLES'
                STOP RUN.
      *>-------------------------PARAMETRO------------------------------
            PARAMETRO-PROC                          SECTION.
            LE-PARAMETRO-PROVA.
                MOVE 'N' TO WS-PARM-OK-SW
                OPEN INPUT PROOF-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ PROOF-PARM-FILE
                      NOT AT END
                         IF PRV-MODE-PROOF
                          OR PRV-MODE-INITIAL
                            MOVE PRV-MODE TO WS-PROOF-MODE
                            MOVE 'Y' TO WS-PARM-OK-SW
                         END-IF
                   END-READ
                   CLOSE PROOF-PARM-FILE
                END-IF
                IF NOT PARM-VALID
                   DISPLAY 'PROV0001: PARAMETRO DA PROVA (PRVPARM) '
                           'AUSENTE OU INVALIDO - ASSUMIDO MODO '
                           WS-PROOF-MODE
                END-IF.
      *>---------------SELECAO DO MOVIMENTO (INPUT PROCEDURE)-----------
            SELECAO-MOVIMENTO                       SECTION.
            LE-HISTORICO-MOVIMENTO.
                MOVE 'N' TO WS-HIST-EOF-SW
                OPEN INPUT TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                PERFORM UNTIL HIST-EOF
                   READ TRANS-HIST-FILE
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-MOVIMENTO
                   END-READ
                END-PERFORM
                CLOSE TRANS-HIST-FILE
                GO TO SELECAO-MOVIMENTO-FIM.

            SELECIONA-MOVIMENTO.
                ADD 1 TO WS-HIST-READ-COUNT
                IF HIST-RUN-ID > WS-MAX-RUN-ID
                   MOVE HIST-RUN-ID TO WS-MAX-RUN-ID
                END-IF
                IF HIST-DISP-POSTED
                   ADD 1 TO WS-HIST-POSTED-COUNT
                   MOVE HIST-ACCOUNT    TO SORT-ACCOUNT
                   MOVE HIST-RUN-ID     TO SORT-RUN-ID
                   IF HIST-TRANS-AMOUNT IS NUMERIC
                      MOVE HIST-TRANS-TYPE   TO SORT-TYPE
                      MOVE HIST-TRANS-AMOUNT TO SORT-AMOUNT
                   ELSE
                      MOVE '?'  TO SORT-TYPE
                      MOVE ZERO TO SORT-AMOUNT
                   END-IF
                   RELEASE SORT-REC
                END-IF.

            SELECAO-MOVIMENTO-FIM.
                EXIT.
      *>------------PROVA POR CONTA (OUTPUT PROCEDURE)------------------
            PROVA-SALDOS                            SECTION.
            CASA-MASTER-BASE-MOVIMENTO.
                OPEN INPUT ACCOUNT-MASTER-FILE
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                OPEN INPUT BALANCE-BASE-FILE
                IF WS-BASE-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                OPEN OUTPUT BALANCE-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-BASE-SALDOS
                END-IF
                PERFORM LE-PROXIMA-CONTA-MASTER
                PERFORM LE-PROXIMA-BASE
                PERFORM RETORNA-MOVIMENTO
                PERFORM UNTIL WS-MST-KEY = HIGH-VALUES
                          AND WS-BASE-KEY = HIGH-VALUES
                          AND WS-MOV-KEY = HIGH-VALUES
                   PERFORM PROVA-CONTA
                END-PERFORM
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE BALANCE-BASE-FILE
                CLOSE BALANCE-NEW-FILE
                IF WS-ACCT-OUT-COUNT = ZERO
                 AND WS-ORPHAN-COUNT = ZERO
                   IF MODE-INITIAL
                      MOVE '  CARGA INICIAL - NENHUMA CONTA PROVADA.'
                        TO RPT-LINE
                   ELSE
                      MOVE '  TODAS AS CONTAS FECHAM.' TO RPT-LINE
                   END-IF
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                GO TO PROVA-SALDOS-FIM.

            LE-PROXIMA-CONTA-MASTER.
                READ ACCOUNT-MASTER-FILE
                   AT END
                      MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT AT END
                      MOVE ACCT-NUMBER TO WS-MST-KEY
                      IF ACCT-BALANCE IS NUMERIC
                         MOVE ACCT-BALANCE TO WS-MST-BALANCE
                         MOVE 'Y' TO WS-MST-BAL-OK-SW
                      ELSE
                         MOVE ZERO TO WS-MST-BALANCE
                         MOVE 'N'  TO WS-MST-BAL-OK-SW
                      END-IF
                END-READ
                IF WS-ACCT-FILE-STATUS NOT = '00'
                 AND WS-ACCT-FILE-STATUS NOT = '10'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF.

            LE-PROXIMA-BASE.
                READ BALANCE-BASE-FILE
                   AT END
                      MOVE HIGH-VALUES TO WS-BASE-KEY
                   NOT AT END
                      ADD 1 TO WS-BASE-READ-COUNT
                      IF BASE-ACCOUNT NOT > WS-BASE-KEY
                       OR BASE-BALANCE IS NOT NUMERIC
                         PERFORM ABENDA-SEQUENCIA-BASE
                      END-IF
                      MOVE BASE-ACCOUNT TO WS-BASE-KEY
                      MOVE BASE-RUN-ID  TO WS-BASE-CUTOFF
                      MOVE BASE-BALANCE TO WS-BASE-BALANCE
                END-READ.

            RETORNA-MOVIMENTO.
                RETURN SORT-FILE
                   AT END
                      MOVE HIGH-VALUES TO WS-MOV-KEY
                   NOT AT END
                      MOVE SORT-ACCOUNT TO WS-MOV-KEY
                END-RETURN.

            PROVA-CONTA.
                MOVE WS-MST-KEY TO WS-CURR-ACCOUNT
                IF WS-BASE-KEY < WS-CURR-ACCOUNT
                   MOVE WS-BASE-KEY TO WS-CURR-ACCOUNT
                END-IF
                IF WS-MOV-KEY < WS-CURR-ACCOUNT
                   MOVE WS-MOV-KEY TO WS-CURR-ACCOUNT
                END-IF
                MOVE ZERO   TO WS-OPENING
                MOVE ZERO   TO WS-MOVEMENT
                MOVE ZERO   TO WS-ACCT-MOV-COUNT
                MOVE SPACES TO WS-CUTOFF
                MOVE 'N'    TO WS-BAD-TYPE-SW
                IF WS-BASE-KEY = WS-CURR-ACCOUNT
                   MOVE WS-BASE-BALANCE TO WS-OPENING
                   MOVE WS-BASE-CUTOFF  TO WS-CUTOFF
                   PERFORM LE-PROXIMA-BASE
                END-IF
                PERFORM UNTIL WS-MOV-KEY NOT = WS-CURR-ACCOUNT
                   PERFORM ACUMULA-MOVIMENTO-CONTA
                   PERFORM RETORNA-MOVIMENTO
                END-PERFORM
                COMPUTE WS-EXPECTED = WS-OPENING + WS-MOVEMENT
                IF WS-MST-KEY = WS-CURR-ACCOUNT
                   PERFORM CONFERE-SALDO-MASTER
                   PERFORM GRAVA-BASE-NOVA
                   PERFORM LE-PROXIMA-CONTA-MASTER
                ELSE
                   PERFORM CONFERE-CONTA-SEM-MASTER
                END-IF.

            ACUMULA-MOVIMENTO-CONTA.
                IF SORT-RUN-ID > WS-CUTOFF
                   ADD 1 TO WS-HIST-REPLAY-COUNT
                   ADD 1 TO WS-ACCT-MOV-COUNT
                   EVALUATE SORT-TYPE
                       WHEN 'C'
                          ADD SORT-AMOUNT TO WS-MOVEMENT
                       WHEN 'D'
                          SUBTRACT SORT-AMOUNT FROM WS-MOVEMENT
                       WHEN OTHER
                          MOVE 'Y' TO WS-BAD-TYPE-SW
                   END-EVALUATE
                ELSE
                   ADD 1 TO WS-HIST-BASE-COUNT
                END-IF.

            CONFERE-SALDO-MASTER.
                ADD 1 TO WS-ACCT-COUNT
                COMPUTE WS-DIFFERENCE = WS-MST-BALANCE - WS-EXPECTED
                MOVE SPACES TO WS-NOTE
                EVALUATE TRUE
                    WHEN MODE-INITIAL
                       CONTINUE
                    WHEN NOT MASTER-BALANCE-NUMERIC
                       MOVE 'S/NUM' TO WS-NOTE
                    WHEN BAD-TYPE-IN-HISTORY
                       MOVE 'TIPO' TO WS-NOTE
                END-EVALUATE
                IF MODE-PROOF
                 AND (WS-NOTE NOT = SPACES
                  OR WS-DIFFERENCE NOT = ZERO)
                   ADD 1 TO WS-ACCT-OUT-COUNT
                   PERFORM SOMA-DIFERENCA-ABSOLUTA
                   PERFORM IMPRIME-CONTA-FORA
                ELSE
                   ADD 1 TO WS-ACCT-OK-COUNT
                END-IF.

            CONFERE-CONTA-SEM-MASTER.
                MOVE ZERO TO WS-MST-BALANCE
                COMPUTE WS-DIFFERENCE = ZERO - WS-EXPECTED
                MOVE 'S/CAD' TO WS-NOTE
                IF MODE-PROOF
                 AND (WS-EXPECTED NOT = ZERO
                  OR WS-ACCT-MOV-COUNT > ZERO)
                   ADD 1 TO WS-ORPHAN-COUNT
                   PERFORM SOMA-DIFERENCA-ABSOLUTA
                   PERFORM IMPRIME-CONTA-FORA
                END-IF.

            SOMA-DIFERENCA-ABSOLUTA.
                IF WS-DIFFERENCE < ZERO
                   SUBTRACT WS-DIFFERENCE FROM WS-TOTAL-DIFFERENCE
                ELSE
                   ADD WS-DIFFERENCE TO WS-TOTAL-DIFFERENCE
                END-IF.

            IMPRIME-CONTA-FORA.
                MOVE SPACES          TO WS-RPT-BAL-DETAIL
                MOVE WS-CURR-ACCOUNT TO RPT-B-ACCOUNT
                MOVE WS-OPENING      TO RPT-B-OPENING
                MOVE WS-MOVEMENT     TO RPT-B-MOVEMENT
                MOVE WS-MST-BALANCE  TO RPT-B-MASTER
                MOVE WS-DIFFERENCE   TO RPT-B-DIFFERENCE
                MOVE WS-NOTE         TO RPT-B-NOTE
                MOVE WS-RPT-BAL-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            GRAVA-BASE-NOVA.
                MOVE WS-MAX-RUN-ID TO WS-NEW-CUTOFF
                IF WS-CUTOFF > WS-NEW-CUTOFF
                   MOVE WS-CUTOFF TO WS-NEW-CUTOFF
                END-IF
                MOVE SPACES          TO BASE-REC
                MOVE WS-CURR-ACCOUNT TO BASE-ACCOUNT
                MOVE WS-NEW-CUTOFF   TO BASE-RUN-ID
                MOVE WS-MST-BALANCE  TO BASE-BALANCE
                MOVE WS-RUN-DATE     TO BASE-DATE
                MOVE BASE-REC        TO BASE-NEW-REC
                WRITE BASE-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-BASE-SALDOS
                END-IF
                ADD 1 TO WS-BASE-WRITE-COUNT.

            PROVA-SALDOS-FIM.
                EXIT.
      *>-------------SELECAO DOS CONTROLES (INPUT PROCEDURE)------------
            SELECAO-CONTROLES                       SECTION.
            LE-ARQUIVOS-CONTROLE.
                MOVE 'N' TO WS-PREG-EOF-SW
                OPEN INPUT PROCESSED-REG-FILE
                IF WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                PERFORM UNTIL PREG-EOF
                   READ PROCESSED-REG-FILE
                      AT END
                         SET PREG-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-REGISTRO
                   END-READ
                END-PERFORM
                CLOSE PROCESSED-REG-FILE
                MOVE 'N' TO WS-HIST-EOF-SW
                OPEN INPUT TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                PERFORM UNTIL HIST-EOF
                   READ TRANS-HIST-FILE
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-HISTORICO
                   END-READ
                END-PERFORM
                CLOSE TRANS-HIST-FILE
                MOVE 'N' TO WS-SUSP-EOF-SW
                OPEN INPUT SUSPENSE-FILE
                IF WS-SUSP-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-PROVA
                END-IF
                PERFORM UNTIL SUSP-EOF
                   READ SUSPENSE-FILE
                      AT END
                         SET SUSP-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-SUSPENSO
                   END-READ
                END-PERFORM
                CLOSE SUSPENSE-FILE
                GO TO SELECAO-CONTROLES-FIM.

            SELECIONA-REGISTRO.
                ADD 1 TO WS-PREG-READ-COUNT
                MOVE PREG-TRANS-ID    TO CSRT-TRANS-ID
                MOVE PREG-TRANS-DATE  TO CSRT-TRANS-DATE
                MOVE 'R'              TO CSRT-SOURCE
                MOVE PREG-DISPOSITION TO CSRT-DISPOSITION
                RELEASE CHECK-SORT-REC.

            SELECIONA-HISTORICO.
                MOVE HIST-TRANS-ID    TO CSRT-TRANS-ID
                MOVE HIST-TRANS-DATE  TO CSRT-TRANS-DATE
                MOVE 'H'              TO CSRT-SOURCE
                MOVE HIST-DISPOSITION TO CSRT-DISPOSITION
                RELEASE CHECK-SORT-REC
                IF HIST-REVERSAL-OF-ID NOT = SPACES
                   MOVE HIST-REVERSAL-OF-ID   TO CSRT-TRANS-ID
                   MOVE HIST-REVERSAL-OF-DATE TO CSRT-TRANS-DATE
                   MOVE 'X'                   TO CSRT-SOURCE
                   MOVE SPACE                 TO CSRT-DISPOSITION
                   RELEASE CHECK-SORT-REC
                END-IF.

            SELECIONA-SUSPENSO.
                ADD 1 TO WS-SUSP-READ-COUNT
                MOVE SUSP-TRANS-IMAGE TO TRANS-REC
                MOVE TRANS-ID         TO CSRT-TRANS-ID
                MOVE TRANS-DATE       TO CSRT-TRANS-DATE
                MOVE 'U'              TO CSRT-SOURCE
                MOVE SPACE            TO CSRT-DISPOSITION
                RELEASE CHECK-SORT-REC.

            SELECAO-CONTROLES-FIM.
                EXIT.
      *>-----------CRUZAMENTO DOS CONTROLES (OUTPUT PROCEDURE)----------
            CRUZA-CONTROLES                         SECTION.
            CRUZA-CHAVES-CONTROLE.
                MOVE 'N' TO WS-SORT-EOF-SW
                MOVE 'Y' TO WS-FIRST-KEY-SW
                PERFORM UNTIL SORT-EOF
                   RETURN CHECK-SORT-FILE
                      AT END
                         SET SORT-EOF TO TRUE
                      NOT AT END
                         PERFORM PROCESSA-CHAVE-CONTROLE
                   END-RETURN
                END-PERFORM
                IF NOT FIRST-KEY-PENDING
                   PERFORM VERIFICA-CHAVE-CONTROLE
                END-IF
                IF WS-CHECK-OUT-COUNT = ZERO
                   MOVE '  CONTROLES CONFEREM.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                GO TO CRUZA-CONTROLES-FIM.

            PROCESSA-CHAVE-CONTROLE.
                IF FIRST-KEY-PENDING
                   MOVE 'N' TO WS-FIRST-KEY-SW
                   PERFORM INICIA-CHAVE-CONTROLE
                ELSE
                   IF CSRT-TRANS-ID NOT = WS-CURR-TRANS-ID
                    OR CSRT-TRANS-DATE NOT = WS-CURR-TRANS-DATE
                      PERFORM VERIFICA-CHAVE-CONTROLE
                      PERFORM INICIA-CHAVE-CONTROLE
                   END-IF
                END-IF
                EVALUATE CSRT-SOURCE ALSO CSRT-DISPOSITION
                    WHEN 'R' ALSO 'P'
                       ADD 1 TO WS-REG-P-COUNT
                    WHEN 'R' ALSO 'S'
                       ADD 1 TO WS-REG-S-COUNT
                    WHEN 'R' ALSO 'E'
                       ADD 1 TO WS-REG-E-COUNT
                    WHEN 'H' ALSO 'P'
                       ADD 1 TO WS-HIST-P-COUNT
                    WHEN 'H' ALSO 'S'
                       ADD 1 TO WS-HIST-S-COUNT
                    WHEN 'X' ALSO ANY
                       ADD 1 TO WS-REV-LINK-COUNT
                    WHEN 'U' ALSO ANY
                       ADD 1 TO WS-SUSP-KEY-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-OTHER-DISP-COUNT
                END-EVALUATE.

            INICIA-CHAVE-CONTROLE.
                ADD 1 TO WS-KEY-COUNT
                MOVE CSRT-TRANS-ID   TO WS-CURR-TRANS-ID
                MOVE CSRT-TRANS-DATE TO WS-CURR-TRANS-DATE
                MOVE ZERO TO WS-REG-P-COUNT
                MOVE ZERO TO WS-REG-S-COUNT
                MOVE ZERO TO WS-REG-E-COUNT
                MOVE ZERO TO WS-HIST-P-COUNT
                MOVE ZERO TO WS-HIST-S-COUNT
                MOVE ZERO TO WS-REV-LINK-COUNT
                MOVE ZERO TO WS-SUSP-KEY-COUNT
                MOVE ZERO TO WS-OTHER-DISP-COUNT.

            VERIFICA-CHAVE-CONTROLE.
                IF WS-REG-P-COUNT > ZERO
                 AND WS-HIST-P-COUNT = ZERO
                   MOVE 'POSTADO SEM LINHA NO TRANHIST'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-REG-S-COUNT > ZERO
                 AND WS-HIST-S-COUNT = ZERO
                   MOVE 'SUSPENSO SEM LINHA NO TRANHIST'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-REG-E-COUNT > ZERO
                 AND WS-REV-LINK-COUNT = ZERO
                   MOVE 'ESTORNADO SEM ESTORNO NO HIST.'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-REV-LINK-COUNT > ZERO
                 AND WS-REG-E-COUNT = ZERO
                   MOVE 'ESTORNO SEM MARCA E NO PROCREG'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-HIST-P-COUNT > ZERO
                 AND WS-REG-P-COUNT = ZERO
                   MOVE 'TRANHIST POSTADO SEM PROCREG'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-HIST-S-COUNT > ZERO
                 AND WS-REG-S-COUNT = ZERO
                   MOVE 'TRANHIST SUSPENSO SEM PROCREG'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-REG-P-COUNT > 1
                   MOVE 'POSTADO MAIS DE UMA VEZ' TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-REG-S-COUNT > ZERO
                 AND WS-REG-P-COUNT = ZERO
                 AND WS-SUSP-KEY-COUNT = ZERO
                   MOVE 'SUSPENSO FORA DO SUSPFILE' TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-SUSP-KEY-COUNT > ZERO
                 AND WS-REG-S-COUNT = ZERO
                   MOVE 'NO SUSPFILE SEM PROCREG S' TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-SUSP-KEY-COUNT > ZERO
                 AND WS-REG-P-COUNT > ZERO
                   MOVE 'REPOSTADO E AINDA NO SUSPFILE'
                     TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF
                IF WS-OTHER-DISP-COUNT > ZERO
                   MOVE 'DISPOSICAO DESCONHECIDA' TO WS-CHECK-REASON
                   PERFORM IMPRIME-OCORRENCIA-CONTROLE
                END-IF.

            IMPRIME-OCORRENCIA-CONTROLE.
                ADD 1 TO WS-CHECK-OUT-COUNT
                MOVE SPACES             TO WS-RPT-CHK-DETAIL
                MOVE WS-CURR-TRANS-ID   TO RPT-C-TRANS-ID
                MOVE WS-CURR-TRANS-DATE TO RPT-C-TRANS-DATE
                MOVE WS-CHECK-REASON    TO RPT-C-REASON
                MOVE WS-REG-P-COUNT     TO RPT-C-REG-P
                MOVE WS-REG-S-COUNT     TO RPT-C-REG-S
                MOVE WS-REG-E-COUNT     TO RPT-C-REG-E
                MOVE WS-HIST-P-COUNT    TO RPT-C-HIST-P
                MOVE WS-HIST-S-COUNT    TO RPT-C-HIST-S
                MOVE WS-REV-LINK-COUNT  TO RPT-C-REV-LINK
                MOVE WS-SUSP-KEY-COUNT  TO RPT-C-SUSP
                MOVE WS-RPT-CHK-DETAIL  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            CRUZA-CONTROLES-FIM.
                EXIT.
      *>-----------------AVANCO DA BASE DE SALDOS-----------------------
            BASE-PROC                               SECTION.
            REGRAVA-BASE-SALDOS.
                MOVE 'N' TO WS-NEW-EOF-SW
                OPEN INPUT BALANCE-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-BASE-SALDOS
                END-IF
                OPEN OUTPUT BALANCE-BASE-FILE
                IF WS-BASE-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-BASE-SALDOS
                END-IF
                PERFORM UNTIL BASE-NEW-EOF
                   READ BALANCE-NEW-FILE
                      AT END
                         SET BASE-NEW-EOF TO TRUE
                      NOT AT END
                         PERFORM COPIA-BASE-NOVA
                   END-READ
                END-PERFORM
                CLOSE BALANCE-NEW-FILE
                CLOSE BALANCE-BASE-FILE
                IF WS-BASE-COPY-COUNT NOT = WS-BASE-WRITE-COUNT
                   PERFORM ABENDA-BASE-SALDOS
                END-IF.

            COPIA-BASE-NOVA.
                ADD 1 TO WS-BASE-COPY-COUNT
                MOVE BASE-NEW-REC TO BASE-REC
                WRITE BASE-REC
                IF WS-BASE-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-BASE-SALDOS
                END-IF.
      *>-------------------RELATORIO DA PROVA (PRVRPT)------------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-CABECALHO-PROVA.
                MOVE WS-RUN-DATE    TO RPT-H-DATE
                MOVE WS-RPT-HEADING TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF MODE-INITIAL
                   MOVE 'MODO I - CARGA INICIAL DA BASE DE SALDOS'
                     TO RPT-LINE
                ELSE
                   MOVE 'MODO P - PROVA DE SALDOS POR CONTA'
                     TO RPT-LINE
                END-IF
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'CONTAS QUE NAO FECHAM (BASE + TRANHIST X ACCTMST)'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-BAL-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-TITULO-CONTROLES.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'CONFERENCIA PROCREG X TRANHIST X SUSPFILE'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-CHK-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-RESUMO-PROVA.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'REGISTROS LIDOS NO TRANHIST:' TO RPT-T-LABEL
                MOVE WS-HIST-READ-COUNT            TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'POSTADOS REPROCESSADOS NA PROVA:' TO RPT-T-LABEL
                MOVE WS-HIST-REPLAY-COUNT              TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'POSTADOS JA COBERTOS PELA BASE:' TO RPT-T-LABEL
                MOVE WS-HIST-BASE-COUNT               TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS NA BASE (BALBASE):' TO RPT-T-LABEL
                MOVE WS-BASE-READ-COUNT         TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS NO ACCTMST:' TO RPT-T-LABEL
                MOVE WS-ACCT-COUNT       TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS QUE FECHAM:' TO RPT-T-LABEL
                MOVE WS-ACCT-OK-COUNT    TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS QUE NAO FECHAM:' TO RPT-T-LABEL
                MOVE WS-ACCT-OUT-COUNT       TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CONTAS FORA DO ACCTMST:' TO RPT-T-LABEL
                MOVE WS-ORPHAN-COUNT          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'DIFERENCA TOTAL (EM MODULO):' TO RPT-T-LABEL
                MOVE WS-TOTAL-DIFFERENCE           TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ENTRADAS LIDAS NO PROCREG:' TO RPT-T-LABEL
                MOVE WS-PREG-READ-COUNT          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ITENS LIDOS NO SUSPFILE:' TO RPT-T-LABEL
                MOVE WS-SUSP-READ-COUNT        TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'TRANSACOES CONFERIDAS:' TO RPT-T-LABEL
                MOVE WS-KEY-COUNT            TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'OCORRENCIAS NOS CONTROLES:' TO RPT-T-LABEL
                MOVE WS-CHECK-OUT-COUNT          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                EVALUATE TRUE
                    WHEN RETURN-CODE = 0
                       MOVE 'PROVA OK - BASE DE SALDOS AVANCADA'
                         TO RPT-LINE
                    WHEN MODE-INITIAL
                       MOVE 'BASE CARREGADA - CONTROLES COM OCORRENCIAS'
                         TO RPT-LINE
                    WHEN OTHER
                       MOVE 'PROVA COM DIFERENCAS - BASE NAO AVANCADA'
                         TO RPT-LINE
                END-EVALUATE
                PERFORM GRAVA-LINHA-RELATORIO.

            GRAVA-LINHA-TOTAL.
                MOVE WS-RPT-TOTALS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS.

            GRAVA-LINHA-RELATORIO.
                WRITE RPT-LINE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-PROVA
                END-IF.
      *>-------------------------FINALIZACAO----------------------------
            FIM-PROVA                               SECTION.
            ABENDA-ABERTURA-PROVA.
                DISPLAY '*********************************************'
                DISPLAY '* PROV0001 - ABEND: INPUT FILE I/O FAILED   *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* TRANHIST STATUS: [' WS-HIST-FILE-STATUS ']'
                DISPLAY '* PROCREG  STATUS: [' WS-PREG-FILE-STATUS ']'
                DISPLAY '* SUSPFILE STATUS: [' WS-SUSP-FILE-STATUS ']'
                DISPLAY '* BALBASE  STATUS: [' WS-BASE-FILE-STATUS ']'
                DISPLAY '* NO PROOF WAS MADE - CHECK THE DDS.        *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE PROOF-REPORT-FILE
                STOP RUN.

            ABENDA-SEQUENCIA-BASE.
                DISPLAY '*********************************************'
                DISPLAY '* PROV0001 - ABEND: BALBASE OUT OF SEQUENCE *'
                DISPLAY '* OR BAD BALANCE AT ACCOUNT ' BASE-ACCOUNT
                DISPLAY '* AFTER ACCOUNT ' WS-BASE-KEY
                DISPLAY '* BALBASE MUST BE IN ACCOUNT ORDER, ONE     *'
                DISPLAY '* NUMERIC BALANCE PER ACCOUNT.              *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE PROOF-REPORT-FILE
                STOP RUN.

            ABENDA-BASE-SALDOS.
                DISPLAY '*********************************************'
                DISPLAY '* PROV0001 - ABEND: BASELINE I/O FAILED     *'
                DISPLAY '* BALBASE STATUS: [' WS-BASE-FILE-STATUS ']'
                DISPLAY '* BALBNEW STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* WRITTEN ' WS-BASE-WRITE-COUNT
                        ' COPIED ' WS-BASE-COPY-COUNT
                DISPLAY '* IF THE COPY STARTED, BALBNEW HOLDS THE    *'
                DISPLAY '* NEW BASELINE - COPY IT TO BALBASE.        *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE PROOF-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-PROVA.
                DISPLAY '*********************************************'
                DISPLAY '* PROV0001 - ABEND: PROOF REPORT FAILED     *'
                DISPLAY '* PRVRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM PROV0001.
