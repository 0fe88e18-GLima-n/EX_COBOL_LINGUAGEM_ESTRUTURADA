           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO OVDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVDRPT-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO SORTWK.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  AUDIT-TRAIL-FILE.
       01  DUP-RPT-LINE              PIC X(80).
       FD  OVERDRAFT-REPORT-FILE.
       01  OVD-RPT-LINE              PIC X(80).
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-CLASS              PIC X(01).
               88  SORT-CLASS-TRANSFER        VALUE '2'.
           05  SORT-ACCOUNT            PIC X(12).
           05  SORT-REC-NO             PIC 9(09).
           05  SORT-BATCH              PIC 9(02).
           05  SORT-TRANS-IMAGE        PIC X(59).
       WORKING-STORAGE                              SECTION.
       77 WS-PRINT        PIC X(20) VALUE SPACES.
           COPY STGCODES.
       77 WS-RUN-MAIN-SESSION    PIC X(01) VALUE 'Y'.
           88 RUN-MAIN-SESSION-YES          VALUE 'Y'.
           88 RUN-MAIN-SESSION-NO           VALUE 'N'.
       77 WS-POSTING-MODE        PIC X(01) VALUE 'A'.
           88 POSTAGEM-ALEATORIA            VALUE 'A'.
           88 POSTAGEM-SEQUENCIAL           VALUE 'S'.
       77 WS-PARA-ENTRY-COUNT    PIC 9(04) VALUE ZERO.
       77 WS-MAX-PARA-ENTRIES    PIC 9(04) VALUE 20.
       77 WS-SESSDEF-FILE-STATUS PIC X(02) VALUE '00'.
           88 LIMITE-EXCEDIDO             VALUE 'Y'.
       77 WS-PROJECTED-BALANCE   PIC S9(11)V99 VALUE ZERO.
       77 WS-LIMIT-FLOOR         PIC S9(11)V99 VALUE ZERO.
       77 WS-XFER-COUNT          PIC 9(09) VALUE ZERO.
       77 WS-XFER-SUSP-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-XFER-LEG            PIC X(01) VALUE SPACE.
       77 WS-XFER-TRANS-IMAGE    PIC X(59) VALUE SPACES.
       77 WS-XFER-OTHER-ACCOUNT  PIC X(12) VALUE SPACES.
       77 WS-XFER-DEB-REASON     PIC X(20) VALUE SPACES.
       77 WS-XFER-DEB-STATUS     PIC X(02) VALUE '00'.
       77 WS-XFER-DEB-IMAGE      PIC X(80) VALUE SPACES.
       77 WS-XFER-CRED-REASON    PIC X(20) VALUE SPACES.
       77 WS-XFER-CRED-STATUS    PIC X(02) VALUE '00'.
       77 WS-XFER-CRED-IMAGE     PIC X(80) VALUE SPACES.
       77 WS-REG-COUNT           PIC 9(05) VALUE ZERO.
       77 WS-REG-MAX-ENTRIES     PIC 9(05) VALUE 5000.
       77 WS-REG-FOUND-IDX       PIC 9(05) VALUE ZERO.
              10 WS-GL-SOURCE            PIC X(08).
              10 WS-GL-COUNT             PIC 9(09).
              10 WS-GL-AMOUNT            PIC S9(11)V99.
       77 WS-TRANS-PASS-COUNT    PIC 9(01) VALUE ZERO.
       77 WS-MST-READ-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-MST-REWRITE-COUNT   PIC 9(09) VALUE ZERO.
       77 WS-POST-ELAPSED        PIC 9(07)V99 VALUE ZERO.
       77 WS-CALC-CENT-1         PIC 9(15) VALUE ZERO.
       77 WS-CALC-CENT-2         PIC 9(15) VALUE ZERO.
       01 WS-POST-START-TS.
           05 WS-POST-START-DATE        PIC 9(08).
           05 WS-POST-START-HH          PIC 9(02).
           05 WS-POST-START-MM          PIC 9(02).
           05 WS-POST-START-SS          PIC 9(02).
           05 WS-POST-START-CC          PIC 9(02).
           05 FILLER                    PIC X(05).
       01 WS-POST-END-TS.
           05 WS-POST-END-DATE          PIC 9(08).
           05 WS-POST-END-HH            PIC 9(02).
           05 WS-POST-END-MM            PIC 9(02).
           05 WS-POST-END-SS            PIC 9(02).
           05 WS-POST-END-CC            PIC 9(02).
           05 FILLER                    PIC X(05).
       77 WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
           88 SORT-EOF                     VALUE 'Y'.
       77 WS-MST-EOF-SW          PIC X(01) VALUE 'N'.
           88 MESTRE-EOF                   VALUE 'Y'.
       77 WS-GRP-ACCOUNT         PIC X(12) VALUE SPACES.
       77 WS-GRP-OPEN-SW         PIC X(01) VALUE 'N'.
           88 GRUPO-CONTA-ABERTO           VALUE 'Y'.
       77 WS-GRP-FOUND-SW        PIC X(01) VALUE 'N'.
           88 GRUPO-CONTA-EXISTE           VALUE 'Y'.
       77 WS-GRP-CHANGED-SW      PIC X(01) VALUE 'N'.
           88 GRUPO-CONTA-ALTERADO         VALUE 'Y'.
       77 WS-GRP-COUNT           PIC 9(03) VALUE ZERO.
       77 WS-GRP-MAX-ENTRIES     PIC 9(03) VALUE 200.
       77 WS-GRP-ACCT-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-GRP-ACCT-IMAGE      PIC X(80) VALUE SPACES.
       77 WS-GRP-SAVE-TRANS      PIC X(59) VALUE SPACES.
       77 WS-GRP-SAVE-REC-NO     PIC 9(09) VALUE ZERO.
       77 WS-GRP-SAVE-SOURCE     PIC X(08) VALUE SPACES.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES INDEXED BY WS-GRP-IDX.
              10 WS-GRP-TRANS-IMAGE      PIC X(59).
              10 WS-GRP-REC-NO           PIC 9(09).
              10 WS-GRP-SOURCE           PIC X(08).
              10 WS-GRP-DISP             PIC X(01).
              10 WS-GRP-REASON           PIC X(20).
              10 WS-GRP-BALANCE          PIC S9(11)V99.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.
                MOVE WS-SUSPENSE-COUNT     TO CHKPT-SUSP-COUNT
                WRITE CHKPT-REC.

            GRAVA-AUDITORIA-VOLUME.
                MOVE FUNCTION CURRENT-DATE TO WS-POST-END-TS
                PERFORM CALCULA-TEMPO-POSTAGEM
                ADD 1 TO WS-AUDIT-SEQ-NO
                MOVE SPACES                TO AUDIT-REC
                MOVE WS-RUN-ID             TO AUD-RUN-ID
                MOVE WS-POST-END-TS        TO AUD-TIMESTAMP
                MOVE WS-AUDIT-SEQ-NO       TO AUD-SEQ-NO
                SET AUD-POSTING-VOLUME     TO TRUE
                MOVE WS-POSTING-MODE       TO AUD-POST-MODE
                MOVE WS-TRANS-PASS-COUNT   TO AUD-POST-PASSES
                MOVE WS-POST-ELAPSED       TO AUD-POST-ELAPSED
                MOVE WS-TRANS-COUNT        TO AUD-POST-TRANS-COUNT
                MOVE WS-MST-READ-COUNT     TO AUD-POST-MST-READS
                MOVE WS-MST-REWRITE-COUNT  TO AUD-POST-MST-REWRITES
                MOVE WS-GOOD-BATCH-COUNT   TO AUD-POST-BATCHES-OK
                MOVE WS-BAD-BATCH-COUNT    TO AUD-POST-BATCHES-HELD
                MOVE WS-DUP-COUNT          TO AUD-POST-DUP-COUNT
                MOVE WS-OVERDRAFT-COUNT    TO AUD-POST-OVD-COUNT
                WRITE AUDIT-REC
                DISPLAY 'S001-PROG1: POSTAGEM MODO ' WS-POSTING-MODE
                        ' - ' WS-TRANS-PASS-COUNT ' PASSADA(S) NO '
                        'TRANSIN, ' WS-POST-ELAPSED ' SEGUNDOS'
                DISPLAY 'S001-PROG1: MESTRE - ' WS-MST-READ-COUNT
                        ' LEITURAS, ' WS-MST-REWRITE-COUNT
                        ' REGRAVACOES'.

            CALCULA-TEMPO-POSTAGEM.
                MOVE ZERO TO WS-POST-ELAPSED
                IF WS-POST-START-TS(1:16) IS NUMERIC
                 AND WS-POST-END-TS(1:16) IS NUMERIC
                   COMPUTE WS-CALC-CENT-1 =
                       FUNCTION INTEGER-OF-DATE(WS-POST-START-DATE)
                           * 8640000
                       + WS-POST-START-HH * 360000
                       + WS-POST-START-MM * 6000
                       + WS-POST-START-SS * 100
                       + WS-POST-START-CC
                   COMPUTE WS-CALC-CENT-2 =
                       FUNCTION INTEGER-OF-DATE(WS-POST-END-DATE)
                           * 8640000
                       + WS-POST-END-HH * 360000
                       + WS-POST-END-MM * 6000
                       + WS-POST-END-SS * 100
                       + WS-POST-END-CC
                   IF WS-CALC-CENT-2 > WS-CALC-CENT-1
                      COMPUTE WS-POST-ELAPSED =
                              (WS-CALC-CENT-2 - WS-CALC-CENT-1) / 100
                   END-IF
                END-IF.

            LE-CHECKPOINT-ANTERIOR.
                MOVE 'S001-PROG1'  TO WS-RESTART-PARAGRAPH
                MOVE SPACES        TO WS-CHKPT-LAST-RUN-ID
                MOVE ZERO          TO WS-DUP-COUNT
                MOVE ZERO          TO WS-DUP-AMOUNT
                MOVE ZERO          TO WS-OVERDRAFT-COUNT
                MOVE ZERO          TO WS-XFER-COUNT
                MOVE ZERO          TO WS-XFER-SUSP-COUNT
                MOVE ZERO          TO WS-TRANS-PASS-COUNT
                MOVE ZERO          TO WS-MST-READ-COUNT
                MOVE ZERO          TO WS-MST-REWRITE-COUNT
                MOVE FUNCTION CURRENT-DATE TO WS-POST-START-TS
                PERFORM ABRE-RELATORIO-DUPLICATAS
                PERFORM ABRE-RELATORIO-OVERDRAFT
                IF POSTAGEM-SEQUENCIAL
                   PERFORM POSTA-ARQUIVO-ORDENADO
                ELSE
                   PERFORM VALIDA-ARQUIVO-TRANSACOES
                   IF TRANS-FILE-AVAILABLE
                      PERFORM CONCILIA-TOTAIS-TRANSACOES
                      IF WS-GOOD-BATCH-COUNT > ZERO
                         PERFORM POSTA-ARQUIVO-TRANSACOES
                      END-IF
                   END-IF
                END-IF
                IF TRANS-FILE-AVAILABLE
                   DISPLAY 'S001-PROG1: ' WS-TRANS-COUNT
                           ' TRANSACOES PROCESSADAS, TOTAL '
                           WS-TRANS-TOTAL-AMOUNT
                           ' POSTADAS, ' WS-SUSPENSE-COUNT
                           ' EM SUSPENSO, ' WS-DUP-COUNT
                           ' DUPLICADAS'
                   IF WS-XFER-COUNT > ZERO
                      DISPLAY 'S001-PROG1: ' WS-XFER-COUNT
                              ' TRANSFERENCIAS, ' WS-XFER-SUSP-COUNT
                              ' EM SUSPENSO COM AS DUAS PERNAS'
                   END-IF
                END-IF
                PERFORM ENCERRA-RELATORIO-DUPLICATAS
                PERFORM ENCERRA-RELATORIO-OVERDRAFT
                PERFORM GRAVA-EXTRATO-GL
                PERFORM GRAVA-AUDITORIA-VOLUME.

            VALIDA-ARQUIVO-TRANSACOES.
                MOVE 'N'           TO WS-TRANS-EOF-SW
                OPEN INPUT TRANS-FILE
                IF WS-TRANS-FILE-STATUS = '00'
                   MOVE 'Y'        TO WS-TRANS-AVAIL-SW
                   ADD 1           TO WS-TRANS-PASS-COUNT
                   PERFORM UNTIL TRANS-EOF
                      READ TRANS-FILE
                         AT END
                IF WS-TRANS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-POSTAGEM
                END-IF
                ADD 1 TO WS-TRANS-PASS-COUNT
                PERFORM ABRE-ARQUIVOS-POSTAGEM
                PERFORM UNTIL TRANS-EOF
                   READ TRANS-FILE
                   END-READ
                END-PERFORM
                CLOSE TRANS-FILE
                PERFORM FECHA-ARQUIVOS-POSTAGEM
                PERFORM EXIBE-RESUMO-POSTAGEM.

            FECHA-ARQUIVOS-POSTAGEM.
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE SUSPENSE-FILE
                CLOSE ACCT-JOURNAL-FILE
                CLOSE TRANS-HIST-FILE
                CLOSE PROCESSED-REG-FILE.

            EXIBE-RESUMO-POSTAGEM.
                IF WS-REACUM-COUNT > ZERO
                   DISPLAY 'S001-PROG1: ' WS-REACUM-COUNT
                           ' TRANSACOES JA COMMITADAS NA EXECUCAO '
                           ' TRANSACOES DE LOTES RETIDOS - NAO '
                           'POSTADAS'
                END-IF.
      *>----------POSTAGEM SEQUENCIAL DE ALTO VOLUME (CTLFILE 'S')-------
            POSTA-ARQUIVO-ORDENADO.
                MOVE 'N'           TO WS-TRANS-EOF-SW
                MOVE 'N'           TO WS-TRANS-AVAIL-SW
                MOVE ZERO          TO WS-CURR-BATCH
                MOVE 'N'           TO WS-BATCH-OPEN-SW
                MOVE ZERO          TO WS-POST-REC-NO
                OPEN INPUT TRANS-FILE
                IF WS-TRANS-FILE-STATUS = '00'
                   MOVE 'Y'        TO WS-TRANS-AVAIL-SW
                   ADD 1           TO WS-TRANS-PASS-COUNT
                   SORT SORT-FILE
                        ON ASCENDING KEY SORT-CLASS
                        ON ASCENDING KEY SORT-ACCOUNT
                        ON ASCENDING KEY SORT-REC-NO
                        INPUT PROCEDURE IS SELECAO-POSTAGEM
                        OUTPUT PROCEDURE IS POSTAGEM-ORDENADA
                   CLOSE TRANS-FILE
                ELSE
                   DISPLAY 'S001-PROG1: ARQUIVO DE TRANSACOES '
                           '(TRANSIN) NAO DISPONIVEL'
                END-IF.

            POSTA-REGISTRO-ORDENADO.
                MOVE SORT-TRANS-IMAGE TO TRANS-REC
                MOVE SORT-REC-NO      TO WS-POST-REC-NO
                IF SORT-BATCH = ZERO
                   ADD 1 TO WS-SKIP-BATCH-COUNT
                ELSE
                   SET WS-BAT-IDX TO SORT-BATCH
                   MOVE WS-BAT-SOURCE(WS-BAT-IDX)
                     TO WS-TRANS-SOURCE-SYS
                   IF WS-BAT-OK-SW(WS-BAT-IDX) NOT = 'Y'
                      ADD 1 TO WS-SKIP-BATCH-COUNT
                   ELSE
                      PERFORM POSTA-ORDENADO-LIBERADO
                   END-IF
                END-IF.

            POSTA-ORDENADO-LIBERADO.
                PERFORM VERIFICA-DUPLICIDADE
                EVALUATE TRUE
                    WHEN TRANS-IS-DUPLICATE
                       CONTINUE
                    WHEN TRANS-JA-COMMITADA
                       PERFORM REACUMULA-TRANSACAO-RETOMADA
                    WHEN SORT-CLASS-TRANSFER
                       IF GRUPO-CONTA-ABERTO
                          PERFORM FECHA-GRUPO-CONTA
                       END-IF
                       PERFORM POSTA-TRANSACAO
                       PERFORM GRAVA-REGISTRO-PROCESSADO
                       PERFORM CONTROLA-CICLO-CHECKPOINT
                    WHEN OTHER
                       PERFORM POSTA-LANCAMENTO-GRUPO
                END-EVALUATE.

            POSTA-LANCAMENTO-GRUPO.
                IF NOT GRUPO-CONTA-ABERTO
                 OR TRANS-ACCOUNT NOT = WS-GRP-ACCOUNT
                   IF GRUPO-CONTA-ABERTO
                      PERFORM FECHA-GRUPO-CONTA
                   END-IF
                   PERFORM ABRE-GRUPO-CONTA
                END-IF
                IF WS-GRP-COUNT >= WS-GRP-MAX-ENTRIES
                   PERFORM DESCARREGA-GRUPO-CONTA
                END-IF
                IF GRUPO-CONTA-EXISTE
                   PERFORM AVALIA-LANCAMENTO-GRUPO
                ELSE
                   MOVE SPACES TO WS-ACCT-BEFORE-IMAGE
                   MOVE 'CONTA INEXISTENTE' TO WS-SUSP-REASON
                   PERFORM REGISTRA-SUSPENSO-GRUPO
                END-IF.

            ABRE-GRUPO-CONTA.
                MOVE TRANS-ACCOUNT TO WS-GRP-ACCOUNT
                MOVE 'Y'           TO WS-GRP-OPEN-SW
                MOVE 'N'           TO WS-GRP-CHANGED-SW
                MOVE 'N'           TO WS-GRP-FOUND-SW
                MOVE ZERO          TO WS-GRP-COUNT
                ADD 1              TO WS-GRP-ACCT-COUNT
                PERFORM UNTIL MESTRE-EOF
                           OR ACCT-NUMBER NOT < WS-GRP-ACCOUNT
                   PERFORM LE-PROXIMA-CONTA
                END-PERFORM
                IF NOT MESTRE-EOF
                 AND ACCT-NUMBER = WS-GRP-ACCOUNT
                   MOVE 'Y' TO WS-GRP-FOUND-SW
                END-IF.

            LE-PROXIMA-CONTA.
                READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                      SET MESTRE-EOF TO TRUE
                END-READ
                IF NOT MESTRE-EOF
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-GRAVACAO-POSTAGEM
                   END-IF
                   ADD 1 TO WS-MST-READ-COUNT
                END-IF.

            AVALIA-LANCAMENTO-GRUPO.
                MOVE ACCT-REC TO WS-ACCT-BEFORE-IMAGE
                MOVE SPACES   TO WS-SUSP-REASON
                EVALUATE TRUE
                    WHEN ACCT-STATUS-CLOSED
                       MOVE 'CONTA ENCERRADA' TO WS-SUSP-REASON
                    WHEN ACCT-STATUS-DORMANT
                     AND TRANS-TYPE-DEBIT
                       MOVE 'CONTA INATIVA' TO WS-SUSP-REASON
                    WHEN TRANS-TYPE-DEBIT
                       PERFORM VERIFICA-LIMITE-CREDITO
                       IF LIMITE-EXCEDIDO
                          MOVE 'LIMITE EXCEDIDO' TO WS-SUSP-REASON
                          PERFORM GRAVA-LINHA-OVERDRAFT
                       ELSE
                          SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
                       END-IF
                    WHEN TRANS-TYPE-CREDIT
                       ADD TRANS-AMOUNT TO ACCT-BALANCE
                    WHEN OTHER
                       MOVE 'TIPO INVALIDO' TO WS-SUSP-REASON
                END-EVALUATE
                IF WS-SUSP-REASON = SPACES
                   MOVE TRANS-DATE TO ACCT-LAST-ACTIVITY
                   MOVE 'R' TO WS-JRNL-ACTION
                   PERFORM GRAVA-JORNAL-ATUALIZACAO
                   MOVE 'Y' TO WS-GRP-CHANGED-SW
                   MOVE 'P' TO WS-LAST-DISP
                   PERFORM GUARDA-LANCAMENTO-GRUPO
                ELSE
                   PERFORM REGISTRA-SUSPENSO-GRUPO
                END-IF.

            REGISTRA-SUSPENSO-GRUPO.
                MOVE 'S' TO WS-JRNL-ACTION
                PERFORM GRAVA-JORNAL-ATUALIZACAO
                MOVE 'S' TO WS-LAST-DISP
                PERFORM GUARDA-LANCAMENTO-GRUPO.

            GUARDA-LANCAMENTO-GRUPO.
                ADD 1 TO WS-GRP-COUNT
                SET WS-GRP-IDX TO WS-GRP-COUNT
                MOVE TRANS-REC      TO WS-GRP-TRANS-IMAGE(WS-GRP-IDX)
                MOVE WS-POST-REC-NO TO WS-GRP-REC-NO(WS-GRP-IDX)
                MOVE WS-TRANS-SOURCE-SYS
                  TO WS-GRP-SOURCE(WS-GRP-IDX)
                MOVE WS-LAST-DISP   TO WS-GRP-DISP(WS-GRP-IDX)
                MOVE WS-SUSP-REASON TO WS-GRP-REASON(WS-GRP-IDX)
                IF GRUPO-CONTA-EXISTE
                   MOVE ACCT-BALANCE TO WS-GRP-BALANCE(WS-GRP-IDX)
                ELSE
                   MOVE ZERO         TO WS-GRP-BALANCE(WS-GRP-IDX)
                END-IF.

            FECHA-GRUPO-CONTA.
                PERFORM DESCARREGA-GRUPO-CONTA
                MOVE 'N' TO WS-GRP-OPEN-SW.

            DESCARREGA-GRUPO-CONTA.
                IF GRUPO-CONTA-ALTERADO
                   REWRITE ACCT-REC
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-GRAVACAO-POSTAGEM
                   END-IF
                   ADD 1 TO WS-MST-REWRITE-COUNT
                   MOVE 'N' TO WS-GRP-CHANGED-SW
                END-IF
                MOVE TRANS-REC           TO WS-GRP-SAVE-TRANS
                MOVE WS-POST-REC-NO      TO WS-GRP-SAVE-REC-NO
                MOVE WS-TRANS-SOURCE-SYS TO WS-GRP-SAVE-SOURCE
                MOVE ACCT-REC            TO WS-GRP-ACCT-IMAGE
                IF GRUPO-CONTA-EXISTE
                   MOVE '00' TO WS-ACCT-FILE-STATUS
                ELSE
                   MOVE '23' TO WS-ACCT-FILE-STATUS
                END-IF
                PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                        UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   PERFORM EFETIVA-LANCAMENTO-GRUPO
                END-PERFORM
                MOVE WS-GRP-ACCT-IMAGE   TO ACCT-REC
                MOVE WS-GRP-SAVE-TRANS   TO TRANS-REC
                MOVE WS-GRP-SAVE-REC-NO  TO WS-POST-REC-NO
                MOVE WS-GRP-SAVE-SOURCE  TO WS-TRANS-SOURCE-SYS
                MOVE ZERO                TO WS-GRP-COUNT.

            EFETIVA-LANCAMENTO-GRUPO.
                MOVE WS-GRP-TRANS-IMAGE(WS-GRP-IDX) TO TRANS-REC
                MOVE WS-GRP-REC-NO(WS-GRP-IDX)      TO WS-POST-REC-NO
                MOVE WS-GRP-SOURCE(WS-GRP-IDX)
                  TO WS-TRANS-SOURCE-SYS
                MOVE WS-GRP-DISP(WS-GRP-IDX)        TO WS-LAST-DISP
                MOVE WS-GRP-BALANCE(WS-GRP-IDX)     TO ACCT-BALANCE
                IF WS-LAST-DISP = 'P'
                   ADD 1 TO WS-POSTED-COUNT
                   ADD TRANS-AMOUNT TO WS-POSTED-AMOUNT
                   PERFORM GRAVA-HISTORICO-POSTADO
                   PERFORM ACUMULA-EXTRATO-GL
                ELSE
                   MOVE WS-GRP-REASON(WS-GRP-IDX) TO WS-SUSP-REASON
                   PERFORM GRAVA-ITEM-SUSPENSO
                END-IF
                PERFORM GRAVA-REGISTRO-PROCESSADO
                PERFORM CONTROLA-CICLO-CHECKPOINT.

            CLASSIFICA-REGISTRO-POST.
                EVALUATE TRUE

            REACUMULA-TRANSACAO-RETOMADA.
                ADD 1 TO WS-REACUM-COUNT
                IF TRANS-TYPE-TRANSFER
                   PERFORM REACUMULA-TRANSFERENCIA
                ELSE
                   IF WS-REG-FOUND-IDX > ZERO
                    AND WS-REG-DISP(WS-REG-FOUND-IDX) = 'S'
                      ADD 1 TO WS-SUSPENSE-COUNT
                   ELSE
                      ADD 1 TO WS-POSTED-COUNT
                      ADD TRANS-AMOUNT TO WS-POSTED-AMOUNT
                      PERFORM ACUMULA-EXTRATO-GL
                   END-IF
                END-IF.

            REACUMULA-TRANSFERENCIA.
                ADD 1 TO WS-XFER-COUNT
                MOVE TRANS-REC TO WS-XFER-TRANS-IMAGE
                IF WS-REG-FOUND-IDX > ZERO
                 AND WS-REG-DISP(WS-REG-FOUND-IDX) = 'S'
                   ADD 1 TO WS-XFER-SUSP-COUNT
                   ADD 2 TO WS-SUSPENSE-COUNT
                ELSE
                   PERFORM MONTA-PERNA-DEBITO
                   ADD 1 TO WS-POSTED-COUNT
                   ADD TRANS-AMOUNT TO WS-POSTED-AMOUNT
                   PERFORM ACUMULA-EXTRATO-GL
                   PERFORM MONTA-PERNA-CREDITO
                   ADD 1 TO WS-POSTED-COUNT
                   ADD TRANS-AMOUNT TO WS-POSTED-AMOUNT
                   PERFORM ACUMULA-EXTRATO-GL
                END-IF
                MOVE WS-XFER-TRANS-IMAGE TO TRANS-REC.

            ABRE-ARQUIVOS-POSTAGEM.
                OPEN I-O ACCOUNT-MASTER-FILE
                           ' TIPO ' TRANS-TYPE
                   DISPLAY '      VALOR ' TRANS-AMOUNT
                           ' CONTA ' TRANS-ACCOUNT
                   IF TRANS-TYPE-TRANSFER
                      DISPLAY '      CONTRAPARTE ' TRANS-COUNTER-ACCOUNT
                   END-IF
                END-IF.

            VERIFICA-DUPLICIDADE.
                        WS-GL-ENTRY-COUNT ' RESUMOS (GLEXTR)'.

            POSTA-TRANSACAO.
                IF TRANS-TYPE-TRANSFER
                   PERFORM POSTA-TRANSFERENCIA
                ELSE
                   PERFORM POSTA-LANCAMENTO
                END-IF.

            POSTA-LANCAMENTO.
                MOVE TRANS-ACCOUNT TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                      CONTINUE
                END-READ
                ADD 1 TO WS-MST-READ-COUNT
                EVALUATE WS-ACCT-FILE-STATUS
                    WHEN '00'
                       MOVE ACCT-REC TO WS-ACCT-BEFORE-IMAGE
                    WHEN ACCT-STATUS-CLOSED
                       MOVE 'CONTA ENCERRADA' TO WS-SUSP-REASON
                       PERFORM GRAVA-SUSPENSO
                    WHEN ACCT-STATUS-DORMANT
                     AND TRANS-TYPE-DEBIT
                       MOVE 'CONTA INATIVA' TO WS-SUSP-REASON
                       PERFORM GRAVA-SUSPENSO
                    WHEN TRANS-TYPE-DEBIT
                       PERFORM VERIFICA-LIMITE-CREDITO
                       IF LIMITE-EXCEDIDO
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-POSTAGEM
                END-IF
                ADD 1 TO WS-MST-REWRITE-COUNT
                MOVE 'P' TO WS-LAST-DISP
                ADD 1 TO WS-POSTED-COUNT
                ADD TRANS-AMOUNT TO WS-POSTED-AMOUNT
                MOVE 'S' TO WS-LAST-DISP
                MOVE 'S' TO WS-JRNL-ACTION
                PERFORM GRAVA-JORNAL-ATUALIZACAO
                PERFORM GRAVA-ITEM-SUSPENSO.

            GRAVA-ITEM-SUSPENSO.
                ADD 1 TO WS-SUSPENSE-COUNT
                MOVE SPACES         TO SUSP-REC
                MOVE WS-RUN-ID      TO SUSP-RUN-ID
                MOVE TRANS-REC      TO SUSP-TRANS-IMAGE
                MOVE ZERO           TO SUSP-AGE-DAYS
                MOVE WS-TRANS-SOURCE-SYS TO SUSP-SOURCE-SYSTEM
                MOVE WS-XFER-LEG    TO SUSP-TRANSFER-LEG
                WRITE SUSP-REC
                IF WS-SUSP-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-POSTAGEM
                END-IF
                PERFORM GRAVA-HISTORICO-POSTADO.

      *>------------TRANSFERENCIA ENTRE CONTAS (DUAS PERNAS)------------
            POSTA-TRANSFERENCIA.
                ADD 1 TO WS-XFER-COUNT
                MOVE TRANS-REC TO WS-XFER-TRANS-IMAGE
                PERFORM AVALIA-PERNA-DEBITO
                PERFORM AVALIA-PERNA-CREDITO
                IF WS-XFER-DEB-REASON = SPACES
                 AND WS-XFER-CRED-REASON = SPACES
                   PERFORM EFETIVA-TRANSFERENCIA
                ELSE
                   ADD 1 TO WS-XFER-SUSP-COUNT
                   PERFORM SUSPENDE-TRANSFERENCIA
                END-IF
                MOVE WS-XFER-TRANS-IMAGE TO TRANS-REC
                MOVE SPACE               TO WS-XFER-LEG.

            AVALIA-PERNA-DEBITO.
                MOVE SPACES        TO WS-XFER-DEB-REASON
                MOVE SPACES        TO WS-XFER-DEB-IMAGE
                MOVE TRANS-ACCOUNT TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                      CONTINUE
                END-READ
                ADD 1 TO WS-MST-READ-COUNT
                MOVE WS-ACCT-FILE-STATUS TO WS-XFER-DEB-STATUS
                EVALUATE WS-ACCT-FILE-STATUS
                    WHEN '00'
                       MOVE ACCT-REC TO WS-XFER-DEB-IMAGE
                       EVALUATE TRUE
                           WHEN ACCT-STATUS-CLOSED
                              MOVE 'CONTA ENCERRADA'
                                TO WS-XFER-DEB-REASON
                           WHEN ACCT-STATUS-DORMANT
                              MOVE 'CONTA INATIVA'
                                TO WS-XFER-DEB-REASON
                           WHEN OTHER
                              PERFORM VERIFICA-LIMITE-CREDITO
                              IF LIMITE-EXCEDIDO
                                 MOVE 'LIMITE EXCEDIDO'
                                   TO WS-XFER-DEB-REASON
                                 PERFORM GRAVA-LINHA-OVERDRAFT
                              END-IF
                       END-EVALUATE
                    WHEN '23'
                       MOVE 'CONTA INEXISTENTE' TO WS-XFER-DEB-REASON
                    WHEN OTHER
                       PERFORM ABENDA-GRAVACAO-POSTAGEM
                END-EVALUATE.

            AVALIA-PERNA-CREDITO.
                MOVE SPACES TO WS-XFER-CRED-REASON
                MOVE SPACES TO WS-XFER-CRED-IMAGE
                MOVE '23'   TO WS-XFER-CRED-STATUS
                IF TRANS-COUNTER-ACCOUNT = SPACES
                 OR TRANS-COUNTER-ACCOUNT = TRANS-ACCOUNT
                   MOVE 'CONTRAPARTE INVALIDA' TO WS-XFER-CRED-REASON
                ELSE
                   MOVE TRANS-COUNTER-ACCOUNT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                   END-READ
                   ADD 1 TO WS-MST-READ-COUNT
                   MOVE WS-ACCT-FILE-STATUS TO WS-XFER-CRED-STATUS
                   EVALUATE WS-ACCT-FILE-STATUS
                       WHEN '00'
                          MOVE ACCT-REC TO WS-XFER-CRED-IMAGE
                          IF ACCT-STATUS-CLOSED
                             MOVE 'CONTA ENCERRADA'
                               TO WS-XFER-CRED-REASON
                          END-IF
                       WHEN '23'
                          MOVE 'CONTA INEXISTENTE'
                            TO WS-XFER-CRED-REASON
                       WHEN OTHER
                          PERFORM ABENDA-GRAVACAO-POSTAGEM
                   END-EVALUATE
                END-IF.

            MONTA-PERNA-DEBITO.
                MOVE WS-XFER-TRANS-IMAGE TO TRANS-REC
                MOVE 'D'                 TO TRANS-TYPE.

            MONTA-PERNA-CREDITO.
                MOVE WS-XFER-TRANS-IMAGE   TO TRANS-REC
                MOVE TRANS-ACCOUNT         TO WS-XFER-OTHER-ACCOUNT
                MOVE TRANS-COUNTER-ACCOUNT TO TRANS-ACCOUNT
                MOVE WS-XFER-OTHER-ACCOUNT TO TRANS-COUNTER-ACCOUNT
                MOVE 'C'                   TO TRANS-TYPE.

            EFETIVA-TRANSFERENCIA.
                PERFORM MONTA-PERNA-DEBITO
                MOVE WS-XFER-DEB-IMAGE  TO ACCT-REC
                MOVE WS-XFER-DEB-IMAGE  TO WS-ACCT-BEFORE-IMAGE
                SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
                PERFORM REGRAVA-CONTA-MASTER
                PERFORM MONTA-PERNA-CREDITO
                MOVE WS-XFER-CRED-IMAGE TO ACCT-REC
                MOVE WS-XFER-CRED-IMAGE TO WS-ACCT-BEFORE-IMAGE
                ADD TRANS-AMOUNT TO ACCT-BALANCE
                PERFORM REGRAVA-CONTA-MASTER.

            SUSPENDE-TRANSFERENCIA.
                PERFORM MONTA-PERNA-DEBITO
                MOVE WS-XFER-DEB-IMAGE  TO ACCT-REC
                MOVE WS-XFER-DEB-IMAGE  TO WS-ACCT-BEFORE-IMAGE
                MOVE WS-XFER-DEB-STATUS TO WS-ACCT-FILE-STATUS
                IF WS-XFER-DEB-REASON = SPACES
                   MOVE 'CONTRAPARTE RETIDA' TO WS-SUSP-REASON
                ELSE
                   MOVE WS-XFER-DEB-REASON   TO WS-SUSP-REASON
                END-IF
                MOVE '1' TO WS-XFER-LEG
                PERFORM GRAVA-SUSPENSO
                PERFORM MONTA-PERNA-CREDITO
                MOVE WS-XFER-CRED-IMAGE  TO ACCT-REC
                MOVE WS-XFER-CRED-IMAGE  TO WS-ACCT-BEFORE-IMAGE
                MOVE WS-XFER-CRED-STATUS TO WS-ACCT-FILE-STATUS
                IF WS-XFER-CRED-REASON = SPACES
                   MOVE 'CONTRAPARTE RETIDA' TO WS-SUSP-REASON
                ELSE
                   MOVE WS-XFER-CRED-REASON  TO WS-SUSP-REASON
                END-IF
                MOVE '2' TO WS-XFER-LEG
                PERFORM GRAVA-SUSPENSO.

            GRAVA-HISTORICO-POSTADO.
                MOVE SPACES       TO HIST-REC
                MOVE TRANS-ID     TO HIST-TRANS-ID

            LE-ARQUIVO-CONTROLE.
                MOVE 'Y'           TO WS-RUN-SECOND-SESSION
                MOVE 'A'           TO WS-POSTING-MODE
                OPEN INPUT CONTROL-FILE
                IF WS-CTL-FILE-STATUS = '00'
                   READ CONTROL-FILE
                      NOT AT END
                         MOVE CTL-RUN-SECOND-SESSION
                           TO WS-RUN-SECOND-SESSION
                         PERFORM VALIDA-MODO-POSTAGEM
                   END-READ
                   CLOSE CONTROL-FILE
                END-IF
                IF POSTAGEM-SEQUENCIAL
                   DISPLAY 'PROG00001: POSTAGEM EM MODO SEQUENCIAL '
                           '(ALTO VOLUME)'
                END-IF.

            VALIDA-MODO-POSTAGEM.
                EVALUATE TRUE
                    WHEN CTL-POSTING-SEQUENTIAL
                       MOVE 'S' TO WS-POSTING-MODE
                    WHEN CTL-POSTING-RANDOM
                       MOVE 'A' TO WS-POSTING-MODE
                    WHEN OTHER
                       DISPLAY 'PROG00001: MODO DE POSTAGEM (CTLFILE '
                               'COL 3) INVALIDO - ASSUMIDO A'
                END-EVALUATE.

            CARREGA-TABELA-SESSOES.
                MOVE ZERO          TO WS-SESS-COUNT
                MOVE 'N'           TO WS-SESSDEF-EOF-SW
                    WHEN OTHER
                        PERFORM S001-PROG1 THRU FIM-PROC-EXIT
                END-EVALUATE.
      *>----------SELECAO DA POSTAGEM (INPUT PROCEDURE DO SORT)---------
            SELECAO-POSTAGEM                        SECTION.
            LE-TRANSACOES-POSTAGEM.
                PERFORM UNTIL TRANS-EOF
                   READ TRANS-FILE
                      AT END
                         SET TRANS-EOF TO TRUE
                      NOT AT END
                         PERFORM SELECIONA-REGISTRO-POSTAGEM
                   END-READ
                END-PERFORM
                GO TO SELECAO-POSTAGEM-FIM.

            SELECIONA-REGISTRO-POSTAGEM.
                EVALUATE TRUE
                    WHEN TRANS-REC-HEADER
                     AND TRH-BUSINESS-DATE IS NUMERIC
                       PERFORM ABRE-LOTE-TRANSACOES
                    WHEN TRANS-REC-TRAILER
                     AND TRT-REC-COUNT IS NUMERIC
                       PERFORM FECHA-LOTE-TRANSACOES
                    WHEN OTHER
                       PERFORM REGISTRA-TRANSACAO
                       PERFORM LIBERA-TRANSACAO-POSTAGEM
                END-EVALUATE.

            LIBERA-TRANSACAO-POSTAGEM.
                ADD 1 TO WS-POST-REC-NO
                IF TRANS-TYPE-TRANSFER
                   MOVE '2' TO SORT-CLASS
                ELSE
                   MOVE '1' TO SORT-CLASS
                END-IF
                MOVE TRANS-ACCOUNT  TO SORT-ACCOUNT
                MOVE WS-POST-REC-NO TO SORT-REC-NO
                IF WS-CURR-BATCH > ZERO
                 AND BATCH-IS-OPEN
                   MOVE WS-CURR-BATCH TO SORT-BATCH
                ELSE
                   MOVE ZERO          TO SORT-BATCH
                END-IF
                MOVE TRANS-REC      TO SORT-TRANS-IMAGE
                RELEASE SORT-REC.

            SELECAO-POSTAGEM-FIM.
                EXIT.
      *>---------POSTAGEM POR CONTA (OUTPUT PROCEDURE DO SORT)----------
            POSTAGEM-ORDENADA                       SECTION.
            POSTA-TRANSACOES-ORDENADAS.
                PERFORM CONCILIA-TOTAIS-TRANSACOES
                IF WS-GOOD-BATCH-COUNT > ZERO
                   MOVE ZERO TO WS-CHKPT-CYCLE-COUNT
                   MOVE ZERO TO WS-REACUM-COUNT
                   MOVE ZERO TO WS-GRP-COUNT
                   MOVE ZERO TO WS-GRP-ACCT-COUNT
                   MOVE 'N'  TO WS-SORT-EOF-SW
                   MOVE 'N'  TO WS-GRP-OPEN-SW
                   MOVE 'N'  TO WS-MST-EOF-SW
                   IF WS-RESTART-REC-NO > ZERO
                      DISPLAY 'S001-PROG1: RETOMADA APOS O REGISTRO '
                              WS-RESTART-REC-NO ' (TXN '
                              WS-RESTART-TRANS-ID ')'
                   END-IF
                   PERFORM ABRE-ARQUIVOS-POSTAGEM
                   PERFORM LE-PROXIMA-CONTA
                   PERFORM UNTIL SORT-EOF
                      RETURN SORT-FILE
                         AT END
                            SET SORT-EOF TO TRUE
                         NOT AT END
                            PERFORM POSTA-REGISTRO-ORDENADO
                      END-RETURN
                   END-PERFORM
                   IF GRUPO-CONTA-ABERTO
                      PERFORM FECHA-GRUPO-CONTA
                   END-IF
                   PERFORM FECHA-ARQUIVOS-POSTAGEM
                   DISPLAY 'S001-PROG1: ' WS-GRP-ACCT-COUNT
                           ' CONTAS TRATADAS NA PASSADA SEQUENCIAL'
                   PERFORM EXIBE-RESUMO-POSTAGEM
                END-IF
                GO TO POSTAGEM-ORDENADA-FIM.

            POSTAGEM-ORDENADA-FIM.
                EXIT.
       END PROGRAM PROG00001.
