      * IDADE EM DIAS RECALCULADO DESDE A PRIMEIRA TENTATIVA, E SAI   *
      * NO RELATORIO DE AGING (RCYRPT) COM A MARCA *ESCALAR* QUANDO   *
      * A IDADE PASSA DO LIMITE INFORMADO PELA OPERACAO (RCYPARM).    *
      * DEBITO EM CONTA INATIVA ('D') CONTINUA RETIDO COM O MOTIVO    *
      * 'CONTA INATIVA' ATE A REATIVACAO PELO MANT0002 (REACT).       *
      * AS DUAS PERNAS DE UMA TRANSFERENCIA (SUSP-TRANSFER-LEG '1'    *
      * E '2', GRAVADAS JUNTAS PELO PROG00001) SAO RECICLADAS COMO    *
      * PAR: POSTAM AS DUAS OU AS DUAS CONTINUAM RETIDAS. PERNA QUE   *
      * CHEGA SEM O SEU PAR FICA RETIDA COMO 'PAR INCOMPLETO' E       *
      * NUNCA E POSTADA SOZINHA.                                      *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. SUSP0001.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  SUSP-NEW-FILE.
       01  SUSP-NEW-REC                PIC X(110).
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  GL-EXTRACT-FILE.
           88 LIMITE-EXCEDIDO             VALUE 'Y'.
       77 WS-PROJECTED-BALANCE   PIC S9(11)V99 VALUE ZERO.
       77 WS-LIMIT-FLOOR         PIC S9(11)V99 VALUE ZERO.
       77 WS-SUSP-LIDO           PIC X(110) VALUE SPACES.
       77 WS-XFER-LEG            PIC X(01) VALUE SPACE.
       77 WS-XFER-PEND-SW        PIC X(01) VALUE 'N'.
           88 PERNA-PENDENTE               VALUE 'Y'.
       77 WS-XFER-PAIR-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-XFER-ORPHAN-COUNT   PIC 9(09) VALUE ZERO.
       77 WS-XFER-DEB-LEG        PIC X(59) VALUE SPACES.
       77 WS-XFER-DEB-REASON     PIC X(20) VALUE SPACES.
       77 WS-XFER-DEB-IMAGE      PIC X(80) VALUE SPACES.
       77 WS-XFER-CRED-LEG       PIC X(59) VALUE SPACES.
       77 WS-XFER-CRED-REASON    PIC X(20) VALUE SPACES.
       77 WS-XFER-CRED-IMAGE     PIC X(80) VALUE SPACES.
       01 WS-XFER-PENDENTE.
           05 WS-PEND-RUN-ID             PIC X(14).
           05 WS-PEND-SOURCE             PIC X(08).
           05 WS-PEND-LEG                PIC X(01).
           05 WS-PEND-IMAGE.
              10 WS-PEND-TRANS-ID        PIC X(10).
              10 FILLER                  PIC X(01).
              10 WS-PEND-TRANS-DATE      PIC X(08).
              10 FILLER                  PIC X(40).
       77 WS-GLX-RUN-ID          PIC X(14) VALUE SPACES.
       77 WS-GLX-BUS-DATE        PIC X(08) VALUE SPACES.
       77 WS-GLX-TRANS-COUNT     PIC 9(09) VALUE ZERO.
                         PERFORM PROCESSA-ITEM-SUSPENSO
                   END-READ
                END-PERFORM
                IF PERNA-PENDENTE
                   PERFORM RETEM-PERNA-ORFA
                END-IF
                CLOSE SUSPENSE-FILE
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-JOURNAL-FILE

            PROCESSA-ITEM-SUSPENSO.
                ADD 1 TO WS-SUSP-READ-COUNT
                MOVE SUSP-REC         TO WS-SUSP-LIDO
                MOVE SUSP-TRANS-IMAGE TO TRANS-REC
                IF PERNA-PENDENTE
                   IF SUSP-LEG-CREDIT
                    AND TRANS-ID   = WS-PEND-TRANS-ID
                    AND TRANS-DATE = WS-PEND-TRANS-DATE
                      CONTINUE
                   ELSE
                      PERFORM RETEM-PERNA-ORFA
                      MOVE WS-SUSP-LIDO TO SUSP-REC
                   END-IF
                END-IF
                EVALUATE TRUE
                    WHEN SUSP-LEG-DEBIT
                       PERFORM GUARDA-PERNA-PENDENTE
                    WHEN SUSP-LEG-CREDIT
                       IF PERNA-PENDENTE
                          PERFORM RECICLA-TRANSFERENCIA
                       ELSE
                          PERFORM GUARDA-PERNA-PENDENTE
                          PERFORM RETEM-PERNA-ORFA
                       END-IF
                    WHEN OTHER
                       PERFORM RECICLA-ITEM-AVULSO
                END-EVALUATE.

            RECICLA-ITEM-AVULSO.
                MOVE SUSP-RUN-ID        TO WS-SAVED-RUN-ID
                MOVE SUSP-SOURCE-SYSTEM TO WS-SAVED-SOURCE
                MOVE SUSP-TRANS-IMAGE   TO TRANS-REC
                           WHEN NOT TRANS-TYPE-VALID
                              MOVE 'TIPO INVALIDO'
                                TO WS-SUSP-REASON
                           WHEN ACCT-STATUS-DORMANT
                            AND TRANS-TYPE-DEBIT
                              MOVE 'CONTA INATIVA'
                                TO WS-SUSP-REASON
                           WHEN OTHER
                              IF TRANS-TYPE-DEBIT
                                 PERFORM VERIFICA-LIMITE-CREDITO
                END-IF.

            REPOSTA-TRANSACAO.
                PERFORM APLICA-REPOSTAGEM
                PERFORM GRAVA-REGISTRO-PROCESSADO.

            APLICA-REPOSTAGEM.
                IF TRANS-TYPE-DEBIT
                   SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
                ELSE
                ADD 1 TO WS-REPOST-COUNT
                ADD TRANS-AMOUNT TO WS-REPOST-AMOUNT
                PERFORM ACUMULA-EXTRATO-GL
                PERFORM GRAVA-HISTORICO-REPOSTADO.

            GRAVA-HISTORICO-REPOSTADO.
                MOVE SPACES        TO HIST-REC
                MOVE TRANS-REC        TO SUSP-TRANS-IMAGE
                MOVE WS-AGE-DAYS      TO SUSP-AGE-DAYS
                MOVE WS-SAVED-SOURCE  TO SUSP-SOURCE-SYSTEM
                MOVE WS-XFER-LEG      TO SUSP-TRANSFER-LEG
                MOVE SUSP-REC         TO SUSP-NEW-REC
                WRITE SUSP-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                END-IF
                PERFORM IMPRIME-LINHA-AGING.

      *>--------------TRANSFERENCIA RECICLADA COMO PAR------------------
            GUARDA-PERNA-PENDENTE.
                MOVE SUSP-RUN-ID        TO WS-PEND-RUN-ID
                MOVE SUSP-SOURCE-SYSTEM TO WS-PEND-SOURCE
                MOVE SUSP-TRANSFER-LEG  TO WS-PEND-LEG
                MOVE SUSP-TRANS-IMAGE   TO WS-PEND-IMAGE
                SET PERNA-PENDENTE      TO TRUE.

            RETEM-PERNA-ORFA.
                ADD 1 TO WS-XFER-ORPHAN-COUNT
                MOVE WS-PEND-RUN-ID TO WS-SAVED-RUN-ID
                MOVE WS-PEND-SOURCE TO WS-SAVED-SOURCE
                MOVE WS-PEND-IMAGE  TO TRANS-REC
                PERFORM CALCULA-IDADE-ITEM
                MOVE 'PAR INCOMPLETO' TO WS-SUSP-REASON
                MOVE SPACES         TO WS-ACCT-BEFORE-IMAGE
                MOVE WS-PEND-LEG    TO WS-XFER-LEG
                PERFORM RETEM-ITEM-SUSPENSO
                MOVE SPACE          TO WS-XFER-LEG
                MOVE 'N'            TO WS-XFER-PEND-SW.

            RECICLA-TRANSFERENCIA.
                MOVE WS-PEND-RUN-ID   TO WS-SAVED-RUN-ID
                MOVE WS-PEND-SOURCE   TO WS-SAVED-SOURCE
                PERFORM CALCULA-IDADE-ITEM
                MOVE WS-PEND-IMAGE    TO WS-XFER-DEB-LEG
                MOVE SUSP-TRANS-IMAGE TO WS-XFER-CRED-LEG
                MOVE WS-XFER-DEB-LEG  TO TRANS-REC
                PERFORM AVALIA-PERNA-DEBITO
                MOVE WS-XFER-CRED-LEG TO TRANS-REC
                PERFORM AVALIA-PERNA-CREDITO
                IF WS-XFER-DEB-REASON = SPACES
                 AND WS-XFER-CRED-REASON = SPACES
                   PERFORM REPOSTA-TRANSFERENCIA
                ELSE
                   PERFORM RETEM-TRANSFERENCIA
                END-IF
                MOVE SPACE TO WS-XFER-LEG
                MOVE 'N'   TO WS-XFER-PEND-SW.

            AVALIA-PERNA-DEBITO.
                MOVE SPACES        TO WS-XFER-DEB-REASON
                MOVE SPACES        TO WS-XFER-DEB-IMAGE
                MOVE TRANS-ACCOUNT TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                      CONTINUE
                END-READ
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
                              END-IF
                       END-EVALUATE
                    WHEN '23'
                       MOVE 'CONTA INEXISTENTE' TO WS-XFER-DEB-REASON
                    WHEN OTHER
                       PERFORM ABENDA-GRAVACAO-RECICLO
                END-EVALUATE.

            AVALIA-PERNA-CREDITO.
                MOVE SPACES TO WS-XFER-CRED-REASON
                MOVE SPACES TO WS-XFER-CRED-IMAGE
                IF TRANS-COUNTER-ACCOUNT = SPACES
                 OR TRANS-COUNTER-ACCOUNT = TRANS-ACCOUNT
                   MOVE 'CONTRAPARTE INVALIDA' TO WS-XFER-CRED-REASON
                ELSE
                   MOVE TRANS-ACCOUNT TO ACCT-NUMBER
                   READ ACCOUNT-MASTER-FILE
                      INVALID KEY
                         CONTINUE
                   END-READ
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
                          PERFORM ABENDA-GRAVACAO-RECICLO
                   END-EVALUATE
                END-IF.

            REPOSTA-TRANSFERENCIA.
                MOVE WS-XFER-DEB-LEG    TO TRANS-REC
                MOVE WS-XFER-DEB-IMAGE  TO ACCT-REC
                MOVE WS-XFER-DEB-IMAGE  TO WS-ACCT-BEFORE-IMAGE
                PERFORM APLICA-REPOSTAGEM
                MOVE WS-XFER-CRED-LEG   TO TRANS-REC
                MOVE WS-XFER-CRED-IMAGE TO ACCT-REC
                MOVE WS-XFER-CRED-IMAGE TO WS-ACCT-BEFORE-IMAGE
                PERFORM APLICA-REPOSTAGEM
                ADD 1 TO WS-XFER-PAIR-COUNT
                PERFORM GRAVA-REGISTRO-PROCESSADO.

            RETEM-TRANSFERENCIA.
                MOVE WS-XFER-DEB-LEG    TO TRANS-REC
                MOVE WS-XFER-DEB-IMAGE  TO WS-ACCT-BEFORE-IMAGE
                IF WS-XFER-DEB-REASON = SPACES
                   MOVE 'CONTRAPARTE RETIDA' TO WS-SUSP-REASON
                ELSE
                   MOVE WS-XFER-DEB-REASON   TO WS-SUSP-REASON
                END-IF
                MOVE '1' TO WS-XFER-LEG
                PERFORM RETEM-ITEM-SUSPENSO
                MOVE WS-XFER-CRED-LEG   TO TRANS-REC
                MOVE WS-XFER-CRED-IMAGE TO WS-ACCT-BEFORE-IMAGE
                IF WS-XFER-CRED-REASON = SPACES
                   MOVE 'CONTRAPARTE RETIDA' TO WS-SUSP-REASON
                ELSE
                   MOVE WS-XFER-CRED-REASON  TO WS-SUSP-REASON
                END-IF
                MOVE '2' TO WS-XFER-LEG
                PERFORM RETEM-ITEM-SUSPENSO.

            GRAVA-REGISTRO-PROCESSADO.
                MOVE SPACES       TO PREG-REC
                MOVE TRANS-ID     TO PREG-TRANS-ID
                MOVE 'ITENS ACIMA DO LIMITE DE DIAS:' TO RPT-T-LABEL
                MOVE WS-ESCALATE-COUNT                TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'TRANSFERENCIAS REPOSTADAS (PARES):' TO RPT-T-LABEL
                MOVE WS-XFER-PAIR-COUNT                   TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'PERNAS DE TRANSFERENCIA SEM PAR:' TO RPT-T-LABEL
                MOVE WS-XFER-ORPHAN-COUNT               TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                IF WS-REPOST-COUNT > ZERO
