      * -PROGRAMA DE BALANCETE E CONCILIACAO DE FIM DE ESTEIRA.       *
      * LE O CADASTRO DE CONTAS (ACCTMST) EM SEQUENCIA E IMPRIME O    *
      * BALANCETE (TBLRPT): CADA CONTA COM ACCT-BALANCE E ACCT-LAST-  *
      * ACTIVITY, SUBTOTAIS DE ATIVAS, INATIVAS E ENCERRADAS E TOTAL  *
      * GERAL.                                                        *
      * EM SEGUIDA CONCILIA A NOITE DE FORMA INDEPENDENTE DO SYSOUT   *
      * DO PROG00001: (1) O TRAILER '9' DO EXTRATO GL (GLEXTR) TEM    *
      * DE FECHAR COM A SOMA DOS PROPRIOS RESUMOS '2' (GLX-T-NET-     *
      * FINAL REGRAVA O SNAPSHOT COM OS TOTAIS DA NOITE. QUALQUER     *
      * DIVERGENCIA ENCERRA COM RC 12 PARA O JOB DO RAZAO DA MANHA    *
      * FICAR RETIDO.                                                 *
      * O SNAPSHOT REGRAVADO LEVA TAMBEM O RESULTADO DA CONCILIACAO   *
      * (FECHOU, DIVERGIU OU MOVIMENTO NAO CONFERIDO), LIDO PELO      *
      * RESUMO OPERACIONAL DA MANHA (OPSM0001).                       *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. REPT0004.
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
       77 WS-ACTIVE-COUNT        PIC 9(09) VALUE ZERO.
       77 WS-ACTIVE-BALANCE      PIC S9(13)V99 VALUE ZERO.
       77 WS-DORMANT-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-DORMANT-BALANCE     PIC S9(13)V99 VALUE ZERO.
       77 WS-CLOSED-COUNT        PIC 9(09) VALUE ZERO.
       77 WS-CLOSED-BALANCE      PIC S9(13)V99 VALUE ZERO.
       77 WS-TOTAL-COUNT         PIC 9(09) VALUE ZERO.
            IMPRIME-LINHA-CONTA.
                ADD 1 TO WS-TOTAL-COUNT
                ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
                EVALUATE TRUE
                    WHEN ACCT-STATUS-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                       ADD ACCT-BALANCE TO WS-CLOSED-BALANCE
                    WHEN ACCT-STATUS-DORMANT
                       ADD 1 TO WS-DORMANT-COUNT
                       ADD ACCT-BALANCE TO WS-DORMANT-BALANCE
                    WHEN OTHER
                       ADD 1 TO WS-ACTIVE-COUNT
                       ADD ACCT-BALANCE TO WS-ACTIVE-BALANCE
                END-EVALUATE
                MOVE SPACES             TO WS-RPT-DETAIL
                MOVE ACCT-NUMBER        TO RPT-D-ACCOUNT
                MOVE ACCT-STATUS        TO RPT-D-STATUS
                MOVE WS-ACTIVE-BALANCE            TO RPT-S-AMOUNT
                MOVE WS-RPT-SUBTOTAL              TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'SUBTOTAL CONTAS INATIVAS: ' TO RPT-S-LABEL
                MOVE WS-DORMANT-COUNT             TO RPT-S-COUNT
                MOVE WS-DORMANT-BALANCE           TO RPT-S-AMOUNT
                MOVE WS-RPT-SUBTOTAL              TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'SUBTOTAL CONTAS ENCERRADAS' TO RPT-S-LABEL
                MOVE WS-CLOSED-COUNT              TO RPT-S-COUNT
                MOVE WS-CLOSED-BALANCE            TO RPT-S-AMOUNT
                MOVE WS-RUN-DATE      TO SNAP-DATE
                MOVE WS-TOTAL-BALANCE TO SNAP-TOTAL-BALANCE
                MOVE WS-TOTAL-COUNT   TO SNAP-ACCT-COUNT
                EVALUATE TRUE
                    WHEN CONCILIACAO-DIVERGIU
                       SET SNAP-RECON-DIVERGENT TO TRUE
                    WHEN NOT MOVEMENT-CHECKED
                       SET SNAP-RECON-UNCHECKED TO TRUE
                    WHEN OTHER
                       SET SNAP-RECON-CLOSED    TO TRUE
                END-EVALUATE
                WRITE SNAP-REC
                IF WS-SNAP-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-BALANCETE
