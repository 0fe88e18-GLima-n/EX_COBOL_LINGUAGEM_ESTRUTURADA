      * UNICO TOTAL COM SINAL), CABECALHO DE PAGINA COM A DATA DA     *
      * EXECUCAO E TOTAIS GERAIS QUE FECHAM COM AS QUANTIDADES E O    *
      * TOTAL LIQUIDO QUE O PROG00001 REPORTA NO SYSOUT.              *
      * TRANSFERENCIA ENTRE CONTAS (TIPO 'T') SAI UMA VEZ, NA CONTA   *
      * DE ORIGEM, COM A CONTA DE DESTINO NA COLUNA CONTRAPARTE, E    *
      * TEM TOTAL PROPRIO (TR) POR CONTA E NO GERAL, DENTRO DA        *
      * QUANTIDADE E DO TOTAL LIQUIDO.                                *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. REPT0002.
           05  SORT-DATE               PIC X(08).
           05  SORT-TYPE               PIC X(01).
           05  SORT-AMOUNT             PIC S9(09)V99.
           05  SORT-COUNTER            PIC X(12).
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-TOT-DEBIT-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-CREDIT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-NET-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       77 WS-ACCT-XFER-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-ACCT-XFER-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-XFER-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-TOT-XFER-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 WS-RPT-HEADING1.
           05 FILLER                    PIC X(44)
              VALUE 'REPT0002 - REGISTRO DE TRANSACOES POR CONTA'.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(46)
              VALUE '  TRANSACAO   DATA      TIPO            VALOR'.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 FILLER                    PIC X(11) VALUE 'CONTRAPARTE'.
           05 FILLER                    PIC X(17) VALUE SPACES.
       01 WS-RPT-ACCOUNT-HDR.
           05 FILLER                    PIC X(07) VALUE 'CONTA: '.
           05 RPT-A-ACCOUNT             PIC X(12).
           05 RPT-D-TYPE                PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPT-D-AMOUNT              PIC Z(09)9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-COUNTER-LBL         PIC X(06).
           05 RPT-D-COUNTER             PIC X(12).
           05 FILLER                    PIC X(16) VALUE SPACES.
       01 WS-RPT-ACCT-TOTAL.
           05 FILLER                    PIC X(12)
              VALUE '  TOT CONTA '.
           05 FILLER                    PIC X(05) VALUE ' QTD '.
           05 RPT-G-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(17) VALUE SPACES.
       01 WS-RPT-XFER-TOTAL.
           05 RPT-X-LABEL               PIC X(12).
           05 FILLER                    PIC X(03) VALUE 'TR '.
           05 RPT-X-AMOUNT              PIC Z(10)9.99-.
           05 FILLER                    PIC X(05) VALUE ' QTD '.
           05 RPT-X-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(36) VALUE SPACES.
       01 WS-RPT-NET-TOTAL.
           05 FILLER                    PIC X(26)
              VALUE 'TOTAL LIQUIDO (PROG00001) '.
                       MOVE TRANS-DATE    TO SORT-DATE
                       MOVE TRANS-TYPE    TO SORT-TYPE
                       MOVE TRANS-AMOUNT  TO SORT-AMOUNT
                       IF TRANS-TYPE-TRANSFER
                          MOVE TRANS-COUNTER-ACCOUNT TO SORT-COUNTER
                       ELSE
                          MOVE SPACES                TO SORT-COUNTER
                       END-IF
                       RELEASE SORT-REC
                END-EVALUATE.

                MOVE SORT-DATE   TO RPT-D-DATE
                MOVE SORT-TYPE   TO RPT-D-TYPE
                MOVE SORT-AMOUNT TO RPT-D-AMOUNT
                IF SORT-TYPE = 'T'
                   MOVE 'PARA: '     TO RPT-D-COUNTER-LBL
                   MOVE SORT-COUNTER TO RPT-D-COUNTER
                ELSE
                   MOVE SPACES       TO RPT-D-COUNTER-LBL
                   MOVE SPACES       TO RPT-D-COUNTER
                END-IF
                MOVE WS-RPT-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            ACUMULA-LINHA-REGISTRO.
                EVALUATE SORT-TYPE
                    WHEN 'D'
                       ADD 1           TO WS-ACCT-DEBIT-COUNT
                       ADD 1           TO WS-TOT-DEBIT-COUNT
                       ADD SORT-AMOUNT TO WS-ACCT-DEBIT-AMOUNT
                       ADD SORT-AMOUNT TO WS-TOT-DEBIT-AMOUNT
                    WHEN 'T'
                       ADD 1           TO WS-ACCT-XFER-COUNT
                       ADD 1           TO WS-TOT-XFER-COUNT
                       ADD SORT-AMOUNT TO WS-ACCT-XFER-AMOUNT
                       ADD SORT-AMOUNT TO WS-TOT-XFER-AMOUNT
                    WHEN OTHER
                       ADD 1           TO WS-ACCT-CREDIT-COUNT
                       ADD 1           TO WS-TOT-CREDIT-COUNT
                       ADD SORT-AMOUNT TO WS-ACCT-CREDIT-AMOUNT
                       ADD SORT-AMOUNT TO WS-TOT-CREDIT-AMOUNT
                END-EVALUATE.

            IMPRIME-CABECALHO-CONTA.
                MOVE WS-CURR-ACCOUNT TO RPT-A-ACCOUNT
                MOVE WS-ACCT-DEBIT-AMOUNT  TO RPT-T-DEBIT
                MOVE WS-ACCT-CREDIT-AMOUNT TO RPT-T-CREDIT
                ADD WS-ACCT-DEBIT-COUNT WS-ACCT-CREDIT-COUNT
                    WS-ACCT-XFER-COUNT
                    GIVING RPT-T-COUNT
                MOVE WS-RPT-ACCT-TOTAL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF WS-ACCT-XFER-COUNT > ZERO
                   MOVE '  TOT CONTA '      TO RPT-X-LABEL
                   MOVE WS-ACCT-XFER-AMOUNT TO RPT-X-AMOUNT
                   MOVE WS-ACCT-XFER-COUNT  TO RPT-X-COUNT
                   MOVE WS-RPT-XFER-TOTAL   TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                MOVE ZERO TO WS-ACCT-XFER-COUNT
                MOVE ZERO TO WS-ACCT-XFER-AMOUNT
                MOVE ZERO TO WS-ACCT-DEBIT-COUNT
                MOVE ZERO TO WS-ACCT-CREDIT-COUNT
                MOVE ZERO TO WS-ACCT-DEBIT-AMOUNT
                MOVE WS-TOT-DEBIT-AMOUNT  TO RPT-G-DEBIT
                MOVE WS-TOT-CREDIT-AMOUNT TO RPT-G-CREDIT
                ADD WS-TOT-DEBIT-COUNT WS-TOT-CREDIT-COUNT
                    WS-TOT-XFER-COUNT
                    GIVING RPT-G-COUNT
                MOVE WS-RPT-GRAND-TOTAL   TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF WS-TOT-XFER-COUNT > ZERO
                   MOVE 'TOTAL GERAL '      TO RPT-X-LABEL
                   MOVE WS-TOT-XFER-AMOUNT  TO RPT-X-AMOUNT
                   MOVE WS-TOT-XFER-COUNT   TO RPT-X-COUNT
                   MOVE WS-RPT-XFER-TOTAL   TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                ADD WS-TOT-DEBIT-AMOUNT WS-TOT-CREDIT-AMOUNT
                    WS-TOT-XFER-AMOUNT
                    GIVING WS-TOT-NET-AMOUNT
                MOVE WS-TOT-NET-AMOUNT    TO RPT-N-AMOUNT
                MOVE WS-RPT-NET-TOTAL     TO RPT-LINE
