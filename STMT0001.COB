      * PAGINA VAZIA. E A RESPOSTA SEMANAL DAS AGENCIAS PARA "O QUE   *
      * BATEU NA CONTA X NO MES PASSADO" SEM GARIMPAR GERACOES        *
      * ANTIGAS DO TRANCLN.                                           *
      * LANCAMENTO ESTORNADO PELO REVR0001 SAI MARCADO 'ESTORNADO:'   *
      * COM O ID DO ESTORNO, E O PROPRIO ESTORNO SAI MARCADO          *
      * 'ESTORNO DE' COM O ID DA ORIGINAL (VINCULO HIST-REVERSAL-OF), *
      * MESMO QUANDO O PAR CAI EM LADOS DIFERENTES DA FAIXA DE DATAS. *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. STMT0001.
       77 WS-MOV-COUNT           PIC 9(03) VALUE ZERO.
       77 WS-MAX-MOV-ENTRIES     PIC 9(03) VALUE 500.
       77 WS-MOV-IDX2            PIC 9(03) VALUE ZERO.
       77 WS-MOV-SWAP-ENTRY      PIC X(65) VALUE SPACES.
       77 WS-LINK-COUNT          PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINK-ENTRIES    PIC 9(03) VALUE 100.
       77 WS-REQ-ACCOUNT         PIC X(12) VALUE SPACES.
       77 WS-REQ-FROM-DATE       PIC X(08) VALUE SPACES.
       77 WS-REQ-TO-DATE         PIC X(08) VALUE SPACES.
              10 WS-MOV-AMOUNT           PIC S9(09)V99.
              10 WS-MOV-BALANCE          PIC S9(11)V99.
              10 FILLER                  PIC X(02).
              10 WS-MOV-LINK-LABEL       PIC X(10).
              10 WS-MOV-LINK-ID          PIC X(10).
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 100 TIMES INDEXED BY WS-LINK-IDX.
              10 WS-LINK-ORIG-ID         PIC X(10).
              10 WS-LINK-ORIG-DATE       PIC X(08).
              10 WS-LINK-REV-ID          PIC X(10).
       01 WS-RPT-HEADER.
           05 FILLER                    PIC X(27)
              VALUE 'STMT0001 - EXTRATO DA CONTA'.
           05 RPT-D-AMOUNT              PIC Z(08)9.99-.
           05 FILLER                    PIC X(07) VALUE ' SALDO '.
           05 RPT-D-BALANCE             PIC Z(10)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-LINK-LABEL          PIC X(10).
           05 RPT-D-LINK-ID             PIC X(10).
       01 WS-RPT-BALANCE.
           05 RPT-B-LABEL               PIC X(22).
           05 RPT-B-AMOUNT              PIC Z(10)9.99-.
                MOVE STM-FROM-DATE TO WS-REQ-FROM-DATE
                MOVE STM-TO-DATE   TO WS-REQ-TO-DATE
                MOVE ZERO          TO WS-MOV-COUNT
                MOVE ZERO          TO WS-LINK-COUNT
                PERFORM CARREGA-MOVIMENTOS-CONTA
                PERFORM MARCA-ORIGINAIS-ESTORNADAS
                PERFORM ORDENA-MOVIMENTOS-DATA
                PERFORM IMPRIME-PAGINA-EXTRATO.

            FILTRA-MOVIMENTO-CONTA.
                IF HIST-ACCOUNT = WS-REQ-ACCOUNT
                 AND HIST-DISP-POSTED
                   IF HIST-REVERSAL-OF-ID NOT = SPACES
                      PERFORM GUARDA-VINCULO-ESTORNO
                   END-IF
                   IF (WS-REQ-FROM-DATE = SPACES
                       OR HIST-TRANS-DATE NOT < WS-REQ-FROM-DATE)
                    AND (WS-REQ-TO-DATE = SPACES
                MOVE HIST-TRANS-ID      TO WS-MOV-TRANS-ID(WS-MOV-IDX)
                MOVE HIST-TRANS-TYPE    TO WS-MOV-TYPE(WS-MOV-IDX)
                MOVE HIST-TRANS-AMOUNT  TO WS-MOV-AMOUNT(WS-MOV-IDX)
                MOVE HIST-BALANCE-AFTER TO WS-MOV-BALANCE(WS-MOV-IDX)
                IF HIST-REVERSAL-OF-ID NOT = SPACES
                   MOVE 'ESTORNO DE' TO WS-MOV-LINK-LABEL(WS-MOV-IDX)
                   MOVE HIST-REVERSAL-OF-ID
                     TO WS-MOV-LINK-ID(WS-MOV-IDX)
                ELSE
                   MOVE SPACES TO WS-MOV-LINK-LABEL(WS-MOV-IDX)
                   MOVE SPACES TO WS-MOV-LINK-ID(WS-MOV-IDX)
                END-IF.

            GUARDA-VINCULO-ESTORNO.
                IF WS-LINK-COUNT >= WS-MAX-LINK-ENTRIES
                   PERFORM ABENDA-TABELA-VINCULOS
                END-IF
                ADD 1 TO WS-LINK-COUNT
                SET WS-LINK-IDX TO WS-LINK-COUNT
                MOVE HIST-REVERSAL-OF-ID
                  TO WS-LINK-ORIG-ID(WS-LINK-IDX)
                MOVE HIST-REVERSAL-OF-DATE
                  TO WS-LINK-ORIG-DATE(WS-LINK-IDX)
                MOVE HIST-TRANS-ID TO WS-LINK-REV-ID(WS-LINK-IDX).

            MARCA-ORIGINAIS-ESTORNADAS.
                PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                        UNTIL WS-MOV-IDX > WS-MOV-COUNT
                   PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                           UNTIL WS-LINK-IDX > WS-LINK-COUNT
                      IF WS-LINK-ORIG-ID(WS-LINK-IDX)
                             = WS-MOV-TRANS-ID(WS-MOV-IDX)
                       AND WS-LINK-ORIG-DATE(WS-LINK-IDX)
                             = WS-MOV-DATE(WS-MOV-IDX)
                       AND WS-MOV-LINK-LABEL(WS-MOV-IDX) = SPACES
                         MOVE 'ESTORNADO:'
                           TO WS-MOV-LINK-LABEL(WS-MOV-IDX)
                         MOVE WS-LINK-REV-ID(WS-LINK-IDX)
                           TO WS-MOV-LINK-ID(WS-MOV-IDX)
                      END-IF
                   END-PERFORM
                END-PERFORM.

            ORDENA-MOVIMENTOS-DATA.
                PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                   MOVE WS-MOV-TYPE(WS-MOV-IDX)     TO RPT-D-TYPE
                   MOVE WS-MOV-AMOUNT(WS-MOV-IDX)   TO RPT-D-AMOUNT
                   MOVE WS-MOV-BALANCE(WS-MOV-IDX)  TO RPT-D-BALANCE
                   MOVE WS-MOV-LINK-LABEL(WS-MOV-IDX)
                     TO RPT-D-LINK-LABEL
                   MOVE WS-MOV-LINK-ID(WS-MOV-IDX)  TO RPT-D-LINK-ID
                   MOVE WS-RPT-DETAIL TO RPT-LINE
                   WRITE RPT-LINE
                   IF WS-RPT-FILE-STATUS NOT = '00'
                CLOSE STMT-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-VINCULOS.
                DISPLAY '*********************************************'
                DISPLAY '* STMT0001 - ABEND: REVERSAL LINK TABLE FULL*'
                DISPLAY '* ACCOUNT ' WS-REQ-ACCOUNT ' HAS MORE THAN '
                        WS-MAX-LINK-ENTRIES ' REVERSALS.'
                DISPLAY '* INCREASE OCCURS IN WS-LINK-TABLE.         *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE TRANS-HIST-FILE
                CLOSE STMT-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-EXTRATO.
                DISPLAY '*********************************************'
                DISPLAY '* STMT0001 - ABEND: STATEMENT I/O FAILED    *'
