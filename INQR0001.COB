      * DE PEDIDO (INQCARD, COPY INQCARD) COM A CONTA E UMA FAIXA DE  *
      * DATAS OPCIONAL E IMPRIME UMA PAGINA CONSOLIDADA POR PEDIDO    *
      * NO INQRPT: A POSICAO NO MASTER (SALDO, SITUACAO, LIMITE,      *
      * ULTIMO MOVIMENTO - E, PARA CONTA INATIVA 'D', A DATA DA       *
      * MARCACAO TIRADA DO REGISTRO DE INATIVAS DORMREG), A           *
      * ATIVIDADE POSTADA RECENTE DO HISTORICO                        *
      * (TRANHIST), OS ITENS DA CONTA PARADOS NO SUSPFILE AGUARDANDO  *
      * REPARO E AS ENTRADAS DO REGISTRO DE PROCESSADOS (PROCREG)     *
      * DAS TRANSACOES DA CONTA - O QUE HOJE EXIGE TRES DATASETS E    *
      * TRANSACAO". CONTA NAO CADASTRADA IMPRIME A LINHA "SEM         *
      * REGISTRO NO MASTER" EM VEZ DE ABENDAR, JA QUE METADE DAS      *
      * LIGACOES E NUMERO DIGITADO ERRADO.                            *
      * NA ATIVIDADE POSTADA, O ESTORNO FEITO PELO REVR0001 GANHA UMA *
      * LINHA "ESTORNO DE" COM A ORIGINAL, E A ORIGINAL UMA LINHA     *
      * "ESTORNADO POR" COM O ESTORNO (VINCULO HIST-REVERSAL-OF); NO  *
      * PROCREG A ORIGINAL APARECE COM A DISPOSICAO 'E'.              *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. INQR0001.
               ASSIGN TO PROCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT DORMANCY-REG-FILE
               ASSIGN TO DORMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-FILE-STATUS.
           SELECT INQ-REPORT-FILE
               ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL
           COPY SUSPREC.
       FD  PROCESSED-REG-FILE.
           COPY PROCREG.
       FD  DORMANCY-REG-FILE.
           COPY DORMREC.
       FD  INQ-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-SUSP-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-DREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88 CARD-EOF                     VALUE 'Y'.
           88 SUSP-EOF                     VALUE 'Y'.
       77 WS-PREG-EOF-SW         PIC X(01) VALUE 'N'.
           88 PREG-EOF                     VALUE 'Y'.
       77 WS-DREG-EOF-SW         PIC X(01) VALUE 'N'.
           88 DREG-EOF                     VALUE 'Y'.
       77 WS-DORM-FOUND-SW       PIC X(01) VALUE 'N'.
           88 DORMANCY-FOUND               VALUE 'Y'.
       77 WS-CARD-COUNT          PIC 9(05) VALUE ZERO.
       77 WS-REQ-ACCOUNT         PIC X(12) VALUE SPACES.
       77 WS-REQ-FROM-DATE       PIC X(08) VALUE SPACES.
       77 WS-MAX-ID-ENTRIES      PIC 9(03) VALUE 500.
       77 WS-ID-FOUND-SW         PIC X(01) VALUE 'N'.
           88 TRANS-ID-LISTED              VALUE 'Y'.
       77 WS-LINK-COUNT          PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINK-ENTRIES    PIC 9(03) VALUE 100.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 100 TIMES INDEXED BY WS-LINK-IDX.
              10 WS-LINK-ORIG-ID         PIC X(10).
              10 WS-LINK-ORIG-DATE       PIC X(08).
              10 WS-LINK-REV-ID          PIC X(10).
              10 WS-LINK-REV-DATE        PIC X(08).
       01 WS-ID-TABLE.
           05 WS-ID-ENTRY OCCURS 500 TIMES INDEXED BY WS-ID-IDX.
              10 WS-ID-TRANS-ID          PIC X(10).
              VALUE ' ULT.MOVTO '.
           05 RPT-M-LAST-ACT            PIC X(08).
           05 FILLER                    PIC X(13) VALUE SPACES.
       01 WS-RPT-DORMANT.
           05 FILLER                    PIC X(23)
              VALUE '  CONTA INATIVA DESDE '.
           05 RPT-N-SINCE               PIC X(08).
           05 FILLER                    PIC X(19)
              VALUE ' (VARREDURA EXEC. '.
           05 RPT-N-RUN-ID              PIC X(14).
           05 FILLER                    PIC X(01) VALUE ')'.
           05 FILLER                    PIC X(15) VALUE SPACES.
       01 WS-RPT-HIST.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPT-T-DATE                PIC X(08).
           05 FILLER                    PIC X(07) VALUE ' SALDO '.
           05 RPT-T-BALANCE             PIC Z(10)9.99-.
           05 FILLER                    PIC X(12) VALUE SPACES.
       01 WS-RPT-LINK.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 RPT-V-LABEL               PIC X(14).
           05 RPT-V-TRANS-ID            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-V-DATE                PIC X(08).
           05 FILLER                    PIC X(41) VALUE SPACES.
       01 WS-RPT-SUSP.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 RPT-S-TRANS-ID            PIC X(10).
                MOVE ZERO          TO WS-SUSP-LINE-COUNT
                MOVE ZERO          TO WS-PREG-LINE-COUNT
                MOVE ZERO          TO WS-ID-COUNT
                MOVE ZERO          TO WS-LINK-COUNT
                MOVE WS-REQ-ACCOUNT TO RPT-H-ACCOUNT
                MOVE WS-RPT-HEADER  TO RPT-LINE
                WRITE RPT-LINE
                       MOVE ACCT-LAST-ACTIVITY TO RPT-M-LAST-ACT
                       MOVE WS-RPT-MASTER      TO RPT-LINE
                       WRITE RPT-LINE
                       IF ACCT-STATUS-DORMANT
                          PERFORM CONSULTA-INATIVIDADE
                       END-IF
                    WHEN '23'
                       MOVE
                         '  SEM REGISTRO NO MASTER - CONTA INVALIDA'
                       PERFORM ABENDA-MASTER-CONSULTA
                END-EVALUATE.

            CONSULTA-INATIVIDADE.
                MOVE 'N' TO WS-DORM-FOUND-SW
                MOVE 'N' TO WS-DREG-EOF-SW
                OPEN INPUT DORMANCY-REG-FILE
                IF WS-DREG-FILE-STATUS = '00'
                   PERFORM UNTIL DREG-EOF OR DORMANCY-FOUND
                      READ DORMANCY-REG-FILE
                         AT END
                            SET DREG-EOF TO TRUE
                         NOT AT END
                            IF DORM-ACCOUNT = WS-REQ-ACCOUNT
                               SET DORMANCY-FOUND TO TRUE
                            END-IF
                      END-READ
                   END-PERFORM
                   CLOSE DORMANCY-REG-FILE
                END-IF
                IF DORMANCY-FOUND
                   MOVE DORM-SINCE-DATE TO RPT-N-SINCE
                   MOVE DORM-RUN-ID     TO RPT-N-RUN-ID
                   MOVE WS-RPT-DORMANT  TO RPT-LINE
                ELSE
                   MOVE '  CONTA INATIVA - DATA NAO CONSTA NO DORMREG'
                     TO RPT-LINE
                END-IF
                WRITE RPT-LINE.

            CONSULTA-HISTORICO.
                PERFORM CARREGA-VINCULOS-ESTORNO
                MOVE '  ATIVIDADE POSTADA (TRANHIST):' TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'N' TO WS-HIST-EOF-SW
                      IF WS-RPT-FILE-STATUS NOT = '00'
                         PERFORM ABENDA-SAIDA-CONSULTA
                      END-IF
                      IF HIST-DISP-POSTED
                         PERFORM IMPRIME-VINCULO-ESTORNO
                      END-IF
                   END-IF
                END-IF.

            CARREGA-VINCULOS-ESTORNO.
                MOVE 'N' TO WS-HIST-EOF-SW
                OPEN INPUT TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS = '00'
                   PERFORM UNTIL HIST-EOF
                      READ TRANS-HIST-FILE
                         AT END
                            SET HIST-EOF TO TRUE
                         NOT AT END
                            IF HIST-ACCOUNT = WS-REQ-ACCOUNT
                             AND HIST-DISP-POSTED
                             AND HIST-REVERSAL-OF-ID NOT = SPACES
                               PERFORM GUARDA-VINCULO-ESTORNO
                            END-IF
                      END-READ
                   END-PERFORM
                   CLOSE TRANS-HIST-FILE
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
                MOVE HIST-TRANS-ID   TO WS-LINK-REV-ID(WS-LINK-IDX)
                MOVE HIST-TRANS-DATE TO WS-LINK-REV-DATE(WS-LINK-IDX).

            IMPRIME-VINCULO-ESTORNO.
                IF HIST-REVERSAL-OF-ID NOT = SPACES
                   MOVE 'ESTORNO DE'          TO RPT-V-LABEL
                   MOVE HIST-REVERSAL-OF-ID   TO RPT-V-TRANS-ID
                   MOVE HIST-REVERSAL-OF-DATE TO RPT-V-DATE
                   MOVE WS-RPT-LINK           TO RPT-LINE
                   WRITE RPT-LINE
                ELSE
                   PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                           UNTIL WS-LINK-IDX > WS-LINK-COUNT
                      IF WS-LINK-ORIG-ID(WS-LINK-IDX) = HIST-TRANS-ID
                       AND WS-LINK-ORIG-DATE(WS-LINK-IDX)
                             = HIST-TRANS-DATE
                         MOVE 'ESTORNADO POR' TO RPT-V-LABEL
                         MOVE WS-LINK-REV-ID(WS-LINK-IDX)
                           TO RPT-V-TRANS-ID
                         MOVE WS-LINK-REV-DATE(WS-LINK-IDX)
                           TO RPT-V-DATE
                         MOVE WS-RPT-LINK     TO RPT-LINE
                         WRITE RPT-LINE
                      END-IF
                   END-PERFORM
                END-IF
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-CONSULTA
                END-IF.

            GUARDA-ID-TRANSACAO.
                MOVE 'N' TO WS-ID-FOUND-SW
                PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                CLOSE INQ-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-VINCULOS.
                DISPLAY '*********************************************'
                DISPLAY '* INQR0001 - ABEND: REVERSAL LINK TABLE FULL*'
                DISPLAY '* ACCOUNT ' WS-REQ-ACCOUNT ' HAS MORE THAN '
                        WS-MAX-LINK-ENTRIES ' REVERSALS.'
                DISPLAY '* INCREASE OCCURS IN WS-LINK-TABLE.         *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE TRANS-HIST-FILE
                CLOSE INQ-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-CONSULTA.
                DISPLAY '*********************************************'
                DISPLAY '* INQR0001 - ABEND: INQUIRY I/O FAILED      *'
