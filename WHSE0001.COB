      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE LIBERACAO DO ARMAZEM DE TRANSACOES AGENDADAS.    *
      * RODA NA ESTEIRA NOTURNA ANTES DA CRITICA (EDIT0001): TOMA A   *
      * DATA-MOVIMENTO DA NOITE DOS HEADERS DO TRANSIN, APLICA OS     *
      * CARTOES DE CANCELAMENTO DO SUPORTE (WHSCARD, COPY WHSCARD)    *
      * SOBRE OS ITENS AINDA PENDENTES E LIBERA OS ITENS DO ARMAZEM   *
      * (WHSFILE, COPY WHSREC) CUJA DATA JA CHEGOU NUM LOTE HDR/TRL   *
      * PROPRIO, SISTEMA DE ORIGEM 'WAREHOUS' (WHSREL), QUE O JCL     *
      * CONCATENA AO TRANSIN DA NOITE - O LOTE E CRITICADO, FECHADO   *
      * E POSTADO COMO QUALQUER OUTRO. O ITEM LIBERADO FICA NO        *
      * ARMAZEM MARCADO 'L' COM A DATA DA LIBERACAO, PARA QUE UMA     *
      * REEXECUCAO DA MESMA NOITE O LIBERE DE NOVO; NA NOITE SEGUINTE *
      * E EXPURGADO. O ARMAZEM E REGRAVADO INTEIRO VIA O ARQUIVO DE   *
      * TRABALHO WHSNEW. IMPRIME NO WHSRPT CADA ITEM LIBERADO OU      *
      * CANCELADO, O RESULTADO DE CADA CARTAO E OS TOTAIS.            *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. WHSE0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE
               ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT WHSE-CARD-FILE
               ASSIGN TO WHSCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO WHSFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT WAREHOUSE-NEW-FILE
               ASSIGN TO WHSNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT RELEASE-FILE
               ASSIGN TO WHSREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILE-STATUS.
           SELECT WHSE-REPORT-FILE
               ASSIGN TO WHSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  TRANS-FILE.
       01  TRANSIN-REC.
           05  TIN-REC-TYPE            PIC X(03).
               88  TIN-REC-HEADER             VALUE 'HDR'.
           05  FILLER                  PIC X(01).
           05  TIN-BUSINESS-DATE       PIC X(08).
           05  FILLER                  PIC X(47).
       FD  WHSE-CARD-FILE.
           COPY WHSCARD.
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       FD  WAREHOUSE-NEW-FILE.
       01  WHS-NEW-REC                 PIC X(97).
       FD  RELEASE-FILE.
           COPY TRANCTL.
       01  REL-DETAIL-REC              PIC X(59).
       FD  WHSE-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-TRANS-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-CARD-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-WHS-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-REL-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-TRANS-EOF-SW        PIC X(01) VALUE 'N'.
           88 TRANS-EOF                    VALUE 'Y'.
       77 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88 CARD-EOF                     VALUE 'Y'.
       77 WS-WHS-EOF-SW          PIC X(01) VALUE 'N'.
           88 WAREHOUSE-EOF                VALUE 'Y'.
       77 WS-NEW-EOF-SW          PIC X(01) VALUE 'N'.
           88 WHS-NEW-EOF                  VALUE 'Y'.
       77 WS-REL-HDR-SW          PIC X(01) VALUE 'N'.
           88 RELEASE-HDR-WRITTEN          VALUE 'Y'.
       77 WS-BUS-DATE            PIC X(08) VALUE SPACES.
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
       77 WS-RELEASE-SOURCE      PIC X(08) VALUE 'WAREHOUS'.
       77 WS-ITEM-ACTION         PIC X(10) VALUE SPACES.
       77 WS-CARD-COUNT          PIC 9(02) VALUE ZERO.
       77 WS-MAX-CARD-ENTRIES    PIC 9(02) VALUE 50.
       77 WS-PRIOR-IDX           PIC 9(02) VALUE ZERO.
       77 WS-CARD-FOUND-IDX      PIC 9(02) VALUE ZERO.
       77 WS-CARD-ERROR          PIC X(25) VALUE SPACES.
           88 CARD-IS-VALID                VALUE SPACES.
       77 WS-CARD-REJECT-COUNT   PIC 9(02) VALUE ZERO.
       77 WS-WHS-READ-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-RELEASED-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-RERELEASED-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-CANCELLED-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-PURGED-COUNT        PIC 9(09) VALUE ZERO.
       77 WS-PENDING-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-NEW-WRITE-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-NEW-COPY-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-REL-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-REL-HASH            PIC S9(11)V99 VALUE ZERO.
       77 WS-CANCELLED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 50 TIMES INDEXED BY WS-CARD-IDX.
              10 WS-CARD-TRANS-ID        PIC X(10).
              10 WS-CARD-TRANS-DATE      PIC X(08).
              10 WS-CARD-USER            PIC X(08).
              10 WS-CARD-TEXT            PIC X(30).
              10 WS-CARD-RESULT          PIC X(10).
              10 WS-CARD-REASON          PIC X(25).
      *----------------------------------------------------------------*
      * IMAGEM DA TRANSACAO ARMAZENADA (WHS-TRANS-IMAGE)               *
      *----------------------------------------------------------------*
           COPY TRANREC.
       01 WS-RPT-HEADING.
           05 FILLER                    PIC X(44)
              VALUE 'WHSE0001 - LIBERACAO DO ARMAZEM DE AGENDADOS'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(16)
              VALUE 'DATA-MOVIMENTO: '.
           05 RPT-H-BUS-DATE            PIC X(08).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-ITEM.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-I-ACTION              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-TRANS-ID            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-DUE-DATE            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-TYPE                PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-AMOUNT              PIC Z(08)9.99-.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-I-SOURCE              PIC X(08).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-CARD.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-C-TRANS-ID            PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-TRANS-DATE          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-USER                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-RESULT              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-C-TEXT                PIC X(30).
           05 FILLER                    PIC X(08) VALUE SPACES.
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
            ABRE-ARQUIVOS-ARMAZEM.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                OPEN OUTPUT WHSE-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-ARMAZEM
                END-IF
                PERFORM DEFINE-DATA-MOVIMENTO
                PERFORM CARREGA-CARTOES-CANCELAMENTO
                MOVE WS-BUS-DATE    TO RPT-H-BUS-DATE
                MOVE WS-RPT-HEADING TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'ITENS LIBERADOS E CANCELADOS:' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM PROCESSA-ARMAZEM
                PERFORM REGRAVA-ARMAZEM
                PERFORM APURA-CARTOES-PENDENTES
                PERFORM IMPRIME-CARTOES-CANCELAMENTO
                PERFORM IMPRIME-RESUMO-ARMAZEM
                CLOSE WHSE-REPORT-FILE
                DISPLAY 'WHSE0001: ' WS-RELEASED-COUNT ' LIBERADOS, '
                        WS-RERELEASED-COUNT ' RELIBERADOS, '
                        WS-CANCELLED-COUNT ' CANCELADOS, '
                        WS-PENDING-COUNT ' PENDENTES'
                STOP RUN.

            DEFINE-DATA-MOVIMENTO.
                MOVE SPACES TO WS-BUS-DATE
                MOVE 'N'    TO WS-TRANS-EOF-SW
                OPEN INPUT TRANS-FILE
                IF WS-TRANS-FILE-STATUS = '00'
                   PERFORM UNTIL TRANS-EOF
                      READ TRANS-FILE
                         AT END
                            SET TRANS-EOF TO TRUE
                         NOT AT END
                            IF TIN-REC-HEADER
                             AND TIN-BUSINESS-DATE IS NUMERIC
                             AND TIN-BUSINESS-DATE > WS-BUS-DATE
                               MOVE TIN-BUSINESS-DATE TO WS-BUS-DATE
                            END-IF
                      END-READ
                   END-PERFORM
                   CLOSE TRANS-FILE
                END-IF
                IF WS-BUS-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-BUS-DATE
                   DISPLAY 'WHSE0001: NENHUM HEADER NO TRANSIN - '
                           'ASSUMIDA A DATA DO SISTEMA ' WS-BUS-DATE
                END-IF.
      *>----------------CARTOES DE CANCELAMENTO (WHSCARD)---------------
            CARTAO-PROC                             SECTION.
            CARREGA-CARTOES-CANCELAMENTO.
                MOVE 'N' TO WS-CARD-EOF-SW
                OPEN INPUT WHSE-CARD-FILE
                IF WS-CARD-FILE-STATUS = '00'
                   PERFORM UNTIL CARD-EOF
                      READ WHSE-CARD-FILE
                         AT END
                            SET CARD-EOF TO TRUE
                         NOT AT END
                            PERFORM ACUMULA-CARTAO-TABELA
                      END-READ
                   END-PERFORM
                   CLOSE WHSE-CARD-FILE
                END-IF.

            ACUMULA-CARTAO-TABELA.
                IF WS-CARD-COUNT >= WS-MAX-CARD-ENTRIES
                   PERFORM ABENDA-LOTE-CARTOES-CHEIO
                END-IF
                ADD 1 TO WS-CARD-COUNT
                SET WS-CARD-IDX TO WS-CARD-COUNT
                MOVE WCN-TRANS-ID    TO WS-CARD-TRANS-ID(WS-CARD-IDX)
                MOVE WCN-TRANS-DATE  TO WS-CARD-TRANS-DATE(WS-CARD-IDX)
                MOVE WCN-USER-ID     TO WS-CARD-USER(WS-CARD-IDX)
                MOVE WCN-REASON-TEXT TO WS-CARD-TEXT(WS-CARD-IDX)
                MOVE SPACES          TO WS-CARD-RESULT(WS-CARD-IDX)
                MOVE SPACES          TO WS-CARD-REASON(WS-CARD-IDX)
                MOVE SPACES TO WS-CARD-ERROR
                EVALUATE TRUE
                    WHEN WCN-TRANS-ID = SPACES
                       MOVE 'ID DA TRANSACAO EM BRANCO'
                         TO WS-CARD-ERROR
                    WHEN WCN-TRANS-DATE NOT NUMERIC
                       MOVE 'DATA INVALIDA' TO WS-CARD-ERROR
                    WHEN WCN-USER-ID = SPACES
                       MOVE 'USUARIO EM BRANCO' TO WS-CARD-ERROR
                END-EVALUATE
                IF CARD-IS-VALID
                   PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                           UNTIL WS-PRIOR-IDX >= WS-CARD-COUNT
                      IF WS-CARD-TRANS-ID(WS-PRIOR-IDX) = WCN-TRANS-ID
                       AND WS-CARD-TRANS-DATE(WS-PRIOR-IDX)
                             = WCN-TRANS-DATE
                         MOVE 'CARTAO REPETIDO NO LOTE'
                           TO WS-CARD-ERROR
                      END-IF
                   END-PERFORM
                END-IF
                IF NOT CARD-IS-VALID
                   PERFORM REJEITA-CARTAO
                END-IF.

            REJEITA-CARTAO.
                ADD 1 TO WS-CARD-REJECT-COUNT
                MOVE 'REJEITADO'   TO WS-CARD-RESULT(WS-CARD-IDX)
                MOVE WS-CARD-ERROR TO WS-CARD-REASON(WS-CARD-IDX).

            PROCURA-CARTAO-ITEM.
                MOVE ZERO TO WS-CARD-FOUND-IDX
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = SPACES
                    AND WS-CARD-TRANS-ID(WS-CARD-IDX) = TRANS-ID
                    AND WS-CARD-TRANS-DATE(WS-CARD-IDX) = WHS-DUE-DATE
                      SET WS-CARD-FOUND-IDX TO WS-CARD-IDX
                   END-IF
                END-PERFORM.

            APURA-CARTOES-PENDENTES.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = SPACES
                      MOVE 'ITEM NAO ESTA NO ARMAZEM' TO WS-CARD-ERROR
                      PERFORM REJEITA-CARTAO
                   END-IF
                END-PERFORM.
      *>-------------------LIBERACAO DO ARMAZEM--------------------------
            LIBERACAO-PROC                          SECTION.
            PROCESSA-ARMAZEM.
                MOVE 'N' TO WS-WHS-EOF-SW
                OPEN INPUT WAREHOUSE-FILE
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ARMAZEM
                END-IF
                OPEN OUTPUT WAREHOUSE-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ARMAZEM
                END-IF
                OPEN OUTPUT RELEASE-FILE
                IF WS-REL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ARMAZEM
                END-IF
                PERFORM UNTIL WAREHOUSE-EOF
                   READ WAREHOUSE-FILE
                      AT END
                         SET WAREHOUSE-EOF TO TRUE
                      NOT AT END
                         PERFORM PROCESSA-ITEM-ARMAZEM
                   END-READ
                END-PERFORM
                IF RELEASE-HDR-WRITTEN
                   PERFORM GRAVA-TRAILER-LIBERACAO
                END-IF
                CLOSE WAREHOUSE-FILE
                CLOSE WAREHOUSE-NEW-FILE
                CLOSE RELEASE-FILE
                IF WS-WHS-READ-COUNT = ZERO
                   MOVE '  ARMAZEM VAZIO.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF.

            PROCESSA-ITEM-ARMAZEM.
                ADD 1 TO WS-WHS-READ-COUNT
                MOVE WHS-TRANS-IMAGE TO TRANS-REC
                PERFORM PROCURA-CARTAO-ITEM
                IF WS-CARD-FOUND-IDX > ZERO
                 AND WHS-STATUS-RELEASED
                   SET WS-CARD-IDX TO WS-CARD-FOUND-IDX
                   MOVE 'ITEM JA LIBERADO' TO WS-CARD-ERROR
                   PERFORM REJEITA-CARTAO
                   MOVE ZERO TO WS-CARD-FOUND-IDX
                END-IF
                EVALUATE TRUE
                    WHEN WHS-STATUS-RELEASED
                     AND WHS-RELEASE-DATE = WS-BUS-DATE
                       ADD 1 TO WS-RERELEASED-COUNT
                       MOVE 'RELIBERADO' TO WS-ITEM-ACTION
                       PERFORM LIBERA-ITEM-ARMAZEM
                    WHEN WHS-STATUS-RELEASED
                       ADD 1 TO WS-PURGED-COUNT
                    WHEN WS-CARD-FOUND-IDX > ZERO
                       PERFORM CANCELA-ITEM-ARMAZEM
                    WHEN WHS-DUE-DATE NOT > WS-BUS-DATE
                       ADD 1 TO WS-RELEASED-COUNT
                       MOVE 'LIBERADO'   TO WS-ITEM-ACTION
                       MOVE 'L'          TO WHS-STATUS
                       MOVE WS-BUS-DATE  TO WHS-RELEASE-DATE
                       PERFORM LIBERA-ITEM-ARMAZEM
                    WHEN OTHER
                       ADD 1 TO WS-PENDING-COUNT
                       PERFORM GRAVA-ARMAZEM-NOVO
                END-EVALUATE.

            LIBERA-ITEM-ARMAZEM.
                IF NOT RELEASE-HDR-WRITTEN
                   PERFORM GRAVA-HEADER-LIBERACAO
                END-IF
                MOVE TRANS-REC TO REL-DETAIL-REC
                WRITE REL-DETAIL-REC
                IF WS-REL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF
                ADD 1            TO WS-REL-COUNT
                ADD TRANS-AMOUNT TO WS-REL-HASH
                PERFORM GRAVA-ARMAZEM-NOVO
                PERFORM IMPRIME-ITEM-ARMAZEM.

            CANCELA-ITEM-ARMAZEM.
                SET WS-CARD-IDX TO WS-CARD-FOUND-IDX
                MOVE 'CANCELADO' TO WS-CARD-RESULT(WS-CARD-IDX)
                ADD 1            TO WS-CANCELLED-COUNT
                ADD TRANS-AMOUNT TO WS-CANCELLED-AMOUNT
                MOVE 'CANCELADO' TO WS-ITEM-ACTION
                PERFORM IMPRIME-ITEM-ARMAZEM.

            GRAVA-HEADER-LIBERACAO.
                MOVE SPACES            TO TRANS-HEADER-REC
                MOVE 'HDR'             TO TRH-REC-TYPE
                MOVE WS-BUS-DATE       TO TRH-BUSINESS-DATE
                MOVE WS-RELEASE-SOURCE TO TRH-SOURCE-SYSTEM
                WRITE TRANS-HEADER-REC
                IF WS-REL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF
                MOVE 'Y' TO WS-REL-HDR-SW.

            GRAVA-TRAILER-LIBERACAO.
                MOVE SPACES       TO TRANS-TRAILER-REC
                MOVE 'TRL'        TO TRT-REC-TYPE
                MOVE WS-REL-COUNT TO TRT-REC-COUNT
                MOVE WS-REL-HASH  TO TRT-HASH-TOTAL
                WRITE TRANS-TRAILER-REC
                IF WS-REL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF.

            GRAVA-ARMAZEM-NOVO.
                MOVE WHS-REC TO WHS-NEW-REC
                WRITE WHS-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF
                ADD 1 TO WS-NEW-WRITE-COUNT.
      *>---------------REGRAVACAO DO ARMAZEM (WHSNEW)-------------------
            REGRAVA-ARMAZEM.
                MOVE 'N' TO WS-NEW-EOF-SW
                OPEN INPUT WAREHOUSE-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF
                OPEN OUTPUT WAREHOUSE-FILE
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF
                PERFORM UNTIL WHS-NEW-EOF
                   READ WAREHOUSE-NEW-FILE
                      AT END
                         SET WHS-NEW-EOF TO TRUE
                      NOT AT END
                         PERFORM COPIA-ARMAZEM-NOVO
                   END-READ
                END-PERFORM
                CLOSE WAREHOUSE-NEW-FILE
                CLOSE WAREHOUSE-FILE
                IF WS-NEW-COPY-COUNT NOT = WS-NEW-WRITE-COUNT
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF.

            COPIA-ARMAZEM-NOVO.
                ADD 1 TO WS-NEW-COPY-COUNT
                MOVE WHS-NEW-REC TO WHS-REC
                WRITE WHS-REC
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ARMAZEM
                END-IF.
      *>-------------------RELATORIO DO ARMAZEM (WHSRPT)----------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-ITEM-ARMAZEM.
                MOVE WS-ITEM-ACTION    TO RPT-I-ACTION
                MOVE TRANS-ID          TO RPT-I-TRANS-ID
                MOVE WHS-DUE-DATE      TO RPT-I-DUE-DATE
                MOVE TRANS-ACCOUNT     TO RPT-I-ACCOUNT
                MOVE TRANS-TYPE        TO RPT-I-TYPE
                MOVE TRANS-AMOUNT      TO RPT-I-AMOUNT
                MOVE WHS-SOURCE-SYSTEM TO RPT-I-SOURCE
                MOVE WS-RPT-ITEM       TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-CARTOES-CANCELAMENTO.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'CARTOES DE CANCELAMENTO (WHSCARD):' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF WS-CARD-COUNT = ZERO
                   MOVE '  NENHUM CARTAO DE CANCELAMENTO.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   MOVE WS-CARD-TRANS-ID(WS-CARD-IDX)
                     TO RPT-C-TRANS-ID
                   MOVE WS-CARD-TRANS-DATE(WS-CARD-IDX)
                     TO RPT-C-TRANS-DATE
                   MOVE WS-CARD-USER(WS-CARD-IDX)       TO RPT-C-USER
                   MOVE WS-CARD-RESULT(WS-CARD-IDX)     TO RPT-C-RESULT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = 'REJEITADO'
                      MOVE WS-CARD-REASON(WS-CARD-IDX)  TO RPT-C-TEXT
                   ELSE
                      MOVE WS-CARD-TEXT(WS-CARD-IDX)    TO RPT-C-TEXT
                   END-IF
                   MOVE WS-RPT-CARD TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-PERFORM.

            IMPRIME-RESUMO-ARMAZEM.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'ITENS LIDOS NO ARMAZEM (WHSFILE):' TO RPT-T-LABEL
                MOVE WS-WHS-READ-COUNT                  TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'LIBERADOS NESTA NOITE (WHSREL):' TO RPT-T-LABEL
                MOVE WS-RELEASED-COUNT                TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'RELIBERADOS (REEXECUCAO DA NOITE):' TO RPT-T-LABEL
                MOVE WS-RERELEASED-COUNT                 TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'LOTE WAREHOUS (QTD / HASH):' TO RPT-T-LABEL
                MOVE WS-REL-COUNT                 TO RPT-T-COUNT
                MOVE WS-REL-HASH                  TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CANCELADOS POR CARTAO:' TO RPT-T-LABEL
                MOVE WS-CANCELLED-COUNT      TO RPT-T-COUNT
                MOVE WS-CANCELLED-AMOUNT     TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'EXPURGADOS (LIBERADOS ANTES):' TO RPT-T-LABEL
                MOVE WS-PURGED-COUNT                TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'PENDENTES NO ARMAZEM:' TO RPT-T-LABEL
                MOVE WS-PENDING-COUNT       TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CARTOES REJEITADOS:'  TO RPT-T-LABEL
                MOVE WS-CARD-REJECT-COUNT   TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                IF WS-CARD-REJECT-COUNT > ZERO
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
                   PERFORM ABENDA-SAIDA-ARMAZEM
                END-IF.
      *>-------------------------FINALIZACAO----------------------------
            FIM-ARMAZEM                             SECTION.
            ABENDA-LOTE-CARTOES-CHEIO.
                DISPLAY '*********************************************'
                DISPLAY '* WHSE0001 - ABEND: CANCEL BATCH TOO BIG    *'
                DISPLAY '* WHSCARD HAS MORE THAN ' WS-MAX-CARD-ENTRIES
                        ' CARDS.          *'
                DISPLAY '* SPLIT THE BATCH AND RERUN.                *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE WHSE-CARD-FILE
                CLOSE WHSE-REPORT-FILE
                STOP RUN.

            ABENDA-ABERTURA-ARMAZEM.
                DISPLAY '*********************************************'
                DISPLAY '* WHSE0001 - ABEND: CANNOT OPEN WAREHOUSE   *'
                DISPLAY '* WHSFILE STATUS: [' WS-WHS-FILE-STATUS ']'
                DISPLAY '* WHSNEW  STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* WHSREL  STATUS: [' WS-REL-FILE-STATUS ']'
                DISPLAY '* NOTHING RELEASED - CHECK DDS.             *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE WHSE-REPORT-FILE
                STOP RUN.

            ABENDA-GRAVACAO-ARMAZEM.
                DISPLAY '*********************************************'
                DISPLAY '* WHSE0001 - ABEND: WAREHOUSE WRITE FAILED  *'
                DISPLAY '* WHSFILE STATUS: [' WS-WHS-FILE-STATUS ']'
                DISPLAY '* WHSNEW  STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* WHSREL  STATUS: [' WS-REL-FILE-STATUS ']'
                DISPLAY '* WRITTEN ' WS-NEW-WRITE-COUNT
                        ' COPIED ' WS-NEW-COPY-COUNT
                DISPLAY '* IF WHSFILE WAS BEING REWRITTEN, WHSNEW    *'
                DISPLAY '* HOLDS THE COMPLETE WAREHOUSE - RESTORE    *'
                DISPLAY '* WHSFILE FROM IT BEFORE RERUNNING.         *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE WHSE-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-ARMAZEM.
                DISPLAY '*********************************************'
                DISPLAY '* WHSE0001 - ABEND: WAREHOUSE REPORT FAILED *'
                DISPLAY '* WHSRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM WHSE0001.
