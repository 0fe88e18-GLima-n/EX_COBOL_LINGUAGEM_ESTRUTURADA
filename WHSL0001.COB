      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE LISTAGEM DO ARMAZEM DE TRANSACOES AGENDADAS.     *
      * LE O ARMAZEM (WHSFILE, COPY WHSREC) DEPOIS DA CRITICA DA      *
      * NOITE, SELECIONA OS ITENS AINDA PENDENTES ('P'), CLASSIFICA   *
      * POR DATA DE VENCIMENTO E TRANSACAO E IMPRIME A LISTAGEM COM   *
      * QUEBRA POR DATA DE VENCIMENTO (QUANTIDADE E VALOR DO DIA),    *
      * CABECALHO DE PAGINA COM A DATA DA EXECUCAO E TOTAL GERAL -    *
      * O QUE O ARMAZEM AINDA VAI LIBERAR NAS PROXIMAS NOITES.        *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. WHSL0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT WAREHOUSE-FILE
               ASSIGN TO WHSFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-FILE-STATUS.
           SELECT SORT-FILE
               ASSIGN TO SORTWK.
           SELECT REPORT-FILE
               ASSIGN TO WHSLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       SD  SORT-FILE.
       01  SORT-REC.
           05  SORT-DUE-DATE           PIC X(08).
           05  SORT-ID                 PIC X(10).
           05  SORT-ACCOUNT            PIC X(12).
           05  SORT-TYPE               PIC X(01).
           05  SORT-AMOUNT             PIC S9(09)V99.
           05  SORT-SOURCE             PIC X(08).
           05  SORT-RECEIVED-DATE      PIC X(08).
       FD  REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-WHS-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-WHS-EOF-SW          PIC X(01) VALUE 'N'.
           88 WAREHOUSE-EOF                VALUE 'Y'.
       77 WS-SORT-EOF-SW         PIC X(01) VALUE 'N'.
           88 SORT-EOF                     VALUE 'Y'.
       77 WS-FIRST-REC-SW        PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD-PENDING         VALUE 'Y'.
       77 WS-CURR-DUE-DATE       PIC X(08) VALUE SPACES.
       77 WS-LINE-COUNT          PIC 9(03) VALUE 99.
       77 WS-LINES-PER-PAGE      PIC 9(03) VALUE 55.
       77 WS-PAGE-COUNT          PIC 9(03) VALUE ZERO.
       77 WS-RUN-DATE            PIC X(08) VALUE SPACES.
       77 WS-SAVED-LINE          PIC X(80) VALUE SPACES.
       77 WS-DATE-COUNT          PIC 9(09) VALUE ZERO.
       77 WS-DATE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       77 WS-TOT-COUNT           PIC 9(09) VALUE ZERO.
       77 WS-TOT-AMOUNT          PIC S9(11)V99 VALUE ZERO.
      *----------------------------------------------------------------*
      * IMAGEM DA TRANSACAO ARMAZENADA (WHS-TRANS-IMAGE)               *
      *----------------------------------------------------------------*
           COPY TRANREC.
       01 WS-RPT-HEADING1.
           05 FILLER                    PIC X(44)
              VALUE 'WHSL0001 - AGENDADOS PENDENTES NO ARMAZEM'.
           05 FILLER                    PIC X(08) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATA: '.
           05 RPT-H-DATE                PIC X(08).
           05 FILLER                    PIC X(06) VALUE '  PAG:'.
           05 RPT-H-PAGE                PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(47)
              VALUE '  TRANSACAO  CONTA        TIPO            VALOR'.
           05 FILLER                    PIC X(33)
              VALUE '  ORIGEM    RECEBIDO'.
       01 WS-RPT-DATE-HDR.
           05 FILLER                    PIC X(12) VALUE 'VENCIMENTO: '.
           05 RPT-V-DUE-DATE            PIC X(08).
           05 FILLER                    PIC X(60) VALUE SPACES.
       01 WS-RPT-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-ID                  PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-TYPE                PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 RPT-D-AMOUNT              PIC Z(09)9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-SOURCE              PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-D-RECEIVED-DATE       PIC X(08).
           05 FILLER                    PIC X(15) VALUE SPACES.
       01 WS-RPT-DATE-TOTAL.
           05 FILLER                    PIC X(18)
              VALUE '  TOT VENCIMENTO  '.
           05 FILLER                    PIC X(04) VALUE 'QTD '.
           05 RPT-T-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(07) VALUE ' VALOR '.
           05 RPT-T-AMOUNT              PIC Z(10)9.99-.
           05 FILLER                    PIC X(27) VALUE SPACES.
       01 WS-RPT-GRAND-TOTAL.
           05 FILLER                    PIC X(18)
              VALUE 'TOTAL GERAL       '.
           05 FILLER                    PIC X(04) VALUE 'QTD '.
           05 RPT-G-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(07) VALUE ' VALOR '.
           05 RPT-G-AMOUNT              PIC Z(10)9.99-.
           05 FILLER                    PIC X(27) VALUE SPACES.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.

      *>---------------------CONTROLE DA LISTAGEM-----------------------
            LISTAGEM-PRINCIPAL                      SECTION.
            INICIA-LISTAGEM.
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
                OPEN OUTPUT REPORT-FILE
                OPEN INPUT WAREHOUSE-FILE
                IF WS-WHS-FILE-STATUS = '00'
                   CLOSE WAREHOUSE-FILE
                   SORT SORT-FILE
                        ON ASCENDING KEY SORT-DUE-DATE
                        ON ASCENDING KEY SORT-ID
                        INPUT PROCEDURE IS SELECAO-PENDENTES
                        OUTPUT PROCEDURE IS IMPRESSAO-PENDENTES
                ELSE
                   PERFORM IMPRIME-SEM-ARQUIVO
                   MOVE 8 TO RETURN-CODE
                END-IF
                CLOSE REPORT-FILE
                STOP RUN.
      *>----------------SELECAO (INPUT PROCEDURE DO SORT)---------------
            SELECAO-PENDENTES                       SECTION.
            LE-ARMAZEM.
                MOVE 'N' TO WS-WHS-EOF-SW
                OPEN INPUT WAREHOUSE-FILE
                PERFORM UNTIL WAREHOUSE-EOF
                   READ WAREHOUSE-FILE
                      AT END
                         SET WAREHOUSE-EOF TO TRUE
                      NOT AT END
                         PERFORM LIBERA-PENDENTE
                   END-READ
                END-PERFORM
                CLOSE WAREHOUSE-FILE
                GO TO SELECAO-PENDENTES-FIM.

            LIBERA-PENDENTE.
                IF WHS-STATUS-PENDING
                   MOVE WHS-TRANS-IMAGE   TO TRANS-REC
                   MOVE WHS-DUE-DATE      TO SORT-DUE-DATE
                   MOVE TRANS-ID          TO SORT-ID
                   MOVE TRANS-ACCOUNT     TO SORT-ACCOUNT
                   MOVE TRANS-TYPE        TO SORT-TYPE
                   MOVE TRANS-AMOUNT      TO SORT-AMOUNT
                   MOVE WHS-SOURCE-SYSTEM TO SORT-SOURCE
                   MOVE WHS-RECEIVED-DATE TO SORT-RECEIVED-DATE
                   RELEASE SORT-REC
                END-IF.

            SELECAO-PENDENTES-FIM.
                EXIT.
      *>---------------IMPRESSAO (OUTPUT PROCEDURE DO SORT)-------------
            IMPRESSAO-PENDENTES                     SECTION.
            IMPRIME-PENDENTES.
                MOVE 'N' TO WS-SORT-EOF-SW
                PERFORM UNTIL SORT-EOF
                   RETURN SORT-FILE
                      AT END
                         SET SORT-EOF TO TRUE
                      NOT AT END
                         PERFORM PROCESSA-LINHA-PENDENTE
                   END-RETURN
                END-PERFORM
                IF FIRST-RECORD-PENDING
                   PERFORM IMPRIME-SEM-DADOS
                ELSE
                   PERFORM IMPRIME-TOTAL-VENCIMENTO
                   PERFORM IMPRIME-TOTAL-GERAL
                END-IF
                GO TO IMPRESSAO-PENDENTES-FIM.

            PROCESSA-LINHA-PENDENTE.
                IF FIRST-RECORD-PENDING
                   MOVE 'N' TO WS-FIRST-REC-SW
                   MOVE SORT-DUE-DATE TO WS-CURR-DUE-DATE
                   PERFORM IMPRIME-CABECALHO-VENCIMENTO
                ELSE
                   IF SORT-DUE-DATE NOT = WS-CURR-DUE-DATE
                      PERFORM IMPRIME-TOTAL-VENCIMENTO
                      MOVE SORT-DUE-DATE TO WS-CURR-DUE-DATE
                      PERFORM IMPRIME-CABECALHO-VENCIMENTO
                   END-IF
                END-IF
                ADD 1           TO WS-DATE-COUNT
                ADD 1           TO WS-TOT-COUNT
                ADD SORT-AMOUNT TO WS-DATE-AMOUNT
                ADD SORT-AMOUNT TO WS-TOT-AMOUNT
                MOVE SORT-ID            TO RPT-D-ID
                MOVE SORT-ACCOUNT       TO RPT-D-ACCOUNT
                MOVE SORT-TYPE          TO RPT-D-TYPE
                MOVE SORT-AMOUNT        TO RPT-D-AMOUNT
                MOVE SORT-SOURCE        TO RPT-D-SOURCE
                MOVE SORT-RECEIVED-DATE TO RPT-D-RECEIVED-DATE
                MOVE WS-RPT-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-CABECALHO-VENCIMENTO.
                MOVE WS-CURR-DUE-DATE TO RPT-V-DUE-DATE
                MOVE SPACES           TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-DATE-HDR TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-TOTAL-VENCIMENTO.
                MOVE WS-DATE-COUNT  TO RPT-T-COUNT
                MOVE WS-DATE-AMOUNT TO RPT-T-AMOUNT
                MOVE WS-RPT-DATE-TOTAL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE ZERO TO WS-DATE-COUNT
                MOVE ZERO TO WS-DATE-AMOUNT.

            IMPRIME-TOTAL-GERAL.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-TOT-COUNT  TO RPT-G-COUNT
                MOVE WS-TOT-AMOUNT TO RPT-G-AMOUNT
                MOVE WS-RPT-GRAND-TOTAL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRESSAO-PENDENTES-FIM.
                EXIT.
      *>--------------------CONTROLE DE PAGINACAO-----------------------
            APOIO-LISTAGEM                          SECTION.
            GRAVA-LINHA-RELATORIO.
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   MOVE RPT-LINE TO WS-SAVED-LINE
                   PERFORM IMPRIME-CABECALHO-PAGINA
                   MOVE WS-SAVED-LINE TO RPT-LINE
                END-IF
                WRITE RPT-LINE
                ADD 1 TO WS-LINE-COUNT.

            IMPRIME-CABECALHO-PAGINA.
                ADD 1 TO WS-PAGE-COUNT
                MOVE WS-RUN-DATE   TO RPT-H-DATE
                MOVE WS-PAGE-COUNT TO RPT-H-PAGE
                MOVE WS-RPT-HEADING1 TO RPT-LINE
                WRITE RPT-LINE
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 3 TO WS-LINE-COUNT.

            IMPRIME-SEM-DADOS.
                PERFORM IMPRIME-CABECALHO-PAGINA
                MOVE 'NENHUM ITEM PENDENTE NO ARMAZEM (WHSFILE).'
                  TO RPT-LINE
                WRITE RPT-LINE.

            IMPRIME-SEM-ARQUIVO.
                PERFORM IMPRIME-CABECALHO-PAGINA
                MOVE 'ARMAZEM DE AGENDADOS (WHSFILE) NAO DISPONIVEL.'
                  TO RPT-LINE
                WRITE RPT-LINE.
       END PROGRAM WHSL0001.
