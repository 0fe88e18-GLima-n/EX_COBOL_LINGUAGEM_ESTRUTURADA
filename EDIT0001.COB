      * A NOITE FOR RETIDA EM QUALQUER PONTO E O PASSO DE             *
      * PROCESSAMENTO NAO REGRAVAR O EXTRATO REAL, O RAZAO DA MANHA    *
      * NUNCA RECONSOME O EXTRATO DA NOITE ANTERIOR.                   *
      * A TRANSFERENCIA ENTRE CONTAS PROPRIAS (TIPO 'T') EXIGE A       *
      * CONTA CONTRAPARTE: SEM ELA E REJEITADA (MOTIVO 10), E COM A    *
      * MESMA CONTA DE ORIGEM TAMBEM (MOTIVO 11).                      *
      * TRANSACAO COM DATA FUTURA QUE PASSA EM TODAS AS DEMAIS         *
      * CRITICAS E CAI DENTRO DO HORIZONTE DO CARTAO EDTPARM NAO E     *
      * MAIS REJEITADA: VAI PARA O ARMAZEM DE AGENDADOS (WHSFILE,      *
      * COPY WHSREC), DE ONDE O WHSE0001 A LIBERA NA NOITE DA SUA      *
      * DATA COMO LOTE 'WAREHOUS'. ALEM DO HORIZONTE CONTINUA SENDO    *
      * REJEITADA (MOTIVO 05), EM DIA NAO UTIL TAMBEM (MOTIVO 07), E   *
      * O MESMO ID/DATA JA ARMAZENADO E REJEITADO (MOTIVO 12).         *
      * CADA LOTE RETIDO DEIXA AINDA NO TRANREJ UMA LINHA COM A IMAGEM *
      * DO SEU HEADER (MOTIVO 13), PARA O RESUMO OPERACIONAL DA MANHA  *
      * (OPSM0001) CONTAR OS LOTES RETIDOS; ESSA LINHA NAO ENTRA NO    *
      * TOTAL DE TRANSACOES REJEITADAS.                                *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. EDIT0001.
               ASSIGN TO HOLCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT WAREHOUSE-FILE
               ASSIGN TO WHSFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHS-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  TRANS-FILE.
           COPY TRANREC.
           COPY TRANCTL.
       FD  CLEAN-FILE.
       01  CLEAN-REC                   PIC X(59).
       FD  REJECT-FILE.
           COPY REJREC.
       FD  EDIT-REPORT-FILE.
           COPY EDTPARM.
       FD  HOLIDAY-FILE.
           COPY HOLREC.
       FD  WAREHOUSE-FILE.
           COPY WHSREC.
       WORKING-STORAGE                              SECTION.
       77 WS-TRANS-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-CLEAN-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-GLEXT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-HOL-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-WHS-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-WHS-EOF-SW          PIC X(01) VALUE 'N'.
           88 WAREHOUSE-EOF                VALUE 'Y'.
       77 WS-WHS-ITEM-SW         PIC X(01) VALUE 'N'.
           88 TRANS-TO-WAREHOUSE           VALUE 'Y'.
       77 WS-HORIZON-DAYS        PIC 9(03) VALUE 90.
       77 WS-WHS-COUNT           PIC 9(04) VALUE ZERO.
       77 WS-MAX-WHS-ENTRIES     PIC 9(04) VALUE 2000.
       77 WS-WAREHOUSED-COUNT    PIC 9(09) VALUE ZERO.
       01 WS-WHS-TABLE.
           05 WS-WHS-ENTRY OCCURS 2000 TIMES INDEXED BY WS-WHS-IDX.
              10 WS-WHS-TRANS-ID         PIC X(10).
              10 WS-WHS-TRANS-DATE       PIC X(08).
       77 WS-HOL-EOF-SW          PIC X(01) VALUE 'N'.
           88 HOLIDAY-EOF                  VALUE 'Y'.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           05 WS-REJ-NAOUTIL-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-REJ-LOTE-COUNT        PIC 9(09) VALUE ZERO.
           05 WS-REJ-FORA-COUNT        PIC 9(09) VALUE ZERO.
           05 WS-REJ-CPAUS-COUNT       PIC 9(09) VALUE ZERO.
           05 WS-REJ-CPIGUAL-COUNT     PIC 9(09) VALUE ZERO.
           05 WS-REJ-ARMAZ-COUNT       PIC 9(09) VALUE ZERO.
           05 WS-REJ-RETIDO-COUNT      PIC 9(09) VALUE ZERO.
       01 WS-RPT-DETAIL.
           05 RPT-D-LABEL               PIC X(38).
           05 RPT-D-COUNT               PIC ZZZZZZZZ9.
                PERFORM NEUTRALIZA-EXTRATO-GL
                PERFORM LE-PARAMETRO-TOLERANCIA
                PERFORM CARREGA-CALENDARIO-FERIADOS
                PERFORM CARREGA-CHAVES-ARMAZEM
                OPEN EXTEND WAREHOUSE-FILE
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-SAIDA
                END-IF
                OPEN OUTPUT CLEAN-FILE
                IF WS-CLEAN-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-SAIDA
                              TO WS-TOLERANCE-DAYS
                            MOVE 'Y' TO WS-PARM-OK-SW
                         END-IF
                         IF EDT-HORIZON-DAYS IS NUMERIC
                            MOVE EDT-HORIZON-DAYS
                              TO WS-HORIZON-DAYS
                         ELSE
                            DISPLAY 'EDIT0001: HORIZONTE DO ARMAZEM '
                                    '(EDTPARM) AUSENTE OU INVALIDO - '
                                    'ASSUMIDOS ' WS-HORIZON-DAYS
                                    ' DIAS'
                         END-IF
                   END-READ
                   CLOSE EDIT-PARM-FILE
                END-IF
                           'FINS DE SEMANA SERAO CRITICADOS'
                END-IF.

            CARREGA-CHAVES-ARMAZEM.
                MOVE ZERO TO WS-WHS-COUNT
                MOVE 'N'  TO WS-WHS-EOF-SW
                OPEN INPUT WAREHOUSE-FILE
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-SAIDA
                END-IF
                PERFORM UNTIL WAREHOUSE-EOF
                   READ WAREHOUSE-FILE
                      AT END
                         SET WAREHOUSE-EOF TO TRUE
                      NOT AT END
                         PERFORM GUARDA-CHAVE-ARMAZEM
                   END-READ
                END-PERFORM
                CLOSE WAREHOUSE-FILE.

            GUARDA-CHAVE-ARMAZEM.
                IF WS-WHS-COUNT >= WS-MAX-WHS-ENTRIES
                   PERFORM ABENDA-TABELA-ARMAZEM-CHEIA
                END-IF
                ADD 1 TO WS-WHS-COUNT
                SET WS-WHS-IDX TO WS-WHS-COUNT
                MOVE WHS-TRANS-IMAGE(1:10)
                  TO WS-WHS-TRANS-ID(WS-WHS-IDX)
                MOVE WHS-DUE-DATE TO WS-WHS-TRANS-DATE(WS-WHS-IDX).

            ACUMULA-FERIADO-TABELA.
                IF HOL-DATE IS NUMERIC
                   IF WS-HOL-COUNT >= WS-MAX-HOL-ENTRIES
                                  FUNCTION INTEGER-OF-DATE
                                           (WS-BUS-DATE-NUM)
                          PERFORM GRAVA-HEADER-LIMPO
                       ELSE
                          PERFORM GRAVA-LOTE-RETIDO
                       END-IF
                    WHEN TRANS-REC-TRAILER
                     AND TRT-REC-COUNT IS NUMERIC
            CRITICA-REGISTRO.
                ADD 1 TO WS-READ-COUNT
                MOVE SPACES TO WS-REJECT-REASON
                MOVE 'N'    TO WS-WHS-ITEM-SW
                IF WS-CURR-BATCH = ZERO
                 OR NOT BATCH-IS-OPEN
                   MOVE '09' TO WS-REJECT-REASON
                PERFORM VALIDA-TIPO-TRANSACAO
                PERFORM VALIDA-VALOR-TRANSACAO
                PERFORM VALIDA-CONTA-TRANSACAO
                PERFORM VALIDA-CONTRAPARTE-TRANSACAO
                PERFORM VALIDA-ARMAZEM-DUPLICADO
                EVALUATE TRUE
                    WHEN NOT TRANS-REC-CLEAN
                       PERFORM GRAVA-REJEITO
                    WHEN TRANS-TO-WAREHOUSE
                       PERFORM GRAVA-ARMAZEM
                    WHEN OTHER
                       PERFORM GRAVA-TRANSACAO-LIMPA
                END-EVALUATE.

            GRAVA-TRANSACAO-LIMPA.
                ADD 1 TO WS-CLEAN-COUNT
                SET WS-BAT-IDX TO WS-CURR-BATCH
                ADD 1 TO WS-BAT-CLEAN-COUNT(WS-BAT-IDX)
                ADD TRANS-AMOUNT
                  TO WS-BAT-CLEAN-HASH(WS-BAT-IDX)
                MOVE TRANS-REC TO CLEAN-REC
                WRITE CLEAN-REC
                IF WS-CLEAN-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-SAIDA
                END-IF.

            GRAVA-ARMAZEM.
                ADD 1 TO WS-WAREHOUSED-COUNT
                SET WS-BAT-IDX TO WS-CURR-BATCH
                MOVE SPACES                      TO WHS-REC
                MOVE TRANS-DATE                  TO WHS-DUE-DATE
                MOVE WS-BAT-SOURCE(WS-BAT-IDX)   TO WHS-SOURCE-SYSTEM
                MOVE WS-BAT-BUS-DATE(WS-BAT-IDX) TO WHS-RECEIVED-DATE
                MOVE 'P'                         TO WHS-STATUS
                MOVE TRANS-REC                   TO WHS-TRANS-IMAGE
                WRITE WHS-REC
                IF WS-WHS-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-SAIDA
                END-IF
                IF WS-WHS-COUNT >= WS-MAX-WHS-ENTRIES
                   PERFORM ABENDA-TABELA-ARMAZEM-CHEIA
                END-IF
                ADD 1 TO WS-WHS-COUNT
                SET WS-WHS-IDX TO WS-WHS-COUNT
                MOVE TRANS-ID   TO WS-WHS-TRANS-ID(WS-WHS-IDX)
                MOVE TRANS-DATE TO WS-WHS-TRANS-DATE(WS-WHS-IDX).

            GRAVA-HEADER-LIMPO.
                MOVE SPACES TO TRANS-HEADER-REC
                MOVE 'HDR'  TO TRH-REC-TYPE
                           FUNCTION INTEGER-OF-DATE
                                    (WS-TRANS-DATE-NUM)
                   EVALUATE TRUE
                       WHEN WS-TRANS-DATE-INT - WS-BUS-DATE-INT
                               > WS-HORIZON-DAYS
                        AND WS-TRANS-DATE-INT > WS-BUS-DATE-INT
                          MOVE '05' TO WS-REJECT-REASON
                       WHEN WS-TRANS-DATE-INT > WS-BUS-DATE-INT
                          PERFORM VERIFICA-DIA-UTIL
                          IF DATE-IS-HOLIDAY
                             MOVE '07' TO WS-REJECT-REASON
                          ELSE
                             SET TRANS-TO-WAREHOUSE TO TRUE
                          END-IF
                       WHEN WS-BUS-DATE-INT - WS-TRANS-DATE-INT
                               > WS-TOLERANCE-DAYS
                          MOVE '06' TO WS-REJECT-REASON
                      MOVE '04' TO WS-REJECT-REASON
                   END-IF
                END-IF.

            VALIDA-CONTRAPARTE-TRANSACAO.
                IF TRANS-REC-CLEAN
                 AND TRANS-TYPE-TRANSFER
                   EVALUATE TRUE
                       WHEN TRANS-COUNTER-ACCOUNT = SPACES
                          MOVE '10' TO WS-REJECT-REASON
                       WHEN TRANS-COUNTER-ACCOUNT = TRANS-ACCOUNT
                          MOVE '11' TO WS-REJECT-REASON
                   END-EVALUATE
                END-IF.

            VALIDA-ARMAZEM-DUPLICADO.
                IF TRANS-REC-CLEAN
                 AND TRANS-TO-WAREHOUSE
                   PERFORM VARYING WS-WHS-IDX FROM 1 BY 1
                           UNTIL WS-WHS-IDX > WS-WHS-COUNT
                      IF WS-WHS-TRANS-ID(WS-WHS-IDX) = TRANS-ID
                       AND WS-WHS-TRANS-DATE(WS-WHS-IDX) = TRANS-DATE
                         MOVE '12' TO WS-REJECT-REASON
                      END-IF
                   END-PERFORM
                END-IF.
      *>---------------------GRAVACAO DOS REJEITOS----------------------
            GRAVA-REJEITO.
                ADD 1 TO WS-REJECT-COUNT
                       ADD 1 TO WS-REJ-FORA-COUNT
                       MOVE 'REGISTRO FORA DE LOTE'
                         TO REJ-REASON-DESC
                    WHEN '10'
                       ADD 1 TO WS-REJ-CPAUS-COUNT
                       MOVE 'CONTRAPARTE AUSENTE'
                         TO REJ-REASON-DESC
                    WHEN '11'
                       ADD 1 TO WS-REJ-CPIGUAL-COUNT
                       MOVE 'CONTRAPARTE IGUAL A CONTA'
                         TO REJ-REASON-DESC
                    WHEN '12'
                       ADD 1 TO WS-REJ-ARMAZ-COUNT
                       MOVE 'JA ARMAZENADA'
                         TO REJ-REASON-DESC
                END-EVALUATE
                MOVE TRANS-REC        TO REJ-TRANS-IMAGE
                WRITE REJECT-REC
                IF WS-REJECT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-SAIDA
                END-IF.

            GRAVA-LOTE-RETIDO.
                ADD 1 TO WS-REJ-RETIDO-COUNT
                MOVE SPACES           TO REJECT-REC
                MOVE '13'             TO REJ-REASON-CODE
                MOVE 'LOTE RETIDO'    TO REJ-REASON-DESC
                MOVE TRANS-REC        TO REJ-TRANS-IMAGE
                WRITE REJECT-REC
                IF WS-REJECT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-SAIDA
                END-IF.
      *>--------------------RESUMO IMPRESSO (EDTRPT)--------------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-RESUMO-REJEITOS.
                  TO RPT-D-LABEL
                MOVE WS-REJECT-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE 'TRANSACOES ARMAZENADAS (WHSFILE):'
                  TO RPT-D-LABEL
                MOVE WS-WAREHOUSED-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'LOTES POR SISTEMA DE ORIGEM:' TO RPT-LINE
                MOVE '  09 REGISTRO FORA DE LOTE:'
                  TO RPT-D-LABEL
                MOVE WS-REJ-FORA-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE '  10 CONTRAPARTE AUSENTE:'
                  TO RPT-D-LABEL
                MOVE WS-REJ-CPAUS-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE '  11 CONTRAPARTE IGUAL A CONTA:'
                  TO RPT-D-LABEL
                MOVE WS-REJ-CPIGUAL-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE '  12 JA ARMAZENADA:'
                  TO RPT-D-LABEL
                MOVE WS-REJ-ARMAZ-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE
                MOVE '  13 LOTE RETIDO (LINHA DO HEADER):'
                  TO RPT-D-LABEL
                MOVE WS-REJ-RETIDO-COUNT TO RPT-D-COUNT
                PERFORM GRAVA-LINHA-DETALHE.

            GRAVA-LINHA-LOTE.
                CLOSE CLEAN-FILE
                CLOSE REJECT-FILE
                CLOSE EDIT-REPORT-FILE
                CLOSE WAREHOUSE-FILE
                PERFORM DEFINE-RETORNO-CRITICA
                STOP RUN.

                CLOSE HOLIDAY-FILE
                STOP RUN.

            ABENDA-TABELA-ARMAZEM-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* EDIT0001 - ABEND: WAREHOUSE TABLE FULL    *'
                DISPLAY '* WHSFILE HOLDS MORE THAN ' WS-MAX-WHS-ENTRIES
                        ' ITEMS.           *'
                DISPLAY '* INCREASE OCCURS IN WS-WHS-TABLE.          *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.

            ABENDA-ABERTURA-SAIDA.
                DISPLAY '*********************************************'
                DISPLAY '* EDIT0001 - ABEND: CANNOT OPEN OUTPUT FILE *'
                DISPLAY '* TRANREJ STATUS: [' WS-REJECT-FILE-STATUS ']'
                DISPLAY '* EDTRPT  STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* GLEXTR  STATUS: [' WS-GLEXT-FILE-STATUS ']'
                DISPLAY '* WHSFILE STATUS: [' WS-WHS-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                DISPLAY '* TRANCLN STATUS: [' WS-CLEAN-FILE-STATUS ']'
                DISPLAY '* TRANREJ STATUS: [' WS-REJECT-FILE-STATUS ']'
                DISPLAY '* GLEXTR  STATUS: [' WS-GLEXT-FILE-STATUS ']'
                DISPLAY '* WHSFILE STATUS: [' WS-WHS-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
