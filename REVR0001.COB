      *================================================================*
      * Author: GABRIEL NASCIMENTO                                    *
      * Date: 15/10/2026                                     ==>COBOL *
      * -PROGRAMA DE ESTORNO DIRIGIDO DE TRANSACAO POSTADA. RODA NA   *
      * ESTEIRA NOTURNA DEPOIS DOS JUROS: LE OS CARTOES DE ESTORNO    *
      * (REVCARD, COPY REVCARD) - O ID DO PROPRIO ESTORNO E O         *
      * TRANS-ID/TRANS-DATE DA TRANSACAO ORIGINAL - E CONFIRMA NO     *
      * REGISTRO DE PROCESSADOS (PROCREG) E NO HISTORICO (TRANHIST)   *
      * QUE A ORIGINAL FOI REALMENTE POSTADA ('P', NAO SUSPENSA), QUE *
      * NAO E ELA MESMA UM ESTORNO E QUE AINDA NAO FOI ESTORNADA.     *
      * PASSANDO, POSTA O VALOR EXATO COM O TIPO OPOSTO NA MESMA      *
      * CONTA (AS DUAS PERNAS, NO CASO DE TRANSFERENCIA) PELO MESMO   *
      * CAMINHO DO PROG00001: JORNAL (JRNLFILE) ANTES DO REWRITE,     *
      * HISTORICO (TRANHIST, COM O VINCULO HIST-REVERSAL-OF PARA A    *
      * ORIGINAL), REGISTRO DE PROCESSADOS (O ESTORNO COMO 'P' E A    *
      * ORIGINAL MARCADA 'E' - ESTORNADA) E RESUMO NO EXTRATO GL      *
      * (GLEXTR, ORIGEM 'REVERSAL', TRAILER REACUMULADO). O ESTORNO   *
      * NAO MEXE EM ACCT-LAST-ACTIVITY NEM PASSA PELA CRITICA DE      *
      * LIMITE - E CORRECAO, NAO MOVIMENTO DO CLIENTE. CADA CARTAO E  *
      * INDEPENDENTE: O QUE NAO PASSA VAI PARA A LISTA DE EXCECOES DO *
      * RELATORIO (REVRPT) COM O MOTIVO, SEM SEGURAR OS DEMAIS.       *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. REVR0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-CARD-FILE
               ASSIGN TO REVCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT GL-EXTRACT-FILE
               ASSIGN TO GLEXTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXT-FILE-STATUS.
           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO JRNLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT TRANS-HIST-FILE
               ASSIGN TO TRANHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PROCESSED-REG-FILE
               ASSIGN TO PROCREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREG-FILE-STATUS.
           SELECT REVERSAL-REPORT-FILE
               ASSIGN TO REVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  REVERSAL-CARD-FILE.
           COPY REVCARD.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  GL-EXTRACT-FILE.
           COPY GLEXTREC.
       FD  ACCT-JOURNAL-FILE.
           COPY JRNLREC.
       FD  TRANS-HIST-FILE.
           COPY HISTREC.
       FD  PROCESSED-REG-FILE.
           COPY PROCREG.
       FD  REVERSAL-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-CARD-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-GLEXT-FILE-STATUS   PIC X(02) VALUE '00'.
       77 WS-JRNL-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-HIST-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88 CARD-EOF                     VALUE 'Y'.
       77 WS-HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88 HIST-EOF                     VALUE 'Y'.
       77 WS-PREG-EOF-SW         PIC X(01) VALUE 'N'.
           88 PREG-EOF                     VALUE 'Y'.
       77 WS-GLEXT-EOF-SW        PIC X(01) VALUE 'N'.
           88 GLEXT-EOF                    VALUE 'Y'.
       77 WS-RUN-ID              PIC X(14) VALUE SPACES.
       77 WS-TODAY               PIC X(08) VALUE SPACES.
       77 WS-REV-SOURCE          PIC X(08) VALUE 'REVERSAL'.
       77 WS-JRNL-ACTION         PIC X(01) VALUE SPACE.
       77 WS-PREG-DISP           PIC X(01) VALUE SPACE.
       77 WS-ACCT-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
       77 WS-CARD-COUNT          PIC 9(02) VALUE ZERO.
       77 WS-MAX-CARD-ENTRIES    PIC 9(02) VALUE 50.
       77 WS-PRIOR-IDX           PIC 9(02) VALUE ZERO.
       77 WS-LEG-SUB             PIC 9(01) VALUE ZERO.
       77 WS-CARD-ERROR          PIC X(25) VALUE SPACES.
           88 CARD-IS-VALID                VALUE SPACES.
       77 WS-TO-APPLY-COUNT      PIC 9(02) VALUE ZERO.
       77 WS-APPLIED-COUNT       PIC 9(02) VALUE ZERO.
       77 WS-EXCEPTION-COUNT     PIC 9(02) VALUE ZERO.
       77 WS-LEG-POSTED-COUNT    PIC 9(09) VALUE ZERO.
       77 WS-LEG-POSTED-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       77 WS-REV-CREDIT-AMOUNT   PIC S9(11)V99 VALUE ZERO.
       77 WS-REV-DEBIT-AMOUNT    PIC S9(11)V99 VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 50 TIMES INDEXED BY WS-CARD-IDX.
              10 WS-CARD-REV-ID          PIC X(10).
              10 WS-CARD-ORIG-ID         PIC X(10).
              10 WS-CARD-ORIG-DATE       PIC X(08).
              10 WS-CARD-USER            PIC X(08).
              10 WS-CARD-TEXT            PIC X(30).
              10 WS-CARD-REG-POSTED      PIC X(01).
              10 WS-CARD-REG-SUSP        PIC X(01).
              10 WS-CARD-HIST-SUSP       PIC X(01).
              10 WS-CARD-REVERSED        PIC X(01).
              10 WS-CARD-IS-REVERSAL     PIC X(01).
              10 WS-CARD-REV-USED        PIC X(01).
              10 WS-CARD-LEG-COUNT       PIC 9(01).
              10 WS-CARD-LEG OCCURS 2 TIMES.
                 15 WS-CARD-LEG-ACCOUNT  PIC X(12).
                 15 WS-CARD-LEG-TYPE     PIC X(01).
                 15 WS-CARD-LEG-AMOUNT   PIC S9(09)V99.
                 15 WS-CARD-LEG-BALANCE  PIC S9(11)V99.
              10 WS-CARD-RESULT          PIC X(09).
              10 WS-CARD-REASON          PIC X(25).
       77 WS-GLX-RUN-ID          PIC X(14) VALUE SPACES.
       77 WS-GLX-BUS-DATE        PIC X(08) VALUE SPACES.
       77 WS-GLX-TRANS-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-GLX-NET-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-ENTRY-COUNT      PIC 9(03) VALUE ZERO.
       77 WS-GL-MAX-ENTRIES      PIC 9(03) VALUE 200.
       77 WS-GL-FOUND-IDX        PIC 9(03) VALUE ZERO.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 200 TIMES INDEXED BY WS-GL-IDX.
              10 WS-GL-ACCOUNT           PIC X(12).
              10 WS-GL-TYPE              PIC X(01).
              10 WS-GL-SOURCE            PIC X(08).
              10 WS-GL-COUNT             PIC 9(09).
              10 WS-GL-AMOUNT            PIC S9(11)V99.
      *----------------------------------------------------------------*
      * LANCAMENTO DE ESTORNO MONTADO A PARTIR DA PERNA ORIGINAL       *
      *----------------------------------------------------------------*
           COPY TRANREC.
       01 WS-RPT-HEADING.
           05 FILLER                    PIC X(41)
              VALUE 'REVR0001 - ESTORNO DE TRANSACOES POSTADAS'.
           05 FILLER                    PIC X(11) VALUE SPACES.
           05 FILLER                    PIC X(06) VALUE 'DATA: '.
           05 RPT-H-DATE                PIC X(08).
           05 FILLER                    PIC X(14) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(40)
              VALUE 'ESTORNO    ORIGINAL   DATA ORI USUARIO  '.
           05 FILLER                    PIC X(40)
              VALUE 'MOTIVO'.
       01 WS-RPT-DETAIL.
           05 RPT-D-REV-ID              PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-ORIG-ID             PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-ORIG-DATE           PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-USER                PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-D-REASON              PIC X(30).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-LEG.
           05 FILLER                    PIC X(08) VALUE '  CONTA '.
           05 RPT-L-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(06) VALUE ' ORIG '.
           05 RPT-L-ORIG-TYPE           PIC X(01).
           05 FILLER                    PIC X(09) VALUE ' ESTORNO '.
           05 RPT-L-REV-TYPE            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-L-AMOUNT              PIC Z(08)9.99-.
           05 FILLER                    PIC X(07) VALUE ' SALDO '.
           05 RPT-L-BALANCE             PIC Z(10)9.99-.
           05 FILLER                    PIC X(07) VALUE SPACES.
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
            ABRE-ARQUIVOS-ESTORNO.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
                MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
                OPEN OUTPUT REVERSAL-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-ESTORNO
                END-IF
                PERFORM CARREGA-CARTOES-ESTORNO
                IF WS-CARD-COUNT = ZERO
                   PERFORM IMPRIME-SEM-CARTOES
                   MOVE 4 TO RETURN-CODE
                ELSE
                   PERFORM VALIDA-CARTOES-ESTORNO
                   PERFORM PESQUISA-REGISTRO
                   PERFORM PESQUISA-HISTORICO
                   OPEN I-O ACCOUNT-MASTER-FILE
                   IF WS-ACCT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-ABERTURA-ESTORNO
                   END-IF
                   PERFORM AVALIA-CARTOES-ESTORNO
                   IF WS-TO-APPLY-COUNT > ZERO
                      PERFORM CARREGA-EXTRATO-GL
                      PERFORM APLICA-ESTORNOS
                      PERFORM REGRAVA-EXTRATO-GL
                   END-IF
                   CLOSE ACCOUNT-MASTER-FILE
                   PERFORM IMPRIME-RELATORIO-ESTORNO
                   DISPLAY 'REVR0001: ' WS-CARD-COUNT ' CARTOES, '
                           WS-APPLIED-COUNT ' ESTORNADOS, '
                           WS-EXCEPTION-COUNT ' EXCECOES'
                END-IF
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.
      *>--------------------CARGA DOS CARTOES---------------------------
            CARGA-PROC                              SECTION.
            CARREGA-CARTOES-ESTORNO.
                MOVE 'N' TO WS-CARD-EOF-SW
                OPEN INPUT REVERSAL-CARD-FILE
                IF WS-CARD-FILE-STATUS = '00'
                   PERFORM UNTIL CARD-EOF
                      READ REVERSAL-CARD-FILE
                         AT END
                            SET CARD-EOF TO TRUE
                         NOT AT END
                            PERFORM ACUMULA-CARTAO-TABELA
                      END-READ
                   END-PERFORM
                   CLOSE REVERSAL-CARD-FILE
                END-IF.

            ACUMULA-CARTAO-TABELA.
                IF WS-CARD-COUNT >= WS-MAX-CARD-ENTRIES
                   PERFORM ABENDA-LOTE-CARTOES-CHEIO
                END-IF
                ADD 1 TO WS-CARD-COUNT
                SET WS-CARD-IDX TO WS-CARD-COUNT
                MOVE RVC-REVERSAL-ID     TO WS-CARD-REV-ID(WS-CARD-IDX)
                MOVE RVC-ORIG-TRANS-ID   TO WS-CARD-ORIG-ID(WS-CARD-IDX)
                MOVE RVC-ORIG-TRANS-DATE
                  TO WS-CARD-ORIG-DATE(WS-CARD-IDX)
                MOVE RVC-USER-ID         TO WS-CARD-USER(WS-CARD-IDX)
                MOVE RVC-REASON-TEXT     TO WS-CARD-TEXT(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-REG-POSTED(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-REG-SUSP(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-HIST-SUSP(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-REVERSED(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-IS-REVERSAL(WS-CARD-IDX)
                MOVE 'N'    TO WS-CARD-REV-USED(WS-CARD-IDX)
                MOVE ZERO   TO WS-CARD-LEG-COUNT(WS-CARD-IDX)
                MOVE SPACES TO WS-CARD-RESULT(WS-CARD-IDX)
                MOVE SPACES TO WS-CARD-REASON(WS-CARD-IDX).
      *>---------------------CRITICA DOS CARTOES------------------------
            CRITICA-PROC                            SECTION.
            VALIDA-CARTOES-ESTORNO.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   PERFORM CRITICA-CARTAO
                   IF NOT CARD-IS-VALID
                      PERFORM REJEITA-CARTAO
                   END-IF
                END-PERFORM.

            CRITICA-CARTAO.
                MOVE SPACES TO WS-CARD-ERROR
                EVALUATE TRUE
                    WHEN WS-CARD-REV-ID(WS-CARD-IDX) = SPACES
                       MOVE 'ID DO ESTORNO EM BRANCO' TO WS-CARD-ERROR
                    WHEN WS-CARD-ORIG-ID(WS-CARD-IDX) = SPACES
                       MOVE 'ORIGINAL NAO INFORMADO' TO WS-CARD-ERROR
                    WHEN WS-CARD-ORIG-DATE(WS-CARD-IDX) NOT NUMERIC
                       MOVE 'DATA ORIGINAL INVALIDA' TO WS-CARD-ERROR
                    WHEN WS-CARD-USER(WS-CARD-IDX) = SPACES
                       MOVE 'USUARIO EM BRANCO' TO WS-CARD-ERROR
                END-EVALUATE
                IF CARD-IS-VALID
                   PERFORM VERIFICA-CARTAO-REPETIDO
                END-IF.

            VERIFICA-CARTAO-REPETIDO.
                PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                        UNTIL WS-PRIOR-IDX >= WS-CARD-IDX
                   IF WS-CARD-ORIG-ID(WS-PRIOR-IDX)
                          = WS-CARD-ORIG-ID(WS-CARD-IDX)
                    AND WS-CARD-ORIG-DATE(WS-PRIOR-IDX)
                          = WS-CARD-ORIG-DATE(WS-CARD-IDX)
                      MOVE 'ORIGINAL REPETIDO NO LOTE'
                        TO WS-CARD-ERROR
                   END-IF
                   IF WS-CARD-REV-ID(WS-PRIOR-IDX)
                          = WS-CARD-REV-ID(WS-CARD-IDX)
                      MOVE 'ID DO ESTORNO REPETIDO'
                        TO WS-CARD-ERROR
                   END-IF
                END-PERFORM.

            REJEITA-CARTAO.
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE 'REJEITADO'   TO WS-CARD-RESULT(WS-CARD-IDX)
                MOVE WS-CARD-ERROR TO WS-CARD-REASON(WS-CARD-IDX).
      *>-----------------PESQUISA NO PROCREG E NO TRANHIST---------------
            PESQUISA-PROC                           SECTION.
            PESQUISA-REGISTRO.
                MOVE 'N' TO WS-PREG-EOF-SW
                OPEN INPUT PROCESSED-REG-FILE
                IF WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ESTORNO
                END-IF
                PERFORM UNTIL PREG-EOF
                   READ PROCESSED-REG-FILE
                      AT END
                         SET PREG-EOF TO TRUE
                      NOT AT END
                         PERFORM CONFERE-REGISTRO-CARTOES
                   END-READ
                END-PERFORM
                CLOSE PROCESSED-REG-FILE.

            CONFERE-REGISTRO-CARTOES.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = SPACES
                      PERFORM CONFERE-REGISTRO-CARTAO
                   END-IF
                END-PERFORM.

            CONFERE-REGISTRO-CARTAO.
                IF PREG-TRANS-ID   = WS-CARD-ORIG-ID(WS-CARD-IDX)
                 AND PREG-TRANS-DATE = WS-CARD-ORIG-DATE(WS-CARD-IDX)
                   EVALUATE TRUE
                       WHEN PREG-DISP-POSTED
                          MOVE 'Y' TO WS-CARD-REG-POSTED(WS-CARD-IDX)
                       WHEN PREG-DISP-SUSPENSE
                          MOVE 'Y' TO WS-CARD-REG-SUSP(WS-CARD-IDX)
                       WHEN PREG-DISP-REVERSED
                          MOVE 'Y' TO WS-CARD-REVERSED(WS-CARD-IDX)
                   END-EVALUATE
                END-IF
                IF PREG-TRANS-ID   = WS-CARD-REV-ID(WS-CARD-IDX)
                 AND PREG-TRANS-DATE = WS-TODAY
                   MOVE 'Y' TO WS-CARD-REV-USED(WS-CARD-IDX)
                END-IF.

            PESQUISA-HISTORICO.
                MOVE 'N' TO WS-HIST-EOF-SW
                OPEN INPUT TRANS-HIST-FILE
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ESTORNO
                END-IF
                PERFORM UNTIL HIST-EOF
                   READ TRANS-HIST-FILE
                      AT END
                         SET HIST-EOF TO TRUE
                      NOT AT END
                         PERFORM CONFERE-HISTORICO-CARTOES
                   END-READ
                END-PERFORM
                CLOSE TRANS-HIST-FILE.

            CONFERE-HISTORICO-CARTOES.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = SPACES
                      PERFORM CONFERE-HISTORICO-CARTAO
                   END-IF
                END-PERFORM.

            CONFERE-HISTORICO-CARTAO.
                IF HIST-TRANS-ID   = WS-CARD-ORIG-ID(WS-CARD-IDX)
                 AND HIST-TRANS-DATE = WS-CARD-ORIG-DATE(WS-CARD-IDX)
                   IF HIST-DISP-POSTED
                      IF HIST-REVERSAL-OF-ID NOT = SPACES
                         MOVE 'Y' TO WS-CARD-IS-REVERSAL(WS-CARD-IDX)
                      ELSE
                         PERFORM GUARDA-PERNA-ORIGINAL
                      END-IF
                   ELSE
                      MOVE 'Y' TO WS-CARD-HIST-SUSP(WS-CARD-IDX)
                   END-IF
                END-IF
                IF HIST-REVERSAL-OF-ID   = WS-CARD-ORIG-ID(WS-CARD-IDX)
                 AND HIST-REVERSAL-OF-DATE
                       = WS-CARD-ORIG-DATE(WS-CARD-IDX)
                   MOVE 'Y' TO WS-CARD-REVERSED(WS-CARD-IDX)
                END-IF.

            GUARDA-PERNA-ORIGINAL.
                IF WS-CARD-LEG-COUNT(WS-CARD-IDX) < 9
                   ADD 1 TO WS-CARD-LEG-COUNT(WS-CARD-IDX)
                END-IF
                IF WS-CARD-LEG-COUNT(WS-CARD-IDX) NOT > 2
                   MOVE WS-CARD-LEG-COUNT(WS-CARD-IDX) TO WS-LEG-SUB
                   MOVE HIST-ACCOUNT
                     TO WS-CARD-LEG-ACCOUNT(WS-CARD-IDX, WS-LEG-SUB)
                   MOVE HIST-TRANS-TYPE
                     TO WS-CARD-LEG-TYPE(WS-CARD-IDX, WS-LEG-SUB)
                   MOVE HIST-TRANS-AMOUNT
                     TO WS-CARD-LEG-AMOUNT(WS-CARD-IDX, WS-LEG-SUB)
                   MOVE ZERO
                     TO WS-CARD-LEG-BALANCE(WS-CARD-IDX, WS-LEG-SUB)
                END-IF.
      *>----------------AVALIACAO DA ORIGINAL E DAS CONTAS--------------
            AVALIACAO-PROC                          SECTION.
            AVALIA-CARTOES-ESTORNO.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = SPACES
                      PERFORM AVALIA-ORIGINAL
                      IF CARD-IS-VALID
                         ADD 1 TO WS-TO-APPLY-COUNT
                         MOVE 'APLICAR' TO WS-CARD-RESULT(WS-CARD-IDX)
                      ELSE
                         PERFORM REJEITA-CARTAO
                      END-IF
                   END-IF
                END-PERFORM.

            AVALIA-ORIGINAL.
                MOVE SPACES TO WS-CARD-ERROR
                EVALUATE TRUE
                    WHEN WS-CARD-REV-USED(WS-CARD-IDX) = 'Y'
                       MOVE 'ID DO ESTORNO JA USADO' TO WS-CARD-ERROR
                    WHEN WS-CARD-REVERSED(WS-CARD-IDX) = 'Y'
                       MOVE 'ORIGINAL JA ESTORNADO' TO WS-CARD-ERROR
                    WHEN WS-CARD-IS-REVERSAL(WS-CARD-IDX) = 'Y'
                       MOVE 'ORIGINAL E UM ESTORNO' TO WS-CARD-ERROR
                    WHEN WS-CARD-LEG-COUNT(WS-CARD-IDX) = ZERO
                     AND (WS-CARD-REG-SUSP(WS-CARD-IDX) = 'Y'
                       OR WS-CARD-HIST-SUSP(WS-CARD-IDX) = 'Y')
                       MOVE 'ORIGINAL EM SUSPENSO' TO WS-CARD-ERROR
                    WHEN WS-CARD-LEG-COUNT(WS-CARD-IDX) = ZERO
                       MOVE 'ORIGINAL NAO ENCONTRADO' TO WS-CARD-ERROR
                    WHEN WS-CARD-LEG-COUNT(WS-CARD-IDX) > 2
                       MOVE 'HISTORICO INCONSISTENTE' TO WS-CARD-ERROR
                    WHEN WS-CARD-REG-POSTED(WS-CARD-IDX) NOT = 'Y'
                       MOVE 'PROCREG SEM POSTAGEM' TO WS-CARD-ERROR
                END-EVALUATE
                IF CARD-IS-VALID
                   PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                           UNTIL WS-LEG-SUB >
                                 WS-CARD-LEG-COUNT(WS-CARD-IDX)
                              OR NOT CARD-IS-VALID
                      PERFORM VERIFICA-CONTA-PERNA
                   END-PERFORM
                END-IF.

            VERIFICA-CONTA-PERNA.
                MOVE WS-CARD-LEG-ACCOUNT(WS-CARD-IDX, WS-LEG-SUB)
                  TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                      CONTINUE
                END-READ
                EVALUATE WS-ACCT-FILE-STATUS
                    WHEN '00'
                       IF ACCT-STATUS-CLOSED
                          MOVE 'CONTA ENCERRADA' TO WS-CARD-ERROR
                       END-IF
                    WHEN '23'
                       MOVE 'CONTA INEXISTENTE' TO WS-CARD-ERROR
                    WHEN OTHER
                       PERFORM ABENDA-GRAVACAO-ESTORNO
                END-EVALUATE.
      *>-------------------POSTAGEM DOS ESTORNOS------------------------
            POSTAGEM-PROC                           SECTION.
            APLICA-ESTORNOS.
                OPEN EXTEND ACCT-JOURNAL-FILE
                OPEN EXTEND TRANS-HIST-FILE
                OPEN EXTEND PROCESSED-REG-FILE
                IF WS-JRNL-FILE-STATUS NOT = '00'
                 OR WS-HIST-FILE-STATUS NOT = '00'
                 OR WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-ABERTURA-ESTORNO
                END-IF
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = 'APLICAR'
                      PERFORM APLICA-ESTORNO-CARTAO
                   END-IF
                END-PERFORM
                CLOSE ACCT-JOURNAL-FILE
                CLOSE TRANS-HIST-FILE
                CLOSE PROCESSED-REG-FILE.

            APLICA-ESTORNO-CARTAO.
                PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                        UNTIL WS-LEG-SUB >
                              WS-CARD-LEG-COUNT(WS-CARD-IDX)
                   PERFORM APLICA-PERNA-ESTORNO
                END-PERFORM
                MOVE WS-CARD-REV-ID(WS-CARD-IDX)  TO TRANS-ID
                MOVE WS-TODAY                     TO TRANS-DATE
                MOVE 'P' TO WS-PREG-DISP
                PERFORM GRAVA-REGISTRO-PROCESSADO
                MOVE WS-CARD-ORIG-ID(WS-CARD-IDX)   TO TRANS-ID
                MOVE WS-CARD-ORIG-DATE(WS-CARD-IDX) TO TRANS-DATE
                MOVE 'E' TO WS-PREG-DISP
                PERFORM GRAVA-REGISTRO-PROCESSADO
                ADD 1 TO WS-APPLIED-COUNT
                MOVE 'ESTORNADO' TO WS-CARD-RESULT(WS-CARD-IDX).

            APLICA-PERNA-ESTORNO.
                MOVE WS-CARD-LEG-ACCOUNT(WS-CARD-IDX, WS-LEG-SUB)
                  TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                      PERFORM ABENDA-GRAVACAO-ESTORNO
                END-READ
                MOVE ACCT-REC                    TO WS-ACCT-BEFORE-IMAGE
                MOVE SPACES                      TO TRANS-REC
                MOVE WS-CARD-REV-ID(WS-CARD-IDX) TO TRANS-ID
                MOVE WS-TODAY                    TO TRANS-DATE
                MOVE WS-CARD-LEG-AMOUNT(WS-CARD-IDX, WS-LEG-SUB)
                  TO TRANS-AMOUNT
                MOVE ACCT-NUMBER                 TO TRANS-ACCOUNT
                IF WS-CARD-LEG-TYPE(WS-CARD-IDX, WS-LEG-SUB) = 'D'
                   MOVE 'C' TO TRANS-TYPE
                   ADD TRANS-AMOUNT TO ACCT-BALANCE
                   ADD TRANS-AMOUNT TO WS-REV-CREDIT-AMOUNT
                ELSE
                   MOVE 'D' TO TRANS-TYPE
                   SUBTRACT TRANS-AMOUNT FROM ACCT-BALANCE
                   ADD TRANS-AMOUNT TO WS-REV-DEBIT-AMOUNT
                END-IF
                MOVE 'R' TO WS-JRNL-ACTION
                PERFORM GRAVA-JORNAL-ATUALIZACAO
                REWRITE ACCT-REC
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ESTORNO
                END-IF
                MOVE ACCT-BALANCE
                  TO WS-CARD-LEG-BALANCE(WS-CARD-IDX, WS-LEG-SUB)
                ADD 1            TO WS-LEG-POSTED-COUNT
                ADD TRANS-AMOUNT TO WS-LEG-POSTED-AMOUNT
                PERFORM GRAVA-HISTORICO-ESTORNO
                PERFORM ACUMULA-EXTRATO-GL.

            GRAVA-JORNAL-ATUALIZACAO.
                MOVE SPACES               TO JRNL-REC
                MOVE WS-RUN-ID            TO JRNL-RUN-ID
                MOVE TRANS-ID             TO JRNL-TRANS-ID
                MOVE WS-JRNL-ACTION       TO JRNL-ACTION
                MOVE WS-ACCT-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
                MOVE ACCT-REC             TO JRNL-AFTER-IMAGE
                WRITE JRNL-REC
                IF WS-JRNL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ESTORNO
                END-IF.

            GRAVA-HISTORICO-ESTORNO.
                MOVE SPACES        TO HIST-REC
                MOVE TRANS-ID      TO HIST-TRANS-ID
                MOVE TRANS-DATE    TO HIST-TRANS-DATE
                MOVE TRANS-TYPE    TO HIST-TRANS-TYPE
                MOVE TRANS-AMOUNT  TO HIST-TRANS-AMOUNT
                MOVE TRANS-ACCOUNT TO HIST-ACCOUNT
                MOVE WS-RUN-ID     TO HIST-RUN-ID
                MOVE 'P'           TO HIST-DISPOSITION
                MOVE ACCT-BALANCE  TO HIST-BALANCE-AFTER
                MOVE WS-CARD-ORIG-ID(WS-CARD-IDX)
                  TO HIST-REVERSAL-OF-ID
                MOVE WS-CARD-ORIG-DATE(WS-CARD-IDX)
                  TO HIST-REVERSAL-OF-DATE
                WRITE HIST-REC
                IF WS-HIST-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ESTORNO
                END-IF.

            GRAVA-REGISTRO-PROCESSADO.
                MOVE SPACES       TO PREG-REC
                MOVE TRANS-ID     TO PREG-TRANS-ID
                MOVE TRANS-DATE   TO PREG-TRANS-DATE
                MOVE WS-RUN-ID    TO PREG-RUN-ID
                MOVE WS-PREG-DISP TO PREG-DISPOSITION
                WRITE PREG-REC
                IF WS-PREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-GRAVACAO-ESTORNO
                END-IF.
      *>-----------------MERGE DO EXTRATO GL (GLEXTR)-------------------
            EXTRATO-PROC                            SECTION.
            CARREGA-EXTRATO-GL.
                MOVE 'N'  TO WS-GLEXT-EOF-SW
                MOVE ZERO TO WS-GL-ENTRY-COUNT
                OPEN INPUT GL-EXTRACT-FILE
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                PERFORM UNTIL GLEXT-EOF
                   READ GL-EXTRACT-FILE
                      AT END
                         SET GLEXT-EOF TO TRUE
                      NOT AT END
                         PERFORM CLASSIFICA-REGISTRO-GL
                   END-READ
                END-PERFORM
                CLOSE GL-EXTRACT-FILE.

            CLASSIFICA-REGISTRO-GL.
                EVALUATE GLX-H-REC-TYPE
                    WHEN '1'
                       MOVE GLX-H-RUN-ID   TO WS-GLX-RUN-ID
                       MOVE GLX-H-BUS-DATE TO WS-GLX-BUS-DATE
                    WHEN '2'
                       PERFORM CARREGA-RESUMO-GL
                    WHEN '9'
                       MOVE GLX-T-TRANS-COUNT TO WS-GLX-TRANS-COUNT
                       MOVE GLX-T-NET-AMOUNT  TO WS-GLX-NET-AMOUNT
                END-EVALUATE.

            CARREGA-RESUMO-GL.
                IF WS-GL-ENTRY-COUNT >= WS-GL-MAX-ENTRIES
                   PERFORM ABENDA-TABELA-GL-CHEIA
                END-IF
                ADD 1 TO WS-GL-ENTRY-COUNT
                SET WS-GL-IDX TO WS-GL-ENTRY-COUNT
                MOVE GLX-D-ACCOUNT    TO WS-GL-ACCOUNT(WS-GL-IDX)
                MOVE GLX-D-TRANS-TYPE TO WS-GL-TYPE(WS-GL-IDX)
                MOVE GLX-D-SOURCE-SYS TO WS-GL-SOURCE(WS-GL-IDX)
                MOVE GLX-D-REC-COUNT  TO WS-GL-COUNT(WS-GL-IDX)
                MOVE GLX-D-NET-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX).

            ACUMULA-EXTRATO-GL.
                MOVE ZERO TO WS-GL-FOUND-IDX
                PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                        UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
                   IF WS-GL-ACCOUNT(WS-GL-IDX) = TRANS-ACCOUNT
                    AND WS-GL-TYPE(WS-GL-IDX) = TRANS-TYPE
                    AND WS-GL-SOURCE(WS-GL-IDX) = WS-REV-SOURCE
                      SET WS-GL-FOUND-IDX TO WS-GL-IDX
                   END-IF
                END-PERFORM
                IF WS-GL-FOUND-IDX = ZERO
                   IF WS-GL-ENTRY-COUNT >= WS-GL-MAX-ENTRIES
                      PERFORM ABENDA-TABELA-GL-CHEIA
                   END-IF
                   ADD 1 TO WS-GL-ENTRY-COUNT
                   MOVE WS-GL-ENTRY-COUNT TO WS-GL-FOUND-IDX
                   SET WS-GL-IDX TO WS-GL-FOUND-IDX
                   MOVE TRANS-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-IDX)
                   MOVE TRANS-TYPE    TO WS-GL-TYPE(WS-GL-IDX)
                   MOVE WS-REV-SOURCE TO WS-GL-SOURCE(WS-GL-IDX)
                   MOVE ZERO          TO WS-GL-COUNT(WS-GL-IDX)
                   MOVE ZERO          TO WS-GL-AMOUNT(WS-GL-IDX)
                END-IF
                SET WS-GL-IDX TO WS-GL-FOUND-IDX
                ADD 1            TO WS-GL-COUNT(WS-GL-IDX)
                ADD TRANS-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX).

            REGRAVA-EXTRATO-GL.
                OPEN OUTPUT GL-EXTRACT-FILE
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                MOVE SPACES          TO GLX-HEADER-REC
                MOVE '1'             TO GLX-H-REC-TYPE
                MOVE WS-GLX-RUN-ID   TO GLX-H-RUN-ID
                MOVE WS-GLX-BUS-DATE TO GLX-H-BUS-DATE
                WRITE GLX-HEADER-REC
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                        UNTIL WS-GL-IDX > WS-GL-ENTRY-COUNT
                   MOVE SPACES                TO GLX-DETAIL-REC
                   MOVE '2'                   TO GLX-D-REC-TYPE
                   MOVE WS-GL-ACCOUNT(WS-GL-IDX)
                     TO GLX-D-ACCOUNT
                   MOVE WS-GL-TYPE(WS-GL-IDX) TO GLX-D-TRANS-TYPE
                   MOVE WS-GL-SOURCE(WS-GL-IDX)
                     TO GLX-D-SOURCE-SYS
                   MOVE WS-GL-COUNT(WS-GL-IDX)
                     TO GLX-D-REC-COUNT
                   MOVE WS-GL-AMOUNT(WS-GL-IDX)
                     TO GLX-D-NET-AMOUNT
                   WRITE GLX-DETAIL-REC
                   IF WS-GLEXT-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-EXTRATO-GL
                   END-IF
                END-PERFORM
                MOVE SPACES            TO GLX-TRAILER-REC
                MOVE '9'               TO GLX-T-REC-TYPE
                MOVE WS-GL-ENTRY-COUNT TO GLX-T-DETAIL-COUNT
                ADD WS-GLX-TRANS-COUNT WS-LEG-POSTED-COUNT
                    GIVING GLX-T-TRANS-COUNT
                ADD WS-GLX-NET-AMOUNT WS-LEG-POSTED-AMOUNT
                    GIVING GLX-T-NET-AMOUNT
                WRITE GLX-TRAILER-REC
                IF WS-GLEXT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-EXTRATO-GL
                END-IF
                CLOSE GL-EXTRACT-FILE
                DISPLAY 'REVR0001: EXTRATO GL REACUMULADO COM '
                        WS-LEG-POSTED-COUNT
                        ' LANCAMENTOS DE ESTORNO (GLEXTR)'.
      *>-----------------RELATORIO DE ESTORNOS (REVRPT)-----------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-RELATORIO-ESTORNO.
                MOVE WS-TODAY        TO RPT-H-DATE
                MOVE WS-RPT-HEADING  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'ESTORNOS EFETUADOS:' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF WS-APPLIED-COUNT = ZERO
                   MOVE '  NENHUM ESTORNO EFETUADO.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = 'ESTORNADO'
                      PERFORM IMPRIME-ESTORNO-EFETUADO
                   END-IF
                END-PERFORM
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'EXCECOES DE ESTORNO (NADA POSTADO):' TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                IF WS-EXCEPTION-COUNT = ZERO
                   MOVE '  NENHUMA EXCECAO.' TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CARD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) = 'REJEITADO'
                      PERFORM IMPRIME-LINHA-CARTAO
                   END-IF
                END-PERFORM
                PERFORM IMPRIME-RESUMO-ESTORNO.

            IMPRIME-ESTORNO-EFETUADO.
                PERFORM IMPRIME-LINHA-CARTAO
                PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                        UNTIL WS-LEG-SUB >
                              WS-CARD-LEG-COUNT(WS-CARD-IDX)
                   MOVE WS-CARD-LEG-ACCOUNT(WS-CARD-IDX, WS-LEG-SUB)
                     TO RPT-L-ACCOUNT
                   MOVE WS-CARD-LEG-TYPE(WS-CARD-IDX, WS-LEG-SUB)
                     TO RPT-L-ORIG-TYPE
                   IF WS-CARD-LEG-TYPE(WS-CARD-IDX, WS-LEG-SUB) = 'D'
                      MOVE 'C' TO RPT-L-REV-TYPE
                   ELSE
                      MOVE 'D' TO RPT-L-REV-TYPE
                   END-IF
                   MOVE WS-CARD-LEG-AMOUNT(WS-CARD-IDX, WS-LEG-SUB)
                     TO RPT-L-AMOUNT
                   MOVE WS-CARD-LEG-BALANCE(WS-CARD-IDX, WS-LEG-SUB)
                     TO RPT-L-BALANCE
                   MOVE WS-RPT-LEG TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-PERFORM.

            IMPRIME-LINHA-CARTAO.
                MOVE WS-CARD-REV-ID(WS-CARD-IDX)    TO RPT-D-REV-ID
                MOVE WS-CARD-ORIG-ID(WS-CARD-IDX)   TO RPT-D-ORIG-ID
                MOVE WS-CARD-ORIG-DATE(WS-CARD-IDX) TO RPT-D-ORIG-DATE
                MOVE WS-CARD-USER(WS-CARD-IDX)      TO RPT-D-USER
                IF WS-CARD-RESULT(WS-CARD-IDX) = 'REJEITADO'
                   MOVE WS-CARD-REASON(WS-CARD-IDX) TO RPT-D-REASON
                ELSE
                   MOVE WS-CARD-TEXT(WS-CARD-IDX)   TO RPT-D-REASON
                END-IF
                MOVE WS-RPT-DETAIL TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-RESUMO-ESTORNO.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'CARTOES DE ESTORNO LIDOS:' TO RPT-T-LABEL
                MOVE WS-CARD-COUNT               TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ESTORNOS EFETUADOS:' TO RPT-T-LABEL
                MOVE WS-APPLIED-COUNT      TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'EXCECOES (CARTOES NAO APLICADOS):' TO RPT-T-LABEL
                MOVE WS-EXCEPTION-COUNT                  TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CREDITOS DE ESTORNO:' TO RPT-T-LABEL
                MOVE WS-REV-CREDIT-AMOUNT   TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'DEBITOS DE ESTORNO:' TO RPT-T-LABEL
                MOVE WS-REV-DEBIT-AMOUNT   TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'LANCAMENTOS POSTADOS (GLEXTR):' TO RPT-T-LABEL
                MOVE WS-LEG-POSTED-COUNT              TO RPT-T-COUNT
                MOVE WS-LEG-POSTED-AMOUNT             TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                IF WS-EXCEPTION-COUNT > ZERO
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
                   PERFORM ABENDA-SAIDA-ESTORNO
                END-IF.

            IMPRIME-SEM-CARTOES.
                MOVE 'REVR0001 - ESTORNO DE TRANSACOES POSTADAS'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'NENHUM CARTAO DE ESTORNO (REVCARD) LIDO.'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                DISPLAY 'REVR0001: NENHUM CARTAO DE ESTORNO '
                        '(REVCARD) LIDO'.
      *>-------------------------FINALIZACAO----------------------------
            FIM-ESTORNO                             SECTION.
            ABENDA-LOTE-CARTOES-CHEIO.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: REVERSAL BATCH TOO BIG  *'
                DISPLAY '* REVCARD HAS MORE THAN ' WS-MAX-CARD-ENTRIES
                        ' CARDS.          *'
                DISPLAY '* SPLIT THE BATCH AND RERUN.                *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE REVERSAL-CARD-FILE
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.

            ABENDA-ABERTURA-ESTORNO.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: CANNOT OPEN POSTING     *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* JRNLFILE STATUS: [' WS-JRNL-FILE-STATUS ']'
                DISPLAY '* TRANHIST STATUS: [' WS-HIST-FILE-STATUS ']'
                DISPLAY '* PROCREG  STATUS: [' WS-PREG-FILE-STATUS ']'
                DISPLAY '* NOTHING REVERSED - CHECK DDS.             *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.

            ABENDA-GRAVACAO-ESTORNO.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: REVERSAL POSTING FAILED *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* JRNLFILE STATUS: [' WS-JRNL-FILE-STATUS ']'
                DISPLAY '* TRANHIST STATUS: [' WS-HIST-FILE-STATUS ']'
                DISPLAY '* PROCREG  STATUS: [' WS-PREG-FILE-STATUS ']'
                DISPLAY '* LAST TXN: [' TRANS-ID ']'
                DISPLAY '* BACK OUT THIS RUN-ID (BACK0001) BEFORE    *'
                DISPLAY '* RERUNNING THE CARDS.                      *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-GL-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: GL SUMMARY TABLE FULL   *'
                DISPLAY '* MORE THAN ' WS-GL-MAX-ENTRIES
                        ' ACCOUNT/TYPE COMBINATIONS.  *'
                DISPLAY '* INCREASE OCCURS IN WS-GL-TABLE TO RESIZE. *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.

            ABENDA-EXTRATO-GL.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: GL EXTRACT MERGE FAILED *'
                DISPLAY '* GLEXTR STATUS: [' WS-GLEXT-FILE-STATUS ']'
                DISPLAY '* REVERSALS MAY BE ON THE MASTER -          *'
                DISPLAY '* DO NOT RERUN BEFORE CHECKING DD GLEXTR.   *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE REVERSAL-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-ESTORNO.
                DISPLAY '*********************************************'
                DISPLAY '* REVR0001 - ABEND: REVERSAL REPORT FAILED  *'
                DISPLAY '* REVRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* CHECK DD ALLOCATION/SPACE/DCB.            *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM REVR0001.
