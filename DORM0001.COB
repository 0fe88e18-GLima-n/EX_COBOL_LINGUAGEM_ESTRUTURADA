      *================================================================*
      * Author: GABRIEL NASCIMENTO                                     *
      * Date: 15/10/2026                                     ==>COBOL  *
      * -PROGRAMA DE VARREDURA PERIODICA DE CONTAS INATIVAS. LE O     *
      * CADASTRO DE CONTAS (ACCTMST) EM SEQUENCIA E MARCA COMO        *
      * INATIVA ('D') TODA CONTA ATIVA CUJO ULTIMO MOVIMENTO (ACCT-   *
      * LAST-ACTIVITY) E MAIS ANTIGO QUE O NUMERO DE MESES DO CARTAO  *
      * DORMPARM. CADA MUDANCA DE SITUACAO VAI PARA O JORNAL          *
      * (JRNLFILE, IMAGEM ANTES/DEPOIS) ANTES DO REWRITE, PARA O      *
      * BACK0001 PODER DESFAZER A VARREDURA PELO RUN-ID. MANTEM O     *
      * REGISTRO DE INATIVAS (DORMREG, VIA O ARQUIVO DE TRABALHO      *
      * DORMNEW) COM A DATA DA MARCACAO E O SALDO DA ULTIMA           *
      * VARREDURA, E IMPRIME NO DORMRPT AS CONTAS MARCADAS NESTA      *
      * EXECUCAO E A LISTA DE CANDIDATAS A RECURSOS NAO RECLAMADOS -  *
      * INATIVAS HA MAIS MESES QUE O SEGUNDO LIMITE DO DORMPARM E COM *
      * SALDO. A POSTAGEM MANDA DEBITO EM CONTA INATIVA PARA O        *
      * SUSPENSO ('CONTA INATIVA'); CREDITO CONTINUA POSTANDO. A      *
      * REATIVACAO E FEITA PELO MANT0002 (CARTAO REACT).              *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. DORM0001.
       ENVIRONMENT                                           DIVISION.
       INPUT-OUTPUT                                 SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT DORMANCY-PARM-FILE
               ASSIGN TO DORMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT DORMANCY-REG-FILE
               ASSIGN TO DORMREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DREG-FILE-STATUS.
           SELECT DORMANCY-NEW-FILE
               ASSIGN TO DORMNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT ACCT-JOURNAL-FILE
               ASSIGN TO JRNLFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT DORMANCY-REPORT-FILE
               ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACCTREC.
       FD  DORMANCY-PARM-FILE.
           COPY DORMPARM.
       FD  DORMANCY-REG-FILE.
           COPY DORMREC.
       FD  DORMANCY-NEW-FILE.
       01  DORM-NEW-REC                PIC X(59).
       FD  ACCT-JOURNAL-FILE.
           COPY JRNLREC.
       FD  DORMANCY-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE                              SECTION.
       77 WS-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-DREG-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-JRNL-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-ACCT-EOF-SW         PIC X(01) VALUE 'N'.
           88 ACCT-EOF                     VALUE 'Y'.
       77 WS-DREG-EOF-SW         PIC X(01) VALUE 'N'.
           88 DREG-EOF                     VALUE 'Y'.
       77 WS-NEW-EOF-SW          PIC X(01) VALUE 'N'.
           88 DORM-NEW-EOF                 VALUE 'Y'.
       77 WS-RUN-ID              PIC X(14) VALUE SPACES.
       77 WS-TODAY               PIC X(08) VALUE SPACES.
       77 WS-IDLE-MONTHS         PIC 9(03) VALUE 24.
       77 WS-UNCLAIMED-MONTHS    PIC 9(03) VALUE 60.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           88 PARM-VALID                   VALUE 'Y'.
       77 WS-IDLE-CUTOFF         PIC X(08) VALUE SPACES.
       77 WS-UNCLAIMED-CUTOFF    PIC X(08) VALUE SPACES.
       77 WS-CALC-MONTHS         PIC 9(03) VALUE ZERO.
       77 WS-CALC-CUTOFF         PIC X(08) VALUE SPACES.
       77 WS-MONTH-TOTAL         PIC 9(07) VALUE ZERO.
       77 WS-MONTH-REM           PIC 9(02) VALUE ZERO.
       01 WS-DATE-WORK.
           05 WS-DW-YEAR                PIC 9(04).
           05 WS-DW-MONTH               PIC 9(02).
           05 WS-DW-DAY                 PIC 9(02).
       77 WS-JRNL-TRANS-ID       PIC X(10) VALUE 'INATIVACAO'.
       77 WS-ACCT-BEFORE-IMAGE   PIC X(80) VALUE SPACES.
       77 WS-ACCT-READ-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-FLAGGED-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-FLAGGED-BALANCE     PIC S9(13)V99 VALUE ZERO.
       77 WS-DORMANT-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-DORMANT-BALANCE     PIC S9(13)V99 VALUE ZERO.
       77 WS-UNREG-COUNT         PIC 9(09) VALUE ZERO.
       77 WS-NO-DATE-COUNT       PIC 9(09) VALUE ZERO.
       77 WS-UNCLAIMED-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-UNCLAIMED-BALANCE   PIC S9(13)V99 VALUE ZERO.
       77 WS-NEW-WRITE-COUNT     PIC 9(09) VALUE ZERO.
       77 WS-NEW-COPY-COUNT      PIC 9(09) VALUE ZERO.
       77 WS-DRG-ENTRIES         PIC 9(05) VALUE ZERO.
       77 WS-DRG-MAX-ENTRIES     PIC 9(05) VALUE 5000.
       77 WS-DRG-FOUND-IDX       PIC 9(05) VALUE ZERO.
       01 WS-DRG-TABLE.
           05 WS-DRG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-DRG-IDX.
              10 WS-DRG-ACCOUNT          PIC X(12).
              10 WS-DRG-SINCE-DATE       PIC X(08).
              10 WS-DRG-RUN-ID           PIC X(14).
       01 WS-RPT-FLAGGED.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-F-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-F-NAME                PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-F-LAST-ACT            PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-F-BALANCE             PIC Z(10)9.99-.
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-UNCLAIMED.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-U-ACCOUNT             PIC X(12).
           05 FILLER                    PIC X(08) VALUE ' DESDE  '.
           05 RPT-U-SINCE               PIC X(08).
           05 FILLER                    PIC X(12) VALUE ' ULT.MOVTO  '.
           05 RPT-U-LAST-ACT            PIC X(08).
           05 FILLER                    PIC X(07) VALUE ' SALDO '.
           05 RPT-U-BALANCE             PIC Z(10)9.99-.
           05 FILLER                    PIC X(08) VALUE SPACES.
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(40)
              VALUE '  CONTA        NOME                     '.
           05 FILLER                    PIC X(40)
              VALUE '       ULT.MOVTO            SALDO'.
       01 WS-RPT-TOTALS.
           05 RPT-T-LABEL               PIC X(38).
           05 RPT-T-COUNT               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 RPT-T-AMOUNT              PIC Z(12)9.99-.
           05 FILLER                    PIC X(15) VALUE SPACES.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.

      *>-------------------------INICIALIZACAO--------------------------
            INICIO                                  SECTION.
            ABRE-ARQUIVOS-INATIVAS.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID
                MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
                OPEN OUTPUT DORMANCY-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                PERFORM LE-PARAMETRO-INATIVIDADE
                PERFORM CARREGA-REGISTRO-INATIVAS
                PERFORM IMPRIME-CABECALHO-INATIVAS
                PERFORM VARRE-CADASTRO-CONTAS
                PERFORM REGRAVA-REGISTRO-INATIVAS
                PERFORM LISTA-RECURSOS-NAO-RECLAMADOS
                PERFORM IMPRIME-RESUMO-INATIVAS
                CLOSE DORMANCY-REPORT-FILE
                DISPLAY 'DORM0001: ' WS-ACCT-READ-COUNT
                        ' CONTAS LIDAS, ' WS-FLAGGED-COUNT
                        ' MARCADAS INATIVAS, ' WS-UNCLAIMED-COUNT
                        ' CANDIDATAS A NAO RECLAMADOS'
                STOP RUN.
      *>--------------------PARAMETRO E DATAS DE CORTE------------------
            LE-PARAMETRO-INATIVIDADE.
                MOVE 'N' TO WS-PARM-OK-SW
                OPEN INPUT DORMANCY-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ DORMANCY-PARM-FILE
                      NOT AT END
                         IF DORM-IDLE-MONTHS IS NUMERIC
                          AND DORM-IDLE-MONTHS > ZERO
                          AND DORM-UNCLAIMED-MONTHS IS NUMERIC
                          AND DORM-UNCLAIMED-MONTHS > ZERO
                            MOVE DORM-IDLE-MONTHS TO WS-IDLE-MONTHS
                            MOVE DORM-UNCLAIMED-MONTHS
                              TO WS-UNCLAIMED-MONTHS
                            MOVE 'Y' TO WS-PARM-OK-SW
                         END-IF
                   END-READ
                   CLOSE DORMANCY-PARM-FILE
                END-IF
                IF NOT PARM-VALID
                   DISPLAY 'DORM0001: PARAMETRO DE INATIVIDADE '
                           '(DORMPARM) AUSENTE OU INVALIDO - ASSUMIDO '
                           WS-IDLE-MONTHS ' E ' WS-UNCLAIMED-MONTHS
                           ' MESES'
                END-IF
                MOVE WS-IDLE-MONTHS TO WS-CALC-MONTHS
                PERFORM CALCULA-DATA-CORTE
                MOVE WS-CALC-CUTOFF TO WS-IDLE-CUTOFF
                MOVE WS-UNCLAIMED-MONTHS TO WS-CALC-MONTHS
                PERFORM CALCULA-DATA-CORTE
                MOVE WS-CALC-CUTOFF TO WS-UNCLAIMED-CUTOFF.

            CALCULA-DATA-CORTE.
                MOVE WS-TODAY TO WS-DATE-WORK
                COMPUTE WS-MONTH-TOTAL =
                        WS-DW-YEAR * 12 + WS-DW-MONTH - 1
                        - WS-CALC-MONTHS
                DIVIDE WS-MONTH-TOTAL BY 12
                       GIVING WS-DW-YEAR REMAINDER WS-MONTH-REM
                COMPUTE WS-DW-MONTH = WS-MONTH-REM + 1
                MOVE WS-DATE-WORK TO WS-CALC-CUTOFF.
      *>------------------CARGA DO REGISTRO DE INATIVAS-----------------
            CARREGA-REGISTRO-INATIVAS.
                MOVE ZERO TO WS-DRG-ENTRIES
                MOVE 'N'  TO WS-DREG-EOF-SW
                OPEN INPUT DORMANCY-REG-FILE
                IF WS-DREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                PERFORM UNTIL DREG-EOF
                   READ DORMANCY-REG-FILE
                      AT END
                         SET DREG-EOF TO TRUE
                      NOT AT END
                         PERFORM CARREGA-INATIVA-TABELA
                   END-READ
                END-PERFORM
                CLOSE DORMANCY-REG-FILE.

            CARREGA-INATIVA-TABELA.
                IF WS-DRG-ENTRIES >= WS-DRG-MAX-ENTRIES
                   PERFORM ABENDA-TABELA-INATIVAS
                END-IF
                ADD 1 TO WS-DRG-ENTRIES
                SET WS-DRG-IDX TO WS-DRG-ENTRIES
                MOVE DORM-ACCOUNT    TO WS-DRG-ACCOUNT(WS-DRG-IDX)
                MOVE DORM-SINCE-DATE TO WS-DRG-SINCE-DATE(WS-DRG-IDX)
                MOVE DORM-RUN-ID     TO WS-DRG-RUN-ID(WS-DRG-IDX).

            LOCALIZA-INATIVA-REGISTRO.
                MOVE ZERO TO WS-DRG-FOUND-IDX
                PERFORM VARYING WS-DRG-IDX FROM 1 BY 1
                        UNTIL WS-DRG-IDX > WS-DRG-ENTRIES
                           OR WS-DRG-FOUND-IDX > ZERO
                   IF WS-DRG-ACCOUNT(WS-DRG-IDX) = ACCT-NUMBER
                      SET WS-DRG-FOUND-IDX TO WS-DRG-IDX
                   END-IF
                END-PERFORM.
      *>-----------------VARREDURA DO CADASTRO (ACCTMST)----------------
            VARREDURA-PROC                          SECTION.
            VARRE-CADASTRO-CONTAS.
                MOVE 'N' TO WS-ACCT-EOF-SW
                OPEN I-O ACCOUNT-MASTER-FILE
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-INATIVAS
                END-IF
                OPEN EXTEND ACCT-JOURNAL-FILE
                IF WS-JRNL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-INATIVAS
                END-IF
                OPEN OUTPUT DORMANCY-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                MOVE 'CONTAS MARCADAS INATIVAS NESTA VARREDURA:'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE WS-RPT-COLUMNS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM UNTIL ACCT-EOF
                   READ ACCOUNT-MASTER-FILE
                      AT END
                         SET ACCT-EOF TO TRUE
                      NOT AT END
                         PERFORM AVALIA-CONTA-INATIVIDADE
                   END-READ
                END-PERFORM
                IF WS-FLAGGED-COUNT = ZERO
                   MOVE '  NENHUMA CONTA NOVA SEM MOVIMENTO NO PRAZO.'
                     TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-JOURNAL-FILE
                CLOSE DORMANCY-NEW-FILE.

            AVALIA-CONTA-INATIVIDADE.
                ADD 1 TO WS-ACCT-READ-COUNT
                EVALUATE TRUE
                    WHEN ACCT-STATUS-ACTIVE
                       IF ACCT-LAST-ACTIVITY IS NUMERIC
                          IF ACCT-LAST-ACTIVITY < WS-IDLE-CUTOFF
                             PERFORM MARCA-CONTA-INATIVA
                          END-IF
                       ELSE
                          ADD 1 TO WS-NO-DATE-COUNT
                       END-IF
                    WHEN ACCT-STATUS-DORMANT
                       PERFORM MANTEM-CONTA-INATIVA
                END-EVALUATE.

            MARCA-CONTA-INATIVA.
                MOVE ACCT-REC TO WS-ACCT-BEFORE-IMAGE
                MOVE 'D'      TO ACCT-STATUS
                PERFORM GRAVA-JORNAL-INATIVACAO
                REWRITE ACCT-REC
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-INATIVAS
                END-IF
                ADD 1            TO WS-FLAGGED-COUNT
                ADD ACCT-BALANCE TO WS-FLAGGED-BALANCE
                MOVE SPACES             TO WS-RPT-FLAGGED
                MOVE ACCT-NUMBER        TO RPT-F-ACCOUNT
                MOVE ACCT-NAME          TO RPT-F-NAME
                MOVE ACCT-LAST-ACTIVITY TO RPT-F-LAST-ACT
                MOVE ACCT-BALANCE       TO RPT-F-BALANCE
                MOVE WS-RPT-FLAGGED     TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES             TO DORM-REC
                MOVE ACCT-NUMBER        TO DORM-ACCOUNT
                MOVE WS-TODAY           TO DORM-SINCE-DATE
                MOVE WS-RUN-ID          TO DORM-RUN-ID
                PERFORM GRAVA-INATIVA-NOVA.

            MANTEM-CONTA-INATIVA.
                PERFORM LOCALIZA-INATIVA-REGISTRO
                MOVE SPACES      TO DORM-REC
                MOVE ACCT-NUMBER TO DORM-ACCOUNT
                IF WS-DRG-FOUND-IDX > ZERO
                   SET WS-DRG-IDX TO WS-DRG-FOUND-IDX
                   MOVE WS-DRG-SINCE-DATE(WS-DRG-IDX)
                     TO DORM-SINCE-DATE
                   MOVE WS-DRG-RUN-ID(WS-DRG-IDX) TO DORM-RUN-ID
                ELSE
                   ADD 1 TO WS-UNREG-COUNT
                   MOVE WS-TODAY  TO DORM-SINCE-DATE
                   MOVE WS-RUN-ID TO DORM-RUN-ID
                END-IF
                PERFORM GRAVA-INATIVA-NOVA.

            GRAVA-INATIVA-NOVA.
                MOVE ACCT-LAST-ACTIVITY TO DORM-LAST-ACTIVITY
                MOVE ACCT-BALANCE       TO DORM-BALANCE
                ADD 1            TO WS-DORMANT-COUNT
                ADD ACCT-BALANCE TO WS-DORMANT-BALANCE
                MOVE DORM-REC TO DORM-NEW-REC
                WRITE DORM-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                ADD 1 TO WS-NEW-WRITE-COUNT.

            GRAVA-JORNAL-INATIVACAO.
                MOVE SPACES               TO JRNL-REC
                MOVE WS-RUN-ID            TO JRNL-RUN-ID
                MOVE WS-JRNL-TRANS-ID     TO JRNL-TRANS-ID
                MOVE 'R'                  TO JRNL-ACTION
                MOVE WS-ACCT-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
                MOVE ACCT-REC             TO JRNL-AFTER-IMAGE
                WRITE JRNL-REC
                IF WS-JRNL-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-INATIVAS
                END-IF.
      *>---------------REGRAVACAO DO REGISTRO DE INATIVAS---------------
            REGRAVA-REGISTRO-INATIVAS.
                MOVE 'N' TO WS-NEW-EOF-SW
                OPEN INPUT DORMANCY-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                OPEN OUTPUT DORMANCY-REG-FILE
                IF WS-DREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                PERFORM UNTIL DORM-NEW-EOF
                   READ DORMANCY-NEW-FILE
                      AT END
                         SET DORM-NEW-EOF TO TRUE
                      NOT AT END
                         PERFORM COPIA-INATIVA-NOVA
                   END-READ
                END-PERFORM
                CLOSE DORMANCY-NEW-FILE
                CLOSE DORMANCY-REG-FILE
                IF WS-NEW-COPY-COUNT NOT = WS-NEW-WRITE-COUNT
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF.

            COPIA-INATIVA-NOVA.
                ADD 1 TO WS-NEW-COPY-COUNT
                MOVE DORM-NEW-REC TO DORM-REC
                WRITE DORM-REC
                IF WS-DREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF.
      *>---------------LISTA DE RECURSOS NAO RECLAMADOS-----------------
            LISTA-RECURSOS-NAO-RECLAMADOS.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                STRING 'CANDIDATAS A RECURSOS NAO RECLAMADOS (INATIVAS '
                       'DESDE ANTES DE ' WS-UNCLAIMED-CUTOFF
                       ' COM SALDO):'
                       DELIMITED BY SIZE INTO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE 'N' TO WS-DREG-EOF-SW
                OPEN INPUT DORMANCY-REG-FILE
                IF WS-DREG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF
                PERFORM UNTIL DREG-EOF
                   READ DORMANCY-REG-FILE
                      AT END
                         SET DREG-EOF TO TRUE
                      NOT AT END
                         PERFORM AVALIA-RECURSO-NAO-RECLAMADO
                   END-READ
                END-PERFORM
                CLOSE DORMANCY-REG-FILE
                IF WS-UNCLAIMED-COUNT = ZERO
                   MOVE '  NENHUMA CONTA INATIVA COM SALDO NO PRAZO.'
                     TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF.

            AVALIA-RECURSO-NAO-RECLAMADO.
                IF DORM-SINCE-DATE < WS-UNCLAIMED-CUTOFF
                 AND DORM-BALANCE IS NUMERIC
                 AND DORM-BALANCE NOT = ZERO
                   ADD 1            TO WS-UNCLAIMED-COUNT
                   ADD DORM-BALANCE TO WS-UNCLAIMED-BALANCE
                   MOVE SPACES             TO WS-RPT-UNCLAIMED
                   MOVE DORM-ACCOUNT       TO RPT-U-ACCOUNT
                   MOVE DORM-SINCE-DATE    TO RPT-U-SINCE
                   MOVE DORM-LAST-ACTIVITY TO RPT-U-LAST-ACT
                   MOVE DORM-BALANCE       TO RPT-U-BALANCE
                   MOVE WS-RPT-UNCLAIMED   TO RPT-LINE
                   PERFORM GRAVA-LINHA-RELATORIO
                END-IF.
      *>------------------RELATORIO DE INATIVAS (DORMRPT)---------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-CABECALHO-INATIVAS.
                MOVE 'DORM0001 - VARREDURA DE CONTAS INATIVAS'
                  TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                STRING 'INATIVA APOS ' WS-IDLE-MONTHS
                       ' MESES SEM MOVIMENTO (ULT.MOVTO ANTES DE '
                       WS-IDLE-CUTOFF ')'
                       DELIMITED BY SIZE INTO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                STRING 'NAO RECLAMADA APOS ' WS-UNCLAIMED-MONTHS
                       ' MESES INATIVA COM SALDO'
                       DELIMITED BY SIZE INTO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO.

            IMPRIME-RESUMO-INATIVAS.
                MOVE SPACES TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS
                MOVE 'CONTAS LIDAS (ACCTMST):'   TO RPT-T-LABEL
                MOVE WS-ACCT-READ-COUNT          TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'MARCADAS INATIVAS NESTA VARREDURA:'
                  TO RPT-T-LABEL
                MOVE WS-FLAGGED-COUNT   TO RPT-T-COUNT
                MOVE WS-FLAGGED-BALANCE TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'TOTAL DE CONTAS INATIVAS:' TO RPT-T-LABEL
                MOVE WS-DORMANT-COUNT            TO RPT-T-COUNT
                MOVE WS-DORMANT-BALANCE          TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'INATIVAS SEM REGISTRO (DESDE HOJE):'
                  TO RPT-T-LABEL
                MOVE WS-UNREG-COUNT TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'ATIVAS SEM DATA DE MOVIMENTO:' TO RPT-T-LABEL
                MOVE WS-NO-DATE-COUNT                TO RPT-T-COUNT
                PERFORM GRAVA-LINHA-TOTAL
                MOVE 'CANDIDATAS A NAO RECLAMADOS:' TO RPT-T-LABEL
                MOVE WS-UNCLAIMED-COUNT             TO RPT-T-COUNT
                MOVE WS-UNCLAIMED-BALANCE           TO RPT-T-AMOUNT
                PERFORM GRAVA-LINHA-TOTAL
                IF PARM-VALID
                   MOVE 0 TO RETURN-CODE
                ELSE
                   MOVE 4 TO RETURN-CODE
                END-IF.

            GRAVA-LINHA-TOTAL.
                MOVE WS-RPT-TOTALS TO RPT-LINE
                PERFORM GRAVA-LINHA-RELATORIO
                MOVE SPACES TO WS-RPT-TOTALS.

            GRAVA-LINHA-RELATORIO.
                WRITE RPT-LINE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-INATIVAS
                END-IF.
      *>-------------------------FINALIZACAO----------------------------
            FIM-INATIVAS                            SECTION.
            ABENDA-MASTER-INATIVAS.
                DISPLAY '*********************************************'
                DISPLAY '* DORM0001 - ABEND: DORMANCY UPDATE FAILED  *'
                DISPLAY '* ACCTMST  STATUS: [' WS-ACCT-FILE-STATUS ']'
                DISPLAY '* JRNLFILE STATUS: [' WS-JRNL-FILE-STATUS ']'
                DISPLAY '* DORMREG WAS NOT REWRITTEN - BACK OUT THIS *'
                DISPLAY '* RUN-ID (BACK0001) BEFORE RERUNNING.       *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE DORMANCY-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-INATIVAS.
                DISPLAY '*********************************************'
                DISPLAY '* DORM0001 - ABEND: DORMANCY TABLE FULL     *'
                DISPLAY '* MORE THAN ' WS-DRG-MAX-ENTRIES
                        ' ACCOUNTS ON DORMREG.             *'
                DISPLAY '* INCREASE OCCURS IN WS-DRG-TABLE.          *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE DORMANCY-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-INATIVAS.
                DISPLAY '*********************************************'
                DISPLAY '* DORM0001 - ABEND: DORMANCY I/O FAILED     *'
                DISPLAY '* DORMREG STATUS: [' WS-DREG-FILE-STATUS ']'
                DISPLAY '* DORMNEW STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* DORMRPT STATUS: [' WS-RPT-FILE-STATUS ']'
                DISPLAY '* WRITTEN ' WS-NEW-WRITE-COUNT
                        ' COPIED ' WS-NEW-COPY-COUNT
                DISPLAY '* DORMNEW HOLDS THE NEW REGISTER -          *'
                DISPLAY '* DO NOT RERUN BEFORE CHECKING THE DDS.     *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                STOP RUN.
       END PROGRAM DORM0001.
