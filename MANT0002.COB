      * (ACCTCMD, COPY ACTCMD) PARA ABRIR, ENCERRAR, REABRIR OU       *
      * RENOMEAR CONTAS NO MASTER VSAM, ALEM DE FIXAR O LIMITE DE     *
      * CREDITO (SETLIM) USADO PELA CRITICA DE CHEQUE ESPECIAL DA     *
      * POSTAGEM E REATIVAR CONTA INATIVA (REACT, CONTA 'D' MARCADA   *
      * PELO DORM0001 VOLTA A 'A' COM O ULTIMO MOVIMENTO NA DATA DA   *
      * REATIVACAO), E CRITICA O LOTE INTEIRO                         *
      * ANTES DE TOCAR EM QUALQUER REGISTRO: CONTA DUPLICADA NO       *
      * ABRE, ENCERRAMENTO DE CONTA COM SALDO DIFERENTE DE ZERO       *
      * (RETIDO PARA REVISAO), REABERTURA DE CONTA QUE NAO ESTA       *
      * ENCERRADA, REATIVACAO DE CONTA QUE NAO ESTA INATIVA, CONTA    *
      * REPETIDA DENTRO DO MESMO LOTE. UM CARTAO                      *
      * INVALIDO SEGURA O LOTE INTEIRO (ACCTMST NAO E TOCADO);        *
      * QUANDO TODOS PASSAM, AS ALTERACOES SAO APLICADAS E CADA       *
      * CARTAO E GRAVADO NO LOG DE MANUTENCAO (ACTLOG, COPY ACTLOG)   *
      * COM QUEM PEDIU E QUANDO, ALEM DO RESUMO IMPRESSO (ACTRPT).    *
      * -DUPLA APROVACAO: SETLIM SEMPRE, E CLOSE/REOPEN QUANDO O      *
      * PARAMETRO APRPARM (COPY APRPARM) MANDA, NAO SAO APLICADOS     *
      * PELO PROPRIO CARTAO - O PEDIDO VALIDADO FICA NO ARQUIVO DE    *
      * PEDIDOS PENDENTES (PENDMNT, COPY PNDREC) ATE QUE UM SEGUNDO   *
      * OPERADOR O APROVE (CARTAO APPROV, CONTA + ACAO PEDIDA),       *
      * QUANDO ENTAO E CRITICADO DE NOVO CONTRA O MASTER E APLICADO,  *
      * OU O RECUSE (CARTAO REJECT). QUEM PEDIU NUNCA APROVA O        *
      * PROPRIO PEDIDO. PEDIDO NAO DECIDIDO EM APR-EXPIRY-DAYS DIAS   *
      * EXPIRA. CADA PASSO (PENDENTE/APROVADO/RECUSADO/EXPIRADO) VAI  *
      * PARA O ACTLOG, O PENDMNT E REGRAVADO VIA PENDNEW E TODA       *
      * EXECUCAO IMPRIME OS PEDIDOS AINDA AGUARDANDO APROVACAO.       *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. MANT0002.
               ASSIGN TO ACTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT APPROVAL-PARM-FILE
               ASSIGN TO APRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PENDING-MAINT-FILE
               ASSIGN TO PENDMNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-FILE-STATUS.
           SELECT PENDING-NEW-FILE
               ASSIGN TO PENDNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
       DATA                                                  DIVISION.
       FILE                                         SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY ACTLOG.
       FD  ACCT-REPORT-FILE.
       01  RPT-LINE                    PIC X(80).
       FD  APPROVAL-PARM-FILE.
           COPY APRPARM.
       FD  PENDING-MAINT-FILE.
           COPY PNDREC.
       FD  PENDING-NEW-FILE.
       01  PND-NEW-REC                 PIC X(88).
       WORKING-STORAGE                              SECTION.
       77 WS-ACCT-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-CMD-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-LOG-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-RPT-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-PARM-FILE-STATUS    PIC X(02) VALUE '00'.
       77 WS-PND-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-NEW-FILE-STATUS     PIC X(02) VALUE '00'.
       77 WS-CMD-EOF-SW          PIC X(01) VALUE 'N'.
           88 CMD-EOF                      VALUE 'Y'.
       77 WS-PND-EOF-SW          PIC X(01) VALUE 'N'.
           88 PND-EOF                      VALUE 'Y'.
       77 WS-NEW-EOF-SW          PIC X(01) VALUE 'N'.
           88 PND-NEW-EOF                  VALUE 'Y'.
       77 WS-PARM-OK-SW          PIC X(01) VALUE 'N'.
           88 PARM-VALID                   VALUE 'Y'.
       77 WS-CMD-COUNT           PIC 9(02) VALUE ZERO.
       77 WS-MAX-CMD-ENTRIES     PIC 9(02) VALUE 50.
       77 WS-ERROR-COUNT         PIC 9(02) VALUE ZERO.
       77 WS-CARD-ERROR          PIC X(25) VALUE SPACES.
           88 CARD-IS-VALID                VALUE SPACES.
       77 WS-RUN-TIMESTAMP       PIC X(14) VALUE SPACES.
       77 WS-CLOSE-SENSITIVE     PIC X(01) VALUE 'S'.
       77 WS-REOPEN-SENSITIVE    PIC X(01) VALUE 'S'.
       77 WS-EXPIRY-DAYS         PIC 9(03) VALUE 5.
       77 WS-CHECK-ACTION        PIC X(06) VALUE SPACES.
       77 WS-SENSITIVE-SW        PIC X(01) VALUE 'N'.
           88 ACTION-IS-SENSITIVE          VALUE 'Y'.
       77 WS-PND-COUNT           PIC 9(03) VALUE ZERO.
       77 WS-MAX-PND-ENTRIES     PIC 9(03) VALUE 200.
       77 WS-PND-FOUND-IDX       PIC 9(03) VALUE ZERO.
       77 WS-PND-OPEN-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-PND-EXPIRED-COUNT   PIC 9(05) VALUE ZERO.
       77 WS-PND-WRITE-COUNT     PIC 9(05) VALUE ZERO.
       77 WS-PND-COPY-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-REQUESTED-COUNT     PIC 9(05) VALUE ZERO.
       77 WS-APPROVED-COUNT      PIC 9(05) VALUE ZERO.
       77 WS-REFUSED-COUNT       PIC 9(05) VALUE ZERO.
       77 WS-TODAY-NUM           PIC 9(08) VALUE ZERO.
       77 WS-TODAY-INT           PIC 9(07) VALUE ZERO.
       77 WS-REQ-NUM             PIC 9(08) VALUE ZERO.
       77 WS-REQ-INT             PIC 9(07) VALUE ZERO.
       01 WS-CARD-TABLE.
           05 WS-CARD-ENTRY OCCURS 50 TIMES INDEXED BY WS-CARD-IDX.
              10 WS-CARD-ACTION          PIC X(06).
              10 WS-CARD-USER            PIC X(08).
              10 WS-CARD-LIMIT           PIC 9(11)V99.
              10 WS-CARD-LIMIT-OK        PIC X(01).
              10 WS-CARD-TARGET          PIC X(06).
              10 WS-CARD-PND-IDX         PIC 9(03).
              10 WS-CARD-MAKER           PIC X(08).
              10 WS-CARD-RESULT          PIC X(09).
              10 WS-CARD-REASON          PIC X(25).
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 200 TIMES INDEXED BY WS-PND-IDX.
              10 WS-PND-TIMESTAMP        PIC X(14).
              10 WS-PND-ACTION           PIC X(06).
              10 WS-PND-ACCOUNT          PIC X(12).
              10 WS-PND-NAME             PIC X(30).
              10 WS-PND-USER             PIC X(08).
              10 WS-PND-LIMIT            PIC 9(11)V99.
              10 WS-PND-AGE              PIC 9(05).
              10 WS-PND-STATE            PIC X(01).
                 88 PND-STATE-OPEN              VALUE 'P'.
                 88 PND-STATE-EXPIRED           VALUE 'E'.
                 88 PND-STATE-APPROVED          VALUE 'A'.
                 88 PND-STATE-REFUSED           VALUE 'R'.
       01 WS-RPT-DETAIL.
           05 RPT-D-ACTION              PIC X(07).
           05 RPT-D-ACCOUNT             PIC X(13).
              VALUE 'NOME            USUARIO  '.
           05 FILLER                    PIC X(35)
              VALUE 'RESULTADO'.
       01 WS-RPT-PND-DETAIL.
           05 RPT-P-ACTION              PIC X(07).
           05 RPT-P-ACCOUNT             PIC X(13).
           05 RPT-P-USER                PIC X(09).
           05 RPT-P-DATE                PIC X(10).
           05 RPT-P-AGE                 PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 RPT-P-STATUS              PIC X(10).
           05 RPT-P-LIMIT               PIC Z(10)9.99.
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-RPT-PND-COLUMNS.
           05 FILLER                    PIC X(20)
              VALUE 'ACAO   CONTA        '.
           05 FILLER                    PIC X(26)
              VALUE 'SOLICIT. DATA       DIAS  '.
           05 FILLER                    PIC X(34)
              VALUE 'SITUACAO          LIMITE'.
       LINKAGE                                      SECTION.
       SCREEN                                       SECTION.
       PROCEDURE                                             DIVISION.
            INICIO                                  SECTION.
            ABRE-ARQUIVOS-MANUTENCAO.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
                MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-NUM
                COMPUTE WS-TODAY-INT =
                        FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                OPEN OUTPUT ACCT-REPORT-FILE
                IF WS-RPT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-MANUTENCAO
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-MANUTENCAO
                END-IF
                PERFORM LE-PARAMETRO-APROVACAO
                PERFORM CARREGA-PEDIDOS-PENDENTES
                PERFORM CARREGA-CARTOES-COMANDO
                IF WS-CMD-COUNT = ZERO
                   PERFORM IMPRIME-SEM-CARTOES
                   PERFORM VALIDA-LOTE-CARTOES
                   PERFORM CONCLUI-MANUTENCAO
                END-IF
                IF WS-PND-EXPIRED-COUNT > ZERO
                   PERFORM GRAVA-LOG-EXPIRADOS
                END-IF
                PERFORM GRAVA-PEDIDOS-PENDENTES
                PERFORM IMPRIME-PEDIDOS-PENDENTES
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-REPORT-FILE
                STOP RUN.
      *>--------------------CARGA DOS CARTOES---------------------------
            CARGA-PROC                              SECTION.
            LE-PARAMETRO-APROVACAO.
                MOVE 'N' TO WS-PARM-OK-SW
                OPEN INPUT APPROVAL-PARM-FILE
                IF WS-PARM-FILE-STATUS = '00'
                   READ APPROVAL-PARM-FILE
                      NOT AT END
                         IF (APR-CLOSE-SENSITIVE = 'S' OR 'N')
                          AND (APR-REOPEN-SENSITIVE = 'S' OR 'N')
                          AND APR-EXPIRY-DAYS IS NUMERIC
                          AND APR-EXPIRY-DAYS > ZERO
                            MOVE APR-CLOSE-SENSITIVE
                              TO WS-CLOSE-SENSITIVE
                            MOVE APR-REOPEN-SENSITIVE
                              TO WS-REOPEN-SENSITIVE
                            MOVE APR-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                            MOVE 'Y' TO WS-PARM-OK-SW
                         END-IF
                   END-READ
                   CLOSE APPROVAL-PARM-FILE
                END-IF
                IF NOT PARM-VALID
                   DISPLAY 'MANT0002: PARAMETRO DE APROVACAO '
                           '(APRPARM) AUSENTE OU INVALIDO - ASSUMIDO '
                           'CLOSE=' WS-CLOSE-SENSITIVE
                           ' REOPEN=' WS-REOPEN-SENSITIVE
                           ' PRAZO=' WS-EXPIRY-DAYS ' DIAS'
                END-IF.

            CARREGA-PEDIDOS-PENDENTES.
                MOVE 'N' TO WS-PND-EOF-SW
                OPEN INPUT PENDING-MAINT-FILE
                IF WS-PND-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF
                PERFORM UNTIL PND-EOF
                   READ PENDING-MAINT-FILE
                      AT END
                         SET PND-EOF TO TRUE
                      NOT AT END
                         PERFORM ACUMULA-PEDIDO-TABELA
                   END-READ
                END-PERFORM
                CLOSE PENDING-MAINT-FILE.

            ACUMULA-PEDIDO-TABELA.
                IF WS-PND-COUNT >= WS-MAX-PND-ENTRIES
                   PERFORM ABENDA-TABELA-PEDIDOS-CHEIA
                END-IF
                ADD 1 TO WS-PND-COUNT
                SET WS-PND-IDX TO WS-PND-COUNT
                MOVE PND-TIMESTAMP  TO WS-PND-TIMESTAMP(WS-PND-IDX)
                MOVE PND-ACTION     TO WS-PND-ACTION(WS-PND-IDX)
                MOVE PND-ACCOUNT    TO WS-PND-ACCOUNT(WS-PND-IDX)
                MOVE PND-ACCT-NAME  TO WS-PND-NAME(WS-PND-IDX)
                MOVE PND-USER-ID    TO WS-PND-USER(WS-PND-IDX)
                IF PND-CREDIT-LIMIT IS NUMERIC
                   MOVE PND-CREDIT-LIMIT TO WS-PND-LIMIT(WS-PND-IDX)
                ELSE
                   MOVE ZERO             TO WS-PND-LIMIT(WS-PND-IDX)
                END-IF
                PERFORM CALCULA-IDADE-PEDIDO
                IF WS-PND-AGE(WS-PND-IDX) > WS-EXPIRY-DAYS
                   SET PND-STATE-EXPIRED(WS-PND-IDX) TO TRUE
                   ADD 1 TO WS-PND-EXPIRED-COUNT
                ELSE
                   SET PND-STATE-OPEN(WS-PND-IDX) TO TRUE
                END-IF.

            CALCULA-IDADE-PEDIDO.
                IF PND-TIMESTAMP(1:8) IS NUMERIC
                 AND PND-TIMESTAMP(1:8) NOT > WS-RUN-TIMESTAMP(1:8)
                 AND PND-TIMESTAMP(1:8) > '16010101'
                   MOVE PND-TIMESTAMP(1:8) TO WS-REQ-NUM
                   COMPUTE WS-REQ-INT =
                           FUNCTION INTEGER-OF-DATE(WS-REQ-NUM)
                   COMPUTE WS-PND-AGE(WS-PND-IDX) =
                           WS-TODAY-INT - WS-REQ-INT
                ELSE
                   MOVE 99999 TO WS-PND-AGE(WS-PND-IDX)
                END-IF.

            CARREGA-CARTOES-COMANDO.
                MOVE 'N' TO WS-CMD-EOF-SW
                OPEN INPUT ACCT-CMD-FILE
                   MOVE ZERO TO WS-CARD-LIMIT(WS-CARD-IDX)
                   MOVE 'N'  TO WS-CARD-LIMIT-OK(WS-CARD-IDX)
                END-IF
                MOVE ACMD-TARGET-ACTION
                                    TO WS-CARD-TARGET(WS-CARD-IDX)
                MOVE ZERO           TO WS-CARD-PND-IDX(WS-CARD-IDX)
                MOVE SPACES         TO WS-CARD-MAKER(WS-CARD-IDX)
                MOVE SPACES         TO WS-CARD-RESULT(WS-CARD-IDX)
                MOVE SPACES         TO WS-CARD-REASON(WS-CARD-IDX).
      *>---------------------CRITICA DO LOTE INTEIRO--------------------
                   SET WS-CARD-IDX TO WS-APPLY-IDX
                   PERFORM CRITICA-CARTAO
                   IF CARD-IS-VALID
                      PERFORM DEFINE-RESULTADO-CARTAO
                   ELSE
                      ADD 1 TO WS-ERROR-COUNT
                      MOVE 'REJEITADO' TO WS-CARD-RESULT(WS-CARD-IDX)
                   END-IF
                END-PERFORM.

            DEFINE-RESULTADO-CARTAO.
                EVALUATE WS-CARD-ACTION(WS-CARD-IDX)
                    WHEN 'APPROV'
                       MOVE 'APROVADO' TO WS-CARD-RESULT(WS-CARD-IDX)
                       PERFORM DESCREVE-PEDIDO-DECIDIDO
                    WHEN 'REJECT'
                       MOVE 'RECUSADO' TO WS-CARD-RESULT(WS-CARD-IDX)
                       PERFORM DESCREVE-PEDIDO-DECIDIDO
                    WHEN OTHER
                       MOVE WS-CARD-ACTION(WS-CARD-IDX)
                         TO WS-CHECK-ACTION
                       PERFORM VERIFICA-ACAO-SENSIVEL
                       IF ACTION-IS-SENSITIVE
                          MOVE 'PENDENTE'
                            TO WS-CARD-RESULT(WS-CARD-IDX)
                          MOVE 'AGUARDA APROVACAO'
                            TO WS-CARD-REASON(WS-CARD-IDX)
                       ELSE
                          MOVE 'APLICADO'
                            TO WS-CARD-RESULT(WS-CARD-IDX)
                       END-IF
                END-EVALUATE.

            DESCREVE-PEDIDO-DECIDIDO.
                STRING WS-CARD-TARGET(WS-CARD-IDX) DELIMITED BY SPACE
                       ' DE '                      DELIMITED BY SIZE
                       WS-CARD-MAKER(WS-CARD-IDX)  DELIMITED BY SPACE
                  INTO WS-CARD-REASON(WS-CARD-IDX)
                END-STRING.

            CRITICA-CARTAO.
                MOVE SPACES TO WS-CARD-ERROR
                IF WS-CARD-ACTION-OK(WS-CARD-IDX) NOT = 'Y'
                   END-IF
                END-IF
                IF CARD-IS-VALID
                   IF WS-CARD-ACTION(WS-CARD-IDX) = 'APPROV'
                    OR WS-CARD-ACTION(WS-CARD-IDX) = 'REJECT'
                      PERFORM CRITICA-DECISAO-PEDIDO
                   ELSE
                      MOVE WS-CARD-ACTION(WS-CARD-IDX)
                        TO WS-CHECK-ACTION
                      PERFORM CRITICA-CONTRA-MASTER
                      IF CARD-IS-VALID
                         PERFORM CRITICA-PEDIDO-REPETIDO
                      END-IF
                   END-IF
                END-IF.

            VERIFICA-CONTA-REPETIDA.
                   END-IF
                END-PERFORM.

            VERIFICA-ACAO-SENSIVEL.
                MOVE 'N' TO WS-SENSITIVE-SW
                EVALUATE TRUE
                    WHEN WS-CHECK-ACTION = 'SETLIM'
                       SET ACTION-IS-SENSITIVE TO TRUE
                    WHEN WS-CHECK-ACTION = 'CLOSE'
                     AND WS-CLOSE-SENSITIVE = 'S'
                       SET ACTION-IS-SENSITIVE TO TRUE
                    WHEN WS-CHECK-ACTION = 'REOPEN'
                     AND WS-REOPEN-SENSITIVE = 'S'
                       SET ACTION-IS-SENSITIVE TO TRUE
                END-EVALUATE.

            CRITICA-PEDIDO-REPETIDO.
                PERFORM VERIFICA-ACAO-SENSIVEL
                IF ACTION-IS-SENSITIVE
                   PERFORM LOCALIZA-PEDIDO-PENDENTE
                   IF WS-PND-FOUND-IDX NOT = ZERO
                      MOVE 'PEDIDO JA PENDENTE' TO WS-CARD-ERROR
                   END-IF
                END-IF.

            CRITICA-DECISAO-PEDIDO.
                MOVE WS-CARD-TARGET(WS-CARD-IDX) TO WS-CHECK-ACTION
                IF WS-CHECK-ACTION NOT = 'CLOSE'
                 AND WS-CHECK-ACTION NOT = 'REOPEN'
                 AND WS-CHECK-ACTION NOT = 'SETLIM'
                   MOVE 'ACAO A DECIDIR INVALIDA' TO WS-CARD-ERROR
                END-IF
                IF CARD-IS-VALID
                   PERFORM LOCALIZA-PEDIDO-PENDENTE
                   IF WS-PND-FOUND-IDX = ZERO
                      MOVE 'SEM PEDIDO PENDENTE' TO WS-CARD-ERROR
                   ELSE
                      SET WS-PND-IDX TO WS-PND-FOUND-IDX
                      MOVE WS-PND-FOUND-IDX
                        TO WS-CARD-PND-IDX(WS-CARD-IDX)
                      MOVE WS-PND-USER(WS-PND-IDX)
                        TO WS-CARD-MAKER(WS-CARD-IDX)
                   END-IF
                END-IF
                IF CARD-IS-VALID
                 AND WS-CARD-ACTION(WS-CARD-IDX) = 'APPROV'
                   IF WS-CARD-USER(WS-CARD-IDX)
                          = WS-PND-USER(WS-PND-IDX)
                      MOVE 'APROVADOR E O SOLICITANTE'
                        TO WS-CARD-ERROR
                   ELSE
                      MOVE WS-PND-LIMIT(WS-PND-IDX)
                        TO WS-CARD-LIMIT(WS-CARD-IDX)
                      MOVE 'Y' TO WS-CARD-LIMIT-OK(WS-CARD-IDX)
                      IF WS-CARD-NAME(WS-CARD-IDX) = SPACES
                         MOVE WS-PND-NAME(WS-PND-IDX)
                           TO WS-CARD-NAME(WS-CARD-IDX)
                      END-IF
                      PERFORM CRITICA-CONTRA-MASTER
                   END-IF
                END-IF.

            LOCALIZA-PEDIDO-PENDENTE.
                MOVE ZERO TO WS-PND-FOUND-IDX
                PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                        UNTIL WS-PND-IDX > WS-PND-COUNT
                           OR WS-PND-FOUND-IDX NOT = ZERO
                   IF PND-STATE-OPEN(WS-PND-IDX)
                    AND WS-PND-ACCOUNT(WS-PND-IDX)
                          = WS-CARD-ACCOUNT(WS-CARD-IDX)
                    AND WS-PND-ACTION(WS-PND-IDX) = WS-CHECK-ACTION
                      SET WS-PND-FOUND-IDX TO WS-PND-IDX
                   END-IF
                END-PERFORM.

            CRITICA-CONTRA-MASTER.
                MOVE WS-CARD-ACCOUNT(WS-CARD-IDX) TO ACCT-NUMBER
                READ ACCOUNT-MASTER-FILE
                 AND WS-ACCT-FILE-STATUS NOT = '23'
                   PERFORM ABENDA-MASTER-MANUTENCAO
                END-IF
                EVALUATE WS-CHECK-ACTION
                    WHEN 'OPEN'
                       PERFORM CRITICA-ABERTURA
                    WHEN 'CLOSE'
                       PERFORM CRITICA-RENOMEACAO
                    WHEN 'SETLIM'
                       PERFORM CRITICA-LIMITE
                    WHEN 'REACT'
                       PERFORM CRITICA-REATIVACAO
                END-EVALUATE.

            CRITICA-ABERTURA.
                         TO WS-CARD-ERROR
                END-EVALUATE.

            CRITICA-REATIVACAO.
                EVALUATE TRUE
                    WHEN WS-ACCT-FILE-STATUS = '23'
                       MOVE 'CONTA NAO CADASTRADA' TO WS-CARD-ERROR
                    WHEN NOT ACCT-STATUS-DORMANT
                       MOVE 'CONTA NAO ESTA INATIVA' TO WS-CARD-ERROR
                END-EVALUATE.

            CRITICA-RENOMEACAO.
                EVALUATE TRUE
                    WHEN WS-ACCT-FILE-STATUS = '23'
            MARCA-CARTOES-SUSPENSOS.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CMD-COUNT
                   IF WS-CARD-RESULT(WS-CARD-IDX) NOT = 'REJEITADO'
                      MOVE 'SUSPENSO' TO WS-CARD-RESULT(WS-CARD-IDX)
                      MOVE 'LOTE CONTEM CARTAO RUIM'
                        TO WS-CARD-REASON(WS-CARD-IDX)
            APLICA-LOTE-CARTOES.
                PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                        UNTIL WS-CARD-IDX > WS-CMD-COUNT
                   EVALUATE WS-CARD-RESULT(WS-CARD-IDX)
                       WHEN 'APLICADO'
                          MOVE WS-CARD-ACTION(WS-CARD-IDX)
                            TO WS-CHECK-ACTION
                          PERFORM APLICA-CARTAO-MASTER
                       WHEN 'PENDENTE'
                          PERFORM REGISTRA-PEDIDO-PENDENTE
                       WHEN 'APROVADO'
                          MOVE WS-CARD-TARGET(WS-CARD-IDX)
                            TO WS-CHECK-ACTION
                          PERFORM APLICA-CARTAO-MASTER
                          SET WS-PND-IDX
                            TO WS-CARD-PND-IDX(WS-CARD-IDX)
                          SET PND-STATE-APPROVED(WS-PND-IDX) TO TRUE
                          ADD 1 TO WS-APPROVED-COUNT
                       WHEN 'RECUSADO'
                          SET WS-PND-IDX
                            TO WS-CARD-PND-IDX(WS-CARD-IDX)
                          SET PND-STATE-REFUSED(WS-PND-IDX) TO TRUE
                          ADD 1 TO WS-REFUSED-COUNT
                   END-EVALUATE
                END-PERFORM.

            APLICA-CARTAO-MASTER.
                EVALUATE WS-CHECK-ACTION
                    WHEN 'OPEN'
                       PERFORM APLICA-ABERTURA
                    WHEN 'CLOSE'
                       PERFORM APLICA-MUDANCA-STATUS
                    WHEN 'REOPEN'
                       PERFORM APLICA-MUDANCA-STATUS
                    WHEN 'RENAME'
                       PERFORM APLICA-RENOMEACAO
                    WHEN 'SETLIM'
                       PERFORM APLICA-LIMITE
                    WHEN 'REACT'
                       PERFORM APLICA-MUDANCA-STATUS
                END-EVALUATE.

            REGISTRA-PEDIDO-PENDENTE.
                IF WS-PND-COUNT >= WS-MAX-PND-ENTRIES
                   PERFORM ABENDA-TABELA-PEDIDOS-CHEIA
                END-IF
                ADD 1 TO WS-PND-COUNT
                SET WS-PND-IDX TO WS-PND-COUNT
                MOVE WS-RUN-TIMESTAMP TO WS-PND-TIMESTAMP(WS-PND-IDX)
                MOVE WS-CARD-ACTION(WS-CARD-IDX)
                  TO WS-PND-ACTION(WS-PND-IDX)
                MOVE WS-CARD-ACCOUNT(WS-CARD-IDX)
                  TO WS-PND-ACCOUNT(WS-PND-IDX)
                MOVE WS-CARD-NAME(WS-CARD-IDX)
                  TO WS-PND-NAME(WS-PND-IDX)
                MOVE WS-CARD-USER(WS-CARD-IDX)
                  TO WS-PND-USER(WS-PND-IDX)
                MOVE WS-CARD-LIMIT(WS-CARD-IDX)
                  TO WS-PND-LIMIT(WS-PND-IDX)
                MOVE ZERO TO WS-PND-AGE(WS-PND-IDX)
                SET PND-STATE-OPEN(WS-PND-IDX) TO TRUE
                ADD 1 TO WS-REQUESTED-COUNT.

            APLICA-ABERTURA.
                MOVE SPACES TO ACCT-REC
                MOVE WS-CARD-ACCOUNT(WS-CARD-IDX) TO ACCT-NUMBER
                   INVALID KEY
                      PERFORM ABENDA-MASTER-MANUTENCAO
                END-READ
                EVALUATE WS-CHECK-ACTION
                    WHEN 'CLOSE'
                       MOVE 'C' TO ACCT-STATUS
                    WHEN 'REACT'
                       MOVE 'A' TO ACCT-STATUS
                       MOVE WS-RUN-TIMESTAMP(1:8) TO ACCT-LAST-ACTIVITY
                    WHEN OTHER
                       MOVE 'A' TO ACCT-STATUS
                END-EVALUATE
                REWRITE ACCT-REC
                IF WS-ACCT-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-MASTER-MANUTENCAO
                     TO ALOG-ACCOUNT
                   MOVE WS-CARD-NAME(WS-CARD-IDX)   TO ALOG-ACCT-NAME
                   MOVE WS-CARD-RESULT(WS-CARD-IDX) TO ALOG-RESULT
                   MOVE WS-CARD-MAKER(WS-CARD-IDX)  TO ALOG-REQUESTED-BY
                   IF WS-CARD-RESULT(WS-CARD-IDX) = 'APROVADO'
                    OR WS-CARD-RESULT(WS-CARD-IDX) = 'RECUSADO'
                      MOVE WS-CARD-TARGET(WS-CARD-IDX) TO ALOG-ACTION
                   END-IF
                   WRITE ALOG-REC
                   IF WS-LOG-FILE-STATUS NOT = '00'
                      PERFORM ABENDA-SAIDA-MANUTENCAO
                   END-IF
                END-PERFORM
                CLOSE ACCT-LOG-FILE.

            GRAVA-LOG-EXPIRADOS.
                OPEN EXTEND ACCT-LOG-FILE
                IF WS-LOG-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-SAIDA-MANUTENCAO
                END-IF
                PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                        UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF PND-STATE-EXPIRED(WS-PND-IDX)
                      MOVE SPACES                   TO ALOG-REC
                      MOVE WS-RUN-TIMESTAMP         TO ALOG-TIMESTAMP
                      MOVE 'MANT0002'               TO ALOG-USER-ID
                      MOVE WS-PND-ACTION(WS-PND-IDX) TO ALOG-ACTION
                      MOVE WS-PND-ACCOUNT(WS-PND-IDX)
                        TO ALOG-ACCOUNT
                      MOVE WS-PND-NAME(WS-PND-IDX)  TO ALOG-ACCT-NAME
                      MOVE 'EXPIRADO'               TO ALOG-RESULT
                      MOVE WS-PND-USER(WS-PND-IDX)
                        TO ALOG-REQUESTED-BY
                      WRITE ALOG-REC
                      IF WS-LOG-FILE-STATUS NOT = '00'
                         PERFORM ABENDA-SAIDA-MANUTENCAO
                      END-IF
                   END-IF
                END-PERFORM
                CLOSE ACCT-LOG-FILE.
      *>--------------REGRAVACAO DOS PEDIDOS PENDENTES------------------
            PENDENTES-PROC                          SECTION.
            GRAVA-PEDIDOS-PENDENTES.
                OPEN OUTPUT PENDING-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF
                PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                        UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF PND-STATE-OPEN(WS-PND-IDX)
                      PERFORM GRAVA-PEDIDO-NOVO
                   END-IF
                END-PERFORM
                CLOSE PENDING-NEW-FILE
                MOVE 'N' TO WS-NEW-EOF-SW
                OPEN INPUT PENDING-NEW-FILE
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF
                OPEN OUTPUT PENDING-MAINT-FILE
                IF WS-PND-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF
                PERFORM UNTIL PND-NEW-EOF
                   READ PENDING-NEW-FILE
                      AT END
                         SET PND-NEW-EOF TO TRUE
                      NOT AT END
                         PERFORM COPIA-PEDIDO-NOVO
                   END-READ
                END-PERFORM
                CLOSE PENDING-NEW-FILE
                CLOSE PENDING-MAINT-FILE
                IF WS-PND-COPY-COUNT NOT = WS-PND-WRITE-COUNT
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF.

            GRAVA-PEDIDO-NOVO.
                MOVE SPACES TO PND-REC
                MOVE WS-PND-TIMESTAMP(WS-PND-IDX) TO PND-TIMESTAMP
                MOVE WS-PND-ACTION(WS-PND-IDX)    TO PND-ACTION
                MOVE WS-PND-ACCOUNT(WS-PND-IDX)   TO PND-ACCOUNT
                MOVE WS-PND-NAME(WS-PND-IDX)      TO PND-ACCT-NAME
                MOVE WS-PND-USER(WS-PND-IDX)      TO PND-USER-ID
                MOVE WS-PND-LIMIT(WS-PND-IDX)     TO PND-CREDIT-LIMIT
                MOVE PND-REC TO PND-NEW-REC
                WRITE PND-NEW-REC
                IF WS-NEW-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF
                ADD 1 TO WS-PND-WRITE-COUNT.

            COPIA-PEDIDO-NOVO.
                ADD 1 TO WS-PND-COPY-COUNT
                MOVE PND-NEW-REC TO PND-REC
                WRITE PND-REC
                IF WS-PND-FILE-STATUS NOT = '00'
                   PERFORM ABENDA-PEDIDOS-PENDENTES
                END-IF.
      *>--------------------RESUMO IMPRESSO (ACTRPT)--------------------
            RELATORIO-PROC                          SECTION.
            IMPRIME-RESUMO-MANUTENCAO.
                MOVE WS-ERROR-COUNT        TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS REGISTRADOS P/ APROVACAO:' TO RPT-T-LABEL
                MOVE WS-REQUESTED-COUNT    TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS APROVADOS E APLICADOS:' TO RPT-T-LABEL
                MOVE WS-APPROVED-COUNT     TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS RECUSADOS:'  TO RPT-T-LABEL
                MOVE WS-REFUSED-COUNT      TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                IF WS-ERROR-COUNT = ZERO
                WRITE RPT-LINE
                DISPLAY 'MANT0002: NENHUM CARTAO DE COMANDO '
                        '(ACCTCMD) LIDO'.

            IMPRIME-PEDIDOS-PENDENTES.
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS AGUARDANDO APROVACAO (PENDMNT)'
                  TO RPT-LINE
                WRITE RPT-LINE
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE WS-RPT-PND-COLUMNS TO RPT-LINE
                WRITE RPT-LINE
                PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                        UNTIL WS-PND-IDX > WS-PND-COUNT
                   IF PND-STATE-OPEN(WS-PND-IDX)
                    OR PND-STATE-EXPIRED(WS-PND-IDX)
                      PERFORM IMPRIME-PEDIDO-PENDENTE
                   END-IF
                END-PERFORM
                IF WS-PND-OPEN-COUNT = ZERO
                 AND WS-PND-EXPIRED-COUNT = ZERO
                   MOVE 'NENHUM PEDIDO AGUARDANDO APROVACAO.'
                     TO RPT-LINE
                   WRITE RPT-LINE
                END-IF
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS EM ABERTO:'  TO RPT-T-LABEL
                MOVE WS-PND-OPEN-COUNT     TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'PEDIDOS EXPIRADOS NESTA EXECUCAO:' TO RPT-T-LABEL
                MOVE WS-PND-EXPIRED-COUNT  TO RPT-T-COUNT
                MOVE WS-RPT-TOTALS         TO RPT-LINE
                WRITE RPT-LINE
                DISPLAY 'MANT0002: ' WS-PND-OPEN-COUNT
                        ' PEDIDOS AGUARDANDO APROVACAO, '
                        WS-PND-EXPIRED-COUNT ' EXPIRADOS'.

            IMPRIME-PEDIDO-PENDENTE.
                MOVE SPACES TO WS-RPT-PND-DETAIL
                MOVE WS-PND-ACTION(WS-PND-IDX)  TO RPT-P-ACTION
                MOVE WS-PND-ACCOUNT(WS-PND-IDX) TO RPT-P-ACCOUNT
                MOVE WS-PND-USER(WS-PND-IDX)    TO RPT-P-USER
                MOVE WS-PND-TIMESTAMP(WS-PND-IDX)(1:8) TO RPT-P-DATE
                MOVE WS-PND-AGE(WS-PND-IDX)     TO RPT-P-AGE
                IF PND-STATE-OPEN(WS-PND-IDX)
                   MOVE 'PENDENTE' TO RPT-P-STATUS
                   ADD 1 TO WS-PND-OPEN-COUNT
                ELSE
                   MOVE 'EXPIRADO' TO RPT-P-STATUS
                END-IF
                IF WS-PND-ACTION(WS-PND-IDX) = 'SETLIM'
                   MOVE WS-PND-LIMIT(WS-PND-IDX) TO RPT-P-LIMIT
                END-IF
                MOVE WS-RPT-PND-DETAIL TO RPT-LINE
                WRITE RPT-LINE.
      *>-------------------------FINALIZACAO----------------------------
            FIM-MANUTENCAO                          SECTION.
            ABENDA-LOTE-CARTOES-CHEIO.
                CLOSE ACCT-REPORT-FILE
                STOP RUN.

            ABENDA-TABELA-PEDIDOS-CHEIA.
                DISPLAY '*********************************************'
                DISPLAY '* MANT0002 - ABEND: PENDING TABLE FULL      *'
                DISPLAY '* MORE THAN ' WS-MAX-PND-ENTRIES
                        ' OPEN APPROVAL REQUESTS.        *'
                DISPLAY '* APPROVE/REJECT SOME OR RAISE THE TABLE.   *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-REPORT-FILE
                STOP RUN.

            ABENDA-MASTER-MANUTENCAO.
                DISPLAY '*********************************************'
                DISPLAY '* MANT0002 - ABEND: ACCTMST I/O FAILED      *'
                CLOSE ACCT-REPORT-FILE
                STOP RUN.

            ABENDA-PEDIDOS-PENDENTES.
                DISPLAY '*********************************************'
                DISPLAY '* MANT0002 - ABEND: PENDING FILE I/O FAILED *'
                DISPLAY '* PENDMNT STATUS: [' WS-PND-FILE-STATUS ']'
                DISPLAY '* PENDNEW STATUS: [' WS-NEW-FILE-STATUS ']'
                DISPLAY '* WRITTEN ' WS-PND-WRITE-COUNT
                        ' COPIED ' WS-PND-COPY-COUNT
                DISPLAY '* IF ACCTMST WAS UPDATED, PENDNEW HOLDS THE *'
                DISPLAY '* OPEN REQUESTS - COPY IT TO PENDMNT.       *'
                DISPLAY '*********************************************'
                MOVE 16 TO RETURN-CODE
                CLOSE ACCOUNT-MASTER-FILE
                CLOSE ACCT-REPORT-FILE
                STOP RUN.

            ABENDA-SAIDA-MANUTENCAO.
                DISPLAY '*********************************************'
                DISPLAY '* MANT0002 - ABEND: MAINTENANCE I/O FAILED  *'
