      * MUITO ACIMA DA MEDIA DAS EXECUCOES DO ARQUIVO - A RESPOSTA    *
      * PARA "ESTA EXECUCAO ESTA MAIS LENTA QUE O NORMAL?" SEM        *
      * DEPENDER DE JOB LOGS JA EXPURGADOS.                           *
      * A SEGUNDA PARTE LISTA A LINHA DE VOLUME DA POSTAGEM (AUD-     *
      * POSTING-VOLUME) DE CADA EXECUCAO - MODO DE POSTAGEM DO        *
      * CTLFILE, PASSADAS NO TRANSIN, SEGUNDOS DA POSTAGEM,           *
      * TRANSACOES, TRANSACOES POR SEGUNDO E LEITURAS/REGRAVACOES DO  *
      * ACCTMST - E A MEDIA DE CADA MODO, PARA MOSTRAR O GANHO DO     *
      * MODO SEQUENCIAL SOBRE O ALEATORIO. NUMA RETOMADA VALE A       *
      * ULTIMA LINHA DE VOLUME GRAVADA PARA O RUN-ID.                 *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. REPT0003.
       77 WS-CALC-HH             PIC 9(02) VALUE ZERO.
       77 WS-CALC-MM             PIC 9(02) VALUE ZERO.
       77 WS-CALC-SS             PIC 9(02) VALUE ZERO.
       77 WS-VOL-RUNS            PIC 9(03) VALUE ZERO.
       77 WS-RND-RUNS            PIC 9(03) VALUE ZERO.
       77 WS-RND-TRANS           PIC 9(11) VALUE ZERO.
       77 WS-RND-ELAPSED         PIC 9(09)V99 VALUE ZERO.
       77 WS-RND-IO              PIC 9(11) VALUE ZERO.
       77 WS-SEQ-RUNS            PIC 9(03) VALUE ZERO.
       77 WS-SEQ-TRANS           PIC 9(11) VALUE ZERO.
       77 WS-SEQ-ELAPSED         PIC 9(09)V99 VALUE ZERO.
       77 WS-SEQ-IO              PIC 9(11) VALUE ZERO.
       77 WS-CALC-TOTAL-TRANS    PIC 9(11) VALUE ZERO.
       77 WS-CALC-TOTAL-ELAPSED  PIC 9(09)V99 VALUE ZERO.
       77 WS-CALC-TOTAL-IO       PIC 9(11) VALUE ZERO.
       77 WS-CALC-RATE           PIC 9(07)V99 VALUE ZERO.
       77 WS-CALC-IO-RATIO       PIC 9(03)V99 VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 100 TIMES INDEXED BY WS-RUN-IDX.
              10 WS-RUN-ID               PIC X(14).
              10 WS-RUN-ELAPSED          PIC 9(09).
              10 WS-RUN-FIM-SW           PIC X(01).
                 88 WS-RUN-REACHED-FIM          VALUE 'Y'.
              10 WS-RUN-VOL-SW           PIC X(01).
                 88 WS-RUN-HAS-VOLUME           VALUE 'Y'.
              10 WS-RUN-POST-MODE        PIC X(01).
              10 WS-RUN-POST-PASSES      PIC 9(01).
              10 WS-RUN-POST-ELAPSED     PIC 9(07)V99.
              10 WS-RUN-POST-TRANS       PIC 9(09).
              10 WS-RUN-POST-READS       PIC 9(09).
              10 WS-RUN-POST-WRITES      PIC 9(09).
       01 WS-RPT-COLUMNS.
           05 FILLER                    PIC X(47)
              VALUE 'RUN-ID          INICIO  FIM      SEG.DECORRIDOS'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-D-SLOW-FLAG           PIC X(07).
           05 FILLER                    PIC X(05) VALUE SPACES.
       01 WS-RPT-VOL-COLUMNS.
           05 FILLER                    PIC X(47)
              VALUE 'RUN-ID         MODO       PS  SEG.POST.  TRANSA'.
           05 FILLER                    PIC X(33)
              VALUE 'C.  TRANS/SEG  LEITURAS   REGRAV.'.
       01 WS-RPT-VOL-DETAIL.
           05 RPT-V-RUN-ID              PIC X(14).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-MODE                PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-PASSES              PIC Z9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-ELAPSED             PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-TRANS               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-RATE                PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-READS               PIC ZZZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RPT-V-WRITES              PIC ZZZZZZZZ9.
       01 WS-RPT-MODE-LINE.
           05 RPT-M-MODE                PIC X(10).
           05 FILLER                    PIC X(03) VALUE ' - '.
           05 RPT-M-RUNS                PIC ZZZ9.
           05 FILLER                    PIC X(12)
              VALUE ' EXECUCOES, '.
           05 FILLER                    PIC X(10)
              VALUE 'TRANS/SEG '.
           05 RPT-M-RATE                PIC ZZZZZZ9.99.
           05 FILLER                    PIC X(17)
              VALUE ', E/S MESTRE/TRN '.
           05 RPT-M-IO                  PIC ZZ9.99.
           05 FILLER                    PIC X(08) VALUE SPACES.
       01 WS-RPT-AVERAGE.
           05 FILLER                    PIC X(34)
              VALUE 'MEDIA DE SEGUNDOS POR EXECUCAO:   '.
            ACUMULA-EXECUCAO.
                PERFORM LOCALIZA-OU-INSERE-EXECUCAO
                SET WS-RUN-IDX TO WS-CURR-RUN-IDX
                IF AUD-POSTING-VOLUME
                   PERFORM GUARDA-VOLUME-POSTAGEM
                ELSE
                   ADD 1 TO WS-RUN-EVENTS(WS-RUN-IDX)
                   MOVE AUD-TIMESTAMP(1:14)
                     TO WS-RUN-LAST-TS(WS-RUN-IDX)
                   IF AUD-PARAGRAPH = 'FIM-PROC'
                      MOVE 'Y' TO WS-RUN-FIM-SW(WS-RUN-IDX)
                   END-IF
                END-IF.

            GUARDA-VOLUME-POSTAGEM.
                IF AUD-POST-ELAPSED IS NUMERIC
                 AND AUD-POST-PASSES IS NUMERIC
                 AND AUD-POST-TRANS-COUNT IS NUMERIC
                 AND AUD-POST-MST-READS IS NUMERIC
                 AND AUD-POST-MST-REWRITES IS NUMERIC
                   MOVE 'Y' TO WS-RUN-VOL-SW(WS-RUN-IDX)
                   MOVE AUD-POST-MODE
                     TO WS-RUN-POST-MODE(WS-RUN-IDX)
                   MOVE AUD-POST-PASSES
                     TO WS-RUN-POST-PASSES(WS-RUN-IDX)
                   MOVE AUD-POST-ELAPSED
                     TO WS-RUN-POST-ELAPSED(WS-RUN-IDX)
                   MOVE AUD-POST-TRANS-COUNT
                     TO WS-RUN-POST-TRANS(WS-RUN-IDX)
                   MOVE AUD-POST-MST-READS
                     TO WS-RUN-POST-READS(WS-RUN-IDX)
                   MOVE AUD-POST-MST-REWRITES
                     TO WS-RUN-POST-WRITES(WS-RUN-IDX)
                END-IF.

            LOCALIZA-OU-INSERE-EXECUCAO.
                   MOVE ZERO TO WS-RUN-EVENTS(WS-RUN-IDX)
                   MOVE ZERO TO WS-RUN-ELAPSED(WS-RUN-IDX)
                   MOVE 'N'  TO WS-RUN-FIM-SW(WS-RUN-IDX)
                   MOVE 'N'  TO WS-RUN-VOL-SW(WS-RUN-IDX)
                END-IF.
      *>------------------CALCULO DOS TEMPOS DECORRIDOS-----------------
            CALCULO-PROC                            SECTION.
                WRITE RPT-LINE
                MOVE WS-AVG-ELAPSED TO RPT-A-AVG
                MOVE WS-RPT-AVERAGE TO RPT-LINE
                WRITE RPT-LINE
                PERFORM IMPRIME-DESEMPENHO-POSTAGEM.

            IMPRIME-LINHA-EXECUCAO.
                MOVE WS-RUN-ID(WS-RUN-IDX)      TO RPT-D-RUN-ID
                MOVE WS-RPT-DETAIL TO RPT-LINE
                WRITE RPT-LINE.

      *>------------------DESEMPENHO DA POSTAGEM------------------------
            IMPRIME-DESEMPENHO-POSTAGEM.
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                MOVE 'REPT0003 - DESEMPENHO DA POSTAGEM (AUDITOUT)'
                  TO RPT-LINE
                WRITE RPT-LINE
                MOVE WS-RPT-VOL-COLUMNS TO RPT-LINE
                WRITE RPT-LINE
                PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                        UNTIL WS-RUN-IDX > WS-RUN-ENTRIES
                   IF WS-RUN-HAS-VOLUME(WS-RUN-IDX)
                      PERFORM IMPRIME-LINHA-VOLUME
                   END-IF
                END-PERFORM
                MOVE SPACES TO RPT-LINE
                WRITE RPT-LINE
                IF WS-VOL-RUNS = ZERO
                   MOVE 'NENHUMA LINHA DE VOLUME DE POSTAGEM NO ARQUIVO'
                     TO RPT-LINE
                   WRITE RPT-LINE
                ELSE
                   MOVE 'ALEATORIO'  TO RPT-M-MODE
                   MOVE WS-RND-RUNS  TO RPT-M-RUNS
                   MOVE WS-RND-TRANS TO WS-CALC-TOTAL-TRANS
                   MOVE WS-RND-ELAPSED TO WS-CALC-TOTAL-ELAPSED
                   MOVE WS-RND-IO    TO WS-CALC-TOTAL-IO
                   PERFORM IMPRIME-MEDIA-MODO
                   MOVE 'SEQUENCIAL' TO RPT-M-MODE
                   MOVE WS-SEQ-RUNS  TO RPT-M-RUNS
                   MOVE WS-SEQ-TRANS TO WS-CALC-TOTAL-TRANS
                   MOVE WS-SEQ-ELAPSED TO WS-CALC-TOTAL-ELAPSED
                   MOVE WS-SEQ-IO    TO WS-CALC-TOTAL-IO
                   PERFORM IMPRIME-MEDIA-MODO
                END-IF.

            IMPRIME-LINHA-VOLUME.
                ADD 1 TO WS-VOL-RUNS
                MOVE WS-RUN-ID(WS-RUN-IDX) TO RPT-V-RUN-ID
                IF WS-RUN-POST-MODE(WS-RUN-IDX) = 'S'
                   MOVE 'SEQUENCIAL' TO RPT-V-MODE
                   ADD 1 TO WS-SEQ-RUNS
                   ADD WS-RUN-POST-TRANS(WS-RUN-IDX)   TO WS-SEQ-TRANS
                   ADD WS-RUN-POST-ELAPSED(WS-RUN-IDX)
                     TO WS-SEQ-ELAPSED
                   ADD WS-RUN-POST-READS(WS-RUN-IDX)
                       WS-RUN-POST-WRITES(WS-RUN-IDX)  TO WS-SEQ-IO
                ELSE
                   MOVE 'ALEATORIO'  TO RPT-V-MODE
                   ADD 1 TO WS-RND-RUNS
                   ADD WS-RUN-POST-TRANS(WS-RUN-IDX)   TO WS-RND-TRANS
                   ADD WS-RUN-POST-ELAPSED(WS-RUN-IDX)
                     TO WS-RND-ELAPSED
                   ADD WS-RUN-POST-READS(WS-RUN-IDX)
                       WS-RUN-POST-WRITES(WS-RUN-IDX)  TO WS-RND-IO
                END-IF
                MOVE WS-RUN-POST-PASSES(WS-RUN-IDX)  TO RPT-V-PASSES
                MOVE WS-RUN-POST-ELAPSED(WS-RUN-IDX) TO RPT-V-ELAPSED
                MOVE WS-RUN-POST-TRANS(WS-RUN-IDX)   TO RPT-V-TRANS
                MOVE ZERO TO WS-CALC-RATE
                IF WS-RUN-POST-ELAPSED(WS-RUN-IDX) > ZERO
                   COMPUTE WS-CALC-RATE ROUNDED =
                           WS-RUN-POST-TRANS(WS-RUN-IDX)
                         / WS-RUN-POST-ELAPSED(WS-RUN-IDX)
                      ON SIZE ERROR
                         MOVE 9999999.99 TO WS-CALC-RATE
                   END-COMPUTE
                END-IF
                MOVE WS-CALC-RATE TO RPT-V-RATE
                MOVE WS-RUN-POST-READS(WS-RUN-IDX)   TO RPT-V-READS
                MOVE WS-RUN-POST-WRITES(WS-RUN-IDX)  TO RPT-V-WRITES
                MOVE WS-RPT-VOL-DETAIL TO RPT-LINE
                WRITE RPT-LINE.

            IMPRIME-MEDIA-MODO.
                MOVE ZERO TO WS-CALC-RATE
                MOVE ZERO TO WS-CALC-IO-RATIO
                IF WS-CALC-TOTAL-ELAPSED > ZERO
                   COMPUTE WS-CALC-RATE ROUNDED =
                           WS-CALC-TOTAL-TRANS / WS-CALC-TOTAL-ELAPSED
                      ON SIZE ERROR
                         MOVE 9999999.99 TO WS-CALC-RATE
                   END-COMPUTE
                END-IF
                IF WS-CALC-TOTAL-TRANS > ZERO
                   COMPUTE WS-CALC-IO-RATIO ROUNDED =
                           WS-CALC-TOTAL-IO / WS-CALC-TOTAL-TRANS
                      ON SIZE ERROR
                         MOVE 999.99 TO WS-CALC-IO-RATIO
                   END-COMPUTE
                END-IF
                MOVE WS-CALC-RATE     TO RPT-M-RATE
                MOVE WS-CALC-IO-RATIO TO RPT-M-IO
                MOVE WS-RPT-MODE-LINE TO RPT-LINE
                WRITE RPT-LINE.

            IMPRIME-SEM-DADOS.
                MOVE 'REPT0003 - HISTORICO DE EXECUCOES (AUDITOUT)'
                  TO RPT-LINE
