      * LE O ARQUIVO DE AUDITORIA GERADO PELO PROG00001 (AUDIT-TRAIL-  *
      * FILE) E IMPRIME A LISTA ORDENADA DOS PARAGRAFOS EXECUTADOS NA  *
      * SESSAO, COM A QUANTIDADE DE VEZES QUE CADA UM FOI DISPARADO.   *
      * A LINHA DE VOLUME DA POSTAGEM (AUD-POSTING-VOLUME) NAO E UM    *
      * PARAGRAFO E FICA FORA DO RASTREAMENTO - VER REPT0003.          *
      *================================================================*
       IDENTIFICATION                                        DIVISION.
       PROGRAM-ID. REPT0001.
                    AT END
                        SET AUDIT-EOF TO TRUE
                    NOT AT END
                        IF NOT AUD-POSTING-VOLUME
                           PERFORM REGISTRA-PARAGRAFO
                        END-IF
                END-READ.

            REGISTRA-PARAGRAFO.
