      * card image fields and the outcome - APLICADO (batch applied), *
      * REJEITADO (card failed validation) or SUSPENSO (card was      *
      * valid but the batch was held because another card failed).    *
      * A sensitive card that passes is logged PENDENTE (waiting on   *
      * PENDMNT for a second operator); the approver's card is logged *
      * APROVADO or RECUSADO under the action it decided, and a       *
      * request nobody decided in time is logged EXPIRADO under user  *
      * MANT0002. On those three ALOG-REQUESTED-BY is the operator    *
      * who made the original request, so maker and checker of every  *
      * sensitive change sit on the same record.                      *
      * This is the control the audit asked for after an account      *
      * was closed with a balance still on it.                        *
      *================================================================*
           05  ALOG-ACCT-NAME          PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALOG-RESULT             PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACE.
           05  ALOG-REQUESTED-BY       PIC X(08).
