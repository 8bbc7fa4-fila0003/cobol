      *                      more than 500 receipts still proves
      *                      correctly - the truncation only cuts the
      *                      detail listing, not the deposit total.
      *      2026-10-15  EF  Payments posted against former-student
      *                      accounts (FORMPAY, with the same RECEIPT
      *                      tag) are now in the register and on the
      *                      posted side of the proof - that money was
      *                      in the drawer too.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. CASH-REGISTER.
                   AT END SET EOF-AUDIT-JOURNAL-FILE TO TRUE
               END-READ.

      *    A posted payment journals ACCEPTED (FORMPAY on a former
      *    student's account) with a negative amount and the RECEIPT
      *    tag; the posted cash is the amount with the
      *    sign turned around. An overpayment's excess journals REFUND
      *    with the OVERPAYMENT reason - drawer money too, tallied on
      *    its own line.
               250-COLLECT-ONE-ENTRY.
               MOVE JRN-REASON TO JOURNAL-REASON-WORK.
               IF JRN-DATE = REGISTER-RUN-DATE
                   IF (JRN-STATUS = 'ACCEPTED'
                               OR JRN-STATUS = 'FORMPAY')
                           AND JRW-PREFIX = 'RECEIPT '
                       PERFORM 260-TABLE-ONE-RECEIPT
                   END-IF
