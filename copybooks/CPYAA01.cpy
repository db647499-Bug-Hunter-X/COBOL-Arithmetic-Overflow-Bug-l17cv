      *****************************************************
      * CPYAA01 - adjusting-entry approval card for
      *           ADJAPR01.  Approves or rejects every
      *           pending ledger entry for one branch, up
      *           to and including the through date (blank
      *           = all of them), so the three nights of
      *           one out-of-balance branch clear on one
      *           card.  The approver id and the reason are
      *           both required - they ride onto the ledger,
      *           the GL journal entry and the audit trail.
      *****************************************************
       01  ADJ-APPROVAL-CARD.
           05  AA-ACTION-CODE          PIC X(1).
               88  AA-APPROVE                 VALUE "A".
               88  AA-REJECT                  VALUE "R".
               88  AA-VALID-ACTION            VALUE "A" "R".
           05  AA-BRANCH-ID            PIC X(4).
           05  AA-THRU-DATE            PIC X(8).
           05  AA-APPROVER-ID          PIC X(8).
           05  AA-REASON-TEXT          PIC X(30).
           05  FILLER                  PIC X(29).
