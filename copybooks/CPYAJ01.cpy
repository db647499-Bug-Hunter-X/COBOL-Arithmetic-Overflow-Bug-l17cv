      *           reviews and releases these instead of
      *           re-keying correcting journal vouchers by
      *           hand the next morning.
      *
      *           GLADJENT is rewritten by every nightly, so
      *           ADJAPR01 folds each night's entries into
      *           its carried-forward open-item ledger
      *           (CPYAL01) - the status codes below are the
      *           life of an entry there: pending until an
      *           approval card approves it (released to
      *           the GL journal the same run) or rejects it
      *           (written off).  RUNBKO01 marks a backed-out
      *           run's entries withdrawn in place so they
      *           are never folded.
      *
      *           AJ-TYPE-DETAIL says which transaction type
      *           (1 deposit, 2 withdrawal, 3 transfer) is
      *           out: per type, the system-less-GL debit,
      *           credit and signed net variances, and a
      *           flag on each type outside tolerance.
      *****************************************************
       01  ADJUST-ENTRY-REC.
           05  AJ-RUN-DATE             PIC X(8).
               88  AJ-PENDING-APPROVAL        VALUE "P".
               88  AJ-APPROVED                VALUE "A".
               88  AJ-RELEASED                VALUE "R".
               88  AJ-WRITTEN-OFF             VALUE "W".
               88  AJ-WITHDRAWN               VALUE "X".
           05  AJ-TYPE-DETAIL.
               10  AJ-TYPE-SUB OCCURS 3 TIMES.
                   15  AJ-TYPE-DR-VARIANCE
                                       PIC S9(11)V99.
                   15  AJ-TYPE-CR-VARIANCE
                                       PIC S9(11)V99.
                   15  AJ-TYPE-NET-VARIANCE
                                       PIC S9(11)V99.
                   15  AJ-TYPE-OUT-SW  PIC X(1).
                       88  AJ-TYPE-OUT-OF-BALANCE  VALUE "Y".
