      *****************************************************
      * CPYAL01 - adjusting-entry open-item ledger record
      *           kept by ADJAPR01.  One record per GLADJENT
      *           entry (branch / run date / run id), in
      *           that key sequence, carried forward night
      *           after night until an approval card
      *           releases it to the GL journal or writes
      *           it off.  The branch id rides first so the
      *           CPYFC01 header and trailer tags sit in the
      *           branch-id position, as on every feed; the
      *           header business date is the last GLADJENT
      *           night folded in, so a night cannot be
      *           folded twice.
      *           AL-TYPE-DETAIL is the entry's CPYAJ01
      *           transaction-type breakdown, carried as
      *           GLADJENT delivered it.
      *****************************************************
       01  ADJ-LEDGER-REC.
           05  AL-BRANCH-ID            PIC X(4).
           05  AL-RUN-DATE             PIC X(8).
           05  AL-RUN-ID               PIC X(8).
           05  AL-SYS-COUNT            PIC 9(9).
           05  AL-GL-COUNT             PIC 9(9).
           05  AL-SYS-AMT              PIC 9(11)V99.
           05  AL-GL-AMT               PIC 9(11)V99.
           05  AL-CNT-VARIANCE         PIC S9(9).
           05  AL-AMT-VARIANCE         PIC S9(11)V99.
           05  AL-SOURCE-CODE          PIC X(1).
           05  AL-STATUS-CODE          PIC X(1).
               88  AL-PENDING-APPROVAL        VALUE "P".
               88  AL-APPROVED                VALUE "A".
               88  AL-RELEASED                VALUE "R".
               88  AL-WRITTEN-OFF             VALUE "W".
           05  AL-FOLD-DATE            PIC X(8).
           05  AL-APPROVER-ID          PIC X(8).
           05  AL-ACTION-REASON        PIC X(30).
           05  AL-ACTION-DATE          PIC X(8).
           05  AL-TYPE-DETAIL.
               10  AL-TYPE-SUB OCCURS 3 TIMES.
                   15  AL-TYPE-DR-VARIANCE
                                       PIC S9(11)V99.
                   15  AL-TYPE-CR-VARIANCE
                                       PIC S9(11)V99.
                   15  AL-TYPE-NET-VARIANCE
                                       PIC S9(11)V99.
                   15  AL-TYPE-OUT-SW  PIC X(1).
                       88  AL-TYPE-OUT-OF-BALANCE  VALUE "Y".
