      *****************************************************
      * CPYJE01 - GL journal interface record written by
      *           ADJAPR01 for each released adjusting
      *           item: one entry per branch, consolidating
      *           every night the approval card released,
      *           so a branch out of balance three nights
      *           running posts as one voucher.  The signed
      *           variance is system minus GL; a positive
      *           variance posts as a debit to bring the GL
      *           up to the system figure, a negative one as
      *           a credit.  The file is sealed with the
      *           CPYFC01 header and trailer like every
      *           other feed.
      *****************************************************
       01  GL-JOURNAL-REC.
           05  JE-BRANCH-ID            PIC X(4).
           05  JE-JOURNAL-DATE         PIC X(8).
           05  JE-FIRST-RUN-DATE       PIC X(8).
           05  JE-LAST-RUN-DATE        PIC X(8).
           05  JE-NIGHTS               PIC 9(3).
           05  JE-CNT-VARIANCE         PIC S9(9).
           05  JE-AMT-VARIANCE         PIC S9(11)V99.
           05  JE-ENTRY-AMT            PIC 9(11)V99.
           05  JE-DEBIT-CREDIT         PIC X(1).
               88  JE-DEBIT                   VALUE "D".
               88  JE-CREDIT                  VALUE "C".
           05  JE-APPROVER-ID          PIC X(8).
           05  JE-REASON-TEXT          PIC X(30).
