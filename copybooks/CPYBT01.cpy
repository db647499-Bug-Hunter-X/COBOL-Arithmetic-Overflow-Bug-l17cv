      *****************************************************
      * CPYBT01 - branch maintenance transaction card for
      *           BRMNT01: add / change / close / merge
      *           actions against the branch master, sorted
      *           by branch id.  A merge card names the
      *           retired branch in BT-BRANCH-ID and the
      *           surviving branch in the name columns.
      *****************************************************
       01  BRANCH-TRANS-REC.
           05  BT-TRANS-CODE           PIC X(1).
               88  BT-ADD-TRANS               VALUE "A".
               88  BT-CHANGE-TRANS            VALUE "C".
               88  BT-CLOSE-TRANS             VALUE "X".
               88  BT-MERGE-TRANS             VALUE "M".
               88  BT-VALID-TRANS             VALUE "A" "C" "X"
                                                    "M".
           05  BT-BRANCH-ID            PIC X(4).
           05  BT-BRANCH-NAME          PIC X(25).
           05  BT-MERGE-DATA REDEFINES BT-BRANCH-NAME.
               10  BT-SURVIVOR-ID      PIC X(4).
               10  FILLER              PIC X(21).
           05  BT-REGION-ID            PIC X(3).
           05  BT-STATUS-CODE          PIC X(1).
           05  BT-EFFECTIVE-DATE       PIC X(8).
