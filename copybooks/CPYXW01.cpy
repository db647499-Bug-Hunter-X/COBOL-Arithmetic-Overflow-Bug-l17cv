      *****************************************************
      * CPYXW01 - branch crosswalk record, one per retired
      *           branch id, written by BRMNT01 when an "M"
      *           card merges a branch into a surviving
      *           branch.  From XW-EFFECTIVE-DATE on, counts
      *           still arriving under the retired id post
      *           to the survivor, and every report that
      *           walks history treats the retired id's
      *           nights as the survivor's.  XW-MERGE-DATE
      *           is the maintenance run that recorded it.
      *           The file arrives in ascending retired-id
      *           sequence between CPYFC01 header and
      *           trailer records (feed id "BRXWALK").
      *****************************************************
       01  BRANCH-XWALK-REC.
           05  XW-OLD-BRANCH-ID        PIC X(4).
           05  XW-SURVIVOR-ID          PIC X(4).
           05  XW-EFFECTIVE-DATE       PIC X(8).
           05  XW-MERGE-DATE           PIC X(8).
