      *****************************************************
      * CPYXW02 - working-storage image of the branch
      *           crosswalk file (CPYXW01 records), shared
      *           by every program that consults it.  The
      *           file arrives in ascending retired-id
      *           sequence (enforced at load) so lookups
      *           are a binary SEARCH ALL.  A survivor can
      *           itself be merged away later, so once the
      *           table is loaded each row's WS-XWKT-FINAL-ID
      *           is resolved down the chain to the branch
      *           that survives today.  The lookup fields
      *           are the in/out area: set WS-XWK-LOOKUP-ID,
      *           get back whether the id is retired, its
      *           final survivor and its effective date.
      *           With no file loaded WS-XWK-AVAILABLE stays
      *           off and no id is treated as merged.  A
      *           trailer mismatch, data after the trailer,
      *           or a header with no trailer stands the
      *           whole table down, the region-reference
      *           precedent.
      *****************************************************
       01  WS-XWALK-AREA.
           05  WS-XWK-AVAILABLE-SW     PIC X VALUE "N".
               88  WS-XWK-AVAILABLE           VALUE "Y".
           05  WS-XWK-TBL-CNT          PIC 9(5) VALUE 0.
           05  WS-XWK-PREV-ID          PIC X(4) VALUE LOW-VALUES.
           05  WS-XWALK-TABLE OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON WS-XWK-TBL-CNT
                                    ASCENDING KEY IS WS-XWKT-OLD-ID
                                    INDEXED BY WS-XWK-IDX.
               10  WS-XWKT-OLD-ID      PIC X(4).
               10  WS-XWKT-SURVIVOR-ID PIC X(4).
               10  WS-XWKT-FINAL-ID    PIC X(4).
               10  WS-XWKT-EFF-DATE    PIC X(8).
               10  WS-XWKT-MERGE-DATE  PIC X(8).
      *    Load-control and lookup fields.  They are kept out
      *    of WS-XWALK-AREA, whose length moves with the
      *    table count.
       01  WS-XWALK-CONTROL.
           05  WS-XWK-HDR-SW           PIC X VALUE "N".
               88  WS-XWK-HDR-SEEN            VALUE "Y".
           05  WS-XWK-TRL-SW           PIC X VALUE "N".
               88  WS-XWK-TRL-SEEN            VALUE "Y".
           05  WS-XWK-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-XWK-ROW              PIC 9(5) VALUE 0.
           05  WS-XWK-HOPS             PIC 9(2) VALUE 0.
           05  WS-XWK-CHAIN-ID         PIC X(4) VALUE SPACES.
           05  WS-XWK-LOOKUP-ID        PIC X(4) VALUE SPACES.
           05  WS-XWK-FOUND-SW         PIC X VALUE "N".
               88  WS-XWK-FOUND               VALUE "Y".
           05  WS-XWK-FOUND-SURVIVOR   PIC X(4) VALUE SPACES.
           05  WS-XWK-FOUND-FINAL      PIC X(4) VALUE SPACES.
           05  WS-XWK-FOUND-EFF-DATE   PIC X(8) VALUE SPACES.
