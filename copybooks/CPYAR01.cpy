      *****************************************************
      * CPYAR01 - manual adjustment register item.  Each
      *           chargeback, prior-day correction or other
      *           manual adjustment is entered on ADJREG as
      *           its own item - region, reason code,
      *           reference number, signed count and
      *           dollars, the requester and a second
      *           person's approval - instead of as a bare
      *           net figure keyed onto the control card.
      *           ADJREG01 refuses any item not approved by
      *           someone other than its requester and
      *           builds the night's control-card
      *           adjustment figures from the rest.
      *           AR-CARD-REGION-ID is blank on the
      *           register; ADJREG01 fills in the control
      *           card the item was applied to (its own
      *           region, or "ALL" on a deck with no region
      *           cards) on the ADJITEMS file it
      *           hands to the nightly, which lists the
      *           items behind each region's adjustment.
      *****************************************************
       01  ADJ-REGISTER-REC.
           05  AR-BUSINESS-DATE        PIC X(8).
           05  AR-REGION-ID            PIC X(3).
           05  AR-REFERENCE-NO         PIC X(12).
      *    "MS" items carry no standing meaning, so they must
      *    say what they are in AR-DESCRIPTION.
           05  AR-REASON-CODE          PIC X(2).
               88  AR-CHARGEBACK              VALUE "CB".
               88  AR-PRIOR-DAY-CORR          VALUE "PD".
               88  AR-REVERSAL                VALUE "RV".
               88  AR-MISCELLANEOUS           VALUE "MS".
               88  AR-VALID-REASON            VALUE "CB" "PD"
                                                    "RV" "MS".
           05  AR-ADJ-COUNT            PIC S9(5).
           05  AR-ADJ-DOLLARS          PIC S9(7)V99.
           05  AR-REQUESTER-ID         PIC X(8).
           05  AR-APPROVER-ID          PIC X(8).
           05  AR-DESCRIPTION          PIC X(30).
           05  AR-CARD-REGION-ID       PIC X(3).
           05  FILLER                  PIC X(12).
