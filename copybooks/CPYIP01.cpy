      *****************************************************
      * CPYIP01 - parameter card for ERRINC01, the operator
      *           incident report over the exception log.
      *           The dates are compared against the date
      *           part of ERR-TIMESTAMP; a blank date places
      *           no restriction (the AUDINQ01 filter
      *           convention), so a blank card reports the
      *           whole log.
      *****************************************************
       01  INCIDENT-PARM-REC.
           05  IP-FROM-DATE            PIC X(8).
           05  IP-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(64).
