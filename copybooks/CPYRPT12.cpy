      *****************************************************
      * CPYRPT12 - Adjusting Entry Approval and Aging
      *            Report print line
      *****************************************************
       01  ADJ-AGING-REPORT-LINE      PIC X(132).
