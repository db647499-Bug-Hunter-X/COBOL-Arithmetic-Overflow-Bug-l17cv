      *****************************************************
      * CPYRPT13 - Posted-Run Backout Report print line
      *****************************************************
       01  BACKOUT-REPORT-LINE        PIC X(132).
