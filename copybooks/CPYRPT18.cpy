      *****************************************************
      * CPYRPT18 - Manual Adjustment Register print line
      *****************************************************
       01  ADJ-REGISTER-REPORT-LINE   PIC X(132).
