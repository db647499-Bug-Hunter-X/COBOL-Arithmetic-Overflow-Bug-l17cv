      *****************************************************
      * CPYRPT14 - Incident Report print line
      *****************************************************
       01  INCIDENT-REPORT-LINE       PIC X(132).
