      *****************************************************
      * CPYRPT15 - Branch Investigation Dossier print line
      *****************************************************
       01  DOSSIER-REPORT-LINE        PIC X(132).
