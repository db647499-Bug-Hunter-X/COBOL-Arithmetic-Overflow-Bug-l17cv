      *****************************************************
      * CPYRPT17 - Distribution Control Listing print line
      *****************************************************
       01  DISTRIB-CONTROL-LINE       PIC X(132).
