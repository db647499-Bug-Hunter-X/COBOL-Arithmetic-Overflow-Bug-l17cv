      *****************************************************
      * CPYRPT16 - Distribution Packet print line
      *****************************************************
       01  DISTRIB-PACKET-LINE        PIC X(132).
