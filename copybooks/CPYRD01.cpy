      *****************************************************
      * CPYRD01 - parameter card for RPTDST01, the report
      *           distribution burst.  One card choosing
      *           the packet level: "D" (or blank) for one
      *           packet per district, "R" for one packet
      *           per region, each region's packet still
      *           carrying its district on the cover.
      *****************************************************
       01  DISTRIB-PARM-REC.
           05  RD-PACKET-LEVEL         PIC X(1).
               88  RD-BY-DISTRICT             VALUE "D" " ".
               88  RD-BY-REGION               VALUE "R".
           05  FILLER                  PIC X(79).
