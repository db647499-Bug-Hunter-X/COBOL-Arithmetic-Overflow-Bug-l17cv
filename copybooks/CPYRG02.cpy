               10  WS-RGFT-DIST-NAME   PIC X(25).
               10  WS-RGFT-STATUS      PIC X(1).
                   88  WS-RGFT-ACTIVE         VALUE "A".
      *    Load-control and lookup fields.  They are kept out
      *    of WS-REGION-REF-AREA, whose length moves with the
      *    table count.
       01  WS-REGION-REF-CONTROL.
           05  WS-RGF-HDR-SW           PIC X VALUE "N".
               88  WS-RGF-HDR-SEEN            VALUE "Y".
           05  WS-RGF-TRL-SW           PIC X VALUE "N".
