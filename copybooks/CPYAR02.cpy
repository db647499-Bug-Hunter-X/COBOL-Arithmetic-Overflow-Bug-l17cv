      *****************************************************
      * CPYAR02 - parameter card for ADJREG01, the manual
      *           adjustment register control-card build.
      *           One card naming the business date whose
      *           approved register items are to be built
      *           into the control cards (blank means
      *           today's date - the build runs ahead of
      *           the nightly).
      *****************************************************
       01  ADJ-REGISTER-PARM-REC.
           05  ARP-BUSINESS-DATE       PIC X(8).
           05  FILLER                  PIC X(72).
