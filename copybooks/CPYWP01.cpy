      *****************************************************
      * CPYWP01 - parameter card for WHSEXT01, the
      *           warehouse extract.  One card naming the
      *           night to extract: the run date (blank
      *           means today's date - the extract runs
      *           straight after the nightly) and,
      *           optionally, the run id whose RUNSTAT
      *           outcome the run record is to carry.
      *           With the run id blank the outcome is the
      *           night's last RUNSTAT record that stands
      *           for the whole night.
      *****************************************************
       01  WAREHOUSE-PARM-REC.
           05  WP-RUN-DATE             PIC X(8).
           05  WP-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(64).
