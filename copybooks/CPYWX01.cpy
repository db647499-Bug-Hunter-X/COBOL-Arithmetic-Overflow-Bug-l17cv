      *****************************************************
      * CPYWX01 - warehouse extract record, written by
      *           WHSEXT01 for the finance reporting
      *           warehouse.  One text line per record,
      *           fields separated by "|" and padded to
      *           their full width so every record type
      *           loads positionally as well as by
      *           delimiter.  The first field is the
      *           record type; the lines are built in the
      *           CPYWX02 working-storage layouts.
      *****************************************************
       01  WAREHOUSE-EXTRACT-LINE      PIC X(250).
