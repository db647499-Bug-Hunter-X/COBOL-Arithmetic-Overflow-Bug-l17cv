      *****************************************************
      * CPYERR01 - exception/error log record.  ERRLOG is
      *            one file shared by every program in the
      *            suite and is only ever extended, never
      *            rewritten, so a rerun does not lose the
      *            record of why the first attempt stopped.
      *            ERRINC01 reports on it.
      *
      *            ERR-RUN-ID and ERR-REGION-ID are the
      *            writing program's run id and region scope
      *            ("ALL" for a whole-shop run, spaces for a
      *            program with neither).  ERR-RC-CLASS is the
      *            return-code class the exception was raised
      *            under, per the BUGSOL01 taxonomy: 00 for a
      *            finding logged while the run carried on,
      *            08 for a region left out of the night, 12
      *            overflow, 16 file, 20 checkpoint, 24 run
      *            guard, 28 feed control.
      *****************************************************
       01  ERROR-LOG-REC.
           05  ERR-TIMESTAMP           PIC X(15).
           05  ERR-OPERAND-2           PIC S9(9).
           05  ERR-TARGET-FIELD        PIC X(10).
           05  ERR-MESSAGE             PIC X(40).
           05  ERR-PROGRAM-ID          PIC X(8).
           05  ERR-RUN-ID              PIC X(8).
           05  ERR-REGION-ID           PIC X(3).
           05  ERR-RC-CLASS            PIC 9(2).
