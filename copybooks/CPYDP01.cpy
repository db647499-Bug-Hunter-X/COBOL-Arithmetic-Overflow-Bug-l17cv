      *****************************************************
      * CPYDP01 - parameter card for BRDOSS01, the single-
      *           branch investigation dossier.  The branch
      *           id is required.  The dates bound the
      *           nightly history, calendar closures and
      *           audit-trail accumulation steps; a blank
      *           date places no restriction (the AUDINQ01
      *           filter convention).  Maintenance history,
      *           outstanding suspense and adjusting entries
      *           are listed whatever their date - they are
      *           the branch's standing position, not the
      *           nights asked about.
      *****************************************************
       01  DOSSIER-PARM-REC.
           05  DP-BRANCH-ID            PIC X(4).
           05  DP-FROM-DATE            PIC X(8).
           05  DP-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(60).
