      *    every report watermarked PREVIEW and nothing
      *    permanent written (no checkpoint, history, audit,
      *    suspense or run-status), so operations can prove
      *    the feeds out as soon as they land.  "R" is a
      *    region step: one region's share of the nightly,
      *    run as its own job step against that region's
      *    slice of the feeds under its own run id, leaving
      *    an interim result (CPYRI01) for RGNCON01 to
      *    consolidate with the other regions' steps and
      *    reconcile to the GL.  A region step deck is a
      *    single card naming its region - never "ALL".
           05  CTL-RUN-MODE            PIC X(1).
               88  CTL-NIGHTLY-RUN            VALUE "N" " ".
               88  CTL-SUPPLEMENTAL-RUN       VALUE "S".
               88  CTL-PREVIEW-RUN            VALUE "P".
               88  CTL-REGION-STEP-RUN        VALUE "R".
      *    "F" on the first card overrides the pre-run
      *    guard for an authorized rerun - the override is
      *    itself recorded on the error log so it can never
