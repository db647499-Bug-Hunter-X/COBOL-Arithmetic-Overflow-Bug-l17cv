      *           RS-RETURN-CODE carries the taxonomy:
      *             00 = clean
      *             04 = completed, records rejected
      *             08 = GL variance exceeded tolerance,
      *                  or a region consolidation with
      *                  regions missing
      *             12 = arithmetic overflow abend
      *             16 = input/output file problem abend
      *             20 = checkpoint/restart problem abend
      *             28 = feed control failure (header or
      *                  trailer missing, wrong date,
      *                  count/hash mismatch)
      *
      *           RUNBKO01 appends an "R" record when a
      *           posted run is backed out: same run id and
      *           run date as the posting it reverses, the
      *           final totals and GL variances negated, so
      *           readers net the pair to nothing and a
      *           rerun of that night is not a double post.
      *
      *           Under region steps each BUGSOL01 step
      *           writes an "I" record under its region run
      *           id - an interim posting, not yet a night -
      *           and RGNCON01 writes the night's record
      *           under the corporate run id: "C" or "W"
      *           when every region arrived, "M" when it
      *           posted with regions missing.
      *****************************************************
       01  RUN-STATUS-REC.
           05  RS-RUN-ID               PIC X(8).
               88  RS-COMPLETED-WARNING       VALUE "W".
               88  RS-ABENDED                 VALUE "A".
               88  RS-SUPPLEMENTAL            VALUE "S".
               88  RS-BACKED-OUT              VALUE "R".
               88  RS-REGION-INTERIM          VALUE "I".
               88  RS-CONSOL-PARTIAL          VALUE "M".
