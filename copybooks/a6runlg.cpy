      *gate flag, written by the validation run and read by the
      *month-end operations summary. the master-update run appends
      *its own UPD line per run, whose apply-time reject count
      *rides in the last field - zero on the validation run's lines.
      *the integrity audit appends an AUD line per run, carrying the
      *parts audited in the read count, the breaks found in the
      *error count, and C (clean) or B (breaks) in the gate flag
       01  rl-runlog-record.
           05  rl-run-date             pic 9(06).
           05  filler                  pic x.
