      *period totals - including the A/C/D maintenance mix - and a
      *daily average. Day figures come off the per-run ALL lines, so
      *the per-batch detail lines in the log never double-count.
      *The weekly integrity audit's AUD lines are summed into the
      *period's audit figures, so the summary also shows whether
      *the files were found clean.
      *
      *Modification History
      * 2026-09-02  ab  initial version
      * 2026-09-02  ab  pick up the master-update run's UPD lines
      *                 and trend the apply-time reject count beside
      *                 the validation-side figures
      * 2026-10-15  ab  pick up the integrity audit's AUD lines and
      *                 show the audits run, the breaks they found
      *                 and how the last audit of the period came out
       environment division.

       configuration section.
           05 filler               pic x value spaces.
           05 ws-average           pic zzzzzz9.

      *audit accumulators: the period's AUD lines - how many audits
      *ran, how many found breaks, the breaks between them, and the
      *last audit's date and outcome
       01 ws-audit-accum.
           05 ws-last-audit-date   pic 9(06) value 0.
           05 ws-last-audit-flag   pic x value spaces.

      *ws-display-audit-*: the period's audit figures
       01 ws-display-audits.
           05 filler               pic x(17) value "AUDITS RUN      -".
           05 filler               pic x value spaces.
           05 ws-audits            pic zzzz9.
      *
       01 ws-display-audits-bad.
           05 filler               pic x(17) value "AUDITS W/BREAKS -".
           05 filler               pic x value spaces.
           05 ws-audits-bad        pic zzzz9.
      *
       01 ws-display-audit-breaks.
           05 filler               pic x(17) value "AUDIT BREAKS    -".
           05 filler               pic x value spaces.
           05 ws-audit-breaks      pic zzzzzz9.
      *
       01 ws-display-last-audit.
           05 filler               pic x(17) value "LAST AUDIT      -".
           05 filler               pic x value spaces.
           05 ws-last-audit        pic 9(06).
           05 filler               pic x value spaces.
           05 ws-last-audit-text   pic x(16).
      *
       01 ws-display-no-audit      pic x(34) value
       "LAST AUDIT      - NONE THIS PERIOD".

      *ws-calc: storing period totals
       01 ws-calc.
           05 ws-count-days        pic 9(05) value 0.
           05 ws-total-validD      pic 9(07) value 0.
           05 ws-total-applyrej    pic 9(07) value 0.
           05 ws-daily-average     pic 9(07) value 0.
           05 ws-count-audits      pic 9(05) value 0.
           05 ws-count-audits-bad  pic 9(05) value 0.
           05 ws-total-audit-breaks pic 9(07) value 0.


       procedure division.
      *run's UPD line carries the apply-time reject count, and the
      *per-batch lines are skipped since they break the same
      *records down again - the day is closed out when the run
      *date moves on. an audit's AUD line belongs to the period,
      *not to a day's processing, so it never opens or closes one
       100-process-one-record.
           if rl-batch-id = "ALL" or "UPD"
               if ws-day-open-flag = ws-true-cnst
               end-if
           end-if.

           if rl-batch-id = "AUD"
               perform 170-accumulate-audit
           end-if.

           read runlog-file
               at end
                   move ws-true-cnst to ws-eof-flag.
               add rl-count-applyrej to ws-total-applyrej
           end-if.

      *adds one integrity audit's AUD line into the period - the
      *read count is the parts audited, the error count the breaks
      *found, and the gate flag C for clean or B for breaks
       170-accumulate-audit.
           add 1 to ws-count-audits.

           if rl-count-invalid is numeric
               add rl-count-invalid to ws-total-audit-breaks
           end-if.

           if rl-gate-flag = "B"
               add 1 to ws-count-audits-bad
           end-if.

           move rl-run-date to ws-last-audit-date.
           move rl-gate-flag to ws-last-audit-flag.

      *prints the day just finished, with its reject percentage and
      *the gate marker if any of its runs was quarantined
       200-close-day.
           end-if.

      *prints the period totals, the A/C/D maintenance mix, the
      *gated-day count and the daily average read figure, then the
      *period's integrity audit figures
       600-write-period-totals.
           move ws-total-invalid to ws-pct-bad.
           move ws-total-records to ws-pct-read.
           write sm-report-line from " ".
           write sm-report-line from ws-display-average.

           move ws-count-audits to ws-audits.
           move ws-count-audits-bad to ws-audits-bad.
           move ws-total-audit-breaks to ws-audit-breaks.

           write sm-report-line from " ".
           write sm-report-line from ws-heading3.
           write sm-report-line from ws-display-audits.
           write sm-report-line from " ".
           write sm-report-line from ws-display-audits-bad.
           write sm-report-line from " ".
           write sm-report-line from ws-display-audit-breaks.
           write sm-report-line from " ".

           if ws-count-audits = 0
               write sm-report-line from ws-display-no-audit
           else
               move ws-last-audit-date to ws-last-audit
               if ws-last-audit-flag = "B"
                   move "BREAKS FOUND" to ws-last-audit-text
               else
                   move "FILES CLEAN" to ws-last-audit-text
               end-if
               write sm-report-line from ws-display-last-audit
           end-if.

      *prints a short message in place of the usual report when the
      *run is aborted because the run log is missing
       900-abort-run.
