       identification division.
       program-id. Program14.
      *Program Description: Nightly batch stream driver. Runs the
      *night's chain of programs in order for one business date -
      *Program1 validation, Program2 master update, Program10
      *backup, Program4 catalog and Program9 suggested PO, with
      *Program3 suspense recycle and Program7 physical count added
      *on the days the stream parameter card schedules them, and
      *Program16's usage history build last of all - and
      *records each step's start, end, return code and completion
      *status on the run-control file under the business date. A
      *step only starts once its predecessor has completed OK for
      *the same business date, so the master update can never run
      *against a stale extract and nothing runs past a backup that
      *failed. Rerunning the stream for the same business date
      *after an abend restarts at the failed step: steps already
      *completed for that date are skipped, not rerun. A step that
      *cannot safely be run twice over - the master update, which
      *posts as it goes - is not called again after an abend in
      *the middle of it: it is held blocked until the operator has
      *recovered the master and says so on the parameter card. A new
      *business date will not start while the prior date's stream
      *is still incomplete unless the operator abandons it on the
      *parameter card. A one-page stream status report is printed
      *at the end of every run.
      *
      *Each step's program hands back a return code - 0 for a clean
      *run, 4 for a run that finished with a warning its successors
      *can live with, and 8 or more for a failed run.
      *
      *Modification History
      * 2026-10-15  ab  initial version
      * 2026-10-15  ab  run the usage history build every night once
      *                 the master update has completed
      * 2026-10-15  ab  hold a master update that abended part way
      *                 through until the operator flags the master
      *                 recovered, rather than posting it twice
       environment division.

       configuration section.

       input-output section.
       file-control.
      *stream-parm-file: the stream parameter card - business date,
      *the optional steps scheduled tonight, the operator's
      *abandon of an incomplete prior date, and the operator's word
      *that an abended step's files have been recovered
           select stream-parm-file
               assign to "../../../A6-STREAMPARM.dat"
               organization is line sequential
               file status is ws-parm-file-status.
      *runctl-file: the run-control file, one record per step per
      *business date
           select runctl-file
               assign to "../../../A6-RUNCTL.dat"
               organization is indexed
               access mode is dynamic
               record key is rn-runctl-key
               file status is ws-runctl-file-status.
      *stream-report-file: the one-page stream status report
           select stream-report-file
               assign to "../../../A6-NightlyStream.out"
               organization is line sequential.

       data division.
       file section.

      *sp-stream-parm-record: business date (yymmdd, zero or blank
      *for today), Y to run the suspense recycle tonight, Y to run
      *the physical count tonight, Y to abandon an incomplete
      *prior business date and start this one regardless, and Y
      *once the master has been recovered after a step that cannot
      *be restarted abended part way through - the flag lets that
      *step run again, so it comes off the card after the rerun
       fd stream-parm-file
           data record is sp-stream-parm-record
           record contains 10 characters.

       01 sp-stream-parm-record.
           05 sp-business-date     pic 9(06).
           05 sp-recycle-flag      pic x.
           05 sp-count-flag        pic x.
           05 sp-abandon-flag      pic x.
           05 sp-recovered-flag    pic x.

      *rn-runctl-record: one step of one business date's stream -
      *the program run, its status, when it last started and ended,
      *the return code it handed back and how many times it has
      *been attempted
       fd runctl-file
           data record is rn-runctl-record
           record contains 53 characters.

       01 rn-runctl-record.
           05 rn-runctl-key.
               10 rn-business-date pic 9(06).
               10 rn-step-number   pic 99.
           05 rn-program-name      pic x(10).
           05 rn-step-status       pic x.
               88 rn-step-started  value "S".
               88 rn-step-complete value "C".
               88 rn-step-warning  value "W".
               88 rn-step-failed   value "F".
               88 rn-step-blocked  value "B".
               88 rn-step-unscheduled value "N".
               88 rn-step-ok       value "C" "W" "N".
           05 rn-start-date        pic 9(06).
           05 rn-start-time        pic 9(08).
           05 rn-end-date          pic 9(06).
           05 rn-end-time          pic 9(08).
           05 rn-return-code       pic 9(04).
           05 rn-attempt-count     pic 99.

      *sr-report-line: used to write into the stream status report
       fd stream-report-file
           data record is sr-report-line
           record contains 80 characters.

       01 sr-report-line pic x(80).

       working-storage section.

      *the following are constants or headings
       77 ws-true-cnst             pic x value "T".
       77 ws-false-cnst            pic x value "F".
      *
       77 ws-heading1              pic x(34) value
       "A6 NIGHTLY STREAM - STATUS REPORT".
      *
       01 ws-heading2.
           05 filler               pic x(16) value "BUSINESS DATE -".
           05 ws-head-business-date pic 9(06).
           05 filler               pic x(05) value spaces.
           05 filler               pic x(11) value "RUN DATE -".
           05 ws-head-run-date     pic 9(06).
      *
       01 ws-heading3.
           05 filler               pic x(03) value "ST".
           05 filler               pic x(11) value "PROGRAM".
           05 filler               pic x(17) value "STEP".
           05 filler               pic x(14) value "STATUS".
           05 filler               pic x(09) value "STARTED".
           05 filler               pic x(09) value "ENDED".
           05 filler               pic x(05) value "RC".
           05 filler               pic x(03) value "TR".
           05 filler               pic x(03) value "RUN".
      *
       77 ws-heading4              pic x(40) value
       "----------------------------------------".
      *
       01 ws-abort-flag            pic x value "F".
       01 ws-prior-bad-flag        pic x value "F".
       01 ws-sweep-eof-flag        pic x value "F".
       01 ws-runctl-open-flag      pic x value "F".
      *
       01 ws-abort-runctl-message  pic x(45) value
       "RUN ABORTED - RUN-CONTROL FILE DID NOT OPEN".
      *
       01 ws-prior-bad-message.
           05 filler               pic x(20) value
           "PRIOR BUSINESS DATE ".
           05 ws-prior-bad-date    pic 9(06).
           05 filler               pic x(35) value
           " INCOMPLETE - STREAM NOT STARTED".
      *
       01 ws-prior-abandon-message.
           05 filler               pic x(20) value
           "PRIOR BUSINESS DATE ".
           05 ws-prior-abandon-date pic 9(06).
           05 filler               pic x(35) value
           " INCOMPLETE - ABANDONED BY OPERATOR".
      *
       01 ws-stream-good-message.
           05 filler               pic x(35) value
           "STREAM COMPLETE FOR BUSINESS DATE ".
           05 ws-complete-date     pic 9(06).
      *
       01 ws-stream-bad-message.
           05 filler               pic x(41) value
           "*** STREAM INCOMPLETE - RERUN RESTARTS AT".
           05 filler               pic x(06) value " STEP ".
           05 ws-restart-step      pic 99.
           05 filler               pic x(04) value " ***".
      *
       01 ws-recover-message.
           05 filler               pic x(05) value "STEP ".
           05 ws-recover-step      pic 99.
           05 filler               pic x(42) value
           " ABENDED PART WAY - RECOVER MASTER BEFORE".
           05 filler               pic x(06) value "RERUN".
      *
       77 ws-recover-message2      pic x(52) value
       "    THEN RERUN WITH RECOVERED FLAG Y ON STREAM CARD".
      *
       77 ws-parm-file-status      pic xx.
       77 ws-runctl-file-status    pic xx.
       77 ws-step-max-cnst         pic 99 value 8.

      *ws-step-values: the stream itself - step number, program,
      *step name, the step that must have completed OK first (zero
      *for none), when the step runs: M every night, R on the
      *nights the parameter card schedules the suspense recycle, C
      *on the nights it schedules the physical count - and whether
      *it may simply be called again after an abend part way
      *through it (Y), or must wait for the operator to recover
      *what it had already posted (N)
       01 ws-step-values.
           05 filler               pic 99 value 01.
           05 filler               pic x(10) value "Program1".
           05 filler               pic x(16) value "VALIDATION".
           05 filler               pic 99 value 00.
           05 filler               pic x value "M".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 02.
           05 filler               pic x(10) value "Program2".
           05 filler               pic x(16) value "MASTER UPDATE".
           05 filler               pic 99 value 01.
           05 filler               pic x value "M".
           05 filler               pic x value "N".
      *
           05 filler               pic 99 value 03.
           05 filler               pic x(10) value "Program10".
           05 filler               pic x(16) value "MASTER BACKUP".
           05 filler               pic 99 value 02.
           05 filler               pic x value "M".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 04.
           05 filler               pic x(10) value "Program4".
           05 filler               pic x(16) value "PART CATALOG".
           05 filler               pic 99 value 03.
           05 filler               pic x value "M".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 05.
           05 filler               pic x(10) value "Program9".
           05 filler               pic x(16) value "SUGGESTED PO".
           05 filler               pic 99 value 03.
           05 filler               pic x value "M".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 06.
           05 filler               pic x(10) value "Program3".
           05 filler               pic x(16) value "SUSPENSE RECYCLE".
           05 filler               pic 99 value 03.
           05 filler               pic x value "R".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 07.
           05 filler               pic x(10) value "Program7".
           05 filler               pic x(16) value "PHYSICAL COUNT".
           05 filler               pic 99 value 03.
           05 filler               pic x value "C".
           05 filler               pic x value "Y".
      *
           05 filler               pic 99 value 08.
           05 filler               pic x(10) value "Program16".
           05 filler               pic x(16) value "USAGE HISTORY".
           05 filler               pic 99 value 02.
           05 filler               pic x value "M".
           05 filler               pic x value "Y".
      *
       01 ws-step-table redefines ws-step-values.
           05 ws-step-tbl occurs 8 times.
               10 ws-step-number   pic 99.
               10 ws-step-program  pic x(10).
               10 ws-step-name     pic x(16).
               10 ws-step-pred     pic 99.
               10 ws-step-schedule pic x.
               10 ws-step-restart  pic x.

      *ws-step-ran: which steps this run actually started, for the
      *RUN column of the status report
       01 ws-step-ran-flags.
           05 ws-step-ran          pic x occurs 8 times.

      *ws-step-recover: which steps were held tonight for want of
      *a recovery, for the message under the step on the report
       01 ws-step-recover-flags.
           05 ws-step-recover      pic x occurs 8 times.

      *stream work fields: the business date being run, tonight's
      *schedule off the card, the step in hand, whether its
      *run-control record already exists, the prior business date
      *found on the file, and the clock readings around each call
       01 ws-stream-work.
           05 ws-business-date     pic 9(06) value 0.
           05 ws-run-date          pic 9(06).
           05 ws-run-time          pic 9(08).
           05 ws-recycle-flag      pic x value "N".
           05 ws-count-flag        pic x value "N".
           05 ws-abandon-flag      pic x value "N".
           05 ws-recovered-flag    pic x value "N".
           05 ws-abended-flag      pic x value "F".
           05 ws-step-sub          pic 99 value 0.
           05 ws-pred-ok-flag      pic x value "F".
           05 ws-scheduled-flag    pic x value "F".
           05 ws-ctl-found-flag    pic x value "F".
           05 ws-prior-date        pic 9(06) value 0.
           05 ws-call-rc           pic 9(04) value 0.
           05 ws-first-bad-step    pic 99 value 0.

      *sr-detail-line: one step's line on the status report
       01 sr-detail-line.
           05 sr-step-number       pic 99.
           05 filler               pic x value spaces.
           05 sr-program-name      pic x(10).
           05 filler               pic x value spaces.
           05 sr-step-name         pic x(16).
           05 filler               pic x value spaces.
           05 sr-status-text       pic x(13).
           05 filler               pic x value spaces.
           05 sr-start-time        pic 99b99b99.
           05 filler               pic x value spaces.
           05 sr-end-time          pic 99b99b99.
           05 filler               pic x value spaces.
           05 sr-return-code       pic zzz9.
           05 filler               pic x value spaces.
           05 sr-attempt-count     pic z9.
           05 filler               pic x value spaces.
           05 sr-ran-flag          pic x(03).

      *sr-time-work: an eight-digit clock reading cut to hhmmss for
      *the report
       01 sr-time-work.
           05 sr-time-hhmmss       pic 9(06).
           05 filler               pic 99.

      *ws-display-*: end of run totals
       01 ws-display-ran.
           05 filler               pic x(17) value "STEPS RUN       -".
           05 filler               pic x value spaces.
           05 ws-ran               pic zzzz9.
      *
       01 ws-display-skipped.
           05 filler               pic x(17) value "DONE EARLIER    -".
           05 filler               pic x value spaces.
           05 ws-skipped           pic zzzz9.
      *
       01 ws-display-failed.
           05 filler               pic x(17) value "STEPS FAILED    -".
           05 filler               pic x value spaces.
           05 ws-failed            pic zzzz9.
      *
       01 ws-display-blocked.
           05 filler               pic x(17) value "STEPS BLOCKED   -".
           05 filler               pic x value spaces.
           05 ws-blocked           pic zzzz9.

      *ws-calc: storing totals
       01 ws-calc.
           05 ws-count-ran         pic 9(05) value 0.
           05 ws-count-skipped     pic 9(05) value 0.
           05 ws-count-failed      pic 9(05) value 0.
           05 ws-count-blocked     pic 9(05) value 0.


       procedure division.
       000-main.
           perform 005-initialize.
           perform 010-open-files.

           if ws-abort-flag = ws-true-cnst
               perform 900-abort-run
               perform 950-close-files
               move 8 to return-code
               goback
           end-if.

           perform 020-check-prior-date.

           if ws-prior-bad-flag = ws-true-cnst
               if ws-abandon-flag = "Y"
                   move ws-prior-date to ws-prior-abandon-date
               else
                   move ws-true-cnst to ws-abort-flag
                   move ws-prior-date to ws-prior-bad-date
                   perform 900-abort-run
                   perform 950-close-files
                   move 8 to return-code
                   goback
               end-if
           end-if.

           move 0 to ws-step-sub.
           perform 100-run-one-step
             until ws-step-sub >= ws-step-max-cnst.

           perform 500-print-status-report.

           perform 950-close-files.

           if ws-first-bad-step > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if.

           goback.

      *picks the business date and tonight's optional steps up off
      *the stream parameter card - a missing card, or a date left
      *zero or blank, runs today's date with only the nightly steps
       005-initialize.
           accept ws-run-date from date.
           move ws-run-date to ws-business-date.

           open input stream-parm-file.

           if ws-parm-file-status = "00"
               read stream-parm-file
                   not at end
                       if sp-business-date is numeric
                           if sp-business-date > 0
                               move sp-business-date
                                   to ws-business-date
                           end-if
                       end-if
                       move sp-recycle-flag to ws-recycle-flag
                       move sp-count-flag to ws-count-flag
                       move sp-abandon-flag to ws-abandon-flag
                       move sp-recovered-flag to ws-recovered-flag
               end-read
               close stream-parm-file
           end-if.

           move spaces to ws-step-ran-flags.
           move spaces to ws-step-recover-flags.

      *opens the run-control file for update, creating it the very
      *first night - a file that still won't open aborts the
      *stream before any step runs
       010-open-files.
           open output stream-report-file.

           open i-o runctl-file.

           if ws-runctl-file-status = "35"
               open output runctl-file
               close runctl-file
               open i-o runctl-file
           end-if.

           if ws-runctl-file-status = "00"
               move ws-true-cnst to ws-runctl-open-flag
           else
               move ws-true-cnst to ws-abort-flag
           end-if.

      *finds the latest business date before this one on the
      *run-control file and flags it if any of its steps did not
      *complete OK - starting a new date on top of it would
      *overwrite the extract and files its failed step still needs
       020-check-prior-date.
           move ws-false-cnst to ws-sweep-eof-flag.
           move 0 to rn-business-date.
           move 0 to rn-step-number.

           start runctl-file
               key is not less than rn-runctl-key
               invalid key
                   move ws-true-cnst to ws-sweep-eof-flag
           end-start.

           perform 025-check-one-prior-step
             until ws-sweep-eof-flag = ws-true-cnst.

       025-check-one-prior-step.
           read runctl-file next record
               at end
                   move ws-true-cnst to ws-sweep-eof-flag
           end-read.

           if ws-sweep-eof-flag <> ws-true-cnst
               if rn-business-date >= ws-business-date
                   move ws-true-cnst to ws-sweep-eof-flag
               else
                   if rn-business-date <> ws-prior-date
                       move rn-business-date to ws-prior-date
                       move ws-false-cnst to ws-prior-bad-flag
                   end-if
                   if not rn-step-ok
                       move ws-true-cnst to ws-prior-bad-flag
                   end-if
               end-if
           end-if.

      *one step of the stream: a step already completed OK for the
      *business date is left alone, a step not scheduled tonight
      *is recorded as such, a step whose predecessor has not
      *completed OK is recorded blocked, a step that cannot be
      *restarted and abended part way through is recorded blocked
      *until the operator flags its files recovered, and anything
      *else is run
       100-run-one-step.
           add 1 to ws-step-sub.

           perform 110-check-predecessor.
           perform 120-read-step-record.

           if ws-ctl-found-flag = ws-true-cnst and
               (rn-step-complete or rn-step-warning)
               add 1 to ws-count-skipped
           else
               perform 130-check-schedule
               if ws-scheduled-flag <> ws-true-cnst
                   move "N" to rn-step-status
                   perform 150-save-step-record
               else
                   if ws-pred-ok-flag <> ws-true-cnst
                       move "B" to rn-step-status
                       add 1 to ws-count-blocked
                       perform 150-save-step-record
                   else
                       perform 140-check-abended
                       if ws-abended-flag = ws-true-cnst and
                           ws-step-restart (ws-step-sub) = "N" and
                           ws-recovered-flag <> "Y"
                           move "B" to rn-step-status
                           move ws-true-cnst
                               to ws-step-recover (ws-step-sub)
                           add 1 to ws-count-blocked
                           perform 150-save-step-record
                       else
                           perform 200-call-step-program
                       end-if
                   end-if
               end-if
           end-if.

      *a step with no predecessor may always run, otherwise the
      *predecessor's record for the business date must show it
      *completed OK
       110-check-predecessor.
           move ws-true-cnst to ws-pred-ok-flag.

           if ws-step-pred (ws-step-sub) > 0
               move ws-business-date to rn-business-date
               move ws-step-pred (ws-step-sub) to rn-step-number
               read runctl-file
                   invalid key
                       move ws-false-cnst to ws-pred-ok-flag
                   not invalid key
                       if not (rn-step-complete or rn-step-warning)
                           move ws-false-cnst to ws-pred-ok-flag
                       end-if
               end-read
           end-if.

      *reads the step's own record for the business date, or sets
      *up a fresh one when this is the first time the step has
      *come up for that date
       120-read-step-record.
           move ws-business-date to rn-business-date.
           move ws-step-number (ws-step-sub) to rn-step-number.

           read runctl-file
               invalid key
                   move ws-false-cnst to ws-ctl-found-flag
               not invalid key
                   move ws-true-cnst to ws-ctl-found-flag
           end-read.

           if ws-ctl-found-flag <> ws-true-cnst
               move ws-business-date to rn-business-date
               move ws-step-number (ws-step-sub) to rn-step-number
               move ws-step-program (ws-step-sub) to rn-program-name
               move spaces to rn-step-status
               move 0 to rn-start-date, rn-start-time,
                   rn-end-date, rn-end-time,
                   rn-return-code, rn-attempt-count
           end-if.

       130-check-schedule.
           move ws-false-cnst to ws-scheduled-flag.

           if ws-step-schedule (ws-step-sub) = "M"
               move ws-true-cnst to ws-scheduled-flag
           end-if.

           if ws-step-schedule (ws-step-sub) = "R" and
               ws-recycle-flag = "Y"
               move ws-true-cnst to ws-scheduled-flag
           end-if.

           if ws-step-schedule (ws-step-sub) = "C" and
               ws-count-flag = "Y"
               move ws-true-cnst to ws-scheduled-flag
           end-if.

      *a step abended part way through when its record shows it
      *started but never ended - it still shows so once it has been
      *held blocked for a recovery, since only a call sets the end
       140-check-abended.
           move ws-false-cnst to ws-abended-flag.

           if ws-ctl-found-flag = ws-true-cnst and
               (rn-step-started or rn-step-blocked) and
               rn-start-date > 0 and rn-end-date = 0
               move ws-true-cnst to ws-abended-flag
           end-if.

      *writes the step's record the first time, rewrites it after
       150-save-step-record.
           if ws-ctl-found-flag = ws-true-cnst
               rewrite rn-runctl-record
           else
               write rn-runctl-record
               move ws-true-cnst to ws-ctl-found-flag
           end-if.

      *runs the step's program - the record goes down marked
      *started before the call, so a stream that abends in the
      *middle of a step leaves it showing started rather than
      *complete and the rerun picks it up again. a program that
      *cannot be loaded fails the step like any other
       200-call-step-program.
           accept rn-start-date from date.
           accept rn-start-time from time.
           move 0 to rn-end-date, rn-end-time, rn-return-code.
           add 1 to rn-attempt-count.
           move "S" to rn-step-status.
           perform 150-save-step-record.

           move ws-true-cnst to ws-step-ran (ws-step-sub).
           add 1 to ws-count-ran.

           move 0 to return-code.
           call ws-step-program (ws-step-sub)
               on exception
                   move 9999 to return-code
           end-call.
           move return-code to ws-call-rc.

      *the called program read and wrote its own files, so the
      *step's record is read back before it is rewritten
           perform 120-read-step-record.

           accept rn-end-date from date.
           accept rn-end-time from time.
           move ws-call-rc to rn-return-code.

           if ws-call-rc = 0
               move "C" to rn-step-status
           else
               if ws-call-rc <= 4
                   move "W" to rn-step-status
               else
                   move "F" to rn-step-status
                   add 1 to ws-count-failed
               end-if
           end-if.

           perform 150-save-step-record.

      *prints every step's record for the business date, whether
      *it ran tonight or on an earlier attempt, and where a rerun
      *would pick the stream up
       500-print-status-report.
           move ws-business-date to ws-head-business-date.
           move ws-run-date to ws-head-run-date.

           write sr-report-line from ws-heading1.
           write sr-report-line from ws-heading2.
           write sr-report-line from " ".

           if ws-prior-bad-flag = ws-true-cnst
               write sr-report-line from ws-prior-abandon-message
               write sr-report-line from " "
           end-if.

           write sr-report-line from ws-heading3.
           write sr-report-line from ws-heading4.

           move 0 to ws-step-sub.
           perform 510-print-one-step
             until ws-step-sub >= ws-step-max-cnst.

           move ws-count-ran to ws-ran.
           move ws-count-skipped to ws-skipped.
           move ws-count-failed to ws-failed.
           move ws-count-blocked to ws-blocked.

           write sr-report-line from ws-heading4.
           write sr-report-line from ws-display-ran.
           write sr-report-line from ws-display-skipped.
           write sr-report-line from ws-display-failed.
           write sr-report-line from ws-display-blocked.
           write sr-report-line from " ".

           if ws-first-bad-step > 0
               move ws-first-bad-step to ws-restart-step
               write sr-report-line from ws-stream-bad-message
           else
               move ws-business-date to ws-complete-date
               write sr-report-line from ws-stream-good-message
           end-if.

       510-print-one-step.
           add 1 to ws-step-sub.

           perform 120-read-step-record.

           move ws-step-number (ws-step-sub) to sr-step-number.
           move ws-step-program (ws-step-sub) to sr-program-name.
           move ws-step-name (ws-step-sub) to sr-step-name.
           move rn-start-time to sr-time-work.
           move sr-time-hhmmss to sr-start-time.
           move rn-end-time to sr-time-work.
           move sr-time-hhmmss to sr-end-time.
           move rn-return-code to sr-return-code.
           move rn-attempt-count to sr-attempt-count.

           if ws-step-ran (ws-step-sub) = ws-true-cnst
               move "YES" to sr-ran-flag
           else
               move spaces to sr-ran-flag
           end-if.

           move "UNKNOWN" to sr-status-text.

           if ws-ctl-found-flag <> ws-true-cnst
               move "NOT REACHED" to sr-status-text
           end-if.

           if ws-ctl-found-flag = ws-true-cnst
               if rn-step-complete
                   move "COMPLETE" to sr-status-text
               end-if
               if rn-step-warning
                   move "COMPLETE-WARN" to sr-status-text
               end-if
               if rn-step-failed
                   move "FAILED" to sr-status-text
               end-if
               if rn-step-blocked
                   move "BLOCKED" to sr-status-text
               end-if
               if rn-step-started
                   move "ABENDED" to sr-status-text
               end-if
               if rn-step-unscheduled
                   move "NOT TONIGHT" to sr-status-text
               end-if
           end-if.

           if ws-first-bad-step = 0
               if ws-ctl-found-flag <> ws-true-cnst or
                   not rn-step-ok
                   move ws-step-number (ws-step-sub)
                       to ws-first-bad-step
               end-if
           end-if.

           write sr-report-line from sr-detail-line.

           if ws-step-recover (ws-step-sub) = ws-true-cnst
               move ws-step-number (ws-step-sub) to ws-recover-step
               write sr-report-line from ws-recover-message
               write sr-report-line from ws-recover-message2
           end-if.

      *prints a short message in place of the usual report when the
      *stream cannot start
       900-abort-run.
           write sr-report-line from ws-heading1.
           write sr-report-line from " ".
           if ws-prior-bad-flag = ws-true-cnst
               write sr-report-line from ws-prior-bad-message
           else
               write sr-report-line from ws-abort-runctl-message
           end-if.

      *closes every file this program has open, win or lose - the
      *run-control file is only open when it opened cleanly
       950-close-files.
           close stream-report-file.

           if ws-runctl-open-flag = ws-true-cnst
               close runctl-file
           end-if.

       end program Program14.
