      *> "key value" / "key = value" form ReadConfiguration parses,
      *> with # and ; comments ignored.  The file loads once per job;
      *> every later call answers from the table.
      *>
      *> A key may also carry dated versions, "KEY@YYYY-MM-DD
      *> value", so a change due on the 1st is entered ahead of
      *> time and comes into force on its own: the answer is the
      *> version in force on the run's processing date - settled
      *> once per chain, and [run] PROCESSING-DATE when a past day
      *> is rerun - not the wall-clock date.  The snapshot line
      *> names the effective date of the version a run used.
      *>
      *> The same load settles the run environment.  [environment]
      *> NAME (default PRODUCTION) names it and PATH, when set, is
      *> the directory every data, state and output file of the run
      *> resolves under - the runtime's file-path prefix is set
      *> here, so each program's own file names stand unchanged and
      *> a TEST rehearsal never resolves back to production.  The
      *> name and prefix are passed down to the chain's steps in
      *> RUN_ENVIRONMENT, and a step whose Configuration.txt has
      *> since been switched keeps the chain's environment rather
      *> than finishing the chain somewhere else.
      *> Configuration.txt itself is always read from the directory
      *> the job runs in.
       identification division.
       program-id. config-lookup.

               05  ce-section     pic x(32).
               05  ce-key         pic x(32).
               05  ce-value       pic x(64).
               05  ce-effective   pic x(10).

       01  snapshot-status        pic xx.
           88  snapshot-file-ok   values "00" thru "09".
       01  snapshot-found-sw      pic x.
           88  snapshot-found     value "Y".

      *> The key being resolved and the version in force for it.
       01  lookup-section         pic x(32).
       01  lookup-key             pic x(32).
       01  resolved-value         pic x(64).
       01  resolved-effective     pic x(10).
       01  resolved-found-sw      pic x.
           88  resolved-found     value "Y".

      *> The processing date every dated entry is judged against,
      *> settled once per job (and once per chain, through
      *> PROCESSING_DATE) so a chain that runs past midnight does
      *> not change its configuration halfway through.
       01  processing-date        pic x(10).
       01  date-key-text          pic x(32).
       01  date-effective-text    pic x(16).
       01  date-check-text        pic x(8).
       01  date-check-number      pic 9(8).
       01  run-settled-sw         pic x value "N".
           88  run-settled        value "Y".

       01  prior-file-path        pic x(64).
       01  inherited-environment  pic x(64).
       01  run-environment-name   pic x(64).
       01  run-environment-path   pic x(64).

       linkage section.
       01  section-name           pic x(32).
       01  key-name               pic x(32).
               perform load-configuration
           end-if

           move upper-case(section-name) to lookup-section
           move upper-case(key-name) to lookup-key
           perform resolve-key
           if resolved-found
               set key-found to true
               move resolved-value to out-value
           else
               set key-found to false
               move spaces to out-value
           end-if
           perform snapshot-resolved-key
           goback
           .
      *> A key may appear undated and as "KEY@YYYY-MM-DD" versions.
      *> The dated version with the latest effective date on or
      *> before the processing date is in force; failing one, the
      *> undated line (the first, if repeated); failing both, the
      *> key is not found.  A version dated after the processing
      *> date is pending and invisible until its day.
       resolve-key.
           move "N" to resolved-found-sw
           move spaces to resolved-value, resolved-effective
           perform varying config-idx from 1 by 1
                   until config-idx > num-config-entries
               if ce-section (config-idx) = lookup-section
                       and ce-key (config-idx) = lookup-key
                   if ce-effective (config-idx) = spaces
                       if not resolved-found
                           set resolved-found to true
                           move ce-value (config-idx)
                             to resolved-value
                       end-if
                   else
                       if ce-effective (config-idx)
                               not > processing-date
                           and ce-effective (config-idx)
                               > resolved-effective
                           set resolved-found to true
                           move ce-value (config-idx)
                             to resolved-value
                           move ce-effective (config-idx)
                             to resolved-effective
                       end-if
                   end-if
               end-if
           end-perform

      *> the settled run values answer for themselves, whatever
      *> the file says
           if run-settled
               if lookup-section = "ENVIRONMENT"
                       and lookup-key = "NAME"
                   set resolved-found to true
                   move run-environment-name to resolved-value
                   move spaces to resolved-effective
               end-if
               if lookup-section = "RUN"
                       and lookup-key = "PROCESSING-DATE"
                   set resolved-found to true
                   move processing-date to resolved-value
                   move spaces to resolved-effective
               end-if
           end-if
           .
       snapshot-resolved-key.
           move space to snapshot-found-sw
           if num-snapshotted > 0
               exit paragraph
           end-if
           move spaces to snapshot-record
      *> a dated version says which one the run used
           evaluate true
               when key-found and resolved-effective not = spaces
                   string current-date(1:14) " "
                       trim(section-name) " " trim(key-name)
                       " = " trim(out-value)
                       " (EFFECTIVE " resolved-effective ")"
                       into snapshot-record
                   end-string
               when key-found
                   string current-date(1:14) " "
                       trim(section-name) " " trim(key-name)
                       " = " trim(out-value)
                       into snapshot-record
                   end-string
               when other
                   string current-date(1:14) " "
                       trim(section-name) " " trim(key-name)
                       " NOT FOUND"
                       into snapshot-record
                   end-string
           end-evaluate
           write snapshot-record
           close snapshot-file
           .
       load-configuration.
           set config-loaded to true
           move spaces to prior-file-path
           accept prior-file-path from environment "COB_FILE_PATH"
           if prior-file-path not = spaces
               set environment "COB_FILE_PATH" to "."
           end-if
           open input config-file
           if config-file-ok
               move spaces to current-section
               perform until config-eof
                   read config-file
                       at end
                           set config-eof to true
                       not at end
                           perform load-one-config-line
                   end-read
               end-perform
               close config-file
           end-if
           perform settle-processing-date
           perform apply-run-environment
           set run-settled to true
           .
      *> PROCESSING_DATE from the job that started this one wins;
      *> otherwise an undated [run] PROCESSING-DATE (a rerun of a
      *> past day), otherwise today.  It is passed on the same way.
       settle-processing-date.
           move spaces to processing-date
           accept processing-date from environment "PROCESSING_DATE"
           if processing-date = spaces
               perform varying config-idx from 1 by 1
                       until config-idx > num-config-entries
                   if ce-section (config-idx) = "RUN"
                           and ce-key (config-idx) = "PROCESSING-DATE"
                           and ce-effective (config-idx) = spaces
                       move ce-value (config-idx) to processing-date
                       exit perform
                   end-if
               end-perform
           end-if
           if processing-date not = spaces
               move processing-date to date-effective-text
               perform check-effective-date
               if date-effective-text = spaces
                   display "config-lookup: processing date "
                       trim(processing-date) " is not a YYYY-MM-DD "
                       "date - today is used." upon syserr
                   move spaces to processing-date
               end-if
           end-if
           if processing-date = spaces
               string current-date(1:4) "-" current-date(5:2) "-"
                   current-date(7:2)
                   delimited by size into processing-date
               end-string
           end-if
           set environment "PROCESSING_DATE" to processing-date
           .
      *> Leaves date-effective-text as a valid YYYY-MM-DD, or
      *> spaces.
       check-effective-date.
           if date-effective-text(5:1) not = "-"
                   or date-effective-text(8:1) not = "-"
                   or date-effective-text(11:) not = spaces
                   or date-effective-text(1:4) is not numeric
                   or date-effective-text(6:2) is not numeric
                   or date-effective-text(9:2) is not numeric
               move spaces to date-effective-text
               exit paragraph
           end-if
           string date-effective-text(1:4) date-effective-text(6:2)
               date-effective-text(9:2)
               delimited by size into date-check-text
           end-string
           move date-check-text to date-check-number
           if test-date-yyyymmdd(date-check-number) not = 0
               move spaces to date-effective-text
           end-if
           .
      *> RUN_ENVIRONMENT carries "name path" from the job that
      *> started this one; when present it wins over the file.
       apply-run-environment.
           move "PRODUCTION" to run-environment-name
           move spaces to run-environment-path
           move "ENVIRONMENT" to lookup-section
           move "NAME" to lookup-key
           perform resolve-key
           if resolved-value not = spaces
               move upper-case(resolved-value) to run-environment-name
           end-if
           move "PATH" to lookup-key
           perform resolve-key
           move resolved-value to run-environment-path

           move spaces to inherited-environment
           accept inherited-environment
               from environment "RUN_ENVIRONMENT"
           if inherited-environment not = spaces
               unstring inherited-environment delimited by space
                   into work-key
               if work-key not = run-environment-name
                   display "config-lookup: Configuration.txt names "
                       "environment " trim(run-environment-name)
                       " but this run belongs to a "
                       trim(work-key) " chain - "
                       trim(work-key) " kept." upon syserr
               end-if
               move work-key to run-environment-name
               move spaces to run-environment-path
               move trim(inherited-environment
                   (length(trim(work-key)) + 1:))
                 to run-environment-path
           end-if

           if run-environment-path not = spaces
               set environment "COB_FILE_PATH" to run-environment-path
           else
               if prior-file-path not = spaces
                   set environment "COB_FILE_PATH" to prior-file-path
               end-if
           end-if
           move spaces to inherited-environment
           string trim(run-environment-name) " "
               trim(run-environment-path)
               delimited by size into inherited-environment
           end-string
           set environment "RUN_ENVIRONMENT"
               to inherited-environment
           .
       load-one-config-line.
           move trim(config-record) to config-record
               move trim(work-value(2:)) to work-value
           end-if

      *> "KEY@YYYY-MM-DD" is a version of KEY effective from that
      *> date; a malformed date is refused rather than guessed at
           move spaces to date-key-text, date-effective-text
           if work-key not = spaces
               unstring work-key delimited by "@"
                   into date-key-text, date-effective-text
           end-if
           if date-key-text not = work-key
               perform check-effective-date
               if date-effective-text = spaces
                   display "config-lookup: [" trim(current-section)
                       "] " trim(work-key) " has no valid "
                       "YYYY-MM-DD effective date - ignored."
                       upon syserr
                   exit paragraph
               end-if
               move date-key-text to work-key
           end-if

           add 1 to num-config-entries
           move current-section
             to ce-section (num-config-entries)
           move upper-case(work-key)
             to ce-key (num-config-entries)
           move work-value to ce-value (num-config-entries)
           move date-effective-text (1:10)
             to ce-effective (num-config-entries)
           .
       end program config-lookup.

      *> change with a version inside the range (exclusive of
      *> from, inclusive of to) is listed on
      *> config-diff-report.txt - the accumulated changes that
      *> turned the one version into the other.  The report always
      *> closes with the dated changes still pending - every
      *> "KEY@YYYY-MM-DD" version in Configuration.txt effective
      *> after the processing date, beside the value in force now -
      *> so what the 1st will change is on paper before the 1st.
       identification division.
       program-id. config-diff.

                                  assign to "config-diff-report.txt"
                                  organization line sequential
                                  file status is diff-report-status.
           select config-file     assign to "Configuration.txt"
                                  organization line sequential
                                  file status is config-status.

       data division.
       file section.
       fd  diff-report-file.
       01  diff-report-line       pic x(250).

       fd  config-file.
       01  config-record          pic x(128).

       working-storage section.
       01  diff-request-status    pic xx.
           88  diff-request-ok    values "00" thru "09".
           88  history-file-ok    values "00" thru "09".
       01  diff-report-status     pic xx.
           88  diff-report-ok     values "00" thru "09".
       01  config-status          pic xx.
           88  config-file-ok     values "00" thru "09".

       01  history-eof-sw         pic x value "N".
           88  history-eof        value "Y".
       01  config-eof-sw          pic x value "N".
           88  config-eof         value "Y".
       01  range-requested-sw     pic x value "N".
           88  range-requested    value "Y".

       01  from-version-text      pic x(8).
       01  to-version-text        pic x(8).
       01  line-version-text      pic x(8).
       01  line-version           pic 9(5).
       01  changes-listed         pic 9(4).
       01  pending-listed         pic 9(4).

      *> Dated versions are parsed with config-lookup's rules, and
      *> the value in force is config-lookup's own answer.
       01  parse-section          pic x(32).
       77  work-key               pic x(32).
       77  work-value             pic x(64).
       77  header-len             pic 9(3).
       01  base-key               pic x(32).
       01  effective-text         pic x(16).

       01  cfg-section            pic x(32).
       01  cfg-key                pic x(32).
       01  cfg-value              pic x(64).
       01  cfg-found-flag         pic x.
           88  cfg-found          value "Y".
       01  processing-date        pic x(10).
       01  in-force-text          pic x(64).
       01  run-file-path          pic x(64).

       01  num-pending            pic 9(3).
       01  pending-area.
           03  pending-entry      occurs 1 to 200 times
                                   depending on num-pending
                                   indexed by pending-idx.
               05  pd-section     pic x(32).
               05  pd-key         pic x(32).
               05  pd-effective   pic x(10).
               05  pd-value       pic x(64).
               05  pd-valid-sw    pic x.
                   88  pd-valid   value "Y".
       01  effective-digits       pic x(8).
       01  effective-number       pic 9(8).

       procedure division.
       config-diff-main.
           open input diff-request-file
           if diff-request-ok
               read diff-request-file
                   at end
                       display "config-diff: request file is empty."
                       move 1 to return-code
                   not at end
                       set range-requested to true
               end-read
               close diff-request-file
           else
               display "config-diff: no diff request file - "
                   "pending changes only."
           end-if

           move "run" to cfg-section
           move "PROCESSING-DATE" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           move cfg-value to processing-date

           open output diff-report-file
           if not diff-report-ok
               display "config-diff: config-diff-report.txt could "
                   "not be opened."
               move 1 to return-code
               goback
           end-if

           if range-requested
               perform list-version-range
           end-if
           perform list-pending-changes
           close diff-report-file

           if range-requested
               display "config-diff: " changes-listed
                   " change(s) listed."
           end-if
           display "config-diff: " pending-listed
               " dated change(s) pending after " processing-date "."
           goback
           .
       list-version-range.
           move spaces to from-version-text to-version-text
           unstring diff-request-record delimited by ","
               into from-version-text, to-version-text
           compute from-version = numval(from-version-text)
           compute to-version = numval(to-version-text)

           move spaces to diff-report-line
           string "CONFIGURATION CHANGES AFTER VERSION "
               from-version " THROUGH VERSION " to-version
               into diff-report-line
           end-string
           write diff-report-line
           move spaces to diff-report-line
           call "report-environment" using diff-report-line
           write diff-report-line

           open input history-file
           if not history-file-ok
               display "config-diff: no configuration history "
                   "yet - run config-audit first."
               move "  NO CONFIGURATION HISTORY YET"
                 to diff-report-line
               write diff-report-line
               move 1 to return-code
               exit paragraph
           end-if
           perform until history-eof
               read history-file
                   at end
               end-read
           end-perform
           close history-file
           .
       list-one-history-line.
           if history-record(1:2) not = "V="
               write diff-report-line
           end-if
           .
       list-pending-changes.
           move spaces to diff-report-line
           if range-requested
               write diff-report-line
           end-if
           string "DATED CHANGES PENDING AFTER PROCESSING DATE "
               processing-date
               into diff-report-line
           end-string
           write diff-report-line
           if not range-requested
               move spaces to diff-report-line
               call "report-environment" using diff-report-line
               write diff-report-line
           end-if

      *> Configuration.txt lives in the run directory, whatever
      *> environment directory the report itself is written to
           move spaces to run-file-path
           accept run-file-path from environment "COB_FILE_PATH"
           set environment "COB_FILE_PATH" to "."
           open input config-file
           if config-file-ok
               move spaces to parse-section
               perform until config-eof
                   read config-file
                       at end
                           set config-eof to true
                       not at end
                           perform check-one-config-line
                   end-read
               end-perform
               close config-file
           end-if
           if run-file-path not = spaces
               set environment "COB_FILE_PATH" to run-file-path
           end-if

           perform varying pending-idx from 1 by 1
                   until pending-idx > num-pending
               perform list-one-pending-change
           end-perform
           if pending-listed = 0
               move "  NONE" to diff-report-line
               write diff-report-line
           end-if
           .
       check-one-config-line.
           move trim(config-record) to config-record
           if config-record(1:1) = "#" or ";" or spaces
               exit paragraph
           end-if
           if config-record(1:1) = "["
               compute header-len =
                   length(trim(config-record)) - 2
               if header-len > 0
                   move upper-case(config-record(2:header-len))
                     to parse-section
               end-if
               exit paragraph
           end-if

           unstring config-record delimited by spaces into work-key
           move trim(config-record(length(trim(work-key)) + 1:))
             to work-value
           if work-value(1:1) = "="
               move trim(work-value(2:)) to work-value
           end-if
           move spaces to base-key, effective-text
           unstring work-key delimited by "@"
               into base-key, effective-text
           if base-key = work-key
                   or effective-text (1:10) not > processing-date
                   or num-pending = 200
               exit paragraph
           end-if
           add 1 to num-pending
           move parse-section to pd-section (num-pending)
           move upper-case(base-key) to pd-key (num-pending)
           move effective-text (1:10) to pd-effective (num-pending)
           move work-value to pd-value (num-pending)
      *> a date config-lookup would refuse is shown as refused
           move "N" to pd-valid-sw (num-pending)
           if effective-text (5:1) = "-" and effective-text (8:1) = "-"
                   and effective-text (11:) = spaces
               move spaces to effective-digits
               string effective-text (1:4) effective-text (6:2)
                   effective-text (9:2)
                   delimited by size into effective-digits
               end-string
               if effective-digits is numeric
                   move effective-digits to effective-number
                   if test-date-yyyymmdd(effective-number) = 0
                       set pd-valid (num-pending) to true
                   end-if
               end-if
           end-if
           .
       list-one-pending-change.
           if not pd-valid (pending-idx)
               move spaces to diff-report-line
               string "  IGNORED   " trim(pd-section (pending-idx))
                   "/" trim(pd-key (pending-idx)) "@"
                   trim(pd-effective (pending-idx))
                   " - not a valid YYYY-MM-DD effective date"
                   into diff-report-line
               end-string
               write diff-report-line
               exit paragraph
           end-if
           move pd-section (pending-idx) to cfg-section
           move pd-key (pending-idx) to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found
               move cfg-value to in-force-text
           else
               move "(not set)" to in-force-text
           end-if
           add 1 to pending-listed
           move spaces to diff-report-line
           string "  EFFECTIVE " pd-effective (pending-idx) " "
               trim(cfg-section) "/" trim(cfg-key)
               " NOW " trim(in-force-text)
               " BECOMES " trim(pd-value (pending-idx))
               into diff-report-line
           end-string
           write diff-report-line
           .
       end program config-diff.

      *> Alert router behind show-message.  alert-routing.txt maps
       01  cfg-found-flag         pic x.
           88  cfg-found          value "Y".

      *> the escalation clock only runs in business hours
       01  now-stamp              pic x(14).
       01  age-minutes            pic 9(9).
       01  working-day-minutes    pic 9(4).
       01  work-yyyymmdd          pic 9(8).
       01  alerts-escalated       pic 9(3).
       01  queue-overflow-count   pic 9(4).
               goback
           end-if

           move current-date(1:14) to now-stamp

           perform until queue-eof
               read alert-queue-file

           display "alert-escalate: " alerts-escalated
               " alert(s) escalated past " escalate-minutes
               " business minute(s)."
           if alerts-escalated > 0
               move 1 to return-code
           end-if
           if work-yyyymmdd not numeric
               exit paragraph
           end-if
           call "business-hours-elapsed" using aq-stamp, now-stamp,
               age-minutes, working-day-minutes
           if age-minutes not > escalate-minutes
               exit paragraph
           end-if
               string current-date(1:14)
                   " ESCALATED ALERT " aq-number
                   " " aq-msg-id " TO " trim(aq-destination)
                   " UNACKNOWLEDGED " age-minutes
                   " BUSINESS MINUTE(S): "
                   trim(aq-text trailing)
                   into escalation-line
               end-string
           end-if
           display "*** ESCALATION *** alert " aq-number " "
               aq-msg-id " unacknowledged for " age-minutes
               " business minute(s) - " trim(aq-destination)
           .
       end program alert-escalate.
