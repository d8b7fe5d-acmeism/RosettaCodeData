      *> whatever else gets added to that list) and writes one
      *> size/last-modified line per file to inventory-report.txt, so
      *> a missing or implausibly small input shows up before the
      *> batch window opens instead of mid-run.  Every size found is
      *> also appended to size-history.txt, which capacity-report
      *> projects forward.
       identification division.
       program-id. file-inventory.

               organization is line sequential
               file status is inv-report-status.

           select size-history-file assign to "size-history.txt"
               organization is line sequential
               file status is size-history-status.

       data division.
       file section.
       fd  inventory-list-file.
       fd  inventory-report-file.
       01  inventory-report-line    pic x(132).

       fd  size-history-file.
       01  size-history-record.
           05  sh-date              pic x(10).
           05  filler               pic x.
           05  sh-time              pic x(6).
           05  filler               pic x.
           05  sh-size              pic 9(12).
           05  filler               pic x.
           05  sh-file-name         pic x(100).

       working-storage section.
       01 inv-list-status       pic xx.
          88 inv-list-is-ok     value "00".
       01 inv-report-status     pic xx.
          88 inv-report-is-ok   value "00".

       01 size-history-status   pic xx.
          88 size-history-is-ok value "00".
       01 history-date          pic x(10).

       01 inv-file-name         pic x(256).
       01 inv-file-info.
          05 inv-file-size      pic x(8) comp-x.
               close inventory-list-file
               goback
           end-if
           move spaces to inventory-report-line
           call "report-environment" using inventory-report-line
           write inventory-report-line

           open extend size-history-file
           if not size-history-is-ok
               open output size-history-file
           end-if
           if not size-history-is-ok
               display "size history file could not be opened - "
                       "sizes are reported but not kept."
           end-if
           move spaces to history-date
           string current-date(1:4) "-" current-date(5:2) "-"
                  current-date(7:2)
                  into history-date
           end-string

           perform read-inventory-entry
           perform until inv-list-eof

           close inventory-list-file
           close inventory-report-file
           if size-history-is-ok
               close size-history-file
           end-if
           goback
           .

                      inv-day-edited " " inv-hours-edited ":"
                      inv-minutes-edited ":" inv-seconds-edited
                      into inventory-report-line
               if size-history-is-ok
                   move spaces to size-history-record
                   move history-date to sh-date
                   move current-date(9:6) to sh-time
                   move inv-file-size to sh-size
                   move inv-file-name to sh-file-name
                   write size-history-record
               end-if
           else
               add 1 to inv-files-missing
               string function trim(inv-file-name)
               move 1 to return-code
               goback
           end-if
           move spaces to purge-report-line
           call "report-environment" using purge-report-line
           write purge-report-line

           move current-date(1:8) to today-stamp
           move integer-of-date(function numval(today-stamp))
           compute record-age-days = today-int - record-date-int
           .
       end program retention-purge.

      *> Capacity projection from the size history file-inventory
      *> keeps.  Over the last [capacity] LOOKBACK-DAYS (default
      *> 30) each file's growth per day is its last sampled size
      *> less its first, over the days between; the volume's is the
      *> sum across the files still in the latest inventory.  With
      *> [capacity] VOLUME-LIMIT-MB set, the days until the volume
      *> fills are projected, and the run ends with return code 1
      *> when that falls inside [capacity] WARN-DAYS (default 30).
      *> A file on retention-policy.txt should hold steady once its
      *> keep-days are reached; one still growing by more than
      *> [capacity] RETENTION-SLACK-PCT (default 25) of its size per
      *> retention period is out-growing its policy, and a growing
      *> file with no policy at all is pointed out as well.
       identification division.
       program-id. capacity-report.

       environment division.
       configuration section.
       repository.
           function all intrinsic.

       input-output section.
       file-control.
           select size-history-file assign to "size-history.txt"
               organization is line sequential
               file status is size-history-status.

           select policy-file assign to "retention-policy.txt"
               organization is line sequential
               file status is policy-status.

           select capacity-report-file
               assign to "capacity-report.txt"
               organization is line sequential
               file status is capacity-report-status.

       data division.
       file section.
      *> Layout written by file-inventory.
       fd  size-history-file.
       01  size-history-record.
           05  sh-date              pic x(10).
           05  filler               pic x.
           05  sh-time              pic x(6).
           05  filler               pic x.
           05  sh-size              pic 9(12).
           05  filler               pic x.
           05  sh-file-name         pic x(100).

       fd  policy-file.
       01  policy-record            pic x(120).

       fd  capacity-report-file.
       01  capacity-report-line     pic x(132).

       working-storage section.
       01 size-history-status   pic xx.
          88 size-history-is-ok value "00".
          88 size-history-eof   value "10".
       01 policy-status         pic xx.
          88 policy-is-ok       value "00".
          88 policy-eof         value "10".
       01 capacity-report-status pic xx.
          88 capacity-report-is-ok value "00".

       01 cfg-section           pic x(32) value "capacity".
       01 cfg-key               pic x(32).
       01 cfg-value             pic x(64).
       01 cfg-found-flag        pic x.
          88 cfg-found          value "Y".

       01 lookback-days         pic 9(4) value 30.
       01 warn-days             pic 9(4) value 30.
       01 slack-pct             pic 9(3) value 25.
       01 volume-limit-mb       pic 9(9) value 0.
       01 volume-limit-bytes    pic 9(15).

       01 today-int             pic 9(9).
       01 window-start-int      pic 9(9).
       01 sample-yyyymmdd       pic 9(8).
       01 sample-int            pic 9(9).
       01 latest-int            pic 9(9) value 0.
       01 samples-read          pic 9(7).

       01 num-cap-files         pic 9(3) value 0.
       01 cap-files-area.
          05 cap-file-entry     occurs 1 to 500 times
                                 depending on num-cap-files
                                 indexed by cap-idx.
             10 cf-file-name    pic x(100).
             10 cf-first-int    pic 9(9).
             10 cf-first-size   pic 9(12).
             10 cf-last-int     pic 9(9).
             10 cf-last-size    pic 9(12).
             10 cf-keep-days    pic 9(5).
             10 cf-policy-sw    pic x.
                88 cf-has-policy value "Y".
       01 files-overflow        pic 9(5) value 0.

       01 span-days             pic 9(5).
       01 growth-per-day        pic s9(12)v99.
       01 total-current         pic 9(15).
       01 total-growth          pic s9(13)v99.
       01 days-to-limit         pic 9(7).
       01 period-growth         pic s9(15).
       01 retention-flags       pic 9(3) value 0.

       01 pol-file-text         pic x(100).
       01 pol-days-text         pic x(8).

       01 size-edited           pic z(13)9.
       01 growth-edited         pic -(12)9.99.
       01 days-edited           pic z(6)9.
       01 keep-edited           pic z(4)9.
       01 limit-edited          pic z(8)9.

       procedure division.
       capacity-report-main.
           perform load-capacity-settings

           open input size-history-file
           if not size-history-is-ok
               display "capacity-report: no size history yet - run "
                       "file-inventory first."
               move 1 to return-code
               goback
           end-if
           compute today-int =
               integer-of-date(numval(current-date(1:8)))
           compute window-start-int = today-int - lookback-days
           perform until size-history-eof
               read size-history-file
                   at end
                       move "10" to size-history-status
                   not at end
                       perform take-one-sample
               end-read
           end-perform
           close size-history-file

           if num-cap-files = 0
               display "capacity-report: no sizes inside the last "
                       lookback-days " day(s)."
               move 1 to return-code
               goback
           end-if
           perform load-retention-policies

           open output capacity-report-file
           if not capacity-report-is-ok
               display "capacity-report: capacity-report.txt could "
                       "not be opened." upon syserr
               move 1 to return-code
               goback
           end-if
           move volume-limit-mb to limit-edited
           perform write-file-projections
           perform write-volume-projection
           perform write-retention-findings
           close capacity-report-file

           display "capacity-report: " num-cap-files " file(s), "
                   samples-read " sample(s); " retention-flags
                   " file(s) out-growing retention."
           if files-overflow > 0
               display "capacity-report: " files-overflow
                       " sample(s) for files beyond the 500-file "
                       "table were not projected."
           end-if
           goback
           .
       load-capacity-settings.
           move "LOOKBACK-DAYS" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found and test-numval(trim(cfg-value)) = 0
                   and numval(cfg-value) > 0
               compute lookback-days = numval(cfg-value)
           end-if
           move "WARN-DAYS" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found and test-numval(trim(cfg-value)) = 0
               compute warn-days = numval(cfg-value)
           end-if
           move "RETENTION-SLACK-PCT" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found and test-numval(trim(cfg-value)) = 0
               compute slack-pct = numval(cfg-value)
           end-if
           move "VOLUME-LIMIT-MB" to cfg-key
           call "config-lookup" using cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           if cfg-found and test-numval(trim(cfg-value)) = 0
               compute volume-limit-mb = numval(cfg-value)
           end-if
           compute volume-limit-bytes = volume-limit-mb * 1048576
           .
      *> The history is appended in run order, so the first sample
      *> of a file inside the window is its earliest and each later
      *> one replaces the last.
       take-one-sample.
           if sh-date(5:1) not = "-" or sh-file-name = spaces
               exit paragraph
           end-if
           move sh-date(1:4) to sample-yyyymmdd(1:4)
           move sh-date(6:2) to sample-yyyymmdd(5:2)
           move sh-date(9:2) to sample-yyyymmdd(7:2)
           if sample-yyyymmdd not numeric or sh-size not numeric
               exit paragraph
           end-if
           compute sample-int = integer-of-date(sample-yyyymmdd)
           if sample-int < window-start-int
               exit paragraph
           end-if
           add 1 to samples-read
           if sample-int > latest-int
               move sample-int to latest-int
           end-if

           set cap-idx to 1
           search cap-file-entry
               at end
                   if num-cap-files < 500
                       add 1 to num-cap-files
                       set cap-idx to num-cap-files
                       move sh-file-name to cf-file-name(cap-idx)
                       move sample-int to cf-first-int(cap-idx)
                       move sh-size to cf-first-size(cap-idx)
                       move zero to cf-keep-days(cap-idx)
                       move "N" to cf-policy-sw(cap-idx)
                   else
                       add 1 to files-overflow
                       exit paragraph
                   end-if
               when cf-file-name(cap-idx) = sh-file-name
                   continue
           end-search
           move sample-int to cf-last-int(cap-idx)
           move sh-size to cf-last-size(cap-idx)
           .
      *> "file-name,keep-days,ARCHIVE|DELETE,date-column" lines, as
      *> retention-purge reads them.
       load-retention-policies.
           open input policy-file
           if not policy-is-ok
               exit paragraph
           end-if
           perform until policy-eof
               read policy-file
                   at end
                       move "10" to policy-status
                   not at end
                       perform take-one-policy
               end-read
           end-perform
           close policy-file
           .
       take-one-policy.
           if policy-record = spaces
               exit paragraph
           end-if
           move spaces to pol-file-text pol-days-text
           unstring policy-record delimited by ","
               into pol-file-text, pol-days-text
           if test-numval(trim(pol-days-text)) not = 0
               exit paragraph
           end-if
           perform varying cap-idx from 1 by 1
                   until cap-idx > num-cap-files
               if cf-file-name(cap-idx) = pol-file-text
                   set cf-has-policy(cap-idx) to true
                   compute cf-keep-days(cap-idx) =
                       numval(pol-days-text)
               end-if
           end-perform
           .
      *> Growth per day over the file's own sampled span; a file
      *> seen on one day only has no rate yet.
       compute-file-growth.
           move zero to growth-per-day
           compute span-days = cf-last-int(cap-idx)
               - cf-first-int(cap-idx)
           if span-days > 0
               compute growth-per-day rounded =
                   (cf-last-size(cap-idx) - cf-first-size(cap-idx))
                   / span-days
           end-if
           .
       write-file-projections.
           move spaces to capacity-report-line
           move lookback-days to days-edited
           string "CAPACITY PROJECTION " current-date(1:4) "-"
                  current-date(5:2) "-" current-date(7:2)
                  "   LOOKBACK " trim(days-edited) " DAY(S)"
                  into capacity-report-line
           end-string
           write capacity-report-line
           move spaces to capacity-report-line
           call "report-environment" using capacity-report-line
           write capacity-report-line
           move spaces to capacity-report-line
           write capacity-report-line
           move "FILE                                     "
             & "   CURRENT BYTES     GROWTH/DAY" to capacity-report-line
           write capacity-report-line

           move zero to total-current total-growth
           perform varying cap-idx from 1 by 1
                   until cap-idx > num-cap-files
               if cf-last-int(cap-idx) = latest-int
                   perform compute-file-growth
                   add cf-last-size(cap-idx) to total-current
                   add growth-per-day to total-growth
                   move cf-last-size(cap-idx) to size-edited
                   move growth-per-day to growth-edited
                   move spaces to capacity-report-line
                   string cf-file-name(cap-idx)(1:40) " "
                          size-edited " " growth-edited
                          into capacity-report-line
                   end-string
                   write capacity-report-line
               end-if
           end-perform
           .
       write-volume-projection.
           move spaces to capacity-report-line
           write capacity-report-line
           move total-current to size-edited
           move total-growth to growth-edited
           move spaces to capacity-report-line
           string "TOTAL                                    "
                  size-edited " " growth-edited
                  into capacity-report-line
           end-string
           write capacity-report-line

           move spaces to capacity-report-line
           evaluate true
               when volume-limit-mb = 0
                   move "VOLUME LIMIT: none configured - "
                     & "no days-to-full projection"
                     to capacity-report-line
               when total-current not < volume-limit-bytes
                   string "VOLUME LIMIT " trim(limit-edited)
                          " MB: *** ALREADY REACHED ***"
                          into capacity-report-line
                   end-string
                   move 1 to return-code
               when total-growth not > 0
                   string "VOLUME LIMIT " trim(limit-edited)
                          " MB: not growing - no fill date"
                          into capacity-report-line
                   end-string
               when other
                   compute days-to-limit =
                       (volume-limit-bytes - total-current)
                       / total-growth
                   move days-to-limit to days-edited
                   string "VOLUME LIMIT " trim(limit-edited)
                          " MB: full in " trim(days-edited)
                          " day(s) at the current rate"
                          into capacity-report-line
                   end-string
                   if days-to-limit < warn-days
                       move 1 to return-code
                       display "*** VOLUME FILLING *** limit "
                               trim(limit-edited) " MB reached in "
                               trim(days-edited) " day(s)"
                   end-if
           end-evaluate
           write capacity-report-line
           .
       write-retention-findings.
           move spaces to capacity-report-line
           write capacity-report-line
           move "RETENTION CHECK" to capacity-report-line
           write capacity-report-line
           perform varying cap-idx from 1 by 1
                   until cap-idx > num-cap-files
               if cf-last-int(cap-idx) = latest-int
                   perform compute-file-growth
                   if growth-per-day > 0
                       perform judge-file-retention
                   end-if
               end-if
           end-perform
           if retention-flags = 0
               move "  every growing file is within its policy"
                 to capacity-report-line
               write capacity-report-line
           end-if
           .
       judge-file-retention.
           move growth-per-day to growth-edited
           move spaces to capacity-report-line
           if not cf-has-policy(cap-idx)
               add 1 to retention-flags
               string "  " cf-file-name(cap-idx)(1:40)
                      " growing " trim(growth-edited)
                      " bytes/day with NO RETENTION POLICY"
                      into capacity-report-line
               end-string
               write capacity-report-line
               exit paragraph
           end-if
           compute period-growth =
               growth-per-day * cf-keep-days(cap-idx)
           if period-growth * 100
                   > cf-last-size(cap-idx) * slack-pct
               add 1 to retention-flags
               move cf-keep-days(cap-idx) to keep-edited
               string "  " cf-file-name(cap-idx)(1:40)
                      " growing " trim(growth-edited)
                      " bytes/day - OUT-GROWING its "
                      trim(keep-edited) "-day retention"
                      into capacity-report-line
               end-string
               write capacity-report-line
           end-if
           .
       end program capacity-report.
