               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calibration-status.

           SELECT meter-register-file ASSIGN TO METER-REGISTER-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS meter-register-status.

           SELECT unit-conversion-file ASSIGN TO UNIT-CONVERSION-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS unit-conversion-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS reading-detail-status.

           SELECT load-profile-file ASSIGN TO LOAD-PROFILE-WORK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS load-profile-status.

           SELECT capacity-file ASSIGN TO CAPACITY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS capacity-status.

           SELECT breach-file ASSIGN TO BREACH-WORK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS breach-status.

       DATA DIVISION.
       FILE SECTION.
       FD  input-file.
       FD  calibration-file.
       01  calibration-record      PIC X(60).

      *> The physical meters: "serial,site-id,install-date,
      *> removal-date,multiplier,..." per meter, a blank removal
      *> date for the meter still in service.  A calibration line
      *> may name a serial in place of a site-id; a reading taken
      *> through a registered meter takes only its own meter's
      *> corrections, so a swapped-in meter no longer inherits the
      *> one it replaced.
       FD  meter-register-file.
       01  meter-register-record   PIC X(100).

      *> Read here only to spot an input file that was already
      *> archived by an earlier run and has been re-listed in
      *> batch-control-file - processing it again would double-post
           03  FILLER              PIC X       VALUE SPACE.
           03  rdt-flag            PIC S9(2).

      *> The hour position the value-flag pairs carry on each line,
      *> kept instead of folded away: one HOUR record per date per
      *> hour slot with the accepted mean across every site, and one
      *> PEAK record per site per date with the hour of its highest
      *> accepted value.  Hour 00 is the line's first pair.
       FD  load-profile-file.
       01  load-profile-record.
           03  lp-record-type      PIC X(4).
               88  lp-hour-record  VALUE "HOUR".
               88  lp-peak-record  VALUE "PEAK".
           03  FILLER              PIC X       VALUE SPACE.
           03  lp-date-stamp       PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  lp-site-id          PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  lp-hour             PIC 99.
           03  FILLER              PIC X       VALUE SPACE.
           03  lp-accepted         PIC 9(6).
           03  FILLER              PIC X       VALUE SPACE.
           03  lp-value            PIC 9(8)V9(3).

      *> Each site's contracted maximum: "site-id,max-daily,
      *> max-hourly" per line, either limit blank or zero for none.
       FD  capacity-file.
       01  capacity-record         PIC X(60).

      *> One BREACH record per accepted hourly value over the site's
      *> hourly limit (slot H00-H23) and per site-day whose total is
      *> over its daily limit (slot DAY), then one MONTH record per
      *> site per month with the breach count and total excess -
      *> the summary billing-extract prices as a penalty.
       FD  breach-file.
       01  breach-record.
           03  cb-record-type      PIC X(6).
               88  cb-breach-record
                                   VALUE "BREACH".
               88  cb-month-record VALUE "MONTH".
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-site-id          PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-period           PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-slot             PIC X(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-value            PIC 9(8)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-limit            PIC 9(8)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-excess           PIC 9(8)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  cb-breaches         PIC 9(5).

      *> A whole rejected input line, prefixed with why it was held,
      *> so the review desk can repair and refeed it as-is.
       FD  suspense-file.
       78  FILE-COUNTS-PATH        VALUE "file-counts.txt".
       78  ARCHIVE-CATALOG-PATH    VALUE "archive-catalog.txt".
       78  CALIBRATION-PATH        VALUE "calibration.txt".
       78  METER-REGISTER-PATH     VALUE "meter-register.txt".
       78  SITE-STATS-PATH         VALUE "site-stats.txt".
       78  SITE-RANKING-PATH       VALUE "site-ranking.txt".
       78  DISTRIBUTION-PATH       VALUE "daily-distribution.txt".
       78  UNIT-CONVERSION-PATH    VALUE "unit-conversion.txt".
       78  REGION-STATS-PATH       VALUE "region-stats.txt".
       78  WEATHER-PATH            VALUE "degree-days.txt".
       78  LOAD-PROFILE-PATH       VALUE "load-profile.txt".
       78  CAPACITY-PATH           VALUE "contracted-capacity.txt".
       78  BREACH-PATH             VALUE "capacity-breaches.txt".

       *> Every output and state file is written to a ".new" working
       *> copy and only renamed over its real name once the run ends
           & "ew".
       78  READING-DETAIL-WORK     VALUE "reading-detail.txt.new".
       78  REGION-STATS-WORK       VALUE "region-stats.txt.new".
       78  LOAD-PROFILE-WORK       VALUE "load-profile.txt.new".
       78  BREACH-WORK             VALUE "capacity-breaches.txt.new".

       *> The carryforward is read from its real name at startup and
       *> rewritten through the working copy at end of run.
       01  calibration-status      PIC 99.
           88 calibration-is-ok    VALUE 0.

       01  meter-register-status   PIC 99.
           88 meter-register-is-ok VALUE 0.

       01  site-stats-status       PIC 99.
           88 site-stats-is-ok     VALUE 0.

       01  reading-detail-status   PIC 99.
           88 reading-detail-is-ok VALUE 0.

       01  load-profile-status     PIC 99.
           88 load-profile-is-ok   VALUE 0.
       01  load-profile-sw         PIC X VALUE "Y".
           88  load-profile-wanted VALUE "Y".

       01  capacity-status         PIC 99.
           88 capacity-is-ok       VALUE 0.
       01  breach-status           PIC 99.
           88 breach-is-ok         VALUE 0.
       01  capacity-sw             PIC X VALUE SPACE.
           88  capacity-wanted     VALUE "Y".

       01  num-capacities          PIC 9(4).
       01  capacities-area.
           03  capacity-entry      OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-capacities
                                    INDEXED BY cap-idx.
               05  cp-site-id      PIC X(8).
               05  cp-max-daily    PIC 9(8)V9(3).
               05  cp-max-hourly   PIC 9(8)V9(3).
       01  cp-site-text            PIC X(10).
       01  cp-daily-text           PIC X(16).
       01  cp-hourly-text          PIC X(16).

       *> The current line's site's limits, and what it ran over.
       01  line-capacity-sw        PIC X.
           88  line-has-capacity   VALUE "Y".
       01  line-max-daily          PIC 9(8)V9(3).
       01  line-max-hourly         PIC 9(8)V9(3).
       01  line-breach-count       PIC 9(3).
       01  line-excess             PIC 9(8)V9(3).
       01  total-breaches          PIC 9(7).
       01  excess-edited           PIC Z(7)9.999.
       01  breach-count-edited     PIC ZZ9.
       01  breach-hour             PIC 99.
       01  breach-month-found-sw   PIC X.
           88  breach-month-found  VALUE "Y".

       *> Breaches per site per month, for the MONTH records.
       01  num-breach-months       PIC 9(4).
       01  breach-months-area.
           03  breach-month-entry  OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON num-breach-months
                                    INDEXED BY bmonth-idx.
               05  bm-site-id      PIC X(8).
               05  bm-month        PIC X(7).
               05  bm-breaches     PIC 9(5).
               05  bm-excess       PIC 9(8)V9(3).

       *> Accepted readings per date per hour slot across every site,
       *> for the HOUR records written at end of run; a line's pairs
       *> past the twenty-fourth have no hour and stay out of it.
       01  num-profile-days        PIC 9(3).
       01  profile-days-area.
           03  profile-day-entry   OCCURS 1 TO 400 TIMES
                                    DEPENDING ON num-profile-days
                                    INDEXED BY prof-idx.
               05  pd-date-stamp   PIC X(10).
               05  pd-hour-slot    OCCURS 24 TIMES
                                    INDEXED BY slot-idx.
                   07  pd-accepted PIC 9(6).
                   07  pd-total    PIC 9(10)V9(3).
       01  profile-day-found-sw    PIC X.
           88  profile-day-found   VALUE "Y".
       01  profile-hour-mean       PIC 9(8)V9(3).

       *> The current line's - one site's one date's - highest
       *> accepted value and the slot it sat in.
       01  line-peak-slot          PIC 99.
       01  line-peak-val           PIC 9(3)V9(3).

       01  unit-conversion-status  PIC 99.
           88 unit-conversion-is-ok
                                   VALUE 0.
           03  calibration-entry   OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-calibrations
                                    INDEXED BY cal-idx.
               05  cal-site-id     PIC X(12).
               05  cal-eff-from    PIC X(10).
               05  cal-eff-to      PIC X(10).
               05  cal-scale       PIC 9V9(6).
               05  cal-offset      PIC S9(3)V9(3).

       01  cal-site-text           PIC X(14).
       01  cal-from-text           PIC X(12).
       01  cal-to-text             PIC X(12).
       01  cal-scale-text          PIC X(10).
       01  calibrated-val          PIC S9(4)V9(3).
       01  day-calibrated-count    PIC 9(5).

       01  num-meters              PIC 9(4).
       01  meter-overflow-count    PIC 9(5) VALUE ZERO.
       01  meters-area.
           03  meter-entry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-meters
                                    INDEXED BY meter-idx.
               05  mr-serial       PIC X(12).
               05  mr-site-id      PIC X(8).
               05  mr-install-date PIC X(10).
               05  mr-removal-date PIC X(10).
               05  mr-multiplier   PIC 9(3)V9(6).
       01  mr-serial-text          PIC X(14).
       01  mr-site-text            PIC X(10).
       01  mr-install-text         PIC X(12).
       01  mr-removal-text         PIC X(12).
       01  mr-multiplier-text      PIC X(12).

      *> The meter on the current line's site at its date-stamp;
      *> spaces for a site with no registered meter.
       01  line-meter-serial       PIC X(12).
       01  line-meter-multiplier   PIC 9(3)V9(6).
       01  meter-removed-sw        PIC X.
           88  meter-removed-before
                                   VALUE "Y".
       01  multiplied-val          PIC 9(6)V9(3).

       01  file-accepted           PIC 9(8).
       01  file-rejected           PIC 9(8).
       01  already-archived-sw     PIC X.
           88  site-is-usable      VALUE "Y".
           88  site-unknown        VALUE "U".
           88  site-decommissioned VALUE "D".
           88  site-meter-removed  VALUE "M".

       01  total-suspended         PIC 9(8).

       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       *> Lineage register: the feeds this run read and the files
       *> it committed, under the run's start stamp.
       01  lineage-run-stamp       PIC X(14).
       01  lineage-direction       PIC X(3).
       01  lineage-file-name       PIC X(64).

       *> Standard control-total bookkeeping for the end-of-chain
       *> balancer: one read-side record per input file (so another
       *> step reading the same file pairs against that file's own
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
           MOVE FUNCTION CURRENT-DATE (1:14) TO lineage-run-stamp

           *> Reload the checkpoint from a prior abended run, if one
           *> was left behind, so we don't reprocess readings already
           IF restart-date-stamp = SPACES
               OPEN INPUT carryforward-file
               IF carryforward-is-ok
                   MOVE "IN " TO lineage-direction
                   MOVE CARRYFORWARD-PATH TO lineage-file-name
                   PERFORM record-lineage
                   READ carryforward-file
                       AT END
                           CONTINUE

           PERFORM load-calibrations

           PERFORM load-meter-register

           PERFORM load-contracted-capacity

           OPEN OUTPUT daily-stats-file
           IF NOT daily-stats-is-ok
               DISPLAY "Daily stats file could not be opened. The "
               GOBACK
           END-IF

           OPEN OUTPUT load-profile-file
           IF NOT load-profile-is-ok
               DISPLAY "Load profile file could not be opened - "
                   "load profile not produced this run."
               MOVE SPACE TO load-profile-sw
           END-IF

           IF capacity-wanted
               OPEN OUTPUT breach-file
               IF NOT breach-is-ok
                   DISPLAY "Capacity breach file could not be opened "
                       "- capacity not checked this run."
                   MOVE SPACE TO capacity-sw
               END-IF
           END-IF

           OPEN OUTPUT site-stats-file
           IF NOT site-stats-is-ok
               DISPLAY "Site stats file could not be opened. The "
           CLOSE site-stats-file
           PERFORM write-region-stats
           CLOSE distribution-file
           IF load-profile-wanted
               PERFORM write-load-profile-hours
               CLOSE load-profile-file
           END-IF
           IF capacity-wanted
               PERFORM write-breach-months
               CLOSE breach-file
           END-IF
           IF detail-store-wanted
               CLOSE reading-detail-file
           END-IF
                   dedupe-overflow-count " reading(s) passed "
                   "through unchecked"
           END-IF
           IF meter-overflow-count > 0
               DISPLAY "*** METER REGISTER FULL *** "
                   meter-overflow-count " meter line(s) past the "
                   "table of 2000 not loaded - their sites "
                   "calibrated by site-id"
           END-IF

           MOVE ZERO TO mean-val
           IF total-accepted > 0
               CALL "CBL_DELETE_FILE" USING CHECKPOINT-PATH
           END-IF

           IF meter-overflow-count > 0
               MOVE 1 TO RETURN-CODE
           END-IF

           *> this run's own counts, not the month-to-date figures
           *> the accumulators carry - trending needs run-sized
           *> numbers.
               CALL "show-message" USING dmg-msg-id, dmg-msg-sub
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE INPUT-FILE-PATH (1:64) TO lineage-file-name
           PERFORM record-lineage

           INITIALIZE file-dups-suppressed, file-accepted,
               file-rejected, file-lines-read
               *> suspense file for review instead of folding it
               *> into the totals and the gap table.
               PERFORM check-site-against-master
               IF site-is-usable
                   PERFORM resolve-line-meter
               END-IF
               IF NOT site-is-usable
                   PERFORM write-suspense-record
                   EXIT PERFORM CYCLE
               END-IF

               *> Split the data up and process the value-flag pairs.
               INITIALIZE line-rejected-count, pair-seq,
                   line-peak-slot, line-peak-val
               PERFORM find-profile-day-entry
               PERFORM find-line-capacity
               PERFORM UNTIL input-data-pairs = SPACES
                   *> Split off the value-flag pair at the front of the
                   *> record.
                       MOVE val TO raw-reading-val
                       PERFORM apply-calibration

                       PERFORM apply-meter-multiplier

                       PERFORM apply-unit-conversion

                       IF detail-store-wanted
                       PERFORM check-outlier

                       ADD val TO day-total, grand-total
                       PERFORM note-hour-slot-reading
                       IF line-has-capacity
                           PERFORM check-hourly-capacity
                       END-IF
                       COMPUTE day-sum-squares =
                           day-sum-squares + val * val


               PERFORM write-site-day-stats

               IF line-has-capacity
                   PERFORM check-daily-capacity
               END-IF

               PERFORM fold-region-day-stats

               PERFORM write-day-distribution

               PERFORM write-site-peak-hour

               PERFORM write-checkpoint

               PERFORM accumulate-week-stats
           MOVE REGION-STATS-WORK   TO commit-work-name
           MOVE REGION-STATS-PATH   TO commit-real-name
           PERFORM commit-one-rename
           IF load-profile-wanted
               MOVE LOAD-PROFILE-WORK TO commit-work-name
               MOVE LOAD-PROFILE-PATH TO commit-real-name
               PERFORM keep-prior-generation
               PERFORM commit-one-rename
           END-IF
           IF capacity-wanted
               MOVE BREACH-WORK TO commit-work-name
               MOVE BREACH-PATH TO commit-real-name
               PERFORM keep-prior-generation
               PERFORM commit-one-rename
           END-IF
           IF detail-store-wanted
               MOVE READING-DETAIL-WORK TO commit-work-name
               MOVE READING-DETAIL-PATH TO commit-real-name
                   " could not replace "
                   FUNCTION TRIM(commit-real-name)
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "OUT" TO lineage-direction
               MOVE commit-real-name TO lineage-file-name
               PERFORM record-lineage
           END-IF
           .
       record-lineage.
           CALL "lineage-record" USING lineage-run-stamp,
               rh-program-name, lineage-direction, lineage-file-name
           .
       *> Load the techs' calibration corrections once per run; an
       *> absent file leaves every value uncorrected as before.
       load-calibrations.
                           cal-to-text, cal-scale-text,
                           cal-offset-text
                   ADD 1 TO num-calibrations
                   MOVE cal-site-text (1:12)
                       TO cal-site-id (num-calibrations)
                   MOVE cal-from-text (1:10)
                       TO cal-eff-from (num-calibrations)
       *> the correction's effective range, before it reaches any
       *> accumulator - a meter reading 2% high since June is
       *> corrected here, not in a spreadsheet afterwards.
      *> A reading through a registered meter is corrected by
      *> that meter's serial; only a site with no registered meter
      *> still takes the site-keyed lines.
       apply-calibration.
           IF num-calibrations = 0
               EXIT PARAGRAPH
           SEARCH calibration-entry
               AT END
                   CONTINUE
               WHEN ((line-meter-serial NOT = SPACES
                       AND cal-site-id (cal-idx) = line-meter-serial)
                   OR (line-meter-serial = SPACES
                       AND cal-site-id (cal-idx) = site-id))
                       AND date-stamp NOT < cal-eff-from (cal-idx)
                       AND date-stamp NOT > cal-eff-to (cal-idx)
                   COMPUTE calibrated-val ROUNDED =
                   ADD 1 TO day-calibrated-count
           END-SEARCH
           .
       *> Load the meter register once per run; an absent file
       *> leaves every site unmetered, calibrated by site-id as
       *> before the register existed.
       load-meter-register.
           OPEN INPUT meter-register-file
           IF NOT meter-register-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ meter-register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF meter-register-record NOT = SPACES
                       AND meter-register-record (1:1) NOT = "#"
                       AND num-meters = 2000
                   ADD 1 TO meter-overflow-count
               END-IF
               IF meter-register-record NOT = SPACES
                       AND meter-register-record (1:1) NOT = "#"
                       AND num-meters < 2000
                   MOVE SPACES TO mr-serial-text, mr-site-text,
                       mr-install-text, mr-removal-text,
                       mr-multiplier-text
                   UNSTRING meter-register-record DELIMITED BY ","
                       INTO mr-serial-text, mr-site-text,
                           mr-install-text, mr-removal-text,
                           mr-multiplier-text
                   IF mr-serial-text NOT = SPACES
                           AND mr-site-text NOT = SPACES
                       ADD 1 TO num-meters
                       MOVE mr-serial-text (1:12)
                           TO mr-serial (num-meters)
                       MOVE mr-site-text (1:8)
                           TO mr-site-id (num-meters)
                       IF mr-install-text = SPACES
                           MOVE "0000-01-01"
                               TO mr-install-date (num-meters)
                       ELSE
                           MOVE mr-install-text (1:10)
                               TO mr-install-date (num-meters)
                       END-IF
                       IF mr-removal-text = SPACES
                           MOVE "9999-12-31"
                               TO mr-removal-date (num-meters)
                       ELSE
                           MOVE mr-removal-text (1:10)
                               TO mr-removal-date (num-meters)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(mr-multiplier-text)) = 0
                               AND FUNCTION NUMVAL(mr-multiplier-text)
                                   > 0
                           COMPUTE mr-multiplier (num-meters) =
                               FUNCTION NUMVAL(mr-multiplier-text)
                       ELSE
                           MOVE 1 TO mr-multiplier (num-meters)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE meter-register-file
           .
       *> Which meter was on the line's site on its date.  A site
       *> whose last meter came off before this date with nothing
       *> installed since is held on suspense - there was no meter
       *> to take the reading.  A date before the site's first
       *> install is older history and posts unmetered.
       resolve-line-meter.
           MOVE SPACES TO line-meter-serial
           MOVE 1 TO line-meter-multiplier
           MOVE SPACE TO meter-removed-sw
           IF num-meters = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING meter-idx FROM 1 BY 1
                   UNTIL meter-idx > num-meters
                       OR line-meter-serial NOT = SPACES
               IF mr-site-id (meter-idx) = site-id
                       AND date-stamp NOT < mr-install-date (meter-idx)
                   IF date-stamp < mr-removal-date (meter-idx)
                       MOVE mr-serial (meter-idx)
                           TO line-meter-serial
                       MOVE mr-multiplier (meter-idx)
                           TO line-meter-multiplier
                   ELSE
                       SET meter-removed-before TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF line-meter-serial = SPACES AND meter-removed-before
               SET site-meter-removed TO TRUE
           END-IF
           .
      *> The meter's multiplier turns its register reading into
      *> units; clamped to val's range like the calibration.
       apply-meter-multiplier.
           IF line-meter-multiplier = 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE multiplied-val ROUNDED = val * line-meter-multiplier
           IF multiplied-val > 999.999
               MOVE 999.999 TO multiplied-val
           END-IF
           MOVE multiplied-val TO val
           .
       *> Load the weather bureau's daily degree-days once per run.
       load-weather-days.
           OPEN INPUT weather-file
       write-suspense-record.
           ADD 1 TO total-suspended
           MOVE SPACES TO suspense-record
           EVALUATE TRUE
               WHEN site-unknown
                   MOVE "UNKNOWN SITE" TO sus-reason
               WHEN site-meter-removed
                   MOVE "METER REMOVED" TO sus-reason
               WHEN OTHER
                   MOVE "DECOMMISSIONED" TO sus-reason
           END-EVALUATE
           MOVE input-record TO sus-record-image
           WRITE suspense-record
           .
           END-PERFORM
           CLOSE region-stats-file
           .
      *> Find the current line's date in the hour-slot table,
      *> adding it the first time the date is seen; a full table
      *> leaves the date's hours out of the profile.
       find-profile-day-entry.
           MOVE SPACE TO profile-day-found-sw
           IF num-profile-days > 0
               SET prof-idx TO 1
               SEARCH profile-day-entry
                   AT END
                       PERFORM add-profile-day-entry
                   WHEN pd-date-stamp (prof-idx) = date-stamp
                       SET profile-day-found TO TRUE
               END-SEARCH
           ELSE
               PERFORM add-profile-day-entry
           END-IF
           .
       add-profile-day-entry.
           IF num-profile-days < 400
               ADD 1 TO num-profile-days
               SET prof-idx TO num-profile-days
               INITIALIZE profile-day-entry (prof-idx)
               MOVE date-stamp TO pd-date-stamp (prof-idx)
               SET profile-day-found TO TRUE
           END-IF
           .
      *> Fold one accepted (calibrated, converted) value into its
      *> hour slot and keep the line's peak.
       note-hour-slot-reading.
           IF pair-seq > 24
               EXIT PARAGRAPH
           END-IF
           IF line-peak-slot = 0 OR val > line-peak-val
               MOVE pair-seq TO line-peak-slot
               MOVE val      TO line-peak-val
           END-IF
           IF profile-day-found
               SET slot-idx TO pair-seq
               ADD 1   TO pd-accepted (prof-idx, slot-idx)
               ADD val TO pd-total (prof-idx, slot-idx)
           END-IF
           .
       write-site-peak-hour.
           IF NOT load-profile-wanted OR line-peak-slot = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO load-profile-record
           SET lp-peak-record TO TRUE
           MOVE date-stamp    TO lp-date-stamp
           MOVE site-id       TO lp-site-id
           COMPUTE lp-hour = line-peak-slot - 1
           MOVE day-accepted  TO lp-accepted
           MOVE line-peak-val TO lp-value
           WRITE load-profile-record
           .
      *> Load the contracted limits once per run; with no file, or
      *> no site on it carrying a limit, nothing is checked and no
      *> breach file is written.
       load-contracted-capacity.
           OPEN INPUT capacity-file
           IF NOT capacity-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ capacity-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF capacity-record NOT = SPACES
                       AND capacity-record (1:1) NOT = "#"
                       AND num-capacities < 2000
                   MOVE SPACES TO cp-site-text, cp-daily-text,
                       cp-hourly-text
                   UNSTRING capacity-record DELIMITED BY ","
                       INTO cp-site-text, cp-daily-text,
                           cp-hourly-text
                   ADD 1 TO num-capacities
                   MOVE cp-site-text (1:8)
                       TO cp-site-id (num-capacities)
                   MOVE ZERO TO cp-max-daily (num-capacities),
                       cp-max-hourly (num-capacities)
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(cp-daily-text)) = 0
                       COMPUTE cp-max-daily (num-capacities) =
                           FUNCTION NUMVAL(cp-daily-text)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(cp-hourly-text)) = 0
                       COMPUTE cp-max-hourly (num-capacities) =
                           FUNCTION NUMVAL(cp-hourly-text)
                   END-IF
                   IF cp-max-daily (num-capacities) = 0
                           AND cp-max-hourly (num-capacities) = 0
                       SUBTRACT 1 FROM num-capacities
                   END-IF
               END-IF
           END-PERFORM
           CLOSE capacity-file
           IF num-capacities > 0
               SET capacity-wanted TO TRUE
           END-IF
           .
       find-line-capacity.
           MOVE SPACE TO line-capacity-sw
           MOVE ZERO TO line-max-daily, line-max-hourly,
               line-breach-count, line-excess
           IF NOT capacity-wanted
               EXIT PARAGRAPH
           END-IF
           SET cap-idx TO 1
           SEARCH capacity-entry
               AT END
                   CONTINUE
               WHEN cp-site-id (cap-idx) = site-id
                   SET line-has-capacity TO TRUE
                   MOVE cp-max-daily (cap-idx)  TO line-max-daily
                   MOVE cp-max-hourly (cap-idx) TO line-max-hourly
           END-SEARCH
           .
      *> Only the first twenty-four pairs have an hour to breach in.
       check-hourly-capacity.
           IF line-max-hourly = 0 OR pair-seq > 24
                   OR val NOT > line-max-hourly
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO breach-record
           SET cb-breach-record TO TRUE
           MOVE site-id    TO cb-site-id
           MOVE date-stamp TO cb-period
           COMPUTE breach-hour = pair-seq - 1
           MOVE "H"         TO cb-slot (1:1)
           MOVE breach-hour TO cb-slot (2:2)
           MOVE val             TO cb-value
           MOVE line-max-hourly TO cb-limit
           COMPUTE cb-excess = val - line-max-hourly
           PERFORM write-breach-record
           .
       check-daily-capacity.
           IF line-max-daily > 0 AND day-total > line-max-daily
               MOVE SPACES TO breach-record
               SET cb-breach-record TO TRUE
               MOVE site-id    TO cb-site-id
               MOVE date-stamp TO cb-period
               MOVE "DAY"      TO cb-slot
               MOVE day-total      TO cb-value
               MOVE line-max-daily TO cb-limit
               COMPUTE cb-excess = day-total - line-max-daily
               PERFORM write-breach-record
           END-IF
           IF line-breach-count > 0
               MOVE line-breach-count TO breach-count-edited
               MOVE line-excess TO excess-edited
               MOVE "DMG003W" TO dmg-msg-id
               MOVE SPACES TO dmg-msg-sub
               STRING site-id " " date-stamp " "
                   FUNCTION TRIM(breach-count-edited)
                   " capacity breach(es), excess "
                   FUNCTION TRIM(excess-edited)
                   INTO dmg-msg-sub
               END-STRING
               CALL "show-message" USING dmg-msg-id, dmg-msg-sub
           END-IF
           .
       write-breach-record.
           MOVE 1 TO cb-breaches
           WRITE breach-record
           ADD 1 TO line-breach-count, total-breaches
           ADD cb-excess TO line-excess
           MOVE SPACE TO breach-month-found-sw
           IF num-breach-months > 0
               SET bmonth-idx TO 1
               SEARCH breach-month-entry
                   AT END
                       PERFORM add-breach-month
                   WHEN bm-site-id (bmonth-idx) = site-id
                           AND bm-month (bmonth-idx)
                               = date-stamp (1:7)
                       SET breach-month-found TO TRUE
               END-SEARCH
           ELSE
               PERFORM add-breach-month
           END-IF
           IF breach-month-found
               ADD 1 TO bm-breaches (bmonth-idx)
               ADD cb-excess TO bm-excess (bmonth-idx)
           END-IF
           .
       add-breach-month.
           IF num-breach-months < 3000
               ADD 1 TO num-breach-months
               SET bmonth-idx TO num-breach-months
               MOVE site-id          TO bm-site-id (bmonth-idx)
               MOVE date-stamp (1:7) TO bm-month (bmonth-idx)
               MOVE ZERO TO bm-breaches (bmonth-idx),
                   bm-excess (bmonth-idx)
               SET breach-month-found TO TRUE
           END-IF
           .
       write-breach-months.
           PERFORM VARYING bmonth-idx FROM 1 BY 1
                   UNTIL bmonth-idx > num-breach-months
               MOVE SPACES TO breach-record
               SET cb-month-record TO TRUE
               MOVE bm-site-id (bmonth-idx)  TO cb-site-id
               MOVE bm-month (bmonth-idx)    TO cb-period
               MOVE ZERO TO cb-value, cb-limit
               MOVE bm-excess (bmonth-idx)   TO cb-excess
               MOVE bm-breaches (bmonth-idx) TO cb-breaches
               WRITE breach-record
           END-PERFORM
           IF total-breaches > 0
               DISPLAY "Capacity:     " total-breaches
                   " breach(es) of contracted capacity - see "
                   BREACH-PATH
           END-IF
           .
      *> One HOUR record per date per slot that took any accepted
      *> reading, carrying the slot's mean across all sites.
       write-load-profile-hours.
           PERFORM VARYING prof-idx FROM 1 BY 1
                   UNTIL prof-idx > num-profile-days
               PERFORM VARYING slot-idx FROM 1 BY 1
                       UNTIL slot-idx > 24
                   IF pd-accepted (prof-idx, slot-idx) > 0
                       COMPUTE profile-hour-mean ROUNDED =
                           pd-total (prof-idx, slot-idx)
                           / pd-accepted (prof-idx, slot-idx)
                       MOVE SPACES TO load-profile-record
                       SET lp-hour-record TO TRUE
                       MOVE pd-date-stamp (prof-idx)
                           TO lp-date-stamp
                       MOVE "*ALL*" TO lp-site-id
                       SET lp-hour TO slot-idx
                       SUBTRACT 1 FROM lp-hour
                       MOVE pd-accepted (prof-idx, slot-idx)
                           TO lp-accepted
                       MOVE profile-hour-mean TO lp-value
                       WRITE load-profile-record
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       *> Order the run's sites best-first by acceptance rate, mean
       *> value breaking ties, picking the best unranked entry each
       *> pass - at 500 sites the squared scan is nothing against
      *> sitting in the directory. Stops the chain and reports which
      *> step failed (a non-zero exit, or its expected output missing)
      *> rather than letting a later step run against a missing or
      *> half-written predecessor's output.  At the start of a
      *> fresh chain and after each step named on [restore-points]
      *> MILESTONES, restore-point keeps a copy of the state set
      *> that restore-state can roll back to.  The whole chain runs
      *> in the one run environment config-lookup settles at its
      *> start; run-state.txt records it, and a resume under a
      *> different environment is refused rather than mixed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch-controller.

           03  rs-step-name        PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  rs-step-status      PIC X.
           03  FILLER              PIC X       VALUE SPACE.
           03  rs-environment      PIC X(12).

       FD  force-rerun-file.
       01  force-rerun-record      PIC X(20).
       01  bctl-trigger-found-sw   PIC X.
           88  bctl-trigger-found  VALUE "Y".
       01  bctl-step-name          PIC X(20).
       01  bctl-milestone          PIC X(20).
       01  bctl-check-name         PIC X(256).
       01  bctl-file-info.
           05  bctl-file-size      PIC X(8) COMP-X.
               10  bctl-file-seconds    PIC X COMP-X.
               10  bctl-file-hundredths PIC X COMP-X.

      *> The run environment this chain belongs to; every step
      *> inherits it, and a resume in any other is refused.
       01  bctl-environment        PIC X(12).
       01  bctl-cfg-section        PIC X(32) VALUE "environment".
       01  bctl-cfg-key            PIC X(32) VALUE "NAME".
       01  bctl-cfg-value          PIC X(64).
       01  bctl-cfg-found-flag     PIC X.
       01  bctl-state-environment  PIC X(12) VALUE SPACES.

       01  bctl-chain-status       PIC X       VALUE "R".
           88  bctl-chain-running  VALUE "R".
           88  bctl-chain-stopped  VALUE "S".

       PROCEDURE DIVISION.
       batch-controller-main.
           *> settled before any file is touched, so the chain's
           *> state and every step's files resolve in one place
           CALL "config-lookup" USING bctl-cfg-section,
               bctl-cfg-key, bctl-cfg-value, bctl-cfg-found-flag
           MOVE bctl-cfg-value TO bctl-environment
           DISPLAY "batch-controller: run environment "
               FUNCTION TRIM(bctl-environment)

           PERFORM bctl-load-run-state
           IF bctl-state-environment NOT = SPACES
                   AND bctl-state-environment NOT = bctl-environment
               MOVE "BCT006E" TO bctl-msg-id
               MOVE SPACES TO bctl-msg-sub
               STRING "run state belongs to a "
                   FUNCTION TRIM(bctl-state-environment)
                   " chain - will not resume it in "
                   FUNCTION TRIM(bctl-environment)
                   INTO bctl-msg-sub
               END-STRING
               CALL "show-message" USING bctl-msg-id, bctl-msg-sub
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           *> A fresh chain starts with an empty control-total file;
           *> every step appends to it, so last night's rows would
               GOBACK
           END-IF

           *> the state the night starts from, before any step
           *> touches it; a resume already has its own
           IF bctl-num-states = 0
               MOVE "chain-start" TO bctl-milestone
               CALL "restore-point" USING bctl-milestone
               *> a point not taken is reported there; the chain
               *> itself carries on
               MOVE 0 TO RETURN-CODE
           END-IF

           *> The readiness wait belongs to the feed, not the chain:
           *> it runs before the first step that consumes the feed
           *> (the validator gate), and not at all on a resume whose
                   PERFORM bctl-wait-for-trigger
               END-IF

               PERFORM run-feed-sequence-check
               PERFORM run-feed-validator
               PERFORM run-data-munging
               PERFORM run-stats-history-update
               PERFORM run-load-profile-update
               PERFORM run-site-forecast
               PERFORM run-text-processing-2
           ELSE
               DISPLAY "batch-controller: holiday night - vendor "
           PERFORM run-word-frequency
           PERFORM run-control-balance
           IF bctl-monthend-night
               PERFORM run-rebill-run
               PERFORM run-billing-extract
               PERFORM run-invoice-run
               PERFORM run-month-end-close
               PERFORM run-regulatory-return
               PERFORM run-year-end-close
           END-IF
           PERFORM run-outbound-manifest
           PERFORM run-retention-purge

           IF bctl-chain-stopped
               MOVE "BCT004E" TO bctl-msg-id
               MOVE "rerun resumes at the failed step; a FORCE-RERUN "
                   & "request runs everything"
                   TO bctl-msg-sub
               CALL "show-message" USING bctl-msg-id, bctl-msg-sub
               MOVE 1 TO RETURN-CODE
                   AT END
                       EXIT PERFORM
               END-READ
               IF rs-environment NOT = SPACES
                   MOVE rs-environment TO bctl-state-environment
               END-IF
               IF rs-step-name NOT = SPACES
                       AND bctl-num-states < 10
                   ADD 1 TO bctl-num-states
                   MOVE bs-step-name (state-idx) TO rs-step-name
                   MOVE bs-step-status (state-idx)
                       TO rs-step-status
                   MOVE bctl-environment TO rs-environment
                   WRITE run-state-record
               END-PERFORM
               CLOSE run-state-file
           END-IF

           *> a completed step that is a configured milestone gets
           *> a restore point of the state as it left it
           IF bctl-chain-running
               MOVE bctl-step-name TO bctl-milestone
               CALL "restore-point" USING bctl-milestone
               MOVE 0 TO RETURN-CODE
           END-IF
           .

       bctl-add-state-entry.
               END-IF
           END-IF
           .
      *> Re-billing runs ahead of the month's extract, against the
      *> snapshots of earlier periods; a failure leaves the
      *> snapshots as they were and the next month picks it up.
       run-rebill-run.
           IF bctl-chain-running
               MOVE "rebill-run" TO bctl-step-name
               DISPLAY "batch-controller: starting " bctl-step-name
               CALL "SYSTEM" USING "./rebill-run"
               IF RETURN-CODE NOT = 0
                   DISPLAY "batch-controller: rebill-run ended "
                       "with a non-zero return code - chain "
                       "continues."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
      *> The invoices follow the bureau file they are built from;
      *> a resumed chain may run it again safely, since an owner
      *> and period already on the AR ledger is not re-invoiced.
       run-invoice-run.
           IF bctl-chain-running
               MOVE "invoice-run" TO bctl-step-name
               DISPLAY "batch-controller: starting " bctl-step-name
               CALL "SYSTEM" USING "./invoice-run"
               IF RETURN-CODE NOT = 0
                   PERFORM bctl-fail-step-abended
               END-IF
           END-IF
           .
      *> month-end-close resets the carryforward, so a resumed
      *> chain must never run it twice: it carries the same
      *> completed-step bookkeeping the feed steps have.
               END-IF
           END-IF
           .
      *> The regulator's return waits on the month's attestations;
      *> a refusal is for the day desk to clear, not a reason to
      *> stop the chain, and a rerun once attested produces it.
       run-regulatory-return.
           IF bctl-chain-running
               MOVE "regulatory-return" TO bctl-step-name
               DISPLAY "batch-controller: starting " bctl-step-name
               CALL "SYSTEM" USING "./regulatory-return"
               IF RETURN-CODE NOT = 0
                   DISPLAY "batch-controller: regulatory-return "
                       "ended with a non-zero return code - chain "
                       "continues."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
      *> Every month-end night offers the year-end close; it does
      *> nothing until the month just closed is a December, and a
      *> refusal (an unattested day, a missing month) is the day
      *> desk's to clear without stopping the chain.
       run-year-end-close.
           IF bctl-chain-running
               MOVE "year-end-close" TO bctl-step-name
               DISPLAY "batch-controller: starting " bctl-step-name
               CALL "SYSTEM" USING "./year-end-close"
               IF RETURN-CODE NOT = 0
                   DISPLAY "batch-controller: year-end-close "
                       "ended with a non-zero return code - chain "
                       "continues."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
      *> Poll for the producer's trigger file until it lands or the
      *> window expires; an expired window stops the chain with a
      *> clear message instead of letting data-munging read a feed
           END-IF
           .

      *> The sequence gate moves the register forward as it accepts
      *> each feed, so once it has completed it must not run again
      *> on a resume - it would take its own feeds for resends.
       run-feed-sequence-check.
           IF bctl-chain-running
               MOVE "feed-sequence-check" TO bctl-step-name
               PERFORM bctl-check-step-done
               IF bctl-skip-step
                   DISPLAY "batch-controller: skipping "
                       bctl-step-name " - completed in prior run"
               ELSE
                   DISPLAY "batch-controller: starting "
                       bctl-step-name
                   CALL "SYSTEM" USING "./feed-sequence-check"
                   IF RETURN-CODE NOT = 0
                       PERFORM bctl-fail-step-abended
                   END-IF
                   PERFORM bctl-record-step-outcome
               END-IF
           END-IF
           .

      *> Every inbound feed is validated at the gate before any
      *> consuming step runs; a feed that fails its layout dies
      *> here rather than mid-job.
           END-IF
           .

      *> load-profile.txt is recreated by every data-munging run
      *> too; its hour records are folded into the keyed profile
      *> history the same night, and a failure is reported without
      *> stopping the chain, as for the daily history.
       run-load-profile-update.
           IF bctl-chain-running
               DISPLAY "batch-controller: starting "
                   "load-profile-update"
               CALL "SYSTEM" USING "./load-profile-update"
               IF RETURN-CODE NOT = 0
                   DISPLAY "batch-controller: load-profile-update "
                       "ended with a non-zero return code - chain "
                       "continues."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .
      *> The forecast posts the day's site actuals and reports a
      *> closed month's variance; a failure costs the forecast, not
      *> the day.
       run-site-forecast.
           IF bctl-chain-running
               DISPLAY "batch-controller: starting site-forecast"
               CALL "SYSTEM" USING "./site-forecast"
               IF RETURN-CODE NOT = 0
                   DISPLAY "batch-controller: site-forecast ended "
                       "with a non-zero return code - chain "
                       "continues."
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           .

      *> The classic run-to-run control: after the day's steps, the
      *> balancer proves no leg of the chain lost records between
      *> one step's output and the next step's input.
       FILE SECTION.
      *> One amendment per line: site-id, date-stamp, the value as
      *> originally posted, and the corrected value, comma-delimited
      *> the same way the vendor-IBAN and lrecl pair feeds are.  The
      *> site-id may be keyed in its check-digit form ("id/d", see
      *> site-check-digit); a failing check digit rejects the line.
       FD  amendment-file.
       01  amendment-record        PIC X(60).

           88 adjustment-report-is-ok
                                   VALUE 0.

       01  amd-site-key            PIC X(12).
       01  amd-site-id             PIC X(8).
       01  amd-date-stamp          PIC X(10).
       01  amd-old-val-text        PIC X(12).
       01  amendments-applied      PIC 9(5).
       01  amendments-skipped      PIC 9(5).

       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.
           88  scd-no-check-digit  VALUE "N".
           88  scd-check-passed    VALUE "V".

       PROCEDURE DIVISION.
       main-line.
           OPEN INPUT amendment-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO adjustment-report-line
           CALL "report-environment" USING adjustment-report-line
           WRITE adjustment-report-line

           PERFORM FOREVER
               READ amendment-file
      *> re-apply it at the corrected figure, reporting the totals
      *> before and after so the audit trail can be walked later.
       apply-one-amendment.
           MOVE SPACES TO amd-site-key, amd-site-id, amd-date-stamp,
               amd-old-val-text, amd-new-val-text
           UNSTRING amendment-record DELIMITED BY ","
               INTO amd-site-key, amd-date-stamp,
                   amd-old-val-text, amd-new-val-text

           IF amd-site-key = SPACES OR amd-old-val-text = SPACES
                   OR amd-new-val-text = SPACES
               ADD 1 TO amendments-skipped
               MOVE SPACES TO adjustment-report-line
               EXIT PARAGRAPH
           END-IF

      *> A transposed digit in a hand-keyed site-id would post the
      *> amendment against the wrong site; with a check digit keyed
      *> it must agree.
           CALL "site-check-digit" USING amd-site-key, amd-site-id,
               scd-check-digit, scd-verdict
           IF NOT scd-no-check-digit AND NOT scd-check-passed
               ADD 1 TO amendments-skipped
               MOVE SPACES TO adjustment-report-line
               STRING "SKIPPED (site check digit fails): "
                   FUNCTION TRIM(amendment-record)
                   INTO adjustment-report-line
               END-STRING
               WRITE adjustment-report-line
               EXIT PARAGRAPH
           END-IF

           COMPUTE amd-old-val =
               FUNCTION NUMVAL(amd-old-val-text)
           COMPUTE amd-new-val =
      *> and out, return code - into one run-history.txt, so "how
      *> long has data-munging been taking this month" is a report
      *> instead of an archaeology dig through console output.
      *> Each line carries the run environment it ran in.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-history.

           03  rh-records-out      PIC 9(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  rh-return-code      PIC S9(4) SIGN LEADING SEPARATE.
           03  FILLER              PIC X       VALUE SPACE.
           03  rh-environment      PIC X(12).

       WORKING-STORAGE SECTION.
       01  run-history-status      PIC 99.
           88 run-history-is-ok    VALUE 0.

       01  cfg-section             PIC X(32) VALUE "environment".
       01  cfg-key                 PIC X(32) VALUE "NAME".
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.

       LINKAGE SECTION.
       01  in-program-name         PIC X(20).
       01  in-phase                PIC X(5).
                                 in-records-in, in-records-out,
                                 in-return-code.
       run-history-main.
           *> resolves the run environment too, so the history
           *> lands in the environment's own directory
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           OPEN EXTEND run-history-file
           IF NOT run-history-is-ok
               OPEN OUTPUT run-history-file
           MOVE in-records-in   TO rh-records-in
           MOVE in-records-out  TO rh-records-out
           MOVE in-return-code  TO rh-return-code
           MOVE cfg-value       TO rh-environment
           WRITE run-history-record

           CLOSE run-history-file
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS balance-report-status.

           SELECT certified-extract-file
               ASSIGN TO "certified-readings.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS certified-extract-status.

       DATA DIVISION.
       FILE SECTION.
       FD  control-totals-file.
       FD  balance-report-file.
       01  balance-report-line     PIC X(160).

      *> text-processing-2's certified extract: "D" detail records
      *> and a closing "T" trailer carrying the detail count at
      *> 30-37 (the full layout is documented with the writer).
       FD  certified-extract-file.
       01  certified-extract-record.
           03  cx-record-type      PIC X.
           03  FILLER              PIC X(28).
           03  cx-trailer-count    PIC 9(8).
           03  FILLER              PIC X(504).

       WORKING-STORAGE SECTION.
       01  control-totals-status   PIC 99.
           88 control-totals-is-ok VALUE 0.
       01  balance-report-status   PIC 99.
           88 balance-report-is-ok VALUE 0.
       01  certified-extract-status
                                   PIC 99.
           88 certified-extract-is-ok
                                   VALUE 0.

       01  num-totals              PIC 99.
       01  totals-area.
       01  legs-checked            PIC 9(3).
       01  legs-unbalanced         PIC 9(3).

      *> Trailer tie-out: the last control total posted for the
      *> certified extract, and what the file itself holds.
       01  extract-idx             PIC 99.
       01  extract-details         PIC 9(8).
       01  extract-trailer-count   PIC 9(8).
       01  extract-trailer-sw      PIC X.
           88 extract-trailer-found
                                   VALUE "Y".

       01  cb-incident-msg-id      PIC X(8).
       01  cb-incident-step        PIC X(20).
       01  cb-incident-detail      PIC X(80).
           CLOSE control-totals-file

           OPEN OUTPUT balance-report-file
           MOVE SPACES TO balance-report-line
           CALL "report-environment" USING balance-report-line
           WRITE balance-report-line

           PERFORM VARYING base-idx FROM 1 BY 1
                   UNTIL base-idx > num-totals
               PERFORM balance-one-entry
           END-PERFORM

           PERFORM balance-certified-trailer

           MOVE SPACES TO balance-report-line
           STRING "LEGS CHECKED: " legs-checked
               "  UNBALANCED: " legs-unbalanced
               END-IF
           END-IF
           .
      *> A file carrying its own trailer count must agree with it:
      *> the count text-processing-2 posted for certified-
      *> readings.txt, the trailer's count and the detail records
      *> actually in the file are one and the same number.
       balance-certified-trailer.
           MOVE ZERO TO extract-idx
           PERFORM VARYING base-idx FROM 1 BY 1
                   UNTIL base-idx > num-totals
               IF te-out-file (base-idx) = "certified-readings.txt"
                   MOVE base-idx TO extract-idx
               END-IF
           END-PERFORM
           IF extract-idx = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO legs-checked
           MOVE ZERO TO extract-details, extract-trailer-count
           MOVE SPACE TO extract-trailer-sw
           OPEN INPUT certified-extract-file
           IF certified-extract-is-ok
               PERFORM FOREVER
                   READ certified-extract-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   EVALUATE cx-record-type
                       WHEN "D"
                           ADD 1 TO extract-details
                       WHEN "T"
                           SET extract-trailer-found TO TRUE
                           MOVE cx-trailer-count
                               TO extract-trailer-count
                   END-EVALUATE
               END-PERFORM
               CLOSE certified-extract-file
           END-IF

           IF NOT extract-trailer-found
                   OR extract-trailer-count
                       NOT = te-records-written (extract-idx)
                   OR extract-details
                       NOT = extract-trailer-count
               ADD 1 TO legs-unbalanced
               MOVE SPACES TO balance-report-line
               IF extract-trailer-found
                   STRING "MISMATCH "
                       FUNCTION TRIM(te-step (extract-idx))
                       " wrote " te-records-written (extract-idx)
                       " to "
                       FUNCTION TRIM(te-out-file (extract-idx))
                       " but its trailer says " extract-trailer-count
                       " over " extract-details " detail record(s)"
                       INTO balance-report-line
                   END-STRING
               ELSE
                   STRING "MISMATCH "
                       FUNCTION TRIM(te-step (extract-idx))
                       " wrote " te-records-written (extract-idx)
                       " to "
                       FUNCTION TRIM(te-out-file (extract-idx))
                       " but the file has no trailer"
                       INTO balance-report-line
                   END-STRING
               END-IF
               WRITE balance-report-line
           END-IF
           .
       report-read-mismatch.
           ADD 1 TO legs-unbalanced
           MOVE SPACES TO balance-report-line
           STRING "MISMATCH " FUNCTION TRIM(te-step (base-idx))
               " read " te-records-read (base-idx)
               " but " FUNCTION TRIM(te-step (cmp-idx))
               " read " te-records-read (cmp-idx)
               " from " FUNCTION TRIM(te-in-file (base-idx))
               INTO balance-report-line
           END-STRING
           WRITE balance-report-line
           .
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           CALL "report-environment" USING print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "DATE          REJECTED  ACCEPTED         MEAN    "
               & "  PASS     SLA" TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 5 TO lines-on-page
           .
       print-one-day.
           IF month-in-progress NOT = SPACES
       01  pg-rej-edited           PIC Z(6)9.
       01  pg-acc-edited           PIC Z(6)9.

       *> Lineage register: what this run read and wrote.
       01  lineage-run-stamp       PIC X(14).
       01  lineage-program         PIC X(20)
                                    VALUE "stats-publish-html".
       01  lineage-direction       PIC X(3).
       01  lineage-file-name       PIC X(64).

       PROCEDURE DIVISION.
       stats-publish-html-main.
           MOVE FUNCTION CURRENT-DATE (1:14) TO lineage-run-stamp
           OPEN INPUT daily-stats-file
           IF NOT daily-stats-is-ok
               DISPLAY "stats-publish-html: no daily stats file - "
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE "daily-stats.txt" TO lineage-file-name
           PERFORM record-lineage

           *> Same resolution order as data-munging, so the breach
           *> days flagged here always match the day lines being
           PERFORM write-region-table
           PERFORM write-html-tail
           CLOSE html-file
           MOVE "OUT" TO lineage-direction
           MOVE "daily-stats.html" TO lineage-file-name
           PERFORM record-lineage

           DISPLAY "stats-publish-html: " num-day-lines
               " day(s) published to daily-stats.html"
           GOBACK
           .
       record-lineage.
           CALL "lineage-record" USING lineage-run-stamp,
               lineage-program, lineage-direction, lineage-file-name
           .
       gather-one-day.
           ADD 1 TO num-day-lines
           MOVE ds-date-stamp   TO dl-date (num-day-lines)
           IF NOT region-stats-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE "region-stats.txt" TO lineage-file-name
           PERFORM record-lineage
           PERFORM FOREVER
               READ region-stats-file
                   AT END
                                    INDEXED BY amd-idx.
               05  am-site-id      PIC X(8).
               05  am-date-stamp   PIC X(10).
       01  amd-site-text           PIC X(12).
       01  amd-site-id             PIC X(8).
       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.
           88  scd-no-check-digit  VALUE "N".
           88  scd-check-passed    VALUE "V".
       01  amendments-rejected     PIC 9(5) VALUE ZERO.
       01  amd-date-text           PIC X(12).
       01  amd-rest-text           PIC X(40).

               " estimate(s) raised, " estimates-trued-up
               " trued up against arrived actuals, "
               days-adjusted " day(s) of statistics adjusted."
           IF amendments-rejected > 0
               DISPLAY "estimate-readings: " amendments-rejected
                   " amendment line(s) failed the site check digit"
                   " and were ignored."
           END-IF
           GOBACK
           .
       load-amendments.
                   UNSTRING amendment-record DELIMITED BY ","
                       INTO amd-site-text, amd-date-text,
                           amd-rest-text
                   IF amd-site-text NOT = SPACES
                           AND amd-date-text NOT = SPACES
                       PERFORM check-amendment-site
                   END-IF
                   IF amd-site-text NOT = SPACES
                           AND amd-date-text NOT = SPACES
                       ADD 1 TO num-amended
                       MOVE amd-site-id
                           TO am-site-id (num-amended)
                       MOVE amd-date-text (1:10)
                           TO am-date-stamp (num-amended)
           END-PERFORM
           CLOSE amendment-file
           .
      *> The site-id resolved the way process-amendments resolves
      *> it; a failing check digit means the line would name the
      *> wrong site, so it is left out here as it is rejected there.
       check-amendment-site.
           CALL "site-check-digit" USING amd-site-text, amd-site-id,
               scd-check-digit, scd-verdict
           IF NOT scd-no-check-digit AND NOT scd-check-passed
               ADD 1 TO amendments-rejected
               MOVE SPACES TO amd-site-text
           END-IF
           .
      *> Fold one EST (+) or REV (-) into its date's pending
      *> statistics adjustment.
       note-stat-adjustment.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO anomaly-report-line
           CALL "report-environment" USING anomaly-report-line
           WRITE anomaly-report-line

           PERFORM VARYING day-under-test FROM 8 BY 1
                   UNTIL day-under-test > num-history-days
      *> line.  The bureau file carries one detail line per site per
      *> date, a subtotal per site, and a control-total record the
      *> bureau balances against before paying anything.
      *>
      *> Block tariffs add a kind and a limit to the rate line:
      *> "site-id,from,to,rate,BLOCK,upto" prices the site's
      *> month-to-date cumulative units up to "upto" (blank for the
      *> open top block) at that rate, blocks listed lowest first;
      *> a day crossing a block boundary bills one detail line per
      *> block.  "site-id,from,to,charge,MINIMUM" sets a minimum
      *> monthly charge, topped up at the month's close, and
      *> "site-id,from,to,rate,DEMAND" charges the month's highest
      *> single accepted value, taken from the PEAK records of
      *> data-munging's load-profile.txt.  Every detail, demand and
      *> minimum line names the tariff that produced its amount.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. billing-extract.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rate-table-status.

           SELECT rate-keyed-file ASSIGN TO "rate-table-keyed"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY rt-key
               FILE STATUS rate-keyed-status.

           SELECT billing-units-file ASSIGN TO "billing-units.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS billing-units-status.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS transfer-report-status.

           SELECT billed-snapshot-file ASSIGN TO "billed-snapshot"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY bs-key
               FILE STATUS billed-snapshot-status.

           SELECT load-profile-file ASSIGN TO "load-profile.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS load-profile-status.

           SELECT breach-file ASSIGN TO "capacity-breaches.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS breach-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's site-stats-record.
           03  ss-mean-val         PIC 9(8)V9(3).

       FD  rate-table-file.
       01  rate-table-record       PIC X(80).

      *> rate-table.txt rebuilt each run as a keyed file, site-id
      *> then the line's place in the table, so a site's tariffs
      *> come back in the order they were listed with no limit on
      *> how many lines the table holds.
       FD  rate-keyed-file.
       01  rate-keyed-record.
           03  rt-key.
               05  rt-site-id      PIC X(8).
               05  rt-line-seq     PIC 9(8).
           03  rt-eff-from         PIC X(10).
           03  rt-eff-to           PIC X(10).
           03  rt-rate             PIC 9(3)V9(4).
           03  rt-kind             PIC X.
               88  rt-flat-rate    VALUE "F".
               88  rt-block-rate   VALUE "B".
               88  rt-minimum-charge
                                   VALUE "M".
               88  rt-demand-rate  VALUE "D".
               88  rt-penalty-rate VALUE "P".
           03  rt-block-limit      PIC 9(10)V9(3).
           03  rt-charge           PIC 9(8)V99.

      *> Same layout as data-munging's load-profile-record.
       FD  load-profile-file.
       01  load-profile-record.
           03  lp-record-type      PIC X(4).
               88  lp-peak-record  VALUE "PEAK".
           03  FILLER              PIC X.
           03  lp-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  lp-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  lp-hour             PIC 99.
           03  FILLER              PIC X.
           03  lp-accepted         PIC 9(6).
           03  FILLER              PIC X.
           03  lp-value            PIC 9(8)V9(3).

      *> Same layout as data-munging's breach-record.
       FD  breach-file.
       01  breach-record.
           03  cb-record-type      PIC X(6).
               88  cb-month-record VALUE "MONTH".
           03  FILLER              PIC X.
           03  cb-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  cb-period           PIC X(10).
           03  FILLER              PIC X.
           03  cb-slot             PIC X(3).
           03  FILLER              PIC X.
           03  cb-value            PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  cb-limit            PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  cb-excess           PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  cb-breaches         PIC 9(5).

      *> Effective-dated ownership: "site-id,owner,from,to" per
      *> line, so a mid-month transfer splits the month's usage at
       FD  billing-units-file.
       01  billing-units-line      PIC X(132).

      *> What each site-day was billed at, so rebill-run can tell
      *> when a restatement, amendment or estimate true-up has
      *> moved a figure the customer has already been charged on.
       FD  billed-snapshot-file.
       01  billed-snapshot-record.
           03  bs-key.
               05  bs-site-id      PIC X(8).
               05  bs-date-stamp   PIC X(10).
           03  bs-accepted         PIC 9(5).
           03  bs-mean-val         PIC 9(8)V9(3).
           03  bs-units            PIC 9(10)V9(3).
           03  bs-rate             PIC 9(3)V9(4).
           03  bs-amount           PIC 9(10)V99.
           03  bs-period           PIC X(7).
           03  bs-billed-on        PIC X(10).
           03  bs-amends-applied   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  site-stats-status       PIC 99.
           88 site-stats-is-ok     VALUE 0.
       01  billing-units-status    PIC 99.
           88 billing-units-is-ok  VALUE 0.

       01  rate-keyed-status       PIC 99.
           88 rate-keyed-is-ok     VALUE 0.
       01  rate-keyed-open-sw      PIC X.
           88  rate-keyed-open     VALUE "Y".
       01  num-rates               PIC 9(8).

      *> What find-rate looks for, and whether it found it; on a
      *> hit the rate record holds the matching line.
       01  rate-want-site          PIC X(8).
       01  rate-want-date          PIC X(10).
       01  rate-want-kind          PIC X.
       01  rate-hit-sw             PIC X.
           88  rate-hit            VALUE "Y".

       01  rt-site-text            PIC X(10).
       01  rt-from-text            PIC X(12).
       01  rt-to-text              PIC X(12).
       01  rt-rate-text            PIC X(12).
       01  rt-kind-text            PIC X(10).
       01  rt-limit-text           PIC X(16).

       01  load-profile-status     PIC 99.
           88 load-profile-is-ok   VALUE 0.

       *> Each site's highest single accepted value per month, for
       *> the demand charge.
       01  num-month-peaks         PIC 9(4).
       01  month-peaks-area.
           03  month-peak-entry    OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON num-month-peaks
                                    INDEXED BY peak-idx.
               05  mk-site-id      PIC X(8).
               05  mk-month        PIC X(7).
               05  mk-peak-val     PIC 9(8)V9(3).

       01  breach-status           PIC 99.
           88 breach-is-ok         VALUE 0.

       *> Each site's contracted-capacity breaches per month, from
       *> data-munging's MONTH summary records, for the penalty.
       01  num-breach-months       PIC 9(4).
       01  breach-months-area.
           03  breach-month-entry  OCCURS 1 TO 3000 TIMES
                                    DEPENDING ON num-breach-months
                                    INDEXED BY bmonth-idx.
               05  bm-site-id      PIC X(8).
               05  bm-month        PIC X(7).
               05  bm-breaches     PIC 9(5).
               05  bm-excess       PIC 9(8)V9(3).

       *> The site-month being billed: cumulative units place each
       *> day in its blocks; the amount is what the minimum charge
       *> is measured against.
       01  current-month           PIC X(7)  VALUE SPACES.
       01  month-last-date         PIC X(10).
       01  mtd-units               PIC 9(12)V9(3).
       01  mtd-amount              PIC 9(12)V99.

       01  block-found-sw          PIC X.
           88  block-found         VALUE "Y".
       01  block-seq               PIC 99.
       01  block-lower             PIC 9(12)V9(3).
       01  block-upper             PIC 9(12)V9(3).
       01  block-day-from          PIC 9(12)V9(3).
       01  block-day-to            PIC 9(12)V9(3).
       01  first-block-rate        PIC 9(3)V9(4).
       01  last-block-rate         PIC 9(3)V9(4).
       01  last-block-seq          PIC 99.
       01  priced-units            PIC 9(10)V9(3).
       01  seg-from                PIC 9(12)V9(3).
       01  seg-to                  PIC 9(12)V9(3).
       01  seg-units               PIC 9(10)V9(3).
       01  seg-rate                PIC 9(3)V9(4).
       01  seg-amount              PIC 9(10)V99.
       01  tariff-label            PIC X(12).
       01  block-seq-edited        PIC Z9.

       01  demand-rate             PIC 9(3)V9(4).
       01  demand-peak             PIC 9(8)V9(3).
       01  minimum-charge          PIC 9(8)V99.
       01  charge-amount           PIC 9(10)V99.
       01  charge-found-sw         PIC X.
           88  charge-found        VALUE "Y".
       01  demand-charges          PIC 9(5).
       01  minimum-top-ups         PIC 9(5).
       01  penalty-rate            PIC 9(3)V9(4).
       01  penalty-breaches        PIC 9(5).
       01  penalty-excess          PIC 9(8)V9(3).
       01  penalty-charges         PIC 9(5).
       01  breaches-edited         PIC Z(4)9.
       01  peak-edited             PIC Z(7)9.999.
       01  charge-edited           PIC Z(7)9.99.

       01  site-owners-status      PIC 99.
           88 site-owners-is-ok    VALUE 0.
               05  sh-units        PIC 9(12)V9(3).
               05  sh-amount       PIC 9(12)V99.

       01  billed-snapshot-status  PIC 99.
           88 billed-snapshot-is-ok
                                   VALUE 0.
       01  billed-on-date          PIC X(10).

       01  transfers-reported      PIC 9(4).
       01  transfer-report-open-sw PIC X.
           88  transfer-report-open
       01  lines-read              PIC 9(8).
       01  lines-written           PIC 9(8).

       *> Lineage register: what this run read and wrote.
       01  lineage-run-stamp       PIC X(14).
       01  lineage-program         PIC X(20)
                                    VALUE "billing-extract".
       01  lineage-direction       PIC X(3).
       01  lineage-file-name       PIC X(64).

       PROCEDURE DIVISION.
       billing-extract-main.
           MOVE FUNCTION CURRENT-DATE (1:14) TO lineage-run-stamp
           OPEN INPUT site-stats-file
           IF NOT site-stats-is-ok
               DISPLAY "billing-extract: no site stats file - "
                   "nothing to bill."
               GOBACK
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE "site-stats.txt" TO lineage-file-name
           PERFORM record-lineage

           PERFORM load-site-owners
           PERFORM load-month-peaks
           PERFORM load-breach-months

           PERFORM load-rate-table
           IF num-rates = 0
               DISPLAY "billing-extract: no usable rate table - "
                   "no extract produced."
               CLOSE site-stats-file
               IF rate-keyed-open
                   CLOSE rate-keyed-file
               END-IF
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "billing-extract: billing units file could "
                   "not be opened. The program will terminate."
               CLOSE site-stats-file
               CLOSE rate-keyed-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO billed-on-date
           STRING FUNCTION CURRENT-DATE (1:4) "-"
               FUNCTION CURRENT-DATE (5:2) "-"
               FUNCTION CURRENT-DATE (7:2)
               INTO billed-on-date
           END-STRING
           OPEN I-O billed-snapshot-file
           IF NOT billed-snapshot-is-ok
               OPEN OUTPUT billed-snapshot-file
               IF billed-snapshot-is-ok
                   CLOSE billed-snapshot-file
                   OPEN I-O billed-snapshot-file
               END-IF
           END-IF
           IF NOT billed-snapshot-is-ok
               DISPLAY "billing-extract: billed snapshot could not "
                   "be opened - re-billing will not see this run."
               MOVE 1 TO RETURN-CODE
           END-IF

           PERFORM FOREVER
               READ site-stats-file
                   AT END
               PERFORM resolve-day-owner
               IF ss-site-id NOT = current-site
                   IF current-site NOT = SPACES
                       PERFORM close-site-month
                       PERFORM write-site-subtotal
                       PERFORM close-site-ownership
                   END-IF
                   MOVE ss-site-id TO current-site
                   MOVE day-owner  TO current-owner
                   MOVE ss-date-stamp (1:7) TO current-month
               END-IF
               IF ss-date-stamp (1:7) NOT = current-month
                   PERFORM close-site-month
                   PERFORM write-site-subtotal
                   MOVE day-owner TO current-owner
                   MOVE ss-date-stamp (1:7) TO current-month
               END-IF
               IF day-owner NOT = current-owner
                   PERFORM write-site-subtotal
           CLOSE site-stats-file

           IF current-site NOT = SPACES
               PERFORM close-site-month
               PERFORM write-site-subtotal
               PERFORM close-site-ownership
           END-IF
           PERFORM write-control-record

           CLOSE billing-units-file
           MOVE "OUT" TO lineage-direction
           MOVE "billing-units.txt" TO lineage-file-name
           PERFORM record-lineage
           IF billed-snapshot-is-ok
               CLOSE billed-snapshot-file
           END-IF
           IF transfer-report-open
               CLOSE transfer-report-file
           END-IF
           CLOSE rate-keyed-file

           CALL "write-control-total" USING ctl-step-name,
               ctl-in-file, lines-read, ctl-out-file,
           DISPLAY "billing-extract: " detail-lines-written
               " day line(s) billed across " sites-billed
               " site(s), " unrated-days " day(s) without a rate."
           DISPLAY "billing-extract: " num-rates
               " rate table record(s) used."
           IF demand-charges > 0 OR minimum-top-ups > 0
               DISPLAY "billing-extract: " demand-charges
                   " demand charge(s), " minimum-top-ups
                   " minimum-charge top-up(s)."
           END-IF
           IF penalty-charges > 0
               DISPLAY "billing-extract: " penalty-charges
                   " contracted-capacity penalty charge(s)."
           END-IF
           IF transfers-reported > 0
               DISPLAY "billing-extract: " transfers-reported
                   " mid-period ownership transfer(s) - see "
           END-IF
           GOBACK
           .
       record-lineage.
           CALL "lineage-record" USING lineage-run-stamp,
               lineage-program, lineage-direction, lineage-file-name
           .
      *> The text table stays the maintained copy; each run loads
      *> it into the keyed file the lookups read.
       load-rate-table.
           MOVE ZERO TO num-rates
           OPEN INPUT rate-table-file
           IF NOT rate-table-is-ok
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT rate-keyed-file
           IF NOT rate-keyed-is-ok
               DISPLAY "billing-extract: keyed rate file could not "
                   "be built - status " rate-keyed-status "."
               CLOSE rate-table-file
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ rate-table-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF rate-table-record NOT = SPACES
                   MOVE SPACES TO rt-site-text, rt-from-text,
                       rt-to-text, rt-rate-text, rt-kind-text,
                       rt-limit-text
                   UNSTRING rate-table-record DELIMITED BY ","
                       INTO rt-site-text, rt-from-text,
                           rt-to-text, rt-rate-text, rt-kind-text,
                           rt-limit-text
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(rt-kind-text)) TO rt-kind-text
                   IF rt-kind-text NOT = SPACES
                           AND rt-kind-text NOT = "FLAT"
                           AND rt-kind-text NOT = "BLOCK"
                           AND rt-kind-text NOT = "MINIMUM"
                           AND rt-kind-text NOT = "DEMAND"
                           AND rt-kind-text NOT = "PENALTY"
                       DISPLAY "billing-extract: rate line for "
                           FUNCTION TRIM(rt-site-text)
                           " has unknown kind "
                           FUNCTION TRIM(rt-kind-text) " - ignored."
                       MOVE SPACES TO rt-rate-text
                   END-IF
                   IF rt-rate-text NOT = SPACES
                       ADD 1 TO num-rates
                       MOVE SPACES TO rate-keyed-record
                       MOVE rt-site-text (1:8) TO rt-site-id
                       MOVE num-rates TO rt-line-seq
                       MOVE rt-from-text (1:10) TO rt-eff-from
                       IF rt-to-text = SPACES
                           MOVE "9999-12-31" TO rt-eff-to
                       ELSE
                           MOVE rt-to-text (1:10) TO rt-eff-to
                       END-IF
                       PERFORM note-rate-kind
                       WRITE rate-keyed-record
                           INVALID KEY
                               SUBTRACT 1 FROM num-rates
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE rate-table-file
           CLOSE rate-keyed-file
           OPEN INPUT rate-keyed-file
           IF rate-keyed-is-ok
               SET rate-keyed-open TO TRUE
           ELSE
               DISPLAY "billing-extract: keyed rate file could not "
                   "be read - status " rate-keyed-status "."
               MOVE ZERO TO num-rates
           END-IF
           .
       note-rate-kind.
           MOVE ZERO TO rt-rate, rt-block-limit, rt-charge
           EVALUATE rt-kind-text
               WHEN "BLOCK"
                   SET rt-block-rate TO TRUE
                   IF rt-limit-text NOT = SPACES
                       COMPUTE rt-block-limit =
                           FUNCTION NUMVAL(rt-limit-text)
                   END-IF
               WHEN "MINIMUM"
                   SET rt-minimum-charge TO TRUE
                   COMPUTE rt-charge =
                       FUNCTION NUMVAL(rt-rate-text)
                   EXIT PARAGRAPH
               WHEN "DEMAND"
                   SET rt-demand-rate TO TRUE
               WHEN "PENALTY"
                   SET rt-penalty-rate TO TRUE
               WHEN OTHER
                   SET rt-flat-rate TO TRUE
           END-EVALUATE
           COMPUTE rt-rate = FUNCTION NUMVAL(rt-rate-text)
           .
      *> First line for rate-want-site, in table order, of kind
      *> rate-want-kind that is in effect on rate-want-date.
       find-rate.
           MOVE SPACE TO rate-hit-sw
           PERFORM start-site-rates
           PERFORM FOREVER
               IF rate-keyed-status NOT = 0
                   EXIT PERFORM
               END-IF
               READ rate-keyed-file NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF rt-site-id NOT = rate-want-site
                   EXIT PERFORM
               END-IF
               IF rt-kind = rate-want-kind
                       AND rate-want-date NOT < rt-eff-from
                       AND rate-want-date NOT > rt-eff-to
                   SET rate-hit TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       start-site-rates.
           MOVE rate-want-site TO rt-site-id
           MOVE ZERO TO rt-line-seq
           START rate-keyed-file KEY IS NOT LESS THAN rt-key
               INVALID KEY
                   CONTINUE
           END-START
           .
      *> PEAK records carry each site-day's highest accepted value;
      *> only the month's highest is kept.
       load-month-peaks.
           OPEN INPUT load-profile-file
           IF NOT load-profile-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ load-profile-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF lp-peak-record
                   PERFORM note-month-peak
               END-IF
           END-PERFORM
           CLOSE load-profile-file
           .
       note-month-peak.
           IF num-month-peaks > 0
               SET peak-idx TO 1
               SEARCH month-peak-entry
                   AT END
                       PERFORM add-month-peak
                   WHEN mk-site-id (peak-idx) = lp-site-id
                           AND mk-month (peak-idx)
                               = lp-date-stamp (1:7)
                       IF lp-value > mk-peak-val (peak-idx)
                           MOVE lp-value TO mk-peak-val (peak-idx)
                       END-IF
               END-SEARCH
           ELSE
               PERFORM add-month-peak
           END-IF
           .
       add-month-peak.
           IF num-month-peaks < 3000
               ADD 1 TO num-month-peaks
               SET peak-idx TO num-month-peaks
               MOVE lp-site-id           TO mk-site-id (peak-idx)
               MOVE lp-date-stamp (1:7)  TO mk-month (peak-idx)
               MOVE lp-value             TO mk-peak-val (peak-idx)
           END-IF
           .
      *> MONTH records summarise each site's breaches per month.
       load-breach-months.
           OPEN INPUT breach-file
           IF NOT breach-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ breach-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF cb-month-record AND num-breach-months < 3000
                   ADD 1 TO num-breach-months
                   SET bmonth-idx TO num-breach-months
                   MOVE cb-site-id        TO bm-site-id (bmonth-idx)
                   MOVE cb-period (1:7)   TO bm-month (bmonth-idx)
                   MOVE cb-breaches       TO bm-breaches (bmonth-idx)
                   MOVE cb-excess         TO bm-excess (bmonth-idx)
               END-IF
           END-PERFORM
           CLOSE breach-file
           .
       bill-one-day.
           COMPUTE day-units ROUNDED =
               ss-mean-val * ss-day-accepted

           MOVE SPACE TO rate-found-sw, block-found-sw
           MOVE ss-site-id    TO rate-want-site
           MOVE ss-date-stamp TO rate-want-date
           MOVE "B" TO rate-want-kind
           PERFORM find-rate
           IF rate-hit
               SET block-found TO TRUE
               SET rate-found TO TRUE
           END-IF
           IF NOT block-found
               MOVE "F" TO rate-want-kind
               PERFORM find-rate
               IF rate-hit
                   SET rate-found TO TRUE
                   MOVE rt-rate TO applied-rate
               END-IF
           END-IF

           IF NOT rate-found
               ADD 1 TO unrated-days
               EXIT PARAGRAPH
           END-IF

           IF block-found
               PERFORM price-day-in-blocks
           ELSE
               COMPUTE day-amount ROUNDED = day-units * applied-rate
               MOVE day-units    TO seg-units
               MOVE applied-rate TO seg-rate
               MOVE day-amount   TO seg-amount
               MOVE "FLAT"       TO tariff-label
               PERFORM write-detail-line
           END-IF
           ADD day-units  TO site-units, total-units, mtd-units
           ADD day-amount TO site-amount, total-amount, mtd-amount
           MOVE ss-date-stamp TO month-last-date
           PERFORM record-billed-snapshot
           .
      *> The day's units run from the month-to-date total before it
      *> to the total after it; each block takes the part of that
      *> span between the previous block's limit and its own.  Units
      *> past the last limit stay at the last block's rate.
       price-day-in-blocks.
           MOVE ZERO TO day-amount, priced-units, block-seq,
               block-lower, last-block-seq
           MOVE mtd-units TO block-day-from
           COMPUTE block-day-to = mtd-units + day-units
           MOVE ss-site-id TO rate-want-site
           PERFORM start-site-rates
           PERFORM FOREVER
               IF rate-keyed-status NOT = 0
                   EXIT PERFORM
               END-IF
               READ rate-keyed-file NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF rt-site-id NOT = ss-site-id
                   EXIT PERFORM
               END-IF
               IF rt-block-rate
                       AND ss-date-stamp NOT < rt-eff-from
                       AND ss-date-stamp NOT > rt-eff-to
                   ADD 1 TO block-seq
                   PERFORM price-one-block
               END-IF
           END-PERFORM
           IF priced-units < day-units
               COMPUTE seg-units = day-units - priced-units
               MOVE last-block-rate TO seg-rate
               PERFORM write-block-line
           END-IF
           IF last-block-seq = 0
               MOVE ZERO TO seg-units
               MOVE first-block-rate TO seg-rate
               MOVE 1 TO block-seq
               PERFORM write-block-line
           END-IF
           IF day-units > 0
               COMPUTE applied-rate ROUNDED = day-amount / day-units
           ELSE
               MOVE first-block-rate TO applied-rate
           END-IF
           .
       price-one-block.
           IF block-seq = 1
               MOVE rt-rate TO first-block-rate
           END-IF
           MOVE rt-rate TO last-block-rate
           IF rt-block-limit = 0
               MOVE block-day-to TO block-upper
           ELSE
               MOVE rt-block-limit TO block-upper
           END-IF
           MOVE block-day-from TO seg-from
           IF block-lower > seg-from
               MOVE block-lower TO seg-from
           END-IF
           MOVE block-day-to TO seg-to
           IF block-upper < seg-to
               MOVE block-upper TO seg-to
           END-IF
           IF seg-to > seg-from
               COMPUTE seg-units = seg-to - seg-from
               MOVE rt-rate TO seg-rate
               PERFORM write-block-line
           END-IF
           IF block-upper > block-lower
               MOVE block-upper TO block-lower
           END-IF
           .
       write-block-line.
           COMPUTE seg-amount ROUNDED = seg-units * seg-rate
           ADD seg-units  TO priced-units
           ADD seg-amount TO day-amount
           MOVE block-seq TO block-seq-edited, last-block-seq
           MOVE SPACES TO tariff-label
           STRING "BLOCK " FUNCTION TRIM(block-seq-edited)
               INTO tariff-label
           END-STRING
           PERFORM write-detail-line
           .
       write-detail-line.
           ADD 1 TO detail-lines-written
           MOVE seg-units  TO units-edited
           MOVE seg-amount TO amount-edited
           MOVE seg-rate   TO rate-edited
           MOVE SPACES TO billing-units-line
           STRING "DETAIL   " ss-site-id " " ss-date-stamp
               " UNITS " FUNCTION TRIM(units-edited)
               " RATE " FUNCTION TRIM(rate-edited)
               " AMOUNT " FUNCTION TRIM(amount-edited)
               " TARIFF " FUNCTION TRIM(tariff-label)
               INTO billing-units-line
           END-STRING
           WRITE billing-units-line
           ADD 1 TO lines-written
           .
      *> The month's demand, minimum and penalty charges land on
      *> the owner holding the site at the month's last billed day,
      *> ahead of the subtotal so the invoice carries them.
       close-site-month.
           IF month-last-date = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO charge-found-sw
           MOVE ZERO TO demand-peak
           MOVE current-site    TO rate-want-site
           MOVE month-last-date TO rate-want-date
           MOVE "D" TO rate-want-kind
           PERFORM find-rate
           IF rate-hit
               SET charge-found TO TRUE
               MOVE rt-rate TO demand-rate
           END-IF
           IF charge-found AND num-month-peaks > 0
               SET peak-idx TO 1
               SEARCH month-peak-entry
                   AT END
                       CONTINUE
                   WHEN mk-site-id (peak-idx) = current-site
                           AND mk-month (peak-idx) = current-month
                       MOVE mk-peak-val (peak-idx) TO demand-peak
               END-SEARCH
           END-IF
           IF charge-found AND demand-peak > 0
               COMPUTE charge-amount ROUNDED =
                   demand-peak * demand-rate
               MOVE demand-peak TO peak-edited
               MOVE demand-rate TO rate-edited
               MOVE charge-amount TO amount-edited
               MOVE SPACES TO billing-units-line
               STRING "DEMAND   " current-site " " current-month
                   "    PEAK " FUNCTION TRIM(peak-edited)
                   " RATE " FUNCTION TRIM(rate-edited)
                   " AMOUNT " FUNCTION TRIM(amount-edited)
                   " TARIFF DEMAND"
                   INTO billing-units-line
               END-STRING
               PERFORM write-month-charge
               ADD 1 TO demand-charges
           END-IF

           MOVE SPACE TO charge-found-sw
           MOVE current-site    TO rate-want-site
           MOVE month-last-date TO rate-want-date
           MOVE "M" TO rate-want-kind
           PERFORM find-rate
           IF rate-hit
               SET charge-found TO TRUE
               MOVE rt-charge TO minimum-charge
           END-IF
           IF charge-found AND mtd-amount < minimum-charge
               COMPUTE charge-amount = minimum-charge - mtd-amount
               MOVE minimum-charge TO charge-edited
               MOVE charge-amount TO amount-edited
               MOVE mtd-amount TO tot-amount-edited
               MOVE SPACES TO billing-units-line
               STRING "MINIMUM  " current-site " " current-month
                   "    CHARGE " FUNCTION TRIM(charge-edited)
                   " BILLED " FUNCTION TRIM(tot-amount-edited)
                   " AMOUNT " FUNCTION TRIM(amount-edited)
                   " TARIFF MINIMUM"
                   INTO billing-units-line
               END-STRING
               PERFORM write-month-charge
               ADD 1 TO minimum-top-ups
           END-IF

      *> The capacity penalty comes after the minimum-charge test so
      *> a penalty never counts towards meeting the minimum.
           MOVE SPACE TO charge-found-sw
           MOVE current-site    TO rate-want-site
           MOVE month-last-date TO rate-want-date
           MOVE "P" TO rate-want-kind
           PERFORM find-rate
           IF rate-hit
               SET charge-found TO TRUE
               MOVE rt-rate TO penalty-rate
           END-IF
           MOVE ZERO TO penalty-breaches, penalty-excess
           IF charge-found AND num-breach-months > 0
               SET bmonth-idx TO 1
               SEARCH breach-month-entry
                   AT END
                       CONTINUE
                   WHEN bm-site-id (bmonth-idx) = current-site
                           AND bm-month (bmonth-idx) = current-month
                       MOVE bm-breaches (bmonth-idx)
                           TO penalty-breaches
                       MOVE bm-excess (bmonth-idx) TO penalty-excess
               END-SEARCH
           END-IF
           IF charge-found AND penalty-excess > 0
               COMPUTE charge-amount ROUNDED =
                   penalty-excess * penalty-rate
               MOVE penalty-breaches TO breaches-edited
               MOVE penalty-excess TO peak-edited
               MOVE penalty-rate TO rate-edited
               MOVE charge-amount TO amount-edited
               MOVE SPACES TO billing-units-line
               STRING "PENALTY  " current-site " " current-month
                   "    BREACHES " FUNCTION TRIM(breaches-edited)
                   " EXCESS " FUNCTION TRIM(peak-edited)
                   " RATE " FUNCTION TRIM(rate-edited)
                   " AMOUNT " FUNCTION TRIM(amount-edited)
                   " TARIFF PENALTY"
                   INTO billing-units-line
               END-STRING
               PERFORM write-month-charge
               ADD 1 TO penalty-charges
           END-IF

           MOVE ZERO TO mtd-units, mtd-amount
           MOVE SPACES TO month-last-date
           .
       write-month-charge.
           WRITE billing-units-line
           ADD 1 TO lines-written
           ADD charge-amount TO site-amount, total-amount, mtd-amount
           .
      *> The first billing of a site-day stands: a later change to
      *> its figures is credited or debited by rebill-run against
      *> this snapshot, never by overwriting it here.
       record-billed-snapshot.
           IF NOT billed-snapshot-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE ss-site-id        TO bs-site-id
           MOVE ss-date-stamp     TO bs-date-stamp
           MOVE ss-day-accepted   TO bs-accepted
           MOVE ss-mean-val       TO bs-mean-val
           MOVE day-units         TO bs-units
           MOVE applied-rate      TO bs-rate
           MOVE day-amount        TO bs-amount
           MOVE ss-date-stamp (1:7) TO bs-period
           MOVE billed-on-date    TO bs-billed-on
           MOVE ZERO              TO bs-amends-applied
           WRITE billed-snapshot-record
               INVALID KEY
                   CONTINUE
           END-WRITE
           .
       write-site-subtotal.
           ADD 1 TO sites-billed
           MOVE site-units  TO tot-units-edited
                   OPEN OUTPUT transfer-report-file
                   IF transfer-report-is-ok
                       SET transfer-report-open TO TRUE
                       MOVE SPACES TO transfer-report-line
                       CALL "report-environment"
                           USING transfer-report-line
                       WRITE transfer-report-line
                   END-IF
               END-IF
               IF transfer-report-open
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO scorecard-line
           CALL "report-environment" USING scorecard-line
           WRITE scorecard-line

           MOVE "VENDOR               MONTH   LINES-READ ACCEPTED"
               & " REJECTED QUAR FALLBACK DUPS  LAYOUT-ERRS"
           03  FILLER              PIC X       VALUE SPACE.
           03  sst-record-image    PIC X(321).

      *> "item-id,disposition,operator[,site-id]" - the site-id,
      *> when the desk keys one, is the site they believe the item
      *> belongs to, optionally in its check-digit form ("id/d").
       FD  suspense-actions-file.
       01  suspense-action-record  PIC X(60).

       FD  refeed-file.
       01  refeed-record           PIC X(321).

       01  next-item-id            PIC 9(6) VALUE 1.
       01  today-date              PIC X(10).
       01  now-stamp               PIC X(14).
       01  opened-stamp            PIC X(14).
       01  business-minutes        PIC 9(9).
       01  working-day-minutes     PIC 9(4).
       01  open-age-hours          PIC 9(7).

      *> Items age in business hours (business-hours-elapsed);
      *> [suspense] AGING-HOURS sets the limit directly, else
      *> AGING-DAYS counts working days of the configured length.
       01  aging-days-limit        PIC 9(3) VALUE 7.
       01  aging-hours-limit       PIC 9(5) VALUE 0.
       01  cfg-section             PIC X(32) VALUE "suspense".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  act-disp-text           PIC X(10).
       01  act-operator-text       PIC X(8).
       01  act-item-id             PIC 9(6).
       01  act-site-key            PIC X(12).
       01  act-site-id             PIC X(8).
       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.
           88  scd-no-check-digit  VALUE "N".
           88  scd-check-passed    VALUE "V".
       01  action-found-sw         PIC X.
           88  action-found        VALUE "Y".

               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           MOVE CURRENT-DATE (1:14) TO now-stamp

           MOVE "AGING-DAYS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE aging-days-limit = NUMVAL(cfg-value)
           END-IF
           MOVE "AGING-HOURS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE aging-hours-limit = NUMVAL(cfg-value)
           END-IF

           PERFORM load-suspense-store
           PERFORM fold-run-suspense
               " item(s) folded in, " items-released
               " released, " items-written-off " written off, "
               items-referred " referred, " items-aged
               " open past " aging-hours-limit
               " business hour(s), "
               items-purged " disposed item(s) moved to history."
           IF actions-rejected > 0
               DISPLAY "suspense-manager: " actions-rejected
           .
       apply-one-disposition.
           MOVE SPACES TO act-id-text, act-disp-text,
               act-operator-text, act-site-key, act-site-id
           UNSTRING suspense-action-record DELIMITED BY ","
               INTO act-id-text, act-disp-text, act-operator-text,
                   act-site-key
           IF TEST-NUMVAL(TRIM(act-id-text)) NOT = 0
               ADD 1 TO actions-rejected
               EXIT PARAGRAPH
           END-IF
           IF act-site-key NOT = SPACES
               CALL "site-check-digit" USING act-site-key,
                   act-site-id, scd-check-digit, scd-verdict
               IF NOT scd-no-check-digit AND NOT scd-check-passed
                   ADD 1 TO actions-rejected
                   DISPLAY "suspense-manager: site " act-site-key
                       " keyed for item " act-id-text " fails its "
                       "check digit - action skipped."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           COMPUTE act-item-id = NUMVAL(act-id-text)

           MOVE SPACE TO action-found-sw
                   "skipped."
               EXIT PARAGRAPH
           END-IF
           *> the held record's own site-id leads its image
           IF act-site-id NOT = SPACES
                   AND act-site-id
                       NOT = st-record-image (store-idx) (1:8)
               ADD 1 TO actions-rejected
               DISPLAY "suspense-manager: item " act-id-text
                   " is held for site "
                   st-record-image (store-idx) (1:8) ", not "
                   act-site-id " - action skipped."
               EXIT PARAGRAPH
           END-IF

           EVALUATE UPPER-CASE(TRIM(act-disp-text))
               WHEN "RELEASE"
           CLOSE batch-control-file
           .
       write-aging-report.
      *> an empty span still reports the length of the working day
           IF aging-hours-limit = 0
               MOVE SPACES TO opened-stamp
               CALL "business-hours-elapsed" USING opened-stamp,
                   now-stamp, business-minutes, working-day-minutes
               COMPUTE aging-hours-limit =
                   aging-days-limit * working-day-minutes / 60
           END-IF
           OPEN OUTPUT aging-report-file
           IF NOT aging-report-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO aging-report-line
           CALL "report-environment" USING aging-report-line
           WRITE aging-report-line
           PERFORM VARYING store-idx FROM 1 BY 1
                   UNTIL store-idx > num-store-items
               IF st-open (store-idx)
           END-PERFORM
           CLOSE aging-report-file
           .
      *> The store keeps only the date an item opened, so its age
      *> runs from the start of that day.
       age-one-item.
           IF st-opened-date (store-idx) (5:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO opened-stamp
           STRING st-opened-date (store-idx) (1:4)
               st-opened-date (store-idx) (6:2)
               st-opened-date (store-idx) (9:2) "000000"
               DELIMITED BY SIZE
               INTO opened-stamp
           END-STRING
           CALL "business-hours-elapsed" USING opened-stamp,
               now-stamp, business-minutes, working-day-minutes
           DIVIDE business-minutes BY 60 GIVING open-age-hours
           IF open-age-hours > aging-hours-limit
               ADD 1 TO items-aged
               MOVE SPACES TO aging-report-line
               STRING "ITEM " st-item-id (store-idx)
                   " OPEN " open-age-hours
                   " BUSINESS HOUR(S) SINCE "
                   st-opened-date (store-idx) " REASON "
                   TRIM(st-reason (store-idx)) " : "
                   st-record-image (store-idx) (1:40)
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO restatement-report-line
           CALL "report-environment" USING restatement-report-line
           WRITE restatement-report-line

           MOVE "DATE       BEFORE-MEAN  AFTER-MEAN   DELTA"
               & "        CORRECTED" TO restatement-report-line
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO audit-report-line
           CALL "report-environment" USING audit-report-line
           WRITE audit-report-line

           PERFORM FOREVER
               READ archive-catalog-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO forecast-report-line
           CALL "report-environment" USING forecast-report-line
           WRITE forecast-report-line

           PERFORM project-remaining-window
           PERFORM report-slowing-steps
      *> run-state.txt, control-balance breaks, unacknowledged
      *> alerts off the alert queue, then the exception, outlier
      *> and open-suspense counts against yesterday's (carried in
      *> handover-counts.txt), the last day's operator requests
      *> off request-audit.txt (with any still awaiting a second
      *> operator as action items), and finally every step's
      *> completed runs from run-history with start, end and
      *> return code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. shift-handover.

               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS handover-counts-status.

           SELECT request-queue-file ASSIGN TO "request-queue.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS request-queue-status.

           SELECT request-audit-file ASSIGN TO "request-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS request-audit-status.

           SELECT handover-report-file
               ASSIGN TO "handover-report.txt"
               ORGANIZATION LINE SEQUENTIAL
           03  FILLER              PIC X       VALUE SPACE.
           03  hc-quarantines      PIC 9(4).

      *> Layout written by request-processor.
       FD  request-queue-file.
       01  request-queue-record.
           03  rq-number           PIC 9(5).
           03  FILLER              PIC X.
           03  rq-status           PIC X.
           03  FILLER              PIC X.
           03  rq-action           PIC X(16).
           03  FILLER              PIC X.
           03  rq-target           PIC X(20).
           03  FILLER              PIC X.
           03  rq-requester        PIC X(32).
           03  FILLER              PIC X(109).

       FD  request-audit-file.
       01  request-audit-record    PIC X(300).

       FD  handover-report-file.
       01  handover-report-line    PIC X(132).

       01  handover-counts-status  PIC 99.
           88 handover-counts-is-ok
                                   VALUE 0.
       01  request-queue-status    PIC 99.
           88 request-queue-is-ok  VALUE 0.
       01  request-audit-status    PIC 99.
           88 request-audit-is-ok  VALUE 0.
       01  handover-report-status  PIC 99.
           88 handover-report-is-ok
                                   VALUE 0.
       01  delta-value             PIC S9(8).
       01  delta-edited            PIC +(7)9.
       01  action-items            PIC 9(3).
       01  pending-requests        PIC 9(3).
       01  request-steps           PIC 9(5).
       01  request-cutoff          PIC X(14).

       *> START lines held until their END arrives, so the step
       *> table shows the start/end pair, not just the finish -
           END-STRING
           WRITE handover-report-line
           MOVE SPACES TO handover-report-line
           CALL "report-environment" USING handover-report-line
           WRITE handover-report-line
           MOVE SPACES TO handover-report-line
           WRITE handover-report-line

           PERFORM report-failed-steps
           PERFORM report-balance-breaks
           PERFORM report-open-alerts
           PERFORM report-pending-requests

           IF action-items = 0
               MOVE "NOTHING REQUIRES ACTION - clean night."
           WRITE handover-report-line

           PERFORM report-counts-vs-yesterday
           PERFORM report-operator-requests
           PERFORM report-step-timings

           CLOSE handover-report-file
           END-PERFORM
           CLOSE alert-queue-file
           .
       report-pending-requests.
           OPEN INPUT request-queue-file
           IF NOT request-queue-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ request-queue-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF rq-status = "P"
                   ADD 1 TO pending-requests, action-items
                   MOVE SPACES TO handover-report-line
                   STRING "ACT: REQUEST AWAITS APPROVAL " rq-number
                       " " TRIM(rq-action) " " TRIM(rq-target)
                       " BY " TRIM(rq-requester)
                       INTO handover-report-line
                   END-STRING
                   WRITE handover-report-line
               END-IF
           END-PERFORM
           CLOSE request-queue-file
           .
      *> Every request-audit.txt step of the last 24 hours, chain
      *> value and all, as written.
       report-operator-requests.
           OPEN INPUT request-audit-file
           IF NOT request-audit-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO request-cutoff
           STRING DATE-OF-INTEGER(INTEGER-OF-DATE(
                   NUMVAL(CURRENT-DATE (1:8))) - 1)
               CURRENT-DATE (9:6)
               DELIMITED BY SIZE
               INTO request-cutoff
           END-STRING
           MOVE SPACES TO handover-report-line
           WRITE handover-report-line
           MOVE "OPERATOR REQUESTS - LAST 24 HOURS"
               TO handover-report-line
           WRITE handover-report-line
           PERFORM FOREVER
               READ request-audit-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF request-audit-record (1:14) NOT < request-cutoff
                   ADD 1 TO request-steps
                   MOVE request-audit-record (1:132)
                       TO handover-report-line
                   WRITE handover-report-line
               END-IF
           END-PERFORM
           CLOSE request-audit-file
           IF request-steps = 0
               MOVE "  none" TO handover-report-line
               WRITE handover-report-line
           END-IF
           .
       report-counts-vs-yesterday.
           PERFORM count-one-file-exceptions
           PERFORM count-one-file-outliers
           PERFORM count-open-suspense
           PERFORM load-prior-counts

           MOVE "COUNTS (TODAY vs YESTERDAY):"
               TO handover-report-line
           WRITE handover-report-line

           COMPUTE delta-value = exception-count
               - prior-exceptions
           MOVE delta-value TO delta-edited
           MOVE SPACES TO handover-report-line
           STRING "  EXCEPTIONS " exception-count " ("
               TRIM(delta-edited) ")"
               INTO handover-report-line
      *> refused with a message naming the holder, a lock older
      *> than [locks] STALE-MINUTES (default 120) is presumed left
      *> by an abend and reported as stale, and an operator who has
      *> confirmed the holder is dead takes a stale lock over with
      *> an approved LOCK-OVERRIDE request (request-processor),
      *> whose lock-override.txt marker names the lock and is
      *> consumed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-lock.

           MOVE SPACE TO override-on-sw
           OPEN INPUT override-marker-file
           IF override-marker-is-ok
               MOVE SPACES TO override-marker-record
               READ override-marker-file
                   AT END
                       CONTINUE
               END-READ
               CLOSE override-marker-file
               *> a marker issued for another lock stays for it
               IF override-marker-record = in-lock-name
                   SET override-present TO TRUE
               END-IF
           END-IF

           IF override-present
                   " is held by " TRIM(lk-holder)
                   " and looks STALE (" age-minutes
                   " minute(s)) - confirm the holder abended, "
                   "then raise a LOCK-OVERRIDE request and rerun."
           END-IF
           .
       take-the-lock.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO compare-report-line
           CALL "report-environment" USING compare-report-line
           WRITE compare-report-line

           PERFORM FOREVER
               READ compare-control-file
           END-STRING
           WRITE pack-report-line
           MOVE SPACES TO pack-report-line
           CALL "report-environment" USING pack-report-line
           WRITE pack-report-line
           MOVE SPACES TO pack-report-line
           WRITE pack-report-line
           .
       write-month-comparison.
      *> "number,operator,disposition-note" line per closure, a
      *> line with no note is refused, and the consumed requests
      *> rewrite incidents.txt in place.  Whatever stays open is
      *> aged in business hours (business-hours-elapsed) against its
      *> severity's deadline ([incidents] E-DEADLINE-HOURS /
      *> W-DEADLINE-HOURS, defaults 24 and 72, also business hours)
      *> and reported when overdue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident-close.
       01  work-status             PIC X.
       01  work-severity           PIC X.
       01  work-yyyymmdd           PIC 9(8).
       01  now-stamp               PIC X(14).
       01  business-minutes        PIC 9(9).
       01  working-day-minutes     PIC 9(4).
       01  age-hours               PIC S9(9).
       01  deadline-hours          PIC 9(4).

           IF NOT aging-report-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO aging-report-line
           CALL "report-environment" USING aging-report-line
           WRITE aging-report-line
           MOVE CURRENT-DATE (1:14) TO now-stamp
           PERFORM VARYING incdt-idx FROM 1 BY 1
                   UNTIL incdt-idx > num-incidents
               IF ie-record (incdt-idx) (22:1) = "O"
           IF work-yyyymmdd NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           *> a Friday-evening incident is not three days old on
           *> Monday morning - only working hours count
           CALL "business-hours-elapsed" USING work-opened,
               now-stamp, business-minutes, working-day-minutes
           DIVIDE business-minutes BY 60 GIVING age-hours

           IF work-severity = "E"
               MOVE e-deadline-hours TO deadline-hours
               STRING "OVERDUE "
                   ie-record (incdt-idx) (1:5)
                   " SEVERITY " work-severity
                   " OPEN " age-hours " BUSINESS HOUR(S), DEADLINE "
                   deadline-hours ": "
                   ie-record (incdt-idx) (26:80)
                   INTO aging-report-line
           GOBACK
           .
       END PROGRAM exception-inquiry.

      *> Folds each run's HOUR records from data-munging's
      *> load-profile.txt into a keyed history on date and hour, so
      *> the hour position survives the next run's OPEN OUTPUT the
      *> way the daily figures survive in daily-stats-history, then
      *> rebuilds the monthly hour-of-day profile from every day the
      *> history holds: per month per hour, the days seen, the
      *> accepted count and the mean, with the month's peak hour
      *> marked.  Operations planning reads load-profile-month.txt
      *> instead of rebuilding it by hand from the raw feed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. load-profile-update.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT load-profile-file ASSIGN TO "load-profile.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS load-profile-status.

           SELECT profile-history-file
               ASSIGN TO "load-profile-history"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ph-key
               FILE STATUS profile-history-status.

           SELECT month-profile-file ASSIGN TO "load-profile-month.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS month-profile-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's load-profile-record.
       FD  load-profile-file.
       01  load-profile-record.
           03  lp-record-type      PIC X(4).
               88  lp-hour-record  VALUE "HOUR".
           03  FILLER              PIC X.
           03  lp-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  lp-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  lp-hour             PIC 99.
           03  FILLER              PIC X.
           03  lp-accepted         PIC 9(6).
           03  FILLER              PIC X.
           03  lp-value            PIC 9(8)V9(3).

       FD  profile-history-file.
       01  profile-history-record.
           03  ph-key.
               05  ph-date-stamp   PIC X(10).
               05  ph-hour         PIC 99.
           03  ph-accepted         PIC 9(6).
           03  ph-mean-val         PIC 9(8)V9(3).

       FD  month-profile-file.
       01  month-profile-record.
           03  mp-month            PIC X(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  mp-hour             PIC 99.
           03  FILLER              PIC X       VALUE SPACE.
           03  mp-days             PIC 9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  mp-accepted         PIC 9(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  mp-mean-val         PIC 9(8)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  mp-peak-marker      PIC X(4).

       WORKING-STORAGE SECTION.
       01  load-profile-status     PIC 99.
           88 load-profile-is-ok   VALUE 0.
       01  profile-history-status  PIC 99.
           88 profile-history-is-ok
                                   VALUE 0.
           88 profile-history-eof  VALUE 10.
       01  month-profile-status    PIC 99.
           88 month-profile-is-ok  VALUE 0.

       01  hours-posted            PIC 9(6).

       01  lock-name               PIC X(20)
                                    VALUE "load-profile".
       01  lock-action             PIC X.
       01  lock-grant-flag         PIC X.
           88  lock-was-granted    VALUE "Y".

       *> Month by hour accumulators rebuilt from the whole history
       *> on every run, so a restated day folds in cleanly.
       01  num-profile-months      PIC 9(3).
       01  profile-months-area.
           03  profile-month-entry OCCURS 1 TO 120 TIMES
                                    DEPENDING ON num-profile-months
                                    INDEXED BY month-idx.
               05  pm-month        PIC X(7).
               05  pm-hour-slot    OCCURS 24 TIMES
                                    INDEXED BY slot-idx.
                   07  pm-days     PIC 9(3).
                   07  pm-accepted PIC 9(8).
                   07  pm-total    PIC 9(12)V9(3).
               05  pm-peak-slot    PIC 99.
               05  pm-peak-mean    PIC 9(8)V9(3).

       01  slot-mean               PIC 9(8)V9(3).
       01  months-written          PIC 9(3).
       01  months-aged-out         PIC 9(5) VALUE ZERO.

       01  rh-program-name         PIC X(20)
                                    VALUE "load-profile-update".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       load-profile-update-main.
           MOVE "A" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           IF NOT lock-was-granted
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           OPEN I-O profile-history-file
           IF NOT profile-history-is-ok
               OPEN OUTPUT profile-history-file
               IF profile-history-is-ok
                   CLOSE profile-history-file
                   OPEN I-O profile-history-file
               END-IF
           END-IF
           IF NOT profile-history-is-ok
               DISPLAY "load-profile-update: profile history could "
                   "not be opened. The program will terminate."
               PERFORM release-profile-lock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT load-profile-file
           IF load-profile-is-ok
               PERFORM post-load-profile-hours
               CLOSE load-profile-file
           ELSE
               DISPLAY "load-profile-update: no load profile file - "
                   "monthly profile rebuilt from the history alone."
           END-IF

           PERFORM accumulate-month-profiles
           CLOSE profile-history-file

           PERFORM write-month-profiles

           PERFORM release-profile-lock

           MOVE "END" TO rh-phase
           MOVE hours-posted TO rh-records-in
           MOVE months-written TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           DISPLAY "load-profile-update: " hours-posted
               " hour record(s) posted, " months-written
               " month(s) of hour-of-day profile written."
           IF months-aged-out > 0
               DISPLAY "load-profile-update: " months-aged-out
                   " earliest month(s) of the history aged out of "
                   "the 120-month profile."
           END-IF
           GOBACK
           .
       release-profile-lock.
           MOVE "R" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           .
      *> A date and hour already on the history is rewritten with
      *> the latest run's figures, as stats-history-update does for
      *> the day lines; the PEAK records are per-run reading and are
      *> not kept.
       post-load-profile-hours.
           PERFORM FOREVER
               READ load-profile-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF lp-hour-record AND lp-date-stamp NOT = SPACES
                       AND lp-hour < 24
                   MOVE lp-date-stamp TO ph-date-stamp
                   MOVE lp-hour       TO ph-hour
                   MOVE lp-accepted   TO ph-accepted
                   MOVE lp-value      TO ph-mean-val
                   WRITE profile-history-record
                       INVALID KEY
                           REWRITE profile-history-record
                   END-WRITE
                   ADD 1 TO hours-posted
               END-IF
           END-PERFORM
           .
       accumulate-month-profiles.
           MOVE LOW-VALUES TO ph-key
           START profile-history-file KEY NOT < ph-key
               INVALID KEY
                   MOVE 10 TO profile-history-status
           END-START
           PERFORM UNTIL profile-history-eof
               READ profile-history-file NEXT
                   AT END
                       MOVE 10 TO profile-history-status
                   NOT AT END
                       PERFORM fold-one-history-hour
               END-READ
           END-PERFORM
           .
       fold-one-history-hour.
           IF num-profile-months > 0
               SET month-idx TO 1
               SEARCH profile-month-entry
                   AT END
                       PERFORM add-profile-month
                   WHEN pm-month (month-idx) = ph-date-stamp (1:7)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-profile-month
           END-IF
           IF pm-month (month-idx) NOT = ph-date-stamp (1:7)
               EXIT PARAGRAPH
           END-IF
           SET slot-idx TO ph-hour
           SET slot-idx UP BY 1
           ADD 1 TO pm-days (month-idx, slot-idx)
           ADD ph-accepted TO pm-accepted (month-idx, slot-idx)
           COMPUTE pm-total (month-idx, slot-idx) =
               pm-total (month-idx, slot-idx)
               + ph-mean-val * ph-accepted
           .
      *> The history is read in date order, so the table fills in
      *> month order; a history longer than the table ages out its
      *> earliest month, so the profile always holds the newest.
       add-profile-month.
           IF num-profile-months = 120
               ADD 1 TO months-aged-out
               PERFORM VARYING month-idx FROM 1 BY 1
                       UNTIL month-idx NOT < 120
                   MOVE profile-month-entry (month-idx + 1)
                       TO profile-month-entry (month-idx)
               END-PERFORM
               SUBTRACT 1 FROM num-profile-months
           END-IF
           ADD 1 TO num-profile-months
           SET month-idx TO num-profile-months
           INITIALIZE profile-month-entry (month-idx)
           MOVE ph-date-stamp (1:7) TO pm-month (month-idx)
           .
       write-month-profiles.
           OPEN OUTPUT month-profile-file
           IF NOT month-profile-is-ok
               DISPLAY "load-profile-update: monthly profile file "
                   "could not be opened - profile not written."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING month-idx FROM 1 BY 1
                   UNTIL month-idx > num-profile-months
               PERFORM find-month-peak-hour
               PERFORM VARYING slot-idx FROM 1 BY 1
                       UNTIL slot-idx > 24
                   IF pm-accepted (month-idx, slot-idx) > 0
                       PERFORM write-one-month-hour
                   END-IF
               END-PERFORM
               ADD 1 TO months-written
           END-PERFORM
           CLOSE month-profile-file
           .
       find-month-peak-hour.
           MOVE ZERO TO pm-peak-slot (month-idx),
               pm-peak-mean (month-idx)
           PERFORM VARYING slot-idx FROM 1 BY 1
                   UNTIL slot-idx > 24
               IF pm-accepted (month-idx, slot-idx) > 0
                   COMPUTE slot-mean ROUNDED =
                       pm-total (month-idx, slot-idx)
                       / pm-accepted (month-idx, slot-idx)
                   IF pm-peak-slot (month-idx) = 0
                           OR slot-mean > pm-peak-mean (month-idx)
                       SET pm-peak-slot (month-idx) TO slot-idx
                       MOVE slot-mean TO pm-peak-mean (month-idx)
                   END-IF
               END-IF
           END-PERFORM
           .
       write-one-month-hour.
           COMPUTE slot-mean ROUNDED =
               pm-total (month-idx, slot-idx)
               / pm-accepted (month-idx, slot-idx)
           MOVE SPACES TO month-profile-record
           MOVE pm-month (month-idx) TO mp-month
           SET mp-hour TO slot-idx
           SUBTRACT 1 FROM mp-hour
           MOVE pm-days (month-idx, slot-idx) TO mp-days
           MOVE pm-accepted (month-idx, slot-idx) TO mp-accepted
           MOVE slot-mean TO mp-mean-val
           IF pm-peak-slot (month-idx) = mp-hour + 1
               MOVE "PEAK" TO mp-peak-marker
           END-IF
           WRITE month-profile-record
           .
       END PROGRAM load-profile-update.

      *> Customer invoice run over billing-extract's bureau file.
      *> Each SUBTOTAL line of billing-units.txt already carries the
      *> site, the owner resolved from site-owners.txt and the
      *> site's priced amount; the lines are grouped by owner and
      *> billing period (the month of the site's detail dates), one
      *> invoice printed per owner per period to invoices.txt under
      *> the next sequential invoice number, and each invoice posted
      *> to ar-ledger.txt as an open item.  An owner and period
      *> already on the ledger is not invoiced twice.  Payment terms
      *> come from Configuration.txt's [invoicing] TERMS-DAYS, 30
      *> days when no key is set.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invoice-run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT billing-units-file ASSIGN TO "billing-units.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS billing-units-status.

           SELECT ar-ledger-file ASSIGN TO "ar-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ar-ledger-status.

           SELECT invoice-print-file ASSIGN TO "invoices.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS invoice-print-status.

       DATA DIVISION.
       FILE SECTION.
       FD  billing-units-file.
       01  billing-units-line      PIC X(132).

      *> One open item per invoice; cash-receipts applies payments
      *> against ar-paid and closes the item when it is settled.
       FD  ar-ledger-file.
       01  ar-ledger-record.
           03  ar-invoice-no       PIC 9(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-owner            PIC X(12).
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-period           PIC X(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-invoice-date     PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-due-date         PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-amount           PIC 9(10)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-paid             PIC 9(10)V99.
           03  FILLER              PIC X       VALUE SPACE.
           03  ar-status           PIC X.
               88  ar-open         VALUE "O".
               88  ar-settled      VALUE "P".

       FD  invoice-print-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  billing-units-status    PIC 99.
           88 billing-units-is-ok  VALUE 0.
       01  ar-ledger-status        PIC 99.
           88 ar-ledger-is-ok      VALUE 0.
       01  invoice-print-status    PIC 99.
           88 invoice-print-is-ok  VALUE 0.

       01  cfg-section             PIC X(32) VALUE "invoicing".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".
       01  terms-days              PIC 9(3) VALUE 30.

       *> Owner and period of every item already on the ledger, so
       *> a rerun of the same billing file cannot invoice twice.
       01  num-ledger-keys         PIC 9(5).
       01  ledger-keys-area.
           03  ledger-key-entry    OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON num-ledger-keys
                                    INDEXED BY lkey-idx.
               05  lk-owner        PIC X(12).
               05  lk-period       PIC X(7).
       01  next-invoice-no         PIC 9(7) VALUE 1.

       *> One entry per owner per period, each with the sites that
       *> make up its invoice.
       01  num-invoices            PIC 9(4).
       01  invoices-area.
           03  invoice-entry       OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-invoices
                                    INDEXED BY inv-idx.
               05  iv-owner        PIC X(12).
               05  iv-period       PIC X(7).
               05  iv-amount       PIC 9(10)V99.
               05  iv-units        PIC 9(12)V9(3).
       01  num-invoice-lines       PIC 9(5).
       01  invoice-lines-area.
           03  invoice-line-entry  OCCURS 1 TO 10000 TIMES
                                    DEPENDING ON num-invoice-lines
                                    INDEXED BY ivl-idx.
               05  il-invoice      PIC 9(4).
               05  il-site-id      PIC X(8).
               05  il-units        PIC 9(12)V9(3).
               05  il-amount       PIC 9(10)V99.
       01  invoice-found-sw        PIC X.
           88  invoice-found       VALUE "Y".
       01  invoice-overflow-count  PIC 9(5) VALUE ZERO.
       01  line-overflow-count     PIC 9(5) VALUE ZERO.

       01  last-detail-period      PIC X(7) VALUE SPACES.
       01  sub-site-id             PIC X(8).
       01  sub-owner               PIC X(12).
       01  sub-word-1              PIC X(12).
       01  sub-units-text          PIC X(20).
       01  sub-word-2              PIC X(12).
       01  sub-amount-text         PIC X(20).
       01  sub-units               PIC 9(12)V9(3).
       01  sub-amount              PIC 9(10)V99.

       01  today-date              PIC X(10).
       01  due-date                PIC X(10).
       01  due-date-num            PIC 9(8).

       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).

       01  invoices-raised         PIC 9(5).
       01  invoices-skipped        PIC 9(5).
       01  total-invoiced          PIC 9(12)V99.

       01  units-edited            PIC Z(11)9.999.
       01  amount-edited           PIC Z(9)9.99.
       01  tot-amount-edited       PIC Z(11)9.99.

       01  ctl-step-name           PIC X(20) VALUE "invoice-run".
       01  ctl-in-file             PIC X(40)
                                    VALUE "billing-units.txt".
       01  ctl-out-file            PIC X(40)
                                    VALUE "ar-ledger.txt".
       01  ctl-zero-count          PIC 9(8)  VALUE ZERO.
       01  lines-read              PIC 9(8).
       01  items-posted            PIC 9(8).

       01  rh-program-name         PIC X(20) VALUE "invoice-run".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       invoice-run-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE "TERMS-DAYS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE terms-days = NUMVAL(cfg-value)
           END-IF

           MOVE SPACES TO today-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           MOVE today-date TO report-date
           COMPUTE due-date-num = DATE-OF-INTEGER(
               INTEGER-OF-DATE(NUMVAL(CURRENT-DATE (1:8)))
               + terms-days)
           MOVE SPACES TO due-date
           STRING due-date-num (1:4) "-" due-date-num (5:2) "-"
               due-date-num (7:2)
               INTO due-date
           END-STRING

           OPEN INPUT billing-units-file
           IF NOT billing-units-is-ok
               DISPLAY "invoice-run: no billing units file - "
                   "nothing to invoice."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-billing-subtotals
           CLOSE billing-units-file
           *> an owner-period or site that did not fit would be
           *> short-billed, so nothing is invoiced at all
           IF invoice-overflow-count > 0 OR line-overflow-count > 0
               DISPLAY "invoice-run: " invoice-overflow-count
                   " subtotal(s) past the table of 2000 invoices, "
                   line-overflow-count " past the table of 10000 "
                   "invoice lines - nothing invoiced."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM load-ledger-keys

           OPEN OUTPUT invoice-print-file
           IF NOT invoice-print-is-ok
               DISPLAY "invoice-run: invoice print file could not "
                   "be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND ar-ledger-file
           IF NOT ar-ledger-is-ok
               OPEN OUTPUT ar-ledger-file
           END-IF
           IF NOT ar-ledger-is-ok
               DISPLAY "invoice-run: AR ledger could not be "
                   "opened. The program will terminate."
               CLOSE invoice-print-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING inv-idx FROM 1 BY 1
                   UNTIL inv-idx > num-invoices
               PERFORM raise-one-invoice
           END-PERFORM

           CLOSE ar-ledger-file
           CLOSE invoice-print-file

           CALL "write-control-total" USING ctl-step-name,
               ctl-in-file, lines-read, ctl-out-file,
               items-posted, ctl-zero-count

           MOVE "END" TO rh-phase
           MOVE lines-read TO rh-records-in
           MOVE items-posted TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE total-invoiced TO tot-amount-edited
           DISPLAY "invoice-run: " invoices-raised
               " invoice(s) raised for " TRIM(tot-amount-edited)
               ", " invoices-skipped
               " owner-period(s) already on the ledger."
           GOBACK
           .
      *> DETAIL lines only set the period the next SUBTOTAL belongs
      *> to; the SUBTOTAL carries the owner and the priced amount.
       load-billing-subtotals.
           PERFORM FOREVER
               READ billing-units-file
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO lines-read
               EVALUATE billing-units-line (1:9)
                   WHEN "DETAIL   "
                       MOVE billing-units-line (19:7)
                           TO last-detail-period
                   WHEN "SUBTOTAL "
                       PERFORM note-one-subtotal
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
       note-one-subtotal.
           MOVE billing-units-line (10:8)  TO sub-site-id
           MOVE billing-units-line (19:12) TO sub-owner
           MOVE SPACES TO sub-word-1, sub-units-text, sub-word-2,
               sub-amount-text
           UNSTRING billing-units-line (32:) DELIMITED BY ALL SPACE
               INTO sub-word-1, sub-units-text, sub-word-2,
                   sub-amount-text
           IF sub-word-1 NOT = "UNITS" OR sub-word-2 NOT = "AMOUNT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE sub-units  = NUMVAL(sub-units-text)
           COMPUTE sub-amount = NUMVAL(sub-amount-text)
           IF last-detail-period = SPACES
               MOVE today-date (1:7) TO last-detail-period
           END-IF

           MOVE "Y" TO invoice-found-sw
           IF num-invoices > 0
               SET inv-idx TO 1
               SEARCH invoice-entry
                   AT END
                       PERFORM add-invoice-entry
                   WHEN iv-owner (inv-idx) = sub-owner
                           AND iv-period (inv-idx)
                               = last-detail-period
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-invoice-entry
           END-IF
           IF NOT invoice-found
               EXIT PARAGRAPH
           END-IF
           IF num-invoice-lines < 10000
               ADD 1 TO num-invoice-lines
               SET il-invoice (num-invoice-lines) TO inv-idx
               MOVE sub-site-id TO il-site-id (num-invoice-lines)
               MOVE sub-units   TO il-units (num-invoice-lines)
               MOVE sub-amount  TO il-amount (num-invoice-lines)
               ADD sub-units    TO iv-units (inv-idx)
               ADD sub-amount   TO iv-amount (inv-idx)
           ELSE
               ADD 1 TO line-overflow-count
           END-IF
           .
       add-invoice-entry.
           IF num-invoices < 2000
               ADD 1 TO num-invoices
               SET inv-idx TO num-invoices
               INITIALIZE invoice-entry (inv-idx)
               MOVE sub-owner          TO iv-owner (inv-idx)
               MOVE last-detail-period TO iv-period (inv-idx)
           ELSE
               MOVE "N" TO invoice-found-sw
               ADD 1 TO invoice-overflow-count
           END-IF
           .
       load-ledger-keys.
           OPEN INPUT ar-ledger-file
           IF NOT ar-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ ar-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF ar-invoice-no NUMERIC
                   IF ar-invoice-no NOT < next-invoice-no
                       COMPUTE next-invoice-no = ar-invoice-no + 1
                   END-IF
                   IF num-ledger-keys < 20000
                       ADD 1 TO num-ledger-keys
                       MOVE ar-owner  TO lk-owner (num-ledger-keys)
                       MOVE ar-period TO lk-period (num-ledger-keys)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ar-ledger-file
           .
       raise-one-invoice.
           IF num-ledger-keys > 0
               SET lkey-idx TO 1
               SEARCH ledger-key-entry
                   AT END
                       CONTINUE
                   WHEN lk-owner (lkey-idx) = iv-owner (inv-idx)
                           AND lk-period (lkey-idx)
                               = iv-period (inv-idx)
                       DISPLAY "invoice-run: "
                           TRIM(iv-owner (inv-idx)) " period "
                           iv-period (inv-idx)
                           " already invoiced - not raised again."
                       ADD 1 TO invoices-skipped
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF

           PERFORM print-invoice

           MOVE SPACES TO ar-ledger-record
           MOVE next-invoice-no       TO ar-invoice-no
           MOVE iv-owner (inv-idx)    TO ar-owner
           MOVE iv-period (inv-idx)   TO ar-period
           MOVE today-date            TO ar-invoice-date
           MOVE due-date              TO ar-due-date
           MOVE iv-amount (inv-idx)   TO ar-amount
           MOVE ZERO                  TO ar-paid
           SET ar-open TO TRUE
           IF iv-amount (inv-idx) = 0
               SET ar-settled TO TRUE
           END-IF
           WRITE ar-ledger-record
           ADD 1 TO items-posted, invoices-raised
           ADD iv-amount (inv-idx) TO total-invoiced
           ADD 1 TO next-invoice-no
           .
      *> One page per invoice: heading, one line per site, total
      *> and terms.
       print-invoice.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING "INVOICE " next-invoice-no
               "                         INVOICE DATE " report-date
               "         PAGE " page-number
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           STRING "BILL TO   " iv-owner (inv-idx)
               "     BILLING PERIOD " iv-period (inv-idx)
               "     DUE " due-date
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "SITE                 UNITS         AMOUNT"
               TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           PERFORM VARYING ivl-idx FROM 1 BY 1
                   UNTIL ivl-idx > num-invoice-lines
               IF il-invoice (ivl-idx) = inv-idx
                   MOVE il-units (ivl-idx)  TO units-edited
                   MOVE il-amount (ivl-idx) TO amount-edited
                   STRING il-site-id (ivl-idx) "  " units-edited
                       "  " amount-edited
                       INTO print-line
                   END-STRING
                   WRITE print-line
                   MOVE SPACES TO print-line
               END-IF
           END-PERFORM
           WRITE print-line
           MOVE iv-units (inv-idx)  TO units-edited
           MOVE iv-amount (inv-idx) TO amount-edited
           STRING "TOTAL     " units-edited "  " amount-edited
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           STRING "PAYMENT DUE WITHIN " terms-days
               " DAYS, QUOTING INVOICE " next-invoice-no
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           WRITE print-line
           .
       END PROGRAM invoice-run.

      *> Cash receipts against the accounts-receivable ledger
      *> invoice-run posts.  cash-receipts.txt carries one
      *> "owner,invoice-no,amount,receipt-date" line per payment; a
      *> payment quoting an open invoice of that owner settles that
      *> item first, and whatever is left - or all of it, with no
      *> invoice quoted - goes against the owner's oldest open items.
      *> Cash that finds no open item is written to
      *> unapplied-cash.txt for the credit desk.  The ledger is
      *> rewritten through a working copy, and the aged-debtors
      *> report buckets every open balance by age since invoice
      *> date: current (0-30 days), 31-60, 61-90 and over 90.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cash-receipts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cash-receipts-file ASSIGN TO "cash-receipts.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS cash-receipts-status.

           SELECT ar-ledger-file ASSIGN TO ar-ledger-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS ar-ledger-status.

           SELECT unapplied-file ASSIGN TO "unapplied-cash.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS unapplied-status.

           SELECT aged-debtors-file ASSIGN TO "aged-debtors.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS aged-debtors-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cash-receipts-file.
       01  cash-receipts-record    PIC X(80).

      *> Same layout as invoice-run's ar-ledger-record.
       FD  ar-ledger-file.
       01  ar-ledger-record.
           03  ar-invoice-no       PIC 9(7).
           03  FILLER              PIC X.
           03  ar-owner            PIC X(12).
           03  FILLER              PIC X.
           03  ar-period           PIC X(7).
           03  FILLER              PIC X.
           03  ar-invoice-date     PIC X(10).
           03  FILLER              PIC X.
           03  ar-due-date         PIC X(10).
           03  FILLER              PIC X.
           03  ar-amount           PIC 9(10)V99.
           03  FILLER              PIC X.
           03  ar-paid             PIC 9(10)V99.
           03  FILLER              PIC X.
           03  ar-status           PIC X.

       FD  unapplied-file.
       01  unapplied-record.
           03  ua-owner            PIC X(12).
           03  FILLER              PIC X       VALUE SPACE.
           03  ua-receipt-date     PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  ua-invoice-text     PIC X(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  ua-amount           PIC 9(10)V99.

       FD  aged-debtors-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  cash-receipts-status    PIC 99.
           88 cash-receipts-is-ok  VALUE 0.
       01  ar-ledger-status        PIC 99.
           88 ar-ledger-is-ok      VALUE 0.
       01  unapplied-status        PIC 99.
           88 unapplied-is-ok      VALUE 0.
       01  aged-debtors-status     PIC 99.
           88 aged-debtors-is-ok   VALUE 0.

       78  AR-LEDGER-PATH          VALUE "ar-ledger.txt".
       78  AR-LEDGER-WORK          VALUE "ar-ledger.txt.new".
       01  ar-ledger-assign        PIC X(40) VALUE "ar-ledger.txt".
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).
       01  receipts-name           PIC X(20)
                                    VALUE "cash-receipts.txt".

       01  num-items               PIC 9(5).
       01  items-area.
           03  item-entry          OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON num-items
                                    INDEXED BY item-idx.
               05  it-invoice-no   PIC 9(7).
               05  it-owner        PIC X(12).
               05  it-period       PIC X(7).
               05  it-invoice-date PIC X(10).
               05  it-due-date     PIC X(10).
               05  it-amount       PIC 9(10)V99.
               05  it-paid         PIC 9(10)V99.
               05  it-status       PIC X.
                   88  it-open     VALUE "O".
                   88  it-settled  VALUE "P".
       01  item-overflow-count     PIC 9(6) VALUE ZERO.

       01  rc-owner-text           PIC X(12).
       01  rc-invoice-text         PIC X(10).
       01  rc-amount-text          PIC X(20).
       01  rc-date-text            PIC X(12).
       01  rc-invoice-no           PIC 9(7).
       01  rc-remaining            PIC 9(10)V99.
       01  item-balance            PIC 9(10)V99.
       01  apply-amount            PIC 9(10)V99.

       01  receipts-read           PIC 9(6).
       01  receipts-rejected       PIC 9(6).
       01  items-settled           PIC 9(6).
       01  total-applied           PIC 9(12)V99.
       01  total-unapplied         PIC 9(12)V99.

       *> Aged-debtors accumulators, one row per owner.
       01  num-debtors             PIC 9(4).
       01  debtors-area.
           03  debtor-entry        OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-debtors
                                    INDEXED BY debtor-idx.
               05  db-owner        PIC X(12).
               05  db-bucket       PIC 9(10)V99 OCCURS 5 TIMES.
       01  debtor-overflow-count   PIC 9(6) VALUE ZERO.
       01  grand-buckets.
           03  gb-bucket           PIC 9(12)V99 OCCURS 5 TIMES.
       01  bucket-no               PIC 9.
       01  age-days                PIC S9(6).
       01  today-date              PIC X(10).
       01  today-integer           PIC 9(8).

       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).
       01  lines-on-page           PIC 99.
       78  PAGE-DEPTH              VALUE 50.

       01  aged-line.
           03  agl-owner           PIC X(12).
           03  FILLER              PIC XX      VALUE SPACES.
           03  agl-bucket          PIC Z(9)9.99 OCCURS 5 TIMES.

       01  amount-edited           PIC Z(11)9.99.

       01  rh-program-name         PIC X(20) VALUE "cash-receipts".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       cash-receipts-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO today-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           MOVE today-date TO report-date
           COMPUTE today-integer =
               INTEGER-OF-DATE(NUMVAL(CURRENT-DATE (1:8)))

           OPEN INPUT ar-ledger-file
           IF NOT ar-ledger-is-ok
               DISPLAY "cash-receipts: no AR ledger - run "
                   "invoice-run first."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-ledger-items
           CLOSE ar-ledger-file
           *> a ledger that did not fit would be saved short, so
           *> nothing is posted and the receipts wait
           IF item-overflow-count > 0
               DISPLAY "cash-receipts: " item-overflow-count
                   " AR item(s) past the table of 20000 - receipts "
                   "NOT posted, ar-ledger.txt unchanged."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT cash-receipts-file
           IF cash-receipts-is-ok
               OPEN EXTEND unapplied-file
               IF NOT unapplied-is-ok
                   OPEN OUTPUT unapplied-file
               END-IF
               IF NOT unapplied-is-ok
                   DISPLAY "cash-receipts: unapplied-cash.txt could "
                       "not be opened - receipts NOT posted, "
                       "cash-receipts.txt kept."
                   CLOSE cash-receipts-file
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM FOREVER
                   READ cash-receipts-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF cash-receipts-record NOT = SPACES
                       ADD 1 TO receipts-read
                       PERFORM apply-one-receipt
                   END-IF
               END-PERFORM
               CLOSE cash-receipts-file
               CLOSE unapplied-file
               PERFORM rewrite-ledger
           ELSE
               DISPLAY "cash-receipts: no cash receipts file - "
                   "aged debtors only."
           END-IF

           PERFORM print-aged-debtors

           MOVE "END" TO rh-phase
           MOVE receipts-read TO rh-records-in
           MOVE num-items TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE total-applied TO amount-edited
           DISPLAY "cash-receipts: " receipts-read
               " receipt(s) read, " TRIM(amount-edited)
               " applied, " items-settled " item(s) settled, "
               receipts-rejected " receipt(s) rejected."
           IF total-unapplied > 0
               MOVE total-unapplied TO amount-edited
               DISPLAY "cash-receipts: " TRIM(amount-edited)
                   " unapplied - see unapplied-cash.txt"
           END-IF
           GOBACK
           .
       load-ledger-items.
           PERFORM FOREVER
               READ ar-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF ar-invoice-no NUMERIC AND num-items = 20000
                   ADD 1 TO item-overflow-count
               END-IF
               IF ar-invoice-no NUMERIC AND num-items < 20000
                   ADD 1 TO num-items
                   MOVE ar-invoice-no   TO it-invoice-no (num-items)
                   MOVE ar-owner        TO it-owner (num-items)
                   MOVE ar-period       TO it-period (num-items)
                   MOVE ar-invoice-date
                       TO it-invoice-date (num-items)
                   MOVE ar-due-date     TO it-due-date (num-items)
                   MOVE ar-amount       TO it-amount (num-items)
                   MOVE ar-paid         TO it-paid (num-items)
                   MOVE ar-status       TO it-status (num-items)
               END-IF
           END-PERFORM
           .
       apply-one-receipt.
           MOVE SPACES TO rc-owner-text, rc-invoice-text,
               rc-amount-text, rc-date-text
           UNSTRING cash-receipts-record DELIMITED BY ","
               INTO rc-owner-text, rc-invoice-text,
                   rc-amount-text, rc-date-text
           IF rc-owner-text = SPACES
                   OR TEST-NUMVAL(TRIM(rc-amount-text)) NOT = 0
               DISPLAY "cash-receipts: unusable receipt line - "
                   TRIM(cash-receipts-record)
               ADD 1 TO receipts-rejected
               EXIT PARAGRAPH
           END-IF
           COMPUTE rc-remaining = NUMVAL(rc-amount-text)
           IF rc-date-text = SPACES
               MOVE today-date TO rc-date-text
           END-IF

           *> the quoted invoice first
           IF rc-invoice-text NOT = SPACES
                   AND TEST-NUMVAL(TRIM(rc-invoice-text)) = 0
               COMPUTE rc-invoice-no = NUMVAL(rc-invoice-text)
               PERFORM VARYING item-idx FROM 1 BY 1
                       UNTIL item-idx > num-items
                   IF it-invoice-no (item-idx) = rc-invoice-no
                           AND it-owner (item-idx) = rc-owner-text
                           AND it-open (item-idx)
                       PERFORM apply-to-one-item
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           *> then the owner's oldest open items; the ledger is in
           *> invoice-number order, which is invoice-date order
           PERFORM VARYING item-idx FROM 1 BY 1
                   UNTIL item-idx > num-items
                       OR rc-remaining = 0
               IF it-owner (item-idx) = rc-owner-text
                       AND it-open (item-idx)
                   PERFORM apply-to-one-item
               END-IF
           END-PERFORM

           IF rc-remaining > 0
               MOVE SPACES TO unapplied-record
               MOVE rc-owner-text   TO ua-owner
               MOVE rc-date-text    TO ua-receipt-date
               MOVE rc-invoice-text TO ua-invoice-text
               MOVE rc-remaining    TO ua-amount
               IF unapplied-is-ok
                   WRITE unapplied-record
               END-IF
               ADD rc-remaining TO total-unapplied
           END-IF
           .
       apply-to-one-item.
           COMPUTE item-balance =
               it-amount (item-idx) - it-paid (item-idx)
           IF rc-remaining < item-balance
               MOVE rc-remaining TO apply-amount
           ELSE
               MOVE item-balance TO apply-amount
           END-IF
           ADD apply-amount TO it-paid (item-idx), total-applied
           SUBTRACT apply-amount FROM rc-remaining
           IF it-paid (item-idx) NOT < it-amount (item-idx)
               SET it-settled (item-idx) TO TRUE
               ADD 1 TO items-settled
           END-IF
           .
       rewrite-ledger.
           MOVE AR-LEDGER-WORK TO ar-ledger-assign
           OPEN OUTPUT ar-ledger-file
           IF NOT ar-ledger-is-ok
               DISPLAY "cash-receipts: AR ledger working copy could "
                   "not be opened - receipts NOT posted."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING item-idx FROM 1 BY 1
                   UNTIL item-idx > num-items
               MOVE SPACES TO ar-ledger-record
               MOVE it-invoice-no (item-idx)   TO ar-invoice-no
               MOVE it-owner (item-idx)        TO ar-owner
               MOVE it-period (item-idx)       TO ar-period
               MOVE it-invoice-date (item-idx) TO ar-invoice-date
               MOVE it-due-date (item-idx)     TO ar-due-date
               MOVE it-amount (item-idx)       TO ar-amount
               MOVE it-paid (item-idx)         TO ar-paid
               MOVE it-status (item-idx)       TO ar-status
               WRITE ar-ledger-record
           END-PERFORM
           CLOSE ar-ledger-file

           MOVE AR-LEDGER-WORK TO commit-work-name
           MOVE AR-LEDGER-PATH TO commit-real-name
           CALL "keep-generation" USING commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "cash-receipts: *** COMMIT FAILED *** "
                   AR-LEDGER-WORK " could not replace "
                   AR-LEDGER-PATH
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           *> the posted receipts are consumed once the ledger holds
           *> them, so a rerun cannot apply the same cash twice
           CALL "CBL_DELETE_FILE" USING receipts-name
           IF RETURN-CODE NOT = 0
               DISPLAY "cash-receipts: cash-receipts.txt could not "
                   "be removed after posting - remove it before "
                   "the next run."
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       print-aged-debtors.
           OPEN OUTPUT aged-debtors-file
           IF NOT aged-debtors-is-ok
               DISPLAY "cash-receipts: aged debtors report could "
                   "not be opened."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING item-idx FROM 1 BY 1
                   UNTIL item-idx > num-items
               IF it-open (item-idx)
                   PERFORM age-one-item
               END-IF
           END-PERFORM

           PERFORM print-page-heading
           PERFORM VARYING debtor-idx FROM 1 BY 1
                   UNTIL debtor-idx > num-debtors
               MOVE SPACES TO aged-line
               MOVE db-owner (debtor-idx) TO agl-owner
               PERFORM VARYING bucket-no FROM 1 BY 1
                       UNTIL bucket-no > 5
                   MOVE db-bucket (debtor-idx, bucket-no)
                       TO agl-bucket (bucket-no)
               END-PERFORM
               MOVE aged-line TO print-line
               PERFORM write-report-line
           END-PERFORM
           MOVE SPACES TO print-line
           PERFORM write-report-line
           MOVE SPACES TO aged-line
           MOVE "TOTAL" TO agl-owner
           PERFORM VARYING bucket-no FROM 1 BY 1
                   UNTIL bucket-no > 5
               MOVE gb-bucket (bucket-no) TO agl-bucket (bucket-no)
           END-PERFORM
           MOVE aged-line TO print-line
           PERFORM write-report-line
           IF debtor-overflow-count > 0
               MOVE SPACES TO print-line
               STRING "*** " debtor-overflow-count " OPEN ITEM(S) "
                   "OF OWNERS PAST THE TABLE OF 2000 NOT AGED - "
                   "REPORT INCOMPLETE ***"
                   INTO print-line
               END-STRING
               PERFORM write-report-line
               DISPLAY "cash-receipts: " debtor-overflow-count
                   " open item(s) of owners past the table of 2000 "
                   "not aged - aged-debtors.txt incomplete."
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE aged-debtors-file
           .
      *> Buckets 1-4 by age since invoice date, bucket 5 the
      *> owner's total open balance.
       age-one-item.
           COMPUTE age-days = today-integer - INTEGER-OF-DATE(
               NUMVAL(it-invoice-date (item-idx) (1:4)) * 10000
               + NUMVAL(it-invoice-date (item-idx) (6:2)) * 100
               + NUMVAL(it-invoice-date (item-idx) (9:2)))
           EVALUATE TRUE
               WHEN age-days NOT > 30
                   MOVE 1 TO bucket-no
               WHEN age-days NOT > 60
                   MOVE 2 TO bucket-no
               WHEN age-days NOT > 90
                   MOVE 3 TO bucket-no
               WHEN OTHER
                   MOVE 4 TO bucket-no
           END-EVALUATE
           COMPUTE item-balance =
               it-amount (item-idx) - it-paid (item-idx)

           IF num-debtors > 0
               SET debtor-idx TO 1
               SEARCH debtor-entry
                   AT END
                       PERFORM add-debtor-entry
                   WHEN db-owner (debtor-idx) = it-owner (item-idx)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-debtor-entry
           END-IF
           IF debtor-idx > num-debtors
               ADD 1 TO debtor-overflow-count
               EXIT PARAGRAPH
           END-IF
           ADD item-balance TO db-bucket (debtor-idx, bucket-no),
               db-bucket (debtor-idx, 5), gb-bucket (bucket-no),
               gb-bucket (5)
           .
       add-debtor-entry.
           IF num-debtors < 2000
               ADD 1 TO num-debtors
               SET debtor-idx TO num-debtors
               INITIALIZE debtor-entry (debtor-idx)
               MOVE it-owner (item-idx) TO db-owner (debtor-idx)
           ELSE
               SET debtor-idx TO num-debtors
               SET debtor-idx UP BY 1
           END-IF
           .
       print-page-heading.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING "AGED DEBTORS                      REPORT DATE "
               report-date "         PAGE " page-number
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           CALL "report-environment" USING print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "OWNER               CURRENT        31-60        "
               & "61-90      OVER 90        TOTAL" TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 5 TO lines-on-page
           .
       write-report-line.
           IF lines-on-page NOT < PAGE-DEPTH
               PERFORM print-page-heading
           END-IF
           WRITE print-line
           ADD 1 TO lines-on-page
           MOVE SPACES TO print-line
           .
       END PROGRAM cash-receipts.

      *> Re-bill run: credit and debit notes for site-days whose
      *> figures moved after billing-extract priced them.  The
      *> billed snapshot holds what each site-day was billed at;
      *> the current figures are the site-stats of the latest run
      *> (a restated or reprocessed day, or the actual that arrived
      *> for an estimated one) and the amendments.txt corrections
      *> process-amendments posts, each moving one reading from its
      *> posted to its corrected value.  Every difference writes a
      *> CREDIT or DEBIT line to rebill-adjustments.txt citing the
      *> original billing period and the reason - RESTATEMENT,
      *> AMENDMENT, or ESTIMATE TRUE-UP where estimate-readings has
      *> reversed an estimate for that site and date - priced at
      *> the rate the day was originally billed at.  The snapshot
      *> is then moved to the re-billed figures, and counts the
      *> amendments already re-billed, so no change bills twice.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rebill-run.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-stats-file ASSIGN TO "site-stats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-stats-status.

           SELECT amendment-file ASSIGN TO "amendments.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS amendment-status.

           SELECT estimates-ledger-file
               ASSIGN TO "estimates-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS estimates-ledger-status.

           SELECT billed-snapshot-file ASSIGN TO "billed-snapshot"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY bs-key
               FILE STATUS billed-snapshot-status.

           SELECT rebill-file ASSIGN TO "rebill-adjustments.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS rebill-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's site-stats-record.
       FD  site-stats-file.
       01  site-stats-record.
           03  ss-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  ss-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  ss-day-rejected     PIC 9(5).
           03  FILLER              PIC X.
           03  ss-day-accepted     PIC 9(5).
           03  FILLER              PIC X.
           03  ss-mean-val         PIC 9(8)V9(3).

       FD  amendment-file.
       01  amendment-record        PIC X(60).

      *> Same layout as estimate-readings' ledger record.
       FD  estimates-ledger-file.
       01  estimates-ledger-record.
           03  el-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  el-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  el-est-val          PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  el-status           PIC X.
               88  el-reversed     VALUE "R".
           03  FILLER              PIC X.
           03  el-raised-date      PIC X(10).

      *> Same layout as billing-extract's billed-snapshot-record.
       FD  billed-snapshot-file.
       01  billed-snapshot-record.
           03  bs-key.
               05  bs-site-id      PIC X(8).
               05  bs-date-stamp   PIC X(10).
           03  bs-accepted         PIC 9(5).
           03  bs-mean-val         PIC 9(8)V9(3).
           03  bs-units            PIC 9(10)V9(3).
           03  bs-rate             PIC 9(3)V9(4).
           03  bs-amount           PIC 9(10)V99.
           03  bs-period           PIC X(7).
           03  bs-billed-on        PIC X(10).
           03  bs-amends-applied   PIC 9(3).

       FD  rebill-file.
       01  rebill-line             PIC X(132).

       WORKING-STORAGE SECTION.
       01  site-stats-status       PIC 99.
           88 site-stats-is-ok     VALUE 0.
       01  amendment-status        PIC 99.
           88 amendment-is-ok      VALUE 0.
       01  estimates-ledger-status PIC 99.
           88 estimates-ledger-is-ok
                                   VALUE 0.
       01  billed-snapshot-status  PIC 99.
           88 billed-snapshot-is-ok
                                   VALUE 0.
       01  rebill-status           PIC 99.
           88 rebill-is-ok         VALUE 0.

       *> Site-days whose estimate was reversed by an arrived
       *> actual.
       01  num-trued-up            PIC 9(4).
       01  trued-up-area.
           03  trued-up-entry      OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON num-trued-up
                                    INDEXED BY true-idx.
               05  tu-site-id      PIC X(8).
               05  tu-date-stamp   PIC X(10).

       *> amendments.txt in file order, so the n-th amendment of a
       *> site-day is always the same one.
       01  num-amends              PIC 9(4).
       01  amends-area.
           03  amend-entry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-amends
                                    INDEXED BY amd-idx, amd-idx-2.
               05  am-site-id      PIC X(8).
               05  am-date-stamp   PIC X(10).
               05  am-delta        PIC S9(4)V9(3).
       01  amd-site-text           PIC X(12).
       01  amd-site-id             PIC X(8).
       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.
           88  scd-no-check-digit  VALUE "N".
           88  scd-check-passed    VALUE "V".
       01  amendments-rejected     PIC 9(5) VALUE ZERO.
       01  amd-date-text           PIC X(12).
       01  amd-old-text            PIC X(12).
       01  amd-new-text            PIC X(12).
       01  amend-seq               PIC 9(3).

       01  new-units               PIC S9(10)V9(3).
       01  delta-units             PIC S9(10)V9(3).
       01  delta-amount            PIC S9(10)V99.
       01  rebill-reason           PIC X(16).

       01  credits-written         PIC 9(6).
       01  debits-written          PIC 9(6).
       01  total-credit            PIC 9(12)V99.
       01  total-debit             PIC 9(12)V99.

       01  units-edited            PIC -(10)9.999.
       01  amount-edited           PIC Z(9)9.99.
       01  tot-credit-edited       PIC Z(11)9.99.
       01  tot-debit-edited        PIC Z(11)9.99.

       01  ctl-step-name           PIC X(20) VALUE "rebill-run".
       01  ctl-in-file             PIC X(40)
                                    VALUE "site-stats.txt".
       01  ctl-out-file            PIC X(40)
                                    VALUE "rebill-adjustments.txt".
       01  ctl-zero-count          PIC 9(8)  VALUE ZERO.
       01  lines-read              PIC 9(8).
       01  lines-written           PIC 9(8).

       PROCEDURE DIVISION.
       rebill-run-main.
           OPEN I-O billed-snapshot-file
           IF NOT billed-snapshot-is-ok
               DISPLAY "rebill-run: no billed snapshot - nothing has "
                   "been billed to re-bill."
               GOBACK
           END-IF

           PERFORM load-trued-up-estimates
           PERFORM load-amendments

           OPEN OUTPUT rebill-file
           IF NOT rebill-is-ok
               DISPLAY "rebill-run: re-bill adjustments file could "
                   "not be opened. The program will terminate."
               CLOSE billed-snapshot-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT site-stats-file
           IF site-stats-is-ok
               PERFORM FOREVER
                   READ site-stats-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ss-site-id NOT = SPACES
                       ADD 1 TO lines-read
                       PERFORM compare-one-site-day
                   END-IF
               END-PERFORM
               CLOSE site-stats-file
           END-IF

           PERFORM VARYING amd-idx FROM 1 BY 1
                   UNTIL amd-idx > num-amends
               PERFORM rebill-one-amendment
           END-PERFORM

           PERFORM write-rebill-control
           CLOSE rebill-file
           CLOSE billed-snapshot-file

           CALL "write-control-total" USING ctl-step-name,
               ctl-in-file, lines-read, ctl-out-file,
               lines-written, ctl-zero-count

           DISPLAY "rebill-run: " credits-written " credit(s), "
               debits-written " debit(s) written to "
               "rebill-adjustments.txt"
           IF amendments-rejected > 0
               DISPLAY "rebill-run: " amendments-rejected
                   " amendment line(s) failed the site check digit"
                   " and were ignored."
           END-IF
           GOBACK
           .
       load-trued-up-estimates.
           OPEN INPUT estimates-ledger-file
           IF NOT estimates-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ estimates-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF el-reversed AND num-trued-up < 5000
                   ADD 1 TO num-trued-up
                   MOVE el-site-id    TO tu-site-id (num-trued-up)
                   MOVE el-date-stamp
                       TO tu-date-stamp (num-trued-up)
               END-IF
           END-PERFORM
           CLOSE estimates-ledger-file
           .
       load-amendments.
           OPEN INPUT amendment-file
           IF NOT amendment-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ amendment-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF amendment-record NOT = SPACES
                       AND num-amends < 2000
                   MOVE SPACES TO amd-site-text, amd-date-text,
                       amd-old-text, amd-new-text
                   UNSTRING amendment-record DELIMITED BY ","
                       INTO amd-site-text, amd-date-text,
                           amd-old-text, amd-new-text
                   IF amd-site-text NOT = SPACES
                           AND TEST-NUMVAL(TRIM(amd-old-text)) = 0
                           AND TEST-NUMVAL(TRIM(amd-new-text)) = 0
                       PERFORM check-amendment-site
                   END-IF
                   IF amd-site-text NOT = SPACES
                           AND TEST-NUMVAL(TRIM(amd-old-text)) = 0
                           AND TEST-NUMVAL(TRIM(amd-new-text)) = 0
                       ADD 1 TO num-amends
                       MOVE amd-site-id
                           TO am-site-id (num-amends)
                       MOVE amd-date-text (1:10)
                           TO am-date-stamp (num-amends)
                       COMPUTE am-delta (num-amends) =
                           NUMVAL(amd-new-text)
                           - NUMVAL(amd-old-text)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE amendment-file
           .
      *> The site-id resolved the way process-amendments resolves
      *> it; a failing check digit means the line would name the
      *> wrong site, so it is left out here as it is rejected there.
       check-amendment-site.
           CALL "site-check-digit" USING amd-site-text, amd-site-id,
               scd-check-digit, scd-verdict
           IF NOT scd-no-check-digit AND NOT scd-check-passed
               ADD 1 TO amendments-rejected
               MOVE SPACES TO amd-site-text
           END-IF
           .
       compare-one-site-day.
           MOVE ss-site-id    TO bs-site-id
           MOVE ss-date-stamp TO bs-date-stamp
           READ billed-snapshot-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ss-day-accepted = bs-accepted
                   AND ss-mean-val = bs-mean-val
               EXIT PARAGRAPH
           END-IF

           COMPUTE new-units ROUNDED =
               ss-mean-val * ss-day-accepted
           COMPUTE delta-units = new-units - bs-units
           MOVE "RESTATEMENT" TO rebill-reason
           IF num-trued-up > 0
               SET true-idx TO 1
               SEARCH trued-up-entry
                   AT END
                       CONTINUE
                   WHEN tu-site-id (true-idx) = ss-site-id
                           AND tu-date-stamp (true-idx)
                               = ss-date-stamp
                       MOVE "ESTIMATE TRUE-UP" TO rebill-reason
               END-SEARCH
           END-IF
           PERFORM write-rebill-line

           MOVE ss-day-accepted TO bs-accepted
           MOVE ss-mean-val     TO bs-mean-val
           PERFORM move-snapshot-units
           REWRITE billed-snapshot-record
           .
      *> Only amendments past the count already re-billed for the
      *> site-day are new.
       rebill-one-amendment.
           MOVE am-site-id (amd-idx)    TO bs-site-id
           MOVE am-date-stamp (amd-idx) TO bs-date-stamp
           READ billed-snapshot-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZERO TO amend-seq
           PERFORM VARYING amd-idx-2 FROM 1 BY 1
                   UNTIL amd-idx-2 > amd-idx
               IF am-site-id (amd-idx-2) = am-site-id (amd-idx)
                       AND am-date-stamp (amd-idx-2)
                           = am-date-stamp (amd-idx)
                   ADD 1 TO amend-seq
               END-IF
           END-PERFORM
           IF amend-seq NOT > bs-amends-applied
               EXIT PARAGRAPH
           END-IF

           MOVE am-delta (amd-idx) TO delta-units
           MOVE "AMENDMENT" TO rebill-reason
           PERFORM write-rebill-line

           COMPUTE new-units = bs-units + delta-units
           IF new-units < 0
               MOVE ZERO TO new-units
           END-IF
           IF bs-accepted > 0
               COMPUTE bs-mean-val ROUNDED = new-units / bs-accepted
           END-IF
           PERFORM move-snapshot-units
           MOVE amend-seq TO bs-amends-applied
           REWRITE billed-snapshot-record
           .
       move-snapshot-units.
           IF new-units < 0
               MOVE ZERO TO new-units
           END-IF
           MOVE new-units TO bs-units
           COMPUTE bs-amount ROUNDED = bs-units * bs-rate
           .
      *> A negative difference is a credit to the customer, a
      *> positive one a debit; both at the day's billed rate.
       write-rebill-line.
           COMPUTE delta-amount ROUNDED = delta-units * bs-rate
           IF delta-amount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE delta-units TO units-edited
           MOVE SPACES TO rebill-line
           IF delta-amount < 0
               ADD 1 TO credits-written
               SUBTRACT delta-amount FROM total-credit
               COMPUTE amount-edited = 0 - delta-amount
               STRING "CREDIT   "
                   INTO rebill-line
               END-STRING
           ELSE
               ADD 1 TO debits-written
               ADD delta-amount TO total-debit
               MOVE delta-amount TO amount-edited
               STRING "DEBIT    "
                   INTO rebill-line
               END-STRING
           END-IF
           MOVE bs-site-id TO rebill-line (10:8)
           MOVE bs-date-stamp TO rebill-line (19:10)
           STRING " PERIOD " bs-period
               " REASON " rebill-reason
               " UNITS " TRIM(units-edited)
               " AMOUNT " TRIM(amount-edited)
               INTO rebill-line (29:)
           END-STRING
           WRITE rebill-line
           ADD 1 TO lines-written
           .
       write-rebill-control.
           MOVE total-credit TO tot-credit-edited
           MOVE total-debit  TO tot-debit-edited
           MOVE SPACES TO rebill-line
           STRING "CONTROL  CREDITS " credits-written
               " AMOUNT " TRIM(tot-credit-edited)
               " DEBITS " debits-written
               " AMOUNT " TRIM(tot-debit-edited)
               INTO rebill-line
           END-STRING
           WRITE rebill-line
           ADD 1 TO lines-written
           .
       END PROGRAM rebill-run.

      *> Consumption forecast per site and per region for the next
      *> month, and the forecast-versus-actual variance once that
      *> month's actuals are in.  Each run first posts site-stats.txt
      *> into a keyed site-actuals file (site-id and date, so a
      *> reprocessed day replaces itself rather than counting twice).
      *> The suite's daily level comes from the trailing window of
      *> daily-stats-history - per degree-day where degree-days.txt
      *> covers the days, so a next-month day the weather feed
      *> already carries is scaled by its degree-days - and each
      *> site takes its share of that level from its own units in
      *> the same window.  The forecast is saved to
      *> forecast-register.txt once per period and never remade, so
      *> the variance measures what was actually forecast.  Sites
      *> whose month missed by more than [forecast] VARIANCE-PCT
      *> (default 10) are flagged on forecast-variance.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. site-forecast.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-stats-file ASSIGN TO "site-stats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-stats-status.

           SELECT stats-history-file ASSIGN TO "daily-stats-history"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY sh-date-stamp
               FILE STATUS stats-history-status.

           SELECT weather-file ASSIGN TO "degree-days.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS weather-status.

           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT site-actuals-file ASSIGN TO "site-actuals"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY sa-key
               FILE STATUS site-actuals-status.

           SELECT forecast-register-file
               ASSIGN TO forecast-register-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS forecast-register-status.

           SELECT forecast-report-file ASSIGN TO "site-forecast.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS forecast-report-status.

           SELECT variance-report-file
               ASSIGN TO "forecast-variance.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS variance-report-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's site-stats-record.
       FD  site-stats-file.
       01  site-stats-record.
           03  ss-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  ss-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  ss-day-rejected     PIC 9(5).
           03  FILLER              PIC X.
           03  ss-day-accepted     PIC 9(5).
           03  FILLER              PIC X.
           03  ss-mean-val         PIC 9(8)V9(3).

       FD  stats-history-file.
       01  stats-history-record.
           03  sh-date-stamp       PIC X(10).
           03  sh-day-rejected     PIC 9(5).
           03  sh-day-accepted     PIC 9(5).
           03  sh-mean-val         PIC 9(8)V9(3).
           03  sh-norm-val         PIC 9(8)V9(3).

       FD  weather-file.
       01  weather-record          PIC X(30).

      *> Same layout as data-munging's site-master-record; only
      *> the site-id and region code matter here.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

       FD  site-actuals-file.
       01  site-actuals-record.
           03  sa-key.
               05  sa-site-id      PIC X(8).
               05  sa-date-stamp   PIC X(10).
           03  sa-accepted         PIC 9(5).
           03  sa-units            PIC 9(10)V9(3).

      *> One SITE line per site and one REGION line per region code
      *> for each forecast period; the status turns from F to V once
      *> the period's variance has been reported.
       FD  forecast-register-file.
       01  forecast-register-record.
           03  fr-record-type      PIC X(6).
           03  FILLER              PIC X.
           03  fr-period           PIC X(7).
           03  FILLER              PIC X.
           03  fr-key              PIC X(8).
           03  FILLER              PIC X.
           03  fr-region           PIC X(4).
           03  FILLER              PIC X.
           03  fr-daily            PIC 9(10)V9(3).
           03  FILLER              PIC X.
           03  fr-monthly          PIC 9(12)V9(3).
           03  FILLER              PIC X.
           03  fr-made-on          PIC X(10).
           03  FILLER              PIC X.
           03  fr-status           PIC X.

       FD  forecast-report-file.
       01  forecast-print-line     PIC X(132).

       FD  variance-report-file.
       01  variance-print-line     PIC X(132).

       WORKING-STORAGE SECTION.
       01  site-stats-status       PIC 99.
           88 site-stats-is-ok     VALUE 0.
       01  stats-history-status    PIC 99.
           88 stats-history-is-ok  VALUE 0.
           88 stats-history-eof    VALUE 10.
       01  weather-status          PIC 99.
           88 weather-is-ok        VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  site-actuals-status     PIC 99.
           88 site-actuals-is-ok   VALUE 0.
           88 site-actuals-eof     VALUE 10.
       01  forecast-register-status
                                   PIC 99.
           88 forecast-register-is-ok
                                   VALUE 0.
       01  forecast-report-status  PIC 99.
           88 forecast-report-is-ok
                                   VALUE 0.
       01  variance-report-status  PIC 99.
           88 variance-report-is-ok
                                   VALUE 0.

       78  REGISTER-PATH           VALUE "forecast-register.txt".
       78  REGISTER-WORK           VALUE "forecast-register.txt.new".
       01  forecast-register-assign
                                   PIC X(40)
                                    VALUE "forecast-register.txt".
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).

       01  cfg-section             PIC X(32) VALUE "forecast".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".
       01  history-days            PIC 999   VALUE 28.
       01  variance-pct            PIC 999   VALUE 10.

       01  lock-name               PIC X(20) VALUE "site-forecast".
       01  lock-action             PIC X.
       01  lock-grant-flag         PIC X.
           88  lock-was-granted    VALUE "Y".

       01  num-weather-days        PIC 9(3).
       01  weather-days-area.
           03  weather-day-entry   OCCURS 1 TO 400 TIMES
                                    DEPENDING ON num-weather-days
                                    INDEXED BY wthr-idx.
               05  wd-date-stamp   PIC X(10).
               05  wd-degree-days  PIC 9(4)V99.
       01  wd-date-text            PIC X(12).
       01  wd-dd-text              PIC X(10).
       01  day-degree-days         PIC 9(4)V99.

       01  num-master-sites        PIC 9(3).
       01  master-sites-area.
           03  master-site-entry   OCCURS 1 TO 500 TIMES
                                    DEPENDING ON num-master-sites
                                    INDEXED BY master-idx.
               05  ms-site-id      PIC X(8).
               05  ms-region-code  PIC X(4).

       01  num-register            PIC 9(5).
       01  register-area.
           03  register-entry      OCCURS 1 TO 9000 TIMES
                                    DEPENDING ON num-register
                                    INDEXED BY reg-idx, reg-idx-2.
               05  fe-record-type  PIC X(6).
                   88  fe-site-line    VALUE "SITE".
                   88  fe-region-line  VALUE "REGION".
               05  fe-period       PIC X(7).
               05  fe-key          PIC X(8).
               05  fe-region       PIC X(4).
               05  fe-daily        PIC 9(10)V9(3).
               05  fe-monthly      PIC 9(12)V9(3).
               05  fe-made-on      PIC X(10).
               05  fe-status       PIC X.
                   88  fe-open         VALUE "F".
                   88  fe-reported     VALUE "V".
               05  fe-actual       PIC 9(12)V9(3).
       01  register-changed-sw     PIC X.
           88  register-changed    VALUE "Y".

       *> Each site's units over the trailing window, for its share.
       01  num-share-sites         PIC 9(4).
       01  share-sites-area.
           03  share-site-entry    OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-share-sites
                                    INDEXED BY share-idx.
               05  sf-site-id      PIC X(8).
               05  sf-region       PIC X(4).
               05  sf-units        PIC 9(12)V9(3).

       01  num-regions             PIC 9(3).
       01  regions-area.
           03  region-entry        OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-regions
                                    INDEXED BY region-idx.
               05  rf-region       PIC X(4).
               05  rf-daily        PIC 9(10)V9(3).
               05  rf-monthly      PIC 9(12)V9(3).

       01  today-date              PIC X(10).
       01  latest-date             PIC X(10) VALUE SPACES.
       01  run-month               PIC X(7).
       01  next-period             PIC X(7).
       01  work-yyyymmdd           PIC 9(8).
       01  work-date               PIC X(10).
       01  latest-int              PIC 9(8).
       01  window-start            PIC X(10).
       01  period-first-int        PIC 9(8).
       01  period-last-int         PIC 9(8).
       01  day-int                 PIC 9(8).
       01  period-days             PIC 99.
       01  next-year               PIC 9(4).
       01  next-month              PIC 99.

       01  window-days             PIC 9(4).
       01  window-volume           PIC 9(14)V9(3).
       01  dd-volume               PIC 9(14)V9(3).
       01  dd-total                PIC 9(8)V99.
       01  day-volume              PIC 9(12)V9(3).
       01  avg-daily-volume        PIC 9(12)V9(3).
       01  volume-per-dd           PIC 9(12)V9(5).
       01  period-volume           PIC 9(14)V9(3).
       01  share-total             PIC 9(14)V9(3).
       01  site-monthly            PIC 9(12)V9(3).
       01  site-daily              PIC 9(10)V9(3).
       01  region-for-site         PIC X(4).

       01  actual-units            PIC 9(12)V9(3).
       01  variance-units          PIC S9(12)V9(3).
       01  variance-pct-calc       PIC S9(5)V99.
       01  variance-flag           PIC X(8).
       01  reported-period         PIC X(7) VALUE SPACES.

       01  days-posted             PIC 9(6).
       01  sites-forecast          PIC 9(5).
       01  sites-flagged           PIC 9(5).
       01  variance-lines          PIC 9(5).

       01  report-date             PIC X(10).
       01  forecast-page-number    PIC 9(4).
       01  forecast-lines-on-page  PIC 99.
       01  variance-page-number    PIC 9(4).
       01  variance-lines-on-page  PIC 99.
       78  PAGE-DEPTH              VALUE 50.

       01  forecast-line.
           03  fl-key              PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  fl-region           PIC X(6).
           03  fl-daily            PIC Z(9)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  fl-monthly          PIC Z(11)9.999.

       01  variance-line.
           03  vl-key              PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  vl-region           PIC X(6).
           03  vl-forecast         PIC Z(11)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  vl-actual           PIC Z(11)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  vl-pct              PIC -(4)9.99.
           03  FILLER              PIC XX      VALUE SPACES.
           03  vl-flag             PIC X(8).

       01  rh-program-name         PIC X(20) VALUE "site-forecast".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       site-forecast-main.
           MOVE "A" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           IF NOT lock-was-granted
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO today-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           MOVE today-date TO report-date

           PERFORM load-forecast-settings
           PERFORM load-weather-days
           PERFORM load-site-master

           OPEN I-O site-actuals-file
           IF NOT site-actuals-is-ok
               OPEN OUTPUT site-actuals-file
               IF site-actuals-is-ok
                   CLOSE site-actuals-file
                   OPEN I-O site-actuals-file
               END-IF
           END-IF
           IF NOT site-actuals-is-ok
               DISPLAY "site-forecast: site actuals file could not "
                   "be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-forecast-run
               GOBACK
           END-IF
           PERFORM post-site-actuals
           IF latest-date = SPACES
               DISPLAY "site-forecast: no site stats posted - no "
                   "forecast or variance this run."
               CLOSE site-actuals-file
               PERFORM finish-forecast-run
               GOBACK
           END-IF
           MOVE latest-date (1:7) TO run-month
           PERFORM set-next-period

           PERFORM load-forecast-register
           PERFORM report-closed-periods

           SET reg-idx TO 1
           IF num-register > 0
               SEARCH register-entry
                   AT END
                       PERFORM build-next-forecast
                   WHEN fe-period (reg-idx) = next-period
                       DISPLAY "site-forecast: " next-period
                           " already forecast on "
                           fe-made-on (reg-idx) " - kept."
               END-SEARCH
           ELSE
               PERFORM build-next-forecast
           END-IF
           CLOSE site-actuals-file

           IF register-changed
               PERFORM rewrite-forecast-register
           END-IF

           DISPLAY "site-forecast: " days-posted " site-day(s) "
               "posted, " sites-forecast " site(s) forecast, "
               sites-flagged " site(s) flagged on variance."
           PERFORM finish-forecast-run
           GOBACK
           .
       finish-forecast-run.
           MOVE "END" TO rh-phase
           MOVE days-posted TO rh-records-in
           COMPUTE rh-records-out = sites-forecast + variance-lines
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
           MOVE "R" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           .
       load-forecast-settings.
           MOVE "HISTORY-DAYS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
                   AND NUMVAL(cfg-value) > 0
               COMPUTE history-days = NUMVAL(cfg-value)
           END-IF
           MOVE "VARIANCE-PCT" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE variance-pct = NUMVAL(cfg-value)
           END-IF
           .
       load-weather-days.
           OPEN INPUT weather-file
           IF NOT weather-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ weather-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF weather-record NOT = SPACES
                       AND num-weather-days < 400
                   MOVE SPACES TO wd-date-text, wd-dd-text
                   UNSTRING weather-record DELIMITED BY ","
                       INTO wd-date-text, wd-dd-text
                   IF wd-date-text NOT = SPACES
                           AND wd-dd-text NOT = SPACES
                       ADD 1 TO num-weather-days
                       MOVE wd-date-text (1:10)
                           TO wd-date-stamp (num-weather-days)
                       COMPUTE wd-degree-days (num-weather-days) =
                           NUMVAL(wd-dd-text)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE weather-file
           .
       find-degree-days.
           MOVE ZERO TO day-degree-days
           IF num-weather-days = 0
               EXIT PARAGRAPH
           END-IF
           SET wthr-idx TO 1
           SEARCH weather-day-entry
               AT END
                   CONTINUE
               WHEN wd-date-stamp (wthr-idx) = work-date
                   MOVE wd-degree-days (wthr-idx) TO day-degree-days
           END-SEARCH
           .
       load-site-master.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES
                       AND num-master-sites < 500
                   ADD 1 TO num-master-sites
                   MOVE smr-site-id
                       TO ms-site-id (num-master-sites)
                   IF smr-region-code = SPACES
                       MOVE "----"
                           TO ms-region-code (num-master-sites)
                   ELSE
                       MOVE smr-region-code
                           TO ms-region-code (num-master-sites)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
      *> A site missing from the master rolls up as unassigned,
      *> the same "----" region data-munging uses.
       resolve-site-region.
           MOVE "----" TO region-for-site
           IF num-master-sites = 0
               EXIT PARAGRAPH
           END-IF
           SET master-idx TO 1
           SEARCH master-site-entry
               AT END
                   CONTINUE
               WHEN ms-site-id (master-idx) = sf-site-id (share-idx)
                   MOVE ms-region-code (master-idx)
                       TO region-for-site
           END-SEARCH
           .
       post-site-actuals.
           OPEN INPUT site-stats-file
           IF NOT site-stats-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-stats-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF ss-site-id NOT = SPACES
                   MOVE ss-site-id      TO sa-site-id
                   MOVE ss-date-stamp   TO sa-date-stamp
                   MOVE ss-day-accepted TO sa-accepted
                   COMPUTE sa-units ROUNDED =
                       ss-mean-val * ss-day-accepted
                   WRITE site-actuals-record
                       INVALID KEY
                           REWRITE site-actuals-record
                   END-WRITE
                   ADD 1 TO days-posted
                   IF latest-date = SPACES
                           OR ss-date-stamp > latest-date
                       MOVE ss-date-stamp TO latest-date
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-stats-file
           .
      *> The period after the latest posted day's month, and its
      *> first and last day as integer dates.
       set-next-period.
           MOVE latest-date (1:4) TO work-yyyymmdd (1:4)
           MOVE latest-date (6:2) TO work-yyyymmdd (5:2)
           MOVE latest-date (9:2) TO work-yyyymmdd (7:2)
           COMPUTE latest-int = INTEGER-OF-DATE(work-yyyymmdd)

           COMPUTE next-year  = NUMVAL(latest-date (1:4))
           COMPUTE next-month = NUMVAL(latest-date (6:2)) + 1
           IF next-month > 12
               MOVE 1 TO next-month
               ADD 1 TO next-year
           END-IF
           COMPUTE work-yyyymmdd =
               next-year * 10000 + next-month * 100 + 1
           COMPUTE period-first-int = INTEGER-OF-DATE(work-yyyymmdd)
           MOVE SPACES TO next-period
           STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2)
               INTO next-period
           END-STRING

           ADD 1 TO next-month
           IF next-month > 12
               MOVE 1 TO next-month
               ADD 1 TO next-year
           END-IF
           COMPUTE work-yyyymmdd =
               next-year * 10000 + next-month * 100 + 1
           COMPUTE period-last-int =
               INTEGER-OF-DATE(work-yyyymmdd) - 1
           COMPUTE period-days = period-last-int - period-first-int + 1

           COMPUTE day-int = latest-int - history-days + 1
           PERFORM set-work-date
           MOVE work-date TO window-start
           .
       set-work-date.
           MOVE DATE-OF-INTEGER(day-int) TO work-yyyymmdd
           MOVE SPACES TO work-date
           STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2) "-"
               work-yyyymmdd (7:2)
               INTO work-date
           END-STRING
           .
       load-forecast-register.
           MOVE REGISTER-PATH TO forecast-register-assign
           OPEN INPUT forecast-register-file
           IF NOT forecast-register-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ forecast-register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF fr-record-type NOT = SPACES
                       AND num-register < 9000
                   ADD 1 TO num-register
                   SET reg-idx TO num-register
                   MOVE fr-record-type TO fe-record-type (reg-idx)
                   MOVE fr-period      TO fe-period (reg-idx)
                   MOVE fr-key         TO fe-key (reg-idx)
                   MOVE fr-region      TO fe-region (reg-idx)
                   MOVE fr-daily       TO fe-daily (reg-idx)
                   MOVE fr-monthly     TO fe-monthly (reg-idx)
                   MOVE fr-made-on     TO fe-made-on (reg-idx)
                   MOVE fr-status      TO fe-status (reg-idx)
                   MOVE ZERO           TO fe-actual (reg-idx)
               END-IF
           END-PERFORM
           CLOSE forecast-register-file
           .
      *> A forecast period before the latest posted day's month has
      *> all its actuals in: sites first, so each region's actual is
      *> the sum of its sites'.
       report-closed-periods.
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register
               IF fe-site-line (reg-idx) AND fe-open (reg-idx)
                       AND fe-period (reg-idx) < run-month
                   PERFORM sum-site-actual
                   MOVE actual-units TO fe-actual (reg-idx)
                   PERFORM write-variance-line
               END-IF
           END-PERFORM
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register
               IF fe-region-line (reg-idx) AND fe-open (reg-idx)
                       AND fe-period (reg-idx) < run-month
                   MOVE ZERO TO actual-units
                   PERFORM VARYING reg-idx-2 FROM 1 BY 1
                           UNTIL reg-idx-2 > num-register
                       IF fe-site-line (reg-idx-2)
                               AND fe-period (reg-idx-2)
                                   = fe-period (reg-idx)
                               AND fe-region (reg-idx-2)
                                   = fe-key (reg-idx)
                           ADD fe-actual (reg-idx-2) TO actual-units
                       END-IF
                   END-PERFORM
                   MOVE actual-units TO fe-actual (reg-idx)
                   PERFORM write-variance-line
               END-IF
           END-PERFORM
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register
               IF fe-open (reg-idx)
                       AND fe-period (reg-idx) < run-month
                   SET fe-reported (reg-idx) TO TRUE
                   SET register-changed TO TRUE
               END-IF
           END-PERFORM
           IF variance-lines > 0
               CLOSE variance-report-file
           END-IF
           .
       sum-site-actual.
           MOVE ZERO TO actual-units
           MOVE fe-key (reg-idx) TO sa-site-id
           MOVE SPACES TO sa-date-stamp
           STRING fe-period (reg-idx) "-01" INTO sa-date-stamp
           END-STRING
           START site-actuals-file KEY NOT < sa-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM FOREVER
               READ site-actuals-file NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF sa-site-id NOT = fe-key (reg-idx)
                       OR sa-date-stamp (1:7) NOT = fe-period (reg-idx)
                   EXIT PERFORM
               END-IF
               ADD sa-units TO actual-units
           END-PERFORM
           .
       write-variance-line.
           IF variance-lines = 0
               OPEN OUTPUT variance-report-file
               IF NOT variance-report-is-ok
                   DISPLAY "site-forecast: variance report could "
                       "not be opened."
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF fe-period (reg-idx) NOT = reported-period
               MOVE fe-period (reg-idx) TO reported-period
               PERFORM print-variance-heading
           END-IF
           ADD 1 TO variance-lines
           COMPUTE variance-units =
               fe-actual (reg-idx) - fe-monthly (reg-idx)
           MOVE SPACES TO variance-flag
           IF fe-monthly (reg-idx) > 0
               COMPUTE variance-pct-calc ROUNDED =
                   variance-units * 100 / fe-monthly (reg-idx)
                   ON SIZE ERROR
                       MOVE 9999.99 TO variance-pct-calc
               END-COMPUTE
           ELSE
               MOVE ZERO TO variance-pct-calc
               IF fe-actual (reg-idx) > 0
                   MOVE 9999.99 TO variance-pct-calc
               END-IF
           END-IF
           IF ABS(variance-pct-calc) > variance-pct
               IF variance-pct-calc > 0
                   MOVE "OVER" TO variance-flag
               ELSE
                   MOVE "UNDER" TO variance-flag
               END-IF
               IF fe-site-line (reg-idx)
                   ADD 1 TO sites-flagged
               END-IF
           END-IF
           MOVE SPACES TO variance-line
           IF fe-site-line (reg-idx)
               MOVE fe-key (reg-idx)    TO vl-key
               MOVE fe-region (reg-idx) TO vl-region
           ELSE
               MOVE "REGION"            TO vl-key
               MOVE fe-key (reg-idx)    TO vl-region
           END-IF
           MOVE fe-monthly (reg-idx) TO vl-forecast
           MOVE fe-actual (reg-idx)  TO vl-actual
           MOVE variance-pct-calc    TO vl-pct
           MOVE variance-flag        TO vl-flag
           MOVE variance-line TO variance-print-line
           PERFORM write-variance-report-line
           .
      *> The suite's level over the trailing window, spread over the
      *> next period day by day, then shared out by each site's
      *> units in the same window.
       build-next-forecast.
           MOVE ZERO TO window-days, window-volume, dd-volume,
               dd-total, avg-daily-volume, volume-per-dd
           OPEN INPUT stats-history-file
           IF stats-history-is-ok
               MOVE window-start TO sh-date-stamp
               START stats-history-file KEY NOT < sh-date-stamp
                   INVALID KEY
                       MOVE 10 TO stats-history-status
               END-START
               PERFORM UNTIL stats-history-eof
                   READ stats-history-file NEXT
                       AT END
                           MOVE 10 TO stats-history-status
                       NOT AT END
                           IF sh-date-stamp > latest-date
                               MOVE 10 TO stats-history-status
                           ELSE
                               PERFORM note-window-day
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE stats-history-file
           END-IF

           PERFORM load-window-shares
           IF window-days = 0 OR share-total = 0
               DISPLAY "site-forecast: no history in the "
                   history-days "-day window - no forecast for "
                   next-period "."
               EXIT PARAGRAPH
           END-IF
           COMPUTE avg-daily-volume ROUNDED =
               window-volume / window-days
           IF dd-total > 0
               COMPUTE volume-per-dd ROUNDED = dd-volume / dd-total
           END-IF

           MOVE ZERO TO period-volume
           PERFORM VARYING day-int FROM period-first-int BY 1
                   UNTIL day-int > period-last-int
               PERFORM set-work-date
               PERFORM find-degree-days
               IF volume-per-dd > 0 AND day-degree-days > 0
                   COMPUTE day-volume ROUNDED =
                       volume-per-dd * day-degree-days
               ELSE
                   MOVE avg-daily-volume TO day-volume
               END-IF
               ADD day-volume TO period-volume
           END-PERFORM

           OPEN OUTPUT forecast-report-file
           IF NOT forecast-report-is-ok
               DISPLAY "site-forecast: forecast report could not be "
                   "opened."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM print-forecast-heading
           PERFORM VARYING share-idx FROM 1 BY 1
                   UNTIL share-idx > num-share-sites
               PERFORM forecast-one-site
           END-PERFORM
           MOVE SPACES TO forecast-print-line
           PERFORM write-forecast-report-line
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
               PERFORM forecast-one-region
           END-PERFORM
           MOVE SPACES TO forecast-line
           MOVE "TOTAL" TO fl-key
           COMPUTE fl-daily ROUNDED = period-volume / period-days
           MOVE period-volume TO fl-monthly
           MOVE forecast-line TO forecast-print-line
           PERFORM write-forecast-report-line
           CLOSE forecast-report-file
           SET register-changed TO TRUE
           .
      *> A degree-day figure for the window day lets the day count
      *> toward the per-degree-day rate as well as the plain mean.
       note-window-day.
           COMPUTE day-volume ROUNDED = sh-mean-val * sh-day-accepted
           ADD 1 TO window-days
           ADD day-volume TO window-volume
           MOVE sh-date-stamp TO work-date
           PERFORM find-degree-days
           IF day-degree-days > 0
               ADD day-volume TO dd-volume
               ADD day-degree-days TO dd-total
           END-IF
           .
       load-window-shares.
           MOVE ZERO TO share-total
           MOVE LOW-VALUES TO sa-key
           START site-actuals-file KEY NOT < sa-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM FOREVER
               READ site-actuals-file NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF sa-date-stamp NOT < window-start
                       AND sa-date-stamp NOT > latest-date
                   PERFORM note-site-share
               END-IF
           END-PERFORM
           .
       note-site-share.
           IF num-share-sites > 0
               SET share-idx TO 1
               SEARCH share-site-entry
                   AT END
                       PERFORM add-share-site
                   WHEN sf-site-id (share-idx) = sa-site-id
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-share-site
           END-IF
           ADD sa-units TO sf-units (share-idx), share-total
           .
       add-share-site.
           IF num-share-sites < 2000
               ADD 1 TO num-share-sites
               SET share-idx TO num-share-sites
               MOVE sa-site-id TO sf-site-id (share-idx)
               MOVE ZERO TO sf-units (share-idx)
               PERFORM resolve-site-region
               MOVE region-for-site TO sf-region (share-idx)
           END-IF
           .
       forecast-one-site.
           COMPUTE site-monthly ROUNDED =
               period-volume * sf-units (share-idx) / share-total
           COMPUTE site-daily ROUNDED = site-monthly / period-days
           ADD 1 TO sites-forecast

           IF num-regions > 0
               SET region-idx TO 1
               SEARCH region-entry
                   AT END
                       PERFORM add-region-entry
                   WHEN rf-region (region-idx) = sf-region (share-idx)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-region-entry
           END-IF
           ADD site-daily   TO rf-daily (region-idx)
           ADD site-monthly TO rf-monthly (region-idx)

           MOVE SPACES TO forecast-line
           MOVE sf-site-id (share-idx) TO fl-key
           MOVE sf-region (share-idx)  TO fl-region
           MOVE site-daily             TO fl-daily
           MOVE site-monthly           TO fl-monthly
           MOVE forecast-line TO forecast-print-line
           PERFORM write-forecast-report-line

           IF num-register < 9000
               ADD 1 TO num-register
               SET reg-idx TO num-register
               MOVE "SITE"                 TO fe-record-type (reg-idx)
               MOVE next-period            TO fe-period (reg-idx)
               MOVE sf-site-id (share-idx) TO fe-key (reg-idx)
               MOVE sf-region (share-idx)  TO fe-region (reg-idx)
               MOVE site-daily             TO fe-daily (reg-idx)
               MOVE site-monthly           TO fe-monthly (reg-idx)
               MOVE today-date             TO fe-made-on (reg-idx)
               SET fe-open (reg-idx) TO TRUE
               MOVE ZERO                   TO fe-actual (reg-idx)
           END-IF
           .
       add-region-entry.
           IF num-regions < 200
               ADD 1 TO num-regions
               SET region-idx TO num-regions
               MOVE sf-region (share-idx) TO rf-region (region-idx)
               MOVE ZERO TO rf-daily (region-idx),
                   rf-monthly (region-idx)
           END-IF
           .
       forecast-one-region.
           MOVE SPACES TO forecast-line
           MOVE "REGION"                TO fl-key
           MOVE rf-region (region-idx)  TO fl-region
           MOVE rf-daily (region-idx)   TO fl-daily
           MOVE rf-monthly (region-idx) TO fl-monthly
           MOVE forecast-line TO forecast-print-line
           PERFORM write-forecast-report-line

           IF num-register < 9000
               ADD 1 TO num-register
               SET reg-idx TO num-register
               MOVE "REGION"               TO fe-record-type (reg-idx)
               MOVE next-period            TO fe-period (reg-idx)
               MOVE rf-region (region-idx) TO fe-key (reg-idx)
               MOVE rf-region (region-idx) TO fe-region (reg-idx)
               MOVE rf-daily (region-idx)  TO fe-daily (reg-idx)
               MOVE rf-monthly (region-idx) TO fe-monthly (reg-idx)
               MOVE today-date             TO fe-made-on (reg-idx)
               SET fe-open (reg-idx) TO TRUE
               MOVE ZERO                   TO fe-actual (reg-idx)
           END-IF
           .
       rewrite-forecast-register.
           MOVE REGISTER-WORK TO forecast-register-assign
           OPEN OUTPUT forecast-register-file
           IF NOT forecast-register-is-ok
               DISPLAY "site-forecast: forecast register working "
                   "copy could not be opened - forecast NOT saved."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register
               MOVE SPACES TO forecast-register-record
               MOVE fe-record-type (reg-idx) TO fr-record-type
               MOVE fe-period (reg-idx)      TO fr-period
               MOVE fe-key (reg-idx)         TO fr-key
               MOVE fe-region (reg-idx)      TO fr-region
               MOVE fe-daily (reg-idx)       TO fr-daily
               MOVE fe-monthly (reg-idx)     TO fr-monthly
               MOVE fe-made-on (reg-idx)     TO fr-made-on
               MOVE fe-status (reg-idx)      TO fr-status
               WRITE forecast-register-record
           END-PERFORM
           CLOSE forecast-register-file

           MOVE REGISTER-WORK TO commit-work-name
           MOVE REGISTER-PATH TO commit-real-name
           CALL "keep-generation" USING commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "site-forecast: *** COMMIT FAILED *** "
                   REGISTER-WORK " could not replace "
                   REGISTER-PATH
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       print-forecast-heading.
           ADD 1 TO forecast-page-number
           MOVE SPACES TO forecast-print-line
           STRING "SITE FORECAST " next-period
               "                REPORT DATE "
               report-date "         PAGE " forecast-page-number
               INTO forecast-print-line
           END-STRING
           WRITE forecast-print-line
           MOVE SPACES TO forecast-print-line
           CALL "report-environment" USING forecast-print-line
           WRITE forecast-print-line
           MOVE SPACES TO forecast-print-line
           WRITE forecast-print-line
           MOVE "SITE      REGION     DAILY UNITS     MONTHLY UNITS"
               TO forecast-print-line
           WRITE forecast-print-line
           MOVE SPACES TO forecast-print-line
           WRITE forecast-print-line
           MOVE 5 TO forecast-lines-on-page
           .
       write-forecast-report-line.
           IF forecast-lines-on-page NOT < PAGE-DEPTH
               PERFORM print-forecast-heading
           END-IF
           WRITE forecast-print-line
           ADD 1 TO forecast-lines-on-page
           MOVE SPACES TO forecast-print-line
           .
       print-variance-heading.
           ADD 1 TO variance-page-number
           MOVE SPACES TO variance-print-line
           STRING "FORECAST VARIANCE " reported-period
               "            REPORT DATE "
               report-date "         PAGE " variance-page-number
               INTO variance-print-line
           END-STRING
           WRITE variance-print-line
           MOVE SPACES TO variance-print-line
           CALL "report-environment" USING variance-print-line
           WRITE variance-print-line
           MOVE SPACES TO variance-print-line
           WRITE variance-print-line
           MOVE "SITE      REGION        FORECAST UNITS      "
               & "ACTUAL UNITS    VAR %  FLAG"
               TO variance-print-line
           WRITE variance-print-line
           MOVE SPACES TO variance-print-line
           WRITE variance-print-line
           MOVE 5 TO variance-lines-on-page
           .
       write-variance-report-line.
           IF variance-lines-on-page NOT < PAGE-DEPTH
               PERFORM print-variance-heading
           END-IF
           WRITE variance-print-line
           ADD 1 TO variance-lines-on-page
           MOVE SPACES TO variance-print-line
           .
       END PROGRAM site-forecast.

      *> Site master maintenance.  site-maint-trans.txt carries one
      *> transaction per line:
      *>     A,site-id,name,commission-date,unit,region   add
      *>     C,site-id,name,commission-date,unit,region   change
      *>     S,site-id                                    suspend
      *>     R,site-id                                    reinstate
      *>     D,site-id                                    decommission
      *> a blank field on a change keeps the master's value.  Adds
      *> reject a site-id already on the master; the unit code must
      *> be blank (the standard unit) or on unit-conversion.txt, the
      *> region code on region-codes.txt ("code,name" per line; with
      *> no such file, a region some master line already uses), and
      *> the commission date a real YYYY-MM-DD.  Every applied
      *> transaction writes its before and after images to the
      *> chained site-master-audit.txt; the operator must hold the
      *> site-maint function on operator-auth.txt, the gate the
      *> passfile's maintenance runs behind.  Rejected lines go to
      *> site-maint-rejects.txt with the reason, ready to correct
      *> and refeed; the transaction file is consumed and the new
      *> master replaces the old through keep-generation.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. site-maint.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-trans-file ASSIGN TO "site-maint-trans.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-trans-status.

           SELECT site-master-file ASSIGN TO site-master-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT unit-conversion-file
               ASSIGN TO "unit-conversion.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS unit-conversion-status.

           SELECT region-codes-file ASSIGN TO "region-codes.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS region-codes-status.

           SELECT site-audit-file ASSIGN TO "site-master-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-audit-status.

           SELECT site-audit-scan-file
               ASSIGN TO "site-master-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-audit-scan-status.

           SELECT site-rejects-file ASSIGN TO "site-maint-rejects.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-rejects-status.

       DATA DIVISION.
       FILE SECTION.
       FD  site-trans-file.
       01  site-trans-record       PIC X(120).

      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

       FD  unit-conversion-file.
       01  unit-conversion-record  PIC X(30).

       FD  region-codes-file.
       01  region-codes-record     PIC X(60).

       FD  site-audit-file.
       01  site-audit-record       PIC X(300).

       FD  site-audit-scan-file.
       01  site-audit-scan-record  PIC X(300).

       FD  site-rejects-file.
       01  site-rejects-record     PIC X(180).

       WORKING-STORAGE SECTION.
       01  site-trans-status       PIC 99.
           88 site-trans-is-ok     VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  unit-conversion-status  PIC 99.
           88 unit-conversion-is-ok
                                   VALUE 0.
       01  region-codes-status     PIC 99.
           88 region-codes-is-ok   VALUE 0.
       01  site-audit-status       PIC 99.
           88 site-audit-is-ok     VALUE 0.
       01  site-audit-scan-status  PIC 99.
           88 site-audit-scan-is-ok
                                   VALUE 0.
       01  site-rejects-status     PIC 99.
           88 site-rejects-is-ok   VALUE 0.

       78  SITE-MASTER-PATH        VALUE "site-master.txt".
       78  SITE-MASTER-WORK        VALUE "site-master.txt.new".
       01  site-master-assign      PIC X(40) VALUE "site-master.txt".
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).
       01  trans-name              PIC X(24)
                                    VALUE "site-maint-trans.txt".

       01  guarded-function        PIC X(20) VALUE "site-maint".
       01  auth-allowed-flag       PIC X.
           88  operator-authorized VALUE "Y".
       01  operator-id             PIC X(32).

       01  lock-name               PIC X(20) VALUE "site-master".
       01  lock-action             PIC X.
       01  lock-grant-flag         PIC X.
           88  lock-was-granted    VALUE "Y".

       01  num-sites               PIC 9(4).
       01  site-overflow-count     PIC 9(5) VALUE ZERO.
       01  sites-area.
           03  site-entry          OCCURS 1 TO 1000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-image        PIC X(62).

       01  num-unit-codes          PIC 99.
       01  unit-codes-area.
           03  unit-code-entry     OCCURS 1 TO 50 TIMES
                                    DEPENDING ON num-unit-codes
                                    INDEXED BY unit-idx.
               05  uc-unit-code    PIC X(4).
       01  uc-code-text            PIC X(10).

       01  num-region-codes        PIC 9(3).
       01  region-codes-area.
           03  region-code-entry   OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-region-codes
                                    INDEXED BY region-idx.
               05  rc-region-code  PIC X(4).
       01  rc-code-text            PIC X(10).
       01  region-table-sw         PIC X.
           88  region-table-loaded VALUE "Y".

       01  tr-action-text          PIC X(4).
       01  tr-site-text            PIC X(10).
       01  tr-name-text            PIC X(32).
       01  tr-date-text            PIC X(12).
       01  tr-unit-text            PIC X(6).
       01  tr-region-text          PIC X(6).
       01  tr-action               PIC X.
           88  tr-add              VALUE "A".
           88  tr-change           VALUE "C".
           88  tr-suspend          VALUE "S".
           88  tr-reinstate        VALUE "R".
           88  tr-decommission     VALUE "D".
       01  tr-verb                 PIC X(12).

       01  site-found-sw           PIC X.
           88  site-found          VALUE "Y".
       01  before-image            PIC X(62).
       01  reject-reason           PIC X(60).
       01  work-yyyymmdd           PIC 9(8).

       01  chain-prev              PIC X(8) VALUE "00000000".
       01  chain-new               PIC X(8).
       01  chain-text              PIC X(280).
      *> The run's BEFORE/AFTER lines, held until the master they
      *> describe is committed; two per transaction at most.
       01  num-audit-lines         PIC 9(4) VALUE ZERO.
       01  audit-lines-area.
           03  audit-line-entry    OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-audit-lines
                                    INDEXED BY audit-idx.
               05  al-text         PIC X(280).
       01  master-committed-sw     PIC X VALUE "N".
           88  master-committed    VALUE "Y".
       01  scan-length             PIC 9(4).
       01  scan-eof-sw             PIC X.
           88  scan-eof            VALUE "Y".

       01  trans-read              PIC 9(5).
       01  trans-applied           PIC 9(5).
       01  trans-rejected          PIC 9(5).

       01  rh-program-name         PIC X(20) VALUE "site-maint".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       site-maint-main.
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO operator-id
           ACCEPT operator-id FROM ENVIRONMENT "USER"
           IF operator-id = SPACES
               MOVE "unknown" TO operator-id
           END-IF

           OPEN INPUT site-trans-file
           IF NOT site-trans-is-ok
               DISPLAY "site-maint: no site maintenance transactions "
                   "- nothing to apply."
               GOBACK
           END-IF

           MOVE "A" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           IF NOT lock-was-granted
               CLOSE site-trans-file
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           PERFORM load-site-master
           *> a master that did not fit would be saved short
           IF site-overflow-count > 0
               DISPLAY "site-maint: " site-overflow-count
                   " site(s) past the table of 1000 - no "
                   "transactions applied, site master unchanged."
               CLOSE site-trans-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-site-maint
               GOBACK
           END-IF
           PERFORM load-unit-codes
           PERFORM load-region-codes
           PERFORM load-audit-chain-seed

           OPEN EXTEND site-audit-file
           IF NOT site-audit-is-ok
               OPEN OUTPUT site-audit-file
           END-IF
           IF NOT site-audit-is-ok
               DISPLAY "site-maint: site master audit file could not "
                   "be opened - no transactions applied."
               CLOSE site-trans-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-site-maint
               GOBACK
           END-IF
           OPEN OUTPUT site-rejects-file
           IF NOT site-rejects-is-ok
               DISPLAY "site-maint: site-maint-rejects.txt could not "
                   "be opened - no transactions applied."
               CLOSE site-trans-file
               CLOSE site-audit-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-site-maint
               GOBACK
           END-IF

           PERFORM FOREVER
               READ site-trans-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF site-trans-record NOT = SPACES
                       AND site-trans-record (1:1) NOT = "#"
                   ADD 1 TO trans-read
                   PERFORM apply-one-transaction
               END-IF
           END-PERFORM
           CLOSE site-trans-file
           CLOSE site-rejects-file

           IF trans-applied > 0
               PERFORM rewrite-site-master
               PERFORM write-held-audit-lines
           END-IF
           CLOSE site-audit-file
           IF RETURN-CODE = 0
               CALL "CBL_DELETE_FILE" USING trans-name
           END-IF

           DISPLAY "site-maint: " trans-read " transaction(s), "
               trans-applied " applied, " trans-rejected
               " rejected."
           IF trans-rejected > 0
               DISPLAY "site-maint: see site-maint-rejects.txt"
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-site-maint
           GOBACK
           .
       finish-site-maint.
           MOVE "END" TO rh-phase
           MOVE trans-read TO rh-records-in
           MOVE trans-applied TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
           MOVE "R" TO lock-action
           CALL "run-lock" USING lock-name, lock-action,
               lock-grant-flag
           .
       load-site-master.
           MOVE SITE-MASTER-PATH TO site-master-assign
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES
                   IF num-sites < 1000
                       ADD 1 TO num-sites
                       MOVE site-master-record
                           TO st-image (num-sites)
                   ELSE
                       ADD 1 TO site-overflow-count
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
       load-unit-codes.
           OPEN INPUT unit-conversion-file
           IF NOT unit-conversion-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ unit-conversion-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF unit-conversion-record NOT = SPACES
                       AND num-unit-codes < 50
                   MOVE SPACES TO uc-code-text
                   UNSTRING unit-conversion-record
                       DELIMITED BY ","
                       INTO uc-code-text
                   IF uc-code-text NOT = SPACES
                       ADD 1 TO num-unit-codes
                       MOVE uc-code-text (1:4)
                           TO uc-unit-code (num-unit-codes)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE unit-conversion-file
           .
      *> Without a region table the known regions are the ones the
      *> master already reports through.
       load-region-codes.
           OPEN INPUT region-codes-file
           IF region-codes-is-ok
               SET region-table-loaded TO TRUE
               PERFORM FOREVER
                   READ region-codes-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF region-codes-record NOT = SPACES
                           AND region-codes-record (1:1) NOT = "#"
                           AND num-region-codes < 200
                       MOVE SPACES TO rc-code-text
                       UNSTRING region-codes-record
                           DELIMITED BY ","
                           INTO rc-code-text
                       IF rc-code-text NOT = SPACES
                           ADD 1 TO num-region-codes
                           MOVE rc-code-text (1:4)
                               TO rc-region-code (num-region-codes)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE region-codes-file
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
               MOVE st-image (site-idx) TO site-master-record
               IF smr-region-code NOT = SPACES
                   PERFORM note-known-region
               END-IF
           END-PERFORM
           .
       note-known-region.
           IF num-region-codes > 0
               SET region-idx TO 1
               SEARCH region-code-entry
                   AT END
                       PERFORM add-known-region
                   WHEN rc-region-code (region-idx) = smr-region-code
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM add-known-region
           END-IF
           .
       add-known-region.
           IF num-region-codes < 200
               ADD 1 TO num-region-codes
               MOVE smr-region-code TO rc-region-code (num-region-codes)
           END-IF
           .
       load-audit-chain-seed.
           OPEN INPUT site-audit-scan-file
           IF NOT site-audit-scan-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL scan-eof
               READ site-audit-scan-file
                   AT END
                       SET scan-eof TO TRUE
                   NOT AT END
                       IF site-audit-scan-record NOT = SPACES
                           COMPUTE scan-length = LENGTH(TRIM(
                               site-audit-scan-record TRAILING))
                           IF scan-length > 11
                                   AND site-audit-scan-record
                                       (scan-length - 10:3)
                                       = " C="
                               MOVE site-audit-scan-record
                                   (scan-length - 7:8)
                                   TO chain-prev
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE site-audit-scan-file
           .
       apply-one-transaction.
           MOVE SPACES TO tr-action-text, tr-site-text, tr-name-text,
               tr-date-text, tr-unit-text, tr-region-text,
               reject-reason
           UNSTRING site-trans-record DELIMITED BY ","
               INTO tr-action-text, tr-site-text, tr-name-text,
                   tr-date-text, tr-unit-text, tr-region-text
           MOVE UPPER-CASE(TRIM(tr-action-text)) TO tr-action
           MOVE TRIM(tr-site-text) TO tr-site-text
           MOVE TRIM(tr-name-text) TO tr-name-text
           MOVE TRIM(tr-date-text) TO tr-date-text
           MOVE UPPER-CASE(TRIM(tr-unit-text)) TO tr-unit-text
           MOVE UPPER-CASE(TRIM(tr-region-text)) TO tr-region-text

           IF tr-site-text = SPACES
               MOVE "site-id missing" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           IF tr-site-text (9:2) NOT = SPACES
               MOVE "site-id longer than 8 characters"
                   TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           IF num-audit-lines > 1998
               MOVE "audit table full - resubmit next run"
                   TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           PERFORM find-site

           EVALUATE TRUE
               WHEN tr-add
                   PERFORM apply-add
               WHEN tr-change
                   PERFORM apply-change
               WHEN tr-suspend
                   MOVE "SUSPEND" TO tr-verb
                   PERFORM apply-status-change
               WHEN tr-reinstate
                   MOVE "REINSTATE" TO tr-verb
                   PERFORM apply-status-change
               WHEN tr-decommission
                   MOVE "DECOMMISSION" TO tr-verb
                   PERFORM apply-status-change
               WHEN OTHER
                   MOVE "action must be A, C, S, R or D"
                       TO reject-reason
                   PERFORM reject-transaction
           END-EVALUATE
           .
       find-site.
           MOVE SPACE TO site-found-sw
           IF num-sites = 0
               EXIT PARAGRAPH
           END-IF
           SET site-idx TO 1
           SEARCH site-entry
               AT END
                   CONTINUE
               WHEN st-image (site-idx) (1:8) = tr-site-text (1:8)
                   SET site-found TO TRUE
           END-SEARCH
           .
       apply-add.
           IF site-found
               MOVE "site-id already on the master" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           IF tr-name-text = SPACES OR tr-date-text = SPACES
               MOVE "an add needs a name and a commission date"
                   TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           IF num-sites NOT < 1000
               MOVE "site master table is full" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO site-master-record
           MOVE tr-site-text (1:8) TO smr-site-id
           MOVE "A" TO smr-site-status
           PERFORM merge-changed-fields
           IF reject-reason NOT = SPACES
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-sites
           SET site-idx TO num-sites
           MOVE SPACES TO before-image
           MOVE site-master-record TO st-image (site-idx)
           MOVE "ADD" TO tr-verb
           PERFORM audit-transaction
           .
       apply-change.
           IF NOT site-found
               MOVE "site-id not on the master" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE st-image (site-idx) TO site-master-record,
               before-image
           PERFORM merge-changed-fields
           IF reject-reason NOT = SPACES
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE site-master-record TO st-image (site-idx)
           MOVE "CHANGE" TO tr-verb
           PERFORM audit-transaction
           .
      *> Fields given on the transaction are validated and moved
      *> over the record; blank fields keep what is there.
       merge-changed-fields.
           IF tr-name-text NOT = SPACES
               IF tr-name-text (31:2) NOT = SPACES
                   MOVE "site name longer than 30 characters"
                       TO reject-reason
                   EXIT PARAGRAPH
               END-IF
               MOVE tr-name-text (1:30) TO smr-site-name
           END-IF
           IF tr-date-text NOT = SPACES
               IF tr-date-text (5:1) NOT = "-"
                       OR tr-date-text (8:1) NOT = "-"
                       OR tr-date-text (11:2) NOT = SPACES
                   MOVE "commission date is not YYYY-MM-DD"
                       TO reject-reason
                   EXIT PARAGRAPH
               END-IF
               MOVE tr-date-text (1:4) TO work-yyyymmdd (1:4)
               MOVE tr-date-text (6:2) TO work-yyyymmdd (5:2)
               MOVE tr-date-text (9:2) TO work-yyyymmdd (7:2)
               IF work-yyyymmdd NOT NUMERIC
                   OR INTEGER-OF-DATE(work-yyyymmdd) = 0
                   MOVE "commission date is not a valid date"
                       TO reject-reason
                   EXIT PARAGRAPH
               END-IF
               MOVE tr-date-text (1:10) TO smr-commission-date
           END-IF
           IF tr-unit-text NOT = SPACES
               PERFORM check-unit-code
               IF reject-reason NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE tr-unit-text (1:4) TO smr-unit-code
           END-IF
           IF tr-region-text NOT = SPACES
               PERFORM check-region-code
               IF reject-reason NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE tr-region-text (1:4) TO smr-region-code
           END-IF
           .
       check-unit-code.
           IF num-unit-codes = 0
               MOVE "unit code given but no unit-conversion table"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF
           SET unit-idx TO 1
           SEARCH unit-code-entry
               AT END
                   MOVE "unit code not on unit-conversion.txt"
                       TO reject-reason
               WHEN uc-unit-code (unit-idx) = tr-unit-text (1:4)
                   CONTINUE
           END-SEARCH
           .
       check-region-code.
           IF num-region-codes = 0
               MOVE "region code unknown - no regions on file"
                   TO reject-reason
               EXIT PARAGRAPH
           END-IF
           SET region-idx TO 1
           SEARCH region-code-entry
               AT END
                   IF region-table-loaded
                       MOVE "region code not on region-codes.txt"
                           TO reject-reason
                   ELSE
                       MOVE "region code not used by any site"
                           TO reject-reason
                   END-IF
               WHEN rc-region-code (region-idx) = tr-region-text (1:4)
                   CONTINUE
           END-SEARCH
           .
       apply-status-change.
           IF NOT site-found
               MOVE "site-id not on the master" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           MOVE st-image (site-idx) TO site-master-record,
               before-image
           IF smr-site-status = "D"
               MOVE "site is decommissioned" TO reject-reason
               PERFORM reject-transaction
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN tr-suspend
                   MOVE "S" TO smr-site-status
               WHEN tr-reinstate
                   MOVE "A" TO smr-site-status
               WHEN tr-decommission
                   MOVE "D" TO smr-site-status
           END-EVALUATE
           MOVE site-master-record TO st-image (site-idx)
           PERFORM audit-transaction
           .
      *> Before and after images, each its own chained line, so a
      *> reviewer can diff them column for column.
       audit-transaction.
           ADD 1 TO trans-applied
           IF before-image NOT = SPACES
               MOVE SPACES TO chain-text
               STRING CURRENT-DATE (1:14) " " tr-verb " "
                   TRIM(operator-id) " BEFORE " before-image
                   INTO chain-text
               END-STRING
               PERFORM hold-audit-line
           END-IF
           MOVE SPACES TO chain-text
           STRING CURRENT-DATE (1:14) " " tr-verb " "
               TRIM(operator-id) " AFTER  " st-image (site-idx)
               INTO chain-text
           END-STRING
           PERFORM hold-audit-line
           .
       hold-audit-line.
           ADD 1 TO num-audit-lines
           MOVE chain-text TO al-text (num-audit-lines)
           .
      *> Only a committed master gets its BEFORE/AFTER lines; a
      *> failed commit is recorded as one NOT APPLIED line instead.
       write-held-audit-lines.
           IF master-committed
               PERFORM VARYING audit-idx FROM 1 BY 1
                       UNTIL audit-idx > num-audit-lines
                   MOVE al-text (audit-idx) TO chain-text
                   PERFORM write-audit-line
               END-PERFORM
           ELSE
               MOVE SPACES TO chain-text
               STRING CURRENT-DATE (1:14) " NOT APPLIED "
                   TRIM(operator-id) " " trans-applied
                   " transaction(s) - site master commit failed"
                   INTO chain-text
               END-STRING
               PERFORM write-audit-line
           END-IF
           .
       write-audit-line.
           CALL "audit-chain" USING chain-prev, chain-text,
               chain-new
           MOVE SPACES TO site-audit-record
           STRING TRIM(chain-text TRAILING) " C=" chain-new
               INTO site-audit-record
           END-STRING
           WRITE site-audit-record
           MOVE chain-new TO chain-prev
           .
       reject-transaction.
           ADD 1 TO trans-rejected
           MOVE SPACES TO site-rejects-record
           STRING TRIM(site-trans-record TRAILING) " | "
               TRIM(reject-reason)
               INTO site-rejects-record
           END-STRING
           WRITE site-rejects-record
           .
       rewrite-site-master.
           MOVE SITE-MASTER-WORK TO site-master-assign
           OPEN OUTPUT site-master-file
           IF NOT site-master-is-ok
               DISPLAY "site-maint: site master working copy could "
                   "not be opened - master NOT updated."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
               MOVE st-image (site-idx) TO site-master-record
               WRITE site-master-record
           END-PERFORM
           CLOSE site-master-file

           MOVE SITE-MASTER-WORK TO commit-work-name
           MOVE SITE-MASTER-PATH TO commit-real-name
           CALL "keep-generation" USING commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "site-maint: *** COMMIT FAILED *** "
                   SITE-MASTER-WORK " could not replace "
                   SITE-MASTER-PATH
               MOVE 1 TO RETURN-CODE
           ELSE
               SET master-committed TO TRUE
           END-IF
           .
       END PROGRAM site-maint.

      *> Meter recalibration report.  Every meter still in service
      *> on meter-register.txt is due for recalibration its
      *> interval after it was last calibrated - the later of the
      *> register's own last-calibrated date and the latest
      *> calibration.txt line keyed by its serial, or its install
      *> date if it has never been calibrated.  The interval is the
      *> meter's own recal-days where the register gives one, else
      *> [meter-register] RECAL-DAYS (365); meters overdue or due
      *> within [meter-register] LEAD-DAYS (30) are listed on
      *> meter-recal-report.txt, most overdue first.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. meter-recal-report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT meter-register-file ASSIGN TO "meter-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS meter-register-status.

           SELECT calibration-file ASSIGN TO "calibration.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS calibration-status.

           SELECT recal-report-file ASSIGN TO "meter-recal-report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS recal-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  meter-register-file.
       01  meter-register-record   PIC X(100).

       FD  calibration-file.
       01  calibration-record      PIC X(60).

       FD  recal-report-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  meter-register-status   PIC 99.
           88 meter-register-is-ok VALUE 0.
       01  calibration-status      PIC 99.
           88 calibration-is-ok    VALUE 0.
       01  recal-report-status     PIC 99.
           88 recal-report-is-ok   VALUE 0.

       01  cfg-section             PIC X(32) VALUE "meter-register".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".
       01  default-recal-days      PIC 9(4)  VALUE 365.
       01  lead-days               PIC 9(4)  VALUE 30.

       01  num-meters              PIC 9(4).
       01  meters-area.
           03  meter-entry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-meters
                                    INDEXED BY meter-idx.
               05  mr-serial       PIC X(12).
               05  mr-site-id      PIC X(8).
               05  mr-install-date PIC X(10).
               05  mr-last-cal     PIC X(10).
               05  mr-recal-days   PIC 9(4).
               05  mr-due-integer  PIC 9(8).
               05  mr-listed-flag  PIC X.
                   88  mr-listed   VALUE "Y".

       01  mr-serial-text          PIC X(14).
       01  mr-site-text            PIC X(10).
       01  mr-install-text         PIC X(12).
       01  mr-removal-text         PIC X(12).
       01  mr-multiplier-text      PIC X(12).
       01  mr-last-cal-text        PIC X(12).
       01  mr-recal-text           PIC X(8).
       01  cal-serial-text         PIC X(14).
       01  cal-from-text           PIC X(12).

       01  work-date               PIC X(10).
       01  work-yyyymmdd           PIC 9(8).
       01  work-integer            PIC 9(8).
       01  today-date              PIC X(10).
       01  today-integer           PIC 9(8).
       01  horizon-integer         PIC 9(8).
       01  days-to-due             PIC S9(6).
       01  due-date                PIC X(10).
       01  best-idx                PIC 9(4).
       01  best-due                PIC 9(8).

       01  meters-read             PIC 9(6).
       01  meters-in-service       PIC 9(6).
       01  meters-due              PIC 9(6).
       01  meters-overdue          PIC 9(6).
       01  meters-not-loaded       PIC 9(6) VALUE ZERO.

       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).
       01  lines-on-page           PIC 99.
       78  PAGE-DEPTH              VALUE 50.

       01  recal-line.
           03  rl-serial           PIC X(12).
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-site-id          PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-install-date     PIC X(10).
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-last-cal         PIC X(10).
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-recal-days       PIC Z(3)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-due-date         PIC X(10).
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-days             PIC -(5)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  rl-status           PIC X(7).

       01  rh-program-name         PIC X(20)
                                    VALUE "meter-recal-report".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       meter-recal-report-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO today-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           MOVE today-date TO report-date
           COMPUTE today-integer =
               INTEGER-OF-DATE(NUMVAL(CURRENT-DATE (1:8)))

           PERFORM load-recal-settings
           COMPUTE horizon-integer = today-integer + lead-days

           OPEN INPUT meter-register-file
           IF NOT meter-register-is-ok
               DISPLAY "meter-recal-report: no meter register - "
                   "nothing to report."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM load-meters-in-service
           CLOSE meter-register-file

           PERFORM apply-calibration-dates

           PERFORM compute-due-dates

           OPEN OUTPUT recal-report-file
           MOVE ZERO TO page-number
           MOVE SPACES TO print-line
           PERFORM print-page-heading
           PERFORM list-next-due-meter
               UNTIL best-idx = 0
           IF meters-due = 0
               MOVE "NO METERS DUE FOR RECALIBRATION" TO print-line
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO print-line
           PERFORM write-report-line
           STRING "METERS IN SERVICE " meters-in-service
               "   DUE " meters-due "   OVERDUE " meters-overdue
               "   LEAD DAYS " lead-days
               INTO print-line
           END-STRING
           PERFORM write-report-line
           IF meters-not-loaded > 0
               STRING "*** " meters-not-loaded " METER(S) IN SERVICE "
                   "PAST THE TABLE OF 2000 NOT CHECKED ***"
                   INTO print-line
               END-STRING
               PERFORM write-report-line
               MOVE 1 TO RETURN-CODE
           END-IF
           CLOSE recal-report-file

           MOVE "END" TO rh-phase
           MOVE meters-read TO rh-records-in
           MOVE meters-due TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           DISPLAY "meter-recal-report: " meters-in-service
               " meter(s) in service, " meters-due
               " due for recalibration, " meters-overdue
               " overdue - see meter-recal-report.txt"
           IF meters-not-loaded > 0
               DISPLAY "meter-recal-report: " meters-not-loaded
                   " meter(s) past the table of 2000 not checked."
           END-IF
           GOBACK
           .
       load-recal-settings.
           MOVE "RECAL-DAYS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
                   AND NUMVAL(cfg-value) > 0
               COMPUTE default-recal-days = NUMVAL(cfg-value)
           END-IF
           MOVE "LEAD-DAYS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE lead-days = NUMVAL(cfg-value)
           END-IF
           .
      *> Meters already removed by today are out of the report.
       load-meters-in-service.
           PERFORM FOREVER
               READ meter-register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF meter-register-record NOT = SPACES
                       AND meter-register-record (1:1) NOT = "#"
                   ADD 1 TO meters-read
                   MOVE SPACES TO mr-serial-text, mr-site-text,
                       mr-install-text, mr-removal-text,
                       mr-multiplier-text, mr-last-cal-text,
                       mr-recal-text
                   UNSTRING meter-register-record DELIMITED BY ","
                       INTO mr-serial-text, mr-site-text,
                           mr-install-text, mr-removal-text,
                           mr-multiplier-text, mr-last-cal-text,
                           mr-recal-text
                   IF mr-serial-text NOT = SPACES
                           AND (mr-removal-text = SPACES
                               OR mr-removal-text (1:10) > today-date)
                       IF num-meters < 2000
                           PERFORM add-meter-entry
                       ELSE
                           ADD 1 TO meters-not-loaded
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .
       add-meter-entry.
           ADD 1 TO num-meters, meters-in-service
           MOVE mr-serial-text (1:12) TO mr-serial (num-meters)
           MOVE mr-site-text (1:8) TO mr-site-id (num-meters)
           MOVE mr-install-text (1:10) TO mr-install-date (num-meters)
           MOVE mr-install-text (1:10) TO mr-last-cal (num-meters)
           IF mr-last-cal-text (1:10) > mr-last-cal (num-meters)
               MOVE mr-last-cal-text (1:10) TO mr-last-cal (num-meters)
           END-IF
           IF TEST-NUMVAL(TRIM(mr-recal-text)) = 0
                   AND NUMVAL(mr-recal-text) > 0
               COMPUTE mr-recal-days (num-meters) =
                   NUMVAL(mr-recal-text)
           ELSE
               MOVE default-recal-days TO mr-recal-days (num-meters)
           END-IF
           MOVE SPACE TO mr-listed-flag (num-meters)
           .
      *> A calibration.txt line keyed by a meter's serial dates a
      *> recalibration of that meter from its effective-from.
       apply-calibration-dates.
           IF num-meters = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT calibration-file
           IF NOT calibration-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ calibration-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF calibration-record NOT = SPACES
                   MOVE SPACES TO cal-serial-text, cal-from-text
                   UNSTRING calibration-record DELIMITED BY ","
                       INTO cal-serial-text, cal-from-text
                   SET meter-idx TO 1
                   SEARCH meter-entry
                       AT END
                           CONTINUE
                       WHEN mr-serial (meter-idx) = cal-serial-text
                           IF cal-from-text (1:10) NOT > today-date
                                   AND cal-from-text (1:10)
                                       > mr-last-cal (meter-idx)
                               MOVE cal-from-text (1:10)
                                   TO mr-last-cal (meter-idx)
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM
           CLOSE calibration-file
           .
      *> A meter whose last-calibrated date will not parse is
      *> reported as due today so it is looked at.
       compute-due-dates.
           PERFORM VARYING meter-idx FROM 1 BY 1
                   UNTIL meter-idx > num-meters
               MOVE mr-last-cal (meter-idx) TO work-date
               PERFORM convert-work-date
               IF work-integer = 0
                   MOVE today-integer TO mr-due-integer (meter-idx)
               ELSE
                   COMPUTE mr-due-integer (meter-idx) =
                       work-integer + mr-recal-days (meter-idx)
               END-IF
           END-PERFORM
           PERFORM find-next-due-meter
           .
       convert-work-date.
           MOVE 0 TO work-integer
           MOVE work-date (1:4) TO work-yyyymmdd (1:4)
           MOVE work-date (6:2) TO work-yyyymmdd (5:2)
           MOVE work-date (9:2) TO work-yyyymmdd (7:2)
           IF work-yyyymmdd NUMERIC
                   AND TEST-DATE-YYYYMMDD(work-yyyymmdd) = 0
               COMPUTE work-integer = INTEGER-OF-DATE(work-yyyymmdd)
           END-IF
           .
      *> The earliest-due meter not yet listed that falls due by
      *> the lead-time horizon; zero when there are no more.
       find-next-due-meter.
           MOVE 0 TO best-idx
           MOVE 99999999 TO best-due
           PERFORM VARYING meter-idx FROM 1 BY 1
                   UNTIL meter-idx > num-meters
               IF NOT mr-listed (meter-idx)
                       AND mr-due-integer (meter-idx)
                           NOT > horizon-integer
                       AND mr-due-integer (meter-idx) < best-due
                   SET best-idx TO meter-idx
                   MOVE mr-due-integer (meter-idx) TO best-due
               END-IF
           END-PERFORM
           .
       list-next-due-meter.
           SET meter-idx TO best-idx
           SET mr-listed (meter-idx) TO TRUE
           ADD 1 TO meters-due
           COMPUTE days-to-due = best-due - today-integer
           MOVE DATE-OF-INTEGER(best-due) TO work-yyyymmdd
           MOVE SPACES TO due-date
           STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2) "-"
               work-yyyymmdd (7:2)
               INTO due-date
           END-STRING
           MOVE mr-serial (meter-idx) TO rl-serial
           MOVE mr-site-id (meter-idx) TO rl-site-id
           MOVE mr-install-date (meter-idx) TO rl-install-date
           MOVE mr-last-cal (meter-idx) TO rl-last-cal
           MOVE mr-recal-days (meter-idx) TO rl-recal-days
           MOVE due-date TO rl-due-date
           MOVE days-to-due TO rl-days
           IF days-to-due < 0
               MOVE "OVERDUE" TO rl-status
               ADD 1 TO meters-overdue
           ELSE
               MOVE "DUE" TO rl-status
           END-IF
           MOVE recal-line TO print-line
           PERFORM write-report-line
           PERFORM find-next-due-meter
           .
       print-page-heading.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING "METERS DUE FOR RECALIBRATION      REPORT DATE "
               report-date "         PAGE " page-number
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           CALL "report-environment" USING print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "SERIAL        SITE      INSTALLED   LAST CAL    "
               & "DAYS  DUE DATE    DAYS TO  STATUS" TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 5 TO lines-on-page
           .
       write-report-line.
           IF lines-on-page NOT < PAGE-DEPTH
               PERFORM print-page-heading
           END-IF
           WRITE print-line
           ADD 1 TO lines-on-page
           MOVE SPACES TO print-line
           .
       END PROGRAM meter-recal-report.

      *> The regulator's monthly return, as the fixed-layout file
      *> their portal loads instead of the figures being re-keyed.
      *> The period is the latest month on month-history.txt - the
      *> month month-end-close last closed - unless
      *> [regulatory-return] PERIOD names another YYYY-MM.  One
      *> header record carries the month-history totals, one detail
      *> record per region the period's region-stats.txt day lines
      *> and estimates-ledger.txt estimates, and a trailer the
      *> record count and a hash total of the details' accepted
      *> volumes.  No return is produced until attest-day has
      *> attested every calendar day of the period.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regulatory-return.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT month-history-file ASSIGN TO "month-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS month-history-status.

           SELECT region-stats-file ASSIGN TO "region-stats.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS region-stats-status.

           SELECT estimates-ledger-file
               ASSIGN TO "estimates-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS estimates-ledger-status.

           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT attestations-file ASSIGN TO "attestations.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS attestations-status.

           SELECT sla-threshold-file ASSIGN TO "sla-threshold.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sla-threshold-status.

           SELECT return-file ASSIGN TO return-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS return-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as month-end-close's month-history-record.
       FD  month-history-file.
       01  month-history-record.
           03  mh-month            PIC X(7).
           03  FILLER              PIC X.
           03  mh-grand-total      PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  mh-total-accepted   PIC 9(8).
           03  FILLER              PIC X.
           03  mh-total-rejected   PIC 9(8).
           03  FILLER              PIC X.
           03  mh-mean-val         PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  mh-max-gap          PIC 9(8).
           03  FILLER              PIC X.
           03  mh-max-gap-site     PIC X(8).
           03  FILLER              PIC X.
           03  mh-sla-days-breached
                                   PIC 9(3).

      *> Same layout as data-munging's region-stats-record.
       FD  region-stats-file.
       01  region-stats-record.
           03  rg-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  rg-region-code      PIC X(4).
           03  FILLER              PIC X.
           03  rg-day-rejected     PIC 9(5).
           03  FILLER              PIC X.
           03  rg-day-accepted     PIC 9(5).
           03  FILLER              PIC X.
           03  rg-mean-val         PIC 9(8)V9(3).

      *> Same layout as estimate-readings' estimates-ledger-record.
       FD  estimates-ledger-file.
       01  estimates-ledger-record.
           03  el-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  el-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  el-est-val          PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  el-status           PIC X.
               88  el-reversed     VALUE "R".
           03  FILLER              PIC X.
           03  el-raised-date      PIC X(10).

      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

       FD  attestations-file.
       01  attestations-record     PIC X(180).

       FD  sla-threshold-file.
       01  sla-threshold-record.
           03  str-threshold-pct   PIC 999.

      *> The return's three record types, all 100 bytes; volumes
      *> carry three implied decimals, percentages two.
       FD  return-file.
       01  return-header-record.
           03  rh-record-type      PIC X.
           03  rh-entity-id        PIC X(10).
           03  rh-period           PIC 9(6).
           03  rh-created-date     PIC 9(8).
           03  rh-total-volume     PIC 9(12)V9(3).
           03  rh-total-accepted   PIC 9(10).
           03  rh-total-rejected   PIC 9(10).
           03  rh-sla-days-missed  PIC 9(3).
           03  FILLER              PIC X(37).
       01  return-detail-record.
           03  rd-record-type      PIC X.
           03  rd-region-code      PIC X(4).
           03  rd-accepted-volume  PIC 9(12)V9(3).
           03  rd-rejected-count   PIC 9(10).
           03  rd-estimated-volume PIC 9(12)V9(3).
           03  rd-sla-pct          PIC 9(3)V99.
           03  rd-days-reported    PIC 9(2).
           03  FILLER              PIC X(48).
       01  return-trailer-record.
           03  rt-record-type      PIC X.
           03  rt-record-count     PIC 9(8).
           03  rt-hash-total       PIC 9(15)V9(3).
           03  FILLER              PIC X(73).

       WORKING-STORAGE SECTION.
       01  month-history-status    PIC 99.
           88 month-history-is-ok  VALUE 0.
       01  region-stats-status     PIC 99.
           88 region-stats-is-ok   VALUE 0.
       01  estimates-ledger-status PIC 99.
           88 estimates-ledger-is-ok
                                   VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  attestations-status     PIC 99.
           88 attestations-is-ok   VALUE 0.
       01  sla-threshold-status    PIC 99.
           88 sla-threshold-is-ok  VALUE 0.
       01  return-status           PIC 99.
           88 return-is-ok         VALUE 0.

       78  RETURN-PATH             VALUE "regulatory-return.txt".
       78  RETURN-WORK             VALUE "regulatory-return.txt.new".
       01  return-assign           PIC X(40).
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).

       01  cfg-section             PIC X(32)
                                    VALUE "regulatory-return".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".
       01  entity-id               PIC X(10) VALUE "UNASSIGNED".
       01  sla-threshold-pct       PIC 999   VALUE 95.

       01  return-period           PIC X(7)  VALUE SPACES.
       01  latest-month            PIC X(7).
       01  period-found-sw         PIC X.
           88  period-found        VALUE "Y".
       01  period-history.
           03  ph-grand-total      PIC 9(8)V9(3).
           03  ph-total-accepted   PIC 9(8).
           03  ph-total-rejected   PIC 9(8).
           03  ph-sla-days-breached
                                   PIC 9(3).

      *> Every calendar day of the period and its last word on the
      *> sign-off ledger.
       01  num-period-days         PIC 99.
       01  period-days-area.
           03  period-day-entry    OCCURS 1 TO 31 TIMES
                                    DEPENDING ON num-period-days
                                    INDEXED BY pday-idx.
               05  pd-date         PIC X(10).
               05  pd-attest-state PIC X.
                   88  pd-attested VALUE "A".
               05  pd-stats-state  PIC X.
                   88  pd-in-stats VALUE "Y".
       01  uncovered-days          PIC 99.
       01  att-date-part           PIC X(10).
       01  att-verb-part           PIC X(10).
       01  unattested-days         PIC 99.
       01  work-date               PIC X(10).
       01  work-yyyymmdd           PIC 9(8).
       01  work-integer            PIC 9(8).

       01  num-sites               PIC 9(4).
       01  sites-area.
           03  site-entry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-site-id      PIC X(8).
               05  st-region-code  PIC X(4).

       01  num-regions             PIC 9(3).
       01  regions-area.
           03  region-entry        OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-regions
                                    INDEXED BY region-idx.
               05  rr-region-code  PIC X(4).
               05  rr-accepted-volume
                                   PIC 9(12)V9(3).
               05  rr-rejected     PIC 9(10).
               05  rr-estimated-volume
                                   PIC 9(12)V9(3).
               05  rr-days         PIC 9(2).
               05  rr-sla-days     PIC 9(2).
       01  lookup-region           PIC X(4).
       01  day-pass-pct            PIC 999V99.

       01  records-written         PIC 9(8).
       01  hash-total              PIC 9(15)V9(3).
       01  estimates-counted       PIC 9(6).
       01  region-days-read        PIC 9(8).

       01  rh-program-name         PIC X(20)
                                    VALUE "regulatory-return".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

      *> Lineage register: what this run read and wrote.
       01  lineage-run-stamp       PIC X(14).
       01  lineage-direction       PIC X(3).
       01  lineage-file-name       PIC X(64).

       PROCEDURE DIVISION.
       regulatory-return-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
           MOVE CURRENT-DATE (1:14) TO lineage-run-stamp

           PERFORM load-return-settings

           PERFORM find-period-history
           IF NOT period-found
               IF return-period = SPACES
                   DISPLAY "regulatory-return: no closed month on "
                       "month-history.txt - nothing to return."
               ELSE
                   DISPLAY "regulatory-return: " return-period
                       " is not on month-history.txt - close the "
                       "month first."
               END-IF
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM build-period-days
           PERFORM check-period-attested
           IF unattested-days > 0
               DISPLAY "regulatory-return: REFUSED - "
                   unattested-days " day(s) of " return-period
                   " not attested.  Attest them (attest-day) "
                   "before the return is produced."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM load-site-regions
           PERFORM total-region-days
           PERFORM check-period-covered
           IF uncovered-days > 0
               DISPLAY "regulatory-return: REFUSED - "
                   uncovered-days " day(s) of " return-period
                   " not on region-stats.txt, which holds only the "
                   "last data-munging run.  Rerun data-munging over "
                   "the whole period first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM total-estimates

           MOVE RETURN-WORK TO return-assign
           OPEN OUTPUT return-file
           IF NOT return-is-ok
               DISPLAY "regulatory-return: return file could not be "
                   "opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM write-return-header
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
               PERFORM write-return-detail
           END-PERFORM
           PERFORM write-return-trailer
           CLOSE return-file

           MOVE RETURN-WORK TO commit-work-name
           MOVE RETURN-PATH TO commit-real-name
           CALL "keep-generation" USING commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "*** COMMIT FAILED *** "
                   TRIM(commit-work-name) " could not replace "
                   TRIM(commit-real-name)
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "OUT" TO lineage-direction
               MOVE RETURN-PATH TO lineage-file-name
               PERFORM record-lineage
               DISPLAY "regulatory-return: " return-period " - "
                   num-regions " region(s), " records-written
                   " record(s) written to " RETURN-PATH
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE region-days-read TO rh-records-in
           MOVE records-written TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       record-lineage.
           CALL "lineage-record" USING lineage-run-stamp,
               rh-program-name, lineage-direction, lineage-file-name
           .
      *> The SLA threshold resolves as data-munging resolves it:
      *> [data-munging] SLA-THRESHOLD, then sla-threshold.txt, else
      *> 95.
       load-return-settings.
           MOVE "ENTITY-ID" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value NOT = SPACES
               MOVE cfg-value TO entity-id
           END-IF
           MOVE "PERIOD" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value NOT = SPACES
               MOVE cfg-value (1:7) TO return-period
           END-IF

           MOVE "data-munging" TO cfg-section
           MOVE "SLA-THRESHOLD" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE sla-threshold-pct = NUMVAL(cfg-value)
           ELSE
               OPEN INPUT sla-threshold-file
               IF sla-threshold-is-ok
                   READ sla-threshold-file
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE str-threshold-pct
                               TO sla-threshold-pct
                   END-READ
                   CLOSE sla-threshold-file
               END-IF
           END-IF
           .
      *> The named period's month-history line, or with none named
      *> the last line on the file.
       find-period-history.
           MOVE SPACE TO period-found-sw
           OPEN INPUT month-history-file
           IF NOT month-history-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ month-history-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF mh-month NOT = SPACES
                   IF return-period = SPACES
                           OR mh-month = return-period
                       SET period-found TO TRUE
                       MOVE mh-grand-total    TO ph-grand-total
                       MOVE mh-total-accepted TO ph-total-accepted
                       MOVE mh-total-rejected TO ph-total-rejected
                       MOVE mh-sla-days-breached
                           TO ph-sla-days-breached
                       IF return-period NOT = SPACES
                               AND mh-month = return-period
                           EXIT PERFORM
                       END-IF
                       MOVE mh-month TO latest-month
                   END-IF
               END-IF
           END-PERFORM
           CLOSE month-history-file
           IF period-found AND return-period = SPACES
               MOVE latest-month TO return-period
           END-IF
           .
       build-period-days.
           MOVE ZERO TO num-period-days
           MOVE SPACES TO work-date
           STRING return-period "-01" INTO work-date
           END-STRING
           PERFORM convert-work-date
           PERFORM UNTIL work-integer = 0
                   OR work-date (1:7) NOT = return-period
                   OR num-period-days = 31
               ADD 1 TO num-period-days
               MOVE work-date TO pd-date (num-period-days)
               MOVE SPACE TO pd-attest-state (num-period-days)
               MOVE SPACE TO pd-stats-state (num-period-days)
               ADD 1 TO work-integer
               MOVE DATE-OF-INTEGER(work-integer) TO work-yyyymmdd
               MOVE SPACES TO work-date
               STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2)
                   "-" work-yyyymmdd (7:2)
                   INTO work-date
               END-STRING
           END-PERFORM
           .
       convert-work-date.
           MOVE 0 TO work-integer
           MOVE work-date (1:4) TO work-yyyymmdd (1:4)
           MOVE work-date (6:2) TO work-yyyymmdd (5:2)
           MOVE work-date (9:2) TO work-yyyymmdd (7:2)
           IF work-yyyymmdd NUMERIC
                   AND TEST-DATE-YYYYMMDD(work-yyyymmdd) = 0
               COMPUTE work-integer = INTEGER-OF-DATE(work-yyyymmdd)
           END-IF
           .
      *> Last word per date wins, as at month-end-close; an open
      *> exception is not an attestation.
       check-period-attested.
           MOVE ZERO TO unattested-days
           OPEN INPUT attestations-file
           IF attestations-is-ok
               PERFORM FOREVER
                   READ attestations-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF attestations-record NOT = SPACES
                       PERFORM apply-one-attestation-line
                   END-IF
               END-PERFORM
               CLOSE attestations-file
           END-IF
           IF num-period-days = 0
               MOVE 1 TO unattested-days
           END-IF
           PERFORM VARYING pday-idx FROM 1 BY 1
                   UNTIL pday-idx > num-period-days
               IF NOT pd-attested (pday-idx)
                   ADD 1 TO unattested-days
               END-IF
           END-PERFORM
           .
       apply-one-attestation-line.
           MOVE SPACES TO att-date-part, att-verb-part
           UNSTRING attestations-record DELIMITED BY " "
               INTO att-date-part, att-verb-part
           IF att-date-part (1:7) NOT = return-period
               EXIT PARAGRAPH
           END-IF
           SET pday-idx TO 1
           SEARCH period-day-entry
               AT END
                   CONTINUE
               WHEN pd-date (pday-idx) = att-date-part
                   EVALUATE att-verb-part
                       WHEN "ATTESTED"
                           MOVE "A" TO pd-attest-state (pday-idx)
                       WHEN "EXCEPTION"
                           MOVE "E" TO pd-attest-state (pday-idx)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           .
       load-site-regions.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES AND num-sites < 2000
                   ADD 1 TO num-sites
                   MOVE smr-site-id TO st-site-id (num-sites)
                   IF smr-region-code = SPACES
                       MOVE "----" TO st-region-code (num-sites)
                   ELSE
                       MOVE smr-region-code
                           TO st-region-code (num-sites)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
      *> A region day meets the SLA when its pass rate reaches the
      *> threshold; the return's SLA percentage is the share of the
      *> region's reported days that did.
       total-region-days.
           OPEN INPUT region-stats-file
           IF NOT region-stats-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE "region-stats.txt" TO lineage-file-name
           PERFORM record-lineage
           PERFORM FOREVER
               READ region-stats-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF rg-date-stamp (1:7) = return-period
                   ADD 1 TO region-days-read
                   PERFORM mark-period-day-covered
                   MOVE rg-region-code TO lookup-region
                   PERFORM find-region-entry
                   IF region-idx NOT > num-regions
                       COMPUTE rr-accepted-volume (region-idx) =
                           rr-accepted-volume (region-idx)
                           + rg-mean-val * rg-day-accepted
                       ADD rg-day-rejected TO rr-rejected (region-idx)
                       ADD 1 TO rr-days (region-idx)
                       MOVE ZERO TO day-pass-pct
                       IF rg-day-accepted + rg-day-rejected > 0
                           COMPUTE day-pass-pct ROUNDED =
                               rg-day-accepted
                               / (rg-day-accepted + rg-day-rejected)
                               * 100
                       END-IF
                       IF day-pass-pct NOT < sla-threshold-pct
                           ADD 1 TO rr-sla-days (region-idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE region-stats-file
           .
       mark-period-day-covered.
           SET pday-idx TO 1
           SEARCH period-day-entry
               AT END
                   CONTINUE
               WHEN pd-date (pday-idx) = rg-date-stamp
                   MOVE "Y" TO pd-stats-state (pday-idx)
           END-SEARCH
           .
      *> region-stats.txt is rewritten by every data-munging run, so
      *> a run over part of the month would otherwise be filed as
      *> the whole month's return.
       check-period-covered.
           MOVE ZERO TO uncovered-days
           PERFORM VARYING pday-idx FROM 1 BY 1
                   UNTIL pday-idx > num-period-days
               IF NOT pd-in-stats (pday-idx)
                   ADD 1 TO uncovered-days
               END-IF
           END-PERFORM
           .
      *> Estimates still standing for the period's days, by the
      *> region the site reports up through.
       total-estimates.
           OPEN INPUT estimates-ledger-file
           IF NOT estimates-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE "IN " TO lineage-direction
           MOVE "estimates-ledger.txt" TO lineage-file-name
           PERFORM record-lineage
           PERFORM FOREVER
               READ estimates-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF el-date-stamp (1:7) = return-period
                       AND NOT el-reversed
                   ADD 1 TO estimates-counted
                   MOVE "----" TO lookup-region
                   IF num-sites > 0
                       SET site-idx TO 1
                       SEARCH site-entry
                           AT END
                               CONTINUE
                           WHEN st-site-id (site-idx) = el-site-id
                               MOVE st-region-code (site-idx)
                                   TO lookup-region
                       END-SEARCH
                   END-IF
                   PERFORM find-region-entry
                   IF region-idx NOT > num-regions
                       ADD el-est-val
                           TO rr-estimated-volume (region-idx)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE estimates-ledger-file
           .
      *> Leaves region-idx past the table when it is full.
       find-region-entry.
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
                       OR rr-region-code (region-idx) = lookup-region
               CONTINUE
           END-PERFORM
           IF region-idx > num-regions AND num-regions < 200
               ADD 1 TO num-regions
               SET region-idx TO num-regions
               INITIALIZE region-entry (region-idx)
               MOVE lookup-region TO rr-region-code (region-idx)
           END-IF
           .
       write-return-header.
           MOVE SPACES TO return-header-record
           MOVE "H" TO rh-record-type
           MOVE entity-id TO rh-entity-id
           MOVE return-period (1:4) TO rh-period (1:4)
           MOVE return-period (6:2) TO rh-period (5:2)
           MOVE CURRENT-DATE (1:8) TO rh-created-date
           MOVE ph-grand-total TO rh-total-volume
           MOVE ph-total-accepted TO rh-total-accepted
           MOVE ph-total-rejected TO rh-total-rejected
           MOVE ph-sla-days-breached TO rh-sla-days-missed
           WRITE return-header-record
           ADD 1 TO records-written
           .
       write-return-detail.
           MOVE SPACES TO return-detail-record
           MOVE "D" TO rd-record-type
           MOVE rr-region-code (region-idx) TO rd-region-code
           MOVE rr-accepted-volume (region-idx) TO rd-accepted-volume
           MOVE rr-rejected (region-idx) TO rd-rejected-count
           MOVE rr-estimated-volume (region-idx)
               TO rd-estimated-volume
           MOVE ZERO TO rd-sla-pct
           IF rr-days (region-idx) > 0
               COMPUTE rd-sla-pct ROUNDED =
                   rr-sla-days (region-idx) / rr-days (region-idx)
                   * 100
           END-IF
           MOVE rr-days (region-idx) TO rd-days-reported
           WRITE return-detail-record
           ADD 1 TO records-written
           ADD rr-accepted-volume (region-idx) TO hash-total
           .
      *> The record count includes the header and the trailer.
       write-return-trailer.
           MOVE SPACES TO return-trailer-record
           MOVE "T" TO rt-record-type
           COMPUTE rt-record-count = records-written + 1
           MOVE hash-total TO rt-hash-total
           WRITE return-trailer-record
           ADD 1 TO records-written
           .
       END PROGRAM regulatory-return.

      *> Customer usage statements, one per site per month, in
      *> place of an annotated stats-inquiry page.  The statement
      *> month is [usage-statement] PERIOD (YYYY-MM), else the
      *> calendar month before today.  Each site on site-master.txt
      *> with usage that month gets its name from the master, its
      *> owner from site-owners.txt as at the month's last day, the
      *> month's daily usage from the keyed site-actuals history
      *> site-forecast posts every site-stats day into, a 13-month
      *> comparison with a bar chart, the count of days carrying a
      *> standing estimate on estimates-ledger.txt, and the month
      *> against the same month a year earlier.  Statements print
      *> to usage-statements.txt, each starting a fresh page.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. usage-statement.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT site-owners-file ASSIGN TO "site-owners.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-owners-status.

           SELECT estimates-ledger-file
               ASSIGN TO "estimates-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS estimates-ledger-status.

           SELECT site-actuals-file ASSIGN TO "site-actuals"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY sa-key
               FILE STATUS site-actuals-status.

           SELECT statement-file ASSIGN TO "usage-statements.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS statement-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

      *> "site-id,owner,from,to" per line, as billing-extract reads.
       FD  site-owners-file.
       01  site-owners-record      PIC X(60).

      *> Same layout as estimate-readings' estimates-ledger-record.
       FD  estimates-ledger-file.
       01  estimates-ledger-record.
           03  el-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  el-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  el-est-val          PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  el-status           PIC X.
               88  el-reversed     VALUE "R".
           03  FILLER              PIC X.
           03  el-raised-date      PIC X(10).

      *> Same layout as site-forecast's site-actuals-record.
       FD  site-actuals-file.
       01  site-actuals-record.
           03  sa-key.
               05  sa-site-id      PIC X(8).
               05  sa-date-stamp   PIC X(10).
           03  sa-accepted         PIC 9(5).
           03  sa-units            PIC 9(10)V9(3).

       FD  statement-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  site-owners-status      PIC 99.
           88 site-owners-is-ok    VALUE 0.
       01  estimates-ledger-status PIC 99.
           88 estimates-ledger-is-ok
                                   VALUE 0.
       01  site-actuals-status     PIC 99.
           88 site-actuals-is-ok   VALUE 0.
       01  statement-status        PIC 99.
           88 statement-is-ok      VALUE 0.

       01  cfg-section             PIC X(32) VALUE "usage-statement".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

      *> The statement month, its last day, and the first day of
      *> the thirteen-month window ending with it.
       01  statement-period        PIC X(7)  VALUE SPACES.
       01  period-last-date        PIC X(10).
       01  window-first-date       PIC X(10).
       01  period-month-no         PIC 9(6).
       01  window-month-no         PIC 9(6).
       01  date-month-no           PIC 9(6).
       01  month-offset            PIC S9(6).
       01  work-year               PIC 9(4).
       01  work-month              PIC 99.
       01  work-yyyymmdd           PIC 9(8).
       01  work-integer            PIC 9(8).

       01  num-sites               PIC 9(4).
       01  sites-area.
           03  site-entry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-site-id      PIC X(8).
               05  st-site-name    PIC X(30).

       01  num-owners              PIC 9(3).
       01  owners-not-loaded       PIC 9(5) VALUE ZERO.
       01  owners-area.
           03  owner-entry         OCCURS 1 TO 300 TIMES
                                    DEPENDING ON num-owners
                                    INDEXED BY owner-idx.
               05  ow-site-id      PIC X(8).
               05  ow-owner        PIC X(12).
               05  ow-eff-from     PIC X(10).
               05  ow-eff-to       PIC X(10).
       01  ow-site-text            PIC X(10).
       01  ow-owner-text           PIC X(12).
       01  ow-from-text            PIC X(12).
       01  ow-to-text              PIC X(12).
       01  statement-owner         PIC X(12).

      *> The statement month's standing estimates, site and date.
       01  num-estimates           PIC 9(5).
       01  estimates-area.
           03  estimate-entry      OCCURS 1 TO 20000 TIMES
                                    DEPENDING ON num-estimates
                                    INDEXED BY est-idx.
               05  es-site-id      PIC X(8).
               05  es-date-stamp   PIC X(10).

      *> The current site's thirteen months, oldest first, and the
      *> statement month's days.
       01  month-buckets.
           03  month-bucket        OCCURS 13 TIMES
                                    INDEXED BY bucket-idx.
               05  mb-month        PIC X(7).
               05  mb-units        PIC 9(12)V9(3).
               05  mb-days         PIC 99.
       01  day-lines.
           03  day-line            OCCURS 31 TIMES
                                    INDEXED BY day-idx.
               05  dl-date         PIC X(10).
               05  dl-units        PIC 9(10)V9(3).
               05  dl-estimated    PIC X.
                   88  dl-is-estimated
                                   VALUE "Y".
       01  num-day-lines           PIC 99.
       01  estimated-days          PIC 99.
       01  largest-month-units     PIC 9(12)V9(3).
       01  bar-length              PIC 99.
       78  BAR-WIDTH               VALUE 50.
       01  bar-text                PIC X(50).
       01  change-pct              PIC S9(5)V9.

       01  units-edited            PIC Z(11)9.999.
       01  change-edited           PIC -(5)9.9.
       01  days-edited             PIC Z9.
       01  reported-edited         PIC Z9.

       01  statements-written      PIC 9(5).
       01  sites-without-usage     PIC 9(5).

       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).
       01  lines-on-page           PIC 99.
       78  PAGE-DEPTH              VALUE 50.

       01  rh-program-name         PIC X(20)
                                    VALUE "usage-statement".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       usage-statement-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO report-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO report-date
           END-STRING

           PERFORM resolve-statement-period

           OPEN INPUT site-actuals-file
           IF NOT site-actuals-is-ok
               DISPLAY "usage-statement: no site-actuals history - "
                   "run site-forecast first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM load-site-names
           PERFORM load-site-owners
           PERFORM load-period-estimates

           OPEN OUTPUT statement-file
           IF NOT statement-is-ok
               DISPLAY "usage-statement: statement file could not "
                   "be opened. The program will terminate."
               CLOSE site-actuals-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
               PERFORM gather-site-usage
               IF mb-days (13) = 0
                   ADD 1 TO sites-without-usage
               ELSE
                   PERFORM print-site-statement
               END-IF
           END-PERFORM

           CLOSE statement-file
           CLOSE site-actuals-file

           DISPLAY "usage-statement: " statements-written
               " statement(s) for " statement-period
               " on usage-statements.txt, " sites-without-usage
               " site(s) without usage that month."
           IF owners-not-loaded > 0
               DISPLAY "usage-statement: " owners-not-loaded
                   " site-owners.txt line(s) past the table of 300 "
                   "not loaded - their sites may show (no owner)."
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE num-sites TO rh-records-in
           MOVE statements-written TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
      *> Months are numbered year * 12 + month - 1 so the window's
      *> first month is simply twelve before the statement month.
       resolve-statement-period.
           MOVE "PERIOD" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value (1:4) IS NUMERIC
                   AND cfg-value (5:1) = "-"
                   AND cfg-value (6:2) IS NUMERIC
               MOVE cfg-value (1:7) TO statement-period
               MOVE cfg-value (1:4) TO work-year
               MOVE cfg-value (6:2) TO work-month
               COMPUTE period-month-no = work-year * 12
                   + work-month - 1
           ELSE
               MOVE CURRENT-DATE (1:4) TO work-year
               MOVE CURRENT-DATE (5:2) TO work-month
               COMPUTE period-month-no = work-year * 12
                   + work-month - 2
           END-IF
           MOVE period-month-no TO date-month-no
           PERFORM month-no-to-text
           MOVE work-yyyymmdd (1:4) TO statement-period (1:4)
           MOVE "-" TO statement-period (5:1)
           MOVE work-yyyymmdd (5:2) TO statement-period (6:2)

           COMPUTE window-month-no = period-month-no - 12
           MOVE window-month-no TO date-month-no
           PERFORM month-no-to-text
           MOVE SPACES TO window-first-date
           STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2) "-01"
               INTO window-first-date
           END-STRING

           COMPUTE date-month-no = period-month-no + 1
           PERFORM month-no-to-text
           COMPUTE work-integer = INTEGER-OF-DATE(work-yyyymmdd) - 1
           MOVE DATE-OF-INTEGER(work-integer) TO work-yyyymmdd
           MOVE SPACES TO period-last-date
           STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2) "-"
               work-yyyymmdd (7:2)
               INTO period-last-date
           END-STRING
           .
      *> The first of the month numbered date-month-no, as
      *> YYYYMMDD in work-yyyymmdd.
       month-no-to-text.
           DIVIDE date-month-no BY 12 GIVING work-year
               REMAINDER work-month
           ADD 1 TO work-month
           COMPUTE work-yyyymmdd = work-year * 10000
               + work-month * 100 + 1
           .
       load-site-names.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES AND num-sites < 2000
                   ADD 1 TO num-sites
                   MOVE smr-site-id   TO st-site-id (num-sites)
                   MOVE smr-site-name TO st-site-name (num-sites)
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
       load-site-owners.
           OPEN INPUT site-owners-file
           IF NOT site-owners-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-owners-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF site-owners-record NOT = SPACES
                       AND num-owners = 300
                   ADD 1 TO owners-not-loaded
               END-IF
               IF site-owners-record NOT = SPACES
                       AND num-owners < 300
                   MOVE SPACES TO ow-site-text, ow-owner-text,
                       ow-from-text, ow-to-text
                   UNSTRING site-owners-record DELIMITED BY ","
                       INTO ow-site-text, ow-owner-text,
                           ow-from-text, ow-to-text
                   ADD 1 TO num-owners
                   MOVE ow-site-text (1:8)  TO ow-site-id (num-owners)
                   MOVE ow-owner-text       TO ow-owner (num-owners)
                   IF ow-from-text = SPACES
                       MOVE "0000-01-01" TO ow-eff-from (num-owners)
                   ELSE
                       MOVE ow-from-text (1:10)
                           TO ow-eff-from (num-owners)
                   END-IF
                   IF ow-to-text = SPACES
                       MOVE "9999-12-31" TO ow-eff-to (num-owners)
                   ELSE
                       MOVE ow-to-text (1:10)
                           TO ow-eff-to (num-owners)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-owners-file
           .
       load-period-estimates.
           OPEN INPUT estimates-ledger-file
           IF NOT estimates-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ estimates-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF el-date-stamp (1:7) = statement-period
                       AND NOT el-reversed
                       AND num-estimates < 20000
                   ADD 1 TO num-estimates
                   MOVE el-site-id    TO es-site-id (num-estimates)
                   MOVE el-date-stamp TO es-date-stamp (num-estimates)
               END-IF
           END-PERFORM
           CLOSE estimates-ledger-file
           .
      *> One keyed pass over the site's thirteen months.
       gather-site-usage.
           INITIALIZE month-buckets, day-lines
           MOVE ZERO TO num-day-lines, estimated-days
           PERFORM VARYING bucket-idx FROM 1 BY 1
                   UNTIL bucket-idx > 13
               COMPUTE date-month-no = window-month-no + bucket-idx - 1
               PERFORM month-no-to-text
               MOVE work-yyyymmdd (1:4) TO mb-month (bucket-idx) (1:4)
               MOVE "-" TO mb-month (bucket-idx) (5:1)
               MOVE work-yyyymmdd (5:2) TO mb-month (bucket-idx) (6:2)
           END-PERFORM

           MOVE st-site-id (site-idx) TO sa-site-id
           MOVE window-first-date TO sa-date-stamp
           START site-actuals-file KEY NOT < sa-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM FOREVER
               READ site-actuals-file NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF sa-site-id NOT = st-site-id (site-idx)
                       OR sa-date-stamp > period-last-date
                   EXIT PERFORM
               END-IF
               MOVE sa-date-stamp (1:4) TO work-year
               MOVE sa-date-stamp (6:2) TO work-month
               COMPUTE date-month-no = work-year * 12 + work-month - 1
               COMPUTE month-offset = date-month-no - window-month-no
                   + 1
               IF month-offset > 0 AND month-offset NOT > 13
                   SET bucket-idx TO month-offset
                   ADD sa-units TO mb-units (bucket-idx)
                   ADD 1 TO mb-days (bucket-idx)
                   IF month-offset = 13 AND num-day-lines < 31
                       ADD 1 TO num-day-lines
                       SET day-idx TO num-day-lines
                       MOVE sa-date-stamp TO dl-date (day-idx)
                       MOVE sa-units TO dl-units (day-idx)
                       PERFORM mark-estimated-day
                   END-IF
               END-IF
           END-PERFORM
           .
       mark-estimated-day.
           IF num-estimates = 0
               EXIT PARAGRAPH
           END-IF
           SET est-idx TO 1
           SEARCH estimate-entry
               AT END
                   CONTINUE
               WHEN es-site-id (est-idx) = sa-site-id
                       AND es-date-stamp (est-idx) = sa-date-stamp
                   SET dl-is-estimated (day-idx) TO TRUE
                   ADD 1 TO estimated-days
           END-SEARCH
           .
       resolve-statement-owner.
           MOVE SPACES TO statement-owner
           PERFORM VARYING owner-idx FROM 1 BY 1
                   UNTIL owner-idx > num-owners
               IF ow-site-id (owner-idx) = st-site-id (site-idx)
                       AND period-last-date
                           NOT < ow-eff-from (owner-idx)
                       AND period-last-date
                           NOT > ow-eff-to (owner-idx)
                   MOVE ow-owner (owner-idx) TO statement-owner
               END-IF
           END-PERFORM
           IF statement-owner = SPACES
               MOVE "(no owner)" TO statement-owner
           END-IF
           .
       print-site-statement.
           ADD 1 TO statements-written
           PERFORM resolve-statement-owner
           MOVE ZERO TO page-number
           PERFORM print-page-heading

           MOVE "DAILY USAGE" TO print-line
           PERFORM write-report-line
           PERFORM VARYING day-idx FROM 1 BY 1
                   UNTIL day-idx > num-day-lines
               MOVE dl-units (day-idx) TO units-edited
               STRING "  " dl-date (day-idx) "  " units-edited
                   INTO print-line
               END-STRING
               IF dl-is-estimated (day-idx)
                   MOVE "ESTIMATED" TO print-line (35:9)
               END-IF
               PERFORM write-report-line
           END-PERFORM
           MOVE mb-units (13) TO units-edited
           STRING "  MONTH TOTAL " units-edited
               INTO print-line
           END-STRING
           PERFORM write-report-line
           MOVE estimated-days TO days-edited
           MOVE num-day-lines TO reported-edited
           STRING "  DAYS ESTIMATED " TRIM(days-edited) " OF "
               TRIM(reported-edited) " REPORTED"
               INTO print-line
           END-STRING
           PERFORM write-report-line
           PERFORM write-report-line

           MOVE "THIRTEEN-MONTH COMPARISON" TO print-line
           PERFORM write-report-line
           MOVE ZERO TO largest-month-units
           PERFORM VARYING bucket-idx FROM 1 BY 1
                   UNTIL bucket-idx > 13
               IF mb-units (bucket-idx) > largest-month-units
                   MOVE mb-units (bucket-idx) TO largest-month-units
               END-IF
           END-PERFORM
           PERFORM VARYING bucket-idx FROM 1 BY 1
                   UNTIL bucket-idx > 13
               MOVE SPACES TO bar-text
               MOVE ZERO TO bar-length
               IF largest-month-units > 0
                   COMPUTE bar-length ROUNDED =
                       mb-units (bucket-idx) * BAR-WIDTH
                       / largest-month-units
               END-IF
               IF bar-length > 0
                   MOVE ALL "*" TO bar-text (1:bar-length)
               END-IF
               MOVE mb-units (bucket-idx) TO units-edited
               STRING "  " mb-month (bucket-idx) "  " units-edited
                   "  " bar-text
                   INTO print-line
               END-STRING
               PERFORM write-report-line
           END-PERFORM
           PERFORM write-report-line

           IF mb-days (1) = 0
               STRING "  THIS MONTH AGAINST " mb-month (1)
                   ": NO USAGE ON RECORD A YEAR AGO"
                   INTO print-line
               END-STRING
           ELSE
               COMPUTE change-pct ROUNDED =
                   (mb-units (13) - mb-units (1)) * 100
                   / mb-units (1)
                   ON SIZE ERROR
                       MOVE ZERO TO change-pct
               END-COMPUTE
               MOVE change-pct TO change-edited
               STRING "  THIS MONTH AGAINST " mb-month (1)
                   ": CHANGE " TRIM(change-edited) "%"
                   INTO print-line
               END-STRING
           END-IF
           PERFORM write-report-line
           .
      *> A statement always opens on a new page.
       print-page-heading.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING "USAGE STATEMENT  " statement-period
               "                 REPORT DATE " report-date
               "         PAGE " page-number
               INTO print-line
           END-STRING
           IF statements-written > 1 OR page-number > 1
               WRITE print-line AFTER ADVANCING PAGE
           ELSE
               WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           STRING "SITE  " st-site-id (site-idx) "  "
               st-site-name (site-idx)
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           STRING "OWNER " statement-owner
               INTO print-line
           END-STRING
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 4 TO lines-on-page
           .
       write-report-line.
           IF lines-on-page NOT < PAGE-DEPTH
               PERFORM print-page-heading
           END-IF
           WRITE print-line
           ADD 1 TO lines-on-page
           MOVE SPACES TO print-line
           .
       END PROGRAM usage-statement.

      *> Emissions and carbon intensity for the sustainability team,
      *> in place of a CSV they multiply out by hand.  Each site's
      *> daily accepted volume - calibrated and converted, as
      *> data-munging posts it and site-forecast keeps it on the
      *> site-actuals history - is multiplied by the emission factor
      *> in force that day for the site's region and unit code.
      *> emission-factors.txt holds "region,unit,from,to,kg-per-unit"
      *> lines; "*" in region or unit matches any, and the most
      *> specific line in force wins.  Days with no actual but a
      *> standing estimate on estimates-ledger.txt use the estimate,
      *> kept in columns of their own.  The quarter is
      *> [emissions] QUARTER (YYYY-Qn), else the last complete one;
      *> emissions.csv carries a row per site and per region for each
      *> of its months and for the quarter, in tonnes CO2e.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. emissions-report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT factor-file ASSIGN TO "emission-factors.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS factor-status.

           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT estimates-ledger-file
               ASSIGN TO "estimates-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS estimates-ledger-status.

           SELECT site-actuals-file ASSIGN TO "site-actuals"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY sa-key
               FILE STATUS site-actuals-status.

           SELECT emissions-file ASSIGN TO "emissions.csv"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS emissions-status.

       DATA DIVISION.
       FILE SECTION.
       FD  factor-file.
       01  factor-record           PIC X(80).

      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

      *> Same layout as estimate-readings' estimates-ledger-record.
       FD  estimates-ledger-file.
       01  estimates-ledger-record.
           03  el-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  el-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  el-est-val          PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  el-status           PIC X.
               88  el-reversed     VALUE "R".
           03  FILLER              PIC X.
           03  el-raised-date      PIC X(10).

      *> Same layout as site-forecast's site-actuals-record.
       FD  site-actuals-file.
       01  site-actuals-record.
           03  sa-key.
               05  sa-site-id      PIC X(8).
               05  sa-date-stamp   PIC X(10).
           03  sa-accepted         PIC 9(5).
           03  sa-units            PIC 9(10)V9(3).

       FD  emissions-file.
       01  emissions-line          PIC X(160).

       WORKING-STORAGE SECTION.
       01  factor-status           PIC 99.
           88 factor-is-ok         VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  estimates-ledger-status PIC 99.
           88 estimates-ledger-is-ok
                                   VALUE 0.
       01  site-actuals-status     PIC 99.
           88 site-actuals-is-ok   VALUE 0.
       01  emissions-status        PIC 99.
           88 emissions-is-ok      VALUE 0.

       01  cfg-section             PIC X(32) VALUE "emissions".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

       01  quarter-label           PIC X(7).
       01  quarter-year            PIC 9(4).
       01  quarter-no              PIC 9.
       01  quarter-first-month     PIC 99.
       01  quarter-months.
           03  quarter-month       PIC X(7) OCCURS 3 TIMES.
       01  month-slot              PIC 9.
       01  work-month              PIC 99.

       01  num-factors             PIC 9(4).
       01  factors-area.
           03  factor-entry        OCCURS 1 TO 1000 TIMES
                                    DEPENDING ON num-factors
                                    INDEXED BY factor-idx.
               05  ef-region-code  PIC X(4).
               05  ef-unit-code    PIC X(4).
               05  ef-eff-from     PIC X(10).
               05  ef-eff-to       PIC X(10).
               05  ef-kg-per-unit  PIC 9(5)V9(6).
       01  ef-region-text          PIC X(10).
       01  ef-unit-text            PIC X(10).
       01  ef-from-text            PIC X(12).
       01  ef-to-text              PIC X(12).
       01  ef-factor-text          PIC X(16).
       01  day-factor              PIC 9(5)V9(6).
       01  factor-rank             PIC 9.
       01  best-rank               PIC 9.

      *> Sites from the master; accumulators per site for each
      *> month of the quarter (1-3) and the quarter itself (4).
       01  num-sites               PIC 9(4).
       01  sites-area.
           03  site-entry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-site-id      PIC X(8).
               05  st-region-code  PIC X(4).
               05  st-unit-code    PIC X(4).
               05  st-bucket       OCCURS 4 TIMES.
                   07  st-actual-volume
                                   PIC 9(12)V9(3).
                   07  st-actual-tonnes
                                   PIC 9(9)V9(6).
                   07  st-estimated-volume
                                   PIC 9(12)V9(3).
                   07  st-estimated-tonnes
                                   PIC 9(9)V9(6).
       01  num-regions             PIC 9(3).
       01  regions-area.
           03  region-entry        OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-regions
                                    INDEXED BY region-idx.
               05  rg-region-code  PIC X(4).
               05  rg-bucket       OCCURS 4 TIMES.
                   07  rg-actual-volume
                                   PIC 9(12)V9(3).
                   07  rg-actual-tonnes
                                   PIC 9(9)V9(6).
                   07  rg-estimated-volume
                                   PIC 9(12)V9(3).
                   07  rg-estimated-tonnes
                                   PIC 9(9)V9(6).

       01  day-site-id             PIC X(8).
       01  day-date                PIC X(10).
       01  day-volume              PIC 9(10)V9(3).
       01  day-tonnes              PIC 9(9)V9(6).
       01  day-estimated-sw        PIC X.
           88  day-is-estimated    VALUE "Y".
       01  site-found-sw           PIC X.
           88  site-found          VALUE "Y".
       01  bucket-no               PIC 9.

       01  actual-days             PIC 9(7).
       01  estimated-day-count     PIC 9(7).
       01  unfactored-days         PIC 9(7).
       01  rows-written            PIC 9(6).

       01  csv-period              PIC X(7).
       01  csv-level               PIC X(6).
       01  csv-key                 PIC X(8).
       01  csv-region              PIC X(4).
       01  csv-actual-volume       PIC 9(12)V9(3).
       01  csv-actual-tonnes       PIC 9(9)V9(6).
       01  csv-estimated-volume    PIC 9(12)V9(3).
       01  csv-estimated-tonnes    PIC 9(9)V9(6).
       01  csv-total-tonnes        PIC 9(9)V9(6).
       01  volume-edited           PIC Z(11)9.999.
       01  tonnes-edited           PIC Z(8)9.999999.
       01  csv-fields.
           03  csv-actual-volume-text
                                   PIC X(16).
           03  csv-actual-tonnes-text
                                   PIC X(16).
           03  csv-estimated-volume-text
                                   PIC X(16).
           03  csv-estimated-tonnes-text
                                   PIC X(16).
           03  csv-total-tonnes-text
                                   PIC X(16).

       01  rh-program-name         PIC X(20)
                                    VALUE "emissions-report".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       emissions-report-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           PERFORM resolve-quarter

           PERFORM load-emission-factors
           IF num-factors = 0
               DISPLAY "emissions-report: no usable emission-factors"
                   ".txt - no report produced."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM load-site-master

           OPEN INPUT site-actuals-file
           IF NOT site-actuals-is-ok
               DISPLAY "emissions-report: no site-actuals history - "
                   "run site-forecast first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM total-actual-days
           CLOSE site-actuals-file

           PERFORM total-estimated-days

           OPEN OUTPUT emissions-file
           IF NOT emissions-is-ok
               DISPLAY "emissions-report: emissions.csv could not be "
                   "opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           MOVE "PERIOD,LEVEL,SITE,REGION,ACTUAL-VOLUME,ACTUAL-TCO2E,"
               & "ESTIMATED-VOLUME,ESTIMATED-TCO2E,TOTAL-TCO2E"
               TO emissions-line
           WRITE emissions-line
           PERFORM VARYING bucket-no FROM 1 BY 1 UNTIL bucket-no > 4
               IF bucket-no = 4
                   MOVE quarter-label TO csv-period
               ELSE
                   MOVE quarter-month (bucket-no) TO csv-period
               END-IF
               PERFORM VARYING site-idx FROM 1 BY 1
                       UNTIL site-idx > num-sites
                   PERFORM write-site-row
               END-PERFORM
               PERFORM VARYING region-idx FROM 1 BY 1
                       UNTIL region-idx > num-regions
                   PERFORM write-region-row
               END-PERFORM
           END-PERFORM
           CLOSE emissions-file

           DISPLAY "emissions-report: " quarter-label " - "
               actual-days " actual day(s), " estimated-day-count
               " estimated day(s), " rows-written
               " row(s) on emissions.csv"
           IF unfactored-days > 0
               DISPLAY "emissions-report: " unfactored-days
                   " day(s) had no emission factor in force and "
                   "are left out."
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           COMPUTE rh-records-in = actual-days + estimated-day-count
           MOVE rows-written TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
      *> With no quarter named, the last one to have ended.
       resolve-quarter.
           MOVE "QUARTER" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value (1:4) IS NUMERIC
                   AND UPPER-CASE(cfg-value (6:1)) = "Q"
                   AND cfg-value (7:1) >= "1"
                   AND cfg-value (7:1) <= "4"
               MOVE cfg-value (1:4) TO quarter-year
               MOVE cfg-value (7:1) TO quarter-no
           ELSE
               MOVE CURRENT-DATE (1:4) TO quarter-year
               MOVE CURRENT-DATE (5:2) TO work-month
               COMPUTE quarter-no = (work-month - 1) / 3
               IF quarter-no = 0
                   MOVE 4 TO quarter-no
                   SUBTRACT 1 FROM quarter-year
               END-IF
           END-IF
           MOVE SPACES TO quarter-label
           STRING quarter-year "-Q" quarter-no INTO quarter-label
           END-STRING
           COMPUTE quarter-first-month = quarter-no * 3 - 2
           PERFORM VARYING month-slot FROM 1 BY 1
                   UNTIL month-slot > 3
               COMPUTE work-month = quarter-first-month + month-slot
                   - 1
               MOVE SPACES TO quarter-month (month-slot)
               STRING quarter-year "-" work-month
                   INTO quarter-month (month-slot)
               END-STRING
           END-PERFORM
           .
       load-emission-factors.
           OPEN INPUT factor-file
           IF NOT factor-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ factor-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF factor-record NOT = SPACES
                       AND factor-record (1:1) NOT = "#"
                       AND num-factors < 1000
                   MOVE SPACES TO ef-region-text, ef-unit-text,
                       ef-from-text, ef-to-text, ef-factor-text
                   UNSTRING factor-record DELIMITED BY ","
                       INTO ef-region-text, ef-unit-text,
                           ef-from-text, ef-to-text, ef-factor-text
                   IF TEST-NUMVAL(TRIM(ef-factor-text)) = 0
                       ADD 1 TO num-factors
                       MOVE UPPER-CASE(ef-region-text (1:4))
                           TO ef-region-code (num-factors)
                       MOVE UPPER-CASE(ef-unit-text (1:4))
                           TO ef-unit-code (num-factors)
                       IF ef-from-text = SPACES
                           MOVE "0000-01-01"
                               TO ef-eff-from (num-factors)
                       ELSE
                           MOVE ef-from-text (1:10)
                               TO ef-eff-from (num-factors)
                       END-IF
                       IF ef-to-text = SPACES
                           MOVE "9999-12-31"
                               TO ef-eff-to (num-factors)
                       ELSE
                           MOVE ef-to-text (1:10)
                               TO ef-eff-to (num-factors)
                       END-IF
                       COMPUTE ef-kg-per-unit (num-factors) =
                           NUMVAL(ef-factor-text)
                   ELSE
                       DISPLAY "emissions-report: factor line for "
                           TRIM(ef-region-text) "/"
                           TRIM(ef-unit-text)
                           " has no usable factor - ignored."
                   END-IF
               END-IF
           END-PERFORM
           CLOSE factor-file
           .
      *> A site without a region rolls up as unassigned ("----");
      *> a site without a unit code reports in the standard unit,
      *> matched only by a "*" unit line.
       load-site-master.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES AND num-sites < 2000
                   ADD 1 TO num-sites
                   SET site-idx TO num-sites
                   INITIALIZE site-entry (site-idx)
                   MOVE smr-site-id TO st-site-id (site-idx)
                   MOVE UPPER-CASE(smr-unit-code)
                       TO st-unit-code (site-idx)
                   IF smr-region-code = SPACES
                       MOVE "----" TO st-region-code (site-idx)
                   ELSE
                       MOVE UPPER-CASE(smr-region-code)
                           TO st-region-code (site-idx)
                   END-IF
                   PERFORM note-site-region
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
       note-site-region.
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
                       OR rg-region-code (region-idx)
                           = st-region-code (site-idx)
               CONTINUE
           END-PERFORM
           IF region-idx > num-regions AND num-regions < 200
               ADD 1 TO num-regions
               SET region-idx TO num-regions
               INITIALIZE region-entry (region-idx)
               MOVE st-region-code (site-idx)
                   TO rg-region-code (region-idx)
           END-IF
           .
       total-actual-days.
           MOVE LOW-VALUES TO sa-key
           START site-actuals-file KEY NOT < sa-key
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM FOREVER
               READ site-actuals-file NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF sa-date-stamp (1:7) = quarter-month (1)
                       OR sa-date-stamp (1:7) = quarter-month (2)
                       OR sa-date-stamp (1:7) = quarter-month (3)
                   MOVE sa-site-id    TO day-site-id
                   MOVE sa-date-stamp TO day-date
                   MOVE sa-units      TO day-volume
                   MOVE SPACE TO day-estimated-sw
                   PERFORM post-day-emissions
               END-IF
           END-PERFORM
           .
       total-estimated-days.
           OPEN INPUT estimates-ledger-file
           IF NOT estimates-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ estimates-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF NOT el-reversed
                   AND (el-date-stamp (1:7) = quarter-month (1)
                       OR el-date-stamp (1:7) = quarter-month (2)
                       OR el-date-stamp (1:7) = quarter-month (3))
                   MOVE el-site-id    TO day-site-id
                   MOVE el-date-stamp TO day-date
                   MOVE el-est-val    TO day-volume
                   SET day-is-estimated TO TRUE
                   PERFORM post-day-emissions
               END-IF
           END-PERFORM
           CLOSE estimates-ledger-file
           .
      *> A site not on the master has no region or unit to price
      *> by, so its days count as unfactored.
       post-day-emissions.
           MOVE SPACE TO site-found-sw
           IF num-sites > 0
               SET site-idx TO 1
               SEARCH site-entry
                   AT END
                       CONTINUE
                   WHEN st-site-id (site-idx) = day-site-id
                       SET site-found TO TRUE
               END-SEARCH
           END-IF
           IF NOT site-found
               ADD 1 TO unfactored-days
               EXIT PARAGRAPH
           END-IF
           PERFORM find-day-factor
           IF best-rank = 0
               ADD 1 TO unfactored-days
               EXIT PARAGRAPH
           END-IF
           COMPUTE day-tonnes ROUNDED = day-volume * day-factor / 1000

           PERFORM VARYING month-slot FROM 1 BY 1
                   UNTIL quarter-month (month-slot) = day-date (1:7)
               CONTINUE
           END-PERFORM
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
                       OR rg-region-code (region-idx)
                           = st-region-code (site-idx)
               CONTINUE
           END-PERFORM
           MOVE month-slot TO bucket-no
           PERFORM add-to-bucket
           MOVE 4 TO bucket-no
           PERFORM add-to-bucket
           IF day-is-estimated
               ADD 1 TO estimated-day-count
           ELSE
               ADD 1 TO actual-days
           END-IF
           .
       add-to-bucket.
           IF day-is-estimated
               ADD day-volume TO st-estimated-volume (site-idx,
                   bucket-no)
               ADD day-tonnes TO st-estimated-tonnes (site-idx,
                   bucket-no)
           ELSE
               ADD day-volume TO st-actual-volume (site-idx,
                   bucket-no)
               ADD day-tonnes TO st-actual-tonnes (site-idx,
                   bucket-no)
           END-IF
           IF region-idx > num-regions
               EXIT PARAGRAPH
           END-IF
           IF day-is-estimated
               ADD day-volume TO rg-estimated-volume (region-idx,
                   bucket-no)
               ADD day-tonnes TO rg-estimated-tonnes (region-idx,
                   bucket-no)
           ELSE
               ADD day-volume TO rg-actual-volume (region-idx,
                   bucket-no)
               ADD day-tonnes TO rg-actual-tonnes (region-idx,
                   bucket-no)
           END-IF
           .
      *> Exact region and unit ranks 4, region with any unit 3,
      *> any region with the unit 2, any with any 1.
       find-day-factor.
           MOVE ZERO TO best-rank, day-factor
           PERFORM VARYING factor-idx FROM 1 BY 1
                   UNTIL factor-idx > num-factors
               IF day-date NOT < ef-eff-from (factor-idx)
                       AND day-date NOT > ef-eff-to (factor-idx)
                   MOVE ZERO TO factor-rank
                   EVALUATE TRUE
                       WHEN ef-region-code (factor-idx)
                               = st-region-code (site-idx)
                           AND ef-unit-code (factor-idx)
                               = st-unit-code (site-idx)
                           AND st-unit-code (site-idx) NOT = SPACES
                           MOVE 4 TO factor-rank
                       WHEN ef-region-code (factor-idx)
                               = st-region-code (site-idx)
                           AND ef-unit-code (factor-idx) = "*"
                           MOVE 3 TO factor-rank
                       WHEN ef-region-code (factor-idx) = "*"
                           AND ef-unit-code (factor-idx)
                               = st-unit-code (site-idx)
                           AND st-unit-code (site-idx) NOT = SPACES
                           MOVE 2 TO factor-rank
                       WHEN ef-region-code (factor-idx) = "*"
                           AND ef-unit-code (factor-idx) = "*"
                           MOVE 1 TO factor-rank
                   END-EVALUATE
                   IF factor-rank > best-rank
                       MOVE factor-rank TO best-rank
                       MOVE ef-kg-per-unit (factor-idx) TO day-factor
                   END-IF
               END-IF
           END-PERFORM
           .
      *> Sites and regions with nothing in the period are left off.
       write-site-row.
           IF st-actual-volume (site-idx, bucket-no) = 0
                   AND st-estimated-volume (site-idx, bucket-no) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "SITE" TO csv-level
           MOVE st-site-id (site-idx) TO csv-key
           MOVE st-region-code (site-idx) TO csv-region
           MOVE st-actual-volume (site-idx, bucket-no)
               TO csv-actual-volume
           MOVE st-actual-tonnes (site-idx, bucket-no)
               TO csv-actual-tonnes
           MOVE st-estimated-volume (site-idx, bucket-no)
               TO csv-estimated-volume
           MOVE st-estimated-tonnes (site-idx, bucket-no)
               TO csv-estimated-tonnes
           PERFORM write-csv-row
           .
       write-region-row.
           IF rg-actual-volume (region-idx, bucket-no) = 0
                   AND rg-estimated-volume (region-idx, bucket-no)
                       = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "REGION" TO csv-level
           MOVE SPACES TO csv-key
           MOVE rg-region-code (region-idx) TO csv-region
           MOVE rg-actual-volume (region-idx, bucket-no)
               TO csv-actual-volume
           MOVE rg-actual-tonnes (region-idx, bucket-no)
               TO csv-actual-tonnes
           MOVE rg-estimated-volume (region-idx, bucket-no)
               TO csv-estimated-volume
           MOVE rg-estimated-tonnes (region-idx, bucket-no)
               TO csv-estimated-tonnes
           PERFORM write-csv-row
           .
       write-csv-row.
           COMPUTE csv-total-tonnes =
               csv-actual-tonnes + csv-estimated-tonnes
           MOVE csv-actual-volume TO volume-edited
           MOVE TRIM(volume-edited) TO csv-actual-volume-text
           MOVE csv-estimated-volume TO volume-edited
           MOVE TRIM(volume-edited) TO csv-estimated-volume-text
           MOVE csv-actual-tonnes TO tonnes-edited
           MOVE TRIM(tonnes-edited) TO csv-actual-tonnes-text
           MOVE csv-estimated-tonnes TO tonnes-edited
           MOVE TRIM(tonnes-edited) TO csv-estimated-tonnes-text
           MOVE csv-total-tonnes TO tonnes-edited
           MOVE TRIM(tonnes-edited) TO csv-total-tonnes-text
           MOVE SPACES TO emissions-line
           STRING TRIM(csv-period) "," TRIM(csv-level) ","
               TRIM(csv-key) "," TRIM(csv-region) ","
               TRIM(csv-actual-volume-text) ","
               TRIM(csv-actual-tonnes-text) ","
               TRIM(csv-estimated-volume-text) ","
               TRIM(csv-estimated-tonnes-text) ","
               TRIM(csv-total-tonnes-text)
               DELIMITED BY SIZE
               INTO emissions-line
           END-STRING
           WRITE emissions-line
           ADD 1 TO rows-written
           .
       END PROGRAM emissions-report.

      *> Year-end close, run after December's month-end-close.  The
      *> year is [year-end-close] YEAR, else the year of the latest
      *> month on month-history.txt - and with no year named nothing
      *> is done until that latest month is a December.  All twelve
      *> months must be on month-history.txt, each either with every
      *> calendar day ATTESTED on the sign-off ledger or closed under
      *> a recorded month-end override.  The close appends the
      *> year's accepted, rejected, mean, worst gap and SLA days
      *> missed to year-history.txt, prints year-end-report.txt -
      *> the twelve months, then each site and region from the
      *> site-actuals history and estimates-ledger.txt - moves the
      *> year's month lines to month-history-YYYY.txt and rewrites
      *> month-history.txt without them, so the new year starts
      *> clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. year-end-close.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT month-history-file ASSIGN TO "month-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS month-history-status.

           SELECT month-history-out-file ASSIGN TO history-out-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS month-history-out-status.

           SELECT year-history-file ASSIGN TO "year-history.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS year-history-status.

           SELECT attestations-file ASSIGN TO "attestations.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS attestations-status.

           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT estimates-ledger-file
               ASSIGN TO "estimates-ledger.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS estimates-ledger-status.

           SELECT site-actuals-file ASSIGN TO "site-actuals"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY sa-key
               FILE STATUS site-actuals-status.

           SELECT year-report-file ASSIGN TO "year-end-report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS year-report-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as month-end-close's month-history-record.
       FD  month-history-file.
       01  month-history-record.
           03  mh-month            PIC X(7).
           03  FILLER              PIC X.
           03  mh-grand-total      PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  mh-total-accepted   PIC 9(8).
           03  FILLER              PIC X.
           03  mh-total-rejected   PIC 9(8).
           03  FILLER              PIC X.
           03  mh-mean-val         PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  mh-max-gap          PIC 9(8).
           03  FILLER              PIC X.
           03  mh-max-gap-site     PIC X(8).
           03  FILLER              PIC X.
           03  mh-sla-days-breached
                                   PIC 9(3).

       FD  month-history-out-file.
       01  month-history-out-record
                                   PIC X(80).

       FD  year-history-file.
       01  year-history-record.
           03  yh-year             PIC X(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-grand-total      PIC 9(10)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-total-accepted   PIC 9(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-total-rejected   PIC 9(10).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-mean-val         PIC 9(8)V9(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-max-gap          PIC 9(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-max-gap-site     PIC X(8).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-max-gap-month    PIC X(7).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-sla-days-breached
                                   PIC 9(4).
           03  FILLER              PIC X       VALUE SPACE.
           03  yh-closed-date      PIC X(10).

       FD  attestations-file.
       01  attestations-record     PIC X(180).

      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

      *> Same layout as estimate-readings' estimates-ledger-record.
       FD  estimates-ledger-file.
       01  estimates-ledger-record.
           03  el-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  el-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  el-est-val          PIC 9(8)V9(3).
           03  FILLER              PIC X.
           03  el-status           PIC X.
               88  el-reversed     VALUE "R".
           03  FILLER              PIC X.
           03  el-raised-date      PIC X(10).

      *> Same layout as site-forecast's site-actuals-record.
       FD  site-actuals-file.
       01  site-actuals-record.
           03  sa-key.
               05  sa-site-id      PIC X(8).
               05  sa-date-stamp   PIC X(10).
           03  sa-accepted         PIC 9(5).
           03  sa-units            PIC 9(10)V9(3).

       FD  year-report-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  month-history-status    PIC 99.
           88 month-history-is-ok  VALUE 0.
       01  month-history-out-status
                                   PIC 99.
           88 month-history-out-is-ok
                                   VALUE 0.
       01  year-history-status     PIC 99.
           88 year-history-is-ok   VALUE 0.
       01  attestations-status     PIC 99.
           88 attestations-is-ok   VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  estimates-ledger-status PIC 99.
           88 estimates-ledger-is-ok
                                   VALUE 0.
       01  site-actuals-status     PIC 99.
           88 site-actuals-is-ok   VALUE 0.
       01  year-report-status      PIC 99.
           88 year-report-is-ok    VALUE 0.

       78  HISTORY-PATH            VALUE "month-history.txt".
       78  HISTORY-WORK            VALUE "month-history.txt.new".
       01  history-out-assign      PIC X(40).
       01  archive-name            PIC X(40).
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).

       01  guarded-function        PIC X(20).
       01  auth-allowed-flag       PIC X.
           88  operator-authorized VALUE "Y".

       01  cfg-section             PIC X(32) VALUE "year-end-close".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

       01  close-year              PIC X(4)  VALUE SPACES.
       01  latest-month            PIC X(7)  VALUE SPACES.
       01  month-no                PIC 99.
       01  month-key               PIC X(7).

      *> The year's twelve month-history lines, the last line for a
      *> month winning, and whether each month closed under an
      *> override.
       01  year-months-area.
           03  year-month-entry    OCCURS 12 TIMES.
               05  ym-found-flag   PIC X.
                   88  ym-found    VALUE "Y".
               05  ym-override-flag
                                   PIC X.
                   88  ym-overridden
                                   VALUE "Y".
               05  ym-history      PIC X(80).
       01  months-missing          PIC 99.
       01  months-on-file          PIC 9(4).
       01  months-kept             PIC 9(4).

      *> Every calendar day of the year and its last word on the
      *> sign-off ledger.
       01  num-year-days           PIC 999.
       01  year-days-area.
           03  year-day-entry      OCCURS 1 TO 366 TIMES
                                    DEPENDING ON num-year-days
                                    INDEXED BY yday-idx.
               05  yd-date         PIC X(10).
               05  yd-attest-state PIC X.
                   88  yd-attested VALUE "A".
       01  att-date-part           PIC X(10).
       01  att-verb-part           PIC X(10).
       01  unattested-days         PIC 999.
       01  unattested-months       PIC 99.
       01  month-unattested-days   PIC 99.
       01  work-date               PIC X(10).
       01  work-yyyymmdd           PIC 9(8).
       01  work-integer            PIC 9(8).

       01  year-totals.
           03  yt-grand-total      PIC 9(10)V9(3).
           03  yt-total-accepted   PIC 9(10).
           03  yt-total-rejected   PIC 9(10).
           03  yt-mean-val         PIC 9(8)V9(3).
           03  yt-max-gap          PIC 9(8).
           03  yt-max-gap-site     PIC X(8).
           03  yt-max-gap-month    PIC X(7).
           03  yt-sla-days-breached
                                   PIC 9(4).

       01  num-sites               PIC 9(4).
       01  sites-area.
           03  site-entry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-site-id      PIC X(8).
               05  st-region-code  PIC X(4).
               05  st-days         PIC 9(4).
               05  st-accepted     PIC 9(10).
               05  st-volume       PIC 9(12)V9(3).
               05  st-est-days     PIC 9(4).
               05  st-est-volume   PIC 9(12)V9(3).
       01  num-regions             PIC 9(3).
       01  regions-area.
           03  region-entry        OCCURS 1 TO 200 TIMES
                                    DEPENDING ON num-regions
                                    INDEXED BY region-idx.
               05  rr-region-code  PIC X(4).
               05  rr-sites        PIC 9(4).
               05  rr-days         PIC 9(6).
               05  rr-accepted     PIC 9(10).
               05  rr-volume       PIC 9(12)V9(3).
               05  rr-est-days     PIC 9(6).
               05  rr-est-volume   PIC 9(12)V9(3).
       01  lookup-site             PIC X(8).
       01  lookup-region           PIC X(4).
       01  actual-days-read        PIC 9(8).

       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).
       01  lines-on-page           PIC 99.
       78  PAGE-DEPTH              VALUE 50.
       01  report-heading          PIC X(80).
       01  column-heading          PIC X(132).

       01  month-line.
           03  ml-month            PIC X(7).
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-volume           PIC Z(9)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-accepted         PIC Z(9)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-rejected         PIC Z(9)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-mean             PIC Z(7)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-max-gap          PIC Z(7)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-max-gap-site     PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-sla-days         PIC ZZZ9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  ml-note             PIC X(10).

       01  site-line.
           03  sl-key              PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-region           PIC X(4).
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-sites            PIC Z(3)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-days             PIC Z(5)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-accepted         PIC Z(9)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-volume           PIC Z(11)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-mean             PIC Z(7)9.999.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-est-days         PIC Z(5)9.
           03  FILLER              PIC XX      VALUE SPACES.
           03  sl-est-volume       PIC Z(11)9.999.
       01  line-mean               PIC 9(8)V9(3).

       01  rh-program-name         PIC X(20)
                                    VALUE "year-end-close".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       year-end-close-main.
           *> the close empties month-history for good; the operator
           *> must hold the function on operator-auth.txt
           MOVE "year-end-close" TO guarded-function
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE "YEAR" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value (1:4) IS NUMERIC
               MOVE cfg-value (1:4) TO close-year
           END-IF

           PERFORM load-year-months
           IF close-year = SPACES
               IF latest-month = SPACES
                   DISPLAY "year-end-close: no closed month on "
                       "month-history.txt - nothing to close."
                   PERFORM finish-run-history
                   GOBACK
               END-IF
               IF latest-month (6:2) NOT = "12"
                   DISPLAY "year-end-close: latest closed month is "
                       latest-month " - the year closes after "
                       "December."
                   PERFORM finish-run-history
                   GOBACK
               END-IF
               MOVE latest-month (1:4) TO close-year
               PERFORM load-year-months
           END-IF

           PERFORM check-year-already-closed
           IF year-history-is-ok
               DISPLAY "year-end-close: REFUSED - " close-year
                   " is already on year-history.txt."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           IF months-missing > 0
               DISPLAY "year-end-close: REFUSED - " months-missing
                   " month(s) of " close-year " not on "
                   "month-history.txt.  Close them (month-end-close) "
                   "first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM build-year-days
           PERFORM check-year-attested
           IF unattested-days > 0
               DISPLAY "year-end-close: REFUSED - " unattested-days
                   " day(s) in " unattested-months " month(s) of "
                   close-year " not attested.  Attest them "
                   "(attest-day) before the year is closed."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM total-year-months
           PERFORM load-site-regions
           PERFORM total-site-actuals
           PERFORM total-site-estimates
           PERFORM roll-up-regions

           OPEN OUTPUT year-report-file
           IF NOT year-report-is-ok
               DISPLAY "year-end-close: year-end-report.txt could not "
                   "be opened. The year was NOT closed."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM print-annual-report
           CLOSE year-report-file

           PERFORM archive-year-months
           IF NOT month-history-out-is-ok
               DISPLAY "year-end-close: " TRIM(archive-name)
                   " could not be written. month-history.txt was "
                   "NOT cleared."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM rewrite-month-history
           IF RETURN-CODE NOT = 0
               DISPLAY "year-end-close: the year was NOT closed."
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM write-year-history
           IF NOT year-history-is-ok
               DISPLAY "year-end-close: year-history.txt could not be "
                   "written. " close-year " is archived in "
                   TRIM(archive-name) " but NOT recorded as closed."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "year-end-close: " close-year " closed - "
                   "total " yt-grand-total " accepted "
                   yt-total-accepted " rejected " yt-total-rejected
                   " mean " yt-mean-val
               DISPLAY "year-end-close: worst gap " yt-max-gap
                   " at site " yt-max-gap-site " in "
                   yt-max-gap-month ", " yt-sla-days-breached
                   " day(s) below SLA; " months-kept
                   " other month(s) kept on month-history.txt."
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE months-on-file TO rh-records-in
           MOVE num-sites TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
      *> One pass over month-history.txt: the latest month on it,
      *> and with a year known, that year's lines by month.
       load-year-months.
           MOVE ZERO TO months-missing, months-on-file
           PERFORM VARYING month-no FROM 1 BY 1 UNTIL month-no > 12
               MOVE SPACES TO year-month-entry (month-no)
           END-PERFORM
           OPEN INPUT month-history-file
           IF month-history-is-ok
               PERFORM FOREVER
                   READ month-history-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF mh-month NOT = SPACES
                       ADD 1 TO months-on-file
                       MOVE mh-month TO latest-month
                       IF mh-month (1:4) = close-year
                               AND mh-month (6:2) IS NUMERIC
                               AND mh-month (6:2) >= "01"
                               AND mh-month (6:2) <= "12"
                           MOVE mh-month (6:2) TO month-no
                           SET ym-found (month-no) TO TRUE
                           MOVE month-history-record
                               TO ym-history (month-no)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE month-history-file
           END-IF
           PERFORM VARYING month-no FROM 1 BY 1 UNTIL month-no > 12
               IF NOT ym-found (month-no)
                   ADD 1 TO months-missing
               END-IF
           END-PERFORM
           .
      *> Leaves year-history-status zero when the year is on file.
       check-year-already-closed.
           OPEN INPUT year-history-file
           IF NOT year-history-is-ok
               MOVE 35 TO year-history-status
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ year-history-file
                   AT END
                       MOVE 10 TO year-history-status
                       EXIT PERFORM
               END-READ
               IF yh-year = close-year
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE year-history-file
           IF yh-year = close-year
               MOVE 0 TO year-history-status
           ELSE
               MOVE 10 TO year-history-status
           END-IF
           .
       build-year-days.
           MOVE ZERO TO num-year-days
           MOVE SPACES TO work-date
           STRING close-year "-01-01" INTO work-date
           END-STRING
           PERFORM convert-work-date
           PERFORM UNTIL work-integer = 0
                   OR work-date (1:4) NOT = close-year
                   OR num-year-days = 366
               ADD 1 TO num-year-days
               MOVE work-date TO yd-date (num-year-days)
               MOVE SPACE TO yd-attest-state (num-year-days)
               ADD 1 TO work-integer
               MOVE DATE-OF-INTEGER(work-integer) TO work-yyyymmdd
               MOVE SPACES TO work-date
               STRING work-yyyymmdd (1:4) "-" work-yyyymmdd (5:2)
                   "-" work-yyyymmdd (7:2)
                   INTO work-date
               END-STRING
           END-PERFORM
           .
       convert-work-date.
           MOVE 0 TO work-integer
           MOVE work-date (1:4) TO work-yyyymmdd (1:4)
           MOVE work-date (6:2) TO work-yyyymmdd (5:2)
           MOVE work-date (9:2) TO work-yyyymmdd (7:2)
           IF work-yyyymmdd NUMERIC
                   AND TEST-DATE-YYYYMMDD(work-yyyymmdd) = 0
               COMPUTE work-integer = INTEGER-OF-DATE(work-yyyymmdd)
           END-IF
           .
      *> Last word per date wins, as at month-end-close; a month
      *> month-end-close let through on a two-operator override
      *> ("YYYY-MM OVERRIDE ...") needs no further sign-off.
       check-year-attested.
           MOVE ZERO TO unattested-days, unattested-months
           OPEN INPUT attestations-file
           IF attestations-is-ok
               PERFORM FOREVER
                   READ attestations-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF attestations-record NOT = SPACES
                       PERFORM apply-one-attestation-line
                   END-IF
               END-PERFORM
               CLOSE attestations-file
           END-IF
           PERFORM VARYING month-no FROM 1 BY 1 UNTIL month-no > 12
               MOVE ZERO TO month-unattested-days
               PERFORM VARYING yday-idx FROM 1 BY 1
                       UNTIL yday-idx > num-year-days
                   IF yd-date (yday-idx) (6:2) = month-no
                           AND NOT yd-attested (yday-idx)
                           AND NOT ym-overridden (month-no)
                       ADD 1 TO unattested-days,
                           month-unattested-days
                   END-IF
               END-PERFORM
               IF month-unattested-days > 0
                   ADD 1 TO unattested-months
               END-IF
           END-PERFORM
           .
       apply-one-attestation-line.
           MOVE SPACES TO att-date-part, att-verb-part
           UNSTRING attestations-record DELIMITED BY " "
               INTO att-date-part, att-verb-part
           IF att-date-part (1:4) NOT = close-year
               EXIT PARAGRAPH
           END-IF
           IF att-verb-part = "OVERRIDE"
                   AND att-date-part (8:3) = SPACES
                   AND att-date-part (6:2) IS NUMERIC
                   AND att-date-part (6:2) >= "01"
                   AND att-date-part (6:2) <= "12"
               MOVE att-date-part (6:2) TO month-no
               SET ym-overridden (month-no) TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET yday-idx TO 1
           SEARCH year-day-entry
               AT END
                   CONTINUE
               WHEN yd-date (yday-idx) = att-date-part
                   EVALUATE att-verb-part
                       WHEN "ATTESTED"
                           MOVE "A" TO yd-attest-state (yday-idx)
                       WHEN "EXCEPTION"
                           MOVE "E" TO yd-attest-state (yday-idx)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH
           .
      *> The annual mean is the year's volume over its accepted
      *> readings, not an average of the monthly means; the worst
      *> gap is the worst of any month.
       total-year-months.
           INITIALIZE year-totals
           PERFORM VARYING month-no FROM 1 BY 1 UNTIL month-no > 12
               MOVE ym-history (month-no) TO month-history-record
               ADD mh-grand-total    TO yt-grand-total
               ADD mh-total-accepted TO yt-total-accepted
               ADD mh-total-rejected TO yt-total-rejected
               ADD mh-sla-days-breached TO yt-sla-days-breached
               IF mh-max-gap > yt-max-gap
                       OR yt-max-gap-month = SPACES
                   MOVE mh-max-gap      TO yt-max-gap
                   MOVE mh-max-gap-site TO yt-max-gap-site
                   MOVE mh-month        TO yt-max-gap-month
               END-IF
           END-PERFORM
           IF yt-total-accepted > 0
               COMPUTE yt-mean-val ROUNDED =
                   yt-grand-total / yt-total-accepted
           END-IF
           .
       load-site-regions.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES AND num-sites < 2000
                   ADD 1 TO num-sites
                   INITIALIZE site-entry (num-sites)
                   MOVE smr-site-id TO st-site-id (num-sites)
                   IF smr-region-code = SPACES
                       MOVE "----" TO st-region-code (num-sites)
                   ELSE
                       MOVE smr-region-code
                           TO st-region-code (num-sites)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
      *> Sites reporting that are no longer on the master still
      *> count, under the unassigned region.
       find-site-entry.
           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
                       OR st-site-id (site-idx) = lookup-site
               CONTINUE
           END-PERFORM
           IF site-idx > num-sites AND num-sites < 2000
               ADD 1 TO num-sites
               SET site-idx TO num-sites
               INITIALIZE site-entry (site-idx)
               MOVE lookup-site TO st-site-id (site-idx)
               MOVE "----" TO st-region-code (site-idx)
           END-IF
           .
       total-site-actuals.
           OPEN INPUT site-actuals-file
           IF NOT site-actuals-is-ok
               DISPLAY "year-end-close: no site-actuals history - "
                   "the site and region sections will be empty."
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO sa-key
           START site-actuals-file KEY NOT < sa-key
               INVALID KEY
                   MOVE 10 TO site-actuals-status
           END-START
           PERFORM UNTIL NOT site-actuals-is-ok
               READ site-actuals-file NEXT
                   AT END
                       MOVE 10 TO site-actuals-status
                   NOT AT END
                       IF sa-date-stamp (1:4) = close-year
                           ADD 1 TO actual-days-read
                           MOVE sa-site-id TO lookup-site
                           PERFORM find-site-entry
                           IF site-idx NOT > num-sites
                               ADD 1 TO st-days (site-idx)
                               ADD sa-accepted
                                   TO st-accepted (site-idx)
                               ADD sa-units TO st-volume (site-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE site-actuals-file
           .
       total-site-estimates.
           OPEN INPUT estimates-ledger-file
           IF NOT estimates-ledger-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ estimates-ledger-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF el-date-stamp (1:4) = close-year
                       AND NOT el-reversed
                   MOVE el-site-id TO lookup-site
                   PERFORM find-site-entry
                   IF site-idx NOT > num-sites
                       ADD 1 TO st-est-days (site-idx)
                       ADD el-est-val TO st-est-volume (site-idx)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE estimates-ledger-file
           .
       roll-up-regions.
           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
               MOVE st-region-code (site-idx) TO lookup-region
               PERFORM VARYING region-idx FROM 1 BY 1
                       UNTIL region-idx > num-regions
                           OR rr-region-code (region-idx)
                               = lookup-region
                   CONTINUE
               END-PERFORM
               IF region-idx > num-regions AND num-regions < 200
                   ADD 1 TO num-regions
                   SET region-idx TO num-regions
                   INITIALIZE region-entry (region-idx)
                   MOVE lookup-region TO rr-region-code (region-idx)
               END-IF
               IF region-idx NOT > num-regions
                   ADD 1 TO rr-sites (region-idx)
                   ADD st-days (site-idx) TO rr-days (region-idx)
                   ADD st-accepted (site-idx)
                       TO rr-accepted (region-idx)
                   ADD st-volume (site-idx) TO rr-volume (region-idx)
                   ADD st-est-days (site-idx)
                       TO rr-est-days (region-idx)
                   ADD st-est-volume (site-idx)
                       TO rr-est-volume (region-idx)
               END-IF
           END-PERFORM
           .
       print-annual-report.
           MOVE CURRENT-DATE (1:4) TO report-date (1:4)
           MOVE "-" TO report-date (5:1)
           MOVE CURRENT-DATE (5:2) TO report-date (6:2)
           MOVE "-" TO report-date (8:1)
           MOVE CURRENT-DATE (7:2) TO report-date (9:2)

           MOVE SPACES TO report-heading
           STRING "ANNUAL STATISTICS " close-year " - BY MONTH"
               INTO report-heading
           END-STRING
           MOVE "MONTH          VOLUME    ACCEPTED    REJECTED  "
               & "        MEAN   WORST GAP  GAP SITE   SLA MISSED"
               TO column-heading
           PERFORM print-page-heading
           PERFORM VARYING month-no FROM 1 BY 1 UNTIL month-no > 12
               MOVE ym-history (month-no) TO month-history-record
               MOVE mh-month          TO ml-month
               MOVE mh-grand-total    TO ml-volume
               MOVE mh-total-accepted TO ml-accepted
               MOVE mh-total-rejected TO ml-rejected
               MOVE mh-mean-val       TO ml-mean
               MOVE mh-max-gap        TO ml-max-gap
               MOVE mh-max-gap-site   TO ml-max-gap-site
               MOVE mh-sla-days-breached TO ml-sla-days
               IF ym-overridden (month-no)
                   MOVE "OVERRIDDEN" TO ml-note
               ELSE
                   MOVE SPACES TO ml-note
               END-IF
               MOVE month-line TO print-line
               PERFORM write-report-line
           END-PERFORM
           PERFORM write-report-line
           MOVE close-year          TO ml-month
           MOVE yt-grand-total      TO ml-volume
           MOVE yt-total-accepted   TO ml-accepted
           MOVE yt-total-rejected   TO ml-rejected
           MOVE yt-mean-val         TO ml-mean
           MOVE yt-max-gap          TO ml-max-gap
           MOVE yt-max-gap-site     TO ml-max-gap-site
           MOVE yt-sla-days-breached TO ml-sla-days
           MOVE "YEAR" TO ml-note
           MOVE month-line TO print-line
           PERFORM write-report-line

           MOVE SPACES TO report-heading
           STRING "ANNUAL STATISTICS " close-year " - BY SITE"
               INTO report-heading
           END-STRING
           MOVE "SITE      REGION          DAYS    ACCEPTED  "
               & "          VOLUME          MEAN  EST DAYS  "
               & "    EST VOLUME" TO column-heading
           PERFORM print-page-heading
           PERFORM VARYING site-idx FROM 1 BY 1
                   UNTIL site-idx > num-sites
               IF st-days (site-idx) > 0
                       OR st-est-days (site-idx) > 0
                   MOVE SPACES TO site-line
                   MOVE st-site-id (site-idx)     TO sl-key
                   MOVE st-region-code (site-idx) TO sl-region
                   MOVE st-days (site-idx)        TO sl-days
                   MOVE st-accepted (site-idx)    TO sl-accepted
                   MOVE st-volume (site-idx)      TO sl-volume
                   MOVE ZERO TO line-mean
                   IF st-accepted (site-idx) > 0
                       COMPUTE line-mean ROUNDED =
                           st-volume (site-idx)
                           / st-accepted (site-idx)
                   END-IF
                   MOVE line-mean TO sl-mean
                   MOVE st-est-days (site-idx)    TO sl-est-days
                   MOVE st-est-volume (site-idx)  TO sl-est-volume
                   MOVE site-line TO print-line
                   PERFORM write-report-line
               END-IF
           END-PERFORM

           MOVE SPACES TO report-heading
           STRING "ANNUAL STATISTICS " close-year " - BY REGION"
               INTO report-heading
           END-STRING
           MOVE "          REGION  SITES    DAYS    ACCEPTED  "
               & "          VOLUME          MEAN  EST DAYS  "
               & "    EST VOLUME" TO column-heading
           PERFORM print-page-heading
           PERFORM VARYING region-idx FROM 1 BY 1
                   UNTIL region-idx > num-regions
               MOVE SPACES TO site-line
               MOVE rr-region-code (region-idx) TO sl-region
               MOVE rr-sites (region-idx)       TO sl-sites
               MOVE rr-days (region-idx)        TO sl-days
               MOVE rr-accepted (region-idx)    TO sl-accepted
               MOVE rr-volume (region-idx)      TO sl-volume
               MOVE ZERO TO line-mean
               IF rr-accepted (region-idx) > 0
                   COMPUTE line-mean ROUNDED =
                       rr-volume (region-idx) / rr-accepted (region-idx)
               END-IF
               MOVE line-mean TO sl-mean
               MOVE rr-est-days (region-idx)    TO sl-est-days
               MOVE rr-est-volume (region-idx)  TO sl-est-volume
               MOVE site-line TO print-line
               PERFORM write-report-line
           END-PERFORM
           .
       print-page-heading.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING report-heading (1:50) "REPORT DATE " report-date
               "         PAGE " page-number
               INTO print-line
           END-STRING
           IF page-number > 1
               WRITE print-line AFTER ADVANCING PAGE
           ELSE
               WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           CALL "report-environment" USING print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE column-heading TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 5 TO lines-on-page
           .
       write-report-line.
           IF lines-on-page NOT < PAGE-DEPTH
               PERFORM print-page-heading
           END-IF
           WRITE print-line
           ADD 1 TO lines-on-page
           MOVE SPACES TO print-line
           .
       write-year-history.
           OPEN EXTEND year-history-file
           IF NOT year-history-is-ok
               OPEN OUTPUT year-history-file
           END-IF
           IF NOT year-history-is-ok
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO year-history-record
           MOVE close-year           TO yh-year
           MOVE yt-grand-total       TO yh-grand-total
           MOVE yt-total-accepted    TO yh-total-accepted
           MOVE yt-total-rejected    TO yh-total-rejected
           MOVE yt-mean-val          TO yh-mean-val
           MOVE yt-max-gap           TO yh-max-gap
           MOVE yt-max-gap-site      TO yh-max-gap-site
           MOVE yt-max-gap-month     TO yh-max-gap-month
           MOVE yt-sla-days-breached TO yh-sla-days-breached
           MOVE report-date          TO yh-closed-date
           WRITE year-history-record
           CLOSE year-history-file
           .
      *> The closed year's month lines, kept as they stood on
      *> month-history.txt.
       archive-year-months.
           MOVE SPACES TO archive-name
           STRING "month-history-" close-year ".txt"
               INTO archive-name
           END-STRING
           MOVE archive-name TO history-out-assign
           OPEN OUTPUT month-history-out-file
           IF NOT month-history-out-is-ok
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT month-history-file
           PERFORM FOREVER
               READ month-history-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF mh-month (1:4) = close-year
                   WRITE month-history-out-record
                       FROM month-history-record
               END-IF
           END-PERFORM
           CLOSE month-history-file
           CLOSE month-history-out-file
           .
      *> Any month outside the closed year - a January closed
      *> before the year was - stays on month-history.txt.
       rewrite-month-history.
           MOVE HISTORY-WORK TO history-out-assign
           OPEN OUTPUT month-history-out-file
           IF NOT month-history-out-is-ok
               DISPLAY "year-end-close: " HISTORY-WORK " could not "
                   "be opened. month-history.txt was NOT cleared."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT month-history-file
           PERFORM FOREVER
               READ month-history-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF mh-month NOT = SPACES
                       AND mh-month (1:4) NOT = close-year
                   WRITE month-history-out-record
                       FROM month-history-record
                   ADD 1 TO months-kept
               END-IF
           END-PERFORM
           CLOSE month-history-file
           CLOSE month-history-out-file

           MOVE HISTORY-WORK TO commit-work-name
           MOVE HISTORY-PATH TO commit-real-name
           CALL "keep-generation" USING commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "*** COMMIT FAILED *** "
                   TRIM(commit-work-name) " could not replace "
                   TRIM(commit-real-name)
               MOVE 1 TO RETURN-CODE
           END-IF
           .
       END PROGRAM year-end-close.

      *> Damm check digit for hand-keyed site-ids, the same
      *> quasigroup as the DAMM-ALGORITHM program.  The digits of
      *> the site-id, in order, are run through the table (anything
      *> else in the id is passed over); the interim digit left at
      *> the end is the check digit, and an id keyed "id/d" is good
      *> when running its digits and then d through the table ends
      *> at zero.  A key without "/" has no check digit to test.
      *> The verdict comes back N (none keyed), V (passed) or F
      *> (failed, or not a single digit after the "/"); the site-id
      *> comes back without its check digit either way, and the
      *> check digit is the computed one - which the desk's
      *> reference sheet prints.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. site-check-digit.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  damm-table-values.
           03  FILLER              PIC X(10) VALUE "0317598642".
           03  FILLER              PIC X(10) VALUE "7092154863".
           03  FILLER              PIC X(10) VALUE "4206871359".
           03  FILLER              PIC X(10) VALUE "1750983426".
           03  FILLER              PIC X(10) VALUE "6123045978".
           03  FILLER              PIC X(10) VALUE "3674209581".
           03  FILLER              PIC X(10) VALUE "5869720134".
           03  FILLER              PIC X(10) VALUE "8945362017".
           03  FILLER              PIC X(10) VALUE "9438617205".
           03  FILLER              PIC X(10) VALUE "2581436790".
       01  damm-table REDEFINES damm-table-values.
           03  damm-row            OCCURS 10 TIMES.
               05  damm-cell       PIC 9 OCCURS 10 TIMES.

       01  damm-interim            PIC 9.
       01  damm-digit              PIC 9.
       01  char-pos                PIC 99.
       01  keyed-digit-text        PIC X(4).

       LINKAGE SECTION.
       01  scd-keyed-id            PIC X(12).
       01  scd-site-id             PIC X(8).
       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.

       PROCEDURE DIVISION USING scd-keyed-id, scd-site-id,
                                 scd-check-digit, scd-verdict.
       site-check-digit-main.
           MOVE SPACES TO scd-site-id, keyed-digit-text
           UNSTRING scd-keyed-id DELIMITED BY "/"
               INTO scd-site-id, keyed-digit-text

           MOVE 0 TO damm-interim
           PERFORM VARYING char-pos FROM 1 BY 1 UNTIL char-pos > 8
               IF scd-site-id (char-pos:1) IS NUMERIC
                   MOVE scd-site-id (char-pos:1) TO damm-digit
                   MOVE damm-cell (damm-interim + 1, damm-digit + 1)
                       TO damm-interim
               END-IF
           END-PERFORM
           MOVE damm-interim TO scd-check-digit

           EVALUATE TRUE
               WHEN keyed-digit-text = SPACES
                   MOVE "N" TO scd-verdict
               WHEN keyed-digit-text (1:1) IS NOT NUMERIC
                       OR keyed-digit-text (2:3) NOT = SPACES
                   MOVE "F" TO scd-verdict
               WHEN OTHER
                   MOVE keyed-digit-text (1:1) TO damm-digit
                   IF damm-cell (damm-interim + 1, damm-digit + 1)
                           = 0
                       MOVE "V" TO scd-verdict
                   ELSE
                       MOVE "F" TO scd-verdict
                   END-IF
           END-EVALUATE
           GOBACK
           .
       END PROGRAM site-check-digit.

      *> The review desk's reference sheet: every site on
      *> site-master.txt with the check-digit form to key it by in
      *> amendments.txt and suspense-actions.txt, printed to
      *> site-check-sheet.txt in site-master order.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. site-check-sheet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT check-sheet-file ASSIGN TO "site-check-sheet.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS check-sheet-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

       FD  check-sheet-file.
       01  print-line              PIC X(132).

       WORKING-STORAGE SECTION.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  check-sheet-status      PIC 99.
           88 check-sheet-is-ok    VALUE 0.

       01  scd-keyed-id            PIC X(12).
       01  scd-site-id             PIC X(8).
       01  scd-check-digit         PIC X.
       01  scd-verdict             PIC X.

       01  sites-listed            PIC 9(6).
       01  report-date             PIC X(10).
       01  page-number             PIC 9(4).
       01  lines-on-page           PIC 99.
       78  PAGE-DEPTH              VALUE 50.

       01  sheet-line.
           03  sh-site-id          PIC X(8).
           03  FILLER              PIC XX      VALUE SPACES.
           03  sh-keyed-form       PIC X(12).
           03  FILLER              PIC XX      VALUE SPACES.
           03  sh-site-name        PIC X(30).
           03  FILLER              PIC XX      VALUE SPACES.
           03  sh-site-status      PIC X.
           03  FILLER              PIC X(5)    VALUE SPACES.
           03  sh-region-code      PIC X(4).

       01  rh-program-name         PIC X(20)
                                    VALUE "site-check-sheet".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       site-check-sheet-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               DISPLAY "site-check-sheet: no site-master.txt - "
                   "nothing to list."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           OPEN OUTPUT check-sheet-file
           IF NOT check-sheet-is-ok
               DISPLAY "site-check-sheet: site-check-sheet.txt could "
                   "not be opened. The program will terminate."
               CLOSE site-master-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           MOVE SPACES TO report-date
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO report-date
           END-STRING
           PERFORM print-page-heading
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES
                   PERFORM list-one-site
               END-IF
           END-PERFORM
           CLOSE site-master-file
           CLOSE check-sheet-file

           DISPLAY "site-check-sheet: " sites-listed
               " site(s) listed on site-check-sheet.txt"
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE sites-listed TO rh-records-in, rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       list-one-site.
           MOVE smr-site-id TO scd-keyed-id
           CALL "site-check-digit" USING scd-keyed-id, scd-site-id,
               scd-check-digit, scd-verdict
           MOVE SPACES TO sheet-line
           MOVE smr-site-id TO sh-site-id
           STRING TRIM(smr-site-id) "/" scd-check-digit
               DELIMITED BY SIZE
               INTO sh-keyed-form
           END-STRING
           MOVE smr-site-name TO sh-site-name
           MOVE smr-site-status TO sh-site-status
           MOVE smr-region-code TO sh-region-code
           MOVE sheet-line TO print-line
           PERFORM write-report-line
           ADD 1 TO sites-listed
           .
       print-page-heading.
           ADD 1 TO page-number
           MOVE SPACES TO print-line
           STRING "SITE CHECK-DIGIT REFERENCE        REPORT DATE "
               report-date "         PAGE " page-number
               INTO print-line
           END-STRING
           IF page-number > 1
               WRITE print-line AFTER ADVANCING PAGE
           ELSE
               WRITE print-line
           END-IF
           MOVE SPACES TO print-line
           CALL "report-environment" USING print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE "SITE      KEY AS        SITE NAME                 "
               & "      STATUS  REGION" TO print-line
           WRITE print-line
           MOVE SPACES TO print-line
           WRITE print-line
           MOVE 5 TO lines-on-page
           .
       write-report-line.
           IF lines-on-page NOT < PAGE-DEPTH
               PERFORM print-page-heading
           END-IF
           WRITE print-line
           ADD 1 TO lines-on-page
           MOVE SPACES TO print-line
           .
       END PROGRAM site-check-sheet.

      *> Monthly audit sample of posted readings for internal audit
      *> to trace back to the vendors' source documents.  Every
      *> reading of the period on the keyed reading-detail-history
      *> is offered, in key order, to a reservoir per site - or per
      *> region with [audit-sample] GROUP-BY REGION - by the same
      *> method as the RESERVOIR-SAMPLING program, so each reading
      *> of a group stands the same chance of being drawn.
      *> [audit-sample] PERIOD (YYYY-MM, default last month),
      *> SAMPLE-SIZE (5, at most 25 per group) and SEED (default
      *> the clock) shape the draw; the seed is written on the
      *> evidence file, and the same seed over the same history
      *> draws the same sample.  audit-sample-YYYY-MM.txt carries
      *> one line per drawn reading with a blank result column for
      *> the auditors to mark PASS or FAIL and a note; an existing
      *> evidence file is never overwritten.  audit-exceptions
      *> summarizes it once it comes back.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-sample.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reading-history-file
               ASSIGN TO "reading-detail-history"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY rh-key
               FILE STATUS reading-history-status.

           SELECT site-master-file ASSIGN TO "site-master.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS site-master-status.

           SELECT evidence-file ASSIGN TO evidence-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS evidence-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as reading-history-update's record.
       FD  reading-history-file.
       01  reading-history-record.
           03  rh-key.
               05  rh-site-id      PIC X(8).
               05  rh-date-stamp   PIC X(10).
               05  rh-pair-seq     PIC 9(3).
           03  rh-raw-val          PIC 9(3)V9(3).
           03  rh-cal-val          PIC 9(3)V9(3).
           03  rh-flag             PIC S9(2).

      *> Same layout as data-munging's site-master-record.
       FD  site-master-file.
       01  site-master-record.
           03  smr-site-id         PIC X(8).
           03  FILLER              PIC X.
           03  smr-site-name       PIC X(30).
           03  FILLER              PIC X.
           03  smr-commission-date PIC X(10).
           03  FILLER              PIC X.
           03  smr-site-status     PIC X.
           03  FILLER              PIC X.
           03  smr-unit-code       PIC X(4).
           03  FILLER              PIC X.
           03  smr-region-code     PIC X(4).

      *> Lines starting "#" describe the draw; the rest are the
      *> drawn readings, result and note left for the auditors.
       FD  evidence-file.
       01  evidence-comment        PIC X(100).
       01  evidence-record.
           03  ev-sample-no        PIC 9(5).
           03  FILLER              PIC X.
           03  ev-group            PIC X(8).
           03  FILLER              PIC X.
           03  ev-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  ev-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  ev-pair-seq         PIC 9(3).
           03  FILLER              PIC X.
           03  ev-raw-val          PIC 9(3).9(3).
           03  FILLER              PIC X.
           03  ev-cal-val          PIC 9(3).9(3).
           03  FILLER              PIC X.
           03  ev-flag             PIC -9(2).
           03  FILLER              PIC X.
           03  ev-result           PIC X(4).
           03  FILLER              PIC X.
           03  ev-note             PIC X(40).

       WORKING-STORAGE SECTION.
       01  reading-history-status  PIC 99.
           88 reading-history-is-ok
                                   VALUE 0.
       01  site-master-status      PIC 99.
           88 site-master-is-ok    VALUE 0.
       01  evidence-status         PIC 99.
           88 evidence-is-ok       VALUE 0.

       01  evidence-name           PIC X(40).

       01  cfg-section             PIC X(32) VALUE "audit-sample".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

       01  sample-period           PIC X(7).
       01  sample-size             PIC 99    VALUE 5.
       01  group-by                PIC X(6)  VALUE "SITE".
           88  group-by-region     VALUE "REGION".
       01  sample-seed             PIC 9(8).
       01  work-year               PIC 9(4).
       01  work-month              PIC 99.
       01  random-draw             PIC V9(9).
       01  random-slot             PIC 9(9).

       01  num-sites               PIC 9(4).
       01  sites-area.
           03  site-entry          OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-sites
                                    INDEXED BY site-idx.
               05  st-site-id      PIC X(8).
               05  st-region-code  PIC X(4).

      *> One reservoir per site or region: readings seen so far and
      *> the readings currently held.
       01  num-groups              PIC 9(4).
       01  groups-area.
           03  group-entry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-groups
                                    INDEXED BY group-idx.
               05  gr-group        PIC X(8).
               05  gr-seen         PIC 9(9).
               05  gr-held         PIC 99.
               05  gr-reading      OCCURS 25 TIMES.
                   07  gr-site-id  PIC X(8).
                   07  gr-date-stamp
                                   PIC X(10).
                   07  gr-pair-seq PIC 9(3).
                   07  gr-raw-val  PIC 9(3)V9(3).
                   07  gr-cal-val  PIC 9(3)V9(3).
                   07  gr-flag     PIC S9(2).
       01  lookup-group            PIC X(8).
       01  slot-no                 PIC 99.

       01  readings-offered        PIC 9(9).
       01  groups-overflowed       PIC 9(6).
       01  samples-written         PIC 9(6).
       01  size-edited             PIC Z9.
       01  seen-edited             PIC Z(8)9.

       01  rh-program-name         PIC X(20) VALUE "audit-sample".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       audit-sample-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           PERFORM load-sample-settings

           MOVE SPACES TO evidence-name
           STRING "audit-sample-" sample-period ".txt"
               DELIMITED BY SIZE
               INTO evidence-name
           END-STRING
           OPEN INPUT evidence-file
           IF evidence-is-ok
               CLOSE evidence-file
               DISPLAY "audit-sample: REFUSED - " TRIM(evidence-name)
                   " already exists and may carry the auditors' "
                   "results.  Move it aside to redraw."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           IF group-by-region
               PERFORM load-site-regions
           END-IF

           OPEN INPUT reading-history-file
           IF NOT reading-history-is-ok
               DISPLAY "audit-sample: no reading-detail-history - "
                   "nothing to sample."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           COMPUTE random-draw = RANDOM(sample-seed)
           MOVE LOW-VALUES TO rh-key
           START reading-history-file KEY NOT < rh-key
               INVALID KEY
                   MOVE 10 TO reading-history-status
           END-START
           PERFORM UNTIL NOT reading-history-is-ok
               READ reading-history-file NEXT
                   AT END
                       MOVE 10 TO reading-history-status
                   NOT AT END
                       IF rh-date-stamp (1:7) = sample-period
                           PERFORM offer-reading
                       END-IF
               END-READ
           END-PERFORM
           CLOSE reading-history-file

           OPEN OUTPUT evidence-file
           IF NOT evidence-is-ok
               DISPLAY "audit-sample: " TRIM(evidence-name)
                   " could not be opened. The program will "
                   "terminate."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM write-evidence-file
           CLOSE evidence-file

           DISPLAY "audit-sample: " sample-period " - "
               readings-offered " reading(s) in " num-groups " "
               TRIM(group-by) " group(s), " samples-written
               " drawn with seed " sample-seed " to "
               TRIM(evidence-name)
           IF groups-overflowed > 0
               DISPLAY "audit-sample: " groups-overflowed
                   " reading(s) fell outside the group table and "
                   "were not offered."
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE readings-offered TO rh-records-in
           MOVE samples-written TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       load-sample-settings.
           MOVE "PERIOD" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value (1:4) IS NUMERIC
                   AND cfg-value (5:1) = "-"
                   AND cfg-value (6:2) IS NUMERIC
               MOVE cfg-value (1:7) TO sample-period
           ELSE
               MOVE CURRENT-DATE (1:4) TO work-year
               MOVE CURRENT-DATE (5:2) TO work-month
               IF work-month = 1
                   MOVE 12 TO work-month
                   SUBTRACT 1 FROM work-year
               ELSE
                   SUBTRACT 1 FROM work-month
               END-IF
               MOVE SPACES TO sample-period
               STRING work-year "-" work-month INTO sample-period
               END-STRING
           END-IF

           MOVE "SAMPLE-SIZE" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND TEST-NUMVAL(TRIM(cfg-value)) = 0
                   AND NUMVAL(cfg-value) >= 1
                   AND NUMVAL(cfg-value) <= 25
               COMPUTE sample-size = NUMVAL(cfg-value)
           END-IF

           MOVE "GROUP-BY" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND UPPER-CASE(TRIM(cfg-value)) = "REGION"
               MOVE "REGION" TO group-by
           END-IF

           MOVE "SEED" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE sample-seed = NUMVAL(cfg-value)
           ELSE
               MOVE CURRENT-DATE (9:8) TO sample-seed
           END-IF
           .
       load-site-regions.
           OPEN INPUT site-master-file
           IF NOT site-master-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ site-master-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF smr-site-id NOT = SPACES AND num-sites < 2000
                   ADD 1 TO num-sites
                   MOVE smr-site-id TO st-site-id (num-sites)
                   IF smr-region-code = SPACES
                       MOVE "----" TO st-region-code (num-sites)
                   ELSE
                       MOVE smr-region-code
                           TO st-region-code (num-sites)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE site-master-file
           .
      *> The first SAMPLE-SIZE readings of a group fill its
      *> reservoir; after that the k-th reading replaces a random
      *> held one with probability SAMPLE-SIZE / k.
       offer-reading.
           IF group-by-region
               MOVE "----" TO lookup-group
               IF num-sites > 0
                   SET site-idx TO 1
                   SEARCH site-entry
                       AT END
                           CONTINUE
                       WHEN st-site-id (site-idx) = rh-site-id
                           MOVE st-region-code (site-idx)
                               TO lookup-group
                   END-SEARCH
               END-IF
           ELSE
               MOVE rh-site-id TO lookup-group
           END-IF
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > num-groups
                       OR gr-group (group-idx) = lookup-group
               CONTINUE
           END-PERFORM
           IF group-idx > num-groups
               IF num-groups = 2000
                   ADD 1 TO groups-overflowed
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO num-groups
               SET group-idx TO num-groups
               MOVE lookup-group TO gr-group (group-idx)
               MOVE ZERO TO gr-seen (group-idx), gr-held (group-idx)
           END-IF
           ADD 1 TO readings-offered
           ADD 1 TO gr-seen (group-idx)

           IF gr-held (group-idx) < sample-size
               ADD 1 TO gr-held (group-idx)
               MOVE gr-held (group-idx) TO slot-no
           ELSE
               COMPUTE random-slot =
                   INTEGER(RANDOM * gr-seen (group-idx))
               IF random-slot NOT < sample-size
                   EXIT PARAGRAPH
               END-IF
               COMPUTE slot-no = random-slot + 1
           END-IF
           MOVE rh-site-id    TO gr-site-id (group-idx, slot-no)
           MOVE rh-date-stamp TO gr-date-stamp (group-idx, slot-no)
           MOVE rh-pair-seq   TO gr-pair-seq (group-idx, slot-no)
           MOVE rh-raw-val    TO gr-raw-val (group-idx, slot-no)
           MOVE rh-cal-val    TO gr-cal-val (group-idx, slot-no)
           MOVE rh-flag       TO gr-flag (group-idx, slot-no)
           .
       write-evidence-file.
           MOVE sample-size TO size-edited
           MOVE SPACES TO evidence-comment
           STRING "# AUDIT SAMPLE " sample-period " BY " TRIM(group-by)
               " SIZE " TRIM(size-edited) " SEED " sample-seed
               " DRAWN " CURRENT-DATE (1:8)
               DELIMITED BY SIZE
               INTO evidence-comment
           END-STRING
           WRITE evidence-comment
           MOVE "# Mark RESULT PASS or FAIL in columns 60-63 and add "
               & "a note from column 65." TO evidence-comment
           WRITE evidence-comment
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > num-groups
               MOVE gr-seen (group-idx) TO seen-edited
               MOVE SPACES TO evidence-comment
               STRING "# GROUP " gr-group (group-idx) " READINGS "
                   TRIM(seen-edited) DELIMITED BY SIZE
                   INTO evidence-comment
               END-STRING
               WRITE evidence-comment
               PERFORM VARYING slot-no FROM 1 BY 1
                       UNTIL slot-no > gr-held (group-idx)
                   PERFORM write-evidence-line
               END-PERFORM
           END-PERFORM
           .
       write-evidence-line.
           ADD 1 TO samples-written
           MOVE SPACES TO evidence-record
           MOVE samples-written TO ev-sample-no
           MOVE gr-group (group-idx) TO ev-group
           MOVE gr-site-id (group-idx, slot-no) TO ev-site-id
           MOVE gr-date-stamp (group-idx, slot-no) TO ev-date-stamp
           MOVE gr-pair-seq (group-idx, slot-no) TO ev-pair-seq
           MOVE gr-raw-val (group-idx, slot-no) TO ev-raw-val
           MOVE gr-cal-val (group-idx, slot-no) TO ev-cal-val
           MOVE gr-flag (group-idx, slot-no) TO ev-flag
           WRITE evidence-record
           .
       END PROGRAM audit-sample.

      *> Exceptions summary once internal audit returns the marked
      *> audit-sample-YYYY-MM.txt ([audit-sample] PERIOD, default
      *> last month, as the sample was drawn).  Each group's PASS,
      *> FAIL and unmarked counts, every FAIL with the auditors'
      *> note, and the totals go to audit-exceptions-YYYY-MM.txt;
      *> the run ends with return code 1 while any FAIL or
      *> unmarked line remains.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-exceptions.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT evidence-file ASSIGN TO evidence-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS evidence-status.

           SELECT exceptions-file ASSIGN TO exceptions-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS exceptions-status.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout as audit-sample's evidence-record.
       FD  evidence-file.
       01  evidence-comment        PIC X(100).
       01  evidence-record.
           03  ev-sample-no        PIC 9(5).
           03  FILLER              PIC X.
           03  ev-group            PIC X(8).
           03  FILLER              PIC X.
           03  ev-site-id          PIC X(8).
           03  FILLER              PIC X.
           03  ev-date-stamp       PIC X(10).
           03  FILLER              PIC X.
           03  ev-pair-seq         PIC 9(3).
           03  FILLER              PIC X.
           03  ev-raw-val          PIC 9(3).9(3).
           03  FILLER              PIC X.
           03  ev-cal-val          PIC 9(3).9(3).
           03  FILLER              PIC X.
           03  ev-flag             PIC -9(2).
           03  FILLER              PIC X.
           03  ev-result           PIC X(4).
           03  FILLER              PIC X.
           03  ev-note             PIC X(40).

       FD  exceptions-file.
       01  exceptions-line         PIC X(132).

       WORKING-STORAGE SECTION.
       01  evidence-status         PIC 99.
           88 evidence-is-ok       VALUE 0.
       01  exceptions-status       PIC 99.
           88 exceptions-is-ok     VALUE 0.

       01  evidence-name           PIC X(40).
       01  exceptions-name         PIC X(40).

       01  cfg-section             PIC X(32) VALUE "audit-sample".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

       01  sample-period           PIC X(7).
       01  work-year               PIC 9(4).
       01  work-month              PIC 99.
       01  draw-description        PIC X(100) VALUE SPACES.
       01  result-word             PIC X(4).

       01  num-groups              PIC 9(4).
       01  groups-area.
           03  group-entry         OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-groups
                                    INDEXED BY group-idx.
               05  gr-group        PIC X(8).
               05  gr-passed       PIC 9(5).
               05  gr-failed       PIC 9(5).
               05  gr-unmarked     PIC 9(5).

       01  lines-read              PIC 9(6).
       01  total-passed            PIC 9(6).
       01  total-failed            PIC 9(6).
       01  total-unmarked          PIC 9(6).

       01  rh-program-name         PIC X(20)
                                    VALUE "audit-exceptions".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       audit-exceptions-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE "PERIOD" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND cfg-value (1:4) IS NUMERIC
                   AND cfg-value (5:1) = "-"
                   AND cfg-value (6:2) IS NUMERIC
               MOVE cfg-value (1:7) TO sample-period
           ELSE
               MOVE CURRENT-DATE (1:4) TO work-year
               MOVE CURRENT-DATE (5:2) TO work-month
               IF work-month = 1
                   MOVE 12 TO work-month
                   SUBTRACT 1 FROM work-year
               ELSE
                   SUBTRACT 1 FROM work-month
               END-IF
               MOVE SPACES TO sample-period
               STRING work-year "-" work-month INTO sample-period
               END-STRING
           END-IF
           MOVE SPACES TO evidence-name, exceptions-name
           STRING "audit-sample-" sample-period ".txt"
               DELIMITED BY SIZE
               INTO evidence-name
           END-STRING
           STRING "audit-exceptions-" sample-period ".txt"
               DELIMITED BY SIZE
               INTO exceptions-name
           END-STRING

           OPEN INPUT evidence-file
           IF NOT evidence-is-ok
               DISPLAY "audit-exceptions: no " TRIM(evidence-name)
                   " - draw the sample (audit-sample) first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           OPEN OUTPUT exceptions-file
           IF NOT exceptions-is-ok
               DISPLAY "audit-exceptions: " TRIM(exceptions-name)
                   " could not be opened. The program will "
                   "terminate."
               CLOSE evidence-file
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           MOVE SPACES TO exceptions-line
           STRING "AUDIT SAMPLE EXCEPTIONS " sample-period
               "      REPORT DATE " CURRENT-DATE (1:8)
               DELIMITED BY SIZE
               INTO exceptions-line
           END-STRING
           WRITE exceptions-line
           MOVE SPACES TO exceptions-line
           WRITE exceptions-line
           PERFORM FOREVER
               READ evidence-file
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN evidence-comment (1:14) = "# AUDIT SAMPLE"
                       MOVE evidence-comment TO draw-description
                   WHEN evidence-comment (1:1) = "#"
                       CONTINUE
                   WHEN evidence-comment = SPACES
                       CONTINUE
                   WHEN OTHER
                       PERFORM tally-evidence-line
               END-EVALUATE
           END-PERFORM
           CLOSE evidence-file

           PERFORM write-exceptions-summary
           CLOSE exceptions-file

           DISPLAY "audit-exceptions: " sample-period " - "
               lines-read " sample(s): " total-passed " pass, "
               total-failed " fail, " total-unmarked " unmarked"
           IF total-failed > 0 OR total-unmarked > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE lines-read TO rh-records-in
           MOVE total-failed TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
      *> Anything in the result column other than PASS or FAIL -
      *> blank included - counts as unmarked.
       tally-evidence-line.
           ADD 1 TO lines-read
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > num-groups
                       OR gr-group (group-idx) = ev-group
               CONTINUE
           END-PERFORM
           IF group-idx > num-groups AND num-groups < 2000
               ADD 1 TO num-groups
               SET group-idx TO num-groups
               MOVE ev-group TO gr-group (group-idx)
               MOVE ZERO TO gr-passed (group-idx),
                   gr-failed (group-idx), gr-unmarked (group-idx)
           END-IF
           MOVE UPPER-CASE(ev-result) TO result-word
           EVALUATE result-word
               WHEN "PASS"
                   ADD 1 TO total-passed
                   IF group-idx NOT > num-groups
                       ADD 1 TO gr-passed (group-idx)
                   END-IF
               WHEN "FAIL"
                   ADD 1 TO total-failed
                   IF group-idx NOT > num-groups
                       ADD 1 TO gr-failed (group-idx)
                   END-IF
                   MOVE SPACES TO exceptions-line
                   STRING "FAIL  SAMPLE " ev-sample-no " SITE "
                       ev-site-id " " ev-date-stamp " SEQ "
                       ev-pair-seq " RAW " ev-raw-val " CAL "
                       ev-cal-val " : " TRIM(ev-note)
                       DELIMITED BY SIZE
                       INTO exceptions-line
                   END-STRING
                   WRITE exceptions-line
               WHEN OTHER
                   ADD 1 TO total-unmarked
                   IF group-idx NOT > num-groups
                       ADD 1 TO gr-unmarked (group-idx)
                   END-IF
           END-EVALUATE
           .
       write-exceptions-summary.
           MOVE SPACES TO exceptions-line
           WRITE exceptions-line
           MOVE draw-description (3:98) TO exceptions-line
           WRITE exceptions-line
           MOVE SPACES TO exceptions-line
           WRITE exceptions-line
           MOVE "GROUP        PASS   FAIL  UNMARKED" TO exceptions-line
           WRITE exceptions-line
           PERFORM VARYING group-idx FROM 1 BY 1
                   UNTIL group-idx > num-groups
               MOVE SPACES TO exceptions-line
               STRING gr-group (group-idx) "    "
                   gr-passed (group-idx) "  "
                   gr-failed (group-idx) "     "
                   gr-unmarked (group-idx)
                   DELIMITED BY SIZE
                   INTO exceptions-line
               END-STRING
               WRITE exceptions-line
           END-PERFORM
           MOVE SPACES TO exceptions-line
           STRING "TOTAL       " total-passed " " total-failed
               "    " total-unmarked
               DELIMITED BY SIZE
               INTO exceptions-line
           END-STRING
           WRITE exceptions-line
           .
       END PROGRAM audit-exceptions.

      *> Controlled operator requests for the suite's marker files.
      *> force-rerun.txt, force-monthend.txt and lock-override.txt
      *> used to be dropped by hand by whoever had a shell, with no
      *> record of who or why.  Operators now put lines on
      *> operator-requests.txt instead:
      *>     REQUEST,action,target,operator,reason
      *>     APPROVE,request-number,operator
      *>     DECLINE,request-number,operator,reason
      *> Each request is checked against operator-auth.txt (the
      *> action's lower-case name is the function; an absent table
      *> allows everyone, as check-operator-auth does), the
      *> dangerous actions wait for a DIFFERENT authorized operator
      *> to approve them, and only then is the marker written.  A
      *> request left unapproved past [requests] EXPIRE-HOURS
      *> (default 24) lapses.  request-queue.txt holds every
      *> request's state, and each step is chained onto
      *> request-audit.txt for shift-handover's morning page.  The
      *> inbox is consumed once read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. request-processor.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inbox-file ASSIGN TO "operator-requests.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inbox-status.

           SELECT queue-file ASSIGN TO queue-assign
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS queue-status.

           SELECT request-audit-file ASSIGN TO "request-audit.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS request-audit-status.

           SELECT auth-table-file ASSIGN TO "operator-auth.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS auth-table-status.

           SELECT marker-file ASSIGN TO marker-name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS marker-status.

       DATA DIVISION.
       FILE SECTION.
       FD  inbox-file.
       01  inbox-record            PIC X(200).

       FD  queue-file.
       01  queue-record.
           03  rq-number           PIC 9(5).
           03  FILLER              PIC X.
           03  rq-status           PIC X.
           03  FILLER              PIC X.
           03  rq-action           PIC X(16).
           03  FILLER              PIC X.
           03  rq-target           PIC X(20).
           03  FILLER              PIC X.
           03  rq-requester        PIC X(32).
           03  FILLER              PIC X.
           03  rq-approver         PIC X(32).
           03  FILLER              PIC X.
           03  rq-stamp            PIC X(14).
           03  FILLER              PIC X.
           03  rq-reason           PIC X(60).

       FD  request-audit-file.
       01  request-audit-record    PIC X(300).

       FD  auth-table-file.
       01  auth-table-record       PIC X(60).

      *> Same 20-byte record batch-controller and run-lock read.
       FD  marker-file.
       01  marker-record           PIC X(20).

       WORKING-STORAGE SECTION.
       01  inbox-status            PIC 99.
           88 inbox-is-ok          VALUE 0.
       01  queue-status            PIC 99.
           88 queue-is-ok          VALUE 0.
       01  request-audit-status    PIC 99.
           88 request-audit-is-ok  VALUE 0.
       01  auth-table-status       PIC 99.
           88 auth-table-is-ok     VALUE 0.
       01  marker-status           PIC 99.
           88 marker-is-ok         VALUE 0.

       01  inbox-name              PIC X(24)
                                    VALUE "operator-requests.txt".
       01  inbox-read-sw           PIC X VALUE "N".
           88  inbox-read          VALUE "Y".

       78  QUEUE-PATH              VALUE "request-queue.txt".
       78  QUEUE-WORK              VALUE "request-queue.txt.new".
       01  queue-assign            PIC X(40) VALUE "request-queue.txt".
       01  commit-work-name        PIC X(64).
       01  commit-real-name        PIC X(64).
       01  queue-saved-sw          PIC X VALUE "N".
           88  queue-saved         VALUE "Y".
       01  marker-name             PIC X(24).

      *> The actions an operator may request: the marker each one
      *> writes, and whether a second operator must approve it.
       01  action-values.
           03  FILLER              PIC X(41) VALUE
               "FORCE-RERUN     force-rerun.txt         N".
           03  FILLER              PIC X(41) VALUE
               "FORCE-MONTHEND  force-monthend.txt      Y".
           03  FILLER              PIC X(41) VALUE
               "LOCK-OVERRIDE   lock-override.txt       Y".
       01  action-table REDEFINES action-values.
           03  action-entry        OCCURS 3 TIMES
                                    INDEXED BY action-idx.
               05  at-action       PIC X(16).
               05  at-marker       PIC X(24).
               05  at-approval     PIC X.
                   88  at-needs-approval
                                   VALUE "Y".

       01  num-requests            PIC 9(4).
       01  requests-area.
           03  request-entry       OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON num-requests
                                    INDEXED BY req-idx.
               05  re-record       PIC X(187).
       01  last-number             PIC 9(5).

       01  auth-count              PIC 9(3).
       01  auth-table.
           03  auth-entry          OCCURS 500 TIMES
                                    INDEXED BY auth-idx.
               05  au-operator     PIC X(32).
               05  au-function     PIC X(20).
       01  auth-present-sw         PIC X VALUE "N".
           88  auth-present        VALUE "Y".
       01  auth-function           PIC X(20).
       01  auth-operator           PIC X(32).
       01  auth-allowed-sw         PIC X.
           88  auth-allowed        VALUE "Y".

       01  in-verb                 PIC X(10).
       01  in-field-2              PIC X(20).
       01  in-field-3              PIC X(32).
       01  in-field-4              PIC X(32).
       01  in-field-5              PIC X(60).
       01  in-number               PIC 9(5).
       01  refusal-text            PIC X(60).

       01  expire-hours            PIC 9(4) VALUE 24.
       01  cfg-section             PIC X(32) VALUE "requests".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".
       01  now-hours               PIC 9(9).
       01  request-hours           PIC 9(9).
       01  work-yyyymmdd           PIC 9(8).

       01  audit-event             PIC X(10).
       01  audit-operator          PIC X(32).
       01  audit-note              PIC X(80).
       01  audit-chain-prev        PIC X(8) VALUE "00000000".
       01  audit-chain-new         PIC X(8).
       01  audit-chain-text        PIC X(280).
       01  audit-scan-length       PIC 9(4).
       01  audit-open-sw           PIC X VALUE "N".
           88  audit-open          VALUE "Y".

       01  lines-read              PIC 9(5).
       01  markers-issued          PIC 9(5).
       01  requests-refused        PIC 9(5).
       01  requests-pending        PIC 9(5).

       01  rh-program-name         PIC X(20)
                                    VALUE "request-processor".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       request-processor-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE "EXPIRE-HOURS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found AND TEST-NUMVAL(TRIM(cfg-value)) = 0
               COMPUTE expire-hours = NUMVAL(cfg-value)
           END-IF
           COMPUTE now-hours =
               INTEGER-OF-DATE(NUMVAL(CURRENT-DATE (1:8))) * 24
               + NUMVAL(CURRENT-DATE (9:2))

           PERFORM load-request-queue
           IF num-requests = 2000
               DISPLAY "*** REQUEST QUEUE FULL *** request-queue.txt "
                   "holds 2000 requests - archive it first."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM load-auth-table
           PERFORM seed-audit-chain
           OPEN EXTEND request-audit-file
           IF NOT request-audit-is-ok
               OPEN OUTPUT request-audit-file
           END-IF
           IF NOT request-audit-is-ok
               DISPLAY "request-processor: request-audit.txt could "
                   "not be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           SET audit-open TO TRUE

           PERFORM expire-stale-requests

           OPEN INPUT inbox-file
           IF inbox-is-ok
               PERFORM FOREVER
                   READ inbox-file
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF inbox-record NOT = SPACES
                           AND inbox-record (1:1) NOT = "#"
                       ADD 1 TO lines-read
                       PERFORM process-inbox-line
                   END-IF
               END-PERFORM
               CLOSE inbox-file
               SET inbox-read TO TRUE
           END-IF

           CLOSE request-audit-file
           PERFORM save-request-queue
           *> the inbox lines live on only in the queue, so they are
           *> consumed once the queue holding them is committed
           IF queue-saved AND inbox-read
               CALL "CBL_DELETE_FILE" USING inbox-name
           END-IF

           MOVE ZERO TO requests-pending
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > num-requests
               IF re-record (req-idx) (7:1) = "P"
                   ADD 1 TO requests-pending
               END-IF
           END-PERFORM
           DISPLAY "request-processor: " lines-read
               " line(s) read, " markers-issued " marker(s) issued, "
               requests-refused " refused, " requests-pending
               " awaiting a second operator."
           IF requests-refused > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE lines-read TO rh-records-in
           MOVE markers-issued TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       load-request-queue.
           MOVE ZERO TO num-requests, last-number
           OPEN INPUT queue-file
           IF NOT queue-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ queue-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF queue-record NOT = SPACES AND num-requests < 2000
                   ADD 1 TO num-requests
                   MOVE queue-record TO re-record (num-requests)
                   IF rq-number > last-number
                       MOVE rq-number TO last-number
                   END-IF
               END-IF
           END-PERFORM
           CLOSE queue-file
           .
       save-request-queue.
           MOVE QUEUE-WORK TO queue-assign
           OPEN OUTPUT queue-file
           IF NOT queue-is-ok
               MOVE QUEUE-PATH TO queue-assign
               DISPLAY "*** REQUEST QUEUE NOT SAVED *** "
                   QUEUE-WORK " could not be written - "
                   "operator-requests.txt kept."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > num-requests
               MOVE re-record (req-idx) TO queue-record
               WRITE queue-record
           END-PERFORM
           CLOSE queue-file
           MOVE QUEUE-PATH TO queue-assign

           MOVE QUEUE-WORK TO commit-work-name
           MOVE QUEUE-PATH TO commit-real-name
           CALL "CBL_RENAME_FILE" USING commit-work-name,
               commit-real-name
           IF RETURN-CODE NOT = 0
               DISPLAY "*** REQUEST QUEUE NOT SAVED *** "
                   QUEUE-WORK " could not replace " QUEUE-PATH
                   " - operator-requests.txt kept."
               MOVE 1 TO RETURN-CODE
           ELSE
               SET queue-saved TO TRUE
           END-IF
           .
      *> "operator-id,function" lines, as check-operator-auth reads
      *> them.
       load-auth-table.
           MOVE ZERO TO auth-count
           OPEN INPUT auth-table-file
           IF NOT auth-table-is-ok
               EXIT PARAGRAPH
           END-IF
           SET auth-present TO TRUE
           PERFORM FOREVER
               READ auth-table-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF auth-table-record NOT = SPACES
                       AND auth-table-record (1:1) NOT = "#"
                       AND auth-count < 500
                   ADD 1 TO auth-count
                   UNSTRING auth-table-record DELIMITED BY ","
                       INTO au-operator (auth-count),
                           au-function (auth-count)
                   END-UNSTRING
                   MOVE TRIM(au-operator (auth-count))
                       TO au-operator (auth-count)
                   MOVE TRIM(au-function (auth-count))
                       TO au-function (auth-count)
               END-IF
           END-PERFORM
           CLOSE auth-table-file
           .
       check-named-operator.
           MOVE "N" TO auth-allowed-sw
           IF NOT auth-present
               SET auth-allowed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING auth-idx FROM 1 BY 1
                   UNTIL auth-idx > auth-count
               IF au-operator (auth-idx) = auth-operator
                       AND au-function (auth-idx) = auth-function
                   SET auth-allowed TO TRUE
               END-IF
           END-PERFORM
           .
       seed-audit-chain.
           OPEN INPUT request-audit-file
           IF NOT request-audit-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ request-audit-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF request-audit-record NOT = SPACES
                   COMPUTE audit-scan-length = LENGTH(TRIM(
                       request-audit-record TRAILING))
                   IF audit-scan-length > 11
                           AND request-audit-record
                               (audit-scan-length - 10:3) = " C="
                       MOVE request-audit-record
                           (audit-scan-length - 7:8)
                           TO audit-chain-prev
                   END-IF
               END-IF
           END-PERFORM
           CLOSE request-audit-file
           .
      *> One chained line per step, against the request in
      *> queue-record.
       write-request-audit.
           MOVE SPACES TO audit-chain-text
           STRING CURRENT-DATE (1:14) " " audit-event " "
               rq-number " " TRIM(rq-action) " "
               TRIM(rq-target) " BY " TRIM(audit-operator) ": "
               TRIM(audit-note)
               DELIMITED BY SIZE
               INTO audit-chain-text
           END-STRING
           CALL "audit-chain" USING audit-chain-prev,
               audit-chain-text, audit-chain-new
           MOVE SPACES TO request-audit-record
           STRING TRIM(audit-chain-text TRAILING)
               " C=" audit-chain-new
               DELIMITED BY SIZE
               INTO request-audit-record
           END-STRING
           WRITE request-audit-record
           MOVE audit-chain-new TO audit-chain-prev
           .
      *> A forced month-end approved a week late would run on the
      *> wrong night; an approval has to come while the request is
      *> still current.
       expire-stale-requests.
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > num-requests
               MOVE re-record (req-idx) TO queue-record
               MOVE rq-stamp (1:8) TO work-yyyymmdd
               IF rq-status = "P" AND work-yyyymmdd IS NUMERIC
                   COMPUTE request-hours =
                       INTEGER-OF-DATE(work-yyyymmdd) * 24
                       + NUMVAL(rq-stamp (9:2))
                   IF now-hours - request-hours > expire-hours
                       MOVE "E" TO rq-status
                       MOVE "EXPIRED" TO audit-event
                       MOVE "request-processor" TO audit-operator
                       MOVE "no second operator approved it in time"
                           TO audit-note
                       PERFORM write-request-audit
                       MOVE queue-record TO re-record (req-idx)
                   END-IF
               END-IF
           END-PERFORM
           .
       process-inbox-line.
           MOVE SPACES TO in-verb, in-field-2, in-field-3,
               in-field-4, in-field-5
           UNSTRING inbox-record DELIMITED BY ","
               INTO in-verb, in-field-2, in-field-3, in-field-4,
                   in-field-5
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(in-verb)) TO in-verb
           MOVE UPPER-CASE(TRIM(in-field-2)) TO in-field-2
           MOVE TRIM(in-field-3) TO in-field-3
           MOVE TRIM(in-field-4) TO in-field-4
           MOVE TRIM(in-field-5) TO in-field-5
           EVALUATE in-verb
               WHEN "REQUEST"
                   PERFORM take-new-request
               WHEN "APPROVE"
                   PERFORM take-approval
               WHEN "DECLINE"
                   PERFORM take-decline
               WHEN OTHER
                   ADD 1 TO requests-refused
                   MOVE SPACES TO queue-record
                   MOVE ZERO TO rq-number
                   MOVE "REJECTED" TO audit-event
                   MOVE "request-processor" TO audit-operator
                   MOVE inbox-record (1:80) TO audit-note
                   PERFORM write-request-audit
                   DISPLAY "request-processor: unrecognised line "
                       "skipped: " TRIM(inbox-record (1:60))
           END-EVALUATE
           .
      *> REQUEST,action,target,operator,reason - fields 2 to 5.
       take-new-request.
           MOVE SPACES TO queue-record, refusal-text
           ADD 1 TO last-number
           MOVE last-number TO rq-number
           MOVE in-field-2 (1:16) TO rq-action
           MOVE in-field-3 (1:20) TO rq-target
           MOVE in-field-4 TO rq-requester
           MOVE in-field-5 TO rq-reason
           MOVE CURRENT-DATE (1:14) TO rq-stamp
           MOVE rq-requester TO audit-operator

           SET action-idx TO 1
           SEARCH action-entry
               AT END
                   MOVE "unknown action" TO refusal-text
               WHEN at-action (action-idx) = rq-action
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN refusal-text NOT = SPACES
                   CONTINUE
               WHEN rq-requester = SPACES
                   MOVE "no requesting operator named"
                       TO refusal-text
               WHEN rq-reason = SPACES
                   MOVE "no reason given" TO refusal-text
               WHEN rq-action = "LOCK-OVERRIDE"
                       AND rq-target = SPACES
                   MOVE "no lock named as the target"
                       TO refusal-text
               WHEN OTHER
                   MOVE LOWER-CASE(rq-action) TO auth-function
                   MOVE rq-requester TO auth-operator
                   PERFORM check-named-operator
                   IF NOT auth-allowed
                       STRING TRIM(rq-requester)
                           " is not authorized for "
                           TRIM(auth-function)
                           DELIMITED BY SIZE
                           INTO refusal-text
                       END-STRING
                   END-IF
           END-EVALUATE
           IF rq-target = SPACES
               MOVE "batch" TO rq-target
           END-IF

           MOVE "REQUESTED" TO audit-event
           MOVE rq-reason TO audit-note
           PERFORM write-request-audit

           IF refusal-text NOT = SPACES
               MOVE "R" TO rq-status
               PERFORM refuse-request
           ELSE
               IF at-needs-approval (action-idx)
                   MOVE "P" TO rq-status
                   MOVE "PENDING" TO audit-event
                   MOVE "awaiting approval by a second operator"
                       TO audit-note
                   PERFORM write-request-audit
                   DISPLAY "request-processor: request " rq-number
                       " " TRIM(rq-action) " awaits approval by a "
                       "second operator."
               ELSE
                   PERFORM issue-marker
               END-IF
           END-IF
           ADD 1 TO num-requests
           MOVE queue-record TO re-record (num-requests)
           .
       refuse-request.
           ADD 1 TO requests-refused
           MOVE "REFUSED" TO audit-event
           MOVE refusal-text TO audit-note
           PERFORM write-request-audit
           DISPLAY "request-processor: request " rq-number " "
               TRIM(rq-action) " refused - " TRIM(refusal-text)
           .
      *> APPROVE,request-number,operator.
       take-approval.
           PERFORM find-queued-request
           IF req-idx > num-requests
               EXIT PARAGRAPH
           END-IF
           MOVE in-field-3 TO audit-operator
           MOVE SPACES TO refusal-text
           EVALUATE TRUE
               WHEN rq-status NOT = "P"
                   MOVE "request is not awaiting approval"
                       TO refusal-text
               WHEN in-field-3 = SPACES
                   MOVE "no approving operator named"
                       TO refusal-text
               WHEN in-field-3 = rq-requester
                   MOVE "the requester cannot approve their own "
                       & "request" TO refusal-text
               WHEN OTHER
                   MOVE LOWER-CASE(rq-action) TO auth-function
                   MOVE in-field-3 TO auth-operator
                   PERFORM check-named-operator
                   IF NOT auth-allowed
                       STRING TRIM(in-field-3)
                           " is not authorized for "
                           TRIM(auth-function)
                           DELIMITED BY SIZE
                           INTO refusal-text
                       END-STRING
                   END-IF
           END-EVALUATE
           IF refusal-text NOT = SPACES
               ADD 1 TO requests-refused
               MOVE "NOT-APPRVD" TO audit-event
               MOVE refusal-text TO audit-note
               PERFORM write-request-audit
               DISPLAY "request-processor: approval of request "
                   rq-number " refused - " TRIM(refusal-text)
               EXIT PARAGRAPH
           END-IF

           MOVE in-field-3 TO rq-approver
           MOVE "APPROVED" TO audit-event
           MOVE SPACES TO audit-note
           PERFORM write-request-audit
           SET action-idx TO 1
           SEARCH action-entry
               WHEN at-action (action-idx) = rq-action
                   PERFORM issue-marker
           END-SEARCH
           MOVE queue-record TO re-record (req-idx)
           .
      *> DECLINE,request-number,operator,reason.
       take-decline.
           PERFORM find-queued-request
           IF req-idx > num-requests
               EXIT PARAGRAPH
           END-IF
           MOVE in-field-3 TO audit-operator
           IF rq-status NOT = "P" OR in-field-3 = SPACES
               ADD 1 TO requests-refused
               MOVE "REJECTED" TO audit-event
               MOVE "decline of a request not awaiting approval, or "
                   & "by no named operator" TO audit-note
               PERFORM write-request-audit
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO rq-status
           MOVE in-field-3 TO rq-approver
           MOVE "DECLINED" TO audit-event
           MOVE SPACES TO audit-note
           STRING in-field-4 " " in-field-5
               DELIMITED BY SIZE
               INTO audit-note
           END-STRING
           PERFORM write-request-audit
           MOVE queue-record TO re-record (req-idx)
           DISPLAY "request-processor: request " rq-number
               " declined by " TRIM(in-field-3) "."
           .
      *> Leaves the request in queue-record, or req-idx past the
      *> end (reported and audited) when the number is unknown.
       find-queued-request.
           MOVE ZERO TO in-number
           IF TEST-NUMVAL(in-field-2) = 0
               COMPUTE in-number = NUMVAL(in-field-2)
           END-IF
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > num-requests
                       OR re-record (req-idx) (1:5) = in-number
               CONTINUE
           END-PERFORM
           IF req-idx > num-requests
               ADD 1 TO requests-refused
               MOVE SPACES TO queue-record
               MOVE in-number TO rq-number
               MOVE "REJECTED" TO audit-event
               MOVE in-field-3 TO audit-operator
               MOVE "no such request on the queue" TO audit-note
               PERFORM write-request-audit
               DISPLAY "request-processor: " TRIM(in-verb)
                   " of unknown request " TRIM(in-field-2)
                   " skipped."
           ELSE
               MOVE re-record (req-idx) TO queue-record
           END-IF
           .
      *> The marker carries the lock name for LOCK-OVERRIDE, so
      *> run-lock takes over only the lock that was asked for, and
      *> the request number otherwise.
       issue-marker.
           MOVE at-marker (action-idx) TO marker-name
           OPEN OUTPUT marker-file
           IF NOT marker-is-ok
               MOVE "R" TO rq-status
               MOVE SPACES TO refusal-text
               STRING TRIM(marker-name) " could not be written"
                   DELIMITED BY SIZE
                   INTO refusal-text
               END-STRING
               PERFORM refuse-request
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO marker-record
           IF rq-action = "LOCK-OVERRIDE"
               MOVE rq-target TO marker-record
           ELSE
               STRING "REQUEST " rq-number
                   DELIMITED BY SIZE
                   INTO marker-record
               END-STRING
           END-IF
           WRITE marker-record
           CLOSE marker-file
           MOVE "I" TO rq-status
           ADD 1 TO markers-issued
           MOVE "ISSUED" TO audit-event
           MOVE "request-processor" TO audit-operator
           MOVE marker-name TO audit-note
           PERFORM write-request-audit
           DISPLAY "request-processor: request " rq-number " "
               TRIM(rq-action) " issued - " TRIM(marker-name)
               " written."
           .
       END PROGRAM request-processor.

      *> Lineage register writer shared by the producing programs.
      *> Each run records every input it read and every output it
      *> wrote, under the run's own start stamp, on
      *> lineage-register.txt: "IN" lines carry the file's CRC-32
      *> from the archive catalog (PENDING until archive-processed
      *> has catalogued it - lineage-inquiry resolves it then), and
      *> "OUT" lines identify the version of the output that run
      *> produced.  lineage-inquiry walks the register downstream.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineage-record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lineage-register-file
               ASSIGN TO "lineage-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lineage-register-status.

           SELECT archive-catalog-file ASSIGN TO "archive-catalog.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS archive-catalog-status.

       DATA DIVISION.
       FILE SECTION.
       FD  lineage-register-file.
       01  lineage-register-record.
           03  ln-run-stamp        PIC X(14).
           03  FILLER              PIC X       VALUE SPACE.
           03  ln-program          PIC X(20).
           03  FILLER              PIC X       VALUE SPACE.
           03  ln-direction        PIC X(3).
           03  FILLER              PIC X       VALUE SPACE.
           03  ln-file-name        PIC X(64).
           03  FILLER              PIC X       VALUE SPACE.
           03  ln-crc32            PIC X(8).

      *> Layout written by archive-processed.
       FD  archive-catalog-file.
       01  archive-catalog-record.
           03  cat-file-name       PIC X(64).
           03  FILLER              PIC X.
           03  cat-proc-date       PIC X(10).
           03  FILLER              PIC X.
           03  cat-record-count    PIC 9(8).
           03  FILLER              PIC X.
           03  cat-accepted        PIC 9(8).
           03  FILLER              PIC X.
           03  cat-rejected        PIC 9(8).
           03  FILLER              PIC X.
           03  cat-crc32           PIC X(8).

       WORKING-STORAGE SECTION.
       01  lineage-register-status PIC 99.
           88 lineage-register-is-ok
                                   VALUE 0.
       01  archive-catalog-status  PIC 99.
           88 archive-catalog-is-ok
                                   VALUE 0.

       01  catalog-crc32           PIC X(8).

       LINKAGE SECTION.
       01  in-run-stamp            PIC X(14).
       01  in-program-name         PIC X(20).
       01  in-direction            PIC X(3).
           88  direction-in        VALUE "IN ".
       01  in-file-name            PIC X(64).

       PROCEDURE DIVISION USING in-run-stamp, in-program-name,
                                 in-direction, in-file-name.
       lineage-record-main.
           MOVE SPACES TO catalog-crc32
           IF direction-in
               MOVE "PENDING" TO catalog-crc32
               PERFORM find-catalog-crc
           END-IF

           OPEN EXTEND lineage-register-file
           IF NOT lineage-register-is-ok
               OPEN OUTPUT lineage-register-file
           END-IF
           IF NOT lineage-register-is-ok
               DISPLAY "lineage-record: register could not be "
                   "opened - " FUNCTION TRIM(in-file-name)
                   " not recorded."
               GOBACK
           END-IF

           MOVE SPACES TO lineage-register-record
           MOVE in-run-stamp    TO ln-run-stamp
           MOVE in-program-name TO ln-program
           MOVE in-direction    TO ln-direction
           MOVE in-file-name    TO ln-file-name
           MOVE catalog-crc32   TO ln-crc32
           WRITE lineage-register-record

           CLOSE lineage-register-file
           GOBACK
           .
      *> The latest catalog entry for the name wins - a restored and
      *> re-archived file carries its newest CRC.
       find-catalog-crc.
           OPEN INPUT archive-catalog-file
           IF NOT archive-catalog-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ archive-catalog-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF cat-file-name = in-file-name
                   MOVE cat-crc32 TO catalog-crc32
               END-IF
           END-PERFORM
           CLOSE archive-catalog-file
           .
       END PROGRAM lineage-record.

      *> "What does this bad file affect": takes the file named on
      *> lineage-inquiry.txt ("file-name[,crc32]" - the CRC narrows
      *> it to one version of a reused name) and follows
      *> lineage-register.txt downstream.  A run that read an
      *> affected version taints every output it wrote; a later run
      *> that read one of those output versions (the latest OUT of
      *> the file at or before its own start) is tainted in turn,
      *> until nothing changes.  lineage-impact.txt lists the runs
      *> that read the file, every output generation built from it -
      *> still current, set aside under its generations-catalog
      *> name, or no longer kept - and every delivery
      *> outbound-manifest receipted from it, so a restatement and
      *> the customer notification can be scoped from one page.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lineage-inquiry.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT inquiry-request-file
               ASSIGN TO "lineage-inquiry.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS inquiry-request-status.

           SELECT lineage-register-file
               ASSIGN TO "lineage-register.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS lineage-register-status.

           SELECT archive-catalog-file ASSIGN TO "archive-catalog.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS archive-catalog-status.

           SELECT generations-catalog-file
               ASSIGN TO "generations-catalog.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS generations-catalog-status.

           SELECT impact-report-file ASSIGN TO "lineage-impact.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS impact-report-status.

       DATA DIVISION.
       FILE SECTION.
       FD  inquiry-request-file.
       01  inquiry-request-record  PIC X(80).

      *> Layout written by lineage-record.
       FD  lineage-register-file.
       01  lineage-register-record.
           03  ln-run-stamp        PIC X(14).
           03  FILLER              PIC X.
           03  ln-program          PIC X(20).
           03  FILLER              PIC X.
           03  ln-direction        PIC X(3).
           03  FILLER              PIC X.
           03  ln-file-name        PIC X(64).
           03  FILLER              PIC X.
           03  ln-crc32            PIC X(8).

      *> Layout written by archive-processed.
       FD  archive-catalog-file.
       01  archive-catalog-record.
           03  cat-file-name       PIC X(64).
           03  FILLER              PIC X.
           03  cat-proc-date       PIC X(10).
           03  FILLER              PIC X.
           03  cat-record-count    PIC 9(8).
           03  FILLER              PIC X.
           03  cat-accepted        PIC 9(8).
           03  FILLER              PIC X.
           03  cat-rejected        PIC 9(8).
           03  FILLER              PIC X.
           03  cat-crc32           PIC X(8).

      *> Layout written by keep-generation.
       FD  generations-catalog-file.
       01  generations-catalog-record.
           03  gc-file-name        PIC X(40).
           03  FILLER              PIC X.
           03  gc-generation-name  PIC X(60).
           03  FILLER              PIC X.
           03  gc-run-stamp        PIC X(14).

       FD  impact-report-file.
       01  impact-report-line      PIC X(132).

       WORKING-STORAGE SECTION.
       01  inquiry-request-status  PIC 99.
           88 inquiry-request-is-ok
                                   VALUE 0.
       01  lineage-register-status PIC 99.
           88 lineage-register-is-ok
                                   VALUE 0.
       01  archive-catalog-status  PIC 99.
           88 archive-catalog-is-ok
                                   VALUE 0.
       01  generations-catalog-status
                                   PIC 99.
           88 generations-catalog-is-ok
                                   VALUE 0.
       01  impact-report-status    PIC 99.
           88 impact-report-is-ok  VALUE 0.

       01  inq-file-name           PIC X(64).
       01  inq-crc32               PIC X(8).

       01  num-lineage             PIC 9(4).
       01  lineage-area.
           03  lineage-entry       OCCURS 1 TO 5000 TIMES
                                    DEPENDING ON num-lineage
                                    INDEXED BY lin-idx, run-idx,
                                        ver-idx.
               05  le-run-stamp    PIC X(14).
               05  le-program      PIC X(20).
               05  le-direction    PIC X(3).
               05  le-file-name    PIC X(64).
               05  le-crc32        PIC X(8).
               05  le-hit-sw       PIC X.
                   88  le-hit      VALUE "Y".
       01  lineage-overflow        PIC 9(5).

       01  num-generations         PIC 9(3).
       01  generations-area.
           03  generation-entry    OCCURS 1 TO 300 TIMES
                                    DEPENDING ON num-generations
                                    INDEXED BY gen-idx.
               05  ge-file-name    PIC X(40).
               05  ge-generation-name
                                   PIC X(60).
               05  ge-run-stamp    PIC X(14).

       01  changed-sw              PIC X.
           88  lineage-changed     VALUE "Y".
       01  writer-found-sw         PIC X.
           88  writer-found        VALUE "Y".
       01  writer-stamp            PIC X(14).
       01  next-stamp              PIC X(14).
       01  following-stamp         PIC X(14).
       01  version-text            PIC X(60).

       01  runs-reading            PIC 9(4).
       01  outputs-affected        PIC 9(4).
       01  deliveries-affected     PIC 9(4).

       PROCEDURE DIVISION.
       lineage-inquiry-main.
           OPEN INPUT inquiry-request-file
           IF NOT inquiry-request-is-ok
               DISPLAY "lineage-inquiry: no inquiry request file."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO inquiry-request-record
           READ inquiry-request-file
               AT END
                   CONTINUE
           END-READ
           CLOSE inquiry-request-file
           MOVE SPACES TO inq-file-name, inq-crc32
           UNSTRING inquiry-request-record DELIMITED BY ","
               INTO inq-file-name, inq-crc32
           END-UNSTRING
           MOVE TRIM(inq-file-name) TO inq-file-name
           MOVE UPPER-CASE(TRIM(inq-crc32)) TO inq-crc32
           IF inq-file-name = SPACES
               DISPLAY "lineage-inquiry: the request needs a file "
                   "name."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM load-lineage-register
           IF num-lineage = 0
               DISPLAY "lineage-inquiry: nothing on the lineage "
                   "register yet."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM resolve-pending-crcs
           PERFORM load-generations-catalog

           PERFORM mark-direct-reads
           SET lineage-changed TO TRUE
           PERFORM propagate-one-pass UNTIL NOT lineage-changed

           OPEN OUTPUT impact-report-file
           IF NOT impact-report-is-ok
               DISPLAY "lineage-inquiry: lineage-impact.txt could "
                   "not be opened. The program will terminate."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO impact-report-line
           CALL "report-environment" USING impact-report-line
           WRITE impact-report-line
           PERFORM write-impact-report
           CLOSE impact-report-file

           DISPLAY "lineage-inquiry: " TRIM(inq-file-name)
               " read by " runs-reading " run(s); "
               outputs-affected " output generation(s) and "
               deliveries-affected " delivery(ies) built from it -"
               " see lineage-impact.txt"
           IF lineage-overflow > 0
               DISPLAY "*** LINEAGE TABLE FULL *** " lineage-overflow
                   " register line(s) beyond the table were not "
                   "followed - the impact may be understated."
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK
           .
       load-lineage-register.
           MOVE ZERO TO num-lineage, lineage-overflow
           OPEN INPUT lineage-register-file
           IF NOT lineage-register-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ lineage-register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF ln-file-name NOT = SPACES
                   IF num-lineage < 5000
                       ADD 1 TO num-lineage
                       MOVE ln-run-stamp
                           TO le-run-stamp (num-lineage)
                       MOVE ln-program TO le-program (num-lineage)
                       MOVE ln-direction
                           TO le-direction (num-lineage)
                       MOVE ln-file-name
                           TO le-file-name (num-lineage)
                       MOVE ln-crc32 TO le-crc32 (num-lineage)
                       MOVE SPACE TO le-hit-sw (num-lineage)
                   ELSE
                       ADD 1 TO lineage-overflow
                   END-IF
               END-IF
           END-PERFORM
           CLOSE lineage-register-file
           .
      *> An input recorded before archive-processed catalogued it
      *> takes its CRC from the catalog now.
       resolve-pending-crcs.
           OPEN INPUT archive-catalog-file
           IF NOT archive-catalog-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ archive-catalog-file
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM VARYING lin-idx FROM 1 BY 1
                       UNTIL lin-idx > num-lineage
                   IF le-crc32 (lin-idx) = "PENDING"
                           AND le-file-name (lin-idx)
                               = cat-file-name
                       MOVE cat-crc32 TO le-crc32 (lin-idx)
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE archive-catalog-file
           .
       load-generations-catalog.
           MOVE ZERO TO num-generations
           OPEN INPUT generations-catalog-file
           IF NOT generations-catalog-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ generations-catalog-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF gc-file-name NOT = SPACES
                       AND num-generations < 300
                   ADD 1 TO num-generations
                   MOVE gc-file-name
                       TO ge-file-name (num-generations)
                   MOVE gc-generation-name
                       TO ge-generation-name (num-generations)
                   MOVE gc-run-stamp
                       TO ge-run-stamp (num-generations)
               END-IF
           END-PERFORM
           CLOSE generations-catalog-file
           .
       mark-direct-reads.
           PERFORM VARYING lin-idx FROM 1 BY 1
                   UNTIL lin-idx > num-lineage
               IF le-direction (lin-idx) = "IN "
                       AND le-file-name (lin-idx) = inq-file-name
                       AND (inq-crc32 = SPACES
                           OR le-crc32 (lin-idx) = inq-crc32)
                   SET le-hit (lin-idx) TO TRUE
               END-IF
           END-PERFORM
           .
      *> Outputs of tainted runs are tainted; reads of tainted
      *> output versions taint their runs.
       propagate-one-pass.
           MOVE SPACE TO changed-sw
           PERFORM VARYING lin-idx FROM 1 BY 1
                   UNTIL lin-idx > num-lineage
               IF NOT le-hit (lin-idx)
                   IF le-direction (lin-idx) = "OUT"
                       PERFORM check-run-tainted
                   ELSE
                       PERFORM check-version-tainted
                   END-IF
               END-IF
           END-PERFORM
           .
       check-run-tainted.
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > num-lineage
               IF le-hit (run-idx)
                       AND le-direction (run-idx) = "IN "
                       AND le-run-stamp (run-idx)
                           = le-run-stamp (lin-idx)
                       AND le-program (run-idx)
                           = le-program (lin-idx)
                   SET le-hit (lin-idx) TO TRUE
                   SET lineage-changed TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
      *> The version an input read is the latest OUT of that file
      *> stamped no later than the reading run.
       check-version-tainted.
           MOVE SPACE TO writer-found-sw
           MOVE SPACES TO writer-stamp
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > num-lineage
               IF le-direction (run-idx) = "OUT"
                       AND le-file-name (run-idx)
                           = le-file-name (lin-idx)
                       AND le-run-stamp (run-idx)
                           NOT > le-run-stamp (lin-idx)
                       AND le-run-stamp (run-idx)
                           NOT < writer-stamp
                   MOVE le-run-stamp (run-idx) TO writer-stamp
                   SET ver-idx TO run-idx
                   SET writer-found TO TRUE
               END-IF
           END-PERFORM
           IF writer-found
               IF le-hit (ver-idx)
                   SET le-hit (lin-idx) TO TRUE
                   SET lineage-changed TO TRUE
               END-IF
           END-IF
           .
       write-impact-report.
           MOVE SPACES TO impact-report-line
           STRING "LINEAGE IMPACT OF " TRIM(inq-file-name)
               DELIMITED BY SIZE
               INTO impact-report-line
           END-STRING
           IF inq-crc32 NOT = SPACES
               STRING TRIM(impact-report-line) " CRC " inq-crc32
                   DELIMITED BY SIZE
                   INTO impact-report-line
               END-STRING
           END-IF
           WRITE impact-report-line
           MOVE SPACES TO impact-report-line
           STRING "AS OF " CURRENT-DATE (1:8) " " CURRENT-DATE (9:6)
               DELIMITED BY SIZE
               INTO impact-report-line
           END-STRING
           WRITE impact-report-line

           MOVE SPACES TO impact-report-line
           WRITE impact-report-line
           MOVE "READ BY" TO impact-report-line
           WRITE impact-report-line
           PERFORM VARYING lin-idx FROM 1 BY 1
                   UNTIL lin-idx > num-lineage
               IF le-hit (lin-idx)
                       AND le-direction (lin-idx) = "IN "
                       AND le-file-name (lin-idx) = inq-file-name
                   ADD 1 TO runs-reading
                   MOVE SPACES TO impact-report-line
                   STRING "  " le-run-stamp (lin-idx) " "
                       le-program (lin-idx) " CRC "
                       le-crc32 (lin-idx)
                       DELIMITED BY SIZE
                       INTO impact-report-line
                   END-STRING
                   WRITE impact-report-line
               END-IF
           END-PERFORM

           MOVE SPACES TO impact-report-line
           WRITE impact-report-line
           MOVE "OUTPUT GENERATIONS BUILT FROM IT"
               TO impact-report-line
           WRITE impact-report-line
           PERFORM VARYING lin-idx FROM 1 BY 1
                   UNTIL lin-idx > num-lineage
               IF le-hit (lin-idx)
                       AND le-direction (lin-idx) = "OUT"
                   ADD 1 TO outputs-affected
                   PERFORM find-output-version
                   MOVE SPACES TO impact-report-line
                   STRING "  " le-file-name (lin-idx) (1:40) " "
                       le-run-stamp (lin-idx) " "
                       le-program (lin-idx) " "
                       TRIM(version-text)
                       DELIMITED BY SIZE
                       INTO impact-report-line
                   END-STRING
                   WRITE impact-report-line
               END-IF
           END-PERFORM

           MOVE SPACES TO impact-report-line
           WRITE impact-report-line
           MOVE "DELIVERED (OUTBOUND MANIFEST)" TO impact-report-line
           WRITE impact-report-line
           PERFORM VARYING lin-idx FROM 1 BY 1
                   UNTIL lin-idx > num-lineage
               IF le-hit (lin-idx)
                       AND le-direction (lin-idx) = "IN "
                       AND le-program (lin-idx)
                           = "outbound-manifest"
                   ADD 1 TO deliveries-affected
                   MOVE SPACES TO impact-report-line
                   STRING "  " le-file-name (lin-idx) (1:40)
                       " RECEIPTED " le-run-stamp (lin-idx)
                       DELIMITED BY SIZE
                       INTO impact-report-line
                   END-STRING
                   WRITE impact-report-line
               END-IF
           END-PERFORM

           MOVE SPACES TO impact-report-line
           WRITE impact-report-line
           MOVE SPACES TO impact-report-line
           STRING "TOTAL " runs-reading " RUN(S) READ IT, "
               outputs-affected " OUTPUT GENERATION(S), "
               deliveries-affected " DELIVERY(IES)"
               DELIMITED BY SIZE
               INTO impact-report-line
           END-STRING
           WRITE impact-report-line
           .
      *> A version is the live file until the next run writes the
      *> file again; keep-generation then sets it aside under a
      *> name stamped at that later run's commit - after the run
      *> started, before the one after it did.
       find-output-version.
           MOVE HIGH-VALUES TO next-stamp
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > num-lineage
               IF le-direction (run-idx) = "OUT"
                       AND le-file-name (run-idx)
                           = le-file-name (lin-idx)
                       AND le-run-stamp (run-idx)
                           > le-run-stamp (lin-idx)
                       AND le-run-stamp (run-idx) < next-stamp
                   MOVE le-run-stamp (run-idx) TO next-stamp
               END-IF
           END-PERFORM
           IF next-stamp = HIGH-VALUES
               MOVE "CURRENT" TO version-text
               EXIT PARAGRAPH
           END-IF

           MOVE HIGH-VALUES TO following-stamp
           PERFORM VARYING run-idx FROM 1 BY 1
                   UNTIL run-idx > num-lineage
               IF le-direction (run-idx) = "OUT"
                       AND le-file-name (run-idx)
                           = le-file-name (lin-idx)
                       AND le-run-stamp (run-idx) > next-stamp
                       AND le-run-stamp (run-idx) < following-stamp
                   MOVE le-run-stamp (run-idx) TO following-stamp
               END-IF
           END-PERFORM

           MOVE "SUPERSEDED - GENERATION NO LONGER KEPT"
               TO version-text
           PERFORM VARYING gen-idx FROM 1 BY 1
                   UNTIL gen-idx > num-generations
               IF ge-file-name (gen-idx)
                       = le-file-name (lin-idx) (1:40)
                       AND ge-run-stamp (gen-idx) NOT < next-stamp
                       AND ge-run-stamp (gen-idx) < following-stamp
                   MOVE ge-generation-name (gen-idx) TO version-text
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .
       END PROGRAM lineage-inquiry.

      *> Restore points over the suite's state files.  The safe
      *> commits protect a file from a half-finished write, not
      *> the suite from a run that finished cleanly on bad data and
      *> was then built on for three more nights.  At each chain
      *> milestone named on [restore-points] MILESTONES (a comma
      *> list of chain step names and/or chain-start; default
      *> chain-start) batch-controller calls here, and the whole
      *> state set is copied aside under <file>.rp<stamp> names
      *> with one manifest row per file on restore-points.txt -
      *> including the files that did not exist at that moment,
      *> since restoring the point means removing them again.  A
      *> point is recorded only when every copy in it succeeded.
      *> Only the newest [restore-points] KEEP-POINTS (default 5)
      *> are kept.  restore-state takes a "pre-restore" point
      *> before it rolls back, whatever the milestone list says.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restore-point.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT manifest-file ASSIGN TO "restore-points.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS manifest-status.

       DATA DIVISION.
       FILE SECTION.
       FD  manifest-file.
       01  manifest-record.
           03  rp-point-id         PIC X(14).
           03  FILLER              PIC X.
           03  rp-milestone        PIC X(20).
           03  FILLER              PIC X.
           03  rp-file-name        PIC X(40).
           03  FILLER              PIC X.
           03  rp-present          PIC X.
           03  FILLER              PIC X.
           03  rp-size             PIC 9(12).
           03  FILLER              PIC X.
           03  rp-snap-name        PIC X(60).

       WORKING-STORAGE SECTION.
       01  manifest-status         PIC 99.
           88 manifest-is-ok       VALUE 0.

      *> The state set: everything a rerun from a milestone reads
      *> back - the running totals, the chain's own progress, the
      *> keyed histories, the estimates, the account files, the
      *> securities master and the feed sequence register.
       01  state-file-values.
           03  FILLER              PIC X(40) VALUE "carryforward.txt".
           03  FILLER              PIC X(40) VALUE "run-state.txt".
           03  FILLER              PIC X(40)
                                    VALUE "daily-stats-history".
           03  FILLER              PIC X(40)
                                    VALUE "reading-detail-history".
           03  FILLER              PIC X(40)
                                    VALUE "estimates-ledger.txt".
           03  FILLER              PIC X(40) VALUE "passfile".
           03  FILLER              PIC X(40) VALUE "account-index".
           03  FILLER              PIC X(40)
                                    VALUE "securities-master.txt".
           03  FILLER              PIC X(40)
                                    VALUE "feed-sequence.txt".
       01  state-file-table REDEFINES state-file-values.
           03  state-file-name     PIC X(40) OCCURS 9 TIMES
                                    INDEXED BY state-idx.

       01  point-files-area.
           03  point-file-entry    OCCURS 9 TIMES.
               05  pf-present      PIC X.
                   88  pf-is-present
                                   VALUE "Y".
               05  pf-size         PIC 9(12).
               05  pf-snap-name    PIC X(60).

       01  num-manifest-rows       PIC 9(4).
       01  manifest-overflow-count PIC 9(5) VALUE ZERO.
       01  manifest-area.
           03  manifest-entry      OCCURS 1 TO 800 TIMES
                                    DEPENDING ON num-manifest-rows
                                    INDEXED BY man-idx.
               05  me-record       PIC X(152).
               05  me-dropped-sw   PIC X.
                   88  me-dropped  VALUE "Y".

       01  keep-points             PIC 9(3) VALUE 5.
       01  milestone-list          PIC X(66).
       01  milestone-probe         PIC X(24).
       01  milestone-hits          PIC 9(3).
       01  cfg-section             PIC X(32) VALUE "restore-points".
       01  cfg-key                 PIC X(32).
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.
           88  cfg-found           VALUE "Y".

       01  point-stamp             PIC X(14).
       01  sleep-seconds           PIC 9 VALUE 1.
       01  point-count             PIC 9(3).
       01  oldest-point            PIC X(14).
       01  previous-point          PIC X(14).
       01  copy-source             PIC X(64).
       01  copy-target             PIC X(64).
       01  files-copied            PIC 9(2).
       01  copy-failed-sw          PIC X.
           88  copy-failed         VALUE "Y".
       01  manifest-failed-sw      PIC X.
           88  manifest-failed     VALUE "Y".

       01  check-file-info.
           05  cfi-file-size       PIC X(8) COMP-X.
           05  cfi-file-date       PIC X(4) COMP-X.
           05  cfi-file-time       PIC X(4) COMP-X.

       LINKAGE SECTION.
       01  in-milestone            PIC X(20).

       PROCEDURE DIVISION USING in-milestone.
       restore-point-main.
           IF in-milestone NOT = "pre-restore"
               PERFORM check-milestone-listed
               IF milestone-hits = 0
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           *> the stamp names the snapshot copies, so it must be
           *> later than the newest point already on the manifest
           PERFORM load-manifest
           *> room is kept for this point's own nine rows; a
           *> manifest that did not fit would be rewritten short
           IF manifest-overflow-count > 0
               DISPLAY "restore-point: point at "
                   TRIM(in-milestone) " NOT taken - "
                   manifest-overflow-count " restore-points.txt "
                   "row(s) past the table of 791."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM take-point-stamp
           MOVE ZERO TO files-copied
           MOVE SPACE TO copy-failed-sw
           PERFORM VARYING state-idx FROM 1 BY 1
                   UNTIL state-idx > 9 OR copy-failed
               PERFORM copy-one-state-file
           END-PERFORM

           IF copy-failed
               PERFORM discard-partial-point
               DISPLAY "restore-point: point at "
                   TRIM(in-milestone) " NOT taken - "
                   TRIM(copy-source) " could not be copied."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM add-point-rows
           PERFORM trim-old-points
           MOVE SPACE TO manifest-failed-sw
           PERFORM rewrite-manifest
           IF manifest-failed
               PERFORM discard-partial-point
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "restore-point: point " point-stamp " taken at "
               TRIM(in-milestone) " - " files-copied
               " file(s) copied."
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
      *> The configured list is matched with its commas, so
      *> "close" never matches inside "month-end-close".
       check-milestone-listed.
           MOVE "chain-start" TO cfg-value
           MOVE "MILESTONES" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF NOT cfg-found
               MOVE "chain-start" TO cfg-value
           END-IF
           MOVE SPACES TO milestone-list, milestone-probe
           STRING "," DELIMITED BY SIZE
               LOWER-CASE(TRIM(cfg-value)) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO milestone-list
           END-STRING
           STRING "," TRIM(in-milestone) ","
               INTO milestone-probe
           END-STRING
           MOVE ZERO TO milestone-hits
           INSPECT milestone-list TALLYING milestone-hits
               FOR ALL TRIM(milestone-probe)
           .
       take-point-stamp.
           MOVE SPACES TO previous-point
           IF num-manifest-rows > 0
               MOVE me-record (num-manifest-rows) TO manifest-record
               MOVE rp-point-id TO previous-point
           END-IF
           MOVE CURRENT-DATE (1:14) TO point-stamp
           PERFORM UNTIL point-stamp > previous-point
               CALL "C$SLEEP" USING sleep-seconds
               MOVE CURRENT-DATE (1:14) TO point-stamp
           END-PERFORM
           .
       copy-one-state-file.
           MOVE state-file-name (state-idx) TO copy-source
           MOVE SPACES TO pf-snap-name (state-idx)
           MOVE ZERO TO pf-size (state-idx)
           CALL "CBL_CHECK_FILE_EXIST" USING copy-source,
               check-file-info
           IF RETURN-CODE NOT = 0
               MOVE "N" TO pf-present (state-idx)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO pf-present (state-idx)
           MOVE cfi-file-size TO pf-size (state-idx)

           MOVE SPACES TO copy-target
           STRING TRIM(copy-source) ".rp" point-stamp
               INTO copy-target
           END-STRING
           MOVE copy-target TO pf-snap-name (state-idx)
           CALL "CBL_COPY_FILE" USING copy-source, copy-target
           IF RETURN-CODE NOT = 0
               SET copy-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           *> a short copy is no snapshot
           CALL "CBL_CHECK_FILE_EXIST" USING copy-target,
               check-file-info
           IF RETURN-CODE NOT = 0
                   OR cfi-file-size NOT = pf-size (state-idx)
               SET copy-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO files-copied
           .
       discard-partial-point.
           PERFORM VARYING state-idx FROM 1 BY 1
                   UNTIL state-idx > 9
               IF pf-is-present (state-idx)
                       AND pf-snap-name (state-idx) NOT = SPACES
                   MOVE pf-snap-name (state-idx) TO copy-target
                   CALL "CBL_DELETE_FILE" USING copy-target
               END-IF
           END-PERFORM
           .
       load-manifest.
           MOVE ZERO TO num-manifest-rows
           OPEN INPUT manifest-file
           IF NOT manifest-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ manifest-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF rp-point-id NOT = SPACES
                   IF num-manifest-rows < 791
                       ADD 1 TO num-manifest-rows
                       MOVE manifest-record
                           TO me-record (num-manifest-rows)
                       MOVE SPACE
                           TO me-dropped-sw (num-manifest-rows)
                   ELSE
                       ADD 1 TO manifest-overflow-count
                   END-IF
               END-IF
           END-PERFORM
           CLOSE manifest-file
           .
       add-point-rows.
           PERFORM VARYING state-idx FROM 1 BY 1
                   UNTIL state-idx > 9
               MOVE SPACES TO manifest-record
               MOVE point-stamp TO rp-point-id
               MOVE in-milestone TO rp-milestone
               MOVE state-file-name (state-idx) TO rp-file-name
               MOVE pf-present (state-idx) TO rp-present
               MOVE pf-size (state-idx) TO rp-size
               MOVE pf-snap-name (state-idx) TO rp-snap-name
               ADD 1 TO num-manifest-rows
               MOVE manifest-record TO me-record (num-manifest-rows)
               MOVE SPACE TO me-dropped-sw (num-manifest-rows)
           END-PERFORM
           .
      *> The manifest is appended in time order, so the oldest
      *> point is the first undropped one; its snapshot copies go
      *> with it.
       trim-old-points.
           MOVE "KEEP-POINTS" TO cfg-key
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           IF cfg-found
                   AND TEST-NUMVAL(TRIM(cfg-value)) = 0
                   AND NUMVAL(cfg-value) > 0
               COMPUTE keep-points = NUMVAL(cfg-value)
           END-IF

           PERFORM count-kept-points
           PERFORM UNTIL point-count NOT > keep-points
               MOVE SPACES TO oldest-point
               PERFORM VARYING man-idx FROM 1 BY 1
                       UNTIL man-idx > num-manifest-rows
                   IF NOT me-dropped (man-idx)
                       MOVE me-record (man-idx) TO manifest-record
                       MOVE rp-point-id TO oldest-point
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING man-idx FROM 1 BY 1
                       UNTIL man-idx > num-manifest-rows
                   MOVE me-record (man-idx) TO manifest-record
                   IF rp-point-id = oldest-point
                       SET me-dropped (man-idx) TO TRUE
                       IF rp-present = "Y"
                           MOVE rp-snap-name TO copy-target
                           CALL "CBL_DELETE_FILE" USING copy-target
                       END-IF
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM point-count
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       count-kept-points.
           MOVE ZERO TO point-count
           MOVE SPACES TO previous-point
           PERFORM VARYING man-idx FROM 1 BY 1
                   UNTIL man-idx > num-manifest-rows
               MOVE me-record (man-idx) TO manifest-record
               IF rp-point-id NOT = previous-point
                   ADD 1 TO point-count
                   MOVE rp-point-id TO previous-point
               END-IF
           END-PERFORM
           .
       rewrite-manifest.
           OPEN OUTPUT manifest-file
           IF NOT manifest-is-ok
               DISPLAY "restore-point: restore-points.txt could "
                   "not be rewritten - point NOT taken."
               SET manifest-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING man-idx FROM 1 BY 1
                   UNTIL man-idx > num-manifest-rows
               IF NOT me-dropped (man-idx)
                   MOVE me-record (man-idx) TO manifest-record
                   WRITE manifest-record
               END-IF
           END-PERFORM
           CLOSE manifest-file
           .
       END PROGRAM restore-point.

      *> Guided rollback to a restore point.  Run bare, it lists
      *> the points on restore-points.txt - when, at which
      *> milestone, and whether every snapshot in it is still
      *> intact.  restore-request.txt carries one "point-id,reason"
      *> line (the id as listed); the operator must hold the
      *> restore-state function on operator-auth.txt.  The point is
      *> restored as one coherent set or not at all: every
      *> snapshot is checked against its manifest size and staged
      *> beside its live file first, the current state is itself
      *> kept as a "pre-restore" point, and only then are the
      *> staged copies renamed into place and the files absent at
      *> the point removed.  The rollback is recorded on
      *> run-history.txt as a RSTOR line, and the request file is
      *> consumed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. restore-state.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT manifest-file ASSIGN TO "restore-points.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS manifest-status.

           SELECT restore-request-file
               ASSIGN TO "restore-request.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS restore-request-status.

       DATA DIVISION.
       FILE SECTION.
      *> Layout written by restore-point.
       FD  manifest-file.
       01  manifest-record.
           03  rp-point-id         PIC X(14).
           03  FILLER              PIC X.
           03  rp-milestone        PIC X(20).
           03  FILLER              PIC X.
           03  rp-file-name        PIC X(40).
           03  FILLER              PIC X.
           03  rp-present          PIC X.
           03  FILLER              PIC X.
           03  rp-size             PIC 9(12).
           03  FILLER              PIC X.
           03  rp-snap-name        PIC X(60).

       FD  restore-request-file.
       01  restore-request-record  PIC X(120).

       WORKING-STORAGE SECTION.
       01  manifest-status         PIC 99.
           88 manifest-is-ok       VALUE 0.
       01  restore-request-status  PIC 99.
           88 restore-request-is-ok
                                   VALUE 0.

       01  restore-request-name    PIC X(20)
                                    VALUE "restore-request.txt".

       01  num-manifest-rows       PIC 9(4).
       01  manifest-area.
           03  manifest-entry      OCCURS 1 TO 800 TIMES
                                    DEPENDING ON num-manifest-rows
                                    INDEXED BY man-idx.
               05  me-record       PIC X(152).

      *> The rows of the point being restored.
       01  num-point-rows          PIC 99.
       01  point-rows-area.
           03  point-row           OCCURS 1 TO 20 TIMES
                                    DEPENDING ON num-point-rows
                                    INDEXED BY pt-idx.
               05  pr-file-name    PIC X(40).
               05  pr-present      PIC X.
                   88  pr-is-present
                                   VALUE "Y".
               05  pr-size         PIC 9(12).
               05  pr-snap-name    PIC X(60).

       01  request-point-id        PIC X(14).
       01  request-reason          PIC X(80).
       01  request-milestone       PIC X(20).
       01  previous-point          PIC X(14).
       01  point-intact-sw         PIC X.
           88  point-intact        VALUE "Y".
       01  point-file-count        PIC 99.
       01  points-listed           PIC 9(3).
       01  list-scan-idx           PIC S9(4) COMP.
       01  list-status-text        PIC X(10).

       01  live-name               PIC X(64).
       01  stage-name              PIC X(64).
       01  snap-name               PIC X(64).
       01  files-restored          PIC 9(2).
       01  files-removed           PIC 9(2).
       01  restore-failed-sw       PIC X.
           88  restore-failed      VALUE "Y".

       01  check-file-info.
           05  cfi-file-size       PIC X(8) COMP-X.
           05  cfi-file-date       PIC X(4) COMP-X.
           05  cfi-file-time       PIC X(4) COMP-X.

       01  guarded-function        PIC X(20).
       01  auth-allowed-flag       PIC X.
           88  operator-authorized VALUE "Y".

      *> The writers of the state set hold these locks while they
      *> run; a rollback underneath them would be overwritten.
       01  lock-name-values.
           03  FILLER              PIC X(20) VALUE "carryforward".
           03  FILLER              PIC X(20) VALUE "stats-history".
           03  FILLER              PIC X(20) VALUE "site-master".
           03  FILLER              PIC X(20) VALUE "passfile".
       01  lock-name-table REDEFINES lock-name-values.
           03  lock-table-name     PIC X(20) OCCURS 4 TIMES
                                    INDEXED BY lock-idx.
       01  locks-held              PIC 9.
       01  lock-name               PIC X(20).
       01  lock-action             PIC X.
       01  lock-grant-flag         PIC X.
           88  lock-was-granted    VALUE "Y".

       01  pre-restore-milestone   PIC X(20) VALUE "pre-restore".

       01  rh-program-name         PIC X(20)
                                    VALUE "restore-state".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       restore-state-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           PERFORM load-manifest
           IF num-manifest-rows = 0
               DISPLAY "restore-state: no restore points on "
                   "restore-points.txt - nothing to restore."
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM list-restore-points

           OPEN INPUT restore-request-file
           IF NOT restore-request-is-ok
               DISPLAY "restore-state: to roll back, put "
                   """point-id,reason"" on restore-request.txt "
                   "and rerun."
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           MOVE SPACES TO restore-request-record
           READ restore-request-file
               AT END
                   CONTINUE
           END-READ
           CLOSE restore-request-file
           CALL "CBL_DELETE_FILE" USING restore-request-name

           MOVE SPACES TO request-point-id, request-reason
           UNSTRING restore-request-record DELIMITED BY ","
               INTO request-point-id, request-reason
           IF request-reason = SPACES
               DISPLAY "restore-state: a reason is required - "
                   "nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM select-point-rows
           IF num-point-rows = 0
               DISPLAY "restore-state: no restore point "
                   TRIM(request-point-id) " - nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM verify-point-snapshots
           IF NOT point-intact
               DISPLAY "restore-state: point "
                   TRIM(request-point-id) " is no longer intact - "
                   "nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           MOVE "restore-state" TO guarded-function
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM acquire-state-locks
           IF locks-held < 4
               PERFORM release-state-locks
               DISPLAY "restore-state: the state set is in use - "
                   "nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           PERFORM stage-point-files
           IF restore-failed
               PERFORM discard-staged-files
               PERFORM release-state-locks
               DISPLAY "restore-state: " TRIM(snap-name)
                   " could not be staged - nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           *> the state being rolled back stays recoverable; with
           *> no pre-restore point it would be lost for good
           CALL "restore-point" USING pre-restore-milestone
           IF RETURN-CODE NOT = 0
               PERFORM discard-staged-files
               PERFORM release-state-locks
               DISPLAY "restore-state: the pre-restore point could "
                   "not be taken - nothing restored."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM commit-point-files
           PERFORM release-state-locks

           MOVE "RSTOR" TO rh-phase
           MOVE num-point-rows TO rh-records-in
           MOVE files-restored TO rh-records-out
           IF restore-failed
               MOVE 1 TO rh-return-code
           ELSE
               MOVE 0 TO rh-return-code
           END-IF
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           IF restore-failed
               DISPLAY "*** RESTORE INCOMPLETE *** point "
                   TRIM(request-point-id) " - restore the "
                   "pre-restore point before any further run."
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "restore-state: rolled back to point "
                   TRIM(request-point-id) " ("
                   TRIM(request-milestone) ") - " files-restored
                   " file(s) restored, " files-removed
                   " removed.  Reason: " TRIM(request-reason)
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE num-point-rows TO rh-records-in
           MOVE files-restored TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       load-manifest.
           MOVE ZERO TO num-manifest-rows, num-point-rows
           OPEN INPUT manifest-file
           IF NOT manifest-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ manifest-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF rp-point-id NOT = SPACES
                       AND num-manifest-rows < 800
                   ADD 1 TO num-manifest-rows
                   MOVE manifest-record
                       TO me-record (num-manifest-rows)
               END-IF
           END-PERFORM
           CLOSE manifest-file
           .
      *> One line per point, newest last, with whether every
      *> snapshot in it is still on disk at its recorded size.
       list-restore-points.
           DISPLAY "POINT-ID        TAKEN               "
               "MILESTONE            FILES  STATE"
           MOVE SPACES TO previous-point
           PERFORM VARYING list-scan-idx FROM 1 BY 1
                   UNTIL list-scan-idx > num-manifest-rows
               MOVE me-record (list-scan-idx) TO manifest-record
               IF rp-point-id NOT = previous-point
                   MOVE rp-point-id TO previous-point,
                       request-point-id
                   PERFORM select-point-rows
                   PERFORM verify-point-snapshots
                   IF point-intact
                       MOVE "INTACT" TO list-status-text
                   ELSE
                       MOVE "DAMAGED" TO list-status-text
                   END-IF
                   MOVE me-record (list-scan-idx) TO manifest-record
                   ADD 1 TO points-listed
                   DISPLAY rp-point-id "  "
                       rp-point-id (1:4) "-" rp-point-id (5:2) "-"
                       rp-point-id (7:2) " " rp-point-id (9:2) ":"
                       rp-point-id (11:2) ":" rp-point-id (13:2)
                       "  " rp-milestone " " point-file-count
                       "     " list-status-text
               END-IF
           END-PERFORM
           DISPLAY "restore-state: " points-listed
               " restore point(s) available."
           MOVE ZERO TO num-point-rows
           .
       select-point-rows.
           MOVE ZERO TO num-point-rows, point-file-count
           PERFORM VARYING man-idx FROM 1 BY 1
                   UNTIL man-idx > num-manifest-rows
               MOVE me-record (man-idx) TO manifest-record
               IF rp-point-id = request-point-id
                       AND num-point-rows < 20
                   ADD 1 TO num-point-rows
                   MOVE rp-milestone TO request-milestone
                   MOVE rp-file-name TO pr-file-name (num-point-rows)
                   MOVE rp-present TO pr-present (num-point-rows)
                   MOVE rp-size TO pr-size (num-point-rows)
                   MOVE rp-snap-name
                       TO pr-snap-name (num-point-rows)
                   IF rp-present = "Y"
                       ADD 1 TO point-file-count
                   END-IF
               END-IF
           END-PERFORM
           .
       verify-point-snapshots.
           MOVE "Y" TO point-intact-sw
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > num-point-rows
               IF pr-is-present (pt-idx)
                   MOVE pr-snap-name (pt-idx) TO snap-name
                   CALL "CBL_CHECK_FILE_EXIST" USING snap-name,
                       check-file-info
                   IF RETURN-CODE NOT = 0
                           OR cfi-file-size NOT = pr-size (pt-idx)
                       MOVE "N" TO point-intact-sw
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       acquire-state-locks.
           MOVE ZERO TO locks-held
           MOVE "A" TO lock-action
           PERFORM VARYING lock-idx FROM 1 BY 1
                   UNTIL lock-idx > 4
               MOVE lock-table-name (lock-idx) TO lock-name
               CALL "run-lock" USING lock-name, lock-action,
                   lock-grant-flag
               IF NOT lock-was-granted
                   EXIT PERFORM
               END-IF
               ADD 1 TO locks-held
           END-PERFORM
           .
       release-state-locks.
           MOVE "R" TO lock-action
           PERFORM VARYING lock-idx FROM 1 BY 1
                   UNTIL lock-idx > locks-held
               MOVE lock-table-name (lock-idx) TO lock-name
               CALL "run-lock" USING lock-name, lock-action,
                   lock-grant-flag
           END-PERFORM
           MOVE ZERO TO locks-held
           .
      *> Each snapshot is copied to <file>.restoring beside its
      *> live file; nothing live is touched until all are staged.
       stage-point-files.
           MOVE SPACE TO restore-failed-sw
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > num-point-rows OR restore-failed
               IF pr-is-present (pt-idx)
                   MOVE pr-snap-name (pt-idx) TO snap-name
                   MOVE SPACES TO stage-name
                   STRING TRIM(pr-file-name (pt-idx)) ".restoring"
                       INTO stage-name
                   END-STRING
                   CALL "CBL_COPY_FILE" USING snap-name, stage-name
                   IF RETURN-CODE NOT = 0
                       SET restore-failed TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       discard-staged-files.
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > num-point-rows
               IF pr-is-present (pt-idx)
                   MOVE SPACES TO stage-name
                   STRING TRIM(pr-file-name (pt-idx)) ".restoring"
                       INTO stage-name
                   END-STRING
                   CALL "CBL_DELETE_FILE" USING stage-name
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       commit-point-files.
           MOVE ZERO TO files-restored, files-removed
           PERFORM VARYING pt-idx FROM 1 BY 1
                   UNTIL pt-idx > num-point-rows
               MOVE pr-file-name (pt-idx) TO live-name
               IF pr-is-present (pt-idx)
                   MOVE SPACES TO stage-name
                   STRING TRIM(pr-file-name (pt-idx)) ".restoring"
                       INTO stage-name
                   END-STRING
                   CALL "CBL_RENAME_FILE" USING stage-name,
                       live-name
                   IF RETURN-CODE NOT = 0
                       SET restore-failed TO TRUE
                       DISPLAY "*** RESTORE FAILED *** "
                           TRIM(stage-name) " could not replace "
                           TRIM(live-name)
                   ELSE
                       ADD 1 TO files-restored
                   END-IF
               ELSE
                   *> absent at the point - absent again
                   CALL "CBL_CHECK_FILE_EXIST" USING live-name,
                       check-file-info
                   IF RETURN-CODE = 0
                       CALL "CBL_DELETE_FILE" USING live-name
                       ADD 1 TO files-removed
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           .
       END PROGRAM restore-state.

      *> Report label for the run environment.  A report printed
      *> from a TEST rehearsal must not be mistaken for the real
      *> one, so every report carries the environment line this
      *> returns - "RUN ENVIRONMENT: name" in the first 40 bytes of
      *> the caller's report line, as config-lookup settled it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. report-environment.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  cfg-section             PIC X(32) VALUE "environment".
       01  cfg-key                 PIC X(32) VALUE "NAME".
       01  cfg-value               PIC X(64).
       01  cfg-found-flag          PIC X.

       LINKAGE SECTION.
       01  out-report-line         PIC X(40).

       PROCEDURE DIVISION USING out-report-line.
       report-environment-main.
           CALL "config-lookup" USING cfg-section, cfg-key,
               cfg-value, cfg-found-flag
           MOVE SPACES TO out-report-line
           STRING "RUN ENVIRONMENT: " cfg-value (1:23)
               DELIMITED BY SIZE INTO out-report-line
           END-STRING
           MOVE 0 TO RETURN-CODE
           GOBACK
           .
       END PROGRAM report-environment.

      *> Vendor feed sequence gate, run in front of feed-validator.
      *> Vendors number their feed files - the last run of digits
      *> after the vendor's vendor-feeds.txt prefix - and nothing
      *> else notices a skipped file until a site goes dark, or a
      *> resent old one unless its CRC happens to match the archive
      *> catalog.  feed-sequence.txt keeps the last sequence number
      *> accepted per vendor.  Each of tonight's feeds (as listed
      *> on validator-control.txt) must be exactly the next number:
      *> one that skips ahead, repeats an accepted number or
      *> arrives out of order is held, as is one the tables have
      *> no room to check (HELD-OVERFLOW) - renamed aside to
      *> <file>.held, alerted through the message catalog and
      *> logged on feed-sequence-log.txt - and the run ends
      *> non-zero so batch-controller stops the chain before the
      *> feed is consumed.  A gap the vendor confirms will never be
      *> filled is accepted as known-missing through
      *> feed-gap-release.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feed-sequence-check.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT validator-control-file
               ASSIGN TO "validator-control.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS validator-control-status.

           SELECT vendor-feeds-file ASSIGN TO "vendor-feeds.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS vendor-feeds-status.

           SELECT register-file ASSIGN TO "feed-sequence.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-status.

           SELECT sequence-log-file
               ASSIGN TO "feed-sequence-log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sequence-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  validator-control-file.
       01  validator-control-record
                                   PIC X(200).

       FD  vendor-feeds-file.
       01  vendor-feeds-record     PIC X(60).

      *> Layout shared with feed-gap-release.
       FD  register-file.
       01  register-record.
           03  reg-vendor          PIC X(20).
           03  FILLER              PIC X.
           03  reg-last-sequence   PIC 9(9).
           03  FILLER              PIC X.
           03  reg-last-date       PIC X(10).
           03  FILLER              PIC X.
           03  reg-last-file       PIC X(100).

      *> Layout shared with feed-gap-release.
       FD  sequence-log-file.
       01  sequence-log-record.
           03  sl-date             PIC X(10).
           03  FILLER              PIC X.
           03  sl-time             PIC X(8).
           03  FILLER              PIC X.
           03  sl-vendor           PIC X(20).
           03  FILLER              PIC X.
           03  sl-sequence         PIC 9(9).
           03  FILLER              PIC X.
           03  sl-outcome          PIC X(13).
           03  FILLER              PIC X.
           03  sl-file             PIC X(100).
           03  FILLER              PIC X.
           03  sl-detail           PIC X(60).

       WORKING-STORAGE SECTION.
       01  validator-control-status
                                   PIC 99.
           88 validator-control-is-ok
                                   VALUE 0.
       01  vendor-feeds-status     PIC 99.
           88 vendor-feeds-is-ok   VALUE 0.
       01  register-status         PIC 99.
           88 register-is-ok       VALUE 0.
       01  sequence-log-status     PIC 99.
           88 sequence-log-is-ok   VALUE 0.

       01  num-vendor-feeds        PIC 99.
       01  vendor-feeds-area.
           03  vendor-feed-entry   OCCURS 1 TO 30 TIMES
                                    DEPENDING ON num-vendor-feeds
                                    INDEXED BY feed-idx.
               05  vf-prefix       PIC X(32).
               05  vf-prefix-len   PIC 99.
               05  vf-vendor       PIC X(20).

       01  vf-prefix-text          PIC X(32).
       01  vf-vendor-text          PIC X(20).

       01  num-register-rows       PIC 99.
       01  register-overflow-count PIC 9(5) VALUE ZERO.
       01  register-area.
           03  register-entry      OCCURS 1 TO 50 TIMES
                                    DEPENDING ON num-register-rows
                                    INDEXED BY reg-idx.
               05  rg-vendor       PIC X(20).
               05  rg-last-sequence
                                   PIC 9(9).
               05  rg-last-date    PIC X(10).
               05  rg-last-file    PIC X(100).

      *> Tonight's numbered feeds, kept in vendor and sequence order
      *> so two files from one vendor are judged in their own order
      *> rather than the order they happen to be listed in.
       01  num-night-feeds         PIC 99.
       01  night-feeds-area.
           03  night-feed-entry    OCCURS 1 TO 50 TIMES
                                    DEPENDING ON num-night-feeds
                                    INDEXED BY night-idx.
               05  nf-vendor       PIC X(20).
               05  nf-sequence     PIC 9(9).
               05  nf-name         PIC X(100).
       01  insert-pos              PIC 99.
       01  shift-pos               PIC 99.

       01  feed-name               PIC X(100).
       01  match-vendor            PIC X(20).
       01  match-prefix-len        PIC 99.
       01  feed-sequence           PIC 9(9).
       01  name-pos                PIC 9(3).
       01  digit-run               PIC 99.
       01  sequence-found-sw       PIC X.
           88  sequence-found      VALUE "Y".

       01  expected-sequence       PIC 9(9).
       01  missing-count           PIC 9(9).
       01  expected-edited         PIC Z(8)9.
       01  sequence-edited         PIC Z(8)9.
       01  missing-edited          PIC Z(8)9.
       01  prior-acceptance-sw     PIC X.
           88  prior-acceptance    VALUE "Y".
           88  accepted-tonight    VALUE "T".
       01  log-eof-sw              PIC X.
           88  log-eof             VALUE "Y".

       01  held-name               PIC X(110).
       01  check-file-info.
           05  cfi-file-size       PIC X(8) COMP-X.
           05  cfi-file-date       PIC X(4) COMP-X.
           05  cfi-file-time       PIC X(4) COMP-X.
       01  today-date              PIC X(10).
       01  now-time                PIC X(8).

       01  hold-vendor             PIC X(20).
       01  hold-outcome            PIC X(13).
       01  hold-detail             PIC X(60).
       01  register-changed-sw     PIC X VALUE "N".
           88  register-changed    VALUE "Y".
       01  register-failed-sw      PIC X VALUE "N".
           88  register-failed     VALUE "Y".

       01  feeds-checked           PIC 9(3).
       01  feeds-accepted          PIC 9(3).
       01  feeds-held              PIC 9(3).
       01  feeds-unnumbered        PIC 9(3).

       01  fsq-msg-id              PIC X(8).
       01  fsq-msg-sub             PIC X(80).

       01  rh-program-name         PIC X(20)
                                    VALUE "feed-sequence-check".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       feed-sequence-check-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO today-date, now-time
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           STRING CURRENT-DATE (9:2) ":" CURRENT-DATE (11:2) ":"
               CURRENT-DATE (13:2)
               INTO now-time
           END-STRING

           PERFORM load-vendor-feeds
           IF num-vendor-feeds = 0
               DISPLAY "feed-sequence-check: no vendor-feeds.txt "
                   "mapping - no sequence numbers checked."
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           OPEN INPUT validator-control-file
           IF NOT validator-control-is-ok
               DISPLAY "feed-sequence-check: no validator control "
                   "file - no feeds to check."
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM FOREVER
               READ validator-control-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF validator-control-record NOT = SPACES
                   PERFORM take-one-night-feed
               END-IF
           END-PERFORM
           CLOSE validator-control-file

           PERFORM load-register
           *> a register that did not fit would be rewritten short,
           *> and its missing vendors taken for new ones
           IF register-overflow-count > 0
               DISPLAY "feed-sequence-check: " register-overflow-count
                   " feed-sequence.txt row(s) past the table of 50 "
                   "- no feeds checked, register unchanged."
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > num-night-feeds
               PERFORM check-one-feed
           END-PERFORM
           IF register-changed
               PERFORM rewrite-register
           END-IF

           DISPLAY "feed-sequence-check: " feeds-checked
               " numbered feed(s) checked, " feeds-accepted
               " accepted, " feeds-held " held."
           IF feeds-unnumbered > 0
               DISPLAY "feed-sequence-check: " feeds-unnumbered
                   " feed(s) carry no vendor sequence number."
           END-IF
           IF feeds-held > 0 OR register-failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE feeds-checked TO rh-records-in
           MOVE feeds-accepted TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
       load-vendor-feeds.
           OPEN INPUT vendor-feeds-file
           IF NOT vendor-feeds-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ vendor-feeds-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF vendor-feeds-record NOT = SPACES
                       AND num-vendor-feeds < 30
                   MOVE SPACES TO vf-prefix-text, vf-vendor-text
                   UNSTRING vendor-feeds-record DELIMITED BY ","
                       INTO vf-prefix-text, vf-vendor-text
                   IF vf-prefix-text NOT = SPACES
                           AND vf-vendor-text NOT = SPACES
                       ADD 1 TO num-vendor-feeds
                       MOVE vf-prefix-text
                           TO vf-prefix (num-vendor-feeds)
                       COMPUTE vf-prefix-len (num-vendor-feeds) =
                           LENGTH(TRIM(vf-prefix-text TRAILING))
                       MOVE vf-vendor-text
                           TO vf-vendor (num-vendor-feeds)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE vendor-feeds-file
           .
      *> A feed with no vendor, or no digits after its vendor's
      *> prefix, is not numbered and passes straight through.
       take-one-night-feed.
           MOVE SPACES TO feed-name
           UNSTRING validator-control-record DELIMITED BY ","
               INTO feed-name
           MOVE SPACES TO match-vendor
           PERFORM VARYING feed-idx FROM 1 BY 1
                   UNTIL feed-idx > num-vendor-feeds
               IF feed-name (1:vf-prefix-len (feed-idx))
                       = vf-prefix (feed-idx)
                           (1:vf-prefix-len (feed-idx))
                   MOVE vf-vendor (feed-idx) TO match-vendor
                   MOVE vf-prefix-len (feed-idx)
                       TO match-prefix-len
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF match-vendor = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM extract-feed-sequence
           IF NOT sequence-found
               ADD 1 TO feeds-unnumbered
               EXIT PARAGRAPH
           END-IF
           IF num-night-feeds = 50
               MOVE match-vendor TO hold-vendor
               MOVE feed-sequence TO sequence-edited
               MOVE "HELD-OVERFLOW" TO hold-outcome
               MOVE "FSQ004E" TO fsq-msg-id
               MOVE "more than 50 numbered feeds - not checked"
                   TO hold-detail
               PERFORM hold-feed
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO insert-pos
           PERFORM VARYING night-idx FROM 1 BY 1
                   UNTIL night-idx > num-night-feeds
               IF nf-vendor (night-idx) < match-vendor
                       OR (nf-vendor (night-idx) = match-vendor
                       AND nf-sequence (night-idx)
                           NOT > feed-sequence)
                   SET insert-pos TO night-idx
                   ADD 1 TO insert-pos
               END-IF
           END-PERFORM
           ADD 1 TO num-night-feeds
           PERFORM VARYING shift-pos FROM num-night-feeds BY -1
                   UNTIL shift-pos NOT > insert-pos
               MOVE night-feed-entry (shift-pos - 1)
                   TO night-feed-entry (shift-pos)
           END-PERFORM
           MOVE match-vendor TO nf-vendor (insert-pos)
           MOVE feed-sequence TO nf-sequence (insert-pos)
           MOVE feed-name TO nf-name (insert-pos)
           .
      *> The sequence number is the last run of digits after the
      *> prefix, so a vendor's date stamp ahead of it is passed
      *> over: acme-20261014-0042.txt is acme's number 42.
       extract-feed-sequence.
           MOVE SPACE TO sequence-found-sw
           MOVE ZERO TO feed-sequence, digit-run
           COMPUTE name-pos = match-prefix-len + 1
           PERFORM UNTIL name-pos > 100
               IF feed-name (name-pos:1) IS NUMERIC
                   IF digit-run = 0
                       MOVE ZERO TO feed-sequence
                   END-IF
                   ADD 1 TO digit-run
                   IF digit-run NOT > 9
                       COMPUTE feed-sequence = feed-sequence * 10
                           + NUMVAL(feed-name (name-pos:1))
                       SET sequence-found TO TRUE
                   END-IF
               ELSE
                   MOVE ZERO TO digit-run
               END-IF
               ADD 1 TO name-pos
           END-PERFORM
           .
       load-register.
           MOVE ZERO TO num-register-rows
           OPEN INPUT register-file
           IF NOT register-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF reg-vendor NOT = SPACES
                       AND num-register-rows = 50
                   ADD 1 TO register-overflow-count
               END-IF
               IF reg-vendor NOT = SPACES
                       AND num-register-rows < 50
                   ADD 1 TO num-register-rows
                   MOVE reg-vendor TO rg-vendor (num-register-rows)
                   MOVE reg-last-sequence
                       TO rg-last-sequence (num-register-rows)
                   MOVE reg-last-date
                       TO rg-last-date (num-register-rows)
                   MOVE reg-last-file
                       TO rg-last-file (num-register-rows)
               END-IF
           END-PERFORM
           CLOSE register-file
           .
       check-one-feed.
           ADD 1 TO feeds-checked
           MOVE nf-name (night-idx) TO feed-name
           MOVE nf-sequence (night-idx) TO feed-sequence
           MOVE feed-sequence TO sequence-edited
           MOVE nf-vendor (night-idx) TO hold-vendor
           MOVE SPACES TO hold-detail

           SET reg-idx TO 1
           IF num-register-rows > 0
               SEARCH register-entry
                   AT END
                       PERFORM register-new-vendor
                       EXIT PARAGRAPH
                   WHEN rg-vendor (reg-idx) = nf-vendor (night-idx)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM register-new-vendor
               EXIT PARAGRAPH
           END-IF

           COMPUTE expected-sequence = rg-last-sequence (reg-idx) + 1
           MOVE expected-sequence TO expected-edited
           EVALUATE TRUE
               WHEN feed-sequence = expected-sequence
                   PERFORM accept-feed
               WHEN feed-sequence > expected-sequence
                   COMPUTE missing-count =
                       feed-sequence - expected-sequence
                   MOVE missing-count TO missing-edited
                   MOVE "HELD-GAP" TO hold-outcome
                   MOVE "FSQ001E" TO fsq-msg-id
                   MOVE SPACES TO hold-detail
                   STRING "expected " TRIM(expected-edited) " - "
                       TRIM(missing-edited) " file(s) missing"
                       INTO hold-detail
                   END-STRING
                   PERFORM hold-feed
               WHEN OTHER
                   PERFORM find-prior-acceptance
                   IF accepted-tonight
                       *> a rerun of tonight's check after a hold
                       *> meets the feeds it already took
                       ADD 1 TO feeds-accepted
                       EXIT PARAGRAPH
                   END-IF
                   MOVE SPACES TO hold-detail
                   IF prior-acceptance
                       MOVE "HELD-REPEAT" TO hold-outcome
                       MOVE "FSQ002E" TO fsq-msg-id
                       MOVE rg-last-sequence (reg-idx)
                           TO expected-edited
                       STRING "number already accepted - last was "
                           TRIM(expected-edited)
                           INTO hold-detail
                       END-STRING
                   ELSE
                       MOVE "HELD-ORDER" TO hold-outcome
                       MOVE "FSQ003E" TO fsq-msg-id
                       STRING "arrived after "
                           TRIM(expected-edited) " was due"
                           INTO hold-detail
                       END-STRING
                   END-IF
                   PERFORM hold-feed
           END-EVALUATE
           .
      *> A vendor's first numbered file sets its starting point.
       register-new-vendor.
           IF num-register-rows = 50
               MOVE "HELD-OVERFLOW" TO hold-outcome
               MOVE "FSQ004E" TO fsq-msg-id
               MOVE "register full - vendor not registered"
                   TO hold-detail
               PERFORM hold-feed
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-register-rows
           SET reg-idx TO num-register-rows
           MOVE nf-vendor (night-idx) TO rg-vendor (reg-idx)
           MOVE "first number registered" TO hold-detail
           PERFORM accept-feed
           .
       accept-feed.
           MOVE feed-sequence TO rg-last-sequence (reg-idx)
           MOVE today-date TO rg-last-date (reg-idx)
           MOVE feed-name TO rg-last-file (reg-idx)
           SET register-changed TO TRUE
           ADD 1 TO feeds-accepted
           MOVE SPACES TO sequence-log-record
           MOVE "ACCEPTED" TO sl-outcome
           MOVE hold-detail TO sl-detail
           PERFORM write-log-line
           .
      *> Set the file aside so nothing downstream can read it, and
      *> raise the catalog alert the on-call operator pages on.
       hold-feed.
           ADD 1 TO feeds-held
           MOVE SPACES TO held-name
           STRING TRIM(feed-name) ".held" DELIMITED BY SIZE
               INTO held-name
           END-STRING
           *> a rerun before the operator has acted finds the file
           *> already set aside - it was logged and alerted then
           CALL "CBL_CHECK_FILE_EXIST" USING feed-name,
               check-file-info
           IF RETURN-CODE NOT = 0
               CALL "CBL_CHECK_FILE_EXIST" USING held-name,
                   check-file-info
               IF RETURN-CODE = 0
                   DISPLAY "feed-sequence-check: " TRIM(feed-name)
                       " is still held - " TRIM(hold-detail)
                   MOVE 0 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "CBL_RENAME_FILE" USING feed-name, held-name
           IF RETURN-CODE NOT = 0
               DISPLAY "feed-sequence-check: " TRIM(feed-name)
                   " could not be set aside as " TRIM(held-name)
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO sequence-log-record
           MOVE hold-outcome TO sl-outcome
           MOVE hold-detail TO sl-detail
           PERFORM write-log-line

           MOVE SPACES TO fsq-msg-sub
           STRING TRIM(hold-vendor) " "
               TRIM(feed-name) " number "
               TRIM(sequence-edited) ": " TRIM(hold-detail)
               INTO fsq-msg-sub
           END-STRING
           CALL "show-message" USING fsq-msg-id, fsq-msg-sub
           .
       write-log-line.
           MOVE today-date TO sl-date
           MOVE now-time TO sl-time
           MOVE hold-vendor TO sl-vendor
           MOVE feed-sequence TO sl-sequence
           MOVE feed-name TO sl-file
           OPEN EXTEND sequence-log-file
           IF NOT sequence-log-is-ok
               OPEN OUTPUT sequence-log-file
           END-IF
           IF sequence-log-is-ok
               WRITE sequence-log-record
               CLOSE sequence-log-file
           END-IF
           .
      *> Below the expected number is either a number already
      *> accepted once (a resend) or one skipped past earlier and
      *> arriving late; the log tells them apart.  The same file
      *> accepted earlier today is this night's own feed met again
      *> on a rerun, not a resend.
       find-prior-acceptance.
           MOVE SPACE TO prior-acceptance-sw, log-eof-sw
           OPEN INPUT sequence-log-file
           IF NOT sequence-log-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL log-eof OR accepted-tonight
               READ sequence-log-file
                   AT END
                       SET log-eof TO TRUE
                   NOT AT END
                       IF sl-vendor = nf-vendor (night-idx)
                               AND sl-sequence = feed-sequence
                               AND sl-outcome = "ACCEPTED"
                           IF sl-date = today-date
                                   AND sl-file = feed-name
                               SET accepted-tonight TO TRUE
                           ELSE
                               SET prior-acceptance TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE sequence-log-file
           .
       rewrite-register.
           OPEN OUTPUT register-file
           IF NOT register-is-ok
               DISPLAY "feed-sequence-check: feed-sequence.txt "
                   "could not be rewritten."
               SET register-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register-rows
               MOVE SPACES TO register-record
               MOVE rg-vendor (reg-idx) TO reg-vendor
               MOVE rg-last-sequence (reg-idx) TO reg-last-sequence
               MOVE rg-last-date (reg-idx) TO reg-last-date
               MOVE rg-last-file (reg-idx) TO reg-last-file
               WRITE register-record
           END-PERFORM
           CLOSE register-file
           .
       END PROGRAM feed-sequence-check.

      *> Operator release for a sequence gap feed-sequence-check is
      *> holding.  Run bare, it lists the feeds still held.
      *> feed-gap-release.txt carries "vendor,sequence,reason"
      *> lines - the sequence being that of the held file that
      *> skipped ahead; the operator must hold the feed-gap-release
      *> function on operator-auth.txt.  The numbers skipped are
      *> recorded on feed-sequence-log.txt as KNOWN-MISSING with
      *> the operator and reason, the register is moved up to just
      *> short of the held file, and the held file - with any later
      *> file of that vendor held behind the same gap - is put back
      *> in place, so the rerun chain accepts it in order.  A
      *> repeated or out-of-order file is never released here: it
      *> is a resend, and is removed by hand.  The request file is
      *> consumed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. feed-gap-release.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT release-request-file
               ASSIGN TO "feed-gap-release.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS release-request-status.

           SELECT register-file ASSIGN TO "feed-sequence.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS register-status.

           SELECT sequence-log-file
               ASSIGN TO "feed-sequence-log.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS sequence-log-status.

       DATA DIVISION.
       FILE SECTION.
       FD  release-request-file.
       01  release-request-record  PIC X(120).

      *> Layout written by feed-sequence-check.
       FD  register-file.
       01  register-record.
           03  reg-vendor          PIC X(20).
           03  FILLER              PIC X.
           03  reg-last-sequence   PIC 9(9).
           03  FILLER              PIC X.
           03  reg-last-date       PIC X(10).
           03  FILLER              PIC X.
           03  reg-last-file       PIC X(100).

      *> Layout written by feed-sequence-check.
       FD  sequence-log-file.
       01  sequence-log-record.
           03  sl-date             PIC X(10).
           03  FILLER              PIC X.
           03  sl-time             PIC X(8).
           03  FILLER              PIC X.
           03  sl-vendor           PIC X(20).
           03  FILLER              PIC X.
           03  sl-sequence         PIC 9(9).
           03  FILLER              PIC X.
           03  sl-outcome          PIC X(13).
           03  FILLER              PIC X.
           03  sl-file             PIC X(100).
           03  FILLER              PIC X.
           03  sl-detail           PIC X(60).

       WORKING-STORAGE SECTION.
       01  release-request-status  PIC 99.
           88 release-request-is-ok
                                   VALUE 0.
       01  register-status         PIC 99.
           88 register-is-ok       VALUE 0.
       01  sequence-log-status     PIC 99.
           88 sequence-log-is-ok   VALUE 0.

       01  release-request-name    PIC X(24)
                                    VALUE "feed-gap-release.txt".

       01  num-register-rows       PIC 99.
       01  register-area.
           03  register-entry      OCCURS 1 TO 50 TIMES
                                    DEPENDING ON num-register-rows
                                    INDEXED BY reg-idx.
               05  rg-vendor       PIC X(20).
               05  rg-last-sequence
                                   PIC 9(9).
               05  rg-last-date    PIC X(10).
               05  rg-last-file    PIC X(100).

      *> Every file the log shows held and not since released.
       01  num-held-feeds          PIC 99.
       01  held-feeds-area.
           03  held-feed-entry     OCCURS 1 TO 50 TIMES
                                    DEPENDING ON num-held-feeds
                                    INDEXED BY held-idx.
               05  hf-vendor       PIC X(20).
               05  hf-sequence     PIC 9(9).
               05  hf-outcome      PIC X(13).
               05  hf-file         PIC X(100).
               05  hf-detail       PIC X(60).

      *> The requests, read up front so the file can be consumed
      *> before anything is changed.
       01  num-requests            PIC 99.
       01  requests-area.
           03  request-entry       OCCURS 1 TO 20 TIMES
                                    DEPENDING ON num-requests
                                    INDEXED BY req-idx.
               05  rq-vendor       PIC X(20).
               05  rq-sequence     PIC 9(9).
               05  rq-reason       PIC X(60).

       01  rq-vendor-text          PIC X(20).
       01  rq-sequence-text        PIC X(12).
       01  rq-reason-text          PIC X(60).

       01  log-eof-sw              PIC X.
           88  log-eof             VALUE "Y".
       01  gap-held-sw             PIC X.
           88  gap-held            VALUE "Y".
       01  release-failed-sw       PIC X.
           88  release-failed      VALUE "Y".

       01  released-vendor         PIC X(20).
       01  released-sequence       PIC 9(9).
       01  first-missing           PIC 9(9).
       01  last-missing            PIC 9(9).
       01  last-missing-edited     PIC Z(8)9.
       01  live-name               PIC X(100).
       01  held-name               PIC X(110).
       01  check-file-info.
           05  cfi-file-size       PIC X(8) COMP-X.
           05  cfi-file-date       PIC X(4) COMP-X.
           05  cfi-file-time       PIC X(4) COMP-X.

       01  operator-id             PIC X(20).
       01  today-date              PIC X(10).
       01  now-time                PIC X(8).
       01  gaps-released           PIC 9(3).
       01  files-restored          PIC 9(3).

       01  guarded-function        PIC X(20).
       01  auth-allowed-flag       PIC X.
           88  operator-authorized VALUE "Y".

       01  rh-program-name         PIC X(20)
                                    VALUE "feed-gap-release".
       01  rh-phase                PIC X(5).
       01  rh-records-in           PIC 9(8).
       01  rh-records-out          PIC 9(8).
       01  rh-return-code          PIC S9(4).

       PROCEDURE DIVISION.
       feed-gap-release-main.
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code

           MOVE SPACES TO today-date, now-time
           STRING CURRENT-DATE (1:4) "-" CURRENT-DATE (5:2) "-"
               CURRENT-DATE (7:2)
               INTO today-date
           END-STRING
           STRING CURRENT-DATE (9:2) ":" CURRENT-DATE (11:2) ":"
               CURRENT-DATE (13:2)
               INTO now-time
           END-STRING

           PERFORM load-held-feeds
           PERFORM list-held-feeds

           OPEN INPUT release-request-file
           IF NOT release-request-is-ok
               DISPLAY "feed-gap-release: to accept a gap, put "
                   """vendor,sequence,reason"" on "
                   "feed-gap-release.txt and rerun."
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           PERFORM FOREVER
               READ release-request-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF release-request-record NOT = SPACES
                   PERFORM take-one-request
               END-IF
           END-PERFORM
           CLOSE release-request-file
           CALL "CBL_DELETE_FILE" USING release-request-name
           IF num-requests = 0
               MOVE 0 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF

           MOVE "feed-gap-release" TO guarded-function
           CALL "check-operator-auth" USING guarded-function,
               auth-allowed-flag
           IF NOT operator-authorized
               MOVE 1 TO RETURN-CODE
               PERFORM finish-run-history
               GOBACK
           END-IF
           ACCEPT operator-id FROM ENVIRONMENT "USER"

           PERFORM load-register
           PERFORM VARYING req-idx FROM 1 BY 1
                   UNTIL req-idx > num-requests
               PERFORM release-one-gap
           END-PERFORM
           IF gaps-released > 0
               PERFORM rewrite-register
           END-IF

           DISPLAY "feed-gap-release: " gaps-released
               " gap(s) accepted as known-missing, "
               files-restored " held feed(s) put back - rerun the "
               "chain to take them."
           IF release-failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM finish-run-history
           GOBACK
           .
       finish-run-history.
           MOVE "END" TO rh-phase
           MOVE num-requests TO rh-records-in
           MOVE files-restored TO rh-records-out
           MOVE RETURN-CODE TO rh-return-code
           CALL "run-history" USING rh-program-name, rh-phase,
               rh-records-in, rh-records-out, rh-return-code
      *> the CALL leaves run-history's own return code behind
           MOVE rh-return-code TO RETURN-CODE
           .
      *> A HELD line enters the table and a later RELEASED line for
      *> the same vendor and number takes it out again.
       load-held-feeds.
           MOVE ZERO TO num-held-feeds
           MOVE SPACE TO log-eof-sw
           OPEN INPUT sequence-log-file
           IF NOT sequence-log-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL log-eof
               READ sequence-log-file
                   AT END
                       SET log-eof TO TRUE
                   NOT AT END
                       PERFORM fold-one-log-line
               END-READ
           END-PERFORM
           CLOSE sequence-log-file
           .
       fold-one-log-line.
           SET held-idx TO 1
           IF num-held-feeds > 0
               SEARCH held-feed-entry
                   AT END
                       SET held-idx TO num-held-feeds
                       SET held-idx UP BY 1
                   WHEN hf-vendor (held-idx) = sl-vendor
                           AND hf-sequence (held-idx) = sl-sequence
                       CONTINUE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN sl-outcome (1:5) = "HELD-"
                   IF held-idx > num-held-feeds
                       IF num-held-feeds = 50
                           EXIT PARAGRAPH
                       END-IF
                       ADD 1 TO num-held-feeds
                   END-IF
                   MOVE sl-vendor TO hf-vendor (held-idx)
                   MOVE sl-sequence TO hf-sequence (held-idx)
                   MOVE sl-outcome TO hf-outcome (held-idx)
                   MOVE sl-file TO hf-file (held-idx)
                   MOVE sl-detail TO hf-detail (held-idx)
               WHEN sl-outcome = "RELEASED"
                       OR sl-outcome = "ACCEPTED"
                   IF held-idx NOT > num-held-feeds
                       PERFORM drop-held-entry
                   END-IF
           END-EVALUATE
           .
       drop-held-entry.
           PERFORM UNTIL held-idx NOT < num-held-feeds
               MOVE held-feed-entry (held-idx + 1)
                   TO held-feed-entry (held-idx)
               SET held-idx UP BY 1
           END-PERFORM
           SUBTRACT 1 FROM num-held-feeds
           .
       list-held-feeds.
           IF num-held-feeds = 0
               DISPLAY "feed-gap-release: no feeds are held."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FEEDS HELD BY THE SEQUENCE CHECK:"
           PERFORM VARYING held-idx FROM 1 BY 1
                   UNTIL held-idx > num-held-feeds
               DISPLAY "  " hf-vendor (held-idx) " "
                   hf-sequence (held-idx) " "
                   hf-outcome (held-idx) " "
                   TRIM(hf-file (held-idx)) " - "
                   TRIM(hf-detail (held-idx))
           END-PERFORM
           .
       take-one-request.
           IF num-requests = 20
               DISPLAY "feed-gap-release: more than 20 requests - "
                   "the rest are ignored."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO rq-vendor-text, rq-sequence-text,
               rq-reason-text
           UNSTRING release-request-record DELIMITED BY ","
               INTO rq-vendor-text, rq-sequence-text,
                   rq-reason-text
           IF rq-vendor-text = SPACES
                   OR TEST-NUMVAL(rq-sequence-text) NOT = 0
               DISPLAY "feed-gap-release: request not understood - "
                   TRIM(release-request-record)
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF rq-reason-text = SPACES
               DISPLAY "feed-gap-release: a reason is required - "
                   TRIM(release-request-record)
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO num-requests
           MOVE rq-vendor-text TO rq-vendor (num-requests)
           COMPUTE rq-sequence (num-requests) =
               NUMVAL(rq-sequence-text)
           MOVE rq-reason-text TO rq-reason (num-requests)
           .
       load-register.
           MOVE ZERO TO num-register-rows
           OPEN INPUT register-file
           IF NOT register-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ register-file
                   AT END
                       EXIT PERFORM
               END-READ
               IF reg-vendor NOT = SPACES
                       AND num-register-rows < 50
                   ADD 1 TO num-register-rows
                   MOVE reg-vendor TO rg-vendor (num-register-rows)
                   MOVE reg-last-sequence
                       TO rg-last-sequence (num-register-rows)
                   MOVE reg-last-date
                       TO rg-last-date (num-register-rows)
                   MOVE reg-last-file
                       TO rg-last-file (num-register-rows)
               END-IF
           END-PERFORM
           CLOSE register-file
           .
      *> Only a held gap still ahead of the register can be
      *> released; anything else is refused with the reason.
       release-one-gap.
           MOVE rq-vendor (req-idx) TO released-vendor
           MOVE rq-sequence (req-idx) TO released-sequence

           SET reg-idx TO 1
           IF num-register-rows = 0
               DISPLAY "feed-gap-release: " TRIM(released-vendor)
                   " has no sequence register entry."
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           SEARCH register-entry
               AT END
                   DISPLAY "feed-gap-release: "
                       TRIM(released-vendor)
                       " has no sequence register entry."
                   SET release-failed TO TRUE
                   EXIT PARAGRAPH
               WHEN rg-vendor (reg-idx) = released-vendor
                   CONTINUE
           END-SEARCH

           MOVE SPACE TO gap-held-sw
           PERFORM VARYING held-idx FROM 1 BY 1
                   UNTIL held-idx > num-held-feeds
               IF hf-vendor (held-idx) = released-vendor
                       AND hf-sequence (held-idx) = released-sequence
                       AND hf-outcome (held-idx) = "HELD-GAP"
                   SET gap-held TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT gap-held
               DISPLAY "feed-gap-release: " TRIM(released-vendor)
                   " number " released-sequence
                   " is not held for a gap - nothing released."
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF released-sequence NOT > rg-last-sequence (reg-idx) + 1
               DISPLAY "feed-gap-release: " TRIM(released-vendor)
                   " number " released-sequence
                   " no longer follows a gap - last accepted is "
                   rg-last-sequence (reg-idx)
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF

           COMPUTE first-missing = rg-last-sequence (reg-idx) + 1
           COMPUTE last-missing = released-sequence - 1
           MOVE last-missing TO last-missing-edited
           MOVE SPACES TO sequence-log-record
           MOVE released-vendor TO sl-vendor
           MOVE first-missing TO sl-sequence
           MOVE "KNOWN-MISSING" TO sl-outcome
           STRING "through " TRIM(last-missing-edited) " by "
               TRIM(operator-id) ": " TRIM(rq-reason (req-idx))
               DELIMITED BY SIZE INTO sl-detail
           END-STRING
           PERFORM write-log-line
           MOVE last-missing TO rg-last-sequence (reg-idx)
           MOVE today-date TO rg-last-date (reg-idx)
           ADD 1 TO gaps-released

           *> the released file and whatever of this vendor's was
           *> held behind the same gap go back in place
           PERFORM VARYING held-idx FROM 1 BY 1
                   UNTIL held-idx > num-held-feeds
               IF hf-vendor (held-idx) = released-vendor
                       AND hf-sequence (held-idx)
                           NOT < released-sequence
                       AND hf-outcome (held-idx) = "HELD-GAP"
                   PERFORM restore-held-feed
               END-IF
           END-PERFORM
           .
       restore-held-feed.
           MOVE hf-file (held-idx) TO live-name
           MOVE SPACES TO held-name
           STRING TRIM(live-name) ".held" DELIMITED BY SIZE
               INTO held-name
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST" USING held-name,
               check-file-info
           IF RETURN-CODE NOT = 0
               DISPLAY "feed-gap-release: " TRIM(held-name)
                   " is not there to put back."
               SET release-failed TO TRUE
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING held-name, live-name
           IF RETURN-CODE NOT = 0
               DISPLAY "feed-gap-release: " TRIM(held-name)
                   " could not be put back as " TRIM(live-name)
               SET release-failed TO TRUE
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO files-restored
           MOVE SPACES TO sequence-log-record
           MOVE hf-vendor (held-idx) TO sl-vendor
           MOVE hf-sequence (held-idx) TO sl-sequence
           MOVE "RELEASED" TO sl-outcome
           MOVE hf-file (held-idx) TO sl-file
           STRING "by " TRIM(operator-id) DELIMITED BY SIZE
               INTO sl-detail
           END-STRING
           PERFORM write-log-line
           MOVE "RELEASED" TO hf-outcome (held-idx)
           .
       write-log-line.
           MOVE today-date TO sl-date
           MOVE now-time TO sl-time
           OPEN EXTEND sequence-log-file
           IF NOT sequence-log-is-ok
               OPEN OUTPUT sequence-log-file
           END-IF
           IF sequence-log-is-ok
               WRITE sequence-log-record
               CLOSE sequence-log-file
           END-IF
           .
       rewrite-register.
           OPEN OUTPUT register-file
           IF NOT register-is-ok
               DISPLAY "feed-gap-release: feed-sequence.txt "
                   "could not be rewritten."
               SET release-failed TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING reg-idx FROM 1 BY 1
                   UNTIL reg-idx > num-register-rows
               MOVE SPACES TO register-record
               MOVE rg-vendor (reg-idx) TO reg-vendor
               MOVE rg-last-sequence (reg-idx) TO reg-last-sequence
               MOVE rg-last-date (reg-idx) TO reg-last-date
               MOVE rg-last-file (reg-idx) TO reg-last-file
               WRITE register-record
           END-PERFORM
           CLOSE register-file
           .
       END PROGRAM feed-gap-release.
