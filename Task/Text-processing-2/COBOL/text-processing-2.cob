               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS availability-history-status.

           SELECT drift-history-file
               ASSIGN Drift-History-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS drift-history-status.

           SELECT drift-report
               ASSIGN Drift-Report-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS drift-report-status.

           SELECT certified-extract
               ASSIGN Certified-Extract-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS certified-extract-status.

           SELECT drift-threshold-file
               ASSIGN Drift-Threshold-Path
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS drift-threshold-status.

       DATA DIVISION.
       FILE SECTION.
       FD  readings.
           03  FILLER               PIC X       VALUE SPACE.
           03  avh-total            PIC 9(7).

      *> The rolling drift baseline: one accepted value per
      *> instrument position and date, the newest 120 dates of each
      *> position kept, rewritten at the end of every clean run.
       FD  drift-history-file.
       01  drift-history-record.
           03  dh-instrument        PIC 9(2).
           03  FILLER               PIC X       VALUE SPACE.
           03  dh-date-stamp        PIC X(10).
           03  FILLER               PIC X       VALUE SPACE.
           03  dh-value             PIC 9(3)V9(3).

      *> The recalibration worklist: one line per instrument
      *> position, the one most likely to need the techs first.
      *> Drift is the recent week's average against the position's
      *> own baseline, slope the fitted trend of the last two weeks,
      *> both as percentages of the baseline (slope per week), each
      *> beside the same figure averaged over the other positions.
       FD  drift-report.
       01  drift-line.
           03  dl-instrument        PIC 9(2).
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-status            PIC X(5).
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-score             PIC Z(8)9.99.
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-recent-avg        PIC 9(3).9(3).
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-baseline-avg      PIC 9(3).9(3).
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-drift-pct         PIC -(9)9.99.
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-peer-drift-pct    PIC -(9)9.99.
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-slope-pct         PIC -(9)9.99.
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-peer-slope-pct    PIC -(9)9.99.
           03  FILLER               PIC X       VALUE SPACE.
           03  dl-history-days      PIC 9(3).
       01  drift-heading-line       PIC X(120).

      *> The certified extract, for data-munging and any other
      *> consumer that would otherwise re-parse readings.txt.  It
      *> holds only the lines that passed every check here: a
      *> date-stamp not seen before, every field present, every
      *> flag good, every value inside its band and no position
      *> stuck.  Fixed layout, one detail record per line:
      *>     1-1    "D"
      *>     2-15   run id - the run's start stamp YYYYMMDDHHMMSS
      *>    16-29   certification stamp "TXP2-CERTIFIED"
      *>    30-39   date-stamp YYYY-MM-DD
      *>    40-41   instrument positions carried on the line
      *>    42-541  50 slots of value (sign, 3 digits, 3 implied
      *>            decimals) and flag (3 digits); slots past the
      *>            positions carried are zero
      *> and a trailer, always the last record:
      *>     1-1    "T"
      *>     2-15   run id
      *>    16-29   certification stamp
      *>    30-37   count of detail records
      *> The trailer count is also posted as the extract's control
      *> total, which control-balance ties back to the file.
       FD  certified-extract.
       01  certified-detail-record.
           03  cx-record-type       PIC X.
           03  cx-run-id            PIC X(14).
           03  cx-cert-stamp        PIC X(14).
           03  cx-date-stamp        PIC X(10).
           03  cx-positions         PIC 9(2).
           03  cx-slot              OCCURS 50 TIMES.
               05  cx-value         PIC S9(3)V9(3)
                                    SIGN LEADING SEPARATE.
               05  cx-flag          PIC 9(3).
       01  certified-trailer-record.
           03  cxt-record-type      PIC X.
           03  cxt-run-id           PIC X(14).
           03  cxt-cert-stamp       PIC X(14).
           03  cxt-detail-count     PIC 9(8).

       FD  drift-threshold-file.
       01  drift-threshold-record.
           03  dtr-threshold-pct    PIC 999.

       FD  quarantine-threshold-file.
       01  quarantine-threshold-record.
           03  qtr-threshold-pct    PIC 999.
       78  Availability-History-Path
                                   VALUE "instrument-availability-hi"
           & "story.txt".
       78  Drift-History-Path      VALUE "instrument-drift-history.txt".
       78  Drift-Report-Path       VALUE "instrument-drift.txt".
       78  Drift-Threshold-Path    VALUE "drift-threshold.txt".
       78  Certified-Extract-Path  VALUE "certified-readings.txt".

       01  file-status             PIC XX.
       01  duplicate-report-status PIC XX.
                                   PIC XX.
           88  availability-history-is-ok
                                   VALUES '00' THRU '09'.
       01  drift-history-status    PIC XX.
           88  drift-history-is-ok VALUES '00' THRU '09'.
       01  drift-report-status     PIC XX.
           88  drift-report-is-ok  VALUES '00' THRU '09'.
       01  certified-extract-status
                                   PIC XX.
           88  certified-extract-is-ok
                                   VALUES '00' THRU '09'.
       01  drift-threshold-status  PIC XX.
           88  drift-threshold-is-ok
                                   VALUES '00' THRU '09'.

       *> The number of tab-delimited data fields per line.  Defaults
       *> to the long-standing 48 (24 instruments) but is overridden by
       01  avail-scan-pos          PIC 9(3).
       01  avail-lines-written     PIC 9(3).

      *> Certification of the current line: set by any check that
      *> reports against it (duplicate date-stamp, out of band,
      *> stuck), on top of the missing-field and bad-flag outcomes
      *> in reading-flag.  The line's values and flags are held
      *> here until it is known whether it goes on the extract.
       01  line-exception-sw       PIC X.
           88  line-has-exception  VALUE "Y".
       01  cert-line-area.
           03  cert-line-slot       OCCURS 50 TIMES.
               05  cl-value         PIC S9(3)V9(3).
               05  cl-flag          PIC 9(3).
       01  cert-run-id             PIC X(14).
       01  cert-stamp              PIC X(14) VALUE "TXP2-CERTIFIED".
       01  num-certified-lines     PIC 9(8).
       01  cert-extract-sw         PIC X.
           88  cert-extract-kept   VALUE "Y".
       01  cert-pos                PIC 9(3).

      *> Slow drift stays inside its plausibility band for weeks,
      *> so each position's accepted daily values are kept as a
      *> rolling baseline.  The last drift-recent-days of them are
      *> "recent"; the rest, once there are at least
      *> drift-baseline-min, are the position's long-run behaviour.
      *> A position is flagged for recalibration when its drift or
      *> its slope departs from its peers' by drift-threshold-pct
      *> or more - a whole site moving together is weather, not a
      *> sensor.  The threshold is overridable from
      *> drift-threshold-file.
       01  drift-recent-days       PIC 9(3) VALUE 7.
       01  drift-baseline-min      PIC 9(3) VALUE 14.
       01  drift-slope-days        PIC 9(3) VALUE 14.
       01  drift-threshold-pct     PIC 999 VALUE 2.
       01  instrument-drift-area.
           03  instrument-drift     OCCURS 50 TIMES.
      *> This line's value at the position, held until the flag
      *> beside it says whether the reading counts.
               05  id-held-value    PIC 9(3)V9(3).
               05  id-held-flag     PIC X.
                   88  id-held-ok   VALUE "Y".
               05  id-days          PIC 9(3).
               05  id-day           OCCURS 120 TIMES.
                   07  id-day-date  PIC X(10).
                   07  id-day-value PIC 9(3)V9(3).
               05  id-recent-avg    PIC 9(3)V9(3).
               05  id-baseline-avg  PIC 9(3)V9(3).
               05  id-drift-pct     PIC S9(9)V99.
               05  id-slope-pct     PIC S9(9)V99.
               05  id-peer-drift-pct
                                    PIC S9(9)V99.
               05  id-peer-slope-pct
                                    PIC S9(9)V99.
               05  id-score         PIC 9(9)V99.
      *> SHORT - too little history, or a zero baseline that no
      *> percentage can be taken against; reported unranked.
               05  id-status        PIC X(5).
                   88  id-measured  VALUES "OK" "RECAL".
                   88  id-short     VALUE "SHORT".
               05  id-reported-flag PIC X.
                   88  id-reported  VALUE "Y".
       01  drift-pos               PIC 9(3).
       01  drift-day-idx           PIC 9(3).
       01  drift-shift-idx         PIC 9(3).
       01  drift-split             PIC 9(3).
       01  drift-first-day         PIC 9(3).
       01  drift-date-text         PIC X(10).
       01  drift-yyyymmdd          PIC 9(8).
       01  drift-date-int          PIC 9(9).
       01  drift-base-int          PIC 9(9).
       01  drift-value             PIC 9(3)V9(3).
       01  drift-sum               PIC 9(9)V9(3).
       01  drift-points            PIC 9(3).
       01  drift-sum-x             PIC S9(9).
       01  drift-sum-xx            PIC S9(12).
       01  drift-sum-y             PIC S9(9)V9(6).
       01  drift-sum-xy            PIC S9(12)V9(6).
       01  drift-slope             PIC S9(9)V9(6).
       01  drift-rel-pct           PIC S9(9)V99.
       01  drift-rel-slope         PIC S9(9)V99.
       01  drift-peer-count        PIC 9(3).
       01  drift-total-pct         PIC S9(11)V99.
       01  drift-total-slope       PIC S9(11)V99.
       01  drift-worst-score       PIC S9(9)V99.
       01  drift-worst-pos         PIC 9(3).
       01  num-drift-flagged       PIC 9(3).
       01  drift-lines-written     PIC 9(3).

      *> A feed rejecting more than this percentage of its lines is
      *> vendor garbage, not data: the file is moved aside and the
      *> run ends non-zero so the batch-controller chain stops
       END DECLARATIVES.

       main-line.
           MOVE FUNCTION CURRENT-DATE (1:14) TO cert-run-id
           MOVE "START" TO rh-phase
           MOVE ZERO TO rh-records-in, rh-records-out,
               rh-return-code
               CLOSE quarantine-threshold-file
           END-IF

           OPEN INPUT drift-threshold-file
           IF drift-threshold-is-ok
               READ drift-threshold-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF dtr-threshold-pct > 0
                           MOVE dtr-threshold-pct
                               TO drift-threshold-pct
                       END-IF
               END-READ
               CLOSE drift-threshold-file
           END-IF

           PERFORM load-date-stamps-history

           PERFORM load-instrument-bands

           PERFORM load-drift-history

           OPEN INPUT readings

           OPEN OUTPUT duplicate-report
               GOBACK
           END-IF

           OPEN OUTPUT certified-extract
           IF NOT certified-extract-is-ok
               DISPLAY "Certified extract file could not be "
                   "opened.  The program will terminate."
               CLOSE readings
               CLOSE duplicate-report
               CLOSE delimiter-fallback-report
               CLOSE missing-dates-report
               CLOSE plausibility-report
               CLOSE stuck-sensor-report
               GOBACK
           END-IF

           *> Process each line of the file.
           PERFORM FOREVER
               READ readings
                   EXIT PERFORM CYCLE
               END-IF

               MOVE SPACE TO line-exception-sw
               INITIALIZE cert-line-area
               PERFORM check-duplicate-date-stamp
               PERFORM check-missing-dates

                   *> one is configured, whatever its flag says.
                   IF FUNCTION MOD(i, 2) = 1
                       PERFORM check-plausibility-band
                       PERFORM hold-drift-value
                       PERFORM hold-certified-field
                   END-IF

                   *> Every other data field is the instrument flag.
                           IF FUNCTION NUMVAL(data-field) > 0
                               ADD 1 TO
                                   ia-run-good (instrument-pos)
                               PERFORM record-drift-reading
                           END-IF
                       END-IF
                   END-IF
                               "instrument flag value at field "
                               bad-field-index "."
                           SET bad-value TO TRUE
                       ELSE
                           PERFORM hold-certified-field
                       END-IF
                   END-IF


               IF NOT bad-reading
                   ADD 1 TO num-good-readings
                   IF NOT line-has-exception
                       PERFORM write-certified-line
                   END-IF
               ELSE
                   IF missing-fields
                       ADD 1 TO num-missing-fields
           CLOSE plausibility-report
           CLOSE stuck-sensor-report

           MOVE SPACES TO certified-trailer-record
           MOVE "T" TO cxt-record-type
           MOVE cert-run-id TO cxt-run-id
           MOVE cert-stamp TO cxt-cert-stamp
           MOVE num-certified-lines TO cxt-detail-count
           WRITE certified-trailer-record
           CLOSE certified-extract
           SET cert-extract-kept TO TRUE

           *> Display results.
           DISPLAY SPACE
           DISPLAY current-line " lines read."
               "delimiter instead of a tab."
           DISPLAY num-stuck-sensors " stuck-sensor report line(s) "
               "written."
           DISPLAY num-certified-lines " line(s) certified to "
               Certified-Extract-Path "."

           *> A feed this bad stops the chain here: the file is moved
           *> to the quarantine area, the date-stamp history is left
                   / current-line * 100
           END-IF
           IF rejection-rate-pct > quarantine-threshold-pct
               *> nothing from a quarantined feed is certified
               CALL "CBL_DELETE_FILE" USING Certified-Extract-Path
               MOVE SPACE TO cert-extract-sw
               PERFORM quarantine-input-file
               MOVE 1 TO RETURN-CODE
               PERFORM write-run-history-end

           PERFORM write-availability-report

           PERFORM write-drift-report

           PERFORM save-date-stamps-history

           PERFORM write-run-history-end
           CALL "write-control-total" USING ctl-step-name,
               ctl-in-file, ctl-read-count, ctl-out-file,
               ctl-written-count, ctl-rejects

           *> the extract's own leg: what its trailer must say
           IF cert-extract-kept
               MOVE Certified-Extract-Path TO ctl-out-file
               MOVE num-certified-lines TO ctl-written-count
               COMPUTE ctl-rejects =
                   current-line - num-certified-lines
               CALL "write-control-total" USING ctl-step-name,
                   ctl-in-file, ctl-read-count, ctl-out-file,
                   ctl-written-count, ctl-rejects
           END-IF
           .
       quarantine-input-file.
           CALL "CBL_CREATE_DIR" USING quarantine-dir
           END-PERFORM
           CLOSE availability-history-file
           .
      *> Keep the field just parsed - a value on odd fields, a
      *> good flag on even ones - in its position's slot for the
      *> certified extract.
       hold-certified-field.
           COMPUTE cert-pos = (i + 1) / 2
           IF cert-pos = 0 OR cert-pos > 50
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(i, 2) = 1
               COMPUTE cl-value (cert-pos) =
                   FUNCTION NUMVAL(data-field)
           ELSE
               COMPUTE cl-flag (cert-pos) =
                   FUNCTION NUMVAL(data-field)
           END-IF
           .
       write-certified-line.
           MOVE SPACES TO certified-detail-record
           MOVE "D" TO cx-record-type
           MOVE cert-run-id TO cx-run-id
           MOVE cert-stamp TO cx-cert-stamp
           MOVE date-stamp TO cx-date-stamp
           COMPUTE cx-positions = Num-Data-Points / 2
           PERFORM VARYING cert-pos FROM 1 BY 1
                   UNTIL cert-pos > 50
               MOVE cl-value (cert-pos) TO cx-value (cert-pos)
               MOVE cl-flag (cert-pos) TO cx-flag (cert-pos)
           END-PERFORM
           WRITE certified-detail-record
           ADD 1 TO num-certified-lines
           .
      *> Hold the value just parsed for its position until the
      *> flag beside it is read.  A value outside a configured band
      *> never enters the baseline - it is already on the
      *> plausibility report and would only drag the averages.
       hold-drift-value.
           COMPUTE instrument-pos = (i + 1) / 2
           IF instrument-pos = 0 OR instrument-pos > 50
               EXIT PARAGRAPH
           END-IF
           COMPUTE id-held-value (instrument-pos) =
               FUNCTION NUMVAL(data-field)
           MOVE "Y" TO id-held-flag (instrument-pos)
           IF ib-present (instrument-pos)
               IF id-held-value (instrument-pos)
                       < ib-min (instrument-pos)
                       OR id-held-value (instrument-pos)
                       > ib-max (instrument-pos)
                   MOVE "N" TO id-held-flag (instrument-pos)
               END-IF
           END-IF
           .
      *> A good flag lets the held value into the position's
      *> rolling baseline under this line's date.
       record-drift-reading.
           IF NOT id-held-ok (instrument-pos)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO id-held-flag (instrument-pos)
           MOVE date-stamp TO drift-date-text
           PERFORM drift-date-to-int
           IF drift-date-int = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE instrument-pos TO drift-pos
           MOVE id-held-value (instrument-pos) TO drift-value
           PERFORM store-drift-day
           .
      *> Place drift-value under drift-date-text in drift-pos's
      *> date-ordered history.  A date already held is replaced, so
      *> a rerun of the same feed does not weight its days twice;
      *> once 120 dates are held the oldest falls off.
       store-drift-day.
           PERFORM VARYING drift-day-idx FROM id-days (drift-pos)
                   BY -1 UNTIL drift-day-idx = 0
               IF id-day-date (drift-pos, drift-day-idx)
                       NOT > drift-date-text
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF drift-day-idx > 0
               IF id-day-date (drift-pos, drift-day-idx)
                       = drift-date-text
                   MOVE drift-value
                       TO id-day-value (drift-pos, drift-day-idx)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF id-days (drift-pos) = 120
               IF drift-day-idx = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING drift-shift-idx FROM 1 BY 1
                       UNTIL drift-shift-idx NOT < drift-day-idx
                   MOVE id-day (drift-pos, drift-shift-idx + 1)
                       TO id-day (drift-pos, drift-shift-idx)
               END-PERFORM
           ELSE
               ADD 1 TO id-days (drift-pos)
               PERFORM VARYING drift-shift-idx
                       FROM id-days (drift-pos) BY -1
                       UNTIL drift-shift-idx NOT > drift-day-idx + 1
                   MOVE id-day (drift-pos, drift-shift-idx - 1)
                       TO id-day (drift-pos, drift-shift-idx)
               END-PERFORM
               ADD 1 TO drift-day-idx
           END-IF
           MOVE drift-date-text
               TO id-day-date (drift-pos, drift-day-idx)
           MOVE drift-value
               TO id-day-value (drift-pos, drift-day-idx)
           .
      *> drift-date-text as a day number, or zero when it is not a
      *> real YYYY-MM-DD date.
       drift-date-to-int.
           MOVE ZERO TO drift-date-int
           IF drift-date-text (5:1) NOT = "-"
                   OR drift-date-text (8:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE drift-date-text (1:4) TO drift-yyyymmdd (1:4)
           MOVE drift-date-text (6:2) TO drift-yyyymmdd (5:2)
           MOVE drift-date-text (9:2) TO drift-yyyymmdd (7:2)
           IF drift-yyyymmdd NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(drift-yyyymmdd)
               TO drift-date-int
           .
       load-drift-history.
           OPEN INPUT drift-history-file
           IF NOT drift-history-is-ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ drift-history-file
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE dh-date-stamp TO drift-date-text
               PERFORM drift-date-to-int
               IF dh-instrument > 0 AND dh-instrument NOT > 50
                       AND dh-value NUMERIC
                       AND drift-date-int NOT = ZERO
                   MOVE dh-instrument TO drift-pos
                   MOVE dh-value TO drift-value
                   PERFORM store-drift-day
               END-IF
           END-PERFORM
           CLOSE drift-history-file
           .
       save-drift-history.
           OPEN OUTPUT drift-history-file
           IF NOT drift-history-is-ok
               DISPLAY "Drift history file could not be opened - "
                   "this run's values are not kept."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING drift-pos FROM 1 BY 1
                   UNTIL drift-pos > 50
               PERFORM VARYING drift-day-idx FROM 1 BY 1
                       UNTIL drift-day-idx > id-days (drift-pos)
                   MOVE SPACES TO drift-history-record
                   MOVE drift-pos TO dh-instrument
                   MOVE id-day-date (drift-pos, drift-day-idx)
                       TO dh-date-stamp
                   MOVE id-day-value (drift-pos, drift-day-idx)
                       TO dh-value
                   WRITE drift-history-record
               END-PERFORM
           END-PERFORM
           CLOSE drift-history-file
           .
      *> Keep the baseline, measure every position against its own
      *> history, then against the average of the other measured
      *> positions, and write the worklist highest score first -
      *> repeatedly picking the largest score not yet reported, as
      *> the availability report does.  Positions with too little
      *> history follow, unranked, so the techs can see how far
      *> each is from being judged.
       write-drift-report.
           PERFORM save-drift-history

           MOVE ZERO TO drift-peer-count, drift-total-pct,
               drift-total-slope, num-drift-flagged
           PERFORM VARYING drift-pos FROM 1 BY 1
                   UNTIL drift-pos > 50
               PERFORM measure-instrument-drift
               IF id-measured (drift-pos)
                   ADD 1 TO drift-peer-count
                   ADD id-drift-pct (drift-pos) TO drift-total-pct
                   ADD id-slope-pct (drift-pos)
                       TO drift-total-slope
               END-IF
           END-PERFORM
           PERFORM VARYING drift-pos FROM 1 BY 1
                   UNTIL drift-pos > 50
               IF id-measured (drift-pos)
                   PERFORM judge-instrument-drift
               END-IF
           END-PERFORM

           OPEN OUTPUT drift-report
           IF NOT drift-report-is-ok
               DISPLAY "Drift report file could not be "
                   "opened - report not produced."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO drift-heading-line
           CALL "report-environment" USING drift-heading-line
           WRITE drift-heading-line
           MOVE SPACES TO drift-heading-line
           STRING "NO STATE        SCORE  RECENT  BASELN"
               "        DRIFT%   PEER-DRIFT%     SLOPE%/WK"
               "   PEER-SLOPE% DAYS"
               DELIMITED BY SIZE INTO drift-heading-line
           END-STRING
           WRITE drift-heading-line

           MOVE ZERO TO drift-lines-written
           PERFORM FOREVER
               MOVE ZERO TO drift-worst-pos
               MOVE -1 TO drift-worst-score
               PERFORM VARYING drift-pos FROM 1 BY 1
                       UNTIL drift-pos > 50
                   IF id-measured (drift-pos)
                           AND NOT id-reported (drift-pos)
                           AND id-score (drift-pos)
                               > drift-worst-score
                       MOVE id-score (drift-pos)
                           TO drift-worst-score
                       MOVE drift-pos TO drift-worst-pos
                   END-IF
               END-PERFORM
               IF drift-worst-pos = 0
                   EXIT PERFORM
               END-IF
               SET id-reported (drift-worst-pos) TO TRUE
               PERFORM write-one-drift-line
           END-PERFORM
           PERFORM VARYING drift-worst-pos FROM 1 BY 1
                   UNTIL drift-worst-pos > 50
               IF id-short (drift-worst-pos)
                   PERFORM write-one-drift-line
               END-IF
           END-PERFORM
           CLOSE drift-report

           DISPLAY num-drift-flagged " instrument position(s) "
               "flagged for recalibration on the drift report."
           .
      *> Recent average against the baseline before it, and the
      *> least-squares slope of the last drift-slope-days values
      *> against their day numbers, so a skipped feed day does not
      *> bend the trend.
       measure-instrument-drift.
           MOVE SPACES TO id-status (drift-pos)
           MOVE "N" TO id-reported-flag (drift-pos)
           IF id-days (drift-pos) = 0
               EXIT PARAGRAPH
           END-IF
           SET id-short (drift-pos) TO TRUE
           IF id-days (drift-pos)
                   < drift-recent-days + drift-baseline-min
               EXIT PARAGRAPH
           END-IF

           COMPUTE drift-split =
               id-days (drift-pos) - drift-recent-days
           MOVE ZERO TO drift-sum
           PERFORM VARYING drift-day-idx FROM 1 BY 1
                   UNTIL drift-day-idx > drift-split
               ADD id-day-value (drift-pos, drift-day-idx)
                   TO drift-sum
           END-PERFORM
           COMPUTE id-baseline-avg (drift-pos) ROUNDED =
               drift-sum / drift-split
           MOVE ZERO TO drift-sum
           PERFORM VARYING drift-day-idx FROM drift-split BY 1
                   UNTIL drift-day-idx NOT < id-days (drift-pos)
               ADD id-day-value (drift-pos, drift-day-idx + 1)
                   TO drift-sum
           END-PERFORM
           COMPUTE id-recent-avg (drift-pos) ROUNDED =
               drift-sum / drift-recent-days
           IF id-baseline-avg (drift-pos) = 0
               EXIT PARAGRAPH
           END-IF

           COMPUTE id-drift-pct (drift-pos) ROUNDED =
               (id-recent-avg (drift-pos)
                   - id-baseline-avg (drift-pos))
               / id-baseline-avg (drift-pos) * 100

           COMPUTE drift-first-day =
               id-days (drift-pos) - drift-slope-days + 1
           MOVE id-day-date (drift-pos, drift-first-day)
               TO drift-date-text
           PERFORM drift-date-to-int
           MOVE drift-date-int TO drift-base-int
           MOVE ZERO TO drift-points, drift-sum-x, drift-sum-xx,
               drift-sum-y, drift-sum-xy
           PERFORM VARYING drift-day-idx FROM drift-first-day BY 1
                   UNTIL drift-day-idx > id-days (drift-pos)
               MOVE id-day-date (drift-pos, drift-day-idx)
                   TO drift-date-text
               PERFORM drift-date-to-int
               SUBTRACT drift-base-int FROM drift-date-int
               ADD 1 TO drift-points
               ADD drift-date-int TO drift-sum-x
               COMPUTE drift-sum-xx =
                   drift-sum-xx + drift-date-int * drift-date-int
               ADD id-day-value (drift-pos, drift-day-idx)
                   TO drift-sum-y
               COMPUTE drift-sum-xy = drift-sum-xy
                   + drift-date-int
                   * id-day-value (drift-pos, drift-day-idx)
           END-PERFORM
           COMPUTE drift-slope ROUNDED =
               (drift-points * drift-sum-xy
                   - drift-sum-x * drift-sum-y)
               / (drift-points * drift-sum-xx
                   - drift-sum-x * drift-sum-x)
           COMPUTE id-slope-pct (drift-pos) ROUNDED =
               drift-slope * 7 / id-baseline-avg (drift-pos) * 100
           MOVE "OK" TO id-status (drift-pos)
           .
      *> Set the position against the others: its score is how far
      *> its drift and slope stand from the peer averages, and it
      *> is flagged once either reaches the threshold.  With no
      *> other position measured, the peer figures are zero and the
      *> position is judged on its own history alone.
       judge-instrument-drift.
           IF drift-peer-count > 1
               COMPUTE id-peer-drift-pct (drift-pos) ROUNDED =
                   (drift-total-pct - id-drift-pct (drift-pos))
                   / (drift-peer-count - 1)
               COMPUTE id-peer-slope-pct (drift-pos) ROUNDED =
                   (drift-total-slope - id-slope-pct (drift-pos))
                   / (drift-peer-count - 1)
           ELSE
               MOVE ZERO TO id-peer-drift-pct (drift-pos),
                   id-peer-slope-pct (drift-pos)
           END-IF
           COMPUTE drift-rel-pct =
               id-drift-pct (drift-pos) - id-peer-drift-pct (drift-pos)
           COMPUTE drift-rel-slope =
               id-slope-pct (drift-pos) - id-peer-slope-pct (drift-pos)
           COMPUTE id-score (drift-pos) =
               FUNCTION ABS(drift-rel-pct)
               + FUNCTION ABS(drift-rel-slope)
           IF FUNCTION ABS(drift-rel-pct) NOT < drift-threshold-pct
                   OR FUNCTION ABS(drift-rel-slope)
                       NOT < drift-threshold-pct
               MOVE "RECAL" TO id-status (drift-pos)
               ADD 1 TO num-drift-flagged
           END-IF
           .
       write-one-drift-line.
           MOVE SPACES TO drift-line
           MOVE drift-worst-pos TO dl-instrument
           MOVE id-status (drift-worst-pos) TO dl-status
           MOVE id-days (drift-worst-pos) TO dl-history-days
           IF id-measured (drift-worst-pos)
               MOVE id-score (drift-worst-pos) TO dl-score
               MOVE id-recent-avg (drift-worst-pos) TO dl-recent-avg
               MOVE id-baseline-avg (drift-worst-pos)
                   TO dl-baseline-avg
               MOVE id-drift-pct (drift-worst-pos) TO dl-drift-pct
               MOVE id-peer-drift-pct (drift-worst-pos)
                   TO dl-peer-drift-pct
               MOVE id-slope-pct (drift-worst-pos) TO dl-slope-pct
               MOVE id-peer-slope-pct (drift-worst-pos)
                   TO dl-peer-slope-pct
           END-IF
           WRITE drift-line
           ADD 1 TO drift-lines-written
           .
      *> Load the per-instrument plausibility bands, when the techs
      *> have supplied them; an absent file leaves every position
      *> unchecked, as before the bands existed.
           IF field-value < ib-min (instrument-pos)
                   OR field-value > ib-max (instrument-pos)
               ADD 1 TO num-band-exceptions
               SET line-has-exception TO TRUE
               MOVE SPACES TO plausibility-line
               MOVE date-stamp TO pl-date-stamp
               MOVE instrument-pos TO pl-instrument
           IF ib-repeat-days (instrument-pos)
                   > ib-repeat-limit (instrument-pos)
               ADD 1 TO num-stuck-sensors
               SET line-has-exception TO TRUE
               MOVE SPACES TO stuck-sensor-line
               MOVE date-stamp TO sk-date-stamp
               MOVE instrument-pos TO sk-instrument
               DISPLAY "Date " date-stamp " is duplicated at "
                   "line " current-line "."
               ADD 1 TO num-duplicates-found
               SET line-has-exception TO TRUE
               MOVE SPACES TO duplicate-report-line
               MOVE date-stamp TO drl-date-stamp
               MOVE read-date-stamps-first-line (stamp-slot)
