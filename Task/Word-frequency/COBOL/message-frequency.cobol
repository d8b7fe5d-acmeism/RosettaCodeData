       IDENTIFICATION DIVISION.
       PROGRAM-ID. MessageFrequency.
       AUTHOR.  Operations Support.
       DATE-WRITTEN.  15 Oct 2026.
      ************************************************************
      ** Program Abstract:
      **   Companion to WordFrequency.  Instead of plain words it
      **   counts the message-catalog ids (TXP002E and the like)
      **   the suite's programs print into the job log, so the
      **   warnings that fire every night and have become noise
      **   can be seen and dealt with.
      **
      **   A file named MsgParameter.txt names the job logs.
      **   Format is:
      **   12345678901234567890123456789012345678901234567890
      **   |--------------------------------------|--|
      **     ^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^^  ^^^
      **          |                                 |
      **     Job Log File                    Trailing period in
      **       40 Characters                 nights, 3 digits with
      **                                     leading zeroes
      **
      **   Every named log is counted into one night; the trailing
      **   period named on the last record read is the one used
      **   (zero or blank means 7 nights).
      **
      **   A message is counted where its id is the first thing on
      **   a log line - the way show-message prints it - so the
      **   incident and alert lines that repeat the id further
      **   along are not counted a second time.  A first word that
      **   is a catalog id, or looks like one (three capital
      **   letters, three digits and a severity letter), counts.
      **
      **   The owning program of an id is taken from the
      **   [message-owners] section of the shared configuration,
      **   keyed by the three-letter prefix (TXP = ...); a prefix
      **   with no entry is reported under the prefix itself.
      **
      **   MessageFrequency.txt carries counts per id, per owning
      **   program and per severity for the night and the trailing
      **   period, the catalog ids that never fired in the period,
      **   and the ids found in the log that message-catalog.txt
      **   does not know.
      **
      ************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT Parameter-File ASSIGN TO "MsgParameter.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Log-File ASSIGN TO Log-Name
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Log-Status.
            SELECT OPTIONAL Catalog-File
                 ASSIGN TO "message-catalog.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *> One line per night and id fired, kept for the trailing
      *> period only; a rerun on the same night replaces that
      *> night's lines rather than adding to them.
            SELECT OPTIONAL Msg-History-File
                 ASSIGN TO "MessageHistory.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Msg-Report-File ASSIGN TO "MessageFrequency.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

       FD  Parameter-File
           DATA RECORD IS Parameter-Record.
       01  Parameter-Record.
           05 Log-Text                  PIC X(40).
           05 Trailing-Nights           PIC 999.

       FD  Log-File
           DATA RECORD IS Log-Record.
       01  Log-Record.
           05 Log-Line                  PIC X(200).

       FD  Catalog-File
           DATA RECORD IS Catalog-Record.
       01  Catalog-Record               PIC X(160).

       FD  Msg-History-File
           DATA RECORD IS Msg-History-Rec.
       01  Msg-History-Rec.
           05  Mh-Date                  PIC 9(8).
           05  FILLER                   PIC X.
           05  Mh-Id                    PIC X(8).
           05  FILLER                   PIC X.
           05  Mh-Count                 PIC 9(7).

       FD  Msg-Report-File
           DATA RECORD IS Msg-Report-Line.
       01  Msg-Report-Line              PIC X(100).


       WORKING-STORAGE SECTION.

       01 Param-Eof               PIC X     VALUE 'F'.
       01 Log-Eof                 PIC X     VALUE 'F'.
       01 Catalog-Eof             PIC X     VALUE 'F'.
       01 History-Eof             PIC X     VALUE 'F'.
       01 Log-Name                PIC X(40).
       01 Log-Status              PIC XX.
           88 Log-Is-Ok           VALUES '00' THRU '09'.
       01 Nights-To-Use           PIC 999   VALUE 7.

       01 First-Token             PIC X(20).
       01 Candidate-Id            PIC X(8).
       01 Candidate-Severity      PIC X.
          88 Is-Severity-Letter   VALUES "I" "W" "E" "S".
       01 Cat-Id-Text             PIC X(8).
       01 Cat-Severity-Text       PIC X(4).

      *> Standard run-history bookkeeping shared across the suite.
       01 RH-Program-Name        PIC X(20) VALUE "MessageFrequency".
       01 RH-Phase               PIC X(5).
       01 RH-Records-In          PIC 9(8)  VALUE ZERO.
       01 RH-Records-Out         PIC 9(8)  VALUE ZERO.
       01 RH-Return-Code         PIC S9(4) VALUE ZERO.

      *> Standard control-total bookkeeping for the end-of-chain
      *> balancer; the in-file is the last log named in
      *> MsgParameter.txt, the written count the messages counted.
       01 Ctl-Step-Name          PIC X(20) VALUE "MessageFrequency".
       01 Ctl-In-File            PIC X(40).
       01 Ctl-Out-File           PIC X(40)
                                 VALUE "MessageFrequency.txt".
       01 Ctl-Written-Count      PIC 9(8)  VALUE ZERO.
       01 Ctl-Rejects            PIC 9(8)  VALUE ZERO.

       01 Cfg-Section            PIC X(32) VALUE "message-owners".
       01 Cfg-Key                PIC X(32).
       01 Cfg-Value              PIC X(64).
       01 Cfg-Found-Flag         PIC X.
          88 Cfg-Found           VALUE "Y".

       01 Run-Date               PIC 9(8).
       01 Run-Day-Number         PIC 9(8).
       01 Window-Start-Date      PIC 9(8).

      *> Every id the catalog names, then every other id met in the
      *> log or the history.
       01 Msg-Count              PIC 9(4)  VALUE ZERO.
       01 Msg-Table.
          05 Msg-Entry           OCCURS 1000 TIMES
                                  INDEXED BY Msg-Idx.
             10 Ms-Id            PIC X(8).
             10 Ms-Severity      PIC X.
             10 Ms-In-Catalog    PIC X.
             10 Ms-Owner         PIC X(20).
             10 Ms-Tonight       PIC 9(7).
             10 Ms-Trailing      PIC 9(7).
             10 Ms-Nights        PIC 9(3).

       01 History-Count          PIC 9(5)  VALUE ZERO.
       01 History-Table.
          05 History-Entry       OCCURS 10000 TIMES
                                  INDEXED BY History-Idx.
             10 Hs-Date          PIC 9(8).
             10 Hs-Id            PIC X(8).
             10 Hs-Count         PIC 9(7).

       01 Night-Count            PIC 9(3)  VALUE ZERO.
       01 Night-Table.
          05 Night-Date          OCCURS 366 TIMES
                                  INDEXED BY Night-Idx
                                  PIC 9(8).

       01 Owner-Count            PIC 9(3)  VALUE ZERO.
       01 Owner-Table.
          05 Owner-Entry         OCCURS 200 TIMES
                                  INDEXED BY Owner-Idx.
             10 Ow-Name          PIC X(20).
             10 Ow-Tonight       PIC 9(7).
             10 Ow-Trailing      PIC 9(7).

       01 Severity-Count         PIC 99    VALUE ZERO.
       01 Severity-Table.
          05 Severity-Entry      OCCURS 20 TIMES
                                  INDEXED BY Severity-Idx.
             10 Sv-Letter        PIC X.
             10 Sv-Tonight       PIC 9(7).
             10 Sv-Trailing      PIC 9(7).

       01 Tonight-Edited         PIC Z(6)9.
       01 Trailing-Edited        PIC Z(6)9.
       01 Nights-Edited          PIC ZZ9.
       01 Window-Edited          PIC ZZ9.
       01 Noise-Flag             PIC X(11).
       01 Section-Lines          PIC 9(4).

       PROCEDURE DIVISION.

       Main-Program.
      **
      **  Read the Parameters and count every named job log into
      **  tonight's figures
      **
         MOVE "START" TO RH-Phase
         CALL "run-history" USING RH-Program-Name, RH-Phase,
             RH-Records-In, RH-Records-Out, RH-Return-Code

         MOVE FUNCTION CURRENT-DATE (1:8) TO Run-Date
         PERFORM Load-Catalog

         OPEN INPUT Parameter-File
         PERFORM Read-Parameter-Record
         PERFORM UNTIL Param-Eof = 'T'
            PERFORM Count-One-Log-File
            PERFORM Read-Parameter-Record
         END-PERFORM
         CLOSE Parameter-File

      **
      **  Fold tonight into the trailing history and total it up
      **
         COMPUTE Run-Day-Number = FUNCTION INTEGER-OF-DATE(Run-Date)
         COMPUTE Window-Start-Date = FUNCTION DATE-OF-INTEGER(
             Run-Day-Number - Nights-To-Use + 1)
         PERFORM Load-Msg-History
         PERFORM Add-Tonight-To-History
         PERFORM Total-Msg-History
         PERFORM Save-Msg-History

      **
      **  Owners and severities, then the report
      **
         PERFORM Resolve-Owners
         PERFORM Write-Msg-Report

         DISPLAY Ctl-Written-Count " message(s) counted over "
                 Night-Count " night(s) - see MessageFrequency.txt"

         MOVE "END" TO RH-Phase
         MOVE Ctl-Written-Count TO RH-Records-Out
         MOVE RETURN-CODE TO RH-Return-Code
         CALL "run-history" USING RH-Program-Name, RH-Phase,
             RH-Records-In, RH-Records-Out, RH-Return-Code

         MOVE Log-Name TO Ctl-In-File
         CALL "write-control-total" USING Ctl-Step-Name,
             Ctl-In-File, RH-Records-In, Ctl-Out-File,
             Ctl-Written-Count, Ctl-Rejects

         STOP RUN.


      *> One MsgParameter.txt record read; the trailing period named
      *> on the last record read is the one used.
       Read-Parameter-Record.
         READ Parameter-File
            AT END MOVE 'T' TO Param-Eof
         END-READ
         IF Param-Eof NOT = 'T'
            MOVE Log-Text TO Log-Name
            IF Trailing-Nights NUMERIC AND Trailing-Nights > 0
               MOVE Trailing-Nights TO Nights-To-Use
            ELSE
               MOVE 7 TO Nights-To-Use
            END-IF
         END-IF.

      *> "msgid,severity,text" - the same catalog show-message reads.
       Load-Catalog.
         OPEN INPUT Catalog-File
         PERFORM UNTIL Catalog-Eof = 'T'
            READ Catalog-File
               AT END MOVE 'T' TO Catalog-Eof
            END-READ
            IF Catalog-Eof NOT = 'T' AND Catalog-Record NOT = SPACES
                  AND Catalog-Record (1:1) NOT = "#"
               MOVE SPACES TO Cat-Id-Text Cat-Severity-Text
               UNSTRING Catalog-Record DELIMITED BY ","
                   INTO Cat-Id-Text Cat-Severity-Text
               MOVE FUNCTION TRIM(Cat-Id-Text) TO Candidate-Id
               MOVE FUNCTION TRIM(Cat-Severity-Text)
                   TO Candidate-Severity
               IF Candidate-Id NOT = SPACES
                  PERFORM Find-Msg-Entry
               END-IF
               IF Candidate-Id NOT = SPACES
                     AND Msg-Idx NOT > Msg-Count
                  MOVE 'Y' TO Ms-In-Catalog (Msg-Idx)
                  IF Candidate-Severity NOT = SPACE
                     MOVE Candidate-Severity TO Ms-Severity (Msg-Idx)
                  END-IF
               END-IF
            END-IF
         END-PERFORM
         CLOSE Catalog-File.

      *> A log named but not there is reported and skipped, so one
      *> missing log does not lose the others' counts.
       Count-One-Log-File.
         MOVE 'F' TO Log-Eof
         OPEN INPUT Log-File
         IF NOT Log-Is-Ok
            DISPLAY "MessageFrequency: job log "
                    FUNCTION TRIM(Log-Name) " not found - skipped"
            EXIT PARAGRAPH
         END-IF
         PERFORM UNTIL Log-Eof = 'T'
            READ Log-File
               AT END MOVE 'T' TO Log-Eof
            END-READ
            IF Log-Eof NOT = 'T'
               ADD 1 TO RH-Records-In
               PERFORM Check-Log-Line
            END-IF
         END-PERFORM
         CLOSE Log-File.

       Check-Log-Line.
         IF Log-Line = SPACES
            EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO First-Token
         UNSTRING FUNCTION TRIM(Log-Line LEADING) DELIMITED BY SPACE
             INTO First-Token
         IF First-Token (9:) NOT = SPACES
            EXIT PARAGRAPH
         END-IF
         MOVE First-Token TO Candidate-Id
         PERFORM Search-Msg-Entry
         IF Msg-Idx > Msg-Count
            MOVE Candidate-Id (7:1) TO Candidate-Severity
            IF Candidate-Id (1:3) IS NOT ALPHABETIC-UPPER
                  OR Candidate-Id (4:3) IS NOT NUMERIC
                  OR NOT Is-Severity-Letter
                  OR Candidate-Id (8:1) NOT = SPACE
               EXIT PARAGRAPH
            END-IF
            PERFORM Find-Msg-Entry
            IF Msg-Idx > Msg-Count
               EXIT PARAGRAPH
            END-IF
         END-IF
         ADD 1 TO Ms-Tonight (Msg-Idx)
         ADD 1 TO Ctl-Written-Count.

      *> Leaves Msg-Idx on Candidate-Id, or one past the last entry.
       Search-Msg-Entry.
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            IF Ms-Id (Msg-Idx) = Candidate-Id
               EXIT PARAGRAPH
            END-IF
         END-PERFORM.

      *> As Search-Msg-Entry, adding the id when it is not there yet;
      *> an id outside the catalog takes its severity from its last
      *> letter, the catalog's own convention.  With the table full
      *> Msg-Idx is left past the last entry.
       Find-Msg-Entry.
         PERFORM Search-Msg-Entry
         IF Msg-Idx > Msg-Count
            IF Msg-Count NOT < 1000
               DISPLAY "MessageFrequency: more than 1000 ids - "
                       Candidate-Id " not counted"
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO Msg-Count
            SET Msg-Idx TO Msg-Count
            MOVE Candidate-Id TO Ms-Id (Msg-Idx)
            MOVE 'N'    TO Ms-In-Catalog (Msg-Idx)
            MOVE SPACES TO Ms-Owner (Msg-Idx)
            MOVE ZERO   TO Ms-Tonight (Msg-Idx) Ms-Trailing (Msg-Idx)
                           Ms-Nights (Msg-Idx)
            MOVE FUNCTION REVERSE(FUNCTION TRIM(Candidate-Id))
                TO Ms-Severity (Msg-Idx)
         END-IF.

      *> Only the nights inside the trailing period are kept, and
      *> tonight's own lines are dropped for Add-Tonight-To-History
      *> to write afresh.
       Load-Msg-History.
         OPEN INPUT Msg-History-File
         PERFORM UNTIL History-Eof = 'T'
            READ Msg-History-File
               AT END MOVE 'T' TO History-Eof
            END-READ
            IF History-Eof NOT = 'T' AND Mh-Date NUMERIC
                  AND Mh-Date NOT < Window-Start-Date
                  AND Mh-Date < Run-Date
                  AND History-Count < 10000
               ADD 1 TO History-Count
               MOVE Mh-Date  TO Hs-Date (History-Count)
               MOVE Mh-Id    TO Hs-Id (History-Count)
               MOVE Mh-Count TO Hs-Count (History-Count)
            END-IF
         END-PERFORM
         CLOSE Msg-History-File.

       Add-Tonight-To-History.
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            IF Ms-Tonight (Msg-Idx) > 0 AND History-Count < 10000
               ADD 1 TO History-Count
               MOVE Run-Date TO Hs-Date (History-Count)
               MOVE Ms-Id (Msg-Idx) TO Hs-Id (History-Count)
               MOVE Ms-Tonight (Msg-Idx) TO Hs-Count (History-Count)
            END-IF
         END-PERFORM.

      *> Tonight always counts as one of the period's nights, even
      *> when nothing fired.
       Total-Msg-History.
         MOVE 1 TO Night-Count
         MOVE Run-Date TO Night-Date (1)
         PERFORM VARYING History-Idx FROM 1 BY 1
                 UNTIL History-Idx > History-Count
            MOVE Hs-Id (History-Idx) TO Candidate-Id
            PERFORM Find-Msg-Entry
            IF Msg-Idx NOT > Msg-Count
               ADD Hs-Count (History-Idx) TO Ms-Trailing (Msg-Idx)
               ADD 1 TO Ms-Nights (Msg-Idx)
            END-IF
            PERFORM VARYING Night-Idx FROM 1 BY 1
                    UNTIL Night-Idx > Night-Count
                       OR Night-Date (Night-Idx) = Hs-Date (History-Idx)
               CONTINUE
            END-PERFORM
            IF Night-Idx > Night-Count AND Night-Count < 366
               ADD 1 TO Night-Count
               MOVE Hs-Date (History-Idx) TO Night-Date (Night-Count)
            END-IF
         END-PERFORM.

       Save-Msg-History.
         OPEN OUTPUT Msg-History-File
         PERFORM VARYING History-Idx FROM 1 BY 1
                 UNTIL History-Idx > History-Count
            MOVE SPACES TO Msg-History-Rec
            MOVE Hs-Date (History-Idx)  TO Mh-Date
            MOVE Hs-Id (History-Idx)    TO Mh-Id
            MOVE Hs-Count (History-Idx) TO Mh-Count
            WRITE Msg-History-Rec
         END-PERFORM
         CLOSE Msg-History-File.

      *> Each id's owner from [message-owners], then the per-owner
      *> and per-severity totals.
       Resolve-Owners.
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            MOVE SPACES TO Cfg-Key Cfg-Value
            MOVE Ms-Id (Msg-Idx) (1:3) TO Cfg-Key
            CALL "config-lookup" USING Cfg-Section, Cfg-Key,
                Cfg-Value, Cfg-Found-Flag
            IF Cfg-Found AND Cfg-Value NOT = SPACES
               MOVE FUNCTION TRIM(Cfg-Value) TO Ms-Owner (Msg-Idx)
            ELSE
               MOVE Ms-Id (Msg-Idx) (1:3) TO Ms-Owner (Msg-Idx)
            END-IF
            PERFORM Add-To-Owner
            PERFORM Add-To-Severity
         END-PERFORM.

       Add-To-Owner.
         PERFORM VARYING Owner-Idx FROM 1 BY 1
                 UNTIL Owner-Idx > Owner-Count
                    OR Ow-Name (Owner-Idx) = Ms-Owner (Msg-Idx)
            CONTINUE
         END-PERFORM
         IF Owner-Idx > Owner-Count
            IF Owner-Count NOT < 200
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO Owner-Count
            MOVE Ms-Owner (Msg-Idx) TO Ow-Name (Owner-Idx)
            MOVE ZERO TO Ow-Tonight (Owner-Idx) Ow-Trailing (Owner-Idx)
         END-IF
         ADD Ms-Tonight (Msg-Idx)  TO Ow-Tonight (Owner-Idx)
         ADD Ms-Trailing (Msg-Idx) TO Ow-Trailing (Owner-Idx).

       Add-To-Severity.
         PERFORM VARYING Severity-Idx FROM 1 BY 1
                 UNTIL Severity-Idx > Severity-Count
                    OR Sv-Letter (Severity-Idx) = Ms-Severity (Msg-Idx)
            CONTINUE
         END-PERFORM
         IF Severity-Idx > Severity-Count
            IF Severity-Count NOT < 20
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO Severity-Count
            MOVE Ms-Severity (Msg-Idx) TO Sv-Letter (Severity-Idx)
            MOVE ZERO TO Sv-Tonight (Severity-Idx)
                         Sv-Trailing (Severity-Idx)
         END-IF
         ADD Ms-Tonight (Msg-Idx)  TO Sv-Tonight (Severity-Idx)
         ADD Ms-Trailing (Msg-Idx) TO Sv-Trailing (Severity-Idx).

      *> Five sections: by id (with the ids that fired on every night
      *> of the period marked as noise candidates), by owning
      *> program, by severity, catalog ids that never fired, and ids
      *> the catalog does not know.
       Write-Msg-Report.
         OPEN OUTPUT Msg-Report-File
         MOVE SPACES TO Msg-Report-Line
         CALL "report-environment" USING Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE Nights-To-Use TO Nights-Edited
         MOVE Night-Count TO Window-Edited
         MOVE SPACES TO Msg-Report-Line
         STRING "MESSAGE FREQUENCY FOR " Run-Date " - TRAILING "
                "PERIOD " FUNCTION TRIM(Nights-Edited) " NIGHT(S), "
                FUNCTION TRIM(Window-Edited) " ON RECORD"
                DELIMITED BY SIZE INTO Msg-Report-Line
         WRITE Msg-Report-Line

         PERFORM Write-Blank-Line
         MOVE "BY MESSAGE ID" TO Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE "ID       S OWNER                TONIGHT TRAILING "
              & "NIGHTS" TO Msg-Report-Line
         WRITE Msg-Report-Line
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            IF Ms-Trailing (Msg-Idx) > 0
               PERFORM Write-Id-Line
            END-IF
         END-PERFORM

         PERFORM Write-Blank-Line
         MOVE "BY OWNING PROGRAM" TO Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE "OWNER                TONIGHT TRAILING"
              TO Msg-Report-Line
         WRITE Msg-Report-Line
         PERFORM VARYING Owner-Idx FROM 1 BY 1
                 UNTIL Owner-Idx > Owner-Count
            IF Ow-Trailing (Owner-Idx) > 0
               MOVE Ow-Tonight (Owner-Idx)  TO Tonight-Edited
               MOVE Ow-Trailing (Owner-Idx) TO Trailing-Edited
               MOVE SPACES TO Msg-Report-Line
               STRING Ow-Name (Owner-Idx) " " Tonight-Edited " "
                      Trailing-Edited
                      DELIMITED BY SIZE INTO Msg-Report-Line
               WRITE Msg-Report-Line
            END-IF
         END-PERFORM

         PERFORM Write-Blank-Line
         MOVE "BY SEVERITY" TO Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE "S TONIGHT TRAILING" TO Msg-Report-Line
         WRITE Msg-Report-Line
         PERFORM VARYING Severity-Idx FROM 1 BY 1
                 UNTIL Severity-Idx > Severity-Count
            IF Sv-Trailing (Severity-Idx) > 0
               MOVE Sv-Tonight (Severity-Idx)  TO Tonight-Edited
               MOVE Sv-Trailing (Severity-Idx) TO Trailing-Edited
               MOVE SPACES TO Msg-Report-Line
               STRING Sv-Letter (Severity-Idx) " " Tonight-Edited " "
                      Trailing-Edited
                      DELIMITED BY SIZE INTO Msg-Report-Line
               WRITE Msg-Report-Line
            END-IF
         END-PERFORM

         PERFORM Write-Blank-Line
         MOVE "CATALOG IDS THAT NEVER FIRED IN THE PERIOD"
              TO Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE ZERO TO Section-Lines
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            IF Ms-In-Catalog (Msg-Idx) = 'Y'
                  AND Ms-Trailing (Msg-Idx) = 0
               MOVE SPACES TO Msg-Report-Line
               STRING Ms-Id (Msg-Idx) " " Ms-Severity (Msg-Idx) " "
                      Ms-Owner (Msg-Idx)
                      DELIMITED BY SIZE INTO Msg-Report-Line
               WRITE Msg-Report-Line
               ADD 1 TO Section-Lines
            END-IF
         END-PERFORM
         PERFORM Write-None-If-Empty

         PERFORM Write-Blank-Line
         MOVE "IDS IN THE LOG MISSING FROM message-catalog.txt"
              TO Msg-Report-Line
         WRITE Msg-Report-Line
         MOVE ZERO TO Section-Lines
         PERFORM VARYING Msg-Idx FROM 1 BY 1
                 UNTIL Msg-Idx > Msg-Count
            IF Ms-In-Catalog (Msg-Idx) = 'N'
                  AND Ms-Trailing (Msg-Idx) > 0
               PERFORM Write-Id-Line
               ADD 1 TO Section-Lines
            END-IF
         END-PERFORM
         PERFORM Write-None-If-Empty
         CLOSE Msg-Report-File.

       Write-Id-Line.
         MOVE Ms-Tonight (Msg-Idx)  TO Tonight-Edited
         MOVE Ms-Trailing (Msg-Idx) TO Trailing-Edited
         MOVE Ms-Nights (Msg-Idx)   TO Nights-Edited
         MOVE SPACES TO Noise-Flag
         IF Ms-Nights (Msg-Idx) = Night-Count AND Night-Count > 1
            MOVE "EVERY NIGHT" TO Noise-Flag
         END-IF
         MOVE SPACES TO Msg-Report-Line
         STRING Ms-Id (Msg-Idx) " " Ms-Severity (Msg-Idx) " "
                Ms-Owner (Msg-Idx) " " Tonight-Edited " "
                Trailing-Edited "  " Nights-Edited "/"
                Window-Edited " " Noise-Flag
                DELIMITED BY SIZE INTO Msg-Report-Line
         WRITE Msg-Report-Line.

       Write-Blank-Line.
         MOVE SPACES TO Msg-Report-Line
         WRITE Msg-Report-Line.

       Write-None-If-Empty.
         IF Section-Lines = 0
            MOVE "  (NONE)" TO Msg-Report-Line
            WRITE Msg-Report-Line
         END-IF.
       END PROGRAM MessageFrequency.
