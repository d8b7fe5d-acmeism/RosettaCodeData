                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Phrase-Sort-File      ASSIGN TO DISK.

      *> Classification rules for the job log: each line of
      *> ClassifyRules.txt maps a word or two-word phrase to an
      *> incident category, so "timeout" and "deadlock" both land
      *> under DATABASE instead of being read as unrelated spikes.
      *> The categorised summary is written every run.
            SELECT OPTIONAL Classify-Rules-File
                 ASSIGN TO "ClassifyRules.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.
            SELECT Category-Report-File
                 ASSIGN TO "CategorySummary.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           DATA RECORD IS Spike-Param-Rec.
       01  Spike-Param-Rec                 PIC 999.

      *> One rule per line - "term,category,severity,threshold":
      *>   term       a word or two words separated by one space,
      *>              matched case-blind against the tallies
      *>   category   incident category, e.g. DATABASE
      *>   severity   E or W, the catalog severity letter the
      *>              incident carries (blank means E)
      *>   threshold  multiple of the category's trailing baseline
      *>              tonight's count must beat (blank or zero
      *>              means the Spike.txt multiple)
      *> Lines starting "*" are comments.
       FD  Classify-Rules-File
           DATA RECORD IS Classify-Rules-Rec.
       01  Classify-Rules-Rec              PIC X(100).

       FD  Category-Report-File
           DATA RECORD IS Category-Report-Line.
       01  Category-Report-Line            PIC X(140).


       WORKING-STORAGE SECTION.

                 VALUE 1.
          05 Phrase-Rank          PIC ZZZZ9.

       01 Term-Kind               PIC X.
          88 Term-Is-Word         VALUE 'W'.
          88 Term-Is-Phrase       VALUE 'P'.
       01 History-Loaded          PIC 9(4)  VALUE ZERO.

       01 Rules-Eof               PIC X     VALUE 'F'.
       01 Term-Matched            PIC X.
       01 Rule-Count              PIC 9(3)  VALUE ZERO.
       01 Rule-Table.
          05 Rule-Entry           OCCURS 300 TIMES
                                   INDEXED BY Rule-Idx.
             10 Ru-Term           PIC X(41).
             10 Ru-Category-Num   PIC 99.
       01 Rule-Term-Text          PIC X(41).
       01 Rule-Category-Text      PIC X(20).
       01 Rule-Severity-Text      PIC X(4).
       01 Rule-Threshold-Text     PIC X(5).
       01 Rule-Threshold          PIC 999.

      *> A category's severity is E if any of its rules says E, and
      *> its threshold is the lowest any of its rules names - the
      *> most sensitive rule decides.  Baseline is the sum of the
      *> trailing averages of every term the category's rules name.
       01 Category-Count          PIC 99    VALUE ZERO.
       01 Category-Table.
          05 Category-Entry       OCCURS 50 TIMES
                                   INDEXED BY Category-Idx.
             10 Ca-Name           PIC X(20).
             10 Ca-Severity       PIC X.
             10 Ca-Threshold      PIC 999.
             10 Ca-Tonight        PIC 9(7).
             10 Ca-Baseline       PIC 9(7)V99.
             10 Ca-Terms          PIC X(80).
             10 Ca-Terms-Ptr      PIC 9(3).
       01 Category-Status         PIC X(6).
       01 Unclassified-Count      PIC 9(7)  VALUE ZERO.
       01 Category-Incidents      PIC 9(3)  VALUE ZERO.
       01 Tonight-Edited          PIC Z(6)9.
       01 Term-Count-Edited       PIC Z(4)9.
       01 Category-Msg-Id         PIC X(8).
       01 Category-Detail         PIC X(80).

       PROCEDURE DIVISION.

       Main-Program.
         END-IF

         PERFORM Load-Word-History
         MOVE History-Count TO History-Loaded
         PERFORM Load-Classify-Rules
         PERFORM Set-Category-Baselines

         OPEN OUTPUT Spike-Report-File
         MOVE SPACES TO Spike-Report-Line
         CALL "report-environment" USING Spike-Report-Line
         WRITE Spike-Report-Line
         MOVE "TYPE  TERM                                      "
              & "COUNT BASELINE" TO Spike-Report-Line
         WRITE Spike-Report-Line

         MOVE 'F' TO Spike-Eof
         SET Term-Is-Word TO TRUE
         OPEN INPUT Print-File
         PERFORM UNTIL Spike-Eof = 'T'
            READ Print-File
         CLOSE Print-File

         MOVE 'F' TO Spike-Eof
         SET Term-Is-Phrase TO TRUE
         OPEN INPUT Phrase-Print-File
         PERFORM UNTIL Spike-Eof = 'T'
            READ Phrase-Print-File

         CLOSE Spike-Report-File
         PERFORM Save-Word-History
         PERFORM Write-Category-Summary

         DISPLAY " "
         DISPLAY Spike-Lines-Written " new or spiking term(s) - "
                 "see SpikeReport.txt"
         DISPLAY Category-Incidents " category incident(s) opened - "
                 "see CategorySummary.txt".

       Load-Word-History.
         MOVE 'F' TO History-Eof
         IF Spike-Term = SPACES
            EXIT PARAGRAPH
         END-IF
         PERFORM Classify-One-Term
         PERFORM VARYING History-Idx FROM 1 BY 1
                 UNTIL History-Idx > History-Count
            IF He-Term (History-Idx) = Spike-Term
         END-PERFORM
         CLOSE Word-History-File.

      *> Rules are optional - with no ClassifyRules.txt the summary
      *> carries only the unclassified total.  A rule with no term
      *> or no category, or past the table, is refused aloud.
       Load-Classify-Rules.
         MOVE 'F' TO Rules-Eof
         OPEN INPUT Classify-Rules-File
         PERFORM UNTIL Rules-Eof = 'T'
            READ Classify-Rules-File
               AT END MOVE 'T' TO Rules-Eof
            END-READ
            IF Rules-Eof NOT = 'T'
               PERFORM Load-One-Classify-Rule
            END-IF
         END-PERFORM
         CLOSE Classify-Rules-File.

       Load-One-Classify-Rule.
         IF Classify-Rules-Rec = SPACES
               OR Classify-Rules-Rec (1:1) = '*'
            EXIT PARAGRAPH
         END-IF
         MOVE SPACES TO Rule-Term-Text Rule-Category-Text
                        Rule-Severity-Text Rule-Threshold-Text
         UNSTRING Classify-Rules-Rec DELIMITED BY ","
             INTO Rule-Term-Text Rule-Category-Text
                  Rule-Severity-Text Rule-Threshold-Text
         MOVE FUNCTION TRIM(FUNCTION LOWER-CASE(Rule-Term-Text))
             TO Rule-Term-Text
         MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(Rule-Category-Text))
             TO Rule-Category-Text
         MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(Rule-Severity-Text))
             TO Rule-Severity-Text
         IF Rule-Term-Text = SPACES OR Rule-Category-Text = SPACES
            DISPLAY "ClassifyRules.txt: no term or category - "
                    "ignored: " FUNCTION TRIM(Classify-Rules-Rec)
            EXIT PARAGRAPH
         END-IF
         IF Rule-Count NOT < 300
            DISPLAY "ClassifyRules.txt: more than 300 rules - "
                    "ignored: " FUNCTION TRIM(Classify-Rules-Rec)
            EXIT PARAGRAPH
         END-IF

         MOVE Spike-Multiple TO Rule-Threshold
         IF Rule-Threshold-Text NOT = SPACES
            IF FUNCTION TEST-NUMVAL(Rule-Threshold-Text) = 0
               IF FUNCTION NUMVAL(Rule-Threshold-Text) > 0
                     AND FUNCTION NUMVAL(Rule-Threshold-Text) < 1000
                  COMPUTE Rule-Threshold =
                      FUNCTION NUMVAL(Rule-Threshold-Text)
               END-IF
            END-IF
         END-IF

         PERFORM Find-Rule-Category
         IF Category-Idx > Category-Count
            IF Category-Count NOT < 50
               DISPLAY "ClassifyRules.txt: more than 50 categories"
                       " - ignored: "
                       FUNCTION TRIM(Classify-Rules-Rec)
               EXIT PARAGRAPH
            END-IF
            ADD 1 TO Category-Count
            SET Category-Idx TO Category-Count
            MOVE Rule-Category-Text TO Ca-Name (Category-Idx)
            MOVE 'W'            TO Ca-Severity (Category-Idx)
            MOVE Rule-Threshold TO Ca-Threshold (Category-Idx)
            MOVE ZERO           TO Ca-Tonight (Category-Idx)
                                   Ca-Baseline (Category-Idx)
            MOVE SPACES         TO Ca-Terms (Category-Idx)
            MOVE 1              TO Ca-Terms-Ptr (Category-Idx)
         END-IF
         IF Rule-Severity-Text NOT = 'W'
            MOVE 'E' TO Ca-Severity (Category-Idx)
         END-IF
         IF Rule-Threshold < Ca-Threshold (Category-Idx)
            MOVE Rule-Threshold TO Ca-Threshold (Category-Idx)
         END-IF

         ADD 1 TO Rule-Count
         MOVE Rule-Term-Text TO Ru-Term (Rule-Count)
         SET Ru-Category-Num (Rule-Count) TO Category-Idx.

      *> Leaves Category-Idx on the named category, or one past the
      *> last category when it is not in the table yet.
       Find-Rule-Category.
         PERFORM VARYING Category-Idx FROM 1 BY 1
                 UNTIL Category-Idx > Category-Count
            IF Ca-Name (Category-Idx) = Rule-Category-Text
               EXIT PARAGRAPH
            END-IF
         END-PERFORM.

      *> Each category's baseline is taken from the history as it
      *> stood before tonight's counts were folded in.
       Set-Category-Baselines.
         PERFORM VARYING Rule-Idx FROM 1 BY 1
                 UNTIL Rule-Idx > Rule-Count
            SET Category-Idx TO Ru-Category-Num (Rule-Idx)
            PERFORM VARYING History-Idx FROM 1 BY 1
                    UNTIL History-Idx > History-Count
               IF He-Term (History-Idx) = Ru-Term (Rule-Idx)
                  COMPUTE Ca-Baseline (Category-Idx) ROUNDED =
                      Ca-Baseline (Category-Idx)
                      + He-Total (History-Idx) / He-Runs (History-Idx)
                  SET History-Idx TO History-Count
               END-IF
            END-PERFORM
         END-PERFORM.

      *> Tonight's count for the term goes to every category with a
      *> rule naming it; a single word no rule names is counted as
      *> unclassified (phrases are not, or their words would count
      *> twice).
       Classify-One-Term.
         MOVE 'N' TO Term-Matched
         PERFORM VARYING Rule-Idx FROM 1 BY 1
                 UNTIL Rule-Idx > Rule-Count
            IF Ru-Term (Rule-Idx) = Spike-Term
               SET Category-Idx TO Ru-Category-Num (Rule-Idx)
               ADD Spike-Count TO Ca-Tonight (Category-Idx)
               MOVE Spike-Count TO Term-Count-Edited
               STRING FUNCTION TRIM(Spike-Term) "="
                      FUNCTION TRIM(Term-Count-Edited) " "
                      DELIMITED BY SIZE
                      INTO Ca-Terms (Category-Idx)
                      WITH POINTER Ca-Terms-Ptr (Category-Idx)
               END-STRING
               MOVE 'Y' TO Term-Matched
            END-IF
         END-PERFORM
         IF Term-Matched = 'N' AND Term-Is-Word
            ADD Spike-Count TO Unclassified-Count
         END-IF.

      *> One line per category, then the unclassified total.  A
      *> category past its threshold, or one with no baseline at all
      *> that showed up tonight, opens an incident - except on the
      *> very first run, when there is no history to judge against.
       Write-Category-Summary.
         OPEN OUTPUT Category-Report-File
         MOVE SPACES TO Category-Report-Line
         CALL "report-environment" USING Category-Report-Line
         WRITE Category-Report-Line
         MOVE "CATEGORY             S THR TONIGHT   BASELINE STATUS "
              & "TERMS" TO Category-Report-Line
         WRITE Category-Report-Line

         PERFORM VARYING Category-Idx FROM 1 BY 1
                 UNTIL Category-Idx > Category-Count
            PERFORM Judge-One-Category
         END-PERFORM

         MOVE SPACES TO Category-Report-Line
         MOVE Unclassified-Count TO Tonight-Edited
         STRING "(UNCLASSIFIED)        " "      " Tonight-Edited
                DELIMITED BY SIZE INTO Category-Report-Line
         WRITE Category-Report-Line
         CLOSE Category-Report-File.

       Judge-One-Category.
         EVALUATE TRUE
            WHEN Ca-Tonight (Category-Idx) = ZERO
               MOVE "QUIET" TO Category-Status
            WHEN Ca-Baseline (Category-Idx) = ZERO
               MOVE "NEW" TO Category-Status
            WHEN Ca-Tonight (Category-Idx) >
                 Ca-Baseline (Category-Idx)
                 * Ca-Threshold (Category-Idx)
               MOVE "SPIKE" TO Category-Status
            WHEN OTHER
               MOVE "OK" TO Category-Status
         END-EVALUATE

         MOVE Ca-Tonight (Category-Idx) TO Tonight-Edited
         MOVE Ca-Baseline (Category-Idx) TO Baseline-Edited
         MOVE SPACES TO Category-Report-Line
         STRING Ca-Name (Category-Idx) " "
                Ca-Severity (Category-Idx) " "
                Ca-Threshold (Category-Idx) " "
                Tonight-Edited " " Baseline-Edited " "
                Category-Status " "
                Ca-Terms (Category-Idx)
                DELIMITED BY SIZE INTO Category-Report-Line
         WRITE Category-Report-Line

         IF Category-Status = "SPIKE"
               OR (Category-Status = "NEW" AND History-Loaded > 0)
            PERFORM Open-Category-Incident
         END-IF.

      *> WFQ001 carries the category's severity letter, so incident
      *> aging applies the right deadline.
       Open-Category-Incident.
         MOVE SPACES TO Category-Msg-Id Category-Detail
         STRING "WFQ001" Ca-Severity (Category-Idx)
                DELIMITED BY SIZE INTO Category-Msg-Id
         STRING FUNCTION TRIM(Ca-Name (Category-Idx)) " "
                FUNCTION TRIM(Tonight-Edited) " VS "
                FUNCTION TRIM(Baseline-Edited) ": "
                Ca-Terms (Category-Idx)
                DELIMITED BY SIZE INTO Category-Detail
         CALL "show-message" USING Category-Msg-Id, Category-Detail
         CALL "incident-open" USING Category-Msg-Id,
             RH-Program-Name, Category-Detail
         ADD 1 TO Category-Incidents.

      *> One Parameter-File record read; the word count named on the
      *> last record read is the one carried into the final report.
       Read-Parameter-Record.
