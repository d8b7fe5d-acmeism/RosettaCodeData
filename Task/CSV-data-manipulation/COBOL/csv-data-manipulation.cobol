            SELECT Lookup-File ASSIGN TO "csv.lookup.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Lookup-Status.
      *> Cross-tab output for pivot mode: row keys down the side,
      *> column keys across the top, totals on both edges.
            SELECT Pivot-File ASSIGN TO "csv.pivot.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Pivot-Status.
      *> The grid's cells carried between append-mode runs, the
      *> same way the totals carryforward keeps the TOTAL line
      *> cumulative, so the pivot's grand total still ties to it.
            SELECT OPTIONAL Pivot-Carryforward-File
                 ASSIGN TO "csv.pivot.carryforward.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS Pivot-Carryforward-Status.


       DATA DIVISION.
      *> join off.
           05  FILLER               PIC X.
           05  Ctl-Lookup-Col       PIC 9.
      *> Optional pivot: row-key column, column-key column, value
      *> column (zero takes the row's aggregate) and the most
      *> distinct column keys the grid may carry before the rest
      *> fold into an (OTHER) column.  Both key columns non-zero
      *> turn the cross-tab on; an old-format record leaves it off.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Row-Col    PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Col-Col    PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Value-Col  PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Max-Cols   PIC 99.

       FD  Totals-Carryforward-File
           DATA RECORD IS Totals-Carryforward-Record.
           DATA RECORD IS Lookup-Record.
       01  Lookup-Record PIC X(80).

       FD  Pivot-File
           DATA RECORD IS Pivot-Line.
       01  Pivot-Line PIC X(300).

      *> "C" lines name the column keys and "R" lines the row keys,
      *> each in first-seen order; "V" lines carry one cell.
       FD  Pivot-Carryforward-File
           DATA RECORD IS Pivot-Carryforward-Record.
       01  Pivot-Carryforward-Record.
           05  Pcf-Type             PIC X.
           05  FILLER               PIC X.
           05  Pcf-Row-Key          PIC X(10).
           05  FILLER               PIC X.
           05  Pcf-Col-Key          PIC X(10).
           05  FILLER               PIC X.
           05  Pcf-Value            PIC 9(9).

       WORKING-STORAGE SECTION.

       01 Lookup-Status         PIC XX.
           88 Lookup-File-Is-Ok VALUES '00' THRU '09'.

       01 Pivot-Status          PIC XX.
           88 Pivot-File-Is-Ok  VALUES '00' THRU '09'.
       01 Pivot-Carryforward-Status PIC XX.
           88 Pivot-Carryforward-Is-Ok VALUES '00' THRU '09'.

       01 Totals-Carryforward-Status PIC XX.
           88 Totals-Carryforward-Is-Ok VALUES '00' THRU '09'.

       01  Grp-Rows-Edited          PIC Z(6)9.
       01  Grp-Total-Edited         PIC Z(8)9.

      *> Pivot mode: the cost-centre-by-period grid finance kept
      *> building by hand from the group-by output.  Up to 100 row
      *> keys and CSV-Pivot-Max-Cols column keys (never more than
      *> 20); a key past either limit lands in the (OTHER) row or
      *> column, so no value is ever dropped from the totals.
       01  CSV-Pivot-Row-Col        PIC 9     VALUE ZERO.
       01  CSV-Pivot-Col-Col        PIC 9     VALUE ZERO.
       01  CSV-Pivot-Value-Col      PIC 9     VALUE ZERO.
           88 Pivot-Value-Is-Aggregate
                                     VALUE ZERO.
       01  CSV-Pivot-Max-Cols       PIC 99    VALUE 12.
       01  Pivot-Mode-Flag          PIC X     VALUE 'N'.
           88 Pivot-Wanted          VALUE 'Y'.
       01  Pivot-Other-Key          PIC X(10) VALUE "(OTHER)".
       01  Pivot-Row-Count          PIC 9(3)  VALUE ZERO.
       01  Pivot-Col-Count          PIC 99    VALUE ZERO.
       01  Pivot-Col-Table.
           05  Pivot-Col-Entry      OCCURS 21 TIMES
                                     INDEXED BY Pivot-Col-Idx.
               10  Pvc-Key          PIC X(10).
               10  Pvc-Total        PIC 9(9).
       01  Pivot-Row-Table.
           05  Pivot-Row-Entry      OCCURS 101 TIMES
                                     INDEXED BY Pivot-Row-Idx.
               10  Pvr-Key          PIC X(10).
               10  Pvr-Total        PIC 9(9).
               10  Pvr-Cell         PIC 9(9)  OCCURS 21 TIMES.
       01  Pivot-Grand-Total        PIC 9(9)  VALUE ZERO.
       01  Pivot-Row-Key            PIC X(10).
       01  Pivot-Col-Key            PIC X(10).
       01  Pivot-Value              PIC 9(9).
       01  Pivot-Cell-Edited        PIC Z(8)9.
       01  Pivot-Line-Pos           PIC 9(3).

      *> Raw text captured before the numeric MOVE, so a short row or a
      *> non-numeric field can be detected and reported instead of
      *> UNSTRING silently truncating or COMPUTE summing garbage.
           END-IF
           IF Append-Mode
               PERFORM Load-Carryforward-Totals
               IF Pivot-Wanted
                   PERFORM Load-Pivot-Carryforward
               END-IF
           END-IF
           OPEN INPUT  CSV-File
           PERFORM Open-Out-File
           END-IF
           PERFORM Write-Trailer
           PERFORM Save-Carryforward-Totals
           IF Pivot-Wanted
               PERFORM Write-Pivot-File
               PERFORM Save-Pivot-Carryforward
           END-IF
           CLOSE CSV-File
           CLOSE Out-File
           CLOSE Reject-File

       Save-Carryforward-Totals.
           OPEN OUTPUT Totals-Carryforward-File
           MOVE SPACES      TO Totals-Carryforward-Record
           MOVE Row-Count   TO Tcf-Row-Count
           MOVE Grand-Total TO Tcf-Grand-Total
           WRITE Totals-Carryforward-Record
           END-IF
           IF Ctl-Lookup-Col NUMERIC
               MOVE Ctl-Lookup-Col TO CSV-Lookup-Col
           END-IF
           IF Ctl-Pivot-Row-Col NUMERIC AND Ctl-Pivot-Col-Col NUMERIC
               AND Ctl-Pivot-Row-Col NOT = 0
               AND Ctl-Pivot-Col-Col NOT = 0
               PERFORM Apply-Pivot-Settings
           END-IF.

       Apply-Pivot-Settings.
           SET Pivot-Wanted TO TRUE
           MOVE Ctl-Pivot-Row-Col TO CSV-Pivot-Row-Col
           MOVE Ctl-Pivot-Col-Col TO CSV-Pivot-Col-Col
           IF Ctl-Pivot-Value-Col NUMERIC
               MOVE Ctl-Pivot-Value-Col TO CSV-Pivot-Value-Col
           END-IF
           IF Ctl-Pivot-Max-Cols NUMERIC
                   AND Ctl-Pivot-Max-Cols NOT = 0
               MOVE Ctl-Pivot-Max-Cols TO CSV-Pivot-Max-Cols
           END-IF
           IF CSV-Pivot-Max-Cols > 20
               DISPLAY "CSV: pivot limited to 20 column keys - "
                   "the rest are totalled under (OTHER)."
               MOVE 20 TO CSV-Pivot-Max-Cols
           END-IF.

       Collect-One-Selected-Col.
                    MOVE CSV-Selected-Cols (J) TO I
                    PERFORM Validate-One-Column
                END-PERFORM
      *>        a pivot value column outside the aggregate's columns
      *>        must be numeric too, or its cell would total garbage
                IF Pivot-Wanted AND NOT Pivot-Value-Is-Aggregate
                    MOVE CSV-Pivot-Value-Col TO I
                    PERFORM Validate-One-Column
                END-IF
            END-IF

            IF Row-Is-Valid AND Lookup-Wanted
                IF Group-By-Wanted
                    PERFORM Fold-Row-Into-Group
                END-IF
                IF Pivot-Wanted
                    PERFORM Fold-Row-Into-Pivot
                END-IF
                PERFORM Write-Data-Row
            END-IF.

            ADD 1 TO Grp-Rows (Group-Idx)
            ADD CSV-Sum-Value TO Grp-Total (Group-Idx).

      *> The cell value is the row's aggregate - the SUM column the
      *> row carries in new.csv.txt, so the grid's grand total is
      *> the TOTAL trailer's - unless the control record names a
      *> value column of its own.
        Fold-Row-Into-Pivot.
            MOVE CSV-Raw-Col (CSV-Pivot-Row-Col) TO Pivot-Row-Key
            MOVE CSV-Raw-Col (CSV-Pivot-Col-Col) TO Pivot-Col-Key
            IF Pivot-Value-Is-Aggregate
                MOVE CSV-Sum-Value TO Pivot-Value
            ELSE
                MOVE CSV-Col (CSV-Pivot-Value-Col) TO Pivot-Value
            END-IF
            PERFORM Add-Value-To-Pivot.

        Add-Value-To-Pivot.
            PERFORM Find-Pivot-Row
            PERFORM Find-Pivot-Column
            ADD Pivot-Value TO Pvr-Cell (Pivot-Row-Idx, Pivot-Col-Idx)
            ADD Pivot-Value TO Pvr-Total (Pivot-Row-Idx)
            ADD Pivot-Value TO Pvc-Total (Pivot-Col-Idx)
            ADD Pivot-Value TO Pivot-Grand-Total.

      *> Leaves Pivot-Row-Idx on Pivot-Row-Key's row, adding it when
      *> new - or on the (OTHER) row once 100 keys are in use.
        Find-Pivot-Row.
            PERFORM VARYING Pivot-Row-Idx FROM 1 BY 1
                    UNTIL Pivot-Row-Idx > Pivot-Row-Count
                IF Pvr-Key (Pivot-Row-Idx) = Pivot-Row-Key
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF Pivot-Row-Count NOT < 100
                MOVE Pivot-Other-Key TO Pivot-Row-Key
                PERFORM VARYING Pivot-Row-Idx FROM 1 BY 1
                        UNTIL Pivot-Row-Idx > Pivot-Row-Count
                    IF Pvr-Key (Pivot-Row-Idx) = Pivot-Row-Key
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM
            END-IF
            ADD 1 TO Pivot-Row-Count
            SET Pivot-Row-Idx TO Pivot-Row-Count
            INITIALIZE Pivot-Row-Entry (Pivot-Row-Idx)
            MOVE Pivot-Row-Key TO Pvr-Key (Pivot-Row-Idx).

      *> Same for the column keys, against the configured maximum.
        Find-Pivot-Column.
            PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                    UNTIL Pivot-Col-Idx > Pivot-Col-Count
                IF Pvc-Key (Pivot-Col-Idx) = Pivot-Col-Key
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF Pivot-Col-Count NOT < CSV-Pivot-Max-Cols
                MOVE Pivot-Other-Key TO Pivot-Col-Key
                PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                        UNTIL Pivot-Col-Idx > Pivot-Col-Count
                    IF Pvc-Key (Pivot-Col-Idx) = Pivot-Col-Key
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM
            END-IF
            ADD 1 TO Pivot-Col-Count
            SET Pivot-Col-Idx TO Pivot-Col-Count
            MOVE Pivot-Col-Key TO Pvc-Key (Pivot-Col-Idx)
            MOVE ZERO TO Pvc-Total (Pivot-Col-Idx).

      *> The RFC-style field split itself lives in csv-parse-fields
      *> below, shared with the reject-resubmission program, so the
      *> two can never drift apart on what a valid row looks like.
            WRITE Out-Line.
            MOVE SPACES TO Out-Line.

      *> Header of column keys, one line per row key with its row
      *> total, and a TOTAL line of column totals ending in the
      *> grand total - the TOTAL trailer's figure when the cells
      *> hold the row aggregate.
        Write-Pivot-File.
            OPEN OUTPUT Pivot-File
            IF NOT Pivot-File-Is-Ok
                DISPLAY "CSV: csv.pivot.txt could not be opened - "
                    "no cross-tab written."
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO Pivot-Line
            MOVE 1 TO Pivot-Line-Pos
            STRING "ROW-KEY" DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                    UNTIL Pivot-Col-Idx > Pivot-Col-Count
                STRING "," TRIM(Pvc-Key (Pivot-Col-Idx))
                    DELIMITED BY SIZE
                    INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            END-PERFORM
            STRING ",TOTAL" DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            WRITE Pivot-Line

            PERFORM VARYING Pivot-Row-Idx FROM 1 BY 1
                    UNTIL Pivot-Row-Idx > Pivot-Row-Count
                PERFORM Write-One-Pivot-Row
            END-PERFORM

            MOVE SPACES TO Pivot-Line
            MOVE 1 TO Pivot-Line-Pos
            STRING "TOTAL" DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                    UNTIL Pivot-Col-Idx > Pivot-Col-Count
                MOVE Pvc-Total (Pivot-Col-Idx) TO Pivot-Cell-Edited
                STRING "," TRIM(Pivot-Cell-Edited)
                    DELIMITED BY SIZE
                    INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            END-PERFORM
            MOVE Pivot-Grand-Total TO Pivot-Cell-Edited
            STRING "," TRIM(Pivot-Cell-Edited) DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            WRITE Pivot-Line
            CLOSE Pivot-File

            IF Pivot-Value-Is-Aggregate
                    AND Pivot-Grand-Total NOT = Grand-Total
                DISPLAY "CSV: pivot grand total " Pivot-Grand-Total
                    " does not match the TOTAL trailer "
                    Grand-Total "."
            END-IF.

        Write-One-Pivot-Row.
            MOVE SPACES TO Pivot-Line
            MOVE 1 TO Pivot-Line-Pos
            STRING TRIM(Pvr-Key (Pivot-Row-Idx)) DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                    UNTIL Pivot-Col-Idx > Pivot-Col-Count
                MOVE Pvr-Cell (Pivot-Row-Idx, Pivot-Col-Idx)
                    TO Pivot-Cell-Edited
                STRING "," TRIM(Pivot-Cell-Edited)
                    DELIMITED BY SIZE
                    INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            END-PERFORM
            MOVE Pvr-Total (Pivot-Row-Idx) TO Pivot-Cell-Edited
            STRING "," TRIM(Pivot-Cell-Edited) DELIMITED BY SIZE
                INTO Pivot-Line WITH POINTER Pivot-Line-Pos
            WRITE Pivot-Line.

      *> Only append mode reloads the grid, as with the totals; the
      *> keys come back in their first-seen order before any cell
      *> is folded in again.
        Load-Pivot-Carryforward.
            OPEN INPUT Pivot-Carryforward-File
            IF NOT Pivot-Carryforward-Is-Ok
                EXIT PARAGRAPH
            END-IF
            MOVE 'F' TO Eof
            PERFORM UNTIL Eof = 'T'
                READ Pivot-Carryforward-File
                    AT END MOVE 'T' TO Eof
                END-READ
                IF Eof NOT = 'T'
                    EVALUATE Pcf-Type
                        WHEN "R"
                            MOVE Pcf-Row-Key TO Pivot-Row-Key
                            PERFORM Find-Pivot-Row
                        WHEN "C"
                            MOVE Pcf-Col-Key TO Pivot-Col-Key
                            PERFORM Find-Pivot-Column
                        WHEN "V"
                            MOVE Pcf-Row-Key TO Pivot-Row-Key
                            MOVE Pcf-Col-Key TO Pivot-Col-Key
                            MOVE Pcf-Value TO Pivot-Value
                            PERFORM Add-Value-To-Pivot
                    END-EVALUATE
                END-IF
            END-PERFORM
            MOVE 'F' TO Eof
            CLOSE Pivot-Carryforward-File.

        Save-Pivot-Carryforward.
            OPEN OUTPUT Pivot-Carryforward-File
            PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                    UNTIL Pivot-Col-Idx > Pivot-Col-Count
                MOVE SPACES TO Pivot-Carryforward-Record
                MOVE "C" TO Pcf-Type
                MOVE Pvc-Key (Pivot-Col-Idx) TO Pcf-Col-Key
                MOVE ZERO TO Pcf-Value
                WRITE Pivot-Carryforward-Record
            END-PERFORM
            PERFORM VARYING Pivot-Row-Idx FROM 1 BY 1
                    UNTIL Pivot-Row-Idx > Pivot-Row-Count
                MOVE SPACES TO Pivot-Carryforward-Record
                MOVE "R" TO Pcf-Type
                MOVE Pvr-Key (Pivot-Row-Idx) TO Pcf-Row-Key
                MOVE ZERO TO Pcf-Value
                WRITE Pivot-Carryforward-Record
            END-PERFORM
            PERFORM VARYING Pivot-Row-Idx FROM 1 BY 1
                    UNTIL Pivot-Row-Idx > Pivot-Row-Count
                PERFORM VARYING Pivot-Col-Idx FROM 1 BY 1
                        UNTIL Pivot-Col-Idx > Pivot-Col-Count
                    IF Pvr-Cell (Pivot-Row-Idx, Pivot-Col-Idx) > 0
                        MOVE SPACES TO Pivot-Carryforward-Record
                        MOVE "V" TO Pcf-Type
                        MOVE Pvr-Key (Pivot-Row-Idx) TO Pcf-Row-Key
                        MOVE Pvc-Key (Pivot-Col-Idx) TO Pcf-Col-Key
                        MOVE Pvr-Cell (Pivot-Row-Idx, Pivot-Col-Idx)
                            TO Pcf-Value
                        WRITE Pivot-Carryforward-Record
                    END-IF
                END-PERFORM
            END-PERFORM
            CLOSE Pivot-Carryforward-File.

       END PROGRAM CSV.

       IDENTIFICATION DIVISION.
      *> join off.
           05  FILLER               PIC X.
           05  Ctl-Lookup-Col       PIC 9.
      *> Optional pivot: row-key column, column-key column, value
      *> column (zero takes the row's aggregate) and the most
      *> distinct column keys the grid may carry before the rest
      *> fold into an (OTHER) column.  Both key columns non-zero
      *> turn the cross-tab on; an old-format record leaves it off.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Row-Col    PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Col-Col    PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Value-Col  PIC 9.
           05  FILLER               PIC X.
           05  Ctl-Pivot-Max-Cols   PIC 99.

       FD  Totals-Carryforward-File
           DATA RECORD IS Totals-Carryforward-Record.

       Save-Carryforward-Totals.
           OPEN OUTPUT Totals-Carryforward-File
           MOVE SPACES      TO Totals-Carryforward-Record
           MOVE Row-Count   TO Tcf-Row-Count
           MOVE Grand-Total TO Tcf-Grand-Total
           WRITE Totals-Carryforward-Record
