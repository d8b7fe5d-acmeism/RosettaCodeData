       01  files-listed            PIC 9(3).
       01  files-missing           PIC 9(3).

      *> Each receipted file and the manifest itself go on the
      *> lineage register, so a bad input can be traced through to
      *> the deliveries built from it.
       01  lineage-run-stamp       PIC X(14).
       01  lineage-program         PIC X(20)
                                    VALUE "outbound-manifest".
       01  lineage-direction       PIC X(3).
       01  lineage-file-name       PIC X(64).

       PROCEDURE DIVISION.

       outbound-manifest-main.
               CURRENT-DATE (7:2) INTO run-date-stamp
           END-STRING
           MOVE CURRENT-DATE (9:6) TO run-time-stamp
           MOVE CURRENT-DATE (1:14) TO lineage-run-stamp

           PERFORM UNTIL outbound-list-eof
               READ outbound-list-file

           CLOSE outbound-list-file
           CLOSE manifest-out-file
           MOVE "OUT" TO lineage-direction
           MOVE "outbound-manifest.txt" TO lineage-file-name
           PERFORM record-lineage

           DISPLAY "outbound-manifest: " files-listed " file(s) "
               "receipted, " files-missing " missing."
               INTO manifest-out-line
           END-STRING
           WRITE manifest-out-line
           MOVE "IN " TO lineage-direction
           MOVE outbound-data-name TO lineage-file-name
           PERFORM record-lineage
           .

       record-lineage.
           CALL "lineage-record" USING lineage-run-stamp,
               lineage-program, lineage-direction, lineage-file-name
           .

       count-and-checksum-file.
