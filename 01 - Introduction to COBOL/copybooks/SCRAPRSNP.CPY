      *DESCRIPTION: The scrap-reason paragraphs that go with the
      *SCRAPRSN fields, COPYied into the PROCEDURE DIVISION of every
      *program that posts, reports or maintains scrap reasons.
      *LOAD-SCRAP-REASONS reads SCRAPRSN.DAT into the table,
      *reporting and dropping a bad line; FIND-SCRAP-REASON looks up
      *SR-LOOKUP-CODE whatever its status; SAVE-SCRAP-REASONS
      *rewrites the file from the table. A caller must not save while
      *SR-FILE-FULL is set, or the reasons past the table would be
      *lost.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 16, 2025

       LOAD-SCRAP-REASONS.
           MOVE 0 TO SR-COUNT.
           MOVE 0 TO SR-FILE-FULL.
           MOVE 0 TO SCRAPRSN-EOF.
           OPEN INPUT SCRAPRSN-FILE.
           IF SCRAPRSN-FILE-STATUS = "00"
               PERFORM UNTIL SCRAPRSN-EOF = 1
                   READ SCRAPRSN-FILE
                       AT END
                           MOVE 1 TO SCRAPRSN-EOF
                       NOT AT END
                           IF FUNCTION TRIM(SCRAPRSN-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-SCRAP-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRAPRSN-FILE
           END-IF.
           IF SR-FILE-FULL = 1
               DISPLAY "SCRAPRSN.DAT holds more than 30 reasons - "
                   "only the first 30 were loaded."
           END-IF.

      *Store one line: a code, a description and a known status
       LOAD-ONE-SCRAP-REASON.
           IF SCRAPRSN-RECORD(1:4) NOT = SPACES
                   AND SCRAPRSN-RECORD(6:20) NOT = SPACES
                   AND (SCRAPRSN-RECORD(27:1) = "A"
                   OR SCRAPRSN-RECORD(27:1) = "R")
               IF SR-COUNT >= 30
                   MOVE 1 TO SR-FILE-FULL
                   MOVE 1 TO SCRAPRSN-EOF
               ELSE
                   ADD 1 TO SR-COUNT
                   MOVE SCRAPRSN-RECORD(1:4) TO SR-CODE(SR-COUNT)
                   MOVE SCRAPRSN-RECORD(6:20) TO SR-DESC(SR-COUNT)
                   MOVE SCRAPRSN-RECORD(27:1) TO SR-STATUS(SR-COUNT)
               END-IF
           ELSE
               DISPLAY "Skipping bad SCRAPRSN.DAT line: "
                   FUNCTION TRIM(SCRAPRSN-RECORD)
           END-IF.

       FIND-SCRAP-REASON.
           MOVE 0 TO SR-FOUND.
           MOVE 0 TO SR-IDX.
           PERFORM UNTIL SR-FOUND = 1
                   OR SR-IDX >= SR-COUNT
               ADD 1 TO SR-IDX
               IF SR-CODE(SR-IDX) = SR-LOOKUP-CODE
                   MOVE 1 TO SR-FOUND
               END-IF
           END-PERFORM.

      *Write the table back to SCRAPRSN.DAT in the fixed layout
       SAVE-SCRAP-REASONS.
           OPEN OUTPUT SCRAPRSN-FILE.
           MOVE "SCRAPRSN.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO SR-IDX.
           PERFORM UNTIL SR-IDX >= SR-COUNT
               ADD 1 TO SR-IDX
               MOVE SPACES TO SCRAPRSN-RECORD
               MOVE SR-CODE(SR-IDX) TO SCRAPRSN-RECORD(1:4)
               MOVE SR-DESC(SR-IDX) TO SCRAPRSN-RECORD(6:20)
               MOVE SR-STATUS(SR-IDX) TO SCRAPRSN-RECORD(27:1)
               WRITE SCRAPRSN-RECORD
               MOVE SCRAPRSN-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE SCRAPRSN-FILE.
