      *DESCRIPTION: The purchase-order paragraphs that go with the
      *PURCHORD fields, COPYied into the PROCEDURE DIVISION of every
      *program that raises or receives against purchase orders.
      *LOAD-PURCHASE-ORDERS reads PURCHORD.DAT into the table,
      *reporting and dropping a bad line, and sets PO-NEXT-NO one
      *past the highest order number on file; FIND-PURCHASE-ORDER
      *looks up PO-LOOKUP-NO; SAVE-PURCHASE-ORDERS rewrites the file
      *from the table. A caller must not save while PO-FILE-FULL is
      *set, or the orders past the table would be lost; HOUSEKP
      *archives CLOSED orders to make room.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 9, 2025
      *Modification History:
      *2026-02-17: A full file now names HOUSEKP as the remedy.

       LOAD-PURCHASE-ORDERS.
           MOVE 0 TO PO-COUNT.
           MOVE 0 TO PO-FILE-FULL.
           MOVE 1 TO PO-NEXT-NO.
           MOVE 0 TO PURCHORD-EOF.
           OPEN INPUT PURCHORD-FILE.
           IF PURCHORD-FILE-STATUS = "00"
               PERFORM UNTIL PURCHORD-EOF = 1
                   READ PURCHORD-FILE
                       AT END
                           MOVE 1 TO PURCHORD-EOF
                       NOT AT END
                           IF FUNCTION TRIM(PURCHORD-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-PURCHASE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHORD-FILE
           END-IF.
           IF PO-FILE-FULL = 1
               DISPLAY "PURCHORD.DAT holds more than 200 orders - "
                   "only the first 200 were loaded."
               DISPLAY "Run HOUSEKP to archive closed orders "
                   "(LOG=PURCHORD.DAT in RETENTION.CFG)."
           END-IF.

      *Store one line: a 6-digit order number, a material code,
      *quantities that read as numbers and a known status
       LOAD-ONE-PURCHASE-ORDER.
           MOVE PURCHORD-RECORD(34:10) TO PO-ORDERED-TEXT.
           MOVE PURCHORD-RECORD(45:10) TO PO-RECEIVED-TEXT.
           IF PURCHORD-RECORD(1:6) IS NUMERIC
                   AND PURCHORD-RECORD(8:4) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(PO-ORDERED-TEXT) = 0
                   AND FUNCTION TEST-NUMVAL(PO-RECEIVED-TEXT) = 0
                   AND (PURCHORD-RECORD(56:6) = "OPEN"
                   OR PURCHORD-RECORD(56:6) = "PART"
                   OR PURCHORD-RECORD(56:6) = "CLOSED")
               IF PO-COUNT >= 200
                   MOVE 1 TO PO-FILE-FULL
                   MOVE 1 TO PURCHORD-EOF
               ELSE
                   ADD 1 TO PO-COUNT
                   MOVE PURCHORD-RECORD(1:6) TO PO-NO(PO-COUNT)
                   MOVE PURCHORD-RECORD(8:4) TO PO-MAT(PO-COUNT)
                   MOVE PURCHORD-RECORD(13:20)
                       TO PO-SUPPLIER(PO-COUNT)
                   MOVE FUNCTION NUMVAL(PO-ORDERED-TEXT)
                       TO PO-ORDERED(PO-COUNT)
                   MOVE FUNCTION NUMVAL(PO-RECEIVED-TEXT)
                       TO PO-RECEIVED(PO-COUNT)
                   MOVE PURCHORD-RECORD(56:6) TO PO-STATUS(PO-COUNT)
                   MOVE PURCHORD-RECORD(63:8) TO PO-RAISED(PO-COUNT)
                   MOVE PURCHORD-RECORD(72:8)
                       TO PO-RAISED-BY(PO-COUNT)
                   MOVE PURCHORD-RECORD(81:8)
                       TO PO-LAST-RCPT(PO-COUNT)
                   IF PO-NO(PO-COUNT) >= PO-NEXT-NO
                       COMPUTE PO-NEXT-NO = PO-NO(PO-COUNT) + 1
                   END-IF
               END-IF
           ELSE
               DISPLAY "Skipping bad PURCHORD.DAT line: "
                   FUNCTION TRIM(PURCHORD-RECORD)
           END-IF.

       FIND-PURCHASE-ORDER.
           MOVE 0 TO PO-FOUND.
           MOVE 0 TO PO-IDX.
           PERFORM UNTIL PO-FOUND = 1
                   OR PO-IDX >= PO-COUNT
               ADD 1 TO PO-IDX
               IF PO-NO(PO-IDX) = PO-LOOKUP-NO
                   MOVE 1 TO PO-FOUND
               END-IF
           END-PERFORM.

      *Write the table back to PURCHORD.DAT in the fixed layout
       SAVE-PURCHASE-ORDERS.
           OPEN OUTPUT PURCHORD-FILE.
           MOVE "PURCHORD.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO PO-IDX.
           PERFORM UNTIL PO-IDX >= PO-COUNT
               ADD 1 TO PO-IDX
               MOVE SPACES TO PURCHORD-RECORD
               MOVE PO-NO(PO-IDX) TO PURCHORD-RECORD(1:6)
               MOVE PO-MAT(PO-IDX) TO PURCHORD-RECORD(8:4)
               MOVE PO-SUPPLIER(PO-IDX) TO PURCHORD-RECORD(13:20)
               MOVE PO-ORDERED(PO-IDX) TO PO-QTY-DISPLAY
               MOVE PO-QTY-DISPLAY TO PURCHORD-RECORD(34:10)
               MOVE PO-RECEIVED(PO-IDX) TO PO-QTY-DISPLAY
               MOVE PO-QTY-DISPLAY TO PURCHORD-RECORD(45:10)
               MOVE PO-STATUS(PO-IDX) TO PURCHORD-RECORD(56:6)
               MOVE PO-RAISED(PO-IDX) TO PURCHORD-RECORD(63:8)
               MOVE PO-RAISED-BY(PO-IDX) TO PURCHORD-RECORD(72:8)
               MOVE PO-LAST-RCPT(PO-IDX) TO PURCHORD-RECORD(81:8)
               WRITE PURCHORD-RECORD
               MOVE PURCHORD-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE PURCHORD-FILE.
