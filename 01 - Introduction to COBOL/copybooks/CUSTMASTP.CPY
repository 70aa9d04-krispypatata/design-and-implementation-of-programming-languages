      *DESCRIPTION: The customer-master paragraphs that go with the
      *CUSTMAST fields, COPYied into the PROCEDURE DIVISION of every
      *program that quotes, rolls up or maintains customers.
      *LOAD-CUSTOMER-MASTER reads CUSTMAST.DAT into the table,
      *reporting and dropping a bad line; FIND-CUSTOMER looks up
      *CUST-LOOKUP-NO; PRICE-FOR-CUSTOMER turns a material cost into
      *a selling price. The discount tiers are the shop's standing
      *terms: tier 1 takes 2.5% off, tier 2 5%, tier 3 10%, tier 0
      *nothing.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 28, 2025
      *Modification History:
      *2026-02-17: A negative or out-of-range markup is now a bad
      *            line, instead of losing its sign on the load.

       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUSTOMER-COUNT.
           MOVE 0 TO CUSTOMER-MASTER-FULL.
           MOVE 0 TO CUSTMAST-EOF.
           OPEN INPUT CUSTMAST-FILE.
           IF CUSTMAST-FILE-STATUS = "00"
               PERFORM UNTIL CUSTMAST-EOF = 1
                   READ CUSTMAST-FILE
                       AT END
                           MOVE 1 TO CUSTMAST-EOF
                       NOT AT END
                           IF FUNCTION TRIM(CUSTMAST-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTMAST-FILE
           END-IF.
           IF CUSTOMER-MASTER-FULL = 1
               DISPLAY "CUSTMAST.DAT holds more than 100 customers - "
                   "only the first 100 were loaded."
           END-IF.

      *Store one line: a 6-digit number, a name, a markup that reads
      *as a number within 0-999.99, and a tier of 0-3
       LOAD-ONE-CUSTOMER.
           MOVE CUSTMAST-RECORD(70:6) TO CUST-MARKUP-TEXT.
           IF CUSTMAST-RECORD(1:6) IS NUMERIC
                   AND CUSTMAST-RECORD(8:20) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(CUST-MARKUP-TEXT) = 0
                   AND FUNCTION NUMVAL(CUST-MARKUP-TEXT) >= 0
                   AND FUNCTION NUMVAL(CUST-MARKUP-TEXT) <= 999.99
                   AND CUSTMAST-RECORD(77:1) >= "0"
                   AND CUSTMAST-RECORD(77:1) <= "3"
               IF CUSTOMER-COUNT >= 100
                   MOVE 1 TO CUSTOMER-MASTER-FULL
                   MOVE 1 TO CUSTMAST-EOF
               ELSE
                   ADD 1 TO CUSTOMER-COUNT
                   MOVE CUSTMAST-RECORD(1:6) TO CM-NO(CUSTOMER-COUNT)
                   MOVE CUSTMAST-RECORD(8:20)
                       TO CM-NAME(CUSTOMER-COUNT)
                   MOVE CUSTMAST-RECORD(29:40)
                       TO CM-ADDR(CUSTOMER-COUNT)
                   MOVE FUNCTION NUMVAL(CUST-MARKUP-TEXT)
                       TO CM-MARKUP(CUSTOMER-COUNT)
                   MOVE CUSTMAST-RECORD(77:1)
                       TO CM-TIER(CUSTOMER-COUNT)
                   MOVE CUSTMAST-RECORD(79:8)
                       TO CM-TERMS(CUSTOMER-COUNT)
               END-IF
           ELSE
               DISPLAY "Skipping bad CUSTMAST.DAT line: "
                   FUNCTION TRIM(CUSTMAST-RECORD)
           END-IF.

       FIND-CUSTOMER.
           MOVE 0 TO CUSTOMER-FOUND.
           MOVE 0 TO CUSTOMER-IDX.
           PERFORM UNTIL CUSTOMER-FOUND = 1
                   OR CUSTOMER-IDX >= CUSTOMER-COUNT
               ADD 1 TO CUSTOMER-IDX
               IF CM-NO(CUSTOMER-IDX) = CUST-LOOKUP-NO
                   MOVE 1 TO CUSTOMER-FOUND
               END-IF
           END-PERFORM.

      *Cost plus markup, less the tier discount on the marked-up
      *figure, each step rounded to the cent
       PRICE-FOR-CUSTOMER.
           EVALUATE SELL-TIER
               WHEN 1
                   MOVE 2.50 TO SELL-DISC-PCT
               WHEN 2
                   MOVE 5.00 TO SELL-DISC-PCT
               WHEN 3
                   MOVE 10.00 TO SELL-DISC-PCT
               WHEN OTHER
                   MOVE 0 TO SELL-DISC-PCT
           END-EVALUATE.
           COMPUTE SELL-MARKUP-AMT ROUNDED =
               SELL-COST * SELL-MARKUP-PCT / 100.
           COMPUTE SELL-DISC-AMT ROUNDED =
               (SELL-COST + SELL-MARKUP-AMT) * SELL-DISC-PCT / 100.
           COMPUTE SELL-PRICE =
               SELL-COST + SELL-MARKUP-AMT - SELL-DISC-AMT.
