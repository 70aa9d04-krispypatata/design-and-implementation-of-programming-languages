      *DESCRIPTION: Maintenance program for the CUSTMAST.DAT
      *customer master, in the spirit of what MATMAINT does for the
      *price master. Every customer carries a number, name, address,
      *markup percentage, discount tier and payment terms; JOBMAST
      *jobs point at the number, and the area program's quotes,
      *QUOTEREG and JOBRPT price a customer's work as cost, markup
      *and selling price from this file instead of from whatever
      *markup the salesperson remembers. Lists the master, shows one
      *customer with a worked example of their pricing, adds
      *customers under the next free number, and changes the name,
      *address and terms. A markup or tier change moves every
      *future selling price for that customer, so it needs a
      *supervisor sign-on (OPER-ROLE "S"). Save rewrites
      *CUSTMAST.DAT in the fixed layout the CUSTMAST copybook
      *describes.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 28, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A markup is range-checked on the number keyed,
      *            before it is moved anywhere, so an oversized entry
      *            is refused instead of losing its high-order digits
      *            and passing as a small markup.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "SESSION.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-FILE-STATUS.
           SELECT LOGDIR-FILE ASSIGN TO "LOGDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOGDIR-KEY
               ALTERNATE RECORD KEY IS LOGDIR-LOG-KEY
               FILE STATUS IS LOGDIR-FILE-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT CLOSECTL-FILE ASSIGN TO "CLOSECTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Layout described in the CUSTMAST copybook
       FD CUSTMAST-FILE.
       01 CUSTMAST-RECORD PIC X(100).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(120).

       FD LOCK-FILE.
       01 LOCK-RECORD PIC X(60).

       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       FD CLOSECTL-FILE.
       01 CLOSECTL-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       COPY MENUFLDS.
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY CUSTMAST.

       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 SAVED-CHANGES PIC 9 VALUE 1.

      *Entry fields, each read raw and validated before it is
      *trusted
       77 CUST-NO-INPUT PIC X(10).
       77 CUST-NAME-INPUT PIC X(30).
       77 CUST-ADDR-INPUT PIC X(50).
       77 CUST-TERMS-INPUT PIC X(12).
       77 MARKUP-INPUT PIC X(10).
       77 MARKUP-NUMERIC PIC 9(5)V9(4) VALUE 0.
       77 TIER-INPUT PIC X(5).
       77 ENTRY-OK PIC 9 VALUE 0.
       77 ENTRY-NAME PIC X(20) VALUE SPACES.
       77 ENTRY-ADDR PIC X(40) VALUE SPACES.
       77 ENTRY-TERMS PIC X(8) VALUE SPACES.
       77 ENTRY-MARKUP PIC 9(3)V9(2) VALUE 0.
       77 ENTRY-TIER PIC 9 VALUE 0.
       77 NEXT-CUST-NO PIC 9(6) VALUE 0.
       77 CUST-NO-NUMERIC PIC 9(6) VALUE 0.
       77 CUSTOMER-COUNT-DISPLAY PIC ZZ9.

      *A worked example priced for the customer shown, so the desk
      *can see what the markup and tier do to a cost of 1000.00
       77 EXAMPLE-DISPLAY PIC Z(10)9.9(2).
       77 PCT-DISPLAY PIC Z9.9(2).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "CUSTMAINT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "CUSTMAINT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "CUSTMAINT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-FULL = 1
               DISPLAY "Maintenance refused so nothing is lost."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE CUSTOMER-COUNT TO CUSTOMER-COUNT-DISPLAY
               DISPLAY "Loaded "
                   FUNCTION TRIM(CUSTOMER-COUNT-DISPLAY)
                   " customer(s)."
               PERFORM MAINT-MENU UNTIL MENU-EXITED = 1
           END-IF.

           IF SAVED-CHANGES = 0
               DISPLAY "Warning: changes were made but not saved."
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           IF HAD-INVALID-INPUT = 1
               MOVE "INVALID-INPUT" TO RUNLOG-REASON
           ELSE
               MOVE "NORMAL" TO RUNLOG-REASON
           END-IF.
           PERFORM LOG-RUN-EVENT.

           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so maintenance sessions show up in the
      *same consolidated daily log as the other programs' runs
       LOG-RUN-EVENT.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
               CLOSE RUNLOG-FILE
               OPEN EXTEND RUNLOG-FILE
           ELSE
               OPEN OUTPUT RUNLOG-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO RUNLOG-TIMESTAMP.
           MOVE SPACES TO RUNLOG-LINE.
           STRING
               "PROGRAM=" RUNLOG-PROGRAM
               " EVENT=" RUNLOG-EVENT
               " DATE=" RUNLOG-TIMESTAMP(1:8)
               " TIME=" RUNLOG-TIMESTAMP(9:6)
               " REASON=" RUNLOG-REASON
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO RUNLOG-LINE.
           MOVE RUNLOG-LINE TO RUNLOG-RECORD.
           WRITE RUNLOG-RECORD.
           MOVE "RUNLOG.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *One trip around the maintenance menu. A markup or tier change
      *is gated on the sign-on role the way JOBMAINT gates closing a
      *job.
       MAINT-MENU.
           DISPLAY "[1] List customers  [2] Show customer  "
               "[3] Add customer".
           DISPLAY "[4] Change name/address/terms  "
               "[5] Change markup/tier  [6] Save  (0 to exit): "
               WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-CUSTOMERS
                   WHEN 2
                       PERFORM SHOW-CUSTOMER
                   WHEN 3
                       PERFORM ADD-CUSTOMER
                   WHEN 4
                       PERFORM CHANGE-CUSTOMER-DETAILS
                   WHEN 5
                       IF OPER-ROLE = "S"
                           PERFORM CHANGE-CUSTOMER-PRICING
                       ELSE
                           DISPLAY "Changing a markup or tier needs "
                               "a supervisor sign-on."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   WHEN 6
                       PERFORM SAVE-CUSTOMERS
                   WHEN 0
                       MOVE 1 TO MENU-EXITED
                   WHEN OTHER
                       DISPLAY "Invalid choice."
                       MOVE 1 TO HAD-INVALID-INPUT
               END-EVALUATE
           ELSE
               DISPLAY "Invalid choice."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           DISPLAY " ".

       LIST-CUSTOMERS.
           IF CUSTOMER-COUNT = 0
               DISPLAY "The customer master is empty."
           ELSE
               DISPLAY "NUMBER  NAME                  MARKUP  TIER  "
                   "TERMS"
               MOVE 0 TO CUSTOMER-IDX
               PERFORM UNTIL CUSTOMER-IDX >= CUSTOMER-COUNT
                   ADD 1 TO CUSTOMER-IDX
                   MOVE CM-MARKUP(CUSTOMER-IDX) TO CUST-MARKUP-DISPLAY
                   DISPLAY CM-NO(CUSTOMER-IDX) "  "
                       CM-NAME(CUSTOMER-IDX) "  "
                       CUST-MARKUP-DISPLAY "%  "
                       CM-TIER(CUSTOMER-IDX) "     "
                       CM-TERMS(CUSTOMER-IDX)
               END-PERFORM
           END-IF.

      *Ask for a customer number and find it on the master
       GET-EXISTING-CUSTOMER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT CUST-NO-INPUT.
           IF FUNCTION TRIM(CUST-NO-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(CUST-NO-INPUT))
                   <= 6
               MOVE FUNCTION NUMVAL(CUST-NO-INPUT) TO CUST-NO-NUMERIC
               MOVE CUST-NO-NUMERIC TO CUST-LOOKUP-NO
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-FOUND = 1
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Customer " CUST-LOOKUP-NO
                       " is not on the customer master."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           ELSE
               DISPLAY "Customer number must be 1-6 digits."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Everything on file for one customer, and what their markup
      *and tier make of a 1000.00 cost
       SHOW-CUSTOMER.
           PERFORM GET-EXISTING-CUSTOMER.
           IF ENTRY-OK = 1
               DISPLAY "CUSTOMER " CM-NO(CUSTOMER-IDX) "  "
                   FUNCTION TRIM(CM-NAME(CUSTOMER-IDX))
               DISPLAY "ADDRESS  " FUNCTION TRIM(CM-ADDR(CUSTOMER-IDX))
               DISPLAY "TERMS    " CM-TERMS(CUSTOMER-IDX)
               MOVE 1000 TO SELL-COST
               MOVE CM-MARKUP(CUSTOMER-IDX) TO SELL-MARKUP-PCT
               MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
               PERFORM PRICE-FOR-CUSTOMER
               MOVE SELL-MARKUP-PCT TO CUST-MARKUP-DISPLAY
               MOVE SELL-DISC-PCT TO PCT-DISPLAY
               DISPLAY "MARKUP   " FUNCTION TRIM(CUST-MARKUP-DISPLAY)
                   "%  TIER " SELL-TIER " ("
                   FUNCTION TRIM(PCT-DISPLAY) "% discount)"
               MOVE SELL-PRICE TO EXAMPLE-DISPLAY
               DISPLAY "A COST OF 1000.00 SELLS AT "
                   FUNCTION TRIM(EXAMPLE-DISPLAY LEADING)
           END-IF.

      *A new customer under the next number after the highest on
      *file, so a number is never reused
       ADD-CUSTOMER.
           MOVE 1 TO ENTRY-OK.
           IF CUSTOMER-COUNT >= 100
               DISPLAY "Customer master is full (100 customers)."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-NAME
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-ADDRESS
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-TERMS
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-MARKUP
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-TIER
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO NEXT-CUST-NO
               MOVE 0 TO CUSTOMER-IDX
               PERFORM UNTIL CUSTOMER-IDX >= CUSTOMER-COUNT
                   ADD 1 TO CUSTOMER-IDX
                   IF CM-NO(CUSTOMER-IDX) > NEXT-CUST-NO
                       MOVE CM-NO(CUSTOMER-IDX) TO NEXT-CUST-NO
                   END-IF
               END-PERFORM
               ADD 1 TO NEXT-CUST-NO
               ADD 1 TO CUSTOMER-COUNT
               MOVE CUSTOMER-COUNT TO CUSTOMER-IDX
               MOVE NEXT-CUST-NO TO CM-NO(CUSTOMER-IDX)
               MOVE ENTRY-NAME TO CM-NAME(CUSTOMER-IDX)
               MOVE ENTRY-ADDR TO CM-ADDR(CUSTOMER-IDX)
               MOVE ENTRY-TERMS TO CM-TERMS(CUSTOMER-IDX)
               MOVE ENTRY-MARKUP TO CM-MARKUP(CUSTOMER-IDX)
               MOVE ENTRY-TIER TO CM-TIER(CUSTOMER-IDX)
               MOVE 0 TO SAVED-CHANGES
               DISPLAY "Added customer " CM-NO(CUSTOMER-IDX) "."
           END-IF.

      *Name, address and terms of an existing customer; blank keeps
      *what is on file
       CHANGE-CUSTOMER-DETAILS.
           PERFORM GET-EXISTING-CUSTOMER.
           IF ENTRY-OK = 1
               DISPLAY "Name [" FUNCTION TRIM(CM-NAME(CUSTOMER-IDX))
                   "] (blank to keep): " WITH NO ADVANCING
               ACCEPT CUST-NAME-INPUT
               IF FUNCTION TRIM(CUST-NAME-INPUT) NOT = SPACES
                   IF FUNCTION LENGTH(FUNCTION TRIM(CUST-NAME-INPUT))
                           <= 20
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CUST-NAME-INPUT)) TO CM-NAME(CUSTOMER-IDX)
                       MOVE 0 TO SAVED-CHANGES
                   ELSE
                       DISPLAY "Name must be 1-20 characters - kept."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
               DISPLAY "Address (blank to keep): " WITH NO ADVANCING
               ACCEPT CUST-ADDR-INPUT
               IF FUNCTION TRIM(CUST-ADDR-INPUT) NOT = SPACES
                   IF FUNCTION LENGTH(FUNCTION TRIM(CUST-ADDR-INPUT))
                           <= 40
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CUST-ADDR-INPUT)) TO CM-ADDR(CUSTOMER-IDX)
                       MOVE 0 TO SAVED-CHANGES
                   ELSE
                       DISPLAY "Address must be 1-40 characters - "
                           "kept."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
               DISPLAY "Terms [" FUNCTION TRIM(CM-TERMS(CUSTOMER-IDX))
                   "] (blank to keep): " WITH NO ADVANCING
               ACCEPT CUST-TERMS-INPUT
               IF FUNCTION TRIM(CUST-TERMS-INPUT) NOT = SPACES
                   IF FUNCTION LENGTH(FUNCTION TRIM(CUST-TERMS-INPUT))
                           <= 8
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           CUST-TERMS-INPUT)) TO CM-TERMS(CUSTOMER-IDX)
                       MOVE 0 TO SAVED-CHANGES
                   ELSE
                       DISPLAY "Terms must be 1-8 characters - kept."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
               DISPLAY "Customer " CM-NO(CUSTOMER-IDX) " updated."
           END-IF.

      *A new markup and tier for an existing customer - every quote
      *and roll-up from here on prices their work differently
       CHANGE-CUSTOMER-PRICING.
           PERFORM GET-EXISTING-CUSTOMER.
           IF ENTRY-OK = 1
               MOVE CM-MARKUP(CUSTOMER-IDX) TO CUST-MARKUP-DISPLAY
               DISPLAY "Markup now " FUNCTION TRIM(CUST-MARKUP-DISPLAY)
                   "%, tier " CM-TIER(CUSTOMER-IDX) "."
               PERFORM GET-CUSTOMER-MARKUP
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-TIER
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-MARKUP TO CM-MARKUP(CUSTOMER-IDX)
               MOVE ENTRY-TIER TO CM-TIER(CUSTOMER-IDX)
               MOVE 0 TO SAVED-CHANGES
               DISPLAY "Pricing for customer " CM-NO(CUSTOMER-IDX)
                   " changed."
           END-IF.

       GET-CUSTOMER-NAME.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Name (up to 20 characters): " WITH NO ADVANCING.
           ACCEPT CUST-NAME-INPUT.
           IF FUNCTION TRIM(CUST-NAME-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(CUST-NAME-INPUT))
                   <= 20
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUST-NAME-INPUT))
                   TO ENTRY-NAME
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Name must be 1-20 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       GET-CUSTOMER-ADDRESS.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Address (up to 40 characters): "
               WITH NO ADVANCING.
           ACCEPT CUST-ADDR-INPUT.
           IF FUNCTION TRIM(CUST-ADDR-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(CUST-ADDR-INPUT))
                   <= 40
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUST-ADDR-INPUT))
                   TO ENTRY-ADDR
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Address must be 1-40 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Payment terms as the office writes them (NET 30, COD); blank
      *means the shop's usual NET 30
       GET-CUSTOMER-TERMS.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Payment terms (up to 8 characters, blank for "
               "NET 30): " WITH NO ADVANCING.
           ACCEPT CUST-TERMS-INPUT.
           IF FUNCTION TRIM(CUST-TERMS-INPUT) = SPACES
               MOVE "NET 30" TO ENTRY-TERMS
               MOVE 1 TO ENTRY-OK
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(CUST-TERMS-INPUT))
                       <= 8
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       CUST-TERMS-INPUT)) TO ENTRY-TERMS
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Terms must be 1-8 characters."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

       GET-CUSTOMER-MARKUP.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Markup percentage (0-999.99): " WITH NO ADVANCING.
           ACCEPT MARKUP-INPUT.
           IF FUNCTION TRIM(MARKUP-INPUT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(MARKUP-INPUT) = 0
                   AND FUNCTION NUMVAL(MARKUP-INPUT) >= 0
                   AND FUNCTION NUMVAL(MARKUP-INPUT) <= 999.99
               MOVE FUNCTION NUMVAL(MARKUP-INPUT) TO MARKUP-NUMERIC
               MOVE MARKUP-NUMERIC TO ENTRY-MARKUP
               MOVE 1 TO ENTRY-OK
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Markup must be a number within 0-999.99."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Discount tier 0-3: none, 2.5%, 5% or 10% off the marked-up
      *price
       GET-CUSTOMER-TIER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Discount tier (0 none, 1 2.5%, 2 5%, 3 10%): "
               WITH NO ADVANCING.
           ACCEPT TIER-INPUT.
           IF FUNCTION TRIM(TIER-INPUT) = "0"
                   OR FUNCTION TRIM(TIER-INPUT) = "1"
                   OR FUNCTION TRIM(TIER-INPUT) = "2"
                   OR FUNCTION TRIM(TIER-INPUT) = "3"
               MOVE FUNCTION NUMVAL(TIER-INPUT) TO ENTRY-TIER
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Tier must be 0, 1, 2 or 3."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Write the table back to CUSTMAST.DAT in the fixed layout
      *every reader expects
       SAVE-CUSTOMERS.
           OPEN OUTPUT CUSTMAST-FILE.
           IF CUSTMAST-FILE-STATUS NOT = "00"
               DISPLAY "Could not open CUSTMAST.DAT for saving "
                   "(status " CUSTMAST-FILE-STATUS ")."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE "CUSTMAST.DAT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO CUSTOMER-IDX
               PERFORM UNTIL CUSTOMER-IDX >= CUSTOMER-COUNT
                   ADD 1 TO CUSTOMER-IDX
                   MOVE SPACES TO CUSTMAST-RECORD
                   MOVE CM-NO(CUSTOMER-IDX) TO CUSTMAST-RECORD(1:6)
                   MOVE CM-NAME(CUSTOMER-IDX)
                       TO CUSTMAST-RECORD(8:20)
                   MOVE CM-ADDR(CUSTOMER-IDX)
                       TO CUSTMAST-RECORD(29:40)
                   MOVE CM-MARKUP(CUSTOMER-IDX) TO CUST-MARKUP-DISPLAY
                   MOVE CUST-MARKUP-DISPLAY TO CUSTMAST-RECORD(70:6)
                   MOVE CM-TIER(CUSTOMER-IDX) TO CUSTMAST-RECORD(77:1)
                   MOVE CM-TERMS(CUSTOMER-IDX)
                       TO CUSTMAST-RECORD(79:8)
                   WRITE CUSTMAST-RECORD
                   MOVE CUSTMAST-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE CUSTMAST-FILE
               MOVE 1 TO SAVED-CHANGES
               MOVE CUSTOMER-COUNT TO CUSTOMER-COUNT-DISPLAY
               DISPLAY "Saved "
                   FUNCTION TRIM(CUSTOMER-COUNT-DISPLAY)
                   " customer(s) to CUSTMAST.DAT."
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE CUSTMAST-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
