      *DESCRIPTION: Customer invoicing from the results master.
      *JOBRPT says what a job has cost, but the invoice itself was
      *still typed by hand from its roll-up line. This program takes
      *one job from the JOBMAST.DAT job master and bills every
      *RESMAST.DAT record tagged to it (RM-JOB): a printable invoice
      *goes to INVOICE.TXT with one line per shape (shape, dimensions,
      *area, material, amount), the next invoice number is taken from
      *the INVREG.DAT invoice register, and the job moves from OPEN to
      *BILLED on the master. The register keeps one HEAD line per
      *invoice and one LINE line per RM-SEQ billed on it, so a shape
      *already invoiced is never billed a second time. Shapes keyed
      *to a job after it was billed are listed as unbilled for the
      *office to deal with - they are never quietly added to a total.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: September 30, 2025
      *Modification History:
      *2025-11-04: A result voided through RESVOID is never billed;
      *            RESVOID in turn refuses a result already on the
      *            register.
      *2025-12-16: A scrap record (a bad cut the area program
      *            recorded against the original result) is never
      *            billed - the customer pays for the good piece.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: The invoice bills the customer's selling price,
      *            not our cost: the customer number in JOBMAST.DAT
      *            columns 49-54 is looked up on CUSTMAST.DAT, the
      *            shapes' cost is priced through PRICE-FOR-CUSTOMER
      *            (markup and tier discount, as JOBRPT and the
      *            quotes price it), and the invoice shows cost,
      *            markup, discount and the selling price as TOTAL
      *            DUE, which is also the register's HEAD TOTAL=. The
      *            customer's name, address and terms come from the
      *            customer master. A job with no customer number, or
      *            one not on CUSTMAST.DAT, is not billed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT INVREG-FILE ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVREG-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
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
      *Layout shared with the area program through the RESMAST
      *copybook
       FD RESMAST-FILE.
       COPY RESMAST.

      *One job line: job number in columns 1-8, customer in 10-29,
      *status in 31-38, due date in 40-47, customer number in
      *49-54 - rewritten whole when a job is billed
       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *The invoice register, appended to and never rewritten:
      *INV=nnnnnn TYPE=HEAD JOB= SHAPES= TOTAL= DATE= TIME= OPER=
      *for each invoice, then one INV=nnnnnn TYPE=LINE JOB= SEQ=
      *AMOUNT= line per results-master record billed on it
       FD INVREG-FILE.
       01 INVREG-RECORD PIC X(100).

      *The printable invoice, overwritten fresh each run
       FD INVOICE-FILE.
       01 INVOICE-RECORD PIC X(80).

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
       COPY RUNLOG.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY CUSTMAST.

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 INVREG-FILE-STATUS PIC X(02) VALUE "00".
       77 INVOICE-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
       77 INVREG-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.
       77 INV-TIMESTAMP PIC X(21).

      *Every JOBMAST.DAT line held as read, so billing one job can
      *rewrite the file with nothing else on it disturbed
       01 JOB-LINE-TABLE.
           02 JOB-LINE-ENTRY OCCURS 100 TIMES.
               03 JL-TEXT PIC X(80).
       77 JOB-LINE-COUNT PIC 9(3) VALUE 0.
       77 JOB-LINE-IDX PIC 9(3) VALUE 0.
       77 JOB-MASTER-FULL PIC 9 VALUE 0.

      *The job being billed, as keyed and as found on the master
       77 JOB-INPUT PIC X(20).
       77 ENTRY-JOB PIC X(8) VALUE SPACES.
       77 ENTRY-OK PIC 9 VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.
       77 JOB-STATUS PIC X(8) VALUE SPACES.
       77 JOB-CUSTNO PIC X(6) VALUE SPACES.

      *What the register already says: the highest invoice number
      *issued, and every RM-SEQ already billed to this job
       77 LAST-INVOICE-NO PIC 9(6) VALUE 0.
       77 NEXT-INVOICE-NO PIC 9(6) VALUE 0.
       01 BILLED-SEQ-TABLE.
           02 BILLED-SEQ-ENTRY OCCURS 500 TIMES.
               03 BS-SEQ PIC 9(6).
       77 BILLED-SEQ-COUNT PIC 9(3) VALUE 0.
       77 BILLED-SEQ-IDX PIC 9(3) VALUE 0.
       77 BILLED-SEQ-FOUND PIC 9 VALUE 0.
       77 REGISTER-FULL PIC 9 VALUE 0.

      *One register line pulled apart on its tags
       77 PARSE-LINE PIC X(100) VALUE SPACES.
       77 PARSE-JUNK PIC X(100) VALUE SPACES.
       77 PARSE-REST PIC X(100) VALUE SPACES.
       77 TOKEN-TEXT PIC X(20) VALUE SPACES.
       77 LINE-INVOICE-NO PIC 9(6) VALUE 0.

      *This job's results-master records not yet on any invoice:
      *billed now when the job is OPEN, listed as unbilled when it
      *has already been BILLED
       01 BILL-LINE-TABLE.
           02 BILL-LINE-ENTRY OCCURS 200 TIMES.
               03 BL-SEQ PIC 9(6).
               03 BL-SHAPE PIC X(9).
               03 BL-DIMS PIC X(24).
               03 BL-AREA PIC 9(7)V9(2).
               03 BL-MAT PIC X(4).
               03 BL-COST PIC 9(9)V9(2).
               03 BL-DATE PIC 9(8).
       77 BILL-LINE-COUNT PIC 9(3) VALUE 0.
       77 BILL-LINE-IDX PIC 9(3) VALUE 0.
       77 BILL-LINES-DROPPED PIC 9(5) VALUE 0.
       77 ALREADY-BILLED-COUNT PIC 9(5) VALUE 0.
       77 INVOICE-COST PIC 9(11)V9(2) VALUE 0.
       77 INVOICE-TOTAL PIC 9(11)V9(2) VALUE 0.
       77 INVOICE-AREA PIC 9(9)V9(2) VALUE 0.

       77 INVOICE-LINE PIC X(80) VALUE SPACES.
       77 INVREG-LINE PIC X(100) VALUE SPACES.
       77 COUNT-DISPLAY PIC Z(4)9.
       77 AREA-DISPLAY PIC Z(6)9.9(2).
       77 AMOUNT-DISPLAY PIC Z(8)9.9(2).
       77 TOTAL-DISPLAY PIC Z(10)9.9(2).
       77 PCT-DISPLAY PIC ZZ9.9(2).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "INVOICE" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "INVOICE" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "INVOICE" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO INV-TIMESTAMP.

           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-JOB-MASTER.
           IF JOB-LINE-COUNT > 0
               PERFORM GET-JOB-NUMBER
           END-IF.
           IF ENTRY-OK = 1
               PERFORM FIND-JOB
               PERFORM CHECK-JOB-BILLABLE
           END-IF.
           IF ENTRY-OK = 1 AND JOB-STATUS = "OPEN"
               PERFORM CHECK-JOB-CUSTOMER
           END-IF.
           IF ENTRY-OK = 1
               PERFORM LOAD-INVOICE-REGISTER
               PERFORM COLLECT-JOB-SHAPES
           END-IF.
           IF ENTRY-OK = 1
               IF JOB-STATUS = "BILLED"
                   PERFORM LIST-UNBILLED-SHAPES
               ELSE
                   PERFORM BILL-THE-JOB
               END-IF
           END-IF.

           MOVE "END" TO RUNLOG-EVENT.
           IF RUN-FAILED = 1
               MOVE "FAILED" TO RUNLOG-REASON
           ELSE
               IF HAD-INVALID-INPUT = 1
                   MOVE "INVALID-INPUT" TO RUNLOG-REASON
               ELSE
                   MOVE "NORMAL" TO RUNLOG-REASON
               END-IF
           END-IF.
           PERFORM LOG-RUN-EVENT.

           IF RUN-FAILED = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-SESSION-LOCK.
           GOBACK.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so invoicing runs show up in the same
      *consolidated daily log as the other programs' runs
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

      *Every job-master line into the table as it stands; a master
      *too big for the table is refused outright, since rewriting
      *it would lose the lines that did not fit
       LOAD-JOB-MASTER.
           MOVE 0 TO JOB-LINE-COUNT.
           MOVE 0 TO JOB-MASTER-FULL.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "JOBMAST.DAT not found - there is no job to "
                   "bill."
               MOVE 1 TO RUN-FAILED
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                       NOT AT END
                           IF JOB-LINE-COUNT >= 100
                               MOVE 1 TO JOB-MASTER-FULL
                               MOVE 1 TO END-OF-JOBMAST-FILE
                           ELSE
                               ADD 1 TO JOB-LINE-COUNT
                               MOVE JOBMAST-RECORD
                                   TO JL-TEXT(JOB-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
               IF JOB-MASTER-FULL = 1
                   DISPLAY "JOBMAST.DAT holds more than 100 lines - "
                       "nothing billed."
                   MOVE 0 TO JOB-LINE-COUNT
                   MOVE 1 TO RUN-FAILED
               END-IF
           END-IF.

      *Ask for the job to bill: 1-8 characters, kept upper-case the
      *way the area program tags shapes
       GET-JOB-NUMBER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Job number to invoice (1-8 characters): "
               WITH NO ADVANCING.
           ACCEPT JOB-INPUT.
           IF FUNCTION TRIM(JOB-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(JOB-INPUT))
                   <= 8
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JOB-INPUT))
                   TO ENTRY-JOB
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Job number must be 1-8 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       FIND-JOB.
           MOVE 0 TO JOB-FOUND.
           MOVE 0 TO JOB-IDX.
           MOVE 0 TO JOB-LINE-IDX.
           PERFORM UNTIL JOB-FOUND = 1
                   OR JOB-LINE-IDX >= JOB-LINE-COUNT
               ADD 1 TO JOB-LINE-IDX
               IF JL-TEXT(JOB-LINE-IDX)(1:8) = ENTRY-JOB
                   MOVE 1 TO JOB-FOUND
                   MOVE JOB-LINE-IDX TO JOB-IDX
                   MOVE JL-TEXT(JOB-IDX)(31:8) TO JOB-STATUS
                   MOVE JL-TEXT(JOB-IDX)(49:6) TO JOB-CUSTNO
               END-IF
           END-PERFORM.

      *Only an OPEN job is billed; a BILLED job is looked at for
      *shapes keyed after its invoice went out; anything else is
      *refused with its status
       CHECK-JOB-BILLABLE.
           IF JOB-FOUND = 0
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                   " is not on the job master."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF JOB-STATUS NOT = "OPEN"
                       AND JOB-STATUS NOT = "BILLED"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is " FUNCTION TRIM(JOB-STATUS)
                       " - only an OPEN job can be invoiced."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *An OPEN job is billed at its customer's selling price, so the
      *customer must be on the customer master; the name, address
      *and terms printed on the invoice come from there, not from
      *the copy of the name on the job master
       CHECK-JOB-CUSTOMER.
           MOVE JOB-CUSTNO TO CUST-LOOKUP-NO.
           MOVE 0 TO CUSTOMER-FOUND.
           IF CUST-LOOKUP-NO NOT = SPACES
               PERFORM FIND-CUSTOMER
           END-IF.
           IF CUSTOMER-FOUND = 0
               IF JOB-CUSTNO = SPACES
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " has no customer number - set one in "
                       "JOBMAINT before it is invoiced."
               ELSE
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is for customer " JOB-CUSTNO
                       ", who is not on CUSTMAST.DAT - not invoiced."
               END-IF
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Read the whole register: the highest invoice number sets the
      *next one, and every LINE billed to this job is remembered so
      *its shape can never be billed again
       LOAD-INVOICE-REGISTER.
           MOVE 0 TO LAST-INVOICE-NO.
           MOVE 0 TO BILLED-SEQ-COUNT.
           MOVE 0 TO REGISTER-FULL.
           MOVE 0 TO INVREG-EOF.
           OPEN INPUT INVREG-FILE.
           IF INVREG-FILE-STATUS = "00"
               PERFORM UNTIL INVREG-EOF = 1
                   READ INVREG-FILE
                       AT END
                           MOVE 1 TO INVREG-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE INVREG-FILE
           END-IF.
           IF REGISTER-FULL = 1
               DISPLAY "More than 500 shapes already invoiced for "
                   FUNCTION TRIM(ENTRY-JOB) " - nothing billed."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO RUN-FAILED
           END-IF.
           COMPUTE NEXT-INVOICE-NO = LAST-INVOICE-NO + 1.

       TAKE-ONE-REGISTER-LINE.
           IF INVREG-RECORD(1:4) = "INV="
                   AND INVREG-RECORD(5:6) IS NUMERIC
               MOVE INVREG-RECORD(5:6) TO LINE-INVOICE-NO
               IF LINE-INVOICE-NO > LAST-INVOICE-NO
                   MOVE LINE-INVOICE-NO TO LAST-INVOICE-NO
               END-IF
               MOVE INVREG-RECORD TO PARSE-LINE
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING PARSE-LINE DELIMITED BY " TYPE="
                   INTO PARSE-JUNK PARSE-REST
               IF PARSE-REST(1:4) = "LINE"
                   PERFORM TAKE-BILLED-SEQ
               END-IF
           END-IF.

      *A LINE for this job: remember its RM-SEQ
       TAKE-BILLED-SEQ.
           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           UNSTRING PARSE-LINE DELIMITED BY " JOB="
               INTO PARSE-JUNK PARSE-REST.
           MOVE SPACES TO TOKEN-TEXT.
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO TOKEN-TEXT.
           IF TOKEN-TEXT = ENTRY-JOB
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING PARSE-LINE DELIMITED BY " SEQ="
                   INTO PARSE-JUNK PARSE-REST
               IF PARSE-REST(1:6) IS NUMERIC
                   IF BILLED-SEQ-COUNT >= 500
                       MOVE 1 TO REGISTER-FULL
                   ELSE
                       ADD 1 TO BILLED-SEQ-COUNT
                       MOVE PARSE-REST(1:6)
                           TO BS-SEQ(BILLED-SEQ-COUNT)
                   END-IF
               END-IF
           END-IF.

      *Walk the results master for this job's shapes; one already
      *on the register is counted and left alone, the rest are
      *gathered for the invoice (or the unbilled list)
       COLLECT-JOB-SHAPES.
           MOVE 0 TO BILL-LINE-COUNT.
           MOVE 0 TO BILL-LINES-DROPPED.
           MOVE 0 TO ALREADY-BILLED-COUNT.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - nothing "
                   "billed."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE 0 TO RESMAST-EOF
               MOVE 0 TO RM-SEQ
               START RESMAST-FILE KEY >= RM-SEQ
                   INVALID KEY
                       MOVE 1 TO RESMAST-EOF
               END-START
               PERFORM UNTIL RESMAST-EOF = 1
                   READ RESMAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO RESMAST-EOF
                       NOT AT END
                           IF RM-JOB = ENTRY-JOB
                                   AND RM-VOID-FLAG NOT = "V"
                                   AND RM-SCRAP-FLAG NOT = "S"
                               PERFORM TAKE-ONE-JOB-SHAPE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.
      *    A shape that found no slot would be left off the invoice
      *    without a trace, so a short table refuses the whole run
           IF BILL-LINES-DROPPED > 0
               MOVE BILL-LINES-DROPPED TO COUNT-DISPLAY
               DISPLAY "More than 200 unbilled shapes for "
                   FUNCTION TRIM(ENTRY-JOB) " - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " did not fit; nothing billed."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO RUN-FAILED
           END-IF.

       TAKE-ONE-JOB-SHAPE.
           MOVE 0 TO BILLED-SEQ-FOUND.
           MOVE 0 TO BILLED-SEQ-IDX.
           PERFORM UNTIL BILLED-SEQ-FOUND = 1
                   OR BILLED-SEQ-IDX >= BILLED-SEQ-COUNT
               ADD 1 TO BILLED-SEQ-IDX
               IF BS-SEQ(BILLED-SEQ-IDX) = RM-SEQ
                   MOVE 1 TO BILLED-SEQ-FOUND
               END-IF
           END-PERFORM.
           IF BILLED-SEQ-FOUND = 1
               ADD 1 TO ALREADY-BILLED-COUNT
           ELSE
               IF BILL-LINE-COUNT >= 200
                   ADD 1 TO BILL-LINES-DROPPED
               ELSE
                   ADD 1 TO BILL-LINE-COUNT
                   MOVE RM-SEQ TO BL-SEQ(BILL-LINE-COUNT)
                   MOVE RM-SHAPE TO BL-SHAPE(BILL-LINE-COUNT)
                   MOVE RM-DIMS TO BL-DIMS(BILL-LINE-COUNT)
                   MOVE RM-AREA TO BL-AREA(BILL-LINE-COUNT)
                   MOVE RM-MAT TO BL-MAT(BILL-LINE-COUNT)
                   MOVE RM-COST TO BL-COST(BILL-LINE-COUNT)
                   MOVE RM-DATE TO BL-DATE(BILL-LINE-COUNT)
               END-IF
           END-IF.

      *An OPEN job with shapes not yet on any invoice: price their
      *cost for the customer, write the invoice, record it on the
      *register, and mark the job BILLED
       BILL-THE-JOB.
           IF BILL-LINE-COUNT = 0
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                   " has no unbilled shapes - no invoice raised."
               IF ALREADY-BILLED-COUNT > 0
                   MOVE ALREADY-BILLED-COUNT TO COUNT-DISPLAY
                   DISPLAY FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " shape(s) already invoiced earlier."
               END-IF
           ELSE
               MOVE 0 TO INVOICE-COST
               MOVE 0 TO INVOICE-AREA
               MOVE 0 TO BILL-LINE-IDX
               PERFORM UNTIL BILL-LINE-IDX >= BILL-LINE-COUNT
                   ADD 1 TO BILL-LINE-IDX
                   ADD BL-COST(BILL-LINE-IDX) TO INVOICE-COST
                   ADD BL-AREA(BILL-LINE-IDX) TO INVOICE-AREA
               END-PERFORM
               MOVE INVOICE-COST TO SELL-COST
               MOVE CM-MARKUP(CUSTOMER-IDX) TO SELL-MARKUP-PCT
               MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
               PERFORM PRICE-FOR-CUSTOMER
               MOVE SELL-PRICE TO INVOICE-TOTAL
               PERFORM WRITE-INVOICE-DOCUMENT
               PERFORM APPEND-INVOICE-REGISTER
               PERFORM MARK-JOB-BILLED
               MOVE INVOICE-TOTAL TO TOTAL-DISPLAY
               MOVE BILL-LINE-COUNT TO COUNT-DISPLAY
               DISPLAY "Invoice " NEXT-INVOICE-NO " raised for job "
                   FUNCTION TRIM(ENTRY-JOB) ": "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " shape(s), total "
                   FUNCTION TRIM(TOTAL-DISPLAY LEADING) "."
               DISPLAY "Invoice written to INVOICE.TXT."
           END-IF.

      *The printable invoice: number and date, the job and its
      *customer as the customer master has them, one line per shape
      *billed at cost, then the cost priced for the customer down to
      *the total due
       WRITE-INVOICE-DOCUMENT.
           MOVE "INVOICE.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           OPEN OUTPUT INVOICE-FILE.

           MOVE SPACES TO INVOICE-LINE.
           STRING
               "INVOICE " NEXT-INVOICE-NO
               "   DATE " INV-TIMESTAMP(1:8)
               "   OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING
               "JOB: " ENTRY-JOB
               "   CUSTOMER: " CM-NO(CUSTOMER-IDX) " "
               FUNCTION TRIM(CM-NAME(CUSTOMER-IDX))
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING
               "ADDRESS: " FUNCTION TRIM(CM-ADDR(CUSTOMER-IDX))
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING
               "TERMS: " FUNCTION TRIM(CM-TERMS(CUSTOMER-IDX))
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SPACES TO INVOICE-LINE.
           STRING
               "SEQ     SHAPE      DIMENSIONS                "
               "      AREA  MAT         AMOUNT"
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE 0 TO BILL-LINE-IDX.
           PERFORM UNTIL BILL-LINE-IDX >= BILL-LINE-COUNT
               ADD 1 TO BILL-LINE-IDX
               PERFORM WRITE-ONE-INVOICE-SHAPE
           END-PERFORM.

           MOVE SPACES TO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE BILL-LINE-COUNT TO COUNT-DISPLAY.
           MOVE INVOICE-AREA TO TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               "SHAPES BILLED: "
               FUNCTION TRIM(COUNT-DISPLAY LEADING)
               "  TOTAL AREA: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE INVOICE-COST TO TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               "MATERIAL COST: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SELL-MARKUP-PCT TO PCT-DISPLAY.
           MOVE SELL-MARKUP-AMT TO TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               "MARKUP " FUNCTION TRIM(PCT-DISPLAY) "%: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE SELL-DISC-PCT TO PCT-DISPLAY.
           MOVE SELL-DISC-AMT TO TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               "LESS TIER " SELL-TIER " DISCOUNT "
               FUNCTION TRIM(PCT-DISPLAY) "%: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           MOVE INVOICE-TOTAL TO TOTAL-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               "TOTAL DUE: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

           IF ALREADY-BILLED-COUNT > 0
               MOVE ALREADY-BILLED-COUNT TO COUNT-DISPLAY
               MOVE SPACES TO INVOICE-LINE
               STRING
                   "(" FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " shape(s) for this job were billed on an "
                   "earlier invoice)"
                   DELIMITED BY SIZE INTO INVOICE-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF.

           CLOSE INVOICE-FILE.

       WRITE-ONE-INVOICE-SHAPE.
           MOVE BL-AREA(BILL-LINE-IDX) TO AREA-DISPLAY.
           MOVE BL-COST(BILL-LINE-IDX) TO AMOUNT-DISPLAY.
           MOVE SPACES TO INVOICE-LINE.
           STRING
               BL-SEQ(BILL-LINE-IDX) "  "
               BL-SHAPE(BILL-LINE-IDX) "  "
               BL-DIMS(BILL-LINE-IDX) "  "
               AREA-DISPLAY "  "
               BL-MAT(BILL-LINE-IDX) "  "
               AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-LINE.
           MOVE INVOICE-LINE TO INVOICE-RECORD.
           WRITE INVOICE-RECORD.
           MOVE INVOICE-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *The invoice's HEAD line and one LINE per shape billed, so
      *the next run knows these shapes are spoken for
       APPEND-INVOICE-REGISTER.
           OPEN INPUT INVREG-FILE.
           IF INVREG-FILE-STATUS = "00"
               CLOSE INVREG-FILE
               OPEN EXTEND INVREG-FILE
           ELSE
               OPEN OUTPUT INVREG-FILE
           END-IF.
           MOVE "INVREG.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.

           MOVE BILL-LINE-COUNT TO COUNT-DISPLAY.
           MOVE INVOICE-TOTAL TO TOTAL-DISPLAY.
           MOVE SPACES TO INVREG-LINE.
           STRING
               "INV=" NEXT-INVOICE-NO
               " TYPE=HEAD"
               " JOB=" ENTRY-JOB
               " SHAPES=" FUNCTION TRIM(COUNT-DISPLAY LEADING)
               " TOTAL=" FUNCTION TRIM(TOTAL-DISPLAY LEADING)
               " DATE=" INV-TIMESTAMP(1:8)
               " TIME=" INV-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO INVREG-LINE.
           PERFORM WRITE-REGISTER-LINE.

           MOVE 0 TO BILL-LINE-IDX.
           PERFORM UNTIL BILL-LINE-IDX >= BILL-LINE-COUNT
               ADD 1 TO BILL-LINE-IDX
               MOVE BL-COST(BILL-LINE-IDX) TO AMOUNT-DISPLAY
               MOVE SPACES TO INVREG-LINE
               STRING
                   "INV=" NEXT-INVOICE-NO
                   " TYPE=LINE"
                   " JOB=" ENTRY-JOB
                   " SEQ=" BL-SEQ(BILL-LINE-IDX)
                   " AMOUNT=" FUNCTION TRIM(AMOUNT-DISPLAY LEADING)
                   " DATE=" INV-TIMESTAMP(1:8)
                   " TIME=" INV-TIMESTAMP(9:6)
                   " OPER=" OPERATOR-ID
                   DELIMITED BY SIZE INTO INVREG-LINE
               PERFORM WRITE-REGISTER-LINE
           END-PERFORM.
           CLOSE INVREG-FILE.

       WRITE-REGISTER-LINE.
           MOVE INVREG-LINE TO INVREG-RECORD.
           WRITE INVREG-RECORD.
           MOVE INVREG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.

      *Set the job's status columns to BILLED and rewrite the
      *master whole, every other line exactly as it was read
       MARK-JOB-BILLED.
           MOVE "BILLED" TO JL-TEXT(JOB-IDX)(31:8).
           OPEN OUTPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "Could not open JOBMAST.DAT to mark the job "
                   "BILLED (status " JOBMAST-FILE-STATUS ")."
               MOVE 1 TO RUN-FAILED
           ELSE
               MOVE "JOBMAST.DAT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO JOB-LINE-IDX
               PERFORM UNTIL JOB-LINE-IDX >= JOB-LINE-COUNT
                   ADD 1 TO JOB-LINE-IDX
                   MOVE JL-TEXT(JOB-LINE-IDX) TO JOBMAST-RECORD
                   WRITE JOBMAST-RECORD
                   MOVE JOBMAST-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.

      *A job already BILLED: anything tagged to it since the invoice
      *went out is listed, never added to a bill
       LIST-UNBILLED-SHAPES.
           IF BILL-LINE-COUNT = 0
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                   " is already BILLED and has no unbilled shapes."
           ELSE
               MOVE BILL-LINE-COUNT TO COUNT-DISPLAY
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                   " is already BILLED - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " shape(s) keyed since are UNBILLED:"
               DISPLAY "SEQ     SHAPE      DIMENSIONS                "
                   "      AREA  MAT         AMOUNT  DATE"
               MOVE 0 TO BILL-LINE-IDX
               PERFORM UNTIL BILL-LINE-IDX >= BILL-LINE-COUNT
                   ADD 1 TO BILL-LINE-IDX
                   MOVE BL-AREA(BILL-LINE-IDX) TO AREA-DISPLAY
                   MOVE BL-COST(BILL-LINE-IDX) TO AMOUNT-DISPLAY
                   DISPLAY BL-SEQ(BILL-LINE-IDX) "  "
                       BL-SHAPE(BILL-LINE-IDX) "  "
                       BL-DIMS(BILL-LINE-IDX) "  "
                       AREA-DISPLAY "  "
                       BL-MAT(BILL-LINE-IDX) "  "
                       AMOUNT-DISPLAY "  "
                       BL-DATE(BILL-LINE-IDX)
               END-PERFORM
               DISPLAY "These are not on any invoice and have not "
                   "been added to one."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE CUSTMAST-FILE.
           CLOSE INVOICE-FILE.
           CLOSE INVREG-FILE.
           CLOSE JOBMAST-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
