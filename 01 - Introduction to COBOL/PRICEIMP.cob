      *DESCRIPTION: Price-change impact report. A future-dated price
      *keyed through MATMAINT changes what the shop pays for work
      *it has already promised, and this report says by how much
      *before the date arrives. For every OPEN or HOLD job on
      *JOBMAST.DAT it works out the work still to cut - each order
      *line on JOBLINES.DAT less the shapes RESMAST.DAT already
      *holds against it, matched the way JOBPROG matches them - and
      *for every quote on QUOTEREG.DAT that is not converted and
      *still within its validity it takes the quoted area. Both are
      *costed twice: at the MATERIALS.DAT price in force today and
      *at the price in force on the effective date. Each job's
      *remaining work is priced for its customer (CUSTMAST.DAT
      *markup and tier, through PRICE-FOR-CUSTOMER, as JOBRPT
      *prices a job); a quote keeps the selling price it was
      *offered at. Work with no customer number has no selling
      *price to work a margin from. The report shows the cost
      *difference per job, per quote and per customer, and flags
      *the work whose margin at the new price falls below the
      *lowest acceptable margin, or whose material is delisted by
      *the effective date, so the customer can be called before the
      *price takes effect.
      *CALLed from MATMAINT with the PRICEPRM parameter area, it
      *reports on the one price just keyed (not yet saved) under
      *MATMAINT's lock and operator; run standalone it asks for an
      *effective date and reports on every material whose price
      *changes by then. Ends with return code 8 when MATERIALS.DAT
      *cannot be read.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 10, 2026
      *Modification History:
      *2026-02-17: A quote with no customer number is treated as a
      *            job with none is: it sold at cost, so no margin
      *            is worked out and it is never flagged below
      *            margin. The no-customer row of the customer
      *            summary no longer asks for a call.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEIMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESMAST-FILE ASSIGN TO "RESMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-SEQ
               FILE STATUS IS RESMAST-FILE-STATUS.
           SELECT MATERIALS-FILE ASSIGN TO "MATERIALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATERIALS-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
           SELECT QUOTEREG-FILE ASSIGN TO "QUOTEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTEREG-FILE-STATUS.
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

      *Price master in the layout MATMAINT maintains: code 1-4,
      *description 6-25, price 27-34, effective date 36-43, status
      *45
       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *Order lines as JOBMAINT writes them: job 1-8, line 10-12,
      *shape code 14, unit 16-17, dimensions 19-20 and 22-23,
      *material 25-28, quantity ordered 30-34
       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

      *The quote register in the layout QUOTEREG describes
       FD QUOTEREG-FILE.
       01 QUOTEREG-RECORD PIC X(240).

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
       77 MATERIALS-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".
       77 QUOTEREG-FILE-STATUS PIC X(02) VALUE "00".
       77 RESMAST-EOF PIC 9 VALUE 0.
       77 END-OF-MATERIALS-FILE PIC 9 VALUE 0.
       77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
       77 END-OF-JOBLINES-FILE PIC 9 VALUE 0.
       77 QUOTEREG-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 RUN-FAILED PIC 9 VALUE 0.

      *The dates compared, the material reported on (all of them
      *when blank) and the lowest acceptable margin
       77 IMPACT-TIMESTAMP PIC X(21).
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 TODAY-TEXT PIC X(8) VALUE SPACES.
       77 EFFECTIVE-DATE PIC 9(8) VALUE 0.
       77 ONLY-MAT PIC X(4) VALUE SPACES.
       77 MARGIN-FLOOR PIC 9(3)V9(2) VALUE 15.00.
       77 DATE-INPUT PIC X(10).
       77 MARGIN-INPUT PIC X(10).
       77 ENTRY-OK PIC 9 VALUE 0.

      *Per material, the line in force today and the line in force
      *on the effective date, each found by the latest-effective-
      *date-not-after-that-day rule the area program's loader
      *applies. A status of space means no line is in force yet.
       01 MATERIAL-TABLE.
           02 MATERIAL-ENTRY OCCURS 20 TIMES.
               03 MAT-CODE PIC X(4).
               03 MAT-NOW-PRICE PIC 9(4)V9(2).
               03 MAT-NOW-EFF PIC 9(8).
               03 MAT-NOW-STATUS PIC X(1).
               03 MAT-NEW-PRICE PIC 9(4)V9(2).
               03 MAT-NEW-EFF PIC 9(8).
               03 MAT-NEW-STATUS PIC X(1).
               03 MAT-CHANGED PIC 9.
       77 MATERIAL-COUNT PIC 99 VALUE 0.
       77 MATERIALS-DROPPED PIC 9(3) VALUE 0.
       77 MAT-IDX PIC 99 VALUE 0.
       77 MAT-FOUND PIC 9 VALUE 0.
       77 MAT-LOOKUP-CODE PIC X(4) VALUE SPACES.
       77 MAT-PRICE-TEXT PIC X(8).
       77 MAT-EFF-TEXT PIC X(8).
       77 MAT-STATUS-TEXT PIC X(1).
       77 MAT-LINE-EFF PIC 9(8) VALUE 0.
       77 MAT-LINE-PRICE PIC 9(4)V9(2) VALUE 0.
       77 MAT-LINE-STATUS PIC X(1) VALUE SPACE.
       77 CHANGED-COUNT PIC 99 VALUE 0.

      *The jobs still in work, with their remaining work costed at
      *both prices
       01 JOB-TABLE.
           02 JOB-ENTRY OCCURS 100 TIMES.
               03 JB-NO PIC X(8).
               03 JB-CUST PIC X(20).
               03 JB-STATUS PIC X(8).
               03 JB-CUSTNO PIC X(6).
               03 JB-NOW-COST PIC 9(11)V9(2).
               03 JB-NEW-COST PIC 9(11)V9(2).
               03 JB-AFFECTED PIC 9.
               03 JB-DELISTED PIC 9(3).
               03 JB-UNPRICED PIC 9(3).
       77 JOB-COUNT PIC 9(3) VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 JOB-LOOKUP-NO PIC X(8) VALUE SPACES.
       77 JOB-DROPPED PIC 9(5) VALUE 0.

      *The order lines of those jobs, each with the RM-SHAPE and
      *RM-DIMS text a shape cut to it carries on the master (built
      *the way JOBPROG builds it), the count cut so far, and the
      *area of one piece in square cm
       01 ORDER-LINE-TABLE.
           02 ORDER-LINE-ENTRY OCCURS 300 TIMES.
               03 OL-JOB PIC X(8).
               03 OL-LINE PIC 9(3).
               03 OL-SHAPE-NAME PIC X(9).
               03 OL-DIMS PIC X(24).
               03 OL-MAT PIC X(4).
               03 OL-QTY PIC 9(5).
               03 OL-CUT PIC 9(5).
               03 OL-PIECE-AREA PIC 9(7)V9(2).
       77 ORDER-LINE-COUNT PIC 9(3) VALUE 0.
       77 ORDER-LINE-IDX PIC 9(3) VALUE 0.
       77 ORDER-LINES-DROPPED PIC 9(5) VALUE 0.
       77 MATCH-IDX PIC 9(3) VALUE 0.
       77 OVER-IDX PIC 9(3) VALUE 0.

      *Fields a JOBLINES.DAT line is rebuilt into the master's text
      *with, and its piece area worked out in cm
       77 LINE-SHAPE-CODE PIC X(1).
       77 LINE-UNIT PIC X(2).
       77 LINE-RADIUS PIC Z(1)9.
       77 LINE-DIM1 PIC 9(2).
       77 LINE-DIM2 PIC 9(2).
       77 MY-PI PIC 9V9(12) VALUE 3.141592653589.
       77 UNIT-FACTOR PIC 9V9(2) VALUE 1.
       77 DIM1-CM PIC 9(3)V9(4) VALUE 0.
       77 DIM2-CM PIC 9(3)V9(4) VALUE 0.

      *One row per quote on the register, as it stands after any
      *re-pricing and conversion lines that follow its HEAD
       01 QUOTE-TABLE.
           02 QUOTE-ENTRY OCCURS 200 TIMES.
               03 QT-NO PIC 9(6).
               03 QT-CUST PIC X(20).
               03 QT-VALID PIC X(8).
               03 QT-MAT PIC X(4).
               03 QT-AREA PIC 9(9)V9(2).
               03 QT-TOTAL PIC 9(11)V9(2).
               03 QT-SELL PIC 9(11)V9(2).
               03 QT-CUSTNO PIC X(6).
               03 QT-JOB PIC X(8).
       77 QUOTE-COUNT PIC 9(3) VALUE 0.
       77 QUOTE-IDX PIC 9(3) VALUE 0.
       77 QUOTE-FOUND PIC 9 VALUE 0.
       77 QUOTES-DROPPED PIC 9(5) VALUE 0.
       77 LINE-QUOTE-NO PIC 9(6) VALUE 0.
       77 LINE-TYPE PIC X(8) VALUE SPACES.

      *Register line parsing: the whole line, the text either side
      *of the tag being looked for, and the value token after it
       77 PARSE-LINE PIC X(240) VALUE SPACES.
       77 PARSE-JUNK PIC X(240) VALUE SPACES.
       77 PARSE-REST PIC X(240) VALUE SPACES.
       77 TAG-NAME PIC X(10) VALUE SPACES.
       77 TAG-DELIM PIC X(12) VALUE SPACES.
       77 TAG-LENGTH PIC 99 VALUE 0.
       77 TOKEN-TEXT PIC X(20) VALUE SPACES.

      *Per customer: the jobs and quotes affected, what their work
      *costs at each price, and how many are flagged
       01 CUST-IMPACT-TABLE.
           02 CUST-IMPACT-ENTRY OCCURS 100 TIMES.
               03 CI-NO PIC X(6).
               03 CI-NAME PIC X(20).
               03 CI-JOBS PIC 9(3).
               03 CI-QUOTES PIC 9(3).
               03 CI-NOW-COST PIC 9(11)V9(2).
               03 CI-NEW-COST PIC 9(11)V9(2).
               03 CI-FLAGGED PIC 9(3).
       77 CUST-IMPACT-COUNT PIC 9(3) VALUE 0.
       77 CUST-IMPACT-IDX PIC 9(3) VALUE 0.
       77 CUST-IMPACT-FOUND PIC 9 VALUE 0.
       77 CUST-IMPACTS-DROPPED PIC 9(5) VALUE 0.
       77 IMPACT-CUSTNO PIC X(6) VALUE SPACES.
       77 IMPACT-CUST-NAME PIC X(20) VALUE SPACES.

      *Costing one line, one job or one quote
       77 OUTSTANDING-QTY PIC 9(5) VALUE 0.
       77 PIECE-NOW-COST PIC 9(9)V9(2) VALUE 0.
       77 PIECE-NEW-COST PIC 9(9)V9(2) VALUE 0.
       77 LINE-NOW-COST PIC 9(11)V9(2) VALUE 0.
       77 LINE-NEW-COST PIC 9(11)V9(2) VALUE 0.
       77 LINE-STATE PIC X(1) VALUE SPACE.
       77 NOW-COST PIC 9(11)V9(2) VALUE 0.
       77 NEW-COST PIC 9(11)V9(2) VALUE 0.
       77 COST-DIFF PIC S9(11)V9(2) VALUE 0.
       77 SELL-TOTAL PIC 9(11)V9(2) VALUE 0.
       77 MARGIN-NOW PIC S9(7)V9(2) VALUE 0.
       77 MARGIN-NEW PIC S9(7)V9(2) VALUE 0.
       77 WORK-FLAGGED PIC 9 VALUE 0.
       77 WORK-PRICED PIC 9 VALUE 0.
       77 FLAG-TEXT PIC X(31) VALUE SPACES.

      *Report totals
       77 JOBS-AFFECTED PIC 9(5) VALUE 0.
       77 JOBS-FLAGGED PIC 9(5) VALUE 0.
       77 QUOTES-OPEN PIC 9(5) VALUE 0.
       77 QUOTES-AFFECTED PIC 9(5) VALUE 0.
       77 QUOTES-FLAGGED PIC 9(5) VALUE 0.
       77 QUOTES-UNPRICED PIC 9(5) VALUE 0.
       77 TOTAL-NOW-COST PIC 9(12)V9(2) VALUE 0.
       77 TOTAL-NEW-COST PIC 9(12)V9(2) VALUE 0.
       77 TOTAL-DIFF PIC S9(12)V9(2) VALUE 0.

       77 LINE-NO-DISPLAY PIC ZZ9.
       77 QTY-DISPLAY PIC Z(4)9.
       77 PRICE-DISPLAY PIC Z(3)9.9(2).
       77 PRICE-DISPLAY-2 PIC Z(3)9.9(2).
       77 AREA-DISPLAY PIC Z(8)9.9(2).
       77 COST-DISPLAY PIC Z(10)9.9(2).
       77 COST-DISPLAY-2 PIC Z(10)9.9(2).
       77 DIFF-DISPLAY PIC -(11)9.9(2).
       77 TOTAL-DISPLAY PIC Z(11)9.9(2).
       77 TOTAL-DIFF-DISPLAY PIC -(12)9.9(2).
       77 MARGIN-DISPLAY PIC -(6)9.9(2).
       77 MARGIN-DISPLAY-2 PIC -(6)9.9(2).
       77 PCT-DISPLAY PIC ZZ9.9(2).
       77 COUNT-DISPLAY PIC Z(4)9.
       77 COUNT-DISPLAY-2 PIC Z(4)9.

      *PRICE-LINKED is raised when MATMAINT really handed us the
      *PRICEPRM parameter area (eyecatcher checked); MATMAINT's lock
      *and operator then cover us
       77 PRICE-LINKED PIC 9 VALUE 0.

       LINKAGE SECTION.
       COPY PRICEPRM.

       PROCEDURE DIVISION USING PRICE-PARMS.
      *MATMAINT may CALL this program again and again in one
      *session, and WORKING-STORAGE keeps what the last call left,
      *so every switch, count and total starts clean each time
           PERFORM RESET-IMPACT-FIELDS.

           IF ADDRESS OF PRICE-PARMS NOT = NULL
               IF PRICE-EYE = "PRICEPRM"
                   MOVE 1 TO PRICE-LINKED
               END-IF
           END-IF.

           IF PRICE-LINKED = 0
               MOVE "PRICEIMP" TO LOCK-PROGRAM
               PERFORM GET-SESSION-LOCK
               IF LOCK-ACQUIRED = 0
                   DISPLAY "Exiting without running."
                   GOBACK
               END-IF
           END-IF.

           IF PRICE-LINKED = 1
               MOVE PRICE-OPERATOR TO OPERATOR-ID
           ELSE
               PERFORM GET-OPERATOR-ID
           END-IF.

           MOVE "PRICEIMP" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "PRICEIMP" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO IMPACT-TIMESTAMP.
           MOVE IMPACT-TIMESTAMP(1:8) TO TODAY-TEXT.
           MOVE IMPACT-TIMESTAMP(1:8) TO TODAY-DATE.

           IF PRICE-LINKED = 1
               MOVE PRICE-EFF-DATE TO EFFECTIVE-DATE
               MOVE PRICE-MAT-CODE TO ONLY-MAT
               MOVE 1 TO ENTRY-OK
           ELSE
               PERFORM GET-EFFECTIVE-DATE
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-MARGIN-FLOOR
           END-IF.

           IF ENTRY-OK = 1
               PERFORM LOAD-MATERIALS
           END-IF.
           IF ENTRY-OK = 1 AND RUN-FAILED = 0
               IF PRICE-LINKED = 1
                   PERFORM TAKE-KEYED-PRICE
               END-IF
               PERFORM MARK-CHANGED-MATERIALS
               PERFORM LOAD-CUSTOMER-MASTER
               PERFORM LOAD-OPEN-JOBS
               PERFORM LOAD-ORDER-LINES
               PERFORM MATCH-RESULTS-MASTER
               PERFORM COST-OPEN-JOBS
               PERFORM LOAD-QUOTE-REGISTER
               PERFORM PRINT-IMPACT
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

       RESET-IMPACT-FIELDS.
           MOVE 0 TO PRICE-LINKED.
           MOVE 0 TO HAD-INVALID-INPUT.
           MOVE 0 TO RUN-FAILED.
           MOVE 0 TO ENTRY-OK.
           MOVE 0 TO EFFECTIVE-DATE.
           MOVE SPACES TO ONLY-MAT.
           MOVE 15.00 TO MARGIN-FLOOR.
           MOVE 0 TO MATERIALS-DROPPED.
           MOVE 0 TO CHANGED-COUNT.
           MOVE 0 TO JOB-DROPPED.
           MOVE 0 TO ORDER-LINES-DROPPED.
           MOVE 0 TO QUOTES-DROPPED.
           MOVE 0 TO CUST-IMPACT-COUNT.
           MOVE 0 TO CUST-IMPACTS-DROPPED.
           MOVE 0 TO JOBS-AFFECTED.
           MOVE 0 TO JOBS-FLAGGED.
           MOVE 0 TO QUOTES-OPEN.
           MOVE 0 TO QUOTES-AFFECTED.
           MOVE 0 TO QUOTES-FLAGGED.
           MOVE 0 TO QUOTES-UNPRICED.
           MOVE 0 TO TOTAL-NOW-COST.
           MOVE 0 TO TOTAL-NEW-COST.

      *Append one line to the shared RUNLOG.TXT recording a START or
      *END event for this program (RUNLOG-EVENT/RUNLOG-REASON are set
      *by the caller first), so report runs show up in the same
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

      *Ask for the date the new prices take effect: a real calendar
      *date after today, since a price already in force is today's
      *price and has nothing left to compare against
       GET-EFFECTIVE-DATE.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Effective date of the new prices (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT DATE-INPUT.
           IF FUNCTION TRIM(DATE-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(DATE-INPUT)) = 8
               MOVE FUNCTION NUMVAL(DATE-INPUT) TO EFFECTIVE-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(EFFECTIVE-DATE) = 0
                       AND EFFECTIVE-DATE > TODAY-DATE
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "The effective date must be a real date "
                       "after today."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           ELSE
               DISPLAY "Date must be entered as YYYYMMDD."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Ask for the lowest acceptable margin, as a percentage of the
      *selling price; blank keeps the standing 15%
       GET-MARGIN-FLOOR.
           MOVE 0 TO ENTRY-OK.
           MOVE MARGIN-FLOOR TO PCT-DISPLAY.
           DISPLAY "Lowest acceptable margin % (blank for "
               FUNCTION TRIM(PCT-DISPLAY) "): " WITH NO ADVANCING.
           ACCEPT MARGIN-INPUT.
           IF FUNCTION TRIM(MARGIN-INPUT) = SPACES
               MOVE 1 TO ENTRY-OK
           ELSE
               IF FUNCTION TEST-NUMVAL(MARGIN-INPUT) = 0
                   IF FUNCTION NUMVAL(MARGIN-INPUT) >= 0
                           AND FUNCTION NUMVAL(MARGIN-INPUT) <= 99.99
                       MOVE FUNCTION NUMVAL(MARGIN-INPUT)
                           TO MARGIN-FLOOR
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
               IF ENTRY-OK = 0
                   DISPLAY "Margin must be within 0-99.99."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Load MATERIALS.DAT twice over in one pass: per code, the
      *line in force today and the line in force on the effective
      *date. Without the price master nothing can be costed.
       LOAD-MATERIALS.
           MOVE 0 TO MATERIAL-COUNT.
           MOVE 0 TO END-OF-MATERIALS-FILE.
           OPEN INPUT MATERIALS-FILE.
           IF MATERIALS-FILE-STATUS NOT = "00"
               DISPLAY "MATERIALS.DAT not found (status "
                   MATERIALS-FILE-STATUS ") - nothing can be costed."
               MOVE 1 TO RUN-FAILED
           ELSE
               PERFORM UNTIL END-OF-MATERIALS-FILE = 1
                   READ MATERIALS-FILE
                       AT END
                           MOVE 1 TO END-OF-MATERIALS-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-MATERIAL
                   END-READ
               END-PERFORM
               CLOSE MATERIALS-FILE
           END-IF.
           IF MATERIALS-DROPPED > 0
               DISPLAY "Material table full - lines for more than "
                   "20 codes were not loaded."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       LOAD-ONE-MATERIAL.
           IF FUNCTION TRIM(MATERIAL-RECORD) NOT = SPACES
               MOVE MATERIAL-RECORD(27:8) TO MAT-PRICE-TEXT
               MOVE MATERIAL-RECORD(36:8) TO MAT-EFF-TEXT
               MOVE MATERIAL-RECORD(45:1) TO MAT-STATUS-TEXT
               IF MATERIAL-RECORD(1:4) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(MAT-PRICE-TEXT) = 0
                       AND (MAT-EFF-TEXT = SPACES
                       OR MAT-EFF-TEXT IS NUMERIC)
                       AND (MAT-STATUS-TEXT = SPACE
                       OR MAT-STATUS-TEXT = "A"
                       OR MAT-STATUS-TEXT = "D")
                   IF MAT-EFF-TEXT = SPACES
                       MOVE 0 TO MAT-LINE-EFF
                   ELSE
                       MOVE MAT-EFF-TEXT TO MAT-LINE-EFF
                   END-IF
                   MOVE FUNCTION NUMVAL(MAT-PRICE-TEXT)
                       TO MAT-LINE-PRICE
                   IF MAT-STATUS-TEXT = "D"
                       MOVE "D" TO MAT-LINE-STATUS
                   ELSE
                       MOVE "A" TO MAT-LINE-STATUS
                   END-IF
                   IF MAT-LINE-EFF <= EFFECTIVE-DATE
                       MOVE MATERIAL-RECORD(1:4) TO MAT-LOOKUP-CODE
                       PERFORM STORE-MATERIAL-LINE
                   END-IF
               ELSE
                   DISPLAY "Skipping bad MATERIALS.DAT line: "
                       FUNCTION TRIM(MATERIAL-RECORD)
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *A line counts for the effective date when it is the latest
      *so far not after that date, and for today the same way
      *against today; a later line on the same date wins, as it
      *does in the area program
       STORE-MATERIAL-LINE.
           PERFORM FIND-MATERIAL.
           IF MAT-FOUND = 0
               IF MATERIAL-COUNT < 20
                   ADD 1 TO MATERIAL-COUNT
                   MOVE MATERIAL-COUNT TO MAT-IDX
                   MOVE 1 TO MAT-FOUND
                   MOVE MAT-LOOKUP-CODE TO MAT-CODE(MAT-IDX)
                   MOVE 0 TO MAT-NOW-PRICE(MAT-IDX)
                   MOVE 0 TO MAT-NOW-EFF(MAT-IDX)
                   MOVE SPACE TO MAT-NOW-STATUS(MAT-IDX)
                   MOVE 0 TO MAT-NEW-PRICE(MAT-IDX)
                   MOVE 0 TO MAT-NEW-EFF(MAT-IDX)
                   MOVE SPACE TO MAT-NEW-STATUS(MAT-IDX)
                   MOVE 0 TO MAT-CHANGED(MAT-IDX)
               ELSE
                   ADD 1 TO MATERIALS-DROPPED
               END-IF
           END-IF.
           IF MAT-FOUND = 1
               IF MAT-NEW-STATUS(MAT-IDX) = SPACE
                       OR MAT-LINE-EFF >= MAT-NEW-EFF(MAT-IDX)
                   MOVE MAT-LINE-PRICE TO MAT-NEW-PRICE(MAT-IDX)
                   MOVE MAT-LINE-EFF TO MAT-NEW-EFF(MAT-IDX)
                   MOVE MAT-LINE-STATUS TO MAT-NEW-STATUS(MAT-IDX)
               END-IF
               IF MAT-LINE-EFF <= TODAY-DATE
                   IF MAT-NOW-STATUS(MAT-IDX) = SPACE
                           OR MAT-LINE-EFF >= MAT-NOW-EFF(MAT-IDX)
                       MOVE MAT-LINE-PRICE TO MAT-NOW-PRICE(MAT-IDX)
                       MOVE MAT-LINE-EFF TO MAT-NOW-EFF(MAT-IDX)
                       MOVE MAT-LINE-STATUS TO MAT-NOW-STATUS(MAT-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-MATERIAL.
           MOVE 0 TO MAT-FOUND.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-FOUND = 1 OR MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               IF MAT-CODE(MAT-IDX) = MAT-LOOKUP-CODE
                   MOVE 1 TO MAT-FOUND
               END-IF
           END-PERFORM.

      *The price MATMAINT has just keyed is not on MATERIALS.DAT
      *until Save, so it is laid over the effective date's line
      *here - keyed last, it wins that date
       TAKE-KEYED-PRICE.
           MOVE PRICE-MAT-CODE TO MAT-LOOKUP-CODE.
           MOVE PRICE-NEW-PRICE TO MAT-LINE-PRICE.
           MOVE PRICE-EFF-DATE TO MAT-LINE-EFF.
           MOVE "A" TO MAT-LINE-STATUS.
           PERFORM STORE-MATERIAL-LINE.

      *A material changes when its price or its status on the
      *effective date differs from today's - only the one material
      *keyed, when MATMAINT asked
       MARK-CHANGED-MATERIALS.
           MOVE 0 TO CHANGED-COUNT.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               MOVE 0 TO MAT-CHANGED(MAT-IDX)
               IF ONLY-MAT = SPACES OR MAT-CODE(MAT-IDX) = ONLY-MAT
                   IF MAT-NOW-STATUS(MAT-IDX) = "A"
                       IF MAT-NEW-STATUS(MAT-IDX) NOT = "A"
                               OR MAT-NEW-PRICE(MAT-IDX)
                               NOT = MAT-NOW-PRICE(MAT-IDX)
                           MOVE 1 TO MAT-CHANGED(MAT-IDX)
                           ADD 1 TO CHANGED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-OPEN-JOBS.
           MOVE 0 TO JOB-COUNT.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "JOBMAST.DAT not found - no jobs to re-price."
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-JOB
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.

      *An OPEN or HOLD job, with its customer number from columns
      *49-54
       LOAD-ONE-JOB.
           IF FUNCTION TRIM(JOBMAST-RECORD) NOT = SPACES
               IF JOBMAST-RECORD(1:8) = SPACES
                   DISPLAY "Skipping bad JOBMAST.DAT line: "
                       FUNCTION TRIM(JOBMAST-RECORD)
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF JOBMAST-RECORD(31:8) = "OPEN"
                           OR JOBMAST-RECORD(31:8) = "HOLD"
                       IF JOB-COUNT >= 100
                           ADD 1 TO JOB-DROPPED
                       ELSE
                           ADD 1 TO JOB-COUNT
                           MOVE JOBMAST-RECORD(1:8) TO JB-NO(JOB-COUNT)
                           MOVE JOBMAST-RECORD(10:20)
                               TO JB-CUST(JOB-COUNT)
                           MOVE JOBMAST-RECORD(31:8)
                               TO JB-STATUS(JOB-COUNT)
                           MOVE JOBMAST-RECORD(49:6)
                               TO JB-CUSTNO(JOB-COUNT)
                           MOVE 0 TO JB-NOW-COST(JOB-COUNT)
                           MOVE 0 TO JB-NEW-COST(JOB-COUNT)
                           MOVE 0 TO JB-AFFECTED(JOB-COUNT)
                           MOVE 0 TO JB-DELISTED(JOB-COUNT)
                           MOVE 0 TO JB-UNPRICED(JOB-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *The order lines of the jobs in work; lines for other jobs
      *are passed over
       LOAD-ORDER-LINES.
           MOVE 0 TO ORDER-LINE-COUNT.
           MOVE 0 TO END-OF-JOBLINES-FILE.
           OPEN INPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS NOT = "00"
               DISPLAY "JOBLINES.DAT not found - no order lines on "
                   "file; no job work can be re-priced."
           ELSE
               PERFORM UNTIL END-OF-JOBLINES-FILE = 1
                   READ JOBLINES-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBLINES-FILE
                       NOT AT END
                           IF FUNCTION TRIM(JOBLINES-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBLINES-FILE
           END-IF.

       LOAD-ONE-ORDER-LINE.
           IF JOBLINES-RECORD(1:8) = SPACES
                   OR JOBLINES-RECORD(10:3) IS NOT NUMERIC
                   OR (JOBLINES-RECORD(14:1) NOT = "C"
                   AND JOBLINES-RECORD(14:1) NOT = "R"
                   AND JOBLINES-RECORD(14:1) NOT = "T")
                   OR JOBLINES-RECORD(19:2) IS NOT NUMERIC
                   OR JOBLINES-RECORD(30:5) IS NOT NUMERIC
               DISPLAY "Skipping bad JOBLINES.DAT line: "
                   FUNCTION TRIM(JOBLINES-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE JOBLINES-RECORD(1:8) TO JOB-LOOKUP-NO
               PERFORM FIND-JOB
               IF JOB-FOUND = 1
                   IF ORDER-LINE-COUNT >= 300
                       ADD 1 TO ORDER-LINES-DROPPED
                   ELSE
                       PERFORM STORE-ORDER-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-JOB.
           MOVE 0 TO JOB-FOUND.
           MOVE 0 TO JOB-IDX.
           PERFORM UNTIL JOB-FOUND = 1 OR JOB-IDX >= JOB-COUNT
               ADD 1 TO JOB-IDX
               IF JB-NO(JOB-IDX) = JOB-LOOKUP-NO
                   MOVE 1 TO JOB-FOUND
               END-IF
           END-PERFORM.

      *Keep the line: its codes turned into the RM-SHAPE and RM-DIMS
      *text the area program writes for such a shape, and the area
      *of one piece in square cm, worked the way the area program
      *works it (a circle's dimension is its radius, a triangle's
      *its base and height)
       STORE-ORDER-LINE.
           ADD 1 TO ORDER-LINE-COUNT.
           MOVE ORDER-LINE-COUNT TO ORDER-LINE-IDX.
           MOVE JOBLINES-RECORD(1:8) TO OL-JOB(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(10:3) TO OL-LINE(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(25:4) TO OL-MAT(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(30:5) TO OL-QTY(ORDER-LINE-IDX).
           MOVE 0 TO OL-CUT(ORDER-LINE-IDX).
           MOVE JOBLINES-RECORD(14:1) TO LINE-SHAPE-CODE.
           MOVE JOBLINES-RECORD(16:2) TO LINE-UNIT.
           IF LINE-UNIT = SPACES
               MOVE "CM" TO LINE-UNIT
           END-IF.
           MOVE JOBLINES-RECORD(19:2) TO LINE-DIM1.
           IF JOBLINES-RECORD(22:2) IS NUMERIC
               MOVE JOBLINES-RECORD(22:2) TO LINE-DIM2
           ELSE
               MOVE 0 TO LINE-DIM2
           END-IF.
           MOVE SPACES TO OL-DIMS(ORDER-LINE-IDX).
           EVALUATE LINE-UNIT
               WHEN "MM"
                   MOVE 0.1 TO UNIT-FACTOR
               WHEN "IN"
                   MOVE 2.54 TO UNIT-FACTOR
               WHEN OTHER
                   MOVE 1 TO UNIT-FACTOR
           END-EVALUATE.
           COMPUTE DIM1-CM = LINE-DIM1 * UNIT-FACTOR.
           COMPUTE DIM2-CM = LINE-DIM2 * UNIT-FACTOR.
           EVALUATE LINE-SHAPE-CODE
               WHEN "C"
                   MOVE "CIRCLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   MOVE LINE-DIM1 TO LINE-RADIUS
                   STRING "RADIUS=" LINE-RADIUS LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
                   COMPUTE OL-PIECE-AREA(ORDER-LINE-IDX) ROUNDED =
                       MY-PI * DIM1-CM * DIM1-CM
               WHEN "R"
                   MOVE "RECTANGLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   STRING "LEN=" LINE-DIM1 LINE-UNIT
                       " WID=" LINE-DIM2 LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
                   COMPUTE OL-PIECE-AREA(ORDER-LINE-IDX) ROUNDED =
                       DIM1-CM * DIM2-CM
               WHEN OTHER
                   MOVE "TRIANGLE" TO OL-SHAPE-NAME(ORDER-LINE-IDX)
                   STRING "BASE=" LINE-DIM1 LINE-UNIT
                       " HEIGHT=" LINE-DIM2 LINE-UNIT
                       DELIMITED BY SIZE
                       INTO OL-DIMS(ORDER-LINE-IDX)
                   COMPUTE OL-PIECE-AREA(ORDER-LINE-IDX) ROUNDED =
                       DIM1-CM * DIM2-CM / 2
           END-EVALUATE.

      *Walk the results master the way JOBPROG does; every shape
      *cut for a job in work fills the first of its order lines
      *that matches it and still has pieces outstanding. Voided and
      *scrap records are not production and fill nothing.
       MATCH-RESULTS-MASTER.
           OPEN INPUT RESMAST-FILE.
           IF RESMAST-FILE-STATUS NOT = "00"
               DISPLAY "Results master RESMAST.DAT unavailable "
                   "(status " RESMAST-FILE-STATUS ") - every order "
                   "line is taken as still to cut."
               MOVE 1 TO HAD-INVALID-INPUT
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
                           IF RM-VOID-FLAG NOT = "V"
                                   AND RM-SCRAP-FLAG NOT = "S"
                               PERFORM MATCH-ONE-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
           END-IF.

       MATCH-ONE-RESULT.
           MOVE 0 TO MATCH-IDX.
           MOVE 0 TO OVER-IDX.
           MOVE 0 TO ORDER-LINE-IDX.
           PERFORM UNTIL MATCH-IDX > 0
                   OR ORDER-LINE-IDX >= ORDER-LINE-COUNT
               ADD 1 TO ORDER-LINE-IDX
               IF OL-JOB(ORDER-LINE-IDX) = RM-JOB
                       AND OL-SHAPE-NAME(ORDER-LINE-IDX) = RM-SHAPE
                       AND OL-DIMS(ORDER-LINE-IDX) = RM-DIMS
                       AND OL-MAT(ORDER-LINE-IDX) = RM-MAT
                   IF OL-CUT(ORDER-LINE-IDX) < OL-QTY(ORDER-LINE-IDX)
                       MOVE ORDER-LINE-IDX TO MATCH-IDX
                   ELSE
                       IF OVER-IDX = 0
                           MOVE ORDER-LINE-IDX TO OVER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCH-IDX = 0
               MOVE OVER-IDX TO MATCH-IDX
           END-IF.
           IF MATCH-IDX > 0
               ADD 1 TO OL-CUT(MATCH-IDX)
           END-IF.

      *Each job's work still to cut, costed at both prices and
      *summed onto the job
       COST-OPEN-JOBS.
           MOVE 0 TO ORDER-LINE-IDX.
           PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
               ADD 1 TO ORDER-LINE-IDX
               PERFORM COST-ONE-ORDER-LINE
               IF OUTSTANDING-QTY > 0
                   MOVE OL-JOB(ORDER-LINE-IDX) TO JOB-LOOKUP-NO
                   PERFORM FIND-JOB
                   IF JOB-FOUND = 1
                       PERFORM ADD-LINE-TO-JOB
                   END-IF
               END-IF
           END-PERFORM.

      *The pieces of one line still to cut, costed per piece the
      *way the area program costs a shape and then multiplied out.
      *LINE-STATE says how the line stands: P priced at both, U no
      *price in force today, D delisted by the effective date, or
      *space when nothing is left to cut.
       COST-ONE-ORDER-LINE.
           MOVE SPACE TO LINE-STATE.
           MOVE 0 TO LINE-NOW-COST.
           MOVE 0 TO LINE-NEW-COST.
           IF OL-CUT(ORDER-LINE-IDX) >= OL-QTY(ORDER-LINE-IDX)
               MOVE 0 TO OUTSTANDING-QTY
           ELSE
               COMPUTE OUTSTANDING-QTY = OL-QTY(ORDER-LINE-IDX)
                   - OL-CUT(ORDER-LINE-IDX)
           END-IF.
           IF OUTSTANDING-QTY > 0
               MOVE OL-MAT(ORDER-LINE-IDX) TO MAT-LOOKUP-CODE
               PERFORM FIND-MATERIAL
               IF MAT-FOUND = 0
                   MOVE "U" TO LINE-STATE
               ELSE
                   IF MAT-NOW-STATUS(MAT-IDX) NOT = "A"
                       MOVE "U" TO LINE-STATE
                   END-IF
               END-IF
           END-IF.
           IF OUTSTANDING-QTY > 0 AND LINE-STATE = SPACE
               COMPUTE PIECE-NOW-COST ROUNDED =
                   OL-PIECE-AREA(ORDER-LINE-IDX)
                   * MAT-NOW-PRICE(MAT-IDX)
               COMPUTE LINE-NOW-COST =
                   PIECE-NOW-COST * OUTSTANDING-QTY
               IF MAT-CHANGED(MAT-IDX) = 0
                   MOVE LINE-NOW-COST TO LINE-NEW-COST
                   MOVE "P" TO LINE-STATE
               ELSE
                   IF MAT-NEW-STATUS(MAT-IDX) NOT = "A"
      *                Delisted: there is no new price, so the line
      *                is carried at today's cost and flagged
                       MOVE LINE-NOW-COST TO LINE-NEW-COST
                       MOVE "D" TO LINE-STATE
                   ELSE
                       COMPUTE PIECE-NEW-COST ROUNDED =
                           OL-PIECE-AREA(ORDER-LINE-IDX)
                           * MAT-NEW-PRICE(MAT-IDX)
                       COMPUTE LINE-NEW-COST =
                           PIECE-NEW-COST * OUTSTANDING-QTY
                       MOVE "P" TO LINE-STATE
                   END-IF
               END-IF
           END-IF.

       ADD-LINE-TO-JOB.
           ADD LINE-NOW-COST TO JB-NOW-COST(JOB-IDX).
           ADD LINE-NEW-COST TO JB-NEW-COST(JOB-IDX).
           EVALUATE LINE-STATE
               WHEN "U"
                   ADD 1 TO JB-UNPRICED(JOB-IDX)
               WHEN "D"
                   ADD 1 TO JB-DELISTED(JOB-IDX)
                   MOVE 1 TO JB-AFFECTED(JOB-IDX)
               WHEN OTHER
                   IF MAT-CHANGED(MAT-IDX) = 1
                       MOVE 1 TO JB-AFFECTED(JOB-IDX)
                   END-IF
           END-EVALUATE.

      *Read the whole register into the quote table: each HEAD
      *starts a quote, a REPRICE replaces its price, total, selling
      *price and validity, a CONV records the job it became
       LOAD-QUOTE-REGISTER.
           MOVE 0 TO QUOTE-COUNT.
           MOVE 0 TO QUOTEREG-EOF.
           OPEN INPUT QUOTEREG-FILE.
           IF QUOTEREG-FILE-STATUS NOT = "00"
               DISPLAY "QUOTEREG.DAT not found - no quotes to "
                   "re-price."
           ELSE
               PERFORM UNTIL QUOTEREG-EOF = 1
                   READ QUOTEREG-FILE
                       AT END
                           MOVE 1 TO QUOTEREG-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE QUOTEREG-FILE
           END-IF.

       TAKE-ONE-REGISTER-LINE.
           IF QUOTEREG-RECORD(1:6) = "QUOTE="
                   AND QUOTEREG-RECORD(7:6) IS NUMERIC
               MOVE QUOTEREG-RECORD TO PARSE-LINE
               MOVE QUOTEREG-RECORD(7:6) TO LINE-QUOTE-NO
               MOVE "TYPE=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO LINE-TYPE
               EVALUATE LINE-TYPE
                   WHEN "HEAD"
                       PERFORM TAKE-HEAD-LINE
                   WHEN "REPRICE"
                       PERFORM FIND-LINE-QUOTE
                       IF QUOTE-FOUND = 1
                           PERFORM TAKE-REPRICE-LINE
                       END-IF
                   WHEN "CONV"
                       PERFORM FIND-LINE-QUOTE
                       IF QUOTE-FOUND = 1
                           MOVE "JOB=" TO TAG-NAME
                           PERFORM TAKE-TAG-TOKEN
                           MOVE TOKEN-TEXT TO QT-JOB(QUOTE-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *A HEAD without CUSTNO= predates the customer master and
      *sells at cost, as QUOTEREG reads it
       TAKE-HEAD-LINE.
           IF QUOTE-COUNT >= 200
               ADD 1 TO QUOTES-DROPPED
           ELSE
               ADD 1 TO QUOTE-COUNT
               MOVE QUOTE-COUNT TO QUOTE-IDX
               MOVE LINE-QUOTE-NO TO QT-NO(QUOTE-IDX)
               MOVE "VALID=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QT-VALID(QUOTE-IDX)
               MOVE "MAT=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QT-MAT(QUOTE-IDX)
               MOVE "AREA=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-AREA(QUOTE-IDX)
               MOVE "TOTAL=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-TOTAL(QUOTE-IDX)
               MOVE SPACES TO QT-JOB(QUOTE-IDX)
               MOVE "CUSTNO=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               IF TOKEN-TEXT = "0" OR TOKEN-TEXT = "NONE"
                   MOVE SPACES TO QT-CUSTNO(QUOTE-IDX)
                   MOVE QT-TOTAL(QUOTE-IDX) TO QT-SELL(QUOTE-IDX)
               ELSE
                   MOVE TOKEN-TEXT TO QT-CUSTNO(QUOTE-IDX)
                   MOVE "SELL=" TO TAG-NAME
                   PERFORM TAKE-TAG-TOKEN
                   MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                       TO QT-SELL(QUOTE-IDX)
               END-IF
      *        The customer name may hold spaces, so it is the last
      *        field on the line and taken by its fixed width
               MOVE SPACES TO PARSE-JUNK
               MOVE SPACES TO PARSE-REST
               UNSTRING PARSE-LINE DELIMITED BY " CUST="
                   INTO PARSE-JUNK PARSE-REST
               MOVE PARSE-REST(1:20) TO QT-CUST(QUOTE-IDX)
           END-IF.

       TAKE-REPRICE-LINE.
           MOVE "VALID=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           MOVE TOKEN-TEXT TO QT-VALID(QUOTE-IDX).
           MOVE "TOTAL=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-TOTAL(QUOTE-IDX).
           MOVE "SELL=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           IF TOKEN-TEXT = "0"
               MOVE QT-TOTAL(QUOTE-IDX) TO QT-SELL(QUOTE-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-SELL(QUOTE-IDX)
           END-IF.

      *The value token after " <TAG-NAME>" on PARSE-LINE, or "0"
      *when the line does not carry the tag
       TAKE-TAG-TOKEN.
           MOVE SPACES TO TAG-DELIM.
           STRING " " FUNCTION TRIM(TAG-NAME)
               DELIMITED BY SIZE INTO TAG-DELIM.
           COMPUTE TAG-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(TAG-NAME)) + 1.
           MOVE SPACES TO PARSE-JUNK.
           MOVE SPACES TO PARSE-REST.
           MOVE SPACES TO TOKEN-TEXT.
           UNSTRING PARSE-LINE DELIMITED BY TAG-DELIM(1:TAG-LENGTH)
               INTO PARSE-JUNK PARSE-REST.
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO TOKEN-TEXT.
           IF TOKEN-TEXT = SPACES
               MOVE "0" TO TOKEN-TEXT
           END-IF.

       FIND-LINE-QUOTE.
           MOVE 0 TO QUOTE-FOUND.
           MOVE 0 TO QUOTE-IDX.
           PERFORM UNTIL QUOTE-FOUND = 1 OR QUOTE-IDX >= QUOTE-COUNT
               ADD 1 TO QUOTE-IDX
               IF QT-NO(QUOTE-IDX) = LINE-QUOTE-NO
                   MOVE 1 TO QUOTE-FOUND
               END-IF
           END-PERFORM.

      *The whole report: what changes, then jobs, quotes and
      *customers, then the totals
       PRINT-IMPACT.
           DISPLAY " ".
           DISPLAY "PRICE-CHANGE IMPACT - PRICES IN FORCE "
               TODAY-DATE " AGAINST " EFFECTIVE-DATE.
           MOVE MARGIN-FLOOR TO PCT-DISPLAY.
           DISPLAY "Work below a margin of " FUNCTION TRIM(PCT-DISPLAY)
               "% at the new price is flagged.".
           PERFORM PRINT-PRICE-CHANGES.
           IF CHANGED-COUNT > 0
               PERFORM PRINT-JOB-IMPACT
               PERFORM PRINT-QUOTE-IMPACT
               PERFORM PRINT-CUSTOMER-IMPACT
               PERFORM PRINT-IMPACT-TOTALS
           END-IF.
           DISPLAY " ".

      *Every material whose price moves by the effective date
       PRINT-PRICE-CHANGES.
           DISPLAY " ".
           IF CHANGED-COUNT = 0
               IF ONLY-MAT = SPACES
                   DISPLAY "No material's price changes between today "
                       "and " EFFECTIVE-DATE " - nothing to report."
               ELSE
                   DISPLAY "The price of " FUNCTION TRIM(ONLY-MAT)
                       " on " EFFECTIVE-DATE " is the price in force "
                       "today, or it has no price today - nothing to "
                       "report."
               END-IF
           ELSE
               DISPLAY "MAT   PRICE TODAY  PRICE FROM " EFFECTIVE-DATE
               MOVE 0 TO MAT-IDX
               PERFORM UNTIL MAT-IDX >= MATERIAL-COUNT
                   ADD 1 TO MAT-IDX
                   IF MAT-CHANGED(MAT-IDX) = 1
                       MOVE MAT-NOW-PRICE(MAT-IDX) TO PRICE-DISPLAY
                       IF MAT-NEW-STATUS(MAT-IDX) = "A"
                           MOVE MAT-NEW-PRICE(MAT-IDX)
                               TO PRICE-DISPLAY-2
                           DISPLAY MAT-CODE(MAT-IDX) "      "
                               PRICE-DISPLAY "         "
                               PRICE-DISPLAY-2
                       ELSE
                           DISPLAY MAT-CODE(MAT-IDX) "      "
                               PRICE-DISPLAY "         DELISTED"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *One block per job whose remaining work uses a material that
      *changes: its lines still to cut, then the job's cost at both
      *prices and its margin for the customer
       PRINT-JOB-IMPACT.
           DISPLAY " ".
           DISPLAY "OPEN JOBS - WORK STILL TO CUT".
           MOVE 0 TO JOB-IDX.
           PERFORM UNTIL JOB-IDX >= JOB-COUNT
               ADD 1 TO JOB-IDX
               IF JB-AFFECTED(JOB-IDX) = 1
                   ADD 1 TO JOBS-AFFECTED
                   PERFORM PRINT-ONE-JOB
               END-IF
           END-PERFORM.
           IF JOBS-AFFECTED = 0
               DISPLAY "No open job has work left in a material "
                   "whose price changes."
           END-IF.

       PRINT-ONE-JOB.
           DISPLAY " ".
           DISPLAY "JOB " JB-NO(JOB-IDX) "  " JB-CUST(JOB-IDX) "  "
               JB-STATUS(JOB-IDX).
           DISPLAY "  LINE  SHAPE      DIMENSIONS                MAT  "
               " TO CUT    COST TODAY      COST NEW    DIFFERENCE".
           MOVE 0 TO ORDER-LINE-IDX.
           PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
               ADD 1 TO ORDER-LINE-IDX
               IF OL-JOB(ORDER-LINE-IDX) = JB-NO(JOB-IDX)
                   PERFORM COST-ONE-ORDER-LINE
                   IF OUTSTANDING-QTY > 0
                       PERFORM PRINT-ONE-ORDER-LINE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE JB-NOW-COST(JOB-IDX) TO NOW-COST.
           MOVE JB-NEW-COST(JOB-IDX) TO NEW-COST.
           MOVE JB-CUSTNO(JOB-IDX) TO IMPACT-CUSTNO.
           MOVE JB-CUST(JOB-IDX) TO IMPACT-CUST-NAME.
           PERFORM PRICE-WORK-FOR-CUSTOMER.
           MOVE 0 TO WORK-FLAGGED.
           MOVE SPACES TO FLAG-TEXT.
           IF WORK-PRICED = 1 AND MARGIN-NEW < MARGIN-FLOOR
               MOVE 1 TO WORK-FLAGGED
               MOVE "BELOW MARGIN" TO FLAG-TEXT
           END-IF.
           IF JB-DELISTED(JOB-IDX) > 0
               MOVE 1 TO WORK-FLAGGED
               IF FLAG-TEXT = SPACES
                   MOVE "DELISTED MATERIAL" TO FLAG-TEXT
               ELSE
                   MOVE "BELOW MARGIN, DELISTED MATERIAL"
                       TO FLAG-TEXT
               END-IF
           END-IF.
           IF WORK-FLAGGED = 1
               ADD 1 TO JOBS-FLAGGED
           END-IF.
           PERFORM PRINT-WORK-TOTALS.
           IF JB-UNPRICED(JOB-IDX) > 0
               MOVE JB-UNPRICED(JOB-IDX) TO COUNT-DISPLAY
               DISPLAY "  (" FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " line(s) in a material with no price today are "
                   "left out of the costs)"
           END-IF.
           PERFORM ADD-WORK-TO-CUSTOMER.
           ADD 1 TO CI-JOBS(CUST-IMPACT-IDX).

       PRINT-ONE-ORDER-LINE.
           MOVE OL-LINE(ORDER-LINE-IDX) TO LINE-NO-DISPLAY.
           MOVE OUTSTANDING-QTY TO QTY-DISPLAY.
           EVALUATE LINE-STATE
               WHEN "U"
                   DISPLAY "   " LINE-NO-DISPLAY "  "
                       OL-SHAPE-NAME(ORDER-LINE-IDX) "  "
                       OL-DIMS(ORDER-LINE-IDX) "  "
                       OL-MAT(ORDER-LINE-IDX) "   " QTY-DISPLAY
                       "  (no price in force today)"
               WHEN OTHER
                   MOVE LINE-NOW-COST TO COST-DISPLAY
                   MOVE LINE-NEW-COST TO COST-DISPLAY-2
                   COMPUTE COST-DIFF = LINE-NEW-COST - LINE-NOW-COST
                   MOVE COST-DIFF TO DIFF-DISPLAY
                   IF LINE-STATE = "D"
                       DISPLAY "   " LINE-NO-DISPLAY "  "
                           OL-SHAPE-NAME(ORDER-LINE-IDX) "  "
                           OL-DIMS(ORDER-LINE-IDX) "  "
                           OL-MAT(ORDER-LINE-IDX) "   " QTY-DISPLAY
                           COST-DISPLAY "      DELISTED"
                   ELSE
                       DISPLAY "   " LINE-NO-DISPLAY "  "
                           OL-SHAPE-NAME(ORDER-LINE-IDX) "  "
                           OL-DIMS(ORDER-LINE-IDX) "  "
                           OL-MAT(ORDER-LINE-IDX) "   " QTY-DISPLAY
                           COST-DISPLAY COST-DISPLAY-2 DIFF-DISPLAY
                   END-IF
           END-EVALUATE.

      *Every quote neither converted nor expired whose material
      *changes: its area at both prices against the selling price
      *the customer holds
       PRINT-QUOTE-IMPACT.
           DISPLAY " ".
           DISPLAY "QUOTES STILL WITHIN THEIR VALIDITY".
           MOVE 0 TO QUOTE-IDX.
           PERFORM UNTIL QUOTE-IDX >= QUOTE-COUNT
               ADD 1 TO QUOTE-IDX
               IF QT-JOB(QUOTE-IDX) = SPACES
                       AND QT-VALID(QUOTE-IDX) NOT < TODAY-TEXT
                   ADD 1 TO QUOTES-OPEN
                   PERFORM COST-ONE-QUOTE
               END-IF
           END-PERFORM.
           IF QUOTES-AFFECTED = 0
               DISPLAY "No open quote is in a material whose price "
                   "changes."
           END-IF.
           IF QUOTES-UNPRICED > 0
               MOVE QUOTES-UNPRICED TO COUNT-DISPLAY
               DISPLAY "(" FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " open quote(s) in a material with no price today "
                   "are left out.)"
           END-IF.

       COST-ONE-QUOTE.
           MOVE QT-MAT(QUOTE-IDX) TO MAT-LOOKUP-CODE.
           PERFORM FIND-MATERIAL.
           IF MAT-FOUND = 1
               IF MAT-NOW-STATUS(MAT-IDX) NOT = "A"
                   ADD 1 TO QUOTES-UNPRICED
               ELSE
                   IF MAT-CHANGED(MAT-IDX) = 1
                       PERFORM PRINT-ONE-QUOTE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO QUOTES-UNPRICED
           END-IF.

       PRINT-ONE-QUOTE.
           ADD 1 TO QUOTES-AFFECTED.
           COMPUTE NOW-COST ROUNDED =
               QT-AREA(QUOTE-IDX) * MAT-NOW-PRICE(MAT-IDX).
           MOVE 0 TO WORK-FLAGGED.
           MOVE SPACES TO FLAG-TEXT.
           IF MAT-NEW-STATUS(MAT-IDX) = "A"
               COMPUTE NEW-COST ROUNDED =
                   QT-AREA(QUOTE-IDX) * MAT-NEW-PRICE(MAT-IDX)
           ELSE
               MOVE NOW-COST TO NEW-COST
               MOVE 1 TO WORK-FLAGGED
               MOVE "DELISTED MATERIAL" TO FLAG-TEXT
           END-IF.
      *    A quote with no customer number sold at cost, so there
      *    is no margin to speak of, as for a job with none
           MOVE QT-CUSTNO(QUOTE-IDX) TO IMPACT-CUSTNO.
           MOVE QT-CUST(QUOTE-IDX) TO IMPACT-CUST-NAME.
           IF IMPACT-CUSTNO = SPACES
               MOVE 0 TO SELL-TOTAL
               MOVE 0 TO WORK-PRICED
           ELSE
               MOVE QT-SELL(QUOTE-IDX) TO SELL-TOTAL
               MOVE 1 TO WORK-PRICED
           END-IF.
           PERFORM WORK-OUT-MARGINS.
           IF WORK-PRICED = 1 AND MARGIN-NEW < MARGIN-FLOOR
               MOVE 1 TO WORK-FLAGGED
               IF FLAG-TEXT = SPACES
                   MOVE "BELOW MARGIN" TO FLAG-TEXT
               ELSE
                   MOVE "BELOW MARGIN, DELISTED MATERIAL"
                       TO FLAG-TEXT
               END-IF
           END-IF.
           IF WORK-FLAGGED = 1
               ADD 1 TO QUOTES-FLAGGED
           END-IF.
           MOVE QT-AREA(QUOTE-IDX) TO AREA-DISPLAY.
           DISPLAY " ".
           DISPLAY "QUOTE " QT-NO(QUOTE-IDX) "  " QT-CUST(QUOTE-IDX)
               "  " QT-MAT(QUOTE-IDX) "  VALID TO "
               QT-VALID(QUOTE-IDX) "  AREA "
               FUNCTION TRIM(AREA-DISPLAY LEADING).
           PERFORM PRINT-WORK-TOTALS.
           PERFORM ADD-WORK-TO-CUSTOMER.
           ADD 1 TO CI-QUOTES(CUST-IMPACT-IDX).

      *A job's remaining work priced for its customer the way
      *JOBRPT prices a job - the customer's markup and tier off
      *CUSTMAST.DAT - from its cost at today's price. Without the
      *customer on the master there is no selling price and no
      *margin to work out.
       PRICE-WORK-FOR-CUSTOMER.
           MOVE 0 TO WORK-PRICED.
           MOVE 0 TO SELL-TOTAL.
           MOVE 0 TO CUSTOMER-FOUND.
           MOVE IMPACT-CUSTNO TO CUST-LOOKUP-NO.
           IF CUST-LOOKUP-NO NOT = SPACES
               PERFORM FIND-CUSTOMER
           END-IF.
           IF CUSTOMER-FOUND = 1
               MOVE NOW-COST TO SELL-COST
               MOVE CM-MARKUP(CUSTOMER-IDX) TO SELL-MARKUP-PCT
               MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
               PERFORM PRICE-FOR-CUSTOMER
               MOVE SELL-PRICE TO SELL-TOTAL
               MOVE 1 TO WORK-PRICED
           END-IF.
           PERFORM WORK-OUT-MARGINS.

      *Margin as a share of the selling price, at today's cost and
      *at the new cost
       WORK-OUT-MARGINS.
           MOVE 0 TO MARGIN-NOW.
           MOVE 0 TO MARGIN-NEW.
           IF WORK-PRICED = 1 AND SELL-TOTAL > 0
               COMPUTE MARGIN-NOW ROUNDED =
                   (SELL-TOTAL - NOW-COST) * 100 / SELL-TOTAL
                   ON SIZE ERROR
                       MOVE -99999.99 TO MARGIN-NOW
               END-COMPUTE
               COMPUTE MARGIN-NEW ROUNDED =
                   (SELL-TOTAL - NEW-COST) * 100 / SELL-TOTAL
                   ON SIZE ERROR
                       MOVE -99999.99 TO MARGIN-NEW
               END-COMPUTE
           END-IF.

      *The cost, difference, selling price and margins under a job
      *or a quote, with its flag
       PRINT-WORK-TOTALS.
           MOVE NOW-COST TO COST-DISPLAY.
           MOVE NEW-COST TO COST-DISPLAY-2.
           COMPUTE COST-DIFF = NEW-COST - NOW-COST.
           MOVE COST-DIFF TO DIFF-DISPLAY.
           DISPLAY "  COST TODAY " FUNCTION TRIM(COST-DISPLAY LEADING)
               "  COST NEW " FUNCTION TRIM(COST-DISPLAY-2 LEADING)
               "  DIFFERENCE " FUNCTION TRIM(DIFF-DISPLAY LEADING).
           IF WORK-PRICED = 1
               MOVE SELL-TOTAL TO COST-DISPLAY
               MOVE MARGIN-NOW TO MARGIN-DISPLAY
               MOVE MARGIN-NEW TO MARGIN-DISPLAY-2
               DISPLAY "  SELLING PRICE "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
                   "  MARGIN TODAY "
                   FUNCTION TRIM(MARGIN-DISPLAY LEADING)
                   "%  MARGIN NEW "
                   FUNCTION TRIM(MARGIN-DISPLAY-2 LEADING) "%  "
                   FLAG-TEXT
           ELSE
               IF IMPACT-CUSTNO = SPACES
                   DISPLAY "  (no customer number - no selling price "
                       "to work a margin from)  " FLAG-TEXT
               ELSE
                   DISPLAY "  (customer " IMPACT-CUSTNO " is not on "
                       "CUSTMAST.DAT - no margin worked out)  "
                       FLAG-TEXT
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Carry one job's or quote's costs onto its customer's row
      *(work with no customer number goes on a NONE row), named
      *from the customer master where the customer is on it
       ADD-WORK-TO-CUSTOMER.
           MOVE 0 TO CUSTOMER-FOUND.
           IF IMPACT-CUSTNO = SPACES
               MOVE "NONE" TO IMPACT-CUSTNO
           ELSE
               MOVE IMPACT-CUSTNO TO CUST-LOOKUP-NO
               PERFORM FIND-CUSTOMER
           END-IF.
           MOVE 0 TO CUST-IMPACT-FOUND.
           MOVE 0 TO CUST-IMPACT-IDX.
           PERFORM UNTIL CUST-IMPACT-FOUND = 1
                   OR CUST-IMPACT-IDX >= CUST-IMPACT-COUNT
               ADD 1 TO CUST-IMPACT-IDX
               IF CI-NO(CUST-IMPACT-IDX) = IMPACT-CUSTNO
                   MOVE 1 TO CUST-IMPACT-FOUND
               END-IF
           END-PERFORM.
           IF CUST-IMPACT-FOUND = 0
               IF CUST-IMPACT-COUNT >= 100
      *            The last row takes the overflow so no cost is lost
      *            from the totals; the report says so
                   ADD 1 TO CUST-IMPACTS-DROPPED
                   MOVE CUST-IMPACT-COUNT TO CUST-IMPACT-IDX
               ELSE
                   ADD 1 TO CUST-IMPACT-COUNT
                   MOVE CUST-IMPACT-COUNT TO CUST-IMPACT-IDX
                   MOVE IMPACT-CUSTNO TO CI-NO(CUST-IMPACT-IDX)
                   EVALUATE TRUE
                       WHEN CUSTOMER-FOUND = 1
                           MOVE CM-NAME(CUSTOMER-IDX)
                               TO CI-NAME(CUST-IMPACT-IDX)
                       WHEN IMPACT-CUSTNO = "NONE"
                           MOVE "(NO CUSTOMER NUMBER)"
                               TO CI-NAME(CUST-IMPACT-IDX)
                       WHEN OTHER
                           MOVE IMPACT-CUST-NAME
                               TO CI-NAME(CUST-IMPACT-IDX)
                   END-EVALUATE
                   MOVE 0 TO CI-JOBS(CUST-IMPACT-IDX)
                   MOVE 0 TO CI-QUOTES(CUST-IMPACT-IDX)
                   MOVE 0 TO CI-NOW-COST(CUST-IMPACT-IDX)
                   MOVE 0 TO CI-NEW-COST(CUST-IMPACT-IDX)
                   MOVE 0 TO CI-FLAGGED(CUST-IMPACT-IDX)
               END-IF
           END-IF.
           ADD NOW-COST TO CI-NOW-COST(CUST-IMPACT-IDX).
           ADD NEW-COST TO CI-NEW-COST(CUST-IMPACT-IDX).
           IF WORK-FLAGGED = 1
               ADD 1 TO CI-FLAGGED(CUST-IMPACT-IDX)
           END-IF.
           ADD NOW-COST TO TOTAL-NOW-COST.
           ADD NEW-COST TO TOTAL-NEW-COST.

      *One line per customer with affected work, flagged work
      *marked for a call - except on the NONE row, where there is
      *no customer to call
       PRINT-CUSTOMER-IMPACT.
           DISPLAY " ".
           DISPLAY "BY CUSTOMER".
           IF CUST-IMPACT-COUNT = 0
               DISPLAY "No customer's work is affected."
           ELSE
               DISPLAY "CUSTNO  CUSTOMER              JOBS  QUOTES  "
                   "   COST TODAY      COST NEW    DIFFERENCE  FLAGGED"
               MOVE 0 TO CUST-IMPACT-IDX
               PERFORM UNTIL CUST-IMPACT-IDX >= CUST-IMPACT-COUNT
                   ADD 1 TO CUST-IMPACT-IDX
                   MOVE CI-JOBS(CUST-IMPACT-IDX) TO COUNT-DISPLAY
                   MOVE CI-QUOTES(CUST-IMPACT-IDX) TO COUNT-DISPLAY-2
                   MOVE CI-NOW-COST(CUST-IMPACT-IDX) TO COST-DISPLAY
                   MOVE CI-NEW-COST(CUST-IMPACT-IDX)
                       TO COST-DISPLAY-2
                   COMPUTE COST-DIFF = CI-NEW-COST(CUST-IMPACT-IDX)
                       - CI-NOW-COST(CUST-IMPACT-IDX)
                   MOVE COST-DIFF TO DIFF-DISPLAY
                   DISPLAY CI-NO(CUST-IMPACT-IDX) "  "
                       CI-NAME(CUST-IMPACT-IDX) "  " COUNT-DISPLAY
                       "   " COUNT-DISPLAY-2 COST-DISPLAY
                       COST-DISPLAY-2 DIFF-DISPLAY
                       WITH NO ADVANCING
                   IF CI-FLAGGED(CUST-IMPACT-IDX) > 0
                       MOVE CI-FLAGGED(CUST-IMPACT-IDX)
                           TO COUNT-DISPLAY
                       IF CI-NO(CUST-IMPACT-IDX) = "NONE"
                           DISPLAY "  " COUNT-DISPLAY
                       ELSE
                           DISPLAY "  " COUNT-DISPLAY
                               "  CALL CUSTOMER"
                       END-IF
                   ELSE
                       DISPLAY " "
                   END-IF
               END-PERFORM
           END-IF.
           IF CUST-IMPACTS-DROPPED > 0
               DISPLAY "Customer table full - the last row also "
                   "carries work for customers that did not fit."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       PRINT-IMPACT-TOTALS.
           DISPLAY " ".
           MOVE JOBS-AFFECTED TO COUNT-DISPLAY.
           MOVE JOBS-FLAGGED TO COUNT-DISPLAY-2.
           DISPLAY "OPEN JOBS AFFECTED:    "
               FUNCTION TRIM(COUNT-DISPLAY LEADING) " ("
               FUNCTION TRIM(COUNT-DISPLAY-2 LEADING) " flagged)".
           MOVE QUOTES-AFFECTED TO COUNT-DISPLAY.
           MOVE QUOTES-FLAGGED TO COUNT-DISPLAY-2.
           DISPLAY "OPEN QUOTES AFFECTED:  "
               FUNCTION TRIM(COUNT-DISPLAY LEADING) " ("
               FUNCTION TRIM(COUNT-DISPLAY-2 LEADING) " flagged)".
           MOVE TOTAL-NOW-COST TO TOTAL-DISPLAY.
           DISPLAY "COST AT TODAY'S PRICES: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING).
           MOVE TOTAL-NEW-COST TO TOTAL-DISPLAY.
           DISPLAY "COST AT THE NEW PRICES: "
               FUNCTION TRIM(TOTAL-DISPLAY LEADING).
           COMPUTE TOTAL-DIFF = TOTAL-NEW-COST - TOTAL-NOW-COST.
           MOVE TOTAL-DIFF TO TOTAL-DIFF-DISPLAY.
           DISPLAY "DIFFERENCE:             "
               FUNCTION TRIM(TOTAL-DIFF-DISPLAY LEADING).
      *    Anything a table could not hold is counted so the report
      *    says it is incomplete instead of quietly missing it
           IF JOB-DROPPED > 0
               MOVE JOB-DROPPED TO COUNT-DISPLAY
               DISPLAY "Job table full - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " job(s) not re-priced."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF ORDER-LINES-DROPPED > 0
               MOVE ORDER-LINES-DROPPED TO COUNT-DISPLAY
               DISPLAY "Order line table full - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " line(s) not re-priced."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.
           IF QUOTES-DROPPED > 0
               MOVE QUOTES-DROPPED TO COUNT-DISPLAY
               DISPLAY "Quote table full - "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " quote(s) not re-priced."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: nothing extra to flag here
       FLAG-IO-ABORT.
           CONTINUE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
