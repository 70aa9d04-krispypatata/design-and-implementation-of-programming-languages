      *            same check the four suite programs run - this
      *            program's own RUNLOG lines would otherwise
      *            drift a sealed day's control count silently.
      *2025-10-07: JOBMAST.DAT records widened to 80 for the due
      *            date JOBMAINT now keeps in columns 40-47.
      *2025-10-28: Each job is priced for its customer: the
      *            customer number in JOBMAST.DAT columns 49-54 is
      *            looked up on CUSTMAST.DAT and a second line under
      *            the job shows the markup, the tier discount and
      *            the selling price, with a selling-price total -
      *            the same arithmetic the quotes use.
      *2025-11-04: Results voided through RESVOID no longer count
      *            toward any job's shapes, area or cost; the
      *            roll-up reports how many voided results it left
      *            out.
      *2025-12-16: Scrap records (bad cuts recorded against the
      *            original result) are left out of the job totals
      *            the same way and counted separately; QUALRPT
      *            reports what they cost.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: The roll-up table now takes the 100 jobs JOBMAINT
      *            keeps, with 20 rows to spare for unmastered job
      *            numbers and JOB=NONE. A job master bigger than
      *            that is reported instead of being read short
      *            without a word.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBRPT.

           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNLOG-FILE-STATUS.
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
       COPY RESMAST.

       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *Layout described in the CUSTMAST copybook
       FD CUSTMAST-FILE.
       01 CUSTMAST-RECORD PIC X(100).

       FD RUNLOG-FILE.
       01 RUNLOG-RECORD PIC X(120).
       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.
       COPY CUSTMAST.

       77 RESMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".

      *One roll-up row per job: the master's jobs first (so a
      *quoted job with no shapes still shows), then any job number
      *the results carry that the master does not know, flagged.
      *The master may fill 100 rows; the rest are kept for those.
       01 JOB-ROLLUP-TABLE.
           02 JOB-ROLLUP-ENTRY OCCURS 120 TIMES.
               03 JR-NO PIC X(8).
               03 JR-CUST PIC X(20).
               03 JR-CUSTNO PIC X(6).
               03 JR-STATUS PIC X(8).
               03 JR-ON-MASTER PIC 9.
               03 JR-SHAPES PIC 9(5).
               03 JR-AREA PIC 9(9)V9(2).
               03 JR-COST PIC 9(11)V9(2).
       77 JOB-COUNT PIC 9(3) VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 JOB-DROPPED PIC 9(5) VALUE 0.
       77 MASTER-JOBS-DROPPED PIC 9(5) VALUE 0.
       77 VOID-COUNT PIC 9(5) VALUE 0.
       77 SCRAP-COUNT PIC 9(5) VALUE 0.

       77 SHAPES-DISPLAY PIC Z(4)9.
       77 AREA-DISPLAY PIC Z(8)9.9(2).
       77 COST-DISPLAY PIC Z(10)9.9(2).
       77 TOTAL-COST PIC 9(12)V9(2) VALUE 0.
       77 TOTAL-COST-DISPLAY PIC Z(11)9.9(2).
       77 TOTAL-MARKUP PIC 9(12)V9(2) VALUE 0.
       77 TOTAL-DISCOUNT PIC 9(12)V9(2) VALUE 0.
       77 TOTAL-SELL PIC 9(12)V9(2) VALUE 0.
       77 JOBS-UNPRICED PIC 99 VALUE 0.
       77 PCT-DISPLAY PIC ZZ9.9(2).

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-JOB-MASTER.
           PERFORM TALLY-RESULTS-MASTER.
           PERFORM PRINT-ROLLUP.
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *One roll-up row per job on the master, zero-totalled until
      *the results walk fills them in; a job past the first 100 is
      *counted and reported
       LOAD-JOB-MASTER.
           MOVE 0 TO JOB-COUNT.
           MOVE 0 TO MASTER-JOBS-DROPPED.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
                   "results will be reported."
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
               IF MASTER-JOBS-DROPPED > 0
                   MOVE MASTER-JOBS-DROPPED TO SHAPES-DISPLAY
                   DISPLAY "Job table full (100 jobs) - "
                       FUNCTION TRIM(SHAPES-DISPLAY LEADING)
                       " later JOBMAST.DAT job(s) not loaded; their "
                       "shapes show as not on the job master."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

       LOAD-ONE-JOB.
           IF FUNCTION TRIM(JOBMAST-RECORD) NOT = SPACES
               IF JOBMAST-RECORD(1:8) = SPACES
                   DISPLAY "Skipping bad JOBMAST.DAT line: "
                       FUNCTION TRIM(JOBMAST-RECORD)
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF JOB-COUNT >= 100
                       ADD 1 TO MASTER-JOBS-DROPPED
                   ELSE
                       PERFORM STORE-MASTER-JOB
                   END-IF
               END-IF
           END-IF.

       STORE-MASTER-JOB.
           ADD 1 TO JOB-COUNT.
           MOVE JOBMAST-RECORD(1:8) TO JR-NO(JOB-COUNT).
           MOVE JOBMAST-RECORD(10:20) TO JR-CUST(JOB-COUNT).
           MOVE JOBMAST-RECORD(49:6) TO JR-CUSTNO(JOB-COUNT).
           MOVE JOBMAST-RECORD(31:8) TO JR-STATUS(JOB-COUNT).
           MOVE 1 TO JR-ON-MASTER(JOB-COUNT).
           MOVE 0 TO JR-SHAPES(JOB-COUNT).
           MOVE 0 TO JR-AREA(JOB-COUNT).
           MOVE 0 TO JR-COST(JOB-COUNT).

      *Walk every master record and fold it into its job's row; a
      *job number the master does not carry gets its own flagged
      *row, as do the untagged (JOB=NONE) shapes
                       AT END
                           MOVE 1 TO RESMAST-EOF
                       NOT AT END
                           IF RM-VOID-FLAG = "V"
                               ADD 1 TO VOID-COUNT
                           ELSE
                               IF RM-SCRAP-FLAG = "S"
                                   ADD 1 TO SCRAP-COUNT
                               ELSE
                                   PERFORM TALLY-ONE-RESULT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMAST-FILE
                   MOVE 1 TO JOB-FOUND
               END-IF
           END-PERFORM.
           IF JOB-FOUND = 0 AND JOB-COUNT < 120
               ADD 1 TO JOB-COUNT
               MOVE JOB-COUNT TO JOB-IDX
               MOVE RM-JOB TO JR-NO(JOB-IDX)
               MOVE SPACES TO JR-CUST(JOB-IDX)
               MOVE SPACES TO JR-CUSTNO(JOB-IDX)
               MOVE SPACES TO JR-STATUS(JOB-IDX)
               MOVE 0 TO JR-ON-MASTER(JOB-IDX)
               MOVE 0 TO JR-SHAPES(JOB-IDX)
           END-IF.

      *One line per job: number, customer, status, shapes computed,
      *total area and total material cost, and under a master job
      *its customer's markup, discount and selling price. A master
      *job with no shapes reads as open-and-unbilled; an unmastered
      *job number is flagged so the order book can be fixed.
       PRINT-ROLLUP.
           DISPLAY " ".
           DISPLAY "JOB COST ROLL-UP".
               DISPLAY " "
               DISPLAY "TOTAL MATERIAL COST: "
                   FUNCTION TRIM(TOTAL-COST-DISPLAY LEADING)
               MOVE TOTAL-MARKUP TO TOTAL-COST-DISPLAY
               DISPLAY "TOTAL MARKUP:        "
                   FUNCTION TRIM(TOTAL-COST-DISPLAY LEADING)
               MOVE TOTAL-DISCOUNT TO TOTAL-COST-DISPLAY
               DISPLAY "TOTAL DISCOUNT:      "
                   FUNCTION TRIM(TOTAL-COST-DISPLAY LEADING)
               MOVE TOTAL-SELL TO TOTAL-COST-DISPLAY
               DISPLAY "TOTAL SELLING PRICE: "
                   FUNCTION TRIM(TOTAL-COST-DISPLAY LEADING)
               IF JOBS-UNPRICED > 0
                   MOVE JOBS-UNPRICED TO SHAPES-DISPLAY
                   DISPLAY "("
                       FUNCTION TRIM(SHAPES-DISPLAY LEADING)
                       " job(s) with shapes but no customer on "
                       "CUSTMAST.DAT are left out of the selling "
                       "total.)"
               END-IF
           END-IF.
           MOVE VOID-COUNT TO SHAPES-DISPLAY.
           DISPLAY "VOIDED RESULTS LEFT OUT: "
               FUNCTION TRIM(SHAPES-DISPLAY LEADING).
           MOVE SCRAP-COUNT TO SHAPES-DISPLAY.
           DISPLAY "SCRAP RESULTS LEFT OUT: "
               FUNCTION TRIM(SHAPES-DISPLAY LEADING)
               " (see QUALRPT)".
           IF JOB-DROPPED > 0
               MOVE JOB-DROPPED TO SHAPES-DISPLAY
               DISPLAY "Job table full - "
               ELSE
                   DISPLAY " "
               END-IF
               PERFORM PRINT-ONE-JOB-PRICING
           ELSE
               IF JR-NO(JOB-IDX) = "NONE"
                   DISPLAY JR-NO(JOB-IDX) "  (shapes not cut for "
               END-IF
           END-IF.

      *The job's cost priced for its customer, on a line of its own
      *under the cost line
       PRINT-ONE-JOB-PRICING.
           MOVE JR-CUSTNO(JOB-IDX) TO CUST-LOOKUP-NO.
           MOVE 0 TO CUSTOMER-FOUND.
           IF CUST-LOOKUP-NO NOT = SPACES
               PERFORM FIND-CUSTOMER
           END-IF.
           IF CUSTOMER-FOUND = 1
               MOVE JR-COST(JOB-IDX) TO SELL-COST
               MOVE CM-MARKUP(CUSTOMER-IDX) TO SELL-MARKUP-PCT
               MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
               PERFORM PRICE-FOR-CUSTOMER
               ADD SELL-MARKUP-AMT TO TOTAL-MARKUP
               ADD SELL-DISC-AMT TO TOTAL-DISCOUNT
               ADD SELL-PRICE TO TOTAL-SELL
               MOVE SELL-MARKUP-PCT TO PCT-DISPLAY
               MOVE SELL-MARKUP-AMT TO COST-DISPLAY
               DISPLAY "          CUSTOMER " CM-NO(CUSTOMER-IDX)
                   "  MARKUP " FUNCTION TRIM(PCT-DISPLAY) "% "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
                   WITH NO ADVANCING
               MOVE SELL-DISC-PCT TO PCT-DISPLAY
               MOVE SELL-DISC-AMT TO COST-DISPLAY
               DISPLAY "  TIER " SELL-TIER " LESS "
                   FUNCTION TRIM(PCT-DISPLAY) "% "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
                   WITH NO ADVANCING
               MOVE SELL-PRICE TO COST-DISPLAY
               DISPLAY "  SELLING PRICE "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
           ELSE
               IF JR-SHAPES(JOB-IDX) > 0
                   ADD 1 TO JOBS-UNPRICED
               END-IF
               IF JR-CUSTNO(JOB-IDX) = SPACES
                   DISPLAY "          (no customer number - set one "
                       "in JOBMAINT to price this job)"
               ELSE
                   DISPLAY "          (customer " JR-CUSTNO(JOB-IDX)
                       " is not on CUSTMAST.DAT)"
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE CUSTMAST-FILE.

       COPY SESSLOCKP.


       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
