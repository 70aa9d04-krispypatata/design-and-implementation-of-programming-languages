      *DESCRIPTION: Maintenance program for the JOBMAST.DAT job
      *master, in the spirit of what MATMAINT does for the price
      *master - so the office no longer hand-edits the job file and
      *a finished job stops being taggable by accident. Loads every
      *job line, lists the book, adds new jobs, sets the promised
      *due date, and moves a job through its lifecycle: OPEN, on
      *HOLD, CLOSED (INVOICE sets BILLED when the job is invoiced).
      *A hold and its release are desk actions; closing a job, or
      *reopening a closed or billed one, needs a supervisor sign-on
      *(OPER-ROLE "S"). Every change is kept as a pending history
      *line stamped with the operator and the date it was made, and
      *Save rewrites JOBMAST.DAT in the fixed layout the area
      *program, SHAPEDIT, JOBRPT and INVOICE read and appends those
      *lines to the JOBHIST.TXT job history - so an unsaved change
      *leaves no history claiming it happened.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 7, 2025
      *Modification History:
      *2025-10-14: Order lines. Each job now carries the shapes the
      *            customer ordered (shape, dimensions and unit,
      *            material, quantity) in JOBLINES.DAT, listed,
      *            added and re-quantified from the menu and saved
      *            with the master, so JOBPROG can report what is
      *            left to cut against each line.
      *2025-10-28: Jobs point at a customer number on the new
      *            CUSTMAST.DAT customer master (columns 49-54). Add
      *            job takes the number and fills the name from the
      *            master; new menu choice [13] points an existing
      *            job at a customer, so JOBRPT can price each job
      *            for its customer.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A quantity ordered is range-checked on the number
      *            keyed before it is moved, so six digits or more are
      *            refused rather than losing their leading digit. A
      *            change that finds 100 history lines pending, and
      *            cannot save them, is refused before it is made
      *            instead of overrunning the pending-history table.
      *2026-02-17: A Save whose JOBLINES.DAT rewrite fails no longer
      *            writes the history or reports the jobs saved; the
      *            changes stay pending for the next Save.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBHIST-FILE ASSIGN TO "JOBHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBHIST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
           SELECT MATERIALS-FILE ASSIGN TO "MATERIALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATERIALS-FILE-STATUS.
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
      *One job line: job number in columns 1-8, customer in 10-29,
      *status (OPEN, HOLD, CLOSED, BILLED) in 31-38, promised due
      *date (YYYYMMDD, blank when none was promised) in 40-47,
      *customer number on CUSTMAST.DAT in 49-54 (blank on a job
      *keyed before the customer master). The customer name stays
      *in 10-29, copied from the master, for the readers that print
      *it. Anything past column 54 is carried through a save
      *untouched.
       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

      *Append-only change history, one line per saved change:
      *JOB= ACTION= STATUS= DUE= DATE= TIME= OPER=
       FD JOBHIST-FILE.
       01 JOBHIST-RECORD PIC X(100).

      *One order line: job in columns 1-8, line number in 10-12,
      *shape code (C, R or T) in 14, unit (CM, MM, IN) in 16-17,
      *first dimension in 19-20, second dimension in 22-23 (blank
      *for a circle), material code in 25-28, quantity ordered in
      *30-34 - the same codes and two-digit dimensions a SHAPES.TXT
      *line carries
       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

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

      *Every JOBMAST.DAT line held in file order
       01 JOB-LINE-TABLE.
           02 JOB-LINE-ENTRY OCCURS 100 TIMES.
               03 JM-NO PIC X(8).
               03 JM-CUST PIC X(20).
               03 JM-STATUS PIC X(8).
               03 JM-DUE PIC X(8).
               03 JM-CUSTNO PIC X(6).
               03 JM-REST PIC X(26).
       77 JOB-LINE-COUNT PIC 9(3) VALUE 0.
       77 JOB-LINE-IDX PIC 9(3) VALUE 0.
       77 JOB-LINE-COUNT-DISPLAY PIC ZZ9.
       77 JOB-MASTER-FULL PIC 9 VALUE 0.

      *Every JOBLINES.DAT order line held in file order
       01 ORDER-LINE-TABLE.
           02 ORDER-LINE-ENTRY OCCURS 300 TIMES.
               03 OL-JOB PIC X(8).
               03 OL-LINE PIC 9(3).
               03 OL-SHAPE PIC X(1).
               03 OL-UNIT PIC X(2).
               03 OL-DIM1 PIC 9(2).
               03 OL-DIM2 PIC 9(2).
               03 OL-MAT PIC X(4).
               03 OL-QTY PIC 9(5).
       77 ORDER-LINE-COUNT PIC 9(3) VALUE 0.
       77 ORDER-LINE-IDX PIC 9(3) VALUE 0.
       77 ORDER-LINES-FULL PIC 9 VALUE 0.
       77 ORDER-LINE-FOUND PIC 9 VALUE 0.
       77 JOB-ORDER-LINES PIC 9(3) VALUE 0.
       77 NEXT-LINE-NO PIC 9(3) VALUE 0.
       77 LINE-NO-DISPLAY PIC ZZ9.
       77 QTY-DISPLAY PIC Z(4)9.
       77 DIM2-DISPLAY PIC X(2) VALUE SPACES.
       77 END-OF-JOBLINES-FILE PIC 9 VALUE 0.
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".

      *Material codes an order line may name: any code on the
      *price master that is not discontinued
       01 MATERIAL-CODE-TABLE.
           02 MATERIAL-CODE-ENTRY OCCURS 20 TIMES.
               03 MC-CODE PIC X(4).
       77 MATERIAL-CODE-COUNT PIC 99 VALUE 0.
       77 MAT-IDX PIC 99 VALUE 0.
       77 MAT-FOUND PIC 9 VALUE 0.
       77 MATERIALS-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-MATERIALS-FILE PIC 9 VALUE 0.

      *Order line entry fields
       77 SHAPE-INPUT PIC X(10).
       77 ENTRY-SHAPE PIC X(1) VALUE SPACES.
       77 UNIT-INPUT PIC X(10).
       77 ENTRY-UNIT PIC X(2) VALUE SPACES.
       77 DIM-INPUT PIC X(10).
       77 DIM-VALUE PIC 9(5) VALUE 0.
       77 ENTRY-DIM1 PIC 9(2) VALUE 0.
       77 ENTRY-DIM2 PIC 9(2) VALUE 0.
       77 MAT-INPUT PIC X(10).
       77 ENTRY-MAT PIC X(4) VALUE SPACES.
       77 QTY-INPUT PIC X(10).
       77 ENTRY-QTY PIC 9(5) VALUE 0.
       77 LINE-INPUT PIC X(10).
       77 ENTRY-LINE PIC 9(3) VALUE 0.

       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBHIST-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
       77 JOBHIST-EOF PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.

      *Entry fields, each read raw and validated before it is
      *trusted
       77 JOB-INPUT PIC X(20).
       77 ENTRY-JOB PIC X(8) VALUE SPACES.
       77 CUST-INPUT PIC X(30).
       77 ENTRY-CUST PIC X(20) VALUE SPACES.
       77 ENTRY-CUSTNO PIC X(6) VALUE SPACES.
       77 CUST-NO-NUMERIC PIC 9(6) VALUE 0.
       77 ENTRY-DUE PIC X(8) VALUE SPACES.
       77 ENTRY-OK PIC 9 VALUE 0.
       77 DATE-INPUT PIC X(10).
       77 DATE-NUMERIC PIC 9(10) VALUE 0.
       77 DATE-IS-VALID PIC 9 VALUE 0.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 JOB-IDX PIC 9(3) VALUE 0.

      *The status a lifecycle move starts from and goes to, and the
      *history action word it is recorded under
       77 NEW-STATUS PIC X(8) VALUE SPACES.
       77 HIST-ACTION PIC X(8) VALUE SPACES.

      *Changes made this session, stamped when made and appended to
      *JOBHIST.TXT only when the master is saved
       01 HIST-PENDING-TABLE.
           02 HIST-PENDING-ENTRY OCCURS 100 TIMES.
               03 HP-LINE PIC X(100).
       77 HIST-PENDING-COUNT PIC 9(3) VALUE 0.
       77 HIST-PENDING-IDX PIC 9(3) VALUE 0.
       77 HIST-LINE PIC X(100) VALUE SPACES.
       77 HIST-LINE-COUNT PIC 9(5) VALUE 0.
       77 HIST-COUNT-DISPLAY PIC Z(4)9.
       77 HIST-JUNK PIC X(100) VALUE SPACES.
       77 HIST-REST PIC X(100) VALUE SPACES.
       77 HIST-JOB-TEXT PIC X(8) VALUE SPACES.

       77 JOB-TIMESTAMP PIC X(21).
       77 TODAY-DATE PIC 9(8) VALUE 0.
       77 DUE-DISPLAY PIC X(8) VALUE SPACES.
       77 SAVED-CHANGES PIC 9 VALUE 1.
       77 ORDER-SAVE-FAILED PIC 9 VALUE 0.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "JOBMAINT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "JOBMAINT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "JOBMAINT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO JOB-TIMESTAMP.
           MOVE JOB-TIMESTAMP(1:8) TO TODAY-DATE.

           PERFORM LOAD-JOB-LINES.
           PERFORM LOAD-ORDER-LINES.
           PERFORM LOAD-MATERIAL-CODES.
           PERFORM LOAD-CUSTOMER-MASTER.

           IF JOB-MASTER-FULL = 0 AND ORDER-LINES-FULL = 0
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

      *One trip around the maintenance menu. Close and Reopen are
      *gated on the sign-on role the way array.cob gates its
      *supervised actions.
       MAINT-MENU.
           DISPLAY "[1] List jobs  [2] Add job  [3] Set due date  "
               "[4] Hold  [5] Release hold".
           DISPLAY "[6] Close job  [7] Reopen job  [8] Save  "
               "[9] Job history".
           DISPLAY "[10] List order lines  [11] Add order line  "
               "[12] Change quantity".
           DISPLAY "[13] Set job customer  (0 to exit): "
               WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-JOBS
                   WHEN 2
                       PERFORM ADD-JOB
                   WHEN 3
                       PERFORM SET-DUE-DATE
                   WHEN 4
                       PERFORM HOLD-JOB
                   WHEN 5
                       PERFORM RELEASE-JOB
      *            Closing ends a job for good and reopening undoes
      *            that - supervisor sign-ons only
                   WHEN 6
                       IF OPER-ROLE = "S"
                           PERFORM CLOSE-JOB
                       ELSE
                           DISPLAY "Closing a job needs a "
                               "supervisor sign-on."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   WHEN 7
                       IF OPER-ROLE = "S"
                           PERFORM REOPEN-JOB
                       ELSE
                           DISPLAY "Reopening a job needs a "
                               "supervisor sign-on."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   WHEN 8
                       PERFORM SAVE-JOBS
                   WHEN 9
                       PERFORM SHOW-JOB-HISTORY
                   WHEN 10
                       PERFORM LIST-ORDER-LINES
                   WHEN 11
                       PERFORM ADD-ORDER-LINE
                   WHEN 12
                       PERFORM CHANGE-ORDER-QUANTITY
                   WHEN 13
                       PERFORM SET-JOB-CUSTOMER
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

      *Load every JOBMAST.DAT line into the table. A master too big
      *for the table is refused outright - saving it would lose the
      *lines that did not fit.
       LOAD-JOB-LINES.
           MOVE 0 TO JOB-LINE-COUNT.
           MOVE 0 TO JOB-MASTER-FULL.
           MOVE 0 TO END-OF-JOBMAST-FILE.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "JOBMAST.DAT not found - starting an empty "
                   "job master."
           ELSE
               PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                   READ JOBMAST-FILE
                       AT END
                           MOVE 1 TO END-OF-JOBMAST-FILE
                       NOT AT END
                           IF FUNCTION TRIM(JOBMAST-RECORD)
                                   NOT = SPACES
                               PERFORM LOAD-ONE-JOB-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.
           IF JOB-MASTER-FULL = 1
               DISPLAY "JOBMAST.DAT holds more than 100 jobs - "
                   "maintenance refused so nothing is lost."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE JOB-LINE-COUNT TO JOB-LINE-COUNT-DISPLAY
               DISPLAY "Loaded "
                   FUNCTION TRIM(JOB-LINE-COUNT-DISPLAY)
                   " job(s)."
           END-IF.

      *Store one line; a line with no job number is reported and
      *dropped the way the area program's loader drops it
       LOAD-ONE-JOB-LINE.
           IF JOBMAST-RECORD(1:8) = SPACES
               DISPLAY "Skipping bad JOBMAST.DAT line: "
                   FUNCTION TRIM(JOBMAST-RECORD)
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF JOB-LINE-COUNT >= 100
                   MOVE 1 TO JOB-MASTER-FULL
                   MOVE 1 TO END-OF-JOBMAST-FILE
               ELSE
                   ADD 1 TO JOB-LINE-COUNT
                   MOVE JOBMAST-RECORD(1:8) TO JM-NO(JOB-LINE-COUNT)
                   MOVE JOBMAST-RECORD(10:20)
                       TO JM-CUST(JOB-LINE-COUNT)
                   MOVE JOBMAST-RECORD(31:8)
                       TO JM-STATUS(JOB-LINE-COUNT)
                   MOVE JOBMAST-RECORD(40:8)
                       TO JM-DUE(JOB-LINE-COUNT)
                   MOVE JOBMAST-RECORD(49:6)
                       TO JM-CUSTNO(JOB-LINE-COUNT)
                   MOVE JOBMAST-RECORD(55:26)
                       TO JM-REST(JOB-LINE-COUNT)
               END-IF
           END-IF.

      *One line per job: number, customer number and name, status,
      *due date, with an OVERDUE note on a live job whose promised
      *date has passed
       LIST-JOBS.
           IF JOB-LINE-COUNT = 0
               DISPLAY "The job master is empty."
           ELSE
               DISPLAY "JOB       CUST#   CUSTOMER              "
                   "STATUS    DUE"
               MOVE 0 TO JOB-LINE-IDX
               PERFORM UNTIL JOB-LINE-IDX >= JOB-LINE-COUNT
                   ADD 1 TO JOB-LINE-IDX
                   PERFORM LIST-ONE-JOB
               END-PERFORM
           END-IF.

       LIST-ONE-JOB.
           IF JM-DUE(JOB-LINE-IDX) = SPACES
               MOVE "(none)" TO DUE-DISPLAY
           ELSE
               MOVE JM-DUE(JOB-LINE-IDX) TO DUE-DISPLAY
           END-IF.
           IF JM-DUE(JOB-LINE-IDX) IS NUMERIC
                   AND (JM-STATUS(JOB-LINE-IDX) = "OPEN"
                   OR JM-STATUS(JOB-LINE-IDX) = "HOLD")
                   AND JM-DUE(JOB-LINE-IDX) < JOB-TIMESTAMP(1:8)
               DISPLAY JM-NO(JOB-LINE-IDX) "  "
                   JM-CUSTNO(JOB-LINE-IDX) "  "
                   JM-CUST(JOB-LINE-IDX) "  "
                   JM-STATUS(JOB-LINE-IDX) "  "
                   DUE-DISPLAY "  OVERDUE"
           ELSE
               DISPLAY JM-NO(JOB-LINE-IDX) "  "
                   JM-CUSTNO(JOB-LINE-IDX) "  "
                   JM-CUST(JOB-LINE-IDX) "  "
                   JM-STATUS(JOB-LINE-IDX) "  "
                   DUE-DISPLAY
           END-IF.

      *Ask for a job number: 1-8 characters, kept upper-case the
      *way the area program tags shapes
       GET-JOB-NUMBER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Job number (1-8 characters): "
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

      *Ask for the customer number; it must be on the customer
      *master, whose name goes on the job with it
       GET-CUSTOMER-NUMBER.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Customer number: " WITH NO ADVANCING.
           ACCEPT CUST-INPUT.
           IF FUNCTION TRIM(CUST-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(CUST-INPUT))
                   <= 6
               MOVE FUNCTION NUMVAL(CUST-INPUT) TO CUST-NO-NUMERIC
               MOVE CUST-NO-NUMERIC TO CUST-LOOKUP-NO
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-FOUND = 1
                   MOVE CM-NO(CUSTOMER-IDX) TO ENTRY-CUSTNO
                   MOVE CM-NAME(CUSTOMER-IDX) TO ENTRY-CUST
                   DISPLAY "Customer: "
                       FUNCTION TRIM(CM-NAME(CUSTOMER-IDX))
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Customer " CUST-LOOKUP-NO " is not on "
                       "the customer master - add it with CUSTMAINT "
                       "first."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           ELSE
               DISPLAY "Customer number must be 1-6 digits."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Ask for the promised due date; blank means none promised
       GET-DUE-DATE.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Due date YYYYMMDD (blank for none): "
               WITH NO ADVANCING.
           ACCEPT DATE-INPUT.
           IF FUNCTION TRIM(DATE-INPUT) = SPACES
               MOVE SPACES TO ENTRY-DUE
               MOVE 1 TO ENTRY-OK
           ELSE
               PERFORM VALIDATE-DATE-INPUT
               IF DATE-IS-VALID = 1
                   MOVE DATE-NUMERIC(3:8) TO ENTRY-DUE
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Date must be entered as YYYYMMDD."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Validate DATE-INPUT as an 8-digit YYYYMMDD value, leaving the
      *accepted value in DATE-NUMERIC
       VALIDATE-DATE-INPUT.
           MOVE 0 TO DATE-IS-VALID.
           IF FUNCTION TRIM(DATE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(DATE-INPUT) TO DATE-NUMERIC
               IF DATE-NUMERIC >= 19000101
                       AND DATE-NUMERIC <= 99991231
                   MOVE 1 TO DATE-IS-VALID
               END-IF
           END-IF.

       FIND-JOB.
           MOVE 0 TO JOB-FOUND.
           MOVE 0 TO JOB-IDX.
           MOVE 0 TO JOB-LINE-IDX.
           PERFORM UNTIL JOB-FOUND = 1
                   OR JOB-LINE-IDX >= JOB-LINE-COUNT
               ADD 1 TO JOB-LINE-IDX
               IF JM-NO(JOB-LINE-IDX) = ENTRY-JOB
                   MOVE 1 TO JOB-FOUND
                   MOVE JOB-LINE-IDX TO JOB-IDX
               END-IF
           END-PERFORM.

      *Ask for a job number and find it, reporting one that is not
      *on the master
       GET-EXISTING-JOB.
           PERFORM GET-JOB-NUMBER.
           IF ENTRY-OK = 1
               PERFORM FIND-JOB
               IF JOB-FOUND = 0
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is not on the job master."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *A brand-new job, OPEN from the start
       ADD-JOB.
           PERFORM GET-JOB-NUMBER.
           IF ENTRY-OK = 1
               PERFORM FIND-JOB
               IF JOB-FOUND = 1
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is already on the job master."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               IF JOB-LINE-COUNT >= 100
                   DISPLAY "Job master is full (100 jobs)."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-NUMBER
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-DUE-DATE
           END-IF.
           IF ENTRY-OK = 1
               PERFORM MAKE-ROOM-FOR-HISTORY
           END-IF.
           IF ENTRY-OK = 1
               ADD 1 TO JOB-LINE-COUNT
               MOVE JOB-LINE-COUNT TO JOB-IDX
               MOVE ENTRY-JOB TO JM-NO(JOB-IDX)
               MOVE ENTRY-CUST TO JM-CUST(JOB-IDX)
               MOVE "OPEN" TO JM-STATUS(JOB-IDX)
               MOVE ENTRY-DUE TO JM-DUE(JOB-IDX)
               MOVE ENTRY-CUSTNO TO JM-CUSTNO(JOB-IDX)
               MOVE SPACES TO JM-REST(JOB-IDX)
               MOVE "ADD" TO HIST-ACTION
               PERFORM RECORD-JOB-CHANGE
               DISPLAY "Added job " FUNCTION TRIM(ENTRY-JOB) "."
           END-IF.

      *Point a job at a customer on the customer master - how a job
      *keyed before the master gets its number, or a job keyed to
      *the wrong customer is put right before it is billed
       SET-JOB-CUSTOMER.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) = "BILLED"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is already BILLED."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-CUSTOMER-NUMBER
           END-IF.
           IF ENTRY-OK = 1
               PERFORM MAKE-ROOM-FOR-HISTORY
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-CUSTNO TO JM-CUSTNO(JOB-IDX)
               MOVE ENTRY-CUST TO JM-CUST(JOB-IDX)
               MOVE "CUST" TO HIST-ACTION
               PERFORM RECORD-JOB-CHANGE
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                   " now belongs to customer " ENTRY-CUSTNO "."
           END-IF.

      *Set or clear the promised due date of a job still in work
       SET-DUE-DATE.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) = "CLOSED"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is CLOSED - reopen it first."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-DUE-DATE
           END-IF.
           IF ENTRY-OK = 1
               PERFORM MAKE-ROOM-FOR-HISTORY
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-DUE TO JM-DUE(JOB-IDX)
               MOVE "DUE" TO HIST-ACTION
               PERFORM RECORD-JOB-CHANGE
               DISPLAY "Due date for " FUNCTION TRIM(ENTRY-JOB)
                   " set."
           END-IF.

      *Put an OPEN job on hold: nothing can be cut for it until the
      *hold is released
       HOLD-JOB.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) NOT = "OPEN"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB) " is "
                       FUNCTION TRIM(JM-STATUS(JOB-IDX))
                       " - only an OPEN job can be put on hold."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE "HOLD" TO NEW-STATUS
                   MOVE "HOLD" TO HIST-ACTION
                   PERFORM CHANGE-JOB-STATUS
               END-IF
           END-IF.

       RELEASE-JOB.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) NOT = "HOLD"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is not on hold."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE "OPEN" TO NEW-STATUS
                   MOVE "RELEASE" TO HIST-ACTION
                   PERFORM CHANGE-JOB-STATUS
               END-IF
           END-IF.

      *Close a job - live, on hold or billed - so nothing more is
      *cut against it
       CLOSE-JOB.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) = "CLOSED"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is already CLOSED."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE "CLOSED" TO NEW-STATUS
                   MOVE "CLOSE" TO HIST-ACTION
                   PERFORM CHANGE-JOB-STATUS
               END-IF
           END-IF.

      *Reopen a closed or billed job; a billed job reopened can
      *then be invoiced again for the shapes cut since, and INVOICE
      *still never bills a shape twice
       REOPEN-JOB.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) NOT = "CLOSED"
                       AND JM-STATUS(JOB-IDX) NOT = "BILLED"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB) " is "
                       FUNCTION TRIM(JM-STATUS(JOB-IDX))
                       " - only a CLOSED or BILLED job is reopened."
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   MOVE "OPEN" TO NEW-STATUS
                   MOVE "REOPEN" TO HIST-ACTION
                   PERFORM CHANGE-JOB-STATUS
               END-IF
           END-IF.

       CHANGE-JOB-STATUS.
           PERFORM MAKE-ROOM-FOR-HISTORY.
           IF ENTRY-OK = 1
               MOVE NEW-STATUS TO JM-STATUS(JOB-IDX)
               PERFORM RECORD-JOB-CHANGE
               DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB) " is now "
                   FUNCTION TRIM(NEW-STATUS) "."
           END-IF.

      *Every change leaves a history line, held until Save; a
      *session this busy saves now rather than drop one, and when
      *even that fails the change is refused before it is made, so
      *no change is ever left without its history
       MAKE-ROOM-FOR-HISTORY.
           IF HIST-PENDING-COUNT >= 100
               PERFORM SAVE-JOBS
               IF HIST-PENDING-COUNT >= 100
                   DISPLAY "Could not save the session's 100 pending "
                       "history lines - change not made. Fix the "
                       "problem and Save."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Stamp the change just made to JOB-IDX with the operator and
      *the date, held until Save writes it to JOBHIST.TXT
       RECORD-JOB-CHANGE.
           MOVE 0 TO SAVED-CHANGES.
           MOVE FUNCTION CURRENT-DATE TO JOB-TIMESTAMP.
           IF JM-DUE(JOB-IDX) = SPACES
               MOVE "NONE" TO DUE-DISPLAY
           ELSE
               MOVE JM-DUE(JOB-IDX) TO DUE-DISPLAY
           END-IF.
           MOVE SPACES TO HIST-LINE.
           STRING
               "JOB=" JM-NO(JOB-IDX)
               " ACTION=" HIST-ACTION
               " STATUS=" JM-STATUS(JOB-IDX)
               " DUE=" DUE-DISPLAY
               " DATE=" JOB-TIMESTAMP(1:8)
               " TIME=" JOB-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO HIST-LINE.
      *    MAKE-ROOM-FOR-HISTORY has already made room before the
      *    change was allowed
           IF HIST-PENDING-COUNT < 100
               ADD 1 TO HIST-PENDING-COUNT
               MOVE HIST-LINE TO HP-LINE(HIST-PENDING-COUNT)
           END-IF.

      *Write the table back to JOBMAST.DAT in the fixed layout every
      *reader expects, then append the session's change lines to
      *JOBHIST.TXT - but only once the order lines are safely out
      *too, so a failed Save leaves them pending for the next
       SAVE-JOBS.
           OPEN OUTPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS NOT = "00"
               DISPLAY "Could not open JOBMAST.DAT for saving "
                   "(status " JOBMAST-FILE-STATUS ")."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE "JOBMAST.DAT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO JOB-LINE-IDX
               PERFORM UNTIL JOB-LINE-IDX >= JOB-LINE-COUNT
                   ADD 1 TO JOB-LINE-IDX
                   MOVE SPACES TO JOBMAST-RECORD
                   MOVE JM-NO(JOB-LINE-IDX) TO JOBMAST-RECORD(1:8)
                   MOVE JM-CUST(JOB-LINE-IDX)
                       TO JOBMAST-RECORD(10:20)
                   MOVE JM-STATUS(JOB-LINE-IDX)
                       TO JOBMAST-RECORD(31:8)
                   MOVE JM-DUE(JOB-LINE-IDX)
                       TO JOBMAST-RECORD(40:8)
                   MOVE JM-CUSTNO(JOB-LINE-IDX)
                       TO JOBMAST-RECORD(49:6)
                   MOVE JM-REST(JOB-LINE-IDX)
                       TO JOBMAST-RECORD(55:26)
                   WRITE JOBMAST-RECORD
                   MOVE JOBMAST-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE JOBMAST-FILE
               PERFORM SAVE-ORDER-LINES
               IF ORDER-SAVE-FAILED = 1
                   DISPLAY "Order lines not saved - changes are "
                       "still pending; fix the problem and Save."
               ELSE
                   PERFORM APPEND-JOB-HISTORY
                   MOVE 1 TO SAVED-CHANGES
                   MOVE JOB-LINE-COUNT TO JOB-LINE-COUNT-DISPLAY
                   DISPLAY "Saved "
                       FUNCTION TRIM(JOB-LINE-COUNT-DISPLAY)
                       " job(s) to JOBMAST.DAT."
               END-IF
           END-IF.

       APPEND-JOB-HISTORY.
           IF HIST-PENDING-COUNT > 0
               OPEN INPUT JOBHIST-FILE
               IF JOBHIST-FILE-STATUS = "00"
                   CLOSE JOBHIST-FILE
                   OPEN EXTEND JOBHIST-FILE
               ELSE
                   OPEN OUTPUT JOBHIST-FILE
               END-IF
               MOVE "JOBHIST.TXT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO HIST-PENDING-IDX
               PERFORM UNTIL HIST-PENDING-IDX >= HIST-PENDING-COUNT
                   ADD 1 TO HIST-PENDING-IDX
                   MOVE HP-LINE(HIST-PENDING-IDX) TO JOBHIST-RECORD
                   WRITE JOBHIST-RECORD
                   MOVE JOBHIST-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE JOBHIST-FILE
               MOVE 0 TO HIST-PENDING-COUNT
           END-IF.

      *Every saved change for one job, oldest first, followed by
      *any not yet saved this session
       SHOW-JOB-HISTORY.
           PERFORM GET-JOB-NUMBER.
           IF ENTRY-OK = 1
               MOVE 0 TO HIST-LINE-COUNT
               MOVE 0 TO JOBHIST-EOF
               OPEN INPUT JOBHIST-FILE
               IF JOBHIST-FILE-STATUS = "00"
                   PERFORM UNTIL JOBHIST-EOF = 1
                       READ JOBHIST-FILE
                           AT END
                               MOVE 1 TO JOBHIST-EOF
                           NOT AT END
                               MOVE JOBHIST-RECORD TO HIST-LINE
                               PERFORM SHOW-ONE-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE JOBHIST-FILE
               END-IF
               MOVE 0 TO HIST-PENDING-IDX
               PERFORM UNTIL HIST-PENDING-IDX >= HIST-PENDING-COUNT
                   ADD 1 TO HIST-PENDING-IDX
                   MOVE HP-LINE(HIST-PENDING-IDX) TO HIST-LINE
                   PERFORM SHOW-ONE-HISTORY-LINE
               END-PERFORM
               IF HIST-LINE-COUNT = 0
                   DISPLAY "No history on file for "
                       FUNCTION TRIM(ENTRY-JOB) "."
               ELSE
                   MOVE HIST-LINE-COUNT TO HIST-COUNT-DISPLAY
                   DISPLAY FUNCTION TRIM(HIST-COUNT-DISPLAY LEADING)
                       " change(s) listed."
               END-IF
           END-IF.

       SHOW-ONE-HISTORY-LINE.
           MOVE SPACES TO HIST-JUNK.
           MOVE SPACES TO HIST-REST.
           UNSTRING HIST-LINE DELIMITED BY "JOB="
               INTO HIST-JUNK HIST-REST.
           MOVE HIST-REST(1:8) TO HIST-JOB-TEXT.
           IF HIST-JOB-TEXT = ENTRY-JOB
               ADD 1 TO HIST-LINE-COUNT
               DISPLAY FUNCTION TRIM(HIST-LINE)
           END-IF.

      *Load every JOBLINES.DAT order line. As with the master, a
      *file too big for the table is refused rather than truncated
      *on the next save.
       LOAD-ORDER-LINES.
           MOVE 0 TO ORDER-LINE-COUNT.
           MOVE 0 TO ORDER-LINES-FULL.
           MOVE 0 TO END-OF-JOBLINES-FILE.
           OPEN INPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS = "00"
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
           IF ORDER-LINES-FULL = 1
               DISPLAY "JOBLINES.DAT holds more than 300 order "
                   "lines - maintenance refused so nothing is lost."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *A line is kept only when every field is in the layout the
      *progress report relies on
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
               IF ORDER-LINE-COUNT >= 300
                   MOVE 1 TO ORDER-LINES-FULL
                   MOVE 1 TO END-OF-JOBLINES-FILE
               ELSE
                   ADD 1 TO ORDER-LINE-COUNT
                   MOVE ORDER-LINE-COUNT TO ORDER-LINE-IDX
                   MOVE JOBLINES-RECORD(1:8) TO OL-JOB(ORDER-LINE-IDX)
                   MOVE JOBLINES-RECORD(10:3)
                       TO OL-LINE(ORDER-LINE-IDX)
                   MOVE JOBLINES-RECORD(14:1)
                       TO OL-SHAPE(ORDER-LINE-IDX)
                   MOVE JOBLINES-RECORD(16:2)
                       TO OL-UNIT(ORDER-LINE-IDX)
                   MOVE JOBLINES-RECORD(19:2)
                       TO OL-DIM1(ORDER-LINE-IDX)
                   IF JOBLINES-RECORD(22:2) IS NUMERIC
                       MOVE JOBLINES-RECORD(22:2)
                           TO OL-DIM2(ORDER-LINE-IDX)
                   ELSE
                       MOVE 0 TO OL-DIM2(ORDER-LINE-IDX)
                   END-IF
                   MOVE JOBLINES-RECORD(25:4)
                       TO OL-MAT(ORDER-LINE-IDX)
                   MOVE JOBLINES-RECORD(30:5)
                       TO OL-QTY(ORDER-LINE-IDX)
               END-IF
           END-IF.

      *The material codes an order line may name - every code on
      *the price master whose line is not marked discontinued
       LOAD-MATERIAL-CODES.
           MOVE 0 TO MATERIAL-CODE-COUNT.
           MOVE 0 TO END-OF-MATERIALS-FILE.
           OPEN INPUT MATERIALS-FILE.
           IF MATERIALS-FILE-STATUS NOT = "00"
               DISPLAY "MATERIALS.DAT not found - order line "
                   "materials will not be checked."
           ELSE
               PERFORM UNTIL END-OF-MATERIALS-FILE = 1
                   READ MATERIALS-FILE
                       AT END
                           MOVE 1 TO END-OF-MATERIALS-FILE
                       NOT AT END
                           PERFORM LOAD-ONE-MATERIAL-CODE
                   END-READ
               END-PERFORM
               CLOSE MATERIALS-FILE
           END-IF.

       LOAD-ONE-MATERIAL-CODE.
           IF MATERIAL-RECORD(1:4) NOT = SPACES
                   AND MATERIAL-RECORD(45:1) NOT = "D"
               MOVE MATERIAL-RECORD(1:4) TO ENTRY-MAT
               PERFORM FIND-MATERIAL-CODE
               IF MAT-FOUND = 0 AND MATERIAL-CODE-COUNT < 20
                   ADD 1 TO MATERIAL-CODE-COUNT
                   MOVE ENTRY-MAT TO MC-CODE(MATERIAL-CODE-COUNT)
               END-IF
           END-IF.

       FIND-MATERIAL-CODE.
           MOVE 0 TO MAT-FOUND.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-FOUND = 1
                   OR MAT-IDX >= MATERIAL-CODE-COUNT
               ADD 1 TO MAT-IDX
               IF MC-CODE(MAT-IDX) = ENTRY-MAT
                   MOVE 1 TO MAT-FOUND
               END-IF
           END-PERFORM.

      *Every order line of one job: line, shape, dimensions, unit,
      *material and the quantity ordered
       LIST-ORDER-LINES.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               MOVE 0 TO JOB-ORDER-LINES
               MOVE 0 TO ORDER-LINE-IDX
               PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
                   ADD 1 TO ORDER-LINE-IDX
                   IF OL-JOB(ORDER-LINE-IDX) = ENTRY-JOB
                       IF JOB-ORDER-LINES = 0
                           DISPLAY "LINE  SHAPE  UNIT  DIM1  DIM2  "
                               "MAT   ORDERED"
                       END-IF
                       ADD 1 TO JOB-ORDER-LINES
                       PERFORM LIST-ONE-ORDER-LINE
                   END-IF
               END-PERFORM
               IF JOB-ORDER-LINES = 0
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " has no order lines."
               END-IF
           END-IF.

       LIST-ONE-ORDER-LINE.
           MOVE OL-LINE(ORDER-LINE-IDX) TO LINE-NO-DISPLAY.
           MOVE OL-QTY(ORDER-LINE-IDX) TO QTY-DISPLAY.
           IF OL-SHAPE(ORDER-LINE-IDX) = "C"
               MOVE SPACES TO DIM2-DISPLAY
           ELSE
               MOVE OL-DIM2(ORDER-LINE-IDX) TO DIM2-DISPLAY
           END-IF.
           DISPLAY " " LINE-NO-DISPLAY "  "
               OL-SHAPE(ORDER-LINE-IDX) "      "
               OL-UNIT(ORDER-LINE-IDX) "    "
               OL-DIM1(ORDER-LINE-IDX) "    "
               DIM2-DISPLAY "    "
               OL-MAT(ORDER-LINE-IDX) "  " QTY-DISPLAY.

      *A new order line for a job still in work (OPEN or on HOLD),
      *numbered one past the job's highest line
       ADD-ORDER-LINE.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) NOT = "OPEN"
                       AND JM-STATUS(JOB-IDX) NOT = "HOLD"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB) " is "
                       FUNCTION TRIM(JM-STATUS(JOB-IDX))
                       " - order lines are added to OPEN or HOLD "
                       "jobs only."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               IF ORDER-LINE-COUNT >= 300
                   DISPLAY "Order line file is full (300 lines)."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-SHAPE
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-UNIT
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-DIMENSIONS
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-MATERIAL
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-QUANTITY
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO NEXT-LINE-NO
               MOVE 0 TO ORDER-LINE-IDX
               PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
                   ADD 1 TO ORDER-LINE-IDX
                   IF OL-JOB(ORDER-LINE-IDX) = ENTRY-JOB
                           AND OL-LINE(ORDER-LINE-IDX) > NEXT-LINE-NO
                       MOVE OL-LINE(ORDER-LINE-IDX) TO NEXT-LINE-NO
                   END-IF
               END-PERFORM
               IF NEXT-LINE-NO >= 999
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " has no line numbers left."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM MAKE-ROOM-FOR-HISTORY
           END-IF.
           IF ENTRY-OK = 1
               ADD 1 TO NEXT-LINE-NO
               ADD 1 TO ORDER-LINE-COUNT
               MOVE ORDER-LINE-COUNT TO ORDER-LINE-IDX
               MOVE ENTRY-JOB TO OL-JOB(ORDER-LINE-IDX)
               MOVE NEXT-LINE-NO TO OL-LINE(ORDER-LINE-IDX)
               MOVE ENTRY-SHAPE TO OL-SHAPE(ORDER-LINE-IDX)
               MOVE ENTRY-UNIT TO OL-UNIT(ORDER-LINE-IDX)
               MOVE ENTRY-DIM1 TO OL-DIM1(ORDER-LINE-IDX)
               MOVE ENTRY-DIM2 TO OL-DIM2(ORDER-LINE-IDX)
               MOVE ENTRY-MAT TO OL-MAT(ORDER-LINE-IDX)
               MOVE ENTRY-QTY TO OL-QTY(ORDER-LINE-IDX)
               MOVE "LINE" TO HIST-ACTION
               PERFORM RECORD-JOB-CHANGE
               MOVE NEXT-LINE-NO TO LINE-NO-DISPLAY
               DISPLAY "Added line "
                   FUNCTION TRIM(LINE-NO-DISPLAY) " to job "
                   FUNCTION TRIM(ENTRY-JOB) "."
           END-IF.

      *Shape code as SHAPES.TXT carries it: C, R or T
       GET-ORDER-SHAPE.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Shape (C circle, R rectangle, T triangle): "
               WITH NO ADVANCING.
           ACCEPT SHAPE-INPUT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SHAPE-INPUT))
               TO SHAPE-INPUT.
           IF SHAPE-INPUT = "C" OR SHAPE-INPUT = "R"
                   OR SHAPE-INPUT = "T"
               MOVE SHAPE-INPUT(1:1) TO ENTRY-SHAPE
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Shape must be C, R or T."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Unit the dimensions are given in; blank means CM, as in a
      *SHAPES.TXT line with no unit token
       GET-ORDER-UNIT.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Unit (CM, MM, IN - blank for CM): "
               WITH NO ADVANCING.
           ACCEPT UNIT-INPUT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(UNIT-INPUT))
               TO UNIT-INPUT.
           IF UNIT-INPUT = SPACES
               MOVE "CM" TO ENTRY-UNIT
               MOVE 1 TO ENTRY-OK
           ELSE
               IF UNIT-INPUT = "CM" OR UNIT-INPUT = "MM"
                       OR UNIT-INPUT = "IN"
                   MOVE UNIT-INPUT(1:2) TO ENTRY-UNIT
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Unit must be CM, MM or IN."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *Radius for a circle; length and width, or base and height,
      *for the others - whole numbers 1-99, the range the area
      *program accepts
       GET-ORDER-DIMENSIONS.
           MOVE 0 TO ENTRY-DIM2.
           EVALUATE ENTRY-SHAPE
               WHEN "C"
                   DISPLAY "Radius (1-99): " WITH NO ADVANCING
               WHEN "R"
                   DISPLAY "Length (1-99): " WITH NO ADVANCING
               WHEN OTHER
                   DISPLAY "Base (1-99): " WITH NO ADVANCING
           END-EVALUATE.
           PERFORM GET-ONE-DIMENSION.
           IF ENTRY-OK = 1
               MOVE DIM-VALUE TO ENTRY-DIM1
               IF ENTRY-SHAPE NOT = "C"
                   IF ENTRY-SHAPE = "R"
                       DISPLAY "Width (1-99): " WITH NO ADVANCING
                   ELSE
                       DISPLAY "Height (1-99): " WITH NO ADVANCING
                   END-IF
                   PERFORM GET-ONE-DIMENSION
                   IF ENTRY-OK = 1
                       MOVE DIM-VALUE TO ENTRY-DIM2
                   END-IF
               END-IF
           END-IF.

       GET-ONE-DIMENSION.
           MOVE 0 TO ENTRY-OK.
           ACCEPT DIM-INPUT.
           IF FUNCTION TRIM(DIM-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(DIM-INPUT) TO DIM-VALUE
               IF DIM-VALUE >= 1 AND DIM-VALUE <= 99
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Dimension must be a whole number 1-99."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Material code, checked against the price master when it
      *could be read
       GET-ORDER-MATERIAL.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Material code: " WITH NO ADVANCING.
           ACCEPT MAT-INPUT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MAT-INPUT))
               TO MAT-INPUT.
           IF MAT-INPUT = SPACES
                   OR FUNCTION LENGTH(FUNCTION TRIM(MAT-INPUT)) > 4
               DISPLAY "Material code must be 1-4 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE MAT-INPUT(1:4) TO ENTRY-MAT
               IF MATERIAL-CODE-COUNT = 0
                   MOVE 1 TO ENTRY-OK
               ELSE
                   PERFORM FIND-MATERIAL-CODE
                   IF MAT-FOUND = 1
                       MOVE 1 TO ENTRY-OK
                   ELSE
                       DISPLAY "Material " FUNCTION TRIM(ENTRY-MAT)
                           " is not an active code on MATERIALS.DAT."
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           END-IF.

      *Quantity ordered, 1-99999 pieces
       GET-ORDER-QUANTITY.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Quantity ordered (1-99999): " WITH NO ADVANCING.
           ACCEPT QTY-INPUT.
           IF FUNCTION TRIM(QTY-INPUT) IS NUMERIC
               IF FUNCTION NUMVAL(QTY-INPUT) >= 1
                       AND FUNCTION NUMVAL(QTY-INPUT) <= 99999
                   MOVE FUNCTION NUMVAL(QTY-INPUT) TO DIM-VALUE
                   MOVE DIM-VALUE TO ENTRY-QTY
                   MOVE 1 TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = 0
               DISPLAY "Quantity must be a whole number 1-99999."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Change the quantity ordered on one line of a job still in
      *work - the customer adding to or cutting back an order
       CHANGE-ORDER-QUANTITY.
           PERFORM GET-EXISTING-JOB.
           IF ENTRY-OK = 1
               IF JM-STATUS(JOB-IDX) NOT = "OPEN"
                       AND JM-STATUS(JOB-IDX) NOT = "HOLD"
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB) " is "
                       FUNCTION TRIM(JM-STATUS(JOB-IDX))
                       " - its order lines are closed."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO ENTRY-OK
               DISPLAY "Line number: " WITH NO ADVANCING
               ACCEPT LINE-INPUT
               IF FUNCTION TRIM(LINE-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(LINE-INPUT) TO ENTRY-LINE
                   PERFORM FIND-ORDER-LINE
                   IF ORDER-LINE-FOUND = 1
                       MOVE 1 TO ENTRY-OK
                   END-IF
               END-IF
               IF ENTRY-OK = 0
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " has no such order line."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-ORDER-QUANTITY
           END-IF.
           IF ENTRY-OK = 1
               PERFORM MAKE-ROOM-FOR-HISTORY
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-QTY TO OL-QTY(ORDER-LINE-IDX)
               MOVE "QTY" TO HIST-ACTION
               PERFORM RECORD-JOB-CHANGE
               MOVE ENTRY-LINE TO LINE-NO-DISPLAY
               DISPLAY "Line " FUNCTION TRIM(LINE-NO-DISPLAY)
                   " of job " FUNCTION TRIM(ENTRY-JOB) " changed."
           END-IF.

       FIND-ORDER-LINE.
           MOVE 0 TO ORDER-LINE-FOUND.
           MOVE 0 TO ORDER-LINE-IDX.
           PERFORM UNTIL ORDER-LINE-FOUND = 1
                   OR ORDER-LINE-IDX >= ORDER-LINE-COUNT
               ADD 1 TO ORDER-LINE-IDX
               IF OL-JOB(ORDER-LINE-IDX) = ENTRY-JOB
                       AND OL-LINE(ORDER-LINE-IDX) = ENTRY-LINE
                   MOVE 1 TO ORDER-LINE-FOUND
               END-IF
           END-PERFORM.

      *Write the order line table back to JOBLINES.DAT in its fixed
      *layout, setting ORDER-SAVE-FAILED when it cannot
       SAVE-ORDER-LINES.
           MOVE 0 TO ORDER-SAVE-FAILED.
           OPEN OUTPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS NOT = "00"
               DISPLAY "Could not open JOBLINES.DAT for saving "
                   "(status " JOBLINES-FILE-STATUS ")."
               MOVE 1 TO ORDER-SAVE-FAILED
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE "JOBLINES.DAT" TO ERR-FILE-NAME
               MOVE "WRITE" TO ERR-OPERATION
               MOVE 0 TO ORDER-LINE-IDX
               PERFORM UNTIL ORDER-LINE-IDX >= ORDER-LINE-COUNT
                   ADD 1 TO ORDER-LINE-IDX
                   MOVE SPACES TO JOBLINES-RECORD
                   MOVE OL-JOB(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(1:8)
                   MOVE OL-LINE(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(10:3)
                   MOVE OL-SHAPE(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(14:1)
                   MOVE OL-UNIT(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(16:2)
                   MOVE OL-DIM1(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(19:2)
                   IF OL-SHAPE(ORDER-LINE-IDX) NOT = "C"
                       MOVE OL-DIM2(ORDER-LINE-IDX)
                           TO JOBLINES-RECORD(22:2)
                   END-IF
                   MOVE OL-MAT(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(25:4)
                   MOVE OL-QTY(ORDER-LINE-IDX)
                       TO JOBLINES-RECORD(30:5)
                   WRITE JOBLINES-RECORD
                   IF JOBLINES-FILE-STATUS NOT = "00"
                       MOVE 1 TO ORDER-SAVE-FAILED
                   END-IF
                   MOVE JOBLINES-FILE-STATUS TO ERR-STATUS
                   PERFORM CHECK-IO-STATUS
               END-PERFORM
               CLOSE JOBLINES-FILE
           END-IF.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE JOBMAST-FILE.
           CLOSE JOBHIST-FILE.
           CLOSE JOBLINES-FILE.
           CLOSE CUSTMAST-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
