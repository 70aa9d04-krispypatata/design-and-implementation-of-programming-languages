      *DESCRIPTION: Quote register maintenance. The area program's
      *quote mode appends every quote it prices to QUOTEREG.DAT - a
      *HEAD line with the quote number, customer, date, validity,
      *material and totals, and a LINE per priced shape - so a price
      *offered on Monday can still be proved on Tuesday. This
      *program lists the register, shows one quote's priced cutting
      *list, re-prices an expired quote at the MATERIALS.DAT price
      *in force today (a REPRICE line: new price, new total, a fresh
      *validity period from today), and converts an accepted quote
      *into work: a new OPEN job on JOBMAST.DAT (with its JOBHIST.TXT
      *line, as JOBMAINT writes them), the quote's shapes as order
      *lines on JOBLINES.DAT, and the cutting list appended to
      *SHAPES.TXT already tagged with the new job, then a CONV line
      *on the register so no quote is converted twice. A quote past
      *its valid-until date is refused for conversion until it has
      *been re-priced.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 21, 2025
      *Modification History:
      *2025-10-28: Quotes carry the CUSTMAST.DAT customer number,
      *            markup, tier and selling price. The list and the
      *            quote view show cost and selling price, a
      *            re-price works the selling price out again with
      *            the customer's terms on the master today, and a
      *            converted job points at the customer number.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
      *2026-02-17: A conversion that would take JOBMAST.DAT past the
      *            100 jobs, or JOBLINES.DAT past the 300 order lines,
      *            JOBMAINT can maintain is refused before anything
      *            is written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTEREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTEREG-FILE ASSIGN TO "QUOTEREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTEREG-FILE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT MATERIALS-FILE ASSIGN TO "MATERIALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATERIALS-FILE-STATUS.
           SELECT JOBMAST-FILE ASSIGN TO "JOBMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBMAST-FILE-STATUS.
           SELECT JOBHIST-FILE ASSIGN TO "JOBHIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBHIST-FILE-STATUS.
           SELECT JOBLINES-FILE ASSIGN TO "JOBLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBLINES-FILE-STATUS.
           SELECT SHAPE-FILE ASSIGN TO "SHAPES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHAPE-FILE-STATUS.
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
      *Append-only quote register, every line keyed QUOTE=nnnnnn:
      *  TYPE=HEAD DATE= VALID= DAYS= MAT= PRICE= AREA= TOTAL=
      *            SHAPES= OPER= CUSTNO= MARKUP= TIER= SELL= CUST=
      *            (written by the area program)
      *  TYPE=LINE NO= SHAPE= UNIT= DIM1= DIM2= AREA= COST=
      *  TYPE=REPRICE DATE= VALID= PRICE= TOTAL= OPER= MARKUP=
      *            TIER= SELL=
      *  TYPE=CONV JOB= DATE= TIME= OPER=
      *TOTAL= is the material cost, SELL= the price to the customer.
      *A HEAD from before the customer master has no CUSTNO= and
      *sells at cost.
       FD QUOTEREG-FILE.
       01 QUOTEREG-RECORD PIC X(240).

      *Layout described in the CUSTMAST copybook
       FD CUSTMAST-FILE.
       01 CUSTMAST-RECORD PIC X(100).

       FD MATERIALS-FILE.
       01 MATERIAL-RECORD PIC X(50).

      *Job master, order lines and job history in the layouts
      *JOBMAINT maintains
       FD JOBMAST-FILE.
       01 JOBMAST-RECORD PIC X(80).

       FD JOBHIST-FILE.
       01 JOBHIST-RECORD PIC X(100).

       FD JOBLINES-FILE.
       01 JOBLINES-RECORD PIC X(60).

      *The area program's batch cutting list
       FD SHAPE-FILE.
       01 SHAPE-RECORD PIC X(40).

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

       77 QUOTEREG-FILE-STATUS PIC X(02) VALUE "00".
       77 MATERIALS-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBHIST-FILE-STATUS PIC X(02) VALUE "00".
       77 JOBLINES-FILE-STATUS PIC X(02) VALUE "00".
       77 SHAPE-FILE-STATUS PIC X(02) VALUE "00".
       77 QUOTEREG-EOF PIC 9 VALUE 0.
       77 END-OF-MATERIALS-FILE PIC 9 VALUE 0.
       77 END-OF-JOBMAST-FILE PIC 9 VALUE 0.
       77 END-OF-JOBLINES-FILE PIC 9 VALUE 0.
       77 HAD-INVALID-INPUT PIC 9 VALUE 0.

      *What the job files already hold, against what JOBMAINT can
      *load: 100 jobs and 300 order lines
       77 EXISTING-JOB-COUNT PIC 9(5) VALUE 0.
       77 EXISTING-LINE-COUNT PIC 9(5) VALUE 0.

      *One row per quote on the register, as it stands after any
      *re-pricing and conversion lines that follow its HEAD
       01 QUOTE-TABLE.
           02 QUOTE-ENTRY OCCURS 200 TIMES.
               03 QT-NO PIC 9(6).
               03 QT-CUST PIC X(20).
               03 QT-DATE PIC X(8).
               03 QT-VALID PIC X(8).
               03 QT-DAYS PIC 9(3).
               03 QT-MAT PIC X(4).
               03 QT-PRICE PIC 9(4)V9(2).
               03 QT-AREA PIC 9(9)V9(2).
               03 QT-TOTAL PIC 9(11)V9(2).
               03 QT-SHAPES PIC 9(4).
               03 QT-JOB PIC X(8).
               03 QT-CUSTNO PIC X(6).
               03 QT-MARKUP PIC 9(3)V9(2).
               03 QT-TIER PIC 9.
               03 QT-SELL PIC 9(11)V9(2).
       77 QUOTE-COUNT PIC 9(3) VALUE 0.
       77 QUOTE-IDX PIC 9(3) VALUE 0.
       77 QUOTE-FOUND PIC 9 VALUE 0.
       77 QUOTE-TABLE-FULL PIC 9 VALUE 0.

      *The priced lines of the one quote being shown or converted
       01 QUOTE-LINE-TABLE.
           02 QUOTE-LINE-ENTRY OCCURS 200 TIMES.
               03 QL-CODE PIC X(1).
               03 QL-UNIT PIC X(2).
               03 QL-DIM1 PIC 9(2).
               03 QL-DIM2 PIC 9(2).
               03 QL-AREA PIC 9(7)V9(2).
       77 QUOTE-LINE-COUNT PIC 9(3) VALUE 0.
       77 QUOTE-LINE-IDX PIC 9(3) VALUE 0.
       77 QUOTE-LINES-FULL PIC 9 VALUE 0.

      *The quote's lines folded into order lines: identical shapes
      *become one line with a quantity
       01 ORDER-GROUP-TABLE.
           02 ORDER-GROUP-ENTRY OCCURS 200 TIMES.
               03 OG-CODE PIC X(1).
               03 OG-UNIT PIC X(2).
               03 OG-DIM1 PIC 9(2).
               03 OG-DIM2 PIC 9(2).
               03 OG-QTY PIC 9(5).
       77 ORDER-GROUP-COUNT PIC 9(3) VALUE 0.
       77 ORDER-GROUP-IDX PIC 9(3) VALUE 0.
       77 ORDER-GROUP-FOUND PIC 9 VALUE 0.

      *Prices in force today, loaded from MATERIALS.DAT the way the
      *area program loads them: per code, the line whose effective
      *date is the latest one not in the future
       01 MATERIAL-TABLE.
           02 MATERIAL-ENTRY OCCURS 20 TIMES.
               03 MAT-CODE PIC X(4).
               03 MAT-PRICE PIC 9(4)V9(2).
               03 MAT-EFF PIC 9(8).
               03 MAT-STATUS PIC X(1).
       77 MATERIAL-COUNT PIC 99 VALUE 0.
       77 MAT-PRICE-TEXT PIC X(8).
       77 MAT-EFF-TEXT PIC X(8).
       77 MAT-STATUS-TEXT PIC X(1).
       77 MAT-LINE-EFF PIC 9(8) VALUE 0.
       77 MAT-IDX PIC 99 VALUE 0.
       77 MAT-FOUND PIC 9 VALUE 0.

      *Register line parsing: the whole line, the text either side
      *of the tag being looked for, and the value token after it
       77 PARSE-LINE PIC X(240) VALUE SPACES.
       77 PARSE-JUNK PIC X(240) VALUE SPACES.
       77 PARSE-REST PIC X(240) VALUE SPACES.
       77 TAG-NAME PIC X(10) VALUE SPACES.
       77 TAG-DELIM PIC X(12) VALUE SPACES.
       77 TAG-LENGTH PIC 99 VALUE 0.
       77 TOKEN-TEXT PIC X(20) VALUE SPACES.
       77 LINE-QUOTE-NO PIC 9(6) VALUE 0.
       77 LINE-TYPE PIC X(8) VALUE SPACES.

      *Entry and working fields
       77 QUOTE-NO-INPUT PIC X(10).
       77 ENTRY-QUOTE-NO PIC 9(6) VALUE 0.
       77 ENTRY-OK PIC 9 VALUE 0.
       77 JOB-INPUT PIC X(20).
       77 ENTRY-JOB PIC X(8) VALUE SPACES.
       77 JOB-FOUND PIC 9 VALUE 0.
       77 CONFIRM-INPUT PIC X(5).
       77 TODAY-DATE PIC X(8) VALUE SPACES.
       77 QUOTE-TIMESTAMP PIC X(21).
       77 NEW-PRICE PIC 9(4)V9(2) VALUE 0.
       77 NEW-TOTAL PIC 9(11)V9(2) VALUE 0.
       77 NEW-VALID PIC 9(8) VALUE 0.
       77 LINE-COST PIC 9(9)V9(2) VALUE 0.
       77 QUOTE-STATUS-TEXT PIC X(17) VALUE SPACES.
       77 OUT-LINE PIC X(240) VALUE SPACES.
       77 NEW-SELL PIC 9(11)V9(2) VALUE 0.
       77 PCT-DISPLAY PIC ZZ9.9(2).
       77 SELL-DISPLAY PIC Z(10)9.9(2).
       77 LINE-NO-OUT PIC 9(3) VALUE 0.

       77 PRICE-DISPLAY PIC Z(3)9.9(2).
       77 AREA-DISPLAY PIC Z(8)9.9(2).
       77 LINE-AREA-DISPLAY PIC Z(6)9.9(2).
       77 COST-DISPLAY PIC Z(10)9.9(2).
       77 LINE-COST-DISPLAY PIC Z(8)9.9(2).
       77 COUNT-DISPLAY PIC Z(3)9.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "QUOTEREG" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "QUOTEREG" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "QUOTEREG" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           MOVE FUNCTION CURRENT-DATE TO QUOTE-TIMESTAMP.
           MOVE QUOTE-TIMESTAMP(1:8) TO TODAY-DATE.

           PERFORM LOAD-MATERIALS.
           PERFORM LOAD-CUSTOMER-MASTER.
           PERFORM LOAD-QUOTE-REGISTER.

           IF QUOTE-TABLE-FULL = 0
               PERFORM QUOTE-MENU UNTIL MENU-EXITED = 1
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
      *by the caller first), so register sessions show up in the
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

       QUOTE-MENU.
           DISPLAY "[1] List quotes  [2] Show a quote  "
               "[3] Re-price an expired quote".
           DISPLAY "[4] Convert an accepted quote to a job  "
               "(0 to exit): " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-QUOTES
                   WHEN 2
                       PERFORM SHOW-QUOTE
                   WHEN 3
                       PERFORM REPRICE-QUOTE
                   WHEN 4
                       PERFORM CONVERT-QUOTE
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

      *Load MATERIALS.DAT: per code, the line whose effective date
      *is the latest one not in the future - today's price
       LOAD-MATERIALS.
           MOVE 0 TO MATERIAL-COUNT.
           MOVE 0 TO END-OF-MATERIALS-FILE.
           OPEN INPUT MATERIALS-FILE.
           IF MATERIALS-FILE-STATUS NOT = "00"
               DISPLAY "MATERIALS.DAT not found - quotes cannot be "
                   "re-priced this session."
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
                   IF MAT-LINE-EFF <= TODAY-DATE
                       PERFORM STORE-MATERIAL-LINE
                   END-IF
               ELSE
                   DISPLAY "Skipping bad MATERIALS.DAT line: "
                       FUNCTION TRIM(MATERIAL-RECORD)
               END-IF
           END-IF.

       STORE-MATERIAL-LINE.
           MOVE 0 TO MAT-FOUND.
           MOVE 0 TO MAT-IDX.
           PERFORM UNTIL MAT-FOUND = 1 OR MAT-IDX >= MATERIAL-COUNT
               ADD 1 TO MAT-IDX
               IF MAT-CODE(MAT-IDX) = MATERIAL-RECORD(1:4)
                   MOVE 1 TO MAT-FOUND
               END-IF
           END-PERFORM.
           IF MAT-FOUND = 0
               IF MATERIAL-COUNT < 20
                   ADD 1 TO MATERIAL-COUNT
                   MOVE MATERIAL-COUNT TO MAT-IDX
                   MOVE 1 TO MAT-FOUND
                   MOVE 0 TO MAT-EFF(MAT-IDX)
               END-IF
           END-IF.
           IF MAT-FOUND = 1
                   AND MAT-LINE-EFF >= MAT-EFF(MAT-IDX)
               MOVE MATERIAL-RECORD(1:4) TO MAT-CODE(MAT-IDX)
               MOVE FUNCTION NUMVAL(MAT-PRICE-TEXT)
                   TO MAT-PRICE(MAT-IDX)
               MOVE MAT-LINE-EFF TO MAT-EFF(MAT-IDX)
               IF MAT-STATUS-TEXT = "D"
                   MOVE "D" TO MAT-STATUS(MAT-IDX)
               ELSE
                   MOVE "A" TO MAT-STATUS(MAT-IDX)
               END-IF
           END-IF.

      *Read the whole register into the quote table: each HEAD
      *starts a quote, a REPRICE replaces its price, total and
      *validity, a CONV records the job it became
       LOAD-QUOTE-REGISTER.
           MOVE 0 TO QUOTE-COUNT.
           MOVE 0 TO QUOTE-TABLE-FULL.
           MOVE 0 TO QUOTEREG-EOF.
           OPEN INPUT QUOTEREG-FILE.
           IF QUOTEREG-FILE-STATUS NOT = "00"
               DISPLAY "QUOTEREG.DAT not found - no quote has been "
                   "registered yet."
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
           IF QUOTE-TABLE-FULL = 1
               DISPLAY "QUOTEREG.DAT holds more than 200 quotes - "
                   "session refused."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE QUOTE-COUNT TO COUNT-DISPLAY
               DISPLAY "Loaded " FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " quote(s) from the register."
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

       TAKE-HEAD-LINE.
           IF QUOTE-COUNT >= 200
               MOVE 1 TO QUOTE-TABLE-FULL
               MOVE 1 TO QUOTEREG-EOF
           ELSE
               ADD 1 TO QUOTE-COUNT
               MOVE QUOTE-COUNT TO QUOTE-IDX
               MOVE LINE-QUOTE-NO TO QT-NO(QUOTE-IDX)
               MOVE "DATE=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QT-DATE(QUOTE-IDX)
               MOVE "VALID=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QT-VALID(QUOTE-IDX)
               MOVE "DAYS=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-DAYS(QUOTE-IDX)
               MOVE "MAT=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QT-MAT(QUOTE-IDX)
               MOVE "PRICE=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-PRICE(QUOTE-IDX)
               MOVE "AREA=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-AREA(QUOTE-IDX)
               MOVE "TOTAL=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-TOTAL(QUOTE-IDX)
               MOVE "SHAPES=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                   TO QT-SHAPES(QUOTE-IDX)
               MOVE SPACES TO QT-JOB(QUOTE-IDX)
               MOVE "CUSTNO=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               IF TOKEN-TEXT = "0" OR TOKEN-TEXT = "NONE"
                   MOVE SPACES TO QT-CUSTNO(QUOTE-IDX)
                   MOVE 0 TO QT-MARKUP(QUOTE-IDX)
                   MOVE 0 TO QT-TIER(QUOTE-IDX)
                   MOVE QT-TOTAL(QUOTE-IDX) TO QT-SELL(QUOTE-IDX)
               ELSE
                   MOVE TOKEN-TEXT TO QT-CUSTNO(QUOTE-IDX)
                   MOVE "MARKUP=" TO TAG-NAME
                   PERFORM TAKE-TAG-TOKEN
                   MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                       TO QT-MARKUP(QUOTE-IDX)
                   MOVE "TIER=" TO TAG-NAME
                   PERFORM TAKE-TAG-TOKEN
                   MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                       TO QT-TIER(QUOTE-IDX)
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
           MOVE "PRICE=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-PRICE(QUOTE-IDX).
           MOVE "TOTAL=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-TOTAL(QUOTE-IDX).
           MOVE "SELL=" TO TAG-NAME.
           PERFORM TAKE-TAG-TOKEN.
           IF TOKEN-TEXT = "0"
               MOVE QT-TOTAL(QUOTE-IDX) TO QT-SELL(QUOTE-IDX)
           ELSE
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-SELL(QUOTE-IDX)
               MOVE "MARKUP=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-MARKUP(QUOTE-IDX)
               MOVE "TIER=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT) TO QT-TIER(QUOTE-IDX)
           END-IF.

      *The value token after " <TAG-NAME>" on PARSE-LINE, or spaces
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
           MOVE LINE-QUOTE-NO TO ENTRY-QUOTE-NO.
           PERFORM FIND-QUOTE.

       FIND-QUOTE.
           MOVE 0 TO QUOTE-FOUND.
           MOVE 0 TO QUOTE-IDX.
           PERFORM UNTIL QUOTE-FOUND = 1 OR QUOTE-IDX >= QUOTE-COUNT
               ADD 1 TO QUOTE-IDX
               IF QT-NO(QUOTE-IDX) = ENTRY-QUOTE-NO
                   MOVE 1 TO QUOTE-FOUND
               END-IF
           END-PERFORM.

      *Where a quote stands: converted (and to which job), expired,
      *or open for acceptance
       SET-QUOTE-STATUS.
           MOVE SPACES TO QUOTE-STATUS-TEXT.
           IF QT-JOB(QUOTE-IDX) NOT = SPACES
               STRING "JOB " QT-JOB(QUOTE-IDX)
                   DELIMITED BY SIZE INTO QUOTE-STATUS-TEXT
           ELSE
               IF QT-VALID(QUOTE-IDX) < TODAY-DATE
                   MOVE "EXPIRED" TO QUOTE-STATUS-TEXT
               ELSE
                   MOVE "OPEN" TO QUOTE-STATUS-TEXT
               END-IF
           END-IF.

       LIST-QUOTES.
           IF QUOTE-COUNT = 0
               DISPLAY "The quote register is empty."
           ELSE
               DISPLAY "QUOTE   DATE      CUSTOMER              MAT   "
                   "        COST  SELLING PRICE  VALID TO  STATUS"
               MOVE 0 TO QUOTE-IDX
               PERFORM UNTIL QUOTE-IDX >= QUOTE-COUNT
                   ADD 1 TO QUOTE-IDX
                   PERFORM SET-QUOTE-STATUS
                   MOVE QT-TOTAL(QUOTE-IDX) TO COST-DISPLAY
                   MOVE QT-SELL(QUOTE-IDX) TO SELL-DISPLAY
                   DISPLAY QT-NO(QUOTE-IDX) "  " QT-DATE(QUOTE-IDX)
                       "  " QT-CUST(QUOTE-IDX) "  " QT-MAT(QUOTE-IDX)
                       "  " COST-DISPLAY "  " SELL-DISPLAY
                       "  " QT-VALID(QUOTE-IDX)
                       "  " QUOTE-STATUS-TEXT
               END-PERFORM
           END-IF.

      *Ask for a quote number and find it on the register
       GET-EXISTING-QUOTE.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Quote number: " WITH NO ADVANCING.
           ACCEPT QUOTE-NO-INPUT.
           IF FUNCTION TRIM(QUOTE-NO-INPUT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(QUOTE-NO-INPUT))
                   <= 6
               MOVE FUNCTION NUMVAL(QUOTE-NO-INPUT) TO ENTRY-QUOTE-NO
               PERFORM FIND-QUOTE
               IF QUOTE-FOUND = 1
                   MOVE 1 TO ENTRY-OK
               ELSE
                   DISPLAY "Quote " FUNCTION TRIM(QUOTE-NO-INPUT)
                       " is not on the register."
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           ELSE
               DISPLAY "Quote number must be 1-6 digits."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Pull the priced LINE records of quote ENTRY-QUOTE-NO back off
      *the register
       LOAD-QUOTE-LINES.
           MOVE 0 TO QUOTE-LINE-COUNT.
           MOVE 0 TO QUOTE-LINES-FULL.
           MOVE 0 TO QUOTEREG-EOF.
           OPEN INPUT QUOTEREG-FILE.
           IF QUOTEREG-FILE-STATUS = "00"
               PERFORM UNTIL QUOTEREG-EOF = 1
                   READ QUOTEREG-FILE
                       AT END
                           MOVE 1 TO QUOTEREG-EOF
                       NOT AT END
                           IF QUOTEREG-RECORD(1:6) = "QUOTE="
                                   AND QUOTEREG-RECORD(7:6) IS NUMERIC
                               MOVE QUOTEREG-RECORD(7:6)
                                   TO LINE-QUOTE-NO
                               IF LINE-QUOTE-NO = ENTRY-QUOTE-NO
                                   MOVE QUOTEREG-RECORD TO PARSE-LINE
                                   MOVE "TYPE=" TO TAG-NAME
                                   PERFORM TAKE-TAG-TOKEN
                                   IF TOKEN-TEXT = "LINE"
                                       PERFORM TAKE-QUOTE-LINE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTEREG-FILE
           END-IF.

       TAKE-QUOTE-LINE.
           IF QUOTE-LINE-COUNT >= 200
               MOVE 1 TO QUOTE-LINES-FULL
           ELSE
               ADD 1 TO QUOTE-LINE-COUNT
               MOVE QUOTE-LINE-COUNT TO QUOTE-LINE-IDX
               MOVE "SHAPE=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QL-CODE(QUOTE-LINE-IDX)
               MOVE "UNIT=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE TOKEN-TEXT TO QL-UNIT(QUOTE-LINE-IDX)
               MOVE "DIM1=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                   TO QL-DIM1(QUOTE-LINE-IDX)
               MOVE "DIM2=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                   TO QL-DIM2(QUOTE-LINE-IDX)
               MOVE "AREA=" TO TAG-NAME
               PERFORM TAKE-TAG-TOKEN
               MOVE FUNCTION NUMVAL(TOKEN-TEXT)
                   TO QL-AREA(QUOTE-LINE-IDX)
           END-IF.

      *One quote's terms and its cutting list, each line priced at
      *the quote's current price (the re-priced one, if any)
       SHOW-QUOTE.
           PERFORM GET-EXISTING-QUOTE.
           IF ENTRY-OK = 1
               PERFORM SET-QUOTE-STATUS
               MOVE QT-PRICE(QUOTE-IDX) TO PRICE-DISPLAY
               MOVE QT-AREA(QUOTE-IDX) TO AREA-DISPLAY
               MOVE QT-TOTAL(QUOTE-IDX) TO COST-DISPLAY
               DISPLAY "QUOTE " QT-NO(QUOTE-IDX) " FOR "
                   FUNCTION TRIM(QT-CUST(QUOTE-IDX))
                   " DATED " QT-DATE(QUOTE-IDX)
                   " VALID TO " QT-VALID(QUOTE-IDX)
                   " (" FUNCTION TRIM(QUOTE-STATUS-TEXT) ")"
               DISPLAY "MATERIAL " QT-MAT(QUOTE-IDX) " AT "
                   FUNCTION TRIM(PRICE-DISPLAY LEADING)
                   "  TOTAL AREA "
                   FUNCTION TRIM(AREA-DISPLAY LEADING)
                   "  MATERIAL COST "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
               MOVE QT-MARKUP(QUOTE-IDX) TO PCT-DISPLAY
               MOVE QT-SELL(QUOTE-IDX) TO SELL-DISPLAY
               IF QT-CUSTNO(QUOTE-IDX) = SPACES
                   DISPLAY "NO CUSTOMER NUMBER - SOLD AT COST "
                       FUNCTION TRIM(SELL-DISPLAY LEADING)
               ELSE
                   DISPLAY "CUSTOMER " QT-CUSTNO(QUOTE-IDX)
                       "  MARKUP " FUNCTION TRIM(PCT-DISPLAY) "%"
                       "  TIER " QT-TIER(QUOTE-IDX)
                       "  SELLING PRICE "
                       FUNCTION TRIM(SELL-DISPLAY LEADING)
               END-IF
               PERFORM LOAD-QUOTE-LINES
               DISPLAY "NO   SHAPE UNIT DIM1 DIM2         AREA"
                   "         COST"
               MOVE 0 TO QUOTE-LINE-IDX
               PERFORM UNTIL QUOTE-LINE-IDX >= QUOTE-LINE-COUNT
                   ADD 1 TO QUOTE-LINE-IDX
                   COMPUTE LINE-COST ROUNDED =
                       QL-AREA(QUOTE-LINE-IDX) * QT-PRICE(QUOTE-IDX)
                   MOVE QL-AREA(QUOTE-LINE-IDX) TO LINE-AREA-DISPLAY
                   MOVE LINE-COST TO LINE-COST-DISPLAY
                   MOVE QUOTE-LINE-IDX TO LINE-NO-OUT
                   DISPLAY LINE-NO-OUT "  " QL-CODE(QUOTE-LINE-IDX)
                       "     " QL-UNIT(QUOTE-LINE-IDX) "   "
                       QL-DIM1(QUOTE-LINE-IDX) "   "
                       QL-DIM2(QUOTE-LINE-IDX) "  "
                       LINE-AREA-DISPLAY "  " LINE-COST-DISPLAY
               END-PERFORM
           END-IF.

      *Bring an expired quote up to today's price for its material
      *and give it a fresh validity period from today. A converted
      *quote, or one still valid, keeps the price it was given.
       REPRICE-QUOTE.
           PERFORM GET-EXISTING-QUOTE.
           IF ENTRY-OK = 1
               IF QT-JOB(QUOTE-IDX) NOT = SPACES
                   DISPLAY "Quote " QT-NO(QUOTE-IDX)
                       " is already converted to job "
                       FUNCTION TRIM(QT-JOB(QUOTE-IDX)) "."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF QT-VALID(QUOTE-IDX) NOT < TODAY-DATE
                       DISPLAY "Quote " QT-NO(QUOTE-IDX)
                           " is valid until " QT-VALID(QUOTE-IDX)
                           " - it keeps its price."
                       MOVE 0 TO ENTRY-OK
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE 0 TO MAT-FOUND
               MOVE 0 TO MAT-IDX
               PERFORM UNTIL MAT-FOUND = 1
                       OR MAT-IDX >= MATERIAL-COUNT
                   ADD 1 TO MAT-IDX
                   IF MAT-CODE(MAT-IDX) = QT-MAT(QUOTE-IDX)
                           AND MAT-STATUS(MAT-IDX) = "A"
                       MOVE 1 TO MAT-FOUND
                   END-IF
               END-PERFORM
               IF MAT-FOUND = 0
                   DISPLAY "Material " QT-MAT(QUOTE-IDX)
                       " has no active price today - the quote "
                       "cannot be re-priced."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               MOVE MAT-PRICE(MAT-IDX) TO NEW-PRICE
               COMPUTE NEW-TOTAL ROUNDED =
                   QT-AREA(QUOTE-IDX) * NEW-PRICE
               PERFORM PRICE-QUOTE-FOR-CUSTOMER
               COMPUTE NEW-VALID = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TODAY-DATE))
                   + QT-DAYS(QUOTE-IDX))
               MOVE QT-PRICE(QUOTE-IDX) TO PRICE-DISPLAY
               MOVE QT-TOTAL(QUOTE-IDX) TO COST-DISPLAY
               MOVE QT-SELL(QUOTE-IDX) TO SELL-DISPLAY
               DISPLAY "Was " FUNCTION TRIM(PRICE-DISPLAY LEADING)
                   " per sq cm, cost "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
                   ", selling price "
                   FUNCTION TRIM(SELL-DISPLAY LEADING) "."
               MOVE NEW-PRICE TO PRICE-DISPLAY
               MOVE NEW-TOTAL TO COST-DISPLAY
               MOVE NEW-SELL TO SELL-DISPLAY
               DISPLAY "Now " FUNCTION TRIM(PRICE-DISPLAY LEADING)
                   " per sq cm, cost "
                   FUNCTION TRIM(COST-DISPLAY LEADING)
                   ", selling price "
                   FUNCTION TRIM(SELL-DISPLAY LEADING)
                   ", valid until " NEW-VALID "."
               DISPLAY "Re-price the quote? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT CONFIRM-INPUT
               IF CONFIRM-INPUT = "Y" OR CONFIRM-INPUT = "y"
                   MOVE FUNCTION CURRENT-DATE TO QUOTE-TIMESTAMP
                   MOVE NEW-PRICE TO PRICE-DISPLAY
                   MOVE NEW-TOTAL TO COST-DISPLAY
                   MOVE SELL-MARKUP-PCT TO PCT-DISPLAY
                   MOVE NEW-SELL TO SELL-DISPLAY
                   MOVE SPACES TO OUT-LINE
                   STRING
                       "QUOTE=" QT-NO(QUOTE-IDX)
                       " TYPE=REPRICE DATE=" QUOTE-TIMESTAMP(1:8)
                       " VALID=" NEW-VALID
                       " PRICE=" FUNCTION TRIM(PRICE-DISPLAY LEADING)
                       " TOTAL=" FUNCTION TRIM(COST-DISPLAY LEADING)
                       " OPER=" FUNCTION TRIM(OPERATOR-ID)
                       " MARKUP=" FUNCTION TRIM(PCT-DISPLAY)
                       " TIER=" SELL-TIER
                       " SELL=" FUNCTION TRIM(SELL-DISPLAY LEADING)
                       DELIMITED BY SIZE INTO OUT-LINE
                   PERFORM APPEND-REGISTER-LINE
                   MOVE NEW-PRICE TO QT-PRICE(QUOTE-IDX)
                   MOVE NEW-TOTAL TO QT-TOTAL(QUOTE-IDX)
                   MOVE NEW-SELL TO QT-SELL(QUOTE-IDX)
                   MOVE SELL-MARKUP-PCT TO QT-MARKUP(QUOTE-IDX)
                   MOVE SELL-TIER TO QT-TIER(QUOTE-IDX)
                   MOVE NEW-VALID TO QT-VALID(QUOTE-IDX)
                   DISPLAY "Quote " QT-NO(QUOTE-IDX) " re-priced."
               ELSE
                   DISPLAY "Quote left as it was."
               END-IF
           END-IF.

      *The selling price for NEW-TOTAL: the customer's markup and
      *tier as the customer master has them today, or the quote's
      *own terms when the customer is no longer on the master; a
      *quote without a customer sells at cost
       PRICE-QUOTE-FOR-CUSTOMER.
           MOVE NEW-TOTAL TO SELL-COST.
           MOVE QT-MARKUP(QUOTE-IDX) TO SELL-MARKUP-PCT.
           MOVE QT-TIER(QUOTE-IDX) TO SELL-TIER.
           IF QT-CUSTNO(QUOTE-IDX) NOT = SPACES
               MOVE QT-CUSTNO(QUOTE-IDX) TO CUST-LOOKUP-NO
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-FOUND = 1
                   MOVE CM-MARKUP(CUSTOMER-IDX) TO SELL-MARKUP-PCT
                   MOVE CM-TIER(CUSTOMER-IDX) TO SELL-TIER
               END-IF
           END-IF.
           PERFORM PRICE-FOR-CUSTOMER.
           MOVE SELL-PRICE TO NEW-SELL.

      *Turn an accepted, still-valid quote into a job: the job
      *master line, its history line, its order lines, and its
      *cutting list on SHAPES.TXT tagged with the job
       CONVERT-QUOTE.
           PERFORM GET-EXISTING-QUOTE.
           IF ENTRY-OK = 1
               IF QT-JOB(QUOTE-IDX) NOT = SPACES
                   DISPLAY "Quote " QT-NO(QUOTE-IDX)
                       " is already converted to job "
                       FUNCTION TRIM(QT-JOB(QUOTE-IDX)) "."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               ELSE
                   IF QT-VALID(QUOTE-IDX) < TODAY-DATE
                       DISPLAY "Quote " QT-NO(QUOTE-IDX)
                           " expired on " QT-VALID(QUOTE-IDX)
                           " - re-price it at today's prices first."
                       MOVE 0 TO ENTRY-OK
                       MOVE 1 TO HAD-INVALID-INPUT
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM LOAD-QUOTE-LINES
               IF QUOTE-LINE-COUNT = 0 OR QUOTE-LINES-FULL = 1
                   DISPLAY "Quote " QT-NO(QUOTE-IDX)
                       " has no usable cutting list on the register."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.
           IF ENTRY-OK = 1
               PERFORM GET-NEW-JOB-NUMBER
           END-IF.
           IF ENTRY-OK = 1
               PERFORM BUILD-ORDER-GROUPS
               PERFORM CHECK-JOB-FILE-ROOM
           END-IF.
           IF ENTRY-OK = 1
               PERFORM WRITE-CONVERTED-JOB
               PERFORM WRITE-CONVERTED-ORDER-LINES
               PERFORM WRITE-CONVERTED-SHAPES
               MOVE FUNCTION CURRENT-DATE TO QUOTE-TIMESTAMP
               MOVE SPACES TO OUT-LINE
               STRING
                   "QUOTE=" QT-NO(QUOTE-IDX)
                   " TYPE=CONV JOB=" ENTRY-JOB
                   " DATE=" QUOTE-TIMESTAMP(1:8)
                   " TIME=" QUOTE-TIMESTAMP(9:6)
                   " OPER=" OPERATOR-ID
                   DELIMITED BY SIZE INTO OUT-LINE
               PERFORM APPEND-REGISTER-LINE
               MOVE ENTRY-JOB TO QT-JOB(QUOTE-IDX)
               MOVE QUOTE-LINE-COUNT TO COUNT-DISPLAY
               DISPLAY "Quote " QT-NO(QUOTE-IDX) " is now job "
                   FUNCTION TRIM(ENTRY-JOB) ": "
                   FUNCTION TRIM(COUNT-DISPLAY LEADING)
                   " shape(s) added to SHAPES.TXT."
           END-IF.

      *The job number the quote becomes: 1-8 characters, upper-case,
      *and not already on the job master, whose jobs are counted on
      *the way through
       GET-NEW-JOB-NUMBER.
           MOVE 0 TO EXISTING-JOB-COUNT.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "New job number (1-8 characters): "
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
           IF ENTRY-OK = 1
               MOVE 0 TO JOB-FOUND
               MOVE 0 TO END-OF-JOBMAST-FILE
               OPEN INPUT JOBMAST-FILE
               IF JOBMAST-FILE-STATUS = "00"
                   PERFORM UNTIL END-OF-JOBMAST-FILE = 1
                       READ JOBMAST-FILE
                           AT END
                               MOVE 1 TO END-OF-JOBMAST-FILE
                           NOT AT END
                               IF JOBMAST-RECORD(1:8) = ENTRY-JOB
                                   MOVE 1 TO JOB-FOUND
                               END-IF
                               IF JOBMAST-RECORD(1:8) NOT = SPACES
                                   ADD 1 TO EXISTING-JOB-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBMAST-FILE
               END-IF
               IF JOB-FOUND = 1
                   DISPLAY "Job " FUNCTION TRIM(ENTRY-JOB)
                       " is already on the job master."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *JOBMAINT refuses all maintenance on a job master or order
      *line file bigger than it can load, so a conversion that
      *would overfill either is refused before anything is written
       CHECK-JOB-FILE-ROOM.
           MOVE 0 TO EXISTING-LINE-COUNT.
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
                               ADD 1 TO EXISTING-LINE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBLINES-FILE
           END-IF.
           IF EXISTING-JOB-COUNT >= 100
               DISPLAY "JOBMAST.DAT already holds the 100 jobs "
                   "JOBMAINT can keep - quote not converted."
               MOVE 0 TO ENTRY-OK
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               IF EXISTING-LINE-COUNT + ORDER-GROUP-COUNT > 300
                   MOVE ORDER-GROUP-COUNT TO COUNT-DISPLAY
                   DISPLAY "JOBLINES.DAT has no room for the "
                       FUNCTION TRIM(COUNT-DISPLAY LEADING)
                       " order line(s) of this quote (300 at most)"
                       " - quote not converted."
                   MOVE 0 TO ENTRY-OK
                   MOVE 1 TO HAD-INVALID-INPUT
               END-IF
           END-IF.

      *The new job goes on the end of JOBMAST.DAT as OPEN with no
      *due date yet (JOBMAINT sets one), pointing at the quote's
      *customer number, and its history line is
      *written the way JOBMAINT writes an ADD
       WRITE-CONVERTED-JOB.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-FILE-STATUS = "00"
               CLOSE JOBMAST-FILE
               OPEN EXTEND JOBMAST-FILE
           ELSE
               OPEN OUTPUT JOBMAST-FILE
           END-IF.
           MOVE SPACES TO JOBMAST-RECORD.
           MOVE ENTRY-JOB TO JOBMAST-RECORD(1:8).
           MOVE QT-CUST(QUOTE-IDX) TO JOBMAST-RECORD(10:20).
           IF QT-CUSTNO(QUOTE-IDX) NOT = SPACES
               MOVE QT-CUSTNO(QUOTE-IDX) TO CUST-LOOKUP-NO
               PERFORM FIND-CUSTOMER
               IF CUSTOMER-FOUND = 1
                   MOVE CM-NAME(CUSTOMER-IDX)
                       TO JOBMAST-RECORD(10:20)
               END-IF
           END-IF.
           MOVE "OPEN" TO JOBMAST-RECORD(31:8).
           MOVE QT-CUSTNO(QUOTE-IDX) TO JOBMAST-RECORD(49:6).
           WRITE JOBMAST-RECORD.
           MOVE "JOBMAST.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE JOBMAST-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE JOBMAST-FILE.

           OPEN INPUT JOBHIST-FILE.
           IF JOBHIST-FILE-STATUS = "00"
               CLOSE JOBHIST-FILE
               OPEN EXTEND JOBHIST-FILE
           ELSE
               OPEN OUTPUT JOBHIST-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO QUOTE-TIMESTAMP.
           MOVE SPACES TO JOBHIST-RECORD.
           STRING
               "JOB=" ENTRY-JOB
               " ACTION=ADD      STATUS=OPEN     DUE=NONE    "
               " DATE=" QUOTE-TIMESTAMP(1:8)
               " TIME=" QUOTE-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               DELIMITED BY SIZE INTO JOBHIST-RECORD.
           WRITE JOBHIST-RECORD.
           MOVE "JOBHIST.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE JOBHIST-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE JOBHIST-FILE.

      *Identical shapes on the quote become one order line with the
      *number of them as its quantity, all in the quoted material
       BUILD-ORDER-GROUPS.
           MOVE 0 TO ORDER-GROUP-COUNT.
           MOVE 0 TO QUOTE-LINE-IDX.
           PERFORM UNTIL QUOTE-LINE-IDX >= QUOTE-LINE-COUNT
               ADD 1 TO QUOTE-LINE-IDX
               MOVE 0 TO ORDER-GROUP-FOUND
               MOVE 0 TO ORDER-GROUP-IDX
               PERFORM UNTIL ORDER-GROUP-FOUND = 1
                       OR ORDER-GROUP-IDX >= ORDER-GROUP-COUNT
                   ADD 1 TO ORDER-GROUP-IDX
                   IF OG-CODE(ORDER-GROUP-IDX)
                           = QL-CODE(QUOTE-LINE-IDX)
                           AND OG-UNIT(ORDER-GROUP-IDX)
                           = QL-UNIT(QUOTE-LINE-IDX)
                           AND OG-DIM1(ORDER-GROUP-IDX)
                           = QL-DIM1(QUOTE-LINE-IDX)
                           AND OG-DIM2(ORDER-GROUP-IDX)
                           = QL-DIM2(QUOTE-LINE-IDX)
                       MOVE 1 TO ORDER-GROUP-FOUND
                   END-IF
               END-PERFORM
               IF ORDER-GROUP-FOUND = 0
                   ADD 1 TO ORDER-GROUP-COUNT
                   MOVE ORDER-GROUP-COUNT TO ORDER-GROUP-IDX
                   MOVE QL-CODE(QUOTE-LINE-IDX)
                       TO OG-CODE(ORDER-GROUP-IDX)
                   MOVE QL-UNIT(QUOTE-LINE-IDX)
                       TO OG-UNIT(ORDER-GROUP-IDX)
                   MOVE QL-DIM1(QUOTE-LINE-IDX)
                       TO OG-DIM1(ORDER-GROUP-IDX)
                   MOVE QL-DIM2(QUOTE-LINE-IDX)
                       TO OG-DIM2(ORDER-GROUP-IDX)
                   MOVE 0 TO OG-QTY(ORDER-GROUP-IDX)
               END-IF
               ADD 1 TO OG-QTY(ORDER-GROUP-IDX)
           END-PERFORM.

      *The order groups built before the room check go on the end
      *of JOBLINES.DAT under the new job
       WRITE-CONVERTED-ORDER-LINES.
           OPEN INPUT JOBLINES-FILE.
           IF JOBLINES-FILE-STATUS = "00"
               CLOSE JOBLINES-FILE
               OPEN EXTEND JOBLINES-FILE
           ELSE
               OPEN OUTPUT JOBLINES-FILE
           END-IF.
           MOVE "JOBLINES.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO ORDER-GROUP-IDX.
           PERFORM UNTIL ORDER-GROUP-IDX >= ORDER-GROUP-COUNT
               ADD 1 TO ORDER-GROUP-IDX
               MOVE SPACES TO JOBLINES-RECORD
               MOVE ENTRY-JOB TO JOBLINES-RECORD(1:8)
               MOVE ORDER-GROUP-IDX TO JOBLINES-RECORD(10:3)
               MOVE OG-CODE(ORDER-GROUP-IDX) TO JOBLINES-RECORD(14:1)
               MOVE OG-UNIT(ORDER-GROUP-IDX) TO JOBLINES-RECORD(16:2)
               MOVE OG-DIM1(ORDER-GROUP-IDX) TO JOBLINES-RECORD(19:2)
               IF OG-CODE(ORDER-GROUP-IDX) NOT = "C"
                   MOVE OG-DIM2(ORDER-GROUP-IDX)
                       TO JOBLINES-RECORD(22:2)
               END-IF
               MOVE QT-MAT(QUOTE-IDX) TO JOBLINES-RECORD(25:4)
               MOVE OG-QTY(ORDER-GROUP-IDX) TO JOBLINES-RECORD(30:5)
               WRITE JOBLINES-RECORD
               MOVE JOBLINES-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE JOBLINES-FILE.

      *One SHAPES.TXT record per quoted shape - code, unit, the
      *dimensions, the quoted material and the new job - appended
      *after whatever cutting list is already waiting
       WRITE-CONVERTED-SHAPES.
           OPEN INPUT SHAPE-FILE.
           IF SHAPE-FILE-STATUS = "00"
               CLOSE SHAPE-FILE
               OPEN EXTEND SHAPE-FILE
           ELSE
               OPEN OUTPUT SHAPE-FILE
           END-IF.
           MOVE "SHAPES.TXT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE 0 TO QUOTE-LINE-IDX.
           PERFORM UNTIL QUOTE-LINE-IDX >= QUOTE-LINE-COUNT
               ADD 1 TO QUOTE-LINE-IDX
               MOVE SPACES TO SHAPE-RECORD
               IF QL-CODE(QUOTE-LINE-IDX) = "C"
                   STRING
                       QL-CODE(QUOTE-LINE-IDX) " "
                       QL-UNIT(QUOTE-LINE-IDX) " "
                       QL-DIM1(QUOTE-LINE-IDX) " "
                       QT-MAT(QUOTE-IDX) " "
                       ENTRY-JOB
                       DELIMITED BY SIZE INTO SHAPE-RECORD
               ELSE
                   STRING
                       QL-CODE(QUOTE-LINE-IDX) " "
                       QL-UNIT(QUOTE-LINE-IDX) " "
                       QL-DIM1(QUOTE-LINE-IDX) " "
                       QL-DIM2(QUOTE-LINE-IDX) " "
                       QT-MAT(QUOTE-IDX) " "
                       ENTRY-JOB
                       DELIMITED BY SIZE INTO SHAPE-RECORD
               END-IF
               WRITE SHAPE-RECORD
               MOVE SHAPE-FILE-STATUS TO ERR-STATUS
               PERFORM CHECK-IO-STATUS
           END-PERFORM.
           CLOSE SHAPE-FILE.

       APPEND-REGISTER-LINE.
           OPEN INPUT QUOTEREG-FILE.
           IF QUOTEREG-FILE-STATUS = "00"
               CLOSE QUOTEREG-FILE
               OPEN EXTEND QUOTEREG-FILE
           ELSE
               OPEN OUTPUT QUOTEREG-FILE
           END-IF.
           MOVE OUT-LINE TO QUOTEREG-RECORD.
           WRITE QUOTEREG-RECORD.
           MOVE "QUOTEREG.DAT" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE QUOTEREG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE QUOTEREG-FILE.

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE QUOTEREG-FILE.
           CLOSE JOBMAST-FILE.
           CLOSE JOBHIST-FILE.
           CLOSE JOBLINES-FILE.
           CLOSE SHAPE-FILE.
           CLOSE CUSTMAST-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY CUSTMASTP.
