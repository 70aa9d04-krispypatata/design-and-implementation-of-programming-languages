      *            any surviving backup. The catalog table now
      *            carries each whole line, and the prune writes
      *            the kept lines back verbatim.
      *2025-12-30: Each ARRDATA.TXT line gains the date the item
      *            was last cycle-counted (columns 41-48, blank
      *            until ARRCOUNT first posts a count for it). The
      *            table carries it through load, sort, add and
      *            save, so a save here never drops it.
      *2026-01-06: Stock now carries money. Each ARRDATA.TXT line
      *            gains the item's weighted-average unit cost
      *            (columns 50-59, nnnnn.nnnn, blank on legacy
      *            lines and read as 0). [8] Receipt asks for the
      *            unit cost paid and re-averages the item's cost
      *            over old and new stock; issues and Change
      *            adjustments are valued at the average. Every
      *            journal line now carries AVG= (the average
      *            after the movement) and VALUE= (the signed
      *            change in stock value), which ARRVALUE's
      *            valuation report and movement-value summary
      *            read. The first costed receipt of an item
      *            that already has uncosted stock on hand also
      *            journals a REVALUE line bringing that stock in
      *            at the receipt's cost, so the value history
      *            still adds up.
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. array.

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
       FILE SECTION.
      *One inventory line: item code in columns 1-6, description in
      *8-27, quantity in 29-33, reorder level in 35-39 (blank on
      *legacy lines, read as 0), last cycle-counted date in 41-48
      *(blank until the item is first counted), weighted-average
      *unit cost in 50-59 (nnnnn.nnnn, blank until first costed)
       FD ARR-FILE.
       01 ARR-FILE-RECORD PIC X(59).

      *Append-only stock movement journal: one line per receipt,
      *issue or supervised adjustment, so the old number is never
      *simply gone
       FD ARRMOVE-FILE.
       01 ARRMOVE-RECORD PIC X(160).

      *A dated generation backup of ARRDATA.TXT, written whole
      *before every save
       FD BACKUP-FILE.
       01 BACKUP-RECORD PIC X(59).

      *The generation catalog: one FILE= line per backup kept, the
      *last 5 on the catalog (older .BAK files stay on disk but
       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

                   03 ITEM-DESC PIC X(20).
                   03 ITEM-QTY PIC 9(5).
                   03 ITEM-REORDER PIC 9(5).
                   03 ITEM-COUNTED PIC 9(8).
                   03 ITEM-AVG-COST PIC 9(5)V9(4).
       77 IDX PIC 99 VALUE 1.
       77 ARR-FILE-STATUS PIC X(02) VALUE "00".
       77 END-OF-ARR-FILE PIC 9 VALUE 0.
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.

       77 SORT-I PIC 99.
       77 SORT-J PIC 99.
       77 TEMP-ITEM PIC X(53).
       77 SORT-KEY-CHOICE PIC 9 VALUE 1.
       77 SORT-SWAP-NEEDED PIC 9 VALUE 0.
       77 SEARCH-KEY-CHOICE PIC 9 VALUE 1.
       77 SHIFT-IDX PIC 99 VALUE 0.
       77 NEW-ITEM-REORDER PIC 9(5) VALUE 0.
       77 REORDER-TEXT PIC X(5).
       77 COUNTED-TEXT PIC X(8).
       77 COST-TEXT PIC X(10).
       77 COST-EDIT PIC 9(5).9(4).

      *Stock-movement working fields: the journal line being
      *posted, the movement's own figures, and the history filter
       77 MV-REF PIC X(10) VALUE SPACES.
       77 MV-NEW-QTY PIC 9(6) VALUE 0.
       77 MV-OK PIC 9 VALUE 0.
       77 MV-LINE PIC X(160) VALUE SPACES.
       77 MV-TIMESTAMP PIC X(21).
       77 MV-PARSE-JUNK PIC X(160) VALUE SPACES.
       77 MV-PARSE-REST PIC X(160) VALUE SPACES.
       77 HIST-MATCH-COUNT PIC 9(5) VALUE 0.

      *Costing working fields: the unit cost a receipt was bought
      *at, the quantity before the movement, and the signed change
      *in stock value the movement makes
       77 MV-COST-INPUT PIC X(14).
       77 MV-UNIT-COST PIC 9(5)V9(4) VALUE 0.
       77 MV-OLD-QTY PIC 9(5) VALUE 0.
       77 MV-VALUE PIC S9(10)V99 VALUE 0.
       77 MV-VALUE-EDIT PIC +9(10).99.
       77 MV-AVG-EDIT PIC 9(5).9(4).

      *Generation-backup working fields: the dynamic backup name,
      *the catalog held while it is pruned to the last 5, and the
      *restore pick
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Walk the table in index order and display each slot in
      *columns. A slot past FILLED-COUNT is flagged as empty instead
       LOAD-ONE-ITEM.
           MOVE ARR-FILE-RECORD(29:5) TO QTY-TEXT.
           MOVE ARR-FILE-RECORD(35:5) TO REORDER-TEXT.
           MOVE ARR-FILE-RECORD(41:8) TO COUNTED-TEXT.
           MOVE ARR-FILE-RECORD(50:10) TO COST-TEXT.
      *    The blank check matters: TRIM of an all-blank field is a
      *    zero-length item, which tests as numeric
           IF ARR-FILE-RECORD(1:6) NOT = SPACES
               ELSE
                   MOVE 0 TO ITEM-REORDER(FILLED-COUNT)
               END-IF
               IF COUNTED-TEXT IS NUMERIC
                   MOVE COUNTED-TEXT TO ITEM-COUNTED(FILLED-COUNT)
               ELSE
                   MOVE 0 TO ITEM-COUNTED(FILLED-COUNT)
               END-IF
      *        An uncosted line (legacy, or never received at a
      *        cost) reads as 0 and is valued at nothing
               IF FUNCTION TRIM(COST-TEXT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(COST-TEXT) = 0
                   MOVE FUNCTION NUMVAL(COST-TEXT)
                       TO ITEM-AVG-COST(FILLED-COUNT)
               ELSE
                   MOVE 0 TO ITEM-AVG-COST(FILLED-COUNT)
               END-IF
           ELSE
               DISPLAY "Skipping bad ARRDATA.TXT line: "
                   FUNCTION TRIM(ARR-FILE-RECORD)
               MOVE NEW-ITEM-DESC TO ITEM-DESC(FILLED-COUNT)
               MOVE NEW-ITEM-QTY TO ITEM-QTY(FILLED-COUNT)
               MOVE NEW-ITEM-REORDER TO ITEM-REORDER(FILLED-COUNT)
               MOVE 0 TO ITEM-COUNTED(FILLED-COUNT)
               MOVE 0 TO ITEM-AVG-COST(FILLED-COUNT)
               DISPLAY "Added at index " FILLED-COUNT "."
           END-IF.

               IF TARGET-IDX > 0
                   PERFORM GET-ITEM-FIELDS
                   PERFORM GET-MOVEMENT-REF
      *            The difference is valued at the average cost
                   COMPUTE MV-VALUE ROUNDED =
                       (NEW-ITEM-QTY - ITEM-QTY(TARGET-IDX))
                       * ITEM-AVG-COST(TARGET-IDX)
                   MOVE NEW-ITEM-CODE TO ITEM-CODE(TARGET-IDX)
                   MOVE NEW-ITEM-DESC TO ITEM-DESC(TARGET-IDX)
                   MOVE NEW-ITEM-QTY TO ITEM-QTY(TARGET-IDX)
                   MOVE ITEM-DESC(IDX) TO ARR-FILE-RECORD(8:20)
                   MOVE ITEM-QTY(IDX) TO ARR-FILE-RECORD(29:5)
                   MOVE ITEM-REORDER(IDX) TO ARR-FILE-RECORD(35:5)
                   IF ITEM-COUNTED(IDX) > 0
                       MOVE ITEM-COUNTED(IDX)
                           TO ARR-FILE-RECORD(41:8)
                   END-IF
                   IF ITEM-AVG-COST(IDX) > 0
                       MOVE ITEM-AVG-COST(IDX) TO COST-EDIT
                       MOVE COST-EDIT TO ARR-FILE-RECORD(50:10)
                   END-IF
                   WRITE ARR-FILE-RECORD
                   MOVE "ARRDATA.TXT" TO ERR-FILE-NAME
                   MOVE "WRITE" TO ERR-OPERATION
                               ITEM-CODE(TARGET-IDX)
                               " past 99999 - not posted."
                           MOVE 1 TO HAD-INVALID-INPUT
                           MOVE 0 TO MV-OK
                       ELSE
                           PERFORM GET-UNIT-COST
                       END-IF
                       IF MV-OK = 1
                           PERFORM GET-MOVEMENT-REF
                           PERFORM COST-THE-RECEIPT
                           MOVE MV-NEW-QTY
                               TO ITEM-QTY(TARGET-IDX)
                           MOVE "RECEIPT" TO MV-TYPE
                           PERFORM GET-MOVEMENT-REF
                           COMPUTE MV-NEW-QTY =
                               ITEM-QTY(TARGET-IDX) - MV-QTY
                           COMPUTE MV-VALUE ROUNDED =
                               0 - (MV-QTY
                               * ITEM-AVG-COST(TARGET-IDX))
                           MOVE MV-NEW-QTY
                               TO ITEM-QTY(TARGET-IDX)
                           MOVE "ISSUE" TO MV-TYPE
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *What the receipt cost a unit - up to 4 decimal places, so
      *a carton price split over its units does not lose money
       GET-UNIT-COST.
           MOVE 0 TO MV-OK.
           DISPLAY "Unit cost (0.0001-99999.9999): "
               WITH NO ADVANCING.
           ACCEPT MV-COST-INPUT.
           IF FUNCTION TRIM(MV-COST-INPUT) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(MV-COST-INPUT) = 0
               IF FUNCTION NUMVAL(MV-COST-INPUT) >= 0.0001
                       AND FUNCTION NUMVAL(MV-COST-INPUT)
                       <= 99999.9999
                   MOVE FUNCTION NUMVAL(MV-COST-INPUT)
                       TO MV-UNIT-COST
                   MOVE 1 TO MV-OK
               END-IF
           END-IF.
           IF MV-OK = 0
               DISPLAY "Unit cost must be a number within "
                   "0.0001-99999.9999 - receipt not posted."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *Value the receipt at what was paid and re-average the item's
      *cost over the stock already on hand and the stock received.
      *Stock on hand that was never costed is first brought in at
      *the receipt's cost with a REVALUE line, so the journal says
      *where that value came from.
       COST-THE-RECEIPT.
           MOVE ITEM-QTY(TARGET-IDX) TO MV-OLD-QTY.
           IF ITEM-AVG-COST(TARGET-IDX) = 0 AND MV-OLD-QTY > 0
               MOVE MV-UNIT-COST TO ITEM-AVG-COST(TARGET-IDX)
               COMPUTE MV-VALUE ROUNDED =
                   MV-OLD-QTY * MV-UNIT-COST
               MOVE MV-QTY TO MV-NEW-QTY
               MOVE MV-OLD-QTY TO MV-QTY
               MOVE "REVALUE" TO MV-TYPE
               PERFORM POST-MOVEMENT
               MOVE MV-NEW-QTY TO MV-QTY
               COMPUTE MV-NEW-QTY = MV-OLD-QTY + MV-QTY
           END-IF.
           COMPUTE MV-VALUE ROUNDED = MV-QTY * MV-UNIT-COST.
           COMPUTE ITEM-AVG-COST(TARGET-IDX) ROUNDED =
               ((MV-OLD-QTY * ITEM-AVG-COST(TARGET-IDX))
               + (MV-QTY * MV-UNIT-COST)) / MV-NEW-QTY.

      *The docket, count sheet or reason behind the movement -
      *blank reads as none, but a reference is what settles the
      *dispute later
      *Append the movement to the journal: type, item, the moved
      *quantity (the resulting on-hand for an ADJUST), the new
      *balance, reference, timestamp and operator - the line the
      *old number survives on - then the average cost after the
      *movement and the signed change in stock value it made
       POST-MOVEMENT.
           OPEN INPUT ARRMOVE-FILE.
           IF ARRMOVE-FILE-STATUS = "00"
               OPEN OUTPUT ARRMOVE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO MV-TIMESTAMP.
           MOVE ITEM-AVG-COST(TARGET-IDX) TO MV-AVG-EDIT.
           MOVE MV-VALUE TO MV-VALUE-EDIT.
           MOVE SPACES TO MV-LINE.
           STRING
               "TYPE=" MV-TYPE
               " DATE=" MV-TIMESTAMP(1:8)
               " TIME=" MV-TIMESTAMP(9:6)
               " OPER=" OPERATOR-ID
               " AVG=" MV-AVG-EDIT
               " VALUE=" MV-VALUE-EDIT
               DELIMITED BY SIZE INTO MV-LINE.
           MOVE MV-LINE TO ARRMOVE-RECORD.
           WRITE ARRMOVE-RECORD.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
