      *DESCRIPTION: Maintenance program for SCRAPRSN.DAT, the table
      *of reasons a bad cut can be recorded as scrap under (mis-
      *measure, blade, material defect, customer change and so on).
      *The area program only accepts an active code from this table
      *when an operator records scrap, and QUALRPT totals the month's
      *scrap by it, so the codes are kept under control: anyone may
      *list them, but adding a reason, changing a description or
      *retiring a code needs a supervisor sign-on (OPER-ROLE "S").
      *A code is never deleted - scrap already posted under it must
      *still report by name - it is retired instead, and may be
      *reinstated. Save rewrites SCRAPRSN.DAT in the fixed layout
      *the SCRAPRSN copybook describes.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 16, 2025
      *Modification History:
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRAPRSN-FILE ASSIGN TO "SCRAPRSN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCRAPRSN-FILE-STATUS.
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
      *Layout described in the SCRAPRSN copybook
       FD SCRAPRSN-FILE.
       01 SCRAPRSN-RECORD PIC X(40).

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
       COPY SCRAPRSN.

       77 HAD-INVALID-INPUT PIC 9 VALUE 0.
       77 SAVED-CHANGES PIC 9 VALUE 1.

      *Entry fields, each read raw and validated before it is
      *trusted
       77 CODE-INPUT PIC X(10).
       77 DESC-INPUT PIC X(30).
       77 ENTRY-OK PIC 9 VALUE 0.
       77 ENTRY-CODE PIC X(4) VALUE SPACES.
       77 ENTRY-DESC PIC X(20) VALUE SPACES.
       77 REASON-COUNT-DISPLAY PIC Z9.
       77 STATUS-WORD PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
      *Take the shared session lock before any RUNLOG line is
      *written, the same way the other programs do
           MOVE "RSNMAINT" TO LOCK-PROGRAM.
           PERFORM GET-SESSION-LOCK.
           IF LOCK-ACQUIRED = 0
               DISPLAY "Exiting without running."
               GOBACK
           END-IF.

           PERFORM GET-OPERATOR-ID.

           MOVE "RSNMAINT" TO ERR-PROGRAM.

           PERFORM CHECK-CLOSED-DAY.

           MOVE "RSNMAINT" TO RUNLOG-PROGRAM.
           MOVE "START" TO RUNLOG-EVENT.
           MOVE "N/A" TO RUNLOG-REASON.
           PERFORM LOG-RUN-EVENT.

           PERFORM LOAD-SCRAP-REASONS.
           IF SR-FILE-FULL = 1
               DISPLAY "Maintenance refused so nothing is lost."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               MOVE SR-COUNT TO REASON-COUNT-DISPLAY
               DISPLAY "Loaded "
                   FUNCTION TRIM(REASON-COUNT-DISPLAY)
                   " scrap reason(s)."
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

      *One trip around the maintenance menu. Every change is gated
      *on the sign-on role, since the codes are what the quality
      *report is broken down by.
       MAINT-MENU.
           DISPLAY "[1] List reasons  [2] Add reason  "
               "[3] Change description".
           DISPLAY "[4] Retire/reinstate reason  [5] Save  "
               "(0 to exit): " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
           IF FUNCTION TRIM(MENU-CHOICE-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MENU-CHOICE-INPUT) TO MENU-CHOICE
               EVALUATE MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-REASONS
                   WHEN 2
                   WHEN 3
                   WHEN 4
                       IF OPER-ROLE = "S"
                           PERFORM CHANGE-REASON-TABLE
                       ELSE
                           DISPLAY "Changing the scrap reasons needs "
                               "a supervisor sign-on."
                           MOVE 1 TO HAD-INVALID-INPUT
                       END-IF
                   WHEN 5
                       PERFORM SAVE-REASONS
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

       CHANGE-REASON-TABLE.
           EVALUATE MENU-CHOICE
               WHEN 2
                   PERFORM ADD-REASON
               WHEN 3
                   PERFORM CHANGE-REASON-DESC
               WHEN 4
                   PERFORM TOGGLE-REASON-STATUS
           END-EVALUATE.

       LIST-REASONS.
           IF SR-COUNT = 0
               DISPLAY "The scrap reason table is empty."
           ELSE
               DISPLAY "CODE  DESCRIPTION           STATUS"
               MOVE 0 TO SR-IDX
               PERFORM UNTIL SR-IDX >= SR-COUNT
                   ADD 1 TO SR-IDX
                   PERFORM SET-STATUS-WORD
                   DISPLAY SR-CODE(SR-IDX) "  " SR-DESC(SR-IDX)
                       "  " STATUS-WORD
               END-PERFORM
           END-IF.

       SET-STATUS-WORD.
           IF SR-STATUS(SR-IDX) = "A"
               MOVE "ACTIVE" TO STATUS-WORD
           ELSE
               MOVE "RETIRED" TO STATUS-WORD
           END-IF.

      *Ask for a reason code, 1-4 characters, upper-cased
       GET-REASON-CODE.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Reason code (up to 4 characters): "
               WITH NO ADVANCING.
           ACCEPT CODE-INPUT.
           IF FUNCTION TRIM(CODE-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(CODE-INPUT)) <= 4
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CODE-INPUT))
                   TO ENTRY-CODE
               MOVE ENTRY-CODE TO SR-LOOKUP-CODE
               PERFORM FIND-SCRAP-REASON
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Reason code must be 1-4 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

       GET-REASON-DESC.
           MOVE 0 TO ENTRY-OK.
           DISPLAY "Description (up to 20 characters): "
               WITH NO ADVANCING.
           ACCEPT DESC-INPUT.
           IF FUNCTION TRIM(DESC-INPUT) NOT = SPACES
                   AND FUNCTION LENGTH(FUNCTION TRIM(DESC-INPUT))
                   <= 20
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DESC-INPUT))
                   TO ENTRY-DESC
               MOVE 1 TO ENTRY-OK
           ELSE
               DISPLAY "Description must be 1-20 characters."
               MOVE 1 TO HAD-INVALID-INPUT
           END-IF.

      *A new, active reason under a code not already on file
       ADD-REASON.
           IF SR-COUNT >= 30
               DISPLAY "Scrap reason table is full (30 reasons)."
               MOVE 1 TO HAD-INVALID-INPUT
           ELSE
               PERFORM GET-REASON-CODE
               IF ENTRY-OK = 1 AND SR-FOUND = 1
                   DISPLAY "Reason " FUNCTION TRIM(ENTRY-CODE)
                       " is already on file."
                   MOVE 1 TO HAD-INVALID-INPUT
                   MOVE 0 TO ENTRY-OK
               END-IF
               IF ENTRY-OK = 1
                   PERFORM GET-REASON-DESC
               END-IF
               IF ENTRY-OK = 1
                   ADD 1 TO SR-COUNT
                   MOVE ENTRY-CODE TO SR-CODE(SR-COUNT)
                   MOVE ENTRY-DESC TO SR-DESC(SR-COUNT)
                   MOVE "A" TO SR-STATUS(SR-COUNT)
                   MOVE 0 TO SAVED-CHANGES
                   DISPLAY "Added reason " FUNCTION TRIM(ENTRY-CODE)
                       "."
               END-IF
           END-IF.

       CHANGE-REASON-DESC.
           PERFORM GET-EXISTING-REASON.
           IF ENTRY-OK = 1
               DISPLAY "Now: " FUNCTION TRIM(SR-DESC(SR-IDX))
               PERFORM GET-REASON-DESC
           END-IF.
           IF ENTRY-OK = 1
               MOVE ENTRY-DESC TO SR-DESC(SR-IDX)
               MOVE 0 TO SAVED-CHANGES
               DISPLAY "Reason " FUNCTION TRIM(SR-CODE(SR-IDX))
                   " updated."
           END-IF.

      *Retire an active code or reinstate a retired one; a retired
      *code stays on file for the scrap already posted under it
       TOGGLE-REASON-STATUS.
           PERFORM GET-EXISTING-REASON.
           IF ENTRY-OK = 1
               IF SR-STATUS(SR-IDX) = "A"
                   MOVE "R" TO SR-STATUS(SR-IDX)
               ELSE
                   MOVE "A" TO SR-STATUS(SR-IDX)
               END-IF
               PERFORM SET-STATUS-WORD
               MOVE 0 TO SAVED-CHANGES
               DISPLAY "Reason " FUNCTION TRIM(SR-CODE(SR-IDX))
                   " is now " FUNCTION TRIM(STATUS-WORD) "."
           END-IF.

       GET-EXISTING-REASON.
           PERFORM GET-REASON-CODE.
           IF ENTRY-OK = 1 AND SR-FOUND = 0
               DISPLAY "Reason " FUNCTION TRIM(ENTRY-CODE)
                   " is not on file."
               MOVE 1 TO HAD-INVALID-INPUT
               MOVE 0 TO ENTRY-OK
           END-IF.

      *Write the table back to SCRAPRSN.DAT
       SAVE-REASONS.
           PERFORM SAVE-SCRAP-REASONS.
           MOVE 1 TO SAVED-CHANGES.
           MOVE SR-COUNT TO REASON-COUNT-DISPLAY.
           DISPLAY "Saved " FUNCTION TRIM(REASON-COUNT-DISPLAY)
               " reason(s) to SCRAPRSN.DAT.".

      *Hook run by CHECK-IO-STATUS before it ends an aborting
      *session: close what is open
       FLAG-IO-ABORT.
           CLOSE SCRAPRSN-FILE.

       COPY SESSLOCKP.

       COPY OPERIDP.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.

       COPY SCRAPRSNP.
