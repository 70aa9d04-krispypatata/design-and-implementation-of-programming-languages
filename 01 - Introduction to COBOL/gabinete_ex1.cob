      *            any surviving backup. The catalog table now
      *            carries each whole line, and the prune writes
      *            the kept lines back verbatim.
      *2026-01-20: Added menu choice [11], Import Datasets, loading
      *            analysts' number sets into NUMLIB.DAT from a CSV
      *            file (default NUMIMP.CSV), one dataset per line:
      *            the name, then its values. Each line is held to
      *            the startup verification's rules - size 1-20,
      *            every value 1-99 - and to a 1-8 character name.
      *            A name already in the library is refused unless
      *            a supervisor sign-on answers Y to replacing, the
      *            same gate Save Dataset As applies. Refused lines
      *            go to NUMIMP.REJ with their reason, the good ones
      *            are written to the library in one rewrite, and a
      *            summary gives the imported, replaced and rejected
      *            counts. Exit moves to [12].
      *2026-02-03: Every line this program appends to RUNLOG.TXT and
      *            ERRLOG.TXT is now also filed in the indexed log
      *            directory LOGDIR.DAT (shared LOGDIR/LOGDIRP
      *            copybooks), so the log queries can go straight to a
      *            day's lines instead of reading the whole logs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gabinete_ex1.

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
           SELECT GENCAT-FILE ASSIGN TO "NUMGEN.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS genCatFileStatus.
           SELECT IMPORT-FILE ASSIGN TO DYNAMIC impFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS impFileStatus.
           SELECT IMPREJ-FILE ASSIGN TO "NUMIMP.REJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS impRejFileStatus.
      *    Verification reads the data files through its own wide
      *    record, so an oversized line is caught instead of being
      *    silently truncated into the 2-digit working records
       FD ERRLOG-FILE.
       01 ERRLOG-RECORD PIC X(120).

       FD LOGDIR-FILE.
       01 LOGDIR-RECORD.
           02 LOGDIR-KEY PIC X(34).
           02 LOGDIR-LOG-KEY PIC X(16).
           02 LOGDIR-DATA PIC X(173).

       FD OPERMAST-FILE.
       01 OPERMAST-RECORD PIC X(40).

       FD GENCAT-FILE.
       01 genCatRecord PIC X(80).

      *A dataset import file: NAME,value,value,... one dataset per
      *line, as a spreadsheet saves it
       FD IMPORT-FILE.
       01 importRecord PIC X(200).

      *Import lines refused, each with its line number and reason
      *ahead of the line as read
       FD IMPREJ-FILE.
       01 impRejRecord PIC X(260).

       WORKING-STORAGE SECTION.
      *Variable definitions
      *IntegerArray
       COPY SESSLOCK.
       COPY OPERID.
       COPY ERRLOG.
       COPY LOGDIR.
       COPY CLOSECHK.

       77 userInput PIC X(38).
       77 invalidArrSizeCount PIC 9(5) VALUE 0.
       77 invalidMenuCount PIC 9(5) VALUE 0.
       77 invalidFillCount PIC 9(5) VALUE 0.
       77 invalidImportCount PIC 9(5) VALUE 0.
       77 invalidTotalCount PIC 9(5) VALUE 0.
       77 invalidCountFormatted PIC Z(4)9.

       77 restoreInput PIC X(10).
       77 restorePick PIC 99 VALUE 0.

      *Dataset-import working fields: the file being read, one line
      *pulled apart field by field, the verdict on it, and which
      *library members this import has already written (a name
      *repeated further down the file is refused, not applied
      *twice)
       77 impFileName PIC X(30) VALUE SPACES.
       77 impFileInput PIC X(30) VALUE SPACES.
       77 impFileStatus PIC X(02) VALUE "00".
       77 impRejFileStatus PIC X(02) VALUE "00".
       77 impEof PIC 9(1) VALUE 0.
       77 impLine PIC X(200) VALUE SPACES.
       77 impLineLen PIC 9(3) VALUE 0.
       77 impPtr PIC 9(3) VALUE 0.
       77 impFieldRaw PIC X(20) VALUE SPACES.
       77 impField PIC X(20) VALUE SPACES.
       77 impFieldLen PIC 9(3) VALUE 0.
       77 impFieldNo PIC 9(3) VALUE 0.
       77 impNameTok1 PIC X(20) VALUE SPACES.
       77 impNameTok2 PIC X(20) VALUE SPACES.
       77 impLineOk PIC 9(1) VALUE 0.
       77 impReason PIC X(60) VALUE SPACES.
       77 impBlankSeen PIC 9(1) VALUE 0.
       77 impValCount PIC 99 VALUE 0.
       01 impValTable.
           02 impVal PIC 99 OCCURS 20 TIMES.
       01 impTouchedTable.
           02 impTouched PIC 9(1) OCCURS 20 TIMES.
       77 impAllowReplace PIC 9(1) VALUE 0.
       77 impAnswer PIC X(01).
       77 impLineNo PIC 9(5) VALUE 0.
       77 impAddedCount PIC 9(5) VALUE 0.
       77 impReplacedCount PIC 9(5) VALUE 0.
       77 impRejectCount PIC 9(5) VALUE 0.
       77 impCountDisplay PIC Z(4)9.
       77 impFieldDisplay PIC ZZ9.
       77 impRejLine PIC X(260) VALUE SPACES.

      *suiteLinked is raised when the caller really handed us the
      *RUNALL parameter area (eyecatcher checked - a runner can pass
      *other things); suiteDriven additionally means a configured,
           PERFORM displayMenu UNTIL MENU-EXITED = 1.

           COMPUTE invalidTotalCount = invalidArrSizeCount
               + invalidMenuCount + invalidFillCount
               + invalidImportCount.
           MOVE "END" TO RUNLOG-EVENT.
           IF invalidTotalCount > 0
               MOVE "INVALID-INPUT" TO RUNLOG-REASON
           MOVE RUNLOG-FILE-STATUS TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           CLOSE RUNLOG-FILE.
           MOVE "R" TO LOGDIR-LOG.
           MOVE RUNLOG-LINE TO LOGDIR-TEXT.
           PERFORM POST-LOG-DIRECTORY.

      *Look for a checkpoint left behind by a Fill Array that never
      *finished (a prior "pulled away" session or a dead terminal),
           DISPLAY "[8] Dataset Catalog".
           DISPLAY "[9] Statistics".
           DISPLAY "[10] Restore File Backup".
           DISPLAY "[11] Import Datasets (CSV)".
           DISPLAY "[12] Exit".

           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE-INPUT.
                           ADD 1 TO invalidMenuCount
                       END-IF
                   WHEN 11
                       PERFORM importDatasets
                   WHEN 12
                       PERFORM displayInvalidInputSummary
                       DISPLAY " "
                       DISPLAY "EXITED!"
      *user exits via choice 5
       displayInvalidInputSummary.
           COMPUTE invalidTotalCount = invalidArrSizeCount
               + invalidMenuCount + invalidFillCount
               + invalidImportCount.
           MOVE invalidTotalCount TO invalidCountFormatted.
           DISPLAY " ".
           DISPLAY FUNCTION TRIM(invalidCountFormatted LEADING)
               MOVE invalidFillCount TO invalidCountFormatted
               DISPLAY "  Array entry: "
                   FUNCTION TRIM(invalidCountFormatted LEADING)
               MOVE invalidImportCount TO invalidCountFormatted
               DISPLAY "  Import line: "
                   FUNCTION TRIM(invalidCountFormatted LEADING)
           END-IF.

      *A function to fill the num array with positive integer inputs
               END-PERFORM
           END-IF.

      *Import named datasets from a CSV file into the library, one
      *dataset per line (name, then its values). A supervisor
      *sign-on is asked once whether names already in the library
      *may be replaced; anyone else's clashes are refused. Refused
      *lines go to NUMIMP.REJ with the reason, and the library is
      *rewritten once at the end if anything got in.
       importDatasets.
           DISPLAY " ".
           DISPLAY "Import file (blank for NUMIMP.CSV): "
               WITH NO ADVANCING.
           MOVE SPACES TO impFileInput.
           ACCEPT impFileInput.
           IF FUNCTION TRIM(impFileInput) = SPACES
               MOVE "NUMIMP.CSV" TO impFileName
           ELSE
               MOVE FUNCTION TRIM(impFileInput) TO impFileName
           END-IF.

           OPEN INPUT IMPORT-FILE.
           IF impFileStatus NOT = "00"
               DISPLAY "Could not open " FUNCTION TRIM(impFileName)
                   " for import."
               ADD 1 TO invalidImportCount
           ELSE
               MOVE 0 TO impAllowReplace
               IF OPER-ROLE = "S"
                   DISPLAY "Replace datasets already in the library? "
                       "(Y/N): " WITH NO ADVANCING
                   ACCEPT impAnswer
                   IF impAnswer = "Y" OR impAnswer = "y"
                       MOVE 1 TO impAllowReplace
                   END-IF
               END-IF

               OPEN OUTPUT IMPREJ-FILE
               PERFORM loadLibrary
               MOVE 0 TO libIdx
               PERFORM UNTIL libIdx >= 20
                   ADD 1 TO libIdx
                   MOVE 0 TO impTouched(libIdx)
               END-PERFORM
               MOVE 0 TO impLineNo
               MOVE 0 TO impAddedCount
               MOVE 0 TO impReplacedCount
               MOVE 0 TO impRejectCount
               MOVE 0 TO impEof
               PERFORM UNTIL impEof = 1
                   READ IMPORT-FILE
                       AT END
                           MOVE 1 TO impEof
                       NOT AT END
                           ADD 1 TO impLineNo
                           MOVE importRecord TO impLine
                           IF FUNCTION TRIM(impLine) NOT = SPACES
                               PERFORM importOneLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPORT-FILE
               CLOSE IMPREJ-FILE

               IF impAddedCount > 0 OR impReplacedCount > 0
                   PERFORM writeLibrary
               END-IF

               DISPLAY "IMPORT FROM " FUNCTION TRIM(impFileName)
               MOVE impAddedCount TO impCountDisplay
               DISPLAY "  Imported: " impCountDisplay
               MOVE impReplacedCount TO impCountDisplay
               DISPLAY "  Replaced: " impCountDisplay
               MOVE impRejectCount TO impCountDisplay
               DISPLAY "  Rejected: " impCountDisplay
               IF impRejectCount > 0
                   DISPLAY "Rejected lines and reasons are in "
                       "NUMIMP.REJ."
               END-IF
           END-IF.

      *One import line: check it whole, then add it to the library
      *as a new member, put it over an existing one, or refuse it
       importOneLine.
           PERFORM checkImportLine.
           IF impLineOk = 1
               IF libFound = 1
                   IF impTouched(libIdx) = 1
                       MOVE "name repeats an earlier line of the file"
                           TO impReason
                       MOVE 0 TO impLineOk
                   ELSE
                       IF impAllowReplace = 0
                           IF OPER-ROLE = "S"
                               MOVE "name already in the library"
                                   TO impReason
                           ELSE
                               STRING "name already in the library"
                                   " - replace needs a supervisor"
                                   DELIMITED BY SIZE INTO impReason
                           END-IF
                           MOVE 0 TO impLineOk
                       END-IF
                   END-IF
               ELSE
                   IF libCount >= 20
                       MOVE "library is full (20 datasets)"
                           TO impReason
                       MOVE 0 TO impLineOk
                   END-IF
               END-IF
           END-IF.

           IF impLineOk = 1
               IF libFound = 1
                   ADD 1 TO impReplacedCount
               ELSE
                   ADD 1 TO libCount
                   MOVE libCount TO libIdx
                   ADD 1 TO impAddedCount
               END-IF
               MOVE dsName TO libName(libIdx)
               MOVE impValCount TO libSize(libIdx)
               MOVE FUNCTION CURRENT-DATE TO libStamp
               MOVE libStamp(1:8) TO libDate(libIdx)
               MOVE 0 TO libValIdx
               PERFORM UNTIL libValIdx >= impValCount
                   ADD 1 TO libValIdx
                   MOVE impVal(libValIdx) TO libVal(libIdx libValIdx)
               END-PERFORM
               MOVE 1 TO impTouched(libIdx)
           ELSE
               PERFORM rejectImportLine
           END-IF.

      *The name and value rules for one line, leaving the verdict
      *in impLineOk, the first problem in impReason, the values in
      *impVal and the library lookup of the name in libFound/libIdx
       checkImportLine.
           MOVE 1 TO impLineOk.
           MOVE SPACES TO impReason.
           MOVE 0 TO impValCount.
           MOVE 0 TO impBlankSeen.
           MOVE 0 TO impFieldNo.
           MOVE 0 TO libFound.
           COMPUTE impLineLen = FUNCTION LENGTH(
               FUNCTION TRIM(impLine TRAILING)).

      *    The name comes first; a spreadsheet may have quoted it
           MOVE 1 TO impPtr.
           PERFORM takeImportField.
           MOVE SPACES TO impNameTok1.
           MOVE SPACES TO impNameTok2.
           UNSTRING impField DELIMITED BY ALL SPACES
               INTO impNameTok1 impNameTok2.
           IF FUNCTION TRIM(impField) = SPACES
               MOVE "no dataset name" TO impReason
               MOVE 0 TO impLineOk
           ELSE
               IF impFieldLen > 20
                       OR FUNCTION LENGTH(FUNCTION TRIM(impField)) > 8
                       OR impNameTok2 NOT = SPACES
                   MOVE "dataset name must be 1-8 characters"
                       TO impReason
                   MOVE 0 TO impLineOk
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(impField))
                       TO dsName
               END-IF
           END-IF.

      *    Then the values. Blank fields at the end of the line are
      *    the padding a spreadsheet adds to short rows; a blank one
      *    with a value after it is a gap in the data.
           PERFORM UNTIL impPtr > impLineLen OR impLineOk = 0
               PERFORM takeImportField
               ADD 1 TO impFieldNo
               PERFORM checkImportValue
           END-PERFORM.

           IF impLineOk = 1 AND impValCount = 0
               MOVE "no values - size must be 1-20" TO impReason
               MOVE 0 TO impLineOk
           END-IF.

           IF impLineOk = 1
               PERFORM findLibMember
           END-IF.

      *Next comma-separated field of impLine into impField, quotes
      *dropped and left-justified
       takeImportField.
           MOVE SPACES TO impFieldRaw.
           MOVE 0 TO impFieldLen.
           UNSTRING impLine(1:impLineLen) DELIMITED BY ","
               INTO impFieldRaw COUNT IN impFieldLen
               WITH POINTER impPtr.
           INSPECT impFieldRaw REPLACING ALL '"' BY SPACE.
           MOVE FUNCTION TRIM(impFieldRaw) TO impField.

       checkImportValue.
           MOVE impFieldNo TO impFieldDisplay.
           IF FUNCTION TRIM(impField) = SPACES
               MOVE 1 TO impBlankSeen
           ELSE
               IF impBlankSeen = 1
                   STRING "blank value ahead of value "
                       FUNCTION TRIM(impFieldDisplay)
                       DELIMITED BY SIZE INTO impReason
                   MOVE 0 TO impLineOk
               ELSE
                   IF impFieldLen > 20
                           OR FUNCTION TRIM(impField) IS NOT NUMERIC
                       STRING "value "
                           FUNCTION TRIM(impFieldDisplay)
                           " is not a whole number"
                           DELIMITED BY SIZE INTO impReason
                       MOVE 0 TO impLineOk
                   ELSE
                       IF FUNCTION NUMVAL(impField) < 1
                               OR FUNCTION NUMVAL(impField) > 99
                           STRING "value "
                               FUNCTION TRIM(impFieldDisplay)
                               " is out of 1-99"
                               DELIMITED BY SIZE INTO impReason
                           MOVE 0 TO impLineOk
                       ELSE
                           IF impValCount >= MAX-SLOTS
                               MOVE "more than 20 values - size 1-20"
                                   TO impReason
                               MOVE 0 TO impLineOk
                           ELSE
                               ADD 1 TO impValCount
                               MOVE FUNCTION NUMVAL(impField)
                                   TO impVal(impValCount)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Write a refused line to NUMIMP.REJ with its line number and
      *reason, and show it
       rejectImportLine.
           ADD 1 TO impRejectCount.
           ADD 1 TO invalidImportCount.
           MOVE impLineNo TO impCountDisplay.
           MOVE SPACES TO impRejLine.
           STRING
               "LINE=" FUNCTION TRIM(impCountDisplay)
               " REASON=" FUNCTION TRIM(impReason)
               " DATA=" FUNCTION TRIM(impLine)
               DELIMITED BY SIZE INTO impRejLine.
           MOVE impRejLine TO impRejRecord.
           WRITE impRejRecord.
           MOVE "NUMIMP.REJ" TO ERR-FILE-NAME.
           MOVE "WRITE" TO ERR-OPERATION.
           MOVE impRejFileStatus TO ERR-STATUS.
           PERFORM CHECK-IO-STATUS.
           DISPLAY "Line " FUNCTION TRIM(impCountDisplay)
               " rejected: " FUNCTION TRIM(impReason).

      *Copy the current NUMARR.DAT whole into a dated generation
      *backup and put it on the catalog. A file not on disk yet
      *has nothing to protect and is quietly skipped.

       COPY ERRLOGP.

       COPY LOGDIRP.

       COPY CLOSECHKP.
