      *DESCRIPTION: Shared WORKING-STORAGE fields for the SCRAPRSN.DAT
      *scrap reason table (see SCRAPRSNP for the paragraphs), shared
      *the way PURCHORD is: RSNMAINT maintains the table, the area
      *program validates a scrap posting's reason against it and
      *QUALRPT describes each reason on the quality report. One
      *reason line: code in columns 1-4, description in 6-25, status
      *in 27 (A active, R retired - a retired code stays on file so
      *the scrap already posted under it still reports by name, but
      *no new scrap may be posted under it). The caller needs a
      *SELECT/FD for SCRAPRSN-FILE on "SCRAPRSN.DAT" with
      *SCRAPRSN-RECORD PIC X(40).
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 16, 2025
       77 SCRAPRSN-FILE-STATUS PIC X(02) VALUE "00".
       77 SCRAPRSN-EOF PIC 9 VALUE 0.
       01 SR-TABLE.
           02 SR-ENTRY OCCURS 30 TIMES.
               03 SR-CODE PIC X(4).
               03 SR-DESC PIC X(20).
               03 SR-STATUS PIC X(1).
       77 SR-COUNT PIC 99 VALUE 0.
       77 SR-IDX PIC 99 VALUE 0.
       77 SR-FOUND PIC 9 VALUE 0.
       77 SR-FILE-FULL PIC 9 VALUE 0.
       77 SR-LOOKUP-CODE PIC X(10) VALUE SPACES.
