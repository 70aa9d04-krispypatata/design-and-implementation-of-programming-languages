      *DESCRIPTION: Shared WORKING-STORAGE fields for the PURCHORD.DAT
      *purchase-order file (see PURCHORDP for the paragraphs), shared
      *the way CUSTMAST is: REORDER raises orders into it and
      *GOODSRCV posts deliveries against them, so the two can never
      *drift apart on the layout. One order line: order number (6
      *digits) in columns 1-6, material code in 8-11, supplier in
      *13-32, square units ordered in 34-43, square units received
      *so far in 45-54, status in 56-61 (OPEN, PART once something
      *has been received, CLOSED once it is all in or the rest is
      *written off), date raised in 63-70, the operator who raised
      *it in 72-79 and the date of the last delivery in 81-88. The
      *caller needs a SELECT/FD for PURCHORD-FILE on "PURCHORD.DAT"
      *with PURCHORD-RECORD PIC X(100).
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: December 9, 2025
       77 PURCHORD-FILE-STATUS PIC X(02) VALUE "00".
       77 PURCHORD-EOF PIC 9 VALUE 0.
       01 PO-TABLE.
           02 PO-ENTRY OCCURS 200 TIMES.
               03 PO-NO PIC 9(6).
               03 PO-MAT PIC X(4).
               03 PO-SUPPLIER PIC X(20).
               03 PO-ORDERED PIC 9(7)V9(2).
               03 PO-RECEIVED PIC 9(7)V9(2).
               03 PO-STATUS PIC X(6).
               03 PO-RAISED PIC X(8).
               03 PO-RAISED-BY PIC X(8).
               03 PO-LAST-RCPT PIC X(8).
       77 PO-COUNT PIC 9(3) VALUE 0.
       77 PO-IDX PIC 9(3) VALUE 0.
       77 PO-FOUND PIC 9 VALUE 0.
       77 PO-FILE-FULL PIC 9 VALUE 0.
       77 PO-LOOKUP-NO PIC 9(6) VALUE 0.
       77 PO-NEXT-NO PIC 9(6) VALUE 1.
       77 PO-ORDERED-TEXT PIC X(10).
       77 PO-RECEIVED-TEXT PIC X(10).
       77 PO-QTY-DISPLAY PIC Z(6)9.9(2).
       77 PO-OUTSTANDING PIC 9(7)V9(2) VALUE 0.
