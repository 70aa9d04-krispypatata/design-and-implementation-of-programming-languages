      *DESCRIPTION: Shared WORKING-STORAGE fields for the CUSTMAST.DAT
      *customer master (see CUSTMASTP for the paragraphs), shared
      *the way CLOSECHK is: the area program's quotes, QUOTEREG,
      *JOBRPT and CUSTMAINT all load the same master and price a
      *cost for a customer through the same arithmetic, so two
      *people quoting the same cutting list to the same customer
      *get the same selling price. One customer line: customer
      *number (6 digits) in columns 1-6, name in 8-27, address in
      *29-68, markup percentage in 70-75, discount tier (0-3) in 77,
      *payment terms in 79-86. The caller needs a SELECT/FD for
      *CUSTMAST-FILE on "CUSTMAST.DAT" with CUSTMAST-RECORD
      *PIC X(100).
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: October 28, 2025
       77 CUSTMAST-FILE-STATUS PIC X(02) VALUE "00".
       77 CUSTMAST-EOF PIC 9 VALUE 0.
       01 CUSTOMER-TABLE.
           02 CUSTOMER-ENTRY OCCURS 100 TIMES.
               03 CM-NO PIC X(6).
               03 CM-NAME PIC X(20).
               03 CM-ADDR PIC X(40).
               03 CM-MARKUP PIC 9(3)V9(2).
               03 CM-TIER PIC 9.
               03 CM-TERMS PIC X(8).
       77 CUSTOMER-COUNT PIC 9(3) VALUE 0.
       77 CUSTOMER-IDX PIC 9(3) VALUE 0.
       77 CUSTOMER-FOUND PIC 9 VALUE 0.
       77 CUSTOMER-MASTER-FULL PIC 9 VALUE 0.
       77 CUST-LOOKUP-NO PIC X(6) VALUE SPACES.
       77 CUST-MARKUP-TEXT PIC X(6).
       77 CUST-MARKUP-DISPLAY PIC ZZ9.9(2).

      *A cost priced for a customer: the caller sets SELL-COST,
      *SELL-MARKUP-PCT and SELL-TIER, PRICE-FOR-CUSTOMER fills in
      *the rest. The markup is added to the cost, and the tier's
      *discount comes off the marked-up figure.
       77 SELL-COST PIC 9(11)V9(2) VALUE 0.
       77 SELL-MARKUP-PCT PIC 9(3)V9(2) VALUE 0.
       77 SELL-TIER PIC 9 VALUE 0.
       77 SELL-DISC-PCT PIC 9(2)V9(2) VALUE 0.
       77 SELL-MARKUP-AMT PIC 9(11)V9(2) VALUE 0.
       77 SELL-DISC-AMT PIC 9(11)V9(2) VALUE 0.
       77 SELL-PRICE PIC 9(11)V9(2) VALUE 0.
