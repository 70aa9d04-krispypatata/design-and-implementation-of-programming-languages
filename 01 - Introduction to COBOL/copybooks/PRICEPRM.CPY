      *DESCRIPTION: Parameter area MATMAINT passes to PRICEIMP when a
      *future-dated price has just been keyed and the operator asks
      *for its impact on the open jobs and quotes there and then.
      *The new price is still only in MATMAINT's table (Save writes
      *it), so it travels here: the material code, the new price
      *per square cm and the date it takes effect. PRICEIMP reads
      *MATERIALS.DAT for everything else and reports on that one
      *material. Run standalone PRICEIMP gets no linkage at all (a
      *NULL address) and asks for an effective date instead, so the
      *eyecatcher is checked - not just the address - the same way
      *the SUITEPRM area is. COPYied into MATMAINT's WORKING-STORAGE
      *and into PRICEIMP's LINKAGE SECTION, so the layout can never
      *drift between caller and callee.
      *AUTHOR: Keith Ginoel S. Gabinete
      *DATE: February 10, 2026
       01 PRICE-PARMS.
           02 PRICE-EYE PIC X(08).
           02 PRICE-OPERATOR PIC X(08).
           02 PRICE-MAT-CODE PIC X(04).
           02 PRICE-NEW-PRICE PIC 9(4)V9(2).
           02 PRICE-EFF-DATE PIC 9(08).
