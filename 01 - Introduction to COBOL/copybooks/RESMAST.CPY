      *            case, BASE=nnMM HEIGHT=nnMM, ran past the old
      *            20. Areas and costs are always in the standard
      *            square centimetres regardless of the entry unit.
      *2025-11-04: Added the void fields RESVOID stamps when a
      *            supervisor voids a wrongly posted result: RM-VOID-
      *            FLAG ("V" once voided, space otherwise), the date,
      *            the supervisor and the reason. A voided record
      *            stays on the master for the audit trail; the
      *            reports leave it out. The record is now 140 bytes
      *            (was 93).
      *2025-12-02: Added the composite-part fields. A part is one
      *            outer blank less up to five cut-outs, posted as
      *            a single result with RM-SHAPE "PART", RM-DIMS the
      *            outer shape's dims, and RM-AREA/RM-COST the net
      *            area and its cost. RM-PART-GROSS is the outer
      *            blank's area - the stock the part consumes, since
      *            the offcut from a hole is scrap - and each cut-out
      *            keeps its shape code, unit and dims so RESRECON
      *            can re-verify the net area. All blank/zero for a
      *            single shape. The record is now 193 bytes.
      *2025-12-16: Added the scrap fields the area program stamps
      *            when an operator records a bad cut as scrap:
      *            RM-SCRAP-FLAG ("S" on a scrap record, space on
      *            production), RM-SCRAP-OF, the sequence number
      *            of the original result the cut was for, and
      *            RM-SCRAP-REASON, a code from the scrap reason
      *            table (SCRAPRSN.DAT). A scrap record consumes
      *            stock like any other but is not production -
      *            job progress, billing and the results reports
      *            leave it out, and QUALRPT totals it. The record
      *            is now 204 bytes.
       01 RESMAST-RECORD.
           02 RM-SEQ PIC 9(6).
           02 RM-SHAPE PIC X(9).
           02 RM-TIME PIC 9(6).
           02 RM-OPER PIC X(8).
           02 RM-JOB PIC X(8).
           02 RM-VOID-FLAG PIC X(1).
           02 RM-VOID-DATE PIC 9(8).
           02 RM-VOID-OPER PIC X(8).
           02 RM-VOID-REASON PIC X(30).
           02 RM-PART-ID PIC X(8).
           02 RM-PART-GROSS PIC 9(7)V9(2).
           02 RM-CUT-COUNT PIC 9(1).
           02 RM-CUT-ENTRY OCCURS 5 TIMES.
               03 RM-CUT-CODE PIC X(1).
               03 RM-CUT-UNIT PIC X(2).
               03 RM-CUT-DIM1 PIC 9(2).
               03 RM-CUT-DIM2 PIC 9(2).
           02 RM-SCRAP-FLAG PIC X(1).
           02 RM-SCRAP-OF PIC 9(6).
           02 RM-SCRAP-REASON PIC X(4).
