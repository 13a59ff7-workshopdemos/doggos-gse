           05 FILLER                   PIC X(22).

      ******************************************************************
      * Control-totals trailer, written last for each business day,
      * so the day's run can be reconciled against the
      * adoption-intake log without hand tallying detail lines.
      * RPT-TRL-FEES-COLLECTED is the day's total adoption revenue,
      * net of reversed returns. A catch-up run writes one detail,
      * summary and trailer section per business day, each trailer
      * naming its day in RPT-TRL-BUSINESS-DATE.
      ******************************************************************
       01 RPT-TRAILER-LINE REDEFINES ADOPTED-REPORT-REC.
           05 RPT-TRL-TAG              PIC X(10).
           05 RPT-TRL-RECORDS-REJECTED PIC 9(7).
           05 RPT-TRL-RECORDS-WRITTEN  PIC 9(7).
           05 RPT-TRL-FEES-COLLECTED   PIC 9(9)V99.
           05 RPT-TRL-BUSINESS-DATE    PIC X(8).
           05 FILLER                   PIC X(30).
