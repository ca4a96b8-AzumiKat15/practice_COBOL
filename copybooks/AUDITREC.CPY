      *                  AUD-RUN-ID. Readers must join on AUD-RUN-ID to
      *                  know whether a given calculation's run actually
      *                  reconciled before trusting its AUD-RESULTADO.
      *            "V" - one reversal: a TRANSFILE "V" detail that backs
      *                  out a "C" record of an earlier run. AUD-RUN-ID
      *                  is the run that APPLIED the reversal; the
      *                  original is named by AUD-REF-RUN-ID plus
      *                  AUD-REF-OCURR (the nth "C" of that customer in
      *                  that run). NUM1/NUM2/OP-CODE are copied from
      *                  the original and AUD-RESULTADO is the original
      *                  result with the sign flipped, so a reader that
      *                  sums "C" and "V" records gets the corrected
      *                  balance. Balance posting files the reversal
      *                  in the ORIGINAL item's period (AUD-REF-RUN-ID),
      *                  not in its own run's period. When the
      *                  original customer was merged away (FUSREG),
      *                  AUD-CUST-ID is the survivor and
      *                  AUD-RECON-ESTADO reads "REVERSA DE CLIENTE"
      *                  with the original CUST-ID in positions 20-25;
      *                  otherwise it is just "REVERSA". On every other
      *                  record type AUD-REF-RUN-ID is spaces and
      *                  AUD-REF-OCURR zeros.
      *            "B" - one restore marker: RESTAURAR-SNAPSHOT put the
      *                  master files back to a pre-run snapshot. Its
      *                  AUD-RUN-ID is the restore itself (business
      *                  date + clock time, so it sorts among the runs
      *                  it rolled back), AUD-REF-RUN-ID is the label of
      *                  the snapshot restored and AUD-REF-OCURR the
      *                  number of runs reconciled after the snapshot
      *                  that the restore voided in POSTEDRUN. Numeric
      *                  fields carry zeros. Like "D" it is no run of
      *                  calculations: it stays in the live AUDITLOG
      *                  and the run-control report prints it as its
      *                  own line.
      *
      *          AUD-SUCURSAL is the originating branch (1-5) stamped by
      *          CONSOLIDAR-SUCURSALES on each TRANSFILE detail; 0 means
      *          "sin sucursal" (records written before the branch code
      *          existed, or run-level markers "O"/"R"/"B" that belong
      *          to no branch). Readers that break figures down by
      *          branch must treat a non-numeric byte as 0.
      ******************************************************************
       01  AUDIT-RECORD-LAYOUT.
           05 AUD-REC-TYPE     PIC X.
               88 AUD-ES-OVERRIDE VALUE "O".
               88 AUD-ES-DENEGADO VALUE "D".
               88 AUD-ES-RECON    VALUE "R".
               88 AUD-ES-REVERSA  VALUE "V".
               88 AUD-ES-RESTAURACION VALUE "B".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AUD-RUN-ID       PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AUD-RECON-ESTADO PIC X(25).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AUD-SUCURSAL     PIC 9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AUD-REF-RUN-ID   PIC X(14) VALUE SPACES.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AUD-REF-OCURR    PIC 9(3) VALUE ZEROS.
