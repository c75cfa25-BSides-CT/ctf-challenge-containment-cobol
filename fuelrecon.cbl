            SELECT RECON-REPORT ASSIGN TO 'fuel_recon.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 UNIT-FUEL-DATE  PIC X(8).

         *> The two line shapes CONTAINMENTUNIT appends - a
         *> delivery carries OPERATOR= and LOT= (and PO= when it
         *> came against a purchase order), a daily burn carries
         *> TYPE=CONSUME. Both put UNIT= in the same columns, which
         *> is what makes a one-pass replay work.
         FD FUEL-LOG.
         01 FUEL-LOG-RECORD        PIC X(128).
         01 FUEL-RECEIPT-RECORD REDEFINES FUEL-LOG-RECORD.
            05 FR-DATE             PIC X(10).
            05 FILLER              PIC X.
            05 FR-AMOUNT           PIC X(5).
            05 FILLER              PIC X(5).
            05 FR-LOT              PIC X(10).
            05 FILLER              PIC X(56).
         01 FUEL-CONSUME-RECORD REDEFINES FUEL-LOG-RECORD.
            05 FILLER              PIC X(25).
            05 FC-SERIAL           PIC X(5).
            05 FC-TAG              PIC X(13).
            05 FILLER              PIC X(8).
            05 FC-AMOUNT           PIC X(7).
            05 FILLER              PIC X(70).

         FD RECON-REPORT.
         01 RECON-REPORT-RECORD    PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS   PIC XX    VALUE "00".

       OPEN INPUT UNITS.
       IF WS-UNITS-FILE-STATUS NOT = "00"
          IF WS-UNITS-FILE-STATUS = "35"
             DISPLAY "No units.dat on site - nothing to reconcile."
          ELSE
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
       END-IF.
       PERFORM UNTIL WS-UNITS-EOF = "Y"
       DISPLAY WS-TXN-COUNT " transaction(s) replayed, "
               WS-EXCEPTION-COUNT " exception(s).".
       DISPLAY "Report written to fuel_recon.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of ledger lines replayed where
       *> NIGHTLYRUN picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-TXN-COUNT  TO BCNT-COUNT
          MOVE "LEDGER LINES" TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Post the ledger line just read to its unit's running
       *> totals - a line whose serial matches no unit on file is
       *> counted, not guessed at, and a line that is neither a
