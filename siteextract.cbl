         *> completeness. The output name embeds the run date
         *> (extract.YYYYMMDD.dat) so a week of extracts can sit in
         *> the transmit directory without clobbering each other.
         *> The site ID comes from the site parameters (SITEPARM),
         *> or from site.cfg on a site that has not set those up.
         *> Units sent to a sister site through UNITADMIN's
         *> (T)RANSFER go out as an 'X' record carrying the unit's
         *> units.dat data and model, a 'B' record with its
         *> unit_limits.txt bands and an 'I' record for each of its
         *> recent inspections; a unit this site has taken in from
         *> another goes back to the sender as an 'R' receipt. A
         *> unit in transit has no 'U' detail - the 'X' record is
         *> where it shows. The trailer counts these transfer
         *> records after the unit and alert counts, and its total
         *> takes them in.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT OPTIONAL SITE-CFG ASSIGN TO 'site.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SITE-CFG-STATUS.

            SELECT TRANSFERS ASSIGN TO 'transfers.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XFR-KEY
            FILE STATUS IS WS-TRANSFER-STATUS.

            SELECT OPTIONAL UNIT-LIMITS ASSIGN TO
                    'unit_limits.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIMITS-STATUS.

            SELECT OPTIONAL UNIT-MODELS ASSIGN TO
                    'unit_models.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MODELS-STATUS.

            SELECT OPTIONAL INSPECTIONS ASSIGN TO 'inspections.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INSP-FILE-STATUS.

            SELECT EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 ALERT-LOG-TIME      PIC X(8).
            05 FILLER              PIC X.
            05 ALERT-LOG-DETAIL    PIC X(60).
            05 ALERT-LOG-CHAIN     PIC X(28).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         *> The site's agency-assigned identifier
         FD SITE-CFG.
         01 SITE-CFG-RECORD       PIC X(6).

         *> Same layout as UNITADMIN's TRANSFERS FD
         FD TRANSFERS.
         01 TRANSFERS-RECORD.
            05 XFR-KEY.
               10 XFR-SERIAL      PIC X(5).
               10 XFR-DATE        PIC X(8).
            05 XFR-DIRECTION      PIC X(3).
            05 XFR-STATUS         PIC X(8).
            05 XFR-FROM-SITE      PIC X(6).
            05 XFR-TO-SITE        PIC X(6).
            05 XFR-PRIOR-STATUS   PIC X(6).
            05 XFR-BY             PIC X(4).
            05 XFR-SENT-DATE      PIC X(8).
            05 XFR-RECEIVED-DATE  PIC X(8).

         *> Same layout as CONTAINMENTUNIT's UNIT-LIMITS FD
         FD UNIT-LIMITS.
         01 UNIT-LIMITS-RECORD.
            05 LIM-SERIAL      PIC X(5).
            05 LIM-PSI-LOW     PIC 9(3).
            05 LIM-PSI-HIGH    PIC 9(3).
            05 LIM-TCID-LOW    PIC X(4).
            05 LIM-TCID-HIGH   PIC X(4).

         *> Same layout as CONTAINMENTUNIT's UNIT-MODELS FD
         FD UNIT-MODELS.
         01 UNIT-MODELS-RECORD.
            05 MDL-SERIAL      PIC X(5).
            05 MDL-MODEL       PIC X(6).

         *> Same layout as CONTAINMENTUNIT's INSPECTIONS FD
         FD INSPECTIONS.
         01 INSPECTIONS-RECORD.
            05 INSP-SERIAL     PIC X(5).
            05 INSP-DATE       PIC X(8).
            05 INSP-OPERATOR   PIC XXXX.
            05 INSP-REMARKS    PIC X(40).

         FD EXTRACT-FILE.
         01 EXTRACT-RECORD        PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT         PIC 9(7).
            05 BCNT-LABEL         PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS  PIC XX    VALUE "00".
         01 WS-ALERT-FILE-STATUS  PIC XX    VALUE "00".
         01 WS-SITE-CFG-STATUS    PIC XX    VALUE "00".
         01 WS-PARMS-STATUS       PIC XX    VALUE "00".
         01 WS-UNITS-EOF          PIC X     VALUE "N".
         01 WS-ALERT-EOF          PIC X     VALUE "N".
         01 WS-TRANSFER-STATUS    PIC XX    VALUE "00".
         01 WS-TRANSFER-EOF       PIC X     VALUE "N".
         01 WS-LIMITS-STATUS      PIC XX    VALUE "00".
         01 WS-LIMITS-EOF         PIC X     VALUE "N".
         01 WS-MODELS-STATUS      PIC XX    VALUE "00".
         01 WS-MODELS-EOF         PIC X     VALUE "N".
         01 WS-INSP-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-INSP-EOF           PIC X     VALUE "N".

         01 WS-SITE-ID            PIC X(6)  VALUE "SITE01".
         01 WS-EXTRACT-NAME       PIC X(20) VALUE SPACES.

         01 WS-UNIT-DETAILS       PIC 9(5)  VALUE 0.
         01 WS-ALERT-DETAILS      PIC 9(5)  VALUE 0.
         01 WS-TRANSFER-DETAILS   PIC 9(5)  VALUE 0.
         01 WS-DETAIL-TOTAL       PIC 9(5)  VALUE 0.
         01 WS-UNITS-SENT         PIC 9(4)  VALUE 0.
         01 WS-RECEIPTS-SENT      PIC 9(4)  VALUE 0.

         *> A transferred unit's latest inspections, oldest first -
         *> inspections.txt is appended in date order, so the last
         *> few read for the serial are its most recent
         01 WS-RECENT-MAX         PIC 9(2)  VALUE 5.
         01 WS-RECENT-COUNT       PIC 9(2)  VALUE 0.
         01 WS-RECENT-TABLE.
            05 WS-RECENT-INSP OCCURS 5 TIMES INDEXED BY RI
                                  PIC X(57).

         *> Transmission record layouts - record type in column 1
         01 WS-HEADER-RECORD.
            05 ADT-TIME           PIC X(8).
            05 ADT-DETAIL         PIC X(60).

         *> A unit leaving for a sister site - its units.dat data
         *> with the status it had before it went in transit
         01 WS-TRANSFER-RECORD.
            05 FILLER             PIC X     VALUE "X".
            05 XTR-SERIAL         PIC X(5).
            05 XTR-DATE           PIC X(8).
            05 XTR-TO-SITE        PIC X(6).
            05 XTR-STATUS         PIC X(6).
            05 XTR-PSI            PIC XXX.
            05 XTR-FUEL           PIC X(10).
            05 XTR-BUILD          PIC X(8).
            05 XTR-TCID           PIC X(4).
            05 XTR-FUEL-QTY       PIC 9(5).
            05 XTR-FUEL-CAP       PIC 9(5).
            05 XTR-FUEL-DATE      PIC X(8).
            05 XTR-MODEL          PIC X(6).

         *> The transferred unit's own bands and its recent
         *> inspections - each exactly the unit_limits.txt and
         *> inspections.txt record after the record type
         01 WS-BANDS-RECORD.
            05 FILLER             PIC X     VALUE "B".
            05 XBD-LIMITS         PIC X(19).

         01 WS-INSPECTION-RECORD.
            05 FILLER             PIC X     VALUE "I".
            05 XIN-INSPECTION     PIC X(57).

         *> A unit taken in here, acknowledged to the site it came
         *> from under the date it left there
         01 WS-RECEIPT-RECORD.
            05 FILLER             PIC X     VALUE "R".
            05 XRC-SERIAL         PIC X(5).
            05 XRC-DATE           PIC X(8).
            05 XRC-FROM-SITE      PIC X(6).
            05 XRC-RECEIVED-DATE  PIC X(8).

         01 WS-TRAILER-RECORD.
            05 FILLER             PIC X     VALUE "T".
            05 TRL-UNIT-COUNT     PIC 9(5).
            05 TRL-ALERT-COUNT    PIC 9(5).
            05 TRL-DETAIL-TOTAL   PIC 9(5).
            05 TRL-TRANSFER-COUNT PIC 9(5).

         *> Date and time handling, same shape CONTAINMENTUNIT uses
         01 WS-CURRENT-DATE-DATA.
              DELIMITED BY SIZE INTO WS-RUN-DATE-DASHED
       END-STRING.

       *> The agency assigns each site its ID - it is kept with the
       *> site parameters; a site without a parameters file yet
       *> still has it in site.cfg, and with neither the shipped
       *> default stands
       OPEN INPUT SITE-PARAMS.
       IF WS-PARMS-STATUS = "00"
          MOVE "SITE-ID" TO PARM-NAME
          READ SITE-PARAMS
             INVALID KEY CONTINUE
             NOT INVALID KEY
                IF PARM-VALUE (1:6) NOT = SPACES
                   MOVE PARM-VALUE (1:6) TO WS-SITE-ID
                END-IF
          END-READ
          CLOSE SITE-PARAMS
       ELSE
          OPEN INPUT SITE-CFG
       END-IF.
       IF WS-PARMS-STATUS NOT = "00"
          AND (WS-SITE-CFG-STATUS = "00"
               OR WS-SITE-CFG-STATUS = "05")
          READ SITE-CFG
             AT END CONTINUE
             NOT AT END

       PERFORM EXTRACT-UNITS.
       PERFORM EXTRACT-ALERTS.
       IF WS-UNITS-FILE-STATUS = "00"
          PERFORM EXTRACT-TRANSFERS
       END-IF.

       MOVE WS-UNIT-DETAILS TO TRL-UNIT-COUNT.
       MOVE WS-ALERT-DETAILS TO TRL-ALERT-COUNT.
       COMPUTE WS-DETAIL-TOTAL = WS-UNIT-DETAILS + WS-ALERT-DETAILS
                               + WS-TRANSFER-DETAILS.
       MOVE WS-DETAIL-TOTAL TO TRL-DETAIL-TOTAL.
       MOVE WS-TRANSFER-DETAILS TO TRL-TRANSFER-COUNT.
       WRITE EXTRACT-RECORD FROM WS-TRAILER-RECORD.

       CLOSE EXTRACT-FILE.
       DISPLAY WS-UNIT-DETAILS " unit detail(s), "
               WS-ALERT-DETAILS " alert detail(s) written to "
               WS-EXTRACT-NAME.
       DISPLAY WS-UNITS-SENT " unit(s) sent to sister sites, "
               WS-RECEIPTS-SENT " receipt(s) returned.".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of detail records sent where NIGHTLYRUN
       *> picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-DETAIL-TOTAL TO BCNT-COUNT
          MOVE "DETAILS"       TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> One 'U' detail per units.dat record, in key order -
       *> decommissioned units and units in transit to a sister
       *> site are not part of the site's posture and stay out of
       *> the 'U' details
       EXTRACT-UNITS.
          OPEN INPUT UNITS
          IF WS-UNITS-FILE-STATUS = "00"
                   AT END MOVE "Y" TO WS-UNITS-EOF
                   NOT AT END
                   IF UNIT-STATUS NOT = "RETIRD"
                      AND UNIT-STATUS NOT = "TRNSIT"
                      ADD 1 TO WS-UNIT-DETAILS
                      MOVE UNIT-SERIAL TO UDT-SERIAL
                      MOVE UNIT-STATUS TO UDT-STATUS
             END-PERFORM
             CLOSE UNITS
          ELSE
             IF WS-UNITS-FILE-STATUS = "35"
                DISPLAY "No units.dat on site - no unit details."
             ELSE
                *> An extract without the units it should carry is
                *> not one to send - fail the run so it is redone
                DISPLAY "Cannot open units.dat - status "
                        WS-UNITS-FILE-STATUS
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.

       *> One 'A' detail per alert raised on the run date
             END-PERFORM
             CLOSE ALERT-LOG
          END-IF.

       *> Walk transfers.dat for what goes out tonight - every OUT
       *> transfer not yet sent, and every IN transfer whose
       *> receipt has not gone back. One sent earlier today is
       *> sent again, so a rerun that rewrites today's extract
       *> still carries it.
       EXTRACT-TRANSFERS.
          OPEN I-O TRANSFERS
          IF WS-TRANSFER-STATUS = "00"
             OPEN INPUT UNITS
             PERFORM UNTIL WS-TRANSFER-EOF = "Y"
                READ TRANSFERS NEXT RECORD
                   AT END MOVE "Y" TO WS-TRANSFER-EOF
                   NOT AT END
                      IF XFR-DIRECTION = "OUT"
                         AND (XFR-STATUS = "PENDING"
                              OR (XFR-STATUS = "INTRANS"
                                  AND XFR-SENT-DATE =
                                      WS-CURRENT-DATE))
                         PERFORM EXTRACT-ONE-TRANSFER
                      END-IF
                      IF XFR-DIRECTION = "IN"
                         AND (XFR-SENT-DATE = SPACES
                              OR XFR-SENT-DATE = WS-CURRENT-DATE)
                         PERFORM EXTRACT-ONE-RECEIPT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE UNITS
             CLOSE TRANSFERS
          ELSE
             IF WS-TRANSFER-STATUS NOT = "35"
                DISPLAY "Cannot open transfers.dat - status "
                        WS-TRANSFER-STATUS
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.

       *> The 'X' record from the unit's own record, then its
       *> bands and recent inspections, and the transfer marked
       *> in transit. A unit no longer on file has nothing to
       *> send and its transfer stays PENDING.
       EXTRACT-ONE-TRANSFER.
          MOVE XFR-SERIAL TO UNIT-SERIAL
          READ UNITS
             INVALID KEY
                DISPLAY "Transfer " XFR-SERIAL
                        " - unit not on units.dat, not sent."
             NOT INVALID KEY
                MOVE UNIT-SERIAL      TO XTR-SERIAL
                MOVE XFR-DATE         TO XTR-DATE
                MOVE XFR-TO-SITE      TO XTR-TO-SITE
                MOVE XFR-PRIOR-STATUS TO XTR-STATUS
                MOVE UNIT-PSI         TO XTR-PSI
                MOVE UNIT-FUEL        TO XTR-FUEL
                MOVE UNIT-BUILD       TO XTR-BUILD
                MOVE UNIT-TCID        TO XTR-TCID
                MOVE UNIT-FUEL-QTY    TO XTR-FUEL-QTY
                MOVE UNIT-FUEL-CAP    TO XTR-FUEL-CAP
                MOVE UNIT-FUEL-DATE   TO XTR-FUEL-DATE
                PERFORM FIND-TRANSFER-MODEL
                WRITE EXTRACT-RECORD FROM WS-TRANSFER-RECORD
                ADD 1 TO WS-TRANSFER-DETAILS
                PERFORM EXTRACT-TRANSFER-BANDS
                PERFORM EXTRACT-TRANSFER-INSPECTIONS
                MOVE "INTRANS"       TO XFR-STATUS
                MOVE WS-SITE-ID      TO XFR-FROM-SITE
                MOVE WS-CURRENT-DATE TO XFR-SENT-DATE
                REWRITE TRANSFERS-RECORD
                ADD 1 TO WS-UNITS-SENT
          END-READ.

       *> The unit's model from unit_models.txt, so the receiving
       *> site inspects it on the right checklist
       FIND-TRANSFER-MODEL.
          MOVE SPACES TO XTR-MODEL
          MOVE "N" TO WS-MODELS-EOF
          OPEN INPUT UNIT-MODELS
          IF WS-MODELS-STATUS = "00"
             PERFORM UNTIL WS-MODELS-EOF = "Y"
                READ UNIT-MODELS
                   AT END MOVE "Y" TO WS-MODELS-EOF
                   NOT AT END
                      IF MDL-SERIAL = XFR-SERIAL
                         MOVE MDL-MODEL TO XTR-MODEL
                      END-IF
                END-READ
             END-PERFORM
             CLOSE UNIT-MODELS
          END-IF.

       *> A 'B' record for the unit's unit_limits.txt line - a
       *> unit with none runs on the site bands and gets none
       EXTRACT-TRANSFER-BANDS.
          MOVE "N" TO WS-LIMITS-EOF
          OPEN INPUT UNIT-LIMITS
          IF WS-LIMITS-STATUS = "00"
             PERFORM UNTIL WS-LIMITS-EOF = "Y"
                READ UNIT-LIMITS
                   AT END MOVE "Y" TO WS-LIMITS-EOF
                   NOT AT END
                      IF LIM-SERIAL = XFR-SERIAL
                         MOVE UNIT-LIMITS-RECORD TO XBD-LIMITS
                         WRITE EXTRACT-RECORD FROM WS-BANDS-RECORD
                         ADD 1 TO WS-TRANSFER-DETAILS
                         MOVE "Y" TO WS-LIMITS-EOF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE UNIT-LIMITS
          END-IF.

       *> An 'I' record for each of the unit's latest inspections
       EXTRACT-TRANSFER-INSPECTIONS.
          MOVE 0 TO WS-RECENT-COUNT
          MOVE "N" TO WS-INSP-EOF
          OPEN INPUT INSPECTIONS
          IF WS-INSP-FILE-STATUS = "00"
             PERFORM UNTIL WS-INSP-EOF = "Y"
                READ INSPECTIONS
                   AT END MOVE "Y" TO WS-INSP-EOF
                   NOT AT END
                      IF INSP-SERIAL = XFR-SERIAL
                         PERFORM KEEP-RECENT-INSPECTION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE INSPECTIONS
          END-IF
          PERFORM VARYING RI FROM 1 BY 1
                  UNTIL RI > WS-RECENT-COUNT
             MOVE WS-RECENT-INSP (RI) TO XIN-INSPECTION
             WRITE EXTRACT-RECORD FROM WS-INSPECTION-RECORD
             ADD 1 TO WS-TRANSFER-DETAILS
          END-PERFORM.

       *> Hold the inspection just read - once the table is full
       *> the oldest drops off the front
       KEEP-RECENT-INSPECTION.
          IF WS-RECENT-COUNT < WS-RECENT-MAX
             ADD 1 TO WS-RECENT-COUNT
          ELSE
             PERFORM VARYING RI FROM 1 BY 1
                     UNTIL RI >= WS-RECENT-MAX
                MOVE WS-RECENT-INSP (RI + 1) TO WS-RECENT-INSP (RI)
             END-PERFORM
          END-IF
          SET RI TO WS-RECENT-COUNT
          MOVE INSPECTIONS-RECORD TO WS-RECENT-INSP (RI).

       *> An 'R' receipt back to the site a unit came from
       EXTRACT-ONE-RECEIPT.
          MOVE XFR-SERIAL        TO XRC-SERIAL
          MOVE XFR-DATE          TO XRC-DATE
          MOVE XFR-FROM-SITE     TO XRC-FROM-SITE
          MOVE XFR-RECEIVED-DATE TO XRC-RECEIVED-DATE
          WRITE EXTRACT-RECORD FROM WS-RECEIPT-RECORD
          ADD 1 TO WS-TRANSFER-DETAILS
          MOVE WS-CURRENT-DATE TO XFR-SENT-DATE
          REWRITE TRANSFERS-RECORD
          ADD 1 TO WS-RECEIPTS-SENT.
