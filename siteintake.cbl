         *> appended to extract_reject.log so it can be sent back
         *> to the originating site. Until now the format only
         *> ever got written, never verified.
         *> A unit a sister site has sent here ('X' record for
         *> this site's ID, with its 'B' bands and 'I' inspections
         *> after it) is put on units.dat with its status, fuel
         *> book and build date as the sender had them, its bands,
         *> model and inspections appended to unit_limits.txt,
         *> unit_models.txt and inspections.txt, and the receipt
         *> entered in transfers.dat for SITEEXTRACT to send back.
         *> A serial already on units.dat is refused, the reason
         *> going to extract_reject.log. An 'R' receipt for a unit
         *> this site sent out marks that transfer RECEIVED. None
         *> of it is applied until the whole file is accepted.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
                    'extract_reject.log'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT OPTIONAL SITE-CFG ASSIGN TO 'site.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SITE-CFG-STATUS.

            SELECT UNITS ASSIGN TO 'units.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-STATUS.

            SELECT TRANSFERS ASSIGN TO 'transfers.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XFR-KEY
            FILE STATUS IS WS-TRANSFER-STATUS.

            SELECT OPTIONAL UNIT-LIMITS ASSIGN TO
                    'unit_limits.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL UNIT-MODELS ASSIGN TO
                    'unit_models.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL INSPECTIONS ASSIGN TO 'inspections.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL UNIT-EVENTS ASSIGN TO 'unit_events.log'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 EXT-UNIT-COUNT      PIC X(5).
            05 EXT-ALERT-COUNT     PIC X(5).
            05 EXT-DETAIL-TOTAL    PIC X(5).
            05 EXT-TRANSFER-COUNT  PIC X(5).
            05 FILLER              PIC X(59).

         FD REGION-SUMMARY.
         01 REGION-SUMMARY-RECORD  PIC X(80).
         FD EXTRACT-REJECTS.
         01 EXTRACT-REJECTS-RECORD PIC X(80).

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

         *> Same layout as CONTAINMENTUNIT's UNITS FD
         FD UNITS.
         01 UNITS-RECORD.
            05 UNIT-SERIAL     PIC X(5).
            05 UNIT-STATUS     PIC X(6).
            05 UNIT-PSI        PIC XXX.
            05 UNIT-FUEL       PIC X(10).
            05 UNIT-BUILD      PIC X(8).
            05 UNIT-TCID       PIC X(4).
            05 UNIT-FUEL-QTY   PIC 9(5).
            05 UNIT-FUEL-CAP   PIC 9(5).
            05 UNIT-FUEL-DATE  PIC X(8).

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
         01 UNIT-LIMITS-RECORD    PIC X(19).

         *> Same layout as CONTAINMENTUNIT's UNIT-MODELS FD
         FD UNIT-MODELS.
         01 UNIT-MODELS-RECORD.
            05 MDL-SERIAL      PIC X(5).
            05 MDL-MODEL       PIC X(6).

         *> Same layout as CONTAINMENTUNIT's INSPECTIONS FD
         FD INSPECTIONS.
         01 INSPECTIONS-RECORD    PIC X(57).

         *> Containment state-change ledger, shared with
         *> CONTAINMENTUNIT - one line per status change
         FD UNIT-EVENTS.
         01 UNIT-EVENTS-RECORD    PIC X(90).

         WORKING-STORAGE SECTION.

         01 WS-EXTRACT-STATUS      PIC XX    VALUE "00".
         01 WS-FILE-UNIT-COUNT     PIC 9(5)  VALUE 0.
         01 WS-FILE-ALERT-COUNT    PIC 9(5)  VALUE 0.
         01 WS-FILE-DETAIL-TOTAL   PIC 9(5)  VALUE 0.
         01 WS-FILE-TRANSFER-EXPECT PIC 9(5) VALUE 0.

         *> The file's transfer records ('X' with its 'B' and 'I'
         *> records, and 'R' receipts), held like the statuses
         *> until the file is accepted and then applied in order
         01 WS-FILE-XFER-COUNT     PIC 9(4)  VALUE 0.
         01 WS-FILE-XFER-TABLE.
            05 WS-FILE-XFER-LINE OCCURS 0 TO 500 TIMES
                        DEPENDING ON WS-FILE-XFER-COUNT
                        INDEXED BY XI
                                   PIC X(80).
         01 WS-LAST-XFER-SERIAL    PIC X(5)  VALUE SPACES.

         *> One held transfer record, viewed by its type
         01 WS-XFER-WORK           PIC X(80) VALUE SPACES.
         01 WS-XFER-UNIT REDEFINES WS-XFER-WORK.
            05 EXX-TYPE            PIC X.
            05 EXX-SERIAL          PIC X(5).
            05 EXX-DATE            PIC X(8).
            05 EXX-TO-SITE         PIC X(6).
            05 EXX-STATUS          PIC X(6).
            05 EXX-PSI             PIC XXX.
            05 EXX-FUEL            PIC X(10).
            05 EXX-BUILD           PIC X(8).
            05 EXX-TCID            PIC X(4).
            05 EXX-FUEL-QTY        PIC X(5).
            05 EXX-FUEL-CAP        PIC X(5).
            05 EXX-FUEL-DATE       PIC X(8).
            05 EXX-MODEL           PIC X(6).
            05 FILLER              PIC X(5).
         01 WS-XFER-BANDS REDEFINES WS-XFER-WORK.
            05 EXB-TYPE            PIC X.
            05 EXB-LIMITS          PIC X(19).
            05 FILLER              PIC X(60).
         01 WS-XFER-INSPECTION REDEFINES WS-XFER-WORK.
            05 EXI-TYPE            PIC X.
            05 EXI-INSPECTION      PIC X(57).
            05 FILLER              PIC X(22).
         01 WS-XFER-RECEIPT REDEFINES WS-XFER-WORK.
            05 EXR-TYPE            PIC X.
            05 EXR-SERIAL          PIC X(5).
            05 EXR-DATE            PIC X(8).
            05 EXR-FROM-SITE       PIC X(6).
            05 EXR-RECEIVED-DATE   PIC X(8).
            05 FILLER              PIC X(52).

         *> This site's own ID - transfers and receipts addressed
         *> to it are the ones acted on here
         01 WS-SITE-ID             PIC X(6)  VALUE "SITE01".
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-SITE-CFG-STATUS     PIC XX    VALUE "00".
         01 WS-UNITS-STATUS        PIC XX    VALUE "00".
         01 WS-TRANSFER-STATUS     PIC XX    VALUE "00".
         01 WS-XFER-TAKEN          PIC X     VALUE "N".
         01 WS-TRANSFERS-TAKEN     PIC 9(4)  VALUE 0.
         01 WS-TRANSFERS-REFUSED   PIC 9(4)  VALUE 0.
         01 WS-RECEIPTS-MATCHED    PIC 9(4)  VALUE 0.
         01 WS-EVENT-LINE          PIC X(90) VALUE SPACES.

         *> The file's unit statuses, held apart until the trailer
         *> proves the file out - nothing from a bad file ever
       DISPLAY "Key each inbound extract file name, blank to run"
               " the summary.".

       PERFORM LOAD-SITE-ID.

       PERFORM UNTIL WS-EXTRACT-NAME = "DONE"
          MOVE SPACES TO WS-EXTRACT-NAME
          DISPLAY "Extract file: " WITH NO ADVANCING

       DISPLAY WS-FILES-ACCEPTED " file(s) accepted, "
               WS-FILES-REJECTED " rejected.".
       DISPLAY WS-TRANSFERS-TAKEN " unit(s) taken in, "
               WS-TRANSFERS-REFUSED " refused, "
               WS-RECEIPTS-MATCHED " receipt(s) matched.".
       DISPLAY "Summary written to regional_summary.txt".
       STOP RUN.

          MOVE 0 TO WS-FILE-UNIT-COUNT
          MOVE 0 TO WS-FILE-ALERT-COUNT
          MOVE 0 TO WS-FILE-STATUS-COUNT
          MOVE 0 TO WS-FILE-XFER-COUNT
          MOVE SPACES TO WS-LAST-XFER-SERIAL

          OPEN INPUT EXTRACT-FILE
          IF WS-EXTRACT-STATUS NOT = "00"
             ADD 1 TO WS-FILES-ACCEPTED
             PERFORM MERGE-FILE-INTO-REGION
             DISPLAY "  accepted - site " WS-FILE-SITE-ID
             PERFORM APPLY-FILE-TRANSFERS
          ELSE
             ADD 1 TO WS-FILES-REJECTED
             MOVE SPACES TO WS-REJECT-LINE
                ELSE
                   ADD 1 TO WS-FILE-ALERT-COUNT
                END-IF
             WHEN "X"
             WHEN "B"
             WHEN "I"
             WHEN "R"
                IF WS-HEADER-SEEN = "N"
                   MOVE "NO HEADER" TO WS-REJECT-REASON
                ELSE
                   PERFORM HOLD-TRANSFER-RECORD
                END-IF
             WHEN "T"
                IF WS-HEADER-SEEN = "N"
                   MOVE "NO HEADER" TO WS-REJECT-REASON
          END-IF.

       *> The trailer is the sending site's own completeness
       *> claim - it has to agree with what was actually read.
       *> A site still sending the shorter trailer, with no
       *> transfer count, is taken as sending no transfers.
       CHECK-TRAILER-COUNTS.
          IF EXT-UNIT-COUNT IS NOT NUMERIC
             OR EXT-ALERT-COUNT IS NOT NUMERIC
             OR EXT-DETAIL-TOTAL IS NOT NUMERIC
             MOVE "BAD TRAILER COUNTS" TO WS-REJECT-REASON
          ELSE
             MOVE 0 TO WS-FILE-TRANSFER-EXPECT
             IF EXT-TRANSFER-COUNT IS NUMERIC
                MOVE EXT-TRANSFER-COUNT TO WS-FILE-TRANSFER-EXPECT
             END-IF
             COMPUTE WS-FILE-DETAIL-TOTAL =
                WS-FILE-UNIT-COUNT + WS-FILE-ALERT-COUNT
                + WS-FILE-XFER-COUNT
             IF EXT-TRANSFER-COUNT NOT = SPACES
                AND EXT-TRANSFER-COUNT IS NOT NUMERIC
                MOVE "BAD TRAILER COUNTS" TO WS-REJECT-REASON
             ELSE
             IF WS-FILE-TRANSFER-EXPECT NOT = WS-FILE-XFER-COUNT
                MOVE "TRANSFER COUNT MISMATCH" TO WS-REJECT-REASON
             ELSE
             IF FUNCTION NUMVAL (EXT-UNIT-COUNT)
                NOT = WS-FILE-UNIT-COUNT
                MOVE "UNIT COUNT MISMATCH" TO WS-REJECT-REASON
             END-IF
             END-IF
             END-IF
             END-IF
             END-IF
          END-IF.

       *> Keep a transfer record for applying once the file is
       *> accepted. A unit's 'B' and 'I' records have to follow
       *> its own 'X' record, and the 'X' record's fuel figures
       *> have to be numbers before it can go on units.dat.
       HOLD-TRANSFER-RECORD.
          MOVE EXTRACT-RECORD TO WS-XFER-WORK
          IF EXH-TYPE = "X"
             MOVE EXX-SERIAL TO WS-LAST-XFER-SERIAL
             IF EXX-SERIAL = SPACES
                OR EXX-FUEL-QTY IS NOT NUMERIC
                OR EXX-FUEL-CAP IS NOT NUMERIC
                MOVE "BAD TRANSFER RECORD" TO WS-REJECT-REASON
             END-IF
          END-IF
          IF (EXH-TYPE = "B" OR EXH-TYPE = "I")
             AND EXU-SERIAL NOT = WS-LAST-XFER-SERIAL
             MOVE "TRANSFER OUT OF ORDER" TO WS-REJECT-REASON
          END-IF
          IF WS-REJECT-REASON = SPACES
             IF WS-FILE-XFER-COUNT < 500
                ADD 1 TO WS-FILE-XFER-COUNT
                SET XI TO WS-FILE-XFER-COUNT
                MOVE EXTRACT-RECORD TO WS-FILE-XFER-LINE (XI)
             ELSE
                MOVE "TOO MANY TRANSFER RECORDS"
                   TO WS-REJECT-REASON
             END-IF
          END-IF.

       *> Count the 'U' detail's status within this file only -
          MOVE "TOTAL ALERTS:" TO TL-LABEL
          MOVE WS-TOTAL-ALERTS TO TL-COUNT
          WRITE REGION-SUMMARY-RECORD FROM WS-TOTALS-LINE
          MOVE "UNITS TAKEN IN:" TO TL-LABEL
          MOVE WS-TRANSFERS-TAKEN TO TL-COUNT
          WRITE REGION-SUMMARY-RECORD FROM WS-TOTALS-LINE
          MOVE "TRANSFERS REFUSED:" TO TL-LABEL
          MOVE WS-TRANSFERS-REFUSED TO TL-COUNT
          WRITE REGION-SUMMARY-RECORD FROM WS-TOTALS-LINE
          MOVE "RECEIPTS MATCHED:" TO TL-LABEL
          MOVE WS-RECEIPTS-MATCHED TO TL-COUNT
          WRITE REGION-SUMMARY-RECORD FROM WS-TOTALS-LINE
          CLOSE REGION-SUMMARY.

       *> This site's agency-assigned ID, found the way
       *> SITEEXTRACT finds it - the site parameters, else
       *> site.cfg, else the shipped default
       LOAD-SITE-ID.
          OPEN INPUT SITE-PARAMS
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
             IF WS-SITE-CFG-STATUS = "00"
                OR WS-SITE-CFG-STATUS = "05"
                READ SITE-CFG
                   AT END CONTINUE
                   NOT AT END
                      IF SITE-CFG-RECORD NOT = SPACES
                         MOVE SITE-CFG-RECORD TO WS-SITE-ID
                      END-IF
                END-READ
                CLOSE SITE-CFG
             END-IF
          END-IF.

       *> Work an accepted file's transfer records in the order
       *> they came - a unit's bands and inspections only go on
       *> file here if the unit itself was taken in
       APPLY-FILE-TRANSFERS.
          MOVE "N" TO WS-XFER-TAKEN
          PERFORM VARYING XI FROM 1 BY 1
                  UNTIL XI > WS-FILE-XFER-COUNT
             MOVE WS-FILE-XFER-LINE (XI) TO WS-XFER-WORK
             EVALUATE EXX-TYPE
                WHEN "X"
                   MOVE "N" TO WS-XFER-TAKEN
                   IF EXX-TO-SITE = WS-SITE-ID
                      PERFORM TAKE-IN-TRANSFER
                   END-IF
                WHEN "B"
                   IF WS-XFER-TAKEN = "Y"
                      OPEN EXTEND UNIT-LIMITS
                      WRITE UNIT-LIMITS-RECORD FROM EXB-LIMITS
                      CLOSE UNIT-LIMITS
                   END-IF
                WHEN "I"
                   IF WS-XFER-TAKEN = "Y"
                      OPEN EXTEND INSPECTIONS
                      WRITE INSPECTIONS-RECORD FROM EXI-INSPECTION
                      CLOSE INSPECTIONS
                   END-IF
                WHEN "R"
                   IF EXR-FROM-SITE = WS-SITE-ID
                      PERFORM MATCH-TRANSFER-RECEIPT
                   END-IF
             END-EVALUATE
          END-PERFORM.

       *> Put a unit sent here on units.dat just as the sender
       *> had it - a serial already on file here is refused and
       *> the reason logged with the file it came in
       TAKE-IN-TRANSFER.
          OPEN I-O UNITS
          IF WS-UNITS-STATUS = "35"
             OPEN OUTPUT UNITS
          END-IF
          IF WS-UNITS-STATUS NOT = "00" AND
             WS-UNITS-STATUS NOT = "05"
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-STATUS
             MOVE "UNITS.DAT NOT OPEN" TO WS-REJECT-REASON
             PERFORM REFUSE-TRANSFER
          ELSE
             MOVE EXX-SERIAL    TO UNIT-SERIAL
             MOVE EXX-STATUS    TO UNIT-STATUS
             MOVE EXX-PSI       TO UNIT-PSI
             MOVE EXX-FUEL      TO UNIT-FUEL
             MOVE EXX-BUILD     TO UNIT-BUILD
             MOVE EXX-TCID      TO UNIT-TCID
             MOVE EXX-FUEL-QTY  TO UNIT-FUEL-QTY
             MOVE EXX-FUEL-CAP  TO UNIT-FUEL-CAP
             MOVE EXX-FUEL-DATE TO UNIT-FUEL-DATE
             WRITE UNITS-RECORD
                INVALID KEY
                   MOVE "SERIAL ALREADY ON FILE" TO WS-REJECT-REASON
                   PERFORM REFUSE-TRANSFER
                NOT INVALID KEY
                   MOVE "Y" TO WS-XFER-TAKEN
                   ADD 1 TO WS-TRANSFERS-TAKEN
                   DISPLAY "  unit " EXX-SERIAL " taken in from "
                           WS-FILE-SITE-ID
                   PERFORM LOG-TRANSFER-EVENT
                   PERFORM RECORD-TRANSFER-IN
                   IF EXX-MODEL NOT = SPACES
                      MOVE EXX-SERIAL TO MDL-SERIAL
                      MOVE EXX-MODEL  TO MDL-MODEL
                      OPEN EXTEND UNIT-MODELS
                      WRITE UNIT-MODELS-RECORD
                      CLOSE UNIT-MODELS
                   END-IF
             END-WRITE
             CLOSE UNITS
          END-IF.

       *> The file itself stands - only this unit is turned away,
       *> for the sending site to take up
       REFUSE-TRANSFER.
          ADD 1 TO WS-TRANSFERS-REFUSED
          MOVE SPACES TO WS-REJECT-LINE
          STRING WS-EXTRACT-NAME " TRANSFER=" EXX-SERIAL
                 " REASON=" WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-REJECT-LINE
          END-STRING
          OPEN EXTEND EXTRACT-REJECTS
          WRITE EXTRACT-REJECTS-RECORD FROM WS-REJECT-LINE
          CLOSE EXTRACT-REJECTS
          DISPLAY "  transfer " EXX-SERIAL " REFUSED - "
                  WS-REJECT-REASON
          MOVE SPACES TO WS-REJECT-REASON.

       *> The unit's arrival on the unit event ledger, in the
       *> same shape UNITADMIN writes a commissioning
       LOG-TRANSFER-EVENT.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE SPACES TO WS-EVENT-LINE
          STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                 WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                 WS-CURRENT-MIN ":" WS-CURRENT-SEC
                 " UNIT=" EXX-SERIAL
                 " FROM=      "
                 " TO=" EXX-STATUS
                 " BY=    "
                 " AUTH=    "
                 " SRC=INTAKE"
                 DELIMITED BY SIZE INTO WS-EVENT-LINE
          END-STRING
          OPEN EXTEND UNIT-EVENTS
          WRITE UNIT-EVENTS-RECORD FROM WS-EVENT-LINE
          CLOSE UNIT-EVENTS.

       *> Enter the receipt under the date the unit left the
       *> sender - SITEEXTRACT sends it back as an 'R' record
       RECORD-TRANSFER-IN.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          OPEN I-O TRANSFERS
          IF WS-TRANSFER-STATUS = "35"
             OPEN OUTPUT TRANSFERS
          END-IF
          IF WS-TRANSFER-STATUS NOT = "00"
             DISPLAY "Cannot open transfers.dat - status "
                     WS-TRANSFER-STATUS
          ELSE
             MOVE EXX-SERIAL      TO XFR-SERIAL
             MOVE EXX-DATE        TO XFR-DATE
             MOVE "IN"            TO XFR-DIRECTION
             MOVE "RECEIVED"      TO XFR-STATUS
             MOVE WS-FILE-SITE-ID TO XFR-FROM-SITE
             MOVE WS-SITE-ID      TO XFR-TO-SITE
             MOVE EXX-STATUS      TO XFR-PRIOR-STATUS
             MOVE SPACES          TO XFR-BY
             MOVE SPACES          TO XFR-SENT-DATE
             MOVE WS-CURRENT-DATE TO XFR-RECEIVED-DATE
             WRITE TRANSFERS-RECORD
                INVALID KEY
                   DISPLAY "  transfers.dat already holds "
                           EXX-SERIAL " " EXX-DATE
             END-WRITE
             CLOSE TRANSFERS
          END-IF.

       *> A sister site's receipt for a unit sent from here - the
       *> transfer it answers is marked RECEIVED
       MATCH-TRANSFER-RECEIPT.
          OPEN I-O TRANSFERS
          IF WS-TRANSFER-STATUS = "00"
             MOVE EXR-SERIAL TO XFR-SERIAL
             MOVE EXR-DATE   TO XFR-DATE
             READ TRANSFERS
                INVALID KEY
                   DISPLAY "  receipt for " EXR-SERIAL " "
                           EXR-DATE " matches no transfer"
                NOT INVALID KEY
                   IF XFR-DIRECTION = "OUT"
                      AND XFR-STATUS NOT = "RECEIVED"
                      MOVE "RECEIVED"        TO XFR-STATUS
                      MOVE EXR-RECEIVED-DATE TO XFR-RECEIVED-DATE
                      REWRITE TRANSFERS-RECORD
                      ADD 1 TO WS-RECEIPTS-MATCHED
                      DISPLAY "  unit " EXR-SERIAL " received at "
                              WS-FILE-SITE-ID
                   END-IF
             END-READ
             CLOSE TRANSFERS
          END-IF.
