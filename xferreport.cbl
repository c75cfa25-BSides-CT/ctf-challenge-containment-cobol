       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. XFERREPORT.
         *> Weekly in-transit listing - every unit this site has
         *> sent to a sister site through UNITADMIN's (T)RANSFER
         *> for which no receipt has come back yet. A transfer is
         *> still AWAITING EXTRACT until SITEEXTRACT has sent it,
         *> then IN TRANSIT until the receiving site's 'R' receipt
         *> is matched by SITEINTAKE; a receipt marks it RECEIVED
         *> and it drops off this list. Each line shows where the
         *> unit went, when it left, when the extract carried it
         *> and how many days it has been gone - one gone longer
         *> than a week is marked OVERDUE, and the run ends with a
         *> return code of 4 so somebody chases it up, most likely
         *> a unit the receiving site refused (see that site's
         *> extract_reject.log).

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT TRANSFERS ASSIGN TO 'transfers.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XFR-KEY
            FILE STATUS IS WS-TRANSFER-STATUS.

            SELECT TRANSFER-REPORT ASSIGN TO
                    'transfer_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

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

         FD TRANSFER-REPORT.
         01 TRANSFER-REPORT-RECORD PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-TRANSFER-STATUS     PIC XX    VALUE "00".
         01 WS-TRANSFER-EOF        PIC X     VALUE "N".

         *> A transfer gone longer than this without a receipt is
         *> marked OVERDUE
         01 WS-OVERDUE-DAYS        PIC 9(3)  VALUE 7.

         01 WS-LEFT-NUM            PIC 9(8)  VALUE 0.
         01 WS-TODAY-NUM           PIC 9(8)  VALUE 0.
         01 WS-DAYS-GONE           PIC S9(5) VALUE 0.

         01 WS-OUTSTANDING-COUNT   PIC 9(4)  VALUE 0.
         01 WS-AWAITING-COUNT      PIC 9(4)  VALUE 0.
         01 WS-OVERDUE-COUNT       PIC 9(4)  VALUE 0.
         01 WS-RECEIVED-COUNT      PIC 9(4)  VALUE 0.

         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(35)
               VALUE "TRANSFERS STILL IN TRANSIT   DATE: ".
            05 XH-REPORT-DATE      PIC X(8).

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(42) VALUE
               "  UNIT   TO      LEFT      SENT      STATE".
            05 FILLER              PIC X(20) VALUE
               "            DAYS  BY".

         01 WS-TRANSFER-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-SERIAL           PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-TO-SITE          PIC X(6).
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-LEFT             PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-SENT             PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-STATE            PIC X(16).
            05 FILLER              PIC X     VALUE SPACE.
            05 XL-DAYS             PIC ZZZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-BY               PIC X(4).
            05 FILLER              PIC XX    VALUE SPACES.
            05 XL-OVERDUE          PIC X(7).

         01 WS-TOTALS-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 TL-LABEL            PIC X(20).
            05 TL-COUNT            PIC ZZZZ9.

         *> Date and time handling, same shape CONTAINMENTUNIT uses
         01 WS-CURRENT-DATE-DATA.
            05 WS-CURRENT-DATE.
               10 WS-CURRENT-YEAR  PIC  9(4).
               10 WS-CURRENT-MONTH PIC  9(2).
               10 WS-CURRENT-DAY   PIC  9(2).
            05 WS-CURRENT-TIME.
               10 WS-CURRENT-HOUR  PIC  9(2).
               10 WS-CURRENT-MIN   PIC  9(2).
               10 WS-CURRENT-SEC   PIC  9(2).
               10 WS-CURRENT-MS    PIC  9(2).
            05 WS-DIFF-FROM-GMT    PIC  S9(04).

       PROCEDURE DIVISION.

       DISPLAY "TRANSFERS STILL IN TRANSIT".
       DISPLAY "--------------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.

       OPEN OUTPUT TRANSFER-REPORT.
       MOVE WS-CURRENT-DATE TO XH-REPORT-DATE.
       WRITE TRANSFER-REPORT-RECORD FROM WS-REPORT-HEADER.
       MOVE SPACES TO WS-PRINT-LINE.
       WRITE TRANSFER-REPORT-RECORD FROM WS-PRINT-LINE.
       WRITE TRANSFER-REPORT-RECORD FROM WS-COLUMN-HEADER.

       *> No transfers.dat just means no unit has been sent
       *> anywhere yet - anything else is a file another job holds
       OPEN INPUT TRANSFERS.
       IF WS-TRANSFER-STATUS = "00"
          PERFORM UNTIL WS-TRANSFER-EOF = "Y"
             READ TRANSFERS NEXT RECORD
                AT END MOVE "Y" TO WS-TRANSFER-EOF
                NOT AT END
                   IF XFR-DIRECTION = "OUT"
                      IF XFR-STATUS = "RECEIVED"
                         ADD 1 TO WS-RECEIVED-COUNT
                      ELSE
                         PERFORM REPORT-ONE-TRANSFER
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE TRANSFERS
       ELSE
          IF WS-TRANSFER-STATUS NOT = "35"
             DISPLAY "Cannot open transfers.dat - status "
                     WS-TRANSFER-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF.

       IF WS-OUTSTANDING-COUNT = 0
          MOVE "  (no transfers awaiting a receipt)" TO WS-PRINT-LINE
          WRITE TRANSFER-REPORT-RECORD FROM WS-PRINT-LINE
       END-IF.

       MOVE SPACES TO WS-PRINT-LINE.
       WRITE TRANSFER-REPORT-RECORD FROM WS-PRINT-LINE.
       MOVE "NO RECEIPT YET:" TO TL-LABEL.
       MOVE WS-OUTSTANDING-COUNT TO TL-COUNT.
       WRITE TRANSFER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "AWAITING EXTRACT:" TO TL-LABEL.
       MOVE WS-AWAITING-COUNT TO TL-COUNT.
       WRITE TRANSFER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "OVERDUE:" TO TL-LABEL.
       MOVE WS-OVERDUE-COUNT TO TL-COUNT.
       WRITE TRANSFER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "RECEIVED TO DATE:" TO TL-LABEL.
       MOVE WS-RECEIVED-COUNT TO TL-COUNT.
       WRITE TRANSFER-REPORT-RECORD FROM WS-TOTALS-LINE.
       CLOSE TRANSFER-REPORT.

       IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE = 0
          MOVE 4 TO RETURN-CODE
       END-IF.

       DISPLAY WS-OUTSTANDING-COUNT " transfer(s) with no receipt, "
               WS-OVERDUE-COUNT " overdue.".
       DISPLAY "Report written to transfer_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of transfers still out where
       *> NIGHTLYRUN picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-OUTSTANDING-COUNT TO BCNT-COUNT
          MOVE "TRANSFERS"          TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> One row for a transfer out with no receipt back. Days
       *> gone are whole days since the unit left this site.
       REPORT-ONE-TRANSFER.
          MOVE 0 TO WS-DAYS-GONE
          IF XFR-DATE IS NUMERIC
             MOVE XFR-DATE TO WS-LEFT-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-LEFT-NUM) = 0
                COMPUTE WS-DAYS-GONE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-LEFT-NUM)
             END-IF
          END-IF
          IF WS-DAYS-GONE < 0
             MOVE 0 TO WS-DAYS-GONE
          END-IF
          ADD 1 TO WS-OUTSTANDING-COUNT
          MOVE XFR-SERIAL    TO XL-SERIAL
          MOVE XFR-TO-SITE   TO XL-TO-SITE
          MOVE XFR-DATE      TO XL-LEFT
          MOVE XFR-SENT-DATE TO XL-SENT
          IF XFR-STATUS = "PENDING"
             MOVE "AWAITING EXTRACT" TO XL-STATE
             ADD 1 TO WS-AWAITING-COUNT
          ELSE
             MOVE "IN TRANSIT" TO XL-STATE
          END-IF
          MOVE WS-DAYS-GONE  TO XL-DAYS
          MOVE XFR-BY        TO XL-BY
          MOVE SPACES        TO XL-OVERDUE
          IF WS-DAYS-GONE > WS-OVERDUE-DAYS
             MOVE "OVERDUE" TO XL-OVERDUE
             ADD 1 TO WS-OVERDUE-COUNT
          END-IF
          WRITE TRANSFER-REPORT-RECORD FROM WS-TRANSFER-LINE.
