         *> formatted, paginated report instead of three raw files
         *> read by eye. Run it with the report date (YYYY-MM-DD),
         *> or press enter for today, and hand over ops_report.txt.
         *> Any shift handover still waiting on the incoming
         *> operator's acknowledgment is listed whatever day it was
         *> given.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            SELECT OPS-REPORT ASSIGN TO 'ops_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 FILLER              PIC X(7).
            05 LOGIN-LOG-SHIFT     PIC X(9).
            05 FILLER              PIC X(4).
            05 LOGIN-LOG-CHAIN     PIC X(28).

         *> Written by CHECK-LAB-DATA-THRESHOLDS - timestamp then
         *> the READING=/VALUE= detail, which varies by reading
            05 ALERT-LOG-TIME      PIC X(8).
            05 FILLER              PIC X.
            05 ALERT-LOG-DETAIL    PIC X(60).
            05 ALERT-LOG-CHAIN     PIC X(28).

         *> Written by WRITE-SESSION-LOG - a session header line
         *> followed by one indented VISITED= line per menu option.
         *> The dual-signed UNIT= open lines and the HANDOVER= lines
         *> for each end of a shift handover sit among them.
         FD SESSION-LOG.
         01 SESSION-LOG-RECORD     PIC X(108).
         01 SESSION-HEADER-RECORD REDEFINES SESSION-LOG-RECORD.
            05 SESSION-LOG-DATE    PIC X(10).
            05 FILLER              PIC X.
            05 SESSION-LOG-FINAL   PIC X(6).
            05 FILLER              PIC X(6).
            05 SESSION-LOG-ROLE    PIC X(10).
            05 FILLER              PIC X(43).
         01 SESSION-OPEN-RECORD REDEFINES SESSION-LOG-RECORD.
            05 SESSION-OPEN-DATE   PIC X(10).
            05 FILLER              PIC X.
            05 SESSION-OPEN-BY     PIC XXXX.
            05 FILLER              PIC X(9).
            05 SESSION-OPEN-AUTH   PIC XXXX.
            05 FILLER              PIC X(50).
         01 SESSION-HANDOVER-RECORD REDEFINES SESSION-LOG-RECORD.
            05 SESSION-HO-DATE     PIC X(10).
            05 FILLER              PIC X.
            05 SESSION-HO-TIME     PIC X(8).
            05 SESSION-HO-TAG      PIC X(10).
            05 SESSION-HO-ID       PIC X(14).
            05 FILLER              PIC X(7).
            05 SESSION-HO-EVENT    PIC X(5).
            05 FILLER              PIC X(4).
            05 SESSION-HO-BY       PIC XXXX.
            05 FILLER              PIC X(7).
            05 SESSION-HO-UNITS    PIC X(4).
            05 FILLER              PIC X(34).
         01 SESSION-VISIT-RECORD REDEFINES SESSION-LOG-RECORD.
            05 SESSION-VISIT-TAG   PIC X(10).
            05 SESSION-VISIT-OPT   PIC X.
            05 FILLER              PIC X(4).
            05 SESSION-VISIT-TIME  PIC X(8).
            05 FILLER              PIC X(85).

         *> Written by USERADMIN - one line per admin action, who
         *> did what to which USER-ID - and by CONTAINMENTUNIT when
         *> an operator changes their own password
         FD ADMIN-AUDIT.
         01 ADMIN-AUDIT-RECORD.
            05 AUDIT-LOG-DATE      PIC X(10).
            05 FILLER              PIC X(8).
            05 AUDIT-LOG-TARGET    PIC X(4).
            05 FILLER              PIC X(15).
            05 AUDIT-LOG-CHAIN     PIC X(28).

         FD OPS-REPORT.
         01 OPS-REPORT-RECORD      PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-LOGIN-LOG-STATUS    PIC XX    VALUE "00".
         01 WS-TOTAL-OPENS         PIC 9(5)  VALUE 0.
         01 WS-TOTAL-ADMIN         PIC 9(5)  VALUE 0.
         01 WS-TOTAL-OFF-SHIFT     PIC 9(5)  VALUE 0.
         01 WS-TOTAL-HANDOVERS     PIC 9(5)  VALUE 0.
         01 WS-TOTAL-UNACKED       PIC 9(5)  VALUE 0.

         *> The shift handovers the report prints, with who
         *> acknowledged them and when - a handover is acknowledged
         *> by an ACKED line under the same id, on whatever day it
         *> was taken. Only handovers given on the report date, or
         *> given before it and not yet acknowledged, are held;
         *> WS-HANDOVER-OVERFLOW counts any that found it full.
         01 WS-HANDOVER-COUNT      PIC 9(4)  VALUE 0.
         01 WS-HANDOVER-OVERFLOW   PIC 9(5)  VALUE 0.
         01 WS-HANDOVER-TABLE.
            05 WS-HANDOVER OCCURS 0 TO 500 TIMES
                       DEPENDING ON WS-HANDOVER-COUNT
                       INDEXED BY H.
              10 WS-HO-ID             PIC X(14).
              10 WS-HO-DATE           PIC X(10).
              10 WS-HO-TIME           PIC X(8).
              10 WS-HO-BY             PIC XXXX.
              10 WS-HO-UNITS          PIC X(4).
              10 WS-HO-ACK-BY         PIC XXXX.
              10 WS-HO-ACK-DATE       PIC X(10).
              10 WS-HO-ACK-TIME       PIC X(8).

         *> Pagination
         01 WS-PAGE-NUM            PIC 9(3)  VALUE 0.
            05 FILLER              PIC X(10) VALUE "  AUTH-BY=".
            05 UO-AUTH-BY          PIC XXXX.

         01 WS-HANDOVER-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 HL-DATE             PIC X(10).
            05 FILLER              PIC X     VALUE SPACE.
            05 HL-TIME             PIC X(8).
            05 FILLER              PIC X(5)  VALUE "  BY=".
            05 HL-BY               PIC XXXX.
            05 FILLER              PIC X(8)  VALUE "  UNITS=".
            05 HL-UNITS            PIC X(4).
            05 FILLER              PIC XX    VALUE SPACES.
            05 HL-ACK              PIC X(34).

         01 WS-HANDOVER-OVERFLOW-LINE.
            05 FILLER              PIC X(3)  VALUE "  (".
            05 HV-COUNT            PIC ZZZZ9.
            05 FILLER              PIC X(38) VALUE
               " more handovers not held - table full)".

         01 WS-OFF-SHIFT-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 OS-TIME             PIC X(8).
       PERFORM REPORT-ALERTS.
       PERFORM REPORT-SESSIONS.
       PERFORM REPORT-UNIT-OPENS.
       PERFORM REPORT-HANDOVERS.
       PERFORM REPORT-ADMIN-ACTIONS.
       PERFORM REPORT-TOTALS.

       CLOSE OPS-REPORT.
       DISPLAY "Report for " WS-REPORT-DATE
               " written to ops_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of log entries reported on where
       *> NIGHTLYRUN picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          COMPUTE BCNT-COUNT = WS-TOTAL-LOGINS + WS-TOTAL-ALERTS
                             + WS-TOTAL-SESSIONS + WS-TOTAL-OPENS
                             + WS-TOTAL-ADMIN + WS-TOTAL-HANDOVERS
          MOVE "LOG ENTRIES" TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Tally every login attempt on the report date by user and
       *> result, then print one summary line per user
       REPORT-LOGINS.
             IF LOGIN-LOG-ROLE NOT = SPACES
                MOVE LOGIN-LOG-ROLE TO WS-LOGIN-ROLE (I)
             END-IF
             *> A right password turned back at the main program's
             *> password-age or handover gate (PWDDUE, NOACK) never
             *> reached the menu, so it counts with the failures
             EVALUATE LOGIN-LOG-RESULT
                WHEN "SUCCESS"
                   ADD 1 TO WS-LOGIN-SUCCESSES (I)
             END-IF
          ELSE
          IF SESSION-OPEN-TAG = " UNIT="
             OR SESSION-HO-TAG = " HANDOVER="
             CONTINUE
          ELSE
             IF SESSION-LOG-DATE = WS-REPORT-DATE
             PERFORM PRINT-REPORT-LINE
          END-IF.

       *> Shift handovers - every one given on the report date
       *> with who took it on, then every handover given on or
       *> before the report date that nobody has acknowledged yet
       REPORT-HANDOVERS.
          MOVE "N" TO WS-SESSION-EOF
          OPEN INPUT SESSION-LOG
          IF WS-SESSION-LOG-STATUS = "00"
             PERFORM UNTIL WS-SESSION-EOF = "Y"
                READ SESSION-LOG
                   AT END MOVE "Y" TO WS-SESSION-EOF
                   NOT AT END
                      IF SESSION-HO-TAG = " HANDOVER="
                         PERFORM TALLY-HANDOVER-LINE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SESSION-LOG
          END-IF

          PERFORM PRINT-BLANK-LINE
          MOVE "SHIFT HANDOVERS" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "---------------" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HANDOVER-COUNT
             IF WS-HO-DATE (H) = WS-REPORT-DATE
                ADD 1 TO WS-TOTAL-HANDOVERS
                PERFORM PRINT-HANDOVER-LINE
             END-IF
          END-PERFORM
          IF WS-TOTAL-HANDOVERS = 0
             MOVE "  (no handovers this date)" TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF

          PERFORM PRINT-BLANK-LINE
          MOVE "UNACKNOWLEDGED HANDOVERS" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "------------------------" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HANDOVER-COUNT
             IF WS-HO-DATE (H) NOT > WS-REPORT-DATE
                AND WS-HO-ACK-BY (H) = SPACES
                ADD 1 TO WS-TOTAL-UNACKED
                PERFORM PRINT-HANDOVER-LINE
             END-IF
          END-PERFORM
          IF WS-TOTAL-UNACKED = 0
             MOVE "  (no handovers awaiting acknowledgment)"
                TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF
          IF WS-HANDOVER-OVERFLOW > 0
             MOVE WS-HANDOVER-OVERFLOW TO HV-COUNT
             MOVE WS-HANDOVER-OVERFLOW-LINE TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF.

       *> A GIVEN line on or before the report date opens a row
       *> for the handover; an ACKED line signs off the row with
       *> the same id when it was given on the report date, and
       *> otherwise drops it - an acknowledged handover from an
       *> earlier day is not printed anywhere
       TALLY-HANDOVER-LINE.
          IF SESSION-HO-EVENT = "GIVEN"
             IF SESSION-HO-DATE > WS-REPORT-DATE
                CONTINUE
             ELSE
             IF WS-HANDOVER-COUNT >= 500
                ADD 1 TO WS-HANDOVER-OVERFLOW
             ELSE
                ADD 1 TO WS-HANDOVER-COUNT
                SET H TO WS-HANDOVER-COUNT
                MOVE SESSION-HO-ID    TO WS-HO-ID (H)
                MOVE SESSION-HO-DATE  TO WS-HO-DATE (H)
                MOVE SESSION-HO-TIME  TO WS-HO-TIME (H)
                MOVE SESSION-HO-BY    TO WS-HO-BY (H)
                MOVE SESSION-HO-UNITS TO WS-HO-UNITS (H)
                MOVE SPACES TO WS-HO-ACK-BY (H)
                MOVE SPACES TO WS-HO-ACK-DATE (H)
                MOVE SPACES TO WS-HO-ACK-TIME (H)
             END-IF
             END-IF
          ELSE
             SET H TO 1
             SEARCH WS-HANDOVER
                WHEN WS-HO-ID (H) = SESSION-HO-ID
                   IF WS-HO-DATE (H) = WS-REPORT-DATE
                      MOVE SESSION-HO-BY   TO WS-HO-ACK-BY (H)
                      MOVE SESSION-HO-DATE TO WS-HO-ACK-DATE (H)
                      MOVE SESSION-HO-TIME TO WS-HO-ACK-TIME (H)
                   ELSE
                      PERFORM DROP-HANDOVER-ROW
                   END-IF
             END-SEARCH
          END-IF.

       *> Close the gap left by row H, keeping the rest in the
       *> order they were given
       DROP-HANDOVER-ROW.
          PERFORM VARYING H FROM H BY 1
                   UNTIL H >= WS-HANDOVER-COUNT
             MOVE WS-HANDOVER (H + 1) TO WS-HANDOVER (H)
          END-PERFORM
          SUBTRACT 1 FROM WS-HANDOVER-COUNT.

       *> One handover row - when it was given, by whom, how many
       *> units the sheet covered, and who took it on and when
       PRINT-HANDOVER-LINE.
          MOVE WS-HO-DATE (H)  TO HL-DATE
          MOVE WS-HO-TIME (H)  TO HL-TIME
          MOVE WS-HO-BY (H)    TO HL-BY
          MOVE WS-HO-UNITS (H) TO HL-UNITS
          MOVE SPACES TO HL-ACK
          IF WS-HO-ACK-BY (H) = SPACES
             MOVE "NOT ACKNOWLEDGED" TO HL-ACK
          ELSE
             STRING "ACKED BY " WS-HO-ACK-BY (H)
                    " " WS-HO-ACK-DATE (H)
                    " " WS-HO-ACK-TIME (H)
                    DELIMITED BY SIZE INTO HL-ACK
             END-STRING
          END-IF
          MOVE WS-HANDOVER-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE.

       *> Every USERADMIN action recorded on the report date -
       *> who was at the keyboard and which account they touched
       REPORT-ADMIN-ACTIONS.
          MOVE "OFF-SHIFT LOGINS:" TO TL-LABEL
          MOVE WS-TOTAL-OFF-SHIFT TO TL-COUNT
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "HANDOVERS GIVEN:" TO TL-LABEL
          MOVE WS-TOTAL-HANDOVERS TO TL-COUNT
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "HANDOVERS UNACKED:" TO TL-LABEL
          MOVE WS-TOTAL-UNACKED TO TL-COUNT
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          IF WS-HANDOVER-OVERFLOW > 0
             MOVE "HANDOVERS NOT HELD:" TO TL-LABEL
             MOVE WS-HANDOVER-OVERFLOW TO TL-COUNT
             MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF.

       *> Write one line to the report, starting a fresh page with
       *> its header whenever the current page is full
