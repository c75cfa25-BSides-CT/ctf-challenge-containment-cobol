       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. UNITEXPOSURE.
         *> Exposure report over the unit event ledger
         *> (unit_events.log) for a date range - for every unit,
         *> each interval it stood OPENED with its duration, the
         *> total hours open and the longest single exposure, and a
         *> list of every unit still open with no matching close.
         *> An interval that straddles either end of the range only
         *> counts the hours inside it; a unit still open counts up
         *> to the end of the range, or to now when the range runs
         *> through today. Run it with the first and last dates
         *> (YYYY-MM-DD) - enter alone takes the last 30 days - and
         *> hand over exposure_report.txt.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL UNIT-EVENTS ASSIGN TO 'unit_events.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EVENT-FILE-STATUS.

            SELECT EXPOSURE-REPORT ASSIGN TO 'exposure_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

         *> Written by CONTAINMENTUNIT and UNITADMIN - one line per
         *> containment state change, oldest first
         FD UNIT-EVENTS.
         01 UNIT-EVENTS-RECORD.
            05 EV-STAMP.
               10 EV-DATE          PIC X(10).
               10 FILLER           PIC X.
               10 EV-TIME          PIC X(8).
            05 FILLER              PIC X(6).
            05 EV-SERIAL           PIC X(5).
            05 FILLER              PIC X(6).
            05 EV-FROM             PIC X(6).
            05 FILLER              PIC X(4).
            05 EV-TO               PIC X(6).
            05 FILLER              PIC X(4).
            05 EV-BY               PIC X(4).
            05 FILLER              PIC X(6).
            05 EV-AUTH             PIC X(4).
            05 FILLER              PIC X(5).
            05 EV-SRC              PIC X(6).
            05 FILLER              PIC X(9).

         FD EXPOSURE-REPORT.
         01 EXPOSURE-REPORT-RECORD PIC X(80).

         WORKING-STORAGE SECTION.

         01 WS-EVENT-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-EVENT-EOF           PIC X     VALUE "N".
         01 WS-EVENT-COUNT         PIC 9(7)  VALUE 0.

         *> The range being reported on, YYYY-MM-DD as the ledger
         *> records it, and the same bounds as full timestamps and
         *> as seconds for clipping intervals against
         01 WS-FROM-DATE           PIC X(10) VALUE SPACES.
         01 WS-TO-DATE             PIC X(10) VALUE SPACES.
         01 WS-TODAY-DATE          PIC X(10) VALUE SPACES.
         01 WS-RANGE-START         PIC X(19) VALUE SPACES.
         01 WS-RANGE-END           PIC X(19) VALUE SPACES.
         01 WS-RANGE-START-SECS    PIC 9(12) VALUE 0.
         01 WS-RANGE-END-SECS      PIC 9(12) VALUE 0.
         01 WS-NOW-STAMP           PIC X(19) VALUE SPACES.
         01 WS-DATE-OK             PIC X     VALUE "Y".
         01 WS-TODAY-NUM           PIC 9(8)  VALUE 0.
         01 WS-FROM-NUM            PIC 9(8)  VALUE 0.

         *> Timestamp to seconds - one "YYYY-MM-DD HH:MM:SS" stamp
         *> broken out so INTEGER-OF-DATE can take the date part
         01 WS-STAMP               PIC X(19) VALUE SPACES.
         01 WS-STAMP-PARTS REDEFINES WS-STAMP.
            05 WS-STAMP-YEAR       PIC 9(4).
            05 FILLER              PIC X.
            05 WS-STAMP-MONTH      PIC 9(2).
            05 FILLER              PIC X.
            05 WS-STAMP-DAY        PIC 9(2).
            05 FILLER              PIC X.
            05 WS-STAMP-HOUR       PIC 9(2).
            05 FILLER              PIC X.
            05 WS-STAMP-MIN        PIC 9(2).
            05 FILLER              PIC X.
            05 WS-STAMP-SEC        PIC 9(2).
         01 WS-STAMP-DATE-NUM      PIC 9(8)  VALUE 0.
         01 WS-STAMP-SECS          PIC 9(12) VALUE 0.

         *> One entry per unit seen on the ledger - whether it is
         *> standing open as the ledger is replayed, since when and
         *> on whose word, and its running exposure in the range
         01 WS-UNIT-COUNT          PIC 9(4)  VALUE 0.
         01 WS-UNIT-TABLE.
            05 WS-UNIT OCCURS 0 TO 500 TIMES
                       DEPENDING ON WS-UNIT-COUNT
                       INDEXED BY U.
              10 WS-UNIT-SERIAL    PIC X(5).
              10 WS-UNIT-OPEN      PIC X.
              10 WS-UNIT-SINCE     PIC X(19).
              10 WS-UNIT-BY        PIC X(4).
              10 WS-UNIT-AUTH      PIC X(4).
              10 WS-UNIT-TOTAL     PIC 9(12).
              10 WS-UNIT-LONGEST   PIC 9(12).
              10 WS-UNIT-INTERVALS PIC 9(5).
         01 WS-UNIT-IDX            PIC 9(4)  VALUE 0.

         *> Every open interval that falls at least partly in the
         *> range, in the order it closed - printed grouped by unit
         01 WS-INTERVAL-COUNT      PIC 9(4)  VALUE 0.
         01 WS-INTERVALS-DROPPED   PIC 9(5)  VALUE 0.
         01 WS-INTERVAL-TABLE.
            05 WS-INTERVAL OCCURS 0 TO 2000 TIMES
                       DEPENDING ON WS-INTERVAL-COUNT
                       INDEXED BY V.
              10 WS-IV-UNIT        PIC 9(4).
              10 WS-IV-OPENED      PIC X(19).
              10 WS-IV-CLOSED      PIC X(19).
              10 WS-IV-SECS        PIC 9(12).
              10 WS-IV-BY          PIC X(4).
              10 WS-IV-AUTH        PIC X(4).

         *> The interval being closed off
         01 WS-CLOSE-STAMP         PIC X(19) VALUE SPACES.
         01 WS-OPEN-SECS           PIC 9(12) VALUE 0.
         01 WS-CLOSE-SECS          PIC 9(12) VALUE 0.
         01 WS-EXPOSED-SECS        PIC 9(12) VALUE 0.

         *> Grand totals for the foot of the report
         01 WS-UNITS-EXPOSED       PIC 9(5)  VALUE 0.
         01 WS-UNITS-STILL-OPEN    PIC 9(5)  VALUE 0.
         01 WS-TOTAL-SECS          PIC 9(12) VALUE 0.
         01 WS-LONGEST-SECS        PIC 9(12) VALUE 0.
         01 WS-LONGEST-SERIAL      PIC X(5)  VALUE SPACES.
         01 WS-HOURS               PIC 9(7)V99 VALUE 0.

         *> Print lines
         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(28)
               VALUE "UNIT EXPOSURE REPORT  FROM: ".
            05 RH-FROM-DATE        PIC X(10).
            05 FILLER              PIC X(6)  VALUE "  TO: ".
            05 RH-TO-DATE          PIC X(10).

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(40) VALUE
               "  UNIT   OPENED               CLOSED    ".
            05 FILLER              PIC X(34) VALUE
               "              HOURS  BY   AUTH".

         01 WS-INTERVAL-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 IL-SERIAL           PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 IL-OPENED           PIC X(19).
            05 FILLER              PIC XX    VALUE SPACES.
            05 IL-CLOSED           PIC X(19).
            05 FILLER              PIC XX    VALUE SPACES.
            05 IL-HOURS            PIC ZZZZ9.99.
            05 FILLER              PIC XX    VALUE SPACES.
            05 IL-BY               PIC X(4).
            05 FILLER              PIC X     VALUE SPACE.
            05 IL-AUTH             PIC X(4).

         01 WS-UNIT-TOTAL-LINE.
            05 FILLER              PIC X(9)  VALUE SPACES.
            05 FILLER              PIC X(13) VALUE "TOTAL HOURS: ".
            05 UT-HOURS            PIC ZZZZZ9.99.
            05 FILLER              PIC X(12) VALUE "   LONGEST: ".
            05 UT-LONGEST          PIC ZZZZ9.99.
            05 FILLER              PIC X(13) VALUE "   INTERVALS:".
            05 UT-INTERVALS        PIC ZZZZ9.

         01 WS-STILL-OPEN-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 SO-SERIAL           PIC X(5).
            05 FILLER              PIC X(13) VALUE "  OPEN SINCE ".
            05 SO-SINCE            PIC X(19).
            05 FILLER              PIC X(5)  VALUE "  BY=".
            05 SO-BY               PIC X(4).
            05 FILLER              PIC X(7)  VALUE "  AUTH=".
            05 SO-AUTH             PIC X(4).

         01 WS-TOTALS-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 TL-LABEL            PIC X(20).
            05 TL-COUNT            PIC ZZZZ9.

         01 WS-HOURS-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 HL-LABEL            PIC X(20).
            05 HL-HOURS            PIC ZZZZZZ9.99.
            05 FILLER              PIC XX    VALUE SPACES.
            05 HL-SERIAL           PIC X(5).

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

       DISPLAY "UNIT EXPOSURE REPORT".
       DISPLAY "--------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
              WS-CURRENT-DAY
              DELIMITED BY SIZE INTO WS-TODAY-DATE
       END-STRING.
       STRING WS-TODAY-DATE " " WS-CURRENT-HOUR ":"
              WS-CURRENT-MIN ":" WS-CURRENT-SEC
              DELIMITED BY SIZE INTO WS-NOW-STAMP
       END-STRING.

       DISPLAY "First date (YYYY-MM-DD, enter for 30 days ago): "
               WITH NO ADVANCING.
       ACCEPT WS-FROM-DATE.
       IF WS-FROM-DATE = SPACES
          MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
          COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) - 30)
          STRING WS-FROM-NUM (1:4) "-" WS-FROM-NUM (5:2) "-"
                 WS-FROM-NUM (7:2)
                 DELIMITED BY SIZE INTO WS-FROM-DATE
          END-STRING
       END-IF.
       DISPLAY "Last date (YYYY-MM-DD, enter for today): "
               WITH NO ADVANCING.
       ACCEPT WS-TO-DATE.
       IF WS-TO-DATE = SPACES
          MOVE WS-TODAY-DATE TO WS-TO-DATE
       END-IF.

       *> Both dates have to be real YYYY-MM-DD dates, in order
       MOVE "Y" TO WS-DATE-OK.
       MOVE SPACES TO WS-STAMP.
       STRING WS-FROM-DATE " 00:00:00"
              DELIMITED BY SIZE INTO WS-STAMP
       END-STRING.
       PERFORM CHECK-STAMP-DATE.
       MOVE WS-STAMP TO WS-RANGE-START.
       MOVE SPACES TO WS-STAMP.
       STRING WS-TO-DATE " 23:59:59"
              DELIMITED BY SIZE INTO WS-STAMP
       END-STRING.
       PERFORM CHECK-STAMP-DATE.
       MOVE WS-STAMP TO WS-RANGE-END.
       IF WS-DATE-OK = "Y"
          AND WS-RANGE-START > WS-RANGE-END
          MOVE "N" TO WS-DATE-OK
       END-IF.
       IF WS-DATE-OK NOT = "Y"
          DISPLAY "Dates must be YYYY-MM-DD, first date first."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       *> A range that runs through today stops counting at now -
       *> nothing is exposed in the future
       IF WS-RANGE-END > WS-NOW-STAMP
          MOVE WS-NOW-STAMP TO WS-RANGE-END
       END-IF.
       MOVE WS-RANGE-START TO WS-STAMP.
       PERFORM STAMP-TO-SECONDS.
       MOVE WS-STAMP-SECS TO WS-RANGE-START-SECS.
       MOVE WS-RANGE-END TO WS-STAMP.
       PERFORM STAMP-TO-SECONDS.
       MOVE WS-STAMP-SECS TO WS-RANGE-END-SECS.

       *> Replay the whole ledger in the order it was written -
       *> an interval opened before the range can still run into
       *> it, and one closed after the range still ran through it
       OPEN INPUT UNIT-EVENTS.
       IF WS-EVENT-FILE-STATUS = "00"
          OR WS-EVENT-FILE-STATUS = "05"
          PERFORM UNTIL WS-EVENT-EOF = "Y"
             READ UNIT-EVENTS
                AT END MOVE "Y" TO WS-EVENT-EOF
                NOT AT END PERFORM APPLY-ONE-EVENT
             END-READ
          END-PERFORM
          CLOSE UNIT-EVENTS
       END-IF.

       *> Whatever is still standing open when the ledger runs
       *> out counts up to the end of the range
       PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
          IF WS-UNIT-OPEN (U) = "Y"
             ADD 1 TO WS-UNITS-STILL-OPEN
             MOVE "STILL OPEN" TO WS-CLOSE-STAMP
             MOVE WS-RANGE-END-SECS TO WS-CLOSE-SECS
             PERFORM RECORD-INTERVAL
          END-IF
       END-PERFORM.

       MOVE WS-FROM-DATE TO RH-FROM-DATE.
       MOVE WS-TO-DATE   TO RH-TO-DATE.
       OPEN OUTPUT EXPOSURE-REPORT.
       WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-HEADER.
       PERFORM PRINT-BLANK-LINE.
       PERFORM REPORT-INTERVALS.
       PERFORM REPORT-STILL-OPEN.
       PERFORM REPORT-TOTALS.
       CLOSE EXPOSURE-REPORT.

       DISPLAY WS-EVENT-COUNT " ledger entries, "
               WS-INTERVAL-COUNT " open interval(s), "
               WS-UNITS-STILL-OPEN " unit(s) still open.".
       DISPLAY "Report written to exposure_report.txt".
       STOP RUN.

       *> Mark WS-DATE-OK "N" when the date part of WS-STAMP is
       *> not a real calendar date
       CHECK-STAMP-DATE.
          IF WS-STAMP-YEAR IS NOT NUMERIC
             OR WS-STAMP-MONTH IS NOT NUMERIC
             OR WS-STAMP-DAY IS NOT NUMERIC
             OR WS-STAMP (5:1) NOT = "-"
             OR WS-STAMP (8:1) NOT = "-"
             MOVE "N" TO WS-DATE-OK
          ELSE
             COMPUTE WS-STAMP-DATE-NUM = WS-STAMP-YEAR * 10000
                + WS-STAMP-MONTH * 100 + WS-STAMP-DAY
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-STAMP-DATE-NUM)
                NOT = 0
                MOVE "N" TO WS-DATE-OK
             END-IF
          END-IF.

       *> WS-STAMP as a count of seconds, for durations that run
       *> across midnight and month ends
       STAMP-TO-SECONDS.
          COMPUTE WS-STAMP-DATE-NUM = WS-STAMP-YEAR * 10000
             + WS-STAMP-MONTH * 100 + WS-STAMP-DAY
          COMPUTE WS-STAMP-SECS =
             FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE-NUM) * 86400
             + WS-STAMP-HOUR * 3600 + WS-STAMP-MIN * 60
             + WS-STAMP-SEC.

       *> Replay one ledger line against its unit - a change to
       *> OPENED starts an interval, any change away from OPENED
       *> (CLOSED, or decommissioned while open) ends it
       APPLY-ONE-EVENT.
          ADD 1 TO WS-EVENT-COUNT
          MOVE 0 TO WS-UNIT-IDX
          PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
             IF WS-UNIT-SERIAL (U) = EV-SERIAL
                SET WS-UNIT-IDX TO U
             END-IF
          END-PERFORM
          IF WS-UNIT-IDX = 0 AND WS-UNIT-COUNT < 500
             ADD 1 TO WS-UNIT-COUNT
             MOVE WS-UNIT-COUNT TO WS-UNIT-IDX
             SET U TO WS-UNIT-IDX
             MOVE EV-SERIAL TO WS-UNIT-SERIAL (U)
             MOVE "N"       TO WS-UNIT-OPEN (U)
             MOVE SPACES    TO WS-UNIT-SINCE (U)
             MOVE SPACES    TO WS-UNIT-BY (U)
             MOVE SPACES    TO WS-UNIT-AUTH (U)
             MOVE 0         TO WS-UNIT-TOTAL (U)
             MOVE 0         TO WS-UNIT-LONGEST (U)
             MOVE 0         TO WS-UNIT-INTERVALS (U)
          END-IF
          IF WS-UNIT-IDX > 0
             SET U TO WS-UNIT-IDX
             IF EV-TO = "OPENED"
                IF WS-UNIT-OPEN (U) NOT = "Y"
                   MOVE "Y"      TO WS-UNIT-OPEN (U)
                   MOVE EV-STAMP TO WS-UNIT-SINCE (U)
                   MOVE EV-BY    TO WS-UNIT-BY (U)
                   MOVE EV-AUTH  TO WS-UNIT-AUTH (U)
                END-IF
             ELSE
                IF WS-UNIT-OPEN (U) = "Y"
                   MOVE EV-STAMP TO WS-CLOSE-STAMP
                   MOVE EV-STAMP TO WS-STAMP
                   PERFORM STAMP-TO-SECONDS
                   MOVE WS-STAMP-SECS TO WS-CLOSE-SECS
                   PERFORM RECORD-INTERVAL
                   MOVE "N" TO WS-UNIT-OPEN (U)
                END-IF
             END-IF
          END-IF.

       *> Clip unit U's open interval, ending at WS-CLOSE-SECS, to
       *> the range and book whatever lies inside it
       RECORD-INTERVAL.
          MOVE WS-UNIT-SINCE (U) TO WS-STAMP
          PERFORM STAMP-TO-SECONDS
          MOVE WS-STAMP-SECS TO WS-OPEN-SECS
          IF WS-OPEN-SECS < WS-RANGE-START-SECS
             MOVE WS-RANGE-START-SECS TO WS-OPEN-SECS
          END-IF
          IF WS-CLOSE-SECS > WS-RANGE-END-SECS
             MOVE WS-RANGE-END-SECS TO WS-CLOSE-SECS
          END-IF
          IF WS-CLOSE-SECS >= WS-OPEN-SECS
             AND WS-CLOSE-SECS >= WS-RANGE-START-SECS
             COMPUTE WS-EXPOSED-SECS = WS-CLOSE-SECS - WS-OPEN-SECS
             IF WS-UNIT-INTERVALS (U) = 0
                ADD 1 TO WS-UNITS-EXPOSED
             END-IF
             ADD 1 TO WS-UNIT-INTERVALS (U)
             ADD WS-EXPOSED-SECS TO WS-UNIT-TOTAL (U)
             ADD WS-EXPOSED-SECS TO WS-TOTAL-SECS
             IF WS-EXPOSED-SECS > WS-UNIT-LONGEST (U)
                MOVE WS-EXPOSED-SECS TO WS-UNIT-LONGEST (U)
             END-IF
             IF WS-EXPOSED-SECS > WS-LONGEST-SECS
                MOVE WS-EXPOSED-SECS TO WS-LONGEST-SECS
                MOVE WS-UNIT-SERIAL (U) TO WS-LONGEST-SERIAL
             END-IF
             IF WS-INTERVAL-COUNT < 2000
                ADD 1 TO WS-INTERVAL-COUNT
                SET V TO WS-INTERVAL-COUNT
                SET WS-IV-UNIT (V) TO U
                MOVE WS-UNIT-SINCE (U) TO WS-IV-OPENED (V)
                MOVE WS-CLOSE-STAMP    TO WS-IV-CLOSED (V)
                MOVE WS-EXPOSED-SECS   TO WS-IV-SECS (V)
                MOVE WS-UNIT-BY (U)    TO WS-IV-BY (V)
                MOVE WS-UNIT-AUTH (U)  TO WS-IV-AUTH (V)
             ELSE
                ADD 1 TO WS-INTERVALS-DROPPED
             END-IF
          END-IF.

       *> Each exposed unit's intervals, then its totals
       REPORT-INTERVALS.
          MOVE "OPEN INTERVALS BY UNIT" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "----------------------" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          WRITE EXPOSURE-REPORT-RECORD FROM WS-COLUMN-HEADER
          IF WS-UNITS-EXPOSED = 0
             MOVE "  (no unit stood open in this range)"
                TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF
          PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
             IF WS-UNIT-INTERVALS (U) > 0
                PERFORM REPORT-ONE-UNIT
             END-IF
          END-PERFORM
          IF WS-INTERVALS-DROPPED > 0
             MOVE SPACES TO WS-PRINT-LINE
             STRING "  (" WS-INTERVALS-DROPPED
                    " more interval(s) counted in the totals"
                    " but not listed)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             PERFORM PRINT-REPORT-LINE
          END-IF.

       REPORT-ONE-UNIT.
          PERFORM VARYING V FROM 1 BY 1 UNTIL V > WS-INTERVAL-COUNT
             IF WS-IV-UNIT (V) = U
                MOVE WS-UNIT-SERIAL (U) TO IL-SERIAL
                MOVE WS-IV-OPENED (V)   TO IL-OPENED
                MOVE WS-IV-CLOSED (V)   TO IL-CLOSED
                COMPUTE WS-HOURS ROUNDED = WS-IV-SECS (V) / 3600
                MOVE WS-HOURS           TO IL-HOURS
                MOVE WS-IV-BY (V)       TO IL-BY
                MOVE WS-IV-AUTH (V)     TO IL-AUTH
                MOVE WS-INTERVAL-LINE   TO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
             END-IF
          END-PERFORM
          COMPUTE WS-HOURS ROUNDED = WS-UNIT-TOTAL (U) / 3600
          MOVE WS-HOURS TO UT-HOURS
          COMPUTE WS-HOURS ROUNDED = WS-UNIT-LONGEST (U) / 3600
          MOVE WS-HOURS TO UT-LONGEST
          MOVE WS-UNIT-INTERVALS (U) TO UT-INTERVALS
          MOVE WS-UNIT-TOTAL-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          PERFORM PRINT-BLANK-LINE.

       *> Every unit whose last word on the ledger is still OPENED
       REPORT-STILL-OPEN.
          PERFORM PRINT-BLANK-LINE
          MOVE "UNITS STILL OPEN" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "----------------" TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          IF WS-UNITS-STILL-OPEN = 0
             MOVE "  (no unit left open)" TO WS-PRINT-LINE
             PERFORM PRINT-REPORT-LINE
          END-IF
          PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
             IF WS-UNIT-OPEN (U) = "Y"
                MOVE WS-UNIT-SERIAL (U) TO SO-SERIAL
                MOVE WS-UNIT-SINCE (U)  TO SO-SINCE
                MOVE WS-UNIT-BY (U)     TO SO-BY
                MOVE WS-UNIT-AUTH (U)   TO SO-AUTH
                MOVE WS-STILL-OPEN-LINE TO WS-PRINT-LINE
                PERFORM PRINT-REPORT-LINE
             END-IF
          END-PERFORM.

       *> Grand totals at the foot of the report
       REPORT-TOTALS.
          PERFORM PRINT-BLANK-LINE
          MOVE "UNITS EXPOSED:" TO TL-LABEL
          MOVE WS-UNITS-EXPOSED TO TL-COUNT
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "OPEN INTERVALS:" TO TL-LABEL
          COMPUTE TL-COUNT = WS-INTERVAL-COUNT + WS-INTERVALS-DROPPED
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "UNITS STILL OPEN:" TO TL-LABEL
          MOVE WS-UNITS-STILL-OPEN TO TL-COUNT
          MOVE WS-TOTALS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "TOTAL HOURS OPEN:" TO HL-LABEL
          COMPUTE WS-HOURS ROUNDED = WS-TOTAL-SECS / 3600
          MOVE WS-HOURS TO HL-HOURS
          MOVE SPACES TO HL-SERIAL
          MOVE WS-HOURS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE
          MOVE "LONGEST EXPOSURE:" TO HL-LABEL
          COMPUTE WS-HOURS ROUNDED = WS-LONGEST-SECS / 3600
          MOVE WS-HOURS TO HL-HOURS
          MOVE WS-LONGEST-SERIAL TO HL-SERIAL
          MOVE WS-HOURS-LINE TO WS-PRINT-LINE
          PERFORM PRINT-REPORT-LINE.

       PRINT-REPORT-LINE.
          WRITE EXPOSURE-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE SPACES TO WS-PRINT-LINE.

       PRINT-BLANK-LINE.
          MOVE SPACES TO WS-PRINT-LINE
          WRITE EXPOSURE-REPORT-RECORD FROM WS-PRINT-LINE.
