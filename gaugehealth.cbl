       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. GAUGEHEALTH.
         *> Gauge health check across every active containment
         *> unit - READINGSLOAD only judges the readings that turn
         *> up, so a gauge that has gone dead (nothing in the feed
         *> at all) or one that has frozen (the same PSI and
         *> TCID(50)/PFU sent hour after hour) never raises
         *> anything. This batch walks readings_history.log for
         *> every units.dat record that is not retired and flags:
         *>   STALE - no reading in more than the configured number
         *>           of hours (or no reading ever)
         *>   STUCK - the latest readings are the same PSI and TCID
         *>           pair at least the configured number of times
         *>           in a row
         *> Each condition is appended to alert.log in the same
         *> shape READINGSLOAD writes, so it goes through the normal
         *> acknowledgment workflow - once per condition, not once
         *> per run: a STALE alert is keyed on the last reading
         *> seen and a STUCK alert on the first reading of the
         *> frozen run, and one already on alert.log is not raised
         *> again. The thresholds come from the site parameters
         *> (SITEPARM), or from gauge.cfg on a site that has not set
         *> those up. gauge_health.txt lists every unit with its last
         *> reading time so the site can see the whole picture.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT UNITS ASSIGN TO 'units.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-FILE-STATUS.

            SELECT OPTIONAL READINGS-HISTORY ASSIGN TO
                    'readings_history.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

            SELECT OPTIONAL ALERT-LOG ASSIGN TO 'alert.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT OPTIONAL GAUGE-CFG ASSIGN TO 'gauge.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CFG-FILE-STATUS.

            SELECT HEALTH-REPORT ASSIGN TO 'gauge_health.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

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

         *> Written by READINGSLOAD - one accepted reading per line,
         *> in the order the feed delivered them
         FD READINGS-HISTORY.
         01 READINGS-HISTORY-RECORD.
            05 RDG-SERIAL      PIC X(5).
            05 RDG-STAMP       PIC X(14).
            05 RDG-PSI         PIC XXX.
            05 RDG-TCID        PIC X(4).

         *> Same alert file CHECK-LAB-DATA-THRESHOLDS appends to -
         *> the second view picks out gauge alerts already raised
         FD ALERT-LOG.
         01 ALERT-LOG-RECORD       PIC X(108).
         01 ALERT-GAUGE-RECORD REDEFINES ALERT-LOG-RECORD.
            05 FILLER              PIC X(19).
            05 ALERT-UNIT-TAG      PIC X(6).
            05 ALERT-UNIT          PIC X(5).
            05 ALERT-GAUGE-TAG     PIC X(21).
            05 ALERT-CONDITION     PIC X(5).
            05 FILLER              PIC X(7).
            05 ALERT-SINCE         PIC X(14).
            05 FILLER              PIC X(31).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         *> Site gauge thresholds - hours without a reading before a
         *> gauge is STALE, then identical readings in a row before
         *> it is STUCK
         FD GAUGE-CFG.
         01 GAUGE-CFG-RECORD.
            05 GCFG-STALE-HOURS    PIC X(3).
            05 GCFG-STUCK-COUNT    PIC X(3).

         FD HEALTH-REPORT.
         01 HEALTH-REPORT-RECORD   PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-HISTORY-STATUS      PIC XX    VALUE "00".
         01 WS-ALERT-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-CFG-FILE-STATUS     PIC XX    VALUE "00".
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-PARMS-EOF           PIC X     VALUE "N".
         01 WS-PARMS-ON-FILE       PIC X     VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.
         01 WS-UNITS-EOF           PIC X     VALUE "N".
         01 WS-HISTORY-EOF         PIC X     VALUE "N".
         01 WS-ALERT-EOF           PIC X     VALUE "N".

         *> Shipped thresholds, overridden by the site parameters
         *> (or gauge.cfg before those are set up) - the feed
         *> is hourly, so six hours is six missed readings
         01 WS-STALE-HOURS         PIC 9(3)  VALUE 006.
         01 WS-STUCK-COUNT         PIC 9(3)  VALUE 006.

         *> One row per active unit - the latest reading seen and
         *> how many identical readings end the history
         01 WS-GAUGE-COUNT         PIC 9(4)  VALUE 0.
         01 WS-GAUGES-TABLE.
            05 WS-GAUGE OCCURS 0 TO 500 TIMES
                        DEPENDING ON WS-GAUGE-COUNT
                        INDEXED BY G.
              10 WS-GAUGE-SERIAL     PIC X(5).
              10 WS-GAUGE-LAST-STAMP PIC X(14).
              10 WS-GAUGE-LAST-PSI   PIC XXX.
              10 WS-GAUGE-LAST-TCID  PIC X(4).
              10 WS-GAUGE-RUN-COUNT  PIC 9(5).
              10 WS-GAUGE-RUN-START  PIC X(14).
              10 WS-GAUGE-HOURS      PIC 9(5).
              10 WS-GAUGE-STALE      PIC X.
              10 WS-GAUGE-STUCK      PIC X.

         *> Gauge alerts already on alert.log - unit, condition and
         *> the reading stamp the condition is keyed on
         01 WS-RAISED-COUNT        PIC 9(4)  VALUE 0.
         01 WS-RAISED-TABLE.
            05 WS-RAISED OCCURS 0 TO 2000 TIMES
                         DEPENDING ON WS-RAISED-COUNT
                         INDEXED BY RZ.
              10 WS-RAISED-UNIT      PIC X(5).
              10 WS-RAISED-CONDITION PIC X(5).
              10 WS-RAISED-SINCE     PIC X(14).

         01 WS-CHECK-CONDITION     PIC X(5)  VALUE SPACES.
         01 WS-CHECK-SINCE         PIC X(14) VALUE SPACES.
         01 WS-ALREADY-RAISED      PIC X     VALUE "N".

         01 WS-STALE-TOTAL         PIC 9(4)  VALUE 0.
         01 WS-STUCK-TOTAL         PIC 9(4)  VALUE 0.
         01 WS-ALERTS-RAISED       PIC 9(4)  VALUE 0.

         *> Minutes since day zero, for the hours-since arithmetic
         01 WS-NOW-MINUTES         PIC 9(11) VALUE 0.
         01 WS-LAST-MINUTES        PIC 9(11) VALUE 0.
         01 WS-STAMP-SPLIT.
            05 WS-STAMP-DATE       PIC X(8).
            05 WS-STAMP-HOUR       PIC 99.
            05 WS-STAMP-MIN        PIC 99.
            05 WS-STAMP-SEC        PIC 99.
         01 WS-STAMP-DATE-NUM      PIC 9(8)  VALUE 0.
         01 WS-TODAY-NUM           PIC 9(8)  VALUE 0.

         01 WS-ALERT-LOG-LINE      PIC X(80) VALUE SPACES.

         *> The line goes out through LOGCHAIN, which stamps it
         *> onto the alert.log chain after the text
         01 WS-CHAIN-RECORD        PIC X(188) VALUE SPACES.
         01 WS-CHAIN-ALERT-LOG     PIC X(30)
            VALUE "alert.log".

         *> Print lines
         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(34)
               VALUE "GAUGE HEALTH LISTING       DATE: ".
            05 GH-REPORT-DATE      PIC X(8).

         01 WS-THRESHOLD-LINE.
            05 FILLER              PIC X(18)
               VALUE "  STALE AFTER    ".
            05 TH-STALE-HOURS      PIC ZZ9.
            05 FILLER              PIC X(24)
               VALUE " HOURS   STUCK AFTER   ".
            05 TH-STUCK-COUNT      PIC ZZ9.
            05 FILLER              PIC X(21)
               VALUE " IDENTICAL READINGS".

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(45) VALUE
               "  UNIT   LAST READING      HOURS   PSI  TCID ".
            05 FILLER              PIC X(19) VALUE
               "REPEATS   CONDITION".

         01 WS-GAUGE-DETAIL-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 GD-SERIAL           PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 GD-LAST-READING     PIC X(16).
            05 FILLER              PIC XX    VALUE SPACES.
            05 GD-HOURS            PIC ZZZZ9.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 GD-PSI              PIC XXX.
            05 FILLER              PIC XX    VALUE SPACES.
            05 GD-TCID             PIC X(4).
            05 FILLER              PIC XX    VALUE SPACES.
            05 GD-REPEATS          PIC ZZZZ9.
            05 FILLER              PIC XXXX  VALUE SPACES.
            05 GD-CONDITION        PIC X(11).

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

       DISPLAY "GAUGE HEALTH CHECK".
       DISPLAY "------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.
       COMPUTE WS-NOW-MINUTES =
          FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM) * 1440
          + WS-CURRENT-HOUR * 60 + WS-CURRENT-MIN.

       *> Site thresholds, when the site has set any - from the
       *> site parameters, or gauge.cfg on a site that has no
       *> parameters file yet
       PERFORM LOAD-SITE-PARAMS.
       IF WS-PARMS-ON-FILE = "N"
          OPEN INPUT GAUGE-CFG
       END-IF.
       IF WS-PARMS-ON-FILE = "N"
          AND (WS-CFG-FILE-STATUS = "00"
               OR WS-CFG-FILE-STATUS = "05")
          READ GAUGE-CFG
             AT END CONTINUE
             NOT AT END
                IF GCFG-STALE-HOURS IS NUMERIC
                   AND GCFG-STALE-HOURS NOT = "000"
                   MOVE GCFG-STALE-HOURS TO WS-STALE-HOURS
                END-IF
                IF GCFG-STUCK-COUNT IS NUMERIC
                   AND GCFG-STUCK-COUNT > "001"
                   MOVE GCFG-STUCK-COUNT TO WS-STUCK-COUNT
                END-IF
          END-READ
          CLOSE GAUGE-CFG
       END-IF.

       *> Every unit still in service - a retired unit has no
       *> gauge to watch
       OPEN INPUT UNITS.
       IF WS-UNITS-FILE-STATUS NOT = "00"
          IF WS-UNITS-FILE-STATUS = "35"
             DISPLAY "No units.dat on site - nothing to check."
          ELSE
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
       END-IF.
       PERFORM UNTIL WS-UNITS-EOF = "Y"
          READ UNITS NEXT RECORD
             AT END MOVE "Y" TO WS-UNITS-EOF
             NOT AT END
                IF UNIT-STATUS NOT = "RETIRD"
                   AND UNIT-STATUS NOT = "TRNSIT"
                   AND WS-GAUGE-COUNT < 500
                   ADD 1 TO WS-GAUGE-COUNT
                   SET G TO WS-GAUGE-COUNT
                   MOVE UNIT-SERIAL TO WS-GAUGE-SERIAL (G)
                   MOVE SPACES TO WS-GAUGE-LAST-STAMP (G)
                                  WS-GAUGE-LAST-PSI (G)
                                  WS-GAUGE-LAST-TCID (G)
                                  WS-GAUGE-RUN-START (G)
                   MOVE 0 TO WS-GAUGE-RUN-COUNT (G)
                             WS-GAUGE-HOURS (G)
                   MOVE "N" TO WS-GAUGE-STALE (G)
                               WS-GAUGE-STUCK (G)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE UNITS.

       OPEN INPUT READINGS-HISTORY.
       IF WS-HISTORY-STATUS = "00"
          OR WS-HISTORY-STATUS = "05"
          PERFORM UNTIL WS-HISTORY-EOF = "Y"
             READ READINGS-HISTORY
                AT END MOVE "Y" TO WS-HISTORY-EOF
                NOT AT END
                IF RDG-STAMP IS NUMERIC
                   PERFORM TRACK-ONE-READING
                END-IF
             END-READ
          END-PERFORM
          CLOSE READINGS-HISTORY
       END-IF.

       PERFORM LOAD-RAISED-ALERTS.

       PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GAUGE-COUNT
          PERFORM JUDGE-ONE-GAUGE
       END-PERFORM.

       PERFORM WRITE-HEALTH-LISTING.

       DISPLAY WS-GAUGE-COUNT " unit(s) checked, "
               WS-STALE-TOTAL " stale, " WS-STUCK-TOTAL " stuck.".
       DISPLAY WS-ALERTS-RAISED " new gauge alert(s) raised.".
       DISPLAY "Listing written to gauge_health.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Gauge thresholds off site_params.dat, kept up by
       *> SITEPARM - one that is missing or not a usable number
       *> leaves the shipped value in force
       LOAD-SITE-PARAMS.
          OPEN INPUT SITE-PARAMS
          IF WS-PARMS-STATUS = "00"
             MOVE "Y" TO WS-PARMS-ON-FILE
             PERFORM UNTIL WS-PARMS-EOF = "Y"
                READ SITE-PARAMS NEXT RECORD
                   AT END MOVE "Y" TO WS-PARMS-EOF
                   NOT AT END PERFORM APPLY-SITE-PARAM
                END-READ
             END-PERFORM
             CLOSE SITE-PARAMS
          END-IF.

       APPLY-SITE-PARAM.
          MOVE 0 TO WS-PARM-NUMBER
          IF FUNCTION TEST-NUMVAL (PARM-VALUE) = 0
             COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL (PARM-VALUE)
                ON SIZE ERROR MOVE 0 TO WS-PARM-NUMBER
             END-COMPUTE
          END-IF
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 1000
             EVALUATE PARM-NAME
                WHEN "GAUGE-STALE-HOURS"
                   MOVE WS-PARM-NUMBER TO WS-STALE-HOURS
                WHEN "GAUGE-STUCK-COUNT"
                   IF WS-PARM-NUMBER >= 2
                      MOVE WS-PARM-NUMBER TO WS-STUCK-COUNT
                   END-IF
             END-EVALUATE
          END-IF.

       *> Fold the history line just read into its unit's row. The
       *> history is in feed order, so a reading stamped earlier
       *> than the one already held is a late straggler and is
       *> left out of the run count rather than breaking it.
       TRACK-ONE-READING.
          SET G TO 1
          SEARCH WS-GAUGE
             AT END CONTINUE
             WHEN WS-GAUGE-SERIAL (G) = RDG-SERIAL
                IF RDG-STAMP >= WS-GAUGE-LAST-STAMP (G)
                   IF RDG-PSI = WS-GAUGE-LAST-PSI (G)
                      AND RDG-TCID = WS-GAUGE-LAST-TCID (G)
                      ADD 1 TO WS-GAUGE-RUN-COUNT (G)
                   ELSE
                      MOVE 1 TO WS-GAUGE-RUN-COUNT (G)
                      MOVE RDG-STAMP TO WS-GAUGE-RUN-START (G)
                   END-IF
                   MOVE RDG-STAMP TO WS-GAUGE-LAST-STAMP (G)
                   MOVE RDG-PSI   TO WS-GAUGE-LAST-PSI (G)
                   MOVE RDG-TCID  TO WS-GAUGE-LAST-TCID (G)
                END-IF
          END-SEARCH.

       *> Remember every gauge alert already on alert.log so a
       *> condition that has not changed is not raised twice
       LOAD-RAISED-ALERTS.
          OPEN INPUT ALERT-LOG
          IF WS-ALERT-FILE-STATUS = "00"
             OR WS-ALERT-FILE-STATUS = "05"
             PERFORM UNTIL WS-ALERT-EOF = "Y"
                READ ALERT-LOG
                   AT END MOVE "Y" TO WS-ALERT-EOF
                   NOT AT END
                      IF ALERT-UNIT-TAG = " UNIT="
                         AND ALERT-GAUGE-TAG = " READING=GAUGE VALUE="
                         AND WS-RAISED-COUNT < 2000
                         ADD 1 TO WS-RAISED-COUNT
                         SET RZ TO WS-RAISED-COUNT
                         MOVE ALERT-UNIT TO WS-RAISED-UNIT (RZ)
                         MOVE ALERT-CONDITION
                            TO WS-RAISED-CONDITION (RZ)
                         MOVE ALERT-SINCE TO WS-RAISED-SINCE (RZ)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ALERT-LOG
          END-IF.

       *> Decide STALE and STUCK for the unit at G and raise
       *> whichever is new
       JUDGE-ONE-GAUGE.
          IF WS-GAUGE-LAST-STAMP (G) = SPACES
             MOVE 99999 TO WS-GAUGE-HOURS (G)
             MOVE "Y" TO WS-GAUGE-STALE (G)
          ELSE
             MOVE WS-GAUGE-LAST-STAMP (G) TO WS-STAMP-SPLIT
             MOVE WS-STAMP-DATE TO WS-STAMP-DATE-NUM
             COMPUTE WS-LAST-MINUTES =
                FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE-NUM) * 1440
                + WS-STAMP-HOUR * 60 + WS-STAMP-MIN
             *> A reading stamped ahead of the clock counts as
             *> current, not as a negative age
             IF WS-LAST-MINUTES > WS-NOW-MINUTES
                MOVE 0 TO WS-GAUGE-HOURS (G)
             ELSE
                IF WS-NOW-MINUTES - WS-LAST-MINUTES > 5999940
                   MOVE 99999 TO WS-GAUGE-HOURS (G)
                ELSE
                   COMPUTE WS-GAUGE-HOURS (G) =
                      (WS-NOW-MINUTES - WS-LAST-MINUTES) / 60
                END-IF
                IF WS-NOW-MINUTES - WS-LAST-MINUTES
                   > WS-STALE-HOURS * 60
                   MOVE "Y" TO WS-GAUGE-STALE (G)
                END-IF
             END-IF
             IF WS-GAUGE-RUN-COUNT (G) >= WS-STUCK-COUNT
                MOVE "Y" TO WS-GAUGE-STUCK (G)
             END-IF
          END-IF

          IF WS-GAUGE-STALE (G) = "Y"
             ADD 1 TO WS-STALE-TOTAL
             MOVE "STALE" TO WS-CHECK-CONDITION
             IF WS-GAUGE-LAST-STAMP (G) = SPACES
                MOVE "NONE" TO WS-CHECK-SINCE
             ELSE
                MOVE WS-GAUGE-LAST-STAMP (G) TO WS-CHECK-SINCE
             END-IF
             PERFORM RAISE-GAUGE-ALERT
          END-IF
          IF WS-GAUGE-STUCK (G) = "Y"
             ADD 1 TO WS-STUCK-TOTAL
             MOVE "STUCK" TO WS-CHECK-CONDITION
             MOVE WS-GAUGE-RUN-START (G) TO WS-CHECK-SINCE
             PERFORM RAISE-GAUGE-ALERT
          END-IF.

       *> Append the WS-CHECK-CONDITION alert for the unit at G,
       *> unless the same condition keyed on the same reading is
       *> already on file. Stamped with the time it was noticed.
       RAISE-GAUGE-ALERT.
          MOVE "N" TO WS-ALREADY-RAISED
          PERFORM VARYING RZ FROM 1 BY 1 UNTIL RZ > WS-RAISED-COUNT
             IF WS-RAISED-UNIT (RZ) = WS-GAUGE-SERIAL (G)
                AND WS-RAISED-CONDITION (RZ) = WS-CHECK-CONDITION
                AND WS-RAISED-SINCE (RZ) = WS-CHECK-SINCE
                MOVE "Y" TO WS-ALREADY-RAISED
             END-IF
          END-PERFORM

          IF WS-ALREADY-RAISED = "N"
             ADD 1 TO WS-ALERTS-RAISED
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE SPACES TO WS-ALERT-LOG-LINE
             STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                    WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                    WS-CURRENT-MIN ":" WS-CURRENT-SEC
                    " UNIT=" WS-GAUGE-SERIAL (G)
                    " READING=GAUGE VALUE=" WS-CHECK-CONDITION
                    " SINCE=" WS-CHECK-SINCE
                    DELIMITED BY SIZE INTO WS-ALERT-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-LOG
             MOVE WS-ALERT-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ALERT-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-LOG
          END-IF.

       *> The site-wide listing - one line per unit with its last
       *> reading time, whatever its condition
       WRITE-HEALTH-LISTING.
          OPEN OUTPUT HEALTH-REPORT
          MOVE WS-CURRENT-DATE TO GH-REPORT-DATE
          WRITE HEALTH-REPORT-RECORD FROM WS-REPORT-HEADER
          MOVE WS-STALE-HOURS TO TH-STALE-HOURS
          MOVE WS-STUCK-COUNT TO TH-STUCK-COUNT
          WRITE HEALTH-REPORT-RECORD FROM WS-THRESHOLD-LINE
          MOVE SPACES TO WS-PRINT-LINE
          WRITE HEALTH-REPORT-RECORD FROM WS-PRINT-LINE
          WRITE HEALTH-REPORT-RECORD FROM WS-COLUMN-HEADER

          IF WS-GAUGE-COUNT = 0
             MOVE "  (no active units on file)" TO WS-PRINT-LINE
             WRITE HEALTH-REPORT-RECORD FROM WS-PRINT-LINE
          ELSE
             PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GAUGE-COUNT
                PERFORM PRINT-ONE-GAUGE
             END-PERFORM
          END-IF

          MOVE SPACES TO WS-PRINT-LINE
          WRITE HEALTH-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE "UNITS CHECKED:" TO TL-LABEL
          MOVE WS-GAUGE-COUNT TO TL-COUNT
          WRITE HEALTH-REPORT-RECORD FROM WS-TOTALS-LINE
          MOVE "STALE GAUGES:" TO TL-LABEL
          MOVE WS-STALE-TOTAL TO TL-COUNT
          WRITE HEALTH-REPORT-RECORD FROM WS-TOTALS-LINE
          MOVE "STUCK GAUGES:" TO TL-LABEL
          MOVE WS-STUCK-TOTAL TO TL-COUNT
          WRITE HEALTH-REPORT-RECORD FROM WS-TOTALS-LINE
          MOVE "NEW ALERTS RAISED:" TO TL-LABEL
          MOVE WS-ALERTS-RAISED TO TL-COUNT
          WRITE HEALTH-REPORT-RECORD FROM WS-TOTALS-LINE
          CLOSE HEALTH-REPORT.

       PRINT-ONE-GAUGE.
          MOVE WS-GAUGE-SERIAL (G) TO GD-SERIAL
          MOVE WS-GAUGE-LAST-PSI (G) TO GD-PSI
          MOVE WS-GAUGE-LAST-TCID (G) TO GD-TCID
          MOVE WS-GAUGE-RUN-COUNT (G) TO GD-REPEATS
          MOVE SPACES TO GD-LAST-READING
          IF WS-GAUGE-LAST-STAMP (G) = SPACES
             MOVE "NEVER" TO GD-LAST-READING
             MOVE ZERO TO GD-HOURS
          ELSE
             MOVE WS-GAUGE-LAST-STAMP (G) TO WS-STAMP-SPLIT
             STRING WS-STAMP-DATE (1:4) "-" WS-STAMP-DATE (5:2) "-"
                    WS-STAMP-DATE (7:2) " " WS-STAMP-HOUR ":"
                    WS-STAMP-MIN
                    DELIMITED BY SIZE INTO GD-LAST-READING
             END-STRING
             MOVE WS-GAUGE-HOURS (G) TO GD-HOURS
          END-IF
          EVALUATE TRUE
             WHEN WS-GAUGE-STALE (G) = "Y"
                AND WS-GAUGE-STUCK (G) = "Y"
                MOVE "STALE+STUCK" TO GD-CONDITION
             WHEN WS-GAUGE-STALE (G) = "Y"
                MOVE "STALE" TO GD-CONDITION
             WHEN WS-GAUGE-STUCK (G) = "Y"
                MOVE "STUCK" TO GD-CONDITION
             WHEN OTHER
                MOVE "OK" TO GD-CONDITION
          END-EVALUATE
          MOVE WS-GAUGE-DETAIL-LINE TO WS-PRINT-LINE
          WRITE HEALTH-REPORT-RECORD FROM WS-PRINT-LINE.

       *> Leave the number of units checked where NIGHTLYRUN
       *> picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-GAUGE-COUNT TO BCNT-COUNT
          MOVE "UNITS"        TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.
