         *> also checked against the unit's own operating limits
         *> from unit_limits.txt (the older XT-series run at a
         *> different rated pressure than the newer units) - or
         *> the site's bands (SITEPARM) when a unit has no limits
         *> record - and a breach is appended to alert.log in the same
         *> format the main program's CHECK-LAB-DATA-THRESHOLDS
         *> writes, so it lands in the normal acknowledgment
         *> workflow instead of waiting for someone to select the
         *> unit and open STATUS-SCREEN. A missing feed or a
         *> units.dat that cannot be opened ends the run with
         *> return code 8 so NIGHTLYRUN stops the stream there.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-FILE-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT OPTIONAL READINGS-HISTORY ASSIGN TO
                    'readings_history.log'
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ALERT-LOG ASSIGN TO 'alert.log'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

         *> Same alert file CHECK-LAB-DATA-THRESHOLDS appends to
         FD ALERT-LOG.
         01 ALERT-LOG-RECORD    PIC X(108).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT       PIC 9(7).
            05 BCNT-LABEL       PIC X(12).

         WORKING-STORAGE SECTION.


         *> The bands the reading in hand is judged against - the
         *> unit's own limits when it has a record, otherwise the
         *> same site defaults STATUS-SCREEN checks
         01 WS-PSI-LOW             PIC 9(3) VALUE 080.
         01 WS-PSI-HIGH            PIC 9(3) VALUE 120.
         01 WS-TCID-LOW            PIC S9(1)V9(2) VALUE 0.50.
         01 WS-TCID-HIGH           PIC S9(1)V9(2) VALUE 0.90.

         *> The site defaults - the shipped bands unless the site
         *> parameters set others
         01 WS-SITE-PSI-LOW        PIC 9(3) VALUE 080.
         01 WS-SITE-PSI-HIGH       PIC 9(3) VALUE 120.
         01 WS-SITE-TCID-LOW       PIC S9(1)V9(2) VALUE 0.50.
         01 WS-SITE-TCID-HIGH      PIC S9(1)V9(2) VALUE 0.90.
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-PARMS-EOF           PIC X     VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.
         01 WS-PSI-NUMERIC         PIC 9(3) VALUE 0.
         01 WS-TCID-NUMERIC        PIC S9(1)V9(2) VALUE 0.

            05 WS-STAMP-SEC        PIC X(2).
         01 WS-ALERT-LOG-LINE      PIC X(80) VALUE SPACES.

         *> The line goes out through LOGCHAIN, which stamps it
         *> onto the alert.log chain after the text
         01 WS-CHAIN-RECORD        PIC X(188) VALUE SPACES.
         01 WS-CHAIN-ALERT-LOG     PIC X(30)
            VALUE "alert.log".

       PROCEDURE DIVISION.

       *> The site's own default bands, if it has set any
       PERFORM LOAD-SITE-PARAMS.

       *> Load every containment unit on site, the same way
       *> CONTAINMENTUNIT does at startup - units.dat is INDEXED
       *> on UNIT-SERIAL
             END-READ
          END-PERFORM
          CLOSE UNITS
       ELSE
          *> No units.dat at all just means every reading rejects
          *> as an unknown serial - anything else (a file another
          *> job still holds) would lose the feed, so stop here
          IF WS-UNITS-FILE-STATUS NOT = "35"
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF.

       *> Pick up each unit's own operating limits, when the site
       OPEN INPUT READINGS.
       IF WS-READINGS-STATUS NOT = "00"
          DISPLAY "No readings.txt feed file found - nothing to do."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF.

       *> accepted reading rewrites just its own unit's record
       IF WS-UNIT-COUNT > 0
          OPEN I-O UNITS
          IF WS-UNITS-FILE-STATUS NOT = "00"
             DISPLAY "Cannot update units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF.

       PERFORM UNTIL WS-READINGS-EOF = "Y"
       DISPLAY WS-POSTED-COUNT " posted, " WS-REJECT-COUNT
               " rejected.".
       DISPLAY WS-BREACH-COUNT " limit breach(es) raised.".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of readings posted where NIGHTLYRUN
       *> picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-POSTED-COUNT TO BCNT-COUNT
          MOVE "POSTED"        TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Default bands off site_params.dat, kept up by SITEPARM.
       *> A band that is missing or not a usable number leaves
       *> the shipped value in force.
       LOAD-SITE-PARAMS.
          OPEN INPUT SITE-PARAMS
          IF WS-PARMS-STATUS = "00"
             PERFORM UNTIL WS-PARMS-EOF = "Y"
                READ SITE-PARAMS NEXT RECORD
                   AT END MOVE "Y" TO WS-PARMS-EOF
                   NOT AT END PERFORM APPLY-SITE-PARAM
                END-READ
             END-PERFORM
             CLOSE SITE-PARAMS
          END-IF
          MOVE WS-SITE-PSI-LOW   TO WS-PSI-LOW
          MOVE WS-SITE-PSI-HIGH  TO WS-PSI-HIGH
          MOVE WS-SITE-TCID-LOW  TO WS-TCID-LOW
          MOVE WS-SITE-TCID-HIGH TO WS-TCID-HIGH.

       APPLY-SITE-PARAM.
          MOVE 0 TO WS-PARM-NUMBER
          IF FUNCTION TEST-NUMVAL (PARM-VALUE) = 0
             COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL (PARM-VALUE)
                ON SIZE ERROR MOVE 0 TO WS-PARM-NUMBER
             END-COMPUTE
          END-IF
          IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10
             EVALUATE PARM-NAME
                WHEN "TCID-LOW"
                   MOVE WS-PARM-NUMBER TO WS-SITE-TCID-LOW
                WHEN "TCID-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-SITE-TCID-HIGH
             END-EVALUATE
          END-IF
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 1000
             EVALUATE PARM-NAME
                WHEN "PSI-LOW"
                   MOVE WS-PARM-NUMBER TO WS-SITE-PSI-LOW
                WHEN "PSI-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-SITE-PSI-HIGH
             END-EVALUATE
          END-IF.

       *> Validate the reading just read and either post it to its
       *> unit and the history file, or reject it with a reason
       POST-ONE-READING.
       *> same shape CHECK-LAB-DATA-THRESHOLDS writes (plus the
       *> unit serial, since this batch covers the whole site)
       CHECK-READING-LIMITS.
          MOVE WS-SITE-PSI-LOW   TO WS-PSI-LOW
          MOVE WS-SITE-PSI-HIGH  TO WS-PSI-HIGH
          MOVE WS-SITE-TCID-LOW  TO WS-TCID-LOW
          MOVE WS-SITE-TCID-HIGH TO WS-TCID-HIGH
          PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LIMIT-COUNT
             IF WS-LIM-SERIAL (L) = RDG-SERIAL
                MOVE WS-LIM-PSI-LOW (L)   TO WS-PSI-LOW
                    DELIMITED BY SIZE INTO WS-ALERT-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-LOG
             MOVE WS-ALERT-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ALERT-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-LOG
          END-IF

                    DELIMITED BY SIZE INTO WS-ALERT-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-LOG
             MOVE WS-ALERT-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ALERT-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-LOG
          END-IF.

