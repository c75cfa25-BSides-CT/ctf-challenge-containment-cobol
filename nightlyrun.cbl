       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. NIGHTLYRUN.
         *> Nightly batch stream driver - runs the site's batch
         *> jobs in their fixed order (readings ingest and the
         *> gauge health check first so everything after them sees
         *> tonight's values and alerts, the agency extract and the
         *> operations report near the end, and the audit log chain
         *> check last, once every step that appends to a log has
         *> run) so the night no longer depends on somebody
         *> remembering which program comes next.
         *> Each step's start, end and outcome is appended to
         *> batch_control.dat as it happens. A step that ends with
         *> return code 4 completed with exceptions - the stream
         *> carries on, but the night is not called clean. Any
         *> other non-zero code (8, or a runtime abend) stops the
         *> stream there; running NIGHTLYRUN again picks the same
         *> run back up at the failed step instead of starting
         *> over, so nothing that already posted is posted twice.
         *> Every run finishes with a one-page batch_summary.txt:
         *> each step, when it ran, how it ended, the record count
         *> it reported, and whether the night came through clean.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO
                    'batch_control.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COUNT-STATUS.

            SELECT RUN-SUMMARY ASSIGN TO 'batch_summary.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

         *> One line each time a step starts (RUNNING) and one
         *> more when it ends (OK, WARNING or FAILED) - the latest
         *> line for a step within a run is the one that counts
         FD RUN-CONTROL.
         01 CONTROL-RECORD.
            05 CTL-RUN-ID          PIC X(14).
            05 FILLER              PIC X.
            05 CTL-STEP-NAME       PIC X(12).
            05 FILLER              PIC X.
            05 CTL-START           PIC X(14).
            05 FILLER              PIC X.
            05 CTL-END             PIC X(14).
            05 FILLER              PIC X.
            05 CTL-OUTCOME         PIC X(7).
            05 FILLER              PIC X.
            05 CTL-EXIT-CODE       PIC 9(3).
            05 FILLER              PIC X.
            05 CTL-COUNT           PIC 9(7).
            05 FILLER              PIC X.
            05 CTL-COUNT-LABEL     PIC X(12).

         *> Left behind by each batch step - how many records it
         *> handled and what they were
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         FD RUN-SUMMARY.
         01 RUN-SUMMARY-RECORD     PIC X(80).

         WORKING-STORAGE SECTION.

         01 WS-CONTROL-STATUS      PIC XX    VALUE "00".
         01 WS-COUNT-STATUS        PIC XX    VALUE "00".
         01 WS-CONTROL-EOF         PIC X     VALUE "N".

         *> The stream, in the order it runs - the program name as
         *> it is recorded in batch_control.dat and the command
         *> that runs it. OPSREPORT asks for its report date, and
         *> the empty line fed to it takes its today default.
         01 WS-STEP-COUNT          PIC 9(2)  VALUE 10.
         01 WS-STEP-VALUES.
            05 FILLER              PIC X(12) VALUE "READINGSLOAD".
            05 FILLER              PIC X(40) VALUE "./readingsload".
            05 FILLER              PIC X(12) VALUE "GAUGEHEALTH".
            05 FILLER              PIC X(40) VALUE "./gaugehealth".
            05 FILLER              PIC X(12) VALUE "MAINTREPORT".
            05 FILLER              PIC X(40) VALUE "./maintreport".
            05 FILLER              PIC X(12) VALUE "DEFREPORT".
            05 FILLER              PIC X(40) VALUE "./defreport".
            05 FILLER              PIC X(12) VALUE "FUELRECON".
            05 FILLER              PIC X(40) VALUE "./fuelrecon".
            05 FILLER              PIC X(12) VALUE "FUELREPORT".
            05 FILLER              PIC X(40) VALUE "./fuelreport".
            05 FILLER              PIC X(12) VALUE "FUELORDER".
            05 FILLER              PIC X(40) VALUE "./fuelorder".
            05 FILLER              PIC X(12) VALUE "SITEEXTRACT".
            05 FILLER              PIC X(40) VALUE "./siteextract".
            05 FILLER              PIC X(12) VALUE "OPSREPORT".
            05 FILLER              PIC X(40)
               VALUE "echo | ./opsreport".
            05 FILLER              PIC X(12) VALUE "LOGVERIFY".
            05 FILLER              PIC X(40) VALUE "./logverify".
         01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
            05 WS-STEP OCCURS 10 TIMES.
              10 WS-STEP-NAME      PIC X(12).
              10 WS-STEP-COMMAND   PIC X(40).

         *> How each step has fared in the run being worked -
         *> same positions as WS-STEP. An outcome of spaces means
         *> the step has not been reached yet.
         01 WS-RUN-STEPS.
            05 WS-RUN-STEP OCCURS 10 TIMES.
              10 WS-RS-START       PIC X(14).
              10 WS-RS-END         PIC X(14).
              10 WS-RS-OUTCOME     PIC X(7).
              10 WS-RS-EXIT-CODE   PIC 9(3).
              10 WS-RS-COUNT       PIC 9(7).
              10 WS-RS-COUNT-LABEL PIC X(12).
              10 WS-RS-ATTEMPTS    PIC 9(2).

         01 WS-STEP-IDX            PIC 9(2)  VALUE 0.
         01 WS-FIRST-STEP          PIC 9(2)  VALUE 1.
         01 WS-STOPPED-AT          PIC 9(2)  VALUE 0.
         01 WS-RUN-ID              PIC X(14) VALUE SPACES.
         01 WS-LAST-RUN-ID         PIC X(14) VALUE SPACES.
         01 WS-RESUMING            PIC X     VALUE "N".
         01 WS-WARNING-COUNT       PIC 9(2)  VALUE 0.
         01 WS-STEP-RC             PIC S9(9) VALUE 0.
         01 WS-NOW-STAMP           PIC X(14) VALUE SPACES.

         *> A start or end stamp pulled apart for printing
         01 WS-STAMP-SPLIT.
            05 WS-STAMP-YEAR       PIC X(4).
            05 WS-STAMP-MONTH      PIC X(2).
            05 WS-STAMP-DAY        PIC X(2).
            05 WS-STAMP-HOUR       PIC X(2).
            05 WS-STAMP-MIN        PIC X(2).
            05 WS-STAMP-SEC        PIC X(2).

         *> Print lines
         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-SUMMARY-HEADER.
            05 FILLER              PIC X(28)
               VALUE "NIGHTLY BATCH SUMMARY  RUN: ".
            05 SH-RUN-DATE         PIC X(10).
            05 FILLER              PIC X     VALUE SPACE.
            05 SH-RUN-TIME         PIC X(8).

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(39) VALUE
               "  NO STEP          STARTED   ENDED     ".
            05 FILLER              PIC X(20) VALUE
               "RESULT   RC  RECORDS".

         01 WS-STEP-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 SL-SEQ              PIC Z9.
            05 FILLER              PIC X     VALUE SPACE.
            05 SL-NAME             PIC X(12).
            05 FILLER              PIC XX    VALUE SPACES.
            05 SL-START            PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 SL-END              PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 SL-OUTCOME          PIC X(7).
            05 FILLER              PIC X     VALUE SPACE.
            05 SL-FIGURES.
               10 SL-EXIT-CODE     PIC ZZ9.
               10 FILLER           PIC XX.
               10 SL-COUNT         PIC ZZZZZZ9.
               10 FILLER           PIC X.
               10 SL-COUNT-LABEL   PIC X(12).

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

       DISPLAY "NIGHTLY BATCH STREAM".
       DISPLAY "--------------------".

       PERFORM LOAD-RUN-CONTROL.

       *> The last run stopped short - carry on with it from the
       *> first step that did not finish, otherwise this is a new
       *> night and everything runs from the top
       IF WS-RESUMING = "Y"
          MOVE WS-LAST-RUN-ID TO WS-RUN-ID
          DISPLAY "Resuming run " WS-RUN-ID " at step "
                  WS-STEP-NAME (WS-FIRST-STEP)
       ELSE
          PERFORM STAMP-NOW
          MOVE WS-NOW-STAMP TO WS-RUN-ID
          INITIALIZE WS-RUN-STEPS
          MOVE 1 TO WS-FIRST-STEP
          DISPLAY "Starting run " WS-RUN-ID
       END-IF.

       PERFORM VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
                  OR WS-STOPPED-AT > 0
          PERFORM RUN-ONE-STEP
       END-PERFORM.

       PERFORM WRITE-RUN-SUMMARY.

       *> Hand the night's verdict back to whatever scheduled us,
       *> on the same 0/4/8 scale the steps use
       IF WS-STOPPED-AT > 0
          DISPLAY "Stream stopped at " WS-STEP-NAME (WS-STOPPED-AT)
                  " - run NIGHTLYRUN again to resume."
          MOVE 8 TO RETURN-CODE
       ELSE
          IF WS-WARNING-COUNT > 0
             DISPLAY "Stream complete with " WS-WARNING-COUNT
                     " step(s) reporting exceptions."
             MOVE 4 TO RETURN-CODE
          ELSE
             DISPLAY "Stream complete - night is clean."
             MOVE 0 TO RETURN-CODE
          END-IF
       END-IF.
       DISPLAY "Summary written to batch_summary.txt".
       STOP RUN.

       *> Replay batch_control.dat to find the most recent run and
       *> where each of its steps got to. Any step of that run not
       *> ended OK or WARNING - failed, or still RUNNING because
       *> the stream itself was killed mid-step - makes it a run
       *> to resume, starting at the first such step.
       LOAD-RUN-CONTROL.
          OPEN INPUT RUN-CONTROL
          IF WS-CONTROL-STATUS = "00"
             OR WS-CONTROL-STATUS = "05"
             PERFORM UNTIL WS-CONTROL-EOF = "Y"
                READ RUN-CONTROL
                   AT END MOVE "Y" TO WS-CONTROL-EOF
                   NOT AT END PERFORM LOAD-ONE-CONTROL-LINE
                END-READ
             END-PERFORM
             CLOSE RUN-CONTROL
          END-IF

          IF WS-LAST-RUN-ID NOT = SPACES
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
                        OR WS-RESUMING = "Y"
                IF WS-RS-OUTCOME (WS-STEP-IDX) NOT = "OK"
                   AND WS-RS-OUTCOME (WS-STEP-IDX) NOT = "WARNING"
                   MOVE "Y" TO WS-RESUMING
                   MOVE WS-STEP-IDX TO WS-FIRST-STEP
                END-IF
             END-PERFORM
          END-IF

          *> Steps ahead of the resume point are not run again, so
          *> any that ended WARNING last time still count against
          *> the night
          IF WS-RESUMING = "Y"
             PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX >= WS-FIRST-STEP
                IF WS-RS-OUTCOME (WS-STEP-IDX) = "WARNING"
                   ADD 1 TO WS-WARNING-COUNT
                END-IF
             END-PERFORM
          END-IF.

       *> A control line from a newer run than the one held so far
       *> starts the step table over; a line for a step no longer
       *> in the stream is passed over
       LOAD-ONE-CONTROL-LINE.
          IF CTL-RUN-ID NOT = WS-LAST-RUN-ID
             MOVE CTL-RUN-ID TO WS-LAST-RUN-ID
             INITIALIZE WS-RUN-STEPS
          END-IF
          PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                  UNTIL WS-STEP-IDX > WS-STEP-COUNT
             IF WS-STEP-NAME (WS-STEP-IDX) = CTL-STEP-NAME
                MOVE CTL-START   TO WS-RS-START (WS-STEP-IDX)
                MOVE CTL-END     TO WS-RS-END (WS-STEP-IDX)
                MOVE CTL-OUTCOME TO WS-RS-OUTCOME (WS-STEP-IDX)
                IF CTL-EXIT-CODE IS NUMERIC
                   MOVE CTL-EXIT-CODE TO WS-RS-EXIT-CODE (WS-STEP-IDX)
                END-IF
                IF CTL-COUNT IS NUMERIC
                   MOVE CTL-COUNT TO WS-RS-COUNT (WS-STEP-IDX)
                END-IF
                MOVE CTL-COUNT-LABEL
                   TO WS-RS-COUNT-LABEL (WS-STEP-IDX)
                IF CTL-OUTCOME = "RUNNING"
                   ADD 1 TO WS-RS-ATTEMPTS (WS-STEP-IDX)
                END-IF
             END-IF
          END-PERFORM.

       *> Run the step at WS-STEP-IDX - mark it RUNNING, clear the
       *> count file so a stale figure from the last step can't be
       *> picked up, run the program and judge its return code.
       *> The system call hands back the raw wait status, so the
       *> program's own exit code is the high-order byte.
       RUN-ONE-STEP.
          PERFORM STAMP-NOW
          MOVE WS-NOW-STAMP TO WS-RS-START (WS-STEP-IDX)
          MOVE SPACES       TO WS-RS-END (WS-STEP-IDX)
          MOVE "RUNNING"    TO WS-RS-OUTCOME (WS-STEP-IDX)
          MOVE 0            TO WS-RS-EXIT-CODE (WS-STEP-IDX)
          MOVE 0            TO WS-RS-COUNT (WS-STEP-IDX)
          MOVE SPACES       TO WS-RS-COUNT-LABEL (WS-STEP-IDX)
          ADD 1 TO WS-RS-ATTEMPTS (WS-STEP-IDX)
          PERFORM WRITE-CONTROL-LINE

          OPEN OUTPUT BATCH-COUNT
          CLOSE BATCH-COUNT

          DISPLAY " "
          DISPLAY ">> " WS-STEP-NAME (WS-STEP-IDX)
          CALL "SYSTEM" USING WS-STEP-COMMAND (WS-STEP-IDX)
          MOVE RETURN-CODE TO WS-STEP-RC
          IF WS-STEP-RC > 255
             DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
          END-IF

          PERFORM STAMP-NOW
          MOVE WS-NOW-STAMP TO WS-RS-END (WS-STEP-IDX)
          PERFORM READ-STEP-COUNT

          EVALUATE TRUE
             WHEN WS-STEP-RC = 0
                MOVE "OK" TO WS-RS-OUTCOME (WS-STEP-IDX)
                MOVE 0 TO WS-RS-EXIT-CODE (WS-STEP-IDX)
             WHEN WS-STEP-RC = 4
                MOVE "WARNING" TO WS-RS-OUTCOME (WS-STEP-IDX)
                MOVE WS-STEP-RC TO WS-RS-EXIT-CODE (WS-STEP-IDX)
                ADD 1 TO WS-WARNING-COUNT
             WHEN OTHER
                MOVE "FAILED" TO WS-RS-OUTCOME (WS-STEP-IDX)
                IF WS-STEP-RC > 0 AND WS-STEP-RC < 1000
                   MOVE WS-STEP-RC TO WS-RS-EXIT-CODE (WS-STEP-IDX)
                ELSE
                   MOVE 999 TO WS-RS-EXIT-CODE (WS-STEP-IDX)
                END-IF
                MOVE WS-STEP-IDX TO WS-STOPPED-AT
          END-EVALUATE
          PERFORM WRITE-CONTROL-LINE
          DISPLAY ">> " WS-STEP-NAME (WS-STEP-IDX) " "
                  WS-RS-OUTCOME (WS-STEP-IDX).

       *> Pick up the record count the step just left behind - a
       *> step that died before writing one simply shows none
       READ-STEP-COUNT.
          OPEN INPUT BATCH-COUNT
          IF WS-COUNT-STATUS = "00"
             OR WS-COUNT-STATUS = "05"
             READ BATCH-COUNT
                AT END CONTINUE
                NOT AT END
                   IF BCNT-COUNT IS NUMERIC
                      MOVE BCNT-COUNT TO WS-RS-COUNT (WS-STEP-IDX)
                      MOVE BCNT-LABEL
                         TO WS-RS-COUNT-LABEL (WS-STEP-IDX)
                   END-IF
             END-READ
             CLOSE BATCH-COUNT
          END-IF.

       *> Append the current state of the step at WS-STEP-IDX to
       *> the run-control file
       WRITE-CONTROL-LINE.
          MOVE SPACES TO CONTROL-RECORD
          MOVE WS-RUN-ID TO CTL-RUN-ID
          MOVE WS-STEP-NAME (WS-STEP-IDX)    TO CTL-STEP-NAME
          MOVE WS-RS-START (WS-STEP-IDX)     TO CTL-START
          MOVE WS-RS-END (WS-STEP-IDX)       TO CTL-END
          MOVE WS-RS-OUTCOME (WS-STEP-IDX)   TO CTL-OUTCOME
          MOVE WS-RS-EXIT-CODE (WS-STEP-IDX) TO CTL-EXIT-CODE
          MOVE WS-RS-COUNT (WS-STEP-IDX)     TO CTL-COUNT
          MOVE WS-RS-COUNT-LABEL (WS-STEP-IDX) TO CTL-COUNT-LABEL
          OPEN EXTEND RUN-CONTROL
          WRITE CONTROL-RECORD
          CLOSE RUN-CONTROL.

       *> The one-page summary - every step of the run, including
       *> ones finished on an earlier attempt and ones never
       *> reached, then the verdict on the night
       WRITE-RUN-SUMMARY.
          OPEN OUTPUT RUN-SUMMARY
          MOVE WS-RUN-ID TO WS-STAMP-SPLIT
          MOVE SPACES TO SH-RUN-DATE
          STRING WS-STAMP-YEAR "-" WS-STAMP-MONTH "-" WS-STAMP-DAY
                 DELIMITED BY SIZE INTO SH-RUN-DATE
          END-STRING
          MOVE SPACES TO SH-RUN-TIME
          STRING WS-STAMP-HOUR ":" WS-STAMP-MIN ":" WS-STAMP-SEC
                 DELIMITED BY SIZE INTO SH-RUN-TIME
          END-STRING
          WRITE RUN-SUMMARY-RECORD FROM WS-SUMMARY-HEADER
          MOVE ALL "=" TO WS-PRINT-LINE
          WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
          MOVE SPACES TO WS-PRINT-LINE
          WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
          WRITE RUN-SUMMARY-RECORD FROM WS-COLUMN-HEADER

          PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                  UNTIL WS-STEP-IDX > WS-STEP-COUNT
             PERFORM PRINT-ONE-STEP
          END-PERFORM

          MOVE SPACES TO WS-PRINT-LINE
          WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
          IF WS-RESUMING = "Y"
             STRING "  RUN RESUMED AT STEP "
                    WS-STEP-NAME (WS-FIRST-STEP)
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
             MOVE SPACES TO WS-PRINT-LINE
          END-IF
          IF WS-STOPPED-AT > 0
             STRING "  NIGHT IS NOT CLEAN - STREAM STOPPED AT "
                    WS-STEP-NAME (WS-STOPPED-AT)
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
             END-STRING
             WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
             MOVE "  RERUN NIGHTLYRUN TO RESUME AT THE FAILED STEP"
                TO WS-PRINT-LINE
             WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
          ELSE
             IF WS-WARNING-COUNT > 0
                MOVE "  NIGHT IS NOT CLEAN - STEP EXCEPTIONS REPORTED"
                   TO WS-PRINT-LINE
             ELSE
                MOVE "  NIGHT IS CLEAN - ALL STEPS COMPLETED OK"
                   TO WS-PRINT-LINE
             END-IF
             WRITE RUN-SUMMARY-RECORD FROM WS-PRINT-LINE
          END-IF
          CLOSE RUN-SUMMARY.

       *> One summary row - a step this run never reached shows
       *> NOT RUN and nothing else
       PRINT-ONE-STEP.
          MOVE WS-STEP-IDX TO SL-SEQ
          MOVE WS-STEP-NAME (WS-STEP-IDX) TO SL-NAME
          MOVE SPACES TO SL-START SL-END SL-FIGURES
          IF WS-RS-OUTCOME (WS-STEP-IDX) = SPACES
             MOVE "NOT RUN" TO SL-OUTCOME
          ELSE
             MOVE WS-RS-START (WS-STEP-IDX) TO WS-STAMP-SPLIT
             STRING WS-STAMP-HOUR ":" WS-STAMP-MIN ":" WS-STAMP-SEC
                    DELIMITED BY SIZE INTO SL-START
             END-STRING
             IF WS-RS-END (WS-STEP-IDX) NOT = SPACES
                MOVE WS-RS-END (WS-STEP-IDX) TO WS-STAMP-SPLIT
                STRING WS-STAMP-HOUR ":" WS-STAMP-MIN ":"
                       WS-STAMP-SEC
                       DELIMITED BY SIZE INTO SL-END
                END-STRING
             END-IF
             MOVE WS-RS-OUTCOME (WS-STEP-IDX)   TO SL-OUTCOME
             MOVE WS-RS-EXIT-CODE (WS-STEP-IDX) TO SL-EXIT-CODE
             *> No count label means the step never left a count
             IF WS-RS-COUNT-LABEL (WS-STEP-IDX) NOT = SPACES
                MOVE WS-RS-COUNT (WS-STEP-IDX) TO SL-COUNT
                MOVE WS-RS-COUNT-LABEL (WS-STEP-IDX)
                   TO SL-COUNT-LABEL
             END-IF
          END-IF
          WRITE RUN-SUMMARY-RECORD FROM WS-STEP-LINE.

       *> Current date and time as one YYYYMMDDHHMMSS stamp
       STAMP-NOW.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE SPACES TO WS-NOW-STAMP
          STRING WS-CURRENT-DATE WS-CURRENT-HOUR WS-CURRENT-MIN
                 WS-CURRENT-SEC
                 DELIMITED BY SIZE INTO WS-NOW-STAMP
          END-STRING.
