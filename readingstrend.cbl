            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIMITS-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

       DATA DIVISION.

         FILE SECTION.
            05 LIM-TCID-LOW    PIC X(4).
            05 LIM-TCID-HIGH   PIC X(4).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         WORKING-STORAGE SECTION.

         01 WS-HISTORY-STATUS      PIC XX    VALUE "00".
         01 WS-FROM-DATE           PIC X(8)  VALUE SPACES.
         01 WS-TO-DATE             PIC X(8)  VALUE SPACES.

         *> Safe operating bands - the site defaults unless the
         *> unit has its own unit_limits.txt record, so the report
         *> counts a breach by the same rule the ingest raises one.
         *> The site defaults are the shipped values below unless
         *> the site parameters set others.
         01 WS-LIMITS-STATUS       PIC XX   VALUE "00".
         01 WS-LIMITS-EOF          PIC X    VALUE "N".
         01 WS-PARMS-STATUS        PIC XX   VALUE "00".
         01 WS-PARMS-EOF           PIC X    VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.
         01 WS-PSI-LOW             PIC 9(3) VALUE 080.
         01 WS-PSI-HIGH            PIC 9(3) VALUE 120.
         01 WS-TCID-LOW            PIC S9(1)V9(2) VALUE 0.50.
       DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING.
       ACCEPT WS-TO-DATE.

       PERFORM LOAD-SITE-PARAMS.
       PERFORM LOOK-UP-UNIT-LIMITS.

       OPEN INPUT READINGS-HISTORY.
       DISPLAY "Report written to trend_report.txt".
       STOP RUN.

       *> Start from the site's default bands off site_params.dat,
       *> kept up by SITEPARM - a band that is missing or not a
       *> usable number leaves the shipped value in force
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
          END-IF.

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
                   MOVE WS-PARM-NUMBER TO WS-TCID-LOW
                WHEN "TCID-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-TCID-HIGH
             END-EVALUATE
          END-IF
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 1000
             EVALUATE PARM-NAME
                WHEN "PSI-LOW"
                   MOVE WS-PARM-NUMBER TO WS-PSI-LOW
                WHEN "PSI-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-PSI-HIGH
             END-EVALUATE
          END-IF.

       *> Swing the bands to the reported unit's own limits when
       *> it has a unit_limits.txt record - otherwise the site
       *> defaults stand
       LOOK-UP-UNIT-LIMITS.
          OPEN INPUT UNIT-LIMITS
