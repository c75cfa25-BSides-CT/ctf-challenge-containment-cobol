            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-FILE-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT FUEL-REPORT ASSIGN TO 'fuel_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 UNIT-FUEL-CAP   PIC 9(5).
            05 UNIT-FUEL-DATE  PIC X(8).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         FD FUEL-REPORT.
         01 FUEL-REPORT-RECORD     PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-UNITS-EOF           PIC X     VALUE "N".

         *> Same reorder threshold STATUS-SCREEN warns at - the
         *> shipped 20 percent unless the site parameters set one
         01 WS-FUEL-REORDER-PCT    PIC 9(3)  VALUE 20.
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-PARMS-EOF           PIC X     VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.
         01 WS-FUEL-PCT            PIC 9(3)  VALUE 0.
         01 WS-UNIT-COUNT          PIC 9(4)  VALUE 0.
         01 WS-REORDER-COUNT       PIC 9(4)  VALUE 0.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO FH-REPORT-DATE.

       PERFORM LOAD-SITE-PARAMS.

       OPEN OUTPUT FUEL-REPORT.
       WRITE FUEL-REPORT-RECORD FROM WS-REPORT-HEADER.
       MOVE SPACES TO WS-PRINT-LINE.
             READ UNITS NEXT RECORD
                AT END MOVE "Y" TO WS-UNITS-EOF
                NOT AT END
                   *> Decommissioned units and units in transit
                   *> to a sister site keep their record but are
                   *> nobody's fuel order here anymore
                   IF UNIT-STATUS NOT = "RETIRD"
                      AND UNIT-STATUS NOT = "TRNSIT"
                      PERFORM REPORT-ONE-UNIT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE UNITS
       ELSE
          IF WS-UNITS-FILE-STATUS NOT = "35"
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF.

       IF WS-UNIT-COUNT = 0
       DISPLAY WS-UNIT-COUNT " unit(s), " WS-REORDER-COUNT
               " below reorder threshold.".
       DISPLAY "Report written to fuel_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of units reported where NIGHTLYRUN
       *> picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-UNIT-COUNT TO BCNT-COUNT
          MOVE "UNITS"       TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Reorder threshold off site_params.dat, kept up by
       *> SITEPARM - missing or not a usable number leaves the
       *> shipped value in force
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
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 100
             AND PARM-NAME = "FUEL-REORDER-PCT"
             MOVE WS-PARM-NUMBER TO WS-FUEL-REORDER-PCT
          END-IF.

       *> One report line per unit - percentage full only means
       *> anything when a capacity has been recorded, and a unit
       *> with no capacity on book is flagged for attention too
