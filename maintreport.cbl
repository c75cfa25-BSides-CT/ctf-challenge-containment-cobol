         *> walks every units.dat record against inspections.txt
         *> using the same interval rule (a unit thirty years old
         *> or more gets 90 days, newer units 180, measured from
         *> the most recent inspection, unless the site parameters
         *> set other intervals) and prints a work-order
         *> list sorted most-urgent-first: last inspection, the
         *> computed due date, and days overdue, so the crew can
         *> plan the week. A unit with a CRITICAL inspection
         *> deficiency not yet signed closed shows Defect rather
         *> than Good or Due, the same as STATUS-SCREEN.
         *> Decommissioned units are skipped.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INSP-FILE-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEF-KEY
            FILE STATUS IS WS-DEFICIENCY-STATUS.

            SELECT MAINT-REPORT ASSIGN TO 'maint_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.
            05 INSP-OPERATOR   PIC XXXX.
            05 INSP-REMARKS    PIC X(40).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         *> Same layout as CONTAINMENTUNIT's DEFICIENCIES FD
         FD DEFICIENCIES.
         01 DEFICIENCIES-RECORD.
            05 DEF-KEY.
               10 DEF-SERIAL      PIC X(5).
               10 DEF-OPENED      PIC X(8).
               10 DEF-OPENED-TIME PIC X(6).
               10 DEF-ITEM        PIC X(10).
            05 DEF-SEVERITY       PIC X(8).
            05 DEF-STATUS         PIC X(8).
            05 DEF-OPENED-BY      PIC X(4).
            05 DEF-DESC           PIC X(30).
            05 DEF-ACTION         PIC X(40).
            05 DEF-ACTION-DATE    PIC X(8).
            05 DEF-ACTION-BY      PIC X(4).
            05 DEF-CLOSED-DATE    PIC X(8).
            05 DEF-CLOSED-BY      PIC X(4).

         FD MAINT-REPORT.
         01 MAINT-REPORT-RECORD    PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-BUILD-YEAR          PIC 9(4)  VALUE 0.
         01 WS-UNIT-AGE            PIC 9(4)  VALUE 0.
         01 WS-MAINT-INTERVAL      PIC 9(3)  VALUE 0.
         01 WS-INSP-DAYS-OLD       PIC 9(3)  VALUE 090.
         01 WS-INSP-DAYS-NEW       PIC 9(3)  VALUE 180.
         01 WS-INSP-GRACE-DAYS     PIC 9(3)  VALUE 030.
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-PARMS-EOF           PIC X     VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.
         01 WS-DAYS-SINCE-INSP     PIC S9(5) VALUE 0.
         01 WS-DUE-INT             PIC 9(8)  VALUE 0.
         01 WS-DUE-DATE-NUM        PIC 9(8)  VALUE 0.
         01 WS-OVERDUE-COUNT       PIC 9(4)  VALUE 0.
         01 WS-DEFECT-COUNT        PIC 9(4)  VALUE 0.
         01 WS-DEFICIENCY-STATUS   PIC XX    VALUE "00".
         01 WS-DEFICIENCY-EOF      PIC X     VALUE "N".
         01 WS-CRITICAL-OPEN       PIC X     VALUE "N".

         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.

       PERFORM LOAD-SITE-PARAMS.

       OPEN INPUT UNITS.
       IF WS-UNITS-FILE-STATUS NOT = "00"
          IF WS-UNITS-FILE-STATUS = "35"
             DISPLAY "No units.dat on site - nothing to report."
          ELSE
             DISPLAY "Cannot open units.dat - status "
                     WS-UNITS-FILE-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
          STOP RUN
       END-IF.
       PERFORM UNTIL WS-UNITS-EOF = "Y"
             AT END MOVE "Y" TO WS-UNITS-EOF
             NOT AT END
                IF UNIT-STATUS NOT = "RETIRD"
                   AND UNIT-STATUS NOT = "TRNSIT"
                   PERFORM BUILD-ONE-WORK-ORDER
                END-IF
          END-READ
       MOVE "OVERDUE:" TO TL-LABEL.
       MOVE WS-OVERDUE-COUNT TO TL-COUNT.
       WRITE MAINT-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "CRITICAL DEFECT:" TO TL-LABEL.
       MOVE WS-DEFECT-COUNT TO TL-COUNT.
       WRITE MAINT-REPORT-RECORD FROM WS-TOTALS-LINE.
       CLOSE MAINT-REPORT.

       DISPLAY WS-ORDER-COUNT " unit(s) listed, "
               WS-OVERDUE-COUNT " overdue, "
               WS-DEFECT-COUNT " held by a critical defect.".
       DISPLAY "Report written to maint_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of units listed where NIGHTLYRUN picks
       *> it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-ORDER-COUNT TO BCNT-COUNT
          MOVE "UNITS"        TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Inspection intervals off site_params.dat, kept up by
       *> SITEPARM - one that is missing or not a usable number
       *> leaves the shipped value in force
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
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 1000
             EVALUATE PARM-NAME
                WHEN "INSP-DAYS-OLD"
                   MOVE WS-PARM-NUMBER TO WS-INSP-DAYS-OLD
                WHEN "INSP-DAYS-NEW"
                   MOVE WS-PARM-NUMBER TO WS-INSP-DAYS-NEW
                WHEN "INSP-GRACE-DAYS"
                   MOVE WS-PARM-NUMBER TO WS-INSP-GRACE-DAYS
             END-EVALUATE
          END-IF.

       *> One work-order row for the unit record just read - find
       *> its most recent inspection, derive the interval from the
       *> build year, and work out due date and days overdue. The
       *> thresholds are the ones STATUS-SCREEN shows: inside the
       *> interval is Good, the grace days after it (30 unless the
       *> site parameters say otherwise) are Due, after that
       *> Overdue - and no inspection at all is Overdue by
       *> definition.
       BUILD-ONE-WORK-ORDER.
             END-IF
             COMPUTE WS-UNIT-AGE = WS-CURRENT-YEAR - WS-BUILD-YEAR
             IF WS-UNIT-AGE >= 30
                MOVE WS-INSP-DAYS-OLD TO WS-MAINT-INTERVAL
             ELSE
                MOVE WS-INSP-DAYS-NEW TO WS-MAINT-INTERVAL
             END-IF

             ADD 1 TO WS-ORDER-COUNT
                IF WS-DAYS-SINCE-INSP < WS-MAINT-INTERVAL
                   MOVE "Good" TO WS-ORDER-STATUS (W)
                ELSE
                   IF WS-DAYS-SINCE-INSP
                      < WS-MAINT-INTERVAL + WS-INSP-GRACE-DAYS
                      MOVE "Due" TO WS-ORDER-STATUS (W)
                   ELSE
                      MOVE "Overdue" TO WS-ORDER-STATUS (W)
                   END-IF
                END-IF
             END-IF
             PERFORM CHECK-CRITICAL-DEFICIENCY
          END-IF.

       *> A CRITICAL deficiency not yet signed closed keeps the
       *> unit off Good and Due - it shows Defect, as on
       *> STATUS-SCREEN. Overdue is left as it is.
       CHECK-CRITICAL-DEFICIENCY.
          MOVE "N" TO WS-CRITICAL-OPEN
          MOVE "N" TO WS-DEFICIENCY-EOF
          OPEN INPUT DEFICIENCIES
          IF WS-DEFICIENCY-STATUS = "00"
             PERFORM UNTIL WS-DEFICIENCY-EOF = "Y"
                READ DEFICIENCIES NEXT RECORD
                   AT END MOVE "Y" TO WS-DEFICIENCY-EOF
                   NOT AT END
                      IF DEF-SERIAL = UNIT-SERIAL
                         AND DEF-SEVERITY = "CRITICAL"
                         AND DEF-STATUS NOT = "CLOSED"
                         MOVE "Y" TO WS-CRITICAL-OPEN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEFICIENCIES
          END-IF
          IF WS-CRITICAL-OPEN = "Y"
             AND WS-ORDER-STATUS (W) NOT = "Overdue"
             MOVE "Defect" TO WS-ORDER-STATUS (W)
             ADD 1 TO WS-DEFECT-COUNT
          END-IF.

       *> Most urgent first - a simple neighbor-swap pass repeated
