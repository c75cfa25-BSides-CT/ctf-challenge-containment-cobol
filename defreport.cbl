       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. DEFREPORT.
         *> Deficiency aging report - every failed checklist item
         *> an inspection records opens a deficiency against the
         *> unit, and it stays open until the corrective action is
         *> recorded and a supervisor signs it closed in UNITADMIN.
         *> This batch lists, unit by unit, every deficiency not
         *> yet signed closed with its severity, whether the
         *> corrective action is in and is only waiting on the
         *> sign-off, and how many days it has been open, so the
         *> crew can see what is still unresolved and for how long.
         *> A unit's rows are followed by its count and its oldest
         *> age; the foot carries the site totals.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEF-KEY
            FILE STATUS IS WS-DEFICIENCY-STATUS.

            SELECT DEFICIENCY-REPORT ASSIGN TO
                    'deficiency_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

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

         FD DEFICIENCY-REPORT.
         01 DEFICIENCY-REPORT-RECORD PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-DEFICIENCY-STATUS   PIC XX    VALUE "00".
         01 WS-DEFICIENCY-EOF      PIC X     VALUE "N".

         *> The unit whose rows are being printed - the file is in
         *> key order, so each unit's deficiencies come together
         01 WS-CURRENT-SERIAL      PIC X(5)  VALUE SPACES.
         01 WS-UNIT-OPEN-COUNT     PIC 9(4)  VALUE 0.
         01 WS-UNIT-OLDEST         PIC 9(5)  VALUE 0.

         01 WS-OPENED-NUM          PIC 9(8)  VALUE 0.
         01 WS-TODAY-NUM           PIC 9(8)  VALUE 0.
         01 WS-DEF-AGE             PIC S9(5) VALUE 0.

         01 WS-UNRESOLVED-COUNT    PIC 9(4)  VALUE 0.
         01 WS-AWAITING-COUNT      PIC 9(4)  VALUE 0.
         01 WS-CRITICAL-COUNT      PIC 9(4)  VALUE 0.
         01 WS-UNITS-AFFECTED      PIC 9(4)  VALUE 0.

         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(32)
               VALUE "DEFICIENCY AGING REPORT   DATE: ".
            05 DH-REPORT-DATE      PIC X(8).

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(47) VALUE
               "  UNIT   ITEM        SEVERITY  STATUS    OPENED".
            05 FILLER              PIC X(21) VALUE
               "     AGE  DESCRIPTION".

         01 WS-DEFICIENCY-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-SERIAL           PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-ITEM             PIC X(10).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-SEVERITY         PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-STATUS           PIC X(8).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-OPENED           PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 DL-AGE              PIC ZZZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 DL-DESC             PIC X(23).

         01 WS-UNIT-FOOT-LINE.
            05 FILLER              PIC X(9)  VALUE SPACES.
            05 UF-SERIAL           PIC X(5).
            05 FILLER              PIC X(14) VALUE " UNRESOLVED: ".
            05 UF-COUNT            PIC ZZZ9.
            05 FILLER              PIC X(11) VALUE "   OLDEST: ".
            05 UF-OLDEST           PIC ZZZZ9.
            05 FILLER              PIC X(5)  VALUE " DAYS".

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

       DISPLAY "DEFICIENCY AGING REPORT".
       DISPLAY "-----------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.

       OPEN OUTPUT DEFICIENCY-REPORT.
       MOVE WS-CURRENT-DATE TO DH-REPORT-DATE.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-REPORT-HEADER.
       MOVE SPACES TO WS-PRINT-LINE.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-PRINT-LINE.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-COLUMN-HEADER.

       *> No deficiencies.dat just means no inspection has failed
       *> an item yet - anything else is a file another job holds
       OPEN INPUT DEFICIENCIES.
       IF WS-DEFICIENCY-STATUS = "00"
          PERFORM UNTIL WS-DEFICIENCY-EOF = "Y"
             READ DEFICIENCIES NEXT RECORD
                AT END MOVE "Y" TO WS-DEFICIENCY-EOF
                NOT AT END
                   IF DEF-STATUS NOT = "CLOSED"
                      PERFORM REPORT-ONE-DEFICIENCY
                   END-IF
             END-READ
          END-PERFORM
          CLOSE DEFICIENCIES
          IF WS-CURRENT-SERIAL NOT = SPACES
             PERFORM WRITE-UNIT-FOOT
          END-IF
       ELSE
          IF WS-DEFICIENCY-STATUS NOT = "35"
             DISPLAY "Cannot open deficiencies.dat - status "
                     WS-DEFICIENCY-STATUS
             MOVE 8 TO RETURN-CODE
          END-IF
       END-IF.

       IF WS-UNRESOLVED-COUNT = 0
          MOVE "  (no unresolved deficiencies)" TO WS-PRINT-LINE
          WRITE DEFICIENCY-REPORT-RECORD FROM WS-PRINT-LINE
       END-IF.

       MOVE SPACES TO WS-PRINT-LINE.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-PRINT-LINE.
       MOVE "UNRESOLVED:" TO TL-LABEL.
       MOVE WS-UNRESOLVED-COUNT TO TL-COUNT.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "CRITICAL:" TO TL-LABEL.
       MOVE WS-CRITICAL-COUNT TO TL-COUNT.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "AWAITING SIGN-OFF:" TO TL-LABEL.
       MOVE WS-AWAITING-COUNT TO TL-COUNT.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "UNITS AFFECTED:" TO TL-LABEL.
       MOVE WS-UNITS-AFFECTED TO TL-COUNT.
       WRITE DEFICIENCY-REPORT-RECORD FROM WS-TOTALS-LINE.
       CLOSE DEFICIENCY-REPORT.

       DISPLAY WS-UNRESOLVED-COUNT " unresolved deficiency(ies) on "
               WS-UNITS-AFFECTED " unit(s), " WS-CRITICAL-COUNT
               " critical.".
       DISPLAY "Report written to deficiency_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of unresolved deficiencies where
       *> NIGHTLYRUN picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-UNRESOLVED-COUNT TO BCNT-COUNT
          MOVE "DEFICIENCIES"      TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> One row for a deficiency not yet signed closed - a new
       *> serial first closes off the previous unit's rows with
       *> its foot line. Age is whole days since the inspection
       *> that opened it.
       REPORT-ONE-DEFICIENCY.
          IF DEF-SERIAL NOT = WS-CURRENT-SERIAL
             IF WS-CURRENT-SERIAL NOT = SPACES
                PERFORM WRITE-UNIT-FOOT
                MOVE SPACES TO WS-PRINT-LINE
                WRITE DEFICIENCY-REPORT-RECORD FROM WS-PRINT-LINE
             END-IF
             MOVE DEF-SERIAL TO WS-CURRENT-SERIAL
             MOVE 0 TO WS-UNIT-OPEN-COUNT
             MOVE 0 TO WS-UNIT-OLDEST
             ADD 1 TO WS-UNITS-AFFECTED
          END-IF
          MOVE 0 TO WS-DEF-AGE
          IF DEF-OPENED IS NUMERIC
             MOVE DEF-OPENED TO WS-OPENED-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-OPENED-NUM) = 0
                COMPUTE WS-DEF-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-OPENED-NUM)
             END-IF
          END-IF
          IF WS-DEF-AGE < 0
             MOVE 0 TO WS-DEF-AGE
          END-IF
          ADD 1 TO WS-UNIT-OPEN-COUNT
          ADD 1 TO WS-UNRESOLVED-COUNT
          IF WS-DEF-AGE > WS-UNIT-OLDEST
             MOVE WS-DEF-AGE TO WS-UNIT-OLDEST
          END-IF
          IF DEF-SEVERITY = "CRITICAL"
             ADD 1 TO WS-CRITICAL-COUNT
          END-IF
          IF DEF-STATUS = "ACTIONED"
             ADD 1 TO WS-AWAITING-COUNT
          END-IF
          MOVE DEF-SERIAL   TO DL-SERIAL
          MOVE DEF-ITEM     TO DL-ITEM
          MOVE DEF-SEVERITY TO DL-SEVERITY
          MOVE DEF-STATUS   TO DL-STATUS
          MOVE DEF-OPENED   TO DL-OPENED
          MOVE WS-DEF-AGE   TO DL-AGE
          MOVE DEF-DESC     TO DL-DESC
          WRITE DEFICIENCY-REPORT-RECORD FROM WS-DEFICIENCY-LINE.

       WRITE-UNIT-FOOT.
          MOVE WS-CURRENT-SERIAL  TO UF-SERIAL
          MOVE WS-UNIT-OPEN-COUNT TO UF-COUNT
          MOVE WS-UNIT-OLDEST     TO UF-OLDEST
          WRITE DEFICIENCY-REPORT-RECORD FROM WS-UNIT-FOOT-LINE.
