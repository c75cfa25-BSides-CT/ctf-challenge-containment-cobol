       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. FUELORDER.
         *> Fuel purchase requisitions - STATUS-SCREEN's "FUEL LOW
         *> - REORDER" and FUELREPORT say a unit is low, but by then
         *> the order is already late. This batch brings every
         *> active unit's fuel book forward to today at the same
         *> daily burn CONTAINMENTUNIT posts, works out how many
         *> days the tank has left, and raises a requisition for
         *> every unit that will be under the reorder point before
         *> a delivery ordered tonight could arrive (the lead
         *> time). Requisitions are grouped by fuel source - one
         *> purchase order number per UNIT-FUEL per night - and are
         *> written to fuel_orders.dat, one record per PO and unit,
         *> for the (F)UEL screen to receive against. A unit that
         *> already has an OPEN order is not ordered again.
         *> fuel_orders.txt lists tonight's requisitions and then
         *> every order still waiting on a delivery, oldest first,
         *> with its age in days - anything older than the lead
         *> time is marked OVERDUE for the supervisor to chase.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT UNITS ASSIGN TO 'units.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-FILE-STATUS.

            SELECT FUEL-ORDERS ASSIGN TO 'fuel_orders.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FO-KEY
            FILE STATUS IS WS-ORDERS-STATUS.

            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT ORDER-REPORT ASSIGN TO 'fuel_orders.txt'
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

         *> One record per unit on a purchase order - raised here
         *> as OPEN, then marked RECEIVED, SHORT or OVER by the
         *> (F)UEL screen when the delivery is taken against it
         FD FUEL-ORDERS.
         01 FUEL-ORDERS-RECORD.
            05 FO-KEY.
               10 FO-PO           PIC X(10).
               10 FO-SERIAL       PIC X(5).
            05 FO-FUEL            PIC X(10).
            05 FO-QTY-ORDERED     PIC 9(5).
            05 FO-RAISED          PIC X(8).
            05 FO-STATUS          PIC X(8).
            05 FO-QTY-RECEIVED    PIC 9(5).
            05 FO-RECEIVED-DATE   PIC X(8).
            05 FO-RECEIVED-BY     PIC X(4).
            05 FO-LOT             PIC X(10).

         *> Same layout as SITEPARM's SITE-PARAMS FD
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

         FD ORDER-REPORT.
         01 ORDER-REPORT-RECORD    PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-ORDERS-STATUS       PIC XX    VALUE "00".
         01 WS-UNITS-EOF           PIC X     VALUE "N".
         01 WS-ORDERS-EOF          PIC X     VALUE "N".

         *> Same daily burn CONTAINMENTUNIT posts and the same
         *> reorder threshold STATUS-SCREEN warns at; the lead time
         *> is the days a supplier takes to deliver after the order.
         *> All three are the shipped values below unless the site
         *> parameters set others.
         01 WS-FUEL-DAILY-USE      PIC 9(3)  VALUE 5.
         01 WS-FUEL-REORDER-PCT    PIC 9(3)  VALUE 20.
         01 WS-FUEL-LEAD-DAYS      PIC 9(3)  VALUE 7.
         01 WS-PARMS-STATUS        PIC XX    VALUE "00".
         01 WS-PARMS-EOF           PIC X     VALUE "N".
         01 WS-PARM-NUMBER         PIC S9(5)V99 VALUE 0.

         *> One row per active unit with a tank size on book - the
         *> projected figures, whether it already has an open order,
         *> and what tonight's requisition (if any) is for
         01 WS-UNIT-COUNT          PIC 9(4)  VALUE 0.
         01 WS-UNITS-TABLE.
            05 WS-UNIT OCCURS 0 TO 500 TIMES
                       DEPENDING ON WS-UNIT-COUNT
                       INDEXED BY U.
              10 WS-UNIT-SERIAL      PIC X(5).
              10 WS-UNIT-FUEL        PIC X(10).
              10 WS-UNIT-CAP         PIC 9(5).
              10 WS-UNIT-PROJECTED   PIC 9(5).
              10 WS-UNIT-DAYS-LEFT   PIC 9(5).
              10 WS-UNIT-ON-ORDER    PIC X.
              10 WS-UNIT-ORDER-QTY   PIC 9(5).
              10 WS-UNIT-FUEL-IDX    PIC 9(3).

         *> One purchase order per fuel source needing fuel tonight
         01 WS-FUEL-COUNT          PIC 9(3)  VALUE 0.
         01 WS-FUELS-TABLE.
            05 WS-FUEL-GROUP OCCURS 0 TO 100 TIMES
                             DEPENDING ON WS-FUEL-COUNT
                             INDEXED BY F.
              10 WS-FUEL-NAME        PIC X(10).
              10 WS-FUEL-PO          PIC X(10).
              10 WS-FUEL-TOTAL       PIC 9(7).

         *> Tonight's PO numbers - PO, the date as YYMMDD, and a
         *> two-digit sequence that carries on from any orders
         *> already raised today
         01 WS-PO-NUMBER.
            05 WS-PO-STEM.
               10 WS-PO-PREFIX     PIC XX    VALUE "PO".
               10 WS-PO-DATE       PIC X(6).
            05 WS-PO-SEQ           PIC 99    VALUE 0.
         01 WS-PO-SPLIT.
            05 WS-PO-SPLIT-PREFIX  PIC X(8).
            05 WS-PO-SPLIT-SEQ     PIC XX.
         01 WS-LAST-SEQ            PIC 99    VALUE 0.
         01 WS-FUEL-IDX-HOLD       PIC 9(3)  VALUE 0.

         *> Fuel book arithmetic
         01 WS-TODAY-NUM           PIC 9(8)  VALUE 0.
         01 WS-FUEL-DATE-NUM       PIC 9(8)  VALUE 0.
         01 WS-DAYS-ELAPSED        PIC S9(7) VALUE 0.
         01 WS-FUEL-USED           PIC 9(9)  VALUE 0.
         01 WS-REORDER-QTY         PIC 9(5)  VALUE 0.
         01 WS-LEAD-USE            PIC 9(7)  VALUE 0.
         01 WS-AT-DELIVERY         PIC 9(5)  VALUE 0.
         01 WS-ORDER-AGE           PIC S9(7) VALUE 0.

         01 WS-REQUISITION-COUNT   PIC 9(4)  VALUE 0.
         01 WS-ON-ORDER-COUNT      PIC 9(4)  VALUE 0.
         01 WS-UNFILLED-COUNT      PIC 9(4)  VALUE 0.
         01 WS-OVERDUE-COUNT       PIC 9(4)  VALUE 0.

         *> Print lines
         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(33)
               VALUE "FUEL REQUISITIONS          DATE: ".
            05 RH-REPORT-DATE      PIC X(8).

         01 WS-BASIS-LINE.
            05 FILLER              PIC X(14)
               VALUE "  DAILY BURN ".
            05 BL-DAILY-USE        PIC ZZ9.
            05 FILLER              PIC X(17)
               VALUE "   REORDER POINT ".
            05 BL-REORDER-PCT      PIC ZZ9.
            05 FILLER              PIC X(14)
               VALUE "%   LEAD TIME ".
            05 BL-LEAD-DAYS        PIC ZZ9.
            05 FILLER              PIC X(5)  VALUE " DAYS".

         01 WS-PO-HEADER-LINE.
            05 FILLER              PIC X(6)  VALUE "  PO: ".
            05 PH-PO               PIC X(10).
            05 FILLER              PIC X(16)
               VALUE "   FUEL SOURCE: ".
            05 PH-FUEL             PIC X(10).

         01 WS-REQUISITION-HEADER.
            05 FILLER              PIC X(48) VALUE
               "    UNIT   CAPACITY  PROJECTED  DAYS LEFT  ORDER".

         01 WS-REQUISITION-LINE.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 RQ-SERIAL           PIC X(5).
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 RQ-CAP              PIC ZZZZ9.
            05 FILLER              PIC X(6)  VALUE SPACES.
            05 RQ-PROJECTED        PIC ZZZZ9.
            05 FILLER              PIC X(6)  VALUE SPACES.
            05 RQ-DAYS-LEFT        PIC ZZZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 RQ-ORDER-QTY        PIC ZZZZ9.

         01 WS-PO-TOTAL-LINE.
            05 FILLER              PIC X(36)
               VALUE "    PO TOTAL".
            05 PT-TOTAL            PIC ZZZZZZ9.

         01 WS-AGING-HEADER.
            05 FILLER              PIC X(46) VALUE
               "  PO          UNIT   FUEL SOURCE  ORDERED  RAI".
            05 FILLER              PIC X(14) VALUE
               "SED      AGE".

         01 WS-AGING-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 AG-PO               PIC X(10).
            05 FILLER              PIC XX    VALUE SPACES.
            05 AG-SERIAL           PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 AG-FUEL             PIC X(10).
            05 FILLER              PIC XXXX  VALUE SPACES.
            05 AG-QTY              PIC ZZZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 AG-RAISED           PIC X(8).
            05 FILLER              PIC X     VALUE SPACES.
            05 AG-AGE              PIC ZZZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 AG-FLAG             PIC X(7).

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

       DISPLAY "FUEL REQUISITIONS".
       DISPLAY "-----------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
       MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.
       MOVE WS-CURRENT-DATE (3:6) TO WS-PO-DATE.

       PERFORM LOAD-SITE-PARAMS.

       *> Every unit still in service with a tank size on book - a
       *> retired unit is nobody's fuel order, and without a
       *> capacity there is no reorder point to judge against
       OPEN INPUT UNITS.
       IF WS-UNITS-FILE-STATUS NOT = "00"
          IF WS-UNITS-FILE-STATUS = "35"
             DISPLAY "No units.dat on site - nothing to order."
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
                   AND UNIT-FUEL-CAP IS NUMERIC
                   AND UNIT-FUEL-CAP > 0
                   AND WS-UNIT-COUNT < 500
                   PERFORM PROJECT-ONE-UNIT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE UNITS.

       PERFORM LOAD-OPEN-ORDERS.
       IF RETURN-CODE = 8
          STOP RUN
       END-IF.

       PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
          PERFORM JUDGE-ONE-UNIT
       END-PERFORM.

       OPEN OUTPUT ORDER-REPORT.
       MOVE WS-CURRENT-DATE TO RH-REPORT-DATE.
       WRITE ORDER-REPORT-RECORD FROM WS-REPORT-HEADER.
       MOVE WS-FUEL-DAILY-USE   TO BL-DAILY-USE.
       MOVE WS-FUEL-REORDER-PCT TO BL-REORDER-PCT.
       MOVE WS-FUEL-LEAD-DAYS   TO BL-LEAD-DAYS.
       WRITE ORDER-REPORT-RECORD FROM WS-BASIS-LINE.

       PERFORM RAISE-REQUISITIONS.
       IF RETURN-CODE NOT = 8
          PERFORM LIST-UNFILLED-ORDERS
       END-IF.

       MOVE SPACES TO WS-PRINT-LINE.
       WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE.
       MOVE "UNITS REVIEWED:" TO TL-LABEL.
       MOVE WS-UNIT-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "REQUISITIONS RAISED:" TO TL-LABEL.
       MOVE WS-REQUISITION-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "PURCHASE ORDERS:" TO TL-LABEL.
       MOVE WS-FUEL-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "ALREADY ON ORDER:" TO TL-LABEL.
       MOVE WS-ON-ORDER-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "UNFILLED ORDERS:" TO TL-LABEL.
       MOVE WS-UNFILLED-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "OVERDUE ORDERS:" TO TL-LABEL.
       MOVE WS-OVERDUE-COUNT TO TL-COUNT.
       WRITE ORDER-REPORT-RECORD FROM WS-TOTALS-LINE.
       CLOSE ORDER-REPORT.

       DISPLAY WS-UNIT-COUNT " unit(s) reviewed, "
               WS-REQUISITION-COUNT " requisition(s) on "
               WS-FUEL-COUNT " purchase order(s).".
       DISPLAY WS-UNFILLED-COUNT " order(s) unfilled, "
               WS-OVERDUE-COUNT " overdue.".
       DISPLAY "Report written to fuel_orders.txt".
       PERFORM WRITE-BATCH-COUNT.
       STOP RUN.

       *> Leave the number of requisitions raised where
       *> NIGHTLYRUN picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-REQUISITION-COUNT TO BCNT-COUNT
          MOVE "REQUISITIONS" TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> Burn, reorder point and lead time off site_params.dat,
       *> kept up by SITEPARM - one that is missing or not a usable
       *> number leaves the shipped value in force
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
                WHEN "FUEL-DAILY-USE"
                   MOVE WS-PARM-NUMBER TO WS-FUEL-DAILY-USE
                WHEN "FUEL-LEAD-DAYS"
                   MOVE WS-PARM-NUMBER TO WS-FUEL-LEAD-DAYS
                WHEN "FUEL-REORDER-PCT"
                   IF WS-PARM-NUMBER < 100
                      MOVE WS-PARM-NUMBER TO WS-FUEL-REORDER-PCT
                   END-IF
             END-EVALUATE
          END-IF.

       *> Bring the unit just read forward to today - the book
       *> burns WS-FUEL-DAILY-USE a day from its last posting
       *> date, the same as POST-FUEL-CONSUMPTION, never below
       *> zero. A book with no posting date is taken as it stands.
       PROJECT-ONE-UNIT.
          ADD 1 TO WS-UNIT-COUNT
          SET U TO WS-UNIT-COUNT
          MOVE UNIT-SERIAL   TO WS-UNIT-SERIAL (U)
          MOVE UNIT-FUEL     TO WS-UNIT-FUEL (U)
          MOVE UNIT-FUEL-CAP TO WS-UNIT-CAP (U)
          MOVE "N" TO WS-UNIT-ON-ORDER (U)
          MOVE 0 TO WS-UNIT-ORDER-QTY (U)
                    WS-UNIT-FUEL-IDX (U)
          IF UNIT-FUEL-QTY IS NUMERIC
             MOVE UNIT-FUEL-QTY TO WS-UNIT-PROJECTED (U)
          ELSE
             MOVE 0 TO WS-UNIT-PROJECTED (U)
          END-IF
          IF UNIT-FUEL-DATE IS NUMERIC
             MOVE UNIT-FUEL-DATE TO WS-FUEL-DATE-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-FUEL-DATE-NUM) = 0
                COMPUTE WS-DAYS-ELAPSED =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FUEL-DATE-NUM)
                IF WS-DAYS-ELAPSED > 0
                   COMPUTE WS-FUEL-USED =
                      WS-DAYS-ELAPSED * WS-FUEL-DAILY-USE
                   IF WS-FUEL-USED >= WS-UNIT-PROJECTED (U)
                      MOVE 0 TO WS-UNIT-PROJECTED (U)
                   ELSE
                      SUBTRACT WS-FUEL-USED
                         FROM WS-UNIT-PROJECTED (U)
                   END-IF
                END-IF
             END-IF
          END-IF
          IF WS-FUEL-DAILY-USE > 0
             COMPUTE WS-UNIT-DAYS-LEFT (U) =
                WS-UNIT-PROJECTED (U) / WS-FUEL-DAILY-USE
          ELSE
             MOVE 99999 TO WS-UNIT-DAYS-LEFT (U)
          END-IF.

       *> Walk the orders already on file - an OPEN order keeps
       *> its unit from being ordered again, and any order raised
       *> earlier today moves tonight's PO sequence on past it
       LOAD-OPEN-ORDERS.
          OPEN INPUT FUEL-ORDERS
          IF WS-ORDERS-STATUS = "00"
             PERFORM UNTIL WS-ORDERS-EOF = "Y"
                READ FUEL-ORDERS NEXT RECORD
                   AT END MOVE "Y" TO WS-ORDERS-EOF
                   NOT AT END
                      PERFORM NOTE-ONE-ORDER
                END-READ
             END-PERFORM
             CLOSE FUEL-ORDERS
          ELSE
             IF WS-ORDERS-STATUS NOT = "35"
                DISPLAY "Cannot open fuel_orders.dat - status "
                        WS-ORDERS-STATUS
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.

       NOTE-ONE-ORDER.
          MOVE FO-PO TO WS-PO-SPLIT
          IF WS-PO-SPLIT-PREFIX = WS-PO-STEM
             AND WS-PO-SPLIT-SEQ IS NUMERIC
             AND WS-PO-SPLIT-SEQ > WS-LAST-SEQ
             MOVE WS-PO-SPLIT-SEQ TO WS-LAST-SEQ
          END-IF
          IF FO-STATUS = "OPEN"
             SET U TO 1
             SEARCH WS-UNIT
                AT END CONTINUE
                WHEN WS-UNIT-SERIAL (U) = FO-SERIAL
                   MOVE "Y" TO WS-UNIT-ON-ORDER (U)
             END-SEARCH
          END-IF.

       *> A unit needs ordering when what it will have left once a
       *> delivery ordered tonight can arrive is under the reorder
       *> point. The order fills the tank back to capacity as of
       *> that arrival. Units needing fuel are gathered under one
       *> purchase order per fuel source.
       JUDGE-ONE-UNIT.
          COMPUTE WS-REORDER-QTY =
             (WS-UNIT-CAP (U) * WS-FUEL-REORDER-PCT) / 100
          COMPUTE WS-LEAD-USE =
             WS-FUEL-LEAD-DAYS * WS-FUEL-DAILY-USE
          IF WS-LEAD-USE >= WS-UNIT-PROJECTED (U)
             MOVE 0 TO WS-AT-DELIVERY
          ELSE
             COMPUTE WS-AT-DELIVERY =
                WS-UNIT-PROJECTED (U) - WS-LEAD-USE
          END-IF
          IF WS-AT-DELIVERY < WS-REORDER-QTY
             IF WS-UNIT-ON-ORDER (U) = "Y"
                ADD 1 TO WS-ON-ORDER-COUNT
             ELSE
                COMPUTE WS-UNIT-ORDER-QTY (U) =
                   WS-UNIT-CAP (U) - WS-AT-DELIVERY
                PERFORM FIND-FUEL-GROUP
                ADD WS-UNIT-ORDER-QTY (U) TO WS-FUEL-TOTAL (F)
                SET WS-FUEL-IDX-HOLD TO F
                MOVE WS-FUEL-IDX-HOLD TO WS-UNIT-FUEL-IDX (U)
             END-IF
          END-IF.

       *> Point F at the unit's fuel source, opening a new
       *> purchase order for it the first time it comes up
       FIND-FUEL-GROUP.
          SET F TO 1
          SEARCH WS-FUEL-GROUP
             AT END
                ADD 1 TO WS-FUEL-COUNT
                SET F TO WS-FUEL-COUNT
                MOVE WS-UNIT-FUEL (U) TO WS-FUEL-NAME (F)
                MOVE 0 TO WS-FUEL-TOTAL (F)
                ADD 1 TO WS-LAST-SEQ
                MOVE WS-LAST-SEQ TO WS-PO-SEQ
                MOVE WS-PO-NUMBER TO WS-FUEL-PO (F)
             WHEN WS-FUEL-NAME (F) = WS-UNIT-FUEL (U)
                CONTINUE
          END-SEARCH.

       *> Write tonight's purchase orders, one fuel source at a
       *> time, to fuel_orders.dat and the report. The file is
       *> created the first time anything is ordered.
       RAISE-REQUISITIONS.
          MOVE SPACES TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE "REQUISITIONS RAISED" TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE "-------------------" TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          IF WS-FUEL-COUNT = 0
             MOVE "  (no unit reaches its reorder point in time)"
                TO WS-PRINT-LINE
             WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          ELSE
             OPEN I-O FUEL-ORDERS
             IF WS-ORDERS-STATUS = "35"
                OPEN OUTPUT FUEL-ORDERS
             END-IF
             IF WS-ORDERS-STATUS = "00"
                PERFORM VARYING F FROM 1 BY 1
                        UNTIL F > WS-FUEL-COUNT
                   PERFORM WRITE-ONE-PURCHASE-ORDER
                END-PERFORM
                CLOSE FUEL-ORDERS
             ELSE
                DISPLAY "Cannot open fuel_orders.dat - status "
                        WS-ORDERS-STATUS
                MOVE 8 TO RETURN-CODE
             END-IF
          END-IF.

       *> The purchase order at F - its heading, a line per unit
       *> on it, and the quantity the order comes to
       WRITE-ONE-PURCHASE-ORDER.
          MOVE SPACES TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE WS-FUEL-PO (F)   TO PH-PO
          MOVE WS-FUEL-NAME (F) TO PH-FUEL
          WRITE ORDER-REPORT-RECORD FROM WS-PO-HEADER-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-REQUISITION-HEADER
          PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UNIT-COUNT
             IF WS-UNIT-FUEL-IDX (U) = F
                PERFORM WRITE-ONE-REQUISITION
             END-IF
          END-PERFORM
          MOVE WS-FUEL-TOTAL (F) TO PT-TOTAL
          WRITE ORDER-REPORT-RECORD FROM WS-PO-TOTAL-LINE.

       *> One OPEN order record and one report line for the unit
       *> at U on the purchase order at F
       WRITE-ONE-REQUISITION.
          MOVE SPACES TO FUEL-ORDERS-RECORD
          MOVE WS-FUEL-PO (F)         TO FO-PO
          MOVE WS-UNIT-SERIAL (U)     TO FO-SERIAL
          MOVE WS-UNIT-FUEL (U)       TO FO-FUEL
          MOVE WS-UNIT-ORDER-QTY (U)  TO FO-QTY-ORDERED
          MOVE WS-CURRENT-DATE        TO FO-RAISED
          MOVE "OPEN"                 TO FO-STATUS
          MOVE 0                      TO FO-QTY-RECEIVED
          WRITE FUEL-ORDERS-RECORD
             INVALID KEY
                DISPLAY "Order " FO-PO " " FO-SERIAL
                        " already on file - not raised again."
             NOT INVALID KEY
                ADD 1 TO WS-REQUISITION-COUNT
                MOVE WS-UNIT-SERIAL (U)    TO RQ-SERIAL
                MOVE WS-UNIT-CAP (U)       TO RQ-CAP
                MOVE WS-UNIT-PROJECTED (U) TO RQ-PROJECTED
                MOVE WS-UNIT-DAYS-LEFT (U) TO RQ-DAYS-LEFT
                MOVE WS-UNIT-ORDER-QTY (U) TO RQ-ORDER-QTY
                WRITE ORDER-REPORT-RECORD FROM WS-REQUISITION-LINE
          END-WRITE.

       *> The supervisor's aging list - every order still OPEN,
       *> tonight's included, in PO order (which is date order).
       *> An order older than the lead time should have arrived.
       LIST-UNFILLED-ORDERS.
          MOVE SPACES TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE "UNFILLED ORDERS - AGING" TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE "-----------------------" TO WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          WRITE ORDER-REPORT-RECORD FROM WS-AGING-HEADER
          MOVE "N" TO WS-ORDERS-EOF
          OPEN INPUT FUEL-ORDERS
          IF WS-ORDERS-STATUS = "00"
             PERFORM UNTIL WS-ORDERS-EOF = "Y"
                READ FUEL-ORDERS NEXT RECORD
                   AT END MOVE "Y" TO WS-ORDERS-EOF
                   NOT AT END
                      IF FO-STATUS = "OPEN"
                         PERFORM AGE-ONE-ORDER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FUEL-ORDERS
          END-IF
          IF WS-UNFILLED-COUNT = 0
             MOVE "  (no orders waiting on delivery)"
                TO WS-PRINT-LINE
             WRITE ORDER-REPORT-RECORD FROM WS-PRINT-LINE
          END-IF.

       AGE-ONE-ORDER.
          ADD 1 TO WS-UNFILLED-COUNT
          MOVE 0 TO WS-ORDER-AGE
          IF FO-RAISED IS NUMERIC
             MOVE FO-RAISED TO WS-FUEL-DATE-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-FUEL-DATE-NUM) = 0
                COMPUTE WS-ORDER-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FUEL-DATE-NUM)
             END-IF
          END-IF
          IF WS-ORDER-AGE < 0
             MOVE 0 TO WS-ORDER-AGE
          END-IF
          MOVE FO-PO          TO AG-PO
          MOVE FO-SERIAL      TO AG-SERIAL
          MOVE FO-FUEL        TO AG-FUEL
          MOVE FO-QTY-ORDERED TO AG-QTY
          MOVE FO-RAISED      TO AG-RAISED
          MOVE WS-ORDER-AGE   TO AG-AGE
          IF WS-ORDER-AGE > WS-FUEL-LEAD-DAYS
             MOVE "OVERDUE" TO AG-FLAG
             ADD 1 TO WS-OVERDUE-COUNT
          ELSE
             MOVE SPACES TO AG-FLAG
          END-IF
          WRITE ORDER-REPORT-RECORD FROM WS-AGING-LINE.
