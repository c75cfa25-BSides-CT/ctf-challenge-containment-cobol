       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. LOGCHAIN.
         *> Chain stamp module - CALLed by every program that
         *> appends to one of the site's audit logs, just before
         *> the WRITE. It gives the record the next running
         *> sequence number for that log and a check value worked
         *> out from the record's own text, its sequence number and
         *> the check value of the record before it, and lays the
         *> two down in a fixed stamp after the log's text:
         *>
         *>    " REC=nnnnnnnnn CHK=nnnnnnnnn"
         *>
         *> so a record that is edited, dropped, slipped in or
         *> moved no longer agrees with the chain - LOGVERIFY walks
         *> the logs and says where. The last sequence number and
         *> check value handed out for each log are kept in
         *> log_chain.dat, not read back off the end of the log, so
         *> the chain carries on unbroken after LOGARCHIVE has
         *> rolled the top of a log out to its dated archive, and a
         *> log cut short from the bottom still shows.
         *>
         *> The record is passed in with its text already in place;
         *> how wide the text is for each log comes from the table
         *> below - a log not in the table is left unstamped, and
         *> so is a record written while log_chain.dat can't be
         *> opened (LOGVERIFY counts those as UNCHAINED).

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT CHAIN-STATE ASSIGN TO 'log_chain.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAIN-LOG-NAME
            FILE STATUS IS WS-CHAIN-STATUS.

       DATA DIVISION.

         FILE SECTION.

         *> One record per chained log - the last sequence number
         *> and check value stamped on it
         FD CHAIN-STATE.
         01 CHAIN-STATE-RECORD.
            05 CHAIN-LOG-NAME      PIC X(30).
            05 CHAIN-LAST-SEQ      PIC 9(9).
            05 CHAIN-LAST-CHECK    PIC 9(9).

         WORKING-STORAGE SECTION.

         01 WS-CHAIN-STATUS        PIC XX    VALUE "00".
         01 WS-CHAIN-NEW           PIC X     VALUE "N".
         01 WS-CHAIN-OPEN          PIC X     VALUE "N".

         *> The chained logs and the width of each one's text - the
         *> stamp starts in the column after it
         01 WS-CHAINED-LOG-TABLE.
            05 FILLER PIC X(30) VALUE "login_attempts.log".
            05 FILLER PIC 9(3)  VALUE 080.
            05 FILLER PIC X(30) VALUE "transaction.log".
            05 FILLER PIC 9(3)  VALUE 080.
            05 FILLER PIC X(30) VALUE "alert.log".
            05 FILLER PIC 9(3)  VALUE 080.
            05 FILLER PIC X(30) VALUE "alert_ack.log".
            05 FILLER PIC 9(3)  VALUE 160.
            05 FILLER PIC X(30) VALUE "fuel_transactions.log".
            05 FILLER PIC 9(3)  VALUE 100.
            05 FILLER PIC X(30) VALUE "admin_audit.log".
            05 FILLER PIC 9(3)  VALUE 080.
         01 WS-CHAINED-LOGS REDEFINES WS-CHAINED-LOG-TABLE.
            05 WS-CHAINED-LOG OCCURS 6 TIMES INDEXED BY CL.
               10 WS-CL-NAME       PIC X(30).
               10 WS-CL-WIDTH      PIC 9(3).

         01 WS-TEXT-WIDTH          PIC 9(3)  VALUE 0.
         01 WS-NEXT-SEQ            PIC 9(9)  VALUE 0.
         01 WS-PREV-CHECK          PIC 9(9)  VALUE 0.

         *> The check value is built up one character at a time,
         *> sequence digits first and then the text, each step
         *> folding the running value by the multiplier and
         *> keeping the remainder under the prime
         01 WS-CHECK-WORK          PIC 9(12) VALUE 0.
         01 WS-CHECK-VALUE         PIC 9(9)  VALUE 0.
         01 WS-CHECK-MULT          PIC 9(3)  VALUE 131.
         01 WS-CHECK-PRIME         PIC 9(9)  VALUE 999999937.
         01 WS-CHECK-SOURCE        PIC X(169) VALUE SPACES.
         01 WS-CHECK-LENGTH        PIC 9(3)  VALUE 0.
         01 WS-CHECK-POS           PIC 9(3)  VALUE 0.

         01 WS-CHAIN-STAMP.
            05 FILLER              PIC X(5)  VALUE " REC=".
            05 WS-STAMP-SEQ        PIC 9(9).
            05 FILLER              PIC X(5)  VALUE " CHK=".
            05 WS-STAMP-CHECK      PIC 9(9).

       LINKAGE SECTION.
         01 LK-LOG-NAME            PIC X(30).
         01 LK-LOG-RECORD          PIC X(188).

       PROCEDURE DIVISION USING LK-LOG-NAME LK-LOG-RECORD.
          MOVE 0 TO WS-TEXT-WIDTH
          SET CL TO 1
          SEARCH WS-CHAINED-LOG
             WHEN WS-CL-NAME (CL) = LK-LOG-NAME
                MOVE WS-CL-WIDTH (CL) TO WS-TEXT-WIDTH
          END-SEARCH
          IF WS-TEXT-WIDTH = 0
             GOBACK
          END-IF

          PERFORM READ-CHAIN-STATE
          IF WS-CHAIN-OPEN NOT = "Y"
             GOBACK
          END-IF
          ADD 1 TO WS-NEXT-SEQ
          PERFORM COMPUTE-CHECK-VALUE
          MOVE WS-NEXT-SEQ    TO WS-STAMP-SEQ
          MOVE WS-CHECK-VALUE TO WS-STAMP-CHECK
          MOVE WS-CHAIN-STAMP
            TO LK-LOG-RECORD (WS-TEXT-WIDTH + 1:28)
          PERFORM SAVE-CHAIN-STATE
          GOBACK.

       *> Where this log's chain left off - a log never stamped
       *> before starts at sequence 1 from a check value of zero.
       *> If log_chain.dat won't open the record goes out
       *> unstamped rather than with a link the chain never saved.
       READ-CHAIN-STATE.
          MOVE "N" TO WS-CHAIN-NEW
          MOVE "Y" TO WS-CHAIN-OPEN
          MOVE 0 TO WS-NEXT-SEQ
          MOVE 0 TO WS-PREV-CHECK
          OPEN I-O CHAIN-STATE
          IF WS-CHAIN-STATUS = "35"
             OPEN OUTPUT CHAIN-STATE
             MOVE "Y" TO WS-CHAIN-NEW
          END-IF
          IF WS-CHAIN-STATUS NOT = "00"
             DISPLAY "log_chain.dat open failed - status "
                     WS-CHAIN-STATUS
             MOVE "N" TO WS-CHAIN-OPEN
          ELSE
          IF WS-CHAIN-NEW NOT = "Y"
             MOVE LK-LOG-NAME TO CHAIN-LOG-NAME
             READ CHAIN-STATE
                INVALID KEY MOVE "Y" TO WS-CHAIN-NEW
                NOT INVALID KEY
                   MOVE CHAIN-LAST-SEQ   TO WS-NEXT-SEQ
                   MOVE CHAIN-LAST-CHECK TO WS-PREV-CHECK
             END-READ
          END-IF
          END-IF.

       *> Remember the stamp just handed out as the link the next
       *> record on this log chains from
       SAVE-CHAIN-STATE.
          MOVE LK-LOG-NAME    TO CHAIN-LOG-NAME
          MOVE WS-NEXT-SEQ    TO CHAIN-LAST-SEQ
          MOVE WS-CHECK-VALUE TO CHAIN-LAST-CHECK
          IF WS-CHAIN-NEW = "Y"
             WRITE CHAIN-STATE-RECORD
                INVALID KEY
                   DISPLAY "log_chain.dat write failed - status "
                           WS-CHAIN-STATUS
             END-WRITE
          ELSE
             REWRITE CHAIN-STATE-RECORD
                INVALID KEY
                   DISPLAY "log_chain.dat rewrite failed - status "
                           WS-CHAIN-STATUS
             END-REWRITE
          END-IF
          CLOSE CHAIN-STATE.

       *> Same check LOGVERIFY recomputes - the previous record's
       *> check value, then this record's sequence number and text
       COMPUTE-CHECK-VALUE.
          MOVE SPACES TO WS-CHECK-SOURCE
          STRING WS-NEXT-SEQ
                 LK-LOG-RECORD (1:WS-TEXT-WIDTH)
                 DELIMITED BY SIZE INTO WS-CHECK-SOURCE
          END-STRING
          COMPUTE WS-CHECK-LENGTH = WS-TEXT-WIDTH + 9
          MOVE WS-PREV-CHECK TO WS-CHECK-WORK
          PERFORM VARYING WS-CHECK-POS FROM 1 BY 1
                  UNTIL WS-CHECK-POS > WS-CHECK-LENGTH
             COMPUTE WS-CHECK-WORK = FUNCTION MOD (
                WS-CHECK-WORK * WS-CHECK-MULT
                + FUNCTION ORD (WS-CHECK-SOURCE (WS-CHECK-POS:1)),
                WS-CHECK-PRIME)
          END-PERFORM
          MOVE WS-CHECK-WORK TO WS-CHECK-VALUE.
