       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. LOGVERIFY.
         *> Audit log chain verification - walks each of the logs
         *> LOGCHAIN stamps, oldest record first: the dated .arc
         *> files LOGARCHIVE has rolled out of it, in the order
         *> archive_chain.log lists them, and then the live log.
         *> Every stamped record has to carry the next sequence
         *> number after the one before it and a check value that
         *> recomputes from its own text and the record before it.
         *> Anything else is written to log_verify_report.txt with
         *> the file it was found in, its record position in that
         *> file and its sequence number:
         *>
         *>    GAP           - records missing before this one
         *>    OUT OF ORDER  - a record moved, repeated or slipped
         *>                    in with a sequence already passed
         *>    ALTERED       - text no longer matches its check
         *>    NO CHAIN STAMP- an unstamped line after the chain
         *>                    has started
         *>
         *> and the end of each chain is held against log_chain.dat,
         *> so a log cut short from the bottom shows too. Records
         *> from before the logs were chained have no stamp and are
         *> only counted. An archive that has been taken off site
         *> is noted, and the chain is picked up again from what
         *> archive_chain.log recorded for it. Ends with a return
         *> code of 4 when anything is found.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT OPTIONAL ARCHIVE-CHAIN ASSIGN TO
                    'archive_chain.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INDEX-STATUS.

            SELECT CHAINED-LOG ASSIGN USING WS-VERIFY-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LOG-STATUS.

            SELECT CHAIN-STATE ASSIGN TO 'log_chain.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHAIN-LOG-NAME
            FILE STATUS IS WS-CHAIN-STATUS.

            SELECT VERIFY-REPORT ASSIGN TO 'log_verify_report.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BATCH-COUNT ASSIGN TO 'batch_count.dat'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

         *> Same layout as LOGARCHIVE's ARCHIVE-CHAIN FD
         FD ARCHIVE-CHAIN.
         01 ARCHIVE-CHAIN-RECORD.
            05 ACH-LOG-NAME        PIC X(30).
            05 ACH-ARCHIVE-NAME    PIC X(40).
            05 ACH-CUTOFF          PIC X(8).
            05 ACH-FIRST-SEQ       PIC 9(9).
            05 ACH-LAST-SEQ        PIC 9(9).
            05 ACH-LAST-CHECK      PIC 9(9).
            05 ACH-COUNT           PIC 9(5).
            05 ACH-RUN-DATE        PIC X(8).

         *> Whichever archive or live log is being walked - the
         *> widest is the 160-byte ack line with its stamp, the
         *> shorter logs read in space-padded
         FD CHAINED-LOG.
         01 CHAINED-LOG-RECORD     PIC X(188).

         *> Same layout as LOGCHAIN's CHAIN-STATE FD
         FD CHAIN-STATE.
         01 CHAIN-STATE-RECORD.
            05 CHAIN-LOG-NAME      PIC X(30).
            05 CHAIN-LAST-SEQ      PIC 9(9).
            05 CHAIN-LAST-CHECK    PIC 9(9).

         FD VERIFY-REPORT.
         01 VERIFY-REPORT-RECORD   PIC X(80).

         *> Record count left for NIGHTLYRUN's run summary
         FD BATCH-COUNT.
         01 BATCH-COUNT-RECORD.
            05 BCNT-COUNT          PIC 9(7).
            05 BCNT-LABEL          PIC X(12).

         WORKING-STORAGE SECTION.

         01 WS-INDEX-STATUS        PIC XX    VALUE "00".
         01 WS-INDEX-EOF           PIC X     VALUE "N".
         01 WS-LOG-STATUS          PIC XX    VALUE "00".
         01 WS-LOG-EOF             PIC X     VALUE "N".
         01 WS-CHAIN-STATUS        PIC XX    VALUE "00".
         01 WS-STATE-ON-FILE       PIC X     VALUE "N".

         *> Same chained logs and text widths as LOGCHAIN's table
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

         *> The log being walked and the file of it open now
         01 WS-LOG-NAME            PIC X(30) VALUE SPACES.
         01 WS-TEXT-WIDTH          PIC 9(3)  VALUE 0.
         01 WS-VERIFY-NAME         PIC X(40) VALUE SPACES.
         01 WS-LAST-ARCHIVE        PIC X(40) VALUE SPACES.
         01 WS-FILE-POSITION       PIC 9(7)  VALUE 0.

         *> Where the chain has got to - the highest sequence
         *> number passed so far and the check value it carried
         01 WS-STAMPED-SEEN        PIC X     VALUE "N".
         01 WS-PREV-SEQ            PIC 9(9)  VALUE 0.
         01 WS-PREV-CHECK          PIC 9(9)  VALUE 0.
         01 WS-EXPECTED-SEQ        PIC 9(9)  VALUE 0.

         *> Same stamp LOGCHAIN lays after the text
         01 WS-CHAIN-STAMP.
            05 WS-STAMP-REC-TAG    PIC X(5).
            05 WS-STAMP-SEQ        PIC X(9).
            05 WS-STAMP-SEQ-NUM REDEFINES WS-STAMP-SEQ
                                   PIC 9(9).
            05 WS-STAMP-CHK-TAG    PIC X(5).
            05 WS-STAMP-CHECK      PIC X(9).
            05 WS-STAMP-CHECK-NUM REDEFINES WS-STAMP-CHECK
                                   PIC 9(9).

         *> Same check LOGCHAIN computes
         01 WS-CHECK-WORK          PIC 9(12) VALUE 0.
         01 WS-CHECK-VALUE         PIC 9(9)  VALUE 0.
         01 WS-CHECK-MULT          PIC 9(3)  VALUE 131.
         01 WS-CHECK-PRIME         PIC 9(9)  VALUE 999999937.
         01 WS-CHECK-SOURCE        PIC X(169) VALUE SPACES.
         01 WS-CHECK-LENGTH        PIC 9(3)  VALUE 0.
         01 WS-CHECK-POS           PIC 9(3)  VALUE 0.

         *> Per-log and site counts
         01 WS-LOG-RECORDS         PIC 9(7)  VALUE 0.
         01 WS-LOG-UNCHAINED       PIC 9(6)  VALUE 0.
         01 WS-LOG-EXCEPTIONS      PIC 9(5)  VALUE 0.
         01 WS-TOTAL-RECORDS       PIC 9(7)  VALUE 0.
         01 WS-TOTAL-UNCHAINED     PIC 9(7)  VALUE 0.
         01 WS-TOTAL-EXCEPTIONS    PIC 9(5)  VALUE 0.
         01 WS-ARCHIVES-WALKED     PIC 9(5)  VALUE 0.
         01 WS-ARCHIVES-OFF-SITE   PIC 9(5)  VALUE 0.
         01 WS-LOGS-CHECKED        PIC 9(5)  VALUE 0.

         01 WS-FINDING             PIC X(30) VALUE SPACES.
         01 WS-FINDING-SEQ         PIC 9(9)  VALUE 0.
         01 WS-PRINT-LINE          PIC X(80) VALUE SPACES.

         01 WS-REPORT-HEADER.
            05 FILLER              PIC X(31)
               VALUE "LOG CHAIN VERIFICATION   DATE: ".
            05 VH-REPORT-DATE      PIC X(8).

         01 WS-LOG-HEADER.
            05 FILLER              PIC X(5)  VALUE "LOG: ".
            05 LH-LOG-NAME         PIC X(30).

         01 WS-COLUMN-HEADER.
            05 FILLER              PIC X(34) VALUE "  FILE".
            05 FILLER              PIC X(6)  VALUE "RECORD".
            05 FILLER              PIC X(10) VALUE "       SEQ".
            05 FILLER              PIC X(8)  VALUE " FINDING".

         01 WS-FINDING-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 FL-FILE             PIC X(30).
            05 FILLER              PIC X     VALUE SPACE.
            05 FL-POSITION         PIC ZZZZZZ9.
            05 FILLER              PIC X     VALUE SPACE.
            05 FL-SEQ              PIC Z(8)9.
            05 FILLER              PIC X     VALUE SPACE.
            05 FL-FINDING          PIC X(29).

         01 WS-LOG-FOOT-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE "RECORDS: ".
            05 LF-RECORDS          PIC ZZZZZZ9.
            05 FILLER              PIC X(13) VALUE "  UNCHAINED: ".
            05 LF-UNCHAINED        PIC ZZZZZ9.
            05 FILLER              PIC X(14) VALUE "  EXCEPTIONS: ".
            05 LF-EXCEPTIONS       PIC ZZZZ9.

         01 WS-TOTALS-LINE.
            05 FILLER              PIC XX    VALUE SPACES.
            05 TL-LABEL            PIC X(20).
            05 TL-COUNT            PIC ZZZZZZ9.

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

       DISPLAY "AUDIT LOG CHAIN VERIFICATION".
       DISPLAY "----------------------------".

       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

       OPEN OUTPUT VERIFY-REPORT.
       MOVE WS-CURRENT-DATE TO VH-REPORT-DATE.
       WRITE VERIFY-REPORT-RECORD FROM WS-REPORT-HEADER.

       *> No log_chain.dat just means nothing has been stamped yet
       *> - anything else is a file another job holds
       OPEN INPUT CHAIN-STATE.
       IF WS-CHAIN-STATUS = "00"
          MOVE "Y" TO WS-STATE-ON-FILE
       ELSE
          IF WS-CHAIN-STATUS NOT = "35"
             DISPLAY "Cannot open log_chain.dat - status "
                     WS-CHAIN-STATUS
             CLOSE VERIFY-REPORT
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF.

       PERFORM VARYING CL FROM 1 BY 1 UNTIL CL > 6
          PERFORM VERIFY-ONE-CHAIN
       END-PERFORM.

       IF WS-STATE-ON-FILE = "Y"
          CLOSE CHAIN-STATE
       END-IF.

       MOVE SPACES TO WS-PRINT-LINE.
       WRITE VERIFY-REPORT-RECORD FROM WS-PRINT-LINE.
       MOVE "LOGS CHECKED:" TO TL-LABEL.
       MOVE WS-LOGS-CHECKED TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "ARCHIVES WALKED:" TO TL-LABEL.
       MOVE WS-ARCHIVES-WALKED TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "ARCHIVES OFF SITE:" TO TL-LABEL.
       MOVE WS-ARCHIVES-OFF-SITE TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "RECORDS CHECKED:" TO TL-LABEL.
       MOVE WS-TOTAL-RECORDS TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "UNCHAINED:" TO TL-LABEL.
       MOVE WS-TOTAL-UNCHAINED TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       MOVE "EXCEPTIONS:" TO TL-LABEL.
       MOVE WS-TOTAL-EXCEPTIONS TO TL-COUNT.
       WRITE VERIFY-REPORT-RECORD FROM WS-TOTALS-LINE.
       CLOSE VERIFY-REPORT.

       DISPLAY WS-TOTAL-RECORDS " record(s) checked on "
               WS-LOGS-CHECKED " log(s), " WS-TOTAL-EXCEPTIONS
               " exception(s).".
       DISPLAY "Report written to log_verify_report.txt".
       PERFORM WRITE-BATCH-COUNT.
       IF WS-TOTAL-EXCEPTIONS > 0
          MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

       *> Leave the number of records checked where NIGHTLYRUN
       *> picks it up for the run summary
       WRITE-BATCH-COUNT.
          OPEN OUTPUT BATCH-COUNT
          MOVE WS-TOTAL-RECORDS TO BCNT-COUNT
          MOVE "LOG RECORDS"    TO BCNT-LABEL
          WRITE BATCH-COUNT-RECORD
          CLOSE BATCH-COUNT.

       *> One log from the start of its chain to the end - its
       *> archives in the order they were rolled out, then what is
       *> left live, then the end held against log_chain.dat
       VERIFY-ONE-CHAIN.
          MOVE WS-CL-NAME (CL)  TO WS-LOG-NAME
          MOVE WS-CL-WIDTH (CL) TO WS-TEXT-WIDTH
          MOVE "N" TO WS-STAMPED-SEEN
          MOVE 0 TO WS-PREV-SEQ
          MOVE 0 TO WS-PREV-CHECK
          MOVE 0 TO WS-LOG-RECORDS
          MOVE 0 TO WS-LOG-UNCHAINED
          MOVE 0 TO WS-LOG-EXCEPTIONS
          MOVE 0 TO WS-FILE-POSITION
          MOVE SPACES TO WS-LAST-ARCHIVE
          ADD 1 TO WS-LOGS-CHECKED

          MOVE SPACES TO WS-PRINT-LINE
          WRITE VERIFY-REPORT-RECORD FROM WS-PRINT-LINE
          MOVE WS-LOG-NAME TO LH-LOG-NAME
          WRITE VERIFY-REPORT-RECORD FROM WS-LOG-HEADER
          WRITE VERIFY-REPORT-RECORD FROM WS-COLUMN-HEADER

          MOVE "N" TO WS-INDEX-EOF
          OPEN INPUT ARCHIVE-CHAIN
          IF WS-INDEX-STATUS = "00"
             PERFORM UNTIL WS-INDEX-EOF = "Y"
                READ ARCHIVE-CHAIN
                   AT END MOVE "Y" TO WS-INDEX-EOF
                   NOT AT END
                      IF ACH-LOG-NAME = WS-LOG-NAME
                         PERFORM FOLLOW-ARCHIVE-ENTRY
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ARCHIVE-CHAIN
          END-IF

          MOVE WS-LOG-NAME TO WS-VERIFY-NAME
          PERFORM VERIFY-ONE-FILE
          PERFORM CHECK-CHAIN-END

          MOVE WS-LOG-RECORDS    TO LF-RECORDS
          MOVE WS-LOG-UNCHAINED  TO LF-UNCHAINED
          MOVE WS-LOG-EXCEPTIONS TO LF-EXCEPTIONS
          WRITE VERIFY-REPORT-RECORD FROM WS-LOG-FOOT-LINE
          ADD WS-LOG-RECORDS    TO WS-TOTAL-RECORDS
          ADD WS-LOG-UNCHAINED  TO WS-TOTAL-UNCHAINED
          ADD WS-LOG-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS.

       *> One archive pass of this log. Two passes on the same day
       *> append to the same archive file, so a name just walked is
       *> not walked again. An archive no longer on site can't be
       *> read - the chain is carried over it on the sequence
       *> numbers and check value the pass recorded.
       FOLLOW-ARCHIVE-ENTRY.
          IF ACH-ARCHIVE-NAME NOT = WS-LAST-ARCHIVE
             MOVE ACH-ARCHIVE-NAME TO WS-LAST-ARCHIVE
             MOVE ACH-ARCHIVE-NAME TO WS-VERIFY-NAME
             OPEN INPUT CHAINED-LOG
             IF WS-LOG-STATUS = "00"
                CLOSE CHAINED-LOG
                ADD 1 TO WS-ARCHIVES-WALKED
                PERFORM VERIFY-ONE-FILE
             ELSE
                ADD 1 TO WS-ARCHIVES-OFF-SITE
                MOVE 0 TO WS-FILE-POSITION
                MOVE ACH-LAST-SEQ TO WS-FINDING-SEQ
                MOVE "ARCHIVE NOT ON SITE - NOTED" TO WS-FINDING
                PERFORM WRITE-FINDING-LINE
                IF ACH-LAST-SEQ > 0
                   COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
                   IF ACH-FIRST-SEQ NOT = WS-EXPECTED-SEQ
                      MOVE ACH-FIRST-SEQ TO WS-FINDING-SEQ
                      PERFORM REPORT-SEQUENCE-GAP
                   END-IF
                   MOVE "Y" TO WS-STAMPED-SEEN
                   MOVE ACH-LAST-SEQ   TO WS-PREV-SEQ
                   MOVE ACH-LAST-CHECK TO WS-PREV-CHECK
                END-IF
             END-IF
          END-IF.

       *> Walk one file of the log record by record. A live log
       *> that isn't on site is left to CHECK-CHAIN-END - it only
       *> matters if records were ever stamped on it.
       VERIFY-ONE-FILE.
          MOVE 0 TO WS-FILE-POSITION
          MOVE "N" TO WS-LOG-EOF
          OPEN INPUT CHAINED-LOG
          IF WS-LOG-STATUS = "00"
             PERFORM UNTIL WS-LOG-EOF = "Y"
                READ CHAINED-LOG
                   AT END MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                      ADD 1 TO WS-FILE-POSITION
                      ADD 1 TO WS-LOG-RECORDS
                      PERFORM VERIFY-ONE-RECORD
                END-READ
             END-PERFORM
             CLOSE CHAINED-LOG
          END-IF.

       *> Hold one record against the chain. A record behind the
       *> highest sequence already passed leaves the chain where
       *> it was, so one moved record is reported once where it
       *> sits and the records around it still check.
       VERIFY-ONE-RECORD.
          MOVE CHAINED-LOG-RECORD (WS-TEXT-WIDTH + 1:28)
            TO WS-CHAIN-STAMP
          IF WS-STAMP-REC-TAG NOT = " REC="
                OR WS-STAMP-SEQ IS NOT NUMERIC
                OR WS-STAMP-CHECK IS NOT NUMERIC
             IF WS-STAMPED-SEEN = "N"
                ADD 1 TO WS-LOG-UNCHAINED
             ELSE
                MOVE 0 TO WS-FINDING-SEQ
                MOVE "NO CHAIN STAMP" TO WS-FINDING
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
          ELSE
             COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
             MOVE WS-STAMP-SEQ-NUM TO WS-FINDING-SEQ
             EVALUATE TRUE
                WHEN WS-STAMP-SEQ-NUM < WS-EXPECTED-SEQ
                   MOVE "OUT OF ORDER" TO WS-FINDING
                   PERFORM WRITE-EXCEPTION-LINE
                WHEN WS-STAMP-SEQ-NUM > WS-EXPECTED-SEQ
                   PERFORM REPORT-SEQUENCE-GAP
                   MOVE WS-STAMP-SEQ-NUM   TO WS-PREV-SEQ
                   MOVE WS-STAMP-CHECK-NUM TO WS-PREV-CHECK
                WHEN OTHER
                   PERFORM COMPUTE-CHECK-VALUE
                   IF WS-CHECK-VALUE NOT = WS-STAMP-CHECK-NUM
                      MOVE "ALTERED - CHECK MISMATCH" TO WS-FINDING
                      PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                   MOVE WS-STAMP-SEQ-NUM   TO WS-PREV-SEQ
                   MOVE WS-STAMP-CHECK-NUM TO WS-PREV-CHECK
             END-EVALUATE
             MOVE "Y" TO WS-STAMPED-SEEN
          END-IF.

       *> The record at WS-FINDING-SEQ comes after a stretch of the
       *> chain that isn't there - say which sequence was due
       REPORT-SEQUENCE-GAP.
          MOVE SPACES TO WS-FINDING
          STRING "GAP - EXPECTED " WS-EXPECTED-SEQ
                 DELIMITED BY SIZE INTO WS-FINDING
          END-STRING
          PERFORM WRITE-EXCEPTION-LINE.

       *> The last record walked has to be the last one LOGCHAIN
       *> handed out for this log - short of it, records have gone
       *> from the end; past it, records were added without it
       CHECK-CHAIN-END.
          IF WS-STATE-ON-FILE = "Y"
             MOVE WS-LOG-NAME TO CHAIN-LOG-NAME
             READ CHAIN-STATE
                INVALID KEY
                   IF WS-STAMPED-SEEN = "Y"
                      MOVE WS-PREV-SEQ TO WS-FINDING-SEQ
                      MOVE "NO CHAIN STATE ON FILE" TO WS-FINDING
                      PERFORM WRITE-EXCEPTION-LINE
                   END-IF
                NOT INVALID KEY
                   PERFORM CHECK-CHAIN-STATE
             END-READ
          ELSE
             IF WS-STAMPED-SEEN = "Y"
                MOVE WS-PREV-SEQ TO WS-FINDING-SEQ
                MOVE "NO CHAIN STATE ON FILE" TO WS-FINDING
                PERFORM WRITE-EXCEPTION-LINE
             END-IF
          END-IF.

       CHECK-CHAIN-STATE.
          MOVE WS-PREV-SEQ TO WS-FINDING-SEQ
          EVALUATE TRUE
             WHEN CHAIN-LAST-SEQ > WS-PREV-SEQ
                MOVE SPACES TO WS-FINDING
                STRING "ENDS SHORT - LAST " CHAIN-LAST-SEQ
                       DELIMITED BY SIZE INTO WS-FINDING
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
             WHEN CHAIN-LAST-SEQ < WS-PREV-SEQ
                MOVE SPACES TO WS-FINDING
                STRING "PAST LAST ISSUED " CHAIN-LAST-SEQ
                       DELIMITED BY SIZE INTO WS-FINDING
                END-STRING
                PERFORM WRITE-EXCEPTION-LINE
             WHEN CHAIN-LAST-CHECK NOT = WS-PREV-CHECK
                MOVE "LAST CHECK NOT AS ISSUED" TO WS-FINDING
                PERFORM WRITE-EXCEPTION-LINE
          END-EVALUATE.

       WRITE-EXCEPTION-LINE.
          ADD 1 TO WS-LOG-EXCEPTIONS
          PERFORM WRITE-FINDING-LINE.

       WRITE-FINDING-LINE.
          MOVE WS-VERIFY-NAME   TO FL-FILE
          MOVE WS-FILE-POSITION TO FL-POSITION
          MOVE WS-FINDING-SEQ   TO FL-SEQ
          MOVE WS-FINDING       TO FL-FINDING
          WRITE VERIFY-REPORT-RECORD FROM WS-FINDING-LINE.

       *> Same check LOGCHAIN stamps with - the previous record's
       *> check value, then this record's sequence number and text
       COMPUTE-CHECK-VALUE.
          MOVE SPACES TO WS-CHECK-SOURCE
          STRING WS-STAMP-SEQ
                 CHAINED-LOG-RECORD (1:WS-TEXT-WIDTH)
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
