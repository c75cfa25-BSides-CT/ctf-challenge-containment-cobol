         *> transaction.log session headers carry their indented
         *> VISITED= lines with them, whichever way the header
         *> goes, so a session never splits across the cutoff.
         *>
         *> Every log but readings_history.log is chained by
         *> LOGCHAIN, so a log only ever gives up its leading run
         *> of old records - once one record stays, everything
         *> after it stays too, and the archive ends exactly where
         *> the live log picks up. Each archive pass that moves
         *> chained records out is entered on archive_chain.log
         *> with the archive file it went to and the first and
         *> last sequence numbers and last check value it took,
         *> which is how LOGVERIFY finds the archives and follows
         *> the chain across the split instead of reporting the
         *> purged records as missing.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            SELECT WORK-FILE ASSIGN TO 'archive_work.tmp'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ARCHIVE-CHAIN ASSIGN TO
                    'archive_chain.log'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         FILE SECTION.

         *> Widest record on site is the 160-byte ack line with its
         *> chain stamp - the shorter logs just read in space-padded
         FD LIVE-LOG.
         01 LIVE-RECORD            PIC X(188).
         01 LIVE-DATED-RECORD REDEFINES LIVE-RECORD.
            05 LIVE-REC-DATE       PIC X(10).
            05 FILLER              PIC X(178).
         01 LIVE-READING-RECORD REDEFINES LIVE-RECORD.
            05 FILLER              PIC X(5).
            05 LIVE-REC-STAMP-DATE PIC X(8).
            05 FILLER              PIC X(175).

         FD ARCHIVE-LOG.
         01 ARCHIVE-RECORD         PIC X(188).

         FD WORK-FILE.
         01 WORK-RECORD            PIC X(188).

         *> One line per chained log per archive pass that moved
         *> records out - where they went and the stretch of the
         *> chain they took with them. A pass that finds no stamped
         *> record leaves the sequence fields zero.
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

         WORKING-STORAGE SECTION.

         01 WS-REC-OLD             PIC X     VALUE "N".
         01 WS-SCAN-STOP           PIC X     VALUE "N".

         *> The chain stamp LOGCHAIN lays after a log's text, and
         *> how wide that text is for the log on this pass - zero
         *> for a log that isn't chained
         01 WS-CHAIN-WIDTH         PIC 9(3)  VALUE 0.
         01 WS-KEEP-STARTED        PIC X     VALUE "N".
         01 WS-CHAIN-STAMP.
            05 WS-STAMP-REC-TAG    PIC X(5).
            05 WS-STAMP-SEQ        PIC X(9).
            05 WS-STAMP-CHK-TAG    PIC X(5).
            05 WS-STAMP-CHECK      PIC X(9).
         01 WS-ARC-FIRST-SEQ       PIC 9(9)  VALUE 0.
         01 WS-ARC-LAST-SEQ        PIC 9(9)  VALUE 0.
         01 WS-ARC-LAST-CHECK      PIC 9(9)  VALUE 0.

         01 WS-CURRENT-DATE-DATA.
            05 WS-CURRENT-DATE     PIC X(8).
            05 FILLER              PIC X(13).

       PROCEDURE DIVISION.

       DISPLAY "LOG ARCHIVE AND PURGE".
              WS-CUTOFF-DAY
              DELIMITED BY SIZE INTO WS-CUTOFF-DASHED
       END-STRING.
       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.

       *> Work out how far the alert/ack pair can shrink before
       *> touching either file - never past the last ack on file,

       MOVE "login_attempts.log" TO WS-LIVE-NAME.
       MOVE "D" TO WS-LOG-TYPE.
       MOVE 080 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "transaction.log" TO WS-LIVE-NAME.
       MOVE "S" TO WS-LOG-TYPE.
       MOVE 080 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "fuel_transactions.log" TO WS-LIVE-NAME.
       MOVE "D" TO WS-LOG-TYPE.
       MOVE 100 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "readings_history.log" TO WS-LIVE-NAME.
       MOVE "R" TO WS-LOG-TYPE.
       MOVE 000 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "admin_audit.log" TO WS-LIVE-NAME.
       MOVE "D" TO WS-LOG-TYPE.
       MOVE 080 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "alert.log" TO WS-LIVE-NAME.
       MOVE "A" TO WS-LOG-TYPE.
       MOVE 080 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       MOVE "alert_ack.log" TO WS-LIVE-NAME.
       MOVE "K" TO WS-LOG-TYPE.
       MOVE 160 TO WS-CHAIN-WIDTH.
       PERFORM ARCHIVE-ONE-LOG.

       DISPLAY "Archive pass complete.".
          MOVE 0 TO WS-ARC-COUNT
          MOVE 0 TO WS-KEEP-COUNT
          MOVE "N" TO WS-REC-OLD
          MOVE "N" TO WS-KEEP-STARTED
          MOVE 0 TO WS-ARC-FIRST-SEQ
          MOVE 0 TO WS-ARC-LAST-SEQ
          MOVE 0 TO WS-ARC-LAST-CHECK
          MOVE "N" TO WS-LIVE-EOF
          OPEN INPUT LIVE-LOG
          IF WS-LIVE-STATUS NOT = "00"
                      IF WS-REC-OLD = "Y"
                         ADD 1 TO WS-ARC-COUNT
                         WRITE ARCHIVE-RECORD FROM LIVE-RECORD
                         IF WS-CHAIN-WIDTH > 0
                            PERFORM NOTE-ARCHIVED-STAMP
                         END-IF
                      ELSE
                         ADD 1 TO WS-KEEP-COUNT
                         WRITE WORK-RECORD FROM LIVE-RECORD
             CLOSE ARCHIVE-LOG
             CLOSE WORK-FILE
             PERFORM REWRITE-LIVE-LOG
             IF WS-CHAIN-WIDTH > 0 AND WS-ARC-COUNT > 0
                PERFORM WRITE-ARCHIVE-CHAIN
             END-IF
             DISPLAY WS-LIVE-NAME ": " WS-ARC-COUNT
                     " archived, " WS-KEEP-COUNT " kept."
          END-IF.
                ELSE
                   MOVE "N" TO WS-REC-OLD
                END-IF
          END-EVALUATE
          *> A chained log only gives up its leading run - an old
          *> straggler after a kept record stays with it
          IF WS-CHAIN-WIDTH > 0
             IF WS-KEEP-STARTED = "Y"
                MOVE "N" TO WS-REC-OLD
             END-IF
             IF WS-REC-OLD = "N"
                MOVE "Y" TO WS-KEEP-STARTED
             END-IF
          END-IF.

       *> Keep track of the stretch of chain going to the archive -
       *> the first stamped record's sequence number, and the last
       *> one's with its check value, which is the link the first
       *> record left in the live log chains from. Records from
       *> before the logs were chained carry no stamp.
       NOTE-ARCHIVED-STAMP.
          MOVE LIVE-RECORD (WS-CHAIN-WIDTH + 1:28) TO WS-CHAIN-STAMP
          IF WS-STAMP-REC-TAG = " REC="
                AND WS-STAMP-SEQ IS NUMERIC
                AND WS-STAMP-CHECK IS NUMERIC
             IF WS-ARC-FIRST-SEQ = 0
                MOVE WS-STAMP-SEQ TO WS-ARC-FIRST-SEQ
             END-IF
             MOVE WS-STAMP-SEQ   TO WS-ARC-LAST-SEQ
             MOVE WS-STAMP-CHECK TO WS-ARC-LAST-CHECK
          END-IF.

       *> Enter this pass on archive_chain.log so LOGVERIFY walks
       *> the archive before the live log and knows where the
       *> chain was split
       WRITE-ARCHIVE-CHAIN.
          MOVE WS-LIVE-NAME      TO ACH-LOG-NAME
          MOVE WS-ARCHIVE-NAME   TO ACH-ARCHIVE-NAME
          MOVE WS-CUTOFF-DATE    TO ACH-CUTOFF
          MOVE WS-ARC-FIRST-SEQ  TO ACH-FIRST-SEQ
          MOVE WS-ARC-LAST-SEQ   TO ACH-LAST-SEQ
          MOVE WS-ARC-LAST-CHECK TO ACH-LAST-CHECK
          MOVE WS-ARC-COUNT      TO ACH-COUNT
          MOVE WS-CURRENT-DATE   TO ACH-RUN-DATE
          OPEN EXTEND ARCHIVE-CHAIN
          WRITE ARCHIVE-CHAIN-RECORD
          CLOSE ARCHIVE-CHAIN.

       *> Copy the kept records back over the live log - this is
       *> the step that actually shrinks the file
