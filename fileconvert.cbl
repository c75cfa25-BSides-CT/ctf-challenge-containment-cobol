         *> are first rolled out; a missing input file is skipped,
         *> and a duplicate key in the input is reported and
         *> dropped rather than loaded twice.
         *> Run it again on a site whose users.dat predates the
         *> password-changed date (USER-PWD-DATE) and it widens
         *> the existing records to the current layout in place,
         *> the date left blank so each password is changed at its
         *> owner's next login - until then CONTAINMENTUNIT and
         *> USERADMIN cannot open the shorter records. The old
         *> records are copied to users_layout.bak first.
         *> A deficiencies.dat from before the time of opening was
         *> added to its key is widened the same way - each record
         *> keeps its date and gets a time of 000000 - with the old
         *> records copied to deficiencies_layout.bak first.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            RECORD KEY IS NEW-USER-ID
            FILE STATUS IS WS-NEW-USERS-STATUS.

            *> users.dat as it was laid out before USER-PWD-DATE
            SELECT PRIOR-USERS ASSIGN TO 'users.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PRIOR-USER-ID
            FILE STATUS IS WS-PRIOR-USERS-STATUS.

            SELECT USERS-BACKUP ASSIGN TO 'users_layout.bak'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACKUP-STATUS.

            SELECT NEW-DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NEW-DEF-KEY
            FILE STATUS IS WS-NEW-DEF-STATUS.

            *> deficiencies.dat as it was laid out before
            *> DEF-OPENED-TIME
            SELECT PRIOR-DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PRIOR-DEF-KEY
            FILE STATUS IS WS-PRIOR-DEF-STATUS.

            SELECT DEFICIENCIES-BACKUP ASSIGN TO
                    'deficiencies_layout.bak'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEF-BACKUP-STATUS.

            SELECT OLD-UNITS ASSIGN TO 'units.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-UNITS-STATUS.
            05 NEW-USER-LOCKED     PIC X.
            05 NEW-USER-FAILS      PIC 9(2).
            05 NEW-USER-ROLE       PIC X(10).
            05 NEW-USER-PWD-DATE   PIC X(8).

         *> users.dat before the password-changed date was added
         FD PRIOR-USERS.
         01 PRIOR-USERS-RECORD.
            05 PRIOR-USER-ID         PIC XXXX.
            05 PRIOR-USER-PWD        PIC X(8).
            05 PRIOR-USER-DEBUG-FLAG PIC X(6).
            05 PRIOR-USER-EXP        PIC X(8).
            05 PRIOR-USER-LOCKED     PIC X.
            05 PRIOR-USER-FAILS      PIC 9(2).
            05 PRIOR-USER-ROLE       PIC X(10).

         FD USERS-BACKUP.
         01 USERS-BACKUP-RECORD      PIC X(39).

         *> Same layout as CONTAINMENTUNIT's DEFICIENCIES FD - the
         *> fields after the key carry over unchanged, so they are
         *> moved as one
         FD NEW-DEFICIENCIES.
         01 NEW-DEFICIENCIES-RECORD.
            05 NEW-DEF-KEY.
               10 NEW-DEF-SERIAL      PIC X(5).
               10 NEW-DEF-OPENED      PIC X(8).
               10 NEW-DEF-OPENED-TIME PIC X(6).
               10 NEW-DEF-ITEM        PIC X(10).
            05 NEW-DEF-DETAIL         PIC X(114).

         *> deficiencies.dat before the time of opening was added
         FD PRIOR-DEFICIENCIES.
         01 PRIOR-DEFICIENCIES-RECORD.
            05 PRIOR-DEF-KEY.
               10 PRIOR-DEF-SERIAL    PIC X(5).
               10 PRIOR-DEF-OPENED    PIC X(8).
               10 PRIOR-DEF-ITEM      PIC X(10).
            05 PRIOR-DEF-DETAIL       PIC X(114).

         FD DEFICIENCIES-BACKUP.
         01 DEFICIENCIES-BACKUP-RECORD PIC X(137).

         FD OLD-UNITS.
         01 OLD-UNITS-RECORD.
         01 WS-UNITS-LOADED        PIC 9(4) VALUE 0.
         01 WS-UNITS-DROPPED       PIC 9(4) VALUE 0.

         *> An old-layout users.dat held while it is rebuilt
         01 WS-PRIOR-USERS-STATUS  PIC XX   VALUE "00".
         01 WS-BACKUP-STATUS       PIC XX   VALUE "00".
         01 WS-PRIOR-EOF           PIC X    VALUE "N".
         01 WS-PRIOR-OVERFLOW      PIC X    VALUE "N".
         01 WS-PRIOR-COUNT         PIC 9(4) VALUE 0.
         01 WS-PRIOR-TABLE.
            05 WS-PRIOR-USER OCCURS 500 TIMES INDEXED BY PU
                                   PIC X(39).
         01 WS-PRIOR-WORK.
            05 WS-PW-ID            PIC XXXX.
            05 WS-PW-PWD           PIC X(8).
            05 WS-PW-DEBUG-FLAG    PIC X(6).
            05 WS-PW-EXP           PIC X(8).
            05 WS-PW-LOCKED        PIC X.
            05 WS-PW-FAILS         PIC 9(2).
            05 WS-PW-ROLE          PIC X(10).

         *> An old-layout deficiencies.dat on its way through
         *> deficiencies_layout.bak to the current layout
         01 WS-NEW-DEF-STATUS      PIC XX   VALUE "00".
         01 WS-PRIOR-DEF-STATUS    PIC XX   VALUE "00".
         01 WS-DEF-BACKUP-STATUS   PIC XX   VALUE "00".
         01 WS-DEF-EOF             PIC X    VALUE "N".
         01 WS-DEF-BACKUP-OK       PIC X    VALUE "Y".
         01 WS-DEF-SAVED           PIC 9(5) VALUE 0.
         01 WS-DEF-WIDENED         PIC 9(5) VALUE 0.
         01 WS-PRIOR-DEF-WORK.
            05 WS-PD-SERIAL        PIC X(5).
            05 WS-PD-OPENED        PIC X(8).
            05 WS-PD-ITEM          PIC X(10).
            05 WS-PD-DETAIL        PIC X(114).

       PROCEDURE DIVISION.

       DISPLAY "FLAT FILE TO INDEXED CONVERSION".

       PERFORM CONVERT-USERS.
       PERFORM CONVERT-UNITS.
       PERFORM CONVERT-DEFICIENCIES.

       DISPLAY "Conversion complete.".
       STOP RUN.
       *> already on disk means the site converted some time ago
       *> and has been living on the indexed file since - loading
       *> the stale flat file over it would lose every change made
       *> after conversion, so an existing target is never reloaded.
       *> One still in the layout from before USER-PWD-DATE will
       *> not open against the current record length, and is
       *> widened in place instead.
       CONVERT-USERS.
          OPEN INPUT NEW-USERS
          IF WS-NEW-USERS-STATUS = "00"
             CLOSE NEW-USERS
             DISPLAY "users.dat already exists - users skipped."
          ELSE
          IF WS-NEW-USERS-STATUS = "39"
             PERFORM WIDEN-USERS-LAYOUT
          ELSE
          OPEN INPUT OLD-USERS
          IF WS-OLD-USERS-STATUS NOT = "00"
             DISPLAY "No users.txt found - users skipped."
             DISPLAY WS-USERS-LOADED " user(s) loaded, "
                     WS-USERS-DROPPED " duplicate(s) dropped."
          END-IF
          END-IF
          END-IF.

       LOAD-ONE-USER.
          *> The flat file predates roles - everyone converts in
          *> as a plain operator and USERADMIN promotes from there
          MOVE "OPERATOR"          TO NEW-USER-ROLE

          *> No changed date on a converted password, so each
          *> owner sets a fresh one at their first login
          MOVE SPACES              TO NEW-USER-PWD-DATE
          WRITE NEW-USERS-RECORD
             INVALID KEY
                ADD 1 TO WS-USERS-DROPPED
                ADD 1 TO WS-USERS-LOADED
          END-WRITE.

       *> Copy every old-layout record aside to users_layout.bak
       *> and into memory, then rebuild users.dat from them in the
       *> current layout. Nothing is rebuilt unless every record
       *> was read and saved, so a failure leaves users.dat as it
       *> was.
       WIDEN-USERS-LAYOUT.
          OPEN INPUT PRIOR-USERS
          IF WS-PRIOR-USERS-STATUS NOT = "00"
             DISPLAY "Cannot open users.dat - status "
                     WS-PRIOR-USERS-STATUS
          ELSE
             OPEN OUTPUT USERS-BACKUP
             IF WS-BACKUP-STATUS NOT = "00"
                DISPLAY "Cannot create users_layout.bak - status "
                        WS-BACKUP-STATUS
                MOVE "Y" TO WS-PRIOR-OVERFLOW
             ELSE
                PERFORM UNTIL WS-PRIOR-EOF = "Y"
                   READ PRIOR-USERS NEXT RECORD
                      AT END MOVE "Y" TO WS-PRIOR-EOF
                      NOT AT END PERFORM HOLD-ONE-PRIOR-USER
                   END-READ
                END-PERFORM
                CLOSE USERS-BACKUP
             END-IF
             CLOSE PRIOR-USERS
             IF WS-PRIOR-OVERFLOW = "Y"
                DISPLAY "users.dat left in its old layout."
             ELSE
                PERFORM REBUILD-WIDENED-USERS
             END-IF
          END-IF.

       HOLD-ONE-PRIOR-USER.
          WRITE USERS-BACKUP-RECORD FROM PRIOR-USERS-RECORD
          IF WS-PRIOR-COUNT < 500
             ADD 1 TO WS-PRIOR-COUNT
             SET PU TO WS-PRIOR-COUNT
             MOVE PRIOR-USERS-RECORD TO WS-PRIOR-USER (PU)
          ELSE
             IF WS-PRIOR-OVERFLOW = "N"
                DISPLAY "More than 500 users on users.dat."
             END-IF
             MOVE "Y" TO WS-PRIOR-OVERFLOW
             MOVE "Y" TO WS-PRIOR-EOF
          END-IF.

       *> Lay every held record down again in the current layout
       *> with no password-changed date
       REBUILD-WIDENED-USERS.
          OPEN OUTPUT NEW-USERS
          IF WS-NEW-USERS-STATUS NOT = "00"
             DISPLAY "Cannot rebuild users.dat - status "
                     WS-NEW-USERS-STATUS
                     " - old records are in users_layout.bak"
          ELSE
             PERFORM VARYING PU FROM 1 BY 1
                     UNTIL PU > WS-PRIOR-COUNT
                MOVE WS-PRIOR-USER (PU) TO WS-PRIOR-WORK
                MOVE WS-PW-ID           TO NEW-USER-ID
                MOVE WS-PW-PWD          TO NEW-USER-PWD
                MOVE WS-PW-DEBUG-FLAG   TO NEW-USER-DEBUG-FLAG
                MOVE WS-PW-EXP          TO NEW-USER-EXP
                MOVE WS-PW-LOCKED       TO NEW-USER-LOCKED
                MOVE WS-PW-FAILS        TO NEW-USER-FAILS
                MOVE WS-PW-ROLE         TO NEW-USER-ROLE
                MOVE SPACES             TO NEW-USER-PWD-DATE
                WRITE NEW-USERS-RECORD
                   INVALID KEY
                      DISPLAY "Rewrite failed for USER-ID "
                              WS-PW-ID
                   NOT INVALID KEY
                      ADD 1 TO WS-USERS-LOADED
                END-WRITE
             END-PERFORM
             CLOSE NEW-USERS
             DISPLAY WS-USERS-LOADED " user(s) widened to the "
                     "current users.dat layout."
          END-IF.

       *> units.txt -> units.dat keyed on UNIT-SERIAL, guarded the
       *> same way - never load the stale flat file over a live
       *> units.dat
             NOT INVALID KEY
                ADD 1 TO WS-UNITS-LOADED
          END-WRITE.

       *> deficiencies.dat has no flat predecessor - the only
       *> conversion is widening one from before DEF-OPENED-TIME,
       *> which will not open against the current record length.
       *> A current one, or none at all, is left alone.
       CONVERT-DEFICIENCIES.
          OPEN INPUT NEW-DEFICIENCIES
          IF WS-NEW-DEF-STATUS = "00"
             CLOSE NEW-DEFICIENCIES
             DISPLAY "deficiencies.dat already current - skipped."
          ELSE
          IF WS-NEW-DEF-STATUS = "39"
             PERFORM WIDEN-DEFICIENCIES-LAYOUT
          ELSE
             DISPLAY "No deficiencies.dat found - skipped."
          END-IF
          END-IF.

       *> Copy every old-layout record to deficiencies_layout.bak,
       *> then rebuild deficiencies.dat from the copy. Nothing is
       *> rebuilt unless every record was saved, so a failure
       *> leaves deficiencies.dat as it was.
       WIDEN-DEFICIENCIES-LAYOUT.
          OPEN INPUT PRIOR-DEFICIENCIES
          IF WS-PRIOR-DEF-STATUS NOT = "00"
             DISPLAY "Cannot open deficiencies.dat - status "
                     WS-PRIOR-DEF-STATUS
          ELSE
             OPEN OUTPUT DEFICIENCIES-BACKUP
             IF WS-DEF-BACKUP-STATUS NOT = "00"
                DISPLAY "Cannot create deficiencies_layout.bak - "
                        "status " WS-DEF-BACKUP-STATUS
                MOVE "N" TO WS-DEF-BACKUP-OK
             ELSE
                PERFORM UNTIL WS-DEF-EOF = "Y"
                   READ PRIOR-DEFICIENCIES NEXT RECORD
                      AT END MOVE "Y" TO WS-DEF-EOF
                      NOT AT END PERFORM SAVE-ONE-PRIOR-DEFICIENCY
                   END-READ
                END-PERFORM
                CLOSE DEFICIENCIES-BACKUP
             END-IF
             CLOSE PRIOR-DEFICIENCIES
             IF WS-DEF-BACKUP-OK NOT = "Y"
                DISPLAY "deficiencies.dat left in its old layout."
             ELSE
                PERFORM REBUILD-WIDENED-DEFICIENCIES
             END-IF
          END-IF.

       SAVE-ONE-PRIOR-DEFICIENCY.
          WRITE DEFICIENCIES-BACKUP-RECORD
             FROM PRIOR-DEFICIENCIES-RECORD
          IF WS-DEF-BACKUP-STATUS = "00"
             ADD 1 TO WS-DEF-SAVED
          ELSE
             DISPLAY "deficiencies_layout.bak write failed - "
                     "status " WS-DEF-BACKUP-STATUS
             MOVE "N" TO WS-DEF-BACKUP-OK
             MOVE "Y" TO WS-DEF-EOF
          END-IF.

       *> Lay every saved record down again in the current layout,
       *> opened at 000000 on its original date
       REBUILD-WIDENED-DEFICIENCIES.
          OPEN OUTPUT NEW-DEFICIENCIES
          IF WS-NEW-DEF-STATUS NOT = "00"
             DISPLAY "Cannot rebuild deficiencies.dat - status "
                     WS-NEW-DEF-STATUS
                     " - old records are in deficiencies_layout.bak"
          ELSE
             OPEN INPUT DEFICIENCIES-BACKUP
             MOVE "N" TO WS-DEF-EOF
             PERFORM UNTIL WS-DEF-EOF = "Y"
                READ DEFICIENCIES-BACKUP INTO WS-PRIOR-DEF-WORK
                   AT END MOVE "Y" TO WS-DEF-EOF
                   NOT AT END PERFORM WRITE-ONE-WIDENED-DEFICIENCY
                END-READ
             END-PERFORM
             CLOSE DEFICIENCIES-BACKUP
             CLOSE NEW-DEFICIENCIES
             DISPLAY WS-DEF-WIDENED " of " WS-DEF-SAVED
                     " deficiency record(s) widened to the current "
                     "deficiencies.dat layout."
          END-IF.

       WRITE-ONE-WIDENED-DEFICIENCY.
          MOVE WS-PD-SERIAL TO NEW-DEF-SERIAL
          MOVE WS-PD-OPENED TO NEW-DEF-OPENED
          MOVE "000000"     TO NEW-DEF-OPENED-TIME
          MOVE WS-PD-ITEM   TO NEW-DEF-ITEM
          MOVE WS-PD-DETAIL TO NEW-DEF-DETAIL
          WRITE NEW-DEFICIENCIES-RECORD
             INVALID KEY
                DISPLAY "Rewrite failed for deficiency "
                        WS-PD-SERIAL " " WS-PD-OPENED " " WS-PD-ITEM
             NOT INVALID KEY
                ADD 1 TO WS-DEF-WIDENED
          END-WRITE.
