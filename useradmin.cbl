         *> are run through the PWDCIPHER decrypt module (see
         *> pwdcipher.cbl) before they're ever written to disk, so
         *> USER-PWD is never stored in the clear. Sites coming off
         *> the old flat users.txt load it once with FILECONVERT,
         *> which also widens a users.dat from before the
         *> password-changed date was added.
         *> The tool asks who is at the keyboard first - the
         *> acting admin's credentials are checked against their
         *> own users.dat record through the same PWDCIPHER
         *> action taken is appended to admin_audit.log with
         *> timestamp, acting admin and target USER-ID, so the
         *> next surprise account change has a name on it.
         *> A password set here is a temporary one - it goes on
         *> the record with no changed date, so the account's
         *> owner has to pick their own at their next login.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            05 USER-LOCKED     PIC X.
            05 USER-FAILS      PIC 9(2).
            05 USER-ROLE       PIC X(10).
            05 USER-PWD-DATE   PIC X(8).

         *> Who did what to whom, one line per admin action
         FD ADMIN-AUDIT.
         01 ADMIN-AUDIT-RECORD PIC X(108).

         *> One record per rostered USER-ID - the HHMM window of
         *> the shift they are scheduled to work. The main
         01 WS-AUDIT-TARGET       PIC X(4)  VALUE SPACES.
         01 WS-AUDIT-LINE         PIC X(80) VALUE SPACES.

         *> The line goes out through LOGCHAIN, which stamps it
         *> onto the admin_audit.log chain after the text
         01 WS-CHAIN-RECORD       PIC X(188) VALUE SPACES.
         01 WS-CHAIN-AUDIT-LOG    PIC X(30)
            VALUE "admin_audit.log".

         *> Date and time handling, same shape CONTAINMENTUNIT uses
         01 WS-CURRENT-DATE-DATA.
            05 WS-CURRENT-DATE.
             IF WS-USERS-STATUS NOT = "00"
                DISPLAY "Cannot open users.dat - status "
                        WS-USERS-STATUS
                IF WS-USERS-STATUS = "39"
                   DISPLAY "users.dat is in its old layout - run "
                           "FILECONVERT to widen it."
                END-IF
             ELSE
                MOVE WS-ADMIN-ID TO USER-ID
                READ USERS
                 DELIMITED BY SIZE INTO WS-AUDIT-LINE
          END-STRING
          OPEN EXTEND ADMIN-AUDIT
          MOVE WS-AUDIT-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-AUDIT-LOG
                                WS-CHAIN-RECORD
          WRITE ADMIN-AUDIT-RECORD FROM WS-CHAIN-RECORD
          CLOSE ADMIN-AUDIT.

       *> Prompt for a new USER-ID/USER-PWD/USER-EXP and write it
             MOVE "N"                 TO USER-LOCKED
             MOVE 0                   TO USER-FAILS
             MOVE WS-INPUT-ROLE       TO USER-ROLE
             MOVE SPACES              TO USER-PWD-DATE
             WRITE USERS-FILE
                INVALID KEY
                   DISPLAY "A user with that ID already exists."
          END-IF.

       *> Read the USER-ID's record by key and rewrite it with the
       *> new password - one record touched, nothing else. The
       *> changed date is cleared so the owner has to replace it.
       CHANGE-PASSWORD.
          DISPLAY "User ID to update (4 chars): " WITH NO ADVANCING
          ACCEPT WS-INPUT-ID
                   ACCEPT WS-INPUT-PWD
                   CALL "PWDCIPHER" USING WS-INPUT-PWD
                   MOVE WS-INPUT-PWD TO USER-PWD
                   MOVE SPACES TO USER-PWD-DATE
                   REWRITE USERS-FILE
                   DISPLAY "Password changed - due for change at"
                           " next login."
                   MOVE "CHANGE-PASSWORD" TO WS-AUDIT-ACTION
                   MOVE WS-INPUT-ID TO WS-AUDIT-TARGET
                   PERFORM WRITE-AUDIT-RECORD
                      DISPLAY USER-ID "  EXP:" USER-EXP
                              "  LOCKED:" USER-LOCKED
                              "  ROLE:" USER-ROLE
                              "  PWD SET:" USER-PWD-DATE
                END-READ
             END-PERFORM
             IF WS-USER-COUNT = 0
