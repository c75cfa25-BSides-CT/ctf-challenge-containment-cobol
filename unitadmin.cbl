         *> RETIRD, never a delete - the record stays on file for
         *> the auditors, and FUELREPORT, SITEEXTRACT and the main
         *> program's unit selection all skip RETIRD units.
         *> The tool asks who is at the keyboard first, checked
         *> against users.dat the way USERADMIN does it, and every
         *> status it sets - commissioning, a (S)TATUS correction,
         *> decommissioning - goes on the unit event ledger under
         *> that name. Setting a unit OPENED from here takes a
         *> second supervisor's countersign, just as the main
         *> program's live view does. (F)IX works a unit's
         *> inspection deficiencies to closure - the corrective
         *> action is recorded first, and only then can a
         *> supervisor sign the deficiency closed. (T)RANSFER
         *> sends a CLOSED unit to a sister site - it goes to
         *> TRNSIT here (skipped everywhere RETIRD is) and is
         *> queued in transfers.dat for the next SITEEXTRACT to
         *> carry, with its bands and recent inspections, to the
         *> receiving site's SITEINTAKE.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            RECORD KEY IS UNIT-SERIAL
            FILE STATUS IS WS-UNITS-STATUS.

            SELECT USERS ASSIGN TO 'users.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS USER-ID
            FILE STATUS IS WS-USERS-STATUS.

            SELECT OPTIONAL UNIT-EVENTS ASSIGN TO 'unit_events.log'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEF-KEY
            FILE STATUS IS WS-DEFICIENCY-STATUS.

            SELECT TRANSFERS ASSIGN TO 'transfers.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XFR-KEY
            FILE STATUS IS WS-TRANSFER-STATUS.

       DATA DIVISION.

         FILE SECTION.
            05 UNIT-FUEL-CAP   PIC 9(5).
            05 UNIT-FUEL-DATE  PIC X(8).

         *> Same layout as CONTAINMENTUNIT's USERS FD
         FD USERS.
         01 USERS-FILE.
            05 USER-ID         PIC XXXX.
            05 USER-PWD        PIC X(8).
            05 USER-DEBUG-FLAG PIC X(6).
            05 USER-EXP        PIC X(8).
            05 USER-LOCKED     PIC X.
            05 USER-FAILS      PIC 9(2).
            05 USER-ROLE       PIC X(10).
            05 USER-PWD-DATE   PIC X(8).

         *> Containment state-change ledger, shared with
         *> CONTAINMENTUNIT - one line per status change
         FD UNIT-EVENTS.
         01 UNIT-EVENTS-RECORD PIC X(90).

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

         *> One record per unit transfer this site has sent (OUT)
         *> or taken in (IN), keyed on the serial and the date it
         *> left the sending site. An OUT transfer is PENDING until
         *> SITEEXTRACT sends it, INTRANS until the receiving
         *> site's receipt comes back, then RECEIVED. For an IN
         *> transfer XFR-SENT-DATE is when the receipt went out.
         FD TRANSFERS.
         01 TRANSFERS-RECORD.
            05 XFR-KEY.
               10 XFR-SERIAL      PIC X(5).
               10 XFR-DATE        PIC X(8).
            05 XFR-DIRECTION      PIC X(3).
            05 XFR-STATUS         PIC X(8).
            05 XFR-FROM-SITE      PIC X(6).
            05 XFR-TO-SITE        PIC X(6).
            05 XFR-PRIOR-STATUS   PIC X(6).
            05 XFR-BY             PIC X(4).
            05 XFR-SENT-DATE      PIC X(8).
            05 XFR-RECEIVED-DATE  PIC X(8).

         WORKING-STORAGE SECTION.

         01 WS-UNITS-STATUS       PIC XX   VALUE "00".
         01 WS-INPUT-BUILD        PIC X(8)  VALUE SPACES.
         01 WS-INPUT-CAP          PIC X(5)  VALUE SPACES.

         *> The acting admin - established once at startup against
         *> their own users.dat record, stamped on every ledger line
         01 WS-USERS-STATUS       PIC XX    VALUE "00".
         01 WS-ADMIN-ID           PIC X(4)  VALUE SPACES.
         01 WS-ADMIN-PWD          PIC X(8)  VALUE SPACES.
         01 WS-DECRYPTED-PWD      PIC X(8)  VALUE SPACES.
         01 WS-ADMIN-OK           PIC X     VALUE "N".
         01 WS-ADMIN-ROLE         PIC X(10) VALUE SPACES.

         *> Countersigning supervisor for an OPENED status
         01 WS-AUTH-ID            PIC X(4)  VALUE SPACES.
         01 WS-AUTH-PWD           PIC X(8)  VALUE SPACES.
         01 WS-AUTH-OK            PIC X     VALUE "N".

         *> The selected unit's deficiencies not yet signed closed,
         *> numbered as listed so one can be picked to work on
         01 WS-DEFICIENCY-STATUS  PIC XX    VALUE "00".
         01 WS-DEFICIENCY-EOF     PIC X     VALUE "N".
         01 WS-DEF-COUNT          PIC 9(2)  VALUE 0.
         01 WS-DEF-KEYS.
            05 WS-DEF-KEY-ENTRY OCCURS 50 TIMES INDEXED BY DX
                                  PIC X(29).
         01 WS-DEF-NUMBER         PIC 9(2)  VALUE 0.
         01 WS-INPUT-DEF-NO       PIC X(2)  VALUE SPACES.
         01 WS-INPUT-ACTION       PIC X(40) VALUE SPACES.
         01 WS-SIGNED-BY          PIC X(4)  VALUE SPACES.

         *> A transfer out to a sister site
         01 WS-TRANSFER-STATUS    PIC XX    VALUE "00".
         01 WS-INPUT-SITE         PIC X(6)  VALUE SPACES.

         *> One status change on its way to the unit event ledger
         01 WS-EVENT-FROM         PIC X(6)  VALUE SPACES.
         01 WS-EVENT-TO           PIC X(6)  VALUE SPACES.
         01 WS-EVENT-AUTH         PIC X(4)  VALUE SPACES.
         01 WS-EVENT-LINE         PIC X(90) VALUE SPACES.

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

       DISPLAY "UNITS.DAT ADMIN TOOL".
       DISPLAY "---------------------".

       PERFORM AUTHENTICATE-ADMIN.
       IF WS-ADMIN-OK NOT = "Y"
          DISPLAY "Authentication failed."
          STOP RUN
       END-IF.

       PERFORM UNTIL WS-MENU-CHOICE = "Q"
          DISPLAY " "
          DISPLAY "(C)OMMISSION a new unit"
          DISPLAY "(E)DIT a unit's build date / fuel source"
          DISPLAY "(S)TATUS - set a unit CLOSED or OPENED"
          DISPLAY "(D)ECOMMISSION a unit"
          DISPLAY "(F)IX - deficiency action / supervisor sign-off"
          DISPLAY "(T)RANSFER a unit to a sister site"
          DISPLAY "(L)IST all units"
          DISPLAY "(Q)UIT"
          DISPLAY "Select an option: " WITH NO ADVANCING
                PERFORM COMMISSION-UNIT
             WHEN "E"
                PERFORM EDIT-UNIT
             WHEN "S"
                PERFORM SET-UNIT-STATUS
             WHEN "D"
                PERFORM DECOMMISSION-UNIT
             WHEN "F"
                PERFORM FIX-DEFICIENCY
             WHEN "T"
                PERFORM TRANSFER-UNIT-OUT
             WHEN "L"
                PERFORM LIST-UNITS
             WHEN "Q"

       STOP RUN.

       *> Who is at the keyboard - the keyed credentials are
       *> checked against that account's own users.dat record,
       *> decrypted through PWDCIPHER the same way USERADMIN does
       *> it, and a locked or expired account is refused. A site
       *> with no users.dat yet goes through on the keyed ID alone,
       *> as USERADMIN's first-run setup does.
       AUTHENTICATE-ADMIN.
          MOVE "N" TO WS-ADMIN-OK
          DISPLAY "Admin User ID (4 chars): " WITH NO ADVANCING
          ACCEPT WS-ADMIN-ID
          DISPLAY "Password (8 chars): " WITH NO ADVANCING
          ACCEPT WS-ADMIN-PWD
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          OPEN INPUT USERS
          IF WS-USERS-STATUS = "35"
             DISPLAY "No users.dat on site - first-run setup."
             MOVE "Y" TO WS-ADMIN-OK
             MOVE "SUPERVISOR" TO WS-ADMIN-ROLE
          ELSE
             IF WS-USERS-STATUS NOT = "00"
                DISPLAY "Cannot open users.dat - status "
                        WS-USERS-STATUS
             ELSE
                MOVE WS-ADMIN-ID TO USER-ID
                READ USERS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE USER-PWD TO WS-DECRYPTED-PWD
                      CALL "PWDCIPHER" USING WS-DECRYPTED-PWD
                      IF WS-DECRYPTED-PWD = WS-ADMIN-PWD
                         AND USER-LOCKED NOT = "Y"
                         AND WS-CURRENT-DATE NOT > USER-EXP
                         MOVE "Y" TO WS-ADMIN-OK
                         MOVE USER-ROLE TO WS-ADMIN-ROLE
                      END-IF
                END-READ
                CLOSE USERS
             END-IF
          END-IF.

       *> A second account's sign-off for putting a unit OPENED,
       *> or for closing a deficiency when the acting admin is not
       *> a supervisor - like the main program's two-person rule
       *> it has to be a different USER-ID from the acting admin,
       *> unlocked, not expired, and a SUPERVISOR
       AUTHORIZE-COUNTERSIGN.
          MOVE "N" TO WS-AUTH-OK
          DISPLAY "Countersigning supervisor ID (4 chars): "
                  WITH NO ADVANCING
          ACCEPT WS-AUTH-ID
          DISPLAY "Password (8 chars): " WITH NO ADVANCING
          ACCEPT WS-AUTH-PWD
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          IF WS-AUTH-ID NOT = WS-ADMIN-ID
             OPEN INPUT USERS
             IF WS-USERS-STATUS = "00"
                MOVE WS-AUTH-ID TO USER-ID
                READ USERS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE USER-PWD TO WS-DECRYPTED-PWD
                      CALL "PWDCIPHER" USING WS-DECRYPTED-PWD
                      IF WS-DECRYPTED-PWD = WS-AUTH-PWD
                         AND USER-LOCKED NOT = "Y"
                         AND WS-CURRENT-DATE NOT > USER-EXP
                         AND USER-ROLE = "SUPERVISOR"
                         MOVE "Y" TO WS-AUTH-OK
                      END-IF
                END-READ
                CLOSE USERS
             END-IF
          END-IF.

       *> Append one status change to the unit event ledger, in
       *> the same shape CONTAINMENTUNIT writes, marked as coming
       *> from this tool
       LOG-UNIT-EVENT.
          IF WS-EVENT-FROM NOT = WS-EVENT-TO
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE SPACES TO WS-EVENT-LINE
             STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                    WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                    WS-CURRENT-MIN ":" WS-CURRENT-SEC
                    " UNIT=" UNIT-SERIAL
                    " FROM=" WS-EVENT-FROM
                    " TO=" WS-EVENT-TO
                    " BY=" WS-ADMIN-ID
                    " AUTH=" WS-EVENT-AUTH
                    " SRC=ADMIN "
                    DELIMITED BY SIZE INTO WS-EVENT-LINE
             END-STRING
             OPEN EXTEND UNIT-EVENTS
             WRITE UNIT-EVENTS-RECORD FROM WS-EVENT-LINE
             CLOSE UNIT-EVENTS
          END-IF.

       *> Prompt for a new unit's serial, status, PSI, fuel source,
       *> build date and tank capacity and write it by key - the
       *> INVALID KEY catch refuses a duplicate serial. The first
       *> COMMISSION on a brand new site creates units.dat. The
       *> fuel book starts empty the same way FILECONVERT leaves
       *> it - the first refueling entry sets the real figures.
       *> A unit commissioned OPENED takes the same supervisor's
       *> countersign as (S)TATUS, named on the ledger event.
       COMMISSION-UNIT.
          DISPLAY "New Unit Serial (5 chars): " WITH NO ADVANCING
          ACCEPT WS-INPUT-SERIAL
          DISPLAY "Status (CLOSED/OPENED): " WITH NO ADVANCING
          ACCEPT WS-INPUT-STATUS
          MOVE FUNCTION UPPER-CASE(WS-INPUT-STATUS)
             TO WS-INPUT-STATUS
          IF WS-INPUT-STATUS NOT = "CLOSED"
             AND WS-INPUT-STATUS NOT = "OPENED"
             DISPLAY "Status must be CLOSED or OPENED."
          ELSE
             MOVE SPACES TO WS-EVENT-AUTH
             MOVE "Y" TO WS-AUTH-OK
             IF WS-INPUT-STATUS = "OPENED"
                PERFORM AUTHORIZE-COUNTERSIGN
                MOVE WS-AUTH-ID TO WS-EVENT-AUTH
             END-IF
             IF WS-AUTH-OK NOT = "Y"
                DISPLAY "Countersign refused - nothing commissioned."
             ELSE
                PERFORM WRITE-NEW-UNIT
             END-IF
          END-IF.

       *> The rest of the new unit's details, and the keyed write
       WRITE-NEW-UNIT.
          DISPLAY "PSI (3 digits): " WITH NO ADVANCING
          ACCEPT WS-INPUT-PSI
          DISPLAY "Fuel source (10 chars): " WITH NO ADVANCING
                   DISPLAY "A unit with that serial already exists."
                NOT INVALID KEY
                   DISPLAY "Unit commissioned."
                   MOVE SPACES      TO WS-EVENT-FROM
                   MOVE UNIT-STATUS TO WS-EVENT-TO
                   PERFORM LOG-UNIT-EVENT
             END-WRITE
             CLOSE UNITS
          END-IF.
             CLOSE UNITS
          END-IF.

       *> Correct a unit's containment status by key - CLOSED or
       *> OPENED only (decommissioning has its own option, and a
       *> decommissioned or transferred unit stays that way).
       *> Putting a unit OPENED needs a supervisor's countersign
       *> first.
       SET-UNIT-STATUS.
          DISPLAY "Unit serial to update (5 chars): "
                  WITH NO ADVANCING
          ACCEPT WS-INPUT-SERIAL
          DISPLAY "New status (CLOSED/OPENED): " WITH NO ADVANCING
          ACCEPT WS-INPUT-STATUS
          MOVE FUNCTION UPPER-CASE(WS-INPUT-STATUS)
             TO WS-INPUT-STATUS
          IF WS-INPUT-STATUS NOT = "CLOSED"
             AND WS-INPUT-STATUS NOT = "OPENED"
             DISPLAY "Status must be CLOSED or OPENED."
          ELSE
             MOVE SPACES TO WS-EVENT-AUTH
             MOVE "Y" TO WS-AUTH-OK
             IF WS-INPUT-STATUS = "OPENED"
                PERFORM AUTHORIZE-COUNTERSIGN
                MOVE WS-AUTH-ID TO WS-EVENT-AUTH
             END-IF
             IF WS-AUTH-OK NOT = "Y"
                DISPLAY "Countersign refused - nothing changed."
             ELSE
                OPEN I-O UNITS
                IF WS-UNITS-STATUS NOT = "00"
                   DISPLAY "Cannot open units.dat - status "
                           WS-UNITS-STATUS
                ELSE
                   MOVE WS-INPUT-SERIAL TO UNIT-SERIAL
                   READ UNITS
                      INVALID KEY
                         DISPLAY "No such unit."
                      NOT INVALID KEY
                         IF UNIT-STATUS = "RETIRD"
                            DISPLAY "Unit is decommissioned."
                         ELSE
                         IF UNIT-STATUS = "TRNSIT"
                            DISPLAY "Unit is in transit."
                         ELSE
                            MOVE UNIT-STATUS     TO WS-EVENT-FROM
                            MOVE WS-INPUT-STATUS TO UNIT-STATUS
                            REWRITE UNITS-RECORD
                            DISPLAY "Unit status set."
                            MOVE WS-INPUT-STATUS TO WS-EVENT-TO
                            PERFORM LOG-UNIT-EVENT
                         END-IF
                         END-IF
                   END-READ
                   CLOSE UNITS
                END-IF
             END-IF
          END-IF.

       *> Formal decommissioning - flips the status to RETIRD on
       *> the keyed record and leaves everything else in place for
       *> the auditors. The reporting programs all skip RETIRD.
                      IF UNIT-STATUS = "RETIRD"
                         DISPLAY "Unit is already decommissioned."
                      ELSE
                      IF UNIT-STATUS = "TRNSIT"
                         DISPLAY "Unit is in transit."
                      ELSE
                         MOVE UNIT-STATUS TO WS-EVENT-FROM
                         MOVE "RETIRD" TO UNIT-STATUS
                         REWRITE UNITS-RECORD
                         DISPLAY "Unit decommissioned."
                         MOVE "RETIRD" TO WS-EVENT-TO
                         MOVE SPACES   TO WS-EVENT-AUTH
                         PERFORM LOG-UNIT-EVENT
                      END-IF
                      END-IF
                END-READ
                CLOSE UNITS
             DISPLAY "Cancelled."
          END-IF.

       *> Send a unit to a sister site - only a CLOSED unit can go.
       *> The transfer is queued in transfers.dat first, and only
       *> once it is on file does the unit go to TRNSIT, so a
       *> failure leaves nothing half done. The unit's record
       *> stays here under TRNSIT for the auditors; the next
       *> SITEEXTRACT carries it, its bands and its recent
       *> inspections to the receiving site.
       TRANSFER-UNIT-OUT.
          DISPLAY "Unit serial to transfer (5 chars): "
                  WITH NO ADVANCING
          ACCEPT WS-INPUT-SERIAL
          DISPLAY "Receiving site ID (6 chars): " WITH NO ADVANCING
          MOVE SPACES TO WS-INPUT-SITE
          ACCEPT WS-INPUT-SITE
          MOVE FUNCTION UPPER-CASE(WS-INPUT-SITE) TO WS-INPUT-SITE
          IF WS-INPUT-SITE = SPACES
             DISPLAY "No receiving site - nothing changed."
          ELSE
             DISPLAY "Transfer " WS-INPUT-SERIAL " to "
                     WS-INPUT-SITE "? (Y/N): " WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
             IF WS-CONFIRM = "Y"
                OPEN I-O UNITS
                IF WS-UNITS-STATUS NOT = "00"
                   DISPLAY "Cannot open units.dat - status "
                           WS-UNITS-STATUS
                ELSE
                   MOVE WS-INPUT-SERIAL TO UNIT-SERIAL
                   READ UNITS
                      INVALID KEY
                         DISPLAY "No such unit."
                      NOT INVALID KEY
                         IF UNIT-STATUS = "RETIRD"
                            DISPLAY "Unit is decommissioned."
                         ELSE
                         IF UNIT-STATUS = "TRNSIT"
                            DISPLAY "Unit is already in transit."
                         ELSE
                         IF UNIT-STATUS NOT = "CLOSED"
                            DISPLAY "Unit must be CLOSED to transfer."
                         ELSE
                            PERFORM QUEUE-UNIT-TRANSFER
                         END-IF
                         END-IF
                         END-IF
                   END-READ
                   CLOSE UNITS
                END-IF
             ELSE
                DISPLAY "Cancelled."
             END-IF
          END-IF.

       *> Put the transfer on file as PENDING and, once it is
       *> there, mark the unit TRNSIT on the ledger
       QUEUE-UNIT-TRANSFER.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          OPEN I-O TRANSFERS
          IF WS-TRANSFER-STATUS = "35"
             OPEN OUTPUT TRANSFERS
          END-IF
          IF WS-TRANSFER-STATUS NOT = "00"
             DISPLAY "Cannot open transfers.dat - status "
                     WS-TRANSFER-STATUS
          ELSE
             MOVE UNIT-SERIAL     TO XFR-SERIAL
             MOVE WS-CURRENT-DATE TO XFR-DATE
             MOVE "OUT"           TO XFR-DIRECTION
             MOVE "PENDING"       TO XFR-STATUS
             MOVE SPACES          TO XFR-FROM-SITE
             MOVE WS-INPUT-SITE   TO XFR-TO-SITE
             MOVE UNIT-STATUS     TO XFR-PRIOR-STATUS
             MOVE WS-ADMIN-ID     TO XFR-BY
             MOVE SPACES          TO XFR-SENT-DATE
             MOVE SPACES          TO XFR-RECEIVED-DATE
             WRITE TRANSFERS-RECORD
                INVALID KEY
                   DISPLAY "Unit already has a transfer dated today."
                NOT INVALID KEY
                   MOVE UNIT-STATUS TO WS-EVENT-FROM
                   MOVE "TRNSIT"    TO UNIT-STATUS
                   REWRITE UNITS-RECORD
                   DISPLAY "Unit in transit to " WS-INPUT-SITE
                           " - goes out with the next extract."
                   MOVE "TRNSIT" TO WS-EVENT-TO
                   MOVE SPACES   TO WS-EVENT-AUTH
                   PERFORM LOG-UNIT-EVENT
             END-WRITE
             CLOSE TRANSFERS
          END-IF.

       *> Walk the file in key order and show every record,
       *> decommissioned ones included - this is the one place a
       *> RETIRD unit still shows, so the auditors can find it
             END-IF
             CLOSE UNITS
          END-IF.

       *> Work one of a unit's open inspection deficiencies - list
       *> what is not yet signed closed, pick one by its number,
       *> then either record the corrective action taken or have
       *> a supervisor sign it closed
       FIX-DEFICIENCY.
          DISPLAY "Unit serial (5 chars): " WITH NO ADVANCING
          ACCEPT WS-INPUT-SERIAL
          PERFORM LIST-UNIT-DEFICIENCIES
          IF WS-DEF-COUNT = 0
             DISPLAY "No open deficiencies for that unit."
          ELSE
             DISPLAY "Deficiency number (blank to leave): "
                     WITH NO ADVANCING
             MOVE SPACES TO WS-INPUT-DEF-NO
             ACCEPT WS-INPUT-DEF-NO
             MOVE 0 TO WS-DEF-NUMBER
             IF WS-INPUT-DEF-NO NOT = SPACES
                AND FUNCTION TEST-NUMVAL (WS-INPUT-DEF-NO) = 0
                COMPUTE WS-DEF-NUMBER =
                   FUNCTION NUMVAL (WS-INPUT-DEF-NO)
                   ON SIZE ERROR MOVE 0 TO WS-DEF-NUMBER
                END-COMPUTE
             END-IF
             IF WS-DEF-NUMBER < 1 OR WS-DEF-NUMBER > WS-DEF-COUNT
                DISPLAY "Nothing changed."
             ELSE
                PERFORM WORK-ONE-DEFICIENCY
             END-IF
          END-IF.

       *> Show every deficiency on the serial that is not CLOSED,
       *> in key order (oldest first per item), and keep its key
       LIST-UNIT-DEFICIENCIES.
          MOVE 0 TO WS-DEF-COUNT
          MOVE "N" TO WS-DEFICIENCY-EOF
          OPEN INPUT DEFICIENCIES
          IF WS-DEFICIENCY-STATUS = "00"
             PERFORM UNTIL WS-DEFICIENCY-EOF = "Y"
                READ DEFICIENCIES NEXT RECORD
                   AT END MOVE "Y" TO WS-DEFICIENCY-EOF
                   NOT AT END
                      IF DEF-SERIAL = WS-INPUT-SERIAL
                         AND DEF-STATUS NOT = "CLOSED"
                         AND WS-DEF-COUNT < 50
                         ADD 1 TO WS-DEF-COUNT
                         SET DX TO WS-DEF-COUNT
                         MOVE DEF-KEY TO WS-DEF-KEY-ENTRY (DX)
                         DISPLAY WS-DEF-COUNT "  " DEF-OPENED "  "
                                 DEF-ITEM "  " DEF-SEVERITY "  "
                                 DEF-STATUS "  " DEF-DESC
                         IF DEF-STATUS = "ACTIONED"
                            DISPLAY "    ACTION: " DEF-ACTION
                            DISPLAY "    BY " DEF-ACTION-BY
                                    " ON " DEF-ACTION-DATE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEFICIENCIES
          END-IF.

       *> Read the picked deficiency back by key and take the
       *> corrective action or the sign-off against it
       WORK-ONE-DEFICIENCY.
          SET DX TO WS-DEF-NUMBER
          OPEN I-O DEFICIENCIES
          IF WS-DEFICIENCY-STATUS NOT = "00"
             DISPLAY "Cannot open deficiencies.dat - status "
                     WS-DEFICIENCY-STATUS
          ELSE
             MOVE WS-DEF-KEY-ENTRY (DX) TO DEF-KEY
             READ DEFICIENCIES
                INVALID KEY
                   DISPLAY "Deficiency no longer on file."
                NOT INVALID KEY
                   DISPLAY "(A)CTION - record the corrective action"
                   DISPLAY "(S)IGN   - supervisor sign-off to close"
                   DISPLAY "Select: " WITH NO ADVANCING
                   MOVE SPACES TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
                   EVALUATE WS-CONFIRM
                      WHEN "A"
                         PERFORM RECORD-CORRECTIVE-ACTION
                      WHEN "S"
                         PERFORM SIGN-DEFICIENCY-CLOSED
                      WHEN OTHER
                         DISPLAY "Nothing changed."
                   END-EVALUATE
             END-READ
             CLOSE DEFICIENCIES
          END-IF.

       *> What was done to put the fault right - anyone signed in
       *> may record it, and recording it again replaces the text
       RECORD-CORRECTIVE-ACTION.
          DISPLAY "Corrective action (40 chars): " WITH NO ADVANCING
          MOVE SPACES TO WS-INPUT-ACTION
          ACCEPT WS-INPUT-ACTION
          IF WS-INPUT-ACTION = SPACES
             DISPLAY "Nothing changed."
          ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE WS-INPUT-ACTION TO DEF-ACTION
             MOVE WS-CURRENT-DATE TO DEF-ACTION-DATE
             MOVE WS-ADMIN-ID     TO DEF-ACTION-BY
             MOVE "ACTIONED"      TO DEF-STATUS
             REWRITE DEFICIENCIES-RECORD
                INVALID KEY
                   DISPLAY "Corrective action not saved - status "
                           WS-DEFICIENCY-STATUS
                NOT INVALID KEY
                   DISPLAY "Corrective action recorded."
             END-REWRITE
          END-IF.

       *> Closing takes a recorded corrective action and a
       *> supervisor - the acting admin when they are one,
       *> otherwise a supervisor's countersign at the keyboard
       SIGN-DEFICIENCY-CLOSED.
          IF DEF-STATUS NOT = "ACTIONED"
             DISPLAY "No corrective action recorded - cannot close."
          ELSE
             IF WS-ADMIN-ROLE = "SUPERVISOR"
                MOVE "Y" TO WS-AUTH-OK
                MOVE WS-ADMIN-ID TO WS-SIGNED-BY
             ELSE
                PERFORM AUTHORIZE-COUNTERSIGN
                MOVE WS-AUTH-ID TO WS-SIGNED-BY
             END-IF
             IF WS-AUTH-OK NOT = "Y"
                DISPLAY "Sign-off refused - deficiency stays open."
             ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
                MOVE WS-CURRENT-DATE TO DEF-CLOSED-DATE
                MOVE WS-SIGNED-BY    TO DEF-CLOSED-BY
                MOVE "CLOSED"        TO DEF-STATUS
                REWRITE DEFICIENCIES-RECORD
                   INVALID KEY
                      DISPLAY "Sign-off not saved - status "
                              WS-DEFICIENCY-STATUS
                   NOT INVALID KEY
                      DISPLAY "Deficiency signed closed."
                END-REWRITE
             END-IF
          END-IF.
