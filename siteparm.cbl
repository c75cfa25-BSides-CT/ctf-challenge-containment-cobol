       *> setup the identification division
       IDENTIFICATION DIVISION.
         *> setup the program id
         PROGRAM-ID. SITEPARM.
         *> Site parameters maintenance - the operating constants
         *> the programs used to carry in their own code (the PSI
         *> and TCID(50)/PFU default bands, the inspection
         *> intervals and grace period, the fuel burn, reorder
         *> point and lead time, the login lock limit and password
         *> rules, the gauge health thresholds and the site ID)
         *> live in one keyed file, site_params.dat, that every
         *> program reads at startup. A program still carries its
         *> shipped value and uses it whenever a parameter is
         *> missing or unreadable.
         *> The first run creates the file with the shipped values,
         *> taking the lock limit and password rules from
         *> security.cfg, the site ID from site.cfg and the gauge
         *> thresholds from gauge.cfg where the site has set them -
         *> once site_params.dat exists those files are no longer
         *> read. Anyone with a users.dat account can list the
         *> parameters and look back through their history; only a
         *> SUPERVISOR can change one. Every value written, seeded
         *> or changed, goes on site_params_history.log with the
         *> old value, the new value, who and when, so the limits
         *> in force on any given day can be shown.

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
            FILE-CONTROL.
            SELECT SITE-PARAMS ASSIGN TO 'site_params.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PARM-NAME
            FILE STATUS IS WS-PARMS-STATUS.

            SELECT USERS ASSIGN TO 'users.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS USER-ID
            FILE STATUS IS WS-USERS-STATUS.

            SELECT OPTIONAL PARM-HISTORY ASSIGN TO
                    'site_params_history.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

            SELECT OPTIONAL SECURITY-CFG ASSIGN TO 'security.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CFG-FILE-STATUS.

            SELECT OPTIONAL SITE-CFG ASSIGN TO 'site.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CFG-FILE-STATUS.

            SELECT OPTIONAL GAUGE-CFG ASSIGN TO 'gauge.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CFG-FILE-STATUS.

       DATA DIVISION.

         FILE SECTION.

         *> One record per parameter, keyed on its name - the value
         *> is held as text (a band limit like 0.50 included) and
         *> each program turns the ones it uses into numbers
         FD SITE-PARAMS.
         01 SITE-PARAMS-RECORD.
            05 PARM-NAME          PIC X(20).
            05 PARM-VALUE         PIC X(10).
            05 PARM-CHANGED       PIC X(8).
            05 PARM-CHANGED-BY    PIC X(4).

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

         *> One line per value written - the parameter, what it was
         *> (spaces when it was first put on file), what it became,
         *> and who did it
         FD PARM-HISTORY.
         01 PARM-HISTORY-RECORD    PIC X(90).
         01 PARM-HISTORY-FIELDS REDEFINES PARM-HISTORY-RECORD.
            05 PH-DATE             PIC X(10).
            05 FILLER              PIC X.
            05 PH-TIME             PIC X(8).
            05 FILLER              PIC X(6).
            05 PH-NAME             PIC X(20).
            05 FILLER              PIC X(5).
            05 PH-OLD              PIC X(10).
            05 FILLER              PIC X(5).
            05 PH-NEW              PIC X(10).
            05 FILLER              PIC X(4).
            05 PH-BY               PIC X(4).
            05 FILLER              PIC X(7).

         *> Same layout as CONTAINMENTUNIT's SECURITY-CFG FD
         FD SECURITY-CFG.
         01 SECURITY-CFG-RECORD.
            05 SEC-LOCK-LIMIT     PIC X(2).
            05 SEC-PWD-MAX-AGE    PIC X(3).
            05 SEC-PWD-REUSE      PIC X(2).

         *> Same layout as SITEEXTRACT's SITE-CFG FD
         FD SITE-CFG.
         01 SITE-CFG-RECORD       PIC X(6).

         *> Same layout as GAUGEHEALTH's GAUGE-CFG FD
         FD GAUGE-CFG.
         01 GAUGE-CFG-RECORD.
            05 GCFG-STALE-HOURS    PIC X(3).
            05 GCFG-STUCK-COUNT    PIC X(3).

         WORKING-STORAGE SECTION.

         01 WS-PARMS-STATUS       PIC XX    VALUE "00".
         01 WS-USERS-STATUS       PIC XX    VALUE "00".
         01 WS-HISTORY-STATUS     PIC XX    VALUE "00".
         01 WS-CFG-FILE-STATUS    PIC XX    VALUE "00".
         01 WS-PARMS-OPEN         PIC X     VALUE "N".
         01 WS-HISTORY-EOF        PIC X     VALUE "N".

         01 WS-MENU-CHOICE        PIC X     VALUE SPACES.
         01 WS-CONFIRM            PIC X     VALUE SPACES.

         *> Every parameter the programs know - its name, the value
         *> shipped in the programs, whether it is a whole number
         *> (I), a number with two decimals (D) or text (T), the
         *> range a number has to fall in, and what it controls
         01 WS-PARM-COUNT         PIC 9(2)  VALUE 16.
         01 WS-PARM-VALUES.
            05 FILLER PIC X(20) VALUE "PSI-LOW".
            05 FILLER PIC X(10) VALUE "080".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Default PSI band - low".
            05 FILLER PIC X(20) VALUE "PSI-HIGH".
            05 FILLER PIC X(10) VALUE "120".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Default PSI band - high".
            05 FILLER PIC X(20) VALUE "TCID-LOW".
            05 FILLER PIC X(10) VALUE "0.50".
            05 FILLER PIC X     VALUE "D".
            05 FILLER PIC 9(3)V99 VALUE 0.01.
            05 FILLER PIC 9(3)V99 VALUE 9.99.
            05 FILLER PIC X(34)
               VALUE "Default TCID(50)/PFU band - low".
            05 FILLER PIC X(20) VALUE "TCID-HIGH".
            05 FILLER PIC X(10) VALUE "0.90".
            05 FILLER PIC X     VALUE "D".
            05 FILLER PIC 9(3)V99 VALUE 0.01.
            05 FILLER PIC 9(3)V99 VALUE 9.99.
            05 FILLER PIC X(34)
               VALUE "Default TCID(50)/PFU band - high".
            05 FILLER PIC X(20) VALUE "INSP-DAYS-OLD".
            05 FILLER PIC X(10) VALUE "90".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Inspection days, units 30+ years".
            05 FILLER PIC X(20) VALUE "INSP-DAYS-NEW".
            05 FILLER PIC X(10) VALUE "180".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Inspection days, younger units".
            05 FILLER PIC X(20) VALUE "INSP-GRACE-DAYS".
            05 FILLER PIC X(10) VALUE "30".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Days Due before Overdue".
            05 FILLER PIC X(20) VALUE "FUEL-DAILY-USE".
            05 FILLER PIC X(10) VALUE "5".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Fuel burned per unit per day".
            05 FILLER PIC X(20) VALUE "FUEL-REORDER-PCT".
            05 FILLER PIC X(10) VALUE "20".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 99.
            05 FILLER PIC X(34)
               VALUE "Reorder point, percent of tank".
            05 FILLER PIC X(20) VALUE "FUEL-LEAD-DAYS".
            05 FILLER PIC X(10) VALUE "7".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Days from fuel order to delivery".
            05 FILLER PIC X(20) VALUE "LOCK-LIMIT".
            05 FILLER PIC X(10) VALUE "3".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 99.
            05 FILLER PIC X(34)
               VALUE "Failed logins before lockout".
            05 FILLER PIC X(20) VALUE "PWD-MAX-AGE".
            05 FILLER PIC X(10) VALUE "90".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Days before a password must change".
            05 FILLER PIC X(20) VALUE "PWD-REUSE".
            05 FILLER PIC X(10) VALUE "5".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 11.
            05 FILLER PIC X(34)
               VALUE "Recent passwords that can't reuse".
            05 FILLER PIC X(20) VALUE "GAUGE-STALE-HOURS".
            05 FILLER PIC X(10) VALUE "6".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 1.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Hours without reading = STALE".
            05 FILLER PIC X(20) VALUE "GAUGE-STUCK-COUNT".
            05 FILLER PIC X(10) VALUE "6".
            05 FILLER PIC X     VALUE "I".
            05 FILLER PIC 9(3)V99 VALUE 2.
            05 FILLER PIC 9(3)V99 VALUE 999.
            05 FILLER PIC X(34)
               VALUE "Identical readings = STUCK".
            05 FILLER PIC X(20) VALUE "SITE-ID".
            05 FILLER PIC X(10) VALUE "SITE01".
            05 FILLER PIC X     VALUE "T".
            05 FILLER PIC 9(3)V99 VALUE 0.
            05 FILLER PIC 9(3)V99 VALUE 0.
            05 FILLER PIC X(34)
               VALUE "Site ID on the agency extract".
         01 WS-PARM-TABLE REDEFINES WS-PARM-VALUES.
            05 WS-PARM OCCURS 16 TIMES INDEXED BY P.
              10 WS-PARM-NAME      PIC X(20).
              10 WS-PARM-DEFAULT   PIC X(10).
              10 WS-PARM-KIND      PIC X.
              10 WS-PARM-MIN       PIC 9(3)V99.
              10 WS-PARM-MAX       PIC 9(3)V99.
              10 WS-PARM-DESC      PIC X(34).

         *> What is on file for each parameter, same positions as
         *> WS-PARM, and the value worked out for a past date
         01 WS-PARM-FILE-TABLE.
            05 WS-PARM-FILE OCCURS 16 TIMES.
              10 WS-PF-VALUE       PIC X(10).
              10 WS-PF-CHANGED     PIC X(8).
              10 WS-PF-BY          PIC X(4).
              10 WS-PF-AS-AT       PIC X(10).
              10 WS-PF-LATER       PIC X.

         *> The acting user - established once at startup against
         *> their own users.dat record
         01 WS-ADMIN-ID           PIC X(4)  VALUE SPACES.
         01 WS-ADMIN-PWD          PIC X(8)  VALUE SPACES.
         01 WS-ADMIN-ROLE         PIC X(10) VALUE SPACES.
         01 WS-DECRYPTED-PWD      PIC X(8)  VALUE SPACES.
         01 WS-ADMIN-OK           PIC X     VALUE "N".

         *> A parameter being looked up or changed
         01 WS-INPUT-NAME         PIC X(20) VALUE SPACES.
         01 WS-INPUT-VALUE        PIC X(10) VALUE SPACES.
         01 WS-FOUND-IDX          PIC 9(2)  VALUE 0.
         01 WS-NEW-VALUE          PIC X(10) VALUE SPACES.
         01 WS-OLD-VALUE          PIC X(10) VALUE SPACES.
         01 WS-NEW-NUMBER         PIC 9(3)V99 VALUE 0.
         01 WS-PAIR-NUMBER        PIC 9(3)V99 VALUE 0.
         01 WS-VALUE-OK           PIC X     VALUE "N".
         01 WS-RANGE-LOW          PIC ZZ9.99.
         01 WS-RANGE-HIGH         PIC ZZ9.99.
         01 WS-LEGACY-VALUE       PIC X(10) VALUE SPACES.
         01 WS-SEEDED-COUNT       PIC 9(2)  VALUE 0.
         01 WS-HISTORY-COUNT      PIC 9(5)  VALUE 0.

         *> Parameters as at a past date - YYYY-MM-DD, the way the
         *> history log stamps its lines
         01 WS-AS-AT-DATE         PIC X(10) VALUE SPACES.
         01 WS-AS-AT-PARTS REDEFINES WS-AS-AT-DATE.
            05 WS-AS-AT-YEAR      PIC X(4).
            05 WS-AS-AT-DASH1     PIC X.
            05 WS-AS-AT-MONTH     PIC X(2).
            05 WS-AS-AT-DASH2     PIC X.
            05 WS-AS-AT-DAY       PIC X(2).
         01 WS-AS-AT-NUM          PIC 9(8)  VALUE 0.

         01 WS-HISTORY-LINE       PIC X(90) VALUE SPACES.

         *> Listing lines
         01 WS-LIST-LINE.
            05 LL-NAME            PIC X(20).
            05 FILLER             PIC X     VALUE SPACES.
            05 LL-VALUE           PIC X(10).
            05 FILLER             PIC X     VALUE SPACES.
            05 LL-DEFAULT         PIC X(10).
            05 FILLER             PIC X     VALUE SPACES.
            05 LL-CHANGED         PIC X(8).
            05 FILLER             PIC X     VALUE SPACES.
            05 LL-BY              PIC X(4).

         01 WS-HISTORY-SHOW-LINE.
            05 HS-DATE            PIC X(10).
            05 FILLER             PIC X     VALUE SPACES.
            05 HS-TIME            PIC X(8).
            05 FILLER             PIC XX    VALUE SPACES.
            05 HS-OLD             PIC X(10).
            05 FILLER             PIC X(4)  VALUE " -> ".
            05 HS-NEW             PIC X(10).
            05 FILLER             PIC X(5)  VALUE "  BY ".
            05 HS-BY              PIC X(4).

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

       DISPLAY "SITE PARAMETERS".
       DISPLAY "---------------".

       PERFORM AUTHENTICATE-ADMIN.
       IF WS-ADMIN-OK NOT = "Y"
          DISPLAY "Authentication failed."
          STOP RUN
       END-IF.

       PERFORM SEED-SITE-PARAMS.
       IF WS-PARMS-STATUS NOT = "00"
          STOP RUN
       END-IF.

       PERFORM UNTIL WS-MENU-CHOICE = "Q"
          DISPLAY " "
          DISPLAY "(L)IST the parameters"
          DISPLAY "(C)HANGE a parameter"
          DISPLAY "(H)ISTORY of a parameter"
          DISPLAY "(A)S AT - the parameters in force on a date"
          DISPLAY "(Q)UIT"
          DISPLAY "Select an option: " WITH NO ADVANCING
          ACCEPT WS-MENU-CHOICE

          MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
             WHEN "L"
                PERFORM LIST-PARAMETERS
             WHEN "C"
                IF WS-ADMIN-ROLE = "SUPERVISOR"
                   PERFORM CHANGE-PARAMETER
                ELSE
                   DISPLAY "Only a SUPERVISOR can change parameters."
                END-IF
             WHEN "H"
                PERFORM SHOW-PARAMETER-HISTORY
             WHEN "A"
                PERFORM SHOW-PARAMETERS-AS-AT
             WHEN "Q"
                MOVE "Q" TO WS-MENU-CHOICE
             WHEN OTHER
                DISPLAY "Unknown option."
          END-EVALUATE
       END-PERFORM.

       STOP RUN.

       *> Who is at the keyboard - the keyed credentials are
       *> checked against that account's own users.dat record,
       *> decrypted through PWDCIPHER the same way USERADMIN does
       *> it, and a locked or expired account is refused. A site
       *> with no users.dat yet goes through on the keyed ID alone,
       *> as USERADMIN's first-run setup does, and is treated as a
       *> supervisor so the site can be set up.
       AUTHENTICATE-ADMIN.
          MOVE "N" TO WS-ADMIN-OK
          DISPLAY "User ID (4 chars): " WITH NO ADVANCING
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

       *> Make sure every parameter the programs know is on file.
       *> A brand new site_params.dat is created here; a parameter
       *> missing from it starts at the shipped value, or at what
       *> the site's old security.cfg, site.cfg or gauge.cfg set,
       *> and is logged like any other change.
       SEED-SITE-PARAMS.
          OPEN I-O SITE-PARAMS
          IF WS-PARMS-STATUS = "35"
             OPEN OUTPUT SITE-PARAMS
             IF WS-PARMS-STATUS = "00"
                CLOSE SITE-PARAMS
                OPEN I-O SITE-PARAMS
             END-IF
          END-IF
          IF WS-PARMS-STATUS NOT = "00"
             DISPLAY "Cannot open site_params.dat - status "
                     WS-PARMS-STATUS
          ELSE
             MOVE 0 TO WS-SEEDED-COUNT
             PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PARM-COUNT
                MOVE WS-PARM-NAME (P) TO PARM-NAME
                READ SITE-PARAMS
                   INVALID KEY
                      PERFORM SEED-ONE-PARAM
                   NOT INVALID KEY
                      CONTINUE
                END-READ
             END-PERFORM
             CLOSE SITE-PARAMS
             IF WS-SEEDED-COUNT > 0
                DISPLAY WS-SEEDED-COUNT
                        " parameter(s) put on file."
             END-IF
          END-IF.

       SEED-ONE-PARAM.
          MOVE WS-PARM-DEFAULT (P) TO WS-NEW-VALUE
          PERFORM FIND-LEGACY-VALUE
          IF WS-LEGACY-VALUE NOT = SPACES
             MOVE WS-LEGACY-VALUE TO WS-NEW-VALUE
          END-IF
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE WS-PARM-NAME (P) TO PARM-NAME
          MOVE WS-NEW-VALUE     TO PARM-VALUE
          MOVE WS-CURRENT-DATE  TO PARM-CHANGED
          MOVE WS-ADMIN-ID      TO PARM-CHANGED-BY
          WRITE SITE-PARAMS-RECORD
             INVALID KEY
                DISPLAY "Could not add " WS-PARM-NAME (P)
             NOT INVALID KEY
                ADD 1 TO WS-SEEDED-COUNT
                MOVE SPACES TO WS-OLD-VALUE
                MOVE WS-PARM-NAME (P) TO WS-INPUT-NAME
                PERFORM WRITE-HISTORY-RECORD
          END-WRITE.

       *> What the site's old configuration files say for the
       *> parameter at P, spaces when they say nothing - the same
       *> checks the programs made when they read those files
       FIND-LEGACY-VALUE.
          MOVE SPACES TO WS-LEGACY-VALUE
          EVALUATE WS-PARM-NAME (P)
             WHEN "LOCK-LIMIT"
             WHEN "PWD-MAX-AGE"
             WHEN "PWD-REUSE"
                OPEN INPUT SECURITY-CFG
                IF WS-CFG-FILE-STATUS = "00"
                   READ SECURITY-CFG
                      AT END CONTINUE
                      NOT AT END
                         PERFORM TAKE-SECURITY-VALUE
                   END-READ
                   CLOSE SECURITY-CFG
                END-IF
             WHEN "SITE-ID"
                OPEN INPUT SITE-CFG
                IF WS-CFG-FILE-STATUS = "00"
                   READ SITE-CFG
                      AT END CONTINUE
                      NOT AT END
                         IF SITE-CFG-RECORD NOT = SPACES
                            MOVE SITE-CFG-RECORD TO WS-LEGACY-VALUE
                         END-IF
                   END-READ
                   CLOSE SITE-CFG
                END-IF
             WHEN "GAUGE-STALE-HOURS"
             WHEN "GAUGE-STUCK-COUNT"
                OPEN INPUT GAUGE-CFG
                IF WS-CFG-FILE-STATUS = "00"
                   READ GAUGE-CFG
                      AT END CONTINUE
                      NOT AT END
                         PERFORM TAKE-GAUGE-VALUE
                   END-READ
                   CLOSE GAUGE-CFG
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       TAKE-SECURITY-VALUE.
          EVALUATE WS-PARM-NAME (P)
             WHEN "LOCK-LIMIT"
                IF SEC-LOCK-LIMIT IS NUMERIC
                   AND SEC-LOCK-LIMIT NOT = "00"
                   MOVE SEC-LOCK-LIMIT TO WS-LEGACY-VALUE
                END-IF
             WHEN "PWD-MAX-AGE"
                IF SEC-PWD-MAX-AGE IS NUMERIC
                   AND SEC-PWD-MAX-AGE NOT = "000"
                   MOVE SEC-PWD-MAX-AGE TO WS-LEGACY-VALUE
                END-IF
             WHEN OTHER
                IF SEC-PWD-REUSE IS NUMERIC
                   AND SEC-PWD-REUSE NOT = "00"
                   MOVE SEC-PWD-REUSE TO WS-LEGACY-VALUE
                   IF SEC-PWD-REUSE > "11"
                      MOVE "11" TO WS-LEGACY-VALUE
                   END-IF
                END-IF
          END-EVALUATE.

       TAKE-GAUGE-VALUE.
          IF WS-PARM-NAME (P) = "GAUGE-STALE-HOURS"
             IF GCFG-STALE-HOURS IS NUMERIC
                AND GCFG-STALE-HOURS NOT = "000"
                MOVE GCFG-STALE-HOURS TO WS-LEGACY-VALUE
             END-IF
          ELSE
             IF GCFG-STUCK-COUNT IS NUMERIC
                AND GCFG-STUCK-COUNT > "001"
                MOVE GCFG-STUCK-COUNT TO WS-LEGACY-VALUE
             END-IF
          END-IF.

       *> Read every parameter's record off site_params.dat into
       *> WS-PARM-FILE, in the order of WS-PARM
       LOAD-PARAMETERS.
          MOVE "N" TO WS-PARMS-OPEN
          OPEN INPUT SITE-PARAMS
          IF WS-PARMS-STATUS = "00"
             MOVE "Y" TO WS-PARMS-OPEN
          END-IF
          PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PARM-COUNT
             MOVE SPACES TO WS-PARM-FILE (P)
             IF WS-PARMS-OPEN = "Y"
                MOVE WS-PARM-NAME (P) TO PARM-NAME
                READ SITE-PARAMS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PARM-VALUE      TO WS-PF-VALUE (P)
                      MOVE PARM-CHANGED    TO WS-PF-CHANGED (P)
                      MOVE PARM-CHANGED-BY TO WS-PF-BY (P)
                END-READ
             END-IF
          END-PERFORM
          IF WS-PARMS-OPEN = "Y"
             CLOSE SITE-PARAMS
          END-IF.

       *> Every parameter with the value in force, the value the
       *> programs fall back on, and when and by whom it was set
       LIST-PARAMETERS.
          PERFORM LOAD-PARAMETERS
          DISPLAY " "
          DISPLAY "PARAMETER            VALUE      SHIPPED    "
                  "SET ON   BY"
          PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PARM-COUNT
             MOVE WS-PARM-NAME (P)    TO LL-NAME
             MOVE WS-PF-VALUE (P)     TO LL-VALUE
             MOVE WS-PARM-DEFAULT (P) TO LL-DEFAULT
             MOVE WS-PF-CHANGED (P)   TO LL-CHANGED
             MOVE WS-PF-BY (P)        TO LL-BY
             DISPLAY WS-LIST-LINE
             DISPLAY "   " WS-PARM-DESC (P)
          END-PERFORM.

       *> Ask for a parameter name and point P at it -
       *> WS-FOUND-IDX stays zero for a name nobody knows
       FIND-PARAMETER.
          MOVE 0 TO WS-FOUND-IDX
          DISPLAY "Parameter name: " WITH NO ADVANCING
          ACCEPT WS-INPUT-NAME
          MOVE FUNCTION UPPER-CASE (WS-INPUT-NAME) TO WS-INPUT-NAME
          SET P TO 1
          SEARCH WS-PARM
             AT END
                DISPLAY "No parameter by that name."
             WHEN WS-PARM-NAME (P) = WS-INPUT-NAME
                SET WS-FOUND-IDX TO P
          END-SEARCH.

       *> Supervisor's change to one parameter - the new value is
       *> checked against the parameter's kind and range, shown
       *> next to the old one for a confirm, rewritten by key and
       *> logged with who and when
       CHANGE-PARAMETER.
          PERFORM FIND-PARAMETER
          IF WS-FOUND-IDX > 0
             PERFORM LOAD-PARAMETERS
             SET P TO WS-FOUND-IDX
             DISPLAY WS-PARM-DESC (P)
             DISPLAY "Current value: " WS-PF-VALUE (P)
             DISPLAY "New value: " WITH NO ADVANCING
             ACCEPT WS-INPUT-VALUE
             PERFORM VALIDATE-NEW-VALUE
             IF WS-VALUE-OK = "Y"
                IF WS-NEW-VALUE = WS-PF-VALUE (P)
                   DISPLAY "That is the value already in force."
                ELSE
                   DISPLAY "Change " WS-PARM-NAME (P) " from "
                           WS-PF-VALUE (P) " to " WS-NEW-VALUE
                           " (Y/N)? " WITH NO ADVANCING
                   ACCEPT WS-CONFIRM
                   MOVE FUNCTION UPPER-CASE (WS-CONFIRM)
                      TO WS-CONFIRM
                   IF WS-CONFIRM = "Y"
                      PERFORM REWRITE-PARAMETER
                   ELSE
                      DISPLAY "Change cancelled."
                   END-IF
                END-IF
             END-IF
          END-IF.

       *> A number has to be a number inside the parameter's
       *> range (whole for an I parameter), and a band limit has
       *> to stay on the right side of the other end of its band.
       *> Text just can't be blank.
       VALIDATE-NEW-VALUE.
          MOVE "N" TO WS-VALUE-OK
          MOVE FUNCTION TRIM (WS-INPUT-VALUE LEADING)
             TO WS-NEW-VALUE
          IF WS-PARM-KIND (P) = "T"
             IF WS-NEW-VALUE = SPACES
                DISPLAY "A value is required."
             ELSE
                MOVE FUNCTION UPPER-CASE (WS-NEW-VALUE)
                   TO WS-NEW-VALUE
                MOVE "Y" TO WS-VALUE-OK
             END-IF
          ELSE
             IF FUNCTION TEST-NUMVAL (WS-NEW-VALUE) NOT = 0
                DISPLAY "Not a number."
             ELSE
                COMPUTE WS-NEW-NUMBER =
                   FUNCTION NUMVAL (WS-NEW-VALUE)
                   ON SIZE ERROR
                      MOVE 999.99 TO WS-NEW-NUMBER
                END-COMPUTE
                EVALUATE TRUE
                   WHEN WS-NEW-NUMBER < WS-PARM-MIN (P)
                      OR WS-NEW-NUMBER > WS-PARM-MAX (P)
                      MOVE WS-PARM-MIN (P) TO WS-RANGE-LOW
                      MOVE WS-PARM-MAX (P) TO WS-RANGE-HIGH
                      DISPLAY "Out of range - " WS-RANGE-LOW
                              " to " WS-RANGE-HIGH
                   WHEN WS-PARM-KIND (P) = "I"
                      AND WS-NEW-NUMBER NOT =
                          FUNCTION INTEGER-PART (WS-NEW-NUMBER)
                      DISPLAY "Must be a whole number."
                   WHEN OTHER
                      PERFORM CHECK-BAND-ORDER
                END-EVALUATE
             END-IF
          END-IF.

       *> PSI-LOW under PSI-HIGH, TCID-LOW under TCID-HIGH - the
       *> other end of the band is read off what is on file
       CHECK-BAND-ORDER.
          MOVE "Y" TO WS-VALUE-OK
          EVALUATE WS-PARM-NAME (P)
             WHEN "PSI-LOW"
                PERFORM VARYING P FROM 1 BY 1
                        UNTIL WS-PARM-NAME (P) = "PSI-HIGH"
                   CONTINUE
                END-PERFORM
                PERFORM GET-PAIR-NUMBER
                IF WS-NEW-NUMBER NOT < WS-PAIR-NUMBER
                   DISPLAY "Must be below PSI-HIGH."
                   MOVE "N" TO WS-VALUE-OK
                END-IF
             WHEN "PSI-HIGH"
                PERFORM VARYING P FROM 1 BY 1
                        UNTIL WS-PARM-NAME (P) = "PSI-LOW"
                   CONTINUE
                END-PERFORM
                PERFORM GET-PAIR-NUMBER
                IF WS-NEW-NUMBER NOT > WS-PAIR-NUMBER
                   DISPLAY "Must be above PSI-LOW."
                   MOVE "N" TO WS-VALUE-OK
                END-IF
             WHEN "TCID-LOW"
                PERFORM VARYING P FROM 1 BY 1
                        UNTIL WS-PARM-NAME (P) = "TCID-HIGH"
                   CONTINUE
                END-PERFORM
                PERFORM GET-PAIR-NUMBER
                IF WS-NEW-NUMBER NOT < WS-PAIR-NUMBER
                   DISPLAY "Must be below TCID-HIGH."
                   MOVE "N" TO WS-VALUE-OK
                END-IF
             WHEN "TCID-HIGH"
                PERFORM VARYING P FROM 1 BY 1
                        UNTIL WS-PARM-NAME (P) = "TCID-LOW"
                   CONTINUE
                END-PERFORM
                PERFORM GET-PAIR-NUMBER
                IF WS-NEW-NUMBER NOT > WS-PAIR-NUMBER
                   DISPLAY "Must be above TCID-LOW."
                   MOVE "N" TO WS-VALUE-OK
                END-IF
             WHEN OTHER
                CONTINUE
          END-EVALUATE
          SET P TO WS-FOUND-IDX.

       *> The other end of the band at P as a number - what is on
       *> file, or the shipped value if the file has nothing usable
       GET-PAIR-NUMBER.
          IF FUNCTION TEST-NUMVAL (WS-PF-VALUE (P)) = 0
             COMPUTE WS-PAIR-NUMBER =
                FUNCTION NUMVAL (WS-PF-VALUE (P))
          ELSE
             COMPUTE WS-PAIR-NUMBER =
                FUNCTION NUMVAL (WS-PARM-DEFAULT (P))
          END-IF.

       REWRITE-PARAMETER.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          OPEN I-O SITE-PARAMS
          IF WS-PARMS-STATUS NOT = "00"
             DISPLAY "Cannot open site_params.dat - status "
                     WS-PARMS-STATUS
          ELSE
             MOVE WS-PARM-NAME (P) TO PARM-NAME
             READ SITE-PARAMS
                INVALID KEY
                   DISPLAY "Parameter not found on file."
                NOT INVALID KEY
                   MOVE PARM-VALUE      TO WS-OLD-VALUE
                   MOVE WS-NEW-VALUE    TO PARM-VALUE
                   MOVE WS-CURRENT-DATE TO PARM-CHANGED
                   MOVE WS-ADMIN-ID     TO PARM-CHANGED-BY
                   REWRITE SITE-PARAMS-RECORD
                      INVALID KEY
                         DISPLAY "Could not rewrite the parameter."
                      NOT INVALID KEY
                         MOVE WS-PARM-NAME (P) TO WS-INPUT-NAME
                         PERFORM WRITE-HISTORY-RECORD
                         DISPLAY "Parameter changed."
                   END-REWRITE
             END-READ
             CLOSE SITE-PARAMS
          END-IF.

       *> Append one value change to the history log -
       *> WS-INPUT-NAME, WS-OLD-VALUE and WS-NEW-VALUE are set by
       *> the caller, the clock by the last CURRENT-DATE taken
       WRITE-HISTORY-RECORD.
          MOVE SPACES TO WS-HISTORY-LINE
          STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                 WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                 WS-CURRENT-MIN ":" WS-CURRENT-SEC
                 " PARM=" WS-INPUT-NAME
                 " OLD=" WS-OLD-VALUE
                 " NEW=" WS-NEW-VALUE
                 " BY=" WS-ADMIN-ID
                 DELIMITED BY SIZE INTO WS-HISTORY-LINE
          END-STRING
          OPEN EXTEND PARM-HISTORY
          WRITE PARM-HISTORY-RECORD FROM WS-HISTORY-LINE
          CLOSE PARM-HISTORY.

       *> Every value one parameter has had, oldest first
       SHOW-PARAMETER-HISTORY.
          PERFORM FIND-PARAMETER
          IF WS-FOUND-IDX > 0
             SET P TO WS-FOUND-IDX
             MOVE 0 TO WS-HISTORY-COUNT
             DISPLAY " "
             DISPLAY "DATE       TIME        OLD VALUE     "
                     "NEW VALUE     BY"
             MOVE "N" TO WS-HISTORY-EOF
             OPEN INPUT PARM-HISTORY
             IF WS-HISTORY-STATUS = "00"
                OR WS-HISTORY-STATUS = "05"
                PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ PARM-HISTORY
                      AT END MOVE "Y" TO WS-HISTORY-EOF
                      NOT AT END
                         IF PH-NAME = WS-PARM-NAME (P)
                            ADD 1 TO WS-HISTORY-COUNT
                            MOVE PH-DATE TO HS-DATE
                            MOVE PH-TIME TO HS-TIME
                            MOVE PH-OLD  TO HS-OLD
                            MOVE PH-NEW  TO HS-NEW
                            MOVE PH-BY   TO HS-BY
                            DISPLAY WS-HISTORY-SHOW-LINE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE PARM-HISTORY
             END-IF
             IF WS-HISTORY-COUNT = 0
                DISPLAY "(no changes on record)"
             END-IF
          END-IF.

       *> What every parameter was on a given day, for an auditor.
       *> The value in force at the end of that day is the old
       *> value of the first change made after it; with no change
       *> since, it is the value on file now. A parameter that was
       *> not yet on file that day was running on the shipped value.
       SHOW-PARAMETERS-AS-AT.
          DISPLAY "Date (YYYY-MM-DD): " WITH NO ADVANCING
          ACCEPT WS-AS-AT-DATE
          MOVE "N" TO WS-VALUE-OK
          IF WS-AS-AT-YEAR IS NUMERIC
             AND WS-AS-AT-MONTH IS NUMERIC
             AND WS-AS-AT-DAY IS NUMERIC
             AND WS-AS-AT-DASH1 = "-"
             AND WS-AS-AT-DASH2 = "-"
             STRING WS-AS-AT-YEAR WS-AS-AT-MONTH WS-AS-AT-DAY
                    DELIMITED BY SIZE INTO WS-AS-AT-NUM
             END-STRING
             IF FUNCTION TEST-DATE-YYYYMMDD (WS-AS-AT-NUM) = 0
                MOVE "Y" TO WS-VALUE-OK
             END-IF
          END-IF
          IF WS-VALUE-OK NOT = "Y"
             DISPLAY "Not a valid date."
          ELSE
             PERFORM LOAD-PARAMETERS
             PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PARM-COUNT
                MOVE "N" TO WS-PF-LATER (P)
             END-PERFORM
             MOVE "N" TO WS-HISTORY-EOF
             OPEN INPUT PARM-HISTORY
             IF WS-HISTORY-STATUS = "00"
                OR WS-HISTORY-STATUS = "05"
                PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ PARM-HISTORY
                      AT END MOVE "Y" TO WS-HISTORY-EOF
                      NOT AT END
                         IF PH-DATE > WS-AS-AT-DATE
                            PERFORM NOTE-LATER-CHANGE
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE PARM-HISTORY
             END-IF
             DISPLAY " "
             DISPLAY "PARAMETERS IN FORCE ON " WS-AS-AT-DATE
             PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PARM-COUNT
                IF WS-PF-LATER (P) = "N"
                   MOVE WS-PF-VALUE (P) TO WS-PF-AS-AT (P)
                END-IF
                IF WS-PF-AS-AT (P) = SPACES
                   DISPLAY WS-PARM-NAME (P) " "
                           WS-PARM-DEFAULT (P) " (shipped value)"
                ELSE
                   DISPLAY WS-PARM-NAME (P) " " WS-PF-AS-AT (P)
                END-IF
             END-PERFORM
          END-IF.

       *> The first change after the date is the one whose old
       *> value was in force on it - later ones don't matter
       NOTE-LATER-CHANGE.
          SET P TO 1
          SEARCH WS-PARM
             AT END CONTINUE
             WHEN WS-PARM-NAME (P) = PH-NAME
                IF WS-PF-LATER (P) = "N"
                   MOVE "Y" TO WS-PF-LATER (P)
                   MOVE PH-OLD TO WS-PF-AS-AT (P)
                END-IF
          END-SEARCH.
