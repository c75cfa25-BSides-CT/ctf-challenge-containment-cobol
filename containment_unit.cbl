            RECORD KEY IS ROSTER-USER-ID
            FILE STATUS IS WS-ROSTER-STATUS.

            SELECT PWD-HISTORY ASSIGN TO 'pwd_history.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PH-USER-ID
            FILE STATUS IS WS-PWD-HIST-STATUS.

            SELECT OPTIONAL ADMIN-AUDIT ASSIGN TO
                    'admin_audit.log'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL UNIT-EVENTS ASSIGN TO 'unit_events.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EVENT-FILE-STATUS.

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

            SELECT OPTIONAL UNIT-MODELS ASSIGN TO
                    'unit_models.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MODELS-STATUS.

            SELECT OPTIONAL CHECKLISTS ASSIGN TO
                    'checklists.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKLIST-STATUS.

            SELECT OPTIONAL INSPECTION-RESULTS ASSIGN TO
                    'inspection_results.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEFICIENCIES ASSIGN TO 'deficiencies.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DEF-KEY
            FILE STATUS IS WS-DEFICIENCY-STATUS.

            SELECT OPTIONAL READINGS-HISTORY ASSIGN TO
                    'readings_history.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-READINGS-STATUS.

            SELECT OPTIONAL HANDOVER-PENDING ASSIGN TO
                    'handover_pending.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HANDOVER-STATUS.

            SELECT OPTIONAL HANDOVER-HISTORY ASSIGN TO
                    'handover_history.txt'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

         *> Used for handling the file that stores the
            05 USER-LOCKED     PIC X.
            05 USER-FAILS      PIC 9(2).
            05 USER-ROLE       PIC X(10).
            05 USER-PWD-DATE   PIC X(8).

         *> Used for logging every login attempt off the LOGIN-SCREEN
         FD LOGIN-LOG.
         01 LOGIN-LOG-RECORD   PIC X(108).

         *> Persists CONTAINMENT-STATUS across runs
         FD CONTAINMENT-STATUS-FILE.

         *> Records PSI/TCID50RELPFU readings that drift outside
         *> their safe band so a breach isn't only caught by
         *> whoever happens to be looking at STATUS-SCREEN. The
         *> second layout picks out the unit on the alerts the
         *> readings batches raise, which name one.
         FD ALERT-LOG.
         01 ALERT-LOG-RECORD   PIC X(108).
         01 ALERT-LOG-FIELDS.
            05 FILLER          PIC X(19).
            05 ALERT-UNIT-TAG  PIC X(6).
            05 ALERT-UNIT      PIC X(5).
            05 FILLER          PIC X(78).

         *> Sign-off trail for the alert log - the Nth record here
         *> acknowledges the Nth line of alert.log, so an alert is
         *> outstanding until a named operator has owned it with a
         *> disposition note
         FD ALERT-ACK.
         01 ALERT-ACK-RECORD   PIC X(188).

         *> One containment unit per record - serial number, status,
         *> PSI, fuel source, build date - loaded the same way
            05 UNIT-FUEL-CAP   PIC 9(5).
            05 UNIT-FUEL-DATE  PIC X(8).

         *> Site security settings - the consecutive failed-login
         *> count that locks an account, the maximum age in days of
         *> a password before DO-LOGIN forces it to be changed, and
         *> how many of an account's most recent passwords may not
         *> be reused. A site still on the old two-digit file just
         *> keeps the shipped defaults for the other two.
         FD SECURITY-CFG.
         01 SECURITY-CFG-RECORD.
            05 SEC-LOCK-LIMIT     PIC X(2).
            05 SEC-PWD-MAX-AGE    PIC X(3).
            05 SEC-PWD-REUSE      PIC X(2).

         *> Shift/session summary written on exit
         FD SESSION-LOG.
         01 SESSION-LOG-RECORD  PIC X(108).

         *> One appended record per refueling - which unit, when,
         *> who took the delivery, how much, the supplier lot
         *> number and, when it was ordered, the purchase order it
         *> came against, so a short delivery can be traced back
         FD FUEL-LOG.
         01 FUEL-LOG-RECORD     PIC X(128).

         *> Running snapshot of the session - rewritten after every
         *> menu visit and emptied on a clean exit, so whatever is
            05 ROSTER-START    PIC X(4).
            05 ROSTER-END      PIC X(4).

         *> One record per USER-ID holding the account's previous
         *> passwords, most recent first, encrypted through
         *> PWDCIPHER exactly as USER-PWD is - a self-service change
         *> is refused when it repeats one of them
         FD PWD-HISTORY.
         01 PWD-HISTORY-RECORD.
            05 PH-USER-ID      PIC X(4).
            05 PH-COUNT        PIC 9(2).
            05 PH-PWD          PIC X(8) OCCURS 10 TIMES.

         *> Same audit trail USERADMIN appends to - who did what to
         *> which USER-ID
         FD ADMIN-AUDIT.
         01 ADMIN-AUDIT-RECORD PIC X(108).

         *> Containment state-change ledger - one line every time a
         *> unit's status actually changes, from whichever program
         *> changed it, with the old and new status, who did it and
         *> who countersigned. UNITEXPOSURE works out how long each
         *> unit stood open from it. The second layout is just the
         *> serial and new status, for reading the ledger back.
         FD UNIT-EVENTS.
         01 UNIT-EVENTS-RECORD PIC X(90).
         01 UNIT-EVENTS-FIELDS.
            05 FILLER          PIC X(25).
            05 UEV-SERIAL      PIC X(5).
            05 FILLER          PIC X(16).
            05 UEV-TO          PIC X(6).
            05 FILLER          PIC X(38).

         *> Same layout as FUELORDER's FUEL-ORDERS FD - the (F)UEL
         *> screen receives a delivery against the OPEN order for
         *> the unit on the PO keyed
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

         *> Which model each unit serial is. Maintained by hand like
         *> unit_limits.txt; a unit with no record here, or whose
         *> model has nothing in checklists.txt, is inspected on the
         *> standard checklist.
         FD UNIT-MODELS.
         01 UNIT-MODELS-RECORD.
            05 MDL-SERIAL      PIC X(5).
            05 MDL-MODEL       PIC X(6).

         *> The inspection checklist for each model - one item per
         *> record, in the order the inspector walks them, with the
         *> severity a failure of that item is opened at (CRITICAL,
         *> MAJOR or MINOR)
         FD CHECKLISTS.
         01 CHECKLISTS-RECORD.
            05 CHK-MODEL       PIC X(6).
            05 CHK-ITEM        PIC X(10).
            05 CHK-SEVERITY    PIC X(8).
            05 CHK-DESC        PIC X(30).

         *> One checklist answer per record - which unit, when, who
         *> inspected, which item, and PASS or FAIL
         FD INSPECTION-RESULTS.
         01 INSPECTION-RESULTS-RECORD.
            05 IR-SERIAL       PIC X(5).
            05 IR-DATE         PIC X(8).
            05 IR-OPERATOR     PIC XXXX.
            05 IR-ITEM         PIC X(10).
            05 IR-RESULT       PIC X(4).

         *> One record per failed checklist item. It stays OPEN
         *> until the corrective action is recorded (ACTIONED) and
         *> a supervisor signs it CLOSED - both done from
         *> UNITADMIN's (F)IX option.
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

         *> Same layout READINGSLOAD writes - one accepted gauge
         *> reading per line, RDG-STAMP is YYYYMMDDHHMMSS. Only read
         *> here, for the time of each unit's latest reading on the
         *> handover sheet.
         FD READINGS-HISTORY.
         01 READINGS-HISTORY-RECORD.
            05 RDG-SERIAL      PIC X(5).
            05 RDG-STAMP       PIC X(14).
            05 RDG-PSI         PIC XXX.
            05 RDG-TCID        PIC X(4).

         *> The handover sheet left at the last (L)OGOUT and not yet
         *> acknowledged - a header record (who handed over, when,
         *> the site's outstanding alerts and the outgoing note)
         *> then one formatted line per unit. Emptied once the
         *> incoming operator acknowledges it.
         FD HANDOVER-PENDING.
         01 HANDOVER-PENDING-RECORD  PIC X(100).

         *> Every handover sheet ever given, appended in the same
         *> layout, so a sheet can be read back after it has been
         *> acknowledged
         FD HANDOVER-HISTORY.
         01 HANDOVER-HISTORY-RECORD  PIC X(100).

         WORKING-STORAGE SECTION.
        
         *> Used for defining Menu item selection

         *> Holds one formatted line for LOGIN-LOG
         01 WS-LOGIN-LOG-LINE     PIC X(80) VALUE SPACES.

         *> Every line bound for an audit log goes out through
         *> LOGCHAIN, which stamps it onto that log's chain after
         *> the text - these are the names LOGCHAIN knows them by
         01 WS-CHAIN-RECORD       PIC X(188) VALUE SPACES.
         01 WS-CHAIN-LOGIN-LOG    PIC X(30)
            VALUE "login_attempts.log".
         01 WS-CHAIN-SESSION-LOG  PIC X(30)
            VALUE "transaction.log".
         01 WS-CHAIN-ALERT-LOG    PIC X(30)
            VALUE "alert.log".
         01 WS-CHAIN-ACK-LOG      PIC X(30)
            VALUE "alert_ack.log".
         01 WS-CHAIN-FUEL-LOG     PIC X(30)
            VALUE "fuel_transactions.log".
         01 WS-CHAIN-AUDIT-LOG    PIC X(30)
            VALUE "admin_audit.log".

         01 WS-LOGIN-RESULT       PIC X(7).
         01 WS-ACCT-EXPIRED       PIC X     VALUE "N".

         *> Account lockout - after WS-LOCK-LIMIT consecutive
         *> failures for the same USER-ID the account is locked on
         *> its users.dat record until a supervisor reinstates it
         *> with USERADMIN's (U)NLOCK. The limit comes from the
         *> site parameters (security.cfg on a site that has not
         *> set those up yet).
         01 WS-ACCT-LOCKED        PIC X     VALUE "N".
         01 WS-LOCK-LIMIT         PIC 9(2)  VALUE 3.
         01 WS-CFG-FILE-STATUS    PIC XX    VALUE "00".
         01 WS-PARMS-STATUS       PIC XX    VALUE "00".
         01 WS-PARMS-EOF          PIC X     VALUE "N".
         01 WS-PARMS-ON-FILE      PIC X     VALUE "N".
         01 WS-PARM-NUMBER        PIC S9(5)V99 VALUE 0.
         01 WS-LOGIN-USER-IDX     PIC 9(4)  VALUE 0.

         *> Password aging and reuse - a password older than
         *> WS-PWD-MAX-AGE days (or one with no changed date at all,
         *> which is how USERADMIN leaves a password it has just
         *> set) has to be replaced before the main menu comes up,
         *> and the new one may not repeat the current password or
         *> any of the ones before it, WS-PWD-REUSE deep in all.
         *> Both limits come from the site parameters, like the
         *> lock limit.
         01 WS-PWD-MAX-AGE        PIC 9(3)  VALUE 90.
         01 WS-PWD-REUSE          PIC 9(2)  VALUE 5.
         01 WS-PWD-HIST-STATUS    PIC XX    VALUE "00".
         01 WS-PWD-HIST-FOUND     PIC X     VALUE "N".
         01 WS-PWD-HIST-IDX       PIC 9(2)  VALUE 0.
         01 WS-PWD-DATE-NUM       PIC 9(8)  VALUE 0.
         01 WS-PWD-AGE            PIC S9(7) VALUE 0.
         01 WS-PWD-CHANGE-DUE     PIC X     VALUE "N".
         01 WS-PWD-FORCED         PIC X     VALUE "N".
         01 WS-PWD-DONE           PIC X     VALUE "N".
         01 WS-PWD-CHANGED        PIC X     VALUE "N".
         01 WS-PWD-REUSED         PIC X     VALUE "N".
         01 WS-PWD-TRIES          PIC 9(2)  VALUE 0.
         01 WS-PWD-CURRENT-IN     PIC X(8)  VALUE SPACES.
         01 WS-PWD-NEW-IN         PIC X(8)  VALUE SPACES.
         01 WS-PWD-CONFIRM-IN     PIC X(8)  VALUE SPACES.
         01 WS-PWD-NEW-ENC        PIC X(8)  VALUE SPACES.
         01 WS-PWD-OLD-ENC        PIC X(8)  VALUE SPACES.
         01 WS-PWD-OLD-DATE       PIC X(8)  VALUE SPACES.
         01 WS-PWD-OLD-EXP        PIC X(8)  VALUE SPACES.
         01 WS-PWD-TITLE          PIC X(40) VALUE SPACES.
         01 WS-PWD-MSG            PIC X(40) VALUE SPACES.
         01 WS-PWD-HIST.
            05 WS-PH-USER-ID      PIC X(4).
            05 WS-PH-COUNT        PIC 9(2).
            05 WS-PH-PWD          PIC X(8) OCCURS 10 TIMES.
         01 WS-PWD-HIST-KEEP      PIC X(86) VALUE SPACES.

         *> Whether the change reached both pwd_history.dat and
         *> users.dat, and the file status shown when it did not
         01 WS-PWD-SAVED          PIC X     VALUE "N".
         01 WS-PWD-HIST-SAVED     PIC X     VALUE "N".
         01 WS-PWD-SAVE-STATUS    PIC XX    VALUE "00".

         *> Self-service changes land in the same admin audit trail
         *> USERADMIN writes, so OPSREPORT's admin section shows them
         01 WS-AUDIT-ACTION       PIC X(15) VALUE SPACES.
         01 WS-AUDIT-LINE         PIC X(80) VALUE SPACES.

         *> Holds a decrypted copy of a USERS-TABLE password so the
         *> on-disk USER-PWD never has to be compared (or stored)
         *> in the clear - see the PWDCIPHER CALL in the login loop
         *> Same guard for the indexed user file - a site that
         *> hasn't run FILECONVERT yet just gets an empty table
         01 WS-USERS-FILE-STATUS  PIC XX    VALUE "00".
         01 WS-LOGIN-USER-SAVED   PIC X     VALUE "N".
         01 WS-LOGIN-USER-STATUS  PIC XX    VALUE "00".

         *> User data read in from file
         01 WS-USER-COUNT          PIC 9(4) VALUE 0.
              10 WS-USER-LOCKED     PIC X.
              10 WS-USER-FAILS      PIC 9(2).
              10 WS-USER-ROLE       PIC X(10).
              10 WS-USER-PWD-DATE   PIC X(8).
         01 WS-EOF               PIC A(1) VALUE "N".

         *> Containment unit data read in from units.txt - one site
         01 WS-BUILD-YEAR          PIC 9(4)  VALUE 0.
         01 WS-UNIT-AGE            PIC 9(4)  VALUE 0.
         01 WS-MAINT-INTERVAL      PIC 9(3)  VALUE 0.
         01 WS-INSP-DAYS-OLD       PIC 9(3)  VALUE 090.
         01 WS-INSP-DAYS-NEW       PIC 9(3)  VALUE 180.
         01 WS-INSP-GRACE-DAYS     PIC 9(3)  VALUE 030.
         01 WS-DAYS-SINCE-INSP     PIC S9(5) VALUE 0.
         01 WS-INSP-REMARKS-IN     PIC X(40) VALUE SPACES.
         01 WS-INSP-DATE-TODAY     PIC X(8)  VALUE SPACES.

         *> The checklist the selected unit is inspected on - its
         *> model's items from checklists.txt, or the standard list
         *> below when the unit's model has none. A CRITICAL
         *> deficiency still open keeps the status off Good.
         01 WS-MODELS-STATUS       PIC XX    VALUE "00".
         01 WS-CHECKLIST-STATUS    PIC XX    VALUE "00".
         01 WS-DEFICIENCY-STATUS   PIC XX    VALUE "00".
         01 WS-CHECKLIST-EOF       PIC X     VALUE "N".
         01 WS-DEFICIENCY-EOF      PIC X     VALUE "N".
         01 WS-DEFICIENCY-MSG      PIC X(50) VALUE SPACES.
         01 WS-UNIT-MODEL          PIC X(6)  VALUE SPACES.
         01 WS-UNIT-MODEL-SHOWN    PIC X(8)  VALUE SPACES.
         01 WS-STD-CHECKLIST.
            05 FILLER PIC X(10) VALUE "SEALS".
            05 FILLER PIC X(8)  VALUE "CRITICAL".
            05 FILLER PIC X(30) VALUE "Door and port seals intact".
            05 FILLER PIC X(10) VALUE "RELIEF".
            05 FILLER PIC X(8)  VALUE "CRITICAL".
            05 FILLER PIC X(30) VALUE "Pressure relief valve lifts".
            05 FILLER PIC X(10) VALUE "FUEL-LINES".
            05 FILLER PIC X(8)  VALUE "MAJOR".
            05 FILLER PIC X(30) VALUE "Fuel lines sound, no weeping".
            05 FILLER PIC X(10) VALUE "SHIELDING".
            05 FILLER PIC X(8)  VALUE "CRITICAL".
            05 FILLER PIC X(30) VALUE "Shielding whole, no breaches".
            05 FILLER PIC X(10) VALUE "ALARMS".
            05 FILLER PIC X(8)  VALUE "MAJOR".
            05 FILLER PIC X(30) VALUE "Alarms sound on test".
         01 WS-STD-CHECKLIST-TABLE REDEFINES WS-STD-CHECKLIST.
            05 WS-STD-CHECK OCCURS 5 TIMES.
              10 WS-STD-ITEM       PIC X(10).
              10 WS-STD-SEVERITY   PIC X(8).
              10 WS-STD-DESC       PIC X(30).
         01 WS-CHECKLIST-COUNT     PIC 9(2)  VALUE 0.
         01 WS-CHECKLIST-TABLE.
            05 WS-CHECK OCCURS 20 TIMES INDEXED BY CK.
              10 WS-CHECK-ITEM     PIC X(10).
              10 WS-CHECK-SEVERITY PIC X(8).
              10 WS-CHECK-DESC     PIC X(30).
              10 WS-CHECK-RESULT   PIC X(4).
              10 WS-CHECK-UNRESOLVED PIC X.
         01 WS-CHECK-NUMBER        PIC 9(2)  VALUE 0.
         01 WS-CHECK-ITEM-SHOWN    PIC X(10) VALUE SPACES.
         01 WS-CHECK-SEV-SHOWN     PIC X(8)  VALUE SPACES.
         01 WS-CHECK-DESC-SHOWN    PIC X(30) VALUE SPACES.
         01 WS-CHECK-RESULT-IN     PIC X     VALUE SPACE.
         01 WS-CHECK-MSG           PIC X(40) VALUE SPACES.
         01 WS-FAIL-COUNT          PIC 9(2)  VALUE 0.
         01 WS-CRITICAL-OPEN       PIC X     VALUE "N".

         *> Tracks every menu option visited this session so a
         *> shift summary can be written to SESSION-LOG at STOP RUN
         01 WS-VISIT-COUNT         PIC 9(4) VALUE 0.
         01 WS-REFUEL-CAP-IN       PIC X(5)  VALUE SPACES.
         01 WS-REFUEL-LOT-IN       PIC X(10) VALUE SPACES.
         01 WS-REFUEL-AMT          PIC 9(5)  VALUE 0.
         01 WS-FUEL-LOG-LINE       PIC X(100) VALUE SPACES.
         01 WS-FUEL-LOG-PTR        PIC 9(3)  VALUE 1.
         01 WS-REFUEL-PO-IN        PIC X(10) VALUE SPACES.
         01 WS-REFUEL-MSG          PIC X(40) VALUE SPACES.
         01 WS-REFUEL-DONE         PIC X     VALUE "N".
         01 WS-ORDERS-STATUS       PIC XX    VALUE "00".
         01 WS-ORDER-FOUND         PIC X     VALUE "N".
         01 WS-ORDER-QTY           PIC 9(5)  VALUE 0.
         01 WS-ORDER-RESULT        PIC X(8)  VALUE SPACES.
         01 WS-ORDER-UPDATED       PIC X     VALUE "N".
         01 WS-ORDER-MSG           PIC X(40) VALUE SPACES.

         *> What a consumption posting actually took off the book
         *> (the burn is floored at an empty tank) - logged to the
         01 WS-AUTH-PWD-IN         PIC X(8)  VALUE SPACES.
         01 WS-AUTH-OK             PIC X     VALUE "N".

         *> One containment state change on its way to the unit
         *> event ledger - SRC says where it came from: SCREEN for
         *> the (U) live view, RECOVR for checkpoint recovery
         01 WS-EVENT-FILE-STATUS   PIC XX    VALUE "00".
         01 WS-EVENT-EOF           PIC X     VALUE "N".
         01 WS-EVENT-SERIAL        PIC X(5)  VALUE SPACES.
         01 WS-EVENT-FROM          PIC X(6)  VALUE SPACES.
         01 WS-EVENT-TO            PIC X(6)  VALUE SPACES.
         01 WS-EVENT-BY            PIC X(4)  VALUE SPACES.
         01 WS-EVENT-AUTH          PIC X(4)  VALUE SPACES.
         01 WS-EVENT-SRC           PIC X(6)  VALUE SPACES.
         01 WS-EVENT-LOG-LINE      PIC X(90) VALUE SPACES.
         01 WS-EVENT-UNIT-FOUND    PIC X     VALUE "N".

         *> Menu item selection
         01 MENURESPONSE.
            05 RESPONSE-IN-MENU PIC X    VALUE "X".
         *> Safe operating band for the Lab Data readings shown on
         *> STATUS-SCREEN - PSI is kept in a numeric working copy
         *> since the screen field itself is alphanumeric. The
         *> bands hold the site defaults until a unit with its
         *> own unit_limits.txt record is selected. The site
         *> defaults are the shipped values below unless the site
         *> parameters set others.
         01 WS-PSI-NUMERIC        PIC 9(3) VALUE 0.
         01 WS-PSI-LOW            PIC 9(3) VALUE 080.
         01 WS-PSI-HIGH           PIC 9(3) VALUE 120.
         01 WS-TCID-LOW           PIC S9(1)V9(2) VALUE 0.50.
         01 WS-TCID-HIGH          PIC S9(1)V9(2) VALUE 0.90.
         01 WS-SITE-PSI-LOW       PIC 9(3) VALUE 080.
         01 WS-SITE-PSI-HIGH      PIC 9(3) VALUE 120.
         01 WS-SITE-TCID-LOW      PIC S9(1)V9(2) VALUE 0.50.
         01 WS-SITE-TCID-HIGH     PIC S9(1)V9(2) VALUE 0.90.
         01 WS-ALERT-LOG-LINE     PIC X(80) VALUE SPACES.

         *> Per-unit operating limits loaded from unit_limits.txt,
         01 WS-ACK-STOP           PIC X     VALUE "N".
         01 WS-ACK-LOG-LINE       PIC X(160) VALUE SPACES.

         *> Shift handover - at (L)OGOUT the outgoing operator
         *> leaves a sheet covering every unit on site with a note
         *> for whoever comes on next, and the next login shows it
         *> and goes no further than the sheet until the incoming
         *> operator acknowledges it. Both ends are written to the
         *> transaction log under the sheet's id (the date and time
         *> it was given) so OPSREPORT can show any handover nobody
         *> acknowledged. An auditor reads the sheet but leaves it
         *> pending for the operator coming on.
         01 WS-READINGS-STATUS    PIC XX    VALUE "00".
         01 WS-READINGS-EOF       PIC X     VALUE "N".
         01 WS-HANDOVER-STATUS    PIC XX    VALUE "00".
         01 WS-HANDOVER-EOF       PIC X     VALUE "N".
         01 WS-HANDOVER-FOUND     PIC X     VALUE "N".
         01 WS-HANDOVER-ACKED     PIC X     VALUE "N".
         01 WS-HANDOVER-REFUSED   PIC X     VALUE "N".
         01 WS-HANDOVER-DONE      PIC X     VALUE "N".
         01 WS-HANDOVER-SEEN-ALL  PIC X     VALUE "N".
         01 WS-HANDOVER-IN        PIC X     VALUE SPACE.
         01 WS-HANDOVER-NOTE-IN   PIC X(60) VALUE SPACES.
         01 WS-HANDOVER-MSG       PIC X(40) VALUE SPACES.
         01 WS-HANDOVER-EVENT     PIC X(5)  VALUE SPACES.
         01 WS-HANDOVER-GIVEN-AT  PIC X(16) VALUE SPACES.
         01 WS-HANDOVER-UNITS     PIC 9(4)  VALUE 0.
         01 WS-HANDOVER-LEGACY    PIC X     VALUE "N".
         01 WS-HANDOVER-IDX       PIC 9(4)  VALUE 0.
         01 WS-HANDOVER-SEQ       PIC 9(5)  VALUE 0.
         01 WS-HANDOVER-TCID-ED   PIC 9.99.
         01 WS-HANDOVER-PAGE-NO   PIC 9(2)  VALUE 0.
         01 WS-HANDOVER-PAGES     PIC 9(2)  VALUE 0.
         01 WS-HANDOVER-PAGE-IDX  PIC 9(2)  VALUE 0.

         *> The selection is borrowed unit by unit while the sheet
         *> is built, so the maintenance and fuel paragraphs can be
         *> reused as they stand - it is put back afterwards
         01 WS-HANDOVER-SAVE-UNIT    PIC 9(4)  VALUE 0.
         01 WS-HANDOVER-SAVE-SERIAL  PIC X(5)  VALUE SPACES.
         01 WS-HANDOVER-SAVE-BUILD   PIC X(8)  VALUE SPACES.
         01 WS-HANDOVER-SAVE-QTY     PIC 9(5)  VALUE 0.
         01 WS-HANDOVER-SAVE-CAP     PIC 9(5)  VALUE 0.

         *> Per unit on units.dat when the sheet is built, read
         *> fresh so a unit changed since login shows as it is
         *> now - its own details, the stamp of its latest
         *> reading, its alerts still waiting on an
         *> acknowledgment, and whether fuel is already on order
         *> for it
         01 WS-HANDOVER-TABLE.
            05 WS-HANDOVER-UNIT OCCURS 500 TIMES.
              10 WS-HO-SERIAL        PIC X(5).
              10 WS-HO-STATUS        PIC X(6).
              10 WS-HO-PSI           PIC XXX.
              10 WS-HO-BUILD         PIC X(8).
              10 WS-HO-TCID          PIC X(4).
              10 WS-HO-FUEL-QTY      PIC 9(5).
              10 WS-HO-FUEL-CAP      PIC 9(5).
              10 WS-HO-LAST-READING  PIC X(14).
              10 WS-HO-ALERTS        PIC 9(4).
              10 WS-HO-ON-ORDER      PIC X.

         *> First record of the sheet
         01 WS-HANDOVER-HEADER.
            05 HOH-TAG             PIC X(9).
            05 HOH-ID              PIC X(14).
            05 HOH-GIVEN-BY        PIC X(4).
            05 HOH-UNITS           PIC 9(4).
            05 HOH-ALERTS          PIC 9(5).
            05 HOH-NOTE            PIC X(60).
            05 FILLER              PIC X(4).

         *> One unit's line on the sheet, laid out under the column
         *> headings on HANDOVER-SHEET-SCREEN
         01 WS-HANDOVER-UNIT-LINE.
            05 HOU-SERIAL          PIC X(5).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-STATUS          PIC X(6).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-PSI             PIC XXX.
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-TCID            PIC X(4).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-READ-AT         PIC X(16).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-FUEL-PCT        PIC ZZ9.
            05 HOU-PCT-SIGN        PIC X.
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-REORDER         PIC X(8).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-MAINT           PIC X(7).
            05 FILLER              PIC X     VALUE SPACE.
            05 HOU-ALERTS          PIC ZZZ9.

         *> The pending sheet as read back at login, and the ten
         *> lines of it on screen at a time
         01 WS-HANDOVER-LINE-COUNT PIC 9(4)  VALUE 0.
         01 WS-HANDOVER-SHEET.
            05 WS-HANDOVER-LINE OCCURS 0 TO 500 TIMES
                        DEPENDING ON WS-HANDOVER-LINE-COUNT
                        PIC X(65).
         01 WS-HANDOVER-PAGE.
            05 WS-HO-PAGE-LINE     PIC X(65) OCCURS 10 TIMES.

         *> Containment Unit Screen
         01 CONTAINMENTVALUES.
            05 CONTAINMENT-UNIT PIC X VALUE "C".
                       FOREGROUND-COLOR 6       LINE 7 COL 10.
         10  VALUE "(I)NSPECTION - record a completed inspection"
                       FOREGROUND-COLOR 6       LINE 8 COL 10.
         10  VALUE "(P)ASSWORD - change your password"
                       FOREGROUND-COLOR 6       LINE 9 COL 10.
         10  VALUE "(L)OGOUT - log out this user"
                       FOREGROUND-COLOR 6       LINE 10 COL 10.
         10  VALUE "(Q)UIT - exit the program"
                       FOREGROUND-COLOR 6       LINE 11 COL 10.
         10  VALUE "ALERTS OUTSTANDING: "
                       FOREGROUND-COLOR 4       LINE 13 COL 10.
         10  MENU-ALERT-COUNT
                       PIC ZZZZ9 FROM WS-ALERT-UNACKED
                       FOREGROUND-COLOR 4       LINE 13 COL 30.
         05  DEBUG-SECTION.
         10  VALUE "(D)EBUG - developer debug menu"
                       FOREGROUND-COLOR 4       LINE 12 COL 10.
         05  OPTION-SECTION.  
         10  VALUE "PLEASE SELECT AN OPTION:"                
                                                LINE 14 COL 10.
         10  RESPONSE-INPUT                     LINE 14 COL 34
                         PIC X         TO RESPONSE-IN-MENU.  
         
         *>  Settings screen for the application 
         05 REFUEL-CAP-INPUT
                       PIC X(5) TO WS-REFUEL-CAP-IN
                                                LINE 11 COL 40.
         05 VALUE "Purchase order (blank if none): "
                                                LINE 12 COL 10.
         05 REFUEL-PO-INPUT
                       PIC X(10) TO WS-REFUEL-PO-IN
                                                LINE 12 COL 43.
         05 REFUEL-MSG-OUTPUT
                       PIC X(40) FROM WS-REFUEL-MSG
                       FOREGROUND-COLOR 4       LINE 14 COL 10.

         *> How a delivery taken against a purchase order measured
         *> up to what was ordered
         01 ORDER-RECEIPT-SCREEN.
         05 VALUE "FUEL ORDER RECEIVED"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "-------------------"         LINE 2 COL 10.
         05 VALUE "Purchase order: "            LINE 4 COL 10.
         05 RECEIPT-PO-OUTPUT
                       PIC X(10) FROM WS-REFUEL-PO-IN
                       FOREGROUND-COLOR 2       LINE 4 COL 28.
         05 VALUE "Unit Serial: "               LINE 5 COL 10.
         05 RECEIPT-SERIAL-OUTPUT
                       PIC X(5) FROM WS-SELECTED-SERIAL
                       FOREGROUND-COLOR 2       LINE 5 COL 28.
         05 VALUE "Quantity ordered: "          LINE 6 COL 10.
         05 RECEIPT-ORDERED-OUTPUT
                       PIC ZZZZ9 FROM WS-ORDER-QTY
                       FOREGROUND-COLOR 2       LINE 6 COL 28.
         05 VALUE "Quantity received: "         LINE 7 COL 10.
         05 RECEIPT-RECEIVED-OUTPUT
                       PIC ZZZZ9 FROM WS-REFUEL-AMT
                       FOREGROUND-COLOR 2       LINE 7 COL 28.
         05 RECEIPT-RESULT-OUTPUT
                       PIC X(40) FROM WS-ORDER-MSG
                       FOREGROUND-COLOR 6       LINE 9 COL 10.
         05 VALUE "PRESS ENTER TO CONTINUE: "   LINE 11 COL 10.
         05 RESPONSE-ORDER-RECEIPT
                        PIC X          TO RESPONSE-IN-STATUS.

         *> Offered at startup when a leftover checkpoint shows the
         *> prior session never reached its normal exit
         05 INSP-REMARKS-INPUT
                       PIC X(40) TO WS-INSP-REMARKS-IN
                                                LINE 8 COL 19.
         05 VALUE "Checklist: "                 LINE 10 COL 10.
         05 INSP-MODEL-OUTPUT
                       PIC X(8) FROM WS-UNIT-MODEL-SHOWN
                       FOREGROUND-COLOR 2       LINE 10 COL 25.
         05 VALUE "Items failed: "              LINE 11 COL 10.
         05 INSP-FAILED-OUTPUT
                       PIC Z9 FROM WS-FAIL-COUNT
                       FOREGROUND-COLOR 4       LINE 11 COL 25.
         05 VALUE "(each one opens a deficiency)"
                                                LINE 11 COL 28.

         *> Shown when a failed item could not open its deficiency,
         *> so the inspector knows the unit is not flagged for it
         01 DEFICIENCY-FAILED-SCREEN.
         05 VALUE "DEFICIENCY NOT OPENED"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "---------------------"       LINE 2 COL 10.
         05 DEF-FAILED-OUTPUT
                       PIC X(50) FROM WS-DEFICIENCY-MSG
                       FOREGROUND-COLOR 4       LINE 4 COL 10.
         05 VALUE "The FAIL is recorded - report it to a supervisor."
                                                LINE 6 COL 10.
         05 VALUE "PRESS ENTER TO CONTINUE: "   LINE 8 COL 10.
         05 RESPONSE-DEF-FAILED
                        PIC X          TO RESPONSE-IN-STATUS.

         *> One item of the inspection checklist - each is answered
         *> P(ass) or F(ail) before the next one comes up
         01 CHECKLIST-ITEM-SCREEN.
         05 VALUE "INSPECTION CHECKLIST"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "--------------------"        LINE 2 COL 10.
         05 VALUE "Unit Serial: "               LINE 4 COL 10.
         05 CHK-SERIAL-OUTPUT
                       PIC X(5) FROM WS-SELECTED-SERIAL
                       FOREGROUND-COLOR 2       LINE 4 COL 25.
         05 VALUE "Checklist: "                 LINE 5 COL 10.
         05 CHK-MODEL-OUTPUT
                       PIC X(8) FROM WS-UNIT-MODEL-SHOWN
                       FOREGROUND-COLOR 2       LINE 5 COL 25.
         05 VALUE "Item "                       LINE 7 COL 10.
         05 CHK-NUMBER-OUTPUT
                       PIC Z9 FROM WS-CHECK-NUMBER
                                                LINE 7 COL 15.
         05 VALUE "of"                          LINE 7 COL 18.
         05 CHK-COUNT-OUTPUT
                       PIC Z9 FROM WS-CHECKLIST-COUNT
                                                LINE 7 COL 21.
         05 CHK-ITEM-OUTPUT
                       PIC X(10) FROM WS-CHECK-ITEM-SHOWN
                       FOREGROUND-COLOR 2       LINE 8 COL 10.
         05 CHK-DESC-OUTPUT
                       PIC X(30) FROM WS-CHECK-DESC-SHOWN
                       FOREGROUND-COLOR 2       LINE 8 COL 22.
         05 VALUE "Severity if failed: "        LINE 9 COL 10.
         05 CHK-SEV-OUTPUT
                       PIC X(8) FROM WS-CHECK-SEV-SHOWN
                       FOREGROUND-COLOR 6       LINE 9 COL 30.
         05 VALUE "Result (P=pass F=fail): "    LINE 11 COL 10.
         05 CHK-RESULT-INPUT
                       PIC X TO WS-CHECK-RESULT-IN
                                                LINE 11 COL 34.
         05 CHK-MSG-OUTPUT
                       PIC X(40) FROM WS-CHECK-MSG
                       FOREGROUND-COLOR 4       LINE 13 COL 10.

         *> Change the logged-in account's own password - the
         *> current password is keyed again first and the new one
         *> twice. A blank new password leaves without a change.
         *> Also forced on at login once a password is past the
         *> site's maximum age.
         01 PASSWORD-CHANGE-SCREEN.
         05 VALUE "CHANGE PASSWORD"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "---------------"             LINE 2 COL 10.
         05 PWD-TITLE-OUTPUT
                       PIC X(40) FROM WS-PWD-TITLE
                       FOREGROUND-COLOR 6       LINE 4 COL 10.
         05 VALUE "User ID:"                    LINE 6 COL 10.
         05 PWD-ID-OUTPUT
                       PIC XXXX FROM ID-IN-WS
                       FOREGROUND-COLOR 2       LINE 6 COL 32.
         05 VALUE "Current password:"           LINE 8 COL 10.
         05 PWD-CURRENT-INPUT                   LINE 8 COL 32
                       PIC X(8)  TO WS-PWD-CURRENT-IN.
         05 VALUE "New password:"               LINE 9 COL 10.
         05 PWD-NEW-INPUT                       LINE 9 COL 32
                       PIC X(8)  TO WS-PWD-NEW-IN.
         05 VALUE "New password again:"         LINE 10 COL 10.
         05 PWD-CONFIRM-INPUT                   LINE 10 COL 32
                       PIC X(8)  TO WS-PWD-CONFIRM-IN.
         05 VALUE "(leave the new password blank to cancel)"
                                                LINE 12 COL 10.
         05 PWD-MSG-OUTPUT
                       PIC X(40) FROM WS-PWD-MSG
                       FOREGROUND-COLOR 4       LINE 14 COL 10.

         *> Taken at (L)OGOUT - the note the outgoing operator
         *> leaves on the handover sheet for the next shift
         01 HANDOVER-NOTE-SCREEN.
         05 VALUE "SHIFT HANDOVER"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "--------------"              LINE 2 COL 10.
         05 VALUE "Handing over: "              LINE 4 COL 10.
         05 HON-ID-OUTPUT
                       PIC XXXX FROM ID-IN-WS
                       FOREGROUND-COLOR 2       LINE 4 COL 28.
         05 VALUE "Units on the sheet: "        LINE 5 COL 10.
         05 HON-UNITS-OUTPUT
                       PIC ZZZ9 FROM WS-HANDOVER-UNITS
                       FOREGROUND-COLOR 2       LINE 5 COL 30.
         05 VALUE "Alerts outstanding: "        LINE 6 COL 10.
         05 HON-ALERTS-OUTPUT
                       PIC ZZZZ9 FROM WS-ALERT-UNACKED
                       FOREGROUND-COLOR 4       LINE 6 COL 30.
         05 VALUE "Note for the incoming operator:"
                                                LINE 8 COL 10.
         05 HON-NOTE-INPUT
                       PIC X(60) TO WS-HANDOVER-NOTE-IN
                                                LINE 9 COL 10.

         *> The sheet left at the last (L)OGOUT, shown at login
         *> ten units to a page - the main menu doesn't come up
         *> until the incoming operator has paged to the end and
         *> acknowledged it
         01 HANDOVER-SHEET-SCREEN.
         05 VALUE "SHIFT HANDOVER"
                        BLANK SCREEN            LINE 1 COL 10.
         05 VALUE "--------------"              LINE 2 COL 10.
         05 VALUE "Handed over by: "            LINE 3 COL 10.
         05 HOS-BY-OUTPUT
                       PIC XXXX FROM HOH-GIVEN-BY
                       FOREGROUND-COLOR 2       LINE 3 COL 26.
         05 VALUE "at"                          LINE 3 COL 31.
         05 HOS-AT-OUTPUT
                       PIC X(16) FROM WS-HANDOVER-GIVEN-AT
                       FOREGROUND-COLOR 2       LINE 3 COL 34.
         05 VALUE "Note: "                      LINE 4 COL 10.
         05 HOS-NOTE-OUTPUT
                       PIC X(60) FROM HOH-NOTE
                       FOREGROUND-COLOR 6       LINE 4 COL 16.
         05 VALUE "Alerts outstanding on site: "
                                                LINE 5 COL 10.
         05 HOS-ALERTS-OUTPUT
                       PIC ZZZZ9 FROM HOH-ALERTS
                       FOREGROUND-COLOR 4       LINE 5 COL 38.
         05 VALUE
            "UNIT  STATUS PSI TCID LAST READING     FUEL REORDER  MAINT"
                       FOREGROUND-COLOR 6       LINE 7 COL 10.
         05 VALUE "ALRT"
                       FOREGROUND-COLOR 6       LINE 7 COL 71.
         05 HOS-LINE-01
                       PIC X(65) FROM WS-HO-PAGE-LINE (1)
                                                LINE 8 COL 10.
         05 HOS-LINE-02
                       PIC X(65) FROM WS-HO-PAGE-LINE (2)
                                                LINE 9 COL 10.
         05 HOS-LINE-03
                       PIC X(65) FROM WS-HO-PAGE-LINE (3)
                                                LINE 10 COL 10.
         05 HOS-LINE-04
                       PIC X(65) FROM WS-HO-PAGE-LINE (4)
                                                LINE 11 COL 10.
         05 HOS-LINE-05
                       PIC X(65) FROM WS-HO-PAGE-LINE (5)
                                                LINE 12 COL 10.
         05 HOS-LINE-06
                       PIC X(65) FROM WS-HO-PAGE-LINE (6)
                                                LINE 13 COL 10.
         05 HOS-LINE-07
                       PIC X(65) FROM WS-HO-PAGE-LINE (7)
                                                LINE 14 COL 10.
         05 HOS-LINE-08
                       PIC X(65) FROM WS-HO-PAGE-LINE (8)
                                                LINE 15 COL 10.
         05 HOS-LINE-09
                       PIC X(65) FROM WS-HO-PAGE-LINE (9)
                                                LINE 16 COL 10.
         05 HOS-LINE-10
                       PIC X(65) FROM WS-HO-PAGE-LINE (10)
                                                LINE 17 COL 10.
         05 VALUE "Page"                        LINE 19 COL 10.
         05 HOS-PAGE-OUTPUT
                       PIC Z9 FROM WS-HANDOVER-PAGE-NO
                                                LINE 19 COL 15.
         05 VALUE "of"                          LINE 19 COL 18.
         05 HOS-PAGES-OUTPUT
                       PIC Z9 FROM WS-HANDOVER-PAGES
                                                LINE 19 COL 21.
         05 HOS-MSG-OUTPUT
                       PIC X(40) FROM WS-HANDOVER-MSG
                       FOREGROUND-COLOR 4       LINE 20 COL 10.
         05 VALUE "(A)CKNOWLEDGE, ENTER FOR NEXT PAGE, Q TO LEAVE: "
                                                LINE 22 COL 10.
         05 HOS-RESPONSE-INPUT
                       PIC X TO WS-HANDOVER-IN  LINE 22 COL 58.

         *> Containment Unit Chamber Closed
         01 CONTAINMENT-SCREEN.
          END-PERFORM
          CLOSE USERS
       END-IF.
       IF WS-USERS-FILE-STATUS = "39"
          DISPLAY "users.dat is in its old layout - run FILECONVERT "
                  "to widen it."
       END-IF.

       *> Load the shift roster, if a supervisor has set one up -
       *> with no roster on site every login counts as on-shift
          CLOSE ROSTER
       END-IF.

       *> The site's operating parameters - anything the site has
       *> not set keeps the shipped value
       PERFORM LOAD-SITE-PARAMS.

       *> A site that has not set up its parameters file yet still
       *> has its lockout threshold and password aging rules in
       *> security.cfg, if any have been configured
       IF WS-PARMS-ON-FILE = "N"
          OPEN INPUT SECURITY-CFG
       END-IF.
       IF WS-PARMS-ON-FILE = "N"
          AND (WS-CFG-FILE-STATUS = "00"
               OR WS-CFG-FILE-STATUS = "05")
          READ SECURITY-CFG
             AT END CONTINUE
             NOT AT END
                IF SEC-LOCK-LIMIT IS NUMERIC
                   AND SEC-LOCK-LIMIT NOT = "00"
                   MOVE SEC-LOCK-LIMIT TO WS-LOCK-LIMIT
                END-IF
                IF SEC-PWD-MAX-AGE IS NUMERIC
                   AND SEC-PWD-MAX-AGE NOT = "000"
                   MOVE SEC-PWD-MAX-AGE TO WS-PWD-MAX-AGE
                END-IF
                IF SEC-PWD-REUSE IS NUMERIC
                   AND SEC-PWD-REUSE NOT = "00"
                   MOVE SEC-PWD-REUSE TO WS-PWD-REUSE
                   IF WS-PWD-REUSE > 11
                      MOVE 11 TO WS-PWD-REUSE
                   END-IF
                END-IF
          END-READ
          CLOSE SECURITY-CFG
       *> Load every containment unit on site, if units.dat has
       *> been set up - older sites with no units.dat just keep
       *> the single legacy XT100 unit this program always had.
       *> Units decommissioned through UNITADMIN, or sent from it
       *> to a sister site, stay on file for the auditors but
       *> never load, so they can't be selected.
       OPEN INPUT UNITS.
       IF WS-UNITS-FILE-STATUS = "00"
          PERFORM VARYING J FROM 1 BY 1 UNTIL WS-UNITS-EOF = "Y"
                AT END MOVE "Y" TO WS-UNITS-EOF
                NOT AT END
                   IF WS-UNIT-STATUS (J) = "RETIRD"
                      OR WS-UNIT-STATUS (J) = "TRNSIT"
                      SET J DOWN BY 1
                   ELSE
                      MOVE J TO WS-UNIT-COUNT
               CALL "PWDCIPHER" USING WS-DECRYPTED-PWD
               IF WS-USER-ID(I) = ID-IN-WS
                  AND  WS-DECRYPTED-PWD = PWD-IN-WS THEN
                 *> An account past USER-EXP still logs in, but
                 *> has to set a new password before going on
                 IF WS-CURRENT-DATE > WS-USER-EXP(I) THEN
                    MOVE "Y" TO WS-ACCT-EXPIRED
                 END-IF
                 MOVE "T" TO LOGGED-IN
                 MOVE WS-USER-DEBUG(I) TO ACCOUNT-DEBUG
                 IF WS-USER-ROLE(I) = SPACES
                    MOVE "OPERATOR" TO WS-SESSION-ROLE
                 ELSE
                    MOVE WS-USER-ROLE(I) TO WS-SESSION-ROLE
                 END-IF
               END-IF
           END-PERFORM
           END-IF
           END-IF

           *> A password past the site's maximum age, or on an
           *> account past its USER-EXP, has to be replaced before
           *> the session goes any further - leaving the change
           *> screen without a new password leaves nobody logged in
           MOVE "N" TO WS-PWD-CHANGE-DUE
           IF LOGGED-IN = "T"
              IF WS-ACCT-EXPIRED = "Y"
                 MOVE "Y" TO WS-PWD-CHANGE-DUE
              ELSE
                 PERFORM CHECK-PASSWORD-AGE
              END-IF
              IF WS-PWD-CHANGE-DUE = "Y"
                 MOVE "Y" TO WS-PWD-FORCED
                 PERFORM CHANGE-OWN-PASSWORD
                 IF WS-PWD-CHANGED NOT = "Y"
                    MOVE "F" TO LOGGED-IN
                 END-IF
              END-IF
           END-IF

           *> A handover sheet left by the last shift has to be
           *> acknowledged before the main menu comes up - leaving
           *> it unacknowledged leaves nobody logged in
           MOVE "N" TO WS-HANDOVER-REFUSED
           IF LOGGED-IN = "T"
              PERFORM TAKE-HANDOVER
              IF WS-HANDOVER-REFUSED = "Y"
                 MOVE "F" TO LOGGED-IN
              END-IF
           END-IF

           *> Record this attempt (who/pass-or-fail/when) to the
           *> login log so a shift can see every try, not just the
           *> last one on screen. It is written once both gates
           *> above are past, so SUCCESS means the session reached
           *> the main menu - a right password turned back at the
           *> forced change logs EXPIRED (account past USER-EXP) or
           *> PWDDUE (password past its age), and one turned back
           *> at the handover logs NOACK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           IF LOGGED-IN = "T"
              MOVE "SUCCESS" TO WS-LOGIN-RESULT
              PERFORM RESET-FAIL-COUNT
           ELSE
           IF WS-HANDOVER-REFUSED = "Y"
              MOVE "NOACK" TO WS-LOGIN-RESULT
           ELSE
           IF WS-PWD-CHANGE-DUE = "Y"
              IF WS-ACCT-EXPIRED = "Y"
                 MOVE "EXPIRED" TO WS-LOGIN-RESULT
              ELSE
                 MOVE "PWDDUE" TO WS-LOGIN-RESULT
              END-IF
           ELSE
              IF WS-ACCT-LOCKED = "Y"
                 MOVE "LOCKED" TO WS-LOGIN-RESULT
              ELSE
                 MOVE "FAILURE" TO WS-LOGIN-RESULT
                 PERFORM COUNT-FAILED-ATTEMPT
              END-IF
           END-IF
           END-IF
           END-IF
           *> The attempt is logged with the account's role so the
           *> daily report shows who acted in what capacity - an
           *> unknown USER-ID has no role to record
                  DELIMITED BY SIZE INTO WS-LOGIN-LOG-LINE
           END-STRING
           OPEN EXTEND LOGIN-LOG
           MOVE WS-LOGIN-LOG-LINE TO WS-CHAIN-RECORD
           CALL "LOGCHAIN" USING WS-CHAIN-LOGIN-LOG
                                 WS-CHAIN-RECORD
           WRITE LOGIN-LOG-RECORD FROM WS-CHAIN-RECORD
           CLOSE LOGIN-LOG

           IF WS-HANDOVER-REFUSED = "Y"
              MOVE "Handover not acked." TO LOGIN-MSG
           ELSE
           IF WS-PWD-CHANGE-DUE = "Y"
              MOVE "Password change due." TO LOGIN-MSG
           ELSE
           IF WS-ACCT-LOCKED = "Y"
              MOVE "Account locked." TO LOGIN-MSG
           ELSE
              MOVE "Login failed." TO LOGIN-MSG
           END-IF
           END-IF
           END-IF
        END-PERFORM.

                        WHEN "O"
                           PERFORM AUTHORIZE-SECOND-OPERATOR
                           IF WS-AUTH-OK = "Y"
                              MOVE CONTAINMENT-STATUS
                                 TO WS-EVENT-FROM
                              MOVE "OPENED" TO CONTAINMENT-STATUS
                              PERFORM PERSIST-CONTAINMENT-STATUS
                              PERFORM LOG-UNIT-OPEN
                              MOVE WS-AUTH-ID-IN TO WS-EVENT-AUTH
                              PERFORM LOG-SCREEN-STATE-CHANGE
                           END-IF
                        WHEN "C"
                           MOVE CONTAINMENT-STATUS TO WS-EVENT-FROM
                           MOVE "CLOSED" TO CONTAINMENT-STATUS
                           PERFORM PERSIST-CONTAINMENT-STATUS
                           MOVE SPACES TO WS-EVENT-AUTH
                           PERFORM LOG-SCREEN-STATE-CHANGE
                     END-EVALUATE
                     END-IF

                        END-IF
                     END-IF
                     MOVE "M" TO WS-MENU
            *> Any role may change its own password
            WHEN "P" PERFORM RECORD-VISIT
                     MOVE "N" TO WS-PWD-FORCED
                     PERFORM CHANGE-OWN-PASSWORD
                     MOVE "M" TO WS-MENU
            *> Logging out hands the shift over - everyone but an
            *> auditor leaves a handover sheet for the next login
            WHEN "L" PERFORM RECORD-VISIT
                     PERFORM WRITE-SESSION-LOG
                     IF WS-SESSION-ROLE NOT = "AUDITOR"
                        PERFORM GIVE-HANDOVER
                     END-IF
                     PERFORM CLEAR-CHECKPOINT
                     MOVE 0       TO WS-VISIT-COUNT
                     MOVE "F"     TO LOGGED-IN
                 DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
          END-STRING
          OPEN EXTEND SESSION-LOG
          MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                WS-CHAIN-RECORD
          WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-VISIT-COUNT
             MOVE SPACES TO WS-SESSION-LOG-LINE
             STRING "  VISITED=" WS-VISIT-OPTION (K)
                    " AT=" WS-VISIT-TIME (K)
                    DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
             END-STRING
             MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                   WS-CHAIN-RECORD
             WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          END-PERFORM
          CLOSE SESSION-LOG.

       *> Hand the shift over at (L)OGOUT - take the outgoing
       *> operator's note, lay down the sheet for the next login
       *> and put the handover on the transaction log
       GIVE-HANDOVER.
          PERFORM COUNT-UNACKED-ALERTS
          PERFORM LOAD-HANDOVER-UNITS
          MOVE SPACES TO WS-HANDOVER-NOTE-IN
          DISPLAY HANDOVER-NOTE-SCREEN
          ACCEPT  HANDOVER-NOTE-SCREEN

          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE SPACES TO WS-HANDOVER-HEADER
          MOVE "HANDOVER="       TO HOH-TAG
          MOVE WS-CURRENT-DATE-DATA (1:14) TO HOH-ID
          MOVE ID-IN-WS          TO HOH-GIVEN-BY
          MOVE WS-HANDOVER-UNITS TO HOH-UNITS
          MOVE WS-ALERT-UNACKED  TO HOH-ALERTS
          IF WS-HANDOVER-NOTE-IN = SPACES
             MOVE "(no note left)" TO HOH-NOTE
          ELSE
             MOVE WS-HANDOVER-NOTE-IN TO HOH-NOTE
          END-IF

          PERFORM BUILD-HANDOVER-SHEET
          MOVE "GIVEN" TO WS-HANDOVER-EVENT
          PERFORM LOG-HANDOVER-EVENT.

       *> The units the sheet covers, read off units.dat as it
       *> stands now rather than as it was loaded at login -
       *> decommissioned and transferred units are skipped the
       *> same way the startup load skips them. A site with no
       *> active unit on file hands over the single legacy unit.
       LOAD-HANDOVER-UNITS.
          MOVE 0 TO WS-HANDOVER-UNITS
          MOVE "N" TO WS-HANDOVER-LEGACY
          MOVE "N" TO WS-UNITS-EOF
          OPEN INPUT UNITS
          IF WS-UNITS-FILE-STATUS = "00"
             PERFORM UNTIL WS-UNITS-EOF = "Y"
                READ UNITS NEXT RECORD
                   AT END MOVE "Y" TO WS-UNITS-EOF
                   NOT AT END
                      IF UNIT-STATUS NOT = "RETIRD"
                         AND UNIT-STATUS NOT = "TRNSIT"
                         AND WS-HANDOVER-UNITS < 500
                         PERFORM HOLD-HANDOVER-UNIT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE UNITS
          END-IF
          IF WS-HANDOVER-UNITS = 0
             MOVE "Y" TO WS-HANDOVER-LEGACY
             MOVE 1 TO WS-HANDOVER-UNITS
          END-IF.

       HOLD-HANDOVER-UNIT.
          ADD 1 TO WS-HANDOVER-UNITS
          MOVE WS-HANDOVER-UNITS TO WS-HANDOVER-IDX
          MOVE UNIT-SERIAL   TO WS-HO-SERIAL (WS-HANDOVER-IDX)
          MOVE UNIT-STATUS   TO WS-HO-STATUS (WS-HANDOVER-IDX)
          MOVE UNIT-PSI      TO WS-HO-PSI (WS-HANDOVER-IDX)
          MOVE UNIT-BUILD    TO WS-HO-BUILD (WS-HANDOVER-IDX)
          MOVE UNIT-TCID     TO WS-HO-TCID (WS-HANDOVER-IDX)
          MOVE UNIT-FUEL-QTY TO WS-HO-FUEL-QTY (WS-HANDOVER-IDX)
          MOVE UNIT-FUEL-CAP TO WS-HO-FUEL-CAP (WS-HANDOVER-IDX).

       *> Write the header and one line per unit LOAD-HANDOVER-UNITS
       *> found to the pending sheet and to the handover history
       BUILD-HANDOVER-SHEET.
          MOVE WS-SELECTED-UNIT     TO WS-HANDOVER-SAVE-UNIT
          MOVE WS-SELECTED-SERIAL   TO WS-HANDOVER-SAVE-SERIAL
          MOVE WS-SELECTED-BUILD    TO WS-HANDOVER-SAVE-BUILD
          MOVE WS-SELECTED-FUEL-QTY TO WS-HANDOVER-SAVE-QTY
          MOVE WS-SELECTED-FUEL-CAP TO WS-HANDOVER-SAVE-CAP

          PERFORM VARYING WS-HANDOVER-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-IDX > WS-HANDOVER-UNITS
             MOVE SPACES TO WS-HO-LAST-READING (WS-HANDOVER-IDX)
             MOVE 0      TO WS-HO-ALERTS (WS-HANDOVER-IDX)
             MOVE "N"    TO WS-HO-ON-ORDER (WS-HANDOVER-IDX)
          END-PERFORM
          PERFORM FIND-LATEST-READINGS
          PERFORM COUNT-UNIT-ALERTS
          PERFORM FIND-OPEN-FUEL-ORDERS

          OPEN OUTPUT HANDOVER-PENDING
          OPEN EXTEND HANDOVER-HISTORY
          WRITE HANDOVER-PENDING-RECORD FROM WS-HANDOVER-HEADER
          WRITE HANDOVER-HISTORY-RECORD FROM WS-HANDOVER-HEADER
          PERFORM VARYING WS-HANDOVER-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-IDX > WS-HANDOVER-UNITS
             PERFORM FORMAT-HANDOVER-UNIT
             WRITE HANDOVER-PENDING-RECORD FROM WS-HANDOVER-UNIT-LINE
             WRITE HANDOVER-HISTORY-RECORD FROM WS-HANDOVER-UNIT-LINE
          END-PERFORM
          CLOSE HANDOVER-PENDING
          CLOSE HANDOVER-HISTORY

          MOVE WS-HANDOVER-SAVE-UNIT   TO WS-SELECTED-UNIT
          MOVE WS-HANDOVER-SAVE-SERIAL TO WS-SELECTED-SERIAL
          MOVE WS-HANDOVER-SAVE-BUILD  TO WS-SELECTED-BUILD
          MOVE WS-HANDOVER-SAVE-QTY    TO WS-SELECTED-FUEL-QTY
          MOVE WS-HANDOVER-SAVE-CAP    TO WS-SELECTED-FUEL-CAP.

       *> Fill WS-HANDOVER-UNIT-LINE for unit WS-HANDOVER-IDX -
       *> the unit's fresh details are made the selection for the
       *> moment so COMPUTE-FUEL-LEVEL and COMPUTE-MAINT-STATUS
       *> work it out exactly as STATUS-SCREEN would show it
       FORMAT-HANDOVER-UNIT.
          MOVE 0 TO WS-SELECTED-UNIT
          IF WS-HANDOVER-LEGACY NOT = "Y"
             MOVE WS-HO-SERIAL (WS-HANDOVER-IDX)
                TO WS-SELECTED-SERIAL
             MOVE WS-HO-BUILD (WS-HANDOVER-IDX)
                TO WS-SELECTED-BUILD
             MOVE WS-HO-FUEL-QTY (WS-HANDOVER-IDX)
                TO WS-SELECTED-FUEL-QTY
             MOVE WS-HO-FUEL-CAP (WS-HANDOVER-IDX)
                TO WS-SELECTED-FUEL-CAP
             MOVE WS-HO-SERIAL (WS-HANDOVER-IDX) TO HOU-SERIAL
             MOVE WS-HO-STATUS (WS-HANDOVER-IDX) TO HOU-STATUS
             MOVE WS-HO-PSI (WS-HANDOVER-IDX)    TO HOU-PSI
             MOVE WS-HO-TCID (WS-HANDOVER-IDX)   TO HOU-TCID
          ELSE
             MOVE WS-SELECTED-SERIAL TO HOU-SERIAL
             MOVE CONTAINMENT-STATUS TO HOU-STATUS
             MOVE PSI                TO HOU-PSI
             MOVE TCID50RELPFU       TO WS-HANDOVER-TCID-ED
             MOVE WS-HANDOVER-TCID-ED TO HOU-TCID
          END-IF

          IF WS-HO-LAST-READING (WS-HANDOVER-IDX) = SPACES
             MOVE "none on file" TO HOU-READ-AT
          ELSE
             MOVE SPACES TO HOU-READ-AT
             STRING WS-HO-LAST-READING (WS-HANDOVER-IDX) (1:4) "-"
                    WS-HO-LAST-READING (WS-HANDOVER-IDX) (5:2) "-"
                    WS-HO-LAST-READING (WS-HANDOVER-IDX) (7:2) " "
                    WS-HO-LAST-READING (WS-HANDOVER-IDX) (9:2) ":"
                    WS-HO-LAST-READING (WS-HANDOVER-IDX) (11:2)
                    DELIMITED BY SIZE INTO HOU-READ-AT
             END-STRING
          END-IF

          *> A unit with no tank size on its book has no level to
          *> speak of - fuel already on order is shown ahead of a
          *> plain reorder warning
          MOVE 0 TO WS-FUEL-PCT
          PERFORM COMPUTE-FUEL-LEVEL
          MOVE WS-FUEL-PCT TO HOU-FUEL-PCT
          MOVE "%" TO HOU-PCT-SIGN
          IF WS-SELECTED-FUEL-CAP = 0
             MOVE SPACE TO HOU-PCT-SIGN
             MOVE "NO BOOK" TO HOU-REORDER
          ELSE
             IF WS-HO-ON-ORDER (WS-HANDOVER-IDX) = "Y"
                MOVE "ON ORDER" TO HOU-REORDER
             ELSE
                IF WS-FUEL-WARNING NOT = SPACES
                   MOVE "REORDER" TO HOU-REORDER
                ELSE
                   MOVE "OK" TO HOU-REORDER
                END-IF
             END-IF
          END-IF

          PERFORM COMPUTE-MAINT-STATUS
          MOVE WS-MAINT-STATUS TO HOU-MAINT
          MOVE WS-HO-ALERTS (WS-HANDOVER-IDX) TO HOU-ALERTS.

       *> The stamp of each unit's latest accepted reading, off the
       *> readings history READINGSLOAD keeps
       FIND-LATEST-READINGS.
          MOVE "N" TO WS-READINGS-EOF
          OPEN INPUT READINGS-HISTORY
          IF WS-READINGS-STATUS = "00"
             OR WS-READINGS-STATUS = "05"
             PERFORM UNTIL WS-READINGS-EOF = "Y"
                READ READINGS-HISTORY
                   AT END MOVE "Y" TO WS-READINGS-EOF
                   NOT AT END PERFORM NOTE-UNIT-READING
                END-READ
             END-PERFORM
             CLOSE READINGS-HISTORY
          END-IF.

       NOTE-UNIT-READING.
          PERFORM VARYING WS-HANDOVER-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-IDX > WS-HANDOVER-UNITS
             PERFORM GET-HANDOVER-SERIAL
             IF RDG-SERIAL = WS-SELECTED-SERIAL
                AND RDG-STAMP > WS-HO-LAST-READING (WS-HANDOVER-IDX)
                MOVE RDG-STAMP
                   TO WS-HO-LAST-READING (WS-HANDOVER-IDX)
             END-IF
          END-PERFORM.

       *> Serial of unit WS-HANDOVER-IDX into WS-SELECTED-SERIAL -
       *> the legacy unit is already there
       GET-HANDOVER-SERIAL.
          IF WS-HANDOVER-LEGACY NOT = "Y"
             MOVE WS-HO-SERIAL (WS-HANDOVER-IDX)
                TO WS-SELECTED-SERIAL
          END-IF.

       *> Each unit's share of the alerts still waiting on an
       *> acknowledgment - the ones past the first WS-ACK-TOTAL
       *> that name a unit. The site-wide count, alerts that name
       *> no unit included, rides on the sheet's header.
       COUNT-UNIT-ALERTS.
          MOVE 0 TO WS-HANDOVER-SEQ
          MOVE "N" TO WS-ALERT-EOF
          OPEN INPUT ALERT-LOG
          IF WS-ALERT-FILE-STATUS = "00"
             OR WS-ALERT-FILE-STATUS = "05"
             PERFORM UNTIL WS-ALERT-EOF = "Y"
                READ ALERT-LOG
                   AT END MOVE "Y" TO WS-ALERT-EOF
                   NOT AT END
                      ADD 1 TO WS-HANDOVER-SEQ
                      IF WS-HANDOVER-SEQ > WS-ACK-TOTAL
                         AND ALERT-UNIT-TAG = " UNIT="
                         PERFORM NOTE-UNIT-ALERT
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ALERT-LOG
          END-IF.

       NOTE-UNIT-ALERT.
          PERFORM VARYING WS-HANDOVER-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-IDX > WS-HANDOVER-UNITS
             PERFORM GET-HANDOVER-SERIAL
             IF ALERT-UNIT = WS-SELECTED-SERIAL
                ADD 1 TO WS-HO-ALERTS (WS-HANDOVER-IDX)
             END-IF
          END-PERFORM.

       *> Units with a fuel order still OPEN on fuel_orders.dat
       FIND-OPEN-FUEL-ORDERS.
          MOVE "N" TO WS-HANDOVER-EOF
          OPEN INPUT FUEL-ORDERS
          IF WS-ORDERS-STATUS = "00"
             PERFORM UNTIL WS-HANDOVER-EOF = "Y"
                READ FUEL-ORDERS NEXT RECORD
                   AT END MOVE "Y" TO WS-HANDOVER-EOF
                   NOT AT END
                      IF FO-STATUS = "OPEN"
                         PERFORM NOTE-UNIT-ORDER
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FUEL-ORDERS
          END-IF.

       NOTE-UNIT-ORDER.
          PERFORM VARYING WS-HANDOVER-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-IDX > WS-HANDOVER-UNITS
             PERFORM GET-HANDOVER-SERIAL
             IF FO-SERIAL = WS-SELECTED-SERIAL
                MOVE "Y" TO WS-HO-ON-ORDER (WS-HANDOVER-IDX)
             END-IF
          END-PERFORM.

       *> At login - show the sheet the last shift left, if one is
       *> waiting, and take the incoming operator's acknowledgment.
       *> WS-HANDOVER-REFUSED comes back "Y" when an operator
       *> leaves it unacknowledged.
       TAKE-HANDOVER.
          MOVE "N" TO WS-HANDOVER-FOUND
          MOVE "N" TO WS-HANDOVER-ACKED
          MOVE "N" TO WS-HANDOVER-EOF
          MOVE 0 TO WS-HANDOVER-LINE-COUNT
          OPEN INPUT HANDOVER-PENDING
          IF WS-HANDOVER-STATUS = "00"
             OR WS-HANDOVER-STATUS = "05"
             READ HANDOVER-PENDING INTO WS-HANDOVER-HEADER
                AT END MOVE "Y" TO WS-HANDOVER-EOF
             END-READ
             IF WS-HANDOVER-EOF = "N"
                AND HOH-TAG = "HANDOVER="
                MOVE "Y" TO WS-HANDOVER-FOUND
                PERFORM UNTIL WS-HANDOVER-EOF = "Y"
                   READ HANDOVER-PENDING
                      AT END MOVE "Y" TO WS-HANDOVER-EOF
                      NOT AT END
                         IF WS-HANDOVER-LINE-COUNT < 500
                            ADD 1 TO WS-HANDOVER-LINE-COUNT
                            MOVE HANDOVER-PENDING-RECORD
                               TO WS-HANDOVER-LINE
                                     (WS-HANDOVER-LINE-COUNT)
                         END-IF
                   END-READ
                END-PERFORM
             END-IF
             CLOSE HANDOVER-PENDING
          END-IF

          IF WS-HANDOVER-FOUND = "Y"
             PERFORM SHOW-HANDOVER-SHEET
             IF WS-HANDOVER-ACKED NOT = "Y"
                AND WS-SESSION-ROLE NOT = "AUDITOR"
                MOVE "Y" TO WS-HANDOVER-REFUSED
             END-IF
          END-IF.

       *> Page through the sheet until it is acknowledged or left -
       *> an acknowledgment only counts once the last page has been
       *> on screen, and an auditor's is not taken at all
       SHOW-HANDOVER-SHEET.
          MOVE SPACES TO WS-HANDOVER-GIVEN-AT
          STRING HOH-ID (1:4) "-" HOH-ID (5:2) "-" HOH-ID (7:2)
                 " " HOH-ID (9:2) ":" HOH-ID (11:2)
                 DELIMITED BY SIZE INTO WS-HANDOVER-GIVEN-AT
          END-STRING
          COMPUTE WS-HANDOVER-PAGES =
             (WS-HANDOVER-LINE-COUNT + 9) / 10
          IF WS-HANDOVER-PAGES = 0
             MOVE 1 TO WS-HANDOVER-PAGES
          END-IF
          MOVE 1 TO WS-HANDOVER-PAGE-NO
          MOVE "N" TO WS-HANDOVER-SEEN-ALL
          MOVE "N" TO WS-HANDOVER-DONE
          IF WS-SESSION-ROLE = "AUDITOR"
             MOVE "View only - stays pending." TO WS-HANDOVER-MSG
          ELSE
             MOVE SPACES TO WS-HANDOVER-MSG
          END-IF
          PERFORM UNTIL WS-HANDOVER-DONE = "Y"
             PERFORM FILL-HANDOVER-PAGE
             IF WS-HANDOVER-PAGE-NO = WS-HANDOVER-PAGES
                MOVE "Y" TO WS-HANDOVER-SEEN-ALL
             END-IF
             MOVE SPACE TO WS-HANDOVER-IN
             DISPLAY HANDOVER-SHEET-SCREEN
             ACCEPT  HANDOVER-SHEET-SCREEN
             IF WS-SESSION-ROLE NOT = "AUDITOR"
                MOVE SPACES TO WS-HANDOVER-MSG
             END-IF
             EVALUATE FUNCTION UPPER-CASE (WS-HANDOVER-IN)
                WHEN "A"
                   IF WS-SESSION-ROLE = "AUDITOR"
                      MOVE "Y" TO WS-HANDOVER-DONE
                   ELSE
                      IF WS-HANDOVER-SEEN-ALL = "Y"
                         PERFORM ACKNOWLEDGE-HANDOVER
                         MOVE "Y" TO WS-HANDOVER-DONE
                      ELSE
                         MOVE "Page through to the end first."
                            TO WS-HANDOVER-MSG
                         PERFORM NEXT-HANDOVER-PAGE
                      END-IF
                   END-IF
                WHEN "Q"
                   MOVE "Y" TO WS-HANDOVER-DONE
                WHEN OTHER
                   PERFORM NEXT-HANDOVER-PAGE
             END-EVALUATE
          END-PERFORM.

       *> Put the current page's ten lines where the screen shows
       *> them
       FILL-HANDOVER-PAGE.
          PERFORM VARYING WS-HANDOVER-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-HANDOVER-PAGE-IDX > 10
             COMPUTE WS-HANDOVER-IDX =
                (WS-HANDOVER-PAGE-NO - 1) * 10 + WS-HANDOVER-PAGE-IDX
             IF WS-HANDOVER-IDX > WS-HANDOVER-LINE-COUNT
                MOVE SPACES TO WS-HO-PAGE-LINE (WS-HANDOVER-PAGE-IDX)
             ELSE
                MOVE WS-HANDOVER-LINE (WS-HANDOVER-IDX)
                   TO WS-HO-PAGE-LINE (WS-HANDOVER-PAGE-IDX)
             END-IF
          END-PERFORM.

       *> On to the next page, back to the first after the last
       NEXT-HANDOVER-PAGE.
          IF WS-HANDOVER-PAGE-NO < WS-HANDOVER-PAGES
             ADD 1 TO WS-HANDOVER-PAGE-NO
          ELSE
             MOVE 1 TO WS-HANDOVER-PAGE-NO
          END-IF.

       *> The incoming operator has taken the shift on - record it
       *> against the sheet's id and clear the pending sheet, the
       *> way a clean exit clears the checkpoint
       ACKNOWLEDGE-HANDOVER.
          MOVE "Y" TO WS-HANDOVER-ACKED
          MOVE "ACKED" TO WS-HANDOVER-EVENT
          PERFORM LOG-HANDOVER-EVENT
          OPEN OUTPUT HANDOVER-PENDING
          CLOSE HANDOVER-PENDING.

       *> One line on the transaction log for either end of a
       *> handover - the sheet's id, GIVEN or ACKED, who by, and how
       *> many units the sheet covered
       LOG-HANDOVER-EVENT.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE SPACES TO WS-SESSION-LOG-LINE
          STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                 WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                 WS-CURRENT-MIN ":" WS-CURRENT-SEC
                 " HANDOVER=" HOH-ID
                 " EVENT=" WS-HANDOVER-EVENT
                 " BY=" ID-IN-WS
                 " UNITS=" HOH-UNITS
                 DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
          END-STRING
          OPEN EXTEND SESSION-LOG
          MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                WS-CHAIN-RECORD
          WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          CLOSE SESSION-LOG.

       *> Let the operator pick which on-site unit the (U) option
       *> shows, by serial number, when units.txt has more than the
       *> single legacy unit this program always defaulted to.
             END-IF

             *> Swing the Lab Data bands to this unit's own
             *> limits - back to the site defaults first, in
             *> case the previous selection had a limits record
             *> and this one doesn't
             MOVE WS-SITE-PSI-LOW   TO WS-PSI-LOW
             MOVE WS-SITE-PSI-HIGH  TO WS-PSI-HIGH
             MOVE WS-SITE-TCID-LOW  TO WS-TCID-LOW
             MOVE WS-SITE-TCID-HIGH TO WS-TCID-HIGH
             PERFORM VARYING L FROM 1 BY 1
                      UNTIL L > WS-LIMIT-COUNT
                IF WS-LIM-SERIAL (L) = WS-SELECTED-SERIAL
                END-PERFORM
                CLOSE CHECKPOINT-FILE
                PERFORM LOG-ABNORMAL-END
                PERFORM RECONCILE-UNIT-LEDGER
                DISPLAY RESUME-PROMPT-SCREEN
                ACCEPT  RESUME-PROMPT-SCREEN
                IF FUNCTION UPPER-CASE (WS-RESUME-IN) = "R"
                 DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
          END-STRING
          OPEN EXTEND SESSION-LOG
          MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                WS-CHAIN-RECORD
          WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-VISIT-COUNT
             MOVE SPACES TO WS-SESSION-LOG-LINE
             STRING "  VISITED=" WS-VISIT-OPTION (K)
                    " AT=" WS-VISIT-TIME (K)
                    DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
             END-STRING
             MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                   WS-CHAIN-RECORD
             WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          END-PERFORM
          CLOSE SESSION-LOG.

       *> The interrupted session may have changed its unit's
       *> status without getting the change onto the unit event
       *> ledger - compare the ledger's last word on the
       *> checkpointed unit with the status actually on file, and
       *> put any difference on the ledger under the interrupted
       *> session's user. A unit the ledger has never seen is only
       *> worth an entry when it was left open.
       RECONCILE-UNIT-LEDGER.
          MOVE SPACES TO WS-EVENT-FROM
          MOVE SPACES TO WS-EVENT-TO
          MOVE "N" TO WS-EVENT-UNIT-FOUND
          IF CKPT-SERIAL NOT = SPACES
             IF WS-UNIT-COUNT > 0
                PERFORM VARYING J FROM 1 BY 1
                         UNTIL J > WS-UNIT-COUNT
                   IF WS-UNIT-SERIAL (J) = CKPT-SERIAL
                      MOVE WS-UNIT-STATUS (J) TO WS-EVENT-TO
                      MOVE "Y" TO WS-EVENT-UNIT-FOUND
                   END-IF
                END-PERFORM
             ELSE
                IF CKPT-SERIAL = WS-SELECTED-SERIAL
                   MOVE CONTAINMENT-STATUS TO WS-EVENT-TO
                   MOVE "Y" TO WS-EVENT-UNIT-FOUND
                END-IF
             END-IF
          END-IF
          IF WS-EVENT-UNIT-FOUND = "Y"
             MOVE "N" TO WS-EVENT-EOF
             OPEN INPUT UNIT-EVENTS
             IF WS-EVENT-FILE-STATUS = "00"
                OR WS-EVENT-FILE-STATUS = "05"
                PERFORM UNTIL WS-EVENT-EOF = "Y"
                   READ UNIT-EVENTS
                      AT END MOVE "Y" TO WS-EVENT-EOF
                      NOT AT END
                         IF UEV-SERIAL = CKPT-SERIAL
                            MOVE UEV-TO TO WS-EVENT-FROM
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE UNIT-EVENTS
             END-IF
             IF WS-EVENT-FROM NOT = SPACES
                OR WS-EVENT-TO = "OPENED"
                MOVE CKPT-SERIAL  TO WS-EVENT-SERIAL
                MOVE CKPT-USER-ID TO WS-EVENT-BY
                MOVE SPACES       TO WS-EVENT-AUTH
                MOVE "RECOVR"     TO WS-EVENT-SRC
                PERFORM LOG-UNIT-EVENT
             END-IF
          END-IF.

       *> One more consecutive failure against this account - at
       *> WS-LOCK-LIMIT the record locks until a supervisor runs
       *> USERADMIN's (U)NLOCK. Nothing to count when the USER-ID
             END-IF
          END-IF.

       *> Is the password the login account just used past the
       *> site's maximum age? A password with no changed date on
       *> record - one USERADMIN has just set, or one carried over
       *> from before the column existed - is due straight away.
       CHECK-PASSWORD-AGE.
          MOVE "N" TO WS-PWD-CHANGE-DUE
          SET I TO WS-LOGIN-USER-IDX
          IF WS-USER-PWD-DATE (I) IS NOT NUMERIC
             MOVE "Y" TO WS-PWD-CHANGE-DUE
          ELSE
             MOVE WS-USER-PWD-DATE (I) TO WS-PWD-DATE-NUM
             MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
             IF WS-PWD-DATE-NUM < 16010101
                OR WS-PWD-DATE-NUM > WS-TODAY-NUM
                MOVE "Y" TO WS-PWD-CHANGE-DUE
             ELSE
                COMPUTE WS-PWD-AGE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-PWD-DATE-NUM)
                IF WS-PWD-AGE > WS-PWD-MAX-AGE
                   MOVE "Y" TO WS-PWD-CHANGE-DUE
                END-IF
             END-IF
          END-IF.

       *> Take the logged-in account's current password and a new
       *> one off PASSWORD-CHANGE-SCREEN until the change goes
       *> through or the operator leaves the new password blank.
       *> WS-PWD-FORCED marks the change DO-LOGIN demanded for an
       *> aged or expired password, as against one chosen off the
       *> main menu.
       *> Keying the current password wrong WS-LOCK-LIMIT times
       *> ends the attempt.
       CHANGE-OWN-PASSWORD.
          MOVE "N" TO WS-PWD-DONE
          MOVE "N" TO WS-PWD-CHANGED
          MOVE 0 TO WS-PWD-TRIES
          MOVE SPACES TO WS-PWD-MSG
          IF WS-PWD-FORCED = "Y"
             MOVE "Password has expired - set a new one."
                TO WS-PWD-TITLE
          ELSE
             MOVE "Set a new password for this account."
                TO WS-PWD-TITLE
          END-IF
          PERFORM UNTIL WS-PWD-DONE = "Y"
             MOVE SPACES TO WS-PWD-CURRENT-IN
             MOVE SPACES TO WS-PWD-NEW-IN
             MOVE SPACES TO WS-PWD-CONFIRM-IN
             DISPLAY PASSWORD-CHANGE-SCREEN
             ACCEPT  PASSWORD-CHANGE-SCREEN
             PERFORM VALIDATE-NEW-PASSWORD
          END-PERFORM.

       *> Judge one pass of PASSWORD-CHANGE-SCREEN - the current
       *> password is checked through PWDCIPHER the way DO-LOGIN
       *> checks it, the two new entries must agree, and the new
       *> password may not be one of the account's recent ones
       VALIDATE-NEW-PASSWORD.
          SET I TO WS-LOGIN-USER-IDX
          MOVE WS-USER-PWD (I) TO WS-DECRYPTED-PWD
          CALL "PWDCIPHER" USING WS-DECRYPTED-PWD
          EVALUATE TRUE
             WHEN WS-PWD-NEW-IN = SPACES
                MOVE "Y" TO WS-PWD-DONE
             WHEN WS-PWD-CURRENT-IN NOT = WS-DECRYPTED-PWD
                ADD 1 TO WS-PWD-TRIES
                IF WS-PWD-TRIES >= WS-LOCK-LIMIT
                   MOVE "Y" TO WS-PWD-DONE
                ELSE
                   MOVE "Current password is not correct."
                      TO WS-PWD-MSG
                END-IF
             WHEN WS-PWD-NEW-IN NOT = WS-PWD-CONFIRM-IN
                MOVE "The new passwords do not match."
                   TO WS-PWD-MSG
             WHEN OTHER
                PERFORM CHECK-PASSWORD-REUSE
                IF WS-PWD-REUSED = "Y"
                   MOVE "Password used recently - pick another."
                      TO WS-PWD-MSG
                ELSE
                   PERFORM APPLY-NEW-PASSWORD
                   IF WS-PWD-SAVED = "Y"
                      MOVE "Y" TO WS-PWD-CHANGED
                      MOVE "Y" TO WS-PWD-DONE
                   END-IF
                END-IF
          END-EVALUATE.

       *> Encrypt the new password and hold it against the current
       *> one and the account's history record - WS-PWD-REUSE
       *> counts the current password, so only the history entries
       *> short of that depth are compared
       CHECK-PASSWORD-REUSE.
          MOVE "N" TO WS-PWD-REUSED
          MOVE WS-PWD-NEW-IN TO WS-PWD-NEW-ENC
          CALL "PWDCIPHER" USING WS-PWD-NEW-ENC
          IF WS-PWD-NEW-ENC = WS-USER-PWD (I)
             MOVE "Y" TO WS-PWD-REUSED
          END-IF
          PERFORM READ-PWD-HISTORY
          PERFORM VARYING WS-PWD-HIST-IDX FROM 1 BY 1
                   UNTIL WS-PWD-HIST-IDX > WS-PH-COUNT
                      OR WS-PWD-HIST-IDX >= WS-PWD-REUSE
             IF WS-PH-PWD (WS-PWD-HIST-IDX) = WS-PWD-NEW-ENC
                MOVE "Y" TO WS-PWD-REUSED
             END-IF
          END-PERFORM.

       *> Fetch the login account's password history by key - an
       *> account with no record yet starts with an empty one
       READ-PWD-HISTORY.
          MOVE "N" TO WS-PWD-HIST-FOUND
          MOVE SPACES TO WS-PWD-HIST
          MOVE 0 TO WS-PH-COUNT
          OPEN INPUT PWD-HISTORY
          IF WS-PWD-HIST-STATUS = "00"
             MOVE ID-IN-WS TO PH-USER-ID
             READ PWD-HISTORY INTO WS-PWD-HIST
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-PWD-HIST-FOUND
             END-READ
             CLOSE PWD-HISTORY
          END-IF
          IF WS-PH-COUNT IS NOT NUMERIC
             OR WS-PH-COUNT > 10
             MOVE 0 TO WS-PH-COUNT
          END-IF
          MOVE ID-IN-WS TO WS-PH-USER-ID.

       *> The change itself - the outgoing password goes to the
       *> front of the history, the new one and today's date go on
       *> the users.dat record, and the change is put on the admin
       *> audit trail under the account's own USER-ID. The change
       *> only counts once both files have taken it - if either
       *> write fails the account keeps its old password, history
       *> and expiry, nothing goes on the audit trail, and the
       *> change screen shows the file status.
       APPLY-NEW-PASSWORD.
          MOVE "N" TO WS-PWD-SAVED
          MOVE WS-PWD-HIST TO WS-PWD-HIST-KEEP
          PERFORM VARYING WS-PWD-HIST-IDX FROM 10 BY -1
                   UNTIL WS-PWD-HIST-IDX < 2
             MOVE WS-PH-PWD (WS-PWD-HIST-IDX - 1)
                TO WS-PH-PWD (WS-PWD-HIST-IDX)
          END-PERFORM
          MOVE WS-USER-PWD (I) TO WS-PH-PWD (1)
          IF WS-PH-COUNT < 10
             ADD 1 TO WS-PH-COUNT
          END-IF
          PERFORM WRITE-PWD-HISTORY
          IF WS-PWD-HIST-SAVED NOT = "Y"
             MOVE WS-PWD-HIST-KEEP TO WS-PWD-HIST
          ELSE
             PERFORM SAVE-NEW-PASSWORD
          END-IF

          IF WS-PWD-SAVED = "Y"
             IF WS-PWD-FORCED = "Y"
                MOVE "FORCED-PWD-CHG" TO WS-AUDIT-ACTION
             ELSE
                MOVE "CHANGE-OWN-PWD" TO WS-AUDIT-ACTION
             END-IF
             PERFORM WRITE-AUDIT-RECORD
          ELSE
             MOVE SPACES TO WS-PWD-MSG
             STRING "Password not saved - status "
                    WS-PWD-SAVE-STATUS
                    DELIMITED BY SIZE INTO WS-PWD-MSG
             END-STRING
          END-IF.

       *> Put the new password on the account's users.dat record -
       *> when the rewrite fails the table goes back to the old
       *> password, date and expiry, and the history record just
       *> written goes back to what it was
       SAVE-NEW-PASSWORD.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          SET I TO WS-LOGIN-USER-IDX
          MOVE WS-USER-PWD (I)      TO WS-PWD-OLD-ENC
          MOVE WS-USER-PWD-DATE (I) TO WS-PWD-OLD-DATE
          MOVE WS-USER-EXP (I)      TO WS-PWD-OLD-EXP
          MOVE WS-PWD-NEW-ENC  TO WS-USER-PWD (I)
          MOVE WS-CURRENT-DATE TO WS-USER-PWD-DATE (I)
          *> An account that had run past USER-EXP gets a fresh
          *> expiry WS-PWD-MAX-AGE days out with its new password
          IF WS-CURRENT-DATE > WS-USER-EXP (I)
             MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
             COMPUTE WS-PWD-DATE-NUM = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
                 + WS-PWD-MAX-AGE)
             MOVE WS-PWD-DATE-NUM TO WS-USER-EXP (I)
          END-IF
          PERFORM REWRITE-LOGIN-USER
          IF WS-LOGIN-USER-SAVED = "Y"
             MOVE "Y" TO WS-PWD-SAVED
             MOVE WS-PWD-NEW-IN TO PWD-IN-WS
          ELSE
             SET I TO WS-LOGIN-USER-IDX
             MOVE WS-PWD-OLD-ENC  TO WS-USER-PWD (I)
             MOVE WS-PWD-OLD-DATE TO WS-USER-PWD-DATE (I)
             MOVE WS-PWD-OLD-EXP  TO WS-USER-EXP (I)
             MOVE WS-LOGIN-USER-STATUS TO WS-PWD-SAVE-STATUS
             PERFORM RESTORE-PWD-HISTORY
          END-IF.

       *> Take back the history record WRITE-PWD-HISTORY just put
       *> down - rewrite the one that was there, or delete the one
       *> it created
       RESTORE-PWD-HISTORY.
          MOVE WS-PWD-HIST-KEEP TO WS-PWD-HIST
          OPEN I-O PWD-HISTORY
          IF WS-PWD-HIST-STATUS = "00"
             IF WS-PWD-HIST-FOUND = "Y"
                REWRITE PWD-HISTORY-RECORD FROM WS-PWD-HIST
                   INVALID KEY CONTINUE
                END-REWRITE
             ELSE
                MOVE ID-IN-WS TO PH-USER-ID
                DELETE PWD-HISTORY
                   INVALID KEY CONTINUE
                END-DELETE
             END-IF
             CLOSE PWD-HISTORY
          END-IF.

       *> Put the account's history record back by key, creating
       *> pwd_history.dat the first time - a file just opened
       *> OUTPUT can't be READ, so the record is written outright
       WRITE-PWD-HISTORY.
          MOVE "N" TO WS-PWD-HIST-SAVED
          OPEN I-O PWD-HISTORY
          IF WS-PWD-HIST-STATUS = "35"
             OPEN OUTPUT PWD-HISTORY
          END-IF
          IF WS-PWD-HIST-STATUS = "00"
             OR WS-PWD-HIST-STATUS = "05"
             IF WS-PWD-HIST-FOUND = "Y"
                REWRITE PWD-HISTORY-RECORD FROM WS-PWD-HIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PWD-HIST-SAVED
                END-REWRITE
             ELSE
                WRITE PWD-HISTORY-RECORD FROM WS-PWD-HIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PWD-HIST-SAVED
                END-WRITE
             END-IF
             MOVE WS-PWD-HIST-STATUS TO WS-PWD-SAVE-STATUS
             CLOSE PWD-HISTORY
          ELSE
             MOVE WS-PWD-HIST-STATUS TO WS-PWD-SAVE-STATUS
          END-IF.

       *> One line on the admin audit trail, in the shape USERADMIN
       *> writes - a self-service change names the account as both
       *> the actor and the target
       WRITE-AUDIT-RECORD.
          MOVE SPACES TO WS-AUDIT-LINE
          STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                 WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                 WS-CURRENT-MIN ":" WS-CURRENT-SEC
                 " ACTION=" WS-AUDIT-ACTION
                 " ADMIN=" ID-IN-WS
                 " TARGET=" ID-IN-WS
                 DELIMITED BY SIZE INTO WS-AUDIT-LINE
          END-STRING
          OPEN EXTEND ADMIN-AUDIT
          MOVE WS-AUDIT-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-AUDIT-LOG
                                WS-CHAIN-RECORD
          WRITE ADMIN-AUDIT-RECORD FROM WS-CHAIN-RECORD
          CLOSE ADMIN-AUDIT.

       *> Write the login account's lock state back to its keyed
       *> users.dat record - WS-LOGIN-USER-SAVED and the status
       *> it ended on tell the caller whether it got there
       REWRITE-LOGIN-USER.
          MOVE "N" TO WS-LOGIN-USER-SAVED
          OPEN I-O USERS.
          IF WS-USERS-FILE-STATUS = "00"
             SET I TO WS-LOGIN-USER-IDX
             MOVE WS-USER (I) TO USERS-FILE
             REWRITE USERS-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO WS-LOGIN-USER-SAVED
             END-REWRITE
             MOVE WS-USERS-FILE-STATUS TO WS-LOGIN-USER-STATUS
             CLOSE USERS
          ELSE
             MOVE WS-USERS-FILE-STATUS TO WS-LOGIN-USER-STATUS
          END-IF.

       *> Count how many alert.log lines have no matching
                    DELIMITED BY SIZE INTO WS-ACK-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-ACK
             MOVE WS-ACK-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ACK-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-ACK-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-ACK
          END-IF.

                 DELIMITED BY SIZE INTO WS-SESSION-LOG-LINE
          END-STRING
          OPEN EXTEND SESSION-LOG
          MOVE WS-SESSION-LOG-LINE TO WS-CHAIN-RECORD
          CALL "LOGCHAIN" USING WS-CHAIN-SESSION-LOG
                                WS-CHAIN-RECORD
          WRITE SESSION-LOG-RECORD FROM WS-CHAIN-RECORD
          CLOSE SESSION-LOG.

       *> Put an OPEN or CLOSE off the (U) live view on the unit
       *> event ledger - WS-EVENT-FROM and WS-EVENT-AUTH are set by
       *> the caller. With units on file but none selected the
       *> command only reached the legacy status file, which is no
       *> unit's record, so there is nothing to put on the ledger.
       LOG-SCREEN-STATE-CHANGE.
          IF WS-SELECTED-UNIT > 0
             OR WS-UNIT-COUNT = 0
             MOVE WS-SELECTED-SERIAL TO WS-EVENT-SERIAL
             MOVE CONTAINMENT-STATUS TO WS-EVENT-TO
             MOVE ID-IN-WS           TO WS-EVENT-BY
             MOVE "SCREEN"           TO WS-EVENT-SRC
             PERFORM LOG-UNIT-EVENT
          END-IF.

       *> Append one state change to the unit event ledger - a
       *> command that leaves the status where it was (a CLOSE on
       *> a closed unit) is not a change and writes nothing
       LOG-UNIT-EVENT.
          IF WS-EVENT-FROM NOT = WS-EVENT-TO
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
             MOVE SPACES TO WS-EVENT-LOG-LINE
             STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                    WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                    WS-CURRENT-MIN ":" WS-CURRENT-SEC
                    " UNIT=" WS-EVENT-SERIAL
                    " FROM=" WS-EVENT-FROM
                    " TO=" WS-EVENT-TO
                    " BY=" WS-EVENT-BY
                    " AUTH=" WS-EVENT-AUTH
                    " SRC=" WS-EVENT-SRC
                    DELIMITED BY SIZE INTO WS-EVENT-LOG-LINE
             END-STRING
             OPEN EXTEND UNIT-EVENTS
             WRITE UNIT-EVENTS-RECORD FROM WS-EVENT-LOG-LINE
             CLOSE UNIT-EVENTS
          END-IF.

       *> Write CONTAINMENT-STATUS back to whichever unit is
       *> currently selected, or to the legacy single-unit status
       *> file when units.dat hasn't been set up
       *> Due, or Overdue for STATUS-SCREEN. The interval comes from
       *> UNIT-BUILD - a unit thirty years old or more gets a 90 day
       *> interval, newer units get 180 - measured from the most
       *> recent INSPECTIONS record for the unit, and the 30 days
       *> after that are Due. The site parameters can set other
       *> intervals and grace. A unit with no inspection on file at
       *> all is Overdue by definition.
       COMPUTE-MAINT-STATUS.
          MOVE SPACES TO WS-LAST-INSP-DATE
          MOVE "N" TO WS-INSP-EOF
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          COMPUTE WS-UNIT-AGE = WS-CURRENT-YEAR - WS-BUILD-YEAR
          IF WS-UNIT-AGE >= 30
             MOVE WS-INSP-DAYS-OLD TO WS-MAINT-INTERVAL
          ELSE
             MOVE WS-INSP-DAYS-NEW TO WS-MAINT-INTERVAL
          END-IF

          IF WS-LAST-INSP-DATE = SPACES
             IF WS-DAYS-SINCE-INSP < WS-MAINT-INTERVAL
                MOVE "Good" TO WS-MAINT-STATUS
             ELSE
                IF WS-DAYS-SINCE-INSP
                   < WS-MAINT-INTERVAL + WS-INSP-GRACE-DAYS
                   MOVE "Due" TO WS-MAINT-STATUS
                ELSE
                   MOVE "Overdue" TO WS-MAINT-STATUS
                END-IF
             END-IF
          END-IF
          PERFORM CHECK-CRITICAL-DEFICIENCY.

       *> A unit with a CRITICAL deficiency not yet signed closed
       *> is not Good (nor merely Due) whatever its inspection
       *> dates say - it shows Defect until the supervisor's
       *> sign-off. Overdue is left as it is.
       CHECK-CRITICAL-DEFICIENCY.
          MOVE "N" TO WS-CRITICAL-OPEN
          MOVE "N" TO WS-DEFICIENCY-EOF
          OPEN INPUT DEFICIENCIES
          IF WS-DEFICIENCY-STATUS = "00"
             PERFORM UNTIL WS-DEFICIENCY-EOF = "Y"
                READ DEFICIENCIES NEXT RECORD
                   AT END MOVE "Y" TO WS-DEFICIENCY-EOF
                   NOT AT END
                      IF DEF-SERIAL = WS-SELECTED-SERIAL
                         AND DEF-SEVERITY = "CRITICAL"
                         AND DEF-STATUS NOT = "CLOSED"
                         MOVE "Y" TO WS-CRITICAL-OPEN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEFICIENCIES
          END-IF
          IF WS-CRITICAL-OPEN = "Y"
             AND WS-MAINT-STATUS NOT = "Overdue"
             MOVE "Defect" TO WS-MAINT-STATUS
          END-IF.

       *> Sign off a completed inspection of the selected unit -
       *> the unit's checklist is walked one item at a time, then
       *> date and operator are filled in from the session and the
       *> remarks line is typed in. The record is appended to the
       *> inspection history COMPUTE-MAINT-STATUS reads back, each
       *> item's answer to inspection_results.txt, and every failed
       *> item opens a deficiency.
       RECORD-INSPECTION.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE WS-CURRENT-DATE TO WS-INSP-DATE-TODAY
          PERFORM LOAD-UNIT-CHECKLIST
          MOVE 0 TO WS-FAIL-COUNT
          PERFORM VARYING WS-CHECK-NUMBER FROM 1 BY 1
                  UNTIL WS-CHECK-NUMBER > WS-CHECKLIST-COUNT
             PERFORM ASK-CHECKLIST-ITEM
          END-PERFORM
          MOVE SPACES TO WS-INSP-REMARKS-IN
          DISPLAY INSPECTION-SCREEN
          ACCEPT  INSPECTION-SCREEN
          MOVE ID-IN-WS           TO INSP-OPERATOR
          MOVE WS-INSP-REMARKS-IN TO INSP-REMARKS
          WRITE INSPECTIONS-RECORD
          CLOSE INSPECTIONS
          OPEN EXTEND INSPECTION-RESULTS
          PERFORM VARYING CK FROM 1 BY 1
                  UNTIL CK > WS-CHECKLIST-COUNT
             MOVE WS-SELECTED-SERIAL TO IR-SERIAL
             MOVE WS-INSP-DATE-TODAY TO IR-DATE
             MOVE ID-IN-WS           TO IR-OPERATOR
             MOVE WS-CHECK-ITEM (CK)   TO IR-ITEM
             MOVE WS-CHECK-RESULT (CK) TO IR-RESULT
             WRITE INSPECTION-RESULTS-RECORD
          END-PERFORM
          CLOSE INSPECTION-RESULTS
          IF WS-FAIL-COUNT > 0
             PERFORM OPEN-DEFICIENCIES
          END-IF.

       *> The selected unit's checklist - its model from
       *> unit_models.txt, then that model's items from
       *> checklists.txt in file order. A unit with no model on
       *> file, or a model with no items, gets the standard list.
       LOAD-UNIT-CHECKLIST.
          MOVE SPACES TO WS-UNIT-MODEL
          MOVE 0 TO WS-CHECKLIST-COUNT
          MOVE "N" TO WS-CHECKLIST-EOF
          OPEN INPUT UNIT-MODELS
          IF WS-MODELS-STATUS = "00"
             OR WS-MODELS-STATUS = "05"
             PERFORM UNTIL WS-CHECKLIST-EOF = "Y"
                READ UNIT-MODELS
                   AT END MOVE "Y" TO WS-CHECKLIST-EOF
                   NOT AT END
                      IF MDL-SERIAL = WS-SELECTED-SERIAL
                         MOVE MDL-MODEL TO WS-UNIT-MODEL
                      END-IF
                END-READ
             END-PERFORM
             CLOSE UNIT-MODELS
          END-IF
          IF WS-UNIT-MODEL NOT = SPACES
             MOVE "N" TO WS-CHECKLIST-EOF
             OPEN INPUT CHECKLISTS
             IF WS-CHECKLIST-STATUS = "00"
                OR WS-CHECKLIST-STATUS = "05"
                PERFORM UNTIL WS-CHECKLIST-EOF = "Y"
                   READ CHECKLISTS
                      AT END MOVE "Y" TO WS-CHECKLIST-EOF
                      NOT AT END
                         IF CHK-MODEL = WS-UNIT-MODEL
                            AND CHK-ITEM NOT = SPACES
                            AND WS-CHECKLIST-COUNT < 20
                            ADD 1 TO WS-CHECKLIST-COUNT
                            SET CK TO WS-CHECKLIST-COUNT
                            MOVE CHK-ITEM TO WS-CHECK-ITEM (CK)
                            MOVE FUNCTION UPPER-CASE (CHK-SEVERITY)
                               TO WS-CHECK-SEVERITY (CK)
                            IF WS-CHECK-SEVERITY (CK) NOT = "CRITICAL"
                               AND WS-CHECK-SEVERITY (CK) NOT = "MINOR"
                               MOVE "MAJOR" TO WS-CHECK-SEVERITY (CK)
                            END-IF
                            MOVE CHK-DESC TO WS-CHECK-DESC (CK)
                         END-IF
                   END-READ
                END-PERFORM
                CLOSE CHECKLISTS
             END-IF
          END-IF
          IF WS-CHECKLIST-COUNT = 0
             MOVE "STANDARD" TO WS-UNIT-MODEL-SHOWN
             PERFORM VARYING WS-CHECK-NUMBER FROM 1 BY 1
                     UNTIL WS-CHECK-NUMBER > 5
                MOVE WS-STD-ITEM (WS-CHECK-NUMBER)
                   TO WS-CHECK-ITEM (WS-CHECK-NUMBER)
                MOVE WS-STD-SEVERITY (WS-CHECK-NUMBER)
                   TO WS-CHECK-SEVERITY (WS-CHECK-NUMBER)
                MOVE WS-STD-DESC (WS-CHECK-NUMBER)
                   TO WS-CHECK-DESC (WS-CHECK-NUMBER)
             END-PERFORM
             MOVE 5 TO WS-CHECKLIST-COUNT
          ELSE
             MOVE WS-UNIT-MODEL TO WS-UNIT-MODEL-SHOWN
          END-IF.

       *> Put one checklist item up until it is answered P or F
       ASK-CHECKLIST-ITEM.
          SET CK TO WS-CHECK-NUMBER
          MOVE WS-CHECK-ITEM (CK)     TO WS-CHECK-ITEM-SHOWN
          MOVE WS-CHECK-SEVERITY (CK) TO WS-CHECK-SEV-SHOWN
          MOVE WS-CHECK-DESC (CK)     TO WS-CHECK-DESC-SHOWN
          MOVE SPACES TO WS-CHECK-MSG
          MOVE SPACE TO WS-CHECK-RESULT-IN
          PERFORM UNTIL WS-CHECK-RESULT-IN = "P"
                     OR WS-CHECK-RESULT-IN = "F"
             MOVE SPACE TO WS-CHECK-RESULT-IN
             DISPLAY CHECKLIST-ITEM-SCREEN
             ACCEPT  CHECKLIST-ITEM-SCREEN
             MOVE FUNCTION UPPER-CASE (WS-CHECK-RESULT-IN)
                TO WS-CHECK-RESULT-IN
             MOVE "Answer P or F for this item" TO WS-CHECK-MSG
          END-PERFORM
          MOVE "N" TO WS-CHECK-UNRESOLVED (CK)
          IF WS-CHECK-RESULT-IN = "P"
             MOVE "PASS" TO WS-CHECK-RESULT (CK)
          ELSE
             MOVE "FAIL" TO WS-CHECK-RESULT (CK)
             ADD 1 TO WS-FAIL-COUNT
          END-IF.

       *> Each failed item opens a deficiency against the unit at
       *> the item's severity - unless the same item already has
       *> one not yet signed closed, which this failure simply
       *> confirms. The first deficiency on a site creates
       *> deficiencies.dat. The time of opening is part of the
       *> key, so an item failed again the same day after its
       *> deficiency was signed closed opens a fresh one. A
       *> deficiency that can't be written is put in front of the
       *> inspector with its file status.
       OPEN-DEFICIENCIES.
          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
          MOVE "N" TO WS-DEFICIENCY-EOF
          OPEN INPUT DEFICIENCIES
          IF WS-DEFICIENCY-STATUS = "00"
             PERFORM UNTIL WS-DEFICIENCY-EOF = "Y"
                READ DEFICIENCIES NEXT RECORD
                   AT END MOVE "Y" TO WS-DEFICIENCY-EOF
                   NOT AT END
                      IF DEF-SERIAL = WS-SELECTED-SERIAL
                         AND DEF-STATUS NOT = "CLOSED"
                         PERFORM VARYING CK FROM 1 BY 1
                                 UNTIL CK > WS-CHECKLIST-COUNT
                            IF WS-CHECK-ITEM (CK) = DEF-ITEM
                               MOVE "Y" TO WS-CHECK-UNRESOLVED (CK)
                            END-IF
                         END-PERFORM
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DEFICIENCIES
          END-IF
          OPEN I-O DEFICIENCIES
          IF WS-DEFICIENCY-STATUS = "35"
             OPEN OUTPUT DEFICIENCIES
          END-IF
          IF WS-DEFICIENCY-STATUS = "00"
             PERFORM VARYING CK FROM 1 BY 1
                     UNTIL CK > WS-CHECKLIST-COUNT
                IF WS-CHECK-RESULT (CK) = "FAIL"
                   AND WS-CHECK-UNRESOLVED (CK) NOT = "Y"
                   PERFORM WRITE-ONE-DEFICIENCY
                END-IF
             END-PERFORM
             CLOSE DEFICIENCIES
          ELSE
             MOVE SPACES TO WS-DEFICIENCY-MSG
             STRING "deficiencies.dat open failed - status "
                    WS-DEFICIENCY-STATUS
                    DELIMITED BY SIZE INTO WS-DEFICIENCY-MSG
             END-STRING
             DISPLAY DEFICIENCY-FAILED-SCREEN
             ACCEPT  DEFICIENCY-FAILED-SCREEN
          END-IF.

       WRITE-ONE-DEFICIENCY.
          MOVE SPACES TO DEFICIENCIES-RECORD
          MOVE WS-SELECTED-SERIAL     TO DEF-SERIAL
          MOVE WS-INSP-DATE-TODAY     TO DEF-OPENED
          MOVE WS-CURRENT-TIME (1:6)  TO DEF-OPENED-TIME
          MOVE WS-CHECK-ITEM (CK)     TO DEF-ITEM
          MOVE WS-CHECK-SEVERITY (CK) TO DEF-SEVERITY
          MOVE "OPEN"                 TO DEF-STATUS
          MOVE ID-IN-WS               TO DEF-OPENED-BY
          MOVE WS-CHECK-DESC (CK)     TO DEF-DESC
          WRITE DEFICIENCIES-RECORD
             INVALID KEY
                MOVE SPACES TO WS-DEFICIENCY-MSG
                STRING WS-CHECK-ITEM (CK)
                       " not opened - status "
                       WS-DEFICIENCY-STATUS
                       DELIMITED BY SIZE INTO WS-DEFICIENCY-MSG
                END-STRING
                DISPLAY DEFICIENCY-FAILED-SCREEN
                ACCEPT  DEFICIENCY-FAILED-SCREEN
          END-WRITE.

       *> Bring every unit's fuel book forward to today - fuel
       *> burns at WS-FUEL-DAILY-USE per day since the book's last
                    DELIMITED BY SIZE INTO WS-FUEL-LOG-LINE
             END-STRING
             OPEN EXTEND FUEL-LOG
             MOVE WS-FUEL-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-FUEL-LOG
                                   WS-CHAIN-RECORD
             WRITE FUEL-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE FUEL-LOG
          END-IF.

       *> Take a delivery onto the selected unit's book - add the
       *> amount (capped at capacity), stamp the book date if this
       *> is the unit's first posting, append the transaction with
       *> operator and supplier lot, and rewrite the unit record.
       *> A purchase order number, when one is keyed, has to be an
       *> OPEN order for this unit before the delivery is taken,
       *> and the order is then marked against what arrived.
       RECORD-REFUELING.
          PERFORM COMPUTE-FUEL-LEVEL
          MOVE SPACES TO WS-REFUEL-MSG
          MOVE "N" TO WS-REFUEL-DONE
          PERFORM UNTIL WS-REFUEL-DONE = "Y"
             MOVE SPACES TO WS-REFUEL-AMT-IN
             MOVE SPACES TO WS-REFUEL-LOT-IN
             MOVE SPACES TO WS-REFUEL-CAP-IN
             MOVE SPACES TO WS-REFUEL-PO-IN
             DISPLAY REFUEL-SCREEN
             ACCEPT  REFUEL-SCREEN
             PERFORM CHECK-FUEL-ORDER
          END-PERFORM
          SET J TO WS-SELECTED-UNIT
          *> Resizing the tank is a supervisor's call - anyone
          *> else's entry in the capacity field is ignored
             END-IF
             PERFORM REWRITE-UNIT-RECORD
             MOVE SPACES TO WS-FUEL-LOG-LINE
             MOVE 1 TO WS-FUEL-LOG-PTR
             STRING WS-CURRENT-YEAR "-" WS-CURRENT-MONTH "-"
                    WS-CURRENT-DAY " " WS-CURRENT-HOUR ":"
                    WS-CURRENT-MIN ":" WS-CURRENT-SEC
                    " AMOUNT=" WS-REFUEL-AMT
                    " LOT=" WS-REFUEL-LOT-IN
                    DELIMITED BY SIZE INTO WS-FUEL-LOG-LINE
                    WITH POINTER WS-FUEL-LOG-PTR
             END-STRING
             IF WS-ORDER-FOUND = "Y"
                STRING " PO=" WS-REFUEL-PO-IN
                       DELIMITED BY SIZE INTO WS-FUEL-LOG-LINE
                       WITH POINTER WS-FUEL-LOG-PTR
                END-STRING
             END-IF
             OPEN EXTEND FUEL-LOG
             MOVE WS-FUEL-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-FUEL-LOG
                                   WS-CHAIN-RECORD
             WRITE FUEL-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE FUEL-LOG
             IF WS-ORDER-FOUND = "Y"
                PERFORM RECEIVE-FUEL-ORDER
             END-IF
          END-IF.

       *> Judge the purchase order keyed on REFUEL-SCREEN - no PO
       *> is an unordered delivery and goes straight through; a PO
       *> has to hold an OPEN order for the selected unit, or the
       *> screen comes back with the reason
       CHECK-FUEL-ORDER.
          MOVE "N" TO WS-ORDER-FOUND
          MOVE SPACES TO WS-REFUEL-MSG
          IF WS-REFUEL-PO-IN = SPACES
             MOVE "Y" TO WS-REFUEL-DONE
          ELSE
             MOVE FUNCTION UPPER-CASE (WS-REFUEL-PO-IN)
                TO WS-REFUEL-PO-IN
             OPEN INPUT FUEL-ORDERS
             IF WS-ORDERS-STATUS = "00"
                MOVE WS-REFUEL-PO-IN    TO FO-PO
                MOVE WS-SELECTED-SERIAL TO FO-SERIAL
                READ FUEL-ORDERS KEY IS FO-KEY
                   INVALID KEY
                      MOVE "No order for this unit on that PO."
                         TO WS-REFUEL-MSG
                   NOT INVALID KEY
                      IF FO-STATUS = "OPEN"
                         MOVE "Y" TO WS-ORDER-FOUND
                         MOVE "Y" TO WS-REFUEL-DONE
                         MOVE FO-QTY-ORDERED TO WS-ORDER-QTY
                      ELSE
                         MOVE "That order has already been received."
                            TO WS-REFUEL-MSG
                      END-IF
                END-READ
                CLOSE FUEL-ORDERS
             ELSE
                MOVE "No fuel orders on file." TO WS-REFUEL-MSG
             END-IF
          END-IF.

       *> Mark the order the delivery came against - RECEIVED when
       *> the quantity matches, SHORT or OVER when it does not -
       *> with who took it, when and the supplier lot, and show
       *> the operator how it measured up - or, when the order
       *> could not be updated, the file status it failed on
       RECEIVE-FUEL-ORDER.
          MOVE "N" TO WS-ORDER-UPDATED
          EVALUATE TRUE
             WHEN WS-REFUEL-AMT = WS-ORDER-QTY
                MOVE "RECEIVED" TO WS-ORDER-RESULT
             WHEN WS-REFUEL-AMT < WS-ORDER-QTY
                MOVE "SHORT" TO WS-ORDER-RESULT
             WHEN OTHER
                MOVE "OVER" TO WS-ORDER-RESULT
          END-EVALUATE
          OPEN I-O FUEL-ORDERS
          IF WS-ORDERS-STATUS = "00"
             MOVE WS-REFUEL-PO-IN    TO FO-PO
             MOVE WS-SELECTED-SERIAL TO FO-SERIAL
             READ FUEL-ORDERS KEY IS FO-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE WS-ORDER-RESULT  TO FO-STATUS
                   MOVE WS-REFUEL-AMT    TO FO-QTY-RECEIVED
                   MOVE WS-CURRENT-DATE  TO FO-RECEIVED-DATE
                   MOVE ID-IN-WS         TO FO-RECEIVED-BY
                   MOVE WS-REFUEL-LOT-IN TO FO-LOT
                   REWRITE FUEL-ORDERS-RECORD
                      INVALID KEY CONTINUE
                      NOT INVALID KEY MOVE "Y" TO WS-ORDER-UPDATED
                   END-REWRITE
             END-READ
             IF WS-ORDER-UPDATED NOT = "Y"
                PERFORM NOTE-ORDER-NOT-UPDATED
             END-IF
             CLOSE FUEL-ORDERS
          ELSE
             PERFORM NOTE-ORDER-NOT-UPDATED
          END-IF
          IF WS-ORDER-UPDATED = "Y"
             MOVE SPACES TO WS-ORDER-MSG
             STRING "Order marked: " WS-ORDER-RESULT
                    DELIMITED BY SIZE INTO WS-ORDER-MSG
             END-STRING
          END-IF
          DISPLAY ORDER-RECEIPT-SCREEN
          ACCEPT  ORDER-RECEIPT-SCREEN.

       *> The order stays OPEN on fuel_orders.dat - say so, with
       *> the status the open, read or rewrite ended on
       NOTE-ORDER-NOT-UPDATED.
          MOVE SPACES TO WS-ORDER-MSG
          STRING "Order not updated - status " WS-ORDERS-STATUS
                 DELIMITED BY SIZE INTO WS-ORDER-MSG
          END-STRING.

       *> Site parameters off site_params.dat, kept up by SITEPARM.
       *> A parameter that is missing or not a usable number
       *> leaves the shipped value in force.
       LOAD-SITE-PARAMS.
          OPEN INPUT SITE-PARAMS
          IF WS-PARMS-STATUS = "00"
             MOVE "Y" TO WS-PARMS-ON-FILE
             PERFORM UNTIL WS-PARMS-EOF = "Y"
                READ SITE-PARAMS NEXT RECORD
                   AT END MOVE "Y" TO WS-PARMS-EOF
                   NOT AT END PERFORM APPLY-SITE-PARAM
                END-READ
             END-PERFORM
             CLOSE SITE-PARAMS
          END-IF
          MOVE WS-SITE-PSI-LOW   TO WS-PSI-LOW
          MOVE WS-SITE-PSI-HIGH  TO WS-PSI-HIGH
          MOVE WS-SITE-TCID-LOW  TO WS-TCID-LOW
          MOVE WS-SITE-TCID-HIGH TO WS-TCID-HIGH.

       APPLY-SITE-PARAM.
          MOVE 0 TO WS-PARM-NUMBER
          IF FUNCTION TEST-NUMVAL (PARM-VALUE) = 0
             COMPUTE WS-PARM-NUMBER = FUNCTION NUMVAL (PARM-VALUE)
                ON SIZE ERROR MOVE 0 TO WS-PARM-NUMBER
             END-COMPUTE
          END-IF
          IF WS-PARM-NUMBER > 0 AND WS-PARM-NUMBER < 10
             EVALUATE PARM-NAME
                WHEN "TCID-LOW"
                   MOVE WS-PARM-NUMBER TO WS-SITE-TCID-LOW
                WHEN "TCID-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-SITE-TCID-HIGH
             END-EVALUATE
          END-IF
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 1000
             EVALUATE PARM-NAME
                WHEN "PSI-LOW"
                   MOVE WS-PARM-NUMBER TO WS-SITE-PSI-LOW
                WHEN "PSI-HIGH"
                   MOVE WS-PARM-NUMBER TO WS-SITE-PSI-HIGH
                WHEN "INSP-DAYS-OLD"
                   MOVE WS-PARM-NUMBER TO WS-INSP-DAYS-OLD
                WHEN "INSP-DAYS-NEW"
                   MOVE WS-PARM-NUMBER TO WS-INSP-DAYS-NEW
                WHEN "INSP-GRACE-DAYS"
                   MOVE WS-PARM-NUMBER TO WS-INSP-GRACE-DAYS
                WHEN "FUEL-DAILY-USE"
                   MOVE WS-PARM-NUMBER TO WS-FUEL-DAILY-USE
                WHEN "FUEL-REORDER-PCT"
                   MOVE WS-PARM-NUMBER TO WS-FUEL-REORDER-PCT
                WHEN "PWD-MAX-AGE"
                   MOVE WS-PARM-NUMBER TO WS-PWD-MAX-AGE
             END-EVALUATE
          END-IF
          IF WS-PARM-NUMBER >= 1 AND WS-PARM-NUMBER < 100
             EVALUATE PARM-NAME
                WHEN "LOCK-LIMIT"
                   MOVE WS-PARM-NUMBER TO WS-LOCK-LIMIT
                WHEN "PWD-REUSE"
                   MOVE WS-PARM-NUMBER TO WS-PWD-REUSE
                   IF WS-PWD-REUSE > 11
                      MOVE 11 TO WS-PWD-REUSE
                   END-IF
             END-EVALUATE
          END-IF.

       *> Flag PSI or TCID50RELPFU readings outside their safe band
                    DELIMITED BY SIZE INTO WS-ALERT-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-LOG
             MOVE WS-ALERT-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ALERT-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-LOG
          END-IF

                    DELIMITED BY SIZE INTO WS-ALERT-LOG-LINE
             END-STRING
             OPEN EXTEND ALERT-LOG
             MOVE WS-ALERT-LOG-LINE TO WS-CHAIN-RECORD
             CALL "LOGCHAIN" USING WS-CHAIN-ALERT-LOG
                                   WS-CHAIN-RECORD
             WRITE ALERT-LOG-RECORD FROM WS-CHAIN-RECORD
             CLOSE ALERT-LOG
          END-IF.
