    SELECT SUBSCRIBER-MANIFEST-FILE ASSIGN TO "subscriber-manifest.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT SUBSCRIBER-CONTRACT-FILE
        ASSIGN TO "subscriber-contracts.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTRACT-STATUS.
    SELECT MISSION-PARAMS-FILE ASSIGN TO "mission-params.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARAMS-STATUS.
    SELECT SPACE-WEATHER-FILE ASSIGN TO "space-weather.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WEATHER-STATUS.
    SELECT LEADERBOARD-FILE ASSIGN TO "mission-leaderboard.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEADER-STATUS.
    SELECT WARNING-MESSAGE-FILE ASSIGN TO "warning-messages.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WARNMSG-STATUS.
    SELECT MANEUVER-HISTORY-FILE ASSIGN TO "maneuver-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANHIST-STATUS.
    SELECT MASTER-CATALOG-FILE ASSIGN TO "master-catalog.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MASTER-STATUS.
    SELECT INVOICE-FILE ASSIGN TO "agency-invoices.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT BILLING-ADJUST-FILE ASSIGN TO "billing-adjustments.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILADJ-STATUS.
    SELECT BILLING-XCHECK-FILE ASSIGN TO "billing-crosscheck.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XCHECK-STATUS.
    SELECT BILLING-TRACE-FILE ASSIGN TO "billing-trace.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILTRC-STATUS.
    SELECT EDIT-REPORT-FILE ASSIGN TO "preflight-edit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDIT-STATUS.
    SELECT ESCALATION-ALERT-FILE ASSIGN TO "escalation-alerts.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESCAL-STATUS.
    SELECT FORECAST-REPORT-FILE ASSIGN TO "conjunction-forecast.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FCST-STATUS.
    SELECT BREAKUP-REPORT-FILE ASSIGN TO "breakup-report.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BRKRPT-STATUS.
    SELECT ANSWER-KEY-FILE ASSIGN TO "answer-key.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ANSKEY-STATUS.
    SELECT GRADE-REPORT-FILE ASSIGN TO "grading-report.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GRDRPT-STATUS.
    SELECT MANIFEST-TRANS-FILE ASSIGN TO "manifest-trans.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MTRANS-STATUS.
    SELECT MANIFEST-AUDIT-FILE ASSIGN TO "manifest-audit.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAUDIT-STATUS.
    SELECT SUBSCRIBER-HISTORY-FILE ASSIGN TO "subscriber-history.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUBHIST-STATUS.
    SELECT DOSSIER-REQUEST-FILE ASSIGN TO "dossier-request.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DOSREQ-STATUS.
    SELECT DOSSIER-REPORT-FILE ASSIGN TO "object-dossier.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DOSRPT-STATUS.
    SELECT RUN-CONTROL-FILE ASSIGN TO "run-control.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT RUN-CONTROL-LOG-FILE ASSIGN TO "run-control.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCLOG-STATUS.
    SELECT RUN-RESTART-FILE ASSIGN TO "run-control-restart.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RCRST-STATUS.
    SELECT MISSION-SEQUENCE-FILE ASSIGN TO "mission-sequence.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MSNSEQ-STATUS.
        ASSIGN TO "log-retention-report.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RETRPT-STATUS.
    SELECT STATS-REQUEST-FILE
        ASSIGN TO "stats-request.dat"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STREQ-STATUS.
    SELECT STATS-LIST-FILE ASSIGN TO "stats-generations.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STLIST-STATUS.
    SELECT STATS-WORK-FILE ASSIGN TO "stats-generation.tmp"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STWORK-STATUS.
    SELECT STATS-REPORT-FILE
        ASSIGN TO "station-statistics-report.log"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STRPT-STATUS.

DATA DIVISION.
FILE SECTION.
*> HISTORICAL RESULTS / LEADERBOARD - ONE LINE APPENDED PER
*> COMPLETED MISSION SO RUNS CAN BE COMPARED OVER TIME
FD  LEADERBOARD-FILE.
01  LB-LINE PIC X(132).

*> COLLISION RISK AUDIT TRAIL - ONE LINE PER OBJECT/SATELLITE RISK
*> CONTRIBUTION COMPUTED IN 3500-ASSESS-THREATS, PLUS ONE LINE FOR
    05 WM-RISK       PIC 9V9(4).
    05 WM-MANEUVER   PIC X(30).

*> SUBSCRIBER MANEUVER HISTORY - ONE RECORD PER BURN AN AGENCY
*> ACTUALLY FLEW ON OUR RECOMMENDATION, WITH THE WARNING ID THAT
*> ASKED FOR IT, THE ORBIT BEFORE AND AFTER, AND THE PROPELLANT IT
*> COST. ACCUMULATED ACROSS MISSIONS (NEVER ROLLED OVER) SO AN
*> AGENCY CAN BE SHOWN WHAT EVERY RECOMMENDATION COST IT.
FD  MANEUVER-HISTORY-FILE.
01  MH-RECORD.
    05 MH-DATE        PIC X(8).
    05 MH-PASS        PIC 9(2).
    05 MH-WARNING-ID  PIC X(12).
    05 MH-SATELLITE   PIC X(16).
    05 MH-AGENCY      PIC X(12).
    05 MH-MANEUVER    PIC X(30).
    05 MH-ALT-BEFORE  PIC 9(4).
    05 MH-ALT-AFTER   PIC 9(4).
    05 MH-LON-BEFORE  PIC S9(3) SIGN LEADING SEPARATE.
    05 MH-LON-AFTER   PIC S9(3) SIGN LEADING SEPARATE.
    05 MH-LAT-BEFORE  PIC S9(3) SIGN LEADING SEPARATE.
    05 MH-LAT-AFTER   PIC S9(3) SIGN LEADING SEPARATE.
    05 MH-VEL-BEFORE  PIC 9(5)V99.
    05 MH-VEL-AFTER   PIC 9(5)V99.
    05 MH-PROP-USED   PIC 9(3).
    05 MH-PROP-LEFT   PIC 9(3).

*> CATALOG PURGE REPORT - ONE LINE PER RETIRED CATALOG OBJECT SO
*> THE GROUND STATION CAN SEE EXACTLY WHAT WAS DROPPED AND WHY.
FD  PURGE-REPORT-FILE.
    05 OH-TOTAL-SCORE PIC S9(6) SIGN LEADING SEPARATE.
    05 OH-AVG-SCORE   PIC S9(4) SIGN LEADING SEPARATE.
    05 OH-QUAL        PIC X(20).
    *> LATEST GRADED SESSION - PERCENT, LETTER AND DATE (BLANK ON
    *> RECORDS FOR OPERATORS NEVER GRADED)
    05 OH-GRADE-PCT   PIC 9(3).
    05 OH-GRADE       PIC X.
    05 OH-GRADE-DATE  PIC X(8).

*> CAMPAIGN SCHEDULE RECORD - ONE LINE PER MISSION IN THE SERIES,
*> HAND-MAINTAINED BY OPERATIONS. COLUMNS MATCH THE MISSION
*> CAMPAIGN CHECKPOINT RECORD - THE CAMPAIGN'S OWN POSITION, SAVED
*> ALONGSIDE THE MISSION CHECKPOINT EVERY PASS AND AT EVERY LEG
*> BOUNDARY: WHICH SCHEDULE ROW IS IN PROGRESS, THE PER-MISSION
*> RESULTS BANKED SO FAR, SENTINEL-1'S FUEL AND ALTITUDE AS OF LEG
*> START, THE
*> READ POSITIONS IN THE DECISION AND AGENCY RESPONSE STREAMS
*> (WHICH DELIBERATELY STAY OPEN ACROSS LEGS), AND THE WARNING ID
*> SEQUENCE. A RESTART OFFERS TO RESUME THE SERIES AT THE
          15 CP-CMP-SCORE      PIC S9(4).
          15 CP-CMP-COLLISIONS PIC 9(2).
          15 CP-CMP-WARNINGS   PIC 9(2).
    05 CP-LEG-START-ALT  PIC 9(4).
    *> EACH SUBSCRIBER'S PROPELLANT AT LEG START - BLANK ON A
    *> CHECKPOINT CUT BEFORE THE BUDGETS WERE CARRIED
    05 CP-LEG-START-PROP PIC 9(3) OCCURS 8 TIMES.

*> CAMPAIGN SUMMARY REPORT - ONE LINE PER MISSION PLUS CAMPAIGN
*> TOTALS, SO A WEEK-LONG COHORT SERIES NO LONGER HAS TO BE HAND-
FD  INVOICE-FILE.
01  IN-LINE PIC X(132).

*> BILLING ADJUSTMENT - ONE LINE PER DISPUTED OR CORRECTED WARNING,
*> KEYED BY ITS WARNING ID AND ENTERED BY THE BILLING DESK DURING
*> THE PERIOD. BA-ACTION IS CREDIT (GIVE BACK BA-AMOUNT, BLANK =
*> THE WARNING'S WHOLE CHARGE), WAIVE (WRITE THE WHOLE CHARGE OFF)
*> OR REBILL (CHARGE AGAIN A WARNING BILLED OUT OF AN EARLIER
*> PERIOD, AT TODAY'S RATES UNLESS BA-AMOUNT SAYS OTHERWISE).
*> BA-REASON IS THE DESK'S OWN REASON CODE, CARRIED ONTO THE MEMO.
FD  BILLING-ADJUST-FILE.
01  BA-RECORD.
    05 BA-WARNING-ID PIC X(12).
    05 BA-ACTION     PIC X(8).
    05 BA-REASON     PIC X(4).
    05 BA-AMOUNT     PIC 9(7)V99.

*> BILLING CROSS-CHECK - EVERY BILLED WARNING TRACED BACK TO THE
*> RISK AUDIT THAT DROVE IT, WITH THE ADJUSTMENTS APPLIED
FD  BILLING-XCHECK-FILE.
01  BX-LINE PIC X(132).

*> WORK COPY OF ONE GENERATION'S ACTIVITY LOG OR RISK AUDIT
FD  BILLING-TRACE-FILE.
01  BT-LINE PIC X(200).

*> PREFLIGHT EDIT REPORT - ONE LINE PER REJECTED RECORD/FIELD IN
*> THE HAND-MAINTAINED INPUT FILES, SO A MISTYPED MANIFEST OR
*> PARAMETER EDIT IS CAUGHT BEFORE IT COSTS A MORNING OF INVALID
FD  RETENTION-REPORT-FILE.
01  RP-LINE PIC X(132).

*> STATION STATISTICS RUN - THE REQUEST NAMES THE DATE RANGE
*> (YYYYMMDD, INCLUSIVE; BLANK MEANS OPEN-ENDED). THE GENERATION
*> LIST AND WORK FILES ARE SCRATCH: THE SHELL LISTS THE ARCHIVED
*> GENERATIONS INTO ONE AND COPIES EACH GENERATION IN TURN INTO THE
*> OTHER, THE SAME WAY THE ROLLOVER LETS THE SHELL DO ITS RENAMING.
FD  STATS-REQUEST-FILE.
01  ST-RECORD.
    05 ST-FROM-DATE PIC X(8).
    05 ST-TO-DATE   PIC X(8).

FD  STATS-LIST-FILE.
01  GL-LINE PIC X(80).

FD  STATS-WORK-FILE.
01  SG-LINE PIC X(200).

FD  STATS-REPORT-FILE.
01  SS-LINE PIC X(132).

*> INSTRUCTOR ANSWER KEY - THE BD-RECORD LAYOUT, ONE LINE PER PASS
*> WITH THE EXPECTED SCAN SECTOR, WARNING TARGET AND MANEUVER. A
*> LINE WHOSE OPERATOR COLUMN READS "OR" IS A FURTHER ACCEPTABLE
*> CHOICE FOR THE PASS ON THE LINE ABOVE IT.
FD  ANSWER-KEY-FILE.
01  AK-RECORD.
    05 AK-AZ       PIC 9.
    05 AK-EL       PIC 9.
    05 AK-RNG      PIC 9.
    05 AK-TARGET   PIC 9.
    05 AK-MANEUVER PIC 9.
    05 AK-OPERATOR PIC X(8).
    05 AK-AZ2      PIC 9.
    05 AK-EL2      PIC 9.
    05 AK-RNG2     PIC 9.
    05 AK-REBOOST  PIC X.

*> SESSION GRADING REPORT - PER-PASS DEVIATIONS FROM THE ANSWER
*> KEY WITH THEIR PENALTIES, AND THE OVERALL GRADE
FD  GRADE-REPORT-FILE.
01  GR-LINE PIC X(132).

*> SUBSCRIBER MANIFEST TRANSACTION - ONE LINE PER CHANGE ORDERED BY
*> OPERATIONS: MT-ACTION IS ADD, CHANGE, RETIRE OR REINSTATE, WITH
*> THE DATE IT TAKES EFFECT (YYYYMMDD) AND THE OPERATOR WHO ASKED
*> FOR IT. THE SATELLITE IMAGE FOLLOWS IN MANIFEST LAYOUT - A FULL
*> ROW ON AN ADD; ON A CHANGE ONLY THE FIELDS TO BE CHANGED, THE
*> REST LEFT BLANK; ON A RETIRE OR REINSTATE JUST THE NAME.
FD  MANIFEST-TRANS-FILE.
01  MT-RECORD.
    05 MT-ACTION          PIC X(10).
    05 MT-EFFECTIVE       PIC X(8).
    05 MT-OPERATOR        PIC X(8).
    05 MT-SAT-IMAGE.
       10 MT-SAT-NAME     PIC X(16).
       10 MT-SAT-AGENCY   PIC X(12).
       10 MT-SAT-ALTITUDE PIC X(4).
       10 MT-SAT-INCLINATION PIC X(3).
       10 MT-SAT-LONGITUDE PIC X(4).
       10 MT-SAT-LATITUDE PIC X(4).
       10 MT-SAT-VELOCITY PIC X(7).
       10 MT-SAT-PROPELLANT PIC X(3).

*> MANIFEST CHANGE AUDIT - EVERY TRANSACTION WITH ITS RESULT AND
*> THE SATELLITE'S MANIFEST ROW BEFORE AND AFTER
FD  MANIFEST-AUDIT-FILE.
01  MA-LINE PIC X(132).

*> SUBSCRIBER HISTORY - A RETIRED SATELLITE'S LAST MANIFEST ROW,
*> WITH THE DATE IT WAS RETIRED AND WHO ORDERED IT, KEPT SO OLD
*> LEDGER LINES AND AGENCY REPORTS STILL NAME A KNOWN SUBSCRIBER.
*> A REINSTATEMENT STAMPS THE ROW WITH ITS OWN DATE AND OPERATOR -
*> ROWS ARE NEVER REMOVED. BLANK REINSTATED FIELDS = STILL RETIRED.
FD  SUBSCRIBER-HISTORY-FILE.
01  SH-RECORD.
    05 SH-SAT-ROW         PIC X(53).
    05 SH-RETIRED-DATE    PIC X(8).
    05 SH-RETIRED-BY      PIC X(8).
    05 SH-REINSTATED-DATE PIC X(8).
    05 SH-REINSTATED-BY   PIC X(8).

*> OBJECT DOSSIER REQUEST - ONE CATALOG OBJECT ID PER LINE, SET UP
*> AHEAD OF AN UNATTENDED INQUIRY RUN. NO FILE MEANS THE DESK TYPES
*> THE IDS IN AT THE CONSOLE.
FD  DOSSIER-REQUEST-FILE.
01  DQ-RECORD.
    05 DQ-OBJECT-ID PIC X(8).

*> OBJECT DOSSIER - EVERYTHING THE STATION HAS ON FILE FOR ONE
*> OBJECT, PULLED TOGETHER FROM THE MASTER CATALOG, THE LIVE AND
*> ARCHIVED LOGS AND THE LAST STATE VECTOR EXPORT
FD  DOSSIER-REPORT-FILE.
01  OD-LINE PIC X(132).

*> NIGHTLY RUN-CONTROL FILE - THE NIGHT'S JOB STEPS IN THE ORDER
*> THEY RUN, ONE STEP NAME PER LINE: MISSION, RECON, BILLING,
*> STATS, GRADE, MANIFEST OR INQUIRY
FD  RUN-CONTROL-FILE.
01  JC-RECORD.
    05 JC-STEP PIC X(10).

*> RUN-CONTROL LOG - A STANDING LOG OF EVERY START OF THE STREAM,
*> EACH STEP'S START AND COMPLETION CODE, AND WHERE IT STOPPED
FD  RUN-CONTROL-LOG-FILE.
01  JL-LINE PIC X(132).

*> RUN-CONTROL RESTART POINT - THE STEP THE NEXT START RESUMES AT
*> AFTER A STREAM STOPPED, WITH ITS NAME AS A CHECK THAT THE
*> RUN-CONTROL FILE HAS NOT BEEN RE-CUT IN BETWEEN. EMPTY ONCE THE
*> WHOLE STREAM HAS RUN.
FD  RUN-RESTART-FILE.
01  JR-RECORD.
    05 JR-NEXT-STEP PIC 9(2).
    05 JR-STEP-NAME PIC X(10).
    05 JR-STOP-DATE PIC X(8).

*> THREAT ESCALATION ALERT FEED - ONE LINE PER THREAT-LEVEL
*> TRANSITION (OBJECT, OLD LEVEL, NEW LEVEL, PASS, REASON), SO THE
*> CONSOLE OPERATOR SEES "MODERATE -> CRITICAL" THE MOMENT IT
FD  ESCALATION-ALERT-FILE.
01  EA-LINE PIC X(132).

*> LOOK-AHEAD CONJUNCTION FORECAST - EVERY PASS, EACH SUBSCRIBER/
*> OBJECT PAIR'S PREDICTED CLOSEST APPROACH OVER THE NEXT FEW
*> PASSES, RANKED BY PREDICTED RISK, WITH THE SUBSCRIBERS HEADED
*> FOR CRITICAL BEFORE THE MISSION ENDS CALLED OUT
FD  FORECAST-REPORT-FILE.
01  FC-LINE PIC X(132).

*> BREAKUP DEBRIS REPORT - EVERY FRAGMENT A COLLISION THREW INTO
*> THE SKY THIS MISSION, ITS PARENT AND IMPACTOR, AND EACH
*> SUBSCRIBER WHOSE RISK IT ADDED TO ON THE PASSES THAT FOLLOWED
FD  BREAKUP-REPORT-FILE.
01  BR-LINE PIC X(132).

*> SHIFT HANDOVER BRIEFING - PRODUCED WHEN A MISSION IS RESUMED
*> FROM CHECKPOINT, ON SCREEN AND ON FILE, SO THE INCOMING SHIFT
*> INHERITS THE OUTGOING OPERATOR'S CONTEXT INSTEAD OF JUST A

*> CHECKPOINT RECORD - MIRRORS WS-GAME-STATE, WS-CUBESAT-STATUS,
*> AND WS-SATELLITE-TABLE FIELD-FOR-FIELD SO THOSE GROUPS CAN BE
*> SAVED AND RESTORED WITH A SINGLE GROUP MOVE. THE LAYOUT ID UP
*> FRONT NAMES THE SHAPE OF EVERYTHING BEHIND IT - A CHECKPOINT
*> CUT UNDER ANY OTHER LAYOUT CANNOT BE GROUP-MOVED BACK SAFELY.
FD  CHECKPOINT-FILE.
01  CK-RECORD.
    05 CK-LAYOUT-ID        PIC X(8).
    05 CK-GAME-STATE.
       10 CK-CURRENT-TURN  PIC 9(2).
       10 CK-SCORE         PIC S9(4).
          15 CK-SAT-COLLISIONS    PIC 9(3).
          15 CK-SAT-FIRST-WID     PIC X(12).
          15 CK-SAT-LAST-WID      PIC X(12).
          15 CK-SAT-UNWARNED      PIC 9(3).
          15 CK-SAT-UNWARNED-PASS PIC 9(2).
          15 CK-SAT-UNWARNED-WHY  PIC X(12).
          15 CK-SAT-PROPELLANT    PIC 9(3).
          15 CK-SAT-AUTO-DECLINES PIC 9(3).
    05 CK-DEBRIS-CATALOG.
       10 CK-CAT-COUNT PIC 9(3).
       10 CK-CAT-DEB OCCURS 100 TIMES.
          15 CK-CAT-LAST-TURN  PIC 9(2).
          15 CK-CAT-PREV-RANGE PIC 9(4).
    05 CK-PENDING-WARNING.
       10 CK-PEND-COUNT      PIC 9.
       10 CK-PEND OCCURS 8 TIMES.
          15 CK-PEND-SAT        PIC 9.
          15 CK-PEND-MANEUVER   PIC X(30).
          15 CK-PEND-RISK       PIC 9V9(4).
          15 CK-PEND-ON-HIGHEST PIC 9.
          15 CK-PEND-WARN-ID    PIC X(12).
    *> THE WARNING ID SEQUENCE RIDES THE CHECKPOINT SO A RESUMED
    *> MISSION NEVER RE-ISSUES AN ID ALREADY TRANSMITTED
    05 CK-WARN-SEQ PIC 9(4).
    05 CK-HIPOWER2-STREAK PIC 9(2).
    05 CK-COVERAGE-MAP PIC X(162).
    05 CK-EPH-WINDOW-FLAGS PIC X(300).
    05 CK-BREAKUP-TABLE PIC X(8347).

*> SUBSCRIBER MANIFEST RECORD - ONE LINE PER SATELLITE, HAND-
*> MAINTAINED BY OPERATIONS. LONGITUDE/LATITUDE USE A SEPARATE
    05 MF-SAT-LONGITUDE   PIC S9(3) SIGN LEADING SEPARATE.
    05 MF-SAT-LATITUDE    PIC S9(3) SIGN LEADING SEPARATE.
    05 MF-SAT-VELOCITY    PIC 9(5)V99.
    *> PROPELLANT LOADED FOR COLLISION AVOIDANCE, IN KG - BLANK
    *> TAKES THE STANDARD LOAD
    05 MF-SAT-PROPELLANT  PIC 9(3).
*> CHARACTER VIEW OF THE SAME ROW, SO THE MANIFEST MAINTENANCE RUN
*> CAN LAY A CHANGE TRANSACTION'S FIELDS OVER IT BEFORE THE EDIT
01  MF-RECORD-X.
    05 MF-X-NAME          PIC X(16).
    05 MF-X-AGENCY        PIC X(12).
    05 MF-X-ALTITUDE      PIC X(4).
    05 MF-X-INCLINATION   PIC X(3).
    05 MF-X-LONGITUDE     PIC X(4).
    05 MF-X-LATITUDE      PIC X(4).
    05 MF-X-VELOCITY      PIC X(7).
    05 MF-X-PROPELLANT    PIC X(3).

*> SUBSCRIBER SERVICE CONTRACT RECORD - ONE LINE PER AGENCY, HAND-
*> MAINTAINED BY OPERATIONS FROM THE SIGNED SERVICE AGREEMENTS.
*> SC-TIER IS THE SERVICE TIER (1 = PREMIUM, SERVED FIRST);
*> SC-THRESHOLD IS THE RISK AT WHICH THE AGENCY MUST BE WARNED,
*> DIGITS ONLY WITH FOUR ASSUMED DECIMALS (03000 = 0.3000);
*> SC-MAX-WARNINGS CAPS THE WARNINGS IT TAKES PER MISSION; AND
*> SC-STD-MANEUVER IS THE STANDING RECOMMENDATION (WARNING MENU
*> NUMBERING, 0 = WARNING ONLY) SENT ON A CONTRACT WARNING THE
*> OPERATOR DID NOT PICK BY HAND.
FD  SUBSCRIBER-CONTRACT-FILE.
01  SC-RECORD.
    05 SC-AGENCY       PIC X(12).
    05 SC-TIER         PIC 9.
    05 SC-THRESHOLD    PIC 9V9(4).
    05 SC-MAX-WARNINGS PIC 9(3).
    05 SC-STD-MANEUVER PIC 9.

*> MISSION DIFFICULTY PARAMETERS RECORD - ONE LINE, HAND-MAINTAINED
*> BY OPERATIONS. LETS A TRAINING RUN BE MADE HARDER OR EASIER
    *> LOG GENERATIONS TO KEEP AT ROLLOVER - BLANK KEEPS THE
    *> STANDARD RETENTION
    05 PM-RETAIN-GENS  PIC 9(2).
    *> "Y" RUNS THE STATION STATISTICS REPORT INSTEAD OF A MISSION
    05 PM-STATS-RUN    PIC X.
    *> PASSES THE CONJUNCTION FORECAST LOOKS AHEAD - BLANK KEEPS
    *> THE STANDARD WINDOW, 00 SWITCHES THE FORECAST OFF
    05 PM-FORECAST-PASSES PIC 9(2).
    *> "Y" GRADES THE LAST RECORDED SESSION AGAINST THE ANSWER KEY
    *> INSTEAD OF FLYING A MISSION
    05 PM-GRADE-RUN    PIC X.
    *> "Y" APPLIES THE MANIFEST TRANSACTIONS INSTEAD OF FLYING A
    *> MISSION
    05 PM-MANIFEST-RUN PIC X.
    *> "Y" ANSWERS OBJECT DOSSIER INQUIRIES INSTEAD OF FLYING A
    *> MISSION
    05 PM-INQUIRY-RUN  PIC X.

*> SPACE-WEATHER FORECAST RECORD - ONE LINE PER PASS, SUPPLIED BY
*> OPERATIONS FROM THE DAY'S SOLAR/GEOMAGNETIC FORECAST SO A
*> TRAINING RUN CAN BE FLOWN ON A REAL STORM DAY. SW-SOLAR-INDEX IS
*> THE SOLAR ACTIVITY (F10.7-STYLE) INDEX, SW-GEOMAG-INDEX THE
*> PLANETARY KP (0-9), AND SW-FLARE-FLAG "Y" MEANS A FLARE IS
*> FORECAST FOR THAT PASS. A PASS WITH NO LINE FLIES QUIET.
FD  SPACE-WEATHER-FILE.
01  SW-RECORD.
    05 SW-PASS         PIC 9(2).
    05 SW-SOLAR-INDEX  PIC 9(3).
    05 SW-GEOMAG-INDEX PIC 9.
    05 SW-FLARE-FLAG   PIC X.

*> GROUND-STATION DEBRIS EPHEMERIS RECORD - ONE LINE PER CATALOG
*> OBJECT, SUPPLIED BY THE GROUND STATION AHEAD OF A TRAINING RUN
*> BD-AZ2/EL2/RNG2 ARE SENTINEL-2'S SCAN SECTOR IN CONSTELLATION
*> MODE - BLANK (OLDER FILES OR SINGLE-SAT RUNS) FALLS BACK TO THE
*> SAFE MENU DEFAULTS.
*> BD-REBOOST IS THE PASS' REBOOST-BURN ANSWER (Y/N) - BLANK MEANS
*> NO BURN, SO OLDER SCRIPTS REPLAY UNCHANGED.
FD  DECISION-FILE.
01  BD-RECORD.
    05 BD-AZ       PIC 9.
    05 BD-AZ2      PIC 9.
    05 BD-EL2      PIC 9.
    05 BD-RNG2     PIC 9.
    05 BD-REBOOST  PIC X.

*> SESSION REPLAY RECORD - EVERY INTERACTIVE MISSION'S EFFECTIVE
*> CHOICES, ONE RECORD PER PASS IN THE EXACT BD-RECORD LAYOUT, SO
    05 SR-AZ2      PIC 9.
    05 SR-EL2      PIC 9.
    05 SR-RNG2     PIC 9.
    05 SR-REBOOST  PIC X.

WORKING-STORAGE SECTION.

      *> DISPUTED INVOICE CAN BE TRACED TO ITS WARNING MESSAGES
      10 WS-SAT-FIRST-WID     PIC X(12).
      10 WS-SAT-LAST-WID      PIC X(12).
      *> CONTRACT COMPLIANCE - PASSES THIS MISSION THE SATELLITE SAT
      *> AT OR ABOVE ITS AGENCY'S CONTRACT THRESHOLD WITHOUT BEING
      *> WARNED, THE LAST SUCH PASS, AND WHY (FUEL/POWER RAN OUT OR
      *> THE AGENCY'S PER-MISSION WARNING CAP WAS ALREADY USED UP)
      10 WS-SAT-UNWARNED      PIC 9(3) VALUE 0.
      10 WS-SAT-UNWARNED-PASS PIC 9(2) VALUE 0.
      10 WS-SAT-UNWARNED-WHY  PIC X(12).
      *> COLLISION-AVOIDANCE PROPELLANT LEFT (KG), SPENT AS EACH
      *> ACCEPTED MANEUVER IS FLOWN, AND THE ACCEPTANCES THAT HAD TO
      *> BE DECLINED ON THE AGENCY'S BEHALF BECAUSE THE TANK COULD
      *> NOT COVER THE BURN
      10 WS-SAT-PROPELLANT    PIC 9(3) VALUE 20.
      10 WS-SAT-AUTO-DECLINES PIC 9(3) VALUE 0.

*> CUBESAT (PLAYER) STATUS
01 WS-CUBESAT-STATUS.
01 WS-EPH-WINDOW-FLAGS.
   05 WS-EPH-WINDOWED PIC X OCCURS 300 TIMES.

*> BREAKUP DEBRIS CLOUDS - ONE ROW PER FRAGMENT AN IMPACT ADDED TO
*> THE EPHEMERIS. THE ID IS "B", THE MISSION SEQUENCE AND A FRAGMENT
*> NUMBER (Bssssnnn) SO NO TWO MISSIONS' FRAGMENTS MEET IN THE MASTER
*> CATALOG; THE ROW KEEPS THE PASS, THE PARENT AND IMPACTOR BY
*> NAME, THE FRAGMENT'S STARTING TRACK, AND FOR EACH SUBSCRIBER
*> SLOT THE PASSES ON WHICH THE FRAGMENT ADDED TO ITS RISK AND THE
*> LARGEST SINGLE CONTRIBUTION. RIDES THE CHECKPOINT.
01 WS-BREAKUP-TABLE.
   05 WS-BRK-COUNT   PIC 9(2) VALUE 0.
   05 WS-BRK-EVENTS  PIC 9(2) VALUE 0.
   05 WS-BRK-DROPPED PIC 9(3) VALUE 0.
   05 WS-BRK OCCURS 60 TIMES.
      10 WS-BRK-ID       PIC X(8).
      10 WS-BRK-PARENT   PIC X(16).
      10 WS-BRK-PASS     PIC 9(2).
      10 WS-BRK-IMPACTOR PIC X(8).
      10 WS-BRK-IMP-SIZE PIC X(8).
      10 WS-BRK-AZ       PIC 9(3).
      10 WS-BRK-EL       PIC S9(3).
      10 WS-BRK-RANGE    PIC 9(4).
      10 WS-BRK-VELOCITY PIC 9(5)V99.
      10 WS-BRK-SIZE     PIC X(8).
      10 WS-BRK-HIT OCCURS 8 TIMES.
         15 WS-BRK-HIT-PASSES PIC 9(2).
         15 WS-BRK-HIT-PEAK   PIC 9V9(4).
         15 WS-BRK-HIT-AT     PIC 9(2).

*> BREAKUP WORK FIELDS. THE CLOUD'S SIZE AND SPREAD COME FROM THE
*> IMPACTOR'S SIZE CLASS; EACH FRAGMENT'S OFFSET ALONG EACH AXIS IS
*> A FIXED SCATTER PATTERN (-1 TO +1 OF THE SPREAD), SO THE SAME
*> IMPACT ALWAYS THROWS THE SAME CLOUD AND NO RANDOM DRAW IS TAKEN.
01 WS-BRKRPT-STATUS PIC X(2).
01 WS-BREAKUP-WORK.
   05 WS-BRK-SAT        PIC 9.
   05 WS-BRK-IDX        PIC 9(2).
   05 WS-BRK-FIRST      PIC 9(2).
   05 WS-BRK-PLACED     PIC 9(2).
   05 WS-BRK-WANT       PIC 9(2).
   05 WS-BRK-SEQ        PIC 9(2).
   05 WS-BRK-SERIAL     PIC 9(3).
   05 WS-BRK-SAVE-IDX   PIC 9(3).
   05 WS-BRK-SAVE-CAT   PIC 9(3).
   05 WS-BRK-SPREAD-AZ  PIC 9(2).
   05 WS-BRK-SPREAD-EL  PIC 9(2).
   05 WS-BRK-SPREAD-RNG PIC 9(3).
   05 WS-BRK-SPREAD-VEL PIC 9(3).
   05 WS-BRK-FRAC       PIC S9V9(4).
   05 WS-BRK-SCORE      PIC 9V9(8).
   05 WS-BRK-BEST       PIC 9V9(8).
   05 WS-BRK-WORK       PIC S9(5).
   05 WS-BRK-ALT-OFF    PIC S9(5).
   05 WS-BRK-BASE-RNG   PIC S9(7).
   05 WS-BRK-VEL-WORK   PIC S9(5)V99.
   05 WS-BRK-RAISED     PIC 9.
   05 WS-BRK-CATALOGED  PIC 9(2).
   05 WS-BRK-EXPOSED    PIC 9.
   05 WS-BRK-SAT-HIT    PIC 9 OCCURS 8 TIMES.
   05 WS-BRK-PEAK-DISP  PIC 9.9(4).
   05 WS-BRK-VEL-DISP   PIC 9(5).99.
   05 WS-BRK-EL-DISP    PIC -9(2).
   05 WS-BRK-CAT-FLAG   PIC X.
   05 WS-BRK-IMP-ID     PIC X(8).
   05 WS-BRK-IMP-CLASS  PIC X(8).

*> SENSOR DETECTION MODEL - DETECTION PROBABILITY BY RANGE BAND
*> (DEGRADED IN COOLDOWN), MEASUREMENT JITTER ON REPORTED
*> COORDINATES, AND OCCASIONAL FALSE CONTACTS THAT EXIST IN NO
   05 WS-MAN-DESC        PIC X(30).
   05 WS-NO-WARN-CHOICE  PIC 9.

*> WHAT EACH MANEUVER DOES TO THE SUBSCRIBER'S ORBIT WHEN IT IS
*> FLOWN, AND THE PROPELLANT (KG) IT BURNS. RAISE/LOWER MOVE THE
*> ALTITUDE; LATERAL THRUST SHIFTS THE GROUND TRACK EAST; A
*> RETROGRADE BURN SHEDS ORBITAL VELOCITY AND DROPS THE ORBIT A
*> LITTLE WITH IT. THE NEW GEOMETRY IS WHAT 3510 SCORES NEXT.
01 WS-MANEUVER-EFFECTS.
   05 WS-MNV-ALT-STEP     PIC 9(2)    VALUE 2.
   05 WS-MNV-LON-STEP     PIC 9(2)    VALUE 5.
   05 WS-MNV-RETRO-DV     PIC 9(2)V99 VALUE 15.00.
   05 WS-MNV-RETRO-DROP   PIC 9(2)    VALUE 1.
   05 WS-MNV-COST-RAISE   PIC 9(3)    VALUE 2.
   05 WS-MNV-COST-LOWER   PIC 9(3)    VALUE 2.
   05 WS-MNV-COST-LATERAL PIC 9(3)    VALUE 4.
   05 WS-MNV-COST-RETRO   PIC 9(3)    VALUE 3.
   05 WS-MNV-STD-LOAD     PIC 9(3)    VALUE 20.
*> THE BURN BEING FLOWN: ITS TYPE (MENU NUMBERING, 0 = NOTHING
*> RECOGNIZABLE TO FLY), ITS COST, AND THE ORBIT BEFORE IT
01 WS-FLY-WORK.
   05 WS-FLY-DESC         PIC X(30).
   05 WS-FLY-TYPE         PIC 9.
   05 WS-FLY-COST         PIC 9(3).
   05 WS-FLY-ALT-BEFORE   PIC 9(4).
   05 WS-FLY-LON-BEFORE   PIC S9(3).
   05 WS-FLY-LAT-BEFORE   PIC S9(3).
   05 WS-FLY-VEL-BEFORE   PIC 9(5)V99.
   05 WS-FLY-LON-WORK     PIC S9(4).
   05 WS-ACK-AUTO         PIC X.

*> OUTSTANDING WARNINGS AWAITING AGENCY ACKNOWLEDGMENT - ONE ENTRY
*> PER WARNING TRANSMITTED WITH A MANEUVER RECOMMENDATION (UP TO
*> ONE PER SUBSCRIBER PER PASS), RESOLVED AT THE START OF THE NEXT
*> PASS (OR AT MISSION END) ONCE THE AGENCIES' RESPONSES ARE READ
*> BACK. THE MANEUVER IS ONLY CREDITED, AND AN AVOIDED OUTCOME
*> ONLY SCORED, WHEN THE WARNING WAS ACTUALLY ACTED ON.
01 WS-PENDING-WARNING.
   05 WS-PEND-COUNT      PIC 9 VALUE 0.
      88 WARNING-PENDING VALUE 1 THRU 8.
   05 WS-PEND OCCURS 8 TIMES.
      10 WS-PEND-SAT        PIC 9.
      10 WS-PEND-MANEUVER   PIC X(30).
      10 WS-PEND-RISK       PIC 9V9(4).
      10 WS-PEND-ON-HIGHEST PIC 9.
         88 PEND-ON-HIGHEST VALUE 1.
      10 WS-PEND-WARN-ID    PIC X(12).
01 WS-PEND-IDX PIC 9(2).

*> AGENCY ACKNOWLEDGMENTS READ BACK FOR THE OUTSTANDING WARNINGS -
*> ONE SLOT PER PENDING ENTRY. WS-ACK-SEEN MARKS A SLOT WHOSE
*> RESPONSE ROW HAS ARRIVED; A SLOT STILL UNSEEN WHEN THE RESPONSE
*> FILE RUNS OUT IS PRESUMED COMPLIANT LIKE THE OLD SINGLE WARNING.
01 WS-ACK-TABLE.
   05 WS-ACK-ROW OCCURS 8 TIMES.
      10 WS-ACK-SEEN     PIC X.
      10 WS-ACK-RSP      PIC X(8).
      10 WS-ACK-MAN      PIC X(30).
*> WS-RSP-EOF IS SET ONCE THE RESPONSE FILE RUNS DRY - A READ PAST
*> END IS NEVER ATTEMPTED AGAIN, EVERY LATER WARNING IS SIMPLY
*> PRESUMED COMPLIANT
01 WS-ACK-WORK.
   05 WS-ACK-OPEN        PIC 9(2).
   05 WS-ACK-MATCH       PIC 9(2).
   05 WS-RSP-EOF         PIC X VALUE "N".
      88 RESPONSE-FILE-DONE VALUE "Y".

*> SUBSCRIBER SERVICE CONTRACTS - ONE ROW PER AGENCY FROM THE
*> CONTRACT FILE (UP TO 12 AGENCIES, THE BILLING TABLE'S CAP). AN
*> AGENCY WITH NO ROW IS SERVED AT OPERATOR DISCRETION ONLY: LOWEST
*> TIER, A THRESHOLD NO RISK CAN REACH, AND NO WARNING CAP - WHICH
*> IS EXACTLY HOW THE SERVICE BEHAVED BEFORE CONTRACTS EXISTED.
01 WS-CONTRACT-STATUS PIC X(2).
01 WS-CONTRACT-TABLE.
   05 WS-CTR-COUNT PIC 9(2) VALUE 0.
   05 WS-CTR OCCURS 12 TIMES.
      10 WS-CTR-AGENCY    PIC X(12).
      10 WS-CTR-TIER      PIC 9.
      10 WS-CTR-THRESHOLD PIC 9V9(4).
      10 WS-CTR-MAX-WARN  PIC 9(3).
      10 WS-CTR-STD-MAN   PIC 9.
*> THE TERMS IN FORCE FOR THE AGENCY IN WS-CTR-KEY, AS RETURNED BY
*> 1160-FIND-AGENCY-CONTRACT, AND THE WARNINGS THAT AGENCY HAS
*> ALREADY RECEIVED THIS MISSION ACROSS ALL OF ITS SATELLITES
01 WS-CONTRACT-WORK.
   05 WS-CTR-IDX           PIC 9(2).
   05 WS-CTR-MATCH         PIC 9(2).
   05 WS-CTR-KEY           PIC X(12).
   05 WS-CTR-CUR-TIER      PIC 9.
   05 WS-CTR-CUR-THRESHOLD PIC 9V9(4).
   05 WS-CTR-CUR-MAX-WARN  PIC 9(3).
   05 WS-CTR-CUR-STD-MAN   PIC 9.
   05 WS-CTR-AGY-WARNED    PIC 9(3).
   05 WS-CTR-THRESH-DISP   PIC 9.9999.
   05 WS-CTR-BREACHES      PIC 9(2).

*> PER-PASS WARNING QUEUE - THE OPERATOR'S OWN PICK PLUS EVERY
*> SUBSCRIBER SITTING AT OR ABOVE ITS CONTRACT THRESHOLD, HELD IN
*> CONTRACT PRIORITY ORDER (TIER FIRST, THEN HIGHEST RISK FIRST)
*> AND TRANSMITTED FROM THE TOP FOR AS LONG AS SENTINEL-1'S FUEL
*> AND POWER HOLD OUT. EVERY TRANSMISSION BURNS THE THRUSTER FUEL
*> THE SINGLE WARNING ALWAYS DID PLUS TRANSMITTER POWER, AND THE
*> TRANSMITTER WILL NOT DRAW THE BUS BELOW THE RESERVE FLOOR.
01 WS-WARNING-QUEUE.
   05 WS-WQ-COUNT PIC 9 VALUE 0.
   05 WS-WQ OCCURS 8 TIMES.
      10 WS-WQ-SAT        PIC 9.
      10 WS-WQ-TIER       PIC 9.
      10 WS-WQ-RISK       PIC 9V9(4).
      10 WS-WQ-MAN-CHOICE PIC 9.
      10 WS-WQ-SOURCE     PIC X(8).
      10 WS-WQ-WHY        PIC X(12).
01 WS-QUEUE-WORK.
   05 WS-WQ-IDX        PIC 9(2).
   05 WS-WQ-POS        PIC 9(2).
   05 WS-WQ-SENT       PIC 9.
   05 WS-WQ-HELD       PIC 9.
   05 WS-TX-SAT        PIC 9.
   05 WS-TX-MAN-CHOICE PIC 9.
   05 WS-TX-MAN-DESC   PIC X(30).
   05 WS-TX-SOURCE     PIC X(8).
   05 WS-TX-WHY        PIC X(12).
   05 WS-TX-FUEL-COST  PIC 9(2) VALUE 2.
   05 WS-TX-POWER-COST PIC 9(2) VALUE 2.
   05 WS-TX-POWER-FLOOR PIC 9(2) VALUE 10.

*> WARNING MESSAGE IDENTIFICATION - EACH TRANSMITTED WARNING GETS
*> A UNIQUE ID ("W" + MISSION SEQUENCE + "-" + WARNING SEQUENCE)
*> BOTH CHECKPOINTS, SO RESUMED MISSIONS AND CAMPAIGN LEGS
*> CONTINUE WHERE THEY LEFT OFF.
01 WS-WARNMSG-STATUS PIC X(2).
01 WS-MANHIST-STATUS PIC X(2).
01 WS-WARN-SEQ       PIC 9(4) VALUE 0.
01 WS-WARN-ID        PIC X(12).

   05 WS-CMP-FIRST-LEG  PIC 9(2) VALUE 1.
   05 WS-CKP-RESUME-LEG PIC 9(2) VALUE 1.
   05 WS-LEG-START-FUEL PIC 9(3) VALUE 100.
   05 WS-LEG-START-ALT  PIC 9(4) VALUE 0550.
   05 WS-LEG-START-PROP PIC 9(3) OCCURS 8 TIMES.
   05 WS-CMP-REENTRY-LEG PIC 9(2) VALUE 0.
   05 WS-DEC-CONSUMED   PIC 9(4) VALUE 0.
   05 WS-RSP-CONSUMED   PIC 9(4) VALUE 0.
   05 WS-DEC-SKIP-DONE  PIC X VALUE "N".
   05 WS-RSP-SKIP-DONE  PIC X VALUE "N".
*> SET ONCE THE SUBSCRIBERS' LEG-START PROPELLANT IS KNOWN - LATER
*> LEGS FLY ON WHAT THE EARLIER ONES LEFT IN THE TANKS
01 WS-PROP-CARRY-FLAG PIC X VALUE "N".
   88 PROP-CARRIED VALUE "Y".

*> SCAN COVERAGE MAP - ONE CELL PER AZ/EL/RNG MENU COMBINATION.
*> EVERY SCAN BUMPS ITS CELL'S SCAN AND DETECTION COUNTS (BOTH
      10 WS-BIL-TOTAL     PIC 9(8)V99.
      10 WS-BIL-FIRST-WID PIC X(12).
      10 WS-BIL-LAST-WID  PIC X(12).
      10 WS-BIL-ADJUST    PIC S9(8)V99.
   05 WS-BIL-DUE      PIC S9(8)V99.
   05 WS-BIL-DUE-DISP PIC -(7)9.99.

*> BILLING CROSS-CHECK AND ADJUSTMENTS - AT THE CLOSE EVERY LEDGER
*> LINE'S WARNING ID RANGE IS TRACED BACK THROUGH THE ACTIVITY LOG
*> AND RISK AUDIT OF THE GENERATION THAT ISSUED IT (THE CURRENT
*> LOGS FOR THIS MISSION, THE ARCHIVED GENERATION FOR AN EARLIER
*> ONE - THE WARNING ID CARRIES THE MISSION SEQUENCE). THE OBJECT
*> WITH THE LARGEST RISK CONTRIBUTION TO THE WARNED SATELLITE IN
*> THE WARNING'S PASS IS THE ONE THAT DROVE IT. A DRIVING OBJECT
*> THAT TURNS OUT TO BE A FALSE CONTACT GETS THE AGENCY AN
*> AUTOMATIC CREDIT; THE DESK'S OWN ADJUSTMENTS ARE APPLIED FIRST.
01 WS-BILADJ-STATUS PIC X(2).
01 WS-XCHECK-STATUS PIC X(2).
01 WS-BILTRC-STATUS PIC X(2).
01 WS-BILL-TRACE.
   05 WS-BLL-COUNT PIC 9(3) VALUE 0.
   05 WS-BLL OCCURS 200 TIMES.
      10 WS-BLL-AGENCY    PIC X(12).
      10 WS-BLL-WARNINGS  PIC 9(3).
      10 WS-BLL-FIRST-WID PIC X(12).
      10 WS-BLL-LAST-WID  PIC X(12).
      10 WS-BLL-WARN-RATE PIC 9(5)V99.
      10 WS-BLL-MAN-RATE  PIC 9(5)V99.
      10 WS-BLL-TRACED    PIC 9(3).
   05 WS-BTS-COUNT   PIC 9(3) VALUE 0.
   05 WS-BTS-DROPPED PIC 9(3) VALUE 0.
   05 WS-BTS-ARCH-CAP PIC 9(3) VALUE 100.
   05 WS-BTS-SEQ     PIC X(4) OCCURS 100 TIMES.
   05 WS-BW-COUNT  PIC 9(3) VALUE 0.
   05 WS-BW OCCURS 500 TIMES.
      10 WS-BW-WID       PIC X(12).
      10 WS-BW-SEQ       PIC X(4).
      10 WS-BW-LEG       PIC 9(2).
      10 WS-BW-PASS      PIC 9(2).
      10 WS-BW-SAT       PIC X(16).
      10 WS-BW-AGENCY    PIC X(12).
      10 WS-BW-RECOMMEND PIC X.
      10 WS-BW-LEDGER    PIC 9(3).
      10 WS-BW-CHARGE    PIC 9(5)V99.
      10 WS-BW-OBJ       PIC X(8).
      10 WS-BW-CONTRIB   PIC 9(5).
      10 WS-BW-ADJUSTED  PIC X.
      10 WS-BW-RESPONSE  PIC X(8).
      10 WS-BW-RESULT    PIC X(12).
   05 WS-BAJ-COUNT PIC 9(3) VALUE 0.
   05 WS-BAJ OCCURS 200 TIMES.
      10 WS-BAJ-ROW    PIC 9(3).
      10 WS-BAJ-RECORD PIC X(33).
   05 WS-BAM-COUNT PIC 9(3) VALUE 0.
   05 WS-BAM OCCURS 300 TIMES.
      10 WS-BAM-AGENCY PIC X(12).
      10 WS-BAM-WID    PIC X(12).
      10 WS-BAM-TYPE   PIC X(11).
      10 WS-BAM-REASON PIC X(4).
      10 WS-BAM-AMOUNT PIC S9(7)V99.
      10 WS-BAM-SAT    PIC X(16).
01 WS-BILL-TRACE-WORK.
   05 WS-BT-IDX       PIC 9(3).
   05 WS-BT-IDX2      PIC 9(3).
   05 WS-BT-MATCH     PIC 9(3).
   05 WS-BT-SEQ       PIC X(4).
   05 WS-BT-CUR-SEQ   PIC 9(4).
   05 WS-BT-LEG       PIC 9(2).
   05 WS-BT-LAST-PASS PIC 9(2).
   05 WS-BT-EOF       PIC X.
   05 WS-BT-FALSE-FLAG PIC X.
      88 BT-FALSE-CONTACT VALUE "Y".
   05 WS-BT-BOOKED-FLAG PIC X.
      88 BT-MEMO-BOOKED VALUE "Y".
   05 WS-BT-HEAD      PIC X(200).
   05 WS-BT-TAIL      PIC X(200).
   05 WS-BT-RESPONSE  PIC X(8).
   05 WS-BT-RESULT    PIC X(12).
   05 WS-BT-CONTRIB-X PIC X(5).
   05 WS-BT-CONTRIB   REDEFINES WS-BT-CONTRIB-X PIC 9(5).
   05 WS-BT-CHARGE    PIC 9(5)V99.
   05 WS-BT-AMOUNT    PIC S9(7)V99.
   05 WS-BT-AMT-DISP  PIC -(7)9.99.
   05 WS-BT-STATUS    PIC X(40).
   05 WS-BT-VERIFIED  PIC 9(3).
   05 WS-BT-FALSE     PIC 9(3).
   05 WS-BT-NO-TRAIL  PIC 9(3).
   05 WS-BT-ADJ-DONE  PIC 9(3).
   05 WS-BT-ADJ-REJ   PIC 9(3).
01 WS-BT-LINE PIC X(200).
01 WS-BT-WARN-PARSE REDEFINES WS-BT-LINE.
   05 FILLER          PIC X(5).
   05 WS-BTW-PASS     PIC X(2).
   05 WS-BTW-TAG      PIC X(13).
   05 WS-BTW-WID      PIC X(12).
   05 FILLER          PIC X(5).
   05 WS-BTW-SAT      PIC X(16).
   05 FILLER          PIC X(8).
   05 WS-BTW-AGENCY   PIC X(12).
   05 FILLER          PIC X(127).
01 WS-BT-RISK-PARSE REDEFINES WS-BT-LINE.
   05 FILLER          PIC X(7).
   05 WS-BTR-SAT-TAG  PIC X(5).
   05 WS-BTR-SAT      PIC X(16).
   05 WS-BTR-OBJ-TAG  PIC X(5).
   05 WS-BTR-OBJ      PIC X(8).
   05 FILLER          PIC X(159).
01 WS-BT-ACK-PARSE REDEFINES WS-BT-LINE.
   05 FILLER          PIC X(7).
   05 WS-BTK-TAG      PIC X(9).
   05 WS-BTK-WID      PIC X(12).
   05 FILLER          PIC X(172).
01 WS-BT-ADJ-VIEW.
   05 WS-BTA-WID      PIC X(12).
   05 WS-BTA-ACTION   PIC X(8).
   05 WS-BTA-REASON   PIC X(4).
   05 WS-BTA-AMOUNT-X PIC X(9).
   05 WS-BTA-AMOUNT   REDEFINES WS-BTA-AMOUNT-X PIC 9(7)V99.

*> OPERATOR IDENTITY AND STANDING HISTORY - THE SIGNED-ON OPERATOR
*> IS STAMPED INTO THE LEADERBOARD AND ACTIVITY RECORDS, AND THE
      10 WS-OPH-TOTAL-SCORE PIC S9(6).
      10 WS-OPH-AVG-SCORE   PIC S9(4).
      10 WS-OPH-QUAL        PIC X(20).
      10 WS-OPH-GRADE-PCT   PIC 9(3).
      10 WS-OPH-GRADE       PIC X.
      10 WS-OPH-GRADE-DATE  PIC X(8).

*> GAME STATE
01 WS-GAME-STATE.
01 WS-CKPT-STATUS PIC X(2).
01 WS-RESUME-FLAG PIC X VALUE "N".
   88 RESUME-MISSION VALUE "Y".
*> CURRENT CHECKPOINT LAYOUT - CHANGE IT WHENEVER CK-RECORD CHANGES
01 WS-CKPT-LAYOUT PIC X(8) VALUE "CKPT-L02".

*> LOG GENERATION ROLLOVER - AT EVERY FRESH MISSION START THE SIX
*> GROWING LOGS ARE CUT INTO DATE- AND SEQUENCE-STAMPED GENERATION
*> FILES (<name>-Gnnnn-YYYYMMDD.log) BEFORE NEW ONES ARE OPENED,
*> AND GENERATIONS OLDER THAN THE OPERATIONS-SET RETENTION ARE
   05 FILLER PIC X(24) VALUE "engineering-telemetry".
   05 FILLER PIC X(24) VALUE "purge-report".
   05 FILLER PIC X(24) VALUE "cdm-export".
   05 FILLER PIC X(24) VALUE "escalation-alerts".
01 WS-LOG-NAMES REDEFINES WS-LOG-NAME-DATA.
   05 WS-LOG-PREFIX PIC X(24) OCCURS 6 TIMES.
01 WS-ROLLOVER-WORK.
   05 WS-ROLL-IDX     PIC 9.
   05 WS-ROLL-OLD-GEN PIC S9(5).
   05 WS-OBJ-OLD-THREAT PIC X(8).
   05 WS-OBJ-CLOSING    PIC X.

*> LOOK-AHEAD CONJUNCTION FORECAST. THE FORECAST STEPS THE LIVE
*> CATALOG, EPHEMERIS AND SUBSCRIBER GROUND TRACKS FORWARD WITH THE
*> SAME PARAGRAPHS THE REAL PASS USES, SO THE LIVE STATE IS SAVED
*> FIRST AND PUT BACK AFTERWARDS WITH A GROUP MOVE - THE SAVE AREAS
*> ARE SIZED TO THE TABLES THEY HOLD. EACH PAIR KEEPS THE PASS OF
*> ITS CLOSEST APPROACH (ITS HIGHEST PREDICTED RISK CONTRIBUTION),
*> THE RANGE THERE, AND ITS SUBSCRIBER'S TOTAL RISK AT THAT PASS;
*> EACH SUBSCRIBER KEEPS THE FIRST PASS IT IS PREDICTED CRITICAL.
01 WS-FCST-STATUS PIC X(2).
01 WS-FC-PASSES   PIC 9(2) VALUE 3.
01 WS-FC-LIST-MAX PIC 9(3) VALUE 20.
01 WS-FC-SAVE-CATALOG   PIC X(5203).
01 WS-FC-SAVE-EPHEMERIS PIC X(9903).
01 WS-FC-SAVE-STATE.
   05 WS-FC-SAVE-GEO OCCURS 8 TIMES.
      10 WS-FC-SAVE-LON PIC S9(3).
      10 WS-FC-SAVE-LAT PIC S9(3).
   05 WS-FC-SAVE-ALT    PIC 9(4).
   05 WS-FC-SAVE-SOLAR  PIC 9(3).
   05 WS-FC-SAVE-GEOMAG PIC 9.
   05 WS-FC-SAVE-PULL   PIC 9(3).
01 WS-FC-PAIR-TABLE.
   05 WS-FC-PAIR-COUNT PIC 9(3) VALUE 0.
   05 WS-FC-PAIR OCCURS 800 TIMES.
      10 WS-FC-PAIR-SAT      PIC 9.
      10 WS-FC-PAIR-CAT      PIC 9(3).
      10 WS-FC-PAIR-PASS     PIC 9(3).
      10 WS-FC-PAIR-RANGE    PIC 9(4).
      10 WS-FC-PAIR-RISK     PIC 9V9(4).
      10 WS-FC-PAIR-SAT-RISK PIC 9V9(4).
      10 WS-FC-PAIR-CRIT     PIC X.
   05 WS-FC-RANK PIC 9(3) OCCURS 800 TIMES.
01 WS-FC-SAT-TABLE.
   05 WS-FC-SAT OCCURS 8 TIMES.
      10 WS-FC-CROSS-PASS PIC 9(2).
      10 WS-FC-CROSS-RISK PIC 9V9(4).
      10 WS-FC-CROSS-OBJ  PIC X(8).
01 WS-FC-WORK.
   05 WS-FC-STEP      PIC 9(3).
   05 WS-FC-PASS      PIC 9(3).
   05 WS-FC-WX-PASS   PIC 9(3).
   05 WS-FC-LAST-PASS PIC 9(3).
   05 WS-FC-NOW       PIC 9V9(4) OCCURS 100 TIMES.
   05 WS-FC-SAT-TOTAL PIC 9V9(4).
   05 WS-FC-LEAD-RISK PIC 9V9(4).
   05 WS-FC-LEAD-CAT  PIC 9(3).
   05 WS-FC-IDX       PIC 9(3).
   05 WS-FC-IDX2      PIC 9(3).
   05 WS-FC-HOLD      PIC 9(3).
   05 WS-FC-CROSSINGS PIC 9(2).
   05 WS-FC-RISK-DISP PIC 9.9999.
   05 WS-FC-SATR-DISP PIC 9.9999.

*> SHIFT HANDOVER BRIEFING FILE STATUS AND SCRATCH FIELDS
01 WS-HANDOVER-STATUS PIC X(2).
01 WS-HANDOVER-WORK.
01 WS-MANIFEST-STATUS PIC X(2).
01 WS-MANIFEST-ROWS   PIC 9(2) VALUE 0.

*> THE MANIFEST AS READ BACK AT MISSION END, SO EACH SUBSCRIBER'S
*> REMAINING PROPELLANT CAN BE POSTED TO ITS ROW. ROWS THE MISSION
*> DID NOT LOAD ARE WRITTEN BACK UNTOUCHED.
01 WS-PROP-SAVE.
   05 WS-PRS-COUNT PIC 9(2) VALUE 0.
   05 WS-PRS-ROW   PIC X(53) OCCURS 50 TIMES.
   05 WS-PRS-IDX   PIC 9(2).
   05 WS-PRS-EOF   PIC X.
   05 WS-PRS-FULL  PIC X VALUE "N".

*> MISSION PARAMETERS FILE STATUS
01 WS-PARAMS-STATUS PIC X(2).

*> SPACE-WEATHER FORECAST - ONE SLOT PER PASS, PRE-SET TO QUIET
*> CONDITIONS AND OVERLAID FROM THE FORECAST FILE. WITH A FORECAST
*> ON FILE IT ALONE DECIDES WHEN FLARES HIT; WITHOUT ONE THE OLD
*> RANDOM FLARE STANDS AND THE INDICES STAY QUIET.
01 WS-WEATHER-STATUS PIC X(2).
01 WS-WEATHER-TABLE.
   05 WS-WX-FORECAST-FLAG PIC X VALUE "N".
      88 WEATHER-FORECAST-ON VALUE "Y".
   05 WS-WX OCCURS 99 TIMES.
      10 WS-WX-SOLAR  PIC 9(3).
      10 WS-WX-GEOMAG PIC 9.
      10 WS-WX-FLARE  PIC X.

*> THIS PASS' INDICES AND WHAT THEY COST. DRAG TAKES
*> (SOLAR + 35) / 70 + KP / 3 KM OFF SENTINEL-1 EVERY PASS (1 KM ON
*> A QUIET DAY); A FLARE DRAINS 3 + SOLAR / 50 + KP PERCENT POWER
*> (5% ON A QUIET DAY, THE OLD FIXED FIGURE); A GEOMAGNETIC STORM
*> (KP 5 AND UP) HEATS THE UPPER ATMOSPHERE AND PULLS DEBRIS
*> RANGES IN BY A FURTHER 10 KM PER KP STEP ABOVE 4. A REBOOST
*> BURN BUYS BACK ALTITUDE FOR FUEL, NEVER ABOVE THE LAUNCH
*> ALTITUDE; BELOW THE FLOOR SENTINEL-1 RE-ENTERS AND THE MISSION
*> ENDS.
01 WS-WEATHER-WORK.
   05 WS-WX-IDX          PIC 9(3).
   05 WS-WX-CUR-SOLAR    PIC 9(3).
   05 WS-WX-CUR-GEOMAG   PIC 9.
   05 WS-WX-CUR-FLARE    PIC X.
      88 WX-FLARE-TODAY  VALUE "Y".
   05 WS-WX-FLARE-DRAIN  PIC 9(3).
   05 WS-WX-DECAY        PIC 9(3).
   05 WS-WX-PULL         PIC 9(3) VALUE 0.
   05 WS-WX-QUIET-SOLAR  PIC 9(3) VALUE 70.
   05 WS-WX-QUIET-GEOMAG PIC 9 VALUE 1.
   05 WS-WX-STORM-KP     PIC 9 VALUE 5.
   05 WS-WX-LAUNCH-ALT   PIC 9(4) VALUE 0550.
   05 WS-WX-FLOOR-ALT    PIC 9(4) VALUE 0500.
   05 WS-WX-REBOOST-FUEL PIC 9(2) VALUE 6.
   05 WS-WX-REBOOST-KM   PIC 9(2) VALUE 10.
   05 WS-WX-REBOOST-FLAG PIC X VALUE "N".
      88 REBOOST-FIRED   VALUE "Y".
   05 WS-WX-REENTRY-FLAG PIC X VALUE "N".
      88 CUBESAT-REENTERED VALUE "Y".

*> LEADERBOARD FILE STATUS AND THE CAMPAIGN LEG STAMPED ON THE LINE
01 WS-LEADER-STATUS PIC X(2).
01 WS-LB-LEG        PIC 9(2).

*> SESSION REPLAY RECORDER FILE STATUS
01 WS-REPLAY-STATUS PIC X(2).
*> TELEMETRY RECONCILIATION RUN - SWITCHED ON FROM THE MISSION
*> PARAMETERS FILE. THE RUN REPLAYS THE TELEMETRY LOG'S DELTA/
*> BALANCE PAIRS, RECOMPUTES RUNNING BALANCES PER CUBESAT AND
*> SYSTEM FROM THE 100% STARTING VALUES (LAUNCH ALTITUDE FOR
*> SENTINEL-1'S ALTITUDE), AND TIES THEM TO THE FINAL BALANCE
*> TRAILER LINES THE MISSION WRITES AT GAME OVER.
01 WS-RECON-FLAG PIC X VALUE "N".
   88 TELEM-RECON-RUN VALUE "Y".
01 WS-RCNRPT-STATUS PIC X(2).
   05 WS-RCN-EXPECT    PIC S9(4).
   05 WS-RCN-EXP-DISP  PIC S9(4) SIGN LEADING SEPARATE.
   05 WS-RCN-BAL-DISP  PIC S9(4) SIGN LEADING SEPARATE.
   05 WS-RCN OCCURS 6 TIMES.
      10 WS-RCN-CUBESAT    PIC X(12).
      10 WS-RCN-SYSTEM     PIC X(8).
      10 WS-RCN-BALANCE    PIC S9(4).
      10 WS-RCN-FINAL-SEEN PIC X.

*> STATION STATISTICS RUN - SWITCHED ON FROM THE MISSION
*> PARAMETERS FILE. THE RUN WALKS EVERY ARCHIVED LOG GENERATION
*> DATED INSIDE THE REQUESTED RANGE, PLUS THE LEADERBOARD AND THE
*> BILLING LEDGER, AND WRITES THE MONTHLY STATION REPORT.
01 WS-STATS-FLAG PIC X VALUE "N".
   88 STATS-RUN VALUE "Y".
01 WS-STREQ-STATUS   PIC X(2).
01 WS-STLIST-STATUS  PIC X(2).
01 WS-STWORK-STATUS  PIC X(2).
01 WS-STRPT-STATUS   PIC X(2).
01 WS-STAT-RANGE.
   05 WS-STAT-FROM-DATE PIC X(8) VALUE "00000000".
   05 WS-STAT-TO-DATE   PIC X(8) VALUE "99999999".

*> ONE LINE OF THE GENERATION LIST - AN ARCHIVED ACTIVITY LOG NAME,
*> mission-activity-Gnnnn-YYYYMMDD.log. THE OTHER FIVE LOGS OF THE
*> SAME GENERATION CARRY THE SAME SEQUENCE AND DATE STAMP.
01 WS-STAT-GEN-LINE PIC X(80).
01 WS-STAT-GEN-PARSE REDEFINES WS-STAT-GEN-LINE.
   05 FILLER           PIC X(18).
   05 WS-STAT-GEN-SEQ  PIC X(4).
   05 FILLER           PIC X.
   05 WS-STAT-GEN-DATE PIC X(8).
   05 FILLER           PIC X(49).

*> ONE LINE OF AN ARCHIVED LOG, WITH FIXED-COLUMN VIEWS OF THE
*> WARNING AND ACK ACTIVITY LINES AND OF THE CDM EXPORT RECORD
01 WS-STAT-LINE PIC X(200).
01 WS-STAT-WARN-PARSE REDEFINES WS-STAT-LINE.
   05 FILLER          PIC X(5).
   05 WS-STW-PASS     PIC 9(2).
   05 WS-STW-TAG      PIC X(13).
   05 WS-STW-WID      PIC X(12).
   05 FILLER          PIC X(5).
   05 WS-STW-SAT      PIC X(16).
   05 FILLER          PIC X(8).
   05 WS-STW-AGENCY   PIC X(12).
   05 FILLER          PIC X(127).
01 WS-STAT-ACK-PARSE REDEFINES WS-STAT-LINE.
   05 FILLER          PIC X(7).
   05 WS-STA-TAG      PIC X(9).
   05 WS-STA-WID      PIC X(12).
   05 FILLER          PIC X(5).
   05 WS-STA-SAT      PIC X(16).
   05 FILLER          PIC X(10).
   05 WS-STA-RESPONSE PIC X(8).
   05 FILLER          PIC X(10).
   05 WS-STA-MANEUVER PIC X(30).
   05 FILLER          PIC X(8).
   05 WS-STA-RESULT   PIC X(12).
   05 FILLER          PIC X(73).
01 WS-STAT-CDM-PARSE REDEFINES WS-STAT-LINE.
   05 WS-STC-PASS     PIC 9(2).
   05 WS-STC-OBJECT   PIC X(8).
   05 FILLER          PIC X(26).
   05 WS-STC-SAT      PIC X(16).
   05 FILLER          PIC X(148).

*> STATISTICS ACCUMULATORS - PER OPERATOR, PER CAMPAIGN (KEYED BY
*> THE MISSION SEQUENCE ITS LEGS SHARE), PER AGENCY AND PER MONTH
01 WS-STAT-OPERATORS.
   05 WS-STO-COUNT PIC 9(2) VALUE 0.
   05 WS-STO OCCURS 20 TIMES.
      10 WS-STO-NAME     PIC X(8).
      10 WS-STO-MISSIONS PIC 9(4).
      10 WS-STO-LEGS     PIC 9(4).
01 WS-STAT-CAMPAIGNS.
   05 WS-STP-COUNT PIC 9(2) VALUE 0.
   05 WS-STP OCCURS 50 TIMES.
      10 WS-STP-SEQ      PIC X(4).
      10 WS-STP-DATE     PIC X(8).
      10 WS-STP-OPERATOR PIC X(8).
      10 WS-STP-LEGS     PIC 9(2).
      10 WS-STP-SCORE    PIC S9(5).
01 WS-STAT-AGENCIES.
   05 WS-STG-COUNT PIC 9(2) VALUE 0.
   05 WS-STG OCCURS 12 TIMES.
      10 WS-STG-NAME        PIC X(12).
      10 WS-STG-SENT        PIC 9(5).
      10 WS-STG-BILLED-WARN PIC 9(5).
      10 WS-STG-BILLED-MAN  PIC 9(5).
      10 WS-STG-BILLED-AMT  PIC S9(9)V99.
01 WS-STAT-MONTHS.
   05 WS-STM-COUNT PIC 9(2) VALUE 0.
   05 WS-STM OCCURS 24 TIMES.
      10 WS-STM-MONTH    PIC X(6).
      10 WS-STM-GENS     PIC 9(4).
      10 WS-STM-MISSIONS PIC 9(4).
      10 WS-STM-CDMS     PIC 9(5).
      10 WS-STM-PURGED   PIC 9(5).
01 WS-STAT-TOTALS.
   05 WS-STT-GENS       PIC 9(4) VALUE 0.
   05 WS-STT-MISSIONS   PIC 9(4) VALUE 0.
   05 WS-STT-SENT       PIC 9(5) VALUE 0.
   05 WS-STT-ACKS       PIC 9(5) VALUE 0.
   05 WS-STT-ACCEPTED   PIC 9(5) VALUE 0.
   05 WS-STT-DEFERRED   PIC 9(5) VALUE 0.
   05 WS-STT-DECLINED   PIC 9(5) VALUE 0.
   05 WS-STT-IMPACTS    PIC 9(5) VALUE 0.
   05 WS-STT-CDMS       PIC 9(5) VALUE 0.
   05 WS-STT-PURGED     PIC 9(5) VALUE 0.
   05 WS-STT-ESC-WARNED PIC 9(5) VALUE 0.
   05 WS-STT-ESC-PASSES PIC 9(7) VALUE 0.
   05 WS-STT-ESC-MISSED PIC 9(5) VALUE 0.

*> ONE GENERATION'S CRITICAL ESCALATIONS (CDM RECORDS) AND SENT
*> WARNINGS, IN FILE ORDER. THE KEY IS LEG * 100 + PASS - A
*> CAMPAIGN GENERATION HOLDS SEVERAL LEGS WHOSE PASS NUMBERS EACH
*> START AGAIN AT 1, SO A PASS NUMBER THAT GOES BACKWARDS OPENS THE
*> NEXT LEG. THE OPEN TABLE HOLDS EACH SATELLITE'S FIRST UNANSWERED
*> ESCALATION WHILE THE TWO LISTS ARE MERGED.
01 WS-STAT-EVENTS.
   05 WS-STE-CDM-COUNT PIC 9(3).
   05 WS-STE-CDM OCCURS 300 TIMES.
      10 WS-STE-CDM-KEY PIC 9(5).
      10 WS-STE-CDM-SAT PIC X(16).
   05 WS-STE-WRN-COUNT PIC 9(3).
   05 WS-STE-WRN OCCURS 300 TIMES.
      10 WS-STE-WRN-KEY PIC 9(5).
      10 WS-STE-WRN-SAT PIC X(16).
   05 WS-STE-OPEN-COUNT PIC 9(2).
   05 WS-STE-OPEN OCCURS 16 TIMES.
      10 WS-STE-OPEN-SAT PIC X(16).
      10 WS-STE-OPEN-KEY PIC 9(5).
*> GENERATIONS ARCHIVED BEFORE WARNINGS HAD LINES OF THEIR OWN NAME
*> THE WARNED SATELLITE ONLY ON THE PASS LINE (WARNED=<SAT>). THOSE
*> ARE HELD HERE AND COUNTED ONLY WHEN THE GENERATION TURNS OUT TO
*> HAVE NO WARNING LINES - A NEWER GENERATION CARRIES BOTH. THE
*> SATELLITE'S AGENCY COMES FROM THE MANIFEST OR THE SUBSCRIBER
*> HISTORY; A GENERATION WITH WARNINGS NEITHER CAN ATTRIBUTE IS
*> NAMED ON THE REPORT SO THE AGENCY TOTALS ARE NOT TAKEN AS WHOLE.
01 WS-STAT-OLD-WARNINGS.
   05 WS-SOW-NEW-LINES PIC 9(3).
   05 WS-SOW-COUNT     PIC 9(3).
   05 WS-SOW OCCURS 300 TIMES.
      10 WS-SOW-KEY PIC 9(5).
      10 WS-SOW-SAT PIC X(16).
01 WS-STAT-SUBSCRIBERS.
   05 WS-STS-COUNT PIC 9(3) VALUE 0.
   05 WS-STS OCCURS 208 TIMES.
      10 WS-STS-NAME   PIC X(16).
      10 WS-STS-AGENCY PIC X(12).
01 WS-STAT-UNATTRIBUTED.
   05 WS-STU-COUNT   PIC 9(3) VALUE 0.
   05 WS-STU OCCURS 100 TIMES.
      10 WS-STU-SEQ      PIC X(4).
      10 WS-STU-DATE     PIC X(8).
      10 WS-STU-WARNINGS PIC 9(3).
   05 WS-STU-MISSED  PIC 9(3).
   05 WS-STU-OVER    PIC 9(3) VALUE 0.
01 WS-STAT-WORK.
   05 WS-STAT-IDX       PIC 9(3).
   05 WS-STAT-MATCH     PIC 9(3).
   05 WS-STAT-CI        PIC 9(3).
   05 WS-STAT-WI        PIC 9(3).
   05 WS-STAT-LEG       PIC 9(3).
   05 WS-STAT-LAST-PASS PIC 9(2).
   05 WS-STAT-KEY       PIC 9(5).
   05 WS-STAT-SAT       PIC X(16).
   05 WS-STAT-AGENCY    PIC X(12).
   05 WS-STAT-OPERATOR  PIC X(8).
   05 WS-STAT-MONTH     PIC X(6).
   05 WS-STAT-MONTH-IDX PIC 9(2).
   05 WS-STAT-DATE      PIC X(8).
   05 WS-STAT-SEQ       PIC X(4).
   05 WS-STAT-LEG-TEXT  PIC X(2).
   05 WS-STAT-SCORE     PIC S9(4) SIGN LEADING SEPARATE.
   05 WS-STAT-HEAD      PIC X(132).
   05 WS-STAT-TAIL      PIC X(132).
   05 WS-STAT-EOF       PIC X.
   05 WS-STAT-LIST-EOF  PIC X.
   05 WS-STAT-PCT       PIC ZZ9.9.
   05 WS-STAT-PCT2      PIC ZZ9.9.
   05 WS-STAT-PCT3      PIC ZZ9.9.
   05 WS-STAT-PCT4      PIC ZZ9.9.
   05 WS-STAT-AVG       PIC ZZ9.9.
   05 WS-STAT-AMT-DISP  PIC -ZZZ,ZZZ,ZZ9.99.

*> SESSION GRADING RUN - SWITCHED ON FROM THE MISSION PARAMETERS
*> FILE. THE TRAINEE'S RECORDED SESSION IS MARKED PASS BY PASS
*> AGAINST THE INSTRUCTOR'S ANSWER KEY: THE SCAN SECTOR AND THE
*> MANEUVER AGAINST THE KEY'S ACCEPTABLE CHOICES, THE WARNING
*> TARGET AGAINST THE SATELLITE THAT ACTUALLY CARRIED THE HIGHEST
*> RISK IN THAT PASS (FROM THE SESSION'S ACTIVITY LOG - WHEN THE
*> LOG ON HAND BELONGS TO ANOTHER SESSION, THE KEY'S OWN TARGETS
*> STAND IN). EACH DEVIATION COSTS ITS PENALTY WEIGHT; THE GRADE
*> IS THE SHARE OF THE MAXIMUM PENALTY THE TRAINEE AVOIDED.
01 WS-GRADE-FLAG PIC X VALUE "N".
   88 GRADE-RUN VALUE "Y".
01 WS-ANSKEY-STATUS PIC X(2).
01 WS-GRDRPT-STATUS PIC X(2).
01 WS-GRADE-WEIGHTS.
   05 WS-GRD-SCAN-PEN   PIC 9(2) VALUE 10.
   05 WS-GRD-TARGET-PEN PIC 9(2) VALUE 30.
   05 WS-GRD-MNV-PEN    PIC 9(2) VALUE 15.
01 WS-GRADE-KEY.
   05 WS-GK-COUNT PIC 9(2) VALUE 0.
   05 WS-GK OCCURS 99 TIMES.
      10 WS-GK-ALTS PIC 9.
      10 WS-GK-ALT OCCURS 4 TIMES.
         15 WS-GK-AZ       PIC 9.
         15 WS-GK-EL       PIC 9.
         15 WS-GK-RNG      PIC 9.
         15 WS-GK-TARGET   PIC 9.
         15 WS-GK-MANEUVER PIC 9.
01 WS-GRADE-SESSION.
   05 WS-GS-COUNT    PIC 9(3) VALUE 0.
   05 WS-GS-OPERATOR PIC X(8).
   05 WS-GS OCCURS 99 TIMES.
      10 WS-GS-AZ       PIC 9.
      10 WS-GS-EL       PIC 9.
      10 WS-GS-RNG      PIC 9.
      10 WS-GS-TARGET   PIC 9.
      10 WS-GS-MANEUVER PIC 9.
      10 WS-GS-HIGHEST  PIC X(16).
01 WS-GRADE-WORK.
   05 WS-GRD-PASS      PIC 9(3).
   05 WS-GRD-PASS-DISP PIC 9(2).
   05 WS-GRD-ALT       PIC 9.
   05 WS-GRD-LOG-FLAG  PIC X.
      88 GRADE-LOG-MATCHED VALUE "Y".
   05 WS-GRD-LOG-PASSES PIC 9(3).
   05 WS-GRD-OK-FLAG   PIC X.
      88 GRADE-CHOICE-OK VALUE "Y".
   05 WS-GRD-REFUSED   PIC X VALUE "N".
      88 GRADE-REFUSED VALUE "Y".
   05 WS-GRD-HIGH-IDX  PIC 9.
   05 WS-GRD-PASS-PEN  PIC 9(3).
   05 WS-GRD-TOTAL-PEN PIC 9(5).
   05 WS-GRD-MAX-PEN   PIC 9(5).
   05 WS-GRD-SCAN-DEV  PIC 9(2).
   05 WS-GRD-TGT-DEV   PIC 9(2).
   05 WS-GRD-MNV-DEV   PIC 9(2).
   05 WS-GRD-PCT       PIC 9(3).
   05 WS-GRD-LETTER    PIC X.
   05 WS-GRD-SCAN-NOTE PIC X(9).
   05 WS-GRD-TGT-NOTE  PIC X(9).
   05 WS-GRD-MNV-NOTE  PIC X(9).
   05 WS-GRD-EXPECT    PIC X(16).
   05 WS-GRD-LINE      PIC X(200).
   05 WS-GRD-HEAD      PIC X(200).
   05 WS-GRD-TAIL      PIC X(200).

*> SUBSCRIBER MANIFEST MAINTENANCE RUN - SWITCHED ON FROM THE
*> MISSION PARAMETERS FILE. THE MANIFEST AND THE SUBSCRIBER HISTORY
*> ARE LOADED WHOLE, EACH TRANSACTION IS EDITED AGAINST THEM AND
*> APPLIED IN FILE ORDER, AND BOTH ARE WRITTEN BACK. A TRANSACTION
*> DATED AFTER THE RUN DATE IS HELD BACK IN THE TRANSACTION FILE
*> FOR A LATER RUN; EVERYTHING ELSE IS CONSUMED.
01 WS-MAINT-FLAG PIC X VALUE "N".
   88 MANIFEST-RUN VALUE "Y".
01 WS-MTRANS-STATUS  PIC X(2).
01 WS-MAUDIT-STATUS  PIC X(2).
01 WS-SUBHIST-STATUS PIC X(2).
01 WS-MNT-TABLE.
   05 WS-MNT-COUNT PIC 9(2) VALUE 0.
   05 WS-MNT-ROW   PIC X(53) OCCURS 8 TIMES.
01 WS-MNT-HISTORY.
   05 WS-MH-COUNT  PIC 9(3) VALUE 0.
   05 WS-MH-ROW    PIC X(85) OCCURS 200 TIMES.
01 WS-MNT-HELD.
   05 WS-MT-HELD-COUNT PIC 9(3) VALUE 0.
   05 WS-MT-HELD-ROW   PIC X(79) OCCURS 100 TIMES.
01 WS-MNT-WORK.
   05 WS-MNT-RUN-DATE  PIC X(8).
   05 WS-MNT-READ      PIC 9(3) VALUE 0.
   05 WS-MNT-APPLIED   PIC 9(3) VALUE 0.
   05 WS-MNT-REJECTED  PIC 9(3) VALUE 0.
   05 WS-MNT-HELD-OUT  PIC 9(3) VALUE 0.
   05 WS-MNT-MATCH     PIC 9(2).
   05 WS-MNT-HMATCH    PIC 9(3).
   05 WS-MNT-IDX       PIC 9(3).
   05 WS-MNT-EOF       PIC X.
   05 WS-MNT-REFUSED   PIC X VALUE "N".
      88 MAINT-REFUSED VALUE "Y".
   05 WS-MNT-RESULT    PIC X(50).
   05 WS-MNT-BEFORE    PIC X(53).
   05 WS-MNT-AFTER     PIC X(53).
   05 WS-MNT-ROW-TAG   PIC X(7).
   05 WS-MNT-VEL-DISP  PIC 9(5).99.

*> OBJECT DOSSIER INQUIRY - SWITCHED ON FROM THE MISSION PARAMETERS
*> FILE. EACH OBJECT ID ASKED FOR GETS ITS MASTER CATALOG RECORD,
*> ITS THREAT-LEVEL TRANSITIONS, CDMS, THE WARNINGS IT DROVE WITH
*> THEIR ACK OUTCOMES, ITS PURGE HISTORY AND ITS LAST STATE VECTOR.
*> THE HISTORY IS READ FROM EVERY LOG GENERATION STILL ON HAND -
*> THE ARCHIVED ONES AND THE LIVE LOGS - THROUGH THE BILLING
*> TRACE'S WORK FILE, AND THE WARNINGS ARE TRACED TO THEIR DRIVING
*> OBJECT THE SAME WAY THE BILLING CROSS-CHECK TRACES THEM.
01 WS-DOSSIER-FLAG PIC X VALUE "N".
   88 INQUIRY-RUN VALUE "Y".
01 WS-DOSREQ-STATUS PIC X(2).
01 WS-DOSRPT-STATUS PIC X(2).
01 WS-DOSSIER-WORK.
   05 WS-DOS-ID         PIC X(8).
   05 WS-DOS-EOF        PIC X.
   05 WS-DOS-SV-EOF     PIC X.
   05 WS-DOS-ASKED      PIC 9(3) VALUE 0.
   05 WS-DOS-PASS-X     PIC X(2).
   05 WS-DOS-PASS       REDEFINES WS-DOS-PASS-X PIC 9(2).
   05 WS-DOS-TRANSITIONS PIC 9(3).
   05 WS-DOS-CDMS       PIC 9(3).
   05 WS-DOS-WARNINGS   PIC 9(3).
   05 WS-DOS-PURGES     PIC 9(3).
   05 WS-DOS-SV-FOUND   PIC X.
   05 WS-DOS-EL-DISP    PIC -(3)9.
   05 WS-DOS-VEL-DISP   PIC 9(5).99.
   05 WS-DOS-RISK-DISP  PIC 9.9999.
01 WS-DOS-LINE-VIEWS.
   05 WS-DOS-LINE       PIC X(200).
   05 WS-DOS-ESC-PARSE REDEFINES WS-DOS-LINE.
      10 FILLER         PIC X(7).
      10 WS-DSE-OBJ-TAG PIC X(5).
      10 WS-DSE-OBJ     PIC X(8).
      10 WS-DSE-REST    PIC X(108).
      10 FILLER         PIC X(72).
   05 WS-DOS-PURGE-PARSE REDEFINES WS-DOS-LINE.
      10 FILLER         PIC X(7).
      10 WS-DSP-TAG     PIC X(13).
      10 WS-DSP-OBJ     PIC X(8).
      10 WS-DSP-REST    PIC X(100).
      10 FILLER         PIC X(72).
   05 WS-DOS-CDM-PARSE REDEFINES WS-DOS-LINE.
      10 WS-DSC-PASS    PIC X(2).
      10 WS-DSC-OBJ     PIC X(8).
      10 WS-DSC-AZ      PIC 9(3).
      10 WS-DSC-EL      PIC S9(3) SIGN LEADING SEPARATE.
      10 WS-DSC-RANGE   PIC 9(4).
      10 WS-DSC-VELOCITY PIC 9(5)V99.
      10 WS-DSC-SIZE    PIC X(8).
      10 WS-DSC-SATELLITE PIC X(16).
      10 WS-DSC-RISK    PIC 9V9(4).
      10 FILLER         PIC X(143).

*> NIGHTLY RUN-CONTROL STREAM. WHEN OPERATIONS SUPPLIES A RUN-
*> CONTROL FILE THE STEPS ON IT RUN IN ORDER IN PLACE OF THE RUN
*> SWITCHES IN THE MISSION PARAMETERS. EVERY STEP ENDS WITH A
*> COMPLETION CODE ON THE RUN-CONTROL LOG:
*>   0000 - COMPLETE
*>   0004 - COMPLETE, BUT THE STEP RAISED EDIT REJECTS AFTER ITS
*>          WORK WAS COMMITTED (A MISSION ALREADY FLOWN, A BILLING
*>          PERIOD ALREADY CLOSED) - THE STREAM STOPS FOR REVIEW AND
*>          THE NEXT START RESUMES AFTER IT
*>   0008 - EDIT REJECTS - THE STREAM STOPS AND THE NEXT START
*>          RETRIES THE STEP
*>   0012 - RECONCILIATION BREAKS - AS 0008
01 WS-RUNCTL-STATUS PIC X(2).
01 WS-RCLOG-STATUS  PIC X(2).
01 WS-RCRST-STATUS  PIC X(2).
01 WS-RUN-CONTROL-FLAG PIC X VALUE "N".
   88 RUN-CONTROL-ON VALUE "Y".
01 WS-RUN-CONTROL.
   05 WS-JC-COUNT PIC 9(2) VALUE 0.
   05 WS-JC-STEP  PIC X(10) OCCURS 20 TIMES.
01 WS-RUN-CONTROL-WORK.
   05 WS-JC-IDX        PIC 9(2).
   05 WS-JC-IDX2       PIC 9(2).
   05 WS-JC-FIRST      PIC 9(2) VALUE 1.
   05 WS-JC-NEXT       PIC 9(2).
   05 WS-JC-EOF        PIC X.
   05 WS-JC-NAME       PIC X(10).
   05 WS-JC-CODE       PIC 9(4).
   05 WS-JC-RESULT     PIC X(60).
   05 WS-JC-EDIT-BASE  PIC 9(3).
   05 WS-JC-STOP-FLAG  PIC X VALUE "N".
      88 JC-STREAM-STOPPED VALUE "Y".
   05 WS-JC-PREFLIGHT-FLAG PIC X VALUE "N".
      88 JC-PREFLIGHT-PASSED VALUE "Y".
   05 WS-JC-FLOWN-FLAG PIC X VALUE "N".
      88 JC-MISSION-FLOWN VALUE "Y".

*> AGENCY RESPONSE FILE STATUS - THE TWO-WAY LINK IS ACTIVE WHEN
*> THE GROUND SEGMENT SUPPLIES A RESPONSE FILE AT STARTUP
01 WS-RESPONSE-STATUS PIC X(2).
0000-MAIN-CONTROL.
    OPEN OUTPUT EDIT-REPORT-FILE

    PERFORM 0800-LOAD-RUN-CONTROL
    IF RUN-CONTROL-ON
        PERFORM 0810-RUN-CONTROL-STREAM
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF

    PERFORM 0700-CHECK-RECON-RUN
    IF TELEM-RECON-RUN
        PERFORM 8000-RECONCILE-TELEMETRY
        STOP RUN
    END-IF

    IF STATS-RUN
        PERFORM 8100-STATION-STATISTICS
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF

    IF GRADE-RUN
        PERFORM 8200-GRADE-SESSION
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF

    IF MANIFEST-RUN
        PERFORM 8300-MAINTAIN-MANIFEST
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF

    IF INQUIRY-RUN
        PERFORM 8400-OBJECT-DOSSIER
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF

    PERFORM 0400-FLY-MISSIONS

    PERFORM 0450-CLOSE-EDIT-REPORT
    STOP RUN
    .

*> FLY THE CAMPAIGN SCHEDULE IF OPERATIONS SUPPLIED ONE, OTHERWISE
*> THE SINGLE MISSION
0400-FLY-MISSIONS.
    PERFORM 0500-LOAD-CAMPAIGN-SCHEDULE

    IF CAMPAIGN-MODE-ON
        *> A RE-ENTRY ENDS THE SERIES - THERE IS NO BIRD LEFT TO
        *> FLY THE REMAINING LEGS
        PERFORM 0600-RUN-CAMPAIGN-MISSION
           VARYING WS-CMP-IDX FROM WS-CMP-FIRST-LEG BY 1
           UNTIL WS-CMP-IDX > WS-CMP-COUNT
              OR CUBESAT-REENTERED
        PERFORM 9300-WRITE-CAMPAIGN-SUMMARY
        *> SERIES COMPLETE - CLEAR THE CAMPAIGN CHECKPOINT SO IT
        *> IS NOT OFFERED AS A RESUME POINT FOR THE NEXT COHORT
           UNTIL GAME-ENDED
        PERFORM 9000-GAME-OVER
    END-IF
    .

*> SUMMARY TRAILER FOR THE PREFLIGHT EDIT REPORT, THEN CLOSE IT
    CLOSE EDIT-REPORT-FILE
    .

*> PEEK AT THE MISSION PARAMETERS FOR THE RECONCILIATION,
*> STATISTICS, GRADING AND MANIFEST MAINTENANCE SWITCHES BEFORE ANY
*> MISSION MACHINERY SPINS UP - EACH RUN WORKS ON EXISTING FILES AND
*> FLIES NOTHING. THE FULL PARAMETER EDIT STILL HAPPENS IN 1200 ON
*> NORMAL RUNS.
0700-CHECK-RECON-RUN.
    OPEN INPUT MISSION-PARAMS-FILE
    IF WS-PARAMS-STATUS = "00"
                IF PM-TELEM-RECON = "Y"
                    SET TELEM-RECON-RUN TO TRUE
                END-IF
                IF PM-STATS-RUN = "Y"
                    SET STATS-RUN TO TRUE
                END-IF
                IF PM-GRADE-RUN = "Y"
                    SET GRADE-RUN TO TRUE
                END-IF
                IF PM-MANIFEST-RUN = "Y"
                    SET MANIFEST-RUN TO TRUE
                END-IF
                IF PM-INQUIRY-RUN = "Y"
                    SET INQUIRY-RUN TO TRUE
                END-IF
        END-READ
        CLOSE MISSION-PARAMS-FILE
    END-IF
    .

*> LOAD AND EDIT THE RUN-CONTROL FILE. ANY STEPS ON FILE PUT THE
*> RUN UNDER STREAM CONTROL. A STEP NAME THE STREAM DOES NOT KNOW,
*> OR ONE LISTED TWICE, IS REJECTED AND THE WHOLE STREAM REFUSED -
*> EACH STEP RUNS ONCE A NIGHT, AND SEVERAL MISSIONS ARE FLOWN AS
*> A CAMPAIGN SCHEDULE UNDER ONE MISSION STEP. A STREAM STOPPED ON
*> AN EARLIER START PICKS UP AT ITS RESTART POINT.
0800-LOAD-RUN-CONTROL.
    MOVE 0 TO WS-JC-COUNT
    MOVE 1 TO WS-JC-FIRST
    OPEN INPUT RUN-CONTROL-FILE
    IF WS-RUNCTL-STATUS = "00"
        MOVE "run-control.dat" TO WS-EDIT-FILE-ID
        MOVE 0 TO WS-EDIT-ROWNUM
        MOVE "N" TO WS-JC-EOF
        PERFORM UNTIL WS-JC-EOF = "Y"
            READ RUN-CONTROL-FILE
                AT END
                    MOVE "Y" TO WS-JC-EOF
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    IF JC-STEP NOT = SPACES
                        SET RUN-CONTROL-ON TO TRUE
                        PERFORM 0805-EDIT-RUN-STEP
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
    END-IF

    IF RUN-CONTROL-ON
        OPEN INPUT RUN-RESTART-FILE
        IF WS-RCRST-STATUS = "00"
            READ RUN-RESTART-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF JR-NEXT-STEP NUMERIC AND JR-NEXT-STEP > 0
                        IF JR-NEXT-STEP <= WS-JC-COUNT
                           AND JR-STEP-NAME = WS-JC-STEP(JR-NEXT-STEP)
                            MOVE JR-NEXT-STEP TO WS-JC-FIRST
                        ELSE
                            MOVE "run-control-restart.dat"
                               TO WS-EDIT-FILE-ID
                            MOVE 1 TO WS-EDIT-ROWNUM
                            MOVE "RESTART-STEP" TO WS-EDIT-FIELD
                            MOVE "NO LONGER MATCHES run-control.dat"
                               TO WS-EDIT-REASON
                            PERFORM 1720-WRITE-EDIT-REJECT
                        END-IF
                    END-IF
            END-READ
            CLOSE RUN-RESTART-FILE
        END-IF
    END-IF
    .

0805-EDIT-RUN-STEP.
    MOVE FUNCTION UPPER-CASE(JC-STEP) TO WS-JC-NAME
    MOVE "STEP" TO WS-EDIT-FIELD
    EVALUATE WS-JC-NAME
        WHEN "MISSION"
        WHEN "RECON"
        WHEN "BILLING"
        WHEN "STATS"
        WHEN "GRADE"
        WHEN "MANIFEST"
        WHEN "INQUIRY"
            MOVE 0 TO WS-JC-IDX2
            PERFORM VARYING WS-JC-IDX FROM 1 BY 1
               UNTIL WS-JC-IDX > WS-JC-COUNT
                IF WS-JC-STEP(WS-JC-IDX) = WS-JC-NAME
                    MOVE WS-JC-IDX TO WS-JC-IDX2
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-JC-IDX2 > 0
                    MOVE "LISTED TWICE - STREAM REFUSED"
                       TO WS-EDIT-REASON
                    PERFORM 1720-WRITE-EDIT-REJECT
                WHEN WS-JC-COUNT >= 20
                    MOVE "MORE THAN 20 STEPS - STREAM REFUSED"
                       TO WS-EDIT-REASON
                    PERFORM 1720-WRITE-EDIT-REJECT
                WHEN OTHER
                    ADD 1 TO WS-JC-COUNT
                    MOVE WS-JC-NAME TO WS-JC-STEP(WS-JC-COUNT)
            END-EVALUATE
        WHEN OTHER
            MOVE "UNKNOWN STEP - STREAM REFUSED" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
    END-EVALUATE
    .

*> RUN THE NIGHT'S STEPS IN ORDER UNTIL ONE FAILS. STEPS BEFORE THE
*> RESTART POINT FINISHED ON AN EARLIER START AND ARE PASSED OVER.
*> A STREAM THAT RUNS TO THE END CLEARS ITS RESTART POINT, SO THE
*> NEXT NIGHT STARTS AGAIN AT STEP 1.
0810-RUN-CONTROL-STREAM.
    OPEN EXTEND RUN-CONTROL-LOG-FILE
    IF WS-RCLOG-STATUS = "05" OR WS-RCLOG-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL-LOG-FILE
    END-IF

    DISPLAY SPACES
    DISPLAY "  NIGHTLY RUN-CONTROL STREAM"
    MOVE SPACES TO JL-LINE
    STRING "RUN-CONTROL START " FUNCTION CURRENT-DATE(1:8)
       " " FUNCTION CURRENT-DATE(9:6)
       " STEPS=" WS-JC-COUNT
       " FIRST STEP=" WS-JC-FIRST
       DELIMITED BY SIZE INTO JL-LINE
    WRITE JL-LINE

    IF WS-EDIT-ERRORS > 0
        MOVE SPACES TO JL-LINE
        STRING "STREAM REFUSED - RUN-CONTROL FILE OR RESTART POINT"
           " REJECTED, SEE preflight-edit.log - NOTHING RUN"
           DELIMITED BY SIZE INTO JL-LINE
        WRITE JL-LINE
        DISPLAY "  ** STREAM REFUSED - SEE preflight-edit.log **"
    ELSE
        IF WS-JC-FIRST > 1
            DISPLAY "  Resuming at step " WS-JC-FIRST ": "
               WS-JC-STEP(WS-JC-FIRST)
        END-IF
        PERFORM 0820-RUN-STEP
           VARYING WS-JC-IDX FROM 1 BY 1
           UNTIL WS-JC-IDX > WS-JC-COUNT
              OR JC-STREAM-STOPPED
        IF NOT JC-STREAM-STOPPED
            OPEN OUTPUT RUN-RESTART-FILE
            CLOSE RUN-RESTART-FILE
            MOVE SPACES TO JL-LINE
            STRING "STREAM COMPLETE - " WS-JC-COUNT " STEPS "
               FUNCTION CURRENT-DATE(1:8)
               " " FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO JL-LINE
            WRITE JL-LINE
            DISPLAY SPACES
            DISPLAY "  Run-control stream complete."
        END-IF
    END-IF

    CLOSE RUN-CONTROL-LOG-FILE
    DISPLAY "  Completion codes written to run-control.log"
    .

*> ONE JOB STEP. THE EDIT REJECT COUNT BEFORE THE STEP IS THE BASE
*> ITS COMPLETION CODE IS JUDGED AGAINST.
0820-RUN-STEP.
    MOVE WS-JC-STEP(WS-JC-IDX) TO WS-JC-NAME
    IF WS-JC-IDX < WS-JC-FIRST
        MOVE SPACES TO JL-LINE
        STRING "STEP " WS-JC-IDX " " WS-JC-NAME
           " SKIPPED - COMPLETED ON AN EARLIER START"
           DELIMITED BY SIZE INTO JL-LINE
        WRITE JL-LINE
    ELSE
        MOVE SPACES TO JL-LINE
        STRING "STEP " WS-JC-IDX " " WS-JC-NAME
           " STARTED " FUNCTION CURRENT-DATE(9:6)
           DELIMITED BY SIZE INTO JL-LINE
        WRITE JL-LINE
        DISPLAY SPACES
        DISPLAY "  RUN-CONTROL STEP " WS-JC-IDX ": " WS-JC-NAME

        MOVE WS-EDIT-ERRORS TO WS-JC-EDIT-BASE
        MOVE 0 TO WS-JC-CODE
        MOVE "COMPLETE" TO WS-JC-RESULT
        EVALUATE WS-JC-NAME
            WHEN "MISSION"
                PERFORM 0400-FLY-MISSIONS
                SET JC-MISSION-FLOWN TO TRUE
                IF WS-EDIT-ERRORS > WS-JC-EDIT-BASE
                    MOVE 4 TO WS-JC-CODE
                    MOVE "FLOWN - EDIT REJECTS RAISED IN FLIGHT, REVIEW"
                       TO WS-JC-RESULT
                END-IF
            WHEN "RECON"
                PERFORM 8000-RECONCILE-TELEMETRY
                IF WS-RCN-BREAKS > 0 OR WS-RCN-TIE-FAILS > 0
                    MOVE 12 TO WS-JC-CODE
                    MOVE SPACES TO WS-JC-RESULT
                    STRING "RECONCILIATION BREAKS=" WS-RCN-BREAKS
                       " TIE FAILURES=" WS-RCN-TIE-FAILS
                       DELIMITED BY SIZE INTO WS-JC-RESULT
                END-IF
            WHEN "BILLING"
                PERFORM 0830-CLOSE-BILLING-PERIOD
            WHEN "STATS"
                PERFORM 8100-STATION-STATISTICS
            WHEN "GRADE"
                PERFORM 8200-GRADE-SESSION
            WHEN "MANIFEST"
                PERFORM 8300-MAINTAIN-MANIFEST
            WHEN "INQUIRY"
                PERFORM 8400-OBJECT-DOSSIER
        END-EVALUATE

        IF WS-JC-CODE = 0 AND WS-EDIT-ERRORS > WS-JC-EDIT-BASE
            MOVE 8 TO WS-JC-CODE
            MOVE SPACES TO WS-JC-RESULT
            COMPUTE WS-JC-EDIT-BASE = WS-EDIT-ERRORS - WS-JC-EDIT-BASE
            STRING "EDIT REJECTS=" WS-JC-EDIT-BASE
               " - SEE preflight-edit.log"
               DELIMITED BY SIZE INTO WS-JC-RESULT
        END-IF
        PERFORM 0850-END-RUN-STEP
    END-IF
    .

*> THE BILLING STEP. RIGHT AFTER THE MISSION STEP THE CLOSE SEES
*> EXACTLY WHAT A CLOSING MISSION WOULD; ON A LATER START THE
*> SEQUENCE AND RATES COME FROM FILE AND THE END-OF-MISSION STATE
*> VECTORS STAND IN FOR THE MISSION'S EPHEMERIS IN THE FALSE-
*> CONTACT TEST. ONCE THE PERIOD IS CLOSED IT STAYS CLOSED, SO
*> ADJUSTMENT REJECTS ONLY HOLD THE STREAM FOR REVIEW.
0830-CLOSE-BILLING-PERIOD.
    IF NOT JC-MISSION-FLOWN
        PERFORM 1715-LOAD-MISSION-SEQUENCE
        PERFORM 1250-LOAD-BILLING-RATES
        PERFORM 0835-LOAD-STATE-VECTORS
    END-IF
    PERFORM 9450-CUT-INVOICES
    IF WS-EDIT-ERRORS > WS-JC-EDIT-BASE
        MOVE 4 TO WS-JC-CODE
        MOVE "PERIOD CLOSED - ADJUSTMENT REJECTS, REVIEW"
           TO WS-JC-RESULT
    END-IF
    .

*> THE LAST MISSION'S PROPAGATED SKY, BACK INTO THE EPHEMERIS TABLE
0835-LOAD-STATE-VECTORS.
    MOVE 0 TO WS-EPH-COUNT
    OPEN INPUT STATE-VECTOR-FILE
    IF WS-STVEC-STATUS = "00"
        MOVE "N" TO WS-JC-EOF
        PERFORM UNTIL WS-JC-EOF = "Y"
            READ STATE-VECTOR-FILE
                AT END
                    MOVE "Y" TO WS-JC-EOF
                NOT AT END
                    IF WS-EPH-COUNT < 300
                        ADD 1 TO WS-EPH-COUNT
                        MOVE SV-ID TO WS-EPH-ID(WS-EPH-COUNT)
                        MOVE SV-AZ TO WS-EPH-AZ(WS-EPH-COUNT)
                        MOVE SV-EL TO WS-EPH-EL(WS-EPH-COUNT)
                        MOVE SV-RANGE TO WS-EPH-RANGE(WS-EPH-COUNT)
                        MOVE SV-VELOCITY
                           TO WS-EPH-VELOCITY(WS-EPH-COUNT)
                        MOVE SV-SIZE TO WS-EPH-SIZE(WS-EPH-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATE-VECTOR-FILE
    END-IF
    .

*> LOG THE STEP'S COMPLETION CODE AND MOVE THE RESTART POINT. A
*> COMPLETE STEP MOVES IT PAST THE STEP; A FAILED ONE LEAVES IT ON
*> THE STEP. ANY NON-ZERO CODE STOPS THE STREAM.
0850-END-RUN-STEP.
    MOVE SPACES TO JL-LINE
    STRING "STEP " WS-JC-IDX " " WS-JC-NAME
       " ENDED " FUNCTION CURRENT-DATE(9:6)
       " CODE=" WS-JC-CODE
       " " WS-JC-RESULT
       DELIMITED BY SIZE INTO JL-LINE
    WRITE JL-LINE
    DISPLAY "  Step " WS-JC-IDX " " WS-JC-NAME
       " ended, code " WS-JC-CODE

    IF WS-JC-CODE > 4
        MOVE WS-JC-IDX TO WS-JC-NEXT
    ELSE
        COMPUTE WS-JC-NEXT = WS-JC-IDX + 1
    END-IF

    OPEN OUTPUT RUN-RESTART-FILE
    IF WS-JC-NEXT <= WS-JC-COUNT
        MOVE WS-JC-NEXT TO JR-NEXT-STEP
        MOVE WS-JC-STEP(WS-JC-NEXT) TO JR-STEP-NAME
        MOVE FUNCTION CURRENT-DATE(1:8) TO JR-STOP-DATE
        WRITE JR-RECORD
    END-IF
    CLOSE RUN-RESTART-FILE

    IF WS-JC-CODE > 0
        SET JC-STREAM-STOPPED TO TRUE
        MOVE SPACES TO JL-LINE
        IF WS-JC-NEXT <= WS-JC-COUNT
            STRING "STREAM STOPPED AT STEP " WS-JC-IDX
               " - NEXT START RESUMES AT STEP " WS-JC-NEXT
               " " WS-JC-STEP(WS-JC-NEXT)
               DELIMITED BY SIZE INTO JL-LINE
        ELSE
            STRING "STREAM STOPPED AT STEP " WS-JC-IDX
               " - NO STEPS LEFT TO RUN"
               DELIMITED BY SIZE INTO JL-LINE
        END-IF
        WRITE JL-LINE
        DISPLAY "  ** RUN-CONTROL STREAM STOPPED - SEE run-control.log **"
    END-IF
    .

*> A MISSION STEP REFUSED BEFORE FLIGHT ENDS THE RUN WHERE IT
*> STANDS - LOG ITS CODE AND RESTART POINT ON THE WAY OUT
0870-ABORT-RUN-STEP.
    MOVE 8 TO WS-JC-CODE
    MOVE "MISSION REFUSED AT PREFLIGHT - SEE preflight-edit.log"
       TO WS-JC-RESULT
    PERFORM 0850-END-RUN-STEP
    CLOSE RUN-CONTROL-LOG-FILE
    .

*> IF OPERATIONS SUPPLIED A CAMPAIGN SCHEDULE, RUN THE WHOLE
*> SERIES BACK-TO-BACK - ONE SCHEDULE ROW PER MISSION, UP TO THE
*> 10-MISSION CAP. NO FILE (OR AN EMPTY ONE) MEANS THE USUAL
                IF CAMPAIGN-RESUME
                    MOVE CP-CMP-IDX TO WS-CMP-FIRST-LEG
                    MOVE CP-LEG-START-FUEL TO WS-CUBE-FUEL
                    IF CP-LEG-START-ALT NUMERIC
                        MOVE CP-LEG-START-ALT TO WS-CUBE-ALT
                    END-IF
                    IF CP-LEG-START-PROP(1) NUMERIC
                        PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 8
                            MOVE CP-LEG-START-PROP(WS-IDX)
                               TO WS-LEG-START-PROP(WS-IDX)
                        END-PERFORM
                        SET PROP-CARRIED TO TRUE
                    END-IF
                    MOVE CP-DEC-CONSUMED   TO WS-DEC-CONSUMED
                    MOVE CP-RSP-CONSUMED   TO WS-RSP-CONSUMED
                    MOVE CP-WARN-SEQ       TO WS-WARN-SEQ
    .

*> RUN ONE MISSION OF THE CAMPAIGN. SENTINEL-1'S REMAINING FUEL
*> AND ITS ALTITUDE RIDE THROUGH THE RESET - A COHORT THAT BURNS
*> THE TANK EARLY IN THE WEEK FLIES THE LATER MISSIONS ON WHAT IS
*> LEFT, AND A STORMY WEEK LEAVES THE BIRD LOWER FOR EVERY LEG.
*> THE SUBSCRIBERS' PROPELLANT RIDES THROUGH THE SAME WAY.
0600-RUN-CAMPAIGN-MISSION.
    MOVE WS-CUBE-FUEL TO WS-LEG-START-FUEL
    MOVE WS-CUBE-ALT  TO WS-LEG-START-ALT

    IF WS-CMP-IDX > 1
        PERFORM 1050-RESET-MISSION-STATE
    MOVE WS-SCORE         TO WS-CMP-SCORE(WS-CMP-IDX)
    MOVE WS-COLLISIONS    TO WS-CMP-COLLISIONS(WS-CMP-IDX)
    MOVE WS-WARNINGS-SENT TO WS-CMP-WARNINGS(WS-CMP-IDX)
    IF CUBESAT-REENTERED
        MOVE WS-CMP-IDX TO WS-CMP-REENTRY-LEG
    END-IF

    *> BANK THIS LEG'S RESULT ON DISK BEFORE THE NEXT LEG STARTS -
    *> A CRASH BETWEEN LEGS RESUMES AT THE NEXT ONE, RESULTS INTACT
    IF WS-CMP-IDX < WS-CMP-COUNT AND NOT CUBESAT-REENTERED
        COMPUTE WS-CKP-RESUME-LEG = WS-CMP-IDX + 1
        MOVE WS-CUBE-FUEL TO WS-LEG-START-FUEL
        MOVE WS-CUBE-ALT  TO WS-LEG-START-ALT
        PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > 8
            MOVE WS-SAT-PROPELLANT(WS-IDX)
               TO WS-LEG-START-PROP(WS-IDX)
        END-PERFORM
        PERFORM 3765-SAVE-CAMPAIGN-CHECKPOINT
    END-IF
    .

*> FRESH MISSION STATE FOR THE NEXT CAMPAIGN LEG. EVERYTHING
*> RESETS EXCEPT THE FUEL TANK AND THE ALTITUDE, WHICH CARRY
*> FORWARD AS THE ACCUMULATED WEAR ON SENTINEL-1, AND THE
*> SUBSCRIBERS' PROPELLANT, WHICH 1000 PUTS BACK FROM THE LEG-START
*> TABLE ONCE THE MANIFEST IS RELOADED.
1050-RESET-MISSION-STATE.
    MOVE 0 TO WS-CURRENT-TURN
    MOVE 0 TO WS-SCORE
    MOVE 0 TO WS-CAT-COUNT
    MOVE 0 TO WS-CAT-FULL-FLAG
    MOVE 0 TO WS-DEBRIS-COUNT
    MOVE 0 TO WS-PEND-COUNT
    .

*> UTILITY: CLEAR THE TERMINAL SCREEN
    MOVE ZEROS TO WS-COVERAGE-MAP
    MOVE SPACES TO WS-EPH-WINDOW-FLAGS
    MOVE 0 TO WS-FLS-SEQ
    MOVE 0 TO WS-BRK-COUNT
    MOVE 0 TO WS-BRK-EVENTS
    MOVE 0 TO WS-BRK-DROPPED

    *> NO WARNING IDS ISSUED YET THIS MISSION - THE RANGE FIELDS
    *> FEED THE BILLING LEDGER AND MUST START CLEAN EVERY MISSION
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
        MOVE SPACES TO WS-SAT-FIRST-WID(WS-IDX)
        MOVE SPACES TO WS-SAT-LAST-WID(WS-IDX)
        MOVE 0 TO WS-SAT-UNWARNED(WS-IDX)
        MOVE 0 TO WS-SAT-UNWARNED-PASS(WS-IDX)
        MOVE SPACES TO WS-SAT-UNWARNED-WHY(WS-IDX)
        MOVE WS-MNV-STD-LOAD TO WS-SAT-PROPELLANT(WS-IDX)
        MOVE 0 TO WS-SAT-AUTO-DECLINES(WS-IDX)
    END-PERFORM

    *> SATELLITE 1 - WEATHER SAT (NOAA)

    PERFORM 1100-LOAD-SUBSCRIBER-MANIFEST

    *> A CAMPAIGN LEG FLIES ON THE PROPELLANT THE EARLIER LEGS LEFT;
    *> THE FIRST LEG RECORDS WHAT IT STARTS WITH
    IF CAMPAIGN-MODE-ON
        PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > 8
            IF PROP-CARRIED
                MOVE WS-LEG-START-PROP(WS-IDX)
                   TO WS-SAT-PROPELLANT(WS-IDX)
            ELSE
                MOVE WS-SAT-PROPELLANT(WS-IDX)
                   TO WS-LEG-START-PROP(WS-IDX)
            END-IF
        END-PERFORM
        SET PROP-CARRIED TO TRUE
    END-IF

    PERFORM 1200-LOAD-MISSION-PARAMS

    PERFORM 1150-LOAD-SUBSCRIBER-CONTRACTS

    PERFORM 1170-LOAD-SPACE-WEATHER

    PERFORM 1250-LOAD-BILLING-RATES

    PERFORM 1500-LOAD-DEBRIS-EPHEMERIS

    PERFORM 1350-CHECK-AGENCY-RESPONSES

    *> UNDER THE RUN-CONTROL STREAM A MISSION WHOSE INPUT FILES DREW
    *> PREFLIGHT REJECTS IS NOT FLOWN - THE STREAM STOPS HERE, BEFORE
    *> ANY LOG IS CUT, AND THE NEXT START RETRIES THE STEP. LATER
    *> CAMPAIGN LEGS ARE ALREADY PAST THIS POINT.
    IF RUN-CONTROL-ON AND NOT JC-PREFLIGHT-PASSED
        IF WS-EDIT-ERRORS > WS-JC-EDIT-BASE
            DISPLAY SPACES
            DISPLAY "  ** MISSION REFUSED - SEE preflight-edit.log **"
            IF BATCH-MODE-ON
                CLOSE DECISION-FILE
            END-IF
            IF RESPONSE-FILE-ON
                CLOSE AGENCY-RESPONSE-FILE
            END-IF
            PERFORM 0870-ABORT-RUN-STEP
            PERFORM 0450-CLOSE-EDIT-REPORT
            STOP RUN
        END-IF
        SET JC-PREFLIGHT-PASSED TO TRUE
    END-IF

    PERFORM 1400-CHECK-RESUME

    IF RESUME-MISSION
        OPEN EXTEND TELEMETRY-FILE
        OPEN EXTEND WARNING-MESSAGE-FILE
        OPEN EXTEND ESCALATION-ALERT-FILE
        OPEN EXTEND FORECAST-REPORT-FILE
        *> NO ROLLOVER ON THIS PATH - PICK UP THE SEQUENCE THE
        *> CURRENT GENERATION ALREADY CARRIES SO THE LEADERBOARD
        *> LINE STILL MATCHES ITS ARCHIVE
        OPEN OUTPUT TELEMETRY-FILE
        OPEN OUTPUT WARNING-MESSAGE-FILE
        OPEN OUTPUT ESCALATION-ALERT-FILE
        OPEN OUTPUT FORECAST-REPORT-FILE
    END-IF

    *> THE MANEUVER HISTORY IS A STANDING FILE - NEVER ROLLED OVER,
    *> ALWAYS APPENDED, CREATED ON FIRST USE
    OPEN EXTEND MANEUVER-HISTORY-FILE
    IF WS-MANHIST-STATUS = "05" OR WS-MANHIST-STATUS = "35"
        OPEN OUTPUT MANEUVER-HISTORY-FILE
    END-IF

    *> THE SESSION RECORDER ONLY RUNS ON INTERACTIVE MISSIONS -
    IF WS-MANIFEST-STATUS = "00"
        MOVE 0 TO WS-MANIFEST-ROWS
        MOVE 0 TO WS-EDIT-ROWNUM
        MOVE "subscriber-manifest.dat" TO WS-EDIT-FILE-ID
        MOVE 1 TO WS-IDX
        PERFORM UNTIL WS-IDX > 8
            READ SUBSCRIBER-MANIFEST-FILE
                        MOVE 0                  TO WS-SAT-RECOMMENDS(WS-IDX)
                        MOVE 0                  TO WS-SAT-MANEUVERS(WS-IDX)
                        MOVE 0                  TO WS-SAT-COLLISIONS(WS-IDX)
                        IF MF-SAT-PROPELLANT = SPACES
                            MOVE WS-MNV-STD-LOAD TO WS-SAT-PROPELLANT(WS-IDX)
                        ELSE
                            MOVE MF-SAT-PROPELLANT TO WS-SAT-PROPELLANT(WS-IDX)
                        END-IF
                        MOVE 0                  TO WS-SAT-AUTO-DECLINES(WS-IDX)
                        ADD 1 TO WS-MANIFEST-ROWS
                        ADD 1 TO WS-IDX
                    END-IF
*> EDIT ONE MANIFEST ROW AGAINST THE LEGAL RANGES BEFORE IT IS
*> ALLOWED NEAR THE SATELLITE TABLE. EVERY BAD FIELD IS REPORTED;
*> A ROW WITH ANY BAD FIELD IS REJECTED WHOLE (THE GOOD ROWS
*> AROUND IT STILL LOAD). THE CALLER NAMES THE FILE THE ROW CAME
*> FROM IN WS-EDIT-FILE-ID.
1110-VALIDATE-MANIFEST-ROW.
    MOVE "Y" TO WS-ROW-VALID-FLAG

    IF MF-SAT-NAME = SPACES
        MOVE "SAT-NAME" TO WS-EDIT-FIELD
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF MF-SAT-PROPELLANT NOT = SPACES
       AND MF-SAT-PROPELLANT NOT NUMERIC
        MOVE "PROPELLANT" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    .

*> LOAD THE SUBSCRIBER SERVICE CONTRACTS - ONE ROW PER AGENCY, READ
*> TO EOF, UP TO 12 AGENCIES. A ROW WITH A BAD FIELD IS REJECTED
*> WHOLE TO THE EDIT REPORT; A SECOND ROW FOR THE SAME AGENCY
*> REPLACES THE FIRST, SO A CONTRACT AMENDMENT CAN BE APPENDED. A
*> MISSING FILE LEAVES EVERY AGENCY ON OPERATOR DISCRETION ONLY.
1150-LOAD-SUBSCRIBER-CONTRACTS.
    MOVE 0 TO WS-CTR-COUNT
    OPEN INPUT SUBSCRIBER-CONTRACT-FILE
    IF WS-CONTRACT-STATUS = "00"
        MOVE 0 TO WS-EDIT-ROWNUM
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y"
            READ SUBSCRIBER-CONTRACT-FILE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    PERFORM 1155-VALIDATE-CONTRACT-ROW
                    IF ROW-IS-VALID
                        MOVE 0 TO WS-CTR-MATCH
                        PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                           UNTIL WS-CTR-IDX > WS-CTR-COUNT
                            IF WS-CTR-AGENCY(WS-CTR-IDX) = SC-AGENCY
                                MOVE WS-CTR-IDX TO WS-CTR-MATCH
                            END-IF
                        END-PERFORM
                        IF WS-CTR-MATCH = 0 AND WS-CTR-COUNT < 12
                            ADD 1 TO WS-CTR-COUNT
                            MOVE WS-CTR-COUNT TO WS-CTR-MATCH
                        END-IF
                        IF WS-CTR-MATCH > 0
                            MOVE SC-AGENCY
                              TO WS-CTR-AGENCY(WS-CTR-MATCH)
                            MOVE SC-TIER
                              TO WS-CTR-TIER(WS-CTR-MATCH)
                            MOVE SC-THRESHOLD
                              TO WS-CTR-THRESHOLD(WS-CTR-MATCH)
                            MOVE SC-MAX-WARNINGS
                              TO WS-CTR-MAX-WARN(WS-CTR-MATCH)
                            MOVE SC-STD-MANEUVER
                              TO WS-CTR-STD-MAN(WS-CTR-MATCH)
                        ELSE
                            MOVE "AGENCY" TO WS-EDIT-FIELD
                            MOVE "CONTRACT TABLE FULL (12 AGENCIES)"
                              TO WS-EDIT-REASON
                            PERFORM 1720-WRITE-EDIT-REJECT
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-CONTRACT-FILE
    END-IF
    .

*> EDIT ONE CONTRACT ROW. THE THRESHOLD MUST BE A REAL PROBABILITY
*> ABOVE ZERO (A ZERO THRESHOLD WOULD DEMAND A WARNING EVERY PASS),
*> AND THE STANDING MANEUVER MUST BE ONE OF THE FOUR ON THE MENU.
*> A BLANK STANDING MANEUVER DEFAULTS TO RAISE ORBIT.
1155-VALIDATE-CONTRACT-ROW.
    MOVE "Y" TO WS-ROW-VALID-FLAG
    MOVE "subscriber-contracts.dat" TO WS-EDIT-FILE-ID

    IF SC-AGENCY = SPACES
        MOVE "AGENCY" TO WS-EDIT-FIELD
        MOVE "AGENCY MISSING" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF

    IF SC-TIER NOT NUMERIC
        MOVE "TIER" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    ELSE
        IF SC-TIER = 0
            MOVE "TIER" TO WS-EDIT-FIELD
            MOVE "OUTSIDE LEGAL RANGE 1-9" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF SC-THRESHOLD NOT NUMERIC
        MOVE "THRESHOLD" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    ELSE
        IF SC-THRESHOLD = 0 OR SC-THRESHOLD > 1
            MOVE "THRESHOLD" TO WS-EDIT-FIELD
            MOVE "OUTSIDE LEGAL RANGE 0.0001-1.0000"
              TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF SC-MAX-WARNINGS NOT NUMERIC
        MOVE "MAX-WARNINGS" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF

    IF SC-STD-MANEUVER = SPACE
        MOVE 1 TO SC-STD-MANEUVER
    END-IF
    IF SC-STD-MANEUVER NOT NUMERIC
        MOVE "STD-MANEUVER" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    ELSE
        IF SC-STD-MANEUVER < 1 OR SC-STD-MANEUVER > 4
            MOVE "STD-MANEUVER" TO WS-EDIT-FIELD
            MOVE "OUTSIDE MENU (1-4)" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF
    .

*> LOAD THE DAY'S SPACE-WEATHER FORECAST. EVERY PASS STARTS QUIET
*> AND EACH GOOD ROW OVERLAYS ITS OWN PASS (A LATER ROW FOR THE
*> SAME PASS REPLACES AN EARLIER ONE). ONE GOOD ROW IS ENOUGH TO
*> PUT THE FORECAST IN CHARGE OF FLARES; A MISSING OR EMPTY FILE
*> KEEPS THE RANDOM FLARE.
1170-LOAD-SPACE-WEATHER.
    MOVE "N" TO WS-WX-FORECAST-FLAG
    PERFORM VARYING WS-WX-IDX FROM 1 BY 1 UNTIL WS-WX-IDX > 99
        MOVE WS-WX-QUIET-SOLAR  TO WS-WX-SOLAR(WS-WX-IDX)
        MOVE WS-WX-QUIET-GEOMAG TO WS-WX-GEOMAG(WS-WX-IDX)
        MOVE "N" TO WS-WX-FLARE(WS-WX-IDX)
    END-PERFORM

    OPEN INPUT SPACE-WEATHER-FILE
    IF WS-WEATHER-STATUS = "00"
        MOVE 0 TO WS-EDIT-ROWNUM
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y"
            READ SPACE-WEATHER-FILE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    PERFORM 1175-VALIDATE-WEATHER-ROW
                    IF ROW-IS-VALID
                        MOVE SW-SOLAR-INDEX
                          TO WS-WX-SOLAR(SW-PASS)
                        MOVE SW-GEOMAG-INDEX
                          TO WS-WX-GEOMAG(SW-PASS)
                        MOVE SW-FLARE-FLAG
                          TO WS-WX-FLARE(SW-PASS)
                        SET WEATHER-FORECAST-ON TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SPACE-WEATHER-FILE
    END-IF
    .

*> EDIT ONE FORECAST ROW. THE PASS MUST ADDRESS A TABLE SLOT, THE
*> INDICES MUST BE DIGITS, AND THE FLARE FLAG Y OR N (BLANK IS
*> TAKEN AS N).
1175-VALIDATE-WEATHER-ROW.
    MOVE "Y" TO WS-ROW-VALID-FLAG
    MOVE "space-weather.dat" TO WS-EDIT-FILE-ID

    IF SW-PASS NOT NUMERIC
        MOVE "PASS" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    ELSE
        IF SW-PASS = 0
            MOVE "PASS" TO WS-EDIT-FIELD
            MOVE "OUTSIDE LEGAL RANGE 1-99" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF SW-SOLAR-INDEX NOT NUMERIC
        MOVE "SOLAR-INDEX" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF

    IF SW-GEOMAG-INDEX NOT NUMERIC
        MOVE "GEOMAG-INDEX" TO WS-EDIT-FIELD
        MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF

    IF SW-FLARE-FLAG = SPACE
        MOVE "N" TO SW-FLARE-FLAG
    END-IF
    IF SW-FLARE-FLAG NOT = "Y" AND SW-FLARE-FLAG NOT = "N"
        MOVE "FLARE-FLAG" TO WS-EDIT-FIELD
        MOVE "NOT Y OR N" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    .

*> LOOK UP THE CONTRACT TERMS FOR THE AGENCY IN WS-CTR-KEY INTO
*> THE WS-CTR-CUR FIELDS, AND COUNT THE WARNINGS THAT AGENCY HAS
*> RECEIVED THIS MISSION OVER ALL OF ITS SATELLITES. AN AGENCY
*> WITH NO CONTRACT GETS THE LOWEST TIER, A THRESHOLD NO RISK CAN
*> REACH (RISK IS CAPPED BELOW 1.0000) AND NO CAP.
1160-FIND-AGENCY-CONTRACT.
    MOVE 9      TO WS-CTR-CUR-TIER
    MOVE 1.0000 TO WS-CTR-CUR-THRESHOLD
    MOVE 999    TO WS-CTR-CUR-MAX-WARN
    MOVE 1      TO WS-CTR-CUR-STD-MAN
    PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
       UNTIL WS-CTR-IDX > WS-CTR-COUNT
        IF WS-CTR-AGENCY(WS-CTR-IDX) = WS-CTR-KEY
            MOVE WS-CTR-TIER(WS-CTR-IDX)
              TO WS-CTR-CUR-TIER
            MOVE WS-CTR-THRESHOLD(WS-CTR-IDX)
              TO WS-CTR-CUR-THRESHOLD
            MOVE WS-CTR-MAX-WARN(WS-CTR-IDX)
              TO WS-CTR-CUR-MAX-WARN
            MOVE WS-CTR-STD-MAN(WS-CTR-IDX)
              TO WS-CTR-CUR-STD-MAN
        END-IF
    END-PERFORM

    MOVE 0 TO WS-CTR-AGY-WARNED
    PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
       UNTIL WS-CTR-IDX > WS-SAT-COUNT
        IF WS-SAT-AGENCY(WS-CTR-IDX) = WS-CTR-KEY
            ADD WS-SAT-WARNINGS-RCVD(WS-CTR-IDX)
              TO WS-CTR-AGY-WARNED
        END-IF
    END-PERFORM
    .

*> OVERLAY THE HARDCODED DIFFICULTY DEFAULTS WITH WHATEVER OPERATIONS
                *> ACCUMULATED LEDGER AT MISSION END
                EVALUATE PM-BILL-CLOSE
                    WHEN "Y"
                        *> UNDER THE RUN-CONTROL STREAM THE BILLING
                        *> STEP CLOSES THE PERIOD, NOT THE MISSION
                        IF NOT RUN-CONTROL-ON
                            SET BILLING-CLOSE-RUN TO TRUE
                        END-IF
                    WHEN "N"
                    WHEN SPACE
                        CONTINUE
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE

                *> "Y" IS HANDLED UP FRONT IN 0700 LIKE THE RECON RUN
                EVALUATE PM-STATS-RUN
                    WHEN "Y"
                    WHEN "N"
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "STATS-RUN" TO WS-EDIT-FIELD
                        MOVE "MUST BE Y OR N - NO STATISTICS RUN"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE

                EVALUATE TRUE
                    WHEN PM-FORECAST-PASSES = SPACES
                        CONTINUE
                    WHEN PM-FORECAST-PASSES NUMERIC
                        MOVE PM-FORECAST-PASSES TO WS-FC-PASSES
                    WHEN OTHER
                        MOVE "FORECAST-PASSES" TO WS-EDIT-FIELD
                        MOVE "MUST BE 00-99 - DEFAULT KEPT"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE

                *> "Y" IS HANDLED UP FRONT IN 0700 LIKE THE RECON RUN
                EVALUATE PM-GRADE-RUN
                    WHEN "Y"
                    WHEN "N"
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "GRADE-RUN" TO WS-EDIT-FIELD
                        MOVE "MUST BE Y OR N - NO GRADING RUN"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE

                EVALUATE PM-MANIFEST-RUN
                    WHEN "Y"
                    WHEN "N"
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "MANIFEST-RUN" TO WS-EDIT-FIELD
                        MOVE "MUST BE Y OR N - NO MAINTENANCE RUN"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE

                EVALUATE PM-INQUIRY-RUN
                    WHEN "Y"
                    WHEN "N"
                    WHEN SPACE
                        CONTINUE
                    WHEN OTHER
                        MOVE "INQUIRY-RUN" TO WS-EDIT-FIELD
                        MOVE "MUST BE Y OR N - NO DOSSIER INQUIRY"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                END-EVALUATE
        END-READ
        CLOSE MISSION-PARAMS-FILE
    END-IF

           " valid rows; " WS-DEC-NEEDED " passes scheduled."
        DISPLAY "  See preflight-edit.log."
        CLOSE DECISION-FILE
        IF RUN-CONTROL-ON
            PERFORM 0870-ABORT-RUN-STEP
        END-IF
        PERFORM 0450-CLOSE-EDIT-REPORT
        STOP RUN
    END-IF
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF BD-REBOOST NOT = SPACE
       AND BD-REBOOST NOT = "Y" AND BD-REBOOST NOT = "N"
        MOVE "REBOOST" TO WS-EDIT-FIELD
        MOVE "REBOOST ANSWER NOT Y OR N" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    .

*> ONE EDIT REPORT LINE PER REJECTED FIELD, AND THE ROW IS MARKED
                    MOVE OH-TOTAL-SCORE TO WS-OPH-TOTAL-SCORE(WS-OPH-IDX)
                    MOVE OH-AVG-SCORE   TO WS-OPH-AVG-SCORE(WS-OPH-IDX)
                    MOVE OH-QUAL        TO WS-OPH-QUAL(WS-OPH-IDX)
                    IF OH-GRADE-PCT NUMERIC
                        MOVE OH-GRADE-PCT  TO WS-OPH-GRADE-PCT(WS-OPH-IDX)
                        MOVE OH-GRADE      TO WS-OPH-GRADE(WS-OPH-IDX)
                        MOVE OH-GRADE-DATE TO WS-OPH-GRADE-DATE(WS-OPH-IDX)
                    ELSE
                        MOVE 0      TO WS-OPH-GRADE-PCT(WS-OPH-IDX)
                        MOVE SPACES TO WS-OPH-GRADE(WS-OPH-IDX)
                        MOVE SPACES TO WS-OPH-GRADE-DATE(WS-OPH-IDX)
                    END-IF
                    MOVE WS-OPH-IDX     TO WS-OPH-COUNT
                    ADD 1 TO WS-OPH-IDX
            END-READ
    END-IF
    .

*> CUT THE SIX GROWING LOGS INTO DATE- AND MISSION-STAMPED
*> GENERATIONS BEFORE A FRESH MISSION OPENS NEW ONES. THE LOGS ON
*> DISK BELONG TO THE PREVIOUS MISSION, SO THEY ARE ARCHIVED UNDER
*> THAT MISSION'S SEQUENCE AND OPERATOR (FROM THE SEQUENCE FILE)
    END-IF

    PERFORM VARYING WS-ROLL-IDX FROM 1 BY 1
       UNTIL WS-ROLL-IDX > 6
        MOVE SPACES TO WS-SRC-NAME
        STRING WS-LOG-PREFIX(WS-ROLL-IDX) DELIMITED BY SPACE
           ".log" DELIMITED BY SIZE
        OPEN INPUT AGENCY-RESPONSE-FILE
        IF WS-RESPONSE-STATUS = "00"
            SET RESPONSE-FILE-ON TO TRUE
            MOVE "N" TO WS-RSP-EOF
            DISPLAY SPACES
            DISPLAY "  Agency response file found. Two-way link active."
        END-IF
    PERFORM WS-RSP-CONSUMED TIMES
        READ AGENCY-RESPONSE-FILE
            AT END
                SET RESPONSE-FILE-DONE TO TRUE
        END-READ
    END-PERFORM
    DISPLAY "  Response stream repositioned past "
                        DISPLAY "  Checkpoint file is empty. Starting fresh."
                        MOVE "N" TO WS-RESUME-FLAG
                    NOT AT END
                        IF CK-LAYOUT-ID NOT = WS-CKPT-LAYOUT
                            PERFORM 1410-REFUSE-OLD-CHECKPOINT
                        ELSE
                            MOVE CK-GAME-STATE      TO WS-GAME-STATE
                            MOVE CK-CUBESAT-STATUS  TO WS-CUBESAT-STATUS
                            MOVE CK-SATELLITE-TABLE TO WS-SATELLITE-TABLE
                            MOVE CK-DEBRIS-CATALOG  TO WS-DEBRIS-CATALOG
                            MOVE CK-PENDING-WARNING TO WS-PENDING-WARNING
                            MOVE CK-EPHEMERIS-TABLE TO WS-EPHEMERIS-TABLE
                            MOVE CK-HIPOWER-STREAK  TO WS-HIPOWER-STREAK
                            MOVE CK-CUBESAT2-STATUS TO WS-CUBESAT2-STATUS
                            MOVE CK-HIPOWER2-STREAK TO WS-HIPOWER2-STREAK
                            MOVE CK-COVERAGE-MAP    TO WS-COVERAGE-MAP
                            MOVE CK-EPH-WINDOW-FLAGS
                               TO WS-EPH-WINDOW-FLAGS
                            MOVE CK-WARN-SEQ        TO WS-WARN-SEQ
                            MOVE CK-BREAKUP-TABLE   TO WS-BREAKUP-TABLE
                            MOVE WS-EPH-COUNT       TO WS-TOTAL-DEBRIS
                            *> THE RESTORED BALANCES SUPERSEDE ANY
                            *> RESET 1050 QUEUED FOR THIS LEG - ITS
                            *> GENUINE RESET LINE IS ALREADY ON THE
                            *> LOG FROM BEFORE THE INTERRUPTION
                            MOVE "N" TO WS-RESET-PENDING
                            DISPLAY "  Resuming mission at pass "
                               WS-CURRENT-TURN "..."
                            PERFORM 1450-WRITE-HANDOVER-BRIEFING
                        END-IF
                END-READ
            END-IF

    END-IF
    .

*> A CHECKPOINT CUT UNDER AN EARLIER RECORD LAYOUT - ITS FIELDS NO
*> LONGER LINE UP WITH THE TABLES, SO NOTHING IS RESTORED FROM IT
*> AND THE MISSION STARTS FRESH, WITH THE REFUSAL ON THE EDIT REPORT
1410-REFUSE-OLD-CHECKPOINT.
    DISPLAY "  Checkpoint was written under an older record layout."
    DISPLAY "  It cannot be resumed. Starting fresh."
    MOVE "mission-checkpoint.dat" TO WS-EDIT-FILE-ID
    MOVE 1 TO WS-EDIT-ROWNUM
    MOVE "LAYOUT-ID" TO WS-EDIT-FIELD
    MOVE "OLDER CHECKPOINT LAYOUT - NOT RESUMED" TO WS-EDIT-REASON
    PERFORM 1720-WRITE-EDIT-REJECT
    MOVE "N" TO WS-RESUME-FLAG
    .

*> THE SHIFT HANDOVER BRIEFING - EVERYTHING THE INCOMING OPERATOR
*> NEEDS THAT OTHERWISE LIVES ONLY IN THE OUTGOING OPERATOR'S
*> HEAD: THE OUTSTANDING WARNING AND WHO IT WENT TO, THE TOP
       DELIMITED BY SIZE INTO HO-LINE
    PERFORM 1460-EMIT-HANDOVER-LINE

    IF WARNING-PENDING
        PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
           UNTIL WS-PEND-IDX > WS-PEND-COUNT
            MOVE SPACES TO HO-LINE
            STRING "OUTSTANDING WARNING WID="
               WS-PEND-WARN-ID(WS-PEND-IDX)
               " SAT=" WS-SAT-NAME(WS-PEND-SAT(WS-PEND-IDX))
               " AGENCY=" WS-SAT-AGENCY(WS-PEND-SAT(WS-PEND-IDX))
               " MANEUVER=" WS-PEND-MANEUVER(WS-PEND-IDX)
               " - AWAITING ACKNOWLEDGMENT"
               DELIMITED BY SIZE INTO HO-LINE
            PERFORM 1460-EMIT-HANDOVER-LINE
        END-PERFORM
    ELSE
        MOVE SPACES TO HO-LINE
        STRING "NO WARNING AWAITING ACKNOWLEDGMENT"
           DELIMITED BY SIZE INTO HO-LINE
        PERFORM 1460-EMIT-HANDOVER-LINE
    END-IF

    MOVE SPACES TO HO-LINE
    STRING "SENTINEL-1 SENSOR=" WS-CUBE-SENSOR
        PERFORM 3300-CHOOSE-SCAN
        PERFORM 3400-EXECUTE-SCAN
        PERFORM 3500-ASSESS-THREATS
        IF WS-FC-PASSES > 0
            PERFORM 3590-FORECAST-CONJUNCTIONS
        END-IF
        PERFORM 3600-CHOOSE-ACTION
        PERFORM 3680-CHOOSE-REBOOST
        PERFORM 3700-RESOLVE-TURN
    END-IF
    .

*> CLOSE THE LOOP ON THE PREVIOUS PASS' WARNINGS. EACH AGENCY'S
*> ACKNOWLEDGMENT DECIDES WHETHER ITS MANEUVER IS CREDITED AND -
*> WHEN THE WARNING WENT TO THE HIGHEST-RISK SATELLITE - WHETHER
*> THE AVOIDED OUTCOME (AND ITS POINTS) IS EARNED AT ALL. ALL OF
*> THE PASS' RESPONSES ARE READ BACK FIRST, THEN APPLIED IN THE
*> ORDER THE WARNINGS WERE TRANSMITTED.
3080-RESOLVE-PENDING-WARNING.
    IF WARNING-PENDING
        PERFORM 3085-READ-AGENCY-RESPONSE

        DISPLAY SPACES
        DISPLAY "  ** AGENCY RESPONSE RECEIVED **"
        PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
           UNTIL WS-PEND-IDX > WS-PEND-COUNT
            PERFORM 3082-APPLY-ACKNOWLEDGMENT
        END-PERFORM
        MOVE 0 TO WS-PEND-COUNT

        *> THE NEXT STATUS SCREEN CLEARS THE TERMINAL - HOLD THE
        *> ACKNOWLEDGMENT ON SCREEN UNTIL THE OPERATOR HAS READ IT
    END-IF
    .

*> SCORE ONE OUTSTANDING WARNING (WS-PEND-IDX) AGAINST THE RESPONSE
*> READ BACK FOR IT AND LOG THE ACKNOWLEDGMENT
3082-APPLY-ACKNOWLEDGMENT.
    MOVE WS-ACK-RSP(WS-PEND-IDX) TO WS-ACK-RESPONSE
    MOVE WS-ACK-MAN(WS-PEND-IDX) TO WS-ACK-MANEUVER
    MOVE "N" TO WS-ACK-AUTO
    DISPLAY "  " WS-SAT-NAME(WS-PEND-SAT(WS-PEND-IDX))
       " -> " WS-ACK-RESPONSE

    *> AN ACCEPTANCE THE SATELLITE'S TANK CANNOT COVER CANNOT BE
    *> FLOWN - IT IS DECLINED ON THE AGENCY'S BEHALF AND FLAGGED.
    *> AN EMPTY TANK FLIES NOTHING, WHATEVER THE MANEUVER COSTS.
    IF WS-ACK-RESPONSE = "ACCEPTED"
        IF WS-ACK-MANEUVER NOT = SPACES
            MOVE WS-ACK-MANEUVER TO WS-FLY-DESC
        ELSE
            MOVE WS-PEND-MANEUVER(WS-PEND-IDX) TO WS-FLY-DESC
        END-IF
        PERFORM 3083-CLASSIFY-MANEUVER
        IF WS-SAT-PROPELLANT(WS-PEND-SAT(WS-PEND-IDX)) = 0
           OR WS-FLY-COST >
              WS-SAT-PROPELLANT(WS-PEND-SAT(WS-PEND-IDX))
            DISPLAY "  Propellant exhausted ("
               WS-SAT-PROPELLANT(WS-PEND-SAT(WS-PEND-IDX))
               " KG LEFT, " WS-FLY-COST " KG NEEDED)"
               " - maneuver AUTO-DECLINED."
            MOVE "DECLINED" TO WS-ACK-RESPONSE
            MOVE "Y" TO WS-ACK-AUTO
            ADD 1 TO
               WS-SAT-AUTO-DECLINES(WS-PEND-SAT(WS-PEND-IDX))
        END-IF
    END-IF

    EVALUATE WS-ACK-RESPONSE
        WHEN "ACCEPTED"
            IF WS-ACK-MANEUVER NOT = SPACES
                MOVE WS-ACK-MANEUVER
                  TO WS-PEND-MANEUVER(WS-PEND-IDX)
            END-IF
            DISPLAY "  Maneuver flown: "
               WS-PEND-MANEUVER(WS-PEND-IDX)
            ADD 1 TO WS-SAT-MANEUVERS(WS-PEND-SAT(WS-PEND-IDX))
            PERFORM 3084-FLY-MANEUVER
            IF PEND-ON-HIGHEST(WS-PEND-IDX)
                DISPLAY "  Collision AVOIDED. +200 points!"
                ADD 200 TO WS-SCORE
                MOVE "AVOIDED" TO WS-ACK-RESULT
            ELSE
                MOVE "COMPLIED" TO WS-ACK-RESULT
            END-IF

        WHEN "DEFERRED"
            DISPLAY "  Maneuver deferred by the agency."
            IF PEND-ON-HIGHEST(WS-PEND-IDX)
                DISPLAY "  +50 points (partial credit)."
                ADD 50 TO WS-SCORE
            END-IF
            MOVE "DEFERRED" TO WS-ACK-RESULT

        WHEN OTHER
            DISPLAY "  Maneuver DECLINED by the agency."
            MOVE "DECLINED" TO WS-ACK-RESULT
            IF PEND-ON-HIGHEST(WS-PEND-IDX)
                MOVE FUNCTION RANDOM TO WS-RAND-NUM
                IF WS-RAND-NUM < WS-PEND-RISK(WS-PEND-IDX)
                    DISPLAY "  ** DEBRIS IMPACT on "
                       WS-SAT-NAME(WS-PEND-SAT(WS-PEND-IDX)) "! **"
                    DISPLAY "  Satellite damaged! -100 points!"
                    SUBTRACT 100 FROM WS-SCORE
                    ADD 1 TO WS-COLLISIONS
                    ADD 1 TO
                       WS-SAT-COLLISIONS(WS-PEND-SAT(WS-PEND-IDX))
                    MOVE "IMPACT" TO WS-ACK-RESULT
                    MOVE WS-PEND-SAT(WS-PEND-IDX) TO WS-BRK-SAT
                    PERFORM 3720-GENERATE-BREAKUP-CLOUD
                ELSE
                    DISPLAY "  Fortunately, no collision occurred."
                END-IF
            END-IF
    END-EVALUATE

    PERFORM 3087-WRITE-ACK-LOG
    .

*> WORK OUT WHICH MANEUVER WS-FLY-DESC DESCRIBES, AND ITS COST. THE
*> AGENCY MAY REPORT FLYING SOMETHING OTHER THAN WHAT WE ASKED FOR,
*> SO THIS GOES BY THE DESCRIPTION ACTUALLY REPORTED; ANYTHING NOT
*> RECOGNIZABLE IS CREDITED BUT CHANGES NO GEOMETRY AND COSTS NONE.
3083-CLASSIFY-MANEUVER.
    EVALUATE TRUE
        WHEN WS-FLY-DESC(1:5) = "RAISE"
            MOVE 1 TO WS-FLY-TYPE
            MOVE WS-MNV-COST-RAISE TO WS-FLY-COST
        WHEN WS-FLY-DESC(1:5) = "LOWER"
            MOVE 2 TO WS-FLY-TYPE
            MOVE WS-MNV-COST-LOWER TO WS-FLY-COST
        WHEN WS-FLY-DESC(1:7) = "LATERAL"
            MOVE 3 TO WS-FLY-TYPE
            MOVE WS-MNV-COST-LATERAL TO WS-FLY-COST
        WHEN WS-FLY-DESC(1:10) = "RETROGRADE"
            MOVE 4 TO WS-FLY-TYPE
            MOVE WS-MNV-COST-RETRO TO WS-FLY-COST
        WHEN OTHER
            MOVE 0 TO WS-FLY-TYPE
            MOVE 0 TO WS-FLY-COST
    END-EVALUATE
    .

*> FLY THE ACCEPTED MANEUVER FOR PENDING ENTRY WS-PEND-IDX: MOVE THE
*> SUBSCRIBER'S ORBIT, BURN THE PROPELLANT, AND RECORD THE BURN IN
*> THE MANEUVER HISTORY. THE ORBIT CHANGE IS IN PLACE BEFORE THIS
*> PASS' THREAT ASSESSMENT RUNS.
3084-FLY-MANEUVER.
    MOVE WS-PEND-SAT(WS-PEND-IDX) TO WS-IDX
    MOVE WS-SAT-ALTITUDE(WS-IDX)  TO WS-FLY-ALT-BEFORE
    MOVE WS-SAT-LONGITUDE(WS-IDX) TO WS-FLY-LON-BEFORE
    MOVE WS-SAT-LATITUDE(WS-IDX)  TO WS-FLY-LAT-BEFORE
    MOVE WS-SAT-VELOCITY(WS-IDX)  TO WS-FLY-VEL-BEFORE

    EVALUATE WS-FLY-TYPE
        WHEN 1
            ADD WS-MNV-ALT-STEP TO WS-SAT-ALTITUDE(WS-IDX)
        WHEN 2
            SUBTRACT WS-MNV-ALT-STEP FROM WS-SAT-ALTITUDE(WS-IDX)
        WHEN 3
            COMPUTE WS-FLY-LON-WORK =
               WS-SAT-LONGITUDE(WS-IDX) + WS-MNV-LON-STEP
            IF WS-FLY-LON-WORK > 180
                SUBTRACT 360 FROM WS-FLY-LON-WORK
            END-IF
            MOVE WS-FLY-LON-WORK TO WS-SAT-LONGITUDE(WS-IDX)
        WHEN 4
            SUBTRACT WS-MNV-RETRO-DV FROM WS-SAT-VELOCITY(WS-IDX)
            SUBTRACT WS-MNV-RETRO-DROP FROM WS-SAT-ALTITUDE(WS-IDX)
    END-EVALUATE

    IF WS-FLY-TYPE > 0
        SUBTRACT WS-FLY-COST FROM WS-SAT-PROPELLANT(WS-IDX)
        DISPLAY "  Propellant used: " WS-FLY-COST
           " KG, " WS-SAT-PROPELLANT(WS-IDX) " KG left."

        MOVE FUNCTION CURRENT-DATE(1:8)   TO MH-DATE
        MOVE WS-CURRENT-TURN              TO MH-PASS
        MOVE WS-PEND-WARN-ID(WS-PEND-IDX) TO MH-WARNING-ID
        MOVE WS-SAT-NAME(WS-IDX)          TO MH-SATELLITE
        MOVE WS-SAT-AGENCY(WS-IDX)        TO MH-AGENCY
        MOVE WS-FLY-DESC                  TO MH-MANEUVER
        MOVE WS-FLY-ALT-BEFORE            TO MH-ALT-BEFORE
        MOVE WS-SAT-ALTITUDE(WS-IDX)      TO MH-ALT-AFTER
        MOVE WS-FLY-LON-BEFORE            TO MH-LON-BEFORE
        MOVE WS-SAT-LONGITUDE(WS-IDX)     TO MH-LON-AFTER
        MOVE WS-FLY-LAT-BEFORE            TO MH-LAT-BEFORE
        MOVE WS-SAT-LATITUDE(WS-IDX)      TO MH-LAT-AFTER
        MOVE WS-FLY-VEL-BEFORE            TO MH-VEL-BEFORE
        MOVE WS-SAT-VELOCITY(WS-IDX)      TO MH-VEL-AFTER
        MOVE WS-FLY-COST                  TO MH-PROP-USED
        MOVE WS-SAT-PROPELLANT(WS-IDX)    TO MH-PROP-LEFT
        WRITE MH-RECORD
    END-IF
    .

*> READ THE ACKNOWLEDGMENTS FOR THE OUTSTANDING WARNINGS FROM THE
*> AGENCY RESPONSE FILE. A RESPONSE QUOTING A WARNING ID IS ONLY
*> APPLIED TO THE WARNING IT NAMES - AN OUT-OF-ORDER ROW IS LOGGED
*> AS UNMATCHED AND SKIPPED INSTEAD OF SILENTLY CREDITING THE
*> WRONG SATELLITE'S MANEUVER. A BLANK ID (OLDER GROUND SEGMENTS)
*> FALLS BACK TO FILE ORDER, FILLING THE EARLIEST WARNING STILL
*> WITHOUT A RESPONSE. A MISSING FILE OR AN EXHAUSTED ONE PRESUMES
*> COMPLIANCE SO OLD SINGLE-ENDED SETUPS KEEP WORKING UNCHANGED.
3085-READ-AGENCY-RESPONSE.
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
       UNTIL WS-PEND-IDX > WS-PEND-COUNT
        MOVE "N" TO WS-ACK-SEEN(WS-PEND-IDX)
        MOVE "ACCEPTED" TO WS-ACK-RSP(WS-PEND-IDX)
        MOVE SPACES TO WS-ACK-MAN(WS-PEND-IDX)
    END-PERFORM
    MOVE WS-PEND-COUNT TO WS-ACK-OPEN

    IF RESPONSE-FILE-ON AND NOT RESPONSE-FILE-DONE
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y" OR WS-ACK-OPEN = 0
            READ AGENCY-RESPONSE-FILE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                    SET RESPONSE-FILE-DONE TO TRUE
                NOT AT END
                    ADD 1 TO WS-RSP-CONSUMED
                    PERFORM 3088-MATCH-RESPONSE-ROW
                    IF WS-ACK-MATCH = 0
                        DISPLAY "  (RESPONSE FOR WARNING "
                           RS-WARNING-ID
                           " DOES NOT MATCH ANY OUTSTANDING"
                           " WARNING - SKIPPED)"
                        PERFORM 3086-WRITE-UNMATCHED-LOG
                    ELSE
                        IF RS-WARNING-ID = SPACES
                           AND RS-SAT-NAME NOT =
                               WS-SAT-NAME(WS-PEND-SAT(WS-ACK-MATCH))
                            DISPLAY "  (RESPONSE NAMES "
                               RS-SAT-NAME
                               " - APPLIED TO OUTSTANDING"
                               " WARNING "
                               WS-PEND-WARN-ID(WS-ACK-MATCH) ")"
                        END-IF
                        MOVE "Y" TO WS-ACK-SEEN(WS-ACK-MATCH)
                        MOVE RS-RESPONSE TO WS-ACK-RSP(WS-ACK-MATCH)
                        MOVE RS-MANEUVER TO WS-ACK-MAN(WS-ACK-MATCH)
                        SUBTRACT 1 FROM WS-ACK-OPEN
                    END-IF
            END-READ
        END-PERFORM
    END-IF
    .

*> FIND THE OUTSTANDING WARNING A RESPONSE ROW BELONGS TO: THE
*> UNANSWERED ENTRY WITH THE SAME WARNING ID, OR FOR A BLANK ID THE
*> EARLIEST UNANSWERED ENTRY. WS-ACK-MATCH = 0 WHEN NOTHING FITS
*> (INCLUDING A SECOND RESPONSE TO A WARNING ALREADY ANSWERED).
3088-MATCH-RESPONSE-ROW.
    MOVE 0 TO WS-ACK-MATCH
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
       UNTIL WS-PEND-IDX > WS-PEND-COUNT OR WS-ACK-MATCH > 0
        IF WS-ACK-SEEN(WS-PEND-IDX) = "N"
            IF RS-WARNING-ID = SPACES
               OR RS-WARNING-ID = WS-PEND-WARN-ID(WS-PEND-IDX)
                MOVE WS-PEND-IDX TO WS-ACK-MATCH
            END-IF
        END-IF
    END-PERFORM
    .

*> ONE ACTIVITY LOG LINE PER SKIPPED OUT-OF-ORDER RESPONSE ROW SO
*> THE GROUND SEGMENT CAN BE SHOWN EXACTLY WHICH ROWS WENT ASTRAY
3086-WRITE-UNMATCHED-LOG.
    STRING "PASS " WS-CURRENT-TURN
       " UNMATCHED-RESPONSE WID=" RS-WARNING-ID
       " SAT=" RS-SAT-NAME
       " PENDING-WID=" WS-PEND-WARN-ID(1)
       " PENDING-COUNT=" WS-PEND-COUNT
       " DISPOSITION=SKIPPED"
       DELIMITED BY SIZE INTO AL-LINE
    WRITE AL-LINE
3087-WRITE-ACK-LOG.
    MOVE SPACES TO AL-LINE
    STRING "PASS " WS-CURRENT-TURN
       " ACK WID=" WS-PEND-WARN-ID(WS-PEND-IDX)
       " SAT=" WS-SAT-NAME(WS-PEND-SAT(WS-PEND-IDX))
       " RESPONSE=" WS-ACK-RESPONSE
       " MANEUVER=" WS-PEND-MANEUVER(WS-PEND-IDX)
       " RESULT=" WS-ACK-RESULT
       " AUTO-DECLINED=" WS-ACK-AUTO
       " PROPELLANT=" WS-SAT-PROPELLANT(WS-PEND-SAT(WS-PEND-IDX))
       DELIMITED BY SIZE INTO AL-LINE
    WRITE AL-LINE
    .
    DISPLAY "    Power: " WS-CUBE-POWER
       "%  |  Fuel: " WS-CUBE-FUEL
       "%  |  Sensor: " WS-CUBE-SENSOR
    DISPLAY "    Altitude: " WS-CUBE-ALT
       " km  |  Re-entry floor: " WS-WX-FLOOR-ALT " km"
    IF CONSTELLATION-ON
        DISPLAY "  SENTINEL-2 SYSTEMS:"
        DISPLAY "    Power: " WS-CUBE2-POWER
    .

3200-RANDOM-EVENT.
    PERFORM 3205-SET-SPACE-WEATHER

    IF WX-FLARE-TODAY
        PERFORM 3210-SOLAR-FLARE
    END-IF

    *> THE ROLL IS DRAWN EVERY PASS EITHER WAY SO THE RANDOM
    *> SEQUENCE - AND WITH IT A REPLAYED MISSION - DOES NOT SHIFT
    *> WHEN A FORECAST IS LOADED
    MOVE FUNCTION RANDOM TO WS-EVENT-ROLL

    EVALUATE TRUE
        WHEN WS-EVENT-ROLL < 0.15 AND NOT WEATHER-FORECAST-ON
            PERFORM 3210-SOLAR-FLARE

        WHEN WS-EVENT-ROLL < 0.15
            IF NOT WX-FLARE-TODAY
                DISPLAY SPACES
                DISPLAY "  Systems nominal. No events detected."
            END-IF

        WHEN WS-EVENT-ROLL < 0.25
            DISPLAY SPACES
            PERFORM 3770-WRITE-TELEMETRY

        WHEN OTHER
            IF NOT WX-FLARE-TODAY
                DISPLAY SPACES
                DISPLAY "  Systems nominal. No events detected."
            END-IF
    END-EVALUATE
    .

*> PICK UP THIS PASS' SPACE-WEATHER INDICES (QUIET WITH NO
*> FORECAST ON FILE) AND WORK OUT THE STORM PULL ON DEBRIS RANGES
*> THAT 3900-PROPAGATE-EPHEMERIS APPLIES AT THE END OF THE PASS.
3205-SET-SPACE-WEATHER.
    IF WEATHER-FORECAST-ON
        MOVE WS-WX-SOLAR(WS-CURRENT-TURN)  TO WS-WX-CUR-SOLAR
        MOVE WS-WX-GEOMAG(WS-CURRENT-TURN) TO WS-WX-CUR-GEOMAG
        MOVE WS-WX-FLARE(WS-CURRENT-TURN)  TO WS-WX-CUR-FLARE
    ELSE
        MOVE WS-WX-QUIET-SOLAR  TO WS-WX-CUR-SOLAR
        MOVE WS-WX-QUIET-GEOMAG TO WS-WX-CUR-GEOMAG
        MOVE "N" TO WS-WX-CUR-FLARE
    END-IF

    IF WS-WX-CUR-GEOMAG >= WS-WX-STORM-KP
        COMPUTE WS-WX-PULL = (WS-WX-CUR-GEOMAG - 4) * 10
    ELSE
        MOVE 0 TO WS-WX-PULL
    END-IF

    IF WEATHER-FORECAST-ON
        DISPLAY SPACES
        DISPLAY "  SPACE WEATHER: Solar index " WS-WX-CUR-SOLAR
           "  |  Geomagnetic Kp " WS-WX-CUR-GEOMAG
        IF WS-WX-PULL > 0
            DISPLAY "  ** GEOMAGNETIC STORM - DRAG ELEVATED **"
        END-IF
    END-IF
    .

*> A SOLAR FLARE - SENSOR INTERFERENCE COSTS POWER IN PROPORTION TO
*> THE DAY'S SOLAR AND GEOMAGNETIC ACTIVITY, NEVER BELOW THE 10%
*> SURVIVAL RESERVE.
3210-SOLAR-FLARE.
    COMPUTE WS-WX-FLARE-DRAIN =
       3 + WS-WX-CUR-SOLAR / 50 + WS-WX-CUR-GEOMAG
    DISPLAY SPACES
    DISPLAY "  ** SOLAR FLARE DETECTED **"
    DISPLAY "  Sensor interference! Power draw +"
       WS-WX-FLARE-DRAIN "%"
    MOVE WS-CUBE-POWER TO WS-TLM-PRIOR
    IF WS-CUBE-POWER < WS-WX-FLARE-DRAIN + 10
        MOVE 10 TO WS-CUBE-POWER
    ELSE
        SUBTRACT WS-WX-FLARE-DRAIN FROM WS-CUBE-POWER
    END-IF
    MOVE "POWER" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-POWER TO WS-TLM-BALANCE
    MOVE "SOLAR FLARE INTERFERENCE" TO WS-TLM-REASON
    PERFORM 3770-WRITE-TELEMETRY
    .

*> A GROUND STATION UPDATE DELIVERS NEWLY CATALOGED OBJECTS - UP
*> TO 47 PER UPLINK, FEWER IF THE EPHEMERIS TABLE IS NEARLY FULL.
*> EACH ONE IS A REAL EPHEMERIS ROW, SO A LATER SCAN OF THE RIGHT
                MOVE 0 TO BD-AZ2
                MOVE 0 TO BD-EL2
                MOVE 0 TO BD-RNG2
                MOVE "N" TO BD-REBOOST
                MOVE "Y" TO WS-ROW-VALID-FLAG
            NOT AT END
                ADD 1 TO WS-DEC-CONSUMED
            MOVE WS-TEMP-RISK TO WS-AUDIT-CONTRIB
            ADD WS-TEMP-RISK TO WS-SAT-RISK(WS-IDX)
            PERFORM 3550-WRITE-RISK-AUDIT
            IF WS-CAT-ID(WS-CAT-IDX)(1:1) = "B"
               AND WS-TEMP-RISK > 0
                PERFORM 3730-TALLY-FRAGMENT-RISK
            END-IF
        END-PERFORM

        IF WS-SAT-RISK(WS-IDX) > 0.9999
    WRITE RA-LINE
    .

*> LOOK-AHEAD CONJUNCTION FORECAST. RUN THE SKY AND THE SUBSCRIBER
*> GROUND TRACKS FORWARD OVER THE NEXT WS-FC-PASSES PASSES WITH THE
*> SAME MOTION 3700/3900/3920 APPLY, SCORE EVERY SUBSCRIBER/OBJECT
*> PAIR AT EACH FUTURE PASS WITH THE SAME FORMULA 3500 USES, THEN
*> PUT THE LIVE STATE BACK. THE FORECAST HAS NO RANDOM DRAWS - THE
*> HORIZON-SCAN JITTER IS LEFT OUT AND NO MANEUVER IS ASSUMED - SO
*> IT NEVER DISTURBS THE RNG SEQUENCE A REPLAY DEPENDS ON. THE
*> RANKED RESULT GOES TO THE FORECAST REPORT AND THE SUBSCRIBERS
*> PREDICTED TO REACH CRITICAL BEFORE THE MISSION ENDS ARE SHOWN
*> ON SCREEN WHILE THERE IS STILL TIME TO PLAN A WARNING.
3590-FORECAST-CONJUNCTIONS.
    MOVE WS-DEBRIS-CATALOG  TO WS-FC-SAVE-CATALOG
    MOVE WS-EPHEMERIS-TABLE TO WS-FC-SAVE-EPHEMERIS
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        MOVE WS-SAT-LONGITUDE(WS-IDX) TO WS-FC-SAVE-LON(WS-IDX)
        MOVE WS-SAT-LATITUDE(WS-IDX)  TO WS-FC-SAVE-LAT(WS-IDX)
        MOVE 0 TO WS-FC-CROSS-PASS(WS-IDX)
        MOVE 0 TO WS-FC-CROSS-RISK(WS-IDX)
        MOVE SPACES TO WS-FC-CROSS-OBJ(WS-IDX)
    END-PERFORM
    MOVE WS-CUBE-ALT      TO WS-FC-SAVE-ALT
    MOVE WS-WX-CUR-SOLAR  TO WS-FC-SAVE-SOLAR
    MOVE WS-WX-CUR-GEOMAG TO WS-FC-SAVE-GEOMAG
    MOVE WS-WX-PULL       TO WS-FC-SAVE-PULL

    *> ONE PAIR SLOT PER SUBSCRIBER PER CATALOG OBJECT
    MOVE 0 TO WS-FC-PAIR-COUNT
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
           UNTIL WS-CAT-IDX > WS-CAT-COUNT
            ADD 1 TO WS-FC-PAIR-COUNT
            MOVE WS-IDX     TO WS-FC-PAIR-SAT(WS-FC-PAIR-COUNT)
            MOVE WS-CAT-IDX TO WS-FC-PAIR-CAT(WS-FC-PAIR-COUNT)
            MOVE 0 TO WS-FC-PAIR-PASS(WS-FC-PAIR-COUNT)
            MOVE 0 TO WS-FC-PAIR-RANGE(WS-FC-PAIR-COUNT)
            MOVE 0 TO WS-FC-PAIR-RISK(WS-FC-PAIR-COUNT)
            MOVE 0 TO WS-FC-PAIR-SAT-RISK(WS-FC-PAIR-COUNT)
            MOVE "N" TO WS-FC-PAIR-CRIT(WS-FC-PAIR-COUNT)
        END-PERFORM
    END-PERFORM

    PERFORM VARYING WS-FC-STEP FROM 1 BY 1
       UNTIL WS-FC-STEP > WS-FC-PASSES
        PERFORM 3591-STEP-FORECAST-PASS
        PERFORM 3593-SCORE-FORECAST-PASS
    END-PERFORM

    MOVE WS-FC-SAVE-CATALOG   TO WS-DEBRIS-CATALOG
    MOVE WS-FC-SAVE-EPHEMERIS TO WS-EPHEMERIS-TABLE
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        MOVE WS-FC-SAVE-LON(WS-IDX) TO WS-SAT-LONGITUDE(WS-IDX)
        MOVE WS-FC-SAVE-LAT(WS-IDX) TO WS-SAT-LATITUDE(WS-IDX)
    END-PERFORM
    MOVE WS-FC-SAVE-ALT    TO WS-CUBE-ALT
    MOVE WS-FC-SAVE-SOLAR  TO WS-WX-CUR-SOLAR
    MOVE WS-FC-SAVE-GEOMAG TO WS-WX-CUR-GEOMAG
    MOVE WS-FC-SAVE-PULL   TO WS-WX-PULL

    PERFORM 3595-RANK-FORECAST-PAIRS
    PERFORM 3597-WRITE-FORECAST-REPORT
    .

*> ADVANCE THE FORECAST ONE PASS - THE END-OF-PASS MOTION OF THE
*> PASS BEFORE IT: SUBSCRIBER GROUND TRACKS AS IN 3700, EPHEMERIS
*> AND CATALOG TRACKS THROUGH 3900 UNDER THAT PASS' STORM PULL, AND
*> SENTINEL-1'S DRAG AS IN 3920 (BUT WITHOUT ITS TELEMETRY OR THE
*> RE-ENTRY CALL - A FORECAST IS NOT AN EVENT)
3591-STEP-FORECAST-PASS.
    COMPUTE WS-FC-PASS = WS-CURRENT-TURN + WS-FC-STEP
    COMPUTE WS-FC-WX-PASS = WS-FC-PASS - 1
    *> THE FIRST STEP LEAVES FROM THIS PASS, WHOSE WEATHER IS
    *> ALREADY SET
    IF WS-FC-STEP > 1
        PERFORM 3592-SET-FORECAST-WEATHER
    END-IF

    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        COMPUTE WS-SAT-LONGITUDE(WS-IDX) =
           FUNCTION MOD(
              WS-SAT-LONGITUDE(WS-IDX) + 25, 360)
           - 180
        COMPUTE WS-SAT-LATITUDE(WS-IDX) =
           FUNCTION MOD(
              WS-SAT-LATITUDE(WS-IDX) + 10, 180)
           - 90
    END-PERFORM

    PERFORM 3900-PROPAGATE-EPHEMERIS

    COMPUTE WS-WX-DECAY =
       (WS-WX-CUR-SOLAR + 35) / 70 + WS-WX-CUR-GEOMAG / 3
    IF WS-WX-DECAY > WS-CUBE-ALT
        MOVE 0 TO WS-CUBE-ALT
    ELSE
        SUBTRACT WS-WX-DECAY FROM WS-CUBE-ALT
    END-IF
    .

*> THE INDICES AND STORM PULL FOR FORECAST PASS WS-FC-WX-PASS -
*> 3205 WITHOUT THE CONSOLE LINES. PAST THE END OF THE FORECAST
*> TABLE THE SKY IS TAKEN AS QUIET.
3592-SET-FORECAST-WEATHER.
    IF WEATHER-FORECAST-ON AND WS-FC-WX-PASS <= 99
        MOVE WS-WX-SOLAR(WS-FC-WX-PASS)  TO WS-WX-CUR-SOLAR
        MOVE WS-WX-GEOMAG(WS-FC-WX-PASS) TO WS-WX-CUR-GEOMAG
    ELSE
        MOVE WS-WX-QUIET-SOLAR  TO WS-WX-CUR-SOLAR
        MOVE WS-WX-QUIET-GEOMAG TO WS-WX-CUR-GEOMAG
    END-IF

    IF WS-WX-CUR-GEOMAG >= WS-WX-STORM-KP
        COMPUTE WS-WX-PULL = (WS-WX-CUR-GEOMAG - 4) * 10
    ELSE
        MOVE 0 TO WS-WX-PULL
    END-IF
    .

*> SCORE EVERY PAIR AT FORECAST PASS WS-FC-PASS. EACH SUBSCRIBER'S
*> CONTRIBUTIONS ARE SUMMED FIRST (CAPPED AS 3500 CAPS THEM) SO A
*> PAIR'S CLOSEST APPROACH CAN CARRY ITS SUBSCRIBER'S TOTAL RISK AT
*> THAT PASS. A PAIR IS FLAGGED CRITICAL WHEN ITS SUBSCRIBER IS
*> PREDICTED CRITICAL AT THE PAIR'S CLOSEST APPROACH AND THAT PASS
*> FALLS INSIDE THE MISSION.
3593-SCORE-FORECAST-PASS.
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        MOVE 0 TO WS-FC-SAT-TOTAL
        MOVE 0 TO WS-FC-LEAD-RISK
        MOVE 0 TO WS-FC-LEAD-CAT
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
           UNTIL WS-CAT-IDX > WS-CAT-COUNT
            COMPUTE WS-TEMP-RISK =
               1.0 / (WS-CAT-RANGE(WS-CAT-IDX) + 1)
            EVALUATE TRUE
                WHEN CAT-LARGE(WS-CAT-IDX)
                    MOVE 3.0 TO WS-AUDIT-SIZE-MULT
                WHEN CAT-MEDIUM(WS-CAT-IDX)
                    MOVE 1.5 TO WS-AUDIT-SIZE-MULT
                WHEN OTHER
                    MOVE 1.0 TO WS-AUDIT-SIZE-MULT
            END-EVALUATE
            PERFORM 3510-COMPUTE-GEOMETRY-FACTORS
            COMPUTE WS-TEMP-RISK = WS-TEMP-RISK
               * WS-AUDIT-SIZE-MULT
               * WS-AUDIT-ALT-FACT
               * WS-AUDIT-TRK-FACT
               * WS-AUDIT-VEL-FACT
               * 3.0
            MOVE WS-TEMP-RISK TO WS-FC-NOW(WS-CAT-IDX)
            IF WS-FC-SAT-TOTAL + WS-TEMP-RISK > 0.9999
                MOVE 0.9999 TO WS-FC-SAT-TOTAL
            ELSE
                ADD WS-TEMP-RISK TO WS-FC-SAT-TOTAL
            END-IF
            IF WS-TEMP-RISK > WS-FC-LEAD-RISK
                MOVE WS-TEMP-RISK TO WS-FC-LEAD-RISK
                MOVE WS-CAT-IDX TO WS-FC-LEAD-CAT
            END-IF
        END-PERFORM

        IF WS-FC-SAT-TOTAL >= 0.5000
           AND WS-FC-PASS <= WS-MAX-TURNS
           AND WS-FC-CROSS-PASS(WS-IDX) = 0
           AND WS-FC-LEAD-CAT > 0
            MOVE WS-FC-PASS TO WS-FC-CROSS-PASS(WS-IDX)
            MOVE WS-FC-SAT-TOTAL TO WS-FC-CROSS-RISK(WS-IDX)
            MOVE WS-CAT-ID(WS-FC-LEAD-CAT)
               TO WS-FC-CROSS-OBJ(WS-IDX)
        END-IF

        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
           UNTIL WS-CAT-IDX > WS-CAT-COUNT
            COMPUTE WS-FC-IDX =
               (WS-IDX - 1) * WS-CAT-COUNT + WS-CAT-IDX
            IF WS-FC-NOW(WS-CAT-IDX) > WS-FC-PAIR-RISK(WS-FC-IDX)
               OR WS-FC-PAIR-PASS(WS-FC-IDX) = 0
                MOVE WS-FC-PASS TO WS-FC-PAIR-PASS(WS-FC-IDX)
                MOVE WS-CAT-RANGE(WS-CAT-IDX)
                   TO WS-FC-PAIR-RANGE(WS-FC-IDX)
                MOVE WS-FC-NOW(WS-CAT-IDX)
                   TO WS-FC-PAIR-RISK(WS-FC-IDX)
                MOVE WS-FC-SAT-TOTAL
                   TO WS-FC-PAIR-SAT-RISK(WS-FC-IDX)
                IF WS-FC-SAT-TOTAL >= 0.5000
                   AND WS-FC-PASS <= WS-MAX-TURNS
                    MOVE "Y" TO WS-FC-PAIR-CRIT(WS-FC-IDX)
                ELSE
                    MOVE "N" TO WS-FC-PAIR-CRIT(WS-FC-IDX)
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    .

*> ORDER THE PAIRS BY PREDICTED RISK, HIGHEST FIRST - AN INSERTION
*> SORT OF PAIR NUMBERS, SO EQUAL RISKS KEEP SUBSCRIBER ORDER
3595-RANK-FORECAST-PAIRS.
    PERFORM VARYING WS-FC-IDX FROM 1 BY 1
       UNTIL WS-FC-IDX > WS-FC-PAIR-COUNT
        MOVE WS-FC-IDX TO WS-FC-HOLD
        MOVE WS-FC-IDX TO WS-FC-IDX2
        PERFORM UNTIL WS-FC-IDX2 = 1
           OR WS-FC-PAIR-RISK(WS-FC-RANK(WS-FC-IDX2 - 1))
              >= WS-FC-PAIR-RISK(WS-FC-HOLD)
            MOVE WS-FC-RANK(WS-FC-IDX2 - 1)
               TO WS-FC-RANK(WS-FC-IDX2)
            SUBTRACT 1 FROM WS-FC-IDX2
        END-PERFORM
        MOVE WS-FC-HOLD TO WS-FC-RANK(WS-FC-IDX2)
    END-PERFORM
    .

*> ONE FORECAST BLOCK PER PASS - THE TOP-RANKED PAIRS (EVERY PAIR
*> FLAGGED CRITICAL IS LISTED WHATEVER ITS RANK), THEN ONE LINE PER
*> SUBSCRIBER SAYING WHETHER AND WHEN IT IS PREDICTED CRITICAL
3597-WRITE-FORECAST-REPORT.
    COMPUTE WS-FC-LAST-PASS = WS-CURRENT-TURN + WS-FC-PASSES
    MOVE SPACES TO FC-LINE
    STRING "PASS " WS-CURRENT-TURN
       " CONJUNCTION FORECAST LOOK-AHEAD=" WS-FC-PASSES
       " THROUGH-PASS=" WS-FC-LAST-PASS
       " MISSION-ENDS-PASS=" WS-MAX-TURNS
       " PAIRS=" WS-FC-PAIR-COUNT
       DELIMITED BY SIZE INTO FC-LINE
    WRITE FC-LINE

    IF WS-FC-PAIR-COUNT = 0
        MOVE "  NO CATALOG OBJECTS TO FORECAST" TO FC-LINE
        WRITE FC-LINE
    END-IF
    PERFORM VARYING WS-FC-IDX2 FROM 1 BY 1
       UNTIL WS-FC-IDX2 > WS-FC-PAIR-COUNT
        MOVE WS-FC-RANK(WS-FC-IDX2) TO WS-FC-IDX
        IF WS-FC-IDX2 <= WS-FC-LIST-MAX
           OR WS-FC-PAIR-CRIT(WS-FC-IDX) = "Y"
            MOVE WS-FC-PAIR-RISK(WS-FC-IDX) TO WS-FC-RISK-DISP
            MOVE WS-FC-PAIR-SAT-RISK(WS-FC-IDX) TO WS-FC-SATR-DISP
            MOVE SPACES TO FC-LINE
            STRING "  RANK=" WS-FC-IDX2
               " SAT=" WS-SAT-NAME(WS-FC-PAIR-SAT(WS-FC-IDX))
               " OBJ=" WS-CAT-ID(WS-FC-PAIR-CAT(WS-FC-IDX))
               " CLOSEST-PASS=" WS-FC-PAIR-PASS(WS-FC-IDX)
               " RANGE=" WS-FC-PAIR-RANGE(WS-FC-IDX)
               " RISK=" WS-FC-RISK-DISP
               " SAT-RISK=" WS-FC-SATR-DISP
               " CRITICAL=" WS-FC-PAIR-CRIT(WS-FC-IDX)
               DELIMITED BY SIZE INTO FC-LINE
            WRITE FC-LINE
        END-IF
    END-PERFORM

    MOVE 0 TO WS-FC-CROSSINGS
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        MOVE SPACES TO FC-LINE
        IF WS-FC-CROSS-PASS(WS-IDX) > 0
            ADD 1 TO WS-FC-CROSSINGS
            MOVE WS-FC-CROSS-RISK(WS-IDX) TO WS-FC-RISK-DISP
            STRING "  SUBSCRIBER " WS-SAT-NAME(WS-IDX)
               " PREDICTED CRITICAL AT PASS "
               WS-FC-CROSS-PASS(WS-IDX)
               " RISK=" WS-FC-RISK-DISP
               " LEAD-OBJ=" WS-FC-CROSS-OBJ(WS-IDX)
               DELIMITED BY SIZE INTO FC-LINE
            DISPLAY "  LOOK-AHEAD: " WS-SAT-NAME(WS-IDX)
               " predicted CRITICAL at pass "
               WS-FC-CROSS-PASS(WS-IDX)
               " (" WS-FC-CROSS-OBJ(WS-IDX) ")"
        ELSE
            STRING "  SUBSCRIBER " WS-SAT-NAME(WS-IDX)
               " NO CRITICAL PREDICTED BEFORE MISSION END"
               DELIMITED BY SIZE INTO FC-LINE
        END-IF
        WRITE FC-LINE
    END-PERFORM
    IF WS-FC-CROSSINGS = 0
        DISPLAY "  LOOK-AHEAD: no CRITICAL predicted in the next "
           WS-FC-PASSES " pass(es)"
    END-IF
    DISPLAY SPACES
    .

*> THE PASS' WARNING DECISION. THE OPERATOR STILL PICKS ONE
*> SATELLITE (OR NONE) AND ITS MANEUVER, BUT THAT PICK IS NOW ONLY
*> ONE ENTRY IN THE PASS' WARNING QUEUE: EVERY SUBSCRIBER WHOSE
*> RISK HAS REACHED ITS AGENCY'S CONTRACT THRESHOLD IS QUEUED TOO,
*> WITH THE AGENCY'S STANDING MANEUVER, AND THE QUEUE IS SENT IN
*> CONTRACT PRIORITY ORDER UNTIL FUEL OR POWER RUNS OUT.
3600-CHOOSE-ACTION.
    DISPLAY WS-THIN-SEP
    DISPLAY "  OPERATOR DECISION REQUIRED"
    DISPLAY WS-THIN-SEP
    PERFORM 3610-SHOW-CONTRACT-DUE
    DISPLAY SPACES
    DISPLAY "  Which satellite should receive a warning?"
    PERFORM VARYING WS-IDX FROM 1 BY 1
        ELSE
            ACCEPT WS-MANEUVER-CHOICE
        END-IF
        MOVE WS-MANEUVER-CHOICE TO WS-TX-MAN-CHOICE
        PERFORM 3615-DESCRIBE-MANEUVER
        MOVE WS-TX-MAN-DESC TO WS-MAN-DESC
    ELSE
        MOVE 0 TO WS-TARGET-SAT
    END-IF

    PERFORM 3620-BUILD-WARNING-QUEUE
    PERFORM 3630-TRANSMIT-WARNING-QUEUE

    IF WS-WQ-SENT = 0
        DISPLAY SPACES
        DISPLAY "  No warning issued. Conserving resources."
    END-IF

    PERFORM 3640-CHECK-CONTRACT-COMPLIANCE
    .

*> LIST THE SUBSCRIBERS WHOSE CONTRACT REQUIRES A WARNING THIS PASS
*> SO THE OPERATOR KNOWS WHAT THE QUEUE WILL ALREADY CARRY BEFORE
*> SPENDING A DISCRETIONARY PICK
3610-SHOW-CONTRACT-DUE.
    MOVE 0 TO WS-WQ-IDX
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        MOVE WS-SAT-AGENCY(WS-IDX) TO WS-CTR-KEY
        PERFORM 1160-FIND-AGENCY-CONTRACT
        IF WS-SAT-RISK(WS-IDX) >= WS-CTR-CUR-THRESHOLD
            IF WS-WQ-IDX = 0
                DISPLAY SPACES
                DISPLAY "  CONTRACT WARNINGS DUE THIS PASS:"
            END-IF
            ADD 1 TO WS-WQ-IDX
            MOVE WS-SAT-RISK(WS-IDX) TO WS-RISK-DISPLAY
            MOVE WS-CTR-CUR-THRESHOLD TO WS-CTR-THRESH-DISP
            DISPLAY "    " WS-SAT-NAME(WS-IDX)
               " " WS-SAT-AGENCY(WS-IDX)
               " TIER " WS-CTR-CUR-TIER
               " RISK " WS-RISK-DISPLAY
               " >= " WS-CTR-THRESH-DISP
        END-IF
    END-PERFORM
    .

*> TRANSLATE A MANEUVER MENU CHOICE (WS-TX-MAN-CHOICE) INTO THE
*> DESCRIPTION CARRIED ON THE WARNING MESSAGE AND THE ACK LOOP
3615-DESCRIBE-MANEUVER.
    EVALUATE WS-TX-MAN-CHOICE
        WHEN 1
            MOVE "RAISE ORBIT (+2 KM)" TO WS-TX-MAN-DESC
        WHEN 2
            MOVE "LOWER ORBIT (-2 KM)" TO WS-TX-MAN-DESC
        WHEN 3
            MOVE "LATERAL THRUST" TO WS-TX-MAN-DESC
        WHEN 4
            MOVE "RETROGRADE BURN" TO WS-TX-MAN-DESC
        WHEN OTHER
            MOVE "NO MANEUVER" TO WS-TX-MAN-DESC
    END-EVALUATE
    .

*> BUILD THIS PASS' WARNING QUEUE: THE OPERATOR'S PICK (IF ANY)
*> PLUS EVERY OTHER SUBSCRIBER AT OR ABOVE ITS CONTRACT THRESHOLD.
*> A SATELLITE IS QUEUED AT MOST ONCE - WHEN THE OPERATOR PICKED A
*> SATELLITE THE CONTRACT ALSO DEMANDS, THE OPERATOR'S MANEUVER
*> STANDS.
3620-BUILD-WARNING-QUEUE.
    MOVE 0 TO WS-WQ-COUNT
    IF WS-TARGET-SAT > 0
        MOVE WS-TARGET-SAT TO WS-IDX
        MOVE WS-MANEUVER-CHOICE TO WS-TX-MAN-CHOICE
        MOVE "OPERATOR" TO WS-TX-SOURCE
        PERFORM 3625-QUEUE-WARNING
    END-IF
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        IF WS-IDX NOT = WS-TARGET-SAT
            MOVE WS-SAT-AGENCY(WS-IDX) TO WS-CTR-KEY
            PERFORM 1160-FIND-AGENCY-CONTRACT
            IF WS-SAT-RISK(WS-IDX) >= WS-CTR-CUR-THRESHOLD
                MOVE WS-CTR-CUR-STD-MAN TO WS-TX-MAN-CHOICE
                MOVE "CONTRACT" TO WS-TX-SOURCE
                PERFORM 3625-QUEUE-WARNING
            END-IF
        END-IF
    END-PERFORM
    .

*> INSERT SATELLITE WS-IDX INTO THE QUEUE IN CONTRACT PRIORITY
*> ORDER - LOWER TIER NUMBER FIRST, AND WITHIN A TIER THE HIGHER
*> RISK FIRST. EQUAL KEYS KEEP ARRIVAL ORDER, SO THE OPERATOR'S
*> PICK LEADS ANY CONTRACT ENTRY IT TIES WITH.
3625-QUEUE-WARNING.
    MOVE WS-SAT-AGENCY(WS-IDX) TO WS-CTR-KEY
    PERFORM 1160-FIND-AGENCY-CONTRACT

    PERFORM VARYING WS-WQ-POS FROM 1 BY 1
       UNTIL WS-WQ-POS > WS-WQ-COUNT
          OR WS-WQ-TIER(WS-WQ-POS) > WS-CTR-CUR-TIER
          OR (WS-WQ-TIER(WS-WQ-POS) = WS-CTR-CUR-TIER
              AND WS-WQ-RISK(WS-WQ-POS) < WS-SAT-RISK(WS-IDX))
        CONTINUE
    END-PERFORM

    PERFORM VARYING WS-WQ-IDX FROM WS-WQ-COUNT BY -1
       UNTIL WS-WQ-IDX < WS-WQ-POS
        MOVE WS-WQ(WS-WQ-IDX) TO WS-WQ(WS-WQ-IDX + 1)
    END-PERFORM

    MOVE WS-IDX               TO WS-WQ-SAT(WS-WQ-POS)
    MOVE WS-CTR-CUR-TIER      TO WS-WQ-TIER(WS-WQ-POS)
    MOVE WS-SAT-RISK(WS-IDX)  TO WS-WQ-RISK(WS-WQ-POS)
    MOVE WS-TX-MAN-CHOICE     TO WS-WQ-MAN-CHOICE(WS-WQ-POS)
    MOVE WS-TX-SOURCE         TO WS-WQ-SOURCE(WS-WQ-POS)
    MOVE SPACES               TO WS-WQ-WHY(WS-WQ-POS)
    ADD 1 TO WS-WQ-COUNT
    .

*> WORK DOWN THE QUEUE FROM THE TOP. AN ENTRY IS HELD WHEN ITS
*> AGENCY HAS ALREADY HAD ITS CONTRACTED WARNINGS THIS MISSION, OR
*> WHEN SENTINEL-1 CAN NO LONGER AFFORD THE TRANSMISSION; A HELD
*> ENTRY DOES NOT STOP A CHEAPER CHECK FURTHER DOWN, BUT ONCE FUEL
*> OR POWER IS GONE EVERYTHING BELOW IS HELD FOR THE SAME REASON.
3630-TRANSMIT-WARNING-QUEUE.
    MOVE 0 TO WS-WQ-SENT
    MOVE 0 TO WS-WQ-HELD
    PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
       UNTIL WS-WQ-IDX > WS-WQ-COUNT
        PERFORM 3635-TRANSMIT-QUEUE-ENTRY
    END-PERFORM
    .

3635-TRANSMIT-QUEUE-ENTRY.
    MOVE WS-WQ-SAT(WS-WQ-IDX)        TO WS-TX-SAT
    MOVE WS-WQ-MAN-CHOICE(WS-WQ-IDX) TO WS-TX-MAN-CHOICE
    MOVE WS-WQ-SOURCE(WS-WQ-IDX)     TO WS-TX-SOURCE
    MOVE SPACES TO WS-TX-WHY
    MOVE SPACES TO WS-WARN-ID

    MOVE WS-SAT-AGENCY(WS-TX-SAT) TO WS-CTR-KEY
    PERFORM 1160-FIND-AGENCY-CONTRACT

    EVALUATE TRUE
        WHEN WS-CTR-AGY-WARNED >= WS-CTR-CUR-MAX-WARN
            MOVE "CONTRACT-CAP" TO WS-TX-WHY
        WHEN WS-CUBE-FUEL < WS-TX-FUEL-COST
            MOVE "FUEL" TO WS-TX-WHY
        WHEN WS-CUBE-POWER < WS-TX-POWER-COST + WS-TX-POWER-FLOOR
            MOVE "POWER" TO WS-TX-WHY
        WHEN OTHER
            PERFORM 3637-SEND-WARNING
    END-EVALUATE

    IF WS-TX-WHY NOT = SPACES
        ADD 1 TO WS-WQ-HELD
        MOVE WS-TX-WHY TO WS-WQ-WHY(WS-WQ-IDX)
        DISPLAY SPACES
        DISPLAY "  >> WARNING HELD FOR " WS-SAT-NAME(WS-TX-SAT)
           " - " WS-TX-WHY
    END-IF

    MOVE SPACES TO AL-LINE
    IF WS-TX-WHY = SPACES
        STRING "PASS " WS-CURRENT-TURN
           " WARNING WID=" WS-WARN-ID
           " SAT=" WS-SAT-NAME(WS-TX-SAT)
           " AGENCY=" WS-SAT-AGENCY(WS-TX-SAT)
           " TIER=" WS-CTR-CUR-TIER
           " SOURCE=" WS-TX-SOURCE
           " MANEUVER=" WS-TX-MAN-DESC
           " DISPOSITION=SENT"
           DELIMITED BY SIZE INTO AL-LINE
    ELSE
        STRING "PASS " WS-CURRENT-TURN
           " WARNING WID=NONE"
           " SAT=" WS-SAT-NAME(WS-TX-SAT)
           " AGENCY=" WS-SAT-AGENCY(WS-TX-SAT)
           " TIER=" WS-CTR-CUR-TIER
           " SOURCE=" WS-TX-SOURCE
           " DISPOSITION=HELD"
           " REASON=" WS-TX-WHY
           DELIMITED BY SIZE INTO AL-LINE
    END-IF
    WRITE AL-LINE
    .

*> TRANSMIT ONE QUEUED WARNING (WS-TX-SAT / WS-TX-MAN-CHOICE):
*> ISSUE ITS ID, WRITE THE OUTBOUND MESSAGE, OPEN ITS ACK ENTRY
*> AND CHARGE SENTINEL-1 THE FUEL AND POWER IT COSTS
3637-SEND-WARNING.
    PERFORM 3615-DESCRIBE-MANEUVER

    MOVE 1 TO WS-SAT-WARNED(WS-TX-SAT)
    ADD 1 TO WS-SAT-WARNINGS-RCVD(WS-TX-SAT)
    ADD 1 TO WS-WQ-SENT

    *> EVERY TRANSMITTED WARNING GETS A UNIQUE ID AND LEAVES
    *> THE SYSTEM AS A STRUCTURED WARNING MESSAGE RECORD
    ADD 1 TO WS-WARN-SEQ
    MOVE SPACES TO WS-WARN-ID
    STRING "W" WS-MSN-SEQ
       "-" WS-WARN-SEQ
       DELIMITED BY SIZE INTO WS-WARN-ID
    IF WS-SAT-FIRST-WID(WS-TX-SAT) = SPACES
        MOVE WS-WARN-ID TO WS-SAT-FIRST-WID(WS-TX-SAT)
    END-IF
    MOVE WS-WARN-ID TO WS-SAT-LAST-WID(WS-TX-SAT)
    PERFORM 3650-WRITE-WARNING-MESSAGE

    *> THE RECOMMENDATION IS ISSUED (AND BILLABLE) HERE; THE
    *> AGENCY'S ACKNOWLEDGMENT NEXT PASS DECIDES WHETHER THE
    *> MANEUVER WAS ACTUALLY FLOWN
    IF WS-TX-MAN-DESC NOT = "NO MANEUVER"
        ADD 1 TO WS-SAT-RECOMMENDS(WS-TX-SAT)
        ADD 1 TO WS-PEND-COUNT
        MOVE WS-TX-SAT      TO WS-PEND-SAT(WS-PEND-COUNT)
        MOVE WS-TX-MAN-DESC TO WS-PEND-MANEUVER(WS-PEND-COUNT)
        MOVE 0 TO WS-PEND-ON-HIGHEST(WS-PEND-COUNT)
        MOVE 0.0000 TO WS-PEND-RISK(WS-PEND-COUNT)
        MOVE WS-WARN-ID TO WS-PEND-WARN-ID(WS-PEND-COUNT)
    END-IF

    DISPLAY SPACES
    DISPLAY "  >> WARNING TRANSMITTED TO "
       WS-SAT-NAME(WS-TX-SAT) " (" WS-TX-SOURCE ")"
    DISPLAY "  >> WARNING ID: " WS-WARN-ID
    DISPLAY "  >> RECOMMENDED: " WS-TX-MAN-DESC
    DISPLAY "  >> AWAITING ACKNOWLEDGMENT NEXT PASS"

    MOVE WS-CUBE-FUEL TO WS-TLM-PRIOR
    SUBTRACT WS-TX-FUEL-COST FROM WS-CUBE-FUEL
    MOVE "FUEL" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-FUEL TO WS-TLM-BALANCE
    MOVE "WARNING TRANSMISSION" TO WS-TLM-REASON
    PERFORM 3770-WRITE-TELEMETRY

    MOVE WS-CUBE-POWER TO WS-TLM-PRIOR
    SUBTRACT WS-TX-POWER-COST FROM WS-CUBE-POWER
    MOVE "POWER" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-POWER TO WS-TLM-BALANCE
    MOVE "WARNING TRANSMISSION" TO WS-TLM-REASON
    PERFORM 3770-WRITE-TELEMETRY
    .

*> AFTER THE QUEUE IS SENT, ANY SUBSCRIBER STILL AT OR ABOVE ITS
*> CONTRACT THRESHOLD WITHOUT A WARNING IS A CONTRACT BREACH FOR
*> THIS PASS - COUNTED FOR THE AGENCY REPORT AND LOGGED AS IT
*> HAPPENS SO THE SHIFT CAN SEE IT BEFORE THE MISSION ENDS
3640-CHECK-CONTRACT-COMPLIANCE.
    PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
       UNTIL WS-WQ-IDX > WS-WQ-COUNT
        MOVE WS-WQ-SAT(WS-WQ-IDX) TO WS-IDX
        MOVE WS-SAT-AGENCY(WS-IDX) TO WS-CTR-KEY
        PERFORM 1160-FIND-AGENCY-CONTRACT
        IF WS-SAT-RISK(WS-IDX) >= WS-CTR-CUR-THRESHOLD
           AND NOT SAT-WAS-WARNED(WS-IDX)
            ADD 1 TO WS-SAT-UNWARNED(WS-IDX)
            MOVE WS-CURRENT-TURN TO WS-SAT-UNWARNED-PASS(WS-IDX)
            MOVE WS-WQ-WHY(WS-WQ-IDX) TO WS-SAT-UNWARNED-WHY(WS-IDX)
            MOVE WS-SAT-RISK(WS-IDX) TO WS-RISK-DISPLAY
            MOVE SPACES TO AL-LINE
            STRING "PASS " WS-CURRENT-TURN
               " CONTRACT-UNWARNED SAT=" WS-SAT-NAME(WS-IDX)
               " AGENCY=" WS-SAT-AGENCY(WS-IDX)
               " TIER=" WS-CTR-CUR-TIER
               " RISK=" WS-RISK-DISPLAY
               " REASON=" WS-SAT-UNWARNED-WHY(WS-IDX)
               DELIMITED BY SIZE INTO AL-LINE
            WRITE AL-LINE
        END-IF
    END-PERFORM
    .

*> ONE STRUCTURED OUTBOUND RECORD PER TRANSMITTED WARNING - THE
*> MACHINE-READABLE COPY THE GROUND SEGMENT BUILDS ITS RESPONSE
*> FROM, QUOTING WM-WARNING-ID BACK ON THE ACKNOWLEDGMENT
3650-WRITE-WARNING-MESSAGE.
    MOVE WS-WARN-ID               TO WM-WARNING-ID
    MOVE WS-CURRENT-TURN          TO WM-PASS
    MOVE WS-SAT-NAME(WS-TX-SAT)   TO WM-SATELLITE
    MOVE WS-SAT-AGENCY(WS-TX-SAT) TO WM-AGENCY
    MOVE WS-SAT-RISK(WS-TX-SAT)   TO WM-RISK
    MOVE WS-TX-MAN-DESC           TO WM-MANEUVER
    WRITE WM-RECORD
    .

    WRITE RA-LINE
    .

*> OFFER SENTINEL-1 A REBOOST BURN ONCE THE PASS' WARNINGS HAVE
*> HAD FIRST CALL ON THE FUEL. ONLY OFFERED BELOW LAUNCH ALTITUDE
*> AND WITH ENOUGH FUEL FOR THE BURN; THE CLIMB IS CAPPED AT THE
*> LAUNCH ALTITUDE. BOTH SIDES OF THE BURN GO TO TELEMETRY.
3680-CHOOSE-REBOOST.
    MOVE "N" TO WS-WX-REBOOST-FLAG

    IF WS-CUBE-ALT < WS-WX-LAUNCH-ALT
       AND WS-CUBE-FUEL >= WS-WX-REBOOST-FUEL
        DISPLAY SPACES
        DISPLAY "  SENTINEL-1 altitude " WS-CUBE-ALT " km."
        DISPLAY "  Fire reboost burn? (+" WS-WX-REBOOST-KM
           " km for " WS-WX-REBOOST-FUEL "% fuel) (Y/N): "
        IF BATCH-MODE-ON
            MOVE BD-REBOOST TO WS-CONFIRM
            DISPLAY WS-CONFIRM
        ELSE
            ACCEPT WS-CONFIRM
        END-IF
        IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
            SET REBOOST-FIRED TO TRUE
        END-IF
    END-IF

    IF REBOOST-FIRED
        MOVE WS-CUBE-FUEL TO WS-TLM-PRIOR
        SUBTRACT WS-WX-REBOOST-FUEL FROM WS-CUBE-FUEL
        MOVE "FUEL" TO WS-TLM-SYSTEM
        MOVE WS-CUBE-FUEL TO WS-TLM-BALANCE
        MOVE "REBOOST BURN" TO WS-TLM-REASON
        PERFORM 3770-WRITE-TELEMETRY

        MOVE WS-CUBE-ALT TO WS-TLM-PRIOR
        ADD WS-WX-REBOOST-KM TO WS-CUBE-ALT
        IF WS-CUBE-ALT > WS-WX-LAUNCH-ALT
            MOVE WS-WX-LAUNCH-ALT TO WS-CUBE-ALT
        END-IF
        MOVE "ALTITUDE" TO WS-TLM-SYSTEM
        MOVE WS-CUBE-ALT TO WS-TLM-BALANCE
        MOVE "REBOOST BURN" TO WS-TLM-REASON
        PERFORM 3770-WRITE-TELEMETRY

        DISPLAY "  Reboost burn complete. Altitude now "
           WS-CUBE-ALT " km."
    END-IF
    .

3700-RESOLVE-TURN.
    DISPLAY SPACES
    DISPLAY WS-THIN-SEP
    DISPLAY "  TURN RESOLUTION - PASS " WS-CURRENT-TURN
    DISPLAY WS-THIN-SEP

    *> THE OUTCOME TURNS ON WHETHER THE HIGHEST-RISK SATELLITE WAS
    *> AMONG THE WARNINGS ACTUALLY SENT - BY THE OPERATOR'S PICK OR
    *> BY ITS CONTRACT - NOT ON WHO THE OPERATOR HAPPENED TO PICK
    MOVE 0 TO WS-ACK-MATCH
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
       UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-SAT(WS-PEND-IDX) = WS-HIGHEST-SAT
            MOVE WS-PEND-IDX TO WS-ACK-MATCH
        END-IF
    END-PERFORM

    IF WS-WQ-SENT > 0
       AND SAT-WAS-WARNED(WS-HIGHEST-SAT)
        DISPLAY SPACES
        DISPLAY "  EXCELLENT! You warned the satellite with"
        DISPLAY "  the highest collision probability!"
        DISPLAY "  Awaiting acknowledgment from "
           WS-SAT-AGENCY(WS-HIGHEST-SAT) "..."
        IF WS-ACK-MATCH > 0
            MOVE 1 TO WS-PEND-ON-HIGHEST(WS-ACK-MATCH)
            MOVE WS-HIGHEST-RISK TO WS-PEND-RISK(WS-ACK-MATCH)
            MOVE "PENDING-ACK" TO WS-OUTCOME-CODE
        ELSE
            *> WARNING CARRIED NO MANEUVER RECOMMENDATION, SO
            *> THERE IS NOTHING FOR THE AGENCY TO ACKNOWLEDGE
            MOVE "WARNED-ONLY" TO WS-OUTCOME-CODE
        END-IF
        ADD WS-WQ-SENT TO WS-WARNINGS-SENT
    ELSE IF WS-WQ-SENT > 0
        DISPLAY SPACES
        DISPLAY "  You issued " WS-WQ-SENT " warning(s),"
        DISPLAY "  but "
           WS-SAT-NAME(WS-HIGHEST-SAT)
           " had the highest risk!"
            MOVE "CLEAR"      TO WS-OUTCOME-CODE
        END-IF
        PERFORM 3570-WRITE-IMPACT-AUDIT
        ADD WS-WQ-SENT TO WS-WARNINGS-SENT
    ELSE
        DISPLAY SPACES
        DISPLAY "  No warning was issued."
            ADD 1 TO WS-COLLISIONS
            ADD 1 TO WS-SAT-COLLISIONS(WS-HIGHEST-SAT)
            MOVE "IMPACT"     TO WS-OUTCOME-CODE
            MOVE WS-HIGHEST-SAT TO WS-BRK-SAT
            PERFORM 3720-GENERATE-BREAKUP-CLOUD
        ELSE
            DISPLAY "  Lucky! No collisions this pass."
            DISPLAY "  +25 points for resource conservation."
    *> THE SKY MOVES TOO - ADVANCE EVERY EPHEMERIS TRACK ONE PASS
    PERFORM 3900-PROPAGATE-EPHEMERIS

    *> AND SENTINEL-1 SINKS A LITTLE FURTHER INTO THE ATMOSPHERE
    PERFORM 3920-APPLY-ORBITAL-DECAY

    IF WS-CUBE-POWER < 15
        DISPLAY SPACES
        DISPLAY "  *** LOW POWER WARNING ***"
    END-IF
    .

*> A COLLISION BREAKS THE STRUCK SUBSCRIBER (SLOT WS-BRK-SAT) UP.
*> THE IMPACTOR'S SIZE CLASS DECIDES HOW MANY FRAGMENTS AND HOW
*> WIDELY THEY SCATTER; EACH ONE GOES INTO THE EPHEMERIS AS A REAL
*> OBJECT NEAR THE PARENT'S ALTITUDE SHELL AND GROUND TRACK, SO IT
*> IS PROPAGATED, SCANNED, CORRELATED AND CATALOGED LIKE ANY OTHER
*> OBJECT - AND STARTS ADDING TO EVERYONE'S RISK NEXT PASS.
3720-GENERATE-BREAKUP-CLOUD.
    MOVE WS-IDX     TO WS-BRK-SAVE-IDX
    MOVE WS-CAT-IDX TO WS-BRK-SAVE-CAT

    PERFORM 3725-FIND-IMPACTOR

    EVALUATE WS-BRK-IMP-CLASS
        WHEN "LARGE"
            MOVE 12  TO WS-BRK-WANT
            MOVE 20  TO WS-BRK-SPREAD-AZ
            MOVE 10  TO WS-BRK-SPREAD-EL
            MOVE 200 TO WS-BRK-SPREAD-RNG
            MOVE 400 TO WS-BRK-SPREAD-VEL
        WHEN "SMALL"
            MOVE 4   TO WS-BRK-WANT
            MOVE 6   TO WS-BRK-SPREAD-AZ
            MOVE 3   TO WS-BRK-SPREAD-EL
            MOVE 60  TO WS-BRK-SPREAD-RNG
            MOVE 120 TO WS-BRK-SPREAD-VEL
        WHEN OTHER
            MOVE 8   TO WS-BRK-WANT
            MOVE 12  TO WS-BRK-SPREAD-AZ
            MOVE 6   TO WS-BRK-SPREAD-EL
            MOVE 120 TO WS-BRK-SPREAD-RNG
            MOVE 250 TO WS-BRK-SPREAD-VEL
    END-EVALUATE

    ADD 1 TO WS-BRK-EVENTS
    COMPUTE WS-BRK-FIRST = WS-BRK-COUNT + 1
    PERFORM 3722-PLACE-FRAGMENT
       VARYING WS-BRK-SEQ FROM 1 BY 1
       UNTIL WS-BRK-SEQ > WS-BRK-WANT
    MOVE WS-EPH-COUNT TO WS-TOTAL-DEBRIS
    COMPUTE WS-BRK-PLACED = WS-BRK-COUNT + 1 - WS-BRK-FIRST

    DISPLAY "  ** BREAKUP: " WS-SAT-NAME(WS-BRK-SAT)
       " hit by " WS-BRK-IMP-ID " (" WS-BRK-IMP-CLASS ")"
    DISPLAY "  " WS-BRK-PLACED " fragments added to the debris"
       " ephemeris. **"

    MOVE SPACES TO AL-LINE
    IF WS-BRK-PLACED > 0
        STRING "PASS " WS-CURRENT-TURN
           " BREAKUP SAT=" WS-SAT-NAME(WS-BRK-SAT)
           " IMPACTOR=" WS-BRK-IMP-ID
           " SIZE=" WS-BRK-IMP-CLASS
           " FRAGMENTS=" WS-BRK-PLACED
           " IDS=" WS-BRK-ID(WS-BRK-FIRST)
           " TO " WS-BRK-ID(WS-BRK-COUNT)
           DELIMITED BY SIZE INTO AL-LINE
    ELSE
        STRING "PASS " WS-CURRENT-TURN
           " BREAKUP SAT=" WS-SAT-NAME(WS-BRK-SAT)
           " IMPACTOR=" WS-BRK-IMP-ID
           " SIZE=" WS-BRK-IMP-CLASS
           " FRAGMENTS=00 - EPHEMERIS OR BREAKUP TABLE FULL"
           DELIMITED BY SIZE INTO AL-LINE
    END-IF
    WRITE AL-LINE

    MOVE WS-BRK-SAVE-IDX TO WS-IDX
    MOVE WS-BRK-SAVE-CAT TO WS-CAT-IDX
    .

*> THE IMPACTOR IS THE CATALOG OBJECT CONTRIBUTING MOST TO THE
*> STRUCK SATELLITE'S RISK ON ITS TRACK AS IT STANDS NOW - THE SAME
*> RANGE, SIZE AND GEOMETRY TERMS 3500 USES, LESS THE HORIZON
*> JITTER. WITH NOTHING CATALOGED IT IS UNKNOWN AND TAKEN AS MEDIUM.
3725-FIND-IMPACTOR.
    MOVE "UNKNOWN" TO WS-BRK-IMP-ID
    MOVE "MEDIUM"  TO WS-BRK-IMP-CLASS
    MOVE 0 TO WS-BRK-BEST
    MOVE WS-BRK-SAT TO WS-IDX

    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
       UNTIL WS-CAT-IDX > WS-CAT-COUNT
        PERFORM 3510-COMPUTE-GEOMETRY-FACTORS
        EVALUATE TRUE
            WHEN CAT-LARGE(WS-CAT-IDX)
                MOVE 3.0 TO WS-AUDIT-SIZE-MULT
            WHEN CAT-MEDIUM(WS-CAT-IDX)
                MOVE 1.5 TO WS-AUDIT-SIZE-MULT
            WHEN OTHER
                MOVE 1.0 TO WS-AUDIT-SIZE-MULT
        END-EVALUATE
        COMPUTE WS-BRK-SCORE = WS-AUDIT-SIZE-MULT
           / (WS-CAT-RANGE(WS-CAT-IDX) + 1)
           * WS-AUDIT-ALT-FACT
           * WS-AUDIT-TRK-FACT
           * WS-AUDIT-VEL-FACT
        IF WS-BRK-SCORE > WS-BRK-BEST
            MOVE WS-BRK-SCORE TO WS-BRK-BEST
            MOVE WS-CAT-ID(WS-CAT-IDX)   TO WS-BRK-IMP-ID
            MOVE WS-CAT-SIZE(WS-CAT-IDX) TO WS-BRK-IMP-CLASS
        END-IF
    END-PERFORM
    .

*> PLACE FRAGMENT WS-BRK-SEQ OF THE CLOUD. AZIMUTH AND ELEVATION
*> START ON THE PARENT'S LONGITUDE AND LATITUDE (THE TERMS 3510
*> MATCHES THEM ON); THE RANGE IS THE ONE THAT PUTS THE FRAGMENT'S
*> APPARENT ALTITUDE ON THE PARENT'S SHELL WHEN THAT IS A RANGE THE
*> SENSOR CAN HOLD, ELSE THE ALTITUDE GAP ITSELF. EACH AXIS IS THEN
*> OFFSET BY THE SCATTER PATTERN. FRAGMENTS ARE MOSTLY SMALL; A
*> LARGE IMPACTOR LEAVES A LARGE HULK AND SOME MEDIUM PIECES. A
*> FULL EPHEMERIS OR BREAKUP TABLE DROPS THE FRAGMENT, COUNTED.
3722-PLACE-FRAGMENT.
    IF WS-EPH-COUNT >= 300 OR WS-BRK-COUNT >= 60
        ADD 1 TO WS-BRK-DROPPED
    ELSE
        ADD 1 TO WS-EPH-COUNT
        MOVE WS-EPH-COUNT TO WS-EPH-IDX
        ADD 1 TO WS-BRK-COUNT
        MOVE WS-BRK-COUNT TO WS-BRK-IDX

        *> CAMPAIGN LEGS SHARE ONE MISSION SEQUENCE, SO EACH LEG
        *> NUMBERS ITS FRAGMENTS IN ITS OWN BLOCK OF 60
        MOVE WS-BRK-COUNT TO WS-BRK-SERIAL
        IF CAMPAIGN-MODE-ON AND WS-CMP-IDX > 1
            COMPUTE WS-BRK-SERIAL =
               (WS-CMP-IDX - 1) * 60 + WS-BRK-COUNT
        END-IF
        MOVE SPACES TO WS-EPH-ID(WS-EPH-IDX)
        STRING "B" WS-MSN-SEQ WS-BRK-SERIAL
           DELIMITED BY SIZE INTO WS-EPH-ID(WS-EPH-IDX)

        COMPUTE WS-BRK-FRAC = FUNCTION REM(
           WS-BRK-SEQ * 1.2361 + WS-CURRENT-TURN * 0.3707, 2) - 1
        COMPUTE WS-BRK-WORK =
           FUNCTION MOD(WS-SAT-LONGITUDE(WS-BRK-SAT) + 360, 360)
           + WS-BRK-FRAC * WS-BRK-SPREAD-AZ + 360
        COMPUTE WS-EPH-AZ(WS-EPH-IDX) = FUNCTION MOD(WS-BRK-WORK, 360)

        COMPUTE WS-BRK-FRAC = FUNCTION REM(
           WS-BRK-SEQ * 0.8284 + WS-CURRENT-TURN * 0.5411, 2) - 1
        COMPUTE WS-BRK-WORK = WS-SAT-LATITUDE(WS-BRK-SAT)
           + WS-BRK-FRAC * WS-BRK-SPREAD-EL
        IF WS-BRK-WORK > 90
            MOVE 90 TO WS-BRK-WORK
        END-IF
        IF WS-BRK-WORK < -90
            MOVE -90 TO WS-BRK-WORK
        END-IF
        MOVE WS-BRK-WORK TO WS-EPH-EL(WS-EPH-IDX)

        COMPUTE WS-BRK-ALT-OFF =
           WS-SAT-ALTITUDE(WS-BRK-SAT) - WS-CUBE-ALT
        MOVE 0 TO WS-BRK-BASE-RNG
        IF WS-BRK-WORK NOT = 0
            COMPUTE WS-BRK-BASE-RNG =
               WS-BRK-ALT-OFF * 90 / WS-BRK-WORK
        END-IF
        IF WS-BRK-BASE-RNG < 100 OR WS-BRK-BASE-RNG > 2000
            COMPUTE WS-BRK-BASE-RNG =
               FUNCTION ABS(WS-BRK-ALT-OFF) + 100
        END-IF
        COMPUTE WS-BRK-FRAC = FUNCTION REM(
           WS-BRK-SEQ * 1.4641 + WS-CURRENT-TURN * 0.2236, 2) - 1
        COMPUTE WS-BRK-BASE-RNG = WS-BRK-BASE-RNG
           + WS-BRK-FRAC * WS-BRK-SPREAD-RNG
        IF WS-BRK-BASE-RNG > 2000
            MOVE 2000 TO WS-BRK-BASE-RNG
        END-IF
        IF WS-BRK-BASE-RNG < 100
            MOVE 100 TO WS-BRK-BASE-RNG
        END-IF
        MOVE WS-BRK-BASE-RNG TO WS-EPH-RANGE(WS-EPH-IDX)

        COMPUTE WS-BRK-FRAC = FUNCTION REM(
           WS-BRK-SEQ * 0.4721 + WS-CURRENT-TURN * 0.6180, 2) - 1
        COMPUTE WS-BRK-VEL-WORK = WS-SAT-VELOCITY(WS-BRK-SAT)
           + WS-BRK-FRAC * WS-BRK-SPREAD-VEL
        MOVE WS-BRK-VEL-WORK TO WS-EPH-VELOCITY(WS-EPH-IDX)

        EVALUATE TRUE
            WHEN WS-BRK-IMP-CLASS = "LARGE" AND WS-BRK-SEQ = 1
                MOVE "LARGE" TO WS-EPH-SIZE(WS-EPH-IDX)
            WHEN WS-BRK-IMP-CLASS = "LARGE"
             AND FUNCTION MOD(WS-BRK-SEQ, 3) = 0
                MOVE "MEDIUM" TO WS-EPH-SIZE(WS-EPH-IDX)
            WHEN WS-BRK-IMP-CLASS = "MEDIUM"
             AND FUNCTION MOD(WS-BRK-SEQ, 4) = 1
                MOVE "MEDIUM" TO WS-EPH-SIZE(WS-EPH-IDX)
            WHEN OTHER
                MOVE "SMALL" TO WS-EPH-SIZE(WS-EPH-IDX)
        END-EVALUATE

        MOVE WS-EPH-ID(WS-EPH-IDX)       TO WS-BRK-ID(WS-BRK-IDX)
        MOVE WS-SAT-NAME(WS-BRK-SAT)     TO WS-BRK-PARENT(WS-BRK-IDX)
        MOVE WS-CURRENT-TURN             TO WS-BRK-PASS(WS-BRK-IDX)
        MOVE WS-BRK-IMP-ID               TO WS-BRK-IMPACTOR(WS-BRK-IDX)
        MOVE WS-BRK-IMP-CLASS            TO WS-BRK-IMP-SIZE(WS-BRK-IDX)
        MOVE WS-EPH-AZ(WS-EPH-IDX)       TO WS-BRK-AZ(WS-BRK-IDX)
        MOVE WS-EPH-EL(WS-EPH-IDX)       TO WS-BRK-EL(WS-BRK-IDX)
        MOVE WS-EPH-RANGE(WS-EPH-IDX)    TO WS-BRK-RANGE(WS-BRK-IDX)
        MOVE WS-EPH-VELOCITY(WS-EPH-IDX) TO WS-BRK-VELOCITY(WS-BRK-IDX)
        MOVE WS-EPH-SIZE(WS-EPH-IDX)     TO WS-BRK-SIZE(WS-BRK-IDX)
        PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
            MOVE 0 TO WS-BRK-HIT-PASSES(WS-BRK-IDX, WS-IDX)
            MOVE 0 TO WS-BRK-HIT-PEAK(WS-BRK-IDX, WS-IDX)
            MOVE 0 TO WS-BRK-HIT-AT(WS-BRK-IDX, WS-IDX)
        END-PERFORM
    END-IF
    .

*> A FRAGMENT HAS JUST ADDED WS-TEMP-RISK TO SUBSCRIBER WS-IDX'S
*> RISK - COUNT THE PASS AND KEEP THE LARGEST CONTRIBUTION
3730-TALLY-FRAGMENT-RISK.
    PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
       UNTIL WS-BRK-IDX > WS-BRK-COUNT
        IF WS-BRK-ID(WS-BRK-IDX) = WS-CAT-ID(WS-CAT-IDX)
            ADD 1 TO WS-BRK-HIT-PASSES(WS-BRK-IDX, WS-IDX)
            IF WS-TEMP-RISK > WS-BRK-HIT-PEAK(WS-BRK-IDX, WS-IDX)
                MOVE WS-TEMP-RISK
                   TO WS-BRK-HIT-PEAK(WS-BRK-IDX, WS-IDX)
                MOVE WS-CURRENT-TURN
                   TO WS-BRK-HIT-AT(WS-BRK-IDX, WS-IDX)
            END-IF
        END-IF
    END-PERFORM
    .

*> RECORD THIS PASS' EFFECTIVE CHOICES IN THE BD-RECORD LAYOUT.
*> "NO WARNING" IS RECORDED AS THE NO-WARN MENU DIGIT AND A
*> WARNING WITHOUT A MANEUVER AS MANEUVER 0, MATCHING WHAT THE
        MOVE 0 TO SR-RNG2
    END-IF

    MOVE WS-WX-REBOOST-FLAG TO SR-REBOOST

    WRITE SR-RECORD
    .

    MOVE SPACES TO AL-LINE

    IF WS-TARGET-SAT > 0
       AND SAT-WAS-WARNED(WS-TARGET-SAT)
        STRING "PASS " WS-CURRENT-TURN
           " OPERATOR=" WS-OPERATOR-ID
           " AZ=" WS-SCAN-AZ-CHOICE
           " OUTCOME=" WS-OUTCOME-CODE
           DELIMITED BY SIZE INTO AL-LINE
    END-IF
    *> WARNINGS THE CONTRACTS SENT WITHOUT THE OPERATOR'S PICK GOING
    *> OUT ARE NAMED ON THEIR OWN WARNING LINES - FLAG THEM HERE SO
    *> THE PASS SUMMARY DOES NOT READ AS A SILENT PASS
    IF WS-WQ-SENT > 0
       AND (WS-TARGET-SAT = 0
            OR NOT SAT-WAS-WARNED(WS-TARGET-SAT))
        MOVE SPACES TO AL-LINE
        STRING "PASS " WS-CURRENT-TURN
           " OPERATOR=" WS-OPERATOR-ID
           " AZ=" WS-SCAN-AZ-CHOICE
           " EL=" WS-SCAN-EL-CHOICE
           " RNG=" WS-SCAN-RNG-CHOICE
           " DETECTED=" WS-DEBRIS-COUNT
           " HIGHEST-RISK-SAT=" WS-SAT-NAME(WS-HIGHEST-SAT)
           " RISK=" WS-RISK-DISPLAY
           " WARNED=CONTRACT"
           " MANEUVER=STANDING"
           " OUTCOME=" WS-OUTCOME-CODE
           DELIMITED BY SIZE INTO AL-LINE
    END-IF

    WRITE AL-LINE

*> OR CLOSED TERMINAL DOESN'T LOSE THE MISSION. REWRITTEN IN
*> FULL EACH PASS - ONLY THE LATEST STATE IS EVER KEPT.
3760-SAVE-CHECKPOINT.
    MOVE WS-CKPT-LAYOUT     TO CK-LAYOUT-ID
    MOVE WS-GAME-STATE      TO CK-GAME-STATE
    MOVE WS-CUBESAT-STATUS  TO CK-CUBESAT-STATUS
    MOVE WS-SATELLITE-TABLE TO CK-SATELLITE-TABLE
    MOVE WS-COVERAGE-MAP    TO CK-COVERAGE-MAP
    MOVE WS-EPH-WINDOW-FLAGS TO CK-EPH-WINDOW-FLAGS
    MOVE WS-WARN-SEQ        TO CK-WARN-SEQ
    MOVE WS-BREAKUP-TABLE   TO CK-BREAKUP-TABLE

    OPEN OUTPUT CHECKPOINT-FILE
    WRITE CK-RECORD
    MOVE WS-CKP-RESUME-LEG TO CP-CMP-IDX
    MOVE WS-CMP-COUNT      TO CP-CMP-COUNT
    MOVE WS-LEG-START-FUEL TO CP-LEG-START-FUEL
    MOVE WS-LEG-START-ALT  TO CP-LEG-START-ALT
    PERFORM VARYING WS-IDX2 FROM 1 BY 1
       UNTIL WS-IDX2 > 8
        MOVE WS-LEG-START-PROP(WS-IDX2) TO CP-LEG-START-PROP(WS-IDX2)
    END-PERFORM
    MOVE WS-DEC-CONSUMED   TO CP-DEC-CONSUMED
    MOVE WS-RSP-CONSUMED   TO CP-RSP-CONSUMED
    MOVE WS-WARN-SEQ       TO CP-WARN-SEQ
*> FAST MOVERS AND OPENS FOR SLOW ONES (BOUNDED TO THE SENSOR'S
*> 100-2000 KM ENVELOPE). THE SAME OBJECT THEREFORE DRIFTS BETWEEN
*> COVERAGE SECTORS FROM PASS TO PASS, AND THE CLOSING RANGE FEEDS
*> STRAIGHT INTO THE RISK TERMS IN 3500-ASSESS-THREATS. DURING A
*> GEOMAGNETIC STORM THE SWOLLEN ATMOSPHERE DRAGS EVERY TRACK IN
*> FASTER BY THE PASS' STORM PULL (ZERO ON A QUIET PASS).
3900-PROPAGATE-EPHEMERIS.
    PERFORM VARYING WS-EPH-IDX FROM 1 BY 1
       UNTIL WS-EPH-IDX > WS-EPH-COUNT

        COMPUTE WS-PROP-RNG = WS-EPH-RANGE(WS-EPH-IDX)
           + (7600 - WS-EPH-VELOCITY(WS-EPH-IDX)) / 10
           - WS-WX-PULL
        IF WS-PROP-RNG > 2000
            MOVE 2000 TO WS-PROP-RNG
        END-IF
    END-PERFORM
    .

*> ATMOSPHERIC DRAG ON SENTINEL-1 FOR THE PASS, DRIVEN BY THE
*> PASS' SOLAR AND GEOMAGNETIC INDICES. THE LOSS GOES TO TELEMETRY
*> LIKE ANY OTHER BALANCE CHANGE. BELOW THE FLOOR ALTITUDE THE
*> CUBESAT RE-ENTERS: THE MISSION ENDS AFTER THIS PASS, AND THE
*> WARNINGS STILL AWAITING AN ANSWER ARE CLOSED OUT NOW BECAUSE
*> THERE WILL BE NO NEXT PASS TO CLOSE THEM.
3920-APPLY-ORBITAL-DECAY.
    COMPUTE WS-WX-DECAY =
       (WS-WX-CUR-SOLAR + 35) / 70 + WS-WX-CUR-GEOMAG / 3
    MOVE WS-CUBE-ALT TO WS-TLM-PRIOR
    IF WS-WX-DECAY > WS-CUBE-ALT
        MOVE 0 TO WS-CUBE-ALT
    ELSE
        SUBTRACT WS-WX-DECAY FROM WS-CUBE-ALT
    END-IF
    MOVE "ALTITUDE" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-ALT TO WS-TLM-BALANCE
    MOVE "ORBITAL DECAY" TO WS-TLM-REASON
    PERFORM 3770-WRITE-TELEMETRY

    IF WS-CUBE-ALT < WS-WX-FLOOR-ALT
        SET CUBESAT-REENTERED TO TRUE
        SET GAME-ENDED TO TRUE
        DISPLAY SPACES
        DISPLAY "  *** ATMOSPHERIC RE-ENTRY ***"
        DISPLAY "  SENTINEL-1 has decayed to " WS-CUBE-ALT
           " km, below the " WS-WX-FLOOR-ALT " km floor."
        DISPLAY "  The mission ends with this pass."
        MOVE SPACES TO AL-LINE
        STRING "PASS " WS-CURRENT-TURN
           " REENTRY CUBESAT=" WS-CUBE-NAME
           " ALTITUDE=" WS-CUBE-ALT
           " FLOOR=" WS-WX-FLOOR-ALT
           " SOLAR=" WS-WX-CUR-SOLAR
           " KP=" WS-WX-CUR-GEOMAG
           DELIMITED BY SIZE INTO AL-LINE
        WRITE AL-LINE
        PERFORM 3080-RESOLVE-PENDING-WARNING
    END-IF
    .

*> THE TELEMETRY RECONCILIATION RUN - REPLAY EVERY DELTA/BALANCE
*> PAIR IN THE TELEMETRY LOG, RECOMPUTE THE RUNNING BALANCE PER
*> CUBESAT AND SYSTEM FROM THE 100% STARTING VALUE, AND REPORT:
    DISPLAY "  Report written to telemetry-reconciliation.log"
    .

*> ONE TELEMETRY LINE - POWER/FUEL/ALTITUDE TRANSACTIONS AND FINAL
*> TRAILERS ARE RECONCILED, SENSOR STATE TRANSITIONS ARE PASSED
*> OVER.
8010-PROCESS-TELEM-LINE.
    IF WS-TRC-SYSTEM NOT = "POWER"
       AND WS-TRC-SYSTEM NOT = "FUEL"
       AND WS-TRC-SYSTEM NOT = "ALTITUDE"
        CONTINUE
    ELSE
        ADD 1 TO WS-RCN-LINES
    .

*> LOCATE (OR OPEN) THE RUNNING-BALANCE CHAIN FOR THIS LINE'S
*> CUBESAT/SYSTEM PAIR. POWER AND FUEL CHAINS START AT THE 100%
*> FULL MARK, AN ALTITUDE CHAIN AT THE LAUNCH ALTITUDE.
8020-FIND-RCN-ROW.
    MOVE 0 TO WS-RCN-MATCH
    PERFORM VARYING WS-RCN-IDX FROM 1 BY 1
        END-IF
    END-PERFORM

    IF WS-RCN-MATCH = 0 AND WS-RCN-COUNT < 6
        ADD 1 TO WS-RCN-COUNT
        MOVE WS-RCN-COUNT TO WS-RCN-MATCH
        MOVE WS-TRC-CUBESAT TO WS-RCN-CUBESAT(WS-RCN-MATCH)
        MOVE WS-TRC-SYSTEM  TO WS-RCN-SYSTEM(WS-RCN-MATCH)
        IF WS-TRC-SYSTEM = "ALTITUDE"
            MOVE WS-WX-LAUNCH-ALT TO WS-RCN-BALANCE(WS-RCN-MATCH)
        ELSE
            MOVE 100 TO WS-RCN-BALANCE(WS-RCN-MATCH)
        END-IF
        MOVE "N" TO WS-RCN-FINAL-SEEN(WS-RCN-MATCH)
    END-IF
    .
           " FINAL TIE FAILURE(S)"
           DELIMITED BY SIZE INTO RC-LINE
    END-IF
    WRITE RC-LINE
    .

*> THE STATION STATISTICS RUN - WALK EVERY ARCHIVED LOG GENERATION
*> DATED INSIDE THE REQUESTED RANGE, THEN THE LEADERBOARD AND THE
*> BILLING LEDGER, AND WRITE ONE STATION REPORT: MISSIONS PER
*> OPERATOR AND PER CAMPAIGN, WARNINGS PER AGENCY, ACK OUTCOME
*> RATES, AVERAGE PASSES FROM A CRITICAL ESCALATION TO A WARNING,
*> AND CDMS ISSUED AND OBJECTS PURGED PER MONTH. A GENERATION IS
*> DATED BY ITS ARCHIVE STAMP.
8100-STATION-STATISTICS.
    DISPLAY SPACES
    DISPLAY "  STATION STATISTICS RUN"

    PERFORM 8105-LOAD-STATS-RANGE
    DISPLAY "  Range: " WS-STAT-FROM-DATE " TO " WS-STAT-TO-DATE
    PERFORM 8108-LOAD-STAT-SUBSCRIBERS

    MOVE SPACES TO WS-SYS-CMD
    STRING "ls " DELIMITED BY SIZE
       WS-LOG-PREFIX(1) DELIMITED BY SPACE
       "-G*-*.log > stats-generations.tmp 2>/dev/null"
       DELIMITED BY SIZE
       INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE

    OPEN INPUT STATS-LIST-FILE
    IF WS-STLIST-STATUS = "00"
        MOVE "N" TO WS-STAT-LIST-EOF
        PERFORM UNTIL WS-STAT-LIST-EOF = "Y"
            READ STATS-LIST-FILE INTO WS-STAT-GEN-LINE
                AT END
                    MOVE "Y" TO WS-STAT-LIST-EOF
                NOT AT END
                    IF WS-STAT-GEN-DATE >= WS-STAT-FROM-DATE
                       AND WS-STAT-GEN-DATE <= WS-STAT-TO-DATE
                        PERFORM 8120-PROCESS-GENERATION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-LIST-FILE
    END-IF

    PERFORM 8150-SCAN-LEADERBOARD
    PERFORM 8160-SCAN-BILLING-LEDGER
    PERFORM 8170-WRITE-STATISTICS-REPORT

    MOVE SPACES TO WS-SYS-CMD
    STRING "rm -f stats-generations.tmp stats-generation.tmp"
       DELIMITED BY SIZE INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE

    DISPLAY "  Generations read: " WS-STT-GENS
       "  Missions: " WS-STT-MISSIONS
    DISPLAY "  Report written to station-statistics-report.log"
    .

*> THE DATE RANGE COMES FROM THE STATISTICS REQUEST FILE. A BLANK
*> END LEAVES THAT SIDE OPEN; NO FILE AT ALL REPORTS EVERYTHING ON
*> HAND. A NON-NUMERIC DATE IS REJECTED TO THE EDIT REPORT AND
*> LEFT OPEN.
8105-LOAD-STATS-RANGE.
    OPEN INPUT STATS-REQUEST-FILE
    IF WS-STREQ-STATUS = "00"
        READ STATS-REQUEST-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE "stats-request.dat" TO WS-EDIT-FILE-ID
                MOVE 1 TO WS-EDIT-ROWNUM
                IF ST-FROM-DATE NOT = SPACES
                    IF ST-FROM-DATE NUMERIC
                        MOVE ST-FROM-DATE TO WS-STAT-FROM-DATE
                    ELSE
                        MOVE "FROM-DATE" TO WS-EDIT-FIELD
                        MOVE "NOT A YYYYMMDD DATE" TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                    END-IF
                END-IF
                IF ST-TO-DATE NOT = SPACES
                    IF ST-TO-DATE NUMERIC
                        MOVE ST-TO-DATE TO WS-STAT-TO-DATE
                    ELSE
                        MOVE "TO-DATE" TO WS-EDIT-FIELD
                        MOVE "NOT A YYYYMMDD DATE" TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                    END-IF
                END-IF
        END-READ
        CLOSE STATS-REQUEST-FILE
    END-IF
    .

*> EVERY SUBSCRIBER NAME THE STATION HAS ON FILE, CURRENT OR
*> RETIRED, WITH ITS AGENCY - FOR THE OLDER GENERATIONS WHOSE
*> WARNINGS NAME ONLY THE SATELLITE
8108-LOAD-STAT-SUBSCRIBERS.
    MOVE 0 TO WS-STS-COUNT
    OPEN INPUT SUBSCRIBER-MANIFEST-FILE
    IF WS-MANIFEST-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ SUBSCRIBER-MANIFEST-FILE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    IF MF-SAT-NAME NOT = SPACES AND WS-STS-COUNT < 208
                        ADD 1 TO WS-STS-COUNT
                        MOVE MF-SAT-NAME   TO WS-STS-NAME(WS-STS-COUNT)
                        MOVE MF-SAT-AGENCY TO WS-STS-AGENCY(WS-STS-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MANIFEST-FILE
    END-IF
    OPEN INPUT SUBSCRIBER-HISTORY-FILE
    IF WS-SUBHIST-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ SUBSCRIBER-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    IF SH-SAT-ROW(1:16) NOT = SPACES
                       AND WS-STS-COUNT < 208
                        ADD 1 TO WS-STS-COUNT
                        MOVE SH-SAT-ROW(1:16)
                           TO WS-STS-NAME(WS-STS-COUNT)
                        MOVE SH-SAT-ROW(17:12)
                           TO WS-STS-AGENCY(WS-STS-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-HISTORY-FILE
    END-IF
    .

*> ONE ARCHIVED GENERATION: COUNT IT AGAINST ITS MONTH, THEN TALLY
*> ITS ACTIVITY LOG (WARNINGS SENT AND ACK OUTCOMES), ITS CDM
*> EXPORT AND ITS PURGE REPORT, AND TIME ITS ESCALATIONS.
8120-PROCESS-GENERATION.
    ADD 1 TO WS-STT-GENS
    MOVE WS-STAT-GEN-DATE(1:6) TO WS-STAT-MONTH
    PERFORM 8148-FIND-STAT-MONTH
    IF WS-STAT-MONTH-IDX > 0
        ADD 1 TO WS-STM-GENS(WS-STAT-MONTH-IDX)
    END-IF
    MOVE 0 TO WS-STE-CDM-COUNT
    MOVE 0 TO WS-STE-WRN-COUNT
    MOVE 0 TO WS-STE-OPEN-COUNT
    MOVE 0 TO WS-SOW-NEW-LINES
    MOVE 0 TO WS-SOW-COUNT

    *> ACTIVITY LOG
    MOVE 1 TO WS-ROLL-IDX
    PERFORM 8125-COPY-GENERATION
    MOVE 1 TO WS-STAT-LEG
    MOVE 0 TO WS-STAT-LAST-PASS
    OPEN INPUT STATS-WORK-FILE
    IF WS-STWORK-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ STATS-WORK-FILE INTO WS-STAT-LINE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    PERFORM 8130-TALLY-ACTIVITY-LINE
            END-READ
        END-PERFORM
        CLOSE STATS-WORK-FILE
    END-IF
    IF WS-SOW-NEW-LINES = 0 AND WS-SOW-COUNT > 0
        PERFORM 8132-TAKE-OLD-WARNINGS
    END-IF

    *> CDM EXPORT
    MOVE 5 TO WS-ROLL-IDX
    PERFORM 8125-COPY-GENERATION
    MOVE 1 TO WS-STAT-LEG
    MOVE 0 TO WS-STAT-LAST-PASS
    OPEN INPUT STATS-WORK-FILE
    IF WS-STWORK-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ STATS-WORK-FILE INTO WS-STAT-LINE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    PERFORM 8135-TALLY-CDM-RECORD
            END-READ
        END-PERFORM
        CLOSE STATS-WORK-FILE
    END-IF

    *> PURGE REPORT
    MOVE 4 TO WS-ROLL-IDX
    PERFORM 8125-COPY-GENERATION
    OPEN INPUT STATS-WORK-FILE
    IF WS-STWORK-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ STATS-WORK-FILE INTO WS-STAT-LINE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    IF WS-STAT-LINE(8:13) = " RETIRED OBJ="
                        ADD 1 TO WS-STT-PURGED
                        IF WS-STAT-MONTH-IDX > 0
                            ADD 1 TO WS-STM-PURGED(WS-STAT-MONTH-IDX)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-WORK-FILE
    END-IF

    PERFORM 8140-TIME-ESCALATIONS
    .

*> COPY LOG WS-ROLL-IDX OF THE CURRENT GENERATION TO THE WORK FILE.
*> THE OLD WORK FILE GOES FIRST, SO A GENERATION MISSING ONE OF ITS
*> LOGS READS AS EMPTY RATHER THAN AS THE PREVIOUS LOG AGAIN.
8125-COPY-GENERATION.
    MOVE SPACES TO WS-ARCH-NAME
    STRING WS-LOG-PREFIX(WS-ROLL-IDX) DELIMITED BY SPACE
       "-G" WS-STAT-GEN-SEQ
       "-" WS-STAT-GEN-DATE
       ".log" DELIMITED BY SIZE
       INTO WS-ARCH-NAME
    MOVE SPACES TO WS-SYS-CMD
    STRING "rm -f stats-generation.tmp; cp " DELIMITED BY SIZE
       WS-ARCH-NAME DELIMITED BY SPACE
       " stats-generation.tmp 2>/dev/null" DELIMITED BY SIZE
       INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE
    .

*> ONE ACTIVITY LINE. A PASS NUMBER LOWER THAN THE LAST ONE SEEN
*> STARTS THE NEXT CAMPAIGN LEG. SENT WARNINGS COUNT FOR THEIR
*> AGENCY AND JOIN THE ESCALATION TIMING LIST; ACK LINES COUNT BY
*> RESPONSE, WITH IMPACT RESULTS COUNTED ON TOP.
8130-TALLY-ACTIVITY-LINE.
    IF WS-STAT-LINE(1:5) = "PASS " AND WS-STW-PASS NUMERIC
        IF WS-STW-PASS < WS-STAT-LAST-PASS
            ADD 1 TO WS-STAT-LEG
        END-IF
        MOVE WS-STW-PASS TO WS-STAT-LAST-PASS

        IF WS-STW-TAG = " WARNING WID="
            ADD 1 TO WS-SOW-NEW-LINES
        END-IF

        *> THE PASS LINE'S WARNED= FIELD, HELD FOR AN OLDER GENERATION
        MOVE SPACES TO WS-STAT-HEAD
        MOVE SPACES TO WS-STAT-TAIL
        UNSTRING WS-STAT-LINE DELIMITED BY " WARNED="
           INTO WS-STAT-HEAD WS-STAT-TAIL
        END-UNSTRING
        IF WS-STAT-TAIL NOT = SPACES
           AND WS-STAT-TAIL(1:5) NOT = "NONE "
           AND WS-STAT-TAIL(1:9) NOT = "CONTRACT "
           AND WS-SOW-COUNT < 300
            ADD 1 TO WS-SOW-COUNT
            COMPUTE WS-SOW-KEY(WS-SOW-COUNT) =
               WS-STAT-LEG * 100 + WS-STW-PASS
            MOVE WS-STAT-TAIL(1:16) TO WS-SOW-SAT(WS-SOW-COUNT)
        END-IF

        IF WS-STW-TAG = " WARNING WID=" AND WS-STW-WID NOT = "NONE"
            ADD 1 TO WS-STT-SENT
            MOVE WS-STW-AGENCY TO WS-STAT-AGENCY
            PERFORM 8147-FIND-STAT-AGENCY
            IF WS-STAT-MATCH > 0
                ADD 1 TO WS-STG-SENT(WS-STAT-MATCH)
            END-IF
            IF WS-STE-WRN-COUNT < 300
                ADD 1 TO WS-STE-WRN-COUNT
                COMPUTE WS-STE-WRN-KEY(WS-STE-WRN-COUNT) =
                   WS-STAT-LEG * 100 + WS-STW-PASS
                MOVE WS-STW-SAT TO WS-STE-WRN-SAT(WS-STE-WRN-COUNT)
            END-IF
        END-IF

        IF WS-STA-TAG = " ACK WID="
            ADD 1 TO WS-STT-ACKS
            EVALUATE WS-STA-RESPONSE
                WHEN "ACCEPTED"
                    ADD 1 TO WS-STT-ACCEPTED
                WHEN "DEFERRED"
                    ADD 1 TO WS-STT-DEFERRED
                WHEN "DECLINED"
                    ADD 1 TO WS-STT-DECLINED
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-STA-RESULT = "IMPACT"
                ADD 1 TO WS-STT-IMPACTS
            END-IF
        END-IF
    END-IF
    .

*> AN OLDER GENERATION'S WARNINGS, FROM THE PASS LINES' WARNED=
*> FIELD. EACH COUNTS AS SENT AND JOINS THE ESCALATION TIMING LIST
*> LIKE A WARNING LINE WOULD; ITS AGENCY IS LOOKED UP BY SATELLITE.
8132-TAKE-OLD-WARNINGS.
    MOVE 0 TO WS-STU-MISSED
    PERFORM VARYING WS-STAT-CI FROM 1 BY 1
       UNTIL WS-STAT-CI > WS-SOW-COUNT
        ADD 1 TO WS-STT-SENT
        MOVE WS-SOW-SAT(WS-STAT-CI) TO WS-STAT-SAT
        PERFORM 8133-FIND-SAT-AGENCY
        IF WS-STAT-AGENCY = SPACES
            ADD 1 TO WS-STU-MISSED
        ELSE
            PERFORM 8147-FIND-STAT-AGENCY
            IF WS-STAT-MATCH > 0
                ADD 1 TO WS-STG-SENT(WS-STAT-MATCH)
            END-IF
        END-IF
        IF WS-STE-WRN-COUNT < 300
            ADD 1 TO WS-STE-WRN-COUNT
            MOVE WS-SOW-KEY(WS-STAT-CI)
               TO WS-STE-WRN-KEY(WS-STE-WRN-COUNT)
            MOVE WS-STAT-SAT TO WS-STE-WRN-SAT(WS-STE-WRN-COUNT)
        END-IF
    END-PERFORM
    IF WS-STU-MISSED > 0
        IF WS-STU-COUNT < 100
            ADD 1 TO WS-STU-COUNT
            MOVE WS-STAT-GEN-SEQ  TO WS-STU-SEQ(WS-STU-COUNT)
            MOVE WS-STAT-GEN-DATE TO WS-STU-DATE(WS-STU-COUNT)
            MOVE WS-STU-MISSED    TO WS-STU-WARNINGS(WS-STU-COUNT)
        ELSE
            ADD 1 TO WS-STU-OVER
        END-IF
    END-IF
    .

*> THE AGENCY ON FILE FOR SATELLITE WS-STAT-SAT - SPACES IF NONE
8133-FIND-SAT-AGENCY.
    MOVE SPACES TO WS-STAT-AGENCY
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STS-COUNT
          OR WS-STAT-AGENCY NOT = SPACES
        IF WS-STS-NAME(WS-STAT-IDX) = WS-STAT-SAT
            MOVE WS-STS-AGENCY(WS-STAT-IDX) TO WS-STAT-AGENCY
        END-IF
    END-PERFORM
    .

*> ONE CDM RECORD - EVERY CDM IS A CRITICAL ESCALATION AGAINST THE
*> SATELLITE IT NAMES, COUNTED FOR ITS MONTH AND QUEUED FOR TIMING
8135-TALLY-CDM-RECORD.
    IF WS-STC-PASS NUMERIC
        ADD 1 TO WS-STT-CDMS
        IF WS-STAT-MONTH-IDX > 0
            ADD 1 TO WS-STM-CDMS(WS-STAT-MONTH-IDX)
        END-IF
        IF WS-STC-PASS < WS-STAT-LAST-PASS
            ADD 1 TO WS-STAT-LEG
        END-IF
        MOVE WS-STC-PASS TO WS-STAT-LAST-PASS
        IF WS-STE-CDM-COUNT < 300
            ADD 1 TO WS-STE-CDM-COUNT
            COMPUTE WS-STE-CDM-KEY(WS-STE-CDM-COUNT) =
               WS-STAT-LEG * 100 + WS-STC-PASS
            MOVE WS-STC-SAT TO WS-STE-CDM-SAT(WS-STE-CDM-COUNT)
        END-IF
    END-IF
    .

*> MERGE THE GENERATION'S ESCALATIONS AND WARNINGS IN PASS ORDER
*> (AN ESCALATION SORTS AHEAD OF A WARNING IN THE SAME PASS - THE
*> THREAT ASSESSMENT RUNS BEFORE THE WARNING DECISION). A
*> SATELLITE'S FIRST ESCALATION OPENS THE CLOCK, ITS NEXT WARNING
*> IN THE SAME LEG STOPS IT. A CLOCK STILL RUNNING AT THE END OF
*> ITS LEG COUNTS AS AN ESCALATION NEVER WARNED.
8140-TIME-ESCALATIONS.
    MOVE 1 TO WS-STAT-CI
    MOVE 1 TO WS-STAT-WI
    PERFORM UNTIL WS-STAT-CI > WS-STE-CDM-COUNT
       AND WS-STAT-WI > WS-STE-WRN-COUNT
        IF WS-STAT-CI <= WS-STE-CDM-COUNT
           AND (WS-STAT-WI > WS-STE-WRN-COUNT
                OR WS-STE-CDM-KEY(WS-STAT-CI)
                   <= WS-STE-WRN-KEY(WS-STAT-WI))
            MOVE WS-STE-CDM-KEY(WS-STAT-CI) TO WS-STAT-KEY
            MOVE WS-STE-CDM-SAT(WS-STAT-CI) TO WS-STAT-SAT
            PERFORM 8145-FIND-OPEN-SAT
            IF WS-STAT-MATCH > 0
                IF WS-STE-OPEN-KEY(WS-STAT-MATCH) = 0
                    MOVE WS-STAT-KEY TO WS-STE-OPEN-KEY(WS-STAT-MATCH)
                END-IF
            END-IF
            ADD 1 TO WS-STAT-CI
        ELSE
            MOVE WS-STE-WRN-KEY(WS-STAT-WI) TO WS-STAT-KEY
            MOVE WS-STE-WRN-SAT(WS-STAT-WI) TO WS-STAT-SAT
            PERFORM 8145-FIND-OPEN-SAT
            IF WS-STAT-MATCH > 0
                IF WS-STE-OPEN-KEY(WS-STAT-MATCH) > 0
                    IF WS-STE-OPEN-KEY(WS-STAT-MATCH) / 100
                       = WS-STAT-KEY / 100
                        ADD 1 TO WS-STT-ESC-WARNED
                        COMPUTE WS-STT-ESC-PASSES = WS-STT-ESC-PASSES
                           + WS-STAT-KEY
                           - WS-STE-OPEN-KEY(WS-STAT-MATCH)
                    ELSE
                        ADD 1 TO WS-STT-ESC-MISSED
                    END-IF
                    MOVE 0 TO WS-STE-OPEN-KEY(WS-STAT-MATCH)
                END-IF
            END-IF
            ADD 1 TO WS-STAT-WI
        END-IF
    END-PERFORM

    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STE-OPEN-COUNT
        IF WS-STE-OPEN-KEY(WS-STAT-IDX) > 0
            ADD 1 TO WS-STT-ESC-MISSED
        END-IF
    END-PERFORM
    .

*> FIND (OR ADD) WS-STAT-SAT IN THE OPEN-ESCALATION TABLE. AN
*> ESCALATION FROM AN EARLIER LEG THAT WAS NEVER WARNED IS CLOSED
*> OUT AS MISSED THE MOMENT THE SATELLITE SHOWS UP IN A LATER LEG.
8145-FIND-OPEN-SAT.
    MOVE 0 TO WS-STAT-MATCH
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STE-OPEN-COUNT
          OR WS-STAT-MATCH > 0
        IF WS-STE-OPEN-SAT(WS-STAT-IDX) = WS-STAT-SAT
            MOVE WS-STAT-IDX TO WS-STAT-MATCH
        END-IF
    END-PERFORM
    IF WS-STAT-MATCH = 0 AND WS-STE-OPEN-COUNT < 16
        ADD 1 TO WS-STE-OPEN-COUNT
        MOVE WS-STE-OPEN-COUNT TO WS-STAT-MATCH
        MOVE WS-STAT-SAT TO WS-STE-OPEN-SAT(WS-STAT-MATCH)
        MOVE 0 TO WS-STE-OPEN-KEY(WS-STAT-MATCH)
    END-IF
    IF WS-STAT-MATCH > 0
        IF WS-STE-OPEN-KEY(WS-STAT-MATCH) > 0
           AND WS-STE-OPEN-KEY(WS-STAT-MATCH) / 100
               < WS-STAT-KEY / 100
            ADD 1 TO WS-STT-ESC-MISSED
            MOVE 0 TO WS-STE-OPEN-KEY(WS-STAT-MATCH)
        END-IF
    END-IF
    .

*> FIND (OR ADD) WS-STAT-AGENCY IN THE AGENCY TABLE
8147-FIND-STAT-AGENCY.
    MOVE 0 TO WS-STAT-MATCH
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STG-COUNT
          OR WS-STAT-MATCH > 0
        IF WS-STG-NAME(WS-STAT-IDX) = WS-STAT-AGENCY
            MOVE WS-STAT-IDX TO WS-STAT-MATCH
        END-IF
    END-PERFORM
    IF WS-STAT-MATCH = 0 AND WS-STG-COUNT < 12
        ADD 1 TO WS-STG-COUNT
        MOVE WS-STG-COUNT TO WS-STAT-MATCH
        MOVE WS-STAT-AGENCY TO WS-STG-NAME(WS-STAT-MATCH)
        MOVE 0 TO WS-STG-SENT(WS-STAT-MATCH)
        MOVE 0 TO WS-STG-BILLED-WARN(WS-STAT-MATCH)
        MOVE 0 TO WS-STG-BILLED-MAN(WS-STAT-MATCH)
        MOVE 0 TO WS-STG-BILLED-AMT(WS-STAT-MATCH)
    END-IF
    .

*> FIND (OR ADD, KEEPING THE TABLE IN MONTH ORDER) WS-STAT-MONTH
8148-FIND-STAT-MONTH.
    MOVE 0 TO WS-STAT-MONTH-IDX
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STM-COUNT
          OR WS-STAT-MONTH-IDX > 0
        IF WS-STM-MONTH(WS-STAT-IDX) = WS-STAT-MONTH
            MOVE WS-STAT-IDX TO WS-STAT-MONTH-IDX
        END-IF
    END-PERFORM
    IF WS-STAT-MONTH-IDX = 0 AND WS-STM-COUNT < 24
        ADD 1 TO WS-STM-COUNT
        MOVE WS-STM-COUNT TO WS-STAT-MONTH-IDX
        *> SHUFFLE LATER MONTHS DOWN TO OPEN THE SLOT IN ORDER
        PERFORM UNTIL WS-STAT-MONTH-IDX = 1
           OR WS-STM-MONTH(WS-STAT-MONTH-IDX - 1) < WS-STAT-MONTH
            MOVE WS-STM(WS-STAT-MONTH-IDX - 1)
               TO WS-STM(WS-STAT-MONTH-IDX)
            SUBTRACT 1 FROM WS-STAT-MONTH-IDX
        END-PERFORM
        MOVE WS-STAT-MONTH TO WS-STM-MONTH(WS-STAT-MONTH-IDX)
        MOVE 0 TO WS-STM-GENS(WS-STAT-MONTH-IDX)
        MOVE 0 TO WS-STM-MISSIONS(WS-STAT-MONTH-IDX)
        MOVE 0 TO WS-STM-CDMS(WS-STAT-MONTH-IDX)
        MOVE 0 TO WS-STM-PURGED(WS-STAT-MONTH-IDX)
    END-IF
    .

*> MISSIONS FLOWN IN RANGE, FROM THE LEADERBOARD - ONE LINE PER
*> MISSION OR CAMPAIGN LEG. LINES WRITTEN BEFORE THE LEG FIELD
*> EXISTED COUNT AS STANDALONE MISSIONS.
8150-SCAN-LEADERBOARD.
    OPEN INPUT LEADERBOARD-FILE
    IF WS-LEADER-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ LEADERBOARD-FILE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    MOVE LB-LINE(6:8) TO WS-STAT-DATE
                    IF LB-LINE(1:5) = "DATE="
                       AND WS-STAT-DATE >= WS-STAT-FROM-DATE
                       AND WS-STAT-DATE <= WS-STAT-TO-DATE
                        PERFORM 8155-TALLY-LEADERBOARD-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LEADERBOARD-FILE
    END-IF
    .

8155-TALLY-LEADERBOARD-LINE.
    ADD 1 TO WS-STT-MISSIONS
    MOVE WS-STAT-DATE(1:6) TO WS-STAT-MONTH
    PERFORM 8148-FIND-STAT-MONTH
    IF WS-STAT-MONTH-IDX > 0
        ADD 1 TO WS-STM-MISSIONS(WS-STAT-MONTH-IDX)
    END-IF

    MOVE SPACES TO WS-STAT-SEQ
    IF LB-LINE(14:5) = " SEQ="
        MOVE LB-LINE(19:4) TO WS-STAT-SEQ
    END-IF

    MOVE SPACES TO WS-STAT-HEAD WS-STAT-TAIL
    UNSTRING LB-LINE DELIMITED BY " OPERATOR="
       INTO WS-STAT-HEAD WS-STAT-TAIL
    MOVE WS-STAT-TAIL(1:8) TO WS-STAT-OPERATOR

    MOVE SPACES TO WS-STAT-HEAD WS-STAT-TAIL
    UNSTRING LB-LINE DELIMITED BY " SCORE="
       INTO WS-STAT-HEAD WS-STAT-TAIL
    MOVE WS-STAT-TAIL(1:5) TO WS-STAT-SCORE

    MOVE SPACES TO WS-STAT-HEAD WS-STAT-TAIL
    UNSTRING LB-LINE DELIMITED BY " LEG="
       INTO WS-STAT-HEAD WS-STAT-TAIL
    MOVE WS-STAT-TAIL(1:2) TO WS-STAT-LEG-TEXT
    IF WS-STAT-LEG-TEXT NOT NUMERIC
        MOVE "00" TO WS-STAT-LEG-TEXT
    END-IF

    MOVE 0 TO WS-STAT-MATCH
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STO-COUNT
          OR WS-STAT-MATCH > 0
        IF WS-STO-NAME(WS-STAT-IDX) = WS-STAT-OPERATOR
            MOVE WS-STAT-IDX TO WS-STAT-MATCH
        END-IF
    END-PERFORM
    IF WS-STAT-MATCH = 0 AND WS-STO-COUNT < 20
        ADD 1 TO WS-STO-COUNT
        MOVE WS-STO-COUNT TO WS-STAT-MATCH
        MOVE WS-STAT-OPERATOR TO WS-STO-NAME(WS-STAT-MATCH)
        MOVE 0 TO WS-STO-MISSIONS(WS-STAT-MATCH)
        MOVE 0 TO WS-STO-LEGS(WS-STAT-MATCH)
    END-IF
    IF WS-STAT-MATCH > 0
        ADD 1 TO WS-STO-MISSIONS(WS-STAT-MATCH)
        IF WS-STAT-LEG-TEXT NOT = "00"
            ADD 1 TO WS-STO-LEGS(WS-STAT-MATCH)
        END-IF
    END-IF

    IF WS-STAT-LEG-TEXT NOT = "00"
        MOVE 0 TO WS-STAT-MATCH
        PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
           UNTIL WS-STAT-IDX > WS-STP-COUNT
              OR WS-STAT-MATCH > 0
            IF WS-STP-SEQ(WS-STAT-IDX) = WS-STAT-SEQ
                MOVE WS-STAT-IDX TO WS-STAT-MATCH
            END-IF
        END-PERFORM
        IF WS-STAT-MATCH = 0 AND WS-STP-COUNT < 50
            ADD 1 TO WS-STP-COUNT
            MOVE WS-STP-COUNT TO WS-STAT-MATCH
            MOVE WS-STAT-SEQ      TO WS-STP-SEQ(WS-STAT-MATCH)
            MOVE WS-STAT-DATE     TO WS-STP-DATE(WS-STAT-MATCH)
            MOVE WS-STAT-OPERATOR TO WS-STP-OPERATOR(WS-STAT-MATCH)
            MOVE 0 TO WS-STP-LEGS(WS-STAT-MATCH)
            MOVE 0 TO WS-STP-SCORE(WS-STAT-MATCH)
        END-IF
        IF WS-STAT-MATCH > 0
            ADD 1 TO WS-STP-LEGS(WS-STAT-MATCH)
            IF WS-STAT-SCORE NUMERIC
                ADD WS-STAT-SCORE TO WS-STP-SCORE(WS-STAT-MATCH)
            END-IF
        END-IF
    END-IF
    .

*> WHAT WAS BILLED IN RANGE, PER AGENCY, FROM THE BILLING LEDGER
8160-SCAN-BILLING-LEDGER.
    OPEN INPUT BILLING-LEDGER-FILE
    IF WS-LEDGER-STATUS = "00"
        MOVE "N" TO WS-STAT-EOF
        PERFORM UNTIL WS-STAT-EOF = "Y"
            READ BILLING-LEDGER-FILE
                AT END
                    MOVE "Y" TO WS-STAT-EOF
                NOT AT END
                    IF BL-DATE >= WS-STAT-FROM-DATE
                       AND BL-DATE <= WS-STAT-TO-DATE
                       AND BL-WARNINGS NUMERIC
                       AND BL-MANEUVERS NUMERIC
                       AND BL-TOTAL NUMERIC
                        MOVE BL-AGENCY TO WS-STAT-AGENCY
                        PERFORM 8147-FIND-STAT-AGENCY
                        IF WS-STAT-MATCH > 0
                            ADD BL-WARNINGS
                              TO WS-STG-BILLED-WARN(WS-STAT-MATCH)
                            ADD BL-MANEUVERS
                              TO WS-STG-BILLED-MAN(WS-STAT-MATCH)
                            ADD BL-TOTAL
                              TO WS-STG-BILLED-AMT(WS-STAT-MATCH)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BILLING-LEDGER-FILE
    END-IF
    .

*> THE STATION REPORT ITSELF - ONE SECTION PER FIGURE MANAGEMENT
*> ASKS FOR, IN THE ORDER THEY ASK FOR THEM
8170-WRITE-STATISTICS-REPORT.
    OPEN OUTPUT STATS-REPORT-FILE

    MOVE SPACES TO SS-LINE
    STRING "STATION OPERATIONS STATISTICS - RUN DATE="
       FUNCTION CURRENT-DATE(1:8)
       " RANGE=" WS-STAT-FROM-DATE " TO " WS-STAT-TO-DATE
       DELIMITED BY SIZE INTO SS-LINE
    WRITE SS-LINE
    MOVE SPACES TO SS-LINE
    STRING "ARCHIVED GENERATIONS READ=" WS-STT-GENS
       " MISSIONS FLOWN=" WS-STT-MISSIONS
       DELIMITED BY SIZE INTO SS-LINE
    WRITE SS-LINE

    MOVE "MISSIONS BY OPERATOR" TO SS-LINE
    WRITE SS-LINE
    IF WS-STO-COUNT = 0
        MOVE "  NO MISSIONS IN RANGE" TO SS-LINE
        WRITE SS-LINE
    END-IF
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STO-COUNT
        MOVE SPACES TO SS-LINE
        STRING "  OPERATOR=" WS-STO-NAME(WS-STAT-IDX)
           " MISSIONS=" WS-STO-MISSIONS(WS-STAT-IDX)
           " CAMPAIGN-LEGS=" WS-STO-LEGS(WS-STAT-IDX)
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-PERFORM

    MOVE "MISSIONS BY CAMPAIGN" TO SS-LINE
    WRITE SS-LINE
    IF WS-STP-COUNT = 0
        MOVE "  NO CAMPAIGN MISSIONS IN RANGE" TO SS-LINE
        WRITE SS-LINE
    END-IF
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STP-COUNT
        MOVE WS-STP-SCORE(WS-STAT-IDX) TO WS-STAT-SCORE
        MOVE SPACES TO SS-LINE
        STRING "  CAMPAIGN SEQ=" WS-STP-SEQ(WS-STAT-IDX)
           " DATE=" WS-STP-DATE(WS-STAT-IDX)
           " OPERATOR=" WS-STP-OPERATOR(WS-STAT-IDX)
           " MISSIONS=" WS-STP-LEGS(WS-STAT-IDX)
           " SCORE=" WS-STAT-SCORE
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-PERFORM

    MOVE "WARNINGS BY AGENCY" TO SS-LINE
    WRITE SS-LINE
    IF WS-STG-COUNT = 0
        MOVE "  NO WARNINGS IN RANGE" TO SS-LINE
        WRITE SS-LINE
    END-IF
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STG-COUNT
        MOVE WS-STG-BILLED-AMT(WS-STAT-IDX) TO WS-STAT-AMT-DISP
        MOVE SPACES TO SS-LINE
        STRING "  AGENCY=" WS-STG-NAME(WS-STAT-IDX)
           " SENT=" WS-STG-SENT(WS-STAT-IDX)
           " BILLED-WARNINGS=" WS-STG-BILLED-WARN(WS-STAT-IDX)
           " BILLED-MANEUVERS=" WS-STG-BILLED-MAN(WS-STAT-IDX)
           " BILLED=" WS-STAT-AMT-DISP
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-PERFORM
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STU-COUNT
        MOVE SPACES TO SS-LINE
        STRING "  ** GENERATION G" WS-STU-SEQ(WS-STAT-IDX)
           " OF " WS-STU-DATE(WS-STAT-IDX)
           ": " WS-STU-WARNINGS(WS-STAT-IDX)
           " WARNING(S) TO SATELLITES NOT ON THE MANIFEST OR"
           " HISTORY - NOT IN AGENCY TOTALS **"
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-PERFORM
    IF WS-STU-OVER > 0
        MOVE SPACES TO SS-LINE
        STRING "  ** " WS-STU-OVER " FURTHER GENERATION(S) WITH"
           " UNATTRIBUTED WARNINGS NOT LISTED **"
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-IF

    MOVE "ACKNOWLEDGMENT OUTCOMES" TO SS-LINE
    WRITE SS-LINE
    IF WS-STT-ACKS = 0
        MOVE "  NO ACKNOWLEDGMENTS IN RANGE" TO SS-LINE
        WRITE SS-LINE
    ELSE
        COMPUTE WS-STAT-PCT ROUNDED =
           WS-STT-ACCEPTED * 100 / WS-STT-ACKS
        COMPUTE WS-STAT-PCT2 ROUNDED =
           WS-STT-DEFERRED * 100 / WS-STT-ACKS
        COMPUTE WS-STAT-PCT3 ROUNDED =
           WS-STT-DECLINED * 100 / WS-STT-ACKS
        COMPUTE WS-STAT-PCT4 ROUNDED =
           WS-STT-IMPACTS * 100 / WS-STT-ACKS
        MOVE SPACES TO SS-LINE
        STRING "  ACKS=" WS-STT-ACKS
           " ACCEPTED=" WS-STT-ACCEPTED " (" WS-STAT-PCT "%)"
           " DEFERRED=" WS-STT-DEFERRED " (" WS-STAT-PCT2 "%)"
           " DECLINED=" WS-STT-DECLINED " (" WS-STAT-PCT3 "%)"
           " IMPACT=" WS-STT-IMPACTS " (" WS-STAT-PCT4 "%)"
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-IF

    MOVE "CRITICAL ESCALATION TO WARNING" TO SS-LINE
    WRITE SS-LINE
    MOVE SPACES TO SS-LINE
    IF WS-STT-ESC-WARNED = 0
        STRING "  ESCALATIONS-WARNED=" WS-STT-ESC-WARNED
           " AVERAGE-PASSES=N/A"
           " NEVER-WARNED=" WS-STT-ESC-MISSED
           DELIMITED BY SIZE INTO SS-LINE
    ELSE
        COMPUTE WS-STAT-AVG ROUNDED =
           WS-STT-ESC-PASSES / WS-STT-ESC-WARNED
        STRING "  ESCALATIONS-WARNED=" WS-STT-ESC-WARNED
           " AVERAGE-PASSES=" WS-STAT-AVG
           " NEVER-WARNED=" WS-STT-ESC-MISSED
           DELIMITED BY SIZE INTO SS-LINE
    END-IF
    WRITE SS-LINE

    MOVE "CDMS ISSUED AND OBJECTS PURGED BY MONTH" TO SS-LINE
    WRITE SS-LINE
    PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
       UNTIL WS-STAT-IDX > WS-STM-COUNT
        MOVE SPACES TO SS-LINE
        STRING "  MONTH=" WS-STM-MONTH(WS-STAT-IDX)
           " GENERATIONS=" WS-STM-GENS(WS-STAT-IDX)
           " MISSIONS=" WS-STM-MISSIONS(WS-STAT-IDX)
           " CDMS=" WS-STM-CDMS(WS-STAT-IDX)
           " PURGED=" WS-STM-PURGED(WS-STAT-IDX)
           DELIMITED BY SIZE INTO SS-LINE
        WRITE SS-LINE
    END-PERFORM
    MOVE SPACES TO SS-LINE
    STRING "  TOTAL CDMS=" WS-STT-CDMS
       " OBJECTS-PURGED=" WS-STT-PURGED
       " WARNINGS-SENT=" WS-STT-SENT
       DELIMITED BY SIZE INTO SS-LINE
    WRITE SS-LINE

    CLOSE STATS-REPORT-FILE
    .

*> THE SESSION GRADING RUN - MARK THE TRAINEE'S RECORDED SESSION
*> AGAINST THE INSTRUCTOR'S ANSWER KEY PASS BY PASS, WRITE THE
*> DEVIATION REPORT, AND POST THE GRADE TO THE TRAINEE'S OPERATOR
*> HISTORY. THE KEY MUST COVER THE SAME NUMBER OF PASSES AS THE
*> MISSION PARAMETERS AND THE SESSION, OR THE GRADING IS REFUSED -
*> A KEY WRITTEN FOR ANOTHER MISSION PROFILE MARKS NOTHING FAIRLY.
8200-GRADE-SESSION.
    DISPLAY SPACES
    DISPLAY "  SESSION GRADING RUN"

    PERFORM 1100-LOAD-SUBSCRIBER-MANIFEST
    PERFORM 1200-LOAD-MISSION-PARAMS
    ADD 1 TO WS-SAT-COUNT GIVING WS-NO-WARN-CHOICE

    PERFORM 8205-LOAD-ANSWER-KEY
    PERFORM 8210-LOAD-SESSION-REPLAY
    IF NOT GRADE-REFUSED
        PERFORM 8215-LOAD-FLIGHT-LOG
    END-IF

    OPEN OUTPUT GRADE-REPORT-FILE
    MOVE SPACES TO GR-LINE
    STRING "SESSION GRADING REPORT - RUN DATE="
       FUNCTION CURRENT-DATE(1:8)
       " OPERATOR=" WS-GS-OPERATOR
       " KEY-PASSES=" WS-GK-COUNT
       " SESSION-PASSES=" WS-GS-COUNT
       " MISSION-PASSES=" WS-MAX-TURNS
       DELIMITED BY SIZE INTO GR-LINE
    WRITE GR-LINE

    IF GRADE-REFUSED
        MOVE "  GRADING REFUSED - SEE preflight-edit.log" TO GR-LINE
        WRITE GR-LINE
        DISPLAY "  ** GRADING REFUSED - SEE preflight-edit.log **"
    ELSE
        MOVE SPACES TO GR-LINE
        IF GRADE-LOG-MATCHED
            STRING "  TARGETS GRADED AGAINST THE HIGHEST-RISK "
               "SATELLITE FROM THE SESSION ACTIVITY LOG"
               DELIMITED BY SIZE INTO GR-LINE
        ELSE
            STRING "  ACTIVITY LOG IS NOT THIS SESSION'S - TARGETS "
               "GRADED AGAINST THE ANSWER KEY"
               DELIMITED BY SIZE INTO GR-LINE
        END-IF
        WRITE GR-LINE

        MOVE 0 TO WS-GRD-TOTAL-PEN
        MOVE 0 TO WS-GRD-SCAN-DEV
        MOVE 0 TO WS-GRD-TGT-DEV
        MOVE 0 TO WS-GRD-MNV-DEV
        PERFORM 8220-GRADE-PASS
           VARYING WS-GRD-PASS FROM 1 BY 1
           UNTIL WS-GRD-PASS > WS-GK-COUNT
        PERFORM 8230-WRITE-GRADE-SUMMARY
        PERFORM 8240-POST-GRADE
    END-IF

    CLOSE GRADE-REPORT-FILE
    DISPLAY "  Report written to grading-report.log"
    .

*> LOAD THE ANSWER KEY - ONE PASS PER LINE, UP TO FOUR ACCEPTABLE
*> CHOICES PER PASS ("OR" LINES). A LINE OUTSIDE THE MENUS IS
*> REJECTED TO THE EDIT REPORT AND LEFT OUT OF THE KEY.
8205-LOAD-ANSWER-KEY.
    MOVE 0 TO WS-GK-COUNT
    MOVE 0 TO WS-EDIT-ROWNUM
    OPEN INPUT ANSWER-KEY-FILE
    IF WS-ANSKEY-STATUS = "00"
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y"
            READ ANSWER-KEY-FILE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    PERFORM 8207-VALIDATE-KEY-ROW
                    IF ROW-IS-VALID
                        PERFORM 8208-FILE-KEY-ROW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ANSWER-KEY-FILE
    END-IF

    MOVE "answer-key.dat" TO WS-EDIT-FILE-ID
    MOVE 0 TO WS-EDIT-ROWNUM
    EVALUATE TRUE
        WHEN WS-GK-COUNT = 0
            MOVE "KEY" TO WS-EDIT-FIELD
            MOVE "NO ANSWER KEY ON FILE" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
            SET GRADE-REFUSED TO TRUE
        WHEN WS-GK-COUNT NOT = WS-MAX-TURNS
            MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
            MOVE "KEY PASSES DO NOT MATCH MISSION PARAMS"
               TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
            SET GRADE-REFUSED TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> EDIT ONE ANSWER KEY LINE AGAINST THE SAME MENU BOUNDS AS A
*> DECISION ROW
8207-VALIDATE-KEY-ROW.
    MOVE "Y" TO WS-ROW-VALID-FLAG
    MOVE "answer-key.dat" TO WS-EDIT-FILE-ID

    IF AK-AZ NOT NUMERIC OR AK-AZ < 1 OR AK-AZ > 3
        MOVE "AZ" TO WS-EDIT-FIELD
        MOVE "SCAN CHOICE OUTSIDE MENU (1-3)" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF AK-EL NOT NUMERIC OR AK-EL < 1 OR AK-EL > 3
        MOVE "EL" TO WS-EDIT-FIELD
        MOVE "SCAN CHOICE OUTSIDE MENU (1-3)" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF AK-RNG NOT NUMERIC OR AK-RNG < 1 OR AK-RNG > 3
        MOVE "RNG" TO WS-EDIT-FIELD
        MOVE "SCAN CHOICE OUTSIDE MENU (1-3)" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF AK-TARGET NOT NUMERIC
       OR AK-TARGET < 1 OR AK-TARGET > WS-NO-WARN-CHOICE
        MOVE "TARGET" TO WS-EDIT-FIELD
        MOVE "WARNING TARGET OUTSIDE MENU" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF AK-MANEUVER NOT NUMERIC OR AK-MANEUVER > 4
        MOVE "MANEUVER" TO WS-EDIT-FIELD
        MOVE "MANEUVER CHOICE OUTSIDE MENU (0-4)" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF AK-OPERATOR = "OR" AND WS-GK-COUNT = 0
        MOVE "OPERATOR" TO WS-EDIT-FIELD
        MOVE "ALTERNATIVE WITH NO PASS ABOVE IT" TO WS-EDIT-REASON
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    .

*> FILE A GOOD KEY LINE - AN "OR" LINE JOINS THE PASS ABOVE IT,
*> ANY OTHER LINE OPENS THE NEXT PASS
8208-FILE-KEY-ROW.
    IF AK-OPERATOR = "OR"
        IF WS-GK-ALTS(WS-GK-COUNT) < 4
            ADD 1 TO WS-GK-ALTS(WS-GK-COUNT)
            MOVE WS-GK-ALTS(WS-GK-COUNT) TO WS-GRD-ALT
        ELSE
            MOVE "OPERATOR" TO WS-EDIT-FIELD
            MOVE "MORE THAN 4 CHOICES FOR ONE PASS"
               TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    ELSE
        IF WS-GK-COUNT < 99
            ADD 1 TO WS-GK-COUNT
            MOVE 1 TO WS-GK-ALTS(WS-GK-COUNT)
            MOVE 1 TO WS-GRD-ALT
        ELSE
            MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
            MOVE "MORE THAN 99 PASSES IN KEY" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
        END-IF
    END-IF

    IF ROW-IS-VALID
        MOVE AK-AZ       TO WS-GK-AZ(WS-GK-COUNT, WS-GRD-ALT)
        MOVE AK-EL       TO WS-GK-EL(WS-GK-COUNT, WS-GRD-ALT)
        MOVE AK-RNG      TO WS-GK-RNG(WS-GK-COUNT, WS-GRD-ALT)
        MOVE AK-TARGET   TO WS-GK-TARGET(WS-GK-COUNT, WS-GRD-ALT)
        MOVE AK-MANEUVER TO WS-GK-MANEUVER(WS-GK-COUNT, WS-GRD-ALT)
    END-IF
    .

*> LOAD THE TRAINEE'S RECORDED SESSION. THE REPLAY IS WRITTEN BY
*> THE PROGRAM ITSELF, SO IT IS NOT EDITED FIELD BY FIELD - IT
*> ONLY HAS TO COVER THE SAME PASSES AS THE KEY.
8210-LOAD-SESSION-REPLAY.
    MOVE 0 TO WS-GS-COUNT
    MOVE SPACES TO WS-GS-OPERATOR
    OPEN INPUT SESSION-REPLAY-FILE
    IF WS-REPLAY-STATUS = "00"
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y"
            READ SESSION-REPLAY-FILE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                NOT AT END
                    ADD 1 TO WS-GS-COUNT
                    IF WS-GS-COUNT <= 99
                        MOVE SR-AZ       TO WS-GS-AZ(WS-GS-COUNT)
                        MOVE SR-EL       TO WS-GS-EL(WS-GS-COUNT)
                        MOVE SR-RNG      TO WS-GS-RNG(WS-GS-COUNT)
                        MOVE SR-TARGET   TO WS-GS-TARGET(WS-GS-COUNT)
                        MOVE SR-MANEUVER TO WS-GS-MANEUVER(WS-GS-COUNT)
                        MOVE SPACES      TO WS-GS-HIGHEST(WS-GS-COUNT)
                    END-IF
                    IF WS-GS-OPERATOR = SPACES
                        MOVE FUNCTION UPPER-CASE(SR-OPERATOR)
                           TO WS-GS-OPERATOR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SESSION-REPLAY-FILE
    END-IF

    MOVE "session-replay.dat" TO WS-EDIT-FILE-ID
    MOVE 0 TO WS-EDIT-ROWNUM
    MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
    EVALUATE TRUE
        WHEN WS-GS-COUNT = 0
            MOVE "NO RECORDED SESSION ON FILE" TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
            SET GRADE-REFUSED TO TRUE
        WHEN WS-GS-COUNT NOT = WS-GK-COUNT
            MOVE "SESSION PASSES DO NOT MATCH ANSWER KEY"
               TO WS-EDIT-REASON
            PERFORM 1720-WRITE-EDIT-REJECT
            SET GRADE-REFUSED TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> PICK UP EACH PASS' HIGHEST-RISK SATELLITE FROM THE ACTIVITY LOG.
*> THE LOG ONLY COUNTS AS THE SESSION'S OWN WHEN EVERY PASS LINE
*> IS SIGNED BY THE SESSION'S OPERATOR AND THERE IS ONE LINE PER
*> GRADED PASS - ANOTHER MISSION FLOWN SINCE WOULD HAVE REPLACED IT.
8215-LOAD-FLIGHT-LOG.
    MOVE "Y" TO WS-GRD-LOG-FLAG
    MOVE 0 TO WS-GRD-LOG-PASSES
    OPEN INPUT ACTIVITY-LOG-FILE
    IF WS-ACTLOG-STATUS = "00"
        MOVE "N" TO WS-ACK-FOUND
        PERFORM UNTIL WS-ACK-FOUND = "Y"
            READ ACTIVITY-LOG-FILE INTO WS-GRD-LINE
                AT END
                    MOVE "Y" TO WS-ACK-FOUND
                NOT AT END
                    IF WS-GRD-LINE(1:5) = "PASS "
                       AND WS-GRD-LINE(6:2) NUMERIC
                       AND WS-GRD-LINE(26:4) = " AZ="
                        PERFORM 8217-TAKE-FLIGHT-LOG-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ACTIVITY-LOG-FILE
    END-IF
    IF WS-GRD-LOG-PASSES NOT = WS-GS-COUNT
        MOVE "N" TO WS-GRD-LOG-FLAG
    END-IF
    .

8217-TAKE-FLIGHT-LOG-LINE.
    ADD 1 TO WS-GRD-LOG-PASSES
    IF WS-GRD-LINE(18:8) NOT = WS-GS-OPERATOR
        MOVE "N" TO WS-GRD-LOG-FLAG
    END-IF
    MOVE WS-GRD-LINE(6:2) TO WS-GRD-PASS
    IF WS-GRD-PASS >= 1 AND WS-GRD-PASS <= WS-GS-COUNT
        MOVE SPACES TO WS-GRD-HEAD WS-GRD-TAIL
        UNSTRING WS-GRD-LINE DELIMITED BY " HIGHEST-RISK-SAT="
           INTO WS-GRD-HEAD WS-GRD-TAIL
        MOVE WS-GRD-TAIL(1:16) TO WS-GS-HIGHEST(WS-GRD-PASS)
    END-IF
    .

*> MARK ONE PASS. EACH OF THE THREE CHOICES IS JUDGED ON ITS OWN
*> AGAINST EVERY ACCEPTABLE CHOICE IN THE KEY FOR THE PASS. THE
*> WARNING TARGET IS RIGHT WHEN IT IS THE PASS' HIGHEST-RISK
*> SATELLITE, OR WHEN THE INSTRUCTOR ACCEPTED THAT TARGET (SAY,
*> NO WARNING ON A QUIET PASS).
8220-GRADE-PASS.
    MOVE 0 TO WS-GRD-PASS-PEN

    MOVE "N" TO WS-GRD-OK-FLAG
    PERFORM VARYING WS-GRD-ALT FROM 1 BY 1
       UNTIL WS-GRD-ALT > WS-GK-ALTS(WS-GRD-PASS)
        IF WS-GS-AZ(WS-GRD-PASS) = WS-GK-AZ(WS-GRD-PASS, WS-GRD-ALT)
           AND WS-GS-EL(WS-GRD-PASS)
               = WS-GK-EL(WS-GRD-PASS, WS-GRD-ALT)
           AND WS-GS-RNG(WS-GRD-PASS)
               = WS-GK-RNG(WS-GRD-PASS, WS-GRD-ALT)
            MOVE "Y" TO WS-GRD-OK-FLAG
        END-IF
    END-PERFORM
    IF GRADE-CHOICE-OK
        MOVE "OK" TO WS-GRD-SCAN-NOTE
    ELSE
        MOVE "DEVIATION" TO WS-GRD-SCAN-NOTE
        ADD 1 TO WS-GRD-SCAN-DEV
        ADD WS-GRD-SCAN-PEN TO WS-GRD-PASS-PEN
    END-IF

    MOVE "N" TO WS-GRD-OK-FLAG
    MOVE 0 TO WS-GRD-HIGH-IDX
    IF GRADE-LOG-MATCHED
        PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-SAT-COUNT
            IF WS-SAT-NAME(WS-IDX) = WS-GS-HIGHEST(WS-GRD-PASS)
                MOVE WS-IDX TO WS-GRD-HIGH-IDX
            END-IF
        END-PERFORM
    END-IF
    IF WS-GRD-HIGH-IDX > 0
        MOVE WS-SAT-NAME(WS-GRD-HIGH-IDX) TO WS-GRD-EXPECT
        IF WS-GS-TARGET(WS-GRD-PASS) = WS-GRD-HIGH-IDX
            MOVE "Y" TO WS-GRD-OK-FLAG
        END-IF
    ELSE
        MOVE WS-GK-TARGET(WS-GRD-PASS, 1) TO WS-IDX
        IF WS-IDX >= 1 AND WS-IDX <= WS-SAT-COUNT
            MOVE WS-SAT-NAME(WS-IDX) TO WS-GRD-EXPECT
        ELSE
            MOVE "NO WARNING" TO WS-GRD-EXPECT
        END-IF
    END-IF
    PERFORM VARYING WS-GRD-ALT FROM 1 BY 1
       UNTIL WS-GRD-ALT > WS-GK-ALTS(WS-GRD-PASS)
        IF WS-GS-TARGET(WS-GRD-PASS)
           = WS-GK-TARGET(WS-GRD-PASS, WS-GRD-ALT)
            MOVE "Y" TO WS-GRD-OK-FLAG
        END-IF
    END-PERFORM
    IF GRADE-CHOICE-OK
        MOVE "OK" TO WS-GRD-TGT-NOTE
    ELSE
        MOVE "DEVIATION" TO WS-GRD-TGT-NOTE
        ADD 1 TO WS-GRD-TGT-DEV
        ADD WS-GRD-TARGET-PEN TO WS-GRD-PASS-PEN
    END-IF

    MOVE "N" TO WS-GRD-OK-FLAG
    PERFORM VARYING WS-GRD-ALT FROM 1 BY 1
       UNTIL WS-GRD-ALT > WS-GK-ALTS(WS-GRD-PASS)
        IF WS-GS-MANEUVER(WS-GRD-PASS)
           = WS-GK-MANEUVER(WS-GRD-PASS, WS-GRD-ALT)
            MOVE "Y" TO WS-GRD-OK-FLAG
        END-IF
    END-PERFORM
    IF GRADE-CHOICE-OK
        MOVE "OK" TO WS-GRD-MNV-NOTE
    ELSE
        MOVE "DEVIATION" TO WS-GRD-MNV-NOTE
        ADD 1 TO WS-GRD-MNV-DEV
        ADD WS-GRD-MNV-PEN TO WS-GRD-PASS-PEN
    END-IF

    ADD WS-GRD-PASS-PEN TO WS-GRD-TOTAL-PEN

    MOVE WS-GS-TARGET(WS-GRD-PASS) TO WS-IDX
    MOVE WS-GRD-PASS TO WS-GRD-PASS-DISP
    MOVE SPACES TO GR-LINE
    IF WS-IDX >= 1 AND WS-IDX <= WS-SAT-COUNT
        STRING "PASS " WS-GRD-PASS-DISP
           " SCAN=" WS-GS-AZ(WS-GRD-PASS) WS-GS-EL(WS-GRD-PASS)
              WS-GS-RNG(WS-GRD-PASS)
           " KEY=" WS-GK-AZ(WS-GRD-PASS, 1) WS-GK-EL(WS-GRD-PASS, 1)
              WS-GK-RNG(WS-GRD-PASS, 1)
           " " WS-GRD-SCAN-NOTE
           " WARN=" WS-SAT-NAME(WS-IDX)
           " EXPECT=" WS-GRD-EXPECT
           " " WS-GRD-TGT-NOTE
           " MANEUVER=" WS-GS-MANEUVER(WS-GRD-PASS)
           " KEY=" WS-GK-MANEUVER(WS-GRD-PASS, 1)
           " " WS-GRD-MNV-NOTE
           " PENALTY=" WS-GRD-PASS-PEN
           DELIMITED BY SIZE INTO GR-LINE
    ELSE
        STRING "PASS " WS-GRD-PASS-DISP
           " SCAN=" WS-GS-AZ(WS-GRD-PASS) WS-GS-EL(WS-GRD-PASS)
              WS-GS-RNG(WS-GRD-PASS)
           " KEY=" WS-GK-AZ(WS-GRD-PASS, 1) WS-GK-EL(WS-GRD-PASS, 1)
              WS-GK-RNG(WS-GRD-PASS, 1)
           " " WS-GRD-SCAN-NOTE
           " WARN=NO WARNING      "
           " EXPECT=" WS-GRD-EXPECT
           " " WS-GRD-TGT-NOTE
           " MANEUVER=" WS-GS-MANEUVER(WS-GRD-PASS)
           " KEY=" WS-GK-MANEUVER(WS-GRD-PASS, 1)
           " " WS-GRD-MNV-NOTE
           " PENALTY=" WS-GRD-PASS-PEN
           DELIMITED BY SIZE INTO GR-LINE
    END-IF
    WRITE GR-LINE
    .

*> THE GRADE IS THE SHARE OF THE SESSION'S MAXIMUM PENALTY THE
*> TRAINEE AVOIDED: 90+ A, 80+ B, 70+ C, 60+ D, ELSE F
8230-WRITE-GRADE-SUMMARY.
    COMPUTE WS-GRD-MAX-PEN = WS-GK-COUNT
       * (WS-GRD-SCAN-PEN + WS-GRD-TARGET-PEN + WS-GRD-MNV-PEN)
    COMPUTE WS-GRD-PCT ROUNDED =
       (WS-GRD-MAX-PEN - WS-GRD-TOTAL-PEN) * 100 / WS-GRD-MAX-PEN
    EVALUATE TRUE
        WHEN WS-GRD-PCT >= 90
            MOVE "A" TO WS-GRD-LETTER
        WHEN WS-GRD-PCT >= 80
            MOVE "B" TO WS-GRD-LETTER
        WHEN WS-GRD-PCT >= 70
            MOVE "C" TO WS-GRD-LETTER
        WHEN WS-GRD-PCT >= 60
            MOVE "D" TO WS-GRD-LETTER
        WHEN OTHER
            MOVE "F" TO WS-GRD-LETTER
    END-EVALUATE

    MOVE SPACES TO GR-LINE
    STRING "DEVIATIONS SCAN=" WS-GRD-SCAN-DEV
       " (x" WS-GRD-SCAN-PEN ")"
       " TARGET=" WS-GRD-TGT-DEV " (x" WS-GRD-TARGET-PEN ")"
       " MANEUVER=" WS-GRD-MNV-DEV " (x" WS-GRD-MNV-PEN ")"
       " PENALTY=" WS-GRD-TOTAL-PEN " OF " WS-GRD-MAX-PEN
       DELIMITED BY SIZE INTO GR-LINE
    WRITE GR-LINE
    MOVE SPACES TO GR-LINE
    STRING "OVERALL GRADE=" WS-GRD-LETTER
       " (" WS-GRD-PCT "%)"
       DELIMITED BY SIZE INTO GR-LINE
    WRITE GR-LINE

    DISPLAY "  Operator:   " WS-GS-OPERATOR
    DISPLAY "  Deviations: scan " WS-GRD-SCAN-DEV
       "  target " WS-GRD-TGT-DEV
       "  maneuver " WS-GRD-MNV-DEV
    DISPLAY "  Grade:      " WS-GRD-LETTER " (" WS-GRD-PCT "%)"
    .

*> POST THE GRADE ON THE TRAINEE'S OPERATOR HISTORY ROW, NEXT TO
*> THE SCORE-BASED QUALIFICATION. A GRADING RUN IS NOT A MISSION,
*> SO THE MISSION COUNT AND AVERAGE SCORE ARE LEFT ALONE.
8240-POST-GRADE.
    PERFORM 1600-LOAD-OPERATOR-HISTORY
    IF WS-GS-OPERATOR NOT = SPACES
        MOVE WS-GS-OPERATOR TO WS-OPERATOR-ID
    END-IF
    PERFORM 1660-FIND-OPERATOR
    IF WS-OPH-MATCH = 0
        PERFORM 9155-ADD-OPERATOR-HISTORY
    END-IF
    MOVE WS-GRD-PCT    TO WS-OPH-GRADE-PCT(WS-OPH-MATCH)
    MOVE WS-GRD-LETTER TO WS-OPH-GRADE(WS-OPH-MATCH)
    MOVE FUNCTION CURRENT-DATE(1:8)
       TO WS-OPH-GRADE-DATE(WS-OPH-MATCH)
    PERFORM 9160-REWRITE-OPERATOR-HISTORY
    DISPLAY "  Grade posted to operator history for "
       WS-OPERATOR-ID
    .

*> THE SUBSCRIBER MANIFEST MAINTENANCE RUN - APPLY OPERATIONS'
*> ADD / CHANGE / RETIRE / REINSTATE TRANSACTIONS TO THE MANIFEST,
*> AUDITING EVERY ONE BEFORE AND AFTER. THE MANIFEST IS REWRITTEN
*> FROM THE TABLE, SO IT MUST LOAD CLEAN FIRST - A HAND-EDITED ROW
*> THE MISSION WOULD REJECT WOULD OTHERWISE BE DROPPED FOR GOOD.
8300-MAINTAIN-MANIFEST.
    DISPLAY SPACES
    DISPLAY "  SUBSCRIBER MANIFEST MAINTENANCE RUN"

    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MNT-RUN-DATE
    PERFORM 8305-LOAD-MAINT-MANIFEST
    PERFORM 8307-LOAD-SUBSCRIBER-HISTORY

    *> THE AUDIT IS THE STANDING EDIT TRAIL - EACH RUN APPENDS ITS
    *> OWN DATED SECTION
    OPEN EXTEND MANIFEST-AUDIT-FILE
    IF WS-MAUDIT-STATUS = "05" OR WS-MAUDIT-STATUS = "35"
        OPEN OUTPUT MANIFEST-AUDIT-FILE
    END-IF
    MOVE WS-SEPARATOR TO MA-LINE
    WRITE MA-LINE
    MOVE SPACES TO MA-LINE
    STRING "SUBSCRIBER MANIFEST CHANGE AUDIT - RUN DATE="
       WS-MNT-RUN-DATE
       " TIME=" FUNCTION CURRENT-DATE(9:6)
       " SUBSCRIBERS=" WS-MNT-COUNT
       " HISTORY RECORDS=" WS-MH-COUNT
       DELIMITED BY SIZE INTO MA-LINE
    WRITE MA-LINE

    IF MAINT-REFUSED
        MOVE "  MAINTENANCE REFUSED - SEE preflight-edit.log"
           TO MA-LINE
        WRITE MA-LINE
        DISPLAY "  ** MAINTENANCE REFUSED - SEE preflight-edit.log **"
    ELSE
        OPEN INPUT MANIFEST-TRANS-FILE
        IF WS-MTRANS-STATUS = "00"
            MOVE "N" TO WS-MNT-EOF
            PERFORM UNTIL WS-MNT-EOF = "Y"
                READ MANIFEST-TRANS-FILE
                    AT END
                        MOVE "Y" TO WS-MNT-EOF
                    NOT AT END
                        PERFORM 8310-PROCESS-TRANSACTION
                END-READ
            END-PERFORM
            CLOSE MANIFEST-TRANS-FILE
            PERFORM 8370-REWRITE-HELD-TRANSACTIONS
        ELSE
            MOVE "  NO TRANSACTIONS ON FILE" TO MA-LINE
            WRITE MA-LINE
        END-IF

        IF WS-MNT-APPLIED > 0
            PERFORM 8360-REWRITE-MANIFEST
            PERFORM 8365-REWRITE-SUBSCRIBER-HISTORY
        END-IF
        PERFORM 8350-WRITE-MAINT-SUMMARY
    END-IF

    CLOSE MANIFEST-AUDIT-FILE
    DISPLAY "  Audit written to manifest-audit.log"
    .

*> LOAD THE CURRENT MANIFEST INTO THE MAINTENANCE TABLE AS RAW
*> ROWS, EDITING EACH WITH THE MISSION'S OWN MANIFEST EDIT. A
*> MISSING MANIFEST STARTS EMPTY - THE FIRST ADDS BUILD IT.
8305-LOAD-MAINT-MANIFEST.
    MOVE 0 TO WS-MNT-COUNT
    MOVE 0 TO WS-EDIT-ROWNUM
    MOVE "subscriber-manifest.dat" TO WS-EDIT-FILE-ID
    OPEN INPUT SUBSCRIBER-MANIFEST-FILE
    IF WS-MANIFEST-STATUS = "00"
        MOVE "N" TO WS-MNT-EOF
        PERFORM UNTIL WS-MNT-EOF = "Y"
            READ SUBSCRIBER-MANIFEST-FILE
                AT END
                    MOVE "Y" TO WS-MNT-EOF
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    PERFORM 1110-VALIDATE-MANIFEST-ROW
                    IF NOT ROW-IS-VALID
                        SET MAINT-REFUSED TO TRUE
                    END-IF
                    IF WS-MNT-COUNT < 8
                        ADD 1 TO WS-MNT-COUNT
                        MOVE MF-RECORD TO WS-MNT-ROW(WS-MNT-COUNT)
                    ELSE
                        MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
                        MOVE "MORE THAN 8 SUBSCRIBERS ON THE MANIFEST"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                        SET MAINT-REFUSED TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-MANIFEST-FILE
    END-IF
    .

*> LOAD THE SUBSCRIBER HISTORY - THE WHOLE FILE IS REWRITTEN, SO
*> ONE THAT WILL NOT FIT IN THE TABLE REFUSES THE RUN
8307-LOAD-SUBSCRIBER-HISTORY.
    MOVE 0 TO WS-MH-COUNT
    OPEN INPUT SUBSCRIBER-HISTORY-FILE
    IF WS-SUBHIST-STATUS = "00"
        MOVE "N" TO WS-MNT-EOF
        PERFORM UNTIL WS-MNT-EOF = "Y"
            READ SUBSCRIBER-HISTORY-FILE
                AT END
                    MOVE "Y" TO WS-MNT-EOF
                NOT AT END
                    IF WS-MH-COUNT < 200
                        ADD 1 TO WS-MH-COUNT
                        MOVE SH-RECORD TO WS-MH-ROW(WS-MH-COUNT)
                    ELSE
                        MOVE "subscriber-history.dat"
                           TO WS-EDIT-FILE-ID
                        MOVE 0 TO WS-EDIT-ROWNUM
                        MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
                        MOVE "MORE THAN 200 HISTORY RECORDS"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                        SET MAINT-REFUSED TO TRUE
                        MOVE "Y" TO WS-MNT-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUBSCRIBER-HISTORY-FILE
    END-IF
    .

*> EDIT ONE TRANSACTION, THEN HOLD IT, APPLY IT OR REJECT IT. A
*> REJECTED TRANSACTION ALSO GOES TO THE PREFLIGHT EDIT REPORT.
8310-PROCESS-TRANSACTION.
    ADD 1 TO WS-MNT-READ
    MOVE WS-MNT-READ TO WS-EDIT-ROWNUM
    MOVE "manifest-trans.dat" TO WS-EDIT-FILE-ID
    MOVE SPACES TO WS-MNT-RESULT
    MOVE SPACES TO WS-MNT-BEFORE
    MOVE SPACES TO WS-MNT-AFTER
    MOVE "Y" TO WS-ROW-VALID-FLAG

    EVALUATE TRUE
        WHEN MT-SAT-NAME = SPACES
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "SATELLITE NAME MISSING" TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN MT-EFFECTIVE NOT NUMERIC
            MOVE "EFFECTIVE" TO WS-EDIT-FIELD
            MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN FUNCTION TEST-DATE-YYYYMMDD(
                FUNCTION NUMVAL(MT-EFFECTIVE)) NOT = 0
            MOVE "EFFECTIVE" TO WS-EDIT-FIELD
            MOVE "EFFECTIVE DATE NOT A VALID YYYYMMDD"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN MT-OPERATOR = SPACES
            MOVE "OPERATOR" TO WS-EDIT-FIELD
            MOVE "REQUESTING OPERATOR MISSING" TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN MT-EFFECTIVE > WS-MNT-RUN-DATE
            PERFORM 8315-HOLD-TRANSACTION
        WHEN OTHER
            PERFORM 8320-FIND-MAINT-SAT
            EVALUATE MT-ACTION
                WHEN "ADD"
                    PERFORM 8330-APPLY-ADD
                WHEN "CHANGE"
                    PERFORM 8335-APPLY-CHANGE
                WHEN "RETIRE"
                    PERFORM 8340-APPLY-RETIRE
                WHEN "REINSTATE"
                    PERFORM 8345-APPLY-REINSTATE
                WHEN OTHER
                    MOVE "ACTION" TO WS-EDIT-FIELD
                    MOVE "NOT ADD, CHANGE, RETIRE OR REINSTATE"
                       TO WS-EDIT-REASON
                    PERFORM 8325-REJECT-TRANSACTION
            END-EVALUATE
    END-EVALUATE

    IF WS-MNT-RESULT(1:7) = "APPLIED"
        ADD 1 TO WS-MNT-APPLIED
    END-IF
    PERFORM 8355-WRITE-AUDIT-ENTRY
    .

*> A TRANSACTION NOT YET IN EFFECT WAITS IN THE TRANSACTION FILE
8315-HOLD-TRANSACTION.
    IF WS-MT-HELD-COUNT < 100
        ADD 1 TO WS-MT-HELD-COUNT
        MOVE MT-RECORD TO WS-MT-HELD-ROW(WS-MT-HELD-COUNT)
        ADD 1 TO WS-MNT-HELD-OUT
        MOVE "HELD - NOT YET EFFECTIVE" TO WS-MNT-RESULT
    ELSE
        MOVE "EFFECTIVE" TO WS-EDIT-FIELD
        MOVE "MORE THAN 100 TRANSACTIONS HELD"
           TO WS-EDIT-REASON
        PERFORM 8325-REJECT-TRANSACTION
    END-IF
    .

*> LOCATE THE TRANSACTION'S SATELLITE ON THE MANIFEST AND ON THE
*> SUBSCRIBER HISTORY - EACH MATCH IS 0 WHEN IT IS NOT THERE
8320-FIND-MAINT-SAT.
    MOVE 0 TO WS-MNT-MATCH
    PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
       UNTIL WS-MNT-IDX > WS-MNT-COUNT
        IF WS-MNT-ROW(WS-MNT-IDX)(1:16) = MT-SAT-NAME
            MOVE WS-MNT-IDX TO WS-MNT-MATCH
        END-IF
    END-PERFORM
    *> ONLY A HISTORY ROW NOT YET REINSTATED COUNTS AS RETIRED
    MOVE 0 TO WS-MNT-HMATCH
    PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
       UNTIL WS-MNT-IDX > WS-MH-COUNT
        IF WS-MH-ROW(WS-MNT-IDX)(1:16) = MT-SAT-NAME
           AND WS-MH-ROW(WS-MNT-IDX)(70:16) = SPACES
            MOVE WS-MNT-IDX TO WS-MNT-HMATCH
        END-IF
    END-PERFORM
    .

8325-REJECT-TRANSACTION.
    PERFORM 1720-WRITE-EDIT-REJECT
    PERFORM 8327-MARK-REJECTED
    .

*> THE MANIFEST EDIT HAS ALREADY REPORTED EACH BAD FIELD - JUST
*> COUNT THE TRANSACTION AND CARRY THE LAST REASON TO THE AUDIT
8327-MARK-REJECTED.
    ADD 1 TO WS-MNT-REJECTED
    MOVE SPACES TO WS-MNT-RESULT
    STRING "REJECTED - " WS-EDIT-REASON
       DELIMITED BY SIZE INTO WS-MNT-RESULT
    .

*> ADD A NEW SUBSCRIBER - THE FULL ROW MUST PASS THE MANIFEST EDIT
8330-APPLY-ADD.
    EVALUATE TRUE
        WHEN WS-MNT-MATCH > 0
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "DUPLICATE - ALREADY ON THE MANIFEST"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MNT-HMATCH > 0
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "RETIRED SUBSCRIBER - USE REINSTATE"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MNT-COUNT >= 8
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "MANIFEST FULL - 8-SLOT CAP" TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN OTHER
            MOVE MT-SAT-IMAGE TO MF-RECORD
            PERFORM 1110-VALIDATE-MANIFEST-ROW
            IF ROW-IS-VALID
                ADD 1 TO WS-MNT-COUNT
                MOVE MF-RECORD TO WS-MNT-ROW(WS-MNT-COUNT)
                MOVE MF-RECORD TO WS-MNT-AFTER
                MOVE "APPLIED" TO WS-MNT-RESULT
            ELSE
                PERFORM 8327-MARK-REJECTED
            END-IF
    END-EVALUATE
    .

*> CHANGE A SUBSCRIBER'S AGENCY OR ELEMENTS - EACH NON-BLANK FIELD
*> ON THE TRANSACTION REPLACES THE MANIFEST'S, AND THE RESULTING
*> ROW MUST STILL PASS THE MANIFEST EDIT
8335-APPLY-CHANGE.
    IF WS-MNT-MATCH = 0
        MOVE "SAT-NAME" TO WS-EDIT-FIELD
        MOVE "UNKNOWN SATELLITE - NOT ON THE MANIFEST"
           TO WS-EDIT-REASON
        PERFORM 8325-REJECT-TRANSACTION
    ELSE
        MOVE WS-MNT-ROW(WS-MNT-MATCH) TO WS-MNT-BEFORE
        MOVE WS-MNT-BEFORE TO MF-RECORD
        IF MT-SAT-AGENCY NOT = SPACES
            MOVE MT-SAT-AGENCY TO MF-X-AGENCY
        END-IF
        IF MT-SAT-ALTITUDE NOT = SPACES
            MOVE MT-SAT-ALTITUDE TO MF-X-ALTITUDE
        END-IF
        IF MT-SAT-INCLINATION NOT = SPACES
            MOVE MT-SAT-INCLINATION TO MF-X-INCLINATION
        END-IF
        IF MT-SAT-LONGITUDE NOT = SPACES
            MOVE MT-SAT-LONGITUDE TO MF-X-LONGITUDE
        END-IF
        IF MT-SAT-LATITUDE NOT = SPACES
            MOVE MT-SAT-LATITUDE TO MF-X-LATITUDE
        END-IF
        IF MT-SAT-VELOCITY NOT = SPACES
            MOVE MT-SAT-VELOCITY TO MF-X-VELOCITY
        END-IF
        IF MT-SAT-PROPELLANT NOT = SPACES
            MOVE MT-SAT-PROPELLANT TO MF-X-PROPELLANT
        END-IF
        IF MF-RECORD-X = WS-MNT-BEFORE
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "NO CHANGE - FIELDS MATCH THE MANIFEST"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        ELSE
            PERFORM 1110-VALIDATE-MANIFEST-ROW
            IF ROW-IS-VALID
                MOVE MF-RECORD TO WS-MNT-ROW(WS-MNT-MATCH)
                MOVE MF-RECORD TO WS-MNT-AFTER
                MOVE "APPLIED" TO WS-MNT-RESULT
            ELSE
                PERFORM 8327-MARK-REJECTED
            END-IF
        END-IF
    END-IF
    .

*> RETIRE A SUBSCRIBER - ITS ROW LEAVES THE MANIFEST FOR THE
*> SUBSCRIBER HISTORY, STAMPED WITH THE EFFECTIVE DATE AND THE
*> REQUESTING OPERATOR. THE LAST SUBSCRIBER CANNOT GO: AN EMPTY
*> MANIFEST PUTS THE BUILT-IN DEFAULT SUBSCRIBERS BACK IN SERVICE.
8340-APPLY-RETIRE.
    EVALUATE TRUE
        WHEN WS-MNT-MATCH = 0
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "UNKNOWN SATELLITE - NOT ON THE MANIFEST"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MNT-COUNT = 1
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "LAST SUBSCRIBER CANNOT BE RETIRED"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MH-COUNT >= 200
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "SUBSCRIBER HISTORY FULL" TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN OTHER
            MOVE WS-MNT-ROW(WS-MNT-MATCH) TO WS-MNT-BEFORE
            ADD 1 TO WS-MH-COUNT
            MOVE SPACES TO SH-RECORD
            MOVE WS-MNT-BEFORE TO SH-SAT-ROW
            MOVE MT-EFFECTIVE  TO SH-RETIRED-DATE
            MOVE MT-OPERATOR   TO SH-RETIRED-BY
            MOVE SH-RECORD TO WS-MH-ROW(WS-MH-COUNT)
            PERFORM VARYING WS-MNT-IDX FROM WS-MNT-MATCH BY 1
               UNTIL WS-MNT-IDX >= WS-MNT-COUNT
                MOVE WS-MNT-ROW(WS-MNT-IDX + 1)
                   TO WS-MNT-ROW(WS-MNT-IDX)
            END-PERFORM
            SUBTRACT 1 FROM WS-MNT-COUNT
            MOVE "APPLIED - MOVED TO SUBSCRIBER HISTORY"
               TO WS-MNT-RESULT
    END-EVALUATE
    .

*> REINSTATE A RETIRED SUBSCRIBER - ITS LAST MANIFEST ROW COMES
*> BACK FROM THE SUBSCRIBER HISTORY AS IT WAS WHEN IT WAS RETIRED.
*> THE HISTORY ROW STAYS ON FILE, STAMPED WITH THE REINSTATEMENT.
8345-APPLY-REINSTATE.
    EVALUATE TRUE
        WHEN WS-MNT-MATCH > 0
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "DUPLICATE - ALREADY ON THE MANIFEST"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MNT-HMATCH = 0
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "UNKNOWN SATELLITE - NOT IN HISTORY"
               TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN WS-MNT-COUNT >= 8
            MOVE "SAT-NAME" TO WS-EDIT-FIELD
            MOVE "MANIFEST FULL - 8-SLOT CAP" TO WS-EDIT-REASON
            PERFORM 8325-REJECT-TRANSACTION
        WHEN OTHER
            ADD 1 TO WS-MNT-COUNT
            MOVE WS-MH-ROW(WS-MNT-HMATCH)(1:53)
               TO WS-MNT-ROW(WS-MNT-COUNT)
            MOVE WS-MNT-ROW(WS-MNT-COUNT) TO WS-MNT-AFTER
            MOVE WS-MH-ROW(WS-MNT-HMATCH) TO SH-RECORD
            MOVE MT-EFFECTIVE TO SH-REINSTATED-DATE
            MOVE MT-OPERATOR  TO SH-REINSTATED-BY
            MOVE SH-RECORD TO WS-MH-ROW(WS-MNT-HMATCH)
            MOVE "APPLIED - RESTORED FROM SUBSCRIBER HISTORY"
               TO WS-MNT-RESULT
    END-EVALUATE
    .

*> RUN TOTALS AT THE FOOT OF THE AUDIT AND ON THE CONSOLE
8350-WRITE-MAINT-SUMMARY.
    MOVE SPACES TO MA-LINE
    STRING "TRANSACTIONS READ=" WS-MNT-READ
       " APPLIED=" WS-MNT-APPLIED
       " REJECTED=" WS-MNT-REJECTED
       " HELD=" WS-MNT-HELD-OUT
       " SUBSCRIBERS NOW=" WS-MNT-COUNT " OF 08"
       " HISTORY RECORDS=" WS-MH-COUNT
       DELIMITED BY SIZE INTO MA-LINE
    WRITE MA-LINE

    DISPLAY "  Transactions: " WS-MNT-READ
       "  applied " WS-MNT-APPLIED
       "  rejected " WS-MNT-REJECTED
       "  held " WS-MNT-HELD-OUT
    DISPLAY "  Subscribers on manifest: " WS-MNT-COUNT
    .

*> ONE AUDIT ENTRY - THE TRANSACTION AND ITS RESULT, THEN THE
*> SATELLITE'S MANIFEST ROW BEFORE AND AFTER WHERE THERE IS ONE
8355-WRITE-AUDIT-ENTRY.
    MOVE SPACES TO MA-LINE
    STRING "TXN " WS-MNT-READ
       " " MT-ACTION
       " EFF=" MT-EFFECTIVE
       " BY=" MT-OPERATOR
       " SAT=" MT-SAT-NAME
       " RESULT=" WS-MNT-RESULT
       DELIMITED BY SIZE INTO MA-LINE
    WRITE MA-LINE

    IF WS-MNT-BEFORE NOT = SPACES
        MOVE "BEFORE" TO WS-MNT-ROW-TAG
        MOVE WS-MNT-BEFORE TO MF-RECORD
        PERFORM 8357-WRITE-AUDIT-ROW
    END-IF
    IF WS-MNT-AFTER NOT = SPACES
        MOVE "AFTER" TO WS-MNT-ROW-TAG
        MOVE WS-MNT-AFTER TO MF-RECORD
        PERFORM 8357-WRITE-AUDIT-ROW
    END-IF
    .

8357-WRITE-AUDIT-ROW.
    MOVE MF-SAT-VELOCITY TO WS-MNT-VEL-DISP
    MOVE SPACES TO MA-LINE
    STRING "    " WS-MNT-ROW-TAG
       " AGENCY=" MF-SAT-AGENCY
       " ALT=" MF-X-ALTITUDE
       " INC=" MF-X-INCLINATION
       " LON=" MF-X-LONGITUDE
       " LAT=" MF-X-LATITUDE
       " VEL=" WS-MNT-VEL-DISP
       " PROP=" MF-X-PROPELLANT
       DELIMITED BY SIZE INTO MA-LINE
    WRITE MA-LINE
    .

8360-REWRITE-MANIFEST.
    OPEN OUTPUT SUBSCRIBER-MANIFEST-FILE
    PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
       UNTIL WS-MNT-IDX > WS-MNT-COUNT
        MOVE WS-MNT-ROW(WS-MNT-IDX) TO MF-RECORD
        WRITE MF-RECORD
    END-PERFORM
    CLOSE SUBSCRIBER-MANIFEST-FILE
    .

8365-REWRITE-SUBSCRIBER-HISTORY.
    OPEN OUTPUT SUBSCRIBER-HISTORY-FILE
    PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
       UNTIL WS-MNT-IDX > WS-MH-COUNT
        MOVE WS-MH-ROW(WS-MNT-IDX) TO SH-RECORD
        WRITE SH-RECORD
    END-PERFORM
    CLOSE SUBSCRIBER-HISTORY-FILE
    .

*> THE TRANSACTION FILE IS CONSUMED - ONLY THE HELD TRANSACTIONS
*> ARE WRITTEN BACK FOR THE NEXT RUN
8370-REWRITE-HELD-TRANSACTIONS.
    OPEN OUTPUT MANIFEST-TRANS-FILE
    PERFORM VARYING WS-MNT-IDX FROM 1 BY 1
       UNTIL WS-MNT-IDX > WS-MT-HELD-COUNT
        MOVE WS-MT-HELD-ROW(WS-MNT-IDX) TO MT-RECORD
        WRITE MT-RECORD
    END-PERFORM
    CLOSE MANIFEST-TRANS-FILE
    .

*> THE OBJECT DOSSIER INQUIRY. THE GENERATIONS ON HAND ARE LISTED
*> AND THEIR WARNINGS TRACED ONCE, THEN EACH OBJECT ID ON THE
*> REQUEST FILE GETS ITS DOSSIER. WITH NO REQUEST FILE THE DESK IS
*> PROMPTED FOR IDS UNTIL IT ENTERS A BLANK ONE. EVERY DOSSIER LINE
*> GOES TO THE SCREEN AND TO object-dossier.log.
8400-OBJECT-DOSSIER.
    DISPLAY SPACES
    DISPLAY "  OBJECT DOSSIER INQUIRY"

    PERFORM 1800-LOAD-MASTER-CATALOG
    PERFORM 8405-LIST-DOSSIER-GENERATIONS

    *> NO LEDGER IS LOADED, SO THE TRACE TABLES EVERY WARNING SENT
    *> WITHOUT PRICING IT
    MOVE 0 TO WS-BLL-COUNT
    MOVE 0 TO WS-BW-COUNT
    PERFORM 9466-TRACE-GENERATION
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BTS-COUNT

    MOVE 0 TO WS-DOS-ASKED
    OPEN OUTPUT DOSSIER-REPORT-FILE
    OPEN INPUT DOSSIER-REQUEST-FILE
    IF WS-DOSREQ-STATUS = "00"
        MOVE "dossier-request.dat" TO WS-EDIT-FILE-ID
        MOVE 0 TO WS-EDIT-ROWNUM
        MOVE "N" TO WS-DOS-EOF
        PERFORM UNTIL WS-DOS-EOF = "Y"
            READ DOSSIER-REQUEST-FILE
                AT END
                    MOVE "Y" TO WS-DOS-EOF
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    IF DQ-OBJECT-ID = SPACES
                        MOVE "OBJECT-ID" TO WS-EDIT-FIELD
                        MOVE "BLANK - NO OBJECT TO LOOK UP"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                    ELSE
                        MOVE FUNCTION UPPER-CASE(DQ-OBJECT-ID)
                           TO WS-DOS-ID
                        PERFORM 8410-BUILD-DOSSIER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DOSSIER-REQUEST-FILE
    ELSE
        MOVE "N" TO WS-DOS-EOF
        PERFORM UNTIL WS-DOS-EOF = "Y"
            DISPLAY SPACES
            DISPLAY "  Enter object ID (blank to finish): "
            MOVE SPACES TO WS-INPUT-BUFFER
            ACCEPT WS-INPUT-BUFFER
            IF WS-INPUT-BUFFER = SPACES
                MOVE "Y" TO WS-DOS-EOF
            ELSE
                MOVE FUNCTION UPPER-CASE(WS-INPUT-BUFFER(1:8))
                   TO WS-DOS-ID
                PERFORM 8410-BUILD-DOSSIER
            END-IF
        END-PERFORM
    END-IF
    CLOSE DOSSIER-REPORT-FILE

    MOVE SPACES TO WS-SYS-CMD
    STRING "rm -f stats-generations.tmp billing-trace.tmp"
       DELIMITED BY SIZE INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE

    DISPLAY SPACES
    DISPLAY "  Dossiers compiled: " WS-DOS-ASKED
       "  Generations searched: " WS-BTS-COUNT
    DISPLAY "  Written to object-dossier.log"
    .

*> THE GENERATIONS TO SEARCH, OLDEST FIRST SO EVERY DOSSIER
*> SECTION READS IN TIME ORDER - EVERY ARCHIVED ONE STILL ON DISK,
*> THEN THE LIVE LOGS UNDER THE CURRENT SEQUENCE. WITH A LIVE
*> SEQUENCE THE ARCHIVES STOP AT 99 SO A FULL TABLE NEVER DROPS IT.
8405-LIST-DOSSIER-GENERATIONS.
    MOVE 0 TO WS-BTS-COUNT
    MOVE 0 TO WS-BTS-DROPPED
    PERFORM 1715-LOAD-MISSION-SEQUENCE
    MOVE WS-MSN-SEQ TO WS-BT-CUR-SEQ
    MOVE 100 TO WS-BTS-ARCH-CAP
    IF WS-MSN-SEQ > 0
        MOVE 99 TO WS-BTS-ARCH-CAP
    END-IF

    MOVE SPACES TO WS-SYS-CMD
    STRING "ls " DELIMITED BY SIZE
       WS-LOG-PREFIX(1) DELIMITED BY SPACE
       "-G*-*.log > stats-generations.tmp 2>/dev/null"
       DELIMITED BY SIZE
       INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE

    OPEN INPUT STATS-LIST-FILE
    IF WS-STLIST-STATUS = "00"
        MOVE "N" TO WS-STAT-LIST-EOF
        PERFORM UNTIL WS-STAT-LIST-EOF = "Y"
            READ STATS-LIST-FILE INTO WS-STAT-GEN-LINE
                AT END
                    MOVE "Y" TO WS-STAT-LIST-EOF
                NOT AT END
                    IF WS-BTS-COUNT < WS-BTS-ARCH-CAP
                        MOVE SPACES TO WS-BT-HEAD
                        STRING "W" WS-STAT-GEN-SEQ
                           DELIMITED BY SIZE INTO WS-BT-HEAD
                        PERFORM 9465-ADD-TRACE-SEQUENCE
                    ELSE
                        ADD 1 TO WS-BTS-DROPPED
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATS-LIST-FILE
    END-IF

    IF WS-MSN-SEQ > 0
        MOVE SPACES TO WS-BT-HEAD
        STRING "W" WS-MSN-SEQ DELIMITED BY SIZE INTO WS-BT-HEAD
        PERFORM 9465-ADD-TRACE-SEQUENCE
    END-IF
    .

*> ONE OBJECT'S DOSSIER, SECTION BY SECTION, WITH A COUNT TRAILER
8410-BUILD-DOSSIER.
    ADD 1 TO WS-DOS-ASKED
    MOVE 0 TO WS-DOS-TRANSITIONS
    MOVE 0 TO WS-DOS-CDMS
    MOVE 0 TO WS-DOS-WARNINGS
    MOVE 0 TO WS-DOS-PURGES
    MOVE "N" TO WS-DOS-SV-FOUND

    MOVE WS-SEPARATOR TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    MOVE SPACES TO OD-LINE
    STRING "OBJECT DOSSIER - " WS-DOS-ID
       " - INQUIRY " FUNCTION CURRENT-DATE(1:8)
       DELIMITED BY SIZE INTO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    MOVE WS-SEPARATOR TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE

    PERFORM 8420-DOSSIER-MASTER-RECORD
    PERFORM 8430-DOSSIER-TRANSITIONS
    PERFORM 8440-DOSSIER-CDMS
    PERFORM 8450-DOSSIER-WARNINGS
    PERFORM 8460-DOSSIER-PURGES
    PERFORM 8470-DOSSIER-STATE-VECTOR

    MOVE WS-THIN-SEP TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    IF WS-MST-MATCH = 0 AND WS-DOS-TRANSITIONS = 0
       AND WS-DOS-CDMS = 0 AND WS-DOS-WARNINGS = 0
       AND WS-DOS-PURGES = 0 AND WS-DOS-SV-FOUND = "N"
        MOVE "NO RECORD OF THIS OBJECT ANYWHERE ON FILE" TO OD-LINE
    ELSE
        MOVE SPACES TO OD-LINE
        STRING "TRANSITIONS=" WS-DOS-TRANSITIONS
           " CDMS=" WS-DOS-CDMS
           " WARNINGS DRIVEN=" WS-DOS-WARNINGS
           " RETIREMENTS=" WS-DOS-PURGES
           " GENERATIONS SEARCHED=" WS-BTS-COUNT
           DELIMITED BY SIZE INTO OD-LINE
    END-IF
    PERFORM 8490-EMIT-DOSSIER-LINE
    IF WS-BTS-DROPPED > 0
        MOVE SPACES TO OD-LINE
        STRING "** " WS-BTS-DROPPED
           " ARCHIVED GENERATION(S) NOT SEARCHED - MORE THAN 100"
           " ON DISK **"
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    MOVE SPACES TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    .

*> THE STATION MASTER CATALOG RECORD AND THE LAST TRACK ON IT
8420-DOSSIER-MASTER-RECORD.
    MOVE 0 TO WS-MST-MATCH
    PERFORM VARYING WS-MST-IDX FROM 1 BY 1
       UNTIL WS-MST-IDX > WS-MST-COUNT
          OR WS-MST-MATCH > 0
        IF WS-MST-ID(WS-MST-IDX) = WS-DOS-ID
            MOVE WS-MST-IDX TO WS-MST-MATCH
        END-IF
    END-PERFORM

    MOVE "MASTER CATALOG RECORD" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    IF WS-MST-MATCH = 0
        MOVE "  NOT ON THE STATION MASTER CATALOG" TO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    ELSE
        MOVE SPACES TO OD-LINE
        STRING "  FIRST-SEEN=" WS-MST-FIRST-SEEN(WS-MST-MATCH)
           " OBSERVATIONS=" WS-MST-OBS-COUNT(WS-MST-MATCH)
           " LAST-PASS=" WS-MST-LAST-PASS(WS-MST-MATCH)
           " HIGHEST-THREAT=" WS-MST-HI-THREAT(WS-MST-MATCH)
           " STATUS=" WS-MST-STATUS(WS-MST-MATCH)
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
        MOVE WS-MST-EL(WS-MST-MATCH) TO WS-DOS-EL-DISP
        MOVE WS-MST-VELOCITY(WS-MST-MATCH) TO WS-DOS-VEL-DISP
        MOVE SPACES TO OD-LINE
        STRING "  LAST KNOWN TRACK AZ=" WS-MST-AZ(WS-MST-MATCH)
           " EL=" WS-DOS-EL-DISP
           " RNG=" WS-MST-RANGE(WS-MST-MATCH)
           " VEL=" WS-DOS-VEL-DISP
           " SIZE=" WS-MST-SIZE(WS-MST-MATCH)
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

*> EVERY THREAT-LEVEL TRANSITION FROM THE ESCALATION ALERT FEEDS
8430-DOSSIER-TRANSITIONS.
    MOVE "THREAT-LEVEL TRANSITIONS" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    MOVE 6 TO WS-ROLL-IDX
    PERFORM 8480-SCAN-DOSSIER-LOG
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BTS-COUNT
    IF WS-DOS-TRANSITIONS = 0
        MOVE "  NONE ON FILE" TO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

8432-TAKE-TRANSITION.
    IF WS-DOS-LINE(1:5) = "PASS "
       AND WS-DSE-OBJ-TAG = " OBJ=" AND WS-DSE-OBJ = WS-DOS-ID
        ADD 1 TO WS-DOS-TRANSITIONS
        MOVE SPACES TO OD-LINE
        STRING "  G" WS-BT-SEQ " LEG " WS-BT-LEG
           " PASS " WS-DOS-PASS-X WS-DSE-REST
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

*> EVERY CONJUNCTION DATA MESSAGE CUT AGAINST THE OBJECT
8440-DOSSIER-CDMS.
    MOVE "CONJUNCTION DATA MESSAGES ISSUED" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    MOVE 5 TO WS-ROLL-IDX
    PERFORM 8480-SCAN-DOSSIER-LOG
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BTS-COUNT
    IF WS-DOS-CDMS = 0
        MOVE "  NONE ON FILE" TO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

8442-TAKE-CDM.
    IF WS-DSC-OBJ = WS-DOS-ID
        ADD 1 TO WS-DOS-CDMS
        MOVE WS-DSC-EL TO WS-DOS-EL-DISP
        MOVE WS-DSC-VELOCITY TO WS-DOS-VEL-DISP
        MOVE WS-DSC-RISK TO WS-DOS-RISK-DISP
        MOVE SPACES TO OD-LINE
        STRING "  G" WS-BT-SEQ " LEG " WS-BT-LEG
           " PASS " WS-DSC-PASS
           " SAT=" WS-DSC-SATELLITE
           " RISK=" WS-DOS-RISK-DISP
           " AZ=" WS-DSC-AZ
           " EL=" WS-DOS-EL-DISP
           " RNG=" WS-DSC-RANGE
           " VEL=" WS-DOS-VEL-DISP
           " SIZE=" WS-DSC-SIZE
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

*> EVERY WARNING THE OBJECT DROVE - IT WAS THE LARGEST RISK
*> CONTRIBUTION TO THE WARNED SATELLITE IN THE WARNING'S PASS -
*> WITH THE AGENCY'S ANSWER
8450-DOSSIER-WARNINGS.
    MOVE "WARNINGS DRIVEN" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BW-COUNT
        IF WS-BW-OBJ(WS-BT-IDX) = WS-DOS-ID
            ADD 1 TO WS-DOS-WARNINGS
            MOVE SPACES TO OD-LINE
            STRING "  WID=" WS-BW-WID(WS-BT-IDX)
               " G" WS-BW-SEQ(WS-BT-IDX)
               " LEG " WS-BW-LEG(WS-BT-IDX)
               " PASS " WS-BW-PASS(WS-BT-IDX)
               " SAT=" WS-BW-SAT(WS-BT-IDX)
               " AGENCY=" WS-BW-AGENCY(WS-BT-IDX)
               " CONTRIB=" WS-BW-CONTRIB(WS-BT-IDX)
               " ACK=" WS-BW-RESPONSE(WS-BT-IDX)
               " RESULT=" WS-BW-RESULT(WS-BT-IDX)
               DELIMITED BY SIZE INTO OD-LINE
            PERFORM 8490-EMIT-DOSSIER-LINE
        END-IF
    END-PERFORM
    IF WS-DOS-WARNINGS = 0
        MOVE "  NONE ON FILE" TO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

*> EVERY RETIREMENT ON THE PURGE REPORTS, THEN WHERE THE MASTER
*> CATALOG LEAVES THE OBJECT NOW
8460-DOSSIER-PURGES.
    MOVE "PURGE AND RETIREMENT HISTORY" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    MOVE 4 TO WS-ROLL-IDX
    PERFORM 8480-SCAN-DOSSIER-LOG
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BTS-COUNT
    IF WS-DOS-PURGES = 0
        MOVE "  NEVER PURGED" TO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    MOVE SPACES TO OD-LINE
    EVALUATE TRUE
        WHEN WS-MST-MATCH = 0
            MOVE "  NOT ON THE MASTER CATALOG" TO OD-LINE
        WHEN MST-RETIRED(WS-MST-MATCH)
            MOVE "  RETIRED ON THE MASTER CATALOG" TO OD-LINE
        WHEN WS-DOS-PURGES > 0
            STRING "  ACTIVE ON THE MASTER CATALOG - "
               "RE-TRACKED SINCE ITS LAST RETIREMENT"
               DELIMITED BY SIZE INTO OD-LINE
        WHEN OTHER
            MOVE "  ACTIVE ON THE MASTER CATALOG" TO OD-LINE
    END-EVALUATE
    PERFORM 8490-EMIT-DOSSIER-LINE
    .

8462-TAKE-PURGE.
    IF WS-DOS-LINE(1:5) = "PASS "
       AND WS-DSP-TAG = " RETIRED OBJ=" AND WS-DSP-OBJ = WS-DOS-ID
        ADD 1 TO WS-DOS-PURGES
        MOVE SPACES TO OD-LINE
        STRING "  G" WS-BT-SEQ " LEG " WS-BT-LEG
           " PASS " WS-DOS-PASS-X " RETIRED" WS-DSP-REST
           DELIMITED BY SIZE INTO OD-LINE
        PERFORM 8490-EMIT-DOSSIER-LINE
    END-IF
    .

*> THE OBJECT'S ROW IN THE LAST END-OF-MISSION STATE VECTOR EXPORT
8470-DOSSIER-STATE-VECTOR.
    MOVE "LAST PROPAGATED STATE VECTOR" TO OD-LINE
    PERFORM 8490-EMIT-DOSSIER-LINE
    OPEN INPUT STATE-VECTOR-FILE
    IF WS-STVEC-STATUS = "00"
        MOVE "N" TO WS-DOS-SV-EOF
        PERFORM UNTIL WS-DOS-SV-EOF = "Y"
            READ STATE-VECTOR-FILE
                AT END
                    MOVE "Y" TO WS-DOS-SV-EOF
                NOT AT END
                    IF SV-ID = WS-DOS-ID
                        MOVE "Y" TO WS-DOS-SV-FOUND
                        MOVE "Y" TO WS-DOS-SV-EOF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATE-VECTOR-FILE
        IF WS-DOS-SV-FOUND = "Y"
            MOVE SV-EL TO WS-DOS-EL-DISP
            MOVE SV-VELOCITY TO WS-DOS-VEL-DISP
            MOVE SPACES TO OD-LINE
            STRING "  AZ=" SV-AZ
               " EL=" WS-DOS-EL-DISP
               " RNG=" SV-RANGE
               " VEL=" WS-DOS-VEL-DISP
               " SIZE=" SV-SIZE
               DELIMITED BY SIZE INTO OD-LINE
        ELSE
            MOVE "  NOT IN THE LAST STATE VECTOR EXPORT" TO OD-LINE
        END-IF
    ELSE
        MOVE "  NO STATE VECTOR EXPORT ON FILE" TO OD-LINE
    END-IF
    PERFORM 8490-EMIT-DOSSIER-LINE
    .

*> ONE GENERATION OF LOG WS-ROLL-IDX, LINE BY LINE, FOR THE SECTION
*> BEING BUILT. A PASS NUMBER LOWER THAN THE LAST ONE SEEN STARTS
*> THE NEXT CAMPAIGN LEG, AS IN THE BILLING TRACE.
8480-SCAN-DOSSIER-LOG.
    MOVE WS-BTS-SEQ(WS-BT-IDX2) TO WS-BT-SEQ
    PERFORM 9467-COPY-TRACE-LOG
    MOVE 1 TO WS-BT-LEG
    MOVE 0 TO WS-BT-LAST-PASS
    OPEN INPUT BILLING-TRACE-FILE
    IF WS-BILTRC-STATUS = "00"
        MOVE "N" TO WS-BT-EOF
        PERFORM UNTIL WS-BT-EOF = "Y"
            READ BILLING-TRACE-FILE INTO WS-DOS-LINE
                AT END
                    MOVE "Y" TO WS-BT-EOF
                NOT AT END
                    IF WS-ROLL-IDX = 5
                        MOVE WS-DSC-PASS TO WS-DOS-PASS-X
                    ELSE
                        MOVE WS-DOS-LINE(6:2) TO WS-DOS-PASS-X
                    END-IF
                    IF WS-DOS-PASS-X NUMERIC
                        IF WS-DOS-PASS < WS-BT-LAST-PASS
                            ADD 1 TO WS-BT-LEG
                        END-IF
                        MOVE WS-DOS-PASS TO WS-BT-LAST-PASS
                        EVALUATE WS-ROLL-IDX
                            WHEN 4
                                PERFORM 8462-TAKE-PURGE
                            WHEN 5
                                PERFORM 8442-TAKE-CDM
                            WHEN 6
                                PERFORM 8432-TAKE-TRANSITION
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BILLING-TRACE-FILE
    END-IF
    .

8490-EMIT-DOSSIER-LINE.
    WRITE OD-LINE
    DISPLAY "  " OD-LINE(1:118)
    .

*> WRITE THE PROPAGATED EPHEMERIS BACK OUT AS THE END-OF-MISSION
       " objects on file."
    .

*> BREAKUP DEBRIS REPORT: EVERY FRAGMENT THE MISSION'S COLLISIONS
*> CREATED - PARENT, PASS, IMPACTOR, STARTING TRACK, WHETHER IT IS
*> NOW IN THE MASTER CATALOG - AND UNDER EACH ONE THE SUBSCRIBERS
*> WHOSE RISK IT RAISED ON LATER PASSES, HOW OFTEN AND HOW HARD.
*> A CAMPAIGN APPENDS ONE SECTION PER LEG LIKE THE COVERAGE MAP.
9800-WRITE-BREAKUP-REPORT.
    IF CAMPAIGN-MODE-ON AND WS-CMP-IDX > 1
        OPEN EXTEND BREAKUP-REPORT-FILE
    ELSE
        OPEN OUTPUT BREAKUP-REPORT-FILE
    END-IF

    MOVE SPACES TO BR-LINE
    STRING "BREAKUP DEBRIS REPORT - DATE=" FUNCTION CURRENT-DATE(1:8)
       " OPERATOR=" WS-OPERATOR-ID
       " PASSES=" WS-MAX-TURNS
       DELIMITED BY SIZE INTO BR-LINE
    WRITE BR-LINE
    IF CAMPAIGN-MODE-ON
        MOVE SPACES TO BR-LINE
        STRING "CAMPAIGN MISSION " WS-CMP-IDX
           " OF " WS-CMP-COUNT
           DELIMITED BY SIZE INTO BR-LINE
        WRITE BR-LINE
    END-IF

    IF WS-BRK-EVENTS = 0
        MOVE "NO BREAKUPS THIS MISSION" TO BR-LINE
        WRITE BR-LINE
    END-IF

    MOVE 0 TO WS-BRK-CATALOGED
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
        MOVE 0 TO WS-BRK-SAT-HIT(WS-IDX)
    END-PERFORM
    PERFORM 9810-REPORT-FRAGMENT
       VARYING WS-BRK-IDX FROM 1 BY 1
       UNTIL WS-BRK-IDX > WS-BRK-COUNT

    MOVE 0 TO WS-BRK-EXPOSED
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
        ADD WS-BRK-SAT-HIT(WS-IDX) TO WS-BRK-EXPOSED
    END-PERFORM

    MOVE SPACES TO BR-LINE
    STRING "BREAKUPS=" WS-BRK-EVENTS
       " FRAGMENTS=" WS-BRK-COUNT
       " NOT PLACED (TABLE FULL)=" WS-BRK-DROPPED
       " IN MASTER CATALOG=" WS-BRK-CATALOGED
       " SUBSCRIBERS EXPOSED=" WS-BRK-EXPOSED
       DELIMITED BY SIZE INTO BR-LINE
    WRITE BR-LINE
    CLOSE BREAKUP-REPORT-FILE

    IF WS-BRK-EVENTS > 0
        DISPLAY "  Breakup report: " WS-BRK-COUNT
           " fragments from " WS-BRK-EVENTS
           " collision(s) - see breakup-report.log"
    END-IF
    .

*> ONE FRAGMENT AND THE SUBSCRIBERS IT PUT AT RISK. CAT=Y ONLY
*> WHEN THIS MISSION'S OWN CATALOG PICKED THE FRAGMENT UP.
9810-REPORT-FRAGMENT.
    MOVE "N" TO WS-BRK-CAT-FLAG
    PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
       UNTIL WS-CAT-IDX > WS-CAT-COUNT
        IF WS-CAT-ID(WS-CAT-IDX) = WS-BRK-ID(WS-BRK-IDX)
            MOVE "Y" TO WS-BRK-CAT-FLAG
        END-IF
    END-PERFORM
    IF WS-BRK-CAT-FLAG = "Y"
        ADD 1 TO WS-BRK-CATALOGED
    END-IF

    MOVE WS-BRK-EL(WS-BRK-IDX) TO WS-BRK-EL-DISP
    MOVE WS-BRK-VELOCITY(WS-BRK-IDX) TO WS-BRK-VEL-DISP
    MOVE SPACES TO BR-LINE
    STRING "FRAGMENT " WS-BRK-ID(WS-BRK-IDX)
       " PARENT=" WS-BRK-PARENT(WS-BRK-IDX)
       " PASS=" WS-BRK-PASS(WS-BRK-IDX)
       " IMPACTOR=" WS-BRK-IMPACTOR(WS-BRK-IDX)
       "/" WS-BRK-IMP-SIZE(WS-BRK-IDX)
       " SIZE=" WS-BRK-SIZE(WS-BRK-IDX)
       " AZ=" WS-BRK-AZ(WS-BRK-IDX)
       " EL=" WS-BRK-EL-DISP
       " RNG=" WS-BRK-RANGE(WS-BRK-IDX)
       " VEL=" WS-BRK-VEL-DISP
       " CAT=" WS-BRK-CAT-FLAG
       DELIMITED BY SIZE INTO BR-LINE
    WRITE BR-LINE

    MOVE 0 TO WS-BRK-RAISED
    PERFORM VARYING WS-IDX FROM 1 BY 1
       UNTIL WS-IDX > WS-SAT-COUNT
        IF WS-BRK-HIT-PASSES(WS-BRK-IDX, WS-IDX) > 0
            MOVE 1 TO WS-BRK-RAISED
            MOVE 1 TO WS-BRK-SAT-HIT(WS-IDX)
            MOVE WS-BRK-HIT-PEAK(WS-BRK-IDX, WS-IDX)
               TO WS-BRK-PEAK-DISP
            MOVE SPACES TO BR-LINE
            STRING "    RAISED RISK ON " WS-SAT-NAME(WS-IDX)
               " AGENCY=" WS-SAT-AGENCY(WS-IDX)
               " PASSES=" WS-BRK-HIT-PASSES(WS-BRK-IDX, WS-IDX)
               " PEAK CONTRIBUTION=" WS-BRK-PEAK-DISP
               " ON PASS " WS-BRK-HIT-AT(WS-BRK-IDX, WS-IDX)
               DELIMITED BY SIZE INTO BR-LINE
            WRITE BR-LINE
        END-IF
    END-PERFORM
    IF WS-BRK-RAISED = 0
        *> ONLY A CATALOGED OBJECT IS SCORED - ONE NEVER DETECTED
        *> IS A THREAT NOBODY HAS BEEN TOLD ABOUT
        IF WS-BRK-CAT-FLAG = "Y"
            MOVE "    RAISED NO SUBSCRIBER'S RISK" TO BR-LINE
        ELSE
            MOVE "    NEVER DETECTED - NOT SCORED AGAINST ANY SUBSCRIBER"
               TO BR-LINE
        END-IF
        WRITE BR-LINE
    END-IF
    .

*> ORDER THE THREAT LEVELS SO "HIGHEST THREAT EVER REACHED" CAN BE
*> COMPARED - A = THE CATALOG ROW AT WS-CAT-IDX, B = THE MASTER
*> ROW AT WS-MST-MATCH
    MOVE "FUEL" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-FUEL TO WS-TLM-BALANCE
    PERFORM 9060-WRITE-FINAL-LINE
    MOVE "ALTITUDE" TO WS-TLM-SYSTEM
    MOVE WS-CUBE-ALT TO WS-TLM-BALANCE
    PERFORM 9060-WRITE-FINAL-LINE

    IF CONSTELLATION-ON
        MOVE WS-CUBE2-NAME TO WS-TLM-CUBESAT
    CLOSE TELEMETRY-FILE
    CLOSE WARNING-MESSAGE-FILE
    CLOSE ESCALATION-ALERT-FILE
    CLOSE FORECAST-REPORT-FILE
    CLOSE MANEUVER-HISTORY-FILE

    IF NOT BATCH-MODE-ON
        CLOSE SESSION-REPLAY-FILE
    *> OPEN BETWEEN MISSIONS SO THE NEXT LEG READS ON FROM WHERE
    *> THIS ONE STOPPED - ONLY THE LAST MISSION CLOSES THEM
    IF BATCH-MODE-ON
       AND (NOT CAMPAIGN-MODE-ON OR WS-CMP-IDX >= WS-CMP-COUNT
            OR CUBESAT-REENTERED)
        CLOSE DECISION-FILE
    END-IF

    IF RESPONSE-FILE-ON
       AND (NOT CAMPAIGN-MODE-ON OR WS-CMP-IDX >= WS-CMP-COUNT
            OR CUBESAT-REENTERED)
        CLOSE AGENCY-RESPONSE-FILE
    END-IF


    PERFORM 9100-WRITE-LEADERBOARD
    PERFORM 9150-UPDATE-OPERATOR-HISTORY
    PERFORM 9170-SAVE-PROPELLANT-BUDGETS
    PERFORM 9200-WRITE-AGENCY-REPORT
    PERFORM 9400-WRITE-BILLING-LEDGER

    *> A CLOSING RUN CUTS THE INVOICES ONCE EVERYTHING IS IN THE
    *> LEDGER - IN A CAMPAIGN THAT MEANS AFTER THE LAST MISSION
    IF BILLING-CLOSE-RUN
       AND (NOT CAMPAIGN-MODE-ON OR WS-CMP-IDX >= WS-CMP-COUNT
            OR CUBESAT-REENTERED)
        PERFORM 9450-CUT-INVOICES
    END-IF


    PERFORM 9700-MERGE-MASTER-CATALOG

    PERFORM 9800-WRITE-BREAKUP-REPORT

    DISPLAY WS-SEPARATOR
    DISPLAY "  MISSION COMPLETE - FINAL REPORT"
    DISPLAY WS-SEPARATOR
    DISPLAY "  Collisions:       " WS-COLLISIONS
    DISPLAY "  Remaining Power:  " WS-CUBE-POWER "%"
    DISPLAY "  Remaining Fuel:   " WS-CUBE-FUEL "%"
    DISPLAY "  Final Altitude:   " WS-CUBE-ALT " km"
    IF CUBESAT-REENTERED
        DISPLAY "  ** SENTINEL-1 RE-ENTERED ON PASS "
           WS-CURRENT-TURN " - MISSION CUT SHORT **"
    END-IF
    IF CONSTELLATION-ON
        DISPLAY "  SENTINEL-2 Power: " WS-CUBE2-POWER "%"
        DISPLAY "  SENTINEL-2 Fuel:  " WS-CUBE2-FUEL "%"
        OPEN OUTPUT LEADERBOARD-FILE
    END-IF

    *> CAMPAIGN LEGS SHARE THEIR MISSION SEQUENCE - THE LEG NUMBER
    *> TELLS THEM APART (00 FOR A STANDALONE MISSION)
    MOVE 0 TO WS-LB-LEG
    IF CAMPAIGN-MODE-ON
        MOVE WS-CMP-IDX TO WS-LB-LEG
    END-IF

    STRING "DATE=" FUNCTION CURRENT-DATE(1:8)
       " SEQ=" WS-MSN-SEQ
       " OPERATOR=" WS-OPERATOR-ID
       " WARNINGS=" WS-WARNINGS-SENT
       " COLLISIONS=" WS-COLLISIONS
       " SCORE=" WS-SCORE-DISP
       " LEG=" WS-LB-LEG
       DELIMITED BY SIZE INTO LB-LINE

    WRITE LB-LINE
    PERFORM 1660-FIND-OPERATOR

    IF WS-OPH-MATCH = 0
        PERFORM 9155-ADD-OPERATOR-HISTORY
    END-IF

    ADD 1 TO WS-OPH-MISSIONS(WS-OPH-MATCH)
            MOVE "NEEDS IMPROVEMENT" TO WS-OPH-QUAL(WS-OPH-MATCH)
    END-EVALUATE

    PERFORM 9160-REWRITE-OPERATOR-HISTORY
    .

*> OPEN A HISTORY ROW FOR AN OPERATOR NOT YET ON FILE
9155-ADD-OPERATOR-HISTORY.
    IF WS-OPH-COUNT < 20
        ADD 1 TO WS-OPH-COUNT
        MOVE WS-OPH-COUNT TO WS-OPH-MATCH
    ELSE
        *> HISTORY TABLE FULL - OVERWRITE THE LAST SLOT SO THE
        *> MISSION IS STILL RECORDED SOMEWHERE VISIBLE
        MOVE 20 TO WS-OPH-MATCH
    END-IF
    MOVE WS-OPERATOR-ID TO WS-OPH-OPERATOR(WS-OPH-MATCH)
    MOVE 0 TO WS-OPH-MISSIONS(WS-OPH-MATCH)
    MOVE 0 TO WS-OPH-COLLISIONS(WS-OPH-MATCH)
    MOVE 0 TO WS-OPH-TOTAL-SCORE(WS-OPH-MATCH)
    MOVE 0 TO WS-OPH-AVG-SCORE(WS-OPH-MATCH)
    MOVE SPACES TO WS-OPH-QUAL(WS-OPH-MATCH)
    MOVE 0 TO WS-OPH-GRADE-PCT(WS-OPH-MATCH)
    MOVE SPACES TO WS-OPH-GRADE(WS-OPH-MATCH)
    MOVE SPACES TO WS-OPH-GRADE-DATE(WS-OPH-MATCH)
    .

*> REWRITE THE WHOLE OPERATOR HISTORY FILE FROM THE TABLE
9160-REWRITE-OPERATOR-HISTORY.
    OPEN OUTPUT OPERATOR-HISTORY-FILE
    PERFORM VARYING WS-OPH-IDX FROM 1 BY 1
       UNTIL WS-OPH-IDX > WS-OPH-COUNT
        MOVE WS-OPH-TOTAL-SCORE(WS-OPH-IDX) TO OH-TOTAL-SCORE
        MOVE WS-OPH-AVG-SCORE(WS-OPH-IDX)   TO OH-AVG-SCORE
        MOVE WS-OPH-QUAL(WS-OPH-IDX)        TO OH-QUAL
        MOVE WS-OPH-GRADE-PCT(WS-OPH-IDX)   TO OH-GRADE-PCT
        MOVE WS-OPH-GRADE(WS-OPH-IDX)       TO OH-GRADE
        MOVE WS-OPH-GRADE-DATE(WS-OPH-IDX)  TO OH-GRADE-DATE
        WRITE OH-RECORD
    END-PERFORM
    CLOSE OPERATOR-HISTORY-FILE
    .

*> POST EACH SUBSCRIBER'S REMAINING PROPELLANT TO ITS MANIFEST ROW
*> SO THE NEXT MISSION FLIES ON WHAT IS LEFT IN THE TANK. ONLY A
*> MANIFEST THE MISSION ACTUALLY LOADED IS REWRITTEN - THE BUILT-IN
*> DEFAULT SUBSCRIBERS HAVE NO ROW TO POST TO. A ROW THE MISSION
*> DID NOT LOAD (REJECTED, OR PAST THE 8-SLOT CAP) GOES BACK AS IT
*> WAS. A MANIFEST TOO LONG TO HOLD IS LEFT ALONE RATHER THAN CUT.
9170-SAVE-PROPELLANT-BUDGETS.
    IF WS-MANIFEST-ROWS > 0
        MOVE 0 TO WS-PRS-COUNT
        MOVE "N" TO WS-PRS-FULL
        OPEN INPUT SUBSCRIBER-MANIFEST-FILE
        IF WS-MANIFEST-STATUS = "00"
            MOVE "N" TO WS-PRS-EOF
            PERFORM UNTIL WS-PRS-EOF = "Y"
                READ SUBSCRIBER-MANIFEST-FILE
                    AT END
                        MOVE "Y" TO WS-PRS-EOF
                    NOT AT END
                        IF WS-PRS-COUNT < 50
                            ADD 1 TO WS-PRS-COUNT
                            MOVE MF-RECORD TO WS-PRS-ROW(WS-PRS-COUNT)
                        ELSE
                            MOVE "Y" TO WS-PRS-FULL
                            MOVE "Y" TO WS-PRS-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUBSCRIBER-MANIFEST-FILE

            IF WS-PRS-FULL = "Y"
                DISPLAY "  ** MANIFEST OVER 50 ROWS - PROPELLANT "
                   "BALANCES NOT POSTED **"
            ELSE
                OPEN OUTPUT SUBSCRIBER-MANIFEST-FILE
                PERFORM VARYING WS-PRS-IDX FROM 1 BY 1
                   UNTIL WS-PRS-IDX > WS-PRS-COUNT
                    MOVE WS-PRS-ROW(WS-PRS-IDX) TO MF-RECORD
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SAT-COUNT
                        IF MF-SAT-NAME = WS-SAT-NAME(WS-IDX)
                            MOVE WS-SAT-PROPELLANT(WS-IDX)
                               TO MF-SAT-PROPELLANT
                        END-IF
                    END-PERFORM
                    WRITE MF-RECORD
                END-PERFORM
                CLOSE SUBSCRIBER-MANIFEST-FILE
            END-IF
        END-IF
    END-IF
    .

*> ONE LINE PER CAMPAIGN MISSION PLUS TOTALS - THE COLLATION THE
*> TRAINING DESK USED TO DO BY HAND FROM TEN LEADERBOARD LINES.
9300-WRITE-CAMPAIGN-SUMMARY.

    PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
       UNTIL WS-CMP-IDX > WS-CMP-COUNT
          OR (WS-CMP-REENTRY-LEG > 0
              AND WS-CMP-IDX > WS-CMP-REENTRY-LEG)
        MOVE WS-CMP-SCORE(WS-CMP-IDX) TO WS-SCORE-DISP
        MOVE SPACES TO CW-LINE
        STRING "MISSION " WS-CMP-IDX
       " COLLISIONS=" WS-CMP-TOT-COLLISIONS
       " WARNINGS=" WS-CMP-TOT-WARNINGS
       " FUEL-REMAINING=" WS-CUBE-FUEL
       " ALTITUDE=" WS-CUBE-ALT
       DELIMITED BY SIZE INTO CW-LINE
    WRITE CW-LINE

    IF WS-CMP-REENTRY-LEG > 0
        MOVE SPACES TO CW-LINE
        STRING "CAMPAIGN ENDED EARLY - SENTINEL-1 RE-ENTERED DURING"
           " MISSION " WS-CMP-REENTRY-LEG
           DELIMITED BY SIZE INTO CW-LINE
        WRITE CW-LINE
        DISPLAY "  ** Campaign ended early: SENTINEL-1 re-entered"
           " during mission " WS-CMP-REENTRY-LEG " **"
    END-IF

    CLOSE CAMPAIGN-SUMMARY-FILE

    DISPLAY SPACES
    .

*> THE CLOSING RUN - TOTAL THE LEDGER PER AGENCY ACROSS EVERY
*> MISSION IN THE BILLING PERIOD, CROSS-CHECK THE BILLED WARNINGS
*> AND APPLY THE PERIOD'S ADJUSTMENTS, WRITE THE INVOICES WITH THEIR
*> CREDIT MEMOS, AND CLEAR THE LEDGER AND THE ADJUSTMENTS FOR THE
*> NEXT PERIOD. EACH LEDGER LINE IS PRICED AT THE RATES THAT WERE
*> IN FORCE WHEN IT WAS WRITTEN.
9450-CUT-INVOICES.
    MOVE 0 TO WS-BIL-COUNT
    MOVE 0 TO WS-BLL-COUNT

    OPEN INPUT BILLING-LEDGER-FILE
    IF WS-LEDGER-STATUS = "00"
                        MOVE 0 TO WS-BIL-WARNINGS(WS-BIL-MATCH)
                        MOVE 0 TO WS-BIL-MANEUVERS(WS-BIL-MATCH)
                        MOVE 0 TO WS-BIL-TOTAL(WS-BIL-MATCH)
                        MOVE 0 TO WS-BIL-ADJUST(WS-BIL-MATCH)
                    END-IF
                    IF WS-BIL-MATCH > 0
                        ADD BL-WARNINGS
                           TO WS-BIL-MANEUVERS(WS-BIL-MATCH)
                        ADD BL-TOTAL
                           TO WS-BIL-TOTAL(WS-BIL-MATCH)
                        PERFORM 9452-TABLE-LEDGER-LINE
                    ELSE
                        DISPLAY "  ** BILLING TABLE FULL -"
                           " LEDGER LINE FOR " WS-BIL-KEY
        CLOSE BILLING-LEDGER-FILE
    END-IF

    PERFORM 9460-CROSS-CHECK-BILLING

    OPEN OUTPUT INVOICE-FILE

    MOVE SPACES TO IN-LINE

    PERFORM VARYING WS-BIL-IDX FROM 1 BY 1
       UNTIL WS-BIL-IDX > WS-BIL-COUNT
        COMPUTE WS-BIL-DUE = WS-BIL-TOTAL(WS-BIL-IDX)
           + WS-BIL-ADJUST(WS-BIL-IDX)
        MOVE WS-BIL-DUE TO WS-BIL-DUE-DISP
        MOVE SPACES TO IN-LINE
        STRING "AGENCY=" WS-BIL-AGENCY(WS-BIL-IDX)
           " WARNINGS=" WS-BIL-WARNINGS(WS-BIL-IDX)
           " MANEUVERS=" WS-BIL-MANEUVERS(WS-BIL-IDX)
           " AMOUNT-DUE=" WS-BIL-DUE-DISP
           DELIMITED BY SIZE INTO IN-LINE
        WRITE IN-LINE
        PERFORM 9456-WRITE-CREDIT-MEMOS
    END-PERFORM

    CLOSE INVOICE-FILE

    *> PERIOD CLOSED - START THE NEXT ONE WITH AN EMPTY LEDGER AND
    *> NO ADJUSTMENTS PENDING
    OPEN OUTPUT BILLING-LEDGER-FILE
    CLOSE BILLING-LEDGER-FILE
    OPEN OUTPUT BILLING-ADJUST-FILE
    CLOSE BILLING-ADJUST-FILE

    DISPLAY SPACES
    DISPLAY "  Billing period closed. " WS-BIL-COUNT
       " invoices written to agency-invoices.log"
    .

*> KEEP EACH LEDGER LINE'S WARNING ID RANGE AND RATES FOR THE
*> CROSS-CHECK. BLANK RATES (OLDER LEDGER LINES) PRICE AT ZERO.
9452-TABLE-LEDGER-LINE.
    IF WS-BLL-COUNT < 200
        ADD 1 TO WS-BLL-COUNT
        MOVE BL-AGENCY    TO WS-BLL-AGENCY(WS-BLL-COUNT)
        MOVE BL-FIRST-WID TO WS-BLL-FIRST-WID(WS-BLL-COUNT)
        MOVE BL-LAST-WID  TO WS-BLL-LAST-WID(WS-BLL-COUNT)
        MOVE 0            TO WS-BLL-TRACED(WS-BLL-COUNT)
        MOVE 0            TO WS-BLL-WARNINGS(WS-BLL-COUNT)
        MOVE 0            TO WS-BLL-WARN-RATE(WS-BLL-COUNT)
        MOVE 0            TO WS-BLL-MAN-RATE(WS-BLL-COUNT)
        IF BL-WARNINGS NUMERIC
            MOVE BL-WARNINGS TO WS-BLL-WARNINGS(WS-BLL-COUNT)
        END-IF
        IF BL-WARN-RATE NUMERIC
            MOVE BL-WARN-RATE TO WS-BLL-WARN-RATE(WS-BLL-COUNT)
        END-IF
        IF BL-MAN-RATE NUMERIC
            MOVE BL-MAN-RATE TO WS-BLL-MAN-RATE(WS-BLL-COUNT)
        END-IF
    END-IF
    .

*> THE AGENCY'S CREDIT MEMOS UNDER ITS INVOICE LINE, THEN WHAT THE
*> CHARGES WERE BEFORE THEY WERE APPLIED
9456-WRITE-CREDIT-MEMOS.
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BAM-COUNT
        IF WS-BAM-AGENCY(WS-BT-IDX) = WS-BIL-AGENCY(WS-BIL-IDX)
            MOVE WS-BAM-AMOUNT(WS-BT-IDX) TO WS-BT-AMT-DISP
            MOVE SPACES TO IN-LINE
            STRING "    " WS-BAM-TYPE(WS-BT-IDX)
               " WID=" WS-BAM-WID(WS-BT-IDX)
               " SAT=" WS-BAM-SAT(WS-BT-IDX)
               " REASON=" WS-BAM-REASON(WS-BT-IDX)
               " AMOUNT=" WS-BT-AMT-DISP
               DELIMITED BY SIZE INTO IN-LINE
            WRITE IN-LINE
        END-IF
    END-PERFORM
    IF WS-BIL-ADJUST(WS-BIL-IDX) NOT = 0
        MOVE WS-BIL-TOTAL(WS-BIL-IDX) TO WS-BIL-AMT-DISP
        MOVE WS-BIL-ADJUST(WS-BIL-IDX) TO WS-BT-AMT-DISP
        MOVE SPACES TO IN-LINE
        STRING "    CHARGES=" WS-BIL-AMT-DISP
           " ADJUSTMENTS=" WS-BT-AMT-DISP
           DELIMITED BY SIZE INTO IN-LINE
        WRITE IN-LINE
    END-IF
    .

*> TRACE EVERY BILLED WARNING BACK TO ITS RISK AUDIT, APPLY THE
*> BILLING DESK'S ADJUSTMENTS, THEN CREDIT ANY WARNING A FALSE
*> CONTACT DROVE. EVERYTHING GOES ON THE CROSS-CHECK REPORT.
9460-CROSS-CHECK-BILLING.
    MOVE 0 TO WS-BW-COUNT
    MOVE 0 TO WS-BAM-COUNT
    MOVE 0 TO WS-BT-VERIFIED
    MOVE 0 TO WS-BT-FALSE
    MOVE 0 TO WS-BT-NO-TRAIL
    MOVE 0 TO WS-BT-ADJ-DONE
    MOVE 0 TO WS-BT-ADJ-REJ
    MOVE WS-MSN-SEQ TO WS-BT-CUR-SEQ

    PERFORM 9462-LOAD-ADJUSTMENTS
    PERFORM 9464-LIST-TRACE-SEQUENCES
    PERFORM 9466-TRACE-GENERATION
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BTS-COUNT

    MOVE SPACES TO WS-SYS-CMD
    STRING "rm -f billing-trace.tmp" DELIMITED BY SIZE
       INTO WS-SYS-CMD
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE

    OPEN OUTPUT BILLING-XCHECK-FILE
    MOVE SPACES TO BX-LINE
    STRING "BILLING CROSS-CHECK - PERIOD CLOSED "
       FUNCTION CURRENT-DATE(1:8)
       " LEDGER LINES=" WS-BLL-COUNT
       " WARNINGS TRACED=" WS-BW-COUNT
       DELIMITED BY SIZE INTO BX-LINE
    WRITE BX-LINE
    IF WS-BTS-DROPPED > 0
        MOVE SPACES TO BX-LINE
        STRING "** " WS-BTS-DROPPED
           " GENERATION(S) NAMED BY THE LEDGER OR ADJUSTMENTS NOT"
           " TRACED - MORE THAN 100 **"
           DELIMITED BY SIZE INTO BX-LINE
        WRITE BX-LINE
    END-IF

    MOVE "ADJUSTMENTS" TO BX-LINE
    WRITE BX-LINE
    IF WS-BAJ-COUNT = 0
        MOVE "  NONE ON FILE" TO BX-LINE
        WRITE BX-LINE
    END-IF
    PERFORM 9480-APPLY-ADJUSTMENT
       VARYING WS-BT-IDX2 FROM 1 BY 1
       UNTIL WS-BT-IDX2 > WS-BAJ-COUNT

    MOVE "BILLED WARNINGS" TO BX-LINE
    WRITE BX-LINE
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BW-COUNT
        IF WS-BW-LEDGER(WS-BT-IDX) > 0
            PERFORM 9470-CHECK-BILLED-WARNING
        END-IF
    END-PERFORM

    *> A LEDGER LINE WHOSE GENERATION HAS AGED OUT OF RETENTION
    *> CANNOT BE TRACED - SAY SO RATHER THAN PASS IT SILENTLY
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BLL-COUNT
        IF WS-BLL-TRACED(WS-BT-IDX) < WS-BLL-WARNINGS(WS-BT-IDX)
            MOVE SPACES TO BX-LINE
            STRING "  LEDGER AGENCY=" WS-BLL-AGENCY(WS-BT-IDX)
               " WIDS=" WS-BLL-FIRST-WID(WS-BT-IDX)
               " TO " WS-BLL-LAST-WID(WS-BT-IDX)
               " BILLED=" WS-BLL-WARNINGS(WS-BT-IDX)
               " TRACED=" WS-BLL-TRACED(WS-BT-IDX)
               " - LOGS NO LONGER ON HAND"
               DELIMITED BY SIZE INTO BX-LINE
            WRITE BX-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO BX-LINE
    STRING "VERIFIED=" WS-BT-VERIFIED
       " FALSE-CONTACT=" WS-BT-FALSE
       " NO-RISK-AUDIT=" WS-BT-NO-TRAIL
       " ADJUSTMENTS APPLIED=" WS-BT-ADJ-DONE
       " REJECTED=" WS-BT-ADJ-REJ
       DELIMITED BY SIZE INTO BX-LINE
    WRITE BX-LINE
    CLOSE BILLING-XCHECK-FILE

    DISPLAY "  Billing cross-check: " WS-BT-VERIFIED " verified, "
       WS-BT-FALSE " false-contact, " WS-BT-NO-TRAIL
       " untraced - see billing-crosscheck.log"
    .

*> LOAD THE PERIOD'S ADJUSTMENTS AS THEY STAND - THEY ARE EDITED
*> ONE BY ONE WHEN APPLIED, ONCE THE WARNINGS ARE TRACED
9462-LOAD-ADJUSTMENTS.
    MOVE 0 TO WS-BAJ-COUNT
    MOVE 0 TO WS-EDIT-ROWNUM
    OPEN INPUT BILLING-ADJUST-FILE
    IF WS-BILADJ-STATUS = "00"
        MOVE "N" TO WS-BT-EOF
        PERFORM UNTIL WS-BT-EOF = "Y"
            READ BILLING-ADJUST-FILE
                AT END
                    MOVE "Y" TO WS-BT-EOF
                NOT AT END
                    ADD 1 TO WS-EDIT-ROWNUM
                    IF WS-BAJ-COUNT < 200
                        ADD 1 TO WS-BAJ-COUNT
                        MOVE WS-EDIT-ROWNUM TO WS-BAJ-ROW(WS-BAJ-COUNT)
                        MOVE BA-RECORD TO WS-BAJ-RECORD(WS-BAJ-COUNT)
                    ELSE
                        MOVE "billing-adjustments.dat"
                           TO WS-EDIT-FILE-ID
                        MOVE "RECORD-COUNT" TO WS-EDIT-FIELD
                        MOVE "MORE THAN 200 ADJUSTMENTS - NOT APPLIED"
                           TO WS-EDIT-REASON
                        PERFORM 1720-WRITE-EDIT-REJECT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BILLING-ADJUST-FILE
    END-IF
    .

*> THE MISSION SEQUENCES TO TRACE - EVERY ONE A LEDGER LINE OR AN
*> ADJUSTMENT NAMES (Wnnnn-... CARRIES THE SEQUENCE). THE LIVE
*> SEQUENCE, WHEN NAMED, GOES IN AHEAD OF THE ARCHIVED ONES SO A
*> FULL TABLE NEVER DROPS THE MISSION JUST FLOWN.
9464-LIST-TRACE-SEQUENCES.
    MOVE 0 TO WS-BTS-COUNT
    MOVE 0 TO WS-BTS-DROPPED
    IF WS-BT-CUR-SEQ > 0
        MOVE SPACES TO WS-BT-HEAD
        STRING "W" WS-BT-CUR-SEQ DELIMITED BY SIZE INTO WS-BT-HEAD
        MOVE 0 TO WS-BT-MATCH
        PERFORM VARYING WS-BT-IDX FROM 1 BY 1
           UNTIL WS-BT-IDX > WS-BLL-COUNT
            IF WS-BLL-FIRST-WID(WS-BT-IDX)(1:5) = WS-BT-HEAD(1:5)
               OR WS-BLL-LAST-WID(WS-BT-IDX)(1:5) = WS-BT-HEAD(1:5)
                MOVE 1 TO WS-BT-MATCH
            END-IF
        END-PERFORM
        PERFORM VARYING WS-BT-IDX FROM 1 BY 1
           UNTIL WS-BT-IDX > WS-BAJ-COUNT
            IF WS-BAJ-RECORD(WS-BT-IDX)(1:5) = WS-BT-HEAD(1:5)
                MOVE 1 TO WS-BT-MATCH
            END-IF
        END-PERFORM
        IF WS-BT-MATCH = 1
            PERFORM 9465-ADD-TRACE-SEQUENCE
        END-IF
    END-IF
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BLL-COUNT
        MOVE WS-BLL-FIRST-WID(WS-BT-IDX) TO WS-BT-HEAD
        PERFORM 9465-ADD-TRACE-SEQUENCE
        MOVE WS-BLL-LAST-WID(WS-BT-IDX) TO WS-BT-HEAD
        PERFORM 9465-ADD-TRACE-SEQUENCE
    END-PERFORM
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BAJ-COUNT
        MOVE WS-BAJ-RECORD(WS-BT-IDX)(1:12) TO WS-BT-HEAD
        PERFORM 9465-ADD-TRACE-SEQUENCE
    END-PERFORM
    .

9465-ADD-TRACE-SEQUENCE.
    IF WS-BT-HEAD(1:1) = "W" AND WS-BT-HEAD(2:4) NUMERIC
        MOVE 0 TO WS-BT-MATCH
        PERFORM VARYING WS-BT-IDX2 FROM 1 BY 1
           UNTIL WS-BT-IDX2 > WS-BTS-COUNT
            IF WS-BTS-SEQ(WS-BT-IDX2) = WS-BT-HEAD(2:4)
                MOVE WS-BT-IDX2 TO WS-BT-MATCH
            END-IF
        END-PERFORM
        IF WS-BT-MATCH = 0
            IF WS-BTS-COUNT < 100
                ADD 1 TO WS-BTS-COUNT
                MOVE WS-BT-HEAD(2:4) TO WS-BTS-SEQ(WS-BTS-COUNT)
            ELSE
                ADD 1 TO WS-BTS-DROPPED
            END-IF
        END-IF
    END-IF
    .

*> ONE GENERATION: PICK UP EVERY WARNING ITS ACTIVITY LOG SENT,
*> THEN FIND EACH ONE'S DRIVING OBJECT IN ITS RISK AUDIT
9466-TRACE-GENERATION.
    MOVE WS-BTS-SEQ(WS-BT-IDX2) TO WS-BT-SEQ

    MOVE 1 TO WS-ROLL-IDX
    PERFORM 9467-COPY-TRACE-LOG
    MOVE 1 TO WS-BT-LEG
    MOVE 0 TO WS-BT-LAST-PASS
    OPEN INPUT BILLING-TRACE-FILE
    IF WS-BILTRC-STATUS = "00"
        MOVE "N" TO WS-BT-EOF
        PERFORM UNTIL WS-BT-EOF = "Y"
            READ BILLING-TRACE-FILE INTO WS-BT-LINE
                AT END
                    MOVE "Y" TO WS-BT-EOF
                NOT AT END
                    PERFORM 9468-TAKE-WARNING-LINE
            END-READ
        END-PERFORM
        CLOSE BILLING-TRACE-FILE
    END-IF

    MOVE 2 TO WS-ROLL-IDX
    PERFORM 9467-COPY-TRACE-LOG
    MOVE 1 TO WS-BT-LEG
    MOVE 0 TO WS-BT-LAST-PASS
    OPEN INPUT BILLING-TRACE-FILE
    IF WS-BILTRC-STATUS = "00"
        MOVE "N" TO WS-BT-EOF
        PERFORM UNTIL WS-BT-EOF = "Y"
            READ BILLING-TRACE-FILE INTO WS-BT-LINE
                AT END
                    MOVE "Y" TO WS-BT-EOF
                NOT AT END
                    PERFORM 9469-TAKE-RISK-LINE
            END-READ
        END-PERFORM
        CLOSE BILLING-TRACE-FILE
    END-IF
    .

*> COPY LOG WS-ROLL-IDX OF GENERATION WS-BT-SEQ TO THE WORK FILE -
*> THE LIVE LOG FOR THIS MISSION'S OWN SEQUENCE, THE ARCHIVED ONE
*> FOR ANY EARLIER MISSION
9467-COPY-TRACE-LOG.
    MOVE SPACES TO WS-SYS-CMD
    IF WS-BT-SEQ = WS-BT-CUR-SEQ
        STRING "rm -f billing-trace.tmp; cp " DELIMITED BY SIZE
           WS-LOG-PREFIX(WS-ROLL-IDX) DELIMITED BY SPACE
           ".log billing-trace.tmp 2>/dev/null" DELIMITED BY SIZE
           INTO WS-SYS-CMD
    ELSE
        STRING "rm -f billing-trace.tmp; cat " DELIMITED BY SIZE
           WS-LOG-PREFIX(WS-ROLL-IDX) DELIMITED BY SPACE
           "-G" WS-BT-SEQ "-*.log > billing-trace.tmp 2>/dev/null"
           DELIMITED BY SIZE
           INTO WS-SYS-CMD
    END-IF
    CALL "SYSTEM" USING WS-SYS-CMD
    MOVE 0 TO RETURN-CODE
    .

*> ONE ACTIVITY LINE. A PASS NUMBER LOWER THAN THE LAST ONE SEEN
*> STARTS THE NEXT CAMPAIGN LEG. A SENT WARNING IS TABLED, TIED TO
*> THE LEDGER LINE WHOSE AGENCY AND ID RANGE IT FALLS IN, AND
*> PRICED AT THAT LINE'S RATES. ITS ACKNOWLEDGMENT, WHEN ONE CAME
*> BACK, IS NOTED AGAINST IT.
9468-TAKE-WARNING-LINE.
    IF WS-BT-LINE(1:5) = "PASS " AND WS-BTW-PASS NUMERIC
        IF WS-BTW-PASS < WS-BT-LAST-PASS
            ADD 1 TO WS-BT-LEG
        END-IF
        MOVE WS-BTW-PASS TO WS-BT-LAST-PASS

        IF WS-BTW-TAG = " WARNING WID=" AND WS-BTW-WID NOT = "NONE"
           AND WS-BW-COUNT < 500
            ADD 1 TO WS-BW-COUNT
            MOVE WS-BTW-WID    TO WS-BW-WID(WS-BW-COUNT)
            MOVE WS-BT-SEQ     TO WS-BW-SEQ(WS-BW-COUNT)
            MOVE WS-BT-LEG     TO WS-BW-LEG(WS-BW-COUNT)
            MOVE WS-BTW-PASS   TO WS-BW-PASS(WS-BW-COUNT)
            MOVE WS-BTW-SAT    TO WS-BW-SAT(WS-BW-COUNT)
            MOVE WS-BTW-AGENCY TO WS-BW-AGENCY(WS-BW-COUNT)
            MOVE 0             TO WS-BW-LEDGER(WS-BW-COUNT)
            MOVE 0             TO WS-BW-CHARGE(WS-BW-COUNT)
            MOVE SPACES        TO WS-BW-OBJ(WS-BW-COUNT)
            MOVE 0             TO WS-BW-CONTRIB(WS-BW-COUNT)
            MOVE "N"           TO WS-BW-ADJUSTED(WS-BW-COUNT)
            MOVE "NO ACK"      TO WS-BW-RESPONSE(WS-BW-COUNT)
            MOVE SPACES        TO WS-BW-RESULT(WS-BW-COUNT)
            MOVE SPACES TO WS-BT-HEAD WS-BT-TAIL
            UNSTRING WS-BT-LINE DELIMITED BY " MANEUVER="
               INTO WS-BT-HEAD WS-BT-TAIL
            IF WS-BT-TAIL(1:11) = "NO MANEUVER"
                MOVE "N" TO WS-BW-RECOMMEND(WS-BW-COUNT)
            ELSE
                MOVE "Y" TO WS-BW-RECOMMEND(WS-BW-COUNT)
            END-IF
            PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BLL-COUNT
                  OR WS-BW-LEDGER(WS-BW-COUNT) > 0
                IF WS-BLL-AGENCY(WS-BT-IDX) = WS-BTW-AGENCY
                   AND WS-BLL-FIRST-WID(WS-BT-IDX)(1:5)
                       = WS-BTW-WID(1:5)
                   AND WS-BTW-WID >= WS-BLL-FIRST-WID(WS-BT-IDX)
                   AND WS-BTW-WID <= WS-BLL-LAST-WID(WS-BT-IDX)
                    MOVE WS-BT-IDX TO WS-BW-LEDGER(WS-BW-COUNT)
                    ADD 1 TO WS-BLL-TRACED(WS-BT-IDX)
                    MOVE WS-BLL-WARN-RATE(WS-BT-IDX)
                       TO WS-BW-CHARGE(WS-BW-COUNT)
                    IF WS-BW-RECOMMEND(WS-BW-COUNT) = "Y"
                        ADD WS-BLL-MAN-RATE(WS-BT-IDX)
                           TO WS-BW-CHARGE(WS-BW-COUNT)
                    END-IF
                END-IF
            END-PERFORM
        END-IF

        *> AN ACKNOWLEDGMENT CLOSES OUT ITS WARNING. A DEFERRAL IS
        *> FOLLOWED BY THE AGENCY'S LATER ANSWER, WHICH REPLACES IT.
        IF WS-BTK-TAG = " ACK WID="
            MOVE SPACES TO WS-BT-HEAD WS-BT-TAIL
               WS-BT-RESPONSE WS-BT-RESULT
            UNSTRING WS-BT-LINE DELIMITED BY " RESPONSE="
               OR " MANEUVER=" OR " RESULT=" OR " AUTO-DECLINED="
               INTO WS-BT-HEAD WS-BT-RESPONSE WS-BT-TAIL WS-BT-RESULT
            PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BW-COUNT
                IF WS-BW-SEQ(WS-BT-IDX) = WS-BT-SEQ
                   AND WS-BW-WID(WS-BT-IDX) = WS-BTK-WID
                    MOVE WS-BT-RESPONSE TO WS-BW-RESPONSE(WS-BT-IDX)
                    MOVE WS-BT-RESULT   TO WS-BW-RESULT(WS-BT-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-IF
    .

*> ONE RISK AUDIT LINE. THE OBJECT/SATELLITE CONTRIBUTION LINES
*> ARE MATCHED TO THIS GENERATION'S WARNINGS BY LEG, PASS AND
*> SATELLITE; THE LARGEST CONTRIBUTION MARKS THE DRIVING OBJECT.
9469-TAKE-RISK-LINE.
    IF WS-BT-LINE(1:5) = "PASS " AND WS-BTW-PASS NUMERIC
        IF WS-BTW-PASS < WS-BT-LAST-PASS
            ADD 1 TO WS-BT-LEG
        END-IF
        MOVE WS-BTW-PASS TO WS-BT-LAST-PASS

        IF WS-BTR-SAT-TAG = " SAT=" AND WS-BTR-OBJ-TAG = " OBJ="
            MOVE SPACES TO WS-BT-HEAD WS-BT-TAIL
            UNSTRING WS-BT-LINE DELIMITED BY " CONTRIB="
               INTO WS-BT-HEAD WS-BT-TAIL
            MOVE WS-BT-TAIL(1:5) TO WS-BT-CONTRIB-X
            IF WS-BT-CONTRIB-X NUMERIC
                PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-BW-COUNT
                    IF WS-BW-SEQ(WS-BT-IDX) = WS-BT-SEQ
                       AND WS-BW-LEG(WS-BT-IDX) = WS-BT-LEG
                       AND WS-BW-PASS(WS-BT-IDX) = WS-BTW-PASS
                       AND WS-BW-SAT(WS-BT-IDX) = WS-BTR-SAT
                       AND (WS-BW-OBJ(WS-BT-IDX) = SPACES
                         OR WS-BT-CONTRIB > WS-BW-CONTRIB(WS-BT-IDX))
                        MOVE WS-BTR-OBJ TO WS-BW-OBJ(WS-BT-IDX)
                        MOVE WS-BT-CONTRIB
                           TO WS-BW-CONTRIB(WS-BT-IDX)
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-IF
    .

*> ONE BILLED WARNING ON THE CROSS-CHECK. A WARNING WITH NO RISK
*> AUDIT BEHIND IT IS FLAGGED FOR THE DESK; ONE DRIVEN BY A FALSE
*> CONTACT IS CREDITED IN FULL UNLESS THE DESK HAS ALREADY
*> ADJUSTED IT.
9470-CHECK-BILLED-WARNING.
    EVALUATE TRUE
        WHEN WS-BW-OBJ(WS-BT-IDX) = SPACES
            ADD 1 TO WS-BT-NO-TRAIL
            MOVE "NO RISK AUDIT TRAIL - REVIEW" TO WS-BT-STATUS
        WHEN OTHER
            PERFORM 9472-TEST-FALSE-CONTACT
            IF BT-FALSE-CONTACT
                ADD 1 TO WS-BT-FALSE
                IF WS-BW-ADJUSTED(WS-BT-IDX) = "Y"
                    MOVE "FALSE CONTACT - DESK ADJUSTMENT STANDS"
                       TO WS-BT-STATUS
                ELSE
                    COMPUTE WS-BT-AMOUNT =
                       0 - WS-BW-CHARGE(WS-BT-IDX)
                    PERFORM 9486-POST-MEMO
                    IF BT-MEMO-BOOKED
                        MOVE "AUTO-CREDIT" TO WS-BAM-TYPE(WS-BAM-COUNT)
                        MOVE "FALS" TO WS-BAM-REASON(WS-BAM-COUNT)
                        MOVE "FALSE CONTACT - AUTO-CREDITED"
                           TO WS-BT-STATUS
                    ELSE
                        MOVE "FALSE CONTACT - NOT BOOKED - TABLE FULL"
                           TO WS-BT-STATUS
                    END-IF
                END-IF
            ELSE
                ADD 1 TO WS-BT-VERIFIED
                MOVE "VERIFIED" TO WS-BT-STATUS
            END-IF
    END-EVALUATE

    MOVE WS-BW-CHARGE(WS-BT-IDX) TO WS-BT-AMT-DISP
    MOVE SPACES TO BX-LINE
    STRING "  " WS-BW-WID(WS-BT-IDX)
       " " WS-BW-AGENCY(WS-BT-IDX)
       " " WS-BW-SAT(WS-BT-IDX)
       " PASS=" WS-BW-PASS(WS-BT-IDX)
       " OBJ=" WS-BW-OBJ(WS-BT-IDX)
       " CHARGE=" WS-BT-AMT-DISP
       " " WS-BT-STATUS
       DELIMITED BY SIZE INTO BX-LINE
    WRITE BX-LINE
    .

*> THE SAME TEST THE DETECTION ACCURACY SCORE USES: A CONTACT NO
*> EPHEMERIS OBJECT BACKS IS FALSE. THAT TRUTH IS ONLY ON HAND FOR
*> THIS MISSION'S OWN WARNINGS; AN EARLIER GENERATION'S FALSE
*> CONTACTS ARE KNOWN BY THE FLS- ID THEY WERE INJECTED UNDER.
9472-TEST-FALSE-CONTACT.
    MOVE "N" TO WS-BT-FALSE-FLAG
    IF WS-BW-OBJ(WS-BT-IDX)(1:4) = "FLS-"
        MOVE "Y" TO WS-BT-FALSE-FLAG
    ELSE
        IF WS-BW-SEQ(WS-BT-IDX) = WS-BT-CUR-SEQ
           AND WS-EPH-COUNT > 0
            MOVE "Y" TO WS-BT-FALSE-FLAG
            PERFORM VARYING WS-EPH-IDX FROM 1 BY 1
               UNTIL WS-EPH-IDX > WS-EPH-COUNT
                IF WS-EPH-ID(WS-EPH-IDX) = WS-BW-OBJ(WS-BT-IDX)
                    MOVE "N" TO WS-BT-FALSE-FLAG
                END-IF
            END-PERFORM
        END-IF
    END-IF
    .

*> EDIT AND APPLY ONE DESK ADJUSTMENT. CREDIT AND WAIVE NEED A
*> WARNING BILLED THIS PERIOD; REBILL NEEDS ONE THAT WAS NOT. ONE
*> ADJUSTMENT PER WARNING PER PERIOD.
9480-APPLY-ADJUSTMENT.
    MOVE WS-BAJ-RECORD(WS-BT-IDX2) TO WS-BT-ADJ-VIEW
    MOVE WS-BAJ-ROW(WS-BT-IDX2) TO WS-EDIT-ROWNUM
    MOVE "billing-adjustments.dat" TO WS-EDIT-FILE-ID
    MOVE "Y" TO WS-ROW-VALID-FLAG
    MOVE SPACES TO WS-EDIT-FIELD

    MOVE 0 TO WS-BT-MATCH
    PERFORM VARYING WS-BT-IDX FROM 1 BY 1
       UNTIL WS-BT-IDX > WS-BW-COUNT
        IF WS-BW-WID(WS-BT-IDX) = WS-BTA-WID
            MOVE WS-BT-IDX TO WS-BT-MATCH
        END-IF
    END-PERFORM

    EVALUATE TRUE
        WHEN WS-BTA-ACTION NOT = "CREDIT"
         AND WS-BTA-ACTION NOT = "WAIVE"
         AND WS-BTA-ACTION NOT = "REBILL"
            MOVE "ACTION" TO WS-EDIT-FIELD
            MOVE "NOT CREDIT, WAIVE OR REBILL" TO WS-EDIT-REASON
        WHEN WS-BTA-REASON = SPACES
            MOVE "REASON" TO WS-EDIT-FIELD
            MOVE "REASON CODE MISSING" TO WS-EDIT-REASON
        WHEN WS-BTA-AMOUNT-X NOT = SPACES
         AND WS-BTA-AMOUNT-X NOT NUMERIC
            MOVE "AMOUNT" TO WS-EDIT-FIELD
            MOVE "NOT NUMERIC" TO WS-EDIT-REASON
        WHEN WS-BTA-ACTION = "WAIVE" AND WS-BTA-AMOUNT-X NOT = SPACES
            MOVE "AMOUNT" TO WS-EDIT-FIELD
            MOVE "WAIVE TAKES NO AMOUNT - WHOLE CHARGE"
               TO WS-EDIT-REASON
        WHEN WS-BT-MATCH = 0
            MOVE "WARNING-ID" TO WS-EDIT-FIELD
            MOVE "WARNING NOT FOUND IN THE LOGS ON HAND"
               TO WS-EDIT-REASON
        WHEN WS-BW-ADJUSTED(WS-BT-MATCH) = "Y"
            MOVE "WARNING-ID" TO WS-EDIT-FIELD
            MOVE "ALREADY ADJUSTED THIS PERIOD" TO WS-EDIT-REASON
        WHEN WS-BTA-ACTION = "REBILL" AND WS-BW-LEDGER(WS-BT-MATCH) > 0
            MOVE "WARNING-ID" TO WS-EDIT-FIELD
            MOVE "ALREADY BILLED THIS PERIOD" TO WS-EDIT-REASON
        WHEN WS-BTA-ACTION NOT = "REBILL"
         AND WS-BW-LEDGER(WS-BT-MATCH) = 0
            MOVE "WARNING-ID" TO WS-EDIT-FIELD
            MOVE "NOT BILLED THIS PERIOD" TO WS-EDIT-REASON
        WHEN WS-BTA-ACTION = "CREDIT" AND WS-BTA-AMOUNT-X NOT = SPACES
         AND WS-BTA-AMOUNT > WS-BW-CHARGE(WS-BT-MATCH)
            MOVE "AMOUNT" TO WS-EDIT-FIELD
            MOVE "CREDIT EXCEEDS THE WARNING'S CHARGE"
               TO WS-EDIT-REASON
        WHEN WS-BTA-ACTION = "REBILL" AND WS-BTA-AMOUNT-X NOT = SPACES
         AND WS-BTA-AMOUNT > 99999.99
            MOVE "AMOUNT" TO WS-EDIT-FIELD
            MOVE "REBILL OVER 99999.99 FOR ONE WARNING"
               TO WS-EDIT-REASON
        WHEN OTHER
            CONTINUE
    END-EVALUATE

    *> AN EDIT THAT FAILED NAMED ITS FIELD - THE REJECT MARKS THE
    *> ROW INVALID. A ROW STILL VALID IS APPLIED.
    IF WS-EDIT-FIELD NOT = SPACES
        PERFORM 1720-WRITE-EDIT-REJECT
    END-IF
    IF ROW-IS-VALID
        PERFORM 9484-POST-ADJUSTMENT
    ELSE
        ADD 1 TO WS-BT-ADJ-REJ
        MOVE SPACES TO BX-LINE
        STRING "  " WS-BTA-WID " " WS-BTA-ACTION
           " REASON=" WS-BTA-REASON
           " REJECTED - " WS-EDIT-REASON
           DELIMITED BY SIZE INTO BX-LINE
        WRITE BX-LINE
    END-IF
    .

*> PRICE AND POST A GOOD ADJUSTMENT: CREDIT GIVES BACK ITS AMOUNT
*> (BLANK = THE WHOLE CHARGE), WAIVE THE WHOLE CHARGE, REBILL
*> CHARGES AGAIN AT TODAY'S RATES UNLESS AN AMOUNT IS GIVEN
9484-POST-ADJUSTMENT.
    MOVE WS-BT-MATCH TO WS-BT-IDX
    EVALUATE WS-BTA-ACTION
        WHEN "REBILL"
            MOVE WS-RATE-WARNING TO WS-BT-CHARGE
            IF WS-BW-RECOMMEND(WS-BT-IDX) = "Y"
                ADD WS-RATE-MANEUVER TO WS-BT-CHARGE
            END-IF
            IF WS-BTA-AMOUNT-X NOT = SPACES
                MOVE WS-BTA-AMOUNT TO WS-BT-CHARGE
            END-IF
            MOVE WS-BT-CHARGE TO WS-BT-AMOUNT
        WHEN "CREDIT"
            MOVE WS-BW-CHARGE(WS-BT-IDX) TO WS-BT-CHARGE
            IF WS-BTA-AMOUNT-X NOT = SPACES
                MOVE WS-BTA-AMOUNT TO WS-BT-CHARGE
            END-IF
            COMPUTE WS-BT-AMOUNT = 0 - WS-BT-CHARGE
        WHEN OTHER
            COMPUTE WS-BT-AMOUNT = 0 - WS-BW-CHARGE(WS-BT-IDX)
    END-EVALUATE

    PERFORM 9486-POST-MEMO
    MOVE WS-BT-AMOUNT TO WS-BT-AMT-DISP
    MOVE SPACES TO BX-LINE
    *> A MEMO THE BILLING TABLES HAD NO ROOM FOR WAS NEVER BOOKED -
    *> THE ADJUSTMENT COUNTS AS REJECTED AND THE WARNING STAYS OPEN
    IF NOT BT-MEMO-BOOKED
        ADD 1 TO WS-BT-ADJ-REJ
        STRING "  " WS-BTA-WID " " WS-BTA-ACTION
           " REASON=" WS-BTA-REASON
           " AGENCY=" WS-BW-AGENCY(WS-BT-IDX)
           " AMOUNT=" WS-BT-AMT-DISP
           " NOT BOOKED - TABLE FULL"
           DELIMITED BY SIZE INTO BX-LINE
        WRITE BX-LINE
    ELSE
        EVALUATE WS-BTA-ACTION
            WHEN "CREDIT"
                MOVE "CREDIT-MEMO" TO WS-BAM-TYPE(WS-BAM-COUNT)
            WHEN "WAIVE"
                MOVE "WAIVER" TO WS-BAM-TYPE(WS-BAM-COUNT)
            WHEN OTHER
                MOVE "REBILL" TO WS-BAM-TYPE(WS-BAM-COUNT)
        END-EVALUATE
        MOVE WS-BTA-REASON TO WS-BAM-REASON(WS-BAM-COUNT)
        MOVE "Y" TO WS-BW-ADJUSTED(WS-BT-IDX)
        ADD 1 TO WS-BT-ADJ-DONE
        STRING "  " WS-BTA-WID " " WS-BTA-ACTION
           " REASON=" WS-BTA-REASON
           " AGENCY=" WS-BW-AGENCY(WS-BT-IDX)
           " AMOUNT=" WS-BT-AMT-DISP
           " APPLIED"
           DELIMITED BY SIZE INTO BX-LINE
        WRITE BX-LINE
    END-IF
    .

*> BOOK WS-BT-AMOUNT AGAINST WARNING WS-BT-IDX'S AGENCY AND ADD ITS
*> MEMO LINE. A REBILL MAY NAME AN AGENCY WITH NOTHING ELSE ON THE
*> LEDGER THIS PERIOD - IT STILL GETS AN INVOICE. THE BOOKED FLAG
*> IS LEFT OFF WHEN THE AGENCY OR MEMO TABLE HAS NO ROOM.
9486-POST-MEMO.
    MOVE "N" TO WS-BT-BOOKED-FLAG
    MOVE WS-BW-AGENCY(WS-BT-IDX) TO WS-BIL-KEY
    PERFORM 9410-FIND-BILLING-AGENCY
    IF WS-BIL-MATCH = 0 AND WS-BIL-COUNT < 12
        ADD 1 TO WS-BIL-COUNT
        MOVE WS-BIL-COUNT TO WS-BIL-MATCH
        MOVE WS-BIL-KEY TO WS-BIL-AGENCY(WS-BIL-MATCH)
        MOVE 0 TO WS-BIL-WARNINGS(WS-BIL-MATCH)
        MOVE 0 TO WS-BIL-MANEUVERS(WS-BIL-MATCH)
        MOVE 0 TO WS-BIL-TOTAL(WS-BIL-MATCH)
        MOVE 0 TO WS-BIL-ADJUST(WS-BIL-MATCH)
    END-IF
    IF WS-BIL-MATCH > 0 AND WS-BAM-COUNT < 300
        ADD WS-BT-AMOUNT TO WS-BIL-ADJUST(WS-BIL-MATCH)
        ADD 1 TO WS-BAM-COUNT
        MOVE WS-BIL-KEY TO WS-BAM-AGENCY(WS-BAM-COUNT)
        MOVE WS-BW-WID(WS-BT-IDX) TO WS-BAM-WID(WS-BAM-COUNT)
        MOVE WS-BW-SAT(WS-BT-IDX) TO WS-BAM-SAT(WS-BAM-COUNT)
        MOVE WS-BT-AMOUNT TO WS-BAM-AMOUNT(WS-BAM-COUNT)
        MOVE SPACES TO WS-BAM-TYPE(WS-BAM-COUNT)
        MOVE SPACES TO WS-BAM-REASON(WS-BAM-COUNT)
        MOVE "Y" TO WS-BT-BOOKED-FLAG
    ELSE
        DISPLAY "  ** BILLING TABLE FULL - ADJUSTMENT FOR "
           WS-BW-WID(WS-BT-IDX) " NOT BOOKED **"
    END-IF
    .

*> MAP THE MISSION'S SCAN COVERAGE OVER THE 27-CELL SECTOR GRID:
*> EVERY CELL'S SCAN AND DETECTION TOTALS, NEVER-SCANNED CELLS
*> CALLED OUT, AND ANY ELEVATION BAND LEFT COMPLETELY UNWATCHED
           " FINAL STATUS=" WS-SAT-STATUS(WS-IDX)
           DELIMITED BY SIZE INTO AR-LINE
        WRITE AR-LINE

        MOVE SPACES TO AR-LINE
        STRING "  PROPELLANT LEFT (KG): "
           WS-SAT-PROPELLANT(WS-IDX)
           DELIMITED BY SIZE INTO AR-LINE
        WRITE AR-LINE

        *> AN EMPTY TANK IS FLAGGED SO THE AGENCY KNOWS WHY ITS
        *> ACCEPTANCES WERE NOT FLOWN
        IF WS-SAT-AUTO-DECLINES(WS-IDX) > 0
            MOVE SPACES TO AR-LINE
            STRING "  ** PROPELLANT EXHAUSTED - "
               WS-SAT-AUTO-DECLINES(WS-IDX)
               " ACCEPTED MANEUVER(S) AUTO-DECLINED **"
               DELIMITED BY SIZE INTO AR-LINE
            WRITE AR-LINE
        END-IF
    END-PERFORM

    MOVE SPACES TO AR-LINE
    STRING "----------------------------------------"
       DELIMITED BY SIZE INTO AR-LINE
    WRITE AR-LINE

    *> CONTRACT COMPLIANCE - EVERY SUBSCRIBER THAT CROSSED ITS
    *> AGENCY'S CONTRACT THRESHOLD ON SOME PASS AND WAS NOT WARNED
    MOVE SPACES TO AR-LINE
    WRITE AR-LINE
    MOVE SPACES TO AR-LINE
    STRING "CONTRACT COMPLIANCE"
       DELIMITED BY SIZE INTO AR-LINE
    WRITE AR-LINE

    MOVE 0 TO WS-CTR-BREACHES
    PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-SAT-COUNT
        IF WS-SAT-UNWARNED(WS-IDX) > 0
            ADD 1 TO WS-CTR-BREACHES
            MOVE WS-SAT-AGENCY(WS-IDX) TO WS-CTR-KEY
            PERFORM 1160-FIND-AGENCY-CONTRACT
            MOVE WS-CTR-CUR-THRESHOLD TO WS-CTR-THRESH-DISP
            MOVE SPACES TO AR-LINE
            STRING "  AGENCY=" WS-SAT-AGENCY(WS-IDX)
               " SATELLITE=" WS-SAT-NAME(WS-IDX)
               " TIER=" WS-CTR-CUR-TIER
               " THRESHOLD=" WS-CTR-THRESH-DISP
               " UNWARNED-PASSES=" WS-SAT-UNWARNED(WS-IDX)
               " LAST-PASS=" WS-SAT-UNWARNED-PASS(WS-IDX)
               " REASON=" WS-SAT-UNWARNED-WHY(WS-IDX)
               DELIMITED BY SIZE INTO AR-LINE
            WRITE AR-LINE
        END-IF
    END-PERFORM

    IF WS-CTR-BREACHES = 0
        MOVE SPACES TO AR-LINE
        STRING "  ALL CONTRACT THRESHOLDS HONORED"
           DELIMITED BY SIZE INTO AR-LINE
        WRITE AR-LINE
    END-IF

    MOVE SPACES TO AR-LINE
    STRING "----------------------------------------"
       DELIMITED BY SIZE INTO AR-LINE
