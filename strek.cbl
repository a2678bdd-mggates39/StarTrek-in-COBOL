               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS SCNCAT-STATUS.
      *    THE DOCTRINE FILE HOLDS THE TRAINING OFFICE'S NAMED ENEMY
      *    DOCTRINES - MOVEMENT CADENCE, PURSUIT, THE HQ ASSAULT,
      *    ROMULAN AGGRESSION, AND THE GALACTIC EVENT ODDS - KEYED
      *    ON DOCTRINE ID.  IT IS MAINTAINED BY THE STREKDCM UTILITY.
           SELECT OPTIONAL DOCTRN-FILE ASSIGN TO "DOCTRINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ID
               FILE STATUS IS DOCTRN-STATUS.
           SELECT OPTIONAL CAREER-FILE ASSIGN TO "CARSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAME-VAR
               FILE STATUS IS CAREER-STATUS.
      *    THE TRAINEE ROSTER ENROLLS EACH CAPTAIN NAME IN A COURSE
      *    SECTION, KEYED THE SAME AS THE CAREER FILE, SO SIGN-ON
      *    CAN TURN AWAY A MIS-TYPED NAME BEFORE IT STARTS A CAREER
      *    OF ITS OWN.  IT IS MAINTAINED BY THE STREKTRM UTILITY.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "TRAINROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-NAME-VAR
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL PRTOUT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRTOUT-STATUS.
           SELECT OPTIONAL TELEM-FILE ASSIGN TO "TELEMTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TELEM-STATUS.
           SELECT OPTIONAL BASE-FILE ASSIGN TO "BASELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BASE-STATUS.
      *    THE SESSION REGISTRY HOLDS ONE ENTRY PER SESSION, KEYED
      *    ON SESSION NUMBER, SO THE OPERATOR CAN SEE FROM STREKWHO
      *    WHICH SEATS ARE IN PLAY AND WHICH HAVE GONE QUIET.  IT
      *    IS OPENED ONLY FOR EACH UPDATE, SO EVERY TERMINAL IN THE
      *    TRAINING ROOM CAN SHARE IT.
           SELECT OPTIONAL SESSREG-FILE ASSIGN TO "SESSNREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SESSION
               FILE STATUS IS SESSREG-STATUS.
      *    THE SCORING PROFILE IS THE TRAINING OFFICER'S CARD OF
      *    WEIGHTS AND GRADE LINES - DATA, NOT CODE, SO EACH COURSE
      *    CAN WEIGHT FUEL DISCIPLINE AND MARKSMANSHIP ITS OWN WAY.
      *    CLOCK RESTARTS AT 3100 EVERY MISSION, SO ONLY THIS
      *    STAMP CAN SAY HOW LONG A SAVE HAS SAT ON FILE.
           05  CK-RUN-DATE           PIC 9(6).
      *    THE SCENARIO THE MISSION WAS STARTED FROM, SO A RESUMED
      *    MISSION IS STILL FILED UNDER ITS CATALOG EXERCISE.
           05  CK-SCENARIO           PIC X(8).
      *    THE ENEMY DOCTRINE IN FORCE, SETTINGS AND ALL, SO A
      *    RESUMED MISSION FIGHTS THE SAME ENEMY IT WAS SAVED WITH.
           05  CK-DOCTRINE           PIC X(8).
           05  CK-DOC-SET            PIC X(23).

       FD  MISNHST-FILE.
       01  MISNHST-RECORD.
           05  MH-GRADE              PIC X.
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
      *    THE CATALOG SCENARIO THAT SET THE MISSION UP - SPACES FOR
      *    A HAND-KEYED MISSION OR ONE FILED BEFORE IT WAS STAMPED.
           05  MH-SCENARIO           PIC X(8).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  FILLER                PIC X VALUE SPACE.
           05  TL-SESSION            PIC 9(8).

      **********************************************
      * BASE-RECORD IS ONE STAR-BASE EVENT - A      *
      * DOCKING REFUSED WITH ALL BAYS IN USE (REF), *
      * A REPAIR WORK ORDER (REP) WITH THE          *
      * STARDATES IT TOOK, THE HULL AND SYSTEM      *
      * DAMAGE REPAIRED AND THE FUEL AND TORPEDOES  *
      * ISSUED, A DISTRESS CALL RELIEVED (RLF) WITH *
      * THE FUEL THE BASE SENT, OR A BASE LOST TO   *
      * THE KLINGONS (LST).  BA-Q1/BA-Q2 IS WHERE   *
      * THE ENTERPRISE WAS; BA-BASE-Q1/BA-BASE-Q2   *
      * IS THE BASE'S OWN QUADRANT.                 *
      **********************************************

       FD  BASE-FILE.
       01  BASE-RECORD.
           05  BA-S-DATE             PIC 9(4).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-NAME-VAR           PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-SCENARIO           PIC X(8).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-Q1                 PIC 9.
           05  BA-Q-SEP              PIC X.
           05  BA-Q2                 PIC 9.
           05  FILLER                PIC X VALUE SPACE.
           05  BA-EVENT              PIC X(3).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-BASE-Q1            PIC 9.
           05  BA-BASE-Q-SEP         PIC X.
           05  BA-BASE-Q2            PIC 9.
           05  FILLER                PIC X VALUE SPACE.
           05  BA-REPAIR-SD          PIC 9.
           05  FILLER                PIC X VALUE SPACE.
           05  BA-HULL-RPR           PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-SYS-TBL.
               10  BA-SYS-RPR        PIC 9(6) OCCURS 6 TIMES.
           05  FILLER                PIC X VALUE SPACE.
           05  BA-FUEL               PIC 9(5).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-TORPS              PIC 9.
           05  FILLER                PIC X VALUE SPACE.
           05  BA-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  BA-SESSION            PIC 9(8).

      **********************************************
      * SESSREG-RECORD IS ONE SESSION'S REGISTRY    *
      * ENTRY - WRITTEN LIVE AT SIGN-ON, BROUGHT UP *
      * TO DATE EVERY TURN, AND CLOSED WITH HOW THE *
      * SESSION ENDED: WON OR CRT AT THE DEBRIEF,   *
      * SAV AT A CHECKPOINT, OR QUT WHEN A BATCH    *
      * DECK RAN OUT BEFORE THE MISSION WAS OVER.   *
      * A STACKED BATCH DECK IS ONE SESSION - EACH  *
      * MISSION REOPENS THE ENTRY UNDER ITS OWN     *
      * CAPTAIN AND SR-MISSIONS COUNTS THEM.        *
      **********************************************

       FD  SESSREG-FILE.
       01  SESSREG-RECORD.
           05  SR-SESSION            PIC 9(8).
           05  SR-RUN-DATE           PIC 9(6).
           05  SR-NAME-VAR           PIC X(12).
           05  SR-TERMINAL           PIC X(8).
           05  SR-MODE               PIC X.
               88  SR-BATCH          VALUE "B".
               88  SR-CONSOLE        VALUE "C".
           05  SR-SCENARIO           PIC X(8).
           05  SR-START-TIME         PIC 9(8).
           05  SR-LAST-DATE          PIC 9(6).
           05  SR-LAST-TIME          PIC 9(8).
           05  SR-S-DATE             PIC 9(4).
           05  SR-TURNS              PIC 9(5).
           05  SR-MISSIONS           PIC 999.
           05  SR-STATE              PIC X.
               88  SR-LIVE           VALUE "L".
               88  SR-CLOSED         VALUE "C".
           05  SR-ENDING             PIC X(3).
           05  SR-END-TIME           PIC 9(8).

      **********************************************
      * JRNL-RECORD CARRIES ONE OPERATOR RESPONSE,  *
      * IN THE ORDER IT WAS TAKEN AT THE CONSOLE,   *
           05  PARM-BASES            PIC 9.
           05  PARM-STARDATES        PIC 99.
           05  PARM-SCENARIO         PIC X(8).
           05  PARM-DOCTRINE         PIC X(8).
           05  PARM-TERMINAL         PIC X(8).
       01  BATCH-CMD-RECORD.
           05  BC-COMMAND            PIC X(3).
           05  BC-ENTRY1             PIC 9.
           05  SC-STATUS             PIC X.
               88  SC-ACTIVE         VALUE "A".
               88  SC-RETIRED        VALUE "R".
           05  SC-DOCTRINE           PIC X(8).

      **********************************************
      * DOCTRINE-RECORD IS ONE NAMED ENEMY DOCTRINE.*
      * DT-SETTINGS IS TAKEN WHOLE INTO DOC-SETTINGS*
      * AT SIGN-ON - THE TWO LAYOUTS MUST MATCH.    *
      **********************************************

       FD  DOCTRN-FILE.
       01  DOCTRINE-RECORD.
           05  DT-ID                 PIC X(8).
           05  DT-DESC               PIC X(30).
           05  DT-SETTINGS.
               10  DT-K-STEP1        PIC 99.
               10  DT-R-STEP1        PIC 99.
               10  DT-K-STEP2        PIC 99.
               10  DT-CYCLE          PIC 99.
               10  DT-PURSUIT        PIC X.
               10  DT-EVENT-PCT      PIC 99.
               10  DT-HQ-LEAD        PIC 999.
               10  DT-ROM-AGGR       PIC 999.
               10  DT-ODDS-STORM     PIC 99.
               10  DT-ODDS-REINF     PIC 99.
               10  DT-ODDS-DISTR     PIC 99.
           05  DT-STATUS             PIC X.
               88  DT-ACTIVE         VALUE "A".
               88  DT-RETIRED        VALUE "R".

      **********************************************
      * PRTOUT-RECORD CARRIES THE MISSION BRIEFING  *
           05  CR-KLINGONS-TOTAL     PIC 9(7).
           05  CR-BEST-S-DATE        PIC 9(4).

      **********************************************
      * TRAINEE-RECORD IS ONE ENROLLED CAPTAIN ON   *
      * THE TRAINEE ROSTER.  SIGN-ON ONLY ASKS      *
      * WHETHER THE NAME IS ON FILE AND STILL       *
      * ENROLLED - THE CURRICULUM IS FOR STREKCRT.  *
      **********************************************

       FD  ROSTER-FILE.
       01  TRAINEE-RECORD.
           05  TN-NAME-VAR           PIC X(12).
           05  TN-SECTION            PIC X(6).
           05  TN-INSTRUCTOR         PIC X(20).
           05  TN-ENROLL-DATE        PIC 9(6).
           05  TN-END-DATE           PIC 9(6).
           05  TN-STATUS             PIC X.
               88  TN-ENROLLED       VALUE "A".
               88  TN-WITHDRAWN      VALUE "W".
           05  TN-REQUIRED           OCCURS 8 TIMES.
               10  TN-REQ-SCN        PIC X(8).

       WORKING-STORAGE SECTION.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  AUDIT-STATUS              PIC XX VALUE SPACES.
       01  EXCEPT-STATUS             PIC XX VALUE SPACES.
       01  ENGMT-STATUS              PIC XX VALUE SPACES.
       01  TELEM-STATUS              PIC XX VALUE SPACES.
       01  BASE-STATUS               PIC XX VALUE SPACES.
       01  SESSREG-STATUS            PIC XX VALUE SPACES.
       01  SCORE-STATUS              PIC XX VALUE SPACES.
       01  ROSTER-STATUS             PIC XX VALUE SPACES.
      *    THE ROSTER VERDICT ON THE NAME GIVEN AT SIGN-ON - CLEARED
      *    WHEN ENROLLED OR WHEN NO ROSTER IS IN FORCE, FLAGGED WHEN
      *    AN UNATTENDED RUN FLIES UNDER A NAME NOT ENROLLED, AND
      *    REFUSED WHEN A CONSOLE CAPTAIN COULD NOT GIVE ONE.
       01  ROSTER-SW                 PIC X VALUE "Y".
           88  ROSTER-CLEARED        VALUE "Y".
           88  ROSTER-FLAGGED        VALUE "F".
           88  SIGNON-REFUSED        VALUE "R".
       01  ROSTER-TRIES              PIC 9 VALUE 0.
      *    THE SESSION NUMBER IS ASSIGNED ONCE AT SIGN-ON FROM THE
      *    WALL CLOCK (HHMMSSHH) AND, WITH THE CALENDAR DATE, IS
      *    STAMPED ON EVERY RECORD THE SESSION WRITES, SO TWO SAME-
       01  JRNL-OPEN-SW              PIC X VALUE "N".
           88  JRNL-OPEN             VALUE "Y".
       01  JRNL-SEQ-NO               PIC 9(5) VALUE 0.
       01  JRNL-HELD-SW              PIC 9 VALUE 0.
           88  JRNL-HELD             VALUE 1.
       01  JRNL-HOLD                 PIC X(38) VALUE SPACES.
       01  JRNL-NAME                 PIC X(20) VALUE "JOURNAL".
       01  JRNL-CAPT                 PIC X(12) VALUE SPACES.
       01  CHECKPT-FOUND-SW          PIC 9 VALUE 0.
       01  SEED-KEEP                 PIC 9(6) VALUE 0.
       01  CAREER-FOUND-SW           PIC 9 VALUE 0.
           88  CAREER-FOUND          VALUE 1.
      *    SESSREG-LIVE-SW IS ON FROM THE MOMENT THE SESSION'S
      *    REGISTRY ENTRY IS WRITTEN UNTIL IT IS CLOSED - A SESSION
      *    THE REGISTRY COULD NOT TAKE IS SIMPLY NEVER TRACKED.
       01  SESSREG-FOUND-SW          PIC 9 VALUE 0.
           88  SESSREG-FOUND         VALUE 1.
       01  SESSREG-OPEN-SW           PIC 9 VALUE 0.
           88  SESSREG-OPEN          VALUE 1.
       01  SESSREG-LIVE-SW           PIC 9 VALUE 0.
           88  SESSION-REGISTERED    VALUE 1.
       01  SESSREG-ENDING            PIC X(3) VALUE SPACES.
       01  SESSREG-MISSIONS          PIC 999 VALUE 0.
       01  OP-SEED                   PIC 9(6) VALUE 0.
           88  SEED-SUPPLIED         VALUE 1 THRU 999999.
       01  OP-RESTART-REPLY          PIC X(3) VALUE SPACES.
       01  OP-BASES                  PIC 9 VALUE 0.
       01  OP-STARDATES              PIC 99 VALUE 0.
       01  OP-SCENARIO               PIC X(8) VALUE SPACES.
       01  OP-DOCTRINE               PIC X(8) VALUE SPACES.
       01  OP-TERMINAL               PIC X(8) VALUE SPACES.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  DOCTRN-STATUS             PIC XX VALUE SPACES.

      **********************************************
      * DOC-SETTINGS IS THE ENEMY DOCTRINE IN FORCE *
      * FOR THE MISSION.  DOC-STANDARD IS THE BUILT-*
      * IN DOCTRINE EVERY MISSION FLEW BEFORE THE   *
      * DOCTRINE FILE - KLINGONS SHIFT ON TICKS 7   *
      * AND 15, ROMULANS ON 12 AND 21, NO PURSUIT,  *
      * HQ ASSAULT 90 TICKS OUT, FULL ROMULAN FIRE, *
      * 3 PERCENT EVENTS PER SKILL LEVEL, AND THE   *
      * THREE EVENTS EQUALLY LIKELY.                *
      **********************************************

       01  DOC-STANDARD              PIC X(23) VALUE
           "07121520N03090100010101".
       01  DOC-ID                    PIC X(8) VALUE SPACES.
       01  DOC-SETTINGS.
           05  DOC-K-STEP1           PIC 99 VALUE 7.
           05  DOC-R-STEP1           PIC 99 VALUE 12.
           05  DOC-K-STEP2           PIC 99 VALUE 15.
           05  DOC-CYCLE             PIC 99 VALUE 20.
           05  DOC-PURSUIT           PIC X VALUE "N".
               88  DOC-PURSUING      VALUE "Y".
           05  DOC-EVENT-PCT         PIC 99 VALUE 3.
           05  DOC-HQ-LEAD           PIC 999 VALUE 90.
           05  DOC-ROM-AGGR          PIC 999 VALUE 100.
           05  DOC-ODDS-STORM        PIC 99 VALUE 1.
           05  DOC-ODDS-REINF        PIC 99 VALUE 1.
           05  DOC-ODDS-DISTR        PIC 99 VALUE 1.
       01  FILLER REDEFINES DOC-SETTINGS.
           05  DOC-SET-1             PIC X(11).
           05  DOC-SET-2             PIC X(12).
       01  PS-ROW-LO                 PIC 999.
       01  PS-ROW-HI                 PIC 999.
       01  PS-COL-LO                 PIC 999.
       01  PS-COL-HI                 PIC 999.
       01  PS-ROW                    PIC 999.
       01  PS-COL                    PIC 999.
       01  PS-K-ROW                  PIC 999.
       01  PS-K-COL                  PIC 999.
       01  PS-HOLD-MAX               PIC 999.
       01  PS-FOUND-SW               PIC 9 VALUE 0.
           88  PS-FOUND              VALUE 1.
       01  SD-WINDOW                 PIC 99 VALUE 16.
       01  REPAIR-MINS                PIC 99 VALUE 0.
       01  OLD-DAMAGE-CNT             PIC 9(6) VALUE 0.
       01  OLD-FUEL-CNT               PIC S9(5) VALUE 0.
       01  OLD-TORPS                  PIC 9 VALUE 0.
       01  BASE-RELIEF-SW             PIC 9 VALUE 0.
           88  BASE-RELIEVED          VALUE 1.
      *    STAGING FIELDS FOR THE BASE-ACTIVITY LOG - THE DOCKING,
      *    REPAIR, RELIEF AND BASE-LOST PARAGRAPHS FILL THEM AND
      *    2050-LOG-BASE-ACTIVITY FILES AND CLEARS THEM.
       01  BA-EVENT-X                 PIC X(3) VALUE SPACES.
       01  BA-BASE-Q1-X               PIC 9 VALUE 0.
       01  BA-BASE-Q2-X               PIC 9 VALUE 0.
       01  BA-REPAIR-X                PIC 9 VALUE 0.
       01  BA-HULL-X                  PIC 9(6) VALUE 0.
       01  BA-SYS-X                   PIC X(36) VALUE ZEROS.
       01  BA-FUEL-X                  PIC 9(5) VALUE 0.
       01  BA-TORPS-X                 PIC 9 VALUE 0.
       01  SAVE-DS-DATE                PIC 9(4) VALUE 0.
       01  REPAIR-DEDUCT               PIC 9(4) VALUE 0.
       01  NARR-LINE                 PIC X(120) VALUE SPACES.
      **********************************************

       01  EVENT-ROLL                PIC 999.
       01  EVENT-THRESH              PIC 999.
       01  EVENT-ODDS-TOT            PIC 999.
       01  EVENT-HOLD-MAX            PIC 999.
       01  EVENT-KND                 PIC 9.
       01  EV-Q1                     PIC 99.
           IF BATCH-MODE-RUN
               PERFORM 0065-MISSION-BANNER THRU 0065-EXIT.
           PERFORM 0100-HOUSEKEEPING THRU 0100-EXIT.
           IF SIGNON-REFUSED
               GO TO 0060-EXIT.
           PERFORM 1000-MAINLINE THRU 1000-EXIT.
      *    A MISSION THAT NEITHER DEBRIEFED NOR SAVED - A BATCH DECK
      *    THAT RAN OUT UNDER IT - STILL CLOSES ITS REGISTRY ENTRY.
           IF SESSION-REGISTERED
               MOVE "QUT" TO SESSREG-ENDING
               PERFORM 2070-CLOSE-REGISTRY THRU 2070-EXIT.
           IF NOT CHECKPOINT-QUIT
               IF BYE-BYE
                   ADD 1 TO MISSIONS-CRT
           OPEN EXTEND TELEM-FILE.
           IF TELEM-STATUS = "35" OR TELEM-STATUS = "05"
               OPEN OUTPUT TELEM-FILE.
           OPEN EXTEND BASE-FILE.
           IF BASE-STATUS = "35" OR BASE-STATUS = "05"
               OPEN OUTPUT BASE-FILE.
       0010-EXIT.  EXIT.

      **********************************************
           MOVE ZEROS TO PARM-SEED PARM-KLINGONS PARM-ROMULONS
               PARM-BASES PARM-STARDATES.
           MOVE SPACES TO PARM-RESTART PARM-BATCH-FLAG PARM-NAME
               PARM-INST-REPLY PARM-SCENARIO PARM-DOCTRINE
               PARM-TERMINAL.
           MOVE ZERO TO PARM-SKILL.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00"
                           PARM-ROMULONS PARM-BASES PARM-STARDATES
                       MOVE SPACES TO PARM-RESTART PARM-BATCH-FLAG
                           PARM-NAME PARM-INST-REPLY PARM-SCENARIO
                           PARM-DOCTRINE PARM-TERMINAL
                       MOVE ZERO TO PARM-SKILL
                   NOT AT END
                       ADD 1 TO CARDS-READ.
           PERFORM 0053-EDIT-PARM-FIELDS THRU 0053-EXIT.
      *    THE TERMINAL ID NAMES THE SEAT FOR THE SESSION REGISTRY -
      *    IT BELONGS TO THE RUN, SO ONLY THE FIRST CARD CARRIES IT.
           MOVE PARM-TERMINAL TO OP-TERMINAL.
           IF PARM-BATCH-FLAG = "Y" OR PARM-BATCH-FLAG = "y"
               MOVE "Y" TO BATCH-MODE-SW
               OPEN EXTEND PRTOUT-FILE
      * STILL OVERRIDE ONE FIGURE OF A STANDARD      *
      * EXERCISE FROM THE CARD.  A MISSING OR        *
      * RETIRED SCENARIO IS REPORTED AND THE CARD    *
      * VALUES STAND ALONE - THE SCENARIO ID IS THEN *
      * DROPPED, SO THE MISSION IS NEVER LOGGED      *
      * UNDER AN EXERCISE IT DID NOT FLY.            *
      **********************************************

       0052-READ-SCENARIO.
           IF SCNCAT-STATUS NOT = "00" AND SCNCAT-STATUS NOT = "05"
               DISPLAY "SCENARIO CATALOG UNAVAILABLE - SCENARIO "
                   OP-SCENARIO " IGNORED "
               MOVE SPACES TO OP-SCENARIO
               CLOSE SCNCAT-FILE
               GO TO 0052-EXIT.
           MOVE OP-SCENARIO TO SC-ID.
               INVALID KEY
                   DISPLAY "SCENARIO " OP-SCENARIO " NOT ON CATALOG - "
                       "CARD VALUES USED "
                   MOVE SPACES TO OP-SCENARIO
                   CLOSE SCNCAT-FILE
                   GO TO 0052-EXIT.
           IF SC-RETIRED
               DISPLAY "SCENARIO " OP-SCENARIO " IS RETIRED - "
                   "CARD VALUES USED "
               MOVE SPACES TO OP-SCENARIO
               CLOSE SCNCAT-FILE
               GO TO 0052-EXIT.
           IF OP-SEED = 0
               MOVE SC-STARDATES TO OP-STARDATES.
           IF OP-SKILL = 0
               MOVE SC-SKILL TO OP-SKILL.
           IF OP-DOCTRINE = SPACES
               MOVE SC-DOCTRINE TO OP-DOCTRINE.
           CLOSE SCNCAT-FILE.
       0052-EXIT.  EXIT.

           MOVE PARM-BASES TO OP-BASES.
           MOVE PARM-STARDATES TO OP-STARDATES.
           MOVE PARM-SCENARIO TO OP-SCENARIO.
           MOVE PARM-DOCTRINE TO OP-DOCTRINE.
           IF OP-SCENARIO NOT = SPACES
               PERFORM 0052-READ-SCENARIO THRU 0052-EXIT.
      *    CLAMPED SO THE DEADLINE STAYS INSIDE THE MISSION
      **********************************************

       0020-TAKE-REPLY.
           IF REPLAY-RUN AND JRNL-HELD
               MOVE 0 TO JRNL-HELD-SW
               MOVE JRNL-HOLD TO JRNL-RECORD
               MOVE JR-REPLY TO TAKE-REPLY
               DISPLAY "*REPLAY* " JR-TYPE " " JR-REPLY
               GO TO 0020-EXIT.
           IF REPLAY-RUN
               READ JRNL-FILE
                   AT END
      **********************************************

       0025-JOURNAL-SEED.
           IF REPLAY-RUN AND JRNL-HELD
               MOVE 0 TO JRNL-HELD-SW
               MOVE JRNL-HOLD TO JRNL-RECORD
               MOVE JR-REPLY (1:6) TO SEED-KEEP
               DISPLAY "*REPLAY* " JR-TYPE " " JR-REPLY
               GO TO 0025-EXIT.
           IF REPLAY-RUN
               READ JRNL-FILE
                   AT END
               DISPLAY " ".
               DISPLAY "PLEASE ENTER YOUR NAME, CAPTAIN ".
               ACCEPT NAME-X.
      *    THE NAME IS PROVED AGAINST THE TRAINEE ROSTER BEFORE
      *    ANYTHING IS FILED UNDER IT - A CONSOLE CAPTAIN WHO
      *    CANNOT GIVE AN ENROLLED NAME IS SIGNED OFF HERE.
           PERFORM 0105-CHECK-ROSTER THRU 0105-EXIT.
           IF SIGNON-REFUSED
               GO TO 0100-EXIT.
      *    THE FULL NAME GOES INTO THE JOURNAL FILE NAME - EMBEDDED
      *    BLANKS BECOME DASHES, SO "JAMES T KIRK" JOURNALS TO
      *    JRNL-JAMES-T-KIRK AND TWO CAPTAINS SHARING A FIRST WORD
               PERFORM 0150-RESTORE-MISSION THRU 0150-EXIT
           ELSE
               PERFORM 0120-NEW-MISSION THRU 0120-EXIT.
           PERFORM 0160-REGISTER-SESSION THRU 0160-EXIT.
           IF BATCH-MODE-RUN
               MOVE OP-INST-REPLY TO INST-REPLY
           ELSE
               PERFORM 0550-ADD-INST THRU 0550-EXIT.
       0100-EXIT.  EXIT.

      **********************************************
      * 0105-CHECK-ROSTER LOOKS THE SIGN-ON NAME UP *
      * ON THE TRAINEE ROSTER.  A CONSOLE CAPTAIN   *
      * WHOSE NAME IS NOT ENROLLED, OR WHOSE COURSE *
      * DATES DO NOT TAKE IN TODAY'S RUN DATE, IS   *
      * ASKED AGAIN, UP TO THREE TRIES IN ALL, THEN *
      * REFUSED.  AN UNATTENDED BATCH RUN HAS       *
      * NOBODY TO ASK, SO ITS MISSION IS FLOWN BUT  *
      * FLAGGED ON THE PRINT FILE AND THE           *
      * EXCEPTIONS FILE FOR THE TRAINING            *
      * OFFICE.  WITH NO ROSTER ON FILE, OR AN      *
      * EMPTY ONE, EVERY NAME IS CLEARED AS         *
      * BEFORE.  A REPLAY IS NEVER CHECKED - IT     *
      * ONLY RE-READS A SESSION ALREADY FLOWN.      *
      **********************************************

       0105-CHECK-ROSTER.
           MOVE "Y" TO ROSTER-SW.
           IF REPLAY-MISSION
               GO TO 0105-EXIT.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               CLOSE ROSTER-FILE
               GO TO 0105-EXIT.
           MOVE LOW-VALUES TO TN-NAME-VAR.
           START ROSTER-FILE KEY NOT < TN-NAME-VAR
               INVALID KEY
                   CLOSE ROSTER-FILE
                   GO TO 0105-EXIT.
           MOVE 0 TO ROSTER-TRIES.
           PERFORM 0106-FIND-TRAINEE THRU 0106-EXIT.
           IF NOT BATCH-MODE-RUN
               PERFORM 0107-RETRY-NAME THRU 0107-EXIT
                   UNTIL ROSTER-CLEARED OR ROSTER-TRIES > 2.
           CLOSE ROSTER-FILE.
           IF ROSTER-CLEARED
               GO TO 0105-EXIT.
           IF NOT BATCH-MODE-RUN
               MOVE "R" TO ROSTER-SW
               DISPLAY "SIGN-ON REFUSED - SEE THE TRAINING OFFICE "
               GO TO 0105-EXIT.
           MOVE "F" TO ROSTER-SW.
           MOVE SPACES TO NARR-LINE.
           STRING "*ROSTER CHECK* CAPTAIN " DELIMITED BY SIZE
               NAME-X DELIMITED BY SIZE
               " IS NOT ENROLLED ON THE TRAINEE ROSTER"
                   DELIMITED BY SIZE
               INTO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
           MOVE "MISSION WILL BE FLOWN AND FLAGGED FOR THE TRAINING OF
      -        "FICE " TO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
           MOVE RUN-DATE TO EX-RUN-DATE.
           MOVE SESSION-NO TO EX-SESSION.
           MOVE 0 TO EX-S-DATE.
           MOVE NAME-X TO EX-NAME-VAR.
           MOVE 0 TO EX-FUEL-COUNT.
           MOVE 0 TO EX-SHIELD-CNT.
           MOVE 0 TO EX-DAMAGE-CNT.
           MOVE "CAPTAIN NOT ON TRAINEE ROSTER" TO EX-REASON.
           WRITE EXCEPT-RECORD.
       0105-EXIT.  EXIT.

       0106-FIND-TRAINEE.
           MOVE "N" TO ROSTER-SW.
           MOVE NAME-X TO TN-NAME-VAR.
           READ ROSTER-FILE
               INVALID KEY
                   GO TO 0106-EXIT.
      *    THE COURSE DATES ARE HELD AS STREKCRT HOLDS THEM - A
      *    MISSION FLOWN BEFORE ENROLLMENT OR AFTER THE END DATE
      *    DOES NOT COUNT TOWARD CERTIFICATION, SO IT IS NOT CLEARED.
           IF NOT TN-ENROLLED
               GO TO 0106-EXIT.
           IF RUN-DATE < TN-ENROLL-DATE
               GO TO 0106-EXIT.
           IF TN-END-DATE > 0 AND RUN-DATE > TN-END-DATE
               GO TO 0106-EXIT.
           MOVE "Y" TO ROSTER-SW.
       0106-EXIT.  EXIT.

       0107-RETRY-NAME.
           ADD 1 TO ROSTER-TRIES.
           DISPLAY "CAPTAIN " NAME-X " IS NOT ENROLLED ON THE TRAINEE "
               "ROSTER ".
           IF ROSTER-TRIES > 2
               GO TO 0107-EXIT.
           DISPLAY "PLEASE RE-ENTER YOUR NAME AS ENROLLED, CAPTAIN ".
           ACCEPT NAME-X.
           PERFORM 0106-FIND-TRAINEE THRU 0106-EXIT.
       0107-EXIT.  EXIT.

      **********************************************
      * 0120-NEW-MISSION STARTS A BRAND NEW MISSION *
      * FROM SCRATCH - COLLECTS THE CAPTAIN'S NAME  *
                       DISPLAY "YOUR SKILL LEVEL MUST BE 1 ".
           PERFORM 0130-READ-CAREER-RANK THRU 0130-EXIT.
           PERFORM 0135-JOURNAL-RANK THRU 0135-EXIT.
           PERFORM 0140-READ-DOCTRINE THRU 0140-EXIT.
           PERFORM 0145-JOURNAL-DOCTRINE THRU 0145-EXIT.
           MOVE 0 TO VAB5.
           MOVE 0 TO VAB6.
           INSPECT NAME-X TALLYING VAB6 FOR ALL "A".
               " STAR DATES." DELIMITED BY SIZE
               INTO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
           IF DOC-ID NOT = SPACES
               MOVE SPACES TO NARR-LINE
               STRING "INTELLIGENCE EXPECTS ENEMY DOCTRINE "
                   DELIMITED BY SIZE
                   DOC-ID DELIMITED BY SIZE
                   INTO NARR-LINE
               PERFORM 0015-NARRATE THRU 0015-EXIT.
           PERFORM 1200-INITIALIZE-GALAXY THRU 1200-EXIT.
       0120-EXIT.  EXIT.

                   PERFORM 0030-JOURNAL-REPLY THRU 0030-EXIT.
       0135-EXIT.  EXIT.

      **********************************************
      * 0140-READ-DOCTRINE PUTS THE ENEMY DOCTRINE  *
      * NAMED BY THE STARTUP CARD OR THE CATALOG    *
      * SCENARIO IN FORCE FOR THE MISSION.  WHEN    *
      * NONE IS NAMED, OR THE ONE NAMED IS MISSING  *
      * OR RETIRED, THE STANDARD DOCTRINE STANDS.   *
      * A REPLAY RUN TAKES ITS DOCTRINE FROM THE    *
      * JOURNAL IN 0145, NOT FROM THE FILE.         *
      **********************************************

       0140-READ-DOCTRINE.
           MOVE DOC-STANDARD TO DOC-SETTINGS.
           MOVE SPACES TO DOC-ID.
           IF REPLAY-RUN OR OP-DOCTRINE = SPACES
               GO TO 0140-EXIT.
           OPEN INPUT DOCTRN-FILE.
           IF DOCTRN-STATUS NOT = "00" AND DOCTRN-STATUS NOT = "05"
               DISPLAY "DOCTRINE FILE UNAVAILABLE - DOCTRINE "
                   OP-DOCTRINE " IGNORED "
               CLOSE DOCTRN-FILE
               GO TO 0140-EXIT.
           MOVE OP-DOCTRINE TO DT-ID.
           READ DOCTRN-FILE
               INVALID KEY
                   DISPLAY "DOCTRINE " OP-DOCTRINE " NOT ON FILE - "
                       "STANDARD DOCTRINE USED "
                   CLOSE DOCTRN-FILE
                   GO TO 0140-EXIT.
           IF DT-RETIRED
               DISPLAY "DOCTRINE " OP-DOCTRINE " IS RETIRED - "
                   "STANDARD DOCTRINE USED "
               CLOSE DOCTRN-FILE
               GO TO 0140-EXIT.
           MOVE DT-ID TO DOC-ID.
           MOVE DT-SETTINGS TO DOC-SETTINGS.
           CLOSE DOCTRN-FILE.
       0140-EXIT.  EXIT.

      **********************************************
      * 0145-JOURNAL-DOCTRINE RECORDS THE DOCTRINE  *
      * IN FORCE - ITS ID ON A "DOC" RECORD AND ITS *
      * SETTINGS ON "DC1" AND "DC2" - AND GIVES ALL *
      * THREE BACK ON A REPLAY RUN, SO A REPLAYED   *
      * MISSION MEETS THE SAME ENEMY EVEN IF THE    *
      * DOCTRINE HAS BEEN CHANGED SINCE THE WATCH.  *
      **********************************************

       0145-JOURNAL-DOCTRINE.
           IF REPLAY-RUN
               PERFORM 0146-REPLAY-DOCTRINE THRU 0146-EXIT
               GO TO 0145-EXIT.
           IF NOT JRNL-OPEN
               GO TO 0145-EXIT.
           MOVE "DOC" TO TAKE-TYPE.
           MOVE DOC-ID TO TAKE-REPLY.
           PERFORM 0030-JOURNAL-REPLY THRU 0030-EXIT.
           MOVE "DC1" TO TAKE-TYPE.
           MOVE DOC-SET-1 TO TAKE-REPLY.
           PERFORM 0030-JOURNAL-REPLY THRU 0030-EXIT.
           MOVE "DC2" TO TAKE-TYPE.
           MOVE DOC-SET-2 TO TAKE-REPLY.
           PERFORM 0030-JOURNAL-REPLY THRU 0030-EXIT.
       0145-EXIT.  EXIT.

       0146-REPLAY-DOCTRINE.
           READ JRNL-FILE
               AT END
                   MOVE 1 TO INDICATE-W
                   GO TO 0146-EXIT.
           IF JR-TYPE NOT = "DOC"
               GO TO 0146-NO-DOCTRINE.
           MOVE JR-REPLY (1:8) TO DOC-ID.
           DISPLAY "*REPLAY* " JR-TYPE " " JR-REPLY.
           READ JRNL-FILE
               AT END
                   MOVE 1 TO INDICATE-W
                   GO TO 0146-EXIT.
           IF JR-TYPE NOT = "DC1"
               GO TO 0146-NO-DOCTRINE.
           MOVE JR-REPLY (1:11) TO DOC-SET-1.
           DISPLAY "*REPLAY* " JR-TYPE " " JR-REPLY.
           READ JRNL-FILE
               AT END
                   MOVE 1 TO INDICATE-W
                   GO TO 0146-EXIT.
           IF JR-TYPE NOT = "DC2"
               GO TO 0146-NO-DOCTRINE.
           MOVE JR-REPLY TO DOC-SET-2.
           DISPLAY "*REPLAY* " JR-TYPE " " JR-REPLY.
           GO TO 0146-EXIT.
      *    A JOURNAL WRITTEN BEFORE THE DOCTRINE WAS JOURNALED HAS NO
      *    DOCTRINE RECORDS - THAT WATCH FLEW THE STANDARD DOCTRINE.
      *    THE RECORD JUST READ BELONGS TO WHAT FOLLOWS, SO IT IS
      *    HELD FOR THE NEXT SEED OR REPLY INSTEAD OF BEING LOST.
       0146-NO-DOCTRINE.
           MOVE SPACES TO DOC-ID.
           MOVE DOC-STANDARD TO DOC-SETTINGS.
           MOVE JRNL-RECORD TO JRNL-HOLD.
           MOVE 1 TO JRNL-HELD-SW.
           DISPLAY "*REPLAY* NO DOCTRINE ON THE JOURNAL - STANDARD "
               "DOCTRINE USED ".
       0146-EXIT.  EXIT.

      **********************************************
      * 0150-RESTORE-MISSION RELOADS THE GALAXY AND *
      * SHIP STATUS FROM THE CHECKPOINT FILE LAST   *
           MOVE CK-TORP-FIRED TO TORP-FIRED.
           MOVE CK-TORP-HITS TO TORP-HITS.
           MOVE CK-MASTER-TBL TO MASTER-TBL.
           MOVE CK-SCENARIO TO OP-SCENARIO.
           MOVE CK-DOCTRINE TO DOC-ID.
           MOVE CK-DOC-SET TO DOC-SETTINGS.
           CLOSE CHECKPT-FILE.
           MOVE 1 TO INDICATE-Z.
           MOVE "*MISSION CHECKPOINT RESTORED* " TO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
       0150-EXIT.  EXIT.

      **********************************************
      * 0160-REGISTER-SESSION ENTERS THE SESSION IN *
      * THE SESSION REGISTRY AS LIVE ONCE THE       *
      * CAPTAIN IS SIGNED ON AND THE MISSION IS SET *
      * UP, SO THE OPERATOR SEES THE SEAT FROM ITS  *
      * FIRST TURN.  A REPLAY IS NOT A SESSION AND  *
      * IS NEVER REGISTERED.  A REGISTRY THAT       *
      * CANNOT BE OPENED COSTS ONLY THE TRACKING -  *
      * THE MISSION GOES ON.                        *
      **********************************************

       0160-REGISTER-SESSION.
           IF REPLAY-RUN
               GO TO 0160-EXIT.
           PERFORM 2065-OPEN-REGISTRY THRU 2065-EXIT.
           IF NOT SESSREG-OPEN
               DISPLAY "SESSION REGISTRY UNAVAILABLE - SESSION NOT "
                   "REGISTERED "
               GO TO 0160-EXIT.
      *    THE SESSION NUMBER IS A TIME OF DAY, SO AN ENTRY ALREADY
      *    UNDER IT IS EITHER THIS RUN'S OWN (AN EARLIER MISSION OF
      *    A STACKED DECK) OR LEFT FROM ANOTHER DAY - EITHER WAY IT
      *    IS TAKEN OVER.
           MOVE SESSION-NO TO SR-SESSION.
           READ SESSREG-FILE
               INVALID KEY
                   MOVE 0 TO SESSREG-FOUND-SW
               NOT INVALID KEY
                   MOVE 1 TO SESSREG-FOUND-SW.
           ADD 1 TO SESSREG-MISSIONS.
           MOVE SESSION-NO TO SR-SESSION.
           MOVE RUN-DATE TO SR-RUN-DATE.
           MOVE NAME-X TO SR-NAME-VAR.
           MOVE OP-TERMINAL TO SR-TERMINAL.
           IF BATCH-MODE-RUN
               MOVE "B" TO SR-MODE
           ELSE
               MOVE "C" TO SR-MODE.
           MOVE OP-SCENARIO TO SR-SCENARIO.
           ACCEPT SR-START-TIME FROM TIME.
           MOVE SESSREG-MISSIONS TO SR-MISSIONS.
           MOVE "L" TO SR-STATE.
           MOVE SPACES TO SR-ENDING.
           MOVE 0 TO SR-END-TIME.
           PERFORM 2075-STAMP-REGISTRY THRU 2075-EXIT.
           MOVE SR-START-TIME TO SR-LAST-TIME.
           IF SESSREG-FOUND
               REWRITE SESSREG-RECORD
           ELSE
               WRITE SESSREG-RECORD.
           IF SESSREG-STATUS = "00"
               MOVE 1 TO SESSREG-LIVE-SW.
           CLOSE SESSREG-FILE.
       0160-EXIT.  EXIT.

       0500-PRT-INST.
           MOVE "YOU MAY USE THE FOLLOWING COMMANDS: " TO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
      
       1100-CHK-GALAXY.
           ADD 1 TO VAR1.
           IF VAR1 = DOC-K-STEP1
               INSPECT MASTER-TBL REPLACING ALL "      K" BY "K      "
               PERFORM 1180-PURSUE THRU 1180-EXIT
               PERFORM 1120-RESET THRU 1120-EXIT
           ELSE
               IF VAR1 = DOC-R-STEP1
                   INSPECT MASTER-TBL REPLACING ALL "R      " 
                           BY "      R"
                   PERFORM 1120-RESET THRU 1120-EXIT
               ELSE
                   IF VAR1 = DOC-K-STEP2
                       INSPECT MASTER-TBL REPLACING ALL "K           "
                          BY "           K"
                       PERFORM 1180-PURSUE THRU 1180-EXIT
                       PERFORM 1120-RESET THRU 1120-EXIT
                   ELSE
                       IF VAR1 > DOC-CYCLE
                           INSPECT MASTER-TBL REPLACING ALL "         R"
                               BY "R         "
                           PERFORM 1120-RESET THRU 1120-EXIT
               COMPUTE T-STORE = DS-DATE - S-DATE
           ELSE
               MOVE 0 TO T-STORE.
           IF T-STORE < DOC-HQ-LEAD AND NOT KLINGONS-ATTACKING
               MOVE 14 TO MAX-NO
               COMPUTE W = ((HQ2 - 1) * 14)
               COMPUTE Z = ((HQ1 - 1) * 14)
               UNTIL MACOL (A , B) = " " AND A > 0.
           MOVE "K" TO MACOL (A , B).
       1170-EXIT.  EXIT.

      **********************************************
      * 1180-PURSUE IS THE PURSUIT DOCTRINE.  ON    *
      * EACH KLINGON MOVEMENT TICK ONE KLINGON FROM *
      * A QUADRANT NEXT TO THE ENTERPRISE'S CLOSES  *
      * ON IT, DROPPING INTO AN EMPTY SECTOR OF THE *
      * ENTERPRISE'S QUADRANT.  THE SHIP SENT IS    *
      * THE FIRST KLINGON FOUND BY A FIXED SCAN OF  *
      * THE ADJOINING QUADRANTS, SO A FIXED-SEED    *
      * RUN STILL REPLAYS MOVE FOR MOVE.  ONCE THE  *
      * KLINGONS HAVE MASSED ON HQ THEY HOLD THERE. *
      **********************************************

       1180-PURSUE.
           IF NOT DOC-PURSUING OR KLINGONS-ATTACKING
               GO TO 1180-EXIT.
           IF Y > 0
               COMPUTE PS-ROW-LO = Y - 13
           ELSE
               COMPUTE PS-ROW-LO = Y + 1.
           IF Y < 112
               COMPUTE PS-ROW-HI = Y + 28
           ELSE
               COMPUTE PS-ROW-HI = Y + 14.
           IF X > 0
               COMPUTE PS-COL-LO = X - 13
           ELSE
               COMPUTE PS-COL-LO = X + 1.
           IF X < 112
               COMPUTE PS-COL-HI = X + 28
           ELSE
               COMPUTE PS-COL-HI = X + 14.
           MOVE 0 TO PS-FOUND-SW.
           PERFORM 1185-SCAN-SECTOR THRU 1185-EXIT
               VARYING PS-ROW FROM PS-ROW-LO BY 1
                   UNTIL PS-ROW > PS-ROW-HI OR PS-FOUND
               AFTER PS-COL FROM PS-COL-LO BY 1
                   UNTIL PS-COL > PS-COL-HI OR PS-FOUND.
           IF NOT PS-FOUND
               GO TO 1180-EXIT.
           MOVE MAX-NO TO PS-HOLD-MAX.
           MOVE 14 TO MAX-NO.
           PERFORM 1186-ROLL-IN-QUAD THRU 1186-EXIT.
           PERFORM 1186-ROLL-IN-QUAD THRU 1186-EXIT
               UNTIL MACOL (A , B) = " ".
           MOVE PS-HOLD-MAX TO MAX-NO.
           MOVE " " TO MACOL (PS-K-ROW , PS-K-COL).
           MOVE "K" TO MACOL (A , B).
           DISPLAY "*SENSORS REPORT A KLINGON VESSEL CLOSING ON THE "
               "ENTERPRISE* ".
       1180-EXIT.  EXIT.

      *    A KLINGON INSIDE THE ENTERPRISE'S OWN QUADRANT IS ALREADY
      *    ENGAGED AND IS PASSED OVER.
       1185-SCAN-SECTOR.
           IF MACOL (PS-ROW , PS-COL) NOT = "K"
               GO TO 1185-EXIT.
           IF PS-ROW > Y AND PS-ROW < Y + 15
                   AND PS-COL > X AND PS-COL < X + 15
               GO TO 1185-EXIT.
           MOVE PS-ROW TO PS-K-ROW.
           MOVE PS-COL TO PS-K-COL.
           MOVE 1 TO PS-FOUND-SW.
       1185-EXIT.  EXIT.

       1186-ROLL-IN-QUAD.
           PERFORM 1225-DBL-ROLL THRU 1225-EXIT.
           COMPUTE A = Y + A.
           COMPUTE B = X + B.
       1186-EXIT.  EXIT.
      
      **********************************************
      * 1200-INITIALIZE-GALAXY MOVES STARS, KLING- *
           PERFORM 1100-CHK-GALAXY THRU 1100-EXIT.
           PERFORM 2020-RECONCILE THRU 2020-EXIT.
           PERFORM 2040-LOG-TELEMETRY THRU 2040-EXIT.
           PERFORM 2060-UPDATE-REGISTRY THRU 2060-EXIT.
       2000-EXIT.  EXIT.

      **********************************************
           WRITE TELEM-RECORD.
       2040-EXIT.  EXIT.

      **********************************************
      * 2050-LOG-BASE-ACTIVITY APPENDS ONE STAR-    *
      * BASE EVENT TO THE BASE-ACTIVITY LOG.  THE   *
      * CALLER HAS STAGED THE EVENT CODE, THE       *
      * BASE'S QUADRANT AND WHAT WAS ISSUED OR      *
      * REPAIRED; THIS PARAGRAPH BUILDS THE RECORD  *
      * FROM A CLEAN SLATE, STAMPS THE SHIP'S       *
      * POSITION, STARDATE, CAPTAIN AND SESSION AND *
      * CLEARS THE STAGING FOR THE NEXT EVENT.  A   *
      * REPLAY RUN FILES NOTHING.                   *
      **********************************************

       2050-LOG-BASE-ACTIVITY.
           IF NOT REPLAY-RUN
               MOVE SPACES TO BASE-RECORD
               MOVE S-DATE TO BA-S-DATE
               MOVE NAME-X TO BA-NAME-VAR
               MOVE OP-SCENARIO TO BA-SCENARIO
               MOVE Q1 TO BA-Q1
               MOVE "," TO BA-Q-SEP
               MOVE Q2 TO BA-Q2
               MOVE BA-EVENT-X TO BA-EVENT
               MOVE BA-BASE-Q1-X TO BA-BASE-Q1
               MOVE "," TO BA-BASE-Q-SEP
               MOVE BA-BASE-Q2-X TO BA-BASE-Q2
               MOVE BA-REPAIR-X TO BA-REPAIR-SD
               MOVE BA-HULL-X TO BA-HULL-RPR
               MOVE BA-SYS-X TO BA-SYS-TBL
               MOVE BA-FUEL-X TO BA-FUEL
               MOVE BA-TORPS-X TO BA-TORPS
               MOVE RUN-DATE TO BA-RUN-DATE
               MOVE SESSION-NO TO BA-SESSION
               WRITE BASE-RECORD.
           MOVE SPACES TO BA-EVENT-X.
           MOVE 0 TO BA-BASE-Q1-X.
           MOVE 0 TO BA-BASE-Q2-X.
           MOVE 0 TO BA-REPAIR-X.
           MOVE 0 TO BA-HULL-X.
           MOVE ZEROS TO BA-SYS-X.
           MOVE 0 TO BA-FUEL-X.
           MOVE 0 TO BA-TORPS-X.
       2050-EXIT.  EXIT.

      **********************************************
      * 2060-UPDATE-REGISTRY BRINGS THE SESSION'S   *
      * REGISTRY ENTRY UP TO THE TURN JUST PLAYED - *
      * STAR DATE, TURN COUNT, AND THE TIME OF THE  *
      * LAST ACTIVITY THE OPERATOR'S IDLE CHECK IS  *
      * TAKEN FROM.                                 *
      **********************************************

       2060-UPDATE-REGISTRY.
           IF NOT SESSION-REGISTERED
               GO TO 2060-EXIT.
           PERFORM 2065-OPEN-REGISTRY THRU 2065-EXIT.
           IF NOT SESSREG-OPEN
               GO TO 2060-EXIT.
           MOVE SESSION-NO TO SR-SESSION.
           READ SESSREG-FILE
               INVALID KEY
                   CLOSE SESSREG-FILE
                   GO TO 2060-EXIT.
           PERFORM 2075-STAMP-REGISTRY THRU 2075-EXIT.
           REWRITE SESSREG-RECORD.
           CLOSE SESSREG-FILE.
       2060-EXIT.  EXIT.

       2065-OPEN-REGISTRY.
           MOVE 0 TO SESSREG-OPEN-SW.
           OPEN I-O SESSREG-FILE.
           IF SESSREG-STATUS = "35"
               OPEN OUTPUT SESSREG-FILE
               CLOSE SESSREG-FILE
               OPEN I-O SESSREG-FILE.
           IF SESSREG-STATUS NOT = "00" AND SESSREG-STATUS NOT = "05"
               CLOSE SESSREG-FILE
               GO TO 2065-EXIT.
           MOVE 1 TO SESSREG-OPEN-SW.
       2065-EXIT.  EXIT.

      **********************************************
      * 2070-CLOSE-REGISTRY MARKS THE SESSION'S     *
      * REGISTRY ENTRY CLOSED WITH THE ENDING THE   *
      * CALLER LEFT IN SESSREG-ENDING - WON OR CRT  *
      * FROM THE DEBRIEF, SAV FROM A CHECKPOINT,    *
      * QUT FROM A BATCH DECK THAT RAN OUT.         *
      **********************************************

       2070-CLOSE-REGISTRY.
           IF NOT SESSION-REGISTERED
               GO TO 2070-EXIT.
           MOVE 0 TO SESSREG-LIVE-SW.
           PERFORM 2065-OPEN-REGISTRY THRU 2065-EXIT.
           IF NOT SESSREG-OPEN
               GO TO 2070-EXIT.
           MOVE SESSION-NO TO SR-SESSION.
           READ SESSREG-FILE
               INVALID KEY
                   CLOSE SESSREG-FILE
                   GO TO 2070-EXIT.
           PERFORM 2075-STAMP-REGISTRY THRU 2075-EXIT.
           MOVE "C" TO SR-STATE.
           MOVE SESSREG-ENDING TO SR-ENDING.
           MOVE SR-LAST-TIME TO SR-END-TIME.
           REWRITE SESSREG-RECORD.
           CLOSE SESSREG-FILE.
       2070-EXIT.  EXIT.

       2075-STAMP-REGISTRY.
           ACCEPT SR-LAST-DATE FROM DATE.
           ACCEPT SR-LAST-TIME FROM TIME.
           MOVE S-DATE TO SR-S-DATE.
           MOVE TURN-NO TO SR-TURNS.
       2075-EXIT.  EXIT.

      **********************************************
      * 2100-GALACTIC-EVENTS RUNS ONCE PER TURN     *
      * FROM 2000-PROCESS.  IT FIRST SETTLES ANY    *
           PERFORM 1220-ROLL THRU 1220-EXIT.
           MOVE ROLL-X TO EVENT-ROLL.
           MOVE EVENT-HOLD-MAX TO MAX-NO.
           COMPUTE EVENT-THRESH = SKILL-LEV * DOC-EVENT-PCT.
           IF EVENT-ROLL > EVENT-THRESH
               GO TO 2100-EXIT.
      *    THE DOCTRINE WEIGHTS THE THREE EVENTS - ONE ROLL OVER THE
      *    SUM OF THE WEIGHTS PICKS THE EVENT, SO THE STANDARD 1-1-1
      *    ODDS ROLL EXACTLY AS THE OLD THREE-WAY ROLL DID.
           COMPUTE EVENT-ODDS-TOT = DOC-ODDS-STORM + DOC-ODDS-REINF
               + DOC-ODDS-DISTR.
           IF EVENT-ODDS-TOT = 0
               GO TO 2100-EXIT.
           MOVE MAX-NO TO EVENT-HOLD-MAX.
           MOVE EVENT-ODDS-TOT TO MAX-NO.
           PERFORM 1220-ROLL THRU 1220-EXIT.
           MOVE ROLL-X TO EVENT-ROLL.
           MOVE EVENT-HOLD-MAX TO MAX-NO.
           IF EVENT-ROLL NOT > DOC-ODDS-STORM
               MOVE 1 TO EVENT-KND
           ELSE
               IF EVENT-ROLL NOT > DOC-ODDS-STORM + DOC-ODDS-REINF
                   MOVE 2 TO EVENT-KND
               ELSE
                   MOVE 3 TO EVENT-KND.
           GO TO
               2110-ION-STORM
               2120-REINFORCEMENT
               DISPLAY "*STAR BASE RELIEVED* "
               DISPLAY "STAR FLEET COMMENDS THE ENTERPRISE - 2000 "
               DISPLAY "UNITS OF FUEL TRANSFERRED FROM THE BASE "
               MOVE FUEL-COUNT TO OLD-FUEL-CNT
               MOVE 1 TO BASE-RELIEF-SW
               ADD 2000 TO FUEL-COUNT.
           IF FUEL-COUNT > 40000
               MOVE 40000 TO FUEL-COUNT.
      *    A RELIEVED BASE IS LOGGED WITH THE FUEL THAT ACTUALLY
      *    REACHED THE TANKS AFTER THE 40000 UNIT CAP.
           IF BASE-RELIEVED AND FUEL-COUNT > OLD-FUEL-CNT
               COMPUTE BA-FUEL-X = FUEL-COUNT - OLD-FUEL-CNT.
           IF BASE-RELIEVED
               MOVE 0 TO BASE-RELIEF-SW
               MOVE "RLF" TO BA-EVENT-X
               MOVE DC-Q1 TO BA-BASE-Q1-X
               MOVE DC-Q2 TO BA-BASE-Q2-X
               PERFORM 2050-LOG-BASE-ACTIVITY THRU 2050-EXIT.
           IF NOT DC-ACTIVE
               GO TO 2150-EXIT.
           IF S-DATE > DC-DEADLINE
      *    BACK ON THE MASTER BOARD.
           IF DC-Q1 = Q1 AND DC-Q2 = Q2
               PERFORM 1120-RESET THRU 1120-EXIT.
           MOVE "LST" TO BA-EVENT-X.
           MOVE DC-Q1 TO BA-BASE-Q1-X.
           MOVE DC-Q2 TO BA-BASE-Q2-X.
           PERFORM 2050-LOG-BASE-ACTIVITY THRU 2050-EXIT.
       2160-EXIT.  EXIT.

       2165-REMOVE-CELL.
           IF WARP-A > 5
               MOVE 200 TO CLOCK-TICKS.
           PERFORM 1140-ADVANCE-CLOCK THRU 1140-EXIT.
      *    THE SHUT-DOWN LEAVES THE TURN EARLY, SO ITS SNAPSHOT IS
      *    FILED HERE - EVERY COMMAND ON THE AUDIT TRAIL HAS ITS
      *    TELEMETRY TURN, AS THE SESSION CHECK EXPECTS.
           IF SRCTR < 1 OR SRCTR > 126 OR SKCTR < 1 OR SKCTR > 126
               DISPLAY "WARP DRIVE SHUT DOWN - "
               DISPLAY "UNAUTHORIZED ATTEMPT TO LEAVE GALAXY "
               PERFORM 8100-DMG-COM THRU 8100-EXIT
               PERFORM 2020-RECONCILE THRU 2020-EXIT
               PERFORM 2040-LOG-TELEMETRY THRU 2040-EXIT
               PERFORM 2060-UPDATE-REGISTRY THRU 2060-EXIT
               GO TO 2000-EXIT
           ELSE
               MOVE " " TO MACOL (MRCTR , MKCTR)
                   IF NO-WAY
                       DISPLAY "*UNSUCCESSFUL DOCKING ATTEMPT* "
                       DISPLAY "STAR BASE REPORTS ALL BAYS IN USE "
                       MOVE "REF" TO BA-EVENT-X
                       MOVE Q1 TO BA-BASE-Q1-X
                       MOVE Q2 TO BA-BASE-Q2-X
                       PERFORM 2050-LOG-BASE-ACTIVITY THRU 2050-EXIT
                       PERFORM 8100-DMG-COM THRU 8100-EXIT
                   ELSE
                       DISPLAY "SHIELDS DROPPED TO DOCK AT STAR BASE "

       7610-REPAIR-WORK-ORDER.
           MOVE DAMAGE-CNT TO OLD-DAMAGE-CNT.
           MOVE FUEL-COUNT TO OLD-FUEL-CNT.
           MOVE TORPS TO OLD-TORPS.
           MOVE SYS-DAMAGE-TBL TO BA-SYS-X.
           COMPUTE REPAIR-MINS ROUNDED = (DAMAGE-CNT / 100) + 1.
           IF REPAIR-MINS > 9
               MOVE 9 TO REPAIR-MINS.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
           MOVE "  - SHIELDS LOWERED TO STANDBY " TO NARR-LINE.
           PERFORM 0015-NARRATE THRU 0015-EXIT.
      *    THE WORK ORDER GOES ON THE BASE-ACTIVITY LOG WITH WHAT THE
      *    BASE ACTUALLY ISSUED - A SHIP ALREADY CARRYING MORE THAN
      *    THE RESUPPLY LEVEL DREW NOTHING.
           MOVE "REP" TO BA-EVENT-X.
           MOVE Q1 TO BA-BASE-Q1-X.
           MOVE Q2 TO BA-BASE-Q2-X.
           MOVE REPAIR-MINS TO BA-REPAIR-X.
           MOVE OLD-DAMAGE-CNT TO BA-HULL-X.
           IF FUEL-COUNT > OLD-FUEL-CNT
               COMPUTE BA-FUEL-X = FUEL-COUNT - OLD-FUEL-CNT.
           IF TORPS > OLD-TORPS
               COMPUTE BA-TORPS-X = TORPS - OLD-TORPS.
           PERFORM 2050-LOG-BASE-ACTIVITY THRU 2050-EXIT.
       7610-EXIT.  EXIT.

       7620-REPAIR-ITEM.
           MOVE TORP-HITS TO CK-TORP-HITS.
           MOVE MASTER-TBL TO CK-MASTER-TBL.
           MOVE RUN-DATE TO CK-RUN-DATE.
           MOVE OP-SCENARIO TO CK-SCENARIO.
           MOVE DOC-ID TO CK-DOCTRINE.
           MOVE DOC-SETTINGS TO CK-DOC-SET.
           IF CHECKPT-FOUND
               REWRITE CHECKPT-RECORD
           ELSE
               WRITE CHECKPT-RECORD.
           CLOSE CHECKPT-FILE.
           MOVE "SAV" TO SESSREG-ENDING.
           PERFORM 2070-CLOSE-REGISTRY THRU 2070-EXIT.
           DISPLAY " ".
           DISPLAY "*MISSION CHECKPOINT SAVED FOR CAPTAIN " NAME-X "* ".
           DISPLAY "STAR DATE " S-DATE " RECORDED TO FILE ".
               PERFORM 2030-LOG-ENGAGEMENT THRU 2030-EXIT.
       8130-EXIT.  EXIT.

      *    THE DOCTRINE'S ROMULAN AGGRESSION IS A PERCENTAGE OF
      *    THE STANDARD RETURN FIRE - ZERO HOLDS THEIR FIRE.
       8120-DAM-COM.
           IF ROMULONS > 0 AND DOC-ROM-AGGR > 0
               COMPUTE VAR2 = ROMULONS * FUEL-COUNT / (SHIELD-CNT + 7)
               PERFORM 8160-TEST-AGN THRU 8160-EXIT
               COMPUTE VAR2 = VAR2 * DOC-ROM-AGGR / 100
               COMPUTE VAR3 = .75 * VAR2
               DISPLAY "*ENTERPRISE ENCOUNTERING ROMULON FIRE*"
               PERFORM 4500-DISP-HIT THRU 4500-EXIT
           IF BYE-BYE
               PERFORM 2020-RECONCILE THRU 2020-EXIT
               PERFORM 2040-LOG-TELEMETRY THRU 2040-EXIT
               PERFORM 2060-UPDATE-REGISTRY THRU 2060-EXIT
               GO TO 2000-EXIT.
       8200-EXIT.  EXIT.
      
               PERFORM 8350-CK-SHIFT THRU 8350-EXIT
               PERFORM 2020-RECONCILE THRU 2020-EXIT
               PERFORM 2040-LOG-TELEMETRY THRU 2040-EXIT
               PERFORM 2060-UPDATE-REGISTRY THRU 2060-EXIT
               GO TO 2000-EXIT.
       8340-EXIT.  EXIT.
      
           PERFORM 0015-NARRATE THRU 0015-EXIT.
           PERFORM 8520-LOG-MISSION THRU 8520-EXIT.
           PERFORM 8540-UPDATE-CAREER THRU 8540-EXIT.
           IF BYE-BYE
               MOVE "CRT" TO SESSREG-ENDING
           ELSE
               MOVE "WON" TO SESSREG-ENDING.
           PERFORM 2070-CLOSE-REGISTRY THRU 2070-EXIT.
           IF RANK-NEW > RANK-PRE
               MOVE " *MESSAGE FROM STAR FLEET COMMAND* " TO NARR-LINE
               PERFORM 0015-NARRATE THRU 0015-EXIT
           MOVE MISSION-GRADE TO MH-GRADE.
           MOVE RUN-DATE TO MH-RUN-DATE.
           MOVE SESSION-NO TO MH-SESSION.
           MOVE OP-SCENARIO TO MH-SCENARIO.
           IF BYE-BYE
               MOVE "CRT" TO MH-OUTCOME
           ELSE
           CLOSE EXCEPT-FILE.
           CLOSE ENGMT-FILE.
           CLOSE TELEM-FILE.
           CLOSE BASE-FILE.
           IF JRNL-OPEN OR REPLAY-RUN
               CLOSE JRNL-FILE.
           IF BATCH-MODE-RUN
