       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKLGS.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKLGS PRINTS THE STAR BASE LOGISTICS LEDGER FROM  *
      * THE BASE-ACTIVITY LOG THE GAME KEEPS - EVERY REPAIR  *
      * WORK ORDER, EVERY DOCKING REFUSED WITH ALL BAYS IN   *
      * USE, EVERY DISTRESS CALL RELIEVED AND EVERY BASE     *
      * LOST.  IT TOTALS THE FUEL AND TORPEDOES ISSUED, THE  *
      * STARDATES SPENT IN REPAIR, THE DOCKINGS REFUSED AND  *
      * THE DISTRESS CALLS WON AND LOST THREE WAYS - BY      *
      * SCENARIO, BY CAPTAIN AND BY COURSE SECTION.  THE     *
      * MISSION HISTORY GIVES THE MISSIONS FLOWN, SO EACH    *
      * LINE ALSO SHOWS THE DOCKINGS PER MISSION.  CAPTAINS  *
      * ARE LISTED HEAVIEST DOCKER FIRST, AND ONE DOCKING AS *
      * OFTEN AS THE LIMIT PER MISSION OR MORE IS FLAGGED,   *
      * SO INSTRUCTORS CAN SEE WHO LEANS ON THE STAR BASES.  *
      * A CAPTAIN'S SECTION COMES FROM THE TRAINEE ROSTER.   *
      *                                                      *
      * AN OPTIONAL LGSPARM CARD LIMITS THE LEDGER:          *
      *   COLS  1- 6  FROM RUN DATE (ZERO FOR NO LIMIT)      *
      *   COLS  8-13  TO RUN DATE (ZERO FOR NO LIMIT)        *
      *   COLS 15-16  DOCKINGS PER MISSION FLAGGED (DEF 2)   *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BASE-FILE ASSIGN TO "BASELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BASE-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "TRAINROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-NAME-VAR
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL LGSPARM-FILE ASSIGN TO "LGSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGSPARM-STATUS.
           SELECT LGS-FILE ASSIGN TO "LGSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LGS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASE-FILE.
       01  BASE-RECORD.
           05  BA-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  BA-NAME-VAR           PIC X(12).
           05  FILLER                PIC X.
           05  BA-SCENARIO           PIC X(8).
           05  FILLER                PIC X.
           05  BA-Q1                 PIC 9.
           05  FILLER                PIC X.
           05  BA-Q2                 PIC 9.
           05  FILLER                PIC X.
           05  BA-EVENT              PIC X(3).
               88  BA-REFUSED        VALUE "REF".
               88  BA-REPAIRED       VALUE "REP".
               88  BA-RELIEVED       VALUE "RLF".
               88  BA-LOST           VALUE "LST".
           05  FILLER                PIC X.
           05  BA-BASE-Q1            PIC 9.
           05  FILLER                PIC X.
           05  BA-BASE-Q2            PIC 9.
           05  FILLER                PIC X.
           05  BA-REPAIR-SD          PIC 9.
           05  FILLER                PIC X.
           05  BA-HULL-RPR           PIC 9(6).
           05  FILLER                PIC X.
           05  BA-SYS-TBL.
               10  BA-SYS-RPR        PIC 9(6) OCCURS 6 TIMES.
           05  FILLER                PIC X.
           05  BA-FUEL               PIC 9(5).
           05  FILLER                PIC X.
           05  BA-TORPS              PIC 9.
           05  FILLER                PIC X.
           05  BA-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  BA-SESSION            PIC 9(8).

       FD  MISNHST-FILE.
       01  MISNHST-RECORD.
           05  MH-NAME-VAR           PIC X(12).
           05  MH-SKILL-LEV          PIC 9.
           05  MH-FINAL-S-DATE       PIC 9(4).
           05  MH-ORIGINAL-DS-DATE   PIC 9(4).
           05  MH-KLINGONS-BYE       PIC 99.
           05  MH-DAMAGE-CNT         PIC 9(6).
           05  MH-OUTCOME            PIC X(3).
           05  MH-SCORE              PIC 9(5).
           05  MH-GRADE              PIC X.
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
           05  MH-SCENARIO           PIC X(8).

       FD  ROSTER-FILE.
       01  TRAINEE-RECORD.
           05  TN-NAME-VAR           PIC X(12).
           05  TN-SECTION            PIC X(6).
           05  TN-INSTRUCTOR         PIC X(20).
           05  TN-ENROLL-DATE        PIC 9(6).
           05  TN-END-DATE           PIC 9(6).
           05  TN-STATUS             PIC X.
           05  TN-REQUIRED           OCCURS 8 TIMES.
               10  TN-REQ-SCN        PIC X(8).

       FD  LGSPARM-FILE.
       01  LGS-CARD.
           05  LP-FROM-DATE          PIC 9(6).
           05  FILLER                PIC X.
           05  LP-TO-DATE            PIC 9(6).
           05  FILLER                PIC X.
           05  LP-DOCK-LIMIT         PIC 99.

       FD  LGS-FILE.
       01  LGS-RECORD                PIC X(120).

       WORKING-STORAGE SECTION.
       01  BASE-STATUS               PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  ROSTER-STATUS             PIC XX VALUE SPACES.
       01  LGSPARM-STATUS            PIC XX VALUE SPACES.
       01  LGS-STATUS                PIC XX VALUE SPACES.
       01  BASE-EOF                  PIC X VALUE "N".
           88  BASE-DONE             VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  PERIOD-SW                 PIC X VALUE "N".
           88  PERIOD-GIVEN          VALUE "Y".
       01  ROSTER-OPEN-SW            PIC 9 VALUE 0.
           88  ROSTER-OPEN           VALUE 1.
       01  NONE-LEFT-SW              PIC 9 VALUE 0.
           88  NONE-LEFT             VALUE 1.
       01  FROM-DATE                 PIC 9(6) VALUE 0.
       01  TO-DATE                   PIC 9(6) VALUE 0.
       01  DOCK-LIMIT                PIC 99 VALUE 2.
       01  KEY-RUN-DATE              PIC 9(6) VALUE 0.
       01  HOLD-SCENARIO             PIC X(8) VALUE SPACES.
       01  HOLD-NAME                 PIC X(12) VALUE SPACES.
       01  HOLD-SECTION              PIC X(6) VALUE SPACES.
       01  TFOUND                    PIC 9 VALUE 0.
       01  SX                        PIC 999 VALUE 0.
       01  CX                        PIC 999 VALUE 0.
       01  KX                        PIC 99 VALUE 0.
       01  BEST-X                    PIC 999 VALUE 0.
       01  BEST-PER-MSN              PIC 9(3)V99 VALUE 0.
       01  BEST-DOCKED               PIC 9(5) VALUE 0.
       01  BASE-READ                 PIC 9(6) VALUE 0.
       01  BASE-OUTSIDE              PIC 9(6) VALUE 0.
       01  BASE-BAD-EVENT            PIC 9(6) VALUE 0.
       01  BASE-REF-CNT              PIC 9(6) VALUE 0.
       01  BASE-REP-CNT              PIC 9(6) VALUE 0.
       01  BASE-RLF-CNT              PIC 9(6) VALUE 0.
       01  BASE-LST-CNT              PIC 9(6) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.
       01  MISSIONS-COUNTED          PIC 9(6) VALUE 0.
       01  MISSIONS-OUTSIDE          PIC 9(6) VALUE 0.
       01  TOT-FUEL                  PIC 9(9) VALUE 0.
       01  TOT-TORPS                 PIC 9(6) VALUE 0.
       01  TOT-REPAIR-SD             PIC 9(6) VALUE 0.

      **********************************************
      * INC-FIGURES IS WHAT ONE RECORD ADDS TO ITS  *
      * SCENARIO, CAPTAIN AND SECTION LINES - A     *
      * MISSION FLOWN, OR ONE BASE EVENT WITH WHAT  *
      * WAS ISSUED AND REPAIRED.                    *
      **********************************************

       01  INC-FIGURES.
           05  INC-MISSIONS          PIC 9.
           05  INC-DOCKED            PIC 9.
           05  INC-REFUSED           PIC 9.
           05  INC-FUEL              PIC 9(5).
           05  INC-TORPS             PIC 9.
           05  INC-REPAIR-SD         PIC 9.
           05  INC-RELIEVED          PIC 9.
           05  INC-LOST              PIC 9.

      **********************************************
      * SCN-TBL, CAP-TBL AND SEC-TBL HOLD THE       *
      * LEDGER LINES BY SCENARIO, BY CAPTAIN AND BY *
      * COURSE SECTION, IN ORDER OF FIRST           *
      * APPEARANCE.  A MISSION FLOWN WITHOUT A      *
      * SCENARIO, AND A CAPTAIN NOT ON THE ROSTER,  *
      * ARE CARRIED UNDER (NONE).  LC-PICKED MARKS  *
      * A CAPTAIN ALREADY PRINTED.                  *
      **********************************************

       01  SCN-MAX                   PIC 999 VALUE 100.
       01  SCN-CNT                   PIC 999 VALUE 0.
       01  SCN-TBL.
           05  SCN-ENT  OCCURS 100 TIMES.
               10  LS-SCENARIO       PIC X(8).
               10  LS-MISSIONS       PIC 9(5).
               10  LS-DOCKED         PIC 9(5).
               10  LS-REFUSED        PIC 9(5).
               10  LS-FUEL           PIC 9(9).
               10  LS-TORPS          PIC 9(6).
               10  LS-REPAIR-SD      PIC 9(6).
               10  LS-RELIEVED       PIC 9(5).
               10  LS-LOST           PIC 9(5).
       01  SCN-DROPPED               PIC 9(6) VALUE 0.

       01  CAP-MAX                   PIC 999 VALUE 300.
       01  CAP-CNT                   PIC 999 VALUE 0.
       01  CAP-TBL.
           05  CAP-ENT  OCCURS 300 TIMES.
               10  LC-NAME           PIC X(12).
               10  LC-SECTION        PIC X(6).
               10  LC-MISSIONS       PIC 9(5).
               10  LC-DOCKED         PIC 9(5).
               10  LC-REFUSED        PIC 9(5).
               10  LC-FUEL           PIC 9(9).
               10  LC-TORPS          PIC 9(6).
               10  LC-REPAIR-SD      PIC 9(6).
               10  LC-RELIEVED       PIC 9(5).
               10  LC-LOST           PIC 9(5).
               10  LC-PER-MSN        PIC 9(3)V99.
               10  LC-PICKED         PIC 9.
       01  CAP-DROPPED               PIC 9(6) VALUE 0.

       01  SEC-MAX                   PIC 99 VALUE 50.
       01  SEC-CNT                   PIC 99 VALUE 0.
       01  SEC-TBL.
           05  SEC-ENT  OCCURS 50 TIMES.
               10  LX-SECTION        PIC X(6).
               10  LX-MISSIONS       PIC 9(5).
               10  LX-DOCKED         PIC 9(5).
               10  LX-REFUSED        PIC 9(5).
               10  LX-FUEL           PIC 9(9).
               10  LX-TORPS          PIC 9(6).
               10  LX-REPAIR-SD      PIC 9(6).
               10  LX-RELIEVED       PIC 9(5).
               10  LX-LOST           PIC 9(5).
       01  SEC-DROPPED               PIC 9(6) VALUE 0.

       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "STAR BASE LOGISTICS LEDGER    ".
       01  COL-HDG.
           05  CH-KEY                PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  CH-SECTION            PIC X(6).
           05  FILLER                PIC X(30) VALUE
               "  MSNS   DOCK  REFSD       FUE".
           05  FILLER                PIC X(30) VALUE
               "L   TORPS  RPR SD  RELVD   LOS".
           05  FILLER                PIC X(16) VALUE
               "T  DK/MSN       ".
       01  LEDGER-LINE.
           05  LG-KEY                PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-SECTION            PIC X(6).
           05  FILLER                PIC X VALUE SPACE.
           05  LG-MISSIONS           PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-DOCKED             PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-REFUSED            PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-FUEL               PIC Z(8)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-TORPS              PIC Z(5)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-REPAIR-SD          PIC Z(5)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-RELIEVED           PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-LOST               PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-PER-MSN            PIC ZZ9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  LG-FLAG               PIC X(12).
       01  PER-MSN                   PIC 9(3)V99 VALUE 0.
       01  RATE-DOCKED               PIC 9(5) VALUE 0.
       01  RATE-MISSIONS             PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           PERFORM 0100-READ-PARM THRU 0100-EXIT.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS = "00"
               MOVE 1 TO ROSTER-OPEN-SW
           ELSE
               CLOSE ROSTER-FILE.
           PERFORM 1000-COUNT-MISSIONS THRU 1000-EXIT.
           PERFORM 2000-POST-BASE-LOG THRU 2000-EXIT.
           IF ROSTER-OPEN
               CLOSE ROSTER-FILE.
           OPEN OUTPUT LGS-FILE.
           PERFORM 3000-PRINT-SCENARIOS THRU 3000-EXIT.
           PERFORM 4000-PRINT-CAPTAINS THRU 4000-EXIT.
           PERFORM 5000-PRINT-SECTIONS THRU 5000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-PARM TAKES THE OPTIONAL LEDGER    *
      * CARD.  NO CARD POSTS EVERY RECORD ON FILE   *
      * AND FLAGS TWO DOCKINGS A MISSION.           *
      **********************************************

       0100-READ-PARM.
           OPEN INPUT LGSPARM-FILE.
           IF LGSPARM-STATUS NOT = "00"
               CLOSE LGSPARM-FILE
               GO TO 0100-EXIT.
           READ LGSPARM-FILE
               AT END
                   CLOSE LGSPARM-FILE
                   GO TO 0100-EXIT.
           IF LP-FROM-DATE NUMERIC
               MOVE LP-FROM-DATE TO FROM-DATE.
           IF LP-TO-DATE NUMERIC
               MOVE LP-TO-DATE TO TO-DATE.
           IF LP-DOCK-LIMIT NUMERIC AND LP-DOCK-LIMIT > 0
               MOVE LP-DOCK-LIMIT TO DOCK-LIMIT.
           IF FROM-DATE > 0 OR TO-DATE > 0
               MOVE "Y" TO PERIOD-SW.
           CLOSE LGSPARM-FILE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-COUNT-MISSIONS READS THE MISSION       *
      * HISTORY ONCE AND COUNTS EACH MISSION IN THE *
      * PERIOD AGAINST ITS SCENARIO, CAPTAIN AND    *
      * SECTION, FOR THE DOCKINGS PER MISSION.      *
      **********************************************

       1000-COUNT-MISSIONS.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "Y" TO MISNHST-EOF
               GO TO 1000-EXIT.
           PERFORM 1100-HISTORY-RECORD THRU 1100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       1000-EXIT.  EXIT.

       1100-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO MISSIONS-READ.
           IF PERIOD-GIVEN
               IF MH-RUN-DATE NOT NUMERIC
                   ADD 1 TO MISSIONS-OUTSIDE
                   GO TO 1100-EXIT
               ELSE
                   MOVE MH-RUN-DATE TO KEY-RUN-DATE.
           IF FROM-DATE > 0 AND KEY-RUN-DATE < FROM-DATE
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 1100-EXIT.
           IF TO-DATE > 0 AND KEY-RUN-DATE > TO-DATE
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 1100-EXIT.
           ADD 1 TO MISSIONS-COUNTED.
           MOVE 0 TO INC-DOCKED.
           MOVE 0 TO INC-REFUSED.
           MOVE 0 TO INC-FUEL.
           MOVE 0 TO INC-TORPS.
           MOVE 0 TO INC-REPAIR-SD.
           MOVE 0 TO INC-RELIEVED.
           MOVE 0 TO INC-LOST.
           MOVE 1 TO INC-MISSIONS.
           MOVE MH-SCENARIO TO HOLD-SCENARIO.
           MOVE MH-NAME-VAR TO HOLD-NAME.
           PERFORM 2500-POST-FIGURES THRU 2500-EXIT.
       1100-EXIT.  EXIT.

      **********************************************
      * 2000-POST-BASE-LOG READS THE BASE-ACTIVITY  *
      * LOG ONCE AND POSTS EACH EVENT IN THE PERIOD *
      * TO ITS SCENARIO, CAPTAIN AND SECTION.  A    *
      * REPAIR WORK ORDER IS A DOCKING, AND ITS     *
      * FUEL, TORPEDOES AND STARDATES ARE ISSUED;   *
      * A RELIEVED BASE'S FUEL IS ISSUED TOO.       *
      **********************************************

       2000-POST-BASE-LOG.
           OPEN INPUT BASE-FILE.
           IF BASE-STATUS NOT = "00" AND BASE-STATUS NOT = "05"
               MOVE "Y" TO BASE-EOF
               GO TO 2000-EXIT.
           PERFORM 2100-BASE-RECORD THRU 2100-EXIT
               UNTIL BASE-DONE.
           CLOSE BASE-FILE.
       2000-EXIT.  EXIT.

       2100-BASE-RECORD.
           READ BASE-FILE
               AT END
                   MOVE "Y" TO BASE-EOF
                   GO TO 2100-EXIT.
           ADD 1 TO BASE-READ.
           IF PERIOD-GIVEN
               IF BA-RUN-DATE NOT NUMERIC
                   ADD 1 TO BASE-OUTSIDE
                   GO TO 2100-EXIT
               ELSE
                   MOVE BA-RUN-DATE TO KEY-RUN-DATE.
           IF FROM-DATE > 0 AND KEY-RUN-DATE < FROM-DATE
               ADD 1 TO BASE-OUTSIDE
               GO TO 2100-EXIT.
           IF TO-DATE > 0 AND KEY-RUN-DATE > TO-DATE
               ADD 1 TO BASE-OUTSIDE
               GO TO 2100-EXIT.
           IF NOT BA-REFUSED AND NOT BA-REPAIRED
                   AND NOT BA-RELIEVED AND NOT BA-LOST
               ADD 1 TO BASE-BAD-EVENT
               GO TO 2100-EXIT.
           MOVE 0 TO INC-MISSIONS.
           MOVE 0 TO INC-DOCKED.
           MOVE 0 TO INC-REFUSED.
           MOVE 0 TO INC-FUEL.
           MOVE 0 TO INC-TORPS.
           MOVE 0 TO INC-REPAIR-SD.
           MOVE 0 TO INC-RELIEVED.
           MOVE 0 TO INC-LOST.
           IF BA-REFUSED
               ADD 1 TO BASE-REF-CNT
               MOVE 1 TO INC-REFUSED.
           IF BA-REPAIRED
               ADD 1 TO BASE-REP-CNT
               MOVE 1 TO INC-DOCKED.
           IF BA-RELIEVED
               ADD 1 TO BASE-RLF-CNT
               MOVE 1 TO INC-RELIEVED.
           IF BA-LOST
               ADD 1 TO BASE-LST-CNT
               MOVE 1 TO INC-LOST.
      *    ONLY A REPAIR OR A RELIEF ISSUES ANYTHING; A FIGURE THAT
      *    IS NOT NUMERIC IS POSTED AS NOTHING ISSUED.
           IF (BA-REPAIRED OR BA-RELIEVED) AND BA-FUEL NUMERIC
               MOVE BA-FUEL TO INC-FUEL.
           IF BA-REPAIRED AND BA-TORPS NUMERIC
               MOVE BA-TORPS TO INC-TORPS.
           IF BA-REPAIRED AND BA-REPAIR-SD NUMERIC
               MOVE BA-REPAIR-SD TO INC-REPAIR-SD.
           ADD INC-FUEL TO TOT-FUEL.
           ADD INC-TORPS TO TOT-TORPS.
           ADD INC-REPAIR-SD TO TOT-REPAIR-SD.
           MOVE BA-SCENARIO TO HOLD-SCENARIO.
           MOVE BA-NAME-VAR TO HOLD-NAME.
           PERFORM 2500-POST-FIGURES THRU 2500-EXIT.
       2100-EXIT.  EXIT.

      **********************************************
      * 2500-POST-FIGURES ADDS INC-FIGURES TO THE   *
      * LINES FOR HOLD-SCENARIO AND HOLD-NAME AND   *
      * THE CAPTAIN'S SECTION, OPENING ANY LINE     *
      * NOT YET IN ITS TABLE.  A FULL TABLE DROPS   *
      * THE FIGURES FROM THAT TABLE ONLY.           *
      **********************************************

       2500-POST-FIGURES.
           IF HOLD-SCENARIO = SPACES
               MOVE "(NONE)" TO HOLD-SCENARIO.
           PERFORM 2600-SCENARIO-LINE THRU 2600-EXIT.
           PERFORM 2700-CAPTAIN-LINE THRU 2700-EXIT.
           PERFORM 2800-SECTION-LINE THRU 2800-EXIT.
       2500-EXIT.  EXIT.

       2600-SCENARIO-LINE.
           MOVE 0 TO TFOUND.
           PERFORM 2610-FIND-SCENARIO THRU 2610-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SCN-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM SX
           ELSE
               IF SCN-CNT NOT < SCN-MAX
                   ADD 1 TO SCN-DROPPED
                   GO TO 2600-EXIT
               ELSE
                   ADD 1 TO SCN-CNT
                   MOVE SCN-CNT TO SX
                   MOVE 0 TO LS-MISSIONS (SX)
                   MOVE 0 TO LS-DOCKED (SX)
                   MOVE 0 TO LS-REFUSED (SX)
                   MOVE 0 TO LS-FUEL (SX)
                   MOVE 0 TO LS-TORPS (SX)
                   MOVE 0 TO LS-REPAIR-SD (SX)
                   MOVE 0 TO LS-RELIEVED (SX)
                   MOVE 0 TO LS-LOST (SX)
                   MOVE HOLD-SCENARIO TO LS-SCENARIO (SX).
           ADD INC-MISSIONS TO LS-MISSIONS (SX).
           ADD INC-DOCKED TO LS-DOCKED (SX).
           ADD INC-REFUSED TO LS-REFUSED (SX).
           ADD INC-FUEL TO LS-FUEL (SX).
           ADD INC-TORPS TO LS-TORPS (SX).
           ADD INC-REPAIR-SD TO LS-REPAIR-SD (SX).
           ADD INC-RELIEVED TO LS-RELIEVED (SX).
           ADD INC-LOST TO LS-LOST (SX).
       2600-EXIT.  EXIT.

       2610-FIND-SCENARIO.
           IF LS-SCENARIO (SX) = HOLD-SCENARIO
               MOVE 1 TO TFOUND.
       2610-EXIT.  EXIT.

      *    A CAPTAIN'S SECTION IS LOOKED UP ON THE ROSTER ONCE, WHEN
      *    THE CAPTAIN'S LINE IS OPENED, AND KEPT ON THE LINE.
       2700-CAPTAIN-LINE.
           MOVE 0 TO TFOUND.
           PERFORM 2710-FIND-CAPTAIN THRU 2710-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CAP-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM CX
               MOVE LC-SECTION (CX) TO HOLD-SECTION
           ELSE
               PERFORM 2750-LOOK-UP-SECTION THRU 2750-EXIT
               IF CAP-CNT NOT < CAP-MAX
                   ADD 1 TO CAP-DROPPED
                   GO TO 2700-EXIT
               ELSE
                   ADD 1 TO CAP-CNT
                   MOVE CAP-CNT TO CX
                   MOVE 0 TO LC-MISSIONS (CX)
                   MOVE 0 TO LC-DOCKED (CX)
                   MOVE 0 TO LC-REFUSED (CX)
                   MOVE 0 TO LC-FUEL (CX)
                   MOVE 0 TO LC-TORPS (CX)
                   MOVE 0 TO LC-REPAIR-SD (CX)
                   MOVE 0 TO LC-RELIEVED (CX)
                   MOVE 0 TO LC-LOST (CX)
                   MOVE 0 TO LC-PER-MSN (CX)
                   MOVE 0 TO LC-PICKED (CX)
                   MOVE HOLD-NAME TO LC-NAME (CX)
                   MOVE HOLD-SECTION TO LC-SECTION (CX).
           ADD INC-MISSIONS TO LC-MISSIONS (CX).
           ADD INC-DOCKED TO LC-DOCKED (CX).
           ADD INC-REFUSED TO LC-REFUSED (CX).
           ADD INC-FUEL TO LC-FUEL (CX).
           ADD INC-TORPS TO LC-TORPS (CX).
           ADD INC-REPAIR-SD TO LC-REPAIR-SD (CX).
           ADD INC-RELIEVED TO LC-RELIEVED (CX).
           ADD INC-LOST TO LC-LOST (CX).
       2700-EXIT.  EXIT.

       2710-FIND-CAPTAIN.
           IF LC-NAME (CX) = HOLD-NAME
               MOVE 1 TO TFOUND.
       2710-EXIT.  EXIT.

       2750-LOOK-UP-SECTION.
           MOVE "(NONE)" TO HOLD-SECTION.
           IF NOT ROSTER-OPEN
               GO TO 2750-EXIT.
           MOVE HOLD-NAME TO TN-NAME-VAR.
           READ ROSTER-FILE
               INVALID KEY
                   GO TO 2750-EXIT.
           IF TN-SECTION NOT = SPACES
               MOVE TN-SECTION TO HOLD-SECTION.
       2750-EXIT.  EXIT.

       2800-SECTION-LINE.
           MOVE 0 TO TFOUND.
           PERFORM 2810-FIND-SECTION THRU 2810-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > SEC-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM KX
           ELSE
               IF SEC-CNT NOT < SEC-MAX
                   ADD 1 TO SEC-DROPPED
                   GO TO 2800-EXIT
               ELSE
                   ADD 1 TO SEC-CNT
                   MOVE SEC-CNT TO KX
                   MOVE 0 TO LX-MISSIONS (KX)
                   MOVE 0 TO LX-DOCKED (KX)
                   MOVE 0 TO LX-REFUSED (KX)
                   MOVE 0 TO LX-FUEL (KX)
                   MOVE 0 TO LX-TORPS (KX)
                   MOVE 0 TO LX-REPAIR-SD (KX)
                   MOVE 0 TO LX-RELIEVED (KX)
                   MOVE 0 TO LX-LOST (KX)
                   MOVE HOLD-SECTION TO LX-SECTION (KX).
           ADD INC-MISSIONS TO LX-MISSIONS (KX).
           ADD INC-DOCKED TO LX-DOCKED (KX).
           ADD INC-REFUSED TO LX-REFUSED (KX).
           ADD INC-FUEL TO LX-FUEL (KX).
           ADD INC-TORPS TO LX-TORPS (KX).
           ADD INC-REPAIR-SD TO LX-REPAIR-SD (KX).
           ADD INC-RELIEVED TO LX-RELIEVED (KX).
           ADD INC-LOST TO LX-LOST (KX).
       2800-EXIT.  EXIT.

       2810-FIND-SECTION.
           IF LX-SECTION (KX) = HOLD-SECTION
               MOVE 1 TO TFOUND.
       2810-EXIT.  EXIT.

      **********************************************
      * 3000-PRINT-SCENARIOS WRITES THE SELECTION,  *
      * THE COLUMN KEY AND THE LEDGER BY SCENARIO.  *
      **********************************************

       3000-PRINT-SCENARIOS.
           WRITE LGS-RECORD FROM HDG-LINE.
           IF PERIOD-GIVEN
               MOVE SPACES TO PRT-LINE
               STRING "REPORTING PERIOD " DELIMITED BY SIZE
                   FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   TO-DATE DELIMITED BY SIZE
                   "  (ZERO MEANS NO LIMIT)" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "MSNS MISSIONS FLOWN  DOCK REPAIR DOCKINGS  "
               DELIMITED BY SIZE
               "REFSD DOCKINGS REFUSED, ALL BAYS IN USE"
               DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "FUEL/TORPS ISSUED BY REPAIR AND RELIEF  "
               DELIMITED BY SIZE
               "RPR SD STARDATES SPENT IN REPAIR" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "RELVD DISTRESS CALLS WON  LOST BASES LOST  "
               DELIMITED BY SIZE
               "DK/MSN DOCKINGS PER MISSION" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "*BY SCENARIO*" TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "SCENARIO" TO CH-KEY.
           MOVE SPACES TO CH-SECTION.
           WRITE LGS-RECORD FROM COL-HDG.
           IF SCN-CNT = 0
               MOVE "  NO MISSIONS OR BASE ACTIVITY IN THE SELECTION"
                   TO PRT-LINE
               WRITE LGS-RECORD FROM PRT-LINE
               GO TO 3000-EXIT.
           PERFORM 3100-SCENARIO-LINE THRU 3100-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SCN-CNT.
       3000-EXIT.  EXIT.

       3100-SCENARIO-LINE.
           MOVE SPACES TO LEDGER-LINE.
           MOVE LS-SCENARIO (SX) TO LG-KEY.
           MOVE LS-MISSIONS (SX) TO LG-MISSIONS.
           MOVE LS-DOCKED (SX) TO LG-DOCKED.
           MOVE LS-REFUSED (SX) TO LG-REFUSED.
           MOVE LS-FUEL (SX) TO LG-FUEL.
           MOVE LS-TORPS (SX) TO LG-TORPS.
           MOVE LS-REPAIR-SD (SX) TO LG-REPAIR-SD.
           MOVE LS-RELIEVED (SX) TO LG-RELIEVED.
           MOVE LS-LOST (SX) TO LG-LOST.
           MOVE LS-MISSIONS (SX) TO RATE-MISSIONS.
           MOVE LS-DOCKED (SX) TO RATE-DOCKED.
           PERFORM 3900-PER-MISSION THRU 3900-EXIT.
           MOVE PER-MSN TO LG-PER-MSN.
           WRITE LGS-RECORD FROM LEDGER-LINE.
       3100-EXIT.  EXIT.

      *    DOCKINGS PER MISSION FROM RATE-DOCKED AND RATE-MISSIONS.
      *    DOCKINGS WITH NO MISSION IN THE PERIOD (A MISSION STILL
      *    IN FLIGHT, OR ONE ABANDONED) COUNT AS ONE MISSION, AND
      *    THE FIGURE IS HELD AT THE CEILING OF THE COLUMN.
       3900-PER-MISSION.
           IF RATE-MISSIONS = 0
               MOVE 1 TO RATE-MISSIONS.
           IF RATE-DOCKED / RATE-MISSIONS NOT < 999.99
               MOVE 999.99 TO PER-MSN
           ELSE
               COMPUTE PER-MSN ROUNDED = RATE-DOCKED / RATE-MISSIONS.
       3900-EXIT.  EXIT.

      **********************************************
      * 4000-PRINT-CAPTAINS WORKS OUT EACH          *
      * CAPTAIN'S DOCKINGS PER MISSION AND LISTS    *
      * THE CAPTAINS HEAVIEST DOCKER FIRST, TIES    *
      * GOING TO THE MORE DOCKINGS, FLAGGING ANY AT *
      * OR ABOVE THE LIMIT.                         *
      **********************************************

       4000-PRINT-CAPTAINS.
           MOVE SPACES TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "*BY CAPTAIN*  FLAGGED AT " DELIMITED BY SIZE
               DOCK-LIMIT DELIMITED BY SIZE
               " DOCKINGS PER MISSION" DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "CAPTAIN" TO CH-KEY.
           MOVE "SECTN " TO CH-SECTION.
           WRITE LGS-RECORD FROM COL-HDG.
           IF CAP-CNT = 0
               MOVE "  NO CAPTAINS IN THE SELECTION" TO PRT-LINE
               WRITE LGS-RECORD FROM PRT-LINE
               GO TO 4000-EXIT.
           PERFORM 4050-CAPTAIN-RATE THRU 4050-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CAP-CNT.
           MOVE 0 TO NONE-LEFT-SW.
           PERFORM 4100-PICK-NEXT THRU 4100-EXIT
               UNTIL NONE-LEFT.
       4000-EXIT.  EXIT.

       4050-CAPTAIN-RATE.
           MOVE LC-MISSIONS (CX) TO RATE-MISSIONS.
           MOVE LC-DOCKED (CX) TO RATE-DOCKED.
           PERFORM 3900-PER-MISSION THRU 3900-EXIT.
           MOVE PER-MSN TO LC-PER-MSN (CX).
       4050-EXIT.  EXIT.

       4100-PICK-NEXT.
           MOVE 0 TO BEST-X.
           MOVE 0 TO BEST-PER-MSN.
           MOVE 0 TO BEST-DOCKED.
           PERFORM 4110-CONSIDER-CAPTAIN THRU 4110-EXIT
               VARYING CX FROM 1 BY 1 UNTIL CX > CAP-CNT.
           IF BEST-X = 0
               MOVE 1 TO NONE-LEFT-SW
               GO TO 4100-EXIT.
           MOVE BEST-X TO CX.
           MOVE 1 TO LC-PICKED (CX).
           MOVE SPACES TO LEDGER-LINE.
           MOVE LC-NAME (CX) TO LG-KEY.
           MOVE LC-SECTION (CX) TO LG-SECTION.
           MOVE LC-MISSIONS (CX) TO LG-MISSIONS.
           MOVE LC-DOCKED (CX) TO LG-DOCKED.
           MOVE LC-REFUSED (CX) TO LG-REFUSED.
           MOVE LC-FUEL (CX) TO LG-FUEL.
           MOVE LC-TORPS (CX) TO LG-TORPS.
           MOVE LC-REPAIR-SD (CX) TO LG-REPAIR-SD.
           MOVE LC-RELIEVED (CX) TO LG-RELIEVED.
           MOVE LC-LOST (CX) TO LG-LOST.
           MOVE LC-PER-MSN (CX) TO LG-PER-MSN.
           IF LC-PER-MSN (CX) NOT < DOCK-LIMIT
               MOVE "*HEAVY DOCK*" TO LG-FLAG.
           WRITE LGS-RECORD FROM LEDGER-LINE.
       4100-EXIT.  EXIT.

       4110-CONSIDER-CAPTAIN.
           IF LC-PICKED (CX) = 1
               GO TO 4110-EXIT.
           IF BEST-X = 0
                   OR LC-PER-MSN (CX) > BEST-PER-MSN
                   OR (LC-PER-MSN (CX) = BEST-PER-MSN
                       AND LC-DOCKED (CX) > BEST-DOCKED)
               MOVE CX TO BEST-X
               MOVE LC-PER-MSN (CX) TO BEST-PER-MSN
               MOVE LC-DOCKED (CX) TO BEST-DOCKED.
       4110-EXIT.  EXIT.

      **********************************************
      * 5000-PRINT-SECTIONS WRITES THE LEDGER BY    *
      * COURSE SECTION - HOW MANY BASES EACH CLASS  *
      * LOSES AND HOW HARD IT LEANS ON THEM.        *
      **********************************************

       5000-PRINT-SECTIONS.
           MOVE SPACES TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "*BY COURSE SECTION*" TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           IF NOT ROSTER-OPEN
               MOVE "  NO TRAINEE ROSTER ON FILE - ALL CAPTAINS (NONE)"
                   TO PRT-LINE
               WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "SECTION" TO CH-KEY.
           MOVE SPACES TO CH-SECTION.
           WRITE LGS-RECORD FROM COL-HDG.
           PERFORM 5100-SECTION-LINE THRU 5100-EXIT
               VARYING KX FROM 1 BY 1 UNTIL KX > SEC-CNT.
       5000-EXIT.  EXIT.

       5100-SECTION-LINE.
           MOVE SPACES TO LEDGER-LINE.
           MOVE LX-SECTION (KX) TO LG-KEY.
           MOVE LX-MISSIONS (KX) TO LG-MISSIONS.
           MOVE LX-DOCKED (KX) TO LG-DOCKED.
           MOVE LX-REFUSED (KX) TO LG-REFUSED.
           MOVE LX-FUEL (KX) TO LG-FUEL.
           MOVE LX-TORPS (KX) TO LG-TORPS.
           MOVE LX-REPAIR-SD (KX) TO LG-REPAIR-SD.
           MOVE LX-RELIEVED (KX) TO LG-RELIEVED.
           MOVE LX-LOST (KX) TO LG-LOST.
           MOVE LX-MISSIONS (KX) TO RATE-MISSIONS.
           MOVE LX-DOCKED (KX) TO RATE-DOCKED.
           PERFORM 3900-PER-MISSION THRU 3900-EXIT.
           MOVE PER-MSN TO LG-PER-MSN.
           WRITE LGS-RECORD FROM LEDGER-LINE.
       5100-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE REPORT WITH  *
      * THE FIGURES IT CAN BE BALANCED ON - EVERY   *
      * BASE RECORD READ IS POSTED BY EVENT OR      *
      * COUNTED OUTSIDE THE PERIOD OR UNKNOWN, AND  *
      * THE ISSUE TOTALS MATCH EACH TABLE'S COLUMN. *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  BASE RECORDS READ " DELIMITED BY SIZE
               BASE-READ DELIMITED BY SIZE
               "  REPAIRS " DELIMITED BY SIZE
               BASE-REP-CNT DELIMITED BY SIZE
               "  REFUSED " DELIMITED BY SIZE
               BASE-REF-CNT DELIMITED BY SIZE
               "  RELIEVED " DELIMITED BY SIZE
               BASE-RLF-CNT DELIMITED BY SIZE
               "  LOST " DELIMITED BY SIZE
               BASE-LST-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  OUTSIDE PERIOD " DELIMITED BY SIZE
               BASE-OUTSIDE DELIMITED BY SIZE
               "  UNKNOWN EVENT " DELIMITED BY SIZE
               BASE-BAD-EVENT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  FUEL ISSUED " DELIMITED BY SIZE
               TOT-FUEL DELIMITED BY SIZE
               "  TORPEDOES ISSUED " DELIMITED BY SIZE
               TOT-TORPS DELIMITED BY SIZE
               "  REPAIR STARDATES " DELIMITED BY SIZE
               TOT-REPAIR-SD DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  MISSIONS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  COUNTED " DELIMITED BY SIZE
               MISSIONS-COUNTED DELIMITED BY SIZE
               "  OUTSIDE PERIOD " DELIMITED BY SIZE
               MISSIONS-OUTSIDE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LGS-RECORD FROM PRT-LINE.
           IF SCN-DROPPED > 0 OR CAP-DROPPED > 0 OR SEC-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - TABLE FULL, POSTINGS NOT CARRIED: "
                   DELIMITED BY SIZE
                   "SCENARIO " DELIMITED BY SIZE
                   SCN-DROPPED DELIMITED BY SIZE
                   "  CAPTAIN " DELIMITED BY SIZE
                   CAP-DROPPED DELIMITED BY SIZE
                   "  SECTION " DELIMITED BY SIZE
                   SEC-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE LGS-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE LGS-FILE.
           DISPLAY "STAR BASE LOGISTICS WRITTEN TO LGSRPT ".
       9000-EXIT.  EXIT.
