       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKHMP.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKHMP PRINTS THE GALACTIC THREAT HEAT MAP.  IT    *
      * READS THE ENGAGEMENT LOG AND THE TELEMETRY FILE AND  *
      * LAYS THE 81 QUADRANTS OUT AS A 9 BY 9 GRID, ROWS BY  *
      * THE SECOND QUADRANT CO-ORDINATE AND COLUMNS BY THE   *
      * FIRST, AS THE GALAXY CHART AND LONG RANGE SCAN DO -  *
      * ONE GRID EACH FOR ENGAGEMENTS FOUGHT, DAMAGE TAKEN,  *
      * TORPEDOES MISSED AND TURNS SPENT - FOLLOWED BY THE   *
      * TEN MOST DANGEROUS QUADRANTS BY DAMAGE TAKEN.  WHERE *
      * ONE SCENARIO'S SEED IS FLOWN AGAIN AND AGAIN THIS    *
      * SHOWS INSTRUCTORS WHERE TRAINEES KEEP GETTING        *
      * AMBUSHED AND WHERE THEY WASTE TIME.                  *
      *                                                      *
      * AN OPTIONAL HMPPARM CARD LIMITS THE MAP:             *
      *   COLS  1- 8  SCENARIO ID (BLANK FOR ALL)            *
      *   COLS 10-15  FROM RUN DATE (ZERO FOR NO LIMIT)      *
      *   COLS 17-22  TO RUN DATE (ZERO FOR NO LIMIT)        *
      * A TELEMETRY TURN CARRIES NO SCENARIO, SO WHEN ONE IS *
      * SELECTED EACH TURN IS TIED TO ITS SCENARIO BY RUN    *
      * DATE AND SESSION THROUGH THE ENGAGEMENT LOG AND THE  *
      * MISSION HISTORY.                                     *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ENGMT-FILE ASSIGN TO "ENGMTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENGMT-STATUS.
           SELECT OPTIONAL TELEM-FILE ASSIGN TO "TELEMTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TELEM-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT OPTIONAL HMPPARM-FILE ASSIGN TO "HMPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMPPARM-STATUS.
           SELECT HMP-FILE ASSIGN TO "HMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENGMT-FILE.
       01  ENGMT-RECORD.
           05  EG-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  EG-NAME-VAR           PIC X(12).
           05  FILLER                PIC X.
           05  EG-SCENARIO           PIC X(8).
           05  FILLER                PIC X.
           05  EG-Q1                 PIC 9.
           05  FILLER                PIC X.
           05  EG-Q2                 PIC 9.
           05  FILLER                PIC X.
           05  EG-WEAPON             PIC X(3).
           05  FILLER                PIC X.
           05  EG-ENERGY             PIC 9(5).
           05  FILLER                PIC X.
           05  EG-COURSE             PIC 9(3).
           05  FILLER                PIC X.
           05  EG-TARGET             PIC X.
           05  FILLER                PIC X.
           05  EG-DMG-DEALT          PIC 9(6).
           05  FILLER                PIC X.
           05  EG-DMG-TAKEN          PIC 9(6).
           05  FILLER                PIC X.
           05  EG-SYS-HIT            PIC 9.
           05  FILLER                PIC X.
           05  EG-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  EG-SESSION            PIC 9(8).

       FD  TELEM-FILE.
       01  TELEM-RECORD.
           05  TL-NAME-VAR           PIC X(12).
           05  FILLER                PIC X.
           05  TL-TURN               PIC 9(5).
           05  FILLER                PIC X.
           05  TL-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  TL-Q1                 PIC 9.
           05  FILLER                PIC X.
           05  TL-Q2                 PIC 9.
           05  FILLER                PIC X.
           05  TL-FUEL               PIC S9(5).
           05  FILLER                PIC X.
           05  TL-SHIELD             PIC S9(4).
           05  FILLER                PIC X.
           05  TL-DAMAGE             PIC 9(6).
           05  FILLER                PIC X.
           05  TL-TORPS              PIC 9.
           05  FILLER                PIC X.
           05  TL-KLINGONS           PIC 99.
           05  FILLER                PIC X.
           05  TL-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  TL-SESSION            PIC 9(8).

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

       FD  HMPPARM-FILE.
       01  HMP-CARD.
           05  HP-SCENARIO           PIC X(8).
           05  FILLER                PIC X.
           05  HP-FROM-DATE          PIC 9(6).
           05  FILLER                PIC X.
           05  HP-TO-DATE            PIC 9(6).

       FD  HMP-FILE.
       01  HMP-RECORD                PIC X(120).

       WORKING-STORAGE SECTION.
       01  ENGMT-STATUS              PIC XX VALUE SPACES.
       01  TELEM-STATUS              PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  HMPPARM-STATUS            PIC XX VALUE SPACES.
       01  HMP-STATUS                PIC XX VALUE SPACES.
       01  ENGMT-EOF                 PIC X VALUE "N".
           88  ENGMT-DONE            VALUE "Y".
       01  TELEM-EOF                 PIC X VALUE "N".
           88  TELEM-DONE            VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  PERIOD-SW                 PIC X VALUE "N".
           88  PERIOD-GIVEN          VALUE "Y".
       01  NONE-LEFT-SW              PIC 9 VALUE 0.
           88  NONE-LEFT             VALUE 1.
       01  SCENARIO-SEL              PIC X(8) VALUE SPACES.
       01  FROM-DATE                 PIC 9(6) VALUE 0.
       01  TO-DATE                   PIC 9(6) VALUE 0.
       01  HOLD-SCENARIO             PIC X(8) VALUE SPACES.
       01  TFOUND                    PIC 9 VALUE 0.
       01  SX                        PIC 9(4) VALUE 0.
       01  QX1                       PIC 99 VALUE 0.
       01  QX2                       PIC 99 VALUE 0.
       01  GRID-SEL                  PIC 9 VALUE 0.
       01  RANK-X                    PIC 99 VALUE 0.
       01  BEST-Q1                   PIC 9 VALUE 0.
       01  BEST-Q2                   PIC 9 VALUE 0.
       01  BEST-TAKEN                PIC 9(9) VALUE 0.
       01  BEST-FOUGHT               PIC 9(7) VALUE 0.
       01  CELL-VALUE                PIC 9(9) VALUE 0.
       01  GRID-TOTAL                PIC 9(9) VALUE 0.
       01  ENGMT-READ                PIC 9(6) VALUE 0.
       01  ENGMT-MAPPED              PIC 9(6) VALUE 0.
       01  ENGMT-OUTSIDE             PIC 9(6) VALUE 0.
       01  ENGMT-OTHER-SCN           PIC 9(6) VALUE 0.
       01  ENGMT-NO-QUAD             PIC 9(6) VALUE 0.
       01  TELEM-READ                PIC 9(6) VALUE 0.
       01  TELEM-MAPPED              PIC 9(6) VALUE 0.
       01  TELEM-OUTSIDE             PIC 9(6) VALUE 0.
       01  TELEM-OTHER-SCN           PIC 9(6) VALUE 0.
       01  TELEM-NO-QUAD             PIC 9(6) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.

      **********************************************
      * HEAT-TBL HOLDS THE FOUR READINGS FOR EACH   *
      * QUADRANT, SUBSCRIPTED (Q1 , Q2) AS THE      *
      * SHIP'S OWN CHART IS.  HM-PICKED MARKS A     *
      * QUADRANT ALREADY PLACED IN THE TOP TEN.     *
      **********************************************

       01  HEAT-TBL.
           05  HEAT-COL  OCCURS 9 TIMES.
               10  HEAT-QUAD  OCCURS 9 TIMES.
                   15  HM-FOUGHT     PIC 9(7).
                   15  HM-TAKEN      PIC 9(9).
                   15  HM-MISSED     PIC 9(7).
                   15  HM-TURNS      PIC 9(7).
                   15  HM-PICKED     PIC 9.

      **********************************************
      * SES-TBL TIES A SESSION TO THE SCENARIO IT   *
      * FLEW, FROM THE ENGAGEMENT LOG AND THE       *
      * MISSION HISTORY, SO A TELEMETRY TURN CAN BE *
      * SELECTED BY SCENARIO.  IT IS ONLY BUILT     *
      * WHEN THE CARD NAMES A SCENARIO.             *
      **********************************************

       01  SES-MAX                   PIC 9(4) VALUE 3000.
       01  SES-CNT                   PIC 9(4) VALUE 0.
       01  SES-TBL.
           05  SES-ENT  OCCURS 3000 TIMES.
               10  SE-RUN-DATE       PIC 9(6).
               10  SE-SESSION        PIC 9(8).
               10  SE-SCENARIO       PIC X(8).
       01  SES-DROPPED               PIC 9(6) VALUE 0.
       01  KEY-RUN-DATE              PIC 9(6) VALUE 0.
       01  KEY-SESSION               PIC 9(8) VALUE 0.

       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "GALACTIC THREAT HEAT MAP      ".
       01  GRID-TITLE                PIC X(30) VALUE SPACES.
       01  GRID-RULE.
           05  FILLER                PIC X(7) VALUE "=======".
           05  FILLER                PIC X(45) VALUE ALL "=".
           05  FILLER                PIC X(45) VALUE ALL "=".
       01  GRID-HDG.
           05  FILLER                PIC X(7) VALUE "Q2\Q1 =".
           05  FILLER                PIC X(10) VALUE "       1 =".
           05  FILLER                PIC X(10) VALUE "       2 =".
           05  FILLER                PIC X(10) VALUE "       3 =".
           05  FILLER                PIC X(10) VALUE "       4 =".
           05  FILLER                PIC X(10) VALUE "       5 =".
           05  FILLER                PIC X(10) VALUE "       6 =".
           05  FILLER                PIC X(10) VALUE "       7 =".
           05  FILLER                PIC X(10) VALUE "       8 =".
           05  FILLER                PIC X(10) VALUE "       9 =".
       01  GRID-LINE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  GR-Q2                 PIC 9.
           05  FILLER                PIC XX VALUE " =".
           05  GR-CELL  OCCURS 9 TIMES.
               10  GR-VALUE          PIC ZZZZZZZ9.
               10  GR-SEP            PIC XX.
       01  TOP-HDG.
           05  FILLER                PIC X(30) VALUE
               "RANK  QUADRANT  ENGAGEMENTS   ".
           05  FILLER                PIC X(30) VALUE
               "DMG TAKEN  TORP MISSED  TURNS ".
           05  FILLER                PIC X(12) VALUE
               "  DMG/TURN  ".
       01  TOP-LINE.
           05  FILLER                PIC X VALUE SPACE.
           05  TP-RANK               PIC Z9.
           05  FILLER                PIC X(5) VALUE SPACES.
           05  TP-Q1                 PIC 9.
           05  FILLER                PIC X VALUE ",".
           05  TP-Q2                 PIC 9.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  TP-FOUGHT             PIC Z(6)9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  TP-TAKEN              PIC Z(8)9.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  TP-MISSED             PIC Z(6)9.
           05  FILLER                PIC X VALUE SPACE.
           05  TP-TURNS              PIC Z(6)9.
           05  FILLER                PIC XX VALUE SPACES.
           05  TP-PER-TURN           PIC Z(7)9.
       01  PER-TURN                  PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           PERFORM 0100-READ-PARM THRU 0100-EXIT.
           MOVE ZEROS TO HEAT-TBL.
           PERFORM 1000-SWEEP-ENGAGEMENTS THRU 1000-EXIT.
           IF SCENARIO-SEL NOT = SPACES
               PERFORM 1500-TIE-HISTORY THRU 1500-EXIT.
           PERFORM 2000-SWEEP-TELEMETRY THRU 2000-EXIT.
           OPEN OUTPUT HMP-FILE.
           PERFORM 3000-PRINT-GRIDS THRU 3000-EXIT.
           PERFORM 4000-PRINT-TOP-TEN THRU 4000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-PARM TAKES THE OPTIONAL SELECTION *
      * CARD.  NO CARD MAPS EVERY RECORD ON FILE.   *
      **********************************************

       0100-READ-PARM.
           OPEN INPUT HMPPARM-FILE.
           IF HMPPARM-STATUS NOT = "00"
               CLOSE HMPPARM-FILE
               GO TO 0100-EXIT.
           READ HMPPARM-FILE
               AT END
                   CLOSE HMPPARM-FILE
                   GO TO 0100-EXIT.
           MOVE HP-SCENARIO TO SCENARIO-SEL.
           IF HP-FROM-DATE NUMERIC
               MOVE HP-FROM-DATE TO FROM-DATE.
           IF HP-TO-DATE NUMERIC
               MOVE HP-TO-DATE TO TO-DATE.
           IF FROM-DATE > 0 OR TO-DATE > 0
               MOVE "Y" TO PERIOD-SW.
           CLOSE HMPPARM-FILE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-SWEEP-ENGAGEMENTS READS THE ENGAGEMENT *
      * LOG ONCE.  EVERY RECORD IN THE PERIOD AND   *
      * SCENARIO COUNTS AS AN ENGAGEMENT FOUGHT IN  *
      * ITS QUADRANT AND ADDS ITS DAMAGE TAKEN; A   *
      * "TOR" RECORD WITH THE CLEAN-MISS TARGET     *
      * CODE X IS A TORPEDO MISSED.  WHEN A         *
      * SCENARIO IS SELECTED THE SESSIONS FLOWN ON  *
      * IT ARE NOTED FOR THE TELEMETRY SWEEP.       *
      **********************************************

       1000-SWEEP-ENGAGEMENTS.
           OPEN INPUT ENGMT-FILE.
           IF ENGMT-STATUS NOT = "00" AND ENGMT-STATUS NOT = "05"
               MOVE "Y" TO ENGMT-EOF
               GO TO 1000-EXIT.
           PERFORM 1100-ENGMT-RECORD THRU 1100-EXIT
               UNTIL ENGMT-DONE.
           CLOSE ENGMT-FILE.
       1000-EXIT.  EXIT.

       1100-ENGMT-RECORD.
           READ ENGMT-FILE
               AT END
                   MOVE "Y" TO ENGMT-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO ENGMT-READ.
           IF PERIOD-GIVEN
               IF EG-RUN-DATE NOT NUMERIC
                   ADD 1 TO ENGMT-OUTSIDE
                   GO TO 1100-EXIT.
           IF FROM-DATE > 0 AND EG-RUN-DATE < FROM-DATE
               ADD 1 TO ENGMT-OUTSIDE
               GO TO 1100-EXIT.
           IF TO-DATE > 0 AND EG-RUN-DATE > TO-DATE
               ADD 1 TO ENGMT-OUTSIDE
               GO TO 1100-EXIT.
           IF SCENARIO-SEL NOT = SPACES
               IF EG-SCENARIO NOT = SCENARIO-SEL
                   ADD 1 TO ENGMT-OTHER-SCN
                   GO TO 1100-EXIT
               ELSE
                   IF EG-RUN-DATE NUMERIC AND EG-SESSION NUMERIC
                       MOVE EG-RUN-DATE TO KEY-RUN-DATE
                       MOVE EG-SESSION TO KEY-SESSION
                       MOVE EG-SCENARIO TO HOLD-SCENARIO
                       PERFORM 1900-NOTE-SESSION THRU 1900-EXIT.
           IF EG-Q1 NOT NUMERIC OR EG-Q2 NOT NUMERIC
                   OR EG-Q1 < 1 OR EG-Q2 < 1
               ADD 1 TO ENGMT-NO-QUAD
               GO TO 1100-EXIT.
           ADD 1 TO ENGMT-MAPPED.
           MOVE EG-Q1 TO QX1.
           MOVE EG-Q2 TO QX2.
           ADD 1 TO HM-FOUGHT (QX1 , QX2).
           ADD EG-DMG-TAKEN TO HM-TAKEN (QX1 , QX2).
           IF EG-WEAPON = "TOR" AND EG-TARGET = "X"
               ADD 1 TO HM-MISSED (QX1 , QX2).
       1100-EXIT.  EXIT.

      **********************************************
      * 1500-TIE-HISTORY ADDS THE SESSIONS WHOSE    *
      * MISSION HISTORY CARRIES THE SELECTED        *
      * SCENARIO, SO A MISSION THAT NEVER FIRED OR  *
      * TOOK FIRE STILL HAS ITS TURNS MAPPED.       *
      **********************************************

       1500-TIE-HISTORY.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "Y" TO MISNHST-EOF
               GO TO 1500-EXIT.
           PERFORM 1600-HISTORY-RECORD THRU 1600-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       1500-EXIT.  EXIT.

       1600-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 1600-EXIT.
           ADD 1 TO MISSIONS-READ.
           IF MH-SCENARIO NOT = SCENARIO-SEL
               GO TO 1600-EXIT.
           IF MH-RUN-DATE NOT NUMERIC OR MH-SESSION NOT NUMERIC
               GO TO 1600-EXIT.
           MOVE MH-RUN-DATE TO KEY-RUN-DATE.
           MOVE MH-SESSION TO KEY-SESSION.
           MOVE MH-SCENARIO TO HOLD-SCENARIO.
           PERFORM 1900-NOTE-SESSION THRU 1900-EXIT.
       1600-EXIT.  EXIT.

      *    A SESSION'S RECORDS ARE WRITTEN TOGETHER, SO ONE FOR THE
      *    SAME SESSION AS THE LAST NOTED IS PASSED OVER UNSEARCHED.
       1900-NOTE-SESSION.
           IF SES-CNT > 0
               IF SE-SESSION (SES-CNT) = KEY-SESSION
                       AND SE-RUN-DATE (SES-CNT) = KEY-RUN-DATE
                   GO TO 1900-EXIT.
           PERFORM 1950-FIND-SESSION THRU 1950-EXIT.
           IF TFOUND = 1
               GO TO 1900-EXIT.
           IF SES-CNT NOT < SES-MAX
               ADD 1 TO SES-DROPPED
               GO TO 1900-EXIT.
           ADD 1 TO SES-CNT.
           MOVE KEY-RUN-DATE TO SE-RUN-DATE (SES-CNT).
           MOVE KEY-SESSION TO SE-SESSION (SES-CNT).
           MOVE HOLD-SCENARIO TO SE-SCENARIO (SES-CNT).
       1900-EXIT.  EXIT.

       1950-FIND-SESSION.
           MOVE 0 TO TFOUND.
           PERFORM 1960-MATCH-SESSION THRU 1960-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM SX.
       1950-EXIT.  EXIT.

       1960-MATCH-SESSION.
           IF SE-SESSION (SX) = KEY-SESSION
                   AND SE-RUN-DATE (SX) = KEY-RUN-DATE
               MOVE 1 TO TFOUND.
       1960-EXIT.  EXIT.

      **********************************************
      * 2000-SWEEP-TELEMETRY COUNTS EACH TURN IN    *
      * THE PERIOD AGAINST THE QUADRANT THE SHIP    *
      * ENDED IT IN.  WITH A SCENARIO SELECTED, A   *
      * TURN WHOSE SESSION WAS NOT TIED TO THAT     *
      * SCENARIO IS PASSED OVER.                    *
      **********************************************

       2000-SWEEP-TELEMETRY.
           OPEN INPUT TELEM-FILE.
           IF TELEM-STATUS NOT = "00" AND TELEM-STATUS NOT = "05"
               MOVE "Y" TO TELEM-EOF
               GO TO 2000-EXIT.
           PERFORM 2100-TELEM-RECORD THRU 2100-EXIT
               UNTIL TELEM-DONE.
           CLOSE TELEM-FILE.
       2000-EXIT.  EXIT.

       2100-TELEM-RECORD.
           READ TELEM-FILE
               AT END
                   MOVE "Y" TO TELEM-EOF
                   GO TO 2100-EXIT.
           ADD 1 TO TELEM-READ.
           IF PERIOD-GIVEN
               IF TL-RUN-DATE NOT NUMERIC
                   ADD 1 TO TELEM-OUTSIDE
                   GO TO 2100-EXIT.
           IF FROM-DATE > 0 AND TL-RUN-DATE < FROM-DATE
               ADD 1 TO TELEM-OUTSIDE
               GO TO 2100-EXIT.
           IF TO-DATE > 0 AND TL-RUN-DATE > TO-DATE
               ADD 1 TO TELEM-OUTSIDE
               GO TO 2100-EXIT.
           IF SCENARIO-SEL NOT = SPACES
               IF TL-RUN-DATE NOT NUMERIC OR TL-SESSION NOT NUMERIC
                   ADD 1 TO TELEM-OTHER-SCN
                   GO TO 2100-EXIT
               ELSE
                   MOVE TL-RUN-DATE TO KEY-RUN-DATE
                   MOVE TL-SESSION TO KEY-SESSION
                   PERFORM 1950-FIND-SESSION THRU 1950-EXIT
                   IF TFOUND = 0
                       ADD 1 TO TELEM-OTHER-SCN
                       GO TO 2100-EXIT.
           IF TL-Q1 NOT NUMERIC OR TL-Q2 NOT NUMERIC
                   OR TL-Q1 < 1 OR TL-Q2 < 1
               ADD 1 TO TELEM-NO-QUAD
               GO TO 2100-EXIT.
           ADD 1 TO TELEM-MAPPED.
           MOVE TL-Q1 TO QX1.
           MOVE TL-Q2 TO QX2.
           ADD 1 TO HM-TURNS (QX1 , QX2).
       2100-EXIT.  EXIT.

      **********************************************
      * 3000-PRINT-GRIDS WRITES THE SELECTION AND   *
      * THEN THE FOUR GRIDS, EACH WITH ITS TOTAL.   *
      **********************************************

       3000-PRINT-GRIDS.
           WRITE HMP-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           IF SCENARIO-SEL = SPACES
               MOVE "ALL SCENARIOS" TO PRT-LINE
           ELSE
               STRING "SCENARIO " DELIMITED BY SIZE
                   SCENARIO-SEL DELIMITED BY SIZE
                   " ONLY" DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           IF PERIOD-GIVEN
               MOVE SPACES TO PRT-LINE
               STRING "REPORTING PERIOD " DELIMITED BY SIZE
                   FROM-DATE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   TO-DATE DELIMITED BY SIZE
                   "  (ZERO MEANS NO LIMIT)" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE HMP-RECORD FROM PRT-LINE.
           MOVE "FORMAT - ROWS ARE QUADRANT Q2, COLUMNS Q1 " TO
               PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           PERFORM 3100-PRINT-GRID THRU 3100-EXIT
               VARYING GRID-SEL FROM 1 BY 1 UNTIL GRID-SEL > 4.
       3000-EXIT.  EXIT.

       3100-PRINT-GRID.
           MOVE SPACES TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           IF GRID-SEL = 1
               MOVE "*ENGAGEMENTS FOUGHT*" TO GRID-TITLE.
           IF GRID-SEL = 2
               MOVE "*DAMAGE TAKEN*" TO GRID-TITLE.
           IF GRID-SEL = 3
               MOVE "*TORPEDOES MISSED*" TO GRID-TITLE.
           IF GRID-SEL = 4
               MOVE "*TURNS SPENT*" TO GRID-TITLE.
           MOVE GRID-TITLE TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           MOVE 0 TO GRID-TOTAL.
           WRITE HMP-RECORD FROM GRID-RULE.
           WRITE HMP-RECORD FROM GRID-HDG.
           WRITE HMP-RECORD FROM GRID-RULE.
           PERFORM 3200-GRID-ROW THRU 3200-EXIT
               VARYING QX2 FROM 1 BY 1 UNTIL QX2 > 9.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTAL " DELIMITED BY SIZE
               GRID-TOTAL DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
       3100-EXIT.  EXIT.

       3200-GRID-ROW.
           MOVE QX2 TO GR-Q2.
           PERFORM 3300-GRID-CELL THRU 3300-EXIT
               VARYING QX1 FROM 1 BY 1 UNTIL QX1 > 9.
           WRITE HMP-RECORD FROM GRID-LINE.
           WRITE HMP-RECORD FROM GRID-RULE.
       3200-EXIT.  EXIT.

      *    A CELL WIDER THAN THE GRID PRINTS AT ITS CEILING; THE
      *    TOTAL BELOW THE GRID CARRIES THE FULL FIGURE.
       3300-GRID-CELL.
           IF GRID-SEL = 1
               MOVE HM-FOUGHT (QX1 , QX2) TO CELL-VALUE.
           IF GRID-SEL = 2
               MOVE HM-TAKEN (QX1 , QX2) TO CELL-VALUE.
           IF GRID-SEL = 3
               MOVE HM-MISSED (QX1 , QX2) TO CELL-VALUE.
           IF GRID-SEL = 4
               MOVE HM-TURNS (QX1 , QX2) TO CELL-VALUE.
           ADD CELL-VALUE TO GRID-TOTAL.
           IF CELL-VALUE > 99999999
               MOVE 99999999 TO CELL-VALUE.
           MOVE CELL-VALUE TO GR-VALUE (QX1).
           MOVE " =" TO GR-SEP (QX1).
       3300-EXIT.  EXIT.

      **********************************************
      * 4000-PRINT-TOP-TEN LISTS THE TEN MOST       *
      * DANGEROUS QUADRANTS - MOST DAMAGE TAKEN,    *
      * TIES GOING TO THE MORE ENGAGEMENTS FOUGHT - *
      * WITH ALL FOUR READINGS AND THE DAMAGE PER   *
      * TURN SPENT THERE.  A QUADRANT THAT SAW NO   *
      * FIGHTING IS NEVER LISTED.                   *
      **********************************************

       4000-PRINT-TOP-TEN.
           MOVE SPACES TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           MOVE "*TEN MOST DANGEROUS QUADRANTS*" TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           WRITE HMP-RECORD FROM TOP-HDG.
           MOVE 0 TO NONE-LEFT-SW.
           PERFORM 4100-PICK-NEXT THRU 4100-EXIT
               VARYING RANK-X FROM 1 BY 1
                   UNTIL RANK-X > 10 OR NONE-LEFT.
           IF RANK-X = 2 AND NONE-LEFT
               MOVE "  NO ENGAGEMENTS IN THE SELECTION" TO PRT-LINE
               WRITE HMP-RECORD FROM PRT-LINE.
       4000-EXIT.  EXIT.

       4100-PICK-NEXT.
           MOVE 0 TO BEST-Q1.
           MOVE 0 TO BEST-Q2.
           MOVE 0 TO BEST-TAKEN.
           MOVE 0 TO BEST-FOUGHT.
           PERFORM 4110-CONSIDER-QUAD THRU 4110-EXIT
               VARYING QX2 FROM 1 BY 1 UNTIL QX2 > 9
               AFTER QX1 FROM 1 BY 1 UNTIL QX1 > 9.
           IF BEST-Q1 = 0
               MOVE 1 TO NONE-LEFT-SW
               GO TO 4100-EXIT.
           MOVE BEST-Q1 TO QX1.
           MOVE BEST-Q2 TO QX2.
           MOVE 1 TO HM-PICKED (QX1 , QX2).
           MOVE RANK-X TO TP-RANK.
           MOVE BEST-Q1 TO TP-Q1.
           MOVE BEST-Q2 TO TP-Q2.
           MOVE HM-FOUGHT (QX1 , QX2) TO TP-FOUGHT.
           MOVE HM-TAKEN (QX1 , QX2) TO TP-TAKEN.
           MOVE HM-MISSED (QX1 , QX2) TO TP-MISSED.
           MOVE HM-TURNS (QX1 , QX2) TO TP-TURNS.
           IF HM-TURNS (QX1 , QX2) > 0
               COMPUTE PER-TURN ROUNDED =
                   HM-TAKEN (QX1 , QX2) / HM-TURNS (QX1 , QX2)
           ELSE
               MOVE 0 TO PER-TURN.
           MOVE PER-TURN TO TP-PER-TURN.
           WRITE HMP-RECORD FROM TOP-LINE.
       4100-EXIT.  EXIT.

       4110-CONSIDER-QUAD.
           IF HM-PICKED (QX1 , QX2) = 1
               GO TO 4110-EXIT.
           IF HM-FOUGHT (QX1 , QX2) = 0
               GO TO 4110-EXIT.
           IF HM-TAKEN (QX1 , QX2) > BEST-TAKEN
                   OR (HM-TAKEN (QX1 , QX2) = BEST-TAKEN
                       AND HM-FOUGHT (QX1 , QX2) > BEST-FOUGHT)
               MOVE QX1 TO BEST-Q1
               MOVE QX2 TO BEST-Q2
               MOVE HM-TAKEN (QX1 , QX2) TO BEST-TAKEN
               MOVE HM-FOUGHT (QX1 , QX2) TO BEST-FOUGHT.
       4110-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE REPORT WITH  *
      * THE FIGURES IT CAN BE BALANCED ON - EVERY   *
      * RECORD READ IS ACCOUNTED FOR AS MAPPED,     *
      * OUTSIDE THE PERIOD, ANOTHER SCENARIO'S, OR  *
      * CARRYING NO QUADRANT.                       *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  ENGAGEMENTS READ " DELIMITED BY SIZE
               ENGMT-READ DELIMITED BY SIZE
               "  MAPPED " DELIMITED BY SIZE
               ENGMT-MAPPED DELIMITED BY SIZE
               "  OUTSIDE PERIOD " DELIMITED BY SIZE
               ENGMT-OUTSIDE DELIMITED BY SIZE
               "  OTHER SCENARIO " DELIMITED BY SIZE
               ENGMT-OTHER-SCN DELIMITED BY SIZE
               "  NO QUADRANT " DELIMITED BY SIZE
               ENGMT-NO-QUAD DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  TELEMETRY READ " DELIMITED BY SIZE
               TELEM-READ DELIMITED BY SIZE
               "  MAPPED " DELIMITED BY SIZE
               TELEM-MAPPED DELIMITED BY SIZE
               "  OUTSIDE PERIOD " DELIMITED BY SIZE
               TELEM-OUTSIDE DELIMITED BY SIZE
               "  OTHER SCENARIO " DELIMITED BY SIZE
               TELEM-OTHER-SCN DELIMITED BY SIZE
               "  NO QUADRANT " DELIMITED BY SIZE
               TELEM-NO-QUAD DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE HMP-RECORD FROM PRT-LINE.
           IF SCENARIO-SEL NOT = SPACES
               MOVE SPACES TO PRT-LINE
               STRING "  MISSIONS READ " DELIMITED BY SIZE
                   MISSIONS-READ DELIMITED BY SIZE
                   "  SESSIONS TIED TO THE SCENARIO " DELIMITED BY SIZE
                   SES-CNT DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE HMP-RECORD FROM PRT-LINE.
           IF SES-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - SESSION TABLE FULL, SESSIONS NOT TIED: "
                   DELIMITED BY SIZE
                   SES-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE HMP-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE HMP-FILE.
           DISPLAY "THREAT HEAT MAP WRITTEN TO HMPRPT ".
       9000-EXIT.  EXIT.
