       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKSIC.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKSIC IS THE NIGHTLY SESSION-INTEGRITY CHECK.  IT *
      * GROUPS THE FIVE FILES A MISSION LEAVES BEHIND - THE  *
      * AUDIT TRAIL, THE ENGAGEMENT LOG, THE TELEMETRY, THE  *
      * EXCEPTIONS FILE AND THE MISSION HISTORY - BY RUN     *
      * DATE AND SESSION NUMBER AND HOLDS EACH SESSION TO    *
      * THE RULES THE FILES MUST AGREE ON:                   *
      *   - EVERY PHA OR TOR COMMAND THAT WAS CARRIED OUT    *
      *     HAS ITS RESULT ON THE ENGAGEMENT LOG, AND EVERY  *
      *     PHA OR TOR RESULT HAS ITS COMMAND;               *
      *   - THE TELEMETRY HAS ONE TURN, IN SEQUENCE, FOR     *
      *     EVERY COMMAND ON THE AUDIT TRAIL;                *
      *   - THE DAMAGE TAKEN ON THE ENGAGEMENT LOG ADDS UP   *
      *     TO THE DAMAGE RISES ON THE TELEMETRY;            *
      *   - EVERY END MARKER HAS EXACTLY ONE MISSION-HISTORY *
      *     RECORD.                                          *
      * EACH BROKEN RULE IS PRINTED WITH ITS SESSION,        *
      * CAPTAIN AND STARDATE, AND EACH SESSION IS CALLED     *
      * CLEAN, SUSPECT OR BROKEN.  A RESULT MISSING FROM OR  *
      * ADDED TO A LOG IS BROKEN; A SHORT TELEMETRY TRAIL, A *
      * DAMAGE DIFFERENCE OR A RECONCILE EXCEPTION IS        *
      * SUSPECT, SINCE AN ABENDED RUN LEAVES THE SAME MARKS. *
      * THE SESSIONS CHECKED ARE THE ONES ON THE LIVE AUDIT  *
      * AND EXCEPTIONS FILES, SO THE JOB RUNS AHEAD OF       *
      * STREKEOD IN THE NIGHTLY SCHEDULE, BEFORE THE LIVE    *
      * FILES ARE TRIMMED, WITH THE ONLINE SYSTEM DOWN.      *
      * ENGAGEMENTS, TELEMETRY AND HISTORY OF EARLIER        *
      * SESSIONS ARE COUNTED AND PASSED OVER.                *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL EXCEPT-FILE ASSIGN TO "EXCPTNS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCEPT-STATUS.
           SELECT OPTIONAL TELEM-FILE ASSIGN TO "TELEMTRY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TELEM-STATUS.
           SELECT OPTIONAL ENGMT-FILE ASSIGN TO "ENGMTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENGMT-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
           SELECT SIC-FILE ASSIGN TO "SICRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AU-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  AU-NAME-VAR           PIC X(12).
           05  FILLER                PIC X.
           05  AU-Q1                 PIC 9.
           05  FILLER                PIC X.
           05  AU-Q2                 PIC 9.
           05  FILLER                PIC X.
           05  AU-COMMAND            PIC X(3).
           05  FILLER                PIC X.
           05  AU-ENTRY1             PIC 9.
           05  FILLER                PIC X.
           05  AU-ENTRY2             PIC 9.
           05  FILLER                PIC X.
           05  AU-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  AU-SESSION            PIC 9(8).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD.
           05  EX-S-DATE             PIC 9(4).
           05  FILLER                PIC X.
           05  EX-NAME-VAR           PIC X(12).
           05  FILLER                PIC X.
           05  EX-FUEL-COUNT         PIC S9(5).
           05  FILLER                PIC X.
           05  EX-SHIELD-CNT         PIC S9(4).
           05  FILLER                PIC X.
           05  EX-DAMAGE-CNT         PIC 9(6).
           05  FILLER                PIC X.
           05  EX-REASON             PIC X(38).
           05  FILLER                PIC X.
           05  EX-RUN-DATE           PIC 9(6).
           05  FILLER                PIC X.
           05  EX-SESSION            PIC 9(8).

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

       FD  SIC-FILE.
       01  SIC-RECORD                PIC X(120).

       WORKING-STORAGE SECTION.
       01  AUDIT-STATUS              PIC XX VALUE SPACES.
       01  EXCEPT-STATUS             PIC XX VALUE SPACES.
       01  TELEM-STATUS              PIC XX VALUE SPACES.
       01  ENGMT-STATUS              PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  SIC-STATUS                PIC XX VALUE SPACES.
       01  AUDIT-EOF                 PIC X VALUE "N".
           88  AUDIT-DONE            VALUE "Y".
       01  EXCEPT-EOF                PIC X VALUE "N".
           88  EXCEPT-DONE           VALUE "Y".
       01  TELEM-EOF                 PIC X VALUE "N".
           88  TELEM-DONE            VALUE "Y".
       01  ENGMT-EOF                 PIC X VALUE "N".
           88  ENGMT-DONE            VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  ADD-SESSION-SW            PIC 9 VALUE 0.
           88  ADD-SESSION           VALUE 1.
       01  MATCH-ANY-SW              PIC 9 VALUE 0.
           88  MATCH-ANY             VALUE 1.
       01  TFOUND                    PIC 9 VALUE 0.
       01  SX                        PIC 9(4) VALUE 0.
       01  FX                        PIC 9(4) VALUE 0.
       01  EVX                       PIC 9(4) VALUE 0.
       01  VIX                       PIC 9(4) VALUE 0.
       01  KEY-RUN-DATE              PIC 9(6) VALUE 0.
       01  KEY-SESSION               PIC 9(8) VALUE 0.
       01  CLOSE-DATE                PIC 9(4) VALUE 0.
       01  HOLD-TYPE                 PIC X(3) VALUE SPACES.
       01  HOLD-NAME                 PIC X(12) VALUE SPACES.
       01  HOLD-S-DATE               PIC 9(4) VALUE 0.
       01  HOLD-LEVEL                PIC X(7) VALUE SPACES.
       01  HOLD-TEXT                 PIC X(50) VALUE SPACES.
       01  AUDIT-READ                PIC 9(6) VALUE 0.
       01  AUDIT-UNSTAMPED           PIC 9(6) VALUE 0.
       01  EXCEPT-READ               PIC 9(6) VALUE 0.
       01  EXCEPT-UNSTAMPED          PIC 9(6) VALUE 0.
       01  EXCEPT-ROSTER             PIC 9(6) VALUE 0.
       01  TELEM-READ                PIC 9(6) VALUE 0.
       01  TELEM-CHECKED             PIC 9(6) VALUE 0.
       01  TELEM-OTHER               PIC 9(6) VALUE 0.
       01  ENGMT-READ                PIC 9(6) VALUE 0.
       01  ENGMT-CHECKED             PIC 9(6) VALUE 0.
       01  ENGMT-OTHER               PIC 9(6) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.
       01  MISSIONS-CHECKED          PIC 9(6) VALUE 0.
       01  MISSIONS-OTHER            PIC 9(6) VALUE 0.
       01  SESSIONS-CLEAN            PIC 9(6) VALUE 0.
       01  SESSIONS-SUSPECT          PIC 9(6) VALUE 0.
       01  SESSIONS-BROKEN           PIC 9(6) VALUE 0.
       01  SESSIONS-RESUMED          PIC 9(6) VALUE 0.
       01  DMG-TAKEN-X               PIC Z(6)9.
       01  DMG-RISE-X                PIC Z(6)9.
       01  TURNS-X                   PIC Z(4)9.
       01  CMDS-X                    PIC Z(4)9.

      **********************************************
      * SES-TBL HOLDS ONE ENTRY PER SESSION ON THE  *
      * LIVE AUDIT AND EXCEPTIONS FILES, IN THE     *
      * ORDER THE SESSIONS FIRST APPEAR, WITH THE   *
      * COUNTS AND RUNNING FIGURES EACH RULE NEEDS. *
      * SS-PEND-WPN HOLDS A PHA OR TOR COMMAND      *
      * UNTIL THE NEXT AUDIT RECORD SHOWS WHETHER   *
      * THE CLOCK MOVED - A WEAPON THAT WAS REFUSED *
      * TAKES NO TIME AND FILES NO RESULT.          *
      * SS-RESUMED MARKS A SESSION THAT PICKED UP A *
      * SAVED MISSION, WHOSE DAMAGE BEFORE THE SAVE *
      * IS ON AN EARLIER SESSION.                   *
      **********************************************

       01  SES-MAX                   PIC 9(4) VALUE 500.
       01  SES-CNT                   PIC 9(4) VALUE 0.
       01  SES-TBL.
           05  SES-ENT  OCCURS 500 TIMES.
               10  SS-RUN-DATE       PIC 9(6).
               10  SS-SESSION        PIC 9(8).
               10  SS-NAME           PIC X(12).
               10  SS-LAST-DATE      PIC 9(4).
               10  SS-CMDS           PIC 9(5).
               10  SS-ENDS           PIC 9(3).
               10  SS-TURNS          PIC 9(5).
               10  SS-NEXT-TURN      PIC 9(5).
               10  SS-TL-DATE        PIC 9(4).
               10  SS-TL-DMG         PIC 9(6).
               10  SS-DMG-RISE       PIC 9(7).
               10  SS-DMG-TAKEN      PIC 9(7).
               10  SS-SEG-START      PIC 9.
               10  SS-RESUMED        PIC 9.
               10  SS-PEND-WPN       PIC X(3).
               10  SS-PEND-NAME      PIC X(12).
               10  SS-PEND-DATE      PIC 9(4).
               10  SS-BROKEN         PIC 9(4).
               10  SS-SUSPECT        PIC 9(4).
       01  SES-DROPPED               PIC 9(6) VALUE 0.

      **********************************************
      * EVT-TBL HOLDS THE AUDIT EVENTS THAT MUST BE *
      * ANSWERED ON ANOTHER FILE - A PHA OR TOR     *
      * COMMAND, WITH THE STARDATES ITS RESULTS MAY *
      * CARRY, AND AN END MARKER, WITH THE FINAL    *
      * STARDATE ITS HISTORY RECORD CARRIES.        *
      * EV-STATE IS 0 WHILE UNANSWERED, 1 ONCE      *
      * ANSWERED, AND 2 FOR A REFUSED WEAPON THAT   *
      * NEEDS NO ANSWER.                            *
      **********************************************

       01  EVT-MAX                   PIC 9(4) VALUE 5000.
       01  EVT-CNT                   PIC 9(4) VALUE 0.
       01  EVT-TBL.
           05  EVT-ENT  OCCURS 5000 TIMES.
               10  EV-SX             PIC 9(4).
               10  EV-TYPE           PIC X(3).
               10  EV-NAME           PIC X(12).
               10  EV-FROM           PIC 9(4).
               10  EV-TO             PIC 9(4).
               10  EV-STATE          PIC 9.
       01  EVT-DROPPED               PIC 9(6) VALUE 0.

      **********************************************
      * VIO-TBL HOLDS EVERY BROKEN RULE FOUND, SO   *
      * THE REPORT CAN PRINT THEM UNDER THEIR       *
      * SESSION ONCE ALL FIVE FILES ARE READ.       *
      **********************************************

       01  VIO-MAX                   PIC 9(4) VALUE 2000.
       01  VIO-CNT                   PIC 9(4) VALUE 0.
       01  VIO-TBL.
           05  VIO-ENT  OCCURS 2000 TIMES.
               10  VI-SX             PIC 9(4).
               10  VI-NAME           PIC X(12).
               10  VI-S-DATE         PIC 9(4).
               10  VI-LEVEL          PIC X(7).
               10  VI-TEXT           PIC X(50).
       01  VIO-DROPPED               PIC 9(6) VALUE 0.

       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "SESSION INTEGRITY CHECK       ".
       01  SES-HDG.
           05  FILLER                PIC X(30) VALUE
               "SESSION  RUN DT  CAPTAIN      ".
           05  FILLER                PIC X(36) VALUE
               "CMDS  TURNS  ENDS  RESULT           ".
       01  SES-LINE.
           05  SL-SESSION            PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-RUN-DATE           PIC 9(6).
           05  FILLER                PIC XX VALUE SPACES.
           05  SL-NAME               PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  SL-CMDS               PIC ZZZZ9.
           05  FILLER                PIC X VALUE SPACE.
           05  SL-TURNS              PIC ZZZZ9.
           05  FILLER                PIC XX VALUE SPACES.
           05  SL-ENDS               PIC ZZ9.
           05  FILLER                PIC XX VALUE SPACES.
           05  SL-RESULT             PIC X(9).
           05  SL-NOTE               PIC X(30).
       01  VIO-LINE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  VL-SESSION            PIC 9(8).
           05  FILLER                PIC X VALUE SPACE.
           05  VL-NAME               PIC X(12).
           05  FILLER                PIC X(6) VALUE "  SD ".
           05  VL-S-DATE             PIC 9(4).
           05  FILLER                PIC XX VALUE SPACES.
           05  VL-LEVEL              PIC X(7).
           05  FILLER                PIC XX VALUE SPACES.
           05  VL-TEXT               PIC X(50).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT SIC-FILE.
           PERFORM 1000-LOAD-AUDIT THRU 1000-EXIT.
           PERFORM 1500-LOAD-EXCEPTIONS THRU 1500-EXIT.
           PERFORM 2000-LOAD-TELEMETRY THRU 2000-EXIT.
           PERFORM 2500-CLOSE-WINDOWS THRU 2500-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT.
           PERFORM 3000-MATCH-ENGAGEMENTS THRU 3000-EXIT.
           PERFORM 3500-MATCH-HISTORY THRU 3500-EXIT.
           PERFORM 4000-UNANSWERED-EVENT THRU 4000-EXIT
               VARYING EVX FROM 1 BY 1 UNTIL EVX > EVT-CNT.
           PERFORM 4500-SESSION-RULES THRU 4500-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT.
           PERFORM 5000-PRINT-SESSIONS THRU 5000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 1000-LOAD-AUDIT READS THE LIVE AUDIT TRAIL  *
      * AND BUILDS THE SESSION TABLE FROM IT,       *
      * COUNTING EACH SESSION'S COMMANDS AND END    *
      * MARKERS AND NOTING THE WEAPON COMMANDS AND  *
      * MISSION ENDS THE OTHER FILES MUST ANSWER.   *
      * RECORDS FILED BEFORE DATE AND SESSION       *
      * STAMPING CANNOT BE GROUPED AND ARE ONLY     *
      * COUNTED.                                    *
      **********************************************

       1000-LOAD-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               MOVE "Y" TO AUDIT-EOF
               GO TO 1000-EXIT.
           MOVE 1 TO ADD-SESSION-SW.
           PERFORM 1100-AUDIT-RECORD THRU 1100-EXIT
               UNTIL AUDIT-DONE.
           CLOSE AUDIT-FILE.
       1000-EXIT.  EXIT.

       1100-AUDIT-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO AUDIT-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO AUDIT-READ.
           IF AU-RUN-DATE NOT NUMERIC OR AU-SESSION NOT NUMERIC
               ADD 1 TO AUDIT-UNSTAMPED
               GO TO 1100-EXIT.
           MOVE AU-RUN-DATE TO KEY-RUN-DATE.
           MOVE AU-SESSION TO KEY-SESSION.
           PERFORM 1900-LOCATE-SESSION THRU 1900-EXIT.
           IF SX = 0
               GO TO 1100-EXIT.
           IF SS-NAME (SX) = SPACES
               MOVE AU-NAME-VAR TO SS-NAME (SX).
      *    THE RECORD AFTER A WEAPON COMMAND CARRIES THE STARDATE THE
      *    COMMAND LEFT THE CLOCK AT, WHICH BOUNDS ITS RESULTS.
           IF SS-PEND-WPN (SX) NOT = SPACES
               MOVE AU-S-DATE TO CLOSE-DATE
               PERFORM 1150-CLOSE-PENDING THRU 1150-EXIT.
           MOVE AU-S-DATE TO SS-LAST-DATE (SX).
           IF AU-COMMAND = "END"
               ADD 1 TO SS-ENDS (SX)
               MOVE 1 TO SS-SEG-START (SX)
               MOVE "END" TO HOLD-TYPE
               MOVE AU-NAME-VAR TO HOLD-NAME
               MOVE AU-S-DATE TO HOLD-S-DATE
               MOVE AU-S-DATE TO CLOSE-DATE
               PERFORM 1160-ADD-EVENT THRU 1160-EXIT
               GO TO 1100-EXIT.
           ADD 1 TO SS-CMDS (SX).
      *    EVERY NEW MISSION STARTS ITS CLOCK AT STARDATE 3100, SO A
      *    FIRST COMMAND STAMPED LATER WAS GIVEN ON A RESUMED MISSION.
           IF SS-SEG-START (SX) = 1
               MOVE 0 TO SS-SEG-START (SX)
               IF AU-S-DATE NOT = 3100
                   MOVE 1 TO SS-RESUMED (SX).
           IF AU-COMMAND = "PHA" OR AU-COMMAND = "TOR"
               MOVE AU-COMMAND TO SS-PEND-WPN (SX)
               MOVE AU-NAME-VAR TO SS-PEND-NAME (SX)
               MOVE AU-S-DATE TO SS-PEND-DATE (SX).
       1100-EXIT.  EXIT.

      *    A WEAPON COMMAND THAT LEFT THE CLOCK WHERE IT WAS, OR WAS
      *    THE LAST OF ITS MISSION, WAS REFUSED AND NEEDS NO RESULT.
       1150-CLOSE-PENDING.
           MOVE SS-PEND-WPN (SX) TO HOLD-TYPE.
           MOVE SS-PEND-NAME (SX) TO HOLD-NAME.
           MOVE SS-PEND-DATE (SX) TO HOLD-S-DATE.
           PERFORM 1160-ADD-EVENT THRU 1160-EXIT.
           IF EVT-CNT > 0 AND TFOUND = 1
               IF CLOSE-DATE NOT > SS-PEND-DATE (SX)
                   MOVE 2 TO EV-STATE (EVT-CNT).
           MOVE SPACES TO SS-PEND-WPN (SX).
           MOVE SPACES TO SS-PEND-NAME (SX).
           MOVE 0 TO SS-PEND-DATE (SX).
       1150-EXIT.  EXIT.

       1160-ADD-EVENT.
           MOVE 0 TO TFOUND.
           IF EVT-CNT NOT < EVT-MAX
               ADD 1 TO EVT-DROPPED
               GO TO 1160-EXIT.
           ADD 1 TO EVT-CNT.
           MOVE SX TO EV-SX (EVT-CNT).
           MOVE HOLD-TYPE TO EV-TYPE (EVT-CNT).
           MOVE HOLD-NAME TO EV-NAME (EVT-CNT).
           MOVE HOLD-S-DATE TO EV-FROM (EVT-CNT).
           MOVE CLOSE-DATE TO EV-TO (EVT-CNT).
           MOVE 0 TO EV-STATE (EVT-CNT).
           MOVE 1 TO TFOUND.
       1160-EXIT.  EXIT.

      **********************************************
      * 1500-LOAD-EXCEPTIONS READS THE LIVE         *
      * EXCEPTIONS FILE.  A RECONCILE EXCEPTION     *
      * MAKES ITS SESSION SUSPECT; THE ROSTER FLAG  *
      * RAISED AT SIGN-ON IS NOT A FAULT IN THE     *
      * SESSION'S FILES AND IS ONLY COUNTED.        *
      **********************************************

       1500-LOAD-EXCEPTIONS.
           OPEN INPUT EXCEPT-FILE.
           IF EXCEPT-STATUS NOT = "00" AND EXCEPT-STATUS NOT = "05"
               MOVE "Y" TO EXCEPT-EOF
               GO TO 1500-EXIT.
           MOVE 1 TO ADD-SESSION-SW.
           PERFORM 1600-EXCEPT-RECORD THRU 1600-EXIT
               UNTIL EXCEPT-DONE.
           CLOSE EXCEPT-FILE.
       1500-EXIT.  EXIT.

       1600-EXCEPT-RECORD.
           READ EXCEPT-FILE
               AT END
                   MOVE "Y" TO EXCEPT-EOF
                   GO TO 1600-EXIT.
           ADD 1 TO EXCEPT-READ.
           IF EX-RUN-DATE NOT NUMERIC OR EX-SESSION NOT NUMERIC
               ADD 1 TO EXCEPT-UNSTAMPED
               GO TO 1600-EXIT.
           MOVE EX-RUN-DATE TO KEY-RUN-DATE.
           MOVE EX-SESSION TO KEY-SESSION.
           PERFORM 1900-LOCATE-SESSION THRU 1900-EXIT.
           IF SX = 0
               GO TO 1600-EXIT.
           IF SS-NAME (SX) = SPACES
               MOVE EX-NAME-VAR TO SS-NAME (SX).
           IF EX-REASON = "CAPTAIN NOT ON TRAINEE ROSTER"
               ADD 1 TO EXCEPT-ROSTER
               GO TO 1600-EXIT.
           MOVE EX-NAME-VAR TO HOLD-NAME.
           MOVE EX-S-DATE TO HOLD-S-DATE.
           MOVE "SUSPECT" TO HOLD-LEVEL.
           MOVE SPACES TO HOLD-TEXT.
           STRING "EXCEPTION - " DELIMITED BY SIZE
               EX-REASON DELIMITED BY SIZE
               INTO HOLD-TEXT.
           PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
       1600-EXIT.  EXIT.

      **********************************************
      * 1900-LOCATE-SESSION FINDS THE SESSION OF    *
      * KEY-RUN-DATE AND KEY-SESSION IN THE TABLE,  *
      * ADDING IT WHEN ADD-SESSION IS ON.  SX IS    *
      * LEFT AT ZERO WHEN THE SESSION IS NOT BEING  *
      * CHECKED.  A FILE'S RECORDS FOR ONE SESSION  *
      * ARE WRITTEN TOGETHER, SO THE SESSION FOUND  *
      * LAST TIME IS TRIED BEFORE THE TABLE SEARCH. *
      **********************************************

       1900-LOCATE-SESSION.
           MOVE 0 TO TFOUND.
           IF SX > 0 AND SX NOT > SES-CNT
               IF SS-SESSION (SX) = KEY-SESSION
                       AND SS-RUN-DATE (SX) = KEY-RUN-DATE
                   GO TO 1900-EXIT.
           PERFORM 1910-FIND-SESSION THRU 1910-EXIT
               VARYING FX FROM 1 BY 1 UNTIL FX > SES-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               SUBTRACT 1 FROM FX
               MOVE FX TO SX
               GO TO 1900-EXIT.
           MOVE 0 TO SX.
           IF NOT ADD-SESSION
               GO TO 1900-EXIT.
           IF SES-CNT NOT < SES-MAX
               ADD 1 TO SES-DROPPED
               GO TO 1900-EXIT.
           ADD 1 TO SES-CNT.
           MOVE SES-CNT TO SX.
           MOVE SPACES TO SS-NAME (SX).
           MOVE 0 TO SS-LAST-DATE (SX).
           MOVE 0 TO SS-CMDS (SX).
           MOVE 0 TO SS-ENDS (SX).
           MOVE 0 TO SS-TURNS (SX).
           MOVE 0 TO SS-TL-DATE (SX).
           MOVE 0 TO SS-TL-DMG (SX).
           MOVE 0 TO SS-DMG-RISE (SX).
           MOVE 0 TO SS-DMG-TAKEN (SX).
           MOVE 0 TO SS-RESUMED (SX).
           MOVE SPACES TO SS-PEND-WPN (SX).
           MOVE SPACES TO SS-PEND-NAME (SX).
           MOVE 0 TO SS-PEND-DATE (SX).
           MOVE 0 TO SS-BROKEN (SX).
           MOVE 0 TO SS-SUSPECT (SX).
           MOVE KEY-RUN-DATE TO SS-RUN-DATE (SX).
           MOVE KEY-SESSION TO SS-SESSION (SX).
           MOVE 1 TO SS-NEXT-TURN (SX).
           MOVE 1 TO SS-SEG-START (SX).
       1900-EXIT.  EXIT.

       1910-FIND-SESSION.
           IF SS-SESSION (FX) = KEY-SESSION
                   AND SS-RUN-DATE (FX) = KEY-RUN-DATE
               MOVE 1 TO TFOUND.
       1910-EXIT.  EXIT.

      **********************************************
      * 2000-LOAD-TELEMETRY COUNTS EACH CHECKED     *
      * SESSION'S TURNS, CHECKS THEY RUN IN         *
      * SEQUENCE - A NEW MISSION STARTS AGAIN AT    *
      * TURN 1 - AND ADDS UP THE TURN-TO-TURN RISES *
      * IN THE DAMAGE READING.  A TURN THAT ENDED   *
      * BELOW THE TURN BEFORE WAS A DOCKING REPAIR, *
      * AND ANY DAMAGE IT SHOWS WAS TAKEN AFTER IT. *
      **********************************************

       2000-LOAD-TELEMETRY.
           OPEN INPUT TELEM-FILE.
           IF TELEM-STATUS NOT = "00" AND TELEM-STATUS NOT = "05"
               MOVE "Y" TO TELEM-EOF
               GO TO 2000-EXIT.
           MOVE 0 TO ADD-SESSION-SW.
           MOVE 0 TO SX.
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
           IF TL-RUN-DATE NOT NUMERIC OR TL-SESSION NOT NUMERIC
               ADD 1 TO TELEM-OTHER
               GO TO 2100-EXIT.
           MOVE TL-RUN-DATE TO KEY-RUN-DATE.
           MOVE TL-SESSION TO KEY-SESSION.
           PERFORM 1900-LOCATE-SESSION THRU 1900-EXIT.
           IF SX = 0
               ADD 1 TO TELEM-OTHER
               GO TO 2100-EXIT.
           ADD 1 TO TELEM-CHECKED.
           ADD 1 TO SS-TURNS (SX).
           IF TL-TURN = 1
               MOVE 0 TO SS-TL-DMG (SX)
           ELSE
               IF TL-TURN NOT = SS-NEXT-TURN (SX)
                   MOVE TL-TURN TO TURNS-X
                   MOVE TL-NAME-VAR TO HOLD-NAME
                   MOVE TL-S-DATE TO HOLD-S-DATE
                   MOVE "BROKEN" TO HOLD-LEVEL
                   MOVE SPACES TO HOLD-TEXT
                   STRING "TELEMETRY TURN " DELIMITED BY SIZE
                       TURNS-X DELIMITED BY SIZE
                       " OUT OF SEQUENCE" DELIMITED BY SIZE
                       INTO HOLD-TEXT
                   PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
           IF TL-DAMAGE > SS-TL-DMG (SX)
               COMPUTE SS-DMG-RISE (SX) = SS-DMG-RISE (SX)
                   + TL-DAMAGE - SS-TL-DMG (SX)
           ELSE
               IF TL-DAMAGE < SS-TL-DMG (SX)
                   ADD TL-DAMAGE TO SS-DMG-RISE (SX).
           MOVE TL-DAMAGE TO SS-TL-DMG (SX).
           COMPUTE SS-NEXT-TURN (SX) = TL-TURN + 1.
           MOVE TL-S-DATE TO SS-TL-DATE (SX).
       2100-EXIT.  EXIT.

      **********************************************
      * 2500-CLOSE-WINDOWS SETTLES A WEAPON COMMAND *
      * LEFT OPEN AT THE END OF ITS SESSION'S AUDIT *
      * TRAIL - THE RUN STOPPED BEFORE ANOTHER      *
      * COMMAND - FROM THE STARDATE OF THE          *
      * SESSION'S LAST TELEMETRY TURN.              *
      **********************************************

       2500-CLOSE-WINDOWS.
           IF SS-PEND-WPN (SX) = SPACES
               GO TO 2500-EXIT.
           MOVE SS-TL-DATE (SX) TO CLOSE-DATE.
           PERFORM 1150-CLOSE-PENDING THRU 1150-EXIT.
       2500-EXIT.  EXIT.

      **********************************************
      * 3000-MATCH-ENGAGEMENTS READS THE ENGAGEMENT *
      * LOG, ADDS UP THE DAMAGE EACH CHECKED        *
      * SESSION TOOK, AND ANSWERS EACH PHA OR TOR   *
      * RESULT AGAINST THE COMMAND WHOSE STARDATES  *
      * IT FALLS IN.  ONE PHASER COMMAND MAY FILE A *
      * RESULT FOR EACH ENEMY IN THE QUADRANT.      *
      **********************************************

       3000-MATCH-ENGAGEMENTS.
           OPEN INPUT ENGMT-FILE.
           IF ENGMT-STATUS NOT = "00" AND ENGMT-STATUS NOT = "05"
               MOVE "Y" TO ENGMT-EOF
               GO TO 3000-EXIT.
           MOVE 0 TO ADD-SESSION-SW.
           MOVE 0 TO SX.
           PERFORM 3100-ENGAGEMENT-RECORD THRU 3100-EXIT
               UNTIL ENGMT-DONE.
           CLOSE ENGMT-FILE.
       3000-EXIT.  EXIT.

       3100-ENGAGEMENT-RECORD.
           READ ENGMT-FILE
               AT END
                   MOVE "Y" TO ENGMT-EOF
                   GO TO 3100-EXIT.
           ADD 1 TO ENGMT-READ.
           IF EG-RUN-DATE NOT NUMERIC OR EG-SESSION NOT NUMERIC
               ADD 1 TO ENGMT-OTHER
               GO TO 3100-EXIT.
           MOVE EG-RUN-DATE TO KEY-RUN-DATE.
           MOVE EG-SESSION TO KEY-SESSION.
           PERFORM 1900-LOCATE-SESSION THRU 1900-EXIT.
           IF SX = 0
               ADD 1 TO ENGMT-OTHER
               GO TO 3100-EXIT.
           ADD 1 TO ENGMT-CHECKED.
           ADD EG-DMG-TAKEN TO SS-DMG-TAKEN (SX).
           IF EG-WEAPON NOT = "PHA" AND EG-WEAPON NOT = "TOR"
               GO TO 3100-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 3110-FIND-COMMAND THRU 3110-EXIT
               VARYING EVX FROM 1 BY 1 UNTIL EVX > EVT-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               GO TO 3100-EXIT.
           MOVE EG-NAME-VAR TO HOLD-NAME.
           MOVE EG-S-DATE TO HOLD-S-DATE.
           MOVE "BROKEN" TO HOLD-LEVEL.
           MOVE SPACES TO HOLD-TEXT.
           STRING EG-WEAPON DELIMITED BY SIZE
               " RESULT WITH NO COMMAND ON THE AUDIT TRAIL"
                   DELIMITED BY SIZE
               INTO HOLD-TEXT.
           PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
       3100-EXIT.  EXIT.

       3110-FIND-COMMAND.
           IF EV-SX (EVX) = SX AND EV-TYPE (EVX) = EG-WEAPON
                   AND EV-STATE (EVX) NOT = 2
                   AND EG-S-DATE > EV-FROM (EVX)
                   AND EG-S-DATE NOT > EV-TO (EVX)
               MOVE 1 TO EV-STATE (EVX)
               MOVE 1 TO TFOUND.
       3110-EXIT.  EXIT.

      **********************************************
      * 3500-MATCH-HISTORY READS THE MISSION        *
      * HISTORY AND ANSWERS EACH CHECKED SESSION'S  *
      * RECORDS AGAINST ITS END MARKERS BY CAPTAIN  *
      * AND FINAL STARDATE.  A RECORD FOR A MISSION *
      * END ALREADY ANSWERED IS A DUPLICATE; ONE    *
      * WITH NO END MARKER AT ALL IS UNACCOUNTED.   *
      **********************************************

       3500-MATCH-HISTORY.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "Y" TO MISNHST-EOF
               GO TO 3500-EXIT.
           MOVE 0 TO ADD-SESSION-SW.
           MOVE 0 TO SX.
           PERFORM 3600-HISTORY-RECORD THRU 3600-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       3500-EXIT.  EXIT.

       3600-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 3600-EXIT.
           ADD 1 TO MISSIONS-READ.
           IF MH-RUN-DATE NOT NUMERIC OR MH-SESSION NOT NUMERIC
               ADD 1 TO MISSIONS-OTHER
               GO TO 3600-EXIT.
           MOVE MH-RUN-DATE TO KEY-RUN-DATE.
           MOVE MH-SESSION TO KEY-SESSION.
           PERFORM 1900-LOCATE-SESSION THRU 1900-EXIT.
           IF SX = 0
               ADD 1 TO MISSIONS-OTHER
               GO TO 3600-EXIT.
           ADD 1 TO MISSIONS-CHECKED.
           MOVE 0 TO MATCH-ANY-SW.
           MOVE 0 TO TFOUND.
           PERFORM 3610-FIND-END THRU 3610-EXIT
               VARYING EVX FROM 1 BY 1 UNTIL EVX > EVT-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               GO TO 3600-EXIT.
           MOVE 1 TO MATCH-ANY-SW.
           PERFORM 3610-FIND-END THRU 3610-EXIT
               VARYING EVX FROM 1 BY 1 UNTIL EVX > EVT-CNT
                   OR TFOUND = 1.
           MOVE MH-NAME-VAR TO HOLD-NAME.
           MOVE MH-FINAL-S-DATE TO HOLD-S-DATE.
           MOVE "BROKEN" TO HOLD-LEVEL.
           IF TFOUND = 1
               MOVE "DUPLICATE HISTORY RECORD FOR ONE MISSION END"
                   TO HOLD-TEXT
           ELSE
               MOVE "HISTORY RECORD WITH NO END MARKER" TO HOLD-TEXT.
           PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
       3600-EXIT.  EXIT.

       3610-FIND-END.
           IF EV-SX (EVX) = SX AND EV-TYPE (EVX) = "END"
                   AND EV-NAME (EVX) = MH-NAME-VAR
                   AND EV-FROM (EVX) = MH-FINAL-S-DATE
               IF MATCH-ANY
                   MOVE 1 TO TFOUND
               ELSE
                   IF EV-STATE (EVX) = 0
                       MOVE 1 TO EV-STATE (EVX)
                       MOVE 1 TO TFOUND.
       3610-EXIT.  EXIT.

      **********************************************
      * 4000-UNANSWERED-EVENT REPORTS A WEAPON      *
      * COMMAND THAT MOVED THE CLOCK BUT FILED NO   *
      * RESULT, AND A MISSION END WITH NO HISTORY   *
      * RECORD.                                     *
      **********************************************

       4000-UNANSWERED-EVENT.
           IF EV-STATE (EVX) NOT = 0
               GO TO 4000-EXIT.
           MOVE EV-SX (EVX) TO SX.
           MOVE EV-NAME (EVX) TO HOLD-NAME.
           MOVE EV-FROM (EVX) TO HOLD-S-DATE.
           MOVE "BROKEN" TO HOLD-LEVEL.
           MOVE SPACES TO HOLD-TEXT.
           IF EV-TYPE (EVX) = "END"
               MOVE "MISSION ENDED WITH NO HISTORY RECORD"
                   TO HOLD-TEXT
           ELSE
               STRING EV-TYPE (EVX) DELIMITED BY SIZE
                   " COMMAND WITH NO ENGAGEMENT RESULT"
                       DELIMITED BY SIZE
                   INTO HOLD-TEXT.
           PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
       4000-EXIT.  EXIT.

      **********************************************
      * 4500-SESSION-RULES HOLDS EACH SESSION'S     *
      * TOTALS TO THE TURN AND DAMAGE RULES.  MORE  *
      * TURNS THAN COMMANDS MEANS TELEMETRY WITH NO *
      * COMMAND BEHIND IT; FEWER MEANS THE RUN MAY  *
      * HAVE STOPPED MID-TURN.  THE DAMAGE RULE IS  *
      * NOT APPLIED TO A RESUMED MISSION, WHOSE     *
      * OPENING DAMAGE WAS TAKEN ON AN EARLIER      *
      * SESSION.                                    *
      **********************************************

       4500-SESSION-RULES.
           MOVE SS-NAME (SX) TO HOLD-NAME.
           MOVE SS-LAST-DATE (SX) TO HOLD-S-DATE.
           MOVE SS-TURNS (SX) TO TURNS-X.
           MOVE SS-CMDS (SX) TO CMDS-X.
           MOVE SPACES TO HOLD-TEXT.
           IF SS-TURNS (SX) > SS-CMDS (SX)
               MOVE "BROKEN" TO HOLD-LEVEL
               STRING "TELEMETRY TURNS " DELIMITED BY SIZE
                   TURNS-X DELIMITED BY SIZE
                   " EXCEED COMMANDS " DELIMITED BY SIZE
                   CMDS-X DELIMITED BY SIZE
                   INTO HOLD-TEXT
               PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
           IF SS-TURNS (SX) < SS-CMDS (SX)
               MOVE "SUSPECT" TO HOLD-LEVEL
               STRING "TELEMETRY TURNS " DELIMITED BY SIZE
                   TURNS-X DELIMITED BY SIZE
                   " SHORT OF COMMANDS " DELIMITED BY SIZE
                   CMDS-X DELIMITED BY SIZE
                   INTO HOLD-TEXT
               PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
           IF SS-RESUMED (SX) = 1
               ADD 1 TO SESSIONS-RESUMED
               GO TO 4500-EXIT.
           IF SS-DMG-TAKEN (SX) = SS-DMG-RISE (SX)
               GO TO 4500-EXIT.
           MOVE SS-DMG-TAKEN (SX) TO DMG-TAKEN-X.
           MOVE SS-DMG-RISE (SX) TO DMG-RISE-X.
           MOVE "SUSPECT" TO HOLD-LEVEL.
           MOVE SPACES TO HOLD-TEXT.
           STRING "DAMAGE TAKEN " DELIMITED BY SIZE
               DMG-TAKEN-X DELIMITED BY SIZE
               " BUT TELEMETRY ROSE " DELIMITED BY SIZE
               DMG-RISE-X DELIMITED BY SIZE
               INTO HOLD-TEXT.
           PERFORM 4900-ADD-VIOLATION THRU 4900-EXIT.
       4500-EXIT.  EXIT.

      **********************************************
      * 4900-ADD-VIOLATION FILES ONE BROKEN RULE    *
      * FOR SESSION SX FROM THE HOLD FIELDS AND     *
      * COUNTS IT AGAINST THE SESSION.  A FULL      *
      * TABLE STILL COUNTS, SO THE VERDICT STANDS.  *
      **********************************************

       4900-ADD-VIOLATION.
           IF HOLD-LEVEL = "BROKEN"
               ADD 1 TO SS-BROKEN (SX)
           ELSE
               ADD 1 TO SS-SUSPECT (SX).
           IF VIO-CNT NOT < VIO-MAX
               ADD 1 TO VIO-DROPPED
               GO TO 4900-EXIT.
           ADD 1 TO VIO-CNT.
           MOVE SX TO VI-SX (VIO-CNT).
           MOVE HOLD-NAME TO VI-NAME (VIO-CNT).
           MOVE HOLD-S-DATE TO VI-S-DATE (VIO-CNT).
           MOVE HOLD-LEVEL TO VI-LEVEL (VIO-CNT).
           MOVE HOLD-TEXT TO VI-TEXT (VIO-CNT).
       4900-EXIT.  EXIT.

      **********************************************
      * 5000-PRINT-SESSIONS WRITES ONE LINE PER     *
      * SESSION WITH ITS VERDICT, FOLLOWED BY THE   *
      * RULES IT BROKE.                             *
      **********************************************

       5000-PRINT-SESSIONS.
           WRITE SIC-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           IF SES-CNT = 0
               MOVE "NO SESSIONS ON THE LIVE AUDIT OR EXCEPTIONS FILES"
                   TO PRT-LINE
               WRITE SIC-RECORD FROM PRT-LINE
               GO TO 5000-EXIT.
           WRITE SIC-RECORD FROM SES-HDG.
           PERFORM 5100-SESSION-BLOCK THRU 5100-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT.
       5000-EXIT.  EXIT.

       5100-SESSION-BLOCK.
           MOVE SS-SESSION (SX) TO SL-SESSION.
           MOVE SS-RUN-DATE (SX) TO SL-RUN-DATE.
           MOVE SS-NAME (SX) TO SL-NAME.
           MOVE SS-CMDS (SX) TO SL-CMDS.
           MOVE SS-TURNS (SX) TO SL-TURNS.
           MOVE SS-ENDS (SX) TO SL-ENDS.
           MOVE SPACES TO SL-NOTE.
           IF SS-RESUMED (SX) = 1
               MOVE "RESUMED - DAMAGE NOT CHECKED" TO SL-NOTE.
           IF SS-BROKEN (SX) > 0
               ADD 1 TO SESSIONS-BROKEN
               MOVE "*BROKEN*" TO SL-RESULT
           ELSE
               IF SS-SUSPECT (SX) > 0
                   ADD 1 TO SESSIONS-SUSPECT
                   MOVE "SUSPECT" TO SL-RESULT
               ELSE
                   ADD 1 TO SESSIONS-CLEAN
                   MOVE "CLEAN" TO SL-RESULT.
           WRITE SIC-RECORD FROM SES-LINE.
           PERFORM 5200-VIOLATION-LINE THRU 5200-EXIT
               VARYING VIX FROM 1 BY 1 UNTIL VIX > VIO-CNT.
       5100-EXIT.  EXIT.

       5200-VIOLATION-LINE.
           IF VI-SX (VIX) NOT = SX
               GO TO 5200-EXIT.
           MOVE SS-SESSION (SX) TO VL-SESSION.
           MOVE VI-NAME (VIX) TO VL-NAME.
           MOVE VI-S-DATE (VIX) TO VL-S-DATE.
           MOVE VI-LEVEL (VIX) TO VL-LEVEL.
           MOVE VI-TEXT (VIX) TO VL-TEXT.
           WRITE SIC-RECORD FROM VIO-LINE.
       5200-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE REPORT WITH  *
      * THE FIGURES IT CAN BE BALANCED ON - EVERY   *
      * RECORD READ FROM EACH FILE IS ACCOUNTED FOR *
      * AS CHECKED OR PASSED OVER, AND EVERY        *
      * SESSION AS CLEAN, SUSPECT OR BROKEN.        *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  AUDIT READ " DELIMITED BY SIZE
               AUDIT-READ DELIMITED BY SIZE
               "  UNSTAMPED " DELIMITED BY SIZE
               AUDIT-UNSTAMPED DELIMITED BY SIZE
               "  EXCEPTIONS READ " DELIMITED BY SIZE
               EXCEPT-READ DELIMITED BY SIZE
               "  UNSTAMPED " DELIMITED BY SIZE
               EXCEPT-UNSTAMPED DELIMITED BY SIZE
               "  ROSTER FLAGS " DELIMITED BY SIZE
               EXCEPT-ROSTER DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  TELEMETRY READ " DELIMITED BY SIZE
               TELEM-READ DELIMITED BY SIZE
               "  CHECKED " DELIMITED BY SIZE
               TELEM-CHECKED DELIMITED BY SIZE
               "  OTHER SESSIONS " DELIMITED BY SIZE
               TELEM-OTHER DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  ENGAGEMENTS READ " DELIMITED BY SIZE
               ENGMT-READ DELIMITED BY SIZE
               "  CHECKED " DELIMITED BY SIZE
               ENGMT-CHECKED DELIMITED BY SIZE
               "  OTHER SESSIONS " DELIMITED BY SIZE
               ENGMT-OTHER DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  MISSIONS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  CHECKED " DELIMITED BY SIZE
               MISSIONS-CHECKED DELIMITED BY SIZE
               "  OTHER SESSIONS " DELIMITED BY SIZE
               MISSIONS-OTHER DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  SESSIONS CLEAN " DELIMITED BY SIZE
               SESSIONS-CLEAN DELIMITED BY SIZE
               "  SUSPECT " DELIMITED BY SIZE
               SESSIONS-SUSPECT DELIMITED BY SIZE
               "  BROKEN " DELIMITED BY SIZE
               SESSIONS-BROKEN DELIMITED BY SIZE
               "  RESUMED " DELIMITED BY SIZE
               SESSIONS-RESUMED DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE SIC-RECORD FROM PRT-LINE.
           IF SES-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - SESSION TABLE FULL, RECORDS NOT CHECKED: "
                   DELIMITED BY SIZE
                   SES-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SIC-RECORD FROM PRT-LINE.
           IF EVT-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - EVENT TABLE FULL, RESULTS MAY SHOW AS "
                   DELIMITED BY SIZE
                   "UNMATCHED: " DELIMITED BY SIZE
                   EVT-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SIC-RECORD FROM PRT-LINE.
           IF VIO-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - TABLE FULL, BROKEN RULES NOT LISTED: "
                   DELIMITED BY SIZE
                   VIO-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE SIC-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE SIC-FILE.
           DISPLAY "SESSION INTEGRITY CHECK WRITTEN TO SICRPT ".
       9000-EXIT.  EXIT.
