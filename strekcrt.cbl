       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKCRT.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKCRT PRINTS THE COURSE CERTIFICATION REPORT.     *
      * FOR EVERY TRAINEE ON THE TRAINEE ROSTER IT LISTS THE *
      * SCENARIOS THE CURRICULUM REQUIRES AND MARKS EACH ONE *
      * PASSED, FAILED, OR NOT YET FLOWN FROM THE GRADES ON  *
      * THE MISSION-HISTORY FILE, THEN SAYS WHETHER THE      *
      * TRAINEE IS CERTIFIED, SO THE TRAINING OFFICE CAN     *
      * SIGN OFF COURSE COMPLETION FROM ONE REPORT.  A       *
      * REQUIRED SCENARIO IS PASSED WHEN ITS BEST GRADE IS A *
      * THROUGH D; AN E OR A COURT-MARTIAL (F) ONLY FAILS    *
      * IT.  ONLY MISSIONS FLOWN WITHIN THE TRAINEE'S        *
      * ENROLLMENT DATES COUNT.  EACH MISSION IS TIED TO ITS *
      * SCENARIO BY THE ID STAMPED ON ITS HISTORY RECORD; A  *
      * RECORD FILED BEFORE THE STAMP IS TIED THROUGH THE    *
      * ENGAGEMENT LOG INSTEAD, WHICH CARRIES THE SCENARIO,  *
      * BY RUN DATE AND SESSION NUMBER.  AN OPTIONAL CRTPARM *
      * CARD LIMITS THE REPORT TO ONE COURSE SECTION.        *
      * CONTROL TOTALS AT THE END LET THE REPORT BE BALANCED *
      * AGAINST THE FILES.                                   *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "TRAINROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-NAME-VAR
               FILE STATUS IS ROSTER-STATUS.
           SELECT OPTIONAL SCNCAT-FILE ASSIGN TO "SCNCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS SCNCAT-STATUS.
           SELECT OPTIONAL ENGMT-FILE ASSIGN TO "ENGMTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ENGMT-STATUS.
           SELECT OPTIONAL MISNHST-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MISNHST-STATUS.
      *    THE OPTIONAL SECTION CARD - ONE COURSE SECTION, SO EACH
      *    INSTRUCTOR CAN BE HANDED ONLY THEIR OWN CLASS.  NO CARD
      *    REPORTS EVERY TRAINEE ON THE ROSTER.
           SELECT OPTIONAL CRTPARM-FILE ASSIGN TO "CRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRTPARM-STATUS.
           SELECT CERT-FILE ASSIGN TO "CRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SCNCAT-FILE.
       01  SCENARIO-RECORD.
           05  SC-ID                 PIC X(8).
           05  SC-DESC               PIC X(30).
           05  SC-SEED               PIC 9(6).
           05  SC-KLINGONS           PIC 99.
           05  SC-ROMULONS           PIC 99.
           05  SC-BASES              PIC 9.
           05  SC-STARDATES          PIC 99.
           05  SC-SKILL              PIC 9.
           05  SC-STATUS             PIC X.
               88  SC-ACTIVE         VALUE "A".
               88  SC-RETIRED        VALUE "R".
           05  SC-DOCTRINE           PIC X(8).

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
               88  MH-WON            VALUE "WON".
               88  MH-COURT-MARTIAL  VALUE "CRT".
           05  MH-SCORE              PIC 9(5).
           05  MH-GRADE              PIC X.
           05  MH-RUN-DATE           PIC 9(6).
           05  MH-SESSION            PIC 9(8).
           05  MH-SCENARIO           PIC X(8).

       FD  CRTPARM-FILE.
       01  CRT-CARD.
           05  CP-SECTION            PIC X(6).

       FD  CERT-FILE.
       01  CERT-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  ROSTER-STATUS             PIC XX VALUE SPACES.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  ENGMT-STATUS              PIC XX VALUE SPACES.
       01  MISNHST-STATUS            PIC XX VALUE SPACES.
       01  CRTPARM-STATUS            PIC XX VALUE SPACES.
       01  CERT-STATUS               PIC XX VALUE SPACES.
       01  ROSTER-EOF                PIC X VALUE "N".
           88  ROSTER-DONE           VALUE "Y".
       01  ENGMT-EOF                 PIC X VALUE "N".
           88  ENGMT-DONE            VALUE "Y".
       01  MISNHST-EOF               PIC X VALUE "N".
           88  MISNHST-DONE          VALUE "Y".
       01  SCNCAT-OPEN-SW            PIC 9 VALUE 0.
           88  SCNCAT-OPEN           VALUE 1.
       01  ROSTER-OPEN-SW            PIC 9 VALUE 0.
           88  ROSTER-OPEN           VALUE 1.
       01  SECTION-SEL               PIC X(6) VALUE SPACES.
       01  TFOUND                    PIC 9 VALUE 0.
       01  TX                        PIC 999 VALUE 0.
       01  RX                        PIC 99 VALUE 0.
       01  SX                        PIC 9(4) VALUE 0.
       01  TRN-X                     PIC 999 VALUE 0.
       01  REQ-X                     PIC 99 VALUE 0.
       01  HOLD-SCENARIO             PIC X(8) VALUE SPACES.
       01  REQ-PASSED                PIC 9 VALUE 0.
       01  REQ-FAILED                PIC 9 VALUE 0.
       01  REQ-UNFLOWN               PIC 9 VALUE 0.
       01  REQ-TOTAL                 PIC 9 VALUE 0.
       01  ROSTER-READ               PIC 9(6) VALUE 0.
       01  ROSTER-OTHER-SECT         PIC 9(6) VALUE 0.
       01  TRAINEES-CERTIFIED        PIC 9(6) VALUE 0.
       01  TRAINEES-OPEN             PIC 9(6) VALUE 0.
       01  TRAINEES-NO-CURRIC        PIC 9(6) VALUE 0.
       01  ENGMT-READ                PIC 9(6) VALUE 0.
       01  MISSIONS-READ             PIC 9(6) VALUE 0.
       01  MISSIONS-CREDITED         PIC 9(6) VALUE 0.
       01  MISSIONS-ELECTIVE         PIC 9(6) VALUE 0.
       01  MISSIONS-UNTIED           PIC 9(6) VALUE 0.
       01  MISSIONS-OUTSIDE          PIC 9(6) VALUE 0.
       01  MISSIONS-NOT-TRAINEE      PIC 9(6) VALUE 0.

      **********************************************
      * TRN-TBL HOLDS THE REPORTED TRAINEES AND,    *
      * UNDER EACH, THE REQUIRED SCENARIOS WITH THE *
      * MISSIONS FLOWN AGAINST THEM AND THE BEST    *
      * GRADE EARNED, FILLED BY THE ONE PASS OVER   *
      * THE MISSION HISTORY.                        *
      **********************************************

       01  TRN-MAX                   PIC 999 VALUE 200.
       01  TRN-CNT                   PIC 999 VALUE 0.
       01  TRN-TBL.
           05  TRN-ENT  OCCURS 200 TIMES.
               10  TT-NAME           PIC X(12).
               10  TT-SECTION        PIC X(6).
               10  TT-INSTRUCTOR     PIC X(20).
               10  TT-ENROLL-DATE    PIC 9(6).
               10  TT-END-DATE       PIC 9(6).
               10  TT-STATUS         PIC X.
               10  TT-REQ  OCCURS 8 TIMES.
                   15  TQ-SCENARIO   PIC X(8).
                   15  TQ-FLOWN      PIC 9(3).
                   15  TQ-BEST       PIC X.
       01  TRN-DROPPED               PIC 9(6) VALUE 0.

      **********************************************
      * SES-TBL TIES A SESSION TO THE SCENARIO IT   *
      * FLEW, FROM THE ENGAGEMENT LOG - ONE ENTRY   *
      * PER RUN DATE AND SESSION NUMBER.  A SESSION *
      * THAT NEVER FIRED OR TOOK FIRE LEFT NO       *
      * ENGAGEMENT RECORD AND CANNOT BE TIED.       *
      **********************************************

       01  SES-MAX                   PIC 9(4) VALUE 3000.
       01  SES-CNT                   PIC 9(4) VALUE 0.
       01  SES-TBL.
           05  SES-ENT  OCCURS 3000 TIMES.
               10  SE-RUN-DATE       PIC 9(6).
               10  SE-SESSION        PIC 9(8).
               10  SE-SCENARIO       PIC X(8).
       01  SES-DROPPED               PIC 9(6) VALUE 0.

       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "COURSE CERTIFICATION REPORT   ".
       01  REQ-HDG.
           05  FILLER                PIC X(14) VALUE
               "    SCENARIO  ".
           05  FILLER                PIC X(32) VALUE
               "DESCRIPTION                     ".
           05  FILLER                PIC X(20) VALUE
               "FLOWN  BEST  RESULT ".
       01  REQ-LINE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  RL-SCENARIO           PIC X(8).
           05  FILLER                PIC XX VALUE SPACES.
           05  RL-DESC               PIC X(30).
           05  FILLER                PIC XX VALUE SPACES.
           05  RL-FLOWN              PIC ZZ9.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  RL-BEST               PIC X.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  RL-RESULT             PIC X(13).

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           PERFORM 0100-READ-SECTION THRU 0100-EXIT.
           PERFORM 1000-LOAD-ROSTER THRU 1000-EXIT.
           PERFORM 1500-LOAD-SESSIONS THRU 1500-EXIT.
           PERFORM 2000-GRADE-HISTORY THRU 2000-EXIT.
           PERFORM 3000-PRINT-CERTIFICATES THRU 3000-EXIT.
           PERFORM 8000-CONTROL-TOTALS THRU 8000-EXIT.
           PERFORM 9000-END-OF-JOB THRU 9000-EXIT.
           STOP RUN.

      **********************************************
      * 0100-READ-SECTION TAKES THE OPTIONAL        *
      * SECTION CARD.  NO CARD, OR A BLANK ONE,     *
      * REPORTS THE WHOLE ROSTER.                   *
      **********************************************

       0100-READ-SECTION.
           OPEN INPUT CRTPARM-FILE.
           IF CRTPARM-STATUS NOT = "00"
               CLOSE CRTPARM-FILE
               GO TO 0100-EXIT.
           READ CRTPARM-FILE
               AT END
                   CLOSE CRTPARM-FILE
                   GO TO 0100-EXIT.
           MOVE CP-SECTION TO SECTION-SEL.
           CLOSE CRTPARM-FILE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-LOAD-ROSTER READS THE TRAINEE ROSTER   *
      * IN CAPTAIN ORDER INTO THE TRAINEE TABLE,    *
      * KEEPING ONLY THE SELECTED SECTION WHEN A    *
      * SECTION CARD WAS GIVEN.  A ROSTER OF MORE   *
      * THAN 200 TRAINEES GETS THE FIRST 200 AND A  *
      * NOTE ON THE REPORT.                         *
      **********************************************

       1000-LOAD-ROSTER.
           OPEN OUTPUT CERT-FILE.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               CLOSE ROSTER-FILE
               GO TO 1000-EXIT.
           MOVE 1 TO ROSTER-OPEN-SW.
           MOVE LOW-VALUES TO TN-NAME-VAR.
           START ROSTER-FILE KEY NOT < TN-NAME-VAR
               INVALID KEY
                   MOVE "Y" TO ROSTER-EOF.
           PERFORM 1100-READ-TRAINEE THRU 1100-EXIT
               UNTIL ROSTER-DONE.
           CLOSE ROSTER-FILE.
       1000-EXIT.  EXIT.

       1100-READ-TRAINEE.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ROSTER-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO ROSTER-READ.
           IF SECTION-SEL NOT = SPACES AND TN-SECTION NOT = SECTION-SEL
               ADD 1 TO ROSTER-OTHER-SECT
               GO TO 1100-EXIT.
           IF TRN-CNT NOT < TRN-MAX
               ADD 1 TO TRN-DROPPED
               GO TO 1100-EXIT.
           ADD 1 TO TRN-CNT.
           MOVE TN-NAME-VAR TO TT-NAME (TRN-CNT).
           MOVE TN-SECTION TO TT-SECTION (TRN-CNT).
           MOVE TN-INSTRUCTOR TO TT-INSTRUCTOR (TRN-CNT).
           MOVE TN-ENROLL-DATE TO TT-ENROLL-DATE (TRN-CNT).
           MOVE TN-END-DATE TO TT-END-DATE (TRN-CNT).
           MOVE TN-STATUS TO TT-STATUS (TRN-CNT).
           PERFORM 1110-LOAD-REQUIRED THRU 1110-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8.
       1100-EXIT.  EXIT.

       1110-LOAD-REQUIRED.
           MOVE TN-REQ-SCN (RX) TO TQ-SCENARIO (TRN-CNT, RX).
           MOVE 0 TO TQ-FLOWN (TRN-CNT, RX).
           MOVE SPACE TO TQ-BEST (TRN-CNT, RX).
       1110-EXIT.  EXIT.

      **********************************************
      * 1500-LOAD-SESSIONS READS THE ENGAGEMENT LOG *
      * ONCE AND NOTES WHICH SCENARIO EACH SESSION  *
      * FLEW.  A SESSION'S ENGAGEMENTS ARE WRITTEN  *
      * TOGETHER, SO A RECORD FOR THE SAME SESSION  *
      * AS THE ONE BEFORE IT IS PASSED OVER WITHOUT *
      * A TABLE SEARCH.  RECORDS FILED BEFORE DATE  *
      * AND SESSION STAMPING, AND SESSIONS FLOWN    *
      * WITHOUT A SCENARIO, ARE NOT NOTED.  THE     *
      * TABLE IS ONLY NEEDED FOR HISTORY RECORDS    *
      * FILED BEFORE THEY CARRIED THEIR SCENARIO.   *
      **********************************************

       1500-LOAD-SESSIONS.
           OPEN INPUT ENGMT-FILE.
           IF ENGMT-STATUS NOT = "00" AND ENGMT-STATUS NOT = "05"
               MOVE "Y" TO ENGMT-EOF
               GO TO 1500-EXIT.
           PERFORM 1600-ENGAGEMENT-RECORD THRU 1600-EXIT
               UNTIL ENGMT-DONE.
           CLOSE ENGMT-FILE.
       1500-EXIT.  EXIT.

       1600-ENGAGEMENT-RECORD.
           READ ENGMT-FILE
               AT END
                   MOVE "Y" TO ENGMT-EOF
                   GO TO 1600-EXIT.
           ADD 1 TO ENGMT-READ.
           IF EG-SCENARIO = SPACES
               GO TO 1600-EXIT.
           IF EG-RUN-DATE NOT NUMERIC OR EG-SESSION NOT NUMERIC
               GO TO 1600-EXIT.
           IF SES-CNT > 0
               IF SE-SESSION (SES-CNT) = EG-SESSION
                       AND SE-RUN-DATE (SES-CNT) = EG-RUN-DATE
                   GO TO 1600-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 1610-FIND-SESSION THRU 1610-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT
                   OR TFOUND = 1.
           IF TFOUND = 1
               GO TO 1600-EXIT.
           IF SES-CNT NOT < SES-MAX
               ADD 1 TO SES-DROPPED
               GO TO 1600-EXIT.
           ADD 1 TO SES-CNT.
           MOVE EG-RUN-DATE TO SE-RUN-DATE (SES-CNT).
           MOVE EG-SESSION TO SE-SESSION (SES-CNT).
           MOVE EG-SCENARIO TO SE-SCENARIO (SES-CNT).
       1600-EXIT.  EXIT.

       1610-FIND-SESSION.
           IF SE-SESSION (SX) = EG-SESSION
                   AND SE-RUN-DATE (SX) = EG-RUN-DATE
               MOVE 1 TO TFOUND.
       1610-EXIT.  EXIT.

      **********************************************
      * 2000-GRADE-HISTORY IS THE REPORT'S ONE PASS *
      * OVER THE MISSION HISTORY.  A MISSION IS     *
      * CREDITED TO A REQUIRED SCENARIO WHEN ITS    *
      * CAPTAIN IS A REPORTED TRAINEE, IT WAS FLOWN *
      * WITHIN THE ENROLLMENT DATES, AND IT FLEW    *
      * THAT SCENARIO - BY ITS OWN SCENARIO STAMP,  *
      * OR FOR AN UNSTAMPED RECORD BY ITS SESSION'S *
      * ENGAGEMENTS.  EVERY OTHER                   *
      * RECORD IS COUNTED BY THE REASON IT WAS      *
      * PASSED OVER, FOR THE CONTROL TOTALS.        *
      **********************************************

       2000-GRADE-HISTORY.
           OPEN INPUT MISNHST-FILE.
           IF MISNHST-STATUS NOT = "00" AND MISNHST-STATUS NOT = "05"
               MOVE "Y" TO MISNHST-EOF
               GO TO 2000-EXIT.
           PERFORM 2100-HISTORY-RECORD THRU 2100-EXIT
               UNTIL MISNHST-DONE.
           CLOSE MISNHST-FILE.
       2000-EXIT.  EXIT.

       2100-HISTORY-RECORD.
           READ MISNHST-FILE
               AT END
                   MOVE "Y" TO MISNHST-EOF
                   GO TO 2100-EXIT.
           ADD 1 TO MISSIONS-READ.
           MOVE 0 TO TFOUND.
           PERFORM 2110-FIND-TRAINEE THRU 2110-EXIT
               VARYING TX FROM 1 BY 1 UNTIL TX > TRN-CNT
                   OR TFOUND = 1.
           IF TFOUND = 0
               ADD 1 TO MISSIONS-NOT-TRAINEE
               GO TO 2100-EXIT.
      *    RECORDS FILED BEFORE DATE AND SESSION STAMPING CANNOT BE
      *    TIED TO A SCENARIO OR HELD TO THE ENROLLMENT DATES.
           IF MH-RUN-DATE NOT NUMERIC OR MH-SESSION NOT NUMERIC
               ADD 1 TO MISSIONS-UNTIED
               GO TO 2100-EXIT.
           IF MH-RUN-DATE < TT-ENROLL-DATE (TRN-X)
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 2100-EXIT.
           IF TT-END-DATE (TRN-X) > 0
                   AND MH-RUN-DATE > TT-END-DATE (TRN-X)
               ADD 1 TO MISSIONS-OUTSIDE
               GO TO 2100-EXIT.
           IF MH-SCENARIO NOT = SPACES
               MOVE MH-SCENARIO TO HOLD-SCENARIO
           ELSE
               MOVE 0 TO TFOUND
               PERFORM 2120-FIND-SESSION THRU 2120-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > SES-CNT
                       OR TFOUND = 1
               IF TFOUND = 0
                   ADD 1 TO MISSIONS-UNTIED
                   GO TO 2100-EXIT.
           MOVE 0 TO TFOUND.
           PERFORM 2130-FIND-REQUIRED THRU 2130-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8
                   OR TFOUND = 1.
           IF TFOUND = 0
               ADD 1 TO MISSIONS-ELECTIVE
               GO TO 2100-EXIT.
           ADD 1 TO MISSIONS-CREDITED.
           ADD 1 TO TQ-FLOWN (TRN-X, REQ-X).
      *    THE BEST GRADE IS THE LOWEST LETTER - A COURT-MARTIAL IS
      *    GRADED F, SO IT NEVER BETTERS A MISSION THAT WAS WON.
           IF MH-GRADE = SPACE
               GO TO 2100-EXIT.
           IF TQ-BEST (TRN-X, REQ-X) = SPACE
                   OR MH-GRADE < TQ-BEST (TRN-X, REQ-X)
               MOVE MH-GRADE TO TQ-BEST (TRN-X, REQ-X).
       2100-EXIT.  EXIT.

       2110-FIND-TRAINEE.
           IF TT-NAME (TX) = MH-NAME-VAR
               MOVE 1 TO TFOUND
               MOVE TX TO TRN-X.
       2110-EXIT.  EXIT.

       2120-FIND-SESSION.
           IF SE-SESSION (SX) = MH-SESSION
                   AND SE-RUN-DATE (SX) = MH-RUN-DATE
               MOVE 1 TO TFOUND
               MOVE SE-SCENARIO (SX) TO HOLD-SCENARIO.
       2120-EXIT.  EXIT.

       2130-FIND-REQUIRED.
           IF TQ-SCENARIO (TRN-X, RX) = HOLD-SCENARIO
               MOVE 1 TO TFOUND
               MOVE RX TO REQ-X.
       2130-EXIT.  EXIT.

      **********************************************
      * 3000-PRINT-CERTIFICATES WRITES ONE BLOCK    *
      * PER TRAINEE, IN CAPTAIN ORDER - THE         *
      * ENROLLMENT, ONE LINE PER REQUIRED SCENARIO, *
      * AND THE CERTIFICATION VERDICT.              *
      **********************************************

       3000-PRINT-CERTIFICATES.
           WRITE CERT-RECORD FROM HDG-LINE.
           IF SECTION-SEL NOT = SPACES
               MOVE SPACES TO PRT-LINE
               STRING "COURSE SECTION " DELIMITED BY SIZE
                   SECTION-SEL DELIMITED BY SIZE
                   " ONLY" DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE.
           IF NOT ROSTER-OPEN
               MOVE SPACES TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               MOVE "NO TRAINEE ROSTER ON FILE " TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               GO TO 3000-EXIT.
           IF TRN-CNT = 0
               MOVE SPACES TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               MOVE "NO TRAINEES TO REPORT " TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               GO TO 3000-EXIT.
           OPEN INPUT SCNCAT-FILE.
           IF SCNCAT-STATUS = "00"
               MOVE 1 TO SCNCAT-OPEN-SW
           ELSE
               CLOSE SCNCAT-FILE.
           PERFORM 3100-TRAINEE-BLOCK THRU 3100-EXIT
               VARYING TX FROM 1 BY 1 UNTIL TX > TRN-CNT.
           IF SCNCAT-OPEN
               CLOSE SCNCAT-FILE.
           IF TRN-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - TABLE FULL, TRAINEES NOT REPORTED: "
                   DELIMITED BY SIZE
                   TRN-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE.
       3000-EXIT.  EXIT.

       3100-TRAINEE-BLOCK.
           MOVE SPACES TO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           STRING "TRAINEE " DELIMITED BY SIZE
               TT-NAME (TX) DELIMITED BY SIZE
               "  SECTION " DELIMITED BY SIZE
               TT-SECTION (TX) DELIMITED BY SIZE
               "  INSTRUCTOR " DELIMITED BY SIZE
               TT-INSTRUCTOR (TX) DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF TT-STATUS (TX) = "W"
               STRING "  ENROLLED " DELIMITED BY SIZE
                   TT-ENROLL-DATE (TX) DELIMITED BY SIZE
                   "  COURSE ENDS " DELIMITED BY SIZE
                   TT-END-DATE (TX) DELIMITED BY SIZE
                   "  *WITHDRAWN*" DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               STRING "  ENROLLED " DELIMITED BY SIZE
                   TT-ENROLL-DATE (TX) DELIMITED BY SIZE
                   "  COURSE ENDS " DELIMITED BY SIZE
                   TT-END-DATE (TX) DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE 0 TO REQ-PASSED.
           MOVE 0 TO REQ-FAILED.
           MOVE 0 TO REQ-UNFLOWN.
           MOVE 0 TO REQ-TOTAL.
           WRITE CERT-RECORD FROM REQ-HDG.
           PERFORM 3200-REQUIRED-LINE THRU 3200-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8.
           MOVE SPACES TO PRT-LINE.
           IF REQ-TOTAL = 0
               ADD 1 TO TRAINEES-NO-CURRIC
               MOVE "    NO REQUIRED SCENARIOS ON THE ROSTER" TO
                   PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               MOVE "  *NOT CERTIFIED* - NO CURRICULUM ON FILE "
                   TO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE
               GO TO 3100-EXIT.
           IF REQ-PASSED = REQ-TOTAL
               ADD 1 TO TRAINEES-CERTIFIED
               STRING "  *CERTIFIED* - " DELIMITED BY SIZE
                   REQ-PASSED DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   REQ-TOTAL DELIMITED BY SIZE
                   " REQUIRED SCENARIOS PASSED" DELIMITED BY SIZE
                   INTO PRT-LINE
           ELSE
               ADD 1 TO TRAINEES-OPEN
               STRING "  *NOT CERTIFIED* - " DELIMITED BY SIZE
                   REQ-PASSED DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   REQ-TOTAL DELIMITED BY SIZE
                   " PASSED, " DELIMITED BY SIZE
                   REQ-FAILED DELIMITED BY SIZE
                   " FAILED, " DELIMITED BY SIZE
                   REQ-UNFLOWN DELIMITED BY SIZE
                   " NOT YET FLOWN" DELIMITED BY SIZE
                   INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
       3100-EXIT.  EXIT.

       3200-REQUIRED-LINE.
           IF TQ-SCENARIO (TX, RX) = SPACES
               GO TO 3200-EXIT.
           ADD 1 TO REQ-TOTAL.
           MOVE TQ-SCENARIO (TX, RX) TO RL-SCENARIO.
           MOVE TQ-FLOWN (TX, RX) TO RL-FLOWN.
           MOVE TQ-BEST (TX, RX) TO RL-BEST.
           MOVE SPACES TO RL-DESC.
           IF SCNCAT-OPEN
               MOVE TQ-SCENARIO (TX, RX) TO SC-ID
               READ SCNCAT-FILE
                   INVALID KEY
                       MOVE "*NOT ON SCENARIO CATALOG*" TO RL-DESC
                   NOT INVALID KEY
                       MOVE SC-DESC TO RL-DESC.
           IF TQ-FLOWN (TX, RX) = 0
               ADD 1 TO REQ-UNFLOWN
               MOVE "NOT YET FLOWN" TO RL-RESULT
           ELSE
               IF TQ-BEST (TX, RX) NOT = SPACE
                       AND TQ-BEST (TX, RX) NOT > "D"
                   ADD 1 TO REQ-PASSED
                   MOVE "PASSED" TO RL-RESULT
               ELSE
                   ADD 1 TO REQ-FAILED
                   MOVE "FAILED" TO RL-RESULT.
           WRITE CERT-RECORD FROM REQ-LINE.
       3200-EXIT.  EXIT.

      **********************************************
      * 8000-CONTROL-TOTALS CLOSES THE REPORT WITH  *
      * THE FIGURES IT CAN BE BALANCED ON - EVERY   *
      * HISTORY RECORD READ IS ACCOUNTED FOR AS     *
      * CREDITED, FLOWN OUTSIDE THE CURRICULUM,     *
      * UNTIED TO A SCENARIO, OUTSIDE THE           *
      * ENROLLMENT DATES, OR NOT A REPORTED         *
      * TRAINEE'S.                                  *
      **********************************************

       8000-CONTROL-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE "CONTROL TOTALS: " TO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  ROSTER READ " DELIMITED BY SIZE
               ROSTER-READ DELIMITED BY SIZE
               "  OTHER SECTIONS " DELIMITED BY SIZE
               ROSTER-OTHER-SECT DELIMITED BY SIZE
               "  CERTIFIED " DELIMITED BY SIZE
               TRAINEES-CERTIFIED DELIMITED BY SIZE
               "  NOT CERTIFIED " DELIMITED BY SIZE
               TRAINEES-OPEN DELIMITED BY SIZE
               "  NO CURRICULUM " DELIMITED BY SIZE
               TRAINEES-NO-CURRIC DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  MISSIONS READ " DELIMITED BY SIZE
               MISSIONS-READ DELIMITED BY SIZE
               "  CREDITED " DELIMITED BY SIZE
               MISSIONS-CREDITED DELIMITED BY SIZE
               "  NOT REQUIRED " DELIMITED BY SIZE
               MISSIONS-ELECTIVE DELIMITED BY SIZE
               "  UNTIED " DELIMITED BY SIZE
               MISSIONS-UNTIED DELIMITED BY SIZE
               "  OUTSIDE ENROLLMENT " DELIMITED BY SIZE
               MISSIONS-OUTSIDE DELIMITED BY SIZE
               "  NOT A TRAINEE " DELIMITED BY SIZE
               MISSIONS-NOT-TRAINEE DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "  ENGAGEMENTS READ " DELIMITED BY SIZE
               ENGMT-READ DELIMITED BY SIZE
               "  SESSIONS TIED TO A SCENARIO " DELIMITED BY SIZE
               SES-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE CERT-RECORD FROM PRT-LINE.
           IF SES-DROPPED > 0
               MOVE SPACES TO PRT-LINE
               STRING "NOTE - SESSION TABLE FULL, ENGAGEMENT SESSIONS "
                   DELIMITED BY SIZE
                   "NOT NOTED: " DELIMITED BY SIZE
                   SES-DROPPED DELIMITED BY SIZE
                   INTO PRT-LINE
               WRITE CERT-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.

       9000-END-OF-JOB-SECTION SECTION.
       9000-END-OF-JOB.
           CLOSE CERT-FILE.
           DISPLAY "COURSE CERTIFICATION WRITTEN TO CRTRPT ".
       9000-EXIT.  EXIT.
