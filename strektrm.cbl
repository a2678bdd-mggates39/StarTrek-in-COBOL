       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKTRM.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKTRM MAINTAINS THE TRAINEE ROSTER FOR THE        *
      * STAR_TREK TRAINING SIMULATOR.  EACH ROSTER RECORD    *
      * ENROLLS ONE CAPTAIN NAME IN A COURSE SECTION UNDER   *
      * AN INSTRUCTOR, WITH THE ENROLLMENT AND COURSE-END    *
      * DATES AND THE SCENARIO CATALOG EXERCISES THE         *
      * CURRICULUM REQUIRES.  THE ONLINE SIGN-ON CHECKS THE  *
      * CAPTAIN NAME AGAINST THIS FILE, AND STREKCRT GRADES  *
      * THE REQUIRED EXERCISES FOR COURSE CERTIFICATION.     *
      * TRANSACTIONS ARE READ FROM A CARD FILE - ADD, CHG,   *
      * WDR (WITHDRAW), AND LST - AND A LISTING WITH PER-    *
      * CARD DIAGNOSTICS IS PRINTED SO THE TRAINING OFFICE   *
      * CAN PROVE EVERY ENROLLMENT CHANGE.                   *
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
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "ROSTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
           SELECT LIST-FILE ASSIGN TO "ROSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      **********************************************
      * TRAINEE-RECORD IS ONE ENROLLED CAPTAIN.     *
      * THE NAME IS KEYED EXACTLY AS IT IS TYPED AT *
      * SIGN-ON, THE SAME AS THE CAREER FILE KEY.   *
      * DATES ARE YYMMDD AS THE RUN DATE IS CARRIED *
      * ON MISSION HISTORY; A ZERO COURSE-END DATE  *
      * LEAVES THE ENROLLMENT OPEN.  A WITHDRAWN    *
      * TRAINEE STAYS ON FILE FOR THE AUDIT TRAIL   *
      * BUT IS NO LONGER ENROLLED AT SIGN-ON.       *
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

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-ACTION             PIC X(3).
           05  TR-NAME               PIC X(12).
           05  TR-SECTION            PIC X(6).
           05  TR-INSTRUCTOR         PIC X(20).
           05  TR-ENROLL-DATE        PIC 9(6).
           05  TR-END-DATE           PIC 9(6).
           05  TR-REQUIRED           OCCURS 8 TIMES.
               10  TR-REQ-SCN        PIC X(8).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  ROSTER-STATUS             PIC XX VALUE SPACES.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  TRANS-STATUS              PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  TRANS-EOF                 PIC X VALUE "N".
           88  TRANS-DONE            VALUE "Y".
       01  ROSTER-EOF                PIC X VALUE "N".
           88  ROSTER-DONE           VALUE "Y".
       01  ROSTER-FOUND-SW           PIC 9 VALUE 0.
           88  ROSTER-FOUND          VALUE 1.
       01  SCNCAT-OPEN-SW            PIC 9 VALUE 0.
           88  SCNCAT-OPEN           VALUE 1.
       01  CARD-ERR-SW               PIC 9 VALUE 0.
           88  CARD-IN-ERROR         VALUE 1.
       01  CARD-NO                   PIC 9(4) VALUE 0.
       01  ADD-CNT                   PIC 9(4) VALUE 0.
       01  CHG-CNT                   PIC 9(4) VALUE 0.
       01  WDR-CNT                   PIC 9(4) VALUE 0.
       01  ERR-CNT                   PIC 9(4) VALUE 0.
       01  ROS-CNT                   PIC 9(4) VALUE 0.
       01  REQ-CNT                   PIC 9 VALUE 0.
       01  RX                        PIC 99 VALUE 0.
       01  SX                        PIC 99 VALUE 0.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "TRAINEE ROSTER MAINTENANCE    ".
       01  DIAG-LINE.
           05  FILLER                PIC X(8) VALUE "  CARD ".
           05  DG-CARD               PIC ZZZ9.
           05  FILLER                PIC XX VALUE "  ".
           05  DG-TEXT               PIC X(60).
       01  ROS-HDG.
           05  FILLER                PIC X(17) VALUE
               "  CAPTAIN      S ".
           05  FILLER                PIC X(28) VALUE
               "SECTN  INSTRUCTOR          ".
           05  FILLER                PIC X(30) VALUE
               "ENROLL  ENDS   REQ           ".
       01  ROS-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  RO-NAME               PIC X(12).
           05  FILLER                PIC X VALUE SPACE.
           05  RO-STATUS             PIC X.
           05  FILLER                PIC X VALUE SPACE.
           05  RO-SECTION            PIC X(6).
           05  FILLER                PIC X VALUE SPACE.
           05  RO-INSTRUCTOR         PIC X(20).
           05  FILLER                PIC X VALUE SPACE.
           05  RO-ENROLL-DATE        PIC 9(6).
           05  FILLER                PIC X VALUE SPACE.
           05  RO-END-DATE           PIC 9(6).
           05  FILLER                PIC XX VALUE SPACES.
           05  RO-REQ-CNT            PIC 9.
       01  REQ-LINE.
           05  FILLER                PIC X(18) VALUE
               "     REQUIRES:    ".
           05  RQ-ENTRY              OCCURS 8 TIMES.
               10  RQ-SCN            PIC X(8).
               10  FILLER            PIC X.

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STATUS NOT = "00" AND TRANS-STATUS NOT = "05"
               MOVE "NO TRANSACTION FILE SUPPLIED - NOTHING DONE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE LIST-FILE
               DISPLAY "ROSTER MAINTENANCE LISTING WRITTEN TO ROSLIST "
               STOP RUN.
           PERFORM 0100-OPEN-ROSTER THRU 0100-EXIT.
           PERFORM 1000-TRANSACTION THRU 1000-EXIT
               UNTIL TRANS-DONE.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           CLOSE ROSTER-FILE.
           IF SCNCAT-OPEN
               CLOSE SCNCAT-FILE.
           CLOSE TRANS-FILE.
           CLOSE LIST-FILE.
           DISPLAY "ROSTER MAINTENANCE LISTING WRITTEN TO ROSLIST ".
           STOP RUN.

      **********************************************
      * 0100-OPEN-ROSTER OPENS THE ROSTER FOR       *
      * UPDATE, BUILDING AN EMPTY FILE FIRST WHEN   *
      * NONE IS YET ON FILE, THE SAME WAY THE       *
      * SCENARIO CATALOG IS BROUGHT UP.  THE        *
      * CATALOG ITSELF IS ONLY READ, TO PROVE EACH  *
      * REQUIRED SCENARIO ID - WHEN IT CANNOT BE    *
      * OPENED THE IDS ARE TAKEN UNVERIFIED AND     *
      * EACH CARD SAYS SO.                          *
      **********************************************

       0100-OPEN-ROSTER.
           OPEN I-O ROSTER-FILE.
           IF ROSTER-STATUS = "35"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00" AND ROSTER-STATUS NOT = "05"
               MOVE "TRAINEE ROSTER UNAVAILABLE - NOTHING DONE "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE ROSTER-FILE
               CLOSE TRANS-FILE
               CLOSE LIST-FILE
               DISPLAY "TRAINEE ROSTER UNAVAILABLE "
               STOP RUN.
           OPEN INPUT SCNCAT-FILE.
           IF SCNCAT-STATUS = "00"
               MOVE 1 TO SCNCAT-OPEN-SW
           ELSE
               CLOSE SCNCAT-FILE.
       0100-EXIT.  EXIT.

      **********************************************
      * 1000-TRANSACTION READS AND APPLIES ONE      *
      * MAINTENANCE CARD.  EVERY CARD IS ANSWERED   *
      * ON THE LISTING BY CARD NUMBER, ACCEPTED OR  *
      * REJECTED, SO A MIS-PUNCHED CARD IS CAUGHT   *
      * ON PAPER AND NEVER HALF-APPLIED.            *
      **********************************************

       1000-TRANSACTION.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF
                   GO TO 1000-EXIT.
           ADD 1 TO CARD-NO.
           MOVE 0 TO CARD-ERR-SW.
           IF TR-ACTION = "LST"
               PERFORM 4000-LIST-ROSTER THRU 4000-EXIT
               GO TO 1000-EXIT.
           IF TR-ACTION NOT = "ADD" AND TR-ACTION NOT = "CHG"
                   AND TR-ACTION NOT = "WDR"
               MOVE "UNKNOWN ACTION - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               GO TO 1000-EXIT.
           IF TR-NAME = SPACES
               MOVE "CAPTAIN NAME MISSING - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               GO TO 1000-EXIT.
           PERFORM 1100-FIND-TRAINEE THRU 1100-EXIT.
           IF TR-ACTION = "ADD"
               PERFORM 2000-ADD-TRAINEE THRU 2000-EXIT
           ELSE
               IF TR-ACTION = "CHG"
                   PERFORM 2100-CHG-TRAINEE THRU 2100-EXIT
               ELSE
                   PERFORM 2200-WDR-TRAINEE THRU 2200-EXIT.
       1000-EXIT.  EXIT.

       1100-FIND-TRAINEE.
           MOVE 0 TO ROSTER-FOUND-SW.
           MOVE TR-NAME TO TN-NAME-VAR.
           READ ROSTER-FILE
               INVALID KEY
                   MOVE 0 TO ROSTER-FOUND-SW
               NOT INVALID KEY
                   MOVE 1 TO ROSTER-FOUND-SW.
       1100-EXIT.  EXIT.

       2000-ADD-TRAINEE.
           IF ROSTER-FOUND
               MOVE "CAPTAIN ALREADY ENROLLED - ADD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               GO TO 2000-EXIT.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF CARD-IN-ERROR
               GO TO 2000-EXIT.
           MOVE TR-NAME TO TN-NAME-VAR.
           PERFORM 3100-MOVE-FIELDS THRU 3100-EXIT.
           MOVE "A" TO TN-STATUS.
           WRITE TRAINEE-RECORD.
           ADD 1 TO ADD-CNT.
           MOVE "TRAINEE ENROLLED" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2000-EXIT.  EXIT.

       2100-CHG-TRAINEE.
           IF NOT ROSTER-FOUND
               MOVE "CAPTAIN NOT ON ROSTER - CHG REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               GO TO 2100-EXIT.
           PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT.
           IF CARD-IN-ERROR
               GO TO 2100-EXIT.
           PERFORM 3100-MOVE-FIELDS THRU 3100-EXIT.
      *    A CHANGE RE-ENROLLS A WITHDRAWN TRAINEE - THE TRAINING
      *    OFFICE READMITS A CAPTAIN BY CORRECTING THE ENROLLMENT.
           MOVE "A" TO TN-STATUS.
           REWRITE TRAINEE-RECORD.
           ADD 1 TO CHG-CNT.
           MOVE "ENROLLMENT CHANGED" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2100-EXIT.  EXIT.

       2200-WDR-TRAINEE.
           IF NOT ROSTER-FOUND
               MOVE "CAPTAIN NOT ON ROSTER - WDR REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               GO TO 2200-EXIT.
           MOVE "W" TO TN-STATUS.
           REWRITE TRAINEE-RECORD.
           ADD 1 TO WDR-CNT.
           MOVE "TRAINEE WITHDRAWN" TO DG-TEXT.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
       2200-EXIT.  EXIT.

      **********************************************
      * 3000-EDIT-FIELDS HOLDS EVERY ROSTER FIELD   *
      * TO ITS LEGAL VALUES.  EACH REQUIRED         *
      * SCENARIO MUST BE AN ACTIVE CATALOG EXERCISE *
      * AND MAY BE NAMED ONLY ONCE - A RETIRED      *
      * SCENARIO CAN NEVER BE FLOWN, SO IT COULD    *
      * NEVER BE PASSED.                            *
      **********************************************

       3000-EDIT-FIELDS.
           IF TR-SECTION = SPACES
               MOVE "COURSE SECTION MISSING - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-INSTRUCTOR = SPACES
               MOVE "INSTRUCTOR MISSING - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-ENROLL-DATE NOT NUMERIC OR TR-ENROLL-DATE = 0
               MOVE "ENROLLMENT DATE MUST BE YYMMDD - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-END-DATE NOT NUMERIC
               MOVE "COURSE-END DATE MUST BE YYMMDD OR ZERO - CARD REJ
      -            "ECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
           ELSE
               IF TR-ENROLL-DATE NUMERIC AND TR-END-DATE > 0
                       AND TR-END-DATE < TR-ENROLL-DATE
                   MOVE "COURSE ENDS BEFORE ENROLLMENT - CARD REJECTED"
                       TO DG-TEXT
                   PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF NOT SCNCAT-OPEN
               MOVE "SCENARIO CATALOG UNAVAILABLE - IDS NOT VERIFIED"
                   TO DG-TEXT
               PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
           PERFORM 3010-EDIT-SCENARIO THRU 3010-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8.
       3000-EXIT.  EXIT.

       3010-EDIT-SCENARIO.
           IF TR-REQ-SCN (RX) = SPACES
               GO TO 3010-EXIT.
           IF RX > 1
               PERFORM 3020-CHECK-REPEAT THRU 3020-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX NOT < RX.
           IF NOT SCNCAT-OPEN
               GO TO 3010-EXIT.
           MOVE TR-REQ-SCN (RX) TO SC-ID.
           READ SCNCAT-FILE
               INVALID KEY
                   MOVE SPACES TO DG-TEXT
                   STRING "SCENARIO " DELIMITED BY SIZE
                       TR-REQ-SCN (RX) DELIMITED BY SIZE
                       " NOT ON CATALOG - CARD REJECTED"
                           DELIMITED BY SIZE
                       INTO DG-TEXT
                   PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
                   GO TO 3010-EXIT.
           IF SC-RETIRED
               MOVE SPACES TO DG-TEXT
               STRING "SCENARIO " DELIMITED BY SIZE
                   TR-REQ-SCN (RX) DELIMITED BY SIZE
                   " IS RETIRED - CARD REJECTED" DELIMITED BY SIZE
                   INTO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
       3010-EXIT.  EXIT.

       3020-CHECK-REPEAT.
           IF TR-REQ-SCN (SX) = TR-REQ-SCN (RX)
               MOVE SPACES TO DG-TEXT
               STRING "SCENARIO " DELIMITED BY SIZE
                   TR-REQ-SCN (RX) DELIMITED BY SIZE
                   " REQUIRED TWICE - CARD REJECTED" DELIMITED BY SIZE
                   INTO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
       3020-EXIT.  EXIT.

       3100-MOVE-FIELDS.
           MOVE TR-SECTION TO TN-SECTION.
           MOVE TR-INSTRUCTOR TO TN-INSTRUCTOR.
           MOVE TR-ENROLL-DATE TO TN-ENROLL-DATE.
           MOVE TR-END-DATE TO TN-END-DATE.
           PERFORM 3110-MOVE-SCENARIO THRU 3110-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8.
       3100-EXIT.  EXIT.

       3110-MOVE-SCENARIO.
           MOVE TR-REQ-SCN (RX) TO TN-REQ-SCN (RX).
       3110-EXIT.  EXIT.

      **********************************************
      * 4000-LIST-ROSTER PRINTS THE WHOLE ROSTER IN *
      * CAPTAIN ORDER, WITHDRAWN TRAINEES INCLUDED  *
      * AND MARKED, EACH WITH THE CURRICULUM IT     *
      * OWES, SO THE TRAINING OFFICE CAN AUDIT THE  *
      * ENROLLMENTS ON FILE.                        *
      **********************************************

       4000-LIST-ROSTER.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "TRAINEE ROSTER LISTING: " TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           WRITE LIST-RECORD FROM ROS-HDG.
           MOVE 0 TO ROS-CNT.
           MOVE "N" TO ROSTER-EOF.
           MOVE LOW-VALUES TO TN-NAME-VAR.
           START ROSTER-FILE KEY NOT < TN-NAME-VAR
               INVALID KEY
                   MOVE "Y" TO ROSTER-EOF.
           PERFORM 4100-LIST-TRAINEE THRU 4100-EXIT
               UNTIL ROSTER-DONE.
           IF ROS-CNT = 0
               MOVE "  ROSTER IS EMPTY " TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       4000-EXIT.  EXIT.

       4100-LIST-TRAINEE.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ROSTER-EOF
                   GO TO 4100-EXIT.
           ADD 1 TO ROS-CNT.
           MOVE TN-NAME-VAR TO RO-NAME.
           MOVE TN-STATUS TO RO-STATUS.
           MOVE TN-SECTION TO RO-SECTION.
           MOVE TN-INSTRUCTOR TO RO-INSTRUCTOR.
           MOVE TN-ENROLL-DATE TO RO-ENROLL-DATE.
           MOVE TN-END-DATE TO RO-END-DATE.
           MOVE 0 TO REQ-CNT.
           MOVE SPACES TO REQ-LINE (19:).
           PERFORM 4110-LIST-SCENARIO THRU 4110-EXIT
               VARYING RX FROM 1 BY 1 UNTIL RX > 8.
           MOVE REQ-CNT TO RO-REQ-CNT.
           WRITE LIST-RECORD FROM ROS-LINE.
           IF REQ-CNT > 0
               WRITE LIST-RECORD FROM REQ-LINE.
       4100-EXIT.  EXIT.

       4110-LIST-SCENARIO.
           IF TN-REQ-SCN (RX) = SPACES
               GO TO 4110-EXIT.
           ADD 1 TO REQ-CNT.
           MOVE TN-REQ-SCN (RX) TO RQ-SCN (REQ-CNT).
       4110-EXIT.  EXIT.

       7000-DIAGNOSE.
           MOVE CARD-NO TO DG-CARD.
           WRITE LIST-RECORD FROM DIAG-LINE.
       7000-EXIT.  EXIT.

       7100-DIAGNOSE-ERR.
           PERFORM 7000-DIAGNOSE THRU 7000-EXIT.
           IF NOT CARD-IN-ERROR
               MOVE 1 TO CARD-ERR-SW
               ADD 1 TO ERR-CNT.
       7100-EXIT.  EXIT.

       8000-PRINT-TOTALS.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "TOTALS - CARDS READ " DELIMITED BY SIZE
               CARD-NO DELIMITED BY SIZE
               "  ENROLLED " DELIMITED BY SIZE
               ADD-CNT DELIMITED BY SIZE
               "  CHANGED " DELIMITED BY SIZE
               CHG-CNT DELIMITED BY SIZE
               "  WITHDRAWN " DELIMITED BY SIZE
               WDR-CNT DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               ERR-CNT DELIMITED BY SIZE
               INTO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
       8000-EXIT.  EXIT.
