               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS SCNCAT-STATUS.
           SELECT OPTIONAL DOCTRN-FILE ASSIGN TO "DOCTRINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ID
               FILE STATUS IS DOCTRN-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "TRAINROS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-NAME-VAR
               FILE STATUS IS ROSTER-STATUS.
           SELECT CHECK-FILE ASSIGN TO "DECKCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECK-STATUS.
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

       FD  DOCTRN-FILE.
       01  DOCTRINE-RECORD.
           05  DT-ID                 PIC X(8).
           05  DT-DESC               PIC X(30).
           05  DT-SETTINGS           PIC X(23).
           05  DT-STATUS             PIC X.
               88  DT-ACTIVE         VALUE "A".
               88  DT-RETIRED        VALUE "R".

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

       FD  CHECK-FILE.
       01  CHECK-RECORD              PIC X(120).
       WORKING-STORAGE SECTION.
       01  PARM-STATUS               PIC XX VALUE SPACES.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  DOCTRN-STATUS             PIC XX VALUE SPACES.
       01  CHECK-STATUS              PIC XX VALUE SPACES.
       01  ROSTER-STATUS             PIC XX VALUE SPACES.
       01  PARM-EOF                  PIC X VALUE "N".
           88  PARM-DONE             VALUE "Y".
       01  CARD-NO                   PIC 9(4) VALUE 0.
      * ONLINE 0050/0100/0120 PARAGRAPHS ENFORCE,   *
      * AND LOOKS A NAMED SCENARIO UP ON THE        *
      * CATALOG SO A RETIRED OR MIS-KEYED SCENARIO  *
      * ID IS CAUGHT BEFORE THE RUN.  A NAMED ENEMY *
      * DOCTRINE IS LOOKED UP ON THE DOCTRINE FILE  *
      * THE SAME WAY.                               *
      **********************************************

       1000-CHECK-STARTUP.
               PERFORM 7100-DIAG-ERROR THRU 7100-EXIT.
           IF PARM-NAME = SPACES
               MOVE "CAPTAIN NAME MISSING" TO DG-TEXT
               PERFORM 7100-DIAG-ERROR THRU 7100-EXIT
           ELSE
               PERFORM 1200-CHECK-ROSTER THRU 1200-EXIT.
           IF PARM-SKILL NOT NUMERIC
               MOVE "SKILL NOT NUMERIC" TO DG-TEXT
               PERFORM 7100-DIAG-ERROR THRU 7100-EXIT
                   PERFORM 7200-DIAG-WARN THRU 7200-EXIT.
           IF PARM-SCENARIO NOT = SPACES
               PERFORM 1100-CHECK-SCENARIO THRU 1100-EXIT.
           IF PARM-DOCTRINE NOT = SPACES
               PERFORM 1300-CHECK-DOCTRINE THRU 1300-EXIT.
       1000-EXIT.  EXIT.

       1100-CHECK-SCENARIO.
           CLOSE SCNCAT-FILE.
       1100-EXIT.  EXIT.

      *    AN UNATTENDED MISSION UNDER A NAME NOT ON THE TRAINEE
      *    ROSTER IS STILL FLOWN, BUT FLAGGED - WARN SO THE NAME
      *    CAN BE CORRECTED BEFORE THE RUN RATHER THAN AFTER.
       1200-CHECK-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-STATUS NOT = "00"
               CLOSE ROSTER-FILE
               GO TO 1200-EXIT.
           MOVE LOW-VALUES TO TN-NAME-VAR.
           START ROSTER-FILE KEY NOT < TN-NAME-VAR
               INVALID KEY
                   CLOSE ROSTER-FILE
                   GO TO 1200-EXIT.
           MOVE PARM-NAME TO TN-NAME-VAR.
           READ ROSTER-FILE
               INVALID KEY
                   MOVE "CAPTAIN NOT ON TRAINEE ROSTER - MISSION WILL BE
      -            " FLAGGED" TO DG-TEXT
                   PERFORM 7200-DIAG-WARN THRU 7200-EXIT
                   CLOSE ROSTER-FILE
                   GO TO 1200-EXIT.
           IF NOT TN-ENROLLED
               MOVE "CAPTAIN WITHDRAWN FROM ROSTER - MISSION WILL BE FL
      -            "AGGED" TO DG-TEXT
               PERFORM 7200-DIAG-WARN THRU 7200-EXIT.
           CLOSE ROSTER-FILE.
       1200-EXIT.  EXIT.

      *    THE ONLINE RUN FLIES A MISSING OR RETIRED DOCTRINE UNDER
      *    THE STANDARD DOCTRINE, SO THE CARD IS ONLY WARNED.
       1300-CHECK-DOCTRINE.
           OPEN INPUT DOCTRN-FILE.
           IF DOCTRN-STATUS NOT = "00" AND DOCTRN-STATUS NOT = "05"
               MOVE "DOCTRINE FILE UNAVAILABLE - ID NOT VERIFIED"
                   TO DG-TEXT
               PERFORM 7200-DIAG-WARN THRU 7200-EXIT
               CLOSE DOCTRN-FILE
               GO TO 1300-EXIT.
           MOVE PARM-DOCTRINE TO DT-ID.
           READ DOCTRN-FILE
               INVALID KEY
                   MOVE "DOCTRINE NOT ON FILE - STANDARD DOCTRINE WILL B
      -            "E USED" TO DG-TEXT
                   PERFORM 7200-DIAG-WARN THRU 7200-EXIT
                   CLOSE DOCTRN-FILE
                   GO TO 1300-EXIT.
           IF DT-RETIRED
               MOVE "DOCTRINE IS RETIRED - STANDARD DOCTRINE WILL BE US
      -            "ED" TO DG-TEXT
               PERFORM 7200-DIAG-WARN THRU 7200-EXIT.
           CLOSE DOCTRN-FILE.
       1300-EXIT.  EXIT.

      **********************************************
      * 2000-CHECK-COMMAND VALIDATES ONE BRIDGE-    *
      * COMMAND CARD - THE COMMAND CODE AGAINST THE *
