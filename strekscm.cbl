      * STAR_TREK TRAINING SIMULATOR.  EACH CATALOG RECORD   *
      * HOLDS ONE STANDARD EXERCISE - SEED, ENEMY ORDER OF   *
      * BATTLE, BASE COUNT, STARDATE WINDOW, AND RECOMMENDED *
      * SKILL LEVEL, AND THE ENEMY DOCTRINE IT IS FLOWN      *
      * UNDER - KEYED ON A SCENARIO ID, SO AN ONLINE         *
      * STARTUP CARD CAN NAME THE SCENARIO INSTEAD OF HAND-  *
      * KEYING EVERY COLUMN.  TRANSACTIONS ARE READ FROM A   *
      * CARD FILE - ADD, CHG, RET (RETIRE), AND LST - AND A  *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-ID
               FILE STATUS IS SCNCAT-STATUS.
           SELECT OPTIONAL DOCTRN-FILE ASSIGN TO "DOCTRINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-ID
               FILE STATUS IS DOCTRN-STATUS.
           SELECT OPTIONAL TRANS-FILE ASSIGN TO "SCNTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-STATUS.
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

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TR-BASES              PIC 9.
           05  TR-STARDATES          PIC 99.
           05  TR-SKILL              PIC 9.
           05  TR-DOCTRINE           PIC X(8).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  SCNCAT-STATUS             PIC XX VALUE SPACES.
       01  DOCTRN-STATUS             PIC XX VALUE SPACES.
       01  TRANS-STATUS              PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  TRANS-EOF                 PIC X VALUE "N".
           05  FILLER                PIC X(32) VALUE
               " DESCRIPTION                    ".
           05  FILLER                PIC X(30) VALUE
               "  SEED  KL RO B SD SK DOCTRINE".
       01  CAT-LINE.
           05  FILLER                PIC XX VALUE SPACES.
           05  CA-ID                 PIC X(8).
           05  CA-STARDATES          PIC Z9.
           05  FILLER                PIC XX VALUE SPACES.
           05  CA-SKILL              PIC 9.
           05  FILLER                PIC X VALUE SPACE.
           05  CA-DOCTRINE           PIC X(8).

       PROCEDURE DIVISION.

               MOVE "SKILL MUST BE 1 THRU 4 - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           IF TR-DOCTRINE NOT = SPACES
               PERFORM 3050-CHECK-DOCTRINE THRU 3050-EXIT.
       3000-EXIT.  EXIT.

      *    A SCENARIO MAY ONLY NAME A DOCTRINE THAT IS ON FILE AND
      *    ACTIVE - A BLANK DOCTRINE FLIES THE STANDARD ENEMY.
       3050-CHECK-DOCTRINE.
           OPEN INPUT DOCTRN-FILE.
           IF DOCTRN-STATUS NOT = "00" AND DOCTRN-STATUS NOT = "05"
               MOVE "DOCTRINE FILE UNAVAILABLE - CARD REJECTED"
                   TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
               CLOSE DOCTRN-FILE
               GO TO 3050-EXIT.
           MOVE TR-DOCTRINE TO DT-ID.
           READ DOCTRN-FILE
               INVALID KEY
                   MOVE "DOCTRINE NOT ON FILE - CARD REJECTED"
                       TO DG-TEXT
                   PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT
                   CLOSE DOCTRN-FILE
                   GO TO 3050-EXIT.
           IF DT-RETIRED
               MOVE "DOCTRINE IS RETIRED - CARD REJECTED" TO DG-TEXT
               PERFORM 7100-DIAGNOSE-ERR THRU 7100-EXIT.
           CLOSE DOCTRN-FILE.
       3050-EXIT.  EXIT.

       3100-MOVE-FIELDS.
           MOVE TR-DESC TO SC-DESC.
           MOVE TR-SEED TO SC-SEED.
           MOVE TR-BASES TO SC-BASES.
           MOVE TR-STARDATES TO SC-STARDATES.
           MOVE TR-SKILL TO SC-SKILL.
           MOVE TR-DOCTRINE TO SC-DOCTRINE.
       3100-EXIT.  EXIT.

      **********************************************
           MOVE SC-BASES TO CA-BASES.
           MOVE SC-STARDATES TO CA-STARDATES.
           MOVE SC-SKILL TO CA-SKILL.
           MOVE SC-DOCTRINE TO CA-DOCTRINE.
           WRITE LIST-RECORD FROM CAT-LINE.
       4100-EXIT.  EXIT.

