       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKMCV.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKMCV IS THE ONE-TIME CUTOVER CONVERSION FOR THE  *
      * MISSION-HISTORY FILE, WHOSE RECORD GREW WHEN THE     *
      * CATALOG SCENARIO ID WAS ADDED TO IT.  THE FILE IS    *
      * FIXED-LENGTH SEQUENTIAL, SO THE NEW PROGRAMS CANNOT  *
      * READ OLD-LENGTH RECORDS AND THE ONLINE RUN MUST      *
      * NEVER APPEND NEW-LENGTH RECORDS BEHIND OLD ONES.     *
      * THIS JOB COPIES THE OLD FILE TO A NEW-FORMAT FILE,   *
      * PADDING THE SCENARIO COLUMNS WITH SPACES - THE SAME  *
      * VALUE A MISSION FLOWN WITHOUT A SCENARIO CARRIES.    *
      *                                                      *
      *   MISNHST  (52) -> MISNHSTN (60)                     *
      *                                                      *
      * CUTOVER PROCEDURE - RUN ONCE, WITH THE ONLINE AND    *
      * SHIFT-END JOBS DOWN:                                 *
      *   1. RUN THIS JOB AND CHECK THE MCVLIST COUNTS       *
      *      AGAINST THE OLD FILE.                           *
      *   2. SWAP THE NEW-FORMAT FILE IN UNDER THE OLD NAME, *
      *      KEEPING THE OLD FILE UNTIL THE FIRST CLEAN      *
      *      SHIFT-END RUN.                                  *
      *   3. THE CHECKPT FILE ALSO CHANGED SHAPE - IT NOW    *
      *      CARRIES THE SCENARIO OF A SAVED MISSION - SO    *
      *      PURGE THE CHECKPOINTS WITH STREKHSK AT CUTOVER  *
      *      INSTEAD OF CONVERTING; A PRE-CUTOVER MISSION    *
      *      CANNOT BE RESUMED AFTERWARD.                    *
      *   4. EMPTY THE SESSION JOURNALS (JRNL-*) AT CUTOVER  *
      *      AS WELL - A PRE-CUTOVER WATCH IS NOT REPLAYED   *
      *      AGAINST THE NEW FILES.                          *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MHOLD-FILE ASSIGN TO "MISNHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MHOLD-STATUS.
           SELECT MHNEW-FILE ASSIGN TO "MISNHSTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MHNEW-STATUS.
           SELECT LIST-FILE ASSIGN TO "MCVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MHOLD-FILE.
       01  MHOLD-RECORD              PIC X(52).

       FD  MHNEW-FILE.
       01  MHNEW-RECORD.
           05  MNR-BODY              PIC X(52).
           05  MNR-SCENARIO          PIC X(8).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  MHOLD-STATUS              PIC XX VALUE SPACES.
       01  MHNEW-STATUS              PIC XX VALUE SPACES.
       01  LIST-STATUS               PIC XX VALUE SPACES.
       01  FILE-EOF                  PIC X VALUE "N".
           88  FILE-DONE             VALUE "Y".
       01  IN-CNT                    PIC 9(6) VALUE 0.
       01  OUT-CNT                   PIC 9(6) VALUE 0.
       01  PRT-LINE                  PIC X(120) VALUE SPACES.
       01  HDG-LINE.
           05  FILLER                PIC X(36) VALUE
               "STAR FLEET TRAINING COMMAND         ".
           05  FILLER                PIC X(30) VALUE
               "MISSION HISTORY CONVERSION    ".

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           PERFORM 1000-CONVERT-MISNHST THRU 1000-EXIT.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "CONVERSION COMPLETE - SWAP THE NEW FILE IN AND "
               TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "KEEP THE OLD FILE UNTIL THE FIRST CLEAN SHIFT END "
               TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           CLOSE LIST-FILE.
           DISPLAY "CONVERSION LISTING WRITTEN TO MCVLIST ".
           STOP RUN.

       1000-CONVERT-MISNHST.
           MOVE "N" TO FILE-EOF.
           MOVE 0 TO IN-CNT.
           MOVE 0 TO OUT-CNT.
           OPEN INPUT MHOLD-FILE.
           IF MHOLD-STATUS NOT = "00" AND MHOLD-STATUS NOT = "05"
               MOVE "MISNHST NOT ON FILE - NOTHING CONVERTED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE MHOLD-FILE
               GO TO 1000-EXIT.
           OPEN OUTPUT MHNEW-FILE.
           PERFORM 1100-MISNHST-RECORD THRU 1100-EXIT
               UNTIL FILE-DONE.
           CLOSE MHOLD-FILE.
           CLOSE MHNEW-FILE.
           MOVE "MISNHST" TO PRT-LINE.
           PERFORM 9000-COUNT-LINE THRU 9000-EXIT.
       1000-EXIT.  EXIT.

       1100-MISNHST-RECORD.
           READ MHOLD-FILE
               AT END
                   MOVE "Y" TO FILE-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO IN-CNT.
           MOVE MHOLD-RECORD TO MNR-BODY.
           MOVE SPACES TO MNR-SCENARIO.
           WRITE MHNEW-RECORD.
           ADD 1 TO OUT-CNT.
       1100-EXIT.  EXIT.

       9000-COUNT-LINE.
           MOVE SPACES TO PRT-LINE (10:).
           STRING " - RECORDS READ " DELIMITED BY SIZE
               IN-CNT DELIMITED BY SIZE
               "  WRITTEN " DELIMITED BY SIZE
               OUT-CNT DELIMITED BY SIZE
               INTO PRT-LINE (10:).
           WRITE LIST-RECORD FROM PRT-LINE.
       9000-EXIT.  EXIT.
