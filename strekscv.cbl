       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREKSCV.
       AUTHOR.  KURT WILHELM.
       INSTALLATION.  OAKLAND UNIVERSITY.
       DATE-WRITTEN.  SEPTEMBER 1, 2026.
      *
      *******************************************************
      * STREKSCV IS THE ONE-TIME CUTOVER CONVERSION FOR THE  *
      * SCENARIO CATALOG, WHOSE RECORD GREW WHEN A SCENARIO  *
      * WAS GIVEN AN ENEMY DOCTRINE TO NAME.  THE CATALOG IS *
      * FIXED-LENGTH INDEXED, SO THE NEW PROGRAMS CANNOT     *
      * READ OLD-LENGTH RECORDS.  THIS JOB COPIES THE OLD    *
      * CATALOG, IN KEY ORDER, TO A NEW-FORMAT CATALOG,      *
      * PADDING THE DOCTRINE COLUMNS WITH SPACES - A         *
      * SCENARIO THAT NAMES NO DOCTRINE FLIES THE STANDARD   *
      * ENEMY, EXACTLY AS IT DID BEFORE.                     *
      *                                                      *
      *   SCNCATLG (53) -> SCNCATLN (61)                     *
      *                                                      *
      * CUTOVER PROCEDURE - RUN ONCE, WITH THE ONLINE AND    *
      * SHIFT-END JOBS DOWN:                                 *
      *   1. RUN THIS JOB AND CHECK THE SCVLIST COUNTS       *
      *      AGAINST THE LAST STREKSCM LST LISTING.          *
      *   2. SWAP THE NEW-FORMAT CATALOG IN UNDER THE OLD    *
      *      NAME, KEEPING THE OLD ONE UNTIL THE FIRST CLEAN *
      *      SHIFT-END RUN.                                  *
      *   3. THE CHECKPT FILE ALSO CHANGED SHAPE - IT NOW    *
      *      CARRIES THE DOCTRINE OF A SAVED MISSION - SO    *
      *      PURGE THE CHECKPOINTS WITH STREKHSK AT CUTOVER  *
      *      INSTEAD OF CONVERTING, AS WAS DONE AT THE       *
      *      MISSION-HISTORY CUTOVER.                        *
      *   4. EMPTY THE SESSION JOURNALS (JRNL-*) AT CUTOVER  *
      *      AS WELL - A PRE-CUTOVER JOURNAL CARRIES NO      *
      *      DOCTRINE RECORDS, SO ITS WATCH IS NOT REPLAYED  *
      *      AFTERWARD.                                      *
      *******************************************************
      *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  V-380.
       OBJECT-COMPUTER.  V-300.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCOLD-FILE ASSIGN TO "SCNCATLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCO-ID
               FILE STATUS IS SCOLD-STATUS.
           SELECT SCNEW-FILE ASSIGN TO "SCNCATLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCN-ID
               FILE STATUS IS SCNEW-STATUS.
           SELECT LIST-FILE ASSIGN TO "SCVLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCOLD-FILE.
       01  SCOLD-RECORD.
           05  SCO-ID                PIC X(8).
           05  SCO-BODY              PIC X(45).

       FD  SCNEW-FILE.
       01  SCNEW-RECORD.
           05  SCN-ID                PIC X(8).
           05  SCN-BODY              PIC X(45).
           05  SCN-DOCTRINE          PIC X(8).

       FD  LIST-FILE.
       01  LIST-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
       01  SCOLD-STATUS              PIC XX VALUE SPACES.
       01  SCNEW-STATUS              PIC XX VALUE SPACES.
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
               "SCENARIO CATALOG CONVERSION   ".

       PROCEDURE DIVISION.

       0000-CONTROL SECTION.
       0000-PROGRAM-CONTROL.
           OPEN OUTPUT LIST-FILE.
           WRITE LIST-RECORD FROM HDG-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           PERFORM 1000-CONVERT-CATALOG THRU 1000-EXIT.
           MOVE SPACES TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "CONVERSION COMPLETE - SWAP THE NEW FILE IN AND "
               TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           MOVE "KEEP THE OLD FILE UNTIL THE FIRST CLEAN SHIFT END "
               TO PRT-LINE.
           WRITE LIST-RECORD FROM PRT-LINE.
           CLOSE LIST-FILE.
           DISPLAY "CONVERSION LISTING WRITTEN TO SCVLIST ".
           STOP RUN.

       1000-CONVERT-CATALOG.
           MOVE "N" TO FILE-EOF.
           MOVE 0 TO IN-CNT.
           MOVE 0 TO OUT-CNT.
           OPEN INPUT SCOLD-FILE.
           IF SCOLD-STATUS NOT = "00" AND SCOLD-STATUS NOT = "05"
               MOVE "SCNCATLG NOT ON FILE - NOTHING CONVERTED "
                   TO PRT-LINE
               WRITE LIST-RECORD FROM PRT-LINE
               CLOSE SCOLD-FILE
               GO TO 1000-EXIT.
           OPEN OUTPUT SCNEW-FILE.
           PERFORM 1100-CATALOG-RECORD THRU 1100-EXIT
               UNTIL FILE-DONE.
           CLOSE SCOLD-FILE.
           CLOSE SCNEW-FILE.
           MOVE "SCNCATLG" TO PRT-LINE.
           PERFORM 9000-COUNT-LINE THRU 9000-EXIT.
       1000-EXIT.  EXIT.

      *    THE OLD CATALOG IS READ IN KEY ORDER, SO THE NEW ONE IS
      *    LOADED IN KEY ORDER TOO - A WRITE THAT IS REFUSED IS LEFT
      *    OUT OF THE WRITTEN COUNT AND SHOWS AS AN IMBALANCE.
       1100-CATALOG-RECORD.
           READ SCOLD-FILE
               AT END
                   MOVE "Y" TO FILE-EOF
                   GO TO 1100-EXIT.
           ADD 1 TO IN-CNT.
           MOVE SCO-ID TO SCN-ID.
           MOVE SCO-BODY TO SCN-BODY.
           MOVE SPACES TO SCN-DOCTRINE.
           WRITE SCNEW-RECORD.
           IF SCNEW-STATUS = "00"
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
