002200*                      archive.
002300*    21/08/2026  LB   Transcript record is now 132 bytes - it
002400*                      carries CHOICE-TWO next to CHOICE-ONE.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   The lines read are checked against their
      *                      day seals on TRANSIGL (Hitsigil) before
      *                      they are split; days that differ are
      *                      shown and counted in the run summary.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TRANSCRIPT-FILE.
004300 01  TRANSCRIPT-RECORD          PIC X(160).
004400 FD  CURRENT-FILE.
004500 01  CURRENT-RECORD             PIC X(160).
004600 FD  ARCHIVE-FILE.
004700 01  ARCHIVE-RECORD             PIC X(160).
004800 WORKING-STORAGE SECTION.
004900*
005000*    Layout of one transcript detail line, matching
006900     05  HAR-INVALID-CT       PIC X(02).
007000     05  FILLER               PIC X(01).
007100     05  HAR-ENDING-TEXT      PIC X(90).
           05  FILLER               PIC X(01).
           05  HAR-PLAYER-NAME      PIC X(20).
           05  FILLER               PIC X(01).
           05  HAR-PICKUP-CT        PIC X(01).
           05  FILLER               PIC X(05).
007200 01  HAR-TRAN-STATUS          PIC X(02) VALUE "00".
007300 01  HAR-CUR-STATUS           PIC X(02) VALUE "00".
007400 01  HAR-ARC-STATUS           PIC X(02) VALUE "00".
009100 77  HAR-MOVED-CT             PIC 9(06) VALUE ZERO.
009200 77  HAR-MONTH-CT             PIC 9(06) VALUE ZERO.
009300 77  HAR-BAD-CT               PIC 9(06) VALUE ZERO.
009400 01  HAR-TRAILER-LINE         PIC X(160) VALUE SPACES.
      *
      *    Day-seal request passed to Hitsigil - layout must match
      *    SGQ-REQUEST there.
       01  HAR-SEAL-REQUEST.
           05  HAR-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
           05  HAR-SEAL-CALLER      PIC X(08) VALUE "HITARCH".
           05  HAR-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
           05  HAR-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
           05  HAR-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
           05  HAR-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
           05  HAR-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
           05  HAR-SEAL-RESULT      PIC X(02) VALUE "00".
       01  HAR-SEAL-LINE            PIC X(160) VALUE SPACES.
       01  HAR-SEAL-SW              PIC X(01) VALUE "N".
           88  HAR-SEAL-UNAVAILABLE     VALUE "Y".
009500 PROCEDURE DIVISION.
009600*
009700*    ---------------------------------------------------------
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010500     PERFORM 2000-SPLIT-RECORD THRU 2000-EXIT
010600         UNTIL HAR-NO-MORE-RECORDS
           PERFORM 2500-CHECK-SEALS THRU 2500-EXIT
010700     PERFORM 5000-CLOSE-ARCHIVE THRU 5000-EXIT
010800     PERFORM 6000-REWRITE-TRANLOG THRU 6000-EXIT
010900     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
011700*    ---------------------------------------------------------
011800 1000-INITIALIZE.
011900     ACCEPT HAR-RUN-DATE FROM DATE YYYYMMDD
           MOVE "INIT" TO HAR-SEAL-FUNCTION
           PERFORM 2600-CALL-SEAL THRU 2600-EXIT
012000     OPEN INPUT TRANSCRIPT-FILE
012100     IF HAR-TRAN-STATUS NOT = "00"
012200         DISPLAY "HITARCH: kan inte öppna TRANLOG, status "
013400         SET HAR-RUN-FAILED TO TRUE
013500         GO TO 1000-EXIT
013600     END-IF
           MOVE "FIL " TO HAR-SEAL-FUNCTION
           PERFORM 2600-CALL-SEAL THRU 2600-EXIT
013700     READ TRANSCRIPT-FILE
013800         AT END
013900             SET HAR-NO-MORE-RECORDS TO TRUE
014900*    ---------------------------------------------------------
015000 2000-SPLIT-RECORD.
015100     ADD 1 TO HAR-READ-CT
           MOVE "RAD " TO HAR-SEAL-FUNCTION
           MOVE TRANSCRIPT-RECORD TO HAR-SEAL-LINE
           PERFORM 2600-CALL-SEAL THRU 2600-EXIT
015200     MOVE TRANSCRIPT-RECORD TO HAR-TRANSCRIPT-DETAIL
015300     IF HAR-TS-DATE IS NOT NUMERIC
015400         ADD 1 TO HAR-BAD-CT
018200     END-READ.
018300 2000-EXIT.
018400     EXIT.
      *
      *    ---------------------------------------------------------
      *    2500-CHECK-SEALS
      *    Checks the days read against their seals.  The seal
      *    routine shows each day that differs on the console.
      *    Nothing read means nothing to check.
      *    ---------------------------------------------------------
       2500-CHECK-SEALS.
           IF HAR-READ-CT = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE "KOLL" TO HAR-SEAL-FUNCTION
           PERFORM 2600-CALL-SEAL THRU 2600-EXIT
           IF HAR-SEAL-UNAVAILABLE
               MOVE "90" TO HAR-SEAL-RESULT
           END-IF.
       2500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2600-CALL-SEAL
      *    Passes the request in hand to the shared seal routine.
      *    ---------------------------------------------------------
       2600-CALL-SEAL.
           IF HAR-SEAL-UNAVAILABLE
               GO TO 2600-EXIT
           END-IF
           CALL "HITSIGIL" USING HAR-SEAL-REQUEST HAR-SEAL-LINE
               ON EXCEPTION
                   DISPLAY "HITARCH: HITSIGIL kunde inte startas."
                   SET HAR-SEAL-UNAVAILABLE TO TRUE
           END-CALL.
       2600-EXIT.
           EXIT.
018500*
018600*    ---------------------------------------------------------
018700*    3000-OPEN-ARCHIVE
029500     DISPLAY "Rader kvar i TRANLOG ............. " HAR-KEPT-CT
029600     IF HAR-BAD-CT > ZERO
029700         DISPLAY "Otolkbara rader (kvarlämnade) .... " HAR-BAD-CT
029800     END-IF
           IF HAR-SEAL-BAD-CT > ZERO
               DISPLAY "Dagar som avviker från sigillet .. "
                   HAR-SEAL-BAD-CT
           END-IF
           IF HAR-SEAL-RESULT NOT = "00"
               DISPLAY "Sigillen kunde inte kontrolleras fullt ut."
           END-IF.
029900 7000-EXIT.
030000     EXIT.
030100*
