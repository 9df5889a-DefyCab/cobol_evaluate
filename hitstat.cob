      *                      line is still shown on screen, and the
      *                      full report falls back to the screen when
      *                      the print file cannot be opened.
      *    15/10/2026  LB   New section listing the operator refusals
      *                      from the security log (HITSAK) that the
      *                      guarded utilities - Hitmaint, Hitpurge,
      *                      Hitslut and Hitsave's reload - append to.
      *                      Refusals from yesterday and today are
      *                      listed line by line, with the total count
      *                      over the whole log beneath.
      *    15/10/2026  LB   Hitta's practice runs, tagged OVN in the
      *                      audit record's run-mode field, are counted
      *                      on a line of their own (today and in the
      *                      whole file) and no longer stand in for a
      *                      real Hitta session in its status line.
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SPECIAL-NAMES.
           SELECT REPORT-FILE ASSIGN USING HST-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HST-REP-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "HITSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HST-SAK-STATUS.
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD  RUN-AUDIT-FILE.
003100 01  RUN-AUDIT-RECORD         PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD      PIC X(80).
003200 WORKING-STORAGE SECTION.
003300*
003400*    Layout of one run-audit record, matching the audit detail
005200     05  HST-WRITE-CT         PIC X(06).
005300     05  FILLER               PIC X(01).
005400     05  HST-STATUS           PIC X(04).
           05  FILLER               PIC X(01).
           05  HST-RUN-MODE         PIC X(04).
               88  HST-PRACTICE-RUN     VALUE "OVN ".
005500 01  HST-AUD-STATUS           PIC X(02) VALUE "00".
005600 01  HST-EOF-SW               PIC X(01) VALUE "N".
005700     88  HST-NO-MORE-RECORDS      VALUE "Y".
007100 01  HST-PGM-IX               PIC 9(02) COMP VALUE ZERO.
007200 77  HST-FLAGGED-CT           PIC 9(02) VALUE ZERO.
007300 77  HST-BAD-CT               PIC 9(06) VALUE ZERO.
       77  HST-PRACTICE-CT          PIC 9(06) VALUE ZERO.
       77  HST-PRACTICE-TODAY-CT    PIC 9(06) VALUE ZERO.
007400 01  HST-RUN-DATE             PIC 9(08) VALUE ZERO.
007500 01  HST-RUN-DATE-X REDEFINES HST-RUN-DATE.
007600     05  HST-RUN-YEAR         PIC 9(04).
       01  HST-LINE-CT              PIC 9(02) VALUE 99.
       01  HST-PAGE-SIZE            PIC 9(02) VALUE 60.
       77  HST-REP-LINE-CT          PIC 9(06) VALUE ZERO.
      *
      *    Security-log line - layout must match the refusal line the
      *    guarded utilities append.
       01  HST-SAK-STATUS           PIC X(02) VALUE "00".
       01  HST-SAK-EOF-SW           PIC X(01) VALUE "N".
           88  HST-NO-MORE-REFUSALS     VALUE "Y".
       01  HST-SAK-DETAIL.
           05  HSK-DATE.
               10  HSK-YEAR         PIC 9(04).
               10  HSK-MON          PIC 9(02).
               10  HSK-DAY          PIC 9(02).
           05  FILLER               PIC X(01).
           05  HSK-TIME             PIC 9(06).
           05  FILLER               PIC X(01).
           05  HSK-PROGRAM          PIC X(08).
           05  FILLER               PIC X(01).
           05  HSK-OPERATOR         PIC X(03).
           05  FILLER               PIC X(01).
           05  HSK-FUNCTION         PIC X(04).
           05  FILLER               PIC X(01).
           05  HSK-REASON           PIC X(20).
           05  FILLER               PIC X(26).
       77  HST-REFUSAL-CT           PIC 9(06) VALUE ZERO.
       77  HST-RECENT-CT            PIC 9(06) VALUE ZERO.
009400 PROCEDURE DIVISION.
009500*
009600*    ---------------------------------------------------------
015800*    Notes one audit record against its program's slot, then
015900*    primes the next record.  The file is append-only, so the
016000*    last record seen per program is the latest run.
      *    Practice runs are only counted - they say nothing about
      *    the program's real sessions.
016100*    ---------------------------------------------------------
016200 2000-SCAN-RECORD.
016300     MOVE RUN-AUDIT-RECORD TO HST-AUDIT-DETAIL
016500         ADD 1 TO HST-BAD-CT
016600         GO TO 2000-READ-NEXT
016700     END-IF
           IF HST-PRACTICE-RUN
               ADD 1 TO HST-PRACTICE-CT
               IF HST-END-DATE = HST-RUN-DATE
                   ADD 1 TO HST-PRACTICE-TODAY-CT
               END-IF
               GO TO 2000-READ-NEXT
           END-IF
016800     MOVE 1 TO HST-PGM-IX
016900     PERFORM 2100-MATCH-PROGRAM THRU 2100-EXIT
017000         UNTIL HST-PGM-IX > 4.
020600     MOVE 1 TO HST-PGM-IX
020700     PERFORM 3100-PRINT-PROGRAM THRU 3100-EXIT
020800         UNTIL HST-PGM-IX > 4
           MOVE SPACES TO HST-PRINT-LINE
           STRING "Övningsomgångar HITTA idag ....... "
               HST-PRACTICE-TODAY-CT "   totalt " HST-PRACTICE-CT
               DELIMITED BY SIZE INTO HST-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
020900     IF HST-BAD-CT > ZERO
               MOVE SPACES TO HST-PRINT-LINE
               STRING "Otolkbara audit-rader ............ "
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
021200     END-IF
           PERFORM 3500-PRINT-SECURITY-LOG THRU 3500-EXIT
021300     IF HST-FLAGGED-CT > ZERO
               MOVE SPACES TO HST-PRINT-LINE
               STRING "HITSTAT: " HST-FLAGGED-CT
025300     ADD 1 TO HST-PGM-IX.
025400 3100-EXIT.
025500     EXIT.
      *
      *    ---------------------------------------------------------
      *    3500-PRINT-SECURITY-LOG
      *    Lists the operator refusals from yesterday and today and
      *    counts every refusal on the log.  A missing log means no
      *    operator has ever been refused.
      *    ---------------------------------------------------------
       3500-PRINT-SECURITY-LOG.
           MOVE SPACES TO HST-PRINT-LINE
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           MOVE "SÄKERHETSLOGG (HITSAK) - NEKADE OPERATÖRER"
               TO HST-PRINT-LINE
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           MOVE ZERO TO HST-REFUSAL-CT
           MOVE ZERO TO HST-RECENT-CT
           MOVE "N" TO HST-SAK-EOF-SW
           OPEN INPUT SECURITY-LOG-FILE
           IF HST-SAK-STATUS = "35"
               MOVE "Inga nekade försök loggade." TO HST-PRINT-LINE
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF
           IF HST-SAK-STATUS NOT = "00"
               MOVE SPACES TO HST-PRINT-LINE
               STRING "Kan inte öppna HITSAK, status "
                   HST-SAK-STATUS
                   DELIMITED BY SIZE INTO HST-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
               GO TO 3500-EXIT
           END-IF
           PERFORM 3510-PRINT-ONE-REFUSAL THRU 3510-EXIT
               UNTIL HST-NO-MORE-REFUSALS
           CLOSE SECURITY-LOG-FILE
           MOVE SPACES TO HST-PRINT-LINE
           STRING "Nekade senaste dygnet ............ " HST-RECENT-CT
               DELIMITED BY SIZE INTO HST-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           MOVE SPACES TO HST-PRINT-LINE
           STRING "Nekade totalt i loggen ........... " HST-REFUSAL-CT
               DELIMITED BY SIZE INTO HST-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           IF HST-RECENT-CT > ZERO
               DISPLAY "HITSTAT: " HST-RECENT-CT
                   " nekade operatörsförsök senaste dygnet."
           END-IF
           MOVE SPACES TO HST-PRINT-LINE
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       3500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3510-PRINT-ONE-REFUSAL
      *    Counts one refusal and prints it when it is from
      *    yesterday or today.
      *    ---------------------------------------------------------
       3510-PRINT-ONE-REFUSAL.
           READ SECURITY-LOG-FILE INTO HST-SAK-DETAIL
               AT END
                   SET HST-NO-MORE-REFUSALS TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF HSK-DATE IS NOT NUMERIC
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO HST-REFUSAL-CT
           MOVE HSK-YEAR TO HST-CALC-YEAR
           MOVE HSK-MON TO HST-CALC-MON
           MOVE HSK-DAY TO HST-CALC-DAY
           PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT
           IF HST-TODAY-NUMBER - HST-DAY-NUMBER > 1
               GO TO 3510-EXIT
           END-IF
           ADD 1 TO HST-RECENT-CT
           MOVE SPACES TO HST-PRINT-LINE
           STRING HSK-DATE " " HSK-TIME " " HSK-PROGRAM
               " " HSK-OPERATOR " " HSK-FUNCTION " " HSK-REASON
               DELIMITED BY SIZE INTO HST-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       3510-EXIT.
           EXIT.
025600*
025700*    ---------------------------------------------------------
025800*    7000-COMPUTE-DAY-NUMBER
