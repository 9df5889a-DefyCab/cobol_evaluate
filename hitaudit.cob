      *    02/09/2026  LB   Two item-gated endings joined the game:
      *                      vänster/muggen (1/1) and framåt/plåstret
      *                      (3/4) - both reconcile on their own lines.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   Every transcript line is also passed to the
      *                      day-seal routine (Hitsigil), and a day that
      *                      no longer matches its seal on TRANSIGL -
      *                      or a sealed day gone missing - counts as a
      *                      discrepancy like any other.
      *    15/10/2026  LB   The transcript side now comes from the
      *                      daily summary file (TRANDAG) the nightly
      *                      summary run (Hitdag) keeps, instead of
      *                      reading TRANLOG line by line: the days the
      *                      live log held at that run are tallied from
      *                      their summaries.  The unparseable lines
      *                      and the seal outcome per day come from the
      *                      summary too - Hitdag shows the lines
      *                      themselves - and a summary missing, or not
      *                      from today, counts as a discrepancy.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGS-DATE
               FILE STATUS IS HAU-SUM-STATUS.
003700     SELECT LEADERBOARD-FILE ASSIGN TO "HITBOARD"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS HAU-LB-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
      *
      *    Daily transcript summary - layout must match
      *    DAY-SUMMARY-RECORD in the summary run (Hitdag).
       FD  SUMMARY-FILE.
       01  DAY-SUMMARY-RECORD.
           05  DGS-DATE             PIC 9(08).
           05  DGS-SESSION-CT       PIC 9(06).
           05  DGS-END-CT           PIC 9(06) OCCURS 100 TIMES.
           05  DGS-INVALID-CT       PIC 9(08).
           05  DGS-INVALID-SESS     PIC 9(06).
           05  DGS-PLAYER-CT        PIC 9(06).
           05  DGS-VERIFIED         PIC X(01).
               88  DGS-SEAL-MATCHES     VALUE "J".
               88  DGS-SEAL-DIFFERS     VALUE "A".
           05  DGS-BUILD-DATE       PIC 9(08).
           05  DGS-BUILD-TIME       PIC 9(06).
           05  FILLER               PIC X(20).
       01  DAY-CONTROL-RECORD.
           05  DGC-KEY              PIC 9(08).
           05  DGC-NEXT-DATE        PIC 9(08).
           05  DGC-TRAN-FIRST       PIC 9(08).
           05  DGC-TRAN-LAST        PIC 9(08).
           05  DGC-TRAN-LINE-CT     PIC 9(06).
           05  DGC-TRAN-BAD-CT      PIC 9(06).
           05  DGC-SEAL-BAD-CT      PIC 9(05).
           05  DGC-SEAL-RESULT      PIC X(02).
           05  DGC-TRL-ERR-CT       PIC 9(04).
           05  DGC-RUN-DATE         PIC 9(08).
           05  DGC-RUN-TIME         PIC 9(06).
           05  FILLER               PIC X(600).
004600*
004700*    Leaderboard master - layout must match LEADERBOARD-RECORD in
004800*    the interactive program, since both share the same file.
005600     05  LB-LAST-DATE         PIC 9(08).
005700     05  LB-LAST-TIME         PIC 9(06).
005800 WORKING-STORAGE SECTION.
007600 01  HAU-CODE-NUM             PIC 9(01) VALUE ZERO.
007700 01  HAU-SUB-NUM              PIC 9(01) VALUE ZERO.
       01  HAU-SUM-STATUS           PIC X(02) VALUE "00".
007900 01  HAU-LB-STATUS            PIC X(02) VALUE "00".
       01  HAU-SUM-EOF-SW           PIC X(01) VALUE "N".
           88  HAU-NO-MORE-DAYS         VALUE "Y".
008200 01  HAU-LB-EOF-SW            PIC X(01) VALUE "N".
008300     88  HAU-NO-MORE-LB           VALUE "Y".
       01  HAU-SUM-OPEN-SW          PIC X(01) VALUE "N".
           88  HAU-SUMMARY-IS-OPEN      VALUE "Y".
008600 01  HAU-LB-OPEN-SW           PIC X(01) VALUE "N".
008700     88  HAU-LB-IS-OPEN           VALUE "Y".
008800*
009600     05  HAU-TRAN-CT          PIC 9(06) OCCURS 100 TIMES.
009700     05  HAU-LB-CT            PIC 9(06) OCCURS 100 TIMES.
009800 01  HAU-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
010000 77  HAU-BAD-LINE-CT          PIC 9(06) VALUE ZERO.
010100 77  HAU-DISCREPANCY-CT       PIC 9(04) VALUE ZERO.
010200 77  HAU-QUIT-TOTAL           PIC 9(06) VALUE ZERO.
010300 77  HAU-ABORT-TOTAL          PIC 9(06) VALUE ZERO.
010400 01  HAU-PATH-TEXT            PIC X(20) VALUE SPACES.
      *
      *    What the summary run recorded about the live log - the
      *    days it held are the ones reconciled - and the seal
      *    outcome of those days.
       01  HAU-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  HAU-TRAN-FIRST           PIC 9(08) VALUE ZERO.
       01  HAU-TRAN-LAST            PIC 9(08) VALUE ZERO.
       01  HAU-SUM-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  HAU-SUM-RUN-TIME         PIC 9(06) VALUE ZERO.
       01  HAU-SUM-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
       01  HAU-SUM-SEAL-RESULT      PIC X(02) VALUE "00".
       01  HAU-SUM-SW               PIC X(01) VALUE "N".
           88  HAU-SUMMARY-MISSING      VALUE "M".
           88  HAU-SUMMARY-STALE        VALUE "G".
       77  HAU-DAY-CT               PIC 9(05) VALUE ZERO.
       77  HAU-SEAL-OK-CT           PIC 9(05) VALUE ZERO.
       77  HAU-SEAL-OPEN-CT         PIC 9(05) VALUE ZERO.
       77  HAU-SEAL-BAD-CT          PIC 9(05) VALUE ZERO.
010500 PROCEDURE DIVISION.
010600*
010700*    ---------------------------------------------------------
011100*    ---------------------------------------------------------
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-TALLY-SUMMARY THRU 2000-EXIT
               UNTIL HAU-NO-MORE-DAYS
011600     PERFORM 3000-OPEN-LEADERBOARD THRU 3000-EXIT
011700     PERFORM 3100-TALLY-LEADERBOARD THRU 3100-EXIT
011800         UNTIL HAU-NO-MORE-LB
012200*
012300*    ---------------------------------------------------------
012400*    1000-INITIALIZE
      *    Clears the tallies, opens the daily summary file and
      *    positions on the first day the live log held at the
      *    last summary run.  A missing summary is reported and
      *    audited as zero sessions.
012800*    ---------------------------------------------------------
012900 1000-INITIALIZE.
           ACCEPT HAU-RUN-DATE FROM DATE YYYYMMDD
013000     MOVE 1 TO HAU-SLOT-IX
013100     PERFORM 1100-CLEAR-TALLY THRU 1100-EXIT
013200         UNTIL HAU-SLOT-IX > 100
           SET HAU-NO-MORE-DAYS TO TRUE
           OPEN INPUT SUMMARY-FILE
           IF HAU-SUM-STATUS NOT = "00"
               DISPLAY "HITAUDIT: kan inte öppna TRANDAG, status "
                   HAU-SUM-STATUS
               SET HAU-SUMMARY-MISSING TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET HAU-SUMMARY-IS-OPEN TO TRUE
           MOVE ZERO TO DGC-KEY
           READ SUMMARY-FILE
               INVALID KEY
                   DISPLAY "HITAUDIT: TRANDAG saknar kontrollpost."
                   SET HAU-SUMMARY-MISSING TO TRUE
                   GO TO 1000-EXIT
           END-READ
           MOVE DGC-TRAN-FIRST TO HAU-TRAN-FIRST
           MOVE DGC-TRAN-LAST TO HAU-TRAN-LAST
           MOVE DGC-TRAN-BAD-CT TO HAU-BAD-LINE-CT
           MOVE DGC-SEAL-BAD-CT TO HAU-SUM-SEAL-BAD-CT
           MOVE DGC-SEAL-RESULT TO HAU-SUM-SEAL-RESULT
           MOVE DGC-RUN-DATE TO HAU-SUM-RUN-DATE
           MOVE DGC-RUN-TIME TO HAU-SUM-RUN-TIME
           IF HAU-SUM-RUN-DATE NOT = HAU-RUN-DATE
               SET HAU-SUMMARY-STALE TO TRUE
           END-IF
           IF HAU-TRAN-FIRST = ZERO
               GO TO 1000-EXIT
           END-IF
           MOVE "N" TO HAU-SUM-EOF-SW
           MOVE HAU-TRAN-FIRST TO DGS-DATE
           START SUMMARY-FILE KEY IS NOT LESS THAN DGS-DATE
               INVALID KEY
                   SET HAU-NO-MORE-DAYS TO TRUE
                   GO TO 1000-EXIT
           END-START
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HAU-NO-MORE-DAYS TO TRUE
           END-READ.
014500 1000-EXIT.
014600     EXIT.
014700*
015500     ADD 1 TO HAU-SLOT-IX.
015600 1100-EXIT.
015700     EXIT.
      *
      *    ---------------------------------------------------------
      *    2000-TALLY-SUMMARY
      *    Adds one day's summary to the per-ending tallies and
      *    counts its seal outcome, then reads the next day.  The
      *    days after the last one the live log held are not part
      *    of the reconciliation.
      *    ---------------------------------------------------------
       2000-TALLY-SUMMARY.
           IF DGS-DATE > HAU-TRAN-LAST
               SET HAU-NO-MORE-DAYS TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO HAU-DAY-CT
           MOVE 1 TO HAU-SLOT-IX
           PERFORM 2100-ADD-SLOT THRU 2100-EXIT
               UNTIL HAU-SLOT-IX > 100
           EVALUATE TRUE
               WHEN DGS-SEAL-MATCHES
                   ADD 1 TO HAU-SEAL-OK-CT
               WHEN DGS-SEAL-DIFFERS
                   ADD 1 TO HAU-SEAL-BAD-CT
                   DISPLAY "HITAUDIT: dag " DGS-DATE
                       " stämmer inte med förseglingen (TRANSIGL)."
               WHEN OTHER
                   ADD 1 TO HAU-SEAL-OPEN-CT
           END-EVALUATE
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HAU-NO-MORE-DAYS TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2100-ADD-SLOT
      *    Adds one ending's sessions for the day to its tally.
      *    ---------------------------------------------------------
       2100-ADD-SLOT.
           ADD DGS-END-CT (HAU-SLOT-IX) TO HAU-TRAN-CT (HAU-SLOT-IX)
           ADD 1 TO HAU-SLOT-IX.
       2100-EXIT.
           EXIT.
019000*
019100*    ---------------------------------------------------------
019200*    3000-OPEN-LEADERBOARD
023600 4000-PRINT-REPORT.
023700     DISPLAY "HITAUDIT - AVSTÄMNING TRANLOG MOT HITBOARD"
023800     DISPLAY "-----------------------------------------"
           IF HAU-SUMMARY-MISSING
               ADD 1 TO HAU-DISCREPANCY-CT
               DISPLAY "Dagsammanställningen (TRANDAG) saknas - "
                   "kör HITDAG.  ** AVVIKELSE **"
           ELSE
               DISPLAY "Dagar " HAU-TRAN-FIRST " - " HAU-TRAN-LAST
                   " enligt sammanställningen " HAU-SUM-RUN-DATE
                   " " HAU-SUM-RUN-TIME
           END-IF
           IF HAU-SUMMARY-STALE
               ADD 1 TO HAU-DISCREPANCY-CT
               DISPLAY "Sammanställningen är inte från i dag"
                   " - kör HITDAG.  ** AVVIKELSE **"
           END-IF
023900     MOVE 11 TO HAU-SLOT-IX
024000     PERFORM 4100-COMPARE-SLOT THRU 4100-EXIT
024100         UNTIL HAU-SLOT-IX > 50
025300     IF HAU-BAD-LINE-CT > ZERO
025400         ADD 1 TO HAU-DISCREPANCY-CT
025500         DISPLAY "Otolkbara transkriptrader ........ "
025600             HAU-BAD-LINE-CT " (visade av HITDAG)"
025700     END-IF
           DISPLAY "Dagar mot sigillet (TRANSIGL):"
           DISPLAY "  Stämmer ......................... "
               HAU-SEAL-OK-CT
           DISPLAY "  Ej förseglade ännu .............. "
               HAU-SEAL-OPEN-CT
           IF HAU-SEAL-BAD-CT > ZERO
               ADD 1 TO HAU-DISCREPANCY-CT
               DISPLAY "  Avviker ......................... "
                   HAU-SEAL-BAD-CT
           END-IF
           IF HAU-SUM-SEAL-BAD-CT > HAU-SEAL-BAD-CT
               ADD 1 TO HAU-DISCREPANCY-CT
               DISPLAY "  Avvikande eller saknade dagar i "
                   "senaste läsningen " HAU-SUM-SEAL-BAD-CT
           END-IF
           IF NOT HAU-SUMMARY-MISSING
               AND HAU-SUM-SEAL-RESULT NOT = "00"
               ADD 1 TO HAU-DISCREPANCY-CT
               DISPLAY "  Sigillen kunde inte kontrolleras fullt ut."
           END-IF
025800     DISPLAY "-----------------------------------------"
025900     IF HAU-DISCREPANCY-CT > ZERO
026000         DISPLAY "HITAUDIT: " HAU-DISCREPANCY-CT
035200*    9999-TERMINATE
035300*    ---------------------------------------------------------
035400 9999-TERMINATE.
           IF HAU-SUMMARY-IS-OPEN
               CLOSE SUMMARY-FILE
           END-IF
035800     IF HAU-LB-IS-OPEN
035900         CLOSE LEADERBOARD-FILE
036000     END-IF
