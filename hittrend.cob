      *                      on screen, and the full report falls back
      *                      to the screen when the print file cannot
      *                      be opened.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   The lines read are checked against their
      *                      day seals on TRANSIGL (Hitsigil); days
      *                      that differ are shown and counted on the
      *                      report.
      *    15/10/2026  LB   The matrix is now built from the daily
      *                      summary file (TRANDAG) the nightly summary
      *                      run (Hitdag) keeps - one record per day of
      *                      the range - instead of chaining through
      *                      every TRANARC month and TRANLOG line by
      *                      line.  Hitdag checks the archive trailers
      *                      and shows the unparseable lines; the
      *                      report now counts the days of the range
      *                      whose summary differs from, or was not
      *                      checked against, its seal.
      *    15/10/2026  LB   The summary's control record is read first:
      *                      the report says so when the summary is
      *                      missing or not from today, since the
      *                      days after its last run are not in it,
      *                      and shows the archive trailers Hitdag
      *                      found in error.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGS-DATE
               FILE STATUS IS HTR-SUM-STATUS.
           SELECT REPORT-FILE ASSIGN USING HTR-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HTR-REP-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
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
               88  DGS-SEAL-OPEN        VALUE "O".
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
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(100).
003700 WORKING-STORAGE SECTION.
      *
      *    The date of the day in hand, split for the week index.
       01  HTR-TS-DATE              PIC 9(08) VALUE ZERO.
       01  HTR-TS-DATE-X REDEFINES HTR-TS-DATE.
           05  HTR-TS-YEAR          PIC 9(04).
           05  HTR-TS-MON           PIC 9(02).
           05  HTR-TS-DAY           PIC 9(02).
       01  HTR-SUM-STATUS           PIC X(02) VALUE "00".
      *
      *    What the summary's control record says of its last run.
       01  HTR-SUM-STATE-SW         PIC X(01) VALUE "M".
           88  HTR-SUMMARY-MISSING      VALUE "M".
           88  HTR-SUMMARY-STALE        VALUE "G".
           88  HTR-SUMMARY-CURRENT      VALUE "J".
       01  HTR-SUM-RUN-DATE         PIC 9(08) VALUE ZERO.
       77  HTR-TRL-ERR-CT           PIC 9(04) VALUE ZERO.
006100 01  HTR-EOF-SW               PIC X(01) VALUE "N".
006200     88  HTR-NO-MORE-RECORDS      VALUE "Y".
006300 01  HTR-OPEN-SW              PIC X(01) VALUE "N".
006400     88  HTR-FILE-IS-OPEN         VALUE "Y".
       01  HTR-RANGE-OK-SW          PIC X(01) VALUE "N".
           88  HTR-RANGE-OK             VALUE "Y".
       01  HTR-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  HTR-RUN-MONTH            PIC 9(06) VALUE ZERO.
      *
      *    Slot range being added up from the day's summary.
       01  HTR-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
       01  HTR-SLOT-FROM            PIC 9(03) COMP VALUE ZERO.
       01  HTR-SLOT-TO              PIC 9(03) COMP VALUE ZERO.
       01  HTR-SLOT-SUM             PIC 9(06) VALUE ZERO.
      *
      *    Month totals noted as each month breaks, feeding the
      *    this-month-versus-same-month-last-year comparison.
012200     05  HTR-T-QUIT           PIC 9(06) VALUE ZERO.
012300     05  HTR-T-ABORT          PIC 9(06) VALUE ZERO.
012400     05  HTR-T-INVALID        PIC 9(08) VALUE ZERO.
      *
      *    Days of the range whose summary differs from its seal,
      *    and days that were never checked against one.
       77  HTR-SEAL-BAD-CT          PIC 9(05) VALUE ZERO.
       77  HTR-SEAL-UNCHECKED-CT    PIC 9(05) VALUE ZERO.
012700 PROCEDURE DIVISION.
012800*
012900*    ---------------------------------------------------------
013000*    0000-MAINLINE
      *    Reads the days of the requested range from the daily
      *    summary file and prints the day matrix with week/month
      *    subtotals and the month comparison.
013310*    ---------------------------------------------------------
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF HTR-RANGE-OK
               PERFORM 1500-PROCESS-SUMMARY THRU 1500-EXIT
           END-IF
013800     PERFORM 3000-PRINT-FINAL THRU 3000-EXIT
           PERFORM 3500-PRINT-COMPARISON THRU 3500-EXIT
014100*
014200*    ---------------------------------------------------------
014300*    1000-INITIALIZE
      *    Asks for the date range and opens the print file.
014600*    ---------------------------------------------------------
014700 1000-INITIALIZE.
           ACCEPT HTR-RUN-DATE FROM DATE YYYYMMDD
015800         GO TO 1000-EXIT
015900     END-IF
           SET HTR-RANGE-OK TO TRUE
           PERFORM 8100-OPEN-REPORT THRU 8100-EXIT.
017800 1000-EXIT.
017900     EXIT.
      *
      *    ---------------------------------------------------------
      *    1500-PROCESS-SUMMARY
      *    Reads the summary's control record, then the daily
      *    summary file from the start of the range to its end,
      *    one record per day that had play.
      *    ---------------------------------------------------------
       1500-PROCESS-SUMMARY.
           OPEN INPUT SUMMARY-FILE
           IF HTR-SUM-STATUS NOT = "00"
               DISPLAY "HITTREND: kan inte öppna TRANDAG, status "
                   HTR-SUM-STATUS
               GO TO 1500-EXIT
           END-IF
           SET HTR-FILE-IS-OPEN TO TRUE
           MOVE ZERO TO DGC-KEY
           READ SUMMARY-FILE
               INVALID KEY
                   DISPLAY "HITTREND: TRANDAG saknar kontrollpost."
                   GO TO 1500-START
           END-READ
           MOVE DGC-RUN-DATE TO HTR-SUM-RUN-DATE
           MOVE DGC-TRL-ERR-CT TO HTR-TRL-ERR-CT
           IF HTR-SUM-RUN-DATE = HTR-RUN-DATE
               SET HTR-SUMMARY-CURRENT TO TRUE
           ELSE
               SET HTR-SUMMARY-STALE TO TRUE
           END-IF.
       1500-START.
           MOVE "N" TO HTR-EOF-SW
           MOVE HTR-FROM-DATE TO DGS-DATE
           START SUMMARY-FILE KEY IS NOT LESS THAN DGS-DATE
               INVALID KEY
                   GO TO 1500-CLOSE
           END-START
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HTR-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 1510-TALLY-DAY THRU 1510-EXIT
               UNTIL HTR-NO-MORE-RECORDS.
       1500-CLOSE.
           CLOSE SUMMARY-FILE
           MOVE "N" TO HTR-OPEN-SW.
       1500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1510-TALLY-DAY
      *    Counts the day's seal outcome and tallies it into the
      *    matrix, then reads the next day.
      *    ---------------------------------------------------------
       1510-TALLY-DAY.
           IF DGS-DATE > HTR-TO-DATE
               SET HTR-NO-MORE-RECORDS TO TRUE
               GO TO 1510-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DGS-SEAL-MATCHES
               WHEN DGS-SEAL-OPEN
                   CONTINUE
               WHEN DGS-SEAL-DIFFERS
                   ADD 1 TO HTR-SEAL-BAD-CT
               WHEN OTHER
                   ADD 1 TO HTR-SEAL-UNCHECKED-CT
           END-EVALUATE
           IF DGS-SESSION-CT > ZERO
               PERFORM 2000-TALLY-RECORD THRU 2000-EXIT
           END-IF
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HTR-NO-MORE-RECORDS TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
018000*
018100*    ---------------------------------------------------------
018200*    2000-TALLY-RECORD
      *    Takes one day's summary into the day counters, breaking
      *    on week and month changes first.  Slot k*10+s+1 holds
      *    the sessions that ended on ending k, sub-code s; quit is
      *    code 0 and the aborted sessions are codes 5-9.
018510*    ---------------------------------------------------------
018600 2000-TALLY-RECORD.
           MOVE DGS-DATE TO HTR-TS-DATE
019900     IF HTR-CUR-DATE = ZERO
020000         MOVE HTR-TS-DATE TO HTR-CUR-DATE
020100         PERFORM 7000-COMPUTE-WEEK THRU 7000-EXIT
021300         END-IF
021400         MOVE HTR-TS-DATE TO HTR-CUR-DATE
021500     END-IF
           MOVE DGS-SESSION-CT TO HTR-D-SESS
           MOVE DGS-INVALID-CT TO HTR-D-INVALID
           MOVE 1 TO HTR-SLOT-FROM
           MOVE 10 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-QUIT
           MOVE 11 TO HTR-SLOT-FROM
           MOVE 20 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-LEFT
           MOVE 21 TO HTR-SLOT-FROM
           MOVE 30 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-RIGHT
           MOVE 31 TO HTR-SLOT-FROM
           MOVE 40 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-FWD
           MOVE 41 TO HTR-SLOT-FROM
           MOVE 50 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-BACK
           MOVE 51 TO HTR-SLOT-FROM
           MOVE 100 TO HTR-SLOT-TO
           PERFORM 2500-SUM-SLOTS THRU 2500-EXIT
           MOVE HTR-SLOT-SUM TO HTR-D-ABORT.
023700 2000-EXIT.
023800     EXIT.
023900*
028600         HTR-M-BACK HTR-M-QUIT HTR-M-ABORT HTR-M-INVALID.
028700 2400-EXIT.
028800     EXIT.
      *
      *    ---------------------------------------------------------
      *    2500-SUM-SLOTS
      *    Adds up the day's sessions over one range of slots.
      *    ---------------------------------------------------------
       2500-SUM-SLOTS.
           MOVE ZERO TO HTR-SLOT-SUM
           MOVE HTR-SLOT-FROM TO HTR-SLOT-IX
           PERFORM 2600-ADD-SLOT THRU 2600-EXIT
               UNTIL HTR-SLOT-IX > HTR-SLOT-TO.
       2500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2600-ADD-SLOT
      *    Adds one slot to the running sum.
      *    ---------------------------------------------------------
       2600-ADD-SLOT.
           ADD DGS-END-CT (HTR-SLOT-IX) TO HTR-SLOT-SUM
           ADD 1 TO HTR-SLOT-IX.
       2600-EXIT.
           EXIT.
028900*
029000*    ---------------------------------------------------------
029100*    3000-PRINT-FINAL
029200*    Flushes the last day, week and month, then prints the
      *    grand total, the seal counters and what the summary's
      *    control record says.
029400*    ---------------------------------------------------------
029500 3000-PRINT-FINAL.
029600     IF HTR-CUR-DATE NOT = ZERO
               DELIMITED BY SIZE INTO HTR-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           IF HTR-SEAL-BAD-CT > ZERO
               MOVE SPACES TO HTR-PRINT-LINE
               STRING "Dagar som avviker från sigillet .. "
                   HTR-SEAL-BAD-CT
                   DELIMITED BY SIZE INTO HTR-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           IF HTR-SEAL-UNCHECKED-CT > ZERO
               MOVE SPACES TO HTR-PRINT-LINE
               STRING "Dagar ej kontrollerade ........... "
                   HTR-SEAL-UNCHECKED-CT
                   DELIMITED BY SIZE INTO HTR-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           IF HTR-TRL-ERR-CT > ZERO
               MOVE SPACES TO HTR-PRINT-LINE
               STRING "Arkivtrailers med avvikelse ...... "
                   DELIMITED BY SIZE INTO HTR-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           IF NOT HTR-RANGE-OK
               GO TO 3000-EXIT
           END-IF
           IF HTR-SUMMARY-MISSING
               MOVE SPACES TO HTR-PRINT-LINE
               STRING "Dagsammanställningen (TRANDAG) saknas"
                   " - kör HITDAG"
                   DELIMITED BY SIZE INTO HTR-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           IF HTR-SUMMARY-STALE
               MOVE SPACES TO HTR-PRINT-LINE
               STRING "Sammanställningen är från "
                   HTR-SUM-RUN-DATE " - kör HITDAG"
                   DELIMITED BY SIZE INTO HTR-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF.
031400 3000-EXIT.
031500     EXIT.
           DISPLAY "HITTREND: " HTR-T-SESS " sessioner "
               HTR-FROM-DATE " - " HTR-TO-DATE "."
034200     IF HTR-FILE-IS-OPEN
               CLOSE SUMMARY-FILE
034400     END-IF.
034500 9999-EXIT.
034600     EXIT.
