      *                      and the full report falls back to the
      *                      screen when the print file cannot be
      *                      opened.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   Every transcript line is also passed to the
      *                      day-seal routine (Hitsigil); the report
      *                      closes with the days that do not match
      *                      their seal on TRANSIGL.
      *    15/10/2026  LB   The day's counts now come from today's
      *                      record on the daily summary file
      *                      (TRANDAG) the nightly summary run (Hitdag)
      *                      keeps, instead of reading TRANLOG line by
      *                      line; the endings are broken down from its
      *                      per-ending counts.  The lines from other
      *                      dates, the unparseable lines and the seal
      *                      outcome are taken from the summary's
      *                      control record, and a summary not from
      *                      today is flagged on the report.
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGS-DATE
               FILE STATUS IS HRC-SUM-STATUS.
004600     SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS HRC-AUD-STATUS.
               FILE STATUS IS HRC-REP-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
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
005300 FD  RUN-AUDIT-FILE.
005400 01  RUN-AUDIT-RECORD         PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).
005500 WORKING-STORAGE SECTION.
       01  HRC-SUM-STATUS           PIC X(02) VALUE "00".
007800 01  HRC-OPEN-SW              PIC X(01) VALUE "N".
007900     88  HRC-FILE-IS-OPEN         VALUE "Y".
008000 01  HRC-RUN-DATE              PIC 9(08) VALUE ZERO.
008100 01  HRC-BAD-LINE-CT          PIC 9(06) VALUE ZERO.
      *
      *    What the summary run recorded about the live log, and
      *    the slot range being added up from today's summary.
       01  HRC-SUM-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  HRC-SUM-RUN-TIME         PIC 9(06) VALUE ZERO.
       01  HRC-TRAN-LINE-CT         PIC 9(06) VALUE ZERO.
       01  HRC-SUM-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
       01  HRC-SUM-SEAL-RESULT      PIC X(02) VALUE "00".
       01  HRC-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
       01  HRC-SLOT-FROM            PIC 9(03) COMP VALUE ZERO.
       01  HRC-SLOT-TO              PIC 9(03) COMP VALUE ZERO.
       01  HRC-SLOT-SUM             PIC 9(06) VALUE ZERO.
008200*
008300*    Counters - one per direction, plus sessions whose date did
008400*    not match today and a running total of invalid attempts.
013400*
013500*    ---------------------------------------------------------
013600*    0000-MAINLINE
      *    Reads today's record from the daily summary file and
      *    prints a daily summary for today's date.
013900*    ---------------------------------------------------------
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF HRC-FILE-IS-OPEN
               PERFORM 2000-TALLY-DAY THRU 2000-EXIT
           END-IF
014400     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
014500     PERFORM 9999-TERMINATE THRU 9999-EXIT
014600     GOBACK.
014700*
014800*    ---------------------------------------------------------
014900*    1000-INITIALIZE
      *    Opens the daily summary file, finds today's date and
      *    takes what the last summary run recorded about the live
      *    log from the control record.
015100*    ---------------------------------------------------------
015200 1000-INITIALIZE.
015300     ACCEPT HRC-RUN-DATE FROM DATE YYYYMMDD
015400     ACCEPT HRC-START-TIME FROM TIME
           OPEN INPUT SUMMARY-FILE
           IF HRC-SUM-STATUS NOT = "00"
               DISPLAY "HITRECON: kan inte öppna TRANDAG, status "
                   HRC-SUM-STATUS
015900         MOVE "FEL" TO HRC-RUN-STATUS
016100         GO TO 1000-EXIT
016200     END-IF
016300     SET HRC-FILE-IS-OPEN TO TRUE
           MOVE ZERO TO DGC-KEY
           READ SUMMARY-FILE
               INVALID KEY
                   DISPLAY "HITRECON: TRANDAG saknar kontrollpost"
                       " - kör HITDAG."
                   MOVE "FEL" TO HRC-RUN-STATUS
                   CLOSE SUMMARY-FILE
                   MOVE "N" TO HRC-OPEN-SW
                   GO TO 1000-EXIT
           END-READ
           ADD 1 TO HRC-READ-CT
           MOVE DGC-RUN-DATE TO HRC-SUM-RUN-DATE
           MOVE DGC-RUN-TIME TO HRC-SUM-RUN-TIME
           MOVE DGC-TRAN-LINE-CT TO HRC-TRAN-LINE-CT
           MOVE DGC-TRAN-BAD-CT TO HRC-BAD-LINE-CT
           MOVE DGC-SEAL-BAD-CT TO HRC-SUM-SEAL-BAD-CT
           MOVE DGC-SEAL-RESULT TO HRC-SUM-SEAL-RESULT
           IF HRC-SUM-RUN-DATE NOT = HRC-RUN-DATE
               DISPLAY "HITRECON: sammanställningen är från "
                   HRC-SUM-RUN-DATE " - kör HITDAG."
           END-IF.
016800 1000-EXIT.
016900     EXIT.
017000*
017100*    ---------------------------------------------------------
      *    2000-TALLY-DAY
      *    Breaks today's summary down into the direction, sub-
      *    choice, quit and abort counters.  Slot k*10+s+1 holds
      *    the sessions that ended on ending k, sub-code s; quit is
      *    code 0 and the aborted sessions are codes 5-9.  Lines
      *    the live log held for other dates make up the rest.
017500*    ---------------------------------------------------------
       2000-TALLY-DAY.
           MOVE HRC-RUN-DATE TO DGS-DATE
           READ SUMMARY-FILE
               INVALID KEY
                   GO TO 2000-OTHER-DATES
           END-READ
           ADD 1 TO HRC-READ-CT
           MOVE DGS-SESSION-CT TO HRC-SESSION-CT
           MOVE DGS-INVALID-CT TO HRC-INVALID-TOTAL
           MOVE DGS-INVALID-SESS TO HRC-INVALID-SESS-CT
           MOVE DGS-END-CT (12) TO HRC-L-MUGG-CT
           MOVE DGS-END-CT (22) TO HRC-R-SHOWER-CT
           MOVE DGS-END-CT (23) TO HRC-R-CABINET-CT
           MOVE DGS-END-CT (24) TO HRC-R-OUT-CT
           MOVE DGS-END-CT (32) TO HRC-F-SONG-CT
           MOVE DGS-END-CT (33) TO HRC-F-ON-CT
           MOVE DGS-END-CT (34) TO HRC-F-TURN-CT
           MOVE DGS-END-CT (35) TO HRC-F-HELP-CT
           MOVE 1 TO HRC-SLOT-FROM
           MOVE 10 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-QUIT-CT
           MOVE 11 TO HRC-SLOT-FROM
           MOVE 20 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-LEFT-CT
           MOVE 21 TO HRC-SLOT-FROM
           MOVE 30 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-RIGHT-CT
           MOVE 31 TO HRC-SLOT-FROM
           MOVE 40 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-FORWARD-CT
           MOVE 41 TO HRC-SLOT-FROM
           MOVE 50 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-BACK-CT
           MOVE 51 TO HRC-SLOT-FROM
           MOVE 100 TO HRC-SLOT-TO
           PERFORM 2100-SUM-SLOTS THRU 2100-EXIT
           MOVE HRC-SLOT-SUM TO HRC-ABORT-CT
           COMPUTE HRC-SUB-OTHER-CT = HRC-RIGHT-CT + HRC-FORWARD-CT
               - HRC-R-SHOWER-CT - HRC-R-CABINET-CT - HRC-R-OUT-CT
               - HRC-F-SONG-CT - HRC-F-ON-CT - HRC-F-TURN-CT
               - HRC-F-HELP-CT
           END-COMPUTE.
       2000-OTHER-DATES.
           IF HRC-TRAN-LINE-CT > HRC-BAD-LINE-CT + HRC-SESSION-CT
               COMPUTE HRC-OTHER-DATE-CT = HRC-TRAN-LINE-CT
                   - HRC-BAD-LINE-CT - HRC-SESSION-CT
               END-COMPUTE
           END-IF.
       2000-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2100-SUM-SLOTS
      *    Adds up today's sessions over one range of slots.
      *    ---------------------------------------------------------
       2100-SUM-SLOTS.
           MOVE ZERO TO HRC-SLOT-SUM
           MOVE HRC-SLOT-FROM TO HRC-SLOT-IX
           PERFORM 2200-ADD-SLOT THRU 2200-EXIT
               UNTIL HRC-SLOT-IX > HRC-SLOT-TO.
       2100-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2200-ADD-SLOT
      *    Adds one slot to the running sum.
      *    ---------------------------------------------------------
       2200-ADD-SLOT.
           ADD DGS-END-CT (HRC-SLOT-IX) TO HRC-SLOT-SUM
           ADD 1 TO HRC-SLOT-IX.
       2200-EXIT.
           EXIT.
024300*
024400*    ---------------------------------------------------------
024500*    3000-PRINT-REPORT
      *    common print paragraph.
      *    ---------------------------------------------------------
       3100-PRINT-BODY.
           IF NOT HRC-FILE-IS-OPEN
               MOVE "Dagsammanställningen (TRANDAG) saknas."
                   TO HRC-PRINT-LINE
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           IF HRC-FILE-IS-OPEN
               AND HRC-SUM-RUN-DATE NOT = HRC-RUN-DATE
               MOVE SPACES TO HRC-PRINT-LINE
               STRING "Sammanställningen är från "
                   HRC-SUM-RUN-DATE " " HRC-SUM-RUN-TIME
                   " - kör HITDAG."
                   DELIMITED BY SIZE INTO HRC-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           MOVE SPACES TO HRC-PRINT-LINE
           STRING "Antal sessioner denna dag ....... "
               HRC-SESSION-CT
                   DELIMITED BY SIZE INTO HRC-PRINT-LINE
               END-STRING
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF
           MOVE SPACES TO HRC-PRINT-LINE
           STRING "Dagar som avviker från sigillet .. "
               HRC-SUM-SEAL-BAD-CT
               DELIMITED BY SIZE INTO HRC-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           IF HRC-FILE-IS-OPEN
               AND HRC-SUM-SEAL-RESULT NOT = "00"
               MOVE "Sigillen kunde inte kontrolleras fullt ut."
                   TO HRC-PRINT-LINE
               PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
029900*    ---------------------------------------------------------
030000 9999-TERMINATE.
030100     IF HRC-FILE-IS-OPEN
               CLOSE SUMMARY-FILE
030300     END-IF
030400     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
030500 9999-EXIT.
