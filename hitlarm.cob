002600*                      printed, and the run ends with
002700*                      RETURN-CODE 8 when anything trips so the
002800*                      scheduler can page someone.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   The lines read are checked against their
      *                      day seals on TRANSIGL (Hitsigil), and a
      *                      day that no longer matches raises an
      *                      alarm.
      *    15/10/2026  LB   Today and the baseline now come from the
      *                      daily summary file (TRANDAG) the nightly
      *                      summary run (Hitdag) keeps, one record per
      *                      day from the first of last month, instead
      *                      of reading TRANLOG and the previous
      *                      month's TRANARC line by line.  The
      *                      unparseable lines and the seal outcome
      *                      come from the summary; a summary that is
      *                      missing or not from today raises an alarm.
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGS-DATE
               FILE STATUS IS HLM-SUM-STATUS.
004100     SELECT PENDING-FILE ASSIGN TO "PENDUPD"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS HLM-PEND-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
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
005000 FD  PENDING-FILE.
005100 01  PENDING-RECORD             PIC X(40).
005200 WORKING-STORAGE SECTION.
007500*
007600*    Layout of one pending-updates line, matching
007700*    HIT-PENDING-DETAIL in the interactive program.
008500     05  HPP-DATE             PIC X(08).
008600     05  FILLER               PIC X(01).
008700     05  HPP-TIME             PIC X(06).
       01  HLM-SUM-STATUS           PIC X(02) VALUE "00".
009000 01  HLM-PEND-STATUS          PIC X(02) VALUE "00".
009100 01  HLM-EOF-SW               PIC X(01) VALUE "N".
009200     88  HLM-NO-MORE-RECORDS      VALUE "Y".
009500*
      *    The run date, the previous month the summary is read
      *    from, and the day-number window the baseline is built
      *    over.
009800 01  HLM-RUN-DATE             PIC 9(08) VALUE ZERO.
009900 01  HLM-RUN-DATE-X REDEFINES HLM-RUN-DATE.
010000     05  HLM-RUN-YEAR         PIC 9(04).
010500     05  HLM-PREV-YEAR        PIC 9(04).
010600     05  HLM-PREV-MON         PIC 9(02).
010700 01  HLM-BASE-WINDOW          PIC 9(02) VALUE 21.
       01  HLM-FIRST-DATE           PIC 9(08) VALUE ZERO.
010800*
010900*    Day-number work fields (Fliegel-Van Flandern).
011000 77  HLM-FVF-A                PIC S9(09) COMP VALUE ZERO.
014700 01  HLM-AVG-FWD              PIC 9(06)V99 VALUE ZERO.
014800 01  HLM-AVG-BACK             PIC 9(06)V99 VALUE ZERO.
014900 01  HLM-AVG-INVALID          PIC 9(06)V99 VALUE ZERO.
      *
      *    One day's direction counts, added up from its summary.
      *    Slot k*10+s+1 holds the sessions that ended on ending k,
      *    sub-code s.
       01  HLM-DAY-CTRS.
           05  HLM-D-LEFT           PIC 9(06) VALUE ZERO.
           05  HLM-D-RIGHT          PIC 9(06) VALUE ZERO.
           05  HLM-D-FWD            PIC 9(06) VALUE ZERO.
           05  HLM-D-BACK           PIC 9(06) VALUE ZERO.
       01  HLM-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
       01  HLM-SLOT-FROM            PIC 9(03) COMP VALUE ZERO.
       01  HLM-SLOT-TO              PIC 9(03) COMP VALUE ZERO.
       01  HLM-SLOT-SUM             PIC 9(06) VALUE ZERO.
015000 01  HLM-DIR-AVG              PIC 9(06)V99 VALUE ZERO.
015100 01  HLM-DIR-TODAY            PIC 9(06) VALUE ZERO.
015200 01  HLM-DIR-TEXT             PIC X(08) VALUE SPACES.
016100 01  HLM-PEND-AGE-D           PIC 9(04) VALUE ZERO.
016200 01  HLM-PEND-MAX-AGE         PIC 9(02) VALUE 2.
016300 77  HLM-ALERT-CT             PIC 9(04) VALUE ZERO.
      *
      *    Seal outcome - days read that differ from their seal,
      *    and what the summary run's own check found.
       77  HLM-SEAL-BAD-CT          PIC 9(05) VALUE ZERO.
       77  HLM-SUM-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
       01  HLM-SUM-SEAL-RESULT      PIC X(02) VALUE "00".
016400 PROCEDURE DIVISION.
016500*
016600*    ---------------------------------------------------------
017000*    ---------------------------------------------------------
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 1500-SCAN-SUMMARY THRU 1500-EXIT
017500     PERFORM 2500-CHECK-PENDING THRU 2500-EXIT
017600     PERFORM 3000-JUDGE-THE-DAY THRU 3000-EXIT
017700     PERFORM 9999-TERMINATE THRU 9999-EXIT
018000*    ---------------------------------------------------------
018100*    1000-INITIALIZE
018200*    Works out today's day number, the baseline window and
      *    the previous month the summary is read from.
018400*    ---------------------------------------------------------
018500 1000-INITIALIZE.
018600     ACCEPT HLM-RUN-DATE FROM DATE YYYYMMDD
019700     ELSE
019800         MOVE HLM-RUN-YEAR TO HLM-PREV-YEAR
019900         COMPUTE HLM-PREV-MON = HLM-RUN-MON - 1
           END-IF
           COMPUTE HLM-FIRST-DATE = HLM-PREV-MONTH * 100 + 1.
020100 1000-EXIT.
020200     EXIT.
      *
      *    ---------------------------------------------------------
      *    1500-SCAN-SUMMARY
      *    Reads the daily summary file from the first of last
      *    month, so the baseline window survives month-end.  The
      *    control record gives the unparseable lines and the seal
      *    outcome the summary run found.
      *    ---------------------------------------------------------
       1500-SCAN-SUMMARY.
           OPEN INPUT SUMMARY-FILE
           IF HLM-SUM-STATUS NOT = "00"
               DISPLAY "HITLARM: kan inte öppna TRANDAG, status "
                   HLM-SUM-STATUS "  ** LARM **"
               ADD 1 TO HLM-ALERT-CT
               GO TO 1500-EXIT
           END-IF
           MOVE ZERO TO DGC-KEY
           READ SUMMARY-FILE
               INVALID KEY
                   DISPLAY "HITLARM: TRANDAG saknar kontrollpost"
                       "  ** LARM **"
                   ADD 1 TO HLM-ALERT-CT
                   GO TO 1500-CLOSE
           END-READ
           MOVE DGC-TRAN-BAD-CT TO HLM-BAD-CT
           MOVE DGC-SEAL-BAD-CT TO HLM-SUM-SEAL-BAD-CT
           MOVE DGC-SEAL-RESULT TO HLM-SUM-SEAL-RESULT
           IF DGC-RUN-DATE NOT = HLM-RUN-DATE
               DISPLAY "HITLARM: sammanställningen är från "
                   DGC-RUN-DATE "  ** LARM **"
               ADD 1 TO HLM-ALERT-CT
           END-IF
           MOVE "N" TO HLM-EOF-SW
           MOVE HLM-FIRST-DATE TO DGS-DATE
           START SUMMARY-FILE KEY IS NOT LESS THAN DGS-DATE
               INVALID KEY
                   GO TO 1500-CLOSE
           END-START
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HLM-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 1510-TALLY-DAY THRU 1510-EXIT
               UNTIL HLM-NO-MORE-RECORDS.
       1500-CLOSE.
           CLOSE SUMMARY-FILE.
       1500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1510-TALLY-DAY
      *    Adds one day's summary to today's counters or to the
      *    baseline, depending on its date, then reads the next.
      *    ---------------------------------------------------------
       1510-TALLY-DAY.
           IF DGS-DATE > HLM-RUN-DATE
               SET HLM-NO-MORE-RECORDS TO TRUE
               GO TO 1510-EXIT
           END-IF
           IF DGS-SEAL-DIFFERS
               ADD 1 TO HLM-SEAL-BAD-CT
               DISPLAY "HITLARM: dag " DGS-DATE
                   " stämmer inte med förseglingen (TRANSIGL)."
           END-IF
           IF DGS-SESSION-CT = ZERO
               GO TO 1510-READ-NEXT
           END-IF
           MOVE 11 TO HLM-SLOT-FROM
           MOVE 20 TO HLM-SLOT-TO
           PERFORM 2000-SUM-SLOTS THRU 2000-EXIT
           MOVE HLM-SLOT-SUM TO HLM-D-LEFT
           MOVE 21 TO HLM-SLOT-FROM
           MOVE 30 TO HLM-SLOT-TO
           PERFORM 2000-SUM-SLOTS THRU 2000-EXIT
           MOVE HLM-SLOT-SUM TO HLM-D-RIGHT
           MOVE 31 TO HLM-SLOT-FROM
           MOVE 40 TO HLM-SLOT-TO
           PERFORM 2000-SUM-SLOTS THRU 2000-EXIT
           MOVE HLM-SLOT-SUM TO HLM-D-FWD
           MOVE 41 TO HLM-SLOT-FROM
           MOVE 50 TO HLM-SLOT-TO
           PERFORM 2000-SUM-SLOTS THRU 2000-EXIT
           MOVE HLM-SLOT-SUM TO HLM-D-BACK
           IF DGS-DATE = HLM-RUN-DATE
               MOVE DGS-SESSION-CT TO HLM-T-SESS
               MOVE DGS-INVALID-CT TO HLM-T-INVALID
               MOVE HLM-D-LEFT TO HLM-T-LEFT
               MOVE HLM-D-RIGHT TO HLM-T-RIGHT
               MOVE HLM-D-FWD TO HLM-T-FWD
               MOVE HLM-D-BACK TO HLM-T-BACK
               GO TO 1510-READ-NEXT
           END-IF
           MOVE DGS-DATE (1:4) TO HLM-CALC-YEAR
           MOVE DGS-DATE (5:2) TO HLM-CALC-MON
           MOVE DGS-DATE (7:2) TO HLM-CALC-DAY
           PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT
           IF HLM-DAY-NUMBER < HLM-WINDOW-START
               GO TO 1510-READ-NEXT
           END-IF
           ADD DGS-SESSION-CT TO HLM-B-SESS
           ADD DGS-INVALID-CT TO HLM-B-INVALID
           ADD HLM-D-LEFT TO HLM-B-LEFT
           ADD HLM-D-RIGHT TO HLM-B-RIGHT
           ADD HLM-D-FWD TO HLM-B-FWD
           ADD HLM-D-BACK TO HLM-B-BACK
           ADD 1 TO HLM-BASE-DAYS
           MOVE DGS-DATE TO HLM-BASE-LAST-DATE.
       1510-READ-NEXT.
           READ SUMMARY-FILE NEXT RECORD
               AT END
                   SET HLM-NO-MORE-RECORDS TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2000-SUM-SLOTS
      *    Adds up one day's sessions over one range of slots.
      *    ---------------------------------------------------------
       2000-SUM-SLOTS.
           MOVE ZERO TO HLM-SLOT-SUM
           MOVE HLM-SLOT-FROM TO HLM-SLOT-IX
           PERFORM 2100-ADD-SLOT THRU 2100-EXIT
               UNTIL HLM-SLOT-IX > HLM-SLOT-TO.
       2000-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2100-ADD-SLOT
      *    Adds one slot to the running sum.
      *    ---------------------------------------------------------
       2100-ADD-SLOT.
           ADD DGS-END-CT (HLM-SLOT-IX) TO HLM-SLOT-SUM
           ADD 1 TO HLM-SLOT-IX.
       2100-EXIT.
           EXIT.
033800*
033900*    ---------------------------------------------------------
034000*    2500-CHECK-PENDING
043100             "  ** LARM **"
043200         ADD 1 TO HLM-ALERT-CT
043300     END-IF
           IF HLM-SEAL-BAD-CT > ZERO
               DISPLAY "Dagar som avviker från sigillet: "
                   HLM-SEAL-BAD-CT "  ** LARM **"
               ADD 1 TO HLM-ALERT-CT
           END-IF
           IF HLM-SUM-SEAL-BAD-CT > HLM-SEAL-BAD-CT
               DISPLAY "Avvikande eller saknade dagar i senaste "
                   "läsningen: " HLM-SUM-SEAL-BAD-CT "  ** LARM **"
               ADD 1 TO HLM-ALERT-CT
           END-IF
           IF HLM-SUM-SEAL-RESULT NOT = "00"
               DISPLAY "Sigillen kunde inte kontrolleras fullt ut"
                   "  ** LARM **"
               ADD 1 TO HLM-ALERT-CT
           END-IF
043400     IF HLM-OLDEST-PEND > ZERO
043500         MOVE HLM-OLDEST-PEND (1:4) TO HLM-CALC-YEAR
043600         MOVE HLM-OLDEST-PEND (5:2) TO HLM-CALC-MON
