      *                      the trailer - so the acknowledgment
      *                      matcher (Hitack) can close the loop when
      *                      the front office sends its receipt back.
      *    15/10/2026  LB   Transcript record is now 160 bytes - it
      *                      carries the registered name and the run's
      *                      first-time pickup count after the ending.
      *    15/10/2026  LB   The transcript lines read are checked
      *                      against their day seals on TRANSIGL
      *                      (Hitsigil); days that differ are shown
      *                      and counted in the closing message.
      *    15/10/2026  LB   Today's tallies now come from today's
      *                      record on the daily summary file (TRANDAG)
      *                      the nightly summary run (Hitdag) keeps,
      *                      instead of reading TRANLOG line by line;
      *                      the seal count is the one that run found.
      *                      A summary that is missing or not from
      *                      today fails the run like an unreadable
      *                      TRANLOG did.
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SPECIAL-NAMES.
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS LB-KEY
003100         FILE STATUS IS HXT-LB-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DGS-DATE
               FILE STATUS IS HXT-SUM-STATUS.
003500     SELECT LB-EXTRACT-FILE ASSIGN TO "LBUTDRAG"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS HXT-LBX-STATUS.
005200     05  LB-TIMES-REACHED     PIC 9(05).
005300     05  LB-LAST-DATE         PIC 9(08).
005400     05  LB-LAST-TIME         PIC 9(06).
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
005700 FD  LB-EXTRACT-FILE.
005800 01  LB-EXTRACT-RECORD          PIC X(80).
005900 FD  DAY-EXTRACT-FILE.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HXC-COUNT            PIC 9(06).
       01  HXT-CTL-STATUS           PIC X(02) VALUE "00".
008100 01  HXT-LB-STATUS            PIC X(02) VALUE "00".
       01  HXT-SUM-STATUS           PIC X(02) VALUE "00".
008300 01  HXT-LBX-STATUS           PIC X(02) VALUE "00".
008400 01  HXT-DGX-STATUS           PIC X(02) VALUE "00".
008500 01  HXT-LB-EOF-SW            PIC X(01) VALUE "N".
008600     88  HXT-NO-MORE-LB           VALUE "Y".
008900 01  HXT-ERROR-SW             PIC X(01) VALUE "N".
009000     88  HXT-RUN-FAILED           VALUE "Y".
009100 01  HXT-RUN-DATE             PIC 9(08) VALUE ZERO.
010400     05  HXT-QUIT-CT          PIC 9(06) VALUE ZERO.
010500     05  HXT-ABORT-CT         PIC 9(06) VALUE ZERO.
010600     05  HXT-INVALID-TOTAL    PIC 9(08) VALUE ZERO.
      *
      *    Seal count the summary run found, and the slot range
      *    being added up from today's summary.
       01  HXT-SEAL-BAD-CT          PIC 9(05) VALUE ZERO.
       01  HXT-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
       01  HXT-SLOT-FROM            PIC 9(03) COMP VALUE ZERO.
       01  HXT-SLOT-TO              PIC 9(03) COMP VALUE ZERO.
       01  HXT-SLOT-SUM             PIC 9(06) VALUE ZERO.
010700 PROCEDURE DIVISION.
010800*
010900*    ---------------------------------------------------------
019800*
019900*    ---------------------------------------------------------
020000*    3000-EXTRACT-DAY-COUNTS
      *    Takes today's tallies from the daily summary file - the
      *    same counters the daily reconciliation keeps - and
      *    writes them as one delimited row between a dated header
      *    and a counted trailer.
020500*    ---------------------------------------------------------
020600 3000-EXTRACT-DAY-COUNTS.
           PERFORM 3100-READ-SUMMARY THRU 3100-EXIT
022400     OPEN OUTPUT DAY-EXTRACT-FILE
022500     IF HXT-DGX-STATUS NOT = "00"
022600         DISPLAY "HITXTRAK: kan inte öppna DGUTDRAG, status "
           END-IF.
       8000-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3100-READ-SUMMARY
      *    Reads the control record and today's summary.  Slot
      *    k*10+s+1 holds the sessions that ended on ending k,
      *    sub-code s; quit is code 0 and the aborted sessions are
      *    codes 5-9.  A day with no sessions has no record.
      *    ---------------------------------------------------------
       3100-READ-SUMMARY.
           OPEN INPUT SUMMARY-FILE
           IF HXT-SUM-STATUS NOT = "00"
               DISPLAY "HITXTRAK: kan inte öppna TRANDAG, status "
                   HXT-SUM-STATUS
               SET HXT-RUN-FAILED TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO DGC-KEY
           READ SUMMARY-FILE
               INVALID KEY
                   DISPLAY "HITXTRAK: TRANDAG saknar kontrollpost"
                       " - kör HITDAG."
                   SET HXT-RUN-FAILED TO TRUE
                   GO TO 3100-CLOSE
           END-READ
           MOVE DGC-SEAL-BAD-CT TO HXT-SEAL-BAD-CT
           IF DGC-RUN-DATE NOT = HXT-RUN-DATE
               DISPLAY "HITXTRAK: sammanställningen är från "
                   DGC-RUN-DATE " - kör HITDAG."
               SET HXT-RUN-FAILED TO TRUE
               GO TO 3100-CLOSE
           END-IF
           MOVE HXT-RUN-DATE TO DGS-DATE
           READ SUMMARY-FILE
               INVALID KEY
                   GO TO 3100-CLOSE
           END-READ
           MOVE DGS-SESSION-CT TO HXT-SESSION-CT
           MOVE DGS-INVALID-CT TO HXT-INVALID-TOTAL
           MOVE 1 TO HXT-SLOT-FROM
           MOVE 10 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-QUIT-CT
           MOVE 11 TO HXT-SLOT-FROM
           MOVE 20 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-LEFT-CT
           MOVE 21 TO HXT-SLOT-FROM
           MOVE 30 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-RIGHT-CT
           MOVE 31 TO HXT-SLOT-FROM
           MOVE 40 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-FORWARD-CT
           MOVE 41 TO HXT-SLOT-FROM
           MOVE 50 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-BACK-CT
           MOVE 51 TO HXT-SLOT-FROM
           MOVE 100 TO HXT-SLOT-TO
           PERFORM 3200-SUM-SLOTS THRU 3200-EXIT
           MOVE HXT-SLOT-SUM TO HXT-ABORT-CT.
       3100-CLOSE.
           CLOSE SUMMARY-FILE.
       3100-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3200-SUM-SLOTS
      *    Adds up today's sessions over one range of slots.
      *    ---------------------------------------------------------
       3200-SUM-SLOTS.
           MOVE ZERO TO HXT-SLOT-SUM
           MOVE HXT-SLOT-FROM TO HXT-SLOT-IX
           PERFORM 3300-ADD-SLOT THRU 3300-EXIT
               UNTIL HXT-SLOT-IX > HXT-SLOT-TO.
       3200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3300-ADD-SLOT
      *    Adds one slot to the running sum.
      *    ---------------------------------------------------------
       3300-ADD-SLOT.
           ADD DGS-END-CT (HXT-SLOT-IX) TO HXT-SLOT-SUM
           ADD 1 TO HXT-SLOT-IX.
       3300-EXIT.
           EXIT.
029700*
029800*    ---------------------------------------------------------
029900*    9999-TERMINATE
030200     DISPLAY "HITXTRAK: " HXT-LB-REC-CT
030300         " leaderboard-rader, " HXT-DAY-REC-CT
030400         " dagsrader skrivna."
           IF HXT-SEAL-BAD-CT > ZERO
               DISPLAY "HITXTRAK: " HXT-SEAL-BAD-CT
                   " dagar avviker från sigillet (TRANSIGL)."
           END-IF
030500     IF HXT-RUN-FAILED
030600         MOVE 8 TO RETURN-CODE
030700     END-IF.
