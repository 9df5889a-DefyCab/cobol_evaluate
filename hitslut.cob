001900*                      operator and only happens after the results
002000*                      file is safely written.  Ends with
002100*                      RETURN-CODE 8 when anything failed.
      *    15/10/2026  LB   Every closeout now also loads the season
      *                      into the keyed season-history master
      *                      (SASHIST) - one record per player with the
      *                      final rank, points and the season's start
      *                      and end dates - before the standings are
      *                      reset, so the hall-of-fame report (Hitfame)
      *                      can look across all closed seasons.  A
      *                      season starts on the day the previous one
      *                      was closed; the very first closeout asks
      *                      the operator for the start date.
      *    15/10/2026  LB   The operator now signs on before the
      *                      closeout is confirmed and must be on the
      *                      operator master (HITOPER) with season
      *                      closeout (SLUT) allowed, or nothing is
      *                      frozen or reset.  Every refusal is
      *                      appended to the security log (HITSAK) and
      *                      ends with RETURN-CODE 8.
      *    15/10/2026  LB   A closeout rerun on the same day now takes
      *                      the season start from the closings before
      *                      today, and first deletes the history
      *                      records the earlier run wrote - a player
      *                      no longer in the standings does not keep
      *                      a stale record for the season.
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SPECIAL-NAMES.
003300     SELECT RESULTS-FILE ASSIGN USING HSL-RESULT-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS HSL-RES-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHI-KEY
               FILE STATUS IS HSL-HIST-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "HITOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSL-OPR-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "HITSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSL-SAK-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800*
004500     05  SAS-LAST-DATE        PIC 9(08).
004600 FD  RESULTS-FILE.
004700 01  RESULTS-RECORD           PIC X(60).
      *
      *    Season history - one record per player per closed season,
      *    keyed on the closing date and the name.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  SHI-KEY.
               10  SHI-SEASON-END   PIC 9(08).
               10  SHI-NAME         PIC X(20).
           05  SHI-SEASON-START     PIC 9(08).
           05  SHI-RANK             PIC 9(03).
           05  SHI-POINTS           PIC 9(07).
           05  SHI-PLAYER-CT        PIC 9(03).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD          PIC X(40).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD      PIC X(80).
004800 WORKING-STORAGE SECTION.
004900 01  HSL-SAS-STATUS           PIC X(02) VALUE "00".
005000 01  HSL-RES-STATUS           PIC X(02) VALUE "00".
       01  HSL-HIST-STATUS          PIC X(02) VALUE "00".
       01  HSL-SEASON-START         PIC 9(08) VALUE ZERO.
       77  HSL-RERUN-CT             PIC 9(03) VALUE ZERO.
005100 01  HSL-EOF-SW               PIC X(01) VALUE "N".
005200     88  HSL-NO-MORE-RECORDS      VALUE "Y".
005300 01  HSL-ERROR-SW             PIC X(01) VALUE "N".
007110 01  HSL-STAND-CT-D           PIC 9(03) VALUE ZERO.
007200 01  HSL-OUT-LINE             PIC X(60) VALUE SPACES.
007300 77  HSL-TOTAL-POINTS         PIC 9(09) VALUE ZERO.
      *
      *    Operator master - one line per authorised operator with a
      *    J/N flag per guarded function: leaderboard maintenance,
      *    erasure, season closeout and backup reload.  Lines that
      *    start with an asterisk are notes.  The layout is shared by
      *    every utility that checks an operator.
       01  HSL-OPR-STATUS           PIC X(02) VALUE "00".
       01  HSL-OPR-EOF-SW           PIC X(01) VALUE "N".
           88  HSL-NO-MORE-OPERATORS    VALUE "Y".
       01  HSL-OPR-FOUND-SW         PIC X(01) VALUE "N".
           88  HSL-OPERATOR-FOUND       VALUE "Y".
       01  HSL-OPR-DETAIL.
           05  HOP-OPERATOR         PIC X(03).
           05  FILLER               PIC X(01).
           05  HOP-NAME             PIC X(20).
           05  FILLER               PIC X(01).
           05  HOP-MAINT            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-ERASE            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-CLOSE            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-RELOAD           PIC X(01).
           05  FILLER               PIC X(08).
       01  HSL-OPR-ALLOWED          PIC X(01) VALUE "N".
      *
      *    Security-log line appended for every refused operator -
      *    the layout is shared with the other guarded utilities and
      *    read back by the job-status report (Hitstat).
       01  HSL-SAK-STATUS           PIC X(02) VALUE "00".
       01  HSL-SAK-DETAIL.
           05  HSK-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-TIME             PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-PROGRAM          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-OPERATOR         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-FUNCTION         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-REASON           PIC X(20).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  HSL-OPERATOR             PIC X(03) VALUE SPACES.
       01  HSL-RUN-TIME             PIC 9(08) VALUE ZERO.
       01  HSL-REFUSED-SW           PIC X(01) VALUE "N".
           88  HSL-OPERATOR-REFUSED     VALUE "Y".
007400 PROCEDURE DIVISION.
007500*
007600*    ---------------------------------------------------------
008400         PERFORM 2000-SORT-STANDINGS THRU 2000-EXIT
008500         PERFORM 3000-WRITE-RESULTS THRU 3000-EXIT
008600     END-IF
           IF NOT HSL-RUN-FAILED AND HSL-STAND-CT > ZERO
               PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT
           END-IF
008700     IF NOT HSL-RUN-FAILED AND HSL-STAND-CT > ZERO
008800         PERFORM 4000-ANNOUNCE-WINNERS THRU 4000-EXIT
008900         PERFORM 5000-RESET-SEASON THRU 5000-EXIT
009300*
009400*    ---------------------------------------------------------
009500*    1000-INITIALIZE
      *    Checks the operator's signature against the operator
      *    master, confirms the closeout with the operator and loads
      *    the standings into the table.
009800*    ---------------------------------------------------------
009900 1000-INITIALIZE.
010000     ACCEPT HSL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HSL-RUN-TIME FROM TIME
010100     DISPLAY "HITSLUT - SÄSONGSAVSLUT " HSL-RUN-DATE
           DISPLAY "Ange signatur: " WITH NO ADVANCING
           ACCEPT HSL-OPERATOR
           IF HSL-OPERATOR = SPACES
               MOVE "???" TO HSL-OPERATOR
           END-IF
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
           IF HSL-OPERATOR-REFUSED
               SET HSL-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
010200     DISPLAY "Säsongen stängs och ställningen nollställs"
010300     DISPLAY "efter att resultatet frysts - säker? (J/N): "
010400         WITH NO ADVANCING
012900     IF HSL-STAND-CT = ZERO
013000         DISPLAY "HITSLUT: ställningen är tom - inget att "
013100             "frysa."
               GO TO 1000-EXIT
013200     END-IF
           PERFORM 1300-FIND-SEASON-START THRU 1300-EXIT.
013300 1000-EXIT.
013400     EXIT.
013500*
015500     END-READ.
015600 1100-EXIT.
015700     EXIT.
      *
      *    ---------------------------------------------------------
      *    1200-CHECK-OPERATOR
      *    Looks the signature up on the operator master and checks
      *    its season-closeout flag.  An unknown operator, a flag
      *    other than J, or a missing master all refuse the run and
      *    are written to the security log.
      *    ---------------------------------------------------------
       1200-CHECK-OPERATOR.
           MOVE "N" TO HSL-OPR-FOUND-SW
           MOVE "N" TO HSL-OPR-EOF-SW
           MOVE "N" TO HSL-OPR-ALLOWED
           MOVE SPACES TO HSK-REASON
           OPEN INPUT OPERATOR-FILE
           IF HSL-OPR-STATUS NOT = "00"
               MOVE "HITOPER SAKNAS" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           PERFORM 1210-FIND-OPERATOR THRU 1210-EXIT
               UNTIL HSL-NO-MORE-OPERATORS
           CLOSE OPERATOR-FILE
           IF NOT HSL-OPERATOR-FOUND
               MOVE "OKÄND OPERATÖR" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           IF HSL-OPR-ALLOWED NOT = "J"
               MOVE "EJ BEHÖRIG" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           GO TO 1200-EXIT.
       1200-REFUSE.
           SET HSL-OPERATOR-REFUSED TO TRUE
           PERFORM 1250-LOG-REFUSAL THRU 1250-EXIT
           DISPLAY "HITSLUT: " HSL-OPERATOR " nekas avslut ("
               HSK-REASON ") - avbryter.".
       1200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1210-FIND-OPERATOR
      *    Reads one operator line and notes the season-closeout flag
      *    when it carries the signature in hand.
      *    ---------------------------------------------------------
       1210-FIND-OPERATOR.
           READ OPERATOR-FILE INTO HSL-OPR-DETAIL
               AT END
                   SET HSL-NO-MORE-OPERATORS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF HOP-OPERATOR (1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF HOP-OPERATOR = HSL-OPERATOR
               SET HSL-OPERATOR-FOUND TO TRUE
               MOVE HOP-CLOSE TO HSL-OPR-ALLOWED
               SET HSL-NO-MORE-OPERATORS TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1250-LOG-REFUSAL
      *    Appends one line for the refused operator to the
      *    security log.  HSK-REASON is set by the caller.
      *    ---------------------------------------------------------
       1250-LOG-REFUSAL.
           MOVE HSL-RUN-DATE TO HSK-DATE
           MOVE HSL-RUN-TIME (1:6) TO HSK-TIME
           MOVE "HITSLUT" TO HSK-PROGRAM
           MOVE HSL-OPERATOR TO HSK-OPERATOR
           MOVE "SLUT" TO HSK-FUNCTION
           OPEN EXTEND SECURITY-LOG-FILE
           IF HSL-SAK-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF HSL-SAK-STATUS NOT = "00"
               DISPLAY "HITSLUT: kan inte öppna HITSAK, status "
                   HSL-SAK-STATUS
               GO TO 1250-EXIT
           END-IF
           MOVE HSL-SAK-DETAIL TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
       1250-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1300-FIND-SEASON-START
      *    The season being closed started on the day the previous
      *    one was closed - the latest closing date on the history.
      *    With no history yet the operator gives the start date.
      *    ---------------------------------------------------------
       1300-FIND-SEASON-START.
           OPEN INPUT HISTORY-FILE
           IF HSL-HIST-STATUS = "00"
               MOVE "N" TO HSL-EOF-SW
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HSL-NO-MORE-RECORDS TO TRUE
               END-READ
               PERFORM 1310-CHECK-ONE-SEASON THRU 1310-EXIT
                   UNTIL HSL-NO-MORE-RECORDS
               CLOSE HISTORY-FILE
           END-IF
           IF HSL-SEASON-START > ZERO
               DISPLAY "HITSLUT: säsongen startade " HSL-SEASON-START
               GO TO 1300-EXIT
           END-IF
           DISPLAY "Första säsongen - startdatum (ÅÅÅÅMMDD): "
               WITH NO ADVANCING
           ACCEPT HSL-SEASON-START
           IF HSL-SEASON-START = ZERO
               OR HSL-SEASON-START > HSL-RUN-DATE
               DISPLAY "HITSLUT: ogiltigt startdatum - avslut "
                   "avbrutet."
               SET HSL-RUN-FAILED TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1310-CHECK-ONE-SEASON
      *    Remembers the latest closing date seen before today - a
      *    rerun finds today's records from the earlier run - and
      *    primes the next history record.
      *    ---------------------------------------------------------
       1310-CHECK-ONE-SEASON.
           IF SHI-SEASON-END > HSL-SEASON-START
               AND SHI-SEASON-END < HSL-RUN-DATE
               MOVE SHI-SEASON-END TO HSL-SEASON-START
           END-IF
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HSL-NO-MORE-RECORDS TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
015800*
015900*    ---------------------------------------------------------
016000*    2000-SORT-STANDINGS
025800     ADD 1 TO HSL-RANK.
025900 3100-EXIT.
026000     EXIT.
      *
      *    ---------------------------------------------------------
      *    3500-WRITE-HISTORY
      *    Loads the sorted standings into the season history, one
      *    record per player.  A closeout rerun on the same day
      *    first deletes the records the earlier run wrote.
      *    ---------------------------------------------------------
       3500-WRITE-HISTORY.
           OPEN I-O HISTORY-FILE
           IF HSL-HIST-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF HSL-HIST-STATUS NOT = "00"
               DISPLAY "HITSLUT: kan inte öppna SASHIST, status "
                   HSL-HIST-STATUS
               SET HSL-RUN-FAILED TO TRUE
               GO TO 3500-EXIT
           END-IF
           PERFORM 3520-CLEAR-RERUN THRU 3520-EXIT
           IF HSL-RUN-FAILED
               CLOSE HISTORY-FILE
               GO TO 3500-EXIT
           END-IF
           MOVE 1 TO HSL-RANK
           PERFORM 3510-WRITE-ONE-HISTORY THRU 3510-EXIT
               UNTIL HSL-RANK > HSL-STAND-CT
           CLOSE HISTORY-FILE
           IF NOT HSL-RUN-FAILED
               DISPLAY "HITSLUT: säsongen " HSL-SEASON-START " - "
                   HSL-RUN-DATE " sparad i SASHIST."
           END-IF.
       3500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3510-WRITE-ONE-HISTORY
      *    Writes one player's season record.
      *    ---------------------------------------------------------
       3510-WRITE-ONE-HISTORY.
           MOVE HSL-RUN-DATE TO SHI-SEASON-END
           MOVE HSL-ST-NAME (HSL-RANK) TO SHI-NAME
           MOVE HSL-SEASON-START TO SHI-SEASON-START
           MOVE HSL-RANK TO SHI-RANK
           MOVE HSL-ST-POINTS (HSL-RANK) TO SHI-POINTS
           MOVE HSL-STAND-CT TO SHI-PLAYER-CT
           WRITE HISTORY-RECORD
           IF HSL-HIST-STATUS NOT = "00"
               DISPLAY "HITSLUT: " SHI-NAME " ej sparad i SASHIST, "
                   "status " HSL-HIST-STATUS
               SET HSL-RUN-FAILED TO TRUE
           END-IF
           ADD 1 TO HSL-RANK.
       3510-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3520-CLEAR-RERUN
      *    Deletes every history record closed today - left by an
      *    earlier closeout run the same day - so the rerun writes
      *    exactly the standings it closes.
      *    ---------------------------------------------------------
       3520-CLEAR-RERUN.
           MOVE HSL-RUN-DATE TO SHI-SEASON-END
           MOVE LOW-VALUES TO SHI-NAME
           MOVE "N" TO HSL-EOF-SW
           START HISTORY-FILE KEY IS NOT LESS THAN SHI-KEY
               INVALID KEY
                   SET HSL-NO-MORE-RECORDS TO TRUE
           END-START
           PERFORM 3530-CLEAR-ONE-RECORD THRU 3530-EXIT
               UNTIL HSL-NO-MORE-RECORDS
           IF HSL-RERUN-CT > ZERO
               DISPLAY "HITSLUT: " HSL-RERUN-CT " poster från "
                   "tidigare avslut i dag ersätts."
           END-IF.
       3520-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3530-CLEAR-ONE-RECORD
      *    Reads the next history record and deletes it while it
      *    still belongs to today's closing.
      *    ---------------------------------------------------------
       3530-CLEAR-ONE-RECORD.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HSL-NO-MORE-RECORDS TO TRUE
                   GO TO 3530-EXIT
           END-READ
           IF SHI-SEASON-END NOT = HSL-RUN-DATE
               SET HSL-NO-MORE-RECORDS TO TRUE
               GO TO 3530-EXIT
           END-IF
           DELETE HISTORY-FILE RECORD
           IF HSL-HIST-STATUS = "00"
               ADD 1 TO HSL-RERUN-CT
           ELSE
               DISPLAY "HITSLUT: " SHI-NAME " kan inte tas bort ur "
                   "SASHIST, status " HSL-HIST-STATUS
               SET HSL-RUN-FAILED TO TRUE
               SET HSL-NO-MORE-RECORDS TO TRUE
           END-IF.
       3530-EXIT.
           EXIT.
026100*
026200*    ---------------------------------------------------------
026300*    4000-ANNOUNCE-WINNERS
028500*    ---------------------------------------------------------
028600*    5000-RESET-SEASON
028700*    Resets the running totals - the next season starts from
028800*    zero.  Only reached after the results file and the
      *    season history are written.
028900*    ---------------------------------------------------------
029000 5000-RESET-SEASON.
029100     OPEN OUTPUT SEASON-FILE
