      *                      erase ANNA.  The player's registry record
      *                      (HITREG) is personal data too and is now
      *                      deleted as well.
      *    15/10/2026  LB   Transcript record is now 160 bytes and
      *                      carries the registered name, so a line is
      *                      matched on the name as well as on the
      *                      stamps, and the name is blanked to ANONYM
      *                      along with the session id.
      *    15/10/2026  LB   The player's märken on the achievements
      *                      file (HITMARK) are deleted too.  A "first
      *                      ever" märke is kept under the name ANONYM
      *                      instead, so the award run does not hand
      *                      the same first to someone else.
      *    15/10/2026  LB   The operator now signs on first and must be
      *                      on the operator master (HITOPER) with
      *                      erasure (RADR) allowed, or nothing is
      *                      erased.  Every refusal is appended to the
      *                      security log (HITSAK) and ends with
      *                      RETURN-CODE 8.
      *    15/10/2026  LB   The transcript lines are checked against
      *                      their day seals on TRANSIGL (Hitsigil) as
      *                      they are scrubbed, and every sealed day
      *                      the scrub changed is re-sealed with the
      *                      erasure noted on its seal - but only when
      *                      the day still matched its seal before the
      *                      scrub, so an altered day stays reported.
      *    15/10/2026  LB   The gift log (HITGAVA) names both giver and
      *                      receiver - the erased name is replaced by
      *                      ANONYM on every gift line, so the other
      *                      player's history is kept without it.
      *    15/10/2026  LB   The days the scrub changed are put on the
      *                      request file (DAGBEST) as one range, so
      *                      the nightly summary run (Hitdag) builds
      *                      their daily summaries (TRANDAG) again from
      *                      the scrubbed log.  The range is shown on
      *                      the receipt.
      *    15/10/2026  LB   A transcript line that carries a name is now
      *                      matched on the name alone - the stamps
      *                      are only used for the older, unnamed
      *                      lines, so another player's line sharing a
      *                      stamp is left as it is.
      *    15/10/2026  LB   The player's rows on the season history
      *                      (SASHIST) are written back under ANONYM,
      *                      so the closed seasons keep their ranks
      *                      without the name.
      *    15/10/2026  LB   The archived months (TRANARC.ÅÅÅÅMM) are
      *                      scrubbed as well, from the oldest month
      *                      the player can have lines in: each month
      *                      changed is re-sealed and put on DAGBEST
      *                      for its daily summaries.  The warning for
      *                      stamps older than the current month is
      *                      gone - months that could not be scrubbed
      *                      are shown instead.
      *    15/10/2026  LB   A "first ever" märke that cannot be written
      *                      back under ANONYM now fails the run, so
      *                      the loss is not silent.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAS-NAME
               FILE STATUS IS HPU-SAS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "SASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHI-KEY
               FILE STATUS IS HPU-HIST-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "HITREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HREG-NBR
               ALTERNATE RECORD KEY IS HREG-NORM-NAME
               FILE STATUS IS HPU-REG-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "HITMARK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRK-KEY
               FILE STATUS IS HPU-MRK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "HITOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-OPR-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "HITSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-SAK-STATUS.
           SELECT GIFT-FILE ASSIGN TO "HITGAVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-GIFT-STATUS.
           SELECT GIFT-WORK-FILE ASSIGN TO "GAVANEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-GWRK-STATUS.
           SELECT DAY-REQUEST-FILE ASSIGN TO "DAGBEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-DAG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING HPU-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPU-ARC-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
006800     05  LB-LAST-DATE         PIC 9(08).
006900     05  LB-LAST-TIME         PIC 9(06).
007000 FD  TRANSCRIPT-FILE.
007100 01  TRANSCRIPT-RECORD          PIC X(160).
007200 FD  CURRENT-FILE.
007300 01  CURRENT-RECORD             PIC X(160).
007400 FD  ERASE-FILE.
007500 01  ERASE-RECORD               PIC X(60).
007600*
           05  SAS-POINTS           PIC 9(07).
           05  SAS-LAST-DATE        PIC 9(08).
      *
      *    Season history - layout must match HISTORY-RECORD in the
      *    season closeout (Hitslut), since both share the same file.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  SHI-KEY.
               10  SHI-SEASON-END   PIC 9(08).
               10  SHI-NAME         PIC X(20).
           05  SHI-SEASON-START     PIC 9(08).
           05  SHI-RANK             PIC 9(03).
           05  SHI-POINTS           PIC 9(07).
           05  SHI-PLAYER-CT        PIC 9(03).
      *
      *    Player registry master - layout must match REGISTRY-RECORD
      *    in the interactive program, since both share the same file.
       FD  REGISTRY-FILE.
           05  HREG-FIRST-DATE      PIC 9(08).
           05  HREG-LAST-DATE       PIC 9(08).
           05  HREG-PLAY-CT         PIC 9(05).
      *
      *    Per-player achievements - layout must match
      *    ACHIEVEMENT-RECORD in the award run (Hitmark), which
      *    writes the file.
       FD  ACHIEVEMENT-FILE.
       01  ACHIEVEMENT-RECORD.
           05  MRK-KEY.
               10  MRK-NAME         PIC X(20).
               10  MRK-CODE         PIC 9(02).
           05  MRK-EARNED-DATE      PIC 9(08).
           05  MRK-SHOWN            PIC X(01).
           05  MRK-TEXT-SV          PIC X(30).
           05  MRK-TEXT-EN          PIC X(30).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD          PIC X(40).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD      PIC X(80).
       FD  GIFT-FILE.
       01  GIFT-RECORD              PIC X(60).
       FD  GIFT-WORK-FILE.
       01  GIFT-WORK-RECORD         PIC X(60).
       FD  DAY-REQUEST-FILE.
       01  DAY-REQUEST-RECORD       PIC X(40).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD           PIC X(160).
008700 WORKING-STORAGE SECTION.
008800*
008900*    Layout of one transcript detail line, matching
010400     05  HPU-INVALID-CT       PIC X(02).
010500     05  FILLER               PIC X(01).
010600     05  HPU-ENDING-TEXT      PIC X(90).
           05  FILLER               PIC X(01).
           05  HPU-TR-PLAYER-NAME   PIC X(20).
           05  FILLER               PIC X(01).
           05  HPU-PICKUP-CT        PIC X(01).
           05  FILLER               PIC X(05).
010700 01  HPU-LB-STATUS            PIC X(02) VALUE "00".
010800 01  HPU-TRAN-STATUS          PIC X(02) VALUE "00".
010900 01  HPU-CUR-STATUS           PIC X(02) VALUE "00".
       77  HPU-SPAR-DELETED-CT      PIC 9(03) VALUE ZERO.
       01  HPU-SAS-STATUS           PIC X(02) VALUE "00".
       77  HPU-SAS-DELETED-CT       PIC 9(03) VALUE ZERO.
       01  HPU-HIST-STATUS          PIC X(02) VALUE "00".
       77  HPU-HIST-CT              PIC 9(03) VALUE ZERO.
       77  HPU-HIST-LEFT-CT         PIC 9(03) VALUE ZERO.
       01  HPU-HIST-EOF-SW          PIC X(01) VALUE "N".
           88  HPU-NO-MORE-HISTORY      VALUE "Y".
      *
      *    Season-history rows held by the erased player, written
      *    back under ANONYM once the browse has deleted them.
       01  HPU-HIST-TABLE.
           05  HPU-HIST-ENTRY OCCURS 50 TIMES.
               10  HPU-HT-END       PIC 9(08).
               10  HPU-HT-START     PIC 9(08).
               10  HPU-HT-RANK      PIC 9(03).
               10  HPU-HT-POINTS    PIC 9(07).
               10  HPU-HT-PLAYERS   PIC 9(03).
       01  HPU-HIST-HELD-CT         PIC 9(02) COMP VALUE ZERO.
       01  HPU-HIST-IX              PIC 9(02) COMP VALUE ZERO.
       01  HPU-REG-STATUS           PIC X(02) VALUE "00".
       77  HPU-REG-DELETED-CT       PIC 9(03) VALUE ZERO.
       01  HPU-MRK-STATUS           PIC X(02) VALUE "00".
       77  HPU-MRK-DELETED-CT       PIC 9(03) VALUE ZERO.
       01  HPU-MRK-EOF-SW           PIC X(01) VALUE "N".
           88  HPU-NO-MORE-MARKS        VALUE "Y".
      *
      *    "First ever" märken held by the erased player, written
      *    back under ANONYM once the player's own are deleted.
       01  HPU-FIRST-TABLE.
           05  HPU-FIRST-ENTRY OCCURS 10 TIMES.
               10  HPU-FIRST-CODE   PIC 9(02).
               10  HPU-FIRST-DATE   PIC 9(08).
               10  HPU-FIRST-SV     PIC X(30).
               10  HPU-FIRST-EN     PIC X(30).
       01  HPU-FIRST-CT             PIC 9(02) COMP VALUE ZERO.
       01  HPU-FIRST-IX             PIC 9(02) COMP VALUE ZERO.
       01  HPU-RAW-NAME             PIC X(20) VALUE SPACES.
      *
      *    The first and last date the scrub changed in the file in
      *    hand, put on the summary run's request file, and the
      *    widest range asked for in the run - layout must match
      *    HDG-REQUEST-DETAIL in Hitdag.
       01  HPU-DAG-STATUS           PIC X(02) VALUE "00".
       01  HPU-SCRUB-FIRST          PIC X(08) VALUE SPACES.
       01  HPU-SCRUB-LAST           PIC X(08) VALUE SPACES.
       01  HPU-DAG-SW               PIC X(01) VALUE "N".
           88  HPU-RESUMMARY-ASKED      VALUE "Y".
       01  HPU-ASK-FIRST            PIC X(08) VALUE SPACES.
       01  HPU-ASK-LAST             PIC X(08) VALUE SPACES.
       01  HPU-DAG-DETAIL.
           05  HDB-FROM-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDB-TO-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDB-NOTE             PIC X(22).
       01  HPU-NORM-IX              PIC 9(02) COMP VALUE ZERO.
      *
      *    Layout of one pending-updates line, matching
           05  HPP-DATE             PIC X(08).
           05  FILLER               PIC X(01).
           05  HPP-TIME             PIC X(06).
      *
      *    Layout of one gift-log line, matching HIT-GIFT-DETAIL in
      *    the interactive program.
       01  HPU-GIFT-DETAIL.
           05  HGV-DATE             PIC X(08).
           05  FILLER               PIC X(01).
           05  HGV-TIME             PIC X(06).
           05  FILLER               PIC X(01).
           05  HGV-FROM-NAME        PIC X(20).
           05  FILLER               PIC X(01).
           05  HGV-TO-NAME          PIC X(20).
           05  FILLER               PIC X(01).
           05  HGV-ITEM-CODE        PIC X(02).
           05  FILLER               PIC X(01).
       01  HPU-GIFT-STATUS          PIC X(02) VALUE "00".
       01  HPU-GWRK-STATUS          PIC X(02) VALUE "00".
       77  HPU-GIFT-SCRUBBED-CT     PIC 9(03) VALUE ZERO.
011300 01  HPU-EOF-SW               PIC X(01) VALUE "N".
011400     88  HPU-NO-MORE-RECORDS      VALUE "Y".
011500 01  HPU-ERROR-SW             PIC X(01) VALUE "N".
013800 77  HPU-SCRUBBED-CT          PIC 9(06) VALUE ZERO.
013900 77  HPU-INV-DELETED-CT       PIC 9(03) VALUE ZERO.
       77  HPU-PEND-DROPPED-CT      PIC 9(03) VALUE ZERO.
       77  HPU-FILE-SCRUB-CT        PIC 9(06) VALUE ZERO.
      *
      *    Archived months - every TRANARC month from the oldest one
      *    the player can have lines in up to the month before the
      *    current one is scrubbed the same way as TRANLOG, through
      *    the same work file.
       01  HPU-ARC-STATUS           PIC X(02) VALUE "00".
       01  HPU-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
       01  HPU-ARC-FROM-DATE        PIC 9(08) VALUE ZERO.
       01  HPU-ARC-MONTH            PIC 9(06) VALUE ZERO.
       01  HPU-ARC-MONTH-X REDEFINES HPU-ARC-MONTH.
           05  HPU-ARC-YEAR         PIC 9(04).
           05  HPU-ARC-MON          PIC 9(02).
       01  HPU-END-MONTH            PIC 9(06) VALUE ZERO.
       01  HPU-REG-FIRST-DATE       PIC 9(08) VALUE ZERO.
       01  HPU-OLDEST-STAMP         PIC 9(08) VALUE ZERO.
       77  HPU-ARC-SCRUBBED-CT      PIC 9(06) VALUE ZERO.
       77  HPU-ARC-MONTH-CT         PIC 9(03) VALUE ZERO.
       77  HPU-ARC-MISSED-CT        PIC 9(03) VALUE ZERO.
      *
      *    Day-seal request passed to Hitsigil - layout must match
      *    SGQ-REQUEST there.
       01  HPU-SEAL-REQUEST.
           05  HPU-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
           05  HPU-SEAL-CALLER      PIC X(08) VALUE "HITPURGE".
           05  HPU-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
           05  HPU-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
           05  HPU-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
           05  HPU-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
           05  HPU-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
           05  HPU-SEAL-RESULT      PIC X(02) VALUE "00".
       01  HPU-SEAL-LINE            PIC X(160) VALUE SPACES.
       01  HPU-SEAL-SW              PIC X(01) VALUE "N".
           88  HPU-SEAL-UNAVAILABLE     VALUE "Y".
      *
      *    Seal outcomes added up over TRANLOG and every archived
      *    month checked.
       77  HPU-RESEAL-CT            PIC 9(05) VALUE ZERO.
       77  HPU-SEAL-DIFF-CT         PIC 9(05) VALUE ZERO.
       01  HPU-SEAL-PART-SW         PIC X(01) VALUE "N".
           88  HPU-SEAL-INCOMPLETE      VALUE "Y".
014000*
014100*    Receipt line appended to the erasure audit file.
014200 01  HPU-ERASE-DETAIL.
015300     05  HED-INV-CT           PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HED-PEND-CT          PIC 9(03).
      *
      *    Operator master - one line per authorised operator with a
      *    J/N flag per guarded function: leaderboard maintenance,
      *    erasure, season closeout and backup reload.  Lines that
      *    start with an asterisk are notes.  The layout is shared by
      *    every utility that checks an operator.
       01  HPU-OPR-STATUS           PIC X(02) VALUE "00".
       01  HPU-OPR-EOF-SW           PIC X(01) VALUE "N".
           88  HPU-NO-MORE-OPERATORS    VALUE "Y".
       01  HPU-OPR-FOUND-SW         PIC X(01) VALUE "N".
           88  HPU-OPERATOR-FOUND       VALUE "Y".
       01  HPU-OPR-DETAIL.
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
       01  HPU-OPR-ALLOWED          PIC X(01) VALUE "N".
      *
      *    Security-log line appended for every refused operator -
      *    the layout is shared with the other guarded utilities and
      *    read back by the job-status report (Hitstat).
       01  HPU-SAK-STATUS           PIC X(02) VALUE "00".
       01  HPU-SAK-DETAIL.
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
       01  HPU-OPERATOR             PIC X(03) VALUE SPACES.
       01  HPU-REFUSED-SW           PIC X(01) VALUE "N".
           88  HPU-OPERATOR-REFUSED     VALUE "Y".
015400 PROCEDURE DIVISION.
015500*
015600*    ---------------------------------------------------------
016400     PERFORM 2700-PURGE-INVENTORY THRU 2700-EXIT
           PERFORM 2750-PURGE-SAVEGAME THRU 2750-EXIT
           PERFORM 2770-PURGE-SEASON THRU 2770-EXIT
           PERFORM 2775-PURGE-HISTORY THRU 2775-EXIT
           PERFORM 2780-PURGE-ACHIEVEMENTS THRU 2780-EXIT
           PERFORM 2790-PURGE-REGISTRY THRU 2790-EXIT
           PERFORM 2800-FILTER-PENDING THRU 2800-EXIT
           PERFORM 2850-SCRUB-GIFTS THRU 2850-EXIT
016500     PERFORM 3000-SCRUB-TRANSCRIPT THRU 3000-EXIT
           PERFORM 3500-SCRUB-ARCHIVES THRU 3500-EXIT
016600     PERFORM 8000-WRITE-RECEIPT THRU 8000-EXIT
016700     PERFORM 9999-TERMINATE THRU 9999-EXIT
016800     GOBACK.
016900*
017000*    ---------------------------------------------------------
017100*    1000-INITIALIZE
      *    Checks the operator's signature against the operator
      *    master, then asks for the name to erase and normalises
      *    it - every master is keyed on the registered name, so the
      *    typed name must be folded the same way before any key is
      *    built.
017300*    ---------------------------------------------------------
017400 1000-INITIALIZE.
017500     ACCEPT HPU-CUR-DATE FROM DATE YYYYMMDD
017600     ACCEPT HPU-CUR-TIME FROM TIME
           DISPLAY "Ange signatur: " WITH NO ADVANCING
           ACCEPT HPU-OPERATOR
           IF HPU-OPERATOR = SPACES
               MOVE "???" TO HPU-OPERATOR
           END-IF
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
           IF HPU-OPERATOR-REFUSED
               SET HPU-RUN-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
017700     DISPLAY "Namn att radera: " WITH NO ADVANCING
017800     ACCEPT HPU-RAW-NAME
017900     IF HPU-RAW-NAME = SPACES
           ADD 1 TO HPU-NORM-IX.
       1110-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1200-CHECK-OPERATOR
      *    Looks the signature up on the operator master and checks
      *    its erasure flag.  An unknown operator, a flag other than
      *    J, or a missing master all refuse the run and are written
      *    to the security log.
      *    ---------------------------------------------------------
       1200-CHECK-OPERATOR.
           MOVE "N" TO HPU-OPR-FOUND-SW
           MOVE "N" TO HPU-OPR-EOF-SW
           MOVE "N" TO HPU-OPR-ALLOWED
           MOVE SPACES TO HSK-REASON
           OPEN INPUT OPERATOR-FILE
           IF HPU-OPR-STATUS NOT = "00"
               MOVE "HITOPER SAKNAS" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           PERFORM 1210-FIND-OPERATOR THRU 1210-EXIT
               UNTIL HPU-NO-MORE-OPERATORS
           CLOSE OPERATOR-FILE
           IF NOT HPU-OPERATOR-FOUND
               MOVE "OKÄND OPERATÖR" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           IF HPU-OPR-ALLOWED NOT = "J"
               MOVE "EJ BEHÖRIG" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           GO TO 1200-EXIT.
       1200-REFUSE.
           SET HPU-OPERATOR-REFUSED TO TRUE
           PERFORM 1250-LOG-REFUSAL THRU 1250-EXIT
           DISPLAY "HITPURGE: " HPU-OPERATOR " nekas radering ("
               HSK-REASON ") - avbryter.".
       1200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1210-FIND-OPERATOR
      *    Reads one operator line and notes the erasure flag
      *    when it carries the signature in hand.
      *    ---------------------------------------------------------
       1210-FIND-OPERATOR.
           READ OPERATOR-FILE INTO HPU-OPR-DETAIL
               AT END
                   SET HPU-NO-MORE-OPERATORS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF HOP-OPERATOR (1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF HOP-OPERATOR = HPU-OPERATOR
               SET HPU-OPERATOR-FOUND TO TRUE
               MOVE HOP-ERASE TO HPU-OPR-ALLOWED
               SET HPU-NO-MORE-OPERATORS TO TRUE
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
           MOVE HPU-CUR-DATE TO HSK-DATE
           MOVE HPU-CUR-TIME (1:6) TO HSK-TIME
           MOVE "HITPURGE" TO HSK-PROGRAM
           MOVE HPU-OPERATOR TO HSK-OPERATOR
           MOVE "RADR" TO HSK-FUNCTION
           OPEN EXTEND SECURITY-LOG-FILE
           IF HPU-SAK-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF HPU-SAK-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte öppna HITSAK, status "
                   HPU-SAK-STATUS
               GO TO 1250-EXIT
           END-IF
           MOVE HPU-SAK-DETAIL TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
       1250-EXIT.
           EXIT.
018500*
018600*    ---------------------------------------------------------
018700*    2000-PURGE-LEADERBOARD
022200         MOVE LB-LAST-DATE TO HPU-STAMP-DATE (HPU-STAMP-CT)
022300         MOVE LB-LAST-TIME TO HPU-STAMP-TIME (HPU-STAMP-CT)
022310     END-IF
           IF LB-LAST-DATE > ZERO
               AND (HPU-OLDEST-STAMP = ZERO
                    OR LB-LAST-DATE < HPU-OLDEST-STAMP)
               MOVE LB-LAST-DATE TO HPU-OLDEST-STAMP
           END-IF
022400     DELETE LEADERBOARD-FILE RECORD
022500     ADD 1 TO HPU-DELETED-CT.
022600 2100-NEXT-CODE.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2775-PURGE-HISTORY
      *    Takes the player's rows off the season history.  The name
      *    is part of the key, so each row is deleted during the
      *    browse, noted, and written back under ANONYM afterwards -
      *    the closed seasons keep their ranks and player counts.
      *    ---------------------------------------------------------
       2775-PURGE-HISTORY.
           IF HPU-RUN-FAILED
               GO TO 2775-EXIT
           END-IF
           OPEN I-O HISTORY-FILE
           IF HPU-HIST-STATUS NOT = "00"
               GO TO 2775-EXIT
           END-IF
           MOVE "N" TO HPU-HIST-EOF-SW
           PERFORM 2776-PURGE-ONE-SEASON THRU 2776-EXIT
               UNTIL HPU-NO-MORE-HISTORY
           MOVE 1 TO HPU-HIST-IX
           PERFORM 2777-KEEP-ONE-SEASON THRU 2777-EXIT
               UNTIL HPU-HIST-IX > HPU-HIST-HELD-CT
           CLOSE HISTORY-FILE.
       2775-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2776-PURGE-ONE-SEASON
      *    Reads the next history row and, if it is the player's,
      *    notes and deletes it.  A row that does not fit the table
      *    is left for a second run and counted.
      *    ---------------------------------------------------------
       2776-PURGE-ONE-SEASON.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HPU-NO-MORE-HISTORY TO TRUE
                   GO TO 2776-EXIT
           END-READ
           IF SHI-NAME NOT = HPU-PLAYER-NAME
               GO TO 2776-EXIT
           END-IF
           IF HPU-HIST-HELD-CT NOT < 50
               ADD 1 TO HPU-HIST-LEFT-CT
               GO TO 2776-EXIT
           END-IF
           ADD 1 TO HPU-HIST-HELD-CT
           MOVE SHI-SEASON-END TO HPU-HT-END (HPU-HIST-HELD-CT)
           MOVE SHI-SEASON-START TO HPU-HT-START (HPU-HIST-HELD-CT)
           MOVE SHI-RANK TO HPU-HT-RANK (HPU-HIST-HELD-CT)
           MOVE SHI-POINTS TO HPU-HT-POINTS (HPU-HIST-HELD-CT)
           MOVE SHI-PLAYER-CT TO HPU-HT-PLAYERS (HPU-HIST-HELD-CT)
           DELETE HISTORY-FILE RECORD
           IF HPU-HIST-STATUS NOT = "00"
               SUBTRACT 1 FROM HPU-HIST-HELD-CT
               ADD 1 TO HPU-HIST-LEFT-CT
           END-IF.
       2776-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2777-KEEP-ONE-SEASON
      *    Writes one noted history row back under ANONYM.  When the
      *    season already holds an ANONYM row (an earlier erasure)
      *    the rank is added to the name to keep the key unique.
      *    ---------------------------------------------------------
       2777-KEEP-ONE-SEASON.
           MOVE HPU-HT-END (HPU-HIST-IX) TO SHI-SEASON-END
           MOVE "ANONYM" TO SHI-NAME
           MOVE HPU-HT-START (HPU-HIST-IX) TO SHI-SEASON-START
           MOVE HPU-HT-RANK (HPU-HIST-IX) TO SHI-RANK
           MOVE HPU-HT-POINTS (HPU-HIST-IX) TO SHI-POINTS
           MOVE HPU-HT-PLAYERS (HPU-HIST-IX) TO SHI-PLAYER-CT
           WRITE HISTORY-RECORD
           IF HPU-HIST-STATUS = "22"
               MOVE SPACES TO SHI-NAME
               STRING "ANONYM " HPU-HT-RANK (HPU-HIST-IX)
                   DELIMITED BY SIZE INTO SHI-NAME
               END-STRING
               WRITE HISTORY-RECORD
           END-IF
           IF HPU-HIST-STATUS = "00"
               ADD 1 TO HPU-HIST-CT
           ELSE
               DISPLAY "HITPURGE: säsongen " SHI-SEASON-END
                   " kunde inte skrivas under ANONYM, status "
                   HPU-HIST-STATUS
           END-IF
           ADD 1 TO HPU-HIST-IX.
       2777-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2780-PURGE-ACHIEVEMENTS
      *    Deletes the player's märken.  The "first ever" ones
      *    (codes 11-20) are noted on the way and written back
      *    under ANONYM, so the first stays taken.
      *    ---------------------------------------------------------
       2780-PURGE-ACHIEVEMENTS.
           IF HPU-RUN-FAILED
               GO TO 2780-EXIT
           END-IF
           OPEN I-O ACHIEVEMENT-FILE
           IF HPU-MRK-STATUS NOT = "00"
               GO TO 2780-EXIT
           END-IF
           MOVE HPU-PLAYER-NAME TO MRK-NAME
           MOVE ZERO TO MRK-CODE
           MOVE "N" TO HPU-MRK-EOF-SW
           START ACHIEVEMENT-FILE KEY IS NOT LESS THAN MRK-KEY
               INVALID KEY
                   SET HPU-NO-MORE-MARKS TO TRUE
           END-START
           PERFORM 2781-PURGE-ONE-MARK THRU 2781-EXIT
               UNTIL HPU-NO-MORE-MARKS
           MOVE 1 TO HPU-FIRST-IX
           PERFORM 2782-KEEP-ONE-FIRST THRU 2782-EXIT
               UNTIL HPU-FIRST-IX > HPU-FIRST-CT
           CLOSE ACHIEVEMENT-FILE.
       2780-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2781-PURGE-ONE-MARK
      *    Reads the player's next märke and deletes it, noting it
      *    first if it is a "first ever" märke.
      *    ---------------------------------------------------------
       2781-PURGE-ONE-MARK.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET HPU-NO-MORE-MARKS TO TRUE
                   GO TO 2781-EXIT
           END-READ
           IF MRK-NAME NOT = HPU-PLAYER-NAME
               SET HPU-NO-MORE-MARKS TO TRUE
               GO TO 2781-EXIT
           END-IF
           IF MRK-CODE > 10 AND MRK-CODE < 21
               AND HPU-FIRST-CT < 10
               ADD 1 TO HPU-FIRST-CT
               MOVE MRK-CODE TO HPU-FIRST-CODE (HPU-FIRST-CT)
               MOVE MRK-EARNED-DATE TO HPU-FIRST-DATE (HPU-FIRST-CT)
               MOVE MRK-TEXT-SV TO HPU-FIRST-SV (HPU-FIRST-CT)
               MOVE MRK-TEXT-EN TO HPU-FIRST-EN (HPU-FIRST-CT)
           END-IF
           DELETE ACHIEVEMENT-FILE RECORD
           IF HPU-MRK-STATUS = "00"
               ADD 1 TO HPU-MRK-DELETED-CT
           END-IF.
       2781-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2782-KEEP-ONE-FIRST
      *    Writes one noted "first ever" märke back under ANONYM.
      *    ---------------------------------------------------------
       2782-KEEP-ONE-FIRST.
           MOVE "ANONYM" TO MRK-NAME
           MOVE HPU-FIRST-CODE (HPU-FIRST-IX) TO MRK-CODE
           MOVE HPU-FIRST-DATE (HPU-FIRST-IX) TO MRK-EARNED-DATE
           MOVE "J" TO MRK-SHOWN
           MOVE HPU-FIRST-SV (HPU-FIRST-IX) TO MRK-TEXT-SV
           MOVE HPU-FIRST-EN (HPU-FIRST-IX) TO MRK-TEXT-EN
           WRITE ACHIEVEMENT-RECORD
           IF HPU-MRK-STATUS NOT = "00"
               DISPLAY "HITPURGE: märke " MRK-CODE " kan inte skrivas "
                   "under ANONYM, status " HPU-MRK-STATUS
               SET HPU-RUN-FAILED TO TRUE
           END-IF
           ADD 1 TO HPU-FIRST-IX.
       2782-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2790-PURGE-REGISTRY
      *    Deletes the player's registry record - the typed name,
      *    the normalised name and the first/last-seen dates are
      *    personal data too.  Read through the alternate key on
      *    the normalised name.  The first-seen date is kept - the
      *    archive scrub starts from that month.
      *    ---------------------------------------------------------
       2790-PURGE-REGISTRY.
           IF HPU-RUN-FAILED
           MOVE HPU-PLAYER-NAME TO HREG-NORM-NAME
           READ REGISTRY-FILE KEY IS HREG-NORM-NAME
           IF HPU-REG-STATUS = "00"
               MOVE HREG-FIRST-DATE TO HPU-REG-FIRST-DATE
               DELETE REGISTRY-FILE RECORD
               ADD 1 TO HPU-REG-DELETED-CT
           END-IF
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2850-SCRUB-GIFTS
      *    Copies the gift log through the GAVANEW work file with
      *    the erased name replaced by ANONYM wherever it appears as
      *    giver or receiver, then copies the result back.  No gift
      *    log yet means nothing to do.
      *    ---------------------------------------------------------
       2850-SCRUB-GIFTS.
           IF HPU-RUN-FAILED
               GO TO 2850-EXIT
           END-IF
           OPEN INPUT GIFT-FILE
           IF HPU-GIFT-STATUS = "35"
               GO TO 2850-EXIT
           END-IF
           IF HPU-GIFT-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte öppna HITGAVA, status "
                   HPU-GIFT-STATUS
               SET HPU-RUN-FAILED TO TRUE
               GO TO 2850-EXIT
           END-IF
           OPEN OUTPUT GIFT-WORK-FILE
           IF HPU-GWRK-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte öppna GAVANEW, status "
                   HPU-GWRK-STATUS
               CLOSE GIFT-FILE
               SET HPU-RUN-FAILED TO TRUE
               GO TO 2850-EXIT
           END-IF
           MOVE "N" TO HPU-EOF-SW
           READ GIFT-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 2860-SCRUB-GIFT-LINE THRU 2860-EXIT
               UNTIL HPU-NO-MORE-RECORDS
           CLOSE GIFT-FILE
           CLOSE GIFT-WORK-FILE
           IF HPU-GIFT-SCRUBBED-CT > ZERO
               PERFORM 2950-COPY-GIFTS-BACK THRU 2950-EXIT
           END-IF.
       2850-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2860-SCRUB-GIFT-LINE
      *    Writes one gift line to the work file, with the erased
      *    name blanked to ANONYM, then primes the next line.
      *    ---------------------------------------------------------
       2860-SCRUB-GIFT-LINE.
           MOVE GIFT-RECORD TO HPU-GIFT-DETAIL
           IF HGV-FROM-NAME = HPU-PLAYER-NAME
               OR HGV-TO-NAME = HPU-PLAYER-NAME
               ADD 1 TO HPU-GIFT-SCRUBBED-CT
               IF HGV-FROM-NAME = HPU-PLAYER-NAME
                   MOVE "ANONYM" TO HGV-FROM-NAME
               END-IF
               IF HGV-TO-NAME = HPU-PLAYER-NAME
                   MOVE "ANONYM" TO HGV-TO-NAME
               END-IF
           END-IF
           MOVE HPU-GIFT-DETAIL TO GIFT-WORK-RECORD
           WRITE GIFT-WORK-RECORD
           READ GIFT-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ.
       2860-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2900-COPY-PENDING-BACK
      *    Copies the retained updates back over PENDUPD.
      *    ---------------------------------------------------------
           END-READ.
       2910-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2950-COPY-GIFTS-BACK
      *    Copies the scrubbed gift lines back over HITGAVA.
      *    ---------------------------------------------------------
       2950-COPY-GIFTS-BACK.
           OPEN INPUT GIFT-WORK-FILE
           IF HPU-GWRK-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte läsa GAVANEW, status "
                   HPU-GWRK-STATUS
               SET HPU-RUN-FAILED TO TRUE
               GO TO 2950-EXIT
           END-IF
           OPEN OUTPUT GIFT-FILE
           IF HPU-GIFT-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte skriva HITGAVA, status "
                   HPU-GIFT-STATUS
               CLOSE GIFT-WORK-FILE
               SET HPU-RUN-FAILED TO TRUE
               GO TO 2950-EXIT
           END-IF
           MOVE "N" TO HPU-EOF-SW
           READ GIFT-WORK-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 2960-COPY-GIFT-LINE THRU 2960-EXIT
               UNTIL HPU-NO-MORE-RECORDS
           CLOSE GIFT-WORK-FILE
           CLOSE GIFT-FILE.
       2950-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2960-COPY-GIFT-LINE
      *    Copies one scrubbed gift line back to the gift log.
      *    ---------------------------------------------------------
       2960-COPY-GIFT-LINE.
           MOVE GIFT-WORK-RECORD TO GIFT-RECORD
           WRITE GIFT-RECORD
           READ GIFT-WORK-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ.
       2960-EXIT.
           EXIT.
027100*
027200*    ---------------------------------------------------------
027300*    3000-SCRUB-TRANSCRIPT
027400*    Copies the transcript log through the work file, blanking
027500*    the session id and name on every line that is the
027600*    player's, then copies the result back.
027700*    ---------------------------------------------------------
027800 3000-SCRUB-TRANSCRIPT.
027900     IF HPU-RUN-FAILED
028000         GO TO 3000-EXIT
028100     END-IF
028200     OPEN INPUT TRANSCRIPT-FILE
029300         SET HPU-RUN-FAILED TO TRUE
029400         GO TO 3000-EXIT
029500     END-IF
           MOVE ZERO TO HPU-FILE-SCRUB-CT
           MOVE SPACES TO HPU-SCRUB-FIRST
           MOVE SPACES TO HPU-SCRUB-LAST
           MOVE "INIT" TO HPU-SEAL-FUNCTION
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
           MOVE "FIL " TO HPU-SEAL-FUNCTION
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
029600     MOVE "N" TO HPU-EOF-SW
029700     READ TRANSCRIPT-FILE
029800         AT END
030200         UNTIL HPU-NO-MORE-RECORDS
030300     CLOSE TRANSCRIPT-FILE
030400     CLOSE CURRENT-FILE
030500     PERFORM 5000-COPY-BACK THRU 5000-EXIT
           PERFORM 3200-RESEAL-DAYS THRU 3200-EXIT
           PERFORM 3400-REQUEST-RESUMMARY THRU 3400-EXIT.
030600 3000-EXIT.
030700     EXIT.
030800*
030900*    ---------------------------------------------------------
031000*    3100-SCRUB-LINE
031100*    Scrubs one transcript line if it is the player's, then
031200*    primes the next line.
031300*    ---------------------------------------------------------
031400 3100-SCRUB-LINE.
           MOVE "RAD " TO HPU-SEAL-FUNCTION
           MOVE TRANSCRIPT-RECORD TO HPU-SEAL-LINE
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
031500     MOVE TRANSCRIPT-RECORD TO HPU-TRANSCRIPT-DETAIL
           PERFORM 3120-MATCH-LINE THRU 3120-EXIT
032300     IF HPU-STAMP-MATCHED
032500         ADD 1 TO HPU-SCRUBBED-CT
               PERFORM 3130-SCRUB-DETAIL THRU 3130-EXIT
032600         MOVE HPU-TRANSCRIPT-DETAIL TO CURRENT-RECORD
032700     ELSE
032800         MOVE TRANSCRIPT-RECORD TO CURRENT-RECORD
034800     END-IF.
034900 3110-EXIT.
035000     EXIT.
      *
      *    ---------------------------------------------------------
      *    3120-MATCH-LINE
      *    Decides whether the line in HPU-TRANSCRIPT-DETAIL is the
      *    player's.  A line that carries a name is matched on the
      *    name alone; only an unnamed line is matched through the
      *    deleted last-visit stamps.
      *    ---------------------------------------------------------
       3120-MATCH-LINE.
           MOVE "N" TO HPU-MATCH-SW
           IF HPU-TR-PLAYER-NAME NOT = SPACES
               IF HPU-TR-PLAYER-NAME = HPU-PLAYER-NAME
                   SET HPU-STAMP-MATCHED TO TRUE
               END-IF
               GO TO 3120-EXIT
           END-IF
           IF HPU-TIMESTAMP IS NUMERIC
               MOVE 1 TO HPU-STAMP-IX
               PERFORM 3110-MATCH-STAMP THRU 3110-EXIT
                   UNTIL HPU-STAMP-MATCHED
                   OR HPU-STAMP-IX > HPU-STAMP-CT
           END-IF.
       3120-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3130-SCRUB-DETAIL
      *    Blanks the session id and name on the matched line,
      *    widens the file's range of changed days and tells the
      *    seal routine the line was replaced.
      *    ---------------------------------------------------------
       3130-SCRUB-DETAIL.
           MOVE "ANONYM" TO HPU-SESSION-ID
           MOVE "ANONYM" TO HPU-TR-PLAYER-NAME
           ADD 1 TO HPU-FILE-SCRUB-CT
           IF HPU-TS-DATE IS NUMERIC
               IF HPU-SCRUB-FIRST = SPACES
                   OR HPU-TS-DATE < HPU-SCRUB-FIRST
                   MOVE HPU-TS-DATE TO HPU-SCRUB-FIRST
               END-IF
               IF HPU-SCRUB-LAST = SPACES
                   OR HPU-TS-DATE > HPU-SCRUB-LAST
                   MOVE HPU-TS-DATE TO HPU-SCRUB-LAST
               END-IF
           END-IF
           MOVE "BYT " TO HPU-SEAL-FUNCTION
           MOVE HPU-TRANSCRIPT-DETAIL TO HPU-SEAL-LINE
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT.
       3130-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3200-RESEAL-DAYS
      *    Once the scrubbed file is back in place, has the seal
      *    routine check every day read and re-seal the days the
      *    scrub changed.  A day that already differed from its
      *    seal is shown and left as it was.  The outcome is added
      *    to the run's totals.
      *    ---------------------------------------------------------
       3200-RESEAL-DAYS.
           IF HPU-RUN-FAILED
               GO TO 3200-EXIT
           END-IF
           IF HPU-FILE-SCRUB-CT = ZERO
               MOVE "KOLL" TO HPU-SEAL-FUNCTION
           ELSE
               MOVE "OMSL" TO HPU-SEAL-FUNCTION
           END-IF
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
           IF HPU-SEAL-UNAVAILABLE
               MOVE "90" TO HPU-SEAL-RESULT
           END-IF
           ADD HPU-SEAL-NEW-CT TO HPU-RESEAL-CT
           ADD HPU-SEAL-BAD-CT TO HPU-SEAL-DIFF-CT
           IF HPU-SEAL-RESULT NOT = "00"
               SET HPU-SEAL-INCOMPLETE TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3300-CALL-SEAL
      *    Passes the request in hand to the shared seal routine.
      *    ---------------------------------------------------------
       3300-CALL-SEAL.
           IF HPU-SEAL-UNAVAILABLE
               GO TO 3300-EXIT
           END-IF
           CALL "HITSIGIL" USING HPU-SEAL-REQUEST HPU-SEAL-LINE
               ON EXCEPTION
                   DISPLAY "HITPURGE: HITSIGIL kunde inte startas."
                   SET HPU-SEAL-UNAVAILABLE TO TRUE
           END-CALL.
       3300-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3400-REQUEST-RESUMMARY
      *    Once the scrubbed file is back in place, appends its
      *    changed days to the summary run's request file so their
      *    daily summaries are built again from the scrubbed lines.
      *    ---------------------------------------------------------
       3400-REQUEST-RESUMMARY.
           IF HPU-RUN-FAILED
               OR HPU-SCRUB-FIRST = SPACES
               GO TO 3400-EXIT
           END-IF
           MOVE HPU-SCRUB-FIRST TO HDB-FROM-DATE
           MOVE HPU-SCRUB-LAST TO HDB-TO-DATE
           MOVE SPACES TO HDB-NOTE
           STRING "HITPURGE " HPU-CUR-DATE
               DELIMITED BY SIZE INTO HDB-NOTE
           END-STRING
           OPEN EXTEND DAY-REQUEST-FILE
           IF HPU-DAG-STATUS = "35"
               OPEN OUTPUT DAY-REQUEST-FILE
               CLOSE DAY-REQUEST-FILE
               OPEN EXTEND DAY-REQUEST-FILE
           END-IF
           IF HPU-DAG-STATUS = "00"
               MOVE HPU-DAG-DETAIL TO DAY-REQUEST-RECORD
               WRITE DAY-REQUEST-RECORD
               CLOSE DAY-REQUEST-FILE
               SET HPU-RESUMMARY-ASKED TO TRUE
               IF HPU-ASK-FIRST = SPACES
                   OR HPU-SCRUB-FIRST < HPU-ASK-FIRST
                   MOVE HPU-SCRUB-FIRST TO HPU-ASK-FIRST
               END-IF
               IF HPU-SCRUB-LAST > HPU-ASK-LAST
                   MOVE HPU-SCRUB-LAST TO HPU-ASK-LAST
               END-IF
           ELSE
               DISPLAY "HITPURGE: kan inte öppna DAGBEST, status "
                   HPU-DAG-STATUS " - lägg in " HPU-SCRUB-FIRST
                   " " HPU-SCRUB-LAST " för hand."
           END-IF.
       3400-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3500-SCRUB-ARCHIVES
      *    Scrubs the player's lines from the archived months too,
      *    walking from the oldest month the player can have lines
      *    in - the registration date or the oldest deleted stamp,
      *    and never less than a year back - up to the month before
      *    the current one.
      *    ---------------------------------------------------------
       3500-SCRUB-ARCHIVES.
           IF HPU-RUN-FAILED
               GO TO 3500-EXIT
           END-IF
           MOVE HPU-CUR-MONTH TO HPU-END-MONTH
           MOVE HPU-CUR-DATE TO HPU-ARC-FROM-DATE
           SUBTRACT 10000 FROM HPU-ARC-FROM-DATE
           IF HPU-REG-FIRST-DATE > ZERO
               AND HPU-REG-FIRST-DATE < HPU-ARC-FROM-DATE
               MOVE HPU-REG-FIRST-DATE TO HPU-ARC-FROM-DATE
           END-IF
           IF HPU-OLDEST-STAMP > ZERO
               AND HPU-OLDEST-STAMP < HPU-ARC-FROM-DATE
               MOVE HPU-OLDEST-STAMP TO HPU-ARC-FROM-DATE
           END-IF
           MOVE HPU-ARC-FROM-DATE (1:6) TO HPU-ARC-MONTH
           PERFORM 3600-SCRUB-ONE-MONTH THRU 3600-EXIT
               UNTIL HPU-ARC-MONTH NOT < HPU-END-MONTH
               OR HPU-RUN-FAILED.
       3500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3600-SCRUB-ONE-MONTH
      *    Copies one month's archive through the work file the way
      *    TRANLOG is.  Only a month with scrubbed lines is copied
      *    back, re-sealed and put on the request file.  A month
      *    with no archive file had nothing archived.
      *    ---------------------------------------------------------
       3600-SCRUB-ONE-MONTH.
           MOVE SPACES TO HPU-ARCHIVE-NAME
           STRING "TRANARC." HPU-ARC-MONTH
               DELIMITED BY SIZE INTO HPU-ARCHIVE-NAME
           END-STRING
           OPEN INPUT ARCHIVE-FILE
           IF HPU-ARC-STATUS = "35"
               GO TO 3600-NEXT-MONTH
           END-IF
           IF HPU-ARC-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte öppna " HPU-ARCHIVE-NAME
                   ", status " HPU-ARC-STATUS
               ADD 1 TO HPU-ARC-MISSED-CT
               GO TO 3600-NEXT-MONTH
           END-IF
           OPEN OUTPUT CURRENT-FILE
           IF HPU-CUR-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte öppna TRANNEW, status "
                   HPU-CUR-STATUS
               CLOSE ARCHIVE-FILE
               ADD 1 TO HPU-ARC-MISSED-CT
               GO TO 3600-NEXT-MONTH
           END-IF
           MOVE ZERO TO HPU-FILE-SCRUB-CT
           MOVE SPACES TO HPU-SCRUB-FIRST
           MOVE SPACES TO HPU-SCRUB-LAST
           MOVE "INIT" TO HPU-SEAL-FUNCTION
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
           MOVE "FIL " TO HPU-SEAL-FUNCTION
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
           MOVE "N" TO HPU-EOF-SW
           READ ARCHIVE-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 3610-SCRUB-ARCHIVE-LINE THRU 3610-EXIT
               UNTIL HPU-NO-MORE-RECORDS
           CLOSE ARCHIVE-FILE
           CLOSE CURRENT-FILE
           IF HPU-FILE-SCRUB-CT = ZERO
               GO TO 3600-NEXT-MONTH
           END-IF
           PERFORM 3700-COPY-ARCHIVE-BACK THRU 3700-EXIT
           IF HPU-RUN-FAILED
               GO TO 3600-EXIT
           END-IF
           ADD 1 TO HPU-ARC-MONTH-CT
           PERFORM 3200-RESEAL-DAYS THRU 3200-EXIT
           PERFORM 3400-REQUEST-RESUMMARY THRU 3400-EXIT.
       3600-NEXT-MONTH.
           IF HPU-ARC-MON = 12
               ADD 1 TO HPU-ARC-YEAR
               MOVE 01 TO HPU-ARC-MON
           ELSE
               ADD 1 TO HPU-ARC-MON
           END-IF.
       3600-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3610-SCRUB-ARCHIVE-LINE
      *    Scrubs one archive line if it is the player's - the ARKIV
      *    trailers Hitarch writes are copied as they are - then
      *    primes the next line.
      *    ---------------------------------------------------------
       3610-SCRUB-ARCHIVE-LINE.
           MOVE "RAD " TO HPU-SEAL-FUNCTION
           MOVE ARCHIVE-RECORD TO HPU-SEAL-LINE
           PERFORM 3300-CALL-SEAL THRU 3300-EXIT
           MOVE ARCHIVE-RECORD TO CURRENT-RECORD
           IF ARCHIVE-RECORD (1:6) NOT = "ARKIV "
               MOVE ARCHIVE-RECORD TO HPU-TRANSCRIPT-DETAIL
               PERFORM 3120-MATCH-LINE THRU 3120-EXIT
               IF HPU-STAMP-MATCHED
                   ADD 1 TO HPU-ARC-SCRUBBED-CT
                   PERFORM 3130-SCRUB-DETAIL THRU 3130-EXIT
                   MOVE HPU-TRANSCRIPT-DETAIL TO CURRENT-RECORD
               END-IF
           END-IF
           WRITE CURRENT-RECORD
           READ ARCHIVE-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ.
       3610-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3700-COPY-ARCHIVE-BACK
      *    Copies the scrubbed work file back over the month's
      *    archive.  Should the archive not be writable, the
      *    scrubbed month is left in TRANNEW and the run stops.
      *    ---------------------------------------------------------
       3700-COPY-ARCHIVE-BACK.
           OPEN INPUT CURRENT-FILE
           IF HPU-CUR-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte läsa TRANNEW, status "
                   HPU-CUR-STATUS
               SET HPU-RUN-FAILED TO TRUE
               GO TO 3700-EXIT
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF HPU-ARC-STATUS NOT = "00"
               DISPLAY "HITPURGE: kan inte skriva " HPU-ARCHIVE-NAME
                   ", status " HPU-ARC-STATUS
                   " - den rensade månaden finns i TRANNEW."
               CLOSE CURRENT-FILE
               SET HPU-RUN-FAILED TO TRUE
               GO TO 3700-EXIT
           END-IF
           MOVE "N" TO HPU-EOF-SW
           READ CURRENT-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 3710-COPY-ARCHIVE-LINE THRU 3710-EXIT
               UNTIL HPU-NO-MORE-RECORDS
           CLOSE CURRENT-FILE
           CLOSE ARCHIVE-FILE.
       3700-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    3710-COPY-ARCHIVE-LINE
      *    Copies one line from the work file back to the archive.
      *    ---------------------------------------------------------
       3710-COPY-ARCHIVE-LINE.
           MOVE CURRENT-RECORD TO ARCHIVE-RECORD
           WRITE ARCHIVE-RECORD
           READ CURRENT-FILE
               AT END
                   SET HPU-NO-MORE-RECORDS TO TRUE
           END-READ.
       3710-EXIT.
           EXIT.
035100*
035200*    ---------------------------------------------------------
035300*    5000-COPY-BACK
042100     MOVE HPU-CUR-TIME (1:6) TO HED-TIME
042200     MOVE HPU-PLAYER-NAME TO HED-NAME
042300     MOVE HPU-DELETED-CT TO HED-LB-CT
042400     COMPUTE HED-TRAN-CT = HPU-SCRUBBED-CT + HPU-ARC-SCRUBBED-CT
042500     MOVE HPU-INV-DELETED-CT TO HED-INV-CT
           MOVE HPU-PEND-DROPPED-CT TO HED-PEND-CT
042600     MOVE HPU-ERASE-DETAIL TO ERASE-RECORD
043500         HPU-INV-DELETED-CT
043510     DISPLAY "Väntande uppdateringar slopade ... "
043520         HPU-PEND-DROPPED-CT
           DISPLAY "Gåvorader anonymiserade .......... "
               HPU-GIFT-SCRUBBED-CT
           DISPLAY "Arkivrader rensade ............... "
               HPU-ARC-SCRUBBED-CT
           DISPLAY "Arkivmånader rensade ............. "
               HPU-ARC-MONTH-CT
           DISPLAY "Förseglade dagar omförseglade .... "
               HPU-RESEAL-CT
           IF HPU-SEAL-DIFF-CT > ZERO
               DISPLAY "Dagar som avviker från sigillet .. "
                   HPU-SEAL-DIFF-CT " (ej omförseglade)"
           END-IF
           IF HPU-SEAL-INCOMPLETE
               DISPLAY "Sigillen kunde inte uppdateras fullt ut."
           END-IF
           IF HPU-RESUMMARY-ASKED
               DISPLAY "Dagar att sammanställa om ........ "
                   HPU-ASK-FIRST " - " HPU-ASK-LAST
           END-IF
           DISPLAY "Sparade sessioner borttagna ...... "
               HPU-SPAR-DELETED-CT
           DISPLAY "Säsongsposter borttagna .......... "
               HPU-SAS-DELETED-CT
           DISPLAY "Säsongshistorik anonymiserad ..... "
               HPU-HIST-CT
           DISPLAY "Registerposter borttagna ......... "
               HPU-REG-DELETED-CT
           DISPLAY "Märken borttagna ................. "
               HPU-MRK-DELETED-CT
           IF HPU-HIST-LEFT-CT > ZERO
               DISPLAY "OBS: " HPU-HIST-LEFT-CT " rader i SASHIST "
                   "ej anonymiserade - kör raderingen igen."
           END-IF
           IF HPU-ARC-MISSED-CT > ZERO
               DISPLAY "OBS: " HPU-ARC-MISSED-CT " arkivmånader "
                   "(TRANARC) kunde inte rensas - kör raderingen "
                   "igen."
           END-IF.
043600 8000-EXIT.
043700     EXIT.
043800*
