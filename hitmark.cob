000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitmark.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - nightly award run for the
001100*                      achievements (märken).  Every registered
001200*                      player on HITREG is checked against the
001300*                      masters: all ten ending/sub-code
001400*                      combinations on HITBOARD, every item on
001500*                      HITINV, 10/50/100 plays and a year since
001600*                      first seen on HITREG.  Each ending also
001700*                      carries a "first ever" märke for whoever
001800*                      reached it first - taken from the
001900*                      earliest evidence on hand (named TRANLOG
002000*                      lines, and HITBOARD records reached only
002100*                      once, whose last visit is the first) the
002200*                      night nobody holds it yet, and never moved
002300*                      after that.  New märken go on the
002400*                      per-player achievements file (HITMARK) with
002500*                      the date earned and an unannounced flag
002600*                      the interactive program clears when it
002700*                      tells the player.  Writes a RUNAUDIT record
002800*                      and ends with RETURN-CODE 8 when anything
002900*                      failed.
003000*    15/10/2026  LB   The transcript lines scanned are checked
003100*                      against their day seals on TRANSIGL
003200*                      (Hitsigil); days that differ are shown
003300*                      and counted in the closing message.
003400*    15/10/2026  LB   "First ever" now also reads the TRANARC
003500*                      archives month by month before TRANLOG,
003600*                      and takes every player's HITBOARD record
003700*                      on the combination - whatever its count -
003800*                      as an upper bound on that player's first
003900*                      visit.  A candidate some other player
004000*                      provably beat, or a night the evidence
004100*                      could not all be read, leaves the märke
004200*                      unawarded for a later run to settle.
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT REGISTRY-FILE ASSIGN TO "HITREG"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS HREG-NBR
005300         ALTERNATE RECORD KEY IS HREG-NORM-NAME
005400         FILE STATUS IS HMK-REG-STATUS.
005500     SELECT LEADERBOARD-FILE ASSIGN TO "HITBOARD"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS LB-KEY
005900         FILE STATUS IS HMK-LB-STATUS.
006000     SELECT INVENTORY-FILE ASSIGN TO "HITINV"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS INV-KEY
006400         FILE STATUS IS HMK-INV-STATUS.
006500     SELECT ACHIEVEMENT-FILE ASSIGN TO "HITMARK"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS MRK-KEY
006900         FILE STATUS IS HMK-MRK-STATUS.
007000     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS HMK-TRAN-STATUS.
007300     SELECT ARCHIVE-FILE ASSIGN USING HMK-ARCHIVE-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS HMK-ARC-STATUS.
007600     SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS HMK-AUD-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100*
008200*    Player registry master - layout must match REGISTRY-RECORD
008300*    in the interactive program, since both share the same file.
008400 FD  REGISTRY-FILE.
008500 01  REGISTRY-RECORD.
008600     05  HREG-NBR             PIC 9(05).
008700     05  HREG-NORM-NAME       PIC X(20).
008800     05  HREG-TYPED-NAME      PIC X(20).
008900     05  HREG-FIRST-DATE      PIC 9(08).
009000     05  HREG-LAST-DATE       PIC 9(08).
009100     05  HREG-PLAY-CT         PIC 9(05).
009200*
009300*    Leaderboard master - layout must match LEADERBOARD-RECORD in
009400*    the interactive program, since both share the same file.
009500 FD  LEADERBOARD-FILE.
009600 01  LEADERBOARD-RECORD.
009700     05  LB-KEY.
009800         10  LB-NAME          PIC X(20).
009900         10  LB-ENDING-CODE   PIC 9(01).
010000         10  LB-SUB-CODE      PIC 9(01).
010100     05  LB-TIMES-REACHED     PIC 9(05).
010200     05  LB-LAST-DATE         PIC 9(08).
010300     05  LB-LAST-TIME         PIC 9(06).
010400*
010500*    Per-player inventory - layout must match INVENTORY-RECORD
010600*    in the interactive program, since both share the same file.
010700 FD  INVENTORY-FILE.
010800 01  INVENTORY-RECORD.
010900     05  INV-KEY.
011000         10  INV-NAME         PIC X(20).
011100         10  INV-ITEM-CODE    PIC 9(02).
011200     05  INV-QTY              PIC 9(05).
011300     05  INV-LAST-DATE        PIC 9(08).
011400     05  INV-LAST-TIME        PIC 9(06).
011500*
011600*    Per-player achievements - one record per player/märke,
011700*    keyed on the registered name and the märke code.  The
011800*    texts travel with the record so every reader shows the
011900*    same wording; MRK-SHOWN stays "N" until the interactive
012000*    program has announced the märke to the player.
012100 FD  ACHIEVEMENT-FILE.
012200 01  ACHIEVEMENT-RECORD.
012300     05  MRK-KEY.
012400         10  MRK-NAME         PIC X(20).
012500         10  MRK-CODE         PIC 9(02).
012600     05  MRK-EARNED-DATE      PIC 9(08).
012700     05  MRK-SHOWN            PIC X(01).
012800     05  MRK-TEXT-SV          PIC X(30).
012900     05  MRK-TEXT-EN          PIC X(30).
013000 FD  TRANSCRIPT-FILE.
013100 01  TRANSCRIPT-RECORD          PIC X(160).
013200 FD  ARCHIVE-FILE.
013300 01  ARCHIVE-RECORD             PIC X(160).
013400 FD  RUN-AUDIT-FILE.
013500 01  RUN-AUDIT-RECORD         PIC X(80).
013600 WORKING-STORAGE SECTION.
013700*
013800*    Layout of one transcript detail line, matching
013900*    HIT-TRANSCRIPT-DETAIL in the interactive program.
014000 01  HMK-TRANSCRIPT-DETAIL.
014100     05  HMK-SESSION-ID       PIC X(08).
014200     05  FILLER               PIC X(01).
014300     05  HMK-TIMESTAMP        PIC X(14).
014400     05  FILLER               PIC X(01).
014500     05  HMK-CHOICE-ONE       PIC X(01).
014600     05  FILLER               PIC X(01).
014700     05  HMK-CHOICE-TWO       PIC X(01).
014800     05  FILLER               PIC X(01).
014900     05  HMK-CHOICE-TYPE      PIC X(10).
015000     05  FILLER               PIC X(01).
015100     05  HMK-INVALID-CT       PIC X(02).
015200     05  FILLER               PIC X(01).
015300     05  HMK-ENDING-TEXT      PIC X(90).
015400     05  FILLER               PIC X(01).
015500     05  HMK-PLAYER-NAME      PIC X(20).
015600     05  FILLER               PIC X(01).
015700     05  HMK-PICKUP-CT        PIC X(01).
015800     05  FILLER               PIC X(05).
015900 01  HMK-REG-STATUS           PIC X(02) VALUE "00".
016000 01  HMK-LB-STATUS            PIC X(02) VALUE "00".
016100 01  HMK-INV-STATUS           PIC X(02) VALUE "00".
016200 01  HMK-MRK-STATUS           PIC X(02) VALUE "00".
016300 01  HMK-TRAN-STATUS          PIC X(02) VALUE "00".
016400 01  HMK-ARC-STATUS           PIC X(02) VALUE "00".
016500 01  HMK-EOF-SW               PIC X(01) VALUE "N".
016600     88  HMK-NO-MORE-RECORDS      VALUE "Y".
016700 01  HMK-KEY-EOF-SW           PIC X(01) VALUE "N".
016800     88  HMK-KEY-DONE             VALUE "Y".
016900 01  HMK-LB-OPEN-SW           PIC X(01) VALUE "N".
017000     88  HMK-LB-IS-OPEN           VALUE "Y".
017100 01  HMK-INV-OPEN-SW          PIC X(01) VALUE "N".
017200     88  HMK-INV-IS-OPEN          VALUE "Y".
017300 01  HMK-ERROR-SW             PIC X(01) VALUE "N".
017400     88  HMK-RUN-FAILED           VALUE "Y".
017500 01  HMK-RUN-DATE             PIC 9(08) VALUE ZERO.
017600 01  HMK-YEAR-AGO             PIC 9(08) VALUE ZERO.
017700 01  HMK-PLAYER-NAME-IN       PIC X(20) VALUE SPACES.
017800*
017900*    Archive walk - from the earliest date any master shows
018000*    (a year back at the least) up to the current month.
018100 01  HMK-ARC-FROM-DATE        PIC 9(08) VALUE ZERO.
018200 01  HMK-SCAN-MONTH           PIC 9(06) VALUE ZERO.
018300 01  HMK-SCAN-MONTH-X REDEFINES HMK-SCAN-MONTH.
018400     05  HMK-SCAN-YEAR        PIC 9(04).
018500     05  HMK-SCAN-MON         PIC 9(02).
018600 01  HMK-RUN-MONTH            PIC 9(06) VALUE ZERO.
018700 01  HMK-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
018800*
018900*    The ten ending/sub-code combinations in märke order - the
019000*    "first ever" märke for combination n has code 10 + n.
019100 01  HMK-COMBO-IX             PIC 9(02) COMP VALUE ZERO.
019200 01  HMK-COMBO-CODE           PIC 9(01) VALUE ZERO.
019300 01  HMK-COMBO-SUB            PIC 9(01) VALUE ZERO.
019400 01  HMK-COMBO-SV             PIC X(16) VALUE SPACES.
019500 01  HMK-COMBO-EN             PIC X(16) VALUE SPACES.
019600 01  HMK-REACHED-TABLE.
019700     05  HMK-REACHED          PIC X(01) OCCURS 10 TIMES.
019800 01  HMK-REACHED-CT           PIC 9(02) VALUE ZERO.
019900 01  HMK-ITEM-CT              PIC 9(02) VALUE ZERO.
020000*
020100*    "First ever" - whether the märke is already held, and the
020200*    earliest candidate found tonight for the ones that are not.
020300*    The two earliest HITBOARD last visits on the combination
020400*    (each player has one record on it) bound when anybody
020500*    else can have been there first.
020600 01  HMK-FIRST-TABLE.
020700     05  HMK-FIRST-ENTRY OCCURS 10 TIMES.
020800         10  HMK-FT-HELD      PIC X(01).
020900         10  HMK-FT-NAME      PIC X(20).
021000         10  HMK-FT-STAMP     PIC X(14).
021100         10  HMK-FT-BOUND     PIC X(14).
021200         10  HMK-FT-BOUND-NAME PIC X(20).
021300         10  HMK-FT-BOUND-2   PIC X(14).
021400 01  HMK-OTHER-BOUND          PIC X(14) VALUE SPACES.
021500 01  HMK-CAND-STAMP           PIC X(14) VALUE SPACES.
021600 01  HMK-CAND-STAMP-R REDEFINES HMK-CAND-STAMP.
021700     05  HMK-CAND-DATE        PIC 9(08).
021800     05  HMK-CAND-TIME        PIC 9(06).
021900*
022000*    The märke in hand for 5000-AWARD.
022100 01  HMK-AWARD-CODE           PIC 9(02) VALUE ZERO.
022200 01  HMK-AWARD-SV             PIC X(30) VALUE SPACES.
022300 01  HMK-AWARD-EN             PIC X(30) VALUE SPACES.
022400 77  HMK-PLAYER-CT            PIC 9(06) VALUE ZERO.
022500 77  HMK-AWARD-CT             PIC 9(06) VALUE ZERO.
022600 77  HMK-READ-CT              PIC 9(06) VALUE ZERO.
022700 77  HMK-UNSETTLED-CT         PIC 9(06) VALUE ZERO.
022800*
022900*    Day-seal request passed to Hitsigil - layout must match
023000*    SGQ-REQUEST there.
023100 01  HMK-SEAL-REQUEST.
023200     05  HMK-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
023300     05  HMK-SEAL-CALLER      PIC X(08) VALUE "HITMARK".
023400     05  HMK-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
023500     05  HMK-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
023600     05  HMK-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
023700     05  HMK-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
023800     05  HMK-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
023900     05  HMK-SEAL-RESULT      PIC X(02) VALUE "00".
024000 01  HMK-SEAL-LINE            PIC X(160) VALUE SPACES.
024100 01  HMK-SEAL-SW              PIC X(01) VALUE "N".
024200     88  HMK-SEAL-UNAVAILABLE     VALUE "Y".
024300*
024400*    Run-audit record appended to the common audit file at the
024500*    end of the run.
024600 01  HMK-AUD-STATUS           PIC X(02) VALUE "00".
024700 01  HMK-START-DATE           PIC 9(08) VALUE ZERO.
024800 01  HMK-START-TIME           PIC 9(08) VALUE ZERO.
024900 01  HMK-END-DATE             PIC 9(08) VALUE ZERO.
025000 01  HMK-END-TIME             PIC 9(08) VALUE ZERO.
025100 01  HMK-RUN-STATUS           PIC X(04) VALUE "OK".
025200 01  HMK-AUDIT-DETAIL.
025300     05  HAD-PROGRAM          PIC X(08) VALUE "HITMARK".
025400     05  FILLER               PIC X(01) VALUE SPACE.
025500     05  HAD-START-DATE       PIC 9(08).
025600     05  FILLER               PIC X(01) VALUE SPACE.
025700     05  HAD-START-TIME       PIC 9(06).
025800     05  FILLER               PIC X(01) VALUE SPACE.
025900     05  HAD-END-DATE         PIC 9(08).
026000     05  FILLER               PIC X(01) VALUE SPACE.
026100     05  HAD-END-TIME         PIC 9(06).
026200     05  FILLER               PIC X(01) VALUE SPACE.
026300     05  HAD-READ-CT          PIC 9(06).
026400     05  FILLER               PIC X(01) VALUE SPACE.
026500     05  HAD-WRITE-CT         PIC 9(06).
026600     05  FILLER               PIC X(01) VALUE SPACE.
026700     05  HAD-STATUS           PIC X(04).
026800 PROCEDURE DIVISION.
026900*
027000*    ---------------------------------------------------------
027100*    0000-MAINLINE
027200*    Checks every registered player for the märken they have
027300*    earned, then settles the "first ever" märken - not on a
027400*    night some of the evidence could not be read.
027500*    ---------------------------------------------------------
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027800     IF NOT HMK-RUN-FAILED
027900         PERFORM 2000-CHECK-PLAYER THRU 2000-EXIT
028000             UNTIL HMK-NO-MORE-RECORDS
028100         PERFORM 3500-NOTE-BOUNDS THRU 3500-EXIT
028200         PERFORM 3000-SCAN-TRANSCRIPT THRU 3000-EXIT
028300     END-IF
028400     IF NOT HMK-RUN-FAILED
028500         MOVE 1 TO HMK-COMBO-IX
028600         PERFORM 4000-AWARD-FIRST THRU 4000-EXIT
028700             UNTIL HMK-COMBO-IX > 10
028800     END-IF
028900     PERFORM 9999-TERMINATE THRU 9999-EXIT
029000     GOBACK.
029100*
029200*    ---------------------------------------------------------
029300*    1000-INITIALIZE
029400*    Opens the masters, notes which "first ever" märken are
029500*    already held, and primes the first registry record.
029600*    ---------------------------------------------------------
029700 1000-INITIALIZE.
029800     ACCEPT HMK-START-DATE FROM DATE YYYYMMDD
029900     ACCEPT HMK-START-TIME FROM TIME
030000     MOVE HMK-START-DATE TO HMK-RUN-DATE
030100     COMPUTE HMK-YEAR-AGO = HMK-RUN-DATE - 10000
030200     MOVE HMK-RUN-DATE (1:6) TO HMK-RUN-MONTH
030300     MOVE HMK-YEAR-AGO TO HMK-ARC-FROM-DATE
030400     MOVE 1 TO HMK-COMBO-IX
030500     PERFORM 1050-CLEAR-ONE-FIRST THRU 1050-EXIT
030600         UNTIL HMK-COMBO-IX > 10
030700     OPEN I-O ACHIEVEMENT-FILE
030800     IF HMK-MRK-STATUS = "35"
030900         OPEN OUTPUT ACHIEVEMENT-FILE
031000         CLOSE ACHIEVEMENT-FILE
031100         OPEN I-O ACHIEVEMENT-FILE
031200     END-IF
031300     IF HMK-MRK-STATUS NOT = "00"
031400         DISPLAY "HITMARK: kan inte öppna HITMARK, status "
031500             HMK-MRK-STATUS
031600         SET HMK-RUN-FAILED TO TRUE
031700         GO TO 1000-EXIT
031800     END-IF
031900     PERFORM 1100-NOTE-FIRST-HELD THRU 1100-EXIT
032000     OPEN INPUT LEADERBOARD-FILE
032100     IF HMK-LB-STATUS = "00"
032200         SET HMK-LB-IS-OPEN TO TRUE
032300     END-IF
032400     OPEN INPUT INVENTORY-FILE
032500     IF HMK-INV-STATUS = "00"
032600         SET HMK-INV-IS-OPEN TO TRUE
032700     END-IF
032800     OPEN INPUT REGISTRY-FILE
032900     IF HMK-REG-STATUS = "35"
033000         DISPLAY "HITMARK: inga registrerade spelare."
033100         SET HMK-NO-MORE-RECORDS TO TRUE
033200         GO TO 1000-EXIT
033300     END-IF
033400     IF HMK-REG-STATUS NOT = "00"
033500         DISPLAY "HITMARK: kan inte öppna HITREG, status "
033600             HMK-REG-STATUS
033700         SET HMK-RUN-FAILED TO TRUE
033800         GO TO 1000-EXIT
033900     END-IF
034000     MOVE "N" TO HMK-EOF-SW
034100     READ REGISTRY-FILE NEXT RECORD
034200         AT END
034300             SET HMK-NO-MORE-RECORDS TO TRUE
034400     END-READ.
034500 1000-EXIT.
034600     EXIT.
034700*
034800*    ---------------------------------------------------------
034900*    1050-CLEAR-ONE-FIRST
035000*    Clears one "first ever" slot before the run.
035100*    ---------------------------------------------------------
035200 1050-CLEAR-ONE-FIRST.
035300     MOVE "N" TO HMK-FT-HELD (HMK-COMBO-IX)
035400     MOVE SPACES TO HMK-FT-NAME (HMK-COMBO-IX)
035500     MOVE HIGH-VALUES TO HMK-FT-STAMP (HMK-COMBO-IX)
035600     MOVE HIGH-VALUES TO HMK-FT-BOUND (HMK-COMBO-IX)
035700     MOVE SPACES TO HMK-FT-BOUND-NAME (HMK-COMBO-IX)
035800     MOVE HIGH-VALUES TO HMK-FT-BOUND-2 (HMK-COMBO-IX)
035900     ADD 1 TO HMK-COMBO-IX.
036000 1050-EXIT.
036100     EXIT.
036200*
036300*    ---------------------------------------------------------
036400*    1100-NOTE-FIRST-HELD
036500*    Reads the achievements file through once and notes every
036600*    "first ever" märke somebody already holds.
036700*    ---------------------------------------------------------
036800 1100-NOTE-FIRST-HELD.
036900     MOVE "N" TO HMK-EOF-SW
037000     READ ACHIEVEMENT-FILE NEXT RECORD
037100         AT END
037200             SET HMK-NO-MORE-RECORDS TO TRUE
037300     END-READ
037400     PERFORM 1110-NOTE-ONE-MARK THRU 1110-EXIT
037500         UNTIL HMK-NO-MORE-RECORDS.
037600 1100-EXIT.
037700     EXIT.
037800*
037900*    ---------------------------------------------------------
038000*    1110-NOTE-ONE-MARK
038100*    Notes one held "first ever" märke and primes the next.
038200*    ---------------------------------------------------------
038300 1110-NOTE-ONE-MARK.
038400     IF MRK-CODE > 10 AND MRK-CODE < 21
038500         COMPUTE HMK-COMBO-IX = MRK-CODE - 10
038600         MOVE "J" TO HMK-FT-HELD (HMK-COMBO-IX)
038700     END-IF
038800     READ ACHIEVEMENT-FILE NEXT RECORD
038900         AT END
039000             SET HMK-NO-MORE-RECORDS TO TRUE
039100     END-READ.
039200 1110-EXIT.
039300     EXIT.
039400*
039500*    ---------------------------------------------------------
039600*    2000-CHECK-PLAYER
039700*    Checks one registered player for every märke the masters
039800*    show them to have earned, then primes the next player.
039900*    ---------------------------------------------------------
040000 2000-CHECK-PLAYER.
040100     ADD 1 TO HMK-PLAYER-CT
040200     ADD 1 TO HMK-READ-CT
040300     MOVE HREG-NORM-NAME TO HMK-PLAYER-NAME-IN
040400     IF HREG-FIRST-DATE > ZERO
040500         AND HREG-FIRST-DATE < HMK-ARC-FROM-DATE
040600         MOVE HREG-FIRST-DATE TO HMK-ARC-FROM-DATE
040700     END-IF
040800     PERFORM 2100-CHECK-ENDINGS THRU 2100-EXIT
040900     IF HMK-REACHED-CT = 10
041000         MOVE 01 TO HMK-AWARD-CODE
041100         MOVE "Alla tio slut" TO HMK-AWARD-SV
041200         MOVE "All ten endings" TO HMK-AWARD-EN
041300         PERFORM 5000-AWARD THRU 5000-EXIT
041400     END-IF
041500     PERFORM 2200-CHECK-ITEMS THRU 2200-EXIT
041600     IF HMK-ITEM-CT = 3
041700         MOVE 02 TO HMK-AWARD-CODE
041800         MOVE "Samlare - alla föremål" TO HMK-AWARD-SV
041900         MOVE "Collector - every item" TO HMK-AWARD-EN
042000         PERFORM 5000-AWARD THRU 5000-EXIT
042100     END-IF
042200     IF HREG-PLAY-CT NOT < 10
042300         MOVE 03 TO HMK-AWARD-CODE
042400         MOVE "10 spel" TO HMK-AWARD-SV
042500         MOVE "10 plays" TO HMK-AWARD-EN
042600         PERFORM 5000-AWARD THRU 5000-EXIT
042700     END-IF
042800     IF HREG-PLAY-CT NOT < 50
042900         MOVE 04 TO HMK-AWARD-CODE
043000         MOVE "50 spel - stamgäst" TO HMK-AWARD-SV
043100         MOVE "50 plays - regular" TO HMK-AWARD-EN
043200         PERFORM 5000-AWARD THRU 5000-EXIT
043300     END-IF
043400     IF HREG-PLAY-CT NOT < 100
043500         MOVE 05 TO HMK-AWARD-CODE
043600         MOVE "100 spel" TO HMK-AWARD-SV
043700         MOVE "100 plays" TO HMK-AWARD-EN
043800         PERFORM 5000-AWARD THRU 5000-EXIT
043900     END-IF
044000     IF HREG-FIRST-DATE > ZERO
044100         AND HREG-FIRST-DATE NOT > HMK-YEAR-AGO
044200         MOVE 06 TO HMK-AWARD-CODE
044300         MOVE "Ett år i spelet" TO HMK-AWARD-SV
044400         MOVE "One year in the game" TO HMK-AWARD-EN
044500         PERFORM 5000-AWARD THRU 5000-EXIT
044600     END-IF
044700     READ REGISTRY-FILE NEXT RECORD
044800         AT END
044900             SET HMK-NO-MORE-RECORDS TO TRUE
045000     END-READ.
045100 2000-EXIT.
045200     EXIT.
045300*
045400*    ---------------------------------------------------------
045500*    2100-CHECK-ENDINGS
045600*    Reads the player's leaderboard records and counts the
045700*    distinct ending/sub-code combinations reached.  A record
045800*    reached only once is also a "first ever" candidate - its
045900*    last visit is its first.
046000*    ---------------------------------------------------------
046100 2100-CHECK-ENDINGS.
046200     MOVE ZERO TO HMK-REACHED-CT
046300     MOVE ALL "N" TO HMK-REACHED-TABLE
046400     IF NOT HMK-LB-IS-OPEN
046500         GO TO 2100-EXIT
046600     END-IF
046700     MOVE HMK-PLAYER-NAME-IN TO LB-NAME
046800     MOVE ZERO TO LB-ENDING-CODE
046900     MOVE ZERO TO LB-SUB-CODE
047000     MOVE "N" TO HMK-KEY-EOF-SW
047100     START LEADERBOARD-FILE KEY IS NOT LESS THAN LB-KEY
047200         INVALID KEY
047300             SET HMK-KEY-DONE TO TRUE
047400     END-START
047500     PERFORM 2110-CHECK-ONE-ENDING THRU 2110-EXIT
047600         UNTIL HMK-KEY-DONE.
047700 2100-EXIT.
047800     EXIT.
047900*
048000*    ---------------------------------------------------------
048100*    2110-CHECK-ONE-ENDING
048200*    Reads the next leaderboard record and, while it is still
048300*    the player's, marks its combination as reached.
048400*    ---------------------------------------------------------
048500 2110-CHECK-ONE-ENDING.
048600     READ LEADERBOARD-FILE NEXT RECORD
048700         AT END
048800             SET HMK-KEY-DONE TO TRUE
048900             GO TO 2110-EXIT
049000     END-READ
049100     IF LB-NAME NOT = HMK-PLAYER-NAME-IN
049200         SET HMK-KEY-DONE TO TRUE
049300         GO TO 2110-EXIT
049400     END-IF
049500     MOVE LB-ENDING-CODE TO HMK-COMBO-CODE
049600     MOVE LB-SUB-CODE TO HMK-COMBO-SUB
049700     PERFORM 6000-FIND-COMBO THRU 6000-EXIT
049800     IF HMK-COMBO-IX = ZERO
049900         GO TO 2110-EXIT
050000     END-IF
050100     IF HMK-REACHED (HMK-COMBO-IX) = "N"
050200         MOVE "J" TO HMK-REACHED (HMK-COMBO-IX)
050300         ADD 1 TO HMK-REACHED-CT
050400     END-IF
050500     IF LB-TIMES-REACHED = 1
050600         MOVE LB-LAST-DATE TO HMK-CAND-DATE
050700         MOVE LB-LAST-TIME TO HMK-CAND-TIME
050800         MOVE LB-NAME TO HMK-PLAYER-NAME-IN
050900         PERFORM 3200-OFFER-CANDIDATE THRU 3200-EXIT
051000     END-IF.
051100 2110-EXIT.
051200     EXIT.
051300*
051400*    ---------------------------------------------------------
051500*    2200-CHECK-ITEMS
051600*    Counts the items the player holds at least one of.
051700*    ---------------------------------------------------------
051800 2200-CHECK-ITEMS.
051900     MOVE ZERO TO HMK-ITEM-CT
052000     IF NOT HMK-INV-IS-OPEN
052100         GO TO 2200-EXIT
052200     END-IF
052300     MOVE HMK-PLAYER-NAME-IN TO INV-NAME
052400     MOVE ZERO TO INV-ITEM-CODE
052500     MOVE "N" TO HMK-KEY-EOF-SW
052600     START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
052700         INVALID KEY
052800             SET HMK-KEY-DONE TO TRUE
052900     END-START
053000     PERFORM 2210-CHECK-ONE-ITEM THRU 2210-EXIT
053100         UNTIL HMK-KEY-DONE.
053200 2200-EXIT.
053300     EXIT.
053400*
053500*    ---------------------------------------------------------
053600*    2210-CHECK-ONE-ITEM
053700*    Reads the next inventory record and, while it is still
053800*    the player's, counts it if any are held.
053900*    ---------------------------------------------------------
054000 2210-CHECK-ONE-ITEM.
054100     READ INVENTORY-FILE NEXT RECORD
054200         AT END
054300             SET HMK-KEY-DONE TO TRUE
054400             GO TO 2210-EXIT
054500     END-READ
054600     IF INV-NAME NOT = HMK-PLAYER-NAME-IN
054700         SET HMK-KEY-DONE TO TRUE
054800         GO TO 2210-EXIT
054900     END-IF
055000     IF INV-QTY > ZERO
055100         AND INV-ITEM-CODE > ZERO AND INV-ITEM-CODE < 4
055200         ADD 1 TO HMK-ITEM-CT
055300     END-IF.
055400 2210-EXIT.
055500     EXIT.
055600*
055700*    ---------------------------------------------------------
055800*    3000-SCAN-TRANSCRIPT
055900*    Offers every named ending line on the TRANARC archives
056000*    and then the live transcript as a "first ever"
056100*    candidate.  An archive or log that is there but cannot
056200*    be read fails the run - the first could be on it.
056300*    ---------------------------------------------------------
056400 3000-SCAN-TRANSCRIPT.
056500     MOVE "INIT" TO HMK-SEAL-FUNCTION
056600     PERFORM 3300-CALL-SEAL THRU 3300-EXIT
056700     MOVE HMK-ARC-FROM-DATE (1:6) TO HMK-SCAN-MONTH
056800     PERFORM 3050-SCAN-ONE-ARCHIVE THRU 3050-EXIT
056900         UNTIL HMK-SCAN-MONTH NOT < HMK-RUN-MONTH
057000     OPEN INPUT TRANSCRIPT-FILE
057100     IF HMK-TRAN-STATUS = "35"
057200         GO TO 3000-CHECK-SEALS
057300     END-IF
057400     IF HMK-TRAN-STATUS NOT = "00"
057500         DISPLAY "HITMARK: kan inte öppna TRANLOG, status "
057600             HMK-TRAN-STATUS
057700         SET HMK-RUN-FAILED TO TRUE
057800         GO TO 3000-CHECK-SEALS
057900     END-IF
058000     MOVE "FIL " TO HMK-SEAL-FUNCTION
058100     PERFORM 3300-CALL-SEAL THRU 3300-EXIT
058200     MOVE "N" TO HMK-EOF-SW
058300     READ TRANSCRIPT-FILE
058400         AT END
058500             SET HMK-NO-MORE-RECORDS TO TRUE
058600     END-READ
058700     PERFORM 3100-SCAN-ONE-LINE THRU 3100-EXIT
058800         UNTIL HMK-NO-MORE-RECORDS
058900     CLOSE TRANSCRIPT-FILE.
059000 3000-CHECK-SEALS.
059100     MOVE "KOLL" TO HMK-SEAL-FUNCTION
059200     PERFORM 3300-CALL-SEAL THRU 3300-EXIT.
059300 3000-EXIT.
059400     EXIT.
059500*
059600*    ---------------------------------------------------------
059700*    3050-SCAN-ONE-ARCHIVE
059800*    Reads one month's archive - a month with no archive file
059900*    simply had nothing archived - then steps to the next
060000*    month.
060100*    ---------------------------------------------------------
060200 3050-SCAN-ONE-ARCHIVE.
060300     MOVE SPACES TO HMK-ARCHIVE-NAME
060400     STRING "TRANARC." HMK-SCAN-MONTH
060500         DELIMITED BY SIZE INTO HMK-ARCHIVE-NAME
060600     END-STRING
060700     OPEN INPUT ARCHIVE-FILE
060800     IF HMK-ARC-STATUS = "35"
060900         GO TO 3050-NEXT-MONTH
061000     END-IF
061100     IF HMK-ARC-STATUS NOT = "00"
061200         DISPLAY "HITMARK: kan inte öppna " HMK-ARCHIVE-NAME
061300             ", status " HMK-ARC-STATUS
061400         SET HMK-RUN-FAILED TO TRUE
061500         GO TO 3050-NEXT-MONTH
061600     END-IF
061700     MOVE "FIL " TO HMK-SEAL-FUNCTION
061800     PERFORM 3300-CALL-SEAL THRU 3300-EXIT
061900     MOVE "N" TO HMK-EOF-SW
062000     READ ARCHIVE-FILE
062100         AT END
062200             SET HMK-NO-MORE-RECORDS TO TRUE
062300     END-READ
062400     PERFORM 3060-SCAN-ARCHIVE-LINE THRU 3060-EXIT
062500         UNTIL HMK-NO-MORE-RECORDS
062600     CLOSE ARCHIVE-FILE.
062700 3050-NEXT-MONTH.
062800     IF HMK-SCAN-MON = 12
062900         ADD 1 TO HMK-SCAN-YEAR
063000         MOVE 01 TO HMK-SCAN-MON
063100     ELSE
063200         ADD 1 TO HMK-SCAN-MON
063300     END-IF.
063400 3050-EXIT.
063500     EXIT.
063600*
063700*    ---------------------------------------------------------
063800*    3060-SCAN-ARCHIVE-LINE
063900*    Offers one archive line - the ARKIV trailers Hitarch
064000*    writes are passed over - and primes the next line.
064100*    ---------------------------------------------------------
064200 3060-SCAN-ARCHIVE-LINE.
064300     MOVE "RAD " TO HMK-SEAL-FUNCTION
064400     MOVE ARCHIVE-RECORD TO HMK-SEAL-LINE
064500     PERFORM 3300-CALL-SEAL THRU 3300-EXIT
064600     IF ARCHIVE-RECORD (1:6) NOT = "ARKIV "
064700         MOVE ARCHIVE-RECORD TO HMK-TRANSCRIPT-DETAIL
064800         PERFORM 3150-OFFER-LINE THRU 3150-EXIT
064900     END-IF
065000     READ ARCHIVE-FILE
065100         AT END
065200             SET HMK-NO-MORE-RECORDS TO TRUE
065300     END-READ.
065400 3060-EXIT.
065500     EXIT.
065600*
065700*    ---------------------------------------------------------
065800*    3100-SCAN-ONE-LINE
065900*    Offers one live transcript line and primes the next.
066000*    ---------------------------------------------------------
066100 3100-SCAN-ONE-LINE.
066200     MOVE "RAD " TO HMK-SEAL-FUNCTION
066300     MOVE TRANSCRIPT-RECORD TO HMK-SEAL-LINE
066400     PERFORM 3300-CALL-SEAL THRU 3300-EXIT
066500     MOVE TRANSCRIPT-RECORD TO HMK-TRANSCRIPT-DETAIL
066600     PERFORM 3150-OFFER-LINE THRU 3150-EXIT
066700     READ TRANSCRIPT-FILE
066800         AT END
066900             SET HMK-NO-MORE-RECORDS TO TRUE
067000     END-READ.
067100 3100-EXIT.
067200     EXIT.
067300*
067400*    ---------------------------------------------------------
067500*    3150-OFFER-LINE
067600*    Offers the transcript line in hand when it is a named
067700*    ending line.
067800*    ---------------------------------------------------------
067900 3150-OFFER-LINE.
068000     IF HMK-TIMESTAMP IS NUMERIC
068100         AND HMK-CHOICE-ONE IS NUMERIC
068200         AND HMK-CHOICE-TWO IS NUMERIC
068300         AND HMK-PLAYER-NAME NOT = SPACES
068400         AND HMK-PLAYER-NAME NOT = "ANONYM"
068500         MOVE HMK-CHOICE-ONE TO HMK-COMBO-CODE
068600         MOVE HMK-CHOICE-TWO TO HMK-COMBO-SUB
068700         PERFORM 6000-FIND-COMBO THRU 6000-EXIT
068800         IF HMK-COMBO-IX > ZERO
068900             MOVE HMK-TIMESTAMP TO HMK-CAND-STAMP
069000             MOVE HMK-PLAYER-NAME TO HMK-PLAYER-NAME-IN
069100             PERFORM 3200-OFFER-CANDIDATE THRU 3200-EXIT
069200         END-IF
069300     END-IF.
069400 3150-EXIT.
069500     EXIT.
069600*
069700*    ---------------------------------------------------------
069800*    3200-OFFER-CANDIDATE
069900*    Keeps the candidate in hand for its combination if no
070000*    one holds that "first ever" märke and it is the earliest
070100*    seen tonight.
070200*    ---------------------------------------------------------
070300 3200-OFFER-CANDIDATE.
070400     IF HMK-FT-HELD (HMK-COMBO-IX) = "J"
070500         GO TO 3200-EXIT
070600     END-IF
070700     IF HMK-CAND-STAMP < HMK-FT-STAMP (HMK-COMBO-IX)
070800         MOVE HMK-CAND-STAMP TO HMK-FT-STAMP (HMK-COMBO-IX)
070900         MOVE HMK-PLAYER-NAME-IN TO HMK-FT-NAME (HMK-COMBO-IX)
071000     END-IF.
071100 3200-EXIT.
071200     EXIT.
071300*
071400*    ---------------------------------------------------------
071500*    3300-CALL-SEAL
071600*    Passes the request in hand to the shared seal routine.
071700*    ---------------------------------------------------------
071800 3300-CALL-SEAL.
071900     IF HMK-SEAL-UNAVAILABLE
072000         GO TO 3300-EXIT
072100     END-IF
072200     CALL "HITSIGIL" USING HMK-SEAL-REQUEST HMK-SEAL-LINE
072300         ON EXCEPTION
072400             DISPLAY "HITMARK: HITSIGIL kunde inte startas."
072500             SET HMK-SEAL-UNAVAILABLE TO TRUE
072600     END-CALL.
072700 3300-EXIT.
072800     EXIT.
072900*
073000*    ---------------------------------------------------------
073100*    3500-NOTE-BOUNDS
073200*    Reads the whole leaderboard once and keeps, for every
073300*    combination still without a holder, the two earliest
073400*    last visits - every player with a record on it was
073500*    there no later than that.  A leaderboard that is there
073600*    but could not be opened fails the run.
073700*    ---------------------------------------------------------
073800 3500-NOTE-BOUNDS.
073900     IF NOT HMK-LB-IS-OPEN
074000         IF HMK-LB-STATUS NOT = "35"
074100             DISPLAY "HITMARK: kan inte öppna HITBOARD, status "
074200                 HMK-LB-STATUS
074300             SET HMK-RUN-FAILED TO TRUE
074400         END-IF
074500         GO TO 3500-EXIT
074600     END-IF
074700     MOVE LOW-VALUES TO LB-KEY
074800     MOVE "N" TO HMK-KEY-EOF-SW
074900     START LEADERBOARD-FILE KEY IS NOT LESS THAN LB-KEY
075000         INVALID KEY
075100             SET HMK-KEY-DONE TO TRUE
075200     END-START
075300     PERFORM 3510-NOTE-ONE-BOUND THRU 3510-EXIT
075400         UNTIL HMK-KEY-DONE.
075500 3500-EXIT.
075600     EXIT.
075700*
075800*    ---------------------------------------------------------
075900*    3510-NOTE-ONE-BOUND
076000*    Notes the next leaderboard record's last visit against
076100*    its combination.  A record with no date bounds nothing.
076200*    ---------------------------------------------------------
076300 3510-NOTE-ONE-BOUND.
076400     READ LEADERBOARD-FILE NEXT RECORD
076500         AT END
076600             SET HMK-KEY-DONE TO TRUE
076700             GO TO 3510-EXIT
076800     END-READ
076900     IF LB-LAST-DATE NOT NUMERIC
077000         OR LB-LAST-TIME NOT NUMERIC
077100         OR LB-LAST-DATE = ZERO
077200         GO TO 3510-EXIT
077300     END-IF
077400     IF LB-LAST-DATE < HMK-ARC-FROM-DATE
077500         MOVE LB-LAST-DATE TO HMK-ARC-FROM-DATE
077600     END-IF
077700     MOVE LB-ENDING-CODE TO HMK-COMBO-CODE
077800     MOVE LB-SUB-CODE TO HMK-COMBO-SUB
077900     PERFORM 6000-FIND-COMBO THRU 6000-EXIT
078000     IF HMK-COMBO-IX = ZERO
078100         GO TO 3510-EXIT
078200     END-IF
078300     IF HMK-FT-HELD (HMK-COMBO-IX) = "J"
078400         GO TO 3510-EXIT
078500     END-IF
078600     MOVE LB-LAST-DATE TO HMK-CAND-DATE
078700     MOVE LB-LAST-TIME TO HMK-CAND-TIME
078800     IF HMK-CAND-STAMP < HMK-FT-BOUND (HMK-COMBO-IX)
078900         MOVE HMK-FT-BOUND (HMK-COMBO-IX)
079000             TO HMK-FT-BOUND-2 (HMK-COMBO-IX)
079100         MOVE HMK-CAND-STAMP TO HMK-FT-BOUND (HMK-COMBO-IX)
079200         MOVE LB-NAME TO HMK-FT-BOUND-NAME (HMK-COMBO-IX)
079300         GO TO 3510-EXIT
079400     END-IF
079500     IF HMK-CAND-STAMP < HMK-FT-BOUND-2 (HMK-COMBO-IX)
079600         MOVE HMK-CAND-STAMP TO HMK-FT-BOUND-2 (HMK-COMBO-IX)
079700     END-IF.
079800 3510-EXIT.
079900     EXIT.
080000*
080100*    ---------------------------------------------------------
080200*    4000-AWARD-FIRST
080300*    Awards one "first ever" märke to tonight's earliest
080400*    candidate, if it has no holder yet and anybody qualifies.
080500*    When another player's leaderboard record shows them
080600*    there before the candidate's time, who was first cannot
080700*    be told and the märke waits.
080800*    ---------------------------------------------------------
080900 4000-AWARD-FIRST.
081000     IF HMK-FT-HELD (HMK-COMBO-IX) = "J"
081100         OR HMK-FT-NAME (HMK-COMBO-IX) = SPACES
081200         GO TO 4000-NEXT-COMBO
081300     END-IF
081400     PERFORM 6100-SET-COMBO-TEXT THRU 6100-EXIT
081500     IF HMK-FT-BOUND-NAME (HMK-COMBO-IX)
081600         = HMK-FT-NAME (HMK-COMBO-IX)
081700         MOVE HMK-FT-BOUND-2 (HMK-COMBO-IX) TO HMK-OTHER-BOUND
081800     ELSE
081900         MOVE HMK-FT-BOUND (HMK-COMBO-IX) TO HMK-OTHER-BOUND
082000     END-IF
082100     IF HMK-OTHER-BOUND < HMK-FT-STAMP (HMK-COMBO-IX)
082200         ADD 1 TO HMK-UNSETTLED-CT
082300         DISPLAY "HITMARK: först till " HMK-COMBO-SV
082400             " kan inte avgöras - märket väntar."
082500         GO TO 4000-NEXT-COMBO
082600     END-IF
082700     COMPUTE HMK-AWARD-CODE = 10 + HMK-COMBO-IX
082800     MOVE HMK-FT-NAME (HMK-COMBO-IX) TO HMK-PLAYER-NAME-IN
082900     MOVE SPACES TO HMK-AWARD-SV
083000     STRING "Först: " HMK-COMBO-SV
083100         DELIMITED BY SIZE INTO HMK-AWARD-SV
083200     END-STRING
083300     MOVE SPACES TO HMK-AWARD-EN
083400     STRING "First: " HMK-COMBO-EN
083500         DELIMITED BY SIZE INTO HMK-AWARD-EN
083600     END-STRING
083700     PERFORM 5000-AWARD THRU 5000-EXIT.
083800 4000-NEXT-COMBO.
083900     ADD 1 TO HMK-COMBO-IX.
084000 4000-EXIT.
084100     EXIT.
084200*
084300*    ---------------------------------------------------------
084400*    5000-AWARD
084500*    Grants the märke in hand to the player in hand unless
084600*    they already hold it - a märke is earned once, on the
084700*    date of the run that first finds it.
084800*    ---------------------------------------------------------
084900 5000-AWARD.
085000     MOVE HMK-PLAYER-NAME-IN TO MRK-NAME
085100     MOVE HMK-AWARD-CODE TO MRK-CODE
085200     READ ACHIEVEMENT-FILE
085300     IF HMK-MRK-STATUS = "00"
085400         GO TO 5000-EXIT
085500     END-IF
085600     IF HMK-MRK-STATUS NOT = "23"
085700         DISPLAY "HITMARK: kan inte läsa HITMARK för "
085800             HMK-PLAYER-NAME-IN ", status " HMK-MRK-STATUS
085900         SET HMK-RUN-FAILED TO TRUE
086000         GO TO 5000-EXIT
086100     END-IF
086200     MOVE HMK-PLAYER-NAME-IN TO MRK-NAME
086300     MOVE HMK-AWARD-CODE TO MRK-CODE
086400     MOVE HMK-RUN-DATE TO MRK-EARNED-DATE
086500     MOVE "N" TO MRK-SHOWN
086600     MOVE HMK-AWARD-SV TO MRK-TEXT-SV
086700     MOVE HMK-AWARD-EN TO MRK-TEXT-EN
086800     WRITE ACHIEVEMENT-RECORD
086900     IF HMK-MRK-STATUS = "00"
087000         ADD 1 TO HMK-AWARD-CT
087100         DISPLAY "HITMARK: " MRK-NAME " - " MRK-TEXT-SV
087200     ELSE
087300         DISPLAY "HITMARK: märke ej sparat för "
087400             HMK-PLAYER-NAME-IN ", status " HMK-MRK-STATUS
087500         SET HMK-RUN-FAILED TO TRUE
087600     END-IF.
087700 5000-EXIT.
087800     EXIT.
087900*
088000*    ---------------------------------------------------------
088100*    6000-FIND-COMBO
088200*    Gives the märke-order index (1-10) of the ending/sub-code
088300*    in hand, or zero for a quit, abort or unknown code.
088400*    ---------------------------------------------------------
088500 6000-FIND-COMBO.
088600     EVALUATE TRUE
088700         WHEN HMK-COMBO-CODE = 1 AND HMK-COMBO-SUB = 0
088800             MOVE 1 TO HMK-COMBO-IX
088900         WHEN HMK-COMBO-CODE = 1 AND HMK-COMBO-SUB = 1
089000             MOVE 2 TO HMK-COMBO-IX
089100         WHEN HMK-COMBO-CODE = 2 AND HMK-COMBO-SUB = 1
089200             MOVE 3 TO HMK-COMBO-IX
089300         WHEN HMK-COMBO-CODE = 2 AND HMK-COMBO-SUB = 2
089400             MOVE 4 TO HMK-COMBO-IX
089500         WHEN HMK-COMBO-CODE = 2 AND HMK-COMBO-SUB = 3
089600             MOVE 5 TO HMK-COMBO-IX
089700         WHEN HMK-COMBO-CODE = 3 AND HMK-COMBO-SUB = 1
089800             MOVE 6 TO HMK-COMBO-IX
089900         WHEN HMK-COMBO-CODE = 3 AND HMK-COMBO-SUB = 2
090000             MOVE 7 TO HMK-COMBO-IX
090100         WHEN HMK-COMBO-CODE = 3 AND HMK-COMBO-SUB = 3
090200             MOVE 8 TO HMK-COMBO-IX
090300         WHEN HMK-COMBO-CODE = 3 AND HMK-COMBO-SUB = 4
090400             MOVE 9 TO HMK-COMBO-IX
090500         WHEN HMK-COMBO-CODE = 4 AND HMK-COMBO-SUB = 0
090600             MOVE 10 TO HMK-COMBO-IX
090700         WHEN OTHER
090800             MOVE ZERO TO HMK-COMBO-IX
090900     END-EVALUATE.
091000 6000-EXIT.
091100     EXIT.
091200*
091300*    ---------------------------------------------------------
091400*    6100-SET-COMBO-TEXT
091500*    Names the combination in hand for the märke text.
091600*    ---------------------------------------------------------
091700 6100-SET-COMBO-TEXT.
091800     EVALUATE HMK-COMBO-IX
091900         WHEN 1
092000             MOVE "vänster" TO HMK-COMBO-SV
092100             MOVE "left" TO HMK-COMBO-EN
092200         WHEN 2
092300             MOVE "vänster/muggen" TO HMK-COMBO-SV
092400             MOVE "left/the mug" TO HMK-COMBO-EN
092500         WHEN 3
092600             MOVE "höger/dusch" TO HMK-COMBO-SV
092700             MOVE "right/shower" TO HMK-COMBO-EN
092800         WHEN 4
092900             MOVE "höger/skåpet" TO HMK-COMBO-SV
093000             MOVE "right/cabinet" TO HMK-COMBO-EN
093100         WHEN 5
093200             MOVE "höger/ut igen" TO HMK-COMBO-SV
093300             MOVE "right/out again" TO HMK-COMBO-EN
093400         WHEN 6
093500             MOVE "framåt/sången" TO HMK-COMBO-SV
093600             MOVE "forward/the song" TO HMK-COMBO-EN
093700         WHEN 7
093800             MOVE "framåt/vidare" TO HMK-COMBO-SV
093900             MOVE "forward/onward" TO HMK-COMBO-EN
094000         WHEN 8
094100             MOVE "framåt/vände om" TO HMK-COMBO-SV
094200             MOVE "forward/turned" TO HMK-COMBO-EN
094300         WHEN 9
094400             MOVE "framåt/plåstret" TO HMK-COMBO-SV
094500             MOVE "forward/plaster" TO HMK-COMBO-EN
094600         WHEN OTHER
094700             MOVE "bakåt" TO HMK-COMBO-SV
094800             MOVE "back" TO HMK-COMBO-EN
094900     END-EVALUATE.
095000 6100-EXIT.
095100     EXIT.
095200*
095300*    ---------------------------------------------------------
095400*    9999-TERMINATE
095500*    ---------------------------------------------------------
095600 9999-TERMINATE.
095700     CLOSE ACHIEVEMENT-FILE
095800     IF HMK-LB-IS-OPEN
095900         CLOSE LEADERBOARD-FILE
096000     END-IF
096100     IF HMK-INV-IS-OPEN
096200         CLOSE INVENTORY-FILE
096300     END-IF
096400     CLOSE REGISTRY-FILE
096500     DISPLAY "HITMARK: " HMK-PLAYER-CT " spelare kontrollerade, "
096600         HMK-AWARD-CT " nya märken."
096700     IF HMK-UNSETTLED-CT > ZERO
096800         DISPLAY "HITMARK: " HMK-UNSETTLED-CT
096900             " först-märken kunde inte avgöras."
097000     END-IF
097100     IF HMK-SEAL-BAD-CT > ZERO
097200         DISPLAY "HITMARK: " HMK-SEAL-BAD-CT
097300             " dagar avviker från sigillet (TRANSIGL)."
097400     END-IF
097500     IF HMK-RUN-FAILED
097600         MOVE "FEL" TO HMK-RUN-STATUS
097700         MOVE 8 TO RETURN-CODE
097800     END-IF
097900     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
098000 9999-EXIT.
098100     EXIT.
098200*
098300*    ---------------------------------------------------------
098400*    9500-WRITE-AUDIT
098500*    Appends this run's record to the common run-audit file.
098600*    ---------------------------------------------------------
098700 9500-WRITE-AUDIT.
098800     ACCEPT HMK-END-DATE FROM DATE YYYYMMDD
098900     ACCEPT HMK-END-TIME FROM TIME
099000     MOVE HMK-START-DATE TO HAD-START-DATE
099100     MOVE HMK-START-TIME (1:6) TO HAD-START-TIME
099200     MOVE HMK-END-DATE TO HAD-END-DATE
099300     MOVE HMK-END-TIME (1:6) TO HAD-END-TIME
099400     MOVE HMK-READ-CT TO HAD-READ-CT
099500     MOVE HMK-AWARD-CT TO HAD-WRITE-CT
099600     MOVE HMK-RUN-STATUS TO HAD-STATUS
099700     OPEN EXTEND RUN-AUDIT-FILE
099800     IF HMK-AUD-STATUS = "35"
099900         OPEN OUTPUT RUN-AUDIT-FILE
100000         CLOSE RUN-AUDIT-FILE
100100         OPEN EXTEND RUN-AUDIT-FILE
100200     END-IF
100300     IF HMK-AUD-STATUS = "00"
100400         MOVE HMK-AUDIT-DETAIL TO RUN-AUDIT-RECORD
100500         WRITE RUN-AUDIT-RECORD
100600         CLOSE RUN-AUDIT-FILE
100700     END-IF.
100800 9500-EXIT.
100900     EXIT.
