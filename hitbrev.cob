000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitbrev.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - monthly player statement
001100*                      run for the front office's letters to
001200*                      regular players.  For every player on the
001300*                      registry (HITREG) active in the chosen
001400*                      month it prints a one-page statement to a
001500*                      dated print file (BESKED.ÅÅÅÅMM): plays
001600*                      that month, every ending reached
001700*                      (HITBOARD), the collection (HITINV), the
001800*                      running season points and position
001900*                      (SASONG), and the items picked up during
002000*                      the month.  Plays are counted from the
002100*                      month's named transcript lines - the
002200*                      TRANARC archive if Hitarch has written one,
002300*                      then the live TRANLOG.  Each statement
002400*                      starts on a fresh page so the print room
002500*                      can split and mail them, and a control
002600*                      page ends the run with statements produced
002700*                      and players skipped.  Ends with
002800*                      RETURN-CODE 8 when anything failed.
002900*    15/10/2026  LB   The lines read are checked against their
003000*                      day seals on TRANSIGL (Hitsigil); days
003100*                      that differ are counted on the control
003200*                      page.
003300*    15/10/2026  LB   The month's pickups are counted per item
003400*                      from the month's own transcript lines -
003500*                      the blue mug in the second-hand shop, the
003600*                      toothbrushes and plasters in the bathroom
003700*                      cabinet - instead of from the collection's
003800*                      last-added date, which only shows the
003900*                      latest of them.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT REGISTRY-FILE ASSIGN TO "HITREG"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HREG-NBR
005000         ALTERNATE RECORD KEY IS HREG-NORM-NAME
005100         FILE STATUS IS HBR-REG-STATUS.
005200     SELECT LEADERBOARD-FILE ASSIGN TO "HITBOARD"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS LB-KEY
005600         FILE STATUS IS HBR-LB-STATUS.
005700     SELECT INVENTORY-FILE ASSIGN TO "HITINV"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS INV-KEY
006100         FILE STATUS IS HBR-INV-STATUS.
006200     SELECT SEASON-FILE ASSIGN TO "SASONG"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS SAS-NAME
006600         FILE STATUS IS HBR-SAS-STATUS.
006700     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS HBR-TRAN-STATUS.
007000     SELECT ARCHIVE-FILE ASSIGN USING HBR-ARCHIVE-NAME
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS HBR-ARC-STATUS.
007300     SELECT REPORT-FILE ASSIGN USING HBR-REPORT-NAME
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS HBR-REP-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800*
007900*    Player registry master - layout must match REGISTRY-RECORD
008000*    in the interactive program, since both share the same file.
008100 FD  REGISTRY-FILE.
008200 01  REGISTRY-RECORD.
008300     05  HREG-NBR             PIC 9(05).
008400     05  HREG-NORM-NAME       PIC X(20).
008500     05  HREG-TYPED-NAME      PIC X(20).
008600     05  HREG-FIRST-DATE      PIC 9(08).
008700     05  HREG-LAST-DATE       PIC 9(08).
008800     05  HREG-PLAY-CT         PIC 9(05).
008900*
009000*    Leaderboard master - layout must match LEADERBOARD-RECORD in
009100*    the interactive program, since both share the same file.
009200 FD  LEADERBOARD-FILE.
009300 01  LEADERBOARD-RECORD.
009400     05  LB-KEY.
009500         10  LB-NAME          PIC X(20).
009600         10  LB-ENDING-CODE   PIC 9(01).
009700         10  LB-SUB-CODE      PIC 9(01).
009800     05  LB-TIMES-REACHED     PIC 9(05).
009900     05  LB-LAST-DATE         PIC 9(08).
010000     05  LB-LAST-TIME         PIC 9(06).
010100*
010200*    Per-player inventory - layout must match INVENTORY-RECORD
010300*    in the interactive program, since both share the same file.
010400 FD  INVENTORY-FILE.
010500 01  INVENTORY-RECORD.
010600     05  INV-KEY.
010700         10  INV-NAME         PIC X(20).
010800         10  INV-ITEM-CODE    PIC 9(02).
010900     05  INV-QTY              PIC 9(05).
011000     05  INV-LAST-DATE        PIC 9(08).
011100     05  INV-LAST-TIME        PIC 9(06).
011200*
011300*    Season standings - layout must match SEASON-RECORD in the
011400*    interactive program, since both share the same file.
011500 FD  SEASON-FILE.
011600 01  SEASON-RECORD.
011700     05  SAS-NAME             PIC X(20).
011800     05  SAS-POINTS           PIC 9(07).
011900     05  SAS-LAST-DATE        PIC 9(08).
012000 FD  TRANSCRIPT-FILE.
012100 01  TRANSCRIPT-RECORD          PIC X(160).
012200 FD  ARCHIVE-FILE.
012300 01  ARCHIVE-RECORD             PIC X(160).
012400 FD  REPORT-FILE.
012500 01  REPORT-RECORD              PIC X(80).
012600 WORKING-STORAGE SECTION.
012700*
012800*    Layout of one transcript detail line, matching
012900*    HIT-TRANSCRIPT-DETAIL in the interactive program.
013000 01  HBR-TRANSCRIPT-DETAIL.
013100     05  HBR-SESSION-ID       PIC X(08).
013200     05  FILLER               PIC X(01).
013300     05  HBR-TIMESTAMP.
013400         10  HBR-TS-DATE.
013500             15  HBR-TS-MONTH     PIC X(06).
013600             15  HBR-TS-DAY       PIC X(02).
013700         10  HBR-TS-TIME          PIC X(06).
013800     05  FILLER               PIC X(01).
013900     05  HBR-CHOICE-ONE       PIC X(01).
014000     05  FILLER               PIC X(01).
014100     05  HBR-CHOICE-TWO       PIC X(01).
014200     05  FILLER               PIC X(01).
014300     05  HBR-CHOICE-TYPE      PIC X(10).
014400     05  FILLER               PIC X(01).
014500     05  HBR-INVALID-CT       PIC X(02).
014600     05  FILLER               PIC X(01).
014700     05  HBR-ENDING-TEXT      PIC X(90).
014800     05  FILLER               PIC X(01).
014900     05  HBR-PLAYER-NAME      PIC X(20).
015000     05  FILLER               PIC X(01).
015100     05  HBR-PICKUP-CT        PIC 9(01).
015200     05  FILLER               PIC X(05).
015300 01  HBR-REG-STATUS           PIC X(02) VALUE "00".
015400 01  HBR-LB-STATUS            PIC X(02) VALUE "00".
015500 01  HBR-INV-STATUS           PIC X(02) VALUE "00".
015600 01  HBR-SAS-STATUS           PIC X(02) VALUE "00".
015700 01  HBR-TRAN-STATUS          PIC X(02) VALUE "00".
015800 01  HBR-ARC-STATUS           PIC X(02) VALUE "00".
015900 01  HBR-EOF-SW               PIC X(01) VALUE "N".
016000     88  HBR-NO-MORE-RECORDS      VALUE "Y".
016100 01  HBR-REG-EOF-SW           PIC X(01) VALUE "N".
016200     88  HBR-NO-MORE-PLAYERS      VALUE "Y".
016300 01  HBR-KEY-EOF-SW           PIC X(01) VALUE "N".
016400     88  HBR-NO-MORE-KEYS         VALUE "Y".
016500 01  HBR-ERROR-SW             PIC X(01) VALUE "N".
016600     88  HBR-RUN-FAILED           VALUE "Y".
016700 01  HBR-REG-OPEN-SW          PIC X(01) VALUE "N".
016800     88  HBR-REG-IS-OPEN          VALUE "Y".
016900 01  HBR-LB-OPEN-SW           PIC X(01) VALUE "N".
017000     88  HBR-LB-IS-OPEN           VALUE "Y".
017100 01  HBR-INV-OPEN-SW          PIC X(01) VALUE "N".
017200     88  HBR-INV-IS-OPEN          VALUE "Y".
017300*
017400*    The statement month - by default the month before the run
017500*    date, the month the letters go out for.
017600 01  HBR-RUN-DATE             PIC 9(08) VALUE ZERO.
017700 01  HBR-RUN-DATE-X REDEFINES HBR-RUN-DATE.
017800     05  HBR-RUN-YEAR         PIC 9(04).
017900     05  HBR-RUN-MON          PIC 9(02).
018000     05  FILLER               PIC X(02).
018100 01  HBR-STMT-MONTH           PIC 9(06) VALUE ZERO.
018200 01  HBR-STMT-MONTH-X REDEFINES HBR-STMT-MONTH.
018300     05  HBR-STMT-YEAR        PIC 9(04).
018400     05  HBR-STMT-MON         PIC 9(02).
018500 01  HBR-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
018600 01  HBR-LINE-IN              PIC X(160) VALUE SPACES.
018700*
018800*    One entry per player seen on the month's transcript lines -
018900*    the plays that month and the first-time pickups they made,
019000*    and how often each item was picked up.
019100 01  HBR-PLAY-TABLE.
019200     05  HBR-PLAY-ENTRY OCCURS 500 TIMES.
019300         10  HBR-PT-NAME      PIC X(20).
019400         10  HBR-PT-PLAYS     PIC 9(05).
019500         10  HBR-PT-PICKUPS   PIC 9(05).
019600         10  HBR-PT-MUGGS     PIC 9(05).
019700         10  HBR-PT-BRUSHES   PIC 9(05).
019800         10  HBR-PT-PLASTERS  PIC 9(05).
019900 01  HBR-PLAY-CT              PIC 9(03) COMP VALUE ZERO.
020000 01  HBR-PLAY-IX              PIC 9(03) COMP VALUE ZERO.
020100 01  HBR-FOUND-SW             PIC X(01) VALUE "N".
020200     88  HBR-PLAYER-FOUND         VALUE "Y".
020300*
020400*    The running season standings, loaded once so a player's
020500*    position can be counted - the players with more points,
020600*    plus one.  Equal points share a position.
020700 01  HBR-SEASON-TABLE.
020800     05  HBR-SEASON-ENTRY OCCURS 500 TIMES.
020900         10  HBR-ST-NAME      PIC X(20).
021000         10  HBR-ST-POINTS    PIC 9(07).
021100 01  HBR-SEASON-CT            PIC 9(03) COMP VALUE ZERO.
021200 01  HBR-SEASON-IX            PIC 9(03) COMP VALUE ZERO.
021300 01  HBR-SEASON-CT-D          PIC 9(03) VALUE ZERO.
021400 01  HBR-MY-POINTS            PIC 9(07) VALUE ZERO.
021500 01  HBR-MY-POSITION          PIC 9(03) VALUE ZERO.
021600 01  HBR-ON-SEASON-SW         PIC X(01) VALUE "N".
021700     88  HBR-ON-SEASON            VALUE "Y".
021800*
021900*    The statement in hand.
022000 01  HBR-CUR-NAME             PIC X(20) VALUE SPACES.
022100 01  HBR-CUR-PLAYS            PIC 9(05) VALUE ZERO.
022200 01  HBR-CUR-PICKUPS          PIC 9(05) VALUE ZERO.
022300 01  HBR-CUR-MUGGS            PIC 9(05) VALUE ZERO.
022400 01  HBR-CUR-BRUSHES          PIC 9(05) VALUE ZERO.
022500 01  HBR-CUR-PLASTERS         PIC 9(05) VALUE ZERO.
022600 01  HBR-CUR-ITEM-CT          PIC 9(05) VALUE ZERO.
022700 01  HBR-ENDING-TEXT-W        PIC X(20) VALUE SPACES.
022800 01  HBR-ITEM-TEXT            PIC X(20) VALUE SPACES.
022900 01  HBR-SECTION-CT           PIC 9(03) VALUE ZERO.
023000 01  HBR-TITLE-TEXT           PIC X(30) VALUE SPACES.
023100*
023200*    Print-file control - dated report name, page layout and
023300*    the line every report row passes through.  When the print
023400*    file cannot be opened the rows fall back to the screen.
023500 01  HBR-REP-STATUS           PIC X(02) VALUE "00".
023600 01  HBR-REPORT-NAME          PIC X(16) VALUE SPACES.
023700 01  HBR-REP-OPEN-SW          PIC X(01) VALUE "N".
023800     88  HBR-REPORT-IS-OPEN       VALUE "Y".
023900 01  HBR-PRINT-LINE           PIC X(80) VALUE SPACES.
024000 01  HBR-PAGE-NO              PIC 9(04) VALUE ZERO.
024100 01  HBR-LINE-CT              PIC 9(02) VALUE 99.
024200 01  HBR-PAGE-SIZE            PIC 9(02) VALUE 60.
024300 77  HBR-REP-LINE-CT          PIC 9(06) VALUE ZERO.
024400 77  HBR-REG-CT               PIC 9(06) VALUE ZERO.
024500 77  HBR-STMT-CT              PIC 9(06) VALUE ZERO.
024600 77  HBR-SKIP-CT              PIC 9(06) VALUE ZERO.
024700 77  HBR-MONTH-LINE-CT        PIC 9(06) VALUE ZERO.
024800 77  HBR-UNNAMED-CT           PIC 9(06) VALUE ZERO.
024900 77  HBR-BAD-CT               PIC 9(06) VALUE ZERO.
025000 77  HBR-UNREG-CT             PIC 9(06) VALUE ZERO.
025100*
025200*    Day-seal request passed to Hitsigil - layout must match
025300*    SGQ-REQUEST there.
025400 01  HBR-SEAL-REQUEST.
025500     05  HBR-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
025600     05  HBR-SEAL-CALLER      PIC X(08) VALUE "HITBREV".
025700     05  HBR-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
025800     05  HBR-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
025900     05  HBR-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
026000     05  HBR-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
026100     05  HBR-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
026200     05  HBR-SEAL-RESULT      PIC X(02) VALUE "00".
026300 01  HBR-SEAL-LINE            PIC X(160) VALUE SPACES.
026400 01  HBR-SEAL-SW              PIC X(01) VALUE "N".
026500     88  HBR-SEAL-UNAVAILABLE     VALUE "Y".
026600 PROCEDURE DIVISION.
026700*
026800*    ---------------------------------------------------------
026900*    0000-MAINLINE
027000*    Counts the month's plays, prints one statement per active
027100*    registered player and ends with the control page.
027200*    ---------------------------------------------------------
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027500     IF NOT HBR-RUN-FAILED
027600         PERFORM 1500-PROCESS-ARCHIVE THRU 1500-EXIT
027700         PERFORM 1800-PROCESS-TRANLOG THRU 1800-EXIT
027800         PERFORM 1900-CHECK-SEALS THRU 1900-EXIT
027900     END-IF
028000     IF NOT HBR-RUN-FAILED
028100         PERFORM 3000-PRINT-STATEMENTS THRU 3000-EXIT
028200         PERFORM 7000-PRINT-CONTROL-PAGE THRU 7000-EXIT
028300     END-IF
028400     PERFORM 9999-TERMINATE THRU 9999-EXIT
028500     GOBACK.
028600*
028700*    ---------------------------------------------------------
028800*    1000-INITIALIZE
028900*    Asks for the statement month, loads the season standings
029000*    and opens the masters and the print file.
029100*    ---------------------------------------------------------
029200 1000-INITIALIZE.
029300     ACCEPT HBR-RUN-DATE FROM DATE YYYYMMDD
029400     MOVE "INIT" TO HBR-SEAL-FUNCTION
029500     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
029600     DISPLAY "HITBREV - MÅNADSBESKED TILL SPELARE " HBR-RUN-DATE
029700     IF HBR-RUN-MON = 01
029800         COMPUTE HBR-STMT-YEAR = HBR-RUN-YEAR - 1
029900         MOVE 12 TO HBR-STMT-MON
030000     ELSE
030100         MOVE HBR-RUN-YEAR TO HBR-STMT-YEAR
030200         COMPUTE HBR-STMT-MON = HBR-RUN-MON - 1
030300     END-IF
030400     DISPLAY "Månad (ÅÅÅÅMM, Enter = " HBR-STMT-MONTH "): "
030500         WITH NO ADVANCING
030600     ACCEPT HBR-STMT-MONTH
030700     IF HBR-STMT-MONTH = ZERO
030800         IF HBR-RUN-MON = 01
030900             COMPUTE HBR-STMT-YEAR = HBR-RUN-YEAR - 1
031000             MOVE 12 TO HBR-STMT-MON
031100         ELSE
031200             MOVE HBR-RUN-YEAR TO HBR-STMT-YEAR
031300             COMPUTE HBR-STMT-MON = HBR-RUN-MON - 1
031400         END-IF
031500     END-IF
031600     IF HBR-STMT-MON < 1 OR HBR-STMT-MON > 12
031700         OR HBR-STMT-MONTH > HBR-RUN-DATE (1:6)
031800         DISPLAY "HITBREV: ogiltig månad."
031900         SET HBR-RUN-FAILED TO TRUE
032000         GO TO 1000-EXIT
032100     END-IF
032200     PERFORM 1200-LOAD-SEASON THRU 1200-EXIT
032300     IF HBR-RUN-FAILED
032400         GO TO 1000-EXIT
032500     END-IF
032600     OPEN INPUT REGISTRY-FILE
032700     IF HBR-REG-STATUS NOT = "00"
032800         DISPLAY "HITBREV: kan inte öppna HITREG, status "
032900             HBR-REG-STATUS
033000         SET HBR-RUN-FAILED TO TRUE
033100         GO TO 1000-EXIT
033200     END-IF
033300     SET HBR-REG-IS-OPEN TO TRUE
033400     OPEN INPUT LEADERBOARD-FILE
033500     IF HBR-LB-STATUS = "00"
033600         SET HBR-LB-IS-OPEN TO TRUE
033700     ELSE
033800         DISPLAY "HITBREV: HITBOARD otillgänglig, status "
033900             HBR-LB-STATUS " - slut utelämnas."
034000     END-IF
034100     OPEN INPUT INVENTORY-FILE
034200     IF HBR-INV-STATUS = "00"
034300         SET HBR-INV-IS-OPEN TO TRUE
034400     ELSE
034500         DISPLAY "HITBREV: HITINV otillgänglig, status "
034600             HBR-INV-STATUS " - samlingen utelämnas."
034700     END-IF
034800     PERFORM 8100-OPEN-REPORT THRU 8100-EXIT.
034900 1000-EXIT.
035000     EXIT.
035100*
035200*    ---------------------------------------------------------
035300*    1200-LOAD-SEASON
035400*    Loads the running standings into the season table.  No
035500*    SASONG simply means a season with nothing on it yet.
035600*    ---------------------------------------------------------
035700 1200-LOAD-SEASON.
035800     OPEN INPUT SEASON-FILE
035900     IF HBR-SAS-STATUS = "35"
036000         GO TO 1200-EXIT
036100     END-IF
036200     IF HBR-SAS-STATUS NOT = "00"
036300         DISPLAY "HITBREV: kan inte öppna SASONG, status "
036400             HBR-SAS-STATUS
036500         SET HBR-RUN-FAILED TO TRUE
036600         GO TO 1200-EXIT
036700     END-IF
036800     MOVE "N" TO HBR-EOF-SW
036900     READ SEASON-FILE NEXT RECORD
037000         AT END
037100             SET HBR-NO-MORE-RECORDS TO TRUE
037200     END-READ
037300     PERFORM 1210-LOAD-ONE-STANDING THRU 1210-EXIT
037400         UNTIL HBR-NO-MORE-RECORDS
037500     CLOSE SEASON-FILE.
037600 1200-EXIT.
037700     EXIT.
037800*
037900*    ---------------------------------------------------------
038000*    1210-LOAD-ONE-STANDING
038100*    Loads one standings record and primes the next.
038200*    ---------------------------------------------------------
038300 1210-LOAD-ONE-STANDING.
038400     IF HBR-SEASON-CT < 500
038500         ADD 1 TO HBR-SEASON-CT
038600         MOVE SAS-NAME TO HBR-ST-NAME (HBR-SEASON-CT)
038700         MOVE SAS-POINTS TO HBR-ST-POINTS (HBR-SEASON-CT)
038800     ELSE
038900         DISPLAY "HITBREV: säsongstabellen full - " SAS-NAME
039000             " ryms inte."
039100         SET HBR-RUN-FAILED TO TRUE
039200     END-IF
039300     READ SEASON-FILE NEXT RECORD
039400         AT END
039500             SET HBR-NO-MORE-RECORDS TO TRUE
039600     END-READ.
039700 1210-EXIT.
039800     EXIT.
039900*
040000*    ---------------------------------------------------------
040100*    1500-PROCESS-ARCHIVE
040200*    Reads the month's TRANARC file if Hitarch has written one
040300*    - a month still on the live log simply has none.
040400*    ---------------------------------------------------------
040500 1500-PROCESS-ARCHIVE.
040600     MOVE SPACES TO HBR-ARCHIVE-NAME
040700     STRING "TRANARC." HBR-STMT-MONTH
040800         DELIMITED BY SIZE INTO HBR-ARCHIVE-NAME
040900     END-STRING
041000     OPEN INPUT ARCHIVE-FILE
041100     IF HBR-ARC-STATUS = "35"
041200         GO TO 1500-EXIT
041300     END-IF
041400     IF HBR-ARC-STATUS NOT = "00"
041500         DISPLAY "HITBREV: kan inte öppna " HBR-ARCHIVE-NAME
041600             ", status " HBR-ARC-STATUS
041700         SET HBR-RUN-FAILED TO TRUE
041800         GO TO 1500-EXIT
041900     END-IF
042000     MOVE "FIL " TO HBR-SEAL-FUNCTION
042100     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
042200     MOVE "N" TO HBR-EOF-SW
042300     READ ARCHIVE-FILE
042400         AT END
042500             SET HBR-NO-MORE-RECORDS TO TRUE
042600     END-READ
042700     PERFORM 1510-COUNT-ARCHIVE-LINE THRU 1510-EXIT
042800         UNTIL HBR-NO-MORE-RECORDS
042900     CLOSE ARCHIVE-FILE.
043000 1500-EXIT.
043100     EXIT.
043200*
043300*    ---------------------------------------------------------
043400*    1510-COUNT-ARCHIVE-LINE
043500*    Counts one archive line - the ARKIV trailers Hitarch
043600*    writes are passed over - and primes the next line.
043700*    ---------------------------------------------------------
043800 1510-COUNT-ARCHIVE-LINE.
043900     MOVE "RAD " TO HBR-SEAL-FUNCTION
044000     MOVE ARCHIVE-RECORD TO HBR-SEAL-LINE
044100     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
044200     IF ARCHIVE-RECORD (1:6) NOT = "ARKIV "
044300         MOVE ARCHIVE-RECORD TO HBR-LINE-IN
044400         PERFORM 2000-COUNT-LINE THRU 2000-EXIT
044500     END-IF
044600     READ ARCHIVE-FILE
044700         AT END
044800             SET HBR-NO-MORE-RECORDS TO TRUE
044900     END-READ.
045000 1510-EXIT.
045100     EXIT.
045200*
045300*    ---------------------------------------------------------
045400*    1800-PROCESS-TRANLOG
045500*    Reads the live transcript log after the archive - only
045600*    its lines from the statement month are counted.
045700*    ---------------------------------------------------------
045800 1800-PROCESS-TRANLOG.
045900     OPEN INPUT TRANSCRIPT-FILE
046000     IF HBR-TRAN-STATUS = "35"
046100         GO TO 1800-EXIT
046200     END-IF
046300     IF HBR-TRAN-STATUS NOT = "00"
046400         DISPLAY "HITBREV: kan inte öppna TRANLOG, status "
046500             HBR-TRAN-STATUS
046600         SET HBR-RUN-FAILED TO TRUE
046700         GO TO 1800-EXIT
046800     END-IF
046900     MOVE "FIL " TO HBR-SEAL-FUNCTION
047000     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
047100     MOVE "N" TO HBR-EOF-SW
047200     READ TRANSCRIPT-FILE
047300         AT END
047400             SET HBR-NO-MORE-RECORDS TO TRUE
047500     END-READ
047600     PERFORM 1810-COUNT-LIVE-LINE THRU 1810-EXIT
047700         UNTIL HBR-NO-MORE-RECORDS
047800     CLOSE TRANSCRIPT-FILE.
047900 1800-EXIT.
048000     EXIT.
048100*
048200*    ---------------------------------------------------------
048300*    1810-COUNT-LIVE-LINE
048400*    Counts one live transcript line and primes the next.
048500*    ---------------------------------------------------------
048600 1810-COUNT-LIVE-LINE.
048700     MOVE "RAD " TO HBR-SEAL-FUNCTION
048800     MOVE TRANSCRIPT-RECORD TO HBR-SEAL-LINE
048900     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
049000     MOVE TRANSCRIPT-RECORD TO HBR-LINE-IN
049100     PERFORM 2000-COUNT-LINE THRU 2000-EXIT
049200     READ TRANSCRIPT-FILE
049300         AT END
049400             SET HBR-NO-MORE-RECORDS TO TRUE
049500     END-READ.
049600 1810-EXIT.
049700     EXIT.
049800*
049900*    ---------------------------------------------------------
050000*    1900-CHECK-SEALS
050100*    Checks the days read against their seals.  The seal
050200*    routine shows each day that differs on the console.
050300*    ---------------------------------------------------------
050400 1900-CHECK-SEALS.
050500     MOVE "KOLL" TO HBR-SEAL-FUNCTION
050600     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
050700     IF HBR-SEAL-UNAVAILABLE
050800         MOVE "90" TO HBR-SEAL-RESULT
050900     END-IF.
051000 1900-EXIT.
051100     EXIT.
051200*
051300*    ---------------------------------------------------------
051400*    1950-CALL-SEAL
051500*    Passes the request in hand to the shared seal routine.
051600*    ---------------------------------------------------------
051700 1950-CALL-SEAL.
051800     IF HBR-SEAL-UNAVAILABLE
051900         GO TO 1950-EXIT
052000     END-IF
052100     CALL "HITSIGIL" USING HBR-SEAL-REQUEST HBR-SEAL-LINE
052200         ON EXCEPTION
052300             DISPLAY "HITBREV: HITSIGIL kunde inte startas."
052400             SET HBR-SEAL-UNAVAILABLE TO TRUE
052500     END-CALL.
052600 1950-EXIT.
052700     EXIT.
052800*
052900*    ---------------------------------------------------------
053000*    2000-COUNT-LINE
053100*    Adds the line in HBR-LINE-IN to its player's plays and
053200*    first-time pickups when it falls in the statement month.
053300*    The second-hand shop gives the blue mug and the bathroom
053400*    cabinet the toothbrushes and plasters.
053500*    Unparsable lines and lines with no player name are only
053600*    counted for the control page.
053700*    ---------------------------------------------------------
053800 2000-COUNT-LINE.
053900     MOVE HBR-LINE-IN TO HBR-TRANSCRIPT-DETAIL
054000     IF HBR-TS-DATE NOT NUMERIC
054100         ADD 1 TO HBR-BAD-CT
054200         GO TO 2000-EXIT
054300     END-IF
054400     IF HBR-TS-MONTH NOT = HBR-STMT-MONTH
054500         GO TO 2000-EXIT
054600     END-IF
054700     ADD 1 TO HBR-MONTH-LINE-CT
054800     IF HBR-PLAYER-NAME = SPACES
054900         OR HBR-PLAYER-NAME = "ANONYM"
055000         ADD 1 TO HBR-UNNAMED-CT
055100         GO TO 2000-EXIT
055200     END-IF
055300     IF HBR-PICKUP-CT NOT NUMERIC
055400         MOVE ZERO TO HBR-PICKUP-CT
055500     END-IF
055600     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
055700     IF NOT HBR-PLAYER-FOUND
055800         GO TO 2000-EXIT
055900     END-IF
056000     ADD 1 TO HBR-PT-PLAYS (HBR-PLAY-IX)
056100     ADD HBR-PICKUP-CT TO HBR-PT-PICKUPS (HBR-PLAY-IX)
056200     IF HBR-CHOICE-ONE = "4"
056300         ADD 1 TO HBR-PT-MUGGS (HBR-PLAY-IX)
056400     END-IF
056500     IF HBR-CHOICE-ONE = "2" AND HBR-CHOICE-TWO = "2"
056600         ADD 1 TO HBR-PT-BRUSHES (HBR-PLAY-IX)
056700         ADD 1 TO HBR-PT-PLASTERS (HBR-PLAY-IX)
056800     END-IF.
056900 2000-EXIT.
057000     EXIT.
057100*
057200*    ---------------------------------------------------------
057300*    2300-FIND-PLAYER
057400*    Finds the line's player in the play table, adding a new
057500*    entry the first time a name is seen.
057600*    ---------------------------------------------------------
057700 2300-FIND-PLAYER.
057800     MOVE "N" TO HBR-FOUND-SW
057900     MOVE 1 TO HBR-PLAY-IX
058000     PERFORM 2310-MATCH-PLAYER THRU 2310-EXIT
058100         UNTIL HBR-PLAYER-FOUND
058200         OR HBR-PLAY-IX > HBR-PLAY-CT
058300     IF HBR-PLAYER-FOUND
058400         GO TO 2300-EXIT
058500     END-IF
058600     IF HBR-PLAY-CT NOT < 500
058700         DISPLAY "HITBREV: spelartabellen full - "
058800             HBR-PLAYER-NAME " ryms inte."
058900         SET HBR-RUN-FAILED TO TRUE
059000         GO TO 2300-EXIT
059100     END-IF
059200     ADD 1 TO HBR-PLAY-CT
059300     MOVE HBR-PLAY-CT TO HBR-PLAY-IX
059400     MOVE HBR-PLAYER-NAME TO HBR-PT-NAME (HBR-PLAY-IX)
059500     MOVE ZERO TO HBR-PT-PLAYS (HBR-PLAY-IX)
059600     MOVE ZERO TO HBR-PT-PICKUPS (HBR-PLAY-IX)
059700     MOVE ZERO TO HBR-PT-MUGGS (HBR-PLAY-IX)
059800     MOVE ZERO TO HBR-PT-BRUSHES (HBR-PLAY-IX)
059900     MOVE ZERO TO HBR-PT-PLASTERS (HBR-PLAY-IX)
060000     SET HBR-PLAYER-FOUND TO TRUE.
060100 2300-EXIT.
060200     EXIT.
060300*
060400*    ---------------------------------------------------------
060500*    2310-MATCH-PLAYER
060600*    Tests one play-table entry against the line's player.
060700*    ---------------------------------------------------------
060800 2310-MATCH-PLAYER.
060900     IF HBR-PT-NAME (HBR-PLAY-IX) = HBR-PLAYER-NAME
061000         SET HBR-PLAYER-FOUND TO TRUE
061100     ELSE
061200         ADD 1 TO HBR-PLAY-IX
061300     END-IF.
061400 2310-EXIT.
061500     EXIT.
061600*
061700*    ---------------------------------------------------------
061800*    3000-PRINT-STATEMENTS
061900*    Walks the registry in player-number order and prints a
062000*    statement for every player active in the month.
062100*    ---------------------------------------------------------
062200 3000-PRINT-STATEMENTS.
062300     MOVE "N" TO HBR-REG-EOF-SW
062400     READ REGISTRY-FILE NEXT RECORD
062500         AT END
062600             SET HBR-NO-MORE-PLAYERS TO TRUE
062700     END-READ
062800     PERFORM 3100-CHECK-ONE-PLAYER THRU 3100-EXIT
062900         UNTIL HBR-NO-MORE-PLAYERS.
063000 3000-EXIT.
063100     EXIT.
063200*
063300*    ---------------------------------------------------------
063400*    3100-CHECK-ONE-PLAYER
063500*    A player with no plays in the month and no last visit in
063600*    it is skipped; anyone else gets a statement.  Primes the
063700*    next registry record.
063800*    ---------------------------------------------------------
063900 3100-CHECK-ONE-PLAYER.
064000     ADD 1 TO HBR-REG-CT
064100     MOVE HREG-NORM-NAME TO HBR-CUR-NAME
064200     MOVE ZERO TO HBR-CUR-PLAYS
064300     MOVE ZERO TO HBR-CUR-PICKUPS
064400     MOVE ZERO TO HBR-CUR-MUGGS
064500     MOVE ZERO TO HBR-CUR-BRUSHES
064600     MOVE ZERO TO HBR-CUR-PLASTERS
064700     MOVE HBR-CUR-NAME TO HBR-PLAYER-NAME
064800     MOVE "N" TO HBR-FOUND-SW
064900     MOVE 1 TO HBR-PLAY-IX
065000     PERFORM 2310-MATCH-PLAYER THRU 2310-EXIT
065100         UNTIL HBR-PLAYER-FOUND
065200         OR HBR-PLAY-IX > HBR-PLAY-CT
065300     IF HBR-PLAYER-FOUND
065400         MOVE HBR-PT-PLAYS (HBR-PLAY-IX) TO HBR-CUR-PLAYS
065500         MOVE HBR-PT-PICKUPS (HBR-PLAY-IX) TO HBR-CUR-PICKUPS
065600         MOVE HBR-PT-MUGGS (HBR-PLAY-IX) TO HBR-CUR-MUGGS
065700         MOVE HBR-PT-BRUSHES (HBR-PLAY-IX) TO HBR-CUR-BRUSHES
065800         MOVE HBR-PT-PLASTERS (HBR-PLAY-IX) TO HBR-CUR-PLASTERS
065900         MOVE SPACES TO HBR-PT-NAME (HBR-PLAY-IX)
066000     END-IF
066100     IF HBR-CUR-PLAYS = ZERO
066200         AND HREG-LAST-DATE (1:6) NOT = HBR-STMT-MONTH
066300         ADD 1 TO HBR-SKIP-CT
066400         GO TO 3100-NEXT
066500     END-IF
066600     PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT.
066700 3100-NEXT.
066800     READ REGISTRY-FILE NEXT RECORD
066900         AT END
067000             SET HBR-NO-MORE-PLAYERS TO TRUE
067100     END-READ.
067200 3100-EXIT.
067300     EXIT.
067400*
067500*    ---------------------------------------------------------
067600*    4000-PRINT-STATEMENT
067700*    Prints one player's statement on a page of its own -
067800*    registry details and plays, then the endings, the
067900*    collection, the month's pickups and the season.
068000*    ---------------------------------------------------------
068100 4000-PRINT-STATEMENT.
068200     ADD 1 TO HBR-STMT-CT
068300     MOVE SPACES TO HBR-TITLE-TEXT
068400     STRING "BESKED " HBR-STMT-CT " NR " HREG-NBR
068500         DELIMITED BY SIZE INTO HBR-TITLE-TEXT
068600     END-STRING
068700     MOVE HBR-PAGE-SIZE TO HBR-LINE-CT
068800     MOVE SPACES TO HBR-PRINT-LINE
068900     STRING "Spelare ..................... " HREG-TYPED-NAME
069000         DELIMITED BY SIZE INTO HBR-PRINT-LINE
069100     END-STRING
069200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
069300     MOVE SPACES TO HBR-PRINT-LINE
069400     STRING "Spelarnummer ................ " HREG-NBR
069500         DELIMITED BY SIZE INTO HBR-PRINT-LINE
069600     END-STRING
069700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
069800     MOVE SPACES TO HBR-PRINT-LINE
069900     STRING "Först sedd .................. " HREG-FIRST-DATE
070000         "   senast sedd " HREG-LAST-DATE
070100         DELIMITED BY SIZE INTO HBR-PRINT-LINE
070200     END-STRING
070300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
070400     MOVE SPACES TO HBR-PRINT-LINE
070500     STRING "Spelomgångar " HBR-STMT-MONTH " .......... "
070600         HBR-CUR-PLAYS "   totalt " HREG-PLAY-CT
070700         DELIMITED BY SIZE INTO HBR-PRINT-LINE
070800     END-STRING
070900     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
071000     MOVE SPACES TO HBR-PRINT-LINE
071100     STRING "Nya fynd under månaden ...... " HBR-CUR-PICKUPS
071200         DELIMITED BY SIZE INTO HBR-PRINT-LINE
071300     END-STRING
071400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
071500     PERFORM 4100-PRINT-ENDINGS THRU 4100-EXIT
071600     PERFORM 4300-PRINT-COLLECTION THRU 4300-EXIT
071700     PERFORM 4500-PRINT-MONTH-ITEMS THRU 4500-EXIT
071800     PERFORM 4700-PRINT-SEASON THRU 4700-EXIT
071900     MOVE SPACES TO HBR-PRINT-LINE
072000     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
072100     MOVE "Tack för att du spelar Hitta!" TO HBR-PRINT-LINE
072200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
072300 4000-EXIT.
072400     EXIT.
072500*
072600*    ---------------------------------------------------------
072700*    4100-PRINT-ENDINGS
072800*    Lists every ending the player has reached, in key order.
072900*    ---------------------------------------------------------
073000 4100-PRINT-ENDINGS.
073100     MOVE SPACES TO HBR-PRINT-LINE
073200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
073300     MOVE "Uppnådda slut:" TO HBR-PRINT-LINE
073400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
073500     MOVE ZERO TO HBR-SECTION-CT
073600     IF NOT HBR-LB-IS-OPEN
073700         GO TO 4100-NONE
073800     END-IF
073900     MOVE HBR-CUR-NAME TO LB-NAME
074000     MOVE ZERO TO LB-ENDING-CODE
074100     MOVE ZERO TO LB-SUB-CODE
074200     MOVE "N" TO HBR-KEY-EOF-SW
074300     START LEADERBOARD-FILE KEY IS NOT LESS THAN LB-KEY
074400         INVALID KEY
074500             SET HBR-NO-MORE-KEYS TO TRUE
074600     END-START
074700     PERFORM 4110-PRINT-ONE-ENDING THRU 4110-EXIT
074800         UNTIL HBR-NO-MORE-KEYS.
074900 4100-NONE.
075000     IF HBR-SECTION-CT = ZERO
075100         MOVE "  Inga slut uppnådda än." TO HBR-PRINT-LINE
075200         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
075300     END-IF.
075400 4100-EXIT.
075500     EXIT.
075600*
075700*    ---------------------------------------------------------
075800*    4110-PRINT-ONE-ENDING
075900*    Prints the player's next leaderboard record.
076000*    ---------------------------------------------------------
076100 4110-PRINT-ONE-ENDING.
076200     READ LEADERBOARD-FILE NEXT RECORD
076300         AT END
076400             SET HBR-NO-MORE-KEYS TO TRUE
076500             GO TO 4110-EXIT
076600     END-READ
076700     IF LB-NAME NOT = HBR-CUR-NAME
076800         SET HBR-NO-MORE-KEYS TO TRUE
076900         GO TO 4110-EXIT
077000     END-IF
077100     ADD 1 TO HBR-SECTION-CT
077200     PERFORM 4200-SET-ENDING-TEXT THRU 4200-EXIT
077300     MOVE SPACES TO HBR-PRINT-LINE
077400     STRING "  " HBR-ENDING-TEXT-W " " LB-TIMES-REACHED
077500         " ggr, senast " LB-LAST-DATE
077600         DELIMITED BY SIZE INTO HBR-PRINT-LINE
077700     END-STRING
077800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
077900 4110-EXIT.
078000     EXIT.
078100*
078200*    ---------------------------------------------------------
078300*    4200-SET-ENDING-TEXT
078400*    Maps the code/sub-code pair to the wording used on the
078500*    menus, the same mapping the dossier prints.
078600*    ---------------------------------------------------------
078700 4200-SET-ENDING-TEXT.
078800     EVALUATE TRUE
078900         WHEN LB-ENDING-CODE = 1 AND LB-SUB-CODE = 0
079000             MOVE "vänster" TO HBR-ENDING-TEXT-W
079100         WHEN LB-ENDING-CODE = 1 AND LB-SUB-CODE = 1
079200             MOVE "vänster/muggen" TO HBR-ENDING-TEXT-W
079300         WHEN LB-ENDING-CODE = 2 AND LB-SUB-CODE = 1
079400             MOVE "höger/dusch" TO HBR-ENDING-TEXT-W
079500         WHEN LB-ENDING-CODE = 2 AND LB-SUB-CODE = 2
079600             MOVE "höger/skåpet" TO HBR-ENDING-TEXT-W
079700         WHEN LB-ENDING-CODE = 2 AND LB-SUB-CODE = 3
079800             MOVE "höger/ut igen" TO HBR-ENDING-TEXT-W
079900         WHEN LB-ENDING-CODE = 3 AND LB-SUB-CODE = 1
080000             MOVE "framåt/sången" TO HBR-ENDING-TEXT-W
080100         WHEN LB-ENDING-CODE = 3 AND LB-SUB-CODE = 2
080200             MOVE "framåt/vidare" TO HBR-ENDING-TEXT-W
080300         WHEN LB-ENDING-CODE = 3 AND LB-SUB-CODE = 3
080400             MOVE "framåt/vände om" TO HBR-ENDING-TEXT-W
080500         WHEN LB-ENDING-CODE = 3 AND LB-SUB-CODE = 4
080600             MOVE "framåt/plåstret" TO HBR-ENDING-TEXT-W
080700         WHEN LB-ENDING-CODE = 4 AND LB-SUB-CODE = 0
080800             MOVE "bakåt" TO HBR-ENDING-TEXT-W
080900         WHEN OTHER
081000             MOVE "okänt" TO HBR-ENDING-TEXT-W
081100     END-EVALUATE.
081200 4200-EXIT.
081300     EXIT.
081400*
081500*    ---------------------------------------------------------
081600*    4300-PRINT-COLLECTION
081700*    Lists the player's accumulated collection.
081800*    ---------------------------------------------------------
081900 4300-PRINT-COLLECTION.
082000     MOVE SPACES TO HBR-PRINT-LINE
082100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
082200     MOVE "Din samling:" TO HBR-PRINT-LINE
082300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
082400     MOVE ZERO TO HBR-SECTION-CT
082500     IF NOT HBR-INV-IS-OPEN
082600         GO TO 4300-NONE
082700     END-IF
082800     PERFORM 4400-START-INVENTORY THRU 4400-EXIT
082900     PERFORM 4310-PRINT-ONE-ITEM THRU 4310-EXIT
083000         UNTIL HBR-NO-MORE-KEYS.
083100 4300-NONE.
083200     IF HBR-SECTION-CT = ZERO
083300         MOVE "  Inga föremål än." TO HBR-PRINT-LINE
083400         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
083500     END-IF.
083600 4300-EXIT.
083700     EXIT.
083800*
083900*    ---------------------------------------------------------
084000*    4310-PRINT-ONE-ITEM
084100*    Prints the player's next collection record.
084200*    ---------------------------------------------------------
084300 4310-PRINT-ONE-ITEM.
084400     PERFORM 4410-READ-NEXT-ITEM THRU 4410-EXIT
084500     IF HBR-NO-MORE-KEYS
084600         GO TO 4310-EXIT
084700     END-IF
084800     ADD 1 TO HBR-SECTION-CT
084900     MOVE SPACES TO HBR-PRINT-LINE
085000     STRING "  " HBR-ITEM-TEXT " " INV-QTY " st"
085100         DELIMITED BY SIZE INTO HBR-PRINT-LINE
085200     END-STRING
085300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
085400 4310-EXIT.
085500     EXIT.
085600*
085700*    ---------------------------------------------------------
085800*    4400-START-INVENTORY
085900*    Positions the inventory on the player's first item.
086000*    ---------------------------------------------------------
086100 4400-START-INVENTORY.
086200     MOVE HBR-CUR-NAME TO INV-NAME
086300     MOVE ZERO TO INV-ITEM-CODE
086400     MOVE "N" TO HBR-KEY-EOF-SW
086500     START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
086600         INVALID KEY
086700             SET HBR-NO-MORE-KEYS TO TRUE
086800     END-START.
086900 4400-EXIT.
087000     EXIT.
087100*
087200*    ---------------------------------------------------------
087300*    4410-READ-NEXT-ITEM
087400*    Reads the player's next inventory record and names the
087500*    item, or ends the browse at the next player.
087600*    ---------------------------------------------------------
087700 4410-READ-NEXT-ITEM.
087800     READ INVENTORY-FILE NEXT RECORD
087900         AT END
088000             SET HBR-NO-MORE-KEYS TO TRUE
088100             GO TO 4410-EXIT
088200     END-READ
088300     IF INV-NAME NOT = HBR-CUR-NAME
088400         SET HBR-NO-MORE-KEYS TO TRUE
088500         GO TO 4410-EXIT
088600     END-IF
088700     EVALUATE INV-ITEM-CODE
088800         WHEN 1
088900             MOVE "blå mugg" TO HBR-ITEM-TEXT
089000         WHEN 2
089100             MOVE "tandborstar" TO HBR-ITEM-TEXT
089200         WHEN 3
089300             MOVE "plåster" TO HBR-ITEM-TEXT
089400         WHEN OTHER
089500             MOVE "okänd ägodel" TO HBR-ITEM-TEXT
089600     END-EVALUATE.
089700 4410-EXIT.
089800     EXIT.
089900*
090000*    ---------------------------------------------------------
090100*    4500-PRINT-MONTH-ITEMS
090200*    Lists the items the player picked up during the month -
090300*    how many times each, from the month's transcript lines.
090400*    ---------------------------------------------------------
090500 4500-PRINT-MONTH-ITEMS.
090600     MOVE SPACES TO HBR-PRINT-LINE
090700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
090800     MOVE "Upplockat under månaden:" TO HBR-PRINT-LINE
090900     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
091000     MOVE ZERO TO HBR-SECTION-CT
091100     MOVE "blå mugg" TO HBR-ITEM-TEXT
091200     MOVE HBR-CUR-MUGGS TO HBR-CUR-ITEM-CT
091300     PERFORM 4510-PRINT-ONE-PICKUP THRU 4510-EXIT
091400     MOVE "tandborstar" TO HBR-ITEM-TEXT
091500     MOVE HBR-CUR-BRUSHES TO HBR-CUR-ITEM-CT
091600     PERFORM 4510-PRINT-ONE-PICKUP THRU 4510-EXIT
091700     MOVE "plåster" TO HBR-ITEM-TEXT
091800     MOVE HBR-CUR-PLASTERS TO HBR-CUR-ITEM-CT
091900     PERFORM 4510-PRINT-ONE-PICKUP THRU 4510-EXIT
092000     IF HBR-SECTION-CT = ZERO
092100         MOVE "  Inget upplockat denna månad." TO HBR-PRINT-LINE
092200         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
092300     END-IF.
092400 4500-EXIT.
092500     EXIT.
092600*
092700*    ---------------------------------------------------------
092800*    4510-PRINT-ONE-PICKUP
092900*    Prints the item in hand when it was picked up during the
093000*    statement month.
093100*    ---------------------------------------------------------
093200 4510-PRINT-ONE-PICKUP.
093300     IF HBR-CUR-ITEM-CT = ZERO
093400         GO TO 4510-EXIT
093500     END-IF
093600     ADD 1 TO HBR-SECTION-CT
093700     MOVE SPACES TO HBR-PRINT-LINE
093800     STRING "  " HBR-ITEM-TEXT " " HBR-CUR-ITEM-CT " gånger"
093900         DELIMITED BY SIZE INTO HBR-PRINT-LINE
094000     END-STRING
094100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
094200 4510-EXIT.
094300     EXIT.
094400*
094500*    ---------------------------------------------------------
094600*    4700-PRINT-SEASON
094700*    Prints the player's running season points and position
094800*    among everyone on the standings.
094900*    ---------------------------------------------------------
095000 4700-PRINT-SEASON.
095100     MOVE SPACES TO HBR-PRINT-LINE
095200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
095300     MOVE "Säsongen:" TO HBR-PRINT-LINE
095400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
095500     MOVE ZERO TO HBR-MY-POINTS
095600     MOVE "N" TO HBR-ON-SEASON-SW
095700     MOVE 1 TO HBR-SEASON-IX
095800     PERFORM 4710-FIND-STANDING THRU 4710-EXIT
095900         UNTIL HBR-ON-SEASON
096000         OR HBR-SEASON-IX > HBR-SEASON-CT
096100     IF NOT HBR-ON-SEASON
096200         MOVE "  Inga poäng än denna säsong." TO HBR-PRINT-LINE
096300         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
096400         GO TO 4700-EXIT
096500     END-IF
096600     MOVE 1 TO HBR-MY-POSITION
096700     MOVE 1 TO HBR-SEASON-IX
096800     PERFORM 4720-COUNT-AHEAD THRU 4720-EXIT
096900         UNTIL HBR-SEASON-IX > HBR-SEASON-CT
097000     MOVE HBR-SEASON-CT TO HBR-SEASON-CT-D
097100     MOVE SPACES TO HBR-PRINT-LINE
097200     STRING "  Poäng " HBR-MY-POINTS "   placering "
097300         HBR-MY-POSITION " av " HBR-SEASON-CT-D
097400         DELIMITED BY SIZE INTO HBR-PRINT-LINE
097500     END-STRING
097600     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
097700 4700-EXIT.
097800     EXIT.
097900*
098000*    ---------------------------------------------------------
098100*    4710-FIND-STANDING
098200*    Tests one standings entry against the player in hand.
098300*    ---------------------------------------------------------
098400 4710-FIND-STANDING.
098500     IF HBR-ST-NAME (HBR-SEASON-IX) = HBR-CUR-NAME
098600         MOVE HBR-ST-POINTS (HBR-SEASON-IX) TO HBR-MY-POINTS
098700         SET HBR-ON-SEASON TO TRUE
098800     ELSE
098900         ADD 1 TO HBR-SEASON-IX
099000     END-IF.
099100 4710-EXIT.
099200     EXIT.
099300*
099400*    ---------------------------------------------------------
099500*    4720-COUNT-AHEAD
099600*    Counts one standings entry with more points than the
099700*    player in hand.
099800*    ---------------------------------------------------------
099900 4720-COUNT-AHEAD.
100000     IF HBR-ST-POINTS (HBR-SEASON-IX) > HBR-MY-POINTS
100100         ADD 1 TO HBR-MY-POSITION
100200     END-IF
100300     ADD 1 TO HBR-SEASON-IX.
100400 4720-EXIT.
100500     EXIT.
100600*
100700*    ---------------------------------------------------------
100800*    7000-PRINT-CONTROL-PAGE
100900*    Ends the run with a page of its own for the print room -
101000*    players read, statements produced, players skipped and
101100*    the transcript lines behind the plays.
101200*    ---------------------------------------------------------
101300 7000-PRINT-CONTROL-PAGE.
101400     MOVE 1 TO HBR-PLAY-IX
101500     PERFORM 7100-COUNT-UNREGISTERED THRU 7100-EXIT
101600         UNTIL HBR-PLAY-IX > HBR-PLAY-CT
101700     MOVE "KONTROLLSIDA" TO HBR-TITLE-TEXT
101800     MOVE HBR-PAGE-SIZE TO HBR-LINE-CT
101900     MOVE SPACES TO HBR-PRINT-LINE
102000     STRING "Spelare i HITREG ................ " HBR-REG-CT
102100         DELIMITED BY SIZE INTO HBR-PRINT-LINE
102200     END-STRING
102300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
102400     MOVE SPACES TO HBR-PRINT-LINE
102500     STRING "Besked utskrivna ................ " HBR-STMT-CT
102600         DELIMITED BY SIZE INTO HBR-PRINT-LINE
102700     END-STRING
102800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
102900     MOVE SPACES TO HBR-PRINT-LINE
103000     STRING "Hoppade över - ingen aktivitet .. " HBR-SKIP-CT
103100         DELIMITED BY SIZE INTO HBR-PRINT-LINE
103200     END-STRING
103300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
103400     MOVE SPACES TO HBR-PRINT-LINE
103500     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
103600     MOVE SPACES TO HBR-PRINT-LINE
103700     STRING "Transkriptrader i månaden ....... "
103800         HBR-MONTH-LINE-CT
103900         DELIMITED BY SIZE INTO HBR-PRINT-LINE
104000     END-STRING
104100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
104200     MOVE SPACES TO HBR-PRINT-LINE
104300     STRING "  varav utan spelarnamn ......... " HBR-UNNAMED-CT
104400         DELIMITED BY SIZE INTO HBR-PRINT-LINE
104500     END-STRING
104600     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
104700     MOVE SPACES TO HBR-PRINT-LINE
104800     STRING "Namn på raderna utan HITREG-post  " HBR-UNREG-CT
104900         DELIMITED BY SIZE INTO HBR-PRINT-LINE
105000     END-STRING
105100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
105200     MOVE SPACES TO HBR-PRINT-LINE
105300     STRING "Otolkbara transkriptrader ....... " HBR-BAD-CT
105400         DELIMITED BY SIZE INTO HBR-PRINT-LINE
105500     END-STRING
105600     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
105700     MOVE SPACES TO HBR-PRINT-LINE
105800     STRING "Dagar som avviker från sigillet . " HBR-SEAL-BAD-CT
105900         DELIMITED BY SIZE INTO HBR-PRINT-LINE
106000     END-STRING
106100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
106200     IF HBR-SEAL-RESULT NOT = "00"
106300         MOVE "Sigillen kunde inte kontrolleras fullt ut."
106400             TO HBR-PRINT-LINE
106500         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
106600     END-IF
106700     DISPLAY "HITBREV: " HBR-STMT-CT " besked utskrivna, "
106800         HBR-SKIP-CT " spelare utan aktivitet hoppade."
106900     PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT.
107000 7000-EXIT.
107100     EXIT.
107200*
107300*    ---------------------------------------------------------
107400*    7100-COUNT-UNREGISTERED
107500*    Counts one play-table entry that no registry record
107600*    claimed - the statement walk blanks the names it uses.
107700*    ---------------------------------------------------------
107800 7100-COUNT-UNREGISTERED.
107900     IF HBR-PT-NAME (HBR-PLAY-IX) NOT = SPACES
108000         ADD 1 TO HBR-UNREG-CT
108100     END-IF
108200     ADD 1 TO HBR-PLAY-IX.
108300 7100-EXIT.
108400     EXIT.
108500*
108600*    ---------------------------------------------------------
108700*    8100-OPEN-REPORT
108800*    Opens the month's print file, falling back to the screen
108900*    when it cannot be opened.
109000*    ---------------------------------------------------------
109100 8100-OPEN-REPORT.
109200     MOVE SPACES TO HBR-REPORT-NAME
109300     STRING "BESKED." HBR-STMT-MONTH
109400         DELIMITED BY SIZE INTO HBR-REPORT-NAME
109500     END-STRING
109600     OPEN OUTPUT REPORT-FILE
109700     IF HBR-REP-STATUS = "00"
109800         SET HBR-REPORT-IS-OPEN TO TRUE
109900     ELSE
110000         DISPLAY "HITBREV: kan inte öppna " HBR-REPORT-NAME
110100             ", status " HBR-REP-STATUS
110200             " - besked visas på skärmen."
110300     END-IF
110400     MOVE ZERO TO HBR-PAGE-NO
110500     MOVE HBR-PAGE-SIZE TO HBR-LINE-CT.
110600 8100-EXIT.
110700     EXIT.
110800*
110900*    ---------------------------------------------------------
111000*    8200-WRITE-REPORT-LINE
111100*    Writes one report row, breaking to a fresh page with the
111200*    title when the page is full or a new statement begins.
111300*    ---------------------------------------------------------
111400 8200-WRITE-REPORT-LINE.
111500     IF HBR-LINE-CT NOT < HBR-PAGE-SIZE
111600         PERFORM 8300-NEW-PAGE THRU 8300-EXIT
111700     END-IF
111800     IF HBR-REPORT-IS-OPEN
111900         MOVE HBR-PRINT-LINE TO REPORT-RECORD
112000         WRITE REPORT-RECORD
112100     ELSE
112200         DISPLAY HBR-PRINT-LINE
112300     END-IF
112400     ADD 1 TO HBR-LINE-CT
112500     ADD 1 TO HBR-REP-LINE-CT.
112600 8200-EXIT.
112700     EXIT.
112800*
112900*    ---------------------------------------------------------
113000*    8300-NEW-PAGE
113100*    Starts a fresh page - the title line with the month, the
113200*    statement or control-page text and the page number, fed
113300*    to the top of a new sheet so the statements can be split.
113400*    ---------------------------------------------------------
113500 8300-NEW-PAGE.
113600     ADD 1 TO HBR-PAGE-NO
113700     MOVE ZERO TO HBR-LINE-CT
113800     IF HBR-REPORT-IS-OPEN
113900         MOVE SPACES TO REPORT-RECORD
114000         STRING "HITBREV - MÅNADSBESKED " HBR-STMT-MONTH "  "
114100             HBR-TITLE-TEXT "SIDA " HBR-PAGE-NO
114200             DELIMITED BY SIZE INTO REPORT-RECORD
114300         END-STRING
114400         WRITE REPORT-RECORD AFTER ADVANCING PAGE
114500         MOVE "-----------------------------------------"
114600             TO REPORT-RECORD
114700         WRITE REPORT-RECORD
114800     ELSE
114900         DISPLAY "HITBREV - MÅNADSBESKED " HBR-STMT-MONTH "  "
115000             HBR-TITLE-TEXT "SIDA " HBR-PAGE-NO
115100         DISPLAY "-----------------------------------------"
115200     END-IF
115300     ADD 2 TO HBR-LINE-CT.
115400 8300-EXIT.
115500     EXIT.
115600*
115700*    ---------------------------------------------------------
115800*    8400-CLOSE-REPORT
115900*    Writes the end-of-report trailer and closes the print
116000*    file.
116100*    ---------------------------------------------------------
116200 8400-CLOSE-REPORT.
116300     MOVE SPACES TO HBR-PRINT-LINE
116400     STRING "*** SLUT PÅ RAPPORT - " HBR-REP-LINE-CT
116500         " rader, " HBR-STMT-CT " besked ***"
116600         DELIMITED BY SIZE INTO HBR-PRINT-LINE
116700     END-STRING
116800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
116900     IF HBR-REPORT-IS-OPEN
117000         CLOSE REPORT-FILE
117100         MOVE "N" TO HBR-REP-OPEN-SW
117200         DISPLAY "HITBREV: besked skrivna till "
117300             HBR-REPORT-NAME
117400     END-IF.
117500 8400-EXIT.
117600     EXIT.
117700*
117800*    ---------------------------------------------------------
117900*    9999-TERMINATE
118000*    ---------------------------------------------------------
118100 9999-TERMINATE.
118200     IF HBR-REPORT-IS-OPEN
118300         PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT
118400     END-IF
118500     IF HBR-REG-IS-OPEN
118600         CLOSE REGISTRY-FILE
118700     END-IF
118800     IF HBR-LB-IS-OPEN
118900         CLOSE LEADERBOARD-FILE
119000     END-IF
119100     IF HBR-INV-IS-OPEN
119200         CLOSE INVENTORY-FILE
119300     END-IF
119400     IF HBR-RUN-FAILED
119500         MOVE 8 TO RETURN-CODE
119600     END-IF.
119700 9999-EXIT.
119800     EXIT.
