000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitfame.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - hall-of-fame report over
001100*                      every closed season on the season-history
001200*                      master (SASHIST) that Hitslut loads at each
001300*                      closeout.  For each player: seasons played,
001400*                      season wins, podium finishes (top three),
001500*                      best final rank and career points, ranked
001600*                      by wins, then podiums, then career points.
001700*                      A season-by-season winners list follows.
001800*                      Goes to a dated print file
001900*                      (FAMRAPP.ÅÅÅÅMMDD) with the screen as
002000*                      the fallback.  Ends with RETURN-CODE 8 when
002100*                      anything failed.
002200*    15/10/2026  LB   Rows an erasure (Hitpurge) wrote back under
002300*                      ANONYM belong to no career - they are left
002400*                      out of the player totals, and a season
002500*                      won by an erased player shows ANONYM as
002600*                      its winner.
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SPECIAL-NAMES.
003000     DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HISTORY-FILE ASSIGN TO "SASHIST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SHI-KEY
003700         FILE STATUS IS HFM-HIST-STATUS.
003800     SELECT REPORT-FILE ASSIGN USING HFM-REPORT-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS HFM-REP-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300*
004400*    Season history - layout must match HISTORY-RECORD in the
004500*    season closeout (Hitslut), since both share the same file.
004600 FD  HISTORY-FILE.
004700 01  HISTORY-RECORD.
004800     05  SHI-KEY.
004900         10  SHI-SEASON-END   PIC 9(08).
005000         10  SHI-NAME         PIC X(20).
005100     05  SHI-SEASON-START     PIC 9(08).
005200     05  SHI-RANK             PIC 9(03).
005300     05  SHI-POINTS           PIC 9(07).
005400     05  SHI-PLAYER-CT        PIC 9(03).
005500 FD  REPORT-FILE.
005600 01  REPORT-RECORD              PIC X(80).
005700 WORKING-STORAGE SECTION.
005800 01  HFM-HIST-STATUS          PIC X(02) VALUE "00".
005900 01  HFM-EOF-SW               PIC X(01) VALUE "N".
006000     88  HFM-NO-MORE-RECORDS      VALUE "Y".
006100 01  HFM-ERROR-SW             PIC X(01) VALUE "N".
006200     88  HFM-RUN-FAILED           VALUE "Y".
006300 01  HFM-RUN-DATE             PIC 9(08) VALUE ZERO.
006400*
006500*    Career totals, one entry per player seen on the history.
006600 01  HFM-PLAYER-TABLE.
006700     05  HFM-PLAYER-ENTRY OCCURS 500 TIMES.
006800         10  HFM-PT-NAME      PIC X(20).
006900         10  HFM-PT-SEASONS   PIC 9(04).
007000         10  HFM-PT-WINS      PIC 9(04).
007100         10  HFM-PT-PODIUMS   PIC 9(04).
007200         10  HFM-PT-BEST      PIC 9(03).
007300         10  HFM-PT-POINTS    PIC 9(09).
007400 01  HFM-PLAYER-CT            PIC 9(03) COMP VALUE ZERO.
007500 01  HFM-PLAYER-IX            PIC 9(03) COMP VALUE ZERO.
007600 01  HFM-FOUND-SW             PIC X(01) VALUE "N".
007700     88  HFM-PLAYER-FOUND         VALUE "Y".
007800*
007900*    Selection-sort work fields - the whole entry is swapped.
008000 01  HFM-SORT-IX              PIC 9(03) COMP VALUE ZERO.
008100 01  HFM-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
008200 01  HFM-BEST-IX              PIC 9(03) COMP VALUE ZERO.
008300 01  HFM-BETTER-SW            PIC X(01) VALUE "N".
008400     88  HFM-SCAN-IS-BETTER       VALUE "Y".
008500 01  HFM-SWAP-ENTRY           PIC X(44) VALUE SPACES.
008600*
008700*    The winners list, one entry per closed season in closing
008800*    order - the history is keyed on the closing date.
008900 01  HFM-SEASON-TABLE.
009000     05  HFM-SEASON-ENTRY OCCURS 300 TIMES.
009100         10  HFM-SN-START     PIC 9(08).
009200         10  HFM-SN-END       PIC 9(08).
009300         10  HFM-SN-WINNER    PIC X(20).
009400         10  HFM-SN-POINTS    PIC 9(07).
009500         10  HFM-SN-PLAYERS   PIC 9(03).
009600 01  HFM-SEASON-CT            PIC 9(03) COMP VALUE ZERO.
009700 01  HFM-SEASON-IX            PIC 9(03) COMP VALUE ZERO.
009800 01  HFM-SEASON-CT-D          PIC 9(03) VALUE ZERO.
009900 01  HFM-PLAYER-CT-D          PIC 9(03) VALUE ZERO.
010000 01  HFM-RANK                 PIC 9(03) VALUE ZERO.
010100*
010200*    Print-file control - dated report name, page layout and
010300*    the line every report row passes through.  When the print
010400*    file cannot be opened the rows fall back to the screen.
010500*    The column headings belong to the section being printed.
010600 01  HFM-REP-STATUS           PIC X(02) VALUE "00".
010700 01  HFM-REPORT-NAME          PIC X(16) VALUE SPACES.
010800 01  HFM-REP-OPEN-SW          PIC X(01) VALUE "N".
010900     88  HFM-REPORT-IS-OPEN       VALUE "Y".
011000 01  HFM-PRINT-LINE           PIC X(80) VALUE SPACES.
011100 01  HFM-HEADING-LINE         PIC X(80) VALUE SPACES.
011200 01  HFM-PAGE-NO              PIC 9(04) VALUE ZERO.
011300 01  HFM-LINE-CT              PIC 9(02) VALUE 99.
011400 01  HFM-PAGE-SIZE            PIC 9(02) VALUE 60.
011500 77  HFM-REP-LINE-CT          PIC 9(06) VALUE ZERO.
011600 77  HFM-READ-CT              PIC 9(06) VALUE ZERO.
011700 PROCEDURE DIVISION.
011800*
011900*    ---------------------------------------------------------
012000*    0000-MAINLINE
012100*    Totals the season history per player, ranks the players
012200*    and prints the hall of fame and the winners list.
012300*    ---------------------------------------------------------
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012600     IF NOT HFM-RUN-FAILED AND HFM-PLAYER-CT > ZERO
012700         PERFORM 2000-SORT-PLAYERS THRU 2000-EXIT
012800         PERFORM 8100-OPEN-REPORT THRU 8100-EXIT
012900         PERFORM 3000-PRINT-HALL-OF-FAME THRU 3000-EXIT
013000         PERFORM 4000-PRINT-WINNERS THRU 4000-EXIT
013100         PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT
013200     END-IF
013300     PERFORM 9999-TERMINATE THRU 9999-EXIT
013400     GOBACK.
013500*
013600*    ---------------------------------------------------------
013700*    1000-INITIALIZE
013800*    Reads the whole season history into the career and
013900*    winners tables.
014000*    ---------------------------------------------------------
014100 1000-INITIALIZE.
014200     ACCEPT HFM-RUN-DATE FROM DATE YYYYMMDD
014300     OPEN INPUT HISTORY-FILE
014400     IF HFM-HIST-STATUS = "35"
014500         DISPLAY "HITFAME: inga avslutade säsonger (SASHIST "
014600             "saknas)."
014700         GO TO 1000-EXIT
014800     END-IF
014900     IF HFM-HIST-STATUS NOT = "00"
015000         DISPLAY "HITFAME: kan inte öppna SASHIST, status "
015100             HFM-HIST-STATUS
015200         SET HFM-RUN-FAILED TO TRUE
015300         GO TO 1000-EXIT
015400     END-IF
015500     READ HISTORY-FILE NEXT RECORD
015600         AT END
015700             SET HFM-NO-MORE-RECORDS TO TRUE
015800     END-READ
015900     PERFORM 1100-TALLY-ONE-RECORD THRU 1100-EXIT
016000         UNTIL HFM-NO-MORE-RECORDS
016100     CLOSE HISTORY-FILE
016200     IF HFM-PLAYER-CT = ZERO
016300         DISPLAY "HITFAME: säsongshistoriken är tom."
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700*
016800*    ---------------------------------------------------------
016900*    1100-TALLY-ONE-RECORD
017000*    Adds one player-season to the player's career totals -
017100*    and to the winners list when it is a season win - then
017200*    primes the next record.  An erased player's row (ANONYM)
017300*    only counts towards the winners list.
017400*    ---------------------------------------------------------
017500 1100-TALLY-ONE-RECORD.
017600     ADD 1 TO HFM-READ-CT
017700     IF SHI-NAME (1:6) = "ANONYM"
017800         GO TO 1100-CHECK-WIN
017900     END-IF
018000     PERFORM 1200-FIND-PLAYER THRU 1200-EXIT
018100     IF NOT HFM-PLAYER-FOUND
018200         GO TO 1100-READ-NEXT
018300     END-IF
018400     ADD 1 TO HFM-PT-SEASONS (HFM-PLAYER-IX)
018500     ADD SHI-POINTS TO HFM-PT-POINTS (HFM-PLAYER-IX)
018600     IF SHI-RANK < HFM-PT-BEST (HFM-PLAYER-IX)
018700         MOVE SHI-RANK TO HFM-PT-BEST (HFM-PLAYER-IX)
018800     END-IF
018900     IF SHI-RANK NOT > 3
019000         ADD 1 TO HFM-PT-PODIUMS (HFM-PLAYER-IX)
019100     END-IF
019200     IF SHI-RANK = 1
019300         ADD 1 TO HFM-PT-WINS (HFM-PLAYER-IX)
019400     END-IF.
019500 1100-CHECK-WIN.
019600     IF SHI-RANK NOT = 1
019700         GO TO 1100-READ-NEXT
019800     END-IF
019900     IF HFM-SEASON-CT NOT < 300
020000         DISPLAY "HITFAME: säsongstabellen full - säsongen "
020100             SHI-SEASON-END " ryms inte."
020200         SET HFM-RUN-FAILED TO TRUE
020300         GO TO 1100-READ-NEXT
020400     END-IF
020500     ADD 1 TO HFM-SEASON-CT
020600     MOVE SHI-SEASON-START TO HFM-SN-START (HFM-SEASON-CT)
020700     MOVE SHI-SEASON-END TO HFM-SN-END (HFM-SEASON-CT)
020800     MOVE SHI-NAME TO HFM-SN-WINNER (HFM-SEASON-CT)
020900     IF SHI-NAME (1:6) = "ANONYM"
021000         MOVE "ANONYM" TO HFM-SN-WINNER (HFM-SEASON-CT)
021100     END-IF
021200     MOVE SHI-POINTS TO HFM-SN-POINTS (HFM-SEASON-CT)
021300     MOVE SHI-PLAYER-CT TO HFM-SN-PLAYERS (HFM-SEASON-CT).
021400 1100-READ-NEXT.
021500     READ HISTORY-FILE NEXT RECORD
021600         AT END
021700             SET HFM-NO-MORE-RECORDS TO TRUE
021800     END-READ.
021900 1100-EXIT.
022000     EXIT.
022100*
022200*    ---------------------------------------------------------
022300*    1200-FIND-PLAYER
022400*    Finds the record's player in the table, adding a fresh
022500*    entry the first time a name is seen.
022600*    ---------------------------------------------------------
022700 1200-FIND-PLAYER.
022800     MOVE "N" TO HFM-FOUND-SW
022900     MOVE 1 TO HFM-PLAYER-IX
023000     PERFORM 1210-MATCH-PLAYER THRU 1210-EXIT
023100         UNTIL HFM-PLAYER-FOUND
023200         OR HFM-PLAYER-IX > HFM-PLAYER-CT
023300     IF HFM-PLAYER-FOUND
023400         GO TO 1200-EXIT
023500     END-IF
023600     IF HFM-PLAYER-CT NOT < 500
023700         DISPLAY "HITFAME: spelartabellen full - " SHI-NAME
023800             " ryms inte."
023900         SET HFM-RUN-FAILED TO TRUE
024000         GO TO 1200-EXIT
024100     END-IF
024200     ADD 1 TO HFM-PLAYER-CT
024300     MOVE HFM-PLAYER-CT TO HFM-PLAYER-IX
024400     MOVE SHI-NAME TO HFM-PT-NAME (HFM-PLAYER-IX)
024500     MOVE ZERO TO HFM-PT-SEASONS (HFM-PLAYER-IX)
024600     MOVE ZERO TO HFM-PT-WINS (HFM-PLAYER-IX)
024700     MOVE ZERO TO HFM-PT-PODIUMS (HFM-PLAYER-IX)
024800     MOVE 999 TO HFM-PT-BEST (HFM-PLAYER-IX)
024900     MOVE ZERO TO HFM-PT-POINTS (HFM-PLAYER-IX)
025000     SET HFM-PLAYER-FOUND TO TRUE.
025100 1200-EXIT.
025200     EXIT.
025300*
025400*    ---------------------------------------------------------
025500*    1210-MATCH-PLAYER
025600*    Tests one table entry against the record's name.
025700*    ---------------------------------------------------------
025800 1210-MATCH-PLAYER.
025900     IF HFM-PT-NAME (HFM-PLAYER-IX) = SHI-NAME
026000         SET HFM-PLAYER-FOUND TO TRUE
026100     ELSE
026200         ADD 1 TO HFM-PLAYER-IX
026300     END-IF.
026400 1210-EXIT.
026500     EXIT.
026600*
026700*    ---------------------------------------------------------
026800*    2000-SORT-PLAYERS
026900*    Ranks the players - most wins first, then most podium
027000*    finishes, then most career points - a straight selection
027100*    sort, the table is small.
027200*    ---------------------------------------------------------
027300 2000-SORT-PLAYERS.
027400     MOVE 1 TO HFM-SORT-IX
027500     PERFORM 2100-SELECT-ONE-SLOT THRU 2100-EXIT
027600         UNTIL HFM-SORT-IX NOT < HFM-PLAYER-CT.
027700 2000-EXIT.
027800     EXIT.
027900*
028000*    ---------------------------------------------------------
028100*    2100-SELECT-ONE-SLOT
028200*    Finds the best of the remaining entries and swaps it
028300*    into the slot in hand, then steps to the next slot.
028400*    ---------------------------------------------------------
028500 2100-SELECT-ONE-SLOT.
028600     MOVE HFM-SORT-IX TO HFM-BEST-IX
028700     COMPUTE HFM-SCAN-IX = HFM-SORT-IX + 1
028800     PERFORM 2110-SCAN-ONE-ENTRY THRU 2110-EXIT
028900         UNTIL HFM-SCAN-IX > HFM-PLAYER-CT
029000     IF HFM-BEST-IX NOT = HFM-SORT-IX
029100         MOVE HFM-PLAYER-ENTRY (HFM-SORT-IX) TO HFM-SWAP-ENTRY
029200         MOVE HFM-PLAYER-ENTRY (HFM-BEST-IX)
029300             TO HFM-PLAYER-ENTRY (HFM-SORT-IX)
029400         MOVE HFM-SWAP-ENTRY TO HFM-PLAYER-ENTRY (HFM-BEST-IX)
029500     END-IF
029600     ADD 1 TO HFM-SORT-IX.
029700 2100-EXIT.
029800     EXIT.
029900*
030000*    ---------------------------------------------------------
030100*    2110-SCAN-ONE-ENTRY
030200*    Remembers the entry that ranks highest so far.
030300*    ---------------------------------------------------------
030400 2110-SCAN-ONE-ENTRY.
030500     MOVE "N" TO HFM-BETTER-SW
030600     EVALUATE TRUE
030700         WHEN HFM-PT-WINS (HFM-SCAN-IX)
030800                 > HFM-PT-WINS (HFM-BEST-IX)
030900             SET HFM-SCAN-IS-BETTER TO TRUE
031000         WHEN HFM-PT-WINS (HFM-SCAN-IX)
031100                 < HFM-PT-WINS (HFM-BEST-IX)
031200             CONTINUE
031300         WHEN HFM-PT-PODIUMS (HFM-SCAN-IX)
031400                 > HFM-PT-PODIUMS (HFM-BEST-IX)
031500             SET HFM-SCAN-IS-BETTER TO TRUE
031600         WHEN HFM-PT-PODIUMS (HFM-SCAN-IX)
031700                 < HFM-PT-PODIUMS (HFM-BEST-IX)
031800             CONTINUE
031900         WHEN HFM-PT-POINTS (HFM-SCAN-IX)
032000                 > HFM-PT-POINTS (HFM-BEST-IX)
032100             SET HFM-SCAN-IS-BETTER TO TRUE
032200     END-EVALUATE
032300     IF HFM-SCAN-IS-BETTER
032400         MOVE HFM-SCAN-IX TO HFM-BEST-IX
032500     END-IF
032600     ADD 1 TO HFM-SCAN-IX.
032700 2110-EXIT.
032800     EXIT.
032900*
033000*    ---------------------------------------------------------
033100*    3000-PRINT-HALL-OF-FAME
033200*    Prints the ranked career totals on fresh pages.
033300*    ---------------------------------------------------------
033400 3000-PRINT-HALL-OF-FAME.
033500     MOVE SPACES TO HFM-HEADING-LINE
033600     STRING "PLATS SPELARE              SÄSONGER SEGRAR "
033700         "PALL BÄSTA KARRIÄRPOÄNG"
033800         DELIMITED BY SIZE INTO HFM-HEADING-LINE
033900     END-STRING
034000     MOVE HFM-PAGE-SIZE TO HFM-LINE-CT
034100     MOVE 1 TO HFM-PLAYER-IX
034200     PERFORM 3100-PRINT-ONE-PLAYER THRU 3100-EXIT
034300         UNTIL HFM-PLAYER-IX > HFM-PLAYER-CT.
034400 3000-EXIT.
034500     EXIT.
034600*
034700*    ---------------------------------------------------------
034800*    3100-PRINT-ONE-PLAYER
034900*    Prints one player's career line.
035000*    ---------------------------------------------------------
035100 3100-PRINT-ONE-PLAYER.
035200     MOVE HFM-PLAYER-IX TO HFM-RANK
035300     MOVE SPACES TO HFM-PRINT-LINE
035400     STRING HFM-RANK "   " HFM-PT-NAME (HFM-PLAYER-IX) " "
035500         HFM-PT-SEASONS (HFM-PLAYER-IX) "     "
035600         HFM-PT-WINS (HFM-PLAYER-IX) "   "
035700         HFM-PT-PODIUMS (HFM-PLAYER-IX) " "
035800         HFM-PT-BEST (HFM-PLAYER-IX) "   "
035900         HFM-PT-POINTS (HFM-PLAYER-IX)
036000         DELIMITED BY SIZE INTO HFM-PRINT-LINE
036100     END-STRING
036200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
036300     ADD 1 TO HFM-PLAYER-IX.
036400 3100-EXIT.
036500     EXIT.
036600*
036700*    ---------------------------------------------------------
036800*    4000-PRINT-WINNERS
036900*    Prints the winners list, one line per closed season in
037000*    closing order, on fresh pages.
037100*    ---------------------------------------------------------
037200 4000-PRINT-WINNERS.
037300     MOVE SPACES TO HFM-HEADING-LINE
037400     STRING "SÄSONG                 VINNARE              "
037500         "   POÄNG  SPELARE"
037600         DELIMITED BY SIZE INTO HFM-HEADING-LINE
037700     END-STRING
037800     MOVE HFM-PAGE-SIZE TO HFM-LINE-CT
037900     MOVE 1 TO HFM-SEASON-IX
038000     PERFORM 4100-PRINT-ONE-SEASON THRU 4100-EXIT
038100         UNTIL HFM-SEASON-IX > HFM-SEASON-CT.
038200 4000-EXIT.
038300     EXIT.
038400*
038500*    ---------------------------------------------------------
038600*    4100-PRINT-ONE-SEASON
038700*    Prints one season's dates, winner and field size.
038800*    ---------------------------------------------------------
038900 4100-PRINT-ONE-SEASON.
039000     MOVE SPACES TO HFM-PRINT-LINE
039100     STRING HFM-SN-START (HFM-SEASON-IX) " - "
039200         HFM-SN-END (HFM-SEASON-IX) "  "
039300         HFM-SN-WINNER (HFM-SEASON-IX) " "
039400         HFM-SN-POINTS (HFM-SEASON-IX) "  "
039500         HFM-SN-PLAYERS (HFM-SEASON-IX)
039600         DELIMITED BY SIZE INTO HFM-PRINT-LINE
039700     END-STRING
039800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
039900     ADD 1 TO HFM-SEASON-IX.
040000 4100-EXIT.
040100     EXIT.
040200*
040300*    ---------------------------------------------------------
040400*    8100-OPEN-REPORT
040500*    Opens the dated print file, falling back to the screen
040600*    when it cannot be opened.
040700*    ---------------------------------------------------------
040800 8100-OPEN-REPORT.
040900     MOVE SPACES TO HFM-REPORT-NAME
041000     STRING "FAMRAPP." HFM-RUN-DATE
041100         DELIMITED BY SIZE INTO HFM-REPORT-NAME
041200     END-STRING
041300     OPEN OUTPUT REPORT-FILE
041400     IF HFM-REP-STATUS = "00"
041500         SET HFM-REPORT-IS-OPEN TO TRUE
041600     ELSE
041700         DISPLAY "HITFAME: kan inte öppna " HFM-REPORT-NAME
041800             ", status " HFM-REP-STATUS
041900             " - rapporten visas på skärmen."
042000     END-IF
042100     MOVE ZERO TO HFM-PAGE-NO
042200     MOVE HFM-PAGE-SIZE TO HFM-LINE-CT.
042300 8100-EXIT.
042400     EXIT.
042500*
042600*    ---------------------------------------------------------
042700*    8200-WRITE-REPORT-LINE
042800*    Writes one report row, breaking to a fresh page with
042900*    title and headings when the page is full.
043000*    ---------------------------------------------------------
043100 8200-WRITE-REPORT-LINE.
043200     IF HFM-LINE-CT NOT < HFM-PAGE-SIZE
043300         PERFORM 8300-NEW-PAGE THRU 8300-EXIT
043400     END-IF
043500     IF HFM-REPORT-IS-OPEN
043600         MOVE HFM-PRINT-LINE TO REPORT-RECORD
043700         WRITE REPORT-RECORD
043800     ELSE
043900         DISPLAY HFM-PRINT-LINE
044000     END-IF
044100     ADD 1 TO HFM-LINE-CT
044200     ADD 1 TO HFM-REP-LINE-CT.
044300 8200-EXIT.
044400     EXIT.
044500*
044600*    ---------------------------------------------------------
044700*    8300-NEW-PAGE
044800*    Starts a fresh page - title line with program, run date
044900*    and page number, then the current section's headings.
045000*    ---------------------------------------------------------
045100 8300-NEW-PAGE.
045200     ADD 1 TO HFM-PAGE-NO
045300     MOVE ZERO TO HFM-LINE-CT
045400     IF HFM-REPORT-IS-OPEN
045500         MOVE SPACES TO REPORT-RECORD
045600         STRING "HITFAME - HALL OF FAME " HFM-RUN-DATE
045700             "   SIDA " HFM-PAGE-NO
045800             DELIMITED BY SIZE INTO REPORT-RECORD
045900         END-STRING
046000         WRITE REPORT-RECORD
046100         MOVE HFM-HEADING-LINE TO REPORT-RECORD
046200         WRITE REPORT-RECORD
046300         MOVE SPACES TO REPORT-RECORD
046400         STRING "------------------------------------------"
046500             "-------------------------"
046600             DELIMITED BY SIZE INTO REPORT-RECORD
046700         END-STRING
046800         WRITE REPORT-RECORD
046900     ELSE
047000         DISPLAY "HITFAME - HALL OF FAME " HFM-RUN-DATE
047100             "   SIDA " HFM-PAGE-NO
047200         DISPLAY HFM-HEADING-LINE
047300         DISPLAY "------------------------------------------"
047400             "-------------------------"
047500     END-IF
047600     ADD 3 TO HFM-LINE-CT.
047700 8300-EXIT.
047800     EXIT.
047900*
048000*    ---------------------------------------------------------
048100*    8400-CLOSE-REPORT
048200*    Writes the end-of-report trailer and closes the print
048300*    file.
048400*    ---------------------------------------------------------
048500 8400-CLOSE-REPORT.
048600     MOVE HFM-PLAYER-CT TO HFM-PLAYER-CT-D
048700     MOVE HFM-SEASON-CT TO HFM-SEASON-CT-D
048800     MOVE SPACES TO HFM-PRINT-LINE
048900     STRING "*** SLUT PÅ RAPPORT - " HFM-REP-LINE-CT
049000         " rader, " HFM-PLAYER-CT-D " spelare, "
049100         HFM-SEASON-CT-D " säsonger ***"
049200         DELIMITED BY SIZE INTO HFM-PRINT-LINE
049300     END-STRING
049400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
049500     IF HFM-REPORT-IS-OPEN
049600         CLOSE REPORT-FILE
049700         MOVE "N" TO HFM-REP-OPEN-SW
049800         DISPLAY "HITFAME: rapport skriven till "
049900             HFM-REPORT-NAME
050000     END-IF.
050100 8400-EXIT.
050200     EXIT.
050300*
050400*    ---------------------------------------------------------
050500*    9999-TERMINATE
050600*    ---------------------------------------------------------
050700 9999-TERMINATE.
050800     DISPLAY "HITFAME: " HFM-READ-CT " säsongsrader lästa."
050900     IF HFM-RUN-FAILED
051000         MOVE 8 TO RETURN-CODE
051100     END-IF.
051200 9999-EXIT.
051300     EXIT.
