000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitomber.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - season rescoring run.
001100*                      When a points rule on HITPOANG is corrected
001200*                      after the fact, the running standings on
001300*                      SASONG still hold the points scored under
001400*                      the old rule.  This run rebuilds the season
001500*                      from the transcript history - the TRANARC
001600*                      archives from the season start onward, then
001700*                      the live TRANLOG - scoring every named play
001800*                      under the rule in force on the day it was
001900*                      played, exactly as the interactive program
002000*                      does.  Old total, new total and difference
002100*                      per player go to a dated print file
002200*                      (OMBRAPP.ÅÅÅÅMMDD), and SASONG is only
002300*                      replaced once the operator has confirmed.
002400*                      Lines without a player name (written before
002500*                      the name was carried, or anonymised by
002600*                      Hitpurge) cannot be attributed and are
002700*                      counted on the report.  Ends with
002800*                      RETURN-CODE 8 when anything failed.
002900*    15/10/2026  LB   The season start now defaults to the latest
003000*                      closing date on the season history
003100*                      (SASHIST) - the day the running season
003200*                      began - when the operator just presses
003300*                      Enter.
003400*    15/10/2026  LB   The daily challenge bonus carried on the
003500*                      transcript line is added to the rescored
003600*                      points as it was paid - the points rules
003700*                      do not apply to it.
003800*    15/10/2026  LB   The lines read are checked against their
003900*                      day seals on TRANSIGL (Hitsigil); days
004000*                      that differ are shown and counted on the
004100*                      report before the standings are offered
004200*                      for replacement.
004300*    15/10/2026  LB   Only names on the player registry (HITREG)
004400*                      are scored - a name no longer registered
004500*                      (erased by Hitpurge, its archived lines
004600*                      not yet scrubbed) counts as unnamed.  The
004700*                      standings are no longer replaced when any
004800*                      line could not be attributed or any day
004900*                      differs from its seal or could not be
005000*                      checked - players would otherwise lose
005100*                      points the history does not show.
005200*    15/10/2026  LB   Lines an erasure (Hitpurge) marked ANONYM
005300*                      are counted on a line of their own and no
005400*                      longer stop the replace - the erased
005500*                      player's standings were deleted on
005600*                      purpose.
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SPECIAL-NAMES.
006000     DECIMAL-POINT IS COMMA.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS HOB-TRAN-STATUS.
006600     SELECT ARCHIVE-FILE ASSIGN USING HOB-ARCHIVE-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS HOB-ARC-STATUS.
006900     SELECT POINTS-RULE-FILE ASSIGN TO "HITPOANG"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS HOB-RULE-STATUS.
007200     SELECT SEASON-FILE ASSIGN TO "SASONG"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS SAS-NAME
007600         FILE STATUS IS HOB-SAS-STATUS.
007700     SELECT HISTORY-FILE ASSIGN TO "SASHIST"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS SHI-KEY
008100         FILE STATUS IS HOB-HIST-STATUS.
008200     SELECT REGISTRY-FILE ASSIGN TO "HITREG"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS HREG-NBR
008600         ALTERNATE RECORD KEY IS HREG-NORM-NAME
008700         FILE STATUS IS HOB-REG-STATUS.
008800     SELECT REPORT-FILE ASSIGN USING HOB-REPORT-NAME
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS HOB-REP-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  TRANSCRIPT-FILE.
009400 01  TRANSCRIPT-RECORD          PIC X(160).
009500 FD  ARCHIVE-FILE.
009600 01  ARCHIVE-RECORD             PIC X(160).
009700 FD  POINTS-RULE-FILE.
009800 01  POINTS-RULE-RECORD         PIC X(40).
009900*
010000*    Season standings - layout must match SEASON-RECORD in the
010100*    interactive program, since both share the same file.
010200 FD  SEASON-FILE.
010300 01  SEASON-RECORD.
010400     05  SAS-NAME             PIC X(20).
010500     05  SAS-POINTS           PIC 9(07).
010600     05  SAS-LAST-DATE        PIC 9(08).
010700*
010800*    Season history - layout must match HISTORY-RECORD in the
010900*    season closeout (Hitslut), since both share the same file.
011000 FD  HISTORY-FILE.
011100 01  HISTORY-RECORD.
011200     05  SHI-KEY.
011300         10  SHI-SEASON-END   PIC 9(08).
011400         10  SHI-NAME         PIC X(20).
011500     05  SHI-SEASON-START     PIC 9(08).
011600     05  SHI-RANK             PIC 9(03).
011700     05  SHI-POINTS           PIC 9(07).
011800     05  SHI-PLAYER-CT        PIC 9(03).
011900*
012000*    Player registry master - layout must match REGISTRY-RECORD
012100*    in the interactive program, since both share the same file.
012200 FD  REGISTRY-FILE.
012300 01  REGISTRY-RECORD.
012400     05  HREG-NBR             PIC 9(05).
012500     05  HREG-NORM-NAME       PIC X(20).
012600     05  HREG-TYPED-NAME      PIC X(20).
012700     05  HREG-FIRST-DATE      PIC 9(08).
012800     05  HREG-LAST-DATE       PIC 9(08).
012900     05  HREG-PLAY-CT         PIC 9(05).
013000 FD  REPORT-FILE.
013100 01  REPORT-RECORD              PIC X(80).
013200 WORKING-STORAGE SECTION.
013300*
013400*    Layout of one transcript detail line, matching
013500*    HIT-TRANSCRIPT-DETAIL in the interactive program.
013600 01  HOB-TRANSCRIPT-DETAIL.
013700     05  HOB-SESSION-ID       PIC X(08).
013800     05  FILLER               PIC X(01).
013900     05  HOB-TIMESTAMP.
014000         10  HOB-TS-DATE          PIC 9(08).
014100         10  HOB-TS-TIME          PIC 9(06).
014200     05  FILLER               PIC X(01).
014300     05  HOB-CHOICE-ONE       PIC 9.
014400     05  FILLER               PIC X(01).
014500     05  HOB-CHOICE-TWO       PIC 9.
014600     05  FILLER               PIC X(01).
014700     05  HOB-CHOICE-TYPE      PIC X(10).
014800     05  FILLER               PIC X(01).
014900     05  HOB-INVALID-CT       PIC X(02).
015000     05  FILLER               PIC X(01).
015100     05  HOB-ENDING-TEXT      PIC X(90).
015200     05  FILLER               PIC X(01).
015300     05  HOB-PLAYER-NAME      PIC X(20).
015400     05  FILLER               PIC X(01).
015500     05  HOB-PICKUP-CT        PIC 9(01).
015600     05  FILLER               PIC X(01).
015700     05  HOB-BONUS-POINTS     PIC 9(04).
015800*
015900*    Layout of one points-rule line, matching HIT-RULE-DETAIL
016000*    in the interactive program.
016100 01  HOB-RULE-DETAIL.
016200     05  HPR-KIND             PIC X(04).
016300         88  HPR-ENDING-RULE      VALUE "SLUT".
016400         88  HPR-PICKUP-RULE      VALUE "FYND".
016500     05  FILLER               PIC X(01).
016600     05  HPR-ENDING-CODE      PIC 9(01).
016700     05  FILLER               PIC X(01).
016800     05  HPR-SUB-CODE         PIC 9(01).
016900     05  FILLER               PIC X(01).
017000     05  HPR-FROM-DATE        PIC 9(08).
017100     05  FILLER               PIC X(01).
017200     05  HPR-POINTS           PIC 9(04).
017300     05  FILLER               PIC X(01).
017400     05  HPR-NOTE             PIC X(17).
017500 01  HOB-TRAN-STATUS          PIC X(02) VALUE "00".
017600 01  HOB-ARC-STATUS           PIC X(02) VALUE "00".
017700 01  HOB-RULE-STATUS          PIC X(02) VALUE "00".
017800 01  HOB-SAS-STATUS           PIC X(02) VALUE "00".
017900 01  HOB-HIST-STATUS          PIC X(02) VALUE "00".
018000 01  HOB-LAST-CLOSE           PIC 9(08) VALUE ZERO.
018100 01  HOB-REG-STATUS           PIC X(02) VALUE "00".
018200 01  HOB-REG-OPEN-SW          PIC X(01) VALUE "N".
018300     88  HOB-REG-IS-OPEN          VALUE "Y".
018400 01  HOB-EOF-SW               PIC X(01) VALUE "N".
018500     88  HOB-NO-MORE-RECORDS      VALUE "Y".
018600 01  HOB-ERROR-SW             PIC X(01) VALUE "N".
018700     88  HOB-RUN-FAILED           VALUE "Y".
018800 01  HOB-CONFIRM              PIC X(01) VALUE SPACE.
018900*
019000*    Season window and archive chaining - the months from the
019100*    season start up to the month before the current one are
019200*    read from the dated TRANARC files Hitarch writes, before
019300*    the live TRANLOG.
019400 01  HOB-RUN-DATE             PIC 9(08) VALUE ZERO.
019500 01  HOB-RUN-MONTH            PIC 9(06) VALUE ZERO.
019600 01  HOB-SEASON-START         PIC 9(08) VALUE ZERO.
019700 01  HOB-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
019800 01  HOB-SCAN-MONTH           PIC 9(06) VALUE ZERO.
019900 01  HOB-SCAN-MONTH-X REDEFINES HOB-SCAN-MONTH.
020000     05  HOB-SCAN-YEAR        PIC 9(04).
020100     05  HOB-SCAN-MON         PIC 9(02).
020200 01  HOB-LINE-IN              PIC X(160) VALUE SPACES.
020300*
020400*    The points rules, loaded once.  The rule in force on a
020500*    given day is the matching entry with the latest valid-from
020600*    date not after that day - a later entry with the same
020700*    date overrides an earlier one, as in the game.
020800 01  HOB-RULE-TABLE.
020900     05  HOB-RULE-ENTRY OCCURS 200 TIMES.
021000         10  HOB-RT-KIND      PIC X(04).
021100         10  HOB-RT-CODE      PIC 9(01).
021200         10  HOB-RT-SUB       PIC 9(01).
021300         10  HOB-RT-FROM      PIC 9(08).
021400         10  HOB-RT-POINTS    PIC 9(04).
021500 01  HOB-RULE-CT              PIC 9(03) COMP VALUE ZERO.
021600 01  HOB-RULE-IX              PIC 9(03) COMP VALUE ZERO.
021700 01  HOB-END-RULE-DATE        PIC 9(08) VALUE ZERO.
021800 01  HOB-ITEM-RULE-DATE       PIC 9(08) VALUE ZERO.
021900 01  HOB-ENDING-POINTS        PIC 9(04) VALUE ZERO.
022000 01  HOB-ITEM-POINTS          PIC 9(04) VALUE ZERO.
022100 01  HOB-RUN-POINTS           PIC 9(05) VALUE ZERO.
022200*
022300*    One entry per player - the points now on SASONG and the
022400*    points the history gives under the rules.
022500 01  HOB-PLAYER-TABLE.
022600     05  HOB-PLAYER-ENTRY OCCURS 500 TIMES.
022700         10  HOB-PT-NAME      PIC X(20).
022800         10  HOB-PT-OLD       PIC 9(07).
022900         10  HOB-PT-NEW       PIC 9(07).
023000         10  HOB-PT-LAST      PIC 9(08).
023100 01  HOB-PLAYER-CT            PIC 9(03) COMP VALUE ZERO.
023200 01  HOB-PLAYER-IX            PIC 9(03) COMP VALUE ZERO.
023300 01  HOB-PLAYER-CT-D          PIC 9(03) VALUE ZERO.
023400 01  HOB-FOUND-SW             PIC X(01) VALUE "N".
023500     88  HOB-PLAYER-FOUND         VALUE "Y".
023600 01  HOB-DIFF                 PIC S9(09) VALUE ZERO.
023700 01  HOB-DIFF-ED              PIC +9(07).
023800*
023900*    Print-file control - dated report name, page layout and
024000*    the line every report row passes through.  When the print
024100*    file cannot be opened the rows fall back to the screen.
024200 01  HOB-REP-STATUS           PIC X(02) VALUE "00".
024300 01  HOB-REPORT-NAME          PIC X(16) VALUE SPACES.
024400 01  HOB-REP-OPEN-SW          PIC X(01) VALUE "N".
024500     88  HOB-REPORT-IS-OPEN       VALUE "Y".
024600 01  HOB-PRINT-LINE           PIC X(80) VALUE SPACES.
024700 01  HOB-PAGE-NO              PIC 9(04) VALUE ZERO.
024800 01  HOB-LINE-CT              PIC 9(02) VALUE 99.
024900 01  HOB-PAGE-SIZE            PIC 9(02) VALUE 60.
025000 77  HOB-REP-LINE-CT          PIC 9(06) VALUE ZERO.
025100 77  HOB-SCORED-CT            PIC 9(06) VALUE ZERO.
025200 77  HOB-UNNAMED-CT           PIC 9(06) VALUE ZERO.
025300 77  HOB-ERASED-CT            PIC 9(06) VALUE ZERO.
025400 77  HOB-OUTSIDE-CT           PIC 9(06) VALUE ZERO.
025500 77  HOB-BAD-CT               PIC 9(06) VALUE ZERO.
025600 77  HOB-OLD-TOTAL            PIC 9(09) VALUE ZERO.
025700 77  HOB-NEW-TOTAL            PIC 9(09) VALUE ZERO.
025800 77  HOB-WRITE-CT             PIC 9(06) VALUE ZERO.
025900*
026000*    Day-seal request passed to Hitsigil - layout must match
026100*    SGQ-REQUEST there.
026200 01  HOB-SEAL-REQUEST.
026300     05  HOB-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
026400     05  HOB-SEAL-CALLER      PIC X(08) VALUE "HITOMBER".
026500     05  HOB-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
026600     05  HOB-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
026700     05  HOB-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
026800     05  HOB-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
026900     05  HOB-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
027000     05  HOB-SEAL-RESULT      PIC X(02) VALUE "00".
027100 01  HOB-SEAL-LINE            PIC X(160) VALUE SPACES.
027200 01  HOB-SEAL-SW              PIC X(01) VALUE "N".
027300     88  HOB-SEAL-UNAVAILABLE     VALUE "Y".
027400 PROCEDURE DIVISION.
027500*
027600*    ---------------------------------------------------------
027700*    0000-MAINLINE
027800*    Rescores the season from the history, prints the
027900*    comparison and replaces the standings on confirmation.
028000*    ---------------------------------------------------------
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028300     IF NOT HOB-RUN-FAILED
028400         PERFORM 1500-PROCESS-ARCHIVES THRU 1500-EXIT
028500         PERFORM 1800-PROCESS-TRANLOG THRU 1800-EXIT
028600         PERFORM 1900-CHECK-SEALS THRU 1900-EXIT
028700     END-IF
028800     IF NOT HOB-RUN-FAILED
028900         PERFORM 3000-PRINT-COMPARISON THRU 3000-EXIT
029000         PERFORM 4000-CONFIRM-REPLACE THRU 4000-EXIT
029100     END-IF
029200     PERFORM 9999-TERMINATE THRU 9999-EXIT
029300     GOBACK.
029400*
029500*    ---------------------------------------------------------
029600*    1000-INITIALIZE
029700*    Asks for the season start date, loads the points rules
029800*    and the standings as they stand, opens the player
029900*    registry and opens the report.
030000*    ---------------------------------------------------------
030100 1000-INITIALIZE.
030200     ACCEPT HOB-RUN-DATE FROM DATE YYYYMMDD
030300     MOVE HOB-RUN-DATE (1:6) TO HOB-RUN-MONTH
030400     MOVE "INIT" TO HOB-SEAL-FUNCTION
030500     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
030600     DISPLAY "HITOMBER - OMRÄKNING AV SÄSONGEN " HOB-RUN-DATE
030700     PERFORM 1050-FIND-LAST-CLOSE THRU 1050-EXIT
030800     IF HOB-LAST-CLOSE > ZERO
030900         DISPLAY "Säsongens startdatum (ÅÅÅÅMMDD, Enter = "
031000             HOB-LAST-CLOSE "): " WITH NO ADVANCING
031100     ELSE
031200         DISPLAY "Säsongens startdatum (ÅÅÅÅMMDD): "
031300             WITH NO ADVANCING
031400     END-IF
031500     ACCEPT HOB-SEASON-START
031600     IF HOB-SEASON-START = ZERO
031700         MOVE HOB-LAST-CLOSE TO HOB-SEASON-START
031800     END-IF
031900     IF HOB-SEASON-START = ZERO
032000         OR HOB-SEASON-START > HOB-RUN-DATE
032100         DISPLAY "HITOMBER: ogiltigt startdatum."
032200         SET HOB-RUN-FAILED TO TRUE
032300         GO TO 1000-EXIT
032400     END-IF
032500     MOVE HOB-SEASON-START (1:6) TO HOB-SCAN-MONTH
032600     PERFORM 1100-LOAD-RULES THRU 1100-EXIT
032700     PERFORM 1200-LOAD-SEASON THRU 1200-EXIT
032800     IF HOB-RUN-FAILED
032900         GO TO 1000-EXIT
033000     END-IF
033100     OPEN INPUT REGISTRY-FILE
033200     IF HOB-REG-STATUS NOT = "00"
033300         DISPLAY "HITOMBER: kan inte öppna HITREG, status "
033400             HOB-REG-STATUS
033500         SET HOB-RUN-FAILED TO TRUE
033600         GO TO 1000-EXIT
033700     END-IF
033800     SET HOB-REG-IS-OPEN TO TRUE
033900     IF NOT HOB-RUN-FAILED
034000         PERFORM 8100-OPEN-REPORT THRU 8100-EXIT
034100     END-IF.
034200 1000-EXIT.
034300     EXIT.
034400*
034500*    ---------------------------------------------------------
034600*    1050-FIND-LAST-CLOSE
034700*    Finds the latest closing date on the season history -
034800*    the running season started that day.
034900*    ---------------------------------------------------------
035000 1050-FIND-LAST-CLOSE.
035100     OPEN INPUT HISTORY-FILE
035200     IF HOB-HIST-STATUS NOT = "00"
035300         GO TO 1050-EXIT
035400     END-IF
035500     MOVE "N" TO HOB-EOF-SW
035600     READ HISTORY-FILE NEXT RECORD
035700         AT END
035800             SET HOB-NO-MORE-RECORDS TO TRUE
035900     END-READ
036000     PERFORM 1060-CHECK-ONE-SEASON THRU 1060-EXIT
036100         UNTIL HOB-NO-MORE-RECORDS
036200     CLOSE HISTORY-FILE.
036300 1050-EXIT.
036400     EXIT.
036500*
036600*    ---------------------------------------------------------
036700*    1060-CHECK-ONE-SEASON
036800*    Remembers the latest closing date seen and primes the
036900*    next history record.
037000*    ---------------------------------------------------------
037100 1060-CHECK-ONE-SEASON.
037200     IF SHI-SEASON-END > HOB-LAST-CLOSE
037300         MOVE SHI-SEASON-END TO HOB-LAST-CLOSE
037400     END-IF
037500     READ HISTORY-FILE NEXT RECORD
037600         AT END
037700             SET HOB-NO-MORE-RECORDS TO TRUE
037800     END-READ.
037900 1060-EXIT.
038000     EXIT.
038100*
038200*    ---------------------------------------------------------
038300*    1100-LOAD-RULES
038400*    Loads the points-rule file into the rule table.  With no
038500*    rule file every play is scored on the built-in values.
038600*    ---------------------------------------------------------
038700 1100-LOAD-RULES.
038800     OPEN INPUT POINTS-RULE-FILE
038900     IF HOB-RULE-STATUS NOT = "00"
039000         DISPLAY "HITOMBER: HITPOANG saknas (status "
039100             HOB-RULE-STATUS ") - inbyggda poäng används."
039200         GO TO 1100-EXIT
039300     END-IF
039400     MOVE "N" TO HOB-EOF-SW
039500     READ POINTS-RULE-FILE INTO HOB-RULE-DETAIL
039600         AT END
039700             SET HOB-NO-MORE-RECORDS TO TRUE
039800     END-READ
039900     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
040000         UNTIL HOB-NO-MORE-RECORDS
040100     CLOSE POINTS-RULE-FILE
040200     DISPLAY "HITOMBER: " HOB-RULE-CT " poängregler inlästa.".
040300 1100-EXIT.
040400     EXIT.
040500*
040600*    ---------------------------------------------------------
040700*    1110-LOAD-ONE-RULE
040800*    Keeps one SLUT or FYND rule with numeric fields - any
040900*    other line is a note - and primes the next line.
041000*    ---------------------------------------------------------
041100 1110-LOAD-ONE-RULE.
041200     IF NOT HPR-ENDING-RULE AND NOT HPR-PICKUP-RULE
041300         GO TO 1110-READ-NEXT
041400     END-IF
041500     IF HPR-FROM-DATE NOT NUMERIC
041600         OR HPR-POINTS NOT NUMERIC
041700         GO TO 1110-READ-NEXT
041800     END-IF
041900     IF HPR-ENDING-RULE
042000         AND (HPR-ENDING-CODE NOT NUMERIC
042100              OR HPR-SUB-CODE NOT NUMERIC)
042200         GO TO 1110-READ-NEXT
042300     END-IF
042400     IF HOB-RULE-CT NOT < 200
042500         DISPLAY "HITOMBER: regeltabellen full - raden "
042600             POINTS-RULE-RECORD (1:24) " ryms inte."
042700         SET HOB-RUN-FAILED TO TRUE
042800         GO TO 1110-READ-NEXT
042900     END-IF
043000     ADD 1 TO HOB-RULE-CT
043100     MOVE HPR-KIND TO HOB-RT-KIND (HOB-RULE-CT)
043200     MOVE HPR-FROM-DATE TO HOB-RT-FROM (HOB-RULE-CT)
043300     MOVE HPR-POINTS TO HOB-RT-POINTS (HOB-RULE-CT)
043400     IF HPR-ENDING-RULE
043500         MOVE HPR-ENDING-CODE TO HOB-RT-CODE (HOB-RULE-CT)
043600         MOVE HPR-SUB-CODE TO HOB-RT-SUB (HOB-RULE-CT)
043700     ELSE
043800         MOVE ZERO TO HOB-RT-CODE (HOB-RULE-CT)
043900         MOVE ZERO TO HOB-RT-SUB (HOB-RULE-CT)
044000     END-IF.
044100 1110-READ-NEXT.
044200     READ POINTS-RULE-FILE INTO HOB-RULE-DETAIL
044300         AT END
044400             SET HOB-NO-MORE-RECORDS TO TRUE
044500     END-READ.
044600 1110-EXIT.
044700     EXIT.
044800*
044900*    ---------------------------------------------------------
045000*    1200-LOAD-SEASON
045100*    Loads the standings as they stand into the player table
045200*    as the old points.  No SASONG simply means a season with
045300*    nothing on it yet.
045400*    ---------------------------------------------------------
045500 1200-LOAD-SEASON.
045600     OPEN INPUT SEASON-FILE
045700     IF HOB-SAS-STATUS = "35"
045800         GO TO 1200-EXIT
045900     END-IF
046000     IF HOB-SAS-STATUS NOT = "00"
046100         DISPLAY "HITOMBER: kan inte öppna SASONG, status "
046200             HOB-SAS-STATUS
046300         SET HOB-RUN-FAILED TO TRUE
046400         GO TO 1200-EXIT
046500     END-IF
046600     MOVE "N" TO HOB-EOF-SW
046700     READ SEASON-FILE NEXT RECORD
046800         AT END
046900             SET HOB-NO-MORE-RECORDS TO TRUE
047000     END-READ
047100     PERFORM 1210-LOAD-ONE-PLAYER THRU 1210-EXIT
047200         UNTIL HOB-NO-MORE-RECORDS
047300     CLOSE SEASON-FILE.
047400 1200-EXIT.
047500     EXIT.
047600*
047700*    ---------------------------------------------------------
047800*    1210-LOAD-ONE-PLAYER
047900*    Loads one standings record and primes the next.
048000*    ---------------------------------------------------------
048100 1210-LOAD-ONE-PLAYER.
048200     IF HOB-PLAYER-CT < 500
048300         ADD 1 TO HOB-PLAYER-CT
048400         MOVE SAS-NAME TO HOB-PT-NAME (HOB-PLAYER-CT)
048500         MOVE SAS-POINTS TO HOB-PT-OLD (HOB-PLAYER-CT)
048600         MOVE ZERO TO HOB-PT-NEW (HOB-PLAYER-CT)
048700         MOVE ZERO TO HOB-PT-LAST (HOB-PLAYER-CT)
048800         ADD SAS-POINTS TO HOB-OLD-TOTAL
048900     ELSE
049000         DISPLAY "HITOMBER: spelartabellen full - " SAS-NAME
049100             " ryms inte."
049200         SET HOB-RUN-FAILED TO TRUE
049300     END-IF
049400     READ SEASON-FILE NEXT RECORD
049500         AT END
049600             SET HOB-NO-MORE-RECORDS TO TRUE
049700     END-READ.
049800 1210-EXIT.
049900     EXIT.
050000*
050100*    ---------------------------------------------------------
050200*    1500-PROCESS-ARCHIVES
050300*    Walks month by month from the season start up to the
050400*    month before the current one, reading each month's
050500*    TRANARC file if Hitarch has written one.
050600*    ---------------------------------------------------------
050700 1500-PROCESS-ARCHIVES.
050800     PERFORM 1600-PROCESS-ONE-ARCHIVE THRU 1600-EXIT
050900         UNTIL HOB-SCAN-MONTH NOT < HOB-RUN-MONTH.
051000 1500-EXIT.
051100     EXIT.
051200*
051300*    ---------------------------------------------------------
051400*    1600-PROCESS-ONE-ARCHIVE
051500*    Reads one month's archive - a month with no archive file
051600*    simply had nothing archived - then steps to the next
051700*    month.
051800*    ---------------------------------------------------------
051900 1600-PROCESS-ONE-ARCHIVE.
052000     MOVE SPACES TO HOB-ARCHIVE-NAME
052100     STRING "TRANARC." HOB-SCAN-MONTH
052200         DELIMITED BY SIZE INTO HOB-ARCHIVE-NAME
052300     END-STRING
052400     OPEN INPUT ARCHIVE-FILE
052500     IF HOB-ARC-STATUS = "35"
052600         GO TO 1600-NEXT-MONTH
052700     END-IF
052800     IF HOB-ARC-STATUS NOT = "00"
052900         DISPLAY "HITOMBER: kan inte öppna " HOB-ARCHIVE-NAME
053000             ", status " HOB-ARC-STATUS
053100         SET HOB-RUN-FAILED TO TRUE
053200         GO TO 1600-NEXT-MONTH
053300     END-IF
053400     MOVE "FIL " TO HOB-SEAL-FUNCTION
053500     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
053600     MOVE "N" TO HOB-EOF-SW
053700     READ ARCHIVE-FILE
053800         AT END
053900             SET HOB-NO-MORE-RECORDS TO TRUE
054000     END-READ
054100     PERFORM 1610-SCORE-ARCHIVE-LINE THRU 1610-EXIT
054200         UNTIL HOB-NO-MORE-RECORDS
054300     CLOSE ARCHIVE-FILE.
054400 1600-NEXT-MONTH.
054500     IF HOB-SCAN-MON = 12
054600         ADD 1 TO HOB-SCAN-YEAR
054700         MOVE 01 TO HOB-SCAN-MON
054800     ELSE
054900         ADD 1 TO HOB-SCAN-MON
055000     END-IF.
055100 1600-EXIT.
055200     EXIT.
055300*
055400*    ---------------------------------------------------------
055500*    1610-SCORE-ARCHIVE-LINE
055600*    Scores one archive line - the ARKIV trailers Hitarch
055700*    writes are passed over - and primes the next line.
055800*    ---------------------------------------------------------
055900 1610-SCORE-ARCHIVE-LINE.
056000     MOVE "RAD " TO HOB-SEAL-FUNCTION
056100     MOVE ARCHIVE-RECORD TO HOB-SEAL-LINE
056200     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
056300     IF ARCHIVE-RECORD (1:6) NOT = "ARKIV "
056400         MOVE ARCHIVE-RECORD TO HOB-LINE-IN
056500         PERFORM 2000-SCORE-LINE THRU 2000-EXIT
056600     END-IF
056700     READ ARCHIVE-FILE
056800         AT END
056900             SET HOB-NO-MORE-RECORDS TO TRUE
057000     END-READ.
057100 1610-EXIT.
057200     EXIT.
057300*
057400*    ---------------------------------------------------------
057500*    1800-PROCESS-TRANLOG
057600*    Reads the live transcript log after the archives.
057700*    ---------------------------------------------------------
057800 1800-PROCESS-TRANLOG.
057900     OPEN INPUT TRANSCRIPT-FILE
058000     IF HOB-TRAN-STATUS = "35"
058100         GO TO 1800-EXIT
058200     END-IF
058300     IF HOB-TRAN-STATUS NOT = "00"
058400         DISPLAY "HITOMBER: kan inte öppna TRANLOG, status "
058500             HOB-TRAN-STATUS
058600         SET HOB-RUN-FAILED TO TRUE
058700         GO TO 1800-EXIT
058800     END-IF
058900     MOVE "FIL " TO HOB-SEAL-FUNCTION
059000     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
059100     MOVE "N" TO HOB-EOF-SW
059200     READ TRANSCRIPT-FILE
059300         AT END
059400             SET HOB-NO-MORE-RECORDS TO TRUE
059500     END-READ
059600     PERFORM 1810-SCORE-LIVE-LINE THRU 1810-EXIT
059700         UNTIL HOB-NO-MORE-RECORDS
059800     CLOSE TRANSCRIPT-FILE.
059900 1800-EXIT.
060000     EXIT.
060100*
060200*    ---------------------------------------------------------
060300*    1810-SCORE-LIVE-LINE
060400*    Scores one live transcript line and primes the next.
060500*    ---------------------------------------------------------
060600 1810-SCORE-LIVE-LINE.
060700     MOVE "RAD " TO HOB-SEAL-FUNCTION
060800     MOVE TRANSCRIPT-RECORD TO HOB-SEAL-LINE
060900     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
061000     MOVE TRANSCRIPT-RECORD TO HOB-LINE-IN
061100     PERFORM 2000-SCORE-LINE THRU 2000-EXIT
061200     READ TRANSCRIPT-FILE
061300         AT END
061400             SET HOB-NO-MORE-RECORDS TO TRUE
061500     END-READ.
061600 1810-EXIT.
061700     EXIT.
061800*
061900*    ---------------------------------------------------------
062000*    1900-CHECK-SEALS
062100*    Checks the days read against their seals.  The seal
062200*    routine shows each day that differs on the console.
062300*    ---------------------------------------------------------
062400 1900-CHECK-SEALS.
062500     MOVE "KOLL" TO HOB-SEAL-FUNCTION
062600     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
062700     IF HOB-SEAL-UNAVAILABLE
062800         MOVE "90" TO HOB-SEAL-RESULT
062900     END-IF.
063000 1900-EXIT.
063100     EXIT.
063200*
063300*    ---------------------------------------------------------
063400*    1950-CALL-SEAL
063500*    Passes the request in hand to the shared seal routine.
063600*    ---------------------------------------------------------
063700 1950-CALL-SEAL.
063800     IF HOB-SEAL-UNAVAILABLE
063900         GO TO 1950-EXIT
064000     END-IF
064100     CALL "HITSIGIL" USING HOB-SEAL-REQUEST HOB-SEAL-LINE
064200         ON EXCEPTION
064300             DISPLAY "HITOMBER: HITSIGIL kunde inte startas."
064400             SET HOB-SEAL-UNAVAILABLE TO TRUE
064500     END-CALL.
064600 1950-EXIT.
064700     EXIT.
064800*
064900*    ---------------------------------------------------------
065000*    2000-SCORE-LINE
065100*    Scores the line in HOB-LINE-IN under the rules in force
065200*    on its date and adds the points to the player's new
065300*    total.  Lines before the season start, unparsable lines,
065400*    lines with no player name and lines an erasure marked
065500*    ANONYM are only counted - a name not on the player
065600*    registry counts as no name.
065700*    ---------------------------------------------------------
065800 2000-SCORE-LINE.
065900     MOVE HOB-LINE-IN TO HOB-TRANSCRIPT-DETAIL
066000     IF HOB-TS-DATE NOT NUMERIC
066100         OR HOB-CHOICE-ONE NOT NUMERIC
066200         OR HOB-CHOICE-TWO NOT NUMERIC
066300         ADD 1 TO HOB-BAD-CT
066400         GO TO 2000-EXIT
066500     END-IF
066600     IF HOB-TS-DATE < HOB-SEASON-START
066700         ADD 1 TO HOB-OUTSIDE-CT
066800         GO TO 2000-EXIT
066900     END-IF
067000     IF HOB-PLAYER-NAME = SPACES
067100         ADD 1 TO HOB-UNNAMED-CT
067200         GO TO 2000-EXIT
067300     END-IF
067400     IF HOB-PLAYER-NAME = "ANONYM"
067500         ADD 1 TO HOB-ERASED-CT
067600         GO TO 2000-EXIT
067700     END-IF
067800     MOVE HOB-PLAYER-NAME TO HREG-NORM-NAME
067900     READ REGISTRY-FILE KEY IS HREG-NORM-NAME
068000         INVALID KEY
068100             ADD 1 TO HOB-UNNAMED-CT
068200             GO TO 2000-EXIT
068300     END-READ
068400     IF HOB-PICKUP-CT NOT NUMERIC
068500         MOVE ZERO TO HOB-PICKUP-CT
068600     END-IF
068700     IF HOB-BONUS-POINTS NOT NUMERIC
068800         MOVE ZERO TO HOB-BONUS-POINTS
068900     END-IF
069000     PERFORM 2100-COMPUTE-POINTS THRU 2100-EXIT
069100     ADD 1 TO HOB-SCORED-CT
069200     IF HOB-RUN-POINTS = ZERO
069300         GO TO 2000-EXIT
069400     END-IF
069500     PERFORM 2300-FIND-PLAYER THRU 2300-EXIT
069600     IF NOT HOB-PLAYER-FOUND
069700         GO TO 2000-EXIT
069800     END-IF
069900     ADD HOB-RUN-POINTS TO HOB-PT-NEW (HOB-PLAYER-IX)
070000     ADD HOB-RUN-POINTS TO HOB-NEW-TOTAL
070100     IF HOB-TS-DATE > HOB-PT-LAST (HOB-PLAYER-IX)
070200         MOVE HOB-TS-DATE TO HOB-PT-LAST (HOB-PLAYER-IX)
070300     END-IF.
070400 2000-EXIT.
070500     EXIT.
070600*
070700*    ---------------------------------------------------------
070800*    2100-COMPUTE-POINTS
070900*    The built-in points table of the interactive program,
071000*    overridden by the rules in force on the line's date, plus
071100*    any challenge bonus the line carries.
071200*    ---------------------------------------------------------
071300 2100-COMPUTE-POINTS.
071400     EVALUATE TRUE
071500         WHEN HOB-CHOICE-ONE = 1 AND HOB-CHOICE-TWO = 1
071600             MOVE 25 TO HOB-ENDING-POINTS
071700         WHEN HOB-CHOICE-ONE = 1
071800             MOVE 10 TO HOB-ENDING-POINTS
071900         WHEN HOB-CHOICE-ONE = 2 AND HOB-CHOICE-TWO = 1
072000             MOVE 10 TO HOB-ENDING-POINTS
072100         WHEN HOB-CHOICE-ONE = 2 AND HOB-CHOICE-TWO = 2
072200             MOVE 15 TO HOB-ENDING-POINTS
072300         WHEN HOB-CHOICE-ONE = 2
072400             MOVE 5 TO HOB-ENDING-POINTS
072500         WHEN HOB-CHOICE-ONE = 3 AND HOB-CHOICE-TWO = 1
072600             MOVE 15 TO HOB-ENDING-POINTS
072700         WHEN HOB-CHOICE-ONE = 3 AND HOB-CHOICE-TWO = 2
072800             MOVE 10 TO HOB-ENDING-POINTS
072900         WHEN HOB-CHOICE-ONE = 3 AND HOB-CHOICE-TWO = 4
073000             MOVE 30 TO HOB-ENDING-POINTS
073100         WHEN HOB-CHOICE-ONE = 3
073200             MOVE 5 TO HOB-ENDING-POINTS
073300         WHEN HOB-CHOICE-ONE = 4
073400             MOVE 10 TO HOB-ENDING-POINTS
073500         WHEN OTHER
073600             MOVE ZERO TO HOB-ENDING-POINTS
073700     END-EVALUATE
073800     MOVE 20 TO HOB-ITEM-POINTS
073900     MOVE ZERO TO HOB-END-RULE-DATE
074000     MOVE ZERO TO HOB-ITEM-RULE-DATE
074100     MOVE 1 TO HOB-RULE-IX
074200     PERFORM 2200-CHECK-ONE-RULE THRU 2200-EXIT
074300         UNTIL HOB-RULE-IX > HOB-RULE-CT
074400     COMPUTE HOB-RUN-POINTS = HOB-ENDING-POINTS
074500         + HOB-PICKUP-CT * HOB-ITEM-POINTS
074600         + HOB-BONUS-POINTS.
074700 2100-EXIT.
074800     EXIT.
074900*
075000*    ---------------------------------------------------------
075100*    2200-CHECK-ONE-RULE
075200*    Keeps one table rule if it applies to the line and is at
075300*    least as recent as the rule kept so far.
075400*    ---------------------------------------------------------
075500 2200-CHECK-ONE-RULE.
075600     IF HOB-RT-FROM (HOB-RULE-IX) > HOB-TS-DATE
075700         GO TO 2200-NEXT-RULE
075800     END-IF
075900     IF HOB-RT-KIND (HOB-RULE-IX) = "FYND"
076000         IF HOB-RT-FROM (HOB-RULE-IX) NOT < HOB-ITEM-RULE-DATE
076100             MOVE HOB-RT-FROM (HOB-RULE-IX)
076200                 TO HOB-ITEM-RULE-DATE
076300             MOVE HOB-RT-POINTS (HOB-RULE-IX)
076400                 TO HOB-ITEM-POINTS
076500         END-IF
076600         GO TO 2200-NEXT-RULE
076700     END-IF
076800     IF HOB-RT-CODE (HOB-RULE-IX) = HOB-CHOICE-ONE
076900         AND HOB-RT-SUB (HOB-RULE-IX) = HOB-CHOICE-TWO
077000         AND HOB-RT-FROM (HOB-RULE-IX) NOT < HOB-END-RULE-DATE
077100         MOVE HOB-RT-FROM (HOB-RULE-IX) TO HOB-END-RULE-DATE
077200         MOVE HOB-RT-POINTS (HOB-RULE-IX) TO HOB-ENDING-POINTS
077300     END-IF.
077400 2200-NEXT-RULE.
077500     ADD 1 TO HOB-RULE-IX.
077600 2200-EXIT.
077700     EXIT.
077800*
077900*    ---------------------------------------------------------
078000*    2300-FIND-PLAYER
078100*    Finds the line's player in the table, adding a new entry
078200*    with no old points the first time a name is seen.
078300*    ---------------------------------------------------------
078400 2300-FIND-PLAYER.
078500     MOVE "N" TO HOB-FOUND-SW
078600     MOVE 1 TO HOB-PLAYER-IX
078700     PERFORM 2310-MATCH-PLAYER THRU 2310-EXIT
078800         UNTIL HOB-PLAYER-FOUND
078900         OR HOB-PLAYER-IX > HOB-PLAYER-CT
079000     IF HOB-PLAYER-FOUND
079100         GO TO 2300-EXIT
079200     END-IF
079300     IF HOB-PLAYER-CT NOT < 500
079400         DISPLAY "HITOMBER: spelartabellen full - "
079500             HOB-PLAYER-NAME " ryms inte."
079600         SET HOB-RUN-FAILED TO TRUE
079700         GO TO 2300-EXIT
079800     END-IF
079900     ADD 1 TO HOB-PLAYER-CT
080000     MOVE HOB-PLAYER-CT TO HOB-PLAYER-IX
080100     MOVE HOB-PLAYER-NAME TO HOB-PT-NAME (HOB-PLAYER-IX)
080200     MOVE ZERO TO HOB-PT-OLD (HOB-PLAYER-IX)
080300     MOVE ZERO TO HOB-PT-NEW (HOB-PLAYER-IX)
080400     MOVE ZERO TO HOB-PT-LAST (HOB-PLAYER-IX)
080500     SET HOB-PLAYER-FOUND TO TRUE.
080600 2300-EXIT.
080700     EXIT.
080800*
080900*    ---------------------------------------------------------
081000*    2310-MATCH-PLAYER
081100*    Tests one table entry against the line's player name.
081200*    ---------------------------------------------------------
081300 2310-MATCH-PLAYER.
081400     IF HOB-PT-NAME (HOB-PLAYER-IX) = HOB-PLAYER-NAME
081500         SET HOB-PLAYER-FOUND TO TRUE
081600     ELSE
081700         ADD 1 TO HOB-PLAYER-IX
081800     END-IF.
081900 2310-EXIT.
082000     EXIT.
082100*
082200*    ---------------------------------------------------------
082300*    3000-PRINT-COMPARISON
082400*    Prints old, new and difference per player, the totals,
082500*    and what could not be rescored.
082600*    ---------------------------------------------------------
082700 3000-PRINT-COMPARISON.
082800     MOVE 1 TO HOB-PLAYER-IX
082900     PERFORM 3100-PRINT-ONE-PLAYER THRU 3100-EXIT
083000         UNTIL HOB-PLAYER-IX > HOB-PLAYER-CT
083100     MOVE SPACES TO HOB-PRINT-LINE
083200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
083300     COMPUTE HOB-DIFF = HOB-NEW-TOTAL - HOB-OLD-TOTAL
083400     MOVE HOB-DIFF TO HOB-DIFF-ED
083500     MOVE SPACES TO HOB-PRINT-LINE
083600     STRING "TOTALT                " HOB-OLD-TOTAL " "
083700         HOB-NEW-TOTAL "  " HOB-DIFF-ED
083800         DELIMITED BY SIZE INTO HOB-PRINT-LINE
083900     END-STRING
084000     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
084100     MOVE SPACES TO HOB-PRINT-LINE
084200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
084300     MOVE SPACES TO HOB-PRINT-LINE
084400     STRING "Omräknade rader: " HOB-SCORED-CT
084500         "   före säsongen: " HOB-OUTSIDE-CT
084600         "   otolkbara: " HOB-BAD-CT
084700         DELIMITED BY SIZE INTO HOB-PRINT-LINE
084800     END-STRING
084900     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
085000     IF HOB-UNNAMED-CT > ZERO
085100         MOVE SPACES TO HOB-PRINT-LINE
085200         STRING "OBS: " HOB-UNNAMED-CT " rader i säsongen "
085300             "saknar registrerat namn - kan inte räknas om"
085400             DELIMITED BY SIZE INTO HOB-PRINT-LINE
085500         END-STRING
085600         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
085700         DISPLAY "HITOMBER: " HOB-UNNAMED-CT " rader utan "
085800             "spelarnamn kan inte räknas om  ** AVVIKELSE **"
085900     END-IF
086000     IF HOB-ERASED-CT > ZERO
086100         MOVE SPACES TO HOB-PRINT-LINE
086200         STRING "Rader från raderade spelare (ANONYM): "
086300             HOB-ERASED-CT " - tas inte med"
086400             DELIMITED BY SIZE INTO HOB-PRINT-LINE
086500         END-STRING
086600         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
086700     END-IF
086800     IF HOB-SEAL-BAD-CT > ZERO
086900         MOVE SPACES TO HOB-PRINT-LINE
087000         STRING "OBS: " HOB-SEAL-BAD-CT " dagar avviker "
087100             "från sigillet (TRANSIGL)"
087200             DELIMITED BY SIZE INTO HOB-PRINT-LINE
087300         END-STRING
087400         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
087500         DISPLAY "HITOMBER: " HOB-SEAL-BAD-CT " dagar avviker "
087600             "från sigillet  ** AVVIKELSE **"
087700     END-IF
087800     IF HOB-SEAL-RESULT NOT = "00"
087900         MOVE "OBS: sigillen kunde inte kontrolleras fullt ut"
088000             TO HOB-PRINT-LINE
088100         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
088200     END-IF
088300     DISPLAY "HITOMBER: gammal summa " HOB-OLD-TOTAL
088400         ", ny summa " HOB-NEW-TOTAL ", skillnad " HOB-DIFF-ED
088500     PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT.
088600 3000-EXIT.
088700     EXIT.
088800*
088900*    ---------------------------------------------------------
089000*    3100-PRINT-ONE-PLAYER
089100*    Prints one player's old and new points and the
089200*    difference.
089300*    ---------------------------------------------------------
089400 3100-PRINT-ONE-PLAYER.
089500     COMPUTE HOB-DIFF = HOB-PT-NEW (HOB-PLAYER-IX)
089600         - HOB-PT-OLD (HOB-PLAYER-IX)
089700     MOVE HOB-DIFF TO HOB-DIFF-ED
089800     MOVE SPACES TO HOB-PRINT-LINE
089900     STRING HOB-PT-NAME (HOB-PLAYER-IX) "    "
090000         HOB-PT-OLD (HOB-PLAYER-IX) "   "
090100         HOB-PT-NEW (HOB-PLAYER-IX) "  " HOB-DIFF-ED
090200         DELIMITED BY SIZE INTO HOB-PRINT-LINE
090300     END-STRING
090400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
090500     ADD 1 TO HOB-PLAYER-IX.
090600 3100-EXIT.
090700     EXIT.
090800*
090900*    ---------------------------------------------------------
091000*    4000-CONFIRM-REPLACE
091100*    Asks the operator before the standings are replaced with
091200*    the rescored totals.  Nothing is offered while any line
091300*    could not be attributed or any day differs from its seal
091400*    or could not be checked - the rescored totals would then
091500*    leave out points the players did score.
091600*    ---------------------------------------------------------
091700 4000-CONFIRM-REPLACE.
091800     IF HOB-UNNAMED-CT > ZERO
091900         OR HOB-SEAL-BAD-CT > ZERO
092000         OR HOB-SEAL-RESULT NOT = "00"
092100         DISPLAY "HITOMBER: historiken är inte fullständig "
092200             "(se rapporten) - SASONG lämnad orörd."
092300         GO TO 4000-EXIT
092400     END-IF
092500     DISPLAY "SASONG ersätts med de omräknade poängen - "
092600         "säker? (J/N): " WITH NO ADVANCING
092700     ACCEPT HOB-CONFIRM
092800     IF HOB-CONFIRM NOT = "J" AND HOB-CONFIRM NOT = "j"
092900         DISPLAY "HITOMBER: SASONG lämnad orörd."
093000         GO TO 4000-EXIT
093100     END-IF
093200     PERFORM 5000-REPLACE-SEASON THRU 5000-EXIT.
093300 4000-EXIT.
093400     EXIT.
093500*
093600*    ---------------------------------------------------------
093700*    5000-REPLACE-SEASON
093800*    Rewrites the standings from the player table - players
093900*    the rescoring leaves with no points drop off, as they
094000*    would never have appeared.
094100*    ---------------------------------------------------------
094200 5000-REPLACE-SEASON.
094300     OPEN OUTPUT SEASON-FILE
094400     IF HOB-SAS-STATUS NOT = "00"
094500         DISPLAY "HITOMBER: kan inte skriva SASONG, status "
094600             HOB-SAS-STATUS
094700         SET HOB-RUN-FAILED TO TRUE
094800         GO TO 5000-EXIT
094900     END-IF
095000     MOVE 1 TO HOB-PLAYER-IX
095100     PERFORM 5100-WRITE-ONE-PLAYER THRU 5100-EXIT
095200         UNTIL HOB-PLAYER-IX > HOB-PLAYER-CT
095300     CLOSE SEASON-FILE
095400     DISPLAY "HITOMBER: SASONG ersatt, " HOB-WRITE-CT
095500         " spelare.".
095600 5000-EXIT.
095700     EXIT.
095800*
095900*    ---------------------------------------------------------
096000*    5100-WRITE-ONE-PLAYER
096100*    Writes one player with rescored points to the standings.
096200*    ---------------------------------------------------------
096300 5100-WRITE-ONE-PLAYER.
096400     IF HOB-PT-NEW (HOB-PLAYER-IX) = ZERO
096500         GO TO 5100-NEXT-PLAYER
096600     END-IF
096700     MOVE HOB-PT-NAME (HOB-PLAYER-IX) TO SAS-NAME
096800     MOVE HOB-PT-NEW (HOB-PLAYER-IX) TO SAS-POINTS
096900     MOVE HOB-PT-LAST (HOB-PLAYER-IX) TO SAS-LAST-DATE
097000     WRITE SEASON-RECORD
097100     IF HOB-SAS-STATUS = "00"
097200         ADD 1 TO HOB-WRITE-CT
097300     ELSE
097400         DISPLAY "HITOMBER: " SAS-NAME " ej skriven, status "
097500             HOB-SAS-STATUS
097600         SET HOB-RUN-FAILED TO TRUE
097700     END-IF.
097800 5100-NEXT-PLAYER.
097900     ADD 1 TO HOB-PLAYER-IX.
098000 5100-EXIT.
098100     EXIT.
098200*
098300*    ---------------------------------------------------------
098400*    8100-OPEN-REPORT
098500*    Opens the dated print file, falling back to the screen
098600*    when it cannot be opened.
098700*    ---------------------------------------------------------
098800 8100-OPEN-REPORT.
098900     MOVE SPACES TO HOB-REPORT-NAME
099000     STRING "OMBRAPP." HOB-RUN-DATE
099100         DELIMITED BY SIZE INTO HOB-REPORT-NAME
099200     END-STRING
099300     OPEN OUTPUT REPORT-FILE
099400     IF HOB-REP-STATUS = "00"
099500         SET HOB-REPORT-IS-OPEN TO TRUE
099600     ELSE
099700         DISPLAY "HITOMBER: kan inte öppna " HOB-REPORT-NAME
099800             ", status " HOB-REP-STATUS
099900             " - rapporten visas på skärmen."
100000     END-IF
100100     MOVE ZERO TO HOB-PAGE-NO
100200     MOVE HOB-PAGE-SIZE TO HOB-LINE-CT.
100300 8100-EXIT.
100400     EXIT.
100500*
100600*    ---------------------------------------------------------
100700*    8200-WRITE-REPORT-LINE
100800*    Writes one report row, breaking to a fresh page with
100900*    title and headings when the page is full.
101000*    ---------------------------------------------------------
101100 8200-WRITE-REPORT-LINE.
101200     IF HOB-LINE-CT NOT < HOB-PAGE-SIZE
101300         PERFORM 8300-NEW-PAGE THRU 8300-EXIT
101400     END-IF
101500     IF HOB-REPORT-IS-OPEN
101600         MOVE HOB-PRINT-LINE TO REPORT-RECORD
101700         WRITE REPORT-RECORD
101800     ELSE
101900         DISPLAY HOB-PRINT-LINE
102000     END-IF
102100     ADD 1 TO HOB-LINE-CT
102200     ADD 1 TO HOB-REP-LINE-CT.
102300 8200-EXIT.
102400     EXIT.
102500*
102600*    ---------------------------------------------------------
102700*    8300-NEW-PAGE
102800*    Starts a fresh page - title line with program, season
102900*    start and page number, then the column headings.
103000*    ---------------------------------------------------------
103100 8300-NEW-PAGE.
103200     ADD 1 TO HOB-PAGE-NO
103300     MOVE ZERO TO HOB-LINE-CT
103400     IF HOB-REPORT-IS-OPEN
103500         MOVE SPACES TO REPORT-RECORD
103600         STRING "HITOMBER - OMRÄKNING FRÅN " HOB-SEASON-START
103700             "  KÖRD " HOB-RUN-DATE "   SIDA " HOB-PAGE-NO
103800             DELIMITED BY SIZE INTO REPORT-RECORD
103900         END-STRING
104000         WRITE REPORT-RECORD
104100         MOVE SPACES TO REPORT-RECORD
104200         STRING "SPELARE                   GAMMAL        NY"
104300             "      DIFF"
104400             DELIMITED BY SIZE INTO REPORT-RECORD
104500         END-STRING
104600         WRITE REPORT-RECORD
104700         MOVE SPACES TO REPORT-RECORD
104800         STRING "------------------------------------------"
104900             "----------"
105000             DELIMITED BY SIZE INTO REPORT-RECORD
105100         END-STRING
105200         WRITE REPORT-RECORD
105300     ELSE
105400         DISPLAY "HITOMBER - OMRÄKNING FRÅN " HOB-SEASON-START
105500             "  KÖRD " HOB-RUN-DATE "   SIDA " HOB-PAGE-NO
105600         DISPLAY "SPELARE                   GAMMAL        NY"
105700             "      DIFF"
105800         DISPLAY "------------------------------------------"
105900             "----------"
106000     END-IF
106100     ADD 3 TO HOB-LINE-CT.
106200 8300-EXIT.
106300     EXIT.
106400*
106500*    ---------------------------------------------------------
106600*    8400-CLOSE-REPORT
106700*    Writes the end-of-report trailer and closes the print
106800*    file.
106900*    ---------------------------------------------------------
107000 8400-CLOSE-REPORT.
107100     MOVE HOB-PLAYER-CT TO HOB-PLAYER-CT-D
107200     MOVE SPACES TO HOB-PRINT-LINE
107300     STRING "*** SLUT PÅ RAPPORT - " HOB-REP-LINE-CT
107400         " rader, " HOB-PLAYER-CT-D " spelare ***"
107500         DELIMITED BY SIZE INTO HOB-PRINT-LINE
107600     END-STRING
107700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
107800     IF HOB-REPORT-IS-OPEN
107900         CLOSE REPORT-FILE
108000         MOVE "N" TO HOB-REP-OPEN-SW
108100         DISPLAY "HITOMBER: rapport skriven till "
108200             HOB-REPORT-NAME
108300     END-IF.
108400 8400-EXIT.
108500     EXIT.
108600*
108700*    ---------------------------------------------------------
108800*    9999-TERMINATE
108900*    ---------------------------------------------------------
109000 9999-TERMINATE.
109100     IF HOB-REG-IS-OPEN
109200         CLOSE REGISTRY-FILE
109300         MOVE "N" TO HOB-REG-OPEN-SW
109400     END-IF
109500     IF HOB-REPORT-IS-OPEN
109600         PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT
109700     END-IF
109800     IF HOB-RUN-FAILED
109900         MOVE 8 TO RETURN-CODE
110000     END-IF.
110100 9999-EXIT.
110200     EXIT.
