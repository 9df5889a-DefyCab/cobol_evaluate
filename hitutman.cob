000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitutman.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - daily challenge report.
001100*                      For every day on the challenge calendar
001200*                      (HITUTMAN) up to today it shows the
001300*                      featured ending and bonus, how many
001400*                      players attempted the challenge - played a
001500*                      named session that day, so were told of
001600*                      it - how many completed it by reaching the
001700*                      featured ending, and the bonus points paid
001800*                      out.  The days are counted from the
001900*                      TRANARC archives from the first challenge
002000*                      month onward, then the live TRANLOG, to
002100*                      a dated print file (UTMRAPP.ÅÅÅÅMMDD).
002200*                      Ends with RETURN-CODE 8 when anything
002300*                      failed.
002400*    15/10/2026  LB   The lines read are checked against their
002500*                      day seals on TRANSIGL (Hitsigil); days
002600*                      that differ are counted on the report.
002700*    15/10/2026  LB   Asks for the first month to report, two
002800*                      months back by default; calendar days
002900*                      before it are left out, so the archive
003000*                      walk and the player/day table stay the
003100*                      size of the window.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CHALLENGE-FILE ASSIGN TO "HITUTMAN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS HUT-CHL-STATUS.
004100     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS HUT-TRAN-STATUS.
004400     SELECT ARCHIVE-FILE ASSIGN USING HUT-ARCHIVE-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS HUT-ARC-STATUS.
004700     SELECT REPORT-FILE ASSIGN USING HUT-REPORT-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS HUT-REP-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CHALLENGE-FILE.
005300 01  CHALLENGE-RECORD           PIC X(40).
005400 FD  TRANSCRIPT-FILE.
005500 01  TRANSCRIPT-RECORD          PIC X(160).
005600 FD  ARCHIVE-FILE.
005700 01  ARCHIVE-RECORD             PIC X(160).
005800 FD  REPORT-FILE.
005900 01  REPORT-RECORD              PIC X(80).
006000 WORKING-STORAGE SECTION.
006100*
006200*    Layout of one transcript detail line, matching
006300*    HIT-TRANSCRIPT-DETAIL in the interactive program.
006400 01  HUT-TRANSCRIPT-DETAIL.
006500     05  HUT-SESSION-ID       PIC X(08).
006600     05  FILLER               PIC X(01).
006700     05  HUT-TIMESTAMP.
006800         10  HUT-TS-DATE          PIC 9(08).
006900         10  HUT-TS-TIME          PIC X(06).
007000     05  FILLER               PIC X(01).
007100     05  HUT-CHOICE-ONE       PIC X(01).
007200     05  FILLER               PIC X(01).
007300     05  HUT-CHOICE-TWO       PIC X(01).
007400     05  FILLER               PIC X(01).
007500     05  HUT-CHOICE-TYPE      PIC X(10).
007600     05  FILLER               PIC X(01).
007700     05  HUT-INVALID-CT       PIC X(02).
007800     05  FILLER               PIC X(01).
007900     05  HUT-ENDING-TEXT      PIC X(90).
008000     05  FILLER               PIC X(01).
008100     05  HUT-PLAYER-NAME      PIC X(20).
008200     05  FILLER               PIC X(01).
008300     05  HUT-PICKUP-CT        PIC X(01).
008400     05  FILLER               PIC X(01).
008500     05  HUT-BONUS-POINTS     PIC 9(04).
008600*
008700*    Layout of one challenge-calendar line, matching
008800*    HIT-CHALLENGE-DETAIL in the interactive program.
008900 01  HUT-CHALLENGE-DETAIL.
009000     05  HCH-DATE             PIC 9(08).
009100     05  FILLER               PIC X(01).
009200     05  HCH-ENDING-CODE      PIC 9(01).
009300     05  FILLER               PIC X(01).
009400     05  HCH-SUB-CODE         PIC 9(01).
009500     05  FILLER               PIC X(01).
009600     05  HCH-BONUS            PIC 9(04).
009700     05  FILLER               PIC X(01).
009800     05  HCH-NOTE             PIC X(22).
009900 01  HUT-CHL-STATUS           PIC X(02) VALUE "00".
010000 01  HUT-TRAN-STATUS          PIC X(02) VALUE "00".
010100 01  HUT-ARC-STATUS           PIC X(02) VALUE "00".
010200 01  HUT-EOF-SW               PIC X(01) VALUE "N".
010300     88  HUT-NO-MORE-RECORDS      VALUE "Y".
010400 01  HUT-ERROR-SW             PIC X(01) VALUE "N".
010500     88  HUT-RUN-FAILED           VALUE "Y".
010600 01  HUT-RUN-DATE             PIC 9(08) VALUE ZERO.
010700 01  HUT-RUN-MONTH            PIC 9(06) VALUE ZERO.
010800 01  HUT-RUN-MONTH-X REDEFINES HUT-RUN-MONTH.
010900     05  HUT-RUN-YEAR         PIC 9(04).
011000     05  HUT-RUN-MON          PIC 9(02).
011100 01  HUT-FROM-MONTH           PIC 9(06) VALUE ZERO.
011200 01  HUT-FROM-MONTH-X REDEFINES HUT-FROM-MONTH.
011300     05  HUT-FROM-YEAR        PIC 9(04).
011400     05  HUT-FROM-MON         PIC 9(02).
011500 01  HUT-DEFAULT-MONTH        PIC 9(06) VALUE ZERO.
011600 01  HUT-SCAN-MONTH           PIC 9(06) VALUE ZERO.
011700 01  HUT-SCAN-MONTH-X REDEFINES HUT-SCAN-MONTH.
011800     05  HUT-SCAN-YEAR        PIC 9(04).
011900     05  HUT-SCAN-MON         PIC 9(02).
012000 01  HUT-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
012100 01  HUT-LINE-IN              PIC X(160) VALUE SPACES.
012200*
012300*    One entry per challenge day up to today, with what the
012400*    transcript lines of that day show.
012500 01  HUT-DAY-TABLE.
012600     05  HUT-DAY-ENTRY OCCURS 400 TIMES.
012700         10  HUT-DY-DATE      PIC 9(08).
012800         10  HUT-DY-ENDING    PIC 9(01).
012900         10  HUT-DY-SUB       PIC 9(01).
013000         10  HUT-DY-BONUS     PIC 9(04).
013100         10  HUT-DY-PLAYED    PIC 9(05).
013200         10  HUT-DY-DONE      PIC 9(05).
013300         10  HUT-DY-PAID      PIC 9(07).
013400 01  HUT-DAY-CT               PIC 9(03) COMP VALUE ZERO.
013500 01  HUT-DAY-IX               PIC 9(03) COMP VALUE ZERO.
013600 01  HUT-DAY-FOUND-SW         PIC X(01) VALUE "N".
013700     88  HUT-DAY-FOUND            VALUE "Y".
013800*
013900*    One entry per player seen on a challenge day, so each
014000*    player counts once per day however often they played.
014100 01  HUT-PAIR-TABLE.
014200     05  HUT-PAIR-ENTRY OCCURS 5000 TIMES.
014300         10  HUT-PR-DAY       PIC 9(03) COMP.
014400         10  HUT-PR-NAME      PIC X(20).
014500         10  HUT-PR-DONE-SW   PIC X(01).
014600 01  HUT-PAIR-CT              PIC 9(04) COMP VALUE ZERO.
014700 01  HUT-PAIR-IX              PIC 9(04) COMP VALUE ZERO.
014800 01  HUT-PAIR-FOUND-SW        PIC X(01) VALUE "N".
014900     88  HUT-PAIR-FOUND           VALUE "Y".
015000 01  HUT-ENDING-TEXT-W        PIC X(20) VALUE SPACES.
015100*
015200*    Print-file control - dated report name, page layout and
015300*    the line every report row passes through.  When the print
015400*    file cannot be opened the rows fall back to the screen.
015500 01  HUT-REP-STATUS           PIC X(02) VALUE "00".
015600 01  HUT-REPORT-NAME          PIC X(16) VALUE SPACES.
015700 01  HUT-REP-OPEN-SW          PIC X(01) VALUE "N".
015800     88  HUT-REPORT-IS-OPEN       VALUE "Y".
015900 01  HUT-PRINT-LINE           PIC X(80) VALUE SPACES.
016000 01  HUT-PAGE-NO              PIC 9(04) VALUE ZERO.
016100 01  HUT-LINE-CT              PIC 9(02) VALUE 99.
016200 01  HUT-PAGE-SIZE            PIC 9(02) VALUE 60.
016300 77  HUT-REP-LINE-CT          PIC 9(06) VALUE ZERO.
016400 77  HUT-UNNAMED-CT           PIC 9(06) VALUE ZERO.
016500 77  HUT-BAD-CT               PIC 9(06) VALUE ZERO.
016600 77  HUT-PLAYED-TOTAL         PIC 9(06) VALUE ZERO.
016700 77  HUT-DONE-TOTAL           PIC 9(06) VALUE ZERO.
016800 77  HUT-PAID-TOTAL           PIC 9(07) VALUE ZERO.
016900*
017000*    Day-seal request passed to Hitsigil - layout must match
017100*    SGQ-REQUEST there.
017200 01  HUT-SEAL-REQUEST.
017300     05  HUT-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
017400     05  HUT-SEAL-CALLER      PIC X(08) VALUE "HITUTMAN".
017500     05  HUT-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
017600     05  HUT-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
017700     05  HUT-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
017800     05  HUT-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
017900     05  HUT-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
018000     05  HUT-SEAL-RESULT      PIC X(02) VALUE "00".
018100 01  HUT-SEAL-LINE            PIC X(160) VALUE SPACES.
018200 01  HUT-SEAL-SW              PIC X(01) VALUE "N".
018300     88  HUT-SEAL-UNAVAILABLE     VALUE "Y".
018400 PROCEDURE DIVISION.
018500*
018600*    ---------------------------------------------------------
018700*    0000-MAINLINE
018800*    Loads the challenge days, counts their transcript lines
018900*    and prints the report.
019000*    ---------------------------------------------------------
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019300     IF NOT HUT-RUN-FAILED AND HUT-DAY-CT > ZERO
019400         PERFORM 1500-PROCESS-ARCHIVES THRU 1500-EXIT
019500         PERFORM 1800-PROCESS-TRANLOG THRU 1800-EXIT
019600         PERFORM 1900-CHECK-SEALS THRU 1900-EXIT
019700     END-IF
019800     IF NOT HUT-RUN-FAILED
019900         PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
020000     END-IF
020100     PERFORM 9999-TERMINATE THRU 9999-EXIT
020200     GOBACK.
020300*
020400*    ---------------------------------------------------------
020500*    1000-INITIALIZE
020600*    Asks for the first month to report - two months before
020700*    the run month unless another is given - then loads the
020800*    challenge calendar from that month up to today and sets
020900*    the first month to scan to the earliest challenge day's.
021000*    ---------------------------------------------------------
021100 1000-INITIALIZE.
021200     ACCEPT HUT-RUN-DATE FROM DATE YYYYMMDD
021300     MOVE HUT-RUN-DATE (1:6) TO HUT-RUN-MONTH
021400     MOVE "INIT" TO HUT-SEAL-FUNCTION
021500     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
021600     DISPLAY "HITUTMAN - DAGENS UTMANING " HUT-RUN-DATE
021700     IF HUT-RUN-MON > 2
021800         MOVE HUT-RUN-YEAR TO HUT-FROM-YEAR
021900         COMPUTE HUT-FROM-MON = HUT-RUN-MON - 2
022000     ELSE
022100         COMPUTE HUT-FROM-YEAR = HUT-RUN-YEAR - 1
022200         COMPUTE HUT-FROM-MON = HUT-RUN-MON + 10
022300     END-IF
022400     MOVE HUT-FROM-MONTH TO HUT-DEFAULT-MONTH
022500     DISPLAY "Från månad (ÅÅÅÅMM, Enter = " HUT-FROM-MONTH
022600         "): " WITH NO ADVANCING
022700     ACCEPT HUT-FROM-MONTH
022800     IF HUT-FROM-MONTH = ZERO
022900         MOVE HUT-DEFAULT-MONTH TO HUT-FROM-MONTH
023000     END-IF
023100     IF HUT-FROM-MON < 1 OR HUT-FROM-MON > 12
023200         OR HUT-FROM-MONTH > HUT-RUN-MONTH
023300         DISPLAY "HITUTMAN: ogiltig månad."
023400         SET HUT-RUN-FAILED TO TRUE
023500         GO TO 1000-EXIT
023600     END-IF
023700     OPEN INPUT CHALLENGE-FILE
023800     IF HUT-CHL-STATUS = "35"
023900         DISPLAY "HITUTMAN: ingen utmaningskalender (HITUTMAN)."
024000         GO TO 1000-EXIT
024100     END-IF
024200     IF HUT-CHL-STATUS NOT = "00"
024300         DISPLAY "HITUTMAN: kan inte öppna HITUTMAN, status "
024400             HUT-CHL-STATUS
024500         SET HUT-RUN-FAILED TO TRUE
024600         GO TO 1000-EXIT
024700     END-IF
024800     MOVE HUT-RUN-MONTH TO HUT-SCAN-MONTH
024900     MOVE "N" TO HUT-EOF-SW
025000     PERFORM 1100-LOAD-ONE-DAY THRU 1100-EXIT
025100         UNTIL HUT-NO-MORE-RECORDS
025200     CLOSE CHALLENGE-FILE.
025300 1000-EXIT.
025400     EXIT.
025500*
025600*    ---------------------------------------------------------
025700*    1100-LOAD-ONE-DAY
025800*    Reads one calendar line and keeps it when it falls from
025900*    the first month reported up to today.  A later line for
026000*    a date already held replaces it, as it does in the game.
026100*    Note lines are passed over.
026200*    ---------------------------------------------------------
026300 1100-LOAD-ONE-DAY.
026400     READ CHALLENGE-FILE INTO HUT-CHALLENGE-DETAIL
026500         AT END
026600             SET HUT-NO-MORE-RECORDS TO TRUE
026700             GO TO 1100-EXIT
026800     END-READ
026900     IF HCH-DATE NOT NUMERIC
027000         OR HCH-ENDING-CODE NOT NUMERIC
027100         OR HCH-SUB-CODE NOT NUMERIC
027200         OR HCH-BONUS NOT NUMERIC
027300         GO TO 1100-EXIT
027400     END-IF
027500     IF HCH-DATE > HUT-RUN-DATE
027600         OR HCH-DATE (1:6) < HUT-FROM-MONTH
027700         GO TO 1100-EXIT
027800     END-IF
027900     PERFORM 2100-FIND-DAY THRU 2100-EXIT
028000     IF NOT HUT-DAY-FOUND
028100         IF HUT-DAY-CT NOT < 400
028200             DISPLAY "HITUTMAN: dagtabellen full - " HCH-DATE
028300                 " ryms inte."
028400             SET HUT-RUN-FAILED TO TRUE
028500             GO TO 1100-EXIT
028600         END-IF
028700         ADD 1 TO HUT-DAY-CT
028800         MOVE HUT-DAY-CT TO HUT-DAY-IX
028900     END-IF
029000     MOVE HCH-DATE TO HUT-DY-DATE (HUT-DAY-IX)
029100     MOVE HCH-ENDING-CODE TO HUT-DY-ENDING (HUT-DAY-IX)
029200     MOVE HCH-SUB-CODE TO HUT-DY-SUB (HUT-DAY-IX)
029300     MOVE HCH-BONUS TO HUT-DY-BONUS (HUT-DAY-IX)
029400     MOVE ZERO TO HUT-DY-PLAYED (HUT-DAY-IX)
029500     MOVE ZERO TO HUT-DY-DONE (HUT-DAY-IX)
029600     MOVE ZERO TO HUT-DY-PAID (HUT-DAY-IX)
029700     IF HCH-DATE (1:6) < HUT-SCAN-MONTH
029800         MOVE HCH-DATE (1:6) TO HUT-SCAN-MONTH
029900     END-IF.
030000 1100-EXIT.
030100     EXIT.
030200*
030300*    ---------------------------------------------------------
030400*    1500-PROCESS-ARCHIVES
030500*    Walks the TRANARC archives month by month from the first
030600*    challenge month up to, not including, the current month
030700*    - that one is still on the live log.
030800*    ---------------------------------------------------------
030900 1500-PROCESS-ARCHIVES.
031000     PERFORM 1600-PROCESS-ONE-ARCHIVE THRU 1600-EXIT
031100         UNTIL HUT-SCAN-MONTH NOT < HUT-RUN-MONTH.
031200 1500-EXIT.
031300     EXIT.
031400*
031500*    ---------------------------------------------------------
031600*    1600-PROCESS-ONE-ARCHIVE
031700*    Reads one month's archive - a month with no archive file
031800*    simply had nothing archived - then steps to the next
031900*    month.
032000*    ---------------------------------------------------------
032100 1600-PROCESS-ONE-ARCHIVE.
032200     MOVE SPACES TO HUT-ARCHIVE-NAME
032300     STRING "TRANARC." HUT-SCAN-MONTH
032400         DELIMITED BY SIZE INTO HUT-ARCHIVE-NAME
032500     END-STRING
032600     OPEN INPUT ARCHIVE-FILE
032700     IF HUT-ARC-STATUS = "35"
032800         GO TO 1600-NEXT-MONTH
032900     END-IF
033000     IF HUT-ARC-STATUS NOT = "00"
033100         DISPLAY "HITUTMAN: kan inte öppna " HUT-ARCHIVE-NAME
033200             ", status " HUT-ARC-STATUS
033300         SET HUT-RUN-FAILED TO TRUE
033400         GO TO 1600-NEXT-MONTH
033500     END-IF
033600     MOVE "FIL " TO HUT-SEAL-FUNCTION
033700     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
033800     MOVE "N" TO HUT-EOF-SW
033900     READ ARCHIVE-FILE
034000         AT END
034100             SET HUT-NO-MORE-RECORDS TO TRUE
034200     END-READ
034300     PERFORM 1610-COUNT-ARCHIVE-LINE THRU 1610-EXIT
034400         UNTIL HUT-NO-MORE-RECORDS
034500     CLOSE ARCHIVE-FILE.
034600 1600-NEXT-MONTH.
034700     IF HUT-SCAN-MON = 12
034800         ADD 1 TO HUT-SCAN-YEAR
034900         MOVE 01 TO HUT-SCAN-MON
035000     ELSE
035100         ADD 1 TO HUT-SCAN-MON
035200     END-IF.
035300 1600-EXIT.
035400     EXIT.
035500*
035600*    ---------------------------------------------------------
035700*    1610-COUNT-ARCHIVE-LINE
035800*    Counts one archive line - the ARKIV trailers Hitarch
035900*    writes are passed over - and primes the next line.
036000*    ---------------------------------------------------------
036100 1610-COUNT-ARCHIVE-LINE.
036200     MOVE "RAD " TO HUT-SEAL-FUNCTION
036300     MOVE ARCHIVE-RECORD TO HUT-SEAL-LINE
036400     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
036500     IF ARCHIVE-RECORD (1:6) NOT = "ARKIV "
036600         MOVE ARCHIVE-RECORD TO HUT-LINE-IN
036700         PERFORM 2000-COUNT-LINE THRU 2000-EXIT
036800     END-IF
036900     READ ARCHIVE-FILE
037000         AT END
037100             SET HUT-NO-MORE-RECORDS TO TRUE
037200     END-READ.
037300 1610-EXIT.
037400     EXIT.
037500*
037600*    ---------------------------------------------------------
037700*    1800-PROCESS-TRANLOG
037800*    Reads the live transcript log after the archives.
037900*    ---------------------------------------------------------
038000 1800-PROCESS-TRANLOG.
038100     OPEN INPUT TRANSCRIPT-FILE
038200     IF HUT-TRAN-STATUS = "35"
038300         GO TO 1800-EXIT
038400     END-IF
038500     IF HUT-TRAN-STATUS NOT = "00"
038600         DISPLAY "HITUTMAN: kan inte öppna TRANLOG, status "
038700             HUT-TRAN-STATUS
038800         SET HUT-RUN-FAILED TO TRUE
038900         GO TO 1800-EXIT
039000     END-IF
039100     MOVE "FIL " TO HUT-SEAL-FUNCTION
039200     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
039300     MOVE "N" TO HUT-EOF-SW
039400     READ TRANSCRIPT-FILE
039500         AT END
039600             SET HUT-NO-MORE-RECORDS TO TRUE
039700     END-READ
039800     PERFORM 1810-COUNT-LIVE-LINE THRU 1810-EXIT
039900         UNTIL HUT-NO-MORE-RECORDS
040000     CLOSE TRANSCRIPT-FILE.
040100 1800-EXIT.
040200     EXIT.
040300*
040400*    ---------------------------------------------------------
040500*    1810-COUNT-LIVE-LINE
040600*    Counts one live transcript line and primes the next.
040700*    ---------------------------------------------------------
040800 1810-COUNT-LIVE-LINE.
040900     MOVE "RAD " TO HUT-SEAL-FUNCTION
041000     MOVE TRANSCRIPT-RECORD TO HUT-SEAL-LINE
041100     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
041200     MOVE TRANSCRIPT-RECORD TO HUT-LINE-IN
041300     PERFORM 2000-COUNT-LINE THRU 2000-EXIT
041400     READ TRANSCRIPT-FILE
041500         AT END
041600             SET HUT-NO-MORE-RECORDS TO TRUE
041700     END-READ.
041800 1810-EXIT.
041900     EXIT.
042000*
042100*    ---------------------------------------------------------
042200*    1900-CHECK-SEALS
042300*    Checks the days read against their seals.  The seal
042400*    routine shows each day that differs on the console.
042500*    ---------------------------------------------------------
042600 1900-CHECK-SEALS.
042700     MOVE "KOLL" TO HUT-SEAL-FUNCTION
042800     PERFORM 1950-CALL-SEAL THRU 1950-EXIT
042900     IF HUT-SEAL-UNAVAILABLE
043000         MOVE "90" TO HUT-SEAL-RESULT
043100     END-IF.
043200 1900-EXIT.
043300     EXIT.
043400*
043500*    ---------------------------------------------------------
043600*    1950-CALL-SEAL
043700*    Passes the request in hand to the shared seal routine.
043800*    ---------------------------------------------------------
043900 1950-CALL-SEAL.
044000     IF HUT-SEAL-UNAVAILABLE
044100         GO TO 1950-EXIT
044200     END-IF
044300     CALL "HITSIGIL" USING HUT-SEAL-REQUEST HUT-SEAL-LINE
044400         ON EXCEPTION
044500             DISPLAY "HITUTMAN: HITSIGIL kunde inte startas."
044600             SET HUT-SEAL-UNAVAILABLE TO TRUE
044700     END-CALL.
044800 1950-EXIT.
044900     EXIT.
045000*
045100*    ---------------------------------------------------------
045200*    2000-COUNT-LINE
045300*    Counts the line in HUT-LINE-IN against its challenge day.
045400*    The first line of a player on the day counts them as an
045500*    attempt; their first line reaching the featured ending
045600*    counts them as completed.  Lines on other days are
045700*    ignored; unparsable and unnamed lines are only counted.
045800*    ---------------------------------------------------------
045900 2000-COUNT-LINE.
046000     MOVE HUT-LINE-IN TO HUT-TRANSCRIPT-DETAIL
046100     IF HUT-TS-DATE NOT NUMERIC
046200         ADD 1 TO HUT-BAD-CT
046300         GO TO 2000-EXIT
046400     END-IF
046500     MOVE HUT-TS-DATE TO HCH-DATE
046600     PERFORM 2100-FIND-DAY THRU 2100-EXIT
046700     IF NOT HUT-DAY-FOUND
046800         GO TO 2000-EXIT
046900     END-IF
047000     IF HUT-PLAYER-NAME = SPACES
047100         OR HUT-PLAYER-NAME = "ANONYM"
047200         ADD 1 TO HUT-UNNAMED-CT
047300         GO TO 2000-EXIT
047400     END-IF
047500     PERFORM 2300-FIND-PAIR THRU 2300-EXIT
047600     IF NOT HUT-PAIR-FOUND
047700         GO TO 2000-EXIT
047800     END-IF
047900     IF HUT-BONUS-POINTS NUMERIC
048000         ADD HUT-BONUS-POINTS TO HUT-DY-PAID (HUT-DAY-IX)
048100     END-IF
048200     IF HUT-PR-DONE-SW (HUT-PAIR-IX) = "J"
048300         GO TO 2000-EXIT
048400     END-IF
048500     IF HUT-CHOICE-ONE = HUT-DY-ENDING (HUT-DAY-IX)
048600         AND HUT-CHOICE-TWO = HUT-DY-SUB (HUT-DAY-IX)
048700         MOVE "J" TO HUT-PR-DONE-SW (HUT-PAIR-IX)
048800         ADD 1 TO HUT-DY-DONE (HUT-DAY-IX)
048900     END-IF.
049000 2000-EXIT.
049100     EXIT.
049200*
049300*    ---------------------------------------------------------
049400*    2100-FIND-DAY
049500*    Finds the challenge day for the date in HCH-DATE.
049600*    ---------------------------------------------------------
049700 2100-FIND-DAY.
049800     MOVE "N" TO HUT-DAY-FOUND-SW
049900     MOVE 1 TO HUT-DAY-IX
050000     PERFORM 2110-MATCH-DAY THRU 2110-EXIT
050100         UNTIL HUT-DAY-FOUND
050200         OR HUT-DAY-IX > HUT-DAY-CT.
050300 2100-EXIT.
050400     EXIT.
050500*
050600*    ---------------------------------------------------------
050700*    2110-MATCH-DAY
050800*    Tests one day-table entry against the date in hand.
050900*    ---------------------------------------------------------
051000 2110-MATCH-DAY.
051100     IF HUT-DY-DATE (HUT-DAY-IX) = HCH-DATE
051200         SET HUT-DAY-FOUND TO TRUE
051300     ELSE
051400         ADD 1 TO HUT-DAY-IX
051500     END-IF.
051600 2110-EXIT.
051700     EXIT.
051800*
051900*    ---------------------------------------------------------
052000*    2300-FIND-PAIR
052100*    Finds the line's player on the line's day, adding a new
052200*    entry - and an attempt for the day - the first time the
052300*    player is seen on it.
052400*    ---------------------------------------------------------
052500 2300-FIND-PAIR.
052600     MOVE "N" TO HUT-PAIR-FOUND-SW
052700     MOVE 1 TO HUT-PAIR-IX
052800     PERFORM 2310-MATCH-PAIR THRU 2310-EXIT
052900         UNTIL HUT-PAIR-FOUND
053000         OR HUT-PAIR-IX > HUT-PAIR-CT
053100     IF HUT-PAIR-FOUND
053200         GO TO 2300-EXIT
053300     END-IF
053400     IF HUT-PAIR-CT NOT < 5000
053500         DISPLAY "HITUTMAN: spelartabellen full - "
053600             HUT-PLAYER-NAME " ryms inte."
053700         SET HUT-RUN-FAILED TO TRUE
053800         GO TO 2300-EXIT
053900     END-IF
054000     ADD 1 TO HUT-PAIR-CT
054100     MOVE HUT-PAIR-CT TO HUT-PAIR-IX
054200     MOVE HUT-DAY-IX TO HUT-PR-DAY (HUT-PAIR-IX)
054300     MOVE HUT-PLAYER-NAME TO HUT-PR-NAME (HUT-PAIR-IX)
054400     MOVE "N" TO HUT-PR-DONE-SW (HUT-PAIR-IX)
054500     ADD 1 TO HUT-DY-PLAYED (HUT-DAY-IX)
054600     SET HUT-PAIR-FOUND TO TRUE.
054700 2300-EXIT.
054800     EXIT.
054900*
055000*    ---------------------------------------------------------
055100*    2310-MATCH-PAIR
055200*    Tests one player/day entry against the line in hand.
055300*    ---------------------------------------------------------
055400 2310-MATCH-PAIR.
055500     IF HUT-PR-DAY (HUT-PAIR-IX) = HUT-DAY-IX
055600         AND HUT-PR-NAME (HUT-PAIR-IX) = HUT-PLAYER-NAME
055700         SET HUT-PAIR-FOUND TO TRUE
055800     ELSE
055900         ADD 1 TO HUT-PAIR-IX
056000     END-IF.
056100 2310-EXIT.
056200     EXIT.
056300*
056400*    ---------------------------------------------------------
056500*    3000-PRINT-REPORT
056600*    One line per challenge day in calendar order, then the
056700*    totals and the lines that could not be counted.
056800*    ---------------------------------------------------------
056900 3000-PRINT-REPORT.
057000     PERFORM 8100-OPEN-REPORT THRU 8100-EXIT
057100     IF HUT-DAY-CT = ZERO
057200         MOVE "Inga utmaningsdagar i kalendern." TO HUT-PRINT-LINE
057300         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
057400     END-IF
057500     MOVE 1 TO HUT-DAY-IX
057600     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
057700         UNTIL HUT-DAY-IX > HUT-DAY-CT
057800     MOVE SPACES TO HUT-PRINT-LINE
057900     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
058000     MOVE SPACES TO HUT-PRINT-LINE
058100     STRING "Totalt                                  "
058200         HUT-PLAYED-TOTAL "  " HUT-DONE-TOTAL "  " HUT-PAID-TOTAL
058300         DELIMITED BY SIZE INTO HUT-PRINT-LINE
058400     END-STRING
058500     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
058600     MOVE SPACES TO HUT-PRINT-LINE
058700     STRING "Rader utan spelarnamn på utmaningsdagar "
058800         HUT-UNNAMED-CT
058900         DELIMITED BY SIZE INTO HUT-PRINT-LINE
059000     END-STRING
059100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
059200     MOVE SPACES TO HUT-PRINT-LINE
059300     STRING "Otolkbara transkriptrader ............. "
059400         HUT-BAD-CT
059500         DELIMITED BY SIZE INTO HUT-PRINT-LINE
059600     END-STRING
059700     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
059800     MOVE SPACES TO HUT-PRINT-LINE
059900     STRING "Dagar som avviker från sigillet ....... "
060000         HUT-SEAL-BAD-CT
060100         DELIMITED BY SIZE INTO HUT-PRINT-LINE
060200     END-STRING
060300     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
060400     IF HUT-SEAL-RESULT NOT = "00"
060500         MOVE "Sigillen kunde inte kontrolleras fullt ut."
060600             TO HUT-PRINT-LINE
060700         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
060800     END-IF
060900     PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT.
061000 3000-EXIT.
061100     EXIT.
061200*
061300*    ---------------------------------------------------------
061400*    3100-PRINT-ONE-DAY
061500*    Prints one challenge day and adds it to the totals.
061600*    ---------------------------------------------------------
061700 3100-PRINT-ONE-DAY.
061800     PERFORM 3200-SET-ENDING-TEXT THRU 3200-EXIT
061900     MOVE SPACES TO HUT-PRINT-LINE
062000     STRING HUT-DY-DATE (HUT-DAY-IX) " "
062100         HUT-DY-ENDING (HUT-DAY-IX) "/" HUT-DY-SUB (HUT-DAY-IX)
062200         " " HUT-ENDING-TEXT-W " " HUT-DY-BONUS (HUT-DAY-IX)
062300         "   " HUT-DY-PLAYED (HUT-DAY-IX)
062400         "   " HUT-DY-DONE (HUT-DAY-IX)
062500         "  " HUT-DY-PAID (HUT-DAY-IX)
062600         DELIMITED BY SIZE INTO HUT-PRINT-LINE
062700     END-STRING
062800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
062900     ADD HUT-DY-PLAYED (HUT-DAY-IX) TO HUT-PLAYED-TOTAL
063000     ADD HUT-DY-DONE (HUT-DAY-IX) TO HUT-DONE-TOTAL
063100     ADD HUT-DY-PAID (HUT-DAY-IX) TO HUT-PAID-TOTAL
063200     ADD 1 TO HUT-DAY-IX.
063300 3100-EXIT.
063400     EXIT.
063500*
063600*    ---------------------------------------------------------
063700*    3200-SET-ENDING-TEXT
063800*    Maps the day's featured code/sub-code to the wording used
063900*    on the menus.
064000*    ---------------------------------------------------------
064100 3200-SET-ENDING-TEXT.
064200     EVALUATE TRUE
064300         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 1
064400             AND HUT-DY-SUB (HUT-DAY-IX) = 0
064500             MOVE "vänster" TO HUT-ENDING-TEXT-W
064600         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 1
064700             AND HUT-DY-SUB (HUT-DAY-IX) = 1
064800             MOVE "vänster/muggen" TO HUT-ENDING-TEXT-W
064900         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 2
065000             AND HUT-DY-SUB (HUT-DAY-IX) = 1
065100             MOVE "höger/dusch" TO HUT-ENDING-TEXT-W
065200         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 2
065300             AND HUT-DY-SUB (HUT-DAY-IX) = 2
065400             MOVE "höger/skåpet" TO HUT-ENDING-TEXT-W
065500         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 2
065600             AND HUT-DY-SUB (HUT-DAY-IX) = 3
065700             MOVE "höger/ut igen" TO HUT-ENDING-TEXT-W
065800         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 3
065900             AND HUT-DY-SUB (HUT-DAY-IX) = 1
066000             MOVE "framåt/sången" TO HUT-ENDING-TEXT-W
066100         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 3
066200             AND HUT-DY-SUB (HUT-DAY-IX) = 2
066300             MOVE "framåt/vidare" TO HUT-ENDING-TEXT-W
066400         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 3
066500             AND HUT-DY-SUB (HUT-DAY-IX) = 3
066600             MOVE "framåt/vände om" TO HUT-ENDING-TEXT-W
066700         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 3
066800             AND HUT-DY-SUB (HUT-DAY-IX) = 4
066900             MOVE "framåt/plåstret" TO HUT-ENDING-TEXT-W
067000         WHEN HUT-DY-ENDING (HUT-DAY-IX) = 4
067100             AND HUT-DY-SUB (HUT-DAY-IX) = 0
067200             MOVE "bakåt" TO HUT-ENDING-TEXT-W
067300         WHEN OTHER
067400             MOVE "okänt" TO HUT-ENDING-TEXT-W
067500     END-EVALUATE.
067600 3200-EXIT.
067700     EXIT.
067800*
067900*    ---------------------------------------------------------
068000*    8100-OPEN-REPORT
068100*    Opens the dated print file.  When it cannot be opened
068200*    the report rows fall back to the screen instead.
068300*    ---------------------------------------------------------
068400 8100-OPEN-REPORT.
068500     MOVE SPACES TO HUT-REPORT-NAME
068600     STRING "UTMRAPP." HUT-RUN-DATE
068700         DELIMITED BY SIZE INTO HUT-REPORT-NAME
068800     END-STRING
068900     OPEN OUTPUT REPORT-FILE
069000     IF HUT-REP-STATUS = "00"
069100         SET HUT-REPORT-IS-OPEN TO TRUE
069200     ELSE
069300         DISPLAY "HITUTMAN: kan inte öppna " HUT-REPORT-NAME
069400             ", status " HUT-REP-STATUS
069500             " - rapporten visas på skärmen."
069600     END-IF
069700     MOVE ZERO TO HUT-PAGE-NO
069800     MOVE HUT-PAGE-SIZE TO HUT-LINE-CT.
069900 8100-EXIT.
070000     EXIT.
070100*
070200*    ---------------------------------------------------------
070300*    8200-WRITE-REPORT-LINE
070400*    Writes one report row, breaking to a fresh page with
070500*    title and headings when the page is full.
070600*    ---------------------------------------------------------
070700 8200-WRITE-REPORT-LINE.
070800     IF HUT-LINE-CT NOT < HUT-PAGE-SIZE
070900         PERFORM 8300-NEW-PAGE THRU 8300-EXIT
071000     END-IF
071100     IF HUT-REPORT-IS-OPEN
071200         MOVE HUT-PRINT-LINE TO REPORT-RECORD
071300         WRITE REPORT-RECORD
071400     ELSE
071500         DISPLAY HUT-PRINT-LINE
071600     END-IF
071700     ADD 1 TO HUT-LINE-CT
071800     ADD 1 TO HUT-REP-LINE-CT.
071900 8200-EXIT.
072000     EXIT.
072100*
072200*    ---------------------------------------------------------
072300*    8300-NEW-PAGE
072400*    Starts a fresh page - title line with program, run date
072500*    and page number, then the headings.
072600*    ---------------------------------------------------------
072700 8300-NEW-PAGE.
072800     ADD 1 TO HUT-PAGE-NO
072900     MOVE ZERO TO HUT-LINE-CT
073000     IF HUT-REPORT-IS-OPEN
073100         MOVE SPACES TO REPORT-RECORD
073200         STRING "HITUTMAN - DAGENS UTMANING PER " HUT-RUN-DATE
073300             " FRÅN " HUT-FROM-MONTH
073400             "   SIDA " HUT-PAGE-NO
073500             DELIMITED BY SIZE INTO REPORT-RECORD
073600         END-STRING
073700         WRITE REPORT-RECORD
073800         MOVE "DATUM    SLUT" TO REPORT-RECORD
073900         MOVE "BONUS SPELADE KLARADE  UTDELAT"
074000             TO REPORT-RECORD (34:)
074100         WRITE REPORT-RECORD
074200         MOVE "-----------------------------------------"
074300             TO REPORT-RECORD
074400         WRITE REPORT-RECORD
074500     ELSE
074600         DISPLAY "HITUTMAN - DAGENS UTMANING PER " HUT-RUN-DATE
074700             " FRÅN " HUT-FROM-MONTH
074800             "   SIDA " HUT-PAGE-NO
074900         DISPLAY "DATUM    SLUT                    BONUS "
075000             "SPELADE KLARADE  UTDELAT"
075100         DISPLAY "-----------------------------------------"
075200     END-IF
075300     ADD 3 TO HUT-LINE-CT.
075400 8300-EXIT.
075500     EXIT.
075600*
075700*    ---------------------------------------------------------
075800*    8400-CLOSE-REPORT
075900*    Writes the end-of-report trailer and closes the print
076000*    file.
076100*    ---------------------------------------------------------
076200 8400-CLOSE-REPORT.
076300     MOVE SPACES TO HUT-PRINT-LINE
076400     STRING "*** SLUT PÅ RAPPORT - " HUT-REP-LINE-CT
076500         " rader ***"
076600         DELIMITED BY SIZE INTO HUT-PRINT-LINE
076700     END-STRING
076800     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
076900     IF HUT-REPORT-IS-OPEN
077000         CLOSE REPORT-FILE
077100         MOVE "N" TO HUT-REP-OPEN-SW
077200         DISPLAY "HITUTMAN: rapport skriven till "
077300             HUT-REPORT-NAME
077400     END-IF.
077500 8400-EXIT.
077600     EXIT.
077700*
077800*    ---------------------------------------------------------
077900*    9999-TERMINATE
078000*    ---------------------------------------------------------
078100 9999-TERMINATE.
078200     IF HUT-REPORT-IS-OPEN
078300         PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT
078400     END-IF
078500     IF HUT-RUN-FAILED
078600         MOVE 8 TO RETURN-CODE
078700     END-IF.
078800 9999-EXIT.
078900     EXIT.
