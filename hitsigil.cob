000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitsigil.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - the day seal on the
001100*                      transcript history, shared by every
001200*                      program that reads TRANLOG or a TRANARC
001300*                      month.  Called once per line read, it
001400*                      keeps per transcript date the number of
001500*                      lines, the number per ending (CHOICE-ONE
001600*                      0-9) and a hash total of the session ids.
001700*                      At the end of the read the caller asks it
001800*                      to check those totals against the day's
001900*                      seal on the control file (TRANSIGL): every
002000*                      day that differs, and every sealed day
002100*                      missing inside the range a file covered,
002200*                      is shown under the caller's name and
002300*                      counted back to the caller.  The nightly
002400*                      day close (Hitstang) asks it to seal the
002500*                      completed days not sealed yet, and the
002600*                      erasure utility (Hitpurge) asks it to
002700*                      re-seal the days it scrubbed, with the
002800*                      erasure noted on the seal.
002900*    15/10/2026  LB   Every check now keeps its outcome per day,
003000*                      and a new function (DAG) hands one day's
003100*                      outcome back, so the daily summary run
003200*                      (Hitdag) can mark each summarised day as
003300*                      matching its seal, differing, or not yet
003400*                      sealed.
003500*
003600*    Functions (SGQ-FUNCTION):
003700*      INIT  clear the day totals
003800*      FIL   a new file starts - its lines set a date range
003900*      RAD   add the line passed to its day's totals
004000*      BYT   the line passed replaces the line just added
004100*            (scrubbed by the caller) - only the day's
004200*            re-seal totals change
004300*      KOLL  check the days held against their seals
004400*      SIGL  as KOLL, and seal every completed day not sealed
004500*      OMSL  as KOLL, and re-seal every day with replaced
004600*            lines whose original lines still match the seal
004700*      DAG   after a check, the outcome for the date in the
004800*            first eight bytes of the line passed: SGQ-RESULT
004900*            00 matches its seal, 10 differs, 20 not sealed,
005000*            90 not checked or not read
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT SEAL-FILE ASSIGN TO "TRANSIGL"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS SGL-DATE
006100         FILE STATUS IS HSG-SGL-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400*
006500*    Day seal - one record per sealed transcript date.  The
006600*    erasure fields stay zero until Hitpurge re-seals the day.
006700 FD  SEAL-FILE.
006800 01  SEAL-RECORD.
006900     05  SGL-DATE             PIC 9(08).
007000     05  SGL-LINE-CT          PIC 9(06).
007100     05  SGL-END-CT           PIC 9(06) OCCURS 10 TIMES.
007200     05  SGL-HASH             PIC 9(15).
007300     05  SGL-SEAL-DATE        PIC 9(08).
007400     05  SGL-SEAL-TIME        PIC 9(06).
007500     05  SGL-SEAL-PGM         PIC X(08).
007600     05  SGL-ERASE-CT         PIC 9(03).
007700     05  SGL-ERASE-LINES      PIC 9(06).
007800     05  SGL-ERASE-DATE       PIC 9(08).
007900     05  SGL-ERASE-TIME       PIC 9(06).
008000 WORKING-STORAGE SECTION.
008100*
008200*    Layout of one transcript detail line, matching
008300*    HIT-TRANSCRIPT-DETAIL in the interactive program.
008400 01  HSG-TRANSCRIPT-DETAIL.
008500     05  HSG-SESSION-ID       PIC X(08).
008600     05  HSG-SESSION-NUM REDEFINES HSG-SESSION-ID
008700                              PIC 9(08).
008800     05  FILLER               PIC X(01).
008900     05  HSG-TIMESTAMP.
009000         10  HSG-TS-DATE          PIC 9(08).
009100         10  HSG-TS-TIME          PIC X(06).
009200     05  FILLER               PIC X(01).
009300     05  HSG-CHOICE-ONE       PIC X(01).
009400     05  HSG-CHOICE-ONE-N REDEFINES HSG-CHOICE-ONE
009500                              PIC 9(01).
009600     05  FILLER               PIC X(01).
009700     05  HSG-CHOICE-TWO       PIC X(01).
009800     05  FILLER               PIC X(01).
009900     05  HSG-CHOICE-TYPE      PIC X(10).
010000     05  FILLER               PIC X(01).
010100     05  HSG-INVALID-CT       PIC X(02).
010200     05  FILLER               PIC X(01).
010300     05  HSG-ENDING-TEXT      PIC X(90).
010400     05  FILLER               PIC X(01).
010500     05  HSG-PLAYER-NAME      PIC X(20).
010600     05  FILLER               PIC X(01).
010700     05  HSG-PICKUP-CT        PIC X(01).
010800     05  FILLER               PIC X(05).
010900 01  HSG-SGL-STATUS           PIC X(02) VALUE "00".
011000 01  HSG-SGL-OPEN-SW          PIC X(01) VALUE "N".
011100     88  HSG-SEALS-ARE-OPEN       VALUE "Y".
011200 01  HSG-SGL-EOF-SW           PIC X(01) VALUE "N".
011300     88  HSG-NO-MORE-SEALS        VALUE "Y".
011400 01  HSG-FULL-SW              PIC X(01) VALUE "N".
011500     88  HSG-TABLE-FULL           VALUE "Y".
011600 01  HSG-DAY-FOUND-SW         PIC X(01) VALUE "N".
011700     88  HSG-DAY-FOUND            VALUE "Y".
011800 01  HSG-DIFF-SW              PIC X(01) VALUE "N".
011900     88  HSG-DAY-DIFFERS          VALUE "Y".
012000 01  HSG-END-DIFF-SW          PIC X(01) VALUE "N".
012100     88  HSG-ENDINGS-DIFFER       VALUE "Y".
012200 01  HSG-RUN-DATE             PIC 9(08) VALUE ZERO.
012300 01  HSG-RUN-TIME             PIC 9(08) VALUE ZERO.
012400*
012500*    The caller's name without its trailing spaces, for the
012600*    messages shown under it.
012700 77  HSG-CALLER-LEN           PIC 9(02) COMP VALUE ZERO.
012800*
012900*    Totals per transcript date.  The re-seal totals start
013000*    equal to the read totals and only move when a line is
013100*    replaced (BYT).
013200 01  HSG-DAY-TABLE.
013300     05  HSG-DAY-ENTRY OCCURS 1500 TIMES.
013400         10  HSD-DATE         PIC 9(08).
013500         10  HSD-LINE-CT      PIC 9(06).
013600         10  HSD-END-CT       PIC 9(06) OCCURS 10 TIMES.
013700         10  HSD-HASH         PIC 9(15).
013800         10  HSD-NEW-END-CT   PIC 9(06) OCCURS 10 TIMES.
013900         10  HSD-NEW-HASH     PIC 9(15).
014000         10  HSD-CHANGED-CT   PIC 9(05).
014100         10  HSD-OUTCOME      PIC X(01).
014200             88  HSD-MATCHED          VALUE "J".
014300             88  HSD-DIFFERS          VALUE "A".
014400             88  HSD-UNSEALED         VALUE "O".
014500 01  HSG-DAY-CT               PIC 9(04) COMP VALUE ZERO.
014600 01  HSG-DAY-IX               PIC 9(04) COMP VALUE ZERO.
014700 01  HSG-SLOT-IX              PIC 9(02) COMP VALUE ZERO.
014800 01  HSG-FIND-DATE            PIC 9(08) VALUE ZERO.
014900*
015000*    The line added last, so a replacement (BYT) can take its
015100*    share back out of the re-seal totals.
015200 01  HSG-LAST-IX              PIC 9(04) COMP VALUE ZERO.
015300 01  HSG-LAST-SLOT            PIC 9(02) COMP VALUE ZERO.
015400 01  HSG-LAST-ID              PIC 9(08) VALUE ZERO.
015500 01  HSG-LINE-SLOT            PIC 9(02) COMP VALUE ZERO.
015600 01  HSG-LINE-ID              PIC 9(08) VALUE ZERO.
015700*
015800*    Date range covered by each file read - a sealed day inside
015900*    a range with no lines read has gone missing.
016000 01  HSG-SOURCE-TABLE.
016100     05  HSG-SOURCE-ENTRY OCCURS 100 TIMES.
016200         10  HSS-FIRST-DATE   PIC 9(08).
016300         10  HSS-LAST-DATE    PIC 9(08).
016400 01  HSG-SOURCE-CT            PIC 9(03) COMP VALUE ZERO.
016500 01  HSG-SOURCE-IX            PIC 9(03) COMP VALUE ZERO.
016600 01  HSG-CUR-SOURCE           PIC 9(03) COMP VALUE ZERO.
016700 LINKAGE SECTION.
016800*
016900*    Request block - layout must match the seal request kept by
017000*    every caller.
017100 01  SGQ-REQUEST.
017200     05  SGQ-FUNCTION         PIC X(04).
017300         88  SGQ-CLEAR                VALUE "INIT".
017400         88  SGQ-NEW-FILE             VALUE "FIL ".
017500         88  SGQ-ADD-LINE             VALUE "RAD ".
017600         88  SGQ-REPLACE-LINE         VALUE "BYT ".
017700         88  SGQ-CHECK                VALUE "KOLL".
017800         88  SGQ-SEAL                 VALUE "SIGL".
017900         88  SGQ-RESEAL               VALUE "OMSL".
018000         88  SGQ-DAY-RESULT           VALUE "DAG ".
018100     05  SGQ-CALLER           PIC X(08).
018200     05  SGQ-DAY-CT           PIC 9(05).
018300     05  SGQ-OK-CT            PIC 9(05).
018400     05  SGQ-BAD-CT           PIC 9(05).
018500     05  SGQ-OPEN-CT          PIC 9(05).
018600     05  SGQ-NEW-CT           PIC 9(05).
018700     05  SGQ-RESULT           PIC X(02).
018800 01  SGQ-LINE                 PIC X(160).
018900 PROCEDURE DIVISION USING SGQ-REQUEST SGQ-LINE.
019000*
019100*    ---------------------------------------------------------
019200*    0000-MAINLINE
019300*    Carries out the one function asked for and returns.
019400*    ---------------------------------------------------------
019500 0000-MAINLINE.
019600     EVALUATE TRUE
019700         WHEN SGQ-CLEAR
019800             PERFORM 1000-CLEAR-DAYS THRU 1000-EXIT
019900         WHEN SGQ-NEW-FILE
020000             PERFORM 1100-NEW-SOURCE THRU 1100-EXIT
020100         WHEN SGQ-ADD-LINE
020200             PERFORM 2000-ADD-LINE THRU 2000-EXIT
020300         WHEN SGQ-REPLACE-LINE
020400             PERFORM 2500-REPLACE-LINE THRU 2500-EXIT
020500         WHEN SGQ-CHECK
020600             OR SGQ-SEAL
020700             OR SGQ-RESEAL
020800             PERFORM 3000-CHECK-DAYS THRU 3000-EXIT
020900         WHEN SGQ-DAY-RESULT
021000             PERFORM 6000-DAY-RESULT THRU 6000-EXIT
021100         WHEN OTHER
021200             DISPLAY "HITSIGIL: okänd funktion " SGQ-FUNCTION
021300                 " från " SGQ-CALLER
021400             MOVE "90" TO SGQ-RESULT
021500     END-EVALUATE
021600     GOBACK.
021700*
021800*    ---------------------------------------------------------
021900*    1000-CLEAR-DAYS
022000*    Empties the day and file tables for a new read.
022100*    ---------------------------------------------------------
022200 1000-CLEAR-DAYS.
022300     ACCEPT HSG-RUN-DATE FROM DATE YYYYMMDD
022400     MOVE ZERO TO HSG-DAY-CT
022500     MOVE ZERO TO HSG-SOURCE-CT
022600     MOVE ZERO TO HSG-CUR-SOURCE
022700     MOVE ZERO TO HSG-LAST-IX
022800     MOVE "N" TO HSG-FULL-SW
022900     MOVE ZERO TO SGQ-DAY-CT
023000     MOVE ZERO TO SGQ-OK-CT
023100     MOVE ZERO TO SGQ-BAD-CT
023200     MOVE ZERO TO SGQ-OPEN-CT
023300     MOVE ZERO TO SGQ-NEW-CT
023400     MOVE "00" TO SGQ-RESULT.
023500 1000-EXIT.
023600     EXIT.
023700*
023800*    ---------------------------------------------------------
023900*    1100-NEW-SOURCE
024000*    Opens a date range for the file the caller is about to
024100*    read.  Past the table's end the range is not tracked and
024200*    that file's lines are only checked day by day.
024300*    ---------------------------------------------------------
024400 1100-NEW-SOURCE.
024500     IF HSG-SOURCE-CT NOT < 100
024600         MOVE ZERO TO HSG-CUR-SOURCE
024700         GO TO 1100-EXIT
024800     END-IF
024900     ADD 1 TO HSG-SOURCE-CT
025000     MOVE HSG-SOURCE-CT TO HSG-CUR-SOURCE
025100     MOVE 99999999 TO HSS-FIRST-DATE (HSG-CUR-SOURCE)
025200     MOVE ZERO TO HSS-LAST-DATE (HSG-CUR-SOURCE).
025300 1100-EXIT.
025400     EXIT.
025500*
025600*    ---------------------------------------------------------
025700*    2000-ADD-LINE
025800*    Adds one transcript line to its day's totals.  Archive
025900*    trailers and lines whose date does not parse belong to
026000*    no day and are passed over.
026100*    ---------------------------------------------------------
026200 2000-ADD-LINE.
026300     MOVE ZERO TO HSG-LAST-IX
026400     IF SGQ-LINE (1:6) = "ARKIV "
026500         GO TO 2000-EXIT
026600     END-IF
026700     MOVE SGQ-LINE TO HSG-TRANSCRIPT-DETAIL
026800     IF HSG-TS-DATE NOT NUMERIC
026900         GO TO 2000-EXIT
027000     END-IF
027100     MOVE HSG-TS-DATE TO HSG-FIND-DATE
027200     PERFORM 2100-FIND-DAY THRU 2100-EXIT
027300     IF NOT HSG-DAY-FOUND
027400         GO TO 2000-EXIT
027500     END-IF
027600     IF HSG-CUR-SOURCE > ZERO
027700         IF HSG-TS-DATE < HSS-FIRST-DATE (HSG-CUR-SOURCE)
027800             MOVE HSG-TS-DATE TO HSS-FIRST-DATE (HSG-CUR-SOURCE)
027900         END-IF
028000         IF HSG-TS-DATE > HSS-LAST-DATE (HSG-CUR-SOURCE)
028100             MOVE HSG-TS-DATE TO HSS-LAST-DATE (HSG-CUR-SOURCE)
028200         END-IF
028300     END-IF
028400     PERFORM 2200-LINE-SHARE THRU 2200-EXIT
028500     ADD 1 TO HSD-LINE-CT (HSG-DAY-IX)
028600     IF HSG-LINE-SLOT > ZERO
028700         ADD 1 TO HSD-END-CT (HSG-DAY-IX, HSG-LINE-SLOT)
028800         ADD 1 TO HSD-NEW-END-CT (HSG-DAY-IX, HSG-LINE-SLOT)
028900     END-IF
029000     ADD HSG-LINE-ID TO HSD-HASH (HSG-DAY-IX)
029100     ADD HSG-LINE-ID TO HSD-NEW-HASH (HSG-DAY-IX)
029200     MOVE HSG-DAY-IX TO HSG-LAST-IX
029300     MOVE HSG-LINE-SLOT TO HSG-LAST-SLOT
029400     MOVE HSG-LINE-ID TO HSG-LAST-ID.
029500 2000-EXIT.
029600     EXIT.
029700*
029800*    ---------------------------------------------------------
029900*    2100-FIND-DAY
030000*    Finds the day entry for HSG-FIND-DATE, adding it when the
030100*    date is new.  The transcript is in date order, so the day
030200*    of the last line is tried first.
030300*    ---------------------------------------------------------
030400 2100-FIND-DAY.
030500     MOVE "N" TO HSG-DAY-FOUND-SW
030600     IF HSG-DAY-IX > ZERO AND HSG-DAY-IX NOT > HSG-DAY-CT
030700         IF HSD-DATE (HSG-DAY-IX) = HSG-FIND-DATE
030800             SET HSG-DAY-FOUND TO TRUE
030900             GO TO 2100-EXIT
031000         END-IF
031100     END-IF
031200     MOVE 1 TO HSG-DAY-IX
031300     PERFORM 2110-MATCH-DAY THRU 2110-EXIT
031400         UNTIL HSG-DAY-FOUND
031500         OR HSG-DAY-IX > HSG-DAY-CT
031600     IF HSG-DAY-FOUND
031700         GO TO 2100-EXIT
031800     END-IF
031900     IF HSG-DAY-CT NOT < 1500
032000         IF NOT HSG-TABLE-FULL
032100             DISPLAY "HITSIGIL: dagtabellen full - "
032200                 HSG-FIND-DATE " och senare nya dagar "
032300                 "kontrolleras inte."
032400             SET HSG-TABLE-FULL TO TRUE
032500         END-IF
032600         GO TO 2100-EXIT
032700     END-IF
032800     ADD 1 TO HSG-DAY-CT
032900     MOVE HSG-DAY-CT TO HSG-DAY-IX
033000     MOVE HSG-FIND-DATE TO HSD-DATE (HSG-DAY-IX)
033100     MOVE ZERO TO HSD-LINE-CT (HSG-DAY-IX)
033200     MOVE ZERO TO HSD-HASH (HSG-DAY-IX)
033300     MOVE ZERO TO HSD-NEW-HASH (HSG-DAY-IX)
033400     MOVE ZERO TO HSD-CHANGED-CT (HSG-DAY-IX)
033500     MOVE "?" TO HSD-OUTCOME (HSG-DAY-IX)
033600     MOVE 1 TO HSG-SLOT-IX
033700     PERFORM 2120-CLEAR-SLOT THRU 2120-EXIT
033800         UNTIL HSG-SLOT-IX > 10
033900     SET HSG-DAY-FOUND TO TRUE.
034000 2100-EXIT.
034100     EXIT.
034200*
034300*    ---------------------------------------------------------
034400*    2110-MATCH-DAY
034500*    Tests one day entry against the date in hand.
034600*    ---------------------------------------------------------
034700 2110-MATCH-DAY.
034800     IF HSD-DATE (HSG-DAY-IX) = HSG-FIND-DATE
034900         SET HSG-DAY-FOUND TO TRUE
035000     ELSE
035100         ADD 1 TO HSG-DAY-IX
035200     END-IF.
035300 2110-EXIT.
035400     EXIT.
035500*
035600*    ---------------------------------------------------------
035700*    2120-CLEAR-SLOT
035800*    Zeroes one ending counter of a new day entry.
035900*    ---------------------------------------------------------
036000 2120-CLEAR-SLOT.
036100     MOVE ZERO TO HSD-END-CT (HSG-DAY-IX, HSG-SLOT-IX)
036200     MOVE ZERO TO HSD-NEW-END-CT (HSG-DAY-IX, HSG-SLOT-IX)
036300     ADD 1 TO HSG-SLOT-IX.
036400 2120-EXIT.
036500     EXIT.
036600*
036700*    ---------------------------------------------------------
036800*    2200-LINE-SHARE
036900*    Works out what the line in HSG-TRANSCRIPT-DETAIL adds to
037000*    its day - the ending slot (CHOICE-ONE + 1, zero when it
037100*    does not parse) and the session id for the hash total.
037200*    A scrubbed id (ANONYM) adds nothing to the hash.
037300*    ---------------------------------------------------------
037400 2200-LINE-SHARE.
037500     MOVE ZERO TO HSG-LINE-SLOT
037600     IF HSG-CHOICE-ONE NUMERIC
037700         COMPUTE HSG-LINE-SLOT = HSG-CHOICE-ONE-N + 1
037800     END-IF
037900     MOVE ZERO TO HSG-LINE-ID
038000     IF HSG-SESSION-ID NUMERIC
038100         MOVE HSG-SESSION-NUM TO HSG-LINE-ID
038200     END-IF.
038300 2200-EXIT.
038400     EXIT.
038500*
038600*    ---------------------------------------------------------
038700*    2500-REPLACE-LINE
038800*    The line passed replaces the one added last: its share
038900*    comes out of the day's re-seal totals and the new line's
039000*    goes in.  The read totals are left as they were, so the
039100*    day can still be checked against its old seal first.
039200*    ---------------------------------------------------------
039300 2500-REPLACE-LINE.
039400     IF HSG-LAST-IX = ZERO
039500         GO TO 2500-EXIT
039600     END-IF
039700     MOVE SGQ-LINE TO HSG-TRANSCRIPT-DETAIL
039800     PERFORM 2200-LINE-SHARE THRU 2200-EXIT
039900     IF HSG-LAST-SLOT > ZERO
040000         SUBTRACT 1 FROM
040100             HSD-NEW-END-CT (HSG-LAST-IX, HSG-LAST-SLOT)
040200     END-IF
040300     IF HSG-LINE-SLOT > ZERO
040400         ADD 1 TO HSD-NEW-END-CT (HSG-LAST-IX, HSG-LINE-SLOT)
040500     END-IF
040600     SUBTRACT HSG-LAST-ID FROM HSD-NEW-HASH (HSG-LAST-IX)
040700     ADD HSG-LINE-ID TO HSD-NEW-HASH (HSG-LAST-IX)
040800     ADD 1 TO HSD-CHANGED-CT (HSG-LAST-IX)
040900     MOVE ZERO TO HSG-LAST-IX.
041000 2500-EXIT.
041100     EXIT.
041200*
041300*    ---------------------------------------------------------
041400*    3000-CHECK-DAYS
041500*    Checks every day held against its seal - and, for SIGL
041600*    and OMSL, writes the new seals - then looks for sealed
041700*    days missing from the ranges read.  A missing control
041800*    file means nothing is sealed yet.
041900*    ---------------------------------------------------------
042000 3000-CHECK-DAYS.
042100     ACCEPT HSG-RUN-TIME FROM TIME
042200     MOVE ZERO TO HSG-CALLER-LEN
042300     INSPECT SGQ-CALLER TALLYING HSG-CALLER-LEN
042400         FOR CHARACTERS BEFORE INITIAL SPACE
042500     IF HSG-CALLER-LEN = ZERO
042600         MOVE 8 TO HSG-CALLER-LEN
042700     END-IF
042800     MOVE HSG-DAY-CT TO SGQ-DAY-CT
042900     MOVE ZERO TO SGQ-OK-CT
043000     MOVE ZERO TO SGQ-BAD-CT
043100     MOVE ZERO TO SGQ-OPEN-CT
043200     MOVE ZERO TO SGQ-NEW-CT
043300     MOVE "00" TO SGQ-RESULT
043400     IF HSG-TABLE-FULL
043500         MOVE "90" TO SGQ-RESULT
043600     END-IF
043700     MOVE 1 TO HSG-DAY-IX
043800     PERFORM 3010-CLEAR-OUTCOME THRU 3010-EXIT
043900         UNTIL HSG-DAY-IX > HSG-DAY-CT
044000     PERFORM 3100-OPEN-SEALS THRU 3100-EXIT
044100     IF NOT HSG-SEALS-ARE-OPEN
044200         MOVE HSG-DAY-CT TO SGQ-OPEN-CT
044300         IF HSG-SGL-STATUS = "35"
044400             MOVE 1 TO HSG-DAY-IX
044500             PERFORM 3020-MARK-UNSEALED THRU 3020-EXIT
044600                 UNTIL HSG-DAY-IX > HSG-DAY-CT
044700         END-IF
044800         GO TO 3000-EXIT
044900     END-IF
045000     MOVE 1 TO HSG-DAY-IX
045100     PERFORM 4000-CHECK-ONE-DAY THRU 4000-EXIT
045200         UNTIL HSG-DAY-IX > HSG-DAY-CT
045300     MOVE 1 TO HSG-SOURCE-IX
045400     PERFORM 5000-CHECK-ONE-RANGE THRU 5000-EXIT
045500         UNTIL HSG-SOURCE-IX > HSG-SOURCE-CT
045600     CLOSE SEAL-FILE
045700     MOVE "N" TO HSG-SGL-OPEN-SW.
045800 3000-EXIT.
045900     EXIT.
046000*
046100*    ---------------------------------------------------------
046200*    3010-CLEAR-OUTCOME
046300*    Marks one day as not checked before a new check.
046400*    ---------------------------------------------------------
046500 3010-CLEAR-OUTCOME.
046600     MOVE "?" TO HSD-OUTCOME (HSG-DAY-IX)
046700     ADD 1 TO HSG-DAY-IX.
046800 3010-EXIT.
046900     EXIT.
047000*
047100*    ---------------------------------------------------------
047200*    3020-MARK-UNSEALED
047300*    Marks one day as not sealed - there is no control file
047400*    yet, so no day has a seal.
047500*    ---------------------------------------------------------
047600 3020-MARK-UNSEALED.
047700     MOVE "O" TO HSD-OUTCOME (HSG-DAY-IX)
047800     ADD 1 TO HSG-DAY-IX.
047900 3020-EXIT.
048000     EXIT.
048100*
048200*    ---------------------------------------------------------
048300*    3100-OPEN-SEALS
048400*    Opens the control file - for input when only checking,
048500*    for update when sealing, creating it on the first seal.
048600*    ---------------------------------------------------------
048700 3100-OPEN-SEALS.
048800     IF SGQ-CHECK
048900         OPEN INPUT SEAL-FILE
049000     ELSE
049100         OPEN I-O SEAL-FILE
049200         IF HSG-SGL-STATUS = "35" AND SGQ-SEAL
049300             OPEN OUTPUT SEAL-FILE
049400             CLOSE SEAL-FILE
049500             OPEN I-O SEAL-FILE
049600         END-IF
049700     END-IF
049800     IF HSG-SGL-STATUS = "35"
049900         GO TO 3100-EXIT
050000     END-IF
050100     IF HSG-SGL-STATUS NOT = "00"
050200         DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
050300             ": kan inte öppna TRANSIGL, status "
050400             HSG-SGL-STATUS
050500         MOVE "90" TO SGQ-RESULT
050600         GO TO 3100-EXIT
050700     END-IF
050800     SET HSG-SEALS-ARE-OPEN TO TRUE.
050900 3100-EXIT.
051000     EXIT.
051100*
051200*    ---------------------------------------------------------
051300*    4000-CHECK-ONE-DAY
051400*    Reads one day's seal and compares it with the lines read.
051500*    An unsealed completed day is sealed on SIGL; a sealed day
051600*    with replaced lines is re-sealed on OMSL, but only when
051700*    its original lines still matched the seal.
051800*    ---------------------------------------------------------
051900 4000-CHECK-ONE-DAY.
052000     MOVE HSD-DATE (HSG-DAY-IX) TO SGL-DATE
052100     READ SEAL-FILE
052200         INVALID KEY
052300             PERFORM 4500-DAY-NOT-SEALED THRU 4500-EXIT
052400             GO TO 4000-NEXT-DAY
052500     END-READ
052600     IF HSG-SGL-STATUS NOT = "00"
052700         DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
052800             ": kan inte läsa TRANSIGL för "
052900             HSD-DATE (HSG-DAY-IX) ", status " HSG-SGL-STATUS
053000         MOVE "90" TO SGQ-RESULT
053100         GO TO 4000-NEXT-DAY
053200     END-IF
053300     PERFORM 4100-COMPARE-DAY THRU 4100-EXIT
053400     IF HSG-DAY-DIFFERS
053500         ADD 1 TO SGQ-BAD-CT
053600         SET HSD-DIFFERS (HSG-DAY-IX) TO TRUE
053700         PERFORM 4200-SHOW-DIFFERENCE THRU 4200-EXIT
053800         GO TO 4000-NEXT-DAY
053900     END-IF
054000     ADD 1 TO SGQ-OK-CT
054100     SET HSD-MATCHED (HSG-DAY-IX) TO TRUE
054200     IF SGQ-RESEAL AND HSD-CHANGED-CT (HSG-DAY-IX) > ZERO
054300         PERFORM 4600-RESEAL-DAY THRU 4600-EXIT
054400     END-IF.
054500 4000-NEXT-DAY.
054600     ADD 1 TO HSG-DAY-IX.
054700 4000-EXIT.
054800     EXIT.
054900*
055000*    ---------------------------------------------------------
055100*    4100-COMPARE-DAY
055200*    Compares the line count, the count per ending and the
055300*    hash total of the day in hand with its seal.
055400*    ---------------------------------------------------------
055500 4100-COMPARE-DAY.
055600     MOVE "N" TO HSG-DIFF-SW
055700     MOVE "N" TO HSG-END-DIFF-SW
055800     MOVE 1 TO HSG-SLOT-IX
055900     PERFORM 4110-COMPARE-SLOT THRU 4110-EXIT
056000         UNTIL HSG-SLOT-IX > 10
056100     IF HSG-ENDINGS-DIFFER
056200         OR HSD-LINE-CT (HSG-DAY-IX) NOT = SGL-LINE-CT
056300         OR HSD-HASH (HSG-DAY-IX) NOT = SGL-HASH
056400         SET HSG-DAY-DIFFERS TO TRUE
056500     END-IF.
056600 4100-EXIT.
056700     EXIT.
056800*
056900*    ---------------------------------------------------------
057000*    4110-COMPARE-SLOT
057100*    Compares one ending's count with the seal.
057200*    ---------------------------------------------------------
057300 4110-COMPARE-SLOT.
057400     IF HSD-END-CT (HSG-DAY-IX, HSG-SLOT-IX)
057500         NOT = SGL-END-CT (HSG-SLOT-IX)
057600         SET HSG-ENDINGS-DIFFER TO TRUE
057700     END-IF
057800     ADD 1 TO HSG-SLOT-IX.
057900 4110-EXIT.
058000     EXIT.
058100*
058200*    ---------------------------------------------------------
058300*    4200-SHOW-DIFFERENCE
058400*    Shows a day that does not match its seal, and what
058500*    differs.
058600*    ---------------------------------------------------------
058700 4200-SHOW-DIFFERENCE.
058800     DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
058900         ": dag " HSD-DATE (HSG-DAY-IX)
059000         " stämmer inte med förseglingen (TRANSIGL)."
059100     IF HSD-LINE-CT (HSG-DAY-IX) NOT = SGL-LINE-CT
059200         DISPLAY "  rader " HSD-LINE-CT (HSG-DAY-IX)
059300             ", förseglat " SGL-LINE-CT
059400     END-IF
059500     IF HSG-ENDINGS-DIFFER
059600         DISPLAY "  antalet per slut avviker"
059700     END-IF
059800     IF HSD-HASH (HSG-DAY-IX) NOT = SGL-HASH
059900         DISPLAY "  kontrollsumma " HSD-HASH (HSG-DAY-IX)
060000             ", förseglat " SGL-HASH
060100     END-IF
060200     IF SGQ-RESEAL AND HSD-CHANGED-CT (HSG-DAY-IX) > ZERO
060300         DISPLAY "  dagen förseglas inte om."
060400     END-IF.
060500 4200-EXIT.
060600     EXIT.
060700*
060800*    ---------------------------------------------------------
060900*    4500-DAY-NOT-SEALED
061000*    A day without a seal - sealed now on SIGL when the day is
061100*    over, otherwise just counted as open.
061200*    ---------------------------------------------------------
061300 4500-DAY-NOT-SEALED.
061400     IF NOT SGQ-SEAL
061500         OR HSD-DATE (HSG-DAY-IX) NOT < HSG-RUN-DATE
061600         ADD 1 TO SGQ-OPEN-CT
061700         SET HSD-UNSEALED (HSG-DAY-IX) TO TRUE
061800         GO TO 4500-EXIT
061900     END-IF
062000     MOVE HSD-DATE (HSG-DAY-IX) TO SGL-DATE
062100     MOVE HSD-LINE-CT (HSG-DAY-IX) TO SGL-LINE-CT
062200     MOVE 1 TO HSG-SLOT-IX
062300     PERFORM 4510-SEAL-SLOT THRU 4510-EXIT
062400         UNTIL HSG-SLOT-IX > 10
062500     MOVE HSD-HASH (HSG-DAY-IX) TO SGL-HASH
062600     MOVE HSG-RUN-DATE TO SGL-SEAL-DATE
062700     MOVE HSG-RUN-TIME (1:6) TO SGL-SEAL-TIME
062800     MOVE SGQ-CALLER TO SGL-SEAL-PGM
062900     MOVE ZERO TO SGL-ERASE-CT
063000     MOVE ZERO TO SGL-ERASE-LINES
063100     MOVE ZERO TO SGL-ERASE-DATE
063200     MOVE ZERO TO SGL-ERASE-TIME
063300     WRITE SEAL-RECORD
063400         INVALID KEY
063500             DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
063600                 ": kan inte försegla "
063700                 SGL-DATE ", status " HSG-SGL-STATUS
063800             MOVE "90" TO SGQ-RESULT
063900             GO TO 4500-EXIT
064000     END-WRITE
064100     ADD 1 TO SGQ-NEW-CT
064200     SET HSD-MATCHED (HSG-DAY-IX) TO TRUE.
064300 4500-EXIT.
064400     EXIT.
064500*
064600*    ---------------------------------------------------------
064700*    4510-SEAL-SLOT
064800*    Copies one ending's count from the lines read to the
064900*    seal.
065000*    ---------------------------------------------------------
065100 4510-SEAL-SLOT.
065200     MOVE HSD-END-CT (HSG-DAY-IX, HSG-SLOT-IX)
065300         TO SGL-END-CT (HSG-SLOT-IX)
065400     ADD 1 TO HSG-SLOT-IX.
065500 4510-EXIT.
065600     EXIT.
065700*
065800*    ---------------------------------------------------------
065900*    4600-RESEAL-DAY
066000*    Re-seals a day whose lines the caller scrubbed: the seal
066100*    takes the totals after the change, and the erasure is
066200*    counted and stamped on it.
066300*    ---------------------------------------------------------
066400 4600-RESEAL-DAY.
066500     MOVE 1 TO HSG-SLOT-IX
066600     PERFORM 4610-RESEAL-SLOT THRU 4610-EXIT
066700         UNTIL HSG-SLOT-IX > 10
066800     MOVE HSD-NEW-HASH (HSG-DAY-IX) TO SGL-HASH
066900     ADD 1 TO SGL-ERASE-CT
067000     ADD HSD-CHANGED-CT (HSG-DAY-IX) TO SGL-ERASE-LINES
067100     MOVE HSG-RUN-DATE TO SGL-ERASE-DATE
067200     MOVE HSG-RUN-TIME (1:6) TO SGL-ERASE-TIME
067300     REWRITE SEAL-RECORD
067400         INVALID KEY
067500             DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
067600                 ": kan inte försegla om "
067700                 SGL-DATE ", status " HSG-SGL-STATUS
067800             MOVE "90" TO SGQ-RESULT
067900             GO TO 4600-EXIT
068000     END-REWRITE
068100     ADD 1 TO SGQ-NEW-CT.
068200 4600-EXIT.
068300     EXIT.
068400*
068500*    ---------------------------------------------------------
068600*    4610-RESEAL-SLOT
068700*    Copies one ending's count after the change to the seal.
068800*    ---------------------------------------------------------
068900 4610-RESEAL-SLOT.
069000     MOVE HSD-NEW-END-CT (HSG-DAY-IX, HSG-SLOT-IX)
069100         TO SGL-END-CT (HSG-SLOT-IX)
069200     ADD 1 TO HSG-SLOT-IX.
069300 4610-EXIT.
069400     EXIT.
069500*
069600*    ---------------------------------------------------------
069700*    5000-CHECK-ONE-RANGE
069800*    Browses the seals inside one file's date range; a sealed
069900*    day with no lines read at all has gone missing.
070000*    ---------------------------------------------------------
070100 5000-CHECK-ONE-RANGE.
070200     IF HSS-FIRST-DATE (HSG-SOURCE-IX)
070300         > HSS-LAST-DATE (HSG-SOURCE-IX)
070400         GO TO 5000-NEXT-RANGE
070500     END-IF
070600     MOVE "N" TO HSG-SGL-EOF-SW
070700     MOVE HSS-FIRST-DATE (HSG-SOURCE-IX) TO SGL-DATE
070800     START SEAL-FILE KEY IS NOT LESS THAN SGL-DATE
070900         INVALID KEY
071000             SET HSG-NO-MORE-SEALS TO TRUE
071100     END-START
071200     PERFORM 5100-CHECK-ONE-SEAL THRU 5100-EXIT
071300         UNTIL HSG-NO-MORE-SEALS.
071400 5000-NEXT-RANGE.
071500     ADD 1 TO HSG-SOURCE-IX.
071600 5000-EXIT.
071700     EXIT.
071800*
071900*    ---------------------------------------------------------
072000*    5100-CHECK-ONE-SEAL
072100*    Reads the next seal in the range and looks for its day
072200*    among the days read.
072300*    ---------------------------------------------------------
072400 5100-CHECK-ONE-SEAL.
072500     READ SEAL-FILE NEXT RECORD
072600         AT END
072700             SET HSG-NO-MORE-SEALS TO TRUE
072800             GO TO 5100-EXIT
072900     END-READ
073000     IF SGL-DATE > HSS-LAST-DATE (HSG-SOURCE-IX)
073100         SET HSG-NO-MORE-SEALS TO TRUE
073200         GO TO 5100-EXIT
073300     END-IF
073400     MOVE SGL-DATE TO HSG-FIND-DATE
073500     MOVE "N" TO HSG-DAY-FOUND-SW
073600     MOVE 1 TO HSG-DAY-IX
073700     PERFORM 2110-MATCH-DAY THRU 2110-EXIT
073800         UNTIL HSG-DAY-FOUND
073900         OR HSG-DAY-IX > HSG-DAY-CT
074000     IF HSG-DAY-FOUND OR SGL-LINE-CT = ZERO
074100         GO TO 5100-EXIT
074200     END-IF
074300     ADD 1 TO SGQ-BAD-CT
074400     DISPLAY SGQ-CALLER (1:HSG-CALLER-LEN)
074500         ": dag " SGL-DATE
074600         " saknas helt - förseglad med " SGL-LINE-CT " rader.".
074700 5100-EXIT.
074800     EXIT.
074900*
075000*    ---------------------------------------------------------
075100*    6000-DAY-RESULT
075200*    Hands back what the last check found for one day.  A
075300*    date not read since the last INIT - or not checked at
075400*    all - comes back as 90.
075500*    ---------------------------------------------------------
075600 6000-DAY-RESULT.
075700     MOVE "90" TO SGQ-RESULT
075800     IF SGQ-LINE (1:8) NOT NUMERIC
075900         GO TO 6000-EXIT
076000     END-IF
076100     MOVE SGQ-LINE (1:8) TO HSG-FIND-DATE
076200     MOVE "N" TO HSG-DAY-FOUND-SW
076300     MOVE 1 TO HSG-DAY-IX
076400     PERFORM 2110-MATCH-DAY THRU 2110-EXIT
076500         UNTIL HSG-DAY-FOUND
076600         OR HSG-DAY-IX > HSG-DAY-CT
076700     IF NOT HSG-DAY-FOUND
076800         GO TO 6000-EXIT
076900     END-IF
077000     EVALUATE TRUE
077100         WHEN HSD-MATCHED (HSG-DAY-IX)
077200             MOVE "00" TO SGQ-RESULT
077300         WHEN HSD-DIFFERS (HSG-DAY-IX)
077400             MOVE "10" TO SGQ-RESULT
077500         WHEN HSD-UNSEALED (HSG-DAY-IX)
077600             MOVE "20" TO SGQ-RESULT
077700     END-EVALUATE.
077800 6000-EXIT.
077900     EXIT.
