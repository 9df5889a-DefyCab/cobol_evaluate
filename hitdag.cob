000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitdag.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - one-pass daily summary
001100*                      of the transcript history, second step of
001200*                      the nightly chain.  The nightly reports
001300*                      (Hitaudit, Hitrecon, Hitxtrak, Hitlarm)
001400*                      and the trend report (Hittrend) each used
001500*                      to read the raw transcript lines over and
001600*                      over; they now work from the keyed daily
001700*                      summary file (TRANDAG) this run keeps.
001800*                      Per transcript date it holds the session
001900*                      count, the count per ending and sub-code,
002000*                      the invalid-attempt total and the number
002100*                      of sessions with invalid attempts, the
002200*                      number of distinct named players and
002300*                      whether the day matches its seal on
002400*                      TRANSIGL (Hitsigil).  A control record
002500*                      under date zero holds where the next run
002600*                      starts and what the live log (TRANLOG)
002700*                      held at the last run.
002800*
002900*                      Each night the days from the last run's
003000*                      date onwards are summarised again - today
003100*                      is still open, so it is redone tomorrow -
003200*                      reading the TRANARC.ÅÅÅÅMM archive only
003300*                      when Hitarch has moved such a day there.
003400*                      Every line read is checked against its
003500*                      day seal, so an older day on TRANLOG that
003600*                      no longer matches is marked as well.
003700*
003800*                      Any date range can be summarised again by
003900*                      putting "ÅÅÅÅMMDD ÅÅÅÅMMDD" lines
004000*                      on the request file (DAGBEST) - Hitpurge
004100*                      adds one for the days it scrubbed - and
004200*                      the file is emptied once the run has gone
004300*                      through.  A summarised day that no longer
004400*                      has any lines is taken off the summary.
004500*                      Writes a RUNAUDIT record and ends with
004600*                      RETURN-CODE 8 when anything failed.
004700*    15/10/2026  LB   Request ranges past the range table's end
004800*                      are merged into its last entry instead of
004900*                      being left out - the request file is
005000*                      emptied after the run, so a dropped range
005100*                      would never be summarised again.
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SPECIAL-NAMES.
005500     DECIMAL-POINT IS COMMA.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS HDG-TRAN-STATUS.
006100     SELECT ARCHIVE-FILE ASSIGN USING HDG-ARCHIVE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS HDG-ARC-STATUS.
006400     SELECT SUMMARY-FILE ASSIGN TO "TRANDAG"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS DGS-DATE
006800         FILE STATUS IS HDG-SUM-STATUS.
006900     SELECT REQUEST-FILE ASSIGN TO "DAGBEST"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS HDG-REQ-STATUS.
007200     SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS HDG-AUD-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  TRANSCRIPT-FILE.
007800 01  TRANSCRIPT-RECORD          PIC X(160).
007900 FD  ARCHIVE-FILE.
008000 01  ARCHIVE-RECORD             PIC X(160).
008100*
008200*    Daily transcript summary - one record per transcript date
008300*    (slot = ending code * 10 + sub-code + 1), and the control
008400*    record under date zero.  Every program that reads the
008500*    file carries the same layout.
008600 FD  SUMMARY-FILE.
008700 01  DAY-SUMMARY-RECORD.
008800     05  DGS-DATE             PIC 9(08).
008900     05  DGS-SESSION-CT       PIC 9(06).
009000     05  DGS-END-CT           PIC 9(06) OCCURS 100 TIMES.
009100     05  DGS-INVALID-CT       PIC 9(08).
009200     05  DGS-INVALID-SESS     PIC 9(06).
009300     05  DGS-PLAYER-CT        PIC 9(06).
009400     05  DGS-VERIFIED         PIC X(01).
009500         88  DGS-SEAL-MATCHES     VALUE "J".
009600         88  DGS-SEAL-DIFFERS     VALUE "A".
009700         88  DGS-SEAL-OPEN        VALUE "O".
009800         88  DGS-SEAL-UNCHECKED   VALUE "?".
009900     05  DGS-BUILD-DATE       PIC 9(08).
010000     05  DGS-BUILD-TIME       PIC 9(06).
010100     05  FILLER               PIC X(20).
010200 01  DAY-CONTROL-RECORD.
010300     05  DGC-KEY              PIC 9(08).
010400     05  DGC-NEXT-DATE        PIC 9(08).
010500     05  DGC-TRAN-FIRST       PIC 9(08).
010600     05  DGC-TRAN-LAST        PIC 9(08).
010700     05  DGC-TRAN-LINE-CT     PIC 9(06).
010800     05  DGC-TRAN-BAD-CT      PIC 9(06).
010900     05  DGC-SEAL-BAD-CT      PIC 9(05).
011000     05  DGC-SEAL-RESULT      PIC X(02).
011100     05  DGC-TRL-ERR-CT       PIC 9(04).
011200     05  DGC-RUN-DATE         PIC 9(08).
011300     05  DGC-RUN-TIME         PIC 9(06).
011400     05  FILLER               PIC X(600).
011500 FD  REQUEST-FILE.
011600 01  REQUEST-RECORD             PIC X(40).
011700 FD  RUN-AUDIT-FILE.
011800 01  RUN-AUDIT-RECORD           PIC X(80).
011900 WORKING-STORAGE SECTION.
012000*
012100*    Layout of one transcript detail line, matching
012200*    HIT-TRANSCRIPT-DETAIL in the interactive program.
012300 01  HDG-TRANSCRIPT-DETAIL.
012400     05  HDG-SESSION-ID       PIC X(08).
012500     05  FILLER               PIC X(01).
012600     05  HDG-TIMESTAMP.
012700         10  HDG-TS-DATE          PIC X(08).
012800         10  HDG-TS-TIME          PIC X(06).
012900     05  FILLER               PIC X(01).
013000     05  HDG-CHOICE-ONE       PIC X(01).
013100     05  FILLER               PIC X(01).
013200     05  HDG-CHOICE-TWO       PIC X(01).
013300     05  FILLER               PIC X(01).
013400     05  HDG-CHOICE-TYPE      PIC X(10).
013500     05  FILLER               PIC X(01).
013600     05  HDG-INVALID-CT       PIC X(02).
013700     05  FILLER               PIC X(01).
013800     05  HDG-ENDING-TEXT      PIC X(90).
013900     05  FILLER               PIC X(01).
014000     05  HDG-PLAYER-NAME      PIC X(20).
014100     05  FILLER               PIC X(01).
014200     05  HDG-PICKUP-CT        PIC X(01).
014300     05  FILLER               PIC X(05).
014400 01  HDG-LINE-IN              PIC X(160) VALUE SPACES.
014500 01  HDG-LINE-DATE            PIC 9(08) VALUE ZERO.
014600 01  HDG-CODE-NUM             PIC 9(01) VALUE ZERO.
014700 01  HDG-SUB-NUM              PIC 9(01) VALUE ZERO.
014800 01  HDG-INVALID-NUM          PIC 9(02) VALUE ZERO.
014900 01  HDG-SLOT-IX              PIC 9(03) COMP VALUE ZERO.
015000*
015100*    File control.
015200 01  HDG-TRAN-STATUS          PIC X(02) VALUE "00".
015300 01  HDG-ARC-STATUS           PIC X(02) VALUE "00".
015400 01  HDG-SUM-STATUS           PIC X(02) VALUE "00".
015500 01  HDG-REQ-STATUS           PIC X(02) VALUE "00".
015600 01  HDG-EOF-SW               PIC X(01) VALUE "N".
015700     88  HDG-NO-MORE-RECORDS      VALUE "Y".
015800 01  HDG-SUM-OPEN-SW          PIC X(01) VALUE "N".
015900     88  HDG-SUMMARY-IS-OPEN      VALUE "Y".
016000 01  HDG-SUM-EOF-SW           PIC X(01) VALUE "N".
016100     88  HDG-NO-MORE-DAYS         VALUE "Y".
016200 01  HDG-ERROR-SW             PIC X(01) VALUE "N".
016300     88  HDG-RUN-FAILED           VALUE "Y".
016400 01  HDG-SOURCE-SW            PIC X(01) VALUE "A".
016500     88  HDG-FROM-ARCHIVE         VALUE "A".
016600     88  HDG-FROM-TRANLOG         VALUE "T".
016700 01  HDG-SOURCE-NAME          PIC X(14) VALUE SPACES.
016800 77  HDG-FILE-LINE-NO         PIC 9(06) VALUE ZERO.
016900*
017000*    Run date and the month the archive chaining walks.
017100 01  HDG-RUN-DATE             PIC 9(08) VALUE ZERO.
017200 01  HDG-RUN-MONTH            PIC 9(06) VALUE ZERO.
017300 01  HDG-SCAN-MONTH           PIC 9(06) VALUE ZERO.
017400 01  HDG-SCAN-MONTH-X REDEFINES HDG-SCAN-MONTH.
017500     05  HDG-SCAN-YEAR        PIC 9(04).
017600     05  HDG-SCAN-MON         PIC 9(02).
017700 01  HDG-WORK-MONTH           PIC 9(06) VALUE ZERO.
017800 01  HDG-MONTH-SW             PIC X(01) VALUE "N".
017900     88  HDG-MONTH-WANTED         VALUE "Y".
018000 01  HDG-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
018100 01  HDG-ARC-LINE-CT          PIC 9(06) VALUE ZERO.
018200*
018300*    Layout of one ARKIV trailer line, matching the trailer
018400*    Hitarch writes when it closes a month.
018500 01  HDG-TRAILER-DETAIL.
018600     05  HDG-TRL-MARK         PIC X(06).
018700     05  HDG-TRL-MONTH        PIC X(06).
018800     05  FILLER               PIC X(02).
018900     05  HDG-TRL-CT           PIC X(06).
019000*
019100*    Date ranges to summarise.  The first is the nightly one,
019200*    from the last run's date onwards; the rest come from the
019300*    request file.
019400 01  HDG-RANGE-TABLE.
019500     05  HDG-RANGE-ENTRY OCCURS 20 TIMES.
019600         10  HDG-RNG-FROM     PIC 9(08).
019700         10  HDG-RNG-TO       PIC 9(08).
019800 01  HDG-RANGE-CT             PIC 9(02) COMP VALUE ZERO.
019900 01  HDG-RANGE-IX             PIC 9(02) COMP VALUE ZERO.
020000 01  HDG-RANGE-SW             PIC X(01) VALUE "N".
020100     88  HDG-IN-RANGE             VALUE "Y".
020200 01  HDG-EARLIEST-DATE        PIC 9(08) VALUE ZERO.
020300 01  HDG-NEXT-DATE            PIC 9(08) VALUE ZERO.
020400 01  HDG-NEXT-DATE-X REDEFINES HDG-NEXT-DATE.
020500     05  HDG-NEXT-YEAR        PIC 9(04).
020600     05  HDG-NEXT-MON         PIC 9(02).
020700     05  HDG-NEXT-DAY         PIC 9(02).
020800*
020900*    Layout of one request line - a range to summarise again.
021000*    A line whose dates do not parse is a note.
021100 01  HDG-REQUEST-DETAIL.
021200     05  HRQ-FROM-DATE        PIC 9(08).
021300     05  FILLER               PIC X(01).
021400     05  HRQ-TO-DATE          PIC 9(08).
021500     05  FILLER               PIC X(01).
021600     05  HRQ-NOTE             PIC X(22).
021700 01  HDG-REQ-EOF-SW           PIC X(01) VALUE "N".
021800     88  HDG-NO-MORE-REQUESTS     VALUE "Y".
021900 77  HDG-REQ-LINE-CT          PIC 9(04) VALUE ZERO.
022000 77  HDG-REQ-TAKEN-CT         PIC 9(04) VALUE ZERO.
022100*
022200*    The day being summarised.  Layout matches the summary
022300*    record.
022400 01  HDG-DAY-SUMMARY.
022500     05  HDS-DATE             PIC 9(08).
022600     05  HDS-SESSION-CT       PIC 9(06).
022700     05  HDS-END-CT           PIC 9(06) OCCURS 100 TIMES.
022800     05  HDS-INVALID-CT       PIC 9(08).
022900     05  HDS-INVALID-SESS     PIC 9(06).
023000     05  HDS-PLAYER-CT        PIC 9(06).
023100     05  HDS-VERIFIED         PIC X(01).
023200     05  HDS-BUILD-DATE       PIC 9(08).
023300     05  HDS-BUILD-TIME       PIC 9(06).
023400     05  FILLER               PIC X(20).
023500 01  HDG-DAY-OPEN-SW          PIC X(01) VALUE "N".
023600     88  HDG-DAY-IS-OPEN          VALUE "Y".
023700*
023800*    Named players seen on the day being summarised, for the
023900*    distinct-player count.
024000 01  HDG-NAME-TABLE.
024100     05  HDG-NAME-ENTRY       PIC X(20) OCCURS 2000 TIMES.
024200 01  HDG-NAME-CT              PIC 9(04) COMP VALUE ZERO.
024300 01  HDG-NAME-IX              PIC 9(04) COMP VALUE ZERO.
024400 01  HDG-NAME-SW              PIC X(01) VALUE "N".
024500     88  HDG-NAME-FOUND           VALUE "Y".
024600*
024700*    Every date read this run, and whether it was summarised,
024800*    so each can be given its seal outcome at the end.
024900 01  HDG-DAY-TABLE.
025000     05  HDG-DAY-ENTRY OCCURS 1500 TIMES.
025100         10  HDL-DATE         PIC 9(08).
025200         10  HDL-BUILT        PIC X(01).
025300             88  HDL-IS-BUILT         VALUE "J".
025400 01  HDG-DAY-CT               PIC 9(04) COMP VALUE ZERO.
025500 01  HDG-DAY-IX               PIC 9(04) COMP VALUE ZERO.
025600 01  HDG-DAY-FOUND-SW         PIC X(01) VALUE "N".
025700     88  HDG-DAY-FOUND            VALUE "Y".
025800 01  HDG-FULL-SW              PIC X(01) VALUE "N".
025900     88  HDG-TABLE-FULL           VALUE "Y".
026000 01  HDG-OUTCOME              PIC X(01) VALUE SPACE.
026100*
026200*    Run counters.
026300 77  HDG-ARC-READ-CT          PIC 9(06) VALUE ZERO.
026400 77  HDG-TRAN-READ-CT         PIC 9(06) VALUE ZERO.
026500 77  HDG-BAD-CT               PIC 9(06) VALUE ZERO.
026600 77  HDG-TRAN-LINE-CT         PIC 9(06) VALUE ZERO.
026700 77  HDG-TRAN-BAD-CT          PIC 9(06) VALUE ZERO.
026800 77  HDG-TRL-ERR-CT           PIC 9(04) VALUE ZERO.
026900 77  HDG-DAYS-BUILT-CT        PIC 9(05) VALUE ZERO.
027000 77  HDG-DAYS-DROPPED-CT      PIC 9(05) VALUE ZERO.
027100 77  HDG-DAYS-MARKED-CT       PIC 9(05) VALUE ZERO.
027200 01  HDG-TRAN-FIRST           PIC 9(08) VALUE ZERO.
027300 01  HDG-TRAN-LAST            PIC 9(08) VALUE ZERO.
027400*
027500*    Day-seal request passed to Hitsigil - layout must match
027600*    SGQ-REQUEST there.
027700 01  HDG-SEAL-REQUEST.
027800     05  HDG-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
027900     05  HDG-SEAL-CALLER      PIC X(08) VALUE "HITDAG".
028000     05  HDG-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
028100     05  HDG-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
028200     05  HDG-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
028300     05  HDG-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
028400     05  HDG-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
028500     05  HDG-SEAL-RESULT      PIC X(02) VALUE "00".
028600 01  HDG-SEAL-LINE            PIC X(160) VALUE SPACES.
028700 01  HDG-SEAL-SW              PIC X(01) VALUE "N".
028800     88  HDG-SEAL-UNAVAILABLE     VALUE "Y".
028900 01  HDG-CHECK-RESULT         PIC X(02) VALUE "00".
029000*
029100*    Run-audit record appended to the common audit file at the
029200*    end of the run.
029300 01  HDG-AUD-STATUS           PIC X(02) VALUE "00".
029400 01  HDG-START-TIME           PIC 9(08) VALUE ZERO.
029500 01  HDG-END-DATE             PIC 9(08) VALUE ZERO.
029600 01  HDG-END-TIME             PIC 9(08) VALUE ZERO.
029700 01  HDG-READ-CT              PIC 9(06) VALUE ZERO.
029800 01  HDG-RUN-STATUS           PIC X(04) VALUE "OK".
029900 01  HDG-AUDIT-DETAIL.
030000     05  HAD-PROGRAM          PIC X(08) VALUE "HITDAG".
030100     05  FILLER               PIC X(01) VALUE SPACE.
030200     05  HAD-START-DATE       PIC 9(08).
030300     05  FILLER               PIC X(01) VALUE SPACE.
030400     05  HAD-START-TIME       PIC 9(06).
030500     05  FILLER               PIC X(01) VALUE SPACE.
030600     05  HAD-END-DATE         PIC 9(08).
030700     05  FILLER               PIC X(01) VALUE SPACE.
030800     05  HAD-END-TIME         PIC 9(06).
030900     05  FILLER               PIC X(01) VALUE SPACE.
031000     05  HAD-READ-CT          PIC 9(06).
031100     05  FILLER               PIC X(01) VALUE SPACE.
031200     05  HAD-WRITE-CT         PIC 9(06).
031300     05  FILLER               PIC X(01) VALUE SPACE.
031400     05  HAD-STATUS           PIC X(04).
031500 PROCEDURE DIVISION.
031600*
031700*    ---------------------------------------------------------
031800*    0000-MAINLINE
031900*    Reads the archive months and the live log once, writes
032000*    the summary of every day in the ranges asked for, and
032100*    marks each day read with its seal outcome.
032200*    ---------------------------------------------------------
032300 0000-MAINLINE.
032400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
032500     IF NOT HDG-RUN-FAILED
032600         PERFORM 1500-READ-REQUESTS THRU 1500-EXIT
032700         PERFORM 2000-READ-ARCHIVES THRU 2000-EXIT
032800         PERFORM 3000-READ-TRANLOG THRU 3000-EXIT
032900         PERFORM 3900-CLOSE-DAY THRU 3900-EXIT
033000         PERFORM 4000-CHECK-SEALS THRU 4000-EXIT
033100         PERFORM 4500-DROP-STALE-DAYS THRU 4500-EXIT
033200         PERFORM 5000-UPDATE-CONTROL THRU 5000-EXIT
033300         PERFORM 5500-CLEAR-REQUESTS THRU 5500-EXIT
033400     END-IF
033500     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
033600     PERFORM 9999-TERMINATE THRU 9999-EXIT
033700     GOBACK.
033800*
033900*    ---------------------------------------------------------
034000*    1000-INITIALIZE
034100*    Opens the summary file - creating it on the first run -
034200*    and sets the nightly range from the control record.  With
034300*    no control record yet the first run goes back to the
034400*    first of the same month last year.
034500*    ---------------------------------------------------------
034600 1000-INITIALIZE.
034700     ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD
034800     ACCEPT HDG-START-TIME FROM TIME
034900     MOVE HDG-RUN-DATE (1:6) TO HDG-RUN-MONTH
035000     MOVE "INIT" TO HDG-SEAL-FUNCTION
035100     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
035200     OPEN I-O SUMMARY-FILE
035300     IF HDG-SUM-STATUS = "35"
035400         OPEN OUTPUT SUMMARY-FILE
035500         CLOSE SUMMARY-FILE
035600         OPEN I-O SUMMARY-FILE
035700     END-IF
035800     IF HDG-SUM-STATUS NOT = "00"
035900         DISPLAY "HITDAG: kan inte öppna TRANDAG, status "
036000             HDG-SUM-STATUS
036100         SET HDG-RUN-FAILED TO TRUE
036200         GO TO 1000-EXIT
036300     END-IF
036400     SET HDG-SUMMARY-IS-OPEN TO TRUE
036500     MOVE ZERO TO DGC-KEY
036600     READ SUMMARY-FILE
036700         INVALID KEY
036800             MOVE ZERO TO DGC-NEXT-DATE
036900     END-READ
037000     IF DGC-NEXT-DATE = ZERO
037100         MOVE HDG-RUN-DATE TO HDG-NEXT-DATE
037200         SUBTRACT 1 FROM HDG-NEXT-YEAR
037300         MOVE 01 TO HDG-NEXT-DAY
037400         DISPLAY "HITDAG: ingen tidigare sammanställning - "
037500             "börjar från " HDG-NEXT-DATE "."
037600     ELSE
037700         MOVE DGC-NEXT-DATE TO HDG-NEXT-DATE
037800     END-IF
037900     MOVE 1 TO HDG-RANGE-CT
038000     MOVE HDG-NEXT-DATE TO HDG-RNG-FROM (1)
038100     MOVE 99999999 TO HDG-RNG-TO (1)
038200     MOVE HDG-NEXT-DATE TO HDG-EARLIEST-DATE.
038300 1000-EXIT.
038400     EXIT.
038500*
038600*    ---------------------------------------------------------
038700*    1500-READ-REQUESTS
038800*    Adds every range on the request file to the ranges to
038900*    summarise.  No request file means nothing extra asked.
039000*    ---------------------------------------------------------
039100 1500-READ-REQUESTS.
039200     OPEN INPUT REQUEST-FILE
039300     IF HDG-REQ-STATUS = "35"
039400         GO TO 1500-EXIT
039500     END-IF
039600     IF HDG-REQ-STATUS NOT = "00"
039700         DISPLAY "HITDAG: kan inte öppna DAGBEST, status "
039800             HDG-REQ-STATUS
039900         GO TO 1500-EXIT
040000     END-IF
040100     MOVE "N" TO HDG-REQ-EOF-SW
040200     PERFORM 1510-TAKE-REQUEST THRU 1510-EXIT
040300         UNTIL HDG-NO-MORE-REQUESTS
040400     CLOSE REQUEST-FILE.
040500 1500-EXIT.
040600     EXIT.
040700*
040800*    ---------------------------------------------------------
040900*    1510-TAKE-REQUEST
041000*    Reads one request line and keeps its range.  A note is
041100*    passed over; a range that runs backwards is shown and
041200*    left out.  Once the table is full each further range is
041300*    merged into the last entry, widening it to cover both.
041400*    ---------------------------------------------------------
041500 1510-TAKE-REQUEST.
041600     READ REQUEST-FILE INTO HDG-REQUEST-DETAIL
041700         AT END
041800             SET HDG-NO-MORE-REQUESTS TO TRUE
041900             GO TO 1510-EXIT
042000     END-READ
042100     ADD 1 TO HDG-REQ-LINE-CT
042200     IF HRQ-FROM-DATE NOT NUMERIC
042300         OR HRQ-TO-DATE NOT NUMERIC
042400         GO TO 1510-EXIT
042500     END-IF
042600     IF HRQ-FROM-DATE = ZERO
042700         OR HRQ-TO-DATE < HRQ-FROM-DATE
042800         DISPLAY "HITDAG: ogiltigt intervall i DAGBEST: "
042900             REQUEST-RECORD (1:17)
043000         GO TO 1510-EXIT
043100     END-IF
043200     IF HDG-RANGE-CT NOT < 20
043300         IF HRQ-FROM-DATE < HDG-RNG-FROM (20)
043400             MOVE HRQ-FROM-DATE TO HDG-RNG-FROM (20)
043500         END-IF
043600         IF HRQ-TO-DATE > HDG-RNG-TO (20)
043700             MOVE HRQ-TO-DATE TO HDG-RNG-TO (20)
043800         END-IF
043900     ELSE
044000         ADD 1 TO HDG-RANGE-CT
044100         MOVE HRQ-FROM-DATE TO HDG-RNG-FROM (HDG-RANGE-CT)
044200         MOVE HRQ-TO-DATE TO HDG-RNG-TO (HDG-RANGE-CT)
044300     END-IF
044400     ADD 1 TO HDG-REQ-TAKEN-CT
044500     IF HRQ-FROM-DATE < HDG-EARLIEST-DATE
044600         MOVE HRQ-FROM-DATE TO HDG-EARLIEST-DATE
044700     END-IF.
044800 1510-EXIT.
044900     EXIT.
045000*
045100*    ---------------------------------------------------------
045200*    2000-READ-ARCHIVES
045300*    Walks month by month from the earliest date asked for up
045400*    to the month before the current one, reading each
045500*    month's TRANARC file that holds a day to summarise.
045600*    ---------------------------------------------------------
045700 2000-READ-ARCHIVES.
045800     MOVE HDG-EARLIEST-DATE (1:6) TO HDG-SCAN-MONTH
045900     SET HDG-FROM-ARCHIVE TO TRUE
046000     PERFORM 2100-READ-ONE-ARCHIVE THRU 2100-EXIT
046100         UNTIL HDG-SCAN-MONTH NOT < HDG-RUN-MONTH.
046200 2000-EXIT.
046300     EXIT.
046400*
046500*    ---------------------------------------------------------
046600*    2100-READ-ONE-ARCHIVE
046700*    Reads one month's archive when a range touches the
046800*    month - a month with no archive file simply had nothing
046900*    archived - then steps to the next month.
047000*    ---------------------------------------------------------
047100 2100-READ-ONE-ARCHIVE.
047200     MOVE "N" TO HDG-MONTH-SW
047300     MOVE 1 TO HDG-RANGE-IX
047400     PERFORM 2110-TEST-MONTH THRU 2110-EXIT
047500         UNTIL HDG-MONTH-WANTED
047600         OR HDG-RANGE-IX > HDG-RANGE-CT
047700     IF NOT HDG-MONTH-WANTED
047800         GO TO 2100-NEXT-MONTH
047900     END-IF
048000     MOVE SPACES TO HDG-ARCHIVE-NAME
048100     STRING "TRANARC." HDG-SCAN-MONTH
048200         DELIMITED BY SIZE INTO HDG-ARCHIVE-NAME
048300     END-STRING
048400     OPEN INPUT ARCHIVE-FILE
048500     IF HDG-ARC-STATUS = "35"
048600         GO TO 2100-NEXT-MONTH
048700     END-IF
048800     IF HDG-ARC-STATUS NOT = "00"
048900         DISPLAY "HITDAG: kan inte öppna " HDG-ARCHIVE-NAME
049000             ", status " HDG-ARC-STATUS
049100         SET HDG-RUN-FAILED TO TRUE
049200         GO TO 2100-NEXT-MONTH
049300     END-IF
049400     MOVE "FIL " TO HDG-SEAL-FUNCTION
049500     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
049600     MOVE HDG-ARCHIVE-NAME TO HDG-SOURCE-NAME
049700     MOVE ZERO TO HDG-FILE-LINE-NO
049800     MOVE ZERO TO HDG-ARC-LINE-CT
049900     MOVE "N" TO HDG-EOF-SW
050000     READ ARCHIVE-FILE
050100         AT END
050200             SET HDG-NO-MORE-RECORDS TO TRUE
050300     END-READ
050400     PERFORM 2200-TAKE-ARCHIVE-LINE THRU 2200-EXIT
050500         UNTIL HDG-NO-MORE-RECORDS
050600     CLOSE ARCHIVE-FILE
050700     IF HDG-ARC-LINE-CT > ZERO
050800         DISPLAY "HITDAG: " HDG-ARCHIVE-NAME " saknar "
050900             "trailer för de sista " HDG-ARC-LINE-CT
051000             " raderna  ** AVVIKELSE **"
051100         ADD 1 TO HDG-TRL-ERR-CT
051200     END-IF.
051300 2100-NEXT-MONTH.
051400     IF HDG-SCAN-MON = 12
051500         ADD 1 TO HDG-SCAN-YEAR
051600         MOVE 01 TO HDG-SCAN-MON
051700     ELSE
051800         ADD 1 TO HDG-SCAN-MON
051900     END-IF.
052000 2100-EXIT.
052100     EXIT.
052200*
052300*    ---------------------------------------------------------
052400*    2110-TEST-MONTH
052500*    Tests whether one range touches the month in hand.
052600*    ---------------------------------------------------------
052700 2110-TEST-MONTH.
052800     COMPUTE HDG-WORK-MONTH = HDG-RNG-FROM (HDG-RANGE-IX) / 100
052900     IF HDG-SCAN-MONTH NOT < HDG-WORK-MONTH
053000         COMPUTE HDG-WORK-MONTH
053100             = HDG-RNG-TO (HDG-RANGE-IX) / 100
053200         IF HDG-SCAN-MONTH NOT > HDG-WORK-MONTH
053300             SET HDG-MONTH-WANTED TO TRUE
053400         END-IF
053500     END-IF
053600     ADD 1 TO HDG-RANGE-IX.
053700 2110-EXIT.
053800     EXIT.
053900*
054000*    ---------------------------------------------------------
054100*    2200-TAKE-ARCHIVE-LINE
054200*    Routes one archive line - an ARKIV trailer is verified
054300*    against the lines counted since the previous trailer,
054400*    anything else is taken like a transcript line - then
054500*    primes the next line.
054600*    ---------------------------------------------------------
054700 2200-TAKE-ARCHIVE-LINE.
054800     ADD 1 TO HDG-ARC-READ-CT
054900     ADD 1 TO HDG-FILE-LINE-NO
055000     MOVE "RAD " TO HDG-SEAL-FUNCTION
055100     MOVE ARCHIVE-RECORD TO HDG-SEAL-LINE
055200     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
055300     IF ARCHIVE-RECORD (1:6) = "ARKIV "
055400         PERFORM 2250-CHECK-TRAILER THRU 2250-EXIT
055500     ELSE
055600         ADD 1 TO HDG-ARC-LINE-CT
055700         MOVE ARCHIVE-RECORD TO HDG-LINE-IN
055800         PERFORM 2500-TAKE-LINE THRU 2500-EXIT
055900     END-IF
056000     READ ARCHIVE-FILE
056100         AT END
056200             SET HDG-NO-MORE-RECORDS TO TRUE
056300     END-READ.
056400 2200-EXIT.
056500     EXIT.
056600*
056700*    ---------------------------------------------------------
056800*    2250-CHECK-TRAILER
056900*    Verifies one ARKIV trailer against the lines counted
057000*    since the previous one - Hitarch appends a fresh trailer
057100*    per archiving run, so each covers its own batch.
057200*    ---------------------------------------------------------
057300 2250-CHECK-TRAILER.
057400     MOVE ARCHIVE-RECORD (1:20) TO HDG-TRAILER-DETAIL
057500     IF HDG-TRL-CT IS NOT NUMERIC
057600         DISPLAY "HITDAG: otolkbar trailer i "
057700             HDG-ARCHIVE-NAME "  ** AVVIKELSE **"
057800         ADD 1 TO HDG-TRL-ERR-CT
057900     ELSE
058000         IF HDG-TRL-CT NOT = HDG-ARC-LINE-CT
058100             DISPLAY "HITDAG: " HDG-ARCHIVE-NAME
058200                 " trailer " HDG-TRL-CT " mot lästa "
058300                 HDG-ARC-LINE-CT "  ** AVVIKELSE **"
058400             ADD 1 TO HDG-TRL-ERR-CT
058500         END-IF
058600     END-IF
058700     MOVE ZERO TO HDG-ARC-LINE-CT.
058800 2250-EXIT.
058900     EXIT.
059000*
059100*    ---------------------------------------------------------
059200*    2500-TAKE-LINE
059300*    Takes the line in HDG-LINE-IN - from an archive or the
059400*    live log.  A line that does not parse is shown and
059500*    counted; a dated line is noted for the seal outcome and,
059600*    when its date is in a range asked for, added to its
059700*    day's summary.
059800*    ---------------------------------------------------------
059900 2500-TAKE-LINE.
060000     MOVE HDG-LINE-IN TO HDG-TRANSCRIPT-DETAIL
060100     IF HDG-FROM-TRANLOG
060200         ADD 1 TO HDG-TRAN-LINE-CT
060300     END-IF
060400     IF HDG-TIMESTAMP IS NOT NUMERIC
060500         OR HDG-CHOICE-ONE IS NOT NUMERIC
060600         OR HDG-CHOICE-TWO IS NOT NUMERIC
060700         OR HDG-INVALID-CT IS NOT NUMERIC
060800         ADD 1 TO HDG-BAD-CT
060900         IF HDG-FROM-TRANLOG
061000             ADD 1 TO HDG-TRAN-BAD-CT
061100         END-IF
061200         DISPLAY "HITDAG: rad " HDG-FILE-LINE-NO " i "
061300             HDG-SOURCE-NAME " går ej att tolka:"
061400         DISPLAY "  " HDG-LINE-IN (1:60)
061500         GO TO 2500-EXIT
061600     END-IF
061700     MOVE HDG-TS-DATE TO HDG-LINE-DATE
061800     IF HDG-FROM-TRANLOG
061900         IF HDG-TRAN-FIRST = ZERO
062000             OR HDG-LINE-DATE < HDG-TRAN-FIRST
062100             MOVE HDG-LINE-DATE TO HDG-TRAN-FIRST
062200         END-IF
062300         IF HDG-LINE-DATE > HDG-TRAN-LAST
062400             MOVE HDG-LINE-DATE TO HDG-TRAN-LAST
062500         END-IF
062600     END-IF
062700     PERFORM 2600-NOTE-DAY THRU 2600-EXIT
062800     IF HDG-DAY-IX = ZERO
062900         GO TO 2500-EXIT
063000     END-IF
063100     MOVE "N" TO HDG-RANGE-SW
063200     MOVE 1 TO HDG-RANGE-IX
063300     PERFORM 2700-TEST-RANGE THRU 2700-EXIT
063400         UNTIL HDG-IN-RANGE
063500         OR HDG-RANGE-IX > HDG-RANGE-CT
063600     IF NOT HDG-IN-RANGE
063700         GO TO 2500-EXIT
063800     END-IF
063900     IF NOT HDG-DAY-IS-OPEN
064000         OR HDS-DATE NOT = HDG-LINE-DATE
064100         PERFORM 3900-CLOSE-DAY THRU 3900-EXIT
064200         PERFORM 2800-OPEN-DAY THRU 2800-EXIT
064300     END-IF
064400     ADD 1 TO HDS-SESSION-CT
064500     MOVE HDG-CHOICE-ONE TO HDG-CODE-NUM
064600     MOVE HDG-CHOICE-TWO TO HDG-SUB-NUM
064700     COMPUTE HDG-SLOT-IX
064800         = HDG-CODE-NUM * 10 + HDG-SUB-NUM + 1
064900     ADD 1 TO HDS-END-CT (HDG-SLOT-IX)
065000     MOVE HDG-INVALID-CT TO HDG-INVALID-NUM
065100     IF HDG-INVALID-NUM > ZERO
065200         ADD HDG-INVALID-NUM TO HDS-INVALID-CT
065300         ADD 1 TO HDS-INVALID-SESS
065400     END-IF
065500     IF HDG-PLAYER-NAME NOT = SPACES
065600         AND HDG-PLAYER-NAME NOT = "ANONYM"
065700         PERFORM 2900-NOTE-PLAYER THRU 2900-EXIT
065800     END-IF.
065900 2500-EXIT.
066000     EXIT.
066100*
066200*    ---------------------------------------------------------
066300*    2600-NOTE-DAY
066400*    Finds the line's date in the table of dates read, adding
066500*    it when new.  The transcript is in date order, so the
066600*    date of the last line is tried first.  Past the table's
066700*    end HDG-DAY-IX comes back zero and the run fails, since
066800*    the later days can neither be summarised nor marked.
066900*    ---------------------------------------------------------
067000 2600-NOTE-DAY.
067100     IF HDG-DAY-IX > ZERO AND HDG-DAY-IX NOT > HDG-DAY-CT
067200         IF HDL-DATE (HDG-DAY-IX) = HDG-LINE-DATE
067300             GO TO 2600-EXIT
067400         END-IF
067500     END-IF
067600     MOVE "N" TO HDG-DAY-FOUND-SW
067700     MOVE 1 TO HDG-DAY-IX
067800     PERFORM 2610-MATCH-DAY THRU 2610-EXIT
067900         UNTIL HDG-DAY-FOUND
068000         OR HDG-DAY-IX > HDG-DAY-CT
068100     IF HDG-DAY-FOUND
068200         GO TO 2600-EXIT
068300     END-IF
068400     IF HDG-DAY-CT NOT < 1500
068500         IF NOT HDG-TABLE-FULL
068600             DISPLAY "HITDAG: dagtabellen full - "
068700                 HDG-LINE-DATE " och senare nya dagar "
068800                 "sammanställs inte."
068900             SET HDG-TABLE-FULL TO TRUE
069000             SET HDG-RUN-FAILED TO TRUE
069100         END-IF
069200         MOVE ZERO TO HDG-DAY-IX
069300         GO TO 2600-EXIT
069400     END-IF
069500     ADD 1 TO HDG-DAY-CT
069600     MOVE HDG-DAY-CT TO HDG-DAY-IX
069700     MOVE HDG-LINE-DATE TO HDL-DATE (HDG-DAY-IX)
069800     MOVE "N" TO HDL-BUILT (HDG-DAY-IX).
069900 2600-EXIT.
070000     EXIT.
070100*
070200*    ---------------------------------------------------------
070300*    2610-MATCH-DAY
070400*    Tests one entry of the date table against the line's
070500*    date.
070600*    ---------------------------------------------------------
070700 2610-MATCH-DAY.
070800     IF HDL-DATE (HDG-DAY-IX) = HDG-LINE-DATE
070900         SET HDG-DAY-FOUND TO TRUE
071000     ELSE
071100         ADD 1 TO HDG-DAY-IX
071200     END-IF.
071300 2610-EXIT.
071400     EXIT.
071500*
071600*    ---------------------------------------------------------
071700*    2700-TEST-RANGE
071800*    Tests the line's date against one range to summarise.
071900*    ---------------------------------------------------------
072000 2700-TEST-RANGE.
072100     IF HDG-LINE-DATE NOT < HDG-RNG-FROM (HDG-RANGE-IX)
072200         AND HDG-LINE-DATE NOT > HDG-RNG-TO (HDG-RANGE-IX)
072300         SET HDG-IN-RANGE TO TRUE
072400     ELSE
072500         ADD 1 TO HDG-RANGE-IX
072600     END-IF.
072700 2700-EXIT.
072800     EXIT.
072900*
073000*    ---------------------------------------------------------
073100*    2800-OPEN-DAY
073200*    Starts the summary of the line's date.  A day already
073300*    summarised earlier in this run - its lines were not all
073400*    together - carries on from the record written then; its
073500*    players are counted afresh from there, so such a day can
073600*    count a player twice.
073700*    ---------------------------------------------------------
073800 2800-OPEN-DAY.
073900     MOVE ZERO TO HDG-NAME-CT
074000     IF HDL-IS-BUILT (HDG-DAY-IX)
074100         MOVE HDG-LINE-DATE TO DGS-DATE
074200         READ SUMMARY-FILE INTO HDG-DAY-SUMMARY
074300             INVALID KEY
074400                 PERFORM 2810-CLEAR-DAY THRU 2810-EXIT
074500         END-READ
074600     ELSE
074700         PERFORM 2810-CLEAR-DAY THRU 2810-EXIT
074800         SET HDL-IS-BUILT (HDG-DAY-IX) TO TRUE
074900         ADD 1 TO HDG-DAYS-BUILT-CT
075000     END-IF
075100     SET HDG-DAY-IS-OPEN TO TRUE.
075200 2800-EXIT.
075300     EXIT.
075400*
075500*    ---------------------------------------------------------
075600*    2810-CLEAR-DAY
075700*    Zeroes the day summary for the line's date.
075800*    ---------------------------------------------------------
075900 2810-CLEAR-DAY.
076000     MOVE SPACES TO HDG-DAY-SUMMARY
076100     MOVE HDG-LINE-DATE TO HDS-DATE
076200     MOVE ZERO TO HDS-SESSION-CT
076300     MOVE ZERO TO HDS-INVALID-CT
076400     MOVE ZERO TO HDS-INVALID-SESS
076500     MOVE ZERO TO HDS-PLAYER-CT
076600     MOVE 1 TO HDG-SLOT-IX
076700     PERFORM 2820-CLEAR-SLOT THRU 2820-EXIT
076800         UNTIL HDG-SLOT-IX > 100.
076900 2810-EXIT.
077000     EXIT.
077100*
077200*    ---------------------------------------------------------
077300*    2820-CLEAR-SLOT
077400*    Zeroes one ending counter of the day summary.
077500*    ---------------------------------------------------------
077600 2820-CLEAR-SLOT.
077700     MOVE ZERO TO HDS-END-CT (HDG-SLOT-IX)
077800     ADD 1 TO HDG-SLOT-IX.
077900 2820-EXIT.
078000     EXIT.
078100*
078200*    ---------------------------------------------------------
078300*    2900-NOTE-PLAYER
078400*    Counts the line's player once per day.  Past the name
078500*    table's end each further name is counted as new.
078600*    ---------------------------------------------------------
078700 2900-NOTE-PLAYER.
078800     MOVE "N" TO HDG-NAME-SW
078900     MOVE 1 TO HDG-NAME-IX
079000     PERFORM 2910-MATCH-PLAYER THRU 2910-EXIT
079100         UNTIL HDG-NAME-FOUND
079200         OR HDG-NAME-IX > HDG-NAME-CT
079300     IF HDG-NAME-FOUND
079400         GO TO 2900-EXIT
079500     END-IF
079600     ADD 1 TO HDS-PLAYER-CT
079700     IF HDG-NAME-CT < 2000
079800         ADD 1 TO HDG-NAME-CT
079900         MOVE HDG-PLAYER-NAME TO HDG-NAME-ENTRY (HDG-NAME-CT)
080000     END-IF.
080100 2900-EXIT.
080200     EXIT.
080300*
080400*    ---------------------------------------------------------
080500*    2910-MATCH-PLAYER
080600*    Tests one name already seen today against the line's.
080700*    ---------------------------------------------------------
080800 2910-MATCH-PLAYER.
080900     IF HDG-NAME-ENTRY (HDG-NAME-IX) = HDG-PLAYER-NAME
081000         SET HDG-NAME-FOUND TO TRUE
081100     ELSE
081200         ADD 1 TO HDG-NAME-IX
081300     END-IF.
081400 2910-EXIT.
081500     EXIT.
081600*
081700*    ---------------------------------------------------------
081800*    3000-READ-TRANLOG
081900*    Reads the live transcript log after the archives.  No
082000*    log yet simply means no lines.
082100*    ---------------------------------------------------------
082200 3000-READ-TRANLOG.
082300     SET HDG-FROM-TRANLOG TO TRUE
082400     OPEN INPUT TRANSCRIPT-FILE
082500     IF HDG-TRAN-STATUS = "35"
082600         GO TO 3000-EXIT
082700     END-IF
082800     IF HDG-TRAN-STATUS NOT = "00"
082900         DISPLAY "HITDAG: kan inte öppna TRANLOG, status "
083000             HDG-TRAN-STATUS
083100         SET HDG-RUN-FAILED TO TRUE
083200         GO TO 3000-EXIT
083300     END-IF
083400     MOVE "FIL " TO HDG-SEAL-FUNCTION
083500     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
083600     MOVE "TRANLOG" TO HDG-SOURCE-NAME
083700     MOVE ZERO TO HDG-FILE-LINE-NO
083800     MOVE "N" TO HDG-EOF-SW
083900     READ TRANSCRIPT-FILE
084000         AT END
084100             SET HDG-NO-MORE-RECORDS TO TRUE
084200     END-READ
084300     PERFORM 3100-TAKE-LIVE-LINE THRU 3100-EXIT
084400         UNTIL HDG-NO-MORE-RECORDS
084500     CLOSE TRANSCRIPT-FILE.
084600 3000-EXIT.
084700     EXIT.
084800*
084900*    ---------------------------------------------------------
085000*    3100-TAKE-LIVE-LINE
085100*    Takes one live transcript line and primes the next.
085200*    ---------------------------------------------------------
085300 3100-TAKE-LIVE-LINE.
085400     ADD 1 TO HDG-TRAN-READ-CT
085500     ADD 1 TO HDG-FILE-LINE-NO
085600     MOVE "RAD " TO HDG-SEAL-FUNCTION
085700     MOVE TRANSCRIPT-RECORD TO HDG-SEAL-LINE
085800     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
085900     MOVE TRANSCRIPT-RECORD TO HDG-LINE-IN
086000     PERFORM 2500-TAKE-LINE THRU 2500-EXIT
086100     READ TRANSCRIPT-FILE
086200         AT END
086300             SET HDG-NO-MORE-RECORDS TO TRUE
086400     END-READ.
086500 3100-EXIT.
086600     EXIT.
086700*
086800*    ---------------------------------------------------------
086900*    3900-CLOSE-DAY
087000*    Writes the day being summarised to the summary file,
087100*    replacing what an earlier run wrote for it.  Its seal
087200*    outcome is set once all lines have been read.
087300*    ---------------------------------------------------------
087400 3900-CLOSE-DAY.
087500     IF NOT HDG-DAY-IS-OPEN
087600         GO TO 3900-EXIT
087700     END-IF
087800     MOVE "N" TO HDG-DAY-OPEN-SW
087900     MOVE "?" TO HDS-VERIFIED
088000     MOVE HDG-RUN-DATE TO HDS-BUILD-DATE
088100     MOVE HDG-START-TIME (1:6) TO HDS-BUILD-TIME
088200     MOVE HDG-DAY-SUMMARY TO DAY-SUMMARY-RECORD
088300     WRITE DAY-SUMMARY-RECORD
088400         INVALID KEY
088500             REWRITE DAY-SUMMARY-RECORD
088600                 INVALID KEY
088700                     DISPLAY "HITDAG: kan inte skriva "
088800                         HDS-DATE " på TRANDAG, status "
088900                         HDG-SUM-STATUS
089000                     SET HDG-RUN-FAILED TO TRUE
089100             END-REWRITE
089200     END-WRITE.
089300 3900-EXIT.
089400     EXIT.
089500*
089600*    ---------------------------------------------------------
089700*    4000-CHECK-SEALS
089800*    Checks every day read against its seal - the seal
089900*    routine shows each day that differs - then gives each
090000*    summarised day its outcome.  A day summarised by an
090100*    earlier run is only changed when its outcome is known
090200*    and has moved.
090300*    ---------------------------------------------------------
090400 4000-CHECK-SEALS.
090500     MOVE "KOLL" TO HDG-SEAL-FUNCTION
090600     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
090700     IF HDG-SEAL-UNAVAILABLE
090800         MOVE "90" TO HDG-SEAL-RESULT
090900     END-IF
091000     MOVE HDG-SEAL-RESULT TO HDG-CHECK-RESULT
091100     MOVE 1 TO HDG-DAY-IX
091200     PERFORM 4100-MARK-ONE-DAY THRU 4100-EXIT
091300         UNTIL HDG-DAY-IX > HDG-DAY-CT
091400     MOVE HDG-CHECK-RESULT TO HDG-SEAL-RESULT.
091500 4000-EXIT.
091600     EXIT.
091700*
091800*    ---------------------------------------------------------
091900*    4100-MARK-ONE-DAY
092000*    Asks the seal routine for one day's outcome and puts it
092100*    on the day's summary record.
092200*    ---------------------------------------------------------
092300 4100-MARK-ONE-DAY.
092400     MOVE SPACES TO HDG-SEAL-LINE
092500     MOVE HDL-DATE (HDG-DAY-IX) TO HDG-SEAL-LINE (1:8)
092600     MOVE "90" TO HDG-SEAL-RESULT
092700     MOVE "DAG " TO HDG-SEAL-FUNCTION
092800     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
092900     EVALUATE HDG-SEAL-RESULT
093000         WHEN "00"
093100             MOVE "J" TO HDG-OUTCOME
093200         WHEN "10"
093300             MOVE "A" TO HDG-OUTCOME
093400         WHEN "20"
093500             MOVE "O" TO HDG-OUTCOME
093600         WHEN OTHER
093700             MOVE "?" TO HDG-OUTCOME
093800     END-EVALUATE
093900     MOVE HDL-DATE (HDG-DAY-IX) TO DGS-DATE
094000     READ SUMMARY-FILE
094100         INVALID KEY
094200             GO TO 4100-NEXT-DAY
094300     END-READ
094400     IF NOT HDL-IS-BUILT (HDG-DAY-IX)
094500         IF HDG-OUTCOME = "?"
094600             OR HDG-OUTCOME = DGS-VERIFIED
094700             GO TO 4100-NEXT-DAY
094800         END-IF
094900         ADD 1 TO HDG-DAYS-MARKED-CT
095000     END-IF
095100     MOVE HDG-OUTCOME TO DGS-VERIFIED
095200     REWRITE DAY-SUMMARY-RECORD
095300         INVALID KEY
095400             DISPLAY "HITDAG: kan inte skriva "
095500                 DGS-DATE " på TRANDAG, status "
095600                 HDG-SUM-STATUS
095700             SET HDG-RUN-FAILED TO TRUE
095800     END-REWRITE.
095900 4100-NEXT-DAY.
096000     ADD 1 TO HDG-DAY-IX.
096100 4100-EXIT.
096200     EXIT.
096300*
096400*    ---------------------------------------------------------
096500*    4500-DROP-STALE-DAYS
096600*    Browses the summary inside every range summarised and
096700*    takes off each day that no longer has any lines.
096800*    Nothing is taken off after a failed read.
096900*    ---------------------------------------------------------
097000 4500-DROP-STALE-DAYS.
097100     IF HDG-RUN-FAILED
097200         GO TO 4500-EXIT
097300     END-IF
097400     MOVE 1 TO HDG-RANGE-IX
097500     PERFORM 4510-DROP-IN-RANGE THRU 4510-EXIT
097600         UNTIL HDG-RANGE-IX > HDG-RANGE-CT.
097700 4500-EXIT.
097800     EXIT.
097900*
098000*    ---------------------------------------------------------
098100*    4510-DROP-IN-RANGE
098200*    Positions on the first summarised day of one range and
098300*    checks each day up to the range's end.
098400*    ---------------------------------------------------------
098500 4510-DROP-IN-RANGE.
098600     MOVE "N" TO HDG-SUM-EOF-SW
098700     MOVE HDG-RNG-FROM (HDG-RANGE-IX) TO DGS-DATE
098800     START SUMMARY-FILE KEY IS NOT LESS THAN DGS-DATE
098900         INVALID KEY
099000             SET HDG-NO-MORE-DAYS TO TRUE
099100     END-START
099200     PERFORM 4520-CHECK-ONE-SUMMARY THRU 4520-EXIT
099300         UNTIL HDG-NO-MORE-DAYS
099400     ADD 1 TO HDG-RANGE-IX.
099500 4510-EXIT.
099600     EXIT.
099700*
099800*    ---------------------------------------------------------
099900*    4520-CHECK-ONE-SUMMARY
100000*    Reads the next summarised day and deletes it when no
100100*    line of it was read this run.
100200*    ---------------------------------------------------------
100300 4520-CHECK-ONE-SUMMARY.
100400     READ SUMMARY-FILE NEXT RECORD
100500         AT END
100600             SET HDG-NO-MORE-DAYS TO TRUE
100700             GO TO 4520-EXIT
100800     END-READ
100900     IF DGS-DATE > HDG-RNG-TO (HDG-RANGE-IX)
101000         SET HDG-NO-MORE-DAYS TO TRUE
101100         GO TO 4520-EXIT
101200     END-IF
101300     MOVE DGS-DATE TO HDG-LINE-DATE
101400     MOVE "N" TO HDG-DAY-FOUND-SW
101500     MOVE 1 TO HDG-DAY-IX
101600     PERFORM 2610-MATCH-DAY THRU 2610-EXIT
101700         UNTIL HDG-DAY-FOUND
101800         OR HDG-DAY-IX > HDG-DAY-CT
101900     IF HDG-DAY-FOUND
102000         GO TO 4520-EXIT
102100     END-IF
102200     DELETE SUMMARY-FILE RECORD
102300         INVALID KEY
102400             DISPLAY "HITDAG: kan inte ta bort "
102500                 DGS-DATE " från TRANDAG, status "
102600                 HDG-SUM-STATUS
102700             SET HDG-RUN-FAILED TO TRUE
102800             SET HDG-NO-MORE-DAYS TO TRUE
102900             GO TO 4520-EXIT
103000     END-DELETE
103100     DISPLAY "HITDAG: dag " HDG-LINE-DATE
103200         " har inga rader längre - borttagen ur TRANDAG."
103300     ADD 1 TO HDG-DAYS-DROPPED-CT.
103400 4520-EXIT.
103500     EXIT.
103600*
103700*    ---------------------------------------------------------
103800*    5000-UPDATE-CONTROL
103900*    Records where the next run starts - today is still open
104000*    - and what the live log held, for the reports.  After a
104100*    failed run the control record is left as it was, so the
104200*    next run covers the same days again.
104300*    ---------------------------------------------------------
104400 5000-UPDATE-CONTROL.
104500     IF HDG-RUN-FAILED
104600         GO TO 5000-EXIT
104700     END-IF
104800     MOVE SPACES TO DAY-CONTROL-RECORD
104900     MOVE ZERO TO DGC-KEY
105000     MOVE HDG-RUN-DATE TO DGC-NEXT-DATE
105100     MOVE HDG-TRAN-FIRST TO DGC-TRAN-FIRST
105200     MOVE HDG-TRAN-LAST TO DGC-TRAN-LAST
105300     MOVE HDG-TRAN-LINE-CT TO DGC-TRAN-LINE-CT
105400     MOVE HDG-TRAN-BAD-CT TO DGC-TRAN-BAD-CT
105500     MOVE HDG-SEAL-BAD-CT TO DGC-SEAL-BAD-CT
105600     MOVE HDG-CHECK-RESULT TO DGC-SEAL-RESULT
105700     MOVE HDG-TRL-ERR-CT TO DGC-TRL-ERR-CT
105800     MOVE HDG-RUN-DATE TO DGC-RUN-DATE
105900     MOVE HDG-START-TIME (1:6) TO DGC-RUN-TIME
106000     WRITE DAY-CONTROL-RECORD
106100         INVALID KEY
106200             REWRITE DAY-CONTROL-RECORD
106300                 INVALID KEY
106400                     DISPLAY "HITDAG: kan inte skriva "
106500                         "kontrollposten på TRANDAG, status "
106600                         HDG-SUM-STATUS
106700                     SET HDG-RUN-FAILED TO TRUE
106800             END-REWRITE
106900     END-WRITE.
107000 5000-EXIT.
107100     EXIT.
107200*
107300*    ---------------------------------------------------------
107400*    5500-CLEAR-REQUESTS
107500*    Empties the request file once its ranges have been
107600*    summarised.  After a failed run the requests stay for
107700*    the next one.
107800*    ---------------------------------------------------------
107900 5500-CLEAR-REQUESTS.
108000     IF HDG-RUN-FAILED OR HDG-REQ-LINE-CT = ZERO
108100         GO TO 5500-EXIT
108200     END-IF
108300     OPEN OUTPUT REQUEST-FILE
108400     IF HDG-REQ-STATUS NOT = "00"
108500         DISPLAY "HITDAG: kan inte tömma DAGBEST, status "
108600             HDG-REQ-STATUS
108700         GO TO 5500-EXIT
108800     END-IF
108900     CLOSE REQUEST-FILE.
109000 5500-EXIT.
109100     EXIT.
109200*
109300*    ---------------------------------------------------------
109400*    7000-PRINT-SUMMARY
109500*    ---------------------------------------------------------
109600 7000-PRINT-SUMMARY.
109700     DISPLAY "HITDAG - DAGSAMMANSTÄLLNING " HDG-RUN-DATE
109800     DISPLAY "-----------------------------------------"
109900     DISPLAY "Sammanställt från ................ "
110000         HDG-NEXT-DATE
110100     DISPLAY "Intervall begärda i DAGBEST ...... "
110200         HDG-REQ-TAKEN-CT
110300     DISPLAY "Rader lästa ur arkiven ........... "
110400         HDG-ARC-READ-CT
110500     DISPLAY "Rader lästa ur TRANLOG ........... "
110600         HDG-TRAN-READ-CT
110700     DISPLAY "Dagar sammanställda .............. "
110800         HDG-DAYS-BUILT-CT
110900     DISPLAY "Äldre dagar, nytt sigillutfall ... "
111000         HDG-DAYS-MARKED-CT
111100     IF HDG-DAYS-DROPPED-CT > ZERO
111200         DISPLAY "Dagar borttagna (inga rader) ..... "
111300             HDG-DAYS-DROPPED-CT
111400     END-IF
111500     IF HDG-BAD-CT > ZERO
111600         DISPLAY "Otolkbara rader .................. "
111700             HDG-BAD-CT
111800     END-IF
111900     IF HDG-TRL-ERR-CT > ZERO
112000         DISPLAY "Arkivtrailers med avvikelse ...... "
112100             HDG-TRL-ERR-CT
112200     END-IF
112300     DISPLAY "Dagar som stämmer med sigillet ... "
112400         HDG-SEAL-OK-CT
112500     DISPLAY "Dagar öppna (ej förseglade) ...... "
112600         HDG-SEAL-OPEN-CT
112700     IF HDG-SEAL-BAD-CT > ZERO
112800         DISPLAY "Dagar som AVVIKER från sigillet .. "
112900             HDG-SEAL-BAD-CT
113000     END-IF
113100     IF HDG-SEAL-RESULT NOT = "00"
113200         DISPLAY "Sigillen kunde inte kontrolleras fullt ut."
113300     END-IF
113400     IF HDG-RUN-FAILED
113500         MOVE "FEL" TO HDG-RUN-STATUS
113600         DISPLAY "HITDAG: körningen misslyckades - nästa "
113700             "körning tar samma dagar igen."
113800     END-IF.
113900 7000-EXIT.
114000     EXIT.
114100*
114200*    ---------------------------------------------------------
114300*    8000-CALL-SEAL
114400*    Passes the request in hand to the shared seal routine.
114500*    ---------------------------------------------------------
114600 8000-CALL-SEAL.
114700     IF HDG-SEAL-UNAVAILABLE
114800         GO TO 8000-EXIT
114900     END-IF
115000     CALL "HITSIGIL" USING HDG-SEAL-REQUEST HDG-SEAL-LINE
115100         ON EXCEPTION
115200             DISPLAY "HITDAG: HITSIGIL kunde inte startas."
115300             SET HDG-SEAL-UNAVAILABLE TO TRUE
115400     END-CALL.
115500 8000-EXIT.
115600     EXIT.
115700*
115800*    ---------------------------------------------------------
115900*    9999-TERMINATE
116000*    ---------------------------------------------------------
116100 9999-TERMINATE.
116200     IF HDG-SUMMARY-IS-OPEN
116300         CLOSE SUMMARY-FILE
116400         MOVE "N" TO HDG-SUM-OPEN-SW
116500     END-IF
116600     IF HDG-RUN-FAILED
116700         MOVE "FEL" TO HDG-RUN-STATUS
116800     END-IF
116900     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
117000     IF HDG-RUN-FAILED
117100         MOVE 8 TO RETURN-CODE
117200     END-IF.
117300 9999-EXIT.
117400     EXIT.
117500*
117600*    ---------------------------------------------------------
117700*    9500-WRITE-AUDIT
117800*    Appends this run's record to the common run-audit file.
117900*    ---------------------------------------------------------
118000 9500-WRITE-AUDIT.
118100     ACCEPT HDG-END-DATE FROM DATE YYYYMMDD
118200     ACCEPT HDG-END-TIME FROM TIME
118300     ADD HDG-ARC-READ-CT HDG-TRAN-READ-CT GIVING HDG-READ-CT
118400     MOVE HDG-RUN-DATE TO HAD-START-DATE
118500     MOVE HDG-START-TIME (1:6) TO HAD-START-TIME
118600     MOVE HDG-END-DATE TO HAD-END-DATE
118700     MOVE HDG-END-TIME (1:6) TO HAD-END-TIME
118800     MOVE HDG-READ-CT TO HAD-READ-CT
118900     MOVE HDG-DAYS-BUILT-CT TO HAD-WRITE-CT
119000     MOVE HDG-RUN-STATUS TO HAD-STATUS
119100     OPEN EXTEND RUN-AUDIT-FILE
119200     IF HDG-AUD-STATUS = "35"
119300         OPEN OUTPUT RUN-AUDIT-FILE
119400         CLOSE RUN-AUDIT-FILE
119500         OPEN EXTEND RUN-AUDIT-FILE
119600     END-IF
119700     IF HDG-AUD-STATUS = "00"
119800         MOVE HDG-AUDIT-DETAIL TO RUN-AUDIT-RECORD
119900         WRITE RUN-AUDIT-RECORD
120000         CLOSE RUN-AUDIT-FILE
120100     END-IF.
120200 9500-EXIT.
120300     EXIT.
