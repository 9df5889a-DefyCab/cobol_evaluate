000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hitstang.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - nightly day close for
001100*                      the transcript log, first step of the
001200*                      chain.  Every completed day on TRANLOG -
001300*                      and on last month's archive
001400*                      (TRANARC.ÅÅÅÅMM), in case the month-end
001500*                      archival ran before the last day was
001600*                      closed - is sealed on the control file
001700*                      (TRANSIGL) with its line count, count per
001800*                      ending and hash total of the session ids,
001900*                      through the shared seal routine (Hitsigil).
002000*                      Days sealed before are checked against
002100*                      their seals on the way, and any that no
002200*                      longer match are shown.  Today stays open
002300*                      until tomorrow night.  Writes a RUNAUDIT
002400*                      record and ends with RETURN-CODE 8 when
002500*                      anything failed.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS HSN-TRAN-STATUS.
003500     SELECT ARCHIVE-FILE ASSIGN USING HSN-ARCHIVE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS HSN-ARC-STATUS.
003800     SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS HSN-AUD-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TRANSCRIPT-FILE.
004400 01  TRANSCRIPT-RECORD          PIC X(160).
004500 FD  ARCHIVE-FILE.
004600 01  ARCHIVE-RECORD             PIC X(160).
004700 FD  RUN-AUDIT-FILE.
004800 01  RUN-AUDIT-RECORD           PIC X(80).
004900 WORKING-STORAGE SECTION.
005000 01  HSN-TRAN-STATUS          PIC X(02) VALUE "00".
005100 01  HSN-ARC-STATUS           PIC X(02) VALUE "00".
005200 01  HSN-EOF-SW               PIC X(01) VALUE "N".
005300     88  HSN-NO-MORE-RECORDS      VALUE "Y".
005400 01  HSN-ERROR-SW             PIC X(01) VALUE "N".
005500     88  HSN-RUN-FAILED           VALUE "Y".
005600 01  HSN-RUN-DATE             PIC 9(08) VALUE ZERO.
005700 01  HSN-PREV-MONTH           PIC 9(06) VALUE ZERO.
005800 01  HSN-PREV-MONTH-X REDEFINES HSN-PREV-MONTH.
005900     05  HSN-PREV-YEAR        PIC 9(04).
006000     05  HSN-PREV-MON         PIC 9(02).
006100 01  HSN-ARCHIVE-NAME         PIC X(14) VALUE SPACES.
006200*
006300*    Day-seal request passed to Hitsigil - layout must match
006400*    SGQ-REQUEST there.
006500 01  HSN-SEAL-REQUEST.
006600     05  HSN-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
006700     05  HSN-SEAL-CALLER      PIC X(08) VALUE "HITSTANG".
006800     05  HSN-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
006900     05  HSN-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
007000     05  HSN-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
007100     05  HSN-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
007200     05  HSN-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
007300     05  HSN-SEAL-RESULT      PIC X(02) VALUE "00".
007400 01  HSN-SEAL-LINE            PIC X(160) VALUE SPACES.
007500 01  HSN-SEAL-SW              PIC X(01) VALUE "N".
007600     88  HSN-SEAL-UNAVAILABLE     VALUE "Y".
007700 77  HSN-ARC-READ-CT          PIC 9(06) VALUE ZERO.
007800 77  HSN-TRAN-READ-CT         PIC 9(06) VALUE ZERO.
007900*
008000*    Run-audit record appended to the common audit file at the
008100*    end of the run.
008200 01  HSN-AUD-STATUS           PIC X(02) VALUE "00".
008300 01  HSN-START-TIME           PIC 9(08) VALUE ZERO.
008400 01  HSN-END-DATE             PIC 9(08) VALUE ZERO.
008500 01  HSN-END-TIME             PIC 9(08) VALUE ZERO.
008600 01  HSN-READ-CT              PIC 9(06) VALUE ZERO.
008700 01  HSN-RUN-STATUS           PIC X(04) VALUE "OK".
008800 01  HSN-AUDIT-DETAIL.
008900     05  HAD-PROGRAM          PIC X(08) VALUE "HITSTANG".
009000     05  FILLER               PIC X(01) VALUE SPACE.
009100     05  HAD-START-DATE       PIC 9(08).
009200     05  FILLER               PIC X(01) VALUE SPACE.
009300     05  HAD-START-TIME       PIC 9(06).
009400     05  FILLER               PIC X(01) VALUE SPACE.
009500     05  HAD-END-DATE         PIC 9(08).
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  HAD-END-TIME         PIC 9(06).
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  HAD-READ-CT          PIC 9(06).
010000     05  FILLER               PIC X(01) VALUE SPACE.
010100     05  HAD-WRITE-CT         PIC 9(06).
010200     05  FILLER               PIC X(01) VALUE SPACE.
010300     05  HAD-STATUS           PIC X(04).
010400 PROCEDURE DIVISION.
010500*
010600*    ---------------------------------------------------------
010700*    0000-MAINLINE
010800*    Reads last month's archive and the live log through the
010900*    seal routine, then seals the completed days.
011000*    ---------------------------------------------------------
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     PERFORM 2000-READ-ARCHIVE THRU 2000-EXIT
011400     PERFORM 3000-READ-TRANLOG THRU 3000-EXIT
011500     PERFORM 4000-SEAL-DAYS THRU 4000-EXIT
011600     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
011700     PERFORM 9999-TERMINATE THRU 9999-EXIT
011800     GOBACK.
011900*
012000*    ---------------------------------------------------------
012100*    1000-INITIALIZE
012200*    Finds the run date and last month, and clears the seal
012300*    routine's day totals.
012400*    ---------------------------------------------------------
012500 1000-INITIALIZE.
012600     ACCEPT HSN-RUN-DATE FROM DATE YYYYMMDD
012700     ACCEPT HSN-START-TIME FROM TIME
012800     MOVE HSN-RUN-DATE (1:6) TO HSN-PREV-MONTH
012900     IF HSN-PREV-MON = 01
013000         SUBTRACT 1 FROM HSN-PREV-YEAR
013100         MOVE 12 TO HSN-PREV-MON
013200     ELSE
013300         SUBTRACT 1 FROM HSN-PREV-MON
013400     END-IF
013500     MOVE "INIT" TO HSN-SEAL-FUNCTION
013600     PERFORM 8000-CALL-SEAL THRU 8000-EXIT.
013700 1000-EXIT.
013800     EXIT.
013900*
014000*    ---------------------------------------------------------
014100*    2000-READ-ARCHIVE
014200*    Reads last month's archive, if there is one, through the
014300*    seal routine.
014400*    ---------------------------------------------------------
014500 2000-READ-ARCHIVE.
014600     MOVE SPACES TO HSN-ARCHIVE-NAME
014700     STRING "TRANARC." HSN-PREV-MONTH
014800         DELIMITED BY SIZE INTO HSN-ARCHIVE-NAME
014900     END-STRING
015000     OPEN INPUT ARCHIVE-FILE
015100     IF HSN-ARC-STATUS = "35"
015200         GO TO 2000-EXIT
015300     END-IF
015400     IF HSN-ARC-STATUS NOT = "00"
015500         DISPLAY "HITSTANG: kan inte öppna " HSN-ARCHIVE-NAME
015600             ", status " HSN-ARC-STATUS
015700         SET HSN-RUN-FAILED TO TRUE
015800         GO TO 2000-EXIT
015900     END-IF
016000     MOVE "FIL " TO HSN-SEAL-FUNCTION
016100     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
016200     MOVE "N" TO HSN-EOF-SW
016300     READ ARCHIVE-FILE
016400         AT END
016500             SET HSN-NO-MORE-RECORDS TO TRUE
016600     END-READ
016700     PERFORM 2100-ADD-ARCHIVE-LINE THRU 2100-EXIT
016800         UNTIL HSN-NO-MORE-RECORDS
016900     CLOSE ARCHIVE-FILE.
017000 2000-EXIT.
017100     EXIT.
017200*
017300*    ---------------------------------------------------------
017400*    2100-ADD-ARCHIVE-LINE
017500*    Passes one archive line to the seal routine - it passes
017600*    over the trailer itself - and primes the next.
017700*    ---------------------------------------------------------
017800 2100-ADD-ARCHIVE-LINE.
017900     ADD 1 TO HSN-ARC-READ-CT
018000     MOVE "RAD " TO HSN-SEAL-FUNCTION
018100     MOVE ARCHIVE-RECORD TO HSN-SEAL-LINE
018200     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
018300     READ ARCHIVE-FILE
018400         AT END
018500             SET HSN-NO-MORE-RECORDS TO TRUE
018600     END-READ.
018700 2100-EXIT.
018800     EXIT.
018900*
019000*    ---------------------------------------------------------
019100*    3000-READ-TRANLOG
019200*    Reads the live transcript log through the seal routine.
019300*    No log yet simply means nothing to seal.
019400*    ---------------------------------------------------------
019500 3000-READ-TRANLOG.
019600     OPEN INPUT TRANSCRIPT-FILE
019700     IF HSN-TRAN-STATUS = "35"
019800         GO TO 3000-EXIT
019900     END-IF
020000     IF HSN-TRAN-STATUS NOT = "00"
020100         DISPLAY "HITSTANG: kan inte öppna TRANLOG, status "
020200             HSN-TRAN-STATUS
020300         SET HSN-RUN-FAILED TO TRUE
020400         GO TO 3000-EXIT
020500     END-IF
020600     MOVE "FIL " TO HSN-SEAL-FUNCTION
020700     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
020800     MOVE "N" TO HSN-EOF-SW
020900     READ TRANSCRIPT-FILE
021000         AT END
021100             SET HSN-NO-MORE-RECORDS TO TRUE
021200     END-READ
021300     PERFORM 3100-ADD-LIVE-LINE THRU 3100-EXIT
021400         UNTIL HSN-NO-MORE-RECORDS
021500     CLOSE TRANSCRIPT-FILE.
021600 3000-EXIT.
021700     EXIT.
021800*
021900*    ---------------------------------------------------------
022000*    3100-ADD-LIVE-LINE
022100*    Passes one live line to the seal routine and primes the
022200*    next.
022300*    ---------------------------------------------------------
022400 3100-ADD-LIVE-LINE.
022500     ADD 1 TO HSN-TRAN-READ-CT
022600     MOVE "RAD " TO HSN-SEAL-FUNCTION
022700     MOVE TRANSCRIPT-RECORD TO HSN-SEAL-LINE
022800     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
022900     READ TRANSCRIPT-FILE
023000         AT END
023100             SET HSN-NO-MORE-RECORDS TO TRUE
023200     END-READ.
023300 3100-EXIT.
023400     EXIT.
023500*
023600*    ---------------------------------------------------------
023700*    4000-SEAL-DAYS
023800*    Seals the completed days not sealed yet and checks the
023900*    rest.  A day that no longer matches its seal is shown by
024000*    the seal routine; it is left for the audit (Hitaudit) to
024100*    stop the night on, so the remaining days still get
024200*    sealed.  Nothing is sealed after a failed read.
024300*    ---------------------------------------------------------
024400 4000-SEAL-DAYS.
024500     IF HSN-RUN-FAILED
024600         GO TO 4000-EXIT
024700     END-IF
024800     MOVE "SIGL" TO HSN-SEAL-FUNCTION
024900     PERFORM 8000-CALL-SEAL THRU 8000-EXIT
025000     IF HSN-SEAL-RESULT NOT = "00"
025100         SET HSN-RUN-FAILED TO TRUE
025200     END-IF.
025300 4000-EXIT.
025400     EXIT.
025500*
025600*    ---------------------------------------------------------
025700*    7000-PRINT-SUMMARY
025800*    ---------------------------------------------------------
025900 7000-PRINT-SUMMARY.
026000     DISPLAY "HITSTANG - DAGSTÄNGNING " HSN-RUN-DATE
026100     DISPLAY "-----------------------------------------"
026200     DISPLAY "Rader lästa ur " HSN-ARCHIVE-NAME " .. "
026300         HSN-ARC-READ-CT
026400     DISPLAY "Rader lästa ur TRANLOG ........... "
026500         HSN-TRAN-READ-CT
026600     DISPLAY "Dagar lästa ...................... "
026700         HSN-SEAL-DAY-CT
026800     DISPLAY "Dagar förseglade i natt .......... "
026900         HSN-SEAL-NEW-CT
027000     DISPLAY "Dagar som stämmer med sigillet ... "
027100         HSN-SEAL-OK-CT
027200     DISPLAY "Dagar öppna (ej avslutade) ....... "
027300         HSN-SEAL-OPEN-CT
027400     IF HSN-SEAL-BAD-CT > ZERO
027500         DISPLAY "Dagar som AVVIKER från sigillet .. "
027600             HSN-SEAL-BAD-CT
027700     END-IF
027800     IF HSN-RUN-FAILED
027900         MOVE "FEL" TO HSN-RUN-STATUS
028000     END-IF.
028100 7000-EXIT.
028200     EXIT.
028300*
028400*    ---------------------------------------------------------
028500*    8000-CALL-SEAL
028600*    Passes the request in hand to the shared seal routine.
028700*    When the routine cannot be called nothing can be sealed,
028800*    and the run fails.
028900*    ---------------------------------------------------------
029000 8000-CALL-SEAL.
029100     IF HSN-SEAL-UNAVAILABLE
029200         GO TO 8000-EXIT
029300     END-IF
029400     CALL "HITSIGIL" USING HSN-SEAL-REQUEST HSN-SEAL-LINE
029500         ON EXCEPTION
029600             DISPLAY "HITSTANG: HITSIGIL kunde inte startas."
029700             SET HSN-SEAL-UNAVAILABLE TO TRUE
029800             SET HSN-RUN-FAILED TO TRUE
029900     END-CALL.
030000 8000-EXIT.
030100     EXIT.
030200*
030300*    ---------------------------------------------------------
030400*    9999-TERMINATE
030500*    ---------------------------------------------------------
030600 9999-TERMINATE.
030700     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
030800     IF HSN-RUN-FAILED
030900         MOVE 8 TO RETURN-CODE
031000     END-IF.
031100 9999-EXIT.
031200     EXIT.
031300*
031400*    ---------------------------------------------------------
031500*    9500-WRITE-AUDIT
031600*    Appends this run's record to the common run-audit file.
031700*    ---------------------------------------------------------
031800 9500-WRITE-AUDIT.
031900     ACCEPT HSN-END-DATE FROM DATE YYYYMMDD
032000     ACCEPT HSN-END-TIME FROM TIME
032100     ADD HSN-ARC-READ-CT HSN-TRAN-READ-CT GIVING HSN-READ-CT
032200     MOVE HSN-RUN-DATE TO HAD-START-DATE
032300     MOVE HSN-START-TIME (1:6) TO HAD-START-TIME
032400     MOVE HSN-END-DATE TO HAD-END-DATE
032500     MOVE HSN-END-TIME (1:6) TO HAD-END-TIME
032600     MOVE HSN-READ-CT TO HAD-READ-CT
032700     MOVE HSN-SEAL-NEW-CT TO HAD-WRITE-CT
032800     MOVE HSN-RUN-STATUS TO HAD-STATUS
032900     OPEN EXTEND RUN-AUDIT-FILE
033000     IF HSN-AUD-STATUS = "35"
033100         OPEN OUTPUT RUN-AUDIT-FILE
033200         CLOSE RUN-AUDIT-FILE
033300         OPEN EXTEND RUN-AUDIT-FILE
033400     END-IF
033500     IF HSN-AUD-STATUS = "00"
033600         MOVE HSN-AUDIT-DETAIL TO RUN-AUDIT-RECORD
033700         WRITE RUN-AUDIT-RECORD
033800         CLOSE RUN-AUDIT-FILE
033900     END-IF.
034000 9500-EXIT.
034100     EXIT.
