000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Hittratt.
000300 AUTHOR. Love Bellinder.
000400 INSTALLATION. Hitta Adventure.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    15/10/2026  LB   Original version - drop-off funnel report
001100*                      over the session-stage log (HITSTEG) the
001200*                      interactive program appends to.  Per day
001300*                      of session start: sessions started, names
001400*                      given, past the main menu, past the second
001500*                      menu and ending recorded, with the share of
001600*                      started sessions that reached an ending.
001700*                      A session writes each stage once and in
001800*                      order, so counting the events per stage is
001900*                      the funnel.  A second section lists the
002000*                      saved games on HITSPAR that were never
002100*                      resumed, aged by days outstanding.  Goes
002200*                      to a dated print file
002300*                      (TRTRAPP.ÅÅÅÅMMDD) with the screen as
002400*                      the fallback.  Ends with RETURN-CODE 8 when
002500*                      anything failed.
002600*    15/10/2026  LB   The funnel covers the last 365 days up to
002700*                      the run date; older events are only
002800*                      counted, so the day table no longer fills
002900*                      as the log grows.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT STAGE-FILE ASSIGN TO "HITSTEG"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS HTT-STG-STATUS.
003900     SELECT SAVEGAME-FILE ASSIGN TO "HITSPAR"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS CKPT-NAME
004300         FILE STATUS IS HTT-SPAR-STATUS.
004400     SELECT REPORT-FILE ASSIGN USING HTT-REPORT-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS HTT-REP-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STAGE-FILE.
005000 01  STAGE-RECORD             PIC X(40).
005100*
005200*    Per-player saved games - layout must match
005300*    CHECKPOINT-RECORD in the interactive program, since both
005400*    share the same file.
005500 FD  SAVEGAME-FILE.
005600 01  CHECKPOINT-RECORD.
005700     05  CKPT-NAME            PIC X(20).
005800     05  CKPT-CHOICE-ONE      PIC 9.
005900     05  CKPT-CHOICE-TYPE     PIC X(50).
006000     05  CKPT-SAVE-DATE       PIC 9(08).
006100     05  CKPT-SAVE-TIME       PIC 9(06).
006200 FD  REPORT-FILE.
006300 01  REPORT-RECORD            PIC X(80).
006400 WORKING-STORAGE SECTION.
006500*
006600*    Layout of one session-stage event, matching
006700*    HIT-STAGE-DETAIL in the interactive program.
006800 01  HTT-STAGE-DETAIL.
006900     05  HSE-SESSION-ID       PIC X(08).
007000     05  FILLER               PIC X(01).
007100     05  HSE-START-DATE       PIC X(08).
007200     05  HSE-START-DATE-N REDEFINES HSE-START-DATE
007300                              PIC 9(08).
007400     05  FILLER               PIC X(01).
007500     05  HSE-EVENT-TIME       PIC X(06).
007600     05  FILLER               PIC X(01).
007700     05  HSE-STAGE            PIC X(01).
007800     05  HSE-STAGE-N REDEFINES HSE-STAGE
007900                              PIC 9(01).
008000     05  FILLER               PIC X(01).
008100     05  HSE-STAGE-TEXT       PIC X(10).
008200     05  FILLER               PIC X(03).
008300 01  HTT-STG-STATUS           PIC X(02) VALUE "00".
008400 01  HTT-SPAR-STATUS          PIC X(02) VALUE "00".
008500 01  HTT-EOF-SW               PIC X(01) VALUE "N".
008600     88  HTT-NO-MORE-RECORDS      VALUE "Y".
008700 01  HTT-ERROR-SW             PIC X(01) VALUE "N".
008800     88  HTT-RUN-FAILED           VALUE "Y".
008900 01  HTT-RUN-DATE             PIC 9(08) VALUE ZERO.
009000*
009100*    Funnel counts, one entry per day of session start - the
009200*    five counters are the five stages in order.  One entry
009300*    for each day of the reporting window.
009400 01  HTT-DAY-TABLE.
009500     05  HTT-DAY-ENTRY OCCURS 365 TIMES.
009600         10  HTT-DAY-DATE     PIC 9(08).
009700         10  HTT-DAY-CT       PIC 9(06) OCCURS 5 TIMES.
009800 01  HTT-DAY-SAVE.
009900     05  FILLER               PIC 9(08).
010000     05  FILLER               PIC 9(06) OCCURS 5 TIMES.
010100 01  HTT-DAY-CT-MAX           PIC 9(03) COMP VALUE 365.
010200 01  HTT-WINDOW-DAYS          PIC 9(03) VALUE 365.
010300 01  HTT-WINDOW-START         PIC S9(09) COMP VALUE ZERO.
010400 01  HTT-DAY-CT-USED          PIC 9(03) COMP VALUE ZERO.
010500 01  HTT-DAY-IX               PIC 9(03) COMP VALUE ZERO.
010600 01  HTT-LOW-IX               PIC 9(03) COMP VALUE ZERO.
010700 01  HTT-SCAN-IX              PIC 9(03) COMP VALUE ZERO.
010800 01  HTT-STAGE-IX             PIC 9(01) COMP VALUE ZERO.
010900 01  HTT-TOTAL-CTS.
011000     05  HTT-TOTAL-CT         PIC 9(07) OCCURS 5 TIMES.
011100 01  HTT-PCT                  PIC 9(03) VALUE ZERO.
011200 01  HTT-DAY-CT-D             PIC 9(03) VALUE ZERO.
011300*
011400*    Ageing of the saved games - days outstanding from the
011500*    save date to today, by day number (Fliegel-Van Flandern).
011600 01  HTT-FVF-A                PIC S9(09) COMP VALUE ZERO.
011700 01  HTT-FVF-Y                PIC S9(09) COMP VALUE ZERO.
011800 01  HTT-FVF-M                PIC S9(09) COMP VALUE ZERO.
011900 01  HTT-FVF-T1               PIC S9(09) COMP VALUE ZERO.
012000 01  HTT-FVF-T2               PIC S9(09) COMP VALUE ZERO.
012100 01  HTT-FVF-T3               PIC S9(09) COMP VALUE ZERO.
012200 01  HTT-FVF-T4               PIC S9(09) COMP VALUE ZERO.
012300 01  HTT-CALC-YEAR            PIC 9(04) VALUE ZERO.
012400 01  HTT-CALC-MON             PIC 9(02) VALUE ZERO.
012500 01  HTT-CALC-DAY             PIC 9(02) VALUE ZERO.
012600 01  HTT-DAY-NUMBER           PIC S9(09) COMP VALUE ZERO.
012700 01  HTT-TODAY-NUMBER         PIC S9(09) COMP VALUE ZERO.
012800 01  HTT-SAVE-AGE             PIC 9(05) VALUE ZERO.
012900 01  HTT-CHOICE-TEXT          PIC X(10) VALUE SPACES.
013000 77  HTT-AGE-WEEK-CT          PIC 9(05) VALUE ZERO.
013100 77  HTT-AGE-MONTH-CT         PIC 9(05) VALUE ZERO.
013200 77  HTT-AGE-QUARTER-CT       PIC 9(05) VALUE ZERO.
013300 77  HTT-AGE-OLD-CT           PIC 9(05) VALUE ZERO.
013400 77  HTT-SAVE-CT              PIC 9(05) VALUE ZERO.
013500 77  HTT-BAD-CT               PIC 9(06) VALUE ZERO.
013600 77  HTT-READ-CT              PIC 9(06) VALUE ZERO.
013700 77  HTT-OUTSIDE-CT           PIC 9(06) VALUE ZERO.
013800*
013900*    Print-file control - dated report name, page layout and
014000*    the line every report row passes through.  When the print
014100*    file cannot be opened the rows fall back to the screen.
014200*    The column headings belong to the section being printed.
014300 01  HTT-REP-STATUS           PIC X(02) VALUE "00".
014400 01  HTT-REPORT-NAME          PIC X(16) VALUE SPACES.
014500 01  HTT-REP-OPEN-SW          PIC X(01) VALUE "N".
014600     88  HTT-REPORT-IS-OPEN       VALUE "Y".
014700 01  HTT-PRINT-LINE           PIC X(80) VALUE SPACES.
014800 01  HTT-HEADING-LINE         PIC X(80) VALUE SPACES.
014900 01  HTT-PAGE-NO              PIC 9(04) VALUE ZERO.
015000 01  HTT-LINE-CT              PIC 9(02) VALUE 99.
015100 01  HTT-PAGE-SIZE            PIC 9(02) VALUE 60.
015200 77  HTT-REP-LINE-CT          PIC 9(06) VALUE ZERO.
015300 PROCEDURE DIVISION.
015400*
015500*    ---------------------------------------------------------
015600*    0000-MAINLINE
015700*    Counts the session-stage log per day and prints the
015800*    funnel, then the ageing of the saved games.
015900*    ---------------------------------------------------------
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016200     IF NOT HTT-RUN-FAILED
016300         PERFORM 2000-SORT-DAYS THRU 2000-EXIT
016400         PERFORM 8100-OPEN-REPORT THRU 8100-EXIT
016500         PERFORM 3000-PRINT-FUNNEL THRU 3000-EXIT
016600         PERFORM 4000-PRINT-SAVES THRU 4000-EXIT
016700         PERFORM 8400-CLOSE-REPORT THRU 8400-EXIT
016800     END-IF
016900     PERFORM 9999-TERMINATE THRU 9999-EXIT
017000     GOBACK.
017100*
017200*    ---------------------------------------------------------
017300*    1000-INITIALIZE
017400*    Reads the whole session-stage log into the day table.
017500*    No log yet simply gives an empty funnel.  The reporting
017600*    window is the 365 days ending on the run date.
017700*    ---------------------------------------------------------
017800 1000-INITIALIZE.
017900     ACCEPT HTT-RUN-DATE FROM DATE YYYYMMDD
018000     MOVE HTT-RUN-DATE (1:4) TO HTT-CALC-YEAR
018100     MOVE HTT-RUN-DATE (5:2) TO HTT-CALC-MON
018200     MOVE HTT-RUN-DATE (7:2) TO HTT-CALC-DAY
018300     PERFORM 4200-COMPUTE-DAY-NUMBER THRU 4200-EXIT
018400     MOVE HTT-DAY-NUMBER TO HTT-TODAY-NUMBER
018500     COMPUTE HTT-WINDOW-START
018600         = HTT-TODAY-NUMBER - HTT-WINDOW-DAYS + 1
018700     MOVE 1 TO HTT-STAGE-IX
018800     PERFORM 1050-CLEAR-ONE-TOTAL THRU 1050-EXIT
018900         UNTIL HTT-STAGE-IX > 5
019000     OPEN INPUT STAGE-FILE
019100     IF HTT-STG-STATUS = "35"
019200         DISPLAY "HITTRATT: inga sessionshändelser (HITSTEG "
019300             "saknas)."
019400         GO TO 1000-EXIT
019500     END-IF
019600     IF HTT-STG-STATUS NOT = "00"
019700         DISPLAY "HITTRATT: kan inte öppna HITSTEG, status "
019800             HTT-STG-STATUS
019900         SET HTT-RUN-FAILED TO TRUE
020000         GO TO 1000-EXIT
020100     END-IF
020200     MOVE "N" TO HTT-EOF-SW
020300     READ STAGE-FILE
020400         AT END
020500             SET HTT-NO-MORE-RECORDS TO TRUE
020600     END-READ
020700     PERFORM 1100-COUNT-EVENT THRU 1100-EXIT
020800         UNTIL HTT-NO-MORE-RECORDS
020900     CLOSE STAGE-FILE.
021000 1000-EXIT.
021100     EXIT.
021200*
021300*    ---------------------------------------------------------
021400*    1050-CLEAR-ONE-TOTAL
021500*    Clears one stage's grand total.
021600*    ---------------------------------------------------------
021700 1050-CLEAR-ONE-TOTAL.
021800     MOVE ZERO TO HTT-TOTAL-CT (HTT-STAGE-IX)
021900     ADD 1 TO HTT-STAGE-IX.
022000 1050-EXIT.
022100     EXIT.
022200*
022300*    ---------------------------------------------------------
022400*    1100-COUNT-EVENT
022500*    Counts one event against its day and stage, then primes
022600*    the next.  A line that does not carry a date and a stage
022700*    from 1 to 5 is counted as unreadable; a session started
022800*    outside the reporting window is only counted.
022900*    ---------------------------------------------------------
023000 1100-COUNT-EVENT.
023100     ADD 1 TO HTT-READ-CT
023200     MOVE STAGE-RECORD TO HTT-STAGE-DETAIL
023300     IF HSE-START-DATE NOT NUMERIC
023400         OR HSE-STAGE NOT NUMERIC
023500         ADD 1 TO HTT-BAD-CT
023600         GO TO 1100-READ-NEXT
023700     END-IF
023800     IF HSE-STAGE-N < 1 OR HSE-STAGE-N > 5
023900         ADD 1 TO HTT-BAD-CT
024000         GO TO 1100-READ-NEXT
024100     END-IF
024200     MOVE HSE-START-DATE (1:4) TO HTT-CALC-YEAR
024300     MOVE HSE-START-DATE (5:2) TO HTT-CALC-MON
024400     MOVE HSE-START-DATE (7:2) TO HTT-CALC-DAY
024500     PERFORM 4200-COMPUTE-DAY-NUMBER THRU 4200-EXIT
024600     IF HTT-DAY-NUMBER < HTT-WINDOW-START
024700         OR HTT-DAY-NUMBER > HTT-TODAY-NUMBER
024800         ADD 1 TO HTT-OUTSIDE-CT
024900         GO TO 1100-READ-NEXT
025000     END-IF
025100     PERFORM 1200-FIND-DAY THRU 1200-EXIT
025200     IF HTT-DAY-IX = ZERO
025300         ADD 1 TO HTT-BAD-CT
025400         GO TO 1100-READ-NEXT
025500     END-IF
025600     ADD 1 TO HTT-DAY-CT (HTT-DAY-IX, HSE-STAGE-N)
025700     ADD 1 TO HTT-TOTAL-CT (HSE-STAGE-N).
025800 1100-READ-NEXT.
025900     READ STAGE-FILE
026000         AT END
026100             SET HTT-NO-MORE-RECORDS TO TRUE
026200     END-READ.
026300 1100-EXIT.
026400     EXIT.
026500*
026600*    ---------------------------------------------------------
026700*    1200-FIND-DAY
026800*    Finds the event's day in the table or adds it.  The log
026900*    is written in time order, so the day last used is tried
027000*    first.  A full table leaves HTT-DAY-IX at zero.
027100*    ---------------------------------------------------------
027200 1200-FIND-DAY.
027300     IF HTT-DAY-IX > ZERO
027400         IF HTT-DAY-DATE (HTT-DAY-IX) = HSE-START-DATE-N
027500             GO TO 1200-EXIT
027600         END-IF
027700     END-IF
027800     MOVE 1 TO HTT-DAY-IX
027900     PERFORM 1210-TRY-ONE-DAY THRU 1210-EXIT
028000         UNTIL HTT-DAY-IX > HTT-DAY-CT-USED
028100     IF HTT-DAY-IX NOT > HTT-DAY-CT-USED
028200         GO TO 1200-EXIT
028300     END-IF
028400     IF HTT-DAY-CT-USED NOT < HTT-DAY-CT-MAX
028500         DISPLAY "HITTRATT: dagtabellen full, händelse för "
028600             HSE-START-DATE " räknas ej."
028700         MOVE ZERO TO HTT-DAY-IX
028800         GO TO 1200-EXIT
028900     END-IF
029000     ADD 1 TO HTT-DAY-CT-USED
029100     MOVE HTT-DAY-CT-USED TO HTT-DAY-IX
029200     MOVE HSE-START-DATE-N TO HTT-DAY-DATE (HTT-DAY-IX)
029300     MOVE 1 TO HTT-STAGE-IX
029400     PERFORM 1220-CLEAR-ONE-COUNT THRU 1220-EXIT
029500         UNTIL HTT-STAGE-IX > 5.
029600 1200-EXIT.
029700     EXIT.
029800*
029900*    ---------------------------------------------------------
030000*    1210-TRY-ONE-DAY
030100*    Stops the search on a matching day, else steps on.
030200*    ---------------------------------------------------------
030300 1210-TRY-ONE-DAY.
030400     IF HTT-DAY-DATE (HTT-DAY-IX) = HSE-START-DATE-N
030500         GO TO 1210-EXIT
030600     END-IF
030700     ADD 1 TO HTT-DAY-IX.
030800 1210-EXIT.
030900     EXIT.
031000*
031100*    ---------------------------------------------------------
031200*    1220-CLEAR-ONE-COUNT
031300*    Clears one stage counter of a newly added day.
031400*    ---------------------------------------------------------
031500 1220-CLEAR-ONE-COUNT.
031600     MOVE ZERO TO HTT-DAY-CT (HTT-DAY-IX, HTT-STAGE-IX)
031700     ADD 1 TO HTT-STAGE-IX.
031800 1220-EXIT.
031900     EXIT.
032000*
032100*    ---------------------------------------------------------
032200*    2000-SORT-DAYS
032300*    Puts the days in date order (selection sort) - a session
032400*    started before midnight can log its later stages after
032500*    the next day's first session has begun.
032600*    ---------------------------------------------------------
032700 2000-SORT-DAYS.
032800     MOVE 1 TO HTT-DAY-IX
032900     PERFORM 2100-PLACE-ONE-DAY THRU 2100-EXIT
033000         UNTIL HTT-DAY-IX NOT < HTT-DAY-CT-USED.
033100 2000-EXIT.
033200     EXIT.
033300*
033400*    ---------------------------------------------------------
033500*    2100-PLACE-ONE-DAY
033600*    Swaps the earliest remaining day into position.
033700*    ---------------------------------------------------------
033800 2100-PLACE-ONE-DAY.
033900     MOVE HTT-DAY-IX TO HTT-LOW-IX
034000     COMPUTE HTT-SCAN-IX = HTT-DAY-IX + 1
034100     PERFORM 2110-CHECK-ONE-DAY THRU 2110-EXIT
034200         UNTIL HTT-SCAN-IX > HTT-DAY-CT-USED
034300     IF HTT-LOW-IX NOT = HTT-DAY-IX
034400         MOVE HTT-DAY-ENTRY (HTT-DAY-IX) TO HTT-DAY-SAVE
034500         MOVE HTT-DAY-ENTRY (HTT-LOW-IX)
034600             TO HTT-DAY-ENTRY (HTT-DAY-IX)
034700         MOVE HTT-DAY-SAVE TO HTT-DAY-ENTRY (HTT-LOW-IX)
034800     END-IF
034900     ADD 1 TO HTT-DAY-IX.
035000 2100-EXIT.
035100     EXIT.
035200*
035300*    ---------------------------------------------------------
035400*    2110-CHECK-ONE-DAY
035500*    Notes the scanned day if it is earlier than the lowest.
035600*    ---------------------------------------------------------
035700 2110-CHECK-ONE-DAY.
035800     IF HTT-DAY-DATE (HTT-SCAN-IX) < HTT-DAY-DATE (HTT-LOW-IX)
035900         MOVE HTT-SCAN-IX TO HTT-LOW-IX
036000     END-IF
036100     ADD 1 TO HTT-SCAN-IX.
036200 2110-EXIT.
036300     EXIT.
036400*
036500*    ---------------------------------------------------------
036600*    3000-PRINT-FUNNEL
036700*    Prints one funnel line per day and the totals.
036800*    ---------------------------------------------------------
036900 3000-PRINT-FUNNEL.
037000     MOVE SPACES TO HTT-HEADING-LINE
037100     STRING "DATUM    STARTADE    NAMN  HUVUDMENY  ANDRAMENY"
037200         "       SLUT  SLUT %"
037300         DELIMITED BY SIZE INTO HTT-HEADING-LINE
037400     END-STRING
037500     MOVE HTT-PAGE-SIZE TO HTT-LINE-CT
037600     MOVE 1 TO HTT-DAY-IX
037700     PERFORM 3100-PRINT-ONE-DAY THRU 3100-EXIT
037800         UNTIL HTT-DAY-IX > HTT-DAY-CT-USED
037900     IF HTT-TOTAL-CT (1) > ZERO
038000         COMPUTE HTT-PCT ROUNDED
038100             = HTT-TOTAL-CT (5) * 100 / HTT-TOTAL-CT (1)
038200     ELSE
038300         MOVE ZERO TO HTT-PCT
038400     END-IF
038500     MOVE SPACES TO HTT-PRINT-LINE
038600     STRING "TOTALT    " HTT-TOTAL-CT (1) " "
038700         HTT-TOTAL-CT (2) "    " HTT-TOTAL-CT (3) "    "
038800         HTT-TOTAL-CT (4) "    " HTT-TOTAL-CT (5) "     "
038900         HTT-PCT
039000         DELIMITED BY SIZE INTO HTT-PRINT-LINE
039100     END-STRING
039200     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
039300     IF HTT-BAD-CT > ZERO
039400         MOVE SPACES TO HTT-PRINT-LINE
039500         STRING "Oläsbara händelserader: " HTT-BAD-CT
039600             DELIMITED BY SIZE INTO HTT-PRINT-LINE
039700         END-STRING
039800         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
039900     END-IF
040000     IF HTT-OUTSIDE-CT > ZERO
040100         MOVE SPACES TO HTT-PRINT-LINE
040200         STRING "Händelser utanför de senaste " HTT-WINDOW-DAYS
040300             " dagarna, ej med: " HTT-OUTSIDE-CT
040400             DELIMITED BY SIZE INTO HTT-PRINT-LINE
040500         END-STRING
040600         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
040700     END-IF.
040800 3000-EXIT.
040900     EXIT.
041000*
041100*    ---------------------------------------------------------
041200*    3100-PRINT-ONE-DAY
041300*    Prints one day's funnel and the share of its started
041400*    sessions that reached an ending.
041500*    ---------------------------------------------------------
041600 3100-PRINT-ONE-DAY.
041700     IF HTT-DAY-CT (HTT-DAY-IX, 1) > ZERO
041800         COMPUTE HTT-PCT ROUNDED
041900             = HTT-DAY-CT (HTT-DAY-IX, 5) * 100
042000             / HTT-DAY-CT (HTT-DAY-IX, 1)
042100     ELSE
042200         MOVE ZERO TO HTT-PCT
042300     END-IF
042400     MOVE SPACES TO HTT-PRINT-LINE
042500     STRING HTT-DAY-DATE (HTT-DAY-IX) "   "
042600         HTT-DAY-CT (HTT-DAY-IX, 1) "  "
042700         HTT-DAY-CT (HTT-DAY-IX, 2) "     "
042800         HTT-DAY-CT (HTT-DAY-IX, 3) "     "
042900         HTT-DAY-CT (HTT-DAY-IX, 4) "     "
043000         HTT-DAY-CT (HTT-DAY-IX, 5) "     "
043100         HTT-PCT
043200         DELIMITED BY SIZE INTO HTT-PRINT-LINE
043300     END-STRING
043400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
043500     ADD 1 TO HTT-DAY-IX.
043600 3100-EXIT.
043700     EXIT.
043800*
043900*    ---------------------------------------------------------
044000*    4000-PRINT-SAVES
044100*    Lists every saved game still on HITSPAR - a save is
044200*    cleared when the session it belongs to ends, so one on
044300*    file was never resumed - with its days outstanding, then
044400*    the ageing totals.
044500*    ---------------------------------------------------------
044600 4000-PRINT-SAVES.
044700     MOVE SPACES TO HTT-HEADING-LINE
044800     STRING "SPELARE" "              " "VID" "        "
044900         "SPARAD" "    " "DAGAR UTESTÅENDE"
045000         DELIMITED BY SIZE INTO HTT-HEADING-LINE
045100     END-STRING
045200     MOVE HTT-PAGE-SIZE TO HTT-LINE-CT
045300     OPEN INPUT SAVEGAME-FILE
045400     IF HTT-SPAR-STATUS = "35"
045500         MOVE "Inga sparade spel (HITSPAR saknas)."
045600             TO HTT-PRINT-LINE
045700         PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
045800         GO TO 4000-EXIT
045900     END-IF
046000     IF HTT-SPAR-STATUS NOT = "00"
046100         DISPLAY "HITTRATT: kan inte öppna HITSPAR, status "
046200             HTT-SPAR-STATUS
046300         SET HTT-RUN-FAILED TO TRUE
046400         GO TO 4000-EXIT
046500     END-IF
046600     MOVE "N" TO HTT-EOF-SW
046700     READ SAVEGAME-FILE NEXT RECORD
046800         AT END
046900             SET HTT-NO-MORE-RECORDS TO TRUE
047000     END-READ
047100     PERFORM 4100-PRINT-ONE-SAVE THRU 4100-EXIT
047200         UNTIL HTT-NO-MORE-RECORDS
047300     CLOSE SAVEGAME-FILE
047400     MOVE SPACES TO HTT-PRINT-LINE
047500     STRING "Sparade spel: " HTT-SAVE-CT
047600         "   0-7 dgr: " HTT-AGE-WEEK-CT
047700         "   8-30 dgr: " HTT-AGE-MONTH-CT
047800         DELIMITED BY SIZE INTO HTT-PRINT-LINE
047900     END-STRING
048000     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
048100     MOVE SPACES TO HTT-PRINT-LINE
048200     STRING "              31-90 dgr: " HTT-AGE-QUARTER-CT
048300         "   över 90 dgr: " HTT-AGE-OLD-CT
048400         DELIMITED BY SIZE INTO HTT-PRINT-LINE
048500     END-STRING
048600     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
048700 4000-EXIT.
048800     EXIT.
048900*
049000*    ---------------------------------------------------------
049100*    4100-PRINT-ONE-SAVE
049200*    Prints one saved game with its age, counts it into its
049300*    ageing band and primes the next.
049400*    ---------------------------------------------------------
049500 4100-PRINT-ONE-SAVE.
049600     ADD 1 TO HTT-SAVE-CT
049700     MOVE ZERO TO HTT-SAVE-AGE
049800     IF CKPT-SAVE-DATE NUMERIC AND CKPT-SAVE-DATE > ZERO
049900         MOVE CKPT-SAVE-DATE (1:4) TO HTT-CALC-YEAR
050000         MOVE CKPT-SAVE-DATE (5:2) TO HTT-CALC-MON
050100         MOVE CKPT-SAVE-DATE (7:2) TO HTT-CALC-DAY
050200         PERFORM 4200-COMPUTE-DAY-NUMBER THRU 4200-EXIT
050300         IF HTT-DAY-NUMBER < HTT-TODAY-NUMBER
050400             COMPUTE HTT-SAVE-AGE
050500                 = HTT-TODAY-NUMBER - HTT-DAY-NUMBER
050600         END-IF
050700     END-IF
050800     EVALUATE TRUE
050900         WHEN HTT-SAVE-AGE NOT > 7
051000             ADD 1 TO HTT-AGE-WEEK-CT
051100         WHEN HTT-SAVE-AGE NOT > 30
051200             ADD 1 TO HTT-AGE-MONTH-CT
051300         WHEN HTT-SAVE-AGE NOT > 90
051400             ADD 1 TO HTT-AGE-QUARTER-CT
051500         WHEN OTHER
051600             ADD 1 TO HTT-AGE-OLD-CT
051700     END-EVALUATE
051800     MOVE CKPT-CHOICE-TYPE TO HTT-CHOICE-TEXT
051900     MOVE SPACES TO HTT-PRINT-LINE
052000     STRING CKPT-NAME " " HTT-CHOICE-TEXT " " CKPT-SAVE-DATE
052100         "  " HTT-SAVE-AGE
052200         DELIMITED BY SIZE INTO HTT-PRINT-LINE
052300     END-STRING
052400     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
052500     READ SAVEGAME-FILE NEXT RECORD
052600         AT END
052700             SET HTT-NO-MORE-RECORDS TO TRUE
052800     END-READ.
052900 4100-EXIT.
053000     EXIT.
053100*
053200*    ---------------------------------------------------------
053300*    4200-COMPUTE-DAY-NUMBER
053400*    Day number (Fliegel-Van Flandern) for the date held in
053500*    the HTT-CALC fields.
053600*    ---------------------------------------------------------
053700 4200-COMPUTE-DAY-NUMBER.
053800     COMPUTE HTT-FVF-A = (14 - HTT-CALC-MON) / 12
053900     COMPUTE HTT-FVF-Y = HTT-CALC-YEAR + 4800 - HTT-FVF-A
054000     COMPUTE HTT-FVF-M = HTT-CALC-MON + 12 * HTT-FVF-A - 3
054100     COMPUTE HTT-FVF-T1 = (153 * HTT-FVF-M + 2) / 5
054200     COMPUTE HTT-FVF-T2 = HTT-FVF-Y / 4
054300     COMPUTE HTT-FVF-T3 = HTT-FVF-Y / 100
054400     COMPUTE HTT-FVF-T4 = HTT-FVF-Y / 400
054500     COMPUTE HTT-DAY-NUMBER = HTT-CALC-DAY + HTT-FVF-T1
054600         + 365 * HTT-FVF-Y + HTT-FVF-T2 - HTT-FVF-T3
054700         + HTT-FVF-T4 - 32045.
054800 4200-EXIT.
054900     EXIT.
055000*
055100*    ---------------------------------------------------------
055200*    8100-OPEN-REPORT
055300*    Opens the dated print file, falling back to the screen
055400*    when it cannot be opened.
055500*    ---------------------------------------------------------
055600 8100-OPEN-REPORT.
055700     MOVE SPACES TO HTT-REPORT-NAME
055800     STRING "TRTRAPP." HTT-RUN-DATE
055900         DELIMITED BY SIZE INTO HTT-REPORT-NAME
056000     END-STRING
056100     OPEN OUTPUT REPORT-FILE
056200     IF HTT-REP-STATUS = "00"
056300         SET HTT-REPORT-IS-OPEN TO TRUE
056400     ELSE
056500         DISPLAY "HITTRATT: kan inte öppna " HTT-REPORT-NAME
056600             ", status " HTT-REP-STATUS
056700             " - rapporten visas på skärmen."
056800     END-IF
056900     MOVE ZERO TO HTT-PAGE-NO
057000     MOVE HTT-PAGE-SIZE TO HTT-LINE-CT.
057100 8100-EXIT.
057200     EXIT.
057300*
057400*    ---------------------------------------------------------
057500*    8200-WRITE-REPORT-LINE
057600*    Writes one report row, breaking to a fresh page with
057700*    title and headings when the page is full.
057800*    ---------------------------------------------------------
057900 8200-WRITE-REPORT-LINE.
058000     IF HTT-LINE-CT NOT < HTT-PAGE-SIZE
058100         PERFORM 8300-NEW-PAGE THRU 8300-EXIT
058200     END-IF
058300     IF HTT-REPORT-IS-OPEN
058400         MOVE HTT-PRINT-LINE TO REPORT-RECORD
058500         WRITE REPORT-RECORD
058600     ELSE
058700         DISPLAY HTT-PRINT-LINE
058800     END-IF
058900     ADD 1 TO HTT-LINE-CT
059000     ADD 1 TO HTT-REP-LINE-CT.
059100 8200-EXIT.
059200     EXIT.
059300*
059400*    ---------------------------------------------------------
059500*    8300-NEW-PAGE
059600*    Starts a fresh page - title line with program, run date
059700*    and page number, then the current section's headings.
059800*    ---------------------------------------------------------
059900 8300-NEW-PAGE.
060000     ADD 1 TO HTT-PAGE-NO
060100     MOVE ZERO TO HTT-LINE-CT
060200     IF HTT-REPORT-IS-OPEN
060300         MOVE SPACES TO REPORT-RECORD
060400         STRING "HITTRATT - AVHOPPSTRATT " HTT-RUN-DATE
060500             "   SIDA " HTT-PAGE-NO
060600             DELIMITED BY SIZE INTO REPORT-RECORD
060700         END-STRING
060800         WRITE REPORT-RECORD
060900         MOVE HTT-HEADING-LINE TO REPORT-RECORD
061000         WRITE REPORT-RECORD
061100         MOVE SPACES TO REPORT-RECORD
061200         STRING "------------------------------------------"
061300             "-------------------------"
061400             DELIMITED BY SIZE INTO REPORT-RECORD
061500         END-STRING
061600         WRITE REPORT-RECORD
061700     ELSE
061800         DISPLAY "HITTRATT - AVHOPPSTRATT " HTT-RUN-DATE
061900             "   SIDA " HTT-PAGE-NO
062000         DISPLAY HTT-HEADING-LINE
062100         DISPLAY "------------------------------------------"
062200             "-------------------------"
062300     END-IF
062400     ADD 3 TO HTT-LINE-CT.
062500 8300-EXIT.
062600     EXIT.
062700*
062800*    ---------------------------------------------------------
062900*    8400-CLOSE-REPORT
063000*    Writes the end-of-report trailer and closes the print
063100*    file.
063200*    ---------------------------------------------------------
063300 8400-CLOSE-REPORT.
063400     MOVE HTT-DAY-CT-USED TO HTT-DAY-CT-D
063500     MOVE SPACES TO HTT-PRINT-LINE
063600     STRING "*** SLUT PÅ RAPPORT - " HTT-REP-LINE-CT
063700         " rader, " HTT-DAY-CT-D " dagar, "
063800         HTT-SAVE-CT " sparade spel ***"
063900         DELIMITED BY SIZE INTO HTT-PRINT-LINE
064000     END-STRING
064100     PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
064200     IF HTT-REPORT-IS-OPEN
064300         CLOSE REPORT-FILE
064400         MOVE "N" TO HTT-REP-OPEN-SW
064500         DISPLAY "HITTRATT: rapport skriven till "
064600             HTT-REPORT-NAME
064700     END-IF.
064800 8400-EXIT.
064900     EXIT.
065000*
065100*    ---------------------------------------------------------
065200*    9999-TERMINATE
065300*    ---------------------------------------------------------
065400 9999-TERMINATE.
065500     DISPLAY "HITTRATT: " HTT-READ-CT " händelserader lästa."
065600     IF HTT-RUN-FAILED
065700         MOVE 8 TO RETURN-CODE
065800     END-IF.
065900 9999-EXIT.
066000     EXIT.
