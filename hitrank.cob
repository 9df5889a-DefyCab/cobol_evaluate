      *                      is still shown on screen, and the full
      *                      report falls back to the screen when the
      *                      print file cannot be opened.
      *    15/10/2026  LB   Each player's märken from the achievements
      *                      file (HITMARK) are listed under their
      *                      collection, with the date each was earned.
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
           SELECT REPORT-FILE ASSIGN USING HRK-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HRK-REP-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "HITMARK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRK-KEY
               FILE STATUS IS HRK-MRK-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
007400     05  INV-LAST-TIME        PIC 9(06).
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).
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
007500 WORKING-STORAGE SECTION.
007600 01  HRK-LB-STATUS            PIC X(02) VALUE "00".
007700 01  HRK-EOF-SW               PIC X(01) VALUE "N".
008800     88  HRK-INV-IS-OPEN          VALUE "Y".
008900 01  HRK-ITEM-CODE            PIC 9(02) VALUE ZERO.
009000 01  HRK-ITEM-TEXT            PIC X(20) VALUE SPACES.
       01  HRK-MRK-STATUS           PIC X(02) VALUE "00".
       01  HRK-MRK-OPEN-SW          PIC X(01) VALUE "N".
           88  HRK-MRK-IS-OPEN          VALUE "Y".
       01  HRK-MRK-EOF-SW           PIC X(01) VALUE "N".
           88  HRK-NO-MORE-MARKS        VALUE "Y".
      *
      *    Print-file control - dated report name, page layout and
      *    the line every report row passes through.  When the print
017000     IF HRK-INV-STATUS = "00"
017100         SET HRK-INV-IS-OPEN TO TRUE
017200     END-IF
           OPEN INPUT ACHIEVEMENT-FILE
           IF HRK-MRK-STATUS = "00"
               SET HRK-MRK-IS-OPEN TO TRUE
           END-IF
           PERFORM 8100-OPEN-REPORT THRU 8100-EXIT
017500     READ LEADERBOARD-FILE NEXT RECORD
017600         AT END
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT
024300     PERFORM 2300-PRINT-INVENTORY THRU 2300-EXIT
           PERFORM 2400-PRINT-MARKS THRU 2400-EXIT
024400     MOVE ZERO TO HRK-PLAYER-TOTAL.
024500 2100-EXIT.
024600     EXIT.
031300     END-EVALUATE.
031400 2200-EXIT.
031500     EXIT.
      *
      *    ---------------------------------------------------------
      *    2400-PRINT-MARKS
      *    Lists the player's märken under their collection, if the
      *    achievements file is there to read.
      *    ---------------------------------------------------------
       2400-PRINT-MARKS.
           IF NOT HRK-MRK-IS-OPEN
               GO TO 2400-EXIT
           END-IF
           MOVE HRK-PREV-NAME TO MRK-NAME
           MOVE ZERO TO MRK-CODE
           MOVE "N" TO HRK-MRK-EOF-SW
           START ACHIEVEMENT-FILE KEY IS NOT LESS THAN MRK-KEY
               INVALID KEY
                   SET HRK-NO-MORE-MARKS TO TRUE
           END-START
           PERFORM 2410-PRINT-ONE-MARK THRU 2410-EXIT
               UNTIL HRK-NO-MORE-MARKS.
       2400-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    2410-PRINT-ONE-MARK
      *    Prints the player's next märke, with the date earned.
      *    ---------------------------------------------------------
       2410-PRINT-ONE-MARK.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET HRK-NO-MORE-MARKS TO TRUE
                   GO TO 2410-EXIT
           END-READ
           IF MRK-NAME NOT = HRK-PREV-NAME
               SET HRK-NO-MORE-MARKS TO TRUE
               GO TO 2410-EXIT
           END-IF
           MOVE SPACES TO HRK-PRINT-LINE
           STRING "    märke: " MRK-TEXT-SV " (" MRK-EARNED-DATE ")"
               DELIMITED BY SIZE INTO HRK-PRINT-LINE
           END-STRING
           PERFORM 8200-WRITE-REPORT-LINE THRU 8200-EXIT.
       2410-EXIT.
           EXIT.
031600*
031700*    ---------------------------------------------------------
031800*    3000-PRINT-SUMMARY
035700     IF HRK-INV-IS-OPEN
035800         CLOSE INVENTORY-FILE
035900     END-IF
           IF HRK-MRK-IS-OPEN
               CLOSE ACHIEVEMENT-FILE
           END-IF
036000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
036100 9999-EXIT.
036200     EXIT.
