002500*                      only in the live file.  Ends with
002600*                      RETURN-CODE 8 when anything failed or
002700*                      drifted.
      *    15/10/2026  LB   Återläsning now asks for the operator's
      *                      signature, which must be on the operator
      *                      master (HITOPER) with reload (ATER)
      *                      allowed, or the master is left untouched.
      *                      Every refusal is appended to the security
      *                      log (HITSAK).  Uttag and verifiering ask
      *                      no signature, as they only read the
      *                      master.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
004400     SELECT BACKUP-FILE ASSIGN USING HSV-BACKUP-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS HSV-BAK-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "HITOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSV-OPR-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "HITSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HSV-SAK-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
007100     05  INV-LAST-TIME        PIC 9(06).
007200 FD  BACKUP-FILE.
007300 01  BACKUP-RECORD            PIC X(60).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD          PIC X(40).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD      PIC X(80).
007400 WORKING-STORAGE SECTION.
007500 01  HSV-LB-STATUS            PIC X(02) VALUE "00".
007600 01  HSV-INV-STATUS           PIC X(02) VALUE "00".
012600     05  HSV-TRI-CT           PIC X(06).
012700     05  FILLER               PIC X(01).
012800     05  HSV-TRI-SUM          PIC X(09).
      *
      *    Operator master - one line per authorised operator with a
      *    J/N flag per guarded function: leaderboard maintenance,
      *    erasure, season closeout and backup reload.  Lines that
      *    start with an asterisk are notes.  The layout is shared by
      *    every utility that checks an operator.
       01  HSV-OPR-STATUS           PIC X(02) VALUE "00".
       01  HSV-OPR-EOF-SW           PIC X(01) VALUE "N".
           88  HSV-NO-MORE-OPERATORS    VALUE "Y".
       01  HSV-OPR-FOUND-SW         PIC X(01) VALUE "N".
           88  HSV-OPERATOR-FOUND       VALUE "Y".
       01  HSV-OPR-DETAIL.
           05  HOP-OPERATOR         PIC X(03).
           05  FILLER               PIC X(01).
           05  HOP-NAME             PIC X(20).
           05  FILLER               PIC X(01).
           05  HOP-MAINT            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-ERASE            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-CLOSE            PIC X(01).
           05  FILLER               PIC X(01).
           05  HOP-RELOAD           PIC X(01).
           05  FILLER               PIC X(08).
       01  HSV-OPR-ALLOWED          PIC X(01) VALUE "N".
      *
      *    Security-log line appended for every refused operator -
      *    the layout is shared with the other guarded utilities and
      *    read back by the job-status report (Hitstat).
       01  HSV-SAK-STATUS           PIC X(02) VALUE "00".
       01  HSV-SAK-DETAIL.
           05  HSK-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-TIME             PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-PROGRAM          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-OPERATOR         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-FUNCTION         PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSK-REASON           PIC X(20).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  HSV-OPERATOR             PIC X(03) VALUE SPACES.
       01  HSV-RUN-TIME             PIC 9(08) VALUE ZERO.
       01  HSV-REFUSED-SW           PIC X(01) VALUE "N".
           88  HSV-OPERATOR-REFUSED     VALUE "Y".
012900 PROCEDURE DIVISION.
013000*
013100*    ---------------------------------------------------------
015000*    ---------------------------------------------------------
015100*    1000-INITIALIZE
015200*    Asks for the mode, the master and (for reload/verify)
015300*    the backup date, and builds the backup file name.  A
      *    reload first checks the operator's signature against the
      *    operator master.
015400*    ---------------------------------------------------------
015500 1000-INITIALIZE.
015600     ACCEPT HSV-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HSV-RUN-TIME FROM TIME
015700     DISPLAY "HITSAVE - SÄKRING AV INDEXMASTER"
015800     DISPLAY "1. Uttag till backup"
015900     DISPLAY "2. Återläsning från backup"
020000         END-STRING
020100     END-IF
020200     IF HSV-MODE = 2
               DISPLAY "Ange signatur: " WITH NO ADVANCING
               ACCEPT HSV-OPERATOR
               IF HSV-OPERATOR = SPACES
                   MOVE "???" TO HSV-OPERATOR
               END-IF
               PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
               IF HSV-OPERATOR-REFUSED
                   SET HSV-RUN-FAILED TO TRUE
                   GO TO 1000-EXIT
               END-IF
020300         DISPLAY "Återläsning skriver över mastern - "
020400             "säker? (J/N): " WITH NO ADVANCING
020500         ACCEPT HSV-CONFIRM
021000     END-IF.
021100 1000-EXIT.
021200     EXIT.
      *
      *    ---------------------------------------------------------
      *    1200-CHECK-OPERATOR
      *    Looks the signature up on the operator master and checks
      *    its reload flag.  An unknown operator, a flag other than
      *    J, or a missing master all refuse the run and are written
      *    to the security log.
      *    ---------------------------------------------------------
       1200-CHECK-OPERATOR.
           MOVE "N" TO HSV-OPR-FOUND-SW
           MOVE "N" TO HSV-OPR-EOF-SW
           MOVE "N" TO HSV-OPR-ALLOWED
           MOVE SPACES TO HSK-REASON
           OPEN INPUT OPERATOR-FILE
           IF HSV-OPR-STATUS NOT = "00"
               MOVE "HITOPER SAKNAS" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           PERFORM 1210-FIND-OPERATOR THRU 1210-EXIT
               UNTIL HSV-NO-MORE-OPERATORS
           CLOSE OPERATOR-FILE
           IF NOT HSV-OPERATOR-FOUND
               MOVE "OKÄND OPERATÖR" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           IF HSV-OPR-ALLOWED NOT = "J"
               MOVE "EJ BEHÖRIG" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           GO TO 1200-EXIT.
       1200-REFUSE.
           SET HSV-OPERATOR-REFUSED TO TRUE
           PERFORM 1250-LOG-REFUSAL THRU 1250-EXIT
           DISPLAY "HITSAVE: " HSV-OPERATOR " nekas återläsning ("
               HSK-REASON ") - avbryter.".
       1200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1210-FIND-OPERATOR
      *    Reads one operator line and notes the reload flag
      *    when it carries the signature in hand.
      *    ---------------------------------------------------------
       1210-FIND-OPERATOR.
           READ OPERATOR-FILE INTO HSV-OPR-DETAIL
               AT END
                   SET HSV-NO-MORE-OPERATORS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF HOP-OPERATOR (1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF HOP-OPERATOR = HSV-OPERATOR
               SET HSV-OPERATOR-FOUND TO TRUE
               MOVE HOP-RELOAD TO HSV-OPR-ALLOWED
               SET HSV-NO-MORE-OPERATORS TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1250-LOG-REFUSAL
      *    Appends one line for the refused operator to the
      *    security log.  HSK-REASON is set by the caller.
      *    ---------------------------------------------------------
       1250-LOG-REFUSAL.
           MOVE HSV-RUN-DATE TO HSK-DATE
           MOVE HSV-RUN-TIME (1:6) TO HSK-TIME
           MOVE "HITSAVE" TO HSK-PROGRAM
           MOVE HSV-OPERATOR TO HSK-OPERATOR
           MOVE "ATER" TO HSK-FUNCTION
           OPEN EXTEND SECURITY-LOG-FILE
           IF HSV-SAK-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF HSV-SAK-STATUS NOT = "00"
               DISPLAY "HITSAVE: kan inte öppna HITSAK, status "
                   HSV-SAK-STATUS
               GO TO 1250-EXIT
           END-IF
           MOVE HSV-SAK-DETAIL TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
       1250-EXIT.
           EXIT.
021300*
021400*    ---------------------------------------------------------
021500*    2000-UNLOAD
