      *                      more.  The source name is still taken as
      *                      typed, so legacy mixed-case records from
      *                      before the registry can be repaired.
      *    15/10/2026  LB   The signature is no longer taken on trust -
      *                      it must be on the operator master
      *                      (HITOPER) with leaderboard maintenance
      *                      (UNDH) allowed, or the utility stops before
      *                      HITBOARD is opened.  Every refusal is
      *                      appended to the security log (HITSAK) and
      *                      ends with RETURN-CODE 8.
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003900     SELECT MAINTLOG-FILE ASSIGN TO "MAINTLOG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS HMT-LOG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "HITOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMT-OPR-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "HITSAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HMT-SAK-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*
005500     05  LB-LAST-TIME         PIC 9(06).
005600 FD  MAINTLOG-FILE.
005700 01  MAINTLOG-RECORD          PIC X(80).
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD          PIC X(40).
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD      PIC X(80).
005800 WORKING-STORAGE SECTION.
005900 01  HMT-LB-STATUS            PIC X(02) VALUE "00".
006000 01  HMT-LOG-STATUS           PIC X(02) VALUE "00".
010400     05  HLD-SUB-CODE         PIC 9(01).
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  HLD-TIMES            PIC 9(05).
      *
      *    Operator master - one line per authorised operator with a
      *    J/N flag per guarded function: leaderboard maintenance,
      *    erasure, season closeout and backup reload.  Lines that
      *    start with an asterisk are notes.  The layout is shared by
      *    every utility that checks an operator.
       01  HMT-OPR-STATUS           PIC X(02) VALUE "00".
       01  HMT-OPR-EOF-SW           PIC X(01) VALUE "N".
           88  HMT-NO-MORE-OPERATORS    VALUE "Y".
       01  HMT-OPR-FOUND-SW         PIC X(01) VALUE "N".
           88  HMT-OPERATOR-FOUND       VALUE "Y".
       01  HMT-OPR-DETAIL.
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
       01  HMT-OPR-ALLOWED          PIC X(01) VALUE "N".
      *
      *    Security-log line appended for every refused operator -
      *    the layout is shared with the other guarded utilities and
      *    read back by the job-status report (Hitstat).
       01  HMT-SAK-STATUS           PIC X(02) VALUE "00".
       01  HMT-SAK-DETAIL.
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
       01  HMT-REFUSED-SW           PIC X(01) VALUE "N".
           88  HMT-OPERATOR-REFUSED     VALUE "Y".
010700 PROCEDURE DIVISION.
010800*
010900*    ---------------------------------------------------------
012000*
012100*    ---------------------------------------------------------
012200*    1000-INITIALIZE
012300*    Asks for the operator's signature and checks it against
      *    the operator master, then opens the leaderboard and the
      *    change log.
012500*    ---------------------------------------------------------
012600 1000-INITIALIZE.
012700     ACCEPT HMT-CUR-DATE FROM DATE YYYYMMDD
012800     ACCEPT HMT-CUR-TIME FROM TIME
           DISPLAY "Ange signatur: " WITH NO ADVANCING
           ACCEPT HMT-OPERATOR
           IF HMT-OPERATOR = SPACES
               MOVE "???" TO HMT-OPERATOR
           END-IF
           PERFORM 1200-CHECK-OPERATOR THRU 1200-EXIT
           IF HMT-OPERATOR-REFUSED
               SET HMT-OPERATOR-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF
012900     OPEN I-O LEADERBOARD-FILE
013000     IF HMT-LB-STATUS NOT = "00"
013100         DISPLAY "HITMAINT: kan inte öppna HITBOARD, status "
014600         SET HMT-OPERATOR-DONE TO TRUE
014700         GO TO 1000-EXIT
014800     END-IF
014900     SET HMT-LOG-IS-OPEN TO TRUE.
015500 1000-EXIT.
015600     EXIT.
      *
           ADD 1 TO HMT-NORM-IX.
       1110-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1200-CHECK-OPERATOR
      *    Looks the signature up on the operator master and checks
      *    its leaderboard-maintenance flag.  An unknown operator,
      *    a flag other than J, or a missing master all refuse the
      *    run and are written to the security log.
      *    ---------------------------------------------------------
       1200-CHECK-OPERATOR.
           MOVE "N" TO HMT-OPR-FOUND-SW
           MOVE "N" TO HMT-OPR-EOF-SW
           MOVE "N" TO HMT-OPR-ALLOWED
           MOVE SPACES TO HSK-REASON
           OPEN INPUT OPERATOR-FILE
           IF HMT-OPR-STATUS NOT = "00"
               MOVE "HITOPER SAKNAS" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           PERFORM 1210-FIND-OPERATOR THRU 1210-EXIT
               UNTIL HMT-NO-MORE-OPERATORS
           CLOSE OPERATOR-FILE
           IF NOT HMT-OPERATOR-FOUND
               MOVE "OKÄND OPERATÖR" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           IF HMT-OPR-ALLOWED NOT = "J"
               MOVE "EJ BEHÖRIG" TO HSK-REASON
               GO TO 1200-REFUSE
           END-IF
           GO TO 1200-EXIT.
       1200-REFUSE.
           SET HMT-OPERATOR-REFUSED TO TRUE
           PERFORM 1250-LOG-REFUSAL THRU 1250-EXIT
           DISPLAY "HITMAINT: " HMT-OPERATOR " nekas underhåll ("
               HSK-REASON ") - avbryter.".
       1200-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1210-FIND-OPERATOR
      *    Reads one operator line and notes the maintenance flag
      *    when it carries the signature in hand.
      *    ---------------------------------------------------------
       1210-FIND-OPERATOR.
           READ OPERATOR-FILE INTO HMT-OPR-DETAIL
               AT END
                   SET HMT-NO-MORE-OPERATORS TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF HOP-OPERATOR (1:1) = "*"
               GO TO 1210-EXIT
           END-IF
           IF HOP-OPERATOR = HMT-OPERATOR
               SET HMT-OPERATOR-FOUND TO TRUE
               MOVE HOP-MAINT TO HMT-OPR-ALLOWED
               SET HMT-NO-MORE-OPERATORS TO TRUE
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
           MOVE HMT-CUR-DATE TO HSK-DATE
           MOVE HMT-CUR-TIME (1:6) TO HSK-TIME
           MOVE "HITMAINT" TO HSK-PROGRAM
           MOVE HMT-OPERATOR TO HSK-OPERATOR
           MOVE "UNDH" TO HSK-FUNCTION
           OPEN EXTEND SECURITY-LOG-FILE
           IF HMT-SAK-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF
           IF HMT-SAK-STATUS NOT = "00"
               DISPLAY "HITMAINT: kan inte öppna HITSAK, status "
                   HMT-SAK-STATUS
               GO TO 1250-EXIT
           END-IF
           MOVE HMT-SAK-DETAIL TO SECURITY-LOG-RECORD
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.
       1250-EXIT.
           EXIT.
015700*
015800*    ---------------------------------------------------------
015900*    2000-ACTION-MENU
036200     IF HMT-LOG-IS-OPEN
036300         CLOSE MAINTLOG-FILE
036400     END-IF
036500     DISPLAY "HITMAINT: " HMT-CHANGE-CT " ändringar loggade."
           IF HMT-OPERATOR-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
036600 9999-EXIT.
036700     EXIT.
