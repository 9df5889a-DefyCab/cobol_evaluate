      *    02/09/2026  LB   The name folding now covers å/ä/ö too, so
      *                      "Åsa", "åsa" and "ÅSA" register as one
      *                      player.
      *    15/10/2026  LB   The ending points and the first-pickup
      *                      bonus now come from a dated points-rule
      *                      file (HITPOANG) the game owners maintain:
      *                      each play is scored under the rule in
      *                      force on the day it was played, and the
      *                      built-in table only answers for an ending
      *                      the file has no rule for.  The transcript
      *                      line now also carries the registered name
      *                      and the number of first-time pickups of
      *                      the run (160 bytes - older lines read back
      *                      with both blank), so the season rescoring
      *                      run (Hitomber) can rebuild SASONG from the
      *                      history under corrected rules.
      *    15/10/2026  LB   Märken: the achievements the nightly award
      *                      run (Hitmark) has granted since the
      *                      player's last session are announced at
      *                      the end of the run, under the points line,
      *                      and marked as shown on HITMARK.
      *    15/10/2026  LB   Every session now leaves a trace whether it
      *                      reaches an ending or not: a start event,
      *                      then one event per stage passed (name
      *                      given, main menu, second menu, ending
      *                      recorded) is appended to the session-stage
      *                      log (HITSTEG), so the last stage a session
      *                      reached is its highest event.  The funnel
      *                      report (Hittratt) counts them per day.
      *    15/10/2026  LB   Practice mode, chosen at start-up after the
      *                      language, for staff training and shows: the
      *                      game plays exactly as normal but nothing is
      *                      written to TRANLOG, HITBOARD, HITINV,
      *                      HITREG, SASONG, HITSPAR, HITMARK or
      *                      HITSTEG.  The RUNAUDIT record is still
      *                      written, tagged OVN in its run-mode field,
      *                      so Hitstat can count practice sessions
      *                      apart.
      *    15/10/2026  LB   Daily challenge: the challenge calendar
      *                      (HITUTMAN) the game owners fill in ahead of
      *                      time names a featured ending/sub-code and a
      *                      bonus for a date.  Today's challenge is
      *                      announced once the player is registered,
      *                      and reaching the featured ending adds the
      *                      bonus to the run points - once per player
      *                      per day, judged by the player's HITBOARD
      *                      record for that ending not already being
      *                      dated today.  The bonus is shown apart on
      *                      the points line, goes to SASONG with the
      *                      rest and is carried on the transcript line
      *                      so the rescoring run keeps it.  Practice
      *                      runs have no challenge.
      *    15/10/2026  LB   Gifts: once registered, a player may give
      *                      one of their items to another registered
      *                      player, named by the registered name.  One
      *                      item moves from the giver's HITINV record
      *                      to the receiver's, the gift is appended to
      *                      the gift log (HITGAVA) with both names,
      *                      the item code and the time, and a received
      *                      item is never a first-time pickup - the
      *                      receiver's record keeps its own pickup
      *                      stamp.  A record given down to nothing is
      *                      kept at zero, so finding the item again is
      *                      not a first-time pickup either, and the
      *                      item no longer counts as carried.  No gifts
      *                      in practice runs.
006500 ENVIRONMENT DIVISION.
006600 CONFIGURATION SECTION.
006700 SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAS-NAME
               FILE STATUS IS HIT-SAS-STATUS.
           SELECT POINTS-RULE-FILE ASSIGN TO "HITPOANG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-RULE-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "HITMARK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRK-KEY
               FILE STATUS IS HIT-MRK-STATUS.
           SELECT STAGE-FILE ASSIGN TO "HITSTEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-STG-STATUS.
           SELECT CHALLENGE-FILE ASSIGN TO "HITUTMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-CHL-STATUS.
           SELECT GIFT-FILE ASSIGN TO "HITGAVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIT-GIFT-STATUS.
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  TRANSCRIPT-FILE.
009600 01  TRANSCRIPT-RECORD          PIC X(160).
      *
      *    Per-player saved games - one record per player, keyed on
      *    the registered name, so several players can have saves
           05  SAS-NAME             PIC X(20).
           05  SAS-POINTS           PIC 9(07).
           05  SAS-LAST-DATE        PIC 9(08).
      *
      *    Points rules - one line per rule, maintained by the game
      *    owners.  Read at scoring time, never written here.
       FD  POINTS-RULE-FILE.
       01  POINTS-RULE-RECORD       PIC X(40).
      *
      *    Per-player achievements (märken) - granted by the nightly
      *    award run (Hitmark); MRK-SHOWN is set to "J" here once the
      *    player has been told.
       FD  ACHIEVEMENT-FILE.
       01  ACHIEVEMENT-RECORD.
           05  MRK-KEY.
               10  MRK-NAME         PIC X(20).
               10  MRK-CODE         PIC 9(02).
           05  MRK-EARNED-DATE      PIC 9(08).
           05  MRK-SHOWN            PIC X(01).
           05  MRK-TEXT-SV          PIC X(30).
           05  MRK-TEXT-EN          PIC X(30).
      *
      *    Session-stage log - one line per stage a session passes,
      *    appended as it happens.
       FD  STAGE-FILE.
       01  STAGE-RECORD             PIC X(40).
      *
      *    Challenge calendar - one line per challenge day, maintained
      *    by the game owners.  Read at start-up, never written here.
       FD  CHALLENGE-FILE.
       01  CHALLENGE-RECORD         PIC X(40).
      *
      *    Gift log - one line per item given from one player to
      *    another, appended as it happens.
       FD  GIFT-FILE.
       01  GIFT-RECORD              PIC X(60).
012900 WORKING-STORAGE SECTION.
013000 01  CHOICE-ONE              PIC 9 VALUE ZERO.
013100 01  CHOICE-TWO              PIC 9 VALUE ZERO.
015800 01  HIT-INV-STATUS           PIC X(02) VALUE "00".
015900     88  HIT-INV-BUSY             VALUES "93" "94" "95" "99".
016000 01  HIT-ITEM-CODE            PIC 9(02) VALUE ZERO.
       01  HIT-INV-MISSING-SW       PIC X(01) VALUE "N".
           88  HIT-NO-INV-FILE          VALUE "Y".
016100*
016200*    Language selection - Swedish is the original/default, English
016300*    is offered at start-up for readers who do not know Swedish.
016400 01  HIT-LANG-SW              PIC X(01) VALUE "S".
016500     88  HIT-LANG-IS-ENGLISH      VALUE "E".
016600 01  HIT-LANG-ANSWER          PIC X(01) VALUE SPACE.
      *
      *    Practice mode - chosen at start-up next to the language.
      *    A practice run plays as normal but leaves every production
      *    file untouched; only the run-audit record is written.
       01  HIT-PRACTICE-SW          PIC X(01) VALUE "N".
           88  HIT-PRACTICE-RUN         VALUE "Y".
       01  HIT-PRACTICE-ANSWER      PIC X(01) VALUE SPACE.
016700 01  HIT-DIR-TEXT             PIC X(10) VALUE SPACES.
016800 01  HIT-DISPLAY-TEXT         PIC X(90) VALUE SPACES.
016900*
       01  HIT-ENDING-POINTS        PIC 9(04) VALUE ZERO.
       01  HIT-PICKUP-POINTS        PIC 9(04) VALUE ZERO.
       01  HIT-RUN-POINTS           PIC 9(05) VALUE ZERO.
       01  HIT-ITEM-POINTS          PIC 9(04) VALUE 20.
       01  HIT-PICKUP-CT            PIC 9(01) VALUE ZERO.
      *
      *    Points-rule file - a SLUT rule sets the points for one
      *    ending/sub-code, a FYND rule sets the first-pickup bonus.
      *    Each rule applies from its valid-from date, so the rule
      *    in force on a given day is the matching line with the
      *    latest valid-from date not after that day (a later line
      *    with the same date overrides an earlier one).
       01  HIT-RULE-STATUS          PIC X(02) VALUE "00".
       01  HIT-RULE-EOF-SW          PIC X(01) VALUE "N".
           88  HIT-NO-MORE-RULES        VALUE "Y".
       01  HIT-RULE-DETAIL.
           05  HPR-KIND             PIC X(04).
               88  HPR-ENDING-RULE      VALUE "SLUT".
               88  HPR-PICKUP-RULE      VALUE "FYND".
           05  FILLER               PIC X(01).
           05  HPR-ENDING-CODE      PIC 9(01).
           05  FILLER               PIC X(01).
           05  HPR-SUB-CODE         PIC 9(01).
           05  FILLER               PIC X(01).
           05  HPR-FROM-DATE        PIC 9(08).
           05  FILLER               PIC X(01).
           05  HPR-POINTS           PIC 9(04).
           05  FILLER               PIC X(01).
           05  HPR-NOTE             PIC X(17).
      *
      *    Achievements announced at the end of the run.
       01  HIT-MRK-STATUS           PIC X(02) VALUE "00".
       01  HIT-MRK-EOF-SW           PIC X(01) VALUE "N".
           88  HIT-NO-MORE-MARKS        VALUE "Y".
      *
      *    Session-stage event - the stage number only ever rises
      *    within a session: 1 started, 2 name given, 3 past the
      *    main menu (or resumed from a save), 4 past the second
      *    menu (left and back have none and pass straight through),
      *    5 ending recorded on the transcript.
       01  HIT-STG-STATUS           PIC X(02) VALUE "00".
       01  HIT-STAGE-DETAIL.
           05  HSE-SESSION-ID       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSE-START-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSE-EVENT-TIME       PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSE-STAGE            PIC 9(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HSE-STAGE-TEXT       PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  HIT-EVENT-TIME           PIC 9(08) VALUE ZERO.
      *
      *    Daily challenge - today's line from the challenge calendar:
      *    the featured ending/sub-code and the bonus it pays, once
      *    per player per day.  A later line for the same date
      *    overrides an earlier one.
       01  HIT-CHL-STATUS           PIC X(02) VALUE "00".
       01  HIT-CHL-EOF-SW           PIC X(01) VALUE "N".
           88  HIT-NO-MORE-CHALLENGES   VALUE "Y".
       01  HIT-CHALLENGE-SW         PIC X(01) VALUE "N".
           88  HIT-CHALLENGE-TODAY      VALUE "Y".
       01  HIT-CHL-DONE-SW          PIC X(01) VALUE "N".
           88  HIT-CHALLENGE-DONE       VALUE "Y".
       01  HIT-CHL-ENDING           PIC 9(01) VALUE ZERO.
       01  HIT-CHL-SUB              PIC 9(01) VALUE ZERO.
       01  HIT-CHL-BONUS            PIC 9(04) VALUE ZERO.
       01  HIT-CHL-TEXT             PIC X(20) VALUE SPACES.
       01  HIT-BONUS-POINTS         PIC 9(04) VALUE ZERO.
       01  HIT-CHALLENGE-DETAIL.
           05  HCH-DATE             PIC 9(08).
           05  FILLER               PIC X(01).
           05  HCH-ENDING-CODE      PIC 9(01).
           05  FILLER               PIC X(01).
           05  HCH-SUB-CODE         PIC 9(01).
           05  FILLER               PIC X(01).
           05  HCH-BONUS            PIC 9(04).
           05  FILLER               PIC X(01).
           05  HCH-NOTE             PIC X(22).
       01  HIT-END-RULE-DATE        PIC 9(08) VALUE ZERO.
       01  HIT-ITEM-RULE-DATE       PIC 9(08) VALUE ZERO.
      *
      *    Gifts - one item from this player's collection to another
      *    registered player, logged on HITGAVA.
       01  HIT-GIFT-STATUS          PIC X(02) VALUE "00".
       01  HIT-GIFT-ANSWER          PIC X(01) VALUE SPACE.
       01  HIT-GIFT-ITEM            PIC 9(01) VALUE ZERO.
       01  HIT-GIFT-TO-NAME         PIC X(20) VALUE SPACES.
       01  HIT-GIFT-SW              PIC X(01) VALUE "N".
           88  HIT-GIFT-OK              VALUE "Y".
       01  HIT-GIFT-DETAIL.
           05  HGV-DATE             PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HGV-TIME             PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HGV-FROM-NAME        PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HGV-TO-NAME          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HGV-ITEM-CODE        PIC 9(02).
017500*
017600*    Bounded retry on the locked/busy file statuses, and the
017700*    pending-updates record parked when the leaderboard stays
021800     05  HTD-INVALID-CT       PIC 9(02).
021900     05  HTD-FILLER-05        PIC X(01) VALUE SPACE.
022000     05  HTD-ENDING-TEXT      PIC X(90).
           05  HTD-FILLER-06        PIC X(01) VALUE SPACE.
           05  HTD-PLAYER-NAME      PIC X(20).
           05  HTD-FILLER-07        PIC X(01) VALUE SPACE.
           05  HTD-PICKUP-CT        PIC 9(01).
           05  HTD-FILLER-08        PIC X(01) VALUE SPACE.
           05  HTD-BONUS-POINTS     PIC 9(04).
022100*
022200*    Run-audit record appended to the common audit file at the
022300*    end of the run, whichever way the run ends.
024300     05  HAD-WRITE-CT         PIC 9(06).
024400     05  FILLER               PIC X(01) VALUE SPACE.
024500     05  HAD-STATUS           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HAD-RUN-MODE         PIC X(04) VALUE SPACES.
024600 PROCEDURE DIVISION.
024700*    ---------------------------------------------------------
024800*    0000-MAINLINE
025100 0000-MAINLINE.
025200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025300     PERFORM 1100-SELECT-LANGUAGE THRU 1100-EXIT
           PERFORM 1150-OPEN-TRANSCRIPT THRU 1150-EXIT
025400     PERFORM 1200-ASK-PLAYER-NAME THRU 1200-EXIT
           PERFORM 1250-CHECK-REGISTRY THRU 1250-EXIT
           MOVE 2 TO HSE-STAGE
           MOVE "NAMN" TO HSE-STAGE-TEXT
           PERFORM 8500-WRITE-STAGE THRU 8500-EXIT
           PERFORM 1400-ANNOUNCE-CHALLENGE THRU 1400-EXIT
           PERFORM 1500-OFFER-GIFT THRU 1500-EXIT
025500     PERFORM 1300-LOAD-INVENTORY THRU 1300-EXIT
025600     PERFORM 2200-CHECK-RESUME THRU 2200-EXIT
025700     IF HIT-RESUME-AVAILABLE
026000         ELSE
026100             DISPLAY "Du återupptar vid " HIT-DIR-TEXT "."
026200         END-IF
               MOVE 3 TO HSE-STAGE
               MOVE "SPARAD" TO HSE-STAGE-TEXT
               PERFORM 8500-WRITE-STAGE THRU 8500-EXIT
026300     ELSE
026400         PERFORM 3000-MAIN-MENU THRU 3000-EXIT
               MOVE 3 TO HSE-STAGE
               MOVE "HUVUDMENY" TO HSE-STAGE-TEXT
               PERFORM 8500-WRITE-STAGE THRU 8500-EXIT
026500         IF HIT-LANG-IS-ENGLISH
026600             DISPLAY "You went " HIT-DIR-TEXT
026700         ELSE
027000         PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
027100     END-IF
027200     PERFORM 4000-RESOLVE-BRANCH THRU 4000-EXIT
           MOVE 4 TO HSE-STAGE
           MOVE "ANDRAMENY" TO HSE-STAGE-TEXT
           PERFORM 8500-WRITE-STAGE THRU 8500-EXIT
027300     PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
027400     PERFORM 6000-SHOW-INVENTORY THRU 6000-EXIT
027500     PERFORM 6500-SAVE-INVENTORY THRU 6500-EXIT
027600     PERFORM 7000-UPDATE-LEADERBOARD THRU 7000-EXIT
           PERFORM 7600-COMPUTE-POINTS THRU 7600-EXIT
           PERFORM 7700-SHOW-POINTS THRU 7700-EXIT
           PERFORM 7750-SHOW-ACHIEVEMENTS THRU 7750-EXIT
           PERFORM 7800-UPDATE-SEASON THRU 7800-EXIT
027700     PERFORM 8000-WRITE-TRANSCRIPT THRU 8000-EXIT
           MOVE 5 TO HSE-STAGE
           MOVE "SLUT" TO HSE-STAGE-TEXT
           PERFORM 8500-WRITE-STAGE THRU 8500-EXIT
027800     PERFORM 9999-TERMINATE THRU 9999-EXIT
027900     GOBACK.
028000*
028100*    ---------------------------------------------------------
028200*    1000-INITIALIZE
028300*    Captures the session id/timestamp for this run.  The
      *    transcript is opened in 1150-OPEN-TRANSCRIPT, once the
      *    player has said whether this is a practice run.
028500*    ---------------------------------------------------------
028600 1000-INITIALIZE.
028700     ACCEPT HIT-CUR-DATE FROM DATE YYYYMMDD
028800     ACCEPT HIT-CUR-TIME FROM TIME
028900     MOVE HIT-CUR-DATE TO HIT-TS-DATE
029000     MOVE HIT-CUR-TIME(1:6) TO HIT-TS-TIME
029100     MOVE HIT-CUR-TIME TO HIT-SESSION-ID.
       1000-EXIT.
           EXIT.
030500*
030600*    ---------------------------------------------------------
030700*    1010-OPEN-TRANSCRIPT
032600*    1100-SELECT-LANGUAGE
032700*    Offers English alongside the original Swedish text.  Any
032800*    answer other than E/e leaves the game in Swedish.
      *    Then offers practice mode, in the language just chosen -
      *    only an explicit J/Y starts a practice run.
032900*    ---------------------------------------------------------
033000 1100-SELECT-LANGUAGE.
033100     DISPLAY "Välj språk (S) / Choose language (E): "
033300     ACCEPT HIT-LANG-ANSWER
033400     IF HIT-LANG-ANSWER = "E" OR HIT-LANG-ANSWER = "e"
033500         SET HIT-LANG-IS-ENGLISH TO TRUE
033600     END-IF
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Practice mode - nothing is saved? (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Övningsläge - inget sparas? (J/N): "
                   WITH NO ADVANCING
           END-IF
           ACCEPT HIT-PRACTICE-ANSWER
           IF HIT-PRACTICE-ANSWER = "J" OR HIT-PRACTICE-ANSWER = "j"
               OR HIT-PRACTICE-ANSWER = "Y"
               OR HIT-PRACTICE-ANSWER = "y"
               SET HIT-PRACTICE-RUN TO TRUE
               MOVE "OVN" TO HAD-RUN-MODE
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "Practice run - your play is not recorded."
               ELSE
                   DISPLAY "Övningsomgång - spelet registreras inte."
               END-IF
           END-IF.
033700 1100-EXIT.
033800     EXIT.
      *
      *    ---------------------------------------------------------
      *    1150-OPEN-TRANSCRIPT
      *    Opens the transcript file for this run and logs the start
      *    event.  A practice run opens nothing and logs nothing.
      *    ---------------------------------------------------------
       1150-OPEN-TRANSCRIPT.
           IF HIT-PRACTICE-RUN
               GO TO 1150-EXIT
           END-IF
029200     MOVE ZERO TO HIT-RETRY-CT
029300     PERFORM 1010-OPEN-TRANSCRIPT THRU 1010-EXIT
029400         WITH TEST AFTER
029500         UNTIL NOT HIT-TRAN-BUSY OR HIT-RETRY-CT > 5
029600     IF HIT-TRAN-BUSY
029700         DISPLAY "HITTA: TRANLOG upptagen, status "
029800             HIT-TRAN-STATUS " - försök igen senare."
029900         MOVE "FEL" TO HIT-RUN-STATUS
030000         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
030100         STOP RUN
030200     END-IF
           MOVE 1 TO HSE-STAGE
           MOVE "START" TO HSE-STAGE-TEXT
           PERFORM 8500-WRITE-STAGE THRU 8500-EXIT.
       1150-EXIT.
           EXIT.
033900*
034000*    ---------------------------------------------------------
034100*    1200-ASK-PLAYER-NAME
      *    name replaces the typed text as the identity every keyed
      *    update is built from.  A registry that stays busy is only
      *    warned about - the normalised name is still used, so the
      *    run itself is never blocked.  A practice run uses the
      *    normalised name without touching the registry.
      *    ---------------------------------------------------------
       1250-CHECK-REGISTRY.
           MOVE HIT-PLAYER-NAME TO HIT-RAW-NAME
           PERFORM 1260-NORMALISE-NAME THRU 1260-EXIT
           MOVE HIT-NORM-NAME TO HIT-PLAYER-NAME
           IF HIT-PRACTICE-RUN
               GO TO 1250-EXIT
           END-IF
           MOVE ZERO TO HIT-RETRY-CT
           PERFORM 1255-OPEN-REGISTRY THRU 1255-EXIT
               WITH TEST AFTER
036300*    1300-LOAD-INVENTORY
036400*    Reloads the player's accumulated collection from the
036500*    inventory file, so a returning player does not start
036600*    empty-handed.  An item given away down to nothing is no
      *    longer carried.
036700*    ---------------------------------------------------------
036800 1300-LOAD-INVENTORY.
036900     OPEN INPUT INVENTORY-FILE
037400     MOVE 1 TO INV-ITEM-CODE
037500     READ INVENTORY-FILE
037600     IF HIT-INV-STATUS = "00"
               AND INV-QTY > ZERO
037700         SET HIT-HAS-MUGG TO TRUE
037800     END-IF
037900     MOVE HIT-PLAYER-NAME TO INV-NAME
038000     MOVE 2 TO INV-ITEM-CODE
038100     READ INVENTORY-FILE
038200     IF HIT-INV-STATUS = "00"
               AND INV-QTY > ZERO
038300         SET HIT-HAS-BRUSH TO TRUE
038400     END-IF
038500     MOVE HIT-PLAYER-NAME TO INV-NAME
038600     MOVE 3 TO INV-ITEM-CODE
038700     READ INVENTORY-FILE
038800     IF HIT-INV-STATUS = "00"
               AND INV-QTY > ZERO
038900         SET HIT-HAS-PLASTER TO TRUE
039000     END-IF
039100     CLOSE INVENTORY-FILE.
039200 1300-EXIT.
039300     EXIT.
      *
      *    ---------------------------------------------------------
      *    1400-ANNOUNCE-CHALLENGE
      *    Looks up today's line on the challenge calendar and
      *    announces the featured ending and its bonus, or tells the
      *    player the challenge is already done for today.  No
      *    calendar, or no line for today, means no challenge.
      *    ---------------------------------------------------------
       1400-ANNOUNCE-CHALLENGE.
           IF HIT-PRACTICE-RUN
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT CHALLENGE-FILE
           IF HIT-CHL-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           MOVE "N" TO HIT-CHL-EOF-SW
           PERFORM 1410-CHECK-ONE-DAY THRU 1410-EXIT
               UNTIL HIT-NO-MORE-CHALLENGES
           CLOSE CHALLENGE-FILE
           IF NOT HIT-CHALLENGE-TODAY
               GO TO 1400-EXIT
           END-IF
           PERFORM 1420-SET-CHALLENGE-TEXT THRU 1420-EXIT
           PERFORM 1430-CHECK-DONE-TODAY THRU 1430-EXIT
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Today's challenge: reach " HIT-CHL-TEXT
                   " for " HIT-CHL-BONUS " bonus points!"
               IF HIT-CHALLENGE-DONE
                   DISPLAY "You have already completed it today."
               END-IF
           ELSE
               DISPLAY "Dagens utmaning: nå " HIT-CHL-TEXT
                   " för " HIT-CHL-BONUS " bonuspoäng!"
               IF HIT-CHALLENGE-DONE
                   DISPLAY "Du har redan klarat den i dag."
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1410-CHECK-ONE-DAY
      *    Reads one calendar line and keeps it when it is today's.
      *    Lines with a non-numeric field are notes and are passed
      *    over.
      *    ---------------------------------------------------------
       1410-CHECK-ONE-DAY.
           READ CHALLENGE-FILE INTO HIT-CHALLENGE-DETAIL
               AT END
                   SET HIT-NO-MORE-CHALLENGES TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF HCH-DATE NOT NUMERIC
               OR HCH-ENDING-CODE NOT NUMERIC
               OR HCH-SUB-CODE NOT NUMERIC
               OR HCH-BONUS NOT NUMERIC
               GO TO 1410-EXIT
           END-IF
           IF HCH-DATE = HIT-TS-DATE
               SET HIT-CHALLENGE-TODAY TO TRUE
               MOVE HCH-ENDING-CODE TO HIT-CHL-ENDING
               MOVE HCH-SUB-CODE TO HIT-CHL-SUB
               MOVE HCH-BONUS TO HIT-CHL-BONUS
           END-IF.
       1410-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1420-SET-CHALLENGE-TEXT
      *    Names the featured ending in whichever language was
      *    selected.
      *    ---------------------------------------------------------
       1420-SET-CHALLENGE-TEXT.
           IF HIT-LANG-IS-ENGLISH
               EVALUATE TRUE
                   WHEN HIT-CHL-ENDING = 1 AND HIT-CHL-SUB = 0
                       MOVE "left" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 1 AND HIT-CHL-SUB = 1
                       MOVE "left/the mug" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 1
                       MOVE "right/shower" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 2
                       MOVE "right/cabinet" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 3
                       MOVE "right/out again" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 1
                       MOVE "forward/the song" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 2
                       MOVE "forward/onward" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 3
                       MOVE "forward/turned back" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 4
                       MOVE "forward/the plaster" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 4 AND HIT-CHL-SUB = 0
                       MOVE "back" TO HIT-CHL-TEXT
                   WHEN OTHER
                       MOVE "a secret ending" TO HIT-CHL-TEXT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN HIT-CHL-ENDING = 1 AND HIT-CHL-SUB = 0
                       MOVE "vänster" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 1 AND HIT-CHL-SUB = 1
                       MOVE "vänster/muggen" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 1
                       MOVE "höger/dusch" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 2
                       MOVE "höger/skåpet" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 2 AND HIT-CHL-SUB = 3
                       MOVE "höger/ut igen" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 1
                       MOVE "framåt/sången" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 2
                       MOVE "framåt/vidare" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 3
                       MOVE "framåt/vände om" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 3 AND HIT-CHL-SUB = 4
                       MOVE "framåt/plåstret" TO HIT-CHL-TEXT
                   WHEN HIT-CHL-ENDING = 4 AND HIT-CHL-SUB = 0
                       MOVE "bakåt" TO HIT-CHL-TEXT
                   WHEN OTHER
                       MOVE "ett hemligt slut" TO HIT-CHL-TEXT
               END-EVALUATE
           END-IF.
       1420-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1430-CHECK-DONE-TODAY
      *    The player has already completed today's challenge when
      *    their leaderboard record for the featured ending is dated
      *    today.  A leaderboard that cannot be read counts as not
      *    done - 7000-UPDATE-LEADERBOARD checks again when the
      *    ending is recorded.
      *    ---------------------------------------------------------
       1430-CHECK-DONE-TODAY.
           OPEN INPUT LEADERBOARD-FILE
           IF HIT-LB-STATUS NOT = "00"
               GO TO 1430-EXIT
           END-IF
           MOVE HIT-PLAYER-NAME TO LB-NAME
           MOVE HIT-CHL-ENDING TO LB-ENDING-CODE
           MOVE HIT-CHL-SUB TO LB-SUB-CODE
           READ LEADERBOARD-FILE
           IF HIT-LB-STATUS = "00"
               AND LB-LAST-DATE = HIT-TS-DATE
               SET HIT-CHALLENGE-DONE TO TRUE
           END-IF
           CLOSE LEADERBOARD-FILE.
       1430-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1500-OFFER-GIFT
      *    Offers a registered player the chance to give one of
      *    their items to another registered player.  The receiver
      *    must be on the registry and the giver must hold the item;
      *    one item changes hands and the gift is logged on HITGAVA.
      *    A practice run, or a player the registry could not take,
      *    is not offered the choice.
      *    ---------------------------------------------------------
       1500-OFFER-GIFT.
           IF HIT-PRACTICE-RUN OR HIT-PLAYER-NBR = ZERO
               GO TO 1500-EXIT
           END-IF
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Give an item to another player? (Y/N) "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Vill du ge bort en sak till en annan "
                   "spelare? (J/N) " WITH NO ADVANCING
           END-IF
           ACCEPT HIT-GIFT-ANSWER
           IF HIT-GIFT-ANSWER NOT = "J" AND HIT-GIFT-ANSWER NOT = "j"
               AND HIT-GIFT-ANSWER NOT = "Y"
               AND HIT-GIFT-ANSWER NOT = "y"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-ASK-RECEIVER THRU 1510-EXIT
           IF NOT HIT-GIFT-OK
               GO TO 1500-EXIT
           END-IF
           PERFORM 1520-ASK-GIFT-ITEM THRU 1520-EXIT
           IF NOT HIT-GIFT-OK
               GO TO 1500-EXIT
           END-IF
           PERFORM 1530-MOVE-GIFT-ITEM THRU 1530-EXIT
           IF NOT HIT-GIFT-OK
               GO TO 1500-EXIT
           END-IF
           PERFORM 1540-LOG-GIFT THRU 1540-EXIT
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Your gift has gone to " HIT-GIFT-TO-NAME
           ELSE
               DISPLAY "Gåvan har gått till " HIT-GIFT-TO-NAME
           END-IF.
       1500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1510-ASK-RECEIVER
      *    Asks who the gift is for, normalises the name the same
      *    way as the player's own, and accepts it only when it is
      *    another player on the registry.
      *    ---------------------------------------------------------
       1510-ASK-RECEIVER.
           MOVE "N" TO HIT-GIFT-SW
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Who is it for? " WITH NO ADVANCING
           ELSE
               DISPLAY "Vem ska få den? " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO HIT-RAW-NAME
           ACCEPT HIT-RAW-NAME
           PERFORM 1260-NORMALISE-NAME THRU 1260-EXIT
           MOVE HIT-NORM-NAME TO HIT-GIFT-TO-NAME
           IF HIT-GIFT-TO-NAME = SPACES
               GO TO 1510-EXIT
           END-IF
           IF HIT-GIFT-TO-NAME = HIT-PLAYER-NAME
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "You cannot give a gift to yourself."
               ELSE
                   DISPLAY "Du kan inte ge en gåva till dig själv."
               END-IF
               GO TO 1510-EXIT
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF HIT-REG-STATUS NOT = "00"
               DISPLAY "HITTA: HITREG otillgänglig, status "
                   HIT-REG-STATUS " - ingen gåva."
               GO TO 1510-EXIT
           END-IF
           MOVE HIT-GIFT-TO-NAME TO HREG-NORM-NAME
           READ REGISTRY-FILE KEY IS HREG-NORM-NAME
           IF HIT-REG-STATUS = "00"
               ADD 1 TO HIT-READ-CT
               SET HIT-GIFT-OK TO TRUE
           ELSE
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "There is no registered player called "
                       HIT-GIFT-TO-NAME
               ELSE
                   DISPLAY "Det finns ingen registrerad spelare "
                       "som heter " HIT-GIFT-TO-NAME
               END-IF
           END-IF
           CLOSE REGISTRY-FILE.
       1510-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1520-ASK-GIFT-ITEM
      *    Asks which item to give - the same item codes as the
      *    inventory file.
      *    ---------------------------------------------------------
       1520-ASK-GIFT-ITEM.
           MOVE "N" TO HIT-GIFT-SW
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "Which item? 1 blue mug, 2 toothbrushes, "
                   "3 plasters: " WITH NO ADVANCING
           ELSE
               DISPLAY "Vilken sak? 1 blå mugg, 2 tandborstar, "
                   "3 plåster: " WITH NO ADVANCING
           END-IF
           MOVE ZERO TO HIT-GIFT-ITEM
           ACCEPT HIT-GIFT-ITEM
           IF HIT-GIFT-ITEM < 1 OR HIT-GIFT-ITEM > 3
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "There is no such item."
               ELSE
                   DISPLAY "Någon sådan sak finns inte."
               END-IF
               GO TO 1520-EXIT
           END-IF
           SET HIT-GIFT-OK TO TRUE.
       1520-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1530-MOVE-GIFT-ITEM
      *    Takes one of the item from the giver's inventory record
      *    and adds it to the receiver's.  The giver must hold at
      *    least one; a record given down to nothing is kept at zero
      *    so that finding the item again is not a first-time
      *    pickup.  If the receiver cannot be credited the giver's
      *    item is put back.
      *    ---------------------------------------------------------
       1530-MOVE-GIFT-ITEM.
           MOVE "N" TO HIT-GIFT-SW
           MOVE ZERO TO HIT-RETRY-CT
           PERFORM 6510-OPEN-INVENTORY THRU 6510-EXIT
               WITH TEST AFTER
               UNTIL NOT HIT-INV-BUSY OR HIT-RETRY-CT > 5
           IF HIT-INV-STATUS NOT = "00"
               DISPLAY "HITTA: kan inte öppna ägodelar, status "
                   HIT-INV-STATUS " - ingen gåva."
               GO TO 1530-EXIT
           END-IF
           MOVE HIT-PLAYER-NAME TO INV-NAME
           MOVE HIT-GIFT-ITEM TO INV-ITEM-CODE
           READ INVENTORY-FILE
           IF HIT-INV-STATUS NOT = "00" OR INV-QTY = ZERO
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "You have no such item to give."
               ELSE
                   DISPLAY "Du har ingen sådan sak att ge bort."
               END-IF
               CLOSE INVENTORY-FILE
               GO TO 1530-EXIT
           END-IF
           SUBTRACT 1 FROM INV-QTY
           REWRITE INVENTORY-RECORD
           IF HIT-INV-STATUS NOT = "00"
               DISPLAY "HITTA: gåvan ej genomförd, status "
                   HIT-INV-STATUS
               CLOSE INVENTORY-FILE
               GO TO 1530-EXIT
           END-IF
           ADD 1 TO HIT-WRITE-CT
           PERFORM 1535-CREDIT-RECEIVER THRU 1535-EXIT
           IF NOT HIT-GIFT-OK
               DISPLAY "HITTA: gåvan ej genomförd, status "
                   HIT-INV-STATUS
               MOVE HIT-PLAYER-NAME TO INV-NAME
               MOVE HIT-GIFT-ITEM TO INV-ITEM-CODE
               READ INVENTORY-FILE
               IF HIT-INV-STATUS = "00"
                   ADD 1 TO INV-QTY
                   REWRITE INVENTORY-RECORD
                   ADD 1 TO HIT-WRITE-CT
               END-IF
           END-IF
           CLOSE INVENTORY-FILE.
       1530-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1535-CREDIT-RECEIVER
      *    Adds the gift to the receiver's inventory record.  A gift
      *    is not a pickup: an existing record keeps its pickup
      *    stamp, a new one is written undated, and the first-pickup
      *    count is left alone.
      *    ---------------------------------------------------------
       1535-CREDIT-RECEIVER.
           MOVE HIT-GIFT-TO-NAME TO INV-NAME
           MOVE HIT-GIFT-ITEM TO INV-ITEM-CODE
           READ INVENTORY-FILE
           EVALUATE TRUE
               WHEN HIT-INV-STATUS = "00"
                   ADD 1 TO INV-QTY
                   REWRITE INVENTORY-RECORD
               WHEN HIT-INV-STATUS = "23"
                   MOVE HIT-GIFT-TO-NAME TO INV-NAME
                   MOVE HIT-GIFT-ITEM TO INV-ITEM-CODE
                   MOVE 1 TO INV-QTY
                   MOVE ZERO TO INV-LAST-DATE
                   MOVE ZERO TO INV-LAST-TIME
                   WRITE INVENTORY-RECORD
           END-EVALUATE
           IF HIT-INV-STATUS = "00"
               ADD 1 TO HIT-WRITE-CT
               SET HIT-GIFT-OK TO TRUE
           END-IF.
       1535-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    1540-LOG-GIFT
      *    Appends the gift to the gift log - date, time, giver,
      *    receiver and item code.
      *    ---------------------------------------------------------
       1540-LOG-GIFT.
           ACCEPT HIT-EVENT-TIME FROM TIME
           MOVE HIT-TS-DATE TO HGV-DATE
           MOVE HIT-EVENT-TIME (1:6) TO HGV-TIME
           MOVE HIT-PLAYER-NAME TO HGV-FROM-NAME
           MOVE HIT-GIFT-TO-NAME TO HGV-TO-NAME
           MOVE HIT-GIFT-ITEM TO HGV-ITEM-CODE
           OPEN EXTEND GIFT-FILE
           IF HIT-GIFT-STATUS = "35"
               OPEN OUTPUT GIFT-FILE
               CLOSE GIFT-FILE
               OPEN EXTEND GIFT-FILE
           END-IF
           IF HIT-GIFT-STATUS NOT = "00"
               DISPLAY "HITTA: gåvan ej loggad, status "
                   HIT-GIFT-STATUS
               GO TO 1540-EXIT
           END-IF
           MOVE HIT-GIFT-DETAIL TO GIFT-RECORD
           WRITE GIFT-RECORD
           CLOSE GIFT-FILE
           ADD 1 TO HIT-WRITE-CT.
       1540-EXIT.
           EXIT.
039400*
039500*    ---------------------------------------------------------
039600*    2200-CHECK-RESUME
039700*    Looks for this player's own saved game and offers to
039800*    resume it instead of starting the menu cold.  A save
039900*    older than HIT-STALE-DAYS is offered for discard rather
039910*    than resumed blind.  A practice run always starts at the
      *    menu and leaves the player's save alone.
040000*    ---------------------------------------------------------
040100 2200-CHECK-RESUME.
           IF HIT-PRACTICE-RUN
               GO TO 2200-EXIT
           END-IF
040200     OPEN I-O CHECKPOINT-FILE
040300     IF HIT-CKPT-STATUS NOT = "00"
040400         GO TO 2200-EXIT
047700                 TO HIT-ENDING-TEXT
047800             PERFORM 8000-WRITE-TRANSCRIPT THRU 8000-EXIT
047900             PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
                   IF NOT HIT-PRACTICE-RUN
048000                 CLOSE TRANSCRIPT-FILE
                   END-IF
048100             PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
048200             STOP RUN
048300         WHEN OTHER
049900                 END-STRING
050000                 PERFORM 8000-WRITE-TRANSCRIPT THRU 8000-EXIT
050100                 PERFORM 5500-CLEAR-CHECKPOINT THRU 5500-EXIT
                       IF NOT HIT-PRACTICE-RUN
050200                     CLOSE TRANSCRIPT-FILE
                       END-IF
050300                 PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
050400                 STOP RUN
050500             END-IF
077200*    5000-WRITE-CHECKPOINT
077300*    Records the direction just chosen under the player's own
077400*    key, so a dropped session can be resumed at the next
077410*    launch without hijacking anyone else's save.  Nothing is
      *    saved on a practice run.
077500*    ---------------------------------------------------------
077600 5000-WRITE-CHECKPOINT.
           IF HIT-PRACTICE-RUN
               GO TO 5000-EXIT
           END-IF
           PERFORM 5010-OPEN-CHECKPOINT THRU 5010-EXIT
           IF HIT-CKPT-STATUS NOT = "00"
               DISPLAY "HITTA: kan inte spara sessionen, status "
078600*    ---------------------------------------------------------
078700*    5500-CLEAR-CHECKPOINT
078800*    The run finished normally, so the player's own save is
078900*    removed - there is nothing left to resume.  A practice
      *    run leaves any save on file for the real session.
079000*    ---------------------------------------------------------
079100 5500-CLEAR-CHECKPOINT.
           IF HIT-PRACTICE-RUN
               GO TO 5500-EXIT
           END-IF
079200     OPEN I-O CHECKPOINT-FILE
           IF HIT-CKPT-STATUS NOT = "00"
               GO TO 5500-EXIT
083700*    6500-SAVE-INVENTORY
083800*    Writes the items picked up during this run to the
083900*    per-player inventory file, with the same bounded retry
084000*    as the leaderboard update.  A practice run writes nothing
      *    and only counts its first-time pickups for the points.
084100*    ---------------------------------------------------------
084200 6500-SAVE-INVENTORY.
084300     IF NOT HIT-NEW-MUGG AND NOT HIT-NEW-BRUSH
084400         AND NOT HIT-NEW-PLASTER
084500         GO TO 6500-EXIT
084600     END-IF
           IF HIT-PRACTICE-RUN
               PERFORM 6600-COUNT-PRACTICE-FINDS THRU 6600-EXIT
               GO TO 6500-EXIT
           END-IF
084700     MOVE ZERO TO HIT-RETRY-CT
084800     PERFORM 6510-OPEN-INVENTORY THRU 6510-EXIT
084900         WITH TEST AFTER
090900             MOVE HIT-TS-TIME TO INV-LAST-TIME
091000             WRITE INVENTORY-RECORD
                   IF HIT-INV-STATUS = "00"
                       ADD 1 TO HIT-PICKUP-CT
                   END-IF
091100         WHEN OTHER
091200             DISPLAY "HITTA: ägodel ej sparad, status "
091700     END-IF.
091800 6520-EXIT.
091900     EXIT.
      *
      *    ---------------------------------------------------------
      *    6600-COUNT-PRACTICE-FINDS
      *    A practice run saves nothing, but its points must still
      *    come out as they would for real - every item picked up
      *    that the player has no inventory record for yet counts as
      *    a first-time pickup.  The inventory is only read.
      *    ---------------------------------------------------------
       6600-COUNT-PRACTICE-FINDS.
           OPEN INPUT INVENTORY-FILE
           IF HIT-INV-STATUS = "35"
               SET HIT-NO-INV-FILE TO TRUE
           ELSE
               IF HIT-INV-STATUS NOT = "00"
                   GO TO 6600-EXIT
               END-IF
           END-IF
           IF HIT-NEW-MUGG
               MOVE 1 TO HIT-ITEM-CODE
               PERFORM 6610-CHECK-ONE-FIND THRU 6610-EXIT
           END-IF
           IF HIT-NEW-BRUSH
               MOVE 2 TO HIT-ITEM-CODE
               PERFORM 6610-CHECK-ONE-FIND THRU 6610-EXIT
           END-IF
           IF HIT-NEW-PLASTER
               MOVE 3 TO HIT-ITEM-CODE
               PERFORM 6610-CHECK-ONE-FIND THRU 6610-EXIT
           END-IF
           IF NOT HIT-NO-INV-FILE
               CLOSE INVENTORY-FILE
           END-IF.
       6600-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    6610-CHECK-ONE-FIND
      *    Counts one picked-up item as a first-time pickup unless
      *    the player already holds it on file.  No inventory file
      *    at all means every item is new.
      *    ---------------------------------------------------------
       6610-CHECK-ONE-FIND.
           IF HIT-NO-INV-FILE
               ADD 1 TO HIT-PICKUP-CT
               GO TO 6610-EXIT
           END-IF
           MOVE HIT-PLAYER-NAME TO INV-NAME
           MOVE HIT-ITEM-CODE TO INV-ITEM-CODE
           READ INVENTORY-FILE
           IF HIT-INV-STATUS = "23"
               ADD 1 TO HIT-PICKUP-CT
           END-IF.
       6610-EXIT.
           EXIT.
092000*
092100*    ---------------------------------------------------------
092200*    7000-UPDATE-LEADERBOARD
092600*    count is incremented on every repeat visit.  A locked or
092700*    busy leaderboard is retried a bounded number of times,
092800*    and if it stays unavailable the increment is parked on
092900*    the pending-updates file instead of being lost.  A
      *    practice run is neither tallied nor parked.  A record for
      *    today's featured ending already dated today means the
      *    player has had today's challenge bonus.
093000*    ---------------------------------------------------------
093100 7000-UPDATE-LEADERBOARD.
           IF HIT-PRACTICE-RUN
               GO TO 7000-EXIT
           END-IF
093200     MOVE HIT-PLAYER-NAME TO LB-NAME
093300     MOVE CHOICE-ONE      TO LB-ENDING-CODE
093400     MOVE CHOICE-TWO      TO LB-SUB-CODE
094100         GO TO 7000-EXIT
094200     END-IF
094300     READ LEADERBOARD-FILE
           IF HIT-LB-STATUS = "00"
               AND LB-LAST-DATE = HIT-TS-DATE
               AND HIT-CHALLENGE-TODAY
               AND CHOICE-ONE = HIT-CHL-ENDING
               AND CHOICE-TWO = HIT-CHL-SUB
               SET HIT-CHALLENGE-DONE TO TRUE
           END-IF
094400     EVALUATE TRUE
094500         WHEN HIT-LB-STATUS = "00"
094600             ADD 1 TO LB-TIMES-REACHED
      *    The points table - every ending/sub-code of record is
      *    worth a defined number of points, with the item-gated
      *    endings worth the most.  Quits and aborted runs earn
      *    nothing.  The built-in values below are the defaults;
      *    the rules in force today on the points-rule file then
      *    override them, and the first-time pickups counted when
      *    the inventory was saved are scored at the bonus in force.
      *    Reaching today's featured ending adds the challenge bonus,
      *    unless the player has already had it today.
      *    ---------------------------------------------------------
       7600-COMPUTE-POINTS.
           EVALUATE TRUE
               WHEN OTHER
                   MOVE ZERO TO HIT-ENDING-POINTS
           END-EVALUATE
           PERFORM 7650-APPLY-POINT-RULES THRU 7650-EXIT
           COMPUTE HIT-PICKUP-POINTS
               = HIT-PICKUP-CT * HIT-ITEM-POINTS
           MOVE ZERO TO HIT-BONUS-POINTS
           IF HIT-CHALLENGE-TODAY AND NOT HIT-CHALLENGE-DONE
               AND CHOICE-ONE = HIT-CHL-ENDING
               AND CHOICE-TWO = HIT-CHL-SUB
               MOVE HIT-CHL-BONUS TO HIT-BONUS-POINTS
           END-IF
           COMPUTE HIT-RUN-POINTS
               = HIT-ENDING-POINTS + HIT-PICKUP-POINTS
               + HIT-BONUS-POINTS.
       7600-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7650-APPLY-POINT-RULES
      *    Reads the points-rule file once and keeps, for this run's
      *    ending and for the pickup bonus, the rule with the latest
      *    valid-from date not after today.  A missing or empty rule
      *    file leaves the built-in values in place.
      *    ---------------------------------------------------------
       7650-APPLY-POINT-RULES.
           MOVE ZERO TO HIT-END-RULE-DATE
           MOVE ZERO TO HIT-ITEM-RULE-DATE
           MOVE "N" TO HIT-RULE-EOF-SW
           OPEN INPUT POINTS-RULE-FILE
           IF HIT-RULE-STATUS NOT = "00"
               GO TO 7650-EXIT
           END-IF
           PERFORM 7660-CHECK-ONE-RULE THRU 7660-EXIT
               UNTIL HIT-NO-MORE-RULES
           CLOSE POINTS-RULE-FILE.
       7650-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7660-CHECK-ONE-RULE
      *    Reads one rule line.  Lines that are not a SLUT or FYND
      *    rule, or carry a non-numeric field, are notes and are
      *    passed over.
      *    ---------------------------------------------------------
       7660-CHECK-ONE-RULE.
           READ POINTS-RULE-FILE INTO HIT-RULE-DETAIL
               AT END
                   SET HIT-NO-MORE-RULES TO TRUE
                   GO TO 7660-EXIT
           END-READ
           IF HPR-FROM-DATE NOT NUMERIC
               OR HPR-POINTS NOT NUMERIC
               GO TO 7660-EXIT
           END-IF
           IF HPR-FROM-DATE > HIT-TS-DATE
               GO TO 7660-EXIT
           END-IF
           IF HPR-PICKUP-RULE
               IF HPR-FROM-DATE NOT < HIT-ITEM-RULE-DATE
                   MOVE HPR-FROM-DATE TO HIT-ITEM-RULE-DATE
                   MOVE HPR-POINTS TO HIT-ITEM-POINTS
               END-IF
               GO TO 7660-EXIT
           END-IF
           IF NOT HPR-ENDING-RULE
               OR HPR-ENDING-CODE NOT NUMERIC
               OR HPR-SUB-CODE NOT NUMERIC
               GO TO 7660-EXIT
           END-IF
           IF HPR-ENDING-CODE = CHOICE-ONE
               AND HPR-SUB-CODE = CHOICE-TWO
               AND HPR-FROM-DATE NOT < HIT-END-RULE-DATE
               MOVE HPR-FROM-DATE TO HIT-END-RULE-DATE
               MOVE HPR-POINTS TO HIT-ENDING-POINTS
           END-IF.
       7660-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7700-SHOW-POINTS
      *    Shows the points earned at the end of the run, with any
      *    challenge bonus shown apart - on a practice run with a
      *    reminder that they are not kept.
      *    ---------------------------------------------------------
       7700-SHOW-POINTS.
           IF HIT-RUN-POINTS = ZERO
               GO TO 7700-EXIT
           END-IF
           IF HIT-BONUS-POINTS > ZERO
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "You earned " HIT-RUN-POINTS
                       " points this run, " HIT-BONUS-POINTS
                       " of them for today's challenge!"
               ELSE
                   DISPLAY "Du fick " HIT-RUN-POINTS
                       " poäng denna omgång, varav " HIT-BONUS-POINTS
                       " för dagens utmaning!"
               END-IF
               GO TO 7700-PRACTICE
           END-IF
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "You earned " HIT-RUN-POINTS
                   " points this run!"
               DISPLAY "Du fick " HIT-RUN-POINTS
                   " poäng denna omgång!"
           END-IF.
       7700-PRACTICE.
           IF HIT-PRACTICE-RUN
               IF HIT-LANG-IS-ENGLISH
                   DISPLAY "(Practice run - the points are not kept.)"
               ELSE
                   DISPLAY "(Övningsomgång - poängen sparas inte.)"
               END-IF
           END-IF.
       7700-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7750-SHOW-ACHIEVEMENTS
      *    Announces every märke the award run has granted the
      *    player that has not been shown yet, and marks it shown.
      *    No achievements file yet, or one that is busy, simply
      *    means nothing to announce this time.  A practice run
      *    leaves the märken unshown for the player's real session.
      *    ---------------------------------------------------------
       7750-SHOW-ACHIEVEMENTS.
           IF HIT-PRACTICE-RUN
               GO TO 7750-EXIT
           END-IF
           OPEN I-O ACHIEVEMENT-FILE
           IF HIT-MRK-STATUS NOT = "00"
               GO TO 7750-EXIT
           END-IF
           MOVE HIT-PLAYER-NAME TO MRK-NAME
           MOVE ZERO TO MRK-CODE
           MOVE "N" TO HIT-MRK-EOF-SW
           START ACHIEVEMENT-FILE KEY IS NOT LESS THAN MRK-KEY
               INVALID KEY
                   SET HIT-NO-MORE-MARKS TO TRUE
           END-START
           PERFORM 7760-SHOW-ONE-MARK THRU 7760-EXIT
               UNTIL HIT-NO-MORE-MARKS
           CLOSE ACHIEVEMENT-FILE.
       7750-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7760-SHOW-ONE-MARK
      *    Reads the player's next märke and announces it if it is
      *    new to them.
      *    ---------------------------------------------------------
       7760-SHOW-ONE-MARK.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET HIT-NO-MORE-MARKS TO TRUE
                   GO TO 7760-EXIT
           END-READ
           IF MRK-NAME NOT = HIT-PLAYER-NAME
               SET HIT-NO-MORE-MARKS TO TRUE
               GO TO 7760-EXIT
           END-IF
           IF MRK-SHOWN = "J"
               GO TO 7760-EXIT
           END-IF
           IF HIT-LANG-IS-ENGLISH
               DISPLAY "New badge: " MRK-TEXT-EN
           ELSE
               DISPLAY "Nytt märke: " MRK-TEXT-SV
           END-IF
           MOVE "J" TO MRK-SHOWN
           REWRITE ACHIEVEMENT-RECORD.
       7760-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    7800-UPDATE-SEASON
      *    Adds the run's points to the player's season standings
      *    record, with the same bounded retry as the other keyed
      *    masters.  A season file that stays busy only costs this
      *    run's points a warning - the game itself goes on.
      *    Practice points never reach the standings.
      *    ---------------------------------------------------------
       7800-UPDATE-SEASON.
           IF HIT-RUN-POINTS = ZERO OR HIT-PRACTICE-RUN
               GO TO 7800-EXIT
           END-IF
           MOVE ZERO TO HIT-RETRY-CT
102100*    Appends one line describing this run to the transcript
102200*    file - session id, timestamp, the direction chosen and
102300*    the ending that was reached.
      *    The player's name, the first-time pickup count and any
      *    challenge bonus go on the line too, so the run can be
      *    rescored later.  A practice run leaves no line.
102400*    ---------------------------------------------------------
102500 8000-WRITE-TRANSCRIPT.
           IF HIT-PRACTICE-RUN
               GO TO 8000-EXIT
           END-IF
102600     MOVE HIT-SESSION-ID  TO HTD-SESSION-ID
102700     MOVE HIT-TIMESTAMP   TO HTD-TIMESTAMP
102800     MOVE CHOICE-ONE      TO HTD-CHOICE-ONE
103000     MOVE CHOICE-TYPE     TO HTD-CHOICE-TYPE
103100     MOVE HIT-MAINMENU-INVALID-CT TO HTD-INVALID-CT
103200     MOVE HIT-ENDING-TEXT TO HTD-ENDING-TEXT
           MOVE HIT-PLAYER-NAME TO HTD-PLAYER-NAME
           MOVE HIT-PICKUP-CT   TO HTD-PICKUP-CT
           MOVE HIT-BONUS-POINTS TO HTD-BONUS-POINTS
103300     MOVE HIT-TRANSCRIPT-DETAIL TO TRANSCRIPT-RECORD
103400     WRITE TRANSCRIPT-RECORD
103500     ADD 1 TO HIT-WRITE-CT.
103600 8000-EXIT.
103700     EXIT.
      *
      *    ---------------------------------------------------------
      *    8500-WRITE-STAGE
      *    Appends one event to the session-stage log for the stage
      *    in HSE-STAGE.  The log is for the funnel report only - a
      *    log that cannot be opened never stops the game.  A
      *    practice session is kept out of the funnel altogether.
      *    ---------------------------------------------------------
       8500-WRITE-STAGE.
           IF HIT-PRACTICE-RUN
               GO TO 8500-EXIT
           END-IF
           ACCEPT HIT-EVENT-TIME FROM TIME
           MOVE HIT-SESSION-ID TO HSE-SESSION-ID
           MOVE HIT-TS-DATE TO HSE-START-DATE
           MOVE HIT-EVENT-TIME (1:6) TO HSE-EVENT-TIME
           OPEN EXTEND STAGE-FILE
           IF HIT-STG-STATUS = "35"
               OPEN OUTPUT STAGE-FILE
               CLOSE STAGE-FILE
               OPEN EXTEND STAGE-FILE
           END-IF
           IF HIT-STG-STATUS = "00"
               MOVE HIT-STAGE-DETAIL TO STAGE-RECORD
               WRITE STAGE-RECORD
               CLOSE STAGE-FILE
               ADD 1 TO HIT-WRITE-CT
           END-IF.
       8500-EXIT.
           EXIT.
103800*
103900*    ---------------------------------------------------------
104000*    9500-WRITE-AUDIT
104100*    Appends this run's record to the common run-audit file -
104200*    performed on the normal path and on the early quit/abort
104300*    paths alike.  A practice run carries OVN in the run-mode
      *    field, so it is counted apart from real sessions.
104400*    ---------------------------------------------------------
104500 9500-WRITE-AUDIT.
104600     ACCEPT HIT-END-DATE FROM DATE YYYYMMDD
107000*    9999-TERMINATE
107100*    ---------------------------------------------------------
107200 9999-TERMINATE.
           IF NOT HIT-PRACTICE-RUN
107300         CLOSE TRANSCRIPT-FILE
           END-IF
107400     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
107500 9999-EXIT.
107600     EXIT.
