002400*                      with a note saying exactly that.
      *    02/09/2026  LB   The name folding now covers å/ä/ö too,
      *                      matching the interactive program.
      *    15/10/2026  LB   Transcript record is now 160 bytes and
      *                      carries the registered name - lines with
      *                      the player's name are shown directly, and
      *                      only the older, unnamed lines still go
      *                      through the stamp correlation.
      *    15/10/2026  LB   The dossier now lists the player's märken
      *                      from the achievements file (HITMARK), with
      *                      the date each was earned and whether the
      *                      game has announced it yet.
      *    15/10/2026  LB   The transcript lines read are checked
      *                      against their day seals on TRANSIGL
      *                      (Hitsigil), and the transcript section
      *                      says so when a day no longer matches.
      *    15/10/2026  LB   The dossier now lists the gifts the player
      *                      has given and received from the gift log
      *                      (HITGAVA), and a collection record that
      *                      only ever came as a gift is shown as such
      *                      instead of with an empty pickup stamp.
      *    15/10/2026  LB   A line that carries a name is matched on the
      *                      name alone - another player's line that
      *                      shares one of the stamps is no longer
      *                      shown in the dossier.
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SPECIAL-NAMES.
005600     SELECT TRANSCRIPT-FILE ASSIGN TO "TRANLOG"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS HIN-TRAN-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "HITMARK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRK-KEY
               FILE STATUS IS HIN-MRK-STATUS.
           SELECT GIFT-FILE ASSIGN TO "HITGAVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIN-GIFT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
009900 FD  ERASE-FILE.
010000 01  ERASE-RECORD             PIC X(60).
010100 FD  TRANSCRIPT-FILE.
010200 01  TRANSCRIPT-RECORD        PIC X(160).
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
       FD  GIFT-FILE.
       01  GIFT-RECORD              PIC X(60).
010300 WORKING-STORAGE SECTION.
010400*
010500*    Layout of one pending-updates line, matching
017100     05  HIN-INVALID-CT       PIC X(02).
017200     05  FILLER               PIC X(01).
017300     05  HIN-ENDING-TEXT      PIC X(90).
           05  FILLER               PIC X(01).
           05  HIN-TR-PLAYER-NAME   PIC X(20).
           05  FILLER               PIC X(01).
           05  HIN-PICKUP-CT        PIC X(01).
           05  FILLER               PIC X(05).
      *
      *    Layout of one gift-log line, matching HIT-GIFT-DETAIL in
      *    the interactive program.
       01  HIN-GIFT-DETAIL.
           05  HGV-DATE             PIC X(08).
           05  FILLER               PIC X(01).
           05  HGV-TIME             PIC X(06).
           05  FILLER               PIC X(01).
           05  HGV-FROM-NAME        PIC X(20).
           05  FILLER               PIC X(01).
           05  HGV-TO-NAME          PIC X(20).
           05  FILLER               PIC X(01).
           05  HGV-ITEM-CODE        PIC X(02).
           05  FILLER               PIC X(01).
017400 01  HIN-REG-STATUS           PIC X(02) VALUE "00".
017500 01  HIN-LB-STATUS            PIC X(02) VALUE "00".
017600 01  HIN-INV-STATUS           PIC X(02) VALUE "00".
017800 01  HIN-LOG-STATUS           PIC X(02) VALUE "00".
017900 01  HIN-ERASE-STATUS         PIC X(02) VALUE "00".
018000 01  HIN-TRAN-STATUS          PIC X(02) VALUE "00".
       01  HIN-MRK-STATUS           PIC X(02) VALUE "00".
       01  HIN-MRK-EOF-SW           PIC X(01) VALUE "N".
           88  HIN-NO-MORE-MARKS        VALUE "Y".
       01  HIN-MRK-NOTE             PIC X(12) VALUE SPACES.
       01  HIN-GIFT-STATUS          PIC X(02) VALUE "00".
018100 01  HIN-EOF-SW               PIC X(01) VALUE "N".
018200     88  HIN-NO-MORE-RECORDS      VALUE "Y".
018300*
021300*    instead of ending silently.
021400 77  HIN-LB-FOUND-CT          PIC 9(03) VALUE ZERO.
021500 77  HIN-INV-FOUND-CT         PIC 9(03) VALUE ZERO.
       77  HIN-MRK-FOUND-CT         PIC 9(03) VALUE ZERO.
       77  HIN-GIFT-FOUND-CT        PIC 9(03) VALUE ZERO.
021600 77  HIN-PEND-FOUND-CT        PIC 9(03) VALUE ZERO.
021700 77  HIN-LOG-FOUND-CT         PIC 9(03) VALUE ZERO.
021800 77  HIN-ERASE-FOUND-CT       PIC 9(03) VALUE ZERO.
021900 77  HIN-TRAN-FOUND-CT        PIC 9(06) VALUE ZERO.
      *
      *    Day-seal request passed to Hitsigil - layout must match
      *    SGQ-REQUEST there.
       01  HIN-SEAL-REQUEST.
           05  HIN-SEAL-FUNCTION    PIC X(04) VALUE SPACES.
           05  HIN-SEAL-CALLER      PIC X(08) VALUE "HITINFO".
           05  HIN-SEAL-DAY-CT      PIC 9(05) VALUE ZERO.
           05  HIN-SEAL-OK-CT       PIC 9(05) VALUE ZERO.
           05  HIN-SEAL-BAD-CT      PIC 9(05) VALUE ZERO.
           05  HIN-SEAL-OPEN-CT     PIC 9(05) VALUE ZERO.
           05  HIN-SEAL-NEW-CT      PIC 9(05) VALUE ZERO.
           05  HIN-SEAL-RESULT      PIC X(02) VALUE "00".
       01  HIN-SEAL-LINE            PIC X(160) VALUE SPACES.
       01  HIN-SEAL-SW              PIC X(01) VALUE "N".
           88  HIN-SEAL-UNAVAILABLE     VALUE "Y".
022000 PROCEDURE DIVISION.
022100*
022200*    ---------------------------------------------------------
022800     PERFORM 2000-SHOW-REGISTRY THRU 2000-EXIT
022900     PERFORM 3000-SHOW-LEADERBOARD THRU 3000-EXIT
023000     PERFORM 4000-SHOW-INVENTORY THRU 4000-EXIT
           PERFORM 4500-SHOW-ACHIEVEMENTS THRU 4500-EXIT
           PERFORM 4700-SHOW-GIFTS THRU 4700-EXIT
023100     PERFORM 5000-SHOW-PENDING THRU 5000-EXIT
023200     PERFORM 6000-SHOW-MAINTLOG THRU 6000-EXIT
023300     PERFORM 7000-SHOW-ERASURES THRU 7000-EXIT
042700*    ---------------------------------------------------------
042800*    4100-SHOW-ONE-ITEM
042900*    Prints one collection line, if the player has the item,
043000*    then steps to the next item code.  A record with no
      *    pickup stamp has only ever been received as a gift.
043100*    ---------------------------------------------------------
043200 4100-SHOW-ONE-ITEM.
043300     MOVE HIN-NORM-NAME TO INV-NAME
044500             WHEN OTHER
044600                 MOVE "okänd ägodel" TO HIN-ITEM-TEXT
044700         END-EVALUATE
               IF INV-LAST-DATE = ZERO
                   DISPLAY "  " HIN-ITEM-TEXT " - " INV-QTY
                       " st, fått i gåva"
               ELSE
044800             DISPLAY "  " HIN-ITEM-TEXT " - " INV-QTY
044900                 " st, senast " INV-LAST-DATE " " INV-LAST-TIME
               END-IF
045000     END-IF
045100     ADD 1 TO HIN-ITEM-CODE.
045200 4100-EXIT.
045300     EXIT.
      *
      *    ---------------------------------------------------------
      *    4500-SHOW-ACHIEVEMENTS
      *    Prints the player's märken with the date each was earned.
      *    ---------------------------------------------------------
       4500-SHOW-ACHIEVEMENTS.
           IF HIN-RUN-FAILED
               GO TO 4500-EXIT
           END-IF
           DISPLAY "Märken (HITMARK):"
           OPEN INPUT ACHIEVEMENT-FILE
           IF HIN-MRK-STATUS NOT = "00"
               DISPLAY "  HITMARK saknas eller otillgänglig, status "
                   HIN-MRK-STATUS
               GO TO 4500-EXIT
           END-IF
           MOVE HIN-NORM-NAME TO MRK-NAME
           MOVE ZERO TO MRK-CODE
           MOVE "N" TO HIN-MRK-EOF-SW
           START ACHIEVEMENT-FILE KEY IS NOT LESS THAN MRK-KEY
               INVALID KEY
                   SET HIN-NO-MORE-MARKS TO TRUE
           END-START
           PERFORM 4510-SHOW-ONE-MARK THRU 4510-EXIT
               UNTIL HIN-NO-MORE-MARKS
           IF HIN-MRK-FOUND-CT = ZERO
               DISPLAY "  Inga märken funna."
           END-IF
           CLOSE ACHIEVEMENT-FILE.
       4500-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    4510-SHOW-ONE-MARK
      *    Prints the player's next märke.
      *    ---------------------------------------------------------
       4510-SHOW-ONE-MARK.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET HIN-NO-MORE-MARKS TO TRUE
                   GO TO 4510-EXIT
           END-READ
           IF MRK-NAME NOT = HIN-NORM-NAME
               SET HIN-NO-MORE-MARKS TO TRUE
               GO TO 4510-EXIT
           END-IF
           ADD 1 TO HIN-MRK-FOUND-CT
           IF MRK-SHOWN = "J"
               MOVE "visat" TO HIN-MRK-NOTE
           ELSE
               MOVE "ej visat än" TO HIN-MRK-NOTE
           END-IF
           DISPLAY "  " MRK-CODE " " MRK-TEXT-SV " - "
               MRK-EARNED-DATE ", " HIN-MRK-NOTE.
       4510-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    4700-SHOW-GIFTS
      *    Prints every gift the player has given or received, from
      *    the gift log the interactive program appends to.
      *    ---------------------------------------------------------
       4700-SHOW-GIFTS.
           IF HIN-RUN-FAILED
               GO TO 4700-EXIT
           END-IF
           DISPLAY "Gåvor (HITGAVA):"
           OPEN INPUT GIFT-FILE
           IF HIN-GIFT-STATUS = "35"
               DISPLAY "  Inga gåvor."
               GO TO 4700-EXIT
           END-IF
           IF HIN-GIFT-STATUS NOT = "00"
               DISPLAY "  HITGAVA otillgänglig, status "
                   HIN-GIFT-STATUS
               GO TO 4700-EXIT
           END-IF
           MOVE "N" TO HIN-EOF-SW
           READ GIFT-FILE
               AT END
                   SET HIN-NO-MORE-RECORDS TO TRUE
           END-READ
           PERFORM 4710-MATCH-GIFT THRU 4710-EXIT
               UNTIL HIN-NO-MORE-RECORDS
           IF HIN-GIFT-FOUND-CT = ZERO
               DISPLAY "  Inga gåvor."
           END-IF
           CLOSE GIFT-FILE.
       4700-EXIT.
           EXIT.
      *
      *    ---------------------------------------------------------
      *    4710-MATCH-GIFT
      *    Prints one gift-log line if the player gave or received
      *    the gift, then primes the next line.
      *    ---------------------------------------------------------
       4710-MATCH-GIFT.
           MOVE GIFT-RECORD TO HIN-GIFT-DETAIL
           IF HGV-FROM-NAME NOT = HIN-NORM-NAME
               AND HGV-TO-NAME NOT = HIN-NORM-NAME
               GO TO 4710-NEXT
           END-IF
           ADD 1 TO HIN-GIFT-FOUND-CT
           EVALUATE HGV-ITEM-CODE
               WHEN "01"
                   MOVE "blå mugg" TO HIN-ITEM-TEXT
               WHEN "02"
                   MOVE "tandborstar" TO HIN-ITEM-TEXT
               WHEN "03"
                   MOVE "plåster" TO HIN-ITEM-TEXT
               WHEN OTHER
                   MOVE "okänd ägodel" TO HIN-ITEM-TEXT
           END-EVALUATE
           IF HGV-FROM-NAME = HIN-NORM-NAME
               DISPLAY "  gav " HGV-DATE " " HGV-TIME ": "
                   HIN-ITEM-TEXT " till " HGV-TO-NAME
           ELSE
               DISPLAY "  fick " HGV-DATE " " HGV-TIME ": "
                   HIN-ITEM-TEXT " från " HGV-FROM-NAME
           END-IF.
       4710-NEXT.
           READ GIFT-FILE
               AT END
                   SET HIN-NO-MORE-RECORDS TO TRUE
           END-READ.
       4710-EXIT.
           EXIT.
045400*
045500*    ---------------------------------------------------------
045600*    5000-SHOW-PENDING
060700*
060800*    ---------------------------------------------------------
060900*    8000-SHOW-TRANSCRIPT
061000*    Transcript lines now carry the player name and are shown
      *    whenever it is this player's.  Older lines carry no name,
061100*    so they can only be correlated through the LB-LAST-DATE
061200*    and LB-LAST-TIME stamps captured from the leaderboard -
061300*    that is said out loud, and the matching lines are printed.
061400*    ---------------------------------------------------------
061500 8000-SHOW-TRANSCRIPT.
           IF HIN-RUN-FAILED
               GO TO 8000-EXIT
           END-IF
061600     DISPLAY "Transkript (TRANLOG):"
061700     DISPLAY "  OBS: äldre rader saknar spelarnamn - de är"
061800     DISPLAY "  korrelerade via LB-LAST-DATE/LB-LAST-TIME"
061900     DISPLAY "  och visar bara senaste besöket per mål,"
062000     DISPLAY "  inte spelarens hela historik."
062500     OPEN INPUT TRANSCRIPT-FILE
062600     IF HIN-TRAN-STATUS NOT = "00"
062700         DISPLAY "  TRANLOG otillgänglig, status "
062800             HIN-TRAN-STATUS
062900         GO TO 8000-EXIT
063000     END-IF
           MOVE "INIT" TO HIN-SEAL-FUNCTION
           PERFORM 8200-CALL-SEAL THRU 8200-EXIT
           MOVE "FIL " TO HIN-SEAL-FUNCTION
           PERFORM 8200-CALL-SEAL THRU 8200-EXIT
063100     MOVE "N" TO HIN-EOF-SW
063200     READ TRANSCRIPT-FILE
063300         AT END
063600     PERFORM 8100-MATCH-LINE THRU 8100-EXIT
063700         UNTIL HIN-NO-MORE-RECORDS
063800     IF HIN-TRAN-FOUND-CT = ZERO
063900         DISPLAY "  Inga transkriptrader matchade namnet"
               DISPLAY "  eller stämplarna"
064000         DISPLAY "  - äldre besök kan ligga i arkivfilerna"
064100         DISPLAY "  (TRANARC.ÅÅÅÅMM)."
064200     END-IF
           MOVE "KOLL" TO HIN-SEAL-FUNCTION
           PERFORM 8200-CALL-SEAL THRU 8200-EXIT
           IF HIN-SEAL-BAD-CT > ZERO
               DISPLAY "  OBS: " HIN-SEAL-BAD-CT " dagar i TRANLOG"
                   " avviker från sigillet (TRANSIGL)."
           END-IF
064300     CLOSE TRANSCRIPT-FILE.
064400 8000-EXIT.
064500     EXIT.
064600*
064700*    ---------------------------------------------------------
064800*    8100-MATCH-LINE
064900*    Prints one transcript line if it carries the player's
065000*    name or, on an unnamed line, its timestamp matches a
      *    captured last-visit stamp, then primes the next line.
065100*    ---------------------------------------------------------
065200 8100-MATCH-LINE.
           MOVE "RAD " TO HIN-SEAL-FUNCTION
           MOVE TRANSCRIPT-RECORD TO HIN-SEAL-LINE
           PERFORM 8200-CALL-SEAL THRU 8200-EXIT
065300     MOVE TRANSCRIPT-RECORD TO HIN-TRANSCRIPT-DETAIL
065400     MOVE "N" TO HIN-MATCH-SW
065500     IF HIN-TIMESTAMP IS NUMERIC
               AND HIN-TR-PLAYER-NAME = SPACES
065600         MOVE 1 TO HIN-STAMP-IX
065700         PERFORM 8110-MATCH-STAMP THRU 8110-EXIT
065800             UNTIL HIN-STAMP-MATCHED
065900             OR HIN-STAMP-IX > HIN-STAMP-CT
066000     END-IF
           IF HIN-TR-PLAYER-NAME = HIN-NORM-NAME
               SET HIN-STAMP-MATCHED TO TRUE
           END-IF
066100     IF HIN-STAMP-MATCHED
066200         ADD 1 TO HIN-TRAN-FOUND-CT
066300         DISPLAY "  " TRANSCRIPT-RECORD (1:70)
068200     END-IF.
068300 8110-EXIT.
068400     EXIT.
      *
      *    ---------------------------------------------------------
      *    8200-CALL-SEAL
      *    Passes the request in hand to the shared seal routine.
      *    ---------------------------------------------------------
       8200-CALL-SEAL.
           IF HIN-SEAL-UNAVAILABLE
               GO TO 8200-EXIT
           END-IF
           CALL "HITSIGIL" USING HIN-SEAL-REQUEST HIN-SEAL-LINE
               ON EXCEPTION
                   DISPLAY "HITINFO: HITSIGIL kunde inte startas."
                   SET HIN-SEAL-UNAVAILABLE TO TRUE
           END-CALL.
       8200-EXIT.
           EXIT.
068500*
068600*    ---------------------------------------------------------
068700*    9999-TERMINATE
