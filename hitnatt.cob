      *                      are alert steps now: their RETURN-CODE 8
      *                      is raised at the end of the run but does
      *                      not stop the chain.
      *    15/10/2026  LB   The achievements award run (Hitmark) joined
      *                      the chain right after the sweep, so the
      *                      märken are granted from masters that
      *                      already carry every parked increment.
      *    15/10/2026  LB   The day close (Hitstang) joined the chain
      *                      as its first step, so every completed
      *                      transcript day is sealed before any job
      *                      reads it or Hitarch/Hitpurge touch it.
      *    15/10/2026  LB   The daily transcript summary (Hitdag)
      *                      joined the chain right after the day
      *                      close, so the audit, reconciliation,
      *                      extract and exception reports all work
      *                      from tonight's summary file (TRANDAG)
      *                      instead of each reading TRANLOG.
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
008500*    The suite in its dependency order - the sweeper first so the
008600*    audit sees an applied leaderboard, the extract before any
008700*    job that rewrites TRANLOG, and the batch-status report last.
      *    The day close goes ahead of them all, and the daily
      *    summary straight after it, ahead of every report that
      *    reads it.
008800 01  HNT-STEP-TABLE.
008900     05  HNT-STEP-ENTRY OCCURS 11 TIMES.
009000         10  HNT-STEP-PGM     PIC X(08).
               10  HNT-STEP-ALERT   PIC X(01).
009100 01  HNT-STEP-CT              PIC 9(02) VALUE ZERO.
013200*    ---------------------------------------------------------
013300 1000-INITIALIZE.
013400     ACCEPT HNT-RUN-DATE FROM DATE YYYYMMDD
           MOVE "HITSTANG" TO HNT-STEP-PGM (1)
           MOVE "HITDAG"   TO HNT-STEP-PGM (2)
013500     MOVE "HITSWEEP" TO HNT-STEP-PGM (3)
           MOVE "HITMARK"  TO HNT-STEP-PGM (4)
013600     MOVE "HITAUDIT" TO HNT-STEP-PGM (5)
013700     MOVE "HITRECON" TO HNT-STEP-PGM (6)
013800     MOVE "HITRANK"  TO HNT-STEP-PGM (7)
013900     MOVE "HITXTRAK" TO HNT-STEP-PGM (8)
           MOVE "HITACK"   TO HNT-STEP-PGM (9)
           MOVE "HITLARM"  TO HNT-STEP-PGM (10)
014000     MOVE "HITSTAT"  TO HNT-STEP-PGM (11)
014100     MOVE 11 TO HNT-STEP-CT
      *
      *    Hitack and Hitlarm raise alarms by design - their code 8
      *    must be raised, not treated as a broken step.
           MOVE "N" TO HNT-STEP-ALERT (3)
           MOVE "N" TO HNT-STEP-ALERT (4)
           MOVE "N" TO HNT-STEP-ALERT (5)
           MOVE "N" TO HNT-STEP-ALERT (6)
           MOVE "N" TO HNT-STEP-ALERT (7)
           MOVE "N" TO HNT-STEP-ALERT (8)
           MOVE "J" TO HNT-STEP-ALERT (9)
           MOVE "J" TO HNT-STEP-ALERT (10)
           MOVE "N" TO HNT-STEP-ALERT (11)
014200     DISPLAY "HITNATT - NATTKÖRNING " HNT-RUN-DATE
014300     DISPLAY "-----------------------------------------"
014400     OPEN INPUT STATE-FILE
