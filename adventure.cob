      *> unloseable dragon drill still runs, so old DIFFIC.DAT
      *> setups keep working.

      *> 2026-10-15 BJS - unattended and verification runs. ADVMODE=S
      *> plays the session from the first strategy in ADVSCRPT.DAT
      *> (NAME,MOVES - a string of weapon choices 1-3, repeated when
      *> it runs out) under the trainee name in ADVNAAM. ADVMODE=V
      *> plays the loaded scenario once for every standard cyclic
      *> pattern of one to three weapons plus every ADVSCRPT.DAT
      *> strategy, writes SCNVERIF.DAT (per strategy result, rounds
      *> and hit points left, then pass rate and averages) and
      *> appends the outcome to the release register SCNVRIJ.DAT:
      *> VRIJGEGEVEN when the pass rate lies within PARMS.DAT fields
      *> 36-37, otherwise AFGEKEURD (RC 4). Scripted runs stop a
      *> fight at 500 rounds as a FAIL. SCENARIO.DAT line 1 may now
      *> carry a scenario name after the hit points, and the
      *> scenario's version is a fingerprint of SCENARIO.DAT and
      *> the DIFFIC.DAT damage values. A normal session checks the
      *> register for that name and version and, when it is not
      *> released, runs as practice only. The TRAINLOG result line
      *> now also carries scenario name (col 67), version (col 89),
      *> released J/N (col 97) and T(rainee)/S(cript) (col 99) for
      *> CERTUPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT SCRIPT-FILE ASSIGN TO "ADVSCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT VERIF-REPORT-FILE ASSIGN TO "SCNVERIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIF-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "SCNVRIJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIFFICULTY-FILE.
       FD  RUN-JOURNAL-FILE.
       01  RUN-JOURNAL-LINE      PIC X(80).

       FD  SCRIPT-FILE.
       01  SCRIPT-LINE           PIC X(60).

       FD  PARM-FILE.
       01  PARM-LINE             PIC X(256).

       FD  VERIF-REPORT-FILE.
       01  VERIF-REPORT-LINE     PIC X(80).

       FD  RELEASE-FILE.
       01  RELEASE-LINE          PIC X(120).

       WORKING-STORAGE SECTION.

      *> shared run header - operator id, run date, run sequence -
           COPY "RUNJRNL.CPY".
      >>SOURCE FORMAT IS FREE

      *> shared parameters - only the verification bounds (fields
      *> 36-37) are used here, see PARMCFG.CPY
      >>SOURCE FORMAT IS FIXED
           COPY "PARMCFG.CPY".
      >>SOURCE FORMAT IS FREE

      *> scenario release register, see SCNVRIJ.CPY
      >>SOURCE FORMAT IS FIXED
           COPY "SCNVRIJ.CPY".
      >>SOURCE FORMAT IS FREE

       01 WS-JRNL-STATUS     PIC X(02) VALUE "00".
       01 WS-START-TIME-RAW  PIC 9(08) VALUE 0.
       01 WS-END-TIME-RAW    PIC 9(08) VALUE 0.
       01 WS-MONSTER-NAME    PIC X(15) VALUE SPACES.
       01 WS-MONSTER-HEALTH  PIC 9(04) VALUE 0.
       01 WS-SESSION-RESULT  PIC X(04) VALUE SPACES.
       01 WS-SCENARIO-NAME   PIC X(20) VALUE "SCENARIO".
       01 WS-SCN-VERSION     PIC 9(06) VALUE 0.
       01 WS-INIT-PLAYER-HP  PIC 9(04) VALUE 100.

      *> scenario version - a running fingerprint over the numbers
      *> that decide how a fight goes
       01 WS-FP-VALUE        PIC 9(04) VALUE 0.
       01 WS-FP-WORK         PIC 9(09) VALUE 0.

      *> run mode from ADVMODE - interactive, script or verification
       01 WS-ADVMODE-X       PIC X(10) VALUE SPACES.
       01 WS-RUN-MODE-SW     PIC X     VALUE "I".
           88 INTERACTIVE-RUN    VALUE "I".
           88 SCRIPT-RUN         VALUE "S".
           88 VERIFY-RUN         VALUE "V".
           88 SCRIPTED-RUN       VALUE "S" "V".
       01 WS-ADVNAAM-X       PIC X(30) VALUE SPACES.

      *> scripted weapon choices - the standard cyclic patterns
      *> plus the strategies read from ADVSCRPT.DAT
       01 WS-SCRIPT-STATUS   PIC X(02) VALUE "00".
       01 WS-STRAT-COUNT     PIC 9(03) VALUE 0.
       01 WS-STRAT-MAX       PIC 9(03) VALUE 80.
       01 WS-STRAT-IDX       PIC 9(03) VALUE 0.
       01 WS-STRAT-TABLE.
           05 WS-STRAT-ENTRY OCCURS 80 TIMES.
               10 STR-NAME       PIC X(20).
               10 STR-MOVES      PIC X(20).
               10 STR-LEN        PIC 9(02).
       01 WS-STR-NAME-X      PIC X(30).
       01 WS-STR-MOVES-X     PIC X(30).
       01 WS-STR-MOVES       PIC X(20).
       01 WS-STR-LEN         PIC 9(02) VALUE 0.
       01 WS-CHAR-IDX        PIC 9(02) VALUE 0.
       01 WS-MOVES-OK-SW     PIC X     VALUE "Y".
           88 MOVES-OK           VALUE "Y".
           88 MOVES-BAD          VALUE "N".
       01 WS-MOVE-POS        PIC 9(02) VALUE 0.
       01 WS-PAT-A           PIC 9     VALUE 0.
       01 WS-PAT-B           PIC 9     VALUE 0.
       01 WS-PAT-C           PIC 9     VALUE 0.
       01 WS-ROUND-CAP       PIC 9(03) VALUE 500.
       01 WS-ROUND-CAP-SW    PIC X     VALUE "N".
           88 ROUND-CAP-HIT      VALUE "Y".
           88 ROUND-CAP-NOT-HIT  VALUE "N".

      *> verification totals and the release decision
       01 WS-PARM-STATUS     PIC X(02) VALUE "00".
       01 WS-PARM-FIELDS.
           05 WS-PARM-FLD-X      PIC X(20) OCCURS 37 TIMES.
       01 WS-VERIF-STATUS    PIC X(02) VALUE "00".
       01 WS-RELEASE-STATUS  PIC X(02) VALUE "00".
       01 WS-VER-PASS        PIC 9(03) VALUE 0.
       01 WS-VER-ROUND-TOT   PIC 9(07) VALUE 0.
       01 WS-VER-HP-TOT      PIC 9(07) VALUE 0.
       01 WS-VER-PCT         PIC 9(03) VALUE 0.
       01 WS-VER-AVG-ROUNDS  PIC 9(03)V9 VALUE 0.
       01 WS-VER-AVG-HP      PIC 9(04)V9 VALUE 0.
       01 WS-VER-TIME-RAW    PIC 9(08) VALUE 0.
       01 WS-REL-EOF-SW      PIC X     VALUE "N".
           88 REL-EOF            VALUE "Y".
           88 REL-NOT-EOF        VALUE "N".
       01 WS-RELEASED-SW     PIC X     VALUE "N".
           88 SCENARIO-RELEASED  VALUE "J".
           88 SCENARIO-PRACTICE  VALUE "N".

       01 VERIF-HEADING-1.
           05  FILLER            PIC X(23) VALUE "SCENARIO VERIFICATION -".
           05  FILLER            PIC X(01) VALUE SPACE.
           05  VHD-SCENARIO      PIC X(20).
           05  FILLER            PIC X(09) VALUE " VERSION ".
           05  VHD-VERSIE        PIC 9(06).
           05  FILLER            PIC X(03) VALUE " - ".
           05  VHD-DATUM         PIC 9(08).

       01 VERIF-HEADING-2.
           05  FILLER            PIC X(22) VALUE "STRATEGY".
           05  FILLER            PIC X(22) VALUE "MOVES".
           05  FILLER            PIC X(06) VALUE "RESULT".
           05  FILLER            PIC X(07) VALUE " ROUNDS".
           05  FILLER            PIC X(06) VALUE "    HP".

       01 VERIF-DETAIL-LINE.
           05  VDT-NAME          PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  VDT-MOVES         PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  VDT-OUTCOME       PIC X(04).
           05  FILLER            PIC X(04) VALUE SPACES.
           05  VDT-ROUNDS        PIC ZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  VDT-HEALTH        PIC ZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  VDT-REMARK        PIC X(17).

       01 VERIF-TOTAL-LINE.
           05  VTL-LABEL         PIC X(20).
           05  VTL-VALUE         PIC X(40).
       01 WS-ED-COUNT        PIC ZZ9.
       01 WS-ED-PCT          PIC ZZ9.
       01 WS-ED-AVG          PIC ZZZ9.9.

       01 RESULT-LOG-LINE.
           05  RES-NAME          PIC X(30).
           05  RES-OUTCOME       PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RES-HEALTH        PIC ZZZ9.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RES-SCENARIO      PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RES-VERSIE        PIC 9(06).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RES-VRIJ          PIC X(01).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  RES-SOORT         PIC X(01).

       01 LOG-DETAIL-LINE.
           05  LOG-NAME          PIC X(30).

       MAIN.
           PERFORM GET-RUN-HEADER
           PERFORM GET-RUN-MODE
           PERFORM LOAD-DIFFICULTY
           PERFORM LOAD-SCENARIO

           IF VERIFY-RUN
               PERFORM VERIFY-SCENARIO
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
           END-IF

           IF SCRIPT-RUN
               PERFORM LOAD-STRATEGIES
               IF WS-STRAT-COUNT = 0
                   DISPLAY "ERROR: ADVMODE=S BUT NO VALID STRATEGY IN "
                       "ADVSCRPT.DAT"
                   MOVE 8 TO RETURN-CODE
                   PERFORM WRITE-RUN-JOURNAL
                   STOP RUN
               END-IF
               MOVE 1 TO WS-STRAT-IDX
               MOVE 0 TO WS-MOVE-POS
               DISPLAY "SCRIPTED RUN - STRATEGY "
                   FUNCTION TRIM(STR-NAME(1)) " ("
                   FUNCTION TRIM(STR-MOVES(1)) ")"
           END-IF

           PERFORM OPEN-TRAINING-LOG
           MOVE WS-START-HEALTH TO WS-DRAGON-HEALTH

           IF SCRIPT-RUN
               DISPLAY "ADVNAAM" UPON ENVIRONMENT-NAME
               ACCEPT WS-ADVNAAM-X FROM ENVIRONMENT-VALUE
               IF WS-ADVNAAM-X = SPACES
                   MOVE "SCRIPT" TO WS-NAME
               ELSE
                   MOVE WS-ADVNAAM-X TO WS-NAME
               END-IF
           ELSE
               DISPLAY "What is your name, adventurer? "
               ACCEPT WS-NAME
           END-IF

           IF SCENARIO-MODE
               PERFORM CHECK-RELEASE
               PERFORM FIGHT-SCENARIO
               CLOSE TRAINING-LOG-FILE
               PERFORM WRITE-RUN-JOURNAL
           DISPLAY "You set out on your adventure and after a long journey"
           DISPLAY "you finally reach the dragon's lair."

           IF NOT SCRIPTED-RUN
               CALL "C$SLEEP" USING 1
           END-IF
           DISPLAY "."
           IF NOT SCRIPTED-RUN
               CALL "C$SLEEP" USING 1
           END-IF
           DISPLAY ".."
           IF NOT SCRIPTED-RUN
               CALL "C$SLEEP" USING 1
           END-IF
           DISPLAY "..."
           IF NOT SCRIPTED-RUN
               CALL "C$SLEEP" USING 1
           END-IF

           DISPLAY "The dragon appears and breathes fire at you,"
           DISPLAY "but you are quick and dodge the attack!"

           PERFORM UNTIL WS-DRAGON-HEALTH <= 0 OR ROUND-CAP-HIT
               PERFORM CHOOSE-WEAPON
               PERFORM ATTACK-DRAGON
               IF SCRIPTED-RUN AND WS-ROUND-NUM >= WS-ROUND-CAP
                   SET ROUND-CAP-HIT TO TRUE
               END-IF
           END-PERFORM

           IF ROUND-CAP-HIT
               DISPLAY "SCRIPTED RUN STOPPED AFTER " WS-ROUND-NUM
                   " ROUNDS."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "The dragon collapses. The kingdom is saved!"
           END-IF
           CLOSE TRAINING-LOG-FILE
           PERFORM WRITE-RUN-JOURNAL
           STOP RUN
               " SEQ: " RUNHDR-RUN-SEQ
       .

       GET-RUN-MODE.
           DISPLAY "ADVMODE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ADVMODE-X FROM ENVIRONMENT-VALUE
           EVALUATE FUNCTION UPPER-CASE(WS-ADVMODE-X (1:1))
               WHEN "S"
                   SET SCRIPT-RUN TO TRUE
                   DISPLAY "RUN MODE: SCRIPT (ADVSCRPT.DAT)"
               WHEN "V"
                   SET VERIFY-RUN TO TRUE
                   DISPLAY "RUN MODE: SCENARIO VERIFICATION"
               WHEN SPACE
                   SET INTERACTIVE-RUN TO TRUE
               WHEN OTHER
                   SET INTERACTIVE-RUN TO TRUE
                   DISPLAY "WARNING: UNKNOWN ADVMODE "
                       FUNCTION TRIM(WS-ADVMODE-X)
                       " - INTERACTIVE RUN"
           END-EVALUATE
       .

       LOAD-DIFFICULTY.
           OPEN INPUT DIFFICULTY-FILE
           IF WS-DIFFIC-STATUS = "00"
           CLOSE SCENARIO-FILE
           IF WS-SCN-COUNT > 0
               SET SCENARIO-MODE TO TRUE
               MOVE WS-PLAYER-HEALTH TO WS-INIT-PLAYER-HP
               PERFORM COMPUTE-SCENARIO-VERSION
               DISPLAY "SCENARIO LOADED - " WS-SCN-COUNT
                   " ENCOUNTER(S), PLAYER HIT POINTS "
                   WS-PLAYER-HEALTH
               DISPLAY "SCENARIO " FUNCTION TRIM(WS-SCENARIO-NAME)
                   " VERSION " WS-SCN-VERSION
           ELSE
               SET CLASSIC-MODE TO TRUE
           END-IF
           END-IF
           IF SCN-FIRST-LINE
               SET SCN-NOT-FIRST TO TRUE
               MOVE SPACES TO WS-SCN-HEALTH-X WS-SCN-NAME-X
               UNSTRING SCENARIO-LINE DELIMITED BY ","
                   INTO WS-SCN-HEALTH-X WS-SCN-NAME-X
               END-UNSTRING
               IF FUNCTION TRIM(WS-SCN-HEALTH-X) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-SCN-HEALTH-X)
                       TO WS-PLAYER-HEALTH
               END-IF
               IF WS-SCN-NAME-X NOT = SPACES
                   MOVE FUNCTION TRIM(WS-SCN-NAME-X)
                       TO WS-SCENARIO-NAME
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SCN-COUNT >= 20
               TO SCN-ATTACK(WS-SCN-COUNT)
       .

      *> the scenario version: a fingerprint over player hit points,
      *> the three weapon damages and every encounter's health and
      *> attack in order, so any change that alters a fight gives a
      *> new version that has to be verified and released again
       COMPUTE-SCENARIO-VERSION.
           MOVE 0 TO WS-FP-WORK
           MOVE WS-PLAYER-HEALTH TO WS-FP-VALUE
           PERFORM ADD-TO-FINGERPRINT
           MOVE WS-SWORD-DAMAGE TO WS-FP-VALUE
           PERFORM ADD-TO-FINGERPRINT
           MOVE WS-BOW-DAMAGE TO WS-FP-VALUE
           PERFORM ADD-TO-FINGERPRINT
           MOVE WS-STAFF-DAMAGE TO WS-FP-VALUE
           PERFORM ADD-TO-FINGERPRINT
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > WS-SCN-COUNT
               MOVE SCN-HEALTH(WS-SCN-IDX) TO WS-FP-VALUE
               PERFORM ADD-TO-FINGERPRINT
               MOVE SCN-ATTACK(WS-SCN-IDX) TO WS-FP-VALUE
               PERFORM ADD-TO-FINGERPRINT
           END-PERFORM
           MOVE WS-FP-WORK TO WS-SCN-VERSION
       .

       ADD-TO-FINGERPRINT.
           COMPUTE WS-FP-WORK =
               FUNCTION MOD(WS-FP-WORK * 131 + WS-FP-VALUE + 1, 999983)
       .

      *> the latest SCNVRIJ.DAT line for this scenario name and
      *> version decides; no line or AFGEKEURD means practice only
       CHECK-RELEASE.
           SET SCENARIO-PRACTICE TO TRUE
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
               SET REL-NOT-EOF TO TRUE
               PERFORM UNTIL REL-EOF
                   READ RELEASE-FILE
                       AT END
                           SET REL-EOF TO TRUE
                       NOT AT END
                           MOVE RELEASE-LINE TO SVR-DETAIL-LINE
                           IF SVR-SCENARIO = WS-SCENARIO-NAME
                               AND SVR-VERSIE IS NUMERIC
                               AND SVR-VERSIE = WS-SCN-VERSION
                               IF SVR-VRIJGEGEVEN
                                   SET SCENARIO-RELEASED TO TRUE
                               ELSE
                                   SET SCENARIO-PRACTICE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF
           IF SCENARIO-PRACTICE
               DISPLAY "WARNING: SCENARIO "
                   FUNCTION TRIM(WS-SCENARIO-NAME) " VERSION "
                   WS-SCN-VERSION " IS NOT RELEASED FOR"
                   " CERTIFICATION"
               DISPLAY "         (RUN ADVMODE=V) - THIS SESSION IS"
                   " PRACTICE ONLY."
           END-IF
       .

       FIGHT-SCENARIO.
           IF NOT VERIFY-RUN
               DISPLAY "Welcome " FUNCTION TRIM(WS-NAME) "."
               DISPLAY "The training scenario begins. You have "
                   WS-PLAYER-HEALTH " hit points."
           END-IF
           SET PLAYER-ALIVE TO TRUE
           SET ROUND-CAP-NOT-HIT TO TRUE
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > WS-SCN-COUNT OR PLAYER-DEAD
                   OR ROUND-CAP-HIT
               MOVE SCN-NAME(WS-SCN-IDX)   TO WS-MONSTER-NAME
               MOVE SCN-HEALTH(WS-SCN-IDX) TO WS-MONSTER-HEALTH
               IF NOT VERIFY-RUN
                   DISPLAY "A " FUNCTION TRIM(WS-MONSTER-NAME)
                       " appears with " WS-MONSTER-HEALTH " health!"
               END-IF
               PERFORM UNTIL WS-MONSTER-HEALTH = 0 OR PLAYER-DEAD
                   OR ROUND-CAP-HIT
                   PERFORM CHOOSE-WEAPON
                   PERFORM ATTACK-MONSTER
                   IF WS-MONSTER-HEALTH > 0
                       PERFORM MONSTER-STRIKES-BACK
                   END-IF
                   IF SCRIPTED-RUN AND WS-ROUND-NUM >= WS-ROUND-CAP
                       AND WS-MONSTER-HEALTH > 0
                       SET ROUND-CAP-HIT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-MONSTER-HEALTH = 0 AND NOT VERIFY-RUN
                   DISPLAY "The " FUNCTION TRIM(WS-MONSTER-NAME)
                       " is defeated!"
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PLAYER-DEAD
                   MOVE "FAIL" TO WS-SESSION-RESULT
                   IF NOT VERIFY-RUN
                       DISPLAY "You collapse. The exercise is FAILED."
                   END-IF
               WHEN ROUND-CAP-HIT
                   MOVE "FAIL" TO WS-SESSION-RESULT
                   IF NOT VERIFY-RUN
                       DISPLAY "SCRIPTED RUN STOPPED AFTER "
                           WS-ROUND-NUM " ROUNDS - FAILED."
                   END-IF
               WHEN OTHER
                   MOVE "PASS" TO WS-SESSION-RESULT
                   IF NOT VERIFY-RUN
                       DISPLAY "All encounters cleared. The exercise is"
                           " PASSED."
                   END-IF
           END-EVALUATE
           IF NOT VERIFY-RUN
               PERFORM WRITE-RESULT-LINE
           END-IF
       .

       ATTACK-MONSTER.
                   MOVE "None" TO WS-WEAPON-NAME
                   MOVE 0 TO WS-DAMAGE-DONE
           END-EVALUATE
           SUBTRACT FUNCTION MIN(WS-DAMAGE-DONE WS-MONSTER-HEALTH)
               FROM WS-MONSTER-HEALTH
           MOVE WS-MONSTER-HEALTH TO WS-DRAGON-HEALTH
           IF VERIFY-RUN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "You hit the " FUNCTION TRIM(WS-MONSTER-NAME)
               " with your " FUNCTION TRIM(WS-WEAPON-NAME)
               " for " WS-DAMAGE-DONE " damage!"
           PERFORM WRITE-LOG-LINE
           DISPLAY "The " FUNCTION TRIM(WS-MONSTER-NAME)
               "'s health is now " WS-MONSTER-HEALTH "."
       .

       MONSTER-STRIKES-BACK.
           IF NOT VERIFY-RUN
               DISPLAY "The " FUNCTION TRIM(WS-MONSTER-NAME)
                   " strikes back for " SCN-ATTACK(WS-SCN-IDX)
                   " damage!"
           END-IF
           SUBTRACT FUNCTION MIN(SCN-ATTACK(WS-SCN-IDX)
               WS-PLAYER-HEALTH) FROM WS-PLAYER-HEALTH
           IF NOT VERIFY-RUN
               DISPLAY "Your hit points: " WS-PLAYER-HEALTH
           END-IF
           IF WS-PLAYER-HEALTH = 0
               SET PLAYER-DEAD TO TRUE
           END-IF
           MOVE WS-NAME           TO RES-NAME
           MOVE WS-SESSION-RESULT TO RES-OUTCOME
           MOVE WS-PLAYER-HEALTH  TO RES-HEALTH
           MOVE WS-SCENARIO-NAME  TO RES-SCENARIO
           MOVE WS-SCN-VERSION    TO RES-VERSIE
           MOVE WS-RELEASED-SW    TO RES-VRIJ
           IF SCRIPT-RUN
               MOVE "S" TO RES-SOORT
           ELSE
               MOVE "T" TO RES-SOORT
           END-IF
           WRITE TRAINING-LOG-LINE FROM RESULT-LOG-LINE
       .

       .

       CHOOSE-WEAPON.
           IF SCRIPTED-RUN
               PERFORM NEXT-SCRIPTED-MOVE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WEAPON-CHOICE
           PERFORM UNTIL WS-WEAPON-CHOICE >= 1 AND WS-WEAPON-CHOICE <= 3
               DISPLAY "You have three weapons to choose from:"
           END-PERFORM
       .

      *> the next weapon of the current strategy, starting over at
      *> its first move when the pattern runs out
       NEXT-SCRIPTED-MOVE.
           ADD 1 TO WS-MOVE-POS
           IF WS-MOVE-POS > STR-LEN(WS-STRAT-IDX)
               MOVE 1 TO WS-MOVE-POS
           END-IF
           MOVE STR-MOVES(WS-STRAT-IDX) (WS-MOVE-POS:1)
               TO WS-WEAPON-CHOICE
           IF SCRIPT-RUN
               DISPLAY "Scripted choice: " WS-WEAPON-CHOICE
           END-IF
       .

       ATTACK-DRAGON.
           ADD 1 TO WS-ROUND-NUM
           EVALUATE WS-WEAPON-CHOICE
           END-IF
       .

      *> ADVSCRPT.DAT - one NAME,MOVES strategy per line, MOVES a
      *> string of 1-20 weapon choices 1-3; blank lines and lines
      *> starting with * are skipped, bad lines are reported
       LOAD-STRATEGIES.
           OPEN INPUT SCRIPT-FILE
           IF WS-SCRIPT-STATUS NOT = "00"
               DISPLAY "NOTE: NO ADVSCRPT.DAT - NO EXTRA STRATEGIES"
               EXIT PARAGRAPH
           END-IF
           SET SCN-NOT-EOF TO TRUE
           PERFORM UNTIL SCN-EOF
               READ SCRIPT-FILE
                   AT END
                       SET SCN-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-STRATEGY
               END-READ
           END-PERFORM
           CLOSE SCRIPT-FILE
       .

       LOAD-ONE-STRATEGY.
           IF SCRIPT-LINE = SPACES OR SCRIPT-LINE (1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STR-NAME-X WS-STR-MOVES-X
           UNSTRING SCRIPT-LINE DELIMITED BY ","
               INTO WS-STR-NAME-X WS-STR-MOVES-X
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-STR-MOVES-X) TO WS-STR-MOVES
           PERFORM CHECK-MOVES
           IF MOVES-BAD OR WS-STR-NAME-X = SPACES
               DISPLAY "WARNING: BAD STRATEGY LINE IGNORED: "
                   FUNCTION TRIM(SCRIPT-LINE)
               EXIT PARAGRAPH
           END-IF
           IF WS-STRAT-COUNT >= WS-STRAT-MAX
               DISPLAY "WARNING: STRATEGY TABLE FULL, IGNORED: "
                   FUNCTION TRIM(SCRIPT-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STRAT-COUNT
           MOVE FUNCTION TRIM(WS-STR-NAME-X) TO STR-NAME(WS-STRAT-COUNT)
           MOVE WS-STR-MOVES TO STR-MOVES(WS-STRAT-COUNT)
           MOVE WS-STR-LEN   TO STR-LEN(WS-STRAT-COUNT)
       .

      *> WS-STR-MOVES must be 1-20 of the digits 1, 2 and 3 with
      *> nothing after them; WS-STR-LEN gets the number of moves
       CHECK-MOVES.
           SET MOVES-OK TO TRUE
           MOVE 0 TO WS-STR-LEN
           IF FUNCTION TRIM(WS-STR-MOVES-X) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-STR-MOVES-X)) > 20
               SET MOVES-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 20
               EVALUATE WS-STR-MOVES (WS-CHAR-IDX:1)
                   WHEN "1"
                   WHEN "2"
                   WHEN "3"
                       IF WS-STR-LEN + 1 NOT = WS-CHAR-IDX
                           SET MOVES-BAD TO TRUE
                       END-IF
                       ADD 1 TO WS-STR-LEN
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       SET MOVES-BAD TO TRUE
               END-EVALUATE
           END-PERFORM
       .

      *> the standard strategies: every cyclic pattern of one, two
      *> or three weapons, leaving out the ones that repeat a single
      *> weapon and so duplicate a one-weapon pattern
       BUILD-STANDARD-STRATEGIES.
           MOVE 0 TO WS-STRAT-COUNT
           PERFORM VARYING WS-PAT-A FROM 1 BY 1 UNTIL WS-PAT-A > 3
               MOVE SPACES TO WS-STR-MOVES
               MOVE WS-PAT-A TO WS-STR-MOVES (1:1)
               MOVE 1 TO WS-STR-LEN
               PERFORM ADD-STANDARD-STRATEGY
           END-PERFORM
           PERFORM VARYING WS-PAT-A FROM 1 BY 1 UNTIL WS-PAT-A > 3
               PERFORM VARYING WS-PAT-B FROM 1 BY 1 UNTIL WS-PAT-B > 3
                   IF WS-PAT-B NOT = WS-PAT-A
                       MOVE SPACES TO WS-STR-MOVES
                       MOVE WS-PAT-A TO WS-STR-MOVES (1:1)
                       MOVE WS-PAT-B TO WS-STR-MOVES (2:1)
                       MOVE 2 TO WS-STR-LEN
                       PERFORM ADD-STANDARD-STRATEGY
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-PAT-A FROM 1 BY 1 UNTIL WS-PAT-A > 3
               PERFORM VARYING WS-PAT-B FROM 1 BY 1 UNTIL WS-PAT-B > 3
                   PERFORM VARYING WS-PAT-C FROM 1 BY 1
                       UNTIL WS-PAT-C > 3
                       IF WS-PAT-A NOT = WS-PAT-B
                           OR WS-PAT-B NOT = WS-PAT-C
                           MOVE SPACES TO WS-STR-MOVES
                           MOVE WS-PAT-A TO WS-STR-MOVES (1:1)
                           MOVE WS-PAT-B TO WS-STR-MOVES (2:1)
                           MOVE WS-PAT-C TO WS-STR-MOVES (3:1)
                           MOVE 3 TO WS-STR-LEN
                           PERFORM ADD-STANDARD-STRATEGY
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
       .

       ADD-STANDARD-STRATEGY.
           ADD 1 TO WS-STRAT-COUNT
           MOVE SPACES TO STR-NAME(WS-STRAT-COUNT)
           STRING "STD-" WS-STR-MOVES (1:WS-STR-LEN)
               DELIMITED BY SIZE INTO STR-NAME(WS-STRAT-COUNT)
           END-STRING
           MOVE WS-STR-MOVES TO STR-MOVES(WS-STRAT-COUNT)
           MOVE WS-STR-LEN   TO STR-LEN(WS-STRAT-COUNT)
       .

      *> the bounds for the pass rate - PARMS.DAT fields 36 and 37,
      *> the PARMCFG defaults when the file or a field is missing
       LOAD-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PARM-FILE
               AT END
                   MOVE SPACES TO PARM-LINE
           END-READ
           CLOSE PARM-FILE
           MOVE SPACES TO WS-PARM-FIELDS
           UNSTRING PARM-LINE DELIMITED BY ","
               INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
                    WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
                    WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
                    WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
                    WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
                    WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
                    WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
                    WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
                    WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
                    WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
                    WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
                    WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
                    WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
                    WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
                    WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
                    WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
                    WS-PARM-FLD-X (33) WS-PARM-FLD-X (34)
                    WS-PARM-FLD-X (35) WS-PARM-FLD-X (36)
                    WS-PARM-FLD-X (37)
           END-UNSTRING
           IF FUNCTION TRIM(WS-PARM-FLD-X (36)) IS NUMERIC
               AND WS-PARM-FLD-X (36) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (36))
                   TO PARM-VERIF-MIN-PCT
           END-IF
           IF FUNCTION TRIM(WS-PARM-FLD-X (37)) IS NUMERIC
               AND WS-PARM-FLD-X (37) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (37))
                   TO PARM-VERIF-MAX-PCT
           END-IF
       .

      *> verification run: play the scenario once per strategy,
      *> report each result and the totals, and record the release
      *> decision in SCNVRIJ.DAT
       VERIFY-SCENARIO.
           IF CLASSIC-MODE
               DISPLAY "ERROR: ADVMODE=V NEEDS A SCENARIO.DAT WITH AT"
                   " LEAST ONE ENCOUNTER"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PARMS
           PERFORM BUILD-STANDARD-STRATEGIES
           PERFORM LOAD-STRATEGIES
           MOVE "VERIFY" TO WS-NAME
           OPEN OUTPUT VERIF-REPORT-FILE
           IF WS-VERIF-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN SCNVERIF.DAT - "
                   "FILE STATUS " WS-VERIF-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCENARIO-NAME TO VHD-SCENARIO
           MOVE WS-SCN-VERSION   TO VHD-VERSIE
           MOVE RUNHDR-RUN-DATE  TO VHD-DATUM
           WRITE VERIF-REPORT-LINE FROM VERIF-HEADING-1
           WRITE VERIF-REPORT-LINE FROM VERIF-HEADING-2
           MOVE 0 TO WS-VER-PASS WS-VER-ROUND-TOT WS-VER-HP-TOT
           PERFORM VARYING WS-STRAT-IDX FROM 1 BY 1
               UNTIL WS-STRAT-IDX > WS-STRAT-COUNT
               PERFORM VERIFY-ONE-STRATEGY
           END-PERFORM

           COMPUTE WS-VER-PCT ROUNDED =
               WS-VER-PASS * 100 / WS-STRAT-COUNT
           COMPUTE WS-VER-AVG-ROUNDS ROUNDED =
               WS-VER-ROUND-TOT / WS-STRAT-COUNT
           COMPUTE WS-VER-AVG-HP ROUNDED =
               WS-VER-HP-TOT / WS-STRAT-COUNT
           IF WS-VER-PCT >= PARM-VERIF-MIN-PCT
               AND WS-VER-PCT <= PARM-VERIF-MAX-PCT
               SET SVR-VRIJGEGEVEN TO TRUE
           ELSE
               SET SVR-AFGEKEURD TO TRUE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-VERIF-TOTALS
           CLOSE VERIF-REPORT-FILE
           PERFORM WRITE-RELEASE-LINE
           DISPLAY "VERIFICATION COMPLETE - " WS-VER-PASS " OF "
               WS-STRAT-COUNT " STRATEGIES PASSED (" WS-VER-PCT
               "%) - " FUNCTION TRIM(SVR-STATUS)
       .

       VERIFY-ONE-STRATEGY.
           MOVE WS-INIT-PLAYER-HP TO WS-PLAYER-HEALTH
           MOVE 0 TO WS-ROUND-NUM WS-MOVE-POS
           PERFORM FIGHT-SCENARIO
           ADD WS-ROUND-NUM TO WS-VER-ROUND-TOT
           ADD WS-PLAYER-HEALTH TO WS-VER-HP-TOT
           IF WS-SESSION-RESULT = "PASS"
               ADD 1 TO WS-VER-PASS
           END-IF
           MOVE STR-NAME(WS-STRAT-IDX)  TO VDT-NAME
           MOVE STR-MOVES(WS-STRAT-IDX) TO VDT-MOVES
           MOVE WS-SESSION-RESULT       TO VDT-OUTCOME
           MOVE WS-ROUND-NUM            TO VDT-ROUNDS
           MOVE WS-PLAYER-HEALTH        TO VDT-HEALTH
           IF ROUND-CAP-HIT
               MOVE "ROUND LIMIT" TO VDT-REMARK
           ELSE
               MOVE SPACES TO VDT-REMARK
           END-IF
           WRITE VERIF-REPORT-LINE FROM VERIF-DETAIL-LINE
       .

       WRITE-VERIF-TOTALS.
           MOVE SPACES TO VERIF-REPORT-LINE
           WRITE VERIF-REPORT-LINE
           MOVE "STRATEGIES        :" TO VTL-LABEL
           MOVE WS-STRAT-COUNT TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO VTL-VALUE
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
           MOVE "PASSED            :" TO VTL-LABEL
           MOVE WS-VER-PASS TO WS-ED-COUNT
           MOVE WS-VER-PCT TO WS-ED-PCT
           MOVE SPACES TO VTL-VALUE
           STRING WS-ED-COUNT " (" WS-ED-PCT "%)"
               DELIMITED BY SIZE INTO VTL-VALUE
           END-STRING
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
           MOVE "AVERAGE ROUNDS    :" TO VTL-LABEL
           MOVE WS-VER-AVG-ROUNDS TO WS-ED-AVG
           MOVE WS-ED-AVG TO VTL-VALUE
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
           MOVE "AVERAGE HIT POINTS:" TO VTL-LABEL
           MOVE WS-VER-AVG-HP TO WS-ED-AVG
           MOVE WS-ED-AVG TO VTL-VALUE
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
           MOVE "PASS RATE BOUNDS  :" TO VTL-LABEL
           MOVE PARM-VERIF-MIN-PCT TO WS-ED-PCT
           MOVE SPACES TO VTL-VALUE
           STRING WS-ED-PCT "% -" DELIMITED BY SIZE INTO VTL-VALUE
           END-STRING
           MOVE PARM-VERIF-MAX-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT TO VTL-VALUE (7:3)
           MOVE "%" TO VTL-VALUE (10:1)
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
           MOVE "STATUS            :" TO VTL-LABEL
           MOVE SVR-STATUS TO VTL-VALUE
           WRITE VERIF-REPORT-LINE FROM VERIF-TOTAL-LINE
       .

       WRITE-RELEASE-LINE.
           ACCEPT WS-VER-TIME-RAW FROM TIME
           MOVE RUNHDR-RUN-DATE    TO SVR-DATUM
           MOVE WS-VER-TIME-RAW (1:6) TO SVR-TIJD
           MOVE RUNHDR-RUN-SEQ     TO SVR-RUN-SEQ
           MOVE RUNHDR-OPERATOR-ID TO SVR-OPERATOR
           MOVE WS-SCENARIO-NAME   TO SVR-SCENARIO
           MOVE WS-SCN-VERSION     TO SVR-VERSIE
           MOVE WS-STRAT-COUNT     TO SVR-STRATEGIEEN
           MOVE WS-VER-PASS        TO SVR-GESLAAGD
           MOVE WS-VER-PCT         TO SVR-PCT
           MOVE PARM-VERIF-MIN-PCT TO SVR-MIN-PCT
           MOVE PARM-VERIF-MAX-PCT TO SVR-MAX-PCT
           MOVE WS-VER-AVG-ROUNDS  TO SVR-GEM-RONDES
           MOVE WS-VER-AVG-HP      TO SVR-GEM-HP
           OPEN EXTEND RELEASE-FILE
           IF WS-RELEASE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE
           END-IF
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "ERROR: SCNVRIJ.DAT NOT UPDATED - FILE STATUS "
                   WS-RELEASE-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE RELEASE-LINE FROM SVR-DETAIL-LINE
           CLOSE RELEASE-FILE
       .

       WRITE-LOG-LINE.
           MOVE WS-NAME          TO LOG-NAME
           MOVE WS-ROUND-NUM     TO LOG-ROUND
           MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
           MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
           MOVE RETURN-CODE TO JRNL-RC
           IF VERIFY-RUN
               MOVE WS-STRAT-COUNT TO JRNL-COUNT-1
               MOVE WS-VER-PASS TO JRNL-COUNT-2
           ELSE
               MOVE WS-ROUND-NUM TO JRNL-COUNT-1
               MOVE 0 TO JRNL-COUNT-2
           END-IF
           WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
           CLOSE RUN-JOURNAL-FILE
       .
