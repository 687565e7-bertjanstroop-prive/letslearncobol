000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRNMAINT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - MAINTAIN THE TRAINING-
001300*                  SESSION CALENDAR TRNSESS.IDX (DATUM,
001400*                  VOLGNUMMER, SCENARIO, INSTRUCTEUR, CAPACITEIT,
001500*                  STATUS) IN THE STYLE OF LEVMAINT, SO TRNPLAN
001600*                  CAN BOOK THE PEOPLE ON CERTDUE.DAT INTO REAL
001700*                  SESSIONS INSTEAD OF THE WHITEBOARD. TONEN,
001800*                  LIJST (SESSIES VANAF VANDAAG), OPVOEREN EN
001900*                  WIJZIGEN VANAF HET SCHERM. DE CAPACITEIT
002000*                  GAAT NIET ONDER HET AANTAL GEBOEKTE
002100*                  DEELNEMERS; EEN SESSIE WORDT NIET VERWIJDERD
002200*                  MAAR VERVALT (STATUS V) EN TRNPLAN BOEKT DE
002300*                  DEELNEMERS DAN OM. SAME BATCH-WINDOW
002400*                  INTERLOCK (SYSLOCK.DAT / MNTLOCK.DAT) AS THE
002500*                  OTHER MASTER MAINTENANCE PROGRAMS.
002600*-----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRAINING-SESSIE-MASTER ASSIGN TO "TRNSESS.IDX"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS SES-KEY
003500         FILE STATUS IS WS-TRNSESS-STATUS.
003600
003700     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SYSLOCK-STATUS.
004000
004100     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-MNTLOCK-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TRAINING-SESSIE-MASTER.
004800     COPY "TRNSESS.CPY".
004900
005000 FD  SYS-LOCK-FILE.
005100 01  SYS-LOCK-LINE            PIC X(80).
005200
005300 FD  MNT-LOCK-FILE.
005400 01  MNT-LOCK-LINE            PIC X(80).
005500
005600 WORKING-STORAGE SECTION.
005700 01  WS-TRNSESS-STATUS        PIC X(02) VALUE "00".
005800
005900*-----------------------------------------------------------
006000* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
006100*-----------------------------------------------------------
006200 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
006300 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
006400 01  WS-LOCK-OPERATOR         PIC X(08) VALUE SPACES.
006500 01  WS-LOCK-DATUM            PIC 9(08) VALUE ZERO.
006600 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
006700 01  MNT-LOCK-DETAIL.
006800     05  MNT-PROGRAM          PIC X(08).
006900     05  FILLER               PIC X(01) VALUE ",".
007000     05  MNT-OPERATOR         PIC X(08).
007100     05  FILLER               PIC X(01) VALUE ",".
007200     05  MNT-DATUM            PIC 9(08).
007300     05  FILLER               PIC X(01) VALUE ",".
007400     05  MNT-TIJD             PIC 9(06).
007500
007600*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
007700*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
007800 01  WS-CHOICE                PIC X(01) VALUE "?".
007900     88 CHOICE-SHOW           VALUE "T" "t".
008000     88 CHOICE-LIST           VALUE "L" "l".
008100     88 CHOICE-ADD            VALUE "O" "o".
008200     88 CHOICE-CHANGE         VALUE "W" "w".
008300     88 CHOICE-STOP           VALUE "X" "x" " ".
008400
008500 01  WS-KEY-SW                PIC X VALUE "N".
008600     88 KEY-OK                VALUE "Y".
008700     88 KEY-NOT-OK            VALUE "N".
008800 01  WS-LIST-EOF              PIC X VALUE "N".
008900     88 LIST-EOF              VALUE "Y".
009000     88 LIST-NOT-EOF          VALUE "N".
009100 01  WS-VANDAAG               PIC 9(08) VALUE ZERO.
009200 77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
009300
009400 01  WS-DATUM-X               PIC X(10).
009500 01  WS-VOLGNR-X              PIC X(04).
009600 01  WS-SCENARIO-X            PIC X(20).
009700 01  WS-INSTRUCTEUR-X         PIC X(30).
009800 01  WS-CAPACITEIT-X          PIC X(05).
009900 01  WS-CAPACITEIT            PIC 9(03) VALUE ZERO.
010000 01  WS-STATUS-X              PIC X(01).
010100 01  WS-CAPACITEIT-ED         PIC ZZ9.
010200 01  WS-GEBOEKT-ED            PIC ZZ9.
010300 01  WS-STATUS-TXT            PIC X(09).
010400
010500 PROCEDURE DIVISION.
010600
010700 0000-MAINLINE.
010800     MOVE "TRNMAINT" TO MNT-PROGRAM
010900     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
011000     ACCEPT WS-VANDAAG FROM DATE YYYYMMDD
011100     OPEN I-O TRAINING-SESSIE-MASTER
011200     IF WS-TRNSESS-STATUS = "35"
011300         DISPLAY "TRNSESS.IDX NOG NIET AANWEZIG - "
011400                 "NIEUW BESTAND WORDT AANGEMAAKT."
011500         OPEN OUTPUT TRAINING-SESSIE-MASTER
011600         CLOSE TRAINING-SESSIE-MASTER
011700         OPEN I-O TRAINING-SESSIE-MASTER
011800     END-IF
011900     IF WS-TRNSESS-STATUS NOT = "00"
012000         DISPLAY "ERROR: UNABLE TO OPEN TRNSESS.IDX - "
012100                 "FILE STATUS " WS-TRNSESS-STATUS
012200         MOVE 8 TO RETURN-CODE
012300*        EEN GEWEIGERDE START IS GEEN CRASH - GEEF DE
012400*        ONDERHOUDSVERGRENDELING NETJES VRIJ.
012500         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
012600         STOP RUN
012700     END-IF
012800
012900     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
013000         UNTIL CHOICE-STOP
013100
013200     CLOSE TRAINING-SESSIE-MASTER
013300     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
013400     STOP RUN.
013500
013600*-----------------------------------------------------------
013700* 0100-CHECK-BATCH-LOCK - REFUSE TO RUN WHILE THE NIGHTLY
013800*                         CHAIN HOLDS SYSLOCK.DAT, AND CLAIM
013900*                         THE MNTLOCK.DAT MAINTENANCE MARKER
014000*                         FOR THE DURATION OF THIS SESSION.
014100*-----------------------------------------------------------
014200 0100-CHECK-BATCH-LOCK.
014300     OPEN INPUT SYS-LOCK-FILE
014400     IF WS-SYSLOCK-STATUS = "00"
014500         MOVE SPACES TO SYS-LOCK-LINE
014600         READ SYS-LOCK-FILE
014700             AT END
014800                 MOVE SPACES TO SYS-LOCK-LINE
014900         END-READ
015000         CLOSE SYS-LOCK-FILE
015100         IF SYS-LOCK-LINE NOT = SPACES
015200             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
015300                     FUNCTION TRIM(SYS-LOCK-LINE)
015400                     ") - ONDERHOUD GEWEIGERD."
015500             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
015600                     "NIVEAU-2 OPERATOR MET LOCKBRK."
015700             MOVE 8 TO RETURN-CODE
015800             STOP RUN
015900         END-IF
016000     END-IF
016100     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
016200     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT-VALUE
016300     IF WS-LOCK-OPERATOR = SPACES
016400         MOVE "BATCH" TO WS-LOCK-OPERATOR
016500     END-IF
016600     ACCEPT WS-LOCK-DATUM FROM DATE YYYYMMDD
016700     ACCEPT WS-LOCK-TIJD FROM TIME
016800     MOVE WS-LOCK-OPERATOR TO MNT-OPERATOR
016900     MOVE WS-LOCK-DATUM TO MNT-DATUM
017000     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
017100     OPEN OUTPUT MNT-LOCK-FILE
017200     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
017300     CLOSE MNT-LOCK-FILE.
017400 0100-EXIT.
017500     EXIT.
017600
017700*-----------------------------------------------------------
017800* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
017900*                         MARKER IS A RELEASED MARKER.
018000*-----------------------------------------------------------
018100 9800-RELEASE-MNT-LOCK.
018200     OPEN OUTPUT MNT-LOCK-FILE
018300     CLOSE MNT-LOCK-FILE.
018400 9800-EXIT.
018500     EXIT.
018600
018700*-----------------------------------------------------------
018800* 2000-ONE-REQUEST - SHOW THE MENU AND DISPATCH ONE CHOICE
018900*-----------------------------------------------------------
019000 2000-ONE-REQUEST.
019100     DISPLAY " "
019200     DISPLAY "TRNMAINT - T=TONEN  L=LIJST  O=OPVOEREN  "
019300             "W=WIJZIGEN  X=STOP"
019400     DISPLAY "KEUZE: "
019500     MOVE SPACE TO WS-CHOICE
019600     ACCEPT WS-CHOICE
019700     EVALUATE TRUE
019800         WHEN CHOICE-SHOW
019900             PERFORM 3000-SHOW-SESSIE THRU 3000-EXIT
020000         WHEN CHOICE-LIST
020100             PERFORM 3500-LIST-SESSIES THRU 3500-EXIT
020200         WHEN CHOICE-ADD
020300             PERFORM 4000-ADD-SESSIE THRU 4000-EXIT
020400         WHEN CHOICE-CHANGE
020500             PERFORM 5000-CHANGE-SESSIE THRU 5000-EXIT
020600         WHEN CHOICE-STOP
020700             CONTINUE
020800         WHEN OTHER
020900             DISPLAY "ONBEKENDE KEUZE."
021000     END-EVALUATE.
021100 2000-EXIT.
021200     EXIT.
021300
021400*-----------------------------------------------------------
021500* 2500-ACCEPT-KEY - SESSIEDATUM (JJJJMMDD) EN VOLGNUMMER VAN
021600*                   DE DAG (BLANK = 01) NAAR SES-KEY
021700*-----------------------------------------------------------
021800 2500-ACCEPT-KEY.
021900     SET KEY-NOT-OK TO TRUE
022000     DISPLAY "SESSIEDATUM (JJJJMMDD): "
022100     MOVE SPACES TO WS-DATUM-X
022200     ACCEPT WS-DATUM-X
022300     IF WS-DATUM-X = SPACES
022400         DISPLAY "GEEN DATUM OPGEGEVEN."
022500         GO TO 2500-EXIT
022600     END-IF
022700     IF FUNCTION TRIM(WS-DATUM-X) IS NOT NUMERIC
022800         DISPLAY "ONGELDIGE DATUM: " FUNCTION TRIM(WS-DATUM-X)
022900         GO TO 2500-EXIT
023000     END-IF
023100     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DATUM-X)) TO SES-DATUM
023200     IF FUNCTION TEST-DATE-YYYYMMDD(SES-DATUM) NOT = 0
023300         DISPLAY "ONGELDIGE DATUM: " FUNCTION TRIM(WS-DATUM-X)
023400         GO TO 2500-EXIT
023500     END-IF
023600     DISPLAY "VOLGNUMMER OP DIE DAG (BLANK = 01): "
023700     MOVE SPACES TO WS-VOLGNR-X
023800     ACCEPT WS-VOLGNR-X
023900     IF WS-VOLGNR-X = SPACES
024000         MOVE 1 TO SES-VOLGNR
024100     ELSE
024200         IF FUNCTION TRIM(WS-VOLGNR-X) IS NOT NUMERIC
024300             DISPLAY "ONGELDIG VOLGNUMMER: "
024400                     FUNCTION TRIM(WS-VOLGNR-X)
024500             GO TO 2500-EXIT
024600         END-IF
024700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-VOLGNR-X))
024800             TO SES-VOLGNR
024900     END-IF
025000     SET KEY-OK TO TRUE.
025100 2500-EXIT.
025200     EXIT.
025300
025400*-----------------------------------------------------------
025500* 3000-SHOW-SESSIE - DISPLAY ONE SESSION RECORD
025600*-----------------------------------------------------------
025700 3000-SHOW-SESSIE.
025800     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT
025900     IF KEY-NOT-OK
026000         GO TO 3000-EXIT
026100     END-IF
026200     READ TRAINING-SESSIE-MASTER
026300         INVALID KEY
026400             DISPLAY "NIET GEVONDEN: " SES-DATUM "/" SES-VOLGNR
026500         NOT INVALID KEY
026600             PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
026700     END-READ.
026800 3000-EXIT.
026900     EXIT.
027000
027100*-----------------------------------------------------------
027200* 3500-LIST-SESSIES - ALLE SESSIES VANAF VANDAAG IN
027300*                     DATUMVOLGORDE
027400*-----------------------------------------------------------
027500 3500-LIST-SESSIES.
027600     MOVE ZERO TO WS-LIST-COUNT
027700     MOVE WS-VANDAAG TO SES-DATUM
027800     MOVE ZERO TO SES-VOLGNR
027900     START TRAINING-SESSIE-MASTER KEY NOT < SES-KEY
028000         INVALID KEY
028100             SET LIST-EOF TO TRUE
028200         NOT INVALID KEY
028300             SET LIST-NOT-EOF TO TRUE
028400     END-START
028500     PERFORM UNTIL LIST-EOF
028600         READ TRAINING-SESSIE-MASTER NEXT
028700             AT END
028800                 SET LIST-EOF TO TRUE
028900             NOT AT END
029000                 ADD 1 TO WS-LIST-COUNT
029100                 PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
029200         END-READ
029300     END-PERFORM
029400     IF WS-LIST-COUNT = ZERO
029500         DISPLAY "GEEN SESSIES GEPLAND VANAF " WS-VANDAAG
029600     END-IF.
029700 3500-EXIT.
029800     EXIT.
029900
030000*-----------------------------------------------------------
030100* 4000-ADD-SESSIE - ACCEPT ALL FIELDS AND WRITE A NEW RECORD
030200*-----------------------------------------------------------
030300 4000-ADD-SESSIE.
030400     DISPLAY "NIEUWE SESSIE -"
030500     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT
030600     IF KEY-NOT-OK
030700         GO TO 4000-EXIT
030800     END-IF
030900     IF SES-DATUM < WS-VANDAAG
031000         DISPLAY "SESSIEDATUM LIGT IN HET VERLEDEN - "
031100                 "NIET OPGEVOERD."
031200         GO TO 4000-EXIT
031300     END-IF
031400     MOVE SPACES TO SES-SCENARIO SES-INSTRUCTEUR
031500     MOVE ZERO TO SES-CAPACITEIT SES-GEBOEKT
031600     SET SES-GEPLAND TO TRUE
031700     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
031800     IF SES-INSTRUCTEUR = SPACES
031900         DISPLAY "INSTRUCTEUR IS VERPLICHT - NIET OPGEVOERD."
032000         GO TO 4000-EXIT
032100     END-IF
032200     IF SES-CAPACITEIT = ZERO
032300         DISPLAY "CAPACITEIT IS VERPLICHT - NIET OPGEVOERD."
032400         GO TO 4000-EXIT
032500     END-IF
032600     WRITE TRAINING-SESSIE-RECORD
032700         INVALID KEY
032800             DISPLAY "BESTAAT AL: " SES-DATUM "/" SES-VOLGNR
032900                     " - GEBRUIK W=WIJZIGEN."
033000         NOT INVALID KEY
033100             DISPLAY "OPGEVOERD: " SES-DATUM "/" SES-VOLGNR
033200     END-WRITE.
033300 4000-EXIT.
033400     EXIT.
033500
033600*-----------------------------------------------------------
033700* 5000-CHANGE-SESSIE - READ, RE-ACCEPT FIELDS (BLANK KEEPS
033800*                      THE CURRENT VALUE), REWRITE
033900*-----------------------------------------------------------
034000 5000-CHANGE-SESSIE.
034100     DISPLAY "TE WIJZIGEN SESSIE -"
034200     PERFORM 2500-ACCEPT-KEY THRU 2500-EXIT
034300     IF KEY-NOT-OK
034400         GO TO 5000-EXIT
034500     END-IF
034600     READ TRAINING-SESSIE-MASTER
034700         INVALID KEY
034800             DISPLAY "NIET GEVONDEN: " SES-DATUM "/" SES-VOLGNR
034900             GO TO 5000-EXIT
035000     END-READ
035100     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
035200     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
035300     REWRITE TRAINING-SESSIE-RECORD
035400     DISPLAY "GEWIJZIGD: " SES-DATUM "/" SES-VOLGNR
035500     IF SES-VERVALLEN AND SES-GEBOEKT > ZERO
035600         DISPLAY "SESSIE VERVALLEN - DE GEBOEKTE DEELNEMERS "
035700                 "WORDEN DOOR TRNPLAN OMGEBOEKT."
035800     END-IF.
035900 5000-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------
036300* 6000-DISPLAY-RECORD - SHOW THE CURRENT SESSION RECORD
036400*-----------------------------------------------------------
036500 6000-DISPLAY-RECORD.
036600     MOVE SES-CAPACITEIT TO WS-CAPACITEIT-ED
036700     MOVE SES-GEBOEKT TO WS-GEBOEKT-ED
036800     IF SES-VERVALLEN
036900         MOVE "VERVALLEN" TO WS-STATUS-TXT
037000     ELSE
037100         MOVE "GEPLAND" TO WS-STATUS-TXT
037200     END-IF
037300     DISPLAY SES-DATUM "/" SES-VOLGNR "  "
037400             FUNCTION TRIM(SES-SCENARIO)
037500             "  INSTRUCTEUR " FUNCTION TRIM(SES-INSTRUCTEUR)
037600     DISPLAY "  CAPACITEIT " WS-CAPACITEIT-ED
037700             "  GEBOEKT " WS-GEBOEKT-ED
037800             "  " WS-STATUS-TXT.
037900 6000-EXIT.
038000     EXIT.
038100
038200*-----------------------------------------------------------
038300* 7000-ACCEPT-FIELDS - PROMPT FOR THE NON-KEY FIELDS. ON A
038400*                      CHANGE, A BLANK ENTRY KEEPS THE VALUE
038500*                      ALREADY IN THE RECORD AREA. GEBOEKT IS
038600*                      NOT ENTERED HERE - TRNPLAN KEEPS IT.
038700*-----------------------------------------------------------
038800 7000-ACCEPT-FIELDS.
038900     DISPLAY "SCENARIO: "
039000     MOVE SPACES TO WS-SCENARIO-X
039100     ACCEPT WS-SCENARIO-X
039200     IF WS-SCENARIO-X NOT = SPACES
039300         MOVE FUNCTION UPPER-CASE(WS-SCENARIO-X) TO SES-SCENARIO
039400     END-IF
039500
039600     DISPLAY "INSTRUCTEUR: "
039700     MOVE SPACES TO WS-INSTRUCTEUR-X
039800     ACCEPT WS-INSTRUCTEUR-X
039900     IF WS-INSTRUCTEUR-X NOT = SPACES
040000         MOVE WS-INSTRUCTEUR-X TO SES-INSTRUCTEUR
040100     END-IF
040200
040300     DISPLAY "CAPACITEIT (AANTAL PLAATSEN): "
040400     MOVE SPACES TO WS-CAPACITEIT-X
040500     ACCEPT WS-CAPACITEIT-X
040600     IF FUNCTION TRIM(WS-CAPACITEIT-X) IS NUMERIC
040700         AND WS-CAPACITEIT-X NOT = SPACES
040800         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CAPACITEIT-X))
040900             TO WS-CAPACITEIT
041000         IF WS-CAPACITEIT < SES-GEBOEKT
041100             DISPLAY "CAPACITEIT LAGER DAN HET AANTAL GEBOEKTE "
041200                     "DEELNEMERS - VELD ONGEWIJZIGD."
041300         ELSE
041400             MOVE WS-CAPACITEIT TO SES-CAPACITEIT
041500         END-IF
041600     ELSE
041700         IF WS-CAPACITEIT-X NOT = SPACES
041800             DISPLAY "ONGELDIGE CAPACITEIT - VELD ONGEWIJZIGD."
041900         END-IF
042000     END-IF
042100
042200     DISPLAY "STATUS (G=GEPLAND, V=VERVALLEN): "
042300     MOVE SPACES TO WS-STATUS-X
042400     ACCEPT WS-STATUS-X
042500     IF WS-STATUS-X NOT = SPACES
042600         MOVE FUNCTION UPPER-CASE(WS-STATUS-X) TO WS-STATUS-X
042700         IF WS-STATUS-X = "G" OR WS-STATUS-X = "V"
042800             MOVE WS-STATUS-X TO SES-STATUS
042900         ELSE
043000             DISPLAY "ONGELDIGE STATUS - VELD ONGEWIJZIGD."
043100         END-IF
043200     END-IF.
043300 7000-EXIT.
043400     EXIT.
