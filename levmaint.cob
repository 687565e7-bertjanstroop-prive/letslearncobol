000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LEVMAINT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - MAINTAIN THE SUPPLIER
001300*                  MASTER LEVMAST.IDX (NUMMER, NAAM, IBAN,
001400*                  BTW-NUMMER, LAND, BETALINGSTERMIJN) IN THE
001500*                  STYLE OF KLMAINT, SO A GOODS RECEIPT CAN BE
001600*                  BOOKED TO A REAL LEVERANCIER AND THE
001700*                  CREDITEUREN KNOW WHOM TO PAY AND WHEN.
001800*                  TONEN, OPVOEREN EN WIJZIGEN VANAF HET
001900*                  SCHERM, WITH THE SAME BATCH-WINDOW
002000*                  INTERLOCK (SYSLOCK.DAT / MNTLOCK.DAT) AS
002100*                  THE OTHER MASTER MAINTENANCE PROGRAMS.
002200*-----------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS LEV-NUMMER
003100         FILE STATUS IS WS-LEVMAST-STATUS.
003200
003300     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-SYSLOCK-STATUS.
003600
003700     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-MNTLOCK-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  LEVERANCIER-MASTER.
004400     COPY "LEVMAST.CPY".
004500
004600 FD  SYS-LOCK-FILE.
004700 01  SYS-LOCK-LINE            PIC X(80).
004800
004900 FD  MNT-LOCK-FILE.
005000 01  MNT-LOCK-LINE            PIC X(80).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
005400
005500*-----------------------------------------------------------
005600* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
005700*-----------------------------------------------------------
005800 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
005900 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
006000 01  WS-LOCK-OPERATOR         PIC X(08) VALUE SPACES.
006100 01  WS-LOCK-DATUM            PIC 9(08) VALUE ZERO.
006200 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
006300 01  MNT-LOCK-DETAIL.
006400     05  MNT-PROGRAM          PIC X(08).
006500     05  FILLER               PIC X(01) VALUE ",".
006600     05  MNT-OPERATOR         PIC X(08).
006700     05  FILLER               PIC X(01) VALUE ",".
006800     05  MNT-DATUM            PIC 9(08).
006900     05  FILLER               PIC X(01) VALUE ",".
007000     05  MNT-TIJD             PIC 9(06).
007100
007200*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
007300*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
007400 01  WS-CHOICE                PIC X(01) VALUE "?".
007500     88 CHOICE-SHOW           VALUE "T" "t".
007600     88 CHOICE-ADD            VALUE "O" "o".
007700     88 CHOICE-CHANGE         VALUE "W" "w".
007800     88 CHOICE-STOP           VALUE "X" "x" " ".
007900
008000 01  WS-NUMMER-X              PIC X(08).
008100 01  WS-NAAM-X                PIC X(30).
008200 01  WS-BTWNR-X               PIC X(14).
008300 01  WS-LAND-X                PIC X(02).
008400 01  WS-TERMIJN-X             PIC X(05).
008500 01  WS-TERMIJN-ED            PIC ZZ9.
008600 01  WS-IBAN-X                PIC X(40).
008700 01  WS-IBAN-DELEN.
008800     05  WS-IBAN-DEEL         PIC X(34) OCCURS 9 TIMES.
008900
009000 PROCEDURE DIVISION.
009100
009200 0000-MAINLINE.
009300     MOVE "LEVMAINT" TO MNT-PROGRAM
009400     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
009500     OPEN I-O LEVERANCIER-MASTER
009600     IF WS-LEVMAST-STATUS = "35"
009700         DISPLAY "LEVMAST.IDX NOG NIET AANWEZIG - "
009800                 "NIEUW BESTAND WORDT AANGEMAAKT."
009900         OPEN OUTPUT LEVERANCIER-MASTER
010000         CLOSE LEVERANCIER-MASTER
010100         OPEN I-O LEVERANCIER-MASTER
010200     END-IF
010300     IF WS-LEVMAST-STATUS NOT = "00"
010400         DISPLAY "ERROR: UNABLE TO OPEN LEVMAST.IDX - "
010500                 "FILE STATUS " WS-LEVMAST-STATUS
010600         MOVE 8 TO RETURN-CODE
010700*        EEN GEWEIGERDE START IS GEEN CRASH - GEEF DE
010800*        ONDERHOUDSVERGRENDELING NETJES VRIJ.
010900         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
011000         STOP RUN
011100     END-IF
011200
011300     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
011400         UNTIL CHOICE-STOP
011500
011600     CLOSE LEVERANCIER-MASTER
011700     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
011800     STOP RUN.
011900
012000*-----------------------------------------------------------
012100* 0100-CHECK-BATCH-LOCK - REFUSE TO RUN WHILE THE NIGHTLY
012200*                         CHAIN HOLDS SYSLOCK.DAT, AND CLAIM
012300*                         THE MNTLOCK.DAT MAINTENANCE MARKER
012400*                         FOR THE DURATION OF THIS SESSION.
012500*-----------------------------------------------------------
012600 0100-CHECK-BATCH-LOCK.
012700     OPEN INPUT SYS-LOCK-FILE
012800     IF WS-SYSLOCK-STATUS = "00"
012900         MOVE SPACES TO SYS-LOCK-LINE
013000         READ SYS-LOCK-FILE
013100             AT END
013200                 MOVE SPACES TO SYS-LOCK-LINE
013300         END-READ
013400         CLOSE SYS-LOCK-FILE
013500         IF SYS-LOCK-LINE NOT = SPACES
013600             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
013700                     FUNCTION TRIM(SYS-LOCK-LINE)
013800                     ") - ONDERHOUD GEWEIGERD."
013900             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
014000                     "NIVEAU-2 OPERATOR MET LOCKBRK."
014100             MOVE 8 TO RETURN-CODE
014200             STOP RUN
014300         END-IF
014400     END-IF
014500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
014600     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT-VALUE
014700     IF WS-LOCK-OPERATOR = SPACES
014800         MOVE "BATCH" TO WS-LOCK-OPERATOR
014900     END-IF
015000     ACCEPT WS-LOCK-DATUM FROM DATE YYYYMMDD
015100     ACCEPT WS-LOCK-TIJD FROM TIME
015200     MOVE WS-LOCK-OPERATOR TO MNT-OPERATOR
015300     MOVE WS-LOCK-DATUM TO MNT-DATUM
015400     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
015500     OPEN OUTPUT MNT-LOCK-FILE
015600     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
015700     CLOSE MNT-LOCK-FILE.
015800 0100-EXIT.
015900     EXIT.
016000
016100*-----------------------------------------------------------
016200* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
016300*                         MARKER IS A RELEASED MARKER.
016400*-----------------------------------------------------------
016500 9800-RELEASE-MNT-LOCK.
016600     OPEN OUTPUT MNT-LOCK-FILE
016700     CLOSE MNT-LOCK-FILE.
016800 9800-EXIT.
016900     EXIT.
017000
017100*-----------------------------------------------------------
017200* 2000-ONE-REQUEST - SHOW THE MENU AND DISPATCH ONE CHOICE
017300*-----------------------------------------------------------
017400 2000-ONE-REQUEST.
017500     DISPLAY " "
017600     DISPLAY "LEVMAINT - T=TONEN  O=OPVOEREN  W=WIJZIGEN  "
017700             "X=STOP"
017800     DISPLAY "KEUZE: "
017900     MOVE SPACE TO WS-CHOICE
018000     ACCEPT WS-CHOICE
018100     EVALUATE TRUE
018200         WHEN CHOICE-SHOW
018300             PERFORM 3000-SHOW-LEVERANCIER THRU 3000-EXIT
018400         WHEN CHOICE-ADD
018500             PERFORM 4000-ADD-LEVERANCIER THRU 4000-EXIT
018600         WHEN CHOICE-CHANGE
018700             PERFORM 5000-CHANGE-LEVERANCIER THRU 5000-EXIT
018800         WHEN CHOICE-STOP
018900             CONTINUE
019000         WHEN OTHER
019100             DISPLAY "ONBEKENDE KEUZE."
019200     END-EVALUATE.
019300 2000-EXIT.
019400     EXIT.
019500
019600*-----------------------------------------------------------
019700* 3000-SHOW-LEVERANCIER - DISPLAY ONE MASTER RECORD
019800*-----------------------------------------------------------
019900 3000-SHOW-LEVERANCIER.
020000     DISPLAY "LEVERANCIERSNUMMER: "
020100     ACCEPT WS-NUMMER-X
020200     MOVE WS-NUMMER-X TO LEV-NUMMER
020300     READ LEVERANCIER-MASTER
020400         INVALID KEY
020500             DISPLAY "NIET GEVONDEN: " FUNCTION TRIM(WS-NUMMER-X)
020600         NOT INVALID KEY
020700             PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
020800     END-READ.
020900 3000-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------
021300* 4000-ADD-LEVERANCIER - ACCEPT ALL FIELDS AND WRITE A NEW
021400*                        RECORD
021500*-----------------------------------------------------------
021600 4000-ADD-LEVERANCIER.
021700     DISPLAY "NIEUW LEVERANCIERSNUMMER: "
021800     ACCEPT WS-NUMMER-X
021900     IF WS-NUMMER-X = SPACES
022000         DISPLAY "GEEN NUMMER OPGEGEVEN."
022100         GO TO 4000-EXIT
022200     END-IF
022300     MOVE WS-NUMMER-X TO LEV-NUMMER
022400     MOVE SPACES TO LEV-NAAM LEV-IBAN LEV-BTW-NUMMER
022500     MOVE "NL" TO LEV-LAND
022600     MOVE 30 TO LEV-TERMIJN
022700     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
022800     IF LEV-NAAM = SPACES
022900         DISPLAY "NAAM IS VERPLICHT - NIET OPGEVOERD."
023000         GO TO 4000-EXIT
023100     END-IF
023200     WRITE LEVERANCIER-RECORD
023300         INVALID KEY
023400             DISPLAY "BESTAAT AL: " FUNCTION TRIM(WS-NUMMER-X)
023500                     " - GEBRUIK W=WIJZIGEN."
023600         NOT INVALID KEY
023700             DISPLAY "OPGEVOERD: " FUNCTION TRIM(WS-NUMMER-X)
023800     END-WRITE.
023900 4000-EXIT.
024000     EXIT.
024100
024200*-----------------------------------------------------------
024300* 5000-CHANGE-LEVERANCIER - READ, RE-ACCEPT FIELDS (BLANK
024400*                           KEEPS THE CURRENT VALUE), REWRITE
024500*-----------------------------------------------------------
024600 5000-CHANGE-LEVERANCIER.
024700     DISPLAY "TE WIJZIGEN LEVERANCIERSNUMMER: "
024800     ACCEPT WS-NUMMER-X
024900     MOVE WS-NUMMER-X TO LEV-NUMMER
025000     READ LEVERANCIER-MASTER
025100         INVALID KEY
025200             DISPLAY "NIET GEVONDEN: " FUNCTION TRIM(WS-NUMMER-X)
025300             GO TO 5000-EXIT
025400     END-READ
025500     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
025600     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
025700     REWRITE LEVERANCIER-RECORD
025800     DISPLAY "GEWIJZIGD: " FUNCTION TRIM(WS-NUMMER-X).
025900 5000-EXIT.
026000     EXIT.
026100
026200*-----------------------------------------------------------
026300* 6000-DISPLAY-RECORD - SHOW THE CURRENT MASTER RECORD
026400*-----------------------------------------------------------
026500 6000-DISPLAY-RECORD.
026600     MOVE LEV-TERMIJN TO WS-TERMIJN-ED
026700     DISPLAY FUNCTION TRIM(LEV-NUMMER) "  "
026800             FUNCTION TRIM(LEV-NAAM)
026900             "  LAND " LEV-LAND
027000             "  BTW-NR " FUNCTION TRIM(LEV-BTW-NUMMER)
027100             "  TERMIJN " WS-TERMIJN-ED " DAGEN"
027200     DISPLAY "  IBAN " FUNCTION TRIM(LEV-IBAN).
027300 6000-EXIT.
027400     EXIT.
027500
027600*-----------------------------------------------------------
027700* 7000-ACCEPT-FIELDS - PROMPT FOR THE NON-KEY FIELDS. ON A
027800*                      CHANGE, A BLANK ENTRY KEEPS THE VALUE
027900*                      ALREADY IN THE RECORD AREA.
028000*-----------------------------------------------------------
028100 7000-ACCEPT-FIELDS.
028200     DISPLAY "NAAM: "
028300     MOVE SPACES TO WS-NAAM-X
028400     ACCEPT WS-NAAM-X
028500     IF WS-NAAM-X NOT = SPACES
028600         MOVE WS-NAAM-X TO LEV-NAAM
028700     END-IF
028800
028900     DISPLAY "IBAN (BV NL91ABNA0417164300): "
029000     MOVE SPACES TO WS-IBAN-X
029100     ACCEPT WS-IBAN-X
029200     IF WS-IBAN-X NOT = SPACES
029300         MOVE FUNCTION UPPER-CASE(WS-IBAN-X) TO WS-IBAN-X
029400         MOVE SPACES TO WS-IBAN-DELEN LEV-IBAN
029500         UNSTRING FUNCTION TRIM(WS-IBAN-X) DELIMITED BY ALL " "
029600             INTO WS-IBAN-DEEL (1) WS-IBAN-DEEL (2)
029700                  WS-IBAN-DEEL (3) WS-IBAN-DEEL (4)
029800                  WS-IBAN-DEEL (5) WS-IBAN-DEEL (6)
029900                  WS-IBAN-DEEL (7) WS-IBAN-DEEL (8)
030000                  WS-IBAN-DEEL (9)
030100         END-UNSTRING
030200         STRING WS-IBAN-DEEL (1) WS-IBAN-DEEL (2)
030300                WS-IBAN-DEEL (3) WS-IBAN-DEEL (4)
030400                WS-IBAN-DEEL (5) WS-IBAN-DEEL (6)
030500                WS-IBAN-DEEL (7) WS-IBAN-DEEL (8)
030600                WS-IBAN-DEEL (9) DELIMITED BY SPACE
030700             INTO LEV-IBAN
030800         END-STRING
030900     END-IF
031000
031100     DISPLAY "BTW-NUMMER (BV NL123456789B01): "
031200     MOVE SPACES TO WS-BTWNR-X
031300     ACCEPT WS-BTWNR-X
031400     IF WS-BTWNR-X NOT = SPACES
031500         MOVE FUNCTION UPPER-CASE(WS-BTWNR-X) TO LEV-BTW-NUMMER
031600     END-IF
031700
031800     DISPLAY "LAND (ISO, BV NL/DE/BE): "
031900     MOVE SPACES TO WS-LAND-X
032000     ACCEPT WS-LAND-X
032100     IF WS-LAND-X NOT = SPACES
032200         IF WS-LAND-X IS ALPHABETIC
032300             AND WS-LAND-X (2:1) NOT = SPACE
032400             MOVE FUNCTION UPPER-CASE(WS-LAND-X) TO LEV-LAND
032500         ELSE
032600             DISPLAY "ONGELDIGE LANDCODE - VELD ONGEWIJZIGD."
032700         END-IF
032800     END-IF
032900
033000     DISPLAY "BETALINGSTERMIJN IN DAGEN (BV 30): "
033100     MOVE SPACES TO WS-TERMIJN-X
033200     ACCEPT WS-TERMIJN-X
033300     IF FUNCTION TRIM(WS-TERMIJN-X) IS NUMERIC
033400         AND WS-TERMIJN-X NOT = SPACES
033500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TERMIJN-X))
033600             TO LEV-TERMIJN
033700     ELSE
033800         IF WS-TERMIJN-X NOT = SPACES
033900             DISPLAY "ONGELDIGE TERMIJN - VELD ONGEWIJZIGD."
034000         END-IF
034100     END-IF.
034200 7000-EXIT.
034300     EXIT.
