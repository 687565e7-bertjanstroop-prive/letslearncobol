000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VKMAINT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - ENTER AND MAINTAIN THE
001300*                  CUSTOMER ORDERS IN VERKORD.IDX IN THE STYLE
001400*                  OF INKMAINT. AN ORDER IS ONE KLANT AND ONE
001500*                  GEWENSTE LEVERDATUM WITH ONE REGEL PER
001600*                  ARTIKEL (AANTAL, PRIJS - DEFAULT DE VERKOOP-
001700*                  PRIJS VAN HET ARTIKEL). THE ORDERNUMMER IS
001800*                  HANDED OUT FROM VKNR.DAT. EACH REGEL RESERVES
001900*                  WHAT THE VRIJE VOORRAAD (ART-VOORRAAD MINUS
002000*                  ART-GERESERVEERD) ALLOWS; THE SHORTFALL
002100*                  BECOMES A BACKORDERREGEL THAT VKLEVER
002200*                  RESERVES ONCE STOCK COMES IN. LOWERING AN
002300*                  AANTAL OR VERVALLEN A REGEL RELEASES ITS
002400*                  RESERVERING. SAME BATCH-WINDOW INTERLOCK
002500*                  (SYSLOCK.DAT / MNTLOCK.DAT) AS THE OTHER
002600*                  MASTER MAINTENANCE PROGRAMS.
002700*-----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT VERKOOPORDER-FILE ASSIGN TO "VERKORD.IDX"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS VKO-SLEUTEL
003600         FILE STATUS IS WS-VERKORD-STATUS.
003700
003800     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS KLA-NUMMER
004200         FILE STATUS IS WS-KLANTMST-STATUS.
004300
004400     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS ART-NUMMER
004800         FILE STATUS IS WS-ARTMAST-STATUS.
004900
005000     SELECT ORDER-NR-FILE ASSIGN TO "VKNR.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-VKNR-STATUS.
005300
005400     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SYSLOCK-STATUS.
005700
005800     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-MNTLOCK-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  VERKOOPORDER-FILE.
006500     COPY "VERKORD.CPY".
006600
006700 FD  KLANT-MASTER.
006800     COPY "KLANTMST.CPY".
006900
007000 FD  ARTIKEL-MASTER.
007100     COPY "ARTMAST.CPY".
007200
007300 FD  ORDER-NR-FILE.
007400 01  ORDER-NR-LINE            PIC 9(06).
007500
007600 FD  SYS-LOCK-FILE.
007700 01  SYS-LOCK-LINE            PIC X(80).
007800
007900 FD  MNT-LOCK-FILE.
008000 01  MNT-LOCK-LINE            PIC X(80).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-VERKORD-STATUS        PIC X(02) VALUE "00".
008400 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
008500 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
008600 01  WS-VKNR-STATUS           PIC X(02) VALUE "00".
008700 01  WS-KLANTMST-SW           PIC X VALUE "N".
008800     88 KLANTMST-OPEN         VALUE "Y".
008900     88 KLANTMST-CLOSED       VALUE "N".
009000
009100*-----------------------------------------------------------
009200* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
009300*-----------------------------------------------------------
009400 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
009500 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
009600 01  WS-LOCK-OPERATOR         PIC X(08) VALUE SPACES.
009700 01  WS-LOCK-DATUM            PIC 9(08) VALUE ZERO.
009800 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
009900 01  MNT-LOCK-DETAIL.
010000     05  MNT-PROGRAM          PIC X(08).
010100     05  FILLER               PIC X(01) VALUE ",".
010200     05  MNT-OPERATOR         PIC X(08).
010300     05  FILLER               PIC X(01) VALUE ",".
010400     05  MNT-DATUM            PIC 9(08).
010500     05  FILLER               PIC X(01) VALUE ",".
010600     05  MNT-TIJD             PIC 9(06).
010700
010800*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
010900*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
011000 01  WS-CHOICE                PIC X(01) VALUE "?".
011100     88 CHOICE-SHOW           VALUE "T" "t".
011200     88 CHOICE-ADD            VALUE "O" "o".
011300     88 CHOICE-CHANGE         VALUE "W" "w".
011400     88 CHOICE-CANCEL         VALUE "V" "v".
011500     88 CHOICE-STOP           VALUE "X" "x" " ".
011600
011700 01  WS-ORDERNR-X             PIC X(08).
011800 01  WS-ORDERNR               PIC 9(06) VALUE ZERO.
011900 01  WS-REGEL-X               PIC X(05).
012000 01  WS-KLANT-X               PIC X(08).
012100 01  WS-ARTIKEL-X             PIC X(08).
012200 01  WS-AANTAL-X              PIC X(09).
012300 01  WS-PRIJS-X               PIC X(12).
012400 01  WS-DATUM-X               PIC X(10).
012500 01  WS-DATUM                 PIC 9(08) VALUE ZERO.
012600 01  WS-ANTWOORD-X            PIC X(01).
012700
012800*-----------------------------------------------------------
012900* ORDER-ENTRY WORK FIELDS - THE HEADER OF THE ORDER BEING
013000* ENTERED IS CARRIED ONTO EVERY REGEL
013100*-----------------------------------------------------------
013200 01  WS-LAST-VKNR             PIC 9(06) VALUE ZERO.
013300 01  WS-ORD-KLANT             PIC X(08).
013400 01  WS-ORD-LEVERDATUM        PIC 9(08) VALUE ZERO.
013500 77  WS-ORD-REGEL             PIC 9(03) COMP VALUE ZERO.
013600 77  WS-ORD-LINES             PIC 9(03) COMP VALUE ZERO.
013700 01  WS-LINES-SW              PIC X VALUE "N".
013800     88 LINES-DONE            VALUE "Y".
013900     88 LINES-NOT-DONE        VALUE "N".
014000 01  WS-ORDER-EOF             PIC X VALUE "N".
014100     88 ORDER-EOF             VALUE "Y".
014200     88 ORDER-NOT-EOF         VALUE "N".
014300 01  WS-NR-FREE-SW            PIC X VALUE "N".
014400     88 NR-FREE               VALUE "Y".
014500     88 NR-TAKEN              VALUE "N".
014600
014700*-----------------------------------------------------------
014800* RESERVERING - VRIJE VOORRAAD OF THE ARTIKEL, THE PART OF THE
014900* AANTAL THAT CAN BE RESERVED AND THE BACKORDER REMAINDER
015000*-----------------------------------------------------------
015100 01  WS-AANTAL                PIC 9(07) VALUE ZERO.
015200 01  WS-PRIJS                 PIC 9(05)V99 VALUE ZERO.
015300 01  WS-VRIJ                  PIC S9(08) VALUE ZERO.
015400 01  WS-RESERVEREN            PIC 9(07) VALUE ZERO.
015500 01  WS-TEKORT                PIC 9(07) VALUE ZERO.
015600 01  WS-VRIJGEVEN             PIC 9(07) VALUE ZERO.
015700 01  WS-BEDRAG                PIC 9(09)V99 VALUE ZERO.
015800 01  WS-MAX-BEDRAG            PIC 9(09)V99 VALUE 9999999.99.
015900 01  WS-SPLIT-VAN             PIC 9(03) VALUE ZERO.
016000
016100 01  WS-REGEL-ED              PIC ZZ9.
016200 01  WS-AANTAL-ED             PIC Z,ZZZ,ZZ9.
016300 01  WS-GERES-ED              PIC Z,ZZZ,ZZ9.
016400 01  WS-GELEVERD-ED           PIC Z,ZZZ,ZZ9.
016500 01  WS-VRIJ-ED               PIC -,---,--9.
016600 01  WS-PRIJS-ED              PIC ZZ,ZZ9.99.
016700
016800 PROCEDURE DIVISION.
016900
017000 0000-MAINLINE.
017100     MOVE "VKMAINT" TO MNT-PROGRAM
017200     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
017300     OPEN I-O VERKOOPORDER-FILE
017400     IF WS-VERKORD-STATUS = "35"
017500         DISPLAY "VERKORD.IDX NOG NIET AANWEZIG - "
017600                 "NIEUW BESTAND WORDT AANGEMAAKT."
017700         OPEN OUTPUT VERKOOPORDER-FILE
017800         CLOSE VERKOOPORDER-FILE
017900         OPEN I-O VERKOOPORDER-FILE
018000     END-IF
018100     IF WS-VERKORD-STATUS NOT = "00"
018200         DISPLAY "ERROR: UNABLE TO OPEN VERKORD.IDX - "
018300                 "FILE STATUS " WS-VERKORD-STATUS
018400         MOVE 8 TO RETURN-CODE
018500*        EEN GEWEIGERDE START IS GEEN CRASH - GEEF DE
018600*        ONDERHOUDSVERGRENDELING NETJES VRIJ.
018700         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
018800         STOP RUN
018900     END-IF
019000*    ZONDER ARTIKELBESTAND KAN ER NIETS WORDEN GERESERVEERD
019100     OPEN I-O ARTIKEL-MASTER
019200     IF WS-ARTMAST-STATUS NOT = "00"
019300         DISPLAY "ERROR: UNABLE TO OPEN ARTMAST.IDX - "
019400                 "FILE STATUS " WS-ARTMAST-STATUS
019500                 " - GEEN RESERVERING MOGELIJK."
019600         CLOSE VERKOOPORDER-FILE
019700         MOVE 8 TO RETURN-CODE
019800         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
019900         STOP RUN
020000     END-IF
020100*    DE KLANT WORDT GETOETST ALS KLANTMST.IDX ER IS
020200     OPEN INPUT KLANT-MASTER
020300     IF WS-KLANTMST-STATUS = "00"
020400         SET KLANTMST-OPEN TO TRUE
020500     ELSE
020600         DISPLAY "WARNING: GEEN KLANTMST.IDX - KLANT "
020700                 "WORDT NIET GETOETST."
020800     END-IF
020900
021000     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
021100         UNTIL CHOICE-STOP
021200
021300     CLOSE VERKOOPORDER-FILE
021400     CLOSE ARTIKEL-MASTER
021500     IF KLANTMST-OPEN
021600         CLOSE KLANT-MASTER
021700     END-IF
021800     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
021900     STOP RUN.
022000
022100*-----------------------------------------------------------
022200* 0100-CHECK-BATCH-LOCK - REFUSE TO RUN WHILE THE NIGHTLY
022300*                         CHAIN HOLDS SYSLOCK.DAT, AND CLAIM
022400*                         THE MNTLOCK.DAT MAINTENANCE MARKER
022500*                         FOR THE DURATION OF THIS SESSION.
022600*-----------------------------------------------------------
022700 0100-CHECK-BATCH-LOCK.
022800     OPEN INPUT SYS-LOCK-FILE
022900     IF WS-SYSLOCK-STATUS = "00"
023000         MOVE SPACES TO SYS-LOCK-LINE
023100         READ SYS-LOCK-FILE
023200             AT END
023300                 MOVE SPACES TO SYS-LOCK-LINE
023400         END-READ
023500         CLOSE SYS-LOCK-FILE
023600         IF SYS-LOCK-LINE NOT = SPACES
023700             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
023800                     FUNCTION TRIM(SYS-LOCK-LINE)
023900                     ") - ONDERHOUD GEWEIGERD."
024000             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
024100                     "NIVEAU-2 OPERATOR MET LOCKBRK."
024200             MOVE 8 TO RETURN-CODE
024300             STOP RUN
024400         END-IF
024500     END-IF
024600     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
024700     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT-VALUE
024800     IF WS-LOCK-OPERATOR = SPACES
024900         MOVE "BATCH" TO WS-LOCK-OPERATOR
025000     END-IF
025100     ACCEPT WS-LOCK-DATUM FROM DATE YYYYMMDD
025200     ACCEPT WS-LOCK-TIJD FROM TIME
025300     MOVE WS-LOCK-OPERATOR TO MNT-OPERATOR
025400     MOVE WS-LOCK-DATUM TO MNT-DATUM
025500     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
025600     OPEN OUTPUT MNT-LOCK-FILE
025700     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
025800     CLOSE MNT-LOCK-FILE.
025900 0100-EXIT.
026000     EXIT.
026100
026200*-----------------------------------------------------------
026300* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
026400*                         MARKER IS A RELEASED MARKER.
026500*-----------------------------------------------------------
026600 9800-RELEASE-MNT-LOCK.
026700     OPEN OUTPUT MNT-LOCK-FILE
026800     CLOSE MNT-LOCK-FILE.
026900 9800-EXIT.
027000     EXIT.
027100
027200*-----------------------------------------------------------
027300* 2000-ONE-REQUEST - SHOW THE MENU AND DISPATCH ONE CHOICE
027400*-----------------------------------------------------------
027500 2000-ONE-REQUEST.
027600     DISPLAY " "
027700     DISPLAY "VKMAINT - T=TONEN  O=OPVOEREN  W=WIJZIGEN  "
027800             "V=VERVALLEN  X=STOP"
027900     DISPLAY "KEUZE: "
028000     MOVE SPACE TO WS-CHOICE
028100     ACCEPT WS-CHOICE
028200     EVALUATE TRUE
028300         WHEN CHOICE-SHOW
028400             PERFORM 3000-SHOW-ORDER THRU 3000-EXIT
028500         WHEN CHOICE-ADD
028600             PERFORM 4000-ADD-ORDER THRU 4000-EXIT
028700         WHEN CHOICE-CHANGE
028800             PERFORM 5000-CHANGE-REGEL THRU 5000-EXIT
028900         WHEN CHOICE-CANCEL
029000             PERFORM 8000-CANCEL THRU 8000-EXIT
029100         WHEN CHOICE-STOP
029200             CONTINUE
029300         WHEN OTHER
029400             DISPLAY "ONBEKENDE KEUZE."
029500     END-EVALUATE.
029600 2000-EXIT.
029700     EXIT.
029800
029900*-----------------------------------------------------------
030000* 3000-SHOW-ORDER - DISPLAY EVERY REGEL OF ONE ORDER
030100*-----------------------------------------------------------
030200 3000-SHOW-ORDER.
030300     PERFORM 3050-ACCEPT-ORDERNR THRU 3050-EXIT
030400     IF WS-ORDERNR = ZERO
030500         GO TO 3000-EXIT
030600     END-IF
030700     PERFORM 3100-START-ORDER THRU 3100-EXIT
030800     IF ORDER-EOF
030900         DISPLAY "NIET GEVONDEN: " WS-ORDERNR
031000         GO TO 3000-EXIT
031100     END-IF
031200     PERFORM UNTIL ORDER-EOF
031300         PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
031400         PERFORM 3200-NEXT-REGEL THRU 3200-EXIT
031500     END-PERFORM.
031600 3000-EXIT.
031700     EXIT.
031800
031900*-----------------------------------------------------------
032000* 3050-ACCEPT-ORDERNR - PROMPT FOR AN ORDERNUMMER INTO
032100*                       WS-ORDERNR, ZERO WHEN IT IS NOT ONE
032200*-----------------------------------------------------------
032300 3050-ACCEPT-ORDERNR.
032400     MOVE ZERO TO WS-ORDERNR
032500     DISPLAY "ORDERNUMMER: "
032600     MOVE SPACES TO WS-ORDERNR-X
032700     ACCEPT WS-ORDERNR-X
032800     IF FUNCTION TRIM(WS-ORDERNR-X) IS NOT NUMERIC
032900         OR WS-ORDERNR-X = SPACES
033000         DISPLAY "ONGELDIG ORDERNUMMER."
033100         GO TO 3050-EXIT
033200     END-IF
033300     MOVE FUNCTION NUMVAL(WS-ORDERNR-X) TO WS-ORDERNR.
033400 3050-EXIT.
033500     EXIT.
033600
033700*-----------------------------------------------------------
033800* 3100-START-ORDER - POSITION ON THE FIRST REGEL OF THE ORDER
033900*                    IN WS-ORDERNR AND READ IT; ORDER-EOF WHEN
034000*                    THE ORDER HAS NO REGELS.
034100*-----------------------------------------------------------
034200 3100-START-ORDER.
034300     SET ORDER-NOT-EOF TO TRUE
034400     MOVE WS-ORDERNR TO VKO-ORDERNR
034500     MOVE ZERO TO VKO-REGEL
034600     START VERKOOPORDER-FILE KEY NOT < VKO-SLEUTEL
034700         INVALID KEY
034800             SET ORDER-EOF TO TRUE
034900             GO TO 3100-EXIT
035000     END-START
035100     PERFORM 3200-NEXT-REGEL THRU 3200-EXIT.
035200 3100-EXIT.
035300     EXIT.
035400
035500 3200-NEXT-REGEL.
035600     READ VERKOOPORDER-FILE NEXT
035700         AT END
035800             SET ORDER-EOF TO TRUE
035900             GO TO 3200-EXIT
036000     END-READ
036100     IF VKO-ORDERNR NOT = WS-ORDERNR
036200         SET ORDER-EOF TO TRUE
036300     END-IF.
036400 3200-EXIT.
036500     EXIT.
036600
036700*-----------------------------------------------------------
036800* 4000-ADD-ORDER - KLANT AND GEWENSTE LEVERDATUM, A NEW
036900*                  ORDERNUMMER FROM VKNR.DAT, THEN ONE REGEL
037000*                  PER ARTIKEL UNTIL A BLANK ARTIKEL
037100*-----------------------------------------------------------
037200 4000-ADD-ORDER.
037300     DISPLAY "KLANT: "
037400     MOVE SPACES TO WS-KLANT-X
037500     ACCEPT WS-KLANT-X
037600     IF WS-KLANT-X = SPACES
037700         DISPLAY "KLANT IS VERPLICHT - NIET OPGEVOERD."
037800         GO TO 4000-EXIT
037900     END-IF
038000     IF KLANTMST-OPEN
038100         MOVE WS-KLANT-X TO KLA-NUMMER
038200         READ KLANT-MASTER
038300             INVALID KEY
038400                 DISPLAY "ONBEKENDE KLANT - NIET OPGEVOERD."
038500                 GO TO 4000-EXIT
038600         END-READ
038700         IF KLA-GEBLOKKEERD
038800             DISPLAY "KLANT IS GEBLOKKEERD - NIET OPGEVOERD."
038900             GO TO 4000-EXIT
039000         END-IF
039100         DISPLAY "  " FUNCTION TRIM(KLA-NAAM)
039200     END-IF
039300     MOVE WS-KLANT-X TO WS-ORD-KLANT
039400
039500     DISPLAY "GEWENSTE LEVERDATUM (JJJJMMDD, LEEG = "
039600             WS-LOCK-DATUM "): "
039700     MOVE SPACES TO WS-DATUM-X
039800     ACCEPT WS-DATUM-X
039900     IF WS-DATUM-X = SPACES
040000         MOVE WS-LOCK-DATUM TO WS-DATUM
040100     ELSE
040200         PERFORM 7100-CHECK-DATUM THRU 7100-EXIT
040300     END-IF
040400     IF WS-DATUM = ZERO
040500         DISPLAY "ONGELDIGE DATUM - NIET OPGEVOERD."
040600         GO TO 4000-EXIT
040700     END-IF
040800     MOVE WS-DATUM TO WS-ORD-LEVERDATUM
040900
041000     PERFORM 4050-NEXT-ORDERNR THRU 4050-EXIT
041100     DISPLAY "ORDERNUMMER " WS-ORDERNR
041200
041300     MOVE ZERO TO WS-ORD-REGEL WS-ORD-LINES
041400     SET LINES-NOT-DONE TO TRUE
041500     PERFORM 4100-ADD-ONE-REGEL THRU 4100-EXIT
041600         UNTIL LINES-DONE
041700     DISPLAY "ORDER " WS-ORDERNR " OPGEVOERD - "
041800             WS-ORD-LINES " REGEL(S).".
041900 4000-EXIT.
042000     EXIT.
042100
042200*-----------------------------------------------------------
042300* 4050-NEXT-ORDERNR - THE NEXT ORDERNUMMER FROM VKNR.DAT,
042400*                     SKIPPING ANY NUMBER ALREADY ON FILE, AND
042500*                     WRITTEN BACK AT ONCE SO AN INTERRUPTED
042600*                     SESSION NEVER HANDS IT OUT TWICE.
042700*-----------------------------------------------------------
042800 4050-NEXT-ORDERNR.
042900     MOVE ZERO TO WS-LAST-VKNR
043000     OPEN INPUT ORDER-NR-FILE
043100     IF WS-VKNR-STATUS = "00"
043200         READ ORDER-NR-FILE
043300             AT END
043400                 MOVE ZERO TO ORDER-NR-LINE
043500         END-READ
043600         IF ORDER-NR-LINE IS NUMERIC
043700             MOVE ORDER-NR-LINE TO WS-LAST-VKNR
043800         END-IF
043900         CLOSE ORDER-NR-FILE
044000     END-IF
044100     SET NR-TAKEN TO TRUE
044200     PERFORM UNTIL NR-FREE
044300         ADD 1 TO WS-LAST-VKNR
044400         MOVE WS-LAST-VKNR TO WS-ORDERNR
044500         PERFORM 3100-START-ORDER THRU 3100-EXIT
044600         IF ORDER-EOF
044700             SET NR-FREE TO TRUE
044800         END-IF
044900     END-PERFORM
045000     OPEN OUTPUT ORDER-NR-FILE
045100     MOVE WS-LAST-VKNR TO ORDER-NR-LINE
045200     WRITE ORDER-NR-LINE
045300     CLOSE ORDER-NR-FILE.
045400 4050-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------
045800* 4100-ADD-ONE-REGEL - ONE ARTIKEL, AANTAL AND PRIJS; A BLANK
045900*                      ARTIKEL CLOSES THE ORDER. WHAT THE VRIJE
046000*                      VOORRAAD COVERS IS RESERVED ON A REGEL
046100*                      WITH STATUS R, THE REST GOES ON A BACK-
046200*                      ORDERREGEL (STATUS B) POINTING BACK AT IT.
046300*-----------------------------------------------------------
046400 4100-ADD-ONE-REGEL.
046500     DISPLAY "ARTIKEL (LEEG = ORDER KLAAR): "
046600     MOVE SPACES TO WS-ARTIKEL-X
046700     ACCEPT WS-ARTIKEL-X
046800     IF WS-ARTIKEL-X = SPACES
046900         SET LINES-DONE TO TRUE
047000         GO TO 4100-EXIT
047100     END-IF
047200     MOVE WS-ARTIKEL-X TO ART-NUMMER
047300     READ ARTIKEL-MASTER
047400         INVALID KEY
047500             DISPLAY "ONBEKEND ARTIKEL - REGEL NIET OPGEVOERD."
047600             GO TO 4100-EXIT
047700     END-READ
047800     IF ART-GERESERVEERD IS NOT NUMERIC
047900         MOVE ZERO TO ART-GERESERVEERD
048000     END-IF
048100     COMPUTE WS-VRIJ = ART-VOORRAAD - ART-GERESERVEERD
048200     IF WS-VRIJ < ZERO
048300         MOVE ZERO TO WS-VRIJ
048400     END-IF
048500     MOVE WS-VRIJ TO WS-VRIJ-ED
048600     DISPLAY "  " FUNCTION TRIM(ART-OMSCHRIJVING)
048700             "  VRIJE VOORRAAD " WS-VRIJ-ED
048800
048900     MOVE ZERO TO WS-AANTAL
049000     MOVE ART-VERKOOPPRIJS TO WS-PRIJS
049100     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
049200     IF WS-AANTAL = ZERO
049300         DISPLAY "GEEN AANTAL - REGEL NIET OPGEVOERD."
049400         GO TO 4100-EXIT
049500     END-IF
049600     COMPUTE WS-BEDRAG = WS-AANTAL * WS-PRIJS
049700     IF WS-BEDRAG > WS-MAX-BEDRAG
049800         DISPLAY "REGELBEDRAG BOVEN 9.999.999,99 - SPLITS DE "
049900                 "REGEL. NIET OPGEVOERD."
050000         GO TO 4100-EXIT
050100     END-IF
050200
050300     IF WS-VRIJ >= WS-AANTAL
050400         MOVE WS-AANTAL TO WS-RESERVEREN
050500     ELSE
050600         MOVE WS-VRIJ TO WS-RESERVEREN
050700     END-IF
050800     COMPUTE WS-TEKORT = WS-AANTAL - WS-RESERVEREN
050900
051000     MOVE ZERO TO WS-SPLIT-VAN
051100     IF WS-RESERVEREN > ZERO
051200         ADD 1 TO WS-ORD-REGEL
051300         MOVE WS-ORD-REGEL TO WS-SPLIT-VAN
051400         PERFORM 4200-BUILD-REGEL THRU 4200-EXIT
051500         MOVE WS-RESERVEREN TO VKO-AANTAL VKO-GERESERVEERD
051600         SET VKO-RESERVERING TO TRUE
051700         PERFORM 4300-WRITE-REGEL THRU 4300-EXIT
051800         ADD WS-RESERVEREN TO ART-GERESERVEERD
051900         REWRITE ARTIKEL-RECORD
052000         MOVE WS-RESERVEREN TO WS-AANTAL-ED
052100         DISPLAY "  GERESERVEERD " WS-AANTAL-ED
052200     END-IF
052300     IF WS-TEKORT > ZERO
052400         ADD 1 TO WS-ORD-REGEL
052500         PERFORM 4200-BUILD-REGEL THRU 4200-EXIT
052600         MOVE WS-TEKORT TO VKO-AANTAL
052700         MOVE ZERO TO VKO-GERESERVEERD
052800         MOVE WS-SPLIT-VAN TO VKO-BACKORDER-VAN
052900         SET VKO-BACKORDER TO TRUE
053000         PERFORM 4300-WRITE-REGEL THRU 4300-EXIT
053100         MOVE WS-TEKORT TO WS-AANTAL-ED
053200         DISPLAY "  IN BACKORDER " WS-AANTAL-ED
053300     END-IF.
053400 4100-EXIT.
053500     EXIT.
053600
053700 4200-BUILD-REGEL.
053800     MOVE SPACES TO VERKOOPORDER-RECORD
053900     MOVE WS-ORDERNR TO VKO-ORDERNR
054000     MOVE WS-ORD-REGEL TO VKO-REGEL
054100     MOVE WS-ORD-KLANT TO VKO-KLANT
054200     MOVE WS-ARTIKEL-X TO VKO-ARTIKEL
054300     MOVE ZERO TO VKO-AANTAL VKO-GERESERVEERD VKO-GELEVERD
054400     MOVE WS-PRIJS TO VKO-PRIJS
054500     MOVE WS-LOCK-DATUM TO VKO-ORDERDATUM
054600     MOVE WS-ORD-LEVERDATUM TO VKO-LEVERDATUM
054700     MOVE ZERO TO VKO-BACKORDER-VAN VKO-PAKBON VKO-LEVERDAG
054800     MOVE WS-LOCK-OPERATOR TO VKO-OPERATOR.
054900 4200-EXIT.
055000     EXIT.
055100
055200 4300-WRITE-REGEL.
055300     WRITE VERKOOPORDER-RECORD
055400         INVALID KEY
055500             DISPLAY "REGEL BESTAAT AL - NIET OPGEVOERD."
055600         NOT INVALID KEY
055700             ADD 1 TO WS-ORD-LINES
055800     END-WRITE.
055900 4300-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------
056300* 5000-CHANGE-REGEL - READ ONE REGEL, RE-ACCEPT AANTAL, PRIJS
056400*                     AND LEVERDATUM (BLANK KEEPS THE CURRENT
056500*                     VALUE), REWRITE. THE AANTAL CAN ONLY GO
056600*                     DOWN - MORE IS A NEW REGEL, SO IT IS
056700*                     RESERVED IN ITS TURN. LOWERING A RESERVED
056800*                     REGEL RELEASES THE DIFFERENCE. A REGEL
056900*                     THAT IS DELIVERED OR VERVALLEN CANNOT BE
057000*                     CHANGED.
057100*-----------------------------------------------------------
057200 5000-CHANGE-REGEL.
057300     PERFORM 5100-READ-REGEL THRU 5100-EXIT
057400     IF WS-VERKORD-STATUS NOT = "00"
057500         GO TO 5000-EXIT
057600     END-IF
057700     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
057800     IF NOT VKO-RESERVERING AND NOT VKO-BACKORDER
057900         DISPLAY "REGEL IS NIET MEER OPEN - NIET GEWIJZIGD."
058000         GO TO 5000-EXIT
058100     END-IF
058200     MOVE VKO-AANTAL TO WS-AANTAL
058300     MOVE VKO-PRIJS TO WS-PRIJS
058400     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
058500     IF WS-AANTAL = ZERO
058600         DISPLAY "AANTAL NUL - GEBRUIK V=VERVALLEN. "
058700                 "NIET GEWIJZIGD."
058800         GO TO 5000-EXIT
058900     END-IF
059000     IF WS-AANTAL > VKO-AANTAL
059100         DISPLAY "AANTAL KAN ALLEEN OMLAAG - VOER VOOR MEER "
059200                 "EEN NIEUWE ORDER OP. NIET GEWIJZIGD."
059300         GO TO 5000-EXIT
059400     END-IF
059500     COMPUTE WS-BEDRAG = WS-AANTAL * WS-PRIJS
059600     IF WS-BEDRAG > WS-MAX-BEDRAG
059700         DISPLAY "REGELBEDRAG BOVEN 9.999.999,99 - "
059800                 "NIET GEWIJZIGD."
059900         GO TO 5000-EXIT
060000     END-IF
060100     PERFORM 7200-ACCEPT-LEVERDATUM THRU 7200-EXIT
060200
060300     IF VKO-RESERVERING AND WS-AANTAL < VKO-GERESERVEERD
060400         COMPUTE WS-VRIJGEVEN = VKO-GERESERVEERD - WS-AANTAL
060500         PERFORM 8200-RELEASE-RESERVERING THRU 8200-EXIT
060600         MOVE WS-AANTAL TO VKO-GERESERVEERD
060700     END-IF
060800     MOVE WS-AANTAL TO VKO-AANTAL
060900     MOVE WS-PRIJS TO VKO-PRIJS
061000     REWRITE VERKOOPORDER-RECORD
061100     DISPLAY "GEWIJZIGD: " VKO-ORDERNR " REGEL " WS-REGEL-ED.
061200 5000-EXIT.
061300     EXIT.
061400
061500*-----------------------------------------------------------
061600* 5100-READ-REGEL - ACCEPT ORDERNUMMER AND REGEL AND READ THE
061700*                   RECORD; FILE STATUS TELLS THE CALLER
061800*-----------------------------------------------------------
061900 5100-READ-REGEL.
062000     PERFORM 3050-ACCEPT-ORDERNR THRU 3050-EXIT
062100     IF WS-ORDERNR = ZERO
062200         MOVE "23" TO WS-VERKORD-STATUS
062300         GO TO 5100-EXIT
062400     END-IF
062500     DISPLAY "REGEL: "
062600     MOVE SPACES TO WS-REGEL-X
062700     ACCEPT WS-REGEL-X
062800     IF FUNCTION TRIM(WS-REGEL-X) IS NOT NUMERIC
062900         OR WS-REGEL-X = SPACES
063000         DISPLAY "ONGELDIG REGELNUMMER."
063100         MOVE "23" TO WS-VERKORD-STATUS
063200         GO TO 5100-EXIT
063300     END-IF
063400     MOVE WS-ORDERNR TO VKO-ORDERNR
063500     MOVE FUNCTION NUMVAL(WS-REGEL-X) TO VKO-REGEL
063600     MOVE VKO-REGEL TO WS-REGEL-ED
063700     READ VERKOOPORDER-FILE
063800         INVALID KEY
063900             DISPLAY "NIET GEVONDEN: " WS-ORDERNR
064000                     " REGEL " WS-REGEL-ED
064100     END-READ.
064200 5100-EXIT.
064300     EXIT.
064400
064500*-----------------------------------------------------------
064600* 6000-DISPLAY-RECORD - SHOW ONE ORDER REGEL
064700*-----------------------------------------------------------
064800 6000-DISPLAY-RECORD.
064900     MOVE VKO-REGEL TO WS-REGEL-ED
065000     MOVE VKO-AANTAL TO WS-AANTAL-ED
065100     MOVE VKO-GERESERVEERD TO WS-GERES-ED
065200     MOVE VKO-GELEVERD TO WS-GELEVERD-ED
065300     MOVE VKO-PRIJS TO WS-PRIJS-ED
065400     DISPLAY VKO-ORDERNR " REGEL " WS-REGEL-ED
065500             "  KLANT " FUNCTION TRIM(VKO-KLANT)
065600             "  ART " FUNCTION TRIM(VKO-ARTIKEL)
065700             "  STATUS " VKO-STATUS
065800     DISPLAY "  AANTAL " WS-AANTAL-ED
065900             "  GERESERVEERD " WS-GERES-ED
066000             "  GELEVERD " WS-GELEVERD-ED
066100             "  PRIJS " WS-PRIJS-ED
066200     DISPLAY "  GEWENSTE LEVERDATUM " VKO-LEVERDATUM
066300             "  ORDERDATUM " VKO-ORDERDATUM
066400     IF VKO-BACKORDER-VAN > ZERO
066500         MOVE VKO-BACKORDER-VAN TO WS-REGEL-ED
066600         DISPLAY "  BACKORDER VAN REGEL " WS-REGEL-ED
066700         MOVE VKO-REGEL TO WS-REGEL-ED
066800     END-IF
066900     IF VKO-AFGELEVERD
067000         DISPLAY "  GELEVERD OP " VKO-LEVERDAG
067100                 "  PAKBON " VKO-PAKBON
067200     END-IF.
067300 6000-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------
067700* 7000-ACCEPT-FIELDS - PROMPT FOR AANTAL AND PRIJS OF ONE
067800*                      REGEL INTO WS-AANTAL / WS-PRIJS. A BLANK
067900*                      ENTRY KEEPS THE VALUE ALREADY THERE.
068000*-----------------------------------------------------------
068100 7000-ACCEPT-FIELDS.
068200     DISPLAY "AANTAL: "
068300     MOVE SPACES TO WS-AANTAL-X
068400     ACCEPT WS-AANTAL-X
068500     IF FUNCTION TRIM(WS-AANTAL-X) IS NUMERIC
068600         AND WS-AANTAL-X NOT = SPACES
068700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X))
068800             TO WS-AANTAL
068900     ELSE
069000         IF WS-AANTAL-X NOT = SPACES
069100             DISPLAY "ONGELDIG AANTAL - VELD ONGEWIJZIGD."
069200         END-IF
069300     END-IF
069400
069500     MOVE WS-PRIJS TO WS-PRIJS-ED
069600     DISPLAY "PRIJS (LEEG = " WS-PRIJS-ED "): "
069700     MOVE SPACES TO WS-PRIJS-X
069800     ACCEPT WS-PRIJS-X
069900     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRIJS-X)) = 0
070000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PRIJS-X))
070100             TO WS-PRIJS
070200     ELSE
070300         IF WS-PRIJS-X NOT = SPACES
070400             DISPLAY "ONGELDIGE PRIJS - VELD ONGEWIJZIGD."
070500         END-IF
070600     END-IF.
070700 7000-EXIT.
070800     EXIT.
070900
071000*-----------------------------------------------------------
071100* 7100-CHECK-DATUM - WS-DATUM-X AS A VALID JJJJMMDD DATE IN
071200*                    WS-DATUM, ZERO WHEN IT IS NOT ONE
071300*-----------------------------------------------------------
071400 7100-CHECK-DATUM.
071500     MOVE ZERO TO WS-DATUM
071600     IF FUNCTION TRIM(WS-DATUM-X) IS NOT NUMERIC
071700         OR WS-DATUM-X = SPACES
071800         GO TO 7100-EXIT
071900     END-IF
072000     IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
072100             NUMVAL(WS-DATUM-X)) = 0
072200         MOVE FUNCTION NUMVAL(WS-DATUM-X) TO WS-DATUM
072300     END-IF.
072400 7100-EXIT.
072500     EXIT.
072600
072700*-----------------------------------------------------------
072800* 7200-ACCEPT-LEVERDATUM - A NEW GEWENSTE LEVERDATUM FOR THE
072900*                          REGEL IN THE RECORD AREA; BLANK
073000*                          KEEPS THE CURRENT ONE
073100*-----------------------------------------------------------
073200 7200-ACCEPT-LEVERDATUM.
073300     DISPLAY "GEWENSTE LEVERDATUM (LEEG = " VKO-LEVERDATUM "): "
073400     MOVE SPACES TO WS-DATUM-X
073500     ACCEPT WS-DATUM-X
073600     IF WS-DATUM-X NOT = SPACES
073700         PERFORM 7100-CHECK-DATUM THRU 7100-EXIT
073800         IF WS-DATUM = ZERO
073900             DISPLAY "ONGELDIGE DATUM - VELD ONGEWIJZIGD."
074000         ELSE
074100             MOVE WS-DATUM TO VKO-LEVERDATUM
074200         END-IF
074300     END-IF.
074400 7200-EXIT.
074500     EXIT.
074600
074700*-----------------------------------------------------------
074800* 8000-CANCEL - VERVALLEN: ONE REGEL, OR EVERY OPEN REGEL OF
074900*               THE ORDER WHEN NO REGEL IS GIVEN. RESERVED
075000*               STOCK IS RELEASED; DELIVERED REGELS STAY AS
075100*               THEY ARE.
075200*-----------------------------------------------------------
075300 8000-CANCEL.
075400     PERFORM 3050-ACCEPT-ORDERNR THRU 3050-EXIT
075500     IF WS-ORDERNR = ZERO
075600         GO TO 8000-EXIT
075700     END-IF
075800     DISPLAY "REGEL (LEEG = HELE ORDER): "
075900     MOVE SPACES TO WS-REGEL-X
076000     ACCEPT WS-REGEL-X
076100     IF WS-REGEL-X NOT = SPACES
076200         IF FUNCTION TRIM(WS-REGEL-X) IS NOT NUMERIC
076300             DISPLAY "ONGELDIG REGELNUMMER."
076400             GO TO 8000-EXIT
076500         END-IF
076600         MOVE WS-ORDERNR TO VKO-ORDERNR
076700         MOVE FUNCTION NUMVAL(WS-REGEL-X) TO VKO-REGEL
076800         READ VERKOOPORDER-FILE
076900             INVALID KEY
077000                 DISPLAY "NIET GEVONDEN."
077100                 GO TO 8000-EXIT
077200         END-READ
077300         PERFORM 8100-CANCEL-ONE-REGEL THRU 8100-EXIT
077400         GO TO 8000-EXIT
077500     END-IF
077600     PERFORM 3100-START-ORDER THRU 3100-EXIT
077700     IF ORDER-EOF
077800         DISPLAY "NIET GEVONDEN: " WS-ORDERNR
077900         GO TO 8000-EXIT
078000     END-IF
078100     DISPLAY "HELE ORDER VERVALLEN (J/N)? "
078200     MOVE SPACE TO WS-ANTWOORD-X
078300     ACCEPT WS-ANTWOORD-X
078400     IF WS-ANTWOORD-X NOT = "J" AND WS-ANTWOORD-X NOT = "j"
078500         DISPLAY "NIETS GEWIJZIGD."
078600         GO TO 8000-EXIT
078700     END-IF
078800     PERFORM UNTIL ORDER-EOF
078900         PERFORM 8100-CANCEL-ONE-REGEL THRU 8100-EXIT
079000         PERFORM 3200-NEXT-REGEL THRU 3200-EXIT
079100     END-PERFORM.
079200 8000-EXIT.
079300     EXIT.
079400
079500 8100-CANCEL-ONE-REGEL.
079600     IF NOT VKO-RESERVERING AND NOT VKO-BACKORDER
079700         GO TO 8100-EXIT
079800     END-IF
079900     IF VKO-RESERVERING AND VKO-GERESERVEERD > ZERO
080000         MOVE VKO-GERESERVEERD TO WS-VRIJGEVEN
080100         PERFORM 8200-RELEASE-RESERVERING THRU 8200-EXIT
080200     END-IF
080300     MOVE ZERO TO VKO-GERESERVEERD
080400     SET VKO-VERVALLEN TO TRUE
080500     REWRITE VERKOOPORDER-RECORD
080600     MOVE VKO-REGEL TO WS-REGEL-ED
080700     DISPLAY "VERVALLEN: " VKO-ORDERNR " REGEL " WS-REGEL-ED.
080800 8100-EXIT.
080900     EXIT.
081000
081100*-----------------------------------------------------------
081200* 8200-RELEASE-RESERVERING - GIVE WS-VRIJGEVEN OF THE ARTIKEL
081300*                  ON THE REGEL IN THE RECORD AREA BACK TO THE
081400*                  VRIJE VOORRAAD. THE RESERVED FIGURE NEVER
081500*                  GOES BELOW ZERO; VKLEVER RESYNCS IT NIGHTLY.
081600*-----------------------------------------------------------
081700 8200-RELEASE-RESERVERING.
081800     MOVE VKO-ARTIKEL TO ART-NUMMER
081900     READ ARTIKEL-MASTER
082000         INVALID KEY
082100             DISPLAY "WARNING: ARTIKEL "
082200                     FUNCTION TRIM(VKO-ARTIKEL)
082300                     " NIET IN ARTMAST.IDX - RESERVERING NIET "
082400                     "VRIJGEGEVEN."
082500             GO TO 8200-EXIT
082600     END-READ
082700     IF ART-GERESERVEERD IS NOT NUMERIC
082800         MOVE ZERO TO ART-GERESERVEERD
082900     END-IF
083000     IF ART-GERESERVEERD > WS-VRIJGEVEN
083100         SUBTRACT WS-VRIJGEVEN FROM ART-GERESERVEERD
083200     ELSE
083300         MOVE ZERO TO ART-GERESERVEERD
083400     END-IF
083500     REWRITE ARTIKEL-RECORD
083600     MOVE WS-VRIJGEVEN TO WS-AANTAL-ED
083700     DISPLAY "  VRIJGEGEVEN " WS-AANTAL-ED.
083800 8200-EXIT.
083900     EXIT.
