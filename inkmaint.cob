000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INKMAINT.
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
001300*                  PURCHASE ORDERS IN INKORDER.IDX IN THE STYLE
001400*                  OF LEVMAINT. AN ORDER IS ONE LEVERANCIER AND
001500*                  ONE VERWACHTE LEVERDATUM WITH ONE REGEL PER
001600*                  ARTIKEL (BESTELD AANTAL, AFGESPROKEN PRIJS,
001700*                  DEFAULT DE INKOOPPRIJS VAN HET ARTIKEL).
001800*                  TONEN, OPVOEREN, WIJZIGEN VAN EEN REGEL EN
001900*                  VERVALLEN VAN EEN REGEL OF HELE ORDER. ONTVANG
002000*                  MATCHT DE ONTVANGSTEN TEGEN DEZE REGELS. SAME
002100*                  BATCH-WINDOW INTERLOCK (SYSLOCK.DAT /
002200*                  MNTLOCK.DAT) AS THE OTHER MASTER MAINTENANCE
002300*                  PROGRAMS.
002400*-----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT INKOOPORDER-FILE ASSIGN TO "INKORDER.IDX"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS INK-SLEUTEL
003300         FILE STATUS IS WS-INKORDER-STATUS.
003400
003500     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS LEV-NUMMER
003900         FILE STATUS IS WS-LEVMAST-STATUS.
004000
004100     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ART-NUMMER
004500         FILE STATUS IS WS-ARTMAST-STATUS.
004600
004700     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-SYSLOCK-STATUS.
005000
005100     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-MNTLOCK-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  INKOOPORDER-FILE.
005800     COPY "INKORDER.CPY".
005900
006000 FD  LEVERANCIER-MASTER.
006100     COPY "LEVMAST.CPY".
006200
006300 FD  ARTIKEL-MASTER.
006400     COPY "ARTMAST.CPY".
006500
006600 FD  SYS-LOCK-FILE.
006700 01  SYS-LOCK-LINE            PIC X(80).
006800
006900 FD  MNT-LOCK-FILE.
007000 01  MNT-LOCK-LINE            PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-INKORDER-STATUS       PIC X(02) VALUE "00".
007400 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
007500 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
007600 01  WS-LEVMAST-SW            PIC X VALUE "N".
007700     88 LEVMAST-OPEN          VALUE "Y".
007800     88 LEVMAST-CLOSED        VALUE "N".
007900 01  WS-ARTMAST-SW            PIC X VALUE "N".
008000     88 ARTMAST-OPEN          VALUE "Y".
008100     88 ARTMAST-CLOSED        VALUE "N".
008200
008300*-----------------------------------------------------------
008400* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
008500*-----------------------------------------------------------
008600 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
008700 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
008800 01  WS-LOCK-OPERATOR         PIC X(08) VALUE SPACES.
008900 01  WS-LOCK-DATUM            PIC 9(08) VALUE ZERO.
009000 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
009100 01  MNT-LOCK-DETAIL.
009200     05  MNT-PROGRAM          PIC X(08).
009300     05  FILLER               PIC X(01) VALUE ",".
009400     05  MNT-OPERATOR         PIC X(08).
009500     05  FILLER               PIC X(01) VALUE ",".
009600     05  MNT-DATUM            PIC 9(08).
009700     05  FILLER               PIC X(01) VALUE ",".
009800     05  MNT-TIJD             PIC 9(06).
009900
010000*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
010100*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
010200 01  WS-CHOICE                PIC X(01) VALUE "?".
010300     88 CHOICE-SHOW           VALUE "T" "t".
010400     88 CHOICE-ADD            VALUE "O" "o".
010500     88 CHOICE-CHANGE         VALUE "W" "w".
010600     88 CHOICE-CANCEL         VALUE "V" "v".
010700     88 CHOICE-STOP           VALUE "X" "x" " ".
010800
010900 01  WS-ORDERNR-X             PIC X(08).
011000 01  WS-REGEL-X               PIC X(05).
011100 01  WS-LEV-X                 PIC X(08).
011200 01  WS-ARTIKEL-X             PIC X(08).
011300 01  WS-AANTAL-X              PIC X(09).
011400 01  WS-PRIJS-X               PIC X(12).
011500 01  WS-DATUM-X               PIC X(10).
011600 01  WS-DATUM                 PIC 9(08) VALUE ZERO.
011700 01  WS-ANTWOORD-X            PIC X(01).
011800
011900*-----------------------------------------------------------
012000* ORDER-ENTRY WORK FIELDS - THE HEADER OF THE ORDER BEING
012100* ENTERED IS CARRIED ONTO EVERY REGEL
012200*-----------------------------------------------------------
012300 01  WS-ORD-LEV               PIC X(08).
012400 01  WS-ORD-LEVERDATUM        PIC 9(08) VALUE ZERO.
012500 77  WS-ORD-REGEL             PIC 9(03) COMP VALUE ZERO.
012600 77  WS-ORD-LINES             PIC 9(03) COMP VALUE ZERO.
012700 01  WS-LINES-SW              PIC X VALUE "N".
012800     88 LINES-DONE            VALUE "Y".
012900     88 LINES-NOT-DONE        VALUE "N".
013000 01  WS-ORDER-EOF             PIC X VALUE "N".
013100     88 ORDER-EOF             VALUE "Y".
013200     88 ORDER-NOT-EOF         VALUE "N".
013300
013400 01  WS-REGEL-ED              PIC ZZ9.
013500 01  WS-AANTAL-ED             PIC Z,ZZZ,ZZ9.
013600 01  WS-GELEVERD-ED           PIC Z,ZZZ,ZZ9.
013700 01  WS-PRIJS-ED              PIC ZZ,ZZ9.99.
013800
013900 PROCEDURE DIVISION.
014000
014100 0000-MAINLINE.
014200     MOVE "INKMAINT" TO MNT-PROGRAM
014300     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
014400     OPEN I-O INKOOPORDER-FILE
014500     IF WS-INKORDER-STATUS = "35"
014600         DISPLAY "INKORDER.IDX NOG NIET AANWEZIG - "
014700                 "NIEUW BESTAND WORDT AANGEMAAKT."
014800         OPEN OUTPUT INKOOPORDER-FILE
014900         CLOSE INKOOPORDER-FILE
015000         OPEN I-O INKOOPORDER-FILE
015100     END-IF
015200     IF WS-INKORDER-STATUS NOT = "00"
015300         DISPLAY "ERROR: UNABLE TO OPEN INKORDER.IDX - "
015400                 "FILE STATUS " WS-INKORDER-STATUS
015500         MOVE 8 TO RETURN-CODE
015600*        EEN GEWEIGERDE START IS GEEN CRASH - GEEF DE
015700*        ONDERHOUDSVERGRENDELING NETJES VRIJ.
015800         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
015900         STOP RUN
016000     END-IF
016100*    LEVERANCIER EN ARTIKEL WORDEN GETOETST ALS HUN MASTER ER IS
016200     OPEN INPUT LEVERANCIER-MASTER
016300     IF WS-LEVMAST-STATUS = "00"
016400         SET LEVMAST-OPEN TO TRUE
016500     ELSE
016600         DISPLAY "WARNING: GEEN LEVMAST.IDX - LEVERANCIER "
016700                 "WORDT NIET GETOETST."
016800     END-IF
016900     OPEN INPUT ARTIKEL-MASTER
017000     IF WS-ARTMAST-STATUS = "00"
017100         SET ARTMAST-OPEN TO TRUE
017200     ELSE
017300         DISPLAY "WARNING: GEEN ARTMAST.IDX - ARTIKEL "
017400                 "WORDT NIET GETOETST."
017500     END-IF
017600
017700     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
017800         UNTIL CHOICE-STOP
017900
018000     CLOSE INKOOPORDER-FILE
018100     IF LEVMAST-OPEN
018200         CLOSE LEVERANCIER-MASTER
018300     END-IF
018400     IF ARTMAST-OPEN
018500         CLOSE ARTIKEL-MASTER
018600     END-IF
018700     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
018800     STOP RUN.
018900
019000*-----------------------------------------------------------
019100* 0100-CHECK-BATCH-LOCK - REFUSE TO RUN WHILE THE NIGHTLY
019200*                         CHAIN HOLDS SYSLOCK.DAT, AND CLAIM
019300*                         THE MNTLOCK.DAT MAINTENANCE MARKER
019400*                         FOR THE DURATION OF THIS SESSION.
019500*-----------------------------------------------------------
019600 0100-CHECK-BATCH-LOCK.
019700     OPEN INPUT SYS-LOCK-FILE
019800     IF WS-SYSLOCK-STATUS = "00"
019900         MOVE SPACES TO SYS-LOCK-LINE
020000         READ SYS-LOCK-FILE
020100             AT END
020200                 MOVE SPACES TO SYS-LOCK-LINE
020300         END-READ
020400         CLOSE SYS-LOCK-FILE
020500         IF SYS-LOCK-LINE NOT = SPACES
020600             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
020700                     FUNCTION TRIM(SYS-LOCK-LINE)
020800                     ") - ONDERHOUD GEWEIGERD."
020900             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
021000                     "NIVEAU-2 OPERATOR MET LOCKBRK."
021100             MOVE 8 TO RETURN-CODE
021200             STOP RUN
021300         END-IF
021400     END-IF
021500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
021600     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT-VALUE
021700     IF WS-LOCK-OPERATOR = SPACES
021800         MOVE "BATCH" TO WS-LOCK-OPERATOR
021900     END-IF
022000     ACCEPT WS-LOCK-DATUM FROM DATE YYYYMMDD
022100     ACCEPT WS-LOCK-TIJD FROM TIME
022200     MOVE WS-LOCK-OPERATOR TO MNT-OPERATOR
022300     MOVE WS-LOCK-DATUM TO MNT-DATUM
022400     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
022500     OPEN OUTPUT MNT-LOCK-FILE
022600     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
022700     CLOSE MNT-LOCK-FILE.
022800 0100-EXIT.
022900     EXIT.
023000
023100*-----------------------------------------------------------
023200* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
023300*                         MARKER IS A RELEASED MARKER.
023400*-----------------------------------------------------------
023500 9800-RELEASE-MNT-LOCK.
023600     OPEN OUTPUT MNT-LOCK-FILE
023700     CLOSE MNT-LOCK-FILE.
023800 9800-EXIT.
023900     EXIT.
024000
024100*-----------------------------------------------------------
024200* 2000-ONE-REQUEST - SHOW THE MENU AND DISPATCH ONE CHOICE
024300*-----------------------------------------------------------
024400 2000-ONE-REQUEST.
024500     DISPLAY " "
024600     DISPLAY "INKMAINT - T=TONEN  O=OPVOEREN  W=WIJZIGEN  "
024700             "V=VERVALLEN  X=STOP"
024800     DISPLAY "KEUZE: "
024900     MOVE SPACE TO WS-CHOICE
025000     ACCEPT WS-CHOICE
025100     EVALUATE TRUE
025200         WHEN CHOICE-SHOW
025300             PERFORM 3000-SHOW-ORDER THRU 3000-EXIT
025400         WHEN CHOICE-ADD
025500             PERFORM 4000-ADD-ORDER THRU 4000-EXIT
025600         WHEN CHOICE-CHANGE
025700             PERFORM 5000-CHANGE-REGEL THRU 5000-EXIT
025800         WHEN CHOICE-CANCEL
025900             PERFORM 8000-CANCEL THRU 8000-EXIT
026000         WHEN CHOICE-STOP
026100             CONTINUE
026200         WHEN OTHER
026300             DISPLAY "ONBEKENDE KEUZE."
026400     END-EVALUATE.
026500 2000-EXIT.
026600     EXIT.
026700
026800*-----------------------------------------------------------
026900* 3000-SHOW-ORDER - DISPLAY EVERY REGEL OF ONE ORDER
027000*-----------------------------------------------------------
027100 3000-SHOW-ORDER.
027200     DISPLAY "ORDERNUMMER: "
027300     MOVE SPACES TO WS-ORDERNR-X
027400     ACCEPT WS-ORDERNR-X
027500     PERFORM 3100-START-ORDER THRU 3100-EXIT
027600     IF ORDER-EOF
027700         DISPLAY "NIET GEVONDEN: " FUNCTION TRIM(WS-ORDERNR-X)
027800         GO TO 3000-EXIT
027900     END-IF
028000     PERFORM UNTIL ORDER-EOF
028100         PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
028200         PERFORM 3200-NEXT-REGEL THRU 3200-EXIT
028300     END-PERFORM.
028400 3000-EXIT.
028500     EXIT.
028600
028700*-----------------------------------------------------------
028800* 3100-START-ORDER - POSITION ON THE FIRST REGEL OF THE ORDER
028900*                    IN WS-ORDERNR-X AND READ IT; ORDER-EOF
029000*                    WHEN THE ORDER HAS NO REGELS.
029100*-----------------------------------------------------------
029200 3100-START-ORDER.
029300     SET ORDER-NOT-EOF TO TRUE
029400     MOVE WS-ORDERNR-X TO INK-ORDERNR
029500     MOVE ZERO TO INK-REGEL
029600     START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
029700         INVALID KEY
029800             SET ORDER-EOF TO TRUE
029900             GO TO 3100-EXIT
030000     END-START
030100     PERFORM 3200-NEXT-REGEL THRU 3200-EXIT.
030200 3100-EXIT.
030300     EXIT.
030400
030500 3200-NEXT-REGEL.
030600     READ INKOOPORDER-FILE NEXT
030700         AT END
030800             SET ORDER-EOF TO TRUE
030900             GO TO 3200-EXIT
031000     END-READ
031100     IF INK-ORDERNR NOT = WS-ORDERNR-X
031200         SET ORDER-EOF TO TRUE
031300     END-IF.
031400 3200-EXIT.
031500     EXIT.
031600
031700*-----------------------------------------------------------
031800* 4000-ADD-ORDER - A NEW ORDERNUMMER, ITS LEVERANCIER AND
031900*                  LEVERDATUM, THEN ONE REGEL PER ARTIKEL
032000*                  UNTIL A BLANK ARTIKEL
032100*-----------------------------------------------------------
032200 4000-ADD-ORDER.
032300     DISPLAY "NIEUW ORDERNUMMER: "
032400     MOVE SPACES TO WS-ORDERNR-X
032500     ACCEPT WS-ORDERNR-X
032600     IF WS-ORDERNR-X = SPACES
032700         DISPLAY "GEEN NUMMER OPGEGEVEN."
032800         GO TO 4000-EXIT
032900     END-IF
033000     PERFORM 3100-START-ORDER THRU 3100-EXIT
033100     IF ORDER-NOT-EOF
033200         DISPLAY "BESTAAT AL: " FUNCTION TRIM(WS-ORDERNR-X)
033300                 " - GEBRUIK W=WIJZIGEN."
033400         GO TO 4000-EXIT
033500     END-IF
033600
033700     DISPLAY "LEVERANCIER: "
033800     MOVE SPACES TO WS-LEV-X
033900     ACCEPT WS-LEV-X
034000     IF WS-LEV-X = SPACES
034100         DISPLAY "LEVERANCIER IS VERPLICHT - NIET OPGEVOERD."
034200         GO TO 4000-EXIT
034300     END-IF
034400     IF LEVMAST-OPEN
034500         MOVE WS-LEV-X TO LEV-NUMMER
034600         READ LEVERANCIER-MASTER
034700             INVALID KEY
034800                 DISPLAY "ONBEKENDE LEVERANCIER - NIET OPGEVOERD."
034900                 GO TO 4000-EXIT
035000         END-READ
035100         DISPLAY "  " FUNCTION TRIM(LEV-NAAM)
035200     END-IF
035300     MOVE WS-LEV-X TO WS-ORD-LEV
035400
035500     DISPLAY "VERWACHTE LEVERDATUM (JJJJMMDD): "
035600     MOVE SPACES TO WS-DATUM-X
035700     ACCEPT WS-DATUM-X
035800     PERFORM 7100-CHECK-DATUM THRU 7100-EXIT
035900     IF WS-DATUM = ZERO
036000         DISPLAY "ONGELDIGE DATUM - NIET OPGEVOERD."
036100         GO TO 4000-EXIT
036200     END-IF
036300     MOVE WS-DATUM TO WS-ORD-LEVERDATUM
036400
036500     MOVE ZERO TO WS-ORD-REGEL WS-ORD-LINES
036600     SET LINES-NOT-DONE TO TRUE
036700     PERFORM 4100-ADD-ONE-REGEL THRU 4100-EXIT
036800         UNTIL LINES-DONE
036900     DISPLAY "ORDER " FUNCTION TRIM(WS-ORDERNR-X) " OPGEVOERD - "
037000             WS-ORD-LINES " REGEL(S).".
037100 4000-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------
037500* 4100-ADD-ONE-REGEL - ONE ARTIKEL, AANTAL AND PRIJS; A BLANK
037600*                      ARTIKEL CLOSES THE ORDER
037700*-----------------------------------------------------------
037800 4100-ADD-ONE-REGEL.
037900     DISPLAY "ARTIKEL (LEEG = ORDER KLAAR): "
038000     MOVE SPACES TO WS-ARTIKEL-X
038100     ACCEPT WS-ARTIKEL-X
038200     IF WS-ARTIKEL-X = SPACES
038300         SET LINES-DONE TO TRUE
038400         GO TO 4100-EXIT
038500     END-IF
038600     MOVE ZERO TO ART-INKOOPPRIJS
038700     IF ARTMAST-OPEN
038800         MOVE WS-ARTIKEL-X TO ART-NUMMER
038900         READ ARTIKEL-MASTER
039000             INVALID KEY
039100                 DISPLAY "ONBEKEND ARTIKEL - REGEL NIET "
039200                         "OPGEVOERD."
039300                 GO TO 4100-EXIT
039400         END-READ
039500         DISPLAY "  " FUNCTION TRIM(ART-OMSCHRIJVING)
039600     END-IF
039700
039800     MOVE SPACES TO INKOOPORDER-RECORD
039900     MOVE WS-ORDERNR-X TO INK-ORDERNR
040000     ADD 1 TO WS-ORD-REGEL
040100     MOVE WS-ORD-REGEL TO INK-REGEL
040200     MOVE WS-ORD-LEV TO INK-LEVERANCIER
040300     MOVE WS-ARTIKEL-X TO INK-ARTIKEL
040400     MOVE ZERO TO INK-BESTELD INK-GELEVERD
040500     MOVE ART-INKOOPPRIJS TO INK-PRIJS
040600     MOVE WS-LOCK-DATUM TO INK-BESTELDATUM
040700     MOVE WS-ORD-LEVERDATUM TO INK-LEVERDATUM
040800     SET INK-OPEN TO TRUE
040900     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
041000     IF INK-BESTELD = ZERO
041100         DISPLAY "GEEN AANTAL - REGEL NIET OPGEVOERD."
041200         SUBTRACT 1 FROM WS-ORD-REGEL
041300         GO TO 4100-EXIT
041400     END-IF
041500     WRITE INKOOPORDER-RECORD
041600         INVALID KEY
041700             DISPLAY "REGEL BESTAAT AL - NIET OPGEVOERD."
041800         NOT INVALID KEY
041900             ADD 1 TO WS-ORD-LINES
042000     END-WRITE.
042100 4100-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------
042500* 5000-CHANGE-REGEL - READ ONE REGEL, RE-ACCEPT AANTAL, PRIJS
042600*                     AND LEVERDATUM (BLANK KEEPS THE CURRENT
042700*                     VALUE), REWRITE. A REGEL THAT IS NO LONGER
042800*                     OPEN CANNOT BE CHANGED.
042900*-----------------------------------------------------------
043000 5000-CHANGE-REGEL.
043100     PERFORM 5100-READ-REGEL THRU 5100-EXIT
043200     IF WS-INKORDER-STATUS NOT = "00"
043300         GO TO 5000-EXIT
043400     END-IF
043500     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
043600     IF NOT INK-OPEN
043700         DISPLAY "REGEL IS NIET MEER OPEN - NIET GEWIJZIGD."
043800         GO TO 5000-EXIT
043900     END-IF
044000     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
044100     IF INK-BESTELD <= INK-GELEVERD
044200         SET INK-BINNEN TO TRUE
044300         DISPLAY "BESTELD AANTAL IS GELEVERD - REGEL GESLOTEN."
044400     END-IF
044500     REWRITE INKOOPORDER-RECORD
044600     DISPLAY "GEWIJZIGD: " FUNCTION TRIM(WS-ORDERNR-X)
044700             " REGEL " WS-REGEL-ED.
044800 5000-EXIT.
044900     EXIT.
045000
045100*-----------------------------------------------------------
045200* 5100-READ-REGEL - ACCEPT ORDERNUMMER AND REGEL AND READ THE
045300*                   RECORD; FILE STATUS TELLS THE CALLER
045400*-----------------------------------------------------------
045500 5100-READ-REGEL.
045600     DISPLAY "ORDERNUMMER: "
045700     MOVE SPACES TO WS-ORDERNR-X
045800     ACCEPT WS-ORDERNR-X
045900     DISPLAY "REGEL: "
046000     MOVE SPACES TO WS-REGEL-X
046100     ACCEPT WS-REGEL-X
046200     IF FUNCTION TRIM(WS-REGEL-X) IS NOT NUMERIC
046300         OR WS-REGEL-X = SPACES
046400         DISPLAY "ONGELDIG REGELNUMMER."
046500         MOVE "23" TO WS-INKORDER-STATUS
046600         GO TO 5100-EXIT
046700     END-IF
046800     MOVE WS-ORDERNR-X TO INK-ORDERNR
046900     MOVE FUNCTION NUMVAL(WS-REGEL-X) TO INK-REGEL
047000     MOVE INK-REGEL TO WS-REGEL-ED
047100     READ INKOOPORDER-FILE
047200         INVALID KEY
047300             DISPLAY "NIET GEVONDEN: " FUNCTION TRIM(WS-ORDERNR-X)
047400                     " REGEL " WS-REGEL-ED
047500     END-READ.
047600 5100-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------
048000* 6000-DISPLAY-RECORD - SHOW ONE ORDER REGEL
048100*-----------------------------------------------------------
048200 6000-DISPLAY-RECORD.
048300     MOVE INK-REGEL TO WS-REGEL-ED
048400     MOVE INK-BESTELD TO WS-AANTAL-ED
048500     MOVE INK-GELEVERD TO WS-GELEVERD-ED
048600     MOVE INK-PRIJS TO WS-PRIJS-ED
048700     DISPLAY FUNCTION TRIM(INK-ORDERNR) " REGEL " WS-REGEL-ED
048800             "  LEV " FUNCTION TRIM(INK-LEVERANCIER)
048900             "  ART " FUNCTION TRIM(INK-ARTIKEL)
049000             "  STATUS " INK-STATUS
049100     DISPLAY "  BESTELD " WS-AANTAL-ED
049200             "  GELEVERD " WS-GELEVERD-ED
049300             "  PRIJS " WS-PRIJS-ED
049400             "  LEVERDATUM " INK-LEVERDATUM.
049500 6000-EXIT.
049600     EXIT.
049700
049800*-----------------------------------------------------------
049900* 7000-ACCEPT-FIELDS - PROMPT FOR AANTAL, PRIJS AND LEVER-
050000*                      DATUM OF ONE REGEL. A BLANK ENTRY KEEPS
050100*                      THE VALUE ALREADY IN THE RECORD AREA.
050200*-----------------------------------------------------------
050300 7000-ACCEPT-FIELDS.
050400     DISPLAY "BESTELD AANTAL: "
050500     MOVE SPACES TO WS-AANTAL-X
050600     ACCEPT WS-AANTAL-X
050700     IF FUNCTION TRIM(WS-AANTAL-X) IS NUMERIC
050800         AND WS-AANTAL-X NOT = SPACES
050900         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X))
051000             TO INK-BESTELD
051100     ELSE
051200         IF WS-AANTAL-X NOT = SPACES
051300             DISPLAY "ONGELDIG AANTAL - VELD ONGEWIJZIGD."
051400         END-IF
051500     END-IF
051600
051700     MOVE INK-PRIJS TO WS-PRIJS-ED
051800     DISPLAY "AFGESPROKEN PRIJS (LEEG = " WS-PRIJS-ED "): "
051900     MOVE SPACES TO WS-PRIJS-X
052000     ACCEPT WS-PRIJS-X
052100     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PRIJS-X)) = 0
052200         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PRIJS-X))
052300             TO INK-PRIJS
052400     ELSE
052500         IF WS-PRIJS-X NOT = SPACES
052600             DISPLAY "ONGELDIGE PRIJS - VELD ONGEWIJZIGD."
052700         END-IF
052800     END-IF
052900
053000     DISPLAY "VERWACHTE LEVERDATUM (LEEG = " INK-LEVERDATUM "): "
053100     MOVE SPACES TO WS-DATUM-X
053200     ACCEPT WS-DATUM-X
053300     IF WS-DATUM-X NOT = SPACES
053400         PERFORM 7100-CHECK-DATUM THRU 7100-EXIT
053500         IF WS-DATUM = ZERO
053600             DISPLAY "ONGELDIGE DATUM - VELD ONGEWIJZIGD."
053700         ELSE
053800             MOVE WS-DATUM TO INK-LEVERDATUM
053900         END-IF
054000     END-IF.
054100 7000-EXIT.
054200     EXIT.
054300
054400*-----------------------------------------------------------
054500* 7100-CHECK-DATUM - WS-DATUM-X AS A VALID JJJJMMDD DATE IN
054600*                    WS-DATUM, ZERO WHEN IT IS NOT ONE
054700*-----------------------------------------------------------
054800 7100-CHECK-DATUM.
054900     MOVE ZERO TO WS-DATUM
055000     IF FUNCTION TRIM(WS-DATUM-X) IS NOT NUMERIC
055100         OR WS-DATUM-X = SPACES
055200         GO TO 7100-EXIT
055300     END-IF
055400     IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION
055500             NUMVAL(WS-DATUM-X)) = 0
055600         MOVE FUNCTION NUMVAL(WS-DATUM-X) TO WS-DATUM
055700     END-IF.
055800 7100-EXIT.
055900     EXIT.
056000
056100*-----------------------------------------------------------
056200* 8000-CANCEL - VERVALLEN: ONE REGEL, OR EVERY OPEN REGEL OF
056300*               THE ORDER WHEN NO REGEL IS GIVEN. WHAT WAS
056400*               ALREADY DELIVERED STAYS ON THE RECORD.
056500*-----------------------------------------------------------
056600 8000-CANCEL.
056700     DISPLAY "ORDERNUMMER: "
056800     MOVE SPACES TO WS-ORDERNR-X
056900     ACCEPT WS-ORDERNR-X
057000     DISPLAY "REGEL (LEEG = HELE ORDER): "
057100     MOVE SPACES TO WS-REGEL-X
057200     ACCEPT WS-REGEL-X
057300     IF WS-REGEL-X NOT = SPACES
057400         IF FUNCTION TRIM(WS-REGEL-X) IS NOT NUMERIC
057500             DISPLAY "ONGELDIG REGELNUMMER."
057600             GO TO 8000-EXIT
057700         END-IF
057800         MOVE WS-ORDERNR-X TO INK-ORDERNR
057900         MOVE FUNCTION NUMVAL(WS-REGEL-X) TO INK-REGEL
058000         READ INKOOPORDER-FILE
058100             INVALID KEY
058200                 DISPLAY "NIET GEVONDEN."
058300                 GO TO 8000-EXIT
058400         END-READ
058500         PERFORM 8100-CANCEL-ONE-REGEL THRU 8100-EXIT
058600         GO TO 8000-EXIT
058700     END-IF
058800     PERFORM 3100-START-ORDER THRU 3100-EXIT
058900     IF ORDER-EOF
059000         DISPLAY "NIET GEVONDEN: " FUNCTION TRIM(WS-ORDERNR-X)
059100         GO TO 8000-EXIT
059200     END-IF
059300     DISPLAY "HELE ORDER VERVALLEN (J/N)? "
059400     MOVE SPACE TO WS-ANTWOORD-X
059500     ACCEPT WS-ANTWOORD-X
059600     IF WS-ANTWOORD-X NOT = "J" AND WS-ANTWOORD-X NOT = "j"
059700         DISPLAY "NIETS GEWIJZIGD."
059800         GO TO 8000-EXIT
059900     END-IF
060000     PERFORM UNTIL ORDER-EOF
060100         PERFORM 8100-CANCEL-ONE-REGEL THRU 8100-EXIT
060200         PERFORM 3200-NEXT-REGEL THRU 3200-EXIT
060300     END-PERFORM.
060400 8000-EXIT.
060500     EXIT.
060600
060700 8100-CANCEL-ONE-REGEL.
060800     IF NOT INK-OPEN
060900         GO TO 8100-EXIT
061000     END-IF
061100     SET INK-VERVALLEN TO TRUE
061200     REWRITE INKOOPORDER-RECORD
061300     MOVE INK-REGEL TO WS-REGEL-ED
061400     DISPLAY "VERVALLEN: " FUNCTION TRIM(INK-ORDERNR)
061500             " REGEL " WS-REGEL-ED.
061600 8100-EXIT.
061700     EXIT.
