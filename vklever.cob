000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VKLEVER.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - NIGHTLY LEVERRUN FOR THE
001300*                  CUSTOMER ORDERS IN VERKORD.IDX. GOES THROUGH
001400*                  THE OPEN REGELS IN ORDER SEQUENCE: A BACK-
001500*                  ORDERREGEL IS RESERVED AS SOON AS THE VRIJE
001600*                  VOORRAAD COVERS IT IN FULL, AND EVERY
001700*                  RESERVED REGEL WHOSE GEWENSTE LEVERDATUM HAS
001800*                  BEEN REACHED IS DELIVERED: ONE PAKBON PER
001900*                  ORDER PER RUN (PAKBONNR.DAT), A U-REGEL PER
002000*                  REGEL TO VOORTRX.DAT FOR VOORRAAD AND THE
002100*                  I/D-REGELS TO BTWIN.DAT FOR MATH UNDER
002200*                  FACTUUR VK<PAKBON>. AFTERWARDS ART-GERESER-
002300*                  VEERD IS RESYNCED WITH THE OPEN RESERVERINGEN
002400*                  ON FILE. PROEFRUN=J REPORTS WITHOUT WRITING.
002401* 2026-10-15  BJS  THE I/D-REGELS GO TO THEIR OWN HAND-OFF FILE
002402*                  VKFACT.DAT INSTEAD OF BTWIN.DAT - IN THE CHAIN
002403*                  MATH PRICES THE MARGE BRIDGE AND NEVER READ
002404*                  BTWIN.DAT, SO THE PAKBONNEN WERE NOT BILLED.
002405*                  EVERY RUN THAT WROTE REGELS CLOSES ITS PART
002406*                  WITH A "T,AANTAL" TRAILER (D-REGELS) SO MATH
002407*                  CAN REFUSE AN INCOMPLETE HAND-OFF.
002500*-----------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT VERKOOPORDER-FILE ASSIGN TO "VERKORD.IDX"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS VKO-SLEUTEL
003400         FILE STATUS IS WS-VERKORD-STATUS.
003500
003600     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS ART-NUMMER
004000         FILE STATUS IS WS-ARTMAST-STATUS.
004100
004200     SELECT LEVER-RPT-FILE ASSIGN TO "VKLEVRPT.DAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-LEVRPT-STATUS.
004500
004600     SELECT PAKBON-NR-FILE ASSIGN TO "PAKBONNR.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PAKBONNR-STATUS.
004900
005000     SELECT STOCK-TRX-FILE ASSIGN TO "VOORTRX.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-VOORTRX-STATUS.
005300
005400     SELECT VK-FACT-FILE ASSIGN TO "VKFACT.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-VKFACT-STATUS.
005700
005800     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-JRNL-STATUS.
006100
006200     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RUNSEQ-STATUS.
006500
006600     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PROEFSUM-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  VERKOOPORDER-FILE.
007300     COPY "VERKORD.CPY".
007400
007500 FD  ARTIKEL-MASTER.
007600     COPY "ARTMAST.CPY".
007700
007800 FD  LEVER-RPT-FILE.
007900 01  LEVER-RPT-LINE           PIC X(132).
008000
008100 FD  PAKBON-NR-FILE.
008200 01  PAKBON-NR-LINE           PIC 9(06).
008300
008400 FD  STOCK-TRX-FILE.
008500 01  STOCK-TRX-LINE           PIC X(80).
008600
008700 FD  VK-FACT-FILE.
008800 01  VK-FACT-LINE             PIC X(80).
008900
009000 FD  RUN-JOURNAL-FILE.
009100 01  RUN-JOURNAL-LINE         PIC X(80).
009200
009300 FD  RUN-SEQ-FILE.
009400 01  RUN-SEQ-LINE             PIC 9(06).
009500
009600 FD  PROEF-SUM-FILE.
009700 01  PROEF-SUM-LINE           PIC X(132).
009800
009900 WORKING-STORAGE SECTION.
010000*-----------------------------------------------------------
010100* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
010200*-----------------------------------------------------------
010300     COPY "RUNHDR.CPY".
010400
010500*-----------------------------------------------------------
010600* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
010700*-----------------------------------------------------------
010800     COPY "RUNJRNL.CPY".
010900 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
011000 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
011100 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
011200 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
011300 01  WS-RUNSEQ-ENV-X          PIC X(10).
011400 01  WS-RUNDATE-ENV-X         PIC X(10).
011500 01  WS-ADMIN-ENV-X           PIC X(06).
011600
011700*-----------------------------------------------------------
011800* PROEFRUN - LEVEREN EN RAPPORTEREN ZONDER VERKORD, ARTMAST,
011900* PAKBONNR.DAT, VOORTRX.DAT OF VKFACT.DAT AAN TE RAKEN
012000*-----------------------------------------------------------
012100 01  WS-PROEF-ENV-X           PIC X(02).
012200 01  WS-PROEF-SW              PIC X VALUE "N".
012300     88 PROEF-MODE            VALUE "J".
012400     88 LIVE-MODE             VALUE "N".
012500 01  WS-PROEFSUM-STATUS       PIC X(02) VALUE "00".
012600 01  WS-PROEF-CNT1-ED         PIC ZZZ,ZZ9.
012700 01  WS-PROEF-CNT2-ED         PIC ZZZ,ZZ9.
012800 01  RPT-PROEF-LINE.
012900     05  FILLER               PIC X(40)
013000          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
013100
013200*-----------------------------------------------------------
013300* FILE STATUS AND SWITCHES
013400*-----------------------------------------------------------
013500 01  WS-VERKORD-STATUS        PIC X(02) VALUE "00".
013600 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
013700 01  WS-LEVRPT-STATUS         PIC X(02) VALUE "00".
013800 01  WS-PAKBONNR-STATUS       PIC X(02) VALUE "00".
013900 01  WS-VOORTRX-STATUS        PIC X(02) VALUE "00".
014000 01  WS-VKFACT-STATUS         PIC X(02) VALUE "00".
014100 01  WS-VERKORD-SW            PIC X VALUE "N".
014200     88 VERKORD-OPEN          VALUE "Y".
014300     88 VERKORD-CLOSED        VALUE "N".
014400 01  WS-ARTMAST-SW            PIC X VALUE "N".
014500     88 ARTMAST-OPEN          VALUE "Y".
014600     88 ARTMAST-CLOSED        VALUE "N".
014700 01  WS-OUTPUT-SW             PIC X VALUE "N".
014800     88 OUTPUT-OPEN           VALUE "Y".
014900     88 OUTPUT-CLOSED         VALUE "N".
015000 01  WS-ORDER-EOF             PIC X VALUE "N".
015100     88 ORDER-EOF             VALUE "Y".
015200     88 ORDER-NOT-EOF         VALUE "N".
015300 01  WS-ART-EOF               PIC X VALUE "N".
015400     88 ART-EOF               VALUE "Y".
015500     88 ART-NOT-EOF           VALUE "N".
015600
015700*-----------------------------------------------------------
015800* PAKBON - ONE NUMBER PER ORDER DELIVERED IN THIS RUN, FROM
015900* PAKBONNR.DAT; THE FACTUUR IN VKFACT.DAT IS VK<PAKBON>
016000*-----------------------------------------------------------
016100 01  WS-LAST-PAKBON           PIC 9(06) VALUE ZERO.
016200 01  WS-PAKBON-ORDER          PIC 9(06) VALUE ZERO.
016300 01  WS-FACTUUR-REF.
016400     05  FILLER               PIC X(02) VALUE "VK".
016500     05  WS-FACTUUR-REF-NR    PIC 9(06).
016600 01  WS-BEDRAG                PIC 9(07)V99 VALUE ZERO.
016700 01  WS-VRIJ                  PIC S9(09) VALUE ZERO.
016800 01  WS-OUD-GERES             PIC 9(07) VALUE ZERO.
016900
017000*-----------------------------------------------------------
017100* PER-ARTIKEL TABLE - WHAT THIS RUN TOOK FROM THE VRIJE
017200* VOORRAAD THAT THE MASTER DOES NOT SHOW YET (LIVE: DELIVERED,
017300* STILL ON ART-VOORRAAD UNTIL VOORRAAD BOOKS THE U-REGEL;
017400* PROEF: BACKORDERS RESERVED, NOT WRITTEN TO ART-GERESERVEERD),
017500* AND THE SUM OF THE RESERVERINGEN STILL OPEN AFTER THE RUN
017600* FOR THE RESYNC IN 4000.
017700*-----------------------------------------------------------
017800 77  WS-ATB-COUNT             PIC 9(04) COMP VALUE ZERO.
017900 77  WS-ATB-MAX               PIC 9(04) COMP VALUE 2000.
018000 77  WS-ATB-IDX               PIC 9(04) COMP VALUE ZERO.
018100 77  WS-ATB-FOUND-IDX         PIC 9(04) COMP VALUE ZERO.
018200 01  WS-ART-TABLE.
018300     05  WS-ATB-ENTRY OCCURS 2000 TIMES.
018400         10  ATB-ARTIKEL      PIC X(08).
018500         10  ATB-GENOMEN      PIC 9(09).
018600         10  ATB-GERES        PIC 9(09).
018700 01  WS-ATB-FULL-SW           PIC X VALUE "N".
018800     88 ATB-FULL              VALUE "Y".
018900     88 ATB-NOT-FULL          VALUE "N".
019000 01  WS-ZOEK-ARTIKEL          PIC X(08).
019100
019200*-----------------------------------------------------------
019300* RUN COUNTERS
019400*-----------------------------------------------------------
019500 77  WS-READ-COUNT            PIC 9(07) COMP VALUE ZERO.
019600 77  WS-LEVER-COUNT           PIC 9(07) COMP VALUE ZERO.
019700 77  WS-PAKBON-COUNT          PIC 9(07) COMP VALUE ZERO.
019800 77  WS-BO-RES-COUNT          PIC 9(07) COMP VALUE ZERO.
019900 77  WS-BO-OPEN-COUNT         PIC 9(07) COMP VALUE ZERO.
020000 77  WS-RES-OPEN-COUNT        PIC 9(07) COMP VALUE ZERO.
020100 77  WS-ERROR-COUNT           PIC 9(07) COMP VALUE ZERO.
020200 77  WS-HERSTEL-COUNT         PIC 9(07) COMP VALUE ZERO.
020300 77  WS-VKFACT-COUNT          PIC 9(07) COMP VALUE ZERO.
020301 77  WS-VKFACT-DET-COUNT      PIC 9(07) COMP VALUE ZERO.
020400
020500*-----------------------------------------------------------
020600* VOORTRX.DAT ISSUE LINE - VOORRAAD'S INPUT FORMAT
020700*-----------------------------------------------------------
020800 01  TRX-OUT-LINE.
020900     05  FILLER               PIC X(02) VALUE "U,".
021000     05  TRX-OUT-ARTIKEL      PIC X(08).
021100     05  FILLER               PIC X(01) VALUE ",".
021200     05  TRX-OUT-AANTAL       PIC 9(07).
021300
021400*-----------------------------------------------------------
021500* VKFACT.DAT RECORDS FOR A PAKBON - MATH'S FORMAT, AND THE
021501* "T,AANTAL" TRAILER (D-REGELS) THAT CLOSES THIS RUN'S PART
021600*-----------------------------------------------------------
021700 01  VKF-HEADER-LINE.
021800     05  FILLER               PIC X(02) VALUE "I,".
021900     05  VKF-HDR-FACTUUR      PIC X(08).
022000     05  FILLER               PIC X(01) VALUE ",".
022100     05  VKF-HDR-KLANT        PIC X(08).
022200     05  FILLER               PIC X(01) VALUE ",".
022300     05  VKF-HDR-DATUM        PIC 9(08).
022400
022500 01  VKF-DETAIL-LINE.
022600     05  FILLER               PIC X(02) VALUE "D,".
022700     05  VKF-DET-BEDRAG       PIC 9(07).99.
022800     05  FILLER               PIC X(01) VALUE ",".
022900     05  VKF-DET-CODE         PIC X(01).
022901
022902 01  VKF-TRAILER-LINE.
022903     05  FILLER               PIC X(02) VALUE "T,".
022904     05  VKF-TRL-AANTAL       PIC 9(07).
023000
023100*-----------------------------------------------------------
023200* REPORT LAYOUTS (VKLEVRPT.DAT)
023300*-----------------------------------------------------------
023400 01  RPT-HEADING-1.
023500     05  FILLER               PIC X(30)
023600          VALUE "LEVERRUN VERKOOPORDERS".
023700     05  FILLER               PIC X(07) VALUE "  ADM: ".
023800     05  RPT-HDR-ADMIN        PIC X(04).
023900     05  FILLER               PIC X(09) VALUE "  DATUM: ".
024000     05  RPT-HDR-DATE         PIC 9(08).
024100     05  FILLER               PIC X(07) VALUE "  SEQ: ".
024200     05  RPT-HDR-SEQ          PIC 9(06).
024300
024400 01  RPT-HEADING-2.
024500     05  FILLER               PIC X(08) VALUE "ORDER".
024600     05  FILLER               PIC X(07) VALUE "REGEL".
024700     05  FILLER               PIC X(10) VALUE "KLANT".
024800     05  FILLER               PIC X(10) VALUE "ARTIKEL".
024900     05  FILLER               PIC X(10) VALUE "    AANTAL".
025000     05  FILLER               PIC X(02) VALUE SPACES.
025100     05  FILLER               PIC X(30) VALUE "ACTIE".
025200
025300 01  RPT-DETAIL-LINE.
025400     05  RPT-DET-ORDER        PIC 9(06).
025500     05  FILLER               PIC X(02) VALUE SPACES.
025600     05  RPT-DET-REGEL        PIC ZZ9.
025700     05  FILLER               PIC X(04) VALUE SPACES.
025800     05  RPT-DET-KLANT        PIC X(08).
025900     05  FILLER               PIC X(02) VALUE SPACES.
026000     05  RPT-DET-ARTIKEL      PIC X(08).
026100     05  FILLER               PIC X(02) VALUE SPACES.
026200     05  RPT-DET-AANTAL       PIC Z,ZZZ,ZZ9.
026300     05  FILLER               PIC X(03) VALUE SPACES.
026400     05  RPT-DET-ACTIE        PIC X(24).
026500     05  RPT-DET-PAKBON       PIC X(10).
026600     05  FILLER               PIC X(02) VALUE SPACES.
026700     05  RPT-DET-BEDRAG       PIC Z,ZZZ,ZZ9.99.
026800
026900 01  RPT-HERSTEL-LINE.
027000     05  FILLER               PIC X(21)
027100          VALUE "RESERVERING HERSTELD ".
027200     05  RPT-HRS-ARTIKEL      PIC X(08).
027300     05  FILLER               PIC X(06) VALUE "  WAS ".
027400     05  RPT-HRS-OUD          PIC Z,ZZZ,ZZ9.
027500     05  FILLER               PIC X(08) VALUE "  WORDT ".
027600     05  RPT-HRS-NIEUW        PIC Z,ZZZ,ZZ9.
027700
027800 01  RPT-ERROR-LINE.
027900     05  RPT-ERR-ORDER        PIC 9(06).
028000     05  FILLER               PIC X(02) VALUE SPACES.
028100     05  RPT-ERR-REGEL        PIC ZZ9.
028200     05  FILLER               PIC X(04) VALUE SPACES.
028300     05  RPT-ERR-TEXT         PIC X(60).
028400
028500 01  RPT-TRAILER-LINE.
028600     05  RPT-TRL-LABEL        PIC X(30).
028700     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
028800
028900 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
029000
029100 PROCEDURE DIVISION.
029200
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029500     IF RETURN-CODE < 8 AND VERKORD-OPEN
029600         PERFORM 2000-PROCESS-ORDERS THRU 2000-EXIT
029700         IF LIVE-MODE AND ATB-NOT-FULL
029800             PERFORM 4000-RESYNC-RESERVED THRU 4000-EXIT
029900         END-IF
030000     END-IF
030100     PERFORM 8000-FINALIZE THRU 8000-EXIT
030200     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
030300     STOP RUN.
030400
030500*-----------------------------------------------------------
030600* 1000-INITIALIZE - RUN HEADER, REPORT, THE ORDER FILE AND
030700*                   THE ARTIKEL MASTER. NO VERKORD.IDX IS NO
030800*                   ORDERS YET - AN EMPTY RUN, NOT AN ERROR.
030900*                   ARTMAST.IDX IS REQUIRED (RC 8).
031000*-----------------------------------------------------------
031100 1000-INITIALIZE.
031200     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
031300     ACCEPT WS-START-TIME-RAW FROM TIME
031400
031500     OPEN OUTPUT LEVER-RPT-FILE
031600     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
031700     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
031800     MOVE RUNHDR-RUN-SEQ TO RPT-HDR-SEQ
031900     WRITE LEVER-RPT-LINE FROM RPT-HEADING-1
032000     IF PROEF-MODE
032100         WRITE LEVER-RPT-LINE FROM RPT-PROEF-LINE
032200     END-IF
032300     WRITE LEVER-RPT-LINE FROM RPT-BLANK-LINE
032400     WRITE LEVER-RPT-LINE FROM RPT-HEADING-2
032500
032600     IF LIVE-MODE
032700         OPEN I-O VERKOOPORDER-FILE
032800     ELSE
032900         OPEN INPUT VERKOOPORDER-FILE
033000     END-IF
033100     IF WS-VERKORD-STATUS = "35"
033200         DISPLAY "VKLEVER: GEEN VERKORD.IDX - GEEN ORDERS"
033300         GO TO 1000-EXIT
033400     END-IF
033500     IF WS-VERKORD-STATUS NOT = "00"
033600         DISPLAY "ERROR: UNABLE TO OPEN VERKORD.IDX - "
033700                 "FILE STATUS " WS-VERKORD-STATUS
033800         MOVE 8 TO RETURN-CODE
033900         GO TO 1000-EXIT
034000     END-IF
034100     SET VERKORD-OPEN TO TRUE
034200
034300     IF LIVE-MODE
034400         OPEN I-O ARTIKEL-MASTER
034500     ELSE
034600         OPEN INPUT ARTIKEL-MASTER
034700     END-IF
034800     IF WS-ARTMAST-STATUS NOT = "00"
034900         DISPLAY "ERROR: UNABLE TO OPEN ARTMAST.IDX - "
035000                 "FILE STATUS " WS-ARTMAST-STATUS
035100                 " - GEEN LEVERRUN, STAP GESTOPT"
035200         MOVE 8 TO RETURN-CODE
035300         GO TO 1000-EXIT
035400     END-IF
035500     SET ARTMAST-OPEN TO TRUE
035600
035700     PERFORM 1100-LOAD-PAKBONNR THRU 1100-EXIT
035800     IF LIVE-MODE
035900         OPEN EXTEND STOCK-TRX-FILE
036000         IF WS-VOORTRX-STATUS = "35"
036100             OPEN OUTPUT STOCK-TRX-FILE
036200         END-IF
036300         OPEN EXTEND VK-FACT-FILE
036400         IF WS-VKFACT-STATUS = "35"
036500             OPEN OUTPUT VK-FACT-FILE
036600         END-IF
036700         SET OUTPUT-OPEN TO TRUE
036800     END-IF.
036900 1000-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------
037300* 1050-GET-RUN-HEADER - BUILD THE SHARED RUN HEADER (OPERATOR
037400*                       ID FROM THE OS ENVIRONMENT, TODAY'S
037500*                       DATE, AND THE NEXT RUN SEQUENCE NUMBER
037600*                       FROM RUNSEQ.DAT) AND DISPLAY IT.
037700*-----------------------------------------------------------
037800 1050-GET-RUN-HEADER.
037900     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
038000     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
038100     IF RUNHDR-OPERATOR-ID = SPACES
038200         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
038300     END-IF
038400
038500     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
038600     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
038700     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
038800     IF WS-RUNDATE-ENV-X NOT = SPACES
038900         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
039000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
039100             TO RUNHDR-RUN-DATE
039200         DISPLAY "VKLEVER: RUN DATE OVERGENOMEN UIT RUNDATE - "
039300                 RUNHDR-RUN-DATE
039400     END-IF
039500
039600     DISPLAY "PROEFRUN" UPON ENVIRONMENT-NAME
039700     ACCEPT WS-PROEF-ENV-X FROM ENVIRONMENT-VALUE
039800     IF WS-PROEF-ENV-X (1:1) = "J"
039900             OR WS-PROEF-ENV-X (1:1) = "j"
040000         SET PROEF-MODE TO TRUE
040100         DISPLAY "VKLEVER: *** PROEFRUN - GEEN BIJWERKING ***"
040200     END-IF
040300     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
040400     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
040500     IF WS-ADMIN-ENV-X NOT = SPACES
040600         MOVE FUNCTION UPPER-CASE(FUNCTION
040700             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
040800     END-IF
040900     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
041000     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
041100     IF WS-RUNSEQ-ENV-X NOT = SPACES
041200         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
041300             = 0
041400         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
041500             TO RUNHDR-RUN-SEQ
041600     ELSE
041700         OPEN INPUT RUN-SEQ-FILE
041800         IF WS-RUNSEQ-STATUS = "00"
041900             READ RUN-SEQ-FILE
042000                 AT END
042100                     MOVE ZERO TO RUN-SEQ-LINE
042200             END-READ
042300             CLOSE RUN-SEQ-FILE
042400         ELSE
042500             MOVE ZERO TO RUN-SEQ-LINE
042600         END-IF
042700         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
042800         OPEN OUTPUT RUN-SEQ-FILE
042900         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
043000         WRITE RUN-SEQ-LINE
043100         CLOSE RUN-SEQ-FILE
043200     END-IF
043300
043400     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
043500             " DATE: " RUNHDR-RUN-DATE
043600             " SEQ: " RUNHDR-RUN-SEQ
043700             " ADM: " RUNHDR-ADMIN.
043800 1050-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------
044200* 1100-LOAD-PAKBONNR - THE LAST PAKBONNUMMER ISSUED, FROM
044300*                      PAKBONNR.DAT. NO FILE STARTS AT ZERO.
044400*-----------------------------------------------------------
044500 1100-LOAD-PAKBONNR.
044600     MOVE ZERO TO WS-LAST-PAKBON
044700     OPEN INPUT PAKBON-NR-FILE
044800     IF WS-PAKBONNR-STATUS = "00"
044900         READ PAKBON-NR-FILE
045000             AT END
045100                 MOVE ZERO TO PAKBON-NR-LINE
045200         END-READ
045300         IF PAKBON-NR-LINE IS NUMERIC
045400             MOVE PAKBON-NR-LINE TO WS-LAST-PAKBON
045500         END-IF
045600         CLOSE PAKBON-NR-FILE
045700     END-IF.
045800 1100-EXIT.
045900     EXIT.
046000
046100*-----------------------------------------------------------
046200* 2000-PROCESS-ORDERS - EVERY REGEL OF VERKORD.IDX IN KEY
046300*                       ORDER, SO THE OLDEST ORDER GETS THE
046400*                       STOCK FIRST AND THE REGELS OF ONE ORDER
046500*                       LAND ON ONE PAKBON.
046600*-----------------------------------------------------------
046700 2000-PROCESS-ORDERS.
046800     SET ORDER-NOT-EOF TO TRUE
046900     MOVE ZERO TO VKO-ORDERNR VKO-REGEL
047000     START VERKOOPORDER-FILE KEY NOT < VKO-SLEUTEL
047100         INVALID KEY
047200             SET ORDER-EOF TO TRUE
047300     END-START
047400     PERFORM UNTIL ORDER-EOF
047500         READ VERKOOPORDER-FILE NEXT
047600             AT END
047700                 SET ORDER-EOF TO TRUE
047800             NOT AT END
047900                 PERFORM 2100-ONE-REGEL THRU 2100-EXIT
048000         END-READ
048100     END-PERFORM.
048200 2000-EXIT.
048300     EXIT.
048400
048500*-----------------------------------------------------------
048600* 2100-ONE-REGEL - A BACKORDER IS RESERVED WHEN THE VRIJE
048700*                  VOORRAAD COVERS ALL OF IT (A PART-DELIVERY
048800*                  IS WHAT VKMAINT ALREADY SPLIT OFF); A
048900*                  RESERVED REGEL DUE BY THE RUN DATE IS
049000*                  DELIVERED. A REGEL THAT STAYS RESERVED
049100*                  COUNTS TOWARDS ART-GERESERVEERD.
049200*-----------------------------------------------------------
049300 2100-ONE-REGEL.
049400     IF NOT VKO-RESERVERING AND NOT VKO-BACKORDER
049500         GO TO 2100-EXIT
049600     END-IF
049700     ADD 1 TO WS-READ-COUNT
049800     MOVE VKO-ARTIKEL TO ART-NUMMER
049900     READ ARTIKEL-MASTER
050000         INVALID KEY
050100             MOVE "ARTIKEL NIET IN ARTMAST.IDX - OVERGESLAGEN"
050200                 TO RPT-ERR-TEXT
050300             PERFORM 2900-WRITE-ERROR THRU 2900-EXIT
050400             GO TO 2100-EXIT
050500     END-READ
050600     IF ART-GERESERVEERD IS NOT NUMERIC
050700         MOVE ZERO TO ART-GERESERVEERD
050800     END-IF
050900     MOVE VKO-ARTIKEL TO WS-ZOEK-ARTIKEL
051000     PERFORM 2200-FIND-ARTIKEL THRU 2200-EXIT
051100
051200     IF VKO-BACKORDER
051300         PERFORM 2300-RESERVE-BACKORDER THRU 2300-EXIT
051400     END-IF
051500     IF VKO-RESERVERING AND VKO-LEVERDATUM <= RUNHDR-RUN-DATE
051600         PERFORM 2400-DELIVER-REGEL THRU 2400-EXIT
051700     END-IF
051800
051900     EVALUATE TRUE
052000         WHEN VKO-BACKORDER
052100             ADD 1 TO WS-BO-OPEN-COUNT
052200         WHEN VKO-RESERVERING
052300             ADD 1 TO WS-RES-OPEN-COUNT
052400             IF WS-ATB-FOUND-IDX > ZERO
052500                 ADD VKO-GERESERVEERD
052600                     TO ATB-GERES (WS-ATB-FOUND-IDX)
052700             END-IF
052800     END-EVALUATE.
052900 2100-EXIT.
053000     EXIT.
053100
053200*-----------------------------------------------------------
053300* 2200-FIND-ARTIKEL - WS-ZOEK-ARTIKEL IN THE PER-ARTIKEL TABLE,
053400*                  ADDED WHEN NEW. A FULL TABLE LEAVES
053500*                  WS-ATB-FOUND-IDX ZERO (RC 4): NO BACKORDER
053600*                  OF THAT ARTIKEL IS RESERVED THIS RUN AND
053700*                  THE RESYNC IS SKIPPED.
053800*-----------------------------------------------------------
053900 2200-FIND-ARTIKEL.
054000     MOVE ZERO TO WS-ATB-FOUND-IDX
054100     PERFORM VARYING WS-ATB-IDX FROM 1 BY 1
054200         UNTIL WS-ATB-IDX > WS-ATB-COUNT
054300             OR WS-ATB-FOUND-IDX > ZERO
054400         IF ATB-ARTIKEL (WS-ATB-IDX) = WS-ZOEK-ARTIKEL
054500             MOVE WS-ATB-IDX TO WS-ATB-FOUND-IDX
054600         END-IF
054700     END-PERFORM
054800     IF WS-ATB-FOUND-IDX > ZERO
054900         GO TO 2200-EXIT
055000     END-IF
055100     IF WS-ATB-COUNT >= WS-ATB-MAX
055200         IF ATB-NOT-FULL
055300             SET ATB-FULL TO TRUE
055400             DISPLAY "WARNING: MEER DAN " WS-ATB-MAX
055500                     " ARTIKELEN IN OPEN ORDERS - RESYNC VAN "
055600                     "ART-GERESERVEERD OVERGESLAGEN"
055700             IF RETURN-CODE < 4
055800                 MOVE 4 TO RETURN-CODE
055900             END-IF
056000         END-IF
056100         GO TO 2200-EXIT
056200     END-IF
056300     ADD 1 TO WS-ATB-COUNT
056400     MOVE WS-ATB-COUNT TO WS-ATB-FOUND-IDX
056500     MOVE WS-ZOEK-ARTIKEL TO ATB-ARTIKEL (WS-ATB-FOUND-IDX)
056600     MOVE ZERO TO ATB-GENOMEN (WS-ATB-FOUND-IDX)
056700                  ATB-GERES (WS-ATB-FOUND-IDX).
056800 2200-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------
057200* 2300-RESERVE-BACKORDER - RESERVE THE WHOLE BACKORDERREGEL
057300*                  WHEN THE VRIJE VOORRAAD, LESS WHAT THIS RUN
057400*                  ALREADY TOOK, COVERS IT.
057500*-----------------------------------------------------------
057600 2300-RESERVE-BACKORDER.
057700     IF WS-ATB-FOUND-IDX = ZERO
057800         GO TO 2300-EXIT
057900     END-IF
058000     COMPUTE WS-VRIJ = ART-VOORRAAD - ART-GERESERVEERD
058100                     - ATB-GENOMEN (WS-ATB-FOUND-IDX)
058200     IF WS-VRIJ < VKO-AANTAL
058300         GO TO 2300-EXIT
058400     END-IF
058500     MOVE VKO-AANTAL TO VKO-GERESERVEERD
058600     SET VKO-RESERVERING TO TRUE
058700     IF LIVE-MODE
058800         ADD VKO-AANTAL TO ART-GERESERVEERD
058900         REWRITE ARTIKEL-RECORD
059000         REWRITE VERKOOPORDER-RECORD
059100     ELSE
059200         ADD VKO-AANTAL TO ATB-GENOMEN (WS-ATB-FOUND-IDX)
059300     END-IF
059400     ADD 1 TO WS-BO-RES-COUNT
059500     MOVE "BACKORDER GERESERVEERD" TO RPT-DET-ACTIE
059600     MOVE SPACES TO RPT-DET-PAKBON
059700     MOVE ZERO TO RPT-DET-BEDRAG
059800     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
059900 2300-EXIT.
060000     EXIT.
060100
060200*-----------------------------------------------------------
060300* 2400-DELIVER-REGEL - THE FIRST REGEL OF AN ORDER DELIVERED
060400*                  THIS RUN OPENS A NEW PAKBON AND ITS I-REGEL
060500*                  IN VKFACT.DAT; EACH REGEL ADDS A D-REGEL AT
060600*                  AANTAL TIMES PRIJS AND A U-REGEL TO
060700*                  VOORTRX.DAT, AND GIVES ITS RESERVERING BACK.
060800*-----------------------------------------------------------
060900 2400-DELIVER-REGEL.
061000     IF VKO-ORDERNR NOT = WS-PAKBON-ORDER
061100         MOVE VKO-ORDERNR TO WS-PAKBON-ORDER
061200         ADD 1 TO WS-LAST-PAKBON
061300         ADD 1 TO WS-PAKBON-COUNT
061400         MOVE WS-LAST-PAKBON TO WS-FACTUUR-REF-NR
061500         IF LIVE-MODE
061600             MOVE WS-FACTUUR-REF TO VKF-HDR-FACTUUR
061700             MOVE VKO-KLANT TO VKF-HDR-KLANT
061800             MOVE RUNHDR-RUN-DATE TO VKF-HDR-DATUM
061900             WRITE VK-FACT-LINE FROM VKF-HEADER-LINE
062000             ADD 1 TO WS-VKFACT-COUNT
062100         END-IF
062200     END-IF
062300     COMPUTE WS-BEDRAG = VKO-AANTAL * VKO-PRIJS
062400     IF LIVE-MODE
062500         MOVE WS-BEDRAG TO VKF-DET-BEDRAG
062600         MOVE ART-BTW-CODE TO VKF-DET-CODE
062700         WRITE VK-FACT-LINE FROM VKF-DETAIL-LINE
062800         ADD 1 TO WS-VKFACT-COUNT WS-VKFACT-DET-COUNT
062900         MOVE VKO-ARTIKEL TO TRX-OUT-ARTIKEL
063000         MOVE VKO-AANTAL TO TRX-OUT-AANTAL
063100         WRITE STOCK-TRX-LINE FROM TRX-OUT-LINE
063200         IF ART-GERESERVEERD > VKO-GERESERVEERD
063300             SUBTRACT VKO-GERESERVEERD FROM ART-GERESERVEERD
063400         ELSE
063500             MOVE ZERO TO ART-GERESERVEERD
063600         END-IF
063700         REWRITE ARTIKEL-RECORD
063800         IF WS-ATB-FOUND-IDX > ZERO
063900             ADD VKO-AANTAL TO ATB-GENOMEN (WS-ATB-FOUND-IDX)
064000         END-IF
064100     END-IF
064200     MOVE VKO-AANTAL TO VKO-GELEVERD
064300     MOVE ZERO TO VKO-GERESERVEERD
064400     MOVE WS-LAST-PAKBON TO VKO-PAKBON
064500     MOVE RUNHDR-RUN-DATE TO VKO-LEVERDAG
064600     SET VKO-AFGELEVERD TO TRUE
064700     IF LIVE-MODE
064800         REWRITE VERKOOPORDER-RECORD
064900     END-IF
065000     ADD 1 TO WS-LEVER-COUNT
065100     MOVE "GELEVERD - PAKBON" TO RPT-DET-ACTIE
065200     MOVE WS-FACTUUR-REF TO RPT-DET-PAKBON
065300     MOVE WS-BEDRAG TO RPT-DET-BEDRAG
065400     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
065500 2400-EXIT.
065600     EXIT.
065700
065800 2800-WRITE-DETAIL.
065900     MOVE VKO-ORDERNR TO RPT-DET-ORDER
066000     MOVE VKO-REGEL TO RPT-DET-REGEL
066100     MOVE VKO-KLANT TO RPT-DET-KLANT
066200     MOVE VKO-ARTIKEL TO RPT-DET-ARTIKEL
066300     MOVE VKO-AANTAL TO RPT-DET-AANTAL
066400     WRITE LEVER-RPT-LINE FROM RPT-DETAIL-LINE.
066500 2800-EXIT.
066600     EXIT.
066700
066800 2900-WRITE-ERROR.
066900     MOVE VKO-ORDERNR TO RPT-ERR-ORDER
067000     MOVE VKO-REGEL TO RPT-ERR-REGEL
067100     WRITE LEVER-RPT-LINE FROM RPT-ERROR-LINE
067200     ADD 1 TO WS-ERROR-COUNT
067300     IF RETURN-CODE < 4
067400         MOVE 4 TO RETURN-CODE
067500     END-IF.
067600 2900-EXIT.
067700     EXIT.
067800
067900*-----------------------------------------------------------
068000* 4000-RESYNC-RESERVED - ART-GERESERVEERD OF EVERY ARTIKEL
068100*                  MUST EQUAL THE RESERVERINGEN STILL OPEN ON
068200*                  VERKORD.IDX. A DIFFERENCE (A RELOADED
068300*                  MASTER, A SESSION THAT DIED HALFWAY) IS PUT
068400*                  RIGHT AND REPORTED. LIVE RUNS ONLY.
068500*-----------------------------------------------------------
068600 4000-RESYNC-RESERVED.
068700     WRITE LEVER-RPT-LINE FROM RPT-BLANK-LINE
068800     SET ART-NOT-EOF TO TRUE
068900     MOVE LOW-VALUES TO ART-NUMMER
069000     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
069100         INVALID KEY
069200             SET ART-EOF TO TRUE
069300     END-START
069400     PERFORM UNTIL ART-EOF
069500         READ ARTIKEL-MASTER NEXT
069600             AT END
069700                 SET ART-EOF TO TRUE
069800             NOT AT END
069900                 PERFORM 4100-RESYNC-ONE THRU 4100-EXIT
070000         END-READ
070100     END-PERFORM.
070200 4000-EXIT.
070300     EXIT.
070400
070500 4100-RESYNC-ONE.
070600     MOVE ZERO TO WS-ATB-FOUND-IDX
070700     PERFORM VARYING WS-ATB-IDX FROM 1 BY 1
070800         UNTIL WS-ATB-IDX > WS-ATB-COUNT
070900             OR WS-ATB-FOUND-IDX > ZERO
071000         IF ATB-ARTIKEL (WS-ATB-IDX) = ART-NUMMER
071100             MOVE WS-ATB-IDX TO WS-ATB-FOUND-IDX
071200         END-IF
071300     END-PERFORM
071400     IF ART-GERESERVEERD IS NOT NUMERIC
071500         MOVE ZERO TO WS-OUD-GERES
071600     ELSE
071700         MOVE ART-GERESERVEERD TO WS-OUD-GERES
071800     END-IF
071900     IF WS-ATB-FOUND-IDX > ZERO
072000         MOVE ATB-GERES (WS-ATB-FOUND-IDX) TO ART-GERESERVEERD
072100     ELSE
072200         MOVE ZERO TO ART-GERESERVEERD
072300     END-IF
072400     IF ART-GERESERVEERD = WS-OUD-GERES
072500         GO TO 4100-EXIT
072600     END-IF
072700     REWRITE ARTIKEL-RECORD
072800     ADD 1 TO WS-HERSTEL-COUNT
072900     MOVE ART-NUMMER TO RPT-HRS-ARTIKEL
073000     MOVE WS-OUD-GERES TO RPT-HRS-OUD
073100     MOVE ART-GERESERVEERD TO RPT-HRS-NIEUW
073200     WRITE LEVER-RPT-LINE FROM RPT-HERSTEL-LINE.
073300 4100-EXIT.
073400     EXIT.
073500
073600*-----------------------------------------------------------
073700* 8000-FINALIZE - REPORT TRAILER, CLOSE THE FILES AND, IN A
073800*                 LIVE RUN, CLOSE THIS RUN'S PART OF VKFACT.DAT
073801*                 WITH ITS TRAILER AND WRITE THE PAKBON NUMBER
073802*                 BACK.
073900*-----------------------------------------------------------
074000 8000-FINALIZE.
074100     IF OUTPUT-OPEN
074200         CLOSE STOCK-TRX-FILE
074300         IF WS-VKFACT-COUNT > ZERO
074301             MOVE WS-VKFACT-DET-COUNT TO VKF-TRL-AANTAL
074302             WRITE VK-FACT-LINE FROM VKF-TRAILER-LINE
074303         END-IF
074304         CLOSE VK-FACT-FILE
074400         OPEN OUTPUT PAKBON-NR-FILE
074500         MOVE WS-LAST-PAKBON TO PAKBON-NR-LINE
074600         WRITE PAKBON-NR-LINE
074700         CLOSE PAKBON-NR-FILE
074800     END-IF
074900     WRITE LEVER-RPT-LINE FROM RPT-BLANK-LINE
075000     MOVE "OPEN REGELS GELEZEN         : " TO RPT-TRL-LABEL
075100     MOVE WS-READ-COUNT TO RPT-TRL-COUNT
075200     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
075300     MOVE "REGELS GELEVERD             : " TO RPT-TRL-LABEL
075400     MOVE WS-LEVER-COUNT TO RPT-TRL-COUNT
075500     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
075600     MOVE "PAKBONNEN                   : " TO RPT-TRL-LABEL
075700     MOVE WS-PAKBON-COUNT TO RPT-TRL-COUNT
075800     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
075900     MOVE "BACKORDERS GERESERVEERD     : " TO RPT-TRL-LABEL
076000     MOVE WS-BO-RES-COUNT TO RPT-TRL-COUNT
076100     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
076200     MOVE "RESERVERINGEN NOG OPEN      : " TO RPT-TRL-LABEL
076300     MOVE WS-RES-OPEN-COUNT TO RPT-TRL-COUNT
076400     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
076500     MOVE "BACKORDERS NOG OPEN         : " TO RPT-TRL-LABEL
076600     MOVE WS-BO-OPEN-COUNT TO RPT-TRL-COUNT
076700     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
076800     MOVE "RESERVERINGEN HERSTELD      : " TO RPT-TRL-LABEL
076900     MOVE WS-HERSTEL-COUNT TO RPT-TRL-COUNT
077000     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
077100     MOVE "FOUTEN                      : " TO RPT-TRL-LABEL
077200     MOVE WS-ERROR-COUNT TO RPT-TRL-COUNT
077300     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
077400     MOVE "VKFACT.DAT REGELS           : " TO RPT-TRL-LABEL
077500     MOVE WS-VKFACT-COUNT TO RPT-TRL-COUNT
077600     WRITE LEVER-RPT-LINE FROM RPT-TRAILER-LINE
077700     CLOSE LEVER-RPT-FILE
077800     IF VERKORD-OPEN
077900         CLOSE VERKOOPORDER-FILE
078000     END-IF
078100     IF ARTMAST-OPEN
078200         CLOSE ARTIKEL-MASTER
078300     END-IF
078400     DISPLAY "VKLEVER COMPLETE - " WS-LEVER-COUNT " GELEVERD, "
078500             WS-PAKBON-COUNT " PAKBON(NEN), " WS-BO-RES-COUNT
078600             " BACKORDER(S) GERESERVEERD, " WS-BO-OPEN-COUNT
078700             " BACKORDER(S) OPEN".
078800 8000-EXIT.
078900     EXIT.
079000
079100*-----------------------------------------------------------
079200* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
079300*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
079400*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
079500*-----------------------------------------------------------
079600 9000-WRITE-RUN-JOURNAL.
079700     IF PROEF-MODE
079800         PERFORM 9500-WRITE-PROEF-SUMMARY THRU 9500-EXIT
079900         GO TO 9000-EXIT
080000     END-IF
080100     ACCEPT WS-END-TIME-RAW FROM TIME
080200     OPEN EXTEND RUN-JOURNAL-FILE
080300     IF WS-JRNL-STATUS = "35"
080400         OPEN OUTPUT RUN-JOURNAL-FILE
080500     END-IF
080600     MOVE "VKLEVER " TO JRNL-PROGRAM
080700     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
080800     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
080900     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
081000     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
081100     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
081200     MOVE RETURN-CODE TO JRNL-RC
081300     MOVE WS-LEVER-COUNT TO JRNL-COUNT-1
081400     MOVE WS-BO-OPEN-COUNT TO JRNL-COUNT-2
081500     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
081600     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
081700     CLOSE RUN-JOURNAL-FILE.
081800 9000-EXIT.
081900     EXIT.
082000
082100*-----------------------------------------------------------
082200* 9500-WRITE-PROEF-SUMMARY - WAT EEN ECHTE RUN ZOU HEBBEN
082300*                            GEDAAN, NAAR PROEFSUM.DAT
082400*-----------------------------------------------------------
082500 9500-WRITE-PROEF-SUMMARY.
082600     OPEN EXTEND PROEF-SUM-FILE
082700     IF WS-PROEFSUM-STATUS = "35"
082800         OPEN OUTPUT PROEF-SUM-FILE
082900     END-IF
083000     MOVE WS-LEVER-COUNT TO WS-PROEF-CNT1-ED
083100     MOVE WS-BO-OPEN-COUNT TO WS-PROEF-CNT2-ED
083200     MOVE SPACES TO PROEF-SUM-LINE
083300     STRING "VKLEVER : GELEVERD " WS-PROEF-CNT1-ED
083400            "  BACKORDER OPEN " WS-PROEF-CNT2-ED
083500            "  (GEEN VERKORD/VOORTRX/VKFACT GESCHREVEN)"
083600         DELIMITED BY SIZE INTO PROEF-SUM-LINE
083700     END-STRING
083800     WRITE PROEF-SUM-LINE
083900     CLOSE PROEF-SUM-FILE.
084000 9500-EXIT.
084100     EXIT.
