000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BESTELV.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - BESTELVOORSTEL. VOOR ELK
001300*                  ARTIKEL MET EEN MINIMUMVOORRAAD WORDT DE
001400*                  VOORRAAD OP DE MASTER PLUS WAT NOG OPEN
001500*                  STAAT OP INKORDER.IDX VERGELEKEN MET
001600*                  ART-MIN-VOORRAAD. KOMT DAT ONDER HET MINIMUM
001700*                  DAN WORDT ART-BESTELAANTAL VOORGESTELD (ZO
001800*                  VAAK ALS NODIG OM WEER OP HET MINIMUM TE
001900*                  KOMEN; ZONDER BESTELAANTAL PRECIES HET
002000*                  TEKORT), GEWAARDEERD TEGEN ART-INKOOPPRIJS,
002100*                  MET DE VERWACHTE ONTVANGSTDATUM UIT
002200*                  ART-LEVERTIJD. HET VOORSTEL STAAT IN
002300*                  BESTELV.DAT PER LEVERANCIER EN ART-GROEP;
002400*                  ARTIKELEN MET EEN VOORRAAD VAN NUL OF MINDER
002500*                  STAAN APART BOVENAAN ALS SPOED. CONDITION
002600*                  CODE 8 WHEN THE MASTER CANNOT BE OPENED OR
002700*                  THE OPEN ORDER LINES DO NOT FIT THE TABLE.
00270A* 2026-10-15  BJS  DE VOORRAADPOSITIE GAAT NU UIT VAN DE VRIJE
00270B*                  VOORRAAD: ART-VOORRAAD MIN ART-GERESERVEERD
00270C*                  VOOR OPEN KLANTORDERS. SPOED EN DE KOLOM
00270D*                  VOORRAAD OP DE LIJST VOLGEN DE VRIJE VOORRAAD.
002800*-----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS ART-NUMMER
003700         FILE STATUS IS WS-ARTMAST-STATUS.
003800
003900     SELECT INKOOPORDER-FILE ASSIGN TO "INKORDER.IDX"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS INK-SLEUTEL
004300         FILE STATUS IS WS-INKORDER-STATUS.
004400
004500     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS LEV-NUMMER
004900         FILE STATUS IS WS-LEVMAST-STATUS.
005000
005100     SELECT BEST-WORK-FILE ASSIGN TO "BESTWRK.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT SORT-FILE ASSIGN TO "SORTWK.DAT".
005500
005600     SELECT SORTED-BEST-FILE ASSIGN TO "SRTBEST.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT PROPOSAL-FILE ASSIGN TO "BESTELV.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RUNSEQ-STATUS.
006500
006600     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-JRNL-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ARTIKEL-MASTER.
007300     COPY "ARTMAST.CPY".
007400
007500 FD  INKOOPORDER-FILE.
007600     COPY "INKORDER.CPY".
007700
007800 FD  LEVERANCIER-MASTER.
007900     COPY "LEVMAST.CPY".
008000
008100 FD  BEST-WORK-FILE.
008200 01  BEST-WORK-RECORD.
008300     05  BW-SOORT             PIC X(01).
008400     05  BW-LEVERANCIER       PIC X(08).
008500     05  BW-GROEP             PIC X(08).
008600     05  BW-NUMMER            PIC X(08).
008700     05  BW-OMSCHRIJVING      PIC X(40).
008800     05  BW-VOORRAAD          PIC S9(07).
008900     05  BW-BESTELD           PIC 9(07).
009000     05  BW-MINIMUM           PIC 9(07).
009100     05  BW-VOORSTEL          PIC 9(07).
009200     05  BW-INKOOPPRIJS       PIC 9(05)V99.
009300     05  BW-LEVERTIJD         PIC 9(03).
009400
009500 SD  SORT-FILE.
009600 01  SORT-RECORD.
009700     05  SD-SOORT             PIC X(01).
009800     05  SD-LEVERANCIER       PIC X(08).
009900     05  SD-GROEP             PIC X(08).
010000     05  SD-NUMMER            PIC X(08).
010100     05  SD-OMSCHRIJVING      PIC X(40).
010200     05  SD-VOORRAAD          PIC S9(07).
010300     05  SD-BESTELD           PIC 9(07).
010400     05  SD-MINIMUM           PIC 9(07).
010500     05  SD-VOORSTEL          PIC 9(07).
010600     05  SD-INKOOPPRIJS       PIC 9(05)V99.
010700     05  SD-LEVERTIJD         PIC 9(03).
010800
010900 FD  SORTED-BEST-FILE.
011000 01  SORTED-BEST-RECORD.
011100     05  SB-SOORT             PIC X(01).
011200         88  SB-SPOED         VALUE "1".
011300     05  SB-LEVERANCIER       PIC X(08).
011400     05  SB-GROEP             PIC X(08).
011500     05  SB-NUMMER            PIC X(08).
011600     05  SB-OMSCHRIJVING      PIC X(40).
011700     05  SB-VOORRAAD          PIC S9(07).
011800     05  SB-BESTELD           PIC 9(07).
011900     05  SB-MINIMUM           PIC 9(07).
012000     05  SB-VOORSTEL          PIC 9(07).
012100     05  SB-INKOOPPRIJS       PIC 9(05)V99.
012200     05  SB-LEVERTIJD         PIC 9(03).
012300
012400 FD  PROPOSAL-FILE.
012500 01  PROPOSAL-LINE            PIC X(132).
012600
012700 FD  RUN-SEQ-FILE.
012800 01  RUN-SEQ-LINE             PIC 9(06).
012900
013000 FD  RUN-JOURNAL-FILE.
013100 01  RUN-JOURNAL-LINE         PIC X(80).
013200
013300 WORKING-STORAGE SECTION.
013400*-----------------------------------------------------------
013500* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
013600*-----------------------------------------------------------
013700     COPY "RUNHDR.CPY".
013800
013900*-----------------------------------------------------------
014000* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
014100*-----------------------------------------------------------
014200     COPY "RUNJRNL.CPY".
014300 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
014400 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
014500 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
014600
014700 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
014800 01  WS-RUNSEQ-ENV-X          PIC X(10).
014900 01  WS-ADMIN-ENV-X           PIC X(06).
015000 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
015100 01  WS-INKORDER-STATUS       PIC X(02) VALUE "00".
015200 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
015300
015400 01  WS-EOF-SW                PIC X VALUE "N".
015500     88 FILE-EOF              VALUE "Y".
015600     88 FILE-NOT-EOF          VALUE "N".
015700 01  WS-LEVMAST-SW            PIC X VALUE "N".
015800     88 LEVMAST-OPEN          VALUE "Y".
015900     88 LEVMAST-CLOSED        VALUE "N".
016000
016100*-----------------------------------------------------------
016200* OPEN-ORDER TABLE - PER ARTIKEL DE NOG TE ONTVANGEN AANTALLEN
016300* VAN ALLE OPEN REGELS OP INKORDER.IDX
016400*-----------------------------------------------------------
016500 77  WS-OPO-COUNT             PIC 9(04) COMP VALUE ZERO.
016600 77  WS-OPO-MAX               PIC 9(04) COMP VALUE 1000.
016700 77  WS-OPO-IDX               PIC 9(04) COMP VALUE ZERO.
016800 01  WS-TABLE-FULL-SW         PIC X VALUE "N".
016900     88 TABLE-FULL            VALUE "Y".
017000 01  WS-OPO-TABLE.
017100     05  WS-OPO-ENTRY OCCURS 1000 TIMES.
017200         10  OPO-ARTIKEL      PIC X(08).
017300         10  OPO-AANTAL       PIC 9(08).
017400
017500*-----------------------------------------------------------
017600* REKENWERK EN TELLERS
017700*-----------------------------------------------------------
017800 01  WS-OPEN-REST             PIC 9(07) VALUE ZERO.
017900 01  WS-IN-BESTELLING         PIC 9(08) VALUE ZERO.
018000 01  WS-POSITIE               PIC S9(09) VALUE ZERO.
01800A 01  WS-VRIJ                  PIC S9(08) VALUE ZERO.
018100 01  WS-TEKORT                PIC 9(09) VALUE ZERO.
018200 01  WS-VEELVOUD              PIC 9(09) VALUE ZERO.
018300 01  WS-VOORSTEL              PIC 9(09) VALUE ZERO.
018400 01  WS-WAARDE                PIC 9(11)V99 VALUE ZERO.
018500 01  WS-GROEP-WAARDE          PIC 9(11)V99 VALUE ZERO.
018600 01  WS-LEV-WAARDE            PIC 9(11)V99 VALUE ZERO.
018700 01  WS-SOORT-WAARDE          PIC 9(11)V99 VALUE ZERO.
018800 01  WS-TOT-WAARDE            PIC 9(11)V99 VALUE ZERO.
018900 77  WS-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
019000 01  WS-VERWACHT              PIC 9(08) VALUE ZERO.
019100 77  WS-ART-COUNT             PIC 9(07) COMP VALUE ZERO.
019200 77  WS-SPOED-COUNT           PIC 9(07) COMP VALUE ZERO.
019300 77  WS-VOORSTEL-COUNT        PIC 9(07) COMP VALUE ZERO.
019400 01  WS-BREAK-SOORT           PIC X(01) VALUE HIGH-VALUES.
019500 01  WS-BREAK-LEV             PIC X(08) VALUE HIGH-VALUES.
019600 01  WS-BREAK-GROEP           PIC X(08) VALUE HIGH-VALUES.
019700
019800*-----------------------------------------------------------
019900* LIJSTLAYOUTS
020000*-----------------------------------------------------------
020100 01  BST-HEADING-1.
020200     05  FILLER               PIC X(24)
020300          VALUE "BESTELVOORSTEL PER      ".
020400     05  BST-HDG-DATE         PIC 9(08).
020500     05  FILLER               PIC X(06) VALUE "  ADM ".
020600     05  BST-HDG-ADMIN        PIC X(04).
020700
020800 01  BST-SOORT-LINE.
020900     05  BST-SOORT-TEXT       PIC X(60).
021000
021100 01  BST-LEV-LINE.
021200     05  FILLER               PIC X(13) VALUE "LEVERANCIER: ".
021300     05  BST-LEV-NUMMER       PIC X(08).
021400     05  FILLER               PIC X(02) VALUE SPACES.
021500     05  BST-LEV-NAAM         PIC X(30).
021600
021700 01  BST-GROEP-LINE.
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  FILLER               PIC X(07) VALUE "GROEP: ".
022000     05  BST-GRP-CODE         PIC X(08).
022100
022200 01  BST-HEADING-2.
022300     05  FILLER               PIC X(10) VALUE "ARTIKEL".
022400     05  FILLER               PIC X(22) VALUE "OMSCHRIJVING".
022500     05  FILLER               PIC X(11) VALUE "   VOORRAAD".
022600     05  FILLER               PIC X(10) VALUE "   BESTELD".
022700     05  FILLER               PIC X(10) VALUE "   MINIMUM".
022800     05  FILLER               PIC X(10) VALUE "  VOORSTEL".
022900     05  FILLER               PIC X(10) VALUE "   PRIJS".
023000     05  FILLER               PIC X(15) VALUE "         WAARDE".
023100     05  FILLER               PIC X(10) VALUE "  VERWACHT".
023200
023300 01  BST-DETAIL-LINE.
023400     05  BST-DET-NUMMER       PIC X(08).
023500     05  FILLER               PIC X(02) VALUE SPACES.
023600     05  BST-DET-OMSCHR       PIC X(20).
023700     05  FILLER               PIC X(01) VALUE SPACE.
023800     05  BST-DET-VOORRAAD     PIC Z,ZZZ,ZZ9-.
023900     05  FILLER               PIC X(01) VALUE SPACE.
024000     05  BST-DET-BESTELD      PIC Z,ZZZ,ZZ9.
024100     05  FILLER               PIC X(01) VALUE SPACE.
024200     05  BST-DET-MINIMUM      PIC Z,ZZZ,ZZ9.
024300     05  FILLER               PIC X(01) VALUE SPACE.
024400     05  BST-DET-VOORSTEL     PIC Z,ZZZ,ZZ9.
024500     05  FILLER               PIC X(01) VALUE SPACE.
024600     05  BST-DET-PRIJS        PIC ZZ,ZZ9.99.
024700     05  FILLER               PIC X(01) VALUE SPACE.
024800     05  BST-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
024900     05  FILLER               PIC X(02) VALUE SPACES.
025000     05  BST-DET-VERWACHT     PIC 9(08).
025100
025200 01  BST-SUBTOTAL-LINE.
025300     05  FILLER               PIC X(02) VALUE SPACES.
025400     05  BST-SUB-TEXT         PIC X(30).
025500     05  FILLER               PIC X(53) VALUE SPACES.
025600     05  BST-SUB-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
025700
025800 01  BST-BLANK-LINE           PIC X(01) VALUE SPACE.
025900
026000 01  BST-NONE-LINE.
026100     05  FILLER               PIC X(40)
026200          VALUE "GEEN ARTIKELEN ONDER HET MINIMUM".
026300
026400 01  BST-TRAILER-LINE-1.
026500     05  FILLER               PIC X(21)
026600                              VALUE "ARTIKELEN GELEZEN  : ".
026700     05  BST-TRL-ARTIKELEN    PIC ZZZ,ZZ9.
026800 01  BST-TRAILER-LINE-2.
026900     05  FILLER               PIC X(21)
027000                              VALUE "VOORGESTELD        : ".
027100     05  BST-TRL-VOORSTEL     PIC ZZZ,ZZ9.
027200     05  FILLER               PIC X(16)
027300                              VALUE "   WAARVAN SPOED".
027400     05  FILLER               PIC X(02) VALUE ": ".
027500     05  BST-TRL-SPOED        PIC ZZZ,ZZ9.
027600 01  BST-TRAILER-LINE-3.
027700     05  FILLER               PIC X(21)
027800                              VALUE "WAARDE VOORSTEL    : ".
027900     05  BST-TRL-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
028000
028100 PROCEDURE DIVISION.
028200
028300 0000-MAINLINE.
028400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028500     PERFORM 2000-LOAD-OPEN-ORDERS THRU 2000-EXIT
028600     IF TABLE-FULL
028700         MOVE 8 TO RETURN-CODE
028800         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
028900         STOP RUN
029000     END-IF
029100     PERFORM 3000-BUILD-PROPOSALS THRU 3000-EXIT
029200     PERFORM 3500-SORT-PROPOSALS THRU 3500-EXIT
029300     PERFORM 4000-WRITE-PROPOSAL THRU 4000-EXIT
029400     PERFORM 8000-FINALIZE THRU 8000-EXIT
029500     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
029600     STOP RUN.
029700
029800*-----------------------------------------------------------
029900* 1000-INITIALIZE - RUN HEADER, DAGNUMMER VAN DE RUNDATUM
030000*-----------------------------------------------------------
030100 1000-INITIALIZE.
030200     ACCEPT WS-START-TIME-RAW FROM TIME
030300     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
030400     COMPUTE WS-RUN-DAYNUM =
030500         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE).
030600 1000-EXIT.
030700     EXIT.
030800
030900*-----------------------------------------------------------
031000* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
031100*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
031200*                       LIKE EVERY OTHER CHAIN STEP
031300*-----------------------------------------------------------
031400 1050-GET-RUN-HEADER.
031500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
031600     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
031700     IF RUNHDR-OPERATOR-ID = SPACES
031800         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
031900     END-IF
032000     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
032100     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
032200     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
032300     IF WS-ADMIN-ENV-X NOT = SPACES
032400         MOVE FUNCTION UPPER-CASE(FUNCTION
032500             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
032600     END-IF
032700     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
032800     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
032900     IF WS-RUNSEQ-ENV-X NOT = SPACES
033000         AND FUNCTION TEST-NUMVAL(FUNCTION
033100                 TRIM(WS-RUNSEQ-ENV-X)) = 0
033200         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
033300             TO RUNHDR-RUN-SEQ
033400     ELSE
033500         OPEN INPUT RUN-SEQ-FILE
033600         IF WS-RUNSEQ-STATUS = "00"
033700             READ RUN-SEQ-FILE
033800                 AT END
033900                     MOVE ZERO TO RUN-SEQ-LINE
034000             END-READ
034100             CLOSE RUN-SEQ-FILE
034200         ELSE
034300             MOVE ZERO TO RUN-SEQ-LINE
034400         END-IF
034500         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
034600         OPEN OUTPUT RUN-SEQ-FILE
034700         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
034800         WRITE RUN-SEQ-LINE
034900         CLOSE RUN-SEQ-FILE
035000     END-IF
035100     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
035200             " DATE: " RUNHDR-RUN-DATE
035300             " SEQ: " RUNHDR-RUN-SEQ
035400             " ADM: " RUNHDR-ADMIN.
035500 1050-EXIT.
035600     EXIT.
035700
035800*-----------------------------------------------------------
035900* 2000-LOAD-OPEN-ORDERS - DE NOG TE ONTVANGEN AANTALLEN VAN
036000*                         ALLE OPEN ORDERREGELS, OPGETELD PER
036100*                         ARTIKEL. GEEN INKORDER.IDX BETEKENT
036200*                         NIETS IN BESTELLING.
036300*-----------------------------------------------------------
036400 2000-LOAD-OPEN-ORDERS.
036500     MOVE ZERO TO WS-OPO-COUNT
036600     OPEN INPUT INKOOPORDER-FILE
036700     IF WS-INKORDER-STATUS NOT = "00"
036800         DISPLAY "GEEN INKORDER.IDX - NIETS IN BESTELLING"
036900         GO TO 2000-EXIT
037000     END-IF
037100     MOVE LOW-VALUES TO INK-SLEUTEL
037200     START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
037300         INVALID KEY
037400             SET FILE-EOF TO TRUE
037500         NOT INVALID KEY
037600             SET FILE-NOT-EOF TO TRUE
037700     END-START
037800     PERFORM UNTIL FILE-EOF OR TABLE-FULL
037900         READ INKOOPORDER-FILE NEXT
038000             AT END
038100                 SET FILE-EOF TO TRUE
038200             NOT AT END
038300                 PERFORM 2100-ADD-ORDER-LINE THRU 2100-EXIT
038400         END-READ
038500     END-PERFORM
038600     CLOSE INKOOPORDER-FILE
038700     IF TABLE-FULL
038800         DISPLAY "ERROR: MEER DAN " WS-OPO-MAX
038900                 " ARTIKELEN IN BESTELLING - STAP GESTOPT"
039000     END-IF.
039100 2000-EXIT.
039200     EXIT.
039300
039400 2100-ADD-ORDER-LINE.
039500     IF NOT INK-OPEN OR INK-GELEVERD NOT < INK-BESTELD
039600         GO TO 2100-EXIT
039700     END-IF
039800     SUBTRACT INK-GELEVERD FROM INK-BESTELD GIVING WS-OPEN-REST
039900     PERFORM VARYING WS-OPO-IDX FROM 1 BY 1
040000         UNTIL WS-OPO-IDX > WS-OPO-COUNT
040100             OR OPO-ARTIKEL (WS-OPO-IDX) = INK-ARTIKEL
040200         CONTINUE
040300     END-PERFORM
040400     IF WS-OPO-IDX > WS-OPO-COUNT
040500         IF WS-OPO-COUNT >= WS-OPO-MAX
040600             SET TABLE-FULL TO TRUE
040700             GO TO 2100-EXIT
040800         END-IF
040900         ADD 1 TO WS-OPO-COUNT
041000         MOVE WS-OPO-COUNT TO WS-OPO-IDX
041100         MOVE INK-ARTIKEL TO OPO-ARTIKEL (WS-OPO-IDX)
041200         MOVE ZERO TO OPO-AANTAL (WS-OPO-IDX)
041300     END-IF
041400     ADD WS-OPEN-REST TO OPO-AANTAL (WS-OPO-IDX).
041500 2100-EXIT.
041600     EXIT.
041700
041800*-----------------------------------------------------------
041900* 3000-BUILD-PROPOSALS - DE HELE ARTIKELMASTER; ELK ARTIKEL
042000*                        DAT ONDER ZIJN MINIMUM KOMT GAAT MET
042100*                        HET VOORSTEL NAAR HET WERKBESTAND
042200*-----------------------------------------------------------
042300 3000-BUILD-PROPOSALS.
042400     OPEN INPUT ARTIKEL-MASTER
042500     IF WS-ARTMAST-STATUS NOT = "00"
042600         DISPLAY "ERROR: UNABLE TO OPEN ARTMAST.IDX - "
042700                 "FILE STATUS " WS-ARTMAST-STATUS
042800         MOVE 8 TO RETURN-CODE
042900         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
043000         STOP RUN
043100     END-IF
043200     OPEN OUTPUT BEST-WORK-FILE
043300     MOVE LOW-VALUES TO ART-NUMMER
043400     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
043500         INVALID KEY
043600             SET FILE-EOF TO TRUE
043700         NOT INVALID KEY
043800             SET FILE-NOT-EOF TO TRUE
043900     END-START
044000     PERFORM UNTIL FILE-EOF
044100         READ ARTIKEL-MASTER NEXT
044200             AT END
044300                 SET FILE-EOF TO TRUE
044400             NOT AT END
044500                 ADD 1 TO WS-ART-COUNT
044600                 PERFORM 3100-CHECK-ARTIKEL THRU 3100-EXIT
044700         END-READ
044800     END-PERFORM
044900     CLOSE ARTIKEL-MASTER BEST-WORK-FILE.
045000 3000-EXIT.
045100     EXIT.
045200
045300*-----------------------------------------------------------
045400* 3100-CHECK-ARTIKEL - VOORRAAD PLUS IN BESTELLING TEGEN HET
045500*                      MINIMUM. HET VOORSTEL IS HET KLEINSTE
045600*                      VEELVOUD VAN ART-BESTELAANTAL DAT HET
045700*                      TEKORT DEKT.
045800*-----------------------------------------------------------
045900 3100-CHECK-ARTIKEL.
046000     IF ART-MIN-VOORRAAD = ZERO
046100         GO TO 3100-EXIT
046200     END-IF
046300     MOVE ZERO TO WS-IN-BESTELLING
046400     PERFORM VARYING WS-OPO-IDX FROM 1 BY 1
046500         UNTIL WS-OPO-IDX > WS-OPO-COUNT
046600         IF OPO-ARTIKEL (WS-OPO-IDX) = ART-NUMMER
046700             MOVE OPO-AANTAL (WS-OPO-IDX) TO WS-IN-BESTELLING
046800         END-IF
046900     END-PERFORM
04690A     IF ART-GERESERVEERD NOT NUMERIC
04690B         MOVE ZERO TO ART-GERESERVEERD
04690C     END-IF
04690D     COMPUTE WS-VRIJ = ART-VOORRAAD - ART-GERESERVEERD
047000     COMPUTE WS-POSITIE = WS-VRIJ + WS-IN-BESTELLING
047100     IF WS-POSITIE NOT < ART-MIN-VOORRAAD
047200         GO TO 3100-EXIT
047300     END-IF
047400     COMPUTE WS-TEKORT = ART-MIN-VOORRAAD - WS-POSITIE
047500     IF ART-BESTELAANTAL = ZERO
047600         MOVE WS-TEKORT TO WS-VOORSTEL
047700     ELSE
047800         COMPUTE WS-VEELVOUD =
047900             (WS-TEKORT + ART-BESTELAANTAL - 1) / ART-BESTELAANTAL
048000         COMPUTE WS-VOORSTEL = WS-VEELVOUD * ART-BESTELAANTAL
048100     END-IF
048200     IF WS-VRIJ > ZERO
048300         MOVE "2" TO BW-SOORT
048400     ELSE
048500         MOVE "1" TO BW-SOORT
048600     END-IF
048700     MOVE ART-LEVERANCIER TO BW-LEVERANCIER
048800     MOVE ART-GROEP TO BW-GROEP
048900     MOVE ART-NUMMER TO BW-NUMMER
049000     MOVE ART-OMSCHRIJVING TO BW-OMSCHRIJVING
049100     MOVE WS-VRIJ TO BW-VOORRAAD
049200     MOVE WS-IN-BESTELLING TO BW-BESTELD
049300     MOVE ART-MIN-VOORRAAD TO BW-MINIMUM
049400     MOVE WS-VOORSTEL TO BW-VOORSTEL
049500     MOVE ART-INKOOPPRIJS TO BW-INKOOPPRIJS
049600     MOVE ART-LEVERTIJD TO BW-LEVERTIJD
049700     WRITE BEST-WORK-RECORD.
049800 3100-EXIT.
049900     EXIT.
050000
050100 3500-SORT-PROPOSALS.
050200     SORT SORT-FILE ON ASCENDING KEY SD-SOORT
050300                    ON ASCENDING KEY SD-LEVERANCIER
050400                    ON ASCENDING KEY SD-GROEP
050500                    ON ASCENDING KEY SD-NUMMER
050600         USING BEST-WORK-FILE
050700         GIVING SORTED-BEST-FILE.
050800 3500-EXIT.
050900     EXIT.
051000
051100*-----------------------------------------------------------
051200* 4000-WRITE-PROPOSAL - EERST HET SPOEDBLOK, DAN HET GEWONE
051300*                       VOORSTEL, ELK PER LEVERANCIER EN GROEP
051400*                       MET SUBTOTALEN
051500*-----------------------------------------------------------
051600 4000-WRITE-PROPOSAL.
051700     OPEN OUTPUT PROPOSAL-FILE
051800     MOVE RUNHDR-RUN-DATE TO BST-HDG-DATE
051900     MOVE RUNHDR-ADMIN TO BST-HDG-ADMIN
052000     WRITE PROPOSAL-LINE FROM BST-HEADING-1
052100     OPEN INPUT LEVERANCIER-MASTER
052200     IF WS-LEVMAST-STATUS = "00"
052300         SET LEVMAST-OPEN TO TRUE
052400     END-IF
052500     OPEN INPUT SORTED-BEST-FILE
052600     SET FILE-NOT-EOF TO TRUE
052700     PERFORM UNTIL FILE-EOF
052800         READ SORTED-BEST-FILE
052900             AT END
053000                 SET FILE-EOF TO TRUE
053100             NOT AT END
053200                 PERFORM 4100-CHECK-BREAKS THRU 4100-EXIT
053300                 PERFORM 4200-ONE-ARTIKEL THRU 4200-EXIT
053400         END-READ
053500     END-PERFORM
053600     CLOSE SORTED-BEST-FILE
053700     IF WS-VOORSTEL-COUNT = ZERO
053800         WRITE PROPOSAL-LINE FROM BST-BLANK-LINE
053900         WRITE PROPOSAL-LINE FROM BST-NONE-LINE
054000     ELSE
054100         PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
054200         PERFORM 4400-LEV-TOTAL THRU 4400-EXIT
054300         PERFORM 4500-SOORT-TOTAL THRU 4500-EXIT
054400     END-IF
054500     IF LEVMAST-OPEN
054600         CLOSE LEVERANCIER-MASTER
054700     END-IF.
054800 4000-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------
055200* 4100-CHECK-BREAKS - SOORT (SPOED / GEWOON), LEVERANCIER EN
055300*                     GROEP; EEN HOGERE BREUK SLUIT EERST DE
055400*                     LAGERE AF
055500*-----------------------------------------------------------
055600 4100-CHECK-BREAKS.
055700     IF SB-SOORT NOT = WS-BREAK-SOORT
055800         IF WS-BREAK-SOORT NOT = HIGH-VALUES
055900             PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
056000             PERFORM 4400-LEV-TOTAL THRU 4400-EXIT
056100             PERFORM 4500-SOORT-TOTAL THRU 4500-EXIT
056200         END-IF
056300         MOVE SB-SOORT TO WS-BREAK-SOORT
056400         MOVE HIGH-VALUES TO WS-BREAK-LEV WS-BREAK-GROEP
056500         MOVE ZERO TO WS-SOORT-WAARDE
056600         IF SB-SPOED
056700             MOVE "SPOED - VOORRAAD NUL OF NEGATIEF"
056800                 TO BST-SOORT-TEXT
056900         ELSE
057000             MOVE "VOORSTEL - ONDER HET MINIMUM"
057100                 TO BST-SOORT-TEXT
057200         END-IF
057300         WRITE PROPOSAL-LINE FROM BST-BLANK-LINE
057400         WRITE PROPOSAL-LINE FROM BST-SOORT-LINE
057500     END-IF
057600     IF SB-LEVERANCIER NOT = WS-BREAK-LEV
057700         IF WS-BREAK-LEV NOT = HIGH-VALUES
057800             PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
057900             PERFORM 4400-LEV-TOTAL THRU 4400-EXIT
058000         END-IF
058100         MOVE SB-LEVERANCIER TO WS-BREAK-LEV
058200         MOVE HIGH-VALUES TO WS-BREAK-GROEP
058300         MOVE ZERO TO WS-LEV-WAARDE
058400         PERFORM 4600-LEV-HEADING THRU 4600-EXIT
058500     END-IF
058600     IF SB-GROEP NOT = WS-BREAK-GROEP
058700         IF WS-BREAK-GROEP NOT = HIGH-VALUES
058800             PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
058900         END-IF
059000         MOVE SB-GROEP TO WS-BREAK-GROEP
059100         MOVE ZERO TO WS-GROEP-WAARDE
059200         MOVE SB-GROEP TO BST-GRP-CODE
059300         WRITE PROPOSAL-LINE FROM BST-GROEP-LINE
059400         WRITE PROPOSAL-LINE FROM BST-HEADING-2
059500     END-IF.
059600 4100-EXIT.
059700     EXIT.
059800
059900 4200-ONE-ARTIKEL.
060000     COMPUTE WS-WAARDE ROUNDED = SB-VOORSTEL * SB-INKOOPPRIJS
060100     COMPUTE WS-VERWACHT = FUNCTION DATE-OF-INTEGER(
060200         WS-RUN-DAYNUM + SB-LEVERTIJD)
060300     MOVE SB-NUMMER TO BST-DET-NUMMER
060400     MOVE SB-OMSCHRIJVING TO BST-DET-OMSCHR
060500     MOVE SB-VOORRAAD TO BST-DET-VOORRAAD
060600     MOVE SB-BESTELD TO BST-DET-BESTELD
060700     MOVE SB-MINIMUM TO BST-DET-MINIMUM
060800     MOVE SB-VOORSTEL TO BST-DET-VOORSTEL
060900     MOVE SB-INKOOPPRIJS TO BST-DET-PRIJS
061000     MOVE WS-WAARDE TO BST-DET-WAARDE
061100     MOVE WS-VERWACHT TO BST-DET-VERWACHT
061200     WRITE PROPOSAL-LINE FROM BST-DETAIL-LINE
061300     ADD 1 TO WS-VOORSTEL-COUNT
061400     IF SB-SPOED
061500         ADD 1 TO WS-SPOED-COUNT
061600     END-IF
061700     ADD WS-WAARDE TO WS-GROEP-WAARDE WS-LEV-WAARDE
061800                      WS-SOORT-WAARDE WS-TOT-WAARDE.
061900 4200-EXIT.
062000     EXIT.
062100
062200 4300-GROEP-TOTAL.
062300     MOVE SPACES TO BST-SUB-TEXT
062400     STRING "TOTAAL GROEP " WS-BREAK-GROEP
062500         DELIMITED BY SIZE INTO BST-SUB-TEXT
062600     END-STRING
062700     MOVE WS-GROEP-WAARDE TO BST-SUB-WAARDE
062800     WRITE PROPOSAL-LINE FROM BST-SUBTOTAL-LINE.
062900 4300-EXIT.
063000     EXIT.
063100
063200 4400-LEV-TOTAL.
063300     MOVE SPACES TO BST-SUB-TEXT
063400     STRING "TOTAAL LEVERANCIER " WS-BREAK-LEV
063500         DELIMITED BY SIZE INTO BST-SUB-TEXT
063600     END-STRING
063700     MOVE WS-LEV-WAARDE TO BST-SUB-WAARDE
063800     WRITE PROPOSAL-LINE FROM BST-SUBTOTAL-LINE.
063900 4400-EXIT.
064000     EXIT.
064100
064200 4500-SOORT-TOTAL.
064300     IF WS-BREAK-SOORT = "1"
064400         MOVE "TOTAAL SPOED" TO BST-SUB-TEXT
064500     ELSE
064600         MOVE "TOTAAL VOORSTEL" TO BST-SUB-TEXT
064700     END-IF
064800     MOVE WS-SOORT-WAARDE TO BST-SUB-WAARDE
064900     WRITE PROPOSAL-LINE FROM BST-SUBTOTAL-LINE.
065000 4500-EXIT.
065100     EXIT.
065200
065300*-----------------------------------------------------------
065400* 4600-LEV-HEADING - LEVERANCIERSKOP MET DE NAAM UIT LEVMAST;
065500*                    EEN ARTIKEL ZONDER VOORKEURLEVERANCIER
065600*                    STAAT ONDER "GEEN LEVERANCIER"
065700*-----------------------------------------------------------
065800 4600-LEV-HEADING.
065900     MOVE SB-LEVERANCIER TO BST-LEV-NUMMER
066000     IF SB-LEVERANCIER = SPACES
066100         MOVE "GEEN LEVERANCIER" TO BST-LEV-NAAM
066200     ELSE
066300         MOVE "ONBEKEND" TO BST-LEV-NAAM
066400         IF LEVMAST-OPEN
066500             MOVE SB-LEVERANCIER TO LEV-NUMMER
066600             READ LEVERANCIER-MASTER
066700                 INVALID KEY
066800                     CONTINUE
066900                 NOT INVALID KEY
067000                     MOVE LEV-NAAM TO BST-LEV-NAAM
067100             END-READ
067200         END-IF
067300     END-IF
067400     WRITE PROPOSAL-LINE FROM BST-BLANK-LINE
067500     WRITE PROPOSAL-LINE FROM BST-LEV-LINE.
067600 4600-EXIT.
067700     EXIT.
067800
067900*-----------------------------------------------------------
068000* 8000-FINALIZE - TRAILER EN AFSLUITEN
068100*-----------------------------------------------------------
068200 8000-FINALIZE.
068300     WRITE PROPOSAL-LINE FROM BST-BLANK-LINE
068400     MOVE WS-ART-COUNT TO BST-TRL-ARTIKELEN
068500     WRITE PROPOSAL-LINE FROM BST-TRAILER-LINE-1
068600     MOVE WS-VOORSTEL-COUNT TO BST-TRL-VOORSTEL
068700     MOVE WS-SPOED-COUNT TO BST-TRL-SPOED
068800     WRITE PROPOSAL-LINE FROM BST-TRAILER-LINE-2
068900     MOVE WS-TOT-WAARDE TO BST-TRL-WAARDE
069000     WRITE PROPOSAL-LINE FROM BST-TRAILER-LINE-3
069100     CLOSE PROPOSAL-FILE
069200     DISPLAY "BESTELV COMPLETE - " WS-ART-COUNT
069300             " ARTIKEL(EN), " WS-VOORSTEL-COUNT
069400             " VOORGESTELD WAARVAN " WS-SPOED-COUNT
069500             " SPOED, NAAR BESTELV.DAT".
069600 8000-EXIT.
069700     EXIT.
069800
069900*-----------------------------------------------------------
070000* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
070100*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
070200*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
070300*-----------------------------------------------------------
070400 9000-WRITE-RUN-JOURNAL.
070500     ACCEPT WS-END-TIME-RAW FROM TIME
070600     OPEN EXTEND RUN-JOURNAL-FILE
070700     IF WS-JRNL-STATUS = "35"
070800         OPEN OUTPUT RUN-JOURNAL-FILE
070900     END-IF
071000     MOVE "BESTELV " TO JRNL-PROGRAM
071100     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
071200     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
071300     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
071400     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
071500     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
071600     MOVE RETURN-CODE TO JRNL-RC
071700     MOVE WS-ART-COUNT TO JRNL-COUNT-1
071800     MOVE WS-VOORSTEL-COUNT TO JRNL-COUNT-2
071900     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
072000     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
072100     CLOSE RUN-JOURNAL-FILE.
072200 9000-EXIT.
072300     EXIT.
