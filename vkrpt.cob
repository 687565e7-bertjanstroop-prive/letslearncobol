000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VKRPT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - OPENSTAANDE VERKOOP-
001300*                  ORDERS EN BACKORDERS FOR SALES. EVERY
001400*                  RESERVED (R) AND BACKORDER (B) REGEL LEFT ON
001500*                  VERKORD.IDX AFTER THE LEVERRUN IS LISTED ON
001600*                  VKOPEN.DAT, SORTED PER KLANT (NAAM FROM
001700*                  KLANTMST.IDX) AND GEWENSTE LEVERDATUM, WITH
001800*                  ITS VALUE AT THE ORDER PRICE AND THE NUMBER
001900*                  OF DAYS PAST THE GEWENSTE LEVERDATUM. A
002000*                  BACKORDER SHOWS THE VRIJE VOORRAAD OF ITS
002100*                  ARTIKEL AND IS MARKED LEVERBAAR WHEN THAT
002200*                  COVERS IT, SO THE NEXT LEVERRUN WILL RESERVE
002300*                  IT. NO VERKORD.IDX YET IS AN EMPTY LIST, NOT
002400*                  AN ERROR.
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
003600     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS KLA-NUMMER
004000         FILE STATUS IS WS-KLANTMST-STATUS.
004100
004200     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ART-NUMMER
004600         FILE STATUS IS WS-ARTMAST-STATUS.
004700
004800     SELECT VK-WORK-FILE ASSIGN TO "VKWRK.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT SORT-FILE ASSIGN TO "SORTWK.DAT".
005200
005300     SELECT SORTED-VK-FILE ASSIGN TO "SRTVK.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT OPEN-ORDER-REPORT-FILE ASSIGN TO "VKOPEN.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNSEQ-STATUS.
006200
006300     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-JRNL-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  VERKOOPORDER-FILE.
007000     COPY "VERKORD.CPY".
007100
007200 FD  KLANT-MASTER.
007300     COPY "KLANTMST.CPY".
007400
007500 FD  ARTIKEL-MASTER.
007600     COPY "ARTMAST.CPY".
007700
007800 FD  VK-WORK-FILE.
007900 01  VK-WORK-RECORD.
008000     05  VW-KLANT             PIC X(08).
008100     05  VW-LEVERDATUM        PIC 9(08).
008200     05  VW-ORDERNR           PIC 9(06).
008300     05  VW-REGEL             PIC 9(03).
008400     05  VW-ARTIKEL           PIC X(08).
008500     05  VW-AANTAL            PIC 9(07).
008600     05  VW-PRIJS             PIC 9(05)V99.
008700     05  VW-STATUS            PIC X(01).
008800
008900 SD  SORT-FILE.
009000 01  SORT-RECORD.
009100     05  SD-KLANT             PIC X(08).
009200     05  SD-LEVERDATUM        PIC 9(08).
009300     05  SD-ORDERNR           PIC 9(06).
009400     05  SD-REGEL             PIC 9(03).
009500     05  SD-ARTIKEL           PIC X(08).
009600     05  SD-AANTAL            PIC 9(07).
009700     05  SD-PRIJS             PIC 9(05)V99.
009800     05  SD-STATUS            PIC X(01).
009900
010000 FD  SORTED-VK-FILE.
010100 01  SORTED-VK-RECORD.
010200     05  SV-KLANT             PIC X(08).
010300     05  SV-LEVERDATUM        PIC 9(08).
010400     05  SV-ORDERNR           PIC 9(06).
010500     05  SV-REGEL             PIC 9(03).
010600     05  SV-ARTIKEL           PIC X(08).
010700     05  SV-AANTAL            PIC 9(07).
010800     05  SV-PRIJS             PIC 9(05)V99.
010900     05  SV-STATUS            PIC X(01).
011000         88  SV-BACKORDER     VALUE "B".
011100
011200 FD  OPEN-ORDER-REPORT-FILE.
011300 01  OPEN-ORDER-REPORT-LINE   PIC X(132).
011400
011500 FD  RUN-SEQ-FILE.
011600 01  RUN-SEQ-LINE             PIC 9(06).
011700
011800 FD  RUN-JOURNAL-FILE.
011900 01  RUN-JOURNAL-LINE         PIC X(80).
012000
012100 WORKING-STORAGE SECTION.
012200*-----------------------------------------------------------
012300* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
012400*-----------------------------------------------------------
012500     COPY "RUNHDR.CPY".
012600
012700*-----------------------------------------------------------
012800* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
012900*-----------------------------------------------------------
013000     COPY "RUNJRNL.CPY".
013100 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
013200 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
013300 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
013400
013500 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
013600 01  WS-RUNSEQ-ENV-X          PIC X(10).
013700 01  WS-RUNDATE-ENV-X         PIC X(10).
013800 01  WS-ADMIN-ENV-X           PIC X(06).
013900 01  WS-VERKORD-STATUS        PIC X(02) VALUE "00".
014000 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
014100 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
014200
014300 01  WS-VK-EOF                PIC X VALUE "N".
014400     88 VK-EOF                VALUE "Y".
014500     88 VK-NOT-EOF            VALUE "N".
014600 01  WS-SRT-EOF               PIC X VALUE "N".
014700     88 SRT-EOF               VALUE "Y".
014800     88 SRT-NOT-EOF           VALUE "N".
014900 01  WS-KLANTMST-SW           PIC X VALUE "N".
015000     88 KLANTMST-OPEN         VALUE "Y".
015100     88 KLANTMST-CLOSED       VALUE "N".
015200 01  WS-ARTMAST-SW            PIC X VALUE "N".
015300     88 ARTMAST-OPEN          VALUE "Y".
015400     88 ARTMAST-CLOSED        VALUE "N".
015500
015600*-----------------------------------------------------------
015700* TELLERS EN REKENWERK
015800*-----------------------------------------------------------
015900 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
016000 77  WS-RES-COUNT             PIC 9(07) COMP VALUE ZERO.
016100 77  WS-BO-COUNT              PIC 9(07) COMP VALUE ZERO.
016200 77  WS-LEVERBAAR-COUNT       PIC 9(07) COMP VALUE ZERO.
016300 77  WS-LATE-COUNT            PIC 9(07) COMP VALUE ZERO.
016400 77  WS-KLANT-COUNT           PIC 9(05) COMP VALUE ZERO.
016500 77  WS-KLANT-REGELS          PIC 9(05) COMP VALUE ZERO.
016600 77  WS-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
016700 01  WS-DAGEN-TE-LAAT         PIC 9(05) VALUE ZERO.
016800 01  WS-VRIJ                  PIC S9(08) VALUE ZERO.
016900 01  WS-WAARDE                PIC 9(09)V99 VALUE ZERO.
017000 01  WS-KLANT-WAARDE          PIC 9(09)V99 VALUE ZERO.
017100 01  WS-TOT-WAARDE            PIC 9(09)V99 VALUE ZERO.
017200 01  WS-BREAK-KLANT           PIC X(08) VALUE HIGH-VALUES.
017300
017400*-----------------------------------------------------------
017500* LIJSTLAYOUTS
017600*-----------------------------------------------------------
017700 01  OVZ-HEADING-1.
017800     05  FILLER               PIC X(36)
017900          VALUE "OPENSTAANDE VERKOOPORDERS PER      ".
018000     05  OVZ-HDG-DATE         PIC 9(08).
018100     05  FILLER               PIC X(06) VALUE "  ADM ".
018200     05  OVZ-HDG-ADMIN        PIC X(04).
018300
018400 01  OVZ-KLANT-LINE.
018500     05  FILLER               PIC X(07) VALUE "KLANT: ".
018600     05  OVZ-KLT-NUMMER       PIC X(08).
018700     05  FILLER               PIC X(02) VALUE SPACES.
018800     05  OVZ-KLT-NAAM         PIC X(30).
018900
019000 01  OVZ-HEADING-2.
019100     05  FILLER               PIC X(08) VALUE "ORDER".
019200     05  FILLER               PIC X(05) VALUE "REG".
019300     05  FILLER               PIC X(09) VALUE "ARTIKEL".
019400     05  FILLER               PIC X(10) VALUE "    AANTAL".
019500     05  FILLER               PIC X(15) VALUE "         WAARDE".
019600     05  FILLER               PIC X(10) VALUE "   GEWENST".
019700     05  FILLER               PIC X(08) VALUE " TE LAAT".
019800     05  FILLER               PIC X(14) VALUE "  STATUS".
019900     05  FILLER               PIC X(10) VALUE "      VRIJ".
020000
020100 01  OVZ-DETAIL-LINE.
020200     05  OVZ-DET-ORDERNR      PIC 9(06).
020300     05  FILLER               PIC X(02) VALUE SPACES.
020400     05  OVZ-DET-REGEL        PIC ZZ9.
020500     05  FILLER               PIC X(02) VALUE SPACES.
020600     05  OVZ-DET-ARTIKEL      PIC X(08).
020700     05  FILLER               PIC X(01) VALUE SPACE.
020800     05  OVZ-DET-AANTAL       PIC Z,ZZZ,ZZ9.
020900     05  FILLER               PIC X(01) VALUE SPACE.
021000     05  OVZ-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
021100     05  FILLER               PIC X(02) VALUE SPACES.
021200     05  OVZ-DET-LEVERDATUM   PIC 9(08).
021300     05  FILLER               PIC X(02) VALUE SPACES.
021400     05  OVZ-DET-DAGEN        PIC ZZ,ZZ9.
021500     05  FILLER               PIC X(02) VALUE SPACES.
021600     05  OVZ-DET-STATUS       PIC X(12).
021700     05  OVZ-DET-VRIJ         PIC X(10).
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  OVZ-DET-LEVERBAAR    PIC X(09).
022000
022100 01  WS-VRIJ-ED               PIC -,---,--9.
022200
022300 01  OVZ-SUBTOTAL-LINE.
022400     05  FILLER               PIC X(08) VALUE SPACES.
022500     05  FILLER               PIC X(16) VALUE "TOTAAL REGELS : ".
022600     05  OVZ-SUB-REGELS       PIC ZZ,ZZ9.
022700     05  FILLER               PIC X(01) VALUE SPACES.
022800     05  OVZ-SUB-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
022900
023000 01  OVZ-BLANK-LINE           PIC X(01) VALUE SPACE.
023100
023200 01  OVZ-NONE-LINE.
023300     05  FILLER               PIC X(40)
023400          VALUE "GEEN OPENSTAANDE ORDERREGELS".
023500
023600 01  OVZ-TRAILER-LINE-1.
023700     05  FILLER               PIC X(21)
023800                              VALUE "OPEN ORDERREGELS   : ".
023900     05  OVZ-TRL-OPEN         PIC ZZZ,ZZ9.
024000     05  FILLER               PIC X(16)
024100                              VALUE "   KLANTEN      ".
024200     05  OVZ-TRL-KLANTEN      PIC ZZ,ZZ9.
024300 01  OVZ-TRAILER-LINE-2.
024400     05  FILLER               PIC X(21)
024500                              VALUE "GERESERVEERD       : ".
024600     05  OVZ-TRL-RES          PIC ZZZ,ZZ9.
024700     05  FILLER               PIC X(16)
024800                              VALUE "   BACKORDER    ".
024900     05  OVZ-TRL-BO           PIC ZZ,ZZ9.
025000 01  OVZ-TRAILER-LINE-3.
025100     05  FILLER               PIC X(21)
025200                              VALUE "TE LAAT            : ".
025300     05  OVZ-TRL-LATE         PIC ZZZ,ZZ9.
025400     05  FILLER               PIC X(16)
025500                              VALUE "   LEVERBAAR    ".
025600     05  OVZ-TRL-LEVERBAAR    PIC ZZ,ZZ9.
025700 01  OVZ-TRAILER-LINE-4.
025800     05  FILLER               PIC X(21)
025900                              VALUE "WAARDE OPEN ORDERS : ".
026000     05  OVZ-TRL-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
026100
026200 PROCEDURE DIVISION.
026300
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026600     PERFORM 2000-SELECT-OPEN-LINES THRU 2000-EXIT
026700     PERFORM 2500-SORT-OPEN-LINES THRU 2500-EXIT
026800     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
026900     PERFORM 8000-FINALIZE THRU 8000-EXIT
027000     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
027100     STOP RUN.
027200
027300*-----------------------------------------------------------
027400* 1000-INITIALIZE - RUN HEADER, DAGNUMMER VAN DE RUNDATUM
027500*-----------------------------------------------------------
027600 1000-INITIALIZE.
027700     ACCEPT WS-START-TIME-RAW FROM TIME
027800     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
027900     COMPUTE WS-RUN-DAYNUM =
028000         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE).
028100 1000-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------
028500* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
028600*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
028700*                       LIKE EVERY OTHER CHAIN STEP. RUNDATE
028800*                       IS HONOURED AS IN VKLEVER, SO THE DAYS
028900*                       LATE MATCH THE LEVERRUN BEFORE IT.
029000*-----------------------------------------------------------
029100 1050-GET-RUN-HEADER.
029200     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
029300     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
029400     IF RUNHDR-OPERATOR-ID = SPACES
029500         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
029600     END-IF
029700     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
029800     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
029900     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
030000     IF WS-RUNDATE-ENV-X NOT = SPACES
030100         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
030200         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
030300             TO RUNHDR-RUN-DATE
030400     END-IF
030500     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
030600     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
030700     IF WS-ADMIN-ENV-X NOT = SPACES
030800         MOVE FUNCTION UPPER-CASE(FUNCTION
030900             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
031000     END-IF
031100     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
031200     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
031300     IF WS-RUNSEQ-ENV-X NOT = SPACES
031400         AND FUNCTION TEST-NUMVAL(FUNCTION
031500                 TRIM(WS-RUNSEQ-ENV-X)) = 0
031600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
031700             TO RUNHDR-RUN-SEQ
031800     ELSE
031900         OPEN INPUT RUN-SEQ-FILE
032000         IF WS-RUNSEQ-STATUS = "00"
032100             READ RUN-SEQ-FILE
032200                 AT END
032300                     MOVE ZERO TO RUN-SEQ-LINE
032400             END-READ
032500             CLOSE RUN-SEQ-FILE
032600         ELSE
032700             MOVE ZERO TO RUN-SEQ-LINE
032800         END-IF
032900         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
033000         OPEN OUTPUT RUN-SEQ-FILE
033100         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
033200         WRITE RUN-SEQ-LINE
033300         CLOSE RUN-SEQ-FILE
033400     END-IF
033500     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
033600             " DATE: " RUNHDR-RUN-DATE
033700             " SEQ: " RUNHDR-RUN-SEQ
033800             " ADM: " RUNHDR-ADMIN.
033900 1050-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------
034300* 2000-SELECT-OPEN-LINES - VERKORD.IDX IN SLEUTELVOLGORDE;
034400*                          ELKE GERESERVEERDE OF BACKORDER-
034500*                          REGEL GAAT NAAR HET WERKBESTAND
034600*                          VOOR DE SORTERING.
034700*-----------------------------------------------------------
034800 2000-SELECT-OPEN-LINES.
034900     OPEN OUTPUT VK-WORK-FILE
035000     OPEN INPUT VERKOOPORDER-FILE
035100     IF WS-VERKORD-STATUS = "35"
035200         DISPLAY "GEEN VERKORD.IDX - GEEN VERKOOPORDERS"
035300         CLOSE VK-WORK-FILE
035400         GO TO 2000-EXIT
035500     END-IF
035600     IF WS-VERKORD-STATUS NOT = "00"
035700         DISPLAY "ERROR: UNABLE TO OPEN VERKORD.IDX - "
035800                 "FILE STATUS " WS-VERKORD-STATUS
035900         CLOSE VK-WORK-FILE
036000         MOVE 8 TO RETURN-CODE
036100         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
036200         STOP RUN
036300     END-IF
036400     MOVE ZERO TO VKO-ORDERNR VKO-REGEL
036500     START VERKOOPORDER-FILE KEY NOT < VKO-SLEUTEL
036600         INVALID KEY
036700             SET VK-EOF TO TRUE
036800         NOT INVALID KEY
036900             SET VK-NOT-EOF TO TRUE
037000     END-START
037100     PERFORM UNTIL VK-EOF
037200         READ VERKOOPORDER-FILE NEXT
037300             AT END
037400                 SET VK-EOF TO TRUE
037500             NOT AT END
037600                 PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
037700         END-READ
037800     END-PERFORM
037900     CLOSE VERKOOPORDER-FILE VK-WORK-FILE.
038000 2000-EXIT.
038100     EXIT.
038200
038300 2100-CHECK-ONE-LINE.
038400     IF NOT VKO-RESERVERING AND NOT VKO-BACKORDER
038500         GO TO 2100-EXIT
038600     END-IF
038700     ADD 1 TO WS-OPEN-COUNT
038800     IF VKO-BACKORDER
038900         ADD 1 TO WS-BO-COUNT
039000     ELSE
039100         ADD 1 TO WS-RES-COUNT
039200     END-IF
039300     MOVE VKO-KLANT TO VW-KLANT
039400     MOVE VKO-LEVERDATUM TO VW-LEVERDATUM
039500     MOVE VKO-ORDERNR TO VW-ORDERNR
039600     MOVE VKO-REGEL TO VW-REGEL
039700     MOVE VKO-ARTIKEL TO VW-ARTIKEL
039800     MOVE VKO-AANTAL TO VW-AANTAL
039900     MOVE VKO-PRIJS TO VW-PRIJS
040000     MOVE VKO-STATUS TO VW-STATUS
040100     WRITE VK-WORK-RECORD.
040200 2100-EXIT.
040300     EXIT.
040400
040500 2500-SORT-OPEN-LINES.
040600     SORT SORT-FILE ON ASCENDING KEY SD-KLANT
040700                    ON ASCENDING KEY SD-LEVERDATUM
040800                    ON ASCENDING KEY SD-ORDERNR
040900                    ON ASCENDING KEY SD-REGEL
041000         USING VK-WORK-FILE
041100         GIVING SORTED-VK-FILE.
041200 2500-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------
041600* 3000-WRITE-REPORT - DE GESORTEERDE REGELS MET EEN BLOK PER
041700*                     KLANT EN EEN SUBTOTAAL PER BLOK
041800*-----------------------------------------------------------
041900 3000-WRITE-REPORT.
042000     OPEN OUTPUT OPEN-ORDER-REPORT-FILE
042100     MOVE RUNHDR-RUN-DATE TO OVZ-HDG-DATE
042200     MOVE RUNHDR-ADMIN TO OVZ-HDG-ADMIN
042300     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-HEADING-1
042400     IF WS-OPEN-COUNT = ZERO
042500         WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-BLANK-LINE
042600         WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-NONE-LINE
042700         GO TO 3000-EXIT
042800     END-IF
042900     OPEN INPUT KLANT-MASTER
043000     IF WS-KLANTMST-STATUS = "00"
043100         SET KLANTMST-OPEN TO TRUE
043200     ELSE
043300         DISPLAY "WARNING: GEEN KLANTMST.IDX - NAAM ONTBREEKT "
043400                 "OP VKOPEN.DAT"
043500     END-IF
043600     OPEN INPUT ARTIKEL-MASTER
043700     IF WS-ARTMAST-STATUS = "00"
043800         SET ARTMAST-OPEN TO TRUE
043900     ELSE
044000         DISPLAY "WARNING: GEEN ARTMAST.IDX - VRIJE VOORRAAD "
044100                 "ONTBREEKT OP VKOPEN.DAT"
044200     END-IF
044300     MOVE HIGH-VALUES TO WS-BREAK-KLANT
044400     OPEN INPUT SORTED-VK-FILE
044500     SET SRT-NOT-EOF TO TRUE
044600     PERFORM UNTIL SRT-EOF
044700         READ SORTED-VK-FILE
044800             AT END
044900                 SET SRT-EOF TO TRUE
045000             NOT AT END
045100                 IF SV-KLANT NOT = WS-BREAK-KLANT
045200                     PERFORM 3100-NEW-KLANT THRU 3100-EXIT
045300                 END-IF
045400                 PERFORM 3200-ONE-LINE THRU 3200-EXIT
045500         END-READ
045600     END-PERFORM
045700     CLOSE SORTED-VK-FILE
045800     PERFORM 3300-KLANT-SUBTOTAL THRU 3300-EXIT
045900     IF KLANTMST-OPEN
046000         CLOSE KLANT-MASTER
046100     END-IF
046200     IF ARTMAST-OPEN
046300         CLOSE ARTIKEL-MASTER
046400     END-IF.
046500 3000-EXIT.
046600     EXIT.
046700
046800*-----------------------------------------------------------
046900* 3100-NEW-KLANT - SUBTOTAAL VAN DE VORIGE, DAN DE KOP VAN DE
047000*                  VOLGENDE KLANT
047100*-----------------------------------------------------------
047200 3100-NEW-KLANT.
047300     IF WS-BREAK-KLANT NOT = HIGH-VALUES
047400         PERFORM 3300-KLANT-SUBTOTAL THRU 3300-EXIT
047500     END-IF
047600     MOVE SV-KLANT TO WS-BREAK-KLANT
047700     ADD 1 TO WS-KLANT-COUNT
047800     MOVE ZERO TO WS-KLANT-REGELS WS-KLANT-WAARDE
047900     MOVE SV-KLANT TO OVZ-KLT-NUMMER
048000     MOVE "ONBEKEND" TO OVZ-KLT-NAAM
048100     IF KLANTMST-OPEN
048200         MOVE SV-KLANT TO KLA-NUMMER
048300         READ KLANT-MASTER
048400             INVALID KEY
048500                 CONTINUE
048600             NOT INVALID KEY
048700                 MOVE KLA-NAAM TO OVZ-KLT-NAAM
048800         END-READ
048900     END-IF
049000     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-BLANK-LINE
049100     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-KLANT-LINE
049200     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-HEADING-2.
049300 3100-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------
049700* 3200-ONE-LINE - WAARDE TEGEN DE ORDERPRIJS, DAGEN NA DE
049800*                 GEWENSTE LEVERDATUM EN, VOOR EEN BACKORDER,
049900*                 DE VRIJE VOORRAAD VAN HET ARTIKEL
050000*-----------------------------------------------------------
050100 3200-ONE-LINE.
050200     COMPUTE WS-WAARDE ROUNDED = SV-AANTAL * SV-PRIJS
050300     MOVE ZERO TO WS-DAGEN-TE-LAAT
050400     IF SV-LEVERDATUM < RUNHDR-RUN-DATE
050500         AND FUNCTION TEST-DATE-YYYYMMDD(SV-LEVERDATUM) = 0
050600         COMPUTE WS-DAGEN-TE-LAAT = WS-RUN-DAYNUM
050700             - FUNCTION INTEGER-OF-DATE(SV-LEVERDATUM)
050800         ADD 1 TO WS-LATE-COUNT
050900     END-IF
051000     MOVE SV-ORDERNR TO OVZ-DET-ORDERNR
051100     MOVE SV-REGEL TO OVZ-DET-REGEL
051200     MOVE SV-ARTIKEL TO OVZ-DET-ARTIKEL
051300     MOVE SV-AANTAL TO OVZ-DET-AANTAL
051400     MOVE WS-WAARDE TO OVZ-DET-WAARDE
051500     MOVE SV-LEVERDATUM TO OVZ-DET-LEVERDATUM
051600     MOVE WS-DAGEN-TE-LAAT TO OVZ-DET-DAGEN
051700     MOVE SPACES TO OVZ-DET-VRIJ OVZ-DET-LEVERBAAR
051800     IF SV-BACKORDER
051900         MOVE "BACKORDER" TO OVZ-DET-STATUS
052000         PERFORM 3250-FREE-STOCK THRU 3250-EXIT
052100     ELSE
052200         MOVE "GERESERVEERD" TO OVZ-DET-STATUS
052300     END-IF
052400     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-DETAIL-LINE
052500     ADD 1 TO WS-KLANT-REGELS
052600     ADD WS-WAARDE TO WS-KLANT-WAARDE WS-TOT-WAARDE.
052700 3200-EXIT.
052800     EXIT.
052900
053000 3250-FREE-STOCK.
053100     IF NOT ARTMAST-OPEN
053200         GO TO 3250-EXIT
053300     END-IF
053400     MOVE SV-ARTIKEL TO ART-NUMMER
053500     READ ARTIKEL-MASTER
053600         INVALID KEY
053700             MOVE "ONBEKEND" TO OVZ-DET-VRIJ
053800             GO TO 3250-EXIT
053900     END-READ
054000     IF ART-GERESERVEERD IS NOT NUMERIC
054100         MOVE ZERO TO ART-GERESERVEERD
054200     END-IF
054300     COMPUTE WS-VRIJ = ART-VOORRAAD - ART-GERESERVEERD
054400     MOVE WS-VRIJ TO WS-VRIJ-ED
054500     MOVE WS-VRIJ-ED TO OVZ-DET-VRIJ
054600     IF WS-VRIJ >= SV-AANTAL
054700         MOVE "LEVERBAAR" TO OVZ-DET-LEVERBAAR
054800         ADD 1 TO WS-LEVERBAAR-COUNT
054900     END-IF.
055000 3250-EXIT.
055100     EXIT.
055200
055300 3300-KLANT-SUBTOTAL.
055400     MOVE WS-KLANT-REGELS TO OVZ-SUB-REGELS
055500     MOVE WS-KLANT-WAARDE TO OVZ-SUB-WAARDE
055600     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-SUBTOTAL-LINE.
055700 3300-EXIT.
055800     EXIT.
055900
056000*-----------------------------------------------------------
056100* 8000-FINALIZE - TRAILER EN AFSLUITEN
056200*-----------------------------------------------------------
056300 8000-FINALIZE.
056400     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-BLANK-LINE
056500     MOVE WS-OPEN-COUNT TO OVZ-TRL-OPEN
056600     MOVE WS-KLANT-COUNT TO OVZ-TRL-KLANTEN
056700     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-TRAILER-LINE-1
056800     MOVE WS-RES-COUNT TO OVZ-TRL-RES
056900     MOVE WS-BO-COUNT TO OVZ-TRL-BO
057000     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-TRAILER-LINE-2
057100     MOVE WS-LATE-COUNT TO OVZ-TRL-LATE
057200     MOVE WS-LEVERBAAR-COUNT TO OVZ-TRL-LEVERBAAR
057300     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-TRAILER-LINE-3
057400     MOVE WS-TOT-WAARDE TO OVZ-TRL-WAARDE
057500     WRITE OPEN-ORDER-REPORT-LINE FROM OVZ-TRAILER-LINE-4
057600     CLOSE OPEN-ORDER-REPORT-FILE
057700     DISPLAY "VKRPT COMPLETE - " WS-OPEN-COUNT
057800             " OPEN ORDERREGEL(S), " WS-BO-COUNT
057900             " BACKORDER(S), " WS-LATE-COUNT
058000             " TE LAAT NAAR VKOPEN.DAT".
058100 8000-EXIT.
058200     EXIT.
058300
058400*-----------------------------------------------------------
058500* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
058600*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
058700*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
058800*-----------------------------------------------------------
058900 9000-WRITE-RUN-JOURNAL.
059000     ACCEPT WS-END-TIME-RAW FROM TIME
059100     OPEN EXTEND RUN-JOURNAL-FILE
059200     IF WS-JRNL-STATUS = "35"
059300         OPEN OUTPUT RUN-JOURNAL-FILE
059400     END-IF
059500     MOVE "VKRPT   " TO JRNL-PROGRAM
059600     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
059700     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
059800     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
059900     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
060000     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
060100     MOVE RETURN-CODE TO JRNL-RC
060200     MOVE WS-OPEN-COUNT TO JRNL-COUNT-1
060300     MOVE WS-BO-COUNT TO JRNL-COUNT-2
060400     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
060500     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
060600     CLOSE RUN-JOURNAL-FILE.
060700 9000-EXIT.
060800     EXIT.
