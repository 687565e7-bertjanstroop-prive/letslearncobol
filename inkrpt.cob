000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INKRPT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - ACHTERSTANDIGE
001300*                  INKOOPORDERREGELS. EVERY OPEN LINE ON
001400*                  INKORDER.IDX WHOSE VERWACHTE LEVERDATUM LIES
001500*                  BEFORE THE RUN DATE IS LISTED ON INKVERV.DAT,
001600*                  SORTED PER LEVERANCIER (NAAM FROM LEVMAST.IDX)
001700*                  AND LEVERDATUM, WITH THE QUANTITY STILL TO
001800*                  COME, ITS VALUE AT THE AGREED ORDER PRICE AND
001900*                  THE NUMBER OF DAYS LATE, SO PURCHASING CAN
002000*                  CHASE THE SUPPLIER. PARTIALLY DELIVERED LINES
002100*                  STAY OPEN AND ARE LISTED FOR THE REMAINDER.
002200*                  NO INKORDER.IDX YET IS AN EMPTY LIST, NOT AN
002300*                  ERROR.
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
004100     SELECT INK-WORK-FILE ASSIGN TO "INKWRK.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT SORT-FILE ASSIGN TO "SORTWK.DAT".
004500
004600     SELECT SORTED-INK-FILE ASSIGN TO "SRTINK.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT OVERDUE-REPORT-FILE ASSIGN TO "INKVERV.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNSEQ-STATUS.
005500
005600     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-JRNL-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  INKOOPORDER-FILE.
006300     COPY "INKORDER.CPY".
006400
006500 FD  LEVERANCIER-MASTER.
006600     COPY "LEVMAST.CPY".
006700
006800 FD  INK-WORK-FILE.
006900 01  INK-WORK-RECORD.
007000     05  IW-LEVERANCIER       PIC X(08).
007100     05  IW-LEVERDATUM        PIC 9(08).
007200     05  IW-ORDERNR           PIC X(08).
007300     05  IW-REGEL             PIC 9(03).
007400     05  IW-ARTIKEL           PIC X(08).
007500     05  IW-BESTELD           PIC 9(07).
007600     05  IW-GELEVERD          PIC 9(07).
007700     05  IW-PRIJS             PIC 9(05)V99.
007800
007900 SD  SORT-FILE.
008000 01  SORT-RECORD.
008100     05  SD-LEVERANCIER       PIC X(08).
008200     05  SD-LEVERDATUM        PIC 9(08).
008300     05  SD-ORDERNR           PIC X(08).
008400     05  SD-REGEL             PIC 9(03).
008500     05  SD-ARTIKEL           PIC X(08).
008600     05  SD-BESTELD           PIC 9(07).
008700     05  SD-GELEVERD          PIC 9(07).
008800     05  SD-PRIJS             PIC 9(05)V99.
008900
009000 FD  SORTED-INK-FILE.
009100 01  SORTED-INK-RECORD.
009200     05  SI-LEVERANCIER       PIC X(08).
009300     05  SI-LEVERDATUM        PIC 9(08).
009400     05  SI-ORDERNR           PIC X(08).
009500     05  SI-REGEL             PIC 9(03).
009600     05  SI-ARTIKEL           PIC X(08).
009700     05  SI-BESTELD           PIC 9(07).
009800     05  SI-GELEVERD          PIC 9(07).
009900     05  SI-PRIJS             PIC 9(05)V99.
010000
010100 FD  OVERDUE-REPORT-FILE.
010200 01  OVERDUE-REPORT-LINE      PIC X(132).
010300
010400 FD  RUN-SEQ-FILE.
010500 01  RUN-SEQ-LINE             PIC 9(06).
010600
010700 FD  RUN-JOURNAL-FILE.
010800 01  RUN-JOURNAL-LINE         PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100*-----------------------------------------------------------
011200* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
011300*-----------------------------------------------------------
011400     COPY "RUNHDR.CPY".
011500
011600*-----------------------------------------------------------
011700* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
011800*-----------------------------------------------------------
011900     COPY "RUNJRNL.CPY".
012000 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
012100 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
012200 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
012300
012400 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
012500 01  WS-RUNSEQ-ENV-X          PIC X(10).
012600 01  WS-ADMIN-ENV-X           PIC X(06).
012700 01  WS-INKORDER-STATUS       PIC X(02) VALUE "00".
012800 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
012900
013000 01  WS-INK-EOF               PIC X VALUE "N".
013100     88 INK-EOF               VALUE "Y".
013200     88 INK-NOT-EOF           VALUE "N".
013300 01  WS-SRT-EOF               PIC X VALUE "N".
013400     88 SRT-EOF               VALUE "Y".
013500     88 SRT-NOT-EOF           VALUE "N".
013600 01  WS-LEVMAST-SW            PIC X VALUE "N".
013700     88 LEVMAST-OPEN          VALUE "Y".
013800     88 LEVMAST-CLOSED        VALUE "N".
013900
014000*-----------------------------------------------------------
014100* TELLERS EN REKENWERK
014200*-----------------------------------------------------------
014300 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
014400 77  WS-LATE-COUNT            PIC 9(07) COMP VALUE ZERO.
014500 77  WS-LEV-COUNT             PIC 9(05) COMP VALUE ZERO.
014600 77  WS-LEV-REGELS            PIC 9(05) COMP VALUE ZERO.
014700 77  WS-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
014800 01  WS-REST                  PIC 9(07) VALUE ZERO.
014900 01  WS-DAGEN-TE-LAAT         PIC 9(05) VALUE ZERO.
015000 01  WS-REST-WAARDE           PIC 9(09)V99 VALUE ZERO.
015100 01  WS-LEV-WAARDE            PIC 9(09)V99 VALUE ZERO.
015200 01  WS-TOT-WAARDE            PIC 9(09)V99 VALUE ZERO.
015300 01  WS-BREAK-LEV             PIC X(08) VALUE HIGH-VALUES.
015400
015500*-----------------------------------------------------------
015600* LIJSTLAYOUTS
015700*-----------------------------------------------------------
015800 01  OVD-HEADING-1.
015900     05  FILLER               PIC X(36)
016000          VALUE "ACHTERSTANDIGE INKOOPORDERS PER     ".
016100     05  OVD-HDG-DATE         PIC 9(08).
016200     05  FILLER               PIC X(06) VALUE "  ADM ".
016300     05  OVD-HDG-ADMIN        PIC X(04).
016400
016500 01  OVD-LEV-LINE.
016600     05  FILLER               PIC X(13) VALUE "LEVERANCIER: ".
016700     05  OVD-LEV-NUMMER       PIC X(08).
016800     05  FILLER               PIC X(02) VALUE SPACES.
016900     05  OVD-LEV-NAAM         PIC X(30).
017000
017100 01  OVD-HEADING-2.
017200     05  FILLER               PIC X(09) VALUE "ORDER".
017300     05  FILLER               PIC X(05) VALUE "REG".
017400     05  FILLER               PIC X(09) VALUE "ARTIKEL".
017500     05  FILLER               PIC X(10) VALUE "   BESTELD".
017600     05  FILLER               PIC X(10) VALUE "  GELEVERD".
017700     05  FILLER               PIC X(10) VALUE "      REST".
017800     05  FILLER               PIC X(15) VALUE "    WAARDE REST".
017900     05  FILLER               PIC X(10) VALUE "  VERWACHT".
018000     05  FILLER               PIC X(10) VALUE "  TE LAAT".
018100
018200 01  OVD-DETAIL-LINE.
018300     05  OVD-DET-ORDERNR      PIC X(08).
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  OVD-DET-REGEL        PIC ZZ9.
018600     05  FILLER               PIC X(02) VALUE SPACES.
018700     05  OVD-DET-ARTIKEL      PIC X(08).
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  OVD-DET-BESTELD      PIC Z,ZZZ,ZZ9.
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  OVD-DET-GELEVERD     PIC Z,ZZZ,ZZ9.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  OVD-DET-REST         PIC Z,ZZZ,ZZ9.
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  OVD-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
019600     05  FILLER               PIC X(02) VALUE SPACES.
019700     05  OVD-DET-LEVERDATUM   PIC 9(08).
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  OVD-DET-DAGEN        PIC ZZ,ZZ9.
020000
020100 01  OVD-SUBTOTAL-LINE.
020200     05  FILLER               PIC X(09) VALUE SPACES.
020300     05  FILLER               PIC X(16) VALUE "TOTAAL REGELS : ".
020400     05  OVD-SUB-REGELS       PIC ZZ,ZZ9.
020500     05  FILLER               PIC X(21) VALUE SPACES.
020600     05  OVD-SUB-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
020700
020800 01  OVD-BLANK-LINE           PIC X(01) VALUE SPACE.
020900
021000 01  OVD-NONE-LINE.
021100     05  FILLER               PIC X(40)
021200          VALUE "GEEN ACHTERSTANDIGE ORDERREGELS".
021300
021400 01  OVD-TRAILER-LINE-1.
021500     05  FILLER               PIC X(21)
021600                              VALUE "OPEN ORDERREGELS   : ".
021700     05  OVD-TRL-OPEN         PIC ZZZ,ZZ9.
021800 01  OVD-TRAILER-LINE-2.
021900     05  FILLER               PIC X(21)
022000                              VALUE "WAARVAN TE LAAT    : ".
022100     05  OVD-TRL-LATE         PIC ZZZ,ZZ9.
022200     05  FILLER               PIC X(16)
022300                              VALUE "   LEVERANCIERS ".
022400     05  OVD-TRL-LEVS         PIC ZZ,ZZ9.
022500 01  OVD-TRAILER-LINE-3.
022600     05  FILLER               PIC X(21)
022700                              VALUE "WAARDE ACHTERSTAND : ".
022800     05  OVD-TRL-WAARDE       PIC ZZZ,ZZZ,ZZ9.99.
022900
023000 PROCEDURE DIVISION.
023100
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023400     PERFORM 2000-SELECT-LATE-LINES THRU 2000-EXIT
023500     PERFORM 2500-SORT-LATE-LINES THRU 2500-EXIT
023600     PERFORM 3000-WRITE-REPORT THRU 3000-EXIT
023700     PERFORM 8000-FINALIZE THRU 8000-EXIT
023800     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
023900     STOP RUN.
024000
024100*-----------------------------------------------------------
024200* 1000-INITIALIZE - RUN HEADER, DAGNUMMER VAN DE RUNDATUM
024300*-----------------------------------------------------------
024400 1000-INITIALIZE.
024500     ACCEPT WS-START-TIME-RAW FROM TIME
024600     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
024700     COMPUTE WS-RUN-DAYNUM =
024800         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE).
024900 1000-EXIT.
025000     EXIT.
025100
025200*-----------------------------------------------------------
025300* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
025400*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
025500*                       LIKE EVERY OTHER CHAIN STEP
025600*-----------------------------------------------------------
025700 1050-GET-RUN-HEADER.
025800     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
025900     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
026000     IF RUNHDR-OPERATOR-ID = SPACES
026100         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
026200     END-IF
026300     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
026400     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
026500     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
026600     IF WS-ADMIN-ENV-X NOT = SPACES
026700         MOVE FUNCTION UPPER-CASE(FUNCTION
026800             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
026900     END-IF
027000     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
027100     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
027200     IF WS-RUNSEQ-ENV-X NOT = SPACES
027300         AND FUNCTION TEST-NUMVAL(FUNCTION
027400                 TRIM(WS-RUNSEQ-ENV-X)) = 0
027500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
027600             TO RUNHDR-RUN-SEQ
027700     ELSE
027800         OPEN INPUT RUN-SEQ-FILE
027900         IF WS-RUNSEQ-STATUS = "00"
028000             READ RUN-SEQ-FILE
028100                 AT END
028200                     MOVE ZERO TO RUN-SEQ-LINE
028300             END-READ
028400             CLOSE RUN-SEQ-FILE
028500         ELSE
028600             MOVE ZERO TO RUN-SEQ-LINE
028700         END-IF
028800         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
028900         OPEN OUTPUT RUN-SEQ-FILE
029000         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
029100         WRITE RUN-SEQ-LINE
029200         CLOSE RUN-SEQ-FILE
029300     END-IF
029400     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
029500             " DATE: " RUNHDR-RUN-DATE
029600             " SEQ: " RUNHDR-RUN-SEQ
029700             " ADM: " RUNHDR-ADMIN.
029800 1050-EXIT.
029900     EXIT.
030000
030100*-----------------------------------------------------------
030200* 2000-SELECT-LATE-LINES - INKORDER.IDX IN SLEUTELVOLGORDE;
030300*                          ELKE OPEN REGEL TELT, DE REGELS MET
030400*                          EEN VERSTREKEN LEVERDATUM GAAN NAAR
030500*                          HET WERKBESTAND VOOR DE SORTERING.
030600*-----------------------------------------------------------
030700 2000-SELECT-LATE-LINES.
030800     OPEN OUTPUT INK-WORK-FILE
030900     OPEN INPUT INKOOPORDER-FILE
031000     IF WS-INKORDER-STATUS = "35"
031100         DISPLAY "GEEN INKORDER.IDX - GEEN INKOOPORDERS"
031200         CLOSE INK-WORK-FILE
031300         GO TO 2000-EXIT
031400     END-IF
031500     IF WS-INKORDER-STATUS NOT = "00"
031600         DISPLAY "ERROR: UNABLE TO OPEN INKORDER.IDX - "
031700                 "FILE STATUS " WS-INKORDER-STATUS
031800         CLOSE INK-WORK-FILE
031900         MOVE 8 TO RETURN-CODE
032000         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
032100         STOP RUN
032200     END-IF
032300     MOVE LOW-VALUES TO INK-SLEUTEL
032400     START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
032500         INVALID KEY
032600             SET INK-EOF TO TRUE
032700         NOT INVALID KEY
032800             SET INK-NOT-EOF TO TRUE
032900     END-START
033000     PERFORM UNTIL INK-EOF
033100         READ INKOOPORDER-FILE NEXT
033200             AT END
033300                 SET INK-EOF TO TRUE
033400             NOT AT END
033500                 PERFORM 2100-CHECK-ONE-LINE THRU 2100-EXIT
033600         END-READ
033700     END-PERFORM
033800     CLOSE INKOOPORDER-FILE INK-WORK-FILE.
033900 2000-EXIT.
034000     EXIT.
034100
034200 2100-CHECK-ONE-LINE.
034300     IF NOT INK-OPEN
034400         GO TO 2100-EXIT
034500     END-IF
034600     ADD 1 TO WS-OPEN-COUNT
034700     IF INK-LEVERDATUM NOT < RUNHDR-RUN-DATE
034800         GO TO 2100-EXIT
034900     END-IF
035000     MOVE INK-LEVERANCIER TO IW-LEVERANCIER
035100     MOVE INK-LEVERDATUM TO IW-LEVERDATUM
035200     MOVE INK-ORDERNR TO IW-ORDERNR
035300     MOVE INK-REGEL TO IW-REGEL
035400     MOVE INK-ARTIKEL TO IW-ARTIKEL
035500     MOVE INK-BESTELD TO IW-BESTELD
035600     MOVE INK-GELEVERD TO IW-GELEVERD
035700     MOVE INK-PRIJS TO IW-PRIJS
035800     WRITE INK-WORK-RECORD
035900     ADD 1 TO WS-LATE-COUNT.
036000 2100-EXIT.
036100     EXIT.
036200
036300 2500-SORT-LATE-LINES.
036400     SORT SORT-FILE ON ASCENDING KEY SD-LEVERANCIER
036500                    ON ASCENDING KEY SD-LEVERDATUM
036600                    ON ASCENDING KEY SD-ORDERNR
036700                    ON ASCENDING KEY SD-REGEL
036800         USING INK-WORK-FILE
036900         GIVING SORTED-INK-FILE.
037000 2500-EXIT.
037100     EXIT.
037200
037300*-----------------------------------------------------------
037400* 3000-WRITE-REPORT - DE GESORTEERDE REGELS MET EEN BLOK PER
037500*                     LEVERANCIER EN EEN SUBTOTAAL PER BLOK
037600*-----------------------------------------------------------
037700 3000-WRITE-REPORT.
037800     OPEN OUTPUT OVERDUE-REPORT-FILE
037900     MOVE RUNHDR-RUN-DATE TO OVD-HDG-DATE
038000     MOVE RUNHDR-ADMIN TO OVD-HDG-ADMIN
038100     WRITE OVERDUE-REPORT-LINE FROM OVD-HEADING-1
038200     IF WS-LATE-COUNT = ZERO
038300         WRITE OVERDUE-REPORT-LINE FROM OVD-BLANK-LINE
038400         WRITE OVERDUE-REPORT-LINE FROM OVD-NONE-LINE
038500         GO TO 3000-EXIT
038600     END-IF
038700     OPEN INPUT LEVERANCIER-MASTER
038800     IF WS-LEVMAST-STATUS = "00"
038900         SET LEVMAST-OPEN TO TRUE
039000     ELSE
039100         DISPLAY "WARNING: GEEN LEVMAST.IDX - NAAM ONTBREEKT "
039200                 "OP INKVERV.DAT"
039300     END-IF
039400     MOVE HIGH-VALUES TO WS-BREAK-LEV
039500     OPEN INPUT SORTED-INK-FILE
039600     SET SRT-NOT-EOF TO TRUE
039700     PERFORM UNTIL SRT-EOF
039800         READ SORTED-INK-FILE
039900             AT END
040000                 SET SRT-EOF TO TRUE
040100             NOT AT END
040200                 IF SI-LEVERANCIER NOT = WS-BREAK-LEV
040300                     PERFORM 3100-NEW-LEVERANCIER THRU 3100-EXIT
040400                 END-IF
040500                 PERFORM 3200-ONE-LINE THRU 3200-EXIT
040600         END-READ
040700     END-PERFORM
040800     CLOSE SORTED-INK-FILE
040900     PERFORM 3300-LEV-SUBTOTAL THRU 3300-EXIT
041000     IF LEVMAST-OPEN
041100         CLOSE LEVERANCIER-MASTER
041200     END-IF.
041300 3000-EXIT.
041400     EXIT.
041500
041600*-----------------------------------------------------------
041700* 3100-NEW-LEVERANCIER - SUBTOTAAL VAN DE VORIGE, DAN DE KOP
041800*                        VAN DE VOLGENDE LEVERANCIER
041900*-----------------------------------------------------------
042000 3100-NEW-LEVERANCIER.
042100     IF WS-BREAK-LEV NOT = HIGH-VALUES
042200         PERFORM 3300-LEV-SUBTOTAL THRU 3300-EXIT
042300     END-IF
042400     MOVE SI-LEVERANCIER TO WS-BREAK-LEV
042500     ADD 1 TO WS-LEV-COUNT
042600     MOVE ZERO TO WS-LEV-REGELS WS-LEV-WAARDE
042700     MOVE SI-LEVERANCIER TO OVD-LEV-NUMMER
042800     MOVE "ONBEKEND" TO OVD-LEV-NAAM
042900     IF LEVMAST-OPEN
043000         MOVE SI-LEVERANCIER TO LEV-NUMMER
043100         READ LEVERANCIER-MASTER
043200             INVALID KEY
043300                 CONTINUE
043400             NOT INVALID KEY
043500                 MOVE LEV-NAAM TO OVD-LEV-NAAM
043600         END-READ
043700     END-IF
043800     WRITE OVERDUE-REPORT-LINE FROM OVD-BLANK-LINE
043900     WRITE OVERDUE-REPORT-LINE FROM OVD-LEV-LINE
044000     WRITE OVERDUE-REPORT-LINE FROM OVD-HEADING-2.
044100 3100-EXIT.
044200     EXIT.
044300
044400*-----------------------------------------------------------
044500* 3200-ONE-LINE - REST, WAARDE VAN DE REST TEGEN DE ORDERPRIJS
044600*                 EN HET AANTAL DAGEN TE LAAT
044700*-----------------------------------------------------------
044800 3200-ONE-LINE.
044900     IF SI-GELEVERD < SI-BESTELD
045000         SUBTRACT SI-GELEVERD FROM SI-BESTELD GIVING WS-REST
045100     ELSE
045200         MOVE ZERO TO WS-REST
045300     END-IF
045400     COMPUTE WS-REST-WAARDE ROUNDED = WS-REST * SI-PRIJS
045500     MOVE ZERO TO WS-DAGEN-TE-LAAT
045600     IF FUNCTION TEST-DATE-YYYYMMDD(SI-LEVERDATUM) = 0
045700         COMPUTE WS-DAGEN-TE-LAAT = WS-RUN-DAYNUM
045800             - FUNCTION INTEGER-OF-DATE(SI-LEVERDATUM)
045900     END-IF
046000     MOVE SI-ORDERNR TO OVD-DET-ORDERNR
046100     MOVE SI-REGEL TO OVD-DET-REGEL
046200     MOVE SI-ARTIKEL TO OVD-DET-ARTIKEL
046300     MOVE SI-BESTELD TO OVD-DET-BESTELD
046400     MOVE SI-GELEVERD TO OVD-DET-GELEVERD
046500     MOVE WS-REST TO OVD-DET-REST
046600     MOVE WS-REST-WAARDE TO OVD-DET-WAARDE
046700     MOVE SI-LEVERDATUM TO OVD-DET-LEVERDATUM
046800     MOVE WS-DAGEN-TE-LAAT TO OVD-DET-DAGEN
046900     WRITE OVERDUE-REPORT-LINE FROM OVD-DETAIL-LINE
047000     ADD 1 TO WS-LEV-REGELS
047100     ADD WS-REST-WAARDE TO WS-LEV-WAARDE WS-TOT-WAARDE.
047200 3200-EXIT.
047300     EXIT.
047400
047500 3300-LEV-SUBTOTAL.
047600     MOVE WS-LEV-REGELS TO OVD-SUB-REGELS
047700     MOVE WS-LEV-WAARDE TO OVD-SUB-WAARDE
047800     WRITE OVERDUE-REPORT-LINE FROM OVD-SUBTOTAL-LINE.
047900 3300-EXIT.
048000     EXIT.
048100
048200*-----------------------------------------------------------
048300* 8000-FINALIZE - TRAILER EN AFSLUITEN
048400*-----------------------------------------------------------
048500 8000-FINALIZE.
048600     WRITE OVERDUE-REPORT-LINE FROM OVD-BLANK-LINE
048700     MOVE WS-OPEN-COUNT TO OVD-TRL-OPEN
048800     WRITE OVERDUE-REPORT-LINE FROM OVD-TRAILER-LINE-1
048900     MOVE WS-LATE-COUNT TO OVD-TRL-LATE
049000     MOVE WS-LEV-COUNT TO OVD-TRL-LEVS
049100     WRITE OVERDUE-REPORT-LINE FROM OVD-TRAILER-LINE-2
049200     MOVE WS-TOT-WAARDE TO OVD-TRL-WAARDE
049300     WRITE OVERDUE-REPORT-LINE FROM OVD-TRAILER-LINE-3
049400     CLOSE OVERDUE-REPORT-FILE
049500     DISPLAY "INKRPT COMPLETE - " WS-OPEN-COUNT
049600             " OPEN ORDERREGEL(S), " WS-LATE-COUNT
049700             " TE LAAT BIJ " WS-LEV-COUNT
049800             " LEVERANCIER(S) NAAR INKVERV.DAT".
049900 8000-EXIT.
050000     EXIT.
050100
050200*-----------------------------------------------------------
050300* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
050400*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
050500*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
050600*-----------------------------------------------------------
050700 9000-WRITE-RUN-JOURNAL.
050800     ACCEPT WS-END-TIME-RAW FROM TIME
050900     OPEN EXTEND RUN-JOURNAL-FILE
051000     IF WS-JRNL-STATUS = "35"
051100         OPEN OUTPUT RUN-JOURNAL-FILE
051200     END-IF
051300     MOVE "INKRPT  " TO JRNL-PROGRAM
051400     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
051500     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
051600     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
051700     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
051800     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
051900     MOVE RETURN-CODE TO JRNL-RC
052000     MOVE WS-OPEN-COUNT TO JRNL-COUNT-1
052100     MOVE WS-LATE-COUNT TO JRNL-COUNT-2
052200     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
052300     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
052400     CLOSE RUN-JOURNAL-FILE.
052500 9000-EXIT.
052600     EXIT.
