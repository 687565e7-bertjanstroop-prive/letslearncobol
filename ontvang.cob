002980*                  BLIJVEN AF; DE RAPPORTSTATUS LUIDT "PROEF"
002981*                  EN EEN SAMENVATTING GAAT NAAR
002982*                  PROEFSUM.DAT.
002983* 2026-10-15  BJS  CREDITEUREN: ONTVANG.DAT MAG NU ACHTER DE
002984*                  FACTUURPRIJS DE LEVERANCIER EN ZIJN
002985*                  FACTUURNUMMER DRAGEN; ZONDER LEVERANCIER OP
002986*                  DE REGEL GELDT DE VOORKEURLEVERANCIER VAN
002987*                  HET ARTIKEL. EEN ONTVANGST ZONDER BEKENDE
002988*                  LEVERANCIER (LEVMAST.IDX) WORDT AFGEKEURD.
002989*                  ELKE TOEGEPASTE ONTVANGST BOEKT AANTAL MAAL
00298A*                  FACTUURPRIJS ALS OPEN POST NAAR CREDPOST.DAT,
00298B*                  VERVALDATUM = DATUM PLUS LEV-TERMIJN. NIET
00298C*                  IN EEN PROEFRUN.
00298D* 2026-10-15  BJS  INKOOPORDERS: ELKE ONTVANGST MOET EEN OPEN
00298E*                  REGEL IN INKORDER.IDX VAN DEZELFDE
00298F*                  LEVERANCIER EN HETZELFDE ARTIKEL BELEVEREN
00298G*                  (OPTIONEEL VELD 7 NOEMT HET ORDERNUMMER).
00298H*                  GEEN ORDER, MEER DAN DE OPEN REST, OF EEN
00298I*                  FACTUURPRIJS DIE AFWIJKT VAN DE AFGESPROKEN
00298J*                  ORDERPRIJS: VASTGEHOUDEN, NIET TOEGEPAST, EN
00298K*                  SAMEN MET DE TOLERANTIE-VLAGGEN NAAR
00298L*                  ONTVHOLD.DAT VOOR BEOORDELING. EEN TOEGEPASTE
00298M*                  ONTVANGST HOOGT INK-GELEVERD OP; DE REGEL
00298N*                  BLIJFT OPEN TOT ALLES BINNEN IS (STATUS G).
00298O* 2026-10-15  BJS  ELKE TOEGEPASTE ONTVANGST GAAT OOK ALS O-REGEL
00298P*                  NAAR HET PERMANENTE MUTATIEGROOTBOEK
00298Q*                  VOORMUT.DAT (VOORMUT.CPY) MET DE STAND VOOR EN
00298R*                  NA. NIET IN EEN PROEFRUN.
003000*-----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
006220     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
006230         ORGANIZATION IS LINE SEQUENTIAL
006240         FILE STATUS IS WS-PROEFSUM-STATUS.
006241
006242     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
006243         ORGANIZATION IS INDEXED
006244         ACCESS MODE IS RANDOM
006245         RECORD KEY IS LEV-NUMMER
006246         FILE STATUS IS WS-LEVMAST-STATUS.
006247
006248     SELECT PAYABLES-FILE ASSIGN TO "CREDPOST.DAT"
006249         ORGANIZATION IS LINE SEQUENTIAL
00624A         FILE STATUS IS WS-CREDPOST-STATUS.
00624B
00624C     SELECT INKOOPORDER-FILE ASSIGN TO "INKORDER.IDX"
00624D         ORGANIZATION IS INDEXED
00624E         ACCESS MODE IS DYNAMIC
00624F         RECORD KEY IS INK-SLEUTEL
00624G         FILE STATUS IS WS-INKORDER-STATUS.
00624H
00624I     SELECT HOLD-FILE ASSIGN TO "ONTVHOLD.DAT"
00624J         ORGANIZATION IS LINE SEQUENTIAL
00624K         FILE STATUS IS WS-ONTVHOLD-STATUS.
00624L
00624M     SELECT STOCK-LEDGER-FILE ASSIGN TO "VOORMUT.DAT"
00624N         ORGANIZATION IS LINE SEQUENTIAL
00624O         FILE STATUS IS WS-VOORMUT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
008510
008520 FD  PROEF-SUM-FILE.
008530 01  PROEF-SUM-LINE           PIC X(132).
008531
008532 FD  LEVERANCIER-MASTER.
008533     COPY "LEVMAST.CPY".
008534
008535 FD  PAYABLES-FILE.
008536 01  PAYABLES-LINE            PIC X(132).
008537
008538 FD  INKOOPORDER-FILE.
008539     COPY "INKORDER.CPY".
00853A
00853B FD  HOLD-FILE.
00853C 01  HOLD-LINE                PIC X(132).
00853D
00853E FD  STOCK-LEDGER-FILE.
00853F 01  STOCK-LEDGER-LINE        PIC X(132).
008600
008700 WORKING-STORAGE SECTION.
008800*-----------------------------------------------------------
011400 01  WS-RECVIN-STATUS         PIC X(02) VALUE "00".
011500 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
011600 01  WS-ARTCHG-STATUS         PIC X(02) VALUE "00".
011601 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
011602 01  WS-CREDPOST-STATUS       PIC X(02) VALUE "00".
011603 01  WS-LEVMAST-SW            PIC X VALUE "N".
011604     88 LEVMAST-OPEN          VALUE "Y".
011605     88 LEVMAST-CLOSED        VALUE "N".
011606 01  WS-INKORDER-STATUS       PIC X(02) VALUE "00".
011607 01  WS-ONTVHOLD-STATUS       PIC X(02) VALUE "00".
011608 01  WS-INKORDER-SW           PIC X VALUE "N".
011609     88 INKORDER-OPEN         VALUE "Y".
01160A     88 INKORDER-CLOSED       VALUE "N".
01160B 01  WS-PO-EOF                PIC X VALUE "N".
01160C     88 PO-EOF                VALUE "Y".
01160D     88 PO-NOT-EOF            VALUE "N".
01160E 01  WS-VOORMUT-STATUS        PIC X(02) VALUE "00".
011700
011800 01  WS-RECV-EOF              PIC X VALUE "N".
011900     88 RECV-EOF              VALUE "Y".
012300 77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
012400 77  WS-FLAGGED-COUNT         PIC 9(07) COMP VALUE ZERO.
012500 77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
012501 77  WS-POSTED-COUNT          PIC 9(07) COMP VALUE ZERO.
012502 77  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
012600
012700*-----------------------------------------------------------
012800* BATCH LINE PARSE FIELDS - ARTNO,DATUM,AANTAL,FACTUURPRIJS
012810* [,LEVERANCIER[,FACTUURNUMMER VAN DE LEVERANCIER
012820* [,ORDERNUMMER]]]
012900*-----------------------------------------------------------
013000 01  WS-IN-ARTNO-X            PIC X(10).
013100 01  WS-IN-DATUM-X            PIC X(10).
013200 01  WS-IN-AANTAL-X           PIC X(10).
013300 01  WS-IN-KOSTEN-X           PIC X(12).
013301 01  WS-IN-LEV-X              PIC X(10).
013302 01  WS-IN-FACTUUR-X          PIC X(14).
013303 01  WS-IN-ORDER-X            PIC X(10).
013400 01  WS-IN-DATUM              PIC 9(08) VALUE ZERO.
013500 01  WS-IN-AANTAL             PIC 9(06) VALUE ZERO.
013600 01  WS-IN-KOSTEN             PIC 9(05)V99 VALUE ZERO.
013700 01  WS-OLD-PRIJS             PIC 9(05)V99 VALUE ZERO.
013800 01  WS-MOVE-PCT              PIC 9(05)V99 VALUE ZERO.
013900 01  WS-PRIJS-DIFF            PIC S9(06)V99 VALUE ZERO.
013901
013902*-----------------------------------------------------------
013903* CREDITEUREN WORK FIELDS - THE LEVERANCIER OF THIS RECEIPT,
013904* ITS TERMIJN AND THE VALUE POSTED TO CREDPOST.DAT
013905*-----------------------------------------------------------
013906 01  WS-REC-LEV               PIC X(08).
013907 01  WS-REC-TERMIJN           PIC 9(03) VALUE ZERO.
013908 01  WS-REC-FACTUUR           PIC X(12).
013909 01  WS-REC-WAARDE            PIC S9(09)V99 VALUE ZERO.
01390A 77  WS-DATUM-DAYNUM          PIC 9(07) COMP VALUE ZERO.
01390B 01  WS-REC-REF.
01390C     05  FILLER               PIC X(01) VALUE "O".
01390D     05  WS-REC-REF-SEQ       PIC 9(06).
01390E     05  FILLER               PIC X(01) VALUE "-".
01390F     05  WS-REC-REF-NR        PIC 9(04).
01390G
01390H     COPY "CREDPOST.CPY".
01390I
01390J*-----------------------------------------------------------
01390K* OPEN INKOOPORDERREGELS, LOADED FROM INKORDER.IDX AT THE
01390L* START OF THE RUN IN KEY ORDER (OLDEST ORDER FIRST). PO-REST
01390M* IS WHAT IS STILL TO COME AND DROPS AS RECEIPTS ARE MATCHED.
01390N*-----------------------------------------------------------
01390O 77  WS-PO-COUNT              PIC 9(04) COMP VALUE ZERO.
01390P 77  WS-PO-MAX                PIC 9(04) COMP VALUE 1000.
01390Q 77  WS-PO-IDX                PIC 9(04) COMP VALUE ZERO.
01390R 77  WS-PO-MATCH              PIC 9(04) COMP VALUE ZERO.
01390S 77  WS-PO-FIRST              PIC 9(04) COMP VALUE ZERO.
01390T 01  WS-PO-TABLE.
01390U     05  WS-PO-ENTRY OCCURS 1000 TIMES.
01390V         10  PO-ORDERNR       PIC X(08).
01390W         10  PO-REGEL         PIC 9(03).
01390X         10  PO-LEVERANCIER   PIC X(08).
01390Y         10  PO-ARTIKEL       PIC X(08).
01390Z         10  PO-REST          PIC S9(07).
013910         10  PO-PRIJS         PIC 9(05)V99.
013911 01  WS-IN-ORDERNR            PIC X(08).
013912 01  WS-HOLD-REASON           PIC X(24).
013913
013914*-----------------------------------------------------------
013915* ONTVHOLD.DAT - ONE LINE PER RECEIPT HELD FOR REVIEW: RUN
013916* DATE, REASON AND THE ORIGINAL ONTVANG.DAT LINE, WHICH CAN
013917* BE RESUBMITTED AS IS ONCE THE ORDER IS PUT RIGHT.
013918*-----------------------------------------------------------
013919 01  HLD-DETAIL-LINE.
01391A     05  HLD-DATUM            PIC 9(08).
01391B     05  FILLER               PIC X(01) VALUE ",".
01391C     05  HLD-REDEN            PIC X(24).
01391D     05  FILLER               PIC X(01) VALUE ",".
01391E     05  HLD-REGEL            PIC X(80).
01391F
01391G*-----------------------------------------------------------
01391H* MUTATIEGROOTBOEK - EEN REGEL PER TOEGEPASTE ONTVANGST
01391I*-----------------------------------------------------------
01391J     COPY "VOORMUT.CPY".
014000
014100*-----------------------------------------------------------
014200* COST-CHANGE HISTORY LINE - ONE PER MASTER UPDATE, WITH THE
016900     05  FILLER               PIC X(09) VALUE "  AANTAL".
017000     05  FILLER               PIC X(12) VALUE "  OUDE PRIJS".
017100     05  FILLER               PIC X(14) VALUE "  NIEUWE PRIJS".
017200     05  FILLER               PIC X(23) VALUE "  STATUS".
017210     05  FILLER               PIC X(11) VALUE "LEVERANCIER".
017300
017400 01  RPT-DETAIL-LINE.
017500     05  RPT-DET-ARTNO        PIC X(08).
018300     05  RPT-DET-NIEUW        PIC ZZ,ZZ9.99.
018400     05  FILLER               PIC X(03) VALUE SPACES.
018500     05  RPT-DET-STATUS       PIC X(24).
018510     05  FILLER               PIC X(01) VALUE SPACE.
018520     05  RPT-DET-LEV          PIC X(08).
018600
018700 01  RPT-INVALID-LINE.
018800     05  FILLER               PIC X(20)
020800     05  FILLER               PIC X(21)
020900                              VALUE "AFGEKEURD          : ".
021000     05  RPT-TRL-REJECTS      PIC ZZZ,ZZ9.
021001
021002 01  RPT-TRAILER-LINE-5.
021003     05  FILLER               PIC X(21)
021004                              VALUE "NAAR CREDITEUREN   : ".
021005     05  RPT-TRL-POSTED       PIC ZZZ,ZZ9.
021006
021007 01  RPT-TRAILER-LINE-6.
021008     05  FILLER               PIC X(21)
021009                              VALUE "VASTGEHOUDEN       : ".
02100A     05  RPT-TRL-HELD         PIC ZZZ,ZZ9.
021100
021200 PROCEDURE DIVISION.
021300
034700     IF WS-ARTCHG-STATUS = "35"
034800         OPEN OUTPUT COST-CHANGE-FILE
034900     END-IF
034910     OPEN INPUT LEVERANCIER-MASTER
034920     IF WS-LEVMAST-STATUS = "00"
034930         SET LEVMAST-OPEN TO TRUE
034940     ELSE
034950         DISPLAY "WARNING: GEEN LEVMAST.IDX - ONTVANGSTEN "
034960                 "ZONDER BEKENDE LEVERANCIER WORDEN AFGEKEURD"
034970     END-IF
034980     IF LIVE-MODE
034985         OPEN EXTEND PAYABLES-FILE
034990         IF WS-CREDPOST-STATUS = "35"
034995             OPEN OUTPUT PAYABLES-FILE
034996         END-IF
034997     END-IF
034998     PERFORM 2100-LOAD-ORDERS THRU 2100-EXIT
034999     IF LIVE-MODE
03499A         OPEN EXTEND HOLD-FILE
03499B         IF WS-ONTVHOLD-STATUS = "35"
03499C             OPEN OUTPUT HOLD-FILE
03499D         END-IF
03499E     END-IF
03499F     IF LIVE-MODE
03499G         OPEN EXTEND STOCK-LEDGER-FILE
03499H         IF WS-VOORMUT-STATUS = "35"
03499I             OPEN OUTPUT STOCK-LEDGER-FILE
03499J         END-IF
03499K     END-IF
035000     OPEN OUTPUT RECEIPT-REPORT-FILE
035100     MOVE RUNHDR-RUN-DATE TO RPT-HDG-DATE
035150     MOVE RUNHDR-ADMIN TO RPT-HDG-ADMIN
035300     WRITE RECEIPT-REPORT-LINE FROM RPT-HEADING-2.
035400 2000-EXIT.
035500     EXIT.
035501
035502*-----------------------------------------------------------
035503* 2100-LOAD-ORDERS - EVERY OPEN INKOOPORDERREGEL INTO THE
035504*                    TABLE. WITHOUT INKORDER.IDX NO RECEIPT HAS
035505*                    AN ORDER AND ALL ARE HELD. MORE OPEN REGELS
035506*                    THAN THE TABLE HOLDS FAILS THE STEP - A
035507*                    MISSING REGEL WOULD HOLD A GOOD RECEIPT.
035508*-----------------------------------------------------------
035509 2100-LOAD-ORDERS.
03550A     MOVE ZERO TO WS-PO-COUNT
03550B     IF LIVE-MODE
03550C         OPEN I-O INKOOPORDER-FILE
03550D     ELSE
03550E         OPEN INPUT INKOOPORDER-FILE
03550F     END-IF
03550G     IF WS-INKORDER-STATUS NOT = "00"
03550H         DISPLAY "WARNING: GEEN INKORDER.IDX - ALLE "
03550I                 "ONTVANGSTEN WORDEN VASTGEHOUDEN"
03550J         GO TO 2100-EXIT
03550K     END-IF
03550L     SET INKORDER-OPEN TO TRUE
03550M     MOVE LOW-VALUES TO INK-SLEUTEL
03550N     START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
03550O         INVALID KEY
03550P             GO TO 2100-EXIT
03550Q     END-START
03550R     SET PO-NOT-EOF TO TRUE
03550S     PERFORM UNTIL PO-EOF
03550T         READ INKOOPORDER-FILE NEXT
03550U             AT END
03550V                 SET PO-EOF TO TRUE
03550W             NOT AT END
03550X                 PERFORM 2110-LOAD-ONE-ORDER THRU 2110-EXIT
03550Y         END-READ
03550Z     END-PERFORM.
035510 2100-EXIT.
035511     EXIT.
035512
035513 2110-LOAD-ONE-ORDER.
035514     IF NOT INK-OPEN OR INK-GELEVERD >= INK-BESTELD
035515         GO TO 2110-EXIT
035516     END-IF
035517     IF WS-PO-COUNT >= WS-PO-MAX
035518         DISPLAY "ERROR: MEER DAN " WS-PO-MAX " OPEN "
035519                 "ORDERREGELS IN INKORDER.IDX - STAP GESTOPT"
03551A         MOVE 8 TO RETURN-CODE
03551B         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
03551C         STOP RUN
03551D     END-IF
03551E     ADD 1 TO WS-PO-COUNT
03551F     MOVE INK-ORDERNR     TO PO-ORDERNR (WS-PO-COUNT)
03551G     MOVE INK-REGEL       TO PO-REGEL (WS-PO-COUNT)
03551H     MOVE INK-LEVERANCIER TO PO-LEVERANCIER (WS-PO-COUNT)
03551I     MOVE INK-ARTIKEL     TO PO-ARTIKEL (WS-PO-COUNT)
03551J     COMPUTE PO-REST (WS-PO-COUNT) = INK-BESTELD - INK-GELEVERD
03551K     MOVE INK-PRIJS       TO PO-PRIJS (WS-PO-COUNT).
03551L 2110-EXIT.
03551M     EXIT.
035600
035700*-----------------------------------------------------------
035800* 3000-PROCESS-RECEIPTS - EVERY LINE OF ONTVANG.DAT
038200     ADD 1 TO WS-RECEIPT-COUNT
038300     MOVE SPACES TO WS-IN-ARTNO-X WS-IN-DATUM-X
038400                    WS-IN-AANTAL-X WS-IN-KOSTEN-X
038410                    WS-IN-LEV-X WS-IN-FACTUUR-X RPT-DET-LEV
038420                    WS-IN-ORDER-X
038500     UNSTRING RECEIPT-IN-LINE DELIMITED BY ","
038600         INTO WS-IN-ARTNO-X WS-IN-DATUM-X
038700              WS-IN-AANTAL-X WS-IN-KOSTEN-X
038710              WS-IN-LEV-X WS-IN-FACTUUR-X WS-IN-ORDER-X
038800     END-UNSTRING
03881A     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ARTNO-X))
03881B             = "ADMINISTRATIE"
041500             ADD 1 TO WS-REJECT-COUNT
041600             GO TO 3100-EXIT
041700     END-READ
041701     PERFORM 3150-FIND-LEVERANCIER THRU 3150-EXIT
041702     IF WS-REC-LEV = SPACES
041703         MOVE ART-NUMMER    TO RPT-DET-ARTNO
041704         MOVE WS-IN-DATUM-X TO RPT-DET-DATUM
041705         MOVE WS-IN-AANTAL  TO RPT-DET-AANTAL
041706         MOVE ART-INKOOPPRIJS TO RPT-DET-OUD
041707         MOVE WS-IN-KOSTEN  TO RPT-DET-NIEUW
041708         MOVE "GEEN/ONBEKENDE LEV." TO RPT-DET-STATUS
041709         WRITE RECEIPT-REPORT-LINE FROM RPT-DETAIL-LINE
04170A         ADD 1 TO WS-REJECT-COUNT
04170B         GO TO 3100-EXIT
04170C     END-IF
04170D
04170E     PERFORM 3160-MATCH-ORDER THRU 3160-EXIT
04170F     IF WS-HOLD-REASON NOT = SPACES
04170G         PERFORM 3170-HOLD-RECEIPT THRU 3170-EXIT
04170H         GO TO 3100-EXIT
04170I     END-IF
041800
041900     MOVE ART-INKOOPPRIJS TO WS-OLD-PRIJS
042000     IF WS-OLD-PRIJS > ZERO
043800             TO RPT-DET-STATUS
043900         WRITE RECEIPT-REPORT-LINE FROM RPT-DETAIL-LINE
044000         ADD 1 TO WS-FLAGGED-COUNT
044010         IF LIVE-MODE
044020             MOVE RUNHDR-RUN-DATE TO HLD-DATUM
044030             MOVE RPT-DET-STATUS  TO HLD-REDEN
044040             MOVE RECEIPT-IN-LINE TO HLD-REGEL
044050             WRITE HOLD-LINE FROM HLD-DETAIL-LINE
044060         END-IF
044100         GO TO 3100-EXIT
044200     END-IF
044300
044310     SUBTRACT WS-IN-AANTAL FROM PO-REST (WS-PO-MATCH)
044400     PERFORM 3200-APPLY-RECEIPT THRU 3200-EXIT.
044500 3100-EXIT.
044600     EXIT.
044601
044602*-----------------------------------------------------------
044603* 3150-FIND-LEVERANCIER - THE LEVERANCIER NAMED ON THE LINE,
044604*                         ELSE THE ARTIKEL'S VOORKEUR-
044605*                         LEVERANCIER. IT MUST BE ON LEVMAST.IDX;
044606*                         WS-REC-LEV STAYS SPACES WHEN IT IS NOT.
044607*-----------------------------------------------------------
044608 3150-FIND-LEVERANCIER.
044609     MOVE SPACES TO WS-REC-LEV
04460A     IF WS-IN-LEV-X NOT = SPACES
04460B         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-LEV-X))
04460C             TO LEV-NUMMER
04460D     ELSE
04460E         MOVE ART-LEVERANCIER TO LEV-NUMMER
04460F     END-IF
04460G     MOVE LEV-NUMMER TO RPT-DET-LEV
04460H     IF LEV-NUMMER = SPACES OR LEVMAST-CLOSED
04460I         GO TO 3150-EXIT
04460J     END-IF
04460K     READ LEVERANCIER-MASTER
04460L         INVALID KEY
04460M             GO TO 3150-EXIT
04460N     END-READ
04460O     MOVE LEV-NUMMER TO WS-REC-LEV
04460P     MOVE LEV-TERMIJN TO WS-REC-TERMIJN.
04460Q 3150-EXIT.
04460R     EXIT.
04460S
04460T*-----------------------------------------------------------
04460U* 3160-MATCH-ORDER - THE OPEN ORDERREGEL THIS RECEIPT
04460V*                    DELIVERS: SAME LEVERANCIER AND ARTIKEL (AND
04460W*                    ORDERNUMMER WHEN THE LINE GIVES ONE), THE
04460X*                    OLDEST REGEL WHOSE REST TAKES THE WHOLE
04460Y*                    AANTAL, ELSE THE OLDEST AT ALL. WS-HOLD-
04460Z*                    REASON IS FILLED WHEN THE RECEIPT MUST BE
044610*                    HELD; WS-PO-MATCH POINTS AT THE REGEL.
044611*-----------------------------------------------------------
044612 3160-MATCH-ORDER.
044613     MOVE SPACES TO WS-HOLD-REASON
044614     MOVE ZERO TO WS-PO-MATCH WS-PO-FIRST
044615     MOVE FUNCTION TRIM(WS-IN-ORDER-X) TO WS-IN-ORDERNR
044616     PERFORM VARYING WS-PO-IDX FROM 1 BY 1
044617         UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-MATCH > ZERO
044618         IF PO-ARTIKEL (WS-PO-IDX) = ART-NUMMER
044619             AND PO-LEVERANCIER (WS-PO-IDX) = WS-REC-LEV
04461A             AND PO-REST (WS-PO-IDX) > ZERO
04461B             AND (WS-IN-ORDERNR = SPACES
04461C                  OR PO-ORDERNR (WS-PO-IDX) = WS-IN-ORDERNR)
04461D             IF WS-PO-FIRST = ZERO
04461E                 MOVE WS-PO-IDX TO WS-PO-FIRST
04461F             END-IF
04461G             IF PO-REST (WS-PO-IDX) >= WS-IN-AANTAL
04461H                 MOVE WS-PO-IDX TO WS-PO-MATCH
04461I             END-IF
04461J         END-IF
04461K     END-PERFORM
04461L     IF WS-PO-FIRST = ZERO
04461M         MOVE "VAST - GEEN ORDER" TO WS-HOLD-REASON
04461N         GO TO 3160-EXIT
04461O     END-IF
04461P     IF WS-PO-MATCH = ZERO
04461Q         MOVE WS-PO-FIRST TO WS-PO-MATCH
04461R         MOVE "VAST - OVERLEVERING" TO WS-HOLD-REASON
04461S         GO TO 3160-EXIT
04461T     END-IF
04461U     IF WS-IN-KOSTEN NOT = PO-PRIJS (WS-PO-MATCH)
04461V         MOVE "VAST - PRIJS <> ORDER" TO WS-HOLD-REASON
04461W     END-IF.
04461X 3160-EXIT.
04461Y     EXIT.
04461Z
044620*-----------------------------------------------------------
044621* 3170-HOLD-RECEIPT - REPORT THE HELD RECEIPT WITH ITS REASON
044622*                     AND, IN A LIVE RUN, KEEP THE LINE ON
044623*                     ONTVHOLD.DAT FOR REVIEW
044624*-----------------------------------------------------------
044625 3170-HOLD-RECEIPT.
044626     MOVE ART-NUMMER      TO RPT-DET-ARTNO
044627     MOVE WS-IN-DATUM-X   TO RPT-DET-DATUM
044628     MOVE WS-IN-AANTAL    TO RPT-DET-AANTAL
044629     MOVE ART-INKOOPPRIJS TO RPT-DET-OUD
04462A     MOVE WS-IN-KOSTEN    TO RPT-DET-NIEUW
04462B     MOVE WS-HOLD-REASON  TO RPT-DET-STATUS
04462C     WRITE RECEIPT-REPORT-LINE FROM RPT-DETAIL-LINE
04462D     ADD 1 TO WS-HELD-COUNT
04462E     IF LIVE-MODE
04462F         MOVE RUNHDR-RUN-DATE TO HLD-DATUM
04462G         MOVE WS-HOLD-REASON  TO HLD-REDEN
04462H         MOVE RECEIPT-IN-LINE TO HLD-REGEL
04462I         WRITE HOLD-LINE FROM HLD-DETAIL-LINE
04462J     END-IF.
04462K 3170-EXIT.
04462L     EXIT.
044700
044800*-----------------------------------------------------------
044900* 3200-APPLY-RECEIPT - THE INVOICE COST BECOMES THE STANDING
046350     ADD WS-IN-AANTAL TO ART-VOORRAAD
046400     REWRITE ARTIKEL-RECORD
046500     PERFORM 3300-WRITE-COST-CHANGE THRU 3300-EXIT
046510     PERFORM 3400-POST-PAYABLE THRU 3400-EXIT
046520     PERFORM 3500-UPDATE-ORDER THRU 3500-EXIT
046521     PERFORM 3600-WRITE-LEDGER THRU 3600-EXIT
046600     MOVE ART-NUMMER    TO RPT-DET-ARTNO
046700     MOVE WS-IN-DATUM-X TO RPT-DET-DATUM
046800     MOVE WS-IN-AANTAL  TO RPT-DET-AANTAL
048800     WRITE COST-CHANGE-LINE FROM CHG-DETAIL-LINE.
048900 3300-EXIT.
049000     EXIT.
049001
049002*-----------------------------------------------------------
049003* 3400-POST-PAYABLE - THE INVOICE VALUE OF THE APPLIED RECEIPT
049004*                     AS A NEW OPEN POST FOR ITS LEVERANCIER.
049005*                     WITHOUT THE LEVERANCIER'S OWN FACTUURNUMMER
049006*                     THE RECEIPT IS REFERENCED AS O<RUNSEQ>-<NR>.
049007*-----------------------------------------------------------
049008 3400-POST-PAYABLE.
049009     COMPUTE WS-REC-WAARDE = WS-IN-AANTAL * WS-IN-KOSTEN
04900A     IF WS-IN-FACTUUR-X NOT = SPACES
04900B         MOVE FUNCTION TRIM(WS-IN-FACTUUR-X) TO WS-REC-FACTUUR
04900C     ELSE
04900D         MOVE RUNHDR-RUN-SEQ TO WS-REC-REF-SEQ
04900E         MOVE WS-RECEIPT-COUNT TO WS-REC-REF-NR
04900F         MOVE WS-REC-REF TO WS-REC-FACTUUR
04900G     END-IF
04900H     COMPUTE WS-DATUM-DAYNUM =
04900I         FUNCTION INTEGER-OF-DATE(WS-IN-DATUM)
04900J     IF WS-DATUM-DAYNUM = ZERO
04900K         COMPUTE WS-DATUM-DAYNUM =
04900L             FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
04900M     END-IF
04900N     MOVE WS-REC-LEV       TO CRP-LEVERANCIER
04900O     MOVE WS-REC-FACTUUR   TO CRP-FACTUUR
04900P     MOVE ART-NUMMER       TO CRP-ARTIKEL
04900Q     MOVE WS-IN-DATUM      TO CRP-DATUM
04900R     COMPUTE CRP-VERVALDATUM = FUNCTION DATE-OF-INTEGER(
04900S         WS-DATUM-DAYNUM + WS-REC-TERMIJN)
04900T     MOVE WS-REC-WAARDE    TO CRP-BEDRAG
04900U     MOVE ZERO             TO CRP-BETAALD
04900V     WRITE PAYABLES-LINE FROM CRP-DETAIL-LINE
04900W     ADD 1 TO WS-POSTED-COUNT.
04900X 3400-EXIT.
04900Y     EXIT.
04900Z
049010*-----------------------------------------------------------
049011* 3500-UPDATE-ORDER - THE RECEIVED AANTAL ONTO THE MATCHED
049012*                     ORDERREGEL; FULLY DELIVERED CLOSES IT,
049013*                     A PARTIAL DELIVERY LEAVES IT OPEN
049014*-----------------------------------------------------------
049015 3500-UPDATE-ORDER.
049016     MOVE PO-ORDERNR (WS-PO-MATCH) TO INK-ORDERNR
049017     MOVE PO-REGEL (WS-PO-MATCH)   TO INK-REGEL
049018     READ INKOOPORDER-FILE
049019         INVALID KEY
04901A             DISPLAY "WARNING: ORDERREGEL " INK-ORDERNR "/"
04901B                     INK-REGEL " VERDWENEN - NIET BIJGEWERKT"
04901C             GO TO 3500-EXIT
04901D     END-READ
04901E     ADD WS-IN-AANTAL TO INK-GELEVERD
04901F     IF INK-GELEVERD >= INK-BESTELD
04901G         SET INK-BINNEN TO TRUE
04901H     END-IF
04901I     REWRITE INKOOPORDER-RECORD.
04901J 3500-EXIT.
04901K     EXIT.
04901L
04901M*-----------------------------------------------------------
04901N* 3600-WRITE-LEDGER - DE ONTVANGST NAAR VOORMUT.DAT, MET DE
04901O*                     FACTUUR OF ONTVANGSTREFERENTIE VAN 3400
04901P*-----------------------------------------------------------
04901Q 3600-WRITE-LEDGER.
04901R     MOVE RUNHDR-RUN-DATE TO MUT-RUN-DATE
04901S     MOVE RUNHDR-RUN-SEQ TO MUT-RUN-SEQ
04901T     MOVE ART-NUMMER TO MUT-ARTIKEL
04901U     SET MUT-ONTVANGST TO TRUE
04901V     MOVE WS-IN-AANTAL TO MUT-AANTAL
04901W     COMPUTE MUT-VOOR = ART-VOORRAAD - WS-IN-AANTAL
04901X     MOVE ART-VOORRAAD TO MUT-NA
04901Y     MOVE "ONTVANG" TO MUT-PROGRAM
04901Z     MOVE WS-REC-FACTUUR TO MUT-REFERENTIE
049020     MOVE RUNHDR-ADMIN TO MUT-ADMIN
049021     WRITE STOCK-LEDGER-LINE FROM MUT-DETAIL-LINE.
049022 3600-EXIT.
049023     EXIT.
049100
049200*-----------------------------------------------------------
049300* 8000-FINALIZE - TRAILER, CONDITION CODE AND CLOSE-UP
050100     WRITE RECEIPT-REPORT-LINE FROM RPT-TRAILER-LINE-3
050200     MOVE WS-REJECT-COUNT TO RPT-TRL-REJECTS
050300     WRITE RECEIPT-REPORT-LINE FROM RPT-TRAILER-LINE-4
050310     MOVE WS-POSTED-COUNT TO RPT-TRL-POSTED
050320     WRITE RECEIPT-REPORT-LINE FROM RPT-TRAILER-LINE-5
050330     MOVE WS-HELD-COUNT TO RPT-TRL-HELD
050340     WRITE RECEIPT-REPORT-LINE FROM RPT-TRAILER-LINE-6
050400     CLOSE RECEIPT-REPORT-FILE COST-CHANGE-FILE
050500           ARTIKEL-MASTER
050510     IF LEVMAST-OPEN
050520         CLOSE LEVERANCIER-MASTER
050530     END-IF
050540     IF LIVE-MODE
050550         CLOSE PAYABLES-FILE
050560     END-IF
050570     IF INKORDER-OPEN
050580         CLOSE INKOOPORDER-FILE
050590     END-IF
050591     IF LIVE-MODE
050592         CLOSE HOLD-FILE
050593     END-IF
050594     IF LIVE-MODE
050595         CLOSE STOCK-LEDGER-FILE
050596     END-IF
050600     DISPLAY "ONTVANG COMPLETE - " WS-APPLIED-COUNT
050700             " TOEGEPAST, " WS-FLAGGED-COUNT
050800             " GEVLAGD, " WS-REJECT-COUNT " AFGEKEURD, "
050810             WS-HELD-COUNT " VASTGEHOUDEN."
050900     IF RETURN-CODE = ZERO AND
051000        (WS-FLAGGED-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
051010         OR WS-HELD-COUNT > ZERO)
051100         MOVE 4 TO RETURN-CODE
051200     END-IF.
051300 8000-EXIT.
