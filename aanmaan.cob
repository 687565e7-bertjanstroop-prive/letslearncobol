000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AANMAAN.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - GEFASEERDE AANMANINGEN.
001300*                  RUNS IN THE CHAIN AFTER DEBITEUR AND READS
001400*                  THE OPEN ITEMS IT LEAVES IN OPENPOST.DAT.
001500*                  THE VERVALDATUM IS THE OPN-VERVALDATUM
001600*                  DEBITEUR STORED WITH THE ITEM; ONLY WHEN
001610*                  THAT IS ZERO IT IS THE FACTUURDATUM PLUS
001620*                  THE KLANT'S KLA-TERMIJN FROM KLANTMST.IDX
001700*                  (30 DAGEN WHEN THE KLANT IS NOT ON THE
001800*                  MASTER). AN OVERDUE ITEM GETS A FIRST
001900*                  REMINDER; AN ITEM THAT HAD A LETTER MOVES
002000*                  UP ONE STAGE (SECOND REMINDER, THEN THE
002100*                  INGEBREKESTELLING) ONLY WHEN PARM-AANM-
002200*                  DAGEN (PARMS.DAT FIELD 20) HAVE PASSED
002300*                  SINCE THAT LETTER. ONE LETTER PER KLANT
002400*                  PER STAGE GOES TO AANMBRF.DAT, THE CONTROL
002500*                  LIST TO AANMRPT.DAT. EVERY LETTER IS
002600*                  APPENDED PER FACTUUR TO THE DUNNING
002700*                  HISTORY AANMHST.DAT (STAGE, DATE, RUN
002800*                  SEQUENCE, OPEN BEDRAG) - THE SAME STAGE IS
002900*                  NEVER SENT TWICE AND THE HISTORY IS THE
003000*                  PROOF A NOTICE WENT OUT BEFORE A FILE GOES
003100*                  TO THE INCASSOBUREAU. AN ITEM WHOSE
003200*                  INGEBREKESTELLING HAS RUN ITS TERM IS
003300*                  LISTED AS READY FOR INCASSO. CONDITION
003400*                  CODE 4 WHEN A KLANT IS NOT ON THE MASTER.
003501* 2026-10-15  BJS  THE OPEN POSTEN ARE READ FROM THE INDEXED
003502*                  OPENPOST.IDX (OPENPOST.CPY) IN KLANT ORDER ON
003503*                  ITS ALTERNATE KEY; THE TABLE NOW HOLDS 5000.
003504* 2026-10-15  BJS  NO OPEN-ITEMS TABLE ANY MORE. AANMHST.DAT IS
003505*                  SORTED ON FACTUUR AND MATCHED AGAINST
003506*                  OPENPOST.IDX IN FACTUUR ORDER; EVERY ITEM
003507*                  THAT GETS A LETTER OR IS READY FOR INCASSO
003508*                  GOES TO AANMWRK.DAT, WHICH IS SORTED ON
003509*                  KLANT AND STAGE AND WRITTEN OUT IN ONE PASS.
00350A*                  NO LIMIT ON THE NUMBER OF OPEN POSTEN.
00350B* 2026-10-15  BJS  DUNNING RUNS FROM THE STORED OPN-VERVALDATUM,
00350C*                  THE SAME DUE DATE BETHIST AND BETGEDR USE;
00350D*                  THE TERMIJN IS ONLY THE FALLBACK FOR AN
00350E*                  ITEM WITHOUT ONE.
003600*-----------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
004200         ORGANIZATION IS INDEXED
004201         ACCESS MODE IS DYNAMIC
004202         RECORD KEY IS OPN-FACTUUR
004203         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
004300         FILE STATUS IS WS-OPENPOST-STATUS.
004400
004500     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS KLA-NUMMER
004900         FILE STATUS IS WS-KLANTMST-STATUS.
005000
005100     SELECT DUNNING-HIST-FILE ASSIGN TO "AANMHST.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-AANMHST-STATUS.
005301
005302     SELECT HIST-SORT-FILE ASSIGN TO "SORTWK.DAT".
005303
005304     SELECT SORTED-HIST-FILE ASSIGN TO "SRTAANH.DAT"
005305         ORGANIZATION IS LINE SEQUENTIAL.
005306
005307     SELECT ITEM-WORK-FILE ASSIGN TO "AANMWRK.DAT"
005308         ORGANIZATION IS LINE SEQUENTIAL.
005309
00530A     SELECT ITEM-SORT-FILE ASSIGN TO "SORTWK.DAT".
00530B
00530C     SELECT SORTED-ITEM-FILE ASSIGN TO "SRTAANM.DAT"
00530D         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT LETTER-FILE ASSIGN TO "AANMBRF.DAT"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT DUNNING-REPORT-FILE ASSIGN TO "AANMRPT.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PARM-STATUS.
006400
006500     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNSEQ-STATUS.
006800
006900     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-JRNL-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  OPEN-ITEMS-FILE.
007600     COPY "OPENPOST.CPY".
007700
007800 FD  KLANT-MASTER.
007900     COPY "KLANTMST.CPY".
008000
008100 FD  DUNNING-HIST-FILE.
008200 01  DUNNING-HIST-LINE        PIC X(80).
008201
008202*-----------------------------------------------------------
008203* AANMHST.DAT SORTED ON FACTUUR - THE FACTUUR IS THE FIRST
008204* TEN POSITIONS OF EVERY HISTORY LINE (HST-DETAIL-LINE)
008205*-----------------------------------------------------------
008206 SD  HIST-SORT-FILE.
008207 01  HIST-SORT-RECORD.
008208     05  SDH-INVOICE          PIC X(10).
008209     05  FILLER               PIC X(70).
00820A
00820B FD  SORTED-HIST-FILE.
00820C 01  SORTED-HIST-LINE         PIC X(80).
00820D
00820E*-----------------------------------------------------------
00820F* ONE OPEN ITEM THAT GETS A LETTER OR IS READY FOR INCASSO,
00820G* SORTED ON KLANT, MOST SEVERE STAGE FIRST, FACTUUR
00820H*-----------------------------------------------------------
00820I FD  ITEM-WORK-FILE.
00820J 01  ITEM-WORK-RECORD.
00820K     05  AW-KLANT             PIC X(10).
00820L     05  AW-NEW-STADIUM       PIC 9(01).
00820M     05  AW-INVOICE           PIC X(10).
00820N     05  AW-KLANTNAAM         PIC X(20).
00820O     05  AW-DATE              PIC 9(08).
00820P     05  AW-BEDRAG            PIC S9(09)V99.
00820Q     05  AW-BETAALD           PIC S9(09)V99.
00820R     05  AW-STADIUM           PIC 9(01).
00820S     05  AW-LAST-DATE         PIC 9(08).
00820T     05  AW-VERVAL            PIC 9(08).
00820U     05  AW-DAYS-LATE         PIC S9(05).
00820V
00820W SD  ITEM-SORT-FILE.
00820X 01  ITEM-SORT-RECORD.
00820Y     05  SD-KLANT             PIC X(10).
00820Z     05  SD-NEW-STADIUM       PIC 9(01).
008210     05  SD-INVOICE           PIC X(10).
008211     05  SD-KLANTNAAM         PIC X(20).
008212     05  SD-DATE              PIC 9(08).
008213     05  SD-BEDRAG            PIC S9(09)V99.
008214     05  SD-BETAALD           PIC S9(09)V99.
008215     05  SD-STADIUM           PIC 9(01).
008216     05  SD-LAST-DATE         PIC 9(08).
008217     05  SD-VERVAL            PIC 9(08).
008218     05  SD-DAYS-LATE         PIC S9(05).
008219
00821A FD  SORTED-ITEM-FILE.
00821B 01  SORTED-ITEM-RECORD.
00821C     05  AS-KLANT             PIC X(10).
00821D     05  AS-NEW-STADIUM       PIC 9(01).
00821E     05  AS-INVOICE           PIC X(10).
00821F     05  AS-KLANTNAAM         PIC X(20).
00821G     05  AS-DATE              PIC 9(08).
00821H     05  AS-BEDRAG            PIC S9(09)V99.
00821I     05  AS-BETAALD           PIC S9(09)V99.
00821J     05  AS-STADIUM           PIC 9(01).
00821K     05  AS-LAST-DATE         PIC 9(08).
00821L     05  AS-VERVAL            PIC 9(08).
00821M     05  AS-DAYS-LATE         PIC S9(05).
008300
008400 FD  LETTER-FILE.
008500 01  LETTER-LINE              PIC X(132).
008600
008700 FD  DUNNING-REPORT-FILE.
008800 01  DUNNING-REPORT-LINE      PIC X(132).
008900
009000 FD  PARM-FILE.
009100 01  PARM-LINE                PIC X(132).
009200
009300 FD  RUN-SEQ-FILE.
009400 01  RUN-SEQ-LINE             PIC 9(06).
009500
009600 FD  RUN-JOURNAL-FILE.
009700 01  RUN-JOURNAL-LINE         PIC X(80).
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
011200
011300*-----------------------------------------------------------
011400* SHARED OPERATIONAL PARAMETERS - SEE PARMCFG.CPY. ONLY THE
011500* DAYS BETWEEN TWO DUNNING STAGES (FIELD 20) ARE USED HERE.
011600*-----------------------------------------------------------
011700     COPY "PARMCFG.CPY".
011800
011900 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
012000 01  WS-PARM-FIELDS.
012100     05  WS-PARM-FLD-X        PIC X(80) OCCURS 20 TIMES.
012200 77  WS-FLD-IDX               PIC 9(02) COMP VALUE ZERO.
012300
012400 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
012500 01  WS-RUNSEQ-ENV-X          PIC X(10).
012600 01  WS-ADMIN-ENV-X           PIC X(06).
012700 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
012800 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
012900 01  WS-AANMHST-STATUS        PIC X(02) VALUE "00".
013000
013100 01  WS-KLANT-AVAIL-SW        PIC X VALUE "N".
013200     88 KLANT-AVAILABLE       VALUE "Y".
013300     88 KLANT-NOT-AVAILABLE   VALUE "N".
013400 01  WS-KLANT-FOUND-SW        PIC X VALUE "N".
013500     88 KLANT-FOUND           VALUE "Y".
013600     88 KLANT-NOT-FOUND       VALUE "N".
013700
013800 01  WS-OPEN-EOF              PIC X VALUE "N".
013900     88 OPEN-EOF              VALUE "Y".
014000     88 OPEN-NOT-EOF          VALUE "N".
014100 01  WS-HIST-EOF              PIC X VALUE "N".
014200     88 HIST-EOF              VALUE "Y".
014300     88 HIST-NOT-EOF          VALUE "N".
014400
014500*-----------------------------------------------------------
014600* STAGE OF THE CURRENT OPEN ITEM - THE STAGE REACHED SO FAR
014700* AND THE DATE OF THAT LETTER FROM THE SORTED HISTORY, THE
014800* STAGE THIS RUN SENDS (ZERO = NO LETTER, 4 = READY FOR
014900* INCASSO) AND ITS VERVALDATUM.
015000*-----------------------------------------------------------
015100 77  WS-ITEM-COUNT            PIC 9(05) COMP VALUE ZERO.
015200 77  WS-CUR-STADIUM           PIC 9(01) VALUE ZERO.
015300 77  WS-CUR-LAST-DATE         PIC 9(08) VALUE ZERO.
015400 77  WS-CUR-NEW-STADIUM       PIC 9(01) VALUE ZERO.
015500 77  WS-CUR-VERVAL            PIC 9(08) VALUE ZERO.
015600 77  WS-CUR-DAYS-LATE         PIC S9(05) COMP VALUE ZERO.
015700 77  WS-INCASSO-STADIUM       PIC 9(01) VALUE 4.
015800 01  WS-TERM-KLANT            PIC X(10) VALUE HIGH-VALUES.
017000
017700 01  WS-HIST-AVAIL-SW         PIC X VALUE "N".
017800     88 HIST-AVAILABLE        VALUE "Y".
017801     88 HIST-NOT-AVAILABLE    VALUE "N".
017802 01  WS-HIST-OPEN-SW          PIC X VALUE "N".
017803     88 HISTORY-OPEN          VALUE "Y".
017804     88 HISTORY-CLOSED        VALUE "N".
017805 01  WS-WORK-EOF              PIC X VALUE "N".
017806     88 WORK-EOF              VALUE "Y".
017807     88 WORK-NOT-EOF          VALUE "N".
017900
018000*-----------------------------------------------------------
018100* DUNNING HISTORY LINE - ONE PER FACTUUR PER LETTER, APPEND
018200* ONLY. COMMA-DELIMITED SO THE NEXT RUN CAN NUMVAL IT BACK.
018300*-----------------------------------------------------------
018400 01  HST-DETAIL-LINE.
018500     05  HST-INVOICE          PIC X(10).
018600     05  FILLER               PIC X(01) VALUE ",".
018700     05  HST-KLANT            PIC X(10).
018800     05  FILLER               PIC X(01) VALUE ",".
018900     05  HST-STADIUM          PIC 9(01).
019000     05  FILLER               PIC X(01) VALUE ",".
019100     05  HST-DATE             PIC 9(08).
019200     05  FILLER               PIC X(01) VALUE ",".
019300     05  HST-RUN-SEQ          PIC 9(06).
019400     05  FILLER               PIC X(01) VALUE ",".
019500     05  HST-OPEN             PIC +9(09).99.
019600 01  WS-HST-INVOICE-X         PIC X(12).
019700 01  WS-HST-KLANT-X           PIC X(12).
019800 01  WS-HST-STADIUM-X         PIC X(04).
019900 01  WS-HST-DATE-X            PIC X(10).
020000 77  WS-HST-STADIUM           PIC 9(01) VALUE ZERO.
020100 77  WS-HST-DATE              PIC 9(08) VALUE ZERO.
020200
020300*-----------------------------------------------------------
020400* STAGE WORK FIELDS - DAYS AGAINST THE RUN DATE
020500*-----------------------------------------------------------
020600 77  WS-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
020700 77  WS-ITEM-DAYNUM           PIC 9(07) COMP VALUE ZERO.
020800 77  WS-VERVAL-DAYNUM         PIC 9(07) COMP VALUE ZERO.
020900 77  WS-LAST-DAYNUM           PIC 9(07) COMP VALUE ZERO.
021000 77  WS-DAYS-SINCE            PIC S9(05) COMP VALUE ZERO.
021100 77  WS-TERMIJN               PIC 9(03) VALUE 30.
021200 01  WS-OPEN-BEDRAG           PIC S9(09)V99 VALUE ZERO.
021300 01  WS-LETTER-TOTAL          PIC S9(09)V99 VALUE ZERO.
021400 01  WS-BREAK-KLANT           PIC X(10) VALUE SPACES.
021500 01  WS-BREAK-NAAM            PIC X(30) VALUE SPACES.
021600 01  WS-BREAK-ADRES           PIC X(40) VALUE SPACES.
021800 77  WS-STAGE                 PIC 9(01) VALUE ZERO.
022500
022600 77  WS-LETTER-COUNT          PIC 9(05) COMP VALUE ZERO.
022700 77  WS-DUNNED-COUNT          PIC 9(05) COMP VALUE ZERO.
022800 77  WS-INCASSO-COUNT         PIC 9(05) COMP VALUE ZERO.
022900 77  WS-NO-KLANT-COUNT        PIC 9(05) COMP VALUE ZERO.
023000 01  WS-STAGE-COUNTS.
023100     05  WS-STAGE-COUNT       PIC 9(05) COMP OCCURS 3 TIMES.
023200
023300*-----------------------------------------------------------
023400* THE THREE LETTER KINDS - TITLE AND BODY TEXT PER STAGE
023500*-----------------------------------------------------------
023600 01  WS-STAGE-TITLE-VALUES.
023700     05  FILLER               PIC X(24)
023800          VALUE "EERSTE HERINNERING".
023900     05  FILLER               PIC X(24)
024000          VALUE "TWEEDE HERINNERING".
024100     05  FILLER               PIC X(24)
024200          VALUE "INGEBREKESTELLING".
024300 01  WS-STAGE-TITLE-TABLE REDEFINES WS-STAGE-TITLE-VALUES.
024400     05  WS-STAGE-TITLE       PIC X(24) OCCURS 3 TIMES.
024500
024600*-----------------------------------------------------------
024700* LETTER LAYOUTS
024800*-----------------------------------------------------------
024900 01  BRF-SEPARATOR-LINE.
025000     05  FILLER               PIC X(70) VALUE ALL "=".
025100
025200 01  BRF-TITLE-LINE.
025300     05  BRF-TTL-STADIUM      PIC X(24).
025400     05  FILLER               PIC X(10) VALUE "  DATUM   ".
025500     05  BRF-TTL-DATE         PIC 9(08).
025600
025700 01  BRF-KLANT-LINE.
025800     05  FILLER               PIC X(23)
025900          VALUE "KLANT                : ".
026000     05  BRF-KLT-NUMMER       PIC X(10).
026100     05  FILLER               PIC X(02) VALUE SPACES.
026200     05  BRF-KLT-NAAM         PIC X(30).
026300
026400 01  BRF-ADRES-LINE.
026500     05  FILLER               PIC X(23)
026600          VALUE "ADRES                : ".
026700     05  BRF-ADR-TEKST        PIC X(40).
026800
026900 01  BRF-TEXT-LINE            PIC X(70).
027000
027100 01  BRF-TERM-LINE.
027200     05  FILLER               PIC X(31)
027300          VALUE "WIJ VERZOEKEN U DIT BEDRAG BIN".
027400     05  FILLER               PIC X(04) VALUE "NEN ".
027500     05  BRF-TRM-DAGEN        PIC ZZ9.
027600     05  FILLER               PIC X(27)
027700          VALUE " DAGEN OVER TE MAKEN.".
027800
027900 01  BRF-DETAIL-HEADING.
028000     05  FILLER               PIC X(12) VALUE "FACTUUR".
028100     05  FILLER               PIC X(10) VALUE "FACT.DAT".
028200     05  FILLER               PIC X(10) VALUE "VERVALT".
028300     05  FILLER               PIC X(08) VALUE "DGN LAAT".
028400     05  FILLER               PIC X(11) VALUE "  VORIGE".
028500     05  FILLER               PIC X(15) VALUE "   OPEN BEDRAG".
028600
028700 01  BRF-DETAIL-LINE.
028800     05  BRF-DET-INVOICE      PIC X(10).
028900     05  FILLER               PIC X(02) VALUE SPACES.
029000     05  BRF-DET-DATE         PIC 9(08).
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  BRF-DET-VERVAL       PIC 9(08).
029300     05  FILLER               PIC X(02) VALUE SPACES.
029400     05  BRF-DET-DAGEN        PIC ZZZZ9.
029500     05  FILLER               PIC X(03) VALUE SPACES.
029600     05  BRF-DET-VORIGE       PIC X(08).
029700     05  FILLER               PIC X(01) VALUE SPACE.
029800     05  BRF-DET-OPEN         PIC ---,---,--9.99.
029900
030000 01  BRF-TOTAL-LINE.
030100     05  FILLER               PIC X(57)
030200          VALUE "TOTAAL OPENSTAAND".
030300     05  BRF-TOT-BEDRAG       PIC ---,---,--9.99.
030400
030500 01  BRF-BLANK-LINE           PIC X(01) VALUE SPACE.
030600
030700*-----------------------------------------------------------
030800* CONTROL LIST LAYOUTS
030900*-----------------------------------------------------------
031000 01  RPT-HEADING-1.
031100     05  FILLER               PIC X(26)
031200          VALUE "AANMANINGEN PER           ".
031300     05  RPT-HDG-DATE         PIC 9(08).
031400     05  FILLER               PIC X(07) VALUE "  ADM: ".
031500     05  RPT-HDG-ADMIN        PIC X(04).
031600     05  FILLER               PIC X(18)
031700          VALUE "  TERMIJN STADIUM ".
031800     05  RPT-HDG-DAGEN        PIC ZZ9.
031900     05  FILLER               PIC X(06) VALUE " DAGEN".
032000
032100 01  RPT-HEADING-2.
032200     05  FILLER               PIC X(11) VALUE "KLANT".
032300     05  FILLER               PIC X(12) VALUE "FACTUUR".
032400     05  FILLER               PIC X(20) VALUE "STADIUM".
032500     05  FILLER               PIC X(08) VALUE "DGN LAAT".
032600     05  FILLER               PIC X(15) VALUE "   OPEN BEDRAG".
032700
032800 01  RPT-DETAIL-LINE.
032900     05  RPT-DET-KLANT        PIC X(10).
033000     05  FILLER               PIC X(01) VALUE SPACE.
033100     05  RPT-DET-INVOICE      PIC X(10).
033200     05  FILLER               PIC X(02) VALUE SPACES.
033300     05  RPT-DET-STADIUM      PIC X(18).
033400     05  FILLER               PIC X(02) VALUE SPACES.
033500     05  RPT-DET-DAGEN        PIC ZZZZ9.
033600     05  FILLER               PIC X(01) VALUE SPACE.
033700     05  RPT-DET-OPEN         PIC ---,---,--9.99.
033800     05  FILLER               PIC X(02) VALUE SPACES.
033900     05  RPT-DET-NOTE         PIC X(24).
034000
034100 01  RPT-TRAILER-LINE.
034200     05  RPT-TRL-LABEL        PIC X(24).
034300     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
034400
034500 PROCEDURE DIVISION.
034600
034700 0000-MAINLINE.
034800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034900     PERFORM 2000-SORT-HISTORY THRU 2000-EXIT
035000     PERFORM 3000-STAGE-OPEN-ITEMS THRU 3000-EXIT
035100     PERFORM 4000-SORT-ITEMS THRU 4000-EXIT
035200     PERFORM 5000-WRITE-LETTERS THRU 5000-EXIT
035300     PERFORM 8000-FINALIZE THRU 8000-EXIT
035400     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
035500     STOP RUN.
035600
035700*-----------------------------------------------------------
035800* 1000-INITIALIZE - RUN HEADER, THE STAGE INTERVAL FROM
035900*                   PARMS.DAT, THE CUSTOMER MASTER AND THE
036000*                   TWO OUTPUT FILES
036100*-----------------------------------------------------------
036200 1000-INITIALIZE.
036300     ACCEPT WS-START-TIME-RAW FROM TIME
036400     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
036500     PERFORM 1060-LOAD-PARMS THRU 1060-EXIT
036600     COMPUTE WS-RUN-DAYNUM =
036700         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
036800     OPEN INPUT KLANT-MASTER
036900     IF WS-KLANTMST-STATUS = "00"
037000         SET KLANT-AVAILABLE TO TRUE
037100     ELSE
037200         SET KLANT-NOT-AVAILABLE TO TRUE
037300         DISPLAY "AANMAAN: GEEN KLANTMST.IDX - BRIEVEN ZONDER "
037400                 "ADRES, TERMIJN 30 DAGEN"
037500     END-IF
037600     OPEN OUTPUT LETTER-FILE
037700     OPEN OUTPUT DUNNING-REPORT-FILE
037800     MOVE RUNHDR-RUN-DATE TO RPT-HDG-DATE
037900     MOVE RUNHDR-ADMIN TO RPT-HDG-ADMIN
038000     MOVE PARM-AANM-DAGEN TO RPT-HDG-DAGEN
038100     WRITE DUNNING-REPORT-LINE FROM RPT-HEADING-1
038200     WRITE DUNNING-REPORT-LINE FROM RPT-HEADING-2.
038300 1000-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------
038700* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
038800*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
038900*                       LIKE EVERY OTHER CHAIN STEP
039000*-----------------------------------------------------------
039100 1050-GET-RUN-HEADER.
039200     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
039300     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
039400     IF RUNHDR-OPERATOR-ID = SPACES
039500         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
039600     END-IF
039700     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
039800     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
039900     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
040000     IF WS-ADMIN-ENV-X NOT = SPACES
040100         MOVE FUNCTION UPPER-CASE(FUNCTION
040200             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
040300     END-IF
040400     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
040500     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
040600     IF WS-RUNSEQ-ENV-X NOT = SPACES
040700         AND FUNCTION TEST-NUMVAL(FUNCTION
040800                 TRIM(WS-RUNSEQ-ENV-X)) = 0
040900         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
041000             TO RUNHDR-RUN-SEQ
041100     ELSE
041200         OPEN INPUT RUN-SEQ-FILE
041300         IF WS-RUNSEQ-STATUS = "00"
041400             READ RUN-SEQ-FILE
041500                 AT END
041600                     MOVE ZERO TO RUN-SEQ-LINE
041700             END-READ
041800             CLOSE RUN-SEQ-FILE
041900         ELSE
042000             MOVE ZERO TO RUN-SEQ-LINE
042100         END-IF
042200         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
042300         OPEN OUTPUT RUN-SEQ-FILE
042400         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
042500         WRITE RUN-SEQ-LINE
042600         CLOSE RUN-SEQ-FILE
042700     END-IF
042800     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
042900             " DATE: " RUNHDR-RUN-DATE
043000             " SEQ: " RUNHDR-RUN-SEQ
043100             " ADM: " RUNHDR-ADMIN.
043200 1050-EXIT.
043300     EXIT.
043400
043500*-----------------------------------------------------------
043600* 1060-LOAD-PARMS - FIELD 20, THE DAYS BETWEEN TWO DUNNING
043700*                   STAGES. WHEN NO PARMS FILE IS PRESENT THE
043800*                   COPYBOOK DEFAULT IS LEFT UNCHANGED.
043900*-----------------------------------------------------------
044000 1060-LOAD-PARMS.
044100     OPEN INPUT PARM-FILE
044200     IF WS-PARM-STATUS = "00"
044300         READ PARM-FILE
044400             NOT AT END
044500                 PERFORM 1070-PARSE-PARMS THRU 1070-EXIT
044600         END-READ
044700         CLOSE PARM-FILE
044800     END-IF.
044900 1060-EXIT.
045000     EXIT.
045100
045200 1070-PARSE-PARMS.
045300     PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
045400         UNTIL WS-FLD-IDX > 20
045500         MOVE SPACES TO WS-PARM-FLD-X (WS-FLD-IDX)
045600     END-PERFORM
045700     UNSTRING PARM-LINE DELIMITED BY ","
045800         INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
045900              WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
046000              WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
046100              WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
046200              WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
046300              WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
046400              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
046500              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
046600              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
046700              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
046800     END-UNSTRING
046900     IF FUNCTION TEST-NUMVAL(FUNCTION
047000             TRIM(WS-PARM-FLD-X (20))) = 0
047100         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (20))
047200             TO PARM-AANM-DAGEN
047300     END-IF.
047400 1070-EXIT.
047500     EXIT.
047600
047700*-----------------------------------------------------------
047800* 2000-SORT-HISTORY - AANMHST.DAT ON FACTUUR, SO IT CAN BE
047900*                     MATCHED AGAINST OPENPOST.IDX IN ITS
048000*                     FACTUUR ORDER. NO FILE MEANS NO LETTER WAS
048001*                     EVER SENT.
048100*-----------------------------------------------------------
048200 2000-SORT-HISTORY.
048201     SET HIST-NOT-AVAILABLE TO TRUE
048202     OPEN INPUT DUNNING-HIST-FILE
048203     IF WS-AANMHST-STATUS NOT = "00"
048204         GO TO 2000-EXIT
048205     END-IF
048206     CLOSE DUNNING-HIST-FILE
048207     SET HIST-AVAILABLE TO TRUE
048208     SORT HIST-SORT-FILE ON ASCENDING KEY SDH-INVOICE
048209         USING DUNNING-HIST-FILE
04820A         GIVING SORTED-HIST-FILE.
04820B 2000-EXIT.
04820C     EXIT.
04820D
04820E*-----------------------------------------------------------
04820F* 3000-STAGE-OPEN-ITEMS - OPENPOST.IDX AS DEBITEUR LEFT IT, IN
04820G*                         FACTUUR ORDER, MATCHED AGAINST THE
04820H*                         SORTED HISTORY. EVERY ITEM THAT GETS A
04820I*                         LETTER OR IS READY FOR INCASSO GOES TO
04820J*                         AANMWRK.DAT. NO FILE MEANS NOTHING IS
04820K*                         OPEN - NOTHING TO DUN.
04820L*-----------------------------------------------------------
04820M 3000-STAGE-OPEN-ITEMS.
048300     MOVE ZERO TO WS-ITEM-COUNT
048301     OPEN OUTPUT ITEM-WORK-FILE
048400     OPEN INPUT OPEN-ITEMS-FILE
048500     IF WS-OPENPOST-STATUS NOT = "00"
048600         DISPLAY "AANMAAN: GEEN OPENPOST.IDX - NIETS TE "
048700                 "AANMANEN"
048800         CLOSE ITEM-WORK-FILE
048801         GO TO 3000-EXIT
048900     END-IF
049000     IF HIST-AVAILABLE
049001         OPEN INPUT SORTED-HIST-FILE
049007         SET HIST-NOT-EOF TO TRUE
049008         PERFORM 3050-READ-HISTORY THRU 3050-EXIT
049009     ELSE
04900A         SET HIST-EOF TO TRUE
04900B     END-IF
04900C     MOVE LOW-VALUES TO OPN-FACTUUR
04900D     START OPEN-ITEMS-FILE KEY NOT < OPN-FACTUUR
04906A         INVALID KEY
0490C7             SET OPEN-EOF TO TRUE
0490I4         NOT INVALID KEY
0490O1             SET OPEN-NOT-EOF TO TRUE
0490TY     END-START
049100     PERFORM UNTIL OPEN-EOF
049200         READ OPEN-ITEMS-FILE NEXT
049300             AT END
049400                 SET OPEN-EOF TO TRUE
049500             NOT AT END
049600                 PERFORM 3100-ONE-OPEN-ITEM THRU 3100-EXIT
049700         END-READ
049800     END-PERFORM
049900     CLOSE OPEN-ITEMS-FILE
050000     CLOSE ITEM-WORK-FILE
050100     IF HIST-AVAILABLE
050200         CLOSE SORTED-HIST-FILE
050300     END-IF.
052200 3000-EXIT.
054400     EXIT.
054500
054600*-----------------------------------------------------------
054700* 3050-READ-HISTORY - NEXT SORTED HISTORY LINE, SPLIT INTO
054800*                     FACTUUR, KLANT, STAGE AND LETTER DATE
055200*-----------------------------------------------------------
055300 3050-READ-HISTORY.
055400     MOVE SPACES TO WS-HST-INVOICE-X WS-HST-KLANT-X
055500                    WS-HST-STADIUM-X WS-HST-DATE-X
055600     READ SORTED-HIST-FILE
055700         AT END
055800             SET HIST-EOF TO TRUE
055900             GO TO 3050-EXIT
056000     END-READ
056100     UNSTRING SORTED-HIST-LINE DELIMITED BY ","
056200         INTO WS-HST-INVOICE-X WS-HST-KLANT-X
056300              WS-HST-STADIUM-X WS-HST-DATE-X
056400     END-UNSTRING.
056500 3050-EXIT.
057200     EXIT.
057300
057400*-----------------------------------------------------------
057500* 3100-ONE-OPEN-ITEM - THE HIGHEST STAGE AND ITS LETTER DATE
057501*                      FROM THE HISTORY LINES OF THIS FACTUUR;
057502*                      LINES FOR FACTUREN NO LONGER OPEN ARE
057503*                      PASSED OVER. THEN THE ITEM IS STAGED.
057504*-----------------------------------------------------------
057505 3100-ONE-OPEN-ITEM.
057506     ADD 1 TO WS-ITEM-COUNT
057507     MOVE ZERO TO WS-CUR-STADIUM WS-CUR-LAST-DATE
057508     PERFORM 3050-READ-HISTORY THRU 3050-EXIT
057547         UNTIL HIST-EOF OR WS-HST-INVOICE-X NOT < OPN-FACTUUR
057586     PERFORM 3150-TAKE-HISTORY THRU 3150-EXIT
0575C5         UNTIL HIST-EOF OR WS-HST-INVOICE-X NOT = OPN-FACTUUR
0575G4     IF OPN-VERVALDATUM = ZERO
0575K3         PERFORM 3200-GET-TERMIJN THRU 3200-EXIT
0575O2     END-IF
0575S1     PERFORM 4300-STAGE-ONE-ITEM THRU 4300-EXIT
0575W0     IF WS-CUR-NEW-STADIUM = ZERO
057600         GO TO 3100-EXIT
057700     END-IF
057800     MOVE OPN-KLANT          TO AW-KLANT
057900     MOVE WS-CUR-NEW-STADIUM TO AW-NEW-STADIUM
058000     MOVE OPN-FACTUUR        TO AW-INVOICE
058100     MOVE OPN-KLANTNAAM      TO AW-KLANTNAAM
058200     MOVE OPN-DATUM          TO AW-DATE
058300     MOVE OPN-BEDRAG         TO AW-BEDRAG
058400     MOVE OPN-BETAALD        TO AW-BETAALD
058500     MOVE WS-CUR-STADIUM     TO AW-STADIUM
058600     MOVE WS-CUR-LAST-DATE   TO AW-LAST-DATE
058700     MOVE WS-CUR-VERVAL      TO AW-VERVAL
058800     MOVE WS-CUR-DAYS-LATE   TO AW-DAYS-LATE
058900     WRITE ITEM-WORK-RECORD.
060800 3100-EXIT.
060900     EXIT.
061000
061001 3150-TAKE-HISTORY.
061002     IF FUNCTION TRIM(WS-HST-STADIUM-X) IS NUMERIC
061003         AND FUNCTION TRIM(WS-HST-DATE-X) IS NUMERIC
061004         MOVE FUNCTION NUMVAL(WS-HST-STADIUM-X) TO WS-HST-STADIUM
061005         MOVE FUNCTION NUMVAL(WS-HST-DATE-X) TO WS-HST-DATE
061006         IF WS-HST-STADIUM > WS-CUR-STADIUM
061007             OR (WS-HST-STADIUM = WS-CUR-STADIUM
061008                 AND WS-HST-DATE > WS-CUR-LAST-DATE)
061009             MOVE WS-HST-STADIUM TO WS-CUR-STADIUM
06100A             MOVE WS-HST-DATE TO WS-CUR-LAST-DATE
06100B         END-IF
06100C     END-IF
06100D     PERFORM 3050-READ-HISTORY THRU 3050-EXIT.
06100E 3150-EXIT.
06100F     EXIT.
06100G
061100*-----------------------------------------------------------
061200* 3200-GET-TERMIJN - KLA-TERMIJN OF THE ITEM'S KLANT, READ ONCE
061300*                    PER KLANT; 30 DAGEN WHEN THE KLANT IS NOT
061400*                    ON THE MASTER (REPORTED IN 4200). ONLY FOR
061500*                    AN ITEM WITHOUT OPN-VERVALDATUM.
061700*-----------------------------------------------------------
061800 3200-GET-TERMIJN.
061900     IF OPN-KLANT = WS-TERM-KLANT
062000         GO TO 3200-EXIT
062100     END-IF
062200     MOVE OPN-KLANT TO WS-TERM-KLANT
062201     MOVE 30 TO WS-TERMIJN
062202     IF KLANT-NOT-AVAILABLE
062203         GO TO 3200-EXIT
062204     END-IF
062205     MOVE OPN-KLANT TO KLA-NUMMER
062206     READ KLANT-MASTER
062207         NOT INVALID KEY
062208             MOVE KLA-TERMIJN TO WS-TERMIJN
062209     END-READ.
06220A 3200-EXIT.
06220B     EXIT.
06220C
06220D*-----------------------------------------------------------
06220E* 4000-SORT-ITEMS - THE STAGED ITEMS PER KLANT, MOST SEVERE
06220F*                   STAGE FIRST, SO EACH LETTER IS ONE RUN OF
06220G*                   CONSECUTIVE RECORDS
06220H*-----------------------------------------------------------
06220I 4000-SORT-ITEMS.
06220J     SORT ITEM-SORT-FILE ON ASCENDING KEY SD-KLANT
06220K                         ON DESCENDING KEY SD-NEW-STADIUM
06220L                         ON ASCENDING KEY SD-INVOICE
06220M         USING ITEM-WORK-FILE
06220N         GIVING SORTED-ITEM-FILE.
062300 4000-EXIT.
062400     EXIT.
062500
064600*-----------------------------------------------------------
064700* 4200-READ-KLANT - NAAM AND ADRES OF WS-BREAK-KLANT. NOT ON
064800*                   THE MASTER: THE OPENPOST NAAM AND NO ADRES.
066500*-----------------------------------------------------------
066600 4200-READ-KLANT.
066700     SET KLANT-NOT-FOUND TO TRUE
066800     MOVE AS-KLANTNAAM TO WS-BREAK-NAAM
066900     MOVE SPACES TO WS-BREAK-ADRES
067100     IF KLANT-NOT-AVAILABLE
067200         GO TO 4200-EXIT
067300     END-IF
067400     MOVE WS-BREAK-KLANT TO KLA-NUMMER
067500     READ KLANT-MASTER
067600         INVALID KEY
067700             DISPLAY "WARNING: KLANT "
067800                     FUNCTION TRIM(WS-BREAK-KLANT)
067900                     " NIET OP KLANTMST.IDX"
068000             ADD 1 TO WS-NO-KLANT-COUNT
068100         NOT INVALID KEY
068200             SET KLANT-FOUND TO TRUE
068300             MOVE KLA-NAAM TO WS-BREAK-NAAM
068400             MOVE KLA-ADRES TO WS-BREAK-ADRES
068600     END-READ.
068700 4200-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------
069100* 4300-STAGE-ONE-ITEM - NO LETTER YET: FIRST REMINDER ONCE
069200*                       THE VERVALDATUM (OPN-VERVALDATUM, OR
069210*                       FACTUURDATUM PLUS TERMIJN WHEN ZERO)
069220*                       HAS PASSED. A LETTER
069300*                       SENT: ONE STAGE UP WHEN PARM-AANM-DAGEN
069400*                       HAVE PASSED SINCE IT. AFTER THE
069500*                       INGEBREKESTELLING NOTHING MORE IS SENT;
069600*                       ONCE ITS TERM HAS RUN THE ITEM IS READY
069700*                       FOR INCASSO (WS-INCASSO-STADIUM).
069800*-----------------------------------------------------------
069900 4300-STAGE-ONE-ITEM.
070000     MOVE ZERO TO WS-CUR-NEW-STADIUM WS-CUR-VERVAL
070100                  WS-CUR-DAYS-LATE
070101     IF OPN-BETAALD >= OPN-BEDRAG
070200         GO TO 4300-EXIT
070300     END-IF
070400     IF OPN-VERVALDATUM = ZERO
070410         COMPUTE WS-ITEM-DAYNUM =
070500             FUNCTION INTEGER-OF-DATE(OPN-DATUM)
070600         COMPUTE WS-VERVAL-DAYNUM = WS-ITEM-DAYNUM + WS-TERMIJN
070610     ELSE
070620         COMPUTE WS-VERVAL-DAYNUM =
070630             FUNCTION INTEGER-OF-DATE(OPN-VERVALDATUM)
070640     END-IF
070700     COMPUTE WS-CUR-VERVAL =
070800         FUNCTION DATE-OF-INTEGER(WS-VERVAL-DAYNUM)
070900     COMPUTE WS-CUR-DAYS-LATE =
071000         WS-RUN-DAYNUM - WS-VERVAL-DAYNUM
071100     IF WS-CUR-DAYS-LATE <= ZERO
071200         GO TO 4300-EXIT
071300     END-IF
071400     IF WS-CUR-STADIUM = ZERO
071500         MOVE 1 TO WS-CUR-NEW-STADIUM
071600         GO TO 4300-EXIT
071700     END-IF
071800     COMPUTE WS-LAST-DAYNUM =
071900         FUNCTION INTEGER-OF-DATE(WS-CUR-LAST-DATE)
072000     COMPUTE WS-DAYS-SINCE = WS-RUN-DAYNUM - WS-LAST-DAYNUM
072100     IF WS-DAYS-SINCE < PARM-AANM-DAGEN
072200         GO TO 4300-EXIT
072300     END-IF
072400     IF WS-CUR-STADIUM < 3
072500         COMPUTE WS-CUR-NEW-STADIUM = WS-CUR-STADIUM + 1
072600     ELSE
072700         MOVE WS-INCASSO-STADIUM TO WS-CUR-NEW-STADIUM
072800     END-IF.
073900 4300-EXIT.
074000     EXIT.
074100
074200*-----------------------------------------------------------
074300* 5000-WRITE-LETTERS - THE SORTED ITEMS: A NEW KLANT READS THE
074400*                      MASTER FOR NAAM AND ADRES, A NEW STAGE
074401*                      STARTS A LETTER. ITEMS READY FOR INCASSO
074402*                      ONLY GO ON THE CONTROL LIST.
074500*-----------------------------------------------------------
074600 5000-WRITE-LETTERS.
074700     MOVE HIGH-VALUES TO WS-BREAK-KLANT
074800     MOVE ZERO TO WS-STAGE
074900     OPEN INPUT SORTED-ITEM-FILE
075000     SET WORK-NOT-EOF TO TRUE
075100     PERFORM UNTIL WORK-EOF
075200         READ SORTED-ITEM-FILE
075300             AT END
075301                 SET WORK-EOF TO TRUE
075302             NOT AT END
075303                 PERFORM 5100-ONE-SORTED-ITEM THRU 5100-EXIT
075304         END-READ
075400     END-PERFORM
075500     PERFORM 5250-END-LETTER THRU 5250-EXIT
075600     CLOSE SORTED-ITEM-FILE
075601     IF HISTORY-OPEN
075602         CLOSE DUNNING-HIST-FILE
075603     END-IF.
075604 5000-EXIT.
075605     EXIT.
075606
075607 5100-ONE-SORTED-ITEM.
075608     IF AS-KLANT NOT = WS-BREAK-KLANT
075609         PERFORM 5250-END-LETTER THRU 5250-EXIT
07560A         MOVE AS-KLANT TO WS-BREAK-KLANT
07560B         PERFORM 4200-READ-KLANT THRU 4200-EXIT
075700     END-IF
075701     IF AS-NEW-STADIUM = WS-INCASSO-STADIUM
075702         COMPUTE WS-OPEN-BEDRAG = AS-BEDRAG - AS-BETAALD
075703         MOVE AS-KLANT           TO RPT-DET-KLANT
075704         MOVE AS-INVOICE         TO RPT-DET-INVOICE
075705         MOVE WS-STAGE-TITLE (3) TO RPT-DET-STADIUM
075706         MOVE AS-DAYS-LATE       TO RPT-DET-DAGEN
075707         MOVE WS-OPEN-BEDRAG     TO RPT-DET-OPEN
075708         MOVE "GEREED VOOR INCASSO" TO RPT-DET-NOTE
075709         WRITE DUNNING-REPORT-LINE FROM RPT-DETAIL-LINE
07570A         ADD 1 TO WS-INCASSO-COUNT
07570B         GO TO 5100-EXIT
07570C     END-IF
07570D     IF AS-NEW-STADIUM NOT = WS-STAGE
07570E         PERFORM 5250-END-LETTER THRU 5250-EXIT
07570F         MOVE AS-NEW-STADIUM TO WS-STAGE
07570G         PERFORM 5200-START-LETTER THRU 5200-EXIT
07570H     END-IF
07570I     PERFORM 5400-LETTER-DETAIL THRU 5400-EXIT
07570J     PERFORM 6000-APPEND-HISTORY THRU 6000-EXIT.
07570K 5100-EXIT.
07570L     EXIT.
07570M
07570N*-----------------------------------------------------------
07570O* 5200-START-LETTER - HEADING AND OPENING TEXT OF THE WS-STAGE
07570P*                     LETTER FOR WS-BREAK-KLANT
07570Q*-----------------------------------------------------------
07570R 5200-START-LETTER.
075800     MOVE WS-STAGE-TITLE (WS-STAGE) TO BRF-TTL-STADIUM
075900     MOVE RUNHDR-RUN-DATE TO BRF-TTL-DATE
076000     WRITE LETTER-LINE FROM BRF-SEPARATOR-LINE
076100     WRITE LETTER-LINE FROM BRF-TITLE-LINE
076200     WRITE LETTER-LINE FROM BRF-BLANK-LINE
076300     MOVE WS-BREAK-KLANT TO BRF-KLT-NUMMER
076400     MOVE WS-BREAK-NAAM TO BRF-KLT-NAAM
076500     WRITE LETTER-LINE FROM BRF-KLANT-LINE
076600     MOVE WS-BREAK-ADRES TO BRF-ADR-TEKST
076700     WRITE LETTER-LINE FROM BRF-ADRES-LINE
076800     WRITE LETTER-LINE FROM BRF-BLANK-LINE
076900     PERFORM 5300-LETTER-TEXT THRU 5300-EXIT
077000     WRITE LETTER-LINE FROM BRF-BLANK-LINE
077100     WRITE LETTER-LINE FROM BRF-DETAIL-HEADING
077200     MOVE ZERO TO WS-LETTER-TOTAL.
077300 5200-EXIT.
077400     EXIT.
077500
077600*-----------------------------------------------------------
077700* 5250-END-LETTER - TOTAL AND CLOSING TEXT OF THE LETTER IN
077800*                   PROGRESS, IF ANY
077900*-----------------------------------------------------------
077901 5250-END-LETTER.
077902     IF WS-STAGE = ZERO
077903         GO TO 5250-EXIT
077904     END-IF
078000     MOVE WS-LETTER-TOTAL TO BRF-TOT-BEDRAG
078100     WRITE LETTER-LINE FROM BRF-TOTAL-LINE
078200     WRITE LETTER-LINE FROM BRF-BLANK-LINE
078300     MOVE PARM-AANM-DAGEN TO BRF-TRM-DAGEN
078400     WRITE LETTER-LINE FROM BRF-TERM-LINE
078500     IF WS-STAGE = 3
078600         MOVE "BLIJFT BETALING UIT, DAN DRAGEN WIJ DE VORDERING "
078700             TO BRF-TEXT-LINE
078800         WRITE LETTER-LINE FROM BRF-TEXT-LINE
078900         MOVE "ZONDER NADERE AANKONDIGING OVER AAN ONS "
079000             TO BRF-TEXT-LINE
079100         WRITE LETTER-LINE FROM BRF-TEXT-LINE
079200         MOVE "INCASSOBUREAU. DE BUITENGERECHTELIJKE KOSTEN "
079300             TO BRF-TEXT-LINE
079400         WRITE LETTER-LINE FROM BRF-TEXT-LINE
079500         MOVE "KOMEN DAN VOOR UW REKENING."
079600             TO BRF-TEXT-LINE
079700         WRITE LETTER-LINE FROM BRF-TEXT-LINE
079800     END-IF
079900     WRITE LETTER-LINE FROM BRF-BLANK-LINE
080000     ADD 1 TO WS-LETTER-COUNT
080100     MOVE ZERO TO WS-STAGE.
080101 5250-EXIT.
080200     EXIT.
080400*-----------------------------------------------------------
080500* 5300-LETTER-TEXT - THE OPENING PARAGRAPH PER STAGE
080600*-----------------------------------------------------------
080700 5300-LETTER-TEXT.
080800     EVALUATE WS-STAGE
080900         WHEN 1
081000             MOVE "VOLGENS ONZE ADMINISTRATIE STAAN DE "
081100                 TO BRF-TEXT-LINE
081200             WRITE LETTER-LINE FROM BRF-TEXT-LINE
081300             MOVE "ONDERSTAANDE FACTUREN NA HET VERSTRIJKEN "
081400                 TO BRF-TEXT-LINE
081500             WRITE LETTER-LINE FROM BRF-TEXT-LINE
081600             MOVE "VAN DE BETALINGSTERMIJN NOG OPEN. WELLICHT "
081700                 TO BRF-TEXT-LINE
081800             WRITE LETTER-LINE FROM BRF-TEXT-LINE
081900             MOVE "IS DIT AAN UW AANDACHT ONTSNAPT."
082000                 TO BRF-TEXT-LINE
082100             WRITE LETTER-LINE FROM BRF-TEXT-LINE
082200         WHEN 2
082300             MOVE "ONDANKS ONZE EERDERE HERINNERING HEBBEN "
082400                 TO BRF-TEXT-LINE
082500             WRITE LETTER-LINE FROM BRF-TEXT-LINE
082600             MOVE "WIJ VOOR DE ONDERSTAANDE FACTUREN NOG GEEN "
082700                 TO BRF-TEXT-LINE
082800             WRITE LETTER-LINE FROM BRF-TEXT-LINE
082900             MOVE "BETALING ONTVANGEN."
083000                 TO BRF-TEXT-LINE
083100             WRITE LETTER-LINE FROM BRF-TEXT-LINE
083200         WHEN OTHER
083300             MOVE "ONDANKS TWEE HERINNERINGEN STAAN DE "
083400                 TO BRF-TEXT-LINE
083500             WRITE LETTER-LINE FROM BRF-TEXT-LINE
083600             MOVE "ONDERSTAANDE FACTUREN NOG ALTIJD OPEN. "
083700                 TO BRF-TEXT-LINE
083800             WRITE LETTER-LINE FROM BRF-TEXT-LINE
083900             MOVE "HIERBIJ STELLEN WIJ U IN GEBREKE."
084000                 TO BRF-TEXT-LINE
084100             WRITE LETTER-LINE FROM BRF-TEXT-LINE
084200     END-EVALUATE.
084300 5300-EXIT.
084400     EXIT.
084500
084600*-----------------------------------------------------------
084700* 5400-LETTER-DETAIL - ONE FACTUUR ON THE LETTER AND ON THE
084800*                      CONTROL LIST
084900*-----------------------------------------------------------
085000 5400-LETTER-DETAIL.
085100     COMPUTE WS-OPEN-BEDRAG = AS-BEDRAG - AS-BETAALD
085300     ADD WS-OPEN-BEDRAG TO WS-LETTER-TOTAL
085400     MOVE AS-INVOICE   TO BRF-DET-INVOICE
085500     MOVE AS-DATE      TO BRF-DET-DATE
085600     MOVE AS-VERVAL    TO BRF-DET-VERVAL
085700     MOVE AS-DAYS-LATE TO BRF-DET-DAGEN
085800     MOVE SPACES TO BRF-DET-VORIGE
085900     IF AS-LAST-DATE > ZERO
086000         MOVE AS-LAST-DATE TO BRF-DET-VORIGE
086100     END-IF
086200     MOVE WS-OPEN-BEDRAG TO BRF-DET-OPEN
086300     WRITE LETTER-LINE FROM BRF-DETAIL-LINE
086400     MOVE AS-KLANT     TO RPT-DET-KLANT
086500     MOVE AS-INVOICE   TO RPT-DET-INVOICE
086600     MOVE WS-STAGE-TITLE (WS-STAGE) TO RPT-DET-STADIUM
086700     MOVE AS-DAYS-LATE TO RPT-DET-DAGEN
086800     MOVE WS-OPEN-BEDRAG              TO RPT-DET-OPEN
086900     MOVE SPACES                      TO RPT-DET-NOTE
087000     IF KLANT-NOT-FOUND
087100         MOVE "KLANT NIET OP MASTER" TO RPT-DET-NOTE
087200     END-IF
087300     WRITE DUNNING-REPORT-LINE FROM RPT-DETAIL-LINE
087400     ADD 1 TO WS-STAGE-COUNT (WS-STAGE)
087500     ADD 1 TO WS-DUNNED-COUNT.
087600 5400-EXIT.
087700     EXIT.
087800
087900*-----------------------------------------------------------
088000* 6000-APPEND-HISTORY - EVERY FACTUUR LETTERED THIS RUN GOES
088100*                       ON AANMHST.DAT WITH ITS NEW STAGE. THE
088101*                       FILE IS OPENED AT THE FIRST LETTER.
088200*-----------------------------------------------------------
088300 6000-APPEND-HISTORY.
088400     IF HISTORY-CLOSED
088500         OPEN EXTEND DUNNING-HIST-FILE
088501         IF WS-AANMHST-STATUS = "35"
088502             OPEN OUTPUT DUNNING-HIST-FILE
088503         END-IF
088504         SET HISTORY-OPEN TO TRUE
088600     END-IF
088700     MOVE AS-INVOICE TO HST-INVOICE
088800     MOVE AS-KLANT TO HST-KLANT
088900     MOVE WS-STAGE TO HST-STADIUM
089000     MOVE RUNHDR-RUN-DATE TO HST-DATE
089100     MOVE RUNHDR-RUN-SEQ TO HST-RUN-SEQ
089200     COMPUTE HST-OPEN = AS-BEDRAG - AS-BETAALD
089300     WRITE DUNNING-HIST-LINE FROM HST-DETAIL-LINE.
090500 6000-EXIT.
090600     EXIT.
090700
090800*-----------------------------------------------------------
090900* 8000-FINALIZE - CONTROL LIST TRAILERS AND THE CONDITION
091000*                 CODE
091100*-----------------------------------------------------------
091200 8000-FINALIZE.
091300     MOVE "EERSTE HERINNERING    : " TO RPT-TRL-LABEL
091400     MOVE WS-STAGE-COUNT (1) TO RPT-TRL-COUNT
091500     WRITE DUNNING-REPORT-LINE FROM RPT-TRAILER-LINE
091600     MOVE "TWEEDE HERINNERING    : " TO RPT-TRL-LABEL
091700     MOVE WS-STAGE-COUNT (2) TO RPT-TRL-COUNT
091800     WRITE DUNNING-REPORT-LINE FROM RPT-TRAILER-LINE
091900     MOVE "INGEBREKESTELLING     : " TO RPT-TRL-LABEL
092000     MOVE WS-STAGE-COUNT (3) TO RPT-TRL-COUNT
092100     WRITE DUNNING-REPORT-LINE FROM RPT-TRAILER-LINE
092200     MOVE "BRIEVEN               : " TO RPT-TRL-LABEL
092300     MOVE WS-LETTER-COUNT TO RPT-TRL-COUNT
092400     WRITE DUNNING-REPORT-LINE FROM RPT-TRAILER-LINE
092500     MOVE "GEREED VOOR INCASSO   : " TO RPT-TRL-LABEL
092600     MOVE WS-INCASSO-COUNT TO RPT-TRL-COUNT
092700     WRITE DUNNING-REPORT-LINE FROM RPT-TRAILER-LINE
092800     CLOSE LETTER-FILE
092900     CLOSE DUNNING-REPORT-FILE
093000     IF KLANT-AVAILABLE
093100         CLOSE KLANT-MASTER
093200     END-IF
093300     DISPLAY "AANMAAN COMPLETE - " WS-LETTER-COUNT
093400             " BRIEF(BRIEVEN) VOOR " WS-DUNNED-COUNT
093500             " FACTU(U)R(EN), " WS-INCASSO-COUNT
093600             " GEREED VOOR INCASSO."
094200     IF WS-NO-KLANT-COUNT > ZERO
094300         MOVE 4 TO RETURN-CODE
094400     END-IF.
094500 8000-EXIT.
094600     EXIT.
094700
094800*-----------------------------------------------------------
094900* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
095000*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
095100*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
095200*-----------------------------------------------------------
095300 9000-WRITE-RUN-JOURNAL.
095400     ACCEPT WS-END-TIME-RAW FROM TIME
095500     OPEN EXTEND RUN-JOURNAL-FILE
095600     IF WS-JRNL-STATUS = "35"
095700         OPEN OUTPUT RUN-JOURNAL-FILE
095800     END-IF
095900     MOVE "AANMAAN " TO JRNL-PROGRAM
096000     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
096100     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
096200     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
096300     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
096400     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
096500     MOVE RETURN-CODE TO JRNL-RC
096600     MOVE WS-LETTER-COUNT TO JRNL-COUNT-1
096700     MOVE WS-DUNNED-COUNT TO JRNL-COUNT-2
096800     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
096900     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
097000     CLOSE RUN-JOURNAL-FILE.
097100 9000-EXIT.
097200     EXIT.
