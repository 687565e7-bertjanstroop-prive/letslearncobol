000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OFFERTE.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - VERKOOPOFFERTES. PRIJST
001300*                  EEN OFFERTE VOOR EEN KLANT EN EEN REEKS
001400*                  ARTIKELEN MET PRECIES DE REGELS VAN MARGE
001500*                  (CONTRACT, TOESLAG.DAT, STAFFEL, MINIMUM-
001600*                  MARGE MET SUPERVISOR OVERRIDE, AFRONDING EN
001700*                  KOERS), NUMMERT HAAR UIT OFFNR.DAT, DRUKT
001800*                  HET OFFERTEDOCUMENT MET GELDIGHEIDSDATUM
001900*                  NAAR OFFERTE.DAT EN HOUDT HET REGISTER
002000*                  OFFREG.DAT BIJ (OPEN, GEACCEPTEERD, VERLOPEN,
002100*                  VERLOREN). EEN GEACCEPTEERDE OFFERTE GAAT
002200*                  TEGEN DE GEOFFREERDE PRIJZEN (OFFREGL.DAT)
002300*                  ALS I/D-REGELS NAAR BTWIN.DAT VOOR MATH EN
002400*                  FACTPRT. DE PRIJSPARAGRAFEN 2800-2960, 3150
002500*                  EN 3160 ZIJN DIE VAN MARGE EN WORDEN
002600*                  DAARMEE GELIJK GEHOUDEN. DRAAIT ALLEEN
002700*                  BUITEN DE NACHTKETEN (SYSLOCK/MNTLOCK).
002701* 2026-10-15  BJS  EEN GEACCEPTEERDE OFFERTE GAAT NAAR HET EIGEN
002702*                  OVERDRACHTBESTAND VKFACT.DAT IN PLAATS VAN
002703*                  BTWIN.DAT - MATH LAS BTWIN.DAT IN DE KETEN
002704*                  NIET NAAST DE MARGE-BRUG, ZODAT DE ACCEPTATIES
002705*                  NOOIT GEFACTUREERD WERDEN. HET DEEL VAN DEZE
002706*                  RUN SLUIT MET EEN "T,AANTAL" TRAILER (D-
002707*                  REGELS) ZODAT MATH EEN ONVOLLEDIGE OVERDRACHT
002708*                  KAN WEIGEREN.
002800*-----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OFFER-IN-FILE ASSIGN TO "OFFIN.DAT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-OFFIN-STATUS.
003600
003700     SELECT OFFER-DOC-FILE ASSIGN TO "OFFERTE.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-OFFDOC-STATUS.
004000
004100     SELECT OFFER-RPT-FILE ASSIGN TO "OFFRPT.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-OFFRPT-STATUS.
004400
004500     SELECT OFFER-REG-FILE ASSIGN TO "OFFREG.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-OFFREG-STATUS.
004800
004900     SELECT OFFER-LINE-FILE ASSIGN TO "OFFREGL.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-OFFREGL-STATUS.
005200
005300     SELECT OFFER-NR-FILE ASSIGN TO "OFFNR.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-OFFNR-STATUS.
005600
005700     SELECT VK-FACT-FILE ASSIGN TO "VKFACT.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-VKFACT-STATUS.
006000
006100     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-JRNL-STATUS.
006400
006500     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNSEQ-STATUS.
006800
006900     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-PARM-STATUS.
007200
007300     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OPERAUTH-STATUS.
007600
007700     SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATES.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CURRATE-STATUS.
008000
008100     SELECT RATE-HIST-FILE ASSIGN TO "KOERSHST.DAT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RHST-STATUS.
008400
008500     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-CONTRACT-STATUS.
008800
008900     SELECT SURCHARGE-FILE ASSIGN TO "TOESLAG.DAT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-TOESLAG-STATUS.
009200
009300     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-PROEFSUM-STATUS.
009600
009700     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-SYSLOCK-STATUS.
010000
010100     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-MNTLOCK-STATUS.
010400
010500     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS ART-NUMMER
010900         FILE STATUS IS WS-ARTMAST-STATUS.
011000
011100     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
011200         ORGANIZATION IS INDEXED
011300         ACCESS MODE IS DYNAMIC
011400         RECORD KEY IS KLA-NUMMER
011500         FILE STATUS IS WS-KLANTMST-STATUS.
011600
011700 DATA DIVISION.
011800 FILE SECTION.
011900 FD  OFFER-IN-FILE.
012000 01  OFFER-IN-LINE            PIC X(132).
012100
012200 FD  OFFER-DOC-FILE.
012300 01  OFFER-DOC-LINE           PIC X(132).
012400
012500 FD  OFFER-RPT-FILE.
012600 01  OFFER-RPT-LINE           PIC X(132).
012700
012800 FD  OFFER-REG-FILE.
012900 01  OFFER-REG-LINE           PIC X(100).
013000
013100 FD  OFFER-LINE-FILE.
013200 01  OFFER-LINE-LINE          PIC X(120).
013300
013400 FD  OFFER-NR-FILE.
013500 01  OFFER-NR-LINE            PIC 9(06).
013600
013700 FD  VK-FACT-FILE.
013800 01  VK-FACT-LINE             PIC X(80).
013900
014000 FD  RUN-JOURNAL-FILE.
014100 01  RUN-JOURNAL-LINE         PIC X(80).
014200
014300 FD  RUN-SEQ-FILE.
014400 01  RUN-SEQ-LINE             PIC 9(06).
014500
014600 FD  PARM-FILE.
014700 01  PARM-LINE                PIC X(132).
014800
014900 FD  OPER-AUTH-FILE.
015000 01  OPER-AUTH-LINE           PIC X(40).
015100
015200 FD  CURRENCY-RATE-FILE.
015300 01  CURRENCY-RATE-LINE       PIC X(80).
015400
015500 FD  RATE-HIST-FILE.
015600 01  RATE-HIST-LINE           PIC X(80).
015700
015800 FD  CONTRACT-FILE.
015900 01  CONTRACT-LINE            PIC X(132).
016000
016100 FD  SURCHARGE-FILE.
016200 01  SURCHARGE-LINE           PIC X(80).
016300
016400 FD  PROEF-SUM-FILE.
016500 01  PROEF-SUM-LINE           PIC X(132).
016600
016700 FD  SYS-LOCK-FILE.
016800 01  SYS-LOCK-LINE            PIC X(80).
016900
017000 FD  MNT-LOCK-FILE.
017100 01  MNT-LOCK-LINE            PIC X(80).
017200
017300 FD  ARTIKEL-MASTER.
017400     COPY "ARTMAST.CPY".
017500
017600 FD  KLANT-MASTER.
017700     COPY "KLANTMST.CPY".
017800
017900 WORKING-STORAGE SECTION.
018000*-----------------------------------------------------------
018100* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
018200*-----------------------------------------------------------
018300     COPY "RUNHDR.CPY".
018400
018500*-----------------------------------------------------------
018600* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
018700*-----------------------------------------------------------
018800     COPY "RUNJRNL.CPY".
018900 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
019000 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
019100 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
019200 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
019300 01  WS-RUNSEQ-ENV-X          PIC X(10).
019400 01  WS-RUNDATE-ENV-X         PIC X(10).
019500 01  WS-ADMIN-ENV-X           PIC X(06).
019600
019700*-----------------------------------------------------------
019800* PROEFRUN - PRIJZEN EN DRUKKEN ZONDER REGISTER, NUMMER-
019900* REGISTER, OFFREGL.DAT OF VKFACT.DAT AAN TE RAKEN
020000*-----------------------------------------------------------
020100 01  WS-PROEF-ENV-X           PIC X(02).
020200 01  WS-PROEF-SW              PIC X VALUE "N".
020300     88 PROEF-MODE            VALUE "J".
020400     88 LIVE-MODE             VALUE "N".
020500 01  WS-PROEFSUM-STATUS       PIC X(02) VALUE "00".
020600 01  WS-PROEF-CNT1-ED         PIC ZZZ,ZZ9.
020700 01  WS-PROEF-CNT2-ED         PIC ZZZ,ZZ9.
020800 01  OFF-PROEF-LINE.
020900     05  FILLER               PIC X(40)
021000          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
021100
021200*-----------------------------------------------------------
021300* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
021400*-----------------------------------------------------------
021500 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
021600 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
021700 01  WS-LOCK-OPERATOR         PIC X(08) VALUE SPACES.
021800 01  WS-LOCK-DATUM            PIC 9(08) VALUE ZERO.
021900 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
022000 01  MNT-LOCK-DETAIL.
022100     05  MNT-PROGRAM          PIC X(08).
022200     05  FILLER               PIC X(01) VALUE ",".
022300     05  MNT-OPERATOR         PIC X(08).
022400     05  FILLER               PIC X(01) VALUE ",".
022500     05  MNT-DATUM            PIC 9(08).
022600     05  FILLER               PIC X(01) VALUE ",".
022700     05  MNT-TIJD             PIC 9(06).
022800
022900*-----------------------------------------------------------
023000* SHARED OPERATIONAL PARAMETERS - SEE PARMCFG.CPY
023100*-----------------------------------------------------------
023200     COPY "PARMCFG.CPY".
023300
023400 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
023500 01  WS-PARM-FILE-X           PIC X(80).
023600 01  WS-PARM-VATHI-X          PIC X(08).
023700 01  WS-PARM-VATLO-X          PIC X(08).
023800 01  WS-PARM-VATZR-X          PIC X(08).
023900 01  WS-PARM-MARGEFLOOR-X     PIC X(08).
024000 01  WS-PARM-XTRA.
024100     05  WS-PARM-XFLD-X       PIC X(20) OCCURS 11 TIMES.
024200 77  WS-PARM-XIDX             PIC 9(02) COMP VALUE ZERO.
024300
024400*-----------------------------------------------------------
024500* OFFERTE INPUT (OFFIN.DAT) - ZIE 3000-PROCESS-INPUT
024600*-----------------------------------------------------------
024700 01  WS-OFFIN-STATUS          PIC X(02) VALUE "00".
024800 01  WS-OFFDOC-STATUS         PIC X(02) VALUE "00".
024900 01  WS-OFFRPT-STATUS         PIC X(02) VALUE "00".
025000 01  WS-OFFIN-EOF             PIC X VALUE "N".
025100     88 OFFIN-EOF             VALUE "Y".
025200     88 OFFIN-NOT-EOF         VALUE "N".
025300 01  WS-IN-TYPE-X             PIC X(14).
025400 01  WS-IN-FLD2-X             PIC X(12).
025500 01  WS-IN-FLD3-X             PIC X(12).
025600 01  WS-IN-FLD4-X             PIC X(12).
025700 01  WS-IN-FLD5-X             PIC X(12).
025800 01  WS-IN-FLD6-X             PIC X(12).
025900 01  WS-IN-FLD7-X             PIC X(12).
026000 01  WS-IN-FLD8-X             PIC X(12).
026100 01  WS-REJ-REDEN             PIC X(24) VALUE SPACES.
026200
026300*-----------------------------------------------------------
026400* DE OFFERTE IN OPBOUW - KOP EN MAXIMAAL 50 GEPRIJSDE
026500* REGELS, PAS BIJ HET SLUITEN GENUMMERD EN VASTGELEGD
026600*-----------------------------------------------------------
026700 01  WS-OFF-STATE             PIC X VALUE "N".
026800     88 OFFERTE-NONE          VALUE "N".
026900     88 OFFERTE-OPEN          VALUE "O".
027000     88 OFFERTE-AFGEKEURD     VALUE "X".
027100 01  WS-OFF-KLANT             PIC X(08) VALUE SPACES.
027200 01  WS-OFF-KLANTNAAM         PIC X(30) VALUE SPACES.
027300 01  WS-OFF-ADRES             PIC X(40) VALUE SPACES.
027400 01  WS-OFF-GELDIG-TOT        PIC 9(08) VALUE ZERO.
027500 01  WS-OFF-TOTAAL            PIC 9(09)V99 VALUE ZERO.
027600 01  WS-OFF-DAGEN             PIC 9(03) VALUE ZERO.
027700 01  WS-DAGEN-ENV-X           PIC X(06).
027800 77  WS-DEFAULT-DAGEN         PIC 9(03) VALUE 30.
027900 01  WS-DAY-NUM               PIC 9(07) COMP VALUE ZERO.
028000 01  WS-REGEL-BEDRAG          PIC 9(09)V99 VALUE ZERO.
028100 77  WS-REGEL-COUNT           PIC 9(03) COMP VALUE ZERO.
028200 77  WS-REGEL-MAX             PIC 9(03) COMP VALUE 50.
028300 77  WS-RGL-IDX               PIC 9(03) COMP VALUE ZERO.
028400 01  WS-REGEL-TABLE.
028500     05  WS-RGL-ENTRY OCCURS 50 TIMES.
028600         10  RGL-ARTIKEL      PIC X(08).
028700         10  RGL-OMSCHR       PIC X(30).
028800         10  RGL-AANTAL       PIC 9(06).
028900         10  RGL-PRIJS        PIC 9(06)V99.
029000         10  RGL-BEDRAG       PIC 9(07)V99.
029100         10  RGL-BTW-CODE     PIC X(01).
029200         10  RGL-MARGE        PIC 9(03)V99.
029300         10  RGL-INKOOP       PIC 9(05)V99.
029400         10  RGL-BRUTO        PIC 9(05)V99.
029500         10  RGL-CONTRACT     PIC X(01).
029600         10  RGL-ROND         PIC 9(01).
029700         10  RGL-OVERRIDE     PIC X(01).
029800         10  RGL-GRANTOR      PIC X(08).
029900
030000*-----------------------------------------------------------
030100* OFFERTEREGISTER (OFFREG.DAT) - IN ZIJN GEHEEL GELADEN EN
030200* NA DE RUN TERUGGESCHREVEN; NUMMERREGISTER OFFNR.DAT
030300*-----------------------------------------------------------
030400     COPY "OFFREG.CPY".
030500 01  WS-OFFREG-STATUS         PIC X(02) VALUE "00".
030600 01  WS-OFFREGL-STATUS        PIC X(02) VALUE "00".
030700 01  WS-OFFNR-STATUS          PIC X(02) VALUE "00".
030800 01  WS-VKFACT-STATUS         PIC X(02) VALUE "00".
030900 01  WS-LAST-OFFNR            PIC 9(06) VALUE ZERO.
031000 01  WS-ZOEK-NUMMER           PIC 9(06) VALUE ZERO.
031100 77  WS-REG-COUNT             PIC 9(04) COMP VALUE ZERO.
031200 77  WS-REG-MAX               PIC 9(04) COMP VALUE 2000.
031300 77  WS-REG-IDX               PIC 9(04) COMP VALUE ZERO.
031400 77  WS-REG-FOUND-IDX         PIC 9(04) COMP VALUE ZERO.
031500 01  WS-REG-TABLE.
031600     05  WS-REG-ENTRY         PIC X(100) OCCURS 2000 TIMES.
031700 01  WS-REG-EOF               PIC X VALUE "N".
031800     88 REG-EOF               VALUE "Y".
031900     88 REG-NOT-EOF           VALUE "N".
032000 01  WS-REG-LOADED-SW         PIC X VALUE "N".
032100     88 REG-LOADED            VALUE "Y".
032200     88 REG-NOT-LOADED        VALUE "N".
032300 01  WS-OFFREGL-OPEN-SW       PIC X VALUE "N".
032400     88 OFFREGL-OPEN          VALUE "Y".
032500     88 OFFREGL-CLOSED        VALUE "N".
032600 01  WS-RPT-BEDRAG            PIC 9(09)V99 VALUE ZERO.
032700 01  WS-CONV-BEDRAG           PIC 9(07)V99 VALUE ZERO.
032800
032900*-----------------------------------------------------------
033000* ACCEPTATIES VAN DEZE RUN - OMGEZET NAAR VKFACT.DAT NADAT
033100* OFFREGL.DAT IS GESLOTEN
033200*-----------------------------------------------------------
033300 77  WS-ACC-COUNT             PIC 9(03) COMP VALUE ZERO.
033400 77  WS-ACC-MAX               PIC 9(03) COMP VALUE 200.
033500 77  WS-ACC-IDX               PIC 9(03) COMP VALUE ZERO.
033600 77  WS-ACC-FOUND-IDX         PIC 9(03) COMP VALUE ZERO.
033700 01  WS-ACC-TABLE.
033800     05  WS-ACC-ENTRY OCCURS 200 TIMES.
033900         10  ACC-NUMMER       PIC 9(06).
034000         10  ACC-KLANT        PIC X(08).
034100         10  ACC-REGELS       PIC 9(03).
034200         10  ACC-GEVONDEN     PIC 9(03).
034300 01  WS-CONV-LAST-NR          PIC 9(06) VALUE ZERO.
034400 01  WS-CONV-EOF              PIC X VALUE "N".
034500     88 CONV-EOF              VALUE "Y".
034600     88 CONV-NOT-EOF          VALUE "N".
034700
034800*-----------------------------------------------------------
034900* RUN COUNTERS
035000*-----------------------------------------------------------
035100 77  WS-NEW-COUNT             PIC 9(07) COMP VALUE ZERO.
035200 77  WS-ACCEPT-COUNT          PIC 9(07) COMP VALUE ZERO.
035300 77  WS-LOST-COUNT            PIC 9(07) COMP VALUE ZERO.
035400 77  WS-EXPIRE-COUNT          PIC 9(07) COMP VALUE ZERO.
035500 77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
035600 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
035700 77  WS-VKFACT-COUNT          PIC 9(07) COMP VALUE ZERO.
035701 77  WS-VKFACT-DET-COUNT      PIC 9(07) COMP VALUE ZERO.
035800
035900*-----------------------------------------------------------
036000* PRICING WORK FIELDS - AS IN MARGE
036100*-----------------------------------------------------------
036200 01  WS-INKOOPPRIJS           PIC 9(5)V99.
036300 01  WS-VERZOCHT-MARGE-PERC   PIC 9(3)V99.
036400 01  WS-FACTOR                PIC 9V9999.
036500 01  WS-VERKOOPPRIJS          PIC 9(6)V99.
036600 01  WS-IN-MARGIN-X           PIC X(10).
036700 01  WS-IN-ROUNDMODE-X        PIC X(10).
036800
036900 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
037000 01  WS-ART-AVAIL-SW          PIC X VALUE "N".
037100     88 ART-AVAILABLE         VALUE "Y".
037200     88 ART-NOT-AVAILABLE     VALUE "N".
037300 01  WS-CURRENT-ARTNO         PIC X(08) VALUE SPACES.
037400 01  WS-CURRENT-OMSCHR        PIC X(40) VALUE SPACES.
037500 01  WS-CURRENT-GROEP         PIC X(08) VALUE SPACES.
037600 01  WS-CURRENT-KLANT         PIC X(08) VALUE SPACES.
037700 01  WS-CURRENT-BTW-CODE      PIC X(01) VALUE "H".
037800
037900 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
038000 01  WS-KLANT-AVAIL-SW        PIC X VALUE "N".
038100     88 KLANT-AVAILABLE       VALUE "Y".
038200     88 KLANT-NOT-AVAILABLE   VALUE "N".
038300 01  WS-CURRENT-KLANTNAAM     PIC X(30) VALUE SPACES.
038400 01  WS-KLANT-OK-SW           PIC X VALUE "Y".
038500     88 KLANT-OK              VALUE "Y".
038600     88 KLANT-NOT-OK          VALUE "N".
038700 01  WS-CURRENT-LIMIET        PIC 9(09)V99 VALUE ZERO.
038800 01  WS-CURRENT-BLOKKADE      PIC X(01) VALUE "N".
038900
039000*-----------------------------------------------------------
039100* CUSTOMER AGREEMENTS, LOADED FROM CONTRACT.DAT - AS IN MARGE
039200*-----------------------------------------------------------
039300 01  WS-CONTRACT-STATUS       PIC X(02) VALUE "00".
039400 77  WS-CON-COUNT             PIC 9(03) COMP VALUE ZERO.
039500 77  WS-CON-MAX               PIC 9(03) COMP VALUE 100.
039600 77  WS-CON-IDX               PIC 9(03) COMP VALUE ZERO.
039700 01  WS-CON-EOF               PIC X VALUE "N".
039800     88 CON-EOF               VALUE "Y".
039900     88 CON-NOT-EOF           VALUE "N".
040000 01  WS-CONTRACT-TABLE.
040100     05  WS-CON-ENTRY OCCURS 100 TIMES.
040200         10  CON-KLANT        PIC X(08).
040300         10  CON-ARTIKEL      PIC X(08).
040400         10  CON-TYPE         PIC X(01).
040500         10  CON-WAARDE       PIC 9(06)V99.
040600         10  CON-VAN          PIC 9(08).
040700         10  CON-TM           PIC 9(08).
040800 01  WS-CON-KLANT-X           PIC X(10).
040900 01  WS-CON-ARTIKEL-X         PIC X(10).
041000 01  WS-CON-TYPE-X            PIC X(02).
041100 01  WS-CON-WAARDE-X          PIC X(12).
041200 01  WS-CON-VAN-X             PIC X(10).
041300 01  WS-CON-TM-X              PIC X(10).
041400
041500*-----------------------------------------------------------
041600* LANDED-COST SURCHARGES PER ART-GROEP (TOESLAG.DAT)
041700*-----------------------------------------------------------
041800 01  WS-TOESLAG-STATUS        PIC X(02) VALUE "00".
041900 77  WS-TSL-COUNT             PIC 9(03) COMP VALUE ZERO.
042000 77  WS-TSL-MAX               PIC 9(03) COMP VALUE 50.
042100 77  WS-TSL-IDX               PIC 9(03) COMP VALUE ZERO.
042200 01  WS-TSL-EOF               PIC X VALUE "N".
042300     88 TSL-EOF               VALUE "Y".
042400     88 TSL-NOT-EOF           VALUE "N".
042500 01  WS-TOESLAG-TABLE.
042600     05  WS-TSL-ENTRY OCCURS 50 TIMES.
042700         10  TSL-GROEP        PIC X(08).
042800         10  TSL-PCT          PIC 9(03)V99.
042900         10  TSL-VAST         PIC 9(05)V99.
043000 01  WS-TSL-GROEP-X           PIC X(10).
043100 01  WS-TSL-PCT-X             PIC X(10).
043200 01  WS-TSL-VAST-X            PIC X(12).
043300 01  WS-BRUTO-INKOOP          PIC 9(05)V99 VALUE ZERO.
043400
043500 01  WS-CONTRACT-SW           PIC X VALUE "N".
043600     88 CONTRACT-NONE         VALUE "N".
043700     88 CONTRACT-MARGE        VALUE "M".
043800     88 CONTRACT-PRICE        VALUE "P".
043900 01  WS-CONTRACT-WAARDE       PIC 9(06)V99 VALUE ZERO.
044000
044100*-----------------------------------------------------------
044200* EXCHANGE RATES (CURRATES.DAT / KOERSHST.DAT) - AS IN MARGE
044300*-----------------------------------------------------------
044400 01  WS-CURRATE-STATUS        PIC X(02) VALUE "00".
044500 77  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
044600 77  WS-RATE-MAX              PIC 9(02) COMP VALUE 20.
044700 77  WS-RATE-IDX              PIC 9(02) COMP VALUE ZERO.
044800 01  WS-RATES-DATE            PIC 9(08) VALUE ZERO.
044900 01  WS-RATES-STALE-SW        PIC X VALUE "Y".
045000     88 RATES-STALE           VALUE "Y".
045100     88 RATES-FRESH           VALUE "N".
045200 01  WS-RATE-EOF              PIC X VALUE "N".
045300     88 RATE-EOF              VALUE "Y".
045400     88 RATE-NOT-EOF          VALUE "N".
045500 01  WS-RATE-FIRST-SW         PIC X VALUE "Y".
045600     88 RATE-FIRST-LINE       VALUE "Y".
045700     88 RATE-NOT-FIRST        VALUE "N".
045800 01  WS-RATE-TABLE.
045900     05  WS-RATE-ENTRY OCCURS 20 TIMES.
046000         10  RATE-CODE        PIC X(03).
046100         10  RATE-VALUE       PIC 9(03)V9(06).
046200         10  RATE-BEST-DATE   PIC 9(08).
046300         10  RATE-PRIOR-VALUE PIC 9(03)V9(06).
046400         10  RATE-PRIOR-DATE  PIC 9(08).
046500         10  RATE-BLOCK-SW    PIC X(01).
046600 01  WS-RATE-CODE-X           PIC X(05).
046700 01  WS-RATE-VALUE-X          PIC X(14).
046800 01  WS-RHST-STATUS           PIC X(02) VALUE "00".
046900 01  WS-RHST-EOF              PIC X VALUE "N".
047000     88 RHST-EOF              VALUE "Y".
047100     88 RHST-NOT-EOF          VALUE "N".
047200 01  WS-RH-DATE-X             PIC X(10).
047300 01  WS-RH-CODE-X             PIC X(05).
047400 01  WS-RH-VALUE-X            PIC X(14).
047500 01  WS-RH-DATE               PIC 9(08) VALUE ZERO.
047600 01  WS-RH-VALUE              PIC 9(03)V9(06) VALUE ZERO.
047700 01  WS-RH-CODE               PIC X(03) VALUE SPACES.
047800 01  WS-RH-ENTRY-IDX          PIC 9(02) COMP VALUE ZERO.
047900 01  WS-KOERS-DIFF            PIC S9(04)V9(06) VALUE ZERO.
048000 01  WS-KOERS-MOVE-PCT        PIC 9(05)V99 VALUE ZERO.
048100 01  WS-IN-VAL-X              PIC X(05).
048200 01  WS-IN-BEDRAG-X           PIC X(12).
048300 01  WS-CURRENT-VALUTA        PIC X(03) VALUE "EUR".
048400 01  WS-ORIG-BEDRAG           PIC 9(07)V99 VALUE ZERO.
048500 01  WS-RATE-USED             PIC 9(03)V9(06) VALUE 1.
048600 01  WS-RATE-FOUND-SW         PIC X VALUE "N".
048700     88 RATE-FOUND            VALUE "Y".
048800     88 RATE-NOT-FOUND        VALUE "N".
048900
049000 01  WS-ROUND-MODE            PIC 9 VALUE 1.
049100     88 ROUND-PLAIN           VALUE 1.
049200     88 ROUND-NEAREST-05      VALUE 2.
049300     88 ROUND-UP-95           VALUE 3.
049400
049500 01  WS-ROUND-TEMP            PIC S9(07)V9999.
049600 01  WS-ROUND-WHOLE           PIC S9(06) COMP.
049700
049800*-----------------------------------------------------------
049900* MINIMUM MARGE POLICY FLOOR AND SUPERVISOR OVERRIDE
050000*-----------------------------------------------------------
050100 77  WS-MIN-MARGE-PCT         PIC 9(03)V99 VALUE 15.00.
050200
050300 01  WS-OVERRIDE-X            PIC X(10).
050400 01  WS-OVERRIDE-FLAG         PIC X VALUE "N".
050500     88 OVERRIDE-GRANTED      VALUE "J" "Y".
050600 01  WS-FLOOR-OVERRIDE-SW     PIC X VALUE " ".
050700     88 FLOOR-OVERRIDE-USED   VALUE "J".
050800
050900*-----------------------------------------------------------
051000* OPERATOR AUTHORITY TABLE, LOADED FROM OPERAUTH.DAT
051100*-----------------------------------------------------------
051200 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
051300 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
051400 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
051500 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
051600 01  WS-AUTH-EOF              PIC X VALUE "N".
051700     88 AUTH-EOF              VALUE "Y".
051800     88 AUTH-NOT-EOF          VALUE "N".
051900 01  WS-AUTH-TABLE.
052000     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
052100         10  AUTH-OPERATOR    PIC X(08).
052200         10  AUTH-NIVEAU      PIC 9(02).
052300 01  WS-AUTH-OPER-X           PIC X(10).
052400 01  WS-AUTH-NIVEAU-X         PIC X(04).
052500 01  WS-GRANTOR-ID            PIC X(08) VALUE SPACES.
052600 01  WS-OVERRIDE-REQ          PIC X(08) VALUE SPACES.
052700 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
052800 01  WS-AUTH-OK-SW            PIC X VALUE "N".
052900     88 AUTHORITY-OK          VALUE "Y".
053000     88 AUTHORITY-NOT-OK      VALUE "N".
053100
053200*-----------------------------------------------------------
053300* VOLUME-DISCOUNT MARGE TIER TABLE - AS IN MARGE
053400*-----------------------------------------------------------
053500 01  WS-ORDER-QTY             PIC 9(06) VALUE ZERO.
053600 01  WS-IN-QTY-X              PIC X(10).
053700 01  WS-EFFECTIVE-MARGE-PERC  PIC 9(03)V99.
053800
053900 77  WS-TIER-IDX              PIC 9(02) COMP.
054000 77  WS-TIER-DISCOUNT-PCT     PIC 9(03)V99.
054100 01  WS-TIER-FOUND-SW         PIC X VALUE "N".
054200     88 TIER-FOUND            VALUE "Y".
054300     88 TIER-NOT-FOUND        VALUE "N".
054400
054500 01  WS-TIER-TABLE-VALUES.
054600     05  FILLER               PIC 9(06) VALUE 000000.
054700     05  FILLER               PIC 9(03)V99 VALUE 000.00.
054800     05  FILLER               PIC 9(06) VALUE 000100.
054900     05  FILLER               PIC 9(03)V99 VALUE 002.00.
055000     05  FILLER               PIC 9(06) VALUE 000500.
055100     05  FILLER               PIC 9(03)V99 VALUE 005.00.
055200     05  FILLER               PIC 9(06) VALUE 001000.
055300     05  FILLER               PIC 9(03)V99 VALUE 008.00.
055400
055500 01  WS-TIER-TABLE REDEFINES WS-TIER-TABLE-VALUES.
055600     05  WS-TIER-ENTRY OCCURS 4 TIMES.
055700         10  WS-TIER-MIN-QTY  PIC 9(06).
055800         10  WS-TIER-DISCOUNT PIC 9(03)V99.
055900
056000*-----------------------------------------------------------
056100* BTW PER TARIEF VOOR HET OFFERTEDOCUMENT - AS IN FACTPRT
056200*-----------------------------------------------------------
056300 01  WS-VAT-RATE              PIC 9(02)V99 VALUE 21.00.
056400 01  WS-VAT-AMOUNT            PIC 9(09)V99 VALUE ZERO.
056500 01  WS-OFF-H-EXCL            PIC 9(09)V99 VALUE ZERO.
056600 01  WS-OFF-H-VAT             PIC 9(09)V99 VALUE ZERO.
056700 01  WS-OFF-L-EXCL            PIC 9(09)V99 VALUE ZERO.
056800 01  WS-OFF-L-VAT             PIC 9(09)V99 VALUE ZERO.
056900 01  WS-OFF-Z-EXCL            PIC 9(09)V99 VALUE ZERO.
057000 01  WS-OFF-Z-VAT             PIC 9(09)V99 VALUE ZERO.
057100 01  WS-OFF-VAT-TOTAL         PIC 9(09)V99 VALUE ZERO.
057200 01  WS-OFF-INCL-TOTAL        PIC 9(09)V99 VALUE ZERO.
057300
057400*-----------------------------------------------------------
057500* VKFACT.DAT RECORDS FOR AN ACCEPTED OFFERTE - MATH'S FORMAT,
057501* AND THE "T,AANTAL" TRAILER (D-REGELS) OF THIS RUN'S PART
057600*-----------------------------------------------------------
057700 01  VKF-HEADER-LINE.
057800     05  FILLER               PIC X(02) VALUE "I,".
057900     05  VKF-HDR-FACTUUR      PIC X(08).
058000     05  FILLER               PIC X(01) VALUE ",".
058100     05  VKF-HDR-KLANT        PIC X(08).
058200     05  FILLER               PIC X(01) VALUE ",".
058300     05  VKF-HDR-DATUM        PIC 9(08).
058400
058500 01  VKF-DETAIL-LINE.
058600     05  FILLER               PIC X(02) VALUE "D,".
058700     05  VKF-DET-BEDRAG       PIC 9(07).99.
058800     05  FILLER               PIC X(01) VALUE ",".
058900     05  VKF-DET-CODE         PIC X(01).
058901
058902 01  VKF-TRAILER-LINE.
058903     05  FILLER               PIC X(02) VALUE "T,".
058904     05  VKF-TRL-AANTAL       PIC 9(07).
059000
059100 01  WS-FACTUUR-REF.
059200     05  FILLER               PIC X(02) VALUE "OF".
059300     05  WS-FACTUUR-REF-NR    PIC 9(06).
059400
059500*-----------------------------------------------------------
059600* OFFERTEDOCUMENT LAYOUTS (OFFERTE.DAT)
059700*-----------------------------------------------------------
059800 01  DOC-SEPARATOR-LINE.
059900     05  FILLER               PIC X(70) VALUE ALL "=".
060000
060100 01  DOC-TITLE-LINE.
060200     05  FILLER               PIC X(10) VALUE "OFFERTE   ".
060300     05  DOC-TTL-NR           PIC 9(06).
060400     05  FILLER               PIC X(10) VALUE "  DATUM   ".
060500     05  DOC-TTL-DATE         PIC 9(08).
060600
060700 01  DOC-KLANT-LINE.
060800     05  FILLER               PIC X(23)
060900          VALUE "KLANT                : ".
061000     05  DOC-KLT-NUMMER       PIC X(10).
061100     05  FILLER               PIC X(02) VALUE SPACES.
061200     05  DOC-KLT-NAAM         PIC X(30).
061300
061400 01  DOC-ADRES-LINE.
061500     05  FILLER               PIC X(23)
061600          VALUE "ADRES                : ".
061700     05  DOC-ADR-TEKST        PIC X(40).
061800
061900 01  DOC-DETAIL-HEADING.
062000     05  FILLER               PIC X(10) VALUE "ARTIKEL   ".
062100     05  FILLER               PIC X(31) VALUE "OMSCHRIJVING".
062200     05  FILLER               PIC X(09) VALUE "   AANTAL".
062300     05  FILLER               PIC X(12) VALUE "  PRIJS/STUK".
062400     05  FILLER               PIC X(14) VALUE "        BEDRAG".
062500     05  FILLER               PIC X(05) VALUE "  BTW".
062600
062700 01  DOC-DETAIL-LINE.
062800     05  DOC-DET-ARTIKEL      PIC X(08).
062900     05  FILLER               PIC X(02) VALUE SPACES.
063000     05  DOC-DET-OMSCHR       PIC X(30).
063100     05  FILLER               PIC X(02) VALUE SPACES.
063200     05  DOC-DET-AANTAL       PIC ZZZ,ZZ9.
063300     05  FILLER               PIC X(02) VALUE SPACES.
063400     05  DOC-DET-PRIJS        PIC ZZZ,ZZ9.99.
063500     05  FILLER               PIC X(02) VALUE SPACES.
063600     05  DOC-DET-BEDRAG       PIC Z,ZZZ,ZZ9.99.
063700     05  FILLER               PIC X(04) VALUE SPACES.
063800     05  DOC-DET-BTW          PIC X(01).
063900     05  FILLER               PIC X(02) VALUE SPACES.
064000     05  DOC-DET-CONTRACT     PIC X(08).
064100
064200 01  DOC-RATE-LINE.
064300     05  FILLER               PIC X(04) VALUE "BTW ".
064400     05  DOC-RTE-LABEL        PIC X(05).
064500     05  DOC-RTE-PCT          PIC Z9.99.
064600     05  FILLER               PIC X(07) VALUE "% OVER ".
064700     05  DOC-RTE-EXCL         PIC ---,---,--9.99.
064800     05  FILLER               PIC X(03) VALUE " = ".
064900     05  DOC-RTE-VAT          PIC ---,---,--9.99.
065000
065100 01  DOC-TOTAL-LINE.
065200     05  DOC-TOT-LABEL        PIC X(23).
065300     05  DOC-TOT-BEDRAG       PIC ---,---,--9.99.
065400
065500 01  DOC-GELDIG-LINE.
065600     05  FILLER               PIC X(34)
065700          VALUE "DEZE OFFERTE IS GELDIG TOT EN MET ".
065800     05  DOC-GLD-DATUM        PIC 9(08).
065900     05  FILLER               PIC X(28)
066000          VALUE " - PRIJZEN PER STUK EXCL BTW".
066100
066200 01  DOC-BLANK-LINE           PIC X(01) VALUE SPACE.
066300
066400*-----------------------------------------------------------
066500* RUN REPORT LAYOUTS (OFFRPT.DAT)
066600*-----------------------------------------------------------
066700 01  RPT-HEADING-1.
066800     05  FILLER               PIC X(30)
066900          VALUE "OFFERTE RUN".
067000     05  FILLER               PIC X(07) VALUE "  ADM: ".
067100     05  RPT-HDR-ADMIN        PIC X(04).
067200     05  FILLER               PIC X(09) VALUE "  DATUM: ".
067300     05  RPT-HDR-DATE         PIC 9(08).
067400     05  FILLER               PIC X(07) VALUE "  SEQ: ".
067500     05  RPT-HDR-SEQ          PIC 9(06).
067600
067700 01  RPT-NEW-LINE.
067800     05  FILLER               PIC X(13) VALUE "NIEUW".
067900     05  RPT-NEW-NR           PIC 9(06).
068000     05  FILLER               PIC X(08) VALUE "  KLANT ".
068100     05  RPT-NEW-KLANT        PIC X(08).
068200     05  FILLER               PIC X(09) VALUE "  REGELS ".
068300     05  RPT-NEW-REGELS       PIC ZZ9.
068400     05  FILLER               PIC X(09) VALUE "  TOTAAL ".
068500     05  RPT-NEW-TOTAAL       PIC ZZZ,ZZZ,ZZ9.99.
068600     05  FILLER               PIC X(13) VALUE "  GELDIG T/M ".
068700     05  RPT-NEW-GELDIG       PIC 9(08).
068800
068900 01  RPT-STATUS-LINE.
069000     05  RPT-STA-LABEL        PIC X(13).
069100     05  RPT-STA-NR           PIC 9(06).
069200     05  FILLER               PIC X(02) VALUE SPACES.
069300     05  RPT-STA-TEKST        PIC X(60).
069400
069500 01  RPT-REJECT-LINE.
069600     05  FILLER               PIC X(11) VALUE "AFGEKEURD: ".
069700     05  RPT-REJ-REDEN        PIC X(24).
069800     05  FILLER               PIC X(01) VALUE SPACE.
069900     05  RPT-REJ-INPUT        PIC X(80).
070000
070100 01  RPT-OPEN-HEADING-1.
070200     05  FILLER               PIC X(30)
070300          VALUE "OPENSTAANDE OFFERTES".
070400
070500 01  RPT-OPEN-HEADING-2.
070600     05  FILLER               PIC X(08) VALUE "NUMMER".
070700     05  FILLER               PIC X(10) VALUE "KLANT".
070800     05  FILLER               PIC X(10) VALUE "DATUM".
070900     05  FILLER               PIC X(10) VALUE "GELDIG T/M".
071000     05  FILLER               PIC X(08) VALUE "  REGELS".
071100     05  FILLER               PIC X(16) VALUE "          TOTAAL".
071200
071300 01  RPT-OPEN-LINE.
071400     05  RPT-OPN-NR           PIC 9(06).
071500     05  FILLER               PIC X(02) VALUE SPACES.
071600     05  RPT-OPN-KLANT        PIC X(08).
071700     05  FILLER               PIC X(02) VALUE SPACES.
071800     05  RPT-OPN-DATUM        PIC 9(08).
071900     05  FILLER               PIC X(02) VALUE SPACES.
072000     05  RPT-OPN-GELDIG       PIC 9(08).
072100     05  FILLER               PIC X(05) VALUE SPACES.
072200     05  RPT-OPN-REGELS       PIC ZZ9.
072300     05  FILLER               PIC X(02) VALUE SPACES.
072400     05  RPT-OPN-TOTAAL       PIC ZZZ,ZZZ,ZZ9.99.
072500
072600 01  RPT-TRAILER-LINE.
072700     05  RPT-TRL-LABEL        PIC X(24).
072800     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
072900
073000 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
073100
073200 PROCEDURE DIVISION.
073300
073400 0000-MAINLINE.
073500     MOVE "OFFERTE" TO MNT-PROGRAM
073600     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
073700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
073800     IF RETURN-CODE < 8
073900         PERFORM 2000-EXPIRE-SWEEP THRU 2000-EXIT
074000         PERFORM 3000-PROCESS-INPUT THRU 3000-EXIT
074100     END-IF
074200     PERFORM 8000-FINALIZE THRU 8000-EXIT
074300     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
074400     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
074500     STOP RUN.
074600
074700*-----------------------------------------------------------
074800* 0100-CHECK-BATCH-LOCK - REFUSE TO RUN WHILE THE NIGHTLY
074900*                         CHAIN HOLDS SYSLOCK.DAT, AND CLAIM
075000*                         THE MNTLOCK.DAT MAINTENANCE MARKER
075100*                         FOR THE DURATION OF THIS RUN.
075200*-----------------------------------------------------------
075300 0100-CHECK-BATCH-LOCK.
075400     OPEN INPUT SYS-LOCK-FILE
075500     IF WS-SYSLOCK-STATUS = "00"
075600         MOVE SPACES TO SYS-LOCK-LINE
075700         READ SYS-LOCK-FILE
075800             AT END
075900                 MOVE SPACES TO SYS-LOCK-LINE
076000         END-READ
076100         CLOSE SYS-LOCK-FILE
076200         IF SYS-LOCK-LINE NOT = SPACES
076300             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
076400                     FUNCTION TRIM(SYS-LOCK-LINE)
076500                     ") - OFFERTERUN GEWEIGERD."
076600             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
076700                     "NIVEAU-2 OPERATOR MET LOCKBRK."
076800             MOVE 8 TO RETURN-CODE
076900             STOP RUN
077000         END-IF
077100     END-IF
077200     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
077300     ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT-VALUE
077400     IF WS-LOCK-OPERATOR = SPACES
077500         MOVE "BATCH" TO WS-LOCK-OPERATOR
077600     END-IF
077700     ACCEPT WS-LOCK-DATUM FROM DATE YYYYMMDD
077800     ACCEPT WS-LOCK-TIJD FROM TIME
077900     MOVE WS-LOCK-OPERATOR TO MNT-OPERATOR
078000     MOVE WS-LOCK-DATUM TO MNT-DATUM
078100     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
078200     OPEN OUTPUT MNT-LOCK-FILE
078300     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
078400     CLOSE MNT-LOCK-FILE.
078500 0100-EXIT.
078600     EXIT.
078700
078800*-----------------------------------------------------------
078900* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
079000*                         MARKER IS A RELEASED MARKER.
079100*-----------------------------------------------------------
079200 9800-RELEASE-MNT-LOCK.
079300     OPEN OUTPUT MNT-LOCK-FILE
079400     CLOSE MNT-LOCK-FILE.
079500 9800-EXIT.
079600     EXIT.
079700
079800*-----------------------------------------------------------
079900* 1000-INITIALIZE - RUN HEADER, PARAMETERS, THE MASTERS AND
080000*                   PRICING TABLES AS MARGE LOADS THEM, THE
080100*                   NUMBER REGISTER AND THE OFFERTEREGISTER.
080200*                   ARTMAST.IDX IS REQUIRED - AN OFFERTE IS
080300*                   ALWAYS FOR ARTIKELEN FROM THE MASTER.
080400*-----------------------------------------------------------
080500 1000-INITIALIZE.
080600     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
080700     ACCEPT WS-START-TIME-RAW FROM TIME
080800     PERFORM 1060-LOAD-PARMS THRU 1060-EXIT
080900     DISPLAY "OFFDAGEN" UPON ENVIRONMENT-NAME
081000     ACCEPT WS-DAGEN-ENV-X FROM ENVIRONMENT-VALUE
081100     IF WS-DAGEN-ENV-X NOT = SPACES
081200         AND FUNCTION TRIM(WS-DAGEN-ENV-X) IS NUMERIC
081300         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DAGEN-ENV-X))
081400             TO WS-DEFAULT-DAGEN
081500     END-IF
081600     IF WS-DEFAULT-DAGEN = ZERO
081700         MOVE 30 TO WS-DEFAULT-DAGEN
081800     END-IF
081900
082000     OPEN OUTPUT OFFER-DOC-FILE
082100     OPEN OUTPUT OFFER-RPT-FILE
082200     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
082300     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
082400     MOVE RUNHDR-RUN-SEQ TO RPT-HDR-SEQ
082500     WRITE OFFER-RPT-LINE FROM RPT-HEADING-1
082600     IF PROEF-MODE
082700         WRITE OFFER-RPT-LINE FROM OFF-PROEF-LINE
082800         WRITE OFFER-DOC-LINE FROM OFF-PROEF-LINE
082900     END-IF
083000     WRITE OFFER-RPT-LINE FROM RPT-BLANK-LINE
083100
083200     OPEN INPUT ARTIKEL-MASTER
083300     IF WS-ARTMAST-STATUS = "00"
083400         SET ART-AVAILABLE TO TRUE
083500     ELSE
083600         SET ART-NOT-AVAILABLE TO TRUE
083700         DISPLAY "ERROR: GEEN ARTMAST.IDX - OFFERTES KUNNEN "
083800                 "NIET WORDEN GEPRIJSD, STAP GESTOPT"
083900         MOVE 8 TO RETURN-CODE
084000         GO TO 1000-EXIT
084100     END-IF
084200     OPEN INPUT KLANT-MASTER
084300     IF WS-KLANTMST-STATUS = "00"
084400         SET KLANT-AVAILABLE TO TRUE
084500     ELSE
084600         SET KLANT-NOT-AVAILABLE TO TRUE
084700         DISPLAY "OFFERTE: GEEN KLANTMST.IDX - KLANTNUMMERS "
084800                 "WORDEN NIET GECONTROLEERD"
084900     END-IF
085000
085100     PERFORM 1100-LOAD-OFFNR THRU 1100-EXIT
085200     PERFORM 1110-LOAD-REGISTER THRU 1110-EXIT
085300     IF REG-NOT-LOADED
085400         GO TO 1000-EXIT
085500     END-IF
085600
085700     PERFORM 1090-LOAD-CONTRACTS THRU 1090-EXIT
085800     PERFORM 1085-LOAD-RATES THRU 1085-EXIT
085900     PERFORM 1080-LOAD-SURCHARGES THRU 1080-EXIT
086000     PERFORM 1075-LOAD-AUTHORITY THRU 1075-EXIT.
086100 1000-EXIT.
086200     EXIT.
086300
086400*-----------------------------------------------------------
086500* 1050-GET-RUN-HEADER - BUILD THE SHARED RUN HEADER (OPERATOR
086600*                       ID FROM THE OS ENVIRONMENT, TODAY'S
086700*                       DATE, AND THE NEXT RUN SEQUENCE NUMBER
086800*                       FROM RUNSEQ.DAT) AND DISPLAY IT.
086900*-----------------------------------------------------------
087000 1050-GET-RUN-HEADER.
087100     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
087200     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
087300     IF RUNHDR-OPERATOR-ID = SPACES
087400         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
087500     END-IF
087600
087700     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
087800     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
087900     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
088000     IF WS-RUNDATE-ENV-X NOT = SPACES
088100         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
088200         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
088300             TO RUNHDR-RUN-DATE
088400         DISPLAY "OFFERTE: RUN DATE OVERGENOMEN UIT RUNDATE - "
088500                 RUNHDR-RUN-DATE
088600     END-IF
088700
088800     DISPLAY "PROEFRUN" UPON ENVIRONMENT-NAME
088900     ACCEPT WS-PROEF-ENV-X FROM ENVIRONMENT-VALUE
089000     IF WS-PROEF-ENV-X (1:1) = "J"
089100             OR WS-PROEF-ENV-X (1:1) = "j"
089200         SET PROEF-MODE TO TRUE
089300         DISPLAY "OFFERTE: *** PROEFRUN - GEEN BIJWERKING ***"
089400     END-IF
089500     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
089600     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
089700     IF WS-ADMIN-ENV-X NOT = SPACES
089800         MOVE FUNCTION UPPER-CASE(FUNCTION
089900             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
090000     END-IF
090100     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
090200     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
090300     IF WS-RUNSEQ-ENV-X NOT = SPACES
090400         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
090500             = 0
090600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
090700             TO RUNHDR-RUN-SEQ
090800     ELSE
090900         OPEN INPUT RUN-SEQ-FILE
091000         IF WS-RUNSEQ-STATUS = "00"
091100             READ RUN-SEQ-FILE
091200                 AT END
091300                     MOVE ZERO TO RUN-SEQ-LINE
091400             END-READ
091500             CLOSE RUN-SEQ-FILE
091600         ELSE
091700             MOVE ZERO TO RUN-SEQ-LINE
091800         END-IF
091900         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
092000         OPEN OUTPUT RUN-SEQ-FILE
092100         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
092200         WRITE RUN-SEQ-LINE
092300         CLOSE RUN-SEQ-FILE
092400     END-IF
092500
092600     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
092700             " DATE: " RUNHDR-RUN-DATE
092800             " SEQ: " RUNHDR-RUN-SEQ
092900             " ADM: " RUNHDR-ADMIN.
093000 1050-EXIT.
093100     EXIT.
093200
093300*-----------------------------------------------------------
093400* 1060-LOAD-PARMS - READ PARMS.DAT FOR THE BTW RATES, THE
093500*                   MINIMUM MARGE POLICY FLOOR AND THE KOERS
093600*                   TOLERANCE. NO FILE LEAVES THE COPYBOOK
093700*                   DEFAULTS.
093800*-----------------------------------------------------------
093900 1060-LOAD-PARMS.
094000     OPEN INPUT PARM-FILE
094100     IF WS-PARM-STATUS = "00"
094200         READ PARM-FILE
094300             NOT AT END
094400                 PERFORM 1070-PARSE-PARMS THRU 1070-EXIT
094500         END-READ
094600         CLOSE PARM-FILE
094700     END-IF
094800     MOVE PARM-MIN-MARGE-PCT TO WS-MIN-MARGE-PCT.
094900 1060-EXIT.
095000     EXIT.
095100
095200*-----------------------------------------------------------
095300* 1070-PARSE-PARMS - UNSTRING THE COMMA-DELIMITED PARM-LINE
095400*                    INTO PARM-RECORD, KEEPING THE COPYBOOK
095500*                    DEFAULT FOR ANY FIELD THAT IS BLANK OR
095600*                    NON-NUMERIC.
095700*-----------------------------------------------------------
095800 1070-PARSE-PARMS.
095900     MOVE SPACES TO WS-PARM-FILE-X WS-PARM-VATHI-X
096000                    WS-PARM-VATLO-X WS-PARM-VATZR-X
096100                    WS-PARM-MARGEFLOOR-X
096200     PERFORM VARYING WS-PARM-XIDX FROM 1 BY 1
096300         UNTIL WS-PARM-XIDX > 11
096400         MOVE SPACES TO WS-PARM-XFLD-X (WS-PARM-XIDX)
096500     END-PERFORM
096600     UNSTRING PARM-LINE DELIMITED BY ","
096700         INTO WS-PARM-FILE-X WS-PARM-VATHI-X WS-PARM-VATLO-X
096800                WS-PARM-VATZR-X WS-PARM-MARGEFLOOR-X
096900                WS-PARM-XFLD-X (1) WS-PARM-XFLD-X (2)
097000                WS-PARM-XFLD-X (3) WS-PARM-XFLD-X (4)
097100                WS-PARM-XFLD-X (5) WS-PARM-XFLD-X (6)
097200                WS-PARM-XFLD-X (7) WS-PARM-XFLD-X (8)
097300                WS-PARM-XFLD-X (9) WS-PARM-XFLD-X (10)
097400                WS-PARM-XFLD-X (11)
097500     END-UNSTRING
097600     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-VATHI-X)) = 0
097700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VATHI-X))
097800             TO PARM-VAT-RATE-HIGH
097900     END-IF
098000     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-VATLO-X)) = 0
098100         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VATLO-X))
098200             TO PARM-VAT-RATE-LOW
098300     END-IF
098400     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-VATZR-X)) = 0
098500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VATZR-X))
098600             TO PARM-VAT-RATE-ZERO
098700     END-IF
098800     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-MARGEFLOOR-X))
098900             = 0
099000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-MARGEFLOOR-X))
099100             TO PARM-MIN-MARGE-PCT
099200     END-IF
099300*    VELD 16 - DE KOERS FAT-FINGER TOLERANTIE
099400     IF FUNCTION TEST-NUMVAL(FUNCTION
099500             TRIM(WS-PARM-XFLD-X (11))) = 0
099600         MOVE FUNCTION NUMVAL(WS-PARM-XFLD-X (11))
099700             TO PARM-KOERS-TOL-PCT
099800     END-IF.
099900 1070-EXIT.
100000     EXIT.
100100
100200*-----------------------------------------------------------
100300* 1075-LOAD-AUTHORITY - LOAD THE OPERATOR AUTHORITY FILE. NO
100400*                  FILE MEANS NO OVERRIDE CAN SUCCEED.
100500*-----------------------------------------------------------
100600 1075-LOAD-AUTHORITY.
100700     MOVE ZERO TO WS-AUTH-COUNT
100800     OPEN INPUT OPER-AUTH-FILE
100900     IF WS-OPERAUTH-STATUS NOT = "00"
101000         DISPLAY "OFFERTE: GEEN OPERAUTH.DAT - SUPERVISOR "
101100                 "OVERRIDES ZIJN UITGESCHAKELD"
101200         GO TO 1075-EXIT
101300     END-IF
101400     SET AUTH-NOT-EOF TO TRUE
101500     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
101600         READ OPER-AUTH-FILE
101700             AT END
101800                 SET AUTH-EOF TO TRUE
101900             NOT AT END
102000                 PERFORM 1076-LOAD-ONE-AUTH THRU 1076-EXIT
102100         END-READ
102200     END-PERFORM
102300     CLOSE OPER-AUTH-FILE
102400     DISPLAY "OFFERTE AUTORISATIES GELADEN - " WS-AUTH-COUNT
102500             " OPERATOR(S)".
102600 1075-EXIT.
102700     EXIT.
102800
102900 1076-LOAD-ONE-AUTH.
103000     IF OPER-AUTH-LINE = SPACES
103100         GO TO 1076-EXIT
103200     END-IF
103300     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
103400     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
103500         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
103600     END-UNSTRING
103700     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
103800         DISPLAY "WARNING: ONGELDIGE AUTORISATIEREGEL "
103900                 "GENEGEERD: " FUNCTION TRIM(OPER-AUTH-LINE)
104000         GO TO 1076-EXIT
104100     END-IF
104200     ADD 1 TO WS-AUTH-COUNT
104300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
104400         TO AUTH-OPERATOR (WS-AUTH-COUNT)
104500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
104600         TO AUTH-NIVEAU (WS-AUTH-COUNT).
104700 1076-EXIT.
104800     EXIT.
104900
105000*-----------------------------------------------------------
105100* 1080-LOAD-SURCHARGES - LOAD THE LANDED-COST SURCHARGE TABLE
105200*                        FROM TOESLAG.DAT. NO FILE MEANS NO
105300*                        SURCHARGES.
105400*-----------------------------------------------------------
105500 1080-LOAD-SURCHARGES.
105600     MOVE ZERO TO WS-TSL-COUNT
105700     OPEN INPUT SURCHARGE-FILE
105800     IF WS-TOESLAG-STATUS NOT = "00"
105900         GO TO 1080-EXIT
106000     END-IF
106100     SET TSL-NOT-EOF TO TRUE
106200     PERFORM UNTIL TSL-EOF OR WS-TSL-COUNT >= WS-TSL-MAX
106300         READ SURCHARGE-FILE
106400             AT END
106500                 SET TSL-EOF TO TRUE
106600             NOT AT END
106700                 PERFORM 1081-LOAD-ONE-SURCHARGE THRU 1081-EXIT
106800         END-READ
106900     END-PERFORM
107000     CLOSE SURCHARGE-FILE
107100     DISPLAY "OFFERTE TOESLAGEN GELADEN - " WS-TSL-COUNT
107200             " GROEP(EN)".
107300 1080-EXIT.
107400     EXIT.
107500
107600 1081-LOAD-ONE-SURCHARGE.
107700     IF SURCHARGE-LINE = SPACES
107800         GO TO 1081-EXIT
107900     END-IF
108000     MOVE SPACES TO WS-TSL-GROEP-X WS-TSL-PCT-X WS-TSL-VAST-X
108100     UNSTRING SURCHARGE-LINE DELIMITED BY ","
108200         INTO WS-TSL-GROEP-X WS-TSL-PCT-X WS-TSL-VAST-X
108300     END-UNSTRING
108400     IF FUNCTION TRIM(WS-TSL-GROEP-X) = SPACES
108500         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TSL-PCT-X))
108600             NOT = 0
108700         OR (FUNCTION TRIM(WS-TSL-VAST-X) NOT = SPACES
108800             AND FUNCTION TEST-NUMVAL(FUNCTION
108900                 TRIM(WS-TSL-VAST-X)) NOT = 0)
109000         DISPLAY "WARNING: ONGELDIGE TOESLAGREGEL GENEGEERD: "
109100                 FUNCTION TRIM(SURCHARGE-LINE)
109200         GO TO 1081-EXIT
109300     END-IF
109400     ADD 1 TO WS-TSL-COUNT
109500     MOVE FUNCTION TRIM(WS-TSL-GROEP-X)
109600         TO TSL-GROEP (WS-TSL-COUNT)
109700     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TSL-PCT-X))
109800         TO TSL-PCT (WS-TSL-COUNT)
109900     IF FUNCTION TRIM(WS-TSL-VAST-X) NOT = SPACES
110000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TSL-VAST-X))
110100             TO TSL-VAST (WS-TSL-COUNT)
110200     ELSE
110300         MOVE ZERO TO TSL-VAST (WS-TSL-COUNT)
110400     END-IF.
110500 1081-EXIT.
110600     EXIT.
110700
110800*-----------------------------------------------------------
110900* 1083-LOAD-RATE-HISTORY - READ KOERSHST.DAT AND KEEP, PER
111000*                  VALUTA, THE RATE EFFECTIVE ON THE RUN
111100*                  DATE PLUS THE PRIOR DATED RATE FOR THE
111200*                  FAT-FINGER GUARD - AS IN MARGE.
111300*-----------------------------------------------------------
111400 1083-LOAD-RATE-HISTORY.
111500     OPEN INPUT RATE-HIST-FILE
111600     IF WS-RHST-STATUS NOT = "00"
111700         GO TO 1083-EXIT
111800     END-IF
111900     SET RHST-NOT-EOF TO TRUE
112000     PERFORM UNTIL RHST-EOF
112100         READ RATE-HIST-FILE
112200             AT END
112300                 SET RHST-EOF TO TRUE
112400             NOT AT END
112500                 PERFORM 1084-LOAD-ONE-HIST THRU 1084-EXIT
112600         END-READ
112700     END-PERFORM
112800     CLOSE RATE-HIST-FILE
112900     IF WS-RATE-COUNT > ZERO
113000         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
113100             UNTIL WS-RATE-IDX > WS-RATE-COUNT
113200             PERFORM 1087-CHECK-RATE-GUARD THRU 1087-EXIT
113300         END-PERFORM
113400         SET RATES-FRESH TO TRUE
113500         DISPLAY "OFFERTE KOERSHISTORIE GELADEN - "
113600                 WS-RATE-COUNT " VALUTA(S) PER "
113700                 RUNHDR-RUN-DATE
113800     END-IF.
113900 1083-EXIT.
114000     EXIT.
114100
114200 1084-LOAD-ONE-HIST.
114300     IF RATE-HIST-LINE = SPACES
114400         GO TO 1084-EXIT
114500     END-IF
114600     MOVE SPACES TO WS-RH-DATE-X WS-RH-CODE-X WS-RH-VALUE-X
114700     UNSTRING RATE-HIST-LINE DELIMITED BY ","
114800         INTO WS-RH-DATE-X WS-RH-CODE-X WS-RH-VALUE-X
114900     END-UNSTRING
115000     IF FUNCTION TRIM(WS-RH-DATE-X) IS NOT NUMERIC
115100         OR FUNCTION TRIM(WS-RH-CODE-X) = SPACES
115200         OR FUNCTION TEST-NUMVAL(FUNCTION
115300             TRIM(WS-RH-VALUE-X)) NOT = 0
115400         DISPLAY "WARNING: ONGELDIGE KOERSHISTORIEREGEL "
115500                 "GENEGEERD: " FUNCTION TRIM(RATE-HIST-LINE)
115600         GO TO 1084-EXIT
115700     END-IF
115800     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-DATE-X))
115900         TO WS-RH-DATE
116000     IF WS-RH-DATE > RUNHDR-RUN-DATE
116100         GO TO 1084-EXIT
116200     END-IF
116300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RH-CODE-X))
116400         TO WS-RH-CODE
116500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-VALUE-X))
116600         TO WS-RH-VALUE
116700     MOVE ZERO TO WS-RH-ENTRY-IDX
116800     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
116900         UNTIL WS-RATE-IDX > WS-RATE-COUNT
117000             OR WS-RH-ENTRY-IDX > ZERO
117100         IF RATE-CODE (WS-RATE-IDX) = WS-RH-CODE
117200             MOVE WS-RATE-IDX TO WS-RH-ENTRY-IDX
117300         END-IF
117400     END-PERFORM
117500     IF WS-RH-ENTRY-IDX = ZERO
117600         IF WS-RATE-COUNT >= WS-RATE-MAX
117700             GO TO 1084-EXIT
117800         END-IF
117900         ADD 1 TO WS-RATE-COUNT
118000         MOVE WS-RATE-COUNT TO WS-RH-ENTRY-IDX
118100         MOVE WS-RH-CODE TO RATE-CODE (WS-RH-ENTRY-IDX)
118200         MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
118300         MOVE WS-RH-DATE TO RATE-BEST-DATE (WS-RH-ENTRY-IDX)
118400         MOVE ZERO TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
118500                      RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
118600         MOVE "N" TO RATE-BLOCK-SW (WS-RH-ENTRY-IDX)
118700         GO TO 1084-EXIT
118800     END-IF
118900     EVALUATE TRUE
119000         WHEN WS-RH-DATE = RATE-BEST-DATE (WS-RH-ENTRY-IDX)
119100             MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
119200         WHEN WS-RH-DATE > RATE-BEST-DATE (WS-RH-ENTRY-IDX)
119300             MOVE RATE-VALUE (WS-RH-ENTRY-IDX)
119400                 TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
119500             MOVE RATE-BEST-DATE (WS-RH-ENTRY-IDX)
119600                 TO RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
119700             MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
119800             MOVE WS-RH-DATE
119900                 TO RATE-BEST-DATE (WS-RH-ENTRY-IDX)
120000         WHEN WS-RH-DATE > RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
120100             MOVE WS-RH-VALUE
120200                 TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
120300             MOVE WS-RH-DATE
120400                 TO RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
120500         WHEN OTHER
120600             CONTINUE
120700     END-EVALUATE.
120800 1084-EXIT.
120900     EXIT.
121000
121100*-----------------------------------------------------------
121200* 1085-LOAD-RATES - TODAY'S EXCHANGE RATES, KOERSHST.DAT
121300*                   FIRST AND CURRATES.DAT AS THE FALLBACK -
121400*                   AS IN MARGE.
121500*-----------------------------------------------------------
121600 1085-LOAD-RATES.
121700     MOVE ZERO TO WS-RATE-COUNT
121800     SET RATES-STALE TO TRUE
121900     PERFORM 1083-LOAD-RATE-HISTORY THRU 1083-EXIT
122000     IF WS-RATE-COUNT > ZERO
122100         GO TO 1085-EXIT
122200     END-IF
122300     OPEN INPUT CURRENCY-RATE-FILE
122400     IF WS-CURRATE-STATUS NOT = "00"
122500         GO TO 1085-EXIT
122600     END-IF
122700     SET RATE-NOT-EOF TO TRUE
122800     SET RATE-FIRST-LINE TO TRUE
122900     PERFORM UNTIL RATE-EOF
123000         READ CURRENCY-RATE-FILE
123100             AT END
123200                 SET RATE-EOF TO TRUE
123300             NOT AT END
123400                 PERFORM 1086-LOAD-ONE-RATE THRU 1086-EXIT
123500         END-READ
123600     END-PERFORM
123700     CLOSE CURRENCY-RATE-FILE
123800     IF WS-RATES-DATE = RUNHDR-RUN-DATE
123900         SET RATES-FRESH TO TRUE
124000         DISPLAY "OFFERTE KOERSEN GELADEN - " WS-RATE-COUNT
124100                 " VALUTA(S) PER " WS-RATES-DATE
124200     ELSE
124300         DISPLAY "WARNING: CURRATES.DAT IS VAN " WS-RATES-DATE
124400                 " - NIET VAN VANDAAG, VREEMDE VALUTA WORDT "
124500                 "GEBLOKKEERD"
124600     END-IF.
124700 1085-EXIT.
124800     EXIT.
124900
125000 1086-LOAD-ONE-RATE.
125100     IF CURRENCY-RATE-LINE = SPACES
125200         GO TO 1086-EXIT
125300     END-IF
125400     IF RATE-FIRST-LINE
125500         SET RATE-NOT-FIRST TO TRUE
125600         IF FUNCTION TRIM(CURRENCY-RATE-LINE) IS NUMERIC
125700             MOVE FUNCTION NUMVAL(CURRENCY-RATE-LINE)
125800                 TO WS-RATES-DATE
125900         END-IF
126000         GO TO 1086-EXIT
126100     END-IF
126200     IF WS-RATE-COUNT >= WS-RATE-MAX
126300         GO TO 1086-EXIT
126400     END-IF
126500     MOVE SPACES TO WS-RATE-CODE-X WS-RATE-VALUE-X
126600     UNSTRING CURRENCY-RATE-LINE DELIMITED BY ","
126700         INTO WS-RATE-CODE-X WS-RATE-VALUE-X
126800     END-UNSTRING
126900     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RATE-VALUE-X))
127000             NOT = 0
127100         DISPLAY "WARNING: ONGELDIGE KOERSREGEL GENEGEERD: "
127200                 FUNCTION TRIM(CURRENCY-RATE-LINE)
127300         GO TO 1086-EXIT
127400     END-IF
127500     ADD 1 TO WS-RATE-COUNT
127600     MOVE FUNCTION TRIM(WS-RATE-CODE-X)
127700         TO RATE-CODE (WS-RATE-COUNT)
127800     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RATE-VALUE-X))
127900         TO RATE-VALUE (WS-RATE-COUNT)
128000     MOVE WS-RATES-DATE TO RATE-BEST-DATE (WS-RATE-COUNT)
128100     MOVE ZERO TO RATE-PRIOR-VALUE (WS-RATE-COUNT)
128200                  RATE-PRIOR-DATE (WS-RATE-COUNT)
128300     MOVE "N" TO RATE-BLOCK-SW (WS-RATE-COUNT).
128400 1086-EXIT.
128500     EXIT.
128600
128700*-----------------------------------------------------------
128800* 1087-CHECK-RATE-GUARD - THE FAT-FINGER GUARD FOR ONE
128900*                  VALUTA, AS IN MARGE.
129000*-----------------------------------------------------------
129100 1087-CHECK-RATE-GUARD.
129200     IF RATE-PRIOR-VALUE (WS-RATE-IDX) = ZERO
129300         GO TO 1087-EXIT
129400     END-IF
129500     COMPUTE WS-KOERS-DIFF =
129600         RATE-VALUE (WS-RATE-IDX)
129700         - RATE-PRIOR-VALUE (WS-RATE-IDX)
129800     IF WS-KOERS-DIFF < ZERO
129900         COMPUTE WS-KOERS-DIFF = ZERO - WS-KOERS-DIFF
130000     END-IF
130100     COMPUTE WS-KOERS-MOVE-PCT ROUNDED =
130200         WS-KOERS-DIFF / RATE-PRIOR-VALUE (WS-RATE-IDX) * 100
130300     IF WS-KOERS-MOVE-PCT > PARM-KOERS-TOL-PCT
130400         MOVE "J" TO RATE-BLOCK-SW (WS-RATE-IDX)
130500         DISPLAY "WARNING: KOERS " RATE-CODE (WS-RATE-IDX)
130600                 " BEWEEGT " WS-KOERS-MOVE-PCT
130700                 "% T.O.V. DE VORIGE DAG - VALUTA "
130800                 "GEBLOKKEERD"
130900     END-IF.
131000 1087-EXIT.
131100     EXIT.
131200
131300*-----------------------------------------------------------
131400* 1090-LOAD-CONTRACTS - LOAD THE CUSTOMER AGREEMENT FILE INTO
131500*                       THE CONTRACT TABLE, AS IN MARGE.
131600*-----------------------------------------------------------
131700 1090-LOAD-CONTRACTS.
131800     MOVE ZERO TO WS-CON-COUNT
131900     OPEN INPUT CONTRACT-FILE
132000     IF WS-CONTRACT-STATUS NOT = "00"
132100         GO TO 1090-EXIT
132200     END-IF
132300     SET CON-NOT-EOF TO TRUE
132400     PERFORM UNTIL CON-EOF OR WS-CON-COUNT >= WS-CON-MAX
132500         READ CONTRACT-FILE
132600             AT END
132700                 SET CON-EOF TO TRUE
132800             NOT AT END
132900                 PERFORM 1095-LOAD-ONE-CONTRACT THRU 1095-EXIT
133000         END-READ
133100     END-PERFORM
133200     CLOSE CONTRACT-FILE
133300     DISPLAY "OFFERTE CONTRACTEN GELADEN - " WS-CON-COUNT
133400             " REGEL(S)".
133500 1090-EXIT.
133600     EXIT.
133700
133800 1095-LOAD-ONE-CONTRACT.
133900     IF CONTRACT-LINE = SPACES
134000         GO TO 1095-EXIT
134100     END-IF
134200     MOVE SPACES TO WS-CON-KLANT-X WS-CON-ARTIKEL-X
134300                    WS-CON-TYPE-X WS-CON-WAARDE-X
134400                    WS-CON-VAN-X WS-CON-TM-X
134500     UNSTRING CONTRACT-LINE DELIMITED BY ","
134600         INTO WS-CON-KLANT-X WS-CON-ARTIKEL-X WS-CON-TYPE-X
134700                WS-CON-WAARDE-X WS-CON-VAN-X WS-CON-TM-X
134800     END-UNSTRING
134900     IF (WS-CON-TYPE-X (1:1) NOT = "M"
135000             AND WS-CON-TYPE-X (1:1) NOT = "P")
135100         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CON-WAARDE-X))
135200             NOT = 0
135300         OR FUNCTION TRIM(WS-CON-VAN-X) IS NOT NUMERIC
135400         OR FUNCTION TRIM(WS-CON-TM-X) IS NOT NUMERIC
135500         DISPLAY "WARNING: ONGELDIGE CONTRACTREGEL GENEGEERD: "
135600                 FUNCTION TRIM(CONTRACT-LINE)
135700         GO TO 1095-EXIT
135800     END-IF
135900     IF KLANT-AVAILABLE
136000         MOVE FUNCTION TRIM(WS-CON-KLANT-X) TO KLA-NUMMER
136100         READ KLANT-MASTER
136200             INVALID KEY
136300                 DISPLAY "WARNING: CONTRACTREGEL MET ONBEKENDE "
136400                         "KLANT GEWEIGERD: "
136500                         FUNCTION TRIM(CONTRACT-LINE)
136600                 GO TO 1095-EXIT
136700         END-READ
136800     END-IF
136900     ADD 1 TO WS-CON-COUNT
137000     MOVE FUNCTION TRIM(WS-CON-KLANT-X)
137100         TO CON-KLANT (WS-CON-COUNT)
137200     MOVE FUNCTION TRIM(WS-CON-ARTIKEL-X)
137300         TO CON-ARTIKEL (WS-CON-COUNT)
137400     MOVE WS-CON-TYPE-X (1:1) TO CON-TYPE (WS-CON-COUNT)
137500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CON-WAARDE-X))
137600         TO CON-WAARDE (WS-CON-COUNT)
137700     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CON-VAN-X))
137800         TO CON-VAN (WS-CON-COUNT)
137900     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CON-TM-X))
138000         TO CON-TM (WS-CON-COUNT).
138100 1095-EXIT.
138200     EXIT.
138300
138400*-----------------------------------------------------------
138500* 1100-LOAD-OFFNR - THE LAST OFFERTENUMMER ISSUED, FROM
138600*                   OFFNR.DAT. NO FILE STARTS AT ZERO.
138700*-----------------------------------------------------------
138800 1100-LOAD-OFFNR.
138900     MOVE ZERO TO WS-LAST-OFFNR
139000     OPEN INPUT OFFER-NR-FILE
139100     IF WS-OFFNR-STATUS = "00"
139200         READ OFFER-NR-FILE
139300             AT END
139400                 MOVE ZERO TO OFFER-NR-LINE
139500         END-READ
139600         IF OFFER-NR-LINE IS NUMERIC
139700             MOVE OFFER-NR-LINE TO WS-LAST-OFFNR
139800         END-IF
139900         CLOSE OFFER-NR-FILE
140000     END-IF.
140100 1100-EXIT.
140200     EXIT.
140300
140400*-----------------------------------------------------------
140500* 1110-LOAD-REGISTER - READ OFFREG.DAT INTO THE REGISTER
140600*                  TABLE, LINE FOR LINE AS IT STANDS, SO THE
140700*                  REWRITE IN 8000 LOSES NOTHING. A REGISTER
140800*                  LARGER THAN THE TABLE STOPS THE RUN (RC 8)
140900*                  RATHER THAN BEING WRITTEN BACK SHORT. THE
141000*                  HIGHEST NUMBER ON THE REGISTER ALSO GUARDS
141100*                  OFFNR.DAT AGAINST HANDING OUT A NUMBER
141200*                  TWICE.
141300*-----------------------------------------------------------
141400 1110-LOAD-REGISTER.
141500     MOVE ZERO TO WS-REG-COUNT
141600     SET REG-LOADED TO TRUE
141700     OPEN INPUT OFFER-REG-FILE
141800     IF WS-OFFREG-STATUS NOT = "00"
141900         DISPLAY "OFFERTE: GEEN OFFREG.DAT - NIEUW REGISTER"
142000         GO TO 1110-EXIT
142100     END-IF
142200     SET REG-NOT-EOF TO TRUE
142300     PERFORM UNTIL REG-EOF OR REG-NOT-LOADED
142400         READ OFFER-REG-FILE
142500             AT END
142600                 SET REG-EOF TO TRUE
142700             NOT AT END
142800                 PERFORM 1115-LOAD-ONE-REGISTER THRU 1115-EXIT
142900         END-READ
143000     END-PERFORM
143100     CLOSE OFFER-REG-FILE
143200     IF REG-NOT-LOADED
143300         DISPLAY "ERROR: OFFREG.DAT HEEFT MEER DAN " WS-REG-MAX
143400                 " REGELS - REGISTER NIET BIJGEWERKT, STAP "
143500                 "GESTOPT"
143600         MOVE 8 TO RETURN-CODE
143700         GO TO 1110-EXIT
143800     END-IF
143900     DISPLAY "OFFERTE REGISTER GELADEN - " WS-REG-COUNT
144000             " OFFERTE(S), LAATSTE NUMMER " WS-LAST-OFFNR.
144100 1110-EXIT.
144200     EXIT.
144300
144400 1115-LOAD-ONE-REGISTER.
144500     IF OFFER-REG-LINE = SPACES
144600         GO TO 1115-EXIT
144700     END-IF
144800     IF WS-REG-COUNT >= WS-REG-MAX
144900         SET REG-NOT-LOADED TO TRUE
145000         GO TO 1115-EXIT
145100     END-IF
145200     ADD 1 TO WS-REG-COUNT
145300     MOVE OFFER-REG-LINE TO WS-REG-ENTRY (WS-REG-COUNT)
145400     MOVE OFFER-REG-LINE TO OFFR-DETAIL-LINE
145500     IF OFFR-NUMMER IS NUMERIC
145600         IF OFFR-NUMMER > WS-LAST-OFFNR
145700             MOVE OFFR-NUMMER TO WS-LAST-OFFNR
145800         END-IF
145900     ELSE
146000         DISPLAY "WARNING: REGISTERREGEL ZONDER GELDIG NUMMER "
146100                 "ONGEWIJZIGD BEWAARD: "
146200                 FUNCTION TRIM(OFFER-REG-LINE)
146300     END-IF.
146400 1115-EXIT.
146500     EXIT.
146600
146700*-----------------------------------------------------------
146800* 2000-EXPIRE-SWEEP - EVERY OPEN OFFERTE OF THIS ADMINIS-
146900*                  TRATIE WHOSE GELDIG-TOT-EN-MET DATE LIES
147000*                  BEFORE THE RUN DATE BECOMES VERLOPEN, SO
147100*                  IT CAN NO LONGER BE ACCEPTED.
147200*-----------------------------------------------------------
147300 2000-EXPIRE-SWEEP.
147400     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
147500         UNTIL WS-REG-IDX > WS-REG-COUNT
147600         MOVE WS-REG-ENTRY (WS-REG-IDX) TO OFFR-DETAIL-LINE
147700         IF OFFR-OPEN
147800             AND OFFR-ADMIN = RUNHDR-ADMIN
147900             AND OFFR-GELDIG-TOT < RUNHDR-RUN-DATE
148000             SET OFFR-VERLOPEN TO TRUE
148100             MOVE RUNHDR-RUN-DATE TO OFFR-STATUS-DATUM
148200             MOVE OFFR-DETAIL-LINE TO WS-REG-ENTRY (WS-REG-IDX)
148300             ADD 1 TO WS-EXPIRE-COUNT
148400             MOVE "VERLOPEN" TO RPT-STA-LABEL
148500             MOVE OFFR-NUMMER TO RPT-STA-NR
148600             MOVE SPACES TO RPT-STA-TEKST
148700             STRING "KLANT " OFFR-KLANT
148800                    "  GELDIG TOT EN MET " OFFR-GELDIG-TOT
148900                 DELIMITED BY SIZE INTO RPT-STA-TEKST
149000             END-STRING
149100             WRITE OFFER-RPT-LINE FROM RPT-STATUS-LINE
149200         END-IF
149300     END-PERFORM.
149400 2000-EXIT.
149500     EXIT.
149600
149700*-----------------------------------------------------------
149800* 2800-COMPUTE-EFFECTIVE-MARGE - A VALID CUSTOMER AGREEMENT
149900*                  OVERRIDES EVERYTHING: CONTRACT-MARGE SETS
150000*                  THE EFFECTIVE MARGE DIRECT, CONTRACT-PRICE
150100*                  IS RESOLVED IN 2900-PRICE-ONE. WITHOUT AN
150200*                  AGREEMENT THE VOLUME-DISCOUNT TIER FOR
150300*                  WS-ORDER-QTY IS SUBTRACTED FROM THE
150400*                  REQUESTED MARGE. AS IN MARGE.
150500*-----------------------------------------------------------
150600 2800-COMPUTE-EFFECTIVE-MARGE.
150700     PERFORM 2850-FIND-CONTRACT THRU 2850-EXIT
150800     IF CONTRACT-MARGE
150900         MOVE WS-CONTRACT-WAARDE TO WS-EFFECTIVE-MARGE-PERC
151000         GO TO 2800-EXIT
151100     END-IF
151200     IF CONTRACT-PRICE
151300         MOVE WS-VERZOCHT-MARGE-PERC TO WS-EFFECTIVE-MARGE-PERC
151400         GO TO 2800-EXIT
151500     END-IF
151600     MOVE ZERO TO WS-TIER-DISCOUNT-PCT
151700     SET TIER-NOT-FOUND TO TRUE
151800     PERFORM VARYING WS-TIER-IDX FROM 4 BY -1
151900         UNTIL WS-TIER-IDX < 1 OR TIER-FOUND
152000         IF WS-ORDER-QTY >= WS-TIER-MIN-QTY (WS-TIER-IDX)
152100             MOVE WS-TIER-DISCOUNT (WS-TIER-IDX)
152200                 TO WS-TIER-DISCOUNT-PCT
152300             SET TIER-FOUND TO TRUE
152400         END-IF
152500     END-PERFORM
152600
152700     IF WS-VERZOCHT-MARGE-PERC > WS-TIER-DISCOUNT-PCT
152800         COMPUTE WS-EFFECTIVE-MARGE-PERC =
152900             WS-VERZOCHT-MARGE-PERC - WS-TIER-DISCOUNT-PCT
153000     ELSE
153100         MOVE ZERO TO WS-EFFECTIVE-MARGE-PERC
153200     END-IF.
153300 2800-EXIT.
153400     EXIT.
153500
153600*-----------------------------------------------------------
153700* 2840-LOOKUP-KLANT - VALIDATE WS-CURRENT-KLANT AGAINST THE
153800*                     CUSTOMER MASTER AND PICK UP THE NAAM.
153900*                     NO MASTER PRESENT PASSES UNCHECKED.
154000*-----------------------------------------------------------
154100 2840-LOOKUP-KLANT.
154200     SET KLANT-OK TO TRUE
154300     MOVE SPACES TO WS-CURRENT-KLANTNAAM
154400     MOVE ZERO TO WS-CURRENT-LIMIET
154500     MOVE "N" TO WS-CURRENT-BLOKKADE
154600     IF WS-CURRENT-KLANT = SPACES OR KLANT-NOT-AVAILABLE
154700         GO TO 2840-EXIT
154800     END-IF
154900     MOVE WS-CURRENT-KLANT TO KLA-NUMMER
155000     READ KLANT-MASTER
155100         INVALID KEY
155200             SET KLANT-NOT-OK TO TRUE
155300         NOT INVALID KEY
155400             MOVE KLA-NAAM TO WS-CURRENT-KLANTNAAM
155500             MOVE KLA-KREDIETLIMIET TO WS-CURRENT-LIMIET
155600             MOVE KLA-BLOKKADE TO WS-CURRENT-BLOKKADE
155700     END-READ.
155800 2840-EXIT.
155900     EXIT.
156000
156100*-----------------------------------------------------------
156200* 2850-FIND-CONTRACT - LOOK FOR A CUSTOMER AGREEMENT VALID ON
156300*                      THE RUN DATE FOR THE CURRENT KLANT AND
156400*                      ARTIKEL (FIRST PASS) OR ARTIKELGROEP
156500*                      (SECOND PASS) - AN ARTIKEL-SPECIFIC
156600*                      AGREEMENT WINS OVER A GROEP ONE.
156700*-----------------------------------------------------------
156800 2850-FIND-CONTRACT.
156900     SET CONTRACT-NONE TO TRUE
157000     MOVE ZERO TO WS-CONTRACT-WAARDE
157100     IF WS-CURRENT-KLANT = SPACES OR WS-CON-COUNT = ZERO
157200         GO TO 2850-EXIT
157300     END-IF
157400     PERFORM VARYING WS-CON-IDX FROM 1 BY 1
157500         UNTIL WS-CON-IDX > WS-CON-COUNT OR NOT CONTRACT-NONE
157600         IF CON-KLANT (WS-CON-IDX) = WS-CURRENT-KLANT
157700             AND CON-ARTIKEL (WS-CON-IDX) = WS-CURRENT-ARTNO
157800             AND WS-CURRENT-ARTNO NOT = SPACES
157900             AND RUNHDR-RUN-DATE >= CON-VAN (WS-CON-IDX)
158000             AND RUNHDR-RUN-DATE <= CON-TM (WS-CON-IDX)
158100             MOVE CON-TYPE (WS-CON-IDX) TO WS-CONTRACT-SW
158200             MOVE CON-WAARDE (WS-CON-IDX)
158300                 TO WS-CONTRACT-WAARDE
158400         END-IF
158500     END-PERFORM
158600     IF NOT CONTRACT-NONE
158700         GO TO 2850-EXIT
158800     END-IF
158900     PERFORM VARYING WS-CON-IDX FROM 1 BY 1
159000         UNTIL WS-CON-IDX > WS-CON-COUNT OR NOT CONTRACT-NONE
159100         IF CON-KLANT (WS-CON-IDX) = WS-CURRENT-KLANT
159200             AND CON-ARTIKEL (WS-CON-IDX) = WS-CURRENT-GROEP
159300             AND WS-CURRENT-GROEP NOT = SPACES
159400             AND RUNHDR-RUN-DATE >= CON-VAN (WS-CON-IDX)
159500             AND RUNHDR-RUN-DATE <= CON-TM (WS-CON-IDX)
159600             MOVE CON-TYPE (WS-CON-IDX) TO WS-CONTRACT-SW
159700             MOVE CON-WAARDE (WS-CON-IDX)
159800                 TO WS-CONTRACT-WAARDE
159900         END-IF
160000     END-PERFORM.
160100 2850-EXIT.
160200     EXIT.
160300
160400*-----------------------------------------------------------
160500* 2860-CHECK-AUTHORITY - IS WS-GRANTOR-ID A SUPERVISOR
160600*                  (NIVEAU >= WS-SUPERVISOR-NIVEAU) ON THE
160700*                  AUTHORITY FILE?
160800*-----------------------------------------------------------
160900 2860-CHECK-AUTHORITY.
161000     SET AUTHORITY-NOT-OK TO TRUE
161100     IF WS-GRANTOR-ID = SPACES
161200         GO TO 2860-EXIT
161300     END-IF
161400     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
161500         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
161600         IF AUTH-OPERATOR (WS-AUTH-IDX) = WS-GRANTOR-ID
161700             AND AUTH-NIVEAU (WS-AUTH-IDX)
161800                 >= WS-SUPERVISOR-NIVEAU
161900             SET AUTHORITY-OK TO TRUE
162000         END-IF
162100     END-PERFORM.
162200 2860-EXIT.
162300     EXIT.
162400
162500*-----------------------------------------------------------
162600* 2900-PRICE-ONE - COMPUTE WS-VERKOOPPRIJS FROM THE CURRENT
162700*                  WS-INKOOPPRIJS / WS-EFFECTIVE-MARGE-PERC,
162800*                  AS IN MARGE. AN OFFERTE IS NOT A SALE, SO
162900*                  NO MARGEAUD.DAT LINE IS WRITTEN HERE.
163000*-----------------------------------------------------------
163100 2900-PRICE-ONE.
163200     IF CONTRACT-PRICE
163300         MOVE WS-CONTRACT-WAARDE TO WS-VERKOOPPRIJS
163400         IF WS-VERKOOPPRIJS > WS-INKOOPPRIJS
163500             COMPUTE WS-EFFECTIVE-MARGE-PERC ROUNDED =
163600                 (WS-VERKOOPPRIJS - WS-INKOOPPRIJS)
163700                 / WS-VERKOOPPRIJS * 100
163800         ELSE
163900             MOVE ZERO TO WS-EFFECTIVE-MARGE-PERC
164000         END-IF
164100         GO TO 2900-EXIT
164200     END-IF
164300     COMPUTE WS-FACTOR =
164400         (100 - WS-EFFECTIVE-MARGE-PERC) / 100
164500
164600     COMPUTE WS-VERKOOPPRIJS ROUNDED =
164700         WS-INKOOPPRIJS / WS-FACTOR
164800
164900     EVALUATE TRUE
165000         WHEN ROUND-NEAREST-05
165100             PERFORM 2950-ROUND-NEAREST-05 THRU 2950-EXIT
165200         WHEN ROUND-UP-95
165300             PERFORM 2960-ROUND-UP-95 THRU 2960-EXIT
165400         WHEN OTHER
165500             CONTINUE
165600     END-EVALUATE.
165700 2900-EXIT.
165800     EXIT.
165900
166000*-----------------------------------------------------------
166100* 2950-ROUND-NEAREST-05 - CASH-FRIENDLY ROUNDING TO THE
166200*                         NEAREST 0.05.
166300*-----------------------------------------------------------
166400 2950-ROUND-NEAREST-05.
166500     COMPUTE WS-ROUND-WHOLE ROUNDED =
166600         WS-VERKOOPPRIJS / 0.05
166700     COMPUTE WS-VERKOOPPRIJS ROUNDED =
166800         WS-ROUND-WHOLE * 0.05.
166900 2950-EXIT.
167000     EXIT.
167100
167200*-----------------------------------------------------------
167300* 2960-ROUND-UP-95 - RETAIL "PSYCHOLOGICAL" PRICING: ROUND
167400*                    UP TO THE NEXT AMOUNT ENDING IN .95.
167500*-----------------------------------------------------------
167600 2960-ROUND-UP-95.
167700     MOVE FUNCTION INTEGER(WS-VERKOOPPRIJS) TO WS-ROUND-WHOLE
167800     COMPUTE WS-ROUND-TEMP = WS-ROUND-WHOLE + 0.95
167900     IF WS-ROUND-TEMP < WS-VERKOOPPRIJS
168000         ADD 1 TO WS-ROUND-WHOLE
168100         COMPUTE WS-ROUND-TEMP = WS-ROUND-WHOLE + 0.95
168200     END-IF
168300     MOVE WS-ROUND-TEMP TO WS-VERKOOPPRIJS.
168400 2960-EXIT.
168500     EXIT.
168600
168700*-----------------------------------------------------------
168800* 3000-PROCESS-INPUT - WORK THROUGH OFFIN.DAT. RECORD TYPES:
168900*     ADMINISTRATIE,<CODE>     - OPTIONAL KOPREGEL; ANOTHER
169000*                                ADMINISTRATIE STOPS THE RUN
169100*     O,KLANT[,GELDIGDAGEN]    - START A NEW OFFERTE; VALIDITY
169200*                                DEFAULTS TO OFFDAGEN (30)
169300*     R,ARTNO,AANTAL,MARGE[,ROND[,OVERRIDE[,VALUTA,BEDRAG]]]
169400*                              - ONE OFFERTEREGEL, PRICED AS A
169500*                                MARGE BATCH LINE
169600*     A,NUMMER                 - OFFERTE ACCEPTED BY THE KLANT
169700*     L,NUMMER                 - OFFERTE LOST (VERLOREN)
169800* ANY LINE OTHER THAN R CLOSES THE OFFERTE IN PROGRESS.
169900*-----------------------------------------------------------
170000 3000-PROCESS-INPUT.
170100     OPEN INPUT OFFER-IN-FILE
170200     IF WS-OFFIN-STATUS NOT = "00"
170300         DISPLAY "OFFERTE: GEEN OFFIN.DAT - ALLEEN DE "
170400                 "VERLOOPCONTROLE EN HET REGISTEROVERZICHT"
170500         GO TO 3000-EXIT
170600     END-IF
170700     SET OFFIN-NOT-EOF TO TRUE
170800     PERFORM UNTIL OFFIN-EOF
170900         READ OFFER-IN-FILE
171000             AT END
171100                 SET OFFIN-EOF TO TRUE
171200             NOT AT END
171300                 PERFORM 3100-ONE-INPUT-LINE THRU 3100-EXIT
171400         END-READ
171500     END-PERFORM
171600     CLOSE OFFER-IN-FILE
171700     IF NOT OFFERTE-NONE
171800         PERFORM 3400-CLOSE-OFFERTE THRU 3400-EXIT
171900     END-IF.
172000 3000-EXIT.
172100     EXIT.
172200
172300*-----------------------------------------------------------
172400* 3100-ONE-INPUT-LINE - PARSE ONE OFFIN.DAT LINE AND HAND IT
172500*                       TO THE PARAGRAPH FOR ITS TYPE.
172600*-----------------------------------------------------------
172700 3100-ONE-INPUT-LINE.
172800     IF OFFER-IN-LINE = SPACES
172900         GO TO 3100-EXIT
173000     END-IF
173100     MOVE SPACES TO WS-IN-TYPE-X WS-IN-FLD2-X WS-IN-FLD3-X
173200                    WS-IN-FLD4-X WS-IN-FLD5-X WS-IN-FLD6-X
173300                    WS-IN-FLD7-X WS-IN-FLD8-X
173400     UNSTRING OFFER-IN-LINE DELIMITED BY ","
173500         INTO WS-IN-TYPE-X WS-IN-FLD2-X WS-IN-FLD3-X
173600              WS-IN-FLD4-X WS-IN-FLD5-X WS-IN-FLD6-X
173700              WS-IN-FLD7-X WS-IN-FLD8-X
173800     END-UNSTRING
173900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TYPE-X))
174000         TO WS-IN-TYPE-X
174100     IF WS-IN-TYPE-X = "R"
174200         PERFORM 3300-PRICE-OFFERTE-LINE THRU 3300-EXIT
174300         GO TO 3100-EXIT
174400     END-IF
174500     IF NOT OFFERTE-NONE
174600         PERFORM 3400-CLOSE-OFFERTE THRU 3400-EXIT
174700     END-IF
174800     EVALUATE WS-IN-TYPE-X
174900         WHEN "ADMINISTRATIE"
175000             IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-FLD2-X))
175100                     NOT = FUNCTION TRIM(RUNHDR-ADMIN)
175200                 DISPLAY "ERROR: OFFIN.DAT IS VOOR "
175300                         "ADMINISTRATIE "
175400                         FUNCTION TRIM(WS-IN-FLD2-X)
175500                         ", DEZE RUN IS "
175600                         FUNCTION TRIM(RUNHDR-ADMIN)
175700                         " - STAP GESTOPT"
175800                 MOVE 8 TO RETURN-CODE
175900                 SET OFFIN-EOF TO TRUE
176000             END-IF
176100         WHEN "O"
176200             PERFORM 3200-START-OFFERTE THRU 3200-EXIT
176300         WHEN "A"
176400             PERFORM 3500-ACCEPT-OFFERTE THRU 3500-EXIT
176500         WHEN "L"
176600             PERFORM 3550-LOSE-OFFERTE THRU 3550-EXIT
176700         WHEN OTHER
176800             MOVE "ONBEKEND REGELTYPE" TO WS-REJ-REDEN
176900             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
177000     END-EVALUATE.
177100 3100-EXIT.
177200     EXIT.
177300
177400*-----------------------------------------------------------
177500* 3200-START-OFFERTE - "O,KLANT[,GELDIGDAGEN]": VALIDATE THE
177600*                  KLANT AND OPEN AN EMPTY OFFERTE. A REJECTED
177700*                  KOP ALSO REJECTS THE R-REGELS UNDER IT.
177800*-----------------------------------------------------------
177900 3200-START-OFFERTE.
178000     MOVE ZERO TO WS-REGEL-COUNT WS-OFF-TOTAAL
178100     MOVE SPACES TO WS-OFF-KLANTNAAM WS-OFF-ADRES
178200     MOVE FUNCTION TRIM(WS-IN-FLD2-X) TO WS-OFF-KLANT
178300     SET OFFERTE-AFGEKEURD TO TRUE
178400     IF WS-OFF-KLANT = SPACES
178500         MOVE "GEEN KLANT" TO WS-REJ-REDEN
178600         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
178700         GO TO 3200-EXIT
178800     END-IF
178900     MOVE WS-OFF-KLANT TO WS-CURRENT-KLANT
179000     PERFORM 2840-LOOKUP-KLANT THRU 2840-EXIT
179100     IF KLANT-NOT-OK
179200         MOVE "ONBEKENDE KLANT" TO WS-REJ-REDEN
179300         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
179400         GO TO 3200-EXIT
179500     END-IF
179600     MOVE WS-CURRENT-KLANTNAAM TO WS-OFF-KLANTNAAM
179700     IF KLANT-AVAILABLE
179800         MOVE KLA-ADRES TO WS-OFF-ADRES
179900     END-IF
180000     MOVE WS-DEFAULT-DAGEN TO WS-OFF-DAGEN
180100     IF FUNCTION TRIM(WS-IN-FLD3-X) NOT = SPACES
180200         IF FUNCTION TRIM(WS-IN-FLD3-X) IS NUMERIC
180300             AND FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-FLD3-X))
180400                 > ZERO
180500             AND FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-FLD3-X))
180600                 < 1000
180700             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-FLD3-X))
180800                 TO WS-OFF-DAGEN
180900         ELSE
181000             MOVE "ONGELDIGE GELDIGHEID" TO WS-REJ-REDEN
181100             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
181200             GO TO 3200-EXIT
181300         END-IF
181400     END-IF
181500     COMPUTE WS-DAY-NUM =
181600         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
181700         + WS-OFF-DAGEN
181800     COMPUTE WS-OFF-GELDIG-TOT =
181900         FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
182000     SET OFFERTE-OPEN TO TRUE.
182100 3200-EXIT.
182200     EXIT.
182300
182400*-----------------------------------------------------------
182500* 3300-PRICE-OFFERTE-LINE - "R,ARTNO,AANTAL,MARGE[,ROND
182600*                  [,OVERRIDE[,VALUTA,BEDRAG]]]": PRICE ONE
182700*                  OFFERTEREGEL IN THE ORDER AND WITH THE
182800*                  RULES OF MARGE'S 3100-PRICE-BATCH-LINE
182900*                  (ARTIKEL, KOERS, TOESLAG, OVERRIDE,
183000*                  STAFFEL/CONTRACT, AFRONDING, MINIMUM) AND
183100*                  BUFFER IT UNDER THE OPEN OFFERTE.
183200*-----------------------------------------------------------
183300 3300-PRICE-OFFERTE-LINE.
183400     IF OFFERTE-NONE
183500         MOVE "REGEL ZONDER OFFERTEKOP" TO WS-REJ-REDEN
183600         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
183700         GO TO 3300-EXIT
183800     END-IF
183900     IF OFFERTE-AFGEKEURD
184000         MOVE "OFFERTEKOP AFGEKEURD" TO WS-REJ-REDEN
184100         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
184200         GO TO 3300-EXIT
184300     END-IF
184400     IF WS-REGEL-COUNT >= WS-REGEL-MAX
184500         MOVE "OFFERTE VOL (50 REGELS)" TO WS-REJ-REDEN
184600         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
184700         GO TO 3300-EXIT
184800     END-IF
184900     MOVE WS-IN-FLD3-X TO WS-IN-QTY-X
185000     MOVE WS-IN-FLD4-X TO WS-IN-MARGIN-X
185100     MOVE WS-IN-FLD5-X TO WS-IN-ROUNDMODE-X
185200     MOVE WS-IN-FLD6-X TO WS-OVERRIDE-X
185300     MOVE WS-IN-FLD7-X TO WS-IN-VAL-X
185400     MOVE WS-IN-FLD8-X TO WS-IN-BEDRAG-X
185500     MOVE SPACES TO WS-CURRENT-ARTNO WS-CURRENT-OMSCHR
185600                    WS-CURRENT-GROEP
185700     MOVE WS-OFF-KLANT TO WS-CURRENT-KLANT
185800     MOVE SPACE TO WS-FLOOR-OVERRIDE-SW
185900     MOVE "H" TO WS-CURRENT-BTW-CODE
186000
186100     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-MARGIN-X))
186200             NOT = 0
186300         MOVE "ONGELDIGE MARGE" TO WS-REJ-REDEN
186400         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
186500         GO TO 3300-EXIT
186600     END-IF
186700     IF FUNCTION TRIM(WS-IN-QTY-X) IS NOT NUMERIC
186800         MOVE "ONGELDIG AANTAL" TO WS-REJ-REDEN
186900         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
187000         GO TO 3300-EXIT
187100     END-IF
187200     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-QTY-X))
187300         TO WS-ORDER-QTY
187400     IF WS-ORDER-QTY = ZERO
187500         MOVE "ONGELDIG AANTAL" TO WS-REJ-REDEN
187600         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
187700         GO TO 3300-EXIT
187800     END-IF
187900
188000     MOVE FUNCTION TRIM(WS-IN-FLD2-X) TO ART-NUMMER
188100     READ ARTIKEL-MASTER
188200         INVALID KEY
188300             MOVE "ONBEKEND ARTIKEL" TO WS-REJ-REDEN
188400             PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
188500             GO TO 3300-EXIT
188600     END-READ
188700     MOVE ART-NUMMER TO WS-CURRENT-ARTNO
188800     MOVE ART-OMSCHRIJVING TO WS-CURRENT-OMSCHR
188900     MOVE ART-GROEP TO WS-CURRENT-GROEP
189000     MOVE ART-INKOOPPRIJS TO WS-INKOOPPRIJS
189100     MOVE ART-BTW-CODE TO WS-CURRENT-BTW-CODE
189200     IF WS-CURRENT-BTW-CODE NOT = "L"
189300             AND WS-CURRENT-BTW-CODE NOT = "Z"
189400         MOVE "H" TO WS-CURRENT-BTW-CODE
189500     END-IF
189600
189700     PERFORM 3150-APPLY-CURRENCY THRU 3150-EXIT
189800     IF RATE-NOT-FOUND AND WS-CURRENT-VALUTA NOT = "EUR"
189900         MOVE "GEEN GELDIGE KOERS" TO WS-REJ-REDEN
190000         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
190100         GO TO 3300-EXIT
190200     END-IF
190300     PERFORM 3160-APPLY-SURCHARGE THRU 3160-EXIT
190400
190500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-MARGIN-X))
190600         TO WS-VERZOCHT-MARGE-PERC
190700     MOVE SPACES TO WS-GRANTOR-ID
190800     MOVE "N" TO WS-OVERRIDE-FLAG
190900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OVERRIDE-X))
191000         TO WS-OVERRIDE-REQ
191100     IF WS-OVERRIDE-REQ NOT = SPACES
191200         IF WS-OVERRIDE-REQ = "J" OR WS-OVERRIDE-REQ = "Y"
191300             MOVE FUNCTION UPPER-CASE(FUNCTION
191400                 TRIM(RUNHDR-OPERATOR-ID)) TO WS-GRANTOR-ID
191500         ELSE
191600             MOVE WS-OVERRIDE-REQ TO WS-GRANTOR-ID
191700         END-IF
191800         PERFORM 2860-CHECK-AUTHORITY THRU 2860-EXIT
191900         IF AUTHORITY-OK
192000             MOVE "J" TO WS-OVERRIDE-FLAG
192100         ELSE
192200             DISPLAY "OFFERTE: OVERRIDE GEWEIGERD - "
192300                     FUNCTION TRIM(WS-GRANTOR-ID)
192400                     " IS GEEN SUPERVISOR"
192500             MOVE SPACES TO WS-GRANTOR-ID
192600         END-IF
192700     END-IF
192800
192900     PERFORM 2800-COMPUTE-EFFECTIVE-MARGE THRU 2800-EXIT
193000
193100     IF FUNCTION TRIM(WS-IN-ROUNDMODE-X) IS NUMERIC
193200         MOVE FUNCTION TRIM(WS-IN-ROUNDMODE-X) TO WS-ROUND-MODE
193300     ELSE
193400         MOVE 1 TO WS-ROUND-MODE
193500     END-IF
193600
193700     IF WS-EFFECTIVE-MARGE-PERC < WS-MIN-MARGE-PCT
193800         AND CONTRACT-NONE
193900         AND NOT OVERRIDE-GRANTED
194000         MOVE "MARGE ONDER MINIMUM" TO WS-REJ-REDEN
194100         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
194200         GO TO 3300-EXIT
194300     END-IF
194400     IF WS-EFFECTIVE-MARGE-PERC < WS-MIN-MARGE-PCT
194500         AND CONTRACT-NONE
194600         SET FLOOR-OVERRIDE-USED TO TRUE
194700     END-IF
194800
194900     PERFORM 2900-PRICE-ONE THRU 2900-EXIT
195000
195100     COMPUTE WS-REGEL-BEDRAG ROUNDED =
195200         WS-VERKOOPPRIJS * WS-ORDER-QTY
195300     IF WS-REGEL-BEDRAG > 9999999.99
195400         MOVE "REGELBEDRAG TE GROOT" TO WS-REJ-REDEN
195500         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
195600         GO TO 3300-EXIT
195700     END-IF
195800
195900     ADD 1 TO WS-REGEL-COUNT
196000     MOVE WS-CURRENT-ARTNO TO RGL-ARTIKEL (WS-REGEL-COUNT)
196100     MOVE WS-CURRENT-OMSCHR TO RGL-OMSCHR (WS-REGEL-COUNT)
196200     MOVE WS-ORDER-QTY TO RGL-AANTAL (WS-REGEL-COUNT)
196300     MOVE WS-VERKOOPPRIJS TO RGL-PRIJS (WS-REGEL-COUNT)
196400     MOVE WS-REGEL-BEDRAG TO RGL-BEDRAG (WS-REGEL-COUNT)
196500     MOVE WS-CURRENT-BTW-CODE TO RGL-BTW-CODE (WS-REGEL-COUNT)
196600     MOVE WS-EFFECTIVE-MARGE-PERC TO RGL-MARGE (WS-REGEL-COUNT)
196700     MOVE WS-INKOOPPRIJS TO RGL-INKOOP (WS-REGEL-COUNT)
196800     MOVE WS-BRUTO-INKOOP TO RGL-BRUTO (WS-REGEL-COUNT)
196900     MOVE WS-CONTRACT-SW TO RGL-CONTRACT (WS-REGEL-COUNT)
197000     MOVE WS-ROUND-MODE TO RGL-ROND (WS-REGEL-COUNT)
197100     MOVE WS-FLOOR-OVERRIDE-SW TO RGL-OVERRIDE (WS-REGEL-COUNT)
197200     MOVE WS-GRANTOR-ID TO RGL-GRANTOR (WS-REGEL-COUNT)
197300     ADD WS-REGEL-BEDRAG TO WS-OFF-TOTAAL.
197400 3300-EXIT.
197500     EXIT.
197600
197700*-----------------------------------------------------------
197800* 3400-CLOSE-OFFERTE - AN OFFERTE WITH AT LEAST ONE PRICED
197900*                  REGEL GETS THE NEXT NUMBER, A REGISTER
198000*                  ENTRY (STATUS OPEN), ITS REGELS ON
198100*                  OFFREGL.DAT AND ITS DOCUMENT. ONE WITHOUT
198200*                  REGELS IS REPORTED AND GETS NO NUMBER.
198300*-----------------------------------------------------------
198400 3400-CLOSE-OFFERTE.
198500     IF OFFERTE-AFGEKEURD
198600         SET OFFERTE-NONE TO TRUE
198700         GO TO 3400-EXIT
198800     END-IF
198900     SET OFFERTE-NONE TO TRUE
199000     IF WS-REGEL-COUNT = ZERO
199100         MOVE "NIET GENUMMERD" TO RPT-STA-LABEL
199200         MOVE ZERO TO RPT-STA-NR
199300         MOVE SPACES TO RPT-STA-TEKST
199400         STRING "OFFERTE VOOR KLANT " WS-OFF-KLANT
199500                " ZONDER GELDIGE REGELS"
199600             DELIMITED BY SIZE INTO RPT-STA-TEKST
199700         END-STRING
199800         WRITE OFFER-RPT-LINE FROM RPT-STATUS-LINE
199900         GO TO 3400-EXIT
200000     END-IF
200100     IF WS-REG-COUNT >= WS-REG-MAX
200200         DISPLAY "ERROR: OFFREG.DAT IS VOL (" WS-REG-MAX
200300                 ") - OFFERTE VOOR KLANT " WS-OFF-KLANT
200400                 " NIET VASTGELEGD"
200500         MOVE "OFFERTEREGISTER VOL" TO WS-REJ-REDEN
200600         MOVE SPACES TO OFFER-IN-LINE
200700         STRING "O," WS-OFF-KLANT
200800             DELIMITED BY SIZE INTO OFFER-IN-LINE
200900         END-STRING
201000         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
201100         MOVE 8 TO RETURN-CODE
201200         GO TO 3400-EXIT
201300     END-IF
201400
201500     ADD 1 TO WS-LAST-OFFNR
201600     MOVE WS-LAST-OFFNR TO OFFR-NUMMER
201700     MOVE WS-OFF-KLANT TO OFFR-KLANT
201800     MOVE RUNHDR-RUN-DATE TO OFFR-DATUM
201900     MOVE WS-OFF-GELDIG-TOT TO OFFR-GELDIG-TOT
202000     SET OFFR-OPEN TO TRUE
202100     MOVE RUNHDR-RUN-DATE TO OFFR-STATUS-DATUM
202200     MOVE WS-REGEL-COUNT TO OFFR-REGELS
202300     MOVE WS-OFF-TOTAAL TO OFFR-TOTAAL
202400     MOVE RUNHDR-OPERATOR-ID TO OFFR-OPERATOR
202500     MOVE SPACES TO OFFR-FACTUUR
202600     MOVE RUNHDR-ADMIN TO OFFR-ADMIN
202700     ADD 1 TO WS-REG-COUNT
202800     MOVE OFFR-DETAIL-LINE TO WS-REG-ENTRY (WS-REG-COUNT)
202900
203000     IF LIVE-MODE
203100         IF OFFREGL-CLOSED
203200             OPEN EXTEND OFFER-LINE-FILE
203300             IF WS-OFFREGL-STATUS = "35"
203400                 OPEN OUTPUT OFFER-LINE-FILE
203500             END-IF
203600             SET OFFREGL-OPEN TO TRUE
203700         END-IF
203800         PERFORM 3410-WRITE-ONE-REGEL THRU 3410-EXIT
203900             VARYING WS-RGL-IDX FROM 1 BY 1
204000             UNTIL WS-RGL-IDX > WS-REGEL-COUNT
204100     END-IF
204200
204300     PERFORM 3450-PRINT-OFFERTE THRU 3450-EXIT
204400
204500     MOVE WS-LAST-OFFNR TO RPT-NEW-NR
204600     MOVE WS-OFF-KLANT TO RPT-NEW-KLANT
204700     MOVE WS-REGEL-COUNT TO RPT-NEW-REGELS
204800     MOVE WS-OFF-TOTAAL TO RPT-NEW-TOTAAL
204900     MOVE WS-OFF-GELDIG-TOT TO RPT-NEW-GELDIG
205000     WRITE OFFER-RPT-LINE FROM RPT-NEW-LINE
205100     ADD 1 TO WS-NEW-COUNT.
205200 3400-EXIT.
205300     EXIT.
205400
205500 3410-WRITE-ONE-REGEL.
205600     MOVE WS-LAST-OFFNR TO OFFL-NUMMER
205700     MOVE WS-RGL-IDX TO OFFL-REGEL
205800     MOVE RGL-ARTIKEL (WS-RGL-IDX) TO OFFL-ARTIKEL
205900     MOVE RGL-AANTAL (WS-RGL-IDX) TO OFFL-AANTAL
206000     MOVE RGL-PRIJS (WS-RGL-IDX) TO OFFL-PRIJS
206100     MOVE RGL-BEDRAG (WS-RGL-IDX) TO OFFL-BEDRAG
206200     MOVE RGL-BTW-CODE (WS-RGL-IDX) TO OFFL-BTW-CODE
206300     MOVE RGL-MARGE (WS-RGL-IDX) TO OFFL-MARGE
206400     MOVE RGL-INKOOP (WS-RGL-IDX) TO OFFL-INKOOP
206500     MOVE RGL-BRUTO (WS-RGL-IDX) TO OFFL-BRUTO-INKOOP
206600     MOVE RGL-CONTRACT (WS-RGL-IDX) TO OFFL-CONTRACT
206700     MOVE RGL-ROND (WS-RGL-IDX) TO OFFL-ROND
206800     MOVE RGL-OVERRIDE (WS-RGL-IDX) TO OFFL-OVERRIDE
206900     MOVE RGL-GRANTOR (WS-RGL-IDX) TO OFFL-GRANTOR
207000     MOVE RGL-OMSCHR (WS-RGL-IDX) TO OFFL-OMSCHR
207100     WRITE OFFER-LINE-LINE FROM OFFL-DETAIL-LINE.
207200 3410-EXIT.
207300     EXIT.
207400
207500*-----------------------------------------------------------
207600* 3450-PRINT-OFFERTE - THE OFFERTE DOCUMENT: KOP, KLANT,
207700*                  REGELS, BTW PER TARIEF, TOTALEN AND THE
207800*                  GELDIGHEIDSDATUM. BTW IS WORKED OUT PER
207900*                  REGEL AS FACTPRT DOES ON THE INVOICE.
208000*-----------------------------------------------------------
208100 3450-PRINT-OFFERTE.
208200     MOVE ZERO TO WS-OFF-H-EXCL WS-OFF-H-VAT WS-OFF-L-EXCL
208300                  WS-OFF-L-VAT WS-OFF-Z-EXCL WS-OFF-Z-VAT
208400                  WS-OFF-VAT-TOTAL
208500     WRITE OFFER-DOC-LINE FROM DOC-SEPARATOR-LINE
208600     MOVE WS-LAST-OFFNR TO DOC-TTL-NR
208700     MOVE RUNHDR-RUN-DATE TO DOC-TTL-DATE
208800     WRITE OFFER-DOC-LINE FROM DOC-TITLE-LINE
208900     WRITE OFFER-DOC-LINE FROM DOC-SEPARATOR-LINE
209000     MOVE WS-OFF-KLANT TO DOC-KLT-NUMMER
209100     MOVE WS-OFF-KLANTNAAM TO DOC-KLT-NAAM
209200     WRITE OFFER-DOC-LINE FROM DOC-KLANT-LINE
209300     IF WS-OFF-ADRES NOT = SPACES
209400         MOVE WS-OFF-ADRES TO DOC-ADR-TEKST
209500         WRITE OFFER-DOC-LINE FROM DOC-ADRES-LINE
209600     END-IF
209700     WRITE OFFER-DOC-LINE FROM DOC-BLANK-LINE
209800     WRITE OFFER-DOC-LINE FROM DOC-DETAIL-HEADING
209900     PERFORM 3460-PRINT-ONE-REGEL THRU 3460-EXIT
210000         VARYING WS-RGL-IDX FROM 1 BY 1
210100         UNTIL WS-RGL-IDX > WS-REGEL-COUNT
210200     WRITE OFFER-DOC-LINE FROM DOC-BLANK-LINE
210300     IF WS-OFF-H-EXCL NOT = ZERO
210400         MOVE "HOOG " TO DOC-RTE-LABEL
210500         MOVE PARM-VAT-RATE-HIGH TO DOC-RTE-PCT
210600         MOVE WS-OFF-H-EXCL TO DOC-RTE-EXCL
210700         MOVE WS-OFF-H-VAT  TO DOC-RTE-VAT
210800         WRITE OFFER-DOC-LINE FROM DOC-RATE-LINE
210900     END-IF
211000     IF WS-OFF-L-EXCL NOT = ZERO
211100         MOVE "LAAG " TO DOC-RTE-LABEL
211200         MOVE PARM-VAT-RATE-LOW TO DOC-RTE-PCT
211300         MOVE WS-OFF-L-EXCL TO DOC-RTE-EXCL
211400         MOVE WS-OFF-L-VAT  TO DOC-RTE-VAT
211500         WRITE OFFER-DOC-LINE FROM DOC-RATE-LINE
211600     END-IF
211700     IF WS-OFF-Z-EXCL NOT = ZERO
211800         MOVE "NUL  " TO DOC-RTE-LABEL
211900         MOVE PARM-VAT-RATE-ZERO TO DOC-RTE-PCT
212000         MOVE WS-OFF-Z-EXCL TO DOC-RTE-EXCL
212100         MOVE WS-OFF-Z-VAT  TO DOC-RTE-VAT
212200         WRITE OFFER-DOC-LINE FROM DOC-RATE-LINE
212300     END-IF
212400     ADD WS-OFF-TOTAAL WS-OFF-VAT-TOTAL
212500         GIVING WS-OFF-INCL-TOTAL
212600     MOVE "TOTAAL EXCL. BTW     : " TO DOC-TOT-LABEL
212700     MOVE WS-OFF-TOTAAL TO DOC-TOT-BEDRAG
212800     WRITE OFFER-DOC-LINE FROM DOC-TOTAL-LINE
212900     MOVE "TOTAAL BTW           : " TO DOC-TOT-LABEL
213000     MOVE WS-OFF-VAT-TOTAL TO DOC-TOT-BEDRAG
213100     WRITE OFFER-DOC-LINE FROM DOC-TOTAL-LINE
213200     MOVE "TOTAAL INCL. BTW     : " TO DOC-TOT-LABEL
213300     MOVE WS-OFF-INCL-TOTAL TO DOC-TOT-BEDRAG
213400     WRITE OFFER-DOC-LINE FROM DOC-TOTAL-LINE
213500     WRITE OFFER-DOC-LINE FROM DOC-BLANK-LINE
213600     MOVE WS-OFF-GELDIG-TOT TO DOC-GLD-DATUM
213700     WRITE OFFER-DOC-LINE FROM DOC-GELDIG-LINE
213800     WRITE OFFER-DOC-LINE FROM DOC-BLANK-LINE.
213900 3450-EXIT.
214000     EXIT.
214100
214200 3460-PRINT-ONE-REGEL.
214300     MOVE RGL-ARTIKEL (WS-RGL-IDX) TO DOC-DET-ARTIKEL
214400     MOVE RGL-OMSCHR (WS-RGL-IDX) TO DOC-DET-OMSCHR
214500     MOVE RGL-AANTAL (WS-RGL-IDX) TO DOC-DET-AANTAL
214600     MOVE RGL-PRIJS (WS-RGL-IDX) TO DOC-DET-PRIJS
214700     MOVE RGL-BEDRAG (WS-RGL-IDX) TO DOC-DET-BEDRAG
214800     MOVE RGL-BTW-CODE (WS-RGL-IDX) TO DOC-DET-BTW
214900     IF RGL-CONTRACT (WS-RGL-IDX) = "N"
215000         MOVE SPACES TO DOC-DET-CONTRACT
215100     ELSE
215200         MOVE "CONTRACT" TO DOC-DET-CONTRACT
215300     END-IF
215400     WRITE OFFER-DOC-LINE FROM DOC-DETAIL-LINE
215500     EVALUATE RGL-BTW-CODE (WS-RGL-IDX)
215600         WHEN "L"
215700             MOVE PARM-VAT-RATE-LOW TO WS-VAT-RATE
215800         WHEN "Z"
215900             MOVE PARM-VAT-RATE-ZERO TO WS-VAT-RATE
216000         WHEN OTHER
216100             MOVE PARM-VAT-RATE-HIGH TO WS-VAT-RATE
216200     END-EVALUATE
216300     COMPUTE WS-VAT-AMOUNT ROUNDED =
216400         RGL-BEDRAG (WS-RGL-IDX) * WS-VAT-RATE / 100
216500     EVALUATE RGL-BTW-CODE (WS-RGL-IDX)
216600         WHEN "L"
216700             ADD RGL-BEDRAG (WS-RGL-IDX) TO WS-OFF-L-EXCL
216800             ADD WS-VAT-AMOUNT TO WS-OFF-L-VAT
216900         WHEN "Z"
217000             ADD RGL-BEDRAG (WS-RGL-IDX) TO WS-OFF-Z-EXCL
217100             ADD WS-VAT-AMOUNT TO WS-OFF-Z-VAT
217200         WHEN OTHER
217300             ADD RGL-BEDRAG (WS-RGL-IDX) TO WS-OFF-H-EXCL
217400             ADD WS-VAT-AMOUNT TO WS-OFF-H-VAT
217500     END-EVALUATE
217600     ADD WS-VAT-AMOUNT TO WS-OFF-VAT-TOTAL.
217700 3460-EXIT.
217800     EXIT.
217900
218000*-----------------------------------------------------------
218100* 3500-ACCEPT-OFFERTE - "A,NUMMER": THE KLANT ACCEPTS. ONLY
218200*                  AN OPEN OFFERTE STILL WITHIN ITS VALIDITY
218300*                  CAN BE ACCEPTED; IT IS CONVERTED TO
218400*                  VKFACT.DAT IN 5000 AT THE QUOTED PRIJZEN.
218500*-----------------------------------------------------------
218600 3500-ACCEPT-OFFERTE.
218700     PERFORM 3600-FIND-OFFERTE THRU 3600-EXIT
218800     IF WS-REG-FOUND-IDX = ZERO
218900         GO TO 3500-EXIT
219000     END-IF
219100     IF OFFR-VERLOPEN
219200         OR (OFFR-OPEN AND OFFR-GELDIG-TOT < RUNHDR-RUN-DATE)
219300         MOVE "OFFERTE VERLOPEN" TO WS-REJ-REDEN
219400         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
219500         GO TO 3500-EXIT
219600     END-IF
219700     IF NOT OFFR-OPEN
219800         MOVE "OFFERTE NIET OPEN" TO WS-REJ-REDEN
219900         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
220000         GO TO 3500-EXIT
220100     END-IF
220200     IF WS-ACC-COUNT >= WS-ACC-MAX
220300         MOVE "TE VEEL ACCEPTATIES" TO WS-REJ-REDEN
220400         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
220500         GO TO 3500-EXIT
220600     END-IF
220700     SET OFFR-GEACCEPTEERD TO TRUE
220800     MOVE RUNHDR-RUN-DATE TO OFFR-STATUS-DATUM
220900     MOVE OFFR-NUMMER TO WS-FACTUUR-REF-NR
221000     MOVE WS-FACTUUR-REF TO OFFR-FACTUUR
221100     MOVE OFFR-DETAIL-LINE TO WS-REG-ENTRY (WS-REG-FOUND-IDX)
221200     ADD 1 TO WS-ACC-COUNT
221300     MOVE OFFR-NUMMER TO ACC-NUMMER (WS-ACC-COUNT)
221400     MOVE OFFR-KLANT TO ACC-KLANT (WS-ACC-COUNT)
221500     MOVE OFFR-REGELS TO ACC-REGELS (WS-ACC-COUNT)
221600     MOVE ZERO TO ACC-GEVONDEN (WS-ACC-COUNT)
221700     ADD 1 TO WS-ACCEPT-COUNT
221800     MOVE "GEACCEPTEERD" TO RPT-STA-LABEL
221900     MOVE OFFR-NUMMER TO RPT-STA-NR
222000     MOVE SPACES TO RPT-STA-TEKST
222100     IF LIVE-MODE
222200         STRING "KLANT " OFFR-KLANT
222300                "  NAAR VKFACT.DAT ALS FACTUUR " WS-FACTUUR-REF
222400             DELIMITED BY SIZE INTO RPT-STA-TEKST
222500         END-STRING
222600     ELSE
222700         STRING "KLANT " OFFR-KLANT
222800                "  (PROEFRUN - NIET NAAR VKFACT.DAT)"
222900             DELIMITED BY SIZE INTO RPT-STA-TEKST
223000         END-STRING
223100     END-IF
223200     WRITE OFFER-RPT-LINE FROM RPT-STATUS-LINE.
223300 3500-EXIT.
223400     EXIT.
223500
223600*-----------------------------------------------------------
223700* 3550-LOSE-OFFERTE - "L,NUMMER": THE KLANT DECLINED; ONLY
223800*                  AN OPEN OFFERTE CAN BE MARKED VERLOREN.
223900*-----------------------------------------------------------
224000 3550-LOSE-OFFERTE.
224100     PERFORM 3600-FIND-OFFERTE THRU 3600-EXIT
224200     IF WS-REG-FOUND-IDX = ZERO
224300         GO TO 3550-EXIT
224400     END-IF
224500     IF NOT OFFR-OPEN
224600         MOVE "OFFERTE NIET OPEN" TO WS-REJ-REDEN
224700         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
224800         GO TO 3550-EXIT
224900     END-IF
225000     SET OFFR-VERLOREN TO TRUE
225100     MOVE RUNHDR-RUN-DATE TO OFFR-STATUS-DATUM
225200     MOVE OFFR-DETAIL-LINE TO WS-REG-ENTRY (WS-REG-FOUND-IDX)
225300     ADD 1 TO WS-LOST-COUNT
225400     MOVE "VERLOREN" TO RPT-STA-LABEL
225500     MOVE OFFR-NUMMER TO RPT-STA-NR
225600     MOVE SPACES TO RPT-STA-TEKST
225700     STRING "KLANT " OFFR-KLANT
225800         DELIMITED BY SIZE INTO RPT-STA-TEKST
225900     END-STRING
226000     WRITE OFFER-RPT-LINE FROM RPT-STATUS-LINE.
226100 3550-EXIT.
226200     EXIT.
226300
226400*-----------------------------------------------------------
226500* 3600-FIND-OFFERTE - LOCATE THE OFFERTE NAMED IN FIELD 2 OF
226600*                  AN A- OR L-LINE IN THIS ADMINISTRATIE'S
226700*                  PART OF THE REGISTER. FOUND: THE ENTRY IS
226800*                  IN OFFR-DETAIL-LINE AND WS-REG-FOUND-IDX
226900*                  POINTS AT IT; NOT FOUND: THE LINE IS
227000*                  REJECTED AND WS-REG-FOUND-IDX IS ZERO.
227100*-----------------------------------------------------------
227200 3600-FIND-OFFERTE.
227300     MOVE ZERO TO WS-REG-FOUND-IDX
227400     IF FUNCTION TRIM(WS-IN-FLD2-X) IS NOT NUMERIC
227500         MOVE "ONGELDIG OFFERTENUMMER" TO WS-REJ-REDEN
227600         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
227700         GO TO 3600-EXIT
227800     END-IF
227900     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-FLD2-X))
228000         TO WS-ZOEK-NUMMER
228100     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
228200         UNTIL WS-REG-IDX > WS-REG-COUNT
228300             OR WS-REG-FOUND-IDX > ZERO
228400         MOVE WS-REG-ENTRY (WS-REG-IDX) TO OFFR-DETAIL-LINE
228500         IF OFFR-NUMMER = WS-ZOEK-NUMMER
228600             AND OFFR-ADMIN = RUNHDR-ADMIN
228700             MOVE WS-REG-IDX TO WS-REG-FOUND-IDX
228800         END-IF
228900     END-PERFORM
229000     IF WS-REG-FOUND-IDX = ZERO
229100         MOVE "ONBEKENDE OFFERTE" TO WS-REJ-REDEN
229200         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
229300         GO TO 3600-EXIT
229400     END-IF
229500     MOVE WS-REG-ENTRY (WS-REG-FOUND-IDX) TO OFFR-DETAIL-LINE.
229600 3600-EXIT.
229700     EXIT.
229800
229900*-----------------------------------------------------------
230000* 3900-WRITE-REJECT - ONE AFKEURREGEL WITH THE REASON AND
230100*                     THE INPUT LINE; A REJECT MAKES THE RUN
230200*                     RC 4 UNLESS IT IS ALREADY WORSE.
230300*-----------------------------------------------------------
230400 3900-WRITE-REJECT.
230500     MOVE WS-REJ-REDEN TO RPT-REJ-REDEN
230600     MOVE OFFER-IN-LINE TO RPT-REJ-INPUT
230700     WRITE OFFER-RPT-LINE FROM RPT-REJECT-LINE
230800     ADD 1 TO WS-REJECT-COUNT
230900     IF RETURN-CODE < 4
231000         MOVE 4 TO RETURN-CODE
231100     END-IF.
231200 3900-EXIT.
231300     EXIT.
231400
231500*-----------------------------------------------------------
231600* 3150-APPLY-CURRENCY - RESOLVE THE LINE'S VALUTA AND INVOICE
231700*                       BEDRAG TO A EUR INKOOPPRIJS, AS IN
231800*                       MARGE. EUR (OR BLANK) PASSES THROUGH;
231900*                       A FOREIGN VALUTA NEEDS A BEDRAG AND A
232000*                       FRESH KOERS, OTHERWISE RATE-NOT-FOUND
232100*                       IS LEFT SET AND THE CALLER REJECTS.
232200*-----------------------------------------------------------
232300 3150-APPLY-CURRENCY.
232400     MOVE "EUR" TO WS-CURRENT-VALUTA
232500     MOVE 1 TO WS-RATE-USED
232600     MOVE WS-INKOOPPRIJS TO WS-ORIG-BEDRAG
232700     SET RATE-FOUND TO TRUE
232800     IF FUNCTION TRIM(WS-IN-VAL-X) NOT = SPACES
232900         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-VAL-X))
233000             TO WS-CURRENT-VALUTA
233100     END-IF
233200     IF WS-CURRENT-VALUTA = "EUR"
233300         IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
233400                 = 0
233500             AND FUNCTION TRIM(WS-IN-BEDRAG-X) NOT = SPACES
233600             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
233700                 TO WS-INKOOPPRIJS
233800             MOVE WS-INKOOPPRIJS TO WS-ORIG-BEDRAG
233900         END-IF
234000         GO TO 3150-EXIT
234100     END-IF
234200     SET RATE-NOT-FOUND TO TRUE
234300     IF RATES-STALE
234400         GO TO 3150-EXIT
234500     END-IF
234600     IF FUNCTION TRIM(WS-IN-BEDRAG-X) = SPACES
234700         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
234800             NOT = 0
234900         GO TO 3150-EXIT
235000     END-IF
235100     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
235200         UNTIL WS-RATE-IDX > WS-RATE-COUNT OR RATE-FOUND
235300         IF RATE-CODE (WS-RATE-IDX) = WS-CURRENT-VALUTA
235400             AND RATE-BLOCK-SW (WS-RATE-IDX) NOT = "J"
235500             SET RATE-FOUND TO TRUE
235600             MOVE RATE-VALUE (WS-RATE-IDX) TO WS-RATE-USED
235700         END-IF
235800     END-PERFORM
235900     IF RATE-FOUND
236000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
236100             TO WS-ORIG-BEDRAG
236200         COMPUTE WS-INKOOPPRIJS ROUNDED =
236300             WS-ORIG-BEDRAG * WS-RATE-USED
236400     END-IF.
236500 3150-EXIT.
236600     EXIT.
236700
236800*-----------------------------------------------------------
236900* 3160-APPLY-SURCHARGE - LANDED COST: KEEP THE GROSS INKOOP-
237000*                        PRIJS AND ADD THE ART-GROEP'S
237100*                        FREIGHT/DUTY SURCHARGE BEFORE THE
237200*                        MARGE IS COMPUTED, AS IN MARGE.
237300*-----------------------------------------------------------
237400 3160-APPLY-SURCHARGE.
237500     MOVE WS-INKOOPPRIJS TO WS-BRUTO-INKOOP
237600     IF WS-CURRENT-GROEP = SPACES OR WS-TSL-COUNT = ZERO
237700         GO TO 3160-EXIT
237800     END-IF
237900     PERFORM VARYING WS-TSL-IDX FROM 1 BY 1
238000         UNTIL WS-TSL-IDX > WS-TSL-COUNT
238100         IF TSL-GROEP (WS-TSL-IDX) = WS-CURRENT-GROEP
238200             COMPUTE WS-INKOOPPRIJS ROUNDED =
238300                 WS-BRUTO-INKOOP
238400                 + (WS-BRUTO-INKOOP
238500                     * TSL-PCT (WS-TSL-IDX) / 100)
238600                 + TSL-VAST (WS-TSL-IDX)
238700         END-IF
238800     END-PERFORM.
238900 3160-EXIT.
239000     EXIT.
239100
239200*-----------------------------------------------------------
239300* 5000-CONVERT-ACCEPTED - ONE PASS OVER OFFREGL.DAT: EVERY
239400*                  REGEL OF AN OFFERTE ACCEPTED IN THIS RUN
239500*                  GOES TO VKFACT.DAT AS A D-LINE AT THE QUOTED
239600*                  BEDRAG, UNDER AN I-LINE WITH FACTUUR
239700*                  OF<NUMMER>. THE REGELS OF ONE OFFERTE ARE
239800*                  ALWAYS WRITTEN TOGETHER, SO ONE I-LINE PER
239900*                  OFFERTE. A REGEL COUNT THAT DOES NOT MATCH
240000*                  THE REGISTER STOPS WITH RC 8. THE PART
240001*                  WRITTEN IS CLOSED WITH ITS "T,AANTAL"
240002*                  TRAILER.
240100*-----------------------------------------------------------
240200 5000-CONVERT-ACCEPTED.
240300     OPEN INPUT OFFER-LINE-FILE
240400     IF WS-OFFREGL-STATUS NOT = "00"
240500         DISPLAY "ERROR: OFFREGL.DAT NIET LEESBAAR - STATUS "
240600                 WS-OFFREGL-STATUS " - ACCEPTATIES NIET NAAR "
240700                 "VKFACT.DAT"
240800         MOVE 8 TO RETURN-CODE
240900         GO TO 5000-EXIT
241000     END-IF
241100     OPEN EXTEND VK-FACT-FILE
241200     IF WS-VKFACT-STATUS = "35"
241300         OPEN OUTPUT VK-FACT-FILE
241400     END-IF
241500     MOVE ZERO TO WS-CONV-LAST-NR
241600     SET CONV-NOT-EOF TO TRUE
241700     PERFORM UNTIL CONV-EOF
241800         READ OFFER-LINE-FILE
241900             AT END
242000                 SET CONV-EOF TO TRUE
242100             NOT AT END
242200                 PERFORM 5100-ONE-CONVERT-LINE THRU 5100-EXIT
242300         END-READ
242400     END-PERFORM
242500     CLOSE OFFER-LINE-FILE
242600     IF WS-VKFACT-COUNT > ZERO
242601         MOVE WS-VKFACT-DET-COUNT TO VKF-TRL-AANTAL
242602         WRITE VK-FACT-LINE FROM VKF-TRAILER-LINE
242603     END-IF
242604     CLOSE VK-FACT-FILE
242700     PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
242800         UNTIL WS-ACC-IDX > WS-ACC-COUNT
242900         IF ACC-GEVONDEN (WS-ACC-IDX)
243000                 NOT = ACC-REGELS (WS-ACC-IDX)
243100             DISPLAY "ERROR: OFFERTE " ACC-NUMMER (WS-ACC-IDX)
243200                     " HEEFT " ACC-REGELS (WS-ACC-IDX)
243300                     " REGELS IN HET REGISTER MAAR "
243400                     ACC-GEVONDEN (WS-ACC-IDX)
243500                     " OP OFFREGL.DAT - CONTROLEER VKFACT.DAT"
243600             MOVE 8 TO RETURN-CODE
243700         END-IF
243800     END-PERFORM.
243900 5000-EXIT.
244000     EXIT.
244100
244200 5100-ONE-CONVERT-LINE.
244300     IF OFFER-LINE-LINE = SPACES
244400         GO TO 5100-EXIT
244500     END-IF
244600     MOVE OFFER-LINE-LINE TO OFFL-DETAIL-LINE
244700     IF OFFL-NUMMER IS NOT NUMERIC
244800         GO TO 5100-EXIT
244900     END-IF
245000     MOVE ZERO TO WS-ACC-FOUND-IDX
245100     PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
245200         UNTIL WS-ACC-IDX > WS-ACC-COUNT
245300             OR WS-ACC-FOUND-IDX > ZERO
245400         IF ACC-NUMMER (WS-ACC-IDX) = OFFL-NUMMER
245500             MOVE WS-ACC-IDX TO WS-ACC-FOUND-IDX
245600         END-IF
245700     END-PERFORM
245800     IF WS-ACC-FOUND-IDX = ZERO
245900         GO TO 5100-EXIT
246000     END-IF
246100     IF OFFL-NUMMER NOT = WS-CONV-LAST-NR
246200         MOVE OFFL-NUMMER TO WS-CONV-LAST-NR
246300         MOVE OFFL-NUMMER TO WS-FACTUUR-REF-NR
246400         MOVE WS-FACTUUR-REF TO VKF-HDR-FACTUUR
246500         MOVE ACC-KLANT (WS-ACC-FOUND-IDX) TO VKF-HDR-KLANT
246600         MOVE RUNHDR-RUN-DATE TO VKF-HDR-DATUM
246700         WRITE VK-FACT-LINE FROM VKF-HEADER-LINE
246800         ADD 1 TO WS-VKFACT-COUNT
246900     END-IF
247000     MOVE OFFL-BEDRAG TO WS-CONV-BEDRAG
247100     MOVE WS-CONV-BEDRAG TO VKF-DET-BEDRAG
247200     MOVE OFFL-BTW-CODE TO VKF-DET-CODE
247300     WRITE VK-FACT-LINE FROM VKF-DETAIL-LINE
247400     ADD 1 TO WS-VKFACT-COUNT WS-VKFACT-DET-COUNT
247500     ADD 1 TO ACC-GEVONDEN (WS-ACC-FOUND-IDX).
247600 5100-EXIT.
247700     EXIT.
247800
247900*-----------------------------------------------------------
248000* 6000-REGISTER-OVERVIEW - THE OPEN OFFERTES OF THIS ADMINIS-
248100*                  TRATIE AFTER THE RUN, FOR SALES FOLLOW-UP.
248200*-----------------------------------------------------------
248300 6000-REGISTER-OVERVIEW.
248400     WRITE OFFER-RPT-LINE FROM RPT-BLANK-LINE
248500     WRITE OFFER-RPT-LINE FROM RPT-OPEN-HEADING-1
248600     WRITE OFFER-RPT-LINE FROM RPT-OPEN-HEADING-2
248700     PERFORM VARYING WS-REG-IDX FROM 1 BY 1
248800         UNTIL WS-REG-IDX > WS-REG-COUNT
248900         MOVE WS-REG-ENTRY (WS-REG-IDX) TO OFFR-DETAIL-LINE
249000         IF OFFR-OPEN AND OFFR-ADMIN = RUNHDR-ADMIN
249100             MOVE OFFR-NUMMER TO RPT-OPN-NR
249200             MOVE OFFR-KLANT TO RPT-OPN-KLANT
249300             MOVE OFFR-DATUM TO RPT-OPN-DATUM
249400             MOVE OFFR-GELDIG-TOT TO RPT-OPN-GELDIG
249500             MOVE OFFR-REGELS TO RPT-OPN-REGELS
249600             MOVE OFFR-TOTAAL TO WS-RPT-BEDRAG
249700             MOVE WS-RPT-BEDRAG TO RPT-OPN-TOTAAL
249800             WRITE OFFER-RPT-LINE FROM RPT-OPEN-LINE
249900             ADD 1 TO WS-OPEN-COUNT
250000         END-IF
250100     END-PERFORM.
250200 6000-EXIT.
250300     EXIT.
250400
250500*-----------------------------------------------------------
250600* 8000-FINALIZE - REPORT TRAILER; IN A LIVE RUN ALSO THE
250700*                 ACCEPTED OFFERTES TO VKFACT.DAT AND THE
250800*                 REGISTER AND NUMBER REGISTER WRITTEN BACK.
250900*-----------------------------------------------------------
251000 8000-FINALIZE.
251100     IF OFFREGL-OPEN
251200         CLOSE OFFER-LINE-FILE
251300         SET OFFREGL-CLOSED TO TRUE
251400     END-IF
251500     IF LIVE-MODE AND REG-LOADED AND WS-ACC-COUNT > ZERO
251600         PERFORM 5000-CONVERT-ACCEPTED THRU 5000-EXIT
251700     END-IF
251800     IF LIVE-MODE AND REG-LOADED AND ART-AVAILABLE
251900         OPEN OUTPUT OFFER-REG-FILE
252000         PERFORM VARYING WS-REG-IDX FROM 1 BY 1
252100             UNTIL WS-REG-IDX > WS-REG-COUNT
252200             WRITE OFFER-REG-LINE FROM WS-REG-ENTRY (WS-REG-IDX)
252300         END-PERFORM
252400         CLOSE OFFER-REG-FILE
252500         OPEN OUTPUT OFFER-NR-FILE
252600         MOVE WS-LAST-OFFNR TO OFFER-NR-LINE
252700         WRITE OFFER-NR-LINE
252800         CLOSE OFFER-NR-FILE
252900     END-IF
253000
253100     PERFORM 6000-REGISTER-OVERVIEW THRU 6000-EXIT
253200     WRITE OFFER-RPT-LINE FROM RPT-BLANK-LINE
253300     MOVE "NIEUWE OFFERTES       : " TO RPT-TRL-LABEL
253400     MOVE WS-NEW-COUNT TO RPT-TRL-COUNT
253500     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
253600     MOVE "GEACCEPTEERD          : " TO RPT-TRL-LABEL
253700     MOVE WS-ACCEPT-COUNT TO RPT-TRL-COUNT
253800     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
253900     MOVE "VERLOREN              : " TO RPT-TRL-LABEL
254000     MOVE WS-LOST-COUNT TO RPT-TRL-COUNT
254100     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
254200     MOVE "VERLOPEN              : " TO RPT-TRL-LABEL
254300     MOVE WS-EXPIRE-COUNT TO RPT-TRL-COUNT
254400     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
254500     MOVE "AFGEKEURDE REGELS     : " TO RPT-TRL-LABEL
254600     MOVE WS-REJECT-COUNT TO RPT-TRL-COUNT
254700     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
254800     MOVE "NOG OPEN              : " TO RPT-TRL-LABEL
254900     MOVE WS-OPEN-COUNT TO RPT-TRL-COUNT
255000     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
255100     MOVE "VKFACT.DAT REGELS     : " TO RPT-TRL-LABEL
255200     MOVE WS-VKFACT-COUNT TO RPT-TRL-COUNT
255300     WRITE OFFER-RPT-LINE FROM RPT-TRAILER-LINE
255400     CLOSE OFFER-DOC-FILE
255500     CLOSE OFFER-RPT-FILE
255600     IF ART-AVAILABLE
255700         CLOSE ARTIKEL-MASTER
255800     END-IF
255900     IF KLANT-AVAILABLE
256000         CLOSE KLANT-MASTER
256100     END-IF
256200     DISPLAY "OFFERTE COMPLETE - " WS-NEW-COUNT " NIEUW, "
256300             WS-ACCEPT-COUNT " GEACCEPTEERD, " WS-EXPIRE-COUNT
256400             " VERLOPEN, " WS-REJECT-COUNT " AFGEKEURD, "
256500             "LAATSTE NUMMER " WS-LAST-OFFNR.
256600 8000-EXIT.
256700     EXIT.
256800
256900*-----------------------------------------------------------
257000* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
257100*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
257200*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
257300*-----------------------------------------------------------
257400 9000-WRITE-RUN-JOURNAL.
257500     IF PROEF-MODE
257600         PERFORM 9500-WRITE-PROEF-SUMMARY THRU 9500-EXIT
257700         GO TO 9000-EXIT
257800     END-IF
257900     ACCEPT WS-END-TIME-RAW FROM TIME
258000     OPEN EXTEND RUN-JOURNAL-FILE
258100     IF WS-JRNL-STATUS = "35"
258200         OPEN OUTPUT RUN-JOURNAL-FILE
258300     END-IF
258400     MOVE "OFFERTE " TO JRNL-PROGRAM
258500     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
258600     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
258700     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
258800     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
258900     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
259000     MOVE RETURN-CODE TO JRNL-RC
259100     MOVE WS-NEW-COUNT TO JRNL-COUNT-1
259200     MOVE WS-REJECT-COUNT TO JRNL-COUNT-2
259300     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
259400     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
259500     CLOSE RUN-JOURNAL-FILE.
259600 9000-EXIT.
259700     EXIT.
259800
259900*-----------------------------------------------------------
260000* 9500-WRITE-PROEF-SUMMARY - WAT EEN ECHTE RUN ZOU HEBBEN
260100*                            GEDAAN, NAAR PROEFSUM.DAT
260200*-----------------------------------------------------------
260300 9500-WRITE-PROEF-SUMMARY.
260400     OPEN EXTEND PROEF-SUM-FILE
260500     IF WS-PROEFSUM-STATUS = "35"
260600         OPEN OUTPUT PROEF-SUM-FILE
260700     END-IF
260800     MOVE WS-NEW-COUNT TO WS-PROEF-CNT1-ED
260900     MOVE WS-REJECT-COUNT TO WS-PROEF-CNT2-ED
261000     MOVE SPACES TO PROEF-SUM-LINE
261100     STRING "OFFERTE : NIEUW " WS-PROEF-CNT1-ED
261200            "  AFGEKEURD " WS-PROEF-CNT2-ED
261300            "  (GEEN OFFREG/OFFREGL/OFFNR/VKFACT GESCHREVEN)"
261400         DELIMITED BY SIZE INTO PROEF-SUM-LINE
261500     END-STRING
261600     WRITE PROEF-SUM-LINE
261700     CLOSE PROEF-SUM-FILE.
261800 9500-EXIT.
261900     EXIT.
