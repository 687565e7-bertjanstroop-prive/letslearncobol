002703*                  RUNJRNL- OF CTLBAL-REGEL. ELKE KOP DRAAGT
002704*                  DE MARKERING PROEFRUN EN EEN SAMENVATTING
002705*                  GAAT NAAR PROEFSUM.DAT.
002706* 2026-10-15  BJS  KREDIETTOETS OP DE FACTUURKOP: EEN VOORLOOP
002707*                  TOTALISEERT ELKE KLANTFACTUUR (INCL. BTW) EN
002708*                  HOUDT HEM VAST ALS DE KLANT OP KLANTMST.IDX
002709*                  EEN ORDERBLOKKADE HEEFT OF ALS HET OPEN SALDO
00270A*                  (OPENPOST.IDX PLUS EERDERE FACTUREN VAN DEZE
00270B*                  RUN) DE KREDIETLIMIET OVERSCHRIJDT. VELD 5
00270C*                  VAN DE I-KOP KAN EEN NIVEAU-2 OPERATOR UIT
00270D*                  OPERAUTH.DAT NOEMEN (OF J = DE RUN-OPERATOR)
00270E*                  DIE DE FACTUUR VRIJGEEFT. DE REGELS VAN EEN
00270F*                  GEHOUDEN FACTUUR WORDEN NIET GEPRIJSD OF
00270G*                  GEREGISTREERD MAAR ALS KREDIETSTOP AFGEKEURD
00270H*                  (RC 4); DE FACTUURNUMMERS GAAN NAAR
00270I*                  KREDHOLD.DAT ZODAT FACTPRT ZE OOK OVERSLAAT.
00270J*                  GEHOUDEN EN VRIJGEGEVEN FACTUREN GAAN NAAR
00270K*                  KREDEXC.DAT.
00270L* 2026-10-15  BJS  CORRECTIES OP EEN GESLOTEN KWARTAAL: EEN
00270M*                  FACTUUR OF CREDITNOTA WAARVAN DE FACTUURDATUM
00270N*                  (I-KOP VELD 4) IN EEN DOOR BTWQTR GESLOTEN
00270O*                  KWARTAAL VALT, WORDT GEPRIJSD, GEREGISTREERD
00270P*                  EN GEBOEKT ALS ALTIJD, MAAR ZIJN REGELS GAAN
00270Q*                  MET HET GESLOTEN JAAR/KWARTAAL NAAR HET
00270R*                  CORRECTIEREGISTER BTWCORR.DAT IN PLAATS VAN
00270S*                  NAAR BTWPERD.DAT, EN DE T-RECORDS VAN DE DAG
00270T*                  SLUITEN ZE UIT - HET LOPENDE KWARTAAL TELT ZE
00270U*                  NIET MEE. BTWSUPP MAAKT ER DE SUPPLETIE VAN.
00270V* 2026-10-15  BJS  JAARSLOT: EEN RUN-DATUM IN EEN BOEKJAAR DAT
00270W*                  JAARAFS OP JAARSLOT.DAT HEEFT GEZET STOPT DE
00270X*                  STAP MET RC 8, EN EEN FACTUUR OF CREDITNOTA
00270Y*                  MET EEN FACTUURDATUM IN ZO'N JAAR WORDT NIET
00270Z*                  GEPRIJSD OF GEREGISTREERD MAAR ALS "JAAR
0027A1*                  AFGESLOTEN" AFGEKEURD - EEN AFGESLOTEN JAAR
0027A2*                  KRIJGT GEEN CORRECTIES MEER VIA BTWCORR.DAT.
0027A3* 2026-10-15  BJS  HET OPEN SALDO PER KLANT KOMT UIT DE
0027A4*                  GEINDEXEERDE OPENPOST.IDX (OPENPOST.CPY).
0027A5* 2026-10-15  BJS  VKFACT.DAT: DE FACTUREN VAN VKLEVER EN
0027A6*                  OFFERTE WORDEN NA DE BRUG OF BTWIN.DAT
0027A7*                  GELEZEN, IN BEIDE MODI. ELK DEEL MOET MET
0027A8*                  ZIJN "T,AANTAL" KLOPPEN (ANDERS RC 8 VOOR
0027A9*                  ER IETS GEPRIJSD WORDT); DE REGELS TELLEN
0027AA*                  NIET MEE IN DE BTWBRDG-BALANS VAN CTLBAL.
0027AB*                  HET OPEN SALDO WORDT PER KLANT OP SLEUTEL
0027AC*                  OPN-KLANT GELEZEN; DE KREDIETTABEL HOUDT
0027AD*                  ALLEEN DE KLANTEN VAN DEZE RUN EN EEN VOLLE
0027AE*                  TABEL STOPT DE STAP MET RC 8.
0027IX*-----------------------------------------------------------
0027RG
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003780         ORGANIZATION IS LINE SEQUENTIAL
003781         FILE STATUS IS WS-BRIDGE-STATUS.
003782
003783     SELECT VK-FACT-FILE ASSIGN TO "VKFACT.DAT"
003784         ORGANIZATION IS LINE SEQUENTIAL
003785         FILE STATUS IS WS-VKFACT-STATUS.
003786
003787     SELECT QUARTER-LOCK-FILE ASSIGN TO "BTWSLOT.DAT"
003788         ORGANIZATION IS LINE SEQUENTIAL
003789         FILE STATUS IS WS-SLOT-STATUS.
00378A
00378B     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
00378C         ORGANIZATION IS LINE SEQUENTIAL
00378D         FILE STATUS IS WS-PROEFSUM-STATUS.
00378E     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
00378F         ORGANIZATION IS INDEXED
00378G         ACCESS MODE IS DYNAMIC
00378H         RECORD KEY IS OPN-FACTUUR
00378I         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
00378J         FILE STATUS IS WS-OPENPOST-STATUS.
00378K
00378L     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
00378M         ORGANIZATION IS LINE SEQUENTIAL
00378N         FILE STATUS IS WS-OPERAUTH-STATUS.
00378O
00378P     SELECT KRED-EXC-FILE ASSIGN TO "KREDEXC.DAT"
00378Q         ORGANIZATION IS LINE SEQUENTIAL
00378S         FILE STATUS IS WS-KREDEXC-STATUS.
00378T
00378U     SELECT KRED-HOLD-FILE ASSIGN TO "KREDHOLD.DAT"
00378V         ORGANIZATION IS LINE SEQUENTIAL.
00378W
00378X     SELECT CORRECTION-FILE ASSIGN TO "BTWCORR.DAT"
00378Y         ORGANIZATION IS LINE SEQUENTIAL
00378Z         FILE STATUS IS WS-CORR-STATUS.
0037B0
0037D1     SELECT YEAR-LOCK-FILE ASSIGN TO "JAARSLOT.DAT"
0037D2         ORGANIZATION IS LINE SEQUENTIAL
0037D3         FILE STATUS IS WS-JSLOT-STATUS.
0037D4
0037GD     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
0037JM         ORGANIZATION IS INDEXED
0037MV         ACCESS MODE IS DYNAMIC
0037Q4         RECORD KEY IS KLA-NUMMER
0037TD         FILE STATUS IS WS-KLANTMST-STATUS.
0037WM
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BTW-IN-FILE.
004469 FD  BRIDGE-FILE.
004470 01  BRIDGE-LINE              PIC X(80).
004471
004472 FD  VK-FACT-FILE.
004473 01  VK-FACT-LINE             PIC X(80).
004474
004475 FD  QUARTER-LOCK-FILE.
004476 01  QUARTER-LOCK-LINE        PIC X(80).
004477
004478 FD  YEAR-LOCK-FILE.
004479 01  YEAR-LOCK-LINE           PIC X(80).
00447A
00447B FD  PROEF-SUM-FILE.
00447C 01  PROEF-SUM-LINE           PIC X(132).
00447D FD  OPEN-ITEMS-FILE.
00447E     COPY "OPENPOST.CPY".
00447F
00447J FD  OPER-AUTH-FILE.
00447K 01  OPER-AUTH-LINE           PIC X(40).
00447L
00447M FD  KRED-EXC-FILE.
00447N 01  KRED-EXC-LINE            PIC X(132).
00447O
00447P FD  KRED-HOLD-FILE.
00447Q 01  KRED-HOLD-LINE           PIC X(80).
00447R
00447S FD  CORRECTION-FILE.
00447T 01  CORRECTION-LINE          PIC X(100).
0044KN
0044XH FD  KLANT-MASTER.
0045AB     COPY "KLANTMST.CPY".
0045N5
004600 WORKING-STORAGE SECTION.
004610*-----------------------------------------------------------
004620* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
004657 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
004658
004659*-----------------------------------------------------------
00465A* CONTROL-TOTAL BALANCING - SEE CTLBAL.CPY
00465B*-----------------------------------------------------------
00465C     COPY "CTLBAL.CPY".
00465D 01  WS-CTLB-STATUS           PIC X(02) VALUE "00".
00465E
00465F 01  WS-CONSUMED-HASH         PIC S9(09)V99 VALUE ZERO.
00465G
00465H 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
00465I 01  WS-RUNSEQ-ENV-X          PIC X(10).
00465J 01  WS-RUNDATE-ENV-X         PIC X(10).
00465K 01  WS-ADMIN-ENV-X           PIC X(06).
00465L
00465M*-----------------------------------------------------------
00465N* PROEFRUN - RAPPORTEREN ZONDER EEN CUMULATIEF BESTAND AAN
00465O* TE RAKEN; SAMENVATTING NAAR PROEFSUM.DAT
00465P*-----------------------------------------------------------
00465Q 01  WS-PROEF-ENV-X           PIC X(02).
00465R 01  WS-PROEF-SW              PIC X VALUE "N".
00465S     88 PROEF-MODE            VALUE "J".
00465T     88 LIVE-MODE             VALUE "N".
00465U 01  WS-PROEFSUM-STATUS       PIC X(02) VALUE "00".
00465V 01  WS-PROEF-CNT1-ED         PIC ZZZ,ZZ9.
00465W 01  WS-PROEF-CNT2-ED         PIC ZZZ,ZZ9.
00465X 01  BOUT-PROEF-LINE.
00465Y     05  FILLER               PIC X(40)
00465Z          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
004660
004661*-----------------------------------------------------------
004662* RERUN GUARD - PARSE FIELDS FOR THE RUNJRNL.DAT SCAN THAT
004663* REFUSES A SECOND RUN UNDER ONE CHAIN SEQUENCE
004664*-----------------------------------------------------------
004665 01  WS-JG-EOF                PIC X VALUE "N".
004666     88 JG-EOF                VALUE "Y".
004667     88 JG-NOT-EOF            VALUE "N".
004668 01  WS-JG-PROG-X             PIC X(10).
004669 01  WS-JG-OPER-X             PIC X(10).
00466K 01  WS-JG-DATE-X             PIC X(10).
00466L 01  WS-JG-SEQ-X              PIC X(08).
00466M 01  WS-JG-TIME1-X            PIC X(08).
006907 01  WS-IN-FLD1-X             PIC X(12).
006908 01  WS-IN-FLD2-X             PIC X(12).
006909 01  WS-IN-FLD3-X             PIC X(12).
00690G 01  WS-IN-FLD4-X             PIC X(12).
00690N 01  WS-IN-FLD5-X             PIC X(12).
00690O 01  WS-CUR-INVOICE           PIC X(10) VALUE SPACES.
00690P 01  WS-CUR-KLANT             PIC X(10) VALUE SPACES.
00690Q 01  WS-CUR-INV-DATE          PIC X(08) VALUE SPACES.
00690R 01  WS-CUR-KLANTNAAM         PIC X(30) VALUE SPACES.
00690S 01  WS-CUR-BTWNR             PIC X(14) VALUE SPACES.
00690T 01  WS-Z-REDEN               PIC X(08) VALUE SPACES.
00690U 01  WS-Z-LINE-SW             PIC X VALUE "Y".
00690V     88 Z-LINE-OK             VALUE "Y".
00690W     88 Z-LINE-BAD            VALUE "N".
00690X 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
00690Y 01  WS-KLANT-AVAIL-SW        PIC X VALUE "N".
00690Z     88 KLANT-AVAILABLE       VALUE "Y".
006910     88 KLANT-NOT-AVAILABLE   VALUE "N".
006911 01  WS-INVOICE-OPEN-SW       PIC X VALUE "N".
006912     88 INVOICE-OPEN          VALUE "Y".
006913     88 INVOICE-NOT-OPEN      VALUE "N".
006917 77  WS-INVOICE-COUNT         PIC 9(07) COMP VALUE ZERO.
006918 01  WS-INV-EXCL-TOTAL        PIC S9(09)V99 VALUE ZERO.
006919 01  WS-INV-VAT-TOTAL         PIC S9(09)V99 VALUE ZERO.
008224     88 TRAILER-NOT-SEEN      VALUE "N".
008225 77  WS-EXPECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
008226 77  WS-DETAIL-SEEN-COUNT     PIC 9(07) COMP VALUE ZERO.
008229*    VKFACT.DAT - FACTUREN VAN VKLEVER EN OFFERTE, NA DE BRUG OF
00822A*    BTWIN.DAT GELEZEN. ELKE SCHRIJVER SLUIT ZIJN DEEL AF MET
00822B*    "T,AANTAL"; DE REGELS BLIJVEN BUITEN DE BRUGBALANS.
00822C 01  WS-VKFACT-STATUS         PIC X(02) VALUE "00".
00822D 01  WS-VKFACT-SW             PIC X VALUE "N".
00822E     88 VKFACT-PRESENT        VALUE "Y".
00822F     88 VKFACT-ABSENT         VALUE "N".
00822G 01  WS-VKF-PHASE-SW          PIC X VALUE "N".
00822H     88 VKFACT-PHASE          VALUE "Y".
00822I     88 MAIN-INPUT-PHASE      VALUE "N".
00822J 01  WS-VKF-EOF-SW            PIC X VALUE "N".
00822K     88 VKF-EOF               VALUE "Y".
00822L     88 VKF-NOT-EOF           VALUE "N".
00822M 01  WS-VKF-SEG-SW            PIC X VALUE "N".
00822N     88 VKF-SEG-OPEN          VALUE "Y".
00822O     88 VKF-SEG-CLOSED        VALUE "N".
00822P 01  WS-VKF-BAD-SW            PIC X VALUE "N".
00822Q     88 VKF-SEG-BAD           VALUE "Y".
00822R 77  WS-VKF-SEG-COUNT         PIC 9(07) COMP VALUE ZERO.
00822S 77  WS-VKF-SEG-EXPECTED      PIC 9(07) COMP VALUE ZERO.
00822T 77  WS-VKF-SEG-NR            PIC 9(05) COMP VALUE ZERO.
00822U 77  WS-VKF-LINE-COUNT        PIC 9(07) COMP VALUE ZERO.
00822W 01  WS-PRD-EXCL              PIC S9(09)V99 VALUE ZERO.
00822Y 01  WS-PRD-VAT               PIC S9(09)V99 VALUE ZERO.
008230 01  WS-NORM-RATE-CODE        PIC X(01) VALUE "H".
008231
008232*-----------------------------------------------------------
008233* CORRECTIES OP EEN GESLOTEN KWARTAAL - DE GESLOTEN KWARTALEN
008234* UIT BTWSLOT.DAT, DE KWARTAALTOETS OP DE FACTUURDATUM EN DE
008235* PER-TARIEF CORRECTIETOTALEN DIE UIT DE T-RECORDS BLIJVEN
008236*-----------------------------------------------------------
008237 01  WS-CORR-STATUS           PIC X(02) VALUE "00".
008238 77  WS-CLOSED-COUNT          PIC 9(03) COMP VALUE ZERO.
008239 77  WS-CLS-IDX               PIC 9(03) COMP VALUE ZERO.
00823A 01  WS-CLOSED-TABLE.
00823B     05  WS-CLOSED-ENTRY      OCCURS 80 TIMES.
00823C         10  CLS-JAAR         PIC 9(04).
00823D         10  CLS-KW           PIC 9(01).
00823E 01  WS-INV-DATE-NUM          PIC 9(08) VALUE ZERO.
00823F 01  WS-INV-JAAR              PIC 9(04) VALUE ZERO.
00823G 01  WS-INV-MAAND             PIC 9(02) VALUE ZERO.
00823H 01  WS-INV-KW                PIC 9(01) VALUE ZERO.
00823I 01  WS-CORR-INV-SW           PIC X VALUE "N".
00823J     88 INVOICE-IS-CORRECTION VALUE "Y".
00823K     88 INVOICE-NOT-CORRECTION VALUE "N".
00823L 01  WS-CORR-H-EXCL           PIC S9(09)V99 VALUE ZERO.
00823M 01  WS-CORR-H-VAT            PIC S9(09)V99 VALUE ZERO.
00823N 01  WS-CORR-L-EXCL           PIC S9(09)V99 VALUE ZERO.
00823O 01  WS-CORR-L-VAT            PIC S9(09)V99 VALUE ZERO.
00823P 01  WS-CORR-Z-EXCL           PIC S9(09)V99 VALUE ZERO.
00823Q 01  WS-CORR-Z-VAT            PIC S9(09)V99 VALUE ZERO.
00823R 77  WS-CORR-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
00823S     COPY "BTWCORR.CPY".
00823T
00823U*-----------------------------------------------------------
00823V* CLOSED-QUARTER GUARD (BTWSLOT.DAT, GESCHREVEN DOOR BTWQTR)
00823W*-----------------------------------------------------------
00823X 01  WS-SLOT-STATUS           PIC X(02) VALUE "00".
00823Y 01  WS-SLOT-EOF              PIC X VALUE "N".
00823Z     88 SLOT-EOF              VALUE "Y".
008240     88 SLOT-NOT-EOF          VALUE "N".
008241 01  WS-SLOT-JAAR-X           PIC X(06).
008242 01  WS-SLOT-KW-X             PIC X(02).
008243 01  WS-RUN-JAAR              PIC 9(04) VALUE ZERO.
008244 01  WS-RUN-MAAND             PIC 9(02) VALUE ZERO.
008245 01  WS-RUN-KW                PIC 9(01) VALUE ZERO.
008246 01  WS-QTR-CLOSED-SW         PIC X VALUE "N".
008247     88 QUARTER-CLOSED        VALUE "Y".
008248     88 QUARTER-OPEN          VALUE "N".
008249
00824A*-----------------------------------------------------------
00824B* AFGESLOTEN BOEKJAREN (JAARSLOT.DAT, GESCHREVEN DOOR JAARAFS)
00824C*-----------------------------------------------------------
00824D 01  WS-JSLOT-STATUS          PIC X(02) VALUE "00".
00824E 77  WS-JSL-COUNT             PIC 9(03) COMP VALUE ZERO.
00824F 77  WS-JSL-IDX               PIC 9(03) COMP VALUE ZERO.
00824G 01  WS-JSL-TABLE.
00824H     05  JSL-TAB-JAAR         PIC 9(04) OCCURS 50 TIMES.
00824I 01  WS-JSL-JAAR-X            PIC X(06).
00824J 01  WS-JAAR-DICHT-SW         PIC X VALUE "N".
00824K     88 INVOICE-YEAR-CLOSED   VALUE "Y".
00824L     88 INVOICE-YEAR-OPEN     VALUE "N".
00824M 77  WS-JAAR-DICHT-COUNT      PIC 9(07) COMP VALUE ZERO.
00824N*-----------------------------------------------------------
00824O* KREDIETTOETS - DE VOORLOOP TOTALISEERT ELKE KLANTFACTUUR EN
00824P* TOETST HEM TEGEN BLOKKADE EN LIMIET VAN DE KLANT; HET OPEN
00824Q* SALDO PER KLANT KOMT UIT OPENPOST.IDX EN LOOPT MET ELKE
00824R* DOORGELATEN FACTUUR OP. GEHOUDEN FACTUREN STAAN IN
00824S* WS-HOLD-TABLE VOOR DE HOOFDLOOP. DE SALDOTABEL HOUDT ALLEEN
00824T* DE KLANTEN DIE IN DEZE RUN VOORKOMEN.
00824U*-----------------------------------------------------------
00824V 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
00824W 01  WS-KREDEXC-STATUS        PIC X(02) VALUE "00".
00824X 01  WS-KREDEXC-OPEN-SW       PIC X VALUE "N".
00824Y     88 KREDEXC-OPEN          VALUE "Y".
00824Z 01  WS-OPEN-EOF              PIC X VALUE "N".
008250     88 OPEN-EOF              VALUE "Y".
008251     88 OPEN-NOT-EOF          VALUE "N".
008252 01  WS-OPENPOST-SW           PIC X VALUE "N".
008253     88 OPENPOST-AVAILABLE    VALUE "Y".
008254     88 OPENPOST-NOT-AVAILABLE VALUE "N".
008255 01  WS-PRE-LINE              PIC X(80).
008256 01  WS-PRE-INV-SW            PIC X VALUE "N".
008257     88 PRE-INV-OPEN          VALUE "Y".
008258     88 PRE-INV-NOT-OPEN      VALUE "N".
008259 01  WS-PRE-INVOICE           PIC X(10) VALUE SPACES.
00825A 01  WS-PRE-KLANT             PIC X(08) VALUE SPACES.
00825B 01  WS-PRE-VRIJGAVE          PIC X(12) VALUE SPACES.
00825C 01  WS-PRE-INV-INCL          PIC S9(09)V99 VALUE ZERO.
00825D 01  WS-PRE-PRICE             PIC S9(09)V99 VALUE ZERO.
00825E 01  WS-PRE-RATE              PIC 9(02)V99 VALUE ZERO.
00825F 01  WS-PRE-LINE-INCL         PIC S9(09)V99 VALUE ZERO.
00825G 77  WS-KRED-COUNT            PIC 9(03) COMP VALUE ZERO.
00825H 77  WS-KRED-MAX              PIC 9(03) COMP VALUE 500.
00825I 77  WS-KRED-IDX              PIC 9(03) COMP VALUE ZERO.
00825J 01  WS-KRED-TABLE.
00825K     05  WS-KRED-ENTRY OCCURS 500 TIMES.
00825L         10  KRD-KLANT        PIC X(08).
00825M         10  KRD-SALDO        PIC S9(09)V99.
00825N 01  WS-KRED-FULL-SW          PIC X VALUE "N".
00825O     88 KRED-TABLE-FULL       VALUE "Y".
00825P 01  WS-KRED-KLANT            PIC X(08) VALUE SPACES.
00825Q 01  WS-KRED-SALDO            PIC S9(09)V99 VALUE ZERO.
00825R 01  WS-KRED-NIEUW            PIC S9(09)V99 VALUE ZERO.
00825S 01  WS-KRED-REDEN            PIC X(01) VALUE SPACE.
00825T 77  WS-KRED-HOLD-COUNT       PIC 9(07) COMP VALUE ZERO.
00825U 77  WS-KRED-HOLD-LINES       PIC 9(07) COMP VALUE ZERO.
00825V 77  WS-KRED-REL-COUNT        PIC 9(07) COMP VALUE ZERO.
00825W 77  WS-HOLD-COUNT            PIC 9(03) COMP VALUE ZERO.
00825X 77  WS-HOLD-MAX              PIC 9(03) COMP VALUE 500.
00825Y 77  WS-HOLD-IDX              PIC 9(03) COMP VALUE ZERO.
00825Z 01  WS-HOLD-TABLE.
008260     05  HLD-INVOICE          PIC X(10) OCCURS 500 TIMES.
008261 01  WS-INV-HELD-SW           PIC X VALUE "N".
008262     88 INVOICE-HELD          VALUE "Y".
008263     88 INVOICE-NOT-HELD      VALUE "N".
008264     COPY "KREDEXC.CPY".
008265 01  KHLD-DETAIL-LINE.
008266     05  KHLD-INVOICE         PIC X(10).
008267     05  FILLER               PIC X(01) VALUE ",".
008268     05  KHLD-KLANT           PIC X(08).
008269     05  FILLER               PIC X(01) VALUE ",".
00826A     05  KHLD-REDEN           PIC X(01).
00826B
00826C*-----------------------------------------------------------
00826D* OPERATOR AUTHORITY TABLE, LOADED FROM OPERAUTH.DAT - WHO
00826K* MAY RELEASE A CREDIT-HELD INVOICE (NIVEAU 2 OR HIGHER)
00826L*-----------------------------------------------------------
00826M 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
00826N 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
00826O 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
00826P 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
00826Q 01  WS-AUTH-EOF              PIC X VALUE "N".
00826R     88 AUTH-EOF              VALUE "Y".
00826S     88 AUTH-NOT-EOF          VALUE "N".
00826T 01  WS-AUTH-TABLE.
00826U     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
00826V         10  AUTH-OPERATOR    PIC X(08).
00826W         10  AUTH-NIVEAU      PIC 9(02).
00826X 01  WS-AUTH-OPER-X           PIC X(10).
00826Y 01  WS-AUTH-NIVEAU-X         PIC X(04).
00826Z 01  WS-GRANTOR-ID            PIC X(08) VALUE SPACES.
008270 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
008271 01  WS-AUTH-OK-SW            PIC X VALUE "N".
008272     88 AUTHORITY-OK          VALUE "Y".
008273     88 AUTHORITY-NOT-OK      VALUE "N".
008279
00827F 01  PRD-TOTAL-LINE.
00827L     05  FILLER               PIC X(02) VALUE "T,".
00827R     05  PRD-T-DATE           PIC 9(08).
008280     05  FILLER               PIC X(01) VALUE ",".
008290     05  PRD-T-SEQ            PIC 9(06).
008300     05  FILLER               PIC X(01) VALUE ",".
00847D     05  PRD-D-BTWNR          PIC X(14).
00847E     05  FILLER               PIC X(01) VALUE ",".
00847F     05  PRD-D-REDEN          PIC X(08).
0084EK
0084LP*-----------------------------------------------------------
0084SU* BATCH REPORT LAYOUTS
008500*-----------------------------------------------------------
008600 01  BOUT-HEADING-1.
008700     05  FILLER               PIC X(30)
010930     05  FILLER               PIC X(21)
010940                              VALUE "REGELS AFGEKEURD   : ".
010950     05  BOUT-TRL-REJ-COUNT   PIC ZZZ,ZZ9.
010951 01  BOUT-TRAILER-LINE-3.
010952     05  FILLER               PIC X(21)
010953                              VALUE "FACTUREN KREDIETSTOP:".
010954     05  BOUT-TRL-KRED-COUNT  PIC ZZZ,ZZ9.
010955     05  FILLER               PIC X(16)
010956                              VALUE "  VRIJGEGEVEN : ".
010957     05  BOUT-TRL-REL-COUNT   PIC ZZZ,ZZ9.
010958
010959 01  BOUT-TRAILER-LINE-4.
01095A     05  FILLER               PIC X(21)
01095B                              VALUE "CORRECTIE GESL. KWRT:".
01095C     05  BOUT-TRL-CORR-COUNT  PIC ZZZ,ZZ9.
01095D     05  FILLER               PIC X(26)
01095E                              VALUE " REGEL(S) NAAR BTWCORR.DAT".
010960
010970 01  BOUT-INVALID-LINE.
010980     05  FILLER               PIC X(20)
010998     05  FILLER               PIC X(20)
010999                              VALUE "Z-TARIEF GEWEIGERD: ".
01099A     05  BZRJ-DET-LINE        PIC X(80).
01099B 01  BOUT-KREDIET-LINE.
01099C     05  FILLER               PIC X(20)
01099D                              VALUE "KREDIETSTOP: ".
01099E     05  BKRD-DET-LINE        PIC X(80).
01099F 01  BOUT-JAARDICHT-LINE.
01099G     05  FILLER               PIC X(20)
01099H                              VALUE "JAAR AFGESLOTEN: ".
01099I     05  BJDT-DET-LINE        PIC X(80).
011000
011001*-----------------------------------------------------------
011002* INVOICE REGISTER LAYOUTS (BTWREG.DAT)
011003*-----------------------------------------------------------
011006 01  BREG-HEADING-1.
011009     05  FILLER               PIC X(30)
01100C          VALUE "FACTUURREGISTER BTW BATCH".
01100F     05  FILLER               PIC X(07) VALUE "  ADM: ".
01100I     05  BREG-HDG-ADMIN       PIC X(04).
01100L
01100O 01  BREG-HEADING-2.
01100R     05  FILLER               PIC X(11) VALUE "FACTUUR".
01100U     05  FILLER               PIC X(11) VALUE "KLANT".
01100X     05  FILLER               PIC X(10) VALUE "DATUM".
011010     05  FILLER               PIC X(15) VALUE "     EXCL. BTW".
011013     05  FILLER               PIC X(15) VALUE "    BTW BEDRAG".
011016     05  FILLER               PIC X(15) VALUE "     INCL. BTW".
011019     05  FILLER               PIC X(01) VALUE SPACE.
01101C     05  FILLER               PIC X(09) VALUE "KLANTNAAM".
01101F
01101I 01  BREG-DETAIL-LINE.
01101L     05  BREG-DET-INVOICE     PIC X(10).
01101O     05  FILLER               PIC X(01) VALUE SPACE.
01101R     05  BREG-DET-KLANT       PIC X(10).
011020     05  FILLER               PIC X(01) VALUE SPACE.
011021     05  BREG-DET-DATE        PIC X(08).
011022     05  FILLER               PIC X(01) VALUE SPACE.
011023     05  BREG-DET-EXCL        PIC ---,---,--9.99.
011024     05  FILLER               PIC X(01) VALUE SPACE.
011025     05  BREG-DET-VAT         PIC ---,---,--9.99.
011029     05  FILLER               PIC X(01) VALUE SPACE.
01102D     05  BREG-DET-INCL        PIC ---,---,--9.99.
01102H     05  FILLER               PIC X(01) VALUE SPACE.
01102L     05  BREG-DET-KLANTNAAM   PIC X(20).
01102P
01102T 01  BREG-TRAILER-LINE.
011030     05  FILLER               PIC X(21)
011031                              VALUE "FACTUREN VERWERKT  : ".
011032     05  BREG-TRL-COUNT       PIC ZZZ,ZZ9.
012460         SET BRIDGE-MODE TO TRUE
012470         DISPLAY "MATH: BTWBRDG.DAT AANWEZIG - PRIJZEN "
012480                 "DIRECT UIT DE MARGE-STAP"
012481         PERFORM 2500-PREVALIDATE-BRIDGE THRU 2500-EXIT
012482         IF RETURN-CODE = 8
012483             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
012484             STOP RUN
012485         END-IF
012486         PERFORM 2520-PREVALIDATE-VKFACT THRU 2520-EXIT
012487         IF RETURN-CODE = 8
012488             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
012489             STOP RUN
01248A         END-IF
01248B         PERFORM 2550-CHECK-QUARTER-LOCK THRU 2550-EXIT
01248C         IF RETURN-CODE = 8
01248D             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
01248E             STOP RUN
01248F         END-IF
01248G         PERFORM 2700-CREDIT-PREPASS THRU 2700-EXIT
01248H         IF RETURN-CODE = 8
01248I             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
01248J             STOP RUN
01248R         END-IF
012490         PERFORM 3000-BATCH-MODE THRU 3000-EXIT
012491         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
012493         PERFORM 9100-WRITE-CONTROL-TOTAL THRU 9100-EXIT
012500     OPEN INPUT BTW-IN-FILE
012600     IF WS-BTWIN-STATUS = "00"
012700         CLOSE BTW-IN-FILE
012702         PERFORM 2520-PREVALIDATE-VKFACT THRU 2520-EXIT
012704         IF RETURN-CODE NOT = 8
012706             PERFORM 2550-CHECK-QUARTER-LOCK THRU 2550-EXIT
012708         END-IF
01270A         IF RETURN-CODE NOT = 8
01270E             PERFORM 2700-CREDIT-PREPASS THRU 2700-EXIT
01270F         END-IF
0127I7         IF RETURN-CODE NOT = 8
012800             PERFORM 3000-BATCH-MODE THRU 3000-EXIT
0128I0         END-IF
012900     ELSE
012910         IF WS-BTWIN-STATUS = "35"
012911                 AND WS-RUNSEQ-ENV-X = SPACES
01335G         DISPLAY "MATH: RUN DATE OVERGENOMEN UIT RUNDATE - "
01335H                 RUNHDR-RUN-DATE
01335I     END-IF
01335J
01335K     DISPLAY "PROEFRUN" UPON ENVIRONMENT-NAME
01335L     ACCEPT WS-PROEF-ENV-X FROM ENVIRONMENT-VALUE
01335M     IF WS-PROEF-ENV-X (1:1) = "J"
01335N             OR WS-PROEF-ENV-X (1:1) = "j"
01335O         SET PROEF-MODE TO TRUE
01335P         DISPLAY "MATH: *** PROEFRUN - GEEN BIJWERKING ***"
01335Q     END-IF
01335R     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
01335S     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
01335T     IF WS-ADMIN-ENV-X NOT = SPACES
01335U         MOVE FUNCTION UPPER-CASE(FUNCTION
01335V             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
01335W     END-IF
013361     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
013362     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
013363     IF WS-RUNSEQ-ENV-X NOT = SPACES
0135E8 1080-EXIT.
0135E9     EXIT.
0135F0
0135FU*-----------------------------------------------------------
0135GO* 1050-LOAD-PARMS - READ PARMS.DAT FOR THE THREE BTW RATES.
0135HI*                   WHEN NO PARMS FILE IS PRESENT THE
0135IC*                   HARDCODED DEFAULTS IN PARMCFG.CPY ARE
0135J6*                   LEFT UNCHANGED.
0135K0*-----------------------------------------------------------
0135KU 1050-LOAD-PARMS.
0135LO     OPEN INPUT PARM-FILE
0135MI     IF WS-PARM-STATUS = "00"
0135NC         READ PARM-FILE
0135O6             NOT AT END
0135P0                 PERFORM 1060-PARSE-PARMS THRU 1060-EXIT
0135PU         END-READ
0135QO         CLOSE PARM-FILE
0135RI     END-IF.
0135SC 1050-EXIT.
0135T6     EXIT.
0135U0
0135UU*-----------------------------------------------------------
0135VO* 1060-PARSE-PARMS - UNSTRING THE COMMA-DELIMITED PARM-LINE
0135WI*                    INTO PARM-RECORD, KEEPING THE COPYBOOK
0135XC*                    DEFAULT FOR ANY FIELD THAT IS BLANK OR
0135Y6*                    NON-NUMERIC.
0135Z0*-----------------------------------------------------------
013600 1060-PARSE-PARMS.
013601     MOVE SPACES TO WS-PARM-FILE-X WS-PARM-VATHI-X
013602                    WS-PARM-VATLO-X WS-PARM-VATZR-X
013620 1060-EXIT.
013621     EXIT.
013622
01362A*-----------------------------------------------------------
01362B* 1090-LOAD-AUTHORITY - LOAD THE OPERATOR AUTHORITY FILE. NO
01362C*                  FILE MEANS NO CREDIT RELEASE CAN SUCCEED.
01362D*-----------------------------------------------------------
01362E 1090-LOAD-AUTHORITY.
01362F     MOVE ZERO TO WS-AUTH-COUNT
01362G     OPEN INPUT OPER-AUTH-FILE
01362H     IF WS-OPERAUTH-STATUS NOT = "00"
01362I         DISPLAY "MATH: GEEN OPERAUTH.DAT - KREDIETVRIJGAVE "
01362J                 "IS UITGESCHAKELD"
01362K         GO TO 1090-EXIT
01362L     END-IF
01362M     SET AUTH-NOT-EOF TO TRUE
01362N     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
01362O         READ OPER-AUTH-FILE
01362P             AT END
01362Q                 SET AUTH-EOF TO TRUE
01362R             NOT AT END
01362S                 PERFORM 1091-LOAD-ONE-AUTH THRU 1091-EXIT
01362T         END-READ
01362U     END-PERFORM
01362V     CLOSE OPER-AUTH-FILE.
01362W 1090-EXIT.
01362X     EXIT.
01362Y
01362Z 1091-LOAD-ONE-AUTH.
013630     IF OPER-AUTH-LINE = SPACES
013631         GO TO 1091-EXIT
013632     END-IF
013633     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
013634     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
013635         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
013636     END-UNSTRING
013637     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
013638         DISPLAY "WARNING: ONGELDIGE AUTORISATIEREGEL "
013639                 "GENEGEERD: " FUNCTION TRIM(OPER-AUTH-LINE)
01363A         GO TO 1091-EXIT
01363B     END-IF
01363C     ADD 1 TO WS-AUTH-COUNT
01363D     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
01363E         TO AUTH-OPERATOR (WS-AUTH-COUNT)
01363F     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
01363G         TO AUTH-NIVEAU (WS-AUTH-COUNT).
01363H 1091-EXIT.
01363I     EXIT.
0136BM*-----------------------------------------------------------
0136JQ* 2000-INTERACTIVE-MODE - ORIGINAL SINGLE-INVOICE PROMPT
0136RU*-----------------------------------------------------------
013700 2000-INTERACTIVE-MODE.
013800     DISPLAY "Enter the price before VAT: "
013900     DISPLAY "Decimal separator is a point, e.g. 100.00"
015341     IF WS-PRE-EXPECTED NOT = WS-PRE-DETAIL-COUNT
015342         DISPLAY "ERROR: BTWBRDG.DAT TRAILER MELDT "
015343                 WS-PRE-EXPECTED " REGEL(S), GETELD "
01534B                 WS-PRE-DETAIL-COUNT " - STAP GESTOPT"
01534J         MOVE 8 TO RETURN-CODE
01534R     END-IF.
01534S 2500-EXIT.
01534T     EXIT.
01534U
01534V*-----------------------------------------------------------
01534W* 2520-PREVALIDATE-VKFACT - VKFACT.DAT GROEIT MET ELKE RUN VAN
01534X*                  VKLEVER OF OFFERTE; ELK DEEL EINDIGT OP
01534Y*                  "T,AANTAL". ELK AANTAL MOET KLOPPEN EN NA
01534Z*                  DE LAATSTE T MAG NIETS MEER STAAN, ANDERS
015350*                  IS EEN OVERDRACHT ONVOLLEDIG (RC 8) - NOG
015351*                  VOOR ER IETS GEPRIJSD OF GEBOEKT WORDT.
015352*                  GEEN BESTAND BETEKENT GEEN FACTUREN.
015353*-----------------------------------------------------------
015354 2520-PREVALIDATE-VKFACT.
015355     SET VKFACT-ABSENT TO TRUE
015356     OPEN INPUT VK-FACT-FILE
015357     IF WS-VKFACT-STATUS NOT = "00"
015358         GO TO 2520-EXIT
015359     END-IF
01535A     SET VKFACT-PRESENT TO TRUE
01535B     MOVE ZERO TO WS-VKF-SEG-COUNT WS-VKF-SEG-NR
01535C     SET VKF-SEG-CLOSED TO TRUE
01535D     SET VKF-NOT-EOF TO TRUE
01535E     PERFORM UNTIL VKF-EOF
01535F         READ VK-FACT-FILE
01535G             AT END
01535H                 SET VKF-EOF TO TRUE
01535I             NOT AT END
01535J                 PERFORM 2620-PRECOUNT-VKFACT-LINE THRU 2620-EXIT
01535K         END-READ
01535L     END-PERFORM
01535M     CLOSE VK-FACT-FILE
01535N     IF VKF-SEG-OPEN
01535O         DISPLAY "ERROR: VKFACT.DAT EINDIGT ZONDER T-TRAILER - "
01535P                 "ONVOLLEDIGE OVERDRACHT, STAP GESTOPT"
01535Q         MOVE 8 TO RETURN-CODE
01535R         GO TO 2520-EXIT
01535S     END-IF
01535T     IF VKF-SEG-BAD
01535U         MOVE 8 TO RETURN-CODE
01535V         GO TO 2520-EXIT
01535W     END-IF
01535X     DISPLAY "MATH: VKFACT.DAT AANWEZIG - " WS-VKF-SEG-NR
01535Y             " DEEL/DELEN NA DE HOOFDINVOER".
01535Z 2520-EXIT.
015360     EXIT.
015361
015362*-----------------------------------------------------------
015363* 2550-CHECK-QUARTER-LOCK - IS DE RUN-DATUM IN EEN KWARTAAL
015364*                  DAT BTWQTR AL IN BTWSLOT.DAT HEEFT
015365*                  GESLOTEN? ZO JA: RC 8, GEEN REGEL GEPRIJSD
015366*                  EN GEEN PERIODE-RECORD GESCHREVEN.
015367*-----------------------------------------------------------
015368 2550-CHECK-QUARTER-LOCK.
015369     SET QUARTER-OPEN TO TRUE
01536A     PERFORM 2570-CHECK-YEAR-LOCK THRU 2570-EXIT
01536B     OPEN INPUT QUARTER-LOCK-FILE
01536C     IF WS-SLOT-STATUS NOT = "00"
01536D         GO TO 2550-EXIT
01536E     END-IF
01536F     COMPUTE WS-RUN-JAAR = RUNHDR-RUN-DATE / 10000
01536G     COMPUTE WS-RUN-MAAND =
01536H         FUNCTION MOD(RUNHDR-RUN-DATE, 10000) / 100
01536I     COMPUTE WS-RUN-KW = (WS-RUN-MAAND + 2) / 3
01536J     SET SLOT-NOT-EOF TO TRUE
01536K     PERFORM UNTIL SLOT-EOF
01536L         READ QUARTER-LOCK-FILE
01536M             AT END
01536N                 SET SLOT-EOF TO TRUE
01536O             NOT AT END
01536P                 PERFORM 2560-ONE-LOCK-RECORD THRU 2560-EXIT
01536Q         END-READ
01536R     END-PERFORM
01536S     CLOSE QUARTER-LOCK-FILE
01536T     IF QUARTER-CLOSED
01536U         DISPLAY "ERROR: RUN-DATUM " RUNHDR-RUN-DATE
01536V                 " VALT IN EEN GESLOTEN BTW-KWARTAAL ("
01536W                 WS-RUN-JAAR " KW" WS-RUN-KW ") - STAP "
01536X                 "GESTOPT"
01536Y         MOVE 8 TO RETURN-CODE
01536Z     END-IF.
015370 2550-EXIT.
015371     EXIT.
015372
015373 2560-ONE-LOCK-RECORD.
015374     IF QUARTER-LOCK-LINE = SPACES
015375         GO TO 2560-EXIT
015376     END-IF
015377     MOVE SPACES TO WS-SLOT-JAAR-X WS-SLOT-KW-X
015378     UNSTRING QUARTER-LOCK-LINE DELIMITED BY ","
015379         INTO WS-SLOT-JAAR-X WS-SLOT-KW-X
01537A     END-UNSTRING
01537B     IF FUNCTION TRIM(WS-SLOT-JAAR-X) IS NUMERIC
01537C         AND WS-SLOT-KW-X (1:1) IS NUMERIC
01537D         IF WS-CLOSED-COUNT < 80
01537E             ADD 1 TO WS-CLOSED-COUNT
01537F             MOVE FUNCTION NUMVAL(WS-SLOT-JAAR-X)
01537G                 TO CLS-JAAR (WS-CLOSED-COUNT)
01537H             MOVE FUNCTION NUMVAL(WS-SLOT-KW-X (1:1))
01537I                 TO CLS-KW (WS-CLOSED-COUNT)
01537J         END-IF
01537K         IF FUNCTION NUMVAL(WS-SLOT-JAAR-X) = WS-RUN-JAAR
01537L             AND FUNCTION NUMVAL(WS-SLOT-KW-X (1:1))
01537M                 = WS-RUN-KW
01537N             SET QUARTER-CLOSED TO TRUE
01537O         END-IF
01537P     END-IF.
01537Q 2560-EXIT.
01537R     EXIT.
01537S
0153A1*-----------------------------------------------------------
0153A2* 2570-CHECK-YEAR-LOCK - DE AFGESLOTEN BOEKJAREN UIT
0153A3*                  JAARSLOT.DAT IN DE TABEL. VALT DE RUN-
0153A4*                  DATUM IN ZO'N JAAR, DAN RC 8.
0153A5*-----------------------------------------------------------
0153A6 2570-CHECK-YEAR-LOCK.
0153A7     MOVE ZERO TO WS-JSL-COUNT
0153A8     OPEN INPUT YEAR-LOCK-FILE
0153A9     IF WS-JSLOT-STATUS NOT = "00"
0153AA         GO TO 2570-EXIT
0153AB     END-IF
0153AC     SET SLOT-NOT-EOF TO TRUE
0153AD     PERFORM UNTIL SLOT-EOF
0153AE         READ YEAR-LOCK-FILE
0153AF             AT END
0153AG                 SET SLOT-EOF TO TRUE
0153AH             NOT AT END
0153AI                 MOVE SPACES TO WS-JSL-JAAR-X
0153AJ                 UNSTRING YEAR-LOCK-LINE DELIMITED BY ","
0153AK                     INTO WS-JSL-JAAR-X
0153AL                 END-UNSTRING
0153AM                 IF FUNCTION TRIM(WS-JSL-JAAR-X) IS NUMERIC
0153AN                     AND WS-JSL-COUNT < 50
0153AO                     ADD 1 TO WS-JSL-COUNT
0153AP                     MOVE FUNCTION NUMVAL(WS-JSL-JAAR-X)
0153AQ                         TO JSL-TAB-JAAR (WS-JSL-COUNT)
0153AR                 END-IF
0153AS         END-READ
0153AT     END-PERFORM
0153AU     CLOSE YEAR-LOCK-FILE
0153AV     COMPUTE WS-RUN-JAAR = RUNHDR-RUN-DATE / 10000
0153AW     PERFORM VARYING WS-JSL-IDX FROM 1 BY 1
0153AX         UNTIL WS-JSL-IDX > WS-JSL-COUNT
0153AY         IF JSL-TAB-JAAR (WS-JSL-IDX) = WS-RUN-JAAR
0153AZ             DISPLAY "ERROR: RUN-DATUM " RUNHDR-RUN-DATE
0153B1                     " VALT IN AFGESLOTEN BOEKJAAR "
0153B2                     WS-RUN-JAAR " (JAARSLOT.DAT) - STAP "
0153B3                     "GESTOPT"
0153B4             MOVE 8 TO RETURN-CODE
0153B5         END-IF
0153B6     END-PERFORM.
0153B7 2570-EXIT.
0153B8     EXIT.
0153C3
0153CY 2600-PRECOUNT-ONE-LINE.
0153DT     IF BRIDGE-LINE = SPACES
0153EO         GO TO 2600-EXIT
0153FJ     END-IF
0153GE     MOVE SPACES TO WS-IN-FLD1-X WS-IN-FLD2-X
0153H9     UNSTRING BRIDGE-LINE DELIMITED BY ","
0153I4         INTO WS-IN-FLD1-X WS-IN-FLD2-X
0153IZ     END-UNSTRING
0153JU     EVALUATE FUNCTION TRIM(WS-IN-FLD1-X)
0153KP         WHEN "I"
0153LK         WHEN "i"
0153MF             CONTINUE
0153NA         WHEN "T"
0153O5         WHEN "t"
0153P0             SET PRE-TRAILER-SEEN TO TRUE
0153PV             IF FUNCTION TEST-NUMVAL(FUNCTION
0153QQ                     TRIM(WS-IN-FLD2-X)) = 0
0153RL                 MOVE FUNCTION NUMVAL(FUNCTION
0153SG                     TRIM(WS-IN-FLD2-X))
0153TB                     TO WS-PRE-EXPECTED
0153U6             END-IF
0153V1         WHEN OTHER
0153VW             ADD 1 TO WS-PRE-DETAIL-COUNT
0153WR     END-EVALUATE.
0153XM 2600-EXIT.
0153YH     EXIT.
0153YI
0153YJ 2620-PRECOUNT-VKFACT-LINE.
0153YK     IF VK-FACT-LINE = SPACES
0153YL         GO TO 2620-EXIT
0153YM     END-IF
0153YN     SET VKF-SEG-OPEN TO TRUE
0153YO     MOVE SPACES TO WS-IN-FLD1-X WS-IN-FLD2-X
0153YP     UNSTRING VK-FACT-LINE DELIMITED BY ","
0153YQ         INTO WS-IN-FLD1-X WS-IN-FLD2-X
0153YR     END-UNSTRING
0153YS     EVALUATE FUNCTION TRIM(WS-IN-FLD1-X)
0153YT         WHEN "I"
0153YU         WHEN "i"
0153YV             CONTINUE
0153YW         WHEN "T"
0153YX         WHEN "t"
0153YY             ADD 1 TO WS-VKF-SEG-NR
0153YZ             MOVE ZERO TO WS-VKF-SEG-EXPECTED
0153Z0             IF FUNCTION TEST-NUMVAL(FUNCTION
0153Z1                     TRIM(WS-IN-FLD2-X)) = 0
0153Z2                 MOVE FUNCTION NUMVAL(FUNCTION
0153Z3                     TRIM(WS-IN-FLD2-X))
0153Z4                     TO WS-VKF-SEG-EXPECTED
0153Z5             END-IF
0153Z6             IF WS-VKF-SEG-EXPECTED NOT = WS-VKF-SEG-COUNT
0153Z7                 DISPLAY "ERROR: VKFACT.DAT DEEL " WS-VKF-SEG-NR
0153Z8                         " MELDT " WS-VKF-SEG-EXPECTED
0153Z9                         " REGEL(S), GETELD " WS-VKF-SEG-COUNT
0153ZA                         " - STAP GESTOPT"
0153ZB                 SET VKF-SEG-BAD TO TRUE
0153ZC             END-IF
0153ZD             MOVE ZERO TO WS-VKF-SEG-COUNT
0153ZE             SET VKF-SEG-CLOSED TO TRUE
0153ZF         WHEN OTHER
0153ZG             ADD 1 TO WS-VKF-SEG-COUNT
0153ZH     END-EVALUATE.
0153ZI 2620-EXIT.
0153ZJ     EXIT.
0153ZK
0153ZL*-----------------------------------------------------------
0153ZM* 2700-CREDIT-PREPASS - LEES DE INVOER EEN KEER VOORUIT EN
0153ZN*                  TOTALISEER ELKE KLANTFACTUUR INCL. BTW. EEN
0153ZO*                  FACTUUR VAN EEN GEBLOKKEERDE KLANT, OF DIE
0153ZP*                  HET OPEN SALDO BOVEN DE KREDIETLIMIET TILT,
0153ZQ*                  WORDT GEHOUDEN TENZIJ VELD 5 VAN DE KOP EEN
0153ZR*                  NIVEAU-2 OPERATOR NOEMT. KREDHOLD.DAT WORDT
0153ZS*                  ALTIJD OPNIEUW AANGEMAAKT ZODAT FACTPRT
0153ZT*                  NOOIT EEN OUDE LIJST LEEST. ZONDER
0153ZU*                  KLANTMST.IDX WORDT NIETS GEHOUDEN.
01540K*-----------------------------------------------------------
01540L 2700-CREDIT-PREPASS.
01540M     MOVE ZERO TO WS-HOLD-COUNT
01540N     OPEN OUTPUT KRED-HOLD-FILE
01540O     OPEN INPUT KLANT-MASTER
01540P     IF WS-KLANTMST-STATUS NOT = "00"
01540Q         CLOSE KRED-HOLD-FILE
01540R         GO TO 2700-EXIT
01540S     END-IF
01540T     PERFORM 1090-LOAD-AUTHORITY THRU 1090-EXIT
01540U     PERFORM 2710-OPEN-EXPOSURE THRU 2710-EXIT
01540V     SET PRE-INV-NOT-OPEN TO TRUE
01540W     IF BRIDGE-MODE
01540X         OPEN INPUT BRIDGE-FILE
01540Y     ELSE
01540Z         OPEN INPUT BTW-IN-FILE
015410     END-IF
015411     SET PRE-NOT-EOF TO TRUE
015412     PERFORM UNTIL PRE-EOF
015413         IF BRIDGE-MODE
015414             READ BRIDGE-FILE INTO WS-PRE-LINE
015415                 AT END
015416                     SET PRE-EOF TO TRUE
015417                 NOT AT END
015418                     PERFORM 2720-PREPASS-ONE-LINE THRU 2720-EXIT
015419             END-READ
01541A         ELSE
01541B             READ BTW-IN-FILE INTO WS-PRE-LINE
01541T                 AT END
01541U                     SET PRE-EOF TO TRUE
01541V                 NOT AT END
01541W                     PERFORM 2720-PREPASS-ONE-LINE THRU 2720-EXIT
01541X             END-READ
01541Y         END-IF
01541Z     END-PERFORM
015420     IF VKFACT-PRESENT AND RETURN-CODE NOT = 8
015421         PERFORM 2750-PREPASS-VKFACT THRU 2750-EXIT
015422     END-IF
015423     PERFORM 2730-END-PRE-INVOICE THRU 2730-EXIT
015424     IF BRIDGE-MODE
015425         CLOSE BRIDGE-FILE
015426     ELSE
015427         CLOSE BTW-IN-FILE
015428     END-IF
015429     CLOSE KLANT-MASTER KRED-HOLD-FILE
01542A     IF OPENPOST-AVAILABLE
01542B         CLOSE OPEN-ITEMS-FILE
01542C         SET OPENPOST-NOT-AVAILABLE TO TRUE
01542D     END-IF
01542E     IF KREDEXC-OPEN
01542F         CLOSE KRED-EXC-FILE
01542G     END-IF
01542H     IF WS-KRED-HOLD-COUNT > ZERO OR WS-KRED-REL-COUNT > ZERO
01542I         DISPLAY "MATH KREDIETTOETS - " WS-KRED-HOLD-COUNT
01542J                 " FACTUUR(EN) GEHOUDEN, " WS-KRED-REL-COUNT
01542K                 " VRIJGEGEVEN"
01542L     END-IF.
01542M 2700-EXIT.
01542N     EXIT.
01542O
01542P*-----------------------------------------------------------
01542Q* 2710-OPEN-EXPOSURE - OPENPOST.IDX ZOALS DEBITEUR HET
01542R*                  ACHTERLIET, OPEN VOOR DE VOORLOOP; HET SALDO
01542S*                  WORDT PER KLANT OP SLEUTEL GELEZEN.
01542T*                  GEEN BESTAND BETEKENT NIETS OPEN.
01542U*-----------------------------------------------------------
01542V 2710-OPEN-EXPOSURE.
01542W     MOVE ZERO TO WS-KRED-COUNT
01542X     OPEN INPUT OPEN-ITEMS-FILE
01542Y     IF WS-OPENPOST-STATUS = "00"
01542Z         SET OPENPOST-AVAILABLE TO TRUE
015430     ELSE
015431         SET OPENPOST-NOT-AVAILABLE TO TRUE
015432     END-IF.
015433 2710-EXIT.
015434     EXIT.
015435
015436*-----------------------------------------------------------
015437* 2720-PREPASS-ONE-LINE - EEN I-KOP SLUIT DE VORIGE FACTUUR
015438*                  AF EN OPENT DE VOLGENDE; D/C EN KALE
015439*                  REGELS TELLEN MET HUN TARIEF OP IN HET
01543A*                  FACTUURTOTAAL INCL. BTW.
01543B*-----------------------------------------------------------
01543C 2720-PREPASS-ONE-LINE.
01543D     MOVE SPACES TO WS-IN-FLD1-X WS-IN-FLD2-X
01543E                    WS-IN-FLD3-X WS-IN-FLD4-X WS-IN-FLD5-X
01543F     UNSTRING WS-PRE-LINE DELIMITED BY ","
01543G         INTO WS-IN-FLD1-X WS-IN-FLD2-X
01543H              WS-IN-FLD3-X WS-IN-FLD4-X WS-IN-FLD5-X
01543I     END-UNSTRING
01543J     EVALUATE FUNCTION TRIM(WS-IN-FLD1-X)
01543K         WHEN "I"
01543L         WHEN "i"
01543M             PERFORM 2730-END-PRE-INVOICE THRU 2730-EXIT
01543N             MOVE FUNCTION TRIM(WS-IN-FLD2-X) TO WS-PRE-INVOICE
01543O             MOVE FUNCTION TRIM(WS-IN-FLD3-X) TO WS-PRE-KLANT
01543P             MOVE FUNCTION TRIM(WS-IN-FLD5-X) TO WS-PRE-VRIJGAVE
01543Q             MOVE ZERO TO WS-PRE-INV-INCL
01543R             SET PRE-INV-OPEN TO TRUE
01543S         WHEN "D"
01543T         WHEN "d"
01543U             MOVE WS-IN-FLD2-X TO WS-IN-PRICE-X
01543V             MOVE WS-IN-FLD3-X TO WS-IN-RATE-X
01543W             PERFORM 2740-ADD-PRE-LINE THRU 2740-EXIT
01543X         WHEN "C"
01543Y         WHEN "c"
01543Z             MOVE WS-IN-FLD2-X TO WS-IN-PRICE-X
015440             MOVE WS-IN-FLD3-X TO WS-IN-RATE-X
015441             PERFORM 2740-ADD-PRE-LINE THRU 2740-EXIT
015442             COMPUTE WS-PRE-INV-INCL = WS-PRE-INV-INCL
015443                 - WS-PRE-LINE-INCL - WS-PRE-LINE-INCL
015444         WHEN "T"
015445         WHEN "t"
015446             CONTINUE
015447         WHEN OTHER
015448             MOVE WS-IN-FLD1-X TO WS-IN-PRICE-X
015449             MOVE WS-IN-FLD2-X TO WS-IN-RATE-X
01544A             PERFORM 2740-ADD-PRE-LINE THRU 2740-EXIT
01544B     END-EVALUATE.
01544C 2720-EXIT.
01544D     EXIT.
01544E
01544F*-----------------------------------------------------------
01544G* 2730-END-PRE-INVOICE - DE KREDIETBESLISSING VOOR DE FACTUUR
01544H*                  DIE DE VOORLOOP NET HEEFT GETOTALISEERD. EEN
01544I*                  CREDITNOTA (TOTAAL NIET POSITIEF) VERLAAGT
01544J*                  HET SALDO EN WORDT NOOIT GEHOUDEN.
01544K*-----------------------------------------------------------
01544L 2730-END-PRE-INVOICE.
01544M     IF PRE-INV-NOT-OPEN
01544N         GO TO 2730-EXIT
01544O     END-IF
01544P     SET PRE-INV-NOT-OPEN TO TRUE
01544Q     IF WS-PRE-KLANT = SPACES
01544R         GO TO 2730-EXIT
01544S     END-IF
01544T     MOVE WS-PRE-KLANT TO KLA-NUMMER
01544U     READ KLANT-MASTER
01544V         INVALID KEY
01544W             GO TO 2730-EXIT
01544X     END-READ
01544Y     MOVE WS-PRE-KLANT TO WS-KRED-KLANT
01544Z     PERFORM 2880-FIND-EXPOSURE THRU 2880-EXIT
015450     IF KRED-TABLE-FULL
015451         DISPLAY "ERROR: MEER DAN " WS-KRED-MAX
015452                 " KLANTEN IN DE KREDIETTABEL - STAP GESTOPT"
015453         MOVE 8 TO RETURN-CODE
015454         SET PRE-EOF TO TRUE
015455         GO TO 2730-EXIT
015456     END-IF
015457     COMPUTE WS-KRED-NIEUW = WS-KRED-SALDO + WS-PRE-INV-INCL
015458     MOVE SPACE TO WS-KRED-REDEN
015459     IF WS-PRE-INV-INCL > ZERO
01545A         IF KLA-GEBLOKKEERD
01545B             MOVE "B" TO WS-KRED-REDEN
01545C         ELSE
01545D             IF KLA-KREDIETLIMIET > ZERO
01545E                 AND WS-KRED-NIEUW > KLA-KREDIETLIMIET
01545F                 MOVE "L" TO WS-KRED-REDEN
01545G             END-IF
01545H         END-IF
01545I     END-IF
01545J     IF WS-KRED-REDEN = SPACE
01545K         PERFORM 2885-ADD-EXPOSURE THRU 2885-EXIT
01545L         GO TO 2730-EXIT
01545M     END-IF
01545N     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRE-VRIJGAVE))
01545O         TO WS-GRANTOR-ID
01545P     IF WS-GRANTOR-ID = "J" OR WS-GRANTOR-ID = "Y"
01545Q         MOVE FUNCTION UPPER-CASE(FUNCTION
01545R             TRIM(RUNHDR-OPERATOR-ID)) TO WS-GRANTOR-ID
01545S     END-IF
01545T     PERFORM 2860-CHECK-AUTHORITY THRU 2860-EXIT
01545U     IF AUTHORITY-OK
01545V         MOVE "V" TO KEXC-STATUS
01545W         MOVE WS-GRANTOR-ID TO KEXC-GRANTOR
01545X         ADD 1 TO WS-KRED-REL-COUNT
01545Y         PERFORM 2885-ADD-EXPOSURE THRU 2885-EXIT
01545Z     ELSE
015460         IF WS-GRANTOR-ID NOT = SPACES
015461             DISPLAY "MATH: KREDIETVRIJGAVE GEWEIGERD - "
015462                     FUNCTION TRIM(WS-GRANTOR-ID)
015463                     " IS GEEN SUPERVISOR"
015464         END-IF
015465         MOVE "H" TO KEXC-STATUS
015466         MOVE SPACES TO KEXC-GRANTOR
015467         IF WS-HOLD-COUNT >= WS-HOLD-MAX
015468             DISPLAY "ERROR: MEER DAN " WS-HOLD-MAX
015469                     " GEHOUDEN FACTUREN - STAP GESTOPT"
01546A             MOVE 8 TO RETURN-CODE
01546B             SET PRE-EOF TO TRUE
01546C             GO TO 2730-EXIT
01546D         END-IF
01546E         ADD 1 TO WS-KRED-HOLD-COUNT WS-HOLD-COUNT
01546F         MOVE WS-PRE-INVOICE TO HLD-INVOICE (WS-HOLD-COUNT)
01546G         MOVE WS-PRE-INVOICE TO KHLD-INVOICE
01546H         MOVE WS-PRE-KLANT   TO KHLD-KLANT
01546I         MOVE WS-KRED-REDEN  TO KHLD-REDEN
01546J         WRITE KRED-HOLD-LINE FROM KHLD-DETAIL-LINE
01546K     END-IF
01546L     PERFORM 2890-WRITE-KREDIET-LINE THRU 2890-EXIT.
01546M 2730-EXIT.
01546N     EXIT.
01546O
01546P*-----------------------------------------------------------
01546Q* 2750-PREPASS-VKFACT - DE FACTUREN UIT VKFACT.DAT DOOR DE
01546R*                  VOORLOOP, NA DE HOOFDINVOER; DE T-REGELS
01546S*                  TELLEN NIET MEE.
01546T*-----------------------------------------------------------
01546U 2750-PREPASS-VKFACT.
01546V     OPEN INPUT VK-FACT-FILE
01546W     SET PRE-NOT-EOF TO TRUE
01546X     PERFORM UNTIL PRE-EOF
01546Y         READ VK-FACT-FILE INTO WS-PRE-LINE
01546Z             AT END
015470                 SET PRE-EOF TO TRUE
015471             NOT AT END
015472                 PERFORM 2720-PREPASS-ONE-LINE THRU 2720-EXIT
015473         END-READ
015474     END-PERFORM
015475     CLOSE VK-FACT-FILE.
015476 2750-EXIT.
015477     EXIT.
015478
015479*-----------------------------------------------------------
01547A* 2740-ADD-PRE-LINE - ONE DETAIL LINE OF THE OPEN INVOICE,
01547B*                  INCL. BTW AT ITS RATE, ADDED TO THE
01547C*                  INVOICE TOTAL. AN UNREADABLE PRICE COUNTS
01547D*                  AS NOTHING - THE MAIN PASS REJECTS IT.
01547E*-----------------------------------------------------------
01547F 2740-ADD-PRE-LINE.
01547G     MOVE ZERO TO WS-PRE-LINE-INCL
01547H     IF PRE-INV-NOT-OPEN
01547I         GO TO 2740-EXIT
01547J     END-IF
01547K     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IN-PRICE-X)) NOT = 0
01547L         GO TO 2740-EXIT
01547M     END-IF
01547N     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-PRICE-X))
01547O         TO WS-PRE-PRICE
01547P     EVALUATE FUNCTION TRIM(WS-IN-RATE-X)
01547Q         WHEN "L"
01547R             MOVE PARM-VAT-RATE-LOW TO WS-PRE-RATE
01547S         WHEN "Z"
01547T             MOVE PARM-VAT-RATE-ZERO TO WS-PRE-RATE
01547U         WHEN OTHER
01547V             MOVE PARM-VAT-RATE-HIGH TO WS-PRE-RATE
01547W     END-EVALUATE
01547X     COMPUTE WS-PRE-LINE-INCL ROUNDED =
01547Y         WS-PRE-PRICE * (100 + WS-PRE-RATE) / 100
01547Z     ADD WS-PRE-LINE-INCL TO WS-PRE-INV-INCL.
015480 2740-EXIT.
015481     EXIT.
015482
015483*-----------------------------------------------------------
015484* 2860-CHECK-AUTHORITY - IS WS-GRANTOR-ID A SUPERVISOR
015485*                  (NIVEAU >= WS-SUPERVISOR-NIVEAU) ON THE
015486*                  AUTHORITY FILE?
015487*-----------------------------------------------------------
015488 2860-CHECK-AUTHORITY.
015489     SET AUTHORITY-NOT-OK TO TRUE
01548B     IF WS-GRANTOR-ID = SPACES
01548D         GO TO 2860-EXIT
01548F     END-IF
01548H     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
01548J         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
01548L         IF AUTH-OPERATOR (WS-AUTH-IDX) = WS-GRANTOR-ID
01548U             AND AUTH-NIVEAU (WS-AUTH-IDX)
015493                 >= WS-SUPERVISOR-NIVEAU
01549C             SET AUTHORITY-OK TO TRUE
01549L         END-IF
01549U     END-PERFORM.
0154A3 2860-EXIT.
0154AC     EXIT.
0154AL
0154AU*-----------------------------------------------------------
0154B3* 2880-FIND-EXPOSURE - DE SALDO-REGEL VOOR WS-KRED-KLANT,
0154BC*                  NIEUW AANGELEGD MET HET OPEN SALDO UIT
0154BL*                  OPENPOST.IDX ALS DE KLANT NOG NIET IN DE
0154BU*                  TABEL STAAT. BIJ EEN VOLLE TABEL BLIJFT
0154C3*                  WS-KRED-IDX NUL EN STAAT KRED-TABLE-FULL.
0154CC*-----------------------------------------------------------
0154CL 2880-FIND-EXPOSURE.
0154CU     MOVE ZERO TO WS-KRED-IDX WS-KRED-SALDO
0154D3     PERFORM VARYING WS-KRED-IDX FROM 1 BY 1
0154DC         UNTIL WS-KRED-IDX > WS-KRED-COUNT
0154DL         IF KRD-KLANT (WS-KRED-IDX) = WS-KRED-KLANT
0154DU             MOVE KRD-SALDO (WS-KRED-IDX) TO WS-KRED-SALDO
0154E3             GO TO 2880-EXIT
0154EC         END-IF
0154EL     END-PERFORM
0154EU     IF WS-KRED-COUNT >= WS-KRED-MAX
0154F3         SET KRED-TABLE-FULL TO TRUE
0154FC         MOVE ZERO TO WS-KRED-IDX
0154FL         GO TO 2880-EXIT
0154FU     END-IF
0154G3     ADD 1 TO WS-KRED-COUNT
0154GC     MOVE WS-KRED-COUNT TO WS-KRED-IDX
0154GL     MOVE WS-KRED-KLANT TO KRD-KLANT (WS-KRED-IDX)
0154GU     IF OPENPOST-AVAILABLE
0154H3         PERFORM 2882-READ-OPEN-SALDO THRU 2882-EXIT
0154HC     END-IF
0154HL     MOVE WS-KRED-SALDO TO KRD-SALDO (WS-KRED-IDX).
0154HU 2880-EXIT.
0154I3     EXIT.
0154IC
0154IL*-----------------------------------------------------------
0154IU* 2882-READ-OPEN-SALDO - TEL BEDRAG MINUS BETAALD VAN ALLE
0154J3*                  OPENSTAANDE POSTEN VAN WS-KRED-KLANT OP
0154JC*                  VIA DE ALTERNATIEVE SLEUTEL OPN-KLANT.
0154JL*-----------------------------------------------------------
0154JU 2882-READ-OPEN-SALDO.
0154K3     MOVE WS-KRED-KLANT TO OPN-KLANT
0154KC     START OPEN-ITEMS-FILE KEY NOT < OPN-KLANT
0154KL         INVALID KEY
0154KU             GO TO 2882-EXIT
0154L3     END-START
0154LC     SET OPEN-NOT-EOF TO TRUE
0154LL     PERFORM UNTIL OPEN-EOF
0154LU         READ OPEN-ITEMS-FILE NEXT
0154M3             AT END
0154MC                 SET OPEN-EOF TO TRUE
0154ML             NOT AT END
0154MU                 IF OPN-KLANT NOT = WS-KRED-KLANT
0154N3                     SET OPEN-EOF TO TRUE
0154NC                 ELSE
0154NL                     COMPUTE WS-KRED-SALDO = WS-KRED-SALDO
0154NU                         + OPN-BEDRAG - OPN-BETAALD
0154O3                 END-IF
0154OC         END-READ
0154OL     END-PERFORM.
0154OU 2882-EXIT.
0154P3     EXIT.
0154PC
0154PL 2885-ADD-EXPOSURE.
0154PU     IF WS-KRED-IDX > ZERO
0154Q3         MOVE WS-KRED-NIEUW TO KRD-SALDO (WS-KRED-IDX)
0154QC     END-IF.
0154QL 2885-EXIT.
0154QU     EXIT.
0154R3
0154RC*-----------------------------------------------------------
0154RL* 2890-WRITE-KREDIET-LINE - EEN FACTUUR NAAR KREDEXC.DAT (NIET
0154RU*                  IN EEN PROEFRUN).
0154S3*-----------------------------------------------------------
0154SC 2890-WRITE-KREDIET-LINE.
0154SL     IF PROEF-MODE
0154SU         GO TO 2890-EXIT
0154T3     END-IF
0154TC     IF NOT KREDEXC-OPEN
0154TL         OPEN EXTEND KRED-EXC-FILE
0154TU         IF WS-KREDEXC-STATUS = "35"
0154U3             OPEN OUTPUT KRED-EXC-FILE
0154UC         END-IF
0154UL         SET KREDEXC-OPEN TO TRUE
0154UU     END-IF
0154V3     MOVE RUNHDR-RUN-DATE   TO KEXC-RUN-DATE
0154VC     MOVE RUNHDR-RUN-SEQ    TO KEXC-RUN-SEQ
0154VL     MOVE "MATH    "        TO KEXC-PROGRAM
0154VU     MOVE WS-PRE-KLANT      TO KEXC-KLANT
0154W3     MOVE WS-PRE-INVOICE    TO KEXC-REFERENTIE
0154WC     MOVE WS-PRE-INV-INCL   TO KEXC-BEDRAG
0154WL     MOVE WS-KRED-SALDO     TO KEXC-SALDO
0154WU     MOVE KLA-KREDIETLIMIET TO KEXC-LIMIET
0154X3     MOVE WS-KRED-REDEN     TO KEXC-REDEN
0154XC     MOVE RUNHDR-ADMIN      TO KEXC-ADMIN
0154XL     WRITE KRED-EXC-LINE FROM KEXC-DETAIL-LINE.
0154XU 2890-EXIT.
0154Y3     EXIT.
015500*-----------------------------------------------------------
015600* 2900-PRICE-ONE - SET WS-VAT-RATE FROM WS-RATE-CODE AND
015700*                  COMPUTE WS_VAT-INCREASE / WS-AFTER-VAT
017830
017900*-----------------------------------------------------------
017950* 3000-BATCH-MODE - PROCESS EVERY INVOICE LINE IN BTWIN.DAT
018000*                   AND WRITE THE RESULT LIST TO BTWOUT.DAT.
018001*                   VKFACT.DAT FOLLOWS THE MAIN INPUT.
018100*-----------------------------------------------------------
018200 3000-BATCH-MODE.
018210     IF BRIDGE-MODE
01840D     ELSE
01840E         SET KLANT-NOT-AVAILABLE TO TRUE
01840F     END-IF
01840G     OPEN EXTEND CORRECTION-FILE
01840H     IF WS-CORR-STATUS = "35"
01840I         OPEN OUTPUT CORRECTION-FILE
01840J     END-IF
018410     OPEN OUTPUT INVOICE-REGISTER-FILE
018415     MOVE RUNHDR-ADMIN TO BREG-HDG-ADMIN BOUT-HDG-ADMIN
018420     WRITE INVOICE-REGISTER-LINE FROM BREG-HEADING-1
019510     END-PERFORM
019520
019530     PERFORM 3700-CHECK-HANDOFF THRU 3700-EXIT
019531     IF VKFACT-PRESENT AND RETURN-CODE NOT = 8
019532         PERFORM 3050-READ-VKFACT THRU 3050-EXIT
019533     END-IF
019600
019610     IF INVOICE-OPEN
019620         PERFORM 3500-CLOSE-INVOICE THRU 3500-EXIT
019800     WRITE BTW-OUT-LINE FROM BOUT-TRAILER-LINE
019810     MOVE WS-BTW-REJECT-COUNT TO BOUT-TRL-REJ-COUNT
019820     WRITE BTW-OUT-LINE FROM BOUT-TRAILER-LINE-2
019821     MOVE WS-KRED-HOLD-COUNT TO BOUT-TRL-KRED-COUNT
019822     MOVE WS-KRED-REL-COUNT TO BOUT-TRL-REL-COUNT
019823     WRITE BTW-OUT-LINE FROM BOUT-TRAILER-LINE-3
019824     MOVE WS-CORR-LINE-COUNT TO BOUT-TRL-CORR-COUNT
019825     WRITE BTW-OUT-LINE FROM BOUT-TRAILER-LINE-4
019900     PERFORM 7000-WRITE-RECONCILIATION THRU 7000-EXIT
019905*    A HANDOFF FAILURE (RC 8 FROM 3700) MUST NOT FILE PERIOD
019906*    TOTALS - BTWPERD.DAT HAS NO BACK-OUT AND A RERUN WOULD
019910     IF RETURN-CODE NOT = 8
019911         PERFORM 7500-WRITE-PERIOD-TOTALS THRU 7500-EXIT
019912     END-IF
019920     CLOSE PERIOD-TOTALS-FILE CORRECTION-FILE
019930     IF BRIDGE-MODE
019940         CLOSE BRIDGE-FILE BTW-OUT-FILE
019950     ELSE
020010     END-IF
020100     DISPLAY "BTW BATCH COMPLETE - " WS-LINE-COUNT
020200             " LINE(S) VERWERKT NAAR BTWOUT.DAT".
020210     IF WS-BTW-REJECT-COUNT > ZERO AND RETURN-CODE NOT = 8
020220         MOVE 4 TO RETURN-CODE
020230     END-IF.
020300 3000-EXIT.
020301     EXIT.
020302
020303*-----------------------------------------------------------
020304* 3050-READ-VKFACT - THE VKLEVER/OFFERTE INVOICES, PRICED AND
020305*                   FILED LIKE THE MAIN INPUT. THEIR LINES ARE
020306*                   COUNTED APART FROM THE BRIDGE BALANCE.
020307*-----------------------------------------------------------
020308 3050-READ-VKFACT.
020309     SET VKFACT-PHASE TO TRUE
02030A     MOVE ZERO TO WS-VKF-LINE-COUNT
02030B     OPEN INPUT VK-FACT-FILE
02030C     SET VKF-NOT-EOF TO TRUE
02030D     PERFORM UNTIL VKF-EOF
02030E         READ VK-FACT-FILE
02030F             AT END
02030G                 SET VKF-EOF TO TRUE
02030H             NOT AT END
02030I                 MOVE VK-FACT-LINE TO BTW-IN-LINE
02030J                 PERFORM 3100-PRICE-BATCH-LINE THRU 3100-EXIT
02030K         END-READ
02030L     END-PERFORM
02030M     CLOSE VK-FACT-FILE
02030N     SET MAIN-INPUT-PHASE TO TRUE
02030O     DISPLAY "MATH: VKFACT.DAT - " WS-VKF-LINE-COUNT
02030P             " REGEL(S) GELEZEN".
02030Q 3050-EXIT.
020400     EXIT.
020500
020600*-----------------------------------------------------------
020900*-----------------------------------------------------------
021000 3100-PRICE-BATCH-LINE.
021010     MOVE SPACES TO WS-IN-FLD1-X WS-IN-FLD2-X
021020                    WS-IN-FLD3-X WS-IN-FLD4-X WS-IN-FLD5-X
021030     UNSTRING BTW-IN-LINE
021040         DELIMITED BY ","
021050         INTO WS-IN-FLD1-X WS-IN-FLD2-X
021060              WS-IN-FLD3-X WS-IN-FLD4-X WS-IN-FLD5-X
021070     END-UNSTRING
021075     SET LINE-IS-DEBIT TO TRUE
02107A     IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-FLD1-X))
021097             MOVE WS-IN-FLD3-X TO WS-IN-RATE-X
021098         WHEN "C"
021099         WHEN "c"
0210B8             MOVE WS-IN-FLD2-X TO WS-IN-PRICE-X
0210D7             MOVE WS-IN-FLD3-X TO WS-IN-RATE-X
0210F6             SET LINE-IS-CREDIT TO TRUE
0210H5         WHEN "T"
0210J4         WHEN "t"
0210L3             IF VKFACT-PHASE
0210N2                 GO TO 3100-EXIT
0210P1             END-IF
0210R0             SET TRAILER-SEEN TO TRUE
0210SZ             IF FUNCTION TEST-NUMVAL(FUNCTION
0210UY                     TRIM(WS-IN-FLD2-X)) = 0
0210WX                 MOVE FUNCTION NUMVAL(FUNCTION
0210YW                     TRIM(WS-IN-FLD2-X))
021110                     TO WS-EXPECTED-COUNT
021111             END-IF
021112             GO TO 3100-EXIT
021113         WHEN OTHER
021114             MOVE WS-IN-FLD1-X TO WS-IN-PRICE-X
021115             MOVE WS-IN-FLD2-X TO WS-IN-RATE-X
021116*            OP EEN KALE REGEL SCHUIFT DE Z-REDEN EEN VELD OP
021117             MOVE WS-IN-FLD3-X TO WS-IN-FLD4-X
021118     END-EVALUATE
021119     IF VKFACT-PHASE
02111C         ADD 1 TO WS-VKF-LINE-COUNT
02111D     ELSE
02111E         ADD 1 TO WS-DETAIL-SEEN-COUNT
02111F     END-IF
02111M     IF INVOICE-NOT-OPEN
02111T         MOVE "000000" TO WS-CUR-INVOICE
02111U         MOVE "INTERN" TO WS-CUR-KLANT
02111V         MOVE SPACES   TO WS-CUR-KLANTNAAM
02111W         SET INVOICE-NOT-HELD TO TRUE
02111X         SET INVOICE-NOT-CORRECTION TO TRUE
02111Y         SET INVOICE-YEAR-OPEN TO TRUE
02111Z         MOVE SPACES   TO WS-CUR-INV-DATE
021122         MOVE ZERO TO WS-INV-EXCL-TOTAL WS-INV-VAT-TOTAL
021123                      WS-INV-INCL-TOTAL
021124         SET INVOICE-OPEN TO TRUE
021660     END-IF
021700     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-PRICE-X))
021800         TO WS-PRICE-BEFORE-VAT
021810     IF BRIDGE-MODE AND MAIN-INPUT-PHASE
021820         ADD WS-PRICE-BEFORE-VAT TO WS-CONSUMED-HASH
021830     END-IF
021831     IF INVOICE-HELD
021832         MOVE BTW-IN-LINE TO BKRD-DET-LINE
021833         WRITE BTW-OUT-LINE FROM BOUT-KREDIET-LINE
021834         ADD 1 TO WS-KRED-HOLD-LINES WS-BTW-REJECT-COUNT
021835         GO TO 3100-EXIT
021836     END-IF
021837     IF INVOICE-YEAR-CLOSED
021838         MOVE BTW-IN-LINE TO BJDT-DET-LINE
021839         WRITE BTW-OUT-LINE FROM BOUT-JAARDICHT-LINE
02183A         ADD 1 TO WS-BTW-REJECT-COUNT
02183B         GO TO 3100-EXIT
02183C     END-IF
021900
022000     MOVE FUNCTION TRIM(WS-IN-RATE-X) TO WS-RATE-CODE
022100     IF NOT RATE-IS-HIGH AND NOT RATE-IS-LOW
024320*-----------------------------------------------------------
024330* 3300-START-INVOICE - CLOSE ANY OPEN INVOICE TO THE REGISTER
024340*                      AND OPEN THE NEW ONE FROM THE HEADER
024350*                      RECORD "I,FACTUURNR,KLANT,DATUM" (VELD
024351*                      5 = KREDIETVRIJGAVE, ZIE 2700). EEN
024352*                      FACTUUR DIE DE VOORLOOP HEEFT GEHOUDEN
024353*                      WORDT ALS GEHOUDEN GEMARKEERD.
024360*-----------------------------------------------------------
024370 3300-START-INVOICE.
024380     IF INVOICE-OPEN
02442I                 MOVE KLA-BTW-NUMMER TO WS-CUR-BTWNR
02442J         END-READ
02442K     END-IF
02442L     SET INVOICE-NOT-HELD TO TRUE
02442M     PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
02442N         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT OR INVOICE-HELD
02442O         IF HLD-INVOICE (WS-HOLD-IDX) = WS-CUR-INVOICE
02442P             SET INVOICE-HELD TO TRUE
02442Q         END-IF
02442R     END-PERFORM
024430     MOVE FUNCTION TRIM(WS-IN-FLD4-X) TO WS-CUR-INV-DATE
024431     PERFORM 3350-CHECK-CORRECTION THRU 3350-EXIT
024440     MOVE ZERO TO WS-INV-EXCL-TOTAL WS-INV-VAT-TOTAL
024450                  WS-INV-INCL-TOTAL
024460     SET INVOICE-OPEN TO TRUE.
024470 3300-EXIT.
024480     EXIT.
024485
02448A*-----------------------------------------------------------
02448B* 3400-VALIDATE-ZERO-LINE - EEN Z-TARIEF REGEL VEREIST EEN
02448C*                  REDEN (EU/EXPORT/VERLEGD) EN, VOOR EU EN
02449L 3400-EXIT.
02449M     EXIT.
02449N
0244C9*-----------------------------------------------------------
0244EV* 3700-CHECK-HANDOFF - IN BRIDGE MODE THE "T,AANTAL" TRAILER
0244HH*                      MUST BE PRESENT AND MATCH THE DETAIL
0244K3*                      LINES READ; OTHERWISE THE HANDOFF WAS
0244MP*                      PARTIAL AND THE STEP FAILS WITH RC 8.
0244PB*-----------------------------------------------------------
0244RX 3700-CHECK-HANDOFF.
0244UJ     IF NOT BRIDGE-MODE
0244X5         GO TO 3700-EXIT
024500     END-IF
024501     IF TRAILER-NOT-SEEN
024502         DISPLAY "ERROR: BTWBRDG.DAT ZONDER T-TRAILER - "
024517* 3600-WRITE-PERIOD-DETAIL - ONE D RECORD TO BTWPERD.DAT FOR
024518*                  THE LINE JUST PRICED, CREDITS NEGATIVE, SO
024519*                  QUARTER-END CAN RECOMPUTE THE TOTALS FROM
02451C*                  DETAIL (CORRECTIES: BTWCORR.DAT, SEE 3650).
02451F*-----------------------------------------------------------
02451I 3600-WRITE-PERIOD-DETAIL.
02451L     IF PROEF-MODE
02451O         GO TO 3600-EXIT
02451R     END-IF
02451U     EVALUATE TRUE
02451X         WHEN RATE-IS-LOW
024520             MOVE "L" TO WS-NORM-RATE-CODE
024526         WHEN RATE-IS-ZERO
024527             MOVE "Z" TO WS-NORM-RATE-CODE
024528         WHEN OTHER
024535         MOVE WS-PRICE-BEFORE-VAT TO WS-PRD-EXCL
024536         MOVE WS_VAT-INCREASE     TO WS-PRD-VAT
024537     END-IF
02453A     IF INVOICE-IS-CORRECTION
02453B         PERFORM 3650-WRITE-CORRECTION THRU 3650-EXIT
02453C         GO TO 3600-EXIT
02453D     END-IF
02453K     MOVE RUNHDR-RUN-DATE   TO PRD-D-DATE
02453R     MOVE RUNHDR-RUN-SEQ    TO PRD-D-SEQ
02453S     MOVE WS-NORM-RATE-CODE TO PRD-D-RATE
02453T     MOVE WS-PRD-EXCL       TO PRD-D-EXCL
02453U     MOVE WS-PRD-VAT        TO PRD-D-VAT
02453V     MOVE WS-CUR-KLANT (1:8) TO PRD-D-KLANT
02453W     MOVE WS-CUR-BTWNR      TO PRD-D-BTWNR
02453X     IF WS-NORM-RATE-CODE = "Z"
02453Y         MOVE WS-Z-REDEN    TO PRD-D-REDEN
02453Z     ELSE
024540         MOVE SPACES        TO PRD-D-REDEN
024541     END-IF
024542     WRITE PERIOD-TOTALS-LINE FROM PRD-DETAIL-REC.
024543 3600-EXIT.
024544     EXIT.
024546
024547*-----------------------------------------------------------
024548* 7500-WRITE-PERIOD-TOTALS - THREE T RECORDS (H/L/Z) WITH
024549*                  THIS RUN'S PER-RATE TOTALS TO BTWPERD.DAT,
02454H*                  LESS THE CORRECTIES ON A GESLOTEN KWARTAAL
02454I*                  (THOSE ARE ON BTWCORR.DAT).
02454K*-----------------------------------------------------------
02454M 7500-WRITE-PERIOD-TOTALS.
02454O     IF PROEF-MODE
02454Q         GO TO 7500-EXIT
02454S     END-IF
02454U     MOVE RUNHDR-RUN-DATE TO PRD-T-DATE
02454W     MOVE RUNHDR-RUN-SEQ  TO PRD-T-SEQ
024554     MOVE "H"                 TO PRD-T-RATE
024555     COMPUTE PRD-T-EXCL = WS-HIGH-EXCL-TOTAL - WS-CORR-H-EXCL
024556     COMPUTE PRD-T-VAT  = WS-HIGH-VAT-TOTAL  - WS-CORR-H-VAT
024557     WRITE PERIOD-TOTALS-LINE FROM PRD-TOTAL-LINE
024558     MOVE "L"                 TO PRD-T-RATE
024559     COMPUTE PRD-T-EXCL = WS-LOW-EXCL-TOTAL - WS-CORR-L-EXCL
024560     COMPUTE PRD-T-VAT  = WS-LOW-VAT-TOTAL  - WS-CORR-L-VAT
024561     WRITE PERIOD-TOTALS-LINE FROM PRD-TOTAL-LINE
024562     MOVE "Z"                 TO PRD-T-RATE
024563     COMPUTE PRD-T-EXCL = WS-ZERO-EXCL-TOTAL - WS-CORR-Z-EXCL
024564     COMPUTE PRD-T-VAT  = WS-ZERO-VAT-TOTAL  - WS-CORR-Z-VAT
024565     WRITE PERIOD-TOTALS-LINE FROM PRD-TOTAL-LINE.
024566 7500-EXIT.
024567     EXIT.
024568
024569*-----------------------------------------------------------
02456F* 3500-CLOSE-INVOICE - ONE INVOICE IS COMPLETE: WRITE ITS
02456L*                      TOTALS TO THE REGISTER. A CREDIT-HELD
02456R*                      INVOICE IS NOT REGISTERED.
02456X*-----------------------------------------------------------
024573 3500-CLOSE-INVOICE.
02457A     IF INVOICE-HELD
02457B         SET INVOICE-NOT-HELD TO TRUE
02457C         SET INVOICE-NOT-OPEN TO TRUE
02457D         GO TO 3500-EXIT
02457E     END-IF
02457F     IF INVOICE-YEAR-CLOSED
02457G         ADD 1 TO WS-JAAR-DICHT-COUNT
02457H         DISPLAY "MATH: FACTUUR " WS-CUR-INVOICE " DATUM "
02457I                 WS-CUR-INV-DATE " VALT IN AFGESLOTEN "
02457J                 "BOEKJAAR - NIET GEBOEKT"
02457K         SET INVOICE-YEAR-OPEN TO TRUE
02457L         SET INVOICE-NOT-OPEN TO TRUE
02457M         GO TO 3500-EXIT
02457N     END-IF
02457Q     MOVE WS-CUR-INVOICE    TO BREG-DET-INVOICE
02457T     MOVE WS-CUR-KLANT      TO BREG-DET-KLANT
02457W     MOVE WS-CUR-INV-DATE   TO BREG-DET-DATE
024580     MOVE WS-INV-EXCL-TOTAL TO BREG-DET-EXCL
024590     MOVE WS-INV-VAT-TOTAL  TO BREG-DET-VAT
024600     MOVE WS-INV-INCL-TOTAL TO BREG-DET-INCL
025500             ADD WS-PRICE-BEFORE-VAT TO WS-ZERO-EXCL-TOTAL
025600             ADD WS_VAT-INCREASE     TO WS-ZERO-VAT-TOTAL
025700         WHEN OTHER
0257V9             ADD WS-PRICE-BEFORE-VAT TO WS-HIGH-EXCL-TOTAL
0258QI             ADD WS_VAT-INCREASE     TO WS-HIGH-VAT-TOTAL
0259LR     END-EVALUATE
025AH0     ADD WS-PRICE-BEFORE-VAT TO WS-GRAND-EXCL-TOTAL
025BC9     ADD WS_VAT-INCREASE     TO WS-GRAND-VAT-TOTAL
025C7I     ADD WS-PRICE-BEFORE-VAT TO WS-INV-EXCL-TOTAL
025D2R     ADD WS_VAT-INCREASE     TO WS-INV-VAT-TOTAL
025DY0     ADD WS-AFTER-VAT        TO WS-INV-INCL-TOTAL.
025ET9 3200-EXIT.
025FOI     EXIT.
025GJR
025HF0*-----------------------------------------------------------
025IA9* 3350-CHECK-CORRECTION - VALT DE FACTUURDATUM VAN DE KOP IN
025J5I*                  EEN KWARTAAL DAT BTWQTR AL HEEFT GESLOTEN?
025K0R*                  DAN IS DE FACTUUR EEN CORRECTIE OP DAT
025KW0*                  KWARTAAL (3600 SCHRIJFT NAAR BTWCORR.DAT).
025LR9*                  EEN ONLEESBARE DATUM IS GEEN CORRECTIE.
025MMI*                  EEN DATUM IN EEN AFGESLOTEN BOEKJAAR
025NHR*                  (JAARSLOT.DAT) IS GEEN CORRECTIE MAAR EEN
025OD0*                  AFKEUR - DAT JAAR GAAT NIET MEER OPEN.
025P89*-----------------------------------------------------------
025Q3I 3350-CHECK-CORRECTION.
025QYR     SET INVOICE-NOT-CORRECTION TO TRUE
025RU0     SET INVOICE-YEAR-OPEN TO TRUE
025SP9     IF WS-JSL-COUNT > ZERO AND WS-CUR-INV-DATE IS NUMERIC
025TKI         MOVE WS-CUR-INV-DATE TO WS-INV-DATE-NUM
025UFR         COMPUTE WS-INV-JAAR = WS-INV-DATE-NUM / 10000
025VB0         PERFORM VARYING WS-JSL-IDX FROM 1 BY 1
025W69             UNTIL WS-JSL-IDX > WS-JSL-COUNT
025X1I             IF JSL-TAB-JAAR (WS-JSL-IDX) = WS-INV-JAAR
025XWR                 SET INVOICE-YEAR-CLOSED TO TRUE
025YS0             END-IF
025ZN9         END-PERFORM
0260II     END-IF
0261DR     IF INVOICE-YEAR-CLOSED
026290         GO TO 3350-EXIT
026349     END-IF
02640B     IF WS-CLOSED-COUNT = ZERO
02640C         OR WS-CUR-INV-DATE IS NOT NUMERIC
02640D         GO TO 3350-EXIT
02640E     END-IF
02640F     MOVE WS-CUR-INV-DATE TO WS-INV-DATE-NUM
02640G     COMPUTE WS-INV-JAAR = WS-INV-DATE-NUM / 10000
02640H     COMPUTE WS-INV-MAAND =
02640I         FUNCTION MOD(WS-INV-DATE-NUM, 10000) / 100
02640J     IF WS-INV-MAAND < 1 OR WS-INV-MAAND > 12
02640K         GO TO 3350-EXIT
02640L     END-IF
02640M     COMPUTE WS-INV-KW = (WS-INV-MAAND + 2) / 3
02640N     PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
02640O         UNTIL WS-CLS-IDX > WS-CLOSED-COUNT
02640P             OR INVOICE-IS-CORRECTION
02640Q         IF CLS-JAAR (WS-CLS-IDX) = WS-INV-JAAR
02640R             AND CLS-KW (WS-CLS-IDX) = WS-INV-KW
02640S             SET INVOICE-IS-CORRECTION TO TRUE
02640T         END-IF
02640U     END-PERFORM.
02640V 3350-EXIT.
02640W     EXIT.
026410
026420*-----------------------------------------------------------
026430* 3250-SUBTRACT-TOTALS - A CREDITNOTA LINE NETS OFF AGAINST
029100     WRITE BTW-OUT-LINE FROM BOUT-RECON-LINE.
029200 7000-EXIT.
029300     EXIT.
029301
029302*-----------------------------------------------------------
029303* 3650-WRITE-CORRECTION - EEN REGEL VAN EEN CORRECTIEFACTUUR
029304*                  NAAR BTWCORR.DAT, GEMERKT MET HET GESLOTEN
029305*                  KWARTAAL, EN OPGETELD PER TARIEF ZODAT 7500
029306*                  HEM UIT DE T-RECORDS VAN DE DAG HOUDT.
029307*-----------------------------------------------------------
029308 3650-WRITE-CORRECTION.
029309     MOVE RUNHDR-RUN-DATE   TO BCO-RUN-DATE
02930A     MOVE RUNHDR-RUN-SEQ    TO BCO-RUN-SEQ
02930B     MOVE WS-INV-JAAR       TO BCO-JAAR
02930C     MOVE WS-INV-KW         TO BCO-KW
02930D     MOVE WS-NORM-RATE-CODE TO BCO-RATE
02930E     MOVE WS-PRD-EXCL       TO BCO-EXCL
02930F     MOVE WS-PRD-VAT        TO BCO-VAT
02930G     MOVE WS-CUR-INVOICE    TO BCO-INVOICE
02930H     MOVE WS-CUR-KLANT      TO BCO-KLANT
02930I     MOVE WS-CUR-INV-DATE   TO BCO-FACTDATUM
02930J     WRITE CORRECTION-LINE FROM BCO-DETAIL-LINE
02930K     ADD 1 TO WS-CORR-LINE-COUNT
02930L     EVALUATE WS-NORM-RATE-CODE
02930M         WHEN "L"
02930N             ADD WS-PRD-EXCL TO WS-CORR-L-EXCL
02930O             ADD WS-PRD-VAT  TO WS-CORR-L-VAT
02930P         WHEN "Z"
02930Q             ADD WS-PRD-EXCL TO WS-CORR-Z-EXCL
02930R             ADD WS-PRD-VAT  TO WS-CORR-Z-VAT
02930S         WHEN OTHER
02930T             ADD WS-PRD-EXCL TO WS-CORR-H-EXCL
02930U             ADD WS-PRD-VAT  TO WS-CORR-H-VAT
02930V     END-EVALUATE.
02930W 3650-EXIT.
02930X     EXIT.
029310
029320*-----------------------------------------------------------
029330* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
