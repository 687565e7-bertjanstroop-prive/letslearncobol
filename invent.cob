000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INVENT.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - INVENTARISATIE. EEN
001300*                  GECONTROLEERDE TELLING IN VIER STAPPEN
001400*                  (INVMODE OMGEVINGSVARIABELE OF PROMPT):
001500*                  L=TELLIJSTEN - LEGT DE PEILSTAND VAN ELK
001600*                  ARTIKEL VAST IN INVPEIL.DAT EN DRUKT
001700*                  TELLIJST.DAT PER ART-GROEP ZONDER
001800*                  SYSTEEMAANTAL. I=INLEZEN - HET TELBESTAND
001900*                  TELLING.DAT (ARTIKEL,AANTAL; MEERDERE
002000*                  REGELS VOOR EEN ARTIKEL WORDEN OPGETELD)
002100*                  WORDT GETOETST TEGEN DE PEILING EN NAAR
002200*                  INVTEL.DAT GESCHREVEN, AFKEUR OP TELVERW.DAT.
002300*                  V=VERSCHILLEN - INVVERS.DAT MET AANTAL- EN
002400*                  WAARDEVERSCHIL PER ARTIKEL TEGEN
002500*                  ART-GEM-INKOOP (ZONDER GEMIDDELDE DE
002600*                  INKOOPPRIJS) EN TOTALEN PER GROEP.
002700*                  B=BOEKEN - NA AKKOORD VAN EEN SUPERVISOR
002800*                  (NIVEAU 2 OP OPERAUTH.DAT, INVSUPER OF
002900*                  PROMPT) GAAN DE VERSCHILLEN ALS C-REGELS MET
003000*                  PEILSTAND NAAR VOORTRX.DAT, ZODAT DE
003100*                  AANPASSING DOOR DE GEWONE VOORRAAD-RUN EN
003200*                  ZIJN RAPPORT GAAT. ARTIKELEN IN INVAFWZ.DAT
003300*                  (AFGEWEZEN, HERTELLEN) WORDEN NIET GEBOEKT.
003400*                  DE BOEKING WORDT VASTGELEGD IN INVLOG.DAT;
003500*                  EEN TELLING KAN MAAR EEN KEER GEBOEKT
003600*                  WORDEN. EEN NIEUWE L NAAST EEN ONGEBOEKTE
003700*                  TELLING ALLEEN MET INVNIEUW=J.
003701* 2026-10-15  BJS  B: MEER AFWIJZINGEN IN INVAFWZ.DAT DAN DE
003702*                  TABEL BEVAT STOPT DE BOEKING MET RC 8 VOOR
003703*                  ER IETS NAAR VOORTRX.DAT GAAT.
003800*-----------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ART-NUMMER
004700         FILE STATUS IS WS-ARTMAST-STATUS.
004800
004900     SELECT PEIL-FILE ASSIGN TO "INVPEIL.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-PEIL-STATUS.
005200
005300     SELECT INV-WORK-FILE ASSIGN TO "INVWRK.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600     SELECT SORT-FILE ASSIGN TO "SORTWK.DAT".
005700
005800     SELECT SORTED-INV-FILE ASSIGN TO "SRTINV.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000
006100     SELECT COUNT-SHEET-FILE ASSIGN TO "TELLIJST.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT COUNT-INPUT-FILE ASSIGN TO "TELLING.DAT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-TELLING-STATUS.
006700
006800     SELECT COUNT-FILE ASSIGN TO "INVTEL.DAT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-INVTEL-STATUS.
007100
007200     SELECT COUNT-REPORT-FILE ASSIGN TO "TELVERW.DAT"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT VARIANCE-FILE ASSIGN TO "INVVERS.DAT"
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT REJECT-LIST-FILE ASSIGN TO "INVAFWZ.DAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-AFWZ-STATUS.
008100
008200     SELECT STOCK-TRX-FILE ASSIGN TO "VOORTRX.DAT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-VOORTRX-STATUS.
008500
008600     SELECT POSTING-REPORT-FILE ASSIGN TO "INVBOEK.DAT"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800
008900     SELECT INV-LOG-FILE ASSIGN TO "INVLOG.DAT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-INVLOG-STATUS.
009200
009300     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-OPERAUTH-STATUS.
009600
009700     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-RUNSEQ-STATUS.
010000
010100     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-JRNL-STATUS.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  ARTIKEL-MASTER.
010800     COPY "ARTMAST.CPY".
010900
011000 FD  PEIL-FILE.
011100 01  PEIL-LINE                PIC X(132).
011200
011300 FD  INV-WORK-FILE.
011400 01  INV-WORK-RECORD.
011500     05  IW-GROEP             PIC X(08).
011600     05  IW-NUMMER            PIC X(08).
011700     05  IW-OMSCHRIJVING      PIC X(40).
011800     05  IW-PEIL              PIC S9(07).
011900     05  IW-GETELD            PIC 9(07).
012000     05  IW-PRIJS             PIC 9(05)V99.
012100     05  IW-GETELD-SW         PIC X(01).
012200
012300 SD  SORT-FILE.
012400 01  SORT-RECORD.
012500     05  SD-GROEP             PIC X(08).
012600     05  SD-NUMMER            PIC X(08).
012700     05  SD-OMSCHRIJVING      PIC X(40).
012800     05  SD-PEIL              PIC S9(07).
012900     05  SD-GETELD            PIC 9(07).
013000     05  SD-PRIJS             PIC 9(05)V99.
013100     05  SD-GETELD-SW         PIC X(01).
013200
013300 FD  SORTED-INV-FILE.
013400 01  SORTED-INV-RECORD.
013500     05  SI-GROEP             PIC X(08).
013600     05  SI-NUMMER            PIC X(08).
013700     05  SI-OMSCHRIJVING      PIC X(40).
013800     05  SI-PEIL              PIC S9(07).
013900     05  SI-GETELD            PIC 9(07).
014000     05  SI-PRIJS             PIC 9(05)V99.
014100     05  SI-GETELD-SW         PIC X(01).
014200         88  SI-GETELD-JA     VALUE "J".
014300
014400 FD  COUNT-SHEET-FILE.
014500 01  COUNT-SHEET-LINE         PIC X(132).
014600
014700 FD  COUNT-INPUT-FILE.
014800 01  COUNT-INPUT-LINE         PIC X(80).
014900
015000 FD  COUNT-FILE.
015100 01  COUNT-LINE               PIC X(80).
015200
015300 FD  COUNT-REPORT-FILE.
015400 01  COUNT-REPORT-LINE        PIC X(132).
015500
015600 FD  VARIANCE-FILE.
015700 01  VARIANCE-LINE            PIC X(132).
015800
015900 FD  REJECT-LIST-FILE.
016000 01  REJECT-LIST-LINE         PIC X(80).
016100
016200 FD  STOCK-TRX-FILE.
016300 01  STOCK-TRX-LINE           PIC X(80).
016400
016500 FD  POSTING-REPORT-FILE.
016600 01  POSTING-REPORT-LINE      PIC X(132).
016700
016800 FD  INV-LOG-FILE.
016900 01  INV-LOG-LINE             PIC X(132).
017000
017100 FD  OPER-AUTH-FILE.
017200 01  OPER-AUTH-LINE           PIC X(40).
017300
017400 FD  RUN-SEQ-FILE.
017500 01  RUN-SEQ-LINE             PIC 9(06).
017600
017700 FD  RUN-JOURNAL-FILE.
017800 01  RUN-JOURNAL-LINE         PIC X(80).
017900
018000 WORKING-STORAGE SECTION.
018100*-----------------------------------------------------------
018200* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
018300*-----------------------------------------------------------
018400     COPY "RUNHDR.CPY".
018500
018600*-----------------------------------------------------------
018700* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
018800*-----------------------------------------------------------
018900     COPY "RUNJRNL.CPY".
019000 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
019100 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
019200 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
019300
019400 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
019500 01  WS-RUNSEQ-ENV-X          PIC X(10).
019600 01  WS-ADMIN-ENV-X           PIC X(06).
019700 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
019800 01  WS-PEIL-STATUS           PIC X(02) VALUE "00".
019900 01  WS-TELLING-STATUS        PIC X(02) VALUE "00".
020000 01  WS-INVTEL-STATUS         PIC X(02) VALUE "00".
020100 01  WS-AFWZ-STATUS           PIC X(02) VALUE "00".
020200 01  WS-VOORTRX-STATUS        PIC X(02) VALUE "00".
020300 01  WS-INVLOG-STATUS         PIC X(02) VALUE "00".
020400 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
020500
020600*-----------------------------------------------------------
020700* MODUS - INVMODE UIT DE OMGEVING OF EEN PROMPT
020800*-----------------------------------------------------------
020900 01  WS-MODE-X                PIC X(02).
021000 01  WS-MODE                  PIC X(01) VALUE SPACE.
021100     88 MODE-LIJSTEN          VALUE "L".
021200     88 MODE-INLEZEN          VALUE "I".
021300     88 MODE-VERSCHILLEN      VALUE "V".
021400     88 MODE-BOEKEN           VALUE "B".
021500 01  WS-NIEUW-X               PIC X(02).
021600
021700 01  WS-EOF-SW                PIC X VALUE "N".
021800     88 FILE-EOF              VALUE "Y".
021900     88 FILE-NOT-EOF          VALUE "N".
022000 01  WS-LOG-EOF               PIC X VALUE "N".
022100     88 LOG-EOF               VALUE "Y".
022200     88 LOG-NOT-EOF           VALUE "N".
022300
022400*-----------------------------------------------------------
022500* DE LOPENDE TELLING - HERKEND AAN DATUM EN TIJD VAN DE
022600* PEILING (KOPREGEL VAN INVPEIL.DAT EN INVTEL.DAT)
022700*-----------------------------------------------------------
022800 01  WS-TELLING-SW            PIC X VALUE "N".
022900     88 TELLING-OPEN          VALUE "Y".
023000     88 TELLING-NONE          VALUE "N".
023100 01  WS-GEBOEKT-SW            PIC X VALUE "N".
023200     88 TELLING-GEBOEKT       VALUE "Y".
023300     88 TELLING-NIET-GEBOEKT  VALUE "N".
023400 01  WS-TELLING-ID.
023500     05  WS-TELLING-DATUM     PIC 9(08) VALUE ZERO.
023600     05  WS-TELLING-TIJD      PIC 9(06) VALUE ZERO.
023700 01  WS-TIME-RAW              PIC 9(08) VALUE ZERO.
023800 01  WS-HDR-F1                PIC X(10).
023900 01  WS-HDR-F2                PIC X(10).
024000 01  WS-HDR-F3                PIC X(10).
024100 01  WS-HDR-F4                PIC X(10).
024200
024300*-----------------------------------------------------------
024400* PEILREGEL EN TELREGEL - KOMMAGESCHEIDEN, EXPLICIET TEKEN
024500* ZODAT DE VOLGENDE STAP ZE TERUG KAN NUMVALLEN
024600*-----------------------------------------------------------
024700 01  PEIL-HEADER-LINE.
024800     05  FILLER               PIC X(08) VALUE "TELLING,".
024900     05  PLH-DATUM            PIC 9(08).
025000     05  FILLER               PIC X(01) VALUE ",".
025100     05  PLH-TIJD             PIC 9(06).
025200     05  FILLER               PIC X(01) VALUE ",".
025300     05  PLH-OPERATOR         PIC X(08).
025400
025500 01  PEIL-DETAIL-LINE.
025600     05  PLD-NUMMER           PIC X(08).
025700     05  FILLER               PIC X(01) VALUE ",".
025800     05  PLD-GROEP            PIC X(08).
025900     05  FILLER               PIC X(01) VALUE ",".
026000     05  PLD-PEIL             PIC +9(07).
026100     05  FILLER               PIC X(01) VALUE ",".
026200     05  PLD-PRIJS            PIC 9(05).99.
026300     05  FILLER               PIC X(01) VALUE ",".
026400     05  PLD-OMSCHRIJVING     PIC X(40).
026500
026600 01  TEL-DETAIL-LINE.
026700     05  TLD-NUMMER           PIC X(08).
026800     05  FILLER               PIC X(01) VALUE ",".
026900     05  TLD-GETELD           PIC 9(07).
027000
027100 01  WS-PL-NUMMER-X           PIC X(10).
027200 01  WS-PL-GROEP-X            PIC X(10).
027300 01  WS-PL-PEIL-X             PIC X(10).
027400 01  WS-PL-PRIJS-X            PIC X(10).
027500 01  WS-PL-OMSCHR-X           PIC X(40).
027600 01  WS-PEIL-NUMMER           PIC X(08) VALUE SPACES.
027700 01  WS-PEIL-GROEP            PIC X(08) VALUE SPACES.
027800 01  WS-PEIL-OMSCHR           PIC X(40) VALUE SPACES.
027900 01  WS-PEIL-STAND            PIC S9(07) VALUE ZERO.
028000 01  WS-PEIL-PRIJS            PIC 9(05)V99 VALUE ZERO.
028100
028200 01  WS-TL-NUMMER-X           PIC X(10).
028300 01  WS-TL-GETELD-X           PIC X(10).
028400 01  WS-TEL-NUMMER            PIC X(08) VALUE SPACES.
028500 01  WS-TEL-GETELD            PIC 9(07) VALUE ZERO.
028600
028700*-----------------------------------------------------------
028800* INLEZEN - DE TELREGELS GESORTEERD PER ARTIKEL, DUBBELE
028900* REGELS (MEERDERE LOCATIES) OPGETELD
029000*-----------------------------------------------------------
029100 01  WS-IN-ARTIKEL-X          PIC X(10).
029200 01  WS-IN-AANTAL-X           PIC X(10).
029300 01  WS-SOM-NUMMER            PIC X(08) VALUE SPACES.
029400 01  WS-SOM-GETELD            PIC 9(07) VALUE ZERO.
029500 77  WS-SOM-REGELS            PIC 9(05) COMP VALUE ZERO.
029600
029700*-----------------------------------------------------------
029800* SUPERVISOR-AKKOORD (OPERAUTH.DAT) EN AFGEWEZEN ARTIKELEN
029900*-----------------------------------------------------------
030000 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
030100 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
030200 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
030300 01  WS-AUTH-EOF              PIC X VALUE "N".
030400     88 AUTH-EOF              VALUE "Y".
030500     88 AUTH-NOT-EOF          VALUE "N".
030600 01  WS-AUTH-TABLE.
030700     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
030800         10  AUTH-OPERATOR    PIC X(08).
030900         10  AUTH-NIVEAU      PIC 9(02).
031000 01  WS-AUTH-OPER-X           PIC X(10).
031100 01  WS-AUTH-NIVEAU-X         PIC X(04).
031200 01  WS-SUPERVISOR            PIC X(08) VALUE SPACES.
031300 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
031400 01  WS-AUTH-OK-SW            PIC X VALUE "N".
031500     88 AUTHORITY-OK          VALUE "Y".
031600     88 AUTHORITY-NOT-OK      VALUE "N".
031700
031800 77  WS-AFW-COUNT             PIC 9(03) COMP VALUE ZERO.
031900 77  WS-AFW-MAX               PIC 9(03) COMP VALUE 200.
032000 77  WS-AFW-IDX               PIC 9(03) COMP VALUE ZERO.
032100 01  WS-AFW-TABLE.
032200     05  AFW-NUMMER           PIC X(08) OCCURS 200 TIMES.
032300 01  WS-AFW-SW                PIC X VALUE "N".
032400     88 ARTIKEL-AFGEWEZEN     VALUE "Y".
032500     88 ARTIKEL-AANVAARD      VALUE "N".
032600
032700*-----------------------------------------------------------
032800* REKENWERK EN TELLERS
032900*-----------------------------------------------------------
033000 01  WS-VERSCHIL              PIC S9(08) VALUE ZERO.
033100 01  WS-WAARDE                PIC S9(11)V99 VALUE ZERO.
033200 01  WS-GRP-PLUS              PIC S9(11)V99 VALUE ZERO.
033300 01  WS-GRP-MIN               PIC S9(11)V99 VALUE ZERO.
033400 01  WS-TOT-PLUS              PIC S9(11)V99 VALUE ZERO.
033500 01  WS-TOT-MIN               PIC S9(11)V99 VALUE ZERO.
033600 01  WS-BREAK-GROEP           PIC X(08) VALUE HIGH-VALUES.
033700 77  WS-ART-COUNT             PIC 9(07) COMP VALUE ZERO.
033800 77  WS-REGEL-COUNT           PIC 9(07) COMP VALUE ZERO.
033900 77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
034000 77  WS-GETELD-COUNT          PIC 9(07) COMP VALUE ZERO.
034100 77  WS-VERSCHIL-COUNT        PIC 9(07) COMP VALUE ZERO.
034200 77  WS-NIET-GETELD-COUNT     PIC 9(07) COMP VALUE ZERO.
034300 77  WS-GEBOEKT-COUNT         PIC 9(07) COMP VALUE ZERO.
034400 77  WS-AFGEWEZEN-COUNT       PIC 9(07) COMP VALUE ZERO.
034500 77  WS-GRP-VERSCHILLEN       PIC 9(05) COMP VALUE ZERO.
034600
034700*-----------------------------------------------------------
034800* VOORTRX-REGEL: C,ARTIKEL,GETELD,PEILSTAND
034900*-----------------------------------------------------------
035000 01  TRX-OUT-LINE.
035100     05  FILLER               PIC X(02) VALUE "C,".
035200     05  TRX-OUT-ARTIKEL      PIC X(08).
035300     05  FILLER               PIC X(01) VALUE ",".
035400     05  TRX-OUT-GETELD       PIC 9(07).
035500     05  FILLER               PIC X(01) VALUE ",".
035600     05  TRX-OUT-PEIL         PIC +9(07).
035700
035800 01  LOG-DETAIL-LINE.
035900     05  LOG-TELLING-DATUM    PIC 9(08).
036000     05  FILLER               PIC X(01) VALUE ",".
036100     05  LOG-TELLING-TIJD     PIC 9(06).
036200     05  FILLER               PIC X(01) VALUE ",".
036300     05  LOG-BOEKDATUM        PIC 9(08).
036400     05  FILLER               PIC X(01) VALUE ",".
036500     05  LOG-OPERATOR         PIC X(08).
036600     05  FILLER               PIC X(01) VALUE ",".
036700     05  LOG-SUPERVISOR       PIC X(08).
036800     05  FILLER               PIC X(01) VALUE ",".
036900     05  LOG-REGELS           PIC 9(07).
037000     05  FILLER               PIC X(01) VALUE ",".
037100     05  LOG-WAARDE           PIC +9(11).99.
037200 01  WS-LOG-DATUM-X           PIC X(10).
037300 01  WS-LOG-TIJD-X            PIC X(10).
037400
037500*-----------------------------------------------------------
037600* LIJSTLAYOUTS - GEMEENSCHAPPELIJK
037700*-----------------------------------------------------------
037800 01  INV-HEADING-1.
037900     05  INV-HDG-TITEL        PIC X(30).
038000     05  FILLER               PIC X(09) VALUE "TELLING ".
038100     05  INV-HDG-TDATUM       PIC 9(08).
038200     05  FILLER               PIC X(01) VALUE "-".
038300     05  INV-HDG-TTIJD        PIC 9(06).
038400     05  FILLER               PIC X(12) VALUE "   RUNDATUM ".
038500     05  INV-HDG-DATE         PIC 9(08).
038600     05  FILLER               PIC X(06) VALUE "  ADM ".
038700     05  INV-HDG-ADMIN        PIC X(04).
038800
038900 01  INV-GROEP-LINE.
039000     05  FILLER               PIC X(07) VALUE "GROEP: ".
039100     05  INV-GRP-CODE         PIC X(08).
039200
039300 01  INV-BLANK-LINE           PIC X(01) VALUE SPACE.
039400
039500*-----------------------------------------------------------
039600* TELLIJST - GEEN SYSTEEMAANTAL
039700*-----------------------------------------------------------
039800 01  TLS-HEADING-2.
039900     05  FILLER               PIC X(10) VALUE "ARTIKEL".
040000     05  FILLER               PIC X(42) VALUE "OMSCHRIJVING".
040100     05  FILLER               PIC X(16) VALUE "GETELD AANTAL".
040200     05  FILLER               PIC X(10) VALUE "PARAAF".
040300
040400 01  TLS-DETAIL-LINE.
040500     05  TLS-DET-NUMMER       PIC X(08).
040600     05  FILLER               PIC X(02) VALUE SPACES.
040700     05  TLS-DET-OMSCHR       PIC X(40).
040800     05  FILLER               PIC X(02) VALUE SPACES.
040900     05  FILLER               PIC X(16) VALUE "______________".
041000     05  FILLER               PIC X(08) VALUE "______".
041100
041200 01  TLS-INSTRUCTIE-LINE.
041300     05  FILLER               PIC X(40) VALUE
041400         "TERUG IN TELLING.DAT ALS ARTIKEL,AANTAL".
041500     05  FILLER               PIC X(40) VALUE
041600         " - EEN REGEL PER TELPLEK".
041700
041800 01  TLS-TRAILER-LINE.
041900     05  FILLER               PIC X(21)
042000                              VALUE "ARTIKELEN OP LIJST : ".
042100     05  TLS-TRL-ARTIKELEN    PIC ZZZ,ZZ9.
042200
042300*-----------------------------------------------------------
042400* TELVERW - AFKEUR BIJ HET INLEZEN
042500*-----------------------------------------------------------
042600 01  TLV-REJECT-LINE.
042700     05  TLV-REJ-REDEN        PIC X(22).
042800     05  FILLER               PIC X(02) VALUE SPACES.
042900     05  TLV-REJ-REGEL        PIC X(80).
043000
043100 01  TLV-TRAILER-LINE-1.
043200     05  FILLER               PIC X(21)
043300                              VALUE "TELREGELS GELEZEN  : ".
043400     05  TLV-TRL-REGELS       PIC ZZZ,ZZ9.
043500 01  TLV-TRAILER-LINE-2.
043600     05  FILLER               PIC X(21)
043700                              VALUE "AFGEKEURD          : ".
043800     05  TLV-TRL-REJECTS      PIC ZZZ,ZZ9.
043900 01  TLV-TRAILER-LINE-3.
044000     05  FILLER               PIC X(21)
044100                              VALUE "ARTIKELEN GETELD   : ".
044200     05  TLV-TRL-GETELD       PIC ZZZ,ZZ9.
044300
044400*-----------------------------------------------------------
044500* INVVERS - VERSCHILLENLIJST
044600*-----------------------------------------------------------
044700 01  VRS-HEADING-2.
044800     05  FILLER               PIC X(10) VALUE "ARTIKEL".
044900     05  FILLER               PIC X(22) VALUE "OMSCHRIJVING".
045000     05  FILLER               PIC X(11) VALUE "  PEILSTAND".
045100     05  FILLER               PIC X(11) VALUE "     GETELD".
045200     05  FILLER               PIC X(11) VALUE "   VERSCHIL".
045300     05  FILLER               PIC X(10) VALUE "   PRIJS".
045400     05  FILLER               PIC X(16) VALUE "          WAARDE".
045500
045600 01  VRS-DETAIL-LINE.
045700     05  VRS-DET-NUMMER       PIC X(08).
045800     05  FILLER               PIC X(02) VALUE SPACES.
045900     05  VRS-DET-OMSCHR       PIC X(20).
046000     05  FILLER               PIC X(01) VALUE SPACE.
046100     05  VRS-DET-PEIL         PIC Z,ZZZ,ZZ9-.
046200     05  FILLER               PIC X(01) VALUE SPACE.
046300     05  VRS-DET-GETELD       PIC X(10).
046400     05  FILLER               PIC X(01) VALUE SPACE.
046500     05  VRS-DET-VERSCHIL     PIC Z,ZZZ,ZZ9-.
046600     05  FILLER               PIC X(01) VALUE SPACE.
046700     05  VRS-DET-PRIJS        PIC ZZ,ZZ9.99.
046800     05  FILLER               PIC X(01) VALUE SPACE.
046900     05  VRS-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
047000     05  FILLER               PIC X(02) VALUE SPACES.
047100     05  VRS-DET-MARK         PIC X(12).
047200 01  WS-GETELD-ED             PIC Z,ZZZ,ZZ9.
047300
047400 01  VRS-GROEP-TOTAL-LINE.
047500     05  FILLER               PIC X(02) VALUE SPACES.
047600     05  FILLER               PIC X(13) VALUE "TOTAAL GROEP ".
047700     05  VRS-GTL-GROEP        PIC X(08).
047800     05  FILLER               PIC X(03) VALUE SPACES.
047900     05  VRS-GTL-AANTAL       PIC ZZ,ZZ9.
048000     05  FILLER               PIC X(12) VALUE " VERSCHIL(N)".
048100     05  FILLER               PIC X(06) VALUE "  MEER".
048200     05  VRS-GTL-PLUS         PIC ZZZ,ZZZ,ZZ9.99-.
048300     05  FILLER               PIC X(08) VALUE "  MINDER".
048400     05  VRS-GTL-MIN          PIC ZZZ,ZZZ,ZZ9.99-.
048500     05  FILLER               PIC X(07) VALUE "  NETTO".
048600     05  VRS-GTL-NETTO        PIC ZZZ,ZZZ,ZZ9.99-.
048700
048800 01  VRS-TRAILER-LINE-1.
048900     05  FILLER               PIC X(21)
049000                              VALUE "ARTIKELEN OP LIJST : ".
049100     05  VRS-TRL-ARTIKELEN    PIC ZZZ,ZZ9.
049200     05  FILLER               PIC X(21)
049300                              VALUE "   GETELD          : ".
049400     05  VRS-TRL-GETELD       PIC ZZZ,ZZ9.
049500     05  FILLER               PIC X(21)
049600                              VALUE "   NIET GETELD     : ".
049700     05  VRS-TRL-NIET         PIC ZZZ,ZZ9.
049800 01  VRS-TRAILER-LINE-2.
049900     05  FILLER               PIC X(21)
050000                              VALUE "MET VERSCHIL       : ".
050100     05  VRS-TRL-VERSCHIL     PIC ZZZ,ZZ9.
050200 01  VRS-TRAILER-LINE-3.
050300     05  FILLER               PIC X(21)
050400                              VALUE "WAARDE MEER        : ".
050500     05  VRS-TRL-PLUS         PIC ZZZ,ZZZ,ZZ9.99-.
050600     05  FILLER               PIC X(14) VALUE "   MINDER   : ".
050700     05  VRS-TRL-MIN          PIC ZZZ,ZZZ,ZZ9.99-.
050800     05  FILLER               PIC X(14) VALUE "   NETTO    : ".
050900     05  VRS-TRL-NETTO        PIC ZZZ,ZZZ,ZZ9.99-.
051000
051100*-----------------------------------------------------------
051200* INVBOEK - WAT ER NAAR VOORTRX.DAT IS GEGAAN
051300*-----------------------------------------------------------
051400 01  BKG-HEADING-2.
051500     05  FILLER               PIC X(12) VALUE "SUPERVISOR: ".
051600     05  BKG-HDG-SUPERVISOR   PIC X(08).
051700
051800 01  BKG-DETAIL-LINE.
051900     05  BKG-DET-NUMMER       PIC X(08).
052000     05  FILLER               PIC X(02) VALUE SPACES.
052100     05  BKG-DET-PEIL         PIC Z,ZZZ,ZZ9-.
052200     05  FILLER               PIC X(01) VALUE SPACE.
052300     05  BKG-DET-GETELD       PIC Z,ZZZ,ZZ9.
052400     05  FILLER               PIC X(01) VALUE SPACE.
052500     05  BKG-DET-VERSCHIL     PIC Z,ZZZ,ZZ9-.
052600     05  FILLER               PIC X(01) VALUE SPACE.
052700     05  BKG-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
052800     05  FILLER               PIC X(02) VALUE SPACES.
052900     05  BKG-DET-STATUS       PIC X(24).
053000
053100 01  BKG-TRAILER-LINE-1.
053200     05  FILLER               PIC X(21)
053300                              VALUE "GEBOEKT            : ".
053400     05  BKG-TRL-GEBOEKT      PIC ZZZ,ZZ9.
053500     05  FILLER               PIC X(21)
053600                              VALUE "   AFGEWEZEN       : ".
053700     05  BKG-TRL-AFGEWEZEN    PIC ZZZ,ZZ9.
053800 01  BKG-TRAILER-LINE-2.
053900     05  FILLER               PIC X(21)
054000                              VALUE "WAARDE NETTO       : ".
054100     05  BKG-TRL-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
054200
054300 PROCEDURE DIVISION.
054400
054500 0000-MAINLINE.
054600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
054700     EVALUATE TRUE
054800         WHEN MODE-LIJSTEN
054900             PERFORM 2000-COUNT-SHEETS THRU 2000-EXIT
055000         WHEN MODE-INLEZEN
055100             PERFORM 3000-LOAD-COUNTS THRU 3000-EXIT
055200         WHEN MODE-VERSCHILLEN
055300             PERFORM 4000-VARIANCE-REPORT THRU 4000-EXIT
055400         WHEN MODE-BOEKEN
055500             PERFORM 5000-POST-VARIANCES THRU 5000-EXIT
055600     END-EVALUATE
055700     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
055800     STOP RUN.
055900
056000*-----------------------------------------------------------
056100* 1000-INITIALIZE - RUN HEADER EN MODUS
056200*-----------------------------------------------------------
056300 1000-INITIALIZE.
056400     ACCEPT WS-START-TIME-RAW FROM TIME
056500     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
056600     PERFORM 1100-GET-MODE THRU 1100-EXIT.
056700 1000-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------
057100* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
057200*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
057300*                       LIKE EVERY OTHER CHAIN STEP
057400*-----------------------------------------------------------
057500 1050-GET-RUN-HEADER.
057600     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
057700     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
057800     IF RUNHDR-OPERATOR-ID = SPACES
057900         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
058000     END-IF
058100     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
058200     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
058300     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
058400     IF WS-ADMIN-ENV-X NOT = SPACES
058500         MOVE FUNCTION UPPER-CASE(FUNCTION
058600             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
058700     END-IF
058800     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
058900     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
059000     IF WS-RUNSEQ-ENV-X NOT = SPACES
059100         AND FUNCTION TEST-NUMVAL(FUNCTION
059200                 TRIM(WS-RUNSEQ-ENV-X)) = 0
059300         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
059400             TO RUNHDR-RUN-SEQ
059500     ELSE
059600         OPEN INPUT RUN-SEQ-FILE
059700         IF WS-RUNSEQ-STATUS = "00"
059800             READ RUN-SEQ-FILE
059900                 AT END
060000                     MOVE ZERO TO RUN-SEQ-LINE
060100             END-READ
060200             CLOSE RUN-SEQ-FILE
060300         ELSE
060400             MOVE ZERO TO RUN-SEQ-LINE
060500         END-IF
060600         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
060700         OPEN OUTPUT RUN-SEQ-FILE
060800         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
060900         WRITE RUN-SEQ-LINE
061000         CLOSE RUN-SEQ-FILE
061100     END-IF
061200     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
061300             " DATE: " RUNHDR-RUN-DATE
061400             " SEQ: " RUNHDR-RUN-SEQ
061500             " ADM: " RUNHDR-ADMIN.
061600 1050-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------
062000* 1100-GET-MODE - INVMODE UIT DE OMGEVING OF EEN PROMPT; EEN
062100*                 ONBEKENDE MODUS STOPT DE STAP
062200*-----------------------------------------------------------
062300 1100-GET-MODE.
062400     DISPLAY "INVMODE" UPON ENVIRONMENT-NAME
062500     ACCEPT WS-MODE-X FROM ENVIRONMENT-VALUE
062600     IF WS-MODE-X = SPACES
062700         DISPLAY "MODUS - L=TELLIJSTEN  I=INLEZEN  "
062800                 "V=VERSCHILLEN  B=BOEKEN: "
062900         ACCEPT WS-MODE-X
063000     END-IF
063100     MOVE FUNCTION UPPER-CASE(WS-MODE-X (1:1)) TO WS-MODE
063200     IF NOT MODE-LIJSTEN AND NOT MODE-INLEZEN
063300         AND NOT MODE-VERSCHILLEN AND NOT MODE-BOEKEN
063400         DISPLAY "ERROR: ONBEKENDE MODUS " WS-MODE-X
063500         MOVE 8 TO RETURN-CODE
063600         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
063700         STOP RUN
063800     END-IF.
063900 1100-EXIT.
064000     EXIT.
064100
064200*-----------------------------------------------------------
064300* 1200-READ-PEIL-HEADER - DE KOPREGEL VAN INVPEIL.DAT GEEFT DE
064400*                         LOPENDE TELLING; 1300 KIJKT OF ZE
064500*                         AL GEBOEKT IS
064600*-----------------------------------------------------------
064700 1200-READ-PEIL-HEADER.
064800     SET TELLING-NONE TO TRUE
064900     SET TELLING-NIET-GEBOEKT TO TRUE
065000     OPEN INPUT PEIL-FILE
065100     IF WS-PEIL-STATUS NOT = "00"
065200         GO TO 1200-EXIT
065300     END-IF
065400     READ PEIL-FILE
065500         AT END
065600             MOVE SPACES TO PEIL-LINE
065700     END-READ
065800     CLOSE PEIL-FILE
065900     MOVE SPACES TO WS-HDR-F1 WS-HDR-F2 WS-HDR-F3
066000     UNSTRING PEIL-LINE DELIMITED BY ","
066100         INTO WS-HDR-F1 WS-HDR-F2 WS-HDR-F3
066200     END-UNSTRING
066300     IF WS-HDR-F1 NOT = "TELLING"
066400         OR FUNCTION TRIM(WS-HDR-F2) IS NOT NUMERIC
066500         OR FUNCTION TRIM(WS-HDR-F3) IS NOT NUMERIC
066600         GO TO 1200-EXIT
066700     END-IF
066800     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HDR-F2))
066900         TO WS-TELLING-DATUM
067000     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-HDR-F3))
067100         TO WS-TELLING-TIJD
067200     SET TELLING-OPEN TO TRUE
067300     PERFORM 1300-CHECK-LOG THRU 1300-EXIT.
067400 1200-EXIT.
067500     EXIT.
067600
067700 1300-CHECK-LOG.
067800     OPEN INPUT INV-LOG-FILE
067900     IF WS-INVLOG-STATUS NOT = "00"
068000         GO TO 1300-EXIT
068100     END-IF
068200     SET LOG-NOT-EOF TO TRUE
068300     PERFORM UNTIL LOG-EOF OR TELLING-GEBOEKT
068400         READ INV-LOG-FILE
068500             AT END
068600                 SET LOG-EOF TO TRUE
068700             NOT AT END
068800                 MOVE SPACES TO WS-LOG-DATUM-X WS-LOG-TIJD-X
068900                 UNSTRING INV-LOG-LINE DELIMITED BY ","
069000                     INTO WS-LOG-DATUM-X WS-LOG-TIJD-X
069100                 END-UNSTRING
069200                 IF WS-LOG-DATUM-X (1:8) = WS-TELLING-ID (1:8)
069300                     AND WS-LOG-TIJD-X (1:6) = WS-TELLING-ID (9:6)
069400                     SET TELLING-GEBOEKT TO TRUE
069500                 END-IF
069600         END-READ
069700     END-PERFORM
069800     CLOSE INV-LOG-FILE.
069900 1300-EXIT.
070000     EXIT.
070100
070200*-----------------------------------------------------------
070300* 1400-REQUIRE-OPEN-COUNT - I, V EN B WERKEN OP EEN LOPENDE,
070400*                           NOG NIET GEBOEKTE TELLING
070500*-----------------------------------------------------------
070600 1400-REQUIRE-OPEN-COUNT.
070700     PERFORM 1200-READ-PEIL-HEADER THRU 1200-EXIT
070800     IF TELLING-NONE
070900         DISPLAY "ERROR: GEEN LOPENDE TELLING IN INVPEIL.DAT - "
071000                 "EERST INVMODE=L"
071100         MOVE 8 TO RETURN-CODE
071200         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
071300         STOP RUN
071400     END-IF
071500     IF TELLING-GEBOEKT
071600         DISPLAY "ERROR: TELLING " WS-TELLING-DATUM "-"
071700                 WS-TELLING-TIJD " IS AL GEBOEKT (INVLOG.DAT)"
071800         MOVE 8 TO RETURN-CODE
071900         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
072000         STOP RUN
072100     END-IF
072200     DISPLAY "TELLING " WS-TELLING-DATUM "-" WS-TELLING-TIJD.
072300 1400-EXIT.
072400     EXIT.
072500
072600*-----------------------------------------------------------
072700* 1500-WRITE-HEADING-DATA - DE GEMEENSCHAPPELIJKE KOPVELDEN
072800*-----------------------------------------------------------
072900 1500-WRITE-HEADING-DATA.
073000     MOVE WS-TELLING-DATUM TO INV-HDG-TDATUM
073100     MOVE WS-TELLING-TIJD TO INV-HDG-TTIJD
073200     MOVE RUNHDR-RUN-DATE TO INV-HDG-DATE
073300     MOVE RUNHDR-ADMIN TO INV-HDG-ADMIN.
073400 1500-EXIT.
073500     EXIT.
073600
073700*-----------------------------------------------------------
073800* 2000-COUNT-SHEETS - L: PEILSTAND VASTLEGGEN EN TELLIJSTEN
073900*                     PER ART-GROEP DRUKKEN. EEN ONGEBOEKTE
074000*                     TELLING WORDT ALLEEN MET INVNIEUW=J
074100*                     VERVANGEN.
074200*-----------------------------------------------------------
074300 2000-COUNT-SHEETS.
074400     PERFORM 1200-READ-PEIL-HEADER THRU 1200-EXIT
074500     IF TELLING-OPEN AND TELLING-NIET-GEBOEKT
074600         DISPLAY "INVNIEUW" UPON ENVIRONMENT-NAME
074700         ACCEPT WS-NIEUW-X FROM ENVIRONMENT-VALUE
074800         IF WS-NIEUW-X (1:1) NOT = "J"
074900             AND WS-NIEUW-X (1:1) NOT = "j"
075000             DISPLAY "ERROR: TELLING " WS-TELLING-DATUM "-"
075100                     WS-TELLING-TIJD " IS NOG NIET GEBOEKT - "
075200                     "INVNIEUW=J OM HAAR TE VERVANGEN"
075300             MOVE 8 TO RETURN-CODE
075400             GO TO 2000-EXIT
075500         END-IF
075600         DISPLAY "WARNING: ONGEBOEKTE TELLING " WS-TELLING-DATUM
075700                 "-" WS-TELLING-TIJD " VERVANGEN"
075800     END-IF
075900     OPEN INPUT ARTIKEL-MASTER
076000     IF WS-ARTMAST-STATUS NOT = "00"
076100         DISPLAY "ERROR: UNABLE TO OPEN ARTMAST.IDX - "
076200                 "FILE STATUS " WS-ARTMAST-STATUS
076300         MOVE 8 TO RETURN-CODE
076400         GO TO 2000-EXIT
076500     END-IF
076600     MOVE RUNHDR-RUN-DATE TO WS-TELLING-DATUM
076700     ACCEPT WS-TIME-RAW FROM TIME
076800     MOVE WS-TIME-RAW (1:6) TO WS-TELLING-TIJD
076900     OPEN OUTPUT PEIL-FILE INV-WORK-FILE
077000     MOVE WS-TELLING-DATUM TO PLH-DATUM
077100     MOVE WS-TELLING-TIJD TO PLH-TIJD
077200     MOVE RUNHDR-OPERATOR-ID TO PLH-OPERATOR
077300     WRITE PEIL-LINE FROM PEIL-HEADER-LINE
077400     MOVE LOW-VALUES TO ART-NUMMER
077500     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
077600         INVALID KEY
077700             SET FILE-EOF TO TRUE
077800         NOT INVALID KEY
077900             SET FILE-NOT-EOF TO TRUE
078000     END-START
078100     PERFORM UNTIL FILE-EOF
078200         READ ARTIKEL-MASTER NEXT
078300             AT END
078400                 SET FILE-EOF TO TRUE
078500             NOT AT END
078600                 PERFORM 2100-SNAPSHOT-ONE THRU 2100-EXIT
078700         END-READ
078800     END-PERFORM
078900     CLOSE ARTIKEL-MASTER PEIL-FILE INV-WORK-FILE
079000     PERFORM 2500-SORT-WORK THRU 2500-EXIT
079100     PERFORM 2600-PRINT-SHEETS THRU 2600-EXIT
079200     DISPLAY "INVENT L COMPLETE - " WS-ART-COUNT
079300             " ARTIKEL(EN) OP TELLIJST.DAT, PEILING "
079400             WS-TELLING-DATUM "-" WS-TELLING-TIJD.
079500 2000-EXIT.
079600     EXIT.
079700
079800*-----------------------------------------------------------
079900* 2100-SNAPSHOT-ONE - PEILREGEL EN SORTEERREGEL VOOR EEN
080000*                     ARTIKEL. DE WAARDERINGSPRIJS IS DE
080100*                     GEMIDDELDE INKOOP, ZONDER GEMIDDELDE DE
080200*                     STANDAARD INKOOPPRIJS.
080300*-----------------------------------------------------------
080400 2100-SNAPSHOT-ONE.
080500     ADD 1 TO WS-ART-COUNT
080600     MOVE ART-NUMMER TO PLD-NUMMER IW-NUMMER
080700     MOVE ART-GROEP TO PLD-GROEP IW-GROEP
080800     MOVE ART-VOORRAAD TO PLD-PEIL IW-PEIL
080900     IF ART-GEM-INKOOP > ZERO
081000         MOVE ART-GEM-INKOOP TO PLD-PRIJS IW-PRIJS
081100     ELSE
081200         MOVE ART-INKOOPPRIJS TO PLD-PRIJS IW-PRIJS
081300     END-IF
081400     MOVE ART-OMSCHRIJVING TO PLD-OMSCHRIJVING IW-OMSCHRIJVING
081500     MOVE ZERO TO IW-GETELD
081600     MOVE "N" TO IW-GETELD-SW
081700     WRITE PEIL-LINE FROM PEIL-DETAIL-LINE
081800     WRITE INV-WORK-RECORD.
081900 2100-EXIT.
082000     EXIT.
082100
082200 2500-SORT-WORK.
082300     SORT SORT-FILE ON ASCENDING KEY SD-GROEP
082400                    ON ASCENDING KEY SD-NUMMER
082500         USING INV-WORK-FILE
082600         GIVING SORTED-INV-FILE.
082700 2500-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------
083100* 2600-PRINT-SHEETS - EEN BLOK PER GROEP, ALLEEN NUMMER EN
083200*                     OMSCHRIJVING - DE TELLER ZIET HET
083300*                     SYSTEEMAANTAL NIET
083400*-----------------------------------------------------------
083500 2600-PRINT-SHEETS.
083600     OPEN OUTPUT COUNT-SHEET-FILE
083700     PERFORM 1500-WRITE-HEADING-DATA THRU 1500-EXIT
083800     MOVE "TELLIJST INVENTARISATIE" TO INV-HDG-TITEL
083900     WRITE COUNT-SHEET-LINE FROM INV-HEADING-1
084000     WRITE COUNT-SHEET-LINE FROM TLS-INSTRUCTIE-LINE
084100     MOVE HIGH-VALUES TO WS-BREAK-GROEP
084200     OPEN INPUT SORTED-INV-FILE
084300     SET FILE-NOT-EOF TO TRUE
084400     PERFORM UNTIL FILE-EOF
084500         READ SORTED-INV-FILE
084600             AT END
084700                 SET FILE-EOF TO TRUE
084800             NOT AT END
084900                 IF SI-GROEP NOT = WS-BREAK-GROEP
085000                     MOVE SI-GROEP TO WS-BREAK-GROEP
085100                     MOVE SI-GROEP TO INV-GRP-CODE
085200                     WRITE COUNT-SHEET-LINE FROM INV-BLANK-LINE
085300                     WRITE COUNT-SHEET-LINE FROM INV-GROEP-LINE
085400                     WRITE COUNT-SHEET-LINE FROM TLS-HEADING-2
085500                 END-IF
085600                 MOVE SI-NUMMER TO TLS-DET-NUMMER
085700                 MOVE SI-OMSCHRIJVING TO TLS-DET-OMSCHR
085800                 WRITE COUNT-SHEET-LINE FROM TLS-DETAIL-LINE
085900         END-READ
086000     END-PERFORM
086100     CLOSE SORTED-INV-FILE
086200     WRITE COUNT-SHEET-LINE FROM INV-BLANK-LINE
086300     MOVE WS-ART-COUNT TO TLS-TRL-ARTIKELEN
086400     WRITE COUNT-SHEET-LINE FROM TLS-TRAILER-LINE
086500     CLOSE COUNT-SHEET-FILE.
086600 2600-EXIT.
086700     EXIT.
086800
086900*-----------------------------------------------------------
087000* 3000-LOAD-COUNTS - I: TELLING.DAT LEZEN, PER ARTIKEL
087100*                    SORTEREN EN OPTELLEN, TOETSEN TEGEN DE
087200*                    PEILING EN NAAR INVTEL.DAT. INVTEL.DAT
087300*                    WORDT ELKE KEER OPNIEUW OPGEBOUWD - EEN
087400*                    HERTELLING IS EEN NIEUW TELLING.DAT.
087500*-----------------------------------------------------------
087600 3000-LOAD-COUNTS.
087700     PERFORM 1400-REQUIRE-OPEN-COUNT THRU 1400-EXIT
087800     OPEN INPUT COUNT-INPUT-FILE
087900     IF WS-TELLING-STATUS NOT = "00"
088000         DISPLAY "ERROR: UNABLE TO OPEN TELLING.DAT - "
088100                 "FILE STATUS " WS-TELLING-STATUS
088200         MOVE 8 TO RETURN-CODE
088300         GO TO 3000-EXIT
088400     END-IF
088500     OPEN OUTPUT COUNT-REPORT-FILE INV-WORK-FILE
088600     PERFORM 1500-WRITE-HEADING-DATA THRU 1500-EXIT
088700     MOVE "VERWERKING TELBESTAND" TO INV-HDG-TITEL
088800     WRITE COUNT-REPORT-LINE FROM INV-HEADING-1
088900     WRITE COUNT-REPORT-LINE FROM INV-BLANK-LINE
089000     SET FILE-NOT-EOF TO TRUE
089100     PERFORM UNTIL FILE-EOF
089200         READ COUNT-INPUT-FILE
089300             AT END
089400                 SET FILE-EOF TO TRUE
089500             NOT AT END
089600                 PERFORM 3100-PARSE-COUNT-LINE THRU 3100-EXIT
089700         END-READ
089800     END-PERFORM
089900     CLOSE COUNT-INPUT-FILE INV-WORK-FILE
090000     PERFORM 2500-SORT-WORK THRU 2500-EXIT
090100     PERFORM 3200-MATCH-COUNTS THRU 3200-EXIT
090200     WRITE COUNT-REPORT-LINE FROM INV-BLANK-LINE
090300     MOVE WS-REGEL-COUNT TO TLV-TRL-REGELS
090400     WRITE COUNT-REPORT-LINE FROM TLV-TRAILER-LINE-1
090500     MOVE WS-REJECT-COUNT TO TLV-TRL-REJECTS
090600     WRITE COUNT-REPORT-LINE FROM TLV-TRAILER-LINE-2
090700     MOVE WS-GETELD-COUNT TO TLV-TRL-GETELD
090800     WRITE COUNT-REPORT-LINE FROM TLV-TRAILER-LINE-3
090900     CLOSE COUNT-REPORT-FILE
091000     DISPLAY "INVENT I COMPLETE - " WS-REGEL-COUNT
091100             " TELREGEL(S), " WS-GETELD-COUNT
091200             " ARTIKEL(EN) NAAR INVTEL.DAT, "
091300             WS-REJECT-COUNT " AFGEKEURD"
091400     IF WS-REJECT-COUNT > ZERO
091500         MOVE 4 TO RETURN-CODE
091600     END-IF.
091700 3000-EXIT.
091800     EXIT.
091900
092000*-----------------------------------------------------------
092100* 3100-PARSE-COUNT-LINE - ARTIKEL,AANTAL; EEN AANTAL IS EEN
092200*                         GEHEEL GETAL VAN NUL OF MEER
092300*-----------------------------------------------------------
092400 3100-PARSE-COUNT-LINE.
092500     IF COUNT-INPUT-LINE = SPACES
092600         GO TO 3100-EXIT
092700     END-IF
092800     ADD 1 TO WS-REGEL-COUNT
092900     MOVE SPACES TO WS-IN-ARTIKEL-X WS-IN-AANTAL-X
093000     UNSTRING COUNT-INPUT-LINE DELIMITED BY ","
093100         INTO WS-IN-ARTIKEL-X WS-IN-AANTAL-X
093200     END-UNSTRING
093300     IF FUNCTION TRIM(WS-IN-ARTIKEL-X) = SPACES
093400         OR FUNCTION TRIM(WS-IN-AANTAL-X) IS NOT NUMERIC
093500         MOVE "ONGELDIGE REGEL" TO TLV-REJ-REDEN
093600         MOVE COUNT-INPUT-LINE TO TLV-REJ-REGEL
093700         WRITE COUNT-REPORT-LINE FROM TLV-REJECT-LINE
093800         ADD 1 TO WS-REJECT-COUNT
093900         GO TO 3100-EXIT
094000     END-IF
094100     MOVE SPACES TO IW-GROEP IW-OMSCHRIJVING
094200     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-ARTIKEL-X))
094300         TO IW-NUMMER
094400     MOVE ZERO TO IW-PEIL IW-PRIJS
094500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-AANTAL-X))
094600         TO IW-GETELD
094700     MOVE "J" TO IW-GETELD-SW
094800     WRITE INV-WORK-RECORD.
094900 3100-EXIT.
095000     EXIT.
095100
095200*-----------------------------------------------------------
095300* 3200-MATCH-COUNTS - DE GESORTEERDE TELREGELS (ALLE MET EEN
095400*                     LEGE GROEP, DUS OP NUMMER) TEGEN DE
095500*                     PEILING, BEIDE IN ARTIKELVOLGORDE
095600*-----------------------------------------------------------
095700 3200-MATCH-COUNTS.
095800     PERFORM 6000-OPEN-PEIL THRU 6000-EXIT
095900     OPEN OUTPUT COUNT-FILE
096000     MOVE WS-TELLING-DATUM TO PLH-DATUM
096100     MOVE WS-TELLING-TIJD TO PLH-TIJD
096200     MOVE RUNHDR-OPERATOR-ID TO PLH-OPERATOR
096300     WRITE COUNT-LINE FROM PEIL-HEADER-LINE
096400     MOVE SPACES TO WS-SOM-NUMMER
096500     OPEN INPUT SORTED-INV-FILE
096600     SET FILE-NOT-EOF TO TRUE
096700     PERFORM UNTIL FILE-EOF
096800         READ SORTED-INV-FILE
096900             AT END
097000                 SET FILE-EOF TO TRUE
097100             NOT AT END
097200                 IF SI-NUMMER NOT = WS-SOM-NUMMER
097300                     PERFORM 3210-FLUSH-ARTIKEL THRU 3210-EXIT
097400                     MOVE SI-NUMMER TO WS-SOM-NUMMER
097500                     MOVE ZERO TO WS-SOM-GETELD WS-SOM-REGELS
097600                 END-IF
097700                 ADD SI-GETELD TO WS-SOM-GETELD
097800                 ADD 1 TO WS-SOM-REGELS
097900         END-READ
098000     END-PERFORM
098100     PERFORM 3210-FLUSH-ARTIKEL THRU 3210-EXIT
098200     CLOSE SORTED-INV-FILE COUNT-FILE PEIL-FILE.
098300 3200-EXIT.
098400     EXIT.
098500
098600 3210-FLUSH-ARTIKEL.
098700     IF WS-SOM-NUMMER = SPACES
098800         GO TO 3210-EXIT
098900     END-IF
099000     PERFORM 6100-READ-PEIL THRU 6100-EXIT
099100         UNTIL WS-PEIL-NUMMER NOT < WS-SOM-NUMMER
099200     IF WS-PEIL-NUMMER NOT = WS-SOM-NUMMER
099300         MOVE "NIET OP TELLIJST" TO TLV-REJ-REDEN
099400         MOVE WS-SOM-NUMMER TO TLV-REJ-REGEL
099500         WRITE COUNT-REPORT-LINE FROM TLV-REJECT-LINE
099600         ADD WS-SOM-REGELS TO WS-REJECT-COUNT
099700         GO TO 3210-EXIT
099800     END-IF
099900     MOVE WS-SOM-NUMMER TO TLD-NUMMER
100000     MOVE WS-SOM-GETELD TO TLD-GETELD
100100     WRITE COUNT-LINE FROM TEL-DETAIL-LINE
100200     ADD 1 TO WS-GETELD-COUNT.
100300 3210-EXIT.
100400     EXIT.
100500
100600*-----------------------------------------------------------
100700* 4000-VARIANCE-REPORT - V: PEILING TEGEN INVTEL.DAT, PER
100800*                        GROEP GESORTEERD NAAR INVVERS.DAT.
100900*                        ARTIKELEN ZONDER TELLING STAAN ERBIJ
101000*                        ALS NIET GETELD (CONDITION CODE 4).
101100*-----------------------------------------------------------
101200 4000-VARIANCE-REPORT.
101300     PERFORM 1400-REQUIRE-OPEN-COUNT THRU 1400-EXIT
101400     PERFORM 6050-OPEN-TELLING THRU 6050-EXIT
101500     IF RETURN-CODE = 8
101600         GO TO 4000-EXIT
101700     END-IF
101800     PERFORM 6000-OPEN-PEIL THRU 6000-EXIT
101900     OPEN OUTPUT INV-WORK-FILE
102000     PERFORM 6100-READ-PEIL THRU 6100-EXIT
102100     PERFORM UNTIL WS-PEIL-NUMMER = HIGH-VALUES
102200         PERFORM 4100-BUILD-ONE THRU 4100-EXIT
102300         PERFORM 6100-READ-PEIL THRU 6100-EXIT
102400     END-PERFORM
102500     CLOSE PEIL-FILE COUNT-FILE INV-WORK-FILE
102600     PERFORM 2500-SORT-WORK THRU 2500-EXIT
102700     PERFORM 4200-PRINT-VARIANCES THRU 4200-EXIT
102800     DISPLAY "INVENT V COMPLETE - " WS-ART-COUNT
102900             " ARTIKEL(EN), " WS-VERSCHIL-COUNT
103000             " MET VERSCHIL, " WS-NIET-GETELD-COUNT
103100             " NIET GETELD, NAAR INVVERS.DAT"
103200     IF WS-NIET-GETELD-COUNT > ZERO
103300         MOVE 4 TO RETURN-CODE
103400     END-IF.
103500 4000-EXIT.
103600     EXIT.
103700
103800 4100-BUILD-ONE.
103900     ADD 1 TO WS-ART-COUNT
104000     PERFORM 6200-READ-TELLING THRU 6200-EXIT
104100         UNTIL WS-TEL-NUMMER NOT < WS-PEIL-NUMMER
104200     MOVE WS-PEIL-GROEP TO IW-GROEP
104300     MOVE WS-PEIL-NUMMER TO IW-NUMMER
104400     MOVE WS-PEIL-OMSCHR TO IW-OMSCHRIJVING
104500     MOVE WS-PEIL-STAND TO IW-PEIL
104600     MOVE WS-PEIL-PRIJS TO IW-PRIJS
104700     IF WS-TEL-NUMMER = WS-PEIL-NUMMER
104800         MOVE WS-TEL-GETELD TO IW-GETELD
104900         MOVE "J" TO IW-GETELD-SW
105000     ELSE
105100         MOVE ZERO TO IW-GETELD
105200         MOVE "N" TO IW-GETELD-SW
105300     END-IF
105400     WRITE INV-WORK-RECORD.
105500 4100-EXIT.
105600     EXIT.
105700
105800*-----------------------------------------------------------
105900* 4200-PRINT-VARIANCES - ALLEEN ARTIKELEN MET EEN VERSCHIL
106000*                        OF ZONDER TELLING; TOTALEN PER GROEP
106100*                        (MEER, MINDER EN NETTO)
106200*-----------------------------------------------------------
106300 4200-PRINT-VARIANCES.
106400     OPEN OUTPUT VARIANCE-FILE
106500     PERFORM 1500-WRITE-HEADING-DATA THRU 1500-EXIT
106600     MOVE "VOORRAADVERSCHILLEN TELLING" TO INV-HDG-TITEL
106700     WRITE VARIANCE-LINE FROM INV-HEADING-1
106800     MOVE HIGH-VALUES TO WS-BREAK-GROEP
106900     OPEN INPUT SORTED-INV-FILE
107000     SET FILE-NOT-EOF TO TRUE
107100     PERFORM UNTIL FILE-EOF
107200         READ SORTED-INV-FILE
107300             AT END
107400                 SET FILE-EOF TO TRUE
107500             NOT AT END
107600                 IF SI-GROEP NOT = WS-BREAK-GROEP
107700                     IF WS-BREAK-GROEP NOT = HIGH-VALUES
107800                         PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
107900                     END-IF
108000                     MOVE SI-GROEP TO WS-BREAK-GROEP
108100                     MOVE ZERO TO WS-GRP-PLUS WS-GRP-MIN
108200                                  WS-GRP-VERSCHILLEN
108300                     MOVE SI-GROEP TO INV-GRP-CODE
108400                     WRITE VARIANCE-LINE FROM INV-BLANK-LINE
108500                     WRITE VARIANCE-LINE FROM INV-GROEP-LINE
108600                     WRITE VARIANCE-LINE FROM VRS-HEADING-2
108700                 END-IF
108800                 PERFORM 4210-ONE-VARIANCE THRU 4210-EXIT
108900         END-READ
109000     END-PERFORM
109100     CLOSE SORTED-INV-FILE
109200     IF WS-BREAK-GROEP NOT = HIGH-VALUES
109300         PERFORM 4300-GROEP-TOTAL THRU 4300-EXIT
109400     END-IF
109500     WRITE VARIANCE-LINE FROM INV-BLANK-LINE
109600     MOVE WS-ART-COUNT TO VRS-TRL-ARTIKELEN
109700     SUBTRACT WS-NIET-GETELD-COUNT FROM WS-ART-COUNT
109800         GIVING VRS-TRL-GETELD
109900     MOVE WS-NIET-GETELD-COUNT TO VRS-TRL-NIET
110000     WRITE VARIANCE-LINE FROM VRS-TRAILER-LINE-1
110100     MOVE WS-VERSCHIL-COUNT TO VRS-TRL-VERSCHIL
110200     WRITE VARIANCE-LINE FROM VRS-TRAILER-LINE-2
110300     MOVE WS-TOT-PLUS TO VRS-TRL-PLUS
110400     MOVE WS-TOT-MIN TO VRS-TRL-MIN
110500     COMPUTE VRS-TRL-NETTO = WS-TOT-PLUS + WS-TOT-MIN
110600     WRITE VARIANCE-LINE FROM VRS-TRAILER-LINE-3
110700     CLOSE VARIANCE-FILE.
110800 4200-EXIT.
110900     EXIT.
111000
111100 4210-ONE-VARIANCE.
111200     MOVE SI-NUMMER TO VRS-DET-NUMMER
111300     MOVE SI-OMSCHRIJVING TO VRS-DET-OMSCHR
111400     MOVE SI-PEIL TO VRS-DET-PEIL
111500     MOVE SI-PRIJS TO VRS-DET-PRIJS
111600     IF NOT SI-GETELD-JA
111700         ADD 1 TO WS-NIET-GETELD-COUNT
111800         MOVE SPACES TO VRS-DET-GETELD
111900         MOVE ZERO TO VRS-DET-VERSCHIL VRS-DET-WAARDE
112000         MOVE "NIET GETELD" TO VRS-DET-MARK
112100         WRITE VARIANCE-LINE FROM VRS-DETAIL-LINE
112200         GO TO 4210-EXIT
112300     END-IF
112400     COMPUTE WS-VERSCHIL = SI-GETELD - SI-PEIL
112500     IF WS-VERSCHIL = ZERO
112600         GO TO 4210-EXIT
112700     END-IF
112800     COMPUTE WS-WAARDE ROUNDED = WS-VERSCHIL * SI-PRIJS
112900     ADD 1 TO WS-VERSCHIL-COUNT WS-GRP-VERSCHILLEN
113000     IF WS-WAARDE > ZERO
113100         ADD WS-WAARDE TO WS-GRP-PLUS WS-TOT-PLUS
113200     ELSE
113300         ADD WS-WAARDE TO WS-GRP-MIN WS-TOT-MIN
113400     END-IF
113500     MOVE SI-GETELD TO WS-GETELD-ED
113600     MOVE WS-GETELD-ED TO VRS-DET-GETELD
113700     MOVE WS-VERSCHIL TO VRS-DET-VERSCHIL
113800     MOVE WS-WAARDE TO VRS-DET-WAARDE
113900     MOVE SPACES TO VRS-DET-MARK
114000     WRITE VARIANCE-LINE FROM VRS-DETAIL-LINE.
114100 4210-EXIT.
114200     EXIT.
114300
114400 4300-GROEP-TOTAL.
114500     MOVE WS-BREAK-GROEP TO VRS-GTL-GROEP
114600     MOVE WS-GRP-VERSCHILLEN TO VRS-GTL-AANTAL
114700     MOVE WS-GRP-PLUS TO VRS-GTL-PLUS
114800     MOVE WS-GRP-MIN TO VRS-GTL-MIN
114900     COMPUTE VRS-GTL-NETTO = WS-GRP-PLUS + WS-GRP-MIN
115000     WRITE VARIANCE-LINE FROM VRS-GROEP-TOTAL-LINE.
115100 4300-EXIT.
115200     EXIT.
115300
115400*-----------------------------------------------------------
115500* 5000-POST-VARIANCES - B: SUPERVISOR-AKKOORD, DAN ELK GETELD
115600*                       ARTIKEL MET EEN VERSCHIL DAT NIET IN
115700*                       INVAFWZ.DAT STAAT ALS C-REGEL MET
115800*                       PEILSTAND ACHTER VOORTRX.DAT. NIET
115900*                       GETELDE ARTIKELEN BLIJVEN ONGEMOEID.
116000*-----------------------------------------------------------
116100 5000-POST-VARIANCES.
116200     PERFORM 1400-REQUIRE-OPEN-COUNT THRU 1400-EXIT
116300     PERFORM 5100-CHECK-SUPERVISOR THRU 5100-EXIT
116400     IF AUTHORITY-NOT-OK
116500         DISPLAY "ERROR: GEEN SUPERVISOR-AUTORISATIE VOOR "
116600                 FUNCTION TRIM(WS-SUPERVISOR)
116700                 " - NIETS GEBOEKT"
116800         MOVE 8 TO RETURN-CODE
116900         GO TO 5000-EXIT
117000     END-IF
117100     PERFORM 6050-OPEN-TELLING THRU 6050-EXIT
117200     IF RETURN-CODE = 8
117300         GO TO 5000-EXIT
117400     END-IF
117500     PERFORM 5200-LOAD-REJECTIONS THRU 5200-EXIT
117501     IF RETURN-CODE = 8
117502         CLOSE COUNT-FILE
117503         GO TO 5000-EXIT
117504     END-IF
117600     PERFORM 6000-OPEN-PEIL THRU 6000-EXIT
117700     OPEN EXTEND STOCK-TRX-FILE
117800     IF WS-VOORTRX-STATUS = "35"
117900         OPEN OUTPUT STOCK-TRX-FILE
118000     END-IF
118100     OPEN OUTPUT POSTING-REPORT-FILE
118200     PERFORM 1500-WRITE-HEADING-DATA THRU 1500-EXIT
118300     MOVE "BOEKING TELVERSCHILLEN" TO INV-HDG-TITEL
118400     WRITE POSTING-REPORT-LINE FROM INV-HEADING-1
118500     MOVE WS-SUPERVISOR TO BKG-HDG-SUPERVISOR
118600     WRITE POSTING-REPORT-LINE FROM BKG-HEADING-2
118700     WRITE POSTING-REPORT-LINE FROM INV-BLANK-LINE
118800     MOVE ZERO TO WS-TOT-PLUS
118900     PERFORM 6200-READ-TELLING THRU 6200-EXIT
119000     PERFORM UNTIL WS-TEL-NUMMER = HIGH-VALUES
119100         PERFORM 6100-READ-PEIL THRU 6100-EXIT
119200             UNTIL WS-PEIL-NUMMER NOT < WS-TEL-NUMMER
119300         IF WS-PEIL-NUMMER = WS-TEL-NUMMER
119400             PERFORM 5300-POST-ONE THRU 5300-EXIT
119500         END-IF
119600         PERFORM 6200-READ-TELLING THRU 6200-EXIT
119700     END-PERFORM
119800     CLOSE PEIL-FILE COUNT-FILE STOCK-TRX-FILE
119900     WRITE POSTING-REPORT-LINE FROM INV-BLANK-LINE
120000     MOVE WS-GEBOEKT-COUNT TO BKG-TRL-GEBOEKT
120100     MOVE WS-AFGEWEZEN-COUNT TO BKG-TRL-AFGEWEZEN
120200     WRITE POSTING-REPORT-LINE FROM BKG-TRAILER-LINE-1
120300     MOVE WS-TOT-PLUS TO BKG-TRL-WAARDE
120400     WRITE POSTING-REPORT-LINE FROM BKG-TRAILER-LINE-2
120500     CLOSE POSTING-REPORT-FILE
120600     PERFORM 5400-WRITE-LOG THRU 5400-EXIT
120700     DISPLAY "INVENT B COMPLETE - " WS-GEBOEKT-COUNT
120800             " CORRECTIE(S) NAAR VOORTRX.DAT, "
120900             WS-AFGEWEZEN-COUNT " AFGEWEZEN, AKKOORD "
121000             FUNCTION TRIM(WS-SUPERVISOR).
121100 5000-EXIT.
121200     EXIT.
121300
121400*-----------------------------------------------------------
121500* 5100-CHECK-SUPERVISOR - INVSUPER OF PROMPT, NIVEAU 2 OF
121600*                         HOGER OP OPERAUTH.DAT (ALS LOCKBRK)
121700*-----------------------------------------------------------
121800 5100-CHECK-SUPERVISOR.
121900     SET AUTHORITY-NOT-OK TO TRUE
122000     DISPLAY "INVSUPER" UPON ENVIRONMENT-NAME
122100     MOVE SPACES TO WS-AUTH-OPER-X
122200     ACCEPT WS-AUTH-OPER-X FROM ENVIRONMENT-VALUE
122300     IF WS-AUTH-OPER-X = SPACES
122400         DISPLAY "SUPERVISOR (NIVEAU 2 VEREIST): "
122500         ACCEPT WS-AUTH-OPER-X
122600     END-IF
122700     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
122800         TO WS-SUPERVISOR
122900     IF WS-SUPERVISOR = SPACES
123000         GO TO 5100-EXIT
123100     END-IF
123200     MOVE ZERO TO WS-AUTH-COUNT
123300     OPEN INPUT OPER-AUTH-FILE
123400     IF WS-OPERAUTH-STATUS NOT = "00"
123500         GO TO 5100-EXIT
123600     END-IF
123700     SET AUTH-NOT-EOF TO TRUE
123800     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
123900         READ OPER-AUTH-FILE
124000             AT END
124100                 SET AUTH-EOF TO TRUE
124200             NOT AT END
124300                 PERFORM 5150-LOAD-ONE-AUTH THRU 5150-EXIT
124400         END-READ
124500     END-PERFORM
124600     CLOSE OPER-AUTH-FILE
124700     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
124800         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
124900         IF AUTH-OPERATOR (WS-AUTH-IDX) = WS-SUPERVISOR
125000             AND AUTH-NIVEAU (WS-AUTH-IDX)
125100                 >= WS-SUPERVISOR-NIVEAU
125200             SET AUTHORITY-OK TO TRUE
125300         END-IF
125400     END-PERFORM.
125500 5100-EXIT.
125600     EXIT.
125700
125800 5150-LOAD-ONE-AUTH.
125900     IF OPER-AUTH-LINE = SPACES
126000         GO TO 5150-EXIT
126100     END-IF
126200     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
126300     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
126400         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
126500     END-UNSTRING
126600     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
126700         GO TO 5150-EXIT
126800     END-IF
126900     ADD 1 TO WS-AUTH-COUNT
127000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
127100         TO AUTH-OPERATOR (WS-AUTH-COUNT)
127200     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
127300         TO AUTH-NIVEAU (WS-AUTH-COUNT).
127400 5150-EXIT.
127500     EXIT.
127600
127700*-----------------------------------------------------------
127800* 5200-LOAD-REJECTIONS - INVAFWZ.DAT, EEN ARTIKEL PER REGEL
127900*                        DAT DE SUPERVISOR NIET AANVAARDT.
128000*                        GEEN BESTAND IS ALLES AANVAARD.
128001*                        MEER DAN WS-AFW-MAX AFWIJZINGEN IS
128002*                        RC 8 - ER WORDT DAN NIETS GEBOEKT.
128100*-----------------------------------------------------------
128200 5200-LOAD-REJECTIONS.
128300     MOVE ZERO TO WS-AFW-COUNT
128400     OPEN INPUT REJECT-LIST-FILE
128500     IF WS-AFWZ-STATUS NOT = "00"
128600         GO TO 5200-EXIT
128700     END-IF
128800     SET FILE-NOT-EOF TO TRUE
128900     PERFORM UNTIL FILE-EOF
129000         READ REJECT-LIST-FILE
129100             AT END
129200                 SET FILE-EOF TO TRUE
129300             NOT AT END
129400                 IF REJECT-LIST-LINE NOT = SPACES
129401                    AND WS-AFW-COUNT >= WS-AFW-MAX
129402                     DISPLAY "ERROR: INVAFWZ.DAT HEEFT MEER DAN "
129403                             WS-AFW-MAX " AFWIJZINGEN - NIETS "
129404                             "GEBOEKT"
129405                     MOVE 8 TO RETURN-CODE
129406                     SET FILE-EOF TO TRUE
129407                 END-IF
129408                 IF REJECT-LIST-LINE NOT = SPACES
129409                    AND RETURN-CODE NOT = 8
129500                     ADD 1 TO WS-AFW-COUNT
129600                     MOVE FUNCTION UPPER-CASE(FUNCTION
129700                         TRIM(REJECT-LIST-LINE))
129800                         TO AFW-NUMMER (WS-AFW-COUNT)
129900                 END-IF
130000         END-READ
130100     END-PERFORM
130200     CLOSE REJECT-LIST-FILE.
130300 5200-EXIT.
130400     EXIT.
130500
130600 5300-POST-ONE.
130700     COMPUTE WS-VERSCHIL = WS-TEL-GETELD - WS-PEIL-STAND
130800     IF WS-VERSCHIL = ZERO
130900         GO TO 5300-EXIT
131000     END-IF
131100     COMPUTE WS-WAARDE ROUNDED = WS-VERSCHIL * WS-PEIL-PRIJS
131200     SET ARTIKEL-AANVAARD TO TRUE
131300     PERFORM VARYING WS-AFW-IDX FROM 1 BY 1
131400         UNTIL WS-AFW-IDX > WS-AFW-COUNT OR ARTIKEL-AFGEWEZEN
131500         IF AFW-NUMMER (WS-AFW-IDX) = WS-TEL-NUMMER
131600             SET ARTIKEL-AFGEWEZEN TO TRUE
131700         END-IF
131800     END-PERFORM
131900     MOVE WS-TEL-NUMMER TO BKG-DET-NUMMER
132000     MOVE WS-PEIL-STAND TO BKG-DET-PEIL
132100     MOVE WS-TEL-GETELD TO BKG-DET-GETELD
132200     MOVE WS-VERSCHIL TO BKG-DET-VERSCHIL
132300     MOVE WS-WAARDE TO BKG-DET-WAARDE
132400     IF ARTIKEL-AFGEWEZEN
132500         MOVE "AFGEWEZEN - HERTELLEN" TO BKG-DET-STATUS
132600         ADD 1 TO WS-AFGEWEZEN-COUNT
132700     ELSE
132800         MOVE WS-TEL-NUMMER TO TRX-OUT-ARTIKEL
132900         MOVE WS-TEL-GETELD TO TRX-OUT-GETELD
133000         MOVE WS-PEIL-STAND TO TRX-OUT-PEIL
133100         WRITE STOCK-TRX-LINE FROM TRX-OUT-LINE
133200         MOVE "NAAR VOORTRX.DAT" TO BKG-DET-STATUS
133300         ADD 1 TO WS-GEBOEKT-COUNT
133400         ADD WS-WAARDE TO WS-TOT-PLUS
133500     END-IF
133600     WRITE POSTING-REPORT-LINE FROM BKG-DETAIL-LINE.
133700 5300-EXIT.
133800     EXIT.
133900
134000*-----------------------------------------------------------
134100* 5400-WRITE-LOG - DE TELLING IS GEBOEKT: TELLING, DATUM,
134200*                  OPERATOR, SUPERVISOR, REGELS EN WAARDE
134300*-----------------------------------------------------------
134400 5400-WRITE-LOG.
134500     MOVE WS-TELLING-DATUM TO LOG-TELLING-DATUM
134600     MOVE WS-TELLING-TIJD TO LOG-TELLING-TIJD
134700     MOVE RUNHDR-RUN-DATE TO LOG-BOEKDATUM
134800     MOVE RUNHDR-OPERATOR-ID TO LOG-OPERATOR
134900     MOVE WS-SUPERVISOR TO LOG-SUPERVISOR
135000     MOVE WS-GEBOEKT-COUNT TO LOG-REGELS
135100     MOVE WS-TOT-PLUS TO LOG-WAARDE
135200     OPEN EXTEND INV-LOG-FILE
135300     IF WS-INVLOG-STATUS = "35"
135400         OPEN OUTPUT INV-LOG-FILE
135500     END-IF
135600     WRITE INV-LOG-LINE FROM LOG-DETAIL-LINE
135700     CLOSE INV-LOG-FILE.
135800 5400-EXIT.
135900     EXIT.
136000
136100*-----------------------------------------------------------
136200* 6000-OPEN-PEIL - INVPEIL.DAT OPENEN VOORBIJ DE KOPREGEL
136300*-----------------------------------------------------------
136400 6000-OPEN-PEIL.
136500     MOVE LOW-VALUES TO WS-PEIL-NUMMER
136600     OPEN INPUT PEIL-FILE
136700     READ PEIL-FILE
136800         AT END
136900             MOVE HIGH-VALUES TO WS-PEIL-NUMMER
137000     END-READ.
137100 6000-EXIT.
137200     EXIT.
137300
137400*-----------------------------------------------------------
137500* 6050-OPEN-TELLING - INVTEL.DAT MOET BIJ DEZE PEILING HOREN
137600*-----------------------------------------------------------
137700 6050-OPEN-TELLING.
137800     MOVE LOW-VALUES TO WS-TEL-NUMMER
137900     OPEN INPUT COUNT-FILE
138000     IF WS-INVTEL-STATUS NOT = "00"
138100         DISPLAY "ERROR: GEEN INVTEL.DAT - EERST INVMODE=I"
138200         MOVE 8 TO RETURN-CODE
138300         GO TO 6050-EXIT
138400     END-IF
138500     MOVE SPACES TO COUNT-LINE
138600     READ COUNT-FILE
138700         AT END
138800             CONTINUE
138900     END-READ
139000     MOVE SPACES TO WS-HDR-F1 WS-HDR-F2 WS-HDR-F3
139100     UNSTRING COUNT-LINE DELIMITED BY ","
139200         INTO WS-HDR-F1 WS-HDR-F2 WS-HDR-F3
139300     END-UNSTRING
139400     IF WS-HDR-F1 NOT = "TELLING"
139500         OR WS-HDR-F2 (1:8) NOT = WS-TELLING-ID (1:8)
139600         OR WS-HDR-F3 (1:6) NOT = WS-TELLING-ID (9:6)
139700         DISPLAY "ERROR: INVTEL.DAT HOORT NIET BIJ TELLING "
139800                 WS-TELLING-DATUM "-" WS-TELLING-TIJD
139900                 " - OPNIEUW INVMODE=I"
140000         CLOSE COUNT-FILE
140100         MOVE 8 TO RETURN-CODE
140200     END-IF.
140300 6050-EXIT.
140400     EXIT.
140500
140600*-----------------------------------------------------------
140700* 6100-READ-PEIL - VOLGENDE PEILREGEL; EINDE = HIGH-VALUES
140800*-----------------------------------------------------------
140900 6100-READ-PEIL.
141000     READ PEIL-FILE
141100         AT END
141200             MOVE HIGH-VALUES TO WS-PEIL-NUMMER
141300             GO TO 6100-EXIT
141400     END-READ
141500     MOVE SPACES TO WS-PL-NUMMER-X WS-PL-GROEP-X WS-PL-PEIL-X
141600                    WS-PL-PRIJS-X WS-PL-OMSCHR-X
141700     UNSTRING PEIL-LINE DELIMITED BY ","
141800         INTO WS-PL-NUMMER-X WS-PL-GROEP-X WS-PL-PEIL-X
141900              WS-PL-PRIJS-X WS-PL-OMSCHR-X
142000     END-UNSTRING
142100     MOVE WS-PL-NUMMER-X TO WS-PEIL-NUMMER
142200     MOVE WS-PL-GROEP-X TO WS-PEIL-GROEP
142300     MOVE WS-PL-OMSCHR-X TO WS-PEIL-OMSCHR
142400     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PL-PEIL-X))
142500         TO WS-PEIL-STAND
142600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PL-PRIJS-X))
142700         TO WS-PEIL-PRIJS.
142800 6100-EXIT.
142900     EXIT.
143000
143100*-----------------------------------------------------------
143200* 6200-READ-TELLING - VOLGENDE TELREGEL; EINDE = HIGH-VALUES
143300*-----------------------------------------------------------
143400 6200-READ-TELLING.
143500     READ COUNT-FILE
143600         AT END
143700             MOVE HIGH-VALUES TO WS-TEL-NUMMER
143800             GO TO 6200-EXIT
143900     END-READ
144000     MOVE SPACES TO WS-TL-NUMMER-X WS-TL-GETELD-X
144100     UNSTRING COUNT-LINE DELIMITED BY ","
144200         INTO WS-TL-NUMMER-X WS-TL-GETELD-X
144300     END-UNSTRING
144400     MOVE WS-TL-NUMMER-X TO WS-TEL-NUMMER
144500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TL-GETELD-X))
144600         TO WS-TEL-GETELD.
144700 6200-EXIT.
144800     EXIT.
144900
145000*-----------------------------------------------------------
145100* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
145200*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
145300*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
145400*-----------------------------------------------------------
145500 9000-WRITE-RUN-JOURNAL.
145600     ACCEPT WS-END-TIME-RAW FROM TIME
145700     OPEN EXTEND RUN-JOURNAL-FILE
145800     IF WS-JRNL-STATUS = "35"
145900         OPEN OUTPUT RUN-JOURNAL-FILE
146000     END-IF
146100     MOVE "INVENT  " TO JRNL-PROGRAM
146200     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
146300     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
146400     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
146500     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
146600     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
146700     MOVE RETURN-CODE TO JRNL-RC
146800     EVALUATE TRUE
146900         WHEN MODE-INLEZEN
147000             MOVE WS-REGEL-COUNT TO JRNL-COUNT-1
147100             MOVE WS-GETELD-COUNT TO JRNL-COUNT-2
147200         WHEN MODE-VERSCHILLEN
147300             MOVE WS-ART-COUNT TO JRNL-COUNT-1
147400             MOVE WS-VERSCHIL-COUNT TO JRNL-COUNT-2
147500         WHEN MODE-BOEKEN
147600             MOVE WS-GEBOEKT-COUNT TO JRNL-COUNT-1
147700             MOVE WS-AFGEWEZEN-COUNT TO JRNL-COUNT-2
147800         WHEN OTHER
147900             MOVE WS-ART-COUNT TO JRNL-COUNT-1
148000             MOVE ZERO TO JRNL-COUNT-2
148100     END-EVALUATE
148200     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
148300     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
148400     CLOSE RUN-JOURNAL-FILE.
148500 9000-EXIT.
148600     EXIT.
