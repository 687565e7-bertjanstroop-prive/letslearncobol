000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONSOL.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - GROEPSCONSOLIDATIE OVER
001300*                  DE ADMINISTRATIES. ELKE BV DRAAIT DE KETEN
001400*                  IN ZIJN EIGEN DIRECTORY; CONSOL LEEST UIT
001500*                  ELKE DIRECTORY IN CONSADM.DAT (CODE[,DIR],
001600*                  DIR LEEG = CODE, "." = DE RUNDIRECTORY) DE
001700*                  BTWPERD.DAT, OPENPOST.DAT, VOORWRD.DAT EN
001800*                  GLJRNL.DAT EN ZET PER BV NAAST ELKAAR, MET
001900*                  EEN GROEPSKOLOM, IN CONSOL.DAT: OMZET EN
002000*                  BTW PER TARIEF VAN DE PERIODE (CONSPERIODE
002100*                  YYYYMM, ANDERS EEN PROMPT, LEEG = VORIGE
002200*                  MAAND), DE OPENSTAANDE DEBITEUREN PER
002300*                  OUDERDOMSKLASSE OP DE LAATSTE DAG VAN DE
002400*                  PERIODE EN DE VOORRAADWAARDE.
002500*                  FACTUREN AAN EEN KLANT MET HET INTERCOMPANY-
002600*                  KENMERK (KLANTMST.IDX VAN DE FACTURERENDE
002700*                  BV) STAAN APART EN WORDEN UIT DE GROEPS-
002800*                  KOLOM GEELIMINEERD; IS DE TEGENPARTIJ GEEN
002900*                  BV IN CONSADM.DAT, DAN BLIJFT DE OMZET
003000*                  STAAN. EEN BV ZONDER AFGERONDE PERIODE-
003100*                  EINDRUN (CHAINCKP.DAT PERIODEND M/K EN
003200*                  STEP095 ONDER EEN VOLGNR VAN DE PERIODE),
003300*                  ZONDER GROOTBOEKEXTRACT VAN DIE RUN OF MET
003400*                  EEN ONTBREKEND BESTAND WORDT GEMARKEERD
003500*                  (***) MAAR NIET WEGGELATEN - RC 4. RC 8
003600*                  ZONDER CONSADM.DAT OF BIJ MEER BV'S DAN DE
003700*                  TABEL BEVAT.
003800*-----------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ADMIN-LIST-FILE ASSIGN TO "CONSADM.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ADMLIST-STATUS.
004600
004700     SELECT PERIOD-TOTALS-FILE ASSIGN TO DYNAMIC WS-PERD-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PERIOD-STATUS.
005000
005100     SELECT OPEN-ITEMS-FILE ASSIGN TO DYNAMIC WS-OPI-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-OPENPOST-STATUS.
005400
005500     SELECT VALUATION-FILE ASSIGN TO DYNAMIC WS-WRD-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-WRD-STATUS.
005800
005900     SELECT GL-JOURNAL-FILE ASSIGN TO DYNAMIC WS-GLJ-NAME
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-GLJ-STATUS.
006200
006300     SELECT BV-JOURNAL-FILE ASSIGN TO DYNAMIC WS-BVJ-NAME
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-BVJ-STATUS.
006600
006700     SELECT CHAIN-CKP-FILE ASSIGN TO DYNAMIC WS-CKP-NAME
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CKP-STATUS.
007000
007100     SELECT KLANT-MASTER ASSIGN TO DYNAMIC WS-KLA-NAME
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS KLA-NUMMER
007500         FILE STATUS IS WS-KLANTMST-STATUS.
007600
007700     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-JRNL-STATUS.
008000
008100     SELECT CONSOL-RPT-FILE ASSIGN TO "CONSOL.DAT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-RPT-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ADMIN-LIST-FILE.
008800 01  ADMIN-LIST-LINE          PIC X(80).
008900
009000 FD  PERIOD-TOTALS-FILE.
009100 01  PERIOD-TOTALS-LINE       PIC X(80).
009200
009300 FD  OPEN-ITEMS-FILE.
009400 01  OPEN-ITEMS-LINE          PIC X(132).
009500
009600 FD  VALUATION-FILE.
009700 01  VALUATION-LINE           PIC X(132).
009800
009900 FD  GL-JOURNAL-FILE.
010000 01  GL-JOURNAL-LINE          PIC X(80).
010100
010200 FD  BV-JOURNAL-FILE.
010300 01  BV-JOURNAL-LINE          PIC X(80).
010400
010500 FD  CHAIN-CKP-FILE.
010600 01  CHAIN-CKP-LINE           PIC X(80).
010700
010800 FD  KLANT-MASTER.
010900     COPY "KLANTMST.CPY".
011000
011100 FD  RUN-JOURNAL-FILE.
011200 01  RUN-JOURNAL-LINE         PIC X(80).
011300
011400 FD  CONSOL-RPT-FILE.
011500 01  CONSOL-RPT-LINE          PIC X(132).
011600
011700 WORKING-STORAGE SECTION.
011800*-----------------------------------------------------------
011900* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
012000*-----------------------------------------------------------
012100     COPY "RUNHDR.CPY".
012200
012300*-----------------------------------------------------------
012400* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY.
012500* DE RUNJRNL.DAT VAN ELKE BV WORDT IN DEZELFDE LAYOUT GELEZEN.
012600*-----------------------------------------------------------
012700     COPY "RUNJRNL.CPY".
012800 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
012900 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
013000 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
013100 01  WS-ADMIN-ENV-X           PIC X(06).
013200
013300*-----------------------------------------------------------
013400* FILE STATUS, BESTANDSNAMEN PER BV EN SWITCHES
013500*-----------------------------------------------------------
013600 01  WS-ADMLIST-STATUS        PIC X(02) VALUE "00".
013700 01  WS-PERIOD-STATUS         PIC X(02) VALUE "00".
013800 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
013900 01  WS-WRD-STATUS            PIC X(02) VALUE "00".
014000 01  WS-GLJ-STATUS            PIC X(02) VALUE "00".
014100 01  WS-BVJ-STATUS            PIC X(02) VALUE "00".
014200 01  WS-CKP-STATUS            PIC X(02) VALUE "00".
014300 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
014400 01  WS-RPT-STATUS            PIC X(02) VALUE "00".
014500 01  WS-PERD-NAME             PIC X(60) VALUE SPACES.
014600 01  WS-OPI-NAME              PIC X(60) VALUE SPACES.
014700 01  WS-WRD-NAME              PIC X(60) VALUE SPACES.
014800 01  WS-GLJ-NAME              PIC X(60) VALUE SPACES.
014900 01  WS-BVJ-NAME              PIC X(60) VALUE SPACES.
015000 01  WS-CKP-NAME              PIC X(60) VALUE SPACES.
015100 01  WS-KLA-NAME              PIC X(60) VALUE SPACES.
015200 01  WS-BASE-FILE             PIC X(12) VALUE SPACES.
015300 01  WS-PATH-NAME             PIC X(60) VALUE SPACES.
015400
015500 01  WS-EOF-SW                PIC X VALUE "N".
015600     88 FILE-EOF              VALUE "Y".
015700     88 FILE-NOT-EOF          VALUE "N".
015800 01  WS-KLA-OPEN-SW           PIC X VALUE "N".
015900     88 KLANTMST-OPEN         VALUE "Y".
016000     88 KLANTMST-CLOSED       VALUE "N".
016100 01  WS-IC-SW                 PIC X VALUE "N".
016200     88 KLANT-IS-IC           VALUE "Y".
016300     88 KLANT-NOT-IC          VALUE "N".
016400 01  WS-FOUND-SW              PIC X VALUE "N".
016500     88 ENTRY-FOUND           VALUE "Y".
016600     88 ENTRY-NOT-FOUND       VALUE "N".
016700
016800*-----------------------------------------------------------
016900* DE PERIODE
017000*-----------------------------------------------------------
017100 01  WS-PERIODE-X             PIC X(08).
017200 01  WS-PERIODE               PIC 9(06) VALUE ZERO.
017300 01  WS-PERIODE-R REDEFINES WS-PERIODE.
017400     05  WS-PER-JAAR          PIC 9(04).
017500     05  WS-PER-MAAND         PIC 9(02).
017600 01  WS-PER-START             PIC 9(08) VALUE ZERO.
017700 01  WS-PER-EIND              PIC 9(08) VALUE ZERO.
017800 01  WS-VOLG-START            PIC 9(08) VALUE ZERO.
017900 01  WS-PER-EIND-DAYNUM       PIC 9(08) VALUE ZERO.
018000 01  WS-ITEM-DAYNUM           PIC 9(08) VALUE ZERO.
018100 01  WS-DAYS-OPEN             PIC S9(07) VALUE ZERO.
018200 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
018300
018400*-----------------------------------------------------------
018500* DE ADMINISTRATIES UIT CONSADM.DAT. PER BV DE STATUS VAN DE
018600* PERIODE-EINDRUN EN DE 25 RAPPORTREGELS (ZIE WS-ROW-LABELS):
018700* 1-13 DE BRUTO CIJFERS, 14-25 HET INTERCOMPANY-DEEL DAARVAN
018800* (REGEL R+13 WORDT IN DE GROEPSKOLOM VAN REGEL R AFGETROKKEN).
018900*-----------------------------------------------------------
019000 77  WS-ADM-COUNT             PIC 9(02) COMP VALUE ZERO.
019100 77  WS-ADM-MAX               PIC 9(02) COMP VALUE 15.
019200 77  WS-ADM-IDX               PIC 9(02) COMP VALUE ZERO.
019300 77  WS-ADM-IDX2              PIC 9(02) COMP VALUE ZERO.
019400 77  WS-ADM-OVF-COUNT         PIC 9(03) COMP VALUE ZERO.
019500 01  WS-ADM-TABLE.
019600     05  WS-ADM-ENTRY OCCURS 15 TIMES.
019700         10  ADM-CODE         PIC X(04).
019800         10  ADM-DIR          PIC X(40).
019900         10  ADM-PE-SEQ       PIC 9(06).
020000         10  ADM-PE-DATE      PIC 9(08).
020100         10  ADM-PE-SOORT     PIC X(01).
020200         10  ADM-GL-DATE      PIC 9(08).
020300         10  ADM-WRD-DATE     PIC 9(08).
020400         10  ADM-FLAG-SW      PIC X(01).
020500             88 ADM-FLAGGED   VALUE "Y".
020600         10  ADM-STATUS       PIC X(40).
020700         10  ADM-VAL          PIC S9(11)V99 COMP-3
020800                              OCCURS 25 TIMES.
020900 01  WS-ADM-CODE-X            PIC X(10).
021000 01  WS-ADM-DIR-X             PIC X(60).
021100
021200*-----------------------------------------------------------
021300* REGELS VAN HET GROEPSRAPPORT EN DE GROEPSKOLOM
021400*-----------------------------------------------------------
021500 77  WS-ROW-MAX               PIC 9(02) COMP VALUE 25.
021600 77  WS-ROW-IDX               PIC 9(02) COMP VALUE ZERO.
021700 77  WS-ROW-IC                PIC 9(02) COMP VALUE ZERO.
021800 77  WS-BUCKET                PIC 9(02) COMP VALUE ZERO.
021900 01  WS-ROW-LABEL-VALUES.
022000     05  FILLER PIC X(24) VALUE "  HOOG TARIEF".
022100     05  FILLER PIC X(24) VALUE "  LAAG TARIEF".
022200     05  FILLER PIC X(24) VALUE "  NUL TARIEF".
022300     05  FILLER PIC X(24) VALUE "  TOTAAL OMZET".
022400     05  FILLER PIC X(24) VALUE "  HOOG TARIEF".
022500     05  FILLER PIC X(24) VALUE "  LAAG TARIEF".
022600     05  FILLER PIC X(24) VALUE "  TOTAAL BTW".
022700     05  FILLER PIC X(24) VALUE "  LOPEND (0-30 DGN)".
022800     05  FILLER PIC X(24) VALUE "  31-60 DGN".
022900     05  FILLER PIC X(24) VALUE "  61-90 DGN".
023000     05  FILLER PIC X(24) VALUE "  > 90 DGN".
023100     05  FILLER PIC X(24) VALUE "  TOTAAL OPENSTAAND".
023200     05  FILLER PIC X(24) VALUE "  VOORRAADWAARDE".
023300     05  FILLER PIC X(24) VALUE "  IC OMZET HOOG".
023400     05  FILLER PIC X(24) VALUE "  IC OMZET LAAG".
023500     05  FILLER PIC X(24) VALUE "  IC OMZET NUL".
023600     05  FILLER PIC X(24) VALUE "  IC OMZET TOTAAL".
023700     05  FILLER PIC X(24) VALUE "  IC BTW HOOG".
023800     05  FILLER PIC X(24) VALUE "  IC BTW LAAG".
023900     05  FILLER PIC X(24) VALUE "  IC BTW TOTAAL".
024000     05  FILLER PIC X(24) VALUE "  IC OPEN LOPEND".
024100     05  FILLER PIC X(24) VALUE "  IC OPEN 31-60 DGN".
024200     05  FILLER PIC X(24) VALUE "  IC OPEN 61-90 DGN".
024300     05  FILLER PIC X(24) VALUE "  IC OPEN > 90 DGN".
024400     05  FILLER PIC X(24) VALUE "  IC OPEN TOTAAL".
024500 01  WS-ROW-LABELS REDEFINES WS-ROW-LABEL-VALUES.
024600     05  WS-ROW-LABEL         PIC X(24) OCCURS 25 TIMES.
024700 01  WS-GRP-TABLE.
024800     05  WS-GRP-VAL           PIC S9(11)V99 COMP-3
024900                              OCCURS 25 TIMES.
025000
025100*-----------------------------------------------------------
025200* KOLOMBANDEN - VIJF BV'S PER BAND, DE GROEPSKOLOM IN DE
025300* LAATSTE BAND
025400*-----------------------------------------------------------
025500 77  WS-BAND-SIZE             PIC 9(02) COMP VALUE 5.
025600 77  WS-BAND-START            PIC 9(02) COMP VALUE ZERO.
025700 77  WS-BAND-END              PIC 9(02) COMP VALUE ZERO.
025800 77  WS-COL-IDX               PIC 9(02) COMP VALUE ZERO.
025900
026000*-----------------------------------------------------------
026100* PERIODE-EINDRUN: DE KETENVOLGNRS VAN DE PERIODE UIT DE
026200* RUNJRNL.DAT VAN DE BV, GETOETST TEGEN ZIJN CHAINCKP.DAT
026300*-----------------------------------------------------------
026400 77  WS-SEQ-COUNT             PIC 9(03) COMP VALUE ZERO.
026500 77  WS-SEQ-MAX               PIC 9(03) COMP VALUE 100.
026600 77  WS-SEQ-IDX               PIC 9(03) COMP VALUE ZERO.
026700 01  WS-SEQ-TABLE.
026800     05  WS-SEQ-ENTRY OCCURS 100 TIMES.
026900         10  SEQ-NR           PIC 9(06).
027000         10  SEQ-DATE         PIC 9(08).
027100         10  SEQ-PE-SOORT     PIC X(01).
027200         10  SEQ-DONE-SW      PIC X(01).
027300             88 SEQ-DONE      VALUE "Y".
027400 01  WS-CKP-SEQ-X             PIC X(08).
027500 01  WS-CKP-STEP-X            PIC X(12).
027600 01  WS-CKP-RC-X              PIC X(06).
027700 01  WS-CKP-SEQ               PIC 9(06) VALUE ZERO.
027800 77  WS-PE-IDX                PIC 9(03) COMP VALUE ZERO.
027900
028000*-----------------------------------------------------------
028100* BTWPERD.DAT D-RECORD - D,DATE,SEQ,RATE,EXCL,VAT,KLANT,BTWNR,
028200* REDEN (ALS ICPOPG)
028300*-----------------------------------------------------------
028400 01  WS-P-TYPE-X              PIC X(02).
028500 01  WS-P-DATE-X              PIC X(10).
028600 01  WS-P-SEQ-X               PIC X(08).
028700 01  WS-P-RATE-X              PIC X(02).
028800 01  WS-P-EXCL-X              PIC X(16).
028900 01  WS-P-VAT-X               PIC X(16).
029000 01  WS-P-KLANT-X             PIC X(10).
029100 01  WS-P-BTWNR-X             PIC X(16).
029200 01  WS-P-REDEN-X             PIC X(10).
029300 01  WS-P-DATE                PIC 9(08) VALUE ZERO.
029400 01  WS-P-EXCL                PIC S9(09)V99 VALUE ZERO.
029500 01  WS-P-VAT                 PIC S9(09)V99 VALUE ZERO.
029600
029700*-----------------------------------------------------------
029800* OPENPOST.DAT - INVOICE,KLANT,KLANTNAAM,DATE,BEDRAG,BETAALD
029900* (ALS DEBITEUR)
030000*-----------------------------------------------------------
030100 01  WS-OI-INVOICE-X          PIC X(12).
030200 01  WS-OI-KLANT-X            PIC X(12).
030300 01  WS-OI-NAAM-X             PIC X(22).
030400 01  WS-OI-DATE-X             PIC X(10).
030500 01  WS-OI-BEDRAG-X           PIC X(16).
030600 01  WS-OI-BETAALD-X          PIC X(16).
030700 01  WS-OI-DATE               PIC 9(08) VALUE ZERO.
030800 01  WS-OPEN-BEDRAG           PIC S9(09)V99 VALUE ZERO.
030900
031000*-----------------------------------------------------------
031100* VOORWRD.DAT - KOPREGEL MET DE WAARDERINGSDATUM EN DE
031200* TOTAALREGEL (ALS VOORRAAD ZE SCHRIJFT)
031300*-----------------------------------------------------------
031400 01  WS-WRD-KOP               PIC X(26)
031500          VALUE "VOORRAADWAARDERING PER    ".
031600 01  WS-WRD-TOT               PIC X(32)
031700          VALUE "TOTALE VOORRAADWAARDE         : ".
031800
031900*-----------------------------------------------------------
032000* GLJRNL.DAT - DATE,SEQ,REKENING,D/C,BEDRAG,OMSCHR
032100*-----------------------------------------------------------
032200 01  WS-GLJ-DATE-X            PIC X(10).
032300
032400*-----------------------------------------------------------
032500* DE INTERCOMPANY-KLANT VAN DE REGEL EN DE FACTURATIE PER
032600* FACTURERENDE BV, KLANT EN TEGENPARTIJ
032700*-----------------------------------------------------------
032800 01  WS-IC-KLANT              PIC X(08) VALUE SPACES.
032900 01  WS-IC-AAN                PIC X(04) VALUE SPACES.
033000 01  WS-IC-BRON-SW            PIC X VALUE "O".
033100     88 IC-BRON-OMZET         VALUE "O".
033200     88 IC-BRON-POST          VALUE "P".
033300 01  WS-IC-BINNEN-SW          PIC X VALUE "N".
033400     88 IC-BINNEN-GROEP       VALUE "Y".
033500     88 IC-BUITEN-GROEP       VALUE "N".
033600 77  WS-ICL-COUNT             PIC 9(03) COMP VALUE ZERO.
033700 77  WS-ICL-MAX               PIC 9(03) COMP VALUE 200.
033800 77  WS-ICL-IDX               PIC 9(03) COMP VALUE ZERO.
033900 77  WS-ICL-OVF-COUNT         PIC 9(05) COMP VALUE ZERO.
034000 01  WS-ICL-TABLE.
034100     05  WS-ICL-ENTRY OCCURS 200 TIMES.
034200         10  ICL-VAN          PIC X(04).
034300         10  ICL-KLANT        PIC X(08).
034400         10  ICL-AAN          PIC X(04).
034500         10  ICL-BINNEN-SW    PIC X(01).
034600             88 ICL-BINNEN    VALUE "Y".
034700         10  ICL-OMZET        PIC S9(11)V99 COMP-3.
034800         10  ICL-BTW          PIC S9(11)V99 COMP-3.
034900         10  ICL-OPEN         PIC S9(11)V99 COMP-3.
035000 01  WS-ICL-OMZET-ADD         PIC S9(09)V99 VALUE ZERO.
035100 01  WS-ICL-BTW-ADD           PIC S9(09)V99 VALUE ZERO.
035200 01  WS-ICL-OPEN-ADD          PIC S9(09)V99 VALUE ZERO.
035300
035400*-----------------------------------------------------------
035500* GEMARKEERDE PUNTEN PER BV
035600*-----------------------------------------------------------
035700 77  WS-FLG-COUNT             PIC 9(03) COMP VALUE ZERO.
035800 77  WS-FLG-MAX               PIC 9(03) COMP VALUE 100.
035900 77  WS-FLG-IDX               PIC 9(03) COMP VALUE ZERO.
036000 01  WS-FLG-TABLE.
036100     05  WS-FLG-ENTRY OCCURS 100 TIMES.
036200         10  FLG-ADMIN        PIC X(04).
036300         10  FLG-TXT          PIC X(80).
036400 01  WS-FLAG-TXT              PIC X(80) VALUE SPACES.
036500 77  WS-FLAG-COUNT            PIC 9(05) COMP VALUE ZERO.
036600 77  WS-BAD-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
036700 77  WS-PERD-REC-COUNT        PIC 9(07) COMP VALUE ZERO.
036800 77  WS-OPI-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
036900
037000*-----------------------------------------------------------
037100* RAPPORTREGELS
037200*-----------------------------------------------------------
037300 01  CNS-HEADING-1.
037400     05  FILLER               PIC X(27)
037500          VALUE "GROEPSCONSOLIDATIE PERIODE".
037600     05  CNS-HDG-PERIODE      PIC 9(06).
037700     05  FILLER               PIC X(09) VALUE "  T/M   ".
037800     05  CNS-HDG-EIND         PIC 9(08).
037900     05  FILLER               PIC X(20)
038000          VALUE "  ADMINISTRATIES:  ".
038100     05  CNS-HDG-AANTAL       PIC Z9.
038200
038300 01  CNS-HEADING-2.
038400     05  FILLER               PIC X(11) VALUE "AANGEMAAKT ".
038500     05  CNS-HDG-TODAY        PIC 9(08).
038600     05  FILLER               PIC X(06) VALUE " DOOR ".
038700     05  CNS-HDG-OPER         PIC X(08).
038800
038900 01  CNS-SECTION-LINE.
039000     05  CNS-SEC-TXT          PIC X(80).
039100
039200 01  CNS-STAT-HDG.
039300     05  FILLER               PIC X(08) VALUE "  ADM".
039400     05  FILLER               PIC X(22) VALUE "DIRECTORY".
039500     05  FILLER               PIC X(08) VALUE "VOLGNR".
039600     05  FILLER               PIC X(10) VALUE "P-EINDRUN".
039700     05  FILLER               PIC X(10) VALUE "GL-EXTR".
039800     05  FILLER               PIC X(10) VALUE "VOORRAAD".
039900     05  FILLER               PIC X(06) VALUE "STATUS".
040000
040100 01  CNS-STAT-LINE.
040200     05  FILLER               PIC X(02) VALUE SPACES.
040300     05  CNS-STA-CODE         PIC X(04).
040400     05  FILLER               PIC X(02) VALUE SPACES.
040500     05  CNS-STA-DIR          PIC X(20).
040600     05  FILLER               PIC X(02) VALUE SPACES.
040700     05  CNS-STA-SEQ          PIC Z(05)9.
040800     05  FILLER               PIC X(02) VALUE SPACES.
040900     05  CNS-STA-PE-DATE      PIC X(08).
041000     05  FILLER               PIC X(02) VALUE SPACES.
041100     05  CNS-STA-GL-DATE      PIC X(08).
041200     05  FILLER               PIC X(02) VALUE SPACES.
041300     05  CNS-STA-WRD-DATE     PIC X(08).
041400     05  FILLER               PIC X(02) VALUE SPACES.
041500     05  CNS-STA-STATUS       PIC X(40).
041600
041700 01  CNS-FLAG-LINE.
041800     05  FILLER               PIC X(04) VALUE "*** ".
041900     05  CNS-FLG-ADMIN        PIC X(04).
042000     05  FILLER               PIC X(02) VALUE SPACES.
042100     05  CNS-FLG-TXT          PIC X(80).
042200
042300 01  CNS-COL-HDG.
042400     05  CNS-CHD-LABEL        PIC X(24).
042500     05  CNS-CHD-COL          PIC X(17) OCCURS 6 TIMES.
042600
042700 01  CNS-ROW-LINE.
042800     05  CNS-ROW-LABEL        PIC X(24).
042900     05  CNS-ROW-COL OCCURS 6 TIMES.
043000         10  CNS-ROW-BEDRAG   PIC -,---,---,--9.99.
043100         10  CNS-ROW-SPACE    PIC X(01).
043200
043300 01  CNS-IC-HDG.
043400     05  FILLER               PIC X(08) VALUE "  VAN".
043500     05  FILLER               PIC X(10) VALUE "KLANT".
043600     05  FILLER               PIC X(06) VALUE "AAN".
043700     05  FILLER               PIC X(17)
043800          VALUE "           OMZET".
043900     05  FILLER               PIC X(17)
044000          VALUE "             BTW".
044100     05  FILLER               PIC X(17)
044200          VALUE "      OPENSTAAND".
044300     05  FILLER               PIC X(09) VALUE "OPMERKING".
044400
044500 01  CNS-IC-LINE.
044600     05  FILLER               PIC X(02) VALUE SPACES.
044700     05  CNS-ICL-VAN          PIC X(04).
044800     05  FILLER               PIC X(02) VALUE SPACES.
044900     05  CNS-ICL-KLANT        PIC X(08).
045000     05  FILLER               PIC X(02) VALUE SPACES.
045100     05  CNS-ICL-AAN          PIC X(04).
045200     05  FILLER               PIC X(02) VALUE SPACES.
045300     05  CNS-ICL-OMZET        PIC -,---,---,--9.99.
045400     05  FILLER               PIC X(01) VALUE SPACE.
045500     05  CNS-ICL-BTW          PIC -,---,---,--9.99.
045600     05  FILLER               PIC X(01) VALUE SPACE.
045700     05  CNS-ICL-OPEN         PIC -,---,---,--9.99.
045800     05  FILLER               PIC X(01) VALUE SPACE.
045900     05  CNS-ICL-OPM          PIC X(24).
046000
046100 01  CNS-TRAILER-LINE.
046200     05  CNS-TRL-LABEL        PIC X(40).
046300     05  CNS-TRL-COUNT        PIC ZZZZ9.
046400
046500 01  CNS-BLANK-LINE           PIC X(01) VALUE SPACE.
046600
046700 PROCEDURE DIVISION.
046800
046900 0000-MAINLINE.
047000     ACCEPT WS-START-TIME-RAW FROM TIME
047100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
047200     PERFORM VARYING WS-ADM-IDX FROM 1 BY 1
047300         UNTIL WS-ADM-IDX > WS-ADM-COUNT
047400         PERFORM 2000-PROCESS-ADMIN THRU 2000-EXIT
047500     END-PERFORM
047600     PERFORM 3000-GROUP-TOTALS THRU 3000-EXIT
047700     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
047800     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
047900     DISPLAY "CONSOL COMPLETE - PERIODE " WS-PERIODE ", "
048000             WS-ADM-COUNT " ADMINISTRATIE(S) NAAR CONSOL.DAT, "
048100             WS-FLAG-COUNT " GEMARKEERD"
048200     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
048300     STOP RUN.
048400
048500*-----------------------------------------------------------
048600* 1000-INITIALIZE - RUNHEADER, DE PERIODE EN DE LIJST VAN
048700*                   ADMINISTRATIES
048800*-----------------------------------------------------------
048900 1000-INITIALIZE.
049000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
049100     MOVE RUNHDR-RUN-DATE TO WS-TODAY
049200     PERFORM 1100-GET-PERIOD THRU 1100-EXIT
049300     PERFORM 1200-LOAD-ADMINS THRU 1200-EXIT
049400     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
049500         UNTIL WS-ROW-IDX > WS-ROW-MAX
049600         MOVE ZERO TO WS-GRP-VAL (WS-ROW-IDX)
049700     END-PERFORM.
049800 1000-EXIT.
049900     EXIT.
050000
050100*-----------------------------------------------------------
050200* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. EEN
050300*                       OPERATORRUN TREKT GEEN VOLGNUMMER.
050400*-----------------------------------------------------------
050500 1050-GET-RUN-HEADER.
050600     MOVE ZERO TO RUNHDR-RUN-SEQ
050700     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
050800     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
050900     IF RUNHDR-OPERATOR-ID = SPACES
051000         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
051100     END-IF
051200     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
051300         TO RUNHDR-OPERATOR-ID
051400     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
051500     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
051600     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
051700     IF WS-ADMIN-ENV-X NOT = SPACES
051800         MOVE FUNCTION UPPER-CASE(FUNCTION
051900             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
052000     END-IF
052100     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
052200             " DATE: " RUNHDR-RUN-DATE
052300             " SEQ: " RUNHDR-RUN-SEQ.
052400 1050-EXIT.
052500     EXIT.
052600
052700*-----------------------------------------------------------
052800* 1100-GET-PERIOD - CONSPERIODE (YYYYMM) UIT DE OMGEVING,
052900*                   ANDERS EEN PROMPT; LEEG = DE VORIGE MAAND.
053000*                   DE EERSTE EN LAATSTE DAG VAN DE PERIODE.
053100*-----------------------------------------------------------
053200 1100-GET-PERIOD.
053300     DISPLAY "CONSPERIODE" UPON ENVIRONMENT-NAME
053400     ACCEPT WS-PERIODE-X FROM ENVIRONMENT-VALUE
053500     IF WS-PERIODE-X = SPACES
053600         DISPLAY "PERIODE (YYYYMM, LEEG = VORIGE MAAND): "
053700         ACCEPT WS-PERIODE-X
053800     END-IF
053900     IF WS-PERIODE-X = SPACES
054000         COMPUTE WS-PERIODE = WS-TODAY / 100
054100         IF WS-PER-MAAND = 1
054200             SUBTRACT 1 FROM WS-PER-JAAR
054300             MOVE 12 TO WS-PER-MAAND
054400         ELSE
054500             SUBTRACT 1 FROM WS-PER-MAAND
054600         END-IF
054700     ELSE
054800         IF FUNCTION TRIM(WS-PERIODE-X) IS NOT NUMERIC
054900             OR FUNCTION LENGTH(FUNCTION TRIM(WS-PERIODE-X))
055000                 NOT = 6
055100             DISPLAY "ONGELDIGE PERIODE: "
055200                     FUNCTION TRIM(WS-PERIODE-X)
055300             MOVE 8 TO RETURN-CODE
055400             STOP RUN
055500         END-IF
055600         MOVE FUNCTION NUMVAL(WS-PERIODE-X) TO WS-PERIODE
055700     END-IF
055800     IF WS-PER-MAAND < 1 OR WS-PER-MAAND > 12
055900         DISPLAY "ONGELDIGE PERIODE: " WS-PERIODE
056000         MOVE 8 TO RETURN-CODE
056100         STOP RUN
056200     END-IF
056300     COMPUTE WS-PER-START = WS-PERIODE * 100 + 1
056400     IF WS-PER-MAAND = 12
056500         COMPUTE WS-VOLG-START = (WS-PER-JAAR + 1) * 10000 + 0101
056600     ELSE
056700         COMPUTE WS-VOLG-START = WS-PER-START + 100
056800     END-IF
056900     COMPUTE WS-PER-EIND-DAYNUM =
057000         FUNCTION INTEGER-OF-DATE(WS-VOLG-START) - 1
057100     COMPUTE WS-PER-EIND =
057200         FUNCTION DATE-OF-INTEGER(WS-PER-EIND-DAYNUM)
057300     DISPLAY "CONSOL - PERIODE " WS-PERIODE " (" WS-PER-START
057400             " T/M " WS-PER-EIND ")".
057500 1100-EXIT.
057600     EXIT.
057700
057800*-----------------------------------------------------------
057900* 1200-LOAD-ADMINS - CONSADM.DAT: PER REGEL CODE[,DIRECTORY].
058000*                    ZONDER LIJST IS ER NIETS TE CONSOLIDEREN.
058100*-----------------------------------------------------------
058200 1200-LOAD-ADMINS.
058300     OPEN INPUT ADMIN-LIST-FILE
058400     IF WS-ADMLIST-STATUS NOT = "00"
058500         DISPLAY "ERROR: UNABLE TO OPEN CONSADM.DAT - "
058600                 "FILE STATUS " WS-ADMLIST-STATUS
058700         MOVE 8 TO RETURN-CODE
058800         STOP RUN
058900     END-IF
059000     SET FILE-NOT-EOF TO TRUE
059100     PERFORM UNTIL FILE-EOF
059200         READ ADMIN-LIST-FILE
059300             AT END
059400                 SET FILE-EOF TO TRUE
059500             NOT AT END
059600                 PERFORM 1210-ADMIN-ONE THRU 1210-EXIT
059700         END-READ
059800     END-PERFORM
059900     CLOSE ADMIN-LIST-FILE
060000     IF WS-ADM-COUNT = ZERO
060100         DISPLAY "ERROR: GEEN ADMINISTRATIES IN CONSADM.DAT"
060200         MOVE 8 TO RETURN-CODE
060300         STOP RUN
060400     END-IF.
060500 1200-EXIT.
060600     EXIT.
060700
060800 1210-ADMIN-ONE.
060900     IF ADMIN-LIST-LINE = SPACES
061000         GO TO 1210-EXIT
061100     END-IF
061200     MOVE SPACES TO WS-ADM-CODE-X WS-ADM-DIR-X
061300     UNSTRING ADMIN-LIST-LINE DELIMITED BY ","
061400         INTO WS-ADM-CODE-X WS-ADM-DIR-X
061500     END-UNSTRING
061600     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ADM-CODE-X))
061700         TO WS-ADM-CODE-X
061800     IF WS-ADM-CODE-X = SPACES
061900         GO TO 1210-EXIT
062000     END-IF
062100     SET ENTRY-NOT-FOUND TO TRUE
062200     PERFORM VARYING WS-ADM-IDX2 FROM 1 BY 1
062300         UNTIL WS-ADM-IDX2 > WS-ADM-COUNT OR ENTRY-FOUND
062400         IF ADM-CODE (WS-ADM-IDX2) = WS-ADM-CODE-X (1:4)
062500             SET ENTRY-FOUND TO TRUE
062600         END-IF
062700     END-PERFORM
062800     IF ENTRY-FOUND
062900         DISPLAY "WARNING: " FUNCTION TRIM(WS-ADM-CODE-X)
063000                 " STAAT DUBBEL IN CONSADM.DAT - GENEGEERD"
063100         GO TO 1210-EXIT
063200     END-IF
063300     IF WS-ADM-COUNT >= WS-ADM-MAX
063400         ADD 1 TO WS-ADM-OVF-COUNT
063500         DISPLAY "ERROR: MEER DAN " WS-ADM-MAX
063600                 " ADMINISTRATIES - " FUNCTION TRIM(WS-ADM-CODE-X)
063700                 " NIET GECONSOLIDEERD"
063800         GO TO 1210-EXIT
063900     END-IF
064000     ADD 1 TO WS-ADM-COUNT
064100     MOVE WS-ADM-COUNT TO WS-ADM-IDX
064200     MOVE WS-ADM-CODE-X TO ADM-CODE (WS-ADM-IDX)
064300     IF FUNCTION TRIM(WS-ADM-DIR-X) = SPACES
064400         MOVE ADM-CODE (WS-ADM-IDX) TO ADM-DIR (WS-ADM-IDX)
064500     ELSE
064600         MOVE FUNCTION TRIM(WS-ADM-DIR-X) TO ADM-DIR (WS-ADM-IDX)
064700     END-IF
064800     MOVE ZERO TO ADM-PE-SEQ (WS-ADM-IDX) ADM-PE-DATE (WS-ADM-IDX)
064900                  ADM-GL-DATE (WS-ADM-IDX)
065000                  ADM-WRD-DATE (WS-ADM-IDX)
065100     MOVE SPACES TO ADM-PE-SOORT (WS-ADM-IDX)
065200                    ADM-STATUS (WS-ADM-IDX)
065300     MOVE "N" TO ADM-FLAG-SW (WS-ADM-IDX)
065400     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
065500         UNTIL WS-ROW-IDX > WS-ROW-MAX
065600         MOVE ZERO TO ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
065700     END-PERFORM.
065800 1210-EXIT.
065900     EXIT.
066000
066100*-----------------------------------------------------------
066200* 2000-PROCESS-ADMIN - EEN BV: DE PERIODE-EINDRUN, OMZET EN
066300*                      BTW, OPENSTAANDE POSTEN, VOORRAAD EN
066400*                      HET GROOTBOEKEXTRACT
066500*-----------------------------------------------------------
066600 2000-PROCESS-ADMIN.
066700     DISPLAY "CONSOL - ADMINISTRATIE " ADM-CODE (WS-ADM-IDX)
066800             " IN " FUNCTION TRIM(ADM-DIR (WS-ADM-IDX))
066900     MOVE "KLANTMST.IDX" TO WS-BASE-FILE
067000     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
067100     MOVE WS-PATH-NAME TO WS-KLA-NAME
067200     SET KLANTMST-CLOSED TO TRUE
067300     OPEN INPUT KLANT-MASTER
067400     IF WS-KLANTMST-STATUS = "00"
067500         SET KLANTMST-OPEN TO TRUE
067600     ELSE
067700         MOVE SPACES TO WS-FLAG-TXT
067800         STRING "KLANTMST.IDX NIET TE OPENEN (STATUS "
067900                WS-KLANTMST-STATUS
068000                ") - INTERCOMPANY NIET TE BEPALEN"
068100             DELIMITED BY SIZE INTO WS-FLAG-TXT
068200         END-STRING
068300         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
068400     END-IF
068500     PERFORM 2100-COMPLETION THRU 2100-EXIT
068600     PERFORM 2300-REVENUE THRU 2300-EXIT
068700     PERFORM 2400-OPEN-ITEMS THRU 2400-EXIT
068800     PERFORM 2500-STOCK THRU 2500-EXIT
068900     PERFORM 2600-GL-EXTRACT THRU 2600-EXIT
069000     IF KLANTMST-OPEN
069100         CLOSE KLANT-MASTER
069200     END-IF
069300     PERFORM 2700-ADMIN-TOTALS THRU 2700-EXIT.
069400 2000-EXIT.
069500     EXIT.
069600
069700*-----------------------------------------------------------
069800* 2050-BUILD-NAME - <DIRECTORY>/<BESTAND> VOOR DE BV; "." IS
069900*                   DE RUNDIRECTORY ZELF
070000*-----------------------------------------------------------
070100 2050-BUILD-NAME.
070200     MOVE SPACES TO WS-PATH-NAME
070300     IF ADM-DIR (WS-ADM-IDX) = "."
070400         MOVE WS-BASE-FILE TO WS-PATH-NAME
070500     ELSE
070600         STRING FUNCTION TRIM(ADM-DIR (WS-ADM-IDX)) "/"
070700                FUNCTION TRIM(WS-BASE-FILE)
070800             DELIMITED BY SIZE INTO WS-PATH-NAME
070900         END-STRING
071000     END-IF.
071100 2050-EXIT.
071200     EXIT.
071300
071400*-----------------------------------------------------------
071500* 2100-COMPLETION - DE KETENVOLGNRS MET EEN RUNDATUM IN DE
071600*                   PERIODE (RUNJRNL.DAT VAN DE BV); DE HOOGSTE
071700*                   DAARVAN MET PERIODEND M OF K IN CHAINCKP.DAT
071800*                   IS DE PERIODE-EINDRUN, AFGEROND ALS STEP095
071900*                   ER OOK ONDER STAAT.
072000*-----------------------------------------------------------
072100 2100-COMPLETION.
072200     MOVE ZERO TO WS-SEQ-COUNT WS-PE-IDX
072300     MOVE "RUNJRNL.DAT" TO WS-BASE-FILE
072400     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
072500     MOVE WS-PATH-NAME TO WS-BVJ-NAME
072600     OPEN INPUT BV-JOURNAL-FILE
072700     IF WS-BVJ-STATUS NOT = "00"
072800         MOVE "RUNJRNL.DAT ONTBREEKT" TO ADM-STATUS (WS-ADM-IDX)
072900         MOVE "RUNJRNL.DAT ONTBREEKT - GEEN KETENRUN TE VINDEN"
073000             TO WS-FLAG-TXT
073100         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
073200         GO TO 2100-EXIT
073300     END-IF
073400     SET FILE-NOT-EOF TO TRUE
073500     PERFORM UNTIL FILE-EOF
073600         READ BV-JOURNAL-FILE INTO JRNL-DETAIL-LINE
073700             AT END
073800                 SET FILE-EOF TO TRUE
073900             NOT AT END
074000                 PERFORM 2110-JRNL-ONE THRU 2110-EXIT
074100         END-READ
074200     END-PERFORM
074300     CLOSE BV-JOURNAL-FILE
074400
074500     MOVE "CHAINCKP.DAT" TO WS-BASE-FILE
074600     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
074700     MOVE WS-PATH-NAME TO WS-CKP-NAME
074800     OPEN INPUT CHAIN-CKP-FILE
074900     IF WS-CKP-STATUS = "00"
075000         SET FILE-NOT-EOF TO TRUE
075100         PERFORM UNTIL FILE-EOF
075200             READ CHAIN-CKP-FILE
075300                 AT END
075400                     SET FILE-EOF TO TRUE
075500                 NOT AT END
075600                     PERFORM 2120-CKP-ONE THRU 2120-EXIT
075700             END-READ
075800         END-PERFORM
075900         CLOSE CHAIN-CKP-FILE
076000     END-IF
076100
076200     PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
076300         UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
076400         IF SEQ-PE-SOORT (WS-SEQ-IDX) NOT = SPACE
076500             AND SEQ-NR (WS-SEQ-IDX) > ADM-PE-SEQ (WS-ADM-IDX)
076600             MOVE SEQ-NR (WS-SEQ-IDX) TO ADM-PE-SEQ (WS-ADM-IDX)
076700             MOVE SEQ-DATE (WS-SEQ-IDX)
076800                 TO ADM-PE-DATE (WS-ADM-IDX)
076900             MOVE SEQ-PE-SOORT (WS-SEQ-IDX)
077000                 TO ADM-PE-SOORT (WS-ADM-IDX)
077100             MOVE WS-SEQ-IDX TO WS-PE-IDX
077200         END-IF
077300     END-PERFORM
077400     EVALUATE TRUE
077500         WHEN WS-SEQ-COUNT = ZERO
077600             MOVE "GEEN KETENRUN IN DE PERIODE"
077700                 TO ADM-STATUS (WS-ADM-IDX)
077800         WHEN ADM-PE-SEQ (WS-ADM-IDX) = ZERO
077900             MOVE "GEEN PERIODE-EINDRUN IN DE PERIODE"
078000                 TO ADM-STATUS (WS-ADM-IDX)
078100         WHEN NOT SEQ-DONE (WS-PE-IDX)
078200             MOVE "PERIODE-EINDRUN NIET AFGEROND"
078300                 TO ADM-STATUS (WS-ADM-IDX)
078400         WHEN ADM-PE-SOORT (WS-ADM-IDX) = "K"
078500             MOVE "AFGEROND (KWARTAALEINDE)"
078600                 TO ADM-STATUS (WS-ADM-IDX)
078700         WHEN OTHER
078800             MOVE "AFGEROND (MAANDEINDE)"
078900                 TO ADM-STATUS (WS-ADM-IDX)
079000     END-EVALUATE
079100     IF ADM-STATUS (WS-ADM-IDX) (1:8) NOT = "AFGEROND"
079200         MOVE ADM-STATUS (WS-ADM-IDX) TO WS-FLAG-TXT
079300         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
079400     END-IF.
079500 2100-EXIT.
079600     EXIT.
079700
079800 2110-JRNL-ONE.
079900     IF JRNL-RUN-SEQ IS NOT NUMERIC
080000         OR JRNL-RUN-DATE IS NOT NUMERIC
080100         OR JRNL-RUN-SEQ = ZERO
080200         GO TO 2110-EXIT
080300     END-IF
080400     IF JRNL-RUN-DATE < WS-PER-START
080500         OR JRNL-RUN-DATE > WS-PER-EIND
080600         GO TO 2110-EXIT
080700     END-IF
080800     SET ENTRY-NOT-FOUND TO TRUE
080900     PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
081000         UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR ENTRY-FOUND
081100         IF SEQ-NR (WS-SEQ-IDX) = JRNL-RUN-SEQ
081200             SET ENTRY-FOUND TO TRUE
081300         END-IF
081400     END-PERFORM
081500     IF ENTRY-FOUND OR WS-SEQ-COUNT >= WS-SEQ-MAX
081600         GO TO 2110-EXIT
081700     END-IF
081800     ADD 1 TO WS-SEQ-COUNT
081900     MOVE JRNL-RUN-SEQ TO SEQ-NR (WS-SEQ-COUNT)
082000     MOVE JRNL-RUN-DATE TO SEQ-DATE (WS-SEQ-COUNT)
082100     MOVE SPACE TO SEQ-PE-SOORT (WS-SEQ-COUNT)
082200     MOVE "N" TO SEQ-DONE-SW (WS-SEQ-COUNT).
082300 2110-EXIT.
082400     EXIT.
082500
082600*    CHAINCKP.DAT - "RUNSEQ STAPNAAM RC" OF "RUNSEQ PERIODEND M"
082700 2120-CKP-ONE.
082800     MOVE SPACES TO WS-CKP-SEQ-X WS-CKP-STEP-X WS-CKP-RC-X
082900     UNSTRING CHAIN-CKP-LINE DELIMITED BY ALL SPACE
083000         INTO WS-CKP-SEQ-X WS-CKP-STEP-X WS-CKP-RC-X
083100     END-UNSTRING
083200     IF FUNCTION TRIM(WS-CKP-SEQ-X) IS NOT NUMERIC
083300         GO TO 2120-EXIT
083400     END-IF
083500     MOVE FUNCTION NUMVAL(WS-CKP-SEQ-X) TO WS-CKP-SEQ
083600     SET ENTRY-NOT-FOUND TO TRUE
083700     PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
083800         UNTIL WS-SEQ-IDX > WS-SEQ-COUNT OR ENTRY-FOUND
083900         IF SEQ-NR (WS-SEQ-IDX) = WS-CKP-SEQ
084000             SET ENTRY-FOUND TO TRUE
084100         END-IF
084200     END-PERFORM
084300     IF ENTRY-NOT-FOUND
084400         GO TO 2120-EXIT
084500     END-IF
084600     SUBTRACT 1 FROM WS-SEQ-IDX
084700     EVALUATE TRUE
084800         WHEN WS-CKP-STEP-X = "PERIODEND"
084900             AND (WS-CKP-RC-X = "M" OR WS-CKP-RC-X = "K")
085000             MOVE WS-CKP-RC-X (1:1) TO SEQ-PE-SOORT (WS-SEQ-IDX)
085100         WHEN WS-CKP-STEP-X = "STEP095"
085200             MOVE "Y" TO SEQ-DONE-SW (WS-SEQ-IDX)
085300         WHEN OTHER
085400             CONTINUE
085500     END-EVALUATE.
085600 2120-EXIT.
085700     EXIT.
085800
085900*-----------------------------------------------------------
086000* 2300-REVENUE - DE D-RECORDS VAN BTWPERD.DAT MET EEN DATUM IN
086100*                DE PERIODE, PER TARIEF; DE REGELS AAN EEN
086200*                INTERCOMPANY-KLANT OOK IN HET IC-DEEL
086300*-----------------------------------------------------------
086400 2300-REVENUE.
086500     MOVE "BTWPERD.DAT" TO WS-BASE-FILE
086600     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
086700     MOVE WS-PATH-NAME TO WS-PERD-NAME
086800     OPEN INPUT PERIOD-TOTALS-FILE
086900     IF WS-PERIOD-STATUS NOT = "00"
087000         MOVE SPACES TO WS-FLAG-TXT
087100         STRING "BTWPERD.DAT NIET TE OPENEN (STATUS "
087200                WS-PERIOD-STATUS ") - GEEN OMZET"
087300             DELIMITED BY SIZE INTO WS-FLAG-TXT
087400         END-STRING
087500         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
087600         GO TO 2300-EXIT
087700     END-IF
087800     SET FILE-NOT-EOF TO TRUE
087900     PERFORM UNTIL FILE-EOF
088000         READ PERIOD-TOTALS-FILE
088100             AT END
088200                 SET FILE-EOF TO TRUE
088300             NOT AT END
088400                 PERFORM 2310-PERD-ONE THRU 2310-EXIT
088500         END-READ
088600     END-PERFORM
088700     CLOSE PERIOD-TOTALS-FILE.
088800 2300-EXIT.
088900     EXIT.
089000
089100 2310-PERD-ONE.
089200     IF PERIOD-TOTALS-LINE = SPACES
089300         GO TO 2310-EXIT
089400     END-IF
089500     MOVE SPACES TO WS-P-TYPE-X WS-P-DATE-X WS-P-SEQ-X
089600                    WS-P-RATE-X WS-P-EXCL-X WS-P-VAT-X
089700                    WS-P-KLANT-X WS-P-BTWNR-X WS-P-REDEN-X
089800     UNSTRING PERIOD-TOTALS-LINE DELIMITED BY ","
089900         INTO WS-P-TYPE-X WS-P-DATE-X WS-P-SEQ-X
090000              WS-P-RATE-X WS-P-EXCL-X WS-P-VAT-X
090100              WS-P-KLANT-X WS-P-BTWNR-X WS-P-REDEN-X
090200     END-UNSTRING
090300     IF FUNCTION TRIM(WS-P-TYPE-X) NOT = "D"
090400         GO TO 2310-EXIT
090500     END-IF
090600     IF FUNCTION TRIM(WS-P-DATE-X) IS NOT NUMERIC
090700         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-P-EXCL-X))
090800             NOT = 0
090900         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-P-VAT-X))
091000             NOT = 0
091100         ADD 1 TO WS-BAD-REC-COUNT
091200         GO TO 2310-EXIT
091300     END-IF
091400     MOVE FUNCTION NUMVAL(WS-P-DATE-X) TO WS-P-DATE
091500     IF WS-P-DATE < WS-PER-START OR WS-P-DATE > WS-PER-EIND
091600         GO TO 2310-EXIT
091700     END-IF
091800     ADD 1 TO WS-PERD-REC-COUNT
091900     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-P-EXCL-X))
092000         TO WS-P-EXCL
092100     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-P-VAT-X))
092200         TO WS-P-VAT
092300     EVALUATE WS-P-RATE-X (1:1)
092400         WHEN "L"
092500             MOVE 2 TO WS-ROW-IDX
092600         WHEN "Z"
092700             MOVE 3 TO WS-ROW-IDX
092800         WHEN OTHER
092900             MOVE 1 TO WS-ROW-IDX
093000     END-EVALUATE
093100     ADD WS-P-EXCL TO ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
093200*    BTW HOOG EN LAAG OP REGEL 5/6; DE (NUL-)BTW VAN HET NUL-
093300*    TARIEF TELT ALLEEN IN HET TOTAAL OP REGEL 7
093400     COMPUTE WS-ROW-IDX = WS-ROW-IDX + 4
093500     ADD WS-P-VAT TO ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
093600     MOVE WS-P-KLANT-X (1:8) TO WS-IC-KLANT
093700     SET IC-BRON-OMZET TO TRUE
093800     PERFORM 2320-CHECK-IC THRU 2320-EXIT
093900     IF KLANT-NOT-IC OR IC-BUITEN-GROEP
094000         GO TO 2310-EXIT
094100     END-IF
094200     COMPUTE WS-ROW-IC = WS-ROW-IDX - 4 + 13
094300     ADD WS-P-EXCL TO ADM-VAL (WS-ADM-IDX, WS-ROW-IC)
094400     COMPUTE WS-ROW-IC = WS-ROW-IDX + 13
094500     ADD WS-P-VAT TO ADM-VAL (WS-ADM-IDX, WS-ROW-IC).
094600 2310-EXIT.
094700     EXIT.
094800
094900*-----------------------------------------------------------
095000* 2320-CHECK-IC - IS WS-IC-KLANT IN DE KLANTMST.IDX VAN DEZE
095100*                 BV EEN INTERCOMPANY-KLANT, EN HOORT DE
095200*                 TEGENPARTIJ BIJ DE GECONSOLIDEERDE BV'S? EEN
095300*                 IC-KLANT ZONDER CODE TELT ALS BINNEN DE GROEP.
095400*                 ELKE IC-REGEL GAAT NAAR DE FACTURATIELIJST.
095500*-----------------------------------------------------------
095600 2320-CHECK-IC.
095700     SET KLANT-NOT-IC TO TRUE
095800     SET IC-BUITEN-GROEP TO TRUE
095900     MOVE ZERO TO WS-ICL-OMZET-ADD WS-ICL-BTW-ADD
096000                  WS-ICL-OPEN-ADD
096100     IF KLANTMST-CLOSED OR WS-IC-KLANT = SPACES
096200         GO TO 2320-EXIT
096300     END-IF
096400     MOVE WS-IC-KLANT TO KLA-NUMMER
096500     READ KLANT-MASTER
096600         INVALID KEY
096700             GO TO 2320-EXIT
096800     END-READ
096900     IF NOT KLA-IS-INTERCO
097000         GO TO 2320-EXIT
097100     END-IF
097200     SET KLANT-IS-IC TO TRUE
097300     MOVE KLA-IC-ADMIN TO WS-IC-AAN
097400     IF WS-IC-AAN = SPACES
097500         SET IC-BINNEN-GROEP TO TRUE
097600     ELSE
097700         PERFORM VARYING WS-ADM-IDX2 FROM 1 BY 1
097800             UNTIL WS-ADM-IDX2 > WS-ADM-COUNT OR IC-BINNEN-GROEP
097900             IF ADM-CODE (WS-ADM-IDX2) = WS-IC-AAN
098000                 SET IC-BINNEN-GROEP TO TRUE
098100             END-IF
098200         END-PERFORM
098300     END-IF
098400     IF IC-BRON-OMZET
098500         MOVE WS-P-EXCL TO WS-ICL-OMZET-ADD
098600         MOVE WS-P-VAT TO WS-ICL-BTW-ADD
098700     ELSE
098800         MOVE WS-OPEN-BEDRAG TO WS-ICL-OPEN-ADD
098900     END-IF
099000     PERFORM 2330-IC-LIST THRU 2330-EXIT.
099100 2320-EXIT.
099200     EXIT.
099300
099400 2330-IC-LIST.
099500     SET ENTRY-NOT-FOUND TO TRUE
099600     PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
099700         UNTIL WS-ICL-IDX > WS-ICL-COUNT OR ENTRY-FOUND
099800         IF ICL-VAN (WS-ICL-IDX) = ADM-CODE (WS-ADM-IDX)
099900             AND ICL-KLANT (WS-ICL-IDX) = WS-IC-KLANT
100000             SET ENTRY-FOUND TO TRUE
100100         END-IF
100200     END-PERFORM
100300     IF ENTRY-FOUND
100400         SUBTRACT 1 FROM WS-ICL-IDX
100500     ELSE
100600         IF WS-ICL-COUNT >= WS-ICL-MAX
100700             ADD 1 TO WS-ICL-OVF-COUNT
100800             GO TO 2330-EXIT
100900         END-IF
101000         ADD 1 TO WS-ICL-COUNT
101100         MOVE WS-ICL-COUNT TO WS-ICL-IDX
101200         MOVE ADM-CODE (WS-ADM-IDX) TO ICL-VAN (WS-ICL-IDX)
101300         MOVE WS-IC-KLANT TO ICL-KLANT (WS-ICL-IDX)
101400         MOVE WS-IC-AAN TO ICL-AAN (WS-ICL-IDX)
101500         MOVE WS-IC-BINNEN-SW TO ICL-BINNEN-SW (WS-ICL-IDX)
101600         MOVE ZERO TO ICL-OMZET (WS-ICL-IDX) ICL-BTW (WS-ICL-IDX)
101700                      ICL-OPEN (WS-ICL-IDX)
101800     END-IF
101900     ADD WS-ICL-OMZET-ADD TO ICL-OMZET (WS-ICL-IDX)
102000     ADD WS-ICL-BTW-ADD TO ICL-BTW (WS-ICL-IDX)
102100     ADD WS-ICL-OPEN-ADD TO ICL-OPEN (WS-ICL-IDX).
102200 2330-EXIT.
102300     EXIT.
102400
102500*-----------------------------------------------------------
102600* 2400-OPEN-ITEMS - DE POSTEN VAN OPENPOST.DAT MET EEN
102700*                   FACTUURDATUM T/M DE LAATSTE DAG VAN DE
102800*                   PERIODE, NAAR OUDERDOM OP DIE DAG (DE KLASSEN
102900*                   VAN DEBITEUR)
103000*-----------------------------------------------------------
103100 2400-OPEN-ITEMS.
103200     MOVE "OPENPOST.DAT" TO WS-BASE-FILE
103300     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
103400     MOVE WS-PATH-NAME TO WS-OPI-NAME
103500     OPEN INPUT OPEN-ITEMS-FILE
103600     IF WS-OPENPOST-STATUS NOT = "00"
103700         MOVE SPACES TO WS-FLAG-TXT
103800         STRING "OPENPOST.DAT NIET TE OPENEN (STATUS "
103900                WS-OPENPOST-STATUS ") - GEEN DEBITEUREN"
104000             DELIMITED BY SIZE INTO WS-FLAG-TXT
104100         END-STRING
104200         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
104300         GO TO 2400-EXIT
104400     END-IF
104500     SET FILE-NOT-EOF TO TRUE
104600     PERFORM UNTIL FILE-EOF
104700         READ OPEN-ITEMS-FILE
104800             AT END
104900                 SET FILE-EOF TO TRUE
105000             NOT AT END
105100                 PERFORM 2410-OPI-ONE THRU 2410-EXIT
105200         END-READ
105300     END-PERFORM
105400     CLOSE OPEN-ITEMS-FILE.
105500 2400-EXIT.
105600     EXIT.
105700
105800 2410-OPI-ONE.
105900     IF OPEN-ITEMS-LINE = SPACES
106000         GO TO 2410-EXIT
106100     END-IF
106200     MOVE SPACES TO WS-OI-INVOICE-X WS-OI-KLANT-X WS-OI-NAAM-X
106300                    WS-OI-DATE-X WS-OI-BEDRAG-X WS-OI-BETAALD-X
106400     UNSTRING OPEN-ITEMS-LINE DELIMITED BY ","
106500         INTO WS-OI-INVOICE-X WS-OI-KLANT-X WS-OI-NAAM-X
106600              WS-OI-DATE-X WS-OI-BEDRAG-X WS-OI-BETAALD-X
106700     END-UNSTRING
106800     IF FUNCTION TRIM(WS-OI-DATE-X) IS NOT NUMERIC
106900         OR FUNCTION TEST-NUMVAL(FUNCTION
107000             TRIM(WS-OI-BEDRAG-X)) NOT = 0
107100         OR FUNCTION TEST-NUMVAL(FUNCTION
107200             TRIM(WS-OI-BETAALD-X)) NOT = 0
107300         ADD 1 TO WS-BAD-REC-COUNT
107400         GO TO 2410-EXIT
107500     END-IF
107600     MOVE FUNCTION NUMVAL(WS-OI-DATE-X) TO WS-OI-DATE
107700     IF WS-OI-DATE > WS-PER-EIND
107800         GO TO 2410-EXIT
107900     END-IF
108000     COMPUTE WS-OPEN-BEDRAG =
108100         FUNCTION NUMVAL(FUNCTION TRIM(WS-OI-BEDRAG-X))
108200         - FUNCTION NUMVAL(FUNCTION TRIM(WS-OI-BETAALD-X))
108300     IF WS-OPEN-BEDRAG NOT > ZERO
108400         GO TO 2410-EXIT
108500     END-IF
108600     ADD 1 TO WS-OPI-REC-COUNT
108700     COMPUTE WS-ITEM-DAYNUM =
108800         FUNCTION INTEGER-OF-DATE(WS-OI-DATE)
108900     COMPUTE WS-DAYS-OPEN = WS-PER-EIND-DAYNUM - WS-ITEM-DAYNUM
109000     EVALUATE TRUE
109100         WHEN WS-DAYS-OPEN > 90
109200             MOVE 11 TO WS-ROW-IDX
109300         WHEN WS-DAYS-OPEN > 60
109400             MOVE 10 TO WS-ROW-IDX
109500         WHEN WS-DAYS-OPEN > 30
109600             MOVE 9 TO WS-ROW-IDX
109700         WHEN OTHER
109800             MOVE 8 TO WS-ROW-IDX
109900     END-EVALUATE
110000     ADD WS-OPEN-BEDRAG TO ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
110100     MOVE WS-OI-KLANT-X (1:8) TO WS-IC-KLANT
110200     SET IC-BRON-POST TO TRUE
110300     PERFORM 2320-CHECK-IC THRU 2320-EXIT
110400     IF KLANT-NOT-IC OR IC-BUITEN-GROEP
110500         GO TO 2410-EXIT
110600     END-IF
110700     COMPUTE WS-ROW-IC = WS-ROW-IDX + 13
110800     ADD WS-OPEN-BEDRAG TO ADM-VAL (WS-ADM-IDX, WS-ROW-IC).
110900 2410-EXIT.
111000     EXIT.
111100
111200*-----------------------------------------------------------
111300* 2500-STOCK - DE TOTALE VOORRAADWAARDE EN DE WAARDERINGS-
111400*              DATUM UIT DE LAATSTE VOORWRD.DAT VAN DE BV
111500*-----------------------------------------------------------
111600 2500-STOCK.
111700     MOVE "VOORWRD.DAT" TO WS-BASE-FILE
111800     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
111900     MOVE WS-PATH-NAME TO WS-WRD-NAME
112000     OPEN INPUT VALUATION-FILE
112100     IF WS-WRD-STATUS NOT = "00"
112200         MOVE SPACES TO WS-FLAG-TXT
112300         STRING "VOORWRD.DAT NIET TE OPENEN (STATUS "
112400                WS-WRD-STATUS ") - GEEN VOORRAADWAARDE"
112500             DELIMITED BY SIZE INTO WS-FLAG-TXT
112600         END-STRING
112700         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
112800         GO TO 2500-EXIT
112900     END-IF
113000     SET FILE-NOT-EOF TO TRUE
113100     PERFORM UNTIL FILE-EOF
113200         READ VALUATION-FILE
113300             AT END
113400                 SET FILE-EOF TO TRUE
113500             NOT AT END
113600                 PERFORM 2510-WRD-ONE THRU 2510-EXIT
113700         END-READ
113800     END-PERFORM
113900     CLOSE VALUATION-FILE
114000     IF ADM-PE-DATE (WS-ADM-IDX) > ZERO
114100         AND ADM-WRD-DATE (WS-ADM-IDX) < ADM-PE-DATE (WS-ADM-IDX)
114200         MOVE "VOORRAADWAARDERING OUDER DAN DE PERIODE-EINDRUN"
114300             TO WS-FLAG-TXT
114400         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
114500     END-IF.
114600 2500-EXIT.
114700     EXIT.
114800
114900 2510-WRD-ONE.
115000     IF VALUATION-LINE (1:26) = WS-WRD-KOP
115100         AND VALUATION-LINE (27:8) IS NUMERIC
115200         MOVE VALUATION-LINE (27:8) TO ADM-WRD-DATE (WS-ADM-IDX)
115300         GO TO 2510-EXIT
115400     END-IF
115500     IF VALUATION-LINE (1:32) = WS-WRD-TOT
115600         IF FUNCTION TEST-NUMVAL-C(VALUATION-LINE (33:15)) = 0
115700             MOVE FUNCTION NUMVAL-C(VALUATION-LINE (33:15))
115800                 TO ADM-VAL (WS-ADM-IDX, 13)
115900         ELSE
116000             ADD 1 TO WS-BAD-REC-COUNT
116100         END-IF
116200     END-IF.
116300 2510-EXIT.
116400     EXIT.
116500
116600*-----------------------------------------------------------
116700* 2600-GL-EXTRACT - DE DATUM VAN HET LAATSTE GROOTBOEKEXTRACT
116800*                   (GLJRNL.DAT BEVAT ALLEEN DE LAATSTE RUN);
116900*                   OUDER DAN DE PERIODE-EINDRUN = GEMARKEERD
117000*-----------------------------------------------------------
117100 2600-GL-EXTRACT.
117200     MOVE "GLJRNL.DAT" TO WS-BASE-FILE
117300     PERFORM 2050-BUILD-NAME THRU 2050-EXIT
117400     MOVE WS-PATH-NAME TO WS-GLJ-NAME
117500     OPEN INPUT GL-JOURNAL-FILE
117600     IF WS-GLJ-STATUS NOT = "00"
117700         MOVE SPACES TO WS-FLAG-TXT
117800         STRING "GLJRNL.DAT NIET TE OPENEN (STATUS "
117900                WS-GLJ-STATUS ") - GEEN GROOTBOEKEXTRACT"
118000             DELIMITED BY SIZE INTO WS-FLAG-TXT
118100         END-STRING
118200         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
118300         GO TO 2600-EXIT
118400     END-IF
118500     SET FILE-NOT-EOF TO TRUE
118600     PERFORM UNTIL FILE-EOF
118700         READ GL-JOURNAL-FILE
118800             AT END
118900                 SET FILE-EOF TO TRUE
119000             NOT AT END
119100                 MOVE SPACES TO WS-GLJ-DATE-X
119200                 UNSTRING GL-JOURNAL-LINE DELIMITED BY ","
119300                     INTO WS-GLJ-DATE-X
119400                 END-UNSTRING
119500                 IF FUNCTION TRIM(WS-GLJ-DATE-X) IS NUMERIC
119600                     AND FUNCTION NUMVAL(WS-GLJ-DATE-X)
119700                         > ADM-GL-DATE (WS-ADM-IDX)
119800                     MOVE FUNCTION NUMVAL(WS-GLJ-DATE-X)
119900                         TO ADM-GL-DATE (WS-ADM-IDX)
120000                 END-IF
120100         END-READ
120200     END-PERFORM
120300     CLOSE GL-JOURNAL-FILE
120400     IF ADM-PE-DATE (WS-ADM-IDX) > ZERO
120500         AND ADM-GL-DATE (WS-ADM-IDX) < ADM-PE-DATE (WS-ADM-IDX)
120600         MOVE "GROOTBOEKEXTRACT OUDER DAN DE PERIODE-EINDRUN"
120700             TO WS-FLAG-TXT
120800         PERFORM 2900-FLAG-ADMIN THRU 2900-EXIT
120900     END-IF.
121000 2600-EXIT.
121100     EXIT.
121200
121300*-----------------------------------------------------------
121400* 2700-ADMIN-TOTALS - DE TOTAALREGELS VAN DE BV
121500*-----------------------------------------------------------
121600 2700-ADMIN-TOTALS.
121700     COMPUTE ADM-VAL (WS-ADM-IDX, 4) = ADM-VAL (WS-ADM-IDX, 1)
121800         + ADM-VAL (WS-ADM-IDX, 2) + ADM-VAL (WS-ADM-IDX, 3)
121900     COMPUTE ADM-VAL (WS-ADM-IDX, 7) = ADM-VAL (WS-ADM-IDX, 7)
122000         + ADM-VAL (WS-ADM-IDX, 5) + ADM-VAL (WS-ADM-IDX, 6)
122100     COMPUTE ADM-VAL (WS-ADM-IDX, 12) = ADM-VAL (WS-ADM-IDX, 8)
122200         + ADM-VAL (WS-ADM-IDX, 9) + ADM-VAL (WS-ADM-IDX, 10)
122300         + ADM-VAL (WS-ADM-IDX, 11)
122400     COMPUTE ADM-VAL (WS-ADM-IDX, 17) = ADM-VAL (WS-ADM-IDX, 14)
122500         + ADM-VAL (WS-ADM-IDX, 15) + ADM-VAL (WS-ADM-IDX, 16)
122600     COMPUTE ADM-VAL (WS-ADM-IDX, 20) = ADM-VAL (WS-ADM-IDX, 20)
122700         + ADM-VAL (WS-ADM-IDX, 18) + ADM-VAL (WS-ADM-IDX, 19)
122800     COMPUTE ADM-VAL (WS-ADM-IDX, 25) = ADM-VAL (WS-ADM-IDX, 21)
122900         + ADM-VAL (WS-ADM-IDX, 22) + ADM-VAL (WS-ADM-IDX, 23)
123000         + ADM-VAL (WS-ADM-IDX, 24).
123100 2700-EXIT.
123200     EXIT.
123300
123400*-----------------------------------------------------------
123500* 2900-FLAG-ADMIN - MARKEER DE BV MET DE TEKST IN WS-FLAG-TXT
123600*-----------------------------------------------------------
123700 2900-FLAG-ADMIN.
123800     MOVE "Y" TO ADM-FLAG-SW (WS-ADM-IDX)
123900     ADD 1 TO WS-FLAG-COUNT
124000     IF WS-FLG-COUNT < WS-FLG-MAX
124100         ADD 1 TO WS-FLG-COUNT
124200         MOVE ADM-CODE (WS-ADM-IDX) TO FLG-ADMIN (WS-FLG-COUNT)
124300         MOVE WS-FLAG-TXT TO FLG-TXT (WS-FLG-COUNT)
124400     END-IF
124500     DISPLAY "WARNING: " ADM-CODE (WS-ADM-IDX) " - "
124600             FUNCTION TRIM(WS-FLAG-TXT)
124700     MOVE SPACES TO WS-FLAG-TXT.
124800 2900-EXIT.
124900     EXIT.
125000
125100*-----------------------------------------------------------
125200* 3000-GROUP-TOTALS - DE GROEPSKOLOM: DE SOM OVER DE BV'S MIN
125300*                     HET INTERCOMPANY-DEEL; DE IC-REGELS TONEN
125400*                     IN DE GROEPSKOLOM DE ELIMINATIE
125500*-----------------------------------------------------------
125600 3000-GROUP-TOTALS.
125700     PERFORM VARYING WS-ADM-IDX FROM 1 BY 1
125800         UNTIL WS-ADM-IDX > WS-ADM-COUNT
125900         PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
126000             UNTIL WS-ROW-IDX > WS-ROW-MAX
126100             IF WS-ROW-IDX > 13
126200                 SUBTRACT ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
126300                     FROM WS-GRP-VAL (WS-ROW-IDX)
126400             ELSE
126500                 ADD ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
126600                     TO WS-GRP-VAL (WS-ROW-IDX)
126700             END-IF
126800         END-PERFORM
126900     END-PERFORM
127000     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
127100         UNTIL WS-ROW-IDX > 12
127200         COMPUTE WS-ROW-IC = WS-ROW-IDX + 13
127300         ADD WS-GRP-VAL (WS-ROW-IC) TO WS-GRP-VAL (WS-ROW-IDX)
127400     END-PERFORM.
127500 3000-EXIT.
127600     EXIT.
127700
127800*-----------------------------------------------------------
127900* 4000-WRITE-REPORT - KOP, STATUS PER BV, DE CIJFERS IN
128000*                     BANDEN VAN VIJF BV'S EN DE INTERCOMPANY-
128100*                     FACTURATIE
128200*-----------------------------------------------------------
128300 4000-WRITE-REPORT.
128400     OPEN OUTPUT CONSOL-RPT-FILE
128500     IF WS-RPT-STATUS NOT = "00"
128600         DISPLAY "ERROR: UNABLE TO OPEN CONSOL.DAT - "
128700                 "FILE STATUS " WS-RPT-STATUS
128800         MOVE 8 TO RETURN-CODE
128900         GO TO 4000-EXIT
129000     END-IF
129100     MOVE WS-PERIODE TO CNS-HDG-PERIODE
129200     MOVE WS-PER-EIND TO CNS-HDG-EIND
129300     MOVE WS-ADM-COUNT TO CNS-HDG-AANTAL
129400     MOVE WS-TODAY TO CNS-HDG-TODAY
129500     MOVE RUNHDR-OPERATOR-ID TO CNS-HDG-OPER
129600     WRITE CONSOL-RPT-LINE FROM CNS-HEADING-1
129700     WRITE CONSOL-RPT-LINE FROM CNS-HEADING-2
129800     PERFORM 4100-STATUS-SECTION THRU 4100-EXIT
129900     MOVE 1 TO WS-BAND-START
130000     PERFORM UNTIL WS-BAND-START > WS-ADM-COUNT
130100         COMPUTE WS-BAND-END = WS-BAND-START + WS-BAND-SIZE - 1
130200         IF WS-BAND-END > WS-ADM-COUNT
130300             MOVE WS-ADM-COUNT TO WS-BAND-END
130400         END-IF
130500         PERFORM 4200-WRITE-BAND THRU 4200-EXIT
130600         COMPUTE WS-BAND-START = WS-BAND-END + 1
130700     END-PERFORM
130800     PERFORM 4300-IC-SECTION THRU 4300-EXIT.
130900 4000-EXIT.
131000     EXIT.
131100
131200*-----------------------------------------------------------
131300* 4100-STATUS-SECTION - 1. PER BV DE PERIODE-EINDRUN, DE DATUM
131400*                       VAN HET GROOTBOEKEXTRACT EN DE
131500*                       VOORRAADWAARDERING, EN ALLE MARKERINGEN
131600*-----------------------------------------------------------
131700 4100-STATUS-SECTION.
131800     WRITE CONSOL-RPT-LINE FROM CNS-BLANK-LINE
131900     MOVE "1. STATUS PER ADMINISTRATIE" TO CNS-SEC-TXT
132000     WRITE CONSOL-RPT-LINE FROM CNS-SECTION-LINE
132100     WRITE CONSOL-RPT-LINE FROM CNS-STAT-HDG
132200     PERFORM VARYING WS-ADM-IDX FROM 1 BY 1
132300         UNTIL WS-ADM-IDX > WS-ADM-COUNT
132400         MOVE ADM-CODE (WS-ADM-IDX) TO CNS-STA-CODE
132500         MOVE ADM-DIR (WS-ADM-IDX) TO CNS-STA-DIR
132600         MOVE ADM-PE-SEQ (WS-ADM-IDX) TO CNS-STA-SEQ
132700         MOVE SPACES TO CNS-STA-PE-DATE CNS-STA-GL-DATE
132800                        CNS-STA-WRD-DATE
132900         IF ADM-PE-DATE (WS-ADM-IDX) > ZERO
133000             MOVE ADM-PE-DATE (WS-ADM-IDX) TO CNS-STA-PE-DATE
133100         END-IF
133200         IF ADM-GL-DATE (WS-ADM-IDX) > ZERO
133300             MOVE ADM-GL-DATE (WS-ADM-IDX) TO CNS-STA-GL-DATE
133400         END-IF
133500         IF ADM-WRD-DATE (WS-ADM-IDX) > ZERO
133600             MOVE ADM-WRD-DATE (WS-ADM-IDX) TO CNS-STA-WRD-DATE
133700         END-IF
133800         MOVE ADM-STATUS (WS-ADM-IDX) TO CNS-STA-STATUS
133900         WRITE CONSOL-RPT-LINE FROM CNS-STAT-LINE
134000     END-PERFORM
134100     IF WS-FLG-COUNT > ZERO
134200         WRITE CONSOL-RPT-LINE FROM CNS-BLANK-LINE
134300     END-IF
134400     PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
134500         UNTIL WS-FLG-IDX > WS-FLG-COUNT
134600         MOVE FLG-ADMIN (WS-FLG-IDX) TO CNS-FLG-ADMIN
134700         MOVE FLG-TXT (WS-FLG-IDX) TO CNS-FLG-TXT
134800         WRITE CONSOL-RPT-LINE FROM CNS-FLAG-LINE
134900     END-PERFORM
135000     IF WS-FLAG-COUNT > ZERO
135100         MOVE SPACES TO CNS-FLG-ADMIN
135200         STRING "GEMARKEERDE BV'S TELLEN MEE IN DE GROEPSKOLOM - "
135300                "HET GROEPSTOTAAL IS ONVOLLEDIG"
135400             DELIMITED BY SIZE INTO CNS-FLG-TXT
135500         END-STRING
135600         WRITE CONSOL-RPT-LINE FROM CNS-FLAG-LINE
135700     END-IF.
135800 4100-EXIT.
135900     EXIT.
136000
136100*-----------------------------------------------------------
136200* 4200-WRITE-BAND - DE KOLOMMEN WS-BAND-START T/M WS-BAND-END,
136300*                   PLUS DE GROEPSKOLOM IN DE LAATSTE BAND
136400*-----------------------------------------------------------
136500 4200-WRITE-BAND.
136600     WRITE CONSOL-RPT-LINE FROM CNS-BLANK-LINE
136700     MOVE SPACES TO CNS-COL-HDG
136800     MOVE "2. CIJFERS PER BV" TO CNS-CHD-LABEL
136900     MOVE ZERO TO WS-COL-IDX
137000     PERFORM VARYING WS-ADM-IDX FROM WS-BAND-START BY 1
137100         UNTIL WS-ADM-IDX > WS-BAND-END
137200         ADD 1 TO WS-COL-IDX
137300         MOVE ADM-CODE (WS-ADM-IDX)
137400             TO CNS-CHD-COL (WS-COL-IDX) (9:4)
137500         IF ADM-FLAGGED (WS-ADM-IDX)
137600             MOVE "***" TO CNS-CHD-COL (WS-COL-IDX) (14:3)
137700         END-IF
137800     END-PERFORM
137900     IF WS-BAND-END = WS-ADM-COUNT
138000         ADD 1 TO WS-COL-IDX
138100         MOVE "GROEP" TO CNS-CHD-COL (WS-COL-IDX) (8:5)
138200         IF WS-FLAG-COUNT > ZERO
138300             MOVE "***" TO CNS-CHD-COL (WS-COL-IDX) (14:3)
138400         END-IF
138500     END-IF
138600     WRITE CONSOL-RPT-LINE FROM CNS-COL-HDG
138700     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
138800         UNTIL WS-ROW-IDX > WS-ROW-MAX
138900         PERFORM 4210-WRITE-ROW THRU 4210-EXIT
139000     END-PERFORM.
139100 4200-EXIT.
139200     EXIT.
139300
139400 4210-WRITE-ROW.
139500     MOVE SPACES TO CNS-SEC-TXT
139600     EVALUATE WS-ROW-IDX
139700         WHEN 1
139800             MOVE "OMZET EXCL. BTW" TO CNS-SEC-TXT
139900         WHEN 5
140000             MOVE "AF TE DRAGEN BTW" TO CNS-SEC-TXT
140100         WHEN 8
140200             STRING "OPENSTAANDE DEBITEUREN, OUDERDOM PER "
140300                    WS-PER-EIND
140400                 DELIMITED BY SIZE INTO CNS-SEC-TXT
140500             END-STRING
140600         WHEN 13
140700             MOVE "VOORRAAD (LAATSTE WAARDERING)" TO CNS-SEC-TXT
140800         WHEN 14
140900             STRING "INTERCOMPANY - IN DE BV-KOLOMMEN BEGREPEN, "
141000                    "IN DE GROEPSKOLOM GEELIMINEERD"
141100                 DELIMITED BY SIZE INTO CNS-SEC-TXT
141200             END-STRING
141300     END-EVALUATE
141400     IF CNS-SEC-TXT NOT = SPACES
141500         WRITE CONSOL-RPT-LINE FROM CNS-SECTION-LINE
141600     END-IF
141700     MOVE SPACES TO CNS-ROW-LINE
141800     MOVE WS-ROW-LABEL (WS-ROW-IDX) TO CNS-ROW-LABEL
141900     MOVE ZERO TO WS-COL-IDX
142000     PERFORM VARYING WS-ADM-IDX FROM WS-BAND-START BY 1
142100         UNTIL WS-ADM-IDX > WS-BAND-END
142200         ADD 1 TO WS-COL-IDX
142300         MOVE ADM-VAL (WS-ADM-IDX, WS-ROW-IDX)
142400             TO CNS-ROW-BEDRAG (WS-COL-IDX)
142500     END-PERFORM
142600     IF WS-BAND-END = WS-ADM-COUNT
142700         ADD 1 TO WS-COL-IDX
142800         MOVE WS-GRP-VAL (WS-ROW-IDX)
142900             TO CNS-ROW-BEDRAG (WS-COL-IDX)
143000     END-IF
143100     WRITE CONSOL-RPT-LINE FROM CNS-ROW-LINE.
143200 4210-EXIT.
143300     EXIT.
143400
143500*-----------------------------------------------------------
143600* 4300-IC-SECTION - 3. DE INTERCOMPANY-FACTURATIE PER
143700*                   FACTURERENDE BV EN KLANT; EEN TEGENPARTIJ
143800*                   BUITEN CONSADM.DAT IS NIET GEELIMINEERD
143900*-----------------------------------------------------------
144000 4300-IC-SECTION.
144100     WRITE CONSOL-RPT-LINE FROM CNS-BLANK-LINE
144200     MOVE "3. INTERCOMPANY-FACTURATIE IN DE PERIODE"
144300         TO CNS-SEC-TXT
144400     WRITE CONSOL-RPT-LINE FROM CNS-SECTION-LINE
144500     WRITE CONSOL-RPT-LINE FROM CNS-IC-HDG
144600     PERFORM VARYING WS-ICL-IDX FROM 1 BY 1
144700         UNTIL WS-ICL-IDX > WS-ICL-COUNT
144800         MOVE ICL-VAN (WS-ICL-IDX) TO CNS-ICL-VAN
144900         MOVE ICL-KLANT (WS-ICL-IDX) TO CNS-ICL-KLANT
145000         MOVE ICL-AAN (WS-ICL-IDX) TO CNS-ICL-AAN
145100         IF ICL-AAN (WS-ICL-IDX) = SPACES
145200             MOVE "?" TO CNS-ICL-AAN
145300         END-IF
145400         MOVE ICL-OMZET (WS-ICL-IDX) TO CNS-ICL-OMZET
145500         MOVE ICL-BTW (WS-ICL-IDX) TO CNS-ICL-BTW
145600         MOVE ICL-OPEN (WS-ICL-IDX) TO CNS-ICL-OPEN
145700         IF ICL-BINNEN (WS-ICL-IDX)
145800             MOVE "GEELIMINEERD" TO CNS-ICL-OPM
145900         ELSE
146000             MOVE "BUITEN CONSOLIDATIE" TO CNS-ICL-OPM
146100         END-IF
146200         WRITE CONSOL-RPT-LINE FROM CNS-IC-LINE
146300     END-PERFORM
146400     IF WS-ICL-OVF-COUNT > ZERO
146500         MOVE SPACES TO CNS-FLG-ADMIN
146600         MOVE "FACTURATIELIJST VOL - NIET ALLE KLANTEN GETOOND"
146700             TO CNS-FLG-TXT
146800         WRITE CONSOL-RPT-LINE FROM CNS-FLAG-LINE
146900         ADD 1 TO WS-FLAG-COUNT
147000     END-IF.
147100 4300-EXIT.
147200     EXIT.
147300
147400*-----------------------------------------------------------
147500* 8000-WRITE-TRAILER - TELLINGEN EN DE RETURN CODE
147600*-----------------------------------------------------------
147700 8000-WRITE-TRAILER.
147800     IF WS-RPT-STATUS NOT = "00"
147900         GO TO 8000-EXIT
148000     END-IF
148100     WRITE CONSOL-RPT-LINE FROM CNS-BLANK-LINE
148200     MOVE "ADMINISTRATIES GECONSOLIDEERD" TO CNS-TRL-LABEL
148300     MOVE WS-ADM-COUNT TO CNS-TRL-COUNT
148400     WRITE CONSOL-RPT-LINE FROM CNS-TRAILER-LINE
148500     MOVE "ADMINISTRATIES NIET IN DE TABEL" TO CNS-TRL-LABEL
148600     MOVE WS-ADM-OVF-COUNT TO CNS-TRL-COUNT
148700     WRITE CONSOL-RPT-LINE FROM CNS-TRAILER-LINE
148800     MOVE "INTERCOMPANY KLANTREGELS" TO CNS-TRL-LABEL
148900     MOVE WS-ICL-COUNT TO CNS-TRL-COUNT
149000     WRITE CONSOL-RPT-LINE FROM CNS-TRAILER-LINE
149100     MOVE "ONLEESBARE REGELS" TO CNS-TRL-LABEL
149200     MOVE WS-BAD-REC-COUNT TO CNS-TRL-COUNT
149300     WRITE CONSOL-RPT-LINE FROM CNS-TRAILER-LINE
149400     MOVE "GEMARKEERD (***) TOTAAL" TO CNS-TRL-LABEL
149500     MOVE WS-FLAG-COUNT TO CNS-TRL-COUNT
149600     WRITE CONSOL-RPT-LINE FROM CNS-TRAILER-LINE
149700     CLOSE CONSOL-RPT-FILE
149800     IF WS-ADM-OVF-COUNT > ZERO
149900         MOVE 8 TO RETURN-CODE
150000     END-IF
150100     IF (WS-FLAG-COUNT > ZERO OR WS-BAD-REC-COUNT > ZERO)
150200         AND RETURN-CODE = ZERO
150300         MOVE 4 TO RETURN-CODE
150400     END-IF.
150500 8000-EXIT.
150600     EXIT.
150700
150800*-----------------------------------------------------------
150900* 9000-WRITE-RUN-JOURNAL - COUNT-1 ADMINISTRATIES, COUNT-2
151000*                          GEMARKEERDE PUNTEN
151100*-----------------------------------------------------------
151200 9000-WRITE-RUN-JOURNAL.
151300     ACCEPT WS-END-TIME-RAW FROM TIME
151400     OPEN EXTEND RUN-JOURNAL-FILE
151500     IF WS-JRNL-STATUS = "35"
151600         OPEN OUTPUT RUN-JOURNAL-FILE
151700     END-IF
151800     MOVE "CONSOL" TO JRNL-PROGRAM
151900     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
152000     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
152100     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
152200     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
152300     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
152400     MOVE RETURN-CODE TO JRNL-RC
152500     MOVE WS-ADM-COUNT TO JRNL-COUNT-1
152600     MOVE WS-FLAG-COUNT TO JRNL-COUNT-2
152700     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
152800     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
152900     CLOSE RUN-JOURNAL-FILE.
153000 9000-EXIT.
153100     EXIT.
