000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTRELD.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - HERSTEL VAN EEN
001300*                  GEINDEXEERDE MASTER UIT EEN MSTUNLD-BACKUP
001400*                  MET VOORWAARTS HERSTEL UIT DE LOGS.
001500*                  MSTBASE (ARTMAST, KLANTMST, ROSTMAST, PEOPLE,
001600*                  SCORECUR OF CERTREG - OF EEN PROMPT) WIJST
001700*                  DE MASTER AAN, MSTSEQ HET VOLGNR VAN DE
001800*                  BACKUP (LEEG = DE NIEUWSTE IN MSTCAT.DAT).
001900*                  DE MASTER WORDT LEEG OPNIEUW OPGEBOUWD UIT
002000*                  DE BACKUP; AANTAL EN SLEUTELHASH WORDEN
002100*                  TEGEN DE CATALOGUS GETOETST. DAARNA WORDEN
002200*                  DE LOGREGELS VAN NA DE BACKUP TOT HET
002300*                  HERSTELPUNT MSTTOT (YYYYMMDD, LEEG = ALLES)
002400*                  EN MSTTIJD (HHMMSS, DEFAULT 235959) IN
002500*                  TIJDSVOLGORDE NAGESPEELD: ARTAUD.DAT,
002600*                  ARTCHG.DAT EN VOORMUT.DAT OP ARTMAST,
002700*                  KLANTAUD.DAT OP KLANTMST, ROSTAUD.DAT OP
002800*                  ROSTMAST, PEOPCHG.DAT OP PEOPLE, SCOREHST.DAT
002900*                  OP SCORECUR EN CERTAUD.DAT OP CERTREG. DE
003000*                  ONDERHOUDSAUDITS DRAGEN DATUM EN KLOKTIJD EN
003100*                  TELLEN VANAF HET UNLOADMOMENT; DE LOGS VAN
003200*                  DE NACHTKETEN DRAGEN ALLEEN DE RUNDATUM (OF
003300*                  HET RUNVOLGNR) EN TELLEN VANAF DE RUN NA DE
003400*                  BACKUP. MSTRRPT.DAT NOEMT ELKE NAGESPEELDE
003500*                  LOGREGEL MET HET RESULTAAT EN VERGELIJKT HET
003600*                  HERBOUWDE AANTAL EN DE HASH MET DE
003700*                  VERWACHTING (BACKUP PLUS NIEUWE SLEUTELS).
003800*                  WEIGERT BIJ EEN ACTIEVE NACHTKETEN EN HOUDT
003900*                  ZOLANG MNTLOCK.DAT VAST. RC 8 ALS DE BACKUP
004000*                  ONTBREEKT, RC 4 BIJ ELKE AFWIJKING OF NIET
004100*                  TOEPASBARE LOGREGEL.
00410A* 2026-10-15  BJS  PEOPLE.IDX-RECORD UITGEBREID MET PIDX-AFDELING
00410B*                  EN PIDX-INDIENST. EEN NIEUWE PERSOON UIT
00410C*                  PEOPCHG.DAT KRIJGT DE LOGDATUM ALS INDIENST-
00410D*                  DATUM; DE AFDELING VULT DE VOLGENDE READCSV-
00410E*                  LOAD. EEN WIJZIGING LAAT BEIDE VELDEN STAAN.
00410F* 2026-10-15  BJS  CERTREG.IDX-RECORD UITGEBREID MET CERT-SCENARIO
00410G*                  EN CERT-VERSIE (ZIE CERTUPD).
00410H* 2026-10-15  BJS  OOK OPENPOST, LEVMAST, INKORDER, VERKORD,
00410I*                  TRNSESS EN TRNBOEK (ZIE MSTUNLD). DAARVAN
00410J*                  BESTAAT GEEN NASPEELBARE LOG: DE MASTER STAAT
00410K*                  NA HERSTEL OP DE STAND VAN DE BACKUP, MET RC 4
00410L*                  EN EEN MELDING IN MSTRRPT.DAT. RECORDBEELD 400
00410M*                  POSITIES. EEN UIT DE QUARANTAINE VRIJGEGEVEN
00410N*                  SCORE VAN VOOR DE BACKUP KOMT NU UIT
00410O*                  SCOREQUA.DAT OP DE BESLISDATUM TERUG; SCOREHST
00410P*                  DRAAGT ZIJN OORSPRONKELIJKE SCOREDATUM.
004200*-----------------------------------------------------------
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ART-NUMMER
005100         FILE STATUS IS WS-MST-STATUS.
005200
005300     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS KLA-NUMMER
005700         FILE STATUS IS WS-MST-STATUS.
005800
005900     SELECT ROSTER-MASTER ASSIGN TO "ROSTMAST.IDX"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ROS-ID
006300         FILE STATUS IS WS-MST-STATUS.
006400
006500     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS PIDX-ID
006900         FILE STATUS IS WS-MST-STATUS.
007000
007100     SELECT SCORE-CURRENT-FILE ASSIGN TO "SCORECUR.IDX"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS SCK-KEY
007500         FILE STATUS IS WS-MST-STATUS.
007600
007700     SELECT CERT-REGISTER ASSIGN TO "CERTREG.IDX"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS CERT-ID
008001         FILE STATUS IS WS-MST-STATUS.
008002
008003     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
008004         ORGANIZATION IS INDEXED
008005         ACCESS MODE IS DYNAMIC
008006         RECORD KEY IS OPN-FACTUUR
008007         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
008008         FILE STATUS IS WS-MST-STATUS.
008009
00800A     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
00800B         ORGANIZATION IS INDEXED
00800C         ACCESS MODE IS DYNAMIC
00800D         RECORD KEY IS LEV-NUMMER
00800E         FILE STATUS IS WS-MST-STATUS.
00800F
00800G     SELECT INKOOPORDER-FILE ASSIGN TO "INKORDER.IDX"
00800H         ORGANIZATION IS INDEXED
00800I         ACCESS MODE IS DYNAMIC
00800J         RECORD KEY IS INK-SLEUTEL
00800K         FILE STATUS IS WS-MST-STATUS.
00800L
00800M     SELECT VERKOOPORDER-FILE ASSIGN TO "VERKORD.IDX"
00800N         ORGANIZATION IS INDEXED
00800O         ACCESS MODE IS DYNAMIC
00800P         RECORD KEY IS VKO-SLEUTEL
00800Q         FILE STATUS IS WS-MST-STATUS.
00800R
00800S     SELECT TRAINING-SESSIE-MASTER ASSIGN TO "TRNSESS.IDX"
00800T         ORGANIZATION IS INDEXED
00800U         ACCESS MODE IS DYNAMIC
00800V         RECORD KEY IS SES-KEY
00800W         FILE STATUS IS WS-MST-STATUS.
00800X
00800Y     SELECT TRAINING-BOEKING-FILE ASSIGN TO "TRNBOEK.IDX"
00800Z         ORGANIZATION IS INDEXED
008010         ACCESS MODE IS DYNAMIC
008011         RECORD KEY IS BKG-KEY
008100         FILE STATUS IS WS-MST-STATUS.
008200
008300     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BKP-NAME
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-BKP-STATUS.
008600
008700     SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-LOG-STATUS.
009000
009100     SELECT CATALOG-FILE ASSIGN TO "MSTCAT.DAT"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-CAT-STATUS.
009400
009500     SELECT REPLAY-WORK-FILE ASSIGN TO "MSTRWORK.DAT"
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700
009800     SELECT REPLAY-SORT-FILE ASSIGN TO "SORTWK.DAT".
009900
010000     SELECT REPLAY-SORTED-FILE ASSIGN TO "MSTRSRT.DAT"
010100         ORGANIZATION IS LINE SEQUENTIAL.
010200
010300     SELECT RELD-REPORT-FILE ASSIGN TO "MSTRRPT.DAT"
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500
010600     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-SYSLOCK-STATUS.
010900
011000     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-MNTLOCK-STATUS.
011300
011400     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS WS-JRNL-STATUS.
011700
011800 DATA DIVISION.
011900 FILE SECTION.
012000 FD  ARTIKEL-MASTER.
012100     COPY "ARTMAST.CPY".
012200
012300 FD  KLANT-MASTER.
012400     COPY "KLANTMST.CPY".
012500
012600 FD  ROSTER-MASTER.
012700 01  ROSTER-MASTER-RECORD.
012800     05  ROS-ID               PIC X(08).
012900     05  ROS-NAAM             PIC X(30).
013000     05  ROS-GEBOORTE         PIC 9(08).
013100     05  ROS-LAND             PIC X(30).
013200     05  ROS-EINDDATUM        PIC 9(08).
013300
013400 FD  PEOPLE-INDEXED.
013500 01  PEOPLE-INDEXED-RECORD.
013600     05  PIDX-ID              PIC X(32).
013700     05  PIDX-NAME            PIC X(128).
013800     05  PIDX-SCORE           PIC S9(07)V99.
01380A     05  PIDX-AFDELING        PIC X(20).
01380B     05  PIDX-INDIENST        PIC 9(08).
013900
014000 FD  SCORE-CURRENT-FILE.
014100     COPY "SCORECUR.CPY".
014200
014300 FD  CERT-REGISTER.
014400 01  CERT-RECORD.
014500     05  CERT-ID              PIC X(08).
014600     05  CERT-NAAM            PIC X(30).
014700     05  CERT-BEHAALD         PIC 9(08).
014800     05  CERT-VERVALT         PIC 9(08).
014900     05  CERT-SESSIES         PIC 9(05).
01490A     05  CERT-SCENARIO        PIC X(20).
01490B     05  CERT-VERSIE          PIC 9(06).
015000
015001 FD  OPEN-ITEMS-FILE.
015002     COPY "OPENPOST.CPY".
015003
015004 FD  LEVERANCIER-MASTER.
015005     COPY "LEVMAST.CPY".
015006
015007 FD  INKOOPORDER-FILE.
015008     COPY "INKORDER.CPY".
015009
01500A FD  VERKOOPORDER-FILE.
01500B     COPY "VERKORD.CPY".
01500C
01500D FD  TRAINING-SESSIE-MASTER.
01500E     COPY "TRNSESS.CPY".
01500F
01500G FD  TRAINING-BOEKING-FILE.
01500H     COPY "TRNBOEK.CPY".
01500I
015100 FD  BACKUP-FILE.
015200 01  BACKUP-LINE              PIC X(400).
015300
015400 FD  LOG-FILE.
015500 01  LOG-LINE                 PIC X(350).
015600
015700 FD  CATALOG-FILE.
015800 01  CATALOG-LINE             PIC X(132).
015900
016000 FD  REPLAY-WORK-FILE.
016100 01  REPLAY-WORK-RECORD.
016200     05  RPW-DATE             PIC 9(08).
016300     05  RPW-TIME             PIC 9(06).
016400     05  RPW-VOLGNR           PIC 9(07).
016500     05  RPW-SOORT            PIC X(01).
016600     05  RPW-BRON             PIC X(08).
016700     05  RPW-REGEL            PIC X(350).
016800
016900 SD  REPLAY-SORT-FILE.
017000 01  REPLAY-SORT-RECORD.
017100     05  RPS-DATE             PIC 9(08).
017200     05  RPS-TIME             PIC 9(06).
017300     05  RPS-VOLGNR           PIC 9(07).
017400     05  FILLER               PIC X(359).
017500
017600 FD  REPLAY-SORTED-FILE.
017700 01  REPLAY-SORTED-RECORD.
017800     05  RPR-DATE             PIC 9(08).
017900     05  RPR-TIME             PIC 9(06).
018000     05  RPR-VOLGNR           PIC 9(07).
018100     05  RPR-SOORT            PIC X(01).
018200         88  RPR-GETIJDSTEMPELD VALUE "T".
018300         88  RPR-KETENRUN     VALUE "K".
018400     05  RPR-BRON             PIC X(08).
018500     05  RPR-REGEL            PIC X(350).
018600
018700 FD  RELD-REPORT-FILE.
018800 01  RELD-REPORT-LINE         PIC X(132).
018900
019000 FD  SYS-LOCK-FILE.
019100 01  SYS-LOCK-LINE            PIC X(80).
019200
019300 FD  MNT-LOCK-FILE.
019400 01  MNT-LOCK-LINE            PIC X(80).
019500
019600 FD  RUN-JOURNAL-FILE.
019700 01  RUN-JOURNAL-LINE         PIC X(80).
019800
019900 WORKING-STORAGE SECTION.
020000*-----------------------------------------------------------
020100* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
020200*-----------------------------------------------------------
020300     COPY "RUNHDR.CPY".
020400
020500*-----------------------------------------------------------
020600* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
020700*-----------------------------------------------------------
020800     COPY "RUNJRNL.CPY".
020900 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
021000 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
021100 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
021200
021300*-----------------------------------------------------------
021400* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
021500*-----------------------------------------------------------
021600 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
021700 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
021800 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
021900 01  MNT-LOCK-DETAIL.
022000     05  MNT-PROGRAM          PIC X(08).
022100     05  FILLER               PIC X(01) VALUE ",".
022200     05  MNT-OPERATOR         PIC X(08).
022300     05  FILLER               PIC X(01) VALUE ",".
022400     05  MNT-DATUM            PIC 9(08).
022500     05  FILLER               PIC X(01) VALUE ",".
022600     05  MNT-TIJD             PIC 9(06).
022700
022800*-----------------------------------------------------------
022900* BACKUPCATALOGUS (MSTCAT.CPY) EN DE LOGREGELS DIE NAGESPEELD
023000* WORDEN - ONDERHOUDSAUDIT (MNTAUD.CPY) EN VOORRAADMUTATIE
023100* (VOORMUT.CPY); DE OVERIGE LOGS ZOALS HUN SCHRIJVER ZE MAAKT
023200*-----------------------------------------------------------
023300     COPY "MSTCAT.CPY".
023400     COPY "MNTAUD.CPY".
023500     COPY "VOORMUT.CPY".
023501     COPY "SCOREQUA.CPY".
023600
023700*    ROSTAUD.DAT - AUD-DETAIL-LINE VAN ROSMAINT
023800 01  RAU-DETAIL-LINE.
023900     05  RAU-DATE             PIC 9(08).
024000     05  FILLER               PIC X(01).
024100     05  RAU-TIME             PIC 9(06).
024200     05  FILLER               PIC X(02).
024300     05  RAU-OPERATOR         PIC X(08).
024400     05  FILLER               PIC X(02).
024500     05  RAU-ACTION           PIC X(08).
024600     05  FILLER               PIC X(02).
024700     05  RAU-ID               PIC X(08).
024800     05  FILLER               PIC X(02).
024900     05  RAU-NAAM             PIC X(30).
025000     05  FILLER               PIC X(01).
025100     05  RAU-GEBOORTE         PIC 9(08).
025200     05  FILLER               PIC X(01).
025300     05  RAU-LAND             PIC X(20).
025400     05  FILLER               PIC X(01).
025500     05  RAU-EINDDATUM        PIC 9(08).
025600
025700*    ARTCHG.DAT - CHG-DETAIL-LINE VAN ONTVANG
025800 01  ACH-DETAIL-LINE.
025900     05  ACH-DATE             PIC 9(08).
026000     05  FILLER               PIC X(02).
026100     05  ACH-ACTION           PIC X(01).
026200     05  FILLER               PIC X(02).
026300     05  ACH-ARTNO            PIC X(08).
026400     05  FILLER               PIC X(01).
026500     05  ACH-OLD-PRIJS        PIC ZZ,ZZ9.99.
026600     05  FILLER               PIC X(02).
026700     05  ACH-NEW-PRIJS        PIC ZZ,ZZ9.99.
026800     05  FILLER               PIC X(02).
026900     05  ACH-OMSCHR           PIC X(40).
027000
027100*    PEOPCHG.DAT - CHG-DETAIL-LINE VAN READCSV
027200 01  PCH-DETAIL-LINE.
027300     05  PCH-DATE             PIC X(08).
027400     05  FILLER               PIC X(02).
027500     05  PCH-ACTION           PIC X(01).
027600     05  FILLER               PIC X(02).
027700     05  PCH-ID               PIC X(32).
027800     05  FILLER               PIC X(01).
027900     05  PCH-OLD-SCORE        PIC X(10).
028000     05  FILLER               PIC X(02).
028100     05  PCH-NEW-SCORE        PIC X(10).
028200     05  FILLER               PIC X(02).
028300     05  PCH-NAME             PIC X(128).
028400
028500*    SCOREHST.DAT - SCORE-HISTORY-RECORD VAN READCSV
028600 01  HST-DETAIL-LINE.
028700     05  HST-DATE             PIC 9(08).
028800     05  HST-ID               PIC X(32).
028900     05  HST-NAME             PIC X(128).
029000     05  HST-SCORE            PIC S9(07)V99.
029100     05  HST-DEPT             PIC X(20).
029200
029300 01  WS-MST-STATUS            PIC X(02) VALUE "00".
029400 01  WS-BKP-STATUS            PIC X(02) VALUE "00".
029500 01  WS-LOG-STATUS            PIC X(02) VALUE "00".
029600 01  WS-CAT-STATUS            PIC X(02) VALUE "00".
029700 01  WS-BKP-NAME              PIC X(40) VALUE SPACES.
029800 01  WS-LOG-NAME              PIC X(40) VALUE SPACES.
029900 01  WS-LOG-BRON              PIC X(08) VALUE SPACES.
030000 01  WS-ADMIN-ENV-X           PIC X(06).
030100
030200 01  WS-EOF-SW                PIC X VALUE "N".
030300     88 FILE-EOF              VALUE "Y".
030400     88 FILE-NOT-EOF          VALUE "N".
030500 01  WS-FOUND-SW              PIC X VALUE "N".
030600     88 KEY-FOUND             VALUE "Y".
030700     88 KEY-NOT-FOUND         VALUE "N".
030800 01  WS-WRITE-SW              PIC X VALUE "N".
030900     88 WRITE-OK              VALUE "Y".
031000     88 WRITE-FAILED          VALUE "N".
031100 01  WS-SCUR-SW               PIC X VALUE "N".
031200     88 SCUR-WRITTEN          VALUE "Y".
031300     88 SCUR-NOT-WRITTEN      VALUE "N".
031400
031500*-----------------------------------------------------------
031600* DE MASTERS - BASISNAAM EN SLEUTELLENGTE. DE SLEUTEL STAAT
031700* IN ELK RECORD VOORAAN. ALLEEN DE EERSTE WS-LOG-BASE-MAX
031701* HEBBEN LOGS OM NA TE SPELEN.
031800*-----------------------------------------------------------
031900 77  WS-BASE-MAX              PIC 9(02) COMP VALUE 12.
031901 77  WS-LOG-BASE-MAX          PIC 9(02) COMP VALUE 6.
032000 77  WS-BASE-IDX              PIC 9(02) COMP VALUE ZERO.
032100 01  WS-BASE-TABLE-VALUES.
032200     05  FILLER               PIC X(12) VALUE "ARTMAST".
032300     05  FILLER               PIC X(12) VALUE "KLANTMST".
032400     05  FILLER               PIC X(12) VALUE "ROSTMAST".
032500     05  FILLER               PIC X(12) VALUE "PEOPLE".
032600     05  FILLER               PIC X(12) VALUE "SCORECUR".
032700     05  FILLER               PIC X(12) VALUE "CERTREG".
032701     05  FILLER               PIC X(12) VALUE "OPENPOST".
032702     05  FILLER               PIC X(12) VALUE "LEVMAST".
032703     05  FILLER               PIC X(12) VALUE "INKORDER".
032704     05  FILLER               PIC X(12) VALUE "VERKORD".
032705     05  FILLER               PIC X(12) VALUE "TRNSESS".
032706     05  FILLER               PIC X(12) VALUE "TRNBOEK".
032800 01  WS-BASE-TABLE REDEFINES WS-BASE-TABLE-VALUES.
032900     05  WS-BASE-NAME         PIC X(12) OCCURS 12 TIMES.
033000 01  WS-KEYLEN-VALUES.
033001     05  FILLER               PIC X(12) VALUE "080808324308".
033002     05  FILLER               PIC X(12) VALUE "100811091018".
033100 01  WS-KEYLEN-TABLE REDEFINES WS-KEYLEN-VALUES.
033200     05  WS-KEYLEN            PIC 9(02) OCCURS 12 TIMES.
033300
033400*-----------------------------------------------------------
033500* HET VERZOEK
033600*-----------------------------------------------------------
033700 01  WS-BASE-X                PIC X(16).
033800 01  WS-SEQ-X                 PIC X(08).
033900 01  WS-TOT-X                 PIC X(10).
034000 01  WS-TIJD-X                PIC X(08).
034100 01  WS-ZOEK-BASE             PIC X(12) VALUE SPACES.
034200 01  WS-ZOEK-SEQ              PIC 9(06) VALUE ZERO.
034300 01  WS-TOT-DATE              PIC 9(08) VALUE 99999999.
034400 01  WS-TOT-TIME              PIC 9(06) VALUE 235959.
034500 01  WS-TOT-STAMP             PIC 9(14) VALUE ZERO.
034600 01  WS-BKP-STAMP             PIC 9(14) VALUE ZERO.
034700 01  WS-LOG-STAMP             PIC 9(14) VALUE ZERO.
034800
034900*-----------------------------------------------------------
035000* DE GEKOZEN BACKUP UIT DE CATALOGUS
035100*-----------------------------------------------------------
035200 01  WS-CAT-EOF               PIC X VALUE "N".
035300     88 CAT-EOF               VALUE "Y".
035400     88 CAT-NOT-EOF           VALUE "N".
035500 01  WS-CAT-FIELDS.
035600     05  WS-CAT-FLD-X         PIC X(24) OCCURS 8 TIMES.
035700 77  WS-FLD-IDX               PIC 9(02) COMP VALUE ZERO.
035800 77  WS-BAD-FLD-COUNT         PIC 9(02) COMP VALUE ZERO.
035900 01  WS-HIT-SW                PIC X VALUE "N".
036000     88 BACKUP-FOUND          VALUE "Y".
036100     88 BACKUP-NOT-FOUND      VALUE "N".
036200 01  WS-BKP-ENTRY.
036300     05  BKP-FILE             PIC X(20).
036400     05  BKP-DATE             PIC 9(08).
036500     05  BKP-SEQ              PIC 9(06).
036600     05  BKP-STAMP-DATE       PIC 9(08).
036700     05  BKP-STAMP-TIME       PIC 9(06).
036800     05  BKP-COUNT            PIC 9(09).
036900     05  BKP-HASH             PIC 9(09).
037000
037100*-----------------------------------------------------------
037200* TELLERS EN HASHES. DE HASH PER SLEUTEL IS
037300* H = (H * 31 + ORD(TEKEN)) MOD 999999937, DE MASTERHASH DE
037400* SOM MODULO 10**9 - PRECIES ALS IN MSTUNLD.
037500*-----------------------------------------------------------
037600 77  WS-RELOAD-COUNT          PIC 9(09) COMP VALUE ZERO.
037700 77  WS-RELOAD-DUPS           PIC 9(07) COMP VALUE ZERO.
037800 77  WS-RELOAD-HASH           PIC 9(10) COMP VALUE ZERO.
037900 77  WS-NEW-KEY-COUNT         PIC 9(07) COMP VALUE ZERO.
038000 77  WS-EXPECT-COUNT          PIC 9(09) COMP VALUE ZERO.
038100 77  WS-EXPECT-HASH           PIC 9(10) COMP VALUE ZERO.
038200 77  WS-REBUILT-COUNT         PIC 9(09) COMP VALUE ZERO.
038300 77  WS-REBUILT-HASH          PIC 9(10) COMP VALUE ZERO.
038400 77  WS-ACC-HASH              PIC 9(10) COMP VALUE ZERO.
038500 77  WS-KEY-HASH              PIC 9(12) COMP VALUE ZERO.
038600 77  WS-HASH-LEN              PIC 9(02) COMP VALUE ZERO.
038700 77  WS-HASH-IDX              PIC 9(02) COMP VALUE ZERO.
038800 01  WS-HASH-KEY              PIC X(43) VALUE SPACES.
038900 01  WS-IMAGE                 PIC X(400) VALUE SPACES.
039000
039100 77  WS-LOG-VOLGNR            PIC 9(07) COMP VALUE ZERO.
039200 77  WS-LOG-READ              PIC 9(07) COMP VALUE ZERO.
039300 77  WS-LOG-OUTSIDE           PIC 9(07) COMP VALUE ZERO.
039400 77  WS-LOG-BAD               PIC 9(07) COMP VALUE ZERO.
039500 77  WS-LOG-SELECTED          PIC 9(07) COMP VALUE ZERO.
039600 77  WS-APPLIED-COUNT         PIC 9(07) COMP VALUE ZERO.
039700 77  WS-REJECT-COUNT          PIC 9(07) COMP VALUE ZERO.
039800 77  WS-NOTE-COUNT            PIC 9(07) COMP VALUE ZERO.
039900 01  WS-SEL-DATE              PIC 9(08) VALUE ZERO.
040000 01  WS-SEL-TIME              PIC 9(06) VALUE ZERO.
040100 01  WS-SEL-SEQ               PIC 9(06) VALUE ZERO.
040200 01  WS-SEL-SOORT             PIC X(01) VALUE SPACE.
040300     88 SEL-GETIJDSTEMPELD    VALUE "T".
040400     88 SEL-KETENRUN          VALUE "K".
040500     88 SEL-KETENRUN-SEQ      VALUE "S".
040600     88 SEL-ONLEESBAAR        VALUE "X".
040700
040800*-----------------------------------------------------------
040900* EEN NAGESPEELDE LOGREGEL - GEVULD DOOR 52NN, GESCHREVEN
041000* DOOR 5900-WRITE-DETAIL
041100*-----------------------------------------------------------
041200 01  WS-RPL-ACTIE             PIC X(08).
041300 01  WS-RPL-SLEUTEL           PIC X(32).
041400 01  WS-RPL-RESULTAAT         PIC X(44).
041500 01  WS-RPL-SW                PIC X VALUE "J".
041600     88 RPL-TOEGEPAST         VALUE "J".
041700     88 RPL-NIET-TOEGEPAST    VALUE "N".
041800     88 RPL-MET-AFWIJKING     VALUE "A".
041900 01  WS-NEW-PRIJS             PIC 9(05)V99 VALUE ZERO.
042000 01  WS-MUT-NA                PIC S9(07) VALUE ZERO.
042100 01  WS-MUT-VOOR              PIC S9(07) VALUE ZERO.
042200
042300*-----------------------------------------------------------
042400* MSTRRPT.DAT
042500*-----------------------------------------------------------
042600 01  RLD-HEADING-1.
042700     05  FILLER               PIC X(22)
042800              VALUE "HERSTEL STAMBESTAND  ".
042900     05  RLD-HDG-BASE         PIC X(12).
043000     05  FILLER               PIC X(10) VALUE "  RUNDATUM".
043100     05  FILLER               PIC X(01) VALUE SPACE.
043200     05  RLD-HDG-DATE         PIC 9(08).
043300     05  FILLER               PIC X(06) VALUE "  ADM ".
043400     05  RLD-HDG-ADMIN        PIC X(04).
043500     05  FILLER               PIC X(06) VALUE "  OPR ".
043600     05  RLD-HDG-OPERATOR     PIC X(08).
043700
043800 01  RLD-BACKUP-LINE.
043900     05  FILLER               PIC X(16) VALUE "BACKUP        : ".
044000     05  RLD-BKP-FILE         PIC X(20).
044100     05  FILLER               PIC X(08) VALUE "  RUN   ".
044200     05  RLD-BKP-DATE         PIC 9(08).
044300     05  FILLER               PIC X(05) VALUE " SEQ ".
044400     05  RLD-BKP-SEQ          PIC 9(06).
044500     05  FILLER               PIC X(11) VALUE "  UNLOAD   ".
044600     05  RLD-BKP-STAMP-DATE   PIC 9(08).
044700     05  FILLER               PIC X(01) VALUE SPACE.
044800     05  RLD-BKP-STAMP-TIME   PIC 9(06).
044900
045000 01  RLD-TARGET-LINE.
045100     05  FILLER               PIC X(16) VALUE "HERSTELPUNT   : ".
045200     05  RLD-TOT-DATE         PIC 9(08).
045300     05  FILLER               PIC X(01) VALUE SPACE.
045400     05  RLD-TOT-TIME         PIC 9(06).
045500     05  FILLER               PIC X(02) VALUE SPACES.
045600     05  RLD-TOT-TEKST        PIC X(40).
045700
045800 01  RLD-COUNT-LINE.
045900     05  RLD-CNT-TEKST        PIC X(16).
046000     05  RLD-CNT-AANTAL       PIC ZZZ,ZZZ,ZZ9.
046100     05  FILLER               PIC X(10) VALUE "  HASH    ".
046200     05  RLD-CNT-HASH         PIC 9(09).
046300     05  FILLER               PIC X(12) VALUE "  VERWACHT  ".
046400     05  RLD-CNT-VERW-AANTAL  PIC ZZZ,ZZZ,ZZ9.
046500     05  FILLER               PIC X(02) VALUE SPACES.
046600     05  RLD-CNT-VERW-HASH    PIC 9(09).
046700     05  FILLER               PIC X(02) VALUE SPACES.
046800     05  RLD-CNT-STATUS       PIC X(20).
046900
047000 01  RLD-LOG-LINE.
047100     05  FILLER               PIC X(16) VALUE "LOG           : ".
047200     05  RLD-LOG-NAME         PIC X(14).
047300     05  RLD-LOG-TEKST        PIC X(50).
047400
047500 01  RLD-DETAIL-HEADING.
047600     05  FILLER               PIC X(10) VALUE "DATUM".
047700     05  FILLER               PIC X(08) VALUE "TIJD".
047800     05  FILLER               PIC X(10) VALUE "BRON".
047900     05  FILLER               PIC X(10) VALUE "ACTIE".
048000     05  FILLER               PIC X(34) VALUE "SLEUTEL".
048100     05  FILLER               PIC X(09) VALUE "RESULTAAT".
048200
048300 01  RLD-DETAIL-LINE.
048400     05  RLD-DET-DATE         PIC 9(08).
048500     05  FILLER               PIC X(02) VALUE SPACES.
048600     05  RLD-DET-TIME         PIC X(06).
048700     05  FILLER               PIC X(02) VALUE SPACES.
048800     05  RLD-DET-BRON         PIC X(08).
048900     05  FILLER               PIC X(02) VALUE SPACES.
049000     05  RLD-DET-ACTIE        PIC X(08).
049100     05  FILLER               PIC X(02) VALUE SPACES.
049200     05  RLD-DET-SLEUTEL      PIC X(32).
049300     05  FILLER               PIC X(02) VALUE SPACES.
049400     05  RLD-DET-RESULTAAT    PIC X(44).
049500
049600 01  RLD-SUMMARY-LINE.
049700     05  RLD-SUM-TEKST        PIC X(32).
049800     05  RLD-SUM-AANTAL       PIC ZZZ,ZZZ,ZZ9.
049900
050000 01  RLD-STATUS-LINE.
050100     05  FILLER               PIC X(16) VALUE "HERSTEL       : ".
050200     05  RLD-STA-TEKST        PIC X(60).
050300
050400 01  RLD-BLANK-LINE           PIC X(01) VALUE SPACE.
050500
050600 PROCEDURE DIVISION.
050700
050800 0000-MAINLINE.
050900     ACCEPT WS-START-TIME-RAW FROM TIME
051000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
051100     MOVE "MSTRELD" TO MNT-PROGRAM
051200     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
051300     OPEN OUTPUT RELD-REPORT-FILE
051400     PERFORM 2000-GET-REQUEST THRU 2000-EXIT
051500     IF RETURN-CODE < 8
051600         PERFORM 2500-FIND-BACKUP THRU 2500-EXIT
051700     END-IF
051800     IF RETURN-CODE < 8
051900         PERFORM 3000-RELOAD-BACKUP THRU 3000-EXIT
052000     END-IF
052100     IF RETURN-CODE < 8
052200         PERFORM 4000-COLLECT-LOGS THRU 4000-EXIT
052300         PERFORM 5000-REPLAY-LOGS THRU 5000-EXIT
052400         PERFORM 6000-VERIFY-REBUILD THRU 6000-EXIT
052500     END-IF
052600     PERFORM 8000-FINALIZE THRU 8000-EXIT
052700     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
052800     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
052900     STOP RUN.
053000
053100*-----------------------------------------------------------
053200* 0100-CHECK-BATCH-LOCK - REFUSE TO REBUILD A MASTER WHILE THE
053300*                         NIGHTLY CHAIN HOLDS SYSLOCK.DAT; HOLD
053400*                         THE MAINTENANCE MARKER OURSELVES SO
053500*                         THE CHAIN CANNOT START UNDERNEATH US.
053600*-----------------------------------------------------------
053700 0100-CHECK-BATCH-LOCK.
053800     OPEN INPUT SYS-LOCK-FILE
053900     IF WS-SYSLOCK-STATUS = "00"
054000         MOVE SPACES TO SYS-LOCK-LINE
054100         READ SYS-LOCK-FILE
054200             AT END
054300                 MOVE SPACES TO SYS-LOCK-LINE
054400         END-READ
054500         CLOSE SYS-LOCK-FILE
054600         IF SYS-LOCK-LINE NOT = SPACES
054700             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
054800                     FUNCTION TRIM(SYS-LOCK-LINE)
054900                     ") - HERSTEL GEWEIGERD."
055000             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
055100                     "NIVEAU-2 OPERATOR MET LOCKBRK."
055200             MOVE 8 TO RETURN-CODE
055300             STOP RUN
055400         END-IF
055500     END-IF
055600     ACCEPT WS-LOCK-TIJD FROM TIME
055700     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
055800     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
055900     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
056000     OPEN OUTPUT MNT-LOCK-FILE
056100     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
056200     CLOSE MNT-LOCK-FILE.
056300 0100-EXIT.
056400     EXIT.
056500
056600*-----------------------------------------------------------
056700* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
056800*                         MARKER IS A RELEASED MARKER.
056900*-----------------------------------------------------------
057000 9800-RELEASE-MNT-LOCK.
057100     OPEN OUTPUT MNT-LOCK-FILE
057200     CLOSE MNT-LOCK-FILE.
057300 9800-EXIT.
057400     EXIT.
057500
057600*-----------------------------------------------------------
057700* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. AN
057800*                       OPERATOR RUN DRAWS NO RUN SEQUENCE.
057900*-----------------------------------------------------------
058000 1050-GET-RUN-HEADER.
058100     MOVE ZERO TO RUNHDR-RUN-SEQ
058200     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
058300     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
058400     IF RUNHDR-OPERATOR-ID = SPACES
058500         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
058600     END-IF
058700     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
058800     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
058900     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
059000     IF WS-ADMIN-ENV-X NOT = SPACES
059100         MOVE FUNCTION UPPER-CASE(FUNCTION
059200             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
059300     END-IF.
059400 1050-EXIT.
059500     EXIT.
059600
059700*-----------------------------------------------------------
059800* 2000-GET-REQUEST - MSTBASE, MSTSEQ, MSTTOT EN MSTTIJD UIT DE
059900*                    OMGEVING; ZONDER MSTBASE EEN PROMPT
060000*-----------------------------------------------------------
060100 2000-GET-REQUEST.
060200     DISPLAY "MSTBASE" UPON ENVIRONMENT-NAME
060300     ACCEPT WS-BASE-X FROM ENVIRONMENT-VALUE
060400     IF WS-BASE-X = SPACES
060500         DISPLAY "MASTER (ARTMAST KLANTMST ROSTMAST PEOPLE "
060600                 "SCORECUR CERTREG OPENPOST LEVMAST INKORDER "
060601                 "VERKORD TRNSESS TRNBOEK): "
060700         ACCEPT WS-BASE-X
060800     END-IF
060900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BASE-X))
061000         TO WS-ZOEK-BASE
061100     MOVE ZERO TO WS-BASE-IDX
061200     PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
061300             UNTIL WS-HASH-IDX > WS-BASE-MAX
061400         IF WS-BASE-NAME (WS-HASH-IDX) = WS-ZOEK-BASE
061500             MOVE WS-HASH-IDX TO WS-BASE-IDX
061600         END-IF
061700     END-PERFORM
061800     MOVE WS-ZOEK-BASE TO RLD-HDG-BASE
061900     MOVE RUNHDR-RUN-DATE TO RLD-HDG-DATE
062000     MOVE RUNHDR-ADMIN TO RLD-HDG-ADMIN
062100     MOVE RUNHDR-OPERATOR-ID TO RLD-HDG-OPERATOR
062200     WRITE RELD-REPORT-LINE FROM RLD-HEADING-1
062300     WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
062400     IF WS-BASE-IDX = ZERO
062500         DISPLAY "ERROR: ONBEKENDE MASTER '"
062600                 FUNCTION TRIM(WS-BASE-X) "'"
062700         MOVE "ONBEKENDE MASTER - NIETS GEDAAN" TO RLD-STA-TEKST
062800         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
062900         MOVE 8 TO RETURN-CODE
063000         GO TO 2000-EXIT
063100     END-IF
063200     MOVE WS-KEYLEN (WS-BASE-IDX) TO WS-HASH-LEN
063300
063400     DISPLAY "MSTSEQ" UPON ENVIRONMENT-NAME
063500     ACCEPT WS-SEQ-X FROM ENVIRONMENT-VALUE
063600     IF WS-SEQ-X NOT = SPACES
063700         AND FUNCTION TRIM(WS-SEQ-X) IS NUMERIC
063800         MOVE FUNCTION NUMVAL(WS-SEQ-X) TO WS-ZOEK-SEQ
063900     END-IF
064000     DISPLAY "MSTTOT" UPON ENVIRONMENT-NAME
064100     ACCEPT WS-TOT-X FROM ENVIRONMENT-VALUE
064200     IF WS-TOT-X NOT = SPACES
064300         AND FUNCTION TRIM(WS-TOT-X) IS NUMERIC
064400         MOVE FUNCTION NUMVAL(WS-TOT-X) TO WS-TOT-DATE
064500     END-IF
064600     DISPLAY "MSTTIJD" UPON ENVIRONMENT-NAME
064700     ACCEPT WS-TIJD-X FROM ENVIRONMENT-VALUE
064800     IF WS-TIJD-X NOT = SPACES
064900         AND FUNCTION TRIM(WS-TIJD-X) IS NUMERIC
065000         MOVE FUNCTION NUMVAL(WS-TIJD-X) TO WS-TOT-TIME
065100     END-IF
065200     COMPUTE WS-TOT-STAMP = WS-TOT-DATE * 1000000 + WS-TOT-TIME.
065300 2000-EXIT.
065400     EXIT.
065500
065600*-----------------------------------------------------------
065700* 2500-FIND-BACKUP - DE GEVRAAGDE (OF NIEUWSTE) BACKUP VAN DE
065800*                    MASTER IN MSTCAT.DAT
065900*-----------------------------------------------------------
066000 2500-FIND-BACKUP.
066100     SET BACKUP-NOT-FOUND TO TRUE
066200     OPEN INPUT CATALOG-FILE
066300     IF WS-CAT-STATUS = "00"
066400         SET CAT-NOT-EOF TO TRUE
066500         PERFORM UNTIL CAT-EOF
066600             READ CATALOG-FILE
066700                 AT END
066800                     SET CAT-EOF TO TRUE
066900                 NOT AT END
067000                     PERFORM 2600-CHECK-ONE-ENTRY THRU 2600-EXIT
067100             END-READ
067200         END-PERFORM
067300         CLOSE CATALOG-FILE
067400     END-IF
067500     IF BACKUP-NOT-FOUND
067600         DISPLAY "ERROR: GEEN BACKUP VAN "
067700                 FUNCTION TRIM(WS-ZOEK-BASE)
067800                 " IN MSTCAT.DAT"
067900         MOVE "GEEN BACKUP IN DE CATALOGUS - NIETS GEDAAN"
068000             TO RLD-STA-TEKST
068100         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
068200         MOVE 8 TO RETURN-CODE
068300         GO TO 2500-EXIT
068400     END-IF
068500     MOVE BKP-FILE TO RLD-BKP-FILE
068600     MOVE BKP-DATE TO RLD-BKP-DATE
068700     MOVE BKP-SEQ TO RLD-BKP-SEQ
068800     MOVE BKP-STAMP-DATE TO RLD-BKP-STAMP-DATE
068900     MOVE BKP-STAMP-TIME TO RLD-BKP-STAMP-TIME
069000     WRITE RELD-REPORT-LINE FROM RLD-BACKUP-LINE
069100     COMPUTE WS-BKP-STAMP =
069200         BKP-STAMP-DATE * 1000000 + BKP-STAMP-TIME
069300     MOVE WS-TOT-DATE TO RLD-TOT-DATE
069400     MOVE WS-TOT-TIME TO RLD-TOT-TIME
069500     IF WS-TOT-DATE = 99999999
069600         MOVE "(GEEN GRENS - ALLE LOGREGELS)" TO RLD-TOT-TEKST
069700     ELSE
069800         MOVE SPACES TO RLD-TOT-TEKST
069900     END-IF
070000     WRITE RELD-REPORT-LINE FROM RLD-TARGET-LINE
070100     IF WS-TOT-STAMP < WS-BKP-STAMP
070200         DISPLAY "ERROR: HERSTELPUNT LIGT VOOR DE BACKUP"
070300         MOVE "HERSTELPUNT LIGT VOOR DE BACKUP - NIETS GEDAAN"
070400             TO RLD-STA-TEKST
070500         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
070600         MOVE 8 TO RETURN-CODE
070700     END-IF.
070800 2500-EXIT.
070900     EXIT.
071000
071100*    ZONDER MSTSEQ WINT DE LAATSTE REGEL VAN DE MASTER - DE
071200*    CATALOGUS STAAT IN CHRONOLOGISCHE VOLGORDE
071300 2600-CHECK-ONE-ENTRY.
071400     IF CATALOG-LINE = SPACES
071500         GO TO 2600-EXIT
071600     END-IF
071700     MOVE SPACES TO WS-CAT-FIELDS
071800     UNSTRING CATALOG-LINE DELIMITED BY ","
071900         INTO WS-CAT-FLD-X (1) WS-CAT-FLD-X (2)
072000              WS-CAT-FLD-X (3) WS-CAT-FLD-X (4)
072100              WS-CAT-FLD-X (5) WS-CAT-FLD-X (6)
072200              WS-CAT-FLD-X (7) WS-CAT-FLD-X (8)
072300     END-UNSTRING
072400     IF FUNCTION TRIM(WS-CAT-FLD-X (1)) NOT = WS-ZOEK-BASE
072500         GO TO 2600-EXIT
072600     END-IF
072700     MOVE ZERO TO WS-BAD-FLD-COUNT
072800     PERFORM VARYING WS-FLD-IDX FROM 3 BY 1
072900             UNTIL WS-FLD-IDX > 8
073000         IF FUNCTION TRIM(WS-CAT-FLD-X (WS-FLD-IDX))
073100                 IS NOT NUMERIC
073200             ADD 1 TO WS-BAD-FLD-COUNT
073300         END-IF
073400     END-PERFORM
073500     IF WS-BAD-FLD-COUNT > ZERO
073600         GO TO 2600-EXIT
073700     END-IF
073800     IF WS-ZOEK-SEQ > ZERO
073900         AND FUNCTION NUMVAL(WS-CAT-FLD-X (4)) NOT = WS-ZOEK-SEQ
074000         GO TO 2600-EXIT
074100     END-IF
074200     SET BACKUP-FOUND TO TRUE
074300     MOVE FUNCTION TRIM(WS-CAT-FLD-X (2)) TO BKP-FILE
074400     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (3)) TO BKP-DATE
074500     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (4)) TO BKP-SEQ
074600     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (5)) TO BKP-STAMP-DATE
074700     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (6)) TO BKP-STAMP-TIME
074800     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (7)) TO BKP-COUNT
074900     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (8)) TO BKP-HASH.
075000 2600-EXIT.
075100     EXIT.
075200
075300*-----------------------------------------------------------
075400* 3000-RELOAD-BACKUP - DE MASTER LEEG OPNIEUW AANMAKEN EN ELK
075500*                      RECORDBEELD UIT DE BACKUP SCHRIJVEN;
075600*                      AANTAL EN HASH TEGEN DE CATALOGUS
075700*-----------------------------------------------------------
075800 3000-RELOAD-BACKUP.
075900     MOVE BKP-FILE TO WS-BKP-NAME
076000     OPEN INPUT BACKUP-FILE
076100     IF WS-BKP-STATUS NOT = "00"
076200         DISPLAY "ERROR: BACKUP " FUNCTION TRIM(WS-BKP-NAME)
076300                 " STAAT IN DE CATALOGUS MAAR NIET OP SCHIJF"
076400         MOVE "BACKUP NIET OP SCHIJF - MASTER NIET AANGERAAKT"
076500             TO RLD-STA-TEKST
076600         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
076700         MOVE 8 TO RETURN-CODE
076800         GO TO 3000-EXIT
076900     END-IF
077000     PERFORM 8010-OPEN-MASTER-OUTPUT THRU 8010-EXIT
077100     IF WS-MST-STATUS NOT = "00"
077200         DISPLAY "ERROR: KAN " FUNCTION TRIM(WS-ZOEK-BASE)
077300                 ".IDX NIET AANMAKEN - FILE STATUS "
077400                 WS-MST-STATUS
077500         CLOSE BACKUP-FILE
077600         MOVE "MASTER NIET AAN TE MAKEN - NIETS GEDAAN"
077700             TO RLD-STA-TEKST
077800         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
077900         MOVE 8 TO RETURN-CODE
078000         GO TO 3000-EXIT
078100     END-IF
078200     MOVE ZERO TO WS-RELOAD-COUNT WS-RELOAD-DUPS WS-ACC-HASH
078300     SET FILE-NOT-EOF TO TRUE
078400     PERFORM UNTIL FILE-EOF
078500         READ BACKUP-FILE
078600             AT END
078700                 SET FILE-EOF TO TRUE
078800             NOT AT END
078900                 PERFORM 3100-RELOAD-ONE THRU 3100-EXIT
079000         END-READ
079100     END-PERFORM
079200     CLOSE BACKUP-FILE
079300     PERFORM 8030-CLOSE-MASTER THRU 8030-EXIT
079400     MOVE WS-ACC-HASH TO WS-RELOAD-HASH
079500     MOVE "TERUGGEZET   : " TO RLD-CNT-TEKST
079600     MOVE WS-RELOAD-COUNT TO RLD-CNT-AANTAL
079700     MOVE WS-RELOAD-HASH TO RLD-CNT-HASH
079800     MOVE BKP-COUNT TO RLD-CNT-VERW-AANTAL
079900     MOVE BKP-HASH TO RLD-CNT-VERW-HASH
080000     IF WS-RELOAD-COUNT = BKP-COUNT
080100         AND WS-RELOAD-HASH = BKP-HASH
080200         AND WS-RELOAD-DUPS = ZERO
080300         MOVE "KLOPT" TO RLD-CNT-STATUS
080400     ELSE
080500         MOVE "WIJKT AF" TO RLD-CNT-STATUS
080600         MOVE 4 TO RETURN-CODE
080700     END-IF
080800     WRITE RELD-REPORT-LINE FROM RLD-COUNT-LINE
080900     IF WS-RELOAD-DUPS > ZERO
081000         MOVE "DUBBELE SLEUTELS IN BACKUP" TO RLD-SUM-TEKST
081100         MOVE WS-RELOAD-DUPS TO RLD-SUM-AANTAL
081200         WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
081300     END-IF.
081400 3000-EXIT.
081500     EXIT.
081600
081700 3100-RELOAD-ONE.
081800     MOVE BACKUP-LINE TO WS-IMAGE
081900     PERFORM 8200-WRITE-IMAGE THRU 8200-EXIT
082000     IF WRITE-OK
082100         ADD 1 TO WS-RELOAD-COUNT
082200         MOVE WS-IMAGE (1:WS-HASH-LEN) TO WS-HASH-KEY
082300         PERFORM 7500-HASH-KEY THRU 7500-EXIT
082400     ELSE
082500         ADD 1 TO WS-RELOAD-DUPS
082600     END-IF.
082700 3100-EXIT.
082800     EXIT.
082900
083000*-----------------------------------------------------------
083100* 4000-COLLECT-LOGS - DE LOGS VAN DEZE MASTER LANGS; WAT NA DE
083200*                     BACKUP EN VOOR HET HERSTELPUNT VALT GAAT
083300*                     MET EEN SORTEERSLEUTEL (DATUM, TIJD,
083400*                     VOLGNR) NAAR MSTRWORK.DAT
083500*-----------------------------------------------------------
083600 4000-COLLECT-LOGS.
083700     WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
083800     OPEN OUTPUT REPLAY-WORK-FILE
083900     MOVE ZERO TO WS-LOG-VOLGNR
084000     EVALUATE WS-BASE-IDX
084100         WHEN 1
084200             MOVE "ARTAUD.DAT" TO WS-LOG-NAME
084300             MOVE "ARTAUD" TO WS-LOG-BRON
084400             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
084500             MOVE "ARTCHG.DAT" TO WS-LOG-NAME
084600             MOVE "ARTCHG" TO WS-LOG-BRON
084700             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
084800             MOVE "VOORMUT.DAT" TO WS-LOG-NAME
084900             MOVE "VOORMUT" TO WS-LOG-BRON
085000             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
085100         WHEN 2
085200             MOVE "KLANTAUD.DAT" TO WS-LOG-NAME
085300             MOVE "KLANTAUD" TO WS-LOG-BRON
085400             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
085500         WHEN 3
085600             MOVE "ROSTAUD.DAT" TO WS-LOG-NAME
085700             MOVE "ROSTAUD" TO WS-LOG-BRON
085800             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
085900         WHEN 4
086000             MOVE "PEOPCHG.DAT" TO WS-LOG-NAME
086100             MOVE "PEOPCHG" TO WS-LOG-BRON
086200             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
086300         WHEN 5
086400             MOVE "SCOREHST.DAT" TO WS-LOG-NAME
086500             MOVE "SCOREHST" TO WS-LOG-BRON
086600             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
086601             MOVE "SCOREQUA.DAT" TO WS-LOG-NAME
086602             MOVE "SCOREQUA" TO WS-LOG-BRON
086603             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
086700         WHEN 6
086800             MOVE "CERTAUD.DAT" TO WS-LOG-NAME
086900             MOVE "CERTAUD" TO WS-LOG-BRON
087000             PERFORM 4100-COLLECT-ONE-LOG THRU 4100-EXIT
087001         WHEN OTHER
087002             MOVE "(GEEN)" TO RLD-LOG-NAME
087003             MOVE "GEEN LOG - STAND VAN DE BACKUP, RUNS OVERDOEN"
087004                 TO RLD-LOG-TEKST
087005             WRITE RELD-REPORT-LINE FROM RLD-LOG-LINE
087006             DISPLAY "WARNING: GEEN LOG VOOR "
087007                     FUNCTION TRIM(WS-ZOEK-BASE)
087008                     " - MUTATIES NA DE BACKUP OPNIEUW VERWERKEN"
087100     END-EVALUATE
087200     CLOSE REPLAY-WORK-FILE.
087300 4000-EXIT.
087400     EXIT.
087500
087600 4100-COLLECT-ONE-LOG.
087700     MOVE WS-LOG-NAME TO RLD-LOG-NAME
087800     OPEN INPUT LOG-FILE
087900     IF WS-LOG-STATUS NOT = "00"
088000         MOVE "NIET AANWEZIG - NIETS NA TE SPELEN"
088100             TO RLD-LOG-TEKST
088200         WRITE RELD-REPORT-LINE FROM RLD-LOG-LINE
088300         GO TO 4100-EXIT
088400     END-IF
088500     MOVE WS-LOG-SELECTED TO WS-APPLIED-COUNT
088600     SET FILE-NOT-EOF TO TRUE
088700     PERFORM UNTIL FILE-EOF
088800         READ LOG-FILE
088900             AT END
089000                 SET FILE-EOF TO TRUE
089100             NOT AT END
089200                 PERFORM 4200-SELECT-ONE THRU 4200-EXIT
089300         END-READ
089400     END-PERFORM
089500     CLOSE LOG-FILE
089600     COMPUTE WS-APPLIED-COUNT = WS-LOG-SELECTED
089700         - WS-APPLIED-COUNT
089800     MOVE WS-APPLIED-COUNT TO RLD-SUM-AANTAL
089900     MOVE SPACES TO RLD-LOG-TEKST
090000     STRING "GELEZEN - REGELS IN HET HERSTELVENSTER:"
090100            RLD-SUM-AANTAL
090200         DELIMITED BY SIZE INTO RLD-LOG-TEKST
090300     END-STRING
090400     WRITE RELD-REPORT-LINE FROM RLD-LOG-LINE
090500     MOVE ZERO TO WS-APPLIED-COUNT.
090600 4100-EXIT.
090700     EXIT.
090800
090900*-----------------------------------------------------------
091000* 4200-SELECT-ONE - DATUM/TIJD VAN EEN LOGREGEL BEPALEN EN
091100*                   TOETSEN AAN HET VENSTER. GETIJDSTEMPELDE
091200*                   AUDITS: NA HET UNLOADMOMENT EN TOT EN MET
091300*                   HET HERSTELPUNT. KETENLOGS: EEN RUN NA DE
091400*                   BACKUPRUN (RUNDATUM, BIJ VOORMUT HET
091500*                   VOLGNR) EN RUNDATUM TOT EN MET MSTTOT;
091600*                   ZE SORTEREN AAN HET EIND VAN HUN RUNDAG.
091601*                   SCOREQUA: ALLEEN VRIJGEGEVEN SCORES VAN
091602*                   VOOR DE BACKUP, OP DE BESLISDATUM; EEN
091603*                   LATERE SCOREDATUM STAAT AL IN SCOREHST.
091700*-----------------------------------------------------------
091800 4200-SELECT-ONE.
091900     IF LOG-LINE = SPACES
092000         GO TO 4200-EXIT
092100     END-IF
092200     ADD 1 TO WS-LOG-READ
092300     SET SEL-ONLEESBAAR TO TRUE
092400     MOVE ZERO TO WS-SEL-DATE WS-SEL-SEQ
092500     MOVE 235959 TO WS-SEL-TIME
092600     EVALUATE WS-LOG-BRON
092700         WHEN "ARTAUD"
092800         WHEN "KLANTAUD"
092900         WHEN "CERTAUD"
093000             MOVE LOG-LINE TO MNTAUD-DETAIL-LINE
093100             IF MNTAUD-DATE IS NUMERIC
093200                 AND MNTAUD-TIME IS NUMERIC
093300                 MOVE MNTAUD-DATE TO WS-SEL-DATE
093400                 MOVE MNTAUD-TIME TO WS-SEL-TIME
093500                 SET SEL-GETIJDSTEMPELD TO TRUE
093600             END-IF
093700         WHEN "ROSTAUD"
093800             MOVE LOG-LINE TO RAU-DETAIL-LINE
093900             IF RAU-DATE IS NUMERIC
094000                 AND RAU-TIME IS NUMERIC
094100                 MOVE RAU-DATE TO WS-SEL-DATE
094200                 MOVE RAU-TIME TO WS-SEL-TIME
094300                 SET SEL-GETIJDSTEMPELD TO TRUE
094400             END-IF
094500         WHEN "ARTCHG"
094600             MOVE LOG-LINE TO ACH-DETAIL-LINE
094700             IF ACH-DATE IS NUMERIC
094800                 MOVE ACH-DATE TO WS-SEL-DATE
094900                 SET SEL-KETENRUN TO TRUE
095000             END-IF
095100         WHEN "PEOPCHG"
095200             MOVE LOG-LINE TO PCH-DETAIL-LINE
095300             IF PCH-DATE IS NUMERIC
095400                 MOVE PCH-DATE TO WS-SEL-DATE
095500                 SET SEL-KETENRUN TO TRUE
095600             END-IF
095700         WHEN "SCOREHST"
095800             MOVE LOG-LINE TO HST-DETAIL-LINE
095900             IF HST-DATE IS NUMERIC
096000                 MOVE HST-DATE TO WS-SEL-DATE
096001                 SET SEL-KETENRUN TO TRUE
096002             END-IF
096003         WHEN "SCOREQUA"
096004             MOVE LOG-LINE TO QUA-DETAIL-LINE
096005             IF NOT QUA-VRIJGEGEVEN
096006                 ADD 1 TO WS-LOG-OUTSIDE
096007                 GO TO 4200-EXIT
096008             END-IF
096009             IF QUA-DATUM IS NUMERIC
09600A                 AND QUA-BESL-DATUM IS NUMERIC
09600B                 IF QUA-DATUM > BKP-DATE
09600C                     ADD 1 TO WS-LOG-OUTSIDE
09600D                     GO TO 4200-EXIT
09600E                 END-IF
09600F                 MOVE QUA-BESL-DATUM TO WS-SEL-DATE
096100                 SET SEL-KETENRUN TO TRUE
096200             END-IF
096300         WHEN "VOORMUT"
096400             MOVE LOG-LINE TO MUT-DETAIL-LINE
096500             IF MUT-RUN-DATE IS NUMERIC
096600                 AND MUT-RUN-SEQ IS NUMERIC
096700                 MOVE MUT-RUN-DATE TO WS-SEL-DATE
096800                 MOVE MUT-RUN-SEQ TO WS-SEL-SEQ
096900                 SET SEL-KETENRUN-SEQ TO TRUE
097000             END-IF
097100     END-EVALUATE
097200     IF SEL-ONLEESBAAR
097300         ADD 1 TO WS-LOG-BAD
097400         GO TO 4200-EXIT
097500     END-IF
097600     COMPUTE WS-LOG-STAMP = WS-SEL-DATE * 1000000 + WS-SEL-TIME
097700     EVALUATE TRUE
097800         WHEN SEL-GETIJDSTEMPELD
097900             IF WS-LOG-STAMP NOT > WS-BKP-STAMP
098000                 OR WS-LOG-STAMP > WS-TOT-STAMP
098100                 ADD 1 TO WS-LOG-OUTSIDE
098200                 GO TO 4200-EXIT
098300             END-IF
098400         WHEN SEL-KETENRUN
098500             IF WS-SEL-DATE NOT > BKP-DATE
098600                 OR WS-SEL-DATE > WS-TOT-DATE
098700                 ADD 1 TO WS-LOG-OUTSIDE
098800                 GO TO 4200-EXIT
098900             END-IF
099000         WHEN SEL-KETENRUN-SEQ
099100             IF WS-SEL-SEQ NOT > BKP-SEQ
099200                 OR WS-SEL-DATE > WS-TOT-DATE
099300                 ADD 1 TO WS-LOG-OUTSIDE
099400                 GO TO 4200-EXIT
099500             END-IF
099600     END-EVALUATE
099700     ADD 1 TO WS-LOG-VOLGNR
099800     ADD 1 TO WS-LOG-SELECTED
099900     MOVE WS-SEL-DATE TO RPW-DATE
100000     MOVE WS-SEL-TIME TO RPW-TIME
100100     MOVE WS-LOG-VOLGNR TO RPW-VOLGNR
100200     IF SEL-GETIJDSTEMPELD
100300         MOVE "T" TO RPW-SOORT
100400     ELSE
100500         MOVE "K" TO RPW-SOORT
100600     END-IF
100700     MOVE WS-LOG-BRON TO RPW-BRON
100800     MOVE LOG-LINE TO RPW-REGEL
100900     WRITE REPLAY-WORK-RECORD.
101000 4200-EXIT.
101100     EXIT.
101200
101300*-----------------------------------------------------------
101400* 5000-REPLAY-LOGS - DE GESELECTEERDE REGELS IN TIJDSVOLGORDE
101500*                    OP DE TERUGGEZETTE MASTER
101600*-----------------------------------------------------------
101700 5000-REPLAY-LOGS.
101800     SORT REPLAY-SORT-FILE ON ASCENDING KEY RPS-DATE
101900                           ON ASCENDING KEY RPS-TIME
102000                           ON ASCENDING KEY RPS-VOLGNR
102100         USING REPLAY-WORK-FILE
102200         GIVING REPLAY-SORTED-FILE
102300     PERFORM 8020-OPEN-MASTER-IO THRU 8020-EXIT
102400     IF WS-MST-STATUS NOT = "00"
102500         DISPLAY "ERROR: KAN " FUNCTION TRIM(WS-ZOEK-BASE)
102600                 ".IDX NIET OPENEN - FILE STATUS "
102700                 WS-MST-STATUS
102800         MOVE 8 TO RETURN-CODE
102900         GO TO 5000-EXIT
103000     END-IF
103100     MOVE WS-RELOAD-HASH TO WS-ACC-HASH
103200     MOVE ZERO TO WS-NEW-KEY-COUNT WS-APPLIED-COUNT
103300                  WS-REJECT-COUNT WS-NOTE-COUNT
103400     WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
103500     WRITE RELD-REPORT-LINE FROM RLD-DETAIL-HEADING
103600     OPEN INPUT REPLAY-SORTED-FILE
103700     SET FILE-NOT-EOF TO TRUE
103800     PERFORM UNTIL FILE-EOF
103900         READ REPLAY-SORTED-FILE
104000             AT END
104100                 SET FILE-EOF TO TRUE
104200             NOT AT END
104300                 PERFORM 5100-APPLY-ONE THRU 5100-EXIT
104400         END-READ
104500     END-PERFORM
104600     CLOSE REPLAY-SORTED-FILE
104700     PERFORM 8030-CLOSE-MASTER THRU 8030-EXIT
104800     MOVE WS-ACC-HASH TO WS-EXPECT-HASH
104900     COMPUTE WS-EXPECT-COUNT = WS-RELOAD-COUNT + WS-NEW-KEY-COUNT.
105000 5000-EXIT.
105100     EXIT.
105200
105300 5100-APPLY-ONE.
105400     MOVE SPACES TO WS-RPL-ACTIE WS-RPL-SLEUTEL
105500                    WS-RPL-RESULTAAT
105600     SET RPL-TOEGEPAST TO TRUE
105700     EVALUATE RPR-BRON
105800         WHEN "ARTAUD"
105900         WHEN "KLANTAUD"
106000         WHEN "CERTAUD"
106100             PERFORM 5210-APPLY-MNTAUD THRU 5210-EXIT
106200         WHEN "ARTCHG"
106300             PERFORM 5220-APPLY-ARTCHG THRU 5220-EXIT
106400         WHEN "VOORMUT"
106500             PERFORM 5230-APPLY-VOORMUT THRU 5230-EXIT
106600         WHEN "ROSTAUD"
106700             PERFORM 5240-APPLY-ROSTAUD THRU 5240-EXIT
106800         WHEN "PEOPCHG"
106900             PERFORM 5250-APPLY-PEOPCHG THRU 5250-EXIT
107000         WHEN "SCOREHST"
107100             PERFORM 5260-APPLY-SCOREHST THRU 5260-EXIT
107101         WHEN "SCOREQUA"
107102             PERFORM 5270-APPLY-SCOREQUA THRU 5270-EXIT
107200     END-EVALUATE
107300     EVALUATE TRUE
107400         WHEN RPL-TOEGEPAST
107500             ADD 1 TO WS-APPLIED-COUNT
107600         WHEN RPL-MET-AFWIJKING
107700             ADD 1 TO WS-APPLIED-COUNT
107800             ADD 1 TO WS-NOTE-COUNT
107900         WHEN RPL-NIET-TOEGEPAST
108000             ADD 1 TO WS-REJECT-COUNT
108100     END-EVALUATE
108200     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
108300 5100-EXIT.
108400     EXIT.
108500
108600*-----------------------------------------------------------
108700* 5210-APPLY-MNTAUD - EEN ONDERHOUDSAUDIT DRAAGT HET HELE
108800*                     RECORD: BESTAAT DE SLEUTEL, DAN
108900*                     VERVANGEN, ANDERS TOEVOEGEN
109000*-----------------------------------------------------------
109100 5210-APPLY-MNTAUD.
109200     MOVE RPR-REGEL TO MNTAUD-DETAIL-LINE
109300     MOVE MNTAUD-ACTION TO WS-RPL-ACTIE
109400     MOVE MNTAUD-IMAGE TO WS-IMAGE
109500     MOVE WS-IMAGE (1:WS-HASH-LEN) TO WS-RPL-SLEUTEL
109600     PERFORM 8100-READ-BY-IMAGE THRU 8100-EXIT
109700     IF KEY-FOUND
109800         PERFORM 8300-REWRITE-IMAGE THRU 8300-EXIT
109900         IF MNTAUD-OPVOER
110000             MOVE "OPVOER OP BESTAANDE SLEUTEL - VERVANGEN"
110100                 TO WS-RPL-RESULTAAT
110200             SET RPL-MET-AFWIJKING TO TRUE
110300         ELSE
110400             MOVE "GEWIJZIGD" TO WS-RPL-RESULTAAT
110500         END-IF
110600     ELSE
110700         PERFORM 8200-WRITE-IMAGE THRU 8200-EXIT
110800         PERFORM 7600-NEW-KEY THRU 7600-EXIT
110900         IF MNTAUD-WIJZIG
111000             MOVE "WIJZIGING ZONDER RECORD - TOEGEVOEGD"
111100                 TO WS-RPL-RESULTAAT
111200             SET RPL-MET-AFWIJKING TO TRUE
111300         ELSE
111400             MOVE "TOEGEVOEGD" TO WS-RPL-RESULTAAT
111500         END-IF
111600     END-IF
111700     IF WRITE-FAILED
111800         PERFORM 5800-WRITE-FAILED THRU 5800-EXIT
111900     END-IF.
112000 5210-EXIT.
112100     EXIT.
112200
112300*-----------------------------------------------------------
112400* 5220-APPLY-ARTCHG - EEN ONTVANGST: DE FACTUURPRIJS WORDT DE
112500*                     STAANDE EN LAATSTE INKOOPPRIJS EN HET
112600*                     GEMIDDELDE SCHUIFT DOOR, ALS IN ONTVANG
112700*-----------------------------------------------------------
112800 5220-APPLY-ARTCHG.
112900     MOVE RPR-REGEL TO ACH-DETAIL-LINE
113000     MOVE "PRIJS" TO WS-RPL-ACTIE
113100     MOVE ACH-ARTNO TO WS-RPL-SLEUTEL
113200     MOVE ACH-ARTNO TO ART-NUMMER
113300     READ ARTIKEL-MASTER
113400         INVALID KEY
113500             MOVE "ARTIKEL ONBEKEND - NIET TOEGEPAST"
113600                 TO WS-RPL-RESULTAAT
113700             SET RPL-NIET-TOEGEPAST TO TRUE
113800             GO TO 5220-EXIT
113900     END-READ
114000     MOVE ACH-NEW-PRIJS TO WS-NEW-PRIJS
114100     IF ART-GEM-INKOOP > ZERO
114200         COMPUTE ART-GEM-INKOOP ROUNDED =
114300             (ART-GEM-INKOOP + WS-NEW-PRIJS) / 2
114400     ELSE
114500         MOVE WS-NEW-PRIJS TO ART-GEM-INKOOP
114600     END-IF
114700     MOVE WS-NEW-PRIJS TO ART-INKOOPPRIJS
114800     MOVE WS-NEW-PRIJS TO ART-LAATSTE-INKOOP
114900     REWRITE ARTIKEL-RECORD
115000     MOVE "INKOOPPRIJS BIJGEWERKT" TO WS-RPL-RESULTAAT.
115100 5220-EXIT.
115200     EXIT.
115300
115400*-----------------------------------------------------------
115500* 5230-APPLY-VOORMUT - EEN VOORRAADMUTATIE: DE STAND NA DE
115600*                      MUTATIE WORDT DE VOORRAAD. KLOPT DE
115700*                      STAND ERVOOR NIET MET DE HERBOUWDE
115800*                      MASTER, DAN WORDT DAT GEMELD.
115900*-----------------------------------------------------------
116000 5230-APPLY-VOORMUT.
116100     MOVE RPR-REGEL TO MUT-DETAIL-LINE
116200     MOVE SPACES TO WS-RPL-ACTIE
116300     STRING "VOORR-" MUT-TYPE DELIMITED BY SIZE
116400         INTO WS-RPL-ACTIE
116500     END-STRING
116600     MOVE MUT-ARTIKEL TO WS-RPL-SLEUTEL
116700     MOVE MUT-ARTIKEL TO ART-NUMMER
116800     READ ARTIKEL-MASTER
116900         INVALID KEY
117000             MOVE "ARTIKEL ONBEKEND - NIET TOEGEPAST"
117100                 TO WS-RPL-RESULTAAT
117200             SET RPL-NIET-TOEGEPAST TO TRUE
117300             GO TO 5230-EXIT
117400     END-READ
117500     MOVE FUNCTION NUMVAL(MUT-VOOR) TO WS-MUT-VOOR
117600     MOVE FUNCTION NUMVAL(MUT-NA) TO WS-MUT-NA
117700     IF ART-VOORRAAD NOT = WS-MUT-VOOR
117800         MOVE "STAND VOOR WIJKT AF - STAND NA OVERGENOMEN"
117900             TO WS-RPL-RESULTAAT
118000         SET RPL-MET-AFWIJKING TO TRUE
118100     ELSE
118200         MOVE "VOORRAAD BIJGEWERKT" TO WS-RPL-RESULTAAT
118300     END-IF
118400     MOVE WS-MUT-NA TO ART-VOORRAAD
118500     REWRITE ARTIKEL-RECORD.
118600 5230-EXIT.
118700     EXIT.
118800
118900*-----------------------------------------------------------
119000* 5240-APPLY-ROSTAUD - ROSMAINT LOGT HET RECORD NA DE MUTATIE,
119100*                      MAAR HET LAND MAAR TOT 20 POSITIES: EEN
119200*                      LANGER LAND DAT DAARMEE BEGINT BLIJFT
119300*                      STAAN
119400*-----------------------------------------------------------
119500 5240-APPLY-ROSTAUD.
119600     MOVE RPR-REGEL TO RAU-DETAIL-LINE
119700     MOVE RAU-ACTION TO WS-RPL-ACTIE
119800     MOVE RAU-ID TO WS-RPL-SLEUTEL
119900     MOVE RAU-ID TO ROS-ID
120000     READ ROSTER-MASTER
120100         INVALID KEY
120200             SET KEY-NOT-FOUND TO TRUE
120300         NOT INVALID KEY
120400             SET KEY-FOUND TO TRUE
120500     END-READ
120600     IF KEY-NOT-FOUND
120700         MOVE SPACES TO ROS-LAND
120800     END-IF
120900     MOVE RAU-ID TO ROS-ID
121000     MOVE RAU-NAAM TO ROS-NAAM
121100     MOVE RAU-GEBOORTE TO ROS-GEBOORTE
121200     MOVE RAU-EINDDATUM TO ROS-EINDDATUM
121300     IF ROS-LAND (1:20) NOT = RAU-LAND
121400         MOVE RAU-LAND TO ROS-LAND
121500     END-IF
121600     IF KEY-FOUND
121700         REWRITE ROSTER-MASTER-RECORD
121800         IF RAU-ACTION = "OPVOER"
121900             MOVE "OPVOER OP BESTAANDE SLEUTEL - VERVANGEN"
122000                 TO WS-RPL-RESULTAAT
122100             SET RPL-MET-AFWIJKING TO TRUE
122200         ELSE
122300             MOVE "GEWIJZIGD" TO WS-RPL-RESULTAAT
122400         END-IF
122500         GO TO 5240-EXIT
122600     END-IF
122700     SET WRITE-OK TO TRUE
122800     WRITE ROSTER-MASTER-RECORD
122900         INVALID KEY
123000             SET WRITE-FAILED TO TRUE
123100     END-WRITE
123200     IF WRITE-FAILED
123300         PERFORM 5800-WRITE-FAILED THRU 5800-EXIT
123400         GO TO 5240-EXIT
123500     END-IF
123600     MOVE ROS-ID TO WS-IMAGE
123700     PERFORM 7600-NEW-KEY THRU 7600-EXIT
123800     IF RAU-ACTION = "OPVOER"
123900         MOVE "TOEGEVOEGD" TO WS-RPL-RESULTAAT
124000     ELSE
124100         MOVE "WIJZIGING ZONDER RECORD - TOEGEVOEGD"
124200             TO WS-RPL-RESULTAAT
124300         SET RPL-MET-AFWIJKING TO TRUE
124400     END-IF.
124500 5240-EXIT.
124600     EXIT.
124700
124800*-----------------------------------------------------------
124900* 5250-APPLY-PEOPCHG - READCSV: A = NIEUWE PERSOON, U = NAAM
125000*                      EN SCORE BIJGEWERKT
125100*-----------------------------------------------------------
125200 5250-APPLY-PEOPCHG.
125300     MOVE RPR-REGEL TO PCH-DETAIL-LINE
125400     MOVE PCH-ACTION TO WS-RPL-ACTIE
125500     MOVE PCH-ID TO WS-RPL-SLEUTEL
125600     IF FUNCTION TEST-NUMVAL(PCH-NEW-SCORE) NOT = 0
125700         MOVE "SCORE ONLEESBAAR - NIET TOEGEPAST"
125800             TO WS-RPL-RESULTAAT
125900         SET RPL-NIET-TOEGEPAST TO TRUE
126000         GO TO 5250-EXIT
126100     END-IF
126200     MOVE PCH-ID TO PIDX-ID
126300     READ PEOPLE-INDEXED
126400         INVALID KEY
126500             SET KEY-NOT-FOUND TO TRUE
126600         NOT INVALID KEY
126700             SET KEY-FOUND TO TRUE
126800     END-READ
12680A     IF KEY-NOT-FOUND
12680B         MOVE SPACES TO PIDX-AFDELING
12680C         MOVE ZERO TO PIDX-INDIENST
12680D         IF PCH-DATE IS NUMERIC
12680E             MOVE PCH-DATE TO PIDX-INDIENST
12680F         END-IF
12680G     END-IF
126900     MOVE PCH-ID TO PIDX-ID
127000     MOVE PCH-NAME TO PIDX-NAME
127100     MOVE FUNCTION NUMVAL(PCH-NEW-SCORE) TO PIDX-SCORE
127200     IF KEY-FOUND
127300         REWRITE PEOPLE-INDEXED-RECORD
127400         IF PCH-ACTION = "A"
127500             MOVE "OPVOER OP BESTAANDE SLEUTEL - VERVANGEN"
127600                 TO WS-RPL-RESULTAAT
127700             SET RPL-MET-AFWIJKING TO TRUE
127800         ELSE
127900             MOVE "GEWIJZIGD" TO WS-RPL-RESULTAAT
128000         END-IF
128100         GO TO 5250-EXIT
128200     END-IF
128300     SET WRITE-OK TO TRUE
128400     WRITE PEOPLE-INDEXED-RECORD
128500         INVALID KEY
128600             SET WRITE-FAILED TO TRUE
128700     END-WRITE
128800     IF WRITE-FAILED
128900         PERFORM 5800-WRITE-FAILED THRU 5800-EXIT
129000         GO TO 5250-EXIT
129100     END-IF
129200     MOVE PIDX-ID TO WS-IMAGE
129300     PERFORM 7600-NEW-KEY THRU 7600-EXIT
129400     IF PCH-ACTION = "A"
129500         MOVE "TOEGEVOEGD" TO WS-RPL-RESULTAAT
129600     ELSE
129700         MOVE "WIJZIGING ZONDER RECORD - TOEGEVOEGD"
129800             TO WS-RPL-RESULTAAT
129900         SET RPL-MET-AFWIJKING TO TRUE
130000     END-IF.
130100 5250-EXIT.
130200     EXIT.
130300
130400*-----------------------------------------------------------
130500* 5260-APPLY-SCOREHST - EEN HISTORIEREGEL IS EEN SCORECUR-
130600*                       REGEL VAN DIE RUN; EEN BEZET VOLGNR
130700*                       SCHUIFT DOOR ALS IN READCSV
130800*-----------------------------------------------------------
130900 5260-APPLY-SCOREHST.
131000     MOVE RPR-REGEL TO HST-DETAIL-LINE
131100     MOVE "SCORE" TO WS-RPL-ACTIE
131200     MOVE HST-ID TO WS-RPL-SLEUTEL
131300     MOVE HST-ID TO SCK-ID
131400     MOVE HST-DATE TO SCK-DATE
131500     MOVE 1 TO SCK-VOLGNR
131600     MOVE HST-NAME TO SCK-NAME
131700     MOVE HST-SCORE TO SCK-SCORE
131800     MOVE HST-DEPT TO SCK-DEPT
131900     SET SCUR-NOT-WRITTEN TO TRUE
132000     PERFORM UNTIL SCUR-WRITTEN OR SCK-VOLGNR > 998
132100         WRITE SCORE-CUR-RECORD
132200             INVALID KEY
132300                 ADD 1 TO SCK-VOLGNR
132400             NOT INVALID KEY
132500                 SET SCUR-WRITTEN TO TRUE
132600         END-WRITE
132700     END-PERFORM
132800     IF SCUR-NOT-WRITTEN
132900         SET WRITE-FAILED TO TRUE
133000         PERFORM 5800-WRITE-FAILED THRU 5800-EXIT
133100         GO TO 5260-EXIT
133200     END-IF
133300     MOVE SCK-KEY TO WS-IMAGE
133400     PERFORM 7600-NEW-KEY THRU 7600-EXIT
133500     MOVE "TOEGEVOEGD" TO WS-RPL-RESULTAAT.
133600 5260-EXIT.
133700     EXIT.
133800
133801*-----------------------------------------------------------
133802* 5270-APPLY-SCOREQUA - EEN VRIJGEGEVEN SCORE WORDT ALS IN
133803*                       SCOREVRG EEN SCORECUR-REGEL OP ZIJN
133804*                       OORSPRONKELIJKE SCOREDATUM
133805*-----------------------------------------------------------
133806 5270-APPLY-SCOREQUA.
133807     MOVE RPR-REGEL TO QUA-DETAIL-LINE
133808     MOVE "VRIJGAVE" TO WS-RPL-ACTIE
133809     MOVE QUA-ID TO WS-RPL-SLEUTEL
13380A     MOVE QUA-ID TO SCK-ID
13380B     MOVE QUA-DATUM TO SCK-DATE
13380C     MOVE 1 TO SCK-VOLGNR
13380D     MOVE QUA-NAME TO SCK-NAME
13380E     MOVE FUNCTION NUMVAL(QUA-SCORE) TO SCK-SCORE
13380F     MOVE QUA-DEPT TO SCK-DEPT
13380G     SET SCUR-NOT-WRITTEN TO TRUE
13380H     PERFORM UNTIL SCUR-WRITTEN OR SCK-VOLGNR > 998
13380I         WRITE SCORE-CUR-RECORD
13380J             INVALID KEY
13380K                 ADD 1 TO SCK-VOLGNR
13380L             NOT INVALID KEY
13380M                 SET SCUR-WRITTEN TO TRUE
13380N         END-WRITE
13380O     END-PERFORM
13380P     IF SCUR-NOT-WRITTEN
13380Q         SET WRITE-FAILED TO TRUE
13380R         PERFORM 5800-WRITE-FAILED THRU 5800-EXIT
13380S         GO TO 5270-EXIT
13380T     END-IF
13380U     MOVE SCK-KEY TO WS-IMAGE
13380V     PERFORM 7600-NEW-KEY THRU 7600-EXIT
13380W     MOVE "TOEGEVOEGD" TO WS-RPL-RESULTAAT.
13380X 5270-EXIT.
13380Y     EXIT.
13380Z
133900 5800-WRITE-FAILED.
134000     MOVE SPACES TO WS-RPL-RESULTAAT
134100     STRING "SCHRIJFFOUT STATUS " WS-MST-STATUS
134200            " - NIET TOEGEPAST"
134300         DELIMITED BY SIZE INTO WS-RPL-RESULTAAT
134400     END-STRING
134500     SET RPL-NIET-TOEGEPAST TO TRUE.
134600 5800-EXIT.
134700     EXIT.
134800
134900 5900-WRITE-DETAIL.
135000     MOVE RPR-DATE TO RLD-DET-DATE
135100     IF RPR-GETIJDSTEMPELD
135200         MOVE RPR-TIME TO RLD-DET-TIME
135300     ELSE
135400         MOVE "KETEN" TO RLD-DET-TIME
135500     END-IF
135600     MOVE RPR-BRON TO RLD-DET-BRON
135700     MOVE WS-RPL-ACTIE TO RLD-DET-ACTIE
135800     MOVE WS-RPL-SLEUTEL TO RLD-DET-SLEUTEL
135900     MOVE WS-RPL-RESULTAAT TO RLD-DET-RESULTAAT
136000     WRITE RELD-REPORT-LINE FROM RLD-DETAIL-LINE.
136100 5900-EXIT.
136200     EXIT.
136300
136400*-----------------------------------------------------------
136500* 6000-VERIFY-REBUILD - DE HERBOUWDE MASTER NATELLEN: AANTAL
136600*                       EN HASH MOETEN GELIJK ZIJN AAN DE
136700*                       BACKUP PLUS DE NIEUWE SLEUTELS
136800*-----------------------------------------------------------
136900 6000-VERIFY-REBUILD.
137000     IF RETURN-CODE >= 8
137100         GO TO 6000-EXIT
137200     END-IF
137300     MOVE ZERO TO WS-REBUILT-COUNT WS-ACC-HASH
137400     PERFORM 8400-START-MASTER THRU 8400-EXIT
137500     PERFORM UNTIL FILE-EOF
137600         PERFORM 8500-READ-NEXT-MASTER THRU 8500-EXIT
137700         IF FILE-NOT-EOF
137800             ADD 1 TO WS-REBUILT-COUNT
137900             MOVE WS-IMAGE (1:WS-HASH-LEN) TO WS-HASH-KEY
138000             PERFORM 7500-HASH-KEY THRU 7500-EXIT
138100         END-IF
138200     END-PERFORM
138300     PERFORM 8030-CLOSE-MASTER THRU 8030-EXIT
138400     IF RETURN-CODE >= 8
138500         GO TO 6000-EXIT
138600     END-IF
138700     MOVE WS-ACC-HASH TO WS-REBUILT-HASH
138800     WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
138900     MOVE "LOGREGELS GELEZEN" TO RLD-SUM-TEKST
139000     MOVE WS-LOG-READ TO RLD-SUM-AANTAL
139100     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
139200     MOVE "  BUITEN HET HERSTELVENSTER" TO RLD-SUM-TEKST
139300     MOVE WS-LOG-OUTSIDE TO RLD-SUM-AANTAL
139400     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
139500     MOVE "  ONLEESBAAR" TO RLD-SUM-TEKST
139600     MOVE WS-LOG-BAD TO RLD-SUM-AANTAL
139700     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
139800     MOVE "  TOEGEPAST" TO RLD-SUM-TEKST
139900     MOVE WS-APPLIED-COUNT TO RLD-SUM-AANTAL
140000     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
140100     MOVE "    WAARVAN MET AFWIJKING" TO RLD-SUM-TEKST
140200     MOVE WS-NOTE-COUNT TO RLD-SUM-AANTAL
140300     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
140400     MOVE "  NIET TOEGEPAST" TO RLD-SUM-TEKST
140500     MOVE WS-REJECT-COUNT TO RLD-SUM-AANTAL
140600     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
140700     MOVE "NIEUWE SLEUTELS" TO RLD-SUM-TEKST
140800     MOVE WS-NEW-KEY-COUNT TO RLD-SUM-AANTAL
140900     WRITE RELD-REPORT-LINE FROM RLD-SUMMARY-LINE
141000     WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
141100     MOVE "HERBOUWD      : " TO RLD-CNT-TEKST
141200     MOVE WS-REBUILT-COUNT TO RLD-CNT-AANTAL
141300     MOVE WS-REBUILT-HASH TO RLD-CNT-HASH
141400     MOVE WS-EXPECT-COUNT TO RLD-CNT-VERW-AANTAL
141500     MOVE WS-EXPECT-HASH TO RLD-CNT-VERW-HASH
141600     IF WS-REBUILT-COUNT = WS-EXPECT-COUNT
141700         AND WS-REBUILT-HASH = WS-EXPECT-HASH
141800         MOVE "KLOPT" TO RLD-CNT-STATUS
141900     ELSE
142000         MOVE "WIJKT AF" TO RLD-CNT-STATUS
142100         MOVE 4 TO RETURN-CODE
142200     END-IF
142300     WRITE RELD-REPORT-LINE FROM RLD-COUNT-LINE
142400     IF WS-LOG-BAD > ZERO OR WS-NOTE-COUNT > ZERO
142500         OR WS-REJECT-COUNT > ZERO
142501         OR WS-BASE-IDX > WS-LOG-BASE-MAX
142600         MOVE 4 TO RETURN-CODE
142700     END-IF.
142800 6000-EXIT.
142900     EXIT.
143000
143100*-----------------------------------------------------------
143200* 7500-HASH-KEY - DE HASH VAN WS-HASH-KEY (WS-HASH-LEN
143300*                 POSITIES) BIJ WS-ACC-HASH OPTELLEN
143400*-----------------------------------------------------------
143500 7500-HASH-KEY.
143600     MOVE ZERO TO WS-KEY-HASH
143700     PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
143800             UNTIL WS-HASH-IDX > WS-HASH-LEN
143900         COMPUTE WS-KEY-HASH = FUNCTION MOD(WS-KEY-HASH * 31
144000             + FUNCTION ORD(WS-HASH-KEY (WS-HASH-IDX:1)),
144100             999999937)
144200     END-PERFORM
144300     ADD WS-KEY-HASH TO WS-ACC-HASH
144400     IF WS-ACC-HASH >= 1000000000
144500         SUBTRACT 1000000000 FROM WS-ACC-HASH
144600     END-IF.
144700 7500-EXIT.
144800     EXIT.
144900
145000*-----------------------------------------------------------
145100* 7600-NEW-KEY - EEN DOOR HET NASPELEN TOEGEVOEGDE SLEUTEL
145200*                (VOORAAN IN WS-IMAGE) TELT MEE IN DE
145300*                VERWACHTING
145400*-----------------------------------------------------------
145500 7600-NEW-KEY.
145600     IF WRITE-FAILED
145700         GO TO 7600-EXIT
145800     END-IF
145900     ADD 1 TO WS-NEW-KEY-COUNT
146000     MOVE WS-IMAGE (1:WS-HASH-LEN) TO WS-HASH-KEY
146100     PERFORM 7500-HASH-KEY THRU 7500-EXIT.
146200 7600-EXIT.
146300     EXIT.
146400
146500*-----------------------------------------------------------
146600* 8000-FINALIZE - SLOTREGEL EN END-OF-JOB DISPLAY
146700*-----------------------------------------------------------
146800 8000-FINALIZE.
146900     EVALUATE TRUE
147000         WHEN RETURN-CODE >= 8
147100             IF RLD-STA-TEKST = SPACES
147200                 MOVE "AFGEBROKEN - ZIE MELDINGEN"
147300                     TO RLD-STA-TEKST
147400             END-IF
147500         WHEN RETURN-CODE = 4
147600             MOVE "GEREED MET AFWIJKINGEN - RAPPORT NAKIJKEN"
147700                 TO RLD-STA-TEKST
147800         WHEN OTHER
147900             MOVE "GEREED - HERBOUWDE MASTER KLOPT"
148000                 TO RLD-STA-TEKST
148100     END-EVALUATE
148200     IF RETURN-CODE < 8
148300         WRITE RELD-REPORT-LINE FROM RLD-BLANK-LINE
148400         WRITE RELD-REPORT-LINE FROM RLD-STATUS-LINE
148500     END-IF
148600     CLOSE RELD-REPORT-FILE
148700     DISPLAY "MSTRELD COMPLETE - " FUNCTION TRIM(WS-ZOEK-BASE)
148800             ": " WS-RELOAD-COUNT " TERUGGEZET, "
148900             WS-APPLIED-COUNT " LOGREGEL(S) NAGESPEELD, "
149000             WS-REBUILT-COUNT " NA HERSTEL.".
149100 8000-EXIT.
149200     EXIT.
149300
149400*-----------------------------------------------------------
149500* 8010..8500 - DE BESTANDSBEWERKINGEN OP DE GEKOZEN MASTER.
149600*              HET RECORDBEELD STAAT IN WS-IMAGE.
149700*-----------------------------------------------------------
149800 8010-OPEN-MASTER-OUTPUT.
149900     EVALUATE WS-BASE-IDX
150000         WHEN 1
150100             OPEN OUTPUT ARTIKEL-MASTER
150200         WHEN 2
150300             OPEN OUTPUT KLANT-MASTER
150400         WHEN 3
150500             OPEN OUTPUT ROSTER-MASTER
150600         WHEN 4
150700             OPEN OUTPUT PEOPLE-INDEXED
150800         WHEN 5
150900             OPEN OUTPUT SCORE-CURRENT-FILE
151000         WHEN 6
151100             OPEN OUTPUT CERT-REGISTER
151101         WHEN 7
151102             OPEN OUTPUT OPEN-ITEMS-FILE
151103         WHEN 8
151104             OPEN OUTPUT LEVERANCIER-MASTER
151105         WHEN 9
151106             OPEN OUTPUT INKOOPORDER-FILE
151107         WHEN 10
151108             OPEN OUTPUT VERKOOPORDER-FILE
151109         WHEN 11
15110A             OPEN OUTPUT TRAINING-SESSIE-MASTER
15110B         WHEN 12
15110C             OPEN OUTPUT TRAINING-BOEKING-FILE
151200     END-EVALUATE.
151300 8010-EXIT.
151400     EXIT.
151500
151600 8020-OPEN-MASTER-IO.
151700     EVALUATE WS-BASE-IDX
151800         WHEN 1
151900             OPEN I-O ARTIKEL-MASTER
152000         WHEN 2
152100             OPEN I-O KLANT-MASTER
152200         WHEN 3
152300             OPEN I-O ROSTER-MASTER
152400         WHEN 4
152500             OPEN I-O PEOPLE-INDEXED
152600         WHEN 5
152700             OPEN I-O SCORE-CURRENT-FILE
152800         WHEN 6
152900             OPEN I-O CERT-REGISTER
152901         WHEN 7
152902             OPEN I-O OPEN-ITEMS-FILE
152903         WHEN 8
152904             OPEN I-O LEVERANCIER-MASTER
152905         WHEN 9
152906             OPEN I-O INKOOPORDER-FILE
152907         WHEN 10
152908             OPEN I-O VERKOOPORDER-FILE
152909         WHEN 11
15290A             OPEN I-O TRAINING-SESSIE-MASTER
15290B         WHEN 12
15290C             OPEN I-O TRAINING-BOEKING-FILE
153000     END-EVALUATE.
153100 8020-EXIT.
153200     EXIT.
153300
153400 8030-CLOSE-MASTER.
153500     EVALUATE WS-BASE-IDX
153600         WHEN 1
153700             CLOSE ARTIKEL-MASTER
153800         WHEN 2
153900             CLOSE KLANT-MASTER
154000         WHEN 3
154100             CLOSE ROSTER-MASTER
154200         WHEN 4
154300             CLOSE PEOPLE-INDEXED
154400         WHEN 5
154500             CLOSE SCORE-CURRENT-FILE
154600         WHEN 6
154700             CLOSE CERT-REGISTER
154701         WHEN 7
154702             CLOSE OPEN-ITEMS-FILE
154703         WHEN 8
154704             CLOSE LEVERANCIER-MASTER
154705         WHEN 9
154706             CLOSE INKOOPORDER-FILE
154707         WHEN 10
154708             CLOSE VERKOOPORDER-FILE
154709         WHEN 11
15470A             CLOSE TRAINING-SESSIE-MASTER
15470B         WHEN 12
15470C             CLOSE TRAINING-BOEKING-FILE
154800     END-EVALUATE.
154900 8030-EXIT.
155000     EXIT.
155100
155200 8100-READ-BY-IMAGE.
155300     SET KEY-NOT-FOUND TO TRUE
155400     EVALUATE WS-BASE-IDX
155500         WHEN 1
155600             MOVE WS-IMAGE TO ARTIKEL-RECORD
155700             READ ARTIKEL-MASTER
155800                 NOT INVALID KEY
155900                     SET KEY-FOUND TO TRUE
156000             END-READ
156100         WHEN 2
156200             MOVE WS-IMAGE TO KLANT-RECORD
156300             READ KLANT-MASTER
156400                 NOT INVALID KEY
156500                     SET KEY-FOUND TO TRUE
156600             END-READ
156700         WHEN 6
156800             MOVE WS-IMAGE TO CERT-RECORD
156900             READ CERT-REGISTER
157000                 NOT INVALID KEY
157100                     SET KEY-FOUND TO TRUE
157200             END-READ
157300     END-EVALUATE.
157400 8100-EXIT.
157500     EXIT.
157600
157700 8200-WRITE-IMAGE.
157800     SET WRITE-OK TO TRUE
157900     EVALUATE WS-BASE-IDX
158000         WHEN 1
158100             MOVE WS-IMAGE TO ARTIKEL-RECORD
158200             WRITE ARTIKEL-RECORD
158300                 INVALID KEY
158400                     SET WRITE-FAILED TO TRUE
158500             END-WRITE
158600         WHEN 2
158700             MOVE WS-IMAGE TO KLANT-RECORD
158800             WRITE KLANT-RECORD
158900                 INVALID KEY
159000                     SET WRITE-FAILED TO TRUE
159100             END-WRITE
159200         WHEN 3
159300             MOVE WS-IMAGE TO ROSTER-MASTER-RECORD
159400             WRITE ROSTER-MASTER-RECORD
159500                 INVALID KEY
159600                     SET WRITE-FAILED TO TRUE
159700             END-WRITE
159800         WHEN 4
159900             MOVE WS-IMAGE TO PEOPLE-INDEXED-RECORD
160000             WRITE PEOPLE-INDEXED-RECORD
160100                 INVALID KEY
160200                     SET WRITE-FAILED TO TRUE
160300             END-WRITE
160400         WHEN 5
160500             MOVE WS-IMAGE TO SCORE-CUR-RECORD
160600             WRITE SCORE-CUR-RECORD
160700                 INVALID KEY
160800                     SET WRITE-FAILED TO TRUE
160900             END-WRITE
161000         WHEN 6
161100             MOVE WS-IMAGE TO CERT-RECORD
161200             WRITE CERT-RECORD
161201                 INVALID KEY
161202                     SET WRITE-FAILED TO TRUE
161203             END-WRITE
161204         WHEN 7
161205             MOVE WS-IMAGE TO OPEN-POST-RECORD
161206             WRITE OPEN-POST-RECORD
161207                 INVALID KEY
161208                     SET WRITE-FAILED TO TRUE
161209             END-WRITE
16120A         WHEN 8
16120B             MOVE WS-IMAGE TO LEVERANCIER-RECORD
16120C             WRITE LEVERANCIER-RECORD
16120D                 INVALID KEY
16120E                     SET WRITE-FAILED TO TRUE
16120F             END-WRITE
16120G         WHEN 9
16120H             MOVE WS-IMAGE TO INKOOPORDER-RECORD
16120I             WRITE INKOOPORDER-RECORD
16120J                 INVALID KEY
16120K                     SET WRITE-FAILED TO TRUE
16120L             END-WRITE
16120M         WHEN 10
16120N             MOVE WS-IMAGE TO VERKOOPORDER-RECORD
16120O             WRITE VERKOOPORDER-RECORD
16120P                 INVALID KEY
16120Q                     SET WRITE-FAILED TO TRUE
16120R             END-WRITE
16120S         WHEN 11
16120T             MOVE WS-IMAGE TO TRAINING-SESSIE-RECORD
16120U             WRITE TRAINING-SESSIE-RECORD
16120V                 INVALID KEY
16120W                     SET WRITE-FAILED TO TRUE
16120X             END-WRITE
16120Y         WHEN 12
16120Z             MOVE WS-IMAGE TO TRAINING-BOEKING-RECORD
161210             WRITE TRAINING-BOEKING-RECORD
161300                 INVALID KEY
161400                     SET WRITE-FAILED TO TRUE
161500             END-WRITE
161600     END-EVALUATE.
161700 8200-EXIT.
161800     EXIT.
161900
162000 8300-REWRITE-IMAGE.
162100     SET WRITE-OK TO TRUE
162200     EVALUATE WS-BASE-IDX
162300         WHEN 1
162400             MOVE WS-IMAGE TO ARTIKEL-RECORD
162500             REWRITE ARTIKEL-RECORD
162600                 INVALID KEY
162700                     SET WRITE-FAILED TO TRUE
162800             END-REWRITE
162900         WHEN 2
163000             MOVE WS-IMAGE TO KLANT-RECORD
163100             REWRITE KLANT-RECORD
163200                 INVALID KEY
163300                     SET WRITE-FAILED TO TRUE
163400             END-REWRITE
163500         WHEN 6
163600             MOVE WS-IMAGE TO CERT-RECORD
163700             REWRITE CERT-RECORD
163800                 INVALID KEY
163900                     SET WRITE-FAILED TO TRUE
164000             END-REWRITE
164100     END-EVALUATE.
164200 8300-EXIT.
164300     EXIT.
164400
164500 8400-START-MASTER.
164600     SET FILE-NOT-EOF TO TRUE
164700     PERFORM 8020-OPEN-MASTER-IO THRU 8020-EXIT
164800     IF WS-MST-STATUS NOT = "00"
164900         SET FILE-EOF TO TRUE
165000         GO TO 8400-EXIT
165100     END-IF
165200     EVALUATE WS-BASE-IDX
165300         WHEN 1
165400             MOVE LOW-VALUES TO ART-NUMMER
165500             START ARTIKEL-MASTER KEY NOT < ART-NUMMER
165600                 INVALID KEY
165700                     SET FILE-EOF TO TRUE
165800             END-START
165900         WHEN 2
166000             MOVE LOW-VALUES TO KLA-NUMMER
166100             START KLANT-MASTER KEY NOT < KLA-NUMMER
166200                 INVALID KEY
166300                     SET FILE-EOF TO TRUE
166400             END-START
166500         WHEN 3
166600             MOVE LOW-VALUES TO ROS-ID
166700             START ROSTER-MASTER KEY NOT < ROS-ID
166800                 INVALID KEY
166900                     SET FILE-EOF TO TRUE
167000             END-START
167100         WHEN 4
167200             MOVE LOW-VALUES TO PIDX-ID
167300             START PEOPLE-INDEXED KEY NOT < PIDX-ID
167400                 INVALID KEY
167500                     SET FILE-EOF TO TRUE
167600             END-START
167700         WHEN 5
167800             MOVE LOW-VALUES TO SCK-KEY
167900             START SCORE-CURRENT-FILE KEY NOT < SCK-KEY
168000                 INVALID KEY
168100                     SET FILE-EOF TO TRUE
168200             END-START
168300         WHEN 6
168400             MOVE LOW-VALUES TO CERT-ID
168500             START CERT-REGISTER KEY NOT < CERT-ID
168600                 INVALID KEY
168700                     SET FILE-EOF TO TRUE
168800             END-START
168801         WHEN 7
168802             MOVE LOW-VALUES TO OPN-FACTUUR
168803             START OPEN-ITEMS-FILE KEY NOT < OPN-FACTUUR
168804                 INVALID KEY
168805                     SET FILE-EOF TO TRUE
168806             END-START
168807         WHEN 8
168808             MOVE LOW-VALUES TO LEV-NUMMER
168809             START LEVERANCIER-MASTER KEY NOT < LEV-NUMMER
16880A                 INVALID KEY
16880B                     SET FILE-EOF TO TRUE
16880C             END-START
16880D         WHEN 9
16880E             MOVE LOW-VALUES TO INK-SLEUTEL
16880F             START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
16880G                 INVALID KEY
16880H                     SET FILE-EOF TO TRUE
16880I             END-START
16880J         WHEN 10
16880K             MOVE LOW-VALUES TO VKO-SLEUTEL
16880L             START VERKOOPORDER-FILE KEY NOT < VKO-SLEUTEL
16880M                 INVALID KEY
16880N                     SET FILE-EOF TO TRUE
16880O             END-START
16880P         WHEN 11
16880Q             MOVE LOW-VALUES TO SES-KEY
16880R             START TRAINING-SESSIE-MASTER KEY NOT < SES-KEY
16880S                 INVALID KEY
16880T                     SET FILE-EOF TO TRUE
16880U             END-START
16880V         WHEN 12
16880W             MOVE LOW-VALUES TO BKG-KEY
16880X             START TRAINING-BOEKING-FILE KEY NOT < BKG-KEY
16880Y                 INVALID KEY
16880Z                     SET FILE-EOF TO TRUE
168810             END-START
168900     END-EVALUATE.
169000 8400-EXIT.
169100     EXIT.
169200
169300 8500-READ-NEXT-MASTER.
169400     EVALUATE WS-BASE-IDX
169500         WHEN 1
169600             READ ARTIKEL-MASTER NEXT
169700                 AT END
169800                     SET FILE-EOF TO TRUE
169900                 NOT AT END
170000                     MOVE ARTIKEL-RECORD TO WS-IMAGE
170100             END-READ
170200         WHEN 2
170300             READ KLANT-MASTER NEXT
170400                 AT END
170500                     SET FILE-EOF TO TRUE
170600                 NOT AT END
170700                     MOVE KLANT-RECORD TO WS-IMAGE
170800             END-READ
170900         WHEN 3
171000             READ ROSTER-MASTER NEXT
171100                 AT END
171200                     SET FILE-EOF TO TRUE
171300                 NOT AT END
171400                     MOVE ROSTER-MASTER-RECORD TO WS-IMAGE
171500             END-READ
171600         WHEN 4
171700             READ PEOPLE-INDEXED NEXT
171800                 AT END
171900                     SET FILE-EOF TO TRUE
172000                 NOT AT END
172100                     MOVE PEOPLE-INDEXED-RECORD TO WS-IMAGE
172200             END-READ
172300         WHEN 5
172400             READ SCORE-CURRENT-FILE NEXT
172500                 AT END
172600                     SET FILE-EOF TO TRUE
172700                 NOT AT END
172800                     MOVE SCORE-CUR-RECORD TO WS-IMAGE
172900             END-READ
173000         WHEN 6
173100             READ CERT-REGISTER NEXT
173200                 AT END
173300                     SET FILE-EOF TO TRUE
173400                 NOT AT END
173500                     MOVE CERT-RECORD TO WS-IMAGE
173600             END-READ
173601         WHEN 7
173602             READ OPEN-ITEMS-FILE NEXT
173603                 AT END
173604                     SET FILE-EOF TO TRUE
173605                 NOT AT END
173606                     MOVE OPEN-POST-RECORD TO WS-IMAGE
173607             END-READ
173608         WHEN 8
173609             READ LEVERANCIER-MASTER NEXT
17360A                 AT END
17360B                     SET FILE-EOF TO TRUE
17360C                 NOT AT END
17360D                     MOVE LEVERANCIER-RECORD TO WS-IMAGE
17360E             END-READ
17360F         WHEN 9
17360G             READ INKOOPORDER-FILE NEXT
17360H                 AT END
17360I                     SET FILE-EOF TO TRUE
17360J                 NOT AT END
17360K                     MOVE INKOOPORDER-RECORD TO WS-IMAGE
17360L             END-READ
17360M         WHEN 10
17360N             READ VERKOOPORDER-FILE NEXT
17360O                 AT END
17360P                     SET FILE-EOF TO TRUE
17360Q                 NOT AT END
17360R                     MOVE VERKOOPORDER-RECORD TO WS-IMAGE
17360S             END-READ
17360T         WHEN 11
17360U             READ TRAINING-SESSIE-MASTER NEXT
17360V                 AT END
17360W                     SET FILE-EOF TO TRUE
17360X                 NOT AT END
17360Y                     MOVE TRAINING-SESSIE-RECORD TO WS-IMAGE
17360Z             END-READ
173610         WHEN 12
173611             READ TRAINING-BOEKING-FILE NEXT
173612                 AT END
173613                     SET FILE-EOF TO TRUE
173614                 NOT AT END
173615                     MOVE TRAINING-BOEKING-RECORD TO WS-IMAGE
173616             END-READ
173700     END-EVALUATE
173800     IF WS-MST-STATUS (1:1) NOT = "0"
173900         AND WS-MST-STATUS NOT = "10"
174000         DISPLAY "ERROR: LEESFOUT BIJ NATELLEN - FILE STATUS "
174100                 WS-MST-STATUS
174200         MOVE 8 TO RETURN-CODE
174300         SET FILE-EOF TO TRUE
174400     END-IF.
174500 8500-EXIT.
174600     EXIT.
174700
174800*-----------------------------------------------------------
174900* 9000-WRITE-RUN-JOURNAL - APPEND THE END-OF-JOB RECORD
175000*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
175100*                          COUNTS) TO RUNJRNL.DAT
175200*-----------------------------------------------------------
175300 9000-WRITE-RUN-JOURNAL.
175400     ACCEPT WS-END-TIME-RAW FROM TIME
175500     OPEN EXTEND RUN-JOURNAL-FILE
175600     IF WS-JRNL-STATUS = "35"
175700         OPEN OUTPUT RUN-JOURNAL-FILE
175800     END-IF
175900     MOVE "MSTRELD" TO JRNL-PROGRAM
176000     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
176100     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
176200     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
176300     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
176400     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
176500     MOVE RETURN-CODE TO JRNL-RC
176600     MOVE WS-RELOAD-COUNT TO JRNL-COUNT-1
176700     MOVE WS-APPLIED-COUNT TO JRNL-COUNT-2
176800     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
176900     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
177000     CLOSE RUN-JOURNAL-FILE.
177100 9000-EXIT.
177200     EXIT.
