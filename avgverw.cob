000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AVGVERW.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - AVG-VERWERKING VAN DE
001300*                  PERSOONSGEGEVENS. AVGMODE (OF EEN PROMPT)
001400*                  KIEST DE SOORT:
001500*                  B = BEWAARTERMIJNEN, STAP VAN DE NACHTKETEN
001600*                  OP PERIODE-EINDE. PER BESTAAND BESTAND EEN
001700*                  TERMIJN IN MAANDEN UIT PARMS.DAT (VELD 21 TOT
001800*                  EN MET 32, 0 = NIET SCHONEN). WAT OUDER IS
001900*                  WORDT VERWIJDERD OF GEPSEUDONIMISEERD; SCORES
002000*                  EN AFDELINGEN BLIJVEN STAAN ZODAT DE TOTALEN
002100*                  NIET VERSCHUIVEN.
002200*                  W = RECHT OP WISSEN, OPERATORRUN VOOR EEN
002300*                  NIVEAU-2 OPERATOR (OPERAUTH.DAT). AVGID IS DE
002400*                  BETROKKENE, AVGREF DE VERZOEKREFERENTIE. DE
002500*                  PERSOON VERDWIJNT UIT DE MASTERS, DE LOGS, DE
002600*                  GECATALOGISEERDE GENERATIES (GEMASKEERD) EN
002700*                  DE MSTUNLD-BACKUPS (AANTAL EN HASH IN
002800*                  MSTCAT.DAT HERREKEND); SCOREREGELS HOUDEN
002900*                  HUN WAARDE ONDER EEN PSEUDONIEM.
003000*                  ELKE RUN KRIJGT EEN VOLGNUMMER UIT AVGREG.DAT
003100*                  EN SCHRIJFT EEN VERKLARING AVGCERT.<NR> MET
003200*                  PER BESTAND DE AANTALLEN, TER ONDERTEKENING
003300*                  DOOR DE FUNCTIONARIS GEGEVENSBESCHERMING. HET
003400*                  REGISTER EN DE VERKLARING BEVATTEN ZELF GEEN
003500*                  ID OF NAAM. W WEIGERT BIJ EEN ACTIEVE
003600*                  NACHTKETEN EN HOUDT MNTLOCK.DAT VAST. RC 8
003700*                  ZONDER AUTORISATIE OF REFERENTIE, RC 4 ALS DE
003800*                  BETROKKENE NERGENS GEVONDEN WORDT OF ALS EEN
003900*                  BESTAND NIET VOLLEDIG GESCHOOND KON WORDEN.
00390A* 2026-10-15  BJS  PEOPLE.IDX-RECORD UITGEBREID MET PIDX-AFDELING
00390B*                  EN PIDX-INDIENST (ZIE READCSV).
00390C* 2026-10-15  BJS  CERTREG.IDX-RECORD UITGEBREID MET CERT-SCENARIO
00390D*                  EN CERT-VERSIE (ZIE CERTUPD).
004000*-----------------------------------------------------------
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PIDX-ID
004900         FILE STATUS IS WS-PIDX-STATUS.
005000
005100     SELECT SCORE-CURRENT-FILE ASSIGN TO "SCORECUR.IDX"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS SCK-KEY
005500         FILE STATUS IS WS-SCUR-STATUS.
005600
005700     SELECT ROSTER-MASTER ASSIGN TO "ROSTMAST.IDX"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS ROS-ID
006100         FILE STATUS IS WS-ROSMAST-STATUS.
006200
006300     SELECT CERT-REGISTER ASSIGN TO "CERTREG.IDX"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CERT-ID
006700         FILE STATUS IS WS-CERT-STATUS.
006800
006900     SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-NAME
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-SEQ-STATUS.
007200
007300     SELECT WORK-FILE ASSIGN TO "AVGWORK.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-WORK-STATUS.
007600
007700     SELECT SCUR-WORK-FILE ASSIGN TO "AVGSCUR.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL.
007900
008000     SELECT ACT-WORK-FILE ASSIGN TO "AVGACT.DAT"
008100         ORGANIZATION IS LINE SEQUENTIAL.
008200
008300     SELECT ACT-SORT-FILE ASSIGN TO "SORTWK.DAT".
008400
008500     SELECT ACT-SORTED-FILE ASSIGN TO "AVGSRT.DAT"
008600         ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CAT-NAME
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-CAT-STATUS.
009100
009200     SELECT CAT-WORK-FILE ASSIGN TO "AVGCAT.DAT"
009300         ORGANIZATION IS LINE SEQUENTIAL.
009400
009500     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-PARM-STATUS.
009800
009900     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-OPERAUTH-STATUS.
010200
010300     SELECT REGISTER-FILE ASSIGN TO "AVGREG.DAT"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-REG-STATUS.
010600
010700     SELECT CERTIFICATE-FILE ASSIGN TO DYNAMIC WS-CRT-NAME
010800         ORGANIZATION IS LINE SEQUENTIAL.
010900
011000     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-RUNSEQ-STATUS.
011300
011400     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS WS-SYSLOCK-STATUS.
011700
011800     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS WS-MNTLOCK-STATUS.
012100
012200     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS WS-JRNL-STATUS.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800 FD  PEOPLE-INDEXED.
012900 01  PEOPLE-INDEXED-RECORD.
013000     05  PIDX-ID              PIC X(32).
013100     05  PIDX-NAME            PIC X(128).
013200     05  PIDX-SCORE           PIC S9(07)V99.
01320A     05  PIDX-AFDELING        PIC X(20).
01320B     05  PIDX-INDIENST        PIC 9(08).
013300
013400 FD  SCORE-CURRENT-FILE.
013500     COPY "SCORECUR.CPY".
013600
013700 FD  ROSTER-MASTER.
013800 01  ROSTER-MASTER-RECORD.
013900     05  ROS-ID               PIC X(08).
014000     05  ROS-NAAM             PIC X(30).
014100     05  ROS-GEBOORTE         PIC 9(08).
014200     05  ROS-LAND             PIC X(30).
014300     05  ROS-EINDDATUM        PIC 9(08).
014400
014500 FD  CERT-REGISTER.
014600 01  CERT-RECORD.
014700     05  CERT-ID              PIC X(08).
014800     05  CERT-NAAM            PIC X(30).
014900     05  CERT-BEHAALD         PIC 9(08).
015000     05  CERT-VERVALT         PIC 9(08).
015100     05  CERT-SESSIES         PIC 9(05).
01510A     05  CERT-SCENARIO        PIC X(20).
01510B     05  CERT-VERSIE          PIC 9(06).
015200
015300 FD  SEQ-FILE.
015400 01  SEQ-LINE                 PIC X(1068).
015500
015600 FD  WORK-FILE.
015700 01  WORK-LINE                PIC X(1068).
015800
015900 FD  SCUR-WORK-FILE.
016000 01  SCUR-WORK-RECORD         PIC X(200).
016100
016200 FD  ACT-WORK-FILE.
016300 01  ACT-WORK-RECORD.
016400     05  AW-ID                PIC X(32).
016500     05  AW-DATE              PIC 9(08).
016600
016700 SD  ACT-SORT-FILE.
016800 01  ACT-SORT-RECORD.
016900     05  AS-ID                PIC X(32).
017000     05  AS-DATE              PIC 9(08).
017100
017200 FD  ACT-SORTED-FILE.
017300 01  ACT-SORTED-RECORD.
017400     05  AR-ID                PIC X(32).
017500     05  AR-DATE              PIC 9(08).
017600
017700 FD  CATALOG-FILE.
017800 01  CATALOG-LINE             PIC X(132).
017900
018000 FD  CAT-WORK-FILE.
018100 01  CAT-WORK-LINE            PIC X(132).
018200
018300 FD  PARM-FILE.
018400 01  PARM-LINE                PIC X(256).
018500
018600 FD  OPER-AUTH-FILE.
018700 01  OPER-AUTH-LINE           PIC X(40).
018800
018900 FD  REGISTER-FILE.
019000 01  REGISTER-LINE            PIC X(132).
019100
019200 FD  CERTIFICATE-FILE.
019300 01  CERTIFICATE-LINE         PIC X(132).
019400
019500 FD  RUN-SEQ-FILE.
019600 01  RUN-SEQ-LINE             PIC 9(06).
019700
019800 FD  SYS-LOCK-FILE.
019900 01  SYS-LOCK-LINE            PIC X(80).
020000
020100 FD  MNT-LOCK-FILE.
020200 01  MNT-LOCK-LINE            PIC X(80).
020300
020400 FD  RUN-JOURNAL-FILE.
020500 01  RUN-JOURNAL-LINE         PIC X(80).
020600
020700 WORKING-STORAGE SECTION.
020800*-----------------------------------------------------------
020900* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
021000*-----------------------------------------------------------
021100     COPY "RUNHDR.CPY".
021200
021300*-----------------------------------------------------------
021400* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
021500*-----------------------------------------------------------
021600     COPY "RUNJRNL.CPY".
021700 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
021800 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
021900 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
022000
022100*-----------------------------------------------------------
022200* PARAMETERS - DE BEWAARTERMIJNEN PARM-AVG-BEWAAR (1-12)
022300*-----------------------------------------------------------
022400     COPY "PARMCFG.CPY".
022500 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
022600 01  WS-PARM-FIELDS.
022700     05  WS-PARM-FLD-X        PIC X(80) OCCURS 32 TIMES.
022800 77  WS-FLD-IDX               PIC 9(02) COMP VALUE ZERO.
022900
023000*-----------------------------------------------------------
023100* BATCH-WINDOW INTERLOCK WORK FIELDS - SEE 0100/9800
023200*-----------------------------------------------------------
023300 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
023400 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
023500 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
023600 01  WS-LOCK-SW               PIC X VALUE "N".
023700     88 MNT-LOCK-HELD         VALUE "Y".
023800     88 MNT-LOCK-NOT-HELD     VALUE "N".
023900 01  MNT-LOCK-DETAIL.
024000     05  MNT-PROGRAM          PIC X(08).
024100     05  FILLER               PIC X(01) VALUE ",".
024200     05  MNT-OPERATOR         PIC X(08).
024300     05  FILLER               PIC X(01) VALUE ",".
024400     05  MNT-DATUM            PIC 9(08).
024500     05  FILLER               PIC X(01) VALUE ",".
024600     05  MNT-TIJD             PIC 9(06).
024700
024800*-----------------------------------------------------------
024900* OPERATOR AUTHORITY TABLE (OPERAUTH.DAT) - WIE MAG WISSEN
025000*-----------------------------------------------------------
025100 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
025200 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
025300 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
025400 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
025500 01  WS-AUTH-EOF              PIC X VALUE "N".
025600     88 AUTH-EOF              VALUE "Y".
025700     88 AUTH-NOT-EOF          VALUE "N".
025800 01  WS-AUTH-TABLE.
025900     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
026000         10  AUTH-OPERATOR    PIC X(08).
026100         10  AUTH-NIVEAU      PIC 9(02).
026200 01  WS-AUTH-OPER-X           PIC X(10).
026300 01  WS-AUTH-NIVEAU-X         PIC X(04).
026400 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
026500 01  WS-AUTH-OK-SW            PIC X VALUE "N".
026600     88 AUTHORITY-OK          VALUE "Y".
026700     88 AUTHORITY-NOT-OK      VALUE "N".
026800
026900*-----------------------------------------------------------
027000* FILE STATUS EN NAMEN
027100*-----------------------------------------------------------
027200 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
027300 01  WS-SCUR-STATUS           PIC X(02) VALUE "00".
027400 01  WS-ROSMAST-STATUS        PIC X(02) VALUE "00".
027500 01  WS-CERT-STATUS           PIC X(02) VALUE "00".
027600 01  WS-SEQ-STATUS            PIC X(02) VALUE "00".
027700 01  WS-WORK-STATUS           PIC X(02) VALUE "00".
027800 01  WS-CAT-STATUS            PIC X(02) VALUE "00".
027900 01  WS-REG-STATUS            PIC X(02) VALUE "00".
028000 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
028100 01  WS-SEQ-NAME              PIC X(40) VALUE SPACES.
028200 01  WS-CAT-NAME              PIC X(40) VALUE SPACES.
028300 01  WS-CRT-NAME              PIC X(40) VALUE SPACES.
028400 01  WS-DELETE-NAME           PIC X(40) VALUE SPACES.
028500 01  WS-SAVE-RC               PIC S9(04) COMP VALUE ZERO.
028600 01  WS-RUNSEQ-ENV-X          PIC X(10).
028700 01  WS-RUNDATE-ENV-X         PIC X(10).
028800 01  WS-ADMIN-ENV-X           PIC X(06).
028900
029000 01  WS-EOF-SW                PIC X VALUE "N".
029100     88 FILE-EOF              VALUE "Y".
029200     88 FILE-NOT-EOF          VALUE "N".
029300 01  WS-WORK-EOF-SW           PIC X VALUE "N".
029400     88 WORK-EOF              VALUE "Y".
029500     88 WORK-NOT-EOF          VALUE "N".
029600 01  WS-CAT-EOF               PIC X VALUE "N".
029700     88 CAT-EOF               VALUE "Y".
029800     88 CAT-NOT-EOF           VALUE "N".
029900 01  WS-ACT-EOF               PIC X VALUE "N".
030000     88 ACT-EOF               VALUE "Y".
030100     88 ACT-NOT-EOF           VALUE "N".
030200 01  WS-SCUR-SW               PIC X VALUE "N".
030300     88 SCUR-WRITTEN          VALUE "Y".
030400     88 SCUR-NOT-WRITTEN      VALUE "N".
030500
030600*-----------------------------------------------------------
030700* DE SOORT VERWERKING EN HET VERZOEK
030800*-----------------------------------------------------------
030900 01  WS-MODE-X                PIC X(08).
031000 01  WS-MODE                  PIC X(01) VALUE SPACE.
031100     88 MODE-BEWAAR           VALUE "B".
031200     88 MODE-WISSEN           VALUE "W".
031300 01  WS-ID-X                  PIC X(40).
031400 01  WS-REF-X                 PIC X(40).
031500 01  WS-ZOEK-ID               PIC X(32) VALUE SPACES.
031600 01  WS-ZOEK-REF              PIC X(20) VALUE SPACES.
031700 01  WS-ZOEK-NAAM-P           PIC X(128) VALUE SPACES.
031800 01  WS-ZOEK-NAAM-R           PIC X(30) VALUE SPACES.
031900 77  WS-ID-LEN                PIC 9(03) COMP VALUE ZERO.
032000 77  WS-NAAM-P-LEN            PIC 9(03) COMP VALUE ZERO.
032100 77  WS-NAAM-R-LEN            PIC 9(03) COMP VALUE ZERO.
032200 77  WS-MASK-MIN              PIC 9(03) COMP VALUE 4.
032300 01  WS-MASK                  PIC X(128) VALUE ALL "*".
032400
032500*-----------------------------------------------------------
032600* VERKLARINGSNUMMER EN PSEUDONIEM. EEN AL GEPSEUDONIMISEERD
032700* ID BEGINT MET WS-ANON-PREFIX EN WORDT NIET OPNIEUW GEDAAN.
032800*-----------------------------------------------------------
032900 77  WS-CRT-NR                PIC 9(06) VALUE ZERO.
033000 01  WS-REG-NR-X              PIC X(06).
033100 01  WS-PSEUDONIEM.
033200     05  WS-ANON-PREFIX       PIC X(09) VALUE "AVG-ANON-".
033300     05  WS-PSEUDO-NR         PIC 9(06) VALUE ZERO.
033400 01  WS-ANON-NAAM             PIC X(14) VALUE "GEANONIMISEERD".
033500
033600*-----------------------------------------------------------
033700* DE BESTANDEN IN DE VOLGORDE VAN PARMS.DAT VELD 21-32, PLUS
033800* DE MSTUNLD-BACKUPS (ALLEEN BIJ WISSEN). PER BESTAND DE
033900* TERMIJN, DE GRENSDATUM (0 = NIET SCHONEN) EN DE TELLERS.
034000*-----------------------------------------------------------
034100 77  WS-FILE-MAX              PIC 9(02) COMP VALUE 12.
034200 77  WS-FILE-IDX              PIC 9(02) COMP VALUE ZERO.
034300 77  WS-ROW-MAX               PIC 9(02) COMP VALUE 12.
034400 01  WS-FILE-TABLE-VALUES.
034500     05  FILLER               PIC X(16) VALUE "PEOPLE.IDX".
034600     05  FILLER               PIC X(16) VALUE "SCOREHST.DAT".
034700     05  FILLER               PIC X(16) VALUE "SCORECUR.IDX".
034800     05  FILLER               PIC X(16) VALUE "SCOREMND.DAT".
034900     05  FILLER               PIC X(16) VALUE "PEOPCHG.DAT".
035000     05  FILLER               PIC X(16) VALUE "ROSTMAST.IDX".
035100     05  FILLER               PIC X(16) VALUE "ROSTAUD.DAT".
035200     05  FILLER               PIC X(16) VALUE "TRAINLOG.DAT".
035300     05  FILLER               PIC X(16) VALUE "CERTREG.IDX".
035400     05  FILLER               PIC X(16) VALUE "CERTAUD.DAT".
035500     05  FILLER               PIC X(16) VALUE "DOSSIER.DAT".
035600     05  FILLER               PIC X(16) VALUE "GENERATIES".
035700     05  FILLER               PIC X(16) VALUE "MSTUNLD-BACKUPS".
035800 01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-VALUES.
035900     05  WS-FILE-NAME         PIC X(16) OCCURS 13 TIMES.
036000 01  WS-FILE-STATS.
036100     05  WS-FILE-STAT OCCURS 13 TIMES.
036200         10  WS-TERMIJN       PIC 9(03).
036300         10  WS-GRENS         PIC 9(08).
036400         10  WS-CNT-GELEZEN   PIC 9(07) COMP.
036500         10  WS-CNT-WEG       PIC 9(07) COMP.
036600         10  WS-CNT-PSEUDO    PIC 9(07) COMP.
036700         10  WS-CNT-NOTE      PIC 9(07) COMP.
036800         10  WS-OPMERKING     PIC X(34).
036900 77  WS-TOT-WEG               PIC 9(07) COMP VALUE ZERO.
037000 77  WS-TOT-PSEUDO            PIC 9(07) COMP VALUE ZERO.
037100 77  WS-TOT-GELEZEN           PIC 9(07) COMP VALUE ZERO.
037200
037300*-----------------------------------------------------------
037400* DATUMREKENEN - RUNDATUM MIN N MAANDEN, DAG HOOGSTENS 28
037500*-----------------------------------------------------------
037600 77  WS-MND-TOTAAL            PIC 9(07) COMP VALUE ZERO.
037700 77  WS-GR-JAAR               PIC 9(04) VALUE ZERO.
037800 77  WS-GR-MAAND              PIC 9(02) VALUE ZERO.
037900 77  WS-GR-DAG                PIC 9(02) VALUE ZERO.
038000 01  WS-LINE-DATUM            PIC 9(08) VALUE ZERO.
038100 01  WS-MAAND-X               PIC X(06).
038200
038300*-----------------------------------------------------------
038400* DE ROOSTERTABEL - VOOR TRAINLOG (OP NAAM) EN CERTREG BIJ
038500* DE BEWAARTERMIJNEN. PURGE = J ALS DE INSCHRIJVING IN DEZE
038600* RUN UIT ROSTMAST VERDWIJNT.
038700*-----------------------------------------------------------
038800 77  WS-ROS-COUNT             PIC 9(05) COMP VALUE ZERO.
038900 77  WS-ROS-MAX               PIC 9(05) COMP VALUE 2000.
039000 77  WS-ROS-IDX               PIC 9(05) COMP VALUE ZERO.
039100 77  WS-ROS-HIT               PIC 9(05) COMP VALUE ZERO.
039200 01  WS-ROS-OVF-SW            PIC X VALUE "N".
039300     88 ROSTER-OVERFLOW       VALUE "Y".
039400 01  WS-ROS-TABLE.
039500     05  WS-ROS-ENTRY OCCURS 2000 TIMES.
039600         10  ROST-ID          PIC X(08).
039700         10  ROST-NAAM        PIC X(30).
039800         10  ROST-EINDDATUM   PIC 9(08).
039900         10  ROST-PURGE       PIC X(01).
040000
040100*-----------------------------------------------------------
040200* DE GENERIEKE HERSCHRIJVING VAN EEN REGELBESTAND (5000)
040300*-----------------------------------------------------------
040400 01  WS-LINE                  PIC X(1068).
040500 01  WS-LINE-OUD              PIC X(1068).
040600 01  WS-LINE-ACTIE            PIC X(01) VALUE "K".
040700     88 LINE-HOUDEN           VALUE "K".
040800     88 LINE-WEG              VALUE "V".
040900     88 LINE-PSEUDO           VALUE "P".
041000 77  WS-LINE-NR               PIC 9(07) COMP VALUE ZERO.
041100 77  WS-SEQ-CHANGED           PIC 9(07) COMP VALUE ZERO.
041200 01  WS-SEQ-FOUND-SW          PIC X VALUE "N".
041300     88 SEQ-FILE-FOUND        VALUE "Y".
041400     88 SEQ-FILE-MISSING      VALUE "N".
041500 01  WS-DOSSIER-SW            PIC X VALUE "N".
041600     88 DOSSIER-WISSEN        VALUE "Y".
041700     88 DOSSIER-HOUDEN        VALUE "N".
041800 77  WS-PTR                   PIC 9(04) COMP VALUE ZERO.
041900
042000*    SCOREHST.DAT - SCORE-HISTORY-RECORD VAN READCSV
042100 01  HST-DETAIL-LINE.
042200     05  HST-DATE             PIC 9(08).
042300     05  HST-ID               PIC X(32).
042400     05  HST-NAME             PIC X(128).
042500     05  HST-SCORE            PIC S9(07)V99.
042600     05  HST-DEPT             PIC X(20).
042700
042800*    SCOREMND.DAT - MAAND,ID,EERSTE,LAATSTE,MIN,MAX,GEM,AANTAL,
042900*    NAAM ZOALS SCORECON HEM SCHRIJFT
043000 01  WS-MND-FIELDS.
043100     05  WS-MND-FLD           PIC X(16) OCCURS 8 TIMES.
043200 01  WS-MND-ID                PIC X(40).
043300
043400*    PEOPCHG.DAT - CHG-DETAIL-LINE VAN READCSV
043500 01  PCH-DETAIL-LINE.
043600     05  PCH-DATE             PIC X(08).
043700     05  FILLER               PIC X(02).
043800     05  PCH-ACTION           PIC X(01).
043900     05  FILLER               PIC X(02).
044000     05  PCH-ID               PIC X(32).
044100     05  FILLER               PIC X(139).
044200
044300*    ROSTAUD.DAT - AUD-DETAIL-LINE VAN ROSMAINT
044400 01  RAU-DETAIL-LINE.
044500     05  RAU-DATE             PIC 9(08).
044600     05  FILLER               PIC X(01).
044700     05  RAU-TIME             PIC 9(06).
044800     05  FILLER               PIC X(02).
044900     05  RAU-OPERATOR         PIC X(08).
045000     05  FILLER               PIC X(02).
045100     05  RAU-ACTION           PIC X(08).
045200     05  FILLER               PIC X(02).
045300     05  RAU-ID               PIC X(08).
045400     05  FILLER               PIC X(75).
045500
045600*    CERTAUD.DAT - ONDERHOUDSAUDIT VAN CERTUPD
045700     COPY "MNTAUD.CPY".
045800
045900*    GENCAT.DAT - BASIS, GENERATIE, RUNDATUM, RUNVOLGNR
046000 01  WS-GCAT-BASE-X           PIC X(16).
046100 01  WS-GCAT-FILE-X           PIC X(44).
046200 01  WS-GCAT-DATE-X           PIC X(10).
046300 01  WS-GCAT-SEQ-X            PIC X(08).
046400 77  WS-GEN-COUNT             PIC 9(05) COMP VALUE ZERO.
046500 77  WS-GEN-MISSING           PIC 9(05) COMP VALUE ZERO.
046600 77  WS-GEN-CHANGED           PIC 9(05) COMP VALUE ZERO.
046700
046800*-----------------------------------------------------------
046900* MSTCAT.DAT - DE BACKUPS VAN DE PERSOONSMASTERS. DE HASH PER
047000* SLEUTEL IS H = (H * 31 + ORD(TEKEN)) MOD 999999937, DE
047100* BACKUPHASH DE SOM MODULO 10**9 - PRECIES ALS IN MSTUNLD.
047200*-----------------------------------------------------------
047300     COPY "MSTCAT.CPY".
047400 01  WS-MCAT-FIELDS.
047500     05  WS-MCAT-FLD-X        PIC X(24) OCCURS 8 TIMES.
047600 01  WS-BKP-BASE              PIC X(12) VALUE SPACES.
047700 77  WS-BKP-COUNT             PIC 9(09) COMP VALUE ZERO.
047800 77  WS-BKP-FILES             PIC 9(05) COMP VALUE ZERO.
047900 77  WS-BKP-CHANGED           PIC 9(05) COMP VALUE ZERO.
048000 77  WS-ACC-HASH              PIC 9(10) COMP VALUE ZERO.
048100 77  WS-KEY-HASH              PIC 9(12) COMP VALUE ZERO.
048200 77  WS-HASH-LEN              PIC 9(02) COMP VALUE ZERO.
048300 77  WS-HASH-IDX              PIC 9(02) COMP VALUE ZERO.
048400 01  WS-HASH-KEY              PIC X(43) VALUE SPACES.
048500
048600*-----------------------------------------------------------
048700* SCORECUR - BIJ HET PSEUDONIEM EEN VRIJ VOLGNR ZOEKEN
048800*-----------------------------------------------------------
048900 77  WS-TRY-COUNT             PIC 9(04) COMP VALUE ZERO.
049000 77  WS-SCUR-SELECTED         PIC 9(07) COMP VALUE ZERO.
049100 01  WS-NAAM-WORK             PIC X(128).
049200
049300*-----------------------------------------------------------
049400* AVGREG.DAT - EEN REGEL PER RUN, ZONDER PERSOONSGEGEVENS
049500*-----------------------------------------------------------
049600 01  REG-DETAIL-LINE.
049700     05  REG-NR               PIC 9(06).
049800     05  FILLER               PIC X(01) VALUE ",".
049900     05  REG-DATUM            PIC 9(08).
050000     05  FILLER               PIC X(01) VALUE ",".
050100     05  REG-TIJD             PIC 9(06).
050200     05  FILLER               PIC X(01) VALUE ",".
050300     05  REG-MODE             PIC X(01).
050400     05  FILLER               PIC X(01) VALUE ",".
050500     05  REG-OPERATOR         PIC X(08).
050600     05  FILLER               PIC X(01) VALUE ",".
050700     05  REG-REF              PIC X(20).
050800     05  FILLER               PIC X(01) VALUE ",".
050900     05  REG-PSEUDONIEM       PIC X(15).
051000     05  FILLER               PIC X(01) VALUE ",".
051100     05  REG-WEG              PIC 9(07).
051200     05  FILLER               PIC X(01) VALUE ",".
051300     05  REG-PSEUDO           PIC 9(07).
051400     05  FILLER               PIC X(01) VALUE ",".
051500     05  REG-ADMIN            PIC X(04).
051600 01  WS-RUN-TIJD              PIC 9(08) VALUE ZERO.
051700
051800*-----------------------------------------------------------
051900* AVGCERT.<NR> - DE VERKLARING
052000*-----------------------------------------------------------
052100 01  CRT-HEADING-1.
052200     05  FILLER               PIC X(20)
052300              VALUE "AVG-VERKLARING NR   ".
052400     05  CRT-HDG-NR           PIC 9(06).
052500     05  FILLER               PIC X(04) VALUE SPACES.
052600     05  CRT-HDG-SOORT        PIC X(40).
052700
052800 01  CRT-INFO-LINE.
052900     05  CRT-INF-LABEL        PIC X(16).
053000     05  CRT-INF-TEKST        PIC X(60).
053100
053200 01  CRT-RUN-LINE.
053300     05  FILLER               PIC X(16) VALUE "UITGEVOERD    : ".
053400     05  CRT-RUN-DATUM        PIC 9(08).
053500     05  FILLER               PIC X(01) VALUE SPACE.
053600     05  CRT-RUN-TIJD         PIC 9(06).
053700     05  FILLER               PIC X(11) VALUE "  OPERATOR ".
053800     05  CRT-RUN-OPERATOR     PIC X(08).
053900     05  FILLER               PIC X(08) VALUE "  ADMIN ".
054000     05  CRT-RUN-ADMIN        PIC X(04).
054100
054200 01  CRT-COLUMN-HEADING.
054300     05  FILLER               PIC X(18) VALUE "BESTAND".
054400     05  FILLER               PIC X(09) VALUE "TERMIJN".
054500     05  FILLER               PIC X(10) VALUE "GRENS".
054600     05  FILLER               PIC X(11) VALUE "    GELEZEN".
054700     05  FILLER               PIC X(11) VALUE " VERWIJDERD".
054800     05  FILLER               PIC X(11) VALUE "  PSEUDONIM".
054900     05  FILLER               PIC X(02) VALUE SPACES.
055000     05  FILLER               PIC X(09) VALUE "OPMERKING".
055100
055200 01  CRT-DETAIL-LINE.
055300     05  CRT-DET-BESTAND      PIC X(16).
055400     05  FILLER               PIC X(02) VALUE SPACES.
055500     05  CRT-DET-TERMIJN      PIC X(07).
055600     05  FILLER               PIC X(02) VALUE SPACES.
055700     05  CRT-DET-GRENS        PIC X(08).
055800     05  FILLER               PIC X(02) VALUE SPACES.
055900     05  CRT-DET-GELEZEN      PIC ZZZ,ZZZ,ZZ9.
056000     05  CRT-DET-WEG          PIC ZZZ,ZZZ,ZZ9.
056100     05  CRT-DET-PSEUDO       PIC ZZZ,ZZZ,ZZ9.
056200     05  FILLER               PIC X(02) VALUE SPACES.
056300     05  CRT-DET-OPMERKING    PIC X(34).
056400
056500 01  CRT-TERMIJN-ED.
056600     05  CRT-TRM-MAANDEN      PIC ZZ9.
056700     05  FILLER               PIC X(04) VALUE " MND".
056800
056900 01  CRT-TEXT-LINE.
057000     05  CRT-TXT              PIC X(76).
057100
057200 01  CRT-BLANK-LINE           PIC X(01) VALUE SPACE.
057300
057400 PROCEDURE DIVISION.
057500
057600 0000-MAINLINE.
057700     ACCEPT WS-START-TIME-RAW FROM TIME
057800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
057900     IF MODE-BEWAAR
058000         PERFORM 2000-BEWAARTERMIJNEN THRU 2000-EXIT
058100     ELSE
058200         PERFORM 3000-WISSEN THRU 3000-EXIT
058300     END-IF
058400     PERFORM 8000-WRITE-CERTIFICATE THRU 8000-EXIT
058500     PERFORM 8500-WRITE-REGISTER THRU 8500-EXIT
058600     DISPLAY "AVGVERW COMPLETE - VERKLARING "
058700             FUNCTION TRIM(WS-CRT-NAME) " - "
058800             WS-TOT-WEG " VERWIJDERD, "
058900             WS-TOT-PSEUDO " GEPSEUDONIMISEERD"
059000     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
059100     IF MNT-LOCK-HELD
059200         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
059300     END-IF
059400     STOP RUN.
059500
059600*-----------------------------------------------------------
059700* 0100-CHECK-BATCH-LOCK - REFUSE TO ERASE WHILE THE NIGHTLY
059800*                         CHAIN HOLDS SYSLOCK.DAT; HOLD THE
059900*                         MAINTENANCE MARKER OURSELVES SO THE
060000*                         CHAIN CANNOT START UNDERNEATH US.
060100*-----------------------------------------------------------
060200 0100-CHECK-BATCH-LOCK.
060300     OPEN INPUT SYS-LOCK-FILE
060400     IF WS-SYSLOCK-STATUS = "00"
060500         MOVE SPACES TO SYS-LOCK-LINE
060600         READ SYS-LOCK-FILE
060700             AT END
060800                 MOVE SPACES TO SYS-LOCK-LINE
060900         END-READ
061000         CLOSE SYS-LOCK-FILE
061100         IF SYS-LOCK-LINE NOT = SPACES
061200             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
061300                     FUNCTION TRIM(SYS-LOCK-LINE)
061400                     ") - WISSEN GEWEIGERD."
061500             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
061600                     "NIVEAU-2 OPERATOR MET LOCKBRK."
061700             MOVE 8 TO RETURN-CODE
061800             STOP RUN
061900         END-IF
062000     END-IF
062100     ACCEPT WS-LOCK-TIJD FROM TIME
062200     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
062300     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
062400     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
062500     OPEN OUTPUT MNT-LOCK-FILE
062600     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
062700     CLOSE MNT-LOCK-FILE
062800     SET MNT-LOCK-HELD TO TRUE.
062900 0100-EXIT.
063000     EXIT.
063100
063200*-----------------------------------------------------------
063300* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
063400*                         MARKER IS A RELEASED MARKER.
063500*-----------------------------------------------------------
063600 9800-RELEASE-MNT-LOCK.
063700     OPEN OUTPUT MNT-LOCK-FILE
063800     CLOSE MNT-LOCK-FILE
063900     SET MNT-LOCK-NOT-HELD TO TRUE.
064000 9800-EXIT.
064100     EXIT.
064200
064300*-----------------------------------------------------------
064400* 1000-INITIALIZE - SOORT, RUNHEADER, TERMIJNEN EN (BIJ
064500*                   WISSEN) SLOT, AUTORISATIE EN VERZOEK
064600*-----------------------------------------------------------
064700 1000-INITIALIZE.
064800     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
064900     PERFORM 1100-GET-MODE THRU 1100-EXIT
065000     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
065100             UNTIL WS-FILE-IDX > 13
065200         MOVE ZERO TO WS-TERMIJN (WS-FILE-IDX)
065300                      WS-GRENS (WS-FILE-IDX)
065400                      WS-CNT-GELEZEN (WS-FILE-IDX)
065500                      WS-CNT-WEG (WS-FILE-IDX)
065600                      WS-CNT-PSEUDO (WS-FILE-IDX)
065700                      WS-CNT-NOTE (WS-FILE-IDX)
065800         MOVE SPACES TO WS-OPMERKING (WS-FILE-IDX)
065900     END-PERFORM
066000     IF MODE-BEWAAR
066100         PERFORM 1060-GET-RUN-SEQ THRU 1060-EXIT
066200         PERFORM 1200-LOAD-PARMS THRU 1200-EXIT
066300         PERFORM 1250-COMPUTE-GRENZEN THRU 1250-EXIT
066400         MOVE "BEWAARTERMIJN" TO WS-ZOEK-REF
066500     ELSE
066600         MOVE "AVGVERW" TO MNT-PROGRAM
066700         PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
066800         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
066900         PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
067000         IF AUTHORITY-NOT-OK
067100             DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
067200                     FUNCTION TRIM(RUNHDR-OPERATOR-ID)
067300                     " - NIETS GEWIST."
067400             MOVE 8 TO RETURN-CODE
067500             PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
067600             STOP RUN
067700         END-IF
067800         PERFORM 1500-GET-REQUEST THRU 1500-EXIT
067900         MOVE 13 TO WS-ROW-MAX
068000     END-IF
068100     PERFORM 1600-NEXT-CERT-NR THRU 1600-EXIT.
068200 1000-EXIT.
068300     EXIT.
068400
068500*-----------------------------------------------------------
068600* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE
068700*-----------------------------------------------------------
068800 1050-GET-RUN-HEADER.
068900     MOVE ZERO TO RUNHDR-RUN-SEQ
069000     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
069100     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
069200     IF RUNHDR-OPERATOR-ID = SPACES
069300         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
069400     END-IF
069500     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
069600         TO RUNHDR-OPERATOR-ID
069700     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
069800     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
069900     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
070000     IF WS-ADMIN-ENV-X NOT = SPACES
070100         MOVE FUNCTION UPPER-CASE(FUNCTION
070200             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
070300     END-IF.
070400 1050-EXIT.
070500     EXIT.
070600
070700*-----------------------------------------------------------
070800* 1060-GET-RUN-SEQ - ALS KETENSTAP: RUNDATE EN RUNSEQ VAN DE
070900*                    KETEN, ANDERS EEN EIGEN VOLGNUMMER. EEN
071000*                    OPERATORRUN TREKT GEEN VOLGNUMMER.
071100*-----------------------------------------------------------
071200 1060-GET-RUN-SEQ.
071300     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
071400     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
071500     IF WS-RUNDATE-ENV-X NOT = SPACES
071600         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
071700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
071800             TO RUNHDR-RUN-DATE
071900         DISPLAY "AVGVERW: RUN DATE OVERGENOMEN UIT RUNDATE - "
072000                 RUNHDR-RUN-DATE
072100     END-IF
072200     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
072300     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
072400     IF WS-RUNSEQ-ENV-X NOT = SPACES
072500         AND FUNCTION TEST-NUMVAL(FUNCTION
072600                 TRIM(WS-RUNSEQ-ENV-X)) = 0
072700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
072800             TO RUNHDR-RUN-SEQ
072900     ELSE
073000         OPEN INPUT RUN-SEQ-FILE
073100         IF WS-RUNSEQ-STATUS = "00"
073200             READ RUN-SEQ-FILE
073300                 AT END
073400                     MOVE ZERO TO RUN-SEQ-LINE
073500             END-READ
073600             CLOSE RUN-SEQ-FILE
073700         ELSE
073800             MOVE ZERO TO RUN-SEQ-LINE
073900         END-IF
074000         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
074100         OPEN OUTPUT RUN-SEQ-FILE
074200         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
074300         WRITE RUN-SEQ-LINE
074400         CLOSE RUN-SEQ-FILE
074500     END-IF.
074600 1060-EXIT.
074700     EXIT.
074800
074900*-----------------------------------------------------------
075000* 1100-GET-MODE - AVGMODE UIT DE OMGEVING, ANDERS EEN PROMPT
075100*-----------------------------------------------------------
075200 1100-GET-MODE.
075300     DISPLAY "AVGMODE" UPON ENVIRONMENT-NAME
075400     ACCEPT WS-MODE-X FROM ENVIRONMENT-VALUE
075500     IF WS-MODE-X = SPACES
075600         DISPLAY "SOORT - B=BEWAARTERMIJNEN  W=WISSEN OP "
075700                 "VERZOEK: "
075800         ACCEPT WS-MODE-X
075900     END-IF
076000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-X))
076100         TO WS-MODE
076200     IF NOT MODE-BEWAAR AND NOT MODE-WISSEN
076300         DISPLAY "ERROR: ONBEKENDE SOORT '"
076400                 FUNCTION TRIM(WS-MODE-X) "' - NIETS GEDAAN"
076500         MOVE 8 TO RETURN-CODE
076600         STOP RUN
076700     END-IF.
076800 1100-EXIT.
076900     EXIT.
077000
077100*-----------------------------------------------------------
077200* 1200-LOAD-PARMS - DE TERMIJNEN UIT PARMS.DAT VELD 21-32; EEN
077300*                   ONTBREKEND OF ONLEESBAAR VELD HOUDT DE
077400*                   STANDAARD UIT PARMCFG.CPY
077500*-----------------------------------------------------------
077600 1200-LOAD-PARMS.
077700     OPEN INPUT PARM-FILE
077800     IF WS-PARM-STATUS NOT = "00"
077900         GO TO 1200-EXIT
078000     END-IF
078100     MOVE SPACES TO PARM-LINE
078200     READ PARM-FILE
078300         AT END
078400             MOVE SPACES TO PARM-LINE
078500     END-READ
078600     CLOSE PARM-FILE
078700     MOVE SPACES TO WS-PARM-FIELDS
078800     UNSTRING PARM-LINE DELIMITED BY ","
078900         INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
079000              WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
079100              WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
079200              WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
079300              WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
079400              WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
079500              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
079600              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
079700              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
079800              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
079900              WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
080000              WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
080100              WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
080200              WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
080300              WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
080400              WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
080500     END-UNSTRING
080600     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
080700             UNTIL WS-FILE-IDX > WS-FILE-MAX
080800         COMPUTE WS-FLD-IDX = WS-FILE-IDX + 20
080900         IF WS-PARM-FLD-X (WS-FLD-IDX) NOT = SPACES
081000             AND FUNCTION TRIM(WS-PARM-FLD-X (WS-FLD-IDX))
081100                 IS NUMERIC
081200             MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (WS-FLD-IDX))
081300                 TO PARM-AVG-BEWAAR (WS-FILE-IDX)
081400         END-IF
081500     END-PERFORM.
081600 1200-EXIT.
081700     EXIT.
081800
081900*-----------------------------------------------------------
082000* 1250-COMPUTE-GRENZEN - GRENSDATUM = RUNDATUM MIN DE TERMIJN
082100*                        IN MAANDEN, DE DAG HOOGSTENS 28 ZODAT
082200*                        ELKE MAAND HEM HEEFT. WAT ERVOOR LIGT
082300*                        IS VERLOPEN.
082400*-----------------------------------------------------------
082500 1250-COMPUTE-GRENZEN.
082600     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
082700             UNTIL WS-FILE-IDX > WS-FILE-MAX
082800         MOVE PARM-AVG-BEWAAR (WS-FILE-IDX)
082900             TO WS-TERMIJN (WS-FILE-IDX)
083000         IF WS-TERMIJN (WS-FILE-IDX) = ZERO
083100             MOVE ZERO TO WS-GRENS (WS-FILE-IDX)
083200             MOVE "GEEN TERMIJN - NIET GESCHOOND"
083300                 TO WS-OPMERKING (WS-FILE-IDX)
083400         ELSE
083500             MOVE RUNHDR-RUN-DATE (1:4) TO WS-GR-JAAR
083600             MOVE RUNHDR-RUN-DATE (5:2) TO WS-GR-MAAND
083700             MOVE RUNHDR-RUN-DATE (7:2) TO WS-GR-DAG
083800             COMPUTE WS-MND-TOTAAL = WS-GR-JAAR * 12
083900                 + WS-GR-MAAND - 1 - WS-TERMIJN (WS-FILE-IDX)
084000             COMPUTE WS-GR-JAAR = WS-MND-TOTAAL / 12
084100             COMPUTE WS-GR-MAAND =
084200                 FUNCTION MOD(WS-MND-TOTAAL, 12) + 1
084300             IF WS-GR-DAG > 28
084400                 MOVE 28 TO WS-GR-DAG
084500             END-IF
084600             COMPUTE WS-GRENS (WS-FILE-IDX) =
084700                 WS-GR-JAAR * 10000 + WS-GR-MAAND * 100
084800                 + WS-GR-DAG
084900         END-IF
085000     END-PERFORM.
085100 1250-EXIT.
085200     EXIT.
085300
085400*-----------------------------------------------------------
085500* 1300-LOAD-AUTHORITY - OPERAUTH.DAT NAAR DE TABEL
085600*-----------------------------------------------------------
085700 1300-LOAD-AUTHORITY.
085800     MOVE ZERO TO WS-AUTH-COUNT
085900     OPEN INPUT OPER-AUTH-FILE
086000     IF WS-OPERAUTH-STATUS NOT = "00"
086100         GO TO 1300-EXIT
086200     END-IF
086300     SET AUTH-NOT-EOF TO TRUE
086400     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
086500         READ OPER-AUTH-FILE
086600             AT END
086700                 SET AUTH-EOF TO TRUE
086800             NOT AT END
086900                 PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
087000         END-READ
087100     END-PERFORM
087200     CLOSE OPER-AUTH-FILE.
087300 1300-EXIT.
087400     EXIT.
087500
087600 1350-LOAD-ONE-AUTH.
087700     IF OPER-AUTH-LINE = SPACES
087800         GO TO 1350-EXIT
087900     END-IF
088000     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
088100     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
088200         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
088300     END-UNSTRING
088400     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
088500         GO TO 1350-EXIT
088600     END-IF
088700     ADD 1 TO WS-AUTH-COUNT
088800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
088900         TO AUTH-OPERATOR (WS-AUTH-COUNT)
089000     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
089100         TO AUTH-NIVEAU (WS-AUTH-COUNT).
089200 1350-EXIT.
089300     EXIT.
089400
089500*-----------------------------------------------------------
089600* 1400-CHECK-AUTHORITY - IS DE OPERATOR NIVEAU 2 OF HOGER?
089700*-----------------------------------------------------------
089800 1400-CHECK-AUTHORITY.
089900     SET AUTHORITY-NOT-OK TO TRUE
090000     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
090100         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
090200         IF AUTH-OPERATOR (WS-AUTH-IDX) = RUNHDR-OPERATOR-ID
090300             AND AUTH-NIVEAU (WS-AUTH-IDX)
090400                 >= WS-SUPERVISOR-NIVEAU
090500             SET AUTHORITY-OK TO TRUE
090600         END-IF
090700     END-PERFORM.
090800 1400-EXIT.
090900     EXIT.
091000
091100*-----------------------------------------------------------
091200* 1500-GET-REQUEST - AVGID EN AVGREF UIT DE OMGEVING, ANDERS
091300*                    EEN PROMPT. ZONDER REFERENTIE GEEN WISSEN
091400*                    - DE VERKLARING MOET NAAR HET VERZOEK
091500*                    TERUG TE VOEREN ZIJN.
091600*-----------------------------------------------------------
091700 1500-GET-REQUEST.
091800     DISPLAY "AVGID" UPON ENVIRONMENT-NAME
091900     ACCEPT WS-ID-X FROM ENVIRONMENT-VALUE
092000     IF WS-ID-X = SPACES
092100         DISPLAY "PERSOONS-ID VAN DE BETROKKENE: "
092200         ACCEPT WS-ID-X
092300     END-IF
092400     DISPLAY "AVGREF" UPON ENVIRONMENT-NAME
092500     ACCEPT WS-REF-X FROM ENVIRONMENT-VALUE
092600     IF WS-REF-X = SPACES
092700         DISPLAY "REFERENTIE VAN HET VERZOEK: "
092800         ACCEPT WS-REF-X
092900     END-IF
093000     IF WS-ID-X = SPACES OR WS-REF-X = SPACES
093100         DISPLAY "ERROR: ID EN VERZOEKREFERENTIE ZIJN VERPLICHT"
093200                 " - NIETS GEWIST."
093300         MOVE 8 TO RETURN-CODE
093400         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
093500         STOP RUN
093600     END-IF
093700     MOVE FUNCTION TRIM(WS-ID-X) TO WS-ZOEK-ID
093800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-X))
093900         TO WS-ZOEK-REF
094000     IF WS-ZOEK-ID (1:9) = WS-ANON-PREFIX
094100         DISPLAY "ERROR: ID IS AL EEN PSEUDONIEM - NIETS GEWIST."
094200         MOVE 8 TO RETURN-CODE
094300         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
094400         STOP RUN
094500     END-IF
094600     MOVE ZERO TO WS-ID-LEN
094700     INSPECT FUNCTION REVERSE(WS-ZOEK-ID)
094800         TALLYING WS-ID-LEN FOR LEADING SPACES
094900     COMPUTE WS-ID-LEN = 32 - WS-ID-LEN.
095000 1500-EXIT.
095100     EXIT.
095200
095300*-----------------------------------------------------------
095400* 1600-NEXT-CERT-NR - HET LAATSTE NUMMER IN AVGREG.DAT PLUS 1;
095500*                     HET PSEUDONIEM DRAAGT HETZELFDE NUMMER
095600*-----------------------------------------------------------
095700 1600-NEXT-CERT-NR.
095800     MOVE ZERO TO WS-CRT-NR
095900     OPEN INPUT REGISTER-FILE
096000     IF WS-REG-STATUS = "00"
096100         SET FILE-NOT-EOF TO TRUE
096200         PERFORM UNTIL FILE-EOF
096300             READ REGISTER-FILE
096400                 AT END
096500                     SET FILE-EOF TO TRUE
096600                 NOT AT END
096700                     MOVE REGISTER-LINE (1:6) TO WS-REG-NR-X
096800                     IF WS-REG-NR-X IS NUMERIC
096900                         MOVE WS-REG-NR-X TO WS-CRT-NR
097000                     END-IF
097100             END-READ
097200         END-PERFORM
097300         CLOSE REGISTER-FILE
097400     END-IF
097500     ADD 1 TO WS-CRT-NR
097600     MOVE WS-CRT-NR TO WS-PSEUDO-NR
097700     MOVE SPACES TO WS-CRT-NAME
097800     STRING "AVGCERT." WS-CRT-NR
097900         DELIMITED BY SIZE INTO WS-CRT-NAME
098000     END-STRING.
098100 1600-EXIT.
098200     EXIT.
098300
098400*-----------------------------------------------------------
098500* 2000-BEWAARTERMIJNEN - ALLE BESTANDEN LANGS. PEOPLE EERST:
098600*                        DE LAATSTE ACTIVITEIT KOMT UIT DE
098700*                        SCOREBESTANDEN VOORDAT DIE WORDEN
098800*                        GEPSEUDONIMISEERD. TRAINLOG EN CERTREG
098900*                        VOLGEN DE ROOSTERTABEL, DUS ROSTMAST
099000*                        PAS NA TRAINLOG.
099100*-----------------------------------------------------------
099200 2000-BEWAARTERMIJNEN.
099300     PERFORM 2100-LOAD-ROSTER THRU 2100-EXIT
099400     PERFORM 2200-PEOPLE-BEWAAR THRU 2200-EXIT
099500     MOVE 2 TO WS-FILE-IDX
099600     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
099700     PERFORM 4000-SCORECUR THRU 4000-EXIT
099800     MOVE 4 TO WS-FILE-IDX
099900     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
100000     MOVE 5 TO WS-FILE-IDX
100100     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
100200     MOVE 7 TO WS-FILE-IDX
100300     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
100400     MOVE 8 TO WS-FILE-IDX
100500     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
100600     IF WS-CNT-NOTE (8) > ZERO
100700         MOVE WS-CNT-NOTE (8) TO CRT-DET-GELEZEN
100800         MOVE SPACES TO WS-OPMERKING (8)
100900         STRING FUNCTION TRIM(CRT-DET-GELEZEN)
101000                " REGELS MET ONBEKENDE NAAM"
101100             DELIMITED BY SIZE INTO WS-OPMERKING (8)
101200         END-STRING
101300     END-IF
101400     PERFORM 2600-ROSTMAST-BEWAAR THRU 2600-EXIT
101500     PERFORM 2700-CERTREG-BEWAAR THRU 2700-EXIT
101600     MOVE 10 TO WS-FILE-IDX
101700     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
101800     MOVE 11 TO WS-FILE-IDX
101900     PERFORM 5000-REWRITE-IF-TERMIJN THRU 5000-EXIT
102000     IF WS-GRENS (12) > ZERO
102100         MOVE 12 TO WS-FILE-IDX
102200         MOVE "GENCAT.DAT" TO WS-SEQ-NAME
102300         PERFORM 5000-REWRITE-SEQ THRU 5000-EXIT
102400         MOVE "ALLEEN REPORT LEADER REJECTS TRAINLOG"
102500             TO WS-OPMERKING (12)
102600     END-IF.
102700 2000-EXIT.
102800     EXIT.
102900
103000*-----------------------------------------------------------
103100* 2100-LOAD-ROSTER - ROSTMAST NAAR DE TABEL; PURGE = J ALS
103200*                    DE EINDDATUM VOOR DE ROSTMAST-GRENS LIGT
103300*-----------------------------------------------------------
103400 2100-LOAD-ROSTER.
103500     MOVE ZERO TO WS-ROS-COUNT
103600     OPEN INPUT ROSTER-MASTER
103700     IF WS-ROSMAST-STATUS NOT = "00"
103800         GO TO 2100-EXIT
103900     END-IF
104000     SET FILE-NOT-EOF TO TRUE
104100     PERFORM UNTIL FILE-EOF
104200         READ ROSTER-MASTER NEXT RECORD
104300             AT END
104400                 SET FILE-EOF TO TRUE
104500             NOT AT END
104600                 PERFORM 2150-LOAD-ONE-ROSTER THRU 2150-EXIT
104700         END-READ
104800     END-PERFORM
104900     CLOSE ROSTER-MASTER
105000     IF ROSTER-OVERFLOW
105100         DISPLAY "WARNING: ROOSTERTABEL VOL (" WS-ROS-MAX
105200                 ") - TRAINLOG EN CERTREG DEELS NIET GESCHOOND"
105300         MOVE 4 TO RETURN-CODE
105400     END-IF.
105500 2100-EXIT.
105600     EXIT.
105700
105800 2150-LOAD-ONE-ROSTER.
105900     IF WS-ROS-COUNT >= WS-ROS-MAX
106000         SET ROSTER-OVERFLOW TO TRUE
106100         GO TO 2150-EXIT
106200     END-IF
106300     ADD 1 TO WS-ROS-COUNT
106400     MOVE ROS-ID TO ROST-ID (WS-ROS-COUNT)
106500     MOVE ROS-NAAM TO ROST-NAAM (WS-ROS-COUNT)
106600     MOVE ROS-EINDDATUM TO ROST-EINDDATUM (WS-ROS-COUNT)
106700     MOVE "N" TO ROST-PURGE (WS-ROS-COUNT)
106800     IF WS-GRENS (6) > ZERO
106900         AND ROS-EINDDATUM NOT = ZERO
107000         AND ROS-EINDDATUM < WS-GRENS (6)
107100         MOVE "J" TO ROST-PURGE (WS-ROS-COUNT)
107200     END-IF.
107300 2150-EXIT.
107400     EXIT.
107500
107600*-----------------------------------------------------------
107700* 2200-PEOPLE-BEWAAR - LAATSTE ACTIVITEIT PER PERSOON UIT
107800*                      SCOREHST, SCORECUR EN SCOREMND (HET
107900*                      MAANDEINDE), GESORTEERD OP ID EN DATUM
108000*                      AFLOPEND, GEMATCHT TEGEN PEOPLE.IDX IN
108100*                      SLEUTELVOLGORDE. GEEN ACTIVITEIT OF
108200*                      ALLEEN VOOR DE GRENS: WEG.
108300*-----------------------------------------------------------
108400 2200-PEOPLE-BEWAAR.
108500     IF WS-GRENS (1) = ZERO
108600         GO TO 2200-EXIT
108700     END-IF
108800     OPEN OUTPUT ACT-WORK-FILE
108900     MOVE "SCOREHST.DAT" TO WS-SEQ-NAME
109000     OPEN INPUT SEQ-FILE
109100     IF WS-SEQ-STATUS = "00"
109200         SET FILE-NOT-EOF TO TRUE
109300         PERFORM UNTIL FILE-EOF
109400             READ SEQ-FILE
109500                 AT END
109600                     SET FILE-EOF TO TRUE
109700                 NOT AT END
109800                     MOVE SEQ-LINE TO HST-DETAIL-LINE
109900                     IF HST-DATE IS NUMERIC
110000                         AND HST-ID (1:9) NOT = WS-ANON-PREFIX
110100                         MOVE HST-ID TO AW-ID
110200                         MOVE HST-DATE TO AW-DATE
110300                         WRITE ACT-WORK-RECORD
110400                     END-IF
110500             END-READ
110600         END-PERFORM
110700         CLOSE SEQ-FILE
110800     END-IF
110900     MOVE "SCOREMND.DAT" TO WS-SEQ-NAME
111000     OPEN INPUT SEQ-FILE
111100     IF WS-SEQ-STATUS = "00"
111200         SET FILE-NOT-EOF TO TRUE
111300         PERFORM UNTIL FILE-EOF
111400             READ SEQ-FILE
111500                 AT END
111600                     SET FILE-EOF TO TRUE
111700                 NOT AT END
111800                     MOVE SEQ-LINE TO WS-LINE
111900                     PERFORM 5450-SPLIT-MONTH-LINE THRU 5450-EXIT
112000                     IF WS-MAAND-X IS NUMERIC
112100                         AND WS-MND-ID (1:9) NOT = WS-ANON-PREFIX
112200                         MOVE WS-MND-ID TO AW-ID
112300                         COMPUTE AW-DATE = 31 +
112400                             FUNCTION NUMVAL(WS-MAAND-X) * 100
112500                         WRITE ACT-WORK-RECORD
112600                     END-IF
112700             END-READ
112800         END-PERFORM
112900         CLOSE SEQ-FILE
113000     END-IF
113100     OPEN INPUT SCORE-CURRENT-FILE
113200     IF WS-SCUR-STATUS = "00"
113300         SET FILE-NOT-EOF TO TRUE
113400         PERFORM UNTIL FILE-EOF
113500             READ SCORE-CURRENT-FILE NEXT RECORD
113600                 AT END
113700                     SET FILE-EOF TO TRUE
113800                 NOT AT END
113900                     IF SCK-ID (1:9) NOT = WS-ANON-PREFIX
114000                         MOVE SCK-ID TO AW-ID
114100                         MOVE SCK-DATE TO AW-DATE
114200                         WRITE ACT-WORK-RECORD
114300                     END-IF
114400             END-READ
114500         END-PERFORM
114600         CLOSE SCORE-CURRENT-FILE
114700     END-IF
114800     CLOSE ACT-WORK-FILE
114900     SORT ACT-SORT-FILE ON ASCENDING KEY AS-ID
115000                        ON DESCENDING KEY AS-DATE
115100         USING ACT-WORK-FILE
115200         GIVING ACT-SORTED-FILE
115300
115400     OPEN I-O PEOPLE-INDEXED
115500     IF WS-PIDX-STATUS NOT = "00"
115600         IF WS-PIDX-STATUS NOT = "35"
115700             DISPLAY "WARNING: PEOPLE.IDX NIET TE OPENEN - "
115800                     "STATUS " WS-PIDX-STATUS
115900             MOVE 4 TO RETURN-CODE
116000         END-IF
116100         MOVE "NIET AANWEZIG" TO WS-OPMERKING (1)
116200         GO TO 2200-EXIT
116300     END-IF
116400     OPEN INPUT ACT-SORTED-FILE
116500     SET ACT-NOT-EOF TO TRUE
116600     PERFORM 2250-READ-ACTIVITY THRU 2250-EXIT
116700     SET FILE-NOT-EOF TO TRUE
116800     PERFORM UNTIL FILE-EOF
116900         READ PEOPLE-INDEXED NEXT RECORD
117000             AT END
117100                 SET FILE-EOF TO TRUE
117200             NOT AT END
117300                 PERFORM 2300-PEOPLE-ONE THRU 2300-EXIT
117400         END-READ
117500     END-PERFORM
117600     CLOSE ACT-SORTED-FILE PEOPLE-INDEXED.
117700 2200-EXIT.
117800     EXIT.
117900
118000 2250-READ-ACTIVITY.
118100     READ ACT-SORTED-FILE
118200         AT END
118300             SET ACT-EOF TO TRUE
118400             MOVE HIGH-VALUES TO AR-ID
118500             MOVE ZERO TO AR-DATE
118600     END-READ.
118700 2250-EXIT.
118800     EXIT.
118900
119000 2300-PEOPLE-ONE.
119100     ADD 1 TO WS-CNT-GELEZEN (1)
119200     IF PIDX-ID (1:9) = WS-ANON-PREFIX
119300         GO TO 2300-EXIT
119400     END-IF
119500     PERFORM UNTIL AR-ID NOT < PIDX-ID
119600         PERFORM 2250-READ-ACTIVITY THRU 2250-EXIT
119700     END-PERFORM
119800     MOVE ZERO TO WS-LINE-DATUM
119900     IF AR-ID = PIDX-ID
120000         MOVE AR-DATE TO WS-LINE-DATUM
120100     END-IF
120200     IF WS-LINE-DATUM < WS-GRENS (1)
120300         DELETE PEOPLE-INDEXED RECORD
120400             INVALID KEY
120500                 CONTINUE
120600             NOT INVALID KEY
120700                 ADD 1 TO WS-CNT-WEG (1)
120800         END-DELETE
120900     END-IF.
121000 2300-EXIT.
121100     EXIT.
121200
121300*-----------------------------------------------------------
121400* 2600-ROSTMAST-BEWAAR - INSCHRIJVINGEN MET EEN EINDDATUM
121500*                        VOOR DE GRENS VERVALLEN
121600*-----------------------------------------------------------
121700 2600-ROSTMAST-BEWAAR.
121800     IF WS-GRENS (6) = ZERO
121900         GO TO 2600-EXIT
122000     END-IF
122100     OPEN I-O ROSTER-MASTER
122200     IF WS-ROSMAST-STATUS NOT = "00"
122300         MOVE "NIET AANWEZIG" TO WS-OPMERKING (6)
122400         GO TO 2600-EXIT
122500     END-IF
122600     SET FILE-NOT-EOF TO TRUE
122700     PERFORM UNTIL FILE-EOF
122800         READ ROSTER-MASTER NEXT RECORD
122900             AT END
123000                 SET FILE-EOF TO TRUE
123100             NOT AT END
123200                 ADD 1 TO WS-CNT-GELEZEN (6)
123300                 IF ROS-EINDDATUM NOT = ZERO
123400                     AND ROS-EINDDATUM < WS-GRENS (6)
123500                     DELETE ROSTER-MASTER RECORD
123600                         INVALID KEY
123700                             CONTINUE
123800                         NOT INVALID KEY
123900                             ADD 1 TO WS-CNT-WEG (6)
124000                     END-DELETE
124100                 END-IF
124200         END-READ
124300     END-PERFORM
124400     CLOSE ROSTER-MASTER.
124500 2600-EXIT.
124600     EXIT.
124700
124800*-----------------------------------------------------------
124900* 2700-CERTREG-BEWAAR - CERTIFICATEN VERLOPEN VOOR DE GRENS,
125000*                       OF VAN EEN INSCHRIJVING DIE IN DEZE
125100*                       RUN UIT ROSTMAST VERDWEEN
125200*-----------------------------------------------------------
125300 2700-CERTREG-BEWAAR.
125400     IF WS-GRENS (9) = ZERO
125500         GO TO 2700-EXIT
125600     END-IF
125700     OPEN I-O CERT-REGISTER
125800     IF WS-CERT-STATUS NOT = "00"
125900         MOVE "NIET AANWEZIG" TO WS-OPMERKING (9)
126000         GO TO 2700-EXIT
126100     END-IF
126200     SET FILE-NOT-EOF TO TRUE
126300     PERFORM UNTIL FILE-EOF
126400         READ CERT-REGISTER NEXT RECORD
126500             AT END
126600                 SET FILE-EOF TO TRUE
126700             NOT AT END
126800                 PERFORM 2750-CERTREG-ONE THRU 2750-EXIT
126900         END-READ
127000     END-PERFORM
127100     CLOSE CERT-REGISTER.
127200 2700-EXIT.
127300     EXIT.
127400
127500 2750-CERTREG-ONE.
127600     ADD 1 TO WS-CNT-GELEZEN (9)
127700     SET LINE-HOUDEN TO TRUE
127800     IF CERT-VERVALT NOT = ZERO
127900         AND CERT-VERVALT < WS-GRENS (9)
128000         SET LINE-WEG TO TRUE
128100     ELSE
128200         MOVE CERT-ID TO WS-HASH-KEY
128300         PERFORM 7200-FIND-ROSTER-ID THRU 7200-EXIT
128400         IF WS-ROS-HIT > ZERO
128500             IF ROST-PURGE (WS-ROS-HIT) = "J"
128600                 SET LINE-WEG TO TRUE
128700             END-IF
128800         END-IF
128900     END-IF
129000     IF LINE-WEG
129100         DELETE CERT-REGISTER RECORD
129200             INVALID KEY
129300                 CONTINUE
129400             NOT INVALID KEY
129500                 ADD 1 TO WS-CNT-WEG (9)
129600         END-DELETE
129700     END-IF.
129800 2750-EXIT.
129900     EXIT.
130000
130100*-----------------------------------------------------------
130200* 3000-WISSEN - DE BETROKKENE UIT ALLE BESTANDEN. EERST DE
130300*               MASTERS, ZODAT DE NAMEN BEKEND ZIJN VOOR
130400*               TRAINLOG EN HET MASKEREN VAN DE GENERATIES.
130500*-----------------------------------------------------------
130600 3000-WISSEN.
130700     PERFORM 3100-PEOPLE-WISSEN THRU 3100-EXIT
130800     PERFORM 3200-ROSTMAST-WISSEN THRU 3200-EXIT
130900     PERFORM 3300-CERTREG-WISSEN THRU 3300-EXIT
131000     PERFORM 4000-SCORECUR THRU 4000-EXIT
131100     PERFORM VARYING WS-FILE-IDX FROM 2 BY 1
131200             UNTIL WS-FILE-IDX > 11
131300         IF WS-FILE-IDX NOT = 3 AND WS-FILE-IDX NOT = 6
131400             AND WS-FILE-IDX NOT = 9
131500             MOVE WS-FILE-NAME (WS-FILE-IDX) TO WS-SEQ-NAME
131600             PERFORM 5000-REWRITE-SEQ THRU 5000-EXIT
131700         END-IF
131800     END-PERFORM
131900     PERFORM 6000-MASK-GENERATIONS THRU 6000-EXIT
132000     PERFORM 6500-CLEAN-BACKUPS THRU 6500-EXIT
132100     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
132200             UNTIL WS-FILE-IDX > 13
132300         ADD WS-CNT-WEG (WS-FILE-IDX) TO WS-TOT-GELEZEN
132400         ADD WS-CNT-PSEUDO (WS-FILE-IDX) TO WS-TOT-GELEZEN
132500     END-PERFORM
132600     IF WS-TOT-GELEZEN = ZERO
132700         DISPLAY "AVGVERW: BETROKKENE NERGENS GEVONDEN"
132800         IF RETURN-CODE < 4
132900             MOVE 4 TO RETURN-CODE
133000         END-IF
133100     END-IF.
133200 3000-EXIT.
133300     EXIT.
133400
133500 3100-PEOPLE-WISSEN.
133600     OPEN I-O PEOPLE-INDEXED
133700     IF WS-PIDX-STATUS NOT = "00"
133800         MOVE "NIET AANWEZIG" TO WS-OPMERKING (1)
133900         GO TO 3100-EXIT
134000     END-IF
134100     MOVE WS-ZOEK-ID TO PIDX-ID
134200     READ PEOPLE-INDEXED
134300         INVALID KEY
134400             CONTINUE
134500         NOT INVALID KEY
134600             ADD 1 TO WS-CNT-GELEZEN (1)
134700             MOVE PIDX-NAME TO WS-ZOEK-NAAM-P
134800             DELETE PEOPLE-INDEXED RECORD
134900                 INVALID KEY
135000                     CONTINUE
135100                 NOT INVALID KEY
135200                     ADD 1 TO WS-CNT-WEG (1)
135300             END-DELETE
135400     END-READ
135500     CLOSE PEOPLE-INDEXED
135600     MOVE ZERO TO WS-NAAM-P-LEN
135700     INSPECT FUNCTION REVERSE(WS-ZOEK-NAAM-P)
135800         TALLYING WS-NAAM-P-LEN FOR LEADING SPACES
135900     COMPUTE WS-NAAM-P-LEN = 128 - WS-NAAM-P-LEN.
136000 3100-EXIT.
136100     EXIT.
136200
136300 3200-ROSTMAST-WISSEN.
136400     OPEN I-O ROSTER-MASTER
136500     IF WS-ROSMAST-STATUS NOT = "00"
136600         MOVE "NIET AANWEZIG" TO WS-OPMERKING (6)
136700         GO TO 3200-EXIT
136800     END-IF
136900     MOVE WS-ZOEK-ID (1:8) TO ROS-ID
137000     READ ROSTER-MASTER
137100         INVALID KEY
137200             CONTINUE
137300         NOT INVALID KEY
137400             ADD 1 TO WS-CNT-GELEZEN (6)
137500             MOVE ROS-NAAM TO WS-ZOEK-NAAM-R
137600             DELETE ROSTER-MASTER RECORD
137700                 INVALID KEY
137800                     CONTINUE
137900                 NOT INVALID KEY
138000                     ADD 1 TO WS-CNT-WEG (6)
138100             END-DELETE
138200     END-READ
138300     CLOSE ROSTER-MASTER
138400     MOVE ZERO TO WS-NAAM-R-LEN
138500     INSPECT FUNCTION REVERSE(WS-ZOEK-NAAM-R)
138600         TALLYING WS-NAAM-R-LEN FOR LEADING SPACES
138700     COMPUTE WS-NAAM-R-LEN = 30 - WS-NAAM-R-LEN.
138800 3200-EXIT.
138900     EXIT.
139000
139100 3300-CERTREG-WISSEN.
139200     OPEN I-O CERT-REGISTER
139300     IF WS-CERT-STATUS NOT = "00"
139400         MOVE "NIET AANWEZIG" TO WS-OPMERKING (9)
139500         GO TO 3300-EXIT
139600     END-IF
139700     MOVE WS-ZOEK-ID (1:8) TO CERT-ID
139800     READ CERT-REGISTER
139900         INVALID KEY
140000             CONTINUE
140100         NOT INVALID KEY
140200             ADD 1 TO WS-CNT-GELEZEN (9)
140300             DELETE CERT-REGISTER RECORD
140400                 INVALID KEY
140500                     CONTINUE
140600                 NOT INVALID KEY
140700                     ADD 1 TO WS-CNT-WEG (9)
140800             END-DELETE
140900     END-READ
141000     CLOSE CERT-REGISTER.
141100 3300-EXIT.
141200     EXIT.
141300
141400*-----------------------------------------------------------
141500* 4000-SCORECUR - DE SLEUTEL DRAAGT HET ID, DUS PSEUDONIMISEREN
141600*                 IS VERWIJDEREN EN OPNIEUW SCHRIJVEN. PAS 1
141700*                 LEEST (ALLES OF VANAF HET ID) EN ZET DE
141800*                 GEKOZEN RECORDS IN AVGSCUR.DAT, PAS 2
141900*                 SCHRIJFT ZE TERUG ONDER HET PSEUDONIEM.
142000*-----------------------------------------------------------
142100 4000-SCORECUR.
142200     IF MODE-BEWAAR AND WS-GRENS (3) = ZERO
142300         GO TO 4000-EXIT
142400     END-IF
142500     OPEN I-O SCORE-CURRENT-FILE
142600     IF WS-SCUR-STATUS NOT = "00"
142700         MOVE "NIET AANWEZIG" TO WS-OPMERKING (3)
142800         GO TO 4000-EXIT
142900     END-IF
143000     MOVE ZERO TO WS-SCUR-SELECTED
143100     OPEN OUTPUT SCUR-WORK-FILE
143200     SET FILE-NOT-EOF TO TRUE
143300     IF MODE-WISSEN
143400         MOVE WS-ZOEK-ID TO SCK-ID
143500         MOVE ZERO TO SCK-DATE SCK-VOLGNR
143600         START SCORE-CURRENT-FILE KEY IS NOT LESS THAN SCK-KEY
143700             INVALID KEY
143800                 SET FILE-EOF TO TRUE
143900         END-START
144000     END-IF
144100     PERFORM UNTIL FILE-EOF
144200         READ SCORE-CURRENT-FILE NEXT RECORD
144300             AT END
144400                 SET FILE-EOF TO TRUE
144500             NOT AT END
144600                 PERFORM 4100-SCORECUR-SELECT THRU 4100-EXIT
144700         END-READ
144800     END-PERFORM
144900     CLOSE SCUR-WORK-FILE
145000     IF WS-SCUR-SELECTED > ZERO
145100         OPEN INPUT SCUR-WORK-FILE
145200         SET WORK-NOT-EOF TO TRUE
145300         PERFORM UNTIL WORK-EOF
145400             READ SCUR-WORK-FILE
145500                 AT END
145600                     SET WORK-EOF TO TRUE
145700                 NOT AT END
145800                     PERFORM 4200-SCORECUR-REWRITE THRU 4200-EXIT
145900             END-READ
146000         END-PERFORM
146100         CLOSE SCUR-WORK-FILE
146200     END-IF
146300     CLOSE SCORE-CURRENT-FILE
146400     IF WS-CNT-NOTE (3) > ZERO
146500         MOVE WS-CNT-NOTE (3) TO CRT-DET-GELEZEN
146600         MOVE SPACES TO WS-OPMERKING (3)
146700         STRING FUNCTION TRIM(CRT-DET-GELEZEN)
146800                " ZONDER VRIJ VOLGNR - VERWIJDERD"
146900             DELIMITED BY SIZE INTO WS-OPMERKING (3)
147000         END-STRING
147100     END-IF.
147200 4000-EXIT.
147300     EXIT.
147400
147500 4100-SCORECUR-SELECT.
147600     IF MODE-WISSEN AND SCK-ID NOT = WS-ZOEK-ID
147700         SET FILE-EOF TO TRUE
147800         GO TO 4100-EXIT
147900     END-IF
148000     ADD 1 TO WS-CNT-GELEZEN (3)
148100     IF MODE-BEWAAR
148200         IF SCK-ID (1:9) = WS-ANON-PREFIX
148300             OR SCK-DATE NOT < WS-GRENS (3)
148400             GO TO 4100-EXIT
148500         END-IF
148600     END-IF
148700     MOVE SCORE-CUR-RECORD TO SCUR-WORK-RECORD
148800     DELETE SCORE-CURRENT-FILE RECORD
148900         INVALID KEY
149000             GO TO 4100-EXIT
149100     END-DELETE
149200     WRITE SCUR-WORK-RECORD
149300     ADD 1 TO WS-SCUR-SELECTED.
149400 4100-EXIT.
149500     EXIT.
149600
149700*    EEN BEZET VOLGNR SCHUIFT DOOR; IS ER OP DIE DAG GEEN VRIJ
149800*    NUMMER MEER, DAN BLIJFT HET RECORD WEG EN TELT HET ALS
149900*    VERWIJDERD
150000 4200-SCORECUR-REWRITE.
150100     MOVE SCUR-WORK-RECORD TO SCORE-CUR-RECORD
150200     MOVE WS-PSEUDONIEM TO SCK-ID
150300     MOVE WS-ANON-NAAM TO SCK-NAME
150400     MOVE ZERO TO WS-TRY-COUNT
150500     SET SCUR-NOT-WRITTEN TO TRUE
150600     PERFORM UNTIL SCUR-WRITTEN OR WS-TRY-COUNT > 999
150700         WRITE SCORE-CUR-RECORD
150800             INVALID KEY
150900                 ADD 1 TO WS-TRY-COUNT
151000                 IF SCK-VOLGNR < 999
151100                     ADD 1 TO SCK-VOLGNR
151200                 ELSE
151300                     MOVE ZERO TO SCK-VOLGNR
151400                 END-IF
151500             NOT INVALID KEY
151600                 SET SCUR-WRITTEN TO TRUE
151700         END-WRITE
151800     END-PERFORM
151900     IF SCUR-WRITTEN
152000         ADD 1 TO WS-CNT-PSEUDO (3)
152100     ELSE
152200         ADD 1 TO WS-CNT-WEG (3)
152300         ADD 1 TO WS-CNT-NOTE (3)
152400         IF RETURN-CODE < 4
152500             MOVE 4 TO RETURN-CODE
152600         END-IF
152700     END-IF.
152800 4200-EXIT.
152900     EXIT.
153000
153100*-----------------------------------------------------------
153200* 5000-REWRITE-SEQ - EEN REGELBESTAND LANGS. 5100 BEOORDEELT
153300*                    ELKE REGEL (HOUDEN, WEG OF - AANGEPAST IN
153400*                    WS-LINE - PSEUDONIEM); WAT BLIJFT GAAT
153500*                    NAAR AVGWORK.DAT, DAT ALLEEN BIJ EEN
153600*                    WIJZIGING HET ORIGINEEL VERVANGT.
153700*                    5000-REWRITE-IF-TERMIJN DOET DIT VOOR
153800*                    WS-FILE-IDX ALS DAAR EEN TERMIJN OP STAAT.
153900*-----------------------------------------------------------
154000 5000-REWRITE-IF-TERMIJN.
154100     IF WS-GRENS (WS-FILE-IDX) = ZERO
154200         GO TO 5000-EXIT
154300     END-IF
154400     MOVE WS-FILE-NAME (WS-FILE-IDX) TO WS-SEQ-NAME.
154500
154600 5000-REWRITE-SEQ.
154700     MOVE ZERO TO WS-SEQ-CHANGED WS-LINE-NR
154800     SET DOSSIER-HOUDEN TO TRUE
154900     OPEN INPUT SEQ-FILE
155000     IF WS-SEQ-STATUS NOT = "00"
155100         SET SEQ-FILE-MISSING TO TRUE
155200         IF WS-FILE-IDX < 12
155300             MOVE "NIET AANWEZIG" TO WS-OPMERKING (WS-FILE-IDX)
155400         END-IF
155500         GO TO 5000-EXIT
155600     END-IF
155700     SET SEQ-FILE-FOUND TO TRUE
155800     OPEN OUTPUT WORK-FILE
155900     SET FILE-NOT-EOF TO TRUE
156000     PERFORM UNTIL FILE-EOF
156100         READ SEQ-FILE
156200             AT END
156300                 SET FILE-EOF TO TRUE
156400             NOT AT END
156500                 PERFORM 5050-REWRITE-ONE THRU 5050-EXIT
156600         END-READ
156700     END-PERFORM
156800     CLOSE SEQ-FILE WORK-FILE
156900     IF WS-SEQ-CHANGED > ZERO
157000         PERFORM 5900-COPY-BACK THRU 5900-EXIT
157100     END-IF.
157200 5000-EXIT.
157300     EXIT.
157400
157500 5050-REWRITE-ONE.
157600     ADD 1 TO WS-LINE-NR
157700     MOVE SEQ-LINE TO WS-LINE
157800     SET LINE-HOUDEN TO TRUE
157900     IF WS-LINE NOT = SPACES
158000         ADD 1 TO WS-CNT-GELEZEN (WS-FILE-IDX)
158100         PERFORM 5100-JUDGE-LINE THRU 5100-EXIT
158200     END-IF
158300     EVALUATE TRUE
158400         WHEN LINE-WEG
158500             ADD 1 TO WS-CNT-WEG (WS-FILE-IDX)
158600             ADD 1 TO WS-SEQ-CHANGED
158700         WHEN LINE-PSEUDO
158800             ADD 1 TO WS-CNT-PSEUDO (WS-FILE-IDX)
158900             ADD 1 TO WS-SEQ-CHANGED
159000             WRITE WORK-LINE FROM WS-LINE
159100         WHEN OTHER
159200             WRITE WORK-LINE FROM WS-LINE
159300     END-EVALUATE.
159400 5050-EXIT.
159500     EXIT.
159600
159700 5100-JUDGE-LINE.
159800     EVALUATE WS-FILE-IDX
159900         WHEN 2
160000             PERFORM 5200-JUDGE-SCOREHST THRU 5200-EXIT
160100         WHEN 4
160200             PERFORM 5400-JUDGE-SCOREMND THRU 5400-EXIT
160300         WHEN 5
160400             PERFORM 5500-JUDGE-PEOPCHG THRU 5500-EXIT
160500         WHEN 7
160600             PERFORM 5600-JUDGE-ROSTAUD THRU 5600-EXIT
160700         WHEN 8
160800             PERFORM 5700-JUDGE-TRAINLOG THRU 5700-EXIT
160900         WHEN 10
161000             PERFORM 5750-JUDGE-CERTAUD THRU 5750-EXIT
161100         WHEN 11
161200             PERFORM 5800-JUDGE-DOSSIER THRU 5800-EXIT
161300         WHEN 12
161400             IF MODE-BEWAAR
161500                 PERFORM 5820-JUDGE-GENCAT THRU 5820-EXIT
161600             ELSE
161700                 PERFORM 5850-MASK-LINE THRU 5850-EXIT
161800             END-IF
161900         WHEN 13
162000             PERFORM 5870-JUDGE-BACKUP THRU 5870-EXIT
162100     END-EVALUATE.
162200 5100-EXIT.
162300     EXIT.
162400
162500*    SCOREHST - DATUM, SCORE EN AFDELING BLIJVEN
162600 5200-JUDGE-SCOREHST.
162700     MOVE WS-LINE TO HST-DETAIL-LINE
162800     IF HST-ID (1:9) = WS-ANON-PREFIX
162900         GO TO 5200-EXIT
163000     END-IF
163100     IF MODE-BEWAAR
163200         IF HST-DATE IS NOT NUMERIC
163300             OR HST-DATE NOT < WS-GRENS (2)
163400             GO TO 5200-EXIT
163500         END-IF
163600     ELSE
163700         IF HST-ID NOT = WS-ZOEK-ID
163800             GO TO 5200-EXIT
163900         END-IF
164000     END-IF
164100     MOVE WS-PSEUDONIEM TO HST-ID
164200     MOVE WS-ANON-NAAM TO HST-NAME
164300     MOVE HST-DETAIL-LINE TO WS-LINE
164400     SET LINE-PSEUDO TO TRUE.
164500 5200-EXIT.
164600     EXIT.
164700
164800*    SCOREMND - DE MAAND TELT ALS VERLOPEN ALS HAAR LAATSTE DAG
164900*    VOOR DE GRENS LIGT; DE MAANDCIJFERS BLIJVEN
165000 5400-JUDGE-SCOREMND.
165100     PERFORM 5450-SPLIT-MONTH-LINE THRU 5450-EXIT
165200     IF WS-MND-ID (1:9) = WS-ANON-PREFIX
165300         OR WS-MAAND-X IS NOT NUMERIC
165400         GO TO 5400-EXIT
165500     END-IF
165600     IF MODE-BEWAAR
165700         COMPUTE WS-LINE-DATUM =
165800             FUNCTION NUMVAL(WS-MAAND-X) * 100 + 31
165900         IF WS-LINE-DATUM NOT < WS-GRENS (4)
166000             GO TO 5400-EXIT
166100         END-IF
166200     ELSE
166300         IF WS-MND-ID NOT = WS-ZOEK-ID
166400             GO TO 5400-EXIT
166500         END-IF
166600     END-IF
166700     MOVE SPACES TO WS-LINE
166800     STRING WS-MAAND-X ","
166900            FUNCTION TRIM(WS-PSEUDONIEM) ","
167000            FUNCTION TRIM(WS-MND-FLD (3)) ","
167100            FUNCTION TRIM(WS-MND-FLD (4)) ","
167200            FUNCTION TRIM(WS-MND-FLD (5)) ","
167300            FUNCTION TRIM(WS-MND-FLD (6)) ","
167400            FUNCTION TRIM(WS-MND-FLD (7)) ","
167500            FUNCTION TRIM(WS-MND-FLD (8)) ","
167600            WS-ANON-NAAM
167700         DELIMITED BY SIZE INTO WS-LINE
167800     END-STRING
167900     SET LINE-PSEUDO TO TRUE.
168000 5400-EXIT.
168100     EXIT.
168200
168300*    DE NAAM IS HET LAATSTE VELD EN KAN ZELF KOMMA'S BEVATTEN;
168400*    ALLEEN DE ACHT VELDEN ERVOOR WORDEN GESPLITST
168500 5450-SPLIT-MONTH-LINE.
168600     MOVE SPACES TO WS-MAAND-X WS-MND-ID WS-MND-FIELDS
168700     MOVE 1 TO WS-PTR
168800     UNSTRING WS-LINE DELIMITED BY ","
168900         INTO WS-MAAND-X WS-MND-ID
169000              WS-MND-FLD (3) WS-MND-FLD (4)
169100              WS-MND-FLD (5) WS-MND-FLD (6)
169200              WS-MND-FLD (7) WS-MND-FLD (8)
169300         WITH POINTER WS-PTR
169400     END-UNSTRING.
169500 5450-EXIT.
169600     EXIT.
169700
169800 5500-JUDGE-PEOPCHG.
169900     MOVE WS-LINE TO PCH-DETAIL-LINE
170000     IF MODE-BEWAAR
170100         IF PCH-DATE IS NUMERIC
170200             MOVE PCH-DATE TO WS-LINE-DATUM
170300             IF WS-LINE-DATUM < WS-GRENS (5)
170400                 SET LINE-WEG TO TRUE
170500             END-IF
170600         END-IF
170700     ELSE
170800         IF PCH-ID = WS-ZOEK-ID
170900             SET LINE-WEG TO TRUE
171000         END-IF
171100     END-IF.
171200 5500-EXIT.
171300     EXIT.
171400
171500 5600-JUDGE-ROSTAUD.
171600     MOVE WS-LINE TO RAU-DETAIL-LINE
171700     IF MODE-BEWAAR
171800         IF RAU-DATE IS NUMERIC
171900             AND RAU-DATE < WS-GRENS (7)
172000             SET LINE-WEG TO TRUE
172100         END-IF
172200     ELSE
172300         IF RAU-ID = WS-ZOEK-ID (1:8)
172400             SET LINE-WEG TO TRUE
172500         END-IF
172600     END-IF.
172700 5600-EXIT.
172800     EXIT.
172900
173000*    TRAINLOG DRAAGT GEEN DATUM; DE REGEL VOLGT DE INSCHRIJVING
173100*    VAN DE NAAM IN POSITIE 1-30. EEN ONBEKENDE NAAM BLIJFT
173200*    STAAN EN WORDT GETELD.
173300 5700-JUDGE-TRAINLOG.
173400     IF WS-LINE (1:30) = SPACES
173500         GO TO 5700-EXIT
173600     END-IF
173700     IF MODE-WISSEN
173800         IF (WS-ZOEK-NAAM-R NOT = SPACES
173900                 AND WS-LINE (1:30) = WS-ZOEK-NAAM-R)
174000             OR (WS-ZOEK-NAAM-P NOT = SPACES
174100                 AND WS-LINE (1:30) = WS-ZOEK-NAAM-P (1:30))
174200             SET LINE-WEG TO TRUE
174300         END-IF
174400         GO TO 5700-EXIT
174500     END-IF
174600     MOVE ZERO TO WS-ROS-HIT
174700     PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
174800             UNTIL WS-ROS-IDX > WS-ROS-COUNT OR WS-ROS-HIT > ZERO
174900         IF ROST-NAAM (WS-ROS-IDX) = WS-LINE (1:30)
175000             MOVE WS-ROS-IDX TO WS-ROS-HIT
175100         END-IF
175200     END-PERFORM
175300     IF WS-ROS-HIT = ZERO
175400         ADD 1 TO WS-CNT-NOTE (8)
175500         GO TO 5700-EXIT
175600     END-IF
175700     IF ROST-PURGE (WS-ROS-HIT) = "J"
175800         SET LINE-WEG TO TRUE
175900     END-IF
176000     IF ROST-EINDDATUM (WS-ROS-HIT) NOT = ZERO
176100         AND ROST-EINDDATUM (WS-ROS-HIT) < WS-GRENS (8)
176200         SET LINE-WEG TO TRUE
176300     END-IF.
176400 5700-EXIT.
176500     EXIT.
176600
176700 5750-JUDGE-CERTAUD.
176800     MOVE WS-LINE TO MNTAUD-DETAIL-LINE
176900     IF MODE-BEWAAR
177000         IF MNTAUD-DATE IS NUMERIC
177100             AND MNTAUD-DATE < WS-GRENS (10)
177200             SET LINE-WEG TO TRUE
177300         END-IF
177400     ELSE
177500         IF MNTAUD-IMAGE (1:8) = WS-ZOEK-ID (1:8)
177600             SET LINE-WEG TO TRUE
177700         END-IF
177800     END-IF.
177900 5750-EXIT.
178000     EXIT.
178100
178200*    DOSSIER.DAT IS EEN ENKEL DOSSIER; DE KOPREGEL BESLIST. EEN
178300*    KOPREGEL ZONDER AANMAAKDATUM IS VAN VOOR DE BEWAARTERMIJN.
178400 5800-JUDGE-DOSSIER.
178500     IF WS-LINE-NR = 1
178600         IF MODE-BEWAAR
178700             IF WS-LINE (66:8) IS NOT NUMERIC
178800                 SET DOSSIER-WISSEN TO TRUE
178900             ELSE
179000                 MOVE WS-LINE (66:8) TO WS-LINE-DATUM
179100                 IF WS-LINE-DATUM < WS-GRENS (11)
179200                     SET DOSSIER-WISSEN TO TRUE
179300                 END-IF
179400             END-IF
179500         ELSE
179600             IF WS-LINE (21:32) = WS-ZOEK-ID
179700                 SET DOSSIER-WISSEN TO TRUE
179800             END-IF
179900         END-IF
180000     END-IF
180100     IF DOSSIER-WISSEN
180200         SET LINE-WEG TO TRUE
180300     END-IF.
180400 5800-EXIT.
180500     EXIT.
180600
180700*    GENCAT.DAT - EEN VERLOPEN GENERATIE VAN EEN BASIS MET
180800*    PERSOONSGEGEVENS GAAT VAN SCHIJF EN UIT DE CATALOGUS. DE
180900*    OVERIGE BASES VALLEN ONDER DE FISCALE BEWAARPLICHT.
181000 5820-JUDGE-GENCAT.
181100     MOVE SPACES TO WS-GCAT-BASE-X WS-GCAT-FILE-X
181200                    WS-GCAT-DATE-X WS-GCAT-SEQ-X
181300     UNSTRING WS-LINE DELIMITED BY ","
181400         INTO WS-GCAT-BASE-X WS-GCAT-FILE-X
181500              WS-GCAT-DATE-X WS-GCAT-SEQ-X
181600     END-UNSTRING
181700     IF FUNCTION TRIM(WS-GCAT-DATE-X) IS NOT NUMERIC
181800         GO TO 5820-EXIT
181900     END-IF
182000     EVALUATE FUNCTION TRIM(WS-GCAT-BASE-X)
182100         WHEN "REPORT.DAT"
182200         WHEN "LEADER.DAT"
182300         WHEN "REJECTS.DAT"
182400         WHEN "TRAINLOG.DAT"
182500             CONTINUE
182600         WHEN OTHER
182700             GO TO 5820-EXIT
182800     END-EVALUATE
182900     MOVE FUNCTION NUMVAL(WS-GCAT-DATE-X) TO WS-LINE-DATUM
183000     IF WS-LINE-DATUM NOT < WS-GRENS (12)
183100         GO TO 5820-EXIT
183200     END-IF
183300     MOVE FUNCTION TRIM(WS-GCAT-FILE-X) TO WS-DELETE-NAME
183400     MOVE RETURN-CODE TO WS-SAVE-RC
183500     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
183600     IF RETURN-CODE NOT = ZERO
183700         DISPLAY "WARNING: KON GENERATIE NIET VERWIJDEREN: "
183800                 FUNCTION TRIM(WS-DELETE-NAME)
183900     END-IF
184000     MOVE WS-SAVE-RC TO RETURN-CODE
184100     SET LINE-WEG TO TRUE.
184200 5820-EXIT.
184300     EXIT.
184400
184500*    GENERATIES ZIJN RAPPORTEN IN ALLERLEI OPMAAK; HET ID EN DE
184600*    NAMEN WORDEN OP HUN PLAATS GEMASKEERD, ZO BLIJFT DE OPMAAK
184700*    STAAN. TE KORTE WAARDEN ZOUDEN WILLEKEURIGE TEKST RAKEN.
184800 5850-MASK-LINE.
184900     MOVE WS-LINE TO WS-LINE-OUD
185000     IF WS-ID-LEN >= WS-MASK-MIN
185100         INSPECT WS-LINE REPLACING ALL WS-ZOEK-ID (1:WS-ID-LEN)
185200             BY WS-MASK (1:WS-ID-LEN)
185300     END-IF
185400     IF WS-NAAM-P-LEN >= WS-MASK-MIN
185500         INSPECT WS-LINE REPLACING ALL
185600             WS-ZOEK-NAAM-P (1:WS-NAAM-P-LEN)
185700             BY WS-MASK (1:WS-NAAM-P-LEN)
185800     END-IF
185900     IF WS-NAAM-R-LEN >= WS-MASK-MIN
186000         INSPECT WS-LINE REPLACING ALL
186100             WS-ZOEK-NAAM-R (1:WS-NAAM-R-LEN)
186200             BY WS-MASK (1:WS-NAAM-R-LEN)
186300     END-IF
186400     IF WS-LINE NOT = WS-LINE-OUD
186500         SET LINE-PSEUDO TO TRUE
186600     END-IF.
186700 5850-EXIT.
186800     EXIT.
186900
187000*    MSTUNLD-BACKUP - RECORDBEELD MET DE SLEUTEL VOORAAN; WAT
187100*    BLIJFT TELT MEE IN HET NIEUWE AANTAL EN DE NIEUWE HASH
187200 5870-JUDGE-BACKUP.
187300     EVALUATE WS-BKP-BASE
187400         WHEN "PEOPLE"
187500             IF WS-LINE (1:32) = WS-ZOEK-ID
187600                 SET LINE-WEG TO TRUE
187700             END-IF
187800         WHEN "ROSTMAST"
187900         WHEN "CERTREG"
188000             IF WS-LINE (1:8) = WS-ZOEK-ID (1:8)
188100                 SET LINE-WEG TO TRUE
188200             END-IF
188300         WHEN "SCORECUR"
188400             IF WS-LINE (1:32) = WS-ZOEK-ID
188500                 MOVE WS-PSEUDONIEM TO WS-LINE (1:32)
188600                 MOVE WS-ANON-NAAM TO WS-LINE (44:128)
188700                 SET LINE-PSEUDO TO TRUE
188800             END-IF
188900     END-EVALUATE
189000     IF NOT LINE-WEG
189100         ADD 1 TO WS-BKP-COUNT
189200         MOVE WS-LINE (1:WS-HASH-LEN) TO WS-HASH-KEY
189300         PERFORM 7500-HASH-KEY THRU 7500-EXIT
189400     END-IF.
189500 5870-EXIT.
189600     EXIT.
189700
189800*    AVGWORK.DAT TERUG OVER HET ORIGINEEL
189900 5900-COPY-BACK.
190000     OPEN INPUT WORK-FILE
190100     OPEN OUTPUT SEQ-FILE
190200     SET WORK-NOT-EOF TO TRUE
190300     PERFORM UNTIL WORK-EOF
190400         READ WORK-FILE
190500             AT END
190600                 SET WORK-EOF TO TRUE
190700             NOT AT END
190800                 WRITE SEQ-LINE FROM WORK-LINE
190900         END-READ
191000     END-PERFORM
191100     CLOSE WORK-FILE SEQ-FILE.
191200 5900-EXIT.
191300     EXIT.
191400
191500*-----------------------------------------------------------
191600* 6000-MASK-GENERATIONS - ELKE GENERATIE IN GENCAT.DAT
191700*                         DOORZOEKEN EN MASKEREN
191800*-----------------------------------------------------------
191900 6000-MASK-GENERATIONS.
192000     MOVE 12 TO WS-FILE-IDX
192100     MOVE ZERO TO WS-GEN-COUNT WS-GEN-MISSING WS-GEN-CHANGED
192200     MOVE "GENCAT.DAT" TO WS-CAT-NAME
192300     OPEN INPUT CATALOG-FILE
192400     IF WS-CAT-STATUS NOT = "00"
192500         MOVE "GEEN GENCAT.DAT" TO WS-OPMERKING (12)
192600         GO TO 6000-EXIT
192700     END-IF
192800     SET CAT-NOT-EOF TO TRUE
192900     PERFORM UNTIL CAT-EOF
193000         READ CATALOG-FILE
193100             AT END
193200                 SET CAT-EOF TO TRUE
193300             NOT AT END
193400                 PERFORM 6100-MASK-ONE-GENERATION THRU 6100-EXIT
193500         END-READ
193600     END-PERFORM
193700     CLOSE CATALOG-FILE
193800     MOVE WS-GEN-COUNT TO CRT-DET-GELEZEN
193900     MOVE WS-GEN-CHANGED TO CRT-DET-WEG
194000     MOVE SPACES TO WS-OPMERKING (12)
194100     STRING FUNCTION TRIM(CRT-DET-WEG) " VAN "
194200            FUNCTION TRIM(CRT-DET-GELEZEN)
194300            " GENERATIES GEMASKEERD"
194400         DELIMITED BY SIZE INTO WS-OPMERKING (12)
194500     END-STRING
194600     IF WS-ID-LEN < WS-MASK-MIN
194700         MOVE "ID TE KORT - ALLEEN NAMEN GEMASKEERD"
194800             TO WS-OPMERKING (12)
194900     END-IF.
195000 6000-EXIT.
195100     EXIT.
195200
195300 6100-MASK-ONE-GENERATION.
195400     IF CATALOG-LINE = SPACES
195500         GO TO 6100-EXIT
195600     END-IF
195700     MOVE SPACES TO WS-GCAT-BASE-X WS-GCAT-FILE-X
195800                    WS-GCAT-DATE-X WS-GCAT-SEQ-X
195900     UNSTRING CATALOG-LINE DELIMITED BY ","
196000         INTO WS-GCAT-BASE-X WS-GCAT-FILE-X
196100              WS-GCAT-DATE-X WS-GCAT-SEQ-X
196200     END-UNSTRING
196300     IF WS-GCAT-FILE-X = SPACES
196400         GO TO 6100-EXIT
196500     END-IF
196600     ADD 1 TO WS-GEN-COUNT
196700     MOVE FUNCTION TRIM(WS-GCAT-FILE-X) TO WS-SEQ-NAME
196800     PERFORM 5000-REWRITE-SEQ THRU 5000-EXIT
196900     IF SEQ-FILE-MISSING
197000         ADD 1 TO WS-GEN-MISSING
197100     END-IF
197200     IF WS-SEQ-CHANGED > ZERO
197300         ADD 1 TO WS-GEN-CHANGED
197400     END-IF.
197500 6100-EXIT.
197600     EXIT.
197700
197800*-----------------------------------------------------------
197900* 6500-CLEAN-BACKUPS - DE MSTUNLD-BACKUPS VAN PEOPLE, ROSTMAST,
198000*                      CERTREG EN SCORECUR. EEN GEWIJZIGDE
198100*                      BACKUP KRIJGT IN MSTCAT.DAT ZIJN NIEUWE
198200*                      AANTAL EN HASH, ZODAT MSTRELD HEM BLIJFT
198300*                      VERTROUWEN.
198400*-----------------------------------------------------------
198500 6500-CLEAN-BACKUPS.
198600     MOVE 13 TO WS-FILE-IDX
198700     MOVE ZERO TO WS-BKP-FILES WS-BKP-CHANGED
198800     MOVE "MSTCAT.DAT" TO WS-CAT-NAME
198900     OPEN INPUT CATALOG-FILE
199000     IF WS-CAT-STATUS NOT = "00"
199100         MOVE "GEEN MSTCAT.DAT" TO WS-OPMERKING (13)
199200         GO TO 6500-EXIT
199300     END-IF
199400     OPEN OUTPUT CAT-WORK-FILE
199500     SET CAT-NOT-EOF TO TRUE
199600     PERFORM UNTIL CAT-EOF
199700         READ CATALOG-FILE
199800             AT END
199900                 SET CAT-EOF TO TRUE
200000             NOT AT END
200100                 PERFORM 6600-CLEAN-ONE-BACKUP THRU 6600-EXIT
200200         END-READ
200300     END-PERFORM
200400     CLOSE CATALOG-FILE CAT-WORK-FILE
200500     IF WS-BKP-CHANGED > ZERO
200600         OPEN INPUT CAT-WORK-FILE
200700         OPEN OUTPUT CATALOG-FILE
200800         SET CAT-NOT-EOF TO TRUE
200900         PERFORM UNTIL CAT-EOF
201000             READ CAT-WORK-FILE
201100                 AT END
201200                     SET CAT-EOF TO TRUE
201300                 NOT AT END
201400                     WRITE CATALOG-LINE FROM CAT-WORK-LINE
201500             END-READ
201600         END-PERFORM
201700         CLOSE CAT-WORK-FILE CATALOG-FILE
201800     END-IF
201900     MOVE WS-BKP-FILES TO CRT-DET-GELEZEN
202000     MOVE WS-BKP-CHANGED TO CRT-DET-WEG
202100     MOVE SPACES TO WS-OPMERKING (13)
202200     STRING FUNCTION TRIM(CRT-DET-WEG) " VAN "
202300            FUNCTION TRIM(CRT-DET-GELEZEN)
202400            " BACKUPS HERSCHREVEN"
202500         DELIMITED BY SIZE INTO WS-OPMERKING (13)
202600     END-STRING.
202700 6500-EXIT.
202800     EXIT.
202900
203000 6600-CLEAN-ONE-BACKUP.
203100     MOVE CATALOG-LINE TO CAT-WORK-LINE
203200     MOVE SPACES TO WS-MCAT-FIELDS
203300     UNSTRING CATALOG-LINE DELIMITED BY ","
203400         INTO WS-MCAT-FLD-X (1) WS-MCAT-FLD-X (2)
203500              WS-MCAT-FLD-X (3) WS-MCAT-FLD-X (4)
203600              WS-MCAT-FLD-X (5) WS-MCAT-FLD-X (6)
203700              WS-MCAT-FLD-X (7) WS-MCAT-FLD-X (8)
203800     END-UNSTRING
203900     MOVE FUNCTION TRIM(WS-MCAT-FLD-X (1)) TO WS-BKP-BASE
204000     EVALUATE WS-BKP-BASE
204100         WHEN "PEOPLE"
204200         WHEN "SCORECUR"
204300             MOVE 32 TO WS-HASH-LEN
204400         WHEN "ROSTMAST"
204500         WHEN "CERTREG"
204600             MOVE 8 TO WS-HASH-LEN
204700         WHEN OTHER
204800             WRITE CAT-WORK-LINE
204900             GO TO 6600-EXIT
205000     END-EVALUATE
205100     IF WS-BKP-BASE = "SCORECUR"
205200         MOVE 43 TO WS-HASH-LEN
205300     END-IF
205400     ADD 1 TO WS-BKP-FILES
205500     MOVE ZERO TO WS-BKP-COUNT WS-ACC-HASH
205600     MOVE FUNCTION TRIM(WS-MCAT-FLD-X (2)) TO WS-SEQ-NAME
205700     PERFORM 5000-REWRITE-SEQ THRU 5000-EXIT
205800     IF WS-SEQ-CHANGED > ZERO
205900         ADD 1 TO WS-BKP-CHANGED
206000         MOVE WS-BKP-BASE TO MCAT-BASE
206100         MOVE FUNCTION TRIM(WS-MCAT-FLD-X (2)) TO MCAT-FILE
206200         MOVE FUNCTION NUMVAL(WS-MCAT-FLD-X (3)) TO MCAT-DATE
206300         MOVE FUNCTION NUMVAL(WS-MCAT-FLD-X (4)) TO MCAT-SEQ
206400         MOVE FUNCTION NUMVAL(WS-MCAT-FLD-X (5))
206500             TO MCAT-STAMP-DATE
206600         MOVE FUNCTION NUMVAL(WS-MCAT-FLD-X (6))
206700             TO MCAT-STAMP-TIME
206800         MOVE WS-BKP-COUNT TO MCAT-COUNT
206900         MOVE WS-ACC-HASH TO MCAT-HASH
207000         MOVE MCAT-DETAIL-LINE TO CAT-WORK-LINE
207100     END-IF
207200     WRITE CAT-WORK-LINE.
207300 6600-EXIT.
207400     EXIT.
207500
207600*-----------------------------------------------------------
207700* 7200-FIND-ROSTER-ID - WS-HASH-KEY (1:8) IN DE ROOSTERTABEL;
207800*                       WS-ROS-HIT = 0 ALS ONBEKEND
207900*-----------------------------------------------------------
208000 7200-FIND-ROSTER-ID.
208100     MOVE ZERO TO WS-ROS-HIT
208200     PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
208300             UNTIL WS-ROS-IDX > WS-ROS-COUNT OR WS-ROS-HIT > ZERO
208400         IF ROST-ID (WS-ROS-IDX) = WS-HASH-KEY (1:8)
208500             MOVE WS-ROS-IDX TO WS-ROS-HIT
208600         END-IF
208700     END-PERFORM.
208800 7200-EXIT.
208900     EXIT.
209000
209100*-----------------------------------------------------------
209200* 7500-HASH-KEY - DE HASH VAN WS-HASH-KEY (1:WS-HASH-LEN)
209300*                 OPTELLEN BIJ WS-ACC-HASH, ALS IN MSTUNLD
209400*-----------------------------------------------------------
209500 7500-HASH-KEY.
209600     MOVE ZERO TO WS-KEY-HASH
209700     PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
209800             UNTIL WS-HASH-IDX > WS-HASH-LEN
209900         COMPUTE WS-KEY-HASH = FUNCTION MOD(WS-KEY-HASH * 31
210000             + FUNCTION ORD(WS-HASH-KEY (WS-HASH-IDX:1)),
210100             999999937)
210200     END-PERFORM
210300     ADD WS-KEY-HASH TO WS-ACC-HASH
210400     IF WS-ACC-HASH >= 1000000000
210500         SUBTRACT 1000000000 FROM WS-ACC-HASH
210600     END-IF.
210700 7500-EXIT.
210800     EXIT.
210900
211000*-----------------------------------------------------------
211100* 8000-WRITE-CERTIFICATE - AVGCERT.<NR>: WAT ER IS GEDAAN, PER
211200*                          BESTAND, ZONDER ID OF NAAM
211300*-----------------------------------------------------------
211400 8000-WRITE-CERTIFICATE.
211500     ACCEPT WS-RUN-TIJD FROM TIME
211600     MOVE ZERO TO WS-TOT-WEG WS-TOT-PSEUDO WS-TOT-GELEZEN
211700     OPEN OUTPUT CERTIFICATE-FILE
211800     MOVE WS-CRT-NR TO CRT-HDG-NR
211900     IF MODE-BEWAAR
212000         MOVE "BEWAARTERMIJNEN" TO CRT-HDG-SOORT
212100     ELSE
212200         MOVE "WISSEN OP VERZOEK VAN DE BETROKKENE"
212300             TO CRT-HDG-SOORT
212400     END-IF
212500     WRITE CERTIFICATE-LINE FROM CRT-HEADING-1
212600     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
212700     MOVE "REFERENTIE    : " TO CRT-INF-LABEL
212800     MOVE WS-ZOEK-REF TO CRT-INF-TEKST
212900     WRITE CERTIFICATE-LINE FROM CRT-INFO-LINE
213000     MOVE "PSEUDONIEM    : " TO CRT-INF-LABEL
213100     MOVE WS-PSEUDONIEM TO CRT-INF-TEKST
213200     WRITE CERTIFICATE-LINE FROM CRT-INFO-LINE
213300     MOVE RUNHDR-RUN-DATE TO CRT-RUN-DATUM
213400     MOVE WS-RUN-TIJD (1:6) TO CRT-RUN-TIJD
213500     MOVE RUNHDR-OPERATOR-ID TO CRT-RUN-OPERATOR
213600     MOVE RUNHDR-ADMIN TO CRT-RUN-ADMIN
213700     WRITE CERTIFICATE-LINE FROM CRT-RUN-LINE
213800     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
213900     WRITE CERTIFICATE-LINE FROM CRT-COLUMN-HEADING
214000     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
214100             UNTIL WS-FILE-IDX > WS-ROW-MAX
214200         PERFORM 8100-WRITE-ROW THRU 8100-EXIT
214300     END-PERFORM
214400     MOVE SPACES TO CRT-DET-BESTAND CRT-DET-TERMIJN
214500                    CRT-DET-GRENS CRT-DET-OPMERKING
214600     MOVE "TOTAAL" TO CRT-DET-BESTAND
214700     MOVE WS-TOT-GELEZEN TO CRT-DET-GELEZEN
214800     MOVE WS-TOT-WEG TO CRT-DET-WEG
214900     MOVE WS-TOT-PSEUDO TO CRT-DET-PSEUDO
215000     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
215100     WRITE CERTIFICATE-LINE FROM CRT-DETAIL-LINE
215200     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
215300     IF MODE-WISSEN AND WS-TOT-WEG + WS-TOT-PSEUDO = ZERO
215400         MOVE "VAN DE BETROKKENE ZIJN GEEN GEGEVENS GEVONDEN."
215500             TO CRT-TXT
215600         WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
215700     END-IF
215800     MOVE "GEAGGREGEERDE GEGEVENS (SCORES, AFDELINGS- EN"
215900         TO CRT-TXT
216000     WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
216100     MOVE "MAANDTOTALEN) ZIJN BEWAARD; DE PERSOONSGEGEVENS ZIJN"
216200         TO CRT-TXT
216300     WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
216400     MOVE "VERWIJDERD OF VERVANGEN DOOR HET PSEUDONIEM."
216500         TO CRT-TXT
216600     WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
216700     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
216800     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
216900     MOVE "AKKOORD FUNCTIONARIS GEGEVENSBESCHERMING:"
217000         TO CRT-TXT
217100     WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
217200     WRITE CERTIFICATE-LINE FROM CRT-BLANK-LINE
217300     MOVE "NAAM __________________  PARAAF _______  DATUM _______"
217400         TO CRT-TXT
217500     WRITE CERTIFICATE-LINE FROM CRT-TEXT-LINE
217600     CLOSE CERTIFICATE-FILE.
217700 8000-EXIT.
217800     EXIT.
217900
218000 8100-WRITE-ROW.
218100     MOVE WS-FILE-NAME (WS-FILE-IDX) TO CRT-DET-BESTAND
218200     IF MODE-BEWAAR
218300         MOVE WS-TERMIJN (WS-FILE-IDX) TO CRT-TRM-MAANDEN
218400         MOVE CRT-TERMIJN-ED TO CRT-DET-TERMIJN
218500         IF WS-GRENS (WS-FILE-IDX) = ZERO
218600             MOVE "-" TO CRT-DET-GRENS
218700         ELSE
218800             MOVE WS-GRENS (WS-FILE-IDX) TO CRT-DET-GRENS
218900         END-IF
219000     ELSE
219100         MOVE "-" TO CRT-DET-TERMIJN
219200         MOVE "VERZOEK" TO CRT-DET-GRENS
219300     END-IF
219400     MOVE WS-CNT-GELEZEN (WS-FILE-IDX) TO CRT-DET-GELEZEN
219500     MOVE WS-CNT-WEG (WS-FILE-IDX) TO CRT-DET-WEG
219600     MOVE WS-CNT-PSEUDO (WS-FILE-IDX) TO CRT-DET-PSEUDO
219700     MOVE WS-OPMERKING (WS-FILE-IDX) TO CRT-DET-OPMERKING
219800     WRITE CERTIFICATE-LINE FROM CRT-DETAIL-LINE
219900     ADD WS-CNT-GELEZEN (WS-FILE-IDX) TO WS-TOT-GELEZEN
220000     ADD WS-CNT-WEG (WS-FILE-IDX) TO WS-TOT-WEG
220100     ADD WS-CNT-PSEUDO (WS-FILE-IDX) TO WS-TOT-PSEUDO.
220200 8100-EXIT.
220300     EXIT.
220400
220500*-----------------------------------------------------------
220600* 8500-WRITE-REGISTER - EEN REGEL ERBIJ IN AVGREG.DAT
220700*-----------------------------------------------------------
220800 8500-WRITE-REGISTER.
220900     OPEN EXTEND REGISTER-FILE
221000     IF WS-REG-STATUS = "35"
221100         OPEN OUTPUT REGISTER-FILE
221200     END-IF
221300     MOVE WS-CRT-NR TO REG-NR
221400     MOVE RUNHDR-RUN-DATE TO REG-DATUM
221500     MOVE WS-RUN-TIJD (1:6) TO REG-TIJD
221600     MOVE WS-MODE TO REG-MODE
221700     MOVE RUNHDR-OPERATOR-ID TO REG-OPERATOR
221800     MOVE WS-ZOEK-REF TO REG-REF
221900     MOVE WS-PSEUDONIEM TO REG-PSEUDONIEM
222000     MOVE WS-TOT-WEG TO REG-WEG
222100     MOVE WS-TOT-PSEUDO TO REG-PSEUDO
222200     MOVE RUNHDR-ADMIN TO REG-ADMIN
222300     WRITE REGISTER-LINE FROM REG-DETAIL-LINE
222400     CLOSE REGISTER-FILE.
222500 8500-EXIT.
222600     EXIT.
222700
222800*-----------------------------------------------------------
222900* 9000-WRITE-RUN-JOURNAL - COUNT-1 VERWIJDERD, COUNT-2
223000*                          GEPSEUDONIMISEERD
223100*-----------------------------------------------------------
223200 9000-WRITE-RUN-JOURNAL.
223300     ACCEPT WS-END-TIME-RAW FROM TIME
223400     OPEN EXTEND RUN-JOURNAL-FILE
223500     IF WS-JRNL-STATUS = "35"
223600         OPEN OUTPUT RUN-JOURNAL-FILE
223700     END-IF
223800     MOVE "AVGVERW" TO JRNL-PROGRAM
223900     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
224000     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
224100     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
224200     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
224300     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
224400     MOVE RETURN-CODE TO JRNL-RC
224500     MOVE WS-TOT-WEG TO JRNL-COUNT-1
224600     MOVE WS-TOT-PSEUDO TO JRNL-COUNT-2
224700     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
224800     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
224900     CLOSE RUN-JOURNAL-FILE.
225000 9000-EXIT.
225100     EXIT.
