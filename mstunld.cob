000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSTUNLD.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - NACHTELIJKE UNLOAD VAN DE
001300*                  GEINDEXEERDE STAMBESTANDEN. HSKEEP BEWAART
001400*                  ALLEEN GENERATIES VAN DE PLATTE UITVOER;
001500*                  VOOR ARTMAST.IDX, KLANTMST.IDX, ROSTMAST.IDX,
001600*                  PEOPLE.IDX, SCORECUR.IDX EN CERTREG.IDX WAS
001700*                  DE SYSTEEMBACKUP HET ENIGE VANGNET. ELKE
001800*                  AANWEZIGE MASTER WORDT IN SLEUTELVOLGORDE
001900*                  ALS RUW RECORDBEELD NAAR <BASE>.U<RUNSEQ>
002000*                  GESCHREVEN EN IN MSTCAT.DAT GECATALOGISEERD
002100*                  (MSTCAT.CPY) MET RUNDATUM, VOLGNR, KLOKTIJD
002200*                  VAN DE UNLOAD, AANTAL RECORDS EN EEN
002300*                  SLEUTELHASH. PER MASTER BLIJVEN DE LAATSTE
002400*                  MSTBEWAAR (OMGEVINGSVARIABELE, DEFAULT 7)
002500*                  BACKUPS STAAN; OUDERE WORDEN VAN SCHIJF
002600*                  VERWIJDERD. EEN ONTBREKENDE MASTER WORDT
002700*                  GEMELD EN OVERGESLAGEN; EEN LEESFOUT OF EEN
002800*                  VOLLE CATALOGUS IS RC 8. MSTRELD ZET EEN
002900*                  BACKUP TERUG EN WERKT HEM BIJ UIT DE LOGS.
00290A* 2026-10-15  BJS  PEOPLE.IDX-RECORD UITGEBREID MET PIDX-AFDELING
00290B*                  EN PIDX-INDIENST (ZIE READCSV).
00290C* 2026-10-15  BJS  CERTREG.IDX-RECORD UITGEBREID MET CERT-SCENARIO
00290D*                  EN CERT-VERSIE (ZIE CERTUPD).
00290E* 2026-10-15  BJS  OOK OPENPOST.IDX (ENIGE PLAATS VAN DE
00290F*                  BETAALHISTORIE PER POST), LEVMAST.IDX,
00290G*                  INKORDER.IDX, VERKORD.IDX, TRNSESS.IDX EN
00290H*                  TRNBOEK.IDX. HET RECORDBEELD IS 400 POSITIES
00290I*                  (OPENPOST IS 337); DE CATALOGUS HOUDT 1200
00290J*                  REGELS.
003000*-----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ART-NUMMER
003900         FILE STATUS IS WS-MST-STATUS.
004000
004100     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS KLA-NUMMER
004500         FILE STATUS IS WS-MST-STATUS.
004600
004700     SELECT ROSTER-MASTER ASSIGN TO "ROSTMAST.IDX"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS ROS-ID
005100         FILE STATUS IS WS-MST-STATUS.
005200
005300     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PIDX-ID
005700         FILE STATUS IS WS-MST-STATUS.
005800
005900     SELECT SCORE-CURRENT-FILE ASSIGN TO "SCORECUR.IDX"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS SCK-KEY
006300         FILE STATUS IS WS-MST-STATUS.
006400
006500     SELECT CERT-REGISTER ASSIGN TO "CERTREG.IDX"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CERT-ID
006801         FILE STATUS IS WS-MST-STATUS.
006802
006803     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
006804         ORGANIZATION IS INDEXED
006805         ACCESS MODE IS DYNAMIC
006806         RECORD KEY IS OPN-FACTUUR
006807         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
006808         FILE STATUS IS WS-MST-STATUS.
006809
00680A     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
00680B         ORGANIZATION IS INDEXED
00680C         ACCESS MODE IS DYNAMIC
00680D         RECORD KEY IS LEV-NUMMER
00680E         FILE STATUS IS WS-MST-STATUS.
00680F
00680G     SELECT INKOOPORDER-FILE ASSIGN TO "INKORDER.IDX"
00680H         ORGANIZATION IS INDEXED
00680I         ACCESS MODE IS DYNAMIC
00680J         RECORD KEY IS INK-SLEUTEL
00680K         FILE STATUS IS WS-MST-STATUS.
00680L
00680M     SELECT VERKOOPORDER-FILE ASSIGN TO "VERKORD.IDX"
00680N         ORGANIZATION IS INDEXED
00680O         ACCESS MODE IS DYNAMIC
00680P         RECORD KEY IS VKO-SLEUTEL
00680Q         FILE STATUS IS WS-MST-STATUS.
00680R
00680S     SELECT TRAINING-SESSIE-MASTER ASSIGN TO "TRNSESS.IDX"
00680T         ORGANIZATION IS INDEXED
00680U         ACCESS MODE IS DYNAMIC
00680V         RECORD KEY IS SES-KEY
00680W         FILE STATUS IS WS-MST-STATUS.
00680X
00680Y     SELECT TRAINING-BOEKING-FILE ASSIGN TO "TRNBOEK.IDX"
00680Z         ORGANIZATION IS INDEXED
006810         ACCESS MODE IS DYNAMIC
006811         RECORD KEY IS BKG-KEY
006900         FILE STATUS IS WS-MST-STATUS.
007000
007100     SELECT UNLOAD-FILE ASSIGN TO DYNAMIC WS-UNL-NAME
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-UNL-STATUS.
007400
007500     SELECT CATALOG-FILE ASSIGN TO "MSTCAT.DAT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CAT-STATUS.
007800
007900     SELECT UNLD-REPORT-FILE ASSIGN TO "MSTURPT.DAT"
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-RUNSEQ-STATUS.
008500
008600     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-JRNL-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  ARTIKEL-MASTER.
009300     COPY "ARTMAST.CPY".
009400
009500 FD  KLANT-MASTER.
009600     COPY "KLANTMST.CPY".
009700
009800 FD  ROSTER-MASTER.
009900 01  ROSTER-MASTER-RECORD.
010000     05  ROS-ID               PIC X(08).
010100     05  ROS-NAAM             PIC X(30).
010200     05  ROS-GEBOORTE         PIC 9(08).
010300     05  ROS-LAND             PIC X(30).
010400     05  ROS-EINDDATUM        PIC 9(08).
010500
010600 FD  PEOPLE-INDEXED.
010700 01  PEOPLE-INDEXED-RECORD.
010800     05  PIDX-ID              PIC X(32).
010900     05  PIDX-NAME            PIC X(128).
011000     05  PIDX-SCORE           PIC S9(07)V99.
01100A     05  PIDX-AFDELING        PIC X(20).
01100B     05  PIDX-INDIENST        PIC 9(08).
011100
011200 FD  SCORE-CURRENT-FILE.
011300     COPY "SCORECUR.CPY".
011400
011500 FD  CERT-REGISTER.
011600 01  CERT-RECORD.
011700     05  CERT-ID              PIC X(08).
011800     05  CERT-NAAM            PIC X(30).
011900     05  CERT-BEHAALD         PIC 9(08).
012000     05  CERT-VERVALT         PIC 9(08).
012100     05  CERT-SESSIES         PIC 9(05).
01210A     05  CERT-SCENARIO        PIC X(20).
01210B     05  CERT-VERSIE          PIC 9(06).
012200
012201 FD  OPEN-ITEMS-FILE.
012202     COPY "OPENPOST.CPY".
012203
012204 FD  LEVERANCIER-MASTER.
012205     COPY "LEVMAST.CPY".
012206
012207 FD  INKOOPORDER-FILE.
012208     COPY "INKORDER.CPY".
012209
01220A FD  VERKOOPORDER-FILE.
01220B     COPY "VERKORD.CPY".
01220C
01220D FD  TRAINING-SESSIE-MASTER.
01220E     COPY "TRNSESS.CPY".
01220F
01220G FD  TRAINING-BOEKING-FILE.
01220H     COPY "TRNBOEK.CPY".
01220I
012300 FD  UNLOAD-FILE.
012400 01  UNLOAD-LINE              PIC X(400).
012500
012600 FD  CATALOG-FILE.
012700 01  CATALOG-LINE             PIC X(132).
012800
012900 FD  UNLD-REPORT-FILE.
013000 01  UNLD-REPORT-LINE         PIC X(132).
013100
013200 FD  RUN-SEQ-FILE.
013300 01  RUN-SEQ-LINE             PIC 9(06).
013400
013500 FD  RUN-JOURNAL-FILE.
013600 01  RUN-JOURNAL-LINE         PIC X(80).
013700
013800 WORKING-STORAGE SECTION.
013900*-----------------------------------------------------------
014000* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
014100*-----------------------------------------------------------
014200     COPY "RUNHDR.CPY".
014300
014400*-----------------------------------------------------------
014500* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
014600*-----------------------------------------------------------
014700     COPY "RUNJRNL.CPY".
014800 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
014900 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
015000 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
015100
015200*-----------------------------------------------------------
015300* BACKUPCATALOGUS - ONE LINE PER UNLOAD, SEE MSTCAT.CPY
015400*-----------------------------------------------------------
015500     COPY "MSTCAT.CPY".
015600
015700 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
015800 01  WS-RUNSEQ-ENV-X          PIC X(10).
015900 01  WS-RUNDATE-ENV-X         PIC X(10).
016000 01  WS-ADMIN-ENV-X           PIC X(06).
016100 01  WS-BEWAAR-ENV-X          PIC X(06).
016200 01  WS-MST-STATUS            PIC X(02) VALUE "00".
016300 01  WS-UNL-STATUS            PIC X(02) VALUE "00".
016400 01  WS-CAT-STATUS            PIC X(02) VALUE "00".
016500 01  WS-UNL-NAME              PIC X(40) VALUE SPACES.
016600 01  WS-UNL-TIME-RAW          PIC 9(08) VALUE ZERO.
016700 01  WS-UNL-DATE              PIC 9(08) VALUE ZERO.
016800
016900 01  WS-EOF-SW                PIC X VALUE "N".
017000     88 FILE-EOF              VALUE "Y".
017100     88 FILE-NOT-EOF          VALUE "N".
017200 01  WS-CAT-EOF               PIC X VALUE "N".
017300     88 CAT-EOF               VALUE "Y".
017400     88 CAT-NOT-EOF           VALUE "N".
017500 01  WS-READ-ERR-SW           PIC X VALUE "N".
017600     88 READ-ERROR            VALUE "Y".
017700     88 READ-OK               VALUE "N".
017800 01  WS-MASTER-SW             PIC X VALUE "N".
017900     88 MASTER-PRESENT        VALUE "Y".
018000     88 MASTER-ABSENT         VALUE "N".
018100
018200*-----------------------------------------------------------
018300* DE GEINDEXEERDE MASTERS - DE BASISNAAM IS OOK HET VOORVOEGSEL
018400* VAN DE BACKUP (<BASE>.U<RUNSEQ>); HET BESTAND IS <BASE>.IDX
018500*-----------------------------------------------------------
018600 77  WS-BASE-MAX              PIC 9(02) COMP VALUE 12.
018700 77  WS-BASE-IDX              PIC 9(02) COMP VALUE ZERO.
018800 01  WS-BASE-TABLE-VALUES.
018900     05  FILLER               PIC X(12) VALUE "ARTMAST".
019000     05  FILLER               PIC X(12) VALUE "KLANTMST".
019100     05  FILLER               PIC X(12) VALUE "ROSTMAST".
019200     05  FILLER               PIC X(12) VALUE "PEOPLE".
019300     05  FILLER               PIC X(12) VALUE "SCORECUR".
019400     05  FILLER               PIC X(12) VALUE "CERTREG".
019401     05  FILLER               PIC X(12) VALUE "OPENPOST".
019402     05  FILLER               PIC X(12) VALUE "LEVMAST".
019403     05  FILLER               PIC X(12) VALUE "INKORDER".
019404     05  FILLER               PIC X(12) VALUE "VERKORD".
019405     05  FILLER               PIC X(12) VALUE "TRNSESS".
019406     05  FILLER               PIC X(12) VALUE "TRNBOEK".
019500 01  WS-BASE-TABLE REDEFINES WS-BASE-TABLE-VALUES.
019600     05  WS-BASE-NAME         PIC X(12) OCCURS 12 TIMES.
019700
019800*-----------------------------------------------------------
019900* BACKUPCATALOGUS IN GEHEUGEN, ALS DE GENERATIECATALOGUS IN
020000* HSKEEP - 12 MASTERS MAAL DE HOOGSTE MSTBEWAAR (99) PLUS DE
020100* BACKUPS VAN DEZE RUN. VOL IS EEN LUIDE FOUT.
020200*-----------------------------------------------------------
020300 77  WS-CAT-COUNT             PIC 9(04) COMP VALUE ZERO.
020400 77  WS-CAT-MAX               PIC 9(04) COMP VALUE 1200.
020500 77  WS-CAT-IDX               PIC 9(04) COMP VALUE ZERO.
020600 77  WS-HIT-IDX               PIC 9(04) COMP VALUE ZERO.
020700 01  WS-CAT-OVF-SW            PIC X VALUE "N".
020800     88 CATALOG-OVERFLOWED    VALUE "Y".
020900     88 CATALOG-NOT-OVERFLOWED VALUE "N".
021000 01  WS-CAT-TABLE.
021100     05  WS-CAT-ENTRY OCCURS 1200 TIMES.
021200         10  CAT-BASE         PIC X(12).
021300         10  CAT-FILE         PIC X(20).
021400         10  CAT-DATE         PIC 9(08).
021500         10  CAT-SEQ          PIC 9(06).
021600         10  CAT-STAMP-DATE   PIC 9(08).
021700         10  CAT-STAMP-TIME   PIC 9(06).
021800         10  CAT-COUNT        PIC 9(09).
021900         10  CAT-HASH         PIC 9(09).
022000         10  CAT-KEEP-SW      PIC X(01).
022100 01  WS-CAT-FIELDS.
022200     05  WS-CAT-FLD-X         PIC X(24) OCCURS 8 TIMES.
022300 77  WS-FLD-IDX               PIC 9(02) COMP VALUE ZERO.
022400 77  WS-BAD-FLD-COUNT         PIC 9(02) COMP VALUE ZERO.
022500
022600 77  WS-RETAIN                PIC 9(02) VALUE 7.
022700 77  WS-KEEP-COUNT            PIC 9(03) COMP VALUE ZERO.
022800 77  WS-UNLOAD-COUNT          PIC 9(03) COMP VALUE ZERO.
022900 77  WS-ABSENT-COUNT          PIC 9(03) COMP VALUE ZERO.
023000 77  WS-PURGE-COUNT           PIC 9(03) COMP VALUE ZERO.
023100 77  WS-TOTAL-RECORDS         PIC 9(09) COMP VALUE ZERO.
023200 01  WS-SAVE-RC               PIC S9(04) COMP VALUE ZERO.
023300 01  WS-DELETE-NAME           PIC X(40).
023400
023500*-----------------------------------------------------------
023600* AANTAL EN SLEUTELHASH VAN DE MASTER IN BEWERKING. DE HASH
023700* PER SLEUTEL IS H = (H * 31 + ORD(TEKEN)) MOD 999999937 OVER
023800* DE SLEUTELBYTES; DE MASTERHASH IS DE SOM DAARVAN MODULO
023900* 10**9, ZODAT HIJ NIET VAN DE VOLGORDE AFHANGT. MSTRELD
024000* REKENT PRECIES ZO.
024100*-----------------------------------------------------------
024200 77  WS-REC-COUNT             PIC 9(09) COMP VALUE ZERO.
024300 77  WS-TOTAL-HASH            PIC 9(10) COMP VALUE ZERO.
024400 77  WS-KEY-HASH              PIC 9(12) COMP VALUE ZERO.
024500 77  WS-HASH-LEN              PIC 9(02) COMP VALUE ZERO.
024600 77  WS-HASH-IDX              PIC 9(02) COMP VALUE ZERO.
024700 01  WS-HASH-KEY              PIC X(43) VALUE SPACES.
024800 01  WS-UNL-IMAGE             PIC X(400) VALUE SPACES.
024900
025000*-----------------------------------------------------------
025100* MSTURPT.DAT
025200*-----------------------------------------------------------
025300 01  UNL-HEADING-1.
025400     05  FILLER               PIC X(40)
025500              VALUE "UNLOAD GEINDEXEERDE STAMBESTANDEN".
025600     05  FILLER               PIC X(10) VALUE "  RUNDATUM".
025700     05  FILLER               PIC X(01) VALUE SPACE.
025800     05  UNL-HDG-DATE         PIC 9(08).
025900     05  FILLER               PIC X(06) VALUE "  SEQ ".
026000     05  UNL-HDG-SEQ          PIC 9(06).
026100     05  FILLER               PIC X(06) VALUE "  ADM ".
026200     05  UNL-HDG-ADMIN        PIC X(04).
026300
026400 01  UNL-HEADING-2.
026500     05  FILLER               PIC X(14) VALUE "MASTER".
026600     05  FILLER               PIC X(22) VALUE "BACKUP".
026700     05  FILLER               PIC X(13) VALUE "      RECORDS".
026800     05  FILLER               PIC X(13) VALUE "  SLEUTELHASH".
026900     05  FILLER               PIC X(02) VALUE SPACES.
027000     05  FILLER               PIC X(06) VALUE "STATUS".
027100
027200 01  UNL-DETAIL-LINE.
027300     05  UNL-DET-BASE         PIC X(12).
027400     05  FILLER               PIC X(02) VALUE SPACES.
027500     05  UNL-DET-FILE         PIC X(20).
027600     05  FILLER               PIC X(02) VALUE SPACES.
027700     05  UNL-DET-COUNT        PIC ZZZ,ZZZ,ZZ9.
027800     05  FILLER               PIC X(02) VALUE SPACES.
027900     05  UNL-DET-HASH         PIC 9(09).
028000     05  FILLER               PIC X(06) VALUE SPACES.
028100     05  UNL-DET-STATUS       PIC X(40).
028200
028300 01  UNL-PURGE-LINE.
028400     05  FILLER               PIC X(14) VALUE "VERWIJDERD:".
028500     05  UNL-PRG-FILE         PIC X(20).
028600     05  FILLER               PIC X(12) VALUE "  RUNDATUM ".
028700     05  UNL-PRG-DATE         PIC 9(08).
028800
028900 01  UNL-TRAILER-LINE.
029000     05  FILLER               PIC X(20)
029100                              VALUE "MASTERS GEUNLOAD  : ".
029200     05  UNL-TRL-UNLOADED     PIC ZZ9.
029300     05  FILLER               PIC X(20)
029400                              VALUE "   NIET AANWEZIG : ".
029500     05  UNL-TRL-ABSENT       PIC ZZ9.
029600     05  FILLER               PIC X(20)
029700                              VALUE "   VERWIJDERD    : ".
029800     05  UNL-TRL-PURGED       PIC ZZ9.
029900
030000 01  UNL-BLANK-LINE           PIC X(01) VALUE SPACE.
030100
030200 PROCEDURE DIVISION.
030300
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030600     PERFORM 2000-LOAD-CATALOG THRU 2000-EXIT
030700     PERFORM 3000-UNLOAD-MASTERS THRU 3000-EXIT
030800     PERFORM 4000-PURGE-EXPIRED THRU 4000-EXIT
030900     PERFORM 5000-REWRITE-CATALOG THRU 5000-EXIT
031000     PERFORM 8000-FINALIZE THRU 8000-EXIT
031100     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
031200     STOP RUN.
031300
031400*-----------------------------------------------------------
031500* 1000-INITIALIZE - RUN HEADER, RETENTION AND THE REPORT
031600*                   HEADINGS
031700*-----------------------------------------------------------
031800 1000-INITIALIZE.
031900     ACCEPT WS-START-TIME-RAW FROM TIME
032000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
032100     DISPLAY "MSTBEWAAR" UPON ENVIRONMENT-NAME
032200     ACCEPT WS-BEWAAR-ENV-X FROM ENVIRONMENT-VALUE
032300     IF WS-BEWAAR-ENV-X NOT = SPACES
032400         AND FUNCTION TRIM(WS-BEWAAR-ENV-X) IS NUMERIC
032500         AND FUNCTION NUMVAL(WS-BEWAAR-ENV-X) > 0
032600         AND FUNCTION NUMVAL(WS-BEWAAR-ENV-X) < 100
032700         MOVE FUNCTION NUMVAL(WS-BEWAAR-ENV-X) TO WS-RETAIN
032800     END-IF
032900     OPEN OUTPUT UNLD-REPORT-FILE
033000     MOVE RUNHDR-RUN-DATE TO UNL-HDG-DATE
033100     MOVE RUNHDR-RUN-SEQ TO UNL-HDG-SEQ
033200     MOVE RUNHDR-ADMIN TO UNL-HDG-ADMIN
033300     WRITE UNLD-REPORT-LINE FROM UNL-HEADING-1
033400     WRITE UNLD-REPORT-LINE FROM UNL-BLANK-LINE
033500     WRITE UNLD-REPORT-LINE FROM UNL-HEADING-2.
033600 1000-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------
034000* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
034100*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
034200*                       LIKE EVERY OTHER CHAIN STEP
034300*-----------------------------------------------------------
034400 1050-GET-RUN-HEADER.
034500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
034600     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
034700     IF RUNHDR-OPERATOR-ID = SPACES
034800         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
034900     END-IF
035000     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
035100     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
035200     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
035300     IF WS-RUNDATE-ENV-X NOT = SPACES
035400         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
035500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
035600             TO RUNHDR-RUN-DATE
035700         DISPLAY "MSTUNLD: RUN DATE OVERGENOMEN UIT RUNDATE - "
035800                 RUNHDR-RUN-DATE
035900     END-IF
036000     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
036100     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
036200     IF WS-ADMIN-ENV-X NOT = SPACES
036300         MOVE FUNCTION UPPER-CASE(FUNCTION
036400             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
036500     END-IF
036600     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
036700     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
036800     IF WS-RUNSEQ-ENV-X NOT = SPACES
036900         AND FUNCTION TEST-NUMVAL(FUNCTION
037000                 TRIM(WS-RUNSEQ-ENV-X)) = 0
037100         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
037200             TO RUNHDR-RUN-SEQ
037300     ELSE
037400         OPEN INPUT RUN-SEQ-FILE
037500         IF WS-RUNSEQ-STATUS = "00"
037600             READ RUN-SEQ-FILE
037700                 AT END
037800                     MOVE ZERO TO RUN-SEQ-LINE
037900             END-READ
038000             CLOSE RUN-SEQ-FILE
038100         ELSE
038200             MOVE ZERO TO RUN-SEQ-LINE
038300         END-IF
038400         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
038500         OPEN OUTPUT RUN-SEQ-FILE
038600         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
038700         WRITE RUN-SEQ-LINE
038800         CLOSE RUN-SEQ-FILE
038900     END-IF
039000     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
039100             " DATE: " RUNHDR-RUN-DATE
039200             " SEQ: " RUNHDR-RUN-SEQ
039300             " ADM: " RUNHDR-ADMIN.
039400 1050-EXIT.
039500     EXIT.
039600
039700*-----------------------------------------------------------
039800* 2000-LOAD-CATALOG - DE BACKUPCATALOGUS IN GEHEUGEN
039900*-----------------------------------------------------------
040000 2000-LOAD-CATALOG.
040100     MOVE ZERO TO WS-CAT-COUNT
040200     OPEN INPUT CATALOG-FILE
040300     IF WS-CAT-STATUS NOT = "00"
040400         GO TO 2000-EXIT
040500     END-IF
040600     SET CAT-NOT-EOF TO TRUE
040700     PERFORM UNTIL CAT-EOF
040800         READ CATALOG-FILE
040900             AT END
041000                 SET CAT-EOF TO TRUE
041100             NOT AT END
041200                 PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
041300         END-READ
041400     END-PERFORM
041500     CLOSE CATALOG-FILE.
041600 2000-EXIT.
041700     EXIT.
041800
041900 2100-LOAD-ONE-ENTRY.
042000     IF CATALOG-LINE = SPACES
042100         GO TO 2100-EXIT
042200     END-IF
042300     IF WS-CAT-COUNT >= WS-CAT-MAX
042400         SET CATALOG-OVERFLOWED TO TRUE
042500         GO TO 2100-EXIT
042600     END-IF
042700     MOVE SPACES TO WS-CAT-FIELDS
042800     UNSTRING CATALOG-LINE DELIMITED BY ","
042900         INTO WS-CAT-FLD-X (1) WS-CAT-FLD-X (2)
043000              WS-CAT-FLD-X (3) WS-CAT-FLD-X (4)
043100              WS-CAT-FLD-X (5) WS-CAT-FLD-X (6)
043200              WS-CAT-FLD-X (7) WS-CAT-FLD-X (8)
043300     END-UNSTRING
043400     MOVE ZERO TO WS-BAD-FLD-COUNT
043500     PERFORM VARYING WS-FLD-IDX FROM 3 BY 1
043600             UNTIL WS-FLD-IDX > 8
043700         IF FUNCTION TRIM(WS-CAT-FLD-X (WS-FLD-IDX))
043800                 IS NOT NUMERIC
043900             ADD 1 TO WS-BAD-FLD-COUNT
044000         END-IF
044100     END-PERFORM
044200     IF WS-BAD-FLD-COUNT > ZERO
044300         GO TO 2100-EXIT
044400     END-IF
044500     ADD 1 TO WS-CAT-COUNT
044600     MOVE FUNCTION TRIM(WS-CAT-FLD-X (1))
044700         TO CAT-BASE (WS-CAT-COUNT)
044800     MOVE FUNCTION TRIM(WS-CAT-FLD-X (2))
044900         TO CAT-FILE (WS-CAT-COUNT)
045000     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (3))
045100         TO CAT-DATE (WS-CAT-COUNT)
045200     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (4))
045300         TO CAT-SEQ (WS-CAT-COUNT)
045400     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (5))
045500         TO CAT-STAMP-DATE (WS-CAT-COUNT)
045600     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (6))
045700         TO CAT-STAMP-TIME (WS-CAT-COUNT)
045800     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (7))
045900         TO CAT-COUNT (WS-CAT-COUNT)
046000     MOVE FUNCTION NUMVAL(WS-CAT-FLD-X (8))
046100         TO CAT-HASH (WS-CAT-COUNT)
046200     MOVE "J" TO CAT-KEEP-SW (WS-CAT-COUNT).
046300 2100-EXIT.
046400     EXIT.
046500
046600*-----------------------------------------------------------
046700* 3000-UNLOAD-MASTERS - ELKE MASTER DIE OPENT NAAR ZIJN
046800*                       <BASE>.U<RUNSEQ> EN IN DE CATALOGUS
046900*-----------------------------------------------------------
047000 3000-UNLOAD-MASTERS.
047100     PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
047200             UNTIL WS-BASE-IDX > WS-BASE-MAX
047300         PERFORM 3100-UNLOAD-ONE-MASTER THRU 3100-EXIT
047400     END-PERFORM.
047500 3000-EXIT.
047600     EXIT.
047700
047800 3100-UNLOAD-ONE-MASTER.
047900     MOVE SPACES TO WS-UNL-NAME
048000     STRING FUNCTION TRIM(WS-BASE-NAME (WS-BASE-IDX))
048100            "." "U" RUNHDR-RUN-SEQ
048200         DELIMITED BY SIZE INTO WS-UNL-NAME
048300     END-STRING
048400     MOVE ZERO TO WS-REC-COUNT WS-TOTAL-HASH
048500     SET READ-OK TO TRUE
048600     SET MASTER-ABSENT TO TRUE
048700     EVALUATE WS-BASE-IDX
048800         WHEN 1
048900             PERFORM 3210-UNLOAD-ARTMAST THRU 3210-EXIT
049000         WHEN 2
049100             PERFORM 3220-UNLOAD-KLANTMST THRU 3220-EXIT
049200         WHEN 3
049300             PERFORM 3230-UNLOAD-ROSTMAST THRU 3230-EXIT
049400         WHEN 4
049500             PERFORM 3240-UNLOAD-PEOPLE THRU 3240-EXIT
049600         WHEN 5
049700             PERFORM 3250-UNLOAD-SCORECUR THRU 3250-EXIT
049800         WHEN 6
049900             PERFORM 3260-UNLOAD-CERTREG THRU 3260-EXIT
049901         WHEN 7
049902             PERFORM 3270-UNLOAD-OPENPOST THRU 3270-EXIT
049903         WHEN 8
049904             PERFORM 3275-UNLOAD-LEVMAST THRU 3275-EXIT
049905         WHEN 9
049906             PERFORM 3280-UNLOAD-INKORDER THRU 3280-EXIT
049907         WHEN 10
049908             PERFORM 3285-UNLOAD-VERKORD THRU 3285-EXIT
049909         WHEN 11
04990A             PERFORM 3290-UNLOAD-TRNSESS THRU 3290-EXIT
04990B         WHEN 12
04990C             PERFORM 3295-UNLOAD-TRNBOEK THRU 3295-EXIT
050000     END-EVALUATE
050100     MOVE WS-BASE-NAME (WS-BASE-IDX) TO UNL-DET-BASE
050200     IF MASTER-ABSENT
050300         ADD 1 TO WS-ABSENT-COUNT
050400         MOVE SPACES TO UNL-DET-FILE
050500         MOVE ZERO TO UNL-DET-COUNT UNL-DET-HASH
050600         MOVE "NIET AANWEZIG - OVERGESLAGEN"
050700             TO UNL-DET-STATUS
050800         WRITE UNLD-REPORT-LINE FROM UNL-DETAIL-LINE
050900         GO TO 3100-EXIT
051000     END-IF
051100     MOVE WS-UNL-NAME TO UNL-DET-FILE
051200     MOVE WS-REC-COUNT TO UNL-DET-COUNT
051300     MOVE WS-TOTAL-HASH TO UNL-DET-HASH
051400     IF READ-ERROR
051500         MOVE SPACES TO UNL-DET-STATUS
051600         STRING "LEESFOUT FILE STATUS " WS-MST-STATUS
051700                " - BACKUP ONBRUIKBAAR"
051800             DELIMITED BY SIZE INTO UNL-DET-STATUS
051900         END-STRING
052000         WRITE UNLD-REPORT-LINE FROM UNL-DETAIL-LINE
052100         DISPLAY "ERROR: LEESFOUT OP "
052200                 FUNCTION TRIM(WS-BASE-NAME (WS-BASE-IDX))
052300                 ".IDX - FILE STATUS " WS-MST-STATUS
052400         MOVE 8 TO RETURN-CODE
052500         GO TO 3100-EXIT
052600     END-IF
052700     ADD 1 TO WS-UNLOAD-COUNT
052800     ADD WS-REC-COUNT TO WS-TOTAL-RECORDS
052900     MOVE "GEMAAKT EN GECATALOGISEERD" TO UNL-DET-STATUS
053000     WRITE UNLD-REPORT-LINE FROM UNL-DETAIL-LINE
053100     PERFORM 3400-CATALOG-BACKUP THRU 3400-EXIT.
053200 3100-EXIT.
053300     EXIT.
053400
053500*-----------------------------------------------------------
053600* 3210..3295 - EEN MASTER IN SLEUTELVOLGORDE LEZEN; ELK
053700*              RECORD GAAT ONGEWIJZIGD NAAR DE BACKUP EN ZIJN
053800*              SLEUTEL IN DE HASH
053900*-----------------------------------------------------------
054000 3210-UNLOAD-ARTMAST.
054100     OPEN INPUT ARTIKEL-MASTER
054200     IF WS-MST-STATUS NOT = "00"
054300         GO TO 3210-EXIT
054400     END-IF
054500     SET MASTER-PRESENT TO TRUE
054600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
054700     MOVE LOW-VALUES TO ART-NUMMER
054800     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
054900         INVALID KEY
055000             SET FILE-EOF TO TRUE
055100         NOT INVALID KEY
055200             SET FILE-NOT-EOF TO TRUE
055300     END-START
055400     MOVE 8 TO WS-HASH-LEN
055500     PERFORM UNTIL FILE-EOF
055600         READ ARTIKEL-MASTER NEXT
055700             AT END
055800                 SET FILE-EOF TO TRUE
055900             NOT AT END
056000                 MOVE ARTIKEL-RECORD TO WS-UNL-IMAGE
056100                 MOVE ART-NUMMER TO WS-HASH-KEY
056200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
056300         END-READ
056400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
056500     END-PERFORM
056600     CLOSE ARTIKEL-MASTER UNLOAD-FILE.
056700 3210-EXIT.
056800     EXIT.
056900
057000 3220-UNLOAD-KLANTMST.
057100     OPEN INPUT KLANT-MASTER
057200     IF WS-MST-STATUS NOT = "00"
057300         GO TO 3220-EXIT
057400     END-IF
057500     SET MASTER-PRESENT TO TRUE
057600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
057700     MOVE LOW-VALUES TO KLA-NUMMER
057800     START KLANT-MASTER KEY NOT < KLA-NUMMER
057900         INVALID KEY
058000             SET FILE-EOF TO TRUE
058100         NOT INVALID KEY
058200             SET FILE-NOT-EOF TO TRUE
058300     END-START
058400     MOVE 8 TO WS-HASH-LEN
058500     PERFORM UNTIL FILE-EOF
058600         READ KLANT-MASTER NEXT
058700             AT END
058800                 SET FILE-EOF TO TRUE
058900             NOT AT END
059000                 MOVE KLANT-RECORD TO WS-UNL-IMAGE
059100                 MOVE KLA-NUMMER TO WS-HASH-KEY
059200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
059300         END-READ
059400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
059500     END-PERFORM
059600     CLOSE KLANT-MASTER UNLOAD-FILE.
059700 3220-EXIT.
059800     EXIT.
059900
060000 3230-UNLOAD-ROSTMAST.
060100     OPEN INPUT ROSTER-MASTER
060200     IF WS-MST-STATUS NOT = "00"
060300         GO TO 3230-EXIT
060400     END-IF
060500     SET MASTER-PRESENT TO TRUE
060600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
060700     MOVE LOW-VALUES TO ROS-ID
060800     START ROSTER-MASTER KEY NOT < ROS-ID
060900         INVALID KEY
061000             SET FILE-EOF TO TRUE
061100         NOT INVALID KEY
061200             SET FILE-NOT-EOF TO TRUE
061300     END-START
061400     MOVE 8 TO WS-HASH-LEN
061500     PERFORM UNTIL FILE-EOF
061600         READ ROSTER-MASTER NEXT
061700             AT END
061800                 SET FILE-EOF TO TRUE
061900             NOT AT END
062000                 MOVE ROSTER-MASTER-RECORD TO WS-UNL-IMAGE
062100                 MOVE ROS-ID TO WS-HASH-KEY
062200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
062300         END-READ
062400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
062500     END-PERFORM
062600     CLOSE ROSTER-MASTER UNLOAD-FILE.
062700 3230-EXIT.
062800     EXIT.
062900
063000 3240-UNLOAD-PEOPLE.
063100     OPEN INPUT PEOPLE-INDEXED
063200     IF WS-MST-STATUS NOT = "00"
063300         GO TO 3240-EXIT
063400     END-IF
063500     SET MASTER-PRESENT TO TRUE
063600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
063700     MOVE LOW-VALUES TO PIDX-ID
063800     START PEOPLE-INDEXED KEY NOT < PIDX-ID
063900         INVALID KEY
064000             SET FILE-EOF TO TRUE
064100         NOT INVALID KEY
064200             SET FILE-NOT-EOF TO TRUE
064300     END-START
064400     MOVE 32 TO WS-HASH-LEN
064500     PERFORM UNTIL FILE-EOF
064600         READ PEOPLE-INDEXED NEXT
064700             AT END
064800                 SET FILE-EOF TO TRUE
064900             NOT AT END
065000                 MOVE PEOPLE-INDEXED-RECORD TO WS-UNL-IMAGE
065100                 MOVE PIDX-ID TO WS-HASH-KEY
065200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
065300         END-READ
065400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
065500     END-PERFORM
065600     CLOSE PEOPLE-INDEXED UNLOAD-FILE.
065700 3240-EXIT.
065800     EXIT.
065900
066000 3250-UNLOAD-SCORECUR.
066100     OPEN INPUT SCORE-CURRENT-FILE
066200     IF WS-MST-STATUS NOT = "00"
066300         GO TO 3250-EXIT
066400     END-IF
066500     SET MASTER-PRESENT TO TRUE
066600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
066700     MOVE LOW-VALUES TO SCK-KEY
066800     START SCORE-CURRENT-FILE KEY NOT < SCK-KEY
066900         INVALID KEY
067000             SET FILE-EOF TO TRUE
067100         NOT INVALID KEY
067200             SET FILE-NOT-EOF TO TRUE
067300     END-START
067400     MOVE 43 TO WS-HASH-LEN
067500     PERFORM UNTIL FILE-EOF
067600         READ SCORE-CURRENT-FILE NEXT
067700             AT END
067800                 SET FILE-EOF TO TRUE
067900             NOT AT END
068000                 MOVE SCORE-CUR-RECORD TO WS-UNL-IMAGE
068100                 MOVE SCK-KEY TO WS-HASH-KEY
068200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
068300         END-READ
068400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
068500     END-PERFORM
068600     CLOSE SCORE-CURRENT-FILE UNLOAD-FILE.
068700 3250-EXIT.
068800     EXIT.
068900
069000 3260-UNLOAD-CERTREG.
069100     OPEN INPUT CERT-REGISTER
069200     IF WS-MST-STATUS NOT = "00"
069300         GO TO 3260-EXIT
069400     END-IF
069500     SET MASTER-PRESENT TO TRUE
069600     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
069700     MOVE LOW-VALUES TO CERT-ID
069800     START CERT-REGISTER KEY NOT < CERT-ID
069900         INVALID KEY
070000             SET FILE-EOF TO TRUE
070100         NOT INVALID KEY
070200             SET FILE-NOT-EOF TO TRUE
070300     END-START
070400     MOVE 8 TO WS-HASH-LEN
070500     PERFORM UNTIL FILE-EOF
070600         READ CERT-REGISTER NEXT
070700             AT END
070800                 SET FILE-EOF TO TRUE
070900             NOT AT END
071000                 MOVE CERT-RECORD TO WS-UNL-IMAGE
071100                 MOVE CERT-ID TO WS-HASH-KEY
071200                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
071300         END-READ
071400         PERFORM 3600-CHECK-READ THRU 3600-EXIT
071500     END-PERFORM
071600     CLOSE CERT-REGISTER UNLOAD-FILE.
071700 3260-EXIT.
071701     EXIT.
071702
071703 3270-UNLOAD-OPENPOST.
071704     OPEN INPUT OPEN-ITEMS-FILE
071705     IF WS-MST-STATUS NOT = "00"
071706         GO TO 3270-EXIT
071707     END-IF
071708     SET MASTER-PRESENT TO TRUE
071709     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
07170A     MOVE LOW-VALUES TO OPN-FACTUUR
07170B     START OPEN-ITEMS-FILE KEY NOT < OPN-FACTUUR
07170C         INVALID KEY
07170D             SET FILE-EOF TO TRUE
07170E         NOT INVALID KEY
07170F             SET FILE-NOT-EOF TO TRUE
07170G     END-START
07170H     MOVE 10 TO WS-HASH-LEN
07170I     PERFORM UNTIL FILE-EOF
07170J         READ OPEN-ITEMS-FILE NEXT
07170K             AT END
07170L                 SET FILE-EOF TO TRUE
07170M             NOT AT END
07170N                 MOVE OPEN-POST-RECORD TO WS-UNL-IMAGE
07170O                 MOVE OPN-FACTUUR TO WS-HASH-KEY
07170P                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
07170Q         END-READ
07170R         PERFORM 3600-CHECK-READ THRU 3600-EXIT
07170S     END-PERFORM
07170T     CLOSE OPEN-ITEMS-FILE UNLOAD-FILE.
07170U 3270-EXIT.
07170V     EXIT.
07170W
07170X 3275-UNLOAD-LEVMAST.
07170Y     OPEN INPUT LEVERANCIER-MASTER
07170Z     IF WS-MST-STATUS NOT = "00"
071710         GO TO 3275-EXIT
071711     END-IF
071712     SET MASTER-PRESENT TO TRUE
071713     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
071714     MOVE LOW-VALUES TO LEV-NUMMER
071715     START LEVERANCIER-MASTER KEY NOT < LEV-NUMMER
071716         INVALID KEY
071717             SET FILE-EOF TO TRUE
071718         NOT INVALID KEY
071719             SET FILE-NOT-EOF TO TRUE
07171A     END-START
07171B     MOVE 8 TO WS-HASH-LEN
07171C     PERFORM UNTIL FILE-EOF
07171D         READ LEVERANCIER-MASTER NEXT
07171E             AT END
07171F                 SET FILE-EOF TO TRUE
07171G             NOT AT END
07171H                 MOVE LEVERANCIER-RECORD TO WS-UNL-IMAGE
07171I                 MOVE LEV-NUMMER TO WS-HASH-KEY
07171J                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
07171K         END-READ
07171L         PERFORM 3600-CHECK-READ THRU 3600-EXIT
07171M     END-PERFORM
07171N     CLOSE LEVERANCIER-MASTER UNLOAD-FILE.
07171O 3275-EXIT.
07171P     EXIT.
07171Q
07171R 3280-UNLOAD-INKORDER.
07171S     OPEN INPUT INKOOPORDER-FILE
07171T     IF WS-MST-STATUS NOT = "00"
07171U         GO TO 3280-EXIT
07171V     END-IF
07171W     SET MASTER-PRESENT TO TRUE
07171X     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
07171Y     MOVE LOW-VALUES TO INK-SLEUTEL
07171Z     START INKOOPORDER-FILE KEY NOT < INK-SLEUTEL
071720         INVALID KEY
071721             SET FILE-EOF TO TRUE
071722         NOT INVALID KEY
071723             SET FILE-NOT-EOF TO TRUE
071724     END-START
071725     MOVE 11 TO WS-HASH-LEN
071726     PERFORM UNTIL FILE-EOF
071727         READ INKOOPORDER-FILE NEXT
071728             AT END
071729                 SET FILE-EOF TO TRUE
07172A             NOT AT END
07172B                 MOVE INKOOPORDER-RECORD TO WS-UNL-IMAGE
07172C                 MOVE INK-SLEUTEL TO WS-HASH-KEY
07172D                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
07172E         END-READ
07172F         PERFORM 3600-CHECK-READ THRU 3600-EXIT
07172G     END-PERFORM
07172H     CLOSE INKOOPORDER-FILE UNLOAD-FILE.
07172I 3280-EXIT.
07172J     EXIT.
07172K
07172L 3285-UNLOAD-VERKORD.
07172M     OPEN INPUT VERKOOPORDER-FILE
07172N     IF WS-MST-STATUS NOT = "00"
07172O         GO TO 3285-EXIT
07172P     END-IF
07172Q     SET MASTER-PRESENT TO TRUE
07172R     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
07172S     MOVE LOW-VALUES TO VKO-SLEUTEL
07172T     START VERKOOPORDER-FILE KEY NOT < VKO-SLEUTEL
07172U         INVALID KEY
07172V             SET FILE-EOF TO TRUE
07172W         NOT INVALID KEY
07172X             SET FILE-NOT-EOF TO TRUE
07172Y     END-START
07172Z     MOVE 9 TO WS-HASH-LEN
071730     PERFORM UNTIL FILE-EOF
071731         READ VERKOOPORDER-FILE NEXT
071732             AT END
071733                 SET FILE-EOF TO TRUE
071734             NOT AT END
071735                 MOVE VERKOOPORDER-RECORD TO WS-UNL-IMAGE
071736                 MOVE VKO-SLEUTEL TO WS-HASH-KEY
071737                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
071738         END-READ
071739         PERFORM 3600-CHECK-READ THRU 3600-EXIT
07173A     END-PERFORM
07173B     CLOSE VERKOOPORDER-FILE UNLOAD-FILE.
07173C 3285-EXIT.
07173D     EXIT.
07173E
07173F 3290-UNLOAD-TRNSESS.
07173G     OPEN INPUT TRAINING-SESSIE-MASTER
07173H     IF WS-MST-STATUS NOT = "00"
07173I         GO TO 3290-EXIT
07173J     END-IF
07173K     SET MASTER-PRESENT TO TRUE
07173L     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
07173M     MOVE LOW-VALUES TO SES-KEY
07173N     START TRAINING-SESSIE-MASTER KEY NOT < SES-KEY
07173O         INVALID KEY
07173P             SET FILE-EOF TO TRUE
07173Q         NOT INVALID KEY
07173R             SET FILE-NOT-EOF TO TRUE
07173S     END-START
07173T     MOVE 10 TO WS-HASH-LEN
07173U     PERFORM UNTIL FILE-EOF
07173V         READ TRAINING-SESSIE-MASTER NEXT
07173W             AT END
07173X                 SET FILE-EOF TO TRUE
07173Y             NOT AT END
07173Z                 MOVE TRAINING-SESSIE-RECORD TO WS-UNL-IMAGE
071740                 MOVE SES-KEY TO WS-HASH-KEY
071741                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
071742         END-READ
071743         PERFORM 3600-CHECK-READ THRU 3600-EXIT
071744     END-PERFORM
071745     CLOSE TRAINING-SESSIE-MASTER UNLOAD-FILE.
071746 3290-EXIT.
071747     EXIT.
071748
071749 3295-UNLOAD-TRNBOEK.
07174A     OPEN INPUT TRAINING-BOEKING-FILE
07174B     IF WS-MST-STATUS NOT = "00"
07174C         GO TO 3295-EXIT
07174D     END-IF
07174E     SET MASTER-PRESENT TO TRUE
07174F     PERFORM 3300-OPEN-UNLOAD THRU 3300-EXIT
07174G     MOVE LOW-VALUES TO BKG-KEY
07174H     START TRAINING-BOEKING-FILE KEY NOT < BKG-KEY
07174I         INVALID KEY
07174J             SET FILE-EOF TO TRUE
07174K         NOT INVALID KEY
07174L             SET FILE-NOT-EOF TO TRUE
07174M     END-START
07174N     MOVE 18 TO WS-HASH-LEN
07174O     PERFORM UNTIL FILE-EOF
07174P         READ TRAINING-BOEKING-FILE NEXT
07174Q             AT END
07174R                 SET FILE-EOF TO TRUE
07174S             NOT AT END
07174T                 MOVE TRAINING-BOEKING-RECORD TO WS-UNL-IMAGE
07174U                 MOVE BKG-KEY TO WS-HASH-KEY
07174V                 PERFORM 3500-WRITE-IMAGE THRU 3500-EXIT
07174W         END-READ
07174X         PERFORM 3600-CHECK-READ THRU 3600-EXIT
07174Y     END-PERFORM
07174Z     CLOSE TRAINING-BOEKING-FILE UNLOAD-FILE.
071750 3295-EXIT.
071800     EXIT.
071900
072000*-----------------------------------------------------------
072100* 3300-OPEN-UNLOAD - DE BACKUP VAN DEZE RUN OPENEN EN HET
072200*                    TIJDSTIP VAN DE UNLOAD VASTLEGGEN
072300*-----------------------------------------------------------
072400 3300-OPEN-UNLOAD.
072500     ACCEPT WS-UNL-DATE FROM DATE YYYYMMDD
072600     ACCEPT WS-UNL-TIME-RAW FROM TIME
072700     OPEN OUTPUT UNLOAD-FILE.
072800 3300-EXIT.
072900     EXIT.
073000
073100*-----------------------------------------------------------
073200* 3400-CATALOG-BACKUP - DE BACKUP IN DE CATALOGUS. EEN HERSTART
073300*                       VAN DEZELFDE RUN VERVANGT ZIJN EIGEN
073400*                       REGEL IN PLAATS VAN EEN TWEEDE TE MAKEN.
073500*-----------------------------------------------------------
073600 3400-CATALOG-BACKUP.
073700     MOVE ZERO TO WS-HIT-IDX
073800     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
073900             UNTIL WS-CAT-IDX > WS-CAT-COUNT
074000         IF CAT-BASE (WS-CAT-IDX) = WS-BASE-NAME (WS-BASE-IDX)
074100             AND CAT-SEQ (WS-CAT-IDX) = RUNHDR-RUN-SEQ
074200             MOVE WS-CAT-IDX TO WS-HIT-IDX
074300         END-IF
074400     END-PERFORM
074500     IF WS-HIT-IDX = ZERO
074600         IF WS-CAT-COUNT >= WS-CAT-MAX
074700             SET CATALOG-OVERFLOWED TO TRUE
074800             GO TO 3400-EXIT
074900         END-IF
075000         ADD 1 TO WS-CAT-COUNT
075100         MOVE WS-CAT-COUNT TO WS-HIT-IDX
075200     END-IF
075300     MOVE WS-BASE-NAME (WS-BASE-IDX) TO CAT-BASE (WS-HIT-IDX)
075400     MOVE WS-UNL-NAME TO CAT-FILE (WS-HIT-IDX)
075500     MOVE RUNHDR-RUN-DATE TO CAT-DATE (WS-HIT-IDX)
075600     MOVE RUNHDR-RUN-SEQ TO CAT-SEQ (WS-HIT-IDX)
075700     MOVE WS-UNL-DATE TO CAT-STAMP-DATE (WS-HIT-IDX)
075800     MOVE WS-UNL-TIME-RAW (1:6) TO CAT-STAMP-TIME (WS-HIT-IDX)
075900     MOVE WS-REC-COUNT TO CAT-COUNT (WS-HIT-IDX)
076000     MOVE WS-TOTAL-HASH TO CAT-HASH (WS-HIT-IDX)
076100     MOVE "J" TO CAT-KEEP-SW (WS-HIT-IDX).
076200 3400-EXIT.
076300     EXIT.
076400
076500*-----------------------------------------------------------
076600* 3500-WRITE-IMAGE - EEN RECORDBEELD NAAR DE BACKUP, TELLEN EN
076700*                    DE SLEUTEL IN DE HASH
076800*-----------------------------------------------------------
076900 3500-WRITE-IMAGE.
077000     WRITE UNLOAD-LINE FROM WS-UNL-IMAGE
077100     ADD 1 TO WS-REC-COUNT
077200     MOVE ZERO TO WS-KEY-HASH
077300     PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
077400             UNTIL WS-HASH-IDX > WS-HASH-LEN
077500         COMPUTE WS-KEY-HASH = FUNCTION MOD(WS-KEY-HASH * 31
077600             + FUNCTION ORD(WS-HASH-KEY (WS-HASH-IDX:1)),
077700             999999937)
077800     END-PERFORM
077900     ADD WS-KEY-HASH TO WS-TOTAL-HASH
078000     IF WS-TOTAL-HASH >= 1000000000
078100         SUBTRACT 1000000000 FROM WS-TOTAL-HASH
078200     END-IF.
078300 3500-EXIT.
078400     EXIT.
078500
078600*-----------------------------------------------------------
078700* 3600-CHECK-READ - ALLES BEHALVE 0X/10 NA EEN READ NEXT IS
078800*                   EEN BESCHADIGDE MASTER: STOPPEN, RC 8
078900*-----------------------------------------------------------
079000 3600-CHECK-READ.
079100     IF WS-MST-STATUS (1:1) NOT = "0"
079200         AND WS-MST-STATUS NOT = "10"
079300         SET READ-ERROR TO TRUE
079400         SET FILE-EOF TO TRUE
079500     END-IF.
079600 3600-EXIT.
079700     EXIT.
079800
079900*-----------------------------------------------------------
080000* 4000-PURGE-EXPIRED - PER MASTER DE NIEUWSTE WS-RETAIN
080100*                      BACKUPS HOUDEN (CATALOGUSVOLGORDE IS
080200*                      CHRONOLOGISCH), DE REST VAN SCHIJF
080300*-----------------------------------------------------------
080400 4000-PURGE-EXPIRED.
080500     WRITE UNLD-REPORT-LINE FROM UNL-BLANK-LINE
080600     PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
080700             UNTIL WS-BASE-IDX > WS-BASE-MAX
080800         MOVE ZERO TO WS-KEEP-COUNT
080900         PERFORM VARYING WS-CAT-IDX FROM WS-CAT-COUNT BY -1
081000                 UNTIL WS-CAT-IDX < 1
081100             IF CAT-BASE (WS-CAT-IDX)
081200                     = WS-BASE-NAME (WS-BASE-IDX)
081300                 AND CAT-KEEP-SW (WS-CAT-IDX) = "J"
081400                 ADD 1 TO WS-KEEP-COUNT
081500                 IF WS-KEEP-COUNT > WS-RETAIN
081600                     PERFORM 4100-DELETE-BACKUP THRU 4100-EXIT
081700                 END-IF
081800             END-IF
081900         END-PERFORM
082000     END-PERFORM.
082100 4000-EXIT.
082200     EXIT.
082300
082400*-----------------------------------------------------------
082500* 4100-DELETE-BACKUP - EEN VERLOPEN BACKUP VAN SCHIJF EN UIT
082600*                      DE CATALOGUS. CBL_DELETE_FILE ZET
082700*                      RETURN-CODE, DUS DE EIGEN CODE WORDT
082800*                      ROND DE CALL BEWAARD.
082900*-----------------------------------------------------------
083000 4100-DELETE-BACKUP.
083100     MOVE CAT-FILE (WS-CAT-IDX) TO WS-DELETE-NAME
083200     MOVE RETURN-CODE TO WS-SAVE-RC
083300     CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
083400     IF RETURN-CODE NOT = ZERO
083500         DISPLAY "WARNING: KON BACKUP NIET VERWIJDEREN: "
083600                 FUNCTION TRIM(WS-DELETE-NAME)
083700     END-IF
083800     MOVE WS-SAVE-RC TO RETURN-CODE
083900     MOVE "N" TO CAT-KEEP-SW (WS-CAT-IDX)
084000     MOVE CAT-FILE (WS-CAT-IDX) TO UNL-PRG-FILE
084100     MOVE CAT-DATE (WS-CAT-IDX) TO UNL-PRG-DATE
084200     WRITE UNLD-REPORT-LINE FROM UNL-PURGE-LINE
084300     ADD 1 TO WS-PURGE-COUNT.
084400 4100-EXIT.
084500     EXIT.
084600
084700*-----------------------------------------------------------
084800* 5000-REWRITE-CATALOG - DE OVERGEBLEVEN REGELS TERUG NAAR
084900*                        MSTCAT.DAT
085000*-----------------------------------------------------------
085100 5000-REWRITE-CATALOG.
085200     OPEN OUTPUT CATALOG-FILE
085300     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
085400             UNTIL WS-CAT-IDX > WS-CAT-COUNT
085500         IF CAT-KEEP-SW (WS-CAT-IDX) = "J"
085600             MOVE CAT-BASE (WS-CAT-IDX) TO MCAT-BASE
085700             MOVE CAT-FILE (WS-CAT-IDX) TO MCAT-FILE
085800             MOVE CAT-DATE (WS-CAT-IDX) TO MCAT-DATE
085900             MOVE CAT-SEQ (WS-CAT-IDX) TO MCAT-SEQ
086000             MOVE CAT-STAMP-DATE (WS-CAT-IDX) TO MCAT-STAMP-DATE
086100             MOVE CAT-STAMP-TIME (WS-CAT-IDX) TO MCAT-STAMP-TIME
086200             MOVE CAT-COUNT (WS-CAT-IDX) TO MCAT-COUNT
086300             MOVE CAT-HASH (WS-CAT-IDX) TO MCAT-HASH
086400             WRITE CATALOG-LINE FROM MCAT-DETAIL-LINE
086500         END-IF
086600     END-PERFORM
086700     CLOSE CATALOG-FILE.
086800 5000-EXIT.
086900     EXIT.
087000
087100*-----------------------------------------------------------
087200* 8000-FINALIZE - TRAILER AND END-OF-JOB DISPLAY
087300*-----------------------------------------------------------
087400 8000-FINALIZE.
087500     IF CATALOG-OVERFLOWED
087600         DISPLAY "ERROR: BACKUPCATALOGUS VOL (" WS-CAT-MAX
087700                 " ENTRIES) - CATALOGUS ONVOLLEDIG"
087800         MOVE 8 TO RETURN-CODE
087900     END-IF
088000     WRITE UNLD-REPORT-LINE FROM UNL-BLANK-LINE
088100     MOVE WS-UNLOAD-COUNT TO UNL-TRL-UNLOADED
088200     MOVE WS-ABSENT-COUNT TO UNL-TRL-ABSENT
088300     MOVE WS-PURGE-COUNT TO UNL-TRL-PURGED
088400     WRITE UNLD-REPORT-LINE FROM UNL-TRAILER-LINE
088500     CLOSE UNLD-REPORT-FILE
088600     DISPLAY "MSTUNLD COMPLETE - " WS-UNLOAD-COUNT
088700             " MASTER(S) GEUNLOAD, " WS-ABSENT-COUNT
088800             " NIET AANWEZIG, " WS-PURGE-COUNT
088900             " BACKUP(S) VERWIJDERD.".
089000 8000-EXIT.
089100     EXIT.
089200
089300*-----------------------------------------------------------
089400* 9000-WRITE-RUN-JOURNAL - APPEND THE END-OF-JOB RECORD
089500*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
089600*                          COUNTS) TO RUNJRNL.DAT
089700*-----------------------------------------------------------
089800 9000-WRITE-RUN-JOURNAL.
089900     ACCEPT WS-END-TIME-RAW FROM TIME
090000     OPEN EXTEND RUN-JOURNAL-FILE
090100     IF WS-JRNL-STATUS = "35"
090200         OPEN OUTPUT RUN-JOURNAL-FILE
090300     END-IF
090400     MOVE "MSTUNLD" TO JRNL-PROGRAM
090500     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
090600     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
090700     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
090800     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
090900     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
091000     MOVE RETURN-CODE TO JRNL-RC
091100     MOVE WS-UNLOAD-COUNT TO JRNL-COUNT-1
091200     MOVE WS-TOTAL-RECORDS TO JRNL-COUNT-2
091300     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
091400     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
091500     CLOSE RUN-JOURNAL-FILE.
091600 9000-EXIT.
091700     EXIT.
