000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTEGCHK.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - WEKELIJKSE CONTROLE OP
001300*                  DE VERWIJZINGEN TUSSEN DE BESTANDEN. ELK
001400*                  ONDERHOUDSPROGRAMMA BEWAAKT ZIJN EIGEN
001500*                  MASTER, MAAR NIETS KEEK OF EEN KLANT,
001600*                  ARTIKEL, PERSOON OF AFDELING WAARNAAR
001700*                  ELDERS VERWEZEN WORDT NOG BESTAAT. GETOETST:
001800*                  CONTRACT.DAT KLANT EN ARTIKEL/GROEP,
001900*                  OPENPOST.DAT KLANT, TOESLAG.DAT GROEP
002000*                  (MOET NOG EEN ARTIKEL IN ARTMAST.IDX
002100*                  HEBBEN), CERTREG.IDX TEGEN ROSTMAST.IDX
002200*                  (ONBEKEND OF UIT DIENST), DE PERSONEN IN
002300*                  SCORECUR.IDX TEGEN PEOPLE.IDX EN HUN
002400*                  LAATSTE AFDELING TEGEN AFDMAST.DAT, EN
002500*                  FACTNR.DAT TEGEN DE HOOGSTE UITGEGEVEN
002600*                  FACTUURNR IN FACTUUR.DAT. ELKE WEES OF
002700*                  LOSSE VERWIJZING STAAT MET BESTAND EN
002800*                  SLEUTEL OP INTEGCHK.DAT, MET AANTALLEN PER
002900*                  CONTROLE. CONDITION CODE 4 BIJ ELKE
003000*                  BEVINDING. READ-ONLY.
00300A* 2026-10-15  BJS  SCOREREGELS ONDER EEN AVG-PSEUDONIEM
00300B*                  (AVG-ANON-) HOREN GEEN PERSOON MEER TE
00300C*                  HEBBEN EN TELLEN NIET ALS WEES.
00300D* 2026-10-15  BJS  PEOPLE.IDX-RECORD UITGEBREID MET PIDX-AFDELING
00300E*                  EN PIDX-INDIENST (ZIE READCSV).
00300F* 2026-10-15  BJS  CERTREG.IDX-RECORD UITGEBREID MET CERT-SCENARIO
00300G*                  EN CERT-VERSIE (ZIE CERTUPD).
00300H* 2026-10-15  BJS  CONTROLE 8: EEN REGISTER DAT OP JJJJ0000
00300I*                  STAAT (BEGIN VAN EEN NIEUWE JAARREEKS, GEZET
00300J*                  DOOR JAARAFS OF FACTPRT) MAG VOOR DE
00300K*                  HOOGSTE UITGEGEVEN FACTUURNR LIGGEN.
00300L* 2026-10-15  BJS  CONTROLE 3 LEEST DE OPEN POSTEN UIT DE
00300M*                  GEINDEXEERDE OPENPOST.IDX (OPENPOST.CPY).
003100*-----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS KLA-NUMMER
004000         FILE STATUS IS WS-KLANTMST-STATUS.
004100
004200     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ART-NUMMER
004600         FILE STATUS IS WS-ARTMAST-STATUS.
004700
004800     SELECT ROSTER-MASTER ASSIGN TO "ROSTMAST.IDX"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ROS-ID
005200         FILE STATUS IS WS-ROSMAST-STATUS.
005300
005400     SELECT CERT-REGISTER ASSIGN TO "CERTREG.IDX"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CERT-ID
005800         FILE STATUS IS WS-CERT-STATUS.
005900
006000     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PIDX-ID
006400         FILE STATUS IS WS-PIDX-STATUS.
006500
006600     SELECT SCORE-CURRENT-FILE ASSIGN TO "SCORECUR.IDX"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS SCK-KEY
007000         FILE STATUS IS WS-SCUR-STATUS.
007100
007200     SELECT DEPT-MASTER-FILE ASSIGN TO "AFDMAST.DAT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-AFDMST-STATUS.
007500
007600     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CONTRACT-STATUS.
007900
008000     SELECT SURCHARGE-FILE ASSIGN TO "TOESLAG.DAT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-TOESLAG-STATUS.
008300
008400     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
008500         ORGANIZATION IS INDEXED
008501         ACCESS MODE IS SEQUENTIAL
008502         RECORD KEY IS OPN-FACTUUR
008503         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
008600         FILE STATUS IS WS-OPENPOST-STATUS.
008700
008800     SELECT INVOICE-NR-FILE ASSIGN TO "FACTNR.DAT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-FACTNR-STATUS.
009100
009200     SELECT INVOICE-DOC-FILE ASSIGN TO "FACTUUR.DAT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-FACTUUR-STATUS.
009500
009600     SELECT INTEG-REPORT-FILE ASSIGN TO "INTEGCHK.DAT"
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800
009900     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS WS-RUNSEQ-STATUS.
010200
010300     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
010400         ORGANIZATION IS LINE SEQUENTIAL
010500         FILE STATUS IS WS-JRNL-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  KLANT-MASTER.
011000     COPY "KLANTMST.CPY".
011100
011200 FD  ARTIKEL-MASTER.
011300     COPY "ARTMAST.CPY".
011400
011500 FD  ROSTER-MASTER.
011600 01  ROSTER-MASTER-RECORD.
011700     05  ROS-ID               PIC X(08).
011800     05  ROS-NAAM             PIC X(30).
011900     05  ROS-GEBOORTE         PIC 9(08).
012000     05  ROS-LAND             PIC X(30).
012100     05  ROS-EINDDATUM        PIC 9(08).
012200
012300 FD  CERT-REGISTER.
012400 01  CERT-RECORD.
012500     05  CERT-ID              PIC X(08).
012600     05  CERT-NAAM            PIC X(30).
012700     05  CERT-BEHAALD         PIC 9(08).
012800     05  CERT-VERVALT         PIC 9(08).
012900     05  CERT-SESSIES         PIC 9(05).
01290A     05  CERT-SCENARIO        PIC X(20).
01290B     05  CERT-VERSIE          PIC 9(06).
013000
013100 FD  PEOPLE-INDEXED.
013200 01  PEOPLE-INDEXED-RECORD.
013300     05  PIDX-ID              PIC X(32).
013400     05  PIDX-NAME            PIC X(128).
013500     05  PIDX-SCORE           PIC S9(07)V99.
01350A     05  PIDX-AFDELING        PIC X(20).
01350B     05  PIDX-INDIENST        PIC 9(08).
013600
013700 FD  SCORE-CURRENT-FILE.
013800     COPY "SCORECUR.CPY".
013900
014000 FD  DEPT-MASTER-FILE.
014100 01  DEPT-MASTER-LINE         PIC X(80).
014200
014300 FD  CONTRACT-FILE.
014400 01  CONTRACT-LINE            PIC X(132).
014500
014600 FD  SURCHARGE-FILE.
014700 01  SURCHARGE-LINE           PIC X(80).
014800
014900 FD  OPEN-ITEMS-FILE.
015000     COPY "OPENPOST.CPY".
015100
015200 FD  INVOICE-NR-FILE.
015300 01  INVOICE-NR-LINE          PIC 9(08).
015400
015500 FD  INVOICE-DOC-FILE.
015600 01  INVOICE-DOC-LINE         PIC X(132).
015700
015800 FD  INTEG-REPORT-FILE.
015900 01  INTEG-REPORT-LINE        PIC X(132).
016000
016100 FD  RUN-SEQ-FILE.
016200 01  RUN-SEQ-LINE             PIC 9(06).
016300
016400 FD  RUN-JOURNAL-FILE.
016500 01  RUN-JOURNAL-LINE         PIC X(80).
016600
016700 WORKING-STORAGE SECTION.
016800*-----------------------------------------------------------
016900* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
017000*-----------------------------------------------------------
017100     COPY "RUNHDR.CPY".
017200
017300*-----------------------------------------------------------
017400* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
017500*-----------------------------------------------------------
017600     COPY "RUNJRNL.CPY".
017700 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
017800 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
017900 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
018000
018100 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
018200 01  WS-RUNSEQ-ENV-X          PIC X(10).
018300 01  WS-RUNDATE-ENV-X         PIC X(10).
018400 01  WS-ADMIN-ENV-X           PIC X(06).
018500 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
018600 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
018700 01  WS-ROSMAST-STATUS        PIC X(02) VALUE "00".
018800 01  WS-CERT-STATUS           PIC X(02) VALUE "00".
018900 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
019000 01  WS-SCUR-STATUS           PIC X(02) VALUE "00".
019100 01  WS-AFDMST-STATUS         PIC X(02) VALUE "00".
019200 01  WS-CONTRACT-STATUS       PIC X(02) VALUE "00".
019300 01  WS-TOESLAG-STATUS        PIC X(02) VALUE "00".
019400 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
019500 01  WS-FACTNR-STATUS         PIC X(02) VALUE "00".
019600 01  WS-FACTUUR-STATUS        PIC X(02) VALUE "00".
019700
019800 01  WS-EOF-SW                PIC X VALUE "N".
019900     88 FILE-EOF              VALUE "Y".
020000     88 FILE-NOT-EOF          VALUE "N".
020100
020200*-----------------------------------------------------------
020300* WELKE MASTERS ER ZIJN - EEN ONTBREKENDE MASTER SLAAT DE
020400* CONTROLES DIE ERTEGEN TOETSEN OVER
020500*-----------------------------------------------------------
020600 01  WS-KLANT-SW              PIC X VALUE "N".
020700     88 KLANT-AVAILABLE       VALUE "Y".
020800     88 KLANT-NOT-AVAILABLE   VALUE "N".
020900 01  WS-ARTIKEL-SW            PIC X VALUE "N".
021000     88 ARTIKEL-AVAILABLE     VALUE "Y".
021100     88 ARTIKEL-NOT-AVAILABLE VALUE "N".
021200 01  WS-ROSTER-SW             PIC X VALUE "N".
021300     88 ROSTER-AVAILABLE      VALUE "Y".
021400     88 ROSTER-NOT-AVAILABLE  VALUE "N".
021500 01  WS-PEOPLE-SW             PIC X VALUE "N".
021600     88 PEOPLE-AVAILABLE      VALUE "Y".
021700     88 PEOPLE-NOT-AVAILABLE  VALUE "N".
021800 01  WS-FOUND-SW              PIC X VALUE "N".
021900     88 KEY-FOUND             VALUE "Y".
022000     88 KEY-NOT-FOUND         VALUE "N".
022100
022200*-----------------------------------------------------------
022300* DE CONTROLES - NAAM, AANTAL GETOETST, AANTAL BEVINDINGEN EN
022400* STATUS (U UITGEVOERD, G GEEN BRONBESTAND, O OVERGESLAGEN
022500* OMDAT DE MASTER ONTBREEKT)
022600*-----------------------------------------------------------
022700 01  WS-CHECK-NAMES.
022800     05  FILLER               PIC X(40)
022900         VALUE "CONTRACT.DAT KLANT  -> KLANTMST.IDX".
023000     05  FILLER               PIC X(40)
023100         VALUE "CONTRACT.DAT ARTIKEL -> ARTMAST.IDX".
023200     05  FILLER               PIC X(40)
023300         VALUE "OPENPOST.IDX KLANT  -> KLANTMST.IDX".
023400     05  FILLER               PIC X(40)
023500         VALUE "TOESLAG.DAT GROEP   -> ARTMAST.IDX".
023600     05  FILLER               PIC X(40)
023700         VALUE "CERTREG.IDX PERSOON -> ROSTMAST.IDX".
023800     05  FILLER               PIC X(40)
023900         VALUE "SCORECUR.IDX PERSOON -> PEOPLE.IDX".
024000     05  FILLER               PIC X(40)
024100         VALUE "PERSOON AFDELING    -> AFDMAST.DAT".
024200     05  FILLER               PIC X(40)
024300         VALUE "FACTNR.DAT          -> FACTUUR.DAT".
024400 01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
024500     05  CHK-NAAM             PIC X(40) OCCURS 8 TIMES.
024600 77  WS-CHECK-MAX             PIC 9(02) COMP VALUE 8.
024700 77  WS-CHK-IDX               PIC 9(02) COMP VALUE ZERO.
024800 01  WS-CHECK-TABLE.
024900     05  WS-CHECK-ENTRY OCCURS 8 TIMES.
025000         10  CHK-GETOETST     PIC 9(07) COMP.
025100         10  CHK-BEVINDING    PIC 9(07) COMP.
025200         10  CHK-STATUS       PIC X(01).
025300 77  WS-TOTAL-GETOETST        PIC 9(07) COMP VALUE ZERO.
025400 77  WS-TOTAL-BEVINDING       PIC 9(07) COMP VALUE ZERO.
025500
025600*-----------------------------------------------------------
025700* DE ARTIKELGROEPEN DIE IN ARTMAST.IDX VOORKOMEN
025800*-----------------------------------------------------------
025900 77  WS-GRP-COUNT             PIC 9(04) COMP VALUE ZERO.
026000 77  WS-GRP-MAX               PIC 9(04) COMP VALUE 500.
026100 77  WS-GRP-IDX               PIC 9(04) COMP VALUE ZERO.
026200 01  WS-GRP-TABLE.
026300     05  WS-GRP-ENTRY OCCURS 500 TIMES.
026400         10  GRP-CODE         PIC X(08).
026500
026600*-----------------------------------------------------------
026700* DE GELDIGE AFDELINGSCODES UIT AFDMAST.DAT, ALS IN READCSV
026800*-----------------------------------------------------------
026900 77  WS-AFD-COUNT             PIC 9(02) COMP VALUE ZERO.
027000 77  WS-AFD-MAX               PIC 9(02) COMP VALUE 50.
027100 77  WS-AFD-IDX               PIC 9(02) COMP VALUE ZERO.
027200 01  WS-AFD-TABLE.
027300     05  WS-AFD-ENTRY OCCURS 50 TIMES.
027400         10  AFD-CODE         PIC X(20).
027500 01  WS-AFD-CODE-X            PIC X(20).
027600
027700*-----------------------------------------------------------
027800* PARSE FIELDS - CONTRACT (KLANT,ARTIKEL,...), TOESLAG
027900* (GROEP,...) EN OPENPOST (OPN-FACTUUR, OPN-KLANT)
028000*-----------------------------------------------------------
028100 01  WS-IN-KLANT-X            PIC X(12).
028200 01  WS-IN-ARTIKEL-X          PIC X(12).
028300 01  WS-IN-GROEP-X            PIC X(12).
028400 01  WS-IN-INVOICE-X          PIC X(12).
028500 01  WS-IN-REST-X             PIC X(16).
028600 01  WS-KEY-X                 PIC X(08).
028700
028800*-----------------------------------------------------------
028900* SCORECUR - DE LAATSTE REGEL PER PERSOON
029000*-----------------------------------------------------------
029100 01  WS-PRV-ID                PIC X(32) VALUE SPACES.
029200 01  WS-PRV-DEPT              PIC X(20) VALUE SPACES.
029300
029400*-----------------------------------------------------------
029500* FACTUURNUMMERS
029600*-----------------------------------------------------------
029700 01  WS-REGISTER-FACTNR       PIC 9(08) VALUE ZERO.
029800 01  WS-HIGH-FACTNR           PIC 9(08) VALUE ZERO.
029900 01  WS-LOW-FACTNR            PIC 9(08) VALUE ZERO.
030000 01  WS-DOC-FACTNR            PIC 9(08) VALUE ZERO.
030100 01  WS-RANGE-COUNT           PIC 9(08) VALUE ZERO.
030200 77  WS-DOC-COUNT             PIC 9(07) COMP VALUE ZERO.
030300 01  WS-NR-EDIT               PIC Z(07)9.
030400 01  WS-NR-EDIT-2             PIC Z(07)9.
030500 01  WS-CNT-EDIT              PIC Z(06)9.
030600
030700*-----------------------------------------------------------
030800* EEN BEVINDING - GEVULD DOOR DE CONTROLE, GESCHREVEN DOOR
030900* 6000-WRITE-FINDING
031000*-----------------------------------------------------------
031100 01  WS-FND-BESTAND           PIC X(12).
031200 01  WS-FND-SLEUTEL           PIC X(32).
031300 01  WS-FND-NAAR              PIC X(20).
031400 01  WS-FND-REDEN             PIC X(40).
031500
031600*-----------------------------------------------------------
031700* INTEGCHK.DAT
031800*-----------------------------------------------------------
031900 01  INT-HEADING-1.
032000     05  FILLER               PIC X(40)
032100              VALUE "CONTROLE VERWIJZINGEN TUSSEN BESTANDEN".
032200     05  FILLER               PIC X(10) VALUE "  RUNDATUM".
032300     05  FILLER               PIC X(01) VALUE SPACE.
032400     05  INT-HDG-DATE         PIC 9(08).
032500     05  FILLER               PIC X(06) VALUE "  ADM ".
032600     05  INT-HDG-ADMIN        PIC X(04).
032700
032800 01  INT-HEADING-2.
032900     05  FILLER               PIC X(04) VALUE "CHK".
033000     05  FILLER               PIC X(14) VALUE "BESTAND".
033100     05  FILLER               PIC X(34) VALUE "SLEUTEL".
033200     05  FILLER               PIC X(22) VALUE "VERWIJST NAAR".
033300     05  FILLER               PIC X(05) VALUE "REDEN".
033400
033500 01  INT-DETAIL-LINE.
033600     05  INT-DET-CHECK        PIC 9(02).
033700     05  FILLER               PIC X(02) VALUE SPACES.
033800     05  INT-DET-BESTAND      PIC X(12).
033900     05  FILLER               PIC X(02) VALUE SPACES.
034000     05  INT-DET-SLEUTEL      PIC X(32).
034100     05  FILLER               PIC X(02) VALUE SPACES.
034200     05  INT-DET-NAAR         PIC X(20).
034300     05  FILLER               PIC X(02) VALUE SPACES.
034400     05  INT-DET-REDEN        PIC X(40).
034500
034600 01  INT-SUMMARY-HEADING.
034700     05  FILLER               PIC X(44) VALUE "CHK CONTROLE".
034800     05  FILLER               PIC X(11) VALUE "   GETOETST".
034900     05  FILLER               PIC X(11) VALUE "BEVINDINGEN".
035000     05  FILLER               PIC X(04) VALUE SPACES.
035100     05  FILLER               PIC X(06) VALUE "STATUS".
035200
035300 01  INT-SUMMARY-LINE.
035400     05  INT-SUM-CHECK        PIC 9(02).
035500     05  FILLER               PIC X(02) VALUE SPACES.
035600     05  INT-SUM-NAAM         PIC X(40).
035700     05  INT-SUM-GETOETST     PIC ZZZ,ZZZ,ZZ9.
035800     05  INT-SUM-BEVINDING    PIC ZZZ,ZZZ,ZZ9.
035900     05  FILLER               PIC X(04) VALUE SPACES.
036000     05  INT-SUM-STATUS       PIC X(30).
036100
036200 01  INT-TRAILER-LINE.
036300     05  FILLER               PIC X(21)
036400                              VALUE "TOTAAL GETOETST   : ".
036500     05  INT-TRL-GETOETST     PIC ZZZ,ZZZ,ZZ9.
036600     05  FILLER               PIC X(21)
036700                              VALUE "   BEVINDINGEN    : ".
036800     05  INT-TRL-BEVINDING    PIC ZZZ,ZZZ,ZZ9.
036900
037000 01  INT-NONE-LINE            PIC X(40)
037100                              VALUE "GEEN BEVINDINGEN".
037200 01  INT-BLANK-LINE           PIC X(01) VALUE SPACE.
037300
037400 PROCEDURE DIVISION.
037500
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037800     PERFORM 1100-LOAD-AFDELINGEN THRU 1100-EXIT
037900     PERFORM 2000-OPEN-MASTERS THRU 2000-EXIT
038000     PERFORM 2100-LOAD-GROEPEN THRU 2100-EXIT
038100     PERFORM 3000-CHECK-CONTRACTS THRU 3000-EXIT
038200     PERFORM 3200-CHECK-OPENPOST THRU 3200-EXIT
038300     PERFORM 3400-CHECK-TOESLAG THRU 3400-EXIT
038400     PERFORM 3600-CHECK-CERTREG THRU 3600-EXIT
038500     PERFORM 3800-CHECK-SCORECUR THRU 3800-EXIT
038600     PERFORM 4000-CHECK-FACTNR THRU 4000-EXIT
038700     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
038800     PERFORM 8000-FINALIZE THRU 8000-EXIT
038900     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
039000     STOP RUN.
039100
039200*-----------------------------------------------------------
039300* 1000-INITIALIZE - RUN HEADER, THE CHECK TABLE AND THE
039400*                   REPORT HEADINGS
039500*-----------------------------------------------------------
039600 1000-INITIALIZE.
039700     ACCEPT WS-START-TIME-RAW FROM TIME
039800     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
039900     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
040000             UNTIL WS-CHK-IDX > WS-CHECK-MAX
040100         MOVE ZERO TO CHK-GETOETST (WS-CHK-IDX)
040200                      CHK-BEVINDING (WS-CHK-IDX)
040300         MOVE "U" TO CHK-STATUS (WS-CHK-IDX)
040400     END-PERFORM
040500     OPEN OUTPUT INTEG-REPORT-FILE
040600     MOVE RUNHDR-RUN-DATE TO INT-HDG-DATE
040700     MOVE RUNHDR-ADMIN TO INT-HDG-ADMIN
040800     WRITE INTEG-REPORT-LINE FROM INT-HEADING-1
040900     WRITE INTEG-REPORT-LINE FROM INT-BLANK-LINE
041000     WRITE INTEG-REPORT-LINE FROM INT-HEADING-2.
041100 1000-EXIT.
041200     EXIT.
041300
041400*-----------------------------------------------------------
041500* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
041600*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
041700*                       LIKE EVERY OTHER CHAIN STEP
041800*-----------------------------------------------------------
041900 1050-GET-RUN-HEADER.
042000     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
042100     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
042200     IF RUNHDR-OPERATOR-ID = SPACES
042300         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
042400     END-IF
042500     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
042600     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
042700     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
042800     IF WS-RUNDATE-ENV-X NOT = SPACES
042900         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
043000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
043100             TO RUNHDR-RUN-DATE
043200         DISPLAY "INTEGCHK: RUN DATE OVERGENOMEN UIT RUNDATE - "
043300                 RUNHDR-RUN-DATE
043400     END-IF
043500     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
043600     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
043700     IF WS-ADMIN-ENV-X NOT = SPACES
043800         MOVE FUNCTION UPPER-CASE(FUNCTION
043900             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
044000     END-IF
044100     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
044200     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
044300     IF WS-RUNSEQ-ENV-X NOT = SPACES
044400         AND FUNCTION TEST-NUMVAL(FUNCTION
044500                 TRIM(WS-RUNSEQ-ENV-X)) = 0
044600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
044700             TO RUNHDR-RUN-SEQ
044800     ELSE
044900         OPEN INPUT RUN-SEQ-FILE
045000         IF WS-RUNSEQ-STATUS = "00"
045100             READ RUN-SEQ-FILE
045200                 AT END
045300                     MOVE ZERO TO RUN-SEQ-LINE
045400             END-READ
045500             CLOSE RUN-SEQ-FILE
045600         ELSE
045700             MOVE ZERO TO RUN-SEQ-LINE
045800         END-IF
045900         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
046000         OPEN OUTPUT RUN-SEQ-FILE
046100         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
046200         WRITE RUN-SEQ-LINE
046300         CLOSE RUN-SEQ-FILE
046400     END-IF
046500     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
046600             " DATE: " RUNHDR-RUN-DATE
046700             " SEQ: " RUNHDR-RUN-SEQ
046800             " ADM: " RUNHDR-ADMIN.
046900 1050-EXIT.
047000     EXIT.
047100
047200*-----------------------------------------------------------
047300* 1100-LOAD-AFDELINGEN - DE GELDIGE AFDELINGSCODES UIT
047400*                        AFDMAST.DAT. GEEN BESTAND = READCSV
047500*                        VALIDEERT NIET, DUS DAN OOK GEEN
047600*                        AFDELINGSCONTROLE.
047700*-----------------------------------------------------------
047800 1100-LOAD-AFDELINGEN.
047900     MOVE ZERO TO WS-AFD-COUNT
048000     OPEN INPUT DEPT-MASTER-FILE
048100     IF WS-AFDMST-STATUS NOT = "00"
048200         MOVE "O" TO CHK-STATUS (7)
048300         GO TO 1100-EXIT
048400     END-IF
048500     SET FILE-NOT-EOF TO TRUE
048600     PERFORM UNTIL FILE-EOF OR WS-AFD-COUNT >= WS-AFD-MAX
048700         READ DEPT-MASTER-FILE
048800             AT END
048900                 SET FILE-EOF TO TRUE
049000             NOT AT END
049100                 PERFORM 1150-LOAD-ONE-AFDELING THRU 1150-EXIT
049200         END-READ
049300     END-PERFORM
049400     CLOSE DEPT-MASTER-FILE.
049500 1100-EXIT.
049600     EXIT.
049700
049800 1150-LOAD-ONE-AFDELING.
049900     IF DEPT-MASTER-LINE = SPACES
050000         GO TO 1150-EXIT
050100     END-IF
050200     MOVE SPACES TO WS-AFD-CODE-X
050300     UNSTRING DEPT-MASTER-LINE DELIMITED BY ","
050400         INTO WS-AFD-CODE-X
050500     END-UNSTRING
050600     IF FUNCTION TRIM(WS-AFD-CODE-X) = SPACES
050700         GO TO 1150-EXIT
050800     END-IF
050900     ADD 1 TO WS-AFD-COUNT
051000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AFD-CODE-X))
051100         TO AFD-CODE (WS-AFD-COUNT).
051200 1150-EXIT.
051300     EXIT.
051400
051500*-----------------------------------------------------------
051600* 2000-OPEN-MASTERS - DE MASTERS WAARTEGEN GETOETST WORDT. EEN
051700*                     MASTER DIE NIET OPENT MAAKT ZIJN
051800*                     CONTROLES "OVERGESLAGEN", GEEN BEVINDING.
051900*-----------------------------------------------------------
052000 2000-OPEN-MASTERS.
052100     OPEN INPUT KLANT-MASTER
052200     IF WS-KLANTMST-STATUS = "00"
052300         SET KLANT-AVAILABLE TO TRUE
052400     ELSE
052500         DISPLAY "WARNING: KLANTMST.IDX NIET BESCHIKBAAR - "
052600                 "FILE STATUS " WS-KLANTMST-STATUS
052700         MOVE "O" TO CHK-STATUS (1) CHK-STATUS (3)
052800     END-IF
052900     OPEN INPUT ARTIKEL-MASTER
053000     IF WS-ARTMAST-STATUS = "00"
053100         SET ARTIKEL-AVAILABLE TO TRUE
053200     ELSE
053300         DISPLAY "WARNING: ARTMAST.IDX NIET BESCHIKBAAR - "
053400                 "FILE STATUS " WS-ARTMAST-STATUS
053500         MOVE "O" TO CHK-STATUS (2) CHK-STATUS (4)
053600     END-IF
053700     OPEN INPUT ROSTER-MASTER
053800     IF WS-ROSMAST-STATUS = "00"
053900         SET ROSTER-AVAILABLE TO TRUE
054000     ELSE
054100         DISPLAY "WARNING: ROSTMAST.IDX NIET BESCHIKBAAR - "
054200                 "FILE STATUS " WS-ROSMAST-STATUS
054300         MOVE "O" TO CHK-STATUS (5)
054400     END-IF
054500     OPEN INPUT PEOPLE-INDEXED
054600     IF WS-PIDX-STATUS = "00"
054700         SET PEOPLE-AVAILABLE TO TRUE
054800     ELSE
054900         DISPLAY "WARNING: PEOPLE.IDX NIET BESCHIKBAAR - "
055000                 "FILE STATUS " WS-PIDX-STATUS
055100         MOVE "O" TO CHK-STATUS (6)
055200     END-IF.
055300 2000-EXIT.
055400     EXIT.
055500
055600*-----------------------------------------------------------
055700* 2100-LOAD-GROEPEN - ELKE ART-GROEP DIE NOG EEN ARTIKEL HEEFT,
055800*                     VOOR DE GROEPSAFSPRAKEN EN DE TOESLAGEN
055900*-----------------------------------------------------------
056000 2100-LOAD-GROEPEN.
056100     MOVE ZERO TO WS-GRP-COUNT
056200     IF ARTIKEL-NOT-AVAILABLE
056300         GO TO 2100-EXIT
056400     END-IF
056500     MOVE LOW-VALUES TO ART-NUMMER
056600     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
056700         INVALID KEY
056800             SET FILE-EOF TO TRUE
056900         NOT INVALID KEY
057000             SET FILE-NOT-EOF TO TRUE
057100     END-START
057200     PERFORM UNTIL FILE-EOF
057300         READ ARTIKEL-MASTER NEXT
057400             AT END
057500                 SET FILE-EOF TO TRUE
057600             NOT AT END
057700                 PERFORM 2150-ADD-GROEP THRU 2150-EXIT
057800         END-READ
057900     END-PERFORM.
058000 2100-EXIT.
058100     EXIT.
058200
058300 2150-ADD-GROEP.
058400     IF ART-GROEP = SPACES
058500         GO TO 2150-EXIT
058600     END-IF
058700     MOVE ART-GROEP TO WS-KEY-X
058800     PERFORM 2200-FIND-GROEP THRU 2200-EXIT
058900     IF KEY-FOUND
059000         GO TO 2150-EXIT
059100     END-IF
059200     IF WS-GRP-COUNT >= WS-GRP-MAX
059300         DISPLAY "WARNING: MEER DAN " WS-GRP-MAX
059400                 " ARTIKELGROEPEN - GROEP " ART-GROEP
059500                 " NIET GELADEN"
059600         GO TO 2150-EXIT
059700     END-IF
059800     ADD 1 TO WS-GRP-COUNT
059900     MOVE ART-GROEP TO GRP-CODE (WS-GRP-COUNT).
060000 2150-EXIT.
060100     EXIT.
060200
060300 2200-FIND-GROEP.
060400     SET KEY-NOT-FOUND TO TRUE
060500     PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
060600             UNTIL WS-GRP-IDX > WS-GRP-COUNT OR KEY-FOUND
060700         IF GRP-CODE (WS-GRP-IDX) = WS-KEY-X
060800             SET KEY-FOUND TO TRUE
060900         END-IF
061000     END-PERFORM.
061100 2200-EXIT.
061200     EXIT.
061300
061400*-----------------------------------------------------------
061500* 3000-CHECK-CONTRACTS - ELKE AFSPRAAK IN CONTRACT.DAT MOET EEN
061600*                        BESTAANDE KLANT HEBBEN (CONTROLE 1) EN
061700*                        EEN BESTAAND ARTIKEL OF EEN GROEP MET
061800*                        NOG ARTIKELEN (CONTROLE 2)
061900*-----------------------------------------------------------
062000 3000-CHECK-CONTRACTS.
062100     OPEN INPUT CONTRACT-FILE
062200     IF WS-CONTRACT-STATUS NOT = "00"
062300         MOVE "G" TO CHK-STATUS (1) CHK-STATUS (2)
062400         GO TO 3000-EXIT
062500     END-IF
062600     SET FILE-NOT-EOF TO TRUE
062700     PERFORM UNTIL FILE-EOF
062800         READ CONTRACT-FILE
062900             AT END
063000                 SET FILE-EOF TO TRUE
063100             NOT AT END
063200                 PERFORM 3100-CHECK-ONE-CONTRACT THRU 3100-EXIT
063300         END-READ
063400     END-PERFORM
063500     CLOSE CONTRACT-FILE.
063600 3000-EXIT.
063700     EXIT.
063800
063900 3100-CHECK-ONE-CONTRACT.
064000     IF CONTRACT-LINE = SPACES
064100         GO TO 3100-EXIT
064200     END-IF
064300     MOVE SPACES TO WS-IN-KLANT-X WS-IN-ARTIKEL-X
064400     UNSTRING CONTRACT-LINE DELIMITED BY ","
064500         INTO WS-IN-KLANT-X WS-IN-ARTIKEL-X
064600     END-UNSTRING
064700     MOVE "CONTRACT.DAT" TO WS-FND-BESTAND
064800     MOVE SPACES TO WS-FND-SLEUTEL
064900     STRING FUNCTION TRIM(WS-IN-KLANT-X) DELIMITED BY SIZE
065000            "/" DELIMITED BY SIZE
065100            FUNCTION TRIM(WS-IN-ARTIKEL-X) DELIMITED BY SIZE
065200         INTO WS-FND-SLEUTEL
065300     END-STRING
065400     IF KLANT-AVAILABLE
065500         ADD 1 TO CHK-GETOETST (1)
065600         MOVE FUNCTION TRIM(WS-IN-KLANT-X) TO KLA-NUMMER
065700         READ KLANT-MASTER
065800             INVALID KEY
065900                 MOVE 1 TO WS-CHK-IDX
066000                 MOVE "KLANTMST.IDX" TO WS-FND-NAAR
066100                 MOVE "KLANT BESTAAT NIET MEER" TO WS-FND-REDEN
066200                 PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
066300         END-READ
066400     END-IF
066500     IF ARTIKEL-NOT-AVAILABLE
066600         GO TO 3100-EXIT
066700     END-IF
066800     ADD 1 TO CHK-GETOETST (2)
066900     MOVE FUNCTION TRIM(WS-IN-ARTIKEL-X) TO ART-NUMMER
067000     READ ARTIKEL-MASTER
067100         INVALID KEY
067200             MOVE FUNCTION TRIM(WS-IN-ARTIKEL-X) TO WS-KEY-X
067300             PERFORM 2200-FIND-GROEP THRU 2200-EXIT
067400             IF KEY-NOT-FOUND
067500                 MOVE 2 TO WS-CHK-IDX
067600                 MOVE "ARTMAST.IDX" TO WS-FND-NAAR
067700                 MOVE "GEEN ARTIKEL EN GEEN GROEP MET ARTIKELEN"
067800                     TO WS-FND-REDEN
067900                 PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
068000             END-IF
068100     END-READ.
068200 3100-EXIT.
068300     EXIT.
068400
068500*-----------------------------------------------------------
068600* 3200-CHECK-OPENPOST - ELKE OPEN POST MOET BIJ EEN BESTAANDE
068700*                       KLANT HOREN (CONTROLE 3). DE INTERNE
068800*                       FACTUUR 000000 IS GEEN VORDERING.
068900*-----------------------------------------------------------
069000 3200-CHECK-OPENPOST.
069100     OPEN INPUT OPEN-ITEMS-FILE
069200     IF WS-OPENPOST-STATUS NOT = "00"
069300         MOVE "G" TO CHK-STATUS (3)
069400         GO TO 3200-EXIT
069500     END-IF
069600     IF KLANT-NOT-AVAILABLE
069700         CLOSE OPEN-ITEMS-FILE
069800         GO TO 3200-EXIT
069900     END-IF
070000     SET FILE-NOT-EOF TO TRUE
070100     PERFORM UNTIL FILE-EOF
070200         READ OPEN-ITEMS-FILE
070300             AT END
070400                 SET FILE-EOF TO TRUE
070500             NOT AT END
070600                 PERFORM 3300-CHECK-ONE-OPENPOST THRU 3300-EXIT
070700         END-READ
070800     END-PERFORM
070900     CLOSE OPEN-ITEMS-FILE.
071000 3200-EXIT.
071100     EXIT.
071200
071300 3300-CHECK-ONE-OPENPOST.
071400     MOVE OPN-FACTUUR TO WS-IN-INVOICE-X
071500     MOVE OPN-KLANT TO WS-IN-KLANT-X
072100     IF FUNCTION TRIM(WS-IN-INVOICE-X) = "000000"
072200         OR FUNCTION TRIM(WS-IN-KLANT-X) = "INTERN"
072300         GO TO 3300-EXIT
072400     END-IF
072500     ADD 1 TO CHK-GETOETST (3)
072600     MOVE FUNCTION TRIM(WS-IN-KLANT-X) TO KLA-NUMMER
072700     READ KLANT-MASTER
072800         INVALID KEY
072900             MOVE 3 TO WS-CHK-IDX
073000             MOVE "OPENPOST.IDX" TO WS-FND-BESTAND
073100             MOVE SPACES TO WS-FND-SLEUTEL
073200             STRING FUNCTION TRIM(WS-IN-INVOICE-X)
073300                        DELIMITED BY SIZE
073400                    "/" DELIMITED BY SIZE
073500                    FUNCTION TRIM(WS-IN-KLANT-X)
073600                        DELIMITED BY SIZE
073700                 INTO WS-FND-SLEUTEL
073800             END-STRING
073900             MOVE "KLANTMST.IDX" TO WS-FND-NAAR
074000             MOVE "OPEN POST VAN VERWIJDERDE KLANT"
074100                 TO WS-FND-REDEN
074200             PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
074300     END-READ.
074400 3300-EXIT.
074500     EXIT.
074600
074700*-----------------------------------------------------------
074800* 3400-CHECK-TOESLAG - EEN GROEPSTOESLAG IN TOESLAG.DAT VOOR
074900*                      EEN GROEP ZONDER ENIG ARTIKEL IN
075000*                      ARTMAST.IDX IS EEN WEES (CONTROLE 4)
075100*-----------------------------------------------------------
075200 3400-CHECK-TOESLAG.
075300     OPEN INPUT SURCHARGE-FILE
075400     IF WS-TOESLAG-STATUS NOT = "00"
075500         MOVE "G" TO CHK-STATUS (4)
075600         GO TO 3400-EXIT
075700     END-IF
075800     IF ARTIKEL-NOT-AVAILABLE
075900         CLOSE SURCHARGE-FILE
076000         GO TO 3400-EXIT
076100     END-IF
076200     SET FILE-NOT-EOF TO TRUE
076300     PERFORM UNTIL FILE-EOF
076400         READ SURCHARGE-FILE
076500             AT END
076600                 SET FILE-EOF TO TRUE
076700             NOT AT END
076800                 PERFORM 3500-CHECK-ONE-TOESLAG THRU 3500-EXIT
076900         END-READ
077000     END-PERFORM
077100     CLOSE SURCHARGE-FILE.
077200 3400-EXIT.
077300     EXIT.
077400
077500 3500-CHECK-ONE-TOESLAG.
077600     IF SURCHARGE-LINE = SPACES
077700         GO TO 3500-EXIT
077800     END-IF
077900     MOVE SPACES TO WS-IN-GROEP-X
078000     UNSTRING SURCHARGE-LINE DELIMITED BY ","
078100         INTO WS-IN-GROEP-X
078200     END-UNSTRING
078300     IF FUNCTION TRIM(WS-IN-GROEP-X) = SPACES
078400         GO TO 3500-EXIT
078500     END-IF
078600     ADD 1 TO CHK-GETOETST (4)
078700     MOVE FUNCTION TRIM(WS-IN-GROEP-X) TO WS-KEY-X
078800     PERFORM 2200-FIND-GROEP THRU 2200-EXIT
078900     IF KEY-NOT-FOUND
079000         MOVE 4 TO WS-CHK-IDX
079100         MOVE "TOESLAG.DAT" TO WS-FND-BESTAND
079200         MOVE WS-KEY-X TO WS-FND-SLEUTEL
079300         MOVE "ARTMAST.IDX" TO WS-FND-NAAR
079400         MOVE "TOESLAG VOOR GROEP ZONDER ARTIKELEN"
079500             TO WS-FND-REDEN
079600         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
079700     END-IF.
079800 3500-EXIT.
079900     EXIT.
080000
080100*-----------------------------------------------------------
080200* 3600-CHECK-CERTREG - ELK CERTIFICAAT MOET BIJ EEN PERSOON IN
080300*                      ROSTMAST.IDX HOREN DIE NOG IN DIENST
080400*                      IS (CONTROLE 5)
080500*-----------------------------------------------------------
080600 3600-CHECK-CERTREG.
080700     OPEN INPUT CERT-REGISTER
080800     IF WS-CERT-STATUS NOT = "00"
080900         MOVE "G" TO CHK-STATUS (5)
081000         GO TO 3600-EXIT
081100     END-IF
081200     IF ROSTER-NOT-AVAILABLE
081300         CLOSE CERT-REGISTER
081400         GO TO 3600-EXIT
081500     END-IF
081600     MOVE LOW-VALUES TO CERT-ID
081700     START CERT-REGISTER KEY NOT < CERT-ID
081800         INVALID KEY
081900             SET FILE-EOF TO TRUE
082000         NOT INVALID KEY
082100             SET FILE-NOT-EOF TO TRUE
082200     END-START
082300     PERFORM UNTIL FILE-EOF
082400         READ CERT-REGISTER NEXT
082500             AT END
082600                 SET FILE-EOF TO TRUE
082700             NOT AT END
082800                 PERFORM 3700-CHECK-ONE-CERT THRU 3700-EXIT
082900         END-READ
083000     END-PERFORM
083100     CLOSE CERT-REGISTER.
083200 3600-EXIT.
083300     EXIT.
083400
083500 3700-CHECK-ONE-CERT.
083600     ADD 1 TO CHK-GETOETST (5)
083700     MOVE 5 TO WS-CHK-IDX
083800     MOVE "CERTREG.IDX" TO WS-FND-BESTAND
083900     MOVE CERT-ID TO WS-FND-SLEUTEL
084000     MOVE "ROSTMAST.IDX" TO WS-FND-NAAR
084100     MOVE CERT-ID TO ROS-ID
084200     READ ROSTER-MASTER
084300         INVALID KEY
084400             MOVE "PERSOON NIET IN ROSTMAST" TO WS-FND-REDEN
084500             PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
084600         NOT INVALID KEY
084700             IF ROS-EINDDATUM NOT = ZERO
084800                 AND ROS-EINDDATUM <= RUNHDR-RUN-DATE
084900                 MOVE SPACES TO WS-FND-REDEN
085000                 STRING "PERSOON UIT DIENST PER "
085100                            DELIMITED BY SIZE
085200                        ROS-EINDDATUM DELIMITED BY SIZE
085300                     INTO WS-FND-REDEN
085400                 END-STRING
085500                 PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
085600             END-IF
085700     END-READ.
085800 3700-EXIT.
085900     EXIT.
086000
086100*-----------------------------------------------------------
086200* 3800-CHECK-SCORECUR - PER PERSOON IN SCORECUR.IDX (OP
086300*                       SLEUTEL, DUS PER PERSOON OP DATUM):
086400*                       DE PERSOON MOET IN PEOPLE.IDX STAAN
086500*                       (CONTROLE 6) EN ZIJN LAATSTE AFDELING
086600*                       IN AFDMAST.DAT (CONTROLE 7)
086700*-----------------------------------------------------------
086800 3800-CHECK-SCORECUR.
086900     OPEN INPUT SCORE-CURRENT-FILE
087000     IF WS-SCUR-STATUS NOT = "00"
087100         MOVE "G" TO CHK-STATUS (6)
087200         IF CHK-STATUS (7) = "U"
087300             MOVE "G" TO CHK-STATUS (7)
087400         END-IF
087500         GO TO 3800-EXIT
087600     END-IF
087700     MOVE SPACES TO WS-PRV-ID WS-PRV-DEPT
087800     MOVE LOW-VALUES TO SCK-KEY
087900     START SCORE-CURRENT-FILE KEY NOT < SCK-KEY
088000         INVALID KEY
088100             SET FILE-EOF TO TRUE
088200         NOT INVALID KEY
088300             SET FILE-NOT-EOF TO TRUE
088400     END-START
088500     PERFORM UNTIL FILE-EOF
088600         READ SCORE-CURRENT-FILE NEXT
088700             AT END
088800                 SET FILE-EOF TO TRUE
088900             NOT AT END
089000                 IF SCK-ID NOT = WS-PRV-ID
089100                     PERFORM 3900-CHECK-ONE-PERSOON
089200                         THRU 3900-EXIT
089300                 END-IF
089400                 MOVE SCK-ID TO WS-PRV-ID
089500                 MOVE SCK-DEPT TO WS-PRV-DEPT
089600         END-READ
089700     END-PERFORM
089800     PERFORM 3900-CHECK-ONE-PERSOON THRU 3900-EXIT
089900     CLOSE SCORE-CURRENT-FILE.
090000 3800-EXIT.
090100     EXIT.
090200
090300 3900-CHECK-ONE-PERSOON.
090400     IF WS-PRV-ID = SPACES
090500         GO TO 3900-EXIT
090600     END-IF
090700     MOVE "SCORECUR.IDX" TO WS-FND-BESTAND
090800     MOVE WS-PRV-ID TO WS-FND-SLEUTEL
090900     IF PEOPLE-AVAILABLE
09090A         AND WS-PRV-ID (1:9) NOT = "AVG-ANON-"
091000         ADD 1 TO CHK-GETOETST (6)
091100         MOVE WS-PRV-ID TO PIDX-ID
091200         READ PEOPLE-INDEXED
091300             INVALID KEY
091400                 MOVE 6 TO WS-CHK-IDX
091500                 MOVE "PEOPLE.IDX" TO WS-FND-NAAR
091600                 MOVE "SCORES ZONDER PERSOON" TO WS-FND-REDEN
091700                 PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
091800         END-READ
091900     END-IF
092000     IF CHK-STATUS (7) NOT = "U"
092100         GO TO 3900-EXIT
092200     END-IF
092300     ADD 1 TO CHK-GETOETST (7)
092400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRV-DEPT))
092500         TO WS-AFD-CODE-X
092600     IF WS-AFD-CODE-X = SPACES OR WS-AFD-CODE-X = "ALGEMEEN"
092700         GO TO 3900-EXIT
092800     END-IF
092900     SET KEY-NOT-FOUND TO TRUE
093000     PERFORM VARYING WS-AFD-IDX FROM 1 BY 1
093100             UNTIL WS-AFD-IDX > WS-AFD-COUNT OR KEY-FOUND
093200         IF AFD-CODE (WS-AFD-IDX) = WS-AFD-CODE-X
093300             SET KEY-FOUND TO TRUE
093400         END-IF
093500     END-PERFORM
093600     IF KEY-NOT-FOUND
093700         MOVE 7 TO WS-CHK-IDX
093800         MOVE "AFDMAST.DAT" TO WS-FND-NAAR
093900         MOVE SPACES TO WS-FND-REDEN
094000         STRING "AFDELING " DELIMITED BY SIZE
094100                FUNCTION TRIM(WS-AFD-CODE-X) DELIMITED BY SIZE
094200                " ONBEKEND" DELIMITED BY SIZE
094300             INTO WS-FND-REDEN
094400         END-STRING
094500         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
094600     END-IF.
094700 3900-EXIT.
094800     EXIT.
094900
095000*-----------------------------------------------------------
095100* 4000-CHECK-FACTNR - HET NUMMERREGISTER FACTNR.DAT MOET GELIJK
095200*                     ZIJN AAN DE HOOGSTE FACTUURNR DIE FACTPRT
095300*                     IN ZIJN LAATSTE RUN UITGAF (FACTUUR.DAT),
095400*                     EN DIE RUN MOET EEN GESLOTEN REEKS ZIJN
095500*                     (CONTROLE 8). LOOPT HET REGISTER ACHTER,
095600*                     DAN WORDEN NUMMERS DUBBEL UITGEGEVEN.
095610*                     EEN REGISTER OP JJJJ0000 IS HET BEGIN
095620*                     VAN EEN NIEUWE JAARREEKS EN MAG VOOR
095630*                     LIGGEN.
095700*-----------------------------------------------------------
095800 4000-CHECK-FACTNR.
095900     OPEN INPUT INVOICE-DOC-FILE
096000     IF WS-FACTUUR-STATUS NOT = "00"
096100         MOVE "G" TO CHK-STATUS (8)
096200         GO TO 4000-EXIT
096300     END-IF
096400     MOVE ZERO TO WS-DOC-COUNT WS-HIGH-FACTNR
096500     MOVE 99999999 TO WS-LOW-FACTNR
096600     SET FILE-NOT-EOF TO TRUE
096700     PERFORM UNTIL FILE-EOF
096800         READ INVOICE-DOC-FILE
096900             AT END
097000                 SET FILE-EOF TO TRUE
097100             NOT AT END
097200                 PERFORM 4100-ONE-DOC-LINE THRU 4100-EXIT
097300         END-READ
097400     END-PERFORM
097500     CLOSE INVOICE-DOC-FILE
097600     IF WS-DOC-COUNT = ZERO
097700         GO TO 4000-EXIT
097800     END-IF
097900     ADD 1 TO CHK-GETOETST (8)
098000     MOVE 8 TO WS-CHK-IDX
098100     MOVE "FACTNR.DAT" TO WS-FND-BESTAND
098200     MOVE "FACTUUR.DAT" TO WS-FND-NAAR
098300     MOVE ZERO TO WS-REGISTER-FACTNR
098400     OPEN INPUT INVOICE-NR-FILE
098500     IF WS-FACTNR-STATUS = "00"
098600         READ INVOICE-NR-FILE
098700             AT END
098800                 MOVE ZERO TO INVOICE-NR-LINE
098900         END-READ
099000         IF INVOICE-NR-LINE IS NUMERIC
099100             MOVE INVOICE-NR-LINE TO WS-REGISTER-FACTNR
099200         END-IF
099300         CLOSE INVOICE-NR-FILE
099400     END-IF
099500     MOVE WS-REGISTER-FACTNR TO WS-NR-EDIT
099600     MOVE SPACES TO WS-FND-SLEUTEL
099700     STRING "REGISTER " DELIMITED BY SIZE
099800            FUNCTION TRIM(WS-NR-EDIT) DELIMITED BY SIZE
099900         INTO WS-FND-SLEUTEL
100000     END-STRING
100100     MOVE WS-HIGH-FACTNR TO WS-NR-EDIT
100200     IF WS-REGISTER-FACTNR < WS-HIGH-FACTNR
100300         MOVE SPACES TO WS-FND-REDEN
100400         STRING "ACHTER - HOOGSTE UITGEGEVEN "
100500                    DELIMITED BY SIZE
100600                FUNCTION TRIM(WS-NR-EDIT) DELIMITED BY SIZE
100700             INTO WS-FND-REDEN
100800         END-STRING
100900         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
101000     END-IF
101100     IF WS-REGISTER-FACTNR > WS-HIGH-FACTNR
101110         AND (WS-REGISTER-FACTNR < 19000000
101120         OR FUNCTION MOD(WS-REGISTER-FACTNR, 10000) NOT = ZERO)
101200         MOVE SPACES TO WS-FND-REDEN
101300         STRING "VOOR - HOOGSTE UITGEGEVEN "
101400                    DELIMITED BY SIZE
101500                FUNCTION TRIM(WS-NR-EDIT) DELIMITED BY SIZE
101600             INTO WS-FND-REDEN
101700         END-STRING
101800         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
101900     END-IF
102000     COMPUTE WS-RANGE-COUNT = WS-HIGH-FACTNR - WS-LOW-FACTNR + 1
102100     IF WS-RANGE-COUNT NOT = WS-DOC-COUNT
102200         MOVE WS-LOW-FACTNR TO WS-NR-EDIT
102300         MOVE WS-HIGH-FACTNR TO WS-NR-EDIT-2
102400         MOVE SPACES TO WS-FND-SLEUTEL
102500         STRING "REEKS " DELIMITED BY SIZE
102600                FUNCTION TRIM(WS-NR-EDIT) DELIMITED BY SIZE
102700                "-" DELIMITED BY SIZE
102800                FUNCTION TRIM(WS-NR-EDIT-2) DELIMITED BY SIZE
102900             INTO WS-FND-SLEUTEL
103000         END-STRING
103100         MOVE WS-DOC-COUNT TO WS-CNT-EDIT
103200         MOVE SPACES TO WS-FND-REDEN
103300         STRING "REEKS NIET GESLOTEN - " DELIMITED BY SIZE
103400                FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
103500                " FACTUREN" DELIMITED BY SIZE
103600             INTO WS-FND-REDEN
103700         END-STRING
103800         PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
103900     END-IF.
104000 4000-EXIT.
104100     EXIT.
104200
104300 4100-ONE-DOC-LINE.
104400     IF INVOICE-DOC-LINE (1:10) NOT = "FACTUUR   "
104500         OR INVOICE-DOC-LINE (11:8) IS NOT NUMERIC
104600         GO TO 4100-EXIT
104700     END-IF
104800     MOVE INVOICE-DOC-LINE (11:8) TO WS-DOC-FACTNR
104900     ADD 1 TO WS-DOC-COUNT
105000     IF WS-DOC-FACTNR > WS-HIGH-FACTNR
105100         MOVE WS-DOC-FACTNR TO WS-HIGH-FACTNR
105200     END-IF
105300     IF WS-DOC-FACTNR < WS-LOW-FACTNR
105400         MOVE WS-DOC-FACTNR TO WS-LOW-FACTNR
105500     END-IF.
105600 4100-EXIT.
105700     EXIT.
105800
105900*-----------------------------------------------------------
106000* 6000-WRITE-FINDING - EEN BEVINDING VOOR CONTROLE WS-CHK-IDX
106100*                      NAAR INTEGCHK.DAT, GETELD PER CONTROLE
106200*-----------------------------------------------------------
106300 6000-WRITE-FINDING.
106400     ADD 1 TO CHK-BEVINDING (WS-CHK-IDX)
106500     ADD 1 TO WS-TOTAL-BEVINDING
106600     MOVE WS-CHK-IDX TO INT-DET-CHECK
106700     MOVE WS-FND-BESTAND TO INT-DET-BESTAND
106800     MOVE WS-FND-SLEUTEL TO INT-DET-SLEUTEL
106900     MOVE WS-FND-NAAR TO INT-DET-NAAR
107000     MOVE WS-FND-REDEN TO INT-DET-REDEN
107100     WRITE INTEG-REPORT-LINE FROM INT-DETAIL-LINE.
107200 6000-EXIT.
107300     EXIT.
107400
107500*-----------------------------------------------------------
107600* 7000-WRITE-SUMMARY - DE AANTALLEN PER CONTROLE ONDER DE
107700*                      BEVINDINGEN
107800*-----------------------------------------------------------
107900 7000-WRITE-SUMMARY.
108000     IF WS-TOTAL-BEVINDING = ZERO
108100         WRITE INTEG-REPORT-LINE FROM INT-NONE-LINE
108200     END-IF
108300     WRITE INTEG-REPORT-LINE FROM INT-BLANK-LINE
108400     WRITE INTEG-REPORT-LINE FROM INT-SUMMARY-HEADING
108500     PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
108600             UNTIL WS-CHK-IDX > WS-CHECK-MAX
108700         MOVE WS-CHK-IDX TO INT-SUM-CHECK
108800         MOVE CHK-NAAM (WS-CHK-IDX) TO INT-SUM-NAAM
108900         MOVE CHK-GETOETST (WS-CHK-IDX) TO INT-SUM-GETOETST
109000         MOVE CHK-BEVINDING (WS-CHK-IDX) TO INT-SUM-BEVINDING
109100         EVALUATE CHK-STATUS (WS-CHK-IDX)
109200             WHEN "G"
109300                 MOVE "GEEN BRONBESTAND" TO INT-SUM-STATUS
109400             WHEN "O"
109500                 MOVE "OVERGESLAGEN - MASTER ONTBREEKT"
109600                     TO INT-SUM-STATUS
109700             WHEN OTHER
109800                 MOVE "UITGEVOERD" TO INT-SUM-STATUS
109900         END-EVALUATE
110000         ADD CHK-GETOETST (WS-CHK-IDX) TO WS-TOTAL-GETOETST
110100         WRITE INTEG-REPORT-LINE FROM INT-SUMMARY-LINE
110200     END-PERFORM
110300     WRITE INTEG-REPORT-LINE FROM INT-BLANK-LINE
110400     MOVE WS-TOTAL-GETOETST TO INT-TRL-GETOETST
110500     MOVE WS-TOTAL-BEVINDING TO INT-TRL-BEVINDING
110600     WRITE INTEG-REPORT-LINE FROM INT-TRAILER-LINE.
110700 7000-EXIT.
110800     EXIT.
110900
111000*-----------------------------------------------------------
111100* 8000-FINALIZE - CLOSE THE MASTERS; CONDITION CODE 4 ON ANY
111200*                 BEVINDING SO IT SHOWS ON THE MORNING PAGE
111300*-----------------------------------------------------------
111400 8000-FINALIZE.
111500     IF KLANT-AVAILABLE
111600         CLOSE KLANT-MASTER
111700     END-IF
111800     IF ARTIKEL-AVAILABLE
111900         CLOSE ARTIKEL-MASTER
112000     END-IF
112100     IF ROSTER-AVAILABLE
112200         CLOSE ROSTER-MASTER
112300     END-IF
112400     IF PEOPLE-AVAILABLE
112500         CLOSE PEOPLE-INDEXED
112600     END-IF
112700     CLOSE INTEG-REPORT-FILE
112800     DISPLAY "INTEGCHK COMPLETE - " WS-TOTAL-GETOETST
112900             " VERWIJZING(EN) GETOETST, " WS-TOTAL-BEVINDING
113000             " BEVINDING(EN)"
113100     IF WS-TOTAL-BEVINDING > ZERO
113200         DISPLAY "WARNING: WEZEN OF LOSSE VERWIJZINGEN GEVONDEN"
113300                 " - ZIE INTEGCHK.DAT"
113400         MOVE 4 TO RETURN-CODE
113500     END-IF.
113600 8000-EXIT.
113700     EXIT.
113800
113900*-----------------------------------------------------------
114000* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
114100*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
114200*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
114300*-----------------------------------------------------------
114400 9000-WRITE-RUN-JOURNAL.
114500     ACCEPT WS-END-TIME-RAW FROM TIME
114600     OPEN EXTEND RUN-JOURNAL-FILE
114700     IF WS-JRNL-STATUS = "35"
114800         OPEN OUTPUT RUN-JOURNAL-FILE
114900     END-IF
115000     MOVE "INTEGCHK" TO JRNL-PROGRAM
115100     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
115200     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
115300     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
115400     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
115500     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
115600     MOVE RETURN-CODE TO JRNL-RC
115700     MOVE WS-TOTAL-GETOETST TO JRNL-COUNT-1
115800     MOVE WS-TOTAL-BEVINDING TO JRNL-COUNT-2
115900     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
116000     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
116100     CLOSE RUN-JOURNAL-FILE.
116200 9000-EXIT.
116300     EXIT.
