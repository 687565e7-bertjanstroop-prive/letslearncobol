000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVIDPAK.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - AUDITDOSSIER PER RUN.
001300*                  "LAAT ALLES ZIEN OVER DE RUN VAN 14 MAART"
001400*                  KOSTTE EEN HALVE DAG REGELS BIJEENZOEKEN UIT
001500*                  ACHT BESTANDEN; EVIDPAK ZET ZE IN EEN
001600*                  RAPPORT EVIDPAK.<RUNSEQ>. DE RUN WORDT
001700*                  GEKOZEN MET EVIDSEQ (VOLGNR) OF EVIDDATUM
001800*                  (YYYYMMDD, DE KETENRUN VAN DIE DATUM), ANDERS
001900*                  EEN PROMPT. HET DOSSIER BEVAT:
002000*                  1 DE STAPPEN UIT RUNJRNL.DAT MET TIJDEN EN
002100*                    CONDITIECODES, DE CHECKPOINTS UIT
002200*                    CHAINCKP.DAT EN DE OPERATORRUNS VAN DIE
002300*                    DATUM; EEN PROGRAMMA DAT TWEE KEER ONDER
002400*                    HET VOLGNR STAAT IS EEN HERSTART.
002500*                  2 DE INVOER: CTLBAL.DAT C-REGELS EN DE
002600*                    VERWERKTE DROPS UIT DROPREG.DAT, MET AANTAL
002700*                    EN HASH.
002800*                  3 DE UITVOER: CTLBAL.DAT P-REGELS, DE
002900*                    GENERATIES UIT GENCAT.DAT EN MSTCAT.DAT
003000*                    (MET DE SCHIJF ERNAAST) EN DE GROOTBOEK-
003100*                    OVERDRACHT UIT GLREG.DAT. HEEFT HSKEEP OF
003200*                    MSTUNLD GEDRAAID, DAN WORDEN DE VASTE
003300*                    GENERATIENAMEN <BASE>.G<SEQ> EN
003400*                    <BASE>.U<SEQ> VERWACHT; EEN NAAM DIE NIET
003500*                    (MEER) IN DE CATALOGUS STAAT WORDT
003600*                    GEMARKEERD. (EEN BESTAND DAT DIE NACHT NIET
003700*                    BESTOND KREEG GEEN GENERATIE EN VERSCHIJNT
003800*                    OOK ALS "NIET IN CATALOGUS, NIET OP
003900*                    SCHIJF".)
004000*                  4 DE PARAMETERS DIE DIE NACHT GOLDEN: DE
004100*                    HUIDIGE PARMS.DAT, TERUGGEDRAAID MET DE
004200*                    WIJZIGINGEN UIT PARMHIST.DAT VAN NA DE
004300*                    START VAN DE RUN.
004400*                  5 OVERRULINGEN (PARAMETERWIJZIGINGEN OP DE
004500*                    RUNDATUM, MARGEVLOER-OVERRULINGEN UIT
004600*                    MARGEAUD.DAT, KREDIETVRIJGAVEN UIT
004700*                    KREDEXC.DAT), SLOTBREUKEN UIT LOCKLOG.DAT
004800*                    EN HERSTARTS.
004900*                  ALLEEN LEZEN - GEEN SLOT NODIG. RC 4 ALS ER
005000*                  IETS GEMARKEERD IS (***), RC 8 ALS DE RUN NIET
005100*                  IN RUNJRNL.DAT STAAT.
005101* 2026-10-15  BJS  PARAMETERS 38-40 (EIGEN-BTWNR, EIGEN-NAAM,
005102*                  AFB-TOLER) MEEGENOMEN IN DEEL 4. DE
005103*                  BACKUPCONTROLE VERWACHT OOK OPENPOST,
005104*                  LEVMAST, INKORDER, VERKORD, TRNSESS EN
005105*                  TRNBOEK (ZIE MSTUNLD).
005200*-----------------------------------------------------------
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JRNL-STATUS.
006000
006100     SELECT CHAIN-CKP-FILE ASSIGN TO "CHAINCKP.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CKP-STATUS.
006400
006500     SELECT CONTROL-BAL-FILE ASSIGN TO "CTLBAL.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CTLB-STATUS.
006800
006900     SELECT DROP-REGISTER-FILE ASSIGN TO "DROPREG.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-DROPREG-STATUS.
007200
007300     SELECT CATALOG-FILE ASSIGN TO "GENCAT.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CAT-STATUS.
007600
007700     SELECT MST-CATALOG-FILE ASSIGN TO "MSTCAT.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MCAT-STATUS.
008000
008100     SELECT GENERATION-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-GEN-STATUS.
008400
008500     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-GLREG-STATUS.
008800
008900     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-PARM-STATUS.
009200
009300     SELECT PARM-HIST-FILE ASSIGN TO "PARMHIST.DAT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-HIST-STATUS.
009600
009700     SELECT AUDIT-FILE ASSIGN TO "MARGEAUD.DAT"
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-AUD-STATUS.
010000
010100     SELECT KRED-EXC-FILE ASSIGN TO "KREDEXC.DAT"
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS WS-KREDEXC-STATUS.
010400
010500     SELECT LOCK-LOG-FILE ASSIGN TO "LOCKLOG.DAT"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-LOCKLOG-STATUS.
010800
010900     SELECT EVID-RPT-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS WS-RPT-STATUS.
011200
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  RUN-JOURNAL-FILE.
011600 01  RUN-JOURNAL-LINE         PIC X(80).
011700
011800 FD  CHAIN-CKP-FILE.
011900 01  CHAIN-CKP-LINE           PIC X(80).
012000
012100 FD  CONTROL-BAL-FILE.
012200 01  CONTROL-BAL-LINE         PIC X(80).
012300
012400 FD  DROP-REGISTER-FILE.
012500 01  DROP-REGISTER-LINE       PIC X(132).
012600
012700 FD  CATALOG-FILE.
012800 01  CATALOG-LINE             PIC X(132).
012900
013000 FD  MST-CATALOG-FILE.
013100 01  MST-CATALOG-LINE         PIC X(132).
013200
013300 FD  GENERATION-FILE.
013400 01  GENERATION-LINE          PIC X(1068).
013500
013600 FD  GL-REGISTER-FILE.
013700 01  GL-REGISTER-LINE         PIC X(80).
013800
013900 FD  PARM-FILE.
014000 01  PARM-LINE                PIC X(256).
014100
014200 FD  PARM-HIST-FILE.
014300 01  PARM-HIST-LINE           PIC X(132).
014400
014500 FD  AUDIT-FILE.
014600 01  AUDIT-LINE               PIC X(200).
014700
014800 FD  KRED-EXC-FILE.
014900 01  KRED-EXC-LINE            PIC X(132).
015000
015100 FD  LOCK-LOG-FILE.
015200 01  LOCK-LOG-LINE            PIC X(132).
015300
015400 FD  EVID-RPT-FILE.
015500 01  EVID-RPT-LINE            PIC X(132).
015600
015700 WORKING-STORAGE SECTION.
015800*-----------------------------------------------------------
015900* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
016000*-----------------------------------------------------------
016100     COPY "RUNHDR.CPY".
016200
016300*-----------------------------------------------------------
016400* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY.
016500* HET DOSSIER LEEST DEZELFDE LAYOUT TERUG.
016600*-----------------------------------------------------------
016700     COPY "RUNJRNL.CPY".
016800 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
016900 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
017000 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
017100 01  WS-ADMIN-ENV-X           PIC X(06).
017200
017300*-----------------------------------------------------------
017400* CONTROL-TOTAL BALANCING - SEE CTLBAL.CPY
017500*-----------------------------------------------------------
017600     COPY "CTLBAL.CPY".
017700 01  WS-CTLB-STATUS           PIC X(02) VALUE "00".
017800
017900*-----------------------------------------------------------
018000* STAMBESTAND-BACKUPS - SEE MSTCAT.CPY
018100*-----------------------------------------------------------
018200     COPY "MSTCAT.CPY".
018300 01  WS-MCAT-STATUS           PIC X(02) VALUE "00".
018400
018500*-----------------------------------------------------------
018600* KREDIETUITZONDERINGEN - SEE KREDEXC.CPY
018700*-----------------------------------------------------------
018800     COPY "KREDEXC.CPY".
018900 01  WS-KREDEXC-STATUS        PIC X(02) VALUE "00".
019000
019100*-----------------------------------------------------------
019200* PARAMETERHISTORIE (PARMHIST.DAT), AS WRITTEN BY PARMMNT
019300*-----------------------------------------------------------
019400 01  HIS-DETAIL-LINE.
019500     05  HIS-DATE             PIC 9(08).
019600     05  FILLER               PIC X(01).
019700     05  HIS-TIME             PIC 9(06).
019800     05  FILLER               PIC X(02).
019900     05  HIS-OPERATOR         PIC X(08).
020000     05  FILLER               PIC X(01).
020100     05  HIS-SECOND-OPER      PIC X(08).
020200     05  FILLER               PIC X(02).
020300     05  HIS-FIELD            PIC X(12).
020400     05  FILLER               PIC X(02).
020500     05  HIS-OLD-VALUE        PIC X(20).
020600     05  FILLER               PIC X(04).
020700     05  HIS-NEW-VALUE        PIC X(20).
020800     05  FILLER               PIC X(38).
020900 01  WS-HIST-STATUS           PIC X(02) VALUE "00".
021000
021100*-----------------------------------------------------------
021200* SLOTBREUKLOG (LOCKLOG.DAT), AS WRITTEN BY LOCKBRK
021300*-----------------------------------------------------------
021400 01  LOG-DETAIL-LINE.
021500     05  LOG-DATUM            PIC 9(08).
021600     05  FILLER               PIC X(01).
021700     05  LOG-TIJD             PIC 9(06).
021800     05  FILLER               PIC X(02).
021900     05  LOG-OPERATOR         PIC X(08).
022000     05  FILLER               PIC X(02).
022100     05  LOG-WELK             PIC X(08).
022200     05  FILLER               PIC X(02).
022300     05  LOG-OUDE-INHOUD      PIC X(80).
022400     05  FILLER               PIC X(15).
022500 01  WS-LOCKLOG-STATUS        PIC X(02) VALUE "00".
022600 01  WS-LOCK-SEQ-X            PIC X(10).
022700
022800*-----------------------------------------------------------
022900* MARGE AUDIT LOG (MARGEAUD.DAT), AS WRITTEN BY MARGE - ALLEEN
023000* DE VELDEN DIE HET DOSSIER NODIG HEEFT
023100*-----------------------------------------------------------
023200 01  AUDIT-DETAIL-LINE.
023300     05  AUD-DATE             PIC 9(08).
023400     05  FILLER               PIC X(02).
023500     05  AUD-ARTNO            PIC X(08).
023600     05  FILLER               PIC X(02).
023700     05  AUD-KLANT            PIC X(08).
023800     05  FILLER               PIC X(02).
023900     05  AUD-INKOOPPRIJS      PIC X(10).
024000     05  FILLER               PIC X(02).
024100     05  AUD-MARGE-PERC       PIC X(06).
024200     05  FILLER               PIC X(02).
024300     05  AUD-VERKOOPPRIJS     PIC X(10).
024400     05  FILLER               PIC X(28).
024500     05  AUD-OVERRIDE         PIC X(01).
024600         88 AUD-FLOOR-OVERRIDE VALUE "J".
024700     05  FILLER               PIC X(01).
024800     05  AUD-GRANTOR          PIC X(08).
024900     05  FILLER               PIC X(102).
025000 01  WS-AUD-STATUS            PIC X(02) VALUE "00".
025100
025200*-----------------------------------------------------------
025300* GROOTBOEKREGISTER (GLREG.DAT), AS WRITTEN BY GLEXTR
025400*-----------------------------------------------------------
025500 01  GLR-DETAIL-LINE.
025600     05  GLR-DATE             PIC 9(08).
025700     05  FILLER               PIC X(01).
025800     05  GLR-SEQ              PIC 9(06).
025900     05  FILLER               PIC X(01).
026000     05  GLR-BEDRAG           PIC X(13).
026100     05  FILLER               PIC X(01).
026200     05  GLR-OPERATOR         PIC X(08).
026300     05  FILLER               PIC X(42).
026400 01  WS-GLREG-STATUS          PIC X(02) VALUE "00".
026500
026600*-----------------------------------------------------------
026700* FILE STATUS AND SWITCHES
026800*-----------------------------------------------------------
026900 01  WS-CKP-STATUS            PIC X(02) VALUE "00".
027000 01  WS-DROPREG-STATUS        PIC X(02) VALUE "00".
027100 01  WS-CAT-STATUS            PIC X(02) VALUE "00".
027200 01  WS-GEN-STATUS            PIC X(02) VALUE "00".
027300 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
027400 01  WS-RPT-STATUS            PIC X(02) VALUE "00".
027500 01  WS-GEN-NAME              PIC X(40) VALUE SPACES.
027600 01  WS-RPT-NAME              PIC X(40) VALUE SPACES.
027700
027800 01  WS-EOF-SW                PIC X VALUE "N".
027900     88 FILE-EOF              VALUE "Y".
028000     88 FILE-NOT-EOF          VALUE "N".
028100 01  WS-GEN-EOF-SW            PIC X VALUE "N".
028200     88 GEN-EOF               VALUE "Y".
028300     88 GEN-NOT-EOF           VALUE "N".
028400 01  WS-ON-DISK-SW            PIC X VALUE "N".
028500     88 GEN-ON-DISK           VALUE "Y".
028600     88 GEN-NOT-ON-DISK       VALUE "N".
028700 01  WS-IN-CAT-SW             PIC X VALUE "N".
028800     88 IN-CATALOG            VALUE "Y".
028900     88 NOT-IN-CATALOG        VALUE "N".
029000 01  WS-HSKEEP-SW             PIC X VALUE "N".
029100     88 HSKEEP-RAN            VALUE "Y".
029200 01  WS-MSTUNLD-SW            PIC X VALUE "N".
029300     88 MSTUNLD-RAN           VALUE "Y".
029400 01  WS-SEEN-SW               PIC X VALUE "N".
029500     88 PROGRAM-SEEN          VALUE "Y".
029600     88 PROGRAM-NOT-SEEN      VALUE "N".
029700
029800*-----------------------------------------------------------
029900* DE GEVRAAGDE RUN
030000*-----------------------------------------------------------
030100 01  WS-SEQ-X                 PIC X(08).
030200 01  WS-DATUM-X               PIC X(10).
030300 01  WS-ZOEK-SEQ              PIC 9(06) VALUE ZERO.
030400 01  WS-ZOEK-DATUM            PIC 9(08) VALUE ZERO.
030500 01  WS-EVID-SEQ              PIC 9(06) VALUE ZERO.
030600 01  WS-EVID-DATUM            PIC 9(08) VALUE ZERO.
030700 01  WS-EVID-START            PIC 9(06) VALUE 999999.
030800 01  WS-RUN-STAMP             PIC 9(14) VALUE ZERO.
030900 01  WS-HIS-STAMP             PIC 9(14) VALUE ZERO.
031000
031100*-----------------------------------------------------------
031200* TELLERS
031300*-----------------------------------------------------------
031400 77  WS-STEP-COUNT            PIC 9(05) COMP VALUE ZERO.
031500 77  WS-OPRUN-COUNT           PIC 9(05) COMP VALUE ZERO.
031600 77  WS-CKP-COUNT             PIC 9(05) COMP VALUE ZERO.
031700 77  WS-CTLB-SEQ-COUNT        PIC 9(05) COMP VALUE ZERO.
031800 77  WS-IN-COUNT              PIC 9(05) COMP VALUE ZERO.
031900 77  WS-OUT-COUNT             PIC 9(05) COMP VALUE ZERO.
032000 77  WS-DROP-COUNT            PIC 9(05) COMP VALUE ZERO.
032100 77  WS-GL-COUNT              PIC 9(05) COMP VALUE ZERO.
032200 77  WS-PCHG-COUNT            PIC 9(05) COMP VALUE ZERO.
032300 77  WS-OVR-COUNT             PIC 9(05) COMP VALUE ZERO.
032400 77  WS-LOCK-COUNT            PIC 9(05) COMP VALUE ZERO.
032500 77  WS-RESTART-COUNT         PIC 9(05) COMP VALUE ZERO.
032600 77  WS-ABEND-COUNT           PIC 9(05) COMP VALUE ZERO.
032700 77  WS-GENFLAG-COUNT         PIC 9(05) COMP VALUE ZERO.
032800 77  WS-FLAG-COUNT            PIC 9(05) COMP VALUE ZERO.
032900 77  WS-GEN-LINES             PIC 9(07) COMP VALUE ZERO.
033000
033100*-----------------------------------------------------------
033200* PROGRAMMA'S AL GEZIEN ONDER HET VOLGNR (HERSTARTS)
033300*-----------------------------------------------------------
033400 77  WS-PGM-COUNT             PIC 9(03) COMP VALUE ZERO.
033500 77  WS-PGM-MAX               PIC 9(03) COMP VALUE 200.
033600 77  WS-PGM-IDX               PIC 9(03) COMP VALUE ZERO.
033700 01  WS-PGM-TABLE.
033800     05  WS-PGM-NAME          PIC X(08) OCCURS 200 TIMES.
033900
034000*-----------------------------------------------------------
034100* GENERATIES VAN DE RUN UIT GENCAT.DAT EN MSTCAT.DAT
034200*-----------------------------------------------------------
034300 77  WS-CAT-COUNT             PIC 9(03) COMP VALUE ZERO.
034400 77  WS-CAT-MAX               PIC 9(03) COMP VALUE 50.
034500 77  WS-CAT-IDX               PIC 9(03) COMP VALUE ZERO.
034600 01  WS-CAT-TABLE.
034700     05  WS-CAT-ENTRY OCCURS 50 TIMES.
034800         10  CAT-BASE         PIC X(12).
034900         10  CAT-GEN-FILE     PIC X(40).
035000 01  WS-CAT-BASE-X            PIC X(16).
035100 01  WS-CAT-FILE-X            PIC X(44).
035200 01  WS-CAT-DATE-X            PIC X(10).
035300 01  WS-CAT-SEQ-X             PIC X(08).
035400
035500*    DE VASTE BASES VAN HSKEEP (ALS GENRTRV) EN MSTUNLD
035600 77  WS-BASE-MAX              PIC 9(02) COMP VALUE 7.
035700 77  WS-BASE-IDX              PIC 9(02) COMP VALUE ZERO.
035800 01  WS-BASE-TABLE-VALUES.
035900     05  FILLER               PIC X(12) VALUE "REPORT.DAT".
036000     05  FILLER               PIC X(12) VALUE "LEADER.DAT".
036100     05  FILLER               PIC X(12) VALUE "REJECTS.DAT".
036200     05  FILLER               PIC X(12) VALUE "MARGEOUT.DAT".
036300     05  FILLER               PIC X(12) VALUE "BTWOUT.DAT".
036400     05  FILLER               PIC X(12) VALUE "MARGEAUD.DAT".
036500     05  FILLER               PIC X(12) VALUE "TRAINLOG.DAT".
036600 01  WS-BASE-TABLE REDEFINES WS-BASE-TABLE-VALUES.
036700     05  WS-BASE-NAME         PIC X(12) OCCURS 7 TIMES.
036800 77  WS-MST-MAX               PIC 9(02) COMP VALUE 12.
036900 01  WS-MST-TABLE-VALUES.
037000     05  FILLER               PIC X(12) VALUE "ARTMAST".
037100     05  FILLER               PIC X(12) VALUE "KLANTMST".
037200     05  FILLER               PIC X(12) VALUE "ROSTMAST".
037300     05  FILLER               PIC X(12) VALUE "PEOPLE".
037400     05  FILLER               PIC X(12) VALUE "SCORECUR".
037500     05  FILLER               PIC X(12) VALUE "CERTREG".
0375A0     05  FILLER               PIC X(12) VALUE "OPENPOST".
0375B0     05  FILLER               PIC X(12) VALUE "LEVMAST".
0375C0     05  FILLER               PIC X(12) VALUE "INKORDER".
0375D0     05  FILLER               PIC X(12) VALUE "VERKORD".
0375E0     05  FILLER               PIC X(12) VALUE "TRNSESS".
0375F0     05  FILLER               PIC X(12) VALUE "TRNBOEK".
037600 01  WS-MST-TABLE REDEFINES WS-MST-TABLE-VALUES.
037700     05  WS-MST-NAME          PIC X(12) OCCURS 12 TIMES.
037800
037900*-----------------------------------------------------------
038000* DROPREG.DAT - NAAM,AANTAL,HASH,RUNDATUM,RUNSEQ
038100*-----------------------------------------------------------
038200 01  WS-DRG-NAME-X            PIC X(40).
038300 01  WS-DRG-COUNT-X           PIC X(10).
038400 01  WS-DRG-HASH-X            PIC X(16).
038500 01  WS-DRG-DATE-X            PIC X(10).
038600 01  WS-DRG-SEQ-X             PIC X(08).
038700
038800*-----------------------------------------------------------
038900* CHAINCKP.DAT - "RUNSEQ STAPNAAM RC"
039000*-----------------------------------------------------------
039100 01  WS-CKP-SEQ-X             PIC X(08).
039200 01  WS-CKP-STEP-X            PIC X(12).
039300 01  WS-CKP-RC-X              PIC X(06).
039400
039500*-----------------------------------------------------------
039600* PARAMETERS - DE 40 VELDEN VAN PARMS.DAT, MET DE NAAM WAARONDER
039700* PARMMNT ZE IN PARMHIST.DAT ZET
039800*-----------------------------------------------------------
039900 77  WS-PARM-MAX              PIC 9(02) COMP VALUE 40.
040000 77  WS-PARM-IDX              PIC 9(02) COMP VALUE ZERO.
040100 77  WS-PARM-PTR              PIC 9(03) COMP VALUE ZERO.
040200 77  WS-PARM-HIT              PIC 9(02) COMP VALUE ZERO.
040300 77  WS-PARM-VAL-HIT          PIC 9(02) COMP VALUE ZERO.
040400 01  WS-PARM-FLD-X            PIC X(80).
040500 01  WS-PLABEL-VALUES.
040600     05  FILLER PIC X(22) VALUE "PEOPLE-FILE           ".
040700     05  FILLER PIC X(22) VALUE "BTW-HOOG              ".
040800     05  FILLER PIC X(22) VALUE "BTW-LAAG              ".
040900     05  FILLER PIC X(22) VALUE "BTW-NUL               ".
041000     05  FILLER PIC X(22) VALUE "MARGE-VLOER           ".
041100     05  FILLER PIC X(22) VALUE "DELTA-DRMPL           ".
041200     05  FILLER PIC X(22) VALUE "REPORT.DAT  BEWAAR GEN".
041300     05  FILLER PIC X(22) VALUE "LEADER.DAT  BEWAAR GEN".
041400     05  FILLER PIC X(22) VALUE "REJECTS.DAT BEWAAR GEN".
041500     05  FILLER PIC X(22) VALUE "MARGEOUT.DATBEWAAR GEN".
041600     05  FILLER PIC X(22) VALUE "BTWOUT.DAT  BEWAAR GEN".
041700     05  FILLER PIC X(22) VALUE "MARGEAUD.DATBEWAAR GEN".
041800     05  FILLER PIC X(22) VALUE "TRAINLOG.DATBEWAAR GEN".
041900     05  FILLER PIC X(22) VALUE "KOSTEN-TOL            ".
042000     05  FILLER PIC X(22) VALUE "HERPRIJS-TOL          ".
042100     05  FILLER PIC X(22) VALUE "KOERS-TOL             ".
042200     05  FILLER PIC X(22) VALUE "SLA-DEADLINE          ".
042300     05  FILLER PIC X(22) VALUE "SLA-MARGE             ".
042400     05  FILLER PIC X(22) VALUE "SLA-VENSTER           ".
042500     05  FILLER PIC X(22) VALUE "AANM-DAGEN            ".
042600     05  FILLER PIC X(22) VALUE "PEOPLE.IDX  AVG MND   ".
042700     05  FILLER PIC X(22) VALUE "SCOREHST.DATAVG MND   ".
042800     05  FILLER PIC X(22) VALUE "SCORECUR.IDXAVG MND   ".
042900     05  FILLER PIC X(22) VALUE "SCOREMND.DATAVG MND   ".
043000     05  FILLER PIC X(22) VALUE "PEOPCHG.DAT AVG MND   ".
043100     05  FILLER PIC X(22) VALUE "ROSTMAST.IDXAVG MND   ".
043200     05  FILLER PIC X(22) VALUE "ROSTAUD.DAT AVG MND   ".
043300     05  FILLER PIC X(22) VALUE "TRAINLOG.DATAVG MND   ".
043400     05  FILLER PIC X(22) VALUE "CERTREG.IDX AVG MND   ".
043500     05  FILLER PIC X(22) VALUE "CERTAUD.DAT AVG MND   ".
043600     05  FILLER PIC X(22) VALUE "DOSSIER.DAT AVG MND   ".
043700     05  FILLER PIC X(22) VALUE "GENERATIES  AVG MND   ".
043800     05  FILLER PIC X(22) VALUE "QUAR-SIGMA            ".
043900     05  FILLER PIC X(22) VALUE "QUAR-MIN-OBS          ".
044000     05  FILLER PIC X(22) VALUE "QUAR-DAGEN            ".
044100     05  FILLER PIC X(22) VALUE "VERIF-MIN-PC          ".
044200     05  FILLER PIC X(22) VALUE "VERIF-MAX-PC          ".
044201     05  FILLER PIC X(22) VALUE "EIGEN-BTWNR TEKST     ".
044202     05  FILLER PIC X(22) VALUE "EIGEN-NAAM  TEKST     ".
044203     05  FILLER PIC X(22) VALUE "AFB-TOLER   999.99    ".
044300 01  WS-PLABEL-TABLE REDEFINES WS-PLABEL-VALUES.
044400     05  WS-PLABEL-ENTRY OCCURS 40 TIMES.
044500         10  PL-NAME          PIC X(12).
044600         10  PL-SOORT         PIC X(10).
044700 01  WS-PARM-TABLE.
044800     05  WS-PARM-ENTRY OCCURS 40 TIMES.
044900         10  PV-NU            PIC X(30).
045000         10  PV-GOLDIG        PIC X(30).
045100         10  PV-CHG-SW        PIC X(01).
045200             88 PV-CHANGED    VALUE "Y".
045300         10  PV-CHG-DATE      PIC 9(08).
045400         10  PV-CHG-OPER      PIC X(08).
045500
045600*    WIJZIGINGEN VAN NA DE START VAN DE RUN, OUDSTE EERST
045700 77  WS-PH-COUNT              PIC 9(03) COMP VALUE ZERO.
045800 77  WS-PH-MAX                PIC 9(03) COMP VALUE 500.
045900 77  WS-PH-IDX                PIC 9(03) COMP VALUE ZERO.
046000 01  WS-PH-TABLE.
046100     05  WS-PH-ENTRY OCCURS 500 TIMES.
046200         10  PH-FIELD         PIC X(12).
046300         10  PH-OLD           PIC X(20).
046400         10  PH-NEW           PIC X(20).
046500         10  PH-DATE          PIC 9(08).
046600         10  PH-OPER          PIC X(08).
046700 01  WS-PH-OVF-SW             PIC X VALUE "N".
046800     88 PH-OVERFLOWED         VALUE "Y".
046900
047000*-----------------------------------------------------------
047100* DOSSIERREGELS
047200*-----------------------------------------------------------
047300 01  EVP-HEADING-1.
047400     05  FILLER               PIC X(24)
047500          VALUE "AUDITDOSSIER RUNVOLGNR ".
047600     05  EVP-HDG-SEQ          PIC 9(06).
047700     05  FILLER               PIC X(12) VALUE "  RUNDATUM ".
047800     05  EVP-HDG-DATE         PIC 9(08).
047900     05  FILLER               PIC X(07) VALUE "  ADM: ".
048000     05  EVP-HDG-ADMIN        PIC X(04).
048100
048200 01  EVP-HEADING-2.
048300     05  FILLER               PIC X(11) VALUE "AANGEMAAKT ".
048400     05  EVP-HDG-TODAY        PIC 9(08).
048500     05  FILLER               PIC X(06) VALUE " DOOR ".
048600     05  EVP-HDG-OPER         PIC X(08).
048700
048800 01  EVP-SECTION-LINE.
048900     05  EVP-SEC-TXT          PIC X(80).
049000
049100 01  EVP-TEXT-LINE            PIC X(132).
049200
049300 01  EVP-JRNL-HDG.
049400     05  FILLER               PIC X(12) VALUE "  PROGRAMMA".
049500     05  FILLER               PIC X(10) VALUE "OPERATOR".
049600     05  FILLER               PIC X(10) VALUE "DATUM".
049700     05  FILLER               PIC X(07) VALUE "START".
049800     05  FILLER               PIC X(08) VALUE "EIND".
049900     05  FILLER               PIC X(04) VALUE "RC".
050000     05  FILLER               PIC X(10) VALUE "TELLER-1".
050100     05  FILLER               PIC X(10) VALUE "TELLER-2".
050200     05  FILLER               PIC X(05) VALUE "ADM".
050300     05  FILLER               PIC X(09) VALUE "OPMERKING".
050400
050500 01  EVP-JRNL-LINE.
050600     05  FILLER               PIC X(02) VALUE SPACES.
050700     05  EVP-JRN-PROGRAM      PIC X(08).
050800     05  FILLER               PIC X(02) VALUE SPACES.
050900     05  EVP-JRN-OPERATOR     PIC X(08).
051000     05  FILLER               PIC X(02) VALUE SPACES.
051100     05  EVP-JRN-DATE         PIC 9(08).
051200     05  FILLER               PIC X(02) VALUE SPACES.
051300     05  EVP-JRN-START        PIC 9(06).
051400     05  FILLER               PIC X(01) VALUE SPACE.
051500     05  EVP-JRN-END          PIC 9(06).
051600     05  FILLER               PIC X(02) VALUE SPACES.
051700     05  EVP-JRN-RC           PIC Z9.
051800     05  FILLER               PIC X(02) VALUE SPACES.
051900     05  EVP-JRN-CNT-1        PIC Z(06)9.
052000     05  FILLER               PIC X(03) VALUE SPACES.
052100     05  EVP-JRN-CNT-2        PIC Z(06)9.
052200     05  FILLER               PIC X(03) VALUE SPACES.
052300     05  EVP-JRN-ADMIN        PIC X(04).
052400     05  FILLER               PIC X(01) VALUE SPACE.
052500     05  EVP-JRN-OPM          PIC X(30).
052600
052700 01  EVP-CKP-LINE.
052800     05  FILLER               PIC X(04) VALUE SPACES.
052900     05  EVP-CKP-STEP         PIC X(12).
053000     05  FILLER               PIC X(04) VALUE "RC  ".
053100     05  EVP-CKP-RC           PIC X(06).
053200
053300 01  EVP-CTLB-LINE.
053400     05  FILLER               PIC X(04) VALUE SPACES.
053500     05  EVP-CTB-PROGRAM      PIC X(08).
053600     05  FILLER               PIC X(02) VALUE SPACES.
053700     05  EVP-CTB-FILE-ID      PIC X(08).
053800     05  FILLER               PIC X(10) VALUE "  AANTAL ".
053900     05  EVP-CTB-COUNT        PIC Z(06)9.
054000     05  FILLER               PIC X(08) VALUE "  HASH ".
054100     05  EVP-CTB-HASH         PIC X(13).
054200     05  FILLER               PIC X(02) VALUE SPACES.
054300     05  EVP-CTB-ADMIN        PIC X(04).
054400
054500 01  EVP-DROP-LINE.
054600     05  FILLER               PIC X(04) VALUE SPACES.
054700     05  EVP-DRP-NAME         PIC X(40).
054800     05  FILLER               PIC X(08) VALUE " AANTAL ".
054900     05  EVP-DRP-COUNT        PIC X(10).
055000     05  FILLER               PIC X(06) VALUE " HASH ".
055100     05  EVP-DRP-HASH         PIC X(16).
055200
055300 01  EVP-GEN-LINE.
055400     05  FILLER               PIC X(04) VALUE SPACES.
055500     05  EVP-GEN-BASE         PIC X(12).
055600     05  FILLER               PIC X(02) VALUE SPACES.
055700     05  EVP-GEN-FILE         PIC X(24).
055800     05  FILLER               PIC X(02) VALUE SPACES.
055900     05  EVP-GEN-STATUS       PIC X(38).
056000     05  EVP-GEN-REGELS       PIC Z(06)9.
056100     05  EVP-GEN-REGELS-X REDEFINES EVP-GEN-REGELS
056200                              PIC X(07).
056300
056400 01  EVP-MST-LINE.
056500     05  FILLER               PIC X(04) VALUE SPACES.
056600     05  EVP-MST-BASE         PIC X(12).
056700     05  FILLER               PIC X(02) VALUE SPACES.
056800     05  EVP-MST-FILE         PIC X(20).
056900     05  FILLER               PIC X(08) VALUE " GEMAAKT".
057000     05  FILLER               PIC X(01) VALUE SPACE.
057100     05  EVP-MST-STAMP-DATE   PIC 9(08).
057200     05  FILLER               PIC X(01) VALUE SPACE.
057300     05  EVP-MST-STAMP-TIME   PIC 9(06).
057400     05  FILLER               PIC X(08) VALUE "  AANTAL".
057500     05  EVP-MST-COUNT        PIC Z(08)9.
057600     05  FILLER               PIC X(07) VALUE "  HASH ".
057700     05  EVP-MST-HASH         PIC 9(09).
057800     05  FILLER               PIC X(02) VALUE SPACES.
057900     05  EVP-MST-STATUS       PIC X(20).
058000
058100 01  EVP-GL-LINE.
058200     05  FILLER               PIC X(04) VALUE SPACES.
058300     05  FILLER               PIC X(18) VALUE "GROOTBOEKDAG     ".
058400     05  EVP-GL-DATE          PIC 9(08).
058500     05  FILLER               PIC X(09) VALUE "  BEDRAG ".
058600     05  EVP-GL-BEDRAG        PIC X(13).
058700     05  FILLER               PIC X(10) VALUE "  DOOR    ".
058800     05  EVP-GL-OPER          PIC X(08).
058900
059000 01  EVP-PARM-HDG.
059100     05  FILLER               PIC X(05) VALUE "  NR".
059200     05  FILLER               PIC X(13) VALUE "VELD".
059300     05  FILLER               PIC X(11) VALUE "SOORT".
059400     05  FILLER               PIC X(32) VALUE "GOLDIG IN DE RUN".
059500     05  FILLER               PIC X(09) VALUE "OPMERKING".
059600
059700 01  EVP-PARM-LINE.
059800     05  FILLER               PIC X(02) VALUE SPACES.
059900     05  EVP-PRM-NR           PIC Z9.
060000     05  FILLER               PIC X(01) VALUE SPACE.
060100     05  EVP-PRM-NAME         PIC X(12).
060200     05  FILLER               PIC X(01) VALUE SPACE.
060300     05  EVP-PRM-SOORT        PIC X(10).
060400     05  FILLER               PIC X(01) VALUE SPACE.
060500     05  EVP-PRM-GOLDIG       PIC X(30).
060600     05  FILLER               PIC X(02) VALUE SPACES.
060700     05  EVP-PRM-OPM          PIC X(70).
060800
060900 01  EVP-FLAG-LINE.
061000     05  FILLER               PIC X(04) VALUE "*** ".
061100     05  EVP-FLAG-TXT         PIC X(100).
061200
061300 01  EVP-TRAILER-LINE.
061400     05  EVP-TRL-LABEL        PIC X(40).
061500     05  EVP-TRL-COUNT        PIC ZZZZ9.
061600
061700 01  EVP-BLANK-LINE           PIC X(01) VALUE SPACE.
061800
061900 01  WS-NUM-ED                PIC ZZZZZZ9.
062000 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
062100
062200 PROCEDURE DIVISION.
062300
062400 0000-MAINLINE.
062500     ACCEPT WS-START-TIME-RAW FROM TIME
062600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
062700     PERFORM 2000-STEPS THRU 2000-EXIT
062800     PERFORM 3000-INPUTS THRU 3000-EXIT
062900     PERFORM 4000-OUTPUTS THRU 4000-EXIT
063000     PERFORM 5000-PARAMETERS THRU 5000-EXIT
063100     PERFORM 6000-EXCEPTIONS THRU 6000-EXIT
063200     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
063300     DISPLAY "EVIDPAK COMPLETE - RUN " WS-EVID-SEQ " VAN "
063400             WS-EVID-DATUM " NAAR " FUNCTION TRIM(WS-RPT-NAME)
063500             ", " WS-FLAG-COUNT " GEMARKEERD"
063600     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
063700     STOP RUN.
063800
063900*-----------------------------------------------------------
064000* 1000-INITIALIZE - RUNHEADER, WELKE RUN, KOP VAN HET DOSSIER
064100*-----------------------------------------------------------
064200 1000-INITIALIZE.
064300     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
064400     MOVE RUNHDR-RUN-DATE TO WS-TODAY
064500     PERFORM 1100-GET-SELECTION THRU 1100-EXIT
064600     PERFORM 1200-RESOLVE-RUN THRU 1200-EXIT
064700     MOVE SPACES TO WS-RPT-NAME
064800     STRING "EVIDPAK." WS-EVID-SEQ
064900         DELIMITED BY SIZE INTO WS-RPT-NAME
065000     END-STRING
065100     OPEN OUTPUT EVID-RPT-FILE
065200     IF WS-RPT-STATUS NOT = "00"
065300         DISPLAY "ERROR: UNABLE TO OPEN "
065400                 FUNCTION TRIM(WS-RPT-NAME)
065500                 " - FILE STATUS " WS-RPT-STATUS
065600         MOVE 8 TO RETURN-CODE
065700         STOP RUN
065800     END-IF
065900     MOVE WS-EVID-SEQ TO EVP-HDG-SEQ
066000     MOVE WS-EVID-DATUM TO EVP-HDG-DATE
066100     MOVE RUNHDR-ADMIN TO EVP-HDG-ADMIN
066200     MOVE WS-TODAY TO EVP-HDG-TODAY
066300     MOVE RUNHDR-OPERATOR-ID TO EVP-HDG-OPER
066400     WRITE EVID-RPT-LINE FROM EVP-HEADING-1
066500     WRITE EVID-RPT-LINE FROM EVP-HEADING-2.
066600 1000-EXIT.
066700     EXIT.
066800
066900*-----------------------------------------------------------
067000* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. EEN
067100*                       OPERATORRUN TREKT GEEN VOLGNUMMER.
067200*-----------------------------------------------------------
067300 1050-GET-RUN-HEADER.
067400     MOVE ZERO TO RUNHDR-RUN-SEQ
067500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
067600     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
067700     IF RUNHDR-OPERATOR-ID = SPACES
067800         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
067900     END-IF
068000     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
068100         TO RUNHDR-OPERATOR-ID
068200     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
068300     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
068400     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
068500     IF WS-ADMIN-ENV-X NOT = SPACES
068600         MOVE FUNCTION UPPER-CASE(FUNCTION
068700             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
068800     END-IF.
068900 1050-EXIT.
069000     EXIT.
069100
069200*-----------------------------------------------------------
069300* 1100-GET-SELECTION - EVIDSEQ OF EVIDDATUM UIT DE OMGEVING,
069400*                      ANDERS EEN PROMPT (ALS GENRTRV)
069500*-----------------------------------------------------------
069600 1100-GET-SELECTION.
069700     DISPLAY "EVIDSEQ" UPON ENVIRONMENT-NAME
069800     ACCEPT WS-SEQ-X FROM ENVIRONMENT-VALUE
069900     DISPLAY "EVIDDATUM" UPON ENVIRONMENT-NAME
070000     ACCEPT WS-DATUM-X FROM ENVIRONMENT-VALUE
070100     IF WS-SEQ-X = SPACES AND WS-DATUM-X = SPACES
070200         DISPLAY "RUNVOLGNR (LEEG = OP DATUM): "
070300         ACCEPT WS-SEQ-X
070400         IF WS-SEQ-X = SPACES
070500             DISPLAY "RUNDATUM (YYYYMMDD): "
070600             ACCEPT WS-DATUM-X
070700         END-IF
070800     END-IF
070900     IF WS-SEQ-X NOT = SPACES
071000         AND FUNCTION TRIM(WS-SEQ-X) IS NUMERIC
071100         MOVE FUNCTION NUMVAL(WS-SEQ-X) TO WS-ZOEK-SEQ
071200     END-IF
071300     IF WS-DATUM-X NOT = SPACES
071400         AND FUNCTION TRIM(WS-DATUM-X) IS NUMERIC
071500         MOVE FUNCTION NUMVAL(WS-DATUM-X) TO WS-ZOEK-DATUM
071600     END-IF
071700     IF WS-ZOEK-SEQ = ZERO AND WS-ZOEK-DATUM = ZERO
071800         DISPLAY "GEEN RUNVOLGNR OF RUNDATUM OPGEGEVEN."
071900         MOVE 8 TO RETURN-CODE
072000         STOP RUN
072100     END-IF.
072200 1100-EXIT.
072300     EXIT.
072400
072500*-----------------------------------------------------------
072600* 1200-RESOLVE-RUN - RUNJRNL.DAT GEEFT BIJ EEN VOLGNR DE
072700*                    RUNDATUM, BIJ EEN DATUM HET (HOOGSTE)
072800*                    KETENVOLGNR VAN DIE DATUM. OPERATORRUNS
072900*                    DRAGEN VOLGNR 0 EN TELLEN HIER NIET MEE.
073000*-----------------------------------------------------------
073100 1200-RESOLVE-RUN.
073200     OPEN INPUT RUN-JOURNAL-FILE
073300     IF WS-JRNL-STATUS NOT = "00"
073400         DISPLAY "ERROR: UNABLE TO OPEN RUNJRNL.DAT - "
073500                 "FILE STATUS " WS-JRNL-STATUS
073600         MOVE 8 TO RETURN-CODE
073700         STOP RUN
073800     END-IF
073900     SET FILE-NOT-EOF TO TRUE
074000     PERFORM UNTIL FILE-EOF
074100         READ RUN-JOURNAL-FILE INTO JRNL-DETAIL-LINE
074200             AT END
074300                 SET FILE-EOF TO TRUE
074400             NOT AT END
074500                 PERFORM 1210-RESOLVE-ONE THRU 1210-EXIT
074600         END-READ
074700     END-PERFORM
074800     CLOSE RUN-JOURNAL-FILE
074900     IF WS-EVID-SEQ = ZERO
075000         IF WS-ZOEK-SEQ > ZERO
075100             DISPLAY "RUNVOLGNR " WS-ZOEK-SEQ
075200                     " STAAT NIET IN RUNJRNL.DAT."
075300         ELSE
075400             DISPLAY "GEEN KETENRUN OP " WS-ZOEK-DATUM
075500                     " IN RUNJRNL.DAT."
075600         END-IF
075700         MOVE 8 TO RETURN-CODE
075800         STOP RUN
075900     END-IF.
076000 1200-EXIT.
076100     EXIT.
076200
076300 1210-RESOLVE-ONE.
076400     IF JRNL-RUN-SEQ IS NOT NUMERIC
076500         OR JRNL-RUN-DATE IS NOT NUMERIC
076600         OR JRNL-RUN-SEQ = ZERO
076700         GO TO 1210-EXIT
076800     END-IF
076900     IF WS-ZOEK-SEQ > ZERO
077000         IF JRNL-RUN-SEQ = WS-ZOEK-SEQ
077100             AND WS-EVID-SEQ = ZERO
077200             MOVE JRNL-RUN-SEQ TO WS-EVID-SEQ
077300             MOVE JRNL-RUN-DATE TO WS-EVID-DATUM
077400         END-IF
077500     ELSE
077600         IF JRNL-RUN-DATE = WS-ZOEK-DATUM
077700             AND JRNL-RUN-SEQ > WS-EVID-SEQ
077800             MOVE JRNL-RUN-SEQ TO WS-EVID-SEQ
077900             MOVE JRNL-RUN-DATE TO WS-EVID-DATUM
078000         END-IF
078100     END-IF.
078200 1210-EXIT.
078300     EXIT.
078400
078500*-----------------------------------------------------------
078600* 2000-STEPS - 1. STAPPEN: RUNJRNL.DAT ONDER HET VOLGNR, DE
078700*              CHECKPOINTS UIT CHAINCKP.DAT EN DE OPERATORRUNS
078800*              (VOLGNR 0) OP DE RUNDATUM
078900*-----------------------------------------------------------
079000 2000-STEPS.
079100     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
079200     MOVE "1. STAPPEN (RUNJRNL.DAT)" TO EVP-SEC-TXT
079300     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
079400     WRITE EVID-RPT-LINE FROM EVP-JRNL-HDG
079500     MOVE ZERO TO WS-PGM-COUNT
079600     OPEN INPUT RUN-JOURNAL-FILE
079700     SET FILE-NOT-EOF TO TRUE
079800     PERFORM UNTIL FILE-EOF
079900         READ RUN-JOURNAL-FILE INTO JRNL-DETAIL-LINE
080000             AT END
080100                 SET FILE-EOF TO TRUE
080200             NOT AT END
080300                 IF JRNL-RUN-SEQ IS NUMERIC
080400                     AND JRNL-RUN-SEQ = WS-EVID-SEQ
080500                     PERFORM 2100-STEP-ONE THRU 2100-EXIT
080600                 END-IF
080700         END-READ
080800     END-PERFORM
080900     CLOSE RUN-JOURNAL-FILE
081000     IF WS-EVID-START = 999999
081100         MOVE ZERO TO WS-EVID-START
081200     END-IF
081300     COMPUTE WS-RUN-STAMP =
081400         WS-EVID-DATUM * 1000000 + WS-EVID-START
081500
081600     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
081700     MOVE "   KETENCHECKPOINTS (CHAINCKP.DAT)" TO EVP-SEC-TXT
081800     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
081900     OPEN INPUT CHAIN-CKP-FILE
082000     IF WS-CKP-STATUS = "00"
082100         SET FILE-NOT-EOF TO TRUE
082200         PERFORM UNTIL FILE-EOF
082300             READ CHAIN-CKP-FILE
082400                 AT END
082500                     SET FILE-EOF TO TRUE
082600                 NOT AT END
082700                     PERFORM 2200-CKP-ONE THRU 2200-EXIT
082800             END-READ
082900         END-PERFORM
083000         CLOSE CHAIN-CKP-FILE
083100     END-IF
083200     IF WS-CKP-COUNT = ZERO
083300         MOVE "    (GEEN - PROEFRUN OF NIET VIA NIGHTLY)"
083400             TO EVP-TEXT-LINE
083500         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
083600     END-IF
083700
083800     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
083900     MOVE "   OPERATORRUNS OP DE RUNDATUM" TO EVP-SEC-TXT
084000     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
084100     OPEN INPUT RUN-JOURNAL-FILE
084200     SET FILE-NOT-EOF TO TRUE
084300     PERFORM UNTIL FILE-EOF
084400         READ RUN-JOURNAL-FILE INTO JRNL-DETAIL-LINE
084500             AT END
084600                 SET FILE-EOF TO TRUE
084700             NOT AT END
084800                 IF JRNL-RUN-SEQ IS NUMERIC
084900                     AND JRNL-RUN-SEQ = ZERO
085000                     AND JRNL-RUN-DATE = WS-EVID-DATUM
085100                     ADD 1 TO WS-OPRUN-COUNT
085200                     PERFORM 2150-FORMAT-STEP THRU 2150-EXIT
085300                     WRITE EVID-RPT-LINE FROM EVP-JRNL-LINE
085400                 END-IF
085500         END-READ
085600     END-PERFORM
085700     CLOSE RUN-JOURNAL-FILE
085800     IF WS-OPRUN-COUNT = ZERO
085900         MOVE "    (GEEN)" TO EVP-TEXT-LINE
086000         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
086100     END-IF.
086200 2000-EXIT.
086300     EXIT.
086400
086500*-----------------------------------------------------------
086600* 2100-STEP-ONE - EEN STAP VAN DE RUN; EEN PROGRAMMA DAT AL
086700*                 EERDER ONDER HET VOLGNR STOND IS HERSTART
086800*-----------------------------------------------------------
086900 2100-STEP-ONE.
087000     ADD 1 TO WS-STEP-COUNT
087100     IF JRNL-START-TIME IS NUMERIC
087200         AND JRNL-START-TIME < WS-EVID-START
087300         MOVE JRNL-START-TIME TO WS-EVID-START
087400     END-IF
087500     PERFORM 2150-FORMAT-STEP THRU 2150-EXIT
087600     SET PROGRAM-NOT-SEEN TO TRUE
087700     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
087800         UNTIL WS-PGM-IDX > WS-PGM-COUNT OR PROGRAM-SEEN
087900         IF WS-PGM-NAME (WS-PGM-IDX) = JRNL-PROGRAM
088000             SET PROGRAM-SEEN TO TRUE
088100         END-IF
088200     END-PERFORM
088300     IF PROGRAM-SEEN
088400         ADD 1 TO WS-RESTART-COUNT
088500         ADD 1 TO WS-FLAG-COUNT
088600         MOVE "*** HERSTART" TO EVP-JRN-OPM
088700     ELSE
088800         IF WS-PGM-COUNT < WS-PGM-MAX
088900             ADD 1 TO WS-PGM-COUNT
089000             MOVE JRNL-PROGRAM TO WS-PGM-NAME (WS-PGM-COUNT)
089100         END-IF
089200     END-IF
089300     IF JRNL-RC IS NUMERIC AND JRNL-RC >= 8
089400         ADD 1 TO WS-ABEND-COUNT
089500         ADD 1 TO WS-FLAG-COUNT
089600         IF PROGRAM-SEEN
089700             MOVE "*** HERSTART, AFGEBROKEN" TO EVP-JRN-OPM
089800         ELSE
089900             MOVE "*** AFGEBROKEN" TO EVP-JRN-OPM
090000         END-IF
090100     END-IF
090200     WRITE EVID-RPT-LINE FROM EVP-JRNL-LINE
090300     IF JRNL-PROGRAM = "HSKEEP" AND JRNL-RC < 8
090400         SET HSKEEP-RAN TO TRUE
090500     END-IF
090600     IF JRNL-PROGRAM = "MSTUNLD" AND JRNL-RC < 8
090700         SET MSTUNLD-RAN TO TRUE
090800     END-IF.
090900 2100-EXIT.
091000     EXIT.
091100
091200 2150-FORMAT-STEP.
091300     MOVE JRNL-PROGRAM TO EVP-JRN-PROGRAM
091400     MOVE JRNL-OPERATOR TO EVP-JRN-OPERATOR
091500     MOVE JRNL-RUN-DATE TO EVP-JRN-DATE
091600     MOVE JRNL-START-TIME TO EVP-JRN-START
091700     MOVE JRNL-END-TIME TO EVP-JRN-END
091800     MOVE JRNL-RC TO EVP-JRN-RC
091900     MOVE JRNL-COUNT-1 TO EVP-JRN-CNT-1
092000     MOVE JRNL-COUNT-2 TO EVP-JRN-CNT-2
092100     MOVE JRNL-ADMIN TO EVP-JRN-ADMIN
092200     MOVE SPACES TO EVP-JRN-OPM.
092300 2150-EXIT.
092400     EXIT.
092500
092600 2200-CKP-ONE.
092700     MOVE SPACES TO WS-CKP-SEQ-X WS-CKP-STEP-X WS-CKP-RC-X
092800     UNSTRING CHAIN-CKP-LINE DELIMITED BY ALL SPACE
092900         INTO WS-CKP-SEQ-X WS-CKP-STEP-X WS-CKP-RC-X
093000     END-UNSTRING
093100     IF FUNCTION TRIM(WS-CKP-SEQ-X) IS NOT NUMERIC
093200         GO TO 2200-EXIT
093300     END-IF
093400     IF FUNCTION NUMVAL(WS-CKP-SEQ-X) NOT = WS-EVID-SEQ
093500         GO TO 2200-EXIT
093600     END-IF
093700     ADD 1 TO WS-CKP-COUNT
093800     IF WS-CKP-STEP-X = "PERIODEND"
093900         MOVE SPACES TO EVP-TEXT-LINE
094000         STRING "    PERIODE-EINDE  " FUNCTION TRIM(WS-CKP-RC-X)
094100                " (M=MAAND, K=KWARTAAL, -=GEEN)"
094200             DELIMITED BY SIZE INTO EVP-TEXT-LINE
094300         END-STRING
094400         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
094500         GO TO 2200-EXIT
094600     END-IF
094700     MOVE WS-CKP-STEP-X TO EVP-CKP-STEP
094800     MOVE WS-CKP-RC-X TO EVP-CKP-RC
094900     WRITE EVID-RPT-LINE FROM EVP-CKP-LINE.
095000 2200-EXIT.
095100     EXIT.
095200
095300*-----------------------------------------------------------
095400* 3000-INPUTS - 2. INVOER: CTLBAL.DAT C-REGELS EN DROPREG.DAT
095500*-----------------------------------------------------------
095600 3000-INPUTS.
095700     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
095800     MOVE "2. INVOER (CTLBAL.DAT, DROPREG.DAT)" TO EVP-SEC-TXT
095900     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
096000     OPEN INPUT CONTROL-BAL-FILE
096100     IF WS-CTLB-STATUS = "00"
096200         SET FILE-NOT-EOF TO TRUE
096300         PERFORM UNTIL FILE-EOF
096400             READ CONTROL-BAL-FILE INTO CTLB-DETAIL-LINE
096500                 AT END
096600                     SET FILE-EOF TO TRUE
096700                 NOT AT END
096800                     IF CTLB-RUN-SEQ IS NUMERIC
096900                         AND CTLB-RUN-SEQ = WS-EVID-SEQ
097000                         ADD 1 TO WS-CTLB-SEQ-COUNT
097100                         IF CTLB-ROLE = "C"
097200                             ADD 1 TO WS-IN-COUNT
097300                             PERFORM 3100-WRITE-CTLB THRU
097400                                 3100-EXIT
097500                         END-IF
097600                     END-IF
097700             END-READ
097800         END-PERFORM
097900         CLOSE CONTROL-BAL-FILE
098000     END-IF
098100     IF WS-CTLB-SEQ-COUNT = ZERO
098200         MOVE "    (GEEN CTLBAL-REGELS MEER - GESNOEID)"
098300             TO EVP-TEXT-LINE
098400         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
098500     END-IF
098600
098700     MOVE "   VERWERKTE DROPS" TO EVP-SEC-TXT
098800     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
098900     OPEN INPUT DROP-REGISTER-FILE
099000     IF WS-DROPREG-STATUS = "00"
099100         SET FILE-NOT-EOF TO TRUE
099200         PERFORM UNTIL FILE-EOF
099300             READ DROP-REGISTER-FILE
099400                 AT END
099500                     SET FILE-EOF TO TRUE
099600                 NOT AT END
099700                     PERFORM 3200-DROP-ONE THRU 3200-EXIT
099800             END-READ
099900         END-PERFORM
100000         CLOSE DROP-REGISTER-FILE
100100     END-IF
100200     IF WS-DROP-COUNT = ZERO
100300         MOVE "    (GEEN)" TO EVP-TEXT-LINE
100400         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
100500     END-IF.
100600 3000-EXIT.
100700     EXIT.
100800
100900 3100-WRITE-CTLB.
101000     MOVE CTLB-PROGRAM TO EVP-CTB-PROGRAM
101100     MOVE CTLB-FILE-ID TO EVP-CTB-FILE-ID
101200     MOVE CTLB-COUNT TO EVP-CTB-COUNT
101300     MOVE CTLB-HASH TO EVP-CTB-HASH
101400     MOVE CTLB-ADMIN TO EVP-CTB-ADMIN
101500     WRITE EVID-RPT-LINE FROM EVP-CTLB-LINE.
101600 3100-EXIT.
101700     EXIT.
101800
101900 3200-DROP-ONE.
102000     MOVE SPACES TO WS-DRG-NAME-X WS-DRG-COUNT-X WS-DRG-HASH-X
102100                    WS-DRG-DATE-X WS-DRG-SEQ-X
102200     UNSTRING DROP-REGISTER-LINE DELIMITED BY ","
102300         INTO WS-DRG-NAME-X WS-DRG-COUNT-X WS-DRG-HASH-X
102400              WS-DRG-DATE-X WS-DRG-SEQ-X
102500     END-UNSTRING
102600     IF FUNCTION TRIM(WS-DRG-SEQ-X) IS NOT NUMERIC
102700         GO TO 3200-EXIT
102800     END-IF
102900     IF FUNCTION NUMVAL(WS-DRG-SEQ-X) NOT = WS-EVID-SEQ
103000         GO TO 3200-EXIT
103100     END-IF
103200     ADD 1 TO WS-DROP-COUNT
103300     MOVE WS-DRG-NAME-X TO EVP-DRP-NAME
103400     MOVE WS-DRG-COUNT-X TO EVP-DRP-COUNT
103500     MOVE WS-DRG-HASH-X TO EVP-DRP-HASH
103600     WRITE EVID-RPT-LINE FROM EVP-DROP-LINE.
103700 3200-EXIT.
103800     EXIT.
103900
104000*-----------------------------------------------------------
104100* 4000-OUTPUTS - 3. UITVOER: CTLBAL.DAT P-REGELS, DE GENERATIES
104200*                VAN DE RUN MET DE SCHIJF ERNAAST, DE VERWACHTE
104300*                GENERATIES DIE DE CATALOGUS NIET (MEER) KENT EN
104400*                DE GROOTBOEKOVERDRACHT
104500*-----------------------------------------------------------
104600 4000-OUTPUTS.
104700     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
104800     MOVE "3. UITVOER (CTLBAL, GENCAT, MSTCAT, GLREG)"
104900         TO EVP-SEC-TXT
105000     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
105100     OPEN INPUT CONTROL-BAL-FILE
105200     IF WS-CTLB-STATUS = "00"
105300         SET FILE-NOT-EOF TO TRUE
105400         PERFORM UNTIL FILE-EOF
105500             READ CONTROL-BAL-FILE INTO CTLB-DETAIL-LINE
105600                 AT END
105700                     SET FILE-EOF TO TRUE
105800                 NOT AT END
105900                     IF CTLB-RUN-SEQ IS NUMERIC
106000                         AND CTLB-RUN-SEQ = WS-EVID-SEQ
106100                         AND CTLB-ROLE = "P"
106200                         ADD 1 TO WS-OUT-COUNT
106300                         PERFORM 3100-WRITE-CTLB THRU 3100-EXIT
106400                     END-IF
106500             END-READ
106600         END-PERFORM
106700         CLOSE CONTROL-BAL-FILE
106800     END-IF
106900
107000     MOVE "   GEARCHIVEERDE GENERATIES (GENCAT.DAT)"
107100         TO EVP-SEC-TXT
107200     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
107300     MOVE ZERO TO WS-CAT-COUNT
107400     OPEN INPUT CATALOG-FILE
107500     IF WS-CAT-STATUS = "00"
107600         SET FILE-NOT-EOF TO TRUE
107700         PERFORM UNTIL FILE-EOF
107800             READ CATALOG-FILE
107900                 AT END
108000                     SET FILE-EOF TO TRUE
108100                 NOT AT END
108200                     PERFORM 4100-GENCAT-ONE THRU 4100-EXIT
108300             END-READ
108400         END-PERFORM
108500         CLOSE CATALOG-FILE
108600     END-IF
108700     IF HSKEEP-RAN
108800         PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
108900             UNTIL WS-BASE-IDX > WS-BASE-MAX
109000             MOVE SPACES TO WS-GEN-NAME
109100             STRING FUNCTION TRIM(WS-BASE-NAME (WS-BASE-IDX))
109200                    "." "G" WS-EVID-SEQ
109300                 DELIMITED BY SIZE INTO WS-GEN-NAME
109400             END-STRING
109500             MOVE WS-BASE-NAME (WS-BASE-IDX) TO EVP-GEN-BASE
109600             PERFORM 4500-EXPECTED-ONE THRU 4500-EXIT
109700         END-PERFORM
109800     END-IF
109900
110000     MOVE "   STAMBESTAND-BACKUPS (MSTCAT.DAT)" TO EVP-SEC-TXT
110100     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
110200     MOVE ZERO TO WS-CAT-COUNT
110300     OPEN INPUT MST-CATALOG-FILE
110400     IF WS-MCAT-STATUS = "00"
110500         SET FILE-NOT-EOF TO TRUE
110600         PERFORM UNTIL FILE-EOF
110700             READ MST-CATALOG-FILE
110800                 AT END
110900                     SET FILE-EOF TO TRUE
111000                 NOT AT END
111100                     PERFORM 4200-MSTCAT-ONE THRU 4200-EXIT
111200             END-READ
111300         END-PERFORM
111400         CLOSE MST-CATALOG-FILE
111500     END-IF
111600     IF MSTUNLD-RAN
111700         PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
111800             UNTIL WS-BASE-IDX > WS-MST-MAX
111900             MOVE SPACES TO WS-GEN-NAME
112000             STRING FUNCTION TRIM(WS-MST-NAME (WS-BASE-IDX))
112100                    "." "U" WS-EVID-SEQ
112200                 DELIMITED BY SIZE INTO WS-GEN-NAME
112300             END-STRING
112400             MOVE WS-MST-NAME (WS-BASE-IDX) TO EVP-GEN-BASE
112500             PERFORM 4500-EXPECTED-ONE THRU 4500-EXIT
112600         END-PERFORM
112700     END-IF
112800
112900     MOVE "   GROOTBOEKOVERDRACHT (GLREG.DAT)" TO EVP-SEC-TXT
113000     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
113100     OPEN INPUT GL-REGISTER-FILE
113200     IF WS-GLREG-STATUS = "00"
113300         SET FILE-NOT-EOF TO TRUE
113400         PERFORM UNTIL FILE-EOF
113500             READ GL-REGISTER-FILE INTO GLR-DETAIL-LINE
113600                 AT END
113700                     SET FILE-EOF TO TRUE
113800                 NOT AT END
113900                     IF GLR-SEQ IS NUMERIC
114000                         AND GLR-SEQ = WS-EVID-SEQ
114100                         ADD 1 TO WS-GL-COUNT
114200                         MOVE GLR-DATE TO EVP-GL-DATE
114300                         MOVE GLR-BEDRAG TO EVP-GL-BEDRAG
114400                         MOVE GLR-OPERATOR TO EVP-GL-OPER
114500                         WRITE EVID-RPT-LINE FROM EVP-GL-LINE
114600                     END-IF
114700             END-READ
114800         END-PERFORM
114900         CLOSE GL-REGISTER-FILE
115000     END-IF
115100     IF WS-GL-COUNT = ZERO
115200         MOVE "    (GEEN OVERDRACHT ONDER DIT VOLGNR)"
115300             TO EVP-TEXT-LINE
115400         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
115500     END-IF.
115600 4000-EXIT.
115700     EXIT.
115800
115900*-----------------------------------------------------------
116000* 4100-GENCAT-ONE - EEN CATALOGUSREGEL VAN DE RUN: NAAR HET
116100*                   DOSSIER MET DE SCHIJF ERNAAST EN ONTHOUDEN
116200*                   VOOR DE CONTROLE OP DE VERWACHTE NAMEN
116300*-----------------------------------------------------------
116400 4100-GENCAT-ONE.
116500     IF CATALOG-LINE = SPACES
116600         GO TO 4100-EXIT
116700     END-IF
116800     MOVE SPACES TO WS-CAT-BASE-X WS-CAT-FILE-X
116900                    WS-CAT-DATE-X WS-CAT-SEQ-X
117000     UNSTRING CATALOG-LINE DELIMITED BY ","
117100         INTO WS-CAT-BASE-X WS-CAT-FILE-X
117200              WS-CAT-DATE-X WS-CAT-SEQ-X
117300     END-UNSTRING
117400     IF FUNCTION TRIM(WS-CAT-SEQ-X) IS NOT NUMERIC
117500         GO TO 4100-EXIT
117600     END-IF
117700     IF FUNCTION NUMVAL(WS-CAT-SEQ-X) NOT = WS-EVID-SEQ
117800         GO TO 4100-EXIT
117900     END-IF
118000     IF WS-CAT-COUNT < WS-CAT-MAX
118100         ADD 1 TO WS-CAT-COUNT
118200         MOVE FUNCTION TRIM(WS-CAT-BASE-X)
118300             TO CAT-BASE (WS-CAT-COUNT)
118400         MOVE FUNCTION TRIM(WS-CAT-FILE-X)
118500             TO CAT-GEN-FILE (WS-CAT-COUNT)
118600     END-IF
118700     MOVE FUNCTION TRIM(WS-CAT-FILE-X) TO WS-GEN-NAME
118800     MOVE FUNCTION TRIM(WS-CAT-BASE-X) TO EVP-GEN-BASE
118900     MOVE WS-GEN-NAME TO EVP-GEN-FILE
119000     PERFORM 4900-PROBE-GEN THRU 4900-EXIT
119100     IF GEN-ON-DISK
119200         MOVE "IN CATALOGUS, OP SCHIJF - REGELS"
119300             TO EVP-GEN-STATUS
119400         MOVE WS-GEN-LINES TO EVP-GEN-REGELS
119500     ELSE
119600         MOVE "*** IN CATALOGUS, NIET OP SCHIJF"
119700             TO EVP-GEN-STATUS
119800         MOVE SPACES TO EVP-GEN-REGELS-X
119900         ADD 1 TO WS-GENFLAG-COUNT
120000         ADD 1 TO WS-FLAG-COUNT
120100     END-IF
120200     WRITE EVID-RPT-LINE FROM EVP-GEN-LINE.
120300 4100-EXIT.
120400     EXIT.
120500
120600*-----------------------------------------------------------
120700* 4200-MSTCAT-ONE - EEN BACKUP VAN DE RUN MET AANTAL EN HASH
120800*-----------------------------------------------------------
120900 4200-MSTCAT-ONE.
121000     IF MST-CATALOG-LINE = SPACES
121100         GO TO 4200-EXIT
121200     END-IF
121300     MOVE MST-CATALOG-LINE TO MCAT-DETAIL-LINE
121400     IF MCAT-SEQ IS NOT NUMERIC
121500         GO TO 4200-EXIT
121600     END-IF
121700     IF MCAT-SEQ NOT = WS-EVID-SEQ
121800         GO TO 4200-EXIT
121900     END-IF
122000     IF WS-CAT-COUNT < WS-CAT-MAX
122100         ADD 1 TO WS-CAT-COUNT
122200         MOVE MCAT-BASE TO CAT-BASE (WS-CAT-COUNT)
122300         MOVE MCAT-FILE TO CAT-GEN-FILE (WS-CAT-COUNT)
122400     END-IF
122500     MOVE MCAT-BASE TO EVP-MST-BASE
122600     MOVE MCAT-FILE TO EVP-MST-FILE
122700     MOVE MCAT-STAMP-DATE TO EVP-MST-STAMP-DATE
122800     MOVE MCAT-STAMP-TIME TO EVP-MST-STAMP-TIME
122900     MOVE MCAT-COUNT TO EVP-MST-COUNT
123000     MOVE MCAT-HASH TO EVP-MST-HASH
123100     MOVE MCAT-FILE TO WS-GEN-NAME
123200     PERFORM 4900-PROBE-GEN THRU 4900-EXIT
123300     IF GEN-ON-DISK
123400         MOVE "OP SCHIJF" TO EVP-MST-STATUS
123500     ELSE
123600         MOVE "*** NIET OP SCHIJF" TO EVP-MST-STATUS
123700         ADD 1 TO WS-GENFLAG-COUNT
123800         ADD 1 TO WS-FLAG-COUNT
123900     END-IF
124000     WRITE EVID-RPT-LINE FROM EVP-MST-LINE.
124100 4200-EXIT.
124200     EXIT.
124300
124400*-----------------------------------------------------------
124500* 4500-EXPECTED-ONE - DE VASTE GENERATIENAAM IN WS-GEN-NAME
124600*                     MOET IN DE CATALOGUS STAAN; ZO NIET DAN
124700*                     GEMARKEERD, MET DE SCHIJF ERNAAST
124800*-----------------------------------------------------------
124900 4500-EXPECTED-ONE.
125000     SET NOT-IN-CATALOG TO TRUE
125100     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
125200         UNTIL WS-CAT-IDX > WS-CAT-COUNT OR IN-CATALOG
125300         IF CAT-GEN-FILE (WS-CAT-IDX) = WS-GEN-NAME
125400             SET IN-CATALOG TO TRUE
125500         END-IF
125600     END-PERFORM
125700     IF IN-CATALOG
125800         GO TO 4500-EXIT
125900     END-IF
126000     ADD 1 TO WS-GENFLAG-COUNT
126100     ADD 1 TO WS-FLAG-COUNT
126200     MOVE WS-GEN-NAME TO EVP-GEN-FILE
126300     PERFORM 4900-PROBE-GEN THRU 4900-EXIT
126400     IF GEN-ON-DISK
126500         MOVE "*** NIET IN CATALOGUS, WEL OP SCHIJF"
126600             TO EVP-GEN-STATUS
126700     ELSE
126800         MOVE "*** NIET IN CATALOGUS, NIET OP SCHIJF"
126900             TO EVP-GEN-STATUS
127000     END-IF
127100     MOVE SPACES TO EVP-GEN-REGELS-X
127200     WRITE EVID-RPT-LINE FROM EVP-GEN-LINE.
127300 4500-EXIT.
127400     EXIT.
127500
127600*-----------------------------------------------------------
127700* 4900-PROBE-GEN - STAAT WS-GEN-NAME OP SCHIJF, EN HOEVEEL
127800*                  REGELS HEEFT HIJ?
127900*-----------------------------------------------------------
128000 4900-PROBE-GEN.
128100     MOVE ZERO TO WS-GEN-LINES
128200     SET GEN-NOT-ON-DISK TO TRUE
128300     OPEN INPUT GENERATION-FILE
128400     IF WS-GEN-STATUS NOT = "00"
128500         GO TO 4900-EXIT
128600     END-IF
128700     SET GEN-ON-DISK TO TRUE
128800     SET GEN-NOT-EOF TO TRUE
128900     PERFORM UNTIL GEN-EOF
129000         READ GENERATION-FILE
129100             AT END
129200                 SET GEN-EOF TO TRUE
129300             NOT AT END
129400                 ADD 1 TO WS-GEN-LINES
129500         END-READ
129600     END-PERFORM
129700     CLOSE GENERATION-FILE.
129800 4900-EXIT.
129900     EXIT.
130000
130100*-----------------------------------------------------------
130200* 5000-PARAMETERS - 4. DE PARAMETERS DIE DIE NACHT GOLDEN. DE
130300*                   HUIDIGE PARMS.DAT IS HET BEGINPUNT; ELKE
130400*                   WIJZIGING UIT PARMHIST.DAT VAN NA DE START
130500*                   VAN DE RUN WORDT VAN JONG NAAR OUD
130600*                   TERUGGEDRAAID, ZODAT DE OUDE WAARDE VAN DE
130700*                   EERSTE WIJZIGING NA DE RUN OVERBLIJFT.
130800*-----------------------------------------------------------
130900 5000-PARAMETERS.
131000     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
131100     MOVE "4. PARAMETERS IN GEBRUIK (PARMS.DAT, PARMHIST.DAT)"
131200         TO EVP-SEC-TXT
131300     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
131400     PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
131500         UNTIL WS-PARM-IDX > WS-PARM-MAX
131600         MOVE SPACES TO PV-NU (WS-PARM-IDX)
131700                        PV-GOLDIG (WS-PARM-IDX)
131800                        PV-CHG-OPER (WS-PARM-IDX)
131900         MOVE "N" TO PV-CHG-SW (WS-PARM-IDX)
132000         MOVE ZERO TO PV-CHG-DATE (WS-PARM-IDX)
132100     END-PERFORM
132200     OPEN INPUT PARM-FILE
132300     IF WS-PARM-STATUS NOT = "00"
132400         MOVE "    (PARMS.DAT NIET GEVONDEN)" TO EVP-TEXT-LINE
132500         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
132600         GO TO 5000-EXIT
132700     END-IF
132800     MOVE SPACES TO PARM-LINE
132900     READ PARM-FILE
133000         AT END
133100             MOVE SPACES TO PARM-LINE
133200     END-READ
133300     CLOSE PARM-FILE
133400     MOVE 1 TO WS-PARM-PTR
133500     PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
133600         UNTIL WS-PARM-IDX > WS-PARM-MAX
133700         MOVE SPACES TO WS-PARM-FLD-X
133800         IF WS-PARM-PTR <= LENGTH OF PARM-LINE
133900             UNSTRING PARM-LINE DELIMITED BY ","
134000                 INTO WS-PARM-FLD-X
134100                 WITH POINTER WS-PARM-PTR
134200             END-UNSTRING
134300         END-IF
134400         MOVE FUNCTION TRIM(WS-PARM-FLD-X) TO PV-NU (WS-PARM-IDX)
134500         MOVE PV-NU (WS-PARM-IDX) TO PV-GOLDIG (WS-PARM-IDX)
134600     END-PERFORM
134700
134800     MOVE ZERO TO WS-PH-COUNT
134900     OPEN INPUT PARM-HIST-FILE
135000     IF WS-HIST-STATUS = "00"
135100         SET FILE-NOT-EOF TO TRUE
135200         PERFORM UNTIL FILE-EOF
135300             READ PARM-HIST-FILE INTO HIS-DETAIL-LINE
135400                 AT END
135500                     SET FILE-EOF TO TRUE
135600                 NOT AT END
135700                     PERFORM 5100-HIST-ONE THRU 5100-EXIT
135800             END-READ
135900         END-PERFORM
136000         CLOSE PARM-HIST-FILE
136100     END-IF
136200     PERFORM VARYING WS-PH-IDX FROM WS-PH-COUNT BY -1
136300         UNTIL WS-PH-IDX < 1
136400         PERFORM 5200-UNDO-ONE THRU 5200-EXIT
136500     END-PERFORM
136600
136700     WRITE EVID-RPT-LINE FROM EVP-PARM-HDG
136800     PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
136900         UNTIL WS-PARM-IDX > WS-PARM-MAX
137000         PERFORM 5300-WRITE-PARM THRU 5300-EXIT
137100     END-PERFORM
137200     IF PH-OVERFLOWED
137300         MOVE "MEER DAN 500 PARAMETERWIJZIGINGEN NA DE RUN"
137400             TO EVP-FLAG-TXT
137500         WRITE EVID-RPT-LINE FROM EVP-FLAG-LINE
137600         ADD 1 TO WS-FLAG-COUNT
137700     END-IF.
137800 5000-EXIT.
137900     EXIT.
138000
138100*-----------------------------------------------------------
138200* 5100-HIST-ONE - EEN PARMHIST-REGEL VAN NA DE START VAN DE
138300*                 RUN ONTHOUDEN (AUTORISATIES, "AUT:", HOREN
138400*                 NIET BIJ PARMS.DAT EN BLIJVEN HIER BUITEN)
138500*-----------------------------------------------------------
138600 5100-HIST-ONE.
138700     IF HIS-DATE IS NOT NUMERIC OR HIS-TIME IS NOT NUMERIC
138800         GO TO 5100-EXIT
138900     END-IF
139000     IF HIS-FIELD (1:4) = "AUT:"
139100         GO TO 5100-EXIT
139200     END-IF
139300     COMPUTE WS-HIS-STAMP = HIS-DATE * 1000000 + HIS-TIME
139400     IF WS-HIS-STAMP <= WS-RUN-STAMP
139500         GO TO 5100-EXIT
139600     END-IF
139700     IF WS-PH-COUNT >= WS-PH-MAX
139800         SET PH-OVERFLOWED TO TRUE
139900         GO TO 5100-EXIT
140000     END-IF
140100     ADD 1 TO WS-PH-COUNT
140200     MOVE HIS-FIELD TO PH-FIELD (WS-PH-COUNT)
140300     MOVE HIS-OLD-VALUE TO PH-OLD (WS-PH-COUNT)
140400     MOVE HIS-NEW-VALUE TO PH-NEW (WS-PH-COUNT)
140500     MOVE HIS-DATE TO PH-DATE (WS-PH-COUNT)
140600     MOVE HIS-OPERATOR TO PH-OPER (WS-PH-COUNT).
140700 5100-EXIT.
140800     EXIT.
140900
141000*-----------------------------------------------------------
141100* 5200-UNDO-ONE - EEN WIJZIGING TERUGDRAAIEN. TRAINLOG.DAT IS
141200*                 ZOWEL EEN BEWAARTERMIJN VAN DE GENERATIES
141300*                 (VELD 13) ALS EEN AVG-TERMIJN (VELD 28); DAN
141400*                 WINT HET VELD WAARVAN DE WAARDE GELIJK IS AAN
141500*                 DE NIEUWE WAARDE VAN DE WIJZIGING. DE
141600*                 NAAM IN PARMHIST.DAT IS OP 12 POSITIES
141700*                 AFGEKAPT (VERIF-MIN-PC, VERIF-MAX-PC), DE
141701*                 WAARDEN OP 20 (EEN TERUGGEDRAAIDE EIGEN-NAAM
141702*                 IS DAARDOOR HOOGSTENS 20 POSITIES).
141800*-----------------------------------------------------------
141900 5200-UNDO-ONE.
142000     MOVE ZERO TO WS-PARM-HIT WS-PARM-VAL-HIT
142100     PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
142200         UNTIL WS-PARM-IDX > WS-PARM-MAX
142300         IF PL-NAME (WS-PARM-IDX) = PH-FIELD (WS-PH-IDX)
142400             IF WS-PARM-HIT = ZERO
142500                 MOVE WS-PARM-IDX TO WS-PARM-HIT
142600             END-IF
142700             IF WS-PARM-VAL-HIT = ZERO
142800                 AND FUNCTION TEST-NUMVAL(PV-GOLDIG (WS-PARM-IDX))
142900                     = 0
143000                 AND FUNCTION TEST-NUMVAL(PH-NEW (WS-PH-IDX)) = 0
143100                 AND FUNCTION NUMVAL(PV-GOLDIG (WS-PARM-IDX))
143200                     = FUNCTION NUMVAL(PH-NEW (WS-PH-IDX))
143300                 MOVE WS-PARM-IDX TO WS-PARM-VAL-HIT
143400             END-IF
143500         END-IF
143600     END-PERFORM
143700     IF WS-PARM-VAL-HIT > ZERO
143800         MOVE WS-PARM-VAL-HIT TO WS-PARM-HIT
143900     END-IF
144000     IF WS-PARM-HIT = ZERO
144100         GO TO 5200-EXIT
144200     END-IF
144300     MOVE FUNCTION TRIM(PH-OLD (WS-PH-IDX))
144400         TO PV-GOLDIG (WS-PARM-HIT)
144500     MOVE "Y" TO PV-CHG-SW (WS-PARM-HIT)
144600     MOVE PH-DATE (WS-PH-IDX) TO PV-CHG-DATE (WS-PARM-HIT)
144700     MOVE PH-OPER (WS-PH-IDX) TO PV-CHG-OPER (WS-PARM-HIT).
144800 5200-EXIT.
144900     EXIT.
145000
145100 5300-WRITE-PARM.
145200     MOVE WS-PARM-IDX TO EVP-PRM-NR
145300     MOVE PL-NAME (WS-PARM-IDX) TO EVP-PRM-NAME
145400     MOVE PL-SOORT (WS-PARM-IDX) TO EVP-PRM-SOORT
145500     MOVE PV-GOLDIG (WS-PARM-IDX) TO EVP-PRM-GOLDIG
145600     MOVE SPACES TO EVP-PRM-OPM
145700     IF PV-CHANGED (WS-PARM-IDX)
145800         STRING "NU " FUNCTION TRIM(PV-NU (WS-PARM-IDX))
145900                ", GEWIJZIGD " PV-CHG-DATE (WS-PARM-IDX)
146000                " DOOR " FUNCTION TRIM(PV-CHG-OPER (WS-PARM-IDX))
146100             DELIMITED BY SIZE INTO EVP-PRM-OPM
146200         END-STRING
146300     END-IF
146400     WRITE EVID-RPT-LINE FROM EVP-PARM-LINE.
146500 5300-EXIT.
146600     EXIT.
146700
146800*-----------------------------------------------------------
146900* 6000-EXCEPTIONS - 5. OVERRULINGEN, SLOTBREUKEN EN HERSTARTS
147000*-----------------------------------------------------------
147100 6000-EXCEPTIONS.
147200     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
147300     MOVE "5. OVERRULINGEN, SLOTBREUKEN EN HERSTARTS"
147400         TO EVP-SEC-TXT
147500     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
147600
147700     MOVE "   PARAMETER- EN AUTORISATIEWIJZIGINGEN OP DE RUNDATUM"
147800         TO EVP-SEC-TXT
147900     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
148000     OPEN INPUT PARM-HIST-FILE
148100     IF WS-HIST-STATUS = "00"
148200         SET FILE-NOT-EOF TO TRUE
148300         PERFORM UNTIL FILE-EOF
148400             READ PARM-HIST-FILE INTO HIS-DETAIL-LINE
148500                 AT END
148600                     SET FILE-EOF TO TRUE
148700                 NOT AT END
148800                     IF HIS-DATE IS NUMERIC
148900                         AND HIS-DATE = WS-EVID-DATUM
149000                         ADD 1 TO WS-PCHG-COUNT
149100                         MOVE SPACES TO EVP-TEXT-LINE
149200                         MOVE PARM-HIST-LINE TO EVP-TEXT-LINE (5:)
149300                         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
149400                     END-IF
149500             END-READ
149600         END-PERFORM
149700         CLOSE PARM-HIST-FILE
149800     END-IF
149900     IF WS-PCHG-COUNT = ZERO
150000         MOVE "    (GEEN)" TO EVP-TEXT-LINE
150100         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
150200     END-IF
150300
150400     MOVE "   MARGEVLOER OVERRULED (MARGEAUD.DAT)" TO EVP-SEC-TXT
150500     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
150600     OPEN INPUT AUDIT-FILE
150700     IF WS-AUD-STATUS = "00"
150800         SET FILE-NOT-EOF TO TRUE
150900         PERFORM UNTIL FILE-EOF
151000             READ AUDIT-FILE INTO AUDIT-DETAIL-LINE
151100                 AT END
151200                     SET FILE-EOF TO TRUE
151300                 NOT AT END
151400                     IF AUD-DATE IS NUMERIC
151500                         AND AUD-DATE = WS-EVID-DATUM
151600                         AND AUD-FLOOR-OVERRIDE
151700                         PERFORM 6100-WRITE-AUD THRU 6100-EXIT
151800                     END-IF
151900             END-READ
152000         END-PERFORM
152100         CLOSE AUDIT-FILE
152200     END-IF
152300
152400     MOVE "   KREDIETBLOKKADES VRIJGEGEVEN (KREDEXC.DAT)"
152500         TO EVP-SEC-TXT
152600     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
152700     OPEN INPUT KRED-EXC-FILE
152800     IF WS-KREDEXC-STATUS = "00"
152900         SET FILE-NOT-EOF TO TRUE
153000         PERFORM UNTIL FILE-EOF
153100             READ KRED-EXC-FILE INTO KEXC-DETAIL-LINE
153200                 AT END
153300                     SET FILE-EOF TO TRUE
153400                 NOT AT END
153500                     IF KEXC-RUN-SEQ IS NUMERIC
153600                         AND KEXC-RUN-SEQ = WS-EVID-SEQ
153700                         AND KEXC-VRIJGEGEVEN
153800                         PERFORM 6200-WRITE-KEXC THRU 6200-EXIT
153900                     END-IF
154000             END-READ
154100         END-PERFORM
154200         CLOSE KRED-EXC-FILE
154300     END-IF
154400     IF WS-OVR-COUNT = ZERO
154500         MOVE "    (GEEN OVERRULINGEN)" TO EVP-TEXT-LINE
154600         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
154700     END-IF
154800
154900     MOVE "   SLOTBREUKEN (LOCKLOG.DAT)" TO EVP-SEC-TXT
155000     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
155100     OPEN INPUT LOCK-LOG-FILE
155200     IF WS-LOCKLOG-STATUS = "00"
155300         SET FILE-NOT-EOF TO TRUE
155400         PERFORM UNTIL FILE-EOF
155500             READ LOCK-LOG-FILE INTO LOG-DETAIL-LINE
155600                 AT END
155700                     SET FILE-EOF TO TRUE
155800                 NOT AT END
155900                     PERFORM 6300-LOCK-ONE THRU 6300-EXIT
156000             END-READ
156100         END-PERFORM
156200         CLOSE LOCK-LOG-FILE
156300     END-IF
156400     IF WS-LOCK-COUNT = ZERO
156500         MOVE "    (GEEN)" TO EVP-TEXT-LINE
156600         WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE
156700     END-IF
156800
156900     MOVE "   HERSTARTS" TO EVP-SEC-TXT
157000     WRITE EVID-RPT-LINE FROM EVP-SECTION-LINE
157100     MOVE SPACES TO EVP-TEXT-LINE
157200     IF WS-RESTART-COUNT = ZERO
157300         MOVE "    (GEEN)" TO EVP-TEXT-LINE
157400     ELSE
157500         MOVE WS-RESTART-COUNT TO WS-NUM-ED
157600         STRING "    " FUNCTION TRIM(WS-NUM-ED)
157700                " STAP(PEN) OPNIEUW GEDRAAID - ZIE ***"
157800                " HERSTART BIJ DE STAPPEN"
157900             DELIMITED BY SIZE INTO EVP-TEXT-LINE
158000         END-STRING
158100     END-IF
158200     WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE.
158300 6000-EXIT.
158400     EXIT.
158500
158600 6100-WRITE-AUD.
158700     ADD 1 TO WS-OVR-COUNT
158800     MOVE SPACES TO EVP-TEXT-LINE
158900     STRING "    MARGE ARTIKEL " AUD-ARTNO " KLANT " AUD-KLANT
159000            " MARGE% " AUD-MARGE-PERC " VERKOOP " AUD-VERKOOPPRIJS
159100            " VRIJGEGEVEN DOOR " AUD-GRANTOR
159200         DELIMITED BY SIZE INTO EVP-TEXT-LINE
159300     END-STRING
159400     WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE.
159500 6100-EXIT.
159600     EXIT.
159700
159800 6200-WRITE-KEXC.
159900     ADD 1 TO WS-OVR-COUNT
160000     MOVE SPACES TO EVP-TEXT-LINE
160100     STRING "    " KEXC-PROGRAM " KLANT " KEXC-KLANT
160200            " REF " KEXC-REFERENTIE " BEDRAG " KEXC-BEDRAG
160300            " REDEN " KEXC-REDEN " VRIJGEGEVEN DOOR " KEXC-GRANTOR
160400         DELIMITED BY SIZE INTO EVP-TEXT-LINE
160500     END-STRING
160600     WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE.
160700 6200-EXIT.
160800     EXIT.
160900
161000*-----------------------------------------------------------
161100* 6300-LOCK-ONE - EEN SLOTBREUK OP DE RUNDATUM, OF EEN GEBROKEN
161200*                 SYSLOCK DIE DOOR DEZE RUN WAS GEZET
161300*                 (INHOUD BEGINT MET HET VOLGNR)
161400*-----------------------------------------------------------
161500 6300-LOCK-ONE.
161600     IF LOG-DATUM IS NOT NUMERIC
161700         GO TO 6300-EXIT
161800     END-IF
161900     IF LOG-DATUM NOT = WS-EVID-DATUM
162000         MOVE SPACES TO WS-LOCK-SEQ-X
162100         UNSTRING LOG-OUDE-INHOUD DELIMITED BY ","
162200             INTO WS-LOCK-SEQ-X
162300         END-UNSTRING
162400         IF FUNCTION TRIM(WS-LOCK-SEQ-X) IS NOT NUMERIC
162500             GO TO 6300-EXIT
162600         END-IF
162700         IF FUNCTION NUMVAL(WS-LOCK-SEQ-X) NOT = WS-EVID-SEQ
162800             GO TO 6300-EXIT
162900         END-IF
163000     END-IF
163100     ADD 1 TO WS-LOCK-COUNT
163200     ADD 1 TO WS-FLAG-COUNT
163300     MOVE SPACES TO EVP-TEXT-LINE
163400     STRING "*** " LOCK-LOG-LINE (1:120)
163500         DELIMITED BY SIZE INTO EVP-TEXT-LINE
163600     END-STRING
163700     WRITE EVID-RPT-LINE FROM EVP-TEXT-LINE.
163800 6300-EXIT.
163900     EXIT.
164000
164100*-----------------------------------------------------------
164200* 8000-WRITE-TRAILER - TELLINGEN EN DE RETURN CODE
164300*-----------------------------------------------------------
164400 8000-WRITE-TRAILER.
164500     WRITE EVID-RPT-LINE FROM EVP-BLANK-LINE
164600     MOVE "STAPPEN                                 "
164700         TO EVP-TRL-LABEL
164800     MOVE WS-STEP-COUNT TO EVP-TRL-COUNT
164900     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
165000     MOVE "INVOERBESTANDEN (CTLBAL C + DROPS)      "
165100         TO EVP-TRL-LABEL
165200     COMPUTE EVP-TRL-COUNT = WS-IN-COUNT + WS-DROP-COUNT
165300     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
165400     MOVE "UITVOERBESTANDEN (CTLBAL P)             "
165500         TO EVP-TRL-LABEL
165600     MOVE WS-OUT-COUNT TO EVP-TRL-COUNT
165700     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
165800     MOVE "GENERATIES GEMARKEERD                   "
165900         TO EVP-TRL-LABEL
166000     MOVE WS-GENFLAG-COUNT TO EVP-TRL-COUNT
166100     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
166200     MOVE "OVERRULINGEN                            "
166300         TO EVP-TRL-LABEL
166400     MOVE WS-OVR-COUNT TO EVP-TRL-COUNT
166500     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
166600     MOVE "SLOTBREUKEN                             "
166700         TO EVP-TRL-LABEL
166800     MOVE WS-LOCK-COUNT TO EVP-TRL-COUNT
166900     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
167000     MOVE "HERSTARTS                               "
167100         TO EVP-TRL-LABEL
167200     MOVE WS-RESTART-COUNT TO EVP-TRL-COUNT
167300     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
167400     MOVE "AFGEBROKEN STAPPEN (RC 8+)              "
167500         TO EVP-TRL-LABEL
167600     MOVE WS-ABEND-COUNT TO EVP-TRL-COUNT
167700     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
167800     MOVE "GEMARKEERD (***) TOTAAL                 "
167900         TO EVP-TRL-LABEL
168000     MOVE WS-FLAG-COUNT TO EVP-TRL-COUNT
168100     WRITE EVID-RPT-LINE FROM EVP-TRAILER-LINE
168200     CLOSE EVID-RPT-FILE
168300     IF WS-FLAG-COUNT > ZERO AND RETURN-CODE = ZERO
168400         MOVE 4 TO RETURN-CODE
168500     END-IF.
168600 8000-EXIT.
168700     EXIT.
168800
168900*-----------------------------------------------------------
169000* 9000-WRITE-RUN-JOURNAL - COUNT-1 STAPPEN VAN DE RUN, COUNT-2
169100*                          GEMARKEERDE PUNTEN
169200*-----------------------------------------------------------
169300 9000-WRITE-RUN-JOURNAL.
169400     ACCEPT WS-END-TIME-RAW FROM TIME
169500     OPEN EXTEND RUN-JOURNAL-FILE
169600     IF WS-JRNL-STATUS = "35"
169700         OPEN OUTPUT RUN-JOURNAL-FILE
169800     END-IF
169900     MOVE "EVIDPAK" TO JRNL-PROGRAM
170000     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
170100     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
170200     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
170300     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
170400     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
170500     MOVE RETURN-CODE TO JRNL-RC
170600     MOVE WS-STEP-COUNT TO JRNL-COUNT-1
170700     MOVE WS-FLAG-COUNT TO JRNL-COUNT-2
170800     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
170900     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
171000     CLOSE RUN-JOURNAL-FILE.
171100 9000-EXIT.
171200     EXIT.
