000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BONUS.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - KWARTAALBONUS UIT DE
001300*                  F-SCORE MAANDCIJFERS. LEEST DE MAANDREGELS
001400*                  VAN HET KWARTAAL UIT SCOREMND.DAT (BONUSJAAR
001500*                  EN BONUSKW, ANDERS HET VORIGE KWARTAAL) EN
001600*                  WEEGT DE GEMIDDELDEN MET HET AANTAL. DE
001700*                  AFDELING EN INDIENSTDATUM KOMEN UIT
001800*                  PEOPLE.IDX, DE EINDDATUM UIT ROSTMAST.IDX.
001900*                  BONUSTAB.DAT GEEFT HET BASISBEDRAG, DE
002000*                  LOONCODE, DE INSTROOMREGEL (P = PRO RATA,
002100*                  U = UITSLUITEN) EN DE SCOREBANDEN (PERCEN-
002200*                  TAGE VAN BASIS OF VAST BEDRAG). AFDMAST.DAT
002300*                  KRIJGT EEN VIERDE VELD BONUSBUDGET PER
002400*                  KWARTAAL; GAAT EEN AFDELING EROVER, DAN
002500*                  WORDT ELKE BONUS NAAR RATO VERLAAGD.
002600*                  BONUSRPT.DAT PER AFDELING MET AFTEKENBLOK
002700*                  VOOR DE MANAGER. BONUSBET=J IS DE BETAALRUN:
002800*                  EXPLICIET KWARTAAL, NIVEAU-2 OPERATOR
002900*                  (OPERAUTH.DAT), VOLLEDIG KWARTAAL IN
003000*                  SCOREMND.DAT EN NOG NIET IN HET REGISTER
003100*                  BONUSREG.DAT - DAN BONUSMUT.DAT VOOR DE
003200*                  SALARISADMINISTRATIE EN EEN REGISTERREGEL.
003300*-----------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MONTHLY-FILE ASSIGN TO "SCOREMND.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MND-STATUS.
004100
004200     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PIDX-ID
004600         FILE STATUS IS WS-PIDX-STATUS.
004700
004800     SELECT ROSTER-MASTER ASSIGN TO "ROSTMAST.IDX"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ROS-ID
005200         FILE STATUS IS WS-ROSMAST-STATUS.
005300
005400     SELECT DEPT-MASTER-FILE ASSIGN TO "AFDMAST.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AFDMST-STATUS.
005700
005800     SELECT BONUS-TABLE-FILE ASSIGN TO "BONUSTAB.DAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-BONTAB-STATUS.
006100
006200     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-OPERAUTH-STATUS.
006500
006600     SELECT BONUS-REG-FILE ASSIGN TO "BONUSREG.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BONREG-STATUS.
006900
007000     SELECT BONUS-MUT-FILE ASSIGN TO "BONUSMUT.DAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-BONMUT-STATUS.
007300
007400     SELECT BONUS-RPT-FILE ASSIGN TO "BONUSRPT.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BONRPT-STATUS.
007700
007800     SELECT BONUS-WORK-FILE ASSIGN TO "BONWRK.DAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-BONWRK-STATUS.
008100
008200     SELECT SORTED-BONUS-FILE ASSIGN TO "BONSRT.DAT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-BONSRT-STATUS.
008500
008600     SELECT SORT-FILE ASSIGN TO "SORTWK.DAT".
008700
008800     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-RUNSEQ-STATUS.
009100
009200     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-JRNL-STATUS.
009500
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  MONTHLY-FILE.
009900 01  MONTHLY-LINE             PIC X(250).
010000
010100 FD  PEOPLE-INDEXED.
010200 01  PEOPLE-INDEXED-RECORD.
010300     05  PIDX-ID              PIC X(32).
010400     05  PIDX-NAME            PIC X(128).
010500     05  PIDX-SCORE           PIC S9(07)V99.
010600     05  PIDX-AFDELING        PIC X(20).
010700     05  PIDX-INDIENST        PIC 9(08).
010800
010900 FD  ROSTER-MASTER.
011000 01  ROSTER-MASTER-RECORD.
011100     05  ROS-ID               PIC X(08).
011200     05  ROS-NAAM             PIC X(30).
011300     05  ROS-GEBOORTE         PIC 9(08).
011400     05  ROS-LAND             PIC X(30).
011500     05  ROS-EINDDATUM        PIC 9(08).
011600
011700 FD  DEPT-MASTER-FILE.
011800 01  DEPT-MASTER-LINE         PIC X(80).
011900
012000 FD  BONUS-TABLE-FILE.
012100 01  BONUS-TABLE-LINE         PIC X(80).
012200
012300 FD  OPER-AUTH-FILE.
012400 01  OPER-AUTH-LINE           PIC X(40).
012500
012600 FD  BONUS-REG-FILE.
012700 01  BONUS-REG-LINE           PIC X(80).
012800
012900 FD  BONUS-MUT-FILE.
013000 01  BONUS-MUT-LINE           PIC X(100).
013100
013200 FD  BONUS-RPT-FILE.
013300 01  BONUS-RPT-LINE           PIC X(132).
013400
013500 FD  BONUS-WORK-FILE.
013600 01  BONUS-WORK-RECORD.
013700     05  BW-AFDELING          PIC X(20).
013800     05  BW-ID                PIC X(32).
013900     05  BW-NAAM              PIC X(30).
014000     05  BW-SCORE             PIC S9(07)V99.
014100     05  BW-MAANDEN           PIC 9(01).
014200     05  BW-DAGEN             PIC 9(03).
014300     05  BW-BRUTO             PIC 9(07)V99.
014400     05  BW-STATUS            PIC X(01).
014500         88  BW-MET-BONUS     VALUE "B".
014600         88  BW-GEEN-BAND     VALUE "N".
014700         88  BW-UITGESLOTEN   VALUE "U".
014800     05  BW-REDEN             PIC X(24).
014900
015000 FD  SORTED-BONUS-FILE.
015100 01  SORTED-BONUS-RECORD.
015200     05  SB-AFDELING          PIC X(20).
015300     05  SB-ID                PIC X(32).
015400     05  SB-NAAM              PIC X(30).
015500     05  SB-SCORE             PIC S9(07)V99.
015600     05  SB-MAANDEN           PIC 9(01).
015700     05  SB-DAGEN             PIC 9(03).
015800     05  SB-BRUTO             PIC 9(07)V99.
015900     05  SB-STATUS            PIC X(01).
016000         88  SB-MET-BONUS     VALUE "B".
016100         88  SB-GEEN-BAND     VALUE "N".
016200         88  SB-UITGESLOTEN   VALUE "U".
016300     05  SB-REDEN             PIC X(24).
016400
016500 SD  SORT-FILE.
016600 01  SORT-RECORD.
016700     05  SD-AFDELING          PIC X(20).
016800     05  SD-ID                PIC X(32).
016900     05  SD-NAAM              PIC X(30).
017000     05  SD-MAAND             PIC 9(06).
017100     05  SD-GEM               PIC S9(07)V99.
017200     05  SD-AANTAL            PIC 9(07).
017300     05  FILLER               PIC X(25).
017400
017500 FD  RUN-SEQ-FILE.
017600 01  RUN-SEQ-LINE             PIC 9(06).
017700
017800 FD  RUN-JOURNAL-FILE.
017900 01  RUN-JOURNAL-LINE         PIC X(80).
018000
018100 WORKING-STORAGE SECTION.
018200*-----------------------------------------------------------
018300* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
018400*-----------------------------------------------------------
018500     COPY "RUNHDR.CPY".
018600
018700*-----------------------------------------------------------
018800* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
018900*-----------------------------------------------------------
019000     COPY "RUNJRNL.CPY".
019100 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
019200 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
019300 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
019400 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
019500 01  WS-RUNSEQ-ENV-X          PIC X(10).
019600 01  WS-RUNDATE-ENV-X         PIC X(10).
019700 01  WS-ADMIN-ENV-X           PIC X(06).
019800
019900*-----------------------------------------------------------
020000* BETAALREGISTER EN MUTATIEBESTAND, SEE BONUS.CPY
020100*-----------------------------------------------------------
020200     COPY "BONUS.CPY".
020300
020400*-----------------------------------------------------------
020500* FILE STATUS AND SWITCHES
020600*-----------------------------------------------------------
020700 01  WS-MND-STATUS            PIC X(02) VALUE "00".
020800 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
020900 01  WS-ROSMAST-STATUS        PIC X(02) VALUE "00".
021000 01  WS-AFDMST-STATUS         PIC X(02) VALUE "00".
021100 01  WS-BONTAB-STATUS         PIC X(02) VALUE "00".
021200 01  WS-BONREG-STATUS         PIC X(02) VALUE "00".
021300 01  WS-BONMUT-STATUS         PIC X(02) VALUE "00".
021400 01  WS-BONRPT-STATUS         PIC X(02) VALUE "00".
021500 01  WS-BONWRK-STATUS         PIC X(02) VALUE "00".
021600 01  WS-BONSRT-STATUS         PIC X(02) VALUE "00".
021700 01  WS-PIDX-SW               PIC X VALUE "N".
021800     88 PIDX-OPEN             VALUE "Y".
021900     88 PIDX-CLOSED           VALUE "N".
022000 01  WS-ROSMAST-SW            PIC X VALUE "N".
022100     88 ROSMAST-OPEN          VALUE "Y".
022200     88 ROSMAST-CLOSED        VALUE "N".
022300 01  WS-EOF-SW                PIC X VALUE "N".
022400     88 FILE-EOF              VALUE "Y".
022500     88 FILE-NOT-EOF          VALUE "N".
022600 01  WS-SORT-EOF-SW           PIC X VALUE "N".
022700     88 SORT-EOF              VALUE "Y".
022800     88 SORT-NOT-EOF          VALUE "N".
022900
023000*-----------------------------------------------------------
023100* KWARTAAL - BONUSJAAR/BONUSKW, ANDERS HET KWARTAAL VOOR HET
023200* KWARTAAL VAN DE RUNDATUM
023300*-----------------------------------------------------------
023400 01  WS-JAAR-X                PIC X(06).
023500 01  WS-KW-X                  PIC X(02).
023600 01  WS-JAAR                  PIC 9(04) VALUE ZERO.
023700 01  WS-KW                    PIC 9(01) VALUE ZERO.
023800 01  WS-RUN-MAAND             PIC 9(02) VALUE ZERO.
023900 01  WS-KW-EERSTE-MAAND       PIC 9(06) VALUE ZERO.
024000 01  WS-KW-LAATSTE-MAAND      PIC 9(06) VALUE ZERO.
024100 01  WS-KW-VAN                PIC 9(08) VALUE ZERO.
024200 01  WS-KW-TOT                PIC 9(08) VALUE ZERO.
024300 01  WS-KW-VAN-INT            PIC 9(07) VALUE ZERO.
024400 01  WS-KW-TOT-INT            PIC 9(07) VALUE ZERO.
024500 01  WS-KW-DAGEN              PIC 9(03) VALUE ZERO.
024600 01  WS-LAATSTE-MAAND-GEZIEN  PIC 9(06) VALUE ZERO.
024700 01  WS-EXPLICIT-SW           PIC X VALUE "N".
024800     88 EXPLICIT-QUARTER      VALUE "Y".
024900     88 NO-EXPLICIT-QUARTER   VALUE "N".
025000 01  WS-VOLLEDIG-SW           PIC X VALUE "N".
025100     88 KWARTAAL-VOLLEDIG     VALUE "Y".
025200     88 KWARTAAL-ONVOLLEDIG   VALUE "N".
025300
025400*-----------------------------------------------------------
025500* BETAALRUN (BONUSBET=J) EN HET REGISTER
025600*-----------------------------------------------------------
025700 01  WS-BET-ENV-X             PIC X(02).
025800 01  WS-BET-SW                PIC X VALUE "N".
025900     88 BETAAL-MODE           VALUE "J".
026000     88 CONCEPT-MODE          VALUE "N".
026100 01  WS-REG-SW                PIC X VALUE "N".
026200     88 AL-BETAALD            VALUE "Y".
026300     88 NIET-BETAALD          VALUE "N".
026400 01  WS-REG-EOF               PIC X VALUE "N".
026500     88 REG-EOF               VALUE "Y".
026600     88 REG-NOT-EOF           VALUE "N".
026700 01  WS-REG-JAAR-X            PIC X(06).
026800 01  WS-REG-KW-X              PIC X(02).
026900 01  WS-REG-DATUM-X           PIC X(10).
027000 01  WS-REG-TIJD-X            PIC X(08).
027100 01  WS-REG-SEQ-X             PIC X(08).
027200 01  WS-REG-OPER-X            PIC X(10).
027300 01  WS-REG-PERS-X            PIC X(08).
027400 01  WS-REG-TOT-X             PIC X(14).
027500 01  WS-REG-ADMIN-X           PIC X(06).
027600 01  WS-TIJD-RAW              PIC 9(08) VALUE ZERO.
027700
027800*-----------------------------------------------------------
027900* OPERATOR AUTHORITY TABLE (OPERAUTH.DAT) - WIE MAG BETALEN
028000*-----------------------------------------------------------
028100 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
028200 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
028300 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
028400 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
028500 01  WS-AUTH-EOF              PIC X VALUE "N".
028600     88 AUTH-EOF              VALUE "Y".
028700     88 AUTH-NOT-EOF          VALUE "N".
028800 01  WS-AUTH-TABLE.
028900     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
029000         10  AUTH-OPERATOR    PIC X(08).
029100         10  AUTH-NIVEAU      PIC 9(02).
029200 01  WS-AUTH-OPER-X           PIC X(10).
029300 01  WS-AUTH-NIVEAU-X         PIC X(04).
029400 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
029500 01  WS-AUTH-OK-SW            PIC X VALUE "N".
029600     88 AUTHORITY-OK          VALUE "Y".
029700     88 AUTHORITY-NOT-OK      VALUE "N".
029800
029900*-----------------------------------------------------------
030000* BONUSTABEL (BONUSTAB.DAT) - BASIS,<BEDRAG> / LOONCODE,<CODE>
030100* / INSTROOM,P|U / <ONDERGRENS>,P|B,<PERCENTAGE OF BEDRAG>
030200*-----------------------------------------------------------
030300 01  WS-BASIS                 PIC 9(07)V99 VALUE ZERO.
030400 01  WS-LOONCODE              PIC X(06) VALUE "BONUS".
030500 01  WS-INSTROOM-SW           PIC X VALUE "P".
030600     88 INSTROOM-PRO-RATA     VALUE "P".
030700     88 INSTROOM-UITSLUITEN   VALUE "U".
030800 77  WS-BTB-COUNT             PIC 9(02) COMP VALUE ZERO.
030900 77  WS-BTB-MAX               PIC 9(02) COMP VALUE 30.
031000 77  WS-BTB-IDX               PIC 9(02) COMP VALUE ZERO.
031100 77  WS-BTB-HIT               PIC 9(02) COMP VALUE ZERO.
031200 01  WS-BTB-EOF               PIC X VALUE "N".
031300     88 BTB-EOF               VALUE "Y".
031400     88 BTB-NOT-EOF           VALUE "N".
031500 01  WS-BTB-TABLE.
031600     05  WS-BTB-ENTRY OCCURS 30 TIMES.
031700         10  BTB-GRENS        PIC S9(07)V99.
031800         10  BTB-SOORT        PIC X(01).
031900         10  BTB-WAARDE       PIC 9(07)V99.
032000 01  WS-BTB-VELD1-X           PIC X(20).
032100 01  WS-BTB-VELD2-X           PIC X(20).
032200 01  WS-BTB-VELD3-X           PIC X(20).
032300
032400*-----------------------------------------------------------
032500* AFDELINGSTABEL - AFDMAST.DAT (CODE,NAAM,MANAGER,BUDGET) PLUS
032600* DE AFDELINGEN UIT PEOPLE.IDX DIE ER NIET IN STAAN; BRUTO
032700* EN DE SCHAALFACTOR PER AFDELING
032800*-----------------------------------------------------------
032900 77  WS-AFD-COUNT             PIC 9(03) COMP VALUE ZERO.
033000 77  WS-AFD-MAX               PIC 9(03) COMP VALUE 100.
033100 77  WS-AFD-IDX               PIC 9(03) COMP VALUE ZERO.
033200 77  WS-AFD-HIT               PIC 9(03) COMP VALUE ZERO.
033300 01  WS-AFD-EOF               PIC X VALUE "N".
033400     88 AFD-EOF               VALUE "Y".
033500     88 AFD-NOT-EOF           VALUE "N".
033600 01  WS-AFD-TABLE.
033700     05  WS-AFD-ENTRY OCCURS 100 TIMES.
033800         10  AFD-CODE         PIC X(20).
033900         10  AFD-NAAM         PIC X(30).
034000         10  AFD-MANAGER      PIC X(30).
034100         10  AFD-BUDGET       PIC 9(09)V99.
034200         10  AFD-BRUTO        PIC 9(09)V99.
034300         10  AFD-PERSONEN     PIC 9(05).
034400 01  WS-AFD-CODE-X            PIC X(20).
034500 01  WS-AFD-NAAM-X            PIC X(30).
034600 01  WS-AFD-MGR-X             PIC X(30).
034700 01  WS-AFD-BUDGET-X          PIC X(16).
034800 01  WS-ZOEK-AFDELING         PIC X(20).
034900 01  WS-ONBEKEND-AFD          PIC X(20) VALUE "ONBEKEND".
035000 01  WS-ALGEMEEN-AFD          PIC X(20) VALUE "ALGEMEEN".
035100
035200*-----------------------------------------------------------
035300* SCOREMND.DAT MAANDREGEL - MAAND,ID,EERSTE,LAATSTE,MIN,MAX,
035400* GEM,AANTAL,NAAM
035500*-----------------------------------------------------------
035600 01  WS-MND-MAAND-X           PIC X(08).
035700 01  WS-MND-ID                PIC X(32).
035800 01  WS-MND-EERSTE-X          PIC X(12).
035900 01  WS-MND-LAATSTE-X         PIC X(12).
036000 01  WS-MND-MIN-X             PIC X(12).
036100 01  WS-MND-MAX-X             PIC X(12).
036200 01  WS-MND-GEM-X             PIC X(12).
036300 01  WS-MND-AANTAL-X          PIC X(10).
036400 01  WS-MND-NAAM              PIC X(30).
036500 01  WS-MND-MAAND             PIC 9(06) VALUE ZERO.
036600 01  WS-ANON-PREFIX           PIC X(09) VALUE "AVG-ANON-".
036700
036800*-----------------------------------------------------------
036900* PER PERSOON - GEWOGEN KWARTAALSCORE, DIENSTDAGEN EN BRUTO
037000*-----------------------------------------------------------
037100 01  WS-BREAK-ID              PIC X(32) VALUE HIGH-VALUES.
037200 01  WS-BREAK-NAAM            PIC X(30) VALUE SPACES.
037300 01  WS-SCORE-SOM             PIC S9(13)V99 VALUE ZERO.
037400 01  WS-AANTAL-SOM            PIC 9(09) VALUE ZERO.
037500 01  WS-MAANDEN               PIC 9(01) VALUE ZERO.
037600 01  WS-VORIGE-MAAND          PIC 9(06) VALUE ZERO.
037700 01  WS-KW-SCORE              PIC S9(07)V99 VALUE ZERO.
037800 01  WS-INDIENST              PIC 9(08) VALUE ZERO.
037900 01  WS-EINDDATUM             PIC 9(08) VALUE ZERO.
038000 01  WS-VAN-INT               PIC 9(07) VALUE ZERO.
038100 01  WS-TOT-INT               PIC 9(07) VALUE ZERO.
038200 01  WS-DIENST-DAGEN          PIC S9(05) VALUE ZERO.
038300 01  WS-BRUTO                 PIC 9(07)V99 VALUE ZERO.
038400 01  WS-NETTO                 PIC 9(07)V99 VALUE ZERO.
038500 01  WS-FACTOR                PIC 9(01)V9(04) VALUE ZERO.
038600
038700*-----------------------------------------------------------
038800* RUN COUNTERS AND TOTALS
038900*-----------------------------------------------------------
039000 77  WS-MND-READ              PIC 9(07) COMP VALUE ZERO.
039100 77  WS-MND-KWARTAAL          PIC 9(07) COMP VALUE ZERO.
039200 77  WS-PERSOON-COUNT         PIC 9(07) COMP VALUE ZERO.
039300 77  WS-BONUS-COUNT           PIC 9(07) COMP VALUE ZERO.
039400 77  WS-GEEN-BAND-COUNT       PIC 9(07) COMP VALUE ZERO.
039500 77  WS-UITGESLOTEN-COUNT     PIC 9(07) COMP VALUE ZERO.
039600 77  WS-ONBEKEND-COUNT        PIC 9(07) COMP VALUE ZERO.
039700 77  WS-PRORATA-COUNT         PIC 9(07) COMP VALUE ZERO.
039800 77  WS-GESCHAALD-COUNT       PIC 9(07) COMP VALUE ZERO.
039900 01  WS-AFD-NETTO             PIC 9(09)V99 VALUE ZERO.
040000 01  WS-TOT-BRUTO             PIC 9(09)V99 VALUE ZERO.
040100 01  WS-TOT-NETTO             PIC 9(09)V99 VALUE ZERO.
040200 01  WS-AFD-BREAK             PIC X(20) VALUE HIGH-VALUES.
040300
040400*-----------------------------------------------------------
040500* REPORT LAYOUTS (BONUSRPT.DAT)
040600*-----------------------------------------------------------
040700 01  RPT-HEADING-1.
040800     05  FILLER               PIC X(22)
040900          VALUE "KWARTAALBONUS F-SCORE".
041000     05  RPT-HDR-JAAR         PIC 9(04).
041100     05  FILLER               PIC X(03) VALUE " KW".
041200     05  RPT-HDR-KW           PIC 9(01).
041300     05  FILLER               PIC X(07) VALUE "  ADM: ".
041400     05  RPT-HDR-ADMIN        PIC X(04).
041500     05  FILLER               PIC X(09) VALUE "  DATUM: ".
041600     05  RPT-HDR-DATE         PIC 9(08).
041700     05  FILLER               PIC X(07) VALUE "  SEQ: ".
041800     05  RPT-HDR-SEQ          PIC 9(06).
041900     05  FILLER               PIC X(02) VALUE SPACES.
042000     05  RPT-HDR-SOORT        PIC X(30).
042100
042200 01  RPT-TEXT-LINE.
042300     05  RPT-TXT              PIC X(80).
042400
042500 01  RPT-AFD-LINE.
042600     05  FILLER               PIC X(10) VALUE "AFDELING: ".
042700     05  RPT-AFD-CODE         PIC X(20).
042800     05  FILLER               PIC X(01) VALUE SPACE.
042900     05  RPT-AFD-NAAM         PIC X(30).
043000     05  FILLER               PIC X(11) VALUE "  MANAGER: ".
043100     05  RPT-AFD-MANAGER      PIC X(30).
043200
043300 01  RPT-HEADING-2.
043400     05  FILLER               PIC X(10) VALUE "ID".
043500     05  FILLER               PIC X(31) VALUE "NAAM".
043600     05  FILLER               PIC X(11) VALUE "     SCORE".
043700     05  FILLER               PIC X(05) VALUE "  MND".
043800     05  FILLER               PIC X(07) VALUE "  DAGEN".
043900     05  FILLER               PIC X(14) VALUE "         BRUTO".
044000     05  FILLER               PIC X(14) VALUE "  UIT TE KEREN".
044100     05  FILLER               PIC X(02) VALUE SPACES.
044200     05  FILLER               PIC X(24) VALUE "OPMERKING".
044300
044400 01  RPT-DETAIL-LINE.
044500     05  RPT-DET-ID           PIC X(08).
044600     05  FILLER               PIC X(02) VALUE SPACES.
044700     05  RPT-DET-NAAM         PIC X(30).
044800     05  FILLER               PIC X(01) VALUE SPACE.
044900     05  RPT-DET-SCORE        PIC -ZZZ,ZZ9.99.
045000     05  FILLER               PIC X(04) VALUE SPACES.
045100     05  RPT-DET-MAANDEN      PIC 9.
045200     05  FILLER               PIC X(04) VALUE SPACES.
045300     05  RPT-DET-DAGEN        PIC ZZ9.
045400     05  FILLER               PIC X(02) VALUE SPACES.
045500     05  RPT-DET-BRUTO        PIC Z,ZZZ,ZZ9.99.
045600     05  FILLER               PIC X(02) VALUE SPACES.
045700     05  RPT-DET-NETTO        PIC Z,ZZZ,ZZ9.99.
045800     05  FILLER               PIC X(02) VALUE SPACES.
045900     05  RPT-DET-REDEN        PIC X(24).
046000
046100 01  RPT-AMOUNT-LINE.
046200     05  RPT-AMT-LABEL        PIC X(30).
046300     05  RPT-AMT-BEDRAG       PIC ZZZ,ZZZ,ZZ9.99.
046400     05  FILLER               PIC X(02) VALUE SPACES.
046500     05  RPT-AMT-TEXT         PIC X(40).
046600
046700 01  RPT-TRAILER-LINE.
046800     05  RPT-TRL-LABEL        PIC X(30).
046900     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
047000
047100 01  RPT-FACTOR-ED            PIC 9.9999.
047200 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
047300
047400 PROCEDURE DIVISION.
047500
047600 0000-MAINLINE.
047700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
047800     IF RETURN-CODE < 8
047900         SORT SORT-FILE ON ASCENDING KEY SD-ID
048000                        ON ASCENDING KEY SD-MAAND
048100             INPUT PROCEDURE IS 2000-SELECT-MONTHS THRU 2000-EXIT
048200             OUTPUT PROCEDURE IS 3000-BUILD-PERSONS THRU 3000-EXIT
048300         PERFORM 4000-CHECK-COMPLETE THRU 4000-EXIT
048400     END-IF
048500     IF RETURN-CODE < 8
048600         SORT SORT-FILE ON ASCENDING KEY SD-AFDELING
048700                        ON ASCENDING KEY SD-ID
048800             USING BONUS-WORK-FILE
048900             GIVING SORTED-BONUS-FILE
049000         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
049100     END-IF
049200     IF RETURN-CODE < 8 AND BETAAL-MODE
049300         PERFORM 8500-WRITE-REGISTER THRU 8500-EXIT
049400     END-IF
049500     DISPLAY "BONUS COMPLETE - " WS-BONUS-COUNT
049600             " BONUS(SEN), " WS-UITGESLOTEN-COUNT
049700             " UITGESLOTEN, " WS-GEEN-BAND-COUNT
049800             " ONDER DE LAAGSTE BAND"
049900     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
050000     STOP RUN.
050100
050200*-----------------------------------------------------------
050300* 1000-INITIALIZE - RUN HEADER, KWARTAAL, BONUSTABEL EN
050400*                   AFDELINGEN. EEN BETAALRUN EIST EEN EXPLICIET
050500*                   KWARTAAL, NIVEAU-2 AUTORISATIE EN EEN
050600*                   KWARTAAL DAT NOG NIET IN BONUSREG.DAT STAAT.
050700*                   GEEN SCOREMND.DAT OF BONUSTAB.DAT IS RC 8.
050800*-----------------------------------------------------------
050900 1000-INITIALIZE.
051000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
051100     ACCEPT WS-START-TIME-RAW FROM TIME
051200     PERFORM 1100-SET-QUARTER THRU 1100-EXIT
051300
051400     DISPLAY "BONUSBET" UPON ENVIRONMENT-NAME
051500     ACCEPT WS-BET-ENV-X FROM ENVIRONMENT-VALUE
051600     IF WS-BET-ENV-X (1:1) = "J" OR WS-BET-ENV-X (1:1) = "j"
051700         SET BETAAL-MODE TO TRUE
051800     END-IF
051900     IF BETAAL-MODE
052000         IF NO-EXPLICIT-QUARTER
052100             DISPLAY "ERROR: BONUSBET=J VEREIST EEN EXPLICIET "
052200                     "BONUSJAAR EN BONUSKW - NIETS BETAALD"
052300             MOVE 8 TO RETURN-CODE
052400             GO TO 1000-EXIT
052500         END-IF
052600         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
052700         PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
052800         IF AUTHORITY-NOT-OK
052900             DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
053000                     FUNCTION TRIM(RUNHDR-OPERATOR-ID)
053100                     " - NIETS BETAALD."
053200             MOVE 8 TO RETURN-CODE
053300             GO TO 1000-EXIT
053400         END-IF
053500         PERFORM 1500-CHECK-REGISTER THRU 1500-EXIT
053600         IF AL-BETAALD
053700             DISPLAY "ERROR: BONUS " WS-JAAR " KW" WS-KW
053800                     " IS AL BETAALD (BONUSREG.DAT) - "
053900                     "NIET OPNIEUW BETAALD"
054000             MOVE 8 TO RETURN-CODE
054100             GO TO 1000-EXIT
054200         END-IF
054300     END-IF
054400
054500     PERFORM 1600-LOAD-BONUS-TABLE THRU 1600-EXIT
054600     IF RETURN-CODE >= 8
054700         GO TO 1000-EXIT
054800     END-IF
054900     PERFORM 1700-LOAD-AFDELINGEN THRU 1700-EXIT
055000
055100     OPEN INPUT MONTHLY-FILE
055200     IF WS-MND-STATUS NOT = "00"
055300         DISPLAY "ERROR: UNABLE TO OPEN SCOREMND.DAT - "
055400                 "FILE STATUS " WS-MND-STATUS
055500         MOVE 8 TO RETURN-CODE
055600         GO TO 1000-EXIT
055700     END-IF
055800     CLOSE MONTHLY-FILE
055900
056000     OPEN INPUT PEOPLE-INDEXED
056100     IF WS-PIDX-STATUS = "00"
056200         SET PIDX-OPEN TO TRUE
056300     ELSE
056400         DISPLAY "WARNING: GEEN PEOPLE.IDX - ALLE PERSONEN "
056500                 "ONBEKEND, GEEN BONUS"
056600     END-IF
056700     OPEN INPUT ROSTER-MASTER
056800     IF WS-ROSMAST-STATUS = "00"
056900         SET ROSMAST-OPEN TO TRUE
057000     END-IF
057100
057200     OPEN OUTPUT BONUS-RPT-FILE
057300     MOVE WS-JAAR TO RPT-HDR-JAAR
057400     MOVE WS-KW TO RPT-HDR-KW
057500     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
057600     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
057700     MOVE RUNHDR-RUN-SEQ TO RPT-HDR-SEQ
057800     IF BETAAL-MODE
057900         MOVE "DEFINITIEF" TO RPT-HDR-SOORT
058000     ELSE
058100         MOVE "CONCEPT - NIET BETAALD" TO RPT-HDR-SOORT
058200     END-IF
058300     WRITE BONUS-RPT-LINE FROM RPT-HEADING-1
058400     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE.
058500 1000-EXIT.
058600     EXIT.
058700
058800*-----------------------------------------------------------
058900* 1050-GET-RUN-HEADER - BUILD THE SHARED RUN HEADER (OPERATOR
059000*                       ID FROM THE OS ENVIRONMENT, TODAY'S
059100*                       DATE, AND THE NEXT RUN SEQUENCE NUMBER
059200*                       FROM RUNSEQ.DAT) AND DISPLAY IT.
059300*-----------------------------------------------------------
059400 1050-GET-RUN-HEADER.
059500     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
059600     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
059700     IF RUNHDR-OPERATOR-ID = SPACES
059800         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
059900     END-IF
060000
060100     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
060200     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
060300     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
060400     IF WS-RUNDATE-ENV-X NOT = SPACES
060500         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
060600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
060700             TO RUNHDR-RUN-DATE
060800         DISPLAY "BONUS: RUN DATE OVERGENOMEN UIT RUNDATE - "
060900                 RUNHDR-RUN-DATE
061000     END-IF
061100
061200     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
061300     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
061400     IF WS-ADMIN-ENV-X NOT = SPACES
061500         MOVE FUNCTION UPPER-CASE(FUNCTION
061600             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
061700     END-IF
061800     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
061900     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
062000     IF WS-RUNSEQ-ENV-X NOT = SPACES
062100         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
062200             = 0
062300         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
062400             TO RUNHDR-RUN-SEQ
062500     ELSE
062600         OPEN INPUT RUN-SEQ-FILE
062700         IF WS-RUNSEQ-STATUS = "00"
062800             READ RUN-SEQ-FILE
062900                 AT END
063000                     MOVE ZERO TO RUN-SEQ-LINE
063100             END-READ
063200             CLOSE RUN-SEQ-FILE
063300         ELSE
063400             MOVE ZERO TO RUN-SEQ-LINE
063500         END-IF
063600         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
063700         OPEN OUTPUT RUN-SEQ-FILE
063800         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
063900         WRITE RUN-SEQ-LINE
064000         CLOSE RUN-SEQ-FILE
064100     END-IF
064200
064300     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
064400             " DATE: " RUNHDR-RUN-DATE
064500             " SEQ: " RUNHDR-RUN-SEQ
064600             " ADM: " RUNHDR-ADMIN.
064700 1050-EXIT.
064800     EXIT.
064900
065000*-----------------------------------------------------------
065100* 1100-SET-QUARTER - BONUSJAAR EN BONUSKW, ANDERS HET LAATST
065200*                    AFGESLOTEN KWARTAAL VOOR DE RUNDATUM. DE
065300*                    EERSTE EN LAATSTE MAAND EN DAG EN HET AANTAL
065400*                    DAGEN VAN HET KWARTAAL.
065500*-----------------------------------------------------------
065600 1100-SET-QUARTER.
065700     DISPLAY "BONUSJAAR" UPON ENVIRONMENT-NAME
065800     ACCEPT WS-JAAR-X FROM ENVIRONMENT-VALUE
065900     DISPLAY "BONUSKW" UPON ENVIRONMENT-NAME
066000     ACCEPT WS-KW-X FROM ENVIRONMENT-VALUE
066100     IF WS-JAAR-X NOT = SPACES
066200         AND FUNCTION TRIM(WS-JAAR-X) IS NUMERIC
066300         AND WS-KW-X (1:1) >= "1" AND WS-KW-X (1:1) <= "4"
066400         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-JAAR-X)) TO WS-JAAR
066500         MOVE WS-KW-X (1:1) TO WS-KW
066600         SET EXPLICIT-QUARTER TO TRUE
066700     ELSE
066800         MOVE RUNHDR-RUN-DATE (1:4) TO WS-JAAR
066900         MOVE RUNHDR-RUN-DATE (5:2) TO WS-RUN-MAAND
067000         COMPUTE WS-KW = (WS-RUN-MAAND - 1) / 3
067100         IF WS-KW = ZERO
067200             MOVE 4 TO WS-KW
067300             SUBTRACT 1 FROM WS-JAAR
067400         END-IF
067500     END-IF
067600     COMPUTE WS-KW-EERSTE-MAAND = WS-JAAR * 100 + WS-KW * 3 - 2
067700     COMPUTE WS-KW-LAATSTE-MAAND = WS-KW-EERSTE-MAAND + 2
067800     COMPUTE WS-KW-VAN = WS-KW-EERSTE-MAAND * 100 + 1
067900     EVALUATE WS-KW
068000         WHEN 1
068100             COMPUTE WS-KW-TOT = WS-JAAR * 10000 + 0331
068200         WHEN 2
068300             COMPUTE WS-KW-TOT = WS-JAAR * 10000 + 0630
068400         WHEN 3
068500             COMPUTE WS-KW-TOT = WS-JAAR * 10000 + 0930
068600         WHEN 4
068700             COMPUTE WS-KW-TOT = WS-JAAR * 10000 + 1231
068800     END-EVALUATE
068900     COMPUTE WS-KW-VAN-INT = FUNCTION INTEGER-OF-DATE(WS-KW-VAN)
069000     COMPUTE WS-KW-TOT-INT = FUNCTION INTEGER-OF-DATE(WS-KW-TOT)
069100     COMPUTE WS-KW-DAGEN = WS-KW-TOT-INT - WS-KW-VAN-INT + 1
069200     DISPLAY "BONUS: KWARTAAL " WS-JAAR " KW" WS-KW
069300             " (" WS-KW-VAN " - " WS-KW-TOT ", "
069400             WS-KW-DAGEN " DAGEN)".
069500 1100-EXIT.
069600     EXIT.
069700
069800*-----------------------------------------------------------
069900* 1300-LOAD-AUTHORITY - OPERAUTH.DAT NAAR DE TABEL
070000*-----------------------------------------------------------
070100 1300-LOAD-AUTHORITY.
070200     MOVE ZERO TO WS-AUTH-COUNT
070300     OPEN INPUT OPER-AUTH-FILE
070400     IF WS-OPERAUTH-STATUS NOT = "00"
070500         GO TO 1300-EXIT
070600     END-IF
070700     SET AUTH-NOT-EOF TO TRUE
070800     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
070900         READ OPER-AUTH-FILE
071000             AT END
071100                 SET AUTH-EOF TO TRUE
071200             NOT AT END
071300                 PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
071400         END-READ
071500     END-PERFORM
071600     CLOSE OPER-AUTH-FILE.
071700 1300-EXIT.
071800     EXIT.
071900
072000 1350-LOAD-ONE-AUTH.
072100     IF OPER-AUTH-LINE = SPACES
072200         GO TO 1350-EXIT
072300     END-IF
072400     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
072500     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
072600         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
072700     END-UNSTRING
072800     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
072900         GO TO 1350-EXIT
073000     END-IF
073100     ADD 1 TO WS-AUTH-COUNT
073200     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
073300         TO AUTH-OPERATOR (WS-AUTH-COUNT)
073400     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
073500         TO AUTH-NIVEAU (WS-AUTH-COUNT).
073600 1350-EXIT.
073700     EXIT.
073800
073900*-----------------------------------------------------------
074000* 1400-CHECK-AUTHORITY - IS DE OPERATOR NIVEAU 2 OF HOGER?
074100*-----------------------------------------------------------
074200 1400-CHECK-AUTHORITY.
074300     SET AUTHORITY-NOT-OK TO TRUE
074400     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
074500         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
074600         IF AUTH-OPERATOR (WS-AUTH-IDX) = RUNHDR-OPERATOR-ID
074700             AND AUTH-NIVEAU (WS-AUTH-IDX)
074800                 >= WS-SUPERVISOR-NIVEAU
074900             SET AUTHORITY-OK TO TRUE
075000         END-IF
075100     END-PERFORM.
075200 1400-EXIT.
075300     EXIT.
075400
075500*-----------------------------------------------------------
075600* 1500-CHECK-REGISTER - STAAT HET KWARTAAL VOOR DEZE
075700*                       ADMINISTRATIE AL IN BONUSREG.DAT?
075800*-----------------------------------------------------------
075900 1500-CHECK-REGISTER.
076000     SET NIET-BETAALD TO TRUE
076100     OPEN INPUT BONUS-REG-FILE
076200     IF WS-BONREG-STATUS NOT = "00"
076300         GO TO 1500-EXIT
076400     END-IF
076500     SET REG-NOT-EOF TO TRUE
076600     PERFORM UNTIL REG-EOF
076700         READ BONUS-REG-FILE
076800             AT END
076900                 SET REG-EOF TO TRUE
077000             NOT AT END
077100                 PERFORM 1550-ONE-REGISTER-LINE THRU 1550-EXIT
077200         END-READ
077300     END-PERFORM
077400     CLOSE BONUS-REG-FILE.
077500 1500-EXIT.
077600     EXIT.
077700
077800 1550-ONE-REGISTER-LINE.
077900     IF BONUS-REG-LINE = SPACES
078000         GO TO 1550-EXIT
078100     END-IF
078200     MOVE SPACES TO WS-REG-JAAR-X WS-REG-KW-X WS-REG-DATUM-X
078300                    WS-REG-TIJD-X WS-REG-SEQ-X WS-REG-OPER-X
078400                    WS-REG-PERS-X WS-REG-TOT-X WS-REG-ADMIN-X
078500     UNSTRING BONUS-REG-LINE DELIMITED BY ","
078600         INTO WS-REG-JAAR-X WS-REG-KW-X WS-REG-DATUM-X
078700              WS-REG-TIJD-X WS-REG-SEQ-X WS-REG-OPER-X
078800              WS-REG-PERS-X WS-REG-TOT-X WS-REG-ADMIN-X
078900     END-UNSTRING
079000     IF WS-REG-ADMIN-X = SPACES
079100         MOVE "STD" TO WS-REG-ADMIN-X
079200     END-IF
079300     IF FUNCTION TRIM(WS-REG-JAAR-X) IS NUMERIC
079400         AND FUNCTION NUMVAL(FUNCTION TRIM(WS-REG-JAAR-X))
079500             = WS-JAAR
079600         AND WS-REG-KW-X (1:1) = WS-KW
079700         AND FUNCTION TRIM(WS-REG-ADMIN-X) = RUNHDR-ADMIN
079800         SET AL-BETAALD TO TRUE
079900     END-IF.
080000 1550-EXIT.
080100     EXIT.
080200
080300*-----------------------------------------------------------
080400* 1600-LOAD-BONUS-TABLE - BONUSTAB.DAT: BASIS, LOONCODE,
080500*                         INSTROOM EN DE SCOREBANDEN. ZONDER
080600*                         TABEL OF ZONDER BANDEN GEEN BONUS
080700*                         (RC 8).
080800*-----------------------------------------------------------
080900 1600-LOAD-BONUS-TABLE.
081000     MOVE ZERO TO WS-BTB-COUNT
081100     OPEN INPUT BONUS-TABLE-FILE
081200     IF WS-BONTAB-STATUS NOT = "00"
081300         DISPLAY "ERROR: UNABLE TO OPEN BONUSTAB.DAT - "
081400                 "FILE STATUS " WS-BONTAB-STATUS
081500         MOVE 8 TO RETURN-CODE
081600         GO TO 1600-EXIT
081700     END-IF
081800     SET BTB-NOT-EOF TO TRUE
081900     PERFORM UNTIL BTB-EOF OR WS-BTB-COUNT >= WS-BTB-MAX
082000         READ BONUS-TABLE-FILE
082100             AT END
082200                 SET BTB-EOF TO TRUE
082300             NOT AT END
082400                 PERFORM 1650-LOAD-ONE-BAND THRU 1650-EXIT
082500         END-READ
082600     END-PERFORM
082700     CLOSE BONUS-TABLE-FILE
082800     IF WS-BTB-COUNT = ZERO
082900         DISPLAY "ERROR: GEEN SCOREBANDEN IN BONUSTAB.DAT - "
083000                 "GEEN BONUS BEREKEND"
083100         MOVE 8 TO RETURN-CODE
083200         GO TO 1600-EXIT
083300     END-IF
083400     DISPLAY "BONUS: " WS-BTB-COUNT " BAND(EN), BASIS " WS-BASIS
083500             ", LOONCODE " WS-LOONCODE
083600             ", INSTROOM " WS-INSTROOM-SW.
083700 1600-EXIT.
083800     EXIT.
083900
084000 1650-LOAD-ONE-BAND.
084100     IF BONUS-TABLE-LINE = SPACES OR BONUS-TABLE-LINE (1:1) = "*"
084200         GO TO 1650-EXIT
084300     END-IF
084400     MOVE SPACES TO WS-BTB-VELD1-X WS-BTB-VELD2-X WS-BTB-VELD3-X
084500     UNSTRING BONUS-TABLE-LINE DELIMITED BY ","
084600         INTO WS-BTB-VELD1-X WS-BTB-VELD2-X WS-BTB-VELD3-X
084700     END-UNSTRING
084800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BTB-VELD1-X))
084900         TO WS-BTB-VELD1-X
085000     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BTB-VELD2-X))
085100         TO WS-BTB-VELD2-X
085200     EVALUATE TRUE
085300         WHEN WS-BTB-VELD1-X = "BASIS"
085400             IF FUNCTION TEST-NUMVAL(FUNCTION
085500                     TRIM(WS-BTB-VELD2-X)) = 0
085600                 MOVE FUNCTION NUMVAL(FUNCTION
085700                     TRIM(WS-BTB-VELD2-X)) TO WS-BASIS
085800             END-IF
085900         WHEN WS-BTB-VELD1-X = "LOONCODE"
086000             MOVE WS-BTB-VELD2-X TO WS-LOONCODE
086100         WHEN WS-BTB-VELD1-X = "INSTROOM"
086200             IF WS-BTB-VELD2-X (1:1) = "U"
086300                 SET INSTROOM-UITSLUITEN TO TRUE
086400             ELSE
086500                 SET INSTROOM-PRO-RATA TO TRUE
086600             END-IF
086700         WHEN FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-BTB-VELD1-X))
086800                 = 0
086900             AND (WS-BTB-VELD2-X = "P" OR WS-BTB-VELD2-X = "B")
087000             AND FUNCTION TEST-NUMVAL(FUNCTION
087100                     TRIM(WS-BTB-VELD3-X)) = 0
087200             ADD 1 TO WS-BTB-COUNT
087300             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-BTB-VELD1-X))
087400                 TO BTB-GRENS (WS-BTB-COUNT)
087500             MOVE WS-BTB-VELD2-X (1:1) TO BTB-SOORT (WS-BTB-COUNT)
087600             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-BTB-VELD3-X))
087700                 TO BTB-WAARDE (WS-BTB-COUNT)
087800         WHEN OTHER
087900             DISPLAY "WARNING: ONGELDIGE BONUSTABELREGEL "
088000                     "GENEGEERD: " FUNCTION TRIM(BONUS-TABLE-LINE)
088100     END-EVALUATE.
088200 1650-EXIT.
088300     EXIT.
088400
088500*-----------------------------------------------------------
088600* 1700-LOAD-AFDELINGEN - AFDMAST.DAT MET HET BONUSBUDGET ALS
088700*                        VIERDE VELD. GEEN OF NUL BUDGET IS
088800*                        GEEN PLAFOND.
088900*-----------------------------------------------------------
089000 1700-LOAD-AFDELINGEN.
089100     MOVE ZERO TO WS-AFD-COUNT
089200     OPEN INPUT DEPT-MASTER-FILE
089300     IF WS-AFDMST-STATUS NOT = "00"
089400         DISPLAY "WARNING: GEEN AFDMAST.DAT - GEEN BUDGETTEN"
089500         GO TO 1700-EXIT
089600     END-IF
089700     SET AFD-NOT-EOF TO TRUE
089800     PERFORM UNTIL AFD-EOF OR WS-AFD-COUNT >= WS-AFD-MAX
089900         READ DEPT-MASTER-FILE
090000             AT END
090100                 SET AFD-EOF TO TRUE
090200             NOT AT END
090300                 PERFORM 1750-LOAD-ONE-AFDELING THRU 1750-EXIT
090400         END-READ
090500     END-PERFORM
090600     CLOSE DEPT-MASTER-FILE.
090700 1700-EXIT.
090800     EXIT.
090900
091000 1750-LOAD-ONE-AFDELING.
091100     IF DEPT-MASTER-LINE = SPACES
091200         GO TO 1750-EXIT
091300     END-IF
091400     MOVE SPACES TO WS-AFD-CODE-X WS-AFD-NAAM-X WS-AFD-MGR-X
091500                    WS-AFD-BUDGET-X
091600     UNSTRING DEPT-MASTER-LINE DELIMITED BY ","
091700         INTO WS-AFD-CODE-X WS-AFD-NAAM-X WS-AFD-MGR-X
091800              WS-AFD-BUDGET-X
091900     END-UNSTRING
092000     IF FUNCTION TRIM(WS-AFD-CODE-X) = SPACES
092100         GO TO 1750-EXIT
092200     END-IF
092300     ADD 1 TO WS-AFD-COUNT
092400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AFD-CODE-X))
092500         TO AFD-CODE (WS-AFD-COUNT)
092600     MOVE FUNCTION TRIM(WS-AFD-NAAM-X)
092700         TO AFD-NAAM (WS-AFD-COUNT)
092800     MOVE FUNCTION TRIM(WS-AFD-MGR-X)
092900         TO AFD-MANAGER (WS-AFD-COUNT)
093000     MOVE ZERO TO AFD-BUDGET (WS-AFD-COUNT)
093100                  AFD-BRUTO (WS-AFD-COUNT)
093200                  AFD-PERSONEN (WS-AFD-COUNT)
093300     IF WS-AFD-BUDGET-X NOT = SPACES
093400         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AFD-BUDGET-X))
093500             = 0
093600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AFD-BUDGET-X))
093700             TO AFD-BUDGET (WS-AFD-COUNT)
093800     END-IF.
093900 1750-EXIT.
094000     EXIT.
094100
094200*-----------------------------------------------------------
094300* 2000-SELECT-MONTHS - SORT INPUT: DE MAANDREGELS VAN HET
094400*                      KWARTAAL UIT SCOREMND.DAT. GEANONIMI-
094500*                      SEERDE PERSONEN DOEN NIET MEE.
094600*-----------------------------------------------------------
094700 2000-SELECT-MONTHS.
094800     OPEN INPUT MONTHLY-FILE
094900     SET FILE-NOT-EOF TO TRUE
095000     PERFORM UNTIL FILE-EOF
095100         READ MONTHLY-FILE
095200             AT END
095300                 SET FILE-EOF TO TRUE
095400             NOT AT END
095500                 ADD 1 TO WS-MND-READ
095600                 PERFORM 2100-ONE-MONTH-LINE THRU 2100-EXIT
095700         END-READ
095800     END-PERFORM
095900     CLOSE MONTHLY-FILE.
096000 2000-EXIT.
096100     EXIT.
096200
096300 2100-ONE-MONTH-LINE.
096400     IF MONTHLY-LINE = SPACES
096500         GO TO 2100-EXIT
096600     END-IF
096700     MOVE SPACES TO WS-MND-MAAND-X WS-MND-ID WS-MND-EERSTE-X
096800                    WS-MND-LAATSTE-X WS-MND-MIN-X WS-MND-MAX-X
096900                    WS-MND-GEM-X WS-MND-AANTAL-X WS-MND-NAAM
097000     UNSTRING MONTHLY-LINE DELIMITED BY ","
097100         INTO WS-MND-MAAND-X WS-MND-ID WS-MND-EERSTE-X
097200              WS-MND-LAATSTE-X WS-MND-MIN-X WS-MND-MAX-X
097300              WS-MND-GEM-X WS-MND-AANTAL-X WS-MND-NAAM
097400     END-UNSTRING
097500     IF FUNCTION TRIM(WS-MND-MAAND-X) IS NOT NUMERIC
097600         GO TO 2100-EXIT
097700     END-IF
097800     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-MND-MAAND-X))
097900         TO WS-MND-MAAND
098000     IF WS-MND-MAAND < WS-KW-EERSTE-MAAND
098100         OR WS-MND-MAAND > WS-KW-LAATSTE-MAAND
098200         GO TO 2100-EXIT
098300     END-IF
098400     IF WS-MND-MAAND > WS-LAATSTE-MAAND-GEZIEN
098500         MOVE WS-MND-MAAND TO WS-LAATSTE-MAAND-GEZIEN
098600     END-IF
098700     IF WS-MND-ID (1:9) = WS-ANON-PREFIX
098800         GO TO 2100-EXIT
098900     END-IF
099000     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MND-GEM-X)) NOT = 0
099100         OR FUNCTION TRIM(WS-MND-AANTAL-X) IS NOT NUMERIC
099200         DISPLAY "WARNING: ONGELDIGE MAANDREGEL GENEGEERD: "
099300                 FUNCTION TRIM(WS-MND-ID) " " WS-MND-MAAND
099400         GO TO 2100-EXIT
099500     END-IF
099600     MOVE SPACES TO SORT-RECORD
099700     MOVE WS-MND-ID TO SD-ID
099800     MOVE WS-MND-NAAM TO SD-NAAM
099900     MOVE WS-MND-MAAND TO SD-MAAND
100000     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-MND-GEM-X)) TO SD-GEM
100100     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-MND-AANTAL-X))
100200         TO SD-AANTAL
100300     ADD 1 TO WS-MND-KWARTAAL
100400     RELEASE SORT-RECORD.
100500 2100-EXIT.
100600     EXIT.
100700
100800*-----------------------------------------------------------
100900* 3000-BUILD-PERSONS - SORT OUTPUT: PER PERSOON DE GEWOGEN
101000*                      KWARTAALSCORE, DAN AFDELING, DIENST-
101100*                      DAGEN EN BRUTOBONUS NAAR BONWRK.DAT.
101200*-----------------------------------------------------------
101300 3000-BUILD-PERSONS.
101400     OPEN OUTPUT BONUS-WORK-FILE
101500     MOVE HIGH-VALUES TO WS-BREAK-ID
101600     SET SORT-NOT-EOF TO TRUE
101700     PERFORM UNTIL SORT-EOF
101800         RETURN SORT-FILE
101900             AT END
102000                 SET SORT-EOF TO TRUE
102100                 IF WS-BREAK-ID NOT = HIGH-VALUES
102200                     PERFORM 3200-FINISH-PERSON THRU 3200-EXIT
102300                 END-IF
102400             NOT AT END
102500                 PERFORM 3100-ONE-SORTED-MONTH THRU 3100-EXIT
102600         END-RETURN
102700     END-PERFORM
102800     CLOSE BONUS-WORK-FILE
102900     IF PIDX-OPEN
103000         CLOSE PEOPLE-INDEXED
103100     END-IF
103200     IF ROSMAST-OPEN
103300         CLOSE ROSTER-MASTER
103400     END-IF.
103500 3000-EXIT.
103600     EXIT.
103700
103800 3100-ONE-SORTED-MONTH.
103900     IF SD-ID NOT = WS-BREAK-ID
104000         IF WS-BREAK-ID NOT = HIGH-VALUES
104100             PERFORM 3200-FINISH-PERSON THRU 3200-EXIT
104200         END-IF
104300         MOVE SD-ID TO WS-BREAK-ID
104400         MOVE ZERO TO WS-SCORE-SOM WS-AANTAL-SOM WS-MAANDEN
104500                      WS-VORIGE-MAAND
104600     END-IF
104700     MOVE SD-NAAM TO WS-BREAK-NAAM
104800     COMPUTE WS-SCORE-SOM = WS-SCORE-SOM + SD-GEM * SD-AANTAL
104900     ADD SD-AANTAL TO WS-AANTAL-SOM
105000     IF SD-MAAND NOT = WS-VORIGE-MAAND
105100         ADD 1 TO WS-MAANDEN
105200         MOVE SD-MAAND TO WS-VORIGE-MAAND
105300     END-IF.
105400 3100-EXIT.
105500     EXIT.
105600
105700*-----------------------------------------------------------
105800* 3200-FINISH-PERSON - AFDELING EN INDIENSTDATUM UIT PEOPLE.IDX,
105900*                      EINDDATUM UIT ROSTMAST.IDX, DE DAGEN IN
106000*                      DIENST BINNEN HET KWARTAAL, DE BAND EN
106100*                      HET BRUTOBEDRAG.
106200*-----------------------------------------------------------
106300 3200-FINISH-PERSON.
106400     ADD 1 TO WS-PERSOON-COUNT
106500     MOVE SPACES TO BONUS-WORK-RECORD
106600     MOVE WS-BREAK-ID TO BW-ID
106700     MOVE WS-BREAK-NAAM TO BW-NAAM
106800     MOVE WS-MAANDEN TO BW-MAANDEN
106900     MOVE ZERO TO BW-SCORE BW-DAGEN BW-BRUTO
107000     IF WS-AANTAL-SOM > ZERO
107100         COMPUTE WS-KW-SCORE ROUNDED =
107200             WS-SCORE-SOM / WS-AANTAL-SOM
107300         MOVE WS-KW-SCORE TO BW-SCORE
107400     END-IF
107500
107600     MOVE ZERO TO WS-INDIENST WS-EINDDATUM
107700     MOVE WS-ONBEKEND-AFD TO BW-AFDELING
107800     IF PIDX-OPEN
107900         MOVE WS-BREAK-ID TO PIDX-ID
108000         READ PEOPLE-INDEXED
108100             INVALID KEY
108200                 CONTINUE
108300             NOT INVALID KEY
108400                 MOVE FUNCTION UPPER-CASE(PIDX-AFDELING)
108500                     TO BW-AFDELING
108600                 IF BW-AFDELING = SPACES
108700                     MOVE WS-ALGEMEEN-AFD TO BW-AFDELING
108800                 END-IF
108900                 IF PIDX-INDIENST IS NUMERIC
109000                     MOVE PIDX-INDIENST TO WS-INDIENST
109100                 END-IF
109200         END-READ
109300     END-IF
109400     IF BW-AFDELING = WS-ONBEKEND-AFD
109500         SET BW-UITGESLOTEN TO TRUE
109600         MOVE "NIET IN PEOPLE.IDX" TO BW-REDEN
109700         ADD 1 TO WS-ONBEKEND-COUNT
109800         GO TO 3200-WRITE
109900     END-IF
110000     IF ROSMAST-OPEN
110100         MOVE WS-BREAK-ID (1:8) TO ROS-ID
110200         READ ROSTER-MASTER
110300             INVALID KEY
110400                 CONTINUE
110500             NOT INVALID KEY
110600                 IF ROS-EINDDATUM IS NUMERIC
110700                     MOVE ROS-EINDDATUM TO WS-EINDDATUM
110800                 END-IF
110900         END-READ
111000     END-IF
111100
111200     PERFORM 3300-SERVICE-DAYS THRU 3300-EXIT
111300     MOVE WS-DIENST-DAGEN TO BW-DAGEN
111400     IF WS-DIENST-DAGEN <= ZERO
111500         SET BW-UITGESLOTEN TO TRUE
111600         MOVE ZERO TO BW-DAGEN
111700         MOVE "NIET IN DIENST IN KW" TO BW-REDEN
111800         GO TO 3200-WRITE
111900     END-IF
112000     IF WS-DIENST-DAGEN < WS-KW-DAGEN AND INSTROOM-UITSLUITEN
112100         SET BW-UITGESLOTEN TO TRUE
112200         MOVE "IN/UIT DIENST IN KW" TO BW-REDEN
112300         GO TO 3200-WRITE
112400     END-IF
112500
112600     PERFORM 3400-FIND-BAND THRU 3400-EXIT
112700     IF WS-BTB-HIT = ZERO
112800         SET BW-GEEN-BAND TO TRUE
112900         MOVE "ONDER LAAGSTE BAND" TO BW-REDEN
113000         GO TO 3200-WRITE
113100     END-IF
113200     IF BTB-SOORT (WS-BTB-HIT) = "P"
113300         COMPUTE WS-BRUTO ROUNDED =
113400             WS-BASIS * BTB-WAARDE (WS-BTB-HIT) / 100
113500     ELSE
113600         MOVE BTB-WAARDE (WS-BTB-HIT) TO WS-BRUTO
113700     END-IF
113800     IF WS-DIENST-DAGEN < WS-KW-DAGEN
113900         COMPUTE WS-BRUTO ROUNDED =
114000             WS-BRUTO * WS-DIENST-DAGEN / WS-KW-DAGEN
114100         MOVE "PRO RATA" TO BW-REDEN
114200         ADD 1 TO WS-PRORATA-COUNT
114300     END-IF
114400     MOVE WS-BRUTO TO BW-BRUTO
114500     IF WS-BRUTO > ZERO
114600         SET BW-MET-BONUS TO TRUE
114700     ELSE
114800         SET BW-GEEN-BAND TO TRUE
114900     END-IF.
115000 3200-WRITE.
115100     MOVE BW-AFDELING TO WS-ZOEK-AFDELING
115200     PERFORM 3500-FIND-AFDELING THRU 3500-EXIT
115300     IF WS-AFD-HIT > ZERO
115400         ADD BW-BRUTO TO AFD-BRUTO (WS-AFD-HIT)
115500         ADD 1 TO AFD-PERSONEN (WS-AFD-HIT)
115600     END-IF
115700     WRITE BONUS-WORK-RECORD.
115800 3200-EXIT.
115900     EXIT.
116000
116100*-----------------------------------------------------------
116200* 3300-SERVICE-DAYS - DAGEN IN DIENST BINNEN HET KWARTAAL:
116300*                     VANAF DE INDIENSTDATUM, TOT (NIET T/M)
116400*                     DE EINDDATUM UIT ROSTMAST.IDX.
116500*-----------------------------------------------------------
116600 3300-SERVICE-DAYS.
116700     MOVE WS-KW-VAN-INT TO WS-VAN-INT
116800     MOVE WS-KW-TOT-INT TO WS-TOT-INT
116900     IF WS-INDIENST > WS-KW-TOT
117000         MOVE ZERO TO WS-DIENST-DAGEN
117100         GO TO 3300-EXIT
117200     END-IF
117300     IF WS-INDIENST > WS-KW-VAN
117400         COMPUTE WS-VAN-INT =
117500             FUNCTION INTEGER-OF-DATE(WS-INDIENST)
117600     END-IF
117700     IF WS-EINDDATUM > ZERO
117800         IF WS-EINDDATUM <= WS-KW-VAN
117900             MOVE ZERO TO WS-DIENST-DAGEN
118000             GO TO 3300-EXIT
118100         END-IF
118200         IF WS-EINDDATUM <= WS-KW-TOT
118300             COMPUTE WS-TOT-INT =
118400                 FUNCTION INTEGER-OF-DATE(WS-EINDDATUM) - 1
118500         END-IF
118600     END-IF
118700     COMPUTE WS-DIENST-DAGEN = WS-TOT-INT - WS-VAN-INT + 1.
118800 3300-EXIT.
118900     EXIT.
119000
119100*-----------------------------------------------------------
119200* 3400-FIND-BAND - DE HOOGSTE BAND WAARVAN DE ONDERGRENS NIET
119300*                  BOVEN DE KWARTAALSCORE LIGT
119400*-----------------------------------------------------------
119500 3400-FIND-BAND.
119600     MOVE ZERO TO WS-BTB-HIT
119700     PERFORM VARYING WS-BTB-IDX FROM 1 BY 1
119800         UNTIL WS-BTB-IDX > WS-BTB-COUNT
119900         IF BTB-GRENS (WS-BTB-IDX) <= BW-SCORE
120000             IF WS-BTB-HIT = ZERO
120100                 MOVE WS-BTB-IDX TO WS-BTB-HIT
120200             ELSE
120300                 IF BTB-GRENS (WS-BTB-IDX)
120400                     > BTB-GRENS (WS-BTB-HIT)
120500                     MOVE WS-BTB-IDX TO WS-BTB-HIT
120600                 END-IF
120700             END-IF
120800         END-IF
120900     END-PERFORM.
121000 3400-EXIT.
121100     EXIT.
121200
121300*-----------------------------------------------------------
121400* 3500-FIND-AFDELING - DE AFDELING IN DE TABEL; EEN CODE DIE
121500*                      NIET IN AFDMAST.DAT STAAT WORDT ZONDER
121600*                      BUDGET TOEGEVOEGD.
121700*-----------------------------------------------------------
121800 3500-FIND-AFDELING.
121900     MOVE ZERO TO WS-AFD-HIT
122000     PERFORM VARYING WS-AFD-IDX FROM 1 BY 1
122100         UNTIL WS-AFD-IDX > WS-AFD-COUNT OR WS-AFD-HIT > ZERO
122200         IF AFD-CODE (WS-AFD-IDX) = WS-ZOEK-AFDELING
122300             MOVE WS-AFD-IDX TO WS-AFD-HIT
122400         END-IF
122500     END-PERFORM
122600     IF WS-AFD-HIT > ZERO OR WS-AFD-COUNT >= WS-AFD-MAX
122700         GO TO 3500-EXIT
122800     END-IF
122900     ADD 1 TO WS-AFD-COUNT
123000     MOVE WS-AFD-COUNT TO WS-AFD-HIT
123100     MOVE WS-ZOEK-AFDELING TO AFD-CODE (WS-AFD-HIT)
123200     MOVE "(NIET IN AFDMAST.DAT)" TO AFD-NAAM (WS-AFD-HIT)
123300     MOVE SPACES TO AFD-MANAGER (WS-AFD-HIT)
123400     MOVE ZERO TO AFD-BUDGET (WS-AFD-HIT)
123500                  AFD-BRUTO (WS-AFD-HIT)
123600                  AFD-PERSONEN (WS-AFD-HIT).
123700 3500-EXIT.
123800     EXIT.
123900
124000*-----------------------------------------------------------
124100* 4000-CHECK-COMPLETE - STAAT DE LAATSTE MAAND VAN HET
124200*                       KWARTAAL AL IN SCOREMND.DAT? ZO NIET,
124300*                       DAN IS HET CONCEPT ONVOLLEDIG (RC 4)
124400*                       EN WORDT ER NIET BETAALD (RC 8).
124500*-----------------------------------------------------------
124600 4000-CHECK-COMPLETE.
124700     IF WS-LAATSTE-MAAND-GEZIEN = WS-KW-LAATSTE-MAAND
124800         SET KWARTAAL-VOLLEDIG TO TRUE
124900         GO TO 4000-EXIT
125000     END-IF
125100     SET KWARTAAL-ONVOLLEDIG TO TRUE
125200     IF BETAAL-MODE
125300         DISPLAY "ERROR: MAAND " WS-KW-LAATSTE-MAAND
125400                 " NOG NIET IN SCOREMND.DAT - KWARTAAL "
125500                 "ONVOLLEDIG, NIETS BETAALD"
125600         MOVE 8 TO RETURN-CODE
125700         MOVE "GEWEIGERD - KWARTAAL ONVOLLEDIG" TO RPT-TXT
125800     ELSE
125900         DISPLAY "WARNING: MAAND " WS-KW-LAATSTE-MAAND
126000                 " NOG NIET IN SCOREMND.DAT - CONCEPT "
126100                 "ONVOLLEDIG"
126200         IF RETURN-CODE < 4
126300             MOVE 4 TO RETURN-CODE
126400         END-IF
126500         MOVE "LET OP: KWARTAAL ONVOLLEDIG IN SCOREMND.DAT"
126600             TO RPT-TXT
126700     END-IF
126800     WRITE BONUS-RPT-LINE FROM RPT-TEXT-LINE
126900     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
127000     IF RETURN-CODE >= 8
127100         CLOSE BONUS-RPT-FILE
127200     END-IF.
127300 4000-EXIT.
127400     EXIT.
127500
127600*-----------------------------------------------------------
127700* 5000-WRITE-REPORT - BONUSRPT.DAT PER AFDELING; IN DE
127800*                     BETAALRUN OOK BONUSMUT.DAT (H, D PER
127900*                     PERSOON MET BONUS, T).
128000*-----------------------------------------------------------
128100 5000-WRITE-REPORT.
128200     IF BETAAL-MODE
128300         OPEN OUTPUT BONUS-MUT-FILE
128400         MOVE RUNHDR-ADMIN TO BMUT-H-ADMIN
128500         MOVE WS-JAAR TO BMUT-H-JAAR
128600         MOVE WS-KW TO BMUT-H-KWARTAAL
128700         MOVE RUNHDR-RUN-DATE TO BMUT-H-AANMAAK
128800         MOVE RUNHDR-RUN-SEQ TO BMUT-H-RUN-SEQ
128900         WRITE BONUS-MUT-LINE FROM BMUT-HEADER-RECORD
129000     END-IF
129100     OPEN INPUT SORTED-BONUS-FILE
129200     MOVE HIGH-VALUES TO WS-AFD-BREAK
129300     SET FILE-NOT-EOF TO TRUE
129400     PERFORM UNTIL FILE-EOF
129500         READ SORTED-BONUS-FILE
129600             AT END
129700                 SET FILE-EOF TO TRUE
129800                 IF WS-AFD-BREAK NOT = HIGH-VALUES
129900                     PERFORM 5300-AFDELING-TRAILER THRU 5300-EXIT
130000                 END-IF
130100             NOT AT END
130200                 PERFORM 5100-ONE-PERSON THRU 5100-EXIT
130300         END-READ
130400     END-PERFORM
130500     CLOSE SORTED-BONUS-FILE
130600     PERFORM 5400-GRAND-TOTALS THRU 5400-EXIT
130700     IF BETAAL-MODE
130800         MOVE WS-BONUS-COUNT TO BMUT-T-AANTAL
130900         MOVE WS-TOT-NETTO TO BMUT-T-TOTAAL
131000         WRITE BONUS-MUT-LINE FROM BMUT-TRAILER-RECORD
131100         CLOSE BONUS-MUT-FILE
131200     END-IF
131300     CLOSE BONUS-RPT-FILE.
131400 5000-EXIT.
131500     EXIT.
131600
131700 5100-ONE-PERSON.
131800     IF SB-AFDELING NOT = WS-AFD-BREAK
131900         IF WS-AFD-BREAK NOT = HIGH-VALUES
132000             PERFORM 5300-AFDELING-TRAILER THRU 5300-EXIT
132100         END-IF
132200         MOVE SB-AFDELING TO WS-AFD-BREAK
132300         PERFORM 5200-AFDELING-HEADER THRU 5200-EXIT
132400     END-IF
132500     MOVE ZERO TO WS-NETTO
132600     IF SB-MET-BONUS
132700         IF WS-FACTOR < 1
132800             COMPUTE WS-NETTO =
132900                 SB-BRUTO * AFD-BUDGET (WS-AFD-HIT)
133000                     / AFD-BRUTO (WS-AFD-HIT)
133100         ELSE
133200             MOVE SB-BRUTO TO WS-NETTO
133300         END-IF
133400     END-IF
133500     MOVE SB-ID (1:8) TO RPT-DET-ID
133600     MOVE SB-NAAM TO RPT-DET-NAAM
133700     MOVE SB-SCORE TO RPT-DET-SCORE
133800     MOVE SB-MAANDEN TO RPT-DET-MAANDEN
133900     MOVE SB-DAGEN TO RPT-DET-DAGEN
134000     MOVE SB-BRUTO TO RPT-DET-BRUTO
134100     MOVE WS-NETTO TO RPT-DET-NETTO
134200     MOVE SB-REDEN TO RPT-DET-REDEN
134300     IF SB-MET-BONUS AND WS-FACTOR < 1
134400         MOVE "GESCHAALD NAAR BUDGET" TO RPT-DET-REDEN
134500         ADD 1 TO WS-GESCHAALD-COUNT
134600     END-IF
134700     WRITE BONUS-RPT-LINE FROM RPT-DETAIL-LINE
134800     EVALUATE TRUE
134900         WHEN SB-UITGESLOTEN
135000             ADD 1 TO WS-UITGESLOTEN-COUNT
135100         WHEN SB-GEEN-BAND
135200             ADD 1 TO WS-GEEN-BAND-COUNT
135300         WHEN OTHER
135400             IF WS-NETTO > ZERO
135500                 ADD 1 TO WS-BONUS-COUNT
135600             ELSE
135700                 ADD 1 TO WS-GEEN-BAND-COUNT
135800             END-IF
135900     END-EVALUATE
136000     ADD SB-BRUTO TO WS-TOT-BRUTO
136100     ADD WS-NETTO TO WS-AFD-NETTO WS-TOT-NETTO
136200     IF BETAAL-MODE AND WS-NETTO > ZERO
136300         MOVE SB-ID TO BMUT-D-PERSOON
136400         MOVE WS-LOONCODE TO BMUT-D-LOONCODE
136500         MOVE WS-JAAR TO BMUT-D-JAAR
136600         MOVE WS-KW TO BMUT-D-KWARTAAL
136700         MOVE WS-NETTO TO BMUT-D-BEDRAG
136800         MOVE SB-AFDELING TO BMUT-D-AFDELING
136900         MOVE SB-NAAM TO BMUT-D-NAAM
137000         WRITE BONUS-MUT-LINE FROM BMUT-DETAIL-RECORD
137100     END-IF.
137200 5100-EXIT.
137300     EXIT.
137400
137500*-----------------------------------------------------------
137600* 5200-AFDELING-HEADER - AFDELING, MANAGER EN DE SCHAALFACTOR
137700*                        (BUDGET / BRUTO ALS HET BRUTO HET
137800*                        BUDGET OVERSCHRIJDT, ANDERS 1)
137900*-----------------------------------------------------------
138000 5200-AFDELING-HEADER.
138100     MOVE SB-AFDELING TO WS-ZOEK-AFDELING
138200     PERFORM 3500-FIND-AFDELING THRU 3500-EXIT
138300     MOVE 1 TO WS-FACTOR
138400     MOVE ZERO TO WS-AFD-NETTO
138500     MOVE SB-AFDELING TO RPT-AFD-CODE
138600     MOVE SPACES TO RPT-AFD-NAAM RPT-AFD-MANAGER
138700     IF WS-AFD-HIT > ZERO
138800         MOVE AFD-NAAM (WS-AFD-HIT) TO RPT-AFD-NAAM
138900         MOVE AFD-MANAGER (WS-AFD-HIT) TO RPT-AFD-MANAGER
139000         IF AFD-BUDGET (WS-AFD-HIT) > ZERO
139100             AND AFD-BRUTO (WS-AFD-HIT) > AFD-BUDGET (WS-AFD-HIT)
139200             COMPUTE WS-FACTOR =
139300                 AFD-BUDGET (WS-AFD-HIT) / AFD-BRUTO (WS-AFD-HIT)
139400             IF WS-FACTOR NOT < 1
139500                 MOVE 0.9999 TO WS-FACTOR
139600             END-IF
139700         END-IF
139800     END-IF
139900     WRITE BONUS-RPT-LINE FROM RPT-AFD-LINE
140000     WRITE BONUS-RPT-LINE FROM RPT-HEADING-2.
140100 5200-EXIT.
140200     EXIT.
140300
140400*-----------------------------------------------------------
140500* 5300-AFDELING-TRAILER - BRUTO, BUDGET, SCHAALFACTOR, UIT TE
140600*                         KEREN EN HET AFTEKENBLOK VOOR DE
140700*                         MANAGER
140800*-----------------------------------------------------------
140900 5300-AFDELING-TRAILER.
141000     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
141100     MOVE SPACES TO RPT-AMT-TEXT
141200     MOVE "TOTAAL BRUTO AFDELING" TO RPT-AMT-LABEL
141300     MOVE ZERO TO RPT-AMT-BEDRAG
141400     IF WS-AFD-HIT > ZERO
141500         MOVE AFD-BRUTO (WS-AFD-HIT) TO RPT-AMT-BEDRAG
141600     END-IF
141700     WRITE BONUS-RPT-LINE FROM RPT-AMOUNT-LINE
141800     MOVE "BONUSBUDGET KWARTAAL" TO RPT-AMT-LABEL
141900     IF WS-AFD-HIT > ZERO AND AFD-BUDGET (WS-AFD-HIT) > ZERO
142000         MOVE AFD-BUDGET (WS-AFD-HIT) TO RPT-AMT-BEDRAG
142100     ELSE
142200         MOVE ZERO TO RPT-AMT-BEDRAG
142300         MOVE "GEEN PLAFOND" TO RPT-AMT-TEXT
142400     END-IF
142500     WRITE BONUS-RPT-LINE FROM RPT-AMOUNT-LINE
142600     MOVE SPACES TO RPT-AMT-TEXT
142700     IF WS-FACTOR < 1
142800         MOVE WS-FACTOR TO RPT-FACTOR-ED
142900         STRING "SCHAALFACTOR " RPT-FACTOR-ED
143000             DELIMITED BY SIZE INTO RPT-AMT-TEXT
143100         END-STRING
143200     END-IF
143300     MOVE "UIT TE KEREN AFDELING" TO RPT-AMT-LABEL
143400     MOVE WS-AFD-NETTO TO RPT-AMT-BEDRAG
143500     WRITE BONUS-RPT-LINE FROM RPT-AMOUNT-LINE
143600     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
143700     MOVE "AKKOORD MANAGER AFDELING:" TO RPT-TXT
143800     WRITE BONUS-RPT-LINE FROM RPT-TEXT-LINE
143900     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
144000     MOVE "NAAM __________________  PARAAF _______  DATUM _______"
144100         TO RPT-TXT
144200     WRITE BONUS-RPT-LINE FROM RPT-TEXT-LINE
144300     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
144400     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE.
144500 5300-EXIT.
144600     EXIT.
144700
144800*-----------------------------------------------------------
144900* 5400-GRAND-TOTALS - TELLINGEN, TOTALEN EN WIE DE BETAALRUN
145000*                     HEEFT VRIJGEGEVEN
145100*-----------------------------------------------------------
145200 5400-GRAND-TOTALS.
145300     MOVE "PERSONEN MET BONUS" TO RPT-TRL-LABEL
145400     MOVE WS-BONUS-COUNT TO RPT-TRL-COUNT
145500     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
145600     MOVE "ONDER DE LAAGSTE BAND" TO RPT-TRL-LABEL
145700     MOVE WS-GEEN-BAND-COUNT TO RPT-TRL-COUNT
145800     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
145900     MOVE "UITGESLOTEN" TO RPT-TRL-LABEL
146000     MOVE WS-UITGESLOTEN-COUNT TO RPT-TRL-COUNT
146100     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
146200     MOVE "WAARVAN NIET IN PEOPLE.IDX" TO RPT-TRL-LABEL
146300     MOVE WS-ONBEKEND-COUNT TO RPT-TRL-COUNT
146400     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
146500     MOVE "PRO RATA" TO RPT-TRL-LABEL
146600     MOVE WS-PRORATA-COUNT TO RPT-TRL-COUNT
146700     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
146800     MOVE "GESCHAALD NAAR BUDGET" TO RPT-TRL-LABEL
146900     MOVE WS-GESCHAALD-COUNT TO RPT-TRL-COUNT
147000     WRITE BONUS-RPT-LINE FROM RPT-TRAILER-LINE
147100     MOVE SPACES TO RPT-AMT-TEXT
147200     MOVE "TOTAAL BRUTO" TO RPT-AMT-LABEL
147300     MOVE WS-TOT-BRUTO TO RPT-AMT-BEDRAG
147400     WRITE BONUS-RPT-LINE FROM RPT-AMOUNT-LINE
147500     MOVE "TOTAAL UIT TE KEREN" TO RPT-AMT-LABEL
147600     MOVE WS-TOT-NETTO TO RPT-AMT-BEDRAG
147700     WRITE BONUS-RPT-LINE FROM RPT-AMOUNT-LINE
147800     WRITE BONUS-RPT-LINE FROM RPT-BLANK-LINE
147900     IF BETAAL-MODE
148000         MOVE SPACES TO RPT-TXT
148100         STRING "DEFINITIEF - VRIJGEGEVEN DOOR "
148200                FUNCTION TRIM(RUNHDR-OPERATOR-ID)
148300                " - BONUSMUT.DAT AANGEMAAKT"
148400             DELIMITED BY SIZE INTO RPT-TXT
148500         END-STRING
148600     ELSE
148700         MOVE "CONCEPT - GEEN BONUSMUT.DAT AANGEMAAKT"
148800             TO RPT-TXT
148900     END-IF
149000     WRITE BONUS-RPT-LINE FROM RPT-TEXT-LINE.
149100 5400-EXIT.
149200     EXIT.
149300
149400*-----------------------------------------------------------
149500* 8500-WRITE-REGISTER - HET BETAALDE KWARTAAL IN BONUSREG.DAT,
149600*                       ZODAT HET NIET NOG EENS BETAALD WORDT
149700*-----------------------------------------------------------
149800 8500-WRITE-REGISTER.
149900     OPEN EXTEND BONUS-REG-FILE
150000     IF WS-BONREG-STATUS = "35"
150100         OPEN OUTPUT BONUS-REG-FILE
150200     END-IF
150300     ACCEPT WS-TIJD-RAW FROM TIME
150400     MOVE WS-JAAR TO BREG-JAAR
150500     MOVE WS-KW TO BREG-KWARTAAL
150600     MOVE RUNHDR-RUN-DATE TO BREG-DATUM
150700     MOVE WS-TIJD-RAW (1:6) TO BREG-TIJD
150800     MOVE RUNHDR-RUN-SEQ TO BREG-RUN-SEQ
150900     MOVE RUNHDR-OPERATOR-ID TO BREG-OPERATOR
151000     MOVE WS-BONUS-COUNT TO BREG-PERSONEN
151100     MOVE WS-TOT-NETTO TO BREG-TOTAAL
151200     MOVE RUNHDR-ADMIN TO BREG-ADMIN
151300     WRITE BONUS-REG-LINE FROM BREG-DETAIL-LINE
151400     CLOSE BONUS-REG-FILE
151500     DISPLAY "BONUS: " WS-JAAR " KW" WS-KW " BETAALD - "
151600             WS-BONUS-COUNT " PERSO(O)N(EN), BONUSMUT.DAT "
151700             "KLAAR VOOR DE SALARISADMINISTRATIE".
151800 8500-EXIT.
151900     EXIT.
152000
152100*-----------------------------------------------------------
152200* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
152300*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
152400*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
152500*-----------------------------------------------------------
152600 9000-WRITE-RUN-JOURNAL.
152700     ACCEPT WS-END-TIME-RAW FROM TIME
152800     OPEN EXTEND RUN-JOURNAL-FILE
152900     IF WS-JRNL-STATUS = "35"
153000         OPEN OUTPUT RUN-JOURNAL-FILE
153100     END-IF
153200     MOVE "BONUS   " TO JRNL-PROGRAM
153300     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
153400     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
153500     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
153600     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
153700     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
153800     MOVE RETURN-CODE TO JRNL-RC
153900     MOVE WS-BONUS-COUNT TO JRNL-COUNT-1
154000     MOVE WS-UITGESLOTEN-COUNT TO JRNL-COUNT-2
154100     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
154200     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
154300     CLOSE RUN-JOURNAL-FILE.
154400 9000-EXIT.
154500     EXIT.
