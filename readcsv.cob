002017*                  EN "VERKOPP" TELDEN ALS DRIE AFDELINGEN.
002018*                  AN UNKNOWN CODE IS NOW A WARNING REJECT
002019*                  (REASON 08, RC 4) INSTEAD OF A SILENT NEW
00201D*                  DEPARTMENT. THE BLANK-DEPT DEFAULT
00201H*                  "ALGEMEEN" ALTIJD TOEGESTAAN; ZONDER
00201L*                  AFDMAST.DAT VERANDERT ER NIETS. DE
00201P*                  VERDEEL-STAP SPLITST DE RAPPORTEN PER
00201T*                  AFDELING VOOR DE MANAGER.
00201X* 2026-09-02  BJS  EEN GELDIGE AFDELING NEEMT DE CANONIEKE
002021*                  CODE VAN AFDMAST.DAT OVER, ZODAT EEN
002025*                  AFWIJKENDE SCHRIJFWIJZE EEN AFDELING
002029*                  TELT IN SUBTOTALEN EN LEADERBOARD.
00202D* 2026-09-02  BJS  MULTI-ADMINISTRATIE: DE ADMIN OMGEVINGS-
00202H*                  VARIABELE (DEFAULT STD) KOMT IN DE RUN-
00202L*                  HEADER, OP DE REPORT.DAT KOP EN OP DE
00202P*                  RUNJRNL/CTLBAL RECORDS. DE CSV-DROPS ZELF
00202T*                  DRAGEN GEEN ADMINISTRATIEKOPREGEL - HUN
002030*                  HEADERVALIDATIE STAAT DAT NIET TOE; DE
002031*                  PER-ADMINISTRATIE DIRECTORY IS DAAR DE
002032*                  SCHEIDING.
002039*                  EEN SAMENVATTING (TOEVOEGINGEN,
002040*                  WIJZIGINGEN, AFKEUR) GAAT NAAR
002041*                  PROEFSUM.DAT.
00204A* 2026-10-15  BJS  PEOPLE.IDX CARRIES THE AFDELING OF THE
00204B*                  LATEST LOAD (PIDX-AFDELING) AND THE RUN DATE ON
00204C*                  WHICH THE PERSON FIRST CAME ON THE MASTER
00204D*                  (PIDX-INDIENST), FOR THE QUARTERLY BONUS RUN.
00204E*                  AN UPDATE IN PLACE REFRESHES THE AFDELING AND
00204F*                  KEEPS THE INDIENST DATE.
00204G* 2026-10-15  BJS  SCORE QUARANTAINE: A VALID ROW IS TESTED
00204H*                  AGAINST THE PERSON'S OWN SCORECUR HISTORY
00204I*                  (PARM-QUAR-DAGEN WINDOW) AND AGAINST THE
00204J*                  AFDELING SPREAD OF THE DAY (A FIRST PASS
00204K*                  OVER THE DROPS, THE ROW ITSELF LEFT OUT).
00204L*                  OUTSIDE PARM-QUAR-SIGMA STANDARD DEVIATIONS
00204M*                  ON EVERY TEST THAT HAS PARM-QUAR-MIN-OBS
00204N*                  OBSERVATIONS, AND MORE THAN THE DELTA
00204P*                  THRESHOLD, THE SCORE GOES TO SCOREQUA.DAT
00204Q*                  INSTEAD OF BEING POSTED - SCOREVRG RELEASES
00204R*                  OR REJECTS IT. HELD COUNT AND SUM GO TO
00204S*                  CTLBAL.DAT AS A SCOREQUA P-RECORD, THE
00204T*                  REPORT GETS A LINE PER HELD SCORE AND A
00204U*                  TRAILER COUNT; ANY HELD SCORE IS RC 4.
0020F8*-----------------------------------------------------------
0020PM
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
00292D         RECORD KEY IS SCK-KEY
00292E         FILE STATUS IS WS-SCUR-STATUS.
00292F
00292M     SELECT CONTROL-BAL-FILE ASSIGN TO "CTLBAL.DAT"
00292T         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS WS-CTLB-STATUS.
002931
002932     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
002953     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
002954         ORGANIZATION IS LINE SEQUENTIAL
002955         FILE STATUS IS WS-PROEFSUM-STATUS.
002956
002957     SELECT SCORE-QUAR-FILE ASSIGN TO "SCOREQUA.DAT"
002958         ORGANIZATION IS LINE SEQUENTIAL
002959         FILE STATUS IS WS-QUAR-STATUS.
002MKM
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CSV-FILE.
003667     05  CKPT-SCORE-MIN       PIC S9(07)V99.
003668     05  CKPT-SCORE-MAX       PIC S9(07)V99.
003669     05  CKPT-SCORE-SUM       PIC S9(09)V99.
00366A     05  CKPT-HELD-COUNT      PIC 9(07).
00366B     05  CKPT-HELD-SUM        PIC S9(09)V99.
003670
003680 FD  FILE-LIST-FILE.
003690 01  FILE-LIST-LINE           PIC X(80).
003691
003692 FD  PARM-FILE.
003693 01  PARM-LINE                PIC X(256).
003694
003695 FD  SCORE-WORK-FILE.
003696 01  SCORE-WORK-RECORD.
003727 01  LEADERBOARD-LINE         PIC X(132).
003728
003729 FD  PEOPLE-INDEXED.
00378O 01  PEOPLE-INDEXED-RECORD.
0037F3     05  PIDX-ID              PIC X(32).
0037LI     05  PIDX-NAME            PIC X(128).
0037RX     05  PIDX-SCORE           PIC S9(07)V99.
0037YC     05  PIDX-AFDELING        PIC X(20).
00384R     05  PIDX-INDIENST        PIC 9(08).
0038B6
0038HL FD  PEOPLE-CHANGE-FILE.
0038O0 01  PEOPLE-CHANGE-LINE       PIC X(210).
0038UF
003910 FD  CONTROL-BAL-FILE.
003911 01  CONTROL-BAL-LINE         PIC X(80).
003912
00391J
00391K FD  PROEF-SUM-FILE.
00391L 01  PROEF-SUM-LINE           PIC X(132).
00391M
00391N FD  SCORE-QUAR-FILE.
00391P 01  SCORE-QUAR-LINE          PIC X(400).
00391S
00391V FD  CSV-CONTROL-FILE.
003920 01  CSV-CONTROL-LINE         PIC X(132).
003921
003922 FD  RECYCLE-IN-FILE.
003927
003928 FD  SCORE-HISTORY-FILE.
003929 01  SCORE-HISTORY-RECORD.
00392D     05  HST-DATE             PIC 9(08).
00392H     05  HST-ID               PIC X(32).
00392L     05  HST-NAME             PIC X(128).
00392P     05  HST-SCORE            PIC S9(07)V99.
00392T     05  HST-DEPT             PIC X(20).
00392X
003931 FD  SCORE-CURRENT-FILE.
003935     COPY "SCORECUR.CPY".
003939
00393D WORKING-STORAGE SECTION.
00393H*-----------------------------------------------------------
00393L* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
00393P*-----------------------------------------------------------
003940     COPY "RUNHDR.CPY".
003941
003942*-----------------------------------------------------------
004017 01  WS-PARM-FILE-X           PIC X(80).
004018 01  WS-PARM-VATHI-X          PIC X(10).
004019 01  WS-PARM-VATLO-X          PIC X(10).
00401D 01  WS-PARM-VATZR-X          PIC X(10).
00401H 01  WS-PARM-MARGEFLOOR-X     PIC X(10).
00401L 01  WS-PARM-FIELDS.
00401M     05  WS-PARM-FLD-X        PIC X(80) OCCURS 35 TIMES.
00401N
00401O 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
00401P 01  WS-RUNSEQ-ENV-X          PIC X(10).
00401Q 01  WS-ADMIN-ENV-X           PIC X(06).
00401R
00401S*-----------------------------------------------------------
00401T* PROEFRUN - VALIDEREN EN RAPPORTEREN ZONDER EEN MASTER OF
00401U* CUMULATIEF BESTAND AAN TE RAKEN
00401V*-----------------------------------------------------------
00401W 01  WS-PROEF-ENV-X           PIC X(02).
00401X 01  WS-PROEF-SW              PIC X VALUE "N".
00401Y     88 PROEF-MODE            VALUE "J".
00401Z     88 LIVE-MODE             VALUE "N".
004020 01  WS-PROEFSUM-STATUS       PIC X(02) VALUE "00".
004021 01  WS-PROEF-CNT1-ED         PIC ZZZ,ZZ9.
004022 01  WS-PROEF-CNT2-ED         PIC ZZZ,ZZ9.
004023 01  WS-PROEF-CNT3-ED         PIC ZZZ,ZZ9.
004024 01  WS-PROEF-CNT4-ED         PIC ZZZ,ZZ9.
004025 01  RPT-PROEF-LINE.
004026     05  FILLER               PIC X(40)
004027          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
004028
004029*-----------------------------------------------------------
00402A* RERUN GUARD - PARSE FIELDS FOR THE RUNJRNL.DAT SCAN THAT
00402B* REFUSES A SECOND RUN UNDER ONE CHAIN SEQUENCE
00402C*-----------------------------------------------------------
00402D 01  WS-JG-EOF                PIC X VALUE "N".
00402E     88 JG-EOF                VALUE "Y".
00402F     88 JG-NOT-EOF            VALUE "N".
00402G 01  WS-JG-PROG-X             PIC X(10).
00402H 01  WS-JG-OPER-X             PIC X(10).
00402K 01  WS-JG-DATE-X             PIC X(10).
00402L 01  WS-JG-SEQ-X              PIC X(08).
00402M 01  WS-JG-TIME1-X            PIC X(08).
00404D 01  WS-AFD-OK-SW             PIC X VALUE "Y".
00404E     88 AFD-OK                VALUE "Y".
00404F     88 AFD-NOT-OK            VALUE "N".
0040EY 01  EOF-FLAG                 PIC X VALUE "N".
0040PH     88 EOF                   VALUE "Y".
004100     88 NOT-EOF               VALUE "N".
004200
004300 01  IS-FIRST-LINE            PIC X VALUE "Y".
005146 77  WS-UPDATE-COUNT          PIC 9(07) COMP VALUE ZERO.
005147 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
005150 01  WS-PCHG-STATUS           PIC X(02) VALUE "00".
005151 01  WS-HIST-STATUS           PIC X(02) VALUE "00".
005152 01  WS-SCUR-STATUS           PIC X(02) VALUE "00".
005153 01  WS-SCUR-WRITTEN-SW       PIC X VALUE "N".
005154     88 SCUR-WRITTEN          VALUE "Y".
005155     88 SCUR-NOT-WRITTEN      VALUE "N".
005156
005157*-----------------------------------------------------------
005158* SOURCE-SYSTEM CONTROL TOTALS, LOADED FROM CSVCTL.DAT - ONE
005259 01  WS-REJECT-REASON-CD      PIC X(02) VALUE SPACES.
005260 01  WS-REJECT-REASON-TXT     PIC X(40) VALUE SPACES.
005261
005262*-----------------------------------------------------------
005263* SCORE QUARANTAINE - A SCORE OUTSIDE PARM-QUAR-SIGMA STANDARD
005264* DEVIATIONS OF THE PERSON'S OWN SCORECUR HISTORY AND OF THE
005265* AFDELING SPREAD OF THE DAY GOES TO SCOREQUA.DAT INSTEAD OF
005266* BEING POSTED; SCOREVRG RELEASES OR REJECTS IT. THE SPREAD
005267* TABLE IS FILLED BY A FIRST PASS OVER THE DAY'S DROPS.
005268*-----------------------------------------------------------
005269     COPY "SCOREQUA.CPY".
00526A 01  WS-QUAR-STATUS           PIC X(02) VALUE "00".
00526B 77  WS-HELD-COUNT            PIC 9(07) COMP VALUE ZERO.
00526C 01  WS-HELD-SUM              PIC S9(09)V99 VALUE ZERO.
00526D 01  WS-ROW-HELD-SW           PIC X VALUE "N".
00526E     88 ROW-HELD              VALUE "Y".
00526F     88 ROW-NOT-HELD          VALUE "N".
00526G 01  WS-QUAR-SCORE            PIC S9(07)V99 VALUE ZERO.
00526H 01  WS-QUAR-VAN              PIC 9(08) VALUE ZERO.
00526I 01  WS-QUAR-VAN-INT          PIC 9(08) VALUE ZERO.
00526J 01  WS-QSC-EOF               PIC X VALUE "N".
00526K     88 QSC-EOF               VALUE "Y".
00526L     88 QSC-NOT-EOF           VALUE "N".
00526M 77  WS-QDP-COUNT             PIC 9(02) COMP VALUE ZERO.
00526N 77  WS-QDP-MAX               PIC 9(02) COMP VALUE 50.
00526P 77  WS-QDP-IDX               PIC 9(02) COMP VALUE ZERO.
00526Q 01  WS-QDP-FOUND-SW          PIC X VALUE "N".
00526R     88 QDP-FOUND             VALUE "Y".
00526S     88 QDP-NOT-FOUND         VALUE "N".
00526T 01  WS-QDP-TABLE.
00526U     05  WS-QDP-ENTRY OCCURS 50 TIMES.
00526V         10  QDP-NAME         PIC X(20).
00526W         10  QDP-N            PIC 9(07) COMP.
00526X         10  QDP-SUM          PIC S9(11)V99 COMP-3.
00526Y         10  QDP-KWAD         PIC S9(14)V9(4) COMP-3.
00526Z 01  WS-QP-N                  PIC 9(07) COMP VALUE ZERO.
005270 01  WS-QP-GEM                PIC S9(07)V99 VALUE ZERO.
005271 01  WS-QP-SD                 PIC 9(07)V99 VALUE ZERO.
005272 01  WS-QP-TOETS-SW           PIC X VALUE "N".
005273     88 QP-NIET-GETOETST      VALUE "N".
005274     88 QP-BINNEN             VALUE "B".
005275     88 QP-UITSCHIETER        VALUE "U".
005276 01  WS-QA-N                  PIC 9(07) COMP VALUE ZERO.
005277 01  WS-QA-GEM                PIC S9(07)V99 VALUE ZERO.
005278 01  WS-QA-SD                 PIC 9(07)V99 VALUE ZERO.
005279 01  WS-QA-TOETS-SW           PIC X VALUE "N".
00527A     88 QA-NIET-GETOETST      VALUE "N".
00527B     88 QA-BINNEN             VALUE "B".
00527C     88 QA-UITSCHIETER        VALUE "U".
00527D*    DE REKENVELDEN VAN 2376-JUDGE-SPREAD
00527E 01  WS-QJ-N                  PIC 9(07) COMP VALUE ZERO.
00527F 01  WS-QJ-SUM                PIC S9(11)V99 COMP-3 VALUE ZERO.
00527G 01  WS-QJ-KWAD               PIC S9(14)V9(4) COMP-3 VALUE ZERO.
00527H 01  WS-QJ-GEM                PIC S9(07)V9(4) VALUE ZERO.
00527I 01  WS-QJ-VAR                PIC S9(12)V9(4) VALUE ZERO.
00527J 01  WS-QJ-SD                 PIC 9(07)V9(4) VALUE ZERO.
00527K 01  WS-QJ-AFWIJKING          PIC 9(07)V9(4) VALUE ZERO.
00527L 01  WS-QJ-GRENS              PIC 9(08)V9(4) VALUE ZERO.
00527M 01  WS-QJ-TOETS-SW           PIC X VALUE "N".
00527N     88 QJ-NIET-GETOETST      VALUE "N".
00527P     88 QJ-BINNEN             VALUE "B".
00527Q     88 QJ-UITSCHIETER        VALUE "U".
00527R 01  WS-SCAN-LINE-SW          PIC X VALUE "Y".
00527S     88 SCAN-FIRST-LINE       VALUE "Y".
00527T     88 SCAN-NOT-FIRST-LINE   VALUE "N".
00527U 01  WS-SCAN-SKIP-SW          PIC X VALUE "N".
00527V     88 SCAN-SKIP-FILE        VALUE "Y".
00527W     88 SCAN-USE-FILE         VALUE "N".
0052LY
005300*-----------------------------------------------------------
005400* REPORT LAYOUTS
005500*-----------------------------------------------------------
008292     05  FILLER               PIC X(21)
008293                              VALUE "FILES WITH BAD HDR : ".
008294     05  RPT-TRL-HDR-COUNT    PIC ZZZ,ZZ9.
00829A
00829B 01  RPT-TRAILER-LINE-9.
00829C     05  FILLER               PIC X(21)
00829D                              VALUE "HELD IN QUARANTAINE: ".
00829E     05  RPT-TRL-HELD-COUNT   PIC ZZZ,ZZ9.
00829F
00829G 01  RPT-QUAR-LINE.
00829H     05  FILLER               PIC X(14) VALUE "QUARANTAINE: ".
00829I     05  RPT-QUA-ID           PIC X(10).
00829J     05  FILLER               PIC X(01) VALUE SPACE.
00829K     05  RPT-QUA-NAME         PIC X(30).
00829L     05  FILLER               PIC X(01) VALUE SPACE.
00829M     05  RPT-QUA-SCORE        PIC -(06)9.99.
00829N     05  FILLER               PIC X(01) VALUE SPACE.
00829P     05  RPT-QUA-DEPT         PIC X(20).
00829Q     05  FILLER               PIC X(08) VALUE " REDEN: ".
00829R     05  RPT-QUA-REDEN        PIC X(02).
0082E4
0082IH*-----------------------------------------------------------
0082MU* PER-DEPARTMENT SUBTOTAL BLOCK LAYOUTS
0082R7*-----------------------------------------------------------
0082VK 01  RPT-DEPT-HEADING.
008300     05  FILLER               PIC X(30)
008301          VALUE "STATISTIEK PER AFDELING".
008302
009698         MOVE 8 TO RETURN-CODE
009699         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
00969A         STOP RUN
0096DQ     END-IF
0096I6     PERFORM 1150-LOAD-PARMS THRU 1150-EXIT
0096MM     PERFORM 1170-CHECK-HERLAAD THRU 1170-EXIT
0096R2     PERFORM 1180-LOAD-AFDELINGEN THRU 1180-EXIT
0096VI     PERFORM 1400-SCAN-DEPT-SPREAD THRU 1400-EXIT
009700     PERFORM 1300-LOAD-CONTROL-TOTALS THRU 1300-EXIT
009720     PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
009721     PERFORM 1250-OPEN-OUTPUT-FILES THRU 1250-EXIT
010217 1100-GET-RUN-HEADER.
010218     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
010219     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
01021A     IF RUNHDR-OPERATOR-ID = SPACES
01021B         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
01021C     END-IF
01021D
01021E     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
01021F
01021G     DISPLAY "PROEFRUN" UPON ENVIRONMENT-NAME
01021H     ACCEPT WS-PROEF-ENV-X FROM ENVIRONMENT-VALUE
01021I     IF WS-PROEF-ENV-X (1:1) = "J"
01021J             OR WS-PROEF-ENV-X (1:1) = "j"
01021K         SET PROEF-MODE TO TRUE
01021L         DISPLAY "READCSV: *** PROEFRUN - GEEN "
01021M                 "BIJWERKING ***"
01021N     END-IF
01022A     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
01022B     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
01022C     IF WS-ADMIN-ENV-X NOT = SPACES
01022D         MOVE FUNCTION UPPER-CASE(FUNCTION
01022E             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
01022F     END-IF
01022K     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
01022P     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
01022U     IF WS-RUNSEQ-ENV-X NOT = SPACES
010230         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X)) = 0
010231         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
010232             TO RUNHDR-RUN-SEQ
010248         CLOSE RUN-SEQ-FILE
010249     END-IF
010250
01025M     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
010268             " DATE: " RUNHDR-RUN-DATE
01026U             " SEQ: " RUNHDR-RUN-SEQ
01027G             " ADM: " RUNHDR-ADMIN.
010282 1100-EXIT.
01028O     EXIT.
01029A
0102A0*-----------------------------------------------------------
0102A1* 1120-CHECK-RERUN-GUARD - DOES RUNJRNL.DAT ALREADY HOLD A
0102A2*                  COMPLETED (RC < 8) READCSV RECORD FOR THE
0102F0 1130-EXIT.
0102F1     EXIT.
0102F2
0102F6*-----------------------------------------------------------
0102FA* 1150-LOAD-PARMS - READ PARMS.DAT FOR THE DEFAULT PEOPLE
0102FE*                   EXTRACT FILE NAME. WHEN NO PARMS FILE IS
0102FI*                   PRESENT THE HARDCODED DEFAULT IN
0102FM*                   PARMCFG.CPY IS LEFT UNCHANGED. THE
0102FQ*                   SCORE QUARANTAINE PARAMETERS (FIELDS 6
0102FU*                   AND 33-35) COME FROM THE SAME LINE.
0102FY*-----------------------------------------------------------
0102G2 1150-LOAD-PARMS.
0102G6     OPEN INPUT PARM-FILE
0102GA     IF WS-PARM-STATUS = "00"
0102GE         READ PARM-FILE
0102GI             NOT AT END
0102GM                 PERFORM 1160-PARSE-PARMS THRU 1160-EXIT
0102GQ         END-READ
0102GU         CLOSE PARM-FILE
0102GY     END-IF.
0102H2 1150-EXIT.
0102H6     EXIT.
0102HA
0102HE*-----------------------------------------------------------
0102HI* 1160-PARSE-PARMS - UNSTRING THE COMMA-DELIMITED PARM-LINE
0102HM*                    INTO PARM-RECORD, KEEPING THE COPYBOOK
0102HQ*                    DEFAULT FOR ANY FIELD THAT IS BLANK OR
0102HU*                    NON-NUMERIC.
0102HY*-----------------------------------------------------------
0102I2 1160-PARSE-PARMS.
0102I6     MOVE SPACES TO WS-PARM-FILE-X WS-PARM-VATHI-X
0102IA                    WS-PARM-VATLO-X WS-PARM-VATZR-X
0102IE                    WS-PARM-MARGEFLOOR-X
0102II     UNSTRING PARM-LINE DELIMITED BY ","
0102IM         INTO WS-PARM-FILE-X WS-PARM-VATHI-X WS-PARM-VATLO-X
0102IQ                WS-PARM-VATZR-X WS-PARM-MARGEFLOOR-X
0102IU     END-UNSTRING
0102IY     IF FUNCTION TRIM(WS-PARM-FILE-X) NOT = SPACES
0102J2         MOVE FUNCTION TRIM(WS-PARM-FILE-X) TO PARM-PEOPLE-FILE
0102J6     END-IF
0102K0     MOVE SPACES TO WS-PARM-FIELDS
0102K1     UNSTRING PARM-LINE DELIMITED BY ","
0102K2         INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
0102K3              WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
0102K4              WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
0102K5              WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
0102K6              WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
0102K7              WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
0102K8              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
0102K9              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
0102KA              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
0102KB              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
0102KC              WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
0102KD              WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
0102KE              WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
0102KF              WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
0102KG              WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
0102KH              WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
0102KI              WS-PARM-FLD-X (33) WS-PARM-FLD-X (34)
0102KJ              WS-PARM-FLD-X (35)
0102KK     END-UNSTRING
0102KL     IF WS-PARM-FLD-X (6) NOT = SPACES
0102KM         AND FUNCTION TEST-NUMVAL(FUNCTION
0102KN             TRIM(WS-PARM-FLD-X (6))) = 0
0102KP         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (6))
0102KQ             TO PARM-DELTA-THRESHOLD
0102KR     END-IF
0102KS     IF WS-PARM-FLD-X (33) NOT = SPACES
0102KT         AND FUNCTION TEST-NUMVAL(FUNCTION
0102KU             TRIM(WS-PARM-FLD-X (33))) = 0
0102KV         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (33))
0102KW             TO PARM-QUAR-SIGMA
0102KX     END-IF
0102KY     IF FUNCTION TRIM(WS-PARM-FLD-X (34)) IS NUMERIC
0102KZ         AND WS-PARM-FLD-X (34) NOT = SPACES
0102L0         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (34))
0102L1             TO PARM-QUAR-MIN-OBS
0102L2     END-IF
0102L3     IF FUNCTION TRIM(WS-PARM-FLD-X (35)) IS NUMERIC
0102L4         AND WS-PARM-FLD-X (35) NOT = SPACES
0102L5         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (35))
0102L6             TO PARM-QUAR-DAGEN
0102L7     END-IF.
0102MU 1160-EXIT.
0102OH     EXIT.
0102Q4
0102RR*-----------------------------------------------------------
0102TE* 1300-LOAD-CONTROL-TOTALS - LOAD THE SOURCE SYSTEM'S CONTROL
0102V1*                  FILE (FILE NAME, DATA-ROW COUNT, SCORE HASH
0102WO*                  TOTAL PER DROP) INTO THE CONTROL TABLE. NO
0102YB*                  CSVCTL.DAT MEANS NO RECONCILIATION THIS RUN.
010300*-----------------------------------------------------------
010301 1300-LOAD-CONTROL-TOTALS.
010302     MOVE ZERO TO WS-CTL-COUNT
010344         TO CTL-SCORE-HASH (WS-CTL-COUNT).
010345 1310-EXIT.
010346     EXIT.
0103A0*-----------------------------------------------------------
0103A1* 1400-SCAN-DEPT-SPREAD - EERSTE PASS OVER DE DROPS VAN DE DAG
0103A2*                         (FILELIST.DAT, ANDERS DE DEFAULT
0103A3*                         PEOPLE.CSV): PER AFDELING HET AANTAL,
0103A4*                         DE SOM EN DE KWADRATENSOM VAN DE
0103A5*                         GELDIGE SCORES, VOOR DE SPREIDINGSTOETS
0103A6*                         VAN 2374. EEN DROP DIE 2000 ZAL
0103A7*                         WEIGEREN (AL OP HET REGISTER, AFWIJKENDE
0103A8*                         KOP) TELT NIET MEE. SIGMA 0 = GEEN
0103A9*                         QUARANTAINE EN GEEN EERSTE PASS.
0103AA*-----------------------------------------------------------
0103AB 1400-SCAN-DEPT-SPREAD.
0103AC     MOVE ZERO TO WS-QDP-COUNT
0103AD     IF PARM-QUAR-SIGMA = ZERO
0103AE         GO TO 1400-EXIT
0103AF     END-IF
0103AG*    DE BEGINDATUM VAN HET HISTORIEVENSTER VOOR 2372
0103AH     COMPUTE WS-QUAR-VAN-INT =
0103AI         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
0103AJ         - PARM-QUAR-DAGEN
0103AK     COMPUTE WS-QUAR-VAN =
0103AL         FUNCTION DATE-OF-INTEGER(WS-QUAR-VAN-INT)
0103AM     OPEN INPUT FILE-LIST-FILE
0103AN     IF WS-FILELIST-STATUS = "00"
0103AP         SET FILELIST-NOT-EOF TO TRUE
0103AQ         PERFORM UNTIL FILELIST-EOF
0103AR             READ FILE-LIST-FILE
0103AS                 AT END
0103AT                     SET FILELIST-EOF TO TRUE
0103AU                 NOT AT END
0103AV                     IF FILE-LIST-LINE NOT = SPACES
0103AW                         MOVE FILE-LIST-LINE
0103AX                             TO WS-CURRENT-CSV-NAME
0103AY                         PERFORM 1410-SCAN-ONE-FILE
0103AZ                             THRU 1410-EXIT
0103B0                     END-IF
0103B1             END-READ
0103B2         END-PERFORM
0103B3         CLOSE FILE-LIST-FILE
0103B4         SET FILELIST-NOT-EOF TO TRUE
0103B5     ELSE
0103B6         MOVE PARM-PEOPLE-FILE TO WS-CURRENT-CSV-NAME
0103B7         PERFORM 1410-SCAN-ONE-FILE THRU 1410-EXIT
0103B8     END-IF.
0103B9 1400-EXIT.
0103BA     EXIT.
0103BB
0103BC 1410-SCAN-ONE-FILE.
0103BD     PERFORM 2010-CHECK-DROP-REGISTER THRU 2010-EXIT
0103BE     IF DUP-DROP AND HERLAAD-NOT-OK
0103BF         GO TO 1410-EXIT
0103BG     END-IF
0103BH     OPEN INPUT CSV-FILE
0103BI     IF WS-CSV-STATUS NOT = "00"
0103BJ         GO TO 1410-EXIT
0103BK     END-IF
0103BL     SET SCAN-FIRST-LINE TO TRUE
0103BM     SET SCAN-USE-FILE TO TRUE
0103BN     SET NOT-EOF TO TRUE
0103BP     PERFORM UNTIL EOF OR SCAN-SKIP-FILE
0103BQ         READ CSV-FILE
0103BR             AT END
0103BS                 SET EOF TO TRUE
0103BT             NOT AT END
0103BU                 PERFORM 1420-SCAN-ONE-ROW THRU 1420-EXIT
0103BV         END-READ
0103BW     END-PERFORM
0103BX     CLOSE CSV-FILE
0103BY     SET NOT-EOF TO TRUE.
0103BZ 1410-EXIT.
0103C0     EXIT.
0103C1
0103C2*    DEZELFDE VELD-, SCORE- EN AFDELINGSCONTROLE ALS 2350/2360,
0103C3*    ZONDER TELLERS OF AFKEUR - DIE KOMEN IN DE ECHTE PASS.
0103C4 1420-SCAN-ONE-ROW.
0103C5     IF SCAN-FIRST-LINE
0103C6         SET SCAN-NOT-FIRST-LINE TO TRUE
0103C7         IF FUNCTION TRIM(CSV-LINE) NOT =
0103C8                 FUNCTION TRIM(WS-EXPECTED-HEADER)
0103C9             AND FUNCTION TRIM(CSV-LINE) NOT =
0103CA                 FUNCTION TRIM(WS-EXPECTED-HEADER-4)
0103CB             SET SCAN-SKIP-FILE TO TRUE
0103CC         END-IF
0103CD         GO TO 1420-EXIT
0103CE     END-IF
0103CF     MOVE SPACES TO F-ID F-NAME F-SCORE F-DEPT F-SPARE
0103CG     MOVE ZERO TO WS-FIELD-COUNT
0103CH     UNSTRING CSV-LINE DELIMITED BY ","
0103CI         INTO F-ID F-NAME F-SCORE F-DEPT F-SPARE
0103CJ         TALLYING IN WS-FIELD-COUNT
0103CK     END-UNSTRING
0103CL     IF WS-FIELD-COUNT < 3 OR WS-FIELD-COUNT > 4
0103CM         OR F-SPARE NOT = SPACES
0103CN         GO TO 1420-EXIT
0103CP     END-IF
0103CQ     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-SCORE)) NOT = ZERO
0103CR         GO TO 1420-EXIT
0103CS     END-IF
0103CT     IF WS-FIELD-COUNT >= 4
0103CU             AND FUNCTION TRIM(F-DEPT) NOT = SPACES
0103CV         MOVE FUNCTION TRIM(F-DEPT) TO WS-WORK-DEPT
0103CW     ELSE
0103CX         MOVE "ALGEMEEN" TO WS-WORK-DEPT
0103CY     END-IF
0103CZ     PERFORM 2360-VALIDATE-DEPT THRU 2360-EXIT
0103D0     IF AFD-NOT-OK
0103D1         GO TO 1420-EXIT
0103D2     END-IF
0103D3     MOVE FUNCTION NUMVAL(FUNCTION TRIM(F-SCORE))
0103D4         TO WS-QUAR-SCORE
0103D5     PERFORM 1430-FIND-QDP THRU 1430-EXIT
0103D6     IF QDP-NOT-FOUND
0103D7         IF WS-QDP-COUNT >= WS-QDP-MAX
0103D8             GO TO 1420-EXIT
0103D9         END-IF
0103DA         ADD 1 TO WS-QDP-COUNT
0103DB         MOVE WS-QDP-COUNT TO WS-QDP-IDX
0103DC         MOVE WS-WORK-DEPT TO QDP-NAME (WS-QDP-IDX)
0103DD         MOVE ZERO TO QDP-N (WS-QDP-IDX) QDP-SUM (WS-QDP-IDX)
0103DE                      QDP-KWAD (WS-QDP-IDX)
0103DF     END-IF
0103DG     ADD 1 TO QDP-N (WS-QDP-IDX)
0103DH     ADD WS-QUAR-SCORE TO QDP-SUM (WS-QDP-IDX)
0103DI     COMPUTE QDP-KWAD (WS-QDP-IDX) = QDP-KWAD (WS-QDP-IDX)
0103DJ         + WS-QUAR-SCORE * WS-QUAR-SCORE.
0103DK 1420-EXIT.
0103DL     EXIT.
0103DM
0103DN*    ZOEK WS-WORK-DEPT IN DE SPREIDINGSTABEL
0103DP 1430-FIND-QDP.
0103DQ     SET QDP-NOT-FOUND TO TRUE
0103DR     PERFORM VARYING WS-QDP-IDX FROM 1 BY 1
0103DS         UNTIL WS-QDP-IDX > WS-QDP-COUNT OR QDP-FOUND
0103DT         IF QDP-NAME (WS-QDP-IDX) = WS-WORK-DEPT
0103DU             SET QDP-FOUND TO TRUE
0103DV         END-IF
0103DW     END-PERFORM
0103DX     IF QDP-FOUND
0103DY         SUBTRACT 1 FROM WS-QDP-IDX
0103DZ     END-IF.
0103E0 1430-EXIT.
0103E1     EXIT.
0103F4
0103G7*-----------------------------------------------------------
0103HA* 1200-LOAD-CHECKPOINT - IF A PRIOR RUN LEFT A CHECKPOINT,
0103ID*                        PICK UP THE RESTART POSITION SO
0103JG*                        ALREADY-PROCESSED ROWS ARE SKIPPED.
0103KJ*-----------------------------------------------------------
0103LM 1200-LOAD-CHECKPOINT.
0103MP     MOVE ZERO TO WS-RESTART-COUNT
0103NS     OPEN INPUT CHECKPOINT-FILE
0103OV     IF WS-CKPT-STATUS = "00"
0103PY         READ CHECKPOINT-FILE
0103R1             AT END
0103S4                 MOVE ZERO TO WS-RESTART-COUNT
0103T7             NOT AT END
0103UA                 MOVE CKPT-DATA-ROW-COUNT TO WS-RESTART-COUNT
0103VD         END-READ
0103WG         CLOSE CHECKPOINT-FILE
0103XJ         IF WS-RESTART-COUNT > ZERO
0103YM             DISPLAY "RESTARTING AFTER CHECKPOINT - SKIPPING "
010400                     WS-RESTART-COUNT " ROW(S) ALREADY DONE."
010401             MOVE CKPT-RECORD-COUNT   TO WS-RECORD-COUNT
010402             MOVE CKPT-REJECT-COUNT   TO WS-REJECT-COUNT
010406             MOVE CKPT-SCORE-MIN      TO WS-SCORE-MIN
010407             MOVE CKPT-SCORE-MAX      TO WS-SCORE-MAX
010408             MOVE CKPT-SCORE-SUM      TO WS-SCORE-SUM
010409             MOVE CKPT-HELD-COUNT     TO WS-HELD-COUNT
01040A             MOVE CKPT-HELD-SUM       TO WS-HELD-SUM
010410         END-IF
010420     END-IF.
010430 1200-EXIT.
01047C         OPEN OUTPUT SCORE-CURRENT-FILE
01047D         CLOSE SCORE-CURRENT-FILE
01047E         OPEN I-O SCORE-CURRENT-FILE
01047F     END-IF
01047G     IF LIVE-MODE
01047H         OPEN EXTEND SCORE-QUAR-FILE
01047I         IF WS-QUAR-STATUS = "35"
01047J             OPEN OUTPUT SCORE-QUAR-FILE
01047K         END-IF
01047L     END-IF.
010480 1250-EXIT.
010481     EXIT.
010482
0107C0             GO TO 2000-EXIT
0107C1         END-IF
0107C2     END-IF
0107E1     SET NOT-EOF TO TRUE
0107G0     SET FIRST-LINE TO TRUE
0107HZ     MOVE ZERO TO WS-FILE-ROW-COUNT WS-FILE-SCORE-HASH
0107JY     OPEN INPUT CSV-FILE
0107LX     IF WS-CSV-STATUS NOT = "00"
0107NW         DISPLAY "ERROR: UNABLE TO OPEN "
0107PV                 FUNCTION TRIM(WS-CURRENT-CSV-NAME)
0107RU                 " - FILE STATUS " WS-CSV-STATUS
0107TT         MOVE 8 TO RETURN-CODE
0107VS         SET EOF TO TRUE
0107XR     END-IF
010800     PERFORM UNTIL EOF
010900         PERFORM 2100-READ-RECORD THRU 2100-EXIT
011000         IF NOT EOF
011539     EXIT.
011540
011541*-----------------------------------------------------------
011543* 2900-REGISTER-DROP - DE VERWERKTE DROP (NAAM, RIJEN, HASH,
011545*                      RUN-DATUM, SEQUENCE) OP HET REGISTER
011547*-----------------------------------------------------------
011549 2900-REGISTER-DROP.
01154B     IF PROEF-MODE
01154D         GO TO 2900-EXIT
01154F     END-IF
01154H     MOVE WS-FILE-ROW-COUNT TO WS-DRG-COUNT-9
01154J     MOVE WS-FILE-SCORE-HASH TO WS-DRG-HASH-9
01154L     MOVE SPACES TO DROP-REGISTER-LINE
01154N     STRING FUNCTION TRIM(WS-CURRENT-CSV-NAME) ","
011550            WS-DRG-COUNT-9 ","
011551            WS-DRG-HASH-9 ","
011552            RUNHDR-RUN-DATE ","
0116E0 1185-EXIT.
0116E1     EXIT.
0116E2
0116F5 1176-LOAD-ONE-AUTH.
0116G8     IF OPER-AUTH-LINE = SPACES
0116HB         GO TO 1176-EXIT
0116IE     END-IF
0116JH     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
0116KK     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
0116LN         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
0116MQ     END-UNSTRING
0116NT     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
0116OW         GO TO 1176-EXIT
0116PZ     END-IF
0116R2     ADD 1 TO WS-AUTH-COUNT
0116S5     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
0116T8         TO AUTH-OPERATOR (WS-AUTH-COUNT)
0116UB     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
0116VE         TO AUTH-NIVEAU (WS-AUTH-COUNT).
0116WH 1176-EXIT.
0116XK     EXIT.
0116YN
011700 2100-READ-RECORD.
011800     READ CSV-FILE
011900         AT END
013297     MOVE WS-SCORE-MIN      TO CKPT-SCORE-MIN
013298     MOVE WS-SCORE-MAX      TO CKPT-SCORE-MAX
013299     MOVE WS-SCORE-SUM      TO CKPT-SCORE-SUM
01329A     MOVE WS-HELD-COUNT     TO CKPT-HELD-COUNT
01329B     MOVE WS-HELD-SUM       TO CKPT-HELD-SUM
013300     WRITE CHECKPOINT-LINE
013310     CLOSE CHECKPOINT-FILE.
013330 2500-EXIT.
01363J         END-READ
01363K         GO TO 2700-EXIT
01363L     END-IF
01363S     MOVE F-ID    TO PIDX-ID
013640     MOVE F-NAME  TO PIDX-NAME
013645     MOVE SW-SCORE TO PIDX-SCORE
01364A     MOVE WS-WORK-DEPT TO PIDX-AFDELING
01364B     MOVE RUNHDR-RUN-DATE TO PIDX-INDIENST
013650     WRITE PEOPLE-INDEXED-RECORD
013655         INVALID KEY
013660             IF WS-PIDX-STATUS = "22"
01373X 2710-EXIT.
01373Y     EXIT.
01373Z
013740*-----------------------------------------------------------
013741* 2750-UPDATE-IN-PLACE - THE F-ID IS ALREADY ON THE MASTER.
013745*                        READ THE CURRENT RECORD TO CAPTURE
013750*                        THE OLD NAME AND SCORE, REWRITE IT
013755*                        WITH TODAY'S VALUES, AND LOG THE
013820     END-READ
013825     MOVE WS-NEW-NAME  TO PIDX-NAME
013830     MOVE WS-NEW-SCORE TO PIDX-SCORE
01383A     MOVE WS-WORK-DEPT TO PIDX-AFDELING
01383B     IF PIDX-INDIENST NOT NUMERIC
01383C         MOVE ZERO TO PIDX-INDIENST
01383D     END-IF
01383O     REWRITE PEOPLE-INDEXED-RECORD
013840     MOVE RUNHDR-RUN-DATE TO CHG-DATE
013845     MOVE "U"             TO CHG-ACTION
013850     MOVE PIDX-ID         TO CHG-ID
013955 2300-PARSE-AND-REPORT.
013956     MOVE SPACES TO F-ID F-NAME F-SCORE F-DEPT F-SPARE
013957     MOVE ZERO TO WS-FIELD-COUNT
013958     SET ROW-NOT-HELD TO TRUE
014000     UNSTRING CSV-LINE
014100         DELIMITED BY ","
014200         INTO F-ID F-NAME F-SCORE F-DEPT F-SPARE
01434F             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
01434G             GO TO 2300-EXIT
01434H         END-IF
01434I         PERFORM 2370-CHECK-QUARANTINE THRU 2370-EXIT
01434J         IF ROW-HELD
01434K             PERFORM 2380-HOLD-ROW THRU 2380-EXIT
01434L             GO TO 2300-EXIT
01434M         END-IF
014350         MOVE FUNCTION TRIM(F-ID)    TO RPT-DET-ID
014360         MOVE FUNCTION TRIM(F-NAME)  TO RPT-DET-NAME
014370         MOVE FUNCTION TRIM(F-SCORE) TO RPT-DET-SCORE
014914         MOVE SW-NAME         TO HST-NAME
014915         MOVE SW-SCORE        TO HST-SCORE
014916         MOVE WS-WORK-DEPT    TO HST-DEPT
01491A         IF LIVE-MODE
01491E             WRITE SCORE-HISTORY-RECORD
01491I             PERFORM 2710-LOAD-CURRENT THRU 2710-EXIT
01491M         END-IF
01491Q         ADD SW-SCORE TO WS-FILE-SCORE-HASH
01491U         PERFORM 2600-ACCUMULATE-STATS THRU 2600-EXIT
014921         PERFORM 2700-LOAD-INDEXED THRU 2700-EXIT
014922     ELSE
014923         PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
01535X 2360-EXIT.
01535Y     EXIT.
01535Z
0153A0*-----------------------------------------------------------
0153A1* 2370-CHECK-QUARANTINE - TOETS DE SCORE AAN DE EIGEN HISTORIE
0153A2*                         VAN DE PERSOON (2372) EN AAN DE
0153A3*                         SPREIDING VAN ZIJN AFDELING VANDAAG
0153A4*                         (2374). EEN TOETS TELT ALLEEN MET
0153A5*                         MINSTENS PARM-QUAR-MIN-OBS
0153A6*                         WAARNEMINGEN. VASTGEHOUDEN WORDT DE
0153A7*                         SCORE DIE BIJ ELKE BESCHIKBARE TOETS
0153A8*                         UITSCHIET - EEN STERKE MAAR STABIELE
0153A9*                         PRESTEERDER BLIJFT ZO BUITEN DE
0153AA*                         QUARANTAINE, EEN TIKFOUT VAN EEN
0153AB*                         FACTOR TIEN NIET.
0153AC*-----------------------------------------------------------
0153AD 2370-CHECK-QUARANTINE.
0153AE     SET ROW-NOT-HELD TO TRUE
0153AF     IF PARM-QUAR-SIGMA = ZERO
0153AG         GO TO 2370-EXIT
0153AH     END-IF
0153AI     MOVE FUNCTION NUMVAL(FUNCTION TRIM(F-SCORE))
0153AJ         TO WS-QUAR-SCORE
0153AK     PERFORM 2372-PERSON-SPREAD THRU 2372-EXIT
0153AL     PERFORM 2374-DEPT-SPREAD THRU 2374-EXIT
0153AM     IF QP-NIET-GETOETST AND QA-NIET-GETOETST
0153AN         GO TO 2370-EXIT
0153AP     END-IF
0153AQ     IF QP-BINNEN OR QA-BINNEN
0153AR         GO TO 2370-EXIT
0153AS     END-IF
0153AT     SET ROW-HELD TO TRUE
0153AU     EVALUATE TRUE
0153AV         WHEN QP-UITSCHIETER AND QA-UITSCHIETER
0153AW             MOVE "PA" TO QUA-REDEN
0153AX         WHEN QP-UITSCHIETER
0153AY             MOVE "P " TO QUA-REDEN
0153AZ         WHEN OTHER
0153B0             MOVE "A " TO QUA-REDEN
0153B1     END-EVALUATE.
0153B2 2370-EXIT.
0153B3     EXIT.
0153B4
0153B5*-----------------------------------------------------------
0153B6* 2372-PERSON-SPREAD - DE SCORES VAN DEZE PERSOON OP
0153B7*                      SCORECUR.IDX BINNEN HET VENSTER VAN
0153B8*                      PARM-QUAR-DAGEN DAGEN, IN SLEUTELVOLGORDE
0153B9*-----------------------------------------------------------
0153BA 2372-PERSON-SPREAD.
0153BB     MOVE ZERO TO WS-QJ-N WS-QJ-SUM WS-QJ-KWAD
0153BC     MOVE F-ID TO SCK-ID
0153BD     MOVE WS-QUAR-VAN TO SCK-DATE
0153BE     MOVE ZERO TO SCK-VOLGNR
0153BF     START SCORE-CURRENT-FILE KEY IS NOT LESS THAN SCK-KEY
0153BG         INVALID KEY
0153BH             SET QSC-EOF TO TRUE
0153BI         NOT INVALID KEY
0153BJ             SET QSC-NOT-EOF TO TRUE
0153BK     END-START
0153BL     PERFORM UNTIL QSC-EOF
0153BM         READ SCORE-CURRENT-FILE NEXT RECORD
0153BN             AT END
0153BP                 SET QSC-EOF TO TRUE
0153BQ             NOT AT END
0153BR                 IF SCK-ID NOT = F-ID
0153BS                     SET QSC-EOF TO TRUE
0153BT                 ELSE
0153BU                     ADD 1 TO WS-QJ-N
0153BV                     ADD SCK-SCORE TO WS-QJ-SUM
0153BW                     COMPUTE WS-QJ-KWAD = WS-QJ-KWAD
0153BX                         + SCK-SCORE * SCK-SCORE
0153BY                 END-IF
0153BZ         END-READ
0153C0     END-PERFORM
0153C1     PERFORM 2376-JUDGE-SPREAD THRU 2376-EXIT
0153C2     MOVE WS-QJ-N TO WS-QP-N
0153C3     MOVE WS-QJ-GEM TO WS-QP-GEM
0153C4     MOVE WS-QJ-SD TO WS-QP-SD
0153C5     MOVE WS-QJ-TOETS-SW TO WS-QP-TOETS-SW.
0153C6 2372-EXIT.
0153C7     EXIT.
0153C8
0153C9*-----------------------------------------------------------
0153CA* 2374-DEPT-SPREAD - DE AFDELING VAN DE RIJ UIT DE EERSTE PASS
0153CB*                    (1400). EEN RIJ UIT DE DROP ZIT DAAR ZELF
0153CC*                    IN EN GAAT ERUIT, ZODAT EEN UITSCHIETER
0153CD*                    ZIJN EIGEN MAATSTAF NIET OPREKT; EEN
0153CE*                    RECYCLE-RIJ ZAT ER NIET IN.
0153CF*-----------------------------------------------------------
0153CG 2374-DEPT-SPREAD.
0153CH     MOVE ZERO TO WS-QJ-N WS-QJ-SUM WS-QJ-KWAD
0153CI     PERFORM 1430-FIND-QDP THRU 1430-EXIT
0153CJ     IF QDP-FOUND
0153CK         MOVE QDP-N (WS-QDP-IDX) TO WS-QJ-N
0153CL         MOVE QDP-SUM (WS-QDP-IDX) TO WS-QJ-SUM
0153CM         MOVE QDP-KWAD (WS-QDP-IDX) TO WS-QJ-KWAD
0153CN         IF NORMAL-MODE AND WS-QJ-N > ZERO
0153CP             SUBTRACT 1 FROM WS-QJ-N
0153CQ             SUBTRACT WS-QUAR-SCORE FROM WS-QJ-SUM
0153CR             COMPUTE WS-QJ-KWAD = WS-QJ-KWAD
0153CS                 - WS-QUAR-SCORE * WS-QUAR-SCORE
0153CT         END-IF
0153CU     END-IF
0153CV     PERFORM 2376-JUDGE-SPREAD THRU 2376-EXIT
0153CW     MOVE WS-QJ-N TO WS-QA-N
0153CX     MOVE WS-QJ-GEM TO WS-QA-GEM
0153CY     MOVE WS-QJ-SD TO WS-QA-SD
0153CZ     MOVE WS-QJ-TOETS-SW TO WS-QA-TOETS-SW.
0153D0 2374-EXIT.
0153D1     EXIT.
0153D2
0153D3*-----------------------------------------------------------
0153D4* 2376-JUDGE-SPREAD - GEMIDDELDE EN STANDAARDAFWIJKING UIT
0153D5*                     AANTAL, SOM EN KWADRATENSOM; UITSCHIETER
0153D6*                     ALS DE AFWIJKING VAN HET GEMIDDELDE MEER
0153D7*                     IS DAN PARM-QUAR-SIGMA MAAL DE SPREIDING
0153D8*                     EN OOK MEER DAN PARM-DELTA-THRESHOLD - EEN
0153D9*                     REEKS GELIJKE SCORES (SPREIDING NUL) HOUDT
0153DA*                     ZO NIET ELKE KLEINE BEWEGING VAST.
0153DB*-----------------------------------------------------------
0153DC 2376-JUDGE-SPREAD.
0153DD     SET QJ-NIET-GETOETST TO TRUE
0153DE     MOVE ZERO TO WS-QJ-GEM WS-QJ-SD
0153DF     IF WS-QJ-N = ZERO
0153DG         GO TO 2376-EXIT
0153DH     END-IF
0153DI     COMPUTE WS-QJ-GEM ROUNDED = WS-QJ-SUM / WS-QJ-N
0153DJ     COMPUTE WS-QJ-VAR = WS-QJ-KWAD / WS-QJ-N
0153DK         - WS-QJ-GEM * WS-QJ-GEM
0153DL     IF WS-QJ-VAR < ZERO
0153DM         MOVE ZERO TO WS-QJ-VAR
0153DN     END-IF
0153DP     COMPUTE WS-QJ-SD ROUNDED = WS-QJ-VAR ** 0.5
0153DQ     IF WS-QJ-N < PARM-QUAR-MIN-OBS
0153DR         GO TO 2376-EXIT
0153DS     END-IF
0153DT     IF WS-QUAR-SCORE < WS-QJ-GEM
0153DU         COMPUTE WS-QJ-AFWIJKING = WS-QJ-GEM - WS-QUAR-SCORE
0153DV     ELSE
0153DW         COMPUTE WS-QJ-AFWIJKING = WS-QUAR-SCORE - WS-QJ-GEM
0153DX     END-IF
0153DY     COMPUTE WS-QJ-GRENS = PARM-QUAR-SIGMA * WS-QJ-SD
0153DZ     IF WS-QJ-AFWIJKING > WS-QJ-GRENS
0153E0         AND WS-QJ-AFWIJKING > PARM-DELTA-THRESHOLD
0153E1         SET QJ-UITSCHIETER TO TRUE
0153E2     ELSE
0153E3         SET QJ-BINNEN TO TRUE
0153E4     END-IF.
0153E5 2376-EXIT.
0153E6     EXIT.
0153E7
0153E8*-----------------------------------------------------------
0153E9* 2380-HOLD-ROW - DE VERDACHTE SCORE ALS REGEL OP HET RAPPORT
0153EA*                 EN NAAR SCOREQUA.DAT (IN EEN PROEFRUN ALLEEN
0153EB*                 GETELD). GEEN SCOREWRK, SCOREHST, SCORECUR
0153EC*                 OF PEOPLE.IDX - DAT DOET SCOREVRG BIJ DE
0153ED*                 VRIJGAVE. DE SCORE TELT WEL MEE IN DE HASH
0153EE*                 VAN DE DROP: DE BRON HEEFT HEM GELEVERD.
0153EF*-----------------------------------------------------------
0153EG 2380-HOLD-ROW.
0153EH     ADD 1 TO WS-HELD-COUNT
0153EI     ADD WS-QUAR-SCORE TO WS-HELD-SUM
0153EJ     ADD WS-QUAR-SCORE TO WS-FILE-SCORE-HASH
0153EK     MOVE FUNCTION TRIM(F-ID)   TO RPT-QUA-ID
0153EL     MOVE FUNCTION TRIM(F-NAME) TO RPT-QUA-NAME
0153EM     MOVE WS-QUAR-SCORE         TO RPT-QUA-SCORE
0153EN     MOVE WS-WORK-DEPT          TO RPT-QUA-DEPT
0153EP     MOVE QUA-REDEN             TO RPT-QUA-REDEN
0153EQ     WRITE REPORT-LINE FROM RPT-QUAR-LINE
0153ER     IF PROEF-MODE
0153ES         GO TO 2380-EXIT
0153ET     END-IF
0153EU     MOVE RUNHDR-RUN-SEQ  TO QUA-RUN-SEQ
0153EV     MOVE WS-HELD-COUNT   TO QUA-VOLGNR
0153EW     SET QUA-VASTGEHOUDEN TO TRUE
0153EX     MOVE RUNHDR-RUN-DATE TO QUA-DATUM
0153EY     MOVE F-ID            TO QUA-ID
0153EZ     MOVE WS-QUAR-SCORE   TO QUA-SCORE
0153F0     MOVE WS-WORK-DEPT    TO QUA-DEPT
0153F1     MOVE WS-QP-N         TO QUA-PERS-N
0153F2     MOVE WS-QP-GEM       TO QUA-PERS-GEM
0153F3     MOVE WS-QP-SD        TO QUA-PERS-SD
0153F4     MOVE WS-QA-N         TO QUA-AFD-N
0153F5     MOVE WS-QA-GEM       TO QUA-AFD-GEM
0153F6     MOVE WS-QA-SD        TO QUA-AFD-SD
0153F7     MOVE ZERO            TO QUA-BESL-DATUM
0153F8     MOVE SPACES          TO QUA-BESL-OPER
0153F9     MOVE RUNHDR-ADMIN    TO QUA-ADMIN
0153FA     IF RECYCLE-MODE
0153FB         MOVE "RECYCIN.DAT" TO QUA-BRON
0153FC     ELSE
0153FD         MOVE WS-CURRENT-CSV-NAME TO QUA-BRON
0153FE     END-IF
0153FF     MOVE F-NAME          TO QUA-NAME
0153FG     WRITE SCORE-QUAR-LINE FROM QUA-DETAIL-LINE.
0153FH 2380-EXIT.
0153FI     EXIT.
0153IF*-----------------------------------------------------------
0153LC* 2400-WRITE-REJECT - LOG A BAD ROW TO REJECTS.DAT WITH ITS
0153O9*                     REASON CODE INSTEAD OF REPORTING IT. IN
0153R6*                     A RECYCLE RUN THE ROW GOES TO THE
0153U3*                     DISPOSITION FILE AS STILL BAD INSTEAD.
0153X0*-----------------------------------------------------------
015400 2400-WRITE-REJECT.
015405     IF RECYCLE-MODE
015406         MOVE "STILL BAD" TO RDSP-CODE
015517     END-IF
015518     MOVE RECYCLE-IN-LINE TO CSV-LINE
015519     PERFORM 2300-PARSE-AND-REPORT THRU 2300-EXIT
01551A     IF ROW-IS-VALID AND ROW-HELD
01551B         MOVE "QUARANTAINE" TO RDSP-CODE
01551C         MOVE RECYCLE-IN-LINE TO RDSP-ORIGINAL
01551D         MOVE RUNHDR-RUN-DATE TO RDSP-DATE
01551E         WRITE RECYCLE-DISP-LINE FROM RDSP-DETAIL-LINE
01551F         GO TO 3100-EXIT
01551G     END-IF
015520     IF ROW-IS-VALID
015521         MOVE "RECYCLED" TO RDSP-CODE
015522         MOVE RECYCLE-IN-LINE TO RDSP-ORIGINAL
015853     WRITE REPORT-LINE FROM RPT-TRAILER-LINE-6
015854     MOVE WS-UPDATE-COUNT TO RPT-TRL-UPD-COUNT
015855     WRITE REPORT-LINE FROM RPT-TRAILER-LINE-7
015859     MOVE WS-HEADER-WARN-COUNT TO RPT-TRL-HDR-COUNT
01585D     WRITE REPORT-LINE FROM RPT-TRAILER-LINE-8
01585H     MOVE WS-HELD-COUNT TO RPT-TRL-HELD-COUNT
01585L     WRITE REPORT-LINE FROM RPT-TRAILER-LINE-9
01585P     IF LIVE-MODE
01585T         OPEN OUTPUT CHECKPOINT-FILE
015860         MOVE ZERO TO CHECKPOINT-LINE
015870         WRITE CHECKPOINT-LINE
015880         CLOSE CHECKPOINT-FILE
015900     CLOSE REPORT-FILE REJECT-FILE PEOPLE-INDEXED
015905     CLOSE PEOPLE-CHANGE-FILE SCORE-HISTORY-FILE
015906     CLOSE SCORE-CURRENT-FILE
015907     IF LIVE-MODE
015908         CLOSE SCORE-QUAR-FILE
015909     END-IF
016000     DISPLAY "READCSV COMPLETE - " WS-RECORD-COUNT
016010             " RECORD(S) WRITTEN, " WS-REJECT-COUNT
016020             " REJECTED."
016021     IF WS-HELD-COUNT > ZERO
016022         DISPLAY "READCSV: " WS-HELD-COUNT
016023                 " SCORE(S) IN QUARANTAINE (SCOREQUA.DAT) - "
016024                 "TE BEOORDELEN MET SCOREVRG"
016025     END-IF
016030     IF RETURN-CODE = ZERO AND
016040        (WS-REJECT-COUNT > ZERO OR WS-HEADER-WARN-COUNT > ZERO
016050         OR WS-RECYC-STILLBAD > ZERO
016051         OR WS-HELD-COUNT > ZERO)
016060         MOVE 4 TO RETURN-CODE
016070     END-IF
016100             .
016810     EXIT.
016820
016830*-----------------------------------------------------------
016840* 9100-WRITE-CONTROL-TOTAL - APPEND THIS RUN'S P-RECORDS FOR
016850*                            SCOREWRK AND SCOREQUA TO
016860*                            CTLBAL.DAT FOR THE BALANCE STEP.
016861*                            SCOREVRG CONSUMES THE HELD
016862*                            SCORES OF THE RUN.
016870*-----------------------------------------------------------
016880 9100-WRITE-CONTROL-TOTAL.
01688A     IF PROEF-MODE
016980     MOVE WS-SCORE-SUM TO CTLB-HASH
016985     MOVE RUNHDR-ADMIN TO CTLB-ADMIN
016990     WRITE CONTROL-BAL-LINE FROM CTLB-DETAIL-LINE
016991     MOVE "SCOREQUA" TO CTLB-FILE-ID
016992     MOVE WS-HELD-COUNT TO CTLB-COUNT
016993     MOVE WS-HELD-SUM TO CTLB-HASH
016994     WRITE CONTROL-BAL-LINE FROM CTLB-DETAIL-LINE
017000     CLOSE CONTROL-BAL-FILE.
017010 9100-EXIT.
017020     EXIT.
017140         WS-RECORD-COUNT - WS-UPDATE-COUNT
017150     MOVE WS-UPDATE-COUNT TO WS-PROEF-CNT2-ED
017160     MOVE WS-REJECT-COUNT TO WS-PROEF-CNT3-ED
017161     MOVE WS-HELD-COUNT TO WS-PROEF-CNT4-ED
017170     MOVE SPACES TO PROEF-SUM-LINE
017180     STRING "READCSV : TOEVOEGINGEN " WS-PROEF-CNT1-ED
017190            "  WIJZIGINGEN " WS-PROEF-CNT2-ED
017200            "  AFGEKEURD " WS-PROEF-CNT3-ED
017201            "  QUARANTAINE " WS-PROEF-CNT4-ED
017210            "  (GEEN MASTER/HISTORIE BIJGEWERKT)"
017220         DELIMITED BY SIZE INTO PROEF-SUM-LINE
017230     END-STRING
