00208S*                  MET DE LANDED COST: DE GROEPSTOESLAG
00208T*                  WORDT OP DE INKOOPPRIJS TOEGEPAST VOOR
00208U*                  DE IMPLICIETE MARGE EN DE MINIMUMTOETS.
00208V* 2026-10-15  BJS  KREDIETTOETS PER BATCHREGEL: EEN KLANT MET
00208W*                  ORDERBLOKKADE OF EEN REGEL DIE HET OPEN
00208X*                  SALDO (OPENPOST.IDX PLUS DE REGELS VAN
00208Y*                  DEZE RUN) BOVEN DE KREDIETLIMIET VAN
00208Z*                  KLANTMST.IDX TILT WORDT GEHOUDEN - GEEN
0020A0*                  BRUGREGEL, AFKEUR IN MARGEOUT.DAT (RC 4).
0020A1*                  VELD 9 KAN EEN NIVEAU-2 OPERATOR NOEMEN
0020A2*                  (OF J = DE RUN-OPERATOR) DIE DE REGEL
0020A3*                  VRIJGEEFT. GEHOUDEN EN VRIJGEGEVEN REGELS
0020A4*                  GAAN NAAR KREDEXC.DAT.
0020A5* 2026-10-15  BJS  HET OPEN SALDO PER KLANT KOMT UIT DE
0020A6*                  GEINDEXEERDE OPENPOST.IDX (OPENPOST.CPY).
0020A7* 2026-10-15  BJS  HET OPEN SALDO WORDT PER KLANT VIA DE
0020A8*                  SLEUTEL OPN-KLANT GELEZEN IN PLAATS VAN
0020A9*                  HEEL OPENPOST.IDX IN EEN TABEL; DE TABEL
0020AA*                  HOUDT ALLEEN DE KLANTEN VAN DEZE RUN.
0020AB*                  EEN VOLLE TABEL STOPT DE BATCH MET RC 8
0020AC*                  ZONDER BRUGTRAILER. EEN KREDIETHOLD TELT
0020AD*                  NIET MEER ALS MARGE-AFKEUR.
0020IW*-----------------------------------------------------------
0020RF
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
003013     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
003014         ORGANIZATION IS LINE SEQUENTIAL
003015         FILE STATUS IS WS-OPERAUTH-STATUS.
003018
00301B     SELECT CURRENCY-RATE-FILE ASSIGN TO "CURRATES.DAT"
00301E         ORGANIZATION IS LINE SEQUENTIAL
00301H         FILE STATUS IS WS-CURRATE-STATUS.
00301K
00301N     SELECT RATE-HIST-FILE ASSIGN TO "KOERSHST.DAT"
00301Q         ORGANIZATION IS LINE SEQUENTIAL
00301T         FILE STATUS IS WS-RHST-STATUS.
00301W
003021     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT.DAT"
003022         ORGANIZATION IS LINE SEQUENTIAL
003023         FILE STATUS IS WS-CONTRACT-STATUS.
003024
003025     SELECT SURCHARGE-FILE ASSIGN TO "TOESLAG.DAT"
003026         ORGANIZATION IS LINE SEQUENTIAL
003027         FILE STATUS IS WS-TOESLAG-STATUS.
003028
003029     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
00302A         ORGANIZATION IS LINE SEQUENTIAL
00302B         FILE STATUS IS WS-PROEFSUM-STATUS.
00302C
00302D     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
00302E         ORGANIZATION IS INDEXED
00302F         ACCESS MODE IS DYNAMIC
00302G         RECORD KEY IS OPN-FACTUUR
00302H         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
00302I         FILE STATUS IS WS-OPENPOST-STATUS.
00302J
00302K     SELECT KRED-EXC-FILE ASSIGN TO "KREDEXC.DAT"
00302L         ORGANIZATION IS LINE SEQUENTIAL
00302M         FILE STATUS IS WS-KREDEXC-STATUS.
00302N
00302O     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
00302P         ORGANIZATION IS INDEXED
00302Q         ACCESS MODE IS DYNAMIC
00302R         RECORD KEY IS ART-NUMMER
00302S         FILE STATUS IS WS-ARTMAST-STATUS.
003030
003031     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
003032         ORGANIZATION IS INDEXED
003924
00392A FD  SURCHARGE-FILE.
00392B 01  SURCHARGE-LINE           PIC X(80).
00392C
00392D FD  PROEF-SUM-FILE.
00392E 01  PROEF-SUM-LINE           PIC X(132).
00392F
00392G FD  OPEN-ITEMS-FILE.
00392H     COPY "OPENPOST.CPY".
00392I
00392L FD  KRED-EXC-FILE.
00392M 01  KRED-EXC-LINE            PIC X(132).
00392N
00392O FD  CURRENCY-RATE-FILE.
00392P 01  CURRENCY-RATE-LINE       PIC X(80).
00392Q
00392R FD  RATE-HIST-FILE.
00392S 01  RATE-HIST-LINE           PIC X(80).
00392T
00392U FD  BRIDGE-FILE.
00392V 01  BRIDGE-LINE              PIC X(80).
003930
003931 FD  OPER-AUTH-FILE.
003932 01  OPER-AUTH-LINE           PIC X(40).
003933
003934 FD  ARTIKEL-MASTER.
003935     COPY "ARTMAST.CPY".
003939
00393D FD  KLANT-MASTER.
00393H     COPY "KLANTMST.CPY".
00393L
00393P WORKING-STORAGE SECTION.
00393T*-----------------------------------------------------------
00393X* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
003945*-----------------------------------------------------------
003946     COPY "RUNHDR.CPY".
003950
004017 01  WS-BATCH-RAN-SW          PIC X VALUE "N".
004018     88 BATCH-RAN             VALUE "Y".
004019
00401A 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
00401B 01  WS-RUNSEQ-ENV-X          PIC X(10).
00401C 01  WS-ADMIN-ENV-X           PIC X(06).
00401D
00401E*-----------------------------------------------------------
00401F* PROEFRUN - RAPPORTEREN ZONDER EEN CUMULATIEF BESTAND AAN
00401G* TE RAKEN; SAMENVATTING NAAR PROEFSUM.DAT
00401H*-----------------------------------------------------------
00401I 01  WS-PROEF-ENV-X           PIC X(02).
00401J 01  WS-PROEF-SW              PIC X VALUE "N".
00401K     88 PROEF-MODE            VALUE "J".
00401L     88 LIVE-MODE             VALUE "N".
00401M 01  WS-PROEFSUM-STATUS       PIC X(02) VALUE "00".
00401N 01  WS-PROEF-CNT1-ED         PIC ZZZ,ZZ9.
00401O 01  WS-PROEF-CNT2-ED         PIC ZZZ,ZZ9.
00401P 01  MOUT-PROEF-LINE.
00401Q     05  FILLER               PIC X(40)
00401R          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
00401S
00401T*-----------------------------------------------------------
00402B* RERUN GUARD - PARSE FIELDS FOR THE RUNJRNL.DAT SCAN THAT
00402C* REFUSES A SECOND RUN UNDER ONE CHAIN SEQUENCE
00402D*-----------------------------------------------------------
00402P 01  WS-PRIOR-RUN-SW          PIC X VALUE "N".
00402Q     88 PRIOR-RUN-FOUND       VALUE "Y".
00402R     88 PRIOR-RUN-NOT-FOUND   VALUE "N".
00402S*-----------------------------------------------------------
00402T* SHARED OPERATIONAL PARAMETERS - SEE PARMCFG.CPY
00402U*-----------------------------------------------------------
00402V     COPY "PARMCFG.CPY".
00402W
00402X 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
00402Y 01  WS-PARM-FILE-X           PIC X(80).
004030 01  WS-PARM-VATHI-X          PIC X(08).
004031 01  WS-PARM-VATLO-X          PIC X(08).
004032 01  WS-PARM-VATZR-X          PIC X(08).
00403A 01  WS-PARM-XTRA.
00403B     05  WS-PARM-XFLD-X       PIC X(20) OCCURS 11 TIMES.
00403C 77  WS-PARM-XIDX             PIC 9(02) COMP VALUE ZERO.
0040JO 01  WS-INKOOPPRIJS           PIC 9(5)V99.
004100 01  WS-VERZOCHT-MARGE-PERC   PIC 9(3)V99.
004200 01  WS-FACTOR                PIC 9V9999.
004300 01  WS-VERKOOPPRIJS          PIC 9(6)V99.
00552L 01  WS-KLANT-OK-SW           PIC X VALUE "Y".
00552M     88 KLANT-OK              VALUE "Y".
00552N     88 KLANT-NOT-OK          VALUE "N".
00552O
00552P*-----------------------------------------------------------
00552Q* KREDIETTOETS - LIMIET EN BLOKKADE VAN DE KLANT OP DE REGEL,
00552R* HET OPEN SALDO PER KLANT UIT OPENPOST.IDX (BEDRAG MINUS
00552S* BETAALD) DAT IN DE RUN MET ELKE GEPRIJSDE REGEL OPLOOPT.
00552T* DE TABEL HOUDT ALLEEN DE KLANTEN DIE IN DEZE RUN VOORKOMEN.
00552U*-----------------------------------------------------------
00552V 01  WS-CURRENT-LIMIET        PIC 9(09)V99 VALUE ZERO.
00552W 01  WS-CURRENT-BLOKKADE      PIC X(01) VALUE "N".
00552X 01  WS-IN-KREDIET-X          PIC X(10).
00552Y 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
00552Z 01  WS-KREDEXC-STATUS        PIC X(02) VALUE "00".
005530 01  WS-KREDEXC-OPEN-SW       PIC X VALUE "N".
005531     88 KREDEXC-OPEN          VALUE "Y".
005532 01  WS-OPEN-EOF              PIC X VALUE "N".
005533     88 OPEN-EOF              VALUE "Y".
005534     88 OPEN-NOT-EOF          VALUE "N".
005535 01  WS-OPENPOST-SW           PIC X VALUE "N".
005536     88 OPENPOST-AVAILABLE    VALUE "Y".
005537 01  WS-KRED-SW               PIC X VALUE "Y".
005538     88 KREDIET-OK            VALUE "Y".
005539     88 KREDIET-HELD          VALUE "N".
00553A 77  WS-KRED-COUNT            PIC 9(03) COMP VALUE ZERO.
00553B 77  WS-KRED-MAX              PIC 9(03) COMP VALUE 500.
00553C 77  WS-KRED-IDX              PIC 9(03) COMP VALUE ZERO.
00553D 77  WS-KRED-HOLD-COUNT       PIC 9(07) COMP VALUE ZERO.
00553E 77  WS-KRED-REL-COUNT        PIC 9(07) COMP VALUE ZERO.
00553F 01  WS-KRED-TABLE.
00553G     05  WS-KRED-ENTRY OCCURS 500 TIMES.
00553H         10  KRD-KLANT        PIC X(08).
00553I         10  KRD-SALDO        PIC S9(09)V99.
00553J 01  WS-KRED-FULL-SW          PIC X VALUE "N".
00553K     88 KRED-TABLE-FULL       VALUE "Y".
00553L 01  WS-KRED-KLANT            PIC X(08) VALUE SPACES.
00553M 01  WS-KRED-SALDO            PIC S9(09)V99 VALUE ZERO.
00553N 01  WS-KRED-NIEUW            PIC S9(09)V99 VALUE ZERO.
00553O 01  WS-KRED-REDEN            PIC X(01) VALUE SPACE.
00553P 01  WS-SAVE-GRANTOR          PIC X(08) VALUE SPACES.
00553Q     COPY "KREDEXC.CPY".
00553R
00553S*-----------------------------------------------------------
00553T* CUSTOMER AGREEMENTS, LOADED FROM CONTRACT.DAT - KLANT,
00553U* ARTIKEL OF ARTIKELGROEP, TYPE M (CONTRACT-MARGE) OF P
00553V* (VASTE VERKOOPPRIJS), WAARDE, GELDIG VAN / TOT EN MET.
00553W*-----------------------------------------------------------
00553X 01  WS-CONTRACT-STATUS       PIC X(02) VALUE "00".
00553Y 77  WS-CON-COUNT             PIC 9(03) COMP VALUE ZERO.
00553Z 77  WS-CON-MAX               PIC 9(03) COMP VALUE 100.
005540 77  WS-CON-IDX               PIC 9(03) COMP VALUE ZERO.
005541 01  WS-CON-EOF               PIC X VALUE "N".
005542     88 CON-EOF               VALUE "Y".
005543     88 CON-NOT-EOF           VALUE "N".
005544 01  WS-CONTRACT-TABLE.
005545     05  WS-CON-ENTRY OCCURS 100 TIMES.
005546         10  CON-KLANT        PIC X(08).
005547         10  CON-ARTIKEL      PIC X(08).
005548         10  CON-TYPE         PIC X(01).
005549         10  CON-WAARDE       PIC 9(06)V99.
00554A         10  CON-VAN          PIC 9(08).
00554B         10  CON-TM           PIC 9(08).
00554C 01  WS-CON-KLANT-X           PIC X(10).
00554D 01  WS-CON-ARTIKEL-X         PIC X(10).
005550 01  WS-CON-TYPE-X            PIC X(02).
005551 01  WS-CON-WAARDE-X          PIC X(12).
005552 01  WS-CON-VAN-X             PIC X(10).
00555L     88 TSL-NOT-EOF           VALUE "N".
00555M 01  WS-TOESLAG-TABLE.
00555N     05  WS-TSL-ENTRY OCCURS 50 TIMES.
00555O         10  TSL-GROEP        PIC X(08).
00555P         10  TSL-PCT          PIC 9(03)V99.
00555Q         10  TSL-VAST         PIC 9(05)V99.
00555R 01  WS-TSL-GROEP-X           PIC X(10).
00555S 01  WS-TSL-PCT-X             PIC X(10).
00555T 01  WS-TSL-VAST-X            PIC X(12).
00555U 01  WS-BRUTO-INKOOP          PIC 9(05)V99 VALUE ZERO.
00555V
00555W 01  WS-CONTRACT-SW           PIC X VALUE "N".
00555X     88 CONTRACT-NONE         VALUE "N".
00555Y     88 CONTRACT-MARGE        VALUE "M".
00555Z     88 CONTRACT-PRICE        VALUE "P".
005560 01  WS-CONTRACT-WAARDE       PIC 9(06)V99 VALUE ZERO.
005561
005562*-----------------------------------------------------------
005563* DAILY EXCHANGE RATES, LOADED FROM CURRATES.DAT - FIRST LINE
005564* IS THE KOERSDATUM, THEN ONE CODE,KOERS-NAAR-EUR PER LINE.
005565* RATES NOT DATED TODAY ARE STALE AND BLOCK NON-EUR LINES.
005566*-----------------------------------------------------------
005567 01  WS-CURRATE-STATUS        PIC X(02) VALUE "00".
005568 77  WS-RATE-COUNT            PIC 9(02) COMP VALUE ZERO.
005569 77  WS-RATE-MAX              PIC 9(02) COMP VALUE 20.
00556A 77  WS-RATE-IDX              PIC 9(02) COMP VALUE ZERO.
005570 01  WS-RATES-DATE            PIC 9(08) VALUE ZERO.
005571 01  WS-RATES-STALE-SW        PIC X VALUE "Y".
005572     88 RATES-STALE           VALUE "Y".
005581     05  WS-RATE-ENTRY OCCURS 20 TIMES.
005582         10  RATE-CODE        PIC X(03).
005583         10  RATE-VALUE       PIC 9(03)V9(06).
005584         10  RATE-BEST-DATE   PIC 9(08).
005585         10  RATE-PRIOR-VALUE PIC 9(03)V9(06).
005586         10  RATE-PRIOR-DATE  PIC 9(08).
005587         10  RATE-BLOCK-SW    PIC X(01).
005588 01  WS-RATE-CODE-X           PIC X(05).
005589 01  WS-RATE-VALUE-X          PIC X(14).
00558A
00558B*-----------------------------------------------------------
00558C* EFFECTIVE-DATED RATE HISTORY (KOERSHST.DAT) WORK FIELDS
00558D*-----------------------------------------------------------
00558I 01  WS-RHST-STATUS           PIC X(02) VALUE "00".
00558J 01  WS-RHST-EOF              PIC X VALUE "N".
00558K     88 RHST-EOF              VALUE "Y".
00558L     88 RHST-NOT-EOF          VALUE "N".
00558M 01  WS-RH-DATE-X             PIC X(10).
00558N 01  WS-RH-CODE-X             PIC X(05).
00558O 01  WS-RH-VALUE-X            PIC X(14).
00558P 01  WS-RH-DATE               PIC 9(08) VALUE ZERO.
00558Q 01  WS-RH-VALUE              PIC 9(03)V9(06) VALUE ZERO.
00558R 01  WS-RH-CODE               PIC X(03) VALUE SPACES.
00558S 01  WS-RH-ENTRY-IDX          PIC 9(02) COMP VALUE ZERO.
00558T 01  WS-KOERS-DIFF            PIC S9(04)V9(06) VALUE ZERO.
00558U 01  WS-KOERS-MOVE-PCT        PIC 9(05)V99 VALUE ZERO.
00558V 01  WS-RUNDATE-ENV-X         PIC X(10).
00558W 01  WS-IN-VAL-X              PIC X(05).
00558X 01  WS-IN-BEDRAG-X           PIC X(12).
00558Y 01  WS-CURRENT-VALUTA        PIC X(03) VALUE "EUR".
00558Z 01  WS-ORIG-BEDRAG           PIC 9(07)V99 VALUE ZERO.
005590 01  WS-RATE-USED             PIC 9(03)V9(06) VALUE 1.
005591 01  WS-RATE-FOUND-SW         PIC X VALUE "N".
005592     88 RATE-FOUND            VALUE "Y".
00575B     05  AUD-KLANTNAAM        PIC X(30).
00575C     05  FILLER               PIC X(02) VALUE SPACES.
00575D     05  AUD-BRUTO-INKOOP     PIC ZZZ,ZZ9.99.
0057KO*-----------------------------------------------------------
005800* BATCH REPORT LAYOUTS
005900*-----------------------------------------------------------
006000 01  MOUT-HEADING-1.
00752C                              VALUE "ONBEKENDE KLANT: ".
00752D     05  MUNKL-DET-LINE       PIC X(80).
00752E
00752F 01  MOUT-KREDIET-LINE.
00752G     05  FILLER               PIC X(20)
00752H                              VALUE "KREDIETSTOP: ".
00752I     05  MKRD-DET-LINE        PIC X(80).
00752J
00752N 01  MOUT-RATE-REJECT-LINE.
00752R     05  FILLER               PIC X(20)
00752V                              VALUE "GEEN GELDIGE KOERS: ".
007530     05  MKRS-DET-LINE        PIC X(80).
007531
007532 01  MOUT-REVERSE-LINE.
007930     05  FILLER               PIC X(21)
007940                              VALUE "MARGE REJECTS      : ".
007950     05  MOUT-TRL-REJ-COUNT   PIC ZZZ,ZZ9.
007951
007952 01  MOUT-TRAILER-LINE-3.
007953     05  FILLER               PIC X(21)
007954                              VALUE "KREDIETSTOP        : ".
007955     05  MOUT-TRL-KRED-COUNT  PIC ZZZ,ZZ9.
007956     05  FILLER               PIC X(16)
007957                              VALUE "  VRIJGEGEVEN : ".
007958     05  MOUT-TRL-REL-COUNT   PIC ZZZ,ZZ9.
008000
008100 PROCEDURE DIVISION.
008200
00904A     IF KLANT-AVAILABLE
00904B         CLOSE KLANT-MASTER
00904C     END-IF
00904D     IF KREDEXC-OPEN
00904E         CLOSE KRED-EXC-FILE
00904F     END-IF
00904G     IF OPENPOST-AVAILABLE
00904H         CLOSE OPEN-ITEMS-FILE
00904I     END-IF
0090AS     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
0090H2     IF BATCH-RAN
0090NC         PERFORM 9100-WRITE-CONTROL-TOTAL THRU 9100-EXIT
0090TM     END-IF
009100     STOP RUN.
009200
009210*-----------------------------------------------------------
00925G         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
00925H         STOP RUN
00925I     END-IF
00925R     PERFORM 1060-LOAD-PARMS THRU 1060-EXIT
009260     MOVE RUNHDR-RUN-DATE TO WS-RUN-DATE
009270     OPEN EXTEND AUDIT-LOG-FILE
009280     IF WS-AUDIT-STATUS = "35"
00930F         DISPLAY "MARGE: GEEN KLANTMST.IDX - KLANTNUMMERS "
00930G                 "WORDEN NIET GECONTROLEERD"
00930H     END-IF
00930I     IF KLANT-AVAILABLE
00930J         PERFORM 1097-OPEN-EXPOSURE THRU 1097-EXIT
00930K     END-IF
00930S     PERFORM 1090-LOAD-CONTRACTS THRU 1090-EXIT
00930U     PERFORM 1085-LOAD-RATES THRU 1085-EXIT
00930W     PERFORM 1080-LOAD-SURCHARGES THRU 1080-EXIT
00930Y     PERFORM 1075-LOAD-AUTHORITY THRU 1075-EXIT.
009312 1000-EXIT.
009320     EXIT.
009321
00933G         DISPLAY "MARGE: RUN DATE OVERGENOMEN UIT RUNDATE - "
00933H                 RUNHDR-RUN-DATE
00933I     END-IF
00933J
00933K     DISPLAY "PROEFRUN" UPON ENVIRONMENT-NAME
00933L     ACCEPT WS-PROEF-ENV-X FROM ENVIRONMENT-VALUE
00933M     IF WS-PROEF-ENV-X (1:1) = "J"
00933N             OR WS-PROEF-ENV-X (1:1) = "j"
00933O         SET PROEF-MODE TO TRUE
00933P         DISPLAY "MARGE: *** PROEFRUN - GEEN BIJWERKING ***"
00933Q     END-IF
00933R     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
00933S     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
00933T     IF WS-ADMIN-ENV-X NOT = SPACES
00933U         MOVE FUNCTION UPPER-CASE(FUNCTION
00933V             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
00933W     END-IF
00933X     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
00933Y     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
00933Z     IF WS-RUNSEQ-ENV-X NOT = SPACES
009340         AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X)) = 0
009341         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
009342             TO RUNHDR-RUN-SEQ
009358         CLOSE RUN-SEQ-FILE
009359     END-IF
009360
00936I     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
009370             " DATE: " RUNHDR-RUN-DATE
00937I             " SEQ: " RUNHDR-RUN-SEQ
009380             " ADM: " RUNHDR-ADMIN.
00938I 1050-EXIT.
009390     EXIT.
00939I
0093A0*-----------------------------------------------------------
0093A1* 1055-CHECK-RERUN-GUARD - DOES RUNJRNL.DAT ALREADY HOLD A
0093A2*                  COMPLETED (RC < 8) MARGE-RECORD FOR THE
0093E8 1056-EXIT.
0093E9     EXIT.
0093F0
0093FH*-----------------------------------------------------------
0093FY* 1060-LOAD-PARMS - READ PARMS.DAT FOR THE MINIMUM MARGE
0093GF*                   POLICY FLOOR. WHEN NO PARMS FILE IS
0093GW*                   PRESENT THE HARDCODED DEFAULT IN
0093HD*                   PARMCFG.CPY IS LEFT UNCHANGED.
0093HU*-----------------------------------------------------------
0093IB 1060-LOAD-PARMS.
0093IS     OPEN INPUT PARM-FILE
0093J9     IF WS-PARM-STATUS = "00"
0093JQ         READ PARM-FILE
0093K7             NOT AT END
0093KO                 PERFORM 1070-PARSE-PARMS THRU 1070-EXIT
0093L5         END-READ
0093LM         CLOSE PARM-FILE
0093M3     END-IF.
0093MK 1060-EXIT.
0093N1     EXIT.
0093NI
0093NZ*-----------------------------------------------------------
0093OG* 1070-PARSE-PARMS - UNSTRING THE COMMA-DELIMITED PARM-LINE
0093OX*                    INTO PARM-RECORD, KEEPING THE COPYBOOK
0093PE*                    DEFAULT FOR ANY FIELD THAT IS BLANK OR
0093PV*                    NON-NUMERIC. MOVE THE RESULT INTO
0093QC*                    WS-MIN-MARGE-PCT SO THE EXISTING FLOOR
0093QT*                    CHECK LOGIC DOES NOT HAVE TO CHANGE.
0093RA*-----------------------------------------------------------
0093RR 1070-PARSE-PARMS.
0093S8     MOVE SPACES TO WS-PARM-FILE-X WS-PARM-VATHI-X
0093SP                    WS-PARM-VATLO-X WS-PARM-VATZR-X
0093T6                    WS-PARM-MARGEFLOOR-X
0093TN     PERFORM VARYING WS-PARM-XIDX FROM 1 BY 1
0093U4         UNTIL WS-PARM-XIDX > 11
0093UL         MOVE SPACES TO WS-PARM-XFLD-X (WS-PARM-XIDX)
0093V2     END-PERFORM
0093VJ     UNSTRING PARM-LINE DELIMITED BY ","
0093W0         INTO WS-PARM-FILE-X WS-PARM-VATHI-X WS-PARM-VATLO-X
0093WH                WS-PARM-VATZR-X WS-PARM-MARGEFLOOR-X
0093WY                WS-PARM-XFLD-X (1) WS-PARM-XFLD-X (2)
0093XF                WS-PARM-XFLD-X (3) WS-PARM-XFLD-X (4)
0093XW                WS-PARM-XFLD-X (5) WS-PARM-XFLD-X (6)
0093YD                WS-PARM-XFLD-X (7) WS-PARM-XFLD-X (8)
0093YU                WS-PARM-XFLD-X (9) WS-PARM-XFLD-X (10)
0093ZB                WS-PARM-XFLD-X (11)
009400     END-UNSTRING
009401     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-MARGEFLOOR-X))
009402             = 0
00940D         MOVE FUNCTION NUMVAL(WS-PARM-XFLD-X (11))
00940E             TO PARM-KOERS-TOL-PCT
00940F     END-IF.
00FUT2 1070-EXIT.
00MLLP     EXIT.
00TCEC
010371*-----------------------------------------------------------
010372* 1075-LOAD-AUTHORITY - LOAD THE OPERATOR AUTHORITY FILE. NO
010373*                  FILE MEANS NO OVERRIDE CAN SUCCEED, WHICH
010436             SET AUTHORITY-OK TO TRUE
010437         END-IF
010438     END-PERFORM.
01043D 2860-EXIT.
01043I     EXIT.
01043N
01043S*-----------------------------------------------------------
01043X* 2870-CHECK-KREDIET - BLOKKADE EN KREDIETLIMIET VAN DE KLANT
010442*                  OP DEZE REGEL. HET OPEN SALDO PLUS DEZE
010447*                  REGEL MAG DE LIMIET NIET OVERSCHRIJDEN
01044C*                  (NUL = GEEN LIMIET). VELD 9 VAN DE
01044H*                  BATCHREGEL KAN EEN NIVEAU-2 OPERATOR NOEMEN
01044M*                  DIE DE REGEL VRIJGEEFT; ELKE GEHOUDEN OF
01044R*                  VRIJGEGEVEN REGEL GAAT NAAR KREDEXC.DAT.
01044W*-----------------------------------------------------------
010451 2870-CHECK-KREDIET.
010456     SET KREDIET-OK TO TRUE
01045B     IF WS-CURRENT-KLANT = SPACES OR KLANT-NOT-AVAILABLE
01045G         GO TO 2870-EXIT
01045L     END-IF
01045Q     MOVE WS-CURRENT-KLANT TO WS-KRED-KLANT
01045V     PERFORM 2880-FIND-EXPOSURE THRU 2880-EXIT
010460     IF KRED-TABLE-FULL
010465         DISPLAY "ERROR: MEER DAN " WS-KRED-MAX
01046A                 " KLANTEN IN DE KREDIETTABEL - BATCH GESTOPT"
01046F         MOVE 8 TO RETURN-CODE
01046K         SET BATCH-EOF TO TRUE
01046P         GO TO 2870-EXIT
01046U     END-IF
01046Z     MOVE SPACE TO WS-KRED-REDEN
010474     COMPUTE WS-KRED-NIEUW = WS-KRED-SALDO + WS-VERKOOPPRIJS
010479     IF WS-CURRENT-BLOKKADE = "J"
01047E         MOVE "B" TO WS-KRED-REDEN
01047J     ELSE
01047O         IF WS-CURRENT-LIMIET > ZERO
01047T             AND WS-KRED-NIEUW > WS-CURRENT-LIMIET
01047Y             MOVE "L" TO WS-KRED-REDEN
010483         END-IF
010488     END-IF
01048D     IF WS-KRED-REDEN = SPACE
01048I         PERFORM 2885-ADD-EXPOSURE THRU 2885-EXIT
01048N         GO TO 2870-EXIT
01048S     END-IF
01048X     MOVE WS-GRANTOR-ID TO WS-SAVE-GRANTOR
010492     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-KREDIET-X))
010497         TO WS-GRANTOR-ID
01049C     IF WS-GRANTOR-ID = "J" OR WS-GRANTOR-ID = "Y"
01049H         MOVE FUNCTION UPPER-CASE(FUNCTION
01049M             TRIM(RUNHDR-OPERATOR-ID)) TO WS-GRANTOR-ID
01049R     END-IF
01049W     PERFORM 2860-CHECK-AUTHORITY THRU 2860-EXIT
0104A1     IF AUTHORITY-OK
0104A6         MOVE "V" TO KEXC-STATUS
0104AB         MOVE WS-GRANTOR-ID TO KEXC-GRANTOR
0104AG         ADD 1 TO WS-KRED-REL-COUNT
0104AL         PERFORM 2885-ADD-EXPOSURE THRU 2885-EXIT
0104AQ     ELSE
0104AV         IF WS-GRANTOR-ID NOT = SPACES
0104B0             DISPLAY "MARGE: KREDIETVRIJGAVE GEWEIGERD - "
0104B5                     FUNCTION TRIM(WS-GRANTOR-ID)
0104BA                     " IS GEEN SUPERVISOR"
0104BF         END-IF
0104BK         MOVE "H" TO KEXC-STATUS
0104BP         MOVE SPACES TO KEXC-GRANTOR
0104BU         ADD 1 TO WS-KRED-HOLD-COUNT
0104BZ         SET KREDIET-HELD TO TRUE
0104C4     END-IF
0104C9     MOVE WS-SAVE-GRANTOR TO WS-GRANTOR-ID
0104CE     MOVE WS-CURRENT-ARTNO TO KEXC-REFERENTIE
0104CJ     PERFORM 2890-WRITE-KREDIET-LINE THRU 2890-EXIT.
0104CO 2870-EXIT.
0104CT     EXIT.
0104CY
0104D3*-----------------------------------------------------------
0104D8* 2880-FIND-EXPOSURE - DE SALDO-REGEL VOOR WS-KRED-KLANT,
0104DD*                  NIEUW AANGELEGD MET HET OPEN SALDO UIT
0104DI*                  OPENPOST.IDX ALS DE KLANT NOG NIET IN DE
0104DN*                  TABEL STAAT. BIJ EEN VOLLE TABEL BLIJFT
0104DS*                  WS-KRED-IDX NUL EN STAAT KRED-TABLE-FULL.
0104DX*-----------------------------------------------------------
0104E2 2880-FIND-EXPOSURE.
0104E7     MOVE ZERO TO WS-KRED-IDX WS-KRED-SALDO
0104EC     PERFORM VARYING WS-KRED-IDX FROM 1 BY 1
0104EH         UNTIL WS-KRED-IDX > WS-KRED-COUNT
0104EM         IF KRD-KLANT (WS-KRED-IDX) = WS-KRED-KLANT
0104ER             MOVE KRD-SALDO (WS-KRED-IDX) TO WS-KRED-SALDO
0104EW             GO TO 2880-EXIT
0104F1         END-IF
0104F6     END-PERFORM
0104FB     IF WS-KRED-COUNT >= WS-KRED-MAX
0104FG         SET KRED-TABLE-FULL TO TRUE
0104FL         MOVE ZERO TO WS-KRED-IDX
0104FQ         GO TO 2880-EXIT
0104FV     END-IF
0104G0     ADD 1 TO WS-KRED-COUNT
0104G5     MOVE WS-KRED-COUNT TO WS-KRED-IDX
0104GA     MOVE WS-KRED-KLANT TO KRD-KLANT (WS-KRED-IDX)
0104GF     IF OPENPOST-AVAILABLE
0104GK         PERFORM 2882-READ-OPEN-SALDO THRU 2882-EXIT
0104GP     END-IF
0104GU     MOVE WS-KRED-SALDO TO KRD-SALDO (WS-KRED-IDX).
0104GZ 2880-EXIT.
0104H4     EXIT.
0104H9
0104HE*-----------------------------------------------------------
0104HJ* 2882-READ-OPEN-SALDO - TEL BEDRAG MINUS BETAALD VAN ALLE
0104HO*                  OPENSTAANDE POSTEN VAN WS-KRED-KLANT OP
0104HT*                  VIA DE ALTERNATIEVE SLEUTEL OPN-KLANT.
0104HY*-----------------------------------------------------------
0104I3 2882-READ-OPEN-SALDO.
0104I8     MOVE WS-KRED-KLANT TO OPN-KLANT
0104ID     START OPEN-ITEMS-FILE KEY NOT < OPN-KLANT
0104II         INVALID KEY
0104IN             GO TO 2882-EXIT
0104IS     END-START
0104IX     SET OPEN-NOT-EOF TO TRUE
0104J2     PERFORM UNTIL OPEN-EOF
0104J7         READ OPEN-ITEMS-FILE NEXT
0104JC             AT END
0104JH                 SET OPEN-EOF TO TRUE
0104JM             NOT AT END
0104JR                 IF OPN-KLANT NOT = WS-KRED-KLANT
0104JW                     SET OPEN-EOF TO TRUE
0104K1                 ELSE
0104K6                     COMPUTE WS-KRED-SALDO = WS-KRED-SALDO
0104KB                         + OPN-BEDRAG - OPN-BETAALD
0104KG                 END-IF
0104KL         END-READ
0104KQ     END-PERFORM.
0104KV 2882-EXIT.
0104L0     EXIT.
0104L5
0104LA 2885-ADD-EXPOSURE.
0104LF     IF WS-KRED-IDX > ZERO
0104LK         MOVE WS-KRED-NIEUW TO KRD-SALDO (WS-KRED-IDX)
0104LP     END-IF.
0104LU 2885-EXIT.
0104LZ     EXIT.
0104M4
0104M9*-----------------------------------------------------------
0104ME* 2890-WRITE-KREDIET-LINE - EEN REGEL NAAR KREDEXC.DAT (NIET
0104MJ*                  IN EEN PROEFRUN).
0104MO*-----------------------------------------------------------
0104MT 2890-WRITE-KREDIET-LINE.
0104MY     IF PROEF-MODE
0104N3         GO TO 2890-EXIT
0104N8     END-IF
0104ND     IF NOT KREDEXC-OPEN
0104NI         OPEN EXTEND KRED-EXC-FILE
0104NN         IF WS-KREDEXC-STATUS = "35"
0104NS             OPEN OUTPUT KRED-EXC-FILE
0104NX         END-IF
0104O2         SET KREDEXC-OPEN TO TRUE
0104O7     END-IF
0104OC     MOVE RUNHDR-RUN-DATE   TO KEXC-RUN-DATE
0104OH     MOVE RUNHDR-RUN-SEQ    TO KEXC-RUN-SEQ
0104OM     MOVE "MARGE   "        TO KEXC-PROGRAM
0104OR     MOVE WS-CURRENT-KLANT  TO KEXC-KLANT
0104OW     MOVE WS-VERKOOPPRIJS   TO KEXC-BEDRAG
0104P1     MOVE WS-KRED-SALDO     TO KEXC-SALDO
0104P6     MOVE WS-CURRENT-LIMIET TO KEXC-LIMIET
0104PB     MOVE WS-KRED-REDEN     TO KEXC-REDEN
0104PG     MOVE RUNHDR-ADMIN      TO KEXC-ADMIN
0104PL     WRITE KRED-EXC-LINE FROM KEXC-DETAIL-LINE.
0104PQ 2890-EXIT.
0104PV     EXIT.
0104Q0
0104Q5*-----------------------------------------------------------
0104QA* 1085-LOAD-RATES - LOAD TODAY'S EXCHANGE RATES. LINE ONE IS
0104QF*                   THE KOERSDATUM; A FILE NOT DATED TODAY IS
0104QK*                   MARKED STALE AND EVERY NON-EUR LINE WILL
0104QP*                   BE BLOCKED RATHER THAN PRICED AT AN OLD
0104QU*                   KOERS.
0104QZ*-----------------------------------------------------------
0104R4 1085-LOAD-RATES.
0104R9     MOVE ZERO TO WS-RATE-COUNT
0104RE     SET RATES-STALE TO TRUE
0104RJ     PERFORM 1083-LOAD-RATE-HISTORY THRU 1083-EXIT
0104RO     IF WS-RATE-COUNT > ZERO
0104RT         GO TO 1085-EXIT
0104RY     END-IF
0104S3     OPEN INPUT CURRENCY-RATE-FILE
0104S8     IF WS-CURRATE-STATUS NOT = "00"
0104SD         GO TO 1085-EXIT
0104SI     END-IF
0104SN     SET RATE-NOT-EOF TO TRUE
0104SS     SET RATE-FIRST-LINE TO TRUE
0104SX     PERFORM UNTIL RATE-EOF
0104T2         READ CURRENCY-RATE-FILE
0104T7             AT END
0104TC                 SET RATE-EOF TO TRUE
0104TH             NOT AT END
0104TM                 PERFORM 1086-LOAD-ONE-RATE THRU 1086-EXIT
0104TR         END-READ
0104TW     END-PERFORM
0104U1     CLOSE CURRENCY-RATE-FILE
0104U6     IF WS-RATES-DATE = RUNHDR-RUN-DATE
0104UB         SET RATES-FRESH TO TRUE
0104UG         DISPLAY "MARGE KOERSEN GELADEN - " WS-RATE-COUNT
0104UL                 " VALUTA(S) PER " WS-RATES-DATE
0104UQ     ELSE
0104UV         DISPLAY "WARNING: CURRATES.DAT IS VAN " WS-RATES-DATE
0104V0                 " - NIET VAN VANDAAG, VREEMDE VALUTA WORDT "
0104V5                 "GEBLOKKEERD"
0104VA     END-IF.
0104VF 1085-EXIT.
0104VK     EXIT.
0104VP
0104VU 1086-LOAD-ONE-RATE.
0104VZ     IF CURRENCY-RATE-LINE = SPACES
0104W4         GO TO 1086-EXIT
0104W9     END-IF
0104WE     IF RATE-FIRST-LINE
0104WJ         SET RATE-NOT-FIRST TO TRUE
0104WO         IF FUNCTION TRIM(CURRENCY-RATE-LINE) IS NUMERIC
0104WP             MOVE FUNCTION NUMVAL(CURRENCY-RATE-LINE)
0104WQ                 TO WS-RATES-DATE
0104WR         END-IF
0104WS         GO TO 1086-EXIT
0104WT     END-IF
0104WU     IF WS-RATE-COUNT >= WS-RATE-MAX
0104WV         GO TO 1086-EXIT
0104WW     END-IF
0104WX     MOVE SPACES TO WS-RATE-CODE-X WS-RATE-VALUE-X
0104WY     UNSTRING CURRENCY-RATE-LINE DELIMITED BY ","
0104WZ         INTO WS-RATE-CODE-X WS-RATE-VALUE-X
0104X0     END-UNSTRING
0104X1     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-RATE-VALUE-X))
0104X2             NOT = 0
0104X3         DISPLAY "WARNING: ONGELDIGE KOERSREGEL GENEGEERD: "
0104X4                 FUNCTION TRIM(CURRENCY-RATE-LINE)
0104X5         GO TO 1086-EXIT
0104X6     END-IF
0104X7     ADD 1 TO WS-RATE-COUNT
0104X8     MOVE FUNCTION TRIM(WS-RATE-CODE-X)
0104X9         TO RATE-CODE (WS-RATE-COUNT)
0104XA     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RATE-VALUE-X))
0104XB         TO RATE-VALUE (WS-RATE-COUNT)
0104XC     MOVE WS-RATES-DATE TO RATE-BEST-DATE (WS-RATE-COUNT)
0104XD     MOVE ZERO TO RATE-PRIOR-VALUE (WS-RATE-COUNT)
0104XE                  RATE-PRIOR-DATE (WS-RATE-COUNT)
0104XF     MOVE "N" TO RATE-BLOCK-SW (WS-RATE-COUNT).
0104XG 1086-EXIT.
0104XH     EXIT.
0104XI
0104XJ*-----------------------------------------------------------
0104XK* 1083-LOAD-RATE-HISTORY - READ KOERSHST.DAT (KOERSDATUM,
0104XL*                  CODE,KOERS PER REGEL) AND KEEP, PER
0104XM*                  VALUTA, THE RATE EFFECTIVE ON THE RUN
0104XN*                  DATE PLUS THE PRIOR DATED RATE FOR THE
0104XO*                  FAT-FINGER GUARD. RATES DATED AFTER THE
0104XP*                  RUN DATE ARE NOT EFFECTIVE AND ARE
0104XQ*                  SKIPPED, WHICH IS WHAT MAKES A BACKDATED
0104XR*                  RERUN PRICE WITH THAT DAY'S KOERS.
0104XS*-----------------------------------------------------------
0104XT 1083-LOAD-RATE-HISTORY.
0104XU     OPEN INPUT RATE-HIST-FILE
0104XV     IF WS-RHST-STATUS NOT = "00"
0104XW         GO TO 1083-EXIT
0104XX     END-IF
0104XY     SET RHST-NOT-EOF TO TRUE
0104XZ     PERFORM UNTIL RHST-EOF
0104Y0         READ RATE-HIST-FILE
0104Y1             AT END
0104Y2                 SET RHST-EOF TO TRUE
0104Y3             NOT AT END
0104Y4                 PERFORM 1084-LOAD-ONE-HIST THRU 1084-EXIT
0104Y5         END-READ
0104Y6     END-PERFORM
0104Y7     CLOSE RATE-HIST-FILE
0104Y8     IF WS-RATE-COUNT > ZERO
0104Y9         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
0104YA             UNTIL WS-RATE-IDX > WS-RATE-COUNT
0104YB             PERFORM 1087-CHECK-RATE-GUARD THRU 1087-EXIT
0104YC         END-PERFORM
0104YD         SET RATES-FRESH TO TRUE
0104YE         DISPLAY "MARGE KOERSHISTORIE GELADEN - "
0104YF                 WS-RATE-COUNT " VALUTA(S) PER "
0104YG                 RUNHDR-RUN-DATE
0104YH     END-IF.
0104YI 1083-EXIT.
0104YJ     EXIT.
0104YK
0104YL 1084-LOAD-ONE-HIST.
0104YM     IF RATE-HIST-LINE = SPACES
0104YN         GO TO 1084-EXIT
0104YO     END-IF
0104YP     MOVE SPACES TO WS-RH-DATE-X WS-RH-CODE-X WS-RH-VALUE-X
0104YQ     UNSTRING RATE-HIST-LINE DELIMITED BY ","
0104YR         INTO WS-RH-DATE-X WS-RH-CODE-X WS-RH-VALUE-X
0104YS     END-UNSTRING
0104YT     IF FUNCTION TRIM(WS-RH-DATE-X) IS NOT NUMERIC
0104YU         OR FUNCTION TRIM(WS-RH-CODE-X) = SPACES
0104YV         OR FUNCTION TEST-NUMVAL(FUNCTION
0104YW             TRIM(WS-RH-VALUE-X)) NOT = 0
0104YX         DISPLAY "WARNING: ONGELDIGE KOERSHISTORIEREGEL "
0104YY                 "GENEGEERD: " FUNCTION TRIM(RATE-HIST-LINE)
0104YZ         GO TO 1084-EXIT
0104Z0     END-IF
0104Z1     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-DATE-X))
0104Z2         TO WS-RH-DATE
0104Z3     IF WS-RH-DATE > RUNHDR-RUN-DATE
0104Z4         GO TO 1084-EXIT
0104Z5     END-IF
0104Z6     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RH-CODE-X))
0104Z7         TO WS-RH-CODE
0104Z8     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RH-VALUE-X))
0104Z9         TO WS-RH-VALUE
0104ZA     MOVE ZERO TO WS-RH-ENTRY-IDX
0104ZB     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
0104ZC         UNTIL WS-RATE-IDX > WS-RATE-COUNT
0104ZD             OR WS-RH-ENTRY-IDX > ZERO
0104ZE         IF RATE-CODE (WS-RATE-IDX) = WS-RH-CODE
0104ZF             MOVE WS-RATE-IDX TO WS-RH-ENTRY-IDX
0104ZG         END-IF
0104ZH     END-PERFORM
0104ZI     IF WS-RH-ENTRY-IDX = ZERO
0104ZJ         IF WS-RATE-COUNT >= WS-RATE-MAX
0104ZK             GO TO 1084-EXIT
0104ZL         END-IF
0104ZM         ADD 1 TO WS-RATE-COUNT
0104ZN         MOVE WS-RATE-COUNT TO WS-RH-ENTRY-IDX
0104ZO         MOVE WS-RH-CODE TO RATE-CODE (WS-RH-ENTRY-IDX)
0104ZP         MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
0104ZQ         MOVE WS-RH-DATE TO RATE-BEST-DATE (WS-RH-ENTRY-IDX)
0104ZR         MOVE ZERO TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
0104ZS                      RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
0104ZT         MOVE "N" TO RATE-BLOCK-SW (WS-RH-ENTRY-IDX)
0104ZU         GO TO 1084-EXIT
0104ZV     END-IF
0104ZW     EVALUATE TRUE
0104ZX         WHEN WS-RH-DATE = RATE-BEST-DATE (WS-RH-ENTRY-IDX)
0104ZY             MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
0104ZZ         WHEN WS-RH-DATE > RATE-BEST-DATE (WS-RH-ENTRY-IDX)
010500             MOVE RATE-VALUE (WS-RH-ENTRY-IDX)
010501                 TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
010502             MOVE RATE-BEST-DATE (WS-RH-ENTRY-IDX)
010503                 TO RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
010504             MOVE WS-RH-VALUE TO RATE-VALUE (WS-RH-ENTRY-IDX)
010505             MOVE WS-RH-DATE
010506                 TO RATE-BEST-DATE (WS-RH-ENTRY-IDX)
010507         WHEN WS-RH-DATE > RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
010508             MOVE WS-RH-VALUE
010509                 TO RATE-PRIOR-VALUE (WS-RH-ENTRY-IDX)
01050A             MOVE WS-RH-DATE
01050B                 TO RATE-PRIOR-DATE (WS-RH-ENTRY-IDX)
01050C         WHEN OTHER
01050D             CONTINUE
01050E     END-EVALUATE.
01050F 1084-EXIT.
01050G     EXIT.
01050H
01050I*-----------------------------------------------------------
01050J* 1087-CHECK-RATE-GUARD - THE FAT-FINGER GUARD FOR ONE
01050K*                  VALUTA: WHEN THE EFFECTIVE RATE MOVES
01050L*                  MORE THAN PARM-KOERS-TOL-PCT FROM THE
01050M*                  PRIOR DATED RATE THE VALUTA IS GEBLOK-
01050N*                  KEERD EN ELKE REGEL ERIN WORDT GEWEIGERD.
01050O*-----------------------------------------------------------
01050P 1087-CHECK-RATE-GUARD.
01050Q     IF RATE-PRIOR-VALUE (WS-RATE-IDX) = ZERO
01050R         GO TO 1087-EXIT
01050S     END-IF
01050T     COMPUTE WS-KOERS-DIFF =
01050U         RATE-VALUE (WS-RATE-IDX)
01050V         - RATE-PRIOR-VALUE (WS-RATE-IDX)
01050W     IF WS-KOERS-DIFF < ZERO
01050X         COMPUTE WS-KOERS-DIFF = ZERO - WS-KOERS-DIFF
01050Y     END-IF
01050Z     COMPUTE WS-KOERS-MOVE-PCT ROUNDED =
010510         WS-KOERS-DIFF / RATE-PRIOR-VALUE (WS-RATE-IDX) * 100
010511     IF WS-KOERS-MOVE-PCT > PARM-KOERS-TOL-PCT
010512         MOVE "J" TO RATE-BLOCK-SW (WS-RATE-IDX)
010513         DISPLAY "WARNING: KOERS " RATE-CODE (WS-RATE-IDX)
010514                 " BEWEEGT " WS-KOERS-MOVE-PCT
010515                 "% T.O.V. DE VORIGE DAG - VALUTA "
010516                 "GEBLOKKEERD"
010517     END-IF.
010518 1087-EXIT.
010519     EXIT.
01051A
01051B*-----------------------------------------------------------
01051C* 1080-LOAD-SURCHARGES - LOAD THE LANDED-COST SURCHARGE TABLE
01051D*                        FROM TOESLAG.DAT. NO FILE MEANS NO
01051E*                        SURCHARGES, AS BEFORE.
01051F*-----------------------------------------------------------
01051G 1080-LOAD-SURCHARGES.
01051H     MOVE ZERO TO WS-TSL-COUNT
01051I     OPEN INPUT SURCHARGE-FILE
01051J     IF WS-TOESLAG-STATUS NOT = "00"
01051K         GO TO 1080-EXIT
01051L     END-IF
01051M     SET TSL-NOT-EOF TO TRUE
01051N     PERFORM UNTIL TSL-EOF OR WS-TSL-COUNT >= WS-TSL-MAX
01051O         READ SURCHARGE-FILE
01051P             AT END
01051Q                 SET TSL-EOF TO TRUE
01051R             NOT AT END
01052L         TO TSL-GROEP (WS-TSL-COUNT)
01052M     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TSL-PCT-X))
01052N         TO TSL-PCT (WS-TSL-COUNT)
01052O     IF FUNCTION TRIM(WS-TSL-VAST-X) NOT = SPACES
01052P         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-TSL-VAST-X))
01052Q             TO TSL-VAST (WS-TSL-COUNT)
01052R     ELSE
01052S         MOVE ZERO TO TSL-VAST (WS-TSL-COUNT)
01052T     END-IF.
01052U 1081-EXIT.
01052V     EXIT.
01052W
01052X*-----------------------------------------------------------
01052Y* 1090-LOAD-CONTRACTS - LOAD THE CUSTOMER AGREEMENT FILE INTO
01052Z*                       THE CONTRACT TABLE. NO CONTRACT.DAT
010530*                       MEANS EVERY BUYER PRICES ON THE
010531*                       GENERIC TIERS, AS BEFORE.
010532*-----------------------------------------------------------
010533 1090-LOAD-CONTRACTS.
010534     MOVE ZERO TO WS-CON-COUNT
010535     OPEN INPUT CONTRACT-FILE
010536     IF WS-CONTRACT-STATUS NOT = "00"
010537         GO TO 1090-EXIT
010538     END-IF
010539     SET CON-NOT-EOF TO TRUE
01053A     PERFORM UNTIL CON-EOF OR WS-CON-COUNT >= WS-CON-MAX
01053B         READ CONTRACT-FILE
01053C             AT END
01053D                 SET CON-EOF TO TRUE
01053E             NOT AT END
01053F                 PERFORM 1095-LOAD-ONE-CONTRACT THRU 1095-EXIT
01053G         END-READ
01053H     END-PERFORM
01053I     CLOSE CONTRACT-FILE
01053J     DISPLAY "MARGE CONTRACTEN GELADEN - " WS-CON-COUNT
01053K             " REGEL(S)".
01053L 1090-EXIT.
01053M     EXIT.
01053N
01053O 1095-LOAD-ONE-CONTRACT.
010540     IF CONTRACT-LINE = SPACES
010541         GO TO 1095-EXIT
010542     END-IF
010571         TO CON-TM (WS-CON-COUNT).
010572 1095-EXIT.
010573     EXIT.
010574
010575*-----------------------------------------------------------
010576* 1097-OPEN-EXPOSURE - OPENPOST.IDX ZOALS DEBITEUR HET
010577*                  ACHTERLIET, OPEN VOOR DE RUN; HET SALDO
010578*                  WORDT PER KLANT OP SLEUTEL GELEZEN.
010579*                  GEEN BESTAND BETEKENT NIETS OPEN.
01057A*-----------------------------------------------------------
01057B 1097-OPEN-EXPOSURE.
01057C     MOVE ZERO TO WS-KRED-COUNT
01057I     OPEN INPUT OPEN-ITEMS-FILE
01057J     IF WS-OPENPOST-STATUS = "00"
01057K         SET OPENPOST-AVAILABLE TO TRUE
01057L     ELSE
01057M         DISPLAY "MARGE: GEEN OPENPOST.IDX - OPEN SALDO "
01057N                 "PER KLANT IS NUL"
01057O     END-IF.
01057P 1097-EXIT.
01057Q     EXIT.
01057R*-----------------------------------------------------------
01057S* 2000-INTERACTIVE-MODE - ORIGINAL SINGLE-PRODUCT PROMPT
01057T*-----------------------------------------------------------
01057U 2000-INTERACTIVE-MODE.
01057V     DISPLAY "Modus - 1=verkoopprijs berekenen "
01057W             "2=marge terugrekenen: "
010580     MOVE 1 TO WS-MODE-CHOICE
010581     ACCEPT WS-MODE-CHOICE
010582     IF WS-MODE-CHOICE NOT = 1 AND WS-MODE-CHOICE NOT = 2
010587         GO TO 2000-EXIT
010588     END-IF
010589     MOVE SPACES TO WS-CURRENT-ARTNO WS-CURRENT-OMSCHR
01058G                    WS-CURRENT-GROEP WS-CURRENT-KLANT
01058N                    WS-CURRENT-KLANTNAAM
01058U     MOVE SPACE TO WS-FLOOR-OVERRIDE-SW
010592     MOVE SPACES TO WS-GRANTOR-ID
010593     MOVE "EUR" TO WS-CURRENT-VALUTA
010594     MOVE 1 TO WS-RATE-USED
010619         END-IF
010620     END-IF
010621     DISPLAY "Geef comma getallen 129,43 in met. dus 129.43"
010624     DISPLAY "Voer inkoopprijs in: "
010627     ACCEPT WS-INKOOPPRIJS
01062A     .
01062D 2000-PROMPT-QTY.
01062G     PERFORM 3160-APPLY-SURCHARGE THRU 3160-EXIT
01062J     DISPLAY "Voer bestelde hoeveelheid in: "
01062M     ACCEPT WS-ORDER-QTY
01062P
01062S     DISPLAY "Voer marge percentage in: "
010630     ACCEPT WS-VERZOCHT-MARGE-PERC
010631     PERFORM 2800-COMPUTE-EFFECTIVE-MARGE THRU 2800-EXIT
010632
010905*-----------------------------------------------------------
010906 2500-INTERACTIVE-REVERSE.
010907     MOVE SPACES TO WS-CURRENT-ARTNO WS-CURRENT-OMSCHR
01090E                    WS-CURRENT-GROEP WS-CURRENT-KLANT
01090L                    WS-CURRENT-KLANTNAAM
01090S     MOVE SPACE TO WS-FLOOR-OVERRIDE-SW
010910     MOVE SPACES TO WS-GRANTOR-ID
010911     MOVE 1 TO WS-ROUND-MODE
010912     MOVE "EUR" TO WS-CURRENT-VALUTA
010937     .
010938 2500-PROMPT-DOEL.
010939     DISPLAY "Doel verkoopprijs: "
01093E     ACCEPT WS-DOEL-VERKOOPPRIJS
01093J     IF WS-DOEL-VERKOOPPRIJS = ZERO
01093O         DISPLAY "Geen geldige doelprijs."
01093T         GO TO 2500-EXIT
01093Y     END-IF
010943     PERFORM 3160-APPLY-SURCHARGE THRU 3160-EXIT
010948     PERFORM 2550-COMPUTE-IMPLIED THRU 2550-EXIT
01094D     MOVE WS-IMPLIED-MARGE TO WS-IMPLIED-MARGE-ED
01094I     MOVE WS-MIN-MARGE-PCT TO WS-MIN-MARGE-ED
01094N     DISPLAY "Benodigde marge: " WS-IMPLIED-MARGE-ED "%"
01094S     IF WS-IMPLIED-MARGE >= WS-MIN-MARGE-PCT
010950         DISPLAY "Binnen beleid (minimum "
010951                 WS-MIN-MARGE-ED "%)."
010952     ELSE
01109G 2840-LOOKUP-KLANT.
01109H     SET KLANT-OK TO TRUE
01109I     MOVE SPACES TO WS-CURRENT-KLANTNAAM
01109J     MOVE ZERO TO WS-CURRENT-LIMIET
01109K     MOVE "N" TO WS-CURRENT-BLOKKADE
01109L     IF WS-CURRENT-KLANT = SPACES OR KLANT-NOT-AVAILABLE
01109M         GO TO 2840-EXIT
01109N     END-IF
01109O     MOVE WS-CURRENT-KLANT TO KLA-NUMMER
01109P     READ KLANT-MASTER
0110C3         INVALID KEY
0110EH             SET KLANT-NOT-OK TO TRUE
0110GV         NOT INVALID KEY
0110J9             MOVE KLA-NAAM TO WS-CURRENT-KLANTNAAM
0110LN             MOVE KLA-KREDIETLIMIET TO WS-CURRENT-LIMIET
0110O1             MOVE KLA-BLOKKADE TO WS-CURRENT-BLOKKADE
0110QF     END-READ.
0110ST 2840-EXIT.
0110V7     EXIT.
0110XL
011100*-----------------------------------------------------------
011101* 2850-FIND-CONTRACT - LOOK FOR A CUSTOMER AGREEMENT VALID ON
011102*                      THE RUN DATE FOR THE CURRENT KLANT AND
01243A     IF PROEF-MODE
01243B         GO TO 2970-EXIT
01243C     END-IF
01243L     MOVE WS-RUN-DATE       TO AUD-DATE
01243U     MOVE WS-CURRENT-ARTNO  TO AUD-ARTNO
012443     MOVE WS-CURRENT-KLANT  TO AUD-KLANT
012444     MOVE WS-INKOOPPRIJS    TO AUD-INKOOPPRIJS
012445     MOVE WS-EFFECTIVE-MARGE-PERC TO AUD-MARGE-PERC
012447     MOVE WS-CURRENT-VALUTA TO AUD-VALUTA
012448     MOVE WS-ORIG-BEDRAG    TO AUD-ORIG-BEDRAG
012449     MOVE WS-RATE-USED      TO AUD-KOERS
01244C     MOVE WS-ROUND-MODE     TO AUD-ROND
01244F     MOVE WS-FLOOR-OVERRIDE-SW TO AUD-OVERRIDE
01244I     MOVE WS-GRANTOR-ID     TO AUD-GRANTOR
01244L     MOVE WS-CURRENT-OMSCHR TO AUD-OMSCHR
01244O     MOVE WS-CURRENT-KLANTNAAM TO AUD-KLANTNAAM
01244R     MOVE WS-BRUTO-INKOOP   TO AUD-BRUTO-INKOOP
01244U     WRITE AUDIT-LOG-LINE FROM AUDIT-DETAIL-LINE.
01244X 2970-EXIT.
012450     EXIT.
012453*-----------------------------------------------------------
012458* 2960-ROUND-UP-95 - RETAIL "PSYCHOLOGICAL" PRICING: ROUND
012460*                    UP TO THE NEXT AMOUNT ENDING IN .95.
012470*-----------------------------------------------------------
014400     MOVE WS-LINE-COUNT TO MOUT-TRL-COUNT
014500     WRITE MARGE-OUT-LINE FROM MOUT-TRAILER-LINE
014510     MOVE WS-MARGIN-REJECT-COUNT TO MOUT-TRL-REJ-COUNT
014516     WRITE MARGE-OUT-LINE FROM MOUT-TRAILER-LINE-2
01451C     MOVE WS-KRED-HOLD-COUNT TO MOUT-TRL-KRED-COUNT
01451I     MOVE WS-KRED-REL-COUNT TO MOUT-TRL-REL-COUNT
01451O     WRITE MARGE-OUT-LINE FROM MOUT-TRAILER-LINE-3
01451U     IF NOT KRED-TABLE-FULL
014522         MOVE WS-BRIDGE-COUNT TO BRG-TRL-COUNT
014523         WRITE BRIDGE-LINE FROM BRG-TRAILER-LINE
014524     END-IF
014530     CLOSE BRIDGE-FILE
014600     CLOSE MARGE-IN-FILE MARGE-OUT-FILE
014700     DISPLAY "MARGE BATCH COMPLETE - " WS-LINE-COUNT
014800             " LINE(S) PRICED TO MARGEOUT.DAT".
014810     IF RETURN-CODE < 8
014811         AND (WS-MARGIN-REJECT-COUNT > ZERO
014812              OR WS-KRED-HOLD-COUNT > ZERO)
014820         MOVE 4 TO RETURN-CODE
014830     END-IF.
014900 3000-EXIT.
015700     MOVE SPACES TO WS-IN-PRICE-X WS-IN-MARGIN-X
015710                    WS-IN-ROUNDMODE-X WS-IN-QTY-X WS-OVERRIDE-X
015715                    WS-IN-KLANT-X WS-IN-VAL-X WS-IN-BEDRAG-X
01571A                    WS-IN-KREDIET-X
015720     MOVE SPACES TO WS-CURRENT-ARTNO WS-CURRENT-OMSCHR
015721                    WS-CURRENT-GROEP WS-CURRENT-KLANT
015722                    WS-CURRENT-KLANTNAAM
015723     MOVE SPACE TO WS-FLOOR-OVERRIDE-SW
015727     MOVE "H" TO WS-CURRENT-BTW-CODE
015800     UNSTRING MARGE-IN-LINE
015900         DELIMITED BY ","
016000         INTO WS-IN-PRICE-X WS-IN-MARGIN-X WS-IN-ROUNDMODE-X
016010                WS-IN-QTY-X WS-OVERRIDE-X WS-IN-KLANT-X
016020                WS-IN-VAL-X WS-IN-BEDRAG-X WS-IN-KREDIET-X
016100     END-UNSTRING
016102     IF FUNCTION TRIM(WS-IN-PRICE-X) = "R"
016103         OR FUNCTION TRIM(WS-IN-PRICE-X) = "r"
016464         WRITE MARGE-OUT-LINE FROM MOUT-RATE-REJECT-LINE
016465         ADD 1 TO WS-MARGIN-REJECT-COUNT
016466         GO TO 3100-EXIT
0164DM     END-IF
0164L2     PERFORM 3160-APPLY-SURCHARGE THRU 3160-EXIT
0164SI
016500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-MARGIN-X))
016600         TO WS-VERZOCHT-MARGE-PERC
016605     MOVE SPACES TO WS-GRANTOR-ID
016698     END-IF
016699
016800     PERFORM 2900-PRICE-ONE THRU 2900-EXIT
016810     PERFORM 2870-CHECK-KREDIET THRU 2870-EXIT
016811     IF KRED-TABLE-FULL
016812         GO TO 3100-EXIT
016813     END-IF
016820     IF KREDIET-HELD
016830         MOVE MARGE-IN-LINE TO MKRD-DET-LINE
016840         WRITE MARGE-OUT-LINE FROM MOUT-KREDIET-LINE
016860         GO TO 3100-EXIT
016870     END-IF
016900
017000     MOVE WS-CURRENT-ARTNO       TO MOUT-DET-ARTNO
017010     MOVE WS-CURRENT-OMSCHR      TO MOUT-DET-OMSCHR
017619     MOVE SPACES TO WS-REV-TYPE-X WS-REV-BASIS-X WS-REV-DOEL-X
017620     MOVE SPACES TO WS-CURRENT-ARTNO WS-CURRENT-OMSCHR
017621                    WS-CURRENT-GROEP WS-CURRENT-KLANT
017622                    WS-CURRENT-KLANTNAAM
017623     MOVE SPACE TO WS-FLOOR-OVERRIDE-SW
017625     MOVE SPACES TO WS-GRANTOR-ID
017626     MOVE 1 TO WS-ROUND-MODE
017653                 PERFORM 3250-REVERSE-BARE-PRICE THRU 3250-EXIT
017654             NOT INVALID KEY
017655                 MOVE ART-NUMMER TO WS-CURRENT-ARTNO
01765A                 MOVE ART-OMSCHRIJVING TO WS-CURRENT-OMSCHR
01765F                 MOVE ART-INKOOPPRIJS TO WS-INKOOPPRIJS
01765K                 MOVE ART-GROEP TO WS-CURRENT-GROEP
01765P         END-READ
01765U     ELSE
017660         PERFORM 3250-REVERSE-BARE-PRICE THRU 3250-EXIT
017661     END-IF
017662     IF RATE-NOT-FOUND
017663         MOVE MARGE-IN-LINE TO MINV-DET-LINE
017664         WRITE MARGE-OUT-LINE FROM MOUT-INVALID-LINE
017665         ADD 1 TO WS-MARGIN-REJECT-COUNT
01766A         GO TO 3200-EXIT
01766F     END-IF
01766K     PERFORM 3160-APPLY-SURCHARGE THRU 3160-EXIT
01766P     PERFORM 2550-COMPUTE-IMPLIED THRU 2550-EXIT
01766U     MOVE WS-CURRENT-ARTNO     TO MREV-DET-ARTNO
017670     MOVE WS-INKOOPPRIJS       TO MREV-DET-INKOOP
017671     MOVE WS-DOEL-VERKOOPPRIJS TO MREV-DET-DOEL
017672     MOVE WS-IMPLIED-MARGE     TO MREV-DET-MARGE
