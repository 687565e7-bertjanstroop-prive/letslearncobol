002240*                  ADMINISTRATIE IN HAAR EIGEN DIRECTORY
002250*                  DRAAIT, IS ELKE AANGIFTE VANZELF PER
002260*                  ADMINISTRATIE.
002261* 2026-10-15  BJS  CORRECTIE ONINBARE VORDERINGEN: DE O-REGELS
002262*                  UIT AFBREG.DAT (AFBOEK, ZIE AFBREG.CPY) MET
002263*                  EEN BOEKDATUM IN HET KWARTAAL KOMEN ONDER DE
002264*                  TARIEVEN ALS CORRECTIE (EXCL EN HET BTW-DEEL,
002265*                  NEGATIEF) MET HET TOTAAL NA CORRECTIE. BIJ HET
002266*                  SLUITEN KOMT DE CORRECTIE ALS D-RECORD IN
002267*                  BTWELEK.DAT EN IS HET C-RECORD HET TOTAAL NA
002268*                  CORRECTIE.
0022L4*-----------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003350     SELECT ELEK-FILE ASSIGN TO "BTWELEK.DAT"
003360         ORGANIZATION IS LINE SEQUENTIAL.
003370
003371     SELECT AFB-REGISTER-FILE ASSIGN TO "AFBREG.DAT"
003372         ORGANIZATION IS LINE SEQUENTIAL
003373         FILE STATUS IS WS-AFBREG-STATUS.
003374
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PERIOD-TOTALS-FILE.
004130
004140 FD  ELEK-FILE.
004150 01  ELEK-LINE                PIC X(80).
004151
004152 FD  AFB-REGISTER-FILE.
004153 01  AFB-REGISTER-LINE        PIC X(132).
004160
004200 WORKING-STORAGE SECTION.
004300 01  WS-PERIOD-STATUS         PIC X(02) VALUE "00".
008900     88 TOTALS-AGREE          VALUE "N".
009000
009010*-----------------------------------------------------------
009011* CORRECTIE ONINBARE VORDERINGEN - DE O-REGELS VAN AFBREG.DAT
009012* (DATUM,SEQ,SOORT,FACTUUR,KLANT,FACTDATUM,BEDRAG,BTW,...)
009013*-----------------------------------------------------------
009014 01  WS-AFBREG-STATUS         PIC X(02) VALUE "00".
009015 01  WS-AFB-EOF               PIC X VALUE "N".
009016     88 AFB-EOF               VALUE "Y".
009017     88 AFB-NOT-EOF           VALUE "N".
009018 01  WS-A-DATE-X              PIC X(10).
009019 01  WS-A-SEQ-X               PIC X(08).
00901A 01  WS-A-SOORT-X             PIC X(02).
00901B 01  WS-A-FACTUUR-X           PIC X(12).
00901C 01  WS-A-KLANT-X             PIC X(12).
00901D 01  WS-A-FDATE-X             PIC X(10).
00901E 01  WS-A-BEDRAG-X            PIC X(16).
00901F 01  WS-A-BTW-X               PIC X(16).
00901G 01  WS-A-DATE                PIC 9(08) VALUE ZERO.
00901H 01  WS-ONI-EXCL              PIC S9(11)V99 VALUE ZERO.
00901I 01  WS-ONI-VAT               PIC S9(11)V99 VALUE ZERO.
00901J 77  WS-ONI-COUNT             PIC 9(07) COMP VALUE ZERO.
00901K
00901L*-----------------------------------------------------------
009020* QUARTER CLOSE - THE BTWSLOT.DAT LOCK REGISTER AND THE
009030* FIXED-FORMAT ELECTRONIC SUBMISSION FILE BTWELEK.DAT
009040*-----------------------------------------------------------
009067     05  FILLER               PIC X(01) VALUE ",".
009068     05  SLOT-DATUM           PIC 9(08).
009069     05  FILLER               PIC X(01) VALUE ",".
00906D     05  SLOT-TIJD            PIC 9(06).
00906H
00906L*-----------------------------------------------------------
00906P* BTWELEK.DAT - ONE A (AANGIFTE) HEADER, ONE B RECORD PER
00906T* TARIEF, A D RECORD FOR THE CORRECTIE ONINBARE VORDERINGEN
00906X* (ONLY WHEN THERE IS ONE), ONE C TOTAL RECORD (NA
009071* CORRECTIE). FIXED COLUMNS, GEEN KOMMA'S.
009075*-----------------------------------------------------------
009079 01  ELEK-HEADER-REC.
00907D     05  FILLER               PIC X(01) VALUE "A".
00907H     05  ELEK-HDR-JAAR        PIC 9(04).
00907L     05  ELEK-HDR-KW          PIC 9(01).
00907O     05  ELEK-HDR-DATUM       PIC 9(08).
00907R     05  ELEK-HDR-OPERATOR    PIC X(08).
00907U     05  ELEK-HDR-ADMIN       PIC X(04).
00907X
009080 01  ELEK-RATE-REC.
009084     05  FILLER               PIC X(01) VALUE "B".
009085     05  ELEK-RATE-CODE       PIC X(01).
009086     05  ELEK-RATE-EXCL       PIC +9(11).99.
009087     05  ELEK-RATE-VAT        PIC +9(11).99.
00908B
00908C 01  ELEK-CORR-REC.
00908D     05  FILLER               PIC X(01) VALUE "D".
00908E     05  ELEK-CORR-EXCL       PIC +9(11).99.
00908F     05  ELEK-CORR-VAT        PIC +9(11).99.
00908M
00908T 01  ELEK-TOTAL-REC.
009090     05  FILLER               PIC X(01) VALUE "C".
009091     05  ELEK-TOT-EXCL        PIC +9(11).99.
009092     05  ELEK-TOT-VAT         PIC +9(11).99.
011500     05  FILLER               PIC X(02) VALUE SPACES.
011600     05  AAN-CHK-VAT          PIC ---,---,---,--9.99.
011700
011701 01  AAN-ONI-COUNT-LINE.
011702     05  FILLER               PIC X(34)
011703          VALUE "ONINBAAR: AFGEBOEKTE FACTUREN    ".
011704     05  AAN-ONI-COUNT        PIC ZZZ,ZZ9.
011705     05  FILLER               PIC X(14) VALUE " (AFBREG.DAT)".
011706
011800 01  AAN-TRAILER-LINE.
011900     05  FILLER               PIC X(21)
012000                              VALUE "ONLEESBARE REGELS  : ".
012500 0000-MAINLINE.
012600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012700     PERFORM 2000-ACCUMULATE THRU 2000-EXIT
012701     PERFORM 2500-ACCUMULATE-ONINBAAR THRU 2500-EXIT
012800     PERFORM 3000-WRITE-AANGIFTE THRU 3000-EXIT
012810     IF CLOSE-MODE
012820         PERFORM 4000-CLOSE-QUARTER THRU 4000-EXIT
026900     EXIT.
027000
027100*-----------------------------------------------------------
027101* 2500-ACCUMULATE-ONINBAAR - DE ONINBAAR AFGEBOEKTE FACTUREN
027102*                  (SOORT O IN AFBREG.DAT) MET EEN BOEKDATUM IN
027103*                  HET KWARTAAL: EXCL EN HET BTW-DEEL. GEEN
027104*                  REGISTER = GEEN CORRECTIE.
027105*-----------------------------------------------------------
027106 2500-ACCUMULATE-ONINBAAR.
027107     OPEN INPUT AFB-REGISTER-FILE
027108     IF WS-AFBREG-STATUS NOT = "00"
027109         GO TO 2500-EXIT
02710A     END-IF
02710B     SET AFB-NOT-EOF TO TRUE
02710C     PERFORM UNTIL AFB-EOF
02710D         READ AFB-REGISTER-FILE
02710E             AT END
02710F                 SET AFB-EOF TO TRUE
02710G             NOT AT END
02710H                 PERFORM 2550-ONE-AFBOEKING THRU 2550-EXIT
02710I         END-READ
02710J     END-PERFORM
02710K     CLOSE AFB-REGISTER-FILE.
02710L 2500-EXIT.
02710M     EXIT.
02710N
02710O 2550-ONE-AFBOEKING.
02710P     IF AFB-REGISTER-LINE = SPACES
02710Q         GO TO 2550-EXIT
02710R     END-IF
02710S     MOVE SPACES TO WS-A-DATE-X WS-A-SEQ-X WS-A-SOORT-X
02710T                    WS-A-FACTUUR-X WS-A-KLANT-X WS-A-FDATE-X
02710U                    WS-A-BEDRAG-X WS-A-BTW-X
02710V     UNSTRING AFB-REGISTER-LINE DELIMITED BY ","
02710W         INTO WS-A-DATE-X WS-A-SEQ-X WS-A-SOORT-X
02710X              WS-A-FACTUUR-X WS-A-KLANT-X WS-A-FDATE-X
02710Y              WS-A-BEDRAG-X WS-A-BTW-X
02710Z     END-UNSTRING
027110     IF WS-A-SOORT-X NOT = "O"
027111         GO TO 2550-EXIT
027112     END-IF
027113     IF FUNCTION TRIM(WS-A-DATE-X) IS NOT NUMERIC
027114         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-A-BEDRAG-X))
027115             NOT = 0
027116         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-A-BTW-X))
027117             NOT = 0
027118         ADD 1 TO WS-BAD-REC-COUNT
027119         GO TO 2550-EXIT
02711A     END-IF
02711B     MOVE FUNCTION NUMVAL(WS-A-DATE-X) TO WS-A-DATE
02711C     IF WS-A-DATE < WS-FROM-DATE OR WS-A-DATE > WS-TO-DATE
02711D         GO TO 2550-EXIT
02711E     END-IF
02711F     ADD 1 TO WS-ONI-COUNT
02711G     COMPUTE WS-ONI-EXCL = WS-ONI-EXCL
02711H         - FUNCTION NUMVAL(FUNCTION TRIM(WS-A-BEDRAG-X))
02711I         + FUNCTION NUMVAL(FUNCTION TRIM(WS-A-BTW-X))
02711J     SUBTRACT FUNCTION NUMVAL(FUNCTION TRIM(WS-A-BTW-X))
02711K         FROM WS-ONI-VAT.
02711L 2550-EXIT.
02711M     EXIT.
02711N
02711O*-----------------------------------------------------------
027200* 3000-WRITE-AANGIFTE - THE CONSOLIDATED FIGURES PER RATE,
027300*                       THE TOTALS-VS-DETAIL CHECK, AND THE
027400*                       CONDITION CODE.
029800     MOVE WS-P-EXCL   TO AAN-RATE-EXCL
029900     MOVE WS-P-VAT    TO AAN-RATE-VAT
030000     WRITE AANGIFTE-LINE FROM AAN-RATE-LINE
030001     IF WS-ONI-COUNT > ZERO
030002         MOVE "ONINBAAR"  TO AAN-RATE-LABEL
030003         MOVE WS-ONI-EXCL TO AAN-RATE-EXCL
030004         MOVE WS-ONI-VAT  TO AAN-RATE-VAT
030005         WRITE AANGIFTE-LINE FROM AAN-RATE-LINE
030006         MOVE "NA CORRECTIE" TO AAN-RATE-LABEL
030007         ADD WS-ONI-EXCL TO WS-P-EXCL
030008         ADD WS-ONI-VAT  TO WS-P-VAT
030009         MOVE WS-P-EXCL   TO AAN-RATE-EXCL
03000A         MOVE WS-P-VAT    TO AAN-RATE-VAT
03000B         WRITE AANGIFTE-LINE FROM AAN-RATE-LINE
03000C         MOVE WS-ONI-COUNT TO AAN-ONI-COUNT
03000D         WRITE AANGIFTE-LINE FROM AAN-ONI-COUNT-LINE
03000E     END-IF
030100
030200     SET TOTALS-AGREE TO TRUE
030300     IF WS-T-H-EXCL NOT = WS-D-H-EXCL
038600     MOVE WS-T-Z-EXCL TO ELEK-RATE-EXCL
038700     MOVE WS-T-Z-VAT  TO ELEK-RATE-VAT
038800     WRITE ELEK-LINE FROM ELEK-RATE-REC
038801     IF WS-ONI-COUNT > ZERO
038802         MOVE WS-ONI-EXCL TO ELEK-CORR-EXCL
038803         MOVE WS-ONI-VAT  TO ELEK-CORR-VAT
038804         WRITE ELEK-LINE FROM ELEK-CORR-REC
038805     END-IF
038900     COMPUTE WS-P-EXCL = WS-T-H-EXCL + WS-T-L-EXCL
039000         + WS-T-Z-EXCL + WS-ONI-EXCL
039100     COMPUTE WS-P-VAT = WS-T-H-VAT + WS-T-L-VAT
039200         + WS-T-Z-VAT + WS-ONI-VAT
039300     MOVE WS-P-EXCL TO ELEK-TOT-EXCL
039400     MOVE WS-P-VAT  TO ELEK-TOT-VAT
039500     WRITE ELEK-LINE FROM ELEK-TOTAL-REC
