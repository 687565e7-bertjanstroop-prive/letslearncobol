00320H*                  MATH: EEN BACKDATED HERSTART EXTRAHEERT
00320I*                  DE T-RECORDS VAN DE RUNDATUM IN PLAATS
00320J*                  VAN NIETS TE VINDEN OP DE KLOKDATUM.
00320K* 2026-10-15  BJS  EVERY HANDED-OVER DAY ALSO RECORDS ITS
00320L*                  DEBITEUREN DEBIT PER FACTUUR: THE BTWREG.DAT
00320M*                  INVOICE REGISTER OF THE SAME RUN IS APPENDED
00320N*                  TO THE PERMANENT GLDEB.DAT (DATUM,SEQ,
00320O*                  FACTUURNR,BEDRAG INCL), SO DEBAFST CAN BREAK
00320P*                  A DIFFERENCE BETWEEN THE DEBITEUREN CONTROL
00320Q*                  ACCOUNT AND THE OPEN POSTEN DOWN PER FACTUUR.
00320R*                  NO REGISTER MEANS NO DETAIL - THE DAY THEN
00320S*                  SHOWS UP THERE AS GROOTBOEK ZONDER DETAIL.
00320T* 2026-10-15  BJS  CORRECTIES OP EEN GESLOTEN BTW-KWARTAAL
00320U*                  STAAN NIET IN DE T-RECORDS VAN BTWPERD.DAT
00320V*                  MAAR IN BTWCORR.DAT (ZIE MATH); DE REGELS VAN
00320W*                  DE RUNDATUM TELLEN PER TARIEF MEE IN HET
00320X*                  EXTRACT, ZODAT DE DEBITEUREN-DEBET GELIJK
00320Y*                  BLIJFT AAN BTWREG.DAT EN GLDEB.DAT.
00320Z* 2026-10-15  BJS  AFBOEKINGEN (AFBREG.DAT, SEE AFBREG.CPY) GO TO
003210*                  THE GROOTBOEK WITH THE FIRST EXTRACT ON OR
003211*                  AFTER THEIR BOEKDATUM: EVERY LINE DATED AFTER
003212*                  THE PREVIOUS HANDOVER UP TO THE RUN DATE. DEBET
003213*                  AFB (KLEIN BETAALVERSCHIL, INCL BTW), DEBET ONI
003214*                  (ONINBAAR, EXCL) AND DEBET BTW-ONI (THE BTW
003215*                  PART, TERUG TE VORDEREN), CREDIT DEB FOR THE
003216*                  TOTAL. A DAY WITH ONLY AFBOEKINGEN STILL GETS
003217*                  AN EXTRACT. GLREG.DAT RECORDS THE NET
003218*                  DEBITEUREN DEBIT AND GLDEB.DAT GETS A NEGATIVE
003219*                  LINE PER AFGEBOEKTE FACTUUR, SO DEBAFST STILL
00321A*                  CLOSES. A BACKDATED HERSTART BEFORE A LATER
00321B*                  HANDOVER TAKES NO AFBOEKINGEN - THAT HANDOVER
00321C*                  HAD THEM.
003300*-----------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
005700     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-JRNL-STATUS.
005901
005902     SELECT INVOICE-REGISTER-FILE ASSIGN TO "BTWREG.DAT"
005903         ORGANIZATION IS LINE SEQUENTIAL
005904         FILE STATUS IS WS-BTWREG-STATUS.
005905
005906     SELECT GL-DEBDET-FILE ASSIGN TO "GLDEB.DAT"
005907         ORGANIZATION IS LINE SEQUENTIAL
005908         FILE STATUS IS WS-GLDEB-STATUS.
005909
00590A     SELECT CORRECTION-FILE ASSIGN TO "BTWCORR.DAT"
00590B         ORGANIZATION IS LINE SEQUENTIAL
00590C         FILE STATUS IS WS-CORR-STATUS.
00590D
00590E     SELECT AFB-REGISTER-FILE ASSIGN TO "AFBREG.DAT"
00590F         ORGANIZATION IS LINE SEQUENTIAL
00590G         FILE STATUS IS WS-AFBREG-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007700
007800 FD  RUN-JOURNAL-FILE.
007900 01  RUN-JOURNAL-LINE         PIC X(80).
007901
007902*-----------------------------------------------------------
007903* ONE BTWREG.DAT LINE, COLUMN FOR COLUMN AS MATH'S
007904* BREG-DETAIL-LINE WRITES IT. HEADINGS AND TRAILERS FAIL THE
007905* NUMERIC TESTS AND ARE SKIPPED.
007906*-----------------------------------------------------------
007907 FD  INVOICE-REGISTER-FILE.
007908 01  INVOICE-REGISTER-LINE.
007909     05  REG-INVOICE          PIC X(10).
00790A     05  FILLER               PIC X(01).
00790B     05  REG-KLANT            PIC X(10).
00790C     05  FILLER               PIC X(01).
00790D     05  REG-DATE             PIC X(08).
00790E     05  FILLER               PIC X(01).
00790F     05  REG-EXCL-X           PIC X(14).
00790G     05  FILLER               PIC X(01).
00790H     05  REG-VAT-X            PIC X(14).
00790I     05  FILLER               PIC X(01).
00790J     05  REG-INCL-X           PIC X(14).
00790K     05  FILLER               PIC X(01).
00790L     05  REG-KLANTNAAM        PIC X(20).
00790M     05  FILLER               PIC X(36).
00790N
00790O FD  GL-DEBDET-FILE.
00790P 01  GL-DEBDET-LINE           PIC X(80).
00790Q
00790R FD  CORRECTION-FILE.
00790S 01  CORRECTION-LINE          PIC X(100).
008000
008001 FD  AFB-REGISTER-FILE.
008002 01  AFB-REGISTER-LINE        PIC X(132).
008003
008100 WORKING-STORAGE SECTION.
008200*-----------------------------------------------------------
008300* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
009700 01  WS-PERIOD-STATUS         PIC X(02) VALUE "00".
009800 01  WS-GLMAP-STATUS          PIC X(02) VALUE "00".
009900 01  WS-GLREG-STATUS          PIC X(02) VALUE "00".
009901 01  WS-BTWREG-STATUS         PIC X(02) VALUE "00".
009902 01  WS-GLDEB-STATUS          PIC X(02) VALUE "00".
009903 01  WS-CORR-STATUS           PIC X(02) VALUE "00".
009904 01  WS-AFBREG-STATUS         PIC X(02) VALUE "00".
010000
010100 01  WS-PERIOD-EOF            PIC X VALUE "N".
010200     88 PERIOD-EOF            VALUE "Y".
010700 01  WS-REG-EOF               PIC X VALUE "N".
010800     88 REG-EOF               VALUE "Y".
010900     88 REG-NOT-EOF           VALUE "N".
010901 01  WS-BREG-EOF              PIC X VALUE "N".
010902     88 BREG-EOF              VALUE "Y".
010903     88 BREG-NOT-EOF          VALUE "N".
010904 01  WS-CORR-EOF              PIC X VALUE "N".
010905     88 CORR-EOF              VALUE "Y".
010906     88 CORR-NOT-EOF          VALUE "N".
010907 01  WS-AFB-EOF               PIC X VALUE "N".
010908     88 AFB-EOF               VALUE "Y".
010909     88 AFB-NOT-EOF           VALUE "N".
011000
011100*-----------------------------------------------------------
011200* ACCOUNT MAPPING TABLE, LOADED FROM GLMAP.DAT
013600 01  WS-P-EXCL-X              PIC X(16).
013700 01  WS-P-VAT-X               PIC X(16).
013800 01  WS-P-DATE                PIC 9(08) VALUE ZERO.
013801 01  WS-C-JAAR-X              PIC X(06).
013802 01  WS-C-KW-X                PIC X(02).
013900
014000*-----------------------------------------------------------
014100* THE DAY'S PER-RATE TOTALS AND THE BALANCE PROOF
015200 01  WS-LINE-BEDRAG           PIC S9(11)V99 VALUE ZERO.
015300 77  WS-T-REC-COUNT           PIC 9(05) COMP VALUE ZERO.
015400 77  WS-JRNL-LINE-COUNT       PIC 9(05) COMP VALUE ZERO.
015401 77  WS-GLDEB-COUNT           PIC 9(05) COMP VALUE ZERO.
015402 77  WS-CORR-REC-COUNT        PIC 9(05) COMP VALUE ZERO.
015500 01  WS-MAP-MISSING-SW        PIC X VALUE "N".
015600     88 MAPPING-MISSING       VALUE "Y".
015700     88 MAPPING-COMPLETE      VALUE "N".
016000     88 NOT-YET-POSTED        VALUE "N".
016100
016200 01  WS-REG-DATE-X            PIC X(10).
016201 01  WS-REG-DATE              PIC 9(08) VALUE ZERO.
016202 01  WS-PREV-REG-DATE         PIC 9(08) VALUE ZERO.
016203 01  WS-LATER-SW              PIC X VALUE "N".
016204     88 LATER-HANDOVER        VALUE "Y".
016205     88 NO-LATER-HANDOVER     VALUE "N".
016206
016207*-----------------------------------------------------------
016208* AFBOEKINGEN SINCE THE PREVIOUS HANDOVER (AFBREG.DAT) -
016209* DATUM,SEQ,SOORT,FACTUUR,KLANT,FACTDATUM,BEDRAG,BTW,...
01620A*-----------------------------------------------------------
01620B 01  WS-A-DATE-X              PIC X(10).
01620C 01  WS-A-SEQ-X               PIC X(08).
01620D 01  WS-A-SOORT-X             PIC X(02).
01620E 01  WS-A-FACTUUR-X           PIC X(12).
01620F 01  WS-A-KLANT-X             PIC X(12).
01620G 01  WS-A-FDATE-X             PIC X(10).
01620H 01  WS-A-BEDRAG-X            PIC X(16).
01620I 01  WS-A-BTW-X               PIC X(16).
01620J 01  WS-A-DATE                PIC 9(08) VALUE ZERO.
01620K 01  WS-A-SW                  PIC X VALUE "N".
01620L     88 AFB-IN-EXTRACT        VALUE "Y".
01620M     88 AFB-NOT-IN-EXTRACT    VALUE "N".
01620N 01  WS-AFB-K-TOTAL           PIC S9(11)V99 VALUE ZERO.
01620O 01  WS-ONI-EXCL              PIC S9(11)V99 VALUE ZERO.
01620P 01  WS-ONI-BTW               PIC S9(11)V99 VALUE ZERO.
01620Q 01  WS-AFB-TOTAL             PIC S9(11)V99 VALUE ZERO.
01620R 77  WS-AFB-REC-COUNT         PIC 9(05) COMP VALUE ZERO.
016300
016400*-----------------------------------------------------------
016500* JOURNAL EXTRACT AND REGISTER LINES - COMMA-DELIMITED WITH
018600     05  GLR-BEDRAG           PIC +9(09).99.
018700     05  FILLER               PIC X(01) VALUE ",".
018800     05  GLR-OPERATOR         PIC X(08).
018801
018802 01  GLD-DETAIL-LINE.
018803     05  GLD-DATE             PIC 9(08).
018804     05  FILLER               PIC X(01) VALUE ",".
018805     05  GLD-SEQ              PIC 9(06).
018806     05  FILLER               PIC X(01) VALUE ",".
018807     05  GLD-INVOICE          PIC X(10).
018808     05  FILLER               PIC X(01) VALUE ",".
018809     05  GLD-BEDRAG           PIC +9(09).99.
018900
019000 PROCEDURE DIVISION.
019100
029400
029500*-----------------------------------------------------------
029600* 2000-CHECK-REGISTER - HAS THIS RUN DATE ALREADY BEEN HANDED
029700*                       OVER? THE POSTING REGISTER SAYS. IT
029701*                       ALSO GIVES THE PREVIOUS HANDOVER AND
029702*                       WHETHER A LATER ONE EXISTS (AFBOEKINGEN).
029800*-----------------------------------------------------------
029900 2000-CHECK-REGISTER.
030000     SET NOT-YET-POSTED TO TRUE
030001     SET NO-LATER-HANDOVER TO TRUE
030002     MOVE ZERO TO WS-PREV-REG-DATE
030100     OPEN INPUT GL-REGISTER-FILE
030200     IF WS-GLREG-STATUS NOT = "00"
030300         GO TO 2000-EXIT
031300                     INTO WS-REG-DATE-X
031400                 END-UNSTRING
031500                 IF FUNCTION TRIM(WS-REG-DATE-X) IS NUMERIC
031600                     PERFORM 2100-ONE-HANDOVER THRU 2100-EXIT
031900                 END-IF
032000         END-READ
032100     END-PERFORM
032300 2000-EXIT.
032400     EXIT.
032500
032501 2100-ONE-HANDOVER.
032502     MOVE FUNCTION NUMVAL(WS-REG-DATE-X) TO WS-REG-DATE
032503     EVALUATE TRUE
032504         WHEN WS-REG-DATE = RUNHDR-RUN-DATE
032505             SET ALREADY-POSTED TO TRUE
032506         WHEN WS-REG-DATE > RUNHDR-RUN-DATE
032507             SET LATER-HANDOVER TO TRUE
032508         WHEN WS-REG-DATE > WS-PREV-REG-DATE
032509             MOVE WS-REG-DATE TO WS-PREV-REG-DATE
03250A     END-EVALUATE.
03250B 2100-EXIT.
03250C     EXIT.
03250D
032600*-----------------------------------------------------------
032700* 3000-ACCUMULATE-DAY - THE RUN DATE'S T RECORDS FROM
032800*                       BTWPERD.DAT INTO THE PER-RATE TOTALS,
032801*                       PLUS ITS BTWCORR.DAT CORRECTIES (3200)
032802*                       AND THE AFBOEKINGEN (3300)
032900*-----------------------------------------------------------
033000 3000-ACCUMULATE-DAY.
033100     OPEN INPUT PERIOD-TOTALS-FILE
034500                 PERFORM 3100-ONE-RECORD THRU 3100-EXIT
034600         END-READ
034700     END-PERFORM
034800     CLOSE PERIOD-TOTALS-FILE
034801     PERFORM 3200-ACCUMULATE-CORRECTIONS THRU 3200-EXIT
034802     PERFORM 3300-ACCUMULATE-AFBOEKINGEN THRU 3300-EXIT.
034900 3000-EXIT.
035000     EXIT.
035100
039100     END-EVALUATE.
039200 3100-EXIT.
039300     EXIT.
039301
039302*-----------------------------------------------------------
039303* 3200-ACCUMULATE-CORRECTIONS - DE REGELS VAN DE RUNDATUM UIT
039304*                  HET CORRECTIEREGISTER BTWCORR.DAT (DATUM,SEQ,
039305*                  JAAR,KW,TARIEF,EXCL,BTW,...) TELLEN MEE IN DE
039306*                  PER-TARIEF TOTALEN. GEEN REGISTER = GEEN
039307*                  CORRECTIES.
039308*-----------------------------------------------------------
039309 3200-ACCUMULATE-CORRECTIONS.
03930A     OPEN INPUT CORRECTION-FILE
03930B     IF WS-CORR-STATUS NOT = "00"
03930C         GO TO 3200-EXIT
03930D     END-IF
03930E     SET CORR-NOT-EOF TO TRUE
03930F     PERFORM UNTIL CORR-EOF
03930G         READ CORRECTION-FILE
03930H             AT END
03930I                 SET CORR-EOF TO TRUE
03930J             NOT AT END
03930K                 PERFORM 3250-ONE-CORRECTION THRU 3250-EXIT
03930L         END-READ
03930M     END-PERFORM
03930N     CLOSE CORRECTION-FILE
03930O     IF WS-CORR-REC-COUNT > ZERO
03930P         DISPLAY "GLEXTR: " WS-CORR-REC-COUNT " CORRECTIEREGEL(S)"
03930Q                 " GESLOTEN KWARTAAL MEEGENOMEN"
03930R     END-IF.
03930S 3200-EXIT.
03930T     EXIT.
03930U
03930V 3250-ONE-CORRECTION.
03930W     IF CORRECTION-LINE = SPACES
03930X         GO TO 3250-EXIT
03930Y     END-IF
03930Z     MOVE SPACES TO WS-P-DATE-X WS-P-SEQ-X WS-C-JAAR-X
039310                    WS-C-KW-X WS-P-RATE-X WS-P-EXCL-X WS-P-VAT-X
039311     UNSTRING CORRECTION-LINE DELIMITED BY ","
039312         INTO WS-P-DATE-X WS-P-SEQ-X WS-C-JAAR-X WS-C-KW-X
039313              WS-P-RATE-X WS-P-EXCL-X WS-P-VAT-X
039314     END-UNSTRING
039315     IF FUNCTION TRIM(WS-P-DATE-X) IS NOT NUMERIC
039316         OR FUNCTION TEST-NUMVAL(FUNCTION
039317             TRIM(WS-P-EXCL-X)) NOT = 0
039318         OR FUNCTION TEST-NUMVAL(FUNCTION
039319             TRIM(WS-P-VAT-X)) NOT = 0
03931A         GO TO 3250-EXIT
03931B     END-IF
03931C     MOVE FUNCTION NUMVAL(WS-P-DATE-X) TO WS-P-DATE
03931D     IF WS-P-DATE NOT = RUNHDR-RUN-DATE
03931E         GO TO 3250-EXIT
03931F     END-IF
03931G     ADD 1 TO WS-CORR-REC-COUNT
03931H     EVALUATE WS-P-RATE-X (1:1)
03931I         WHEN "L"
03931J             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-EXCL-X))
03931K                 TO WS-L-EXCL
03931L             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-VAT-X))
03931M                 TO WS-L-VAT
03931N         WHEN "Z"
03931O             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-EXCL-X))
03931P                 TO WS-Z-EXCL
03931Q             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-VAT-X))
03931R                 TO WS-Z-VAT
03931S         WHEN OTHER
03931T             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-EXCL-X))
03931U                 TO WS-H-EXCL
03931V             ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-P-VAT-X))
03931W                 TO WS-H-VAT
03931X     END-EVALUATE.
03931Y 3250-EXIT.
03931Z     EXIT.
039400
039500*-----------------------------------------------------------
039501* 3300-ACCUMULATE-AFBOEKINGEN - DE REGELS UIT AFBREG.DAT MET EEN
039502*                  BOEKDATUM NA DE VORIGE OVERDRACHT T/M DE
039503*                  RUNDATUM: K INCL NAAR AFB, O EXCL NAAR ONI EN
039504*                  HET BTW-DEEL NAAR BTW-ONI. GEEN REGISTER = GEEN
039505*                  AFBOEKINGEN.
039506*-----------------------------------------------------------
039507 3300-ACCUMULATE-AFBOEKINGEN.
039508     IF LATER-HANDOVER
039509         DISPLAY "GLEXTR: LATERE OVERDRACHT IN GLREG.DAT - "
03950A                 "AFBOEKINGEN ZIJN DAAR AL MEEGENOMEN"
03950B         GO TO 3300-EXIT
03950C     END-IF
03950D     OPEN INPUT AFB-REGISTER-FILE
03950E     IF WS-AFBREG-STATUS NOT = "00"
03950F         GO TO 3300-EXIT
03950G     END-IF
03950H     SET AFB-NOT-EOF TO TRUE
03950I     PERFORM UNTIL AFB-EOF
03950J         READ AFB-REGISTER-FILE
03950K             AT END
03950L                 SET AFB-EOF TO TRUE
03950M             NOT AT END
03950N                 PERFORM 3350-ONE-AFBOEKING THRU 3350-EXIT
03950O                 IF AFB-IN-EXTRACT
03950P                     ADD 1 TO WS-AFB-REC-COUNT
03950Q                     IF WS-A-SOORT-X = "O"
03950R                         ADD FUNCTION NUMVAL(FUNCTION
03950S                             TRIM(WS-A-BEDRAG-X)) TO WS-ONI-EXCL
03950T                         SUBTRACT FUNCTION NUMVAL(FUNCTION
03950U                             TRIM(WS-A-BTW-X)) FROM WS-ONI-EXCL
03950V                         ADD FUNCTION NUMVAL(FUNCTION
03950W                             TRIM(WS-A-BTW-X)) TO WS-ONI-BTW
03950X                     ELSE
03950Y                         ADD FUNCTION NUMVAL(FUNCTION
03950Z                             TRIM(WS-A-BEDRAG-X))
039510                             TO WS-AFB-K-TOTAL
039511                     END-IF
039512                 END-IF
039513         END-READ
039514     END-PERFORM
039515     CLOSE AFB-REGISTER-FILE
039516     COMPUTE WS-AFB-TOTAL = WS-AFB-K-TOTAL + WS-ONI-EXCL
039517         + WS-ONI-BTW
039518     IF WS-AFB-REC-COUNT > ZERO
039519         DISPLAY "GLEXTR: " WS-AFB-REC-COUNT " AFBOEKING(EN) NA "
03951A                 WS-PREV-REG-DATE " MEEGENOMEN"
03951B     END-IF.
03951C 3300-EXIT.
03951D     EXIT.
03951E
03951F*-----------------------------------------------------------
03951G* 3350-ONE-AFBOEKING - ONTLEDEN EN BEPALEN OF DE REGEL IN DIT
03951H*                      EXTRACT HOORT (AFB-IN-EXTRACT)
03951I*-----------------------------------------------------------
03951J 3350-ONE-AFBOEKING.
03951K     SET AFB-NOT-IN-EXTRACT TO TRUE
03951L     IF AFB-REGISTER-LINE = SPACES
03951M         GO TO 3350-EXIT
03951N     END-IF
03951O     MOVE SPACES TO WS-A-DATE-X WS-A-SEQ-X WS-A-SOORT-X
03951P                    WS-A-FACTUUR-X WS-A-KLANT-X WS-A-FDATE-X
03951Q                    WS-A-BEDRAG-X WS-A-BTW-X
03951R     UNSTRING AFB-REGISTER-LINE DELIMITED BY ","
03951S         INTO WS-A-DATE-X WS-A-SEQ-X WS-A-SOORT-X
03951T              WS-A-FACTUUR-X WS-A-KLANT-X WS-A-FDATE-X
03951U              WS-A-BEDRAG-X WS-A-BTW-X
03951V     END-UNSTRING
03951W     IF FUNCTION TRIM(WS-A-DATE-X) IS NOT NUMERIC
03951X         OR WS-A-DATE-X = SPACES
03951Y         OR (WS-A-SOORT-X NOT = "K" AND WS-A-SOORT-X NOT = "O")
03951Z         OR FUNCTION TEST-NUMVAL(FUNCTION
039520             TRIM(WS-A-BEDRAG-X)) NOT = 0
039521         OR FUNCTION TEST-NUMVAL(FUNCTION
039522             TRIM(WS-A-BTW-X)) NOT = 0
039523         GO TO 3350-EXIT
039524     END-IF
039525     MOVE FUNCTION NUMVAL(WS-A-DATE-X) TO WS-A-DATE
039526     IF WS-A-DATE > WS-PREV-REG-DATE
039527         AND WS-A-DATE NOT > RUNHDR-RUN-DATE
039528         SET AFB-IN-EXTRACT TO TRUE
039529     END-IF.
03952A 3350-EXIT.
03952B     EXIT.
03952C
03952D*-----------------------------------------------------------
039600* 4000-BUILD-EXTRACT - THE BALANCED JOURNAL LINES. THE DEBIT
039700*                      AND CREDIT SIDES ARE SUMMED FROM THE
039800*                      LINES ACTUALLY WRITTEN; AN UNBALANCED
039900*                      SET IS VOIDED AND NEVER HANDED OVER.
039901*                      A DAY WITHOUT T RECORDS BUT WITH
039902*                      AFBOEKINGEN CUTS ONLY THE AFBOEKING LINES.
040000*-----------------------------------------------------------
040100 4000-BUILD-EXTRACT.
040200     IF WS-T-REC-COUNT = ZERO AND WS-AFB-REC-COUNT = ZERO
040300         DISPLAY "GLEXTR: GEEN DAGTOTALEN VOOR "
040400                 RUNHDR-RUN-DATE " - GEEN EXTRACT"
040500         GO TO 4000-EXIT
043100     MOVE RUNHDR-RUN-DATE TO GLJ-DATE
043200     MOVE RUNHDR-RUN-SEQ  TO GLJ-SEQ
043300
043400     IF WS-T-REC-COUNT > ZERO
043500         MOVE "DEB" TO WS-WANTED-CODE
043600         PERFORM 4200-FIND-REKENING THRU 4200-EXIT
043700         MOVE WS-DEB-TOTAL TO WS-LINE-BEDRAG
043800         MOVE "D" TO GLJ-DC
043900         MOVE "DEBITEUREN" TO GLJ-OMSCHR
043901         PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT
043902     END-IF
044000
044100     MOVE "OMZ-H" TO WS-WANTED-CODE
044200     MOVE WS-H-EXCL TO WS-LINE-BEDRAG
04600C     MOVE "AF TE DRAGEN BTW Z" TO GLJ-OMSCHR
04600D     PERFORM 4400-WRITE-CREDIT-LINE THRU 4400-EXIT
046100
046101     MOVE "AFB" TO WS-WANTED-CODE
046102     MOVE WS-AFB-K-TOTAL TO WS-LINE-BEDRAG
046103     MOVE "BETAALVERSCHILLEN" TO GLJ-OMSCHR
046104     PERFORM 4500-WRITE-DEBIT-LINE THRU 4500-EXIT
046105     MOVE "ONI" TO WS-WANTED-CODE
046106     MOVE WS-ONI-EXCL TO WS-LINE-BEDRAG
046107     MOVE "ONINBARE VORDERINGEN" TO GLJ-OMSCHR
046108     PERFORM 4500-WRITE-DEBIT-LINE THRU 4500-EXIT
046109     MOVE "BTW-ONI" TO WS-WANTED-CODE
04610A     MOVE WS-ONI-BTW TO WS-LINE-BEDRAG
04610B     MOVE "BTW ONINBARE VORD." TO GLJ-OMSCHR
04610C     PERFORM 4500-WRITE-DEBIT-LINE THRU 4500-EXIT
04610D     MOVE "DEB" TO WS-WANTED-CODE
04610E     MOVE WS-AFB-TOTAL TO WS-LINE-BEDRAG
04610F     MOVE "AFBOEKING DEBITEUREN" TO GLJ-OMSCHR
04610G     PERFORM 4400-WRITE-CREDIT-LINE THRU 4400-EXIT
04610H
046200     CLOSE GL-JOURNAL-FILE
04620A     IF WS-DEBIT-SUM NOT = WS-CREDIT-SUM
04620B         DISPLAY "ERROR: GL-EXTRACT IS NIET IN BALANS - "
047300 4100-CHECK-MAPPINGS.
047400     MOVE "DEB" TO WS-WANTED-CODE
047500     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
047600     IF MAP-NOT-FOUND
047601         AND (WS-DEB-TOTAL NOT = ZERO OR WS-AFB-TOTAL NOT = ZERO)
047700         SET MAPPING-MISSING TO TRUE
047800     END-IF
047900     MOVE "OMZ-H" TO WS-WANTED-CODE
05030A     MOVE "BTW-Z" TO WS-WANTED-CODE
05030B     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
05030C     IF MAP-NOT-FOUND AND WS-Z-VAT NOT = ZERO
05030F         SET MAPPING-MISSING TO TRUE
05030G     END-IF
05030H     MOVE "AFB" TO WS-WANTED-CODE
05030I     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
05030J     IF MAP-NOT-FOUND AND WS-AFB-K-TOTAL NOT = ZERO
05030K         SET MAPPING-MISSING TO TRUE
05030L     END-IF
05030M     MOVE "ONI" TO WS-WANTED-CODE
05030N     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
05030O     IF MAP-NOT-FOUND AND WS-ONI-EXCL NOT = ZERO
05030P         SET MAPPING-MISSING TO TRUE
05030Q     END-IF
05030R     MOVE "BTW-ONI" TO WS-WANTED-CODE
05030S     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
05030T     IF MAP-NOT-FOUND AND WS-ONI-BTW NOT = ZERO
0503CJ         SET MAPPING-MISSING TO TRUE
0503O9     END-IF.
050400 4100-EXIT.
050500     EXIT.
050600
053500 4400-EXIT.
053600     EXIT.
053700
053701*-----------------------------------------------------------
053702* 4500-WRITE-DEBIT-LINE - ONE DEBIT LINE FOR A NONZERO
053703*                         AMOUNT; A ZERO AMOUNT CUTS NO LINE
053704*-----------------------------------------------------------
053705 4500-WRITE-DEBIT-LINE.
053706     IF WS-LINE-BEDRAG = ZERO
053707         GO TO 4500-EXIT
053708     END-IF
053709     PERFORM 4200-FIND-REKENING THRU 4200-EXIT
05370A     MOVE "D" TO GLJ-DC
05370B     PERFORM 4300-WRITE-JOURNAL-LINE THRU 4300-EXIT.
05370C 4500-EXIT.
05370D     EXIT.
05370E
053800 4300-WRITE-JOURNAL-LINE.
053900     MOVE WS-FOUND-REKENING TO GLJ-REKENING
054000     MOVE WS-LINE-BEDRAG TO GLJ-BEDRAG
054500
054600*-----------------------------------------------------------
054700* 5000-RECORD-HANDOVER - THE DAY IS NOW HANDED OVER, EXACTLY
054800*                        ONCE, AND THE REGISTER PROVES IT. THE
054801*                        BEDRAG IS THE NET DEBITEUREN DEBIT.
054900*-----------------------------------------------------------
055000 5000-RECORD-HANDOVER.
055100     OPEN EXTEND GL-REGISTER-FILE
055400     END-IF
055500     MOVE RUNHDR-RUN-DATE TO GLR-DATE
055600     MOVE RUNHDR-RUN-SEQ  TO GLR-SEQ
055700     COMPUTE GLR-BEDRAG = WS-DEB-TOTAL - WS-AFB-TOTAL
055800     MOVE RUNHDR-OPERATOR-ID TO GLR-OPERATOR
055900     WRITE GL-REGISTER-LINE FROM GLR-DETAIL-LINE
056000     CLOSE GL-REGISTER-FILE
056001     IF WS-T-REC-COUNT > ZERO
056002         PERFORM 5100-RECORD-INVOICES THRU 5100-EXIT
056003     END-IF
056004     IF WS-AFB-REC-COUNT > ZERO
056005         PERFORM 5200-RECORD-AFBOEKINGEN THRU 5200-EXIT
056006     END-IF.
056100 5000-EXIT.
056200     EXIT.
056201
056202*-----------------------------------------------------------
056203* 5100-RECORD-INVOICES - THE DEBIT JUST HANDED OVER, PER
056204*                        FACTUUR FROM THIS RUN'S BTWREG.DAT, TO
056205*                        GLDEB.DAT. THE INTERNAL INVOICE 000000
056206*                        IS IN THE DEBIT TOO, SO IT IS RECORDED.
056207*-----------------------------------------------------------
056208 5100-RECORD-INVOICES.
056209     OPEN INPUT INVOICE-REGISTER-FILE
05620A     IF WS-BTWREG-STATUS NOT = "00"
05620B         DISPLAY "WARNING: GEEN BTWREG.DAT - GEEN FACTUURDETAIL "
05620C                 "NAAR GLDEB.DAT"
05620D         GO TO 5100-EXIT
05620E     END-IF
05620F     OPEN EXTEND GL-DEBDET-FILE
05620G     IF WS-GLDEB-STATUS = "35"
05620H         OPEN OUTPUT GL-DEBDET-FILE
05620I     END-IF
05620J     SET BREG-NOT-EOF TO TRUE
05620K     PERFORM UNTIL BREG-EOF
05620L         READ INVOICE-REGISTER-FILE
05620M             AT END
05620N                 SET BREG-EOF TO TRUE
05620O             NOT AT END
05620P                 PERFORM 5110-ONE-INVOICE THRU 5110-EXIT
05620Q         END-READ
05620R     END-PERFORM
05620S     CLOSE INVOICE-REGISTER-FILE GL-DEBDET-FILE
05620T     DISPLAY "GLEXTR: " WS-GLDEB-COUNT
05620U             " FACTU(U)R(EN) NAAR GLDEB.DAT".
05620V 5100-EXIT.
05620W     EXIT.
05620X
05620Y 5110-ONE-INVOICE.
05620Z     IF FUNCTION TRIM(REG-DATE) IS NOT NUMERIC
056210         OR REG-DATE = SPACES
056211         OR FUNCTION TEST-NUMVAL(FUNCTION
056212             TRIM(REG-INCL-X)) NOT = 0
056213         GO TO 5110-EXIT
056214     END-IF
056215     MOVE RUNHDR-RUN-DATE TO GLD-DATE
056216     MOVE RUNHDR-RUN-SEQ  TO GLD-SEQ
056217     MOVE FUNCTION TRIM(REG-INVOICE) TO GLD-INVOICE
056218     MOVE FUNCTION NUMVAL(FUNCTION TRIM(REG-INCL-X))
056219         TO GLD-BEDRAG
05621A     WRITE GL-DEBDET-LINE FROM GLD-DETAIL-LINE
05621B     ADD 1 TO WS-GLDEB-COUNT.
05621C 5110-EXIT.
05621D     EXIT.
056300
056400*-----------------------------------------------------------
056401* 5200-RECORD-AFBOEKINGEN - THE CREDIT DEB JUST HANDED OVER,
056402*                           PER AFGEBOEKTE FACTUUR, AS A
056403*                           NEGATIVE LINE ON GLDEB.DAT
056404*-----------------------------------------------------------
056405 5200-RECORD-AFBOEKINGEN.
056406     OPEN INPUT AFB-REGISTER-FILE
056407     IF WS-AFBREG-STATUS NOT = "00"
056408         GO TO 5200-EXIT
056409     END-IF
05640A     OPEN EXTEND GL-DEBDET-FILE
05640B     IF WS-GLDEB-STATUS = "35"
05640C         OPEN OUTPUT GL-DEBDET-FILE
05640D     END-IF
05640E     SET AFB-NOT-EOF TO TRUE
05640F     PERFORM UNTIL AFB-EOF
05640G         READ AFB-REGISTER-FILE
05640H             AT END
05640I                 SET AFB-EOF TO TRUE
05640J             NOT AT END
05640K                 PERFORM 3350-ONE-AFBOEKING THRU 3350-EXIT
05640L                 IF AFB-IN-EXTRACT
05640M                     MOVE RUNHDR-RUN-DATE TO GLD-DATE
05640N                     MOVE RUNHDR-RUN-SEQ  TO GLD-SEQ
05640O                     MOVE FUNCTION TRIM(WS-A-FACTUUR-X)
05640P                         TO GLD-INVOICE
05640Q                     COMPUTE GLD-BEDRAG = ZERO - FUNCTION
05640R                         NUMVAL(FUNCTION TRIM(WS-A-BEDRAG-X))
05640S                     WRITE GL-DEBDET-LINE FROM GLD-DETAIL-LINE
05640T                     ADD 1 TO WS-GLDEB-COUNT
05640U                 END-IF
05640V         END-READ
05640W     END-PERFORM
05640X     CLOSE AFB-REGISTER-FILE GL-DEBDET-FILE.
05640Y 5200-EXIT.
05640Z     EXIT.
056410
056411*-----------------------------------------------------------
056500* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
056600*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
056700*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
