002700*                  REFERENTIE. THE IMPLICIT INTERNAL INVOICE
002800*                  000000 IS NOT A CUSTOMER DOCUMENT AND IS
002900*                  SKIPPED.
002901* 2026-10-15  BJS  FACTUREN DIE MATH OP DE KREDIETTOETS HEEFT
002902*                  GEHOUDEN (KREDHOLD.DAT) WORDEN NIET
002903*                  AFGEDRUKT EN KRIJGEN GEEN FACTUURNR; AANTAL
002904*                  GEHOUDEN IN DE EINDMELDING.
002905* 2026-10-15  BJS  JAARSLOT EN FACTUURNUMMER PER JAAR: EEN
002906*                  RUN-DATUM IN EEN BOEKJAAR OP JAARSLOT.DAT
002907*                  STOPT MET RC 8; EEN FACTUUR MET EEN DATUM IN
002908*                  EEN AFGESLOTEN JAAR WORDT NIET AFGEDRUKT
002909*                  (RC 4). STAAT HET REGISTER IN DE REEKSVORM
00290A*                  JJJJNNNN (JAARAFS ZET DIE) EN IS JJJJ OUDER
00290B*                  DAN HET RUNJAAR, DAN BEGINT DE REEKS VAN HET
00290C*                  RUNJAAR BIJ JJJJ0001. NA NNNN = 9999 WORDT
00290D*                  NIETS MEER GENUMMERD (RC 8).
00290E* 2026-10-15  BJS  UBL E-FACTUUR: VOOR EEN KLANT MET KLA-EFACTUUR
00290F*                  = J GAAT NAAST HET GEDRUKTE DOCUMENT
00290G*                  UBL<FACTUURNR>.XML (UBL 2.1, EN 16931) MET
00290H*                  HETZELFDE NUMMER, DEZELFDE REGELS EN DEZELFDE
00290I*                  BTW PER TARIEF, ONS BTW-NUMMER EN NAAM (PARMS
00290J*                  VELD 38-39) EN HET BTW-NUMMER VAN DE KLANT. IS
00290K*                  HET FACTUURTOTAAL NEGATIEF, DAN WORDT HET EEN
00290L*                  CREDITNOTA (381) MET DE BEDRAGEN OMGEKEERD;
00290M*                  ANDERS EEN FACTUUR (380) WAARIN CREDITREGELS
00290N*                  NEGATIEF STAAN. ELK DOCUMENT KOMT IN HET
00290O*                  UITGAANDE REGISTER EFACTREG.DAT (POGING 1);
00290P*                  EFACTZND BIEDT HET OPNIEUW AAN. GEEN EIGEN
00290Q*                  BTW-NUMMER OF MEER DAN 500 REGELS = GEEN
00290R*                  E-FACTUUR (RC 4), HET GEDRUKTE DOCUMENT BLIJFT.
00290S* 2026-10-15  BJS  NA DE BRUG OF BTWIN.DAT WORDEN OOK DE
00290T*                  FACTUREN VAN VKLEVER EN OFFERTE UIT
00290U*                  VKFACT.DAT AFGEDRUKT, ZOALS MATH ZE NA DE
00290V*                  HOOFDINVOER BOEKT.
003000*-----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003900     SELECT BRIDGE-FILE ASSIGN TO "BTWBRDG.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BRIDGE-STATUS.
004101
004102     SELECT VK-FACT-FILE ASSIGN TO "VKFACT.DAT"
004103         ORGANIZATION IS LINE SEQUENTIAL
004104         FILE STATUS IS WS-VKFACT-STATUS.
004200
004300     SELECT INVOICE-DOC-FILE ASSIGN TO "FACTUUR.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-JRNL-STATUS.
006601
006602     SELECT KRED-HOLD-FILE ASSIGN TO "KREDHOLD.DAT"
006603         ORGANIZATION IS LINE SEQUENTIAL
006604         FILE STATUS IS WS-KREDHOLD-STATUS.
006605
006606     SELECT YEAR-LOCK-FILE ASSIGN TO "JAARSLOT.DAT"
006607         ORGANIZATION IS LINE SEQUENTIAL
006608         FILE STATUS IS WS-JSLOT-STATUS.
00660A
00660B     SELECT UBL-FILE ASSIGN TO DYNAMIC WS-UBL-NAME
00660C         ORGANIZATION IS LINE SEQUENTIAL
00660D         FILE STATUS IS WS-UBL-STATUS.
00660E
00660F     SELECT EFACT-REG-FILE ASSIGN TO "EFACTREG.DAT"
00660G         ORGANIZATION IS LINE SEQUENTIAL
00660H         FILE STATUS IS WS-EFREG-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007200
007300 FD  BRIDGE-FILE.
007400 01  BRIDGE-LINE              PIC X(80).
007401
007402 FD  VK-FACT-FILE.
007403 01  VK-FACT-LINE             PIC X(80).
007500
007600 FD  INVOICE-DOC-FILE.
007700 01  INVOICE-DOC-LINE         PIC X(132).
008300     COPY "KLANTMST.CPY".
008400
008500 FD  PARM-FILE.
008600 01  PARM-LINE                PIC X(256).
008700
008800 FD  RUN-SEQ-FILE.
008900 01  RUN-SEQ-LINE             PIC 9(06).
009000
009100 FD  RUN-JOURNAL-FILE.
009200 01  RUN-JOURNAL-LINE         PIC X(80).
009201
009202 FD  KRED-HOLD-FILE.
009203 01  KRED-HOLD-LINE           PIC X(80).
009204
009205 FD  YEAR-LOCK-FILE.
009206 01  YEAR-LOCK-LINE           PIC X(80).
00920A
00920B FD  UBL-FILE.
00920C 01  UBL-LINE                 PIC X(256).
00920D
00920E FD  EFACT-REG-FILE.
00920F 01  EFACT-REG-LINE           PIC X(132).
009300
009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------
011600 01  WS-PARM-VATLO-X          PIC X(10).
011700 01  WS-PARM-VATZR-X          PIC X(10).
011800 01  WS-PARM-MARGEFLOOR-X     PIC X(10).
01180A 01  WS-PARM-FIELDS.
01180B     05  WS-PARM-FLD-X        PIC X(40) OCCURS 39 TIMES.
011900
012000 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
012100 01  WS-RUNSEQ-ENV-X          PIC X(10).
012200 01  WS-BTWIN-STATUS          PIC X(02) VALUE "00".
012300 01  WS-BRIDGE-STATUS         PIC X(02) VALUE "00".
012301 01  WS-VKFACT-STATUS         PIC X(02) VALUE "00".
012400 01  WS-FACTNR-STATUS         PIC X(02) VALUE "00".
012500 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
012501 01  WS-KREDHOLD-STATUS       PIC X(02) VALUE "00".
012600
012700 01  WS-BRIDGE-MODE-SW        PIC X VALUE "N".
012800     88 BRIDGE-MODE           VALUE "Y".
013900* INVOICE NUMBER REGISTER - LAST ISSUED OFFICIAL FACTUURNR
014000*-----------------------------------------------------------
014100 01  WS-LAST-FACTNR           PIC 9(08) VALUE ZERO.
014110 01  WS-LAST-FACTNR-R REDEFINES WS-LAST-FACTNR.
014120     05  WS-FACTNR-JAAR       PIC 9(04).
014130     05  WS-FACTNR-VOLGNR     PIC 9(04).
01414D 01  WS-THIS-FACTNR           PIC 9(08) VALUE ZERO.
01415Q 01  WS-FACTNR-REEKS-MIN      PIC 9(08) VALUE 19000000.
014173 77  WS-REEKS-VOL-COUNT       PIC 9(05) COMP VALUE ZERO.
01418G
01419T*-----------------------------------------------------------
0141B6* AFGESLOTEN BOEKJAREN - JAARSLOT.DAT VAN JAARAFS
0141CJ*-----------------------------------------------------------
0141DW 01  WS-JSLOT-STATUS          PIC X(02) VALUE "00".
0141F9 77  WS-JSL-COUNT             PIC 9(03) COMP VALUE ZERO.
0141GM 77  WS-JSL-IDX               PIC 9(03) COMP VALUE ZERO.
0141HZ 01  WS-JSL-TABLE.
0141JC     05  JSL-TAB-JAAR         PIC 9(04) OCCURS 50 TIMES.
0141KP 01  WS-JSL-JAAR-X            PIC X(06).
0141M2 01  WS-JSL-EOF               PIC X VALUE "N".
0141NF     88 JSL-EOF               VALUE "Y".
0141OS     88 JSL-NOT-EOF           VALUE "N".
0141Q5 01  WS-RUN-JAAR              PIC 9(04) VALUE ZERO.
0141RI 01  WS-INV-JAAR              PIC 9(04) VALUE ZERO.
0141SV 01  WS-YEAR-CLOSED-SW        PIC X VALUE "N".
0141U8     88 YEAR-CLOSED           VALUE "Y".
0141VL     88 YEAR-NOT-CLOSED       VALUE "N".
0141WY 77  WS-YEAR-DOC-COUNT        PIC 9(05) COMP VALUE ZERO.
0141YB
014202*-----------------------------------------------------------
014203* FACTUREN GEHOUDEN OP DE KREDIETTOETS - KREDHOLD.DAT VAN MATH
014204*-----------------------------------------------------------
014205 01  WS-HOLD-TABLE.
014206     05  WS-HOLD-ENTRY        OCCURS 500 TIMES.
014207         10  HLD-INVOICE      PIC X(10).
014208 77  WS-HOLD-COUNT            PIC 9(04) COMP VALUE ZERO.
014209 77  WS-HOLD-MAX              PIC 9(04) COMP VALUE 500.
01420A 77  WS-HOLD-IDX              PIC 9(04) COMP VALUE ZERO.
01420B 77  WS-HELD-DOC-COUNT        PIC 9(05) COMP VALUE ZERO.
01420C 01  WS-HOLD-INVOICE-X        PIC X(10).
01420D 01  WS-HOLD-EOF              PIC X VALUE "N".
01420E     88 HOLD-EOF              VALUE "Y".
01420F     88 HOLD-NOT-EOF          VALUE "N".
01420G 01  WS-HELD-SW               PIC X VALUE "N".
01420H     88 INVOICE-HELD          VALUE "Y".
01420I     88 INVOICE-NOT-HELD      VALUE "N".
01420J
01420K*-----------------------------------------------------------
01420L* UBL E-FACTUUR - KLANTEN MET KLA-EFACTUUR = J. DE REGELS VAN
01420M* DE OPEN FACTUUR BLIJVEN BEWAARD TOT 3500 HET DOCUMENT SLUIT,
01420N* WANT UBL ZET DE TOTALEN VOOR DE REGELS.
01420O*-----------------------------------------------------------
01420P     COPY "EFACTREG.CPY".
01420Q 01  WS-UBL-NAME              PIC X(40) VALUE SPACES.
01420R 01  WS-UBL-STATUS            PIC X(02) VALUE "00".
01420S 01  WS-EFREG-STATUS          PIC X(02) VALUE "00".
01420T 01  WS-EFACT-SW              PIC X VALUE "N".
01420U     88 EFACT-WANTED          VALUE "Y".
01420V     88 EFACT-NOT-WANTED      VALUE "N".
01420W 01  WS-EF-KLA-NAAM           PIC X(30) VALUE SPACES.
01420X 01  WS-EF-KLA-ADRES          PIC X(40) VALUE SPACES.
01420Y 01  WS-EF-KLA-BTWNR          PIC X(14) VALUE SPACES.
01420Z 77  WS-EFL-COUNT             PIC 9(04) COMP VALUE ZERO.
014210 77  WS-EFL-MAX               PIC 9(04) COMP VALUE 500.
014211 77  WS-EFL-IDX               PIC 9(04) COMP VALUE ZERO.
014212 01  WS-EFL-TABLE.
014213     05  WS-EFL-ENTRY         OCCURS 500 TIMES.
014214         10  EFL-RATE         PIC X(01).
014215         10  EFL-PCT          PIC 9(02)V99.
014216         10  EFL-EXCL         PIC S9(07)V99.
014217 77  WS-EF-DOC-COUNT          PIC 9(05) COMP VALUE ZERO.
014218 77  WS-EF-CN-COUNT           PIC 9(05) COMP VALUE ZERO.
014219 77  WS-EF-SKIP-COUNT         PIC 9(05) COMP VALUE ZERO.
01421A 01  WS-EF-SOORT              PIC X(03) VALUE "380".
01421B     88 EF-IS-FACTUUR         VALUE "380".
01421C     88 EF-IS-CREDITNOTA      VALUE "381".
01421D 01  WS-EF-TEKEN              PIC S9(01) VALUE +1.
01421E 01  WS-EF-ROOT               PIC X(10) VALUE SPACES.
01421F 01  WS-EF-REGEL-TAG          PIC X(14) VALUE SPACES.
01421G 01  WS-EF-AANTAL-TAG         PIC X(16) VALUE SPACES.
01421H 01  WS-EF-NR-EDIT            PIC 9(08).
01421I 01  WS-EF-ISSUE-DATE         PIC 9(08) VALUE ZERO.
01421J 01  WS-EF-DUE-DATE           PIC 9(08) VALUE ZERO.
01421K 01  WS-EF-DAYNUM             PIC 9(07) VALUE ZERO.
01421L 01  WS-EF-TIME               PIC 9(08) VALUE ZERO.
01421M 01  WS-EF-BEDRAG             PIC S9(09)V99 VALUE ZERO.
01421N 01  WS-EF-EXCL               PIC S9(09)V99 VALUE ZERO.
01421O 01  WS-EF-VAT                PIC S9(09)V99 VALUE ZERO.
01421P 01  WS-EF-PCT                PIC 9(02)V99 VALUE ZERO.
01421Q 01  WS-EF-CAT                PIC X(01) VALUE "S".
01421R 01  WS-EF-AANTAL             PIC S9(01) VALUE +1.
01421S*    DE PARTIJ DIE 3625 UITSCHRIJFT - WIJ OF DE KLANT
01421T 01  WS-EF-P-ID               PIC X(10) VALUE SPACES.
01421U 01  WS-EF-P-NAAM             PIC X(40) VALUE SPACES.
01421V 01  WS-EF-P-ADRES            PIC X(40) VALUE SPACES.
01421W 01  WS-EF-P-BTWNR            PIC X(14) VALUE SPACES.
01421X 01  WS-EF-P-LAND             PIC X(02) VALUE SPACES.
01421Y*    XML-REGEL, TAG, WAARDE EN DE EDITVELDEN VOOR UBL
01421Z 01  WS-XML-LINE              PIC X(256) VALUE SPACES.
014220 77  WS-XML-PTR               PIC 9(03) COMP VALUE ZERO.
014221 01  WS-XML-TAG               PIC X(30) VALUE SPACES.
014222 01  WS-XML-WAARDE            PIC X(200) VALUE SPACES.
014223 01  WS-XML-BEDRAG-ED         PIC -(10)9.99.
014224 01  WS-XML-PCT-ED            PIC Z9.99.
014225 01  WS-XML-AANTAL-ED         PIC -9.
014226 01  WS-XML-REGELNR-ED        PIC ZZZ9.
014227 01  WS-XML-DATE-IN           PIC 9(08) VALUE ZERO.
014228 01  WS-XML-DATUM             PIC X(10) VALUE SPACES.
014229 01  WS-ESC-IN                PIC X(40) VALUE SPACES.
01422A 01  WS-ESC-OUT               PIC X(200) VALUE SPACES.
01422B 77  WS-ESC-IDX               PIC 9(03) COMP VALUE ZERO.
01422C 77  WS-ESC-PTR               PIC 9(03) COMP VALUE ZERO.
014300
014400*-----------------------------------------------------------
014500* CURRENT-INVOICE STATE
030400
030500     PERFORM 1060-LOAD-PARMS THRU 1060-EXIT
030600     PERFORM 1080-LOAD-FACTNR THRU 1080-EXIT
030601     PERFORM 1085-LOAD-HOLDS THRU 1085-EXIT
030602     PERFORM 1090-LOAD-YEAR-LOCK THRU 1090-EXIT
030603     IF RETURN-CODE = 8
030604         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
030605         STOP RUN
030606     END-IF
030700
030800     OPEN INPUT KLANT-MASTER
030900     IF WS-KLANTMST-STATUS = "00"
036500     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-VATZR-X)) = 0
036600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-VATZR-X))
036700             TO PARM-VAT-RATE-ZERO
036800     END-IF
03680A     MOVE SPACES TO WS-PARM-FIELDS
03680B     UNSTRING PARM-LINE DELIMITED BY ","
03680C         INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
03680D              WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
03680E              WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
03680F              WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
03680G              WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
03680H              WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
03680I              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
03680J              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
03680K              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
03680L              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
03680M              WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
03680N              WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
03680O              WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
03680P              WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
03680Q              WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
03680R              WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
03680S              WS-PARM-FLD-X (33) WS-PARM-FLD-X (34)
03680T              WS-PARM-FLD-X (35) WS-PARM-FLD-X (36)
03680U              WS-PARM-FLD-X (37) WS-PARM-FLD-X (38)
03680V              WS-PARM-FLD-X (39)
03680W     END-UNSTRING
03680X     IF WS-PARM-FLD-X (38) NOT = SPACES
03680Y         MOVE FUNCTION TRIM(WS-PARM-FLD-X (38))
03680Z             TO PARM-EIGEN-BTWNR
036810     END-IF
036811     IF WS-PARM-FLD-X (39) NOT = SPACES
036812         MOVE FUNCTION TRIM(WS-PARM-FLD-X (39))
036813             TO PARM-EIGEN-NAAM
036814     END-IF.
036900 1070-EXIT.
037000     EXIT.
037100
037200*-----------------------------------------------------------
037300* 1080-LOAD-FACTNR - THE LAST ISSUED OFFICIAL FACTUURNR FROM
037400*                    THE PERSISTENT REGISTER; ZERO ON FIRST
037500*                    EVER RUN. IN DE REEKSVORM JJJJNNNN BEGINT
037510*                    EEN NIEUW RUNJAAR OP JJJJ0000.
037600*-----------------------------------------------------------
037700 1080-LOAD-FACTNR.
037800     MOVE ZERO TO WS-LAST-FACTNR
038400         END-READ
038500         MOVE INVOICE-NR-LINE TO WS-LAST-FACTNR
038600         CLOSE INVOICE-NR-FILE
038700     END-IF
038710     COMPUTE WS-RUN-JAAR = RUNHDR-RUN-DATE / 10000
038720     IF WS-LAST-FACTNR NOT < WS-FACTNR-REEKS-MIN
038730         AND WS-FACTNR-JAAR < WS-RUN-JAAR
038740         MOVE WS-RUN-JAAR TO WS-FACTNR-JAAR
038750         MOVE ZERO TO WS-FACTNR-VOLGNR
038760         DISPLAY "FACTPRT: NIEUWE FACTUURNUMMERREEKS "
038770                 WS-RUN-JAAR
038780     END-IF.
038800 1080-EXIT.
038900     EXIT.
038901
038902*-----------------------------------------------------------
038903* 1085-LOAD-HOLDS - DE FACTUREN DIE MATH IN DEZE RUN OP DE
038904*                   KREDIETTOETS HEEFT GEHOUDEN. GEEN BESTAND
038905*                   BETEKENT NIETS GEHOUDEN.
038906*-----------------------------------------------------------
038907 1085-LOAD-HOLDS.
038908     MOVE ZERO TO WS-HOLD-COUNT
038909     OPEN INPUT KRED-HOLD-FILE
03890A     IF WS-KREDHOLD-STATUS NOT = "00"
03890B         GO TO 1085-EXIT
03890C     END-IF
03890D     SET HOLD-NOT-EOF TO TRUE
03890E     PERFORM UNTIL HOLD-EOF
03890F         READ KRED-HOLD-FILE
03890G             AT END
03890H                 SET HOLD-EOF TO TRUE
03890I             NOT AT END
03890J                 PERFORM 1086-LOAD-ONE-HOLD THRU 1086-EXIT
03890K         END-READ
03890L     END-PERFORM
03890M     CLOSE KRED-HOLD-FILE.
03890N 1085-EXIT.
03890O     EXIT.
03890P
0389A1*-----------------------------------------------------------
0389A2* 1090-LOAD-YEAR-LOCK - DE BOEKJAREN DIE JAARAFS HEEFT
0389A3*                       AFGESLOTEN. VALT DE RUN-DATUM ERIN,
0389A4*                       DAN RC 8 - ER WORDT NIETS GENUMMERD.
0389A5*-----------------------------------------------------------
0389A6 1090-LOAD-YEAR-LOCK.
0389A7     MOVE ZERO TO WS-JSL-COUNT
0389A8     OPEN INPUT YEAR-LOCK-FILE
0389A9     IF WS-JSLOT-STATUS NOT = "00"
0389AA         GO TO 1090-EXIT
0389AB     END-IF
0389AC     SET JSL-NOT-EOF TO TRUE
0389AD     PERFORM UNTIL JSL-EOF
0389AE         READ YEAR-LOCK-FILE
0389AF             AT END
0389AG                 SET JSL-EOF TO TRUE
0389AH             NOT AT END
0389AI                 MOVE SPACES TO WS-JSL-JAAR-X
0389AJ                 UNSTRING YEAR-LOCK-LINE DELIMITED BY ","
0389AK                     INTO WS-JSL-JAAR-X
0389AL                 END-UNSTRING
0389AM                 IF FUNCTION TRIM(WS-JSL-JAAR-X) IS NUMERIC
0389AN                     AND WS-JSL-COUNT < 50
0389AO                     ADD 1 TO WS-JSL-COUNT
0389AP                     MOVE FUNCTION NUMVAL(WS-JSL-JAAR-X)
0389AQ                         TO JSL-TAB-JAAR (WS-JSL-COUNT)
0389AR                 END-IF
0389AS         END-READ
0389AT     END-PERFORM
0389AU     CLOSE YEAR-LOCK-FILE
0389AV     PERFORM VARYING WS-JSL-IDX FROM 1 BY 1
0389AW             UNTIL WS-JSL-IDX > WS-JSL-COUNT
0389AX         IF JSL-TAB-JAAR (WS-JSL-IDX) = WS-RUN-JAAR
0389AY             DISPLAY "ERROR: RUN-DATUM " RUNHDR-RUN-DATE
0389AZ                     " VALT IN AFGESLOTEN BOEKJAAR "
0389B1                     WS-RUN-JAAR " (JAARSLOT.DAT) - NIETS "
0389B2                     "GEFACTUREERD"
0389B3             MOVE 8 TO RETURN-CODE
0389B4         END-IF
0389B5     END-PERFORM.
0389B6 1090-EXIT.
0389B7     EXIT.
038AN8
038BZ9 1086-LOAD-ONE-HOLD.
038DBA     IF KRED-HOLD-LINE = SPACES
038ENB         GO TO 1086-EXIT
038FZC     END-IF
038HBD     IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
038INE         DISPLAY "FACTPRT: KREDHOLD.DAT VOL - REGEL GENEGEERD: "
038JZF                 KRED-HOLD-LINE (1:20)
038LBG         GO TO 1086-EXIT
038MNH     END-IF
038NZI     MOVE SPACES TO WS-HOLD-INVOICE-X
038PBJ     UNSTRING KRED-HOLD-LINE DELIMITED BY ","
038QNK         INTO WS-HOLD-INVOICE-X
038RZL     END-UNSTRING
038TBM     ADD 1 TO WS-HOLD-COUNT
038UNN     MOVE FUNCTION TRIM(WS-HOLD-INVOICE-X)
038VZO         TO HLD-INVOICE (WS-HOLD-COUNT).
038XBP 1086-EXIT.
038YNQ     EXIT.
039000
039100*-----------------------------------------------------------
039200* 3000-PRINT-RUN - READ THE WHOLE BATCH AND FORMAT ONE
039300*                  DOCUMENT PER INVOICE HEADER; THE VKLEVER/
039301*                  OFFERTE INVOICES IN VKFACT.DAT FOLLOW IT.
039400*-----------------------------------------------------------
039500 3000-PRINT-RUN.
039600     OPEN OUTPUT INVOICE-DOC-FILE
041300             END-READ
041400         END-IF
041500     END-PERFORM
041501     OPEN INPUT VK-FACT-FILE
041502     IF WS-VKFACT-STATUS = "00"
041503         SET BATCH-NOT-EOF TO TRUE
041504         PERFORM UNTIL BATCH-EOF
041505             READ VK-FACT-FILE
041506                 AT END
041507                     SET BATCH-EOF TO TRUE
041508                 NOT AT END
041509                     MOVE VK-FACT-LINE TO BTW-IN-LINE
04150A                     PERFORM 3100-ONE-LINE THRU 3100-EXIT
04150B             END-READ
04150C         END-PERFORM
04150D         CLOSE VK-FACT-FILE
04150E     END-IF
041600     IF INVOICE-OPEN
041700         PERFORM 3500-CLOSE-INVOICE THRU 3500-EXIT
041800     END-IF
050600     END-IF
050700     MOVE WS-RATE-CODE TO DOC-DET-RATE
050800     WRITE INVOICE-DOC-LINE FROM DOC-DETAIL-LINE
050900     ADD 1 TO WS-LINE-COUNT
05090A     IF EFACT-WANTED
05090B         PERFORM 3270-KEEP-EFACT-LINE THRU 3270-EXIT
05090C     END-IF.
051000 3200-EXIT.
051100     EXIT.
051200
054500     ADD WS-PRICE-INCL TO WS-INV-INCL-TOTAL.
054600 3260-EXIT.
054700     EXIT.
05470A
05470B*-----------------------------------------------------------
05470C* 3270-KEEP-EFACT-LINE - DE REGEL VOOR DE E-FACTUUR BEWAREN,
05470D*                        CREDITREGELS NEGATIEF
05470E*-----------------------------------------------------------
05470F 3270-KEEP-EFACT-LINE.
05470G     IF WS-EFL-COUNT NOT < WS-EFL-MAX
05470H         DISPLAY "FACTPRT: FACTUUR " WS-THIS-FACTNR " HEEFT MEER "
05470I                 "DAN 500 REGELS - GEEN E-FACTUUR"
05470J         SET EFACT-NOT-WANTED TO TRUE
05470K         ADD 1 TO WS-EF-SKIP-COUNT
05470L         GO TO 3270-EXIT
05470M     END-IF
05470N     ADD 1 TO WS-EFL-COUNT
05470O     MOVE WS-RATE-CODE TO EFL-RATE (WS-EFL-COUNT)
05470P     MOVE WS-VAT-RATE TO EFL-PCT (WS-EFL-COUNT)
05470Q     IF LINE-IS-CREDIT
05470R         COMPUTE EFL-EXCL (WS-EFL-COUNT) = ZERO - WS-PRICE-EXCL
05470S     ELSE
05470T         MOVE WS-PRICE-EXCL TO EFL-EXCL (WS-EFL-COUNT)
05470U     END-IF.
05470V 3270-EXIT.
05470W     EXIT.
054800
054900*-----------------------------------------------------------
055000* 3300-START-INVOICE - CLOSE ANY OPEN DOCUMENT, DRAW THE NEXT
056400         SET INVOICE-NOT-OPEN TO TRUE
056500         GO TO 3300-EXIT
056600     END-IF
056610     SET INVOICE-NOT-HELD TO TRUE
056620     PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
056630             UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
056640         IF HLD-INVOICE (WS-HOLD-IDX) = WS-CUR-REFNR
056650             SET INVOICE-HELD TO TRUE
056660         END-IF
056670     END-PERFORM
056680     IF INVOICE-HELD
056690         SET SKIP-LINES TO TRUE
056691         SET INVOICE-NOT-OPEN TO TRUE
056692         ADD 1 TO WS-HELD-DOC-COUNT
056693         DISPLAY "FACTPRT: FACTUUR " WS-CUR-REFNR
056694                 " GEHOUDEN OP KREDIETTOETS - NIET AFGEDRUKT"
056695         GO TO 3300-EXIT
056696     END-IF
056697     SET YEAR-NOT-CLOSED TO TRUE
056698     IF WS-JSL-COUNT > ZERO AND WS-CUR-INV-DATE IS NUMERIC
056699         MOVE WS-CUR-INV-DATE (1:4) TO WS-INV-JAAR
05669A         PERFORM VARYING WS-JSL-IDX FROM 1 BY 1
05669B                 UNTIL WS-JSL-IDX > WS-JSL-COUNT
05669C             IF JSL-TAB-JAAR (WS-JSL-IDX) = WS-INV-JAAR
05669D                 SET YEAR-CLOSED TO TRUE
05669E             END-IF
05669F         END-PERFORM
05669G     END-IF
05669H     IF YEAR-CLOSED
05669I         SET SKIP-LINES TO TRUE
05669J         SET INVOICE-NOT-OPEN TO TRUE
05669K         ADD 1 TO WS-YEAR-DOC-COUNT
05669L         DISPLAY "FACTPRT: FACTUUR " WS-CUR-REFNR " DATUM "
05669M                 WS-CUR-INV-DATE " IN AFGESLOTEN BOEKJAAR - "
05669N                 "NIET AFGEDRUKT"
05669P         GO TO 3300-EXIT
05669Q     END-IF
05669R     IF WS-LAST-FACTNR NOT < WS-FACTNR-REEKS-MIN
05669S         AND WS-FACTNR-VOLGNR = 9999
05669T         SET SKIP-LINES TO TRUE
05669U         SET INVOICE-NOT-OPEN TO TRUE
05669V         ADD 1 TO WS-REEKS-VOL-COUNT
05669W         DISPLAY "ERROR: FACTUURNUMMERREEKS " WS-FACTNR-JAAR
05669X                 " IS VOL - FACTUUR " WS-CUR-REFNR
05669Y                 " NIET AFGEDRUKT"
05669Z         MOVE 8 TO RETURN-CODE
0566A1         GO TO 3300-EXIT
0566A2     END-IF
056700     SET PRINT-LINES TO TRUE
056800     MOVE ZERO TO WS-INV-H-EXCL WS-INV-H-VAT WS-INV-L-EXCL
056900                  WS-INV-L-VAT WS-INV-Z-EXCL WS-INV-Z-VAT
058700     MOVE WS-CUR-KLANT TO DOC-KLT-NUMMER
058800     MOVE SPACES TO DOC-KLT-NAAM DOC-ADR-TEKST
058900     MOVE ZERO TO WS-TERMIJN-DAGEN
058901     SET EFACT-NOT-WANTED TO TRUE
058902     MOVE ZERO TO WS-EFL-COUNT
059000     IF KLANT-AVAILABLE
059100         MOVE WS-CUR-KLANT TO KLA-NUMMER
059200         READ KLANT-MASTER
059600                 MOVE KLA-NAAM TO DOC-KLT-NAAM
059700                 MOVE KLA-ADRES TO DOC-ADR-TEKST
059800                 MOVE KLA-TERMIJN TO WS-TERMIJN-DAGEN
059801                 IF KLA-WIL-EFACTUUR
059802                     SET EFACT-WANTED TO TRUE
059803                     MOVE KLA-NAAM TO WS-EF-KLA-NAAM
059804                     MOVE KLA-ADRES TO WS-EF-KLA-ADRES
059805                     MOVE KLA-BTW-NUMMER TO WS-EF-KLA-BTWNR
059806                 END-IF
059900         END-READ
060000     END-IF
060001     IF EFACT-WANTED AND PARM-EIGEN-BTWNR = SPACES
060002         DISPLAY "FACTPRT: GEEN EIGEN BTW-NUMMER (PARMS VELD "
060003                 "38) - GEEN E-FACTUUR VOOR " WS-THIS-FACTNR
060004         SET EFACT-NOT-WANTED TO TRUE
060005         ADD 1 TO WS-EF-SKIP-COUNT
060006     END-IF
060100     WRITE INVOICE-DOC-LINE FROM DOC-KLANT-LINE
060200     WRITE INVOICE-DOC-LINE FROM DOC-ADRES-LINE
060300     WRITE INVOICE-DOC-LINE FROM DOC-BLANK-LINE
064500         WRITE INVOICE-DOC-LINE FROM DOC-TERMIJN-LINE
064600     END-IF
064700     WRITE INVOICE-DOC-LINE FROM DOC-BLANK-LINE
064701     IF EFACT-WANTED
064702         PERFORM 3600-WRITE-EFACTUUR THRU 3600-EXIT
064703     END-IF
064800     ADD 1 TO WS-DOC-COUNT
064900     SET INVOICE-NOT-OPEN TO TRUE.
065000 3500-EXIT.
065100     EXIT.
06510A
06510B*-----------------------------------------------------------
06510C* 3600-WRITE-EFACTUUR - HET UBL-DOCUMENT UBL<FACTUURNR>.XML
06510D*                       VOOR DE ZOJUIST GESLOTEN FACTUUR EN ZIJN
06510E*                       REGEL IN EFACTREG.DAT. EEN NEGATIEF
06510F*                       TOTAAL WORDT EEN CREDITNOTA (381) MET DE
06510G*                       TEKENS OMGEKEERD, ZODAT HET TE BETALEN
06510H*                       BEDRAG IN HET DOCUMENT POSITIEF IS.
06510I*-----------------------------------------------------------
06510J 3600-WRITE-EFACTUUR.
06510K     IF WS-INV-INCL-TOTAL < ZERO
06510L         MOVE "381" TO WS-EF-SOORT
06510M         MOVE -1 TO WS-EF-TEKEN
06510N         MOVE "CreditNote" TO WS-EF-ROOT
06510O         MOVE "CreditNoteLine" TO WS-EF-REGEL-TAG
06510P         MOVE "CreditedQuantity" TO WS-EF-AANTAL-TAG
06510Q     ELSE
06510R         MOVE "380" TO WS-EF-SOORT
06510S         MOVE +1 TO WS-EF-TEKEN
06510T         MOVE "Invoice" TO WS-EF-ROOT
06510U         MOVE "InvoiceLine" TO WS-EF-REGEL-TAG
06510V         MOVE "InvoicedQuantity" TO WS-EF-AANTAL-TAG
06510W     END-IF
06510X     MOVE WS-THIS-FACTNR TO WS-EF-NR-EDIT
06510Y     MOVE SPACES TO WS-UBL-NAME
06510Z     STRING "UBL" WS-EF-NR-EDIT ".XML" DELIMITED BY SIZE
065110         INTO WS-UBL-NAME
065111     END-STRING
065112     OPEN OUTPUT UBL-FILE
065113     IF WS-UBL-STATUS NOT = "00"
065114         DISPLAY "ERROR: " FUNCTION TRIM(WS-UBL-NAME)
065115                 " NIET TE SCHRIJVEN (STATUS " WS-UBL-STATUS
065116                 ") - GEEN E-FACTUUR"
065117         ADD 1 TO WS-EF-SKIP-COUNT
065118         GO TO 3600-EXIT
065119     END-IF
06511A     PERFORM 3610-UBL-HEADER THRU 3610-EXIT
06511B     PERFORM 3620-UBL-PARTIES THRU 3620-EXIT
06511C     PERFORM 3630-UBL-TAX-TOTAL THRU 3630-EXIT
06511D     PERFORM 3640-UBL-TOTALS THRU 3640-EXIT
06511E     PERFORM VARYING WS-EFL-IDX FROM 1 BY 1
06511F             UNTIL WS-EFL-IDX > WS-EFL-COUNT
06511G         PERFORM 3650-UBL-LINE THRU 3650-EXIT
06511H     END-PERFORM
06511I     MOVE SPACES TO WS-XML-LINE
06511J     STRING "</" FUNCTION TRIM(WS-EF-ROOT) ">" DELIMITED BY SIZE
06511K         INTO WS-XML-LINE
06511L     END-STRING
06511M     WRITE UBL-LINE FROM WS-XML-LINE
06511N     CLOSE UBL-FILE
06511O     PERFORM 3660-REGISTER-EFACTUUR THRU 3660-EXIT
06511P     ADD 1 TO WS-EF-DOC-COUNT
06511Q     IF EF-IS-CREDITNOTA
06511R         ADD 1 TO WS-EF-CN-COUNT
06511S     END-IF.
06511T 3600-EXIT.
06511U     EXIT.
06511V
06511W*-----------------------------------------------------------
06511X* 3610-UBL-HEADER - XML-DECLARATIE, ROOT MET NAMESPACES,
06511Y*                   NUMMER, DATUMS, SOORT, VALUTA, REFERENTIE
06511Z*-----------------------------------------------------------
065120 3610-UBL-HEADER.
065121     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO UBL-LINE
065122     WRITE UBL-LINE
065123     MOVE SPACES TO WS-XML-LINE
065124     STRING "<" FUNCTION TRIM(WS-EF-ROOT)
065125            " xmlns='urn:oasis:names:specification:ubl:schema:"
065126            "xsd:" FUNCTION TRIM(WS-EF-ROOT) "-2'"
065127            DELIMITED BY SIZE INTO WS-XML-LINE
065128     END-STRING
065129     WRITE UBL-LINE FROM WS-XML-LINE
06512A     MOVE SPACES TO UBL-LINE
06512B     STRING " xmlns:cac='urn:oasis:names:specification:ubl:"
06512C            "schema:xsd:CommonAggregateComponents-2'"
06512D            DELIMITED BY SIZE INTO UBL-LINE
06512E     END-STRING
06512F     WRITE UBL-LINE
06512G     MOVE SPACES TO UBL-LINE
06512H     STRING " xmlns:cbc='urn:oasis:names:specification:ubl:"
06512I            "schema:xsd:CommonBasicComponents-2'>"
06512J            DELIMITED BY SIZE INTO UBL-LINE
06512K     END-STRING
06512L     WRITE UBL-LINE
06512M     MOVE "cbc:CustomizationID" TO WS-XML-TAG
06512N     MOVE "urn:cen.eu:en16931:2017" TO WS-XML-WAARDE
06512O     MOVE 3 TO WS-XML-PTR
06512P     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06512Q     MOVE "cbc:ID" TO WS-XML-TAG
06512R     MOVE WS-EF-NR-EDIT TO WS-XML-WAARDE
06512S     MOVE 3 TO WS-XML-PTR
06512T     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06512U     IF WS-CUR-INV-DATE IS NUMERIC
06512V         MOVE WS-CUR-INV-DATE TO WS-EF-ISSUE-DATE
06512W     ELSE
06512X         MOVE RUNHDR-RUN-DATE TO WS-EF-ISSUE-DATE
06512Y     END-IF
06512Z     MOVE WS-EF-ISSUE-DATE TO WS-XML-DATE-IN
065130     PERFORM 3690-EDIT-DATUM THRU 3690-EXIT
065131     MOVE "cbc:IssueDate" TO WS-XML-TAG
065132     MOVE WS-XML-DATUM TO WS-XML-WAARDE
065133     MOVE 3 TO WS-XML-PTR
065134     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
065135     IF EF-IS-FACTUUR
065136         IF WS-TERMIJN-DAGEN NOT = ZERO
065137             COMPUTE WS-EF-DAYNUM =
065138                 FUNCTION INTEGER-OF-DATE(WS-EF-ISSUE-DATE)
065139                 + WS-TERMIJN-DAGEN
06513A             COMPUTE WS-EF-DUE-DATE =
06513B                 FUNCTION DATE-OF-INTEGER(WS-EF-DAYNUM)
06513C             MOVE WS-EF-DUE-DATE TO WS-XML-DATE-IN
06513D             PERFORM 3690-EDIT-DATUM THRU 3690-EXIT
06513E             MOVE "cbc:DueDate" TO WS-XML-TAG
06513F             MOVE WS-XML-DATUM TO WS-XML-WAARDE
06513G             MOVE 3 TO WS-XML-PTR
06513H             PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06513I         END-IF
06513J         MOVE "cbc:InvoiceTypeCode" TO WS-XML-TAG
06513K     ELSE
06513L         MOVE "cbc:CreditNoteTypeCode" TO WS-XML-TAG
06513M     END-IF
06513N     MOVE WS-EF-SOORT TO WS-XML-WAARDE
06513O     MOVE 3 TO WS-XML-PTR
06513P     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06513Q     MOVE "cbc:DocumentCurrencyCode" TO WS-XML-TAG
06513R     MOVE "EUR" TO WS-XML-WAARDE
06513S     MOVE 3 TO WS-XML-PTR
06513T     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06513U     IF WS-CUR-REFNR NOT = SPACES
06513V         MOVE WS-CUR-REFNR TO WS-ESC-IN
06513W         PERFORM 3680-ESCAPE THRU 3680-EXIT
06513X         MOVE "cbc:BuyerReference" TO WS-XML-TAG
06513Y         MOVE WS-ESC-OUT TO WS-XML-WAARDE
06513Z         MOVE 3 TO WS-XML-PTR
065140         PERFORM 3675-PUT-TEKST THRU 3675-EXIT
065141     END-IF.
065142 3610-EXIT.
065143     EXIT.
065144
065145*-----------------------------------------------------------
065146* 3620-UBL-PARTIES - WIJ ALS LEVERANCIER (PARMS VELD 38-39),
065147*                    DE KLANT ALS AFNEMER (KLANTMST.IDX)
065148*-----------------------------------------------------------
065149 3620-UBL-PARTIES.
06514A     MOVE "  <cac:AccountingSupplierParty>" TO UBL-LINE
06514B     WRITE UBL-LINE
06514C     MOVE SPACES TO WS-EF-P-ID WS-EF-P-ADRES
06514D     MOVE PARM-EIGEN-NAAM TO WS-EF-P-NAAM
06514E     MOVE PARM-EIGEN-BTWNR TO WS-EF-P-BTWNR
06514F     PERFORM 3625-UBL-PARTY THRU 3625-EXIT
06514G     MOVE "  </cac:AccountingSupplierParty>" TO UBL-LINE
06514H     WRITE UBL-LINE
06514I     MOVE "  <cac:AccountingCustomerParty>" TO UBL-LINE
06514J     WRITE UBL-LINE
06514K     MOVE WS-CUR-KLANT TO WS-EF-P-ID
06514L     MOVE WS-EF-KLA-NAAM TO WS-EF-P-NAAM
06514M     MOVE WS-EF-KLA-ADRES TO WS-EF-P-ADRES
06514N     MOVE WS-EF-KLA-BTWNR TO WS-EF-P-BTWNR
06514O     PERFORM 3625-UBL-PARTY THRU 3625-EXIT
06514P     MOVE "  </cac:AccountingCustomerParty>" TO UBL-LINE
06514Q     WRITE UBL-LINE.
06514R 3620-EXIT.
06514S     EXIT.
06514T
06514U*-----------------------------------------------------------
06514V* 3625-UBL-PARTY - EEN PARTIJ: KENMERK, NAAM, ADRES MET HET
06514W*                  LAND UIT DE EERSTE TWEE POSITIES VAN HET
06514X*                  BTW-NUMMER (ANDERS NL) EN HET BTW-NUMMER
06514Y*-----------------------------------------------------------
06514Z 3625-UBL-PARTY.
065150     IF WS-EF-P-BTWNR (1:2) IS ALPHABETIC
065151         AND WS-EF-P-BTWNR (1:1) NOT = SPACE
065152         AND WS-EF-P-BTWNR (2:1) NOT = SPACE
065153         MOVE FUNCTION UPPER-CASE(WS-EF-P-BTWNR (1:2))
065154             TO WS-EF-P-LAND
065155     ELSE
065156         MOVE "NL" TO WS-EF-P-LAND
065157     END-IF
065158     MOVE "    <cac:Party>" TO UBL-LINE
065159     WRITE UBL-LINE
06515A     IF WS-EF-P-ID NOT = SPACES
06515B         MOVE "      <cac:PartyIdentification>" TO UBL-LINE
06515C         WRITE UBL-LINE
06515D         MOVE WS-EF-P-ID TO WS-ESC-IN
06515E         PERFORM 3680-ESCAPE THRU 3680-EXIT
06515F         MOVE "cbc:ID" TO WS-XML-TAG
06515G         MOVE WS-ESC-OUT TO WS-XML-WAARDE
06515H         MOVE 9 TO WS-XML-PTR
06515I         PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06515J         MOVE "      </cac:PartyIdentification>" TO UBL-LINE
06515K         WRITE UBL-LINE
06515L     END-IF
06515M     MOVE WS-EF-P-NAAM TO WS-ESC-IN
06515N     PERFORM 3680-ESCAPE THRU 3680-EXIT
06515O     MOVE "      <cac:PartyName>" TO UBL-LINE
06515P     WRITE UBL-LINE
06515Q     MOVE "cbc:Name" TO WS-XML-TAG
06515R     MOVE WS-ESC-OUT TO WS-XML-WAARDE
06515S     MOVE 9 TO WS-XML-PTR
06515T     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06515U     MOVE "      </cac:PartyName>" TO UBL-LINE
06515V     WRITE UBL-LINE
06515W     MOVE "      <cac:PostalAddress>" TO UBL-LINE
06515X     WRITE UBL-LINE
06515Y     IF WS-EF-P-ADRES NOT = SPACES
06515Z         MOVE WS-EF-P-ADRES TO WS-ESC-IN
065160         PERFORM 3680-ESCAPE THRU 3680-EXIT
065161         MOVE "cbc:StreetName" TO WS-XML-TAG
065162         MOVE WS-ESC-OUT TO WS-XML-WAARDE
065163         MOVE 9 TO WS-XML-PTR
065164         PERFORM 3675-PUT-TEKST THRU 3675-EXIT
065165     END-IF
065166     MOVE "        <cac:Country>" TO UBL-LINE
065167     WRITE UBL-LINE
065168     MOVE "cbc:IdentificationCode" TO WS-XML-TAG
065169     MOVE WS-EF-P-LAND TO WS-XML-WAARDE
06516A     MOVE 11 TO WS-XML-PTR
06516B     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06516C     MOVE "        </cac:Country>" TO UBL-LINE
06516D     WRITE UBL-LINE
06516E     MOVE "      </cac:PostalAddress>" TO UBL-LINE
06516F     WRITE UBL-LINE
06516G     IF WS-EF-P-BTWNR NOT = SPACES
06516H         MOVE "      <cac:PartyTaxScheme>" TO UBL-LINE
06516I         WRITE UBL-LINE
06516J         MOVE WS-EF-P-BTWNR TO WS-ESC-IN
06516K         PERFORM 3680-ESCAPE THRU 3680-EXIT
06516L         MOVE "cbc:CompanyID" TO WS-XML-TAG
06516M         MOVE WS-ESC-OUT TO WS-XML-WAARDE
06516N         MOVE 9 TO WS-XML-PTR
06516O         PERFORM 3675-PUT-TEKST THRU 3675-EXIT
06516P         PERFORM 3685-PUT-TAX-SCHEME THRU 3685-EXIT
06516Q         MOVE "      </cac:PartyTaxScheme>" TO UBL-LINE
06516R         WRITE UBL-LINE
06516S     END-IF
06516T     MOVE WS-EF-P-NAAM TO WS-ESC-IN
06516U     PERFORM 3680-ESCAPE THRU 3680-EXIT
06516V     MOVE "      <cac:PartyLegalEntity>" TO UBL-LINE
06516W     WRITE UBL-LINE
06516X     MOVE "cbc:RegistrationName" TO WS-XML-TAG
06516Y     MOVE WS-ESC-OUT TO WS-XML-WAARDE
06516Z     MOVE 9 TO WS-XML-PTR
065170     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
065171     MOVE "      </cac:PartyLegalEntity>" TO UBL-LINE
065172     WRITE UBL-LINE
065173     MOVE "    </cac:Party>" TO UBL-LINE
065174     WRITE UBL-LINE.
065175 3625-EXIT.
065176     EXIT.
065177
065178*-----------------------------------------------------------
065179* 3630-UBL-TAX-TOTAL - DE BTW PER TARIEF, ZOALS 3500 HEM
06517A*                      AFDRUKT
06517B*-----------------------------------------------------------
06517C 3630-UBL-TAX-TOTAL.
06517D     MOVE "  <cac:TaxTotal>" TO UBL-LINE
06517E     WRITE UBL-LINE
06517F     MOVE "cbc:TaxAmount" TO WS-XML-TAG
06517G     COMPUTE WS-EF-BEDRAG = WS-INV-VAT-TOTAL * WS-EF-TEKEN
06517H     MOVE 5 TO WS-XML-PTR
06517I     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
06517J     IF WS-INV-H-EXCL NOT = ZERO OR WS-INV-H-VAT NOT = ZERO
06517K         MOVE "S" TO WS-EF-CAT
06517L         MOVE PARM-VAT-RATE-HIGH TO WS-EF-PCT
06517M         MOVE WS-INV-H-EXCL TO WS-EF-EXCL
06517N         MOVE WS-INV-H-VAT TO WS-EF-VAT
06517O         PERFORM 3635-UBL-SUBTOTAL THRU 3635-EXIT
06517P     END-IF
06517Q     IF WS-INV-L-EXCL NOT = ZERO OR WS-INV-L-VAT NOT = ZERO
06517R         MOVE "S" TO WS-EF-CAT
06517S         MOVE PARM-VAT-RATE-LOW TO WS-EF-PCT
06517T         MOVE WS-INV-L-EXCL TO WS-EF-EXCL
06517U         MOVE WS-INV-L-VAT TO WS-EF-VAT
06517V         PERFORM 3635-UBL-SUBTOTAL THRU 3635-EXIT
06517W     END-IF
06517X     IF WS-INV-Z-EXCL NOT = ZERO
06517Y         MOVE "Z" TO WS-EF-CAT
06517Z         MOVE PARM-VAT-RATE-ZERO TO WS-EF-PCT
065180         MOVE WS-INV-Z-EXCL TO WS-EF-EXCL
065181         MOVE WS-INV-Z-VAT TO WS-EF-VAT
065182         PERFORM 3635-UBL-SUBTOTAL THRU 3635-EXIT
065183     END-IF
065184     MOVE "  </cac:TaxTotal>" TO UBL-LINE
065185     WRITE UBL-LINE.
065186 3630-EXIT.
065187     EXIT.
065188
065189 3635-UBL-SUBTOTAL.
06518A     MOVE "    <cac:TaxSubtotal>" TO UBL-LINE
06518B     WRITE UBL-LINE
06518C     MOVE "cbc:TaxableAmount" TO WS-XML-TAG
06518D     COMPUTE WS-EF-BEDRAG = WS-EF-EXCL * WS-EF-TEKEN
06518E     MOVE 7 TO WS-XML-PTR
06518F     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
06518G     MOVE "cbc:TaxAmount" TO WS-XML-TAG
06518H     COMPUTE WS-EF-BEDRAG = WS-EF-VAT * WS-EF-TEKEN
06518I     MOVE 7 TO WS-XML-PTR
06518J     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
06518K     MOVE "      <cac:TaxCategory>" TO UBL-LINE
06518L     WRITE UBL-LINE
06518M     PERFORM 3686-PUT-CATEGORY THRU 3686-EXIT
06518N     MOVE "      </cac:TaxCategory>" TO UBL-LINE
06518O     WRITE UBL-LINE
06518P     MOVE "    </cac:TaxSubtotal>" TO UBL-LINE
06518Q     WRITE UBL-LINE.
06518R 3635-EXIT.
06518S     EXIT.
06518T
06518U*-----------------------------------------------------------
06518V* 3640-UBL-TOTALS - EXCL., INCL. EN TE BETALEN
06518W*-----------------------------------------------------------
06518X 3640-UBL-TOTALS.
06518Y     MOVE "  <cac:LegalMonetaryTotal>" TO UBL-LINE
06518Z     WRITE UBL-LINE
065190     COMPUTE WS-EF-BEDRAG = WS-INV-EXCL-TOTAL * WS-EF-TEKEN
065191     MOVE "cbc:LineExtensionAmount" TO WS-XML-TAG
065192     MOVE 5 TO WS-XML-PTR
065193     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
065194     MOVE "cbc:TaxExclusiveAmount" TO WS-XML-TAG
065195     MOVE 5 TO WS-XML-PTR
065196     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
065197     COMPUTE WS-EF-BEDRAG = WS-INV-INCL-TOTAL * WS-EF-TEKEN
065198     MOVE "cbc:TaxInclusiveAmount" TO WS-XML-TAG
065199     MOVE 5 TO WS-XML-PTR
06519A     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
06519B     MOVE "cbc:PayableAmount" TO WS-XML-TAG
06519C     MOVE 5 TO WS-XML-PTR
06519D     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
06519E     MOVE "  </cac:LegalMonetaryTotal>" TO UBL-LINE
06519F     WRITE UBL-LINE.
06519G 3640-EXIT.
06519H     EXIT.
06519I
06519J*-----------------------------------------------------------
06519K* 3650-UBL-LINE - EEN FACTUURREGEL. EEN NEGATIEVE REGEL HEEFT
06519L*                 AANTAL -1 EN EEN POSITIEVE PRIJS.
06519M*-----------------------------------------------------------
06519N 3650-UBL-LINE.
06519O     COMPUTE WS-EF-EXCL = EFL-EXCL (WS-EFL-IDX) * WS-EF-TEKEN
06519P     IF WS-EF-EXCL < ZERO
06519Q         MOVE -1 TO WS-EF-AANTAL
06519R     ELSE
06519S         MOVE +1 TO WS-EF-AANTAL
06519T     END-IF
06519U     MOVE SPACES TO WS-XML-LINE
06519V     STRING "  <cac:" FUNCTION TRIM(WS-EF-REGEL-TAG) ">"
06519W            DELIMITED BY SIZE INTO WS-XML-LINE
06519X     END-STRING
06519Y     WRITE UBL-LINE FROM WS-XML-LINE
06519Z     MOVE WS-EFL-IDX TO WS-XML-REGELNR-ED
0651A0     MOVE "cbc:ID" TO WS-XML-TAG
0651A1     MOVE FUNCTION TRIM(WS-XML-REGELNR-ED) TO WS-XML-WAARDE
0651A2     MOVE 5 TO WS-XML-PTR
0651A3     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
0651A4     MOVE WS-EF-AANTAL TO WS-XML-AANTAL-ED
0651A5     MOVE SPACES TO WS-XML-LINE
0651A6     STRING "    <cbc:" FUNCTION TRIM(WS-EF-AANTAL-TAG)
0651A7            " unitCode='C62'>" FUNCTION TRIM(WS-XML-AANTAL-ED)
0651A8            "</cbc:" FUNCTION TRIM(WS-EF-AANTAL-TAG) ">"
0651A9            DELIMITED BY SIZE INTO WS-XML-LINE
0651AA     END-STRING
0651AB     WRITE UBL-LINE FROM WS-XML-LINE
0651AC     MOVE WS-EF-EXCL TO WS-EF-BEDRAG
0651AD     MOVE "cbc:LineExtensionAmount" TO WS-XML-TAG
0651AE     MOVE 5 TO WS-XML-PTR
0651AF     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
0651AG     MOVE "    <cac:Item>" TO UBL-LINE
0651AH     WRITE UBL-LINE
0651AI     MOVE "cbc:Name" TO WS-XML-TAG
0651AJ     IF EFL-EXCL (WS-EFL-IDX) < ZERO
0651AK         MOVE "CREDIT" TO WS-XML-WAARDE
0651AL     ELSE
0651AM         MOVE "FACTUURREGEL" TO WS-XML-WAARDE
0651AN     END-IF
0651AO     MOVE 7 TO WS-XML-PTR
0651AP     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
0651AQ     MOVE "      <cac:ClassifiedTaxCategory>" TO UBL-LINE
0651AR     WRITE UBL-LINE
0651AS     IF EFL-RATE (WS-EFL-IDX) = "Z"
0651AT         MOVE "Z" TO WS-EF-CAT
0651AU     ELSE
0651AV         MOVE "S" TO WS-EF-CAT
0651AW     END-IF
0651AX     MOVE EFL-PCT (WS-EFL-IDX) TO WS-EF-PCT
0651AY     PERFORM 3686-PUT-CATEGORY THRU 3686-EXIT
0651AZ     MOVE "      </cac:ClassifiedTaxCategory>" TO UBL-LINE
0651B0     WRITE UBL-LINE
0651B1     MOVE "    </cac:Item>" TO UBL-LINE
0651B2     WRITE UBL-LINE
0651B3     MOVE "    <cac:Price>" TO UBL-LINE
0651B4     WRITE UBL-LINE
0651B5     COMPUTE WS-EF-BEDRAG = WS-EF-EXCL * WS-EF-AANTAL
0651B6     MOVE "cbc:PriceAmount" TO WS-XML-TAG
0651B7     MOVE 7 TO WS-XML-PTR
0651B8     PERFORM 3670-PUT-BEDRAG THRU 3670-EXIT
0651B9     MOVE "    </cac:Price>" TO UBL-LINE
0651BA     WRITE UBL-LINE
0651BB     MOVE SPACES TO WS-XML-LINE
0651BC     STRING "  </cac:" FUNCTION TRIM(WS-EF-REGEL-TAG) ">"
0651BD            DELIMITED BY SIZE INTO WS-XML-LINE
0651BE     END-STRING
0651BF     WRITE UBL-LINE FROM WS-XML-LINE.
0651BG 3650-EXIT.
0651BH     EXIT.
0651BI
0651BJ*-----------------------------------------------------------
0651BK* 3660-REGISTER-EFACTUUR - POGING 1 IN HET UITGAANDE REGISTER
0651BL*-----------------------------------------------------------
0651BM 3660-REGISTER-EFACTUUR.
0651BN     ACCEPT WS-EF-TIME FROM TIME
0651BO     MOVE WS-THIS-FACTNR TO EFR-FACTNR
0651BP     MOVE WS-CUR-KLANT TO EFR-KLANT
0651BQ     MOVE WS-EF-SOORT TO EFR-SOORT
0651BR     COMPUTE EFR-BEDRAG = WS-INV-INCL-TOTAL * WS-EF-TEKEN
0651BS     MOVE WS-UBL-NAME TO EFR-BESTAND
0651BT     MOVE RUNHDR-RUN-DATE TO EFR-DATUM
0651BU     MOVE WS-EF-TIME (1:6) TO EFR-TIJD
0651BV     MOVE RUNHDR-RUN-SEQ TO EFR-RUN-SEQ
0651BW     MOVE RUNHDR-OPERATOR-ID TO EFR-OPERATOR
0651BX     MOVE 1 TO EFR-POGING
0651BY     MOVE "NIEUW" TO EFR-REDEN
0651BZ     OPEN EXTEND EFACT-REG-FILE
0651C0     IF WS-EFREG-STATUS = "35"
0651C1         OPEN OUTPUT EFACT-REG-FILE
0651C2     END-IF
0651C3     WRITE EFACT-REG-LINE FROM EFR-DETAIL-LINE
0651C4     CLOSE EFACT-REG-FILE.
0651C5 3660-EXIT.
0651C6     EXIT.
0651C7
0651C8*-----------------------------------------------------------
0651C9* 3670-PUT-BEDRAG - <TAG CURRENCYID='EUR'>BEDRAG</TAG> VANAF
0651CA*                   POSITIE WS-XML-PTR
0651CB*-----------------------------------------------------------
0651CC 3670-PUT-BEDRAG.
0651CD     MOVE WS-EF-BEDRAG TO WS-XML-BEDRAG-ED
0651CE     MOVE SPACES TO WS-XML-LINE
0651CF     STRING "<" FUNCTION TRIM(WS-XML-TAG) " currencyID='EUR'>"
0651CG            FUNCTION TRIM(WS-XML-BEDRAG-ED)
0651CH            "</" FUNCTION TRIM(WS-XML-TAG) ">"
0651CI            DELIMITED BY SIZE INTO WS-XML-LINE
0651CJ            WITH POINTER WS-XML-PTR
0651CK     END-STRING
0651CL     WRITE UBL-LINE FROM WS-XML-LINE.
0651CM 3670-EXIT.
0651CN     EXIT.
0651CO
0651CP*-----------------------------------------------------------
0651CQ* 3675-PUT-TEKST - <TAG>WAARDE</TAG> VANAF POSITIE WS-XML-PTR
0651CR*-----------------------------------------------------------
0651CS 3675-PUT-TEKST.
0651CT     MOVE SPACES TO WS-XML-LINE
0651CU     STRING "<" FUNCTION TRIM(WS-XML-TAG) ">"
0651CV            FUNCTION TRIM(WS-XML-WAARDE)
0651CW            "</" FUNCTION TRIM(WS-XML-TAG) ">"
0651CX            DELIMITED BY SIZE INTO WS-XML-LINE
0651CY            WITH POINTER WS-XML-PTR
0651CZ     END-STRING
0651D0     WRITE UBL-LINE FROM WS-XML-LINE.
0651D1 3675-EXIT.
0651D2     EXIT.
0651D3
0651D4*-----------------------------------------------------------
0651D5* 3680-ESCAPE - & < > ' EN " IN EEN NAAM OF ADRES ALS XML-
0651D6*               ENTITEIT
0651D7*-----------------------------------------------------------
0651D8 3680-ESCAPE.
0651D9     MOVE SPACES TO WS-ESC-OUT
0651DA     MOVE 1 TO WS-ESC-PTR
0651DB     PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
0651DC             UNTIL WS-ESC-IDX > 40
0651DD         EVALUATE WS-ESC-IN (WS-ESC-IDX:1)
0651DE             WHEN "&"
0651DF                 STRING "&amp;" DELIMITED BY SIZE
0651DG                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651DH                 END-STRING
0651DI             WHEN "<"
0651DJ                 STRING "&lt;" DELIMITED BY SIZE
0651DK                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651DL                 END-STRING
0651DM             WHEN ">"
0651DN                 STRING "&gt;" DELIMITED BY SIZE
0651DO                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651DP                 END-STRING
0651DQ             WHEN "'"
0651DR                 STRING "&apos;" DELIMITED BY SIZE
0651DS                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651DT                 END-STRING
0651DU             WHEN '"'
0651DV                 STRING "&quot;" DELIMITED BY SIZE
0651DW                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651DX                 END-STRING
0651DY             WHEN OTHER
0651DZ                 STRING WS-ESC-IN (WS-ESC-IDX:1) DELIMITED BY SIZE
0651E0                     INTO WS-ESC-OUT WITH POINTER WS-ESC-PTR
0651E1                 END-STRING
0651E2         END-EVALUATE
0651E3     END-PERFORM.
0651E4 3680-EXIT.
0651E5     EXIT.
0651E6
0651E7 3685-PUT-TAX-SCHEME.
0651E8     MOVE "        <cac:TaxScheme>" TO UBL-LINE
0651E9     WRITE UBL-LINE
0651EA     MOVE "cbc:ID" TO WS-XML-TAG
0651EB     MOVE "VAT" TO WS-XML-WAARDE
0651EC     MOVE 11 TO WS-XML-PTR
0651ED     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
0651EE     MOVE "        </cac:TaxScheme>" TO UBL-LINE
0651EF     WRITE UBL-LINE.
0651EG 3685-EXIT.
0651EH     EXIT.
0651EI
0651EJ*-----------------------------------------------------------
0651EK* 3686-PUT-CATEGORY - CATEGORIE (S OF Z), PERCENTAGE EN
0651EL*                     BELASTINGSOORT BINNEN EEN TAXCATEGORY
0651EM*-----------------------------------------------------------
0651EN 3686-PUT-CATEGORY.
0651EO     MOVE "cbc:ID" TO WS-XML-TAG
0651EP     MOVE WS-EF-CAT TO WS-XML-WAARDE
0651EQ     MOVE 9 TO WS-XML-PTR
0651ER     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
0651ES     MOVE WS-EF-PCT TO WS-XML-PCT-ED
0651ET     MOVE "cbc:Percent" TO WS-XML-TAG
0651EU     MOVE FUNCTION TRIM(WS-XML-PCT-ED) TO WS-XML-WAARDE
0651EV     MOVE 9 TO WS-XML-PTR
0651EW     PERFORM 3675-PUT-TEKST THRU 3675-EXIT
0651EX     PERFORM 3685-PUT-TAX-SCHEME THRU 3685-EXIT.
0651EY 3686-EXIT.
0651EZ     EXIT.
0651F0
0651F1*-----------------------------------------------------------
0651F2* 3690-EDIT-DATUM - JJJJMMDD NAAR JJJJ-MM-DD
0651F3*-----------------------------------------------------------
0651F4 3690-EDIT-DATUM.
0651F5     MOVE SPACES TO WS-XML-DATUM
0651F6     STRING WS-XML-DATE-IN (1:4) "-" WS-XML-DATE-IN (5:2) "-"
0651F7            WS-XML-DATE-IN (7:2)
0651F8            DELIMITED BY SIZE INTO WS-XML-DATUM
0651F9     END-STRING.
0651FA 3690-EXIT.
0651FB     EXIT.
065200
065300*-----------------------------------------------------------
065400* 8000-FINALIZE - WRITE THE NUMBER REGISTER BACK AND CLOSE UP
066400     DISPLAY "FACTPRT COMPLETE - " WS-DOC-COUNT
066500             " FACTU(U)R(EN) NAAR FACTUUR.DAT, LAATSTE "
066600             "NUMMER " WS-LAST-FACTNR
066610     IF WS-HELD-DOC-COUNT > ZERO
066620         DISPLAY "FACTPRT: " WS-HELD-DOC-COUNT
066630                 " FACTU(U)R(EN) GEHOUDEN OP KREDIETTOETS"
066640     END-IF
066650     IF WS-YEAR-DOC-COUNT > ZERO
066660         DISPLAY "FACTPRT: " WS-YEAR-DOC-COUNT
066670                 " FACTU(U)R(EN) IN AFGESLOTEN BOEKJAAR"
066680     END-IF
066690     IF WS-REEKS-VOL-COUNT > ZERO
066691         DISPLAY "FACTPRT: " WS-REEKS-VOL-COUNT
066692                 " FACTU(U)R(EN) NIET GENUMMERD - REEKS VOL"
066693     END-IF
066694     IF WS-EF-DOC-COUNT > ZERO
066695         DISPLAY "FACTPRT: " WS-EF-DOC-COUNT
066696                 " E-FACTU(U)R(EN) (UBL) NAAR EFACTREG.DAT, "
066697                 "WAARVAN " WS-EF-CN-COUNT " CREDITNOTA('S)"
066698     END-IF
066699     IF WS-EF-SKIP-COUNT > ZERO
06669A         DISPLAY "FACTPRT: " WS-EF-SKIP-COUNT
06669B                 " E-FACTU(U)R(EN) NIET GEMAAKT - ALLEEN "
06669C                 "GEDRUKT"
06669D     END-IF
066700     IF RETURN-CODE = ZERO
066710         AND (WS-REJECT-COUNT > ZERO OR WS-YEAR-DOC-COUNT > ZERO
066711              OR WS-EF-SKIP-COUNT > ZERO)
066800         MOVE 4 TO RETURN-CODE
066900     END-IF.
067000 8000-EXIT.
