002400*                  INTERNAL INVOICE 000000 IS NEVER POSTED.
002500*                  CONDITION CODE 4 WHEN A PAYMENT COULD NOT
002600*                  BE MATCHED TO AN OPEN ITEM.
002601* 2026-10-15  BJS  EVERY FACTUUR POSTED (F) AND EVERY BETALING
002602*                  APPLIED (B) IS APPENDED TO THE PERMANENT
002603*                  DEBITEURENMUTATIE FILE DEBMUT.DAT (SEE
002604*                  DEBMUT.CPY), SO DEBAFST CAN RECONCILE THE
002605*                  OPEN POSTEN AGAINST THE GROOTBOEK PER
002606*                  FACTUUR.
002607* 2026-10-15  BJS  THE OPEN POSTEN MOVE FROM THE 500-ENTRY TABLE
002608*                  TO THE INDEXED OPENPOST.IDX (OPENPOST.CPY),
002609*                  KEYED ON FACTUURNR WITH AN ALTERNATE KEY ON
00260A*                  KLANT AND UPDATED IN PLACE, SO NO ITEM IS LOST
00260B*                  ANY MORE. EACH POST CARRIES ITS VERVALDATUM
00260C*                  (KLA-TERMIJN) AND ITS BETALINGEN WITH DATE. A
00260D*                  FULLY PAID POST IS DELETED AND WRITTEN TO THE
00260E*                  BETAALHISTORIE BETHIST.DAT (BETHIST.CPY). THE
00260F*                  AGING RUNS OVER THE ALTERNATE KEY AND ALSO
00260G*                  WRITES OPENPOST.DAT, IN ITS OLD LAYOUT, AS THE
00260H*                  FLAT IMAGE FOR JAARAFS, CONSOL AND THE BACKUP.
00260I*                  WITHOUT OPENPOST.IDX THE FILE IS BUILT FROM
00260J*                  THAT IMAGE (CONVERSION, OR RECOVERY FROM THE
00260K*                  LAST IMAGE). A RERUN OF THE SAME RUN SEQUENCE
00260L*                  SKIPS WHAT DEBMUT.DAT SHOWS WAS ALREADY POSTED
00260M*                  OR APPLIED, SO A RESTARTED STEP NEVER BOOKS A
00260N*                  BETALING TWICE.
00260O* 2026-10-15  BJS  A BETALING THAT LEAVES A REST OF AT MOST THE
00260P*                  AFBOEK-TOLERANTIE (PARMS.DAT FIELD 40) ON THE
00260Q*                  FACTUUR CLOSES IT: THE REST IS WRITTEN OFF AS
00260R*                  A KLEIN BETAALVERSCHIL TO THE AFBOEKINGEN-
00260S*                  REGISTER AFBREG.DAT (AFBREG.CPY), AS AN A
00260T*                  MUTATIE ON DEBMUT.DAT AND AS AN A-LINE IN THE
00260U*                  BETAALHISTORIE; GLEXTR BOOKS IT. EVERY NEW
00260V*                  POST CARRIES THE BTW OF ITS FACTUUR (OPN-BTW),
00260W*                  SO THE BTW PART OF AN AFBOEKING IS KNOWN.
002700*-----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-BTWREG-STATUS.
003500
003600     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
003601         ORGANIZATION IS INDEXED
003602         ACCESS MODE IS DYNAMIC
003603         RECORD KEY IS OPN-FACTUUR
003604         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
003605         FILE STATUS IS WS-OPENPOST-STATUS.
003606
003607     SELECT OPEN-IMAGE-FILE ASSIGN TO "OPENPOST.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-OPNIMG-STATUS.
003801
003802     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
003803         ORGANIZATION IS INDEXED
003804         ACCESS MODE IS RANDOM
003805         RECORD KEY IS KLA-NUMMER
003806         FILE STATUS IS WS-KLANTMST-STATUS.
003900
004000     SELECT PAYMENTS-FILE ASSIGN TO "BETALING.DAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
005100     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-JRNL-STATUS.
005301
005302     SELECT DEBMUT-FILE ASSIGN TO "DEBMUT.DAT"
005303         ORGANIZATION IS LINE SEQUENTIAL
005304         FILE STATUS IS WS-DEBMUT-STATUS.
005305
005306     SELECT PAID-HIST-FILE ASSIGN TO "BETHIST.DAT"
005307         ORGANIZATION IS LINE SEQUENTIAL
005308         FILE STATUS IS WS-BETHIST-STATUS.
005309
00530A     SELECT AFB-REGISTER-FILE ASSIGN TO "AFBREG.DAT"
00530B         ORGANIZATION IS LINE SEQUENTIAL
00530C         FILE STATUS IS WS-AFBREG-STATUS.
00530D
00530E     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
00530F         ORGANIZATION IS LINE SEQUENTIAL
00530G         FILE STATUS IS WS-PARM-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
007700     05  FILLER               PIC X(36).
007800
007900 FD  OPEN-ITEMS-FILE.
008000     COPY "OPENPOST.CPY".
008001
008002 FD  OPEN-IMAGE-FILE.
008003 01  OPEN-IMAGE-LINE          PIC X(132).
008004
008005 FD  KLANT-MASTER.
008006     COPY "KLANTMST.CPY".
008100
008200 FD  PAYMENTS-FILE.
008300 01  PAYMENTS-LINE            PIC X(80).
009000
009100 FD  RUN-JOURNAL-FILE.
009200 01  RUN-JOURNAL-LINE         PIC X(80).
009201
009202 FD  DEBMUT-FILE.
009203 01  DEBMUT-LINE              PIC X(80).
009204
009205 FD  PAID-HIST-FILE.
009206 01  PAID-HIST-LINE           PIC X(132).
009207
009208 FD  AFB-REGISTER-FILE.
009209 01  AFB-REGISTER-LINE        PIC X(132).
00920A
00920B FD  PARM-FILE.
00920C 01  PARM-LINE                PIC X(256).
009300
009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------
010900 01  WS-RUNSEQ-ENV-X          PIC X(10).
011000 01  WS-BTWREG-STATUS         PIC X(02) VALUE "00".
011100 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
011101 01  WS-OPNIMG-STATUS         PIC X(02) VALUE "00".
011102 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
011200 01  WS-BETALING-STATUS       PIC X(02) VALUE "00".
011201 01  WS-DEBMUT-STATUS         PIC X(02) VALUE "00".
011202 01  WS-BETHIST-STATUS        PIC X(02) VALUE "00".
011203 01  WS-AFBREG-STATUS         PIC X(02) VALUE "00".
011204 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
011300
011400 01  WS-REG-EOF               PIC X VALUE "N".
011500     88 REG-EOF               VALUE "Y".
012000 01  WS-PAY-EOF               PIC X VALUE "N".
012100     88 PAY-EOF               VALUE "Y".
012200     88 PAY-NOT-EOF           VALUE "N".
012201 01  WS-MUT-EOF               PIC X VALUE "N".
012202     88 MUT-EOF               VALUE "Y".
012203     88 MUT-NOT-EOF           VALUE "N".
012204 01  WS-KLANT-SW              PIC X VALUE "N".
012205     88 KLANT-AVAILABLE       VALUE "Y".
012206     88 KLANT-NOT-AVAILABLE   VALUE "N".
012300
012400*-----------------------------------------------------------
012500* OPEN ITEMS - ONE OPENPOST.IDX RECORD AT A TIME. THE OLD
012600* OPENPOST.DAT LINE IS STILL PARSED WHEN THE INDEXED FILE IS
012601* BUILT FROM THE IMAGE.
012700*-----------------------------------------------------------
013100 01  WS-ITEM-FOUND-SW         PIC X VALUE "N".
013200     88 ITEM-FOUND            VALUE "Y".
013300     88 ITEM-NOT-FOUND        VALUE "N".
014200
014300 01  WS-OI-INVOICE-X          PIC X(12).
014400 01  WS-OI-KLANT-X            PIC X(12).
015000 01  WS-PAY-INVOICE-X         PIC X(12).
015100 01  WS-PAY-BEDRAG-X          PIC X(16).
015200 01  WS-PAY-DATUM-X           PIC X(10).
015201 01  WS-PAY-BEDRAG            PIC S9(09)V99 VALUE ZERO.
015202 01  WS-PAY-DATUM             PIC 9(08) VALUE ZERO.
015203
015204*-----------------------------------------------------------
015205* VERVALDATUM AND BETAALHISTORIE WORK FIELDS
015206*-----------------------------------------------------------
015207 77  WS-TERMIJN               PIC 9(03) VALUE 30.
015208 77  WS-BET-IDX               PIC 9(03) COMP VALUE ZERO.
015209 01  WS-SETTLE-DATUM          PIC 9(08) VALUE ZERO.
01520A 77  WS-FACT-DAYNUM           PIC 9(07) COMP VALUE ZERO.
01520B     COPY "BETHIST.CPY".
015300
015400 77  WS-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
015500 77  WS-PAYMENT-COUNT         PIC 9(05) COMP VALUE ZERO.
015600 77  WS-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
015700 77  WS-SETTLED-COUNT         PIC 9(05) COMP VALUE ZERO.
015777 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
0157EE 77  WS-CONVERT-COUNT         PIC 9(07) COMP VALUE ZERO.
0157LL 77  WS-IO-ERROR-COUNT        PIC 9(05) COMP VALUE ZERO.
0157SS
015802*-----------------------------------------------------------
015803* DEBITEURENMUTATIE - ONE LINE PER POSTED FACTUUR OR APPLIED
015804* BETALING, SEE DEBMUT.CPY
015805*-----------------------------------------------------------
015806     COPY "DEBMUT.CPY".
015809
01580A*-----------------------------------------------------------
01580B* HERSTART - THE F AND B MUTATIES DEBMUT.DAT ALREADY HOLDS FOR
01580C* THIS RUN SEQUENCE. A FACTUUR OR BETALING FOUND HERE WAS
01580D* BOOKED BEFORE THE STEP WAS RESTARTED AND IS SKIPPED; EVERY
01580E* B ENTRY STANDS FOR ONE BETALING.DAT LINE.
01580F*-----------------------------------------------------------
01580G 77  WS-RST-COUNT             PIC 9(05) COMP VALUE ZERO.
01580H 77  WS-RST-MAX               PIC 9(05) COMP VALUE 5000.
01580I 77  WS-RST-IDX               PIC 9(05) COMP VALUE ZERO.
01580J 77  WS-RERUN-SKIP-COUNT      PIC 9(05) COMP VALUE ZERO.
01580K 01  WS-RST-TABLE.
01580L     05  WS-RST-ENTRY OCCURS 5000 TIMES.
01580M         10  RST-TYPE         PIC X(01).
01580N         10  RST-INVOICE      PIC X(10).
01580O         10  RST-BEDRAG       PIC S9(09)V99.
01580P         10  RST-USED         PIC X(01).
01580Q 01  WS-RST-FOUND-SW          PIC X VALUE "N".
01580R     88 RST-FOUND             VALUE "Y".
01580S     88 RST-NOT-FOUND         VALUE "N".
01580T 01  WS-RST-TYPE              PIC X(01).
01580U 01  WS-RST-INVOICE           PIC X(10).
01580V 01  WS-RST-BEDRAG            PIC S9(09)V99.
01580W 01  WS-DM-DATE-X             PIC X(10).
01580X 01  WS-DM-SEQ-X              PIC X(08).
01580Y 01  WS-DM-TYPE-X             PIC X(02).
01580Z 01  WS-DM-INVOICE-X          PIC X(12).
015810 01  WS-DM-KLANT-X            PIC X(12).
015811 01  WS-DM-BEDRAG-X           PIC X(16).
015812
015813*-----------------------------------------------------------
015814* PARAMETERS - THE HIGH BTW TARIEF (FIELD 2) AND THE AFBOEK-
015815* TOLERANTIE (FIELD 40) FROM PARMS.DAT, SEE PARMCFG.CPY
015816*-----------------------------------------------------------
015817     COPY "PARMCFG.CPY".
015818 01  WS-PARM-FIELDS.
015819     05  WS-PARM-FLD-X        PIC X(40) OCCURS 40 TIMES.
01581A
01581B*-----------------------------------------------------------
01581C* AFBOEKING VAN EEN KLEIN BETAALVERSCHIL - ONE AFBREG.DAT LINE
01581D* PER AFGEBOEKTE FACTUUR, SEE AFBREG.CPY. WS-AFB-SOORT IS K
01581E* WHILE THE POST BEING CLOSED IS AFGEBOEKT, SPACE OTHERWISE.
01581F*-----------------------------------------------------------
01581G     COPY "AFBREG.CPY".
01581H 01  WS-AFB-SOORT             PIC X(01) VALUE SPACE.
01581I 01  WS-AFB-REST              PIC S9(09)V99 VALUE ZERO.
01581J 01  WS-AFB-BTW               PIC S9(09)V99 VALUE ZERO.
01581K 01  WS-AFB-TOTAAL            PIC S9(09)V99 VALUE ZERO.
01581L 77  WS-AFB-COUNT             PIC 9(05) COMP VALUE ZERO.
01581M 01  WS-AFB-TOL-ED            PIC ZZ9.99.
015900
016000*-----------------------------------------------------------
016100* AGING WORK FIELDS - DAYS OPEN AGAINST THE RUN DATE
017400 01  WS-TOT-90                PIC S9(09)V99 VALUE ZERO.
017500 01  WS-BREAK-KLANT           PIC X(10) VALUE HIGH-VALUES.
017600 01  WS-BREAK-NAAM            PIC X(20) VALUE SPACES.
018100
018200*-----------------------------------------------------------
018300* OPEN-ITEMS FILE LINE - COMMA-DELIMITED WITH EXPLICIT SIGNS
018400* SO THE NEXT RUN CAN NUMVAL THEM BACK. NOW THE LAYOUT OF THE
018401* OPENPOST.DAT IMAGE.
018500*-----------------------------------------------------------
018600 01  OI-DETAIL-LINE.
018700     05  OI-INVOICE           PIC X(10).
023900
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024200     PERFORM 2000-OPEN-OPEN-ITEMS THRU 2000-EXIT
024300     PERFORM 3000-POST-REGISTER THRU 3000-EXIT
024400     PERFORM 4000-APPLY-PAYMENTS THRU 4000-EXIT
024600     PERFORM 6000-WRITE-AGING THRU 6000-EXIT
024700     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
024800     STOP RUN.
028930     OPEN OUTPUT AGING-REPORT-FILE
028940     MOVE RUNHDR-RUN-DATE TO AGE-HDG-DATE
028950     WRITE AGING-REPORT-LINE FROM AGE-HEADING-1
028959     WRITE AGING-REPORT-LINE FROM AGE-HEADING-2
02895I     PERFORM 1100-LOAD-RERUN THRU 1100-EXIT
02895R     OPEN EXTEND DEBMUT-FILE
028962     IF WS-DEBMUT-STATUS = "35"
028963         OPEN OUTPUT DEBMUT-FILE
028966     END-IF
028967     OPEN EXTEND PAID-HIST-FILE
028968     IF WS-BETHIST-STATUS = "35"
028969         OPEN OUTPUT PAID-HIST-FILE
02896A     END-IF
02896B     OPEN INPUT KLANT-MASTER
02896C     IF WS-KLANTMST-STATUS = "00"
028BET         SET KLANT-AVAILABLE TO TRUE
028DNA     ELSE
028FVR         SET KLANT-NOT-AVAILABLE TO TRUE
028I48         DISPLAY "DEBITEUR: GEEN KLANTMST.IDX - VERVALDATUM "
028KCP                 "OP 30 DAGEN"
028ML6     END-IF
028OTN     OPEN EXTEND AFB-REGISTER-FILE
028R24     IF WS-AFBREG-STATUS = "35"
028TAL         OPEN OUTPUT AFB-REGISTER-FILE
028VJ2     END-IF
028XRJ     PERFORM 1200-LOAD-PARMS THRU 1200-EXIT.
029000 1000-EXIT.
029100     EXIT.
029200
029300*-----------------------------------------------------------
029400* 1100-LOAD-RERUN - THE MUTATIES OF THIS RUN SEQUENCE ALREADY
029500*                   ON DEBMUT.DAT. NORMALLY THERE ARE NONE;
029600*                   AFTER A RESTART THEY ARE WHAT THE FAILED
029601*                   ATTEMPT BOOKED.
029700*-----------------------------------------------------------
029800 1100-LOAD-RERUN.
029900     MOVE ZERO TO WS-RST-COUNT
030000     OPEN INPUT DEBMUT-FILE
030001     IF WS-DEBMUT-STATUS NOT = "00"
030002         GO TO 1100-EXIT
030003     END-IF
030004     SET MUT-NOT-EOF TO TRUE
030005     PERFORM UNTIL MUT-EOF
030006         READ DEBMUT-FILE
030007             AT END
030008                 SET MUT-EOF TO TRUE
030009             NOT AT END
03000A                 PERFORM 1110-ONE-RERUN-LINE THRU 1110-EXIT
03000B         END-READ
03000C     END-PERFORM
03000D     CLOSE DEBMUT-FILE
03000E     IF WS-RST-COUNT > ZERO
03000F         DISPLAY "DEBITEUR: HERSTART VAN RUN " RUNHDR-RUN-SEQ
03000G                 " - " WS-RST-COUNT " MUTATIE(S) AL GEBOEKT, "
03000H                 "DIE WORDEN OVERGESLAGEN"
03000I     END-IF.
03000J 1100-EXIT.
03000K     EXIT.
03000L
03000M 1110-ONE-RERUN-LINE.
03000N     IF DEBMUT-LINE = SPACES
03000O         GO TO 1110-EXIT
03000P     END-IF
03000Q     MOVE SPACES TO WS-DM-DATE-X WS-DM-SEQ-X WS-DM-TYPE-X
03000R                    WS-DM-INVOICE-X WS-DM-KLANT-X WS-DM-BEDRAG-X
03000S     UNSTRING DEBMUT-LINE DELIMITED BY ","
03000T         INTO WS-DM-DATE-X WS-DM-SEQ-X WS-DM-TYPE-X
03000U              WS-DM-INVOICE-X WS-DM-KLANT-X WS-DM-BEDRAG-X
03000V     END-UNSTRING
03000W     IF FUNCTION TRIM(WS-DM-SEQ-X) IS NOT NUMERIC
03000X         OR WS-DM-SEQ-X = SPACES
03000Y         OR FUNCTION TEST-NUMVAL(FUNCTION
03000Z             TRIM(WS-DM-BEDRAG-X)) NOT = 0
030010         GO TO 1110-EXIT
030011     END-IF
030012     IF FUNCTION NUMVAL(WS-DM-SEQ-X) NOT = RUNHDR-RUN-SEQ
030013         OR (WS-DM-TYPE-X NOT = "F" AND WS-DM-TYPE-X NOT = "B")
030014         GO TO 1110-EXIT
030015     END-IF
030016     IF WS-RST-COUNT >= WS-RST-MAX
030017         GO TO 1110-EXIT
030018     END-IF
030019     ADD 1 TO WS-RST-COUNT
03001A     MOVE WS-DM-TYPE-X (1:1) TO RST-TYPE (WS-RST-COUNT)
03001B     MOVE FUNCTION TRIM(WS-DM-INVOICE-X)
03001C         TO RST-INVOICE (WS-RST-COUNT)
03001D     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DM-BEDRAG-X))
03001E         TO RST-BEDRAG (WS-RST-COUNT)
03001F     MOVE "N" TO RST-USED (WS-RST-COUNT).
03001G 1110-EXIT.
03001H     EXIT.
03001I
03001J*-----------------------------------------------------------
03001K* 1150-CHECK-RERUN - WAS WS-RST-TYPE FOR WS-RST-INVOICE (AND,
03001L*                    FOR A BETALING, WS-RST-BEDRAG) ALREADY
03001M*                    BOOKED THIS RUN SEQUENCE? A MATCHING B
03001N*                    ENTRY IS USED UP, SO TWO EQUAL BETALINGEN
03001O*                    ARE EACH SKIPPED ONCE ONLY.
03001P*-----------------------------------------------------------
03001Q 1150-CHECK-RERUN.
03001R     SET RST-NOT-FOUND TO TRUE
03001S     IF WS-RST-COUNT = ZERO
03001T         GO TO 1150-EXIT
03001U     END-IF
03001V     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
03001W         UNTIL WS-RST-IDX > WS-RST-COUNT OR RST-FOUND
03001X         IF RST-TYPE (WS-RST-IDX) = WS-RST-TYPE
03001Y             AND RST-INVOICE (WS-RST-IDX) = WS-RST-INVOICE
03001Z             AND RST-USED (WS-RST-IDX) = "N"
030020             AND (WS-RST-TYPE = "F"
030021                  OR RST-BEDRAG (WS-RST-IDX) = WS-RST-BEDRAG)
030022             SET RST-FOUND TO TRUE
030023             MOVE "J" TO RST-USED (WS-RST-IDX)
030024         END-IF
030025     END-PERFORM
030026     IF RST-FOUND
030027         ADD 1 TO WS-RERUN-SKIP-COUNT
030028     END-IF.
030029 1150-EXIT.
03002A     EXIT.
03002B
03002C*-----------------------------------------------------------
03002W* 1200-LOAD-PARMS - THE HIGH BTW TARIEF AND THE AFBOEK-
03002X*                   TOLERANTIE FROM PARMS.DAT. NO FILE OR NO
03002Y*                   FIELD 40 LEAVES THE TOLERANTIE ZERO: NO
03002Z*                   AUTOMATIC AFBOEKING.
030030*-----------------------------------------------------------
030031 1200-LOAD-PARMS.
030032     OPEN INPUT PARM-FILE
030033     IF WS-PARM-STATUS NOT = "00"
030034         GO TO 1200-EXIT
030035     END-IF
030036     MOVE SPACES TO PARM-LINE
030037     READ PARM-FILE
030038         AT END
030039             MOVE SPACES TO PARM-LINE
03003A     END-READ
03003B     CLOSE PARM-FILE
03003C     MOVE SPACES TO WS-PARM-FIELDS
03003D     UNSTRING PARM-LINE DELIMITED BY ","
03003E         INTO WS-PARM-FLD-X (1) WS-PARM-FLD-X (2)
03003F              WS-PARM-FLD-X (3) WS-PARM-FLD-X (4)
03003G              WS-PARM-FLD-X (5) WS-PARM-FLD-X (6)
03003H              WS-PARM-FLD-X (7) WS-PARM-FLD-X (8)
03003I              WS-PARM-FLD-X (9) WS-PARM-FLD-X (10)
03003J              WS-PARM-FLD-X (11) WS-PARM-FLD-X (12)
03003K              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
03003L              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
03003M              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
03003N              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
03003O              WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
03003P              WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
03003Q              WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
03003R              WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
03003S              WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
03003T              WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
03003U              WS-PARM-FLD-X (33) WS-PARM-FLD-X (34)
03003V              WS-PARM-FLD-X (35) WS-PARM-FLD-X (36)
03003W              WS-PARM-FLD-X (37) WS-PARM-FLD-X (38)
03003X              WS-PARM-FLD-X (39) WS-PARM-FLD-X (40)
03003Y     END-UNSTRING
03003Z     IF FUNCTION TEST-NUMVAL(FUNCTION
030040             TRIM(WS-PARM-FLD-X (2))) = 0
030041         AND WS-PARM-FLD-X (2) NOT = SPACES
030042         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FLD-X (2)))
030043             TO PARM-VAT-RATE-HIGH
030044     END-IF
030045     IF FUNCTION TEST-NUMVAL(FUNCTION
030046             TRIM(WS-PARM-FLD-X (40))) = 0
030047         AND WS-PARM-FLD-X (40) NOT = SPACES
030048         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-FLD-X (40)))
030049             TO PARM-AFB-TOLERANTIE
03004A     END-IF
03004B     IF PARM-AFB-TOLERANTIE > ZERO
03004C         MOVE PARM-AFB-TOLERANTIE TO WS-AFB-TOL-ED
03004D         DISPLAY "DEBITEUR: BETAALVERSCHIL TOT "
03004E                 WS-AFB-TOL-ED " WORDT AFGEBOEKT"
03004F     END-IF.
03004G 1200-EXIT.
03004H     EXIT.
03004I
03004J*-----------------------------------------------------------
030063* 2000-OPEN-OPEN-ITEMS - OPENPOST.IDX FOR UPDATE. WHEN IT DOES
03007N*                        NOT EXIST YET IT IS CREATED AND FILLED
030097*                        FROM THE OPENPOST.DAT IMAGE; NO IMAGE
0300AR*                        EITHER MEANS AN EMPTY LEDGER (FIRST
0300CB*                        RUN). ANY OTHER OPEN ERROR IS RC 8.
0300DV*-----------------------------------------------------------
0300FF 2000-OPEN-OPEN-ITEMS.
0300GZ     OPEN I-O OPEN-ITEMS-FILE
0300IJ     IF WS-OPENPOST-STATUS = "35"
0300K3         OPEN OUTPUT OPEN-ITEMS-FILE
0300LN         IF WS-OPENPOST-STATUS = "00"
0300N7             CLOSE OPEN-ITEMS-FILE
0300OR             OPEN I-O OPEN-ITEMS-FILE
0300QB         END-IF
0300RV         IF WS-OPENPOST-STATUS = "00"
0300TF             PERFORM 2100-BUILD-FROM-IMAGE THRU 2100-EXIT
0300UZ             GO TO 2000-EXIT
0300WJ         END-IF
0300Y3     END-IF
030100     IF WS-OPENPOST-STATUS NOT = "00"
03013M         DISPLAY "ERROR: OPENPOST.IDX NIET TE OPENEN (STATUS "
030178                 WS-OPENPOST-STATUS ") - NIETS GEBOEKT"
0301AU         MOVE 8 TO RETURN-CODE
0301EG         CLOSE AGING-REPORT-FILE DEBMUT-FILE PAID-HIST-FILE
0301I2               AFB-REGISTER-FILE
0301LO         IF KLANT-AVAILABLE
0301PA             CLOSE KLANT-MASTER
0301SW         END-IF
0301WI         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
030208         STOP RUN
030209     END-IF.
03020A 2000-EXIT.
03020B     EXIT.
03020C
03020D*-----------------------------------------------------------
03020E* 2100-BUILD-FROM-IMAGE - EVERY READABLE OPENPOST.DAT LINE
03020F*                         BECOMES AN OPENPOST.IDX RECORD. WHAT
03020G*                         WAS PAID ON IT COUNTS AS ONE BETALING
03020H*                         ON THE RUN DATE - THE REAL DATES WERE
03020I*                         NEVER KEPT.
03020J*-----------------------------------------------------------
03020K 2100-BUILD-FROM-IMAGE.
03020L     OPEN INPUT OPEN-IMAGE-FILE
03020M     IF WS-OPNIMG-STATUS NOT = "00"
03020N         DISPLAY "DEBITEUR: OPENPOST.IDX AANGELEGD - NOG GEEN "
03020O                 "OPEN POSTEN"
03020P         GO TO 2100-EXIT
030300     END-IF
030400     SET OPEN-NOT-EOF TO TRUE
030500     PERFORM UNTIL OPEN-EOF
030600         READ OPEN-IMAGE-FILE
030700             AT END
030800                 SET OPEN-EOF TO TRUE
030900             NOT AT END
031000                 PERFORM 2110-CONVERT-ONE-ITEM THRU 2110-EXIT
031100         END-READ
031200     END-PERFORM
031300     CLOSE OPEN-IMAGE-FILE
031400     DISPLAY "DEBITEUR: OPENPOST.IDX OPGEBOUWD UIT "
031401             "OPENPOST.DAT - " WS-CONVERT-COUNT " OPEN POST(EN)".
031402 2100-EXIT.
031500     EXIT.
031600
031700 2110-CONVERT-ONE-ITEM.
031800     IF OPEN-IMAGE-LINE = SPACES
031900         GO TO 2110-EXIT
032000     END-IF
032100     MOVE SPACES TO WS-OI-INVOICE-X WS-OI-KLANT-X WS-OI-NAAM-X
032200                    WS-OI-DATE-X WS-OI-BEDRAG-X WS-OI-BETAALD-X
032300     UNSTRING OPEN-IMAGE-LINE DELIMITED BY ","
032400         INTO WS-OI-INVOICE-X WS-OI-KLANT-X WS-OI-NAAM-X
032500              WS-OI-DATE-X WS-OI-BEDRAG-X WS-OI-BETAALD-X
032600     END-UNSTRING
033000         OR FUNCTION TEST-NUMVAL(FUNCTION
033100             TRIM(WS-OI-BETAALD-X)) NOT = 0
033200         DISPLAY "WARNING: ONLEESBARE OPENPOST-REGEL "
033300                 "GENEGEERD: " FUNCTION TRIM(OPEN-IMAGE-LINE)
033400         GO TO 2110-EXIT
033500     END-IF
033600     MOVE SPACES TO OPEN-POST-RECORD
033700     INITIALIZE OPEN-POST-RECORD
033800     MOVE FUNCTION TRIM(WS-OI-INVOICE-X) TO OPN-FACTUUR
033900     MOVE FUNCTION TRIM(WS-OI-KLANT-X) TO OPN-KLANT
034000     MOVE WS-OI-NAAM-X TO OPN-KLANTNAAM
034100     MOVE FUNCTION NUMVAL(WS-OI-DATE-X) TO OPN-DATUM
034400     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OI-BEDRAG-X))
034500         TO OPN-BEDRAG
034600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-OI-BETAALD-X))
034700         TO OPN-BETAALD
034701     MOVE ZERO TO OPN-BTW
034702     MOVE "N" TO OPN-BTW-BEKEND
034800     IF OPN-BETAALD NOT = ZERO
034801         MOVE 1 TO OPN-BET-AANTAL
034802         MOVE RUNHDR-RUN-DATE TO OPN-BET-DATUM (1)
034803         MOVE OPN-BETAALD TO OPN-BET-BEDRAG (1)
034804     END-IF
034805     PERFORM 3150-SET-VERVALDATUM THRU 3150-EXIT
034806     WRITE OPEN-POST-RECORD
034807         INVALID KEY
034808             DISPLAY "WARNING: DUBBELE OPENPOST-REGEL GENEGEERD: "
034809                     FUNCTION TRIM(OPEN-IMAGE-LINE)
03480A         NOT INVALID KEY
03480B             ADD 1 TO WS-CONVERT-COUNT
03480C     END-WRITE.
03480D 2110-EXIT.
034900     EXIT.
035000
035100*-----------------------------------------------------------
037300 3000-EXIT.
037400     EXIT.
037500
037501*-----------------------------------------------------------
037502* 3100-POST-ONE-INVOICE - A CREDITNOTA (OR A NUL-FACTUUR) IS
037503*                         NOTHING TO COLLECT: IT IS POSTED AND
037504*                         CLOSED AT ONCE, STRAIGHT INTO THE
037505*                         BETAALHISTORIE.
037506*-----------------------------------------------------------
037600 3100-POST-ONE-INVOICE.
037700     IF FUNCTION TRIM(REG-DATE) IS NOT NUMERIC
037800         OR REG-DATE = SPACES
038400     IF FUNCTION TRIM(REG-INVOICE) = "000000"
038500         GO TO 3100-EXIT
038600     END-IF
038700     MOVE "F" TO WS-RST-TYPE
038800     MOVE FUNCTION TRIM(REG-INVOICE) TO WS-RST-INVOICE
038900     PERFORM 1150-CHECK-RERUN THRU 1150-EXIT
039000     IF RST-FOUND
039100         GO TO 3100-EXIT
039101     END-IF
039102     MOVE FUNCTION TRIM(REG-INVOICE) TO OPN-FACTUUR
039103     READ OPEN-ITEMS-FILE
039104         INVALID KEY
039105             SET ITEM-NOT-FOUND TO TRUE
039106         NOT INVALID KEY
039200             SET ITEM-FOUND TO TRUE
039300     END-READ
039500     IF ITEM-FOUND
039600         GO TO 3100-EXIT
039700     END-IF
039800     MOVE SPACES TO OPEN-POST-RECORD
03981K     INITIALIZE OPEN-POST-RECORD
039834     MOVE FUNCTION TRIM(REG-INVOICE) TO OPN-FACTUUR
03984O     MOVE FUNCTION TRIM(REG-KLANT) TO OPN-KLANT
039868     MOVE REG-KLANTNAAM TO OPN-KLANTNAAM
03987S     MOVE FUNCTION NUMVAL(REG-DATE) TO OPN-DATUM
03989C     MOVE FUNCTION NUMVAL(FUNCTION TRIM(REG-INCL-X))
0398AW         TO OPN-BEDRAG
0398CG     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(REG-VAT-X)) = 0
0398E0         MOVE FUNCTION NUMVAL(FUNCTION TRIM(REG-VAT-X))
0398FK             TO OPN-BTW
0398H4         MOVE "J" TO OPN-BTW-BEKEND
0398IO     ELSE
0398K8         MOVE ZERO TO OPN-BTW
0398LS         MOVE "N" TO OPN-BTW-BEKEND
0398NC     END-IF
0398OW     PERFORM 3150-SET-VERVALDATUM THRU 3150-EXIT
0398QG     ADD 1 TO WS-POSTED-COUNT
0398S0     SET DMU-FACTUUR TO TRUE
0398TK     MOVE OPN-FACTUUR TO DMU-INVOICE
0398V4     MOVE OPN-KLANT   TO DMU-KLANT
0398WO     MOVE OPN-BEDRAG  TO DMU-BEDRAG
0398Y8     MOVE OPN-DATUM   TO DMU-DATUM
03990E     PERFORM 7000-WRITE-MUTATIE THRU 7000-EXIT
03990F     IF OPN-BEDRAG NOT > ZERO
03990G         PERFORM 5000-CLOSE-ITEM THRU 5000-EXIT
03990H         ADD 1 TO WS-SETTLED-COUNT
040000         GO TO 3100-EXIT
040100     END-IF
040200     WRITE OPEN-POST-RECORD
040300         INVALID KEY
040400             DISPLAY "ERROR: OPENPOST.IDX SCHRIJFFOUT (STATUS "
040500                     WS-OPENPOST-STATUS ") FACTUUR " OPN-FACTUUR
040600             ADD 1 TO WS-IO-ERROR-COUNT
040700     END-WRITE.
041400 3100-EXIT.
041401     EXIT.
041402
041403*-----------------------------------------------------------
041404* 3150-SET-VERVALDATUM - FACTUURDATUM PLUS THE KLANT'S
041405*                        KLA-TERMIJN; 30 DAGEN WHEN THE KLANT IS
041406*                        NOT ON THE MASTER (AS AANMAAN DOES)
041407*-----------------------------------------------------------
041408 3150-SET-VERVALDATUM.
041409     MOVE 30 TO WS-TERMIJN
04140A     IF KLANT-AVAILABLE
04140B         MOVE OPN-KLANT TO KLA-NUMMER
04140C         READ KLANT-MASTER
04140D             INVALID KEY
04140E                 CONTINUE
04140F             NOT INVALID KEY
04140G                 MOVE KLA-TERMIJN TO WS-TERMIJN
04140H         END-READ
04140I     END-IF
04140J     COMPUTE WS-FACT-DAYNUM =
04140K         FUNCTION INTEGER-OF-DATE(OPN-DATUM)
04140L     COMPUTE OPN-VERVALDATUM =
04140M         FUNCTION DATE-OF-INTEGER(WS-FACT-DAYNUM + WS-TERMIJN).
04140N 3150-EXIT.
041500     EXIT.
041600
041700*-----------------------------------------------------------
043600 4000-EXIT.
043700     EXIT.
043800
043801*-----------------------------------------------------------
043802* 4100-APPLY-ONE-PAYMENT - THE BETALING IS KEPT WITH ITS DATE
043803*                          ON THE POST. FULLY PAID, THE POST
043804*                          GOES TO THE BETAALHISTORIE AND IS
043805*                          DELETED; OTHERWISE IT IS REWRITTEN.
043807*                          A REST WITHIN THE AFBOEK-TOLERANTIE
043808*                          IS WRITTEN OFF (4200) AND THE POST
043809*                          IS CLOSED AS IF FULLY PAID.
0438I4*-----------------------------------------------------------
043900 4100-APPLY-ONE-PAYMENT.
044000     IF PAYMENTS-LINE = SPACES
044100         GO TO 4100-EXIT
045200         WRITE AGING-REPORT-LINE FROM AGE-UNMATCHED-LINE
045300         GO TO 4100-EXIT
045400     END-IF
045500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PAY-BEDRAG-X))
045600         TO WS-PAY-BEDRAG
045700     IF FUNCTION TRIM(WS-PAY-DATUM-X) IS NUMERIC
045800         AND WS-PAY-DATUM-X NOT = SPACES
045900         MOVE FUNCTION NUMVAL(WS-PAY-DATUM-X) TO WS-PAY-DATUM
045901     ELSE
045902         MOVE RUNHDR-RUN-DATE TO WS-PAY-DATUM
045903     END-IF
045904     MOVE "B" TO WS-RST-TYPE
045905     MOVE FUNCTION TRIM(WS-PAY-INVOICE-X) TO WS-RST-INVOICE
045906     MOVE WS-PAY-BEDRAG TO WS-RST-BEDRAG
045907     PERFORM 1150-CHECK-RERUN THRU 1150-EXIT
045908     IF RST-FOUND
045909         GO TO 4100-EXIT
04590A     END-IF
04590B     MOVE FUNCTION TRIM(WS-PAY-INVOICE-X) TO OPN-FACTUUR
04590C     READ OPEN-ITEMS-FILE
04590D         INVALID KEY
04590E             SET ITEM-NOT-FOUND TO TRUE
04590F         NOT INVALID KEY
046000             SET ITEM-FOUND TO TRUE
046100     END-READ
046300     IF ITEM-NOT-FOUND
046400         ADD 1 TO WS-UNMATCHED-COUNT
046500         MOVE PAYMENTS-LINE TO AGE-UNM-LINE
046600         WRITE AGING-REPORT-LINE FROM AGE-UNMATCHED-LINE
046700         GO TO 4100-EXIT
046800     END-IF
046900     ADD WS-PAY-BEDRAG TO OPN-BETAALD
047000     IF OPN-BET-AANTAL < 12
047100         ADD 1 TO OPN-BET-AANTAL
047101         MOVE WS-PAY-DATUM TO OPN-BET-DATUM (OPN-BET-AANTAL)
047102         MOVE WS-PAY-BEDRAG TO OPN-BET-BEDRAG (OPN-BET-AANTAL)
047103     ELSE
047104         ADD WS-PAY-BEDRAG TO OPN-BET-BEDRAG (12)
047105         IF WS-PAY-DATUM > OPN-BET-DATUM (12)
047106             MOVE WS-PAY-DATUM TO OPN-BET-DATUM (12)
047107         END-IF
047108     END-IF
04711F     ADD 1 TO WS-PAYMENT-COUNT
04712M     SET DMU-BETALING TO TRUE
04713T     MOVE OPN-FACTUUR   TO DMU-INVOICE
047150     MOVE OPN-KLANT     TO DMU-KLANT
047167     MOVE WS-PAY-BEDRAG TO DMU-BEDRAG
04717E     MOVE WS-PAY-DATUM  TO DMU-DATUM
04718L     PERFORM 7000-WRITE-MUTATIE THRU 7000-EXIT
04719S     MOVE SPACE TO WS-AFB-SOORT
0471AZ     IF OPN-BETAALD < OPN-BEDRAG
0471C6         AND PARM-AFB-TOLERANTIE > ZERO
0471DD         AND OPN-BEDRAG - OPN-BETAALD NOT > PARM-AFB-TOLERANTIE
0471EK         PERFORM 4200-WRITE-OFF-REST THRU 4200-EXIT
0471FR     END-IF
0471GY     IF OPN-BETAALD >= OPN-BEDRAG
0471I5         OR WS-AFB-SOORT NOT = SPACE
0471JC         PERFORM 5000-CLOSE-ITEM THRU 5000-EXIT
0471KJ         ADD 1 TO WS-SETTLED-COUNT
0471LQ         DELETE OPEN-ITEMS-FILE RECORD
0471MX             INVALID KEY
0471O4                 DISPLAY "ERROR: OPENPOST.IDX VERWIJDERFOUT "
0471PB                         "(STATUS " WS-OPENPOST-STATUS
0471QI                         ") FACTUUR " OPN-FACTUUR
0471RP                 ADD 1 TO WS-IO-ERROR-COUNT
0471SW         END-DELETE
0471U3     ELSE
0471VA         REWRITE OPEN-POST-RECORD
0471WH             INVALID KEY
0471XO                 DISPLAY "ERROR: OPENPOST.IDX HERSCHRIJFFOUT "
0471YV                         "(STATUS " WS-OPENPOST-STATUS
04720M                         ") FACTUUR " OPN-FACTUUR
04720N                 ADD 1 TO WS-IO-ERROR-COUNT
04720O         END-REWRITE
04720P     END-IF.
047300 4100-EXIT.
047400     EXIT.
047500
047600*-----------------------------------------------------------
047601* 4200-WRITE-OFF-REST - THE REST OF THE POST IN OPEN-POST-RECORD
047602*                       IS A KLEIN BETAALVERSCHIL: ONE K LINE TO
047603*                       AFBREG.DAT WITH ITS BTW PART AND ONE A
047604*                       MUTATIE TO DEBMUT.DAT, BOTH ON THE RUN
047605*                       DATE SO THE EVENING GLEXTR BOOKS IT.
047606*-----------------------------------------------------------
047607 4200-WRITE-OFF-REST.
047608     COMPUTE WS-AFB-REST = OPN-BEDRAG - OPN-BETAALD
047609     PERFORM 4250-BTW-PART THRU 4250-EXIT
04760A     MOVE RUNHDR-RUN-DATE TO AFB-DATUM
04760B     MOVE RUNHDR-RUN-SEQ  TO AFB-RUN-SEQ
04760C     SET AFB-KLEIN-VERSCHIL TO TRUE
04760D     MOVE OPN-FACTUUR     TO AFB-FACTUUR
04760E     MOVE OPN-KLANT       TO AFB-KLANT
04760F     MOVE OPN-DATUM       TO AFB-FACTDATUM
04760G     MOVE WS-AFB-REST     TO AFB-BEDRAG
04760H     MOVE WS-AFB-BTW      TO AFB-BTW
04760I     MOVE "BETAALVERSCHIL BINNEN TOLERANTIE" TO AFB-REDEN
04760J     MOVE RUNHDR-OPERATOR-ID TO AFB-OPERATOR
04760K     MOVE SPACES          TO AFB-FIATTEUR
04760L     WRITE AFB-REGISTER-LINE FROM AFB-DETAIL-LINE
04760M     SET DMU-AFBOEKING TO TRUE
04760N     MOVE OPN-FACTUUR     TO DMU-INVOICE
04760O     MOVE OPN-KLANT       TO DMU-KLANT
04760P     MOVE WS-AFB-REST     TO DMU-BEDRAG
04760Q     MOVE RUNHDR-RUN-DATE TO DMU-DATUM
04760R     PERFORM 7000-WRITE-MUTATIE THRU 7000-EXIT
04760S     MOVE "K" TO WS-AFB-SOORT
04760T     ADD 1 TO WS-AFB-COUNT
04760U     ADD WS-AFB-REST TO WS-AFB-TOTAAL.
04760V 4200-EXIT.
04760W     EXIT.
04760X
04760Y*-----------------------------------------------------------
04760Z* 4250-BTW-PART - THE BTW IN WS-AFB-REST, PRO RATA FROM THE BTW
047610*                 OF THE FACTUUR. A POST FROM BEFORE OPN-BTW WAS
047611*                 KEPT GETS AN ESTIMATE AT THE HIGH TARIEF AND
047612*                 BTW-BEKEND N.
047613*-----------------------------------------------------------
047614 4250-BTW-PART.
047615     IF OPN-BTW-BEKEND = "J" AND OPN-BEDRAG NOT = ZERO
047616         COMPUTE WS-AFB-BTW ROUNDED =
047617             OPN-BTW * WS-AFB-REST / OPN-BEDRAG
047618         MOVE "J" TO AFB-BTW-BEKEND
047619     ELSE
04761A         COMPUTE WS-AFB-BTW ROUNDED =
04761B             WS-AFB-REST * PARM-VAT-RATE-HIGH
04761C             / (100 + PARM-VAT-RATE-HIGH)
04761D         MOVE "N" TO AFB-BTW-BEKEND
04761E     END-IF.
04761F 4250-EXIT.
04761G     EXIT.
04761H
04761I*-----------------------------------------------------------
047700* 5000-CLOSE-ITEM - THE POST IN OPEN-POST-RECORD IS SETTLED:
047800*                   ONE F-LINE AND ITS B-LINES TO BETHIST.DAT.
047900*                   VEREFFEND ON THE LATEST BETAALDATUM (THE
047901*                   FACTUURDATUM WHEN NOTHING WAS PAID). AN
047902*                   AFGEBOEKTE POST ALSO GETS ITS A-LINE.
048000*-----------------------------------------------------------
048100 5000-CLOSE-ITEM.
048200     COMPUTE WS-FACT-DAYNUM =
048300         FUNCTION INTEGER-OF-DATE(OPN-DATUM)
048400     MOVE OPN-DATUM TO WS-SETTLE-DATUM
048500     PERFORM VARYING WS-BET-IDX FROM 1 BY 1
048600         UNTIL WS-BET-IDX > OPN-BET-AANTAL
048700         IF OPN-BET-DATUM (WS-BET-IDX) > WS-SETTLE-DATUM
048800             MOVE OPN-BET-DATUM (WS-BET-IDX) TO WS-SETTLE-DATUM
049600         END-IF
049700     END-PERFORM
049800     SET BTH-IS-FACTUUR TO TRUE
049801     MOVE OPN-FACTUUR     TO BTH-FACTUUR
049802     MOVE OPN-KLANT       TO BTH-KLANT
049803     MOVE OPN-KLANTNAAM   TO BTH-KLANTNAAM
049804     MOVE OPN-DATUM       TO BTH-FACTDATUM
049805     MOVE OPN-VERVALDATUM TO BTH-VERVALDATUM
049806     MOVE OPN-BEDRAG      TO BTH-BEDRAG
049807     MOVE WS-SETTLE-DATUM TO BTH-DATUM
049808     COMPUTE BTH-DAGEN =
049809         FUNCTION INTEGER-OF-DATE(WS-SETTLE-DATUM)
04980A         - WS-FACT-DAYNUM
04980B     MOVE OPN-BET-AANTAL  TO BTH-AANTAL
04980C     MOVE RUNHDR-RUN-DATE TO BTH-RUN-DATE
04980D     MOVE RUNHDR-RUN-SEQ  TO BTH-RUN-SEQ
04980E     MOVE WS-AFB-SOORT    TO BTH-AFBOEKING
04980F     WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
04980G     SET BTH-IS-BETALING TO TRUE
04980H     PERFORM VARYING WS-BET-IDX FROM 1 BY 1
04980I         UNTIL WS-BET-IDX > OPN-BET-AANTAL
04980J         MOVE OPN-BET-BEDRAG (WS-BET-IDX) TO BTH-BEDRAG
04980K         MOVE OPN-BET-DATUM (WS-BET-IDX)  TO BTH-DATUM
04980L         COMPUTE BTH-DAGEN =
04980M             FUNCTION INTEGER-OF-DATE(OPN-BET-DATUM (WS-BET-IDX))
04980N             - WS-FACT-DAYNUM
04980O         MOVE WS-BET-IDX TO BTH-AANTAL
04980P         WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
04980Q     END-PERFORM
04980R     IF WS-AFB-SOORT NOT = SPACE
04980S         SET BTH-IS-AFBOEKING TO TRUE
04980T         MOVE WS-AFB-REST     TO BTH-BEDRAG
04980U         MOVE RUNHDR-RUN-DATE TO BTH-DATUM
04980V         COMPUTE BTH-DAGEN =
04980W             FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
04980X             - WS-FACT-DAYNUM
04980Y         MOVE ZERO TO BTH-AANTAL
04980Z         WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
049810     END-IF
049811     MOVE SPACE TO WS-AFB-SOORT.
049900 5000-EXIT.
050000     EXIT.
050100
050200*-----------------------------------------------------------
050300* 6000-WRITE-AGING - 30/60/90 BUCKETS PER KLANT OVER THE
050400*                    REMAINING OPEN ITEMS, READ IN KLANT ORDER
050500*                    ON THE ALTERNATE KEY. THE SAME PASS WRITES
050600*                    THE OPENPOST.DAT IMAGE.
050700*-----------------------------------------------------------
050800 6000-WRITE-AGING.
051200     OPEN OUTPUT OPEN-IMAGE-FILE
051300     MOVE LOW-VALUES TO OPN-KLANT
051400     START OPEN-ITEMS-FILE KEY NOT < OPN-KLANT
051401         INVALID KEY
051402             SET OPEN-EOF TO TRUE
051403         NOT INVALID KEY
051404             SET OPEN-NOT-EOF TO TRUE
051405     END-START
051406     MOVE HIGH-VALUES TO WS-BREAK-KLANT
051407     PERFORM UNTIL OPEN-EOF
051408         READ OPEN-ITEMS-FILE NEXT
051409             AT END
05140A                 SET OPEN-EOF TO TRUE
05140B             NOT AT END
05140C                 PERFORM 6100-ONE-ITEM THRU 6100-EXIT
05140D         END-READ
051500     END-PERFORM
051501     IF WS-BREAK-KLANT NOT = HIGH-VALUES
051502         PERFORM 6300-WRITE-KLANT-LINE THRU 6300-EXIT
051503     END-IF
051504     CLOSE OPEN-IMAGE-FILE
051505     CLOSE OPEN-ITEMS-FILE
051600     MOVE SPACES TO AGE-DET-KLANT
051700     MOVE "TOTAAL" TO AGE-DET-NAAM
051800     MOVE WS-TOT-CUR TO AGE-DET-CUR
052000     MOVE WS-TOT-60  TO AGE-DET-60
052100     MOVE WS-TOT-90  TO AGE-DET-90
052200     WRITE AGING-REPORT-LINE FROM AGE-DETAIL-LINE
052300     MOVE WS-OPEN-COUNT TO AGE-TRL-COUNT
052400     WRITE AGING-REPORT-LINE FROM AGE-TRAILER-LINE
05244I     CLOSE AGING-REPORT-FILE
052490     CLOSE DEBMUT-FILE
0524DI     CLOSE PAID-HIST-FILE
0524I0     CLOSE AFB-REGISTER-FILE
0524MI     IF KLANT-AVAILABLE
0524R0         CLOSE KLANT-MASTER
0524VI     END-IF
052500     DISPLAY "DEBITEUR COMPLETE - " WS-POSTED-COUNT
052600             " GEBOEKT, " WS-PAYMENT-COUNT " BETALING(EN), "
052700             WS-SETTLED-COUNT " VEREFFEND, " WS-OPEN-COUNT
052800             " OPEN."
052801     IF WS-AFB-COUNT > ZERO
052802         DISPLAY "DEBITEUR: " WS-AFB-COUNT " BETAALVERSCHIL(LEN) "
052803                 "AFGEBOEKT, TOTAAL " WS-AFB-TOTAAL
052804                 " - ZIE AFBREG.DAT"
052805     END-IF
052900     IF WS-RERUN-SKIP-COUNT > ZERO
053000         DISPLAY "DEBITEUR: " WS-RERUN-SKIP-COUNT " MUTATIE(S) "
053100                 "AL GEBOEKT VOOR DE HERSTART - OVERGESLAGEN"
053101     END-IF
053102     IF WS-IO-ERROR-COUNT > ZERO
053103         DISPLAY "ERROR: " WS-IO-ERROR-COUNT
053104                 " SCHRIJFFOUT(EN) OP OPENPOST.IDX"
053200         MOVE 8 TO RETURN-CODE
053300     END-IF
053400     IF RETURN-CODE = ZERO AND WS-UNMATCHED-COUNT > ZERO
053800     EXIT.
053900
054000*-----------------------------------------------------------
054100* 6100-ONE-ITEM - A NEW KLANT ON THE ALTERNATE KEY CLOSES THE
054200*                 PREVIOUS KLANT'S AGING LINE. THE ITEM GOES
054300*                 INTO ITS BUCKET AND ONTO THE IMAGE.
054600*-----------------------------------------------------------
054700 6100-ONE-ITEM.
054800     IF OPN-KLANT NOT = WS-BREAK-KLANT
054900         IF WS-BREAK-KLANT NOT = HIGH-VALUES
055000             PERFORM 6300-WRITE-KLANT-LINE THRU 6300-EXIT
055600         END-IF
055700         MOVE OPN-KLANT TO WS-BREAK-KLANT
055800         MOVE OPN-KLANTNAAM TO WS-BREAK-NAAM
055900         MOVE ZERO TO WS-BUCKET-CUR WS-BUCKET-30
055901                      WS-BUCKET-60 WS-BUCKET-90
056000     END-IF
056100     ADD 1 TO WS-OPEN-COUNT
056200     PERFORM 6200-BUCKET-ONE-ITEM THRU 6200-EXIT
056300     MOVE OPN-FACTUUR   TO OI-INVOICE
056400     MOVE OPN-KLANT     TO OI-KLANT
056500     MOVE OPN-KLANTNAAM TO OI-KLANTNAAM
056600     MOVE OPN-DATUM     TO OI-DATE
056700     MOVE OPN-BEDRAG    TO OI-BEDRAG
056800     MOVE OPN-BETAALD   TO OI-BETAALD
056900     WRITE OPEN-IMAGE-LINE FROM OI-DETAIL-LINE.
057800 6100-EXIT.
057900     EXIT.
058000
058100 6200-BUCKET-ONE-ITEM.
058200     COMPUTE WS-OPEN-BEDRAG = OPN-BEDRAG - OPN-BETAALD
058400     COMPUTE WS-ITEM-DAYNUM =
058500         FUNCTION INTEGER-OF-DATE(OPN-DATUM)
058600     COMPUTE WS-DAYS-OPEN = WS-RUN-DAYNUM - WS-ITEM-DAYNUM
058700     EVALUATE TRUE
058800         WHEN WS-DAYS-OPEN > 90
059500             ADD WS-OPEN-BEDRAG TO WS-BUCKET-CUR WS-TOT-CUR
059600     END-EVALUATE.
059700 6200-EXIT.
059701     EXIT.
059702
059703 6300-WRITE-KLANT-LINE.
059704     MOVE WS-BREAK-KLANT TO AGE-DET-KLANT
059705     MOVE WS-BREAK-NAAM  TO AGE-DET-NAAM
059706     MOVE WS-BUCKET-CUR  TO AGE-DET-CUR
059707     MOVE WS-BUCKET-30   TO AGE-DET-30
059708     MOVE WS-BUCKET-60   TO AGE-DET-60
059709     MOVE WS-BUCKET-90   TO AGE-DET-90
05970A     WRITE AGING-REPORT-LINE FROM AGE-DETAIL-LINE.
05970B 6300-EXIT.
059800     EXIT.
059900
059901*-----------------------------------------------------------
059902* 7000-WRITE-MUTATIE - ONE DEBMUT.DAT LINE; THE CALLER HAS SET
059903*                      TYPE, FACTUUR, KLANT, BEDRAG AND DATUM
059904*-----------------------------------------------------------
059905 7000-WRITE-MUTATIE.
059906     MOVE RUNHDR-RUN-DATE TO DMU-RUN-DATE
059907     MOVE RUNHDR-RUN-SEQ  TO DMU-RUN-SEQ
059908     WRITE DEBMUT-LINE FROM DMU-DETAIL-LINE.
059909 7000-EXIT.
05990A     EXIT.
05990B
060000*-----------------------------------------------------------
060100* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
060200*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
