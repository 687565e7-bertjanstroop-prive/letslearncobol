000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BTWSUPP.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - BTW SUPPLETIE. FACTUREN
001300*                  EN CREDITNOTA'S DIE IN EEN DOOR BTWQTR
001400*                  GESLOTEN KWARTAAL VALLEN ZET MATH IN HET
001500*                  CORRECTIEREGISTER BTWCORR.DAT, GEMERKT MET
001600*                  DAT KWARTAAL. DIT PROGRAMMA TELT DE NOG NIET
001700*                  INGEDIENDE CORRECTIES OP PER KWARTAAL EN
001800*                  TARIEF TOT EEN SUPPLETIE-OPGAAF (BTWSUPP.DAT)
001900*                  EN MARKEERT ELK KWARTAAL WAARVAN DE BTW-
002000*                  CORRECTIE DE DREMPEL (BTWDREMPEL, DEFAULT
002100*                  1000 EURO) OVERSCHRIJDT: DAN IS EEN
002200*                  SUPPLETIE WETTELIJK VERPLICHT EN EINDIGT DE
002300*                  STAP MET CONDITION CODE 4. SUPJAAR/SUPKW
002400*                  BEPERKEN DE OPGAAF TOT EEN KWARTAAL (BLANK =
002500*                  ALLE KWARTALEN MET OPENSTAANDE CORRECTIES).
002600*                  MET SUPINDIEN=J (EN EEN EXPLICIET KWARTAAL)
002700*                  WORDT DE SUPPLETIE INGEDIEND: HET ELEKTRO-
002800*                  NISCHE CORRECTIEBESTAND BTWSUPEL.DAT KOMT
002900*                  NAAST BTWELEK.DAT (ZELFDE VASTE KOLOMMEN, EEN
003000*                  S-HEADER IN PLAATS VAN DE A-HEADER) EN HET
003100*                  INDIENREGISTER BTWSUPSL.DAT LEGT VAST TOT EN
003200*                  MET WELKE RUN (DATUM,SEQ) DE CORRECTIES VAN
003300*                  DAT KWARTAAL ZIJN INGEDIEND, ZODAT NIETS
003400*                  TWEE KEER WORDT OPGEGEVEN. INDIENEN ZONDER
003500*                  EXPLICIET KWARTAAL OF ZONDER OPENSTAANDE
003600*                  CORRECTIES FAALT MET CONDITION CODE 8.
003700*-----------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CORRECTION-FILE ASSIGN TO "BTWCORR.DAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CORR-STATUS.
004500
004600     SELECT SUPPLETIE-FILE ASSIGN TO "BTWSUPP.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT FILED-REG-FILE ASSIGN TO "BTWSUPSL.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SUPSL-STATUS.
005200
005300     SELECT ELEK-FILE ASSIGN TO "BTWSUPEL.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CORRECTION-FILE.
005900 01  CORRECTION-LINE          PIC X(100).
006000
006100 FD  SUPPLETIE-FILE.
006200 01  SUPPLETIE-LINE           PIC X(132).
006300
006400 FD  FILED-REG-FILE.
006500 01  FILED-REG-LINE           PIC X(80).
006600
006700 FD  ELEK-FILE.
006800 01  ELEK-LINE                PIC X(80).
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-CORR-STATUS           PIC X(02) VALUE "00".
007200 01  WS-SUPSL-STATUS          PIC X(02) VALUE "00".
007300
007400 01  WS-CORR-EOF              PIC X VALUE "N".
007500     88 CORR-EOF              VALUE "Y".
007600     88 CORR-NOT-EOF          VALUE "N".
007700 01  WS-SUPSL-EOF             PIC X VALUE "N".
007800     88 SUPSL-EOF             VALUE "Y".
007900     88 SUPSL-NOT-EOF         VALUE "N".
008000
008100*-----------------------------------------------------------
008200* SELECTIE, INDIENEN EN DREMPEL UIT DE OMGEVING
008300*-----------------------------------------------------------
008400 01  WS-YEAR-X                PIC X(06).
008500 01  WS-KW-X                  PIC X(02).
008600 01  WS-SEL-JAAR              PIC 9(04) VALUE ZERO.
008700 01  WS-SEL-KW                PIC 9(01) VALUE ZERO.
008800 01  WS-PERIOD-LABEL          PIC X(10) VALUE "ALLES".
008900 01  WS-EXPLICIT-QTR-SW       PIC X VALUE "N".
009000     88 EXPLICIT-QUARTER      VALUE "Y".
009100     88 NO-EXPLICIT-QUARTER   VALUE "N".
009200 01  WS-INDIEN-X              PIC X(02).
009300 01  WS-FILE-MODE-SW          PIC X VALUE "N".
009400     88 FILE-MODE             VALUE "Y".
009500     88 REPORT-ONLY           VALUE "N".
009600 01  WS-DREMPEL-X             PIC X(12).
009700 01  WS-DREMPEL               PIC 9(07)V99 VALUE 1000.
009800 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACES.
009900 01  WS-ADMIN-ENV-X           PIC X(06).
010000 01  WS-ADMIN                 PIC X(04) VALUE "STD".
010100 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
010200 01  WS-TIME-NOW              PIC 9(08) VALUE ZERO.
010300
010400*-----------------------------------------------------------
010500* INDIENREGISTER BTWSUPSL.DAT - PER KWARTAAL DE HOOGSTE
010600* INGEDIENDE RUN (DATUM * 1000000 + SEQ)
010700*-----------------------------------------------------------
010800 77  WS-FILED-COUNT           PIC 9(03) COMP VALUE ZERO.
010900 77  WS-FLD-IDX               PIC 9(03) COMP VALUE ZERO.
011000 01  WS-FILED-TABLE.
011100     05  WS-FILED-ENTRY       OCCURS 80 TIMES.
011200         10  FLD-JAAR         PIC 9(04).
011300         10  FLD-KW           PIC 9(01).
011400         10  FLD-TOT          PIC 9(14).
011500 01  WS-F-JAAR-X              PIC X(06).
011600 01  WS-F-KW-X                PIC X(02).
011700 01  WS-F-DATE-X              PIC X(10).
011800 01  WS-F-SEQ-X               PIC X(08).
011900 01  WS-F-JAAR                PIC 9(04) VALUE ZERO.
012000 01  WS-F-KW                  PIC 9(01) VALUE ZERO.
012100 01  WS-F-TOT                 PIC 9(14) VALUE ZERO.
012200
012300 01  SUPSL-DETAIL-LINE.
012400     05  SUPSL-JAAR           PIC 9(04).
012500     05  FILLER               PIC X(01) VALUE ",".
012600     05  SUPSL-KW             PIC 9(01).
012700     05  FILLER               PIC X(01) VALUE ",".
012800     05  SUPSL-TOT-DATE       PIC 9(08).
012900     05  FILLER               PIC X(01) VALUE ",".
013000     05  SUPSL-TOT-SEQ        PIC 9(06).
013100     05  FILLER               PIC X(01) VALUE ",".
013200     05  SUPSL-OPERATOR       PIC X(08).
013300     05  FILLER               PIC X(01) VALUE ",".
013400     05  SUPSL-DATUM          PIC 9(08).
013500     05  FILLER               PIC X(01) VALUE ",".
013600     05  SUPSL-TIJD           PIC 9(06).
013700
013800*-----------------------------------------------------------
013900* CORRECTIEREGEL - DATUM,SEQ,JAAR,KW,TARIEF,EXCL,BTW,...
014000* (LAYOUT BTWCORR.CPY)
014100*-----------------------------------------------------------
014200 01  WS-C-DATE-X              PIC X(10).
014300 01  WS-C-SEQ-X               PIC X(08).
014400 01  WS-C-JAAR-X              PIC X(06).
014500 01  WS-C-KW-X                PIC X(02).
014600 01  WS-C-RATE-X              PIC X(02).
014700 01  WS-C-EXCL-X              PIC X(16).
014800 01  WS-C-VAT-X               PIC X(16).
014900 01  WS-C-JAAR                PIC 9(04) VALUE ZERO.
015000 01  WS-C-KW                  PIC 9(01) VALUE ZERO.
015100 01  WS-C-KEY                 PIC 9(14) VALUE ZERO.
015200 01  WS-C-EXCL                PIC S9(09)V99 VALUE ZERO.
015300 01  WS-C-VAT                 PIC S9(09)V99 VALUE ZERO.
015400
015500*-----------------------------------------------------------
015600* OPENSTAANDE CORRECTIES PER GESLOTEN KWARTAAL EN TARIEF
015700*-----------------------------------------------------------
015800 77  WS-QTR-COUNT             PIC 9(03) COMP VALUE ZERO.
015900 77  WS-QTR-IDX               PIC 9(03) COMP VALUE ZERO.
016000 01  WS-QTR-TABLE.
016100     05  WS-QTR-ENTRY         OCCURS 40 TIMES.
016200         10  QTR-JAAR         PIC 9(04).
016300         10  QTR-KW           PIC 9(01).
016400         10  QTR-LINES        PIC 9(05) COMP.
016500         10  QTR-LAST         PIC 9(14).
016600         10  QTR-H-EXCL       PIC S9(11)V99.
016700         10  QTR-H-VAT        PIC S9(11)V99.
016800         10  QTR-L-EXCL       PIC S9(11)V99.
016900         10  QTR-L-VAT        PIC S9(11)V99.
017000         10  QTR-Z-EXCL       PIC S9(11)V99.
017100         10  QTR-Z-VAT        PIC S9(11)V99.
017200 01  WS-QTR-FOUND-SW          PIC X VALUE "N".
017300     88 QTR-FOUND             VALUE "Y".
017400     88 QTR-NOT-FOUND         VALUE "N".
017500 01  WS-TOT-EXCL              PIC S9(11)V99 VALUE ZERO.
017600 01  WS-TOT-VAT               PIC S9(11)V99 VALUE ZERO.
017700 77  WS-LINE-COUNT            PIC 9(07) COMP VALUE ZERO.
017800 77  WS-FILED-SKIP-COUNT      PIC 9(07) COMP VALUE ZERO.
017900 77  WS-BAD-REC-COUNT         PIC 9(07) COMP VALUE ZERO.
018000 77  WS-OVER-COUNT            PIC 9(03) COMP VALUE ZERO.
018100
018200*-----------------------------------------------------------
018300* BTWSUPEL.DAT - ONE S (SUPPLETIE) HEADER, ONE B RECORD PER
018400* TARIEF, ONE C TOTAL RECORD. FIXED COLUMNS AS BTWELEK.DAT.
018500*-----------------------------------------------------------
018600 01  ELEK-HEADER-REC.
018700     05  FILLER               PIC X(01) VALUE "S".
018800     05  ELEK-HDR-JAAR        PIC 9(04).
018900     05  ELEK-HDR-KW          PIC 9(01).
019000     05  ELEK-HDR-DATUM       PIC 9(08).
019100     05  ELEK-HDR-OPERATOR    PIC X(08).
019200     05  ELEK-HDR-ADMIN       PIC X(04).
019300
019400 01  ELEK-RATE-REC.
019500     05  FILLER               PIC X(01) VALUE "B".
019600     05  ELEK-RATE-CODE       PIC X(01).
019700     05  ELEK-RATE-EXCL       PIC +9(11).99.
019800     05  ELEK-RATE-VAT        PIC +9(11).99.
019900
020000 01  ELEK-TOTAL-REC.
020100     05  FILLER               PIC X(01) VALUE "C".
020200     05  ELEK-TOT-EXCL        PIC +9(11).99.
020300     05  ELEK-TOT-VAT         PIC +9(11).99.
020400
020500*-----------------------------------------------------------
020600* REPORT LAYOUTS
020700*-----------------------------------------------------------
020800 01  SUP-HEADING-1.
020900     05  FILLER               PIC X(37)
021000          VALUE "BTW SUPPLETIE - GESLOTEN KWARTALEN  ".
021100     05  SUP-HDG-PERIOD       PIC X(10).
021200     05  FILLER               PIC X(07) VALUE "  ADM: ".
021300     05  SUP-HDG-ADMIN        PIC X(04).
021400
021500 01  SUP-QTR-LINE.
021600     05  FILLER               PIC X(09) VALUE "KWARTAAL ".
021700     05  SUP-QTR-JAAR         PIC 9(04).
021800     05  FILLER               PIC X(03) VALUE " KW".
021900     05  SUP-QTR-KW           PIC 9(01).
022000     05  FILLER               PIC X(11) VALUE "   REGELS: ".
022100     05  SUP-QTR-LINES        PIC ZZ,ZZ9.
022200
022300 01  SUP-RATE-LINE.
022400     05  FILLER               PIC X(02) VALUE SPACES.
022500     05  SUP-RATE-LABEL       PIC X(10).
022600     05  FILLER               PIC X(02) VALUE SPACES.
022700     05  SUP-RATE-EXCL        PIC ---,---,---,--9.99.
022800     05  FILLER               PIC X(02) VALUE SPACES.
022900     05  SUP-RATE-VAT         PIC ---,---,---,--9.99.
023000
023100 01  SUP-OVER-LINE.
023200     05  FILLER               PIC X(46)
023300          VALUE "  ** SUPPLETIE VERPLICHT - BTW-CORRECTIE BOVEN".
023400     05  FILLER               PIC X(11) VALUE " DREMPEL **".
023500
023600 01  SUP-UNDER-LINE.
023700     05  FILLER               PIC X(46)
023800          VALUE "  ONDER DREMPEL - MAG MEE IN DE EERSTVOLGENDE ".
023900     05  FILLER               PIC X(08) VALUE "AANGIFTE".
024000
024100 01  SUP-NONE-LINE.
024200     05  FILLER               PIC X(30)
024300          VALUE "GEEN OPENSTAANDE CORRECTIES".
024400
024500 01  SUP-TRAILER-LINE-1.
024600     05  FILLER               PIC X(21)
024700                              VALUE "KWARTALEN          : ".
024800     05  SUP-TRL-QTRS         PIC ZZZ,ZZ9.
024900     05  FILLER               PIC X(21)
025000                              VALUE "   VERPLICHT       : ".
025100     05  SUP-TRL-OVER         PIC ZZZ,ZZ9.
025200
025300 01  SUP-TRAILER-LINE-2.
025400     05  FILLER               PIC X(21)
025500                              VALUE "CORRECTIEREGELS    : ".
025600     05  SUP-TRL-LINES        PIC ZZZ,ZZ9.
025700     05  FILLER               PIC X(21)
025800                              VALUE "   AL INGEDIEND    : ".
025900     05  SUP-TRL-FILED        PIC ZZZ,ZZ9.
026000     05  FILLER               PIC X(21)
026100                              VALUE "   ONLEESBAAR      : ".
026200     05  SUP-TRL-BAD          PIC ZZZ,ZZ9.
026300
026400 01  SUP-TRAILER-LINE-3.
026500     05  FILLER               PIC X(21)
026600                              VALUE "DREMPEL (BTW)      : ".
026700     05  SUP-TRL-DREMPEL      PIC Z,ZZZ,ZZ9.99.
026800
026900 PROCEDURE DIVISION.
027000
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     PERFORM 2000-ACCUMULATE THRU 2000-EXIT
027400     PERFORM 3000-WRITE-SUPPLETIE THRU 3000-EXIT
027500     IF FILE-MODE
027600         PERFORM 4000-FILE-SUPPLETIE THRU 4000-EXIT
027700     END-IF
027800     STOP RUN.
027900
028000*-----------------------------------------------------------
028100* 1000-INITIALIZE - KWARTAALSELECTIE UIT SUPJAAR/SUPKW, DE
028200*                   DREMPEL, INDIENEN EN HET INDIENREGISTER.
028300*-----------------------------------------------------------
028400 1000-INITIALIZE.
028500     DISPLAY "SUPJAAR" UPON ENVIRONMENT-NAME
028600     ACCEPT WS-YEAR-X FROM ENVIRONMENT-VALUE
028700     DISPLAY "SUPKW" UPON ENVIRONMENT-NAME
028800     ACCEPT WS-KW-X FROM ENVIRONMENT-VALUE
028900     IF WS-YEAR-X NOT = SPACES
029000         AND FUNCTION TRIM(WS-YEAR-X) IS NUMERIC
029100         AND WS-KW-X NOT = SPACES
029200         AND WS-KW-X (1:1) >= "1" AND WS-KW-X (1:1) <= "4"
029300         MOVE FUNCTION NUMVAL(WS-YEAR-X) TO WS-SEL-JAAR
029400         MOVE FUNCTION NUMVAL(WS-KW-X (1:1)) TO WS-SEL-KW
029500         MOVE SPACES TO WS-PERIOD-LABEL
029600         STRING FUNCTION TRIM(WS-YEAR-X) " KW" WS-KW-X (1:1)
029700             DELIMITED BY SIZE INTO WS-PERIOD-LABEL
029800         END-STRING
029900         SET EXPLICIT-QUARTER TO TRUE
030000     END-IF
030100
030200     DISPLAY "SUPINDIEN" UPON ENVIRONMENT-NAME
030300     ACCEPT WS-INDIEN-X FROM ENVIRONMENT-VALUE
030400     IF WS-INDIEN-X (1:1) = "J" OR WS-INDIEN-X (1:1) = "j"
030500         SET FILE-MODE TO TRUE
030600     END-IF
030700     DISPLAY "BTWDREMPEL" UPON ENVIRONMENT-NAME
030800     ACCEPT WS-DREMPEL-X FROM ENVIRONMENT-VALUE
030900     IF WS-DREMPEL-X NOT = SPACES
031000         IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-DREMPEL-X)) = 0
031100             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DREMPEL-X))
031200                 TO WS-DREMPEL
031300         ELSE
031400             DISPLAY "WARNING: BTWDREMPEL " WS-DREMPEL-X
031500                     " ONLEESBAAR - DEFAULT 1000 GEBRUIKT"
031600         END-IF
031700     END-IF
031800     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
031900     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
032000     IF WS-ADMIN-ENV-X NOT = SPACES
032100         MOVE FUNCTION UPPER-CASE(FUNCTION
032200             TRIM(WS-ADMIN-ENV-X)) TO WS-ADMIN
032300     END-IF
032400     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
032500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
032600     IF WS-OPERATOR-ID = SPACES
032700         MOVE "BATCH" TO WS-OPERATOR-ID
032800     END-IF
032900     ACCEPT WS-TODAY FROM DATE YYYYMMDD
033000
033100     IF FILE-MODE AND NO-EXPLICIT-QUARTER
033200         DISPLAY "ERROR: SUPINDIEN=J VEREIST EEN EXPLICIET "
033300                 "SUPJAAR EN SUPKW - NIETS INGEDIEND"
033400         MOVE 8 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700
033800     PERFORM 1200-LOAD-FILED THRU 1200-EXIT
033900
034000     OPEN INPUT CORRECTION-FILE
034100     IF WS-CORR-STATUS NOT = "00" AND WS-CORR-STATUS NOT = "35"
034200         DISPLAY "ERROR: UNABLE TO OPEN BTWCORR.DAT - "
034300                 "FILE STATUS " WS-CORR-STATUS
034400         MOVE 8 TO RETURN-CODE
034500         STOP RUN
034600     END-IF.
034700 1000-EXIT.
034800     EXIT.
034900
035000*-----------------------------------------------------------
035100* 1200-LOAD-FILED - HET INDIENREGISTER BTWSUPSL.DAT (JAAR,KW,
035200*                   DATUM,SEQ,...) IN DE TABEL, PER KWARTAAL
035300*                   DE HOOGSTE INGEDIENDE RUN. GEEN REGISTER =
035400*                   NOG NIETS INGEDIEND.
035500*-----------------------------------------------------------
035600 1200-LOAD-FILED.
035700     OPEN INPUT FILED-REG-FILE
035800     IF WS-SUPSL-STATUS NOT = "00"
035900         GO TO 1200-EXIT
036000     END-IF
036100     SET SUPSL-NOT-EOF TO TRUE
036200     PERFORM UNTIL SUPSL-EOF
036300         READ FILED-REG-FILE
036400             AT END
036500                 SET SUPSL-EOF TO TRUE
036600             NOT AT END
036700                 PERFORM 1250-ONE-FILED THRU 1250-EXIT
036800         END-READ
036900     END-PERFORM
037000     CLOSE FILED-REG-FILE.
037100 1200-EXIT.
037200     EXIT.
037300
037400 1250-ONE-FILED.
037500     IF FILED-REG-LINE = SPACES
037600         GO TO 1250-EXIT
037700     END-IF
037800     MOVE SPACES TO WS-F-JAAR-X WS-F-KW-X WS-F-DATE-X WS-F-SEQ-X
037900     UNSTRING FILED-REG-LINE DELIMITED BY ","
038000         INTO WS-F-JAAR-X WS-F-KW-X WS-F-DATE-X WS-F-SEQ-X
038100     END-UNSTRING
038200     IF FUNCTION TRIM(WS-F-JAAR-X) IS NOT NUMERIC
038300         OR WS-F-KW-X (1:1) IS NOT NUMERIC
038400         OR FUNCTION TRIM(WS-F-DATE-X) IS NOT NUMERIC
038500         OR FUNCTION TRIM(WS-F-SEQ-X) IS NOT NUMERIC
038600         GO TO 1250-EXIT
038700     END-IF
038800     MOVE FUNCTION NUMVAL(WS-F-JAAR-X) TO WS-F-JAAR
038900     MOVE FUNCTION NUMVAL(WS-F-KW-X (1:1)) TO WS-F-KW
039000     COMPUTE WS-F-TOT = FUNCTION NUMVAL(WS-F-DATE-X) * 1000000
039100         + FUNCTION NUMVAL(WS-F-SEQ-X)
039200     PERFORM 1260-FIND-FILED THRU 1260-EXIT
039300     IF WS-FLD-IDX > WS-FILED-COUNT
039400         IF WS-FILED-COUNT NOT < 80
039500             GO TO 1250-EXIT
039600         END-IF
039700         ADD 1 TO WS-FILED-COUNT
039800         MOVE WS-FILED-COUNT TO WS-FLD-IDX
039900         MOVE WS-F-JAAR TO FLD-JAAR (WS-FLD-IDX)
040000         MOVE WS-F-KW   TO FLD-KW (WS-FLD-IDX)
040100         MOVE ZERO      TO FLD-TOT (WS-FLD-IDX)
040200     END-IF
040300     IF WS-F-TOT > FLD-TOT (WS-FLD-IDX)
040400         MOVE WS-F-TOT TO FLD-TOT (WS-FLD-IDX)
040500     END-IF.
040600 1250-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------
041000* 1260-FIND-FILED - WS-FLD-IDX OP HET KWARTAAL WS-F-JAAR/KW
041100*                   IN DE INDIENTABEL, OF VOORBIJ HET EINDE.
041200*-----------------------------------------------------------
041300 1260-FIND-FILED.
041400     PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
041500         UNTIL WS-FLD-IDX > WS-FILED-COUNT
041600         IF FLD-JAAR (WS-FLD-IDX) = WS-F-JAAR
041700             AND FLD-KW (WS-FLD-IDX) = WS-F-KW
041800             GO TO 1260-EXIT
041900         END-IF
042000     END-PERFORM.
042100 1260-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------
042500* 2000-ACCUMULATE - ELKE CORRECTIEREGEL DIE NOG NIET IS
042600*                   INGEDIEND IN DE KWARTAALTABEL, PER TARIEF.
042700*-----------------------------------------------------------
042800 2000-ACCUMULATE.
042900     IF WS-CORR-STATUS = "35"
043000         GO TO 2000-EXIT
043100     END-IF
043200     SET CORR-NOT-EOF TO TRUE
043300     PERFORM UNTIL CORR-EOF
043400         READ CORRECTION-FILE
043500             AT END
043600                 SET CORR-EOF TO TRUE
043700             NOT AT END
043800                 PERFORM 2100-ONE-CORRECTION THRU 2100-EXIT
043900         END-READ
044000     END-PERFORM
044100     CLOSE CORRECTION-FILE.
044200 2000-EXIT.
044300     EXIT.
044400
044500 2100-ONE-CORRECTION.
044600     IF CORRECTION-LINE = SPACES
044700         GO TO 2100-EXIT
044800     END-IF
044900     MOVE SPACES TO WS-C-DATE-X WS-C-SEQ-X WS-C-JAAR-X WS-C-KW-X
045000                    WS-C-RATE-X WS-C-EXCL-X WS-C-VAT-X
045100     UNSTRING CORRECTION-LINE DELIMITED BY ","
045200         INTO WS-C-DATE-X WS-C-SEQ-X WS-C-JAAR-X WS-C-KW-X
045300              WS-C-RATE-X WS-C-EXCL-X WS-C-VAT-X
045400     END-UNSTRING
045500     IF FUNCTION TRIM(WS-C-DATE-X) IS NOT NUMERIC
045600         OR FUNCTION TRIM(WS-C-SEQ-X) IS NOT NUMERIC
045700         OR FUNCTION TRIM(WS-C-JAAR-X) IS NOT NUMERIC
045800         OR WS-C-KW-X (1:1) < "1" OR WS-C-KW-X (1:1) > "4"
045900         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-C-EXCL-X))
046000             NOT = 0
046100         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-C-VAT-X))
046200             NOT = 0
046300         ADD 1 TO WS-BAD-REC-COUNT
046400         GO TO 2100-EXIT
046500     END-IF
046600     MOVE FUNCTION NUMVAL(WS-C-JAAR-X) TO WS-C-JAAR
046700     MOVE FUNCTION NUMVAL(WS-C-KW-X (1:1)) TO WS-C-KW
046800     IF EXPLICIT-QUARTER
046900         AND (WS-C-JAAR NOT = WS-SEL-JAAR
047000              OR WS-C-KW NOT = WS-SEL-KW)
047100         GO TO 2100-EXIT
047200     END-IF
047300     COMPUTE WS-C-KEY = FUNCTION NUMVAL(WS-C-DATE-X) * 1000000
047400         + FUNCTION NUMVAL(WS-C-SEQ-X)
047500     MOVE WS-C-JAAR TO WS-F-JAAR
047600     MOVE WS-C-KW   TO WS-F-KW
047700     PERFORM 1260-FIND-FILED THRU 1260-EXIT
047800     IF WS-FLD-IDX NOT > WS-FILED-COUNT
047900         IF WS-C-KEY NOT > FLD-TOT (WS-FLD-IDX)
048000             ADD 1 TO WS-FILED-SKIP-COUNT
048100             GO TO 2100-EXIT
048200         END-IF
048300     END-IF
048400     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-C-EXCL-X))
048500         TO WS-C-EXCL
048600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-C-VAT-X))
048700         TO WS-C-VAT
048800     PERFORM 2200-FIND-QUARTER THRU 2200-EXIT
048900     IF QTR-NOT-FOUND
049000         DISPLAY "WARNING: MEER DAN 40 KWARTALEN MET CORRECTIES"
049100                 " - " WS-C-JAAR " KW" WS-C-KW " OVERGESLAGEN"
049200         ADD 1 TO WS-BAD-REC-COUNT
049300         GO TO 2100-EXIT
049400     END-IF
049500     ADD 1 TO WS-LINE-COUNT
049600     ADD 1 TO QTR-LINES (WS-QTR-IDX)
049700     IF WS-C-KEY > QTR-LAST (WS-QTR-IDX)
049800         MOVE WS-C-KEY TO QTR-LAST (WS-QTR-IDX)
049900     END-IF
050000     EVALUATE WS-C-RATE-X (1:1)
050100         WHEN "L"
050200             ADD WS-C-EXCL TO QTR-L-EXCL (WS-QTR-IDX)
050300             ADD WS-C-VAT  TO QTR-L-VAT (WS-QTR-IDX)
050400         WHEN "Z"
050500             ADD WS-C-EXCL TO QTR-Z-EXCL (WS-QTR-IDX)
050600             ADD WS-C-VAT  TO QTR-Z-VAT (WS-QTR-IDX)
050700         WHEN OTHER
050800             ADD WS-C-EXCL TO QTR-H-EXCL (WS-QTR-IDX)
050900             ADD WS-C-VAT  TO QTR-H-VAT (WS-QTR-IDX)
051000     END-EVALUATE.
051100 2100-EXIT.
051200     EXIT.
051300
051400*-----------------------------------------------------------
051500* 2200-FIND-QUARTER - WS-QTR-IDX OP HET KWARTAAL VAN DE REGEL;
051600*                     EEN NIEUW KWARTAAL KRIJGT EEN LEGE REGEL.
051700*-----------------------------------------------------------
051800 2200-FIND-QUARTER.
051900     SET QTR-NOT-FOUND TO TRUE
052000     PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
052100         UNTIL WS-QTR-IDX > WS-QTR-COUNT
052200         IF QTR-JAAR (WS-QTR-IDX) = WS-C-JAAR
052300             AND QTR-KW (WS-QTR-IDX) = WS-C-KW
052400             SET QTR-FOUND TO TRUE
052500             GO TO 2200-EXIT
052600         END-IF
052700     END-PERFORM
052800     IF WS-QTR-COUNT NOT < 40
052900         GO TO 2200-EXIT
053000     END-IF
053100     ADD 1 TO WS-QTR-COUNT
053200     MOVE WS-QTR-COUNT TO WS-QTR-IDX
053300     MOVE WS-C-JAAR TO QTR-JAAR (WS-QTR-IDX)
053400     MOVE WS-C-KW   TO QTR-KW (WS-QTR-IDX)
053500     MOVE ZERO TO QTR-LINES (WS-QTR-IDX) QTR-LAST (WS-QTR-IDX)
053600                  QTR-H-EXCL (WS-QTR-IDX) QTR-H-VAT (WS-QTR-IDX)
053700                  QTR-L-EXCL (WS-QTR-IDX) QTR-L-VAT (WS-QTR-IDX)
053800                  QTR-Z-EXCL (WS-QTR-IDX) QTR-Z-VAT (WS-QTR-IDX)
053900     SET QTR-FOUND TO TRUE.
054000 2200-EXIT.
054100     EXIT.
054200
054300*-----------------------------------------------------------
054400* 3000-WRITE-SUPPLETIE - DE OPGAAF PER KWARTAAL EN TARIEF MET
054500*                        DE DREMPELTOETS, EN DE CONDITION CODE.
054600*                        EEN KWARTAAL DAT DEZE RUN WORDT
054700*                        INGEDIEND TELT NIET ALS OPENSTAAND.
054800*-----------------------------------------------------------
054900 3000-WRITE-SUPPLETIE.
055000     OPEN OUTPUT SUPPLETIE-FILE
055100     MOVE WS-PERIOD-LABEL TO SUP-HDG-PERIOD
055200     MOVE WS-ADMIN TO SUP-HDG-ADMIN
055300     WRITE SUPPLETIE-LINE FROM SUP-HEADING-1
055400     IF WS-QTR-COUNT = ZERO
055500         MOVE SPACES TO SUPPLETIE-LINE
055600         WRITE SUPPLETIE-LINE
055700         WRITE SUPPLETIE-LINE FROM SUP-NONE-LINE
055800     END-IF
055900     PERFORM 3100-ONE-QUARTER THRU 3100-EXIT
056000         VARYING WS-QTR-IDX FROM 1 BY 1
056100         UNTIL WS-QTR-IDX > WS-QTR-COUNT
056200
056300     MOVE SPACES TO SUPPLETIE-LINE
056400     WRITE SUPPLETIE-LINE
056500     MOVE WS-QTR-COUNT TO SUP-TRL-QTRS
056600     MOVE WS-OVER-COUNT TO SUP-TRL-OVER
056700     WRITE SUPPLETIE-LINE FROM SUP-TRAILER-LINE-1
056800     MOVE WS-LINE-COUNT TO SUP-TRL-LINES
056900     MOVE WS-FILED-SKIP-COUNT TO SUP-TRL-FILED
057000     MOVE WS-BAD-REC-COUNT TO SUP-TRL-BAD
057100     WRITE SUPPLETIE-LINE FROM SUP-TRAILER-LINE-2
057200     MOVE WS-DREMPEL TO SUP-TRL-DREMPEL
057300     WRITE SUPPLETIE-LINE FROM SUP-TRAILER-LINE-3
057400     CLOSE SUPPLETIE-FILE
057500     DISPLAY "BTWSUPP COMPLETE - " WS-LINE-COUNT
057600             " CORRECTIEREGEL(S) IN " WS-QTR-COUNT
057700             " KWARTAAL/KWARTALEN NAAR BTWSUPP.DAT"
057800     IF WS-OVER-COUNT > ZERO
057900         DISPLAY "BTWSUPP: " WS-OVER-COUNT " KWARTAAL/KWARTALEN "
058000                 "BOVEN DE DREMPEL - SUPPLETIE VERPLICHT"
058100         IF RETURN-CODE = ZERO
058200             MOVE 4 TO RETURN-CODE
058300         END-IF
058400     END-IF.
058500 3000-EXIT.
058600     EXIT.
058700
058800 3100-ONE-QUARTER.
058900     MOVE SPACES TO SUPPLETIE-LINE
059000     WRITE SUPPLETIE-LINE
059100     MOVE QTR-JAAR (WS-QTR-IDX)  TO SUP-QTR-JAAR
059200     MOVE QTR-KW (WS-QTR-IDX)    TO SUP-QTR-KW
059300     MOVE QTR-LINES (WS-QTR-IDX) TO SUP-QTR-LINES
059400     WRITE SUPPLETIE-LINE FROM SUP-QTR-LINE
059500     MOVE "HOOG"                 TO SUP-RATE-LABEL
059600     MOVE QTR-H-EXCL (WS-QTR-IDX) TO SUP-RATE-EXCL
059700     MOVE QTR-H-VAT (WS-QTR-IDX)  TO SUP-RATE-VAT
059800     WRITE SUPPLETIE-LINE FROM SUP-RATE-LINE
059900     MOVE "LAAG"                 TO SUP-RATE-LABEL
060000     MOVE QTR-L-EXCL (WS-QTR-IDX) TO SUP-RATE-EXCL
060100     MOVE QTR-L-VAT (WS-QTR-IDX)  TO SUP-RATE-VAT
060200     WRITE SUPPLETIE-LINE FROM SUP-RATE-LINE
060300     MOVE "NUL"                  TO SUP-RATE-LABEL
060400     MOVE QTR-Z-EXCL (WS-QTR-IDX) TO SUP-RATE-EXCL
060500     MOVE QTR-Z-VAT (WS-QTR-IDX)  TO SUP-RATE-VAT
060600     WRITE SUPPLETIE-LINE FROM SUP-RATE-LINE
060700     COMPUTE WS-TOT-EXCL = QTR-H-EXCL (WS-QTR-IDX)
060800         + QTR-L-EXCL (WS-QTR-IDX) + QTR-Z-EXCL (WS-QTR-IDX)
060900     COMPUTE WS-TOT-VAT = QTR-H-VAT (WS-QTR-IDX)
061000         + QTR-L-VAT (WS-QTR-IDX) + QTR-Z-VAT (WS-QTR-IDX)
061100     MOVE "TOTAAL"               TO SUP-RATE-LABEL
061200     MOVE WS-TOT-EXCL            TO SUP-RATE-EXCL
061300     MOVE WS-TOT-VAT             TO SUP-RATE-VAT
061400     WRITE SUPPLETIE-LINE FROM SUP-RATE-LINE
061500     IF WS-TOT-VAT > WS-DREMPEL
061600         OR WS-TOT-VAT < ZERO - WS-DREMPEL
061700         WRITE SUPPLETIE-LINE FROM SUP-OVER-LINE
061800         IF NOT FILE-MODE
061900             ADD 1 TO WS-OVER-COUNT
062000         END-IF
062100     ELSE
062200         WRITE SUPPLETIE-LINE FROM SUP-UNDER-LINE
062300     END-IF.
062400 3100-EXIT.
062500     EXIT.
062600
062700*-----------------------------------------------------------
062800* 4000-FILE-SUPPLETIE - HET ELEKTRONISCHE CORRECTIEBESTAND
062900*                       BTWSUPEL.DAT EN DE INDIENREGEL OP
063000*                       BTWSUPSL.DAT VOOR HET GEKOZEN KWARTAAL.
063100*                       ZONDER OPENSTAANDE CORRECTIES WORDT
063200*                       NIETS INGEDIEND (RC 8).
063300*-----------------------------------------------------------
063400 4000-FILE-SUPPLETIE.
063500     IF WS-QTR-COUNT = ZERO
063600         DISPLAY "ERROR: GEEN OPENSTAANDE CORRECTIES VOOR "
063700                 FUNCTION TRIM(WS-PERIOD-LABEL)
063800                 " - NIETS INGEDIEND"
063900         MOVE 8 TO RETURN-CODE
064000         GO TO 4000-EXIT
064100     END-IF
064200     MOVE 1 TO WS-QTR-IDX
064300     ACCEPT WS-TIME-NOW FROM TIME
064400
064500     OPEN OUTPUT ELEK-FILE
064600     MOVE QTR-JAAR (WS-QTR-IDX) TO ELEK-HDR-JAAR
064700     MOVE QTR-KW (WS-QTR-IDX)   TO ELEK-HDR-KW
064800     MOVE WS-TODAY              TO ELEK-HDR-DATUM
064900     MOVE WS-OPERATOR-ID        TO ELEK-HDR-OPERATOR
065000     MOVE WS-ADMIN              TO ELEK-HDR-ADMIN
065100     WRITE ELEK-LINE FROM ELEK-HEADER-REC
065200     MOVE "H"                      TO ELEK-RATE-CODE
065300     MOVE QTR-H-EXCL (WS-QTR-IDX)  TO ELEK-RATE-EXCL
065400     MOVE QTR-H-VAT (WS-QTR-IDX)   TO ELEK-RATE-VAT
065500     WRITE ELEK-LINE FROM ELEK-RATE-REC
065600     MOVE "L"                      TO ELEK-RATE-CODE
065700     MOVE QTR-L-EXCL (WS-QTR-IDX)  TO ELEK-RATE-EXCL
065800     MOVE QTR-L-VAT (WS-QTR-IDX)   TO ELEK-RATE-VAT
065900     WRITE ELEK-LINE FROM ELEK-RATE-REC
066000     MOVE "Z"                      TO ELEK-RATE-CODE
066100     MOVE QTR-Z-EXCL (WS-QTR-IDX)  TO ELEK-RATE-EXCL
066200     MOVE QTR-Z-VAT (WS-QTR-IDX)   TO ELEK-RATE-VAT
066300     WRITE ELEK-LINE FROM ELEK-RATE-REC
066400     COMPUTE WS-TOT-EXCL = QTR-H-EXCL (WS-QTR-IDX)
066500         + QTR-L-EXCL (WS-QTR-IDX) + QTR-Z-EXCL (WS-QTR-IDX)
066600     COMPUTE WS-TOT-VAT = QTR-H-VAT (WS-QTR-IDX)
066700         + QTR-L-VAT (WS-QTR-IDX) + QTR-Z-VAT (WS-QTR-IDX)
066800     MOVE WS-TOT-EXCL TO ELEK-TOT-EXCL
066900     MOVE WS-TOT-VAT  TO ELEK-TOT-VAT
067000     WRITE ELEK-LINE FROM ELEK-TOTAL-REC
067100     CLOSE ELEK-FILE
067200
067300     MOVE QTR-JAAR (WS-QTR-IDX) TO SUPSL-JAAR
067400     MOVE QTR-KW (WS-QTR-IDX)   TO SUPSL-KW
067500     COMPUTE SUPSL-TOT-DATE = QTR-LAST (WS-QTR-IDX) / 1000000
067600     COMPUTE SUPSL-TOT-SEQ =
067700         FUNCTION MOD(QTR-LAST (WS-QTR-IDX), 1000000)
067800     MOVE WS-OPERATOR-ID        TO SUPSL-OPERATOR
067900     MOVE WS-TODAY              TO SUPSL-DATUM
068000     MOVE WS-TIME-NOW (1:6)     TO SUPSL-TIJD
068100     OPEN EXTEND FILED-REG-FILE
068200     IF WS-SUPSL-STATUS = "35"
068300         OPEN OUTPUT FILED-REG-FILE
068400     END-IF
068500     WRITE FILED-REG-LINE FROM SUPSL-DETAIL-LINE
068600     CLOSE FILED-REG-FILE
068700     DISPLAY "SUPPLETIE " FUNCTION TRIM(WS-PERIOD-LABEL)
068800             " INGEDIEND DOOR " FUNCTION TRIM(WS-OPERATOR-ID)
068900             " - BTWSUPEL.DAT GESCHREVEN".
069000 4000-EXIT.
069100     EXIT.
