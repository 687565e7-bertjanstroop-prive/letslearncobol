000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BETGEDR.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - BETAALGEDRAG PER KLANT
001300*                  VOOR DE KREDIETBEWAKING. READS THE
001400*                  BETAALHISTORIE BETHIST.DAT (BETHIST.CPY) AND
001500*                  THE CURRENT OPEN POSTEN ON OPENPOST.IDX AND
001600*                  WRITES BETGEDR.DAT: PER KLANT THE FACTUREN
001700*                  VEREFFEND IN THE LAST 12 COMPLETE MONTHS, THE
001800*                  AVERAGE DAYS FROM FACTUURDATUM TO BETALING,
001900*                  THE PERCENTAGE PAID AFTER THE VERVALDATUM,
002000*                  THE OPEN SALDO NOW, AND THE DSO AT EACH OF
002100*                  THE LAST 12 MONTH-ENDS (OPEN SALDO AT THE
002200*                  MONTH-END TIMES THE DAYS OF THE 3 MONTHS
002300*                  ENDING THERE, DIVIDED BY THE FACTURERING OF
002400*                  THOSE 3 MONTHS; *** WHEN THERE WAS SALDO BUT
002500*                  NO FACTURERING). CREDITNOTA'S DO NOT COUNT AS
002600*                  BETAALDE FACTUREN. A TOTAAL LINE FOR ALL
002700*                  KLANTEN. HONOURS THE RUNDATE OVERRIDE LIKE
002800*                  DEBAFST. CONDITION CODE 4 WHEN THE KLANT
002900*                  TABLE OVERFLOWED. READ-ONLY.
002901* 2026-10-15  BJS  AFBOEKINGEN: THE A-LINE OF AN AFGEBOEKTE
002902*                  POST IS SKIPPED (THE POST IS GONE FROM THE
002903*                  SALDO AT ITS VEREFFENING ANYWAY), AND A POST
002904*                  AFGEBOEKT AS ONINBAAR (SOORT O) DOES NOT
002905*                  COUNT IN THE BETAALDAGEN OR TE LAAT. IT STAYS
002906*                  IN THE FACTURERING AND THE SALDO PER
002907*                  MAANDEINDE.
003000*-----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PAID-HIST-FILE ASSIGN TO "BETHIST.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BETHIST-STATUS.
003800
003900     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS OPN-FACTUUR
004300         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
004400         FILE STATUS IS WS-OPENPOST-STATUS.
004500
004600     SELECT GEDRAG-REPORT-FILE ASSIGN TO "BETGEDR.DAT"
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800
004900     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RUNSEQ-STATUS.
005200
005300     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-JRNL-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PAID-HIST-FILE.
006000 01  PAID-HIST-LINE           PIC X(132).
006100
006200 FD  OPEN-ITEMS-FILE.
006300     COPY "OPENPOST.CPY".
006400
006500 FD  GEDRAG-REPORT-FILE.
006600 01  GEDRAG-REPORT-LINE       PIC X(132).
006700
006800 FD  RUN-SEQ-FILE.
006900 01  RUN-SEQ-LINE             PIC 9(06).
007000
007100 FD  RUN-JOURNAL-FILE.
007200 01  RUN-JOURNAL-LINE         PIC X(80).
007300
007400 WORKING-STORAGE SECTION.
007500*-----------------------------------------------------------
007600* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
007700*-----------------------------------------------------------
007800     COPY "RUNHDR.CPY".
007900
008000*-----------------------------------------------------------
008100* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
008200*-----------------------------------------------------------
008300     COPY "RUNJRNL.CPY".
008400 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
008500 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
008600 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
008700
008800 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
008900 01  WS-RUNSEQ-ENV-X          PIC X(10).
009000 01  WS-RUNDATE-ENV-X         PIC X(10).
009100 01  WS-ADMIN-ENV-X           PIC X(06).
009200 01  WS-BETHIST-STATUS        PIC X(02) VALUE "00".
009300 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
009400
009500 01  WS-EOF-SW                PIC X VALUE "N".
009600     88 FILE-EOF              VALUE "Y".
009700     88 FILE-NOT-EOF          VALUE "N".
009800
009900*-----------------------------------------------------------
010000* PARSE FIELDS - BETHIST (ZIE BETHIST.CPY)
010100*-----------------------------------------------------------
010200 01  WS-IN-SOORT-X            PIC X(02).
010300 01  WS-IN-INVOICE-X          PIC X(12).
010400 01  WS-IN-KLANT-X            PIC X(12).
010500 01  WS-IN-NAAM-X             PIC X(22).
010600 01  WS-IN-FACTDATUM-X        PIC X(10).
010700 01  WS-IN-VERVAL-X           PIC X(10).
010800 01  WS-IN-BEDRAG-X           PIC X(16).
010900 01  WS-IN-DATUM-X            PIC X(10).
011000 01  WS-IN-DAGEN-X            PIC X(08).
011100 01  WS-IN-REST-X             PIC X(30).
011101 01  WS-IN-RUNDATE-X          PIC X(10).
011102 01  WS-IN-RUNSEQ-X           PIC X(08).
011103 01  WS-IN-AFBOEK-X           PIC X(02).
011200 01  WS-IN-BEDRAG             PIC S9(09)V99 VALUE ZERO.
011300 01  WS-IN-DATUM              PIC 9(08) VALUE ZERO.
011400
011500*-----------------------------------------------------------
011600* DE GESLOTEN POST WAAR DE VOLGENDE B-REGELS BIJ HOREN - ZIJN
011700* FACTUURDATUM, DATUM VEREFFEND EN KLANT-REGEL
011800*-----------------------------------------------------------
011900 01  WS-CUR-FACTDATUM         PIC 9(08) VALUE ZERO.
012000 01  WS-CUR-SETTLE            PIC 9(08) VALUE ZERO.
012100 77  WS-CUR-KG-IDX            PIC 9(05) COMP VALUE ZERO.
012200
012300*-----------------------------------------------------------
012400* MAANDEN - MND (1) T/M MND (14) ZIJN DE 14 VOLLE MAANDEN VOOR
012500* DE RUNMAAND; DE 12 MAANDEINDEN VAN HET DSO-VERLOOP ZIJN DIE
012600* VAN MND (3) T/M MND (14), DE VENSTER VOOR DE BETAALDAGEN IS
012700* MND (3) T/M MND (14).
012800*-----------------------------------------------------------
012900 01  WS-MONTH-TABLE.
013000     05  WS-MND OCCURS 14 TIMES.
013100         10  MND-START        PIC 9(08).
013200         10  MND-EINDE        PIC 9(08).
013300 77  WS-MND-IDX               PIC 9(02) COMP VALUE ZERO.
013400 77  WS-ME-IDX                PIC 9(02) COMP VALUE ZERO.
013500 77  WS-JAAR                  PIC 9(04) VALUE ZERO.
013600 77  WS-MAAND                 PIC 9(02) VALUE ZERO.
013700 01  WS-DATE-WORK.
013800     05  WS-DW-JAAR           PIC 9(04).
013900     05  WS-DW-MAAND          PIC 9(02).
014000     05  WS-DW-DAG            PIC 9(02).
014100 01  WS-DATE-NUM REDEFINES WS-DATE-WORK PIC 9(08).
014200 77  WS-DAYNUM                PIC 9(07) COMP VALUE ZERO.
014300 77  WS-PERIOD-DAYS           PIC 9(03) COMP VALUE ZERO.
014400 01  WS-VENSTER-START         PIC 9(08) VALUE ZERO.
014500 01  WS-VENSTER-EINDE         PIC 9(08) VALUE ZERO.
014600
014700*-----------------------------------------------------------
014800* KLANT TABLE - PER KLANT DE VEREFFENDE FACTUREN IN HET
014900* VENSTER, HUN BETAALDAGEN, HOE VEEL TE LAAT, HET OPEN SALDO
015000* NU, HET OPEN SALDO PER MAANDEINDE EN DE FACTURERING PER
015100* MAAND. HET TOTAAL HEEFT EIGEN VELDEN.
015200*-----------------------------------------------------------
015300 77  WS-KG-COUNT              PIC 9(05) COMP VALUE ZERO.
015400 77  WS-KG-MAX                PIC 9(05) COMP VALUE 2000.
015500 77  WS-KG-IDX                PIC 9(05) COMP VALUE ZERO.
015600 01  WS-KG-TABLE.
015700     05  WS-KG-ENTRY OCCURS 2000 TIMES.
015800         10  KG-KLANT         PIC X(10).
015900         10  KG-NAAM          PIC X(20).
016000         10  KG-AANTAL        PIC 9(05) COMP.
016100         10  KG-DAGEN         PIC S9(09) COMP.
016200         10  KG-TE-LAAT       PIC 9(05) COMP.
016300         10  KG-OPEN          PIC S9(11)V99.
016400         10  KG-SALDO         PIC S9(11)V99 OCCURS 12 TIMES.
016500         10  KG-OMZET         PIC S9(11)V99 OCCURS 14 TIMES.
016600         10  KG-PRINTED       PIC X(01).
016700 01  WS-TABLE-FULL-SW         PIC X VALUE "N".
016800     88 TABLE-FULL            VALUE "Y".
016900     88 TABLE-NOT-FULL        VALUE "N".
017000 01  WS-KG-FOUND-SW           PIC X VALUE "N".
017100     88 KG-FOUND              VALUE "Y".
017200     88 KG-NOT-FOUND          VALUE "N".
017300 01  WS-SEARCH-KLANT          PIC X(10).
017400 01  WS-SEARCH-NAAM           PIC X(20).
017500 01  WS-LOW-KLANT             PIC X(10).
017600
017700*-----------------------------------------------------------
017800* TOTAAL ALLE KLANTEN
017900*-----------------------------------------------------------
018000 77  WS-TOT-AANTAL            PIC 9(07) COMP VALUE ZERO.
018100 77  WS-TOT-DAGEN             PIC S9(11) COMP VALUE ZERO.
018200 77  WS-TOT-TE-LAAT           PIC 9(07) COMP VALUE ZERO.
018300 01  WS-TOT-OPEN              PIC S9(11)V99 VALUE ZERO.
018400 01  WS-TOT-SALDO-TABLE.
018500     05  WS-TOT-SALDO         PIC S9(11)V99 OCCURS 12 TIMES.
018600 01  WS-TOT-OMZET-TABLE.
018700     05  WS-TOT-OMZET         PIC S9(11)V99 OCCURS 14 TIMES.
018800
018900*-----------------------------------------------------------
019000* ONE REPORT LINE IS BUILT HERE, FOR A KLANT OR THE TOTAAL
019100*-----------------------------------------------------------
019200 77  WS-LN-AANTAL             PIC 9(07) COMP VALUE ZERO.
019300 77  WS-LN-DAGEN              PIC S9(11) COMP VALUE ZERO.
019400 77  WS-LN-TE-LAAT            PIC 9(07) COMP VALUE ZERO.
019500 01  WS-LN-SALDO-TABLE.
019600     05  WS-LN-SALDO          PIC S9(11)V99 OCCURS 12 TIMES.
019700 01  WS-LN-OMZET-TABLE.
019800     05  WS-LN-OMZET          PIC S9(11)V99 OCCURS 14 TIMES.
019900 01  WS-OMZET-3M              PIC S9(11)V99 VALUE ZERO.
020000 01  WS-DSO                   PIC S9(07)V9 VALUE ZERO.
020100 01  WS-GEM-DAGEN             PIC S9(05)V9 VALUE ZERO.
020200 01  WS-PCT-LAAT              PIC 9(03)V9 VALUE ZERO.
020300 77  WS-SETTLED-COUNT         PIC 9(07) COMP VALUE ZERO.
020400 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
020500 77  WS-BAD-COUNT             PIC 9(05) COMP VALUE ZERO.
020600 77  WS-SLOT-IDX              PIC 9(03) COMP VALUE ZERO.
020700
020800*-----------------------------------------------------------
020900* BETGEDR.DAT
021000*-----------------------------------------------------------
021100 01  BGD-HEADING-1.
021200     05  FILLER               PIC X(24)
021300                              VALUE "BETAALGEDRAG PER KLANT  ".
021400     05  FILLER               PIC X(10) VALUE "RUNDATUM ".
021500     05  BGD-HDG-DATE         PIC 9(08).
021600     05  FILLER               PIC X(06) VALUE "  ADM ".
021700     05  BGD-HDG-ADMIN        PIC X(04).
021800     05  FILLER               PIC X(20)
021900                              VALUE "  VEREFFEND VANAF ".
022000     05  BGD-HDG-VAN          PIC 9(08).
022100     05  FILLER               PIC X(06) VALUE " T/M ".
022200     05  BGD-HDG-TM           PIC 9(08).
022300
022400 01  BGD-HEADING-2.
022500     05  FILLER               PIC X(11) VALUE "KLANT".
022600     05  FILLER               PIC X(21) VALUE "NAAM".
022700     05  FILLER               PIC X(06) VALUE "  FACT".
022800     05  FILLER               PIC X(07) VALUE "  DAGEN".
022900     05  FILLER               PIC X(07) VALUE "  %LAAT".
023000     05  FILLER               PIC X(15) VALUE "    OPEN SALDO".
023100     05  FILLER               PIC X(04) VALUE " DSO".
023200     05  BGD-HDG-MAAND OCCURS 12 TIMES.
023300         10  BGD-HDG-SP       PIC X(01).
023400         10  BGD-HDG-JJMM     PIC 9(04).
023500
023600 01  BGD-DETAIL-LINE.
023700     05  BGD-DET-KLANT        PIC X(10).
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  BGD-DET-NAAM         PIC X(20).
024000     05  FILLER               PIC X(01) VALUE SPACE.
024100     05  BGD-DET-AANTAL       PIC ZZZZ9.
024200     05  FILLER               PIC X(01) VALUE SPACE.
024300     05  BGD-DET-DAGEN        PIC ---9.9.
024400     05  FILLER               PIC X(01) VALUE SPACE.
024500     05  BGD-DET-PCT          PIC ZZ9.9.
024600     05  FILLER               PIC X(01) VALUE SPACE.
024700     05  BGD-DET-OPEN         PIC ---,---,--9.99.
024800     05  FILLER               PIC X(04) VALUE SPACES.
024900     05  BGD-DET-MAAND OCCURS 12 TIMES.
025000         10  BGD-DET-SP       PIC X(01).
025100         10  BGD-DET-DSO      PIC X(04).
025200
025300 01  BGD-DSO-EDIT             PIC ZZZ9.
025400
025500 01  BGD-TRAILER-LINE.
025600     05  FILLER               PIC X(21)
025700                              VALUE "KLANTEN            : ".
025800     05  BGD-TRL-KLANTEN      PIC ZZZ,ZZ9.
025900     05  FILLER               PIC X(21)
026000                              VALUE "   VEREFFEND       : ".
026100     05  BGD-TRL-VEREFFEND    PIC ZZZ,ZZ9.
026200     05  FILLER               PIC X(21)
026300                              VALUE "   ONLEESBAAR      : ".
026400     05  BGD-TRL-ONLEESBAAR   PIC ZZZ,ZZ9.
026500
026600 01  BGD-BLANK-LINE           PIC X(01) VALUE SPACE.
026700
026800 PROCEDURE DIVISION.
026900
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027200     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
027300     PERFORM 3000-LOAD-OPEN-ITEMS THRU 3000-EXIT
027400     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
027500     PERFORM 8000-FINALIZE THRU 8000-EXIT
027600     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
027700     STOP RUN.
027800
027900*-----------------------------------------------------------
028000* 1000-INITIALIZE - RUN HEADER AND THE MONTH TABLE
028100*-----------------------------------------------------------
028200 1000-INITIALIZE.
028300     ACCEPT WS-START-TIME-RAW FROM TIME
028400     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
028500     PERFORM 1100-BUILD-MONTHS THRU 1100-EXIT
028600     MOVE ZERO TO WS-KG-COUNT
028700     SET TABLE-NOT-FULL TO TRUE
028800     INITIALIZE WS-TOT-SALDO-TABLE WS-TOT-OMZET-TABLE.
028900 1000-EXIT.
029000     EXIT.
029100
029200*-----------------------------------------------------------
029300* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
029400*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
029500*                       LIKE EVERY OTHER CHAIN STEP. EEN
029600*                       HERSTART VAN EEN EERDERE DAG (RUNDATE
029700*                       GEZET) REKENT VANAF DIE RUNDATUM.
029800*-----------------------------------------------------------
029900 1050-GET-RUN-HEADER.
030000     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
030100     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
030200     IF RUNHDR-OPERATOR-ID = SPACES
030300         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
030400     END-IF
030500     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
030600     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
030700     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
030800     IF WS-RUNDATE-ENV-X NOT = SPACES
030900         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
031000         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
031100             TO RUNHDR-RUN-DATE
031200         DISPLAY "BETGEDR: RUN DATE OVERGENOMEN UIT RUNDATE - "
031300                 RUNHDR-RUN-DATE
031400     END-IF
031500     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
031600     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
031700     IF WS-ADMIN-ENV-X NOT = SPACES
031800         MOVE FUNCTION UPPER-CASE(FUNCTION
031900             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
032000     END-IF
032100     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
032200     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
032300     IF WS-RUNSEQ-ENV-X NOT = SPACES
032400         AND FUNCTION TEST-NUMVAL(FUNCTION
032500                 TRIM(WS-RUNSEQ-ENV-X)) = 0
032600         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
032700             TO RUNHDR-RUN-SEQ
032800     ELSE
032900         OPEN INPUT RUN-SEQ-FILE
033000         IF WS-RUNSEQ-STATUS = "00"
033100             READ RUN-SEQ-FILE
033200                 AT END
033300                     MOVE ZERO TO RUN-SEQ-LINE
033400             END-READ
033500             CLOSE RUN-SEQ-FILE
033600         ELSE
033700             MOVE ZERO TO RUN-SEQ-LINE
033800         END-IF
033900         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
034000         OPEN OUTPUT RUN-SEQ-FILE
034100         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
034200         WRITE RUN-SEQ-LINE
034300         CLOSE RUN-SEQ-FILE
034400     END-IF
034500     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
034600             " DATE: " RUNHDR-RUN-DATE
034700             " SEQ: " RUNHDR-RUN-SEQ
034800             " ADM: " RUNHDR-ADMIN.
034900 1050-EXIT.
035000     EXIT.
035100
035200*-----------------------------------------------------------
035300* 1100-BUILD-MONTHS - MND (14) IS THE MONTH BEFORE THE RUN
035400*                     MONTH, MND (1) THIRTEEN MONTHS EARLIER.
035500*                     THE EINDE IS THE DAY BEFORE THE NEXT
035600*                     MONTH'S FIRST DAY.
035700*-----------------------------------------------------------
035800 1100-BUILD-MONTHS.
035900     MOVE RUNHDR-RUN-DATE TO WS-DATE-NUM
036000     MOVE WS-DW-JAAR TO WS-JAAR
036100     MOVE WS-DW-MAAND TO WS-MAAND
036200     PERFORM VARYING WS-MND-IDX FROM 14 BY -1
036300         UNTIL WS-MND-IDX < 1
036400*        THE FIRST OF THE FOLLOWING MONTH, LESS ONE DAY
036500         MOVE WS-JAAR TO WS-DW-JAAR
036600         MOVE WS-MAAND TO WS-DW-MAAND
036700         MOVE 1 TO WS-DW-DAG
036800         COMPUTE WS-DAYNUM =
036900             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
037000         COMPUTE MND-EINDE (WS-MND-IDX) =
037100             FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
037200         IF WS-MAAND = 1
037300             MOVE 12 TO WS-MAAND
037400             SUBTRACT 1 FROM WS-JAAR
037500         ELSE
037600             SUBTRACT 1 FROM WS-MAAND
037700         END-IF
037800         MOVE WS-JAAR TO WS-DW-JAAR
037900         MOVE WS-MAAND TO WS-DW-MAAND
038000         MOVE 1 TO WS-DW-DAG
038100         MOVE WS-DATE-NUM TO MND-START (WS-MND-IDX)
038200     END-PERFORM
038300     MOVE MND-START (3) TO WS-VENSTER-START
038400     MOVE MND-EINDE (14) TO WS-VENSTER-EINDE.
038500 1100-EXIT.
038600     EXIT.
038700
038800*-----------------------------------------------------------
038900* 2000-LOAD-HISTORY - EVERY GESLOTEN POST ON BETHIST.DAT. NO
039000*                     FILE MEANS NOTHING CLOSED YET - THE
039100*                     REPORT THEN SHOWS THE OPEN POSTEN ONLY.
039200*-----------------------------------------------------------
039300 2000-LOAD-HISTORY.
039400     OPEN INPUT PAID-HIST-FILE
039500     IF WS-BETHIST-STATUS NOT = "00"
039600         DISPLAY "WARNING: GEEN BETHIST.DAT - NOG GEEN GESLOTEN "
039700                 "POSTEN"
039800         GO TO 2000-EXIT
039900     END-IF
040000     MOVE ZERO TO WS-CUR-KG-IDX
040100     SET FILE-NOT-EOF TO TRUE
040200     PERFORM UNTIL FILE-EOF
040300         READ PAID-HIST-FILE
040400             AT END
040500                 SET FILE-EOF TO TRUE
040600             NOT AT END
040700                 PERFORM 2100-ONE-HISTORY-LINE THRU 2100-EXIT
040800         END-READ
040900     END-PERFORM
041000     CLOSE PAID-HIST-FILE.
041100 2000-EXIT.
041200     EXIT.
041300
041400 2100-ONE-HISTORY-LINE.
041500     IF PAID-HIST-LINE = SPACES
041600         GO TO 2100-EXIT
041700     END-IF
041800     MOVE SPACES TO WS-IN-SOORT-X WS-IN-INVOICE-X WS-IN-KLANT-X
041900                    WS-IN-NAAM-X WS-IN-FACTDATUM-X WS-IN-VERVAL-X
042000                    WS-IN-BEDRAG-X WS-IN-DATUM-X WS-IN-DAGEN-X
042100                    WS-IN-REST-X WS-IN-RUNDATE-X WS-IN-RUNSEQ-X
042101                    WS-IN-AFBOEK-X
042200     UNSTRING PAID-HIST-LINE DELIMITED BY ","
042300         INTO WS-IN-SOORT-X WS-IN-INVOICE-X WS-IN-KLANT-X
042400              WS-IN-NAAM-X WS-IN-FACTDATUM-X WS-IN-VERVAL-X
042500              WS-IN-BEDRAG-X WS-IN-DATUM-X WS-IN-DAGEN-X
042600              WS-IN-REST-X WS-IN-RUNDATE-X WS-IN-RUNSEQ-X
042601              WS-IN-AFBOEK-X
042700     END-UNSTRING
042701*    THE A-LINE OF AN AFGEBOEKTE POST ADDS NOTHING HERE
042702     IF WS-IN-SOORT-X = "A"
042703         GO TO 2100-EXIT
042704     END-IF
042800     IF (WS-IN-SOORT-X NOT = "F" AND WS-IN-SOORT-X NOT = "B")
042900         OR FUNCTION TRIM(WS-IN-FACTDATUM-X) IS NOT NUMERIC
043000         OR FUNCTION TRIM(WS-IN-VERVAL-X) IS NOT NUMERIC
043100         OR FUNCTION TRIM(WS-IN-DATUM-X) IS NOT NUMERIC
043200         OR FUNCTION TEST-NUMVAL(FUNCTION
043300             TRIM(WS-IN-BEDRAG-X)) NOT = 0
043400         OR FUNCTION TEST-NUMVAL(FUNCTION
043500             TRIM(WS-IN-DAGEN-X)) NOT = 0
043600         ADD 1 TO WS-BAD-COUNT
043700         GO TO 2100-EXIT
043800     END-IF
043900     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
044000         TO WS-IN-BEDRAG
044100     MOVE FUNCTION NUMVAL(WS-IN-DATUM-X) TO WS-IN-DATUM
044200     IF WS-IN-SOORT-X = "B"
044300         PERFORM 2300-ONE-BETALING THRU 2300-EXIT
044400         GO TO 2100-EXIT
044500     END-IF
044600*    AN F-LINE OPENS A NEW GESLOTEN POST
044700     MOVE FUNCTION TRIM(WS-IN-KLANT-X) TO WS-SEARCH-KLANT
044800     MOVE WS-IN-NAAM-X TO WS-SEARCH-NAAM
044900     PERFORM 5000-FIND-KLANT THRU 5000-EXIT
045000     MOVE WS-KG-IDX TO WS-CUR-KG-IDX
045100     MOVE FUNCTION NUMVAL(WS-IN-FACTDATUM-X) TO WS-CUR-FACTDATUM
045200     MOVE WS-IN-DATUM TO WS-CUR-SETTLE
045300     IF WS-CUR-KG-IDX = ZERO
045400         GO TO 2100-EXIT
045500     END-IF
045600     PERFORM 2200-ONE-FACTUUR THRU 2200-EXIT.
045700 2100-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------
046100* 2200-ONE-FACTUUR - BETAALDAGEN EN TE LAAT ALS DE POST IN HET
046200*                    VENSTER VEREFFEND WERD (EEN CREDITNOTA
046300*                    TELT NIET, EEN ONINBAAR AFGEBOEKTE POST
046301*                    OOK NIET), DE FACTURERING IN ZIJN MAAND,
046400*                    EN HET BEDRAG OPEN OP ELK MAANDEINDE VAN
046500*                    DE FACTUURDATUM TOT DE VEREFFENING
046600*-----------------------------------------------------------
046700 2200-ONE-FACTUUR.
046800     IF WS-IN-BEDRAG > ZERO
046801         AND WS-IN-AFBOEK-X NOT = "O"
046900         AND WS-CUR-SETTLE NOT < WS-VENSTER-START
047000         AND WS-CUR-SETTLE NOT > WS-VENSTER-EINDE
047100         ADD 1 TO KG-AANTAL (WS-CUR-KG-IDX)
047200         ADD 1 TO WS-SETTLED-COUNT
047300         ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-DAGEN-X))
047400             TO KG-DAGEN (WS-CUR-KG-IDX)
047500         IF WS-CUR-SETTLE > FUNCTION NUMVAL(WS-IN-VERVAL-X)
047600             ADD 1 TO KG-TE-LAAT (WS-CUR-KG-IDX)
047700         END-IF
047800     END-IF
047900     PERFORM VARYING WS-MND-IDX FROM 1 BY 1
048000         UNTIL WS-MND-IDX > 14
048100         IF WS-CUR-FACTDATUM NOT < MND-START (WS-MND-IDX)
048200             AND WS-CUR-FACTDATUM NOT > MND-EINDE (WS-MND-IDX)
048300             ADD WS-IN-BEDRAG TO KG-OMZET (WS-CUR-KG-IDX
048400                 WS-MND-IDX)
048500         END-IF
048600     END-PERFORM
048700     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
048800         UNTIL WS-ME-IDX > 12
048900         COMPUTE WS-MND-IDX = WS-ME-IDX + 2
049000         IF WS-CUR-FACTDATUM NOT > MND-EINDE (WS-MND-IDX)
049100             AND WS-CUR-SETTLE > MND-EINDE (WS-MND-IDX)
049200             ADD WS-IN-BEDRAG TO KG-SALDO (WS-CUR-KG-IDX
049300                 WS-ME-IDX)
049400         END-IF
049500     END-PERFORM.
049600 2200-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------
050000* 2300-ONE-BETALING - A B-LINE BELONGS TO THE LAST F-LINE. IT
050100*                     LOWERS THE OPEN BEDRAG ON EVERY MAANDEINDE
050200*                     FROM ITS BETAALDATUM UNTIL THE VEREFFENING.
050300*-----------------------------------------------------------
050400 2300-ONE-BETALING.
050500     IF WS-CUR-KG-IDX = ZERO
050600         GO TO 2300-EXIT
050700     END-IF
050800     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
050900         UNTIL WS-ME-IDX > 12
051000         COMPUTE WS-MND-IDX = WS-ME-IDX + 2
051100         IF WS-IN-DATUM NOT > MND-EINDE (WS-MND-IDX)
051200             AND WS-CUR-SETTLE > MND-EINDE (WS-MND-IDX)
051300             SUBTRACT WS-IN-BEDRAG FROM KG-SALDO (WS-CUR-KG-IDX
051400                 WS-ME-IDX)
051500         END-IF
051600     END-PERFORM.
051700 2300-EXIT.
051800     EXIT.
051900
052000*-----------------------------------------------------------
052100* 3000-LOAD-OPEN-ITEMS - THE POSTEN STILL OPEN: THE OPEN SALDO
052200*                        NOW, THEIR FACTURERING AND WHAT WAS
052300*                        OPEN OF THEM ON EVERY MAANDEINDE
052400*-----------------------------------------------------------
052500 3000-LOAD-OPEN-ITEMS.
052600     OPEN INPUT OPEN-ITEMS-FILE
052700     IF WS-OPENPOST-STATUS NOT = "00"
052800         DISPLAY "WARNING: GEEN OPENPOST.IDX - GEEN OPEN POSTEN"
052900         GO TO 3000-EXIT
053000     END-IF
053100     SET FILE-NOT-EOF TO TRUE
053200     PERFORM UNTIL FILE-EOF
053300         READ OPEN-ITEMS-FILE
053400             AT END
053500                 SET FILE-EOF TO TRUE
053600             NOT AT END
053700                 PERFORM 3100-ONE-OPEN-POST THRU 3100-EXIT
053800         END-READ
053900     END-PERFORM
054000     CLOSE OPEN-ITEMS-FILE.
054100 3000-EXIT.
054200     EXIT.
054300
054400 3100-ONE-OPEN-POST.
054500     MOVE OPN-KLANT TO WS-SEARCH-KLANT
054600     MOVE OPN-KLANTNAAM TO WS-SEARCH-NAAM
054700     PERFORM 5000-FIND-KLANT THRU 5000-EXIT
054800     IF WS-KG-IDX = ZERO
054900         GO TO 3100-EXIT
055000     END-IF
055100     ADD 1 TO WS-OPEN-COUNT
055200     COMPUTE KG-OPEN (WS-KG-IDX) =
055300         KG-OPEN (WS-KG-IDX) + OPN-BEDRAG - OPN-BETAALD
055400     PERFORM VARYING WS-MND-IDX FROM 1 BY 1
055500         UNTIL WS-MND-IDX > 14
055600         IF OPN-DATUM NOT < MND-START (WS-MND-IDX)
055700             AND OPN-DATUM NOT > MND-EINDE (WS-MND-IDX)
055800             ADD OPN-BEDRAG TO KG-OMZET (WS-KG-IDX WS-MND-IDX)
055900         END-IF
056000     END-PERFORM
056100     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
056200         UNTIL WS-ME-IDX > 12
056300         COMPUTE WS-MND-IDX = WS-ME-IDX + 2
056400         IF OPN-DATUM NOT > MND-EINDE (WS-MND-IDX)
056500             ADD OPN-BEDRAG TO KG-SALDO (WS-KG-IDX WS-ME-IDX)
056600             PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
056700                 UNTIL WS-SLOT-IDX > OPN-BET-AANTAL
056800                 IF OPN-BET-DATUM (WS-SLOT-IDX)
056900                     NOT > MND-EINDE (WS-MND-IDX)
057000                     SUBTRACT OPN-BET-BEDRAG (WS-SLOT-IDX)
057100                         FROM KG-SALDO (WS-KG-IDX WS-ME-IDX)
057200                 END-IF
057300             END-PERFORM
057400         END-IF
057500     END-PERFORM.
057600 3100-EXIT.
057700     EXIT.
057800
057900*-----------------------------------------------------------
058000* 4000-WRITE-REPORT - ONE LINE PER KLANT IN KLANTNUMMER ORDER
058100*                     (THE LOWEST NOT YET PRINTED EACH TIME),
058200*                     THEN THE TOTAAL AND THE TRAILER
058300*-----------------------------------------------------------
058400 4000-WRITE-REPORT.
058500     OPEN OUTPUT GEDRAG-REPORT-FILE
058600     MOVE RUNHDR-RUN-DATE TO BGD-HDG-DATE
058700     MOVE RUNHDR-ADMIN TO BGD-HDG-ADMIN
058800     MOVE WS-VENSTER-START TO BGD-HDG-VAN
058900     MOVE WS-VENSTER-EINDE TO BGD-HDG-TM
059000     WRITE GEDRAG-REPORT-LINE FROM BGD-HEADING-1
059100     WRITE GEDRAG-REPORT-LINE FROM BGD-BLANK-LINE
059200     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
059300         UNTIL WS-ME-IDX > 12
059400         COMPUTE WS-MND-IDX = WS-ME-IDX + 2
059500         MOVE MND-EINDE (WS-MND-IDX) TO WS-DATE-NUM
059600         MOVE SPACE TO BGD-HDG-SP (WS-ME-IDX)
059700         MOVE WS-DATE-NUM (3:4) TO BGD-HDG-JJMM (WS-ME-IDX)
059800     END-PERFORM
059900     WRITE GEDRAG-REPORT-LINE FROM BGD-HEADING-2
060000     PERFORM WS-KG-COUNT TIMES
060100         MOVE HIGH-VALUES TO WS-LOW-KLANT
060200         MOVE ZERO TO WS-CUR-KG-IDX
060300         PERFORM VARYING WS-KG-IDX FROM 1 BY 1
060400             UNTIL WS-KG-IDX > WS-KG-COUNT
060500             IF KG-PRINTED (WS-KG-IDX) = "N"
060600                 AND KG-KLANT (WS-KG-IDX) < WS-LOW-KLANT
060700                 MOVE KG-KLANT (WS-KG-IDX) TO WS-LOW-KLANT
060800                 MOVE WS-KG-IDX TO WS-CUR-KG-IDX
060900             END-IF
061000         END-PERFORM
061100         MOVE "J" TO KG-PRINTED (WS-CUR-KG-IDX)
061200         PERFORM 4100-WRITE-KLANT THRU 4100-EXIT
061300     END-PERFORM
061400     WRITE GEDRAG-REPORT-LINE FROM BGD-BLANK-LINE
061500     MOVE SPACES TO BGD-DET-KLANT
061600     MOVE "TOTAAL" TO BGD-DET-NAAM
061700     MOVE WS-TOT-AANTAL TO WS-LN-AANTAL
061800     MOVE WS-TOT-DAGEN TO WS-LN-DAGEN
061900     MOVE WS-TOT-TE-LAAT TO WS-LN-TE-LAAT
062000     MOVE WS-TOT-OPEN TO BGD-DET-OPEN
062100     MOVE WS-TOT-SALDO-TABLE TO WS-LN-SALDO-TABLE
062200     MOVE WS-TOT-OMZET-TABLE TO WS-LN-OMZET-TABLE
062300     PERFORM 4200-EDIT-LINE THRU 4200-EXIT
062400     WRITE GEDRAG-REPORT-LINE FROM BGD-DETAIL-LINE
062500     MOVE WS-KG-COUNT TO BGD-TRL-KLANTEN
062600     MOVE WS-SETTLED-COUNT TO BGD-TRL-VEREFFEND
062700     MOVE WS-BAD-COUNT TO BGD-TRL-ONLEESBAAR
062800     WRITE GEDRAG-REPORT-LINE FROM BGD-BLANK-LINE
062900     WRITE GEDRAG-REPORT-LINE FROM BGD-TRAILER-LINE
063000     CLOSE GEDRAG-REPORT-FILE.
063100 4000-EXIT.
063200     EXIT.
063300
063400*-----------------------------------------------------------
063500* 4100-WRITE-KLANT - THE KLANT IN WS-CUR-KG-IDX TO THE REPORT
063600*                    AND INTO THE TOTAAL
063700*-----------------------------------------------------------
063800 4100-WRITE-KLANT.
063900     MOVE KG-KLANT (WS-CUR-KG-IDX) TO BGD-DET-KLANT
064000     MOVE KG-NAAM (WS-CUR-KG-IDX) TO BGD-DET-NAAM
064100     MOVE KG-AANTAL (WS-CUR-KG-IDX) TO WS-LN-AANTAL
064200     MOVE KG-DAGEN (WS-CUR-KG-IDX) TO WS-LN-DAGEN
064300     MOVE KG-TE-LAAT (WS-CUR-KG-IDX) TO WS-LN-TE-LAAT
064400     MOVE KG-OPEN (WS-CUR-KG-IDX) TO BGD-DET-OPEN
064500     ADD KG-AANTAL (WS-CUR-KG-IDX) TO WS-TOT-AANTAL
064600     ADD KG-DAGEN (WS-CUR-KG-IDX) TO WS-TOT-DAGEN
064700     ADD KG-TE-LAAT (WS-CUR-KG-IDX) TO WS-TOT-TE-LAAT
064800     ADD KG-OPEN (WS-CUR-KG-IDX) TO WS-TOT-OPEN
064900     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
065000         UNTIL WS-ME-IDX > 12
065100         MOVE KG-SALDO (WS-CUR-KG-IDX WS-ME-IDX)
065200             TO WS-LN-SALDO (WS-ME-IDX)
065300         ADD KG-SALDO (WS-CUR-KG-IDX WS-ME-IDX)
065400             TO WS-TOT-SALDO (WS-ME-IDX)
065500     END-PERFORM
065600     PERFORM VARYING WS-MND-IDX FROM 1 BY 1
065700         UNTIL WS-MND-IDX > 14
065800         MOVE KG-OMZET (WS-CUR-KG-IDX WS-MND-IDX)
065900             TO WS-LN-OMZET (WS-MND-IDX)
066000         ADD KG-OMZET (WS-CUR-KG-IDX WS-MND-IDX)
066100             TO WS-TOT-OMZET (WS-MND-IDX)
066200     END-PERFORM
066300     PERFORM 4200-EDIT-LINE THRU 4200-EXIT
066400     WRITE GEDRAG-REPORT-LINE FROM BGD-DETAIL-LINE.
066500 4100-EXIT.
066600     EXIT.
066700
066800*-----------------------------------------------------------
066900* 4200-EDIT-LINE - GEMIDDELDE BETAALDAGEN, PERCENTAGE TE LAAT
067000*                  AND THE 12 DSO FIGURES FROM THE WS-LN-
067100*                  FIELDS. DSO = SALDO OP HET MAANDEINDE x
067200*                  DAGEN IN 3 MAANDEN / FACTURERING 3 MAANDEN.
067300*-----------------------------------------------------------
067400 4200-EDIT-LINE.
067500     MOVE WS-LN-AANTAL TO BGD-DET-AANTAL
067600     IF WS-LN-AANTAL = ZERO
067700         MOVE ZERO TO BGD-DET-DAGEN BGD-DET-PCT
067800     ELSE
067900         COMPUTE WS-GEM-DAGEN ROUNDED =
068000             WS-LN-DAGEN / WS-LN-AANTAL
068100         COMPUTE WS-PCT-LAAT ROUNDED =
068200             WS-LN-TE-LAAT * 100 / WS-LN-AANTAL
068300         MOVE WS-GEM-DAGEN TO BGD-DET-DAGEN
068400         MOVE WS-PCT-LAAT TO BGD-DET-PCT
068500     END-IF
068600     PERFORM VARYING WS-ME-IDX FROM 1 BY 1
068700         UNTIL WS-ME-IDX > 12
068800         MOVE SPACE TO BGD-DET-SP (WS-ME-IDX)
068900         COMPUTE WS-OMZET-3M = WS-LN-OMZET (WS-ME-IDX)
069000             + WS-LN-OMZET (WS-ME-IDX + 1)
069100             + WS-LN-OMZET (WS-ME-IDX + 2)
069200         COMPUTE WS-PERIOD-DAYS =
069300             FUNCTION INTEGER-OF-DATE(MND-EINDE (WS-ME-IDX + 2))
069400             - FUNCTION INTEGER-OF-DATE(MND-START (WS-ME-IDX))
069500             + 1
069600         EVALUATE TRUE
069700             WHEN WS-LN-SALDO (WS-ME-IDX) NOT > ZERO
069800                 MOVE ZERO TO BGD-DSO-EDIT
069900                 MOVE BGD-DSO-EDIT TO BGD-DET-DSO (WS-ME-IDX)
070000             WHEN WS-OMZET-3M NOT > ZERO
070100                 MOVE " ***" TO BGD-DET-DSO (WS-ME-IDX)
070200             WHEN OTHER
070300                 COMPUTE WS-DSO ROUNDED =
070400                     WS-LN-SALDO (WS-ME-IDX) * WS-PERIOD-DAYS
070500                     / WS-OMZET-3M
070600                 IF WS-DSO > 9999
070700                     MOVE 9999 TO WS-DSO
070800                 END-IF
070900                 MOVE WS-DSO TO BGD-DSO-EDIT
071000                 MOVE BGD-DSO-EDIT TO BGD-DET-DSO (WS-ME-IDX)
071100         END-EVALUATE
071200     END-PERFORM.
071300 4200-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------
071700* 5000-FIND-KLANT - WS-KG-IDX OF WS-SEARCH-KLANT, A NEW ENTRY
071800*                   WHEN IT IS NOT IN THE TABLE YET. ZERO WHEN
071900*                   THE TABLE IS FULL.
072000*-----------------------------------------------------------
072100 5000-FIND-KLANT.
072200     SET KG-NOT-FOUND TO TRUE
072300     PERFORM VARYING WS-KG-IDX FROM 1 BY 1
072400         UNTIL WS-KG-IDX > WS-KG-COUNT OR KG-FOUND
072500         IF KG-KLANT (WS-KG-IDX) = WS-SEARCH-KLANT
072600             SET KG-FOUND TO TRUE
072700         END-IF
072800     END-PERFORM
072900     IF KG-FOUND
073000         SUBTRACT 1 FROM WS-KG-IDX
073100         GO TO 5000-EXIT
073200     END-IF
073300     IF WS-KG-COUNT >= WS-KG-MAX
073400         SET TABLE-FULL TO TRUE
073500         MOVE ZERO TO WS-KG-IDX
073600         GO TO 5000-EXIT
073700     END-IF
073800     ADD 1 TO WS-KG-COUNT
073900     MOVE WS-KG-COUNT TO WS-KG-IDX
074000     INITIALIZE WS-KG-ENTRY (WS-KG-IDX)
074100     MOVE WS-SEARCH-KLANT TO KG-KLANT (WS-KG-IDX)
074200     MOVE WS-SEARCH-NAAM TO KG-NAAM (WS-KG-IDX)
074300     MOVE "N" TO KG-PRINTED (WS-KG-IDX).
074400 5000-EXIT.
074500     EXIT.
074600
074700*-----------------------------------------------------------
074800* 8000-FINALIZE - CONDITION CODE 4 WHEN NOT EVERY KLANT FITTED
074900*-----------------------------------------------------------
075000 8000-FINALIZE.
075100     DISPLAY "BETGEDR COMPLETE - " WS-KG-COUNT " KLANT(EN), "
075200             WS-SETTLED-COUNT " VEREFFEND, " WS-OPEN-COUNT
075300             " OPEN."
075400     IF WS-BAD-COUNT > ZERO
075500         DISPLAY "WARNING: " WS-BAD-COUNT " ONLEESBARE "
075600                 "BETHIST-REGEL(S) GENEGEERD"
075700     END-IF
075800     IF TABLE-FULL
075900         DISPLAY "WARNING: KLANTTABEL VOL (" WS-KG-MAX
076000                 ") - NIET ALLE KLANTEN OP BETGEDR.DAT"
076100         MOVE 4 TO RETURN-CODE
076200     END-IF.
076300 8000-EXIT.
076400     EXIT.
076500
076600*-----------------------------------------------------------
076700* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
076800*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
076900*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
077000*-----------------------------------------------------------
077100 9000-WRITE-RUN-JOURNAL.
077200     ACCEPT WS-END-TIME-RAW FROM TIME
077300     OPEN EXTEND RUN-JOURNAL-FILE
077400     IF WS-JRNL-STATUS = "35"
077500         OPEN OUTPUT RUN-JOURNAL-FILE
077600     END-IF
077700     MOVE "BETGEDR " TO JRNL-PROGRAM
077800     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
077900     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
078000     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
078100     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
078200     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
078300     MOVE RETURN-CODE TO JRNL-RC
078400     MOVE WS-KG-COUNT TO JRNL-COUNT-1
078500     MOVE WS-SETTLED-COUNT TO JRNL-COUNT-2
078600     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
078700     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
078800     CLOSE RUN-JOURNAL-FILE.
078900 9000-EXIT.
079000     EXIT.
