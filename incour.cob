000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INCOUR.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - INCOURANTE VOORRAAD. THE
001300*                  VOORMUT.DAT MUTATIEGROOTBOEK (WRITTEN BY
001400*                  ONTVANG AND VOORRAAD) IS SORTED PER ARTIKEL
001500*                  AND MATCHED AGAINST THE ARTIKEL MASTER. EVERY
001600*                  ARTIKEL WITH STOCK ON HAND AND NO UITGIFTE
001700*                  FOR 3, 6 OR 12 MAANDEN (COUNTED FROM THE LAST
001800*                  UITGIFTE, OR FROM THE FIRST MUTATIE WHEN IT
001900*                  WAS NEVER ISSUED) GOES ON INCOUR.DAT, VALUED
002000*                  AT ART-GEM-INKOOP (ZONDER GEMIDDELDE DE
002100*                  INKOOPPRIJS) WITH TOTALS PER BAND AND THE
002200*                  CUMULATIVE 3+/6+/12+ FIGURES FOR THE
002300*                  VOORZIENING. STOCK WITHOUT ANY MUTATIE IN THE
002400*                  GROOTBOEK IS LISTED SEPARATELY (GEEN
002500*                  HISTORIE). MET INCKAART=<ARTIKEL> KOMT ER
002600*                  EEN VOORRAADKAART VOORKRT.DAT BIJ: ELKE
002700*                  MUTATIE MET STAND VOOR EN NA, EEN BREUK IN DE
002800*                  KETEN GEMARKEERD EN DE EINDSTAND TEGEN DE
002900*                  MASTER GECONTROLEERD. MONTHLY PERIOD-END STEP,
003000*                  READ-ONLY. CONDITION CODE 4 WHEN THERE IS NO
003100*                  GROOTBOEK OR THE STOCK CARD DOES NOT AGREE.
003200*-----------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARTIKEL-MASTER ASSIGN TO "ARTMAST.IDX"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ART-NUMMER
004100         FILE STATUS IS WS-ARTMAST-STATUS.
004200
004300     SELECT LEDGER-FILE ASSIGN TO "VOORMUT.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-VOORMUT-STATUS.
004600
004700     SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK.DAT".
004800
004900     SELECT SORTED-LEDGER-FILE ASSIGN TO "SRTMUT.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT SLOW-WORK-FILE ASSIGN TO "INCWRK.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT SLOW-SORT-FILE ASSIGN TO "SORTWK2.DAT".
005600
005700     SELECT SORTED-SLOW-FILE ASSIGN TO "SRTINC.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT SLOW-REPORT-FILE ASSIGN TO "INCOUR.DAT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT STOCK-CARD-FILE ASSIGN TO "VOORKRT.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RUNSEQ-STATUS.
006900
007000     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-JRNL-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  ARTIKEL-MASTER.
007700     COPY "ARTMAST.CPY".
007800
007900 FD  LEDGER-FILE.
008000 01  LEDGER-LINE              PIC X(80).
008100
008200*-----------------------------------------------------------
008300* THE SORT AND SORTED RECORDS FOLLOW THE FIXED COLUMNS OF
008400* VOORMUT.CPY
008500*-----------------------------------------------------------
008600 SD  LEDGER-SORT-FILE.
008700 01  LEDGER-SORT-RECORD.
008800     05  LS-RUN-DATE          PIC 9(08).
008900     05  FILLER               PIC X(01).
009000     05  LS-RUN-SEQ           PIC 9(06).
009100     05  FILLER               PIC X(01).
009200     05  LS-ARTIKEL           PIC X(08).
009300     05  FILLER               PIC X(56).
009400
009500 FD  SORTED-LEDGER-FILE.
009600 01  SORTED-LEDGER-RECORD.
009700     05  SL-RUN-DATE          PIC 9(08).
009800     05  FILLER               PIC X(01).
009900     05  SL-RUN-SEQ           PIC 9(06).
010000     05  FILLER               PIC X(01).
010100     05  SL-ARTIKEL           PIC X(08).
010200     05  FILLER               PIC X(01).
010300     05  SL-TYPE              PIC X(01).
010400         88  SL-UITGIFTE      VALUE "U".
010500     05  FILLER               PIC X(01).
010600     05  SL-AANTAL-X          PIC X(08).
010700     05  FILLER               PIC X(01).
010800     05  SL-VOOR-X            PIC X(08).
010900     05  FILLER               PIC X(01).
011000     05  SL-NA-X              PIC X(08).
011100     05  FILLER               PIC X(01).
011200     05  SL-PROGRAM           PIC X(08).
011300     05  FILLER               PIC X(01).
011400     05  SL-REFERENTIE        PIC X(12).
011500     05  FILLER               PIC X(05).
011600
011700 FD  SLOW-WORK-FILE.
011800 01  SLOW-WORK-RECORD.
011900     05  SW-BAND              PIC X(01).
012000     05  SW-GROEP             PIC X(08).
012100     05  SW-NUMMER            PIC X(08).
012200     05  SW-OMSCHRIJVING      PIC X(40).
012300     05  SW-VOORRAAD          PIC S9(07).
012400     05  SW-PRIJS             PIC 9(05)V99.
012500     05  SW-LAATSTE-UIT       PIC 9(08).
012600     05  SW-LAATSTE-MUT       PIC 9(08).
012700
012800 SD  SLOW-SORT-FILE.
012900 01  SLOW-SORT-RECORD.
013000     05  SS-BAND              PIC X(01).
013100     05  SS-GROEP             PIC X(08).
013200     05  SS-NUMMER            PIC X(08).
013300     05  FILLER               PIC X(70).
013400
013500 FD  SORTED-SLOW-FILE.
013600 01  SORTED-SLOW-RECORD.
013700     05  SR-BAND              PIC X(01).
013800     05  SR-GROEP             PIC X(08).
013900     05  SR-NUMMER            PIC X(08).
014000     05  SR-OMSCHRIJVING      PIC X(40).
014100     05  SR-VOORRAAD          PIC S9(07).
014200     05  SR-PRIJS             PIC 9(05)V99.
014300     05  SR-LAATSTE-UIT       PIC 9(08).
014400     05  SR-LAATSTE-MUT       PIC 9(08).
014500
014600 FD  SLOW-REPORT-FILE.
014700 01  SLOW-REPORT-LINE         PIC X(132).
014800
014900 FD  STOCK-CARD-FILE.
015000 01  STOCK-CARD-LINE          PIC X(132).
015100
015200 FD  RUN-SEQ-FILE.
015300 01  RUN-SEQ-LINE             PIC 9(06).
015400
015500 FD  RUN-JOURNAL-FILE.
015600 01  RUN-JOURNAL-LINE         PIC X(80).
015700
015800 WORKING-STORAGE SECTION.
015900*-----------------------------------------------------------
016000* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
016100*-----------------------------------------------------------
016200     COPY "RUNHDR.CPY".
016300
016400*-----------------------------------------------------------
016500* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
016600*-----------------------------------------------------------
016700     COPY "RUNJRNL.CPY".
016800 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
016900 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
017000 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
017100
017200 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
017300 01  WS-RUNSEQ-ENV-X          PIC X(10).
017400 01  WS-ADMIN-ENV-X           PIC X(06).
017500 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
017600 01  WS-VOORMUT-STATUS        PIC X(02) VALUE "00".
017700
017800 01  WS-ART-EOF               PIC X VALUE "N".
017900     88 ART-EOF               VALUE "Y".
018000     88 ART-NOT-EOF           VALUE "N".
018100 01  WS-EOF-SW                PIC X VALUE "N".
018200     88 FILE-EOF              VALUE "Y".
018300     88 FILE-NOT-EOF          VALUE "N".
018400 01  WS-LEDGER-SW             PIC X VALUE "N".
018500     88 LEDGER-PRESENT        VALUE "Y".
018600     88 LEDGER-ABSENT         VALUE "N".
018700
018800*-----------------------------------------------------------
018900* DE GESORTEERDE MUTATIES - EINDE = HIGH-VALUES IN HET NUMMER
019000*-----------------------------------------------------------
019100 01  WS-MUT-NUMMER            PIC X(08) VALUE LOW-VALUES.
019200 01  WS-MUT-AANTAL            PIC S9(07) VALUE ZERO.
019300 01  WS-MUT-VOOR              PIC S9(07) VALUE ZERO.
019400 01  WS-MUT-NA                PIC S9(07) VALUE ZERO.
019500
019600*-----------------------------------------------------------
019700* PER ARTIKEL UIT HET GROOTBOEK
019800*-----------------------------------------------------------
019900 01  WS-EERSTE-MUT            PIC 9(08) VALUE ZERO.
020000 01  WS-LAATSTE-MUT           PIC 9(08) VALUE ZERO.
020100 01  WS-LAATSTE-UIT           PIC 9(08) VALUE ZERO.
020200 01  WS-PEILDATUM             PIC 9(08) VALUE ZERO.
020300 01  WS-PRIJS                 PIC 9(05)V99 VALUE ZERO.
020400
020500*-----------------------------------------------------------
020600* GRENSDATUMS - RUNDATUM MIN 3, 6 EN 12 MAANDEN
020700*-----------------------------------------------------------
020800 01  WS-GRENS-3               PIC 9(08) VALUE ZERO.
020900 01  WS-GRENS-6               PIC 9(08) VALUE ZERO.
021000 01  WS-GRENS-12              PIC 9(08) VALUE ZERO.
021100 01  WS-GRENS-MAANDEN         PIC 9(02) VALUE ZERO.
021200 01  WS-GRENS-DATUM           PIC 9(08) VALUE ZERO.
021300 01  WS-GRENS-DELEN REDEFINES WS-GRENS-DATUM.
021400     05  WS-GRENS-JJJJ        PIC 9(04).
021500     05  WS-GRENS-MM          PIC 9(02).
021600     05  WS-GRENS-DD          PIC 9(02).
021700 01  WS-MAANDNUMMER           PIC 9(06) VALUE ZERO.
021800
021900*-----------------------------------------------------------
022000* VOORRAADKAART OP VERZOEK (INCKAART)
022100*-----------------------------------------------------------
022200 01  WS-KAART-ENV-X           PIC X(10).
022300 01  WS-KAART-ARTIKEL         PIC X(08) VALUE SPACES.
022400 01  WS-KAART-SW              PIC X VALUE "N".
022500     88 KAART-GEVRAAGD        VALUE "Y".
022600     88 KAART-NIET-GEVRAAGD   VALUE "N".
022700 01  WS-KAART-FOUND-SW        PIC X VALUE "N".
022800     88 KAART-GEVONDEN        VALUE "Y".
022900     88 KAART-NIET-GEVONDEN   VALUE "N".
023000 01  WS-KAART-VORIGE-NA       PIC S9(07) VALUE ZERO.
023100 77  WS-KAART-REGELS          PIC 9(07) COMP VALUE ZERO.
023200 77  WS-KAART-BREUKEN         PIC 9(07) COMP VALUE ZERO.
023300
023400*-----------------------------------------------------------
023500* TELLERS EN TOTALEN
023600*-----------------------------------------------------------
023700 77  WS-ART-COUNT             PIC 9(07) COMP VALUE ZERO.
023800 77  WS-MUT-COUNT             PIC 9(07) COMP VALUE ZERO.
023900 77  WS-SLOW-COUNT            PIC 9(07) COMP VALUE ZERO.
024000 01  WS-WAARDE                PIC S9(11)V99 VALUE ZERO.
024100 01  WS-BAND-WAARDE           PIC S9(11)V99 VALUE ZERO.
024200 77  WS-BAND-AANTAL           PIC 9(05) COMP VALUE ZERO.
024300 01  WS-BREAK-BAND            PIC X(01) VALUE HIGH-VALUES.
024400 01  WS-BAND-TOTALEN.
024500     05  WS-BAND-TOTAAL       PIC S9(11)V99 OCCURS 4 TIMES.
024600 77  WS-BAND-IDX              PIC 9(01) COMP VALUE ZERO.
024700 01  WS-CUM-WAARDE            PIC S9(11)V99 VALUE ZERO.
024800
024900*-----------------------------------------------------------
025000* INCOUR.DAT
025100*-----------------------------------------------------------
025200 01  INC-HEADING-1.
025300     05  FILLER               PIC X(36)
025400                    VALUE "INCOURANTE VOORRAAD - GEEN UITGIFTE".
025500     05  FILLER               PIC X(10) VALUE "RUNDATUM ".
025600     05  INC-HDG-DATE         PIC 9(08).
025700     05  FILLER               PIC X(06) VALUE "  ADM ".
025800     05  INC-HDG-ADMIN        PIC X(04).
025900
026000 01  INC-BAND-LINE.
026100     05  INC-BAND-TEKST       PIC X(60).
026200
026300 01  INC-HEADING-2.
026400     05  FILLER               PIC X(10) VALUE "ARTIKEL".
026500     05  FILLER               PIC X(27) VALUE "OMSCHRIJVING".
026600     05  FILLER               PIC X(10) VALUE "GROEP".
026700     05  FILLER               PIC X(11) VALUE "  VOORRAAD".
026800     05  FILLER               PIC X(10) VALUE " KOSTPRIJS".
026900     05  FILLER               PIC X(16) VALUE "          WAARDE".
027000     05  FILLER               PIC X(12) VALUE "LAATSTE UIT".
027100     05  FILLER               PIC X(12) VALUE "LAATSTE MUT".
027200
027300 01  INC-DETAIL-LINE.
027400     05  INC-DET-NUMMER       PIC X(08).
027500     05  FILLER               PIC X(02) VALUE SPACES.
027600     05  INC-DET-OMSCHR       PIC X(25).
027700     05  FILLER               PIC X(02) VALUE SPACES.
027800     05  INC-DET-GROEP        PIC X(08).
027900     05  FILLER               PIC X(02) VALUE SPACES.
028000     05  INC-DET-VOORRAAD     PIC Z,ZZZ,ZZ9-.
028100     05  FILLER               PIC X(01) VALUE SPACE.
028200     05  INC-DET-PRIJS        PIC ZZ,ZZ9.99.
028300     05  FILLER               PIC X(01) VALUE SPACE.
028400     05  INC-DET-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
028500     05  FILLER               PIC X(02) VALUE SPACES.
028600     05  INC-DET-LAATSTE-UIT  PIC X(10).
028700     05  FILLER               PIC X(02) VALUE SPACES.
028800     05  INC-DET-LAATSTE-MUT  PIC X(10).
028900
029000 01  INC-BAND-TOTAL-LINE.
029100     05  FILLER               PIC X(02) VALUE SPACES.
029200     05  FILLER               PIC X(14) VALUE "TOTAAL BAND : ".
029300     05  INC-BTL-AANTAL       PIC ZZ,ZZ9.
029400     05  FILLER               PIC X(14) VALUE " ARTIKEL(EN)  ".
029500     05  INC-BTL-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
029600
029700 01  INC-CUM-LINE.
029800     05  INC-CUM-TEKST        PIC X(40).
029900     05  INC-CUM-WAARDE       PIC ZZZ,ZZZ,ZZ9.99-.
030000
030100 01  INC-TRAILER-LINE.
030200     05  FILLER               PIC X(21)
030300                              VALUE "ARTIKELEN GELEZEN  : ".
030400     05  INC-TRL-ARTIKELEN    PIC ZZZ,ZZ9.
030500     05  FILLER               PIC X(21)
030600                              VALUE "   MUTATIES        : ".
030700     05  INC-TRL-MUTATIES     PIC ZZZ,ZZ9.
030800     05  FILLER               PIC X(21)
030900                              VALUE "   OP DEZE LIJST   : ".
031000     05  INC-TRL-SLOW         PIC ZZZ,ZZ9.
031100
031200*-----------------------------------------------------------
031300* VOORKRT.DAT
031400*-----------------------------------------------------------
031500 01  KRT-HEADING-1.
031600     05  FILLER               PIC X(16) VALUE "VOORRAADKAART ".
031700     05  KRT-HDG-NUMMER       PIC X(08).
031800     05  FILLER               PIC X(02) VALUE SPACES.
031900     05  KRT-HDG-OMSCHR       PIC X(40).
032000     05  FILLER               PIC X(10) VALUE "RUNDATUM ".
032100     05  KRT-HDG-DATE         PIC 9(08).
032200     05  FILLER               PIC X(06) VALUE "  ADM ".
032300     05  KRT-HDG-ADMIN        PIC X(04).
032400
032500 01  KRT-HEADING-2.
032600     05  FILLER               PIC X(10) VALUE "DATUM".
032700     05  FILLER               PIC X(08) VALUE "RUN".
032800     05  FILLER               PIC X(05) VALUE "TYPE".
032900     05  FILLER               PIC X(11) VALUE "    MUTATIE".
033000     05  FILLER               PIC X(11) VALUE "       VOOR".
033100     05  FILLER               PIC X(11) VALUE "         NA".
033200     05  FILLER               PIC X(10) VALUE "  PROGRAM".
033300     05  FILLER               PIC X(14) VALUE "REFERENTIE".
033400
033500 01  KRT-DETAIL-LINE.
033600     05  KRT-DET-DATUM        PIC 9(08).
033700     05  FILLER               PIC X(02) VALUE SPACES.
033800     05  KRT-DET-SEQ          PIC 9(06).
033900     05  FILLER               PIC X(02) VALUE SPACES.
034000     05  KRT-DET-TYPE         PIC X(01).
034100     05  FILLER               PIC X(03) VALUE SPACES.
034200     05  KRT-DET-AANTAL       PIC Z,ZZZ,ZZ9-.
034300     05  FILLER               PIC X(01) VALUE SPACE.
034400     05  KRT-DET-VOOR         PIC Z,ZZZ,ZZ9-.
034500     05  FILLER               PIC X(01) VALUE SPACE.
034600     05  KRT-DET-NA           PIC Z,ZZZ,ZZ9-.
034700     05  FILLER               PIC X(02) VALUE SPACES.
034800     05  KRT-DET-PROGRAM      PIC X(08).
034900     05  FILLER               PIC X(02) VALUE SPACES.
035000     05  KRT-DET-REFERENTIE   PIC X(12).
035100     05  FILLER               PIC X(02) VALUE SPACES.
035200     05  KRT-DET-MARK         PIC X(20).
035300
035400 01  KRT-TRAILER-LINE-1.
035500     05  FILLER               PIC X(21)
035600                              VALUE "MUTATIES           : ".
035700     05  KRT-TRL-REGELS       PIC ZZZ,ZZ9.
035800     05  FILLER               PIC X(21)
035900                              VALUE "   KETENBREUKEN    : ".
036000     05  KRT-TRL-BREUKEN      PIC ZZZ,ZZ9.
036100 01  KRT-TRAILER-LINE-2.
036200     05  FILLER               PIC X(21)
036300                              VALUE "LAATSTE STAND KAART: ".
036400     05  KRT-TRL-KAART        PIC Z,ZZZ,ZZ9-.
036500     05  FILLER               PIC X(21)
036600                              VALUE "   STAND MASTER    : ".
036700     05  KRT-TRL-MASTER       PIC Z,ZZZ,ZZ9-.
036800     05  FILLER               PIC X(02) VALUE SPACES.
036900     05  KRT-TRL-STATUS       PIC X(20).
037000
037100 01  WS-DATUM-ED              PIC 9999/99/99.
037200 01  INC-BLANK-LINE           PIC X(01) VALUE SPACE.
037300
037400 PROCEDURE DIVISION.
037500
037600 0000-MAINLINE.
037700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037800     PERFORM 2000-SORT-LEDGER THRU 2000-EXIT
037900     PERFORM 3000-MATCH-MASTER THRU 3000-EXIT
038000     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
038100     PERFORM 8000-FINALIZE THRU 8000-EXIT
038200     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
038300     STOP RUN.
038400
038500*-----------------------------------------------------------
038600* 1000-INITIALIZE - RUN HEADER, GRENSDATUMS, VOORRAADKAART
038700*-----------------------------------------------------------
038800 1000-INITIALIZE.
038900     ACCEPT WS-START-TIME-RAW FROM TIME
039000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
039100     MOVE 3 TO WS-GRENS-MAANDEN
039200     PERFORM 1100-GRENSDATUM THRU 1100-EXIT
039300     MOVE WS-GRENS-DATUM TO WS-GRENS-3
039400     MOVE 6 TO WS-GRENS-MAANDEN
039500     PERFORM 1100-GRENSDATUM THRU 1100-EXIT
039600     MOVE WS-GRENS-DATUM TO WS-GRENS-6
039700     MOVE 12 TO WS-GRENS-MAANDEN
039800     PERFORM 1100-GRENSDATUM THRU 1100-EXIT
039900     MOVE WS-GRENS-DATUM TO WS-GRENS-12
040000     DISPLAY "INCKAART" UPON ENVIRONMENT-NAME
040100     MOVE SPACES TO WS-KAART-ENV-X
040200     ACCEPT WS-KAART-ENV-X FROM ENVIRONMENT-VALUE
040300     IF WS-KAART-ENV-X NOT = SPACES
040400         MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KAART-ENV-X))
040500             TO WS-KAART-ARTIKEL
040600         SET KAART-GEVRAAGD TO TRUE
040700     END-IF.
040800 1000-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------
041200* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
041300*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
041400*                       LIKE EVERY OTHER CHAIN STEP
041500*-----------------------------------------------------------
041600 1050-GET-RUN-HEADER.
041700     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
041800     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
041900     IF RUNHDR-OPERATOR-ID = SPACES
042000         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
042100     END-IF
042200     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
042300     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
042400     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
042500     IF WS-ADMIN-ENV-X NOT = SPACES
042600         MOVE FUNCTION UPPER-CASE(FUNCTION
042700             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
042800     END-IF
042900     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
043000     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
043100     IF WS-RUNSEQ-ENV-X NOT = SPACES
043200         AND FUNCTION TEST-NUMVAL(FUNCTION
043300                 TRIM(WS-RUNSEQ-ENV-X)) = 0
043400         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
043500             TO RUNHDR-RUN-SEQ
043600     ELSE
043700         OPEN INPUT RUN-SEQ-FILE
043800         IF WS-RUNSEQ-STATUS = "00"
043900             READ RUN-SEQ-FILE
044000                 AT END
044100                     MOVE ZERO TO RUN-SEQ-LINE
044200             END-READ
044300             CLOSE RUN-SEQ-FILE
044400         ELSE
044500             MOVE ZERO TO RUN-SEQ-LINE
044600         END-IF
044700         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
044800         OPEN OUTPUT RUN-SEQ-FILE
044900         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
045000         WRITE RUN-SEQ-LINE
045100         CLOSE RUN-SEQ-FILE
045200     END-IF
045300     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
045400             " DATE: " RUNHDR-RUN-DATE
045500             " SEQ: " RUNHDR-RUN-SEQ
045600             " ADM: " RUNHDR-ADMIN.
045700 1050-EXIT.
045800     EXIT.
045900
046000*-----------------------------------------------------------
046100* 1100-GRENSDATUM - RUNDATUM MIN WS-GRENS-MAANDEN; BESTAAT DIE
046200*                   DAG NIET IN DE DOELMAAND (31 MAART MIN EEN
046300*                   MAAND) DAN DE LAATSTE DAG VAN DIE MAAND
046400*-----------------------------------------------------------
046500 1100-GRENSDATUM.
046600     MOVE RUNHDR-RUN-DATE TO WS-GRENS-DATUM
046700     COMPUTE WS-MAANDNUMMER = WS-GRENS-JJJJ * 12
046800         + WS-GRENS-MM - 1 - WS-GRENS-MAANDEN
046900     DIVIDE WS-MAANDNUMMER BY 12 GIVING WS-GRENS-JJJJ
047000         REMAINDER WS-GRENS-MM
047100     ADD 1 TO WS-GRENS-MM
047200     PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-GRENS-DATUM)
047300                   = 0
047400         SUBTRACT 1 FROM WS-GRENS-DD
047500     END-PERFORM.
047600 1100-EXIT.
047700     EXIT.
047800
047900*-----------------------------------------------------------
048000* 2000-SORT-LEDGER - HET GROOTBOEK PER ARTIKEL, BINNEN HET
048100*                    ARTIKEL IN DATUM- EN RUNVOLGORDE; REGELS
048200*                    UIT EEN RUN HOUDEN HUN VOLGORDE
048300*-----------------------------------------------------------
048400 2000-SORT-LEDGER.
048500     OPEN INPUT LEDGER-FILE
048600     IF WS-VOORMUT-STATUS NOT = "00"
048700         DISPLAY "WARNING: GEEN VOORMUT.DAT - ALLE VOORRAAD "
048800                 "ZONDER HISTORIE"
048900         MOVE HIGH-VALUES TO WS-MUT-NUMMER
049000         GO TO 2000-EXIT
049100     END-IF
049200     CLOSE LEDGER-FILE
049300     SET LEDGER-PRESENT TO TRUE
049400     SORT LEDGER-SORT-FILE ON ASCENDING KEY LS-ARTIKEL
049500                           ON ASCENDING KEY LS-RUN-DATE
049600                           ON ASCENDING KEY LS-RUN-SEQ
049700         WITH DUPLICATES IN ORDER
049800         USING LEDGER-FILE
049900         GIVING SORTED-LEDGER-FILE
050000     OPEN INPUT SORTED-LEDGER-FILE
050100     PERFORM 2100-READ-MUTATIE THRU 2100-EXIT.
050200 2000-EXIT.
050300     EXIT.
050400
050500 2100-READ-MUTATIE.
050600     READ SORTED-LEDGER-FILE
050700         AT END
050800             MOVE HIGH-VALUES TO WS-MUT-NUMMER
050900             GO TO 2100-EXIT
051000     END-READ
051100     ADD 1 TO WS-MUT-COUNT
051200     MOVE SL-ARTIKEL TO WS-MUT-NUMMER
051300     MOVE FUNCTION NUMVAL(SL-AANTAL-X) TO WS-MUT-AANTAL
051400     MOVE FUNCTION NUMVAL(SL-VOOR-X) TO WS-MUT-VOOR
051500     MOVE FUNCTION NUMVAL(SL-NA-X) TO WS-MUT-NA.
051600 2100-EXIT.
051700     EXIT.
051800
051900*-----------------------------------------------------------
052000* 3000-MATCH-MASTER - DE MASTER IN SLEUTELVOLGORDE TEGEN HET
052100*                     GESORTEERDE GROOTBOEK. MUTATIES VAN EEN
052200*                     VERWIJDERD ARTIKEL WORDEN OVERGESLAGEN.
052300*-----------------------------------------------------------
052400 3000-MATCH-MASTER.
052500     OPEN INPUT ARTIKEL-MASTER
052600     IF WS-ARTMAST-STATUS NOT = "00"
052700         DISPLAY "ERROR: UNABLE TO OPEN ARTMAST.IDX - "
052800                 "FILE STATUS " WS-ARTMAST-STATUS
052900         MOVE 8 TO RETURN-CODE
053000         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
053100         STOP RUN
053200     END-IF
053300     OPEN OUTPUT SLOW-WORK-FILE
053400     IF KAART-GEVRAAGD
053500         OPEN OUTPUT STOCK-CARD-FILE
053600     END-IF
053700     MOVE LOW-VALUES TO ART-NUMMER
053800     START ARTIKEL-MASTER KEY NOT < ART-NUMMER
053900         INVALID KEY
054000             SET ART-EOF TO TRUE
054100         NOT INVALID KEY
054200             SET ART-NOT-EOF TO TRUE
054300     END-START
054400     PERFORM UNTIL ART-EOF
054500         READ ARTIKEL-MASTER NEXT
054600             AT END
054700                 SET ART-EOF TO TRUE
054800             NOT AT END
054900                 PERFORM 3100-ONE-ARTIKEL THRU 3100-EXIT
055000         END-READ
055100     END-PERFORM
055200     CLOSE ARTIKEL-MASTER SLOW-WORK-FILE
055300     IF LEDGER-PRESENT
055400         CLOSE SORTED-LEDGER-FILE
055500     END-IF
055600     IF KAART-GEVRAAGD
055700         IF KAART-NIET-GEVONDEN
055800             MOVE WS-KAART-ARTIKEL TO KRT-HDG-NUMMER
055900             MOVE "ONBEKEND ARTIKEL" TO KRT-HDG-OMSCHR
056000             MOVE RUNHDR-RUN-DATE TO KRT-HDG-DATE
056100             MOVE RUNHDR-ADMIN TO KRT-HDG-ADMIN
056200             WRITE STOCK-CARD-LINE FROM KRT-HEADING-1
056300             DISPLAY "WARNING: INCKAART " WS-KAART-ARTIKEL
056400                     " NIET OP DE ARTIKEL MASTER"
056500             MOVE 4 TO RETURN-CODE
056600         END-IF
056700         CLOSE STOCK-CARD-FILE
056800     END-IF.
056900 3000-EXIT.
057000     EXIT.
057100
057200*-----------------------------------------------------------
057300* 3100-ONE-ARTIKEL - DE MUTATIES VAN DIT ARTIKEL DOORLOPEN
057400*                    (EN OP DE KAART ZETTEN ALS DAT GEVRAAGD
057500*                    IS), DAN DE BAND BEPALEN
057600*-----------------------------------------------------------
057700 3100-ONE-ARTIKEL.
057800     ADD 1 TO WS-ART-COUNT
057900     MOVE ZERO TO WS-EERSTE-MUT WS-LAATSTE-MUT WS-LAATSTE-UIT
058000     PERFORM 2100-READ-MUTATIE THRU 2100-EXIT
058100         UNTIL WS-MUT-NUMMER NOT < ART-NUMMER
058200     IF KAART-GEVRAAGD AND ART-NUMMER = WS-KAART-ARTIKEL
058300         SET KAART-GEVONDEN TO TRUE
058400         PERFORM 3200-CARD-HEADING THRU 3200-EXIT
058500     END-IF
058600     PERFORM UNTIL WS-MUT-NUMMER NOT = ART-NUMMER
058700         IF WS-EERSTE-MUT = ZERO
058800             MOVE SL-RUN-DATE TO WS-EERSTE-MUT
058900         END-IF
059000         MOVE SL-RUN-DATE TO WS-LAATSTE-MUT
059100         IF SL-UITGIFTE
059200             MOVE SL-RUN-DATE TO WS-LAATSTE-UIT
059300         END-IF
059400         IF KAART-GEVRAAGD AND ART-NUMMER = WS-KAART-ARTIKEL
059500             PERFORM 3210-CARD-LINE THRU 3210-EXIT
059600         END-IF
059700         PERFORM 2100-READ-MUTATIE THRU 2100-EXIT
059800     END-PERFORM
059900     IF KAART-GEVRAAGD AND ART-NUMMER = WS-KAART-ARTIKEL
060000         PERFORM 3220-CARD-TRAILER THRU 3220-EXIT
060100     END-IF
060200     IF ART-VOORRAAD NOT > ZERO
060300         GO TO 3100-EXIT
060400     END-IF
060500     IF WS-LAATSTE-UIT NOT = ZERO
060600         MOVE WS-LAATSTE-UIT TO WS-PEILDATUM
060700     ELSE
060800         MOVE WS-EERSTE-MUT TO WS-PEILDATUM
060900     END-IF
061000     EVALUATE TRUE
061100         WHEN WS-PEILDATUM = ZERO
061200             MOVE "4" TO SW-BAND
061300         WHEN WS-PEILDATUM < WS-GRENS-12
061400             MOVE "1" TO SW-BAND
061500         WHEN WS-PEILDATUM < WS-GRENS-6
061600             MOVE "2" TO SW-BAND
061700         WHEN WS-PEILDATUM < WS-GRENS-3
061800             MOVE "3" TO SW-BAND
061900         WHEN OTHER
062000             GO TO 3100-EXIT
062100     END-EVALUATE
062200     MOVE ART-GROEP TO SW-GROEP
062300     MOVE ART-NUMMER TO SW-NUMMER
062400     MOVE ART-OMSCHRIJVING TO SW-OMSCHRIJVING
062500     MOVE ART-VOORRAAD TO SW-VOORRAAD
062600     IF ART-GEM-INKOOP > ZERO
062700         MOVE ART-GEM-INKOOP TO SW-PRIJS
062800     ELSE
062900         MOVE ART-INKOOPPRIJS TO SW-PRIJS
063000     END-IF
063100     MOVE WS-LAATSTE-UIT TO SW-LAATSTE-UIT
063200     MOVE WS-LAATSTE-MUT TO SW-LAATSTE-MUT
063300     WRITE SLOW-WORK-RECORD
063400     ADD 1 TO WS-SLOW-COUNT.
063500 3100-EXIT.
063600     EXIT.
063700
063800*-----------------------------------------------------------
063900* 3200-CARD-HEADING / 3210-CARD-LINE / 3220-CARD-TRAILER -
064000* DE VOORRAADKAART. EEN MUTATIE WAARVAN DE STAND VOOR NIET
064100* GELIJK IS AAN DE STAND NA VAN DE VORIGE IS EEN KETENBREUK
064200* (EEN WIJZIGING BUITEN HET GROOTBOEK OM); DE LAATSTE STAND
064300* HOORT DE STAND OP DE MASTER TE ZIJN.
064400*-----------------------------------------------------------
064500 3200-CARD-HEADING.
064600     MOVE ART-NUMMER TO KRT-HDG-NUMMER
064700     MOVE ART-OMSCHRIJVING TO KRT-HDG-OMSCHR
064800     MOVE RUNHDR-RUN-DATE TO KRT-HDG-DATE
064900     MOVE RUNHDR-ADMIN TO KRT-HDG-ADMIN
065000     WRITE STOCK-CARD-LINE FROM KRT-HEADING-1
065100     WRITE STOCK-CARD-LINE FROM INC-BLANK-LINE
065200     WRITE STOCK-CARD-LINE FROM KRT-HEADING-2
065300     MOVE ZERO TO WS-KAART-REGELS WS-KAART-BREUKEN
065400                  WS-KAART-VORIGE-NA.
065500 3200-EXIT.
065600     EXIT.
065700
065800 3210-CARD-LINE.
065900     ADD 1 TO WS-KAART-REGELS
066000     MOVE SL-RUN-DATE TO KRT-DET-DATUM
066100     MOVE SL-RUN-SEQ TO KRT-DET-SEQ
066200     MOVE SL-TYPE TO KRT-DET-TYPE
066300     MOVE WS-MUT-AANTAL TO KRT-DET-AANTAL
066400     MOVE WS-MUT-VOOR TO KRT-DET-VOOR
066500     MOVE WS-MUT-NA TO KRT-DET-NA
066600     MOVE SL-PROGRAM TO KRT-DET-PROGRAM
066700     MOVE SL-REFERENTIE TO KRT-DET-REFERENTIE
066800     MOVE SPACES TO KRT-DET-MARK
066900     IF WS-KAART-REGELS > 1
067000         AND WS-MUT-VOOR NOT = WS-KAART-VORIGE-NA
067100         MOVE "* KETENBREUK" TO KRT-DET-MARK
067200         ADD 1 TO WS-KAART-BREUKEN
067300     END-IF
067400     MOVE WS-MUT-NA TO WS-KAART-VORIGE-NA
067500     WRITE STOCK-CARD-LINE FROM KRT-DETAIL-LINE.
067600 3210-EXIT.
067700     EXIT.
067800
067900 3220-CARD-TRAILER.
068000     WRITE STOCK-CARD-LINE FROM INC-BLANK-LINE
068100     MOVE WS-KAART-REGELS TO KRT-TRL-REGELS
068200     MOVE WS-KAART-BREUKEN TO KRT-TRL-BREUKEN
068300     WRITE STOCK-CARD-LINE FROM KRT-TRAILER-LINE-1
068400     MOVE WS-KAART-VORIGE-NA TO KRT-TRL-KAART
068500     MOVE ART-VOORRAAD TO KRT-TRL-MASTER
068600     IF WS-KAART-REGELS = ZERO
068700         MOVE "GEEN MUTATIES" TO KRT-TRL-STATUS
068800     ELSE
068900         IF WS-KAART-VORIGE-NA = ART-VOORRAAD
069000             AND WS-KAART-BREUKEN = ZERO
069100             MOVE "SLUIT" TO KRT-TRL-STATUS
069200         ELSE
069300             MOVE "SLUIT NIET" TO KRT-TRL-STATUS
069400             MOVE 4 TO RETURN-CODE
069500         END-IF
069600     END-IF
069700     WRITE STOCK-CARD-LINE FROM KRT-TRAILER-LINE-2.
069800 3220-EXIT.
069900     EXIT.
070000
070100*-----------------------------------------------------------
070200* 4000-PRINT-REPORT - PER BAND (12+, 6-12, 3-6 MAANDEN, GEEN
070300*                     HISTORIE) EN BINNEN DE BAND PER GROEP
070400*-----------------------------------------------------------
070500 4000-PRINT-REPORT.
070600     SORT SLOW-SORT-FILE ON ASCENDING KEY SS-BAND
070700                         ON ASCENDING KEY SS-GROEP
070800                         ON ASCENDING KEY SS-NUMMER
070900         USING SLOW-WORK-FILE
071000         GIVING SORTED-SLOW-FILE
071100     OPEN OUTPUT SLOW-REPORT-FILE
071200     MOVE RUNHDR-RUN-DATE TO INC-HDG-DATE
071300     MOVE RUNHDR-ADMIN TO INC-HDG-ADMIN
071400     WRITE SLOW-REPORT-LINE FROM INC-HEADING-1
071500     MOVE ZERO TO WS-BAND-TOTAAL (1) WS-BAND-TOTAAL (2)
071600                  WS-BAND-TOTAAL (3) WS-BAND-TOTAAL (4)
071700     MOVE HIGH-VALUES TO WS-BREAK-BAND
071800     OPEN INPUT SORTED-SLOW-FILE
071900     SET FILE-NOT-EOF TO TRUE
072000     PERFORM UNTIL FILE-EOF
072100         READ SORTED-SLOW-FILE
072200             AT END
072300                 SET FILE-EOF TO TRUE
072400             NOT AT END
072500                 IF SR-BAND NOT = WS-BREAK-BAND
072600                     IF WS-BREAK-BAND NOT = HIGH-VALUES
072700                         PERFORM 4200-BAND-TOTAL THRU 4200-EXIT
072800                     END-IF
072900                     PERFORM 4100-BAND-HEADING THRU 4100-EXIT
073000                 END-IF
073100                 PERFORM 4300-ONE-LINE THRU 4300-EXIT
073200         END-READ
073300     END-PERFORM
073400     CLOSE SORTED-SLOW-FILE
073500     IF WS-BREAK-BAND NOT = HIGH-VALUES
073600         PERFORM 4200-BAND-TOTAL THRU 4200-EXIT
073700     END-IF
073800     PERFORM 4400-CUMULATIVE THRU 4400-EXIT.
073900 4000-EXIT.
074000     EXIT.
074100
074200 4100-BAND-HEADING.
074300     MOVE SR-BAND TO WS-BREAK-BAND
074400     MOVE ZERO TO WS-BAND-WAARDE WS-BAND-AANTAL
074500     EVALUATE SR-BAND
074600         WHEN "1"
074700             MOVE "GEEN UITGIFTE IN MEER DAN 12 MAANDEN"
074800                 TO INC-BAND-TEKST
074900         WHEN "2"
075000             MOVE "GEEN UITGIFTE IN 6 TOT 12 MAANDEN"
075100                 TO INC-BAND-TEKST
075200         WHEN "3"
075300             MOVE "GEEN UITGIFTE IN 3 TOT 6 MAANDEN"
075400                 TO INC-BAND-TEKST
075500         WHEN OTHER
075600             MOVE "GEEN HISTORIE - GEEN MUTATIE IN VOORMUT.DAT"
075700                 TO INC-BAND-TEKST
075800     END-EVALUATE
075900     WRITE SLOW-REPORT-LINE FROM INC-BLANK-LINE
076000     WRITE SLOW-REPORT-LINE FROM INC-BAND-LINE
076100     WRITE SLOW-REPORT-LINE FROM INC-HEADING-2.
076200 4100-EXIT.
076300     EXIT.
076400
076500 4200-BAND-TOTAL.
076600     MOVE WS-BAND-AANTAL TO INC-BTL-AANTAL
076700     MOVE WS-BAND-WAARDE TO INC-BTL-WAARDE
076800     WRITE SLOW-REPORT-LINE FROM INC-BAND-TOTAL-LINE
076900     MOVE WS-BREAK-BAND TO WS-BAND-IDX
077000     MOVE WS-BAND-WAARDE TO WS-BAND-TOTAAL (WS-BAND-IDX).
077100 4200-EXIT.
077200     EXIT.
077300
077400 4300-ONE-LINE.
077500     COMPUTE WS-WAARDE ROUNDED = SR-VOORRAAD * SR-PRIJS
077600     ADD WS-WAARDE TO WS-BAND-WAARDE
077700     ADD 1 TO WS-BAND-AANTAL
077800     MOVE SR-NUMMER TO INC-DET-NUMMER
077900     MOVE SR-OMSCHRIJVING TO INC-DET-OMSCHR
078000     MOVE SR-GROEP TO INC-DET-GROEP
078100     MOVE SR-VOORRAAD TO INC-DET-VOORRAAD
078200     MOVE SR-PRIJS TO INC-DET-PRIJS
078300     MOVE WS-WAARDE TO INC-DET-WAARDE
078400     IF SR-LAATSTE-UIT = ZERO
078500         MOVE "NOOIT" TO INC-DET-LAATSTE-UIT
078600     ELSE
078700         MOVE SR-LAATSTE-UIT TO WS-DATUM-ED
078800         MOVE WS-DATUM-ED TO INC-DET-LAATSTE-UIT
078900     END-IF
079000     IF SR-LAATSTE-MUT = ZERO
079100         MOVE SPACES TO INC-DET-LAATSTE-MUT
079200     ELSE
079300         MOVE SR-LAATSTE-MUT TO WS-DATUM-ED
079400         MOVE WS-DATUM-ED TO INC-DET-LAATSTE-MUT
079500     END-IF
079600     WRITE SLOW-REPORT-LINE FROM INC-DETAIL-LINE.
079700 4300-EXIT.
079800     EXIT.
079900
080000*-----------------------------------------------------------
080100* 4400-CUMULATIVE - DE GRONDSLAG VOOR DE VOORZIENING: ALLES
080200*                   ZONDER UITGIFTE SINDS 12+, 6+ EN 3+ MAANDEN
080300*-----------------------------------------------------------
080400 4400-CUMULATIVE.
080500     WRITE SLOW-REPORT-LINE FROM INC-BLANK-LINE
080600     MOVE WS-BAND-TOTAAL (1) TO WS-CUM-WAARDE
080700     MOVE "WAARDE ZONDER UITGIFTE 12+ MAANDEN : " TO INC-CUM-TEKST
080800     MOVE WS-CUM-WAARDE TO INC-CUM-WAARDE
080900     WRITE SLOW-REPORT-LINE FROM INC-CUM-LINE
081000     ADD WS-BAND-TOTAAL (2) TO WS-CUM-WAARDE
081100     MOVE "WAARDE ZONDER UITGIFTE  6+ MAANDEN : " TO INC-CUM-TEKST
081200     MOVE WS-CUM-WAARDE TO INC-CUM-WAARDE
081300     WRITE SLOW-REPORT-LINE FROM INC-CUM-LINE
081400     ADD WS-BAND-TOTAAL (3) TO WS-CUM-WAARDE
081500     MOVE "WAARDE ZONDER UITGIFTE  3+ MAANDEN : " TO INC-CUM-TEKST
081600     MOVE WS-CUM-WAARDE TO INC-CUM-WAARDE
081700     WRITE SLOW-REPORT-LINE FROM INC-CUM-LINE
081800     MOVE "WAARDE ZONDER HISTORIE            : " TO INC-CUM-TEKST
081900     MOVE WS-BAND-TOTAAL (4) TO INC-CUM-WAARDE
082000     WRITE SLOW-REPORT-LINE FROM INC-CUM-LINE.
082100 4400-EXIT.
082200     EXIT.
082300
082400*-----------------------------------------------------------
082500* 8000-FINALIZE - TRAILER, CONDITION CODE AND CLOSE-UP
082600*-----------------------------------------------------------
082700 8000-FINALIZE.
082800     WRITE SLOW-REPORT-LINE FROM INC-BLANK-LINE
082900     MOVE WS-ART-COUNT TO INC-TRL-ARTIKELEN
083000     MOVE WS-MUT-COUNT TO INC-TRL-MUTATIES
083100     MOVE WS-SLOW-COUNT TO INC-TRL-SLOW
083200     WRITE SLOW-REPORT-LINE FROM INC-TRAILER-LINE
083300     CLOSE SLOW-REPORT-FILE
083400     DISPLAY "INCOUR COMPLETE - " WS-ART-COUNT
083500             " ARTIKEL(EN), " WS-MUT-COUNT " MUTATIE(S), "
083600             WS-SLOW-COUNT " OP INCOUR.DAT"
083700     IF LEDGER-ABSENT
083800         MOVE 4 TO RETURN-CODE
083900     END-IF.
084000 8000-EXIT.
084100     EXIT.
084200
084300*-----------------------------------------------------------
084400* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
084500*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
084600*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
084700*-----------------------------------------------------------
084800 9000-WRITE-RUN-JOURNAL.
084900     ACCEPT WS-END-TIME-RAW FROM TIME
085000     OPEN EXTEND RUN-JOURNAL-FILE
085100     IF WS-JRNL-STATUS = "35"
085200         OPEN OUTPUT RUN-JOURNAL-FILE
085300     END-IF
085400     MOVE "INCOUR  " TO JRNL-PROGRAM
085500     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
085600     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
085700     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
085800     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
085900     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
086000     MOVE RETURN-CODE TO JRNL-RC
086100     MOVE WS-ART-COUNT TO JRNL-COUNT-1
086200     MOVE WS-SLOW-COUNT TO JRNL-COUNT-2
086300     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
086400     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
086500     CLOSE RUN-JOURNAL-FILE.
086600 9000-EXIT.
086700     EXIT.
