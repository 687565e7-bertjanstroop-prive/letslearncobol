000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BANKIMP.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - BANKAFSCHRIFT IMPORT.
001300*                  READS THE BANK'S DAILY STATEMENT EXPORT
001400*                  BANKAFS.DAT (A = BEGINSALDO, T = ONE
001500*                  TRANSACTION, E = EINDSALDO EN AANTAL) AND
001600*                  BUILDS BETALING.DAT FOR DEBITEUR, SO NOBODY
001700*                  KEYS IT FROM THE PAPER STATEMENT ANY MORE.
001800*                  EVERY STATEMENT IS FIRST PROVED: BEGINSALDO
001900*                  PLUS THE TRANSACTIONS MUST GIVE THE
002000*                  EINDSALDO AND THE E-RECORD MUST BE THERE WITH
002100*                  THE RIGHT COUNT - A TRUNCATED OR DAMAGED
002200*                  DOWNLOAD IS RC 8 AND NOTHING IS WRITTEN. A
002300*                  STATEMENT ALREADY IN THE REGISTER BANKREG.DAT
002400*                  IS NOT IMPORTED TWICE. A CREDIT IS MATCHED ON
002500*                  THE FACTUURNUMMER(S) IN THE OMSCHRIJVING, ELSE
002600*                  ON KLANT (IBAN OR NAAM FROM KLANTMST.IDX) PLUS
002700*                  AN EXACT OPEN BEDRAG. WHAT CANNOT BE MATCHED
002800*                  WITH CONFIDENCE GOES TO THE STANDING SUSPENSE
002900*                  FILE BANKSUSP.DAT AND THE REPORT BANKRPT.DAT;
003000*                  THE MANUAL ALLOCATIONS COME BACK THROUGH
003100*                  BETHAND.DAT (FACTUURNR,BEDRAG,DATUM,SUSPREF)
003200*                  AND ARE PASSED ON TO BETALING.DAT. CONDITION
003300*                  CODE 4 WHEN ANYTHING WENT TO SUSPENSE.
003301* 2026-10-15  BJS  THE OPEN POSTEN ARE READ FROM THE INDEXED
003302*                  OPENPOST.IDX (OPENPOST.CPY); THE TABLE NOW
003303*                  HOLDS 5000.
003304* 2026-10-15  BJS  OPENPOST.IDX IS NO LONGER LOADED WHOLE. A
003305*                  FACTUURNUMMER IS READ ON ITS KEY, THE OPEN
003306*                  POSTEN OF A PAYER ON THE KLANT KEY; THE TABLE
003307*                  KEEPS ONLY THE FACTUREN THIS RUN TOUCHES.
003308*                  TABLE FULL IS CONDITION CODE 8.
003400*-----------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT STATEMENT-FILE ASSIGN TO "BANKAFS.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-BANKAFS-STATUS.
004200
004300     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
004400         ORGANIZATION IS INDEXED
004401         ACCESS MODE IS DYNAMIC
004402         RECORD KEY IS OPN-FACTUUR
004403         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
004500         FILE STATUS IS WS-OPENPOST-STATUS.
004600
004700     SELECT KLANT-MASTER ASSIGN TO "KLANTMST.IDX"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS KLA-NUMMER
005100         FILE STATUS IS WS-KLANTMST-STATUS.
005200
005300     SELECT PAYMENTS-FILE ASSIGN TO "BETALING.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-BETALING-STATUS.
005600
005700     SELECT MANUAL-ALLOC-FILE ASSIGN TO "BETHAND.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BETHAND-STATUS.
006000
006100     SELECT SUSPENSE-FILE ASSIGN TO "BANKSUSP.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-BANKSUSP-STATUS.
006400
006500     SELECT BANK-REGISTER-FILE ASSIGN TO "BANKREG.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BANKREG-STATUS.
006800
006900     SELECT BANK-REPORT-FILE ASSIGN TO "BANKRPT.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RUNSEQ-STATUS.
007500
007600     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-JRNL-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  STATEMENT-FILE.
008300 01  STATEMENT-LINE           PIC X(256).
008400
008500 FD  OPEN-ITEMS-FILE.
008600     COPY "OPENPOST.CPY".
008700
008800 FD  KLANT-MASTER.
008900     COPY "KLANTMST.CPY".
009000
009100 FD  PAYMENTS-FILE.
009200 01  PAYMENTS-LINE            PIC X(80).
009300
009400 FD  MANUAL-ALLOC-FILE.
009500 01  MANUAL-ALLOC-LINE        PIC X(80).
009600
009700 FD  SUSPENSE-FILE.
009800 01  SUSPENSE-LINE            PIC X(256).
009900
010000 FD  BANK-REGISTER-FILE.
010100 01  BANK-REGISTER-LINE       PIC X(80).
010200
010300 FD  BANK-REPORT-FILE.
010400 01  BANK-REPORT-LINE         PIC X(132).
010500
010600 FD  RUN-SEQ-FILE.
010700 01  RUN-SEQ-LINE             PIC 9(06).
010800
010900 FD  RUN-JOURNAL-FILE.
011000 01  RUN-JOURNAL-LINE         PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300*-----------------------------------------------------------
011400* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
011500*-----------------------------------------------------------
011600     COPY "RUNHDR.CPY".
011700
011800*-----------------------------------------------------------
011900* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
012000*-----------------------------------------------------------
012100     COPY "RUNJRNL.CPY".
012200 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
012300 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
012400 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
012500
012600 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
012700 01  WS-RUNSEQ-ENV-X          PIC X(10).
012800 01  WS-ADMIN-ENV-X           PIC X(06).
012900 01  WS-BANKAFS-STATUS        PIC X(02) VALUE "00".
013000 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
013100 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
013200 01  WS-BETALING-STATUS       PIC X(02) VALUE "00".
013300 01  WS-BETHAND-STATUS        PIC X(02) VALUE "00".
013400 01  WS-BANKSUSP-STATUS       PIC X(02) VALUE "00".
013500 01  WS-BANKREG-STATUS        PIC X(02) VALUE "00".
013600
013700 01  WS-STMT-AVAIL-SW         PIC X VALUE "N".
013800     88 STMT-AVAILABLE        VALUE "Y".
013900     88 STMT-NOT-AVAILABLE    VALUE "N".
014000 01  WS-HAND-AVAIL-SW         PIC X VALUE "N".
014100     88 HAND-AVAILABLE        VALUE "Y".
014200     88 HAND-NOT-AVAILABLE    VALUE "N".
014300 01  WS-STMT-EOF              PIC X VALUE "N".
014400     88 STMT-EOF              VALUE "Y".
014500     88 STMT-NOT-EOF          VALUE "N".
014600 01  WS-OPEN-EOF              PIC X VALUE "N".
014700     88 OPEN-EOF              VALUE "Y".
014800     88 OPEN-NOT-EOF          VALUE "N".
014900 01  WS-KLANT-EOF             PIC X VALUE "N".
015000     88 KLANT-EOF             VALUE "Y".
015100     88 KLANT-NOT-EOF         VALUE "N".
015200 01  WS-FILE-EOF              PIC X VALUE "N".
015300     88 FILE-EOF              VALUE "Y".
015400     88 FILE-NOT-EOF          VALUE "N".
015500 01  WS-FATAL-SW              PIC X VALUE "N".
015600     88 STMT-FATAL            VALUE "Y".
015700     88 STMT-NOT-FATAL        VALUE "N".
015800
015900*-----------------------------------------------------------
016000* OPEN-ITEMS TABLE - THE FACTUREN THIS RUN HAS LOOKED AT, READ
016100* FROM OPENPOST.IDX ON DEMAND. ITM-OPEN IS WHAT IS STILL TO BE
016200* PAID AND GOES DOWN AS THIS RUN ALLOCATES, SO TWO RECEIPTS
016201* CAN NEVER BOTH SETTLE THE SAME FACTUUR.
016300*-----------------------------------------------------------
016400 77  WS-ITEM-COUNT            PIC 9(05) COMP VALUE ZERO.
016500 77  WS-ITEM-MAX              PIC 9(05) COMP VALUE 5000.
016600 77  WS-ITEM-IDX              PIC 9(05) COMP VALUE ZERO.
016700 01  WS-ITEM-TABLE.
016800     05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
016900         10  ITM-INVOICE      PIC X(10).
017000         10  ITM-KLANT        PIC X(10).
017100         10  ITM-OPEN         PIC S9(09)V99.
017101 01  WS-LOOK-INVOICE           PIC X(10).
017102 01  WS-BROWSE-OPEN           PIC S9(11)V99 VALUE ZERO.
017103 01  WS-ITEM-FOUND-SW         PIC X VALUE "N".
017104     88 ITEM-FOUND            VALUE "Y".
017105     88 ITEM-NOT-FOUND        VALUE "N".
017106 01  WS-OPENPOST-SW           PIC X VALUE "N".
017107     88 OPENPOST-AVAILABLE    VALUE "Y".
017108     88 OPENPOST-NOT-AVAILABLE VALUE "N".
017109 01  WS-BROWSE-SW             PIC X VALUE "B".
01710A     88 BROWSE-BEDRAG         VALUE "B".
01710B     88 BROWSE-ALL-OPEN       VALUE "O".
017900
018000*-----------------------------------------------------------
018100* KLANT TABLE - NUMMER, IBAN AND NAAM OF EVERY KLANT ON THE
018200* MASTER, TO RECOGNISE THE PAYER OF A RECEIPT
018300*-----------------------------------------------------------
018400 77  WS-KLT-COUNT             PIC 9(04) COMP VALUE ZERO.
018500 77  WS-KLT-MAX               PIC 9(04) COMP VALUE 2000.
018600 77  WS-KLT-IDX               PIC 9(04) COMP VALUE ZERO.
018700 01  WS-KLT-TABLE.
018800     05  WS-KLT-ENTRY OCCURS 2000 TIMES.
018900         10  KLT-NUMMER       PIC X(10).
019000         10  KLT-IBAN         PIC X(34).
019100         10  KLT-NAAM         PIC X(30).
019200
019300*-----------------------------------------------------------
019400* STATEMENTS IN THIS DELIVERY - ONE ENTRY PER A..E BLOCK,
019500* FILLED BY THE PROOF PASS AND USED BY THE MATCHING PASS
019600*-----------------------------------------------------------
019700 77  WS-AFS-COUNT             PIC 9(02) COMP VALUE ZERO.
019800 77  WS-AFS-MAX               PIC 9(02) COMP VALUE 20.
019900 77  WS-AFS-IDX               PIC 9(02) COMP VALUE ZERO.
020000 01  WS-AFS-TABLE.
020100     05  WS-AFS-ENTRY OCCURS 20 TIMES.
020200         10  AFS-IBAN         PIC X(34).
020300         10  AFS-DATUM        PIC 9(08).
020400         10  AFS-BEGIN        PIC S9(11)V99.
020500         10  AFS-MUTATIES     PIC S9(11)V99.
020600         10  AFS-EIND         PIC S9(11)V99.
020700         10  AFS-AANTAL       PIC 9(05) COMP.
020800         10  AFS-STATUS       PIC X(01).
020900             88  AFS-NIEUW    VALUE "N".
021000             88  AFS-DUBBEL   VALUE "D".
021100 01  WS-BLOCK-OPEN-SW         PIC X VALUE "N".
021200     88 BLOCK-OPEN            VALUE "Y".
021300     88 BLOCK-CLOSED          VALUE "N".
021400
021500*-----------------------------------------------------------
021600* STATEMENT LINE FIELDS
021700*   A,IBAN,DATUM,BEGINSALDO
021800*   T,DATUM,BEDRAG,TEGENREKENING,NAAM,OMSCHRIJVING
021900*   E,IBAN,DATUM,EINDSALDO,AANTAL T-REGELS
022000* THE OMSCHRIJVING IS THE REST OF THE LINE, COMMAS AND ALL.
022100*-----------------------------------------------------------
022200 01  WS-ST-FLD1-X             PIC X(04).
022300 01  WS-ST-FLD2-X             PIC X(40).
022400 01  WS-ST-FLD3-X             PIC X(20).
022500 01  WS-ST-FLD4-X             PIC X(40).
022600 01  WS-ST-FLD5-X             PIC X(40).
022700 01  WS-ST-OMSCHR             PIC X(140).
022800 77  WS-ST-PTR                PIC 9(03) COMP VALUE ZERO.
022900 77  WS-LINE-NR               PIC 9(05) COMP VALUE ZERO.
023000 01  WS-LINE-NR-ED            PIC ZZZZ9.
023100 01  WS-ST-BEDRAG             PIC S9(11)V99 VALUE ZERO.
023200 01  WS-ST-DATUM              PIC 9(08) VALUE ZERO.
023300 01  WS-ST-IBAN               PIC X(34).
023400 01  WS-ST-TEGENREK           PIC X(34).
023500 01  WS-ST-NAAM               PIC X(30).
023600 01  WS-ST-AANTAL             PIC 9(05) VALUE ZERO.
023700 01  WS-FOUT-TEKST            PIC X(60).
023800
023900*-----------------------------------------------------------
024000* MATCHING WORK FIELDS - THE OMSCHRIJVING SPLIT INTO WORDS,
024100* THE FACTUREN FOUND IN IT, AND THE KLANT OF THE PAYER
024200*-----------------------------------------------------------
024300 01  WS-TOKEN-TABLE.
024400     05  WS-TOKEN             PIC X(20) OCCURS 12 TIMES.
024500 77  WS-TOK-IDX               PIC 9(02) COMP VALUE ZERO.
024600 01  WS-HIT-TABLE.
024700     05  WS-HIT-ITEM          PIC 9(05) COMP OCCURS 10 TIMES.
024800 77  WS-HIT-COUNT             PIC 9(02) COMP VALUE ZERO.
024900 77  WS-HIT-IDX               PIC 9(02) COMP VALUE ZERO.
025000 01  WS-HIT-OPEN-TOTAL        PIC S9(11)V99 VALUE ZERO.
025100 01  WS-HIT-DUP-SW            PIC X VALUE "N".
025200     88 HIT-IS-DUP            VALUE "Y".
025300     88 HIT-NOT-DUP           VALUE "N".
025400 01  WS-PAYER-KLANT           PIC X(10).
025500 01  WS-UPPER-NAAM            PIC X(30).
025600 01  WS-MATCH-SW              PIC X VALUE "N".
025700     88 RECEIPT-MATCHED       VALUE "Y".
025800     88 RECEIPT-NOT-MATCHED   VALUE "N".
025900 01  WS-SUSP-REDEN            PIC X(01).
026000     88 REDEN-KLANT-ONBEKEND  VALUE "K".
026100     88 REDEN-BEDRAG          VALUE "A".
026200     88 REDEN-OVERBETALING    VALUE "O".
026300     88 REDEN-MEERDERE        VALUE "M".
026400 01  WS-PAY-INVOICE           PIC X(10).
026500 01  WS-PAY-BEDRAG            PIC S9(11)V99 VALUE ZERO.
026600
026700*-----------------------------------------------------------
026800* BETALING.DAT LINE - FACTUURNR,BEDRAG,DATUM AS DEBITEUR
026900* 4100-APPLY-ONE-PAYMENT READS IT
027000*-----------------------------------------------------------
027100 01  BET-DETAIL-LINE.
027200     05  BET-INVOICE          PIC X(10).
027300     05  FILLER               PIC X(01) VALUE ",".
027400     05  BET-BEDRAG           PIC 9(09).99.
027500     05  FILLER               PIC X(01) VALUE ",".
027600     05  BET-DATUM            PIC 9(08).
027700
027800*-----------------------------------------------------------
027900* MANUAL ALLOCATION LINE - FACTUURNR,BEDRAG,DATUM[,SUSPREF]
028000*-----------------------------------------------------------
028100 01  WS-MAN-INVOICE-X         PIC X(12).
028200 01  WS-MAN-BEDRAG-X          PIC X(16).
028300 01  WS-MAN-DATUM-X           PIC X(10).
028400 01  WS-MAN-REF-X             PIC X(12).
028500 01  WS-MAN-BEDRAG            PIC S9(09)V99 VALUE ZERO.
028600
028700*-----------------------------------------------------------
028800* SUSPENSE TABLE - THE STANDING BANKSUSP.DAT PLUS TODAY'S
028900* NEW ITEMS. SUSP-OPEN GOES DOWN AS BETHAND.DAT ALLOCATES;
029000* A FULLY ALLOCATED ITEM IS DROPPED ON THE REWRITE.
029100*-----------------------------------------------------------
029200 77  WS-SUSP-COUNT            PIC 9(03) COMP VALUE ZERO.
029300 77  WS-SUSP-MAX              PIC 9(03) COMP VALUE 500.
029400 77  WS-SUSP-IDX              PIC 9(03) COMP VALUE ZERO.
029500 77  WS-SUSP-NEXT             PIC 9(04) COMP VALUE ZERO.
029600 01  WS-SUSP-TABLE.
029700     05  WS-SUSP-ENTRY OCCURS 500 TIMES.
029800         10  SUS-REF          PIC X(10).
029900         10  SUS-RUN-DATE     PIC 9(08).
030000         10  SUS-DATUM        PIC 9(08).
030100         10  SUS-OPEN         PIC S9(09)V99.
030200         10  SUS-TEGENREK     PIC X(34).
030300         10  SUS-NAAM         PIC X(30).
030400         10  SUS-REDEN        PIC X(01).
030500         10  SUS-OMSCHR       PIC X(60).
030600 01  WS-SUSP-FOUND-SW         PIC X VALUE "N".
030700     88 SUSP-FOUND            VALUE "Y".
030800     88 SUSP-NOT-FOUND        VALUE "N".
030900 01  WS-SUSP-REF.
031000     05  WS-SUSP-REF-SEQ      PIC 9(06).
031100     05  WS-SUSP-REF-NR       PIC 9(04).
031200 01  WS-SU-REF-X              PIC X(12).
031300 01  WS-SU-RUNDATE-X          PIC X(10).
031400 01  WS-SU-DATUM-X            PIC X(10).
031500 01  WS-SU-OPEN-X             PIC X(16).
031600 01  WS-SU-TEGENREK-X         PIC X(36).
031700 01  WS-SU-NAAM-X             PIC X(32).
031800 01  WS-SU-REDEN-X            PIC X(04).
031900 01  WS-SU-OMSCHR-X           PIC X(62).
032000
032100*-----------------------------------------------------------
032200* SUSPENSE FILE LINE - COMMA-DELIMITED; COMMAS INSIDE THE NAAM
032300* AND OMSCHRIJVING ARE STORED AS ";" SO IT READS BACK CLEAN
032400*-----------------------------------------------------------
032500 01  SUS-DETAIL-LINE.
032600     05  SDL-REF              PIC X(10).
032700     05  FILLER               PIC X(01) VALUE ",".
032800     05  SDL-RUN-DATE         PIC 9(08).
032900     05  FILLER               PIC X(01) VALUE ",".
033000     05  SDL-DATUM            PIC 9(08).
033100     05  FILLER               PIC X(01) VALUE ",".
033200     05  SDL-OPEN             PIC +9(09).99.
033300     05  FILLER               PIC X(01) VALUE ",".
033400     05  SDL-TEGENREK         PIC X(34).
033500     05  FILLER               PIC X(01) VALUE ",".
033600     05  SDL-NAAM             PIC X(30).
033700     05  FILLER               PIC X(01) VALUE ",".
033800     05  SDL-REDEN            PIC X(01).
033900     05  FILLER               PIC X(01) VALUE ",".
034000     05  SDL-OMSCHR           PIC X(60).
034100
034200*-----------------------------------------------------------
034300* STATEMENT REGISTER LINE - ONE PER IMPORTED STATEMENT
034400*-----------------------------------------------------------
034500 01  REG-DETAIL-LINE.
034600     05  REG-IBAN             PIC X(34).
034700     05  FILLER               PIC X(01) VALUE ",".
034800     05  REG-DATUM            PIC 9(08).
034900     05  FILLER               PIC X(01) VALUE ",".
035000     05  REG-EIND             PIC +9(11).99.
035100     05  FILLER               PIC X(01) VALUE ",".
035200     05  REG-RUN-DATE         PIC 9(08).
035300     05  FILLER               PIC X(01) VALUE ",".
035400     05  REG-RUN-SEQ          PIC 9(06).
035500 01  WS-RG-IBAN-X             PIC X(36).
035600 01  WS-RG-DATUM-X            PIC X(10).
035700
035800 77  WS-TRANS-COUNT           PIC 9(05) COMP VALUE ZERO.
035900 77  WS-MATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
036000 77  WS-PAYLINE-COUNT         PIC 9(05) COMP VALUE ZERO.
036100 77  WS-NEW-SUSP-COUNT        PIC 9(05) COMP VALUE ZERO.
036200 77  WS-MANUAL-COUNT          PIC 9(05) COMP VALUE ZERO.
036300 77  WS-DEBIT-COUNT           PIC 9(05) COMP VALUE ZERO.
036400 77  WS-DUBBEL-COUNT          PIC 9(05) COMP VALUE ZERO.
036500 77  WS-WARN-COUNT            PIC 9(05) COMP VALUE ZERO.
036600 01  WS-MATCH-TOTAL           PIC S9(11)V99 VALUE ZERO.
036700 01  WS-SUSP-TOTAL            PIC S9(11)V99 VALUE ZERO.
036800
036900*-----------------------------------------------------------
037000* REPORT LAYOUTS
037100*-----------------------------------------------------------
037200 01  RPT-HEADING-1.
037300     05  FILLER               PIC X(26)
037400          VALUE "BANKAFSCHRIFT IMPORT      ".
037500     05  RPT-HDG-DATE         PIC 9(08).
037600     05  FILLER               PIC X(07) VALUE "  ADM: ".
037700     05  RPT-HDG-ADMIN        PIC X(04).
037800     05  FILLER               PIC X(07) VALUE "  RUN: ".
037900     05  RPT-HDG-SEQ          PIC 9(06).
038000
038100 01  RPT-STMT-LINE.
038200     05  FILLER               PIC X(10) VALUE "AFSCHRIFT ".
038300     05  RPT-STM-IBAN         PIC X(34).
038400     05  FILLER               PIC X(01) VALUE SPACE.
038500     05  RPT-STM-DATUM        PIC 9(08).
038600     05  FILLER               PIC X(07) VALUE " BEGIN ".
038700     05  RPT-STM-BEGIN        PIC --,---,---,--9.99.
038800     05  FILLER               PIC X(06) VALUE " EIND ".
038900     05  RPT-STM-EIND         PIC --,---,---,--9.99.
039000     05  FILLER               PIC X(01) VALUE SPACE.
039100     05  RPT-STM-STATUS       PIC X(24).
039200
039300 01  RPT-HEADING-2.
039400     05  FILLER               PIC X(10) VALUE "DATUM".
039500     05  FILLER               PIC X(15) VALUE "        BEDRAG".
039600     05  FILLER               PIC X(12) VALUE "  FACTUUR".
039700     05  FILLER               PIC X(11) VALUE "KLANT".
039800     05  FILLER               PIC X(26) VALUE "RESULTAAT".
039900     05  FILLER               PIC X(30) VALUE "TEGENPARTIJ".
040000
040100 01  RPT-DETAIL-LINE.
040200     05  RPT-DET-DATUM        PIC 9(08).
040300     05  FILLER               PIC X(02) VALUE SPACES.
040400     05  RPT-DET-BEDRAG       PIC ---,---,--9.99.
040500     05  FILLER               PIC X(02) VALUE SPACES.
040600     05  RPT-DET-INVOICE      PIC X(10).
040700     05  FILLER               PIC X(01) VALUE SPACE.
040800     05  RPT-DET-KLANT        PIC X(10).
040900     05  FILLER               PIC X(01) VALUE SPACE.
041000     05  RPT-DET-RESULT       PIC X(25).
041100     05  FILLER               PIC X(01) VALUE SPACE.
041200     05  RPT-DET-NAAM         PIC X(30).
041300
041400 01  RPT-OMSCHR-LINE.
041500     05  FILLER               PIC X(12) VALUE SPACES.
041600     05  FILLER               PIC X(14) VALUE "OMSCHRIJVING: ".
041700     05  RPT-OMS-TEKST        PIC X(70).
041800
041900 01  RPT-FOUT-LINE.
042000     05  FILLER               PIC X(06) VALUE "FOUT: ".
042100     05  RPT-FOUT-TEKST       PIC X(60).
042200     05  FILLER               PIC X(07) VALUE " REGEL ".
042300     05  RPT-FOUT-REGEL       PIC ZZZZ9.
042400
042500 01  RPT-TRAILER-LINE.
042600     05  RPT-TRL-LABEL        PIC X(24).
042700     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
042800     05  FILLER               PIC X(02) VALUE SPACES.
042900     05  RPT-TRL-BEDRAG       PIC --,---,---,--9.99.
043000
043100 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
043200
043300 PROCEDURE DIVISION.
043400
043500 0000-MAINLINE.
043600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
043700     IF STMT-NOT-AVAILABLE AND HAND-NOT-AVAILABLE
043800         DISPLAY "BANKIMP: GEEN BANKAFS.DAT EN GEEN BETHAND.DAT "
043900                 "- BETALING.DAT ONGEWIJZIGD"
044000         CLOSE BANK-REPORT-FILE
044100         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
044200         STOP RUN
044300     END-IF
044400     PERFORM 2000-OPEN-OPENPOST THRU 2000-EXIT
044500     PERFORM 2200-LOAD-KLANTEN THRU 2200-EXIT
044600     PERFORM 2300-LOAD-REGISTER THRU 2300-EXIT
044700     PERFORM 2400-LOAD-SUSPENSE THRU 2400-EXIT
044800     IF STMT-AVAILABLE
044900         PERFORM 3000-PROVE-STATEMENTS THRU 3000-EXIT
045000     END-IF
045100     IF STMT-FATAL
045200         MOVE 8 TO RETURN-CODE
045300         DISPLAY "ERROR: BANKAFS.DAT SLUIT NIET - NIETS "
045400                 "VERWERKT, ZIE BANKRPT.DAT"
045500         CLOSE BANK-REPORT-FILE
045600         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
045700         STOP RUN
045800     END-IF
045900     OPEN OUTPUT PAYMENTS-FILE
046000     IF HAND-AVAILABLE
046100         PERFORM 4000-COPY-MANUAL THRU 4000-EXIT
046200     END-IF
046300     IF STMT-AVAILABLE
046400         PERFORM 5000-MATCH-STATEMENTS THRU 5000-EXIT
046500     END-IF
046600     CLOSE PAYMENTS-FILE
046601     IF OPENPOST-AVAILABLE
046602         CLOSE OPEN-ITEMS-FILE
046603     END-IF
046700     PERFORM 6000-REWRITE-SUSPENSE THRU 6000-EXIT
046800     PERFORM 6100-UPDATE-REGISTER THRU 6100-EXIT
046900     IF HAND-AVAILABLE
047000         OPEN OUTPUT MANUAL-ALLOC-FILE
047100         CLOSE MANUAL-ALLOC-FILE
047200     END-IF
047300     PERFORM 8000-FINALIZE THRU 8000-EXIT
047400     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
047500     STOP RUN.
047600
047700*-----------------------------------------------------------
047800* 1000-INITIALIZE - RUN HEADER, WHICH INPUTS ARE THERE, AND
047900*                   THE REPORT HEADING
048000*-----------------------------------------------------------
048100 1000-INITIALIZE.
048200     ACCEPT WS-START-TIME-RAW FROM TIME
048300     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
048400     OPEN INPUT STATEMENT-FILE
048500     IF WS-BANKAFS-STATUS = "00"
048600         SET STMT-AVAILABLE TO TRUE
048700         CLOSE STATEMENT-FILE
048800     ELSE
048900         SET STMT-NOT-AVAILABLE TO TRUE
049000     END-IF
049100     OPEN INPUT MANUAL-ALLOC-FILE
049200     IF WS-BETHAND-STATUS = "00"
049300         SET HAND-AVAILABLE TO TRUE
049400         CLOSE MANUAL-ALLOC-FILE
049500     ELSE
049600         SET HAND-NOT-AVAILABLE TO TRUE
049700     END-IF
049800     MOVE RUNHDR-RUN-SEQ TO WS-SUSP-REF-SEQ
049900     OPEN OUTPUT BANK-REPORT-FILE
050000     MOVE RUNHDR-RUN-DATE TO RPT-HDG-DATE
050100     MOVE RUNHDR-ADMIN TO RPT-HDG-ADMIN
050200     MOVE RUNHDR-RUN-SEQ TO RPT-HDG-SEQ
050300     WRITE BANK-REPORT-LINE FROM RPT-HEADING-1
050400     WRITE BANK-REPORT-LINE FROM RPT-BLANK-LINE.
050500 1000-EXIT.
050600     EXIT.
050700
050800*-----------------------------------------------------------
050900* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
051000*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
051100*                       LIKE EVERY OTHER CHAIN STEP
051200*-----------------------------------------------------------
051300 1050-GET-RUN-HEADER.
051400     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
051500     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
051600     IF RUNHDR-OPERATOR-ID = SPACES
051700         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
051800     END-IF
051900     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
052000     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
052100     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
052200     IF WS-ADMIN-ENV-X NOT = SPACES
052300         MOVE FUNCTION UPPER-CASE(FUNCTION
052400             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
052500     END-IF
052600     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
052700     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
052800     IF WS-RUNSEQ-ENV-X NOT = SPACES
052900         AND FUNCTION TEST-NUMVAL(FUNCTION
053000                 TRIM(WS-RUNSEQ-ENV-X)) = 0
053100         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
053200             TO RUNHDR-RUN-SEQ
053300     ELSE
053400         OPEN INPUT RUN-SEQ-FILE
053500         IF WS-RUNSEQ-STATUS = "00"
053600             READ RUN-SEQ-FILE
053700                 AT END
053800                     MOVE ZERO TO RUN-SEQ-LINE
053900             END-READ
054000             CLOSE RUN-SEQ-FILE
054100         ELSE
054200             MOVE ZERO TO RUN-SEQ-LINE
054300         END-IF
054400         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
054500         OPEN OUTPUT RUN-SEQ-FILE
054600         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
054700         WRITE RUN-SEQ-LINE
054800         CLOSE RUN-SEQ-FILE
054900     END-IF
055000     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
055100             " DATE: " RUNHDR-RUN-DATE
055200             " SEQ: " RUNHDR-RUN-SEQ
055300             " ADM: " RUNHDR-ADMIN.
055400 1050-EXIT.
055500     EXIT.
055600
055700*-----------------------------------------------------------
055800* 2000-OPEN-OPENPOST - OPENPOST.IDX AS DEBITEUR LEFT IT LAST
055900*                      NIGHT, KEPT OPEN FOR KEYED READS. NO FILE
055901*                      MEANS NOTHING IS OPEN.
056000*-----------------------------------------------------------
056100 2000-OPEN-OPENPOST.
056200     MOVE ZERO TO WS-ITEM-COUNT
056201     SET OPENPOST-NOT-AVAILABLE TO TRUE
056300     OPEN INPUT OPEN-ITEMS-FILE
056400     IF WS-OPENPOST-STATUS NOT = "00"
056500         DISPLAY "BANKIMP: GEEN OPENPOST.IDX - ALLEEN SUSPENSE"
056600         GO TO 2000-EXIT
056700     END-IF
056800     SET OPENPOST-AVAILABLE TO TRUE.
057800 2000-EXIT.
060600     EXIT.
060700
060800*-----------------------------------------------------------
060900* 2200-LOAD-KLANTEN - ONE SWEEP OVER THE CUSTOMER MASTER IN
061000*                     KEY ORDER. WITHOUT THE MASTER ONLY THE
061100*                     FACTUURNUMMER IN THE OMSCHRIJVING MATCHES.
061200*-----------------------------------------------------------
061300 2200-LOAD-KLANTEN.
061400     MOVE ZERO TO WS-KLT-COUNT
061500     OPEN INPUT KLANT-MASTER
061600     IF WS-KLANTMST-STATUS NOT = "00"
061700         DISPLAY "BANKIMP: GEEN KLANTMST.IDX - ALLEEN MATCHEN OP "
061800                 "FACTUURNUMMER"
061900         GO TO 2200-EXIT
062000     END-IF
062100     MOVE LOW-VALUES TO KLA-NUMMER
062200     START KLANT-MASTER KEY NOT < KLA-NUMMER
062300         INVALID KEY
062400             SET KLANT-EOF TO TRUE
062500         NOT INVALID KEY
062600             SET KLANT-NOT-EOF TO TRUE
062700     END-START
062800     PERFORM UNTIL KLANT-EOF
062900         READ KLANT-MASTER NEXT
063000             AT END
063100                 SET KLANT-EOF TO TRUE
063200             NOT AT END
063300                 PERFORM 2210-LOAD-ONE-KLANT THRU 2210-EXIT
063400         END-READ
063500     END-PERFORM
063600     CLOSE KLANT-MASTER.
063700 2200-EXIT.
063800     EXIT.
063900
064000 2210-LOAD-ONE-KLANT.
064100     IF WS-KLT-COUNT >= WS-KLT-MAX
064200         DISPLAY "WARNING: KLANTTABEL VOL - KLANT "
064300                 FUNCTION TRIM(KLA-NUMMER) " NIET HERKENBAAR"
064400         ADD 1 TO WS-WARN-COUNT
064500         GO TO 2210-EXIT
064600     END-IF
064700     ADD 1 TO WS-KLT-COUNT
064800     MOVE KLA-NUMMER TO KLT-NUMMER (WS-KLT-COUNT)
064900     MOVE KLA-IBAN TO KLT-IBAN (WS-KLT-COUNT)
065000     MOVE FUNCTION UPPER-CASE(KLA-NAAM)
065100         TO KLT-NAAM (WS-KLT-COUNT).
065200 2210-EXIT.
065300     EXIT.
065400
065500*-----------------------------------------------------------
065600* 2300-LOAD-REGISTER - NOT NEEDED AS A TABLE: THE PROOF PASS
065700*                      LOOKS EVERY STATEMENT UP IN BANKREG.DAT
065800*                      ITSELF (2310). HERE ONLY THE FIRST-RUN
065900*                      CASE IS REPORTED.
066000*-----------------------------------------------------------
066100 2300-LOAD-REGISTER.
066200     OPEN INPUT BANK-REGISTER-FILE
066300     IF WS-BANKREG-STATUS NOT = "00"
066400         DISPLAY "BANKIMP: GEEN BANKREG.DAT - EERSTE IMPORT"
066500     ELSE
066600         CLOSE BANK-REGISTER-FILE
066700     END-IF.
066800 2300-EXIT.
066900     EXIT.
067000
067100*-----------------------------------------------------------
067200* 2310-CHECK-REGISTER - IS THE STATEMENT IN WS-AFS-IDX ALREADY
067300*                       IN BANKREG.DAT (SAME IBAN AND DATUM)?
067400*-----------------------------------------------------------
067500 2310-CHECK-REGISTER.
067600     OPEN INPUT BANK-REGISTER-FILE
067700     IF WS-BANKREG-STATUS NOT = "00"
067800         GO TO 2310-EXIT
067900     END-IF
068000     SET FILE-NOT-EOF TO TRUE
068100     PERFORM UNTIL FILE-EOF
068200         READ BANK-REGISTER-FILE
068300             AT END
068400                 SET FILE-EOF TO TRUE
068500             NOT AT END
068600                 MOVE SPACES TO WS-RG-IBAN-X WS-RG-DATUM-X
068700                 UNSTRING BANK-REGISTER-LINE DELIMITED BY ","
068800                     INTO WS-RG-IBAN-X WS-RG-DATUM-X
068900                 END-UNSTRING
069000                 IF FUNCTION TRIM(WS-RG-IBAN-X) =
069100                         AFS-IBAN (WS-AFS-IDX)
069200                     AND FUNCTION TRIM(WS-RG-DATUM-X) =
069300                         AFS-DATUM (WS-AFS-IDX)
069400                     SET AFS-DUBBEL (WS-AFS-IDX) TO TRUE
069500                 END-IF
069600         END-READ
069700     END-PERFORM
069800     CLOSE BANK-REGISTER-FILE.
069900 2310-EXIT.
070000     EXIT.
070100
070200*-----------------------------------------------------------
070300* 2400-LOAD-SUSPENSE - THE STANDING SUSPENSE FILE. NO FILE
070400*                      MEANS NOTHING IS WAITING.
070500*-----------------------------------------------------------
070600 2400-LOAD-SUSPENSE.
070700     MOVE ZERO TO WS-SUSP-COUNT WS-SUSP-NEXT
070800     OPEN INPUT SUSPENSE-FILE
070900     IF WS-BANKSUSP-STATUS NOT = "00"
071000         GO TO 2400-EXIT
071100     END-IF
071200     SET FILE-NOT-EOF TO TRUE
071300     PERFORM UNTIL FILE-EOF
071400         READ SUSPENSE-FILE
071500             AT END
071600                 SET FILE-EOF TO TRUE
071700             NOT AT END
071800                 PERFORM 2410-LOAD-ONE-SUSPENSE THRU 2410-EXIT
071900         END-READ
072000     END-PERFORM
072100     CLOSE SUSPENSE-FILE.
072200 2400-EXIT.
072300     EXIT.
072400
072500 2410-LOAD-ONE-SUSPENSE.
072600     IF SUSPENSE-LINE = SPACES
072700         GO TO 2410-EXIT
072800     END-IF
072900     IF WS-SUSP-COUNT >= WS-SUSP-MAX
073000         DISPLAY "ERROR: SUSPENSETABEL VOL BIJ HET LADEN"
073100         SET STMT-FATAL TO TRUE
073200         GO TO 2410-EXIT
073300     END-IF
073400     MOVE SPACES TO WS-SU-REF-X WS-SU-RUNDATE-X WS-SU-DATUM-X
073500                    WS-SU-OPEN-X WS-SU-TEGENREK-X WS-SU-NAAM-X
073600                    WS-SU-REDEN-X WS-SU-OMSCHR-X
073700     UNSTRING SUSPENSE-LINE DELIMITED BY ","
073800         INTO WS-SU-REF-X WS-SU-RUNDATE-X WS-SU-DATUM-X
073900              WS-SU-OPEN-X WS-SU-TEGENREK-X WS-SU-NAAM-X
074000              WS-SU-REDEN-X WS-SU-OMSCHR-X
074100     END-UNSTRING
074200     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SU-OPEN-X)) NOT = 0
074300         OR FUNCTION TRIM(WS-SU-DATUM-X) IS NOT NUMERIC
074400         OR FUNCTION TRIM(WS-SU-RUNDATE-X) IS NOT NUMERIC
074500         DISPLAY "WARNING: ONLEESBARE SUSPENSE-REGEL GENEGEERD: "
074600                 WS-SU-REF-X
074700         ADD 1 TO WS-WARN-COUNT
074800         GO TO 2410-EXIT
074900     END-IF
075000     ADD 1 TO WS-SUSP-COUNT
075100     MOVE FUNCTION TRIM(WS-SU-REF-X) TO SUS-REF (WS-SUSP-COUNT)
075200     MOVE FUNCTION NUMVAL(WS-SU-RUNDATE-X)
075300         TO SUS-RUN-DATE (WS-SUSP-COUNT)
075400     MOVE FUNCTION NUMVAL(WS-SU-DATUM-X)
075500         TO SUS-DATUM (WS-SUSP-COUNT)
075600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SU-OPEN-X))
075700         TO SUS-OPEN (WS-SUSP-COUNT)
075800     MOVE WS-SU-TEGENREK-X TO SUS-TEGENREK (WS-SUSP-COUNT)
075900     MOVE WS-SU-NAAM-X TO SUS-NAAM (WS-SUSP-COUNT)
076000     MOVE WS-SU-REDEN-X TO SUS-REDEN (WS-SUSP-COUNT)
076100     MOVE WS-SU-OMSCHR-X TO SUS-OMSCHR (WS-SUSP-COUNT)
076200*    A SECOND RUN ON THE SAME RUNSEQ CONTINUES THE NUMBERING
076300     IF SUS-REF (WS-SUSP-COUNT) (1:6) = WS-SUSP-REF-SEQ
076400         AND SUS-REF (WS-SUSP-COUNT) (7:4) IS NUMERIC
076500         AND FUNCTION NUMVAL(SUS-REF (WS-SUSP-COUNT) (7:4))
076600             > WS-SUSP-NEXT
076700         MOVE FUNCTION NUMVAL(SUS-REF (WS-SUSP-COUNT) (7:4))
076800             TO WS-SUSP-NEXT
076900     END-IF.
077000 2410-EXIT.
077100     EXIT.
077200
077300*-----------------------------------------------------------
077400* 3000-PROVE-STATEMENTS - FIRST PASS OVER BANKAFS.DAT. EVERY
077500*                         A..E BLOCK MUST BE COMPLETE, EVERY
077600*                         FIELD READABLE, AND BEGINSALDO PLUS
077700*                         THE MUTATIONS MUST EQUAL EINDSALDO
077800*                         WITH THE STATED NUMBER OF T-REGELS.
077900*                         ANY FAILURE IS FATAL FOR THE DELIVERY.
078000*-----------------------------------------------------------
078100 3000-PROVE-STATEMENTS.
078200     MOVE ZERO TO WS-AFS-COUNT WS-LINE-NR
078300     SET BLOCK-CLOSED TO TRUE
078400     OPEN INPUT STATEMENT-FILE
078500     SET STMT-NOT-EOF TO TRUE
078600     PERFORM UNTIL STMT-EOF
078700         READ STATEMENT-FILE
078800             AT END
078900                 SET STMT-EOF TO TRUE
079000             NOT AT END
079100                 ADD 1 TO WS-LINE-NR
079200                 PERFORM 3100-PROVE-ONE-LINE THRU 3100-EXIT
079300         END-READ
079400     END-PERFORM
079500     CLOSE STATEMENT-FILE
079600     IF BLOCK-OPEN
079700         MOVE "AFSCHRIFT ZONDER E-REGEL - DOWNLOAD AFGEBROKEN?"
079800             TO WS-FOUT-TEKST
079900         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
080000     END-IF
080100     IF WS-AFS-COUNT = ZERO
080200         MOVE "GEEN AFSCHRIFT (A-REGEL) IN BANKAFS.DAT"
080300             TO WS-FOUT-TEKST
080400         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
080500     END-IF
080600     PERFORM VARYING WS-AFS-IDX FROM 1 BY 1
080700         UNTIL WS-AFS-IDX > WS-AFS-COUNT
080800         PERFORM 3300-REPORT-STATEMENT THRU 3300-EXIT
080900     END-PERFORM
081000     WRITE BANK-REPORT-LINE FROM RPT-BLANK-LINE.
081100 3000-EXIT.
081200     EXIT.
081300
081400 3100-PROVE-ONE-LINE.
081500     IF STATEMENT-LINE = SPACES
081600         GO TO 3100-EXIT
081700     END-IF
081800     PERFORM 3500-SPLIT-LINE THRU 3500-EXIT
081900     EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-FLD1-X))
082000         WHEN "A"
082100             PERFORM 3110-PROVE-BEGIN THRU 3110-EXIT
082200         WHEN "T"
082300             PERFORM 3120-PROVE-TRANSACTION THRU 3120-EXIT
082400         WHEN "E"
082500             PERFORM 3130-PROVE-END THRU 3130-EXIT
082600         WHEN OTHER
082700             MOVE "ONBEKEND REGELTYPE" TO WS-FOUT-TEKST
082800             PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
082900     END-EVALUATE.
083000 3100-EXIT.
083100     EXIT.
083200
083300 3110-PROVE-BEGIN.
083400     IF BLOCK-OPEN
083500         MOVE "NIEUW AFSCHRIFT VOOR DE E-REGEL VAN HET VORIGE"
083600             TO WS-FOUT-TEKST
083700         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
083800     END-IF
083900     IF WS-AFS-COUNT >= WS-AFS-MAX
084000         MOVE "TE VEEL AFSCHRIFTEN IN EEN LEVERING"
084100             TO WS-FOUT-TEKST
084200         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
084300         GO TO 3110-EXIT
084400     END-IF
084500     IF FUNCTION TRIM(WS-ST-FLD3-X) IS NOT NUMERIC
084600         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ST-FLD4-X))
084700             NOT = 0
084800         OR WS-ST-FLD2-X = SPACES
084900         MOVE "ONLEESBARE A-REGEL" TO WS-FOUT-TEKST
085000         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
085100         GO TO 3110-EXIT
085200     END-IF
085300     ADD 1 TO WS-AFS-COUNT
085400     MOVE WS-ST-IBAN TO AFS-IBAN (WS-AFS-COUNT)
085500     MOVE FUNCTION NUMVAL(WS-ST-FLD3-X)
085600         TO AFS-DATUM (WS-AFS-COUNT)
085700     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ST-FLD4-X))
085800         TO AFS-BEGIN (WS-AFS-COUNT)
085900     MOVE ZERO TO AFS-MUTATIES (WS-AFS-COUNT)
086000                  AFS-EIND (WS-AFS-COUNT)
086100                  AFS-AANTAL (WS-AFS-COUNT)
086200     SET AFS-NIEUW (WS-AFS-COUNT) TO TRUE
086300     MOVE WS-AFS-COUNT TO WS-AFS-IDX
086400     PERFORM 2310-CHECK-REGISTER THRU 2310-EXIT
086500     SET BLOCK-OPEN TO TRUE.
086600 3110-EXIT.
086700     EXIT.
086800
086900 3120-PROVE-TRANSACTION.
087000     IF BLOCK-CLOSED
087100         MOVE "TRANSACTIE BUITEN EEN AFSCHRIFT (GEEN A-REGEL)"
087200             TO WS-FOUT-TEKST
087300         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
087400         GO TO 3120-EXIT
087500     END-IF
087600     IF FUNCTION TRIM(WS-ST-FLD2-X) IS NOT NUMERIC
087700         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ST-FLD3-X))
087800             NOT = 0
087900         MOVE "ONLEESBARE T-REGEL" TO WS-FOUT-TEKST
088000         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
088100         GO TO 3120-EXIT
088200     END-IF
088300     ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-ST-FLD3-X))
088400         TO AFS-MUTATIES (WS-AFS-COUNT)
088500     ADD 1 TO AFS-AANTAL (WS-AFS-COUNT).
088600 3120-EXIT.
088700     EXIT.
088800
088900 3130-PROVE-END.
089000     IF BLOCK-CLOSED
089100         MOVE "E-REGEL ZONDER A-REGEL" TO WS-FOUT-TEKST
089200         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
089300         GO TO 3130-EXIT
089400     END-IF
089500     SET BLOCK-CLOSED TO TRUE
089600     IF FUNCTION TRIM(WS-ST-FLD3-X) IS NOT NUMERIC
089700         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ST-FLD4-X))
089800             NOT = 0
089900         OR FUNCTION TRIM(WS-ST-FLD5-X) IS NOT NUMERIC
090000         MOVE "ONLEESBARE E-REGEL" TO WS-FOUT-TEKST
090100         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
090200         GO TO 3130-EXIT
090300     END-IF
090400     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ST-FLD4-X))
090500         TO AFS-EIND (WS-AFS-COUNT)
090600     MOVE FUNCTION NUMVAL(WS-ST-FLD5-X) TO WS-ST-AANTAL
090700     IF WS-ST-IBAN NOT = AFS-IBAN (WS-AFS-COUNT)
090800         OR FUNCTION NUMVAL(WS-ST-FLD3-X)
090900             NOT = AFS-DATUM (WS-AFS-COUNT)
091000         MOVE "E-REGEL HOORT NIET BIJ DE A-REGEL (IBAN/DATUM)"
091100             TO WS-FOUT-TEKST
091200         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
091300     END-IF
091400     IF WS-ST-AANTAL NOT = AFS-AANTAL (WS-AFS-COUNT)
091500         MOVE "AANTAL T-REGELS WIJKT AF VAN DE E-REGEL"
091600             TO WS-FOUT-TEKST
091700         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
091800     END-IF
091900     IF AFS-BEGIN (WS-AFS-COUNT) + AFS-MUTATIES (WS-AFS-COUNT)
092000             NOT = AFS-EIND (WS-AFS-COUNT)
092100         MOVE "BEGINSALDO PLUS MUTATIES IS NIET HET EINDSALDO"
092200             TO WS-FOUT-TEKST
092300         PERFORM 3900-REPORT-FOUT THRU 3900-EXIT
092400     END-IF.
092500 3130-EXIT.
092600     EXIT.
092700
092800*-----------------------------------------------------------
092900* 3300-REPORT-STATEMENT - ONE SUMMARY LINE PER STATEMENT
093000*-----------------------------------------------------------
093100 3300-REPORT-STATEMENT.
093200     MOVE AFS-IBAN (WS-AFS-IDX) TO RPT-STM-IBAN
093300     MOVE AFS-DATUM (WS-AFS-IDX) TO RPT-STM-DATUM
093400     MOVE AFS-BEGIN (WS-AFS-IDX) TO RPT-STM-BEGIN
093500     MOVE AFS-EIND (WS-AFS-IDX) TO RPT-STM-EIND
093600     EVALUATE TRUE
093700         WHEN STMT-FATAL
093800             MOVE "NIET VERWERKT" TO RPT-STM-STATUS
093900         WHEN AFS-DUBBEL (WS-AFS-IDX)
094000             MOVE "AL EERDER INGELEZEN" TO RPT-STM-STATUS
094100             ADD 1 TO WS-DUBBEL-COUNT
094200             DISPLAY "WARNING: AFSCHRIFT "
094300                     FUNCTION TRIM(AFS-IBAN (WS-AFS-IDX)) " "
094400                     AFS-DATUM (WS-AFS-IDX)
094500                     " AL INGELEZEN - OVERGESLAGEN"
094600         WHEN OTHER
094700             MOVE "SLUIT - WORDT VERWERKT" TO RPT-STM-STATUS
094800     END-EVALUATE
094900     WRITE BANK-REPORT-LINE FROM RPT-STMT-LINE.
095000 3300-EXIT.
095100     EXIT.
095200
095300*-----------------------------------------------------------
095400* 3500-SPLIT-LINE - THE FIRST FIVE COMMA FIELDS, THEN THE REST
095500*                   OF THE LINE AS THE OMSCHRIJVING
095600*-----------------------------------------------------------
095700 3500-SPLIT-LINE.
095800     MOVE SPACES TO WS-ST-FLD1-X WS-ST-FLD2-X WS-ST-FLD3-X
095900                    WS-ST-FLD4-X WS-ST-FLD5-X WS-ST-OMSCHR
096000     MOVE 1 TO WS-ST-PTR
096100     UNSTRING STATEMENT-LINE DELIMITED BY ","
096200         INTO WS-ST-FLD1-X WS-ST-FLD2-X WS-ST-FLD3-X
096300              WS-ST-FLD4-X WS-ST-FLD5-X
096400         WITH POINTER WS-ST-PTR
096500     END-UNSTRING
096600     IF WS-ST-PTR <= 256
096700         MOVE STATEMENT-LINE (WS-ST-PTR:) TO WS-ST-OMSCHR
096800     END-IF
096900     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-FLD2-X))
097000         TO WS-ST-IBAN
097100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-FLD4-X))
097200         TO WS-ST-TEGENREK
097300     MOVE FUNCTION TRIM(WS-ST-FLD5-X) TO WS-ST-NAAM.
097400 3500-EXIT.
097500     EXIT.
097600
097700*-----------------------------------------------------------
097800* 3900-REPORT-FOUT - ONE PROOF FAILURE ON THE REPORT; THE
097900*                    DELIVERY AS A WHOLE IS REFUSED
098000*-----------------------------------------------------------
098100 3900-REPORT-FOUT.
098200     SET STMT-FATAL TO TRUE
098300     MOVE WS-FOUT-TEKST TO RPT-FOUT-TEKST
098400     MOVE WS-LINE-NR TO RPT-FOUT-REGEL WS-LINE-NR-ED
098500     WRITE BANK-REPORT-LINE FROM RPT-FOUT-LINE
098600     DISPLAY "ERROR: BANKAFS.DAT REGEL " WS-LINE-NR-ED ": "
098700             FUNCTION TRIM(WS-FOUT-TEKST).
098800 3900-EXIT.
098900     EXIT.
099000
099100*-----------------------------------------------------------
099200* 4000-COPY-MANUAL - THE MANUAL ALLOCATIONS OF EARLIER
099300*                    SUSPENSE ITEMS GO TO BETALING.DAT FIRST
099400*                    AND REDUCE THE SUSPENSE ITEM THEY NAME
099500*-----------------------------------------------------------
099600 4000-COPY-MANUAL.
099700     OPEN INPUT MANUAL-ALLOC-FILE
099800     SET FILE-NOT-EOF TO TRUE
099900     PERFORM UNTIL FILE-EOF
100000         READ MANUAL-ALLOC-FILE
100100             AT END
100200                 SET FILE-EOF TO TRUE
100300             NOT AT END
100400                 PERFORM 4100-COPY-ONE-MANUAL THRU 4100-EXIT
100500         END-READ
100600     END-PERFORM
100700     CLOSE MANUAL-ALLOC-FILE.
100800 4000-EXIT.
100900     EXIT.
101000
101100 4100-COPY-ONE-MANUAL.
101200     IF MANUAL-ALLOC-LINE = SPACES
101300         GO TO 4100-EXIT
101400     END-IF
101500     MOVE SPACES TO WS-MAN-INVOICE-X WS-MAN-BEDRAG-X
101600                    WS-MAN-DATUM-X WS-MAN-REF-X
101700     UNSTRING MANUAL-ALLOC-LINE DELIMITED BY ","
101800         INTO WS-MAN-INVOICE-X WS-MAN-BEDRAG-X WS-MAN-DATUM-X
101900              WS-MAN-REF-X
102000     END-UNSTRING
102100     IF WS-MAN-INVOICE-X = SPACES
102200         OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-MAN-BEDRAG-X))
102300             NOT = 0
102400         OR FUNCTION TRIM(WS-MAN-DATUM-X) IS NOT NUMERIC
102500         DISPLAY "WARNING: ONLEESBARE BETHAND-REGEL GENEGEERD: "
102600                 FUNCTION TRIM(MANUAL-ALLOC-LINE)
102700         ADD 1 TO WS-WARN-COUNT
102800         GO TO 4100-EXIT
102900     END-IF
103000     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-MAN-BEDRAG-X))
103100         TO WS-MAN-BEDRAG
103200     MOVE FUNCTION TRIM(WS-MAN-INVOICE-X) TO BET-INVOICE
103300     MOVE WS-MAN-BEDRAG TO BET-BEDRAG
103400     MOVE FUNCTION NUMVAL(WS-MAN-DATUM-X) TO BET-DATUM
103500     WRITE PAYMENTS-LINE FROM BET-DETAIL-LINE
103600     ADD 1 TO WS-MANUAL-COUNT WS-PAYLINE-COUNT
103700*    THE FACTUUR IS NOW (PARTLY) PAID - NOT AGAIN FROM THE BANK
103800     MOVE BET-INVOICE TO WS-LOOK-INVOICE
103900     PERFORM 5150-GET-ITEM THRU 5150-EXIT
104000     IF ITEM-FOUND
104100         SUBTRACT WS-MAN-BEDRAG FROM ITM-OPEN (WS-ITEM-IDX)
104200     END-IF
104400     IF WS-MAN-REF-X = SPACES
104500         GO TO 4100-EXIT
104600     END-IF
104700     SET SUSP-NOT-FOUND TO TRUE
104800     PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
104900         UNTIL WS-SUSP-IDX > WS-SUSP-COUNT OR SUSP-FOUND
105000         IF SUS-REF (WS-SUSP-IDX) = FUNCTION TRIM(WS-MAN-REF-X)
105100             SET SUSP-FOUND TO TRUE
105200             SUBTRACT WS-MAN-BEDRAG FROM SUS-OPEN (WS-SUSP-IDX)
105300         END-IF
105400     END-PERFORM
105500     IF SUSP-NOT-FOUND
105600         DISPLAY "WARNING: BETHAND NOEMT ONBEKENDE SUSPENSE-REF "
105700                 FUNCTION TRIM(WS-MAN-REF-X)
105800         ADD 1 TO WS-WARN-COUNT
105900     END-IF.
106000 4100-EXIT.
106100     EXIT.
106200
106300*-----------------------------------------------------------
106400* 5000-MATCH-STATEMENTS - SECOND PASS OVER BANKAFS.DAT. THE
106500*                         T-REGELS OF EVERY NEW STATEMENT ARE
106600*                         MATCHED; A STATEMENT ALREADY IN THE
106700*                         REGISTER IS PASSED OVER.
106800*-----------------------------------------------------------
106900 5000-MATCH-STATEMENTS.
107000     WRITE BANK-REPORT-LINE FROM RPT-HEADING-2
107100     MOVE ZERO TO WS-AFS-IDX WS-LINE-NR
107200     OPEN INPUT STATEMENT-FILE
107300     SET STMT-NOT-EOF TO TRUE
107400     PERFORM UNTIL STMT-EOF
107500         READ STATEMENT-FILE
107600             AT END
107700                 SET STMT-EOF TO TRUE
107800             NOT AT END
107900                 ADD 1 TO WS-LINE-NR
108000                 PERFORM 5100-MATCH-ONE-LINE THRU 5100-EXIT
108100         END-READ
108200     END-PERFORM
108300     CLOSE STATEMENT-FILE.
108400 5000-EXIT.
108500     EXIT.
108600
108700 5100-MATCH-ONE-LINE.
108800     IF STATEMENT-LINE = SPACES
108900         GO TO 5100-EXIT
109000     END-IF
109100     PERFORM 3500-SPLIT-LINE THRU 3500-EXIT
109200     EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-FLD1-X))
109300         WHEN "A"
109400             ADD 1 TO WS-AFS-IDX
109500             GO TO 5100-EXIT
109600         WHEN "T"
109700             CONTINUE
109800         WHEN OTHER
109900             GO TO 5100-EXIT
110000     END-EVALUATE
110100     IF AFS-DUBBEL (WS-AFS-IDX)
110200         GO TO 5100-EXIT
110300     END-IF
110400     ADD 1 TO WS-TRANS-COUNT
110500     MOVE FUNCTION NUMVAL(WS-ST-FLD2-X) TO WS-ST-DATUM
110600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-ST-FLD3-X))
110700         TO WS-ST-BEDRAG
110800     MOVE WS-ST-DATUM TO RPT-DET-DATUM
110900     MOVE WS-ST-BEDRAG TO RPT-DET-BEDRAG
111000     MOVE SPACES TO RPT-DET-INVOICE RPT-DET-KLANT
111100     MOVE WS-ST-NAAM TO RPT-DET-NAAM
111200*    A DEBIT OR A ZERO LINE IS NO CUSTOMER PAYMENT
111300     IF WS-ST-BEDRAG NOT > ZERO
111400         ADD 1 TO WS-DEBIT-COUNT
111500         MOVE "AFSCHRIJVING - NIET VOOR" TO RPT-DET-RESULT
111600         WRITE BANK-REPORT-LINE FROM RPT-DETAIL-LINE
111700         GO TO 5100-EXIT
111800     END-IF
111900     SET RECEIPT-NOT-MATCHED TO TRUE
112000     MOVE SPACES TO WS-SUSP-REDEN WS-PAYER-KLANT
112100     PERFORM 5200-MATCH-BY-INVOICE THRU 5200-EXIT
112200     IF RECEIPT-NOT-MATCHED AND WS-SUSP-REDEN = SPACES
112300         PERFORM 5300-MATCH-BY-KLANT THRU 5300-EXIT
112400     END-IF
112500     IF RECEIPT-MATCHED
112600         ADD 1 TO WS-MATCH-COUNT
112700         ADD WS-ST-BEDRAG TO WS-MATCH-TOTAL
112800     ELSE
112900         PERFORM 5600-ADD-SUSPENSE THRU 5600-EXIT
113000     END-IF.
113100 5100-EXIT.
113200     EXIT.
113300
113400*-----------------------------------------------------------
113401* 5140-SEARCH-ITEM - WS-LOOK-INVOICE IN THE TABLE OF FACTUREN
113402*                    THIS RUN HAS TOUCHED
113403*-----------------------------------------------------------
113404 5140-SEARCH-ITEM.
113405     SET ITEM-NOT-FOUND TO TRUE
113406     PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
113407         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT OR ITEM-FOUND
113408         IF ITM-INVOICE (WS-ITEM-IDX) = WS-LOOK-INVOICE
113409             SET ITEM-FOUND TO TRUE
11340A         END-IF
11340B     END-PERFORM
11340C     IF ITEM-FOUND
11340D         SUBTRACT 1 FROM WS-ITEM-IDX
11340E     END-IF.
11340F 5140-EXIT.
11340G     EXIT.
11340H
11340I*-----------------------------------------------------------
11340J* 5150-GET-ITEM - WS-LOOK-INVOICE FROM THE TABLE, ELSE READ ON
11340K*                 ITS KEY FROM OPENPOST.IDX AND ADDED. ITEM-FOUND
11340L*                 WITH ITS SLOT IN WS-ITEM-IDX.
11340M*-----------------------------------------------------------
11340N 5150-GET-ITEM.
11340O     PERFORM 5140-SEARCH-ITEM THRU 5140-EXIT
11340P     IF ITEM-FOUND OR OPENPOST-NOT-AVAILABLE
11340Q         GO TO 5150-EXIT
11340R     END-IF
11340S     MOVE WS-LOOK-INVOICE TO OPN-FACTUUR
11340T     READ OPEN-ITEMS-FILE
11340U         KEY IS OPN-FACTUUR
11340V         INVALID KEY
11340W             GO TO 5150-EXIT
11340X     END-READ
11340Y     PERFORM 5160-ADD-ITEM THRU 5160-EXIT.
11340Z 5150-EXIT.
113410     EXIT.
113411
113412*-----------------------------------------------------------
113413* 5160-ADD-ITEM - THE OPENPOST RECORD IN THE BUFFER INTO THE
113414*                 TABLE. A FULL TABLE LEAVES THE FACTUUR
113415*                 UNMATCHED (THE RECEIPT GOES TO SUSPENSE) AND
113416*                 IS CONDITION CODE 8.
113417*-----------------------------------------------------------
113418 5160-ADD-ITEM.
113419     IF WS-ITEM-COUNT >= WS-ITEM-MAX
11341A         DISPLAY "ERROR: OPEN-POSTEN TABEL VOL - FACTUUR "
11341B                 FUNCTION TRIM(OPN-FACTUUR) " NIET BEOORDEELD"
11341C         MOVE 8 TO RETURN-CODE
11341D         SET ITEM-NOT-FOUND TO TRUE
11341E         GO TO 5160-EXIT
11341F     END-IF
11341G     ADD 1 TO WS-ITEM-COUNT
11341H     MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
11341I     MOVE OPN-FACTUUR TO ITM-INVOICE (WS-ITEM-IDX)
11341J     MOVE OPN-KLANT   TO ITM-KLANT (WS-ITEM-IDX)
11341K     COMPUTE ITM-OPEN (WS-ITEM-IDX) = OPN-BEDRAG - OPN-BETAALD
11341L     SET ITEM-FOUND TO TRUE.
11341M 5160-EXIT.
11341N     EXIT.
11341O
11341P*-----------------------------------------------------------
113500* 5200-MATCH-BY-INVOICE - EVERY WORD OF THE OMSCHRIJVING THAT
113600*                         IS AN OPEN FACTUURNUMMER. ONE FACTUUR
113700*                         TAKES THE RECEIPT UP TO ITS OPEN
113800*                         BEDRAG; SEVERAL ARE MATCHED ONLY WHEN
113900*                         THE RECEIPT PAYS THEM ALL EXACTLY.
114000*-----------------------------------------------------------
114100 5200-MATCH-BY-INVOICE.
114200     MOVE SPACES TO WS-TOKEN-TABLE
114300     UNSTRING FUNCTION UPPER-CASE(WS-ST-OMSCHR)
114400         DELIMITED BY ALL " " OR "," OR "/" OR ":" OR "."
114500                   OR "-" OR ";" OR "#" OR "(" OR ")"
114600         INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
114700              WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
114800              WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
114900              WS-TOKEN (10) WS-TOKEN (11) WS-TOKEN (12)
115000     END-UNSTRING
115100     MOVE ZERO TO WS-HIT-COUNT WS-HIT-OPEN-TOTAL
115200     PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
115300         UNTIL WS-TOK-IDX > 12
115400         IF WS-TOKEN (WS-TOK-IDX) NOT = SPACES
115500             PERFORM 5210-FIND-INVOICE THRU 5210-EXIT
115600         END-IF
115700     END-PERFORM
115800     IF WS-HIT-COUNT = ZERO
115900         GO TO 5200-EXIT
116000     END-IF
116100     IF WS-HIT-COUNT = 1
116200         MOVE WS-HIT-ITEM (1) TO WS-ITEM-IDX
116300         IF WS-ST-BEDRAG > ITM-OPEN (WS-ITEM-IDX)
116400             SET REDEN-OVERBETALING TO TRUE
116500             MOVE ITM-INVOICE (WS-ITEM-IDX) TO RPT-DET-INVOICE
116600             MOVE ITM-KLANT (WS-ITEM-IDX) TO RPT-DET-KLANT
116700             GO TO 5200-EXIT
116800         END-IF
116900         MOVE WS-ST-BEDRAG TO WS-PAY-BEDRAG
117000         MOVE "FACTUURNUMMER" TO RPT-DET-RESULT
117100         PERFORM 5500-WRITE-PAYMENT THRU 5500-EXIT
117200         SET RECEIPT-MATCHED TO TRUE
117300         GO TO 5200-EXIT
117400     END-IF
117500     IF WS-ST-BEDRAG NOT = WS-HIT-OPEN-TOTAL
117600         SET REDEN-MEERDERE TO TRUE
117700         GO TO 5200-EXIT
117800     END-IF
117900     PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
118000         UNTIL WS-HIT-IDX > WS-HIT-COUNT
118100         MOVE WS-HIT-ITEM (WS-HIT-IDX) TO WS-ITEM-IDX
118200         MOVE ITM-OPEN (WS-ITEM-IDX) TO WS-PAY-BEDRAG
118300         MOVE "FACTUURNUMMERS SLUITEND" TO RPT-DET-RESULT
118400         PERFORM 5500-WRITE-PAYMENT THRU 5500-EXIT
118500     END-PERFORM
118600     SET RECEIPT-MATCHED TO TRUE.
118700 5200-EXIT.
118800     EXIT.
118900
119000 5210-FIND-INVOICE.
119100*    A WORD LONGER THAN A FACTUURNUMMER IS NEVER ONE
119200     IF WS-TOKEN (WS-TOK-IDX) (11:10) NOT = SPACES
119300         GO TO 5210-EXIT
119400     END-IF
119500     MOVE WS-TOKEN (WS-TOK-IDX) TO WS-LOOK-INVOICE
119600     PERFORM 5150-GET-ITEM THRU 5150-EXIT
119700     IF ITEM-FOUND
119701         AND ITM-OPEN (WS-ITEM-IDX) > ZERO
119702         PERFORM 5220-ADD-HIT THRU 5220-EXIT
119703     END-IF.
119800 5210-EXIT.
119900     EXIT.
120000
120100 5220-ADD-HIT.
120200*    THE SAME FACTUURNUMMER TWICE IN ONE OMSCHRIJVING COUNTS ONCE
120300     SET HIT-NOT-DUP TO TRUE
120400     PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
120500         UNTIL WS-HIT-IDX > WS-HIT-COUNT
120600         IF WS-HIT-ITEM (WS-HIT-IDX) = WS-ITEM-IDX
120700             SET HIT-IS-DUP TO TRUE
120800         END-IF
120900     END-PERFORM
121000     IF HIT-IS-DUP OR WS-HIT-COUNT >= 10
121100         GO TO 5220-EXIT
121200     END-IF
121300     ADD 1 TO WS-HIT-COUNT
121400     MOVE WS-ITEM-IDX TO WS-HIT-ITEM (WS-HIT-COUNT)
121500     ADD ITM-OPEN (WS-ITEM-IDX) TO WS-HIT-OPEN-TOTAL.
121600 5220-EXIT.
121700     EXIT.
121800
121900*-----------------------------------------------------------
122000* 5300-MATCH-BY-KLANT - NO FACTUURNUMMER: THE PAYER IS FOUND
122100*                       ON IBAN (ELSE ON EXACT NAAM), AND THE
122200*                       RECEIPT MUST EQUAL EXACTLY ONE OPEN
122300*                       FACTUUR OF THAT KLANT - OR ALL OF THEM
122400*                       TOGETHER.
122500*-----------------------------------------------------------
122600 5300-MATCH-BY-KLANT.
122700     PERFORM 5400-FIND-PAYER THRU 5400-EXIT
122800     IF WS-PAYER-KLANT = SPACES
122900         SET REDEN-KLANT-ONBEKEND TO TRUE
123000         GO TO 5300-EXIT
123100     END-IF
123200     MOVE WS-PAYER-KLANT TO RPT-DET-KLANT
123300     MOVE ZERO TO WS-HIT-COUNT WS-HIT-OPEN-TOTAL
123400     SET BROWSE-BEDRAG TO TRUE
123500     PERFORM 5310-BROWSE-KLANT THRU 5310-EXIT
124100     IF WS-HIT-COUNT = 1
124200         MOVE WS-HIT-ITEM (1) TO WS-ITEM-IDX
124300         MOVE WS-ST-BEDRAG TO WS-PAY-BEDRAG
124400         MOVE "KLANT EN BEDRAG" TO RPT-DET-RESULT
124500         PERFORM 5500-WRITE-PAYMENT THRU 5500-EXIT
124600         SET RECEIPT-MATCHED TO TRUE
124700         GO TO 5300-EXIT
124800     END-IF
124900     IF WS-HIT-COUNT > 1
125000         SET REDEN-BEDRAG TO TRUE
125100         GO TO 5300-EXIT
125200     END-IF
125300*    NO SINGLE FACTUUR - DOES IT SETTLE THE WHOLE KLANT?
125400     MOVE ZERO TO WS-HIT-COUNT WS-HIT-OPEN-TOTAL
125500     SET BROWSE-ALL-OPEN TO TRUE
125600     PERFORM 5310-BROWSE-KLANT THRU 5310-EXIT
126200     IF WS-HIT-COUNT < 2 OR WS-HIT-COUNT >= 10
126300         OR WS-HIT-OPEN-TOTAL NOT = WS-ST-BEDRAG
126400         SET REDEN-BEDRAG TO TRUE
126500         GO TO 5300-EXIT
126600     END-IF
126700     PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
126800         UNTIL WS-HIT-IDX > WS-HIT-COUNT
126900         MOVE WS-HIT-ITEM (WS-HIT-IDX) TO WS-ITEM-IDX
127000         MOVE ITM-OPEN (WS-ITEM-IDX) TO WS-PAY-BEDRAG
127100         MOVE "KLANT VOLLEDIG BETAALD" TO RPT-DET-RESULT
127200         PERFORM 5500-WRITE-PAYMENT THRU 5500-EXIT
127300     END-PERFORM
127400     SET RECEIPT-MATCHED TO TRUE.
127500 5300-EXIT.
127501     EXIT.
127502
127503*-----------------------------------------------------------
127504* 5310-BROWSE-KLANT - THE OPEN POSTEN OF WS-PAYER-KLANT ON THE
127505*                     KLANT KEY. BROWSE-BEDRAG TAKES THE ITEMS
127506*                     OPEN FOR EXACTLY THE RECEIPT, BROWSE-ALL-
127507*                     OPEN EVERY ITEM STILL OPEN. THE OPEN BEDRAG
127508*                     IS THE TABLE'S WHEN THIS RUN TOUCHED IT.
127509*-----------------------------------------------------------
12750A 5310-BROWSE-KLANT.
12750B     IF OPENPOST-NOT-AVAILABLE
12750C         GO TO 5310-EXIT
12750D     END-IF
12750E     MOVE WS-PAYER-KLANT TO OPN-KLANT
12750F     START OPEN-ITEMS-FILE KEY NOT < OPN-KLANT
12750G         INVALID KEY
12750H             SET OPEN-EOF TO TRUE
12750I         NOT INVALID KEY
12750J             SET OPEN-NOT-EOF TO TRUE
12750K     END-START
12750L     PERFORM UNTIL OPEN-EOF
12750M         READ OPEN-ITEMS-FILE NEXT
12750N             AT END
12750O                 SET OPEN-EOF TO TRUE
12750P             NOT AT END
12750Q                 IF OPN-KLANT NOT = WS-PAYER-KLANT
12750R                     SET OPEN-EOF TO TRUE
12750S                 ELSE
12750T                     PERFORM 5320-BROWSE-ONE-ITEM THRU 5320-EXIT
12750U                 END-IF
12750V         END-READ
12750W     END-PERFORM.
12750X 5310-EXIT.
12750Y     EXIT.
12750Z
127510 5320-BROWSE-ONE-ITEM.
127511     MOVE OPN-FACTUUR TO WS-LOOK-INVOICE
127512     PERFORM 5140-SEARCH-ITEM THRU 5140-EXIT
127513     IF ITEM-FOUND
127514         MOVE ITM-OPEN (WS-ITEM-IDX) TO WS-BROWSE-OPEN
127515     ELSE
127516         COMPUTE WS-BROWSE-OPEN = OPN-BEDRAG - OPN-BETAALD
127517     END-IF
127518     IF BROWSE-BEDRAG AND WS-BROWSE-OPEN NOT = WS-ST-BEDRAG
127519         GO TO 5320-EXIT
12751A     END-IF
12751B     IF BROWSE-ALL-OPEN AND WS-BROWSE-OPEN NOT > ZERO
12751C         GO TO 5320-EXIT
12751D     END-IF
12751E     IF ITEM-NOT-FOUND
12751F         PERFORM 5160-ADD-ITEM THRU 5160-EXIT
12751G     END-IF
12751H     IF ITEM-FOUND
12751I         PERFORM 5220-ADD-HIT THRU 5220-EXIT
12751J     END-IF.
12751K 5320-EXIT.
127600     EXIT.
127700
127800*-----------------------------------------------------------
127900* 5400-FIND-PAYER - THE KLANT BEHIND THE TEGENREKENING, ELSE
128000*                   THE KLANT WHOSE NAAM IS EXACTLY THE NAAM ON
128100*                   THE STATEMENT. SPACES WHEN NEITHER FITS.
128200*-----------------------------------------------------------
128300 5400-FIND-PAYER.
128400     MOVE SPACES TO WS-PAYER-KLANT
128500     IF WS-ST-TEGENREK NOT = SPACES
128600         PERFORM VARYING WS-KLT-IDX FROM 1 BY 1
128700             UNTIL WS-KLT-IDX > WS-KLT-COUNT
128800                 OR WS-PAYER-KLANT NOT = SPACES
128900             IF KLT-IBAN (WS-KLT-IDX) = WS-ST-TEGENREK
129000                 MOVE KLT-NUMMER (WS-KLT-IDX) TO WS-PAYER-KLANT
129100             END-IF
129200         END-PERFORM
129300     END-IF
129400     IF WS-PAYER-KLANT NOT = SPACES OR WS-ST-NAAM = SPACES
129500         GO TO 5400-EXIT
129600     END-IF
129700     MOVE FUNCTION UPPER-CASE(WS-ST-NAAM) TO WS-UPPER-NAAM
129800     PERFORM VARYING WS-KLT-IDX FROM 1 BY 1
129900         UNTIL WS-KLT-IDX > WS-KLT-COUNT
130000             OR WS-PAYER-KLANT NOT = SPACES
130100         IF KLT-NAAM (WS-KLT-IDX) = WS-UPPER-NAAM
130200             MOVE KLT-NUMMER (WS-KLT-IDX) TO WS-PAYER-KLANT
130300         END-IF
130400     END-PERFORM.
130500 5400-EXIT.
130600     EXIT.
130700
130800*-----------------------------------------------------------
130900* 5500-WRITE-PAYMENT - ONE BETALING.DAT LINE FOR THE FACTUUR
131000*                      IN WS-ITEM-IDX, AND ITS REPORT LINE
131100*-----------------------------------------------------------
131200 5500-WRITE-PAYMENT.
131300     MOVE ITM-INVOICE (WS-ITEM-IDX) TO BET-INVOICE
131400     MOVE WS-PAY-BEDRAG TO BET-BEDRAG
131500     MOVE WS-ST-DATUM TO BET-DATUM
131600     WRITE PAYMENTS-LINE FROM BET-DETAIL-LINE
131700     ADD 1 TO WS-PAYLINE-COUNT
131800     SUBTRACT WS-PAY-BEDRAG FROM ITM-OPEN (WS-ITEM-IDX)
131900     MOVE ITM-INVOICE (WS-ITEM-IDX) TO RPT-DET-INVOICE
132000     MOVE ITM-KLANT (WS-ITEM-IDX) TO RPT-DET-KLANT
132100     MOVE WS-PAY-BEDRAG TO RPT-DET-BEDRAG
132200     WRITE BANK-REPORT-LINE FROM RPT-DETAIL-LINE.
132300 5500-EXIT.
132400     EXIT.
132500
132600*-----------------------------------------------------------
132700* 5600-ADD-SUSPENSE - A RECEIPT WITHOUT A CONFIDENT MATCH IS
132800*                     PARKED FOR MANUAL ALLOCATION UNDER A NEW
132900*                     SUSPENSE REFERENCE (RUNSEQ + VOLGNUMMER)
133000*-----------------------------------------------------------
133100 5600-ADD-SUSPENSE.
133200     EVALUATE TRUE
133300         WHEN REDEN-KLANT-ONBEKEND
133400             MOVE "SUSPENSE: KLANT ONBEKEND" TO RPT-DET-RESULT
133500         WHEN REDEN-OVERBETALING
133600             MOVE "SUSPENSE: MEER DAN OPEN" TO RPT-DET-RESULT
133700         WHEN REDEN-MEERDERE
133800             MOVE "SUSPENSE: FACT. NIET SLUIT" TO RPT-DET-RESULT
133900         WHEN OTHER
134000             SET REDEN-BEDRAG TO TRUE
134100             MOVE "SUSPENSE: BEDRAG PAST NIET" TO RPT-DET-RESULT
134200     END-EVALUATE
134300     IF WS-SUSP-COUNT >= WS-SUSP-MAX
134400         DISPLAY "ERROR: SUSPENSETABEL VOL - ONTVANGST "
134500                 WS-ST-DATUM " NIET GEPARKEERD"
134600         MOVE 8 TO RETURN-CODE
134700         MOVE "NIET GEPARKEERD - TABEL VOL" TO RPT-DET-RESULT
134800         WRITE BANK-REPORT-LINE FROM RPT-DETAIL-LINE
134900         GO TO 5600-EXIT
135000     END-IF
135100     ADD 1 TO WS-SUSP-COUNT WS-SUSP-NEXT WS-NEW-SUSP-COUNT
135200     ADD WS-ST-BEDRAG TO WS-SUSP-TOTAL
135300     MOVE WS-SUSP-NEXT TO WS-SUSP-REF-NR
135400     MOVE WS-SUSP-REF TO SUS-REF (WS-SUSP-COUNT)
135500     MOVE RUNHDR-RUN-DATE TO SUS-RUN-DATE (WS-SUSP-COUNT)
135600     MOVE WS-ST-DATUM TO SUS-DATUM (WS-SUSP-COUNT)
135700     MOVE WS-ST-BEDRAG TO SUS-OPEN (WS-SUSP-COUNT)
135800     MOVE WS-ST-TEGENREK TO SUS-TEGENREK (WS-SUSP-COUNT)
135900     MOVE WS-ST-NAAM TO SUS-NAAM (WS-SUSP-COUNT)
136000     MOVE WS-SUSP-REDEN TO SUS-REDEN (WS-SUSP-COUNT)
136100     MOVE WS-ST-OMSCHR TO SUS-OMSCHR (WS-SUSP-COUNT)
136200     INSPECT SUS-NAAM (WS-SUSP-COUNT) REPLACING ALL "," BY ";"
136300     INSPECT SUS-OMSCHR (WS-SUSP-COUNT) REPLACING ALL "," BY ";"
136400     MOVE WS-SUSP-REF TO RPT-DET-INVOICE
136500     WRITE BANK-REPORT-LINE FROM RPT-DETAIL-LINE
136600     MOVE WS-ST-OMSCHR TO RPT-OMS-TEKST
136700     WRITE BANK-REPORT-LINE FROM RPT-OMSCHR-LINE.
136800 5600-EXIT.
136900     EXIT.
137000
137100*-----------------------------------------------------------
137200* 6000-REWRITE-SUSPENSE - THE ITEMS STILL OPEN BACK TO
137300*                         BANKSUSP.DAT. FULLY ALLOCATED ITEMS
137400*                         ARE DROPPED.
137500*-----------------------------------------------------------
137600 6000-REWRITE-SUSPENSE.
137700     OPEN OUTPUT SUSPENSE-FILE
137800     PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
137900         UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
138000         IF SUS-OPEN (WS-SUSP-IDX) > ZERO
138100             MOVE SUS-REF (WS-SUSP-IDX)      TO SDL-REF
138200             MOVE SUS-RUN-DATE (WS-SUSP-IDX) TO SDL-RUN-DATE
138300             MOVE SUS-DATUM (WS-SUSP-IDX)    TO SDL-DATUM
138400             MOVE SUS-OPEN (WS-SUSP-IDX)     TO SDL-OPEN
138500             MOVE SUS-TEGENREK (WS-SUSP-IDX) TO SDL-TEGENREK
138600             MOVE SUS-NAAM (WS-SUSP-IDX)     TO SDL-NAAM
138700             MOVE SUS-REDEN (WS-SUSP-IDX)    TO SDL-REDEN
138800             MOVE SUS-OMSCHR (WS-SUSP-IDX)   TO SDL-OMSCHR
138900             WRITE SUSPENSE-LINE FROM SUS-DETAIL-LINE
139000         END-IF
139100     END-PERFORM
139200     CLOSE SUSPENSE-FILE.
139300 6000-EXIT.
139400     EXIT.
139500
139600*-----------------------------------------------------------
139700* 6100-UPDATE-REGISTER - EVERY NEWLY IMPORTED STATEMENT INTO
139800*                        BANKREG.DAT SO IT IS NEVER READ TWICE
139900*-----------------------------------------------------------
140000 6100-UPDATE-REGISTER.
140100     IF STMT-NOT-AVAILABLE
140200         GO TO 6100-EXIT
140300     END-IF
140400     OPEN EXTEND BANK-REGISTER-FILE
140500     IF WS-BANKREG-STATUS = "35"
140600         OPEN OUTPUT BANK-REGISTER-FILE
140700     END-IF
140800     PERFORM VARYING WS-AFS-IDX FROM 1 BY 1
140900         UNTIL WS-AFS-IDX > WS-AFS-COUNT
141000         IF AFS-NIEUW (WS-AFS-IDX)
141100             MOVE AFS-IBAN (WS-AFS-IDX)  TO REG-IBAN
141200             MOVE AFS-DATUM (WS-AFS-IDX) TO REG-DATUM
141300             MOVE AFS-EIND (WS-AFS-IDX)  TO REG-EIND
141400             MOVE RUNHDR-RUN-DATE TO REG-RUN-DATE
141500             MOVE RUNHDR-RUN-SEQ TO REG-RUN-SEQ
141600             WRITE BANK-REGISTER-LINE FROM REG-DETAIL-LINE
141700         END-IF
141800     END-PERFORM
141900     CLOSE BANK-REGISTER-FILE.
142000 6100-EXIT.
142100     EXIT.
142200
142300*-----------------------------------------------------------
142400* 8000-FINALIZE - REPORT TRAILERS AND THE CONDITION CODE
142500*-----------------------------------------------------------
142600 8000-FINALIZE.
142700     WRITE BANK-REPORT-LINE FROM RPT-BLANK-LINE
142800     MOVE ZERO TO RPT-TRL-BEDRAG
142900     MOVE "TRANSACTIES            : " TO RPT-TRL-LABEL
143000     MOVE WS-TRANS-COUNT TO RPT-TRL-COUNT
143100     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
143200     MOVE "AUTOMATISCH GEMATCHT   : " TO RPT-TRL-LABEL
143300     MOVE WS-MATCH-COUNT TO RPT-TRL-COUNT
143400     MOVE WS-MATCH-TOTAL TO RPT-TRL-BEDRAG
143500     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
143600     MOVE "NAAR SUSPENSE          : " TO RPT-TRL-LABEL
143700     MOVE WS-NEW-SUSP-COUNT TO RPT-TRL-COUNT
143800     MOVE WS-SUSP-TOTAL TO RPT-TRL-BEDRAG
143900     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
144000     MOVE ZERO TO RPT-TRL-BEDRAG
144100     MOVE "AFSCHRIJVINGEN         : " TO RPT-TRL-LABEL
144200     MOVE WS-DEBIT-COUNT TO RPT-TRL-COUNT
144300     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
144400     MOVE "HANDMATIG (BETHAND)    : " TO RPT-TRL-LABEL
144500     MOVE WS-MANUAL-COUNT TO RPT-TRL-COUNT
144600     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
144700     MOVE "BETALING.DAT REGELS    : " TO RPT-TRL-LABEL
144800     MOVE WS-PAYLINE-COUNT TO RPT-TRL-COUNT
144900     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
145000     MOVE "AFSCHRIFT AL INGELEZEN : " TO RPT-TRL-LABEL
145100     MOVE WS-DUBBEL-COUNT TO RPT-TRL-COUNT
145200     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE
145300     PERFORM 8100-LIST-OPEN-SUSPENSE THRU 8100-EXIT
145400     CLOSE BANK-REPORT-FILE
145500     DISPLAY "BANKIMP COMPLETE - " WS-TRANS-COUNT
145600             " TRANSACTIE(S), " WS-MATCH-COUNT " GEMATCHT, "
145700             WS-NEW-SUSP-COUNT " NAAR SUSPENSE, "
145800             WS-PAYLINE-COUNT " REGEL(S) NAAR BETALING.DAT."
145900     IF RETURN-CODE = ZERO
146000         AND (WS-NEW-SUSP-COUNT > ZERO OR WS-DUBBEL-COUNT > ZERO
146100              OR WS-WARN-COUNT > ZERO)
146200         MOVE 4 TO RETURN-CODE
146300     END-IF.
146400 8000-EXIT.
146500     EXIT.
146600
146700*-----------------------------------------------------------
146800* 8100-LIST-OPEN-SUSPENSE - THE WHOLE STANDING SUSPENSE LIST,
146900*                           OLD AND NEW, FOR MANUAL ALLOCATION
147000*-----------------------------------------------------------
147100 8100-LIST-OPEN-SUSPENSE.
147200     MOVE ZERO TO WS-SUSP-TOTAL WS-ITEM-IDX
147300     WRITE BANK-REPORT-LINE FROM RPT-BLANK-LINE
147400     MOVE "OPENSTAANDE SUSPENSE - TOE TE WIJZEN VIA BETHAND.DAT"
147500         TO BANK-REPORT-LINE
147600     WRITE BANK-REPORT-LINE
147700     PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
147800         UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
147900         IF SUS-OPEN (WS-SUSP-IDX) > ZERO
148000             MOVE SUS-DATUM (WS-SUSP-IDX) TO RPT-DET-DATUM
148100             MOVE SUS-OPEN (WS-SUSP-IDX) TO RPT-DET-BEDRAG
148200             MOVE SUS-REF (WS-SUSP-IDX) TO RPT-DET-INVOICE
148300             MOVE SPACES TO RPT-DET-KLANT
148400             MOVE SUS-TEGENREK (WS-SUSP-IDX) TO RPT-DET-RESULT
148500             MOVE SUS-NAAM (WS-SUSP-IDX) TO RPT-DET-NAAM
148600             WRITE BANK-REPORT-LINE FROM RPT-DETAIL-LINE
148700             ADD SUS-OPEN (WS-SUSP-IDX) TO WS-SUSP-TOTAL
148800             ADD 1 TO WS-ITEM-IDX
148900         END-IF
149000     END-PERFORM
149100     MOVE "SUSPENSE OPEN TOTAAL   : " TO RPT-TRL-LABEL
149200     MOVE WS-ITEM-IDX TO RPT-TRL-COUNT
149300     MOVE WS-SUSP-TOTAL TO RPT-TRL-BEDRAG
149400     WRITE BANK-REPORT-LINE FROM RPT-TRAILER-LINE.
149500 8100-EXIT.
149600     EXIT.
149700
149800*-----------------------------------------------------------
149900* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
150000*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
150100*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
150200*-----------------------------------------------------------
150300 9000-WRITE-RUN-JOURNAL.
150400     ACCEPT WS-END-TIME-RAW FROM TIME
150500     OPEN EXTEND RUN-JOURNAL-FILE
150600     IF WS-JRNL-STATUS = "35"
150700         OPEN OUTPUT RUN-JOURNAL-FILE
150800     END-IF
150900     MOVE "BANKIMP " TO JRNL-PROGRAM
151000     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
151100     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
151200     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
151300     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
151400     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
151500     MOVE RETURN-CODE TO JRNL-RC
151600     MOVE WS-MATCH-COUNT TO JRNL-COUNT-1
151700     MOVE WS-NEW-SUSP-COUNT TO JRNL-COUNT-2
151800     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
151900     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
152000     CLOSE RUN-JOURNAL-FILE.
152100 9000-EXIT.
152200     EXIT.
