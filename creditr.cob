000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CREDITR.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - CREDITEUREN SUBSYSTEM,
001300*                  THE PAYABLES SIDE OF DEBITEUR. ONTVANG
001400*                  APPENDS EVERY APPLIED RECEIPT TO THE OPEN
001500*                  PAYABLES FILE CREDPOST.DAT (SEE CREDPOST.CPY);
001600*                  THIS STEP APPLIES THE SUPPLIER PAYMENTS IN
001700*                  CREDBET.DAT (LEVERANCIER,FACTUUR,BEDRAG,
001800*                  DATUM) WITH PARTIAL-PAYMENT SUPPORT, DROPS
001900*                  FULLY PAID POSTS, AND PRINTS THE DUE-DATE
002000*                  REPORT CREDVERV.DAT: EVERY POST THAT FALLS
002100*                  DUE WITHIN SEVEN DAYS OF THE RUN DATE (OR IS
002200*                  ALREADY OVERDUE) WITH THE LEVERANCIER'S IBAN,
002300*                  FOLLOWED BY VERVALLEN / DEZE WEEK / LATER PER
002400*                  LEVERANCIER FROM LEVMAST.IDX. CONDITION CODE
002500*                  4 WHEN A PAYMENT COULD NOT BE MATCHED, 8 WHEN
002600*                  THE OPEN POSTS DO NOT FIT THE TABLE (THE FILE
002700*                  IS THEN LEFT AS IT WAS).
002701* 2026-10-15  BJS  NO MORE TABLE OF ALL OPEN POSTS. CREDPOST.DAT
002702*                  AND THE PAYMENTS ARE SORTED ON LEVERANCIER AND
002703*                  FACTUUR AND MATCHED ONE FACTUUR AT A TIME; THE
002704*                  SURVIVORS GO THROUGH CREDNEW.DAT BACK TO
002705*                  CREDPOST.DAT, NOW IN LEVERANCIER ORDER, AND THE
002706*                  REPORTS ARE CONTROL BREAKS OVER IT. CONDITION
002707*                  CODE 8 ONLY WHEN ONE FACTUUR HAS MORE POSTS
002708*                  THAN THE TABLE HOLDS.
002800*-----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PAYABLES-FILE ASSIGN TO "CREDPOST.DAT"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-CREDPOST-STATUS.
003600
003700     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS LEV-NUMMER
004100         FILE STATUS IS WS-LEVMAST-STATUS.
004200
004300     SELECT SUPPLIER-PAYMENTS-FILE ASSIGN TO "CREDBET.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CREDBET-STATUS.
004501
004502     SELECT PAYABLES-SORT-FILE ASSIGN TO "SORTWK.DAT".
004503
004504     SELECT SORTED-PAYABLES-FILE ASSIGN TO "SRTCRED.DAT"
004505         ORGANIZATION IS LINE SEQUENTIAL.
004506
004507     SELECT NEW-PAYABLES-FILE ASSIGN TO "CREDNEW.DAT"
004508         ORGANIZATION IS LINE SEQUENTIAL.
004509
00450A     SELECT PAY-WORK-FILE ASSIGN TO "CREDBWRK.DAT"
00450B         ORGANIZATION IS LINE SEQUENTIAL.
00450C
00450D     SELECT PAY-SORT-FILE ASSIGN TO "SORTWK.DAT".
00450E
00450F     SELECT SORTED-PAY-FILE ASSIGN TO "SRTCBET.DAT"
00450G         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT DUE-REPORT-FILE ASSIGN TO "CREDVERV.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005000     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RUNSEQ-STATUS.
005300
005400     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-JRNL-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PAYABLES-FILE.
006100 01  PAYABLES-LINE            PIC X(132).
006200
006300 FD  LEVERANCIER-MASTER.
006400     COPY "LEVMAST.CPY".
006500
006600 FD  SUPPLIER-PAYMENTS-FILE.
006700 01  SUPPLIER-PAYMENTS-LINE   PIC X(80).
006701
006702*-----------------------------------------------------------
006703* CREDPOST.DAT SORTED ON LEVERANCIER AND FACTUUR - THE FIRST
006704* TWO FIELDS OF EVERY CREDPOST.CPY LINE
006705*-----------------------------------------------------------
006706 SD  PAYABLES-SORT-FILE.
006707 01  PAYABLES-SORT-RECORD.
006708     05  CS-LEVERANCIER       PIC X(08).
006709     05  FILLER               PIC X(01).
00670A     05  CS-FACTUUR           PIC X(12).
00670B     05  FILLER               PIC X(111).
00670C
00670D FD  SORTED-PAYABLES-FILE.
00670E 01  SORTED-PAYABLES-LINE     PIC X(132).
00670F
00670G FD  NEW-PAYABLES-FILE.
00670H 01  NEW-PAYABLES-LINE        PIC X(132).
00670I
00670J*-----------------------------------------------------------
00670K* ONE READABLE SUPPLIER PAYMENT, SORTED ON LEVERANCIER,
00670L* FACTUUR AND ITS PLACE IN CREDBET.DAT
00670M*-----------------------------------------------------------
00670N FD  PAY-WORK-FILE.
00670O 01  PAY-WORK-RECORD.
00670P     05  PW-LEVERANCIER       PIC X(08).
00670Q     05  PW-FACTUUR           PIC X(12).
00670R     05  PW-SEQ               PIC 9(06).
00670S     05  PW-BEDRAG            PIC S9(09)V99.
00670T     05  PW-LINE              PIC X(80).
00670U
00670V SD  PAY-SORT-FILE.
00670W 01  PAY-SORT-RECORD.
00670X     05  PS-LEVERANCIER       PIC X(08).
00670Y     05  PS-FACTUUR           PIC X(12).
00670Z     05  PS-SEQ               PIC 9(06).
006710     05  PS-BEDRAG            PIC S9(09)V99.
006711     05  PS-LINE              PIC X(80).
006712
006713 FD  SORTED-PAY-FILE.
006714 01  SORTED-PAY-RECORD.
006715     05  SP-LEVERANCIER       PIC X(08).
006716     05  SP-FACTUUR           PIC X(12).
006717     05  SP-SEQ               PIC 9(06).
006718     05  SP-BEDRAG            PIC S9(09)V99.
006719     05  SP-LINE              PIC X(80).
006800
006900 FD  DUE-REPORT-FILE.
007000 01  DUE-REPORT-LINE          PIC X(132).
007100
007200 FD  RUN-SEQ-FILE.
007300 01  RUN-SEQ-LINE             PIC 9(06).
007400
007500 FD  RUN-JOURNAL-FILE.
007600 01  RUN-JOURNAL-LINE         PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900*-----------------------------------------------------------
008000* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
008100*-----------------------------------------------------------
008200     COPY "RUNHDR.CPY".
008300
008400*-----------------------------------------------------------
008500* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
008600*-----------------------------------------------------------
008700     COPY "RUNJRNL.CPY".
008800 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
008900 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
009000 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
009100
009200 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
009300 01  WS-RUNSEQ-ENV-X          PIC X(10).
009400 01  WS-ADMIN-ENV-X           PIC X(06).
009500 01  WS-CREDPOST-STATUS       PIC X(02) VALUE "00".
009600 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
009700 01  WS-CREDBET-STATUS        PIC X(02) VALUE "00".
009800
009900 01  WS-POST-EOF              PIC X VALUE "N".
010000     88 POST-EOF              VALUE "Y".
010100     88 POST-NOT-EOF          VALUE "N".
010200 01  WS-PAY-EOF               PIC X VALUE "N".
010300     88 PAY-EOF               VALUE "Y".
010400     88 PAY-NOT-EOF           VALUE "N".
010500 01  WS-LEVMAST-SW            PIC X VALUE "N".
010600     88 LEVMAST-OPEN          VALUE "Y".
010700     88 LEVMAST-CLOSED        VALUE "N".
010800
010900*-----------------------------------------------------------
011000* OPEN POSTS OF ONE FACTUUR OF A LEVERANCIER - ONE ENTRY PER
011100* INKOOPPOST (ONE PER ARTIKEL RECEIVED), IN FILE ORDER, WHILE
011200* ITS PAYMENTS ARE APPLIED
011400*-----------------------------------------------------------
011500 77  WS-ITEM-COUNT            PIC 9(03) COMP VALUE ZERO.
011600 77  WS-ITEM-MAX              PIC 9(03) COMP VALUE 500.
011700 77  WS-ITEM-IDX              PIC 9(03) COMP VALUE ZERO.
012100 01  WS-TABLE-FULL-SW         PIC X VALUE "N".
012200     88 TABLE-FULL            VALUE "Y".
012300 01  WS-ITEM-TABLE.
012400     05  WS-ITEM-ENTRY OCCURS 500 TIMES.
012500         10  CRI-LEVERANCIER  PIC X(08).
012600         10  CRI-FACTUUR      PIC X(12).
012700         10  CRI-ARTIKEL      PIC X(08).
012800         10  CRI-DATUM        PIC 9(08).
012900         10  CRI-VERVALDATUM  PIC 9(08).
013000         10  CRI-BEDRAG       PIC S9(09)V99.
013100         10  CRI-BETAALD      PIC S9(09)V99.
013101
013102*-----------------------------------------------------------
013103* THE NEXT SORTED POST AND THE FACTUUR IN HAND. HIGH-VALUES
013104* IN A KEY MEANS ITS FILE IS AT END.
013105*-----------------------------------------------------------
013106 01  WS-POST-LINE             PIC X(132).
013107 01  WS-NEXT-POST.
013108     05  WS-POST-KEY.
013109         10  NXT-LEVERANCIER  PIC X(08).
01310A         10  NXT-FACTUUR      PIC X(12).
01310B     05  NXT-ARTIKEL          PIC X(08).
01310C     05  NXT-DATUM            PIC 9(08).
01310D     05  NXT-VERVALDATUM      PIC 9(08).
01310E     05  NXT-BEDRAG           PIC S9(09)V99.
01310F     05  NXT-BETAALD          PIC S9(09)V99.
01310G 01  WS-CUR-KEY.
01310H     05  WS-CUR-LEV           PIC X(08).
01310I     05  WS-CUR-FACTUUR       PIC X(12).
01310J 01  WS-POST-VALID-SW         PIC X VALUE "N".
01310K     88 POST-VALID            VALUE "Y".
01310L     88 POST-NOT-VALID        VALUE "N".
01310M 01  WS-POSTS-SW              PIC X VALUE "N".
01310N     88 POSTS-PRESENT         VALUE "Y".
01310O     88 POSTS-ABSENT          VALUE "N".
013200
013300 01  WS-CP-LEV-X              PIC X(10).
013400 01  WS-CP-FACTUUR-X          PIC X(14).
013500 01  WS-CP-ARTIKEL-X          PIC X(10).
013600 01  WS-CP-DATUM-X            PIC X(10).
013700 01  WS-CP-VERVAL-X           PIC X(10).
013800 01  WS-CP-BEDRAG-X           PIC X(16).
013900 01  WS-CP-BETAALD-X          PIC X(16).
014000
014100 01  WS-PAY-LEV-X             PIC X(10).
014200 01  WS-PAY-FACTUUR-X         PIC X(14).
014300 01  WS-PAY-BEDRAG-X          PIC X(16).
014400 01  WS-PAY-DATUM-X           PIC X(10).
014500 01  WS-PAY-KEY.
014600     05  WS-PAY-LEV           PIC X(08).
014601     05  WS-PAY-FACTUUR       PIC X(12).
014602 77  WS-PAY-SEQ               PIC 9(06) VALUE ZERO.
014700 01  WS-PAY-REST              PIC S9(09)V99 VALUE ZERO.
014800
014900 77  WS-PAYMENT-COUNT         PIC 9(05) COMP VALUE ZERO.
015000 77  WS-UNMATCHED-COUNT       PIC 9(05) COMP VALUE ZERO.
015100 77  WS-SETTLED-COUNT         PIC 9(05) COMP VALUE ZERO.
015101 77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
015200 77  WS-DUE-COUNT             PIC 9(05) COMP VALUE ZERO.
015300
015400*-----------------------------------------------------------
015500* DUE-DATE WORK FIELDS - THE WEEK RUNS FROM THE RUN DATE UP
015600* TO AND INCLUDING RUN DATE PLUS SEVEN DAYS
015700*-----------------------------------------------------------
015800 77  WS-RUN-DAYNUM            PIC 9(07) COMP VALUE ZERO.
015900 01  WS-WEEK-END-DATE         PIC 9(08) VALUE ZERO.
016000 01  WS-OPEN-BEDRAG           PIC S9(09)V99 VALUE ZERO.
016100 01  WS-BUCKET-VERV           PIC S9(09)V99 VALUE ZERO.
016200 01  WS-BUCKET-WEEK           PIC S9(09)V99 VALUE ZERO.
016300 01  WS-BUCKET-LATER          PIC S9(09)V99 VALUE ZERO.
016400 01  WS-TOT-VERV              PIC S9(09)V99 VALUE ZERO.
016500 01  WS-TOT-WEEK              PIC S9(09)V99 VALUE ZERO.
016600 01  WS-TOT-LATER             PIC S9(09)V99 VALUE ZERO.
016700 01  WS-LEV-DUE               PIC S9(09)V99 VALUE ZERO.
016800 01  WS-TOT-DUE               PIC S9(09)V99 VALUE ZERO.
016900 01  WS-BREAK-LEV             PIC X(08) VALUE HIGH-VALUES.
017000 01  WS-BREAK-NAAM            PIC X(30) VALUE SPACES.
017100 01  WS-BREAK-IBAN            PIC X(34) VALUE SPACES.
017600
017700     COPY "CREDPOST.CPY".
017800
017900*-----------------------------------------------------------
018000* DUE-DATE REPORT LAYOUTS
018100*-----------------------------------------------------------
018200 01  DUE-HEADING-1.
018300     05  FILLER               PIC X(27)
018400          VALUE "CREDITEUREN TE BETALEN T/M ".
018500     05  DUE-HDG-WEEK         PIC 9(08).
018600     05  FILLER               PIC X(12) VALUE "   RUNDATUM ".
018700     05  DUE-HDG-DATE         PIC 9(08).
018800     05  FILLER               PIC X(06) VALUE "  ADM ".
018900     05  DUE-HDG-ADMIN        PIC X(04).
019000
019100 01  DUE-HEADING-2.
019200     05  FILLER               PIC X(09) VALUE "LEV".
019300     05  FILLER               PIC X(31) VALUE "NAAM".
019400     05  FILLER               PIC X(35) VALUE "IBAN".
019500     05  FILLER               PIC X(13) VALUE "FACTUUR".
019600     05  FILLER               PIC X(09) VALUE "VERVALT".
019700     05  FILLER               PIC X(14) VALUE "          OPEN".
019800
019900 01  DUE-DETAIL-LINE.
020000     05  DUE-DET-LEV          PIC X(08).
020100     05  FILLER               PIC X(01) VALUE SPACE.
020200     05  DUE-DET-NAAM         PIC X(30).
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  DUE-DET-IBAN         PIC X(34).
020500     05  FILLER               PIC X(01) VALUE SPACE.
020600     05  DUE-DET-FACTUUR      PIC X(12).
020700     05  FILLER               PIC X(01) VALUE SPACE.
020800     05  DUE-DET-VERVAL       PIC 9(08).
020900     05  FILLER               PIC X(01) VALUE SPACE.
021000     05  DUE-DET-OPEN         PIC ---,---,--9.99.
021100     05  FILLER               PIC X(01) VALUE SPACE.
021200     05  DUE-DET-MARK         PIC X(09).
021300
021400 01  DUE-SUBTOTAL-LINE.
021500     05  FILLER               PIC X(09) VALUE SPACES.
021600     05  DUE-SUB-TEXT         PIC X(30).
021700     05  FILLER               PIC X(58) VALUE SPACES.
021800     05  DUE-SUB-BEDRAG       PIC ---,---,--9.99.
021900
022000 01  SUM-HEADING-1.
022100     05  FILLER               PIC X(40)
022200          VALUE "OPENSTAAND PER LEVERANCIER".
022300
022400 01  SUM-HEADING-2.
022500     05  FILLER               PIC X(09) VALUE "LEV".
022600     05  FILLER               PIC X(31) VALUE "NAAM".
022700     05  FILLER               PIC X(15) VALUE "     VERVALLEN".
022800     05  FILLER               PIC X(15) VALUE "     DEZE WEEK".
022900     05  FILLER               PIC X(15) VALUE "         LATER".
023000     05  FILLER               PIC X(15) VALUE "        TOTAAL".
023100
023200 01  SUM-DETAIL-LINE.
023300     05  SUM-DET-LEV          PIC X(08).
023400     05  FILLER               PIC X(01) VALUE SPACE.
023500     05  SUM-DET-NAAM         PIC X(30).
023600     05  FILLER               PIC X(01) VALUE SPACE.
023700     05  SUM-DET-VERV         PIC ---,---,--9.99.
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  SUM-DET-WEEK         PIC ---,---,--9.99.
024000     05  FILLER               PIC X(01) VALUE SPACE.
024100     05  SUM-DET-LATER        PIC ---,---,--9.99.
024200     05  FILLER               PIC X(01) VALUE SPACE.
024300     05  SUM-DET-TOTAAL       PIC ---,---,--9.99.
024400
024500 01  DUE-UNMATCHED-LINE.
024600     05  FILLER               PIC X(25)
024700          VALUE "BETALING ZONDER POST   : ".
024800     05  DUE-UNM-LINE         PIC X(80).
024900
025000 01  DUE-REST-LINE.
025100     05  FILLER               PIC X(25)
025200          VALUE "MEER BETAALD DAN OPEN  : ".
025300     05  DUE-REST-LEV         PIC X(08).
025400     05  FILLER               PIC X(01) VALUE SPACE.
025500     05  DUE-REST-FACTUUR     PIC X(12).
025600     05  FILLER               PIC X(01) VALUE SPACE.
025700     05  DUE-REST-BEDRAG      PIC ---,---,--9.99.
025800
025900 01  DUE-BLANK-LINE           PIC X(01) VALUE SPACE.
026000
026100 01  DUE-TRAILER-LINE.
026200     05  FILLER               PIC X(21)
026300                              VALUE "OPEN POSTEN        : ".
026400     05  DUE-TRL-COUNT        PIC ZZZ,ZZ9.
026500     05  FILLER               PIC X(25)
026600                              VALUE "   WAARVAN TE BETALEN  : ".
026700     05  DUE-TRL-DUE          PIC ZZZ,ZZ9.
026800
026900 PROCEDURE DIVISION.
027000
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027300     PERFORM 2000-SORT-PAYABLES THRU 2000-EXIT
027301     PERFORM 2500-SORT-PAYMENTS THRU 2500-EXIT
027302     PERFORM 3000-APPLY-PAYMENTS THRU 3000-EXIT
027400     IF TABLE-FULL
027500         CLOSE DUE-REPORT-FILE
027600         IF LEVMAST-OPEN
027700             CLOSE LEVERANCIER-MASTER
027800         END-IF
027900         MOVE 8 TO RETURN-CODE
028000         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
028100         STOP RUN
028200     END-IF
028400     PERFORM 4000-REWRITE-PAYABLES THRU 4000-EXIT
028500     PERFORM 5000-WRITE-DUE-LIST THRU 5000-EXIT
028600     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
028700     PERFORM 8000-FINALIZE THRU 8000-EXIT
028800     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
028900     STOP RUN.
029000
029100*-----------------------------------------------------------
029200* 1000-INITIALIZE - RUN HEADER, THE END OF THE PAYMENT WEEK,
029300*                   LEVMAST.IDX AND THE REPORT HEADING
029400*-----------------------------------------------------------
029500 1000-INITIALIZE.
029600     ACCEPT WS-START-TIME-RAW FROM TIME
029700     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
029800     COMPUTE WS-RUN-DAYNUM =
029900         FUNCTION INTEGER-OF-DATE(RUNHDR-RUN-DATE)
030000     COMPUTE WS-WEEK-END-DATE =
030100         FUNCTION DATE-OF-INTEGER(WS-RUN-DAYNUM + 7)
030200     OPEN INPUT LEVERANCIER-MASTER
030300     IF WS-LEVMAST-STATUS = "00"
030400         SET LEVMAST-OPEN TO TRUE
030500     ELSE
030600         DISPLAY "WARNING: GEEN LEVMAST.IDX - NAAM EN IBAN "
030700                 "ONTBREKEN OP CREDVERV.DAT"
030800     END-IF
030900*    THE REPORT IS OPEN FOR THE WHOLE RUN - UNMATCHED PAYMENTS
031000*    ARE LISTED ON IT AS THEY ARE MET
031100     OPEN OUTPUT DUE-REPORT-FILE
031200     MOVE WS-WEEK-END-DATE TO DUE-HDG-WEEK
031300     MOVE RUNHDR-RUN-DATE TO DUE-HDG-DATE
031400     MOVE RUNHDR-ADMIN TO DUE-HDG-ADMIN
031500     WRITE DUE-REPORT-LINE FROM DUE-HEADING-1
031600     WRITE DUE-REPORT-LINE FROM DUE-BLANK-LINE.
031700 1000-EXIT.
031800     EXIT.
031900
032000*-----------------------------------------------------------
032100* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
032200*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
032300*                       LIKE EVERY OTHER CHAIN STEP
032400*-----------------------------------------------------------
032500 1050-GET-RUN-HEADER.
032600     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
032700     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
032800     IF RUNHDR-OPERATOR-ID = SPACES
032900         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
033000     END-IF
033100     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
033200     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
033300     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
033400     IF WS-ADMIN-ENV-X NOT = SPACES
033500         MOVE FUNCTION UPPER-CASE(FUNCTION
033600             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
033700     END-IF
033800     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
033900     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
034000     IF WS-RUNSEQ-ENV-X NOT = SPACES
034100         AND FUNCTION TEST-NUMVAL(FUNCTION
034200                 TRIM(WS-RUNSEQ-ENV-X)) = 0
034300         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
034400             TO RUNHDR-RUN-SEQ
034500     ELSE
034600         OPEN INPUT RUN-SEQ-FILE
034700         IF WS-RUNSEQ-STATUS = "00"
034800             READ RUN-SEQ-FILE
034900                 AT END
035000                     MOVE ZERO TO RUN-SEQ-LINE
035100             END-READ
035200             CLOSE RUN-SEQ-FILE
035300         ELSE
035400             MOVE ZERO TO RUN-SEQ-LINE
035500         END-IF
035600         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
035700         OPEN OUTPUT RUN-SEQ-FILE
035800         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
035900         WRITE RUN-SEQ-LINE
036000         CLOSE RUN-SEQ-FILE
036100     END-IF
036200     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
036300             " DATE: " RUNHDR-RUN-DATE
036400             " SEQ: " RUNHDR-RUN-SEQ
036500             " ADM: " RUNHDR-ADMIN.
036600 1050-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------
037000* 2000-SORT-PAYABLES - THE STANDING OPEN-PAYABLES FILE ON
037100*                      LEVERANCIER AND FACTUUR, FILE ORDER KEPT
037200*                      WITHIN A FACTUUR. NO FILE MEANS NOTHING IS
037300*                      OWED (FIRST RUN).
037500*-----------------------------------------------------------
037600 2000-SORT-PAYABLES.
037700     SET POSTS-ABSENT TO TRUE
037800     OPEN INPUT PAYABLES-FILE
037900     IF WS-CREDPOST-STATUS NOT = "00"
038000         GO TO 2000-EXIT
038100     END-IF
039100     CLOSE PAYABLES-FILE
039200     SET POSTS-PRESENT TO TRUE
039300     SORT PAYABLES-SORT-FILE ON ASCENDING KEY CS-LEVERANCIER
039400                             ON ASCENDING KEY CS-FACTUUR
039500         WITH DUPLICATES IN ORDER
039600         USING PAYABLES-FILE
039601         GIVING SORTED-PAYABLES-FILE.
039700 2000-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------
040100* 2500-SORT-PAYMENTS - THE SUPPLIER PAYMENTS FILE, CHECKED AND
040200*                      SORTED ON LEVERANCIER, FACTUUR AND FILE
040201*                      ORDER. A LINE WITHOUT A READABLE BEDRAG
040202*                      IS LISTED AS UNMATCHED STRAIGHT AWAY.
040203*-----------------------------------------------------------
040204 2500-SORT-PAYMENTS.
040205     MOVE ZERO TO WS-PAY-SEQ
040206     OPEN OUTPUT PAY-WORK-FILE
040207     OPEN INPUT SUPPLIER-PAYMENTS-FILE
040208     IF WS-CREDBET-STATUS = "00"
040209         SET PAY-NOT-EOF TO TRUE
04020A         PERFORM UNTIL PAY-EOF
04020B             READ SUPPLIER-PAYMENTS-FILE
04020C                 AT END
04020D                     SET PAY-EOF TO TRUE
04020E                 NOT AT END
04020F                     PERFORM 2600-CHECK-ONE-PAYMENT THRU 2600-EXIT
04020G             END-READ
04020H         END-PERFORM
04020I         CLOSE SUPPLIER-PAYMENTS-FILE
040300     END-IF
040400     CLOSE PAY-WORK-FILE
040500     SORT PAY-SORT-FILE ON ASCENDING KEY PS-LEVERANCIER
040600                        ON ASCENDING KEY PS-FACTUUR
040700                        ON ASCENDING KEY PS-SEQ
040800         USING PAY-WORK-FILE
040900         GIVING SORTED-PAY-FILE.
041000 2500-EXIT.
044200     EXIT.
044300
044400 2600-CHECK-ONE-PAYMENT.
047400     IF SUPPLIER-PAYMENTS-LINE = SPACES
047500         GO TO 2600-EXIT
047600     END-IF
047700     MOVE SPACES TO WS-PAY-LEV-X WS-PAY-FACTUUR-X
047800                    WS-PAY-BEDRAG-X WS-PAY-DATUM-X
047900     UNSTRING SUPPLIER-PAYMENTS-LINE DELIMITED BY ","
048000         INTO WS-PAY-LEV-X WS-PAY-FACTUUR-X
048100              WS-PAY-BEDRAG-X WS-PAY-DATUM-X
048200     END-UNSTRING
048300     IF FUNCTION TEST-NUMVAL(FUNCTION
048400             TRIM(WS-PAY-BEDRAG-X)) NOT = 0
048500         ADD 1 TO WS-UNMATCHED-COUNT
048600         MOVE SUPPLIER-PAYMENTS-LINE TO DUE-UNM-LINE
048700         WRITE DUE-REPORT-LINE FROM DUE-UNMATCHED-LINE
048701         GO TO 2600-EXIT
048702     END-IF
048703     ADD 1 TO WS-PAY-SEQ
048704     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PAY-LEV-X))
048705         TO PW-LEVERANCIER
048706     MOVE FUNCTION TRIM(WS-PAY-FACTUUR-X) TO PW-FACTUUR
048707     MOVE WS-PAY-SEQ TO PW-SEQ
048708     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PAY-BEDRAG-X))
048709         TO PW-BEDRAG
04870A     MOVE SUPPLIER-PAYMENTS-LINE TO PW-LINE
04870B     WRITE PAY-WORK-RECORD.
04870C 2600-EXIT.
04870D     EXIT.
04870E
04870F*-----------------------------------------------------------
04870G* 3000-APPLY-PAYMENTS - THE SORTED POSTS AGAINST THE SORTED
04870H*                       PAYMENTS, ONE LEVERANCIER + FACTUUR AT A
04870I*                       TIME, PARTIAL PAYMENTS ALLOWED. THE
04870J*                       SURVIVING POSTS GO TO CREDNEW.DAT. A
04870K*                       FACTUUR WITH MORE POSTS THAN THE TABLE
04870L*                       HOLDS STOPS THE STEP BEFORE CREDPOST.DAT
04870M*                       IS REWRITTEN.
04870N*-----------------------------------------------------------
04870O 3000-APPLY-PAYMENTS.
04870P     OPEN OUTPUT NEW-PAYABLES-FILE
04870Q     IF POSTS-PRESENT
04870R         OPEN INPUT SORTED-PAYABLES-FILE
04870S         PERFORM 3050-READ-POST THRU 3050-EXIT
04870T     ELSE
04870U         MOVE HIGH-VALUES TO WS-POST-KEY
04870V     END-IF
04870W     OPEN INPUT SORTED-PAY-FILE
04870X     PERFORM 3060-READ-PAYMENT THRU 3060-EXIT
04870Y     PERFORM UNTIL TABLE-FULL
04870Z         OR (WS-POST-KEY = HIGH-VALUES
048710             AND WS-PAY-KEY = HIGH-VALUES)
048711         PERFORM 3100-ONE-FACTUUR THRU 3100-EXIT
048712     END-PERFORM
048713     IF POSTS-PRESENT
048714         CLOSE SORTED-PAYABLES-FILE
048715     END-IF
048716     CLOSE SORTED-PAY-FILE
048717     CLOSE NEW-PAYABLES-FILE
048718     IF TABLE-FULL
048719         DISPLAY "ERROR: FACTUUR " FUNCTION TRIM(WS-CUR-KEY)
04871A                 " HEEFT MEER DAN " WS-ITEM-MAX " OPEN POSTEN - "
04871B                 "STAP GESTOPT, BESTAND ONGEWIJZIGD"
04871C     END-IF.
04871D 3000-EXIT.
04871E     EXIT.
04871F
04871G*-----------------------------------------------------------
04871H* 3050-READ-POST - NEXT READABLE SORTED POST INTO WS-NEXT-POST;
04871I*                  HIGH-VALUES IN WS-POST-KEY AT THE END
04871J*-----------------------------------------------------------
04871K 3050-READ-POST.
04871L     SET POST-NOT-VALID TO TRUE
04871M     PERFORM UNTIL POST-VALID
04871N         READ SORTED-PAYABLES-FILE INTO WS-POST-LINE
04871O             AT END
04871P                 MOVE HIGH-VALUES TO WS-POST-KEY
04871Q                 GO TO 3050-EXIT
04871R         END-READ
04871S         PERFORM 3070-PARSE-POST THRU 3070-EXIT
04871T         IF POST-NOT-VALID AND WS-POST-LINE NOT = SPACES
04871U             DISPLAY "WARNING: ONLEESBARE CREDPOST-REGEL "
04871V                     "GENEGEERD: " FUNCTION TRIM(WS-POST-LINE)
04871W         END-IF
04871X     END-PERFORM.
04871Y 3050-EXIT.
04871Z     EXIT.
048720
048721 3060-READ-PAYMENT.
048722     READ SORTED-PAY-FILE
048723         AT END
048724             MOVE HIGH-VALUES TO WS-PAY-KEY
048725             GO TO 3060-EXIT
048726     END-READ
048727     MOVE SP-LEVERANCIER TO WS-PAY-LEV
048728     MOVE SP-FACTUUR TO WS-PAY-FACTUUR.
048729 3060-EXIT.
04872A     EXIT.
04872B
04872C*-----------------------------------------------------------
04872D* 3070-PARSE-POST - ONE CREDPOST.DAT LINE (CREDPOST.CPY) FROM
04872E*                   WS-POST-LINE INTO WS-NEXT-POST
04872F*-----------------------------------------------------------
04872G 3070-PARSE-POST.
04872H     SET POST-NOT-VALID TO TRUE
04872I     IF WS-POST-LINE = SPACES
04872J         GO TO 3070-EXIT
04872K     END-IF
04872L     MOVE SPACES TO WS-CP-LEV-X WS-CP-FACTUUR-X WS-CP-ARTIKEL-X
04872M                    WS-CP-DATUM-X WS-CP-VERVAL-X
04872N                    WS-CP-BEDRAG-X WS-CP-BETAALD-X
04872O     UNSTRING WS-POST-LINE DELIMITED BY ","
04872P         INTO WS-CP-LEV-X WS-CP-FACTUUR-X WS-CP-ARTIKEL-X
04872Q              WS-CP-DATUM-X WS-CP-VERVAL-X
04872R              WS-CP-BEDRAG-X WS-CP-BETAALD-X
04872S     END-UNSTRING
04872T     IF FUNCTION TRIM(WS-CP-DATUM-X) IS NOT NUMERIC
04872U         OR FUNCTION TRIM(WS-CP-VERVAL-X) IS NOT NUMERIC
04872V         OR FUNCTION TEST-NUMVAL(FUNCTION
04872W             TRIM(WS-CP-BEDRAG-X)) NOT = 0
04872X         OR FUNCTION TEST-NUMVAL(FUNCTION
04872Y             TRIM(WS-CP-BETAALD-X)) NOT = 0
04872Z         GO TO 3070-EXIT
048730     END-IF
048731     SET POST-VALID TO TRUE
048732     MOVE FUNCTION TRIM(WS-CP-LEV-X) TO NXT-LEVERANCIER
048733     MOVE FUNCTION TRIM(WS-CP-FACTUUR-X) TO NXT-FACTUUR
048734     MOVE FUNCTION TRIM(WS-CP-ARTIKEL-X) TO NXT-ARTIKEL
048735     MOVE FUNCTION NUMVAL(WS-CP-DATUM-X) TO NXT-DATUM
048736     MOVE FUNCTION NUMVAL(WS-CP-VERVAL-X) TO NXT-VERVALDATUM
048737     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CP-BEDRAG-X))
048738         TO NXT-BEDRAG
048739     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-CP-BETAALD-X))
04873A         TO NXT-BETAALD.
04873B 3070-EXIT.
04873C     EXIT.
04873D
04873E*-----------------------------------------------------------
04873F* 3100-ONE-FACTUUR - THE LOWER OF THE TWO KEYS: ITS POSTS INTO
04873G*                    THE TABLE, ITS PAYMENTS APPLIED IN FILE
04873H*                    ORDER, THE POSTS STILL OPEN WRITTEN BACK
04873I*-----------------------------------------------------------
04873J 3100-ONE-FACTUUR.
04873K     MOVE WS-POST-KEY TO WS-CUR-KEY
04873L     IF WS-PAY-KEY < WS-CUR-KEY
04873M         MOVE WS-PAY-KEY TO WS-CUR-KEY
04873N     END-IF
04873O     MOVE ZERO TO WS-ITEM-COUNT
04873P     PERFORM 3150-LOAD-ONE-POST THRU 3150-EXIT
04873Q         UNTIL WS-POST-KEY NOT = WS-CUR-KEY OR TABLE-FULL
04873R     IF TABLE-FULL
048800         GO TO 3100-EXIT
048900     END-IF
049000     PERFORM 3300-APPLY-ONE-PAYMENT THRU 3300-EXIT
049100         UNTIL WS-PAY-KEY NOT = WS-CUR-KEY
049200     PERFORM 3500-WRITE-ONE-POST THRU 3500-EXIT
049300         VARYING WS-ITEM-IDX FROM 1 BY 1
049400         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
049500 3100-EXIT.
049600     EXIT.
049601
049602 3150-LOAD-ONE-POST.
049603     IF WS-ITEM-COUNT >= WS-ITEM-MAX
049604         SET TABLE-FULL TO TRUE
049605         GO TO 3150-EXIT
049606     END-IF
049607     ADD 1 TO WS-ITEM-COUNT
049608     MOVE NXT-LEVERANCIER TO CRI-LEVERANCIER (WS-ITEM-COUNT)
049609     MOVE NXT-FACTUUR     TO CRI-FACTUUR (WS-ITEM-COUNT)
04960A     MOVE NXT-ARTIKEL     TO CRI-ARTIKEL (WS-ITEM-COUNT)
04960B     MOVE NXT-DATUM       TO CRI-DATUM (WS-ITEM-COUNT)
04960C     MOVE NXT-VERVALDATUM TO CRI-VERVALDATUM (WS-ITEM-COUNT)
04960D     MOVE NXT-BEDRAG      TO CRI-BEDRAG (WS-ITEM-COUNT)
04960E     MOVE NXT-BETAALD     TO CRI-BETAALD (WS-ITEM-COUNT)
04960F     PERFORM 3050-READ-POST THRU 3050-EXIT.
04960G 3150-EXIT.
04960H     EXIT.
04960I
04960J*-----------------------------------------------------------
04960K* 3300-APPLY-ONE-PAYMENT - THE BEDRAG FILLS THE POSTS OF THE
04960L*                          FACTUUR IN FILE ORDER. WHAT IS LEFT
04960M*                          OVER STAYS ON THE LAST POST AND IS
04960N*                          LISTED. NO POSTS: LISTED AS UNMATCHED.
04960O*-----------------------------------------------------------
04960P 3300-APPLY-ONE-PAYMENT.
04960Q     MOVE SP-BEDRAG TO WS-PAY-REST
04960R     MOVE SP-LINE TO DUE-UNM-LINE
04960S     PERFORM 3060-READ-PAYMENT THRU 3060-EXIT
04960T     IF WS-ITEM-COUNT = ZERO
04960U         ADD 1 TO WS-UNMATCHED-COUNT
04960V         WRITE DUE-REPORT-LINE FROM DUE-UNMATCHED-LINE
04960W         GO TO 3300-EXIT
04960X     END-IF
04960Y     PERFORM 3400-FILL-ONE-POST THRU 3400-EXIT
04960Z         VARYING WS-ITEM-IDX FROM 1 BY 1
049700         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
050900     ADD 1 TO WS-PAYMENT-COUNT
051000     IF WS-PAY-REST NOT = ZERO
051100         ADD WS-PAY-REST TO CRI-BETAALD (WS-ITEM-COUNT)
051200         MOVE WS-CUR-LEV     TO DUE-REST-LEV
051300         MOVE WS-CUR-FACTUUR TO DUE-REST-FACTUUR
051400         MOVE WS-PAY-REST    TO DUE-REST-BEDRAG
051500         WRITE DUE-REPORT-LINE FROM DUE-REST-LINE
051600         ADD 1 TO WS-UNMATCHED-COUNT
051700     END-IF.
051800 3300-EXIT.
051900     EXIT.
052000
052100*-----------------------------------------------------------
052200* 3400-FILL-ONE-POST - AS MUCH OF THE PAYMENT AS THIS POST
052300*                      STILL HAS OPEN
052500*-----------------------------------------------------------
052600 3400-FILL-ONE-POST.
052900     COMPUTE WS-OPEN-BEDRAG =
053000         CRI-BEDRAG (WS-ITEM-IDX) - CRI-BETAALD (WS-ITEM-IDX)
053100     IF WS-OPEN-BEDRAG <= ZERO OR WS-PAY-REST <= ZERO
053200         GO TO 3400-EXIT
053300     END-IF
053400     IF WS-PAY-REST < WS-OPEN-BEDRAG
053500         MOVE WS-PAY-REST TO WS-OPEN-BEDRAG
053600     END-IF
053700     ADD WS-OPEN-BEDRAG TO CRI-BETAALD (WS-ITEM-IDX)
053800     SUBTRACT WS-OPEN-BEDRAG FROM WS-PAY-REST.
053900 3400-EXIT.
054000     EXIT.
054100
054200*-----------------------------------------------------------
054300* 3500-WRITE-ONE-POST - A POST STILL OPEN TO CREDNEW.DAT; A
054400*                       FULLY PAID POST IS SETTLED AND DROPPED.
054500*-----------------------------------------------------------
054501 3500-WRITE-ONE-POST.
054502     IF CRI-BETAALD (WS-ITEM-IDX) >= CRI-BEDRAG (WS-ITEM-IDX)
054503         ADD 1 TO WS-SETTLED-COUNT
054504         GO TO 3500-EXIT
054505     END-IF
054506     MOVE CRI-LEVERANCIER (WS-ITEM-IDX) TO CRP-LEVERANCIER
054507     MOVE CRI-FACTUUR (WS-ITEM-IDX)     TO CRP-FACTUUR
054508     MOVE CRI-ARTIKEL (WS-ITEM-IDX)     TO CRP-ARTIKEL
054509     MOVE CRI-DATUM (WS-ITEM-IDX)       TO CRP-DATUM
05450A     MOVE CRI-VERVALDATUM (WS-ITEM-IDX) TO CRP-VERVALDATUM
05450B     MOVE CRI-BEDRAG (WS-ITEM-IDX)      TO CRP-BEDRAG
05450C     MOVE CRI-BETAALD (WS-ITEM-IDX)     TO CRP-BETAALD
05450D     WRITE NEW-PAYABLES-LINE FROM CRP-DETAIL-LINE
05450E     ADD 1 TO WS-OPEN-COUNT.
05450F 3500-EXIT.
05450G     EXIT.
05450H
05450I*-----------------------------------------------------------
05450J* 4000-REWRITE-PAYABLES - THE SURVIVING POSTS FROM CREDNEW.DAT
05450K*                         BACK TO CREDPOST.DAT, NOW IN
05450L*                         LEVERANCIER ORDER
054600*-----------------------------------------------------------
054700 4000-REWRITE-PAYABLES.
054701     OPEN INPUT NEW-PAYABLES-FILE
054800     OPEN OUTPUT PAYABLES-FILE
054900     SET POST-NOT-EOF TO TRUE
055000     PERFORM UNTIL POST-EOF
055100         READ NEW-PAYABLES-FILE
055200             AT END
055300                 SET POST-EOF TO TRUE
055400             NOT AT END
055500                 WRITE PAYABLES-LINE FROM NEW-PAYABLES-LINE
055600         END-READ
056400     END-PERFORM
056500     CLOSE PAYABLES-FILE
056501     CLOSE NEW-PAYABLES-FILE.
056600 4000-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------
057000* 5000-WRITE-DUE-LIST - WHAT TO PAY THIS WEEK: EVERY OPEN POST
057100*                       WITH A VERVALDATUM UP TO RUN DATE PLUS
057200*                       SEVEN DAYS, PER LEVERANCIER WITH A
057300*                       SUBTOTAL EACH.
057400*-----------------------------------------------------------
057500 5000-WRITE-DUE-LIST.
057600     WRITE DUE-REPORT-LINE FROM DUE-BLANK-LINE
057700     WRITE DUE-REPORT-LINE FROM DUE-HEADING-2
057800     MOVE HIGH-VALUES TO WS-BREAK-LEV
057900     MOVE ZERO TO WS-LEV-DUE
058000     OPEN INPUT PAYABLES-FILE
058001     PERFORM 5050-READ-POST THRU 5050-EXIT
058002     PERFORM UNTIL WS-POST-KEY = HIGH-VALUES
058003         PERFORM 5100-ONE-POST-DUE THRU 5100-EXIT
058004         PERFORM 5050-READ-POST THRU 5050-EXIT
058100     END-PERFORM
058101     CLOSE PAYABLES-FILE
058102     PERFORM 5150-LEV-SUBTOTAL THRU 5150-EXIT
058200     MOVE "TOTAAL TE BETALEN" TO DUE-SUB-TEXT
058300     MOVE WS-TOT-DUE TO DUE-SUB-BEDRAG
058400     WRITE DUE-REPORT-LINE FROM DUE-SUBTOTAL-LINE.
058500 5000-EXIT.
058600     EXIT.
058700
058800*-----------------------------------------------------------
058900* 5050-READ-POST - NEXT POST OF THE REWRITTEN CREDPOST.DAT INTO
059000*                  WS-NEXT-POST; HIGH-VALUES IN WS-POST-KEY AT
059100*                  THE END
059200*-----------------------------------------------------------
059300 5050-READ-POST.
059400     SET POST-NOT-VALID TO TRUE
059500     PERFORM UNTIL POST-VALID
059501         READ PAYABLES-FILE INTO WS-POST-LINE
059502             AT END
059503                 MOVE HIGH-VALUES TO WS-POST-KEY
059504                 GO TO 5050-EXIT
059505         END-READ
059506         PERFORM 3070-PARSE-POST THRU 3070-EXIT
059507     END-PERFORM.
059508 5050-EXIT.
059509     EXIT.
05950A
05950B 5100-ONE-POST-DUE.
05950C     IF NXT-LEVERANCIER NOT = WS-BREAK-LEV
05950D         PERFORM 5150-LEV-SUBTOTAL THRU 5150-EXIT
05950E         MOVE NXT-LEVERANCIER TO WS-BREAK-LEV
05950F         PERFORM 7000-READ-LEVERANCIER THRU 7000-EXIT
05950G     END-IF
05950H     IF NXT-BETAALD >= NXT-BEDRAG
05950I         OR NXT-VERVALDATUM > WS-WEEK-END-DATE
059600         GO TO 5100-EXIT
059700     END-IF
059800     COMPUTE WS-OPEN-BEDRAG = NXT-BEDRAG - NXT-BETAALD
062500     MOVE WS-BREAK-LEV  TO DUE-DET-LEV
062600     MOVE WS-BREAK-NAAM TO DUE-DET-NAAM
062700     MOVE WS-BREAK-IBAN TO DUE-DET-IBAN
062800     MOVE NXT-FACTUUR TO DUE-DET-FACTUUR
062900     MOVE NXT-VERVALDATUM TO DUE-DET-VERVAL
063000     MOVE WS-OPEN-BEDRAG TO DUE-DET-OPEN
063100     IF NXT-VERVALDATUM < RUNHDR-RUN-DATE
063200         MOVE "VERVALLEN" TO DUE-DET-MARK
063300     ELSE
063400         MOVE SPACES TO DUE-DET-MARK
063500     END-IF
063600     WRITE DUE-REPORT-LINE FROM DUE-DETAIL-LINE
063700     ADD WS-OPEN-BEDRAG TO WS-LEV-DUE WS-TOT-DUE
063800     ADD 1 TO WS-DUE-COUNT.
063900 5100-EXIT.
063901     EXIT.
063902
063903*-----------------------------------------------------------
063904* 5150-LEV-SUBTOTAL - THE SUBTOTAL OF THE LEVERANCIER JUST
063905*                     LISTED, WHEN ANYTHING OF IT IS DUE
063906*-----------------------------------------------------------
063907 5150-LEV-SUBTOTAL.
063908     IF WS-LEV-DUE = ZERO
063909         GO TO 5150-EXIT
06390A     END-IF
06390B     MOVE SPACES TO DUE-SUB-TEXT
06390C     STRING "TOTAAL " DELIMITED BY SIZE
06390D            WS-BREAK-LEV DELIMITED BY SPACE
06390E            INTO DUE-SUB-TEXT
06390F     END-STRING
06390G     MOVE WS-LEV-DUE TO DUE-SUB-BEDRAG
06390H     WRITE DUE-REPORT-LINE FROM DUE-SUBTOTAL-LINE
06390I     WRITE DUE-REPORT-LINE FROM DUE-BLANK-LINE
06390J     MOVE ZERO TO WS-LEV-DUE.
06390K 5150-EXIT.
064000     EXIT.
064100
064200*-----------------------------------------------------------
064300* 6000-WRITE-SUMMARY - VERVALLEN / DEZE WEEK / LATER PER
064400*                      LEVERANCIER OVER ALL OPEN POSTS, SO
064500*                      FINANCE ALSO SEES WHAT IS COMING.
064600*-----------------------------------------------------------
064700 6000-WRITE-SUMMARY.
064800     WRITE DUE-REPORT-LINE FROM DUE-BLANK-LINE
064900     WRITE DUE-REPORT-LINE FROM SUM-HEADING-1
065000     WRITE DUE-REPORT-LINE FROM SUM-HEADING-2
065100     MOVE HIGH-VALUES TO WS-BREAK-LEV
065200     OPEN INPUT PAYABLES-FILE
065300     PERFORM 5050-READ-POST THRU 5050-EXIT
065301     PERFORM UNTIL WS-POST-KEY = HIGH-VALUES
065302         PERFORM 6100-ONE-POST-SUMMARY THRU 6100-EXIT
065303         PERFORM 5050-READ-POST THRU 5050-EXIT
065400     END-PERFORM
065401     CLOSE PAYABLES-FILE
065402     PERFORM 6150-LEV-SUMMARY-LINE THRU 6150-EXIT
065500     MOVE SPACES TO SUM-DET-LEV
065600     MOVE "TOTAAL" TO SUM-DET-NAAM
065700     MOVE WS-TOT-VERV  TO SUM-DET-VERV
065800     MOVE WS-TOT-WEEK  TO SUM-DET-WEEK
065900     MOVE WS-TOT-LATER TO SUM-DET-LATER
066000     COMPUTE SUM-DET-TOTAAL =
066100         WS-TOT-VERV + WS-TOT-WEEK + WS-TOT-LATER
066200     WRITE DUE-REPORT-LINE FROM SUM-DETAIL-LINE.
066300 6000-EXIT.
066400     EXIT.
066500
066600 6100-ONE-POST-SUMMARY.
066700     IF NXT-BETAALD >= NXT-BEDRAG
066900         GO TO 6100-EXIT
067000     END-IF
067100     IF NXT-LEVERANCIER NOT = WS-BREAK-LEV
067200         PERFORM 6150-LEV-SUMMARY-LINE THRU 6150-EXIT
067300         MOVE NXT-LEVERANCIER TO WS-BREAK-LEV
067400         PERFORM 7000-READ-LEVERANCIER THRU 7000-EXIT
067500         MOVE ZERO TO WS-BUCKET-VERV WS-BUCKET-WEEK
067600                      WS-BUCKET-LATER
067700     END-IF
067800     PERFORM 6200-BUCKET-ONE-POST THRU 6200-EXIT.
067900 6100-EXIT.
067901     EXIT.
067902
067903*-----------------------------------------------------------
067904* 6150-LEV-SUMMARY-LINE - THE BUCKETS OF THE LEVERANCIER JUST
067905*                         READ; NOTHING BEFORE THE FIRST ONE
067906*-----------------------------------------------------------
067907 6150-LEV-SUMMARY-LINE.
067908     IF WS-BREAK-LEV = HIGH-VALUES
067909         GO TO 6150-EXIT
06790A     END-IF
068000     MOVE WS-BREAK-LEV    TO SUM-DET-LEV
068100     MOVE WS-BREAK-NAAM   TO SUM-DET-NAAM
068200     MOVE WS-BUCKET-VERV  TO SUM-DET-VERV
068300     MOVE WS-BUCKET-WEEK  TO SUM-DET-WEEK
068400     MOVE WS-BUCKET-LATER TO SUM-DET-LATER
068500     COMPUTE SUM-DET-TOTAAL =
068600         WS-BUCKET-VERV + WS-BUCKET-WEEK + WS-BUCKET-LATER
068700     WRITE DUE-REPORT-LINE FROM SUM-DETAIL-LINE.
068800 6150-EXIT.
068900     EXIT.
069000
069100 6200-BUCKET-ONE-POST.
069200     COMPUTE WS-OPEN-BEDRAG = NXT-BEDRAG - NXT-BETAALD
069400     EVALUATE TRUE
069500         WHEN NXT-VERVALDATUM < RUNHDR-RUN-DATE
069600             ADD WS-OPEN-BEDRAG TO WS-BUCKET-VERV WS-TOT-VERV
069700         WHEN NXT-VERVALDATUM <= WS-WEEK-END-DATE
069800             ADD WS-OPEN-BEDRAG TO WS-BUCKET-WEEK WS-TOT-WEEK
069900         WHEN OTHER
070000             ADD WS-OPEN-BEDRAG TO WS-BUCKET-LATER WS-TOT-LATER
070100     END-EVALUATE.
070200 6200-EXIT.
070300     EXIT.
070400
070500*-----------------------------------------------------------
070600* 7000-READ-LEVERANCIER - NAAM AND IBAN OF WS-BREAK-LEV FROM
070700*                         LEVMAST.IDX
071000*-----------------------------------------------------------
071100 7000-READ-LEVERANCIER.
072900     MOVE "ONBEKEND" TO WS-BREAK-NAAM
073000     MOVE SPACES TO WS-BREAK-IBAN
073100     IF LEVMAST-CLOSED
073200         GO TO 7000-EXIT
073300     END-IF
073400     MOVE WS-BREAK-LEV TO LEV-NUMMER
073500     READ LEVERANCIER-MASTER
073600         INVALID KEY
073700             GO TO 7000-EXIT
073800     END-READ
073900     MOVE LEV-NAAM TO WS-BREAK-NAAM
074000     MOVE LEV-IBAN TO WS-BREAK-IBAN.
074100 7000-EXIT.
074200     EXIT.
074300
074400*-----------------------------------------------------------
074500* 8000-FINALIZE - TRAILER, CLOSE AND CONDITION CODE
074600*-----------------------------------------------------------
074700 8000-FINALIZE.
074800     WRITE DUE-REPORT-LINE FROM DUE-BLANK-LINE
074900     MOVE WS-OPEN-COUNT TO DUE-TRL-COUNT
075100     MOVE WS-DUE-COUNT TO DUE-TRL-DUE
075200     WRITE DUE-REPORT-LINE FROM DUE-TRAILER-LINE
075300     CLOSE DUE-REPORT-FILE
075400     IF LEVMAST-OPEN
075500         CLOSE LEVERANCIER-MASTER
075600     END-IF
075700     DISPLAY "CREDITR COMPLETE - " WS-PAYMENT-COUNT
075800             " BETALING(EN), " WS-SETTLED-COUNT " VEREFFEND, "
075900             WS-DUE-COUNT " TE BETALEN."
076000     IF WS-UNMATCHED-COUNT > ZERO
076100         DISPLAY "WARNING: " WS-UNMATCHED-COUNT
076200                 " BETALING(EN) NIET (GEHEEL) TOEGEWEZEN - "
076300                 "ZIE CREDVERV.DAT"
076400         MOVE 4 TO RETURN-CODE
076500     END-IF.
076600 8000-EXIT.
076700     EXIT.
076800
076900*-----------------------------------------------------------
077000* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
077100*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
077200*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
077300*-----------------------------------------------------------
077400 9000-WRITE-RUN-JOURNAL.
077500     ACCEPT WS-END-TIME-RAW FROM TIME
077600     OPEN EXTEND RUN-JOURNAL-FILE
077700     IF WS-JRNL-STATUS = "35"
077800         OPEN OUTPUT RUN-JOURNAL-FILE
077900     END-IF
078000     MOVE "CREDITR " TO JRNL-PROGRAM
078100     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
078200     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
078300     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
078400     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
078500     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
078600     MOVE RETURN-CODE TO JRNL-RC
078700     MOVE WS-PAYMENT-COUNT TO JRNL-COUNT-1
078800     MOVE WS-DUE-COUNT TO JRNL-COUNT-2
078900     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
079000     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
079100     CLOSE RUN-JOURNAL-FILE.
079200 9000-EXIT.
079300     EXIT.
