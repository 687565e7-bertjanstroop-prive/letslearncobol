000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEBAFST.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - AANSLUITING DEBITEUREN
001300*                  SUBADMINISTRATIE OP HET GROOTBOEK. THE
001400*                  DEBITEUREN DEBITS OF EVERY GL EXTRACT
001500*                  REGISTERED IN GLREG.DAT UP TO THE RUN DATE,
001600*                  LESS EVERY BETALING DEBITEUR APPLIED
001700*                  (DEBMUT.DAT), GIVE THE BALANCE OF THE
001800*                  DEBITEUREN CONTROL ACCOUNT. IT IS COMPARED
001900*                  WITH THE SUM OF THE OPEN POSTEN ON
002000*                  OPENPOST.DAT. A DIFFERENCE IS BROKEN DOWN
002100*                  PER FACTUUR: THE GROOTBOEK SIDE FROM
002200*                  GLDEB.DAT (GLEXTR), THE DEBITEUREN SIDE FROM
002300*                  DEBMUT.DAT AND OPENPOST.DAT, SORTED TOGETHER
002400*                  ON FACTUURNR. EVERY FACTUUR OR BETALING THAT
002500*                  EXISTS ON ONE SIDE ONLY IS LISTED WITH ITS
002600*                  REDEN ON DEBAFST.DAT; A GROOTBOEK DAY WITHOUT
002700*                  FACTUURDETAIL IS SHOWN AS ONE AMOUNT.
002800*                  CONDITION CODE 4 WHEN THE AANSLUITING DOES
002900*                  NOT CLOSE. HONOURS THE RUNDATE OVERRIDE LIKE
003000*                  GLEXTR. READ-ONLY.
003001* 2026-10-15  BJS  DE OPEN POSTEN KOMEN UIT DE GEINDEXEERDE
003002*                  OPENPOST.IDX (OPENPOST.CPY).
003003* 2026-10-15  BJS  AFBOEKINGEN: DE A-MUTATIE (DEBMUT.CPY) SLUIT DE
003004*                  POST; HET GROOTBOEK VOLGT MET HET EERSTVOLGENDE
003005*                  EXTRACT (GLEXTR, NETTO IN GLREG.DAT EN NEGATIEF
003006*                  IN GLDEB.DAT). TOT DAN STAAT DE FACTUUR MET
003007*                  REDEN AFBOEKING NOG NIET IN GROOTBOEK.
003100*-----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-GLREG-STATUS.
003900
004000     SELECT GL-DEBDET-FILE ASSIGN TO "GLDEB.DAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-GLDEB-STATUS.
004300
004400     SELECT DEBMUT-FILE ASSIGN TO "DEBMUT.DAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-DEBMUT-STATUS.
004700
004800     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
004900         ORGANIZATION IS INDEXED
004901         ACCESS MODE IS SEQUENTIAL
004902         RECORD KEY IS OPN-FACTUUR
004903         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
005000         FILE STATUS IS WS-OPENPOST-STATUS.
005100
005200     SELECT AFS-WORK-FILE ASSIGN TO "AFSWRK.DAT"
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT AFS-SORT-FILE ASSIGN TO "SORTWK.DAT".
005600
005700     SELECT SORTED-AFS-FILE ASSIGN TO "SRTAFS.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT AFS-REPORT-FILE ASSIGN TO "DEBAFST.DAT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200
006300     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RUNSEQ-STATUS.
006600
006700     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-JRNL-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  GL-REGISTER-FILE.
007400 01  GL-REGISTER-LINE         PIC X(80).
007500
007600 FD  GL-DEBDET-FILE.
007700 01  GL-DEBDET-LINE           PIC X(80).
007800
007900 FD  DEBMUT-FILE.
008000 01  DEBMUT-LINE              PIC X(80).
008100
008200 FD  OPEN-ITEMS-FILE.
008300     COPY "OPENPOST.CPY".
008400
008500*-----------------------------------------------------------
008600* WERKREGEL - ONE PER BRONREGEL: G GROOTBOEK (GLDEB), F
008700* GEBOEKTE FACTUUR, B TOEGEPASTE BETALING EN A AFBOEKING
008800* (DEBMUT), O OPEN POST (OPENPOST, BEDRAG = NOG OPEN)
008900*-----------------------------------------------------------
009000 FD  AFS-WORK-FILE.
009100 01  AFS-WORK-RECORD.
009200     05  AW-INVOICE           PIC X(10).
009300     05  AW-TYPE              PIC X(01).
009400     05  AW-KLANT             PIC X(10).
009500     05  AW-BEDRAG            PIC S9(09)V99.
009600     05  AW-BETAALD           PIC S9(09)V99.
009700
009800 SD  AFS-SORT-FILE.
009900 01  AFS-SORT-RECORD.
010000     05  AS-INVOICE           PIC X(10).
010100     05  AS-TYPE              PIC X(01).
010200     05  FILLER               PIC X(32).
010300
010400 FD  SORTED-AFS-FILE.
010500 01  SORTED-AFS-RECORD.
010600     05  AR-INVOICE           PIC X(10).
010700     05  AR-TYPE              PIC X(01).
010800     05  AR-KLANT             PIC X(10).
010900     05  AR-BEDRAG            PIC S9(09)V99.
011000     05  AR-BETAALD           PIC S9(09)V99.
011100
011200 FD  AFS-REPORT-FILE.
011300 01  AFS-REPORT-LINE          PIC X(132).
011400
011500 FD  RUN-SEQ-FILE.
011600 01  RUN-SEQ-LINE             PIC 9(06).
011700
011800 FD  RUN-JOURNAL-FILE.
011900 01  RUN-JOURNAL-LINE         PIC X(80).
012000
012100 WORKING-STORAGE SECTION.
012200*-----------------------------------------------------------
012300* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
012400*-----------------------------------------------------------
012500     COPY "RUNHDR.CPY".
012600
012700*-----------------------------------------------------------
012800* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
012900*-----------------------------------------------------------
013000     COPY "RUNJRNL.CPY".
013100 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
013200 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
013300 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
013400
013500 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
013600 01  WS-RUNSEQ-ENV-X          PIC X(10).
013700 01  WS-RUNDATE-ENV-X         PIC X(10).
013800 01  WS-ADMIN-ENV-X           PIC X(06).
013900 01  WS-GLREG-STATUS          PIC X(02) VALUE "00".
014000 01  WS-GLDEB-STATUS          PIC X(02) VALUE "00".
014100 01  WS-DEBMUT-STATUS         PIC X(02) VALUE "00".
014200 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
014300
014400 01  WS-EOF-SW                PIC X VALUE "N".
014500     88 FILE-EOF              VALUE "Y".
014600     88 FILE-NOT-EOF          VALUE "N".
014700
014800*-----------------------------------------------------------
014900* PARSE FIELDS - GLREG (DATUM,SEQ,BEDRAG,OPERATOR), GLDEB
015000* (DATUM,SEQ,FACTUUR,BEDRAG) EN DEBMUT (ZIE DEBMUT.CPY)
015200*-----------------------------------------------------------
015300 01  WS-IN-DATE-X             PIC X(10).
015400 01  WS-IN-SEQ-X              PIC X(08).
015500 01  WS-IN-TYPE-X             PIC X(02).
015600 01  WS-IN-INVOICE-X          PIC X(12).
015700 01  WS-IN-KLANT-X            PIC X(12).
015900 01  WS-IN-BEDRAG-X           PIC X(16).
016100 01  WS-IN-REST-X             PIC X(16).
016200 01  WS-IN-DATE               PIC 9(08) VALUE ZERO.
016300
016400*-----------------------------------------------------------
016500* DE TOTALEN VAN DE AANSLUITING
016600*-----------------------------------------------------------
016700 01  WS-GL-DEBET              PIC S9(11)V99 VALUE ZERO.
016800 01  WS-GL-DETAIL             PIC S9(11)V99 VALUE ZERO.
016900 01  WS-GL-ZONDER-DETAIL      PIC S9(11)V99 VALUE ZERO.
017000 01  WS-BETAALD-TOTAAL        PIC S9(11)V99 VALUE ZERO.
017100 01  WS-SALDO-BEHEER          PIC S9(11)V99 VALUE ZERO.
017200 01  WS-OPEN-TOTAAL           PIC S9(11)V99 VALUE ZERO.
017300 01  WS-VERSCHIL              PIC S9(11)V99 VALUE ZERO.
017400 01  WS-VERKLAARD             PIC S9(11)V99 VALUE ZERO.
017500 77  WS-GLREG-COUNT           PIC 9(05) COMP VALUE ZERO.
017600 77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
017700 77  WS-BAD-COUNT             PIC 9(05) COMP VALUE ZERO.
017800 77  WS-FACT-COUNT            PIC 9(07) COMP VALUE ZERO.
017900 77  WS-DIFF-COUNT            PIC 9(07) COMP VALUE ZERO.
018000
018100*-----------------------------------------------------------
018200* PER FACTUUR - EINDE VAN HET GESORTEERDE BESTAND = HIGH-VALUES
018300*-----------------------------------------------------------
018400 01  WS-CUR-INVOICE           PIC X(10) VALUE LOW-VALUES.
018500 01  WS-BREAK-INVOICE         PIC X(10) VALUE SPACES.
018600 01  WS-BREAK-KLANT           PIC X(10) VALUE SPACES.
018700 01  WS-F-GROOTBOEK           PIC S9(11)V99 VALUE ZERO.
018800 01  WS-F-GEBOEKT             PIC S9(11)V99 VALUE ZERO.
018900 01  WS-F-BETAALD             PIC S9(11)V99 VALUE ZERO.
019000 01  WS-F-OPEN                PIC S9(11)V99 VALUE ZERO.
019100 01  WS-F-OP-BETAALD          PIC S9(11)V99 VALUE ZERO.
019101 01  WS-F-AFGEBOEKT           PIC S9(11)V99 VALUE ZERO.
019200 01  WS-F-VERSCHIL            PIC S9(11)V99 VALUE ZERO.
019300 01  WS-F-OPEN-SW             PIC X VALUE "N".
019400     88 F-OPEN-POST           VALUE "Y".
019500     88 F-GEEN-OPEN-POST      VALUE "N".
019600
019700*-----------------------------------------------------------
019800* DEBAFST.DAT
019900*-----------------------------------------------------------
020000 01  AFS-HEADING-1.
020100     05  FILLER               PIC X(36)
020200                    VALUE "AANSLUITING DEBITEUREN - GROOTBOEK".
020300     05  FILLER               PIC X(10) VALUE "RUNDATUM ".
020400     05  AFS-HDG-DATE         PIC 9(08).
020500     05  FILLER               PIC X(06) VALUE "  ADM ".
020600     05  AFS-HDG-ADMIN        PIC X(04).
020700
020800 01  AFS-SUMMARY-LINE.
020900     05  AFS-SUM-TEKST        PIC X(40).
021000     05  AFS-SUM-BEDRAG       PIC ---,---,---,--9.99.
021100     05  FILLER               PIC X(02) VALUE SPACES.
021200     05  AFS-SUM-EXTRA        PIC X(30).
021300
021400 01  AFS-COUNT-TEXT.
021500     05  AFS-CNT-AANTAL       PIC ZZ,ZZ9.
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  AFS-CNT-WAT          PIC X(20).
021800
021900 01  AFS-STATUS-LINE.
022000     05  FILLER               PIC X(14) VALUE "AANSLUITING : ".
022100     05  AFS-STA-TEKST        PIC X(40).
022200
022300 01  AFS-HEADING-2.
022400     05  FILLER               PIC X(12) VALUE "FACTUUR".
022500     05  FILLER               PIC X(12) VALUE "KLANT".
022600     05  FILLER               PIC X(16) VALUE "       GROOTBOEK".
022700     05  FILLER               PIC X(16) VALUE "         BETAALD".
022800     05  FILLER               PIC X(16) VALUE "       OPEN POST".
022900     05  FILLER               PIC X(16) VALUE "        VERSCHIL".
023000     05  FILLER               PIC X(02) VALUE SPACES.
023100     05  FILLER               PIC X(06) VALUE "REDEN".
023200
023300 01  AFS-DETAIL-LINE.
023400     05  AFS-DET-INVOICE      PIC X(10).
023500     05  FILLER               PIC X(02) VALUE SPACES.
023600     05  AFS-DET-KLANT        PIC X(10).
023700     05  FILLER               PIC X(02) VALUE SPACES.
023800     05  AFS-DET-GROOTBOEK    PIC ---,---,--9.99.
023900     05  FILLER               PIC X(02) VALUE SPACES.
024000     05  AFS-DET-BETAALD      PIC ---,---,--9.99.
024100     05  FILLER               PIC X(02) VALUE SPACES.
024200     05  AFS-DET-OPEN         PIC ---,---,--9.99.
024300     05  FILLER               PIC X(02) VALUE SPACES.
024400     05  AFS-DET-VERSCHIL     PIC ---,---,--9.99.
024500     05  FILLER               PIC X(02) VALUE SPACES.
024600     05  AFS-DET-REDEN        PIC X(32).
024700
024800 01  AFS-TRAILER-LINE.
024900     05  FILLER               PIC X(21)
025000                              VALUE "FACTUREN VERGELEKEN: ".
025100     05  AFS-TRL-FACTUREN     PIC ZZZ,ZZ9.
025200     05  FILLER               PIC X(21)
025300                              VALUE "   MET VERSCHIL    : ".
025400     05  AFS-TRL-VERSCHILLEN  PIC ZZZ,ZZ9.
025500     05  FILLER               PIC X(21)
025600                              VALUE "   ONLEESBAAR      : ".
025700     05  AFS-TRL-ONLEESBAAR   PIC ZZZ,ZZ9.
025800
025900 01  AFS-BLANK-LINE           PIC X(01) VALUE SPACE.
026000
026100 PROCEDURE DIVISION.
026200
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     PERFORM 2000-LOAD-GROOTBOEK THRU 2000-EXIT
026600     PERFORM 3000-LOAD-DEBITEUREN THRU 3000-EXIT
026700     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
026800     PERFORM 5000-COMPARE-FACTUREN THRU 5000-EXIT
026900     PERFORM 8000-FINALIZE THRU 8000-EXIT
027000     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
027100     STOP RUN.
027200
027300*-----------------------------------------------------------
027400* 1000-INITIALIZE - RUN HEADER AND THE WORK FILE
027500*-----------------------------------------------------------
027600 1000-INITIALIZE.
027700     ACCEPT WS-START-TIME-RAW FROM TIME
027800     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
027900     OPEN OUTPUT AFS-WORK-FILE.
028000 1000-EXIT.
028100     EXIT.
028200
028300*-----------------------------------------------------------
028400* 1050-GET-RUN-HEADER - OPERATOR, RUN DATE, ADMINISTRATIE AND
028500*                       THE SHARED RUNSEQ FROM THE ENVIRONMENT
028600*                       LIKE EVERY OTHER CHAIN STEP. EEN
028700*                       HERSTART VAN EEN EERDERE DAG (RUNDATE
028800*                       GEZET) SLUIT AAN OP DIE RUNDATUM.
028900*-----------------------------------------------------------
029000 1050-GET-RUN-HEADER.
029100     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
029200     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
029300     IF RUNHDR-OPERATOR-ID = SPACES
029400         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
029500     END-IF
029600     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
029700     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
029800     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
029900     IF WS-RUNDATE-ENV-X NOT = SPACES
030000         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
030100         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
030200             TO RUNHDR-RUN-DATE
030300         DISPLAY "DEBAFST: RUN DATE OVERGENOMEN UIT RUNDATE - "
030400                 RUNHDR-RUN-DATE
030500     END-IF
030600     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
030700     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
030800     IF WS-ADMIN-ENV-X NOT = SPACES
030900         MOVE FUNCTION UPPER-CASE(FUNCTION
031000             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
031100     END-IF
031200     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
031300     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
031400     IF WS-RUNSEQ-ENV-X NOT = SPACES
031500         AND FUNCTION TEST-NUMVAL(FUNCTION
031600                 TRIM(WS-RUNSEQ-ENV-X)) = 0
031700         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
031800             TO RUNHDR-RUN-SEQ
031900     ELSE
032000         OPEN INPUT RUN-SEQ-FILE
032100         IF WS-RUNSEQ-STATUS = "00"
032200             READ RUN-SEQ-FILE
032300                 AT END
032400                     MOVE ZERO TO RUN-SEQ-LINE
032500             END-READ
032600             CLOSE RUN-SEQ-FILE
032700         ELSE
032800             MOVE ZERO TO RUN-SEQ-LINE
032900         END-IF
033000         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
033100         OPEN OUTPUT RUN-SEQ-FILE
033200         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
033300         WRITE RUN-SEQ-LINE
033400         CLOSE RUN-SEQ-FILE
033500     END-IF
033600     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
033700             " DATE: " RUNHDR-RUN-DATE
033800             " SEQ: " RUNHDR-RUN-SEQ
033900             " ADM: " RUNHDR-ADMIN.
034000 1050-EXIT.
034100     EXIT.
034200
034300*-----------------------------------------------------------
034400* 2000-LOAD-GROOTBOEK - DE DEBITEUREN DEBET VAN ELKE EXTRACT IN
034500*                       GLREG.DAT TOT EN MET DE RUNDATUM, EN HET
034600*                       FACTUURDETAIL DAARVAN UIT GLDEB.DAT
034700*-----------------------------------------------------------
034800 2000-LOAD-GROOTBOEK.
034900     OPEN INPUT GL-REGISTER-FILE
035000     IF WS-GLREG-STATUS NOT = "00"
035100         DISPLAY "WARNING: GEEN GLREG.DAT - NOG GEEN EXTRACT "
035200                 "OVERGEDRAGEN"
035300     ELSE
035400         SET FILE-NOT-EOF TO TRUE
035500         PERFORM UNTIL FILE-EOF
035600             READ GL-REGISTER-FILE
035700                 AT END
035800                     SET FILE-EOF TO TRUE
035900                 NOT AT END
036000                     PERFORM 2100-ONE-REGISTER THRU 2100-EXIT
036100             END-READ
036200         END-PERFORM
036300         CLOSE GL-REGISTER-FILE
036400     END-IF
036500     OPEN INPUT GL-DEBDET-FILE
036600     IF WS-GLDEB-STATUS NOT = "00"
036700         GO TO 2000-EXIT
036800     END-IF
036900     SET FILE-NOT-EOF TO TRUE
037000     PERFORM UNTIL FILE-EOF
037100         READ GL-DEBDET-FILE
037200             AT END
037300                 SET FILE-EOF TO TRUE
037400             NOT AT END
037500                 PERFORM 2200-ONE-GL-FACTUUR THRU 2200-EXIT
037600         END-READ
037700     END-PERFORM
037800     CLOSE GL-DEBDET-FILE.
037900 2000-EXIT.
038000     EXIT.
038100
038200 2100-ONE-REGISTER.
038300     IF GL-REGISTER-LINE = SPACES
038400         GO TO 2100-EXIT
038500     END-IF
038600     MOVE SPACES TO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-BEDRAG-X
038700     UNSTRING GL-REGISTER-LINE DELIMITED BY ","
038800         INTO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-BEDRAG-X
038900     END-UNSTRING
039000     IF FUNCTION TRIM(WS-IN-DATE-X) IS NOT NUMERIC
039100         OR WS-IN-DATE-X = SPACES
039200         OR FUNCTION TEST-NUMVAL(FUNCTION
039300             TRIM(WS-IN-BEDRAG-X)) NOT = 0
039400         ADD 1 TO WS-BAD-COUNT
039500         GO TO 2100-EXIT
039600     END-IF
039700     MOVE FUNCTION NUMVAL(WS-IN-DATE-X) TO WS-IN-DATE
039800     IF WS-IN-DATE > RUNHDR-RUN-DATE
039900         GO TO 2100-EXIT
040000     END-IF
040100     ADD 1 TO WS-GLREG-COUNT
040200     ADD FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
040300         TO WS-GL-DEBET.
040400 2100-EXIT.
040500     EXIT.
040600
040700 2200-ONE-GL-FACTUUR.
040800     IF GL-DEBDET-LINE = SPACES
040900         GO TO 2200-EXIT
041000     END-IF
041100     MOVE SPACES TO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-INVOICE-X
041200                    WS-IN-BEDRAG-X
041300     UNSTRING GL-DEBDET-LINE DELIMITED BY ","
041400         INTO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-INVOICE-X
041500              WS-IN-BEDRAG-X
041600     END-UNSTRING
041700     IF FUNCTION TRIM(WS-IN-DATE-X) IS NOT NUMERIC
041800         OR WS-IN-DATE-X = SPACES
041900         OR FUNCTION TEST-NUMVAL(FUNCTION
042000             TRIM(WS-IN-BEDRAG-X)) NOT = 0
042100         ADD 1 TO WS-BAD-COUNT
042200         GO TO 2200-EXIT
042300     END-IF
042400     MOVE FUNCTION NUMVAL(WS-IN-DATE-X) TO WS-IN-DATE
042500     IF WS-IN-DATE > RUNHDR-RUN-DATE
042600         GO TO 2200-EXIT
042700     END-IF
042800     MOVE FUNCTION TRIM(WS-IN-INVOICE-X) TO AW-INVOICE
042900     MOVE "G" TO AW-TYPE
043000     MOVE SPACES TO AW-KLANT
043100     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
043200         TO AW-BEDRAG
043300     MOVE ZERO TO AW-BETAALD
043400     WRITE AFS-WORK-RECORD
043500     ADD AW-BEDRAG TO WS-GL-DETAIL.
043600 2200-EXIT.
043700     EXIT.
043800
043900*-----------------------------------------------------------
044000* 3000-LOAD-DEBITEUREN - DE MUTATIES UIT DEBMUT.DAT TOT EN MET
044100*                        DE RUNDATUM EN DE HUIDIGE OPEN POSTEN
044200*-----------------------------------------------------------
044300 3000-LOAD-DEBITEUREN.
044400     OPEN INPUT DEBMUT-FILE
044500     IF WS-DEBMUT-STATUS NOT = "00"
044600         DISPLAY "WARNING: GEEN DEBMUT.DAT - GEEN BETALINGEN "
044700                 "IN HET SALDO"
044800     ELSE
044900         SET FILE-NOT-EOF TO TRUE
045000         PERFORM UNTIL FILE-EOF
045100             READ DEBMUT-FILE
045200                 AT END
045300                     SET FILE-EOF TO TRUE
045400                 NOT AT END
045500                     PERFORM 3100-ONE-MUTATIE THRU 3100-EXIT
045600             END-READ
045700         END-PERFORM
045800         CLOSE DEBMUT-FILE
045900     END-IF
046000     OPEN INPUT OPEN-ITEMS-FILE
046100     IF WS-OPENPOST-STATUS NOT = "00"
046200         DISPLAY "WARNING: GEEN OPENPOST.IDX - GEEN OPEN POSTEN"
046300     ELSE
046400         SET FILE-NOT-EOF TO TRUE
046500         PERFORM UNTIL FILE-EOF
046600             READ OPEN-ITEMS-FILE
046700                 AT END
046800                     SET FILE-EOF TO TRUE
046900                 NOT AT END
047000                     PERFORM 3200-ONE-OPEN-POST THRU 3200-EXIT
047100             END-READ
047200         END-PERFORM
047300         CLOSE OPEN-ITEMS-FILE
047400     END-IF
047500     CLOSE AFS-WORK-FILE
047600     COMPUTE WS-SALDO-BEHEER = WS-GL-DEBET - WS-BETAALD-TOTAAL
047700     COMPUTE WS-VERSCHIL = WS-SALDO-BEHEER - WS-OPEN-TOTAAL
047800     COMPUTE WS-GL-ZONDER-DETAIL = WS-GL-DEBET - WS-GL-DETAIL.
047900 3000-EXIT.
048000     EXIT.
048100
048200 3100-ONE-MUTATIE.
048300     IF DEBMUT-LINE = SPACES
048400         GO TO 3100-EXIT
048500     END-IF
048600     MOVE SPACES TO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-TYPE-X
048700                    WS-IN-INVOICE-X WS-IN-KLANT-X WS-IN-BEDRAG-X
048800                    WS-IN-REST-X
048900     UNSTRING DEBMUT-LINE DELIMITED BY ","
049000         INTO WS-IN-DATE-X WS-IN-SEQ-X WS-IN-TYPE-X
049100              WS-IN-INVOICE-X WS-IN-KLANT-X WS-IN-BEDRAG-X
049200              WS-IN-REST-X
049300     END-UNSTRING
049400     IF FUNCTION TRIM(WS-IN-DATE-X) IS NOT NUMERIC
049500         OR WS-IN-DATE-X = SPACES
049600         OR (WS-IN-TYPE-X NOT = "F" AND WS-IN-TYPE-X NOT = "B"
049601             AND WS-IN-TYPE-X NOT = "A")
049700         OR FUNCTION TEST-NUMVAL(FUNCTION
049800             TRIM(WS-IN-BEDRAG-X)) NOT = 0
049900         ADD 1 TO WS-BAD-COUNT
050000         GO TO 3100-EXIT
050100     END-IF
050200     MOVE FUNCTION NUMVAL(WS-IN-DATE-X) TO WS-IN-DATE
050300     IF WS-IN-DATE > RUNHDR-RUN-DATE
050400         GO TO 3100-EXIT
050500     END-IF
050600     MOVE FUNCTION TRIM(WS-IN-INVOICE-X) TO AW-INVOICE
050700     MOVE WS-IN-TYPE-X (1:1) TO AW-TYPE
050800     MOVE FUNCTION TRIM(WS-IN-KLANT-X) TO AW-KLANT
050900     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-BEDRAG-X))
051000         TO AW-BEDRAG
051100     MOVE ZERO TO AW-BETAALD
051200     WRITE AFS-WORK-RECORD
051300     IF AW-TYPE = "B"
051400         ADD AW-BEDRAG TO WS-BETAALD-TOTAAL
051500     END-IF.
051600 3100-EXIT.
051700     EXIT.
051800
051900 3200-ONE-OPEN-POST.
052000     MOVE OPN-FACTUUR TO AW-INVOICE
053800     MOVE "O" TO AW-TYPE
053900     MOVE OPN-KLANT TO AW-KLANT
054000     MOVE OPN-BETAALD TO AW-BETAALD
054100     COMPUTE AW-BEDRAG = OPN-BEDRAG - AW-BETAALD
054500     WRITE AFS-WORK-RECORD
054600     ADD 1 TO WS-OPEN-COUNT
054700     ADD AW-BEDRAG TO WS-OPEN-TOTAAL.
054800 3200-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------
055200* 4000-WRITE-SUMMARY - DE AANSLUITING ZELF BOVENAAN DEBAFST.DAT
055300*-----------------------------------------------------------
055400 4000-WRITE-SUMMARY.
055500     OPEN OUTPUT AFS-REPORT-FILE
055600     MOVE RUNHDR-RUN-DATE TO AFS-HDG-DATE
055700     MOVE RUNHDR-ADMIN TO AFS-HDG-ADMIN
055800     WRITE AFS-REPORT-LINE FROM AFS-HEADING-1
055900     WRITE AFS-REPORT-LINE FROM AFS-BLANK-LINE
056000     MOVE "DEBITEUREN GEBOEKT (GLREG.DAT)" TO AFS-SUM-TEKST
056100     MOVE WS-GL-DEBET TO AFS-SUM-BEDRAG
056200     MOVE WS-GLREG-COUNT TO AFS-CNT-AANTAL
056300     MOVE "EXTRACT(EN)" TO AFS-CNT-WAT
056400     MOVE AFS-COUNT-TEXT TO AFS-SUM-EXTRA
056500     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
056600     MOVE "AF: BETALINGEN TOEGEPAST (DEBMUT.DAT)" TO AFS-SUM-TEKST
056700     MOVE WS-BETAALD-TOTAAL TO AFS-SUM-BEDRAG
056800     MOVE SPACES TO AFS-SUM-EXTRA
056900     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
057000     MOVE "SALDO BEHEERSREKENING DEBITEUREN" TO AFS-SUM-TEKST
057100     MOVE WS-SALDO-BEHEER TO AFS-SUM-BEDRAG
057200     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
057300     MOVE "OPEN POSTEN (OPENPOST.IDX)" TO AFS-SUM-TEKST
057400     MOVE WS-OPEN-TOTAAL TO AFS-SUM-BEDRAG
057500     MOVE WS-OPEN-COUNT TO AFS-CNT-AANTAL
057600     MOVE "OPEN POST(EN)" TO AFS-CNT-WAT
057700     MOVE AFS-COUNT-TEXT TO AFS-SUM-EXTRA
057800     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
057900     MOVE "VERSCHIL" TO AFS-SUM-TEKST
058000     MOVE WS-VERSCHIL TO AFS-SUM-BEDRAG
058100     MOVE SPACES TO AFS-SUM-EXTRA
058200     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
058300     WRITE AFS-REPORT-LINE FROM AFS-BLANK-LINE
058400     WRITE AFS-REPORT-LINE FROM AFS-HEADING-2.
058500 4000-EXIT.
058600     EXIT.
058700
058800*-----------------------------------------------------------
058900* 5000-COMPARE-FACTUREN - BEIDE KANTEN SAMEN GESORTEERD OP
059000*                         FACTUURNR; PER FACTUUR MOET GROOTBOEK
059100*                         MIN BETAALD GELIJK ZIJN AAN WAT NOG
059200*                         OPEN STAAT
059300*-----------------------------------------------------------
059400 5000-COMPARE-FACTUREN.
059500     SORT AFS-SORT-FILE ON ASCENDING KEY AS-INVOICE
059600                        ON ASCENDING KEY AS-TYPE
059700         USING AFS-WORK-FILE
059800         GIVING SORTED-AFS-FILE
059900     OPEN INPUT SORTED-AFS-FILE
060000     PERFORM 5050-READ-SORTED THRU 5050-EXIT
060100     PERFORM UNTIL WS-CUR-INVOICE = HIGH-VALUES
060200         PERFORM 5100-ONE-FACTUUR THRU 5100-EXIT
060300     END-PERFORM
060400     CLOSE SORTED-AFS-FILE
060500     IF WS-GL-ZONDER-DETAIL NOT = ZERO
060600         ADD 1 TO WS-DIFF-COUNT
060700         MOVE SPACES TO AFS-DET-INVOICE AFS-DET-KLANT
060800         MOVE WS-GL-ZONDER-DETAIL TO AFS-DET-GROOTBOEK
060900                                     AFS-DET-VERSCHIL
061000         MOVE ZERO TO AFS-DET-BETAALD AFS-DET-OPEN
061100         MOVE "GROOTBOEK ZONDER FACTUURDETAIL" TO AFS-DET-REDEN
061200         WRITE AFS-REPORT-LINE FROM AFS-DETAIL-LINE
061300         ADD WS-GL-ZONDER-DETAIL TO WS-VERKLAARD
061400     END-IF
061500     WRITE AFS-REPORT-LINE FROM AFS-BLANK-LINE
061600     MOVE "TOTAAL VERKLAARD VERSCHIL" TO AFS-SUM-TEKST
061700     MOVE WS-VERKLAARD TO AFS-SUM-BEDRAG
061800     MOVE SPACES TO AFS-SUM-EXTRA
061900     WRITE AFS-REPORT-LINE FROM AFS-SUMMARY-LINE
062000     IF WS-VERSCHIL = ZERO AND WS-DIFF-COUNT = ZERO
062100         MOVE "SLUIT" TO AFS-STA-TEKST
062200     ELSE
062300         MOVE "SLUIT NIET" TO AFS-STA-TEKST
062400     END-IF
062500     WRITE AFS-REPORT-LINE FROM AFS-STATUS-LINE
062600     MOVE WS-FACT-COUNT TO AFS-TRL-FACTUREN
062700     MOVE WS-DIFF-COUNT TO AFS-TRL-VERSCHILLEN
062800     MOVE WS-BAD-COUNT TO AFS-TRL-ONLEESBAAR
062900     WRITE AFS-REPORT-LINE FROM AFS-TRAILER-LINE
063000     CLOSE AFS-REPORT-FILE.
063100 5000-EXIT.
063200     EXIT.
063300
063400 5050-READ-SORTED.
063500     READ SORTED-AFS-FILE
063600         AT END
063700             MOVE HIGH-VALUES TO WS-CUR-INVOICE
063800             GO TO 5050-EXIT
063900     END-READ
064000     MOVE AR-INVOICE TO WS-CUR-INVOICE.
064100 5050-EXIT.
064200     EXIT.
064300
064400*-----------------------------------------------------------
064500* 5100-ONE-FACTUUR - ALLE REGELS VAN EEN FACTUURNR OPTELLEN EN
064600*                    EEN VERSCHIL MET ZIJN REDEN AFDRUKKEN. DE
064700*                    REDEN ZEGT AAN WELKE KANT DE FACTUUR OF
064800*                    BETALING ONTBREEKT.
064900*-----------------------------------------------------------
065000 5100-ONE-FACTUUR.
065100     MOVE WS-CUR-INVOICE TO WS-BREAK-INVOICE
065200     MOVE SPACES TO WS-BREAK-KLANT
065300     MOVE ZERO TO WS-F-GROOTBOEK WS-F-GEBOEKT WS-F-BETAALD
065400                  WS-F-OPEN WS-F-OP-BETAALD WS-F-AFGEBOEKT
065500     SET F-GEEN-OPEN-POST TO TRUE
065600     PERFORM UNTIL WS-CUR-INVOICE NOT = WS-BREAK-INVOICE
065700         EVALUATE AR-TYPE
065800             WHEN "G"
065900                 ADD AR-BEDRAG TO WS-F-GROOTBOEK
066000             WHEN "F"
066100                 ADD AR-BEDRAG TO WS-F-GEBOEKT
066200             WHEN "B"
066300                 ADD AR-BEDRAG TO WS-F-BETAALD
066301             WHEN "A"
066302                 ADD AR-BEDRAG TO WS-F-AFGEBOEKT
066400             WHEN "O"
066500                 ADD AR-BEDRAG TO WS-F-OPEN
066600                 ADD AR-BETAALD TO WS-F-OP-BETAALD
066700                 SET F-OPEN-POST TO TRUE
066800         END-EVALUATE
066900         IF AR-KLANT NOT = SPACES
067000             MOVE AR-KLANT TO WS-BREAK-KLANT
067100         END-IF
067200         PERFORM 5050-READ-SORTED THRU 5050-EXIT
067300     END-PERFORM
067400     ADD 1 TO WS-FACT-COUNT
067500     COMPUTE WS-F-VERSCHIL =
067600         WS-F-GROOTBOEK - WS-F-BETAALD - WS-F-OPEN
067700     IF WS-F-VERSCHIL = ZERO
067800         GO TO 5100-EXIT
067900     END-IF
068000     ADD 1 TO WS-DIFF-COUNT
068100     ADD WS-F-VERSCHIL TO WS-VERKLAARD
068200     EVALUATE TRUE
068300         WHEN WS-BREAK-INVOICE = "000000"
068400             MOVE "INTERNE FACTUUR, GEEN DEBITEUR"
068401                 TO AFS-DET-REDEN
068402         WHEN F-GEEN-OPEN-POST AND WS-F-AFGEBOEKT NOT = ZERO
068403             AND WS-F-VERSCHIL = WS-F-AFGEBOEKT
068404             MOVE "AFBOEKING NOG NIET IN GROOTBOEK"
068500                 TO AFS-DET-REDEN
068600         WHEN WS-F-GROOTBOEK = ZERO AND WS-F-GEBOEKT = ZERO
068700             AND F-GEEN-OPEN-POST
068800             MOVE "BETALING ZONDER FACTUUR" TO AFS-DET-REDEN
068900         WHEN WS-F-GROOTBOEK NOT = ZERO AND WS-F-GEBOEKT = ZERO
069000             AND F-GEEN-OPEN-POST
069100             MOVE "FACTUUR ALLEEN IN GROOTBOEK" TO AFS-DET-REDEN
069200         WHEN WS-F-GROOTBOEK = ZERO
069300             MOVE "FACTUUR ALLEEN IN DEBITEUREN" TO AFS-DET-REDEN
069400         WHEN F-OPEN-POST AND WS-F-OP-BETAALD > WS-F-BETAALD
069500             MOVE "BETALING ALLEEN OP OPEN POST" TO AFS-DET-REDEN
069600         WHEN F-OPEN-POST AND WS-F-OP-BETAALD < WS-F-BETAALD
069700             MOVE "BETALING NIET OP OPEN POST" TO AFS-DET-REDEN
069800         WHEN F-GEEN-OPEN-POST
069900             MOVE "VEREFFEND MET VERSCHIL" TO AFS-DET-REDEN
070000         WHEN OTHER
070100             MOVE "BEDRAG WIJKT AF" TO AFS-DET-REDEN
070200     END-EVALUATE
070300     MOVE WS-BREAK-INVOICE TO AFS-DET-INVOICE
070400     MOVE WS-BREAK-KLANT   TO AFS-DET-KLANT
070500     MOVE WS-F-GROOTBOEK   TO AFS-DET-GROOTBOEK
070600     MOVE WS-F-BETAALD     TO AFS-DET-BETAALD
070700     MOVE WS-F-OPEN        TO AFS-DET-OPEN
070800     MOVE WS-F-VERSCHIL    TO AFS-DET-VERSCHIL
070900     WRITE AFS-REPORT-LINE FROM AFS-DETAIL-LINE.
071000 5100-EXIT.
071100     EXIT.
071200
071300*-----------------------------------------------------------
071400* 8000-FINALIZE - CONDITION CODE 4 WHEN THE AANSLUITING DOES
071500*                 NOT CLOSE, SO IT SHOWS ON THE MORNING PAGE
071600*-----------------------------------------------------------
071700 8000-FINALIZE.
071800     DISPLAY "DEBAFST COMPLETE - SALDO BEHEERSREKENING "
071900             WS-SALDO-BEHEER " OPEN POSTEN " WS-OPEN-TOTAAL
072000     IF WS-VERSCHIL NOT = ZERO OR WS-DIFF-COUNT > ZERO
072100         DISPLAY "WARNING: AANSLUITING DEBITEUREN SLUIT NIET - "
072200                 WS-DIFF-COUNT " VERSCHIL(LEN), ZIE DEBAFST.DAT"
072300         MOVE 4 TO RETURN-CODE
072400     END-IF.
072500 8000-EXIT.
072600     EXIT.
072700
072800*-----------------------------------------------------------
072900* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
073000*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
073100*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
073200*-----------------------------------------------------------
073300 9000-WRITE-RUN-JOURNAL.
073400     ACCEPT WS-END-TIME-RAW FROM TIME
073500     OPEN EXTEND RUN-JOURNAL-FILE
073600     IF WS-JRNL-STATUS = "35"
073700         OPEN OUTPUT RUN-JOURNAL-FILE
073800     END-IF
073900     MOVE "DEBAFST " TO JRNL-PROGRAM
074000     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
074100     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
074200     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
074300     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
074400     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
074500     MOVE RETURN-CODE TO JRNL-RC
074600     MOVE WS-FACT-COUNT TO JRNL-COUNT-1
074700     MOVE WS-DIFF-COUNT TO JRNL-COUNT-2
074800     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
074900     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
075000     CLOSE RUN-JOURNAL-FILE.
075100 9000-EXIT.
075200     EXIT.
