000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SCOREVRG.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - VRIJGAVE VAN DE SCORES DIE
001300*                  READCSV ALS STATISTISCH VERDACHT IN
001400*                  QUARANTAINE HEEFT GEZET (SCOREQUA.DAT).
001500*                  QUARMODE (OF EEN PROMPT) KIEST DE SOORT:
001600*                  C = CONTROLE, STAP VAN DE NACHTKETEN NA
001700*                  READCSV. TELT DE VASTGEHOUDEN SCORES VAN DE
001800*                  RUN (AANTAL EN SCORESOM) ALS C-RECORD VOOR
001900*                  CTLBAL.DAT, ZODAT BALANCE ZE TEGEN DE
002000*                  SCOREQUA P-RECORD VAN READCSV AFSTEMT, EN
002100*                  ZET ALLE NOG OPENSTAANDE SCORES OP
002200*                  QUARRPT.DAT MET EEN AFTEKENBLOK.
002300*                  B = BEOORDELEN, OPERATORRUN VOOR EEN NIVEAU-2
002400*                  OPERATOR (OPERAUTH.DAT). PER OPENSTAANDE SCORE
002500*                  V = VRIJGEVEN (ALSNOG NAAR SCOREHST.DAT,
002600*                  SCORECUR.IDX EN PEOPLE.IDX OP DE OORSPRONKE-
002700*                  LIJKE DATUM), A = AFWIJZEN (NAAR QUARRET.DAT
002800*                  IN HET REJECTS-FORMAAT, REDEN 09, TERUG NAAR
002900*                  DE BRON), S = STOPPEN, ANDERS OVERSLAAN. HET
003000*                  BESLUIT, DE DATUM EN DE OPERATOR BLIJVEN OP
003100*                  SCOREQUA.DAT STAAN. B WEIGERT BIJ EEN ACTIEVE
003200*                  NACHTKETEN EN HOUDT MNTLOCK.DAT VAST; RC 8
003300*                  ZONDER AUTORISATIE.
003400*-----------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SCORE-QUAR-FILE ASSIGN TO "SCOREQUA.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-QUAR-STATUS.
004200
004300     SELECT QUAR-WORK-FILE ASSIGN TO "QUARWRK.DAT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-QWRK-STATUS.
004600
004700     SELECT QUAR-RET-FILE ASSIGN TO "QUARRET.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-QRET-STATUS.
005000
005100     SELECT QUAR-RPT-FILE ASSIGN TO "QUARRPT.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-QRPT-STATUS.
005400
005500     SELECT PEOPLE-INDEXED ASSIGN TO "PEOPLE.IDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PIDX-ID
005900         FILE STATUS IS WS-PIDX-STATUS.
006000
006100     SELECT SCORE-CURRENT-FILE ASSIGN TO "SCORECUR.IDX"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS SCK-KEY
006500         FILE STATUS IS WS-SCUR-STATUS.
006600
006700     SELECT SCORE-HISTORY-FILE ASSIGN TO "SCOREHST.DAT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-HIST-STATUS.
007000
007100     SELECT PEOPLE-CHANGE-FILE ASSIGN TO "PEOPCHG.DAT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PCHG-STATUS.
007400
007500     SELECT CONTROL-BAL-FILE ASSIGN TO "CTLBAL.DAT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CTLB-STATUS.
007800
007900     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-OPERAUTH-STATUS.
008200
008300     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-RUNSEQ-STATUS.
008600
008700     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-SYSLOCK-STATUS.
009000
009100     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-MNTLOCK-STATUS.
009400
009500     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
009600         ORGANIZATION IS LINE SEQUENTIAL
009700         FILE STATUS IS WS-JRNL-STATUS.
009800
009900 DATA DIVISION.
010000 FILE SECTION.
010100 FD  SCORE-QUAR-FILE.
010200 01  SCORE-QUAR-LINE          PIC X(400).
010300
010400 FD  QUAR-WORK-FILE.
010500 01  QUAR-WORK-LINE           PIC X(400).
010600
010700 FD  QUAR-RET-FILE.
010800 01  QUAR-RET-LINE            PIC X(244).
010900
011000 FD  QUAR-RPT-FILE.
011100 01  QUAR-RPT-LINE            PIC X(132).
011200
011300 FD  PEOPLE-INDEXED.
011400 01  PEOPLE-INDEXED-RECORD.
011500     05  PIDX-ID              PIC X(32).
011600     05  PIDX-NAME            PIC X(128).
011700     05  PIDX-SCORE           PIC S9(07)V99.
011800     05  PIDX-AFDELING        PIC X(20).
011900     05  PIDX-INDIENST        PIC 9(08).
012000
012100 FD  SCORE-CURRENT-FILE.
012200     COPY "SCORECUR.CPY".
012300
012400 FD  SCORE-HISTORY-FILE.
012500 01  SCORE-HISTORY-RECORD.
012600     05  HST-DATE             PIC 9(08).
012700     05  HST-ID               PIC X(32).
012800     05  HST-NAME             PIC X(128).
012900     05  HST-SCORE            PIC S9(07)V99.
013000     05  HST-DEPT             PIC X(20).
013100
013200 FD  PEOPLE-CHANGE-FILE.
013300 01  PEOPLE-CHANGE-LINE       PIC X(210).
013400
013500 FD  CONTROL-BAL-FILE.
013600 01  CONTROL-BAL-LINE         PIC X(80).
013700
013800 FD  OPER-AUTH-FILE.
013900 01  OPER-AUTH-LINE           PIC X(40).
014000
014100 FD  RUN-SEQ-FILE.
014200 01  RUN-SEQ-LINE             PIC 9(06).
014300
014400 FD  SYS-LOCK-FILE.
014500 01  SYS-LOCK-LINE            PIC X(80).
014600
014700 FD  MNT-LOCK-FILE.
014800 01  MNT-LOCK-LINE            PIC X(80).
014900
015000 FD  RUN-JOURNAL-FILE.
015100 01  RUN-JOURNAL-LINE         PIC X(80).
015200
015300 WORKING-STORAGE SECTION.
015400*-----------------------------------------------------------
015500* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
015600*-----------------------------------------------------------
015700     COPY "RUNHDR.CPY".
015800
015900*-----------------------------------------------------------
016000* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
016100*-----------------------------------------------------------
016200     COPY "RUNJRNL.CPY".
016300 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
016400 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
016500 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
016600 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
016700 01  WS-RUNSEQ-ENV-X          PIC X(10).
016800 01  WS-RUNDATE-ENV-X         PIC X(10).
016900 01  WS-ADMIN-ENV-X           PIC X(06).
017000
017100*-----------------------------------------------------------
017200* CONTROL-TOTAL BALANCING - SEE CTLBAL.CPY
017300*-----------------------------------------------------------
017400     COPY "CTLBAL.CPY".
017500 01  WS-CTLB-STATUS           PIC X(02) VALUE "00".
017600
017700*-----------------------------------------------------------
017800* QUARANTAINEREGEL EN RETOURREGEL, SEE SCOREQUA.CPY
017900*-----------------------------------------------------------
018000     COPY "SCOREQUA.CPY".
018100
018200*-----------------------------------------------------------
018300* PEOPLE CHANGE-HISTORY LINE (PEOPCHG.DAT), AS WRITTEN BY
018400* READCSV
018500*-----------------------------------------------------------
018600 01  CHG-DETAIL-LINE.
018700     05  CHG-DATE             PIC 9(08).
018800     05  FILLER               PIC X(02) VALUE SPACES.
018900     05  CHG-ACTION           PIC X(01).
019000     05  FILLER               PIC X(02) VALUE SPACES.
019100     05  CHG-ID               PIC X(32).
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  CHG-OLD-SCORE        PIC -(06)9.99.
019400     05  FILLER               PIC X(02) VALUE SPACES.
019500     05  CHG-NEW-SCORE        PIC -(06)9.99.
019600     05  FILLER               PIC X(02) VALUE SPACES.
019700     05  CHG-NAME             PIC X(128).
019800
019900*-----------------------------------------------------------
020000* FILE STATUS AND SWITCHES
020100*-----------------------------------------------------------
020200 01  WS-QUAR-STATUS           PIC X(02) VALUE "00".
020300 01  WS-QWRK-STATUS           PIC X(02) VALUE "00".
020400 01  WS-QRET-STATUS           PIC X(02) VALUE "00".
020500 01  WS-QRPT-STATUS           PIC X(02) VALUE "00".
020600 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
020700 01  WS-SCUR-STATUS           PIC X(02) VALUE "00".
020800 01  WS-HIST-STATUS           PIC X(02) VALUE "00".
020900 01  WS-PCHG-STATUS           PIC X(02) VALUE "00".
021000 01  WS-QUAR-EOF              PIC X VALUE "N".
021100     88 QUAR-EOF              VALUE "Y".
021200     88 QUAR-NOT-EOF          VALUE "N".
021300 01  WS-WORK-EOF              PIC X VALUE "N".
021400     88 WORK-EOF              VALUE "Y".
021500     88 WORK-NOT-EOF          VALUE "N".
021600 01  WS-SCUR-WRITE-SW         PIC X VALUE "N".
021700     88 SCUR-WRITTEN          VALUE "Y".
021800     88 SCUR-NOT-WRITTEN      VALUE "N".
021900 01  WS-NEWER-SW              PIC X VALUE "N".
022000     88 NEWER-SCORE-FOUND     VALUE "Y".
022100     88 NO-NEWER-SCORE        VALUE "N".
022200 01  WS-STOP-SW               PIC X VALUE "N".
022300     88 REVIEW-STOPPED        VALUE "Y".
022400     88 REVIEW-GOING          VALUE "N".
022500
022600*-----------------------------------------------------------
022700* SOORT - C = CONTROLE (NACHTKETEN), B = BEOORDELEN (OPERATOR)
022800*-----------------------------------------------------------
022900 01  WS-MODE-X                PIC X(04).
023000 01  WS-MODE                  PIC X(01) VALUE SPACE.
023100     88 MODE-CONTROLE         VALUE "C".
023200     88 MODE-BEOORDELEN       VALUE "B".
023300
023400*-----------------------------------------------------------
023500* BATCH LOCK AND MAINTENANCE MARKER (SYSLOCK.DAT/MNTLOCK.DAT)
023600*-----------------------------------------------------------
023700 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
023800 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
023900 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
024000 01  WS-LOCK-SW               PIC X VALUE "N".
024100     88 MNT-LOCK-HELD         VALUE "Y".
024200     88 MNT-LOCK-NOT-HELD     VALUE "N".
024300 01  MNT-LOCK-DETAIL.
024400     05  MNT-PROGRAM          PIC X(08).
024500     05  FILLER               PIC X(01) VALUE ",".
024600     05  MNT-OPERATOR         PIC X(08).
024700     05  FILLER               PIC X(01) VALUE ",".
024800     05  MNT-DATUM            PIC 9(08).
024900     05  FILLER               PIC X(01) VALUE ",".
025000     05  MNT-TIJD             PIC 9(06).
025100
025200*-----------------------------------------------------------
025300* OPERATOR AUTHORITY TABLE (OPERAUTH.DAT) - WIE MAG BESLISSEN
025400*-----------------------------------------------------------
025500 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
025600 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
025700 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
025800 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
025900 01  WS-AUTH-EOF              PIC X VALUE "N".
026000     88 AUTH-EOF              VALUE "Y".
026100     88 AUTH-NOT-EOF          VALUE "N".
026200 01  WS-AUTH-TABLE.
026300     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
026400         10  AUTH-OPERATOR    PIC X(08).
026500         10  AUTH-NIVEAU      PIC 9(02).
026600 01  WS-AUTH-OPER-X           PIC X(10).
026700 01  WS-AUTH-NIVEAU-X         PIC X(04).
026800 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
026900 01  WS-AUTH-OK-SW            PIC X VALUE "N".
027000     88 AUTHORITY-OK          VALUE "Y".
027100     88 AUTHORITY-NOT-OK      VALUE "N".
027200
027300*-----------------------------------------------------------
027400* BEOORDELING VAN EEN SCORE
027500*-----------------------------------------------------------
027600 01  WS-BESLUIT-X             PIC X(04).
027700 01  WS-BESLUIT               PIC X(01).
027800 01  WS-SCORE                 PIC S9(07)V99 VALUE ZERO.
027900 01  WS-OLD-SCORE             PIC S9(07)V99 VALUE ZERO.
028000 01  WS-SCORE-ED              PIC -(06)9.99.
028100 01  WS-REDEN-TXT             PIC X(30).
028200 01  WS-BESLUIT-TXT           PIC X(12).
028300
028400*-----------------------------------------------------------
028500* RUN COUNTERS AND TOTALS
028600*-----------------------------------------------------------
028700 77  WS-GELEZEN               PIC 9(07) COMP VALUE ZERO.
028800 77  WS-RUN-COUNT             PIC 9(07) COMP VALUE ZERO.
028900 77  WS-OPEN-COUNT            PIC 9(07) COMP VALUE ZERO.
029000 77  WS-VRIJ-COUNT            PIC 9(07) COMP VALUE ZERO.
029100 77  WS-AFW-COUNT             PIC 9(07) COMP VALUE ZERO.
029200 77  WS-OVER-COUNT            PIC 9(07) COMP VALUE ZERO.
029300 77  WS-NIEUWER-COUNT         PIC 9(07) COMP VALUE ZERO.
029400 01  WS-RUN-SUM               PIC S9(09)V99 VALUE ZERO.
029500
029600*-----------------------------------------------------------
029700* REPORT LAYOUTS (QUARRPT.DAT)
029800*-----------------------------------------------------------
029900 01  RPT-HEADING-1.
030000     05  FILLER               PIC X(20)
030100          VALUE "SCORE QUARANTAINE".
030200     05  FILLER               PIC X(07) VALUE "  ADM: ".
030300     05  RPT-HDR-ADMIN        PIC X(04).
030400     05  FILLER               PIC X(09) VALUE "  DATUM: ".
030500     05  RPT-HDR-DATE         PIC 9(08).
030600     05  FILLER               PIC X(07) VALUE "  SEQ: ".
030700     05  RPT-HDR-SEQ          PIC 9(06).
030800     05  FILLER               PIC X(12) VALUE "  OPERATOR: ".
030900     05  RPT-HDR-OPER         PIC X(08).
031000     05  FILLER               PIC X(02) VALUE SPACES.
031100     05  RPT-HDR-SOORT        PIC X(20).
031200
031300 01  RPT-HEADING-2.
031400     05  FILLER               PIC X(13) VALUE "RUN   /VOLGNR".
031500     05  FILLER               PIC X(10) VALUE "  DATUM".
031600     05  FILLER               PIC X(10) VALUE "ID".
031700     05  FILLER               PIC X(25) VALUE "NAAM".
031800     05  FILLER               PIC X(11) VALUE "      SCORE".
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  FILLER               PIC X(15) VALUE "AFDELING".
032100     05  FILLER               PIC X(05) VALUE "RDN".
032200     05  FILLER               PIC X(12) VALUE "BESLUIT".
032300
032400 01  RPT-DETAIL-LINE.
032500     05  RPT-DET-RUN          PIC 9(06).
032600     05  FILLER               PIC X(01) VALUE "/".
032700     05  RPT-DET-VOLGNR       PIC 9(05).
032800     05  FILLER               PIC X(01) VALUE SPACE.
032900     05  RPT-DET-DATUM        PIC 9(08).
033000     05  FILLER               PIC X(02) VALUE SPACES.
033100     05  RPT-DET-ID           PIC X(08).
033200     05  FILLER               PIC X(02) VALUE SPACES.
033300     05  RPT-DET-NAAM         PIC X(24).
033400     05  FILLER               PIC X(01) VALUE SPACE.
033500     05  RPT-DET-SCORE        PIC -(06)9.99.
033600     05  FILLER               PIC X(02) VALUE SPACES.
033700     05  RPT-DET-AFD          PIC X(14).
033800     05  FILLER               PIC X(01) VALUE SPACE.
033900     05  RPT-DET-REDEN        PIC X(02).
034000     05  FILLER               PIC X(03) VALUE SPACES.
034100     05  RPT-DET-BESLUIT      PIC X(12).
034200
034300 01  RPT-SPREAD-LINE.
034400     05  FILLER               PIC X(14) VALUE SPACES.
034500     05  FILLER               PIC X(10) VALUE "PERSOON N=".
034600     05  RPT-SPR-PN           PIC ZZ9.
034700     05  FILLER               PIC X(05) VALUE " GEM ".
034800     05  RPT-SPR-PGEM         PIC -(06)9.99.
034900     05  FILLER               PIC X(04) VALUE " SD ".
035000     05  RPT-SPR-PSD          PIC Z(06)9.99.
035100     05  FILLER               PIC X(13) VALUE "   AFDELING N".
035200     05  FILLER               PIC X(01) VALUE "=".
035300     05  RPT-SPR-AN           PIC ZZZZ9.
035400     05  FILLER               PIC X(05) VALUE " GEM ".
035500     05  RPT-SPR-AGEM         PIC -(06)9.99.
035600     05  FILLER               PIC X(04) VALUE " SD ".
035700     05  RPT-SPR-ASD          PIC Z(06)9.99.
035800
035900 01  RPT-TEXT-LINE.
036000     05  RPT-TXT              PIC X(80).
036100
036200 01  RPT-TRAILER-LINE.
036300     05  RPT-TRL-LABEL        PIC X(40).
036400     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
036500
036600 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
036700
036800 PROCEDURE DIVISION.
036900
037000 0000-MAINLINE.
037100     ACCEPT WS-START-TIME-RAW FROM TIME
037200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037300     IF MODE-CONTROLE
037400         PERFORM 2000-CONTROLE THRU 2000-EXIT
037500     ELSE
037600         PERFORM 3000-BEOORDELEN THRU 3000-EXIT
037700     END-IF
037800     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
037900     IF MODE-CONTROLE
038000         DISPLAY "SCOREVRG COMPLETE - " WS-RUN-COUNT
038100                 " VASTGEHOUDEN IN DEZE RUN, " WS-OPEN-COUNT
038200                 " OPENSTAAND"
038300     ELSE
038400         DISPLAY "SCOREVRG COMPLETE - " WS-VRIJ-COUNT
038500                 " VRIJGEGEVEN, " WS-AFW-COUNT " AFGEWEZEN, "
038600                 WS-OVER-COUNT " OVERGESLAGEN"
038700     END-IF
038800     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
038900     IF MNT-LOCK-HELD
039000         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
039100     END-IF
039200     STOP RUN.
039300
039400*-----------------------------------------------------------
039500* 0100-CHECK-BATCH-LOCK - REFUSE TO POST WHILE THE NIGHTLY
039600*                         CHAIN HOLDS SYSLOCK.DAT; HOLD THE
039700*                         MAINTENANCE MARKER OURSELVES SO THE
039800*                         CHAIN CANNOT START UNDERNEATH US.
039900*-----------------------------------------------------------
040000 0100-CHECK-BATCH-LOCK.
040100     OPEN INPUT SYS-LOCK-FILE
040200     IF WS-SYSLOCK-STATUS = "00"
040300         MOVE SPACES TO SYS-LOCK-LINE
040400         READ SYS-LOCK-FILE
040500             AT END
040600                 MOVE SPACES TO SYS-LOCK-LINE
040700         END-READ
040800         CLOSE SYS-LOCK-FILE
040900         IF SYS-LOCK-LINE NOT = SPACES
041000             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
041100                     FUNCTION TRIM(SYS-LOCK-LINE)
041200                     ") - BEOORDELEN GEWEIGERD."
041300             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
041400                     "NIVEAU-2 OPERATOR MET LOCKBRK."
041500             MOVE 8 TO RETURN-CODE
041600             STOP RUN
041700         END-IF
041800     END-IF
041900     ACCEPT WS-LOCK-TIJD FROM TIME
042000     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
042100     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
042200     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
042300     OPEN OUTPUT MNT-LOCK-FILE
042400     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
042500     CLOSE MNT-LOCK-FILE
042600     SET MNT-LOCK-HELD TO TRUE.
042700 0100-EXIT.
042800     EXIT.
042900
043000*-----------------------------------------------------------
043100* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
043200*                         MARKER IS A RELEASED MARKER.
043300*-----------------------------------------------------------
043400 9800-RELEASE-MNT-LOCK.
043500     OPEN OUTPUT MNT-LOCK-FILE
043600     CLOSE MNT-LOCK-FILE
043700     SET MNT-LOCK-NOT-HELD TO TRUE.
043800 9800-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------
044200* 1000-INITIALIZE - SOORT, RUNHEADER, (BIJ BEOORDELEN) SLOT EN
044300*                   AUTORISATIE, KOP VAN QUARRPT.DAT
044400*-----------------------------------------------------------
044500 1000-INITIALIZE.
044600     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
044700     PERFORM 1100-GET-MODE THRU 1100-EXIT
044800     IF MODE-CONTROLE
044900         PERFORM 1060-GET-RUN-SEQ THRU 1060-EXIT
045000         MOVE "CONTROLE" TO RPT-HDR-SOORT
045100     ELSE
045200         MOVE "SCOREVRG" TO MNT-PROGRAM
045300         PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
045400         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
045500         PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
045600         IF AUTHORITY-NOT-OK
045700             DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
045800                     FUNCTION TRIM(RUNHDR-OPERATOR-ID)
045900                     " - NIETS BEOORDEELD."
046000             MOVE 8 TO RETURN-CODE
046100             PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
046200             STOP RUN
046300         END-IF
046400         MOVE "BEOORDELING" TO RPT-HDR-SOORT
046500     END-IF
046600     OPEN OUTPUT QUAR-RPT-FILE
046700     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
046800     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
046900     MOVE RUNHDR-RUN-SEQ TO RPT-HDR-SEQ
047000     MOVE RUNHDR-OPERATOR-ID TO RPT-HDR-OPER
047100     WRITE QUAR-RPT-LINE FROM RPT-HEADING-1
047200     WRITE QUAR-RPT-LINE FROM RPT-BLANK-LINE
047300     WRITE QUAR-RPT-LINE FROM RPT-HEADING-2.
047400 1000-EXIT.
047500     EXIT.
047600
047700*-----------------------------------------------------------
047800* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE
047900*-----------------------------------------------------------
048000 1050-GET-RUN-HEADER.
048100     MOVE ZERO TO RUNHDR-RUN-SEQ
048200     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
048300     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
048400     IF RUNHDR-OPERATOR-ID = SPACES
048500         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
048600     END-IF
048700     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
048800         TO RUNHDR-OPERATOR-ID
048900     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
049000     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
049100     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
049200     IF WS-ADMIN-ENV-X NOT = SPACES
049300         MOVE FUNCTION UPPER-CASE(FUNCTION
049400             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
049500     END-IF.
049600 1050-EXIT.
049700     EXIT.
049800
049900*-----------------------------------------------------------
050000* 1060-GET-RUN-SEQ - ALS KETENSTAP: RUNDATE EN RUNSEQ VAN DE
050100*                    KETEN, ANDERS EEN EIGEN VOLGNUMMER. EEN
050200*                    OPERATORRUN TREKT GEEN VOLGNUMMER.
050300*-----------------------------------------------------------
050400 1060-GET-RUN-SEQ.
050500     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
050600     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
050700     IF WS-RUNDATE-ENV-X NOT = SPACES
050800         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
050900         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
051000             TO RUNHDR-RUN-DATE
051100         DISPLAY "SCOREVRG: RUN DATE OVERGENOMEN UIT RUNDATE - "
051200                 RUNHDR-RUN-DATE
051300     END-IF
051400     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
051500     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
051600     IF WS-RUNSEQ-ENV-X NOT = SPACES
051700         AND FUNCTION TEST-NUMVAL(FUNCTION
051800                 TRIM(WS-RUNSEQ-ENV-X)) = 0
051900         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
052000             TO RUNHDR-RUN-SEQ
052100     ELSE
052200         OPEN INPUT RUN-SEQ-FILE
052300         IF WS-RUNSEQ-STATUS = "00"
052400             READ RUN-SEQ-FILE
052500                 AT END
052600                     MOVE ZERO TO RUN-SEQ-LINE
052700             END-READ
052800             CLOSE RUN-SEQ-FILE
052900         ELSE
053000             MOVE ZERO TO RUN-SEQ-LINE
053100         END-IF
053200         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
053300         OPEN OUTPUT RUN-SEQ-FILE
053400         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
053500         WRITE RUN-SEQ-LINE
053600         CLOSE RUN-SEQ-FILE
053700     END-IF.
053800 1060-EXIT.
053900     EXIT.
054000
054100*-----------------------------------------------------------
054200* 1100-GET-MODE - QUARMODE UIT DE OMGEVING, ANDERS EEN PROMPT
054300*-----------------------------------------------------------
054400 1100-GET-MODE.
054500     DISPLAY "QUARMODE" UPON ENVIRONMENT-NAME
054600     ACCEPT WS-MODE-X FROM ENVIRONMENT-VALUE
054700     IF WS-MODE-X = SPACES
054800         DISPLAY "SOORT - C=CONTROLE  B=BEOORDELEN: "
054900         ACCEPT WS-MODE-X
055000     END-IF
055100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODE-X))
055200         TO WS-MODE
055300     IF NOT MODE-CONTROLE AND NOT MODE-BEOORDELEN
055400         DISPLAY "ERROR: ONBEKENDE SOORT '"
055500                 FUNCTION TRIM(WS-MODE-X) "' - NIETS GEDAAN"
055600         MOVE 8 TO RETURN-CODE
055700         STOP RUN
055800     END-IF.
055900 1100-EXIT.
056000     EXIT.
056100
056200*-----------------------------------------------------------
056300* 1300-LOAD-AUTHORITY - OPERAUTH.DAT NAAR DE TABEL
056400*-----------------------------------------------------------
056500 1300-LOAD-AUTHORITY.
056600     MOVE ZERO TO WS-AUTH-COUNT
056700     OPEN INPUT OPER-AUTH-FILE
056800     IF WS-OPERAUTH-STATUS NOT = "00"
056900         GO TO 1300-EXIT
057000     END-IF
057100     SET AUTH-NOT-EOF TO TRUE
057200     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
057300         READ OPER-AUTH-FILE
057400             AT END
057500                 SET AUTH-EOF TO TRUE
057600             NOT AT END
057700                 PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
057800         END-READ
057900     END-PERFORM
058000     CLOSE OPER-AUTH-FILE.
058100 1300-EXIT.
058200     EXIT.
058300
058400 1350-LOAD-ONE-AUTH.
058500     IF OPER-AUTH-LINE = SPACES
058600         GO TO 1350-EXIT
058700     END-IF
058800     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
058900     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
059000         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
059100     END-UNSTRING
059200     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
059300         GO TO 1350-EXIT
059400     END-IF
059500     ADD 1 TO WS-AUTH-COUNT
059600     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
059700         TO AUTH-OPERATOR (WS-AUTH-COUNT)
059800     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
059900         TO AUTH-NIVEAU (WS-AUTH-COUNT).
060000 1350-EXIT.
060100     EXIT.
060200
060300*-----------------------------------------------------------
060400* 1400-CHECK-AUTHORITY - IS DE OPERATOR NIVEAU 2 OF HOGER?
060500*-----------------------------------------------------------
060600 1400-CHECK-AUTHORITY.
060700     SET AUTHORITY-NOT-OK TO TRUE
060800     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
060900         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
061000         IF AUTH-OPERATOR (WS-AUTH-IDX) = RUNHDR-OPERATOR-ID
061100             AND AUTH-NIVEAU (WS-AUTH-IDX)
061200                 >= WS-SUPERVISOR-NIVEAU
061300             SET AUTHORITY-OK TO TRUE
061400         END-IF
061500     END-PERFORM.
061600 1400-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------
062000* 2000-CONTROLE - DE SCORES DIE READCSV IN DEZE RUN HEEFT
062100*                 VASTGEHOUDEN ALS C-RECORD NAAR CTLBAL.DAT, EN
062200*                 ELKE NOG OPENSTAANDE SCORE OP HET RAPPORT. GEEN
062300*                 SCOREQUA.DAT IS GEEN FOUT: ER WERD NOG NOOIT
062400*                 IETS VASTGEHOUDEN.
062500*-----------------------------------------------------------
062600 2000-CONTROLE.
062700     OPEN INPUT SCORE-QUAR-FILE
062800     IF WS-QUAR-STATUS = "00"
062900         SET QUAR-NOT-EOF TO TRUE
063000         PERFORM UNTIL QUAR-EOF
063100             READ SCORE-QUAR-FILE
063200                 AT END
063300                     SET QUAR-EOF TO TRUE
063400                 NOT AT END
063500                     PERFORM 2100-CONTROLE-ONE THRU 2100-EXIT
063600             END-READ
063700         END-PERFORM
063800         CLOSE SCORE-QUAR-FILE
063900     END-IF
064000     OPEN EXTEND CONTROL-BAL-FILE
064100     IF WS-CTLB-STATUS = "35"
064200         OPEN OUTPUT CONTROL-BAL-FILE
064300     END-IF
064400     MOVE RUNHDR-RUN-SEQ TO CTLB-RUN-SEQ
064500     MOVE "SCOREVRG" TO CTLB-PROGRAM
064600     MOVE "SCOREQUA" TO CTLB-FILE-ID
064700     MOVE "C" TO CTLB-ROLE
064800     MOVE WS-RUN-COUNT TO CTLB-COUNT
064900     MOVE WS-RUN-SUM TO CTLB-HASH
065000     MOVE RUNHDR-ADMIN TO CTLB-ADMIN
065100     WRITE CONTROL-BAL-LINE FROM CTLB-DETAIL-LINE
065200     CLOSE CONTROL-BAL-FILE.
065300 2000-EXIT.
065400     EXIT.
065500
065600 2100-CONTROLE-ONE.
065700     IF SCORE-QUAR-LINE = SPACES
065800         GO TO 2100-EXIT
065900     END-IF
066000     ADD 1 TO WS-GELEZEN
066100     MOVE SCORE-QUAR-LINE TO QUA-DETAIL-LINE
066200     IF QUA-RUN-SEQ = RUNHDR-RUN-SEQ
066300         ADD 1 TO WS-RUN-COUNT
066400         ADD FUNCTION NUMVAL(QUA-SCORE) TO WS-RUN-SUM
066500     END-IF
066600     IF QUA-VASTGEHOUDEN
066700         ADD 1 TO WS-OPEN-COUNT
066800         MOVE "OPEN" TO WS-BESLUIT-TXT
066900         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
067000     END-IF.
067100 2100-EXIT.
067200     EXIT.
067300
067400*-----------------------------------------------------------
067500* 3000-BEOORDELEN - ELKE OPENSTAANDE SCORE AAN DE OPERATOR
067600*                   VOORLEGGEN. ALLE REGELS GAAN NAAR
067700*                   QUARWRK.DAT, DIE NA AFLOOP OVER SCOREQUA.DAT
067800*                   GAAT (5900).
067900*-----------------------------------------------------------
068000 3000-BEOORDELEN.
068100     OPEN INPUT SCORE-QUAR-FILE
068200     IF WS-QUAR-STATUS NOT = "00"
068300         DISPLAY "SCOREVRG: GEEN SCOREQUA.DAT - NIETS TE "
068400                 "BEOORDELEN"
068500         GO TO 3000-EXIT
068600     END-IF
068700     OPEN OUTPUT QUAR-WORK-FILE
068800     OPEN I-O PEOPLE-INDEXED
068900     IF WS-PIDX-STATUS = "35"
069000         OPEN OUTPUT PEOPLE-INDEXED
069100         CLOSE PEOPLE-INDEXED
069200         OPEN I-O PEOPLE-INDEXED
069300     END-IF
069400     OPEN I-O SCORE-CURRENT-FILE
069500     IF WS-SCUR-STATUS = "35"
069600         OPEN OUTPUT SCORE-CURRENT-FILE
069700         CLOSE SCORE-CURRENT-FILE
069800         OPEN I-O SCORE-CURRENT-FILE
069900     END-IF
070000     OPEN EXTEND SCORE-HISTORY-FILE
070100     IF WS-HIST-STATUS = "35"
070200         OPEN OUTPUT SCORE-HISTORY-FILE
070300     END-IF
070400     OPEN EXTEND PEOPLE-CHANGE-FILE
070500     IF WS-PCHG-STATUS = "35"
070600         OPEN OUTPUT PEOPLE-CHANGE-FILE
070700     END-IF
070800     OPEN EXTEND QUAR-RET-FILE
070900     IF WS-QRET-STATUS = "35"
071000         OPEN OUTPUT QUAR-RET-FILE
071100     END-IF
071200     SET REVIEW-GOING TO TRUE
071300     SET QUAR-NOT-EOF TO TRUE
071400     PERFORM UNTIL QUAR-EOF
071500         READ SCORE-QUAR-FILE
071600             AT END
071700                 SET QUAR-EOF TO TRUE
071800             NOT AT END
071900                 PERFORM 3100-BEOORDEEL-ONE THRU 3100-EXIT
072000         END-READ
072100     END-PERFORM
072200     CLOSE SCORE-QUAR-FILE QUAR-WORK-FILE QUAR-RET-FILE
072300     CLOSE PEOPLE-INDEXED SCORE-CURRENT-FILE
072400     CLOSE SCORE-HISTORY-FILE PEOPLE-CHANGE-FILE
072500     IF WS-VRIJ-COUNT > ZERO OR WS-AFW-COUNT > ZERO
072600         PERFORM 5900-COPY-BACK THRU 5900-EXIT
072700     END-IF.
072800 3000-EXIT.
072900     EXIT.
073000
073100 3100-BEOORDEEL-ONE.
073200     IF SCORE-QUAR-LINE = SPACES
073300         GO TO 3100-EXIT
073400     END-IF
073500     ADD 1 TO WS-GELEZEN
073600     MOVE SCORE-QUAR-LINE TO QUA-DETAIL-LINE
073700     IF QUA-VASTGEHOUDEN AND REVIEW-GOING
073800         ADD 1 TO WS-OPEN-COUNT
073900         PERFORM 3200-ASK-DECISION THRU 3200-EXIT
074000     END-IF
074100     WRITE QUAR-WORK-LINE FROM QUA-DETAIL-LINE.
074200 3100-EXIT.
074300     EXIT.
074400
074500*-----------------------------------------------------------
074600* 3200-ASK-DECISION - TOON DE SCORE MET BEIDE SPREIDINGEN EN
074700*                     VRAAG HET BESLUIT
074800*-----------------------------------------------------------
074900 3200-ASK-DECISION.
075000     EVALUATE QUA-REDEN
075100         WHEN "PA"
075200             MOVE "PERSOON EN AFDELING" TO WS-REDEN-TXT
075300         WHEN "P "
075400             MOVE "EIGEN HISTORIE" TO WS-REDEN-TXT
075500         WHEN OTHER
075600             MOVE "AFDELINGSSPREIDING" TO WS-REDEN-TXT
075700     END-EVALUATE
075800     DISPLAY " "
075900     DISPLAY "VASTGEHOUDEN SCORE " QUA-RUN-SEQ "/" QUA-VOLGNR
076000             " VAN " QUA-DATUM " (" FUNCTION TRIM(QUA-BRON) ")"
076100     DISPLAY "  " FUNCTION TRIM(QUA-ID) "  "
076200             FUNCTION TRIM(QUA-NAME)
076300     DISPLAY "  SCORE " QUA-SCORE "  AFDELING "
076400             FUNCTION TRIM(QUA-DEPT)
076500             "  UITSCHIETER: " FUNCTION TRIM(WS-REDEN-TXT)
076600     DISPLAY "  PERSOON  N=" QUA-PERS-N " GEM " QUA-PERS-GEM
076700             " SD " QUA-PERS-SD
076800     DISPLAY "  AFDELING N=" QUA-AFD-N " GEM " QUA-AFD-GEM
076900             " SD " QUA-AFD-SD
077000     DISPLAY "BESLUIT - V=VRIJGEVEN  A=AFWIJZEN  S=STOPPEN  "
077100             "ANDERS=OVERSLAAN: "
077200     MOVE SPACES TO WS-BESLUIT-X
077300     ACCEPT WS-BESLUIT-X
077400     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BESLUIT-X))
077500         TO WS-BESLUIT
077600     EVALUATE WS-BESLUIT
077700         WHEN "V"
077800             PERFORM 3300-RELEASE THRU 3300-EXIT
077900             SET QUA-VRIJGEGEVEN TO TRUE
078000             MOVE RUNHDR-RUN-DATE TO QUA-BESL-DATUM
078100             MOVE RUNHDR-OPERATOR-ID TO QUA-BESL-OPER
078200             ADD 1 TO WS-VRIJ-COUNT
078300             MOVE "VRIJGEGEVEN" TO WS-BESLUIT-TXT
078400         WHEN "A"
078500             PERFORM 3400-REJECT THRU 3400-EXIT
078600             SET QUA-AFGEWEZEN TO TRUE
078700             MOVE RUNHDR-RUN-DATE TO QUA-BESL-DATUM
078800             MOVE RUNHDR-OPERATOR-ID TO QUA-BESL-OPER
078900             ADD 1 TO WS-AFW-COUNT
079000             MOVE "AFGEWEZEN" TO WS-BESLUIT-TXT
079100         WHEN "S"
079200             SET REVIEW-STOPPED TO TRUE
079300             ADD 1 TO WS-OVER-COUNT
079400             MOVE "OPEN" TO WS-BESLUIT-TXT
079500         WHEN OTHER
079600             ADD 1 TO WS-OVER-COUNT
079700             MOVE "OPEN" TO WS-BESLUIT-TXT
079800     END-EVALUATE
079900     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
080000 3200-EXIT.
080100     EXIT.
080200
080300*-----------------------------------------------------------
080400* 3300-RELEASE - DE SCORE ALSNOG BOEKEN ZOALS READCSV HEM OP
080500*                DE OORSPRONKELIJKE DATUM HAD GEBOEKT: SCOREHST,
080600*                SCORECUR (VOLGNR-SUFFIX) EN PEOPLE.IDX MET EEN
080700*                PEOPCHG-REGEL. STAAT ER OP SCORECUR AL EEN
080800*                NIEUWERE SCORE VAN DE PERSOON, DAN BLIJFT DE
080900*                STAND OP PEOPLE.IDX DIE NIEUWERE SCORE.
081000*-----------------------------------------------------------
081100 3300-RELEASE.
081200     MOVE FUNCTION NUMVAL(QUA-SCORE) TO WS-SCORE
081300     MOVE QUA-DATUM TO HST-DATE
081400     MOVE QUA-ID    TO HST-ID
081500     MOVE QUA-NAME  TO HST-NAME
081600     MOVE WS-SCORE  TO HST-SCORE
081700     MOVE QUA-DEPT  TO HST-DEPT
081800     WRITE SCORE-HISTORY-RECORD
081900     PERFORM 3350-CHECK-NEWER THRU 3350-EXIT
082000     MOVE QUA-ID    TO SCK-ID
082100     MOVE QUA-DATUM TO SCK-DATE
082200     MOVE QUA-NAME  TO SCK-NAME
082300     MOVE WS-SCORE  TO SCK-SCORE
082400     MOVE QUA-DEPT  TO SCK-DEPT
082500     SET SCUR-NOT-WRITTEN TO TRUE
082600     MOVE 1 TO SCK-VOLGNR
082700     PERFORM UNTIL SCUR-WRITTEN OR SCK-VOLGNR > 998
082800         WRITE SCORE-CUR-RECORD
082900             INVALID KEY
083000                 ADD 1 TO SCK-VOLGNR
083100             NOT INVALID KEY
083200                 SET SCUR-WRITTEN TO TRUE
083300         END-WRITE
083400     END-PERFORM
083500     MOVE QUA-ID TO PIDX-ID
083600     READ PEOPLE-INDEXED
083700         INVALID KEY
083800             MOVE QUA-ID    TO PIDX-ID
083900             MOVE QUA-NAME  TO PIDX-NAME
084000             MOVE WS-SCORE  TO PIDX-SCORE
084100             MOVE QUA-DEPT  TO PIDX-AFDELING
084200             MOVE QUA-DATUM TO PIDX-INDIENST
084300             WRITE PEOPLE-INDEXED-RECORD
084400             MOVE "A"  TO CHG-ACTION
084500             MOVE ZERO TO CHG-OLD-SCORE
084600         NOT INVALID KEY
084700             IF NEWER-SCORE-FOUND
084800                 ADD 1 TO WS-NIEUWER-COUNT
084900                 DISPLAY "  PEOPLE.IDX HOUDT DE NIEUWERE SCORE"
085000                 GO TO 3300-EXIT
085100             END-IF
085200             MOVE PIDX-SCORE TO WS-OLD-SCORE
085300             MOVE QUA-NAME  TO PIDX-NAME
085400             MOVE WS-SCORE  TO PIDX-SCORE
085500             MOVE QUA-DEPT  TO PIDX-AFDELING
085600             IF PIDX-INDIENST NOT NUMERIC
085700                 MOVE ZERO TO PIDX-INDIENST
085800             END-IF
085900             REWRITE PEOPLE-INDEXED-RECORD
086000             MOVE "U"  TO CHG-ACTION
086100             MOVE WS-OLD-SCORE TO CHG-OLD-SCORE
086200     END-READ
086300     MOVE RUNHDR-RUN-DATE TO CHG-DATE
086400     MOVE QUA-ID          TO CHG-ID
086500     MOVE WS-SCORE        TO CHG-NEW-SCORE
086600     MOVE QUA-NAME        TO CHG-NAME
086700     WRITE PEOPLE-CHANGE-LINE FROM CHG-DETAIL-LINE.
086800 3300-EXIT.
086900     EXIT.
087000
087100*    IS ER OP SCORECUR EEN SCORE VAN DEZE PERSOON VAN NA DE
087200*    DATUM VAN DE VASTGEHOUDEN SCORE?
087300 3350-CHECK-NEWER.
087400     SET NO-NEWER-SCORE TO TRUE
087500     MOVE QUA-ID TO SCK-ID
087600     COMPUTE SCK-DATE = QUA-DATUM + 1
087700     MOVE ZERO TO SCK-VOLGNR
087800     START SCORE-CURRENT-FILE KEY IS NOT LESS THAN SCK-KEY
087900         INVALID KEY
088000             GO TO 3350-EXIT
088100     END-START
088200     READ SCORE-CURRENT-FILE NEXT RECORD
088300         AT END
088400             GO TO 3350-EXIT
088500     END-READ
088600     IF SCK-ID = QUA-ID
088700         SET NEWER-SCORE-FOUND TO TRUE
088800     END-IF.
088900 3350-EXIT.
089000     EXIT.
089100
089200*-----------------------------------------------------------
089300* 3400-REJECT - DE RIJ TERUG NAAR DE BRON: QUARRET.DAT IN HET
089400*               REJECTS-FORMAAT, REDEN 09, MET DE RIJ HERBOUWD
089500*               ALS ID,NAAM,SCORE,AFDELING
089600*-----------------------------------------------------------
089700 3400-REJECT.
089800     MOVE FUNCTION NUMVAL(QUA-SCORE) TO WS-SCORE
089900     MOVE WS-SCORE TO WS-SCORE-ED
090000     MOVE "SCORE UIT QUARANTAINE AFGEWEZEN"
090100         TO QRET-REASON-TXT
090200     MOVE SPACES TO QRET-ORIGINAL-LINE
090300     STRING FUNCTION TRIM(QUA-ID) ","
090400            FUNCTION TRIM(QUA-NAME) ","
090500            FUNCTION TRIM(WS-SCORE-ED) ","
090600            FUNCTION TRIM(QUA-DEPT)
090700         DELIMITED BY SIZE INTO QRET-ORIGINAL-LINE
090800     END-STRING
090900     WRITE QUAR-RET-LINE FROM QRET-DETAIL-LINE.
091000 3400-EXIT.
091100     EXIT.
091200
091300*-----------------------------------------------------------
091400* 5900-COPY-BACK - QUARWRK.DAT TERUG OVER SCOREQUA.DAT
091500*-----------------------------------------------------------
091600 5900-COPY-BACK.
091700     OPEN INPUT QUAR-WORK-FILE
091800     OPEN OUTPUT SCORE-QUAR-FILE
091900     SET WORK-NOT-EOF TO TRUE
092000     PERFORM UNTIL WORK-EOF
092100         READ QUAR-WORK-FILE
092200             AT END
092300                 SET WORK-EOF TO TRUE
092400             NOT AT END
092500                 WRITE SCORE-QUAR-LINE FROM QUAR-WORK-LINE
092600         END-READ
092700     END-PERFORM
092800     CLOSE QUAR-WORK-FILE SCORE-QUAR-FILE.
092900 5900-EXIT.
093000     EXIT.
093100
093200*-----------------------------------------------------------
093300* 7000-WRITE-DETAIL - EEN SCORE MET ZIJN SPREIDINGEN OP
093400*                     QUARRPT.DAT
093500*-----------------------------------------------------------
093600 7000-WRITE-DETAIL.
093700     MOVE QUA-RUN-SEQ  TO RPT-DET-RUN
093800     MOVE QUA-VOLGNR   TO RPT-DET-VOLGNR
093900     MOVE QUA-DATUM    TO RPT-DET-DATUM
094000     MOVE QUA-ID       TO RPT-DET-ID
094100     MOVE QUA-NAME     TO RPT-DET-NAAM
094200     MOVE FUNCTION NUMVAL(QUA-SCORE) TO RPT-DET-SCORE
094300     MOVE QUA-DEPT     TO RPT-DET-AFD
094400     MOVE QUA-REDEN    TO RPT-DET-REDEN
094500     MOVE WS-BESLUIT-TXT TO RPT-DET-BESLUIT
094600     WRITE QUAR-RPT-LINE FROM RPT-DETAIL-LINE
094700     MOVE QUA-PERS-N TO RPT-SPR-PN
094800     MOVE FUNCTION NUMVAL(QUA-PERS-GEM) TO RPT-SPR-PGEM
094900     MOVE FUNCTION NUMVAL(QUA-PERS-SD) TO RPT-SPR-PSD
095000     MOVE QUA-AFD-N TO RPT-SPR-AN
095100     MOVE FUNCTION NUMVAL(QUA-AFD-GEM) TO RPT-SPR-AGEM
095200     MOVE FUNCTION NUMVAL(QUA-AFD-SD) TO RPT-SPR-ASD
095300     WRITE QUAR-RPT-LINE FROM RPT-SPREAD-LINE.
095400 7000-EXIT.
095500     EXIT.
095600
095700*-----------------------------------------------------------
095800* 8000-WRITE-TRAILER - TELLINGEN EN, BIJ OPENSTAANDE SCORES IN
095900*                      DE CONTROLE, HET AFTEKENBLOK
096000*-----------------------------------------------------------
096100 8000-WRITE-TRAILER.
096200     WRITE QUAR-RPT-LINE FROM RPT-BLANK-LINE
096300     IF MODE-CONTROLE
096400         MOVE "VASTGEHOUDEN IN DEZE RUN:" TO RPT-TRL-LABEL
096500         MOVE WS-RUN-COUNT TO RPT-TRL-COUNT
096600         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
096700         MOVE "OPENSTAAND TE BEOORDELEN:" TO RPT-TRL-LABEL
096800         MOVE WS-OPEN-COUNT TO RPT-TRL-COUNT
096900         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
097000         IF WS-OPEN-COUNT > ZERO
097100             WRITE QUAR-RPT-LINE FROM RPT-BLANK-LINE
097200             MOVE "BEOORDELEN: SCOREVRG QUARMODE=B, NIVEAU 2"
097300                 TO RPT-TXT
097400             WRITE QUAR-RPT-LINE FROM RPT-TEXT-LINE
097500             WRITE QUAR-RPT-LINE FROM RPT-BLANK-LINE
097600             MOVE "GEZIEN DOOR: ______________  DATUM: ________"
097700                 TO RPT-TXT
097800             WRITE QUAR-RPT-LINE FROM RPT-TEXT-LINE
097900         END-IF
098000     ELSE
098100         MOVE "OPENSTAAND VOORGELEGD:" TO RPT-TRL-LABEL
098200         MOVE WS-OPEN-COUNT TO RPT-TRL-COUNT
098300         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
098400         MOVE "VRIJGEGEVEN:" TO RPT-TRL-LABEL
098500         MOVE WS-VRIJ-COUNT TO RPT-TRL-COUNT
098600         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
098700         MOVE "  WAARVAN PEOPLE.IDX AL NIEUWER:" TO RPT-TRL-LABEL
098800         MOVE WS-NIEUWER-COUNT TO RPT-TRL-COUNT
098900         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
099000         MOVE "AFGEWEZEN (QUARRET.DAT):" TO RPT-TRL-LABEL
099100         MOVE WS-AFW-COUNT TO RPT-TRL-COUNT
099200         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
099300         MOVE "OVERGESLAGEN:" TO RPT-TRL-LABEL
099400         MOVE WS-OVER-COUNT TO RPT-TRL-COUNT
099500         WRITE QUAR-RPT-LINE FROM RPT-TRAILER-LINE
099600     END-IF
099700     CLOSE QUAR-RPT-FILE.
099800 8000-EXIT.
099900     EXIT.
100000
100100*-----------------------------------------------------------
100200* 9000-WRITE-RUN-JOURNAL - CONTROLE: COUNT-1 VASTGEHOUDEN IN
100300*                          DE RUN, COUNT-2 OPENSTAAND;
100400*                          BEOORDELEN: COUNT-1 VRIJGEGEVEN,
100500*                          COUNT-2 AFGEWEZEN
100600*-----------------------------------------------------------
100700 9000-WRITE-RUN-JOURNAL.
100800     ACCEPT WS-END-TIME-RAW FROM TIME
100900     OPEN EXTEND RUN-JOURNAL-FILE
101000     IF WS-JRNL-STATUS = "35"
101100         OPEN OUTPUT RUN-JOURNAL-FILE
101200     END-IF
101300     MOVE "SCOREVRG" TO JRNL-PROGRAM
101400     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
101500     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
101600     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
101700     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
101800     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
101900     MOVE RETURN-CODE TO JRNL-RC
102000     IF MODE-CONTROLE
102100         MOVE WS-RUN-COUNT TO JRNL-COUNT-1
102200         MOVE WS-OPEN-COUNT TO JRNL-COUNT-2
102300     ELSE
102400         MOVE WS-VRIJ-COUNT TO JRNL-COUNT-1
102500         MOVE WS-AFW-COUNT TO JRNL-COUNT-2
102600     END-IF
102700     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
102800     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
102900     CLOSE RUN-JOURNAL-FILE.
103000 9000-EXIT.
103100     EXIT.
