000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JAARAFS.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - JAARAFSLUITING. OPERATOR
001300*                  RUN FOR ONE BOEKJAAR (SLOTJAAR, ANDERS EEN
001400*                  PROMPT; LEEG = HET VORIGE JAAR). CHECKS THAT
001500*                  BTWQTR HAS CLOSED ALL FOUR KWARTALEN IN
001600*                  BTWSLOT.DAT, THAT THE LAST BOEKDAG OF THE
001700*                  YEAR (THE LAST T-RECORD IN BTWPERD.DAT) IS
001800*                  HANDED OVER IN GLREG.DAT AND THAT THE YEAR IS
001900*                  NOT ON JAARSLOT.DAT YET. WITHOUT JAARSLUIT=J
002000*                  IT IS A PROEF: CHECKS AND TOTALS ONLY. WITH
002100*                  JAARSLUIT=J (NIVEAU-2 OPERATOR, UNDER
002200*                  MNTLOCK.DAT) THE YEAR'S RECORDS OF
002300*                  BTWPERD.DAT, MARGEAUD.DAT AND GLREG.DAT MOVE
002400*                  TO <BESTAND>.<JAAR>, THE OPEN POSTEN PER 31-12
002500*                  ARE FIXED IN OPENPOST.<JAAR> AND STAY OPEN
002600*                  (OVERGEBRACHT), GLREG.DAT GETS ONE BEGINBALANS
002700*                  LINE FOR THE ARCHIVED DEBITEUREN SO DEBAFST
002800*                  STILL CLOSES, FACTNR.DAT STARTS THE SERIES
002900*                  <JAAR>NNNN OF THE CURRENT YEAR AND THE YEAR
003000*                  GOES ON JAARSLOT.DAT - MATH AND FACTPRT POST
003100*                  NOTHING INTO IT ANY MORE. JAARAFS.DAT PROVES
003200*                  ARCHIVE = PRE-CLOSE YEAR TOTALS AND ARCHIVE +
003300*                  REMAINDER = PRE-CLOSE FILE TOTALS (AANTAL AND
003400*                  BEDRAGEN); THE LIVE FILES ARE ONLY REWRITTEN
003500*                  WHEN EVERY PROOF AGREES. CONDITION CODE 8
003600*                  WHEN A CHECK OR A PROOF FAILS, 4 WHEN AN
003700*                  EARLIER BOEKDAG HAS NO GLREG LINE.
003800*-----------------------------------------------------------
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT SCAN-FILE ASSIGN TO DYNAMIC WS-SCAN-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SCAN-STATUS.
004600
004700     SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ARCH-STATUS.
005000
005100     SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-WORK-STATUS.
005400
005500     SELECT QUARTER-LOCK-FILE ASSIGN TO "BTWSLOT.DAT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SLOT-STATUS.
005800
005900     SELECT YEAR-LOCK-FILE ASSIGN TO "JAARSLOT.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-JSLOT-STATUS.
006200
006300     SELECT INVOICE-NR-FILE ASSIGN TO "FACTNR.DAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-FACTNR-STATUS.
006600
006700     SELECT JAARAFS-RPT-FILE ASSIGN TO "JAARAFS.DAT"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-OPERAUTH-STATUS.
007300
007400     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-SYSLOCK-STATUS.
007700
007800     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-MNTLOCK-STATUS.
008100
008200     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-JRNL-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  SCAN-FILE.
008900 01  SCAN-LINE                PIC X(200).
009000
009100 FD  ARCH-FILE.
009200 01  ARCH-LINE                PIC X(200).
009300
009400 FD  WORK-FILE.
009500 01  WORK-LINE                PIC X(200).
009600
009700 FD  QUARTER-LOCK-FILE.
009800 01  QUARTER-LOCK-LINE        PIC X(80).
009900
010000 FD  YEAR-LOCK-FILE.
010100 01  YEAR-LOCK-LINE           PIC X(80).
010200
010300 FD  INVOICE-NR-FILE.
010400 01  INVOICE-NR-LINE          PIC 9(08).
010500
010600 FD  JAARAFS-RPT-FILE.
010700 01  JAARAFS-RPT-LINE         PIC X(132).
010800
010900 FD  OPER-AUTH-FILE.
011000 01  OPER-AUTH-LINE           PIC X(40).
011100
011200 FD  SYS-LOCK-FILE.
011300 01  SYS-LOCK-LINE            PIC X(80).
011400
011500 FD  MNT-LOCK-FILE.
011600 01  MNT-LOCK-LINE            PIC X(80).
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
013400 01  WS-ADMIN-ENV-X           PIC X(06).
013500
013600*-----------------------------------------------------------
013700* JAARSLOT-REGISTER, SEE JAARSLOT.CPY
013800*-----------------------------------------------------------
013900     COPY "JAARSLOT.CPY".
014000
014100*-----------------------------------------------------------
014200* FILE STATUS AND SWITCHES
014300*-----------------------------------------------------------
014400 01  WS-SCAN-STATUS           PIC X(02) VALUE "00".
014500 01  WS-ARCH-STATUS           PIC X(02) VALUE "00".
014600 01  WS-WORK-STATUS           PIC X(02) VALUE "00".
014700 01  WS-SLOT-STATUS           PIC X(02) VALUE "00".
014800 01  WS-JSLOT-STATUS          PIC X(02) VALUE "00".
014900 01  WS-FACTNR-STATUS         PIC X(02) VALUE "00".
015000 01  WS-SCAN-NAME             PIC X(40) VALUE SPACES.
015100 01  WS-ARCH-NAME             PIC X(40) VALUE SPACES.
015200 01  WS-WORK-NAME             PIC X(40) VALUE SPACES.
015300 01  WS-DELETE-NAME           PIC X(40) VALUE SPACES.
015400 01  WS-SAVE-RC               PIC S9(04) COMP VALUE ZERO.
015500 01  WS-FILE-EOF              PIC X VALUE "N".
015600     88 FILE-EOF              VALUE "Y".
015700     88 FILE-NOT-EOF          VALUE "N".
015800 01  WS-MODE-SW               PIC X VALUE "P".
015900     88 MODE-AFSLUITEN        VALUE "J".
016000     88 MODE-PROEF            VALUE "P".
016100 01  WS-BLOCK-SW              PIC X VALUE "N".
016200     88 CLOSE-BLOCKED         VALUE "Y".
016300     88 CLOSE-ALLOWED         VALUE "N".
016400 01  WS-PROOF-SW              PIC X VALUE "Y".
016500     88 PROOF-OK              VALUE "Y".
016600     88 PROOF-FAILED          VALUE "N".
016700 01  WS-CLOSED-SW             PIC X VALUE "N".
016800     88 YEAR-CLOSED           VALUE "Y".
016900     88 YEAR-NOT-CLOSED       VALUE "N".
017000 01  WS-FOUND-SW              PIC X VALUE "N".
017100     88 ENTRY-FOUND           VALUE "Y".
017200     88 ENTRY-NOT-FOUND       VALUE "N".
017300
017400*-----------------------------------------------------------
017500* HET BOEKJAAR
017600*-----------------------------------------------------------
017700 01  WS-JAAR-X                PIC X(06).
017800 01  WS-SLUIT-X               PIC X(02).
017900 01  WS-JAAR                  PIC 9(04) VALUE ZERO.
018000 01  WS-RUN-JAAR              PIC 9(04) VALUE ZERO.
018100 01  WS-JAAR-VAN              PIC 9(08) VALUE ZERO.
018200 01  WS-JAAR-TOT              PIC 9(08) VALUE ZERO.
018300 01  WS-TIME-NOW              PIC 9(08) VALUE ZERO.
018400
018500*-----------------------------------------------------------
018600* DE VIER BESTANDEN EN HUN TOTALEN. SOORT 1 = JAAR VOOR DE
018700* AFSLUITING, 2 = GEARCHIVEERD (JAARBESTAND NAGELEZEN),
018800* 3 = BLIJFT (WERKBESTAND NAGELEZEN), 4 = HEEL BESTAND VOOR
018900* DE AFSLUITING, 5 = HEEL BESTAND NA DE AFSLUITING.
019000* BESTAND 4 (OPENPOST) BLIJFT STAAN - SOORT 1 IS DAAR DE
019100* OPENSTAANDE POSTEN PER 31-12, OVERGEBRACHT NAAR HET NIEUWE
019200* JAAR.
019300*-----------------------------------------------------------
019400 77  WS-BST-COUNT             PIC 9(02) COMP VALUE 4.
019500 77  WS-BST-IDX               PIC 9(02) COMP VALUE ZERO.
019600 77  WS-SOORT-IDX             PIC 9(02) COMP VALUE ZERO.
019700 01  WS-BST-TABLE.
019800     05  WS-BST-ENTRY OCCURS 4 TIMES.
019900         10  BST-BASIS        PIC X(08).
020000         10  BST-LIVE         PIC X(40).
020100         10  BST-JAARNAAM     PIC X(40).
020200         10  BST-WERK         PIC X(40).
020300         10  BST-KOP-1        PIC X(18).
020400         10  BST-KOP-2        PIC X(18).
020500         10  BST-AANWEZIG-SW  PIC X(01).
020600             88 BST-AANWEZIG      VALUE "J".
020700             88 BST-AFWEZIG       VALUE "N".
020800         10  BST-PROEF-SW     PIC X(01).
020900             88 BST-AKKOORD       VALUE "J".
021000             88 BST-VERSCHIL      VALUE "N".
021100         10  BST-OUDER        PIC 9(07) COMP.
021200         10  BST-TOT OCCURS 5 TIMES.
021300             15  TOT-AANTAL   PIC 9(07) COMP.
021400             15  TOT-BEDRAG-1 PIC S9(11)V99.
021500             15  TOT-BEDRAG-2 PIC S9(11)V99.
021600
021700*-----------------------------------------------------------
021800* REGEL ONTLEDEN - DATUM EN TWEE BEDRAGEN PER BESTAND
021900*-----------------------------------------------------------
022000 01  WS-F1-X                  PIC X(40).
022100 01  WS-F2-X                  PIC X(40).
022200 01  WS-F3-X                  PIC X(40).
022300 01  WS-F4-X                  PIC X(40).
022400 01  WS-F5-X                  PIC X(40).
022500 01  WS-F6-X                  PIC X(40).
022600 01  WS-LINE-DATE             PIC 9(08) VALUE ZERO.
022700 01  WS-LINE-BEDRAG-1         PIC S9(11)V99 VALUE ZERO.
022800 01  WS-LINE-BEDRAG-2         PIC S9(11)V99 VALUE ZERO.
022900 01  WS-LINE-T-SW             PIC X VALUE "N".
023000     88 LINE-IS-T             VALUE "Y".
023100     88 LINE-NOT-T            VALUE "N".
023200 01  WS-LINE-YEAR-SW          PIC X VALUE "N".
023300     88 LINE-IN-YEAR          VALUE "Y".
023400     88 LINE-NOT-IN-YEAR      VALUE "N".
023500
023600*-----------------------------------------------------------
023700* BOEKDAGEN (T-RECORDS IN BTWPERD.DAT) EN OVERGEDRAGEN DAGEN
023800* (GLREG.DAT) VAN HET JAAR
023900*-----------------------------------------------------------
024000 77  WS-DAG-MAX               PIC 9(03) COMP VALUE 400.
024100 77  WS-BOEKDAG-COUNT         PIC 9(03) COMP VALUE ZERO.
024200 77  WS-GLDAG-COUNT           PIC 9(03) COMP VALUE ZERO.
024300 77  WS-DAG-IDX               PIC 9(03) COMP VALUE ZERO.
024400 77  WS-GL-IDX                PIC 9(03) COMP VALUE ZERO.
024500 01  WS-BOEKDAG-TABLE.
024600     05  BOEKDAG-DATUM        PIC 9(08) OCCURS 400 TIMES.
024700 01  WS-GLDAG-TABLE.
024800     05  GLDAG-DATUM          PIC 9(08) OCCURS 400 TIMES.
024900 01  WS-LAATSTE-BOEKDAG       PIC 9(08) VALUE ZERO.
025000 77  WS-GAT-COUNT             PIC 9(03) COMP VALUE ZERO.
025100
025200*-----------------------------------------------------------
025300* KWARTAALSLOT (BTWSLOT.DAT, GESCHREVEN DOOR BTWQTR)
025400*-----------------------------------------------------------
025500 01  WS-SLOT-JAAR-X           PIC X(06).
025600 01  WS-SLOT-KW-X             PIC X(02).
025700 01  WS-SLOT-OPER-X           PIC X(10).
025800 01  WS-SLOT-DATUM-X          PIC X(10).
025900 77  WS-KW-IDX                PIC 9(02) COMP VALUE ZERO.
026000 01  WS-KW-TABLE.
026100     05  KW-DATUM             PIC 9(08) OCCURS 4 TIMES.
026200
026300*-----------------------------------------------------------
026400* FACTUURNUMMERREEKS
026500*-----------------------------------------------------------
026600 01  WS-FACTNR-OUD            PIC 9(08) VALUE ZERO.
026700 01  WS-FACTNR-NIEUW          PIC 9(08) VALUE ZERO.
026800 01  WS-REEKS-SW              PIC X VALUE "N".
026900     88 REEKS-NIEUW           VALUE "Y".
027000     88 REEKS-LOOPT-AL        VALUE "N".
027100
027200*-----------------------------------------------------------
027300* BATCH LOCK AND MAINTENANCE MARKER (SYSLOCK.DAT/MNTLOCK.DAT)
027400*-----------------------------------------------------------
027500 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
027600 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
027700 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
027800 01  WS-LOCK-SW               PIC X VALUE "N".
027900     88 MNT-LOCK-HELD         VALUE "Y".
028000     88 MNT-LOCK-NOT-HELD     VALUE "N".
028100 01  MNT-LOCK-DETAIL.
028200     05  MNT-PROGRAM          PIC X(08) VALUE "JAARAFS".
028300     05  FILLER               PIC X(01) VALUE ",".
028400     05  MNT-OPERATOR         PIC X(08).
028500     05  FILLER               PIC X(01) VALUE ",".
028600     05  MNT-DATUM            PIC 9(08).
028700     05  FILLER               PIC X(01) VALUE ",".
028800     05  MNT-TIJD             PIC 9(06).
028900
029000*-----------------------------------------------------------
029100* OPERATOR AUTHORITY TABLE (OPERAUTH.DAT) - WIE MAG AFSLUITEN
029200*-----------------------------------------------------------
029300 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
029400 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
029500 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
029600 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
029700 01  WS-AUTH-EOF              PIC X VALUE "N".
029800     88 AUTH-EOF              VALUE "Y".
029900     88 AUTH-NOT-EOF          VALUE "N".
030000 01  WS-AUTH-TABLE.
030100     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
030200         10  AUTH-OPERATOR    PIC X(08).
030300         10  AUTH-NIVEAU      PIC 9(02).
030400 01  WS-AUTH-OPER-X           PIC X(10).
030500 01  WS-AUTH-NIVEAU-X         PIC X(04).
030600 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
030700 01  WS-AUTH-OK-SW            PIC X VALUE "N".
030800     88 AUTHORITY-OK          VALUE "Y".
030900     88 AUTHORITY-NOT-OK      VALUE "N".
031000
031100*-----------------------------------------------------------
031200* BEGINBALANS-REGEL VOOR GLREG.DAT, ZOALS GLEXTR HEM SCHRIJFT
031300*-----------------------------------------------------------
031400 01  GLR-DETAIL-LINE.
031500     05  GLR-DATE             PIC 9(08).
031600     05  FILLER               PIC X(01) VALUE ",".
031700     05  GLR-SEQ              PIC 9(06).
031800     05  FILLER               PIC X(01) VALUE ",".
031900     05  GLR-BEDRAG           PIC +9(09).99.
032000     05  FILLER               PIC X(01) VALUE ",".
032100     05  GLR-OPERATOR         PIC X(08).
032200
032300*-----------------------------------------------------------
032400* RUN COUNTERS
032500*-----------------------------------------------------------
032600 77  WS-ARCH-TOTAL            PIC 9(07) COMP VALUE ZERO.
032700 77  WS-WARN-COUNT            PIC 9(05) COMP VALUE ZERO.
032800 01  WS-SOM-AANTAL            PIC 9(07) COMP VALUE ZERO.
032900 01  WS-SOM-BEDRAG-1          PIC S9(11)V99 VALUE ZERO.
033000 01  WS-SOM-BEDRAG-2          PIC S9(11)V99 VALUE ZERO.
033100
033200*-----------------------------------------------------------
033300* REPORT LAYOUTS (JAARAFS.DAT)
033400*-----------------------------------------------------------
033500 01  RPT-HEADING-1.
033600     05  FILLER               PIC X(20) VALUE "JAARAFSLUITING".
033700     05  RPT-HDR-JAAR         PIC 9(04).
033800     05  FILLER               PIC X(07) VALUE "  ADM: ".
033900     05  RPT-HDR-ADMIN        PIC X(04).
034000     05  FILLER               PIC X(09) VALUE "  DATUM: ".
034100     05  RPT-HDR-DATE         PIC 9(08).
034200     05  FILLER               PIC X(12) VALUE "  OPERATOR: ".
034300     05  RPT-HDR-OPER         PIC X(08).
034400     05  FILLER               PIC X(02) VALUE SPACES.
034500     05  RPT-HDR-SOORT        PIC X(30).
034600
034700 01  RPT-SECTION-LINE.
034800     05  RPT-SEC-TXT          PIC X(60).
034900
035000 01  RPT-TEXT-LINE.
035100     05  RPT-TXT              PIC X(132).
035200
035300 01  RPT-BST-HEADING.
035400     05  RPT-BST-NAAM         PIC X(40).
035500     05  FILLER               PIC X(07) VALUE " AANTAL".
035600     05  FILLER               PIC X(02) VALUE SPACES.
035700     05  RPT-BST-KOP-1        PIC X(18) JUSTIFIED RIGHT.
035800     05  FILLER               PIC X(02) VALUE SPACES.
035900     05  RPT-BST-KOP-2        PIC X(18) JUSTIFIED RIGHT.
036000
036100 01  RPT-TOT-LINE.
036200     05  RPT-TOT-LABEL        PIC X(40).
036300     05  RPT-TOT-AANTAL       PIC ZZZ,ZZ9.
036400     05  FILLER               PIC X(02) VALUE SPACES.
036500     05  RPT-TOT-BEDRAG-1     PIC ---,---,---,--9.99.
036600     05  FILLER               PIC X(02) VALUE SPACES.
036700     05  RPT-TOT-BEDRAG-2     PIC ---,---,---,--9.99.
036800
036900 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
037000
037100 01  WS-DATE-EDIT             PIC 9(08).
037200 01  WS-NR-EDIT               PIC 9(08).
037300 01  WS-CNT-EDIT              PIC ZZZ,ZZ9.
037400 01  WS-JAAR-EDIT             PIC 9(04).
037500 01  WS-IDX-EDIT              PIC 9(01).
037600
037700 PROCEDURE DIVISION.
037800
037900 0000-MAINLINE.
038000     ACCEPT WS-START-TIME-RAW FROM TIME
038100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038200     PERFORM 2000-PRE-SCAN THRU 2000-EXIT
038300     PERFORM 3000-CHECKS THRU 3000-EXIT
038400     IF MODE-AFSLUITEN AND CLOSE-ALLOWED
038500         PERFORM 4000-SPLIT THRU 4000-EXIT
038600         PERFORM 5000-PROOF THRU 5000-EXIT
038700         IF PROOF-OK
038800             PERFORM 6000-COMMIT THRU 6000-EXIT
038900         ELSE
039000             MOVE 8 TO RETURN-CODE
039100         END-IF
039200         PERFORM 6900-DELETE-WORK THRU 6900-EXIT
039300     END-IF
039400     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT
039500     CLOSE JAARAFS-RPT-FILE
039600     EVALUATE TRUE
039700         WHEN CLOSE-BLOCKED
039800             DISPLAY "JAARAFS: BOEKJAAR " WS-JAAR
039900                     " NIET AFGESLOTEN - ZIE JAARAFS.DAT"
040000         WHEN MODE-PROEF
040100             DISPLAY "JAARAFS COMPLETE - PROEF VOOR BOEKJAAR "
040200                     WS-JAAR ", NIETS GEWIJZIGD"
040300         WHEN PROOF-FAILED
040400             DISPLAY "JAARAFS: TOTALEN SLUITEN NIET - BOEKJAAR "
040500                     WS-JAAR " NIET AFGESLOTEN"
040600         WHEN OTHER
040700             MOVE WS-ARCH-TOTAL TO WS-CNT-EDIT
040800             DISPLAY "JAARAFS COMPLETE - BOEKJAAR " WS-JAAR
040900                     " AFGESLOTEN, " FUNCTION TRIM(WS-CNT-EDIT)
041000                     " REGELS GEARCHIVEERD"
041100     END-EVALUATE
041200     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
041300     IF MNT-LOCK-HELD
041400         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
041500     END-IF
041600     STOP RUN.
041700
041800*-----------------------------------------------------------
041900* 0100-CHECK-BATCH-LOCK - REFUSE TO CLOSE WHILE THE NIGHTLY
042000*                         CHAIN HOLDS SYSLOCK.DAT; HOLD THE
042100*                         MAINTENANCE MARKER OURSELVES SO THE
042200*                         CHAIN CANNOT START UNDERNEATH US.
042300*-----------------------------------------------------------
042400 0100-CHECK-BATCH-LOCK.
042500     OPEN INPUT SYS-LOCK-FILE
042600     IF WS-SYSLOCK-STATUS = "00"
042700         MOVE SPACES TO SYS-LOCK-LINE
042800         READ SYS-LOCK-FILE
042900             AT END
043000                 MOVE SPACES TO SYS-LOCK-LINE
043100         END-READ
043200         CLOSE SYS-LOCK-FILE
043300         IF SYS-LOCK-LINE NOT = SPACES
043400             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
043500                     FUNCTION TRIM(SYS-LOCK-LINE)
043600                     ") - JAARAFSLUITING GEWEIGERD."
043700             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
043800                     "NIVEAU-2 OPERATOR MET LOCKBRK."
043900             MOVE 8 TO RETURN-CODE
044000             STOP RUN
044100         END-IF
044200     END-IF
044300     ACCEPT WS-LOCK-TIJD FROM TIME
044400     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
044500     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
044600     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
044700     OPEN OUTPUT MNT-LOCK-FILE
044800     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
044900     CLOSE MNT-LOCK-FILE
045000     SET MNT-LOCK-HELD TO TRUE.
045100 0100-EXIT.
045200     EXIT.
045300
045400*-----------------------------------------------------------
045500* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
045600*                         MARKER IS A RELEASED MARKER.
045700*-----------------------------------------------------------
045800 9800-RELEASE-MNT-LOCK.
045900     OPEN OUTPUT MNT-LOCK-FILE
046000     CLOSE MNT-LOCK-FILE
046100     SET MNT-LOCK-NOT-HELD TO TRUE.
046200 9800-EXIT.
046300     EXIT.
046400
046500*-----------------------------------------------------------
046600* 1000-INITIALIZE - RUNHEADER, BOEKJAAR, SOORT, (BIJ AFSLUITEN)
046700*                   SLOT EN AUTORISATIE, KOP VAN JAARAFS.DAT
046800*-----------------------------------------------------------
046900 1000-INITIALIZE.
047000     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
047100     PERFORM 1100-GET-YEAR THRU 1100-EXIT
047200     PERFORM 1200-SET-FILE-NAMES THRU 1200-EXIT
047300     IF MODE-AFSLUITEN
047400         PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
047500         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
047600         PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
047700         IF AUTHORITY-NOT-OK
047800             DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
047900                     FUNCTION TRIM(RUNHDR-OPERATOR-ID)
048000                     " - NIETS AFGESLOTEN."
048100             MOVE 8 TO RETURN-CODE
048200             PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
048300             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
048400             STOP RUN
048500         END-IF
048600         MOVE "AFSLUITING (JAARSLUIT=J)" TO RPT-HDR-SOORT
048700     ELSE
048800         MOVE "PROEF - NIETS GEWIJZIGD" TO RPT-HDR-SOORT
048900     END-IF
049000     OPEN OUTPUT JAARAFS-RPT-FILE
049100     MOVE WS-JAAR TO RPT-HDR-JAAR
049200     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
049300     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
049400     MOVE RUNHDR-OPERATOR-ID TO RPT-HDR-OPER
049500     WRITE JAARAFS-RPT-LINE FROM RPT-HEADING-1
049600     WRITE JAARAFS-RPT-LINE FROM RPT-BLANK-LINE.
049700 1000-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------
050100* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. EEN
050200*                       OPERATORRUN TREKT GEEN VOLGNUMMER.
050300*-----------------------------------------------------------
050400 1050-GET-RUN-HEADER.
050500     MOVE ZERO TO RUNHDR-RUN-SEQ
050600     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
050700     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
050800     IF RUNHDR-OPERATOR-ID = SPACES
050900         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
051000     END-IF
051100     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
051200         TO RUNHDR-OPERATOR-ID
051300     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
051400     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
051500     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
051600     IF WS-ADMIN-ENV-X NOT = SPACES
051700         MOVE FUNCTION UPPER-CASE(FUNCTION
051800             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
051900     END-IF
052000     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
052100             " DATE: " RUNHDR-RUN-DATE
052200             " SEQ: " RUNHDR-RUN-SEQ.
052300 1050-EXIT.
052400     EXIT.
052500
052600*-----------------------------------------------------------
052700* 1100-GET-YEAR - SLOTJAAR UIT DE OMGEVING, ANDERS EEN PROMPT;
052800*                 LEEG = HET VORIGE JAAR. JAARSLUIT=J SLUIT AF,
052900*                 ALLES ANDERS IS EEN PROEF.
053000*-----------------------------------------------------------
053100 1100-GET-YEAR.
053200     COMPUTE WS-RUN-JAAR = RUNHDR-RUN-DATE / 10000
053300     DISPLAY "SLOTJAAR" UPON ENVIRONMENT-NAME
053400     ACCEPT WS-JAAR-X FROM ENVIRONMENT-VALUE
053500     IF WS-JAAR-X = SPACES
053600         DISPLAY "BOEKJAAR (JJJJ, LEEG = VORIG JAAR): "
053700         ACCEPT WS-JAAR-X
053800     END-IF
053900     IF WS-JAAR-X = SPACES
054000         COMPUTE WS-JAAR = WS-RUN-JAAR - 1
054100     ELSE
054200         IF FUNCTION TRIM(WS-JAAR-X) IS NOT NUMERIC
054300             OR FUNCTION NUMVAL(WS-JAAR-X) < 1900
054400             OR FUNCTION NUMVAL(WS-JAAR-X) > 2999
054500             DISPLAY "ERROR: ONGELDIG BOEKJAAR '"
054600                     FUNCTION TRIM(WS-JAAR-X) "' - NIETS GEDAAN"
054700             MOVE 8 TO RETURN-CODE
054800             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
054900             STOP RUN
055000         END-IF
055100         MOVE FUNCTION NUMVAL(WS-JAAR-X) TO WS-JAAR
055200     END-IF
055300     COMPUTE WS-JAAR-VAN = WS-JAAR * 10000 + 0101
055400     COMPUTE WS-JAAR-TOT = WS-JAAR * 10000 + 1231
055500     DISPLAY "JAARSLUIT" UPON ENVIRONMENT-NAME
055600     ACCEPT WS-SLUIT-X FROM ENVIRONMENT-VALUE
055700     IF FUNCTION UPPER-CASE(WS-SLUIT-X (1:1)) = "J"
055800         SET MODE-AFSLUITEN TO TRUE
055900     ELSE
056000         SET MODE-PROEF TO TRUE
056100     END-IF.
056200 1100-EXIT.
056300     EXIT.
056400
056500*-----------------------------------------------------------
056600* 1200-SET-FILE-NAMES - LEVEND BESTAND, JAARBESTAND
056700*                       <BASIS>.<JAAR> EN WERKBESTAND PER
056800*                       BESTAND, MET DE KOPPEN VAN DE BEDRAGEN
056900*-----------------------------------------------------------
057000 1200-SET-FILE-NAMES.
057100     MOVE "BTWPERD"  TO BST-BASIS (1)
057200     MOVE "OMZET (T)" TO BST-KOP-1 (1)
057300     MOVE "BTW (T)"   TO BST-KOP-2 (1)
057400     MOVE "MARGEAUD" TO BST-BASIS (2)
057500     MOVE "INKOOP"    TO BST-KOP-1 (2)
057600     MOVE "VERKOOP"   TO BST-KOP-2 (2)
057700     MOVE "GLREG"    TO BST-BASIS (3)
057800     MOVE "DEBITEUREN" TO BST-KOP-1 (3)
057900     MOVE SPACES      TO BST-KOP-2 (3)
058000     MOVE "OPENPOST" TO BST-BASIS (4)
058100     MOVE "BEDRAG"    TO BST-KOP-1 (4)
058200     MOVE "BETAALD"   TO BST-KOP-2 (4)
058300     MOVE WS-JAAR TO WS-JAAR-EDIT
058400     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
058500             UNTIL WS-BST-IDX > WS-BST-COUNT
058600         MOVE SPACES TO BST-LIVE (WS-BST-IDX)
058700                        BST-JAARNAAM (WS-BST-IDX)
058800                        BST-WERK (WS-BST-IDX)
058900         STRING FUNCTION TRIM(BST-BASIS (WS-BST-IDX))
059000                    DELIMITED BY SIZE
059100                ".DAT" DELIMITED BY SIZE
059200             INTO BST-LIVE (WS-BST-IDX)
059300         END-STRING
059400         STRING FUNCTION TRIM(BST-BASIS (WS-BST-IDX))
059500                    DELIMITED BY SIZE
059600                "." DELIMITED BY SIZE
059700                WS-JAAR-EDIT DELIMITED BY SIZE
059800             INTO BST-JAARNAAM (WS-BST-IDX)
059900         END-STRING
060000         MOVE WS-BST-IDX TO WS-IDX-EDIT
060100         STRING "JAARWRK" DELIMITED BY SIZE
060200                WS-IDX-EDIT DELIMITED BY SIZE
060300                ".DAT" DELIMITED BY SIZE
060400             INTO BST-WERK (WS-BST-IDX)
060500         END-STRING
060600         SET BST-AFWEZIG (WS-BST-IDX) TO TRUE
060700         SET BST-AKKOORD (WS-BST-IDX) TO TRUE
060800         MOVE ZERO TO BST-OUDER (WS-BST-IDX)
060900         PERFORM VARYING WS-SOORT-IDX FROM 1 BY 1
061000                 UNTIL WS-SOORT-IDX > 5
061100             MOVE ZERO TO TOT-AANTAL (WS-BST-IDX, WS-SOORT-IDX)
061200                          TOT-BEDRAG-1 (WS-BST-IDX, WS-SOORT-IDX)
061300                          TOT-BEDRAG-2 (WS-BST-IDX, WS-SOORT-IDX)
061400         END-PERFORM
061500     END-PERFORM.
061600 1200-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------
062000* 1300-LOAD-AUTHORITY - OPERAUTH.DAT NAAR DE TABEL
062100*-----------------------------------------------------------
062200 1300-LOAD-AUTHORITY.
062300     MOVE ZERO TO WS-AUTH-COUNT
062400     OPEN INPUT OPER-AUTH-FILE
062500     IF WS-OPERAUTH-STATUS NOT = "00"
062600         GO TO 1300-EXIT
062700     END-IF
062800     SET AUTH-NOT-EOF TO TRUE
062900     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
063000         READ OPER-AUTH-FILE
063100             AT END
063200                 SET AUTH-EOF TO TRUE
063300             NOT AT END
063400                 PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
063500         END-READ
063600     END-PERFORM
063700     CLOSE OPER-AUTH-FILE.
063800 1300-EXIT.
063900     EXIT.
064000
064100 1350-LOAD-ONE-AUTH.
064200     IF OPER-AUTH-LINE = SPACES
064300         GO TO 1350-EXIT
064400     END-IF
064500     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
064600     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
064700         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
064800     END-UNSTRING
064900     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
065000         GO TO 1350-EXIT
065100     END-IF
065200     ADD 1 TO WS-AUTH-COUNT
065300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
065400         TO AUTH-OPERATOR (WS-AUTH-COUNT)
065500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
065600         TO AUTH-NIVEAU (WS-AUTH-COUNT).
065700 1350-EXIT.
065800     EXIT.
065900
066000*-----------------------------------------------------------
066100* 1400-CHECK-AUTHORITY - IS DE OPERATOR NIVEAU 2 OF HOGER?
066200*-----------------------------------------------------------
066300 1400-CHECK-AUTHORITY.
066400     SET AUTHORITY-NOT-OK TO TRUE
066500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
066600         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
066700         IF AUTH-OPERATOR (WS-AUTH-IDX) = RUNHDR-OPERATOR-ID
066800             AND AUTH-NIVEAU (WS-AUTH-IDX)
066900                 >= WS-SUPERVISOR-NIVEAU
067000             SET AUTHORITY-OK TO TRUE
067100         END-IF
067200     END-PERFORM.
067300 1400-EXIT.
067400     EXIT.
067500
067600*-----------------------------------------------------------
067700* 2000-PRE-SCAN - DE TOTALEN VOOR DE AFSLUITING: HEEL BESTAND
067800*                 (SOORT 4) EN HET JAAR (SOORT 1), PLUS DE
067900*                 BOEKDAGEN EN DE OVERGEDRAGEN DAGEN VAN HET JAAR
068000*-----------------------------------------------------------
068100 2000-PRE-SCAN.
068200     MOVE 4 TO WS-SOORT-IDX
068300     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
068400             UNTIL WS-BST-IDX > WS-BST-COUNT
068500         MOVE BST-LIVE (WS-BST-IDX) TO WS-SCAN-NAME
068600         PERFORM 2100-SCAN-FILE THRU 2100-EXIT
068700         IF WS-SCAN-STATUS = "00"
068800             SET BST-AANWEZIG (WS-BST-IDX) TO TRUE
068900         END-IF
069000     END-PERFORM.
069100 2000-EXIT.
069200     EXIT.
069300
069400*-----------------------------------------------------------
069500* 2100-SCAN-FILE - TEL BESTAND WS-SCAN-NAME (SOORT BESTAND
069600*                  WS-BST-IDX) OP IN TOTAAL WS-SOORT-IDX. GEEN
069700*                  BESTAND TELT ALS LEEG.
069800*-----------------------------------------------------------
069900 2100-SCAN-FILE.
070000     OPEN INPUT SCAN-FILE
070100     IF WS-SCAN-STATUS NOT = "00"
070200         GO TO 2100-EXIT
070300     END-IF
070400     SET FILE-NOT-EOF TO TRUE
070500     PERFORM UNTIL FILE-EOF
070600         READ SCAN-FILE
070700             AT END
070800                 SET FILE-EOF TO TRUE
070900             NOT AT END
071000                 PERFORM 2200-ONE-SCAN-LINE THRU 2200-EXIT
071100         END-READ
071200     END-PERFORM
071300     CLOSE SCAN-FILE
071400     MOVE "00" TO WS-SCAN-STATUS.
071500 2100-EXIT.
071600     EXIT.
071700
071800 2200-ONE-SCAN-LINE.
071900     IF SCAN-LINE = SPACES
072000         GO TO 2200-EXIT
072100     END-IF
072200     PERFORM 3500-PARSE-LINE THRU 3500-EXIT
072300     ADD 1 TO TOT-AANTAL (WS-BST-IDX, WS-SOORT-IDX)
072400     ADD WS-LINE-BEDRAG-1
072500         TO TOT-BEDRAG-1 (WS-BST-IDX, WS-SOORT-IDX)
072600     ADD WS-LINE-BEDRAG-2
072700         TO TOT-BEDRAG-2 (WS-BST-IDX, WS-SOORT-IDX)
072800     IF WS-SOORT-IDX NOT = 4
072900         GO TO 2200-EXIT
073000     END-IF
073100     IF WS-LINE-DATE NOT = ZERO AND WS-LINE-DATE < WS-JAAR-VAN
073200             AND WS-BST-IDX < 4
073300         ADD 1 TO BST-OUDER (WS-BST-IDX)
073400     END-IF
073500     IF LINE-NOT-IN-YEAR
073600         GO TO 2200-EXIT
073700     END-IF
073800     ADD 1 TO TOT-AANTAL (WS-BST-IDX, 1)
073900     ADD WS-LINE-BEDRAG-1 TO TOT-BEDRAG-1 (WS-BST-IDX, 1)
074000     ADD WS-LINE-BEDRAG-2 TO TOT-BEDRAG-2 (WS-BST-IDX, 1)
074100     IF WS-BST-IDX = 1 AND LINE-IS-T
074200         PERFORM 2300-ADD-BOEKDAG THRU 2300-EXIT
074300     END-IF
074400     IF WS-BST-IDX = 3
074500         PERFORM 2350-ADD-GLDAG THRU 2350-EXIT
074600     END-IF.
074700 2200-EXIT.
074800     EXIT.
074900
075000 2300-ADD-BOEKDAG.
075100     IF WS-LINE-DATE > WS-LAATSTE-BOEKDAG
075200         MOVE WS-LINE-DATE TO WS-LAATSTE-BOEKDAG
075300     END-IF
075400     SET ENTRY-NOT-FOUND TO TRUE
075500     PERFORM VARYING WS-DAG-IDX FROM 1 BY 1
075600             UNTIL WS-DAG-IDX > WS-BOEKDAG-COUNT OR ENTRY-FOUND
075700         IF BOEKDAG-DATUM (WS-DAG-IDX) = WS-LINE-DATE
075800             SET ENTRY-FOUND TO TRUE
075900         END-IF
076000     END-PERFORM
076100     IF ENTRY-NOT-FOUND AND WS-BOEKDAG-COUNT < WS-DAG-MAX
076200         ADD 1 TO WS-BOEKDAG-COUNT
076300         MOVE WS-LINE-DATE TO BOEKDAG-DATUM (WS-BOEKDAG-COUNT)
076400     END-IF.
076500 2300-EXIT.
076600     EXIT.
076700
076800 2350-ADD-GLDAG.
076900     IF WS-GLDAG-COUNT < WS-DAG-MAX
077000         ADD 1 TO WS-GLDAG-COUNT
077100         MOVE WS-LINE-DATE TO GLDAG-DATUM (WS-GLDAG-COUNT)
077200     END-IF.
077300 2350-EXIT.
077400     EXIT.
077500
077600*-----------------------------------------------------------
077700* 3000-CHECKS - MAG HET JAAR DICHT? NIET HET LOPENDE JAAR, NIET
077800*               AL AFGESLOTEN, ALLE VIER KWARTALEN GESLOTEN EN
077900*               DE LAATSTE BOEKDAG OVERGEDRAGEN. DAARNA DE
078000*               FACTUURNUMMERREEKS.
078100*-----------------------------------------------------------
078200 3000-CHECKS.
078300     SET CLOSE-ALLOWED TO TRUE
078400     MOVE "CONTROLES" TO RPT-SEC-TXT
078500     WRITE JAARAFS-RPT-LINE FROM RPT-SECTION-LINE
078600     IF WS-JAAR NOT < WS-RUN-JAAR
078700         MOVE SPACES TO RPT-TXT
078800         STRING "*** " WS-JAAR DELIMITED BY SIZE
078900                " IS GEEN AFGELOPEN BOEKJAAR - HET LOPENDE "
079000                    DELIMITED BY SIZE
079100                "JAAR KAN NIET WORDEN AFGESLOTEN"
079200                    DELIMITED BY SIZE
079300             INTO RPT-TXT
079400         END-STRING
079500         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
079600         SET CLOSE-BLOCKED TO TRUE
079700     END-IF
079800     PERFORM 3100-CHECK-YEAR-LOCK THRU 3100-EXIT
079900     PERFORM 3200-CHECK-QUARTERS THRU 3200-EXIT
080000     PERFORM 3300-CHECK-GL-DAYS THRU 3300-EXIT
080100     PERFORM 3400-CHECK-FACTNR THRU 3400-EXIT
080200     IF CLOSE-BLOCKED
080300         MOVE 8 TO RETURN-CODE
080400     END-IF
080500     WRITE JAARAFS-RPT-LINE FROM RPT-BLANK-LINE.
080600 3000-EXIT.
080700     EXIT.
080800
080900*-----------------------------------------------------------
081000* 3100-CHECK-YEAR-LOCK - STAAT HET JAAR AL OP JAARSLOT.DAT?
081100*-----------------------------------------------------------
081200 3100-CHECK-YEAR-LOCK.
081300     SET YEAR-NOT-CLOSED TO TRUE
081400     OPEN INPUT YEAR-LOCK-FILE
081500     IF WS-JSLOT-STATUS = "00"
081600         SET FILE-NOT-EOF TO TRUE
081700         PERFORM UNTIL FILE-EOF
081800             READ YEAR-LOCK-FILE
081900                 AT END
082000                     SET FILE-EOF TO TRUE
082100                 NOT AT END
082200                     MOVE SPACES TO WS-SLOT-JAAR-X
082300                     UNSTRING YEAR-LOCK-LINE DELIMITED BY ","
082400                         INTO WS-SLOT-JAAR-X
082500                     END-UNSTRING
082600                     IF FUNCTION TRIM(WS-SLOT-JAAR-X) IS NUMERIC
082700                         AND FUNCTION NUMVAL(WS-SLOT-JAAR-X)
082800                             = WS-JAAR
082900                         SET YEAR-CLOSED TO TRUE
083000                     END-IF
083100             END-READ
083200         END-PERFORM
083300         CLOSE YEAR-LOCK-FILE
083400     END-IF
083500     MOVE SPACES TO RPT-TXT
083600     IF YEAR-CLOSED
083700         STRING "*** BOEKJAAR " WS-JAAR DELIMITED BY SIZE
083800                " STAAT AL OP JAARSLOT.DAT - AL AFGESLOTEN"
083900                    DELIMITED BY SIZE
084000             INTO RPT-TXT
084100         END-STRING
084200         SET CLOSE-BLOCKED TO TRUE
084300     ELSE
084400         STRING "BOEKJAAR " WS-JAAR DELIMITED BY SIZE
084500                " NOG NIET AFGESLOTEN" DELIMITED BY SIZE
084600             INTO RPT-TXT
084700         END-STRING
084800     END-IF
084900     WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE.
085000 3100-EXIT.
085100     EXIT.
085200
085300*-----------------------------------------------------------
085400* 3200-CHECK-QUARTERS - ELK KWARTAAL VAN HET JAAR MOET IN
085500*                       BTWSLOT.DAT STAAN (JAAR,KW,OPERATOR,
085600*                       DATUM,TIJD - GESCHREVEN DOOR BTWQTR)
085700*-----------------------------------------------------------
085800 3200-CHECK-QUARTERS.
085900     MOVE ZERO TO KW-DATUM (1) KW-DATUM (2) KW-DATUM (3)
086000                  KW-DATUM (4)
086100     OPEN INPUT QUARTER-LOCK-FILE
086200     IF WS-SLOT-STATUS = "00"
086300         SET FILE-NOT-EOF TO TRUE
086400         PERFORM UNTIL FILE-EOF
086500             READ QUARTER-LOCK-FILE
086600                 AT END
086700                     SET FILE-EOF TO TRUE
086800                 NOT AT END
086900                     PERFORM 3250-ONE-QUARTER-LOCK THRU 3250-EXIT
087000             END-READ
087100         END-PERFORM
087200         CLOSE QUARTER-LOCK-FILE
087300     END-IF
087400     PERFORM VARYING WS-KW-IDX FROM 1 BY 1 UNTIL WS-KW-IDX > 4
087500         MOVE SPACES TO RPT-TXT
087600         MOVE WS-KW-IDX TO WS-IDX-EDIT
087700         IF KW-DATUM (WS-KW-IDX) = ZERO
087800             STRING "*** KWARTAAL " DELIMITED BY SIZE
087900                    WS-JAAR DELIMITED BY SIZE
088000                    " KW" WS-IDX-EDIT DELIMITED BY SIZE
088100                    " NIET GESLOTEN IN BTWSLOT.DAT"
088200                        DELIMITED BY SIZE
088300                 INTO RPT-TXT
088400             END-STRING
088500             SET CLOSE-BLOCKED TO TRUE
088600         ELSE
088700             MOVE KW-DATUM (WS-KW-IDX) TO WS-DATE-EDIT
088800             STRING "KWARTAAL " DELIMITED BY SIZE
088900                    WS-JAAR DELIMITED BY SIZE
089000                    " KW" WS-IDX-EDIT DELIMITED BY SIZE
089100                    " GESLOTEN OP " WS-DATE-EDIT
089200                        DELIMITED BY SIZE
089300                 INTO RPT-TXT
089400             END-STRING
089500         END-IF
089600         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
089700     END-PERFORM.
089800 3200-EXIT.
089900     EXIT.
090000
090100 3250-ONE-QUARTER-LOCK.
090200     IF QUARTER-LOCK-LINE = SPACES
090300         GO TO 3250-EXIT
090400     END-IF
090500     MOVE SPACES TO WS-SLOT-JAAR-X WS-SLOT-KW-X WS-SLOT-OPER-X
090600                    WS-SLOT-DATUM-X
090700     UNSTRING QUARTER-LOCK-LINE DELIMITED BY ","
090800         INTO WS-SLOT-JAAR-X WS-SLOT-KW-X WS-SLOT-OPER-X
090900              WS-SLOT-DATUM-X
091000     END-UNSTRING
091100     IF FUNCTION TRIM(WS-SLOT-JAAR-X) IS NOT NUMERIC
091200         OR WS-SLOT-KW-X (1:1) < "1" OR WS-SLOT-KW-X (1:1) > "4"
091300         GO TO 3250-EXIT
091400     END-IF
091500     IF FUNCTION NUMVAL(WS-SLOT-JAAR-X) NOT = WS-JAAR
091600         GO TO 3250-EXIT
091700     END-IF
091800     MOVE FUNCTION NUMVAL(WS-SLOT-KW-X (1:1)) TO WS-KW-IDX
091900     IF FUNCTION TRIM(WS-SLOT-DATUM-X) IS NUMERIC
092000         MOVE FUNCTION NUMVAL(WS-SLOT-DATUM-X)
092100             TO KW-DATUM (WS-KW-IDX)
092200     ELSE
092300         MOVE WS-JAAR-TOT TO KW-DATUM (WS-KW-IDX)
092400     END-IF.
092500 3250-EXIT.
092600     EXIT.
092700
092800*-----------------------------------------------------------
092900* 3300-CHECK-GL-DAYS - DE LAATSTE BOEKDAG VAN HET JAAR MOET
093000*                      DOOR GLEXTR ZIJN OVERGEDRAGEN (GLREG.DAT).
093100*                      EERDERE DAGEN ZONDER GLREG-REGEL KOMEN
093200*                      ALS WAARSCHUWING OP HET RAPPORT.
093300*-----------------------------------------------------------
093400 3300-CHECK-GL-DAYS.
093500     MOVE SPACES TO RPT-TXT
093600     IF WS-LAATSTE-BOEKDAG = ZERO
093700         STRING "GEEN BOEKDAGEN IN " WS-JAAR DELIMITED BY SIZE
093800                " - NIETS OVER TE DRAGEN NAAR HET GROOTBOEK"
093900                    DELIMITED BY SIZE
094000             INTO RPT-TXT
094100         END-STRING
094200         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
094300         GO TO 3300-EXIT
094400     END-IF
094500     MOVE ZERO TO WS-GAT-COUNT
094600     PERFORM VARYING WS-DAG-IDX FROM 1 BY 1
094700             UNTIL WS-DAG-IDX > WS-BOEKDAG-COUNT
094800         SET ENTRY-NOT-FOUND TO TRUE
094900         PERFORM VARYING WS-GL-IDX FROM 1 BY 1
095000                 UNTIL WS-GL-IDX > WS-GLDAG-COUNT OR ENTRY-FOUND
095100             IF GLDAG-DATUM (WS-GL-IDX)
095200                     = BOEKDAG-DATUM (WS-DAG-IDX)
095300                 SET ENTRY-FOUND TO TRUE
095400             END-IF
095500         END-PERFORM
095600         IF ENTRY-NOT-FOUND
095700             PERFORM 3350-REPORT-GAP THRU 3350-EXIT
095800         END-IF
095900     END-PERFORM
096000     IF WS-GAT-COUNT = ZERO
096100         MOVE WS-LAATSTE-BOEKDAG TO WS-DATE-EDIT
096200         MOVE WS-BOEKDAG-COUNT TO WS-CNT-EDIT
096300         MOVE SPACES TO RPT-TXT
096400         STRING "LAATSTE BOEKDAG " WS-DATE-EDIT DELIMITED BY SIZE
096500                " OVERGEDRAGEN IN GLREG.DAT, ALLE "
096600                    DELIMITED BY SIZE
096700                FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
096800                " BOEKDAGEN AANWEZIG" DELIMITED BY SIZE
096900             INTO RPT-TXT
097000         END-STRING
097100         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
097200     END-IF.
097300 3300-EXIT.
097400     EXIT.
097500
097600 3350-REPORT-GAP.
097700     ADD 1 TO WS-GAT-COUNT
097800     MOVE BOEKDAG-DATUM (WS-DAG-IDX) TO WS-DATE-EDIT
097900     MOVE SPACES TO RPT-TXT
098000     IF BOEKDAG-DATUM (WS-DAG-IDX) = WS-LAATSTE-BOEKDAG
098100         STRING "*** LAATSTE BOEKDAG " WS-DATE-EDIT
098200                    DELIMITED BY SIZE
098300                " NIET OVERGEDRAGEN - GEEN GLEXTR IN GLREG.DAT"
098400                    DELIMITED BY SIZE
098500             INTO RPT-TXT
098600         END-STRING
098700         SET CLOSE-BLOCKED TO TRUE
098800     ELSE
098900         STRING "WAARSCHUWING: BOEKDAG " WS-DATE-EDIT
099000                    DELIMITED BY SIZE
099100                " ZONDER GLREG-REGEL" DELIMITED BY SIZE
099200             INTO RPT-TXT
099300         END-STRING
099400         ADD 1 TO WS-WARN-COUNT
099500         IF RETURN-CODE < 4
099600             MOVE 4 TO RETURN-CODE
099700         END-IF
099800     END-IF
099900     WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE.
100000 3350-EXIT.
100100     EXIT.
100200
100300*-----------------------------------------------------------
100400* 3400-CHECK-FACTNR - DE NIEUWE REEKS IS <RUNJAAR>NNNN. LOOPT
100500*                     DIE AL (FACTPRT BEGINT HEM ZELF ZODRA DE
100600*                     REEKS EENMAAL EEN JAARPREFIX DRAAGT), DAN
100700*                     BLIJFT HET REGISTER ZOALS HET IS.
100800*-----------------------------------------------------------
100900 3400-CHECK-FACTNR.
101000     MOVE ZERO TO WS-FACTNR-OUD
101100     OPEN INPUT INVOICE-NR-FILE
101200     IF WS-FACTNR-STATUS = "00"
101300         READ INVOICE-NR-FILE
101400             AT END
101500                 MOVE ZERO TO INVOICE-NR-LINE
101600         END-READ
101700         IF INVOICE-NR-LINE IS NUMERIC
101800             MOVE INVOICE-NR-LINE TO WS-FACTNR-OUD
101900         END-IF
102000         CLOSE INVOICE-NR-FILE
102100     END-IF
102200     COMPUTE WS-FACTNR-NIEUW = WS-RUN-JAAR * 10000
102300     MOVE SPACES TO RPT-TXT
102400     MOVE WS-FACTNR-OUD TO WS-NR-EDIT
102500     IF WS-FACTNR-OUD < WS-FACTNR-NIEUW
102600         SET REEKS-NIEUW TO TRUE
102700         MOVE WS-FACTNR-NIEUW TO WS-DATE-EDIT
102800         ADD 1 TO WS-DATE-EDIT
102900         STRING "FACTUURNUMMERS: LAATST UITGEGEVEN "
103000                    DELIMITED BY SIZE
103100                WS-NR-EDIT DELIMITED BY SIZE
103200                ", NIEUWE REEKS VANAF " WS-DATE-EDIT
103300                    DELIMITED BY SIZE
103400             INTO RPT-TXT
103500         END-STRING
103600     ELSE
103700         SET REEKS-LOOPT-AL TO TRUE
103800         MOVE WS-FACTNR-OUD TO WS-FACTNR-NIEUW
103900         STRING "FACTUURNUMMERS: REEKS " WS-RUN-JAAR
104000                    DELIMITED BY SIZE
104100                " LOOPT AL, LAATST UITGEGEVEN " WS-NR-EDIT
104200                    DELIMITED BY SIZE
104300             INTO RPT-TXT
104400         END-STRING
104500     END-IF
104600     WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE.
104700 3400-EXIT.
104800     EXIT.
104900
105000*-----------------------------------------------------------
105100* 3500-PARSE-LINE - DATUM EN BEDRAGEN VAN SCAN-LINE VOLGENS HET
105200*                   BESTAND. EEN REGEL ZONDER LEESBARE DATUM
105300*                   (KOP, RESTANT) HOORT BIJ GEEN JAAR EN BLIJFT
105400*                   STAAN.
105500*                   BTWPERD  T/D,DATUM,SEQ,TARIEF,EXCL,BTW,...
105600*                            (BEDRAGEN ALLEEN VAN DE T-RECORDS)
105700*                   MARGEAUD DATUM 1-8, INKOOP 31-40, VERKOOP
105800*                            51-60 (ZIE MARGE AUDIT-DETAIL-LINE)
105900*                   GLREG    DATUM,SEQ,BEDRAG,OPERATOR
106000*                   OPENPOST FACTUUR,KLANT,NAAM,DATUM,BEDRAG,
106100*                            BETAALD (JAAR = T/M 31-12)
106200*-----------------------------------------------------------
106300 3500-PARSE-LINE.
106400     MOVE ZERO TO WS-LINE-DATE WS-LINE-BEDRAG-1 WS-LINE-BEDRAG-2
106500     SET LINE-NOT-T TO TRUE
106600     SET LINE-NOT-IN-YEAR TO TRUE
106700     MOVE SPACES TO WS-F1-X WS-F2-X WS-F3-X WS-F4-X WS-F5-X
106800                    WS-F6-X
106900     EVALUATE WS-BST-IDX
107000         WHEN 1
107100             UNSTRING SCAN-LINE DELIMITED BY ","
107200                 INTO WS-F1-X WS-F2-X WS-F3-X WS-F4-X WS-F5-X
107300                      WS-F6-X
107400             END-UNSTRING
107500             IF FUNCTION TRIM(WS-F2-X) IS NUMERIC
107600                 MOVE FUNCTION NUMVAL(WS-F2-X) TO WS-LINE-DATE
107700             END-IF
107800             IF FUNCTION UPPER-CASE(WS-F1-X (1:1)) = "T"
107900                 SET LINE-IS-T TO TRUE
108000                 IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F5-X))
108100                         = 0
108200                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-F5-X))
108300                         TO WS-LINE-BEDRAG-1
108400                 END-IF
108500                 IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F6-X))
108600                         = 0
108700                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-F6-X))
108800                         TO WS-LINE-BEDRAG-2
108900                 END-IF
109000             END-IF
109100         WHEN 2
109200             IF SCAN-LINE (1:8) IS NUMERIC
109300                 MOVE SCAN-LINE (1:8) TO WS-LINE-DATE
109400                 IF SCAN-LINE (31:10) NOT = SPACES
109500                     MOVE FUNCTION NUMVAL-C(SCAN-LINE (31:10))
109600                         TO WS-LINE-BEDRAG-1
109700                 END-IF
109800                 IF SCAN-LINE (51:10) NOT = SPACES
109900                     MOVE FUNCTION NUMVAL-C(SCAN-LINE (51:10))
110000                         TO WS-LINE-BEDRAG-2
110100                 END-IF
110200             END-IF
110300         WHEN 3
110400             UNSTRING SCAN-LINE DELIMITED BY ","
110500                 INTO WS-F1-X WS-F2-X WS-F3-X
110600             END-UNSTRING
110700             IF FUNCTION TRIM(WS-F1-X) IS NUMERIC
110800                 MOVE FUNCTION NUMVAL(WS-F1-X) TO WS-LINE-DATE
110900             END-IF
111000             IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F3-X)) = 0
111100                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-F3-X))
111200                     TO WS-LINE-BEDRAG-1
111300             END-IF
111400         WHEN OTHER
111500             UNSTRING SCAN-LINE DELIMITED BY ","
111600                 INTO WS-F1-X WS-F2-X WS-F3-X WS-F4-X WS-F5-X
111700                      WS-F6-X
111800             END-UNSTRING
111900             IF FUNCTION TRIM(WS-F4-X) IS NUMERIC
112000                 MOVE FUNCTION NUMVAL(WS-F4-X) TO WS-LINE-DATE
112100             END-IF
112200             IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F5-X)) = 0
112300                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-F5-X))
112400                     TO WS-LINE-BEDRAG-1
112500             END-IF
112600             IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-F6-X)) = 0
112700                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-F6-X))
112800                     TO WS-LINE-BEDRAG-2
112900             END-IF
113000     END-EVALUATE
113100     IF WS-LINE-DATE = ZERO OR WS-LINE-DATE > WS-JAAR-TOT
113200         GO TO 3500-EXIT
113300     END-IF
113400     IF WS-BST-IDX = 4 OR WS-LINE-DATE NOT < WS-JAAR-VAN
113500         SET LINE-IN-YEAR TO TRUE
113600     END-IF.
113700 3500-EXIT.
113800     EXIT.
113900
114000*-----------------------------------------------------------
114100* 4000-SPLIT - DE REGELS VAN HET JAAR NAAR <BASIS>.<JAAR>, DE
114200*              REST NAAR HET WERKBESTAND. OPENPOST BLIJFT
114300*              STAAN; ZIJN POSTEN PER 31-12 GAAN ALLEEN NAAR
114400*              OPENPOST.<JAAR>.
114500*-----------------------------------------------------------
114600 4000-SPLIT.
114700     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
114800             UNTIL WS-BST-IDX > WS-BST-COUNT
114900         IF BST-AANWEZIG (WS-BST-IDX)
115000             PERFORM 4100-SPLIT-ONE-FILE THRU 4100-EXIT
115100         END-IF
115200     END-PERFORM.
115300 4000-EXIT.
115400     EXIT.
115500
115600 4100-SPLIT-ONE-FILE.
115700     MOVE BST-LIVE (WS-BST-IDX) TO WS-SCAN-NAME
115800     MOVE BST-JAARNAAM (WS-BST-IDX) TO WS-ARCH-NAME
115900     MOVE BST-WERK (WS-BST-IDX) TO WS-WORK-NAME
116000     OPEN INPUT SCAN-FILE
116100     IF WS-SCAN-STATUS NOT = "00"
116200         DISPLAY "ERROR: " FUNCTION TRIM(WS-SCAN-NAME)
116300                 " NIET TE OPENEN - STATUS " WS-SCAN-STATUS
116400         SET PROOF-FAILED TO TRUE
116500         SET BST-VERSCHIL (WS-BST-IDX) TO TRUE
116600         GO TO 4100-EXIT
116700     END-IF
116800     OPEN OUTPUT ARCH-FILE
116900     IF WS-BST-IDX < 4
117000         OPEN OUTPUT WORK-FILE
117100     END-IF
117200     SET FILE-NOT-EOF TO TRUE
117300     PERFORM UNTIL FILE-EOF
117400         READ SCAN-FILE
117500             AT END
117600                 SET FILE-EOF TO TRUE
117700             NOT AT END
117800                 PERFORM 4150-SPLIT-ONE-LINE THRU 4150-EXIT
117900         END-READ
118000     END-PERFORM
118100     CLOSE SCAN-FILE ARCH-FILE
118200     IF WS-BST-IDX < 4
118300         CLOSE WORK-FILE
118400     END-IF.
118500 4100-EXIT.
118600     EXIT.
118700
118800 4150-SPLIT-ONE-LINE.
118900     IF SCAN-LINE = SPACES
119000         GO TO 4150-EXIT
119100     END-IF
119200     PERFORM 3500-PARSE-LINE THRU 3500-EXIT
119300     IF LINE-IN-YEAR
119400         WRITE ARCH-LINE FROM SCAN-LINE
119500     ELSE
119600         IF WS-BST-IDX < 4
119700             WRITE WORK-LINE FROM SCAN-LINE
119800         END-IF
119900     END-IF.
120000 4150-EXIT.
120100     EXIT.
120200
120300*-----------------------------------------------------------
120400* 5000-PROOF - JAARBESTANDEN (SOORT 2) EN WERKBESTANDEN
120500*              (SOORT 3) NALEZEN. ARCHIEF = JAAR VOOR DE
120600*              AFSLUITING, EN ARCHIEF + REST = HEEL BESTAND.
120700*-----------------------------------------------------------
120800 5000-PROOF.
120900     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
121000             UNTIL WS-BST-IDX > WS-BST-COUNT
121100         IF BST-AANWEZIG (WS-BST-IDX)
121200             MOVE 2 TO WS-SOORT-IDX
121300             MOVE BST-JAARNAAM (WS-BST-IDX) TO WS-SCAN-NAME
121400             PERFORM 2100-SCAN-FILE THRU 2100-EXIT
121500             IF WS-BST-IDX < 4
121600                 MOVE 3 TO WS-SOORT-IDX
121700                 MOVE BST-WERK (WS-BST-IDX) TO WS-SCAN-NAME
121800                 PERFORM 2100-SCAN-FILE THRU 2100-EXIT
121900             END-IF
122000             PERFORM 5100-COMPARE THRU 5100-EXIT
122100             IF BST-VERSCHIL (WS-BST-IDX)
122200                 SET PROOF-FAILED TO TRUE
122300             END-IF
122400         END-IF
122500     END-PERFORM.
122600 5000-EXIT.
122700     EXIT.
122800
122900 5100-COMPARE.
123000     IF TOT-AANTAL (WS-BST-IDX, 2)
123100             NOT = TOT-AANTAL (WS-BST-IDX, 1)
123200         OR TOT-BEDRAG-1 (WS-BST-IDX, 2)
123300             NOT = TOT-BEDRAG-1 (WS-BST-IDX, 1)
123400         OR TOT-BEDRAG-2 (WS-BST-IDX, 2)
123500             NOT = TOT-BEDRAG-2 (WS-BST-IDX, 1)
123600         SET BST-VERSCHIL (WS-BST-IDX) TO TRUE
123700     END-IF
123800     IF WS-BST-IDX = 4
123900         GO TO 5100-EXIT
124000     END-IF
124100     COMPUTE WS-SOM-AANTAL = TOT-AANTAL (WS-BST-IDX, 2)
124200                           + TOT-AANTAL (WS-BST-IDX, 3)
124300     COMPUTE WS-SOM-BEDRAG-1 = TOT-BEDRAG-1 (WS-BST-IDX, 2)
124400                             + TOT-BEDRAG-1 (WS-BST-IDX, 3)
124500     COMPUTE WS-SOM-BEDRAG-2 = TOT-BEDRAG-2 (WS-BST-IDX, 2)
124600                             + TOT-BEDRAG-2 (WS-BST-IDX, 3)
124700     IF WS-SOM-AANTAL NOT = TOT-AANTAL (WS-BST-IDX, 4)
124800         OR WS-SOM-BEDRAG-1 NOT = TOT-BEDRAG-1 (WS-BST-IDX, 4)
124900         OR WS-SOM-BEDRAG-2 NOT = TOT-BEDRAG-2 (WS-BST-IDX, 4)
125000         SET BST-VERSCHIL (WS-BST-IDX) TO TRUE
125100     END-IF.
125200 5100-EXIT.
125300     EXIT.
125400
125500*-----------------------------------------------------------
125600* 6000-COMMIT - ALLES SLUIT: DE RESTEN TERUG IN DE LEVENDE
125700*               BESTANDEN, DE BEGINBALANS IN GLREG.DAT, DE NIEUWE
125800*               FACTUURNUMMERREEKS, HET JAAR OP JAARSLOT.DAT, EN
125900*               DE LEVENDE BESTANDEN NOG EEN KEER GETELD.
126000*-----------------------------------------------------------
126100 6000-COMMIT.
126200     PERFORM VARYING WS-BST-IDX FROM 1 BY 1 UNTIL WS-BST-IDX > 3
126300         IF BST-AANWEZIG (WS-BST-IDX)
126400             PERFORM 6100-COPY-BACK THRU 6100-EXIT
126500             ADD TOT-AANTAL (WS-BST-IDX, 2) TO WS-ARCH-TOTAL
126600         END-IF
126700     END-PERFORM
126800     PERFORM 6200-WRITE-BEGINBALANS THRU 6200-EXIT
126900     PERFORM 6300-WRITE-FACTNR THRU 6300-EXIT
127000     PERFORM 6400-WRITE-YEAR-LOCK THRU 6400-EXIT
127100     MOVE 5 TO WS-SOORT-IDX
127200     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
127300             UNTIL WS-BST-IDX > WS-BST-COUNT
127400         MOVE BST-LIVE (WS-BST-IDX) TO WS-SCAN-NAME
127500         PERFORM 2100-SCAN-FILE THRU 2100-EXIT
127600         PERFORM 6500-VERIFY-AFTER THRU 6500-EXIT
127700     END-PERFORM.
127800 6000-EXIT.
127900     EXIT.
128000
128100*-----------------------------------------------------------
128200* 6500-VERIFY-AFTER - HET LEVENDE BESTAND NA DE AFSLUITING IS
128300*                     DE REST; GLREG.DAT DAARBIJ DE BEGINBALANS
128400*                     (ZELFDE SALDO ALS VOOR DE AFSLUITING) EN
128500*                     OPENPOST.DAT IS ONGEWIJZIGD.
128600*-----------------------------------------------------------
128700 6500-VERIFY-AFTER.
128800     EVALUATE WS-BST-IDX
128900         WHEN 3
129000             MOVE TOT-AANTAL (3, 3) TO WS-SOM-AANTAL
129100             IF TOT-AANTAL (3, 2) > ZERO
129200                 ADD 1 TO WS-SOM-AANTAL
129300             END-IF
129400             MOVE TOT-BEDRAG-1 (3, 4) TO WS-SOM-BEDRAG-1
129500             MOVE TOT-BEDRAG-2 (3, 4) TO WS-SOM-BEDRAG-2
129600         WHEN 4
129700             MOVE TOT-AANTAL (4, 4) TO WS-SOM-AANTAL
129800             MOVE TOT-BEDRAG-1 (4, 4) TO WS-SOM-BEDRAG-1
129900             MOVE TOT-BEDRAG-2 (4, 4) TO WS-SOM-BEDRAG-2
130000         WHEN OTHER
130100             MOVE TOT-AANTAL (WS-BST-IDX, 3) TO WS-SOM-AANTAL
130200             MOVE TOT-BEDRAG-1 (WS-BST-IDX, 3) TO WS-SOM-BEDRAG-1
130300             MOVE TOT-BEDRAG-2 (WS-BST-IDX, 3) TO WS-SOM-BEDRAG-2
130400     END-EVALUATE
130500     IF WS-SOM-AANTAL NOT = TOT-AANTAL (WS-BST-IDX, 5)
130600         OR WS-SOM-BEDRAG-1 NOT = TOT-BEDRAG-1 (WS-BST-IDX, 5)
130700         OR WS-SOM-BEDRAG-2 NOT = TOT-BEDRAG-2 (WS-BST-IDX, 5)
130800         SET BST-VERSCHIL (WS-BST-IDX) TO TRUE
130900         DISPLAY "ERROR: " FUNCTION TRIM(BST-LIVE (WS-BST-IDX))
131000                 " SLUIT NA DE AFSLUITING NIET - ZIE JAARAFS.DAT"
131100         MOVE 8 TO RETURN-CODE
131200     END-IF.
131300 6500-EXIT.
131400     EXIT.
131500
131600*-----------------------------------------------------------
131700* 6100-COPY-BACK - HET WERKBESTAND WORDT HET LEVENDE BESTAND
131800*-----------------------------------------------------------
131900 6100-COPY-BACK.
132000     MOVE BST-WERK (WS-BST-IDX) TO WS-SCAN-NAME
132100     MOVE BST-LIVE (WS-BST-IDX) TO WS-ARCH-NAME
132200     OPEN INPUT SCAN-FILE
132300     OPEN OUTPUT ARCH-FILE
132400     SET FILE-NOT-EOF TO TRUE
132500     PERFORM UNTIL FILE-EOF
132600         READ SCAN-FILE
132700             AT END
132800                 SET FILE-EOF TO TRUE
132900             NOT AT END
133000                 WRITE ARCH-LINE FROM SCAN-LINE
133100         END-READ
133200     END-PERFORM
133300     CLOSE SCAN-FILE ARCH-FILE.
133400 6100-EXIT.
133500     EXIT.
133600
133700*-----------------------------------------------------------
133800* 6200-WRITE-BEGINBALANS - EEN REGEL IN GLREG.DAT OP 31-12 MET
133900*                  RUN SEQ 0 EN HET GEARCHIVEERDE DEBITEUREN-
134000*                  TOTAAL, ZODAT DEBAFST'S CUMULATIEVE GROOTBOEK-
134100*                  SALDO NIET VERANDERT.
134200*-----------------------------------------------------------
134300 6200-WRITE-BEGINBALANS.
134400     IF TOT-AANTAL (3, 2) = ZERO
134500         GO TO 6200-EXIT
134600     END-IF
134700     MOVE WS-JAAR-TOT TO GLR-DATE
134800     MOVE ZERO TO GLR-SEQ
134900     MOVE TOT-BEDRAG-1 (3, 2) TO GLR-BEDRAG
135000     MOVE "JAARAFS" TO GLR-OPERATOR
135100     MOVE BST-LIVE (3) TO WS-ARCH-NAME
135200     OPEN EXTEND ARCH-FILE
135300     IF WS-ARCH-STATUS = "35"
135400         OPEN OUTPUT ARCH-FILE
135500     END-IF
135600     WRITE ARCH-LINE FROM GLR-DETAIL-LINE
135700     CLOSE ARCH-FILE.
135800 6200-EXIT.
135900     EXIT.
136000
136100*-----------------------------------------------------------
136200* 6300-WRITE-FACTNR - DE NIEUWE REEKS IN HET NUMMERREGISTER
136300*-----------------------------------------------------------
136400 6300-WRITE-FACTNR.
136500     IF REEKS-LOOPT-AL
136600         GO TO 6300-EXIT
136700     END-IF
136800     OPEN OUTPUT INVOICE-NR-FILE
136900     MOVE WS-FACTNR-NIEUW TO INVOICE-NR-LINE
137000     WRITE INVOICE-NR-LINE
137100     CLOSE INVOICE-NR-FILE.
137200 6300-EXIT.
137300     EXIT.
137400
137500*-----------------------------------------------------------
137600* 6400-WRITE-YEAR-LOCK - HET JAAR OP JAARSLOT.DAT
137700*-----------------------------------------------------------
137800 6400-WRITE-YEAR-LOCK.
137900     ACCEPT WS-TIME-NOW FROM TIME
138000     MOVE WS-JAAR TO JSL-JAAR
138100     MOVE RUNHDR-RUN-DATE TO JSL-DATUM
138200     MOVE WS-TIME-NOW (1:6) TO JSL-TIJD
138300     MOVE RUNHDR-OPERATOR-ID TO JSL-OPERATOR
138400     MOVE WS-FACTNR-OUD TO JSL-FACTNR-LAATST
138500     MOVE WS-FACTNR-NIEUW TO JSL-FACTNR-NIEUW
138600     MOVE RUNHDR-ADMIN TO JSL-ADMIN
138700     OPEN EXTEND YEAR-LOCK-FILE
138800     IF WS-JSLOT-STATUS = "35"
138900         OPEN OUTPUT YEAR-LOCK-FILE
139000     END-IF
139100     WRITE YEAR-LOCK-LINE FROM JSL-DETAIL-LINE
139200     CLOSE YEAR-LOCK-FILE.
139300 6400-EXIT.
139400     EXIT.
139500
139600*-----------------------------------------------------------
139700* 6900-DELETE-WORK - DE WERKBESTANDEN OPRUIMEN. CBL_DELETE_FILE
139800*                    ZET RETURN-CODE, DUS DE EIGEN CODE WORDT
139900*                    ROND DE CALL BEWAARD.
140000*-----------------------------------------------------------
140100 6900-DELETE-WORK.
140200     MOVE RETURN-CODE TO WS-SAVE-RC
140300     PERFORM VARYING WS-BST-IDX FROM 1 BY 1 UNTIL WS-BST-IDX > 3
140400         MOVE BST-WERK (WS-BST-IDX) TO WS-DELETE-NAME
140500         CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
140600     END-PERFORM
140700     MOVE WS-SAVE-RC TO RETURN-CODE.
140800 6900-EXIT.
140900     EXIT.
141000
141100*-----------------------------------------------------------
141200* 7000-WRITE-TOTALS - PER BESTAND DE TOTALEN VOOR EN NA, MET
141300*                     HET OORDEEL VAN DE AANSLUITING
141400*-----------------------------------------------------------
141500 7000-WRITE-TOTALS.
141600     MOVE "TOTALEN" TO RPT-SEC-TXT
141700     WRITE JAARAFS-RPT-LINE FROM RPT-SECTION-LINE
141800     PERFORM VARYING WS-BST-IDX FROM 1 BY 1
141900             UNTIL WS-BST-IDX > WS-BST-COUNT
142000         PERFORM 7100-FILE-BLOCK THRU 7100-EXIT
142100     END-PERFORM
142200     MOVE SPACES TO RPT-TXT
142300     EVALUATE TRUE
142400         WHEN CLOSE-BLOCKED
142500             STRING "*** BOEKJAAR " WS-JAAR DELIMITED BY SIZE
142600                    " NIET AFGESLOTEN - ZIE CONTROLES"
142700                        DELIMITED BY SIZE
142800                 INTO RPT-TXT
142900             END-STRING
143000         WHEN MODE-PROEF
143100             STRING "PROEF: BOEKJAAR " WS-JAAR DELIMITED BY SIZE
143200                    " KAN WORDEN AFGESLOTEN (JAARSLUIT=J)"
143300                        DELIMITED BY SIZE
143400                 INTO RPT-TXT
143500             END-STRING
143600         WHEN PROOF-FAILED
143700             STRING "*** TOTALEN SLUITEN NIET - LEVENDE "
143800                        DELIMITED BY SIZE
143900                    "BESTANDEN "
144000                        DELIMITED BY SIZE
144100                    "ONGEWIJZIGD, BOEKJAAR NIET AFGESLOTEN"
144200                        DELIMITED BY SIZE
144300                 INTO RPT-TXT
144400             END-STRING
144500         WHEN OTHER
144600             MOVE WS-JAAR-TOT TO WS-DATE-EDIT
144700             STRING "BOEKJAAR " WS-JAAR DELIMITED BY SIZE
144800                    " AFGESLOTEN - MATH EN FACTPRT BOEKEN NIETS "
144900                        DELIMITED BY SIZE
145000                    "MEER T/M " WS-DATE-EDIT DELIMITED BY SIZE
145100                 INTO RPT-TXT
145200             END-STRING
145300     END-EVALUATE
145400     WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE.
145500 7000-EXIT.
145600     EXIT.
145700
145800 7100-FILE-BLOCK.
145900     MOVE BST-LIVE (WS-BST-IDX) TO RPT-BST-NAAM
146000     MOVE FUNCTION TRIM(BST-KOP-1 (WS-BST-IDX)) TO RPT-BST-KOP-1
146100     MOVE FUNCTION TRIM(BST-KOP-2 (WS-BST-IDX)) TO RPT-BST-KOP-2
146200     WRITE JAARAFS-RPT-LINE FROM RPT-BST-HEADING
146300     IF BST-AFWEZIG (WS-BST-IDX)
146400         MOVE "  NIET AANWEZIG - NIETS TE ARCHIVEREN" TO RPT-TXT
146500         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
146600         WRITE JAARAFS-RPT-LINE FROM RPT-BLANK-LINE
146700         GO TO 7100-EXIT
146800     END-IF
146900     MOVE 4 TO WS-SOORT-IDX
147000     MOVE "  VOOR AFSLUITING, HEEL BESTAND" TO RPT-TOT-LABEL
147100     PERFORM 7200-TOT-ROW THRU 7200-EXIT
147200     MOVE 1 TO WS-SOORT-IDX
147300     MOVE SPACES TO RPT-TOT-LABEL
147400     IF WS-BST-IDX = 4
147500         STRING "  OPEN PER 31-12-" WS-JAAR DELIMITED BY SIZE
147600                " (OVERGEBRACHT)" DELIMITED BY SIZE
147700             INTO RPT-TOT-LABEL
147800         END-STRING
147900     ELSE
148000         STRING "  VOOR AFSLUITING, JAAR " WS-JAAR
148100                    DELIMITED BY SIZE
148200             INTO RPT-TOT-LABEL
148300         END-STRING
148400     END-IF
148500     PERFORM 7200-TOT-ROW THRU 7200-EXIT
148600     IF BST-OUDER (WS-BST-IDX) > ZERO
148700         MOVE BST-OUDER (WS-BST-IDX) TO WS-CNT-EDIT
148800         MOVE SPACES TO RPT-TXT
148900         STRING "  WAARVAN NIET IN HET JAAR, OUDER DAN "
149000                    DELIMITED BY SIZE
149100                WS-JAAR DELIMITED BY SIZE
149200                " (BLIJFT STAAN): " DELIMITED BY SIZE
149300                FUNCTION TRIM(WS-CNT-EDIT) DELIMITED BY SIZE
149400             INTO RPT-TXT
149500         END-STRING
149600         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
149700     END-IF
149800     IF MODE-PROEF OR CLOSE-BLOCKED
149900         WRITE JAARAFS-RPT-LINE FROM RPT-BLANK-LINE
150000         GO TO 7100-EXIT
150100     END-IF
150200     MOVE 2 TO WS-SOORT-IDX
150300     MOVE SPACES TO RPT-TOT-LABEL
150400     STRING "  GEARCHIVEERD IN " DELIMITED BY SIZE
150500            BST-JAARNAAM (WS-BST-IDX) DELIMITED BY SPACE
150600         INTO RPT-TOT-LABEL
150700     END-STRING
150800     PERFORM 7200-TOT-ROW THRU 7200-EXIT
150900     IF WS-BST-IDX < 4
151000         MOVE 3 TO WS-SOORT-IDX
151100         MOVE SPACES TO RPT-TOT-LABEL
151200         STRING "  BLIJFT IN " DELIMITED BY SIZE
151300                BST-LIVE (WS-BST-IDX) DELIMITED BY SPACE
151400             INTO RPT-TOT-LABEL
151500         END-STRING
151600         PERFORM 7200-TOT-ROW THRU 7200-EXIT
151700     END-IF
151800     IF PROOF-OK
151900         MOVE 5 TO WS-SOORT-IDX
152000         MOVE "  NA AFSLUITING, HEEL BESTAND" TO RPT-TOT-LABEL
152100         PERFORM 7200-TOT-ROW THRU 7200-EXIT
152200     END-IF
152300     IF WS-BST-IDX = 3 AND PROOF-OK AND TOT-AANTAL (3, 2) > ZERO
152400         MOVE SPACES TO RPT-TXT
152500         STRING "  BEGINBALANS DEBITEUREN OP 31-12 IN GLREG.DAT "
152600                    DELIMITED BY SIZE
152700                "= GEARCHIVEERD TOTAAL" DELIMITED BY SIZE
152800             INTO RPT-TXT
152900         END-STRING
153000         WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
153100     END-IF
153200     MOVE SPACES TO RPT-TXT
153300     IF BST-AKKOORD (WS-BST-IDX)
153400         IF WS-BST-IDX = 4
153500             MOVE "  OPENPOST.JAAR = OPEN PER 31-12: AKKOORD"
153600                 TO RPT-TXT
153700         ELSE
153800             STRING "  ARCHIEF = JAAR VOOR AFSLUITING, ARCHIEF + "
153900                        DELIMITED BY SIZE
154000                    "REST = HEEL BESTAND: AKKOORD"
154100                        DELIMITED BY SIZE
154200                 INTO RPT-TXT
154300             END-STRING
154400         END-IF
154500     ELSE
154600         MOVE "  *** VERSCHIL - AANSLUITING KLOPT NIET" TO RPT-TXT
154700     END-IF
154800     WRITE JAARAFS-RPT-LINE FROM RPT-TEXT-LINE
154900     WRITE JAARAFS-RPT-LINE FROM RPT-BLANK-LINE.
155000 7100-EXIT.
155100     EXIT.
155200
155300 7200-TOT-ROW.
155400     MOVE TOT-AANTAL (WS-BST-IDX, WS-SOORT-IDX) TO RPT-TOT-AANTAL
155500     MOVE TOT-BEDRAG-1 (WS-BST-IDX, WS-SOORT-IDX)
155600         TO RPT-TOT-BEDRAG-1
155700     MOVE TOT-BEDRAG-2 (WS-BST-IDX, WS-SOORT-IDX)
155800         TO RPT-TOT-BEDRAG-2
155900     WRITE JAARAFS-RPT-LINE FROM RPT-TOT-LINE.
156000 7200-EXIT.
156100     EXIT.
156200
156300*-----------------------------------------------------------
156400* 9000-WRITE-RUN-JOURNAL - COUNT-1 GEARCHIVEERDE REGELS,
156500*                          COUNT-2 OVERGEBRACHTE OPEN POSTEN
156600*-----------------------------------------------------------
156700 9000-WRITE-RUN-JOURNAL.
156800     ACCEPT WS-END-TIME-RAW FROM TIME
156900     OPEN EXTEND RUN-JOURNAL-FILE
157000     IF WS-JRNL-STATUS = "35"
157100         OPEN OUTPUT RUN-JOURNAL-FILE
157200     END-IF
157300     MOVE "JAARAFS " TO JRNL-PROGRAM
157400     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
157500     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
157600     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
157700     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
157800     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
157900     MOVE RETURN-CODE TO JRNL-RC
158000     MOVE WS-ARCH-TOTAL TO JRNL-COUNT-1
158100     MOVE TOT-AANTAL (4, 1) TO JRNL-COUNT-2
158200     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
158300     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
158400     CLOSE RUN-JOURNAL-FILE.
158500 9000-EXIT.
158600     EXIT.
