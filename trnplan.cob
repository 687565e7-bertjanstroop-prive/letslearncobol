000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRNPLAN.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - TRAININGSPLANNING. BOEKT
001300*                  IEDEREEN VAN CERTDUE.DAT (CERTUPD) IN DE
001400*                  VROEGSTE GEPLANDE SESSIE VAN TRNSESS.IDX
001500*                  (TRNMAINT) MET PLAATS, UITERLIJK OP DE
001600*                  VERVALDATUM, EN LEGT DE BOEKING VAST IN
001700*                  TRNBOEK.IDX. WIE AL EEN OPEN BOEKING HEEFT
001800*                  WORDT NIET NOG EENS GEBOEKT. LUKT HET NIET
001900*                  OP TIJD, DAN DE VROEGSTE SESSIE MET PLAATS
002000*                  DAARNA; LUKT HET HELEMAAL NIET, DAN STAAT
002100*                  HIJ ALLEEN OP DE AFWIJKINGENLIJST.
002200*                  VOORAF WORDEN DE BOEKINGEN OP VOORBIJE
002300*                  SESSIES AFGEHANDELD TEGEN TRAINLOG.DAT: HET
002400*                  LOG DRAAGT GEEN DATUM, DUS ALLEEN EEN
002500*                  RESULTAATREGEL MET DE NAAM NA DE LOGPOSITIE
002600*                  VAN HET BOEKMOMENT TELT ALS AANWEZIG (PASS
002700*                  OF FAIL). ZONDER REGEL IS HET EEN NO-SHOW:
002800*                  GEMELD EN AUTOMATISCH OPNIEUW GEBOEKT. EEN
002900*                  BOEKING OP EEN VERVALLEN SESSIE WORDT OOK
003000*                  OMGEBOEKT. UITNODIGINGEN PER SESSIE OP
003100*                  TRNUITN.DAT, AFWIJKINGEN (NO-SHOWS,
003200*                  OMBOEKINGEN, NIET TIJDIG OF NIET GEPLAATST)
003300*                  OP TRNAFW.DAT - RC 4 ALS DIE NIET LEEG IS.
003400*                  WEIGERT BIJ EEN ACTIEVE NACHTKETEN EN HOUDT
003500*                  MNTLOCK.DAT VAST ZOLANG HIJ LOOPT.
00350A* 2026-10-15  BJS  GESCRIPTE ADVENTURE-SESSIES (S IN KOLOM 99)
00350B*                  TELLEN NIET ALS AANWEZIGHEID; EEN PASS OP EEN
00350C*                  NIET VRIJGEGEVEN SCENARIO (KOLOM 97 NIET J)
00350D*                  TELT ALS OEFENSESSIE (UITSLAG OEFN) EN HOUDT
00350E*                  DE PERSOON DUS OP DE LIJST, NET ALS IN CERTUPD.
003600*-----------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CERT-DUE-FILE ASSIGN TO "CERTDUE.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-DUE-STATUS.
004400
004500     SELECT TRAINING-LOG-FILE ASSIGN TO "TRAINLOG.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LOG-STATUS.
004800
004900     SELECT TRAINING-SESSIE-MASTER ASSIGN TO "TRNSESS.IDX"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SES-KEY
005300         FILE STATUS IS WS-TRNSESS-STATUS.
005400
005500     SELECT TRAINING-BOEKING-FILE ASSIGN TO "TRNBOEK.IDX"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS BKG-KEY
005900         FILE STATUS IS WS-TRNBOEK-STATUS.
006000
006100     SELECT UITN-RPT-FILE ASSIGN TO "TRNUITN.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-UITN-STATUS.
006400
006500     SELECT AFW-RPT-FILE ASSIGN TO "TRNAFW.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AFW-STATUS.
006800
006900     SELECT RUN-SEQ-FILE ASSIGN TO "RUNSEQ.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNSEQ-STATUS.
007200
007300     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SYSLOCK-STATUS.
007600
007700     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MNTLOCK-STATUS.
008000
008100     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-JRNL-STATUS.
008400
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CERT-DUE-FILE.
008800 01  CERT-DUE-LINE            PIC X(132).
008900
009000 FD  TRAINING-LOG-FILE.
009100 01  TRAINING-LOG-LINE        PIC X(132).
009200
009300 FD  TRAINING-SESSIE-MASTER.
009400     COPY "TRNSESS.CPY".
009500
009600 FD  TRAINING-BOEKING-FILE.
009700     COPY "TRNBOEK.CPY".
009800
009900 FD  UITN-RPT-FILE.
010000 01  UITN-RPT-LINE            PIC X(100).
010100
010200 FD  AFW-RPT-FILE.
010300 01  AFW-RPT-LINE             PIC X(100).
010400
010500 FD  RUN-SEQ-FILE.
010600 01  RUN-SEQ-LINE             PIC 9(06).
010700
010800 FD  SYS-LOCK-FILE.
010900 01  SYS-LOCK-LINE            PIC X(80).
011000
011100 FD  MNT-LOCK-FILE.
011200 01  MNT-LOCK-LINE            PIC X(80).
011300
011400 FD  RUN-JOURNAL-FILE.
011500 01  RUN-JOURNAL-LINE         PIC X(80).
011600
011700 WORKING-STORAGE SECTION.
011800*-----------------------------------------------------------
011900* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
012000*-----------------------------------------------------------
012100     COPY "RUNHDR.CPY".
012200
012300*-----------------------------------------------------------
012400* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
012500*-----------------------------------------------------------
012600     COPY "RUNJRNL.CPY".
012700 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
012800 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
012900 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
013000 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
013100 01  WS-RUNSEQ-ENV-X          PIC X(10).
013200 01  WS-RUNDATE-ENV-X         PIC X(10).
013300 01  WS-ADMIN-ENV-X           PIC X(06).
013400
013500*-----------------------------------------------------------
013600* BATCH LOCK AND MAINTENANCE MARKER (SYSLOCK.DAT/MNTLOCK.DAT)
013700*-----------------------------------------------------------
013800 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
013900 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
014000 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
014100 01  WS-LOCK-SW               PIC X VALUE "N".
014200     88 MNT-LOCK-HELD         VALUE "Y".
014300     88 MNT-LOCK-NOT-HELD     VALUE "N".
014400 01  MNT-LOCK-DETAIL.
014500     05  MNT-PROGRAM          PIC X(08).
014600     05  FILLER               PIC X(01) VALUE ",".
014700     05  MNT-OPERATOR         PIC X(08).
014800     05  FILLER               PIC X(01) VALUE ",".
014900     05  MNT-DATUM            PIC 9(08).
015000     05  FILLER               PIC X(01) VALUE ",".
015100     05  MNT-TIJD             PIC 9(06).
015200
015300*-----------------------------------------------------------
015400* FILE STATUS AND SWITCHES
015500*-----------------------------------------------------------
015600 01  WS-DUE-STATUS            PIC X(02) VALUE "00".
015700 01  WS-LOG-STATUS            PIC X(02) VALUE "00".
015800 01  WS-TRNSESS-STATUS        PIC X(02) VALUE "00".
015900 01  WS-TRNBOEK-STATUS        PIC X(02) VALUE "00".
016000 01  WS-UITN-STATUS           PIC X(02) VALUE "00".
016100 01  WS-AFW-STATUS            PIC X(02) VALUE "00".
016200 01  WS-EOF-SW                PIC X VALUE "N".
016300     88 FILE-EOF              VALUE "Y".
016400     88 FILE-NOT-EOF          VALUE "N".
016500 01  WS-LOG-SW                PIC X VALUE "N".
016600     88 LOG-PRESENT           VALUE "Y".
016700     88 LOG-ABSENT            VALUE "N".
016800 01  WS-FOUND-SW              PIC X VALUE "N".
016900     88 ENTRY-FOUND           VALUE "Y".
017000     88 ENTRY-NOT-FOUND       VALUE "N".
017100 01  WS-SESSIE-SW             PIC X VALUE "N".
017200     88 SESSIE-GEVONDEN       VALUE "Y".
017300     88 SESSIE-NIET-GEVONDEN  VALUE "N".
017400
017500*-----------------------------------------------------------
017600* SESSIETABEL - DE GEPLANDE SESSIES VANAF DE RUN-DATUM IN
017700* DATUMVOLGORDE, MET HET AANTAL OPEN BOEKINGEN NAGETELD
017800*-----------------------------------------------------------
017900 77  WS-STB-COUNT             PIC 9(04) COMP VALUE ZERO.
018000 77  WS-STB-MAX               PIC 9(04) COMP VALUE 200.
018100 77  WS-STB-IDX               PIC 9(04) COMP VALUE ZERO.
018200 77  WS-STB-HIT               PIC 9(04) COMP VALUE ZERO.
018300 01  WS-SESSIE-TABLE.
018400     05  WS-STB-ENTRY OCCURS 200 TIMES.
018500         10  STB-KEY.
018600             15  STB-DATUM    PIC 9(08).
018700             15  STB-VOLGNR   PIC 9(02).
018800         10  STB-CAPACITEIT   PIC 9(03).
018900         10  STB-GEBOEKT      PIC 9(03).
019000         10  STB-NIEUW        PIC 9(03).
019100
019200*-----------------------------------------------------------
019300* OPEN BOEKINGEN OP VOORBIJE SESSIES - AANWEZIGHEID TEGEN
019400* TRAINLOG.DAT
019500*-----------------------------------------------------------
019600 77  WS-PTB-COUNT             PIC 9(04) COMP VALUE ZERO.
019700 77  WS-PTB-MAX               PIC 9(04) COMP VALUE 500.
019800 77  WS-PTB-IDX               PIC 9(04) COMP VALUE ZERO.
019900 01  WS-PAST-TABLE.
020000     05  WS-PTB-ENTRY OCCURS 500 TIMES.
020100         10  PTB-KEY.
020200             15  PTB-SES-KEY  PIC X(10).
020300             15  PTB-ID       PIC X(08).
020400         10  PTB-NAAM         PIC X(30).
020500         10  PTB-LOGPOS       PIC 9(07).
020600         10  PTB-GEVONDEN     PIC X(01).
020700         10  PTB-UITSLAG      PIC X(04).
020800
020900*-----------------------------------------------------------
021000* TE BOEKEN - CERTDUE.DAT PLUS DE NO-SHOWS EN DE DEELNEMERS
021100* VAN VERVALLEN SESSIES. SOORT D = HERCERTIFICERING,
021200* N = NIET VERSCHENEN, V = SESSIE VERVALLEN.
021300*-----------------------------------------------------------
021400 77  WS-CTB-COUNT             PIC 9(04) COMP VALUE ZERO.
021500 77  WS-CTB-MAX               PIC 9(04) COMP VALUE 500.
021600 77  WS-CTB-IDX               PIC 9(04) COMP VALUE ZERO.
021700 01  WS-CAND-TABLE.
021800     05  WS-CTB-ENTRY OCCURS 500 TIMES.
021900         10  CTB-ID           PIC X(08).
022000         10  CTB-NAAM         PIC X(30).
022100         10  CTB-VERVALT      PIC 9(08).
022200         10  CTB-SOORT        PIC X(01).
022300 01  WS-NEW-ID                PIC X(08).
022400 01  WS-NEW-NAAM              PIC X(30).
022500 01  WS-NEW-VERVALT           PIC 9(08).
022600 01  WS-NEW-SOORT             PIC X(01).
022700
022800*-----------------------------------------------------------
022900* NIET (OPNIEUW) BOEKEN - AL EEN OPEN BOEKING, OF GESLAAGD
023000* IN DEZE RUN TERWIJL CERTDUE.DAT DAT NOG NIET WEET
023100*-----------------------------------------------------------
023200 77  WS-XTB-COUNT             PIC 9(04) COMP VALUE ZERO.
023300 77  WS-XTB-MAX               PIC 9(04) COMP VALUE 500.
023400 77  WS-XTB-IDX               PIC 9(04) COMP VALUE ZERO.
023500 01  WS-EXCL-TABLE.
023600     05  XTB-ID               PIC X(08) OCCURS 500 TIMES.
023700
023800*-----------------------------------------------------------
023900* TRAINLOG POSITIE EN AFWIJKINGSREGEL
024000*-----------------------------------------------------------
024100 77  WS-LOG-POS               PIC 9(07) COMP VALUE ZERO.
024110 01  WS-LOG-UITSLAG           PIC X(04) VALUE SPACES.
024200 01  WS-AFW-TEKST             PIC X(30).
024300 01  WS-AFW-SES-KEY.
024400     05  WS-AFW-SES-DATUM     PIC 9(08).
024500     05  WS-AFW-SES-VOLGNR    PIC 9(02).
024600
024700*-----------------------------------------------------------
024800* RUN COUNTERS
024900*-----------------------------------------------------------
025000 77  WS-DUE-COUNT             PIC 9(05) COMP VALUE ZERO.
025100 77  WS-AANWEZIG-COUNT        PIC 9(05) COMP VALUE ZERO.
025200 77  WS-NOSHOW-COUNT          PIC 9(05) COMP VALUE ZERO.
025300 77  WS-VERVALLEN-COUNT       PIC 9(05) COMP VALUE ZERO.
025400 77  WS-AL-GEBOEKT-COUNT      PIC 9(05) COMP VALUE ZERO.
025500 77  WS-GEBOEKT-COUNT         PIC 9(05) COMP VALUE ZERO.
025600 77  WS-LAAT-COUNT            PIC 9(05) COMP VALUE ZERO.
025700 77  WS-NIET-GEPL-COUNT       PIC 9(05) COMP VALUE ZERO.
025800 77  WS-AFW-COUNT             PIC 9(05) COMP VALUE ZERO.
025900 77  WS-UITN-SES-COUNT        PIC 9(05) COMP VALUE ZERO.
026000 77  WS-UITN-COUNT            PIC 9(05) COMP VALUE ZERO.
026100
026200*-----------------------------------------------------------
026300* REPORT LAYOUTS (TRNUITN.DAT EN TRNAFW.DAT)
026400*-----------------------------------------------------------
026500 01  RPT-HEADING-1.
026600     05  RPT-HDR-TITEL        PIC X(32).
026700     05  FILLER               PIC X(07) VALUE "  ADM: ".
026800     05  RPT-HDR-ADMIN        PIC X(04).
026900     05  FILLER               PIC X(09) VALUE "  DATUM: ".
027000     05  RPT-HDR-DATE         PIC 9(08).
027100     05  FILLER               PIC X(07) VALUE "  SEQ: ".
027200     05  RPT-HDR-SEQ          PIC 9(06).
027300     05  FILLER               PIC X(12) VALUE "  OPERATOR: ".
027400     05  RPT-HDR-OPER         PIC X(08).
027500
027600 01  UITN-SESSIE-LINE.
027700     05  FILLER               PIC X(08) VALUE "SESSIE  ".
027800     05  UITN-SES-DATUM       PIC 9(08).
027900     05  FILLER               PIC X(01) VALUE "/".
028000     05  UITN-SES-VOLGNR      PIC 9(02).
028100     05  FILLER               PIC X(12) VALUE "  SCENARIO: ".
028200     05  UITN-SES-SCENARIO    PIC X(20).
028300     05  FILLER               PIC X(15) VALUE "  INSTRUCTEUR: ".
028400     05  UITN-SES-INSTRUCTEUR PIC X(30).
028500
028600 01  UITN-PLAATS-LINE.
028700     05  FILLER               PIC X(18) VALUE SPACES.
028800     05  FILLER               PIC X(10) VALUE "PLAATSEN: ".
028900     05  UITN-PLT-CAPACITEIT  PIC ZZ9.
029000     05  FILLER               PIC X(12) VALUE "  GEBOEKT: ".
029100     05  UITN-PLT-GEBOEKT     PIC ZZ9.
029200
029300 01  UITN-HEADING-2.
029400     05  FILLER               PIC X(10) VALUE "ID".
029500     05  FILLER               PIC X(32) VALUE "NAAM".
029600     05  FILLER               PIC X(10) VALUE "VERVALT".
029700     05  FILLER               PIC X(10) VALUE "GEBOEKT".
029800
029900 01  UITN-DETAIL-LINE.
030000     05  UITN-DET-ID          PIC X(08).
030100     05  FILLER               PIC X(02) VALUE SPACES.
030200     05  UITN-DET-NAAM        PIC X(30).
030300     05  FILLER               PIC X(02) VALUE SPACES.
030400     05  UITN-DET-VERVALT     PIC 9(08).
030500     05  FILLER               PIC X(02) VALUE SPACES.
030600     05  UITN-DET-GEBOEKT-OP  PIC 9(08).
030700     05  FILLER               PIC X(02) VALUE SPACES.
030800     05  UITN-DET-NIEUW       PIC X(05).
030900
031000 01  AFW-HEADING-2.
031100     05  FILLER               PIC X(10) VALUE "ID".
031200     05  FILLER               PIC X(32) VALUE "NAAM".
031300     05  FILLER               PIC X(10) VALUE "VERVALT".
031400     05  FILLER               PIC X(13) VALUE "SESSIE".
031500     05  FILLER               PIC X(10) VALUE "AFWIJKING".
031600
031700 01  AFW-DETAIL-LINE.
031800     05  AFW-DET-ID           PIC X(08).
031900     05  FILLER               PIC X(02) VALUE SPACES.
032000     05  AFW-DET-NAAM         PIC X(30).
032100     05  FILLER               PIC X(02) VALUE SPACES.
032200     05  AFW-DET-VERVALT      PIC 9(08).
032300     05  FILLER               PIC X(02) VALUE SPACES.
032400     05  AFW-DET-SES-DATUM    PIC X(08).
032500     05  AFW-DET-SLASH        PIC X(01).
032600     05  AFW-DET-SES-VOLGNR   PIC X(02).
032700     05  FILLER               PIC X(02) VALUE SPACES.
032800     05  AFW-DET-TEKST        PIC X(30).
032900
033000 01  RPT-TRAILER-LINE.
033100     05  RPT-TRL-LABEL        PIC X(40).
033200     05  RPT-TRL-COUNT        PIC ZZZ,ZZ9.
033300
033400 01  RPT-BLANK-LINE           PIC X(01) VALUE SPACE.
033500
033600 PROCEDURE DIVISION.
033700
033800 0000-MAINLINE.
033900     ACCEPT WS-START-TIME-RAW FROM TIME
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034100     PERFORM 1500-LOAD-SESSIES THRU 1500-EXIT
034200     PERFORM 2000-SCAN-BOEKINGEN THRU 2000-EXIT
034300     PERFORM 3000-MATCH-LOG THRU 3000-EXIT
034400     PERFORM 4000-SETTLE-PAST THRU 4000-EXIT
034500     PERFORM 5000-LOAD-DUE THRU 5000-EXIT
034600     PERFORM 6000-BOOK-CANDIDATES THRU 6000-EXIT
034700     PERFORM 7000-UPDATE-SESSIES THRU 7000-EXIT
034800     PERFORM 8000-INVITATIONS THRU 8000-EXIT
034900     PERFORM 8500-WRITE-TRAILERS THRU 8500-EXIT
035000     CLOSE TRAINING-SESSIE-MASTER TRAINING-BOEKING-FILE
035100     DISPLAY "TRNPLAN COMPLETE - " WS-GEBOEKT-COUNT
035200             " GEBOEKT, " WS-NOSHOW-COUNT " NIET VERSCHENEN, "
035300             WS-LAAT-COUNT " NIET TIJDIG, " WS-NIET-GEPL-COUNT
035400             " NIET GEPLAATST"
035500     IF WS-AFW-COUNT > ZERO AND RETURN-CODE = ZERO
035600         MOVE 4 TO RETURN-CODE
035700     END-IF
035800     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
035900     IF MNT-LOCK-HELD
036000         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
036100     END-IF
036200     STOP RUN.
036300
036400*-----------------------------------------------------------
036500* 0100-CHECK-BATCH-LOCK - REFUSE TO PLAN WHILE THE NIGHTLY
036600*                         CHAIN HOLDS SYSLOCK.DAT; HOLD THE
036700*                         MAINTENANCE MARKER OURSELVES SO THE
036800*                         CHAIN CANNOT START UNDERNEATH US.
036900*-----------------------------------------------------------
037000 0100-CHECK-BATCH-LOCK.
037100     OPEN INPUT SYS-LOCK-FILE
037200     IF WS-SYSLOCK-STATUS = "00"
037300         MOVE SPACES TO SYS-LOCK-LINE
037400         READ SYS-LOCK-FILE
037500             AT END
037600                 MOVE SPACES TO SYS-LOCK-LINE
037700         END-READ
037800         CLOSE SYS-LOCK-FILE
037900         IF SYS-LOCK-LINE NOT = SPACES
038000             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
038100                     FUNCTION TRIM(SYS-LOCK-LINE)
038200                     ") - PLANNING GEWEIGERD."
038300             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
038400                     "NIVEAU-2 OPERATOR MET LOCKBRK."
038500             MOVE 8 TO RETURN-CODE
038600             STOP RUN
038700         END-IF
038800     END-IF
038900     ACCEPT WS-LOCK-TIJD FROM TIME
039000     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
039100     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
039200     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
039300     OPEN OUTPUT MNT-LOCK-FILE
039400     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
039500     CLOSE MNT-LOCK-FILE
039600     SET MNT-LOCK-HELD TO TRUE.
039700 0100-EXIT.
039800     EXIT.
039900
040000*-----------------------------------------------------------
040100* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
040200*                         MARKER IS A RELEASED MARKER.
040300*-----------------------------------------------------------
040400 9800-RELEASE-MNT-LOCK.
040500     OPEN OUTPUT MNT-LOCK-FILE
040600     CLOSE MNT-LOCK-FILE
040700     SET MNT-LOCK-NOT-HELD TO TRUE.
040800 9800-EXIT.
040900     EXIT.
041000
041100*-----------------------------------------------------------
041200* 1000-INITIALIZE - RUNHEADER, SLOT, DE TWEE GEINDEXEERDE
041300*                   BESTANDEN EN DE KOPPEN VAN DE LIJSTEN
041400*-----------------------------------------------------------
041500 1000-INITIALIZE.
041600     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
041700     PERFORM 1060-GET-RUN-SEQ THRU 1060-EXIT
041800     MOVE "TRNPLAN" TO MNT-PROGRAM
041900     PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
042000     OPEN I-O TRAINING-SESSIE-MASTER
042100     IF WS-TRNSESS-STATUS = "35"
042200         DISPLAY "TRNPLAN: GEEN TRNSESS.IDX - NOG GEEN SESSIES "
042300                 "GEPLAND (TRNMAINT)"
042400         OPEN OUTPUT TRAINING-SESSIE-MASTER
042500         CLOSE TRAINING-SESSIE-MASTER
042600         OPEN I-O TRAINING-SESSIE-MASTER
042700     END-IF
042800     IF WS-TRNSESS-STATUS NOT = "00"
042900         DISPLAY "ERROR: UNABLE TO OPEN TRNSESS.IDX - "
043000                 "FILE STATUS " WS-TRNSESS-STATUS
043100         MOVE 8 TO RETURN-CODE
043200         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
043300         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
043400         STOP RUN
043500     END-IF
043600     OPEN I-O TRAINING-BOEKING-FILE
043700     IF WS-TRNBOEK-STATUS = "35"
043800         OPEN OUTPUT TRAINING-BOEKING-FILE
043900         CLOSE TRAINING-BOEKING-FILE
044000         OPEN I-O TRAINING-BOEKING-FILE
044100     END-IF
044200     IF WS-TRNBOEK-STATUS NOT = "00"
044300         DISPLAY "ERROR: UNABLE TO OPEN TRNBOEK.IDX - "
044400                 "FILE STATUS " WS-TRNBOEK-STATUS
044500         MOVE 8 TO RETURN-CODE
044600         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
044700         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
044800         STOP RUN
044900     END-IF
045000     OPEN OUTPUT UITN-RPT-FILE AFW-RPT-FILE
045100     MOVE RUNHDR-ADMIN TO RPT-HDR-ADMIN
045200     MOVE RUNHDR-RUN-DATE TO RPT-HDR-DATE
045300     MOVE RUNHDR-RUN-SEQ TO RPT-HDR-SEQ
045400     MOVE RUNHDR-OPERATOR-ID TO RPT-HDR-OPER
045500     MOVE "UITNODIGINGEN HERCERTIFICERING" TO RPT-HDR-TITEL
045600     WRITE UITN-RPT-LINE FROM RPT-HEADING-1
045700     MOVE "TRAININGSPLANNING AFWIJKINGEN" TO RPT-HDR-TITEL
045800     WRITE AFW-RPT-LINE FROM RPT-HEADING-1
045900     WRITE AFW-RPT-LINE FROM RPT-BLANK-LINE
046000     WRITE AFW-RPT-LINE FROM AFW-HEADING-2.
046100 1000-EXIT.
046200     EXIT.
046300
046400*-----------------------------------------------------------
046500* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE
046600*-----------------------------------------------------------
046700 1050-GET-RUN-HEADER.
046800     MOVE ZERO TO RUNHDR-RUN-SEQ
046900     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
047000     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
047100     IF RUNHDR-OPERATOR-ID = SPACES
047200         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
047300     END-IF
047400     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
047500         TO RUNHDR-OPERATOR-ID
047600     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
047700     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
047800     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
047900     IF WS-ADMIN-ENV-X NOT = SPACES
048000         MOVE FUNCTION UPPER-CASE(FUNCTION
048100             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
048200     END-IF.
048300 1050-EXIT.
048400     EXIT.
048500
048600*-----------------------------------------------------------
048700* 1060-GET-RUN-SEQ - RUNDATE EN RUNSEQ UIT DE OMGEVING, ANDERS
048800*                    VANDAAG EN EEN EIGEN VOLGNUMMER
048900*-----------------------------------------------------------
049000 1060-GET-RUN-SEQ.
049100     DISPLAY "RUNDATE" UPON ENVIRONMENT-NAME
049200     ACCEPT WS-RUNDATE-ENV-X FROM ENVIRONMENT-VALUE
049300     IF WS-RUNDATE-ENV-X NOT = SPACES
049400         AND FUNCTION TRIM(WS-RUNDATE-ENV-X) IS NUMERIC
049500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNDATE-ENV-X))
049600             TO RUNHDR-RUN-DATE
049700         DISPLAY "TRNPLAN: RUN DATE OVERGENOMEN UIT RUNDATE - "
049800                 RUNHDR-RUN-DATE
049900     END-IF
050000     DISPLAY "RUNSEQ" UPON ENVIRONMENT-NAME
050100     ACCEPT WS-RUNSEQ-ENV-X FROM ENVIRONMENT-VALUE
050200     IF WS-RUNSEQ-ENV-X NOT = SPACES
050300         AND FUNCTION TEST-NUMVAL(FUNCTION
050400                 TRIM(WS-RUNSEQ-ENV-X)) = 0
050500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-RUNSEQ-ENV-X))
050600             TO RUNHDR-RUN-SEQ
050700     ELSE
050800         OPEN INPUT RUN-SEQ-FILE
050900         IF WS-RUNSEQ-STATUS = "00"
051000             READ RUN-SEQ-FILE
051100                 AT END
051200                     MOVE ZERO TO RUN-SEQ-LINE
051300             END-READ
051400             CLOSE RUN-SEQ-FILE
051500         ELSE
051600             MOVE ZERO TO RUN-SEQ-LINE
051700         END-IF
051800         ADD 1 TO RUN-SEQ-LINE GIVING RUNHDR-RUN-SEQ
051900         OPEN OUTPUT RUN-SEQ-FILE
052000         MOVE RUNHDR-RUN-SEQ TO RUN-SEQ-LINE
052100         WRITE RUN-SEQ-LINE
052200         CLOSE RUN-SEQ-FILE
052300     END-IF
052400     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
052500             " DATE: " RUNHDR-RUN-DATE
052600             " SEQ: " RUNHDR-RUN-SEQ.
052700 1060-EXIT.
052800     EXIT.
052900
053000*-----------------------------------------------------------
053100* 1500-LOAD-SESSIES - DE GEPLANDE SESSIES VANAF DE RUN-DATUM
053200*                     NAAR DE TABEL; GEBOEKT WORDT IN 2000
053300*                     OPNIEUW GETELD UIT TRNBOEK.IDX
053400*-----------------------------------------------------------
053500 1500-LOAD-SESSIES.
053600     MOVE RUNHDR-RUN-DATE TO SES-DATUM
053700     MOVE ZERO TO SES-VOLGNR
053800     START TRAINING-SESSIE-MASTER KEY NOT < SES-KEY
053900         INVALID KEY
054000             SET FILE-EOF TO TRUE
054100         NOT INVALID KEY
054200             SET FILE-NOT-EOF TO TRUE
054300     END-START
054400     PERFORM UNTIL FILE-EOF
054500         READ TRAINING-SESSIE-MASTER NEXT
054600             AT END
054700                 SET FILE-EOF TO TRUE
054800             NOT AT END
054900                 IF SES-GEPLAND
055000                     IF WS-STB-COUNT < WS-STB-MAX
055100                         ADD 1 TO WS-STB-COUNT
055200                         MOVE SES-KEY TO STB-KEY (WS-STB-COUNT)
055300                         MOVE SES-CAPACITEIT
055400                             TO STB-CAPACITEIT (WS-STB-COUNT)
055500                         MOVE ZERO TO STB-GEBOEKT (WS-STB-COUNT)
055600                                      STB-NIEUW (WS-STB-COUNT)
055700                     ELSE
055800                         DISPLAY "TRNPLAN: SESSIETABEL VOL - "
055900                                 SES-DATUM "/" SES-VOLGNR
056000                                 " EN LATER NIET MEEGENOMEN"
056100                         SET FILE-EOF TO TRUE
056200                     END-IF
056300                 END-IF
056400         END-READ
056500     END-PERFORM
056600     DISPLAY "TRNPLAN SESSIES GELADEN - " WS-STB-COUNT
056700             " GEPLANDE SESSIE(S)".
056800 1500-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------
057200* 2000-SCAN-BOEKINGEN - ALLE OPEN BOEKINGEN: VOORBIJ = NAAR
057300*                       DE AANWEZIGHEIDSTABEL, ANDERS TELLEN
057400*                       OP DE SESSIE, OF OMBOEKEN ALS DE
057500*                       SESSIE IS VERVALLEN
057600*-----------------------------------------------------------
057700 2000-SCAN-BOEKINGEN.
057800     MOVE LOW-VALUES TO BKG-KEY
057900     START TRAINING-BOEKING-FILE KEY NOT < BKG-KEY
058000         INVALID KEY
058100             SET FILE-EOF TO TRUE
058200         NOT INVALID KEY
058300             SET FILE-NOT-EOF TO TRUE
058400     END-START
058500     PERFORM UNTIL FILE-EOF
058600         READ TRAINING-BOEKING-FILE NEXT
058700             AT END
058800                 SET FILE-EOF TO TRUE
058900             NOT AT END
059000                 IF BKG-GEBOEKT
059100                     PERFORM 2100-ONE-BOEKING THRU 2100-EXIT
059200                 END-IF
059300         END-READ
059400     END-PERFORM.
059500 2000-EXIT.
059600     EXIT.
059700
059800 2100-ONE-BOEKING.
059900     IF BKG-SES-DATUM < RUNHDR-RUN-DATE
060000         IF WS-PTB-COUNT < WS-PTB-MAX
060100             ADD 1 TO WS-PTB-COUNT
060200             MOVE BKG-KEY TO PTB-KEY (WS-PTB-COUNT)
060300             MOVE BKG-NAAM TO PTB-NAAM (WS-PTB-COUNT)
060400             MOVE BKG-LOGPOS TO PTB-LOGPOS (WS-PTB-COUNT)
060500             MOVE "N" TO PTB-GEVONDEN (WS-PTB-COUNT)
060600             MOVE SPACES TO PTB-UITSLAG (WS-PTB-COUNT)
060700         ELSE
060800*            NIET AFGEHANDELD BLIJFT OPEN EN TELT ALS GEBOEKT;
060900*            DE VOLGENDE RUN PAKT HEM ALSNOG OP.
061000             MOVE BKG-ID TO WS-NEW-ID
061100             PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
061200         END-IF
061300         GO TO 2100-EXIT
061400     END-IF
061500     PERFORM 2500-FIND-SESSIE THRU 2500-EXIT
061600     IF SESSIE-GEVONDEN
061700         ADD 1 TO STB-GEBOEKT (WS-STB-HIT)
061800         MOVE BKG-ID TO WS-NEW-ID
061900         PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
062000         GO TO 2100-EXIT
062100     END-IF
062200     PERFORM 2200-SESSIE-VERVALLEN THRU 2200-EXIT.
062300 2100-EXIT.
062400     EXIT.
062500
062600*-----------------------------------------------------------
062700* 2200-SESSIE-VERVALLEN - DE SESSIE VAN DEZE BOEKING STAAT
062800*                         NIET (MEER) GEPLAND: BOEKING OP V,
062900*                         MELDEN EN DE DEELNEMER OMBOEKEN
063000*-----------------------------------------------------------
063100 2200-SESSIE-VERVALLEN.
063200     SET BKG-VERVALLEN TO TRUE
063300     MOVE RUNHDR-RUN-DATE TO BKG-AFGEHANDELD
063400     REWRITE TRAINING-BOEKING-RECORD
063500     END-REWRITE
063600     ADD 1 TO WS-VERVALLEN-COUNT
063700     MOVE BKG-SES-KEY TO SES-KEY
063800     READ TRAINING-SESSIE-MASTER
063900         INVALID KEY
064000             CONTINUE
064100         NOT INVALID KEY
064200             IF SES-GEBOEKT > ZERO
064300                 SUBTRACT 1 FROM SES-GEBOEKT
064400                 REWRITE TRAINING-SESSIE-RECORD
064500                 END-REWRITE
064600             END-IF
064700     END-READ
064800     MOVE BKG-SES-KEY TO WS-AFW-SES-KEY
064900     MOVE "SESSIE VERVALLEN" TO WS-AFW-TEKST
065000     MOVE BKG-ID TO WS-NEW-ID
065100     MOVE BKG-NAAM TO WS-NEW-NAAM
065200     MOVE BKG-VERVALT TO WS-NEW-VERVALT
065300     PERFORM 8800-WRITE-AFW THRU 8800-EXIT
065400     MOVE "V" TO WS-NEW-SOORT
065500     PERFORM 6500-ADD-CANDIDATE THRU 6500-EXIT.
065600 2200-EXIT.
065700     EXIT.
065800
065900*-----------------------------------------------------------
066000* 2500-FIND-SESSIE - BKG-SES-KEY IN DE SESSIETABEL
066100*-----------------------------------------------------------
066200 2500-FIND-SESSIE.
066300     SET SESSIE-NIET-GEVONDEN TO TRUE
066400     PERFORM VARYING WS-STB-IDX FROM 1 BY 1
066500         UNTIL WS-STB-IDX > WS-STB-COUNT OR SESSIE-GEVONDEN
066600         IF STB-KEY (WS-STB-IDX) = BKG-SES-KEY
066700             SET SESSIE-GEVONDEN TO TRUE
066800             MOVE WS-STB-IDX TO WS-STB-HIT
066900         END-IF
067000     END-PERFORM.
067100 2500-EXIT.
067200     EXIT.
067300
067400*-----------------------------------------------------------
067500* 3000-MATCH-LOG - TEL DE RESULTAATREGELS VAN TRAINLOG.DAT
067600*                  (DE LOGPOSITIE VOOR NIEUWE BOEKINGEN) EN
067700*                  ZOEK PER VOORBIJE BOEKING EEN REGEL MET DE
067800*                  NAAM NA DE LOGPOSITIE VAN HET BOEKMOMENT.
067900*                  DE LAATSTE UITSLAG TELT.
068000*-----------------------------------------------------------
068100 3000-MATCH-LOG.
068200     MOVE ZERO TO WS-LOG-POS
068300     OPEN INPUT TRAINING-LOG-FILE
068400     IF WS-LOG-STATUS NOT = "00"
068500         SET LOG-ABSENT TO TRUE
068600         DISPLAY "TRNPLAN: GEEN TRAINLOG.DAT - VOORBIJE SESSIES "
068700                 "BLIJVEN OPEN"
068800         GO TO 3000-EXIT
068900     END-IF
069000     SET LOG-PRESENT TO TRUE
069100     SET FILE-NOT-EOF TO TRUE
069200     PERFORM UNTIL FILE-EOF
069300         READ TRAINING-LOG-FILE
069400             AT END
069500                 SET FILE-EOF TO TRUE
069600             NOT AT END
069700                 IF TRAINING-LOG-LINE (33:3) = "---"
069800                     ADD 1 TO WS-LOG-POS
069900                     PERFORM 3100-ONE-RESULT THRU 3100-EXIT
070000                 END-IF
070100         END-READ
070200     END-PERFORM
070300     CLOSE TRAINING-LOG-FILE.
070400 3000-EXIT.
070500     EXIT.
070600
070700 3100-ONE-RESULT.
070710     IF TRAINING-LOG-LINE (99:1) = "S"
070720         GO TO 3100-EXIT
070730     END-IF
070740     MOVE TRAINING-LOG-LINE (55:4) TO WS-LOG-UITSLAG
070750     IF WS-LOG-UITSLAG = "PASS"
070760         AND TRAINING-LOG-LINE (89:6) NOT = SPACES
070770         AND TRAINING-LOG-LINE (97:1) NOT = "J"
070780         MOVE "OEFN" TO WS-LOG-UITSLAG
070790     END-IF
070800     PERFORM VARYING WS-PTB-IDX FROM 1 BY 1
070900         UNTIL WS-PTB-IDX > WS-PTB-COUNT
071000         IF PTB-LOGPOS (WS-PTB-IDX) < WS-LOG-POS
071100             AND PTB-NAAM (WS-PTB-IDX) = TRAINING-LOG-LINE (1:30)
071200             MOVE "Y" TO PTB-GEVONDEN (WS-PTB-IDX)
071300             MOVE WS-LOG-UITSLAG
071400                 TO PTB-UITSLAG (WS-PTB-IDX)
071500         END-IF
071600     END-PERFORM.
071700 3100-EXIT.
071800     EXIT.
071900
072000*-----------------------------------------------------------
072100* 4000-SETTLE-PAST - BOEKINGEN OP VOORBIJE SESSIES AFHANDELEN:
072200*                    A = AANWEZIG, N = NIET VERSCHENEN (MELDEN
072300*                    EN OPNIEUW BOEKEN)
072400*-----------------------------------------------------------
072500 4000-SETTLE-PAST.
072600     IF LOG-ABSENT
072700         PERFORM VARYING WS-PTB-IDX FROM 1 BY 1
072800             UNTIL WS-PTB-IDX > WS-PTB-COUNT
072900             MOVE PTB-ID (WS-PTB-IDX) TO WS-NEW-ID
073000             PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
073100         END-PERFORM
073200         GO TO 4000-EXIT
073300     END-IF
073400     PERFORM VARYING WS-PTB-IDX FROM 1 BY 1
073500         UNTIL WS-PTB-IDX > WS-PTB-COUNT
073600         PERFORM 4100-ONE-PAST THRU 4100-EXIT
073700     END-PERFORM.
073800 4000-EXIT.
073900     EXIT.
074000
074100 4100-ONE-PAST.
074200     MOVE PTB-KEY (WS-PTB-IDX) TO BKG-KEY
074300     READ TRAINING-BOEKING-FILE
074400         INVALID KEY
074500             GO TO 4100-EXIT
074600     END-READ
074700*    IS HET LOG KORTER DAN BIJ HET BOEKEN, DAN IS ER NIETS TE
074800*    BESLISSEN - OPEN LATEN EN MELDEN.
074900     IF BKG-LOGPOS > WS-LOG-POS
075000         MOVE BKG-SES-KEY TO WS-AFW-SES-KEY
075100         MOVE "TRAINLOG INGEKORT - OPEN" TO WS-AFW-TEKST
075200         MOVE BKG-ID TO WS-NEW-ID
075300         MOVE BKG-NAAM TO WS-NEW-NAAM
075400         MOVE BKG-VERVALT TO WS-NEW-VERVALT
075500         PERFORM 8800-WRITE-AFW THRU 8800-EXIT
075600         PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
075700         GO TO 4100-EXIT
075800     END-IF
075900     MOVE RUNHDR-RUN-DATE TO BKG-AFGEHANDELD
076000     IF PTB-GEVONDEN (WS-PTB-IDX) = "Y"
076100         SET BKG-AANWEZIG TO TRUE
076200         MOVE PTB-UITSLAG (WS-PTB-IDX) TO BKG-UITSLAG
076300         REWRITE TRAINING-BOEKING-RECORD
076400         END-REWRITE
076500         ADD 1 TO WS-AANWEZIG-COUNT
076600         IF BKG-UITSLAG = "PASS"
076700             MOVE BKG-ID TO WS-NEW-ID
076800             PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
076900         END-IF
077000         GO TO 4100-EXIT
077100     END-IF
077200     SET BKG-NIET-VERSCHENEN TO TRUE
077300     MOVE SPACES TO BKG-UITSLAG
077400     REWRITE TRAINING-BOEKING-RECORD
077500     END-REWRITE
077600     ADD 1 TO WS-NOSHOW-COUNT
077700     MOVE BKG-SES-KEY TO WS-AFW-SES-KEY
077800     MOVE "NIET VERSCHENEN" TO WS-AFW-TEKST
077900     MOVE BKG-ID TO WS-NEW-ID
078000     MOVE BKG-NAAM TO WS-NEW-NAAM
078100     MOVE BKG-VERVALT TO WS-NEW-VERVALT
078200     PERFORM 8800-WRITE-AFW THRU 8800-EXIT
078300     MOVE "N" TO WS-NEW-SOORT
078400     PERFORM 6500-ADD-CANDIDATE THRU 6500-EXIT.
078500 4100-EXIT.
078600     EXIT.
078700
078800*-----------------------------------------------------------
078900* 5000-LOAD-DUE - DE DETAILREGELS VAN CERTDUE.DAT (BEHAALD EN
079000*                 VERVALT BEIDE NUMERIEK) NAAR DE TE BOEKEN
079100*-----------------------------------------------------------
079200 5000-LOAD-DUE.
079300     OPEN INPUT CERT-DUE-FILE
079400     IF WS-DUE-STATUS NOT = "00"
079500         DISPLAY "TRNPLAN: GEEN CERTDUE.DAT - DRAAI EERST "
079600                 "CERTUPD; ALLEEN OMBOEKINGEN"
079700         MOVE 4 TO RETURN-CODE
079800         GO TO 5000-EXIT
079900     END-IF
080000     SET FILE-NOT-EOF TO TRUE
080100     PERFORM UNTIL FILE-EOF
080200         READ CERT-DUE-FILE
080300             AT END
080400                 SET FILE-EOF TO TRUE
080500             NOT AT END
080600                 IF CERT-DUE-LINE (43:8) IS NUMERIC
080700                     AND CERT-DUE-LINE (53:8) IS NUMERIC
080800                     AND CERT-DUE-LINE (1:8) NOT = SPACES
080900                     ADD 1 TO WS-DUE-COUNT
081000                     MOVE CERT-DUE-LINE (1:8) TO WS-NEW-ID
081100                     MOVE CERT-DUE-LINE (11:30) TO WS-NEW-NAAM
081200                     MOVE CERT-DUE-LINE (53:8) TO WS-NEW-VERVALT
081300                     MOVE "D" TO WS-NEW-SOORT
081400                     PERFORM 6500-ADD-CANDIDATE THRU 6500-EXIT
081500                 END-IF
081600         END-READ
081700     END-PERFORM
081800     CLOSE CERT-DUE-FILE.
081900 5000-EXIT.
082000     EXIT.
082100
082200*-----------------------------------------------------------
082300* 6000-BOOK-CANDIDATES - IEDEREEN DIE NOG GEEN OPEN BOEKING
082400*                        HEEFT IN DE VROEGSTE SESSIE MET PLAATS
082500*-----------------------------------------------------------
082600 6000-BOOK-CANDIDATES.
082700     PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
082800         UNTIL WS-CTB-IDX > WS-CTB-COUNT
082900         PERFORM 6100-ONE-CANDIDATE THRU 6100-EXIT
083000     END-PERFORM.
083100 6000-EXIT.
083200     EXIT.
083300
083400 6100-ONE-CANDIDATE.
083500     MOVE CTB-ID (WS-CTB-IDX) TO WS-NEW-ID
083600     MOVE CTB-NAAM (WS-CTB-IDX) TO WS-NEW-NAAM
083700     MOVE CTB-VERVALT (WS-CTB-IDX) TO WS-NEW-VERVALT
083800     PERFORM 6700-FIND-EXCLUDED THRU 6700-EXIT
083900     IF ENTRY-FOUND
084000         ADD 1 TO WS-AL-GEBOEKT-COUNT
084100         GO TO 6100-EXIT
084200     END-IF
084300*    EERST DE VROEGSTE SESSIE NA VANDAAG MET PLAATS, UITERLIJK
084400*    OP DE VERVALDATUM
084500     SET SESSIE-NIET-GEVONDEN TO TRUE
084600     PERFORM VARYING WS-STB-IDX FROM 1 BY 1
084700         UNTIL WS-STB-IDX > WS-STB-COUNT OR SESSIE-GEVONDEN
084800         IF STB-DATUM (WS-STB-IDX) > RUNHDR-RUN-DATE
084900             AND STB-DATUM (WS-STB-IDX) NOT > WS-NEW-VERVALT
085000             AND STB-GEBOEKT (WS-STB-IDX)
085100                 < STB-CAPACITEIT (WS-STB-IDX)
085200             SET SESSIE-GEVONDEN TO TRUE
085300             MOVE WS-STB-IDX TO WS-STB-HIT
085400         END-IF
085500     END-PERFORM
085600     IF SESSIE-GEVONDEN
085700         PERFORM 6200-WRITE-BOEKING THRU 6200-EXIT
085800         GO TO 6100-EXIT
085900     END-IF
086000*    NIET OP TIJD - DAN DE VROEGSTE SESSIE MET PLAATS DAARNA
086100     PERFORM VARYING WS-STB-IDX FROM 1 BY 1
086200         UNTIL WS-STB-IDX > WS-STB-COUNT OR SESSIE-GEVONDEN
086300         IF STB-DATUM (WS-STB-IDX) > RUNHDR-RUN-DATE
086400             AND STB-GEBOEKT (WS-STB-IDX)
086500                 < STB-CAPACITEIT (WS-STB-IDX)
086600             SET SESSIE-GEVONDEN TO TRUE
086700             MOVE WS-STB-IDX TO WS-STB-HIT
086800         END-IF
086900     END-PERFORM
087000     IF SESSIE-GEVONDEN
087100         PERFORM 6200-WRITE-BOEKING THRU 6200-EXIT
087200         ADD 1 TO WS-LAAT-COUNT
087300         MOVE STB-KEY (WS-STB-HIT) TO WS-AFW-SES-KEY
087400         MOVE "NIET TIJDIG - LATER GEBOEKT" TO WS-AFW-TEKST
087500         PERFORM 8800-WRITE-AFW THRU 8800-EXIT
087600         GO TO 6100-EXIT
087700     END-IF
087800     ADD 1 TO WS-NIET-GEPL-COUNT
087900     MOVE ZERO TO WS-AFW-SES-KEY
088000     MOVE "NIET GEPLAATST - GEEN PLAATS" TO WS-AFW-TEKST
088100     PERFORM 8800-WRITE-AFW THRU 8800-EXIT.
088200 6100-EXIT.
088300     EXIT.
088400
088500*-----------------------------------------------------------
088600* 6200-WRITE-BOEKING - BOEKING IN DE GEVONDEN SESSIE. EEN
088700*                      OUDE, AFGEHANDELDE BOEKING OP DEZELFDE
088800*                      SLEUTEL WORDT OVERSCHREVEN.
088900*-----------------------------------------------------------
089000 6200-WRITE-BOEKING.
089100     MOVE STB-KEY (WS-STB-HIT) TO BKG-SES-KEY
089200     MOVE WS-NEW-ID TO BKG-ID
089300     MOVE WS-NEW-NAAM TO BKG-NAAM
089400     MOVE WS-NEW-VERVALT TO BKG-VERVALT
089500     MOVE RUNHDR-RUN-DATE TO BKG-GEBOEKT-OP
089600     MOVE WS-LOG-POS TO BKG-LOGPOS
089700     SET BKG-GEBOEKT TO TRUE
089800     MOVE SPACES TO BKG-UITSLAG
089900     MOVE ZERO TO BKG-AFGEHANDELD
090000     WRITE TRAINING-BOEKING-RECORD
090100         INVALID KEY
090200             REWRITE TRAINING-BOEKING-RECORD
090300             END-REWRITE
090400     END-WRITE
090500     ADD 1 TO STB-GEBOEKT (WS-STB-HIT)
090600     ADD 1 TO STB-NIEUW (WS-STB-HIT)
090700     ADD 1 TO WS-GEBOEKT-COUNT
090800     PERFORM 6600-ADD-EXCLUDED THRU 6600-EXIT
090900     IF CTB-SOORT (WS-CTB-IDX) = "N" OR "V"
091000         MOVE STB-KEY (WS-STB-HIT) TO WS-AFW-SES-KEY
091100         IF CTB-SOORT (WS-CTB-IDX) = "N"
091200             MOVE "OMGEBOEKT NA NO-SHOW" TO WS-AFW-TEKST
091300         ELSE
091400             MOVE "OMGEBOEKT - SESSIE VERVALLEN" TO WS-AFW-TEKST
091500         END-IF
091600         PERFORM 8800-WRITE-AFW THRU 8800-EXIT
091700     END-IF.
091800 6200-EXIT.
091900     EXIT.
092000
092100*-----------------------------------------------------------
092200* 6500-ADD-CANDIDATE - WS-NEW-* OP DE TE BOEKEN, EENMAAL PER
092300*                      PERSOON. STAAT HIJ ER AL (NO-SHOW OF
092400*                      VERVALLEN SESSIE), DAN GELDT DE VERVAL-
092500*                      DATUM VAN CERTDUE.DAT.
092600*-----------------------------------------------------------
092700 6500-ADD-CANDIDATE.
092800     SET ENTRY-NOT-FOUND TO TRUE
092900     PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
093000         UNTIL WS-CTB-IDX > WS-CTB-COUNT OR ENTRY-FOUND
093100         IF CTB-ID (WS-CTB-IDX) = WS-NEW-ID
093200             SET ENTRY-FOUND TO TRUE
093300             IF WS-NEW-SOORT = "D"
093400                 MOVE WS-NEW-VERVALT TO CTB-VERVALT (WS-CTB-IDX)
093500             END-IF
093600         END-IF
093700     END-PERFORM
093800     IF ENTRY-FOUND
093900         GO TO 6500-EXIT
094000     END-IF
094100     IF WS-CTB-COUNT >= WS-CTB-MAX
094200         DISPLAY "TRNPLAN: TABEL TE BOEKEN VOL - "
094300                 FUNCTION TRIM(WS-NEW-ID) " NIET MEEGENOMEN"
094400         MOVE 4 TO RETURN-CODE
094500         GO TO 6500-EXIT
094600     END-IF
094700     ADD 1 TO WS-CTB-COUNT
094800     MOVE WS-NEW-ID TO CTB-ID (WS-CTB-COUNT)
094900     MOVE WS-NEW-NAAM TO CTB-NAAM (WS-CTB-COUNT)
095000     MOVE WS-NEW-VERVALT TO CTB-VERVALT (WS-CTB-COUNT)
095100     MOVE WS-NEW-SOORT TO CTB-SOORT (WS-CTB-COUNT).
095200 6500-EXIT.
095300     EXIT.
095400
095500*-----------------------------------------------------------
095600* 6600-ADD-EXCLUDED - WS-NEW-ID MAG NIET (NOG EENS) GEBOEKT
095700*                     WORDEN
095800*-----------------------------------------------------------
095900 6600-ADD-EXCLUDED.
096000     PERFORM 6700-FIND-EXCLUDED THRU 6700-EXIT
096100     IF ENTRY-FOUND
096200         GO TO 6600-EXIT
096300     END-IF
096400     IF WS-XTB-COUNT < WS-XTB-MAX
096500         ADD 1 TO WS-XTB-COUNT
096600         MOVE WS-NEW-ID TO XTB-ID (WS-XTB-COUNT)
096700     END-IF.
096800 6600-EXIT.
096900     EXIT.
097000
097100 6700-FIND-EXCLUDED.
097200     SET ENTRY-NOT-FOUND TO TRUE
097300     PERFORM VARYING WS-XTB-IDX FROM 1 BY 1
097400         UNTIL WS-XTB-IDX > WS-XTB-COUNT OR ENTRY-FOUND
097500         IF XTB-ID (WS-XTB-IDX) = WS-NEW-ID
097600             SET ENTRY-FOUND TO TRUE
097700         END-IF
097800     END-PERFORM.
097900 6700-EXIT.
098000     EXIT.
098100
098200*-----------------------------------------------------------
098300* 7000-UPDATE-SESSIES - HET NAGETELDE AANTAL GEBOEKT TERUG
098400*                       NAAR TRNSESS.IDX
098500*-----------------------------------------------------------
098600 7000-UPDATE-SESSIES.
098700     PERFORM VARYING WS-STB-IDX FROM 1 BY 1
098800         UNTIL WS-STB-IDX > WS-STB-COUNT
098900         MOVE STB-KEY (WS-STB-IDX) TO SES-KEY
099000         READ TRAINING-SESSIE-MASTER
099100             INVALID KEY
099200                 CONTINUE
099300             NOT INVALID KEY
099400                 IF SES-GEBOEKT NOT = STB-GEBOEKT (WS-STB-IDX)
099500                     MOVE STB-GEBOEKT (WS-STB-IDX) TO SES-GEBOEKT
099600                     REWRITE TRAINING-SESSIE-RECORD
099700                     END-REWRITE
099800                 END-IF
099900         END-READ
100000     END-PERFORM.
100100 7000-EXIT.
100200     EXIT.
100300
100400*-----------------------------------------------------------
100500* 8000-INVITATIONS - PER SESSIE MET DEELNEMERS EEN KOP EN DE
100600*                    OPEN BOEKINGEN (TRNUITN.DAT)
100700*-----------------------------------------------------------
100800 8000-INVITATIONS.
100900     PERFORM VARYING WS-STB-IDX FROM 1 BY 1
101000         UNTIL WS-STB-IDX > WS-STB-COUNT
101100         IF STB-GEBOEKT (WS-STB-IDX) > ZERO
101200             PERFORM 8100-ONE-SESSIE THRU 8100-EXIT
101300         END-IF
101400     END-PERFORM.
101500 8000-EXIT.
101600     EXIT.
101700
101800 8100-ONE-SESSIE.
101900     MOVE STB-KEY (WS-STB-IDX) TO SES-KEY
102000     READ TRAINING-SESSIE-MASTER
102100         INVALID KEY
102200             GO TO 8100-EXIT
102300     END-READ
102400     ADD 1 TO WS-UITN-SES-COUNT
102500     MOVE SES-DATUM TO UITN-SES-DATUM
102600     MOVE SES-VOLGNR TO UITN-SES-VOLGNR
102700     MOVE SES-SCENARIO TO UITN-SES-SCENARIO
102800     MOVE SES-INSTRUCTEUR TO UITN-SES-INSTRUCTEUR
102900     MOVE SES-CAPACITEIT TO UITN-PLT-CAPACITEIT
103000     MOVE SES-GEBOEKT TO UITN-PLT-GEBOEKT
103100     WRITE UITN-RPT-LINE FROM RPT-BLANK-LINE
103200     WRITE UITN-RPT-LINE FROM UITN-SESSIE-LINE
103300     WRITE UITN-RPT-LINE FROM UITN-PLAATS-LINE
103400     WRITE UITN-RPT-LINE FROM UITN-HEADING-2
103500     MOVE SES-KEY TO BKG-SES-KEY
103600     MOVE LOW-VALUES TO BKG-ID
103700     START TRAINING-BOEKING-FILE KEY NOT < BKG-KEY
103800         INVALID KEY
103900             GO TO 8100-EXIT
104000     END-START
104100     SET FILE-NOT-EOF TO TRUE
104200     PERFORM UNTIL FILE-EOF
104300         READ TRAINING-BOEKING-FILE NEXT
104400             AT END
104500                 SET FILE-EOF TO TRUE
104600             NOT AT END
104700                 IF BKG-SES-KEY NOT = SES-KEY
104800                     SET FILE-EOF TO TRUE
104900                 ELSE
105000                     IF BKG-GEBOEKT
105100                         PERFORM 8200-ONE-UITNODIGING
105200                             THRU 8200-EXIT
105300                     END-IF
105400                 END-IF
105500         END-READ
105600     END-PERFORM.
105700 8100-EXIT.
105800     EXIT.
105900
106000 8200-ONE-UITNODIGING.
106100     ADD 1 TO WS-UITN-COUNT
106200     MOVE BKG-ID TO UITN-DET-ID
106300     MOVE BKG-NAAM TO UITN-DET-NAAM
106400     MOVE BKG-VERVALT TO UITN-DET-VERVALT
106500     MOVE BKG-GEBOEKT-OP TO UITN-DET-GEBOEKT-OP
106600     IF BKG-GEBOEKT-OP = RUNHDR-RUN-DATE
106700         MOVE "NIEUW" TO UITN-DET-NIEUW
106800     ELSE
106900         MOVE SPACES TO UITN-DET-NIEUW
107000     END-IF
107100     WRITE UITN-RPT-LINE FROM UITN-DETAIL-LINE.
107200 8200-EXIT.
107300     EXIT.
107400
107500*-----------------------------------------------------------
107600* 8500-WRITE-TRAILERS - TOTALEN ONDER BEIDE LIJSTEN
107700*-----------------------------------------------------------
107800 8500-WRITE-TRAILERS.
107900     WRITE UITN-RPT-LINE FROM RPT-BLANK-LINE
108000     MOVE "SESSIES MET DEELNEMERS:" TO RPT-TRL-LABEL
108100     MOVE WS-UITN-SES-COUNT TO RPT-TRL-COUNT
108200     WRITE UITN-RPT-LINE FROM RPT-TRAILER-LINE
108300     MOVE "UITNODIGINGEN:" TO RPT-TRL-LABEL
108400     MOVE WS-UITN-COUNT TO RPT-TRL-COUNT
108500     WRITE UITN-RPT-LINE FROM RPT-TRAILER-LINE
108600     MOVE "  WAARVAN NIEUW GEBOEKT:" TO RPT-TRL-LABEL
108700     MOVE WS-GEBOEKT-COUNT TO RPT-TRL-COUNT
108800     WRITE UITN-RPT-LINE FROM RPT-TRAILER-LINE
108900     CLOSE UITN-RPT-FILE
109000
109100     WRITE AFW-RPT-LINE FROM RPT-BLANK-LINE
109200     MOVE "TE HERCERTIFICEREN (CERTDUE.DAT):" TO RPT-TRL-LABEL
109300     MOVE WS-DUE-COUNT TO RPT-TRL-COUNT
109400     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
109500     MOVE "AL GEBOEKT OF GESLAAGD:" TO RPT-TRL-LABEL
109600     MOVE WS-AL-GEBOEKT-COUNT TO RPT-TRL-COUNT
109700     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
109800     MOVE "AANWEZIG OP VOORBIJE SESSIES:" TO RPT-TRL-LABEL
109900     MOVE WS-AANWEZIG-COUNT TO RPT-TRL-COUNT
110000     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
110100     MOVE "NIET VERSCHENEN:" TO RPT-TRL-LABEL
110200     MOVE WS-NOSHOW-COUNT TO RPT-TRL-COUNT
110300     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
110400     MOVE "BOEKING OP VERVALLEN SESSIE:" TO RPT-TRL-LABEL
110500     MOVE WS-VERVALLEN-COUNT TO RPT-TRL-COUNT
110600     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
110700     MOVE "NIEUW GEBOEKT:" TO RPT-TRL-LABEL
110800     MOVE WS-GEBOEKT-COUNT TO RPT-TRL-COUNT
110900     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
111000     MOVE "  WAARVAN NA DE VERVALDATUM:" TO RPT-TRL-LABEL
111100     MOVE WS-LAAT-COUNT TO RPT-TRL-COUNT
111200     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
111300     MOVE "NIET GEPLAATST:" TO RPT-TRL-LABEL
111400     MOVE WS-NIET-GEPL-COUNT TO RPT-TRL-COUNT
111500     WRITE AFW-RPT-LINE FROM RPT-TRAILER-LINE
111600     CLOSE AFW-RPT-FILE.
111700 8500-EXIT.
111800     EXIT.
111900
112000*-----------------------------------------------------------
112100* 8800-WRITE-AFW - EEN REGEL OP TRNAFW.DAT VOOR WS-NEW-ID MET
112200*                  WS-AFW-SES-KEY (NUL = GEEN SESSIE) EN
112300*                  WS-AFW-TEKST
112400*-----------------------------------------------------------
112500 8800-WRITE-AFW.
112600     ADD 1 TO WS-AFW-COUNT
112700     MOVE WS-NEW-ID TO AFW-DET-ID
112800     MOVE WS-NEW-NAAM TO AFW-DET-NAAM
112900     MOVE WS-NEW-VERVALT TO AFW-DET-VERVALT
113000     IF WS-AFW-SES-DATUM = ZERO
113100         MOVE SPACES TO AFW-DET-SES-DATUM AFW-DET-SLASH
113200                        AFW-DET-SES-VOLGNR
113300     ELSE
113400         MOVE WS-AFW-SES-DATUM TO AFW-DET-SES-DATUM
113500         MOVE "/" TO AFW-DET-SLASH
113600         MOVE WS-AFW-SES-VOLGNR TO AFW-DET-SES-VOLGNR
113700     END-IF
113800     MOVE WS-AFW-TEKST TO AFW-DET-TEKST
113900     WRITE AFW-RPT-LINE FROM AFW-DETAIL-LINE.
114000 8800-EXIT.
114100     EXIT.
114200
114300*-----------------------------------------------------------
114400* 9000-WRITE-RUN-JOURNAL - COUNT-1 NIEUW GEBOEKT, COUNT-2
114500*                          NIET TIJDIG OF NIET GEPLAATST
114600*-----------------------------------------------------------
114700 9000-WRITE-RUN-JOURNAL.
114800     ACCEPT WS-END-TIME-RAW FROM TIME
114900     OPEN EXTEND RUN-JOURNAL-FILE
115000     IF WS-JRNL-STATUS = "35"
115100         OPEN OUTPUT RUN-JOURNAL-FILE
115200     END-IF
115300     MOVE "TRNPLAN " TO JRNL-PROGRAM
115400     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
115500     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
115600     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
115700     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
115800     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
115900     MOVE RETURN-CODE TO JRNL-RC
116000     MOVE WS-GEBOEKT-COUNT TO JRNL-COUNT-1
116100     ADD WS-LAAT-COUNT WS-NIET-GEPL-COUNT GIVING JRNL-COUNT-2
116200     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
116300     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
116400     CLOSE RUN-JOURNAL-FILE.
116500 9000-EXIT.
116600     EXIT.
