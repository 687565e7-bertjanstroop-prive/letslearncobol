000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AFBOEK.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - AFBOEKEN VAN EEN ONINBARE
001300*                  VORDERING. OPERATOR RUN IN TWEE STAPPEN MET
001400*                  DUBBELE CONTROLE, ZOALS PARMMNT: AFBMODUS A
001500*                  VRAAGT DE AFBOEKING VAN DE HELE OPEN REST VAN
001600*                  EEN FACTUUR (AFBFACT) AAN MET EEN VERPLICHTE
001700*                  REDEN (AFBREDEN); AFBMODUS F FIATTEERT HEM,
001800*                  ALLEEN DOOR EEN NIVEAU-2 OPERATOR (OPERAUTH.
001900*                  DAT) DIE NIET DE AANVRAGER IS; AFBMODUS W
002000*                  WEIGERT HEM (NIVEAU 2 OF DE AANVRAGER). LEGE
002100*                  MODUS = DE OPENSTAANDE AANVRAGEN TONEN. ELKE
002200*                  STAP KOMT ALS REGEL IN AFBAANV.DAT. BIJ HET
002300*                  FIAT GAAT DE POST UIT OPENPOST.IDX NAAR
002400*                  BETHIST.DAT (F-, B- EN A-REGELS, SOORT O), MET
002500*                  EEN A-MUTATIE IN DEBMUT.DAT EN EEN O-REGEL MET
002600*                  HET BTW-DEEL IN AFBREG.DAT. DE BOEKDATUM IS
002700*                  VANDAAG, OF DE DAG NA DE LAATSTE OVERDRACHT IN
002800*                  GLREG.DAT ALS GLEXTR VANDAAG AL HEEFT GEDRAAID,
002900*                  ZODAT DE AFBOEKING ALTIJD NOG IN HET GROOTBOEK
003000*                  KOMT. RC 8 BIJ GEEN AUTORISATIE, GEEN OPEN POST
003100*                  OF AANVRAAG, EEN GEWIJZIGDE REST OF TIJDENS DE
003200*                  NIGHTLY CHAIN.
003300*-----------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPEN-ITEMS-FILE ASSIGN TO "OPENPOST.IDX"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OPN-FACTUUR
004200         ALTERNATE RECORD KEY IS OPN-KLANT WITH DUPLICATES
004300         FILE STATUS IS WS-OPENPOST-STATUS.
004400
004500     SELECT AFB-AANVRAAG-FILE ASSIGN TO "AFBAANV.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AANV-STATUS.
004800
004900     SELECT AFB-REGISTER-FILE ASSIGN TO "AFBREG.DAT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AFBREG-STATUS.
005200
005300     SELECT DEBMUT-FILE ASSIGN TO "DEBMUT.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-DEBMUT-STATUS.
005600
005700     SELECT PAID-HIST-FILE ASSIGN TO "BETHIST.DAT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-BETHIST-STATUS.
006000
006100     SELECT GL-REGISTER-FILE ASSIGN TO "GLREG.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-GLREG-STATUS.
006400
006500     SELECT PARM-FILE ASSIGN TO "PARMS.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PARM-STATUS.
006800
006900     SELECT OPER-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-OPERAUTH-STATUS.
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
008700 FD  OPEN-ITEMS-FILE.
008800     COPY "OPENPOST.CPY".
008900
009000 FD  AFB-AANVRAAG-FILE.
009100 01  AFB-AANVRAAG-LINE        PIC X(132).
009200
009300 FD  AFB-REGISTER-FILE.
009400 01  AFB-REGISTER-LINE        PIC X(132).
009500
009600 FD  DEBMUT-FILE.
009700 01  DEBMUT-LINE              PIC X(80).
009800
009900 FD  PAID-HIST-FILE.
010000 01  PAID-HIST-LINE           PIC X(132).
010100
010200 FD  GL-REGISTER-FILE.
010300 01  GL-REGISTER-LINE         PIC X(80).
010400
010500 FD  PARM-FILE.
010600 01  PARM-LINE                PIC X(256).
010700
010800 FD  OPER-AUTH-FILE.
010900 01  OPER-AUTH-LINE           PIC X(40).
011000
011100 FD  SYS-LOCK-FILE.
011200 01  SYS-LOCK-LINE            PIC X(80).
011300
011400 FD  MNT-LOCK-FILE.
011500 01  MNT-LOCK-LINE            PIC X(80).
011600
011700 FD  RUN-JOURNAL-FILE.
011800 01  RUN-JOURNAL-LINE         PIC X(80).
011900
012000 WORKING-STORAGE SECTION.
012100*-----------------------------------------------------------
012200* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
012300*-----------------------------------------------------------
012400     COPY "RUNHDR.CPY".
012500
012600*-----------------------------------------------------------
012700* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
012800*-----------------------------------------------------------
012900     COPY "RUNJRNL.CPY".
013000 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
013100 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
013200 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
013300 01  WS-ADMIN-ENV-X           PIC X(06).
013400
013500*-----------------------------------------------------------
013600* SYSTEM PARAMETERS - ALLEEN HET HOGE BTW-TARIEF (VELD 2)
013700*-----------------------------------------------------------
013800     COPY "PARMCFG.CPY".
013900 01  WS-PARM-STATUS           PIC X(02) VALUE "00".
014000 01  WS-PARM-F1-X             PIC X(40).
014100 01  WS-PARM-F2-X             PIC X(40).
014200
014300*-----------------------------------------------------------
014400* AFBOEKINGENREGISTER, MUTATIES EN BETAALHISTORIE - SEE
014500* AFBREG.CPY, DEBMUT.CPY AND BETHIST.CPY
014600*-----------------------------------------------------------
014700     COPY "AFBREG.CPY".
014800     COPY "DEBMUT.CPY".
014900     COPY "BETHIST.CPY".
015000 01  WS-AFBREG-STATUS         PIC X(02) VALUE "00".
015100 01  WS-DEBMUT-STATUS         PIC X(02) VALUE "00".
015200 01  WS-BETHIST-STATUS        PIC X(02) VALUE "00".
015300 01  WS-OPENPOST-STATUS       PIC X(02) VALUE "00".
015400
015500*-----------------------------------------------------------
015600* AANVRAGEN (AFBAANV.DAT) - ELKE STAP EEN REGEL: SOORT A =
015700* AANGEVRAAGD, F = GEFIATTEERD EN AFGEBOEKT, W = GEWEIGERD.
015800* EEN AANVRAAG STAAT OPEN TOT ER EEN F OF W OP VOLGT.
015900*-----------------------------------------------------------
016000 01  AAN-DETAIL-LINE.
016100     05  AAN-SOORT            PIC X(01).
016200         88  AAN-AANGEVRAAGD  VALUE "A".
016300         88  AAN-GEFIATTEERD  VALUE "F".
016400         88  AAN-GEWEIGERD    VALUE "W".
016500     05  FILLER               PIC X(01) VALUE ",".
016600     05  AAN-FACTUUR          PIC X(10).
016700     05  FILLER               PIC X(01) VALUE ",".
016800     05  AAN-KLANT            PIC X(10).
016900     05  FILLER               PIC X(01) VALUE ",".
017000     05  AAN-BEDRAG           PIC +9(09).99.
017100     05  FILLER               PIC X(01) VALUE ",".
017200     05  AAN-REDEN            PIC X(30).
017300     05  FILLER               PIC X(01) VALUE ",".
017400     05  AAN-OPERATOR         PIC X(08).
017500     05  FILLER               PIC X(01) VALUE ",".
017600     05  AAN-DATUM            PIC 9(08).
017700     05  FILLER               PIC X(01) VALUE ",".
017800     05  AAN-TIJD             PIC 9(06).
017900 01  WS-AANV-STATUS           PIC X(02) VALUE "00".
018000 01  WS-AANV-EOF              PIC X VALUE "N".
018100     88 AANV-EOF              VALUE "Y".
018200     88 AANV-NOT-EOF          VALUE "N".
018300 01  WS-AANV-OVFL-SW          PIC X VALUE "N".
018400     88 AANV-OVERFLOW         VALUE "Y".
018500 77  WS-AANV-COUNT            PIC 9(03) COMP VALUE ZERO.
018600 77  WS-AANV-MAX              PIC 9(03) COMP VALUE 200.
018700 77  WS-AANV-IDX              PIC 9(03) COMP VALUE ZERO.
018800 77  WS-AANV-HIT              PIC 9(03) COMP VALUE ZERO.
018900 01  WS-AANV-TABLE.
019000     05  WS-AANV-ENTRY OCCURS 200 TIMES.
019100         10  AT-FACTUUR       PIC X(10).
019200         10  AT-KLANT         PIC X(10).
019300         10  AT-BEDRAG        PIC S9(09)V99.
019400         10  AT-REDEN         PIC X(30).
019500         10  AT-OPERATOR      PIC X(08).
019600         10  AT-DATUM         PIC 9(08).
019700         10  AT-OPEN          PIC X(01).
019800 01  WS-A-SOORT-X             PIC X(04).
019900 01  WS-A-FACTUUR-X           PIC X(12).
020000 01  WS-A-KLANT-X             PIC X(12).
020100 01  WS-A-BEDRAG-X            PIC X(16).
020200 01  WS-A-REDEN-X             PIC X(32).
020300 01  WS-A-OPERATOR-X          PIC X(10).
020400 01  WS-A-DATUM-X             PIC X(10).
020500 01  WS-A-TIJD-X              PIC X(08).
020600
020700*-----------------------------------------------------------
020800* OPERATOR AUTHORITY TABLE (OPERAUTH.DAT) - WIE MAG FIATTEREN
020900*-----------------------------------------------------------
021000 01  WS-OPERAUTH-STATUS       PIC X(02) VALUE "00".
021100 77  WS-AUTH-COUNT            PIC 9(02) COMP VALUE ZERO.
021200 77  WS-AUTH-MAX              PIC 9(02) COMP VALUE 50.
021300 77  WS-AUTH-IDX              PIC 9(02) COMP VALUE ZERO.
021400 01  WS-AUTH-EOF              PIC X VALUE "N".
021500     88 AUTH-EOF              VALUE "Y".
021600     88 AUTH-NOT-EOF          VALUE "N".
021700 01  WS-AUTH-TABLE.
021800     05  WS-AUTH-ENTRY OCCURS 50 TIMES.
021900         10  AUTH-OPERATOR    PIC X(08).
022000         10  AUTH-NIVEAU      PIC 9(02).
022100 01  WS-AUTH-OPER-X           PIC X(10).
022200 01  WS-AUTH-NIVEAU-X         PIC X(04).
022300 77  WS-SUPERVISOR-NIVEAU     PIC 9(02) VALUE 2.
022400 01  WS-AUTH-OK-SW            PIC X VALUE "N".
022500     88 AUTHORITY-OK          VALUE "Y".
022600     88 AUTHORITY-NOT-OK      VALUE "N".
022700
022800*-----------------------------------------------------------
022900* DE LAATSTE OVERDRACHT AAN HET GROOTBOEK (GLREG.DAT)
023000*-----------------------------------------------------------
023100 01  WS-GLREG-STATUS          PIC X(02) VALUE "00".
023200 01  WS-GLREG-EOF             PIC X VALUE "N".
023300     88 GLREG-EOF             VALUE "Y".
023400     88 GLREG-NOT-EOF         VALUE "N".
023500 01  WS-REG-DATE-X            PIC X(12).
023600 01  WS-LAST-GL-DATE          PIC 9(08) VALUE ZERO.
023700 01  WS-BOEKDATUM             PIC 9(08) VALUE ZERO.
023800
023900*-----------------------------------------------------------
024000* MODUS, FACTUUR, REDEN EN DE AF TE BOEKEN REST
024100*-----------------------------------------------------------
024200 01  WS-MODUS                 PIC X(01) VALUE SPACE.
024300     88 MODUS-LIJST           VALUE SPACE.
024400     88 MODUS-AANVRAGEN       VALUE "A".
024500     88 MODUS-FIATTEREN       VALUE "F".
024600     88 MODUS-WEIGEREN        VALUE "W".
024700 01  WS-MODUS-X               PIC X(10).
024800 01  WS-FACT-X                PIC X(12).
024900 01  WS-FACTUUR               PIC X(10) VALUE SPACES.
025000 01  WS-REDEN-X               PIC X(30).
025100 01  WS-TIME-NOW              PIC 9(08) VALUE ZERO.
025200 01  WS-AFB-REST              PIC S9(09)V99 VALUE ZERO.
025300 01  WS-AFB-BTW               PIC S9(09)V99 VALUE ZERO.
025400 01  WS-BEDRAG-ED             PIC -ZZZ,ZZZ,ZZ9.99.
025500 01  WS-BEDRAG-ED2            PIC -ZZZ,ZZZ,ZZ9.99.
025600 77  WS-BET-IDX               PIC 9(03) COMP VALUE ZERO.
025700 01  WS-SETTLE-DATUM          PIC 9(08) VALUE ZERO.
025800 77  WS-FACT-DAYNUM           PIC 9(07) COMP VALUE ZERO.
025900
026000*-----------------------------------------------------------
026100* BATCH LOCK AND MAINTENANCE MARKER (SYSLOCK.DAT/MNTLOCK.DAT)
026200*-----------------------------------------------------------
026300 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
026400 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
026500 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
026600 01  WS-LOCK-SW               PIC X VALUE "N".
026700     88 MNT-LOCK-HELD         VALUE "Y".
026800     88 MNT-LOCK-NOT-HELD     VALUE "N".
026900 01  MNT-LOCK-DETAIL.
027000     05  MNT-PROGRAM          PIC X(08) VALUE "AFBOEK".
027100     05  FILLER               PIC X(01) VALUE ",".
027200     05  MNT-OPERATOR         PIC X(08).
027300     05  FILLER               PIC X(01) VALUE ",".
027400     05  MNT-DATUM            PIC 9(08).
027500     05  FILLER               PIC X(01) VALUE ",".
027600     05  MNT-TIJD             PIC 9(06).
027700
027800*-----------------------------------------------------------
027900* RUN COUNTERS
028000*-----------------------------------------------------------
028100 77  WS-AANV-REGELS           PIC 9(07) COMP VALUE ZERO.
028200 77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
028300 77  WS-AFB-COUNT             PIC 9(05) COMP VALUE ZERO.
028400 01  WS-CNT-EDIT              PIC ZZZ,ZZ9.
028500
028600 PROCEDURE DIVISION.
028700
028800 0000-MAINLINE.
028900     ACCEPT WS-START-TIME-RAW FROM TIME
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029100     IF MODUS-LIJST
029200         PERFORM 2000-LIST-AANVRAGEN THRU 2000-EXIT
029300     ELSE
029400         PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
029500         PERFORM 1100-LOAD-AANVRAGEN THRU 1100-EXIT
029600         EVALUATE TRUE
029700             WHEN MODUS-AANVRAGEN
029800                 PERFORM 3000-REQUEST THRU 3000-EXIT
029900             WHEN MODUS-FIATTEREN
030000                 PERFORM 4000-APPROVE THRU 4000-EXIT
030100             WHEN MODUS-WEIGEREN
030200                 PERFORM 5000-REJECT THRU 5000-EXIT
030300         END-EVALUATE
030400     END-IF
030500     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
030600     IF MNT-LOCK-HELD
030700         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
030800     END-IF
030900     STOP RUN.
031000
031100*-----------------------------------------------------------
031200* 0100-CHECK-BATCH-LOCK - NIET AFBOEKEN TERWIJL DE NIGHTLY
031300*                         CHAIN SYSLOCK.DAT HOUDT (DEBITEUR
031400*                         WERKT DAN IN OPENPOST.IDX); ZELF DE
031500*                         ONDERHOUDSMARKERING HOUDEN.
031600*-----------------------------------------------------------
031700 0100-CHECK-BATCH-LOCK.
031800     OPEN INPUT SYS-LOCK-FILE
031900     IF WS-SYSLOCK-STATUS = "00"
032000         MOVE SPACES TO SYS-LOCK-LINE
032100         READ SYS-LOCK-FILE
032200             AT END
032300                 MOVE SPACES TO SYS-LOCK-LINE
032400         END-READ
032500         CLOSE SYS-LOCK-FILE
032600         IF SYS-LOCK-LINE NOT = SPACES
032700             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
032800                     FUNCTION TRIM(SYS-LOCK-LINE)
032900                     ") - AFBOEKEN GEWEIGERD."
033000             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
033100                     "NIVEAU-2 OPERATOR MET LOCKBRK."
033200             MOVE 8 TO RETURN-CODE
033300             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
033400             STOP RUN
033500         END-IF
033600     END-IF
033700     ACCEPT WS-LOCK-TIJD FROM TIME
033800     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
033900     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
034000     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
034100     OPEN OUTPUT MNT-LOCK-FILE
034200     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
034300     CLOSE MNT-LOCK-FILE
034400     SET MNT-LOCK-HELD TO TRUE.
034500 0100-EXIT.
034600     EXIT.
034700
034800*-----------------------------------------------------------
034900* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
035000*                         MARKER IS A RELEASED MARKER.
035100*-----------------------------------------------------------
035200 9800-RELEASE-MNT-LOCK.
035300     OPEN OUTPUT MNT-LOCK-FILE
035400     CLOSE MNT-LOCK-FILE
035500     SET MNT-LOCK-NOT-HELD TO TRUE.
035600 9800-EXIT.
035700     EXIT.
035800
035900*-----------------------------------------------------------
036000* 1000-INITIALIZE - RUNHEADER, DE MODUS EN HET FACTUURNUMMER
036100*-----------------------------------------------------------
036200 1000-INITIALIZE.
036300     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
036400     DISPLAY "AFBMODUS" UPON ENVIRONMENT-NAME
036500     ACCEPT WS-MODUS-X FROM ENVIRONMENT-VALUE
036600     IF WS-MODUS-X = SPACES
036700         DISPLAY "MODUS (A=AANVRAGEN, F=FIATTEREN, W=WEIGEREN,"
036800                 " LEEG = AANVRAGEN TONEN): "
036900         ACCEPT WS-MODUS-X
037000     END-IF
037100     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MODUS-X))
037200         TO WS-MODUS-X
037300     MOVE WS-MODUS-X (1:1) TO WS-MODUS
037400     IF WS-MODUS-X (2:) NOT = SPACES
037500         OR NOT (MODUS-LIJST OR MODUS-AANVRAGEN
037600                 OR MODUS-FIATTEREN OR MODUS-WEIGEREN)
037700         DISPLAY "ERROR: ONGELDIGE MODUS '"
037800                 FUNCTION TRIM(WS-MODUS-X) "' - NIETS GEDAAN"
037900         MOVE 8 TO RETURN-CODE
038000         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
038100         STOP RUN
038200     END-IF
038300     IF MODUS-LIJST
038400         GO TO 1000-EXIT
038500     END-IF
038600     DISPLAY "AFBFACT" UPON ENVIRONMENT-NAME
038700     ACCEPT WS-FACT-X FROM ENVIRONMENT-VALUE
038800     IF WS-FACT-X = SPACES
038900         DISPLAY "FACTUURNUMMER: "
039000         ACCEPT WS-FACT-X
039100     END-IF
039200     IF WS-FACT-X = SPACES
039300         DISPLAY "ERROR: GEEN FACTUURNUMMER - NIETS GEDAAN"
039400         MOVE 8 TO RETURN-CODE
039500         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
039600         STOP RUN
039700     END-IF
039800     MOVE FUNCTION TRIM(WS-FACT-X) TO WS-FACTUUR.
039900 1000-EXIT.
040000     EXIT.
040100
040200*-----------------------------------------------------------
040300* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. EEN
040400*                       OPERATORRUN TREKT GEEN VOLGNUMMER.
040500*-----------------------------------------------------------
040600 1050-GET-RUN-HEADER.
040700     MOVE ZERO TO RUNHDR-RUN-SEQ
040800     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
040900     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
041000     IF RUNHDR-OPERATOR-ID = SPACES
041100         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
041200     END-IF
041300     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
041400         TO RUNHDR-OPERATOR-ID
041500     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
041600     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
041700     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
041800     IF WS-ADMIN-ENV-X NOT = SPACES
041900         MOVE FUNCTION UPPER-CASE(FUNCTION
042000             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
042100     END-IF
042200     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
042300             " DATE: " RUNHDR-RUN-DATE
042400             " SEQ: " RUNHDR-RUN-SEQ.
042500 1050-EXIT.
042600     EXIT.
042700
042800*-----------------------------------------------------------
042900* 1100-LOAD-AANVRAGEN - AFBAANV.DAT NAAR DE TABEL, EEN REGEL
043000*                       PER FACTUUR: EEN A OPENT (OF HEROPENT)
043100*                       HEM, EEN F OF W SLUIT HEM. EEN GESLOTEN
043200*                       REGEL WORDT HERGEBRUIKT.
043300*-----------------------------------------------------------
043400 1100-LOAD-AANVRAGEN.
043500     MOVE ZERO TO WS-AANV-COUNT
043600     OPEN INPUT AFB-AANVRAAG-FILE
043700     IF WS-AANV-STATUS NOT = "00"
043800         GO TO 1100-EXIT
043900     END-IF
044000     SET AANV-NOT-EOF TO TRUE
044100     PERFORM UNTIL AANV-EOF
044200         READ AFB-AANVRAAG-FILE
044300             AT END
044400                 SET AANV-EOF TO TRUE
044500             NOT AT END
044600                 PERFORM 1150-ONE-AANVRAAG THRU 1150-EXIT
044700         END-READ
044800     END-PERFORM
044900     CLOSE AFB-AANVRAAG-FILE
045000     IF AANV-OVERFLOW
045100         DISPLAY "WARNING: MEER DAN " WS-AANV-MAX
045200                 " OPEN AANVRAGEN IN AFBAANV.DAT - DE REST IS "
045300                 "NIET GELEZEN"
045400     END-IF.
045500 1100-EXIT.
045600     EXIT.
045700
045800 1150-ONE-AANVRAAG.
045900     IF AFB-AANVRAAG-LINE = SPACES
046000         GO TO 1150-EXIT
046100     END-IF
046200     ADD 1 TO WS-AANV-REGELS
046300     MOVE SPACES TO WS-A-SOORT-X WS-A-FACTUUR-X WS-A-KLANT-X
046400                    WS-A-BEDRAG-X WS-A-REDEN-X WS-A-OPERATOR-X
046500                    WS-A-DATUM-X WS-A-TIJD-X
046600     UNSTRING AFB-AANVRAAG-LINE DELIMITED BY ","
046700         INTO WS-A-SOORT-X WS-A-FACTUUR-X WS-A-KLANT-X
046800              WS-A-BEDRAG-X WS-A-REDEN-X WS-A-OPERATOR-X
046900              WS-A-DATUM-X WS-A-TIJD-X
047000     END-UNSTRING
047100     MOVE ZERO TO WS-AANV-HIT
047200     PERFORM VARYING WS-AANV-IDX FROM 1 BY 1
047300         UNTIL WS-AANV-IDX > WS-AANV-COUNT OR WS-AANV-HIT > 0
047400         IF AT-FACTUUR (WS-AANV-IDX)
047500             = FUNCTION TRIM(WS-A-FACTUUR-X)
047600             MOVE WS-AANV-IDX TO WS-AANV-HIT
047700         END-IF
047800     END-PERFORM
047900     IF WS-A-SOORT-X NOT = "A"
048000         IF WS-AANV-HIT > 0
048100             MOVE "N" TO AT-OPEN (WS-AANV-HIT)
048200         END-IF
048300         GO TO 1150-EXIT
048400     END-IF
048500     IF WS-AANV-HIT = 0
048600         PERFORM VARYING WS-AANV-IDX FROM 1 BY 1
048700             UNTIL WS-AANV-IDX > WS-AANV-COUNT OR WS-AANV-HIT > 0
048800             IF AT-OPEN (WS-AANV-IDX) = "N"
048900                 MOVE WS-AANV-IDX TO WS-AANV-HIT
049000             END-IF
049100         END-PERFORM
049200     END-IF
049300     IF WS-AANV-HIT = 0
049400         IF WS-AANV-COUNT >= WS-AANV-MAX
049500             SET AANV-OVERFLOW TO TRUE
049600             GO TO 1150-EXIT
049700         END-IF
049800         ADD 1 TO WS-AANV-COUNT
049900         MOVE WS-AANV-COUNT TO WS-AANV-HIT
050000     END-IF
050100     MOVE FUNCTION TRIM(WS-A-FACTUUR-X)
050200         TO AT-FACTUUR (WS-AANV-HIT)
050300     MOVE FUNCTION TRIM(WS-A-KLANT-X) TO AT-KLANT (WS-AANV-HIT)
050400     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-A-BEDRAG-X)) = 0
050500         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-A-BEDRAG-X))
050600             TO AT-BEDRAG (WS-AANV-HIT)
050700     ELSE
050800         MOVE ZERO TO AT-BEDRAG (WS-AANV-HIT)
050900     END-IF
051000     MOVE FUNCTION TRIM(WS-A-REDEN-X) TO AT-REDEN (WS-AANV-HIT)
051100     MOVE FUNCTION TRIM(WS-A-OPERATOR-X)
051200         TO AT-OPERATOR (WS-AANV-HIT)
051300     IF FUNCTION TRIM(WS-A-DATUM-X) IS NUMERIC
051400         MOVE FUNCTION NUMVAL(WS-A-DATUM-X)
051500             TO AT-DATUM (WS-AANV-HIT)
051600     ELSE
051700         MOVE ZERO TO AT-DATUM (WS-AANV-HIT)
051800     END-IF
051900     MOVE "J" TO AT-OPEN (WS-AANV-HIT).
052000 1150-EXIT.
052100     EXIT.
052200
052300*-----------------------------------------------------------
052400* 1200-FIND-AANVRAAG - DE OPEN AANVRAAG VAN WS-FACTUUR IN DE
052500*                      TABEL; WS-AANV-HIT 0 = GEEN
052600*-----------------------------------------------------------
052700 1200-FIND-AANVRAAG.
052800     MOVE ZERO TO WS-AANV-HIT
052900     PERFORM VARYING WS-AANV-IDX FROM 1 BY 1
053000         UNTIL WS-AANV-IDX > WS-AANV-COUNT OR WS-AANV-HIT > 0
053100         IF AT-FACTUUR (WS-AANV-IDX) = WS-FACTUUR
053200             AND AT-OPEN (WS-AANV-IDX) = "J"
053300             MOVE WS-AANV-IDX TO WS-AANV-HIT
053400         END-IF
053500     END-PERFORM.
053600 1200-EXIT.
053700     EXIT.
053800
053900*-----------------------------------------------------------
054000* 1300-LOAD-AUTHORITY - OPERAUTH.DAT NAAR DE TABEL
054100*-----------------------------------------------------------
054200 1300-LOAD-AUTHORITY.
054300     MOVE ZERO TO WS-AUTH-COUNT
054400     OPEN INPUT OPER-AUTH-FILE
054500     IF WS-OPERAUTH-STATUS NOT = "00"
054600         GO TO 1300-EXIT
054700     END-IF
054800     SET AUTH-NOT-EOF TO TRUE
054900     PERFORM UNTIL AUTH-EOF OR WS-AUTH-COUNT >= WS-AUTH-MAX
055000         READ OPER-AUTH-FILE
055100             AT END
055200                 SET AUTH-EOF TO TRUE
055300             NOT AT END
055400                 PERFORM 1350-LOAD-ONE-AUTH THRU 1350-EXIT
055500         END-READ
055600     END-PERFORM
055700     CLOSE OPER-AUTH-FILE.
055800 1300-EXIT.
055900     EXIT.
056000
056100 1350-LOAD-ONE-AUTH.
056200     IF OPER-AUTH-LINE = SPACES
056300         GO TO 1350-EXIT
056400     END-IF
056500     MOVE SPACES TO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
056600     UNSTRING OPER-AUTH-LINE DELIMITED BY ","
056700         INTO WS-AUTH-OPER-X WS-AUTH-NIVEAU-X
056800     END-UNSTRING
056900     IF FUNCTION TRIM(WS-AUTH-NIVEAU-X) IS NOT NUMERIC
057000         GO TO 1350-EXIT
057100     END-IF
057200     ADD 1 TO WS-AUTH-COUNT
057300     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-OPER-X))
057400         TO AUTH-OPERATOR (WS-AUTH-COUNT)
057500     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AUTH-NIVEAU-X))
057600         TO AUTH-NIVEAU (WS-AUTH-COUNT).
057700 1350-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------
058100* 1400-CHECK-AUTHORITY - IS DE OPERATOR NIVEAU 2 OF HOGER?
058200*-----------------------------------------------------------
058300 1400-CHECK-AUTHORITY.
058400     SET AUTHORITY-NOT-OK TO TRUE
058500     PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
058600         UNTIL WS-AUTH-IDX > WS-AUTH-COUNT OR AUTHORITY-OK
058700         IF AUTH-OPERATOR (WS-AUTH-IDX) = RUNHDR-OPERATOR-ID
058800             AND AUTH-NIVEAU (WS-AUTH-IDX)
058900                 >= WS-SUPERVISOR-NIVEAU
059000             SET AUTHORITY-OK TO TRUE
059100         END-IF
059200     END-PERFORM.
059300 1400-EXIT.
059400     EXIT.
059500
059600*-----------------------------------------------------------
059700* 1500-GET-REASON - AFBREDEN UIT DE OMGEVING, ANDERS EEN
059800*                   PROMPT; KOMMA'S WORDEN SPATIES
059900*-----------------------------------------------------------
060000 1500-GET-REASON.
060100     DISPLAY "AFBREDEN" UPON ENVIRONMENT-NAME
060200     ACCEPT WS-REDEN-X FROM ENVIRONMENT-VALUE
060300     IF WS-REDEN-X = SPACES
060400         DISPLAY "REDEN (BV. FAILLIET, ONVINDBAAR): "
060500         ACCEPT WS-REDEN-X
060600     END-IF
060700     INSPECT WS-REDEN-X REPLACING ALL "," BY " "
060800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REDEN-X))
060900         TO WS-REDEN-X.
061000 1500-EXIT.
061100     EXIT.
061200
061300*-----------------------------------------------------------
061400* 1600-READ-POST - DE FACTUUR UIT OPENPOST.IDX EN ZIJN OPEN
061500*                  REST. HET BESTAND BLIJFT OPEN (I-O) VOOR
061600*                  HET FIAT; RC 8 ALS DE POST ER NIET (MEER)
061700*                  IS OF NIETS MEER OPEN HEEFT.
061800*-----------------------------------------------------------
061900 1600-READ-POST.
062000     OPEN I-O OPEN-ITEMS-FILE
062100     IF WS-OPENPOST-STATUS NOT = "00"
062200         DISPLAY "ERROR: UNABLE TO OPEN OPENPOST.IDX - "
062300                 "FILE STATUS " WS-OPENPOST-STATUS
062400         MOVE 8 TO RETURN-CODE
062500         GO TO 1600-EXIT
062600     END-IF
062700     MOVE WS-FACTUUR TO OPN-FACTUUR
062800     READ OPEN-ITEMS-FILE
062900         INVALID KEY
063000             DISPLAY "ERROR: FACTUUR " FUNCTION TRIM(WS-FACTUUR)
063100                     " STAAT NIET (MEER) OPEN - NIETS AFGEBOEKT"
063200             MOVE 8 TO RETURN-CODE
063300     END-READ
063400     IF RETURN-CODE = 8
063500         CLOSE OPEN-ITEMS-FILE
063600         GO TO 1600-EXIT
063700     END-IF
063800     COMPUTE WS-AFB-REST = OPN-BEDRAG - OPN-BETAALD
063900     IF WS-AFB-REST NOT > ZERO
064000         DISPLAY "ERROR: FACTUUR " FUNCTION TRIM(WS-FACTUUR)
064100                 " HEEFT GEEN OPEN REST - NIETS AFGEBOEKT"
064200         MOVE 8 TO RETURN-CODE
064300         CLOSE OPEN-ITEMS-FILE
064400     END-IF.
064500 1600-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------
064900* 2000-LIST-AANVRAGEN - DE OPENSTAANDE AANVRAGEN OP HET SCHERM
065000*-----------------------------------------------------------
065100 2000-LIST-AANVRAGEN.
065200     PERFORM 1100-LOAD-AANVRAGEN THRU 1100-EXIT
065300     DISPLAY "FACTUUR    KLANT                 BEDRAG "
065400             "AANGEVRAAGD DOOR     OP       REDEN"
065500     PERFORM VARYING WS-AANV-IDX FROM 1 BY 1
065600         UNTIL WS-AANV-IDX > WS-AANV-COUNT
065700         IF AT-OPEN (WS-AANV-IDX) = "J"
065800             ADD 1 TO WS-OPEN-COUNT
065900             MOVE AT-BEDRAG (WS-AANV-IDX) TO WS-BEDRAG-ED
066000             DISPLAY AT-FACTUUR (WS-AANV-IDX) " "
066100                     AT-KLANT (WS-AANV-IDX) " "
066200                     WS-BEDRAG-ED " "
066300                     AT-OPERATOR (WS-AANV-IDX) "         "
066400                     AT-DATUM (WS-AANV-IDX) " "
066500                     FUNCTION TRIM(AT-REDEN (WS-AANV-IDX))
066600         END-IF
066700     END-PERFORM
066800     MOVE WS-OPEN-COUNT TO WS-CNT-EDIT
066900     DISPLAY "AFBOEK COMPLETE - " FUNCTION TRIM(WS-CNT-EDIT)
067000             " AANVRAAG/AANVRAGEN WACHT(EN) OP FIAT".
067100 2000-EXIT.
067200     EXIT.
067300
067400*-----------------------------------------------------------
067500* 3000-REQUEST - DE AFBOEKING AANVRAGEN: DE POST MOET OPEN
067600*                STAAN, ER MAG NOG GEEN AANVRAAG OPEN STAAN
067700*                EN DE REDEN IS VERPLICHT
067800*-----------------------------------------------------------
067900 3000-REQUEST.
068000     PERFORM 1200-FIND-AANVRAAG THRU 1200-EXIT
068100     IF WS-AANV-HIT > 0
068200         DISPLAY "ERROR: VOOR FACTUUR " FUNCTION TRIM(WS-FACTUUR)
068300                 " STAAT AL EEN AANVRAAG VAN "
068400                 FUNCTION TRIM(AT-OPERATOR (WS-AANV-HIT))
068500                 " OPEN - NIETS AANGEVRAAGD"
068600         MOVE 8 TO RETURN-CODE
068700         GO TO 3000-EXIT
068800     END-IF
068900     PERFORM 1600-READ-POST THRU 1600-EXIT
069000     IF RETURN-CODE = 8
069100         GO TO 3000-EXIT
069200     END-IF
069300     CLOSE OPEN-ITEMS-FILE
069400     PERFORM 1500-GET-REASON THRU 1500-EXIT
069500     IF WS-REDEN-X = SPACES
069600         DISPLAY "ERROR: EEN AFBOEKING ZONDER REDEN WORDT NIET "
069700                 "AANGEVRAAGD"
069800         MOVE 8 TO RETURN-CODE
069900         GO TO 3000-EXIT
070000     END-IF
070100     SET AAN-AANGEVRAAGD TO TRUE
070200     MOVE OPN-KLANT TO AAN-KLANT
070300     MOVE WS-AFB-REST TO AAN-BEDRAG
070400     PERFORM 7000-WRITE-AANVRAAG THRU 7000-EXIT
070500     MOVE WS-AFB-REST TO WS-BEDRAG-ED
070600     DISPLAY "AFBOEK COMPLETE - AFBOEKING VAN FACTUUR "
070700             FUNCTION TRIM(WS-FACTUUR) " ("
070800             FUNCTION TRIM(WS-BEDRAG-ED) ") AANGEVRAAGD"
070900     DISPLAY "HET FIAT GEEFT EEN ANDERE NIVEAU-2 OPERATOR MET "
071000             "AFBMODUS=F.".
071100 3000-EXIT.
071200     EXIT.
071300
071400*-----------------------------------------------------------
071500* 4000-APPROVE - HET FIAT: NIVEAU 2, NIET DE AANVRAGER, EN DE
071600*                OPEN REST IS NOG WAT ER WERD AANGEVRAAGD.
071700*                DAN DE POST AFBOEKEN.
071800*-----------------------------------------------------------
071900 4000-APPROVE.
072000     PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
072100     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
072200     IF AUTHORITY-NOT-OK
072300         DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
072400                 FUNCTION TRIM(RUNHDR-OPERATOR-ID)
072500                 " - NIETS AFGEBOEKT."
072600         MOVE 8 TO RETURN-CODE
072700         GO TO 4000-EXIT
072800     END-IF
072900     PERFORM 1200-FIND-AANVRAAG THRU 1200-EXIT
073000     IF WS-AANV-HIT = 0
073100         DISPLAY "ERROR: GEEN OPEN AANVRAAG VOOR FACTUUR "
073200                 FUNCTION TRIM(WS-FACTUUR) " - NIETS AFGEBOEKT"
073300         MOVE 8 TO RETURN-CODE
073400         GO TO 4000-EXIT
073500     END-IF
073600     IF AT-OPERATOR (WS-AANV-HIT) = RUNHDR-OPERATOR-ID
073700         DISPLAY "ERROR: AANVRAGER EN FIATTEUR MOETEN VERSCHILLEN"
073800                 " - NIETS AFGEBOEKT"
073900         MOVE 8 TO RETURN-CODE
074000         GO TO 4000-EXIT
074100     END-IF
074200     PERFORM 1600-READ-POST THRU 1600-EXIT
074300     IF RETURN-CODE = 8
074400         DISPLAY "WEIGER DE AANVRAAG MET AFBMODUS=W."
074500         GO TO 4000-EXIT
074600     END-IF
074700     IF WS-AFB-REST NOT = AT-BEDRAG (WS-AANV-HIT)
074800         MOVE WS-AFB-REST TO WS-BEDRAG-ED
074900         MOVE AT-BEDRAG (WS-AANV-HIT) TO WS-BEDRAG-ED2
075000         DISPLAY "ERROR: OPEN REST " FUNCTION TRIM(WS-BEDRAG-ED)
075100                 " WIJKT AF VAN DE AANVRAAG ("
075200                 FUNCTION TRIM(WS-BEDRAG-ED2)
075300                 ") - NIETS AFGEBOEKT"
075400         DISPLAY "WEIGER DE AANVRAAG MET AFBMODUS=W EN VRAAG "
075500                 "OPNIEUW AAN."
075600         MOVE 8 TO RETURN-CODE
075700         CLOSE OPEN-ITEMS-FILE
075800         GO TO 4000-EXIT
075900     END-IF
076000     PERFORM 4100-LOAD-PARMS THRU 4100-EXIT
076100     PERFORM 4200-GET-BOEKDATUM THRU 4200-EXIT
076200     DELETE OPEN-ITEMS-FILE
076300         INVALID KEY
076400             DISPLAY "ERROR: DELETE OPENPOST.IDX MISLUKT (STATUS "
076500                     WS-OPENPOST-STATUS ") FACTUUR "
076600                     FUNCTION TRIM(WS-FACTUUR)
076700                     " - NIETS AFGEBOEKT"
076800             MOVE 8 TO RETURN-CODE
076900     END-DELETE
077000     CLOSE OPEN-ITEMS-FILE
077100     IF RETURN-CODE = 8
077200         GO TO 4000-EXIT
077300     END-IF
077400     PERFORM 4300-WRITE-OFF THRU 4300-EXIT
077500     PERFORM 4400-WRITE-HISTORY THRU 4400-EXIT
077600     SET AAN-GEFIATTEERD TO TRUE
077700     MOVE OPN-KLANT TO AAN-KLANT
077800     MOVE WS-AFB-REST TO AAN-BEDRAG
077900     MOVE AT-REDEN (WS-AANV-HIT) TO WS-REDEN-X
078000     PERFORM 7000-WRITE-AANVRAAG THRU 7000-EXIT
078100     ADD 1 TO WS-AFB-COUNT
078200     MOVE WS-AFB-REST TO WS-BEDRAG-ED
078300     MOVE WS-AFB-BTW TO WS-BEDRAG-ED2
078400     DISPLAY "AFBOEK COMPLETE - FACTUUR "
078500             FUNCTION TRIM(WS-FACTUUR)
078600             " AFGEBOEKT: " FUNCTION TRIM(WS-BEDRAG-ED)
078700             " WAARVAN BTW " FUNCTION TRIM(WS-BEDRAG-ED2)
078800             ", BOEKDATUM " WS-BOEKDATUM.
078900 4000-EXIT.
079000     EXIT.
079100
079200*-----------------------------------------------------------
079300* 4100-LOAD-PARMS - HET HOGE BTW-TARIEF UIT PARMS.DAT VOOR DE
079400*                   SCHATTING VAN HET BTW-DEEL; GEEN BESTAND =
079500*                   DE STANDAARDWAARDE UIT PARMCFG.CPY
079600*-----------------------------------------------------------
079700 4100-LOAD-PARMS.
079800     OPEN INPUT PARM-FILE
079900     IF WS-PARM-STATUS NOT = "00"
080000         GO TO 4100-EXIT
080100     END-IF
080200     MOVE SPACES TO PARM-LINE
080300     READ PARM-FILE
080400         AT END
080500             MOVE SPACES TO PARM-LINE
080600     END-READ
080700     CLOSE PARM-FILE
080800     MOVE SPACES TO WS-PARM-F1-X WS-PARM-F2-X
080900     UNSTRING PARM-LINE DELIMITED BY ","
081000         INTO WS-PARM-F1-X WS-PARM-F2-X
081100     END-UNSTRING
081200     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PARM-F2-X)) = 0
081300         AND WS-PARM-F2-X NOT = SPACES
081400         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARM-F2-X))
081500             TO PARM-VAT-RATE-HIGH
081600     END-IF.
081700 4100-EXIT.
081800     EXIT.
081900
082000*-----------------------------------------------------------
082100* 4200-GET-BOEKDATUM - VANDAAG, TENZIJ GLREG.DAT AL EEN
082200*                      OVERDRACHT OP OF NA VANDAAG HEEFT: DAN
082300*                      DE DAG NA DE LAATSTE OVERDRACHT
082400*-----------------------------------------------------------
082500 4200-GET-BOEKDATUM.
082600     MOVE RUNHDR-RUN-DATE TO WS-BOEKDATUM
082700     MOVE ZERO TO WS-LAST-GL-DATE
082800     OPEN INPUT GL-REGISTER-FILE
082900     IF WS-GLREG-STATUS NOT = "00"
083000         GO TO 4200-EXIT
083100     END-IF
083200     SET GLREG-NOT-EOF TO TRUE
083300     PERFORM UNTIL GLREG-EOF
083400         READ GL-REGISTER-FILE
083500             AT END
083600                 SET GLREG-EOF TO TRUE
083700             NOT AT END
083800                 MOVE SPACES TO WS-REG-DATE-X
083900                 UNSTRING GL-REGISTER-LINE DELIMITED BY ","
084000                     INTO WS-REG-DATE-X
084100                 END-UNSTRING
084200                 IF FUNCTION TRIM(WS-REG-DATE-X) IS NUMERIC
084300                     AND FUNCTION NUMVAL(WS-REG-DATE-X)
084400                         > WS-LAST-GL-DATE
084500                     MOVE FUNCTION NUMVAL(WS-REG-DATE-X)
084600                         TO WS-LAST-GL-DATE
084700                 END-IF
084800         END-READ
084900     END-PERFORM
085000     CLOSE GL-REGISTER-FILE
085100     IF WS-LAST-GL-DATE NOT < RUNHDR-RUN-DATE
085200         COMPUTE WS-BOEKDATUM = FUNCTION DATE-OF-INTEGER(
085300             FUNCTION INTEGER-OF-DATE(WS-LAST-GL-DATE) + 1)
085400         DISPLAY "GLEXTR HEEFT " WS-LAST-GL-DATE
085500                 " AL OVERGEDRAGEN"
085600                 " - BOEKDATUM " WS-BOEKDATUM
085700     END-IF.
085800 4200-EXIT.
085900     EXIT.
086000
086100*-----------------------------------------------------------
086200* 4300-WRITE-OFF - DE O-REGEL MET HET BTW-DEEL NAAR
086300*                  AFBREG.DAT EN DE A-MUTATIE NAAR DEBMUT.DAT
086400*-----------------------------------------------------------
086500 4300-WRITE-OFF.
086600     PERFORM 4350-BTW-PART THRU 4350-EXIT
086700     MOVE WS-BOEKDATUM    TO AFB-DATUM
086800     MOVE RUNHDR-RUN-SEQ  TO AFB-RUN-SEQ
086900     SET AFB-ONINBAAR TO TRUE
087000     MOVE OPN-FACTUUR     TO AFB-FACTUUR
087100     MOVE OPN-KLANT       TO AFB-KLANT
087200     MOVE OPN-DATUM       TO AFB-FACTDATUM
087300     MOVE WS-AFB-REST     TO AFB-BEDRAG
087400     MOVE WS-AFB-BTW      TO AFB-BTW
087500     MOVE AT-REDEN (WS-AANV-HIT)    TO AFB-REDEN
087600     MOVE AT-OPERATOR (WS-AANV-HIT) TO AFB-OPERATOR
087700     MOVE RUNHDR-OPERATOR-ID        TO AFB-FIATTEUR
087800     OPEN EXTEND AFB-REGISTER-FILE
087900     IF WS-AFBREG-STATUS = "35"
088000         OPEN OUTPUT AFB-REGISTER-FILE
088100     END-IF
088200     WRITE AFB-REGISTER-LINE FROM AFB-DETAIL-LINE
088300     CLOSE AFB-REGISTER-FILE
088400     MOVE RUNHDR-RUN-DATE TO DMU-RUN-DATE
088500     MOVE RUNHDR-RUN-SEQ  TO DMU-RUN-SEQ
088600     SET DMU-AFBOEKING TO TRUE
088700     MOVE OPN-FACTUUR     TO DMU-INVOICE
088800     MOVE OPN-KLANT       TO DMU-KLANT
088900     MOVE WS-AFB-REST     TO DMU-BEDRAG
089000     MOVE WS-BOEKDATUM    TO DMU-DATUM
089100     OPEN EXTEND DEBMUT-FILE
089200     IF WS-DEBMUT-STATUS = "35"
089300         OPEN OUTPUT DEBMUT-FILE
089400     END-IF
089500     WRITE DEBMUT-LINE FROM DMU-DETAIL-LINE
089600     CLOSE DEBMUT-FILE.
089700 4300-EXIT.
089800     EXIT.
089900
090000*-----------------------------------------------------------
090100* 4350-BTW-PART - THE BTW IN WS-AFB-REST, PRO RATA FROM THE BTW
090200*                 OF THE FACTUUR. A POST FROM BEFORE OPN-BTW WAS
090300*                 KEPT GETS AN ESTIMATE AT THE HIGH TARIEF AND
090400*                 BTW-BEKEND N. AS DEBITEUR 4250-BTW-PART.
090500*-----------------------------------------------------------
090600 4350-BTW-PART.
090700     IF OPN-BTW-BEKEND = "J" AND OPN-BEDRAG NOT = ZERO
090800         COMPUTE WS-AFB-BTW ROUNDED =
090900             OPN-BTW * WS-AFB-REST / OPN-BEDRAG
091000         MOVE "J" TO AFB-BTW-BEKEND
091100     ELSE
091200         COMPUTE WS-AFB-BTW ROUNDED =
091300             WS-AFB-REST * PARM-VAT-RATE-HIGH
091400             / (100 + PARM-VAT-RATE-HIGH)
091500         MOVE "N" TO AFB-BTW-BEKEND
091600     END-IF.
091700 4350-EXIT.
091800     EXIT.
091900
092000*-----------------------------------------------------------
092100* 4400-WRITE-HISTORY - DE AFGEBOEKTE POST NAAR BETHIST.DAT ZOALS
092200*                      DEBITEUR 5000-CLOSE-ITEM HEM SLUIT: DE
092300*                      F-REGEL, DE B-REGELS EN DE A-REGEL OP DE
092400*                      BOEKDATUM, ALLE MET SOORT O
092500*-----------------------------------------------------------
092600 4400-WRITE-HISTORY.
092700     OPEN EXTEND PAID-HIST-FILE
092800     IF WS-BETHIST-STATUS = "35"
092900         OPEN OUTPUT PAID-HIST-FILE
093000     END-IF
093100     COMPUTE WS-FACT-DAYNUM =
093200         FUNCTION INTEGER-OF-DATE(OPN-DATUM)
093300     MOVE OPN-DATUM TO WS-SETTLE-DATUM
093400     PERFORM VARYING WS-BET-IDX FROM 1 BY 1
093500         UNTIL WS-BET-IDX > OPN-BET-AANTAL
093600         IF OPN-BET-DATUM (WS-BET-IDX) > WS-SETTLE-DATUM
093700             MOVE OPN-BET-DATUM (WS-BET-IDX) TO WS-SETTLE-DATUM
093800         END-IF
093900     END-PERFORM
094000     SET BTH-IS-FACTUUR TO TRUE
094100     MOVE OPN-FACTUUR     TO BTH-FACTUUR
094200     MOVE OPN-KLANT       TO BTH-KLANT
094300     MOVE OPN-KLANTNAAM   TO BTH-KLANTNAAM
094400     MOVE OPN-DATUM       TO BTH-FACTDATUM
094500     MOVE OPN-VERVALDATUM TO BTH-VERVALDATUM
094600     MOVE OPN-BEDRAG      TO BTH-BEDRAG
094700     MOVE WS-SETTLE-DATUM TO BTH-DATUM
094800     COMPUTE BTH-DAGEN =
094900         FUNCTION INTEGER-OF-DATE(WS-SETTLE-DATUM)
095000         - WS-FACT-DAYNUM
095100     MOVE OPN-BET-AANTAL  TO BTH-AANTAL
095200     MOVE RUNHDR-RUN-DATE TO BTH-RUN-DATE
095300     MOVE RUNHDR-RUN-SEQ  TO BTH-RUN-SEQ
095400     MOVE "O"             TO BTH-AFBOEKING
095500     WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
095600     SET BTH-IS-BETALING TO TRUE
095700     PERFORM VARYING WS-BET-IDX FROM 1 BY 1
095800         UNTIL WS-BET-IDX > OPN-BET-AANTAL
095900         MOVE OPN-BET-BEDRAG (WS-BET-IDX) TO BTH-BEDRAG
096000         MOVE OPN-BET-DATUM (WS-BET-IDX)  TO BTH-DATUM
096100         COMPUTE BTH-DAGEN =
096200             FUNCTION INTEGER-OF-DATE(OPN-BET-DATUM (WS-BET-IDX))
096300             - WS-FACT-DAYNUM
096400         MOVE WS-BET-IDX TO BTH-AANTAL
096500         WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
096600     END-PERFORM
096700     SET BTH-IS-AFBOEKING TO TRUE
096800     MOVE WS-AFB-REST     TO BTH-BEDRAG
096900     MOVE WS-BOEKDATUM    TO BTH-DATUM
097000     COMPUTE BTH-DAGEN =
097100         FUNCTION INTEGER-OF-DATE(WS-BOEKDATUM)
097200         - WS-FACT-DAYNUM
097300     MOVE ZERO TO BTH-AANTAL
097400     WRITE PAID-HIST-LINE FROM BTH-DETAIL-LINE
097500     CLOSE PAID-HIST-FILE.
097600 4400-EXIT.
097700     EXIT.
097800
097900*-----------------------------------------------------------
098000* 5000-REJECT - DE AANVRAAG WEIGEREN (NIVEAU 2) OF INTREKKEN
098100*               (DE AANVRAGER); DE POST BLIJFT OPEN
098200*-----------------------------------------------------------
098300 5000-REJECT.
098400     PERFORM 1200-FIND-AANVRAAG THRU 1200-EXIT
098500     IF WS-AANV-HIT = 0
098600         DISPLAY "ERROR: GEEN OPEN AANVRAAG VOOR FACTUUR "
098700                 FUNCTION TRIM(WS-FACTUUR) " - NIETS GEWEIGERD"
098800         MOVE 8 TO RETURN-CODE
098900         GO TO 5000-EXIT
099000     END-IF
099100     IF AT-OPERATOR (WS-AANV-HIT) NOT = RUNHDR-OPERATOR-ID
099200         PERFORM 1300-LOAD-AUTHORITY THRU 1300-EXIT
099300         PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
099400         IF AUTHORITY-NOT-OK
099500             DISPLAY "GEEN NIVEAU-2 AUTORISATIE VOOR "
099600                     FUNCTION TRIM(RUNHDR-OPERATOR-ID)
099700                     " - NIETS GEWEIGERD."
099800             MOVE 8 TO RETURN-CODE
099900             GO TO 5000-EXIT
100000         END-IF
100100     END-IF
100200     PERFORM 1500-GET-REASON THRU 1500-EXIT
100300     IF WS-REDEN-X = SPACES
100400         MOVE "GEWEIGERD" TO WS-REDEN-X
100500     END-IF
100600     SET AAN-GEWEIGERD TO TRUE
100700     MOVE AT-KLANT (WS-AANV-HIT) TO AAN-KLANT
100800     MOVE AT-BEDRAG (WS-AANV-HIT) TO AAN-BEDRAG
100900     PERFORM 7000-WRITE-AANVRAAG THRU 7000-EXIT
101000     DISPLAY "AFBOEK COMPLETE - AANVRAAG VOOR FACTUUR "
101100             FUNCTION TRIM(WS-FACTUUR) " GEWEIGERD ("
101200             FUNCTION TRIM(WS-REDEN-X) ")".
101300 5000-EXIT.
101400     EXIT.
101500
101600*-----------------------------------------------------------
101700* 7000-WRITE-AANVRAAG - EEN REGEL ERBIJ IN AFBAANV.DAT; SOORT,
101800*                       KLANT EN BEDRAG STAAN AL KLAAR
101900*-----------------------------------------------------------
102000 7000-WRITE-AANVRAAG.
102100     ACCEPT WS-TIME-NOW FROM TIME
102200     MOVE WS-FACTUUR TO AAN-FACTUUR
102300     MOVE WS-REDEN-X TO AAN-REDEN
102400     MOVE RUNHDR-OPERATOR-ID TO AAN-OPERATOR
102500     MOVE RUNHDR-RUN-DATE TO AAN-DATUM
102600     MOVE WS-TIME-NOW (1:6) TO AAN-TIJD
102700     OPEN EXTEND AFB-AANVRAAG-FILE
102800     IF WS-AANV-STATUS = "35"
102900         OPEN OUTPUT AFB-AANVRAAG-FILE
103000     END-IF
103100     WRITE AFB-AANVRAAG-LINE FROM AAN-DETAIL-LINE
103200     CLOSE AFB-AANVRAAG-FILE.
103300 7000-EXIT.
103400     EXIT.
103500
103600*-----------------------------------------------------------
103700* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
103800*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
103900*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
104000*-----------------------------------------------------------
104100 9000-WRITE-RUN-JOURNAL.
104200     ACCEPT WS-END-TIME-RAW FROM TIME
104300     OPEN EXTEND RUN-JOURNAL-FILE
104400     IF WS-JRNL-STATUS = "35"
104500         OPEN OUTPUT RUN-JOURNAL-FILE
104600     END-IF
104700     MOVE "AFBOEK" TO JRNL-PROGRAM
104800     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
104900     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
105000     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
105100     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
105200     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
105300     MOVE RETURN-CODE TO JRNL-RC
105400     MOVE WS-AFB-COUNT TO JRNL-COUNT-1
105500     MOVE WS-AANV-REGELS TO JRNL-COUNT-2
105600     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
105700     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
105800     CLOSE RUN-JOURNAL-FILE.
105900 9000-EXIT.
106000     EXIT.
