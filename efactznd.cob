000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EFACTZND.
000300 AUTHOR. BERTJAN.
000400 INSTALLATION. DATA PROCESSING.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*-----------------------------------------------------------
001000* DATE       INIT  DESCRIPTION
001100* ---------- ----  -----------------------------------------
001200* 2026-10-15  BJS  ORIGINAL PROGRAM - E-FACTUUR OPNIEUW
001300*                  AANBIEDEN. OPERATOR RUN VOOR EEN FACTUURNR
001400*                  (EFACTNR, ANDERS EEN PROMPT) WAARVAN DE
001500*                  E-FACTUUR ONTBRAK OF IS AFGEWEZEN. HET NUMMER
001600*                  MOET IN EFACTREG.DAT STAAN EN ZIJN UBL-BESTAND
001700*                  MOET NOG BESTAAN EN DAT NUMMER DRAGEN; DAN
001800*                  KOMT ER EEN REGEL BIJ IN EFACTREG.DAT MET
001900*                  HETZELFDE BESTAND, POGING + 1 EN DE REDEN
002000*                  (EFACTREDEN, ANDERS EEN PROMPT). ER WORDT
002100*                  NOOIT EEN NIEUW FACTUURNUMMER GETROKKEN - EEN
002200*                  NIEUWE E-FACTUUR KOMT ALLEEN UIT FACTPRT.
002300*                  LEEG NUMMER = HET REGISTER TONEN. RC 8 ALS
002400*                  HET NUMMER, HET REGISTER OF HET DOCUMENT
002500*                  ONTBREEKT, ALS HET DOCUMENT NIET BIJ HET
002600*                  NUMMER HOORT OF TIJDENS DE NIGHTLY CHAIN.
002700*-----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EFACT-REG-FILE ASSIGN TO "EFACTREG.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-EFREG-STATUS.
003500
003600     SELECT UBL-FILE ASSIGN TO DYNAMIC WS-UBL-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-UBL-STATUS.
003900
004000     SELECT SYS-LOCK-FILE ASSIGN TO "SYSLOCK.DAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SYSLOCK-STATUS.
004300
004400     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MNTLOCK-STATUS.
004700
004800     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-JRNL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  EFACT-REG-FILE.
005500 01  EFACT-REG-LINE           PIC X(132).
005600
005700 FD  UBL-FILE.
005800 01  UBL-LINE                 PIC X(256).
005900
006000 FD  SYS-LOCK-FILE.
006100 01  SYS-LOCK-LINE            PIC X(80).
006200
006300 FD  MNT-LOCK-FILE.
006400 01  MNT-LOCK-LINE            PIC X(80).
006500
006600 FD  RUN-JOURNAL-FILE.
006700 01  RUN-JOURNAL-LINE         PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000*-----------------------------------------------------------
007100* SHARED RUN HEADER - OPERATOR ID, RUN DATE, RUN SEQUENCE
007200*-----------------------------------------------------------
007300     COPY "RUNHDR.CPY".
007400
007500*-----------------------------------------------------------
007600* RUN JOURNAL - ONE END-OF-JOB LINE PER RUN, SEE RUNJRNL.CPY
007700*-----------------------------------------------------------
007800     COPY "RUNJRNL.CPY".
007900 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
008000 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
008100 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
008200 01  WS-ADMIN-ENV-X           PIC X(06).
008300
008400*-----------------------------------------------------------
008500* UITGAAND REGISTER VAN E-FACTUREN, SEE EFACTREG.CPY
008600*-----------------------------------------------------------
008700     COPY "EFACTREG.CPY".
008800
008900*-----------------------------------------------------------
009000* FILE STATUS AND SWITCHES
009100*-----------------------------------------------------------
009200 01  WS-EFREG-STATUS          PIC X(02) VALUE "00".
009300 01  WS-UBL-STATUS            PIC X(02) VALUE "00".
009400 01  WS-UBL-NAME              PIC X(40) VALUE SPACES.
009500 01  WS-REG-EOF               PIC X VALUE "N".
009600     88 REG-EOF               VALUE "Y".
009700     88 REG-NOT-EOF           VALUE "N".
009800 01  WS-UBL-EOF               PIC X VALUE "N".
009900     88 UBL-EOF               VALUE "Y".
010000     88 UBL-NOT-EOF           VALUE "N".
010100 01  WS-FOUND-SW              PIC X VALUE "N".
010200     88 ENTRY-FOUND           VALUE "Y".
010300     88 ENTRY-NOT-FOUND       VALUE "N".
010400 01  WS-ID-SW                 PIC X VALUE "N".
010500     88 ID-SEEN               VALUE "Y".
010600     88 ID-NOT-SEEN           VALUE "N".
010700 01  WS-ID-OK-SW              PIC X VALUE "N".
010800     88 ID-MATCHES            VALUE "Y".
010900     88 ID-DIFFERS            VALUE "N".
011000
011100*-----------------------------------------------------------
011200* HET FACTUURNUMMER EN DE REDEN
011300*-----------------------------------------------------------
011400 01  WS-NR-X                  PIC X(10).
011500 01  WS-FACTNR                PIC 9(08) VALUE ZERO.
011600 01  WS-REDEN-X               PIC X(30).
011700 01  WS-TIME-NOW              PIC 9(08) VALUE ZERO.
011800
011900*-----------------------------------------------------------
012000* REGISTERREGEL ONTLEDEN; DE LAATSTE REGEL VAN HET NUMMER
012100*-----------------------------------------------------------
012200 01  WS-F1-X                  PIC X(20).
012300 01  WS-F2-X                  PIC X(20).
012400 01  WS-F3-X                  PIC X(20).
012500 01  WS-F4-X                  PIC X(20).
012600 01  WS-F5-X                  PIC X(20).
012700 01  WS-F6-X                  PIC X(20).
012800 01  WS-F7-X                  PIC X(20).
012900 01  WS-F8-X                  PIC X(20).
013000 01  WS-F9-X                  PIC X(20).
013100 01  WS-F10-X                 PIC X(20).
013200 01  WS-F11-X                 PIC X(20).
013300 01  WS-LST-KLANT             PIC X(10) VALUE SPACES.
013400 01  WS-LST-SOORT             PIC X(03) VALUE SPACES.
013500 01  WS-LST-BEDRAG-X          PIC X(20) VALUE SPACES.
013600 01  WS-LST-BESTAND           PIC X(16) VALUE SPACES.
013700 01  WS-LST-POGING            PIC 9(02) VALUE ZERO.
013800 01  WS-POGING                PIC 9(02) VALUE ZERO.
013900
014000*-----------------------------------------------------------
014100* HET DOCUMENT NALEZEN - DE EERSTE CBC:ID IS HET FACTUURNR
014200*-----------------------------------------------------------
014300 01  WS-ID-VERWACHT           PIC X(40) VALUE SPACES.
014400 01  WS-NR-EDIT               PIC 9(08).
014500 77  WS-UBL-REGELS            PIC 9(07) COMP VALUE ZERO.
014600
014700*-----------------------------------------------------------
014800* BATCH LOCK AND MAINTENANCE MARKER (SYSLOCK.DAT/MNTLOCK.DAT)
014900*-----------------------------------------------------------
015000 01  WS-SYSLOCK-STATUS        PIC X(02) VALUE "00".
015100 01  WS-MNTLOCK-STATUS        PIC X(02) VALUE "00".
015200 01  WS-LOCK-TIJD             PIC 9(08) VALUE ZERO.
015300 01  WS-LOCK-SW               PIC X VALUE "N".
015400     88 MNT-LOCK-HELD         VALUE "Y".
015500     88 MNT-LOCK-NOT-HELD     VALUE "N".
015600 01  MNT-LOCK-DETAIL.
015700     05  MNT-PROGRAM          PIC X(08) VALUE "EFACTZND".
015800     05  FILLER               PIC X(01) VALUE ",".
015900     05  MNT-OPERATOR         PIC X(08).
016000     05  FILLER               PIC X(01) VALUE ",".
016100     05  MNT-DATUM            PIC 9(08).
016200     05  FILLER               PIC X(01) VALUE ",".
016300     05  MNT-TIJD             PIC 9(06).
016400
016500*-----------------------------------------------------------
016600* RUN COUNTERS
016700*-----------------------------------------------------------
016800 77  WS-REG-COUNT             PIC 9(07) COMP VALUE ZERO.
016900 77  WS-NR-COUNT              PIC 9(05) COMP VALUE ZERO.
017000 77  WS-SENT-COUNT            PIC 9(05) COMP VALUE ZERO.
017100 01  WS-CNT-EDIT              PIC ZZZ,ZZ9.
017200
017300 PROCEDURE DIVISION.
017400
017500 0000-MAINLINE.
017600     ACCEPT WS-START-TIME-RAW FROM TIME
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017800     IF WS-NR-X = SPACES
017900         PERFORM 2000-LIST-REGISTER THRU 2000-EXIT
018000     ELSE
018100         PERFORM 0100-CHECK-BATCH-LOCK THRU 0100-EXIT
018200         PERFORM 3000-RESEND THRU 3000-EXIT
018300     END-IF
018400     PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
018500     IF MNT-LOCK-HELD
018600         PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
018700     END-IF
018800     STOP RUN.
018900
019000*-----------------------------------------------------------
019100* 0100-CHECK-BATCH-LOCK - NIET AANBIEDEN TERWIJL DE NIGHTLY
019200*                         CHAIN SYSLOCK.DAT HOUDT (FACTPRT
019300*                         SCHRIJFT DAN IN HETZELFDE REGISTER);
019400*                         ZELF DE ONDERHOUDSMARKERING HOUDEN.
019500*-----------------------------------------------------------
019600 0100-CHECK-BATCH-LOCK.
019700     OPEN INPUT SYS-LOCK-FILE
019800     IF WS-SYSLOCK-STATUS = "00"
019900         MOVE SPACES TO SYS-LOCK-LINE
020000         READ SYS-LOCK-FILE
020100             AT END
020200                 MOVE SPACES TO SYS-LOCK-LINE
020300         END-READ
020400         CLOSE SYS-LOCK-FILE
020500         IF SYS-LOCK-LINE NOT = SPACES
020600             DISPLAY "NIGHTLY CHAIN ACTIEF (SYSLOCK.DAT: "
020700                     FUNCTION TRIM(SYS-LOCK-LINE)
020800                     ") - OPNIEUW AANBIEDEN GEWEIGERD."
020900             DISPLAY "EEN ACHTERGEBLEVEN SLOT BREEKT EEN "
021000                     "NIVEAU-2 OPERATOR MET LOCKBRK."
021100             MOVE 8 TO RETURN-CODE
021200             PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
021300             STOP RUN
021400         END-IF
021500     END-IF
021600     ACCEPT WS-LOCK-TIJD FROM TIME
021700     MOVE RUNHDR-OPERATOR-ID TO MNT-OPERATOR
021800     MOVE RUNHDR-RUN-DATE TO MNT-DATUM
021900     MOVE WS-LOCK-TIJD (1:6) TO MNT-TIJD
022000     OPEN OUTPUT MNT-LOCK-FILE
022100     WRITE MNT-LOCK-LINE FROM MNT-LOCK-DETAIL
022200     CLOSE MNT-LOCK-FILE
022300     SET MNT-LOCK-HELD TO TRUE.
022400 0100-EXIT.
022500     EXIT.
022600
022700*-----------------------------------------------------------
022800* 9800-RELEASE-MNT-LOCK - TRUNCATE MNTLOCK.DAT; AN EMPTY
022900*                         MARKER IS A RELEASED MARKER.
023000*-----------------------------------------------------------
023100 9800-RELEASE-MNT-LOCK.
023200     OPEN OUTPUT MNT-LOCK-FILE
023300     CLOSE MNT-LOCK-FILE
023400     SET MNT-LOCK-NOT-HELD TO TRUE.
023500 9800-EXIT.
023600     EXIT.
023700
023800*-----------------------------------------------------------
023900* 1000-INITIALIZE - RUNHEADER EN HET FACTUURNUMMER
024000*-----------------------------------------------------------
024100 1000-INITIALIZE.
024200     PERFORM 1050-GET-RUN-HEADER THRU 1050-EXIT
024300     DISPLAY "EFACTNR" UPON ENVIRONMENT-NAME
024400     ACCEPT WS-NR-X FROM ENVIRONMENT-VALUE
024500     IF WS-NR-X = SPACES
024600         DISPLAY "FACTUURNUMMER (LEEG = REGISTER TONEN): "
024700         ACCEPT WS-NR-X
024800     END-IF
024900     IF WS-NR-X = SPACES
025000         GO TO 1000-EXIT
025100     END-IF
025200     IF FUNCTION TRIM(WS-NR-X) IS NOT NUMERIC
025300         OR FUNCTION NUMVAL(WS-NR-X) < 1
025400         OR FUNCTION NUMVAL(WS-NR-X) > 99999999
025500         DISPLAY "ERROR: ONGELDIG FACTUURNUMMER '"
025600                 FUNCTION TRIM(WS-NR-X) "' - NIETS AANGEBODEN"
025700         MOVE 8 TO RETURN-CODE
025800         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
025900         STOP RUN
026000     END-IF
026100     MOVE FUNCTION NUMVAL(WS-NR-X) TO WS-FACTNR.
026200 1000-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------
026600* 1050-GET-RUN-HEADER - OPERATOR, DATE AND ADMINISTRATIE. EEN
026700*                       OPERATORRUN TREKT GEEN VOLGNUMMER.
026800*-----------------------------------------------------------
026900 1050-GET-RUN-HEADER.
027000     MOVE ZERO TO RUNHDR-RUN-SEQ
027100     DISPLAY "OPERATOR" UPON ENVIRONMENT-NAME
027200     ACCEPT RUNHDR-OPERATOR-ID FROM ENVIRONMENT-VALUE
027300     IF RUNHDR-OPERATOR-ID = SPACES
027400         MOVE "BATCH" TO RUNHDR-OPERATOR-ID
027500     END-IF
027600     MOVE FUNCTION UPPER-CASE(RUNHDR-OPERATOR-ID)
027700         TO RUNHDR-OPERATOR-ID
027800     ACCEPT RUNHDR-RUN-DATE FROM DATE YYYYMMDD
027900     DISPLAY "ADMIN" UPON ENVIRONMENT-NAME
028000     ACCEPT WS-ADMIN-ENV-X FROM ENVIRONMENT-VALUE
028100     IF WS-ADMIN-ENV-X NOT = SPACES
028200         MOVE FUNCTION UPPER-CASE(FUNCTION
028300             TRIM(WS-ADMIN-ENV-X)) TO RUNHDR-ADMIN
028400     END-IF
028500     DISPLAY "RUN HEADER - OPERATOR: " RUNHDR-OPERATOR-ID
028600             " DATE: " RUNHDR-RUN-DATE
028700             " SEQ: " RUNHDR-RUN-SEQ.
028800 1050-EXIT.
028900     EXIT.
029000
029100*-----------------------------------------------------------
029200* 2000-LIST-REGISTER - HET UITGAANDE REGISTER OP HET SCHERM
029300*-----------------------------------------------------------
029400 2000-LIST-REGISTER.
029500     OPEN INPUT EFACT-REG-FILE
029600     IF WS-EFREG-STATUS NOT = "00"
029700         DISPLAY "EFACTZND: GEEN EFACTREG.DAT - NOG GEEN "
029800                 "E-FACTUREN AANGEBODEN"
029900         GO TO 2000-EXIT
030000     END-IF
030100     DISPLAY "FACTUUR  KLANT      SRT        BEDRAG BESTAND"
030200             "          DATUM    TIJD   RUNNR  OPERATOR PG REDEN"
030300     SET REG-NOT-EOF TO TRUE
030400     PERFORM UNTIL REG-EOF
030500         READ EFACT-REG-FILE
030600             AT END
030700                 SET REG-EOF TO TRUE
030800             NOT AT END
030900                 IF EFACT-REG-LINE NOT = SPACES
031000                     ADD 1 TO WS-REG-COUNT
031100                     DISPLAY FUNCTION TRIM(EFACT-REG-LINE)
031200                 END-IF
031300         END-READ
031400     END-PERFORM
031500     CLOSE EFACT-REG-FILE
031600     MOVE WS-REG-COUNT TO WS-CNT-EDIT
031700     DISPLAY "EFACTZND COMPLETE - " FUNCTION TRIM(WS-CNT-EDIT)
031800             " REGEL(S) IN EFACTREG.DAT".
031900 2000-EXIT.
032000     EXIT.
032100
032200*-----------------------------------------------------------
032300* 3000-RESEND - NUMMER IN HET REGISTER ZOEKEN, HET DOCUMENT
032400*               NALEZEN EN DE NIEUWE POGING REGISTREREN
032500*-----------------------------------------------------------
032600 3000-RESEND.
032700     PERFORM 3100-FIND-IN-REGISTER THRU 3100-EXIT
032800     IF RETURN-CODE = 8
032900         GO TO 3000-EXIT
033000     END-IF
033100     IF ENTRY-NOT-FOUND
033200         DISPLAY "ERROR: FACTUUR " WS-FACTNR " HEEFT GEEN "
033300                 "E-FACTUUR IN EFACTREG.DAT - NIETS AANGEBODEN"
033400         DISPLAY "EEN NIEUWE E-FACTUUR KOMT ALLEEN UIT FACTPRT."
033500         MOVE 8 TO RETURN-CODE
033600         GO TO 3000-EXIT
033700     END-IF
033800     IF WS-LST-POGING NOT < 99
033900         DISPLAY "ERROR: FACTUUR " WS-FACTNR " IS AL "
034000                 WS-LST-POGING " KEER AANGEBODEN - NIETS GEDAAN"
034100         MOVE 8 TO RETURN-CODE
034200         GO TO 3000-EXIT
034300     END-IF
034400     PERFORM 3200-CHECK-DOCUMENT THRU 3200-EXIT
034500     IF RETURN-CODE = 8
034600         GO TO 3000-EXIT
034700     END-IF
034800     PERFORM 3300-GET-REASON THRU 3300-EXIT
034900     PERFORM 3400-REGISTER-RESEND THRU 3400-EXIT.
035000 3000-EXIT.
035100     EXIT.
035200
035300*-----------------------------------------------------------
035400* 3100-FIND-IN-REGISTER - DE LAATSTE REGEL VAN HET NUMMER EN
035500*                         DE HOOGSTE POGING
035600*-----------------------------------------------------------
035700 3100-FIND-IN-REGISTER.
035800     SET ENTRY-NOT-FOUND TO TRUE
035900     MOVE ZERO TO WS-LST-POGING
036000     OPEN INPUT EFACT-REG-FILE
036100     IF WS-EFREG-STATUS NOT = "00"
036200         DISPLAY "ERROR: GEEN EFACTREG.DAT - NIETS AANGEBODEN"
036300         MOVE 8 TO RETURN-CODE
036400         GO TO 3100-EXIT
036500     END-IF
036600     SET REG-NOT-EOF TO TRUE
036700     PERFORM UNTIL REG-EOF
036800         READ EFACT-REG-FILE
036900             AT END
037000                 SET REG-EOF TO TRUE
037100             NOT AT END
037200                 PERFORM 3150-ONE-REG-LINE THRU 3150-EXIT
037300         END-READ
037400     END-PERFORM
037500     CLOSE EFACT-REG-FILE.
037600 3100-EXIT.
037700     EXIT.
037800
037900 3150-ONE-REG-LINE.
038000     IF EFACT-REG-LINE = SPACES
038100         GO TO 3150-EXIT
038200     END-IF
038300     ADD 1 TO WS-REG-COUNT
038400     MOVE SPACES TO WS-F1-X WS-F2-X WS-F3-X WS-F4-X WS-F5-X
038500                    WS-F6-X WS-F7-X WS-F8-X WS-F9-X WS-F10-X
038600                    WS-F11-X
038700     UNSTRING EFACT-REG-LINE DELIMITED BY ","
038800         INTO WS-F1-X WS-F2-X WS-F3-X WS-F4-X WS-F5-X
038900              WS-F6-X WS-F7-X WS-F8-X WS-F9-X WS-F10-X
039000              WS-F11-X
039100     END-UNSTRING
039200     IF FUNCTION TRIM(WS-F1-X) IS NOT NUMERIC
039300         GO TO 3150-EXIT
039400     END-IF
039500     IF FUNCTION NUMVAL(WS-F1-X) NOT = WS-FACTNR
039600         GO TO 3150-EXIT
039700     END-IF
039800     SET ENTRY-FOUND TO TRUE
039900     ADD 1 TO WS-NR-COUNT
040000     MOVE FUNCTION TRIM(WS-F2-X) TO WS-LST-KLANT
040100     MOVE FUNCTION TRIM(WS-F3-X) TO WS-LST-SOORT
040200     MOVE FUNCTION TRIM(WS-F4-X) TO WS-LST-BEDRAG-X
040300     MOVE FUNCTION TRIM(WS-F5-X) TO WS-LST-BESTAND
040400     IF FUNCTION TRIM(WS-F10-X) IS NUMERIC
040500         MOVE FUNCTION NUMVAL(WS-F10-X) TO WS-POGING
040600         IF WS-POGING > WS-LST-POGING
040700             MOVE WS-POGING TO WS-LST-POGING
040800         END-IF
040900     END-IF.
041000 3150-EXIT.
041100     EXIT.
041200
041300*-----------------------------------------------------------
041400* 3200-CHECK-DOCUMENT - HET UBL-BESTAND MOET BESTAAN EN ZIJN
041500*                       EERSTE CBC:ID MOET HET NUMMER ZIJN
041600*-----------------------------------------------------------
041700 3200-CHECK-DOCUMENT.
041800     MOVE WS-LST-BESTAND TO WS-UBL-NAME
041900     OPEN INPUT UBL-FILE
042000     IF WS-UBL-STATUS NOT = "00"
042100         DISPLAY "ERROR: DOCUMENT " FUNCTION TRIM(WS-UBL-NAME)
042200                 " VAN FACTUUR " WS-FACTNR " ONTBREEKT - "
042300                 "NIETS AANGEBODEN"
042400         DISPLAY "ZET HET DOCUMENT TERUG UIT DE BACKUP EN "
042500                 "BIED HET DAARNA OPNIEUW AAN."
042600         MOVE 8 TO RETURN-CODE
042700         GO TO 3200-EXIT
042800     END-IF
042900     MOVE WS-FACTNR TO WS-NR-EDIT
043000     MOVE SPACES TO WS-ID-VERWACHT
043100     STRING "<cbc:ID>" WS-NR-EDIT "</cbc:ID>" DELIMITED BY SIZE
043200         INTO WS-ID-VERWACHT
043300     END-STRING
043400     SET ID-NOT-SEEN TO TRUE
043500     SET ID-DIFFERS TO TRUE
043600     MOVE ZERO TO WS-UBL-REGELS
043700     SET UBL-NOT-EOF TO TRUE
043800     PERFORM UNTIL UBL-EOF
043900         READ UBL-FILE
044000             AT END
044100                 SET UBL-EOF TO TRUE
044200             NOT AT END
044300                 ADD 1 TO WS-UBL-REGELS
044400                 IF ID-NOT-SEEN
044500                     AND UBL-LINE (1:10) = "  <cbc:ID>"
044600                     SET ID-SEEN TO TRUE
044700                     IF FUNCTION TRIM(UBL-LINE) = WS-ID-VERWACHT
044800                         SET ID-MATCHES TO TRUE
044900                     END-IF
045000                 END-IF
045100         END-READ
045200     END-PERFORM
045300     CLOSE UBL-FILE
045400     IF ID-DIFFERS
045500         DISPLAY "ERROR: DOCUMENT " FUNCTION TRIM(WS-UBL-NAME)
045600                 " DRAAGT NIET FACTUURNUMMER " WS-FACTNR
045700                 " - NIETS AANGEBODEN"
045800         MOVE 8 TO RETURN-CODE
045900     END-IF.
046000 3200-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------
046400* 3300-GET-REASON - EFACTREDEN UIT DE OMGEVING, ANDERS EEN
046500*                   PROMPT; LEEG = OPNIEUW
046600*-----------------------------------------------------------
046700 3300-GET-REASON.
046800     DISPLAY "EFACTREDEN" UPON ENVIRONMENT-NAME
046900     ACCEPT WS-REDEN-X FROM ENVIRONMENT-VALUE
047000     IF WS-REDEN-X = SPACES
047100         DISPLAY "REDEN (BV. ONTBREEKT, AFGEWEZEN): "
047200         ACCEPT WS-REDEN-X
047300     END-IF
047400     INSPECT WS-REDEN-X REPLACING ALL "," BY " "
047500     IF WS-REDEN-X = SPACES
047600         MOVE "OPNIEUW" TO WS-REDEN-X
047700     END-IF
047800     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REDEN-X))
047900         TO WS-REDEN-X.
048000 3300-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------
048400* 3400-REGISTER-RESEND - DE NIEUWE POGING IN EFACTREG.DAT,
048500*                        MET HETZELFDE NUMMER EN BESTAND
048600*-----------------------------------------------------------
048700 3400-REGISTER-RESEND.
048800     ACCEPT WS-TIME-NOW FROM TIME
048900     MOVE WS-FACTNR TO EFR-FACTNR
049000     MOVE WS-LST-KLANT TO EFR-KLANT
049100     MOVE WS-LST-SOORT TO EFR-SOORT
049200     IF FUNCTION TEST-NUMVAL(WS-LST-BEDRAG-X) = 0
049300         MOVE FUNCTION NUMVAL(WS-LST-BEDRAG-X) TO EFR-BEDRAG
049400     ELSE
049500         MOVE ZERO TO EFR-BEDRAG
049600     END-IF
049700     MOVE WS-LST-BESTAND TO EFR-BESTAND
049800     MOVE RUNHDR-RUN-DATE TO EFR-DATUM
049900     MOVE WS-TIME-NOW (1:6) TO EFR-TIJD
050000     MOVE RUNHDR-RUN-SEQ TO EFR-RUN-SEQ
050100     MOVE RUNHDR-OPERATOR-ID TO EFR-OPERATOR
050200     ADD 1 TO WS-LST-POGING GIVING EFR-POGING
050300     MOVE WS-REDEN-X TO EFR-REDEN
050400     OPEN EXTEND EFACT-REG-FILE
050500     WRITE EFACT-REG-LINE FROM EFR-DETAIL-LINE
050600     CLOSE EFACT-REG-FILE
050700     ADD 1 TO WS-SENT-COUNT
050800     DISPLAY "EFACTZND COMPLETE - E-FACTUUR " WS-FACTNR
050900             " OPNIEUW AANGEBODEN, POGING " EFR-POGING
051000             ", " FUNCTION TRIM(WS-UBL-NAME) " ("
051100             FUNCTION TRIM(EFR-REDEN) ")".
051200 3400-EXIT.
051300     EXIT.
051400
051500*-----------------------------------------------------------
051600* 9000-WRITE-RUN-JOURNAL - APPEND THIS RUN'S JOURNAL RECORD
051700*                          (PROGRAM, OPERATOR, TIMES, RC, KEY
051800*                          COUNTS) TO RUNJRNL.DAT FOR OPSUMMRY.
051900*-----------------------------------------------------------
052000 9000-WRITE-RUN-JOURNAL.
052100     ACCEPT WS-END-TIME-RAW FROM TIME
052200     OPEN EXTEND RUN-JOURNAL-FILE
052300     IF WS-JRNL-STATUS = "35"
052400         OPEN OUTPUT RUN-JOURNAL-FILE
052500     END-IF
052600     MOVE "EFACTZND" TO JRNL-PROGRAM
052700     MOVE RUNHDR-OPERATOR-ID TO JRNL-OPERATOR
052800     MOVE RUNHDR-RUN-DATE TO JRNL-RUN-DATE
052900     MOVE RUNHDR-RUN-SEQ TO JRNL-RUN-SEQ
053000     MOVE WS-START-TIME-RAW (1:6) TO JRNL-START-TIME
053100     MOVE WS-END-TIME-RAW (1:6) TO JRNL-END-TIME
053200     MOVE RETURN-CODE TO JRNL-RC
053300     MOVE WS-SENT-COUNT TO JRNL-COUNT-1
053400     MOVE WS-REG-COUNT TO JRNL-COUNT-2
053500     MOVE RUNHDR-ADMIN TO JRNL-ADMIN
053600     WRITE RUN-JOURNAL-LINE FROM JRNL-DETAIL-LINE
053700     CLOSE RUN-JOURNAL-FILE.
053800 9000-EXIT.
053900     EXIT.
