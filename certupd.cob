002800*                  DAGEN VERLOOPT OF AL VERLOPEN IS, ZODAT
002900*                  INSTRUCTEURS UIT HET SYSTEEM PLANNEN IN
003000*                  PLAATS VAN VAN EEN WANDKAART.
003001* 2026-10-15  BJS  ELKE OPVOER EN WIJZIGING WORDT MET DATUM,
003002*                  TIJD, OPERATOR EN HET VOLLEDIGE RECORD
003003*                  (AFTER-IMAGE) AANGEVULD IN CERTAUD.DAT
003004*                  (MNTAUD.CPY), ZODAT MSTRELD EEN TERUGGEZETTE
003005*                  BACKUP KAN BIJWERKEN TOT EEN TIJDSTIP.
00300A* 2026-10-15  BJS  ADVENTURE SCHRIJFT NU SCENARIONAAM (KOLOM 67),
00300B*                  VERSIE (KOLOM 89), VRIJGEGEVEN J/N (KOLOM 97)
00300C*                  EN SOORT T/S (KOLOM 99) OP DE RESULTAATREGEL.
00300D*                  GESCRIPTE SESSIES (S) TELLEN NIET MEE. EEN PASS
00300E*                  OP EEN NIET VRIJGEGEVEN SCENARIOVERSIE GEEFT
00300F*                  GEEN CERTIFICERING MAAR EEN UITZONDERING OP
00300G*                  CERTDUE.DAT (RC 4). CERTREG.IDX LEGT NU VAST OP
00300H*                  WELK SCENARIO EN WELKE VERSIE DE CERTIFICERING
00300I*                  IS BEHAALD (CERT-SCENARIO, CERT-VERSIE). OUDE
00300J*                  REGELS ZONDER VERSIE CERTIFICEREN ALS VOORHEEN.
003100*-----------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
005900     SELECT RUN-JOURNAL-FILE ASSIGN TO "RUNJRNL.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-JRNL-STATUS.
006101
006102     SELECT MNT-AUDIT-FILE ASSIGN TO "CERTAUD.DAT"
006103         ORGANIZATION IS LINE SEQUENTIAL
006104         FILE STATUS IS WS-MNTAUD-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
008000     05  CERT-BEHAALD         PIC 9(08).
008100     05  CERT-VERVALT         PIC 9(08).
008200     05  CERT-SESSIES         PIC 9(05).
00820A     05  CERT-SCENARIO        PIC X(20).
00820B     05  CERT-VERSIE          PIC 9(06).
008300
008400 FD  CERT-DUE-FILE.
008500 01  CERT-DUE-LINE            PIC X(132).
008900
009000 FD  RUN-JOURNAL-FILE.
009100 01  RUN-JOURNAL-LINE         PIC X(80).
009101
009102 FD  MNT-AUDIT-FILE.
009103 01  MNT-AUDIT-LINE           PIC X(250).
009200
009300 WORKING-STORAGE SECTION.
009400*-----------------------------------------------------------
010300 01  WS-JRNL-STATUS           PIC X(02) VALUE "00".
010400 01  WS-START-TIME-RAW        PIC 9(08) VALUE ZERO.
010500 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
010501
010502*-----------------------------------------------------------
010503* ONDERHOUDSAUDIT (AFTER-IMAGE) - SEE 8500
010504*-----------------------------------------------------------
010505 01  WS-MNTAUD-STATUS         PIC X(02) VALUE "00".
010506 01  WS-AUD-TIJD              PIC 9(08) VALUE ZERO.
010507     COPY "MNTAUD.CPY".
010600
010700 01  WS-RUNSEQ-STATUS         PIC X(02) VALUE "00".
010800 01  WS-RUNSEQ-ENV-X          PIC X(10).
013400 77  WS-PASS-COUNT            PIC 9(05) COMP VALUE ZERO.
013500 77  WS-UNKNOWN-COUNT         PIC 9(05) COMP VALUE ZERO.
013600 77  WS-DUE-COUNT             PIC 9(05) COMP VALUE ZERO.
013610 77  WS-NIETVRIJ-COUNT        PIC 9(05) COMP VALUE ZERO.
013620 77  WS-SCRIPT-COUNT          PIC 9(05) COMP VALUE ZERO.
013700
013800 01  WS-CERTDAGEN-X           PIC X(06).
013900 77  WS-CERT-DAGEN            PIC 9(03) VALUE 30.
017300     05  FILLER               PIC X(24)
017400          VALUE "ONBEKENDE TRAINEE-NAAM: ".
017500     05  DUE-EXC-NAAM         PIC X(30).
017510
017520 01  DUE-NIETVRIJ-LINE.
017530     05  FILLER               PIC X(24)
017540          VALUE "SCENARIO NIET VRIJ    : ".
017550     05  DUE-NVR-NAAM         PIC X(30).
017560     05  FILLER               PIC X(02) VALUE SPACES.
017570     05  DUE-NVR-SCENARIO     PIC X(20).
017580     05  FILLER               PIC X(08) VALUE " VERSIE ".
017590     05  DUE-NVR-VERSIE       PIC X(06).
017600
017700 01  DUE-TRAILER-LINE.
017800     05  FILLER               PIC X(21)
019100             " CERTIFICERING(EN), " WS-UNKNOWN-COUNT
019200             " ONBEKENDE NA(A)M(EN), " WS-DUE-COUNT
019300             " TE HERCERTIFICEREN"
019310     DISPLAY "CERTUPD - " WS-NIETVRIJ-COUNT
019320             " PASS(ES) OP NIET VRIJGEGEVEN SCENARIO, "
019330             WS-SCRIPT-COUNT " GESCRIPTE SESSIE(S) OVERGESLAGEN"
019340     IF WS-NIETVRIJ-COUNT > ZERO AND RETURN-CODE = ZERO
019350         MOVE 4 TO RETURN-CODE
019360     END-IF
019400     IF WS-UNKNOWN-COUNT > ZERO AND RETURN-CODE = ZERO
019500         MOVE 4 TO RETURN-CODE
019600     END-IF
031100*-----------------------------------------------------------
031200* 3000-PROCESS-LOG - DE RESULTAATREGELS VAN TRAINLOG.DAT:
031300*                    NAAM KOPPELEN, PASS = CERTIFICERING.
031310*                    GESCRIPTE SESSIES (S IN KOLOM 99) TELLEN
031320*                    NIET; EEN PASS OP EEN SCENARIOVERSIE DIE
031330*                    NIET VRIJGEGEVEN WAS (KOLOM 97 NIET J) IS
031340*                    EEN OEFENSESSIE EN WORDT GEMELD.
031400*-----------------------------------------------------------
031500 3000-PROCESS-LOG.
031600     OPEN OUTPUT CERT-DUE-FILE
033900     EXIT.
034000
034100 3100-ONE-RESULT.
034110     IF TRAINING-LOG-LINE (99:1) = "S"
034120         ADD 1 TO WS-SCRIPT-COUNT
034130         GO TO 3100-EXIT
034140     END-IF
034200     ADD 1 TO WS-SESSIE-COUNT
034300     SET ROS-NOT-FOUND TO TRUE
034400     PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
035800     IF TRAINING-LOG-LINE (55:4) NOT = "PASS"
035900         GO TO 3100-EXIT
036000     END-IF
036010     IF TRAINING-LOG-LINE (89:6) NOT = SPACES
036020         AND TRAINING-LOG-LINE (97:1) NOT = "J"
036030         ADD 1 TO WS-NIETVRIJ-COUNT
036040         MOVE TRAINING-LOG-LINE (1:30) TO DUE-NVR-NAAM
036050         MOVE TRAINING-LOG-LINE (67:20) TO DUE-NVR-SCENARIO
036060         MOVE TRAINING-LOG-LINE (89:6) TO DUE-NVR-VERSIE
036070         WRITE CERT-DUE-LINE FROM DUE-NIETVRIJ-LINE
036080         GO TO 3100-EXIT
036090     END-IF
036100     PERFORM 3200-GRANT-CERT THRU 3200-EXIT.
036200 3100-EXIT.
036300     EXIT.
038100             MOVE RUNHDR-RUN-DATE TO CERT-BEHAALD
038200             MOVE WS-VERVAL-DATUM TO CERT-VERVALT
038300             MOVE 1 TO CERT-SESSIES
038310             PERFORM 3300-SET-SCENARIO THRU 3300-EXIT
038400             WRITE CERT-RECORD
038500             END-WRITE
038510             MOVE "OPVOER" TO MNTAUD-ACTION
038520             PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
038600         NOT INVALID KEY
038700             MOVE RUNHDR-RUN-DATE TO CERT-BEHAALD
038800             MOVE WS-VERVAL-DATUM TO CERT-VERVALT
038900             ADD 1 TO CERT-SESSIES
038910             PERFORM 3300-SET-SCENARIO THRU 3300-EXIT
039000             REWRITE CERT-RECORD
039100             END-REWRITE
039110             MOVE "WIJZIG" TO MNTAUD-ACTION
039120             PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
039200     END-READ
039300     ADD 1 TO WS-PASS-COUNT.
039400 3200-EXIT.
039500     EXIT.
039501
039502*-----------------------------------------------------------
039503* 3300-SET-SCENARIO - SCENARIO EN VERSIE VAN DE RESULTAATREGEL
039504*                     IN HET REGISTERRECORD; EEN OUDE REGEL
039505*                     ZONDER VERSIE LAAT SPATIES EN NUL ACHTER.
039506*-----------------------------------------------------------
039507 3300-SET-SCENARIO.
039508     MOVE TRAINING-LOG-LINE (67:20) TO CERT-SCENARIO
039509     IF TRAINING-LOG-LINE (89:6) IS NUMERIC
039510         MOVE TRAINING-LOG-LINE (89:6) TO CERT-VERSIE
039511     ELSE
039512         MOVE ZERO TO CERT-VERSIE
039513     END-IF.
039514 3300-EXIT.
039515     EXIT.
039600
039700*-----------------------------------------------------------
039800* 4000-DUE-REPORT - SWEEP HET REGISTER: ALLES DAT BINNEN
046300     CLOSE RUN-JOURNAL-FILE.
046400 9000-EXIT.
046500     EXIT.
046501
046502*-----------------------------------------------------------
046503* 8500-WRITE-AUDIT - APPEND THE AFTER-IMAGE OF THE RECORD
046504*                    JUST WRITTEN TO CERTAUD.DAT
046505*-----------------------------------------------------------
046506 8500-WRITE-AUDIT.
046507     ACCEPT MNTAUD-DATE FROM DATE YYYYMMDD
046508     ACCEPT WS-AUD-TIJD FROM TIME
046509     MOVE WS-AUD-TIJD (1:6) TO MNTAUD-TIME
04650A     MOVE RUNHDR-OPERATOR-ID TO MNTAUD-OPERATOR
04650B     MOVE "CERTUPD" TO MNTAUD-PROGRAM
04650C     MOVE CERT-RECORD TO MNTAUD-IMAGE
04650D     OPEN EXTEND MNT-AUDIT-FILE
04650E     IF WS-MNTAUD-STATUS = "35"
04650F         OPEN OUTPUT MNT-AUDIT-FILE
04650G     END-IF
04650H     IF WS-MNTAUD-STATUS NOT = "00"
04650I         DISPLAY "WAARSCHUWING: CERTAUD.DAT NIET BIJGEWERKT - "
04650J                 "FILE STATUS " WS-MNTAUD-STATUS
04650K         GO TO 8500-EXIT
04650L     END-IF
04650M     WRITE MNT-AUDIT-LINE FROM MNTAUD-DETAIL-LINE
04650N     CLOSE MNT-AUDIT-FILE.
04650O 8500-EXIT.
04650P     EXIT.
