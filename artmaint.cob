00189E*                  IN MNTLOCK.DAT SO THE CHAIN FAILS FAST IN
00189F*                  THE OPPOSITE DIRECTION. A STALE LOCK IS
00189G*                  BROKEN ALLEEN VIA LOCKBRK (NIVEAU 2).
00189H* 2026-10-15  BJS  VOORKEURLEVERANCIER TONEN, OPVOEREN EN
00189I*                  WIJZIGEN. DE LEVERANCIER MOET IN LEVMAST.IDX
00189J*                  STAAN; ZONDER DAT BESTAND WORDT HIJ
00189K*                  ONGETOETST OVERGENOMEN.
00189L* 2026-10-15  BJS  BESTELGEGEVENS TONEN, OPVOEREN EN WIJZIGEN:
00189M*                  MINIMUMVOORRAAD, BESTELAANTAL EN LEVERTIJD IN
00189N*                  DAGEN VOOR HET BESTELVOORSTEL (BESTELV).
00189O* 2026-10-15  BJS  ELKE OPVOER EN WIJZIGING WORDT MET DATUM,
00189P*                  TIJD, OPERATOR EN HET VOLLEDIGE RECORD
00189Q*                  (AFTER-IMAGE) AANGEVULD IN ARTAUD.DAT
00189R*                  (MNTAUD.CPY), ZODAT MSTRELD EEN TERUGGEZETTE
00189S*                  BACKUP KAN BIJWERKEN TOT EEN TIJDSTIP.
00189T* 2026-10-15  BJS  GERESERVEERD AANTAL (VERKOOPORDERS) EN DE
00189U*                  VRIJE VOORRAAD TONEN; EEN NIEUW ARTIKEL
00189V*                  BEGINT ZONDER RESERVERING. HET VELD WORDT
00189W*                  ALLEEN DOOR VKMAINT EN VKLEVER BIJGEHOUDEN.
001900*-----------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002860     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-MNTLOCK-STATUS.
002881
002882     SELECT LEVERANCIER-MASTER ASSIGN TO "LEVMAST.IDX"
002883         ORGANIZATION IS INDEXED
002884         ACCESS MODE IS RANDOM
002885         RECORD KEY IS LEV-NUMMER
002886         FILE STATUS IS WS-LEVMAST-STATUS.
002887
002888     SELECT MNT-AUDIT-FILE ASSIGN TO "ARTAUD.DAT"
002889         ORGANIZATION IS LINE SEQUENTIAL
00288A         FILE STATUS IS WS-MNTAUD-STATUS.
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003700
003800 FD  MNT-LOCK-FILE.
003850 01  MNT-LOCK-LINE            PIC X(80).
003851
003852 FD  LEVERANCIER-MASTER.
003853     COPY "LEVMAST.CPY".
003854
003855 FD  MNT-AUDIT-FILE.
003856 01  MNT-AUDIT-LINE           PIC X(250).
003900
004000 WORKING-STORAGE SECTION.
004100 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
004196     05  MNT-DATUM            PIC 9(08).
004197     05  FILLER               PIC X(01) VALUE ",".
004198     05  MNT-TIJD             PIC 9(06).
004199
00419A*-----------------------------------------------------------
00419B* ONDERHOUDSAUDIT (AFTER-IMAGE) - SEE 8500
00419C*-----------------------------------------------------------
00419D 01  WS-MNTAUD-STATUS         PIC X(02) VALUE "00".
00419E 01  WS-AUD-TIJD              PIC 9(08) VALUE ZERO.
00419F     COPY "MNTAUD.CPY".
004200
004300*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
004400*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
005600 01  WS-PRIJS-ED              PIC ZZ,ZZ9.99.
005650 01  WS-VOORRAAD-ED           PIC Z,ZZZ,ZZ9-.
005660 01  WS-MARGE-ED              PIC ZZ9.99.
005661 01  WS-LEV-X                 PIC X(08).
005662 01  WS-LEVMAST-STATUS        PIC X(02) VALUE "00".
005663 01  WS-LEVMAST-SW            PIC X VALUE "N".
005664     88 LEVMAST-OPEN          VALUE "Y".
005665     88 LEVMAST-CLOSED        VALUE "N".
005666 01  WS-AANTAL-X              PIC X(10).
005667 01  WS-AANTAL-ED             PIC Z,ZZZ,ZZ9.
005668 01  WS-DAGEN-ED              PIC ZZ9.
005669 01  WS-VRIJ                  PIC S9(08) VALUE ZERO.
005700
005800 PROCEDURE DIVISION.
005900
007300         STOP RUN
007400     END-IF
007500
007501     OPEN INPUT LEVERANCIER-MASTER
007502     IF WS-LEVMAST-STATUS = "00"
007503         SET LEVMAST-OPEN TO TRUE
007504     ELSE
007505         DISPLAY "LEVMAST.IDX NIET AANWEZIG - LEVERANCIER "
007506                 "WORDT NIET GETOETST."
007507     END-IF
007508
007600     PERFORM 2000-ONE-REQUEST THRU 2000-EXIT
007700         UNTIL CHOICE-STOP
007800
007900     CLOSE ARTIKEL-MASTER
007910     IF LEVMAST-OPEN
007920         CLOSE LEVERANCIER-MASTER
007930     END-IF
007950     PERFORM 9800-RELEASE-MNT-LOCK THRU 9800-EXIT
008000     STOP RUN.
008010
013325     MOVE ZERO TO ART-LAATSTE-INKOOP ART-GEM-INKOOP
013327     MOVE ZERO TO ART-VOORRAAD
013328     MOVE ZERO TO ART-VERKOOPPRIJS ART-STD-MARGE
013329     MOVE SPACES TO ART-LEVERANCIER
01332A     MOVE ZERO TO ART-MIN-VOORRAAD ART-BESTELAANTAL
01332B     MOVE ZERO TO ART-LEVERTIJD
01332C     MOVE ZERO TO ART-GERESERVEERD
013330     MOVE "H" TO ART-BTW-CODE
013400     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
013500     WRITE ARTIKEL-RECORD
013800                     " - GEBRUIK W=WIJZIGEN."
013900         NOT INVALID KEY
014000             DISPLAY "OPGEVOERD: " FUNCTION TRIM(WS-NUMMER-X)
014001             MOVE "OPVOER" TO MNTAUD-ACTION
014002             PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
014100     END-WRITE.
014200 4000-EXIT.
014300     EXIT.
015800     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
015900     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
016000     REWRITE ARTIKEL-RECORD
016010     MOVE "WIJZIG" TO MNTAUD-ACTION
016020     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
016100     DISPLAY "GEWIJZIGD: " FUNCTION TRIM(WS-NUMMER-X).
016200 5000-EXIT.
016300     EXIT.
017492     DISPLAY "  VERKOOPPRIJS " WS-PRIJS-ED
017493             WITH NO ADVANCING
017494     MOVE ART-STD-MARGE TO WS-MARGE-ED
017495     DISPLAY "  STD MARGE " WS-MARGE-ED "%"
017496     DISPLAY "  LEVERANCIER " FUNCTION TRIM(ART-LEVERANCIER)
017497     MOVE ART-MIN-VOORRAAD TO WS-AANTAL-ED
017498     DISPLAY "  MINIMUM " WS-AANTAL-ED WITH NO ADVANCING
017499     MOVE ART-BESTELAANTAL TO WS-AANTAL-ED
01749A     DISPLAY "  BESTELAANTAL " WS-AANTAL-ED WITH NO ADVANCING
01749B     MOVE ART-LEVERTIJD TO WS-DAGEN-ED
01749C     DISPLAY "  LEVERTIJD " WS-DAGEN-ED " DAGEN"
01749D     IF ART-GERESERVEERD IS NOT NUMERIC
01749E         MOVE ZERO TO ART-GERESERVEERD
01749F     END-IF
01749G     MOVE ART-GERESERVEERD TO WS-AANTAL-ED
01749H     DISPLAY "  GERESERVEERD " WS-AANTAL-ED WITH NO ADVANCING
01749I     COMPUTE WS-VRIJ = ART-VOORRAAD - ART-GERESERVEERD
01749J     MOVE WS-VRIJ TO WS-VOORRAAD-ED
01749K     DISPLAY "  VRIJE VOORRAAD " WS-VOORRAAD-ED
01749L             " (BIJGEHOUDEN DOOR VKMAINT/VKLEVER)".
017500 6000-EXIT.
017600     EXIT.
017700
022000             END-IF
022100         WHEN OTHER
022200             DISPLAY "ONGELDIGE BTW CODE - VELD ONGEWIJZIGD."
022300     END-EVALUATE
022301
022302     DISPLAY "VOORKEURLEVERANCIER: "
022303     MOVE SPACES TO WS-LEV-X
022304     ACCEPT WS-LEV-X
022305     IF WS-LEV-X NOT = SPACES
022306         IF LEVMAST-OPEN
022307             MOVE WS-LEV-X TO LEV-NUMMER
022308             READ LEVERANCIER-MASTER
022309                 INVALID KEY
02230A                     DISPLAY "ONBEKENDE LEVERANCIER - VELD "
02230B                             "ONGEWIJZIGD."
02230C                 NOT INVALID KEY
02230D                     MOVE WS-LEV-X TO ART-LEVERANCIER
02230E             END-READ
02230F         ELSE
02230G             MOVE WS-LEV-X TO ART-LEVERANCIER
02230H         END-IF
02230I     END-IF
02230J
02230K     DISPLAY "MINIMUMVOORRAAD (0 = NIET BESTELLEN): "
02230L     MOVE SPACES TO WS-AANTAL-X
02230M     ACCEPT WS-AANTAL-X
02230N     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) = 0
02230O         AND FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) >= 0
02230P         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X))
02230Q             TO ART-MIN-VOORRAAD
02230R     ELSE
02230S         IF WS-AANTAL-X NOT = SPACES
02230T             DISPLAY "ONGELDIG AANTAL - VELD ONGEWIJZIGD."
02230U         END-IF
02230V     END-IF
02230W
02230X     DISPLAY "BESTELAANTAL: "
02230Y     MOVE SPACES TO WS-AANTAL-X
02230Z     ACCEPT WS-AANTAL-X
022310     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) = 0
022311         AND FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) >= 0
022312         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X))
022313             TO ART-BESTELAANTAL
022314     ELSE
022315         IF WS-AANTAL-X NOT = SPACES
022316             DISPLAY "ONGELDIG AANTAL - VELD ONGEWIJZIGD."
022317         END-IF
022318     END-IF
022319
02231A     DISPLAY "LEVERTIJD IN DAGEN: "
02231B     MOVE SPACES TO WS-AANTAL-X
02231C     ACCEPT WS-AANTAL-X
02231D     IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) = 0
02231E         AND FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) >= 0
02231F         AND FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X)) <= 999
02231G         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-AANTAL-X))
02231H             TO ART-LEVERTIJD
02231I     ELSE
02231J         IF WS-AANTAL-X NOT = SPACES
02231K             DISPLAY "ONGELDIGE LEVERTIJD - VELD ONGEWIJZIGD."
02231L         END-IF
02231M     END-IF.
022400 7000-EXIT.
022500     EXIT.
022501
022502*-----------------------------------------------------------
022503* 8500-WRITE-AUDIT - APPEND THE AFTER-IMAGE OF THE RECORD
022504*                    JUST WRITTEN TO ARTAUD.DAT
022505*-----------------------------------------------------------
022506 8500-WRITE-AUDIT.
022507     ACCEPT MNTAUD-DATE FROM DATE YYYYMMDD
022508     ACCEPT WS-AUD-TIJD FROM TIME
022509     MOVE WS-AUD-TIJD (1:6) TO MNTAUD-TIME
02250A     MOVE WS-LOCK-OPERATOR TO MNTAUD-OPERATOR
02250B     MOVE "ARTMAINT" TO MNTAUD-PROGRAM
02250D     MOVE ARTIKEL-RECORD TO MNTAUD-IMAGE
02250E     OPEN EXTEND MNT-AUDIT-FILE
02250F     IF WS-MNTAUD-STATUS = "35"
02250G         OPEN OUTPUT MNT-AUDIT-FILE
02250H     END-IF
02250I     IF WS-MNTAUD-STATUS NOT = "00"
02250J         DISPLAY "WAARSCHUWING: ARTAUD.DAT NIET BIJGEWERKT - "
02250K                 "FILE STATUS " WS-MNTAUD-STATUS
02250L         GO TO 8500-EXIT
02250M     END-IF
02250N     WRITE MNT-AUDIT-LINE FROM MNTAUD-DETAIL-LINE
02250O     CLOSE MNT-AUDIT-FILE.
02250P 8500-EXIT.
02250Q     EXIT.
