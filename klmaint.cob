002050*                  IN MNTLOCK.DAT SO THE CHAIN FAILS FAST IN
002060*                  THE OPPOSITE DIRECTION. A STALE LOCK IS
002070*                  BROKEN ALLEEN VIA LOCKBRK (NIVEAU 2).
002080* 2026-10-15  BJS  KREDIETLIMIET EN ORDERBLOKKADE (J/N) PER
002081*                  KLANT TONEN, OPVOEREN EN WIJZIGEN. EEN
002082*                  NIEUWE KLANT START ZONDER LIMIET EN NIET
002083*                  GEBLOKKEERD.
002084* 2026-10-15  BJS  IBAN VAN DE KLANT TONEN, OPVOEREN EN
002085*                  WIJZIGEN (HOOFDLETTERS, ZONDER SPATIES).
002086* 2026-10-15  BJS  ELKE OPVOER EN WIJZIGING WORDT MET DATUM,
002087*                  TIJD, OPERATOR EN HET VOLLEDIGE RECORD
002088*                  (AFTER-IMAGE) AANGEVULD IN KLANTAUD.DAT
002089*                  (MNTAUD.CPY), ZODAT MSTRELD EEN TERUGGEZETTE
00208A*                  BACKUP KAN BIJWERKEN TOT EEN TIJDSTIP.
00208B* 2026-10-15  BJS  INTERCOMPANY (J/N) EN DE ADMINISTRATIECODE
00208C*                  VAN DE TEGENPARTIJ-BV TONEN, OPVOEREN EN
00208D*                  WIJZIGEN. EEN NIEUWE KLANT START ALS GEEN
00208E*                  INTERCOMPANY; BIJ N WORDT DE CODE GEWIST.
00208F* 2026-10-15  BJS  E-FACTUUR (J/N) TONEN, OPVOEREN EN WIJZIGEN.
00208G*                  EEN NIEUWE KLANT START ZONDER E-FACTUUR.
002100*-----------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
003060     SELECT MNT-LOCK-FILE ASSIGN TO "MNTLOCK.DAT"
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS WS-MNTLOCK-STATUS.
003081
003082     SELECT MNT-AUDIT-FILE ASSIGN TO "KLANTAUD.DAT"
003083         ORGANIZATION IS LINE SEQUENTIAL
003084         FILE STATUS IS WS-MNTAUD-STATUS.
003100
003200 DATA DIVISION.
003300 FILE SECTION.
003540
003550 FD  MNT-LOCK-FILE.
003560 01  MNT-LOCK-LINE            PIC X(80).
003561
003562 FD  MNT-AUDIT-FILE.
003563 01  MNT-AUDIT-LINE           PIC X(250).
003600
003700 WORKING-STORAGE SECTION.
003800 01  WS-KLANTMST-STATUS       PIC X(02) VALUE "00".
003896     05  MNT-DATUM            PIC 9(08).
003897     05  FILLER               PIC X(01) VALUE ",".
003898     05  MNT-TIJD             PIC 9(06).
003899
00389A*-----------------------------------------------------------
00389B* ONDERHOUDSAUDIT (AFTER-IMAGE) - SEE 8500
00389C*-----------------------------------------------------------
00389D 01  WS-MNTAUD-STATUS         PIC X(02) VALUE "00".
00389E 01  WS-AUD-TIJD              PIC 9(08) VALUE ZERO.
00389F     COPY "MNTAUD.CPY".
003900
004000*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
004100*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
005100 01  WS-BTWNR-X               PIC X(14).
005200 01  WS-TERMIJN-X             PIC X(05).
005300 01  WS-TERMIJN-ED            PIC ZZ9.
005310 01  WS-LIMIET-X              PIC X(14).
005320 01  WS-LIMIET-ED             PIC ZZZ,ZZZ,ZZ9.99.
005330 01  WS-BLOKKADE-X            PIC X(01).
005331 01  WS-IBAN-X                PIC X(40).
005332 01  WS-IBAN-DELEN.
005333     05  WS-IBAN-DEEL         PIC X(34) OCCURS 9 TIMES.
005334 01  WS-INTERCO-X             PIC X(01).
005335 01  WS-IC-ADMIN-X            PIC X(06).
005336 01  WS-EFACTUUR-X            PIC X(01).
005400
005500 PROCEDURE DIVISION.
005600
013000     MOVE WS-NUMMER-X TO KLA-NUMMER
013100     MOVE SPACES TO KLA-NAAM KLA-ADRES KLA-BTW-NUMMER
013200     MOVE 30 TO KLA-TERMIJN
013210     MOVE ZERO TO KLA-KREDIETLIMIET
013220     MOVE "N" TO KLA-BLOKKADE
013221     MOVE SPACES TO KLA-IBAN
013222     MOVE "N" TO KLA-INTERCO
013223     MOVE SPACES TO KLA-IC-ADMIN
013224     MOVE "N" TO KLA-EFACTUUR
013300     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
013400     IF KLA-NAAM = SPACES
013500         DISPLAY "NAAM IS VERPLICHT - NIET OPGEVOERD."
014100                     " - GEBRUIK W=WIJZIGEN."
014200         NOT INVALID KEY
014300             DISPLAY "OPGEVOERD: " FUNCTION TRIM(WS-NUMMER-X)
014301             MOVE "OPVOER" TO MNTAUD-ACTION
014302             PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
014400     END-WRITE.
014500 4000-EXIT.
014600     EXIT.
016100     PERFORM 6000-DISPLAY-RECORD THRU 6000-EXIT
016200     PERFORM 7000-ACCEPT-FIELDS THRU 7000-EXIT
016300     REWRITE KLANT-RECORD
016310     MOVE "WIJZIG" TO MNTAUD-ACTION
016320     PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
016400     DISPLAY "GEWIJZIGD: " FUNCTION TRIM(WS-NUMMER-X).
016500 5000-EXIT.
016600     EXIT.
017000*-----------------------------------------------------------
017100 6000-DISPLAY-RECORD.
017200     MOVE KLA-TERMIJN TO WS-TERMIJN-ED
017210     MOVE KLA-KREDIETLIMIET TO WS-LIMIET-ED
017300     DISPLAY FUNCTION TRIM(KLA-NUMMER) "  "
017400             FUNCTION TRIM(KLA-NAAM)
017500             "  ADRES " FUNCTION TRIM(KLA-ADRES)
017600             "  BTW-NR " FUNCTION TRIM(KLA-BTW-NUMMER)
017700             "  TERMIJN " WS-TERMIJN-ED " DAGEN"
017710     DISPLAY "  KREDIETLIMIET " WS-LIMIET-ED
017720             "  BLOKKADE " KLA-BLOKKADE
017730             "  IBAN " FUNCTION TRIM(KLA-IBAN)
017740     DISPLAY "  INTERCOMPANY " KLA-INTERCO
017750             "  TEGENPARTIJ-ADM " KLA-IC-ADMIN
017760     DISPLAY "  E-FACTUUR " KLA-EFACTUUR.
017800 6000-EXIT.
017900     EXIT.
018000
021600         IF WS-TERMIJN-X NOT = SPACES
021700             DISPLAY "ONGELDIGE TERMIJN - VELD ONGEWIJZIGD."
021800         END-IF
021900     END-IF
021910
021920     DISPLAY "KREDIETLIMIET IN EURO (0 = GEEN LIMIET): "
021930     MOVE SPACES TO WS-LIMIET-X
021940     ACCEPT WS-LIMIET-X
021950     IF WS-LIMIET-X NOT = SPACES
021960         IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-LIMIET-X)) = 0
021970             AND FUNCTION NUMVAL(FUNCTION TRIM(WS-LIMIET-X))
021980                 NOT < ZERO
021990             MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-LIMIET-X))
021991                 TO KLA-KREDIETLIMIET
021992         ELSE
021993             DISPLAY "ONGELDIGE LIMIET - VELD ONGEWIJZIGD."
021994         END-IF
021995     END-IF
021996
021997     DISPLAY "ORDERBLOKKADE (J/N): "
021998     MOVE SPACES TO WS-BLOKKADE-X
021999     ACCEPT WS-BLOKKADE-X
02199A     EVALUATE WS-BLOKKADE-X
02199B         WHEN "J"
02199C         WHEN "j"
02199D             MOVE "J" TO KLA-BLOKKADE
02199E         WHEN "N"
02199F         WHEN "n"
02199G             MOVE "N" TO KLA-BLOKKADE
02199H         WHEN SPACES
02199I             CONTINUE
02199J         WHEN OTHER
02199K             DISPLAY "ONGELDIGE BLOKKADE - VELD ONGEWIJZIGD."
02199L     END-EVALUATE
02199M
02199N     DISPLAY "IBAN (BV NL91ABNA0417164300): "
02199O     MOVE SPACES TO WS-IBAN-X
02199P     ACCEPT WS-IBAN-X
02199Q     IF WS-IBAN-X NOT = SPACES
02199R         MOVE FUNCTION UPPER-CASE(WS-IBAN-X) TO WS-IBAN-X
02199S         MOVE SPACES TO WS-IBAN-DELEN KLA-IBAN
02199T         UNSTRING FUNCTION TRIM(WS-IBAN-X) DELIMITED BY ALL " "
02199U             INTO WS-IBAN-DEEL (1) WS-IBAN-DEEL (2)
02199V                  WS-IBAN-DEEL (3) WS-IBAN-DEEL (4)
02199W                  WS-IBAN-DEEL (5) WS-IBAN-DEEL (6)
02199X                  WS-IBAN-DEEL (7) WS-IBAN-DEEL (8)
02199Y                  WS-IBAN-DEEL (9)
02199Z         END-UNSTRING
0219A0         STRING WS-IBAN-DEEL (1) WS-IBAN-DEEL (2)
0219A1                WS-IBAN-DEEL (3) WS-IBAN-DEEL (4)
0219A2                WS-IBAN-DEEL (5) WS-IBAN-DEEL (6)
0219A3                WS-IBAN-DEEL (7) WS-IBAN-DEEL (8)
0219A4                WS-IBAN-DEEL (9) DELIMITED BY SPACE
0219A5             INTO KLA-IBAN
0219A6         END-STRING
0219A7     END-IF
0219A8
0219A9     DISPLAY "INTERCOMPANY - KLANT IS EEN BV VAN DE GROEP (J/N): "
0219AA     MOVE SPACES TO WS-INTERCO-X
0219AB     ACCEPT WS-INTERCO-X
0219AC     EVALUATE WS-INTERCO-X
0219AD         WHEN "J"
0219AE         WHEN "j"
0219AF             MOVE "J" TO KLA-INTERCO
0219AG         WHEN "N"
0219AH         WHEN "n"
0219AI             MOVE "N" TO KLA-INTERCO
0219AJ             MOVE SPACES TO KLA-IC-ADMIN
0219AK         WHEN SPACES
0219AL             CONTINUE
0219AM         WHEN OTHER
0219AN             DISPLAY "ONGELDIG KENMERK - VELD ONGEWIJZIGD."
0219AO     END-EVALUATE
0219AP     IF KLA-IS-INTERCO
0219AQ         DISPLAY "ADMINISTRATIECODE VAN DIE BV (BV NOORD): "
0219AR         MOVE SPACES TO WS-IC-ADMIN-X
0219AS         ACCEPT WS-IC-ADMIN-X
0219AT         IF WS-IC-ADMIN-X NOT = SPACES
0219AU             MOVE FUNCTION UPPER-CASE(FUNCTION
0219AV                 TRIM(WS-IC-ADMIN-X)) TO KLA-IC-ADMIN
0219AW         END-IF
0219AX     END-IF
0219AY
0219AZ     DISPLAY "E-FACTUUR - KLANT ONTVANGT UBL E-FACTUREN (J/N): "
0219B0     MOVE SPACES TO WS-EFACTUUR-X
0219B1     ACCEPT WS-EFACTUUR-X
0219B2     EVALUATE WS-EFACTUUR-X
0219B3         WHEN "J"
0219B4         WHEN "j"
0219B5             MOVE "J" TO KLA-EFACTUUR
0219B6         WHEN "N"
0219B7         WHEN "n"
0219B8             MOVE "N" TO KLA-EFACTUUR
0219B9         WHEN SPACES
0219BA             CONTINUE
0219BB         WHEN OTHER
0219BC             DISPLAY "ONGELDIG KENMERK - VELD ONGEWIJZIGD."
0219BD     END-EVALUATE
0219BE     IF KLA-WIL-EFACTUUR AND KLA-BTW-NUMMER = SPACES
0219BF         DISPLAY "LET OP: E-FACTUUR ZONDER BTW-NUMMER VAN DE "
0219BG                 "KLANT."
0219BH     END-IF.
022000 7000-EXIT.
022100     EXIT.
022101
022102*-----------------------------------------------------------
022103* 8500-WRITE-AUDIT - APPEND THE AFTER-IMAGE OF THE RECORD
022104*                    JUST WRITTEN TO KLANTAUD.DAT
022105*-----------------------------------------------------------
022106 8500-WRITE-AUDIT.
022107     ACCEPT MNTAUD-DATE FROM DATE YYYYMMDD
022108     ACCEPT WS-AUD-TIJD FROM TIME
022109     MOVE WS-AUD-TIJD (1:6) TO MNTAUD-TIME
02210A     MOVE WS-LOCK-OPERATOR TO MNTAUD-OPERATOR
02210B     MOVE "KLMAINT" TO MNTAUD-PROGRAM
02210D     MOVE KLANT-RECORD TO MNTAUD-IMAGE
02210E     OPEN EXTEND MNT-AUDIT-FILE
02210F     IF WS-MNTAUD-STATUS = "35"
02210G         OPEN OUTPUT MNT-AUDIT-FILE
02210H     END-IF
02210I     IF WS-MNTAUD-STATUS NOT = "00"
02210J         DISPLAY "WAARSCHUWING: KLANTAUD.DAT NIET BIJGEWERKT - "
02210K                 "FILE STATUS " WS-MNTAUD-STATUS
02210L         GO TO 8500-EXIT
02210M     END-IF
02210N     WRITE MNT-AUDIT-LINE FROM MNTAUD-DETAIL-LINE
02210O     CLOSE MNT-AUDIT-FILE.
02210P 8500-EXIT.
02210Q     EXIT.
