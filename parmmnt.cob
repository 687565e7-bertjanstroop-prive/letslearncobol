0023A2*                  MEER AANVRAGEN BEVAT DAN DE TABEL KAN
0023A3*                  LADEN - DE TERUGSCHRIJF GOOIDE DE NIET-
0023A4*                  GELADEN AANVRAGEN STILLETJES WEG.
0023A5* 2026-10-15  BJS  ADD FIELD 20, THE DAYS AANMAAN WAITS
0023A6*                  BETWEEN TWO DUNNING STAGES.
0023A7* 2026-10-15  BJS  ADD FIELDS 21-32, THE AVG RETENTION PERIOD
0023A8*                  IN MONTHS PER PERSON-DATA FILE (SEE
0023A9*                  PARMCFG), SHOWN AND CHANGED PER FILE
0023AA*                  (0-999, 0 = NOT PURGED). PARMS.DAT IS NOW
0023AB*                  READ AND WRITTEN AS A 256-POSITION LINE.
0023AC* 2026-10-15  BJS  ADD FIELDS 33-35, THE SCORE QUARANTINE
0023AD*                  PARAMETERS (SIGMA 0-10, MINIMUM OBSERVATIONS
0023AE*                  AND HISTORY WINDOW IN DAYS, EACH 1-999; SEE
0023AF*                  PARMCFG), SHOWN AND CHANGED LIKE THE REST.
0023AG* 2026-10-15  BJS  ADD FIELDS 36-37, THE MINIMUM AND MAXIMUM PASS
0023AH*                  RATE OF THE SCENARIO VERIFICATION (0-100
0023AI*                  PERCENT, MINIMUM NOT ABOVE MAXIMUM; SEE
0023AJ*                  PARMCFG), SHOWN AND CHANGED LIKE THE REST.
0023AK* 2026-10-15  BJS  ADD FIELDS 38-39, OUR OWN BTW-NUMMER AND NAME
0023AL*                  FOR THE UBL E-FACTUUR (TEXT LIKE FIELD 1, NO
0023AM*                  COMMA, AT MOST 14 RESP. 30 POSITIONS; SEE
0023AN*                  PARMCFG), SHOWN AND CHANGED LIKE THE REST.
0023AP*                  THE PENDING-QUEUE VALUE IS WIDENED TO 30
0023AQ*                  POSITIONS SO A REQUESTED NAME IS KEPT WHOLE.
0023AR* 2026-10-15  BJS  ADD FIELD 40, THE AFBOEK-TOLERANTIE FOR
0023AS*                  KLEINE BETAALVERSCHILLEN IN DEBITEUR (0-999.99
0023AT*                  EURO, 0 = NO AUTOMATIC AFBOEKING; SEE PARMCFG),
0023AU*                  SHOWN AND CHANGED LIKE THE REST.
002400*-----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PARM-FILE.
004400 01  PARM-LINE                PIC X(256).
004500
004600 FD  PARM-HIST-FILE.
004700 01  PARM-HIST-LINE           PIC X(132).
006580 01  WS-END-TIME-RAW          PIC 9(08) VALUE ZERO.
006600
006700 01  WS-PARM-FIELDS.
006800     05  WS-PARM-FLD-X        PIC X(80) OCCURS 40 TIMES.
006810 77  WS-FLD-IDX               PIC 9(02) COMP VALUE ZERO.
006820 77  WS-BASE-IDX              PIC 9(02) COMP VALUE ZERO.
006821 77  WS-KOMMA-COUNT           PIC 9(02) COMP VALUE ZERO.
006830
006840*-----------------------------------------------------------
006850* THE MANAGED BASES OF PARMS.DAT FIELDS 7-13, IN HSKEEP'S
006887     05  FILLER               PIC X(12) VALUE "TRAINLOG.DAT".
006888 01  WS-BASE-TABLE REDEFINES WS-BASE-TABLE-VALUES.
006889     05  WS-BASE-NAME         PIC X(12) OCCURS 7 TIMES.
00688A*-----------------------------------------------------------
00688B* THE PERSON-DATA FILES OF PARMS.DAT FIELDS 21-32, IN
00688C* AVGVERW'S FIXED ORDER
00688D*-----------------------------------------------------------
00688E 01  WS-AVG-TABLE-VALUES.
00688F     05  FILLER               PIC X(12) VALUE "PEOPLE.IDX".
00688G     05  FILLER               PIC X(12) VALUE "SCOREHST.DAT".
00688H     05  FILLER               PIC X(12) VALUE "SCORECUR.IDX".
00688I     05  FILLER               PIC X(12) VALUE "SCOREMND.DAT".
00688J     05  FILLER               PIC X(12) VALUE "PEOPCHG.DAT".
00688K     05  FILLER               PIC X(12) VALUE "ROSTMAST.IDX".
00688L     05  FILLER               PIC X(12) VALUE "ROSTAUD.DAT".
00688M     05  FILLER               PIC X(12) VALUE "TRAINLOG.DAT".
00688N     05  FILLER               PIC X(12) VALUE "CERTREG.IDX".
00688O     05  FILLER               PIC X(12) VALUE "CERTAUD.DAT".
00688P     05  FILLER               PIC X(12) VALUE "DOSSIER.DAT".
00688Q     05  FILLER               PIC X(12) VALUE "GENERATIES".
00688R 01  WS-AVG-TABLE REDEFINES WS-AVG-TABLE-VALUES.
00688S     05  WS-AVG-NAME          PIC X(12) OCCURS 12 TIMES.
00688T 77  WS-AVG-IDX               PIC 9(02) COMP VALUE ZERO.
006900
007000*    A BLANK CHOICE (BARE ENTER OR END OF INPUT) ALSO STOPS,
007100*    SO A CLOSED INPUT STREAM CANNOT SPIN THE MENU LOOP.
007571 77  WS-PEND-COUNT            PIC 9(02) COMP VALUE ZERO.
007572 77  WS-PEND-MAX              PIC 9(02) COMP VALUE 20.
007573 77  WS-PEND-IDX              PIC 9(02) COMP VALUE ZERO.
007576 01  WS-PEND-EOF              PIC X VALUE "N".
007579     88 PEND-EOF              VALUE "Y".
00757C     88 PEND-NOT-EOF          VALUE "N".
00757F 01  WS-PEND-OVFL-SW          PIC X VALUE "N".
00757I     88 PEND-OVERFLOW         VALUE "Y".
00757L 01  WS-PEND-TABLE.
00757O     05  WS-PEND-ENTRY OCCURS 20 TIMES.
00757R         10  PND-TYPE         PIC X(01).
007580         10  PND-SLEUTEL      PIC X(08).
007581         10  PND-NEW-VALUE    PIC X(30).
007582         10  PND-REQ-BY       PIC X(08).
007583         10  PND-REQ-DATE     PIC 9(08).
007584         10  PND-REQ-TIME     PIC 9(06).
007585         10  PND-KEEP-SW      PIC X(01).
007586 01  WS-PND-TYPE-X            PIC X(02).
007587 01  WS-PND-SLEUTEL-X         PIC X(10).
007588 01  WS-PND-VALUE-X           PIC X(30).
007589 01  WS-PND-REQBY-X           PIC X(10).
007590 01  WS-PND-DATE-X            PIC X(10).
007591 01  WS-PND-TIME-X            PIC X(08).
011500 01  WS-ED-DELTA              PIC ZZZZ9.99.
011600 01  WS-ED-RETAIN             PIC Z9.
011610 01  WS-ED-RETAIN3            PIC ZZ9.
011620 01  WS-ED-SIGMA              PIC Z9.9.
011700
011800 01  HIS-DETAIL-LINE.
011900     05  HIS-DATE             PIC 9(08).
014170 01  WS-OUT-DEADLINE          PIC 9999.
014180 01  WS-OUT-SLAMARGE          PIC 999.
014190 01  WS-OUT-SLAVENSTER        PIC 999.
014191 01  WS-OUT-AANMDAGEN         PIC 999.
014192 01  WS-OUT-AVGS.
014193     05  WS-OUT-AVG-E OCCURS 12 TIMES.
014194         10  FILLER           PIC X(01) VALUE ",".
014195         10  WS-OUT-AVG       PIC 999.
014196 01  WS-OUT-QSIGMA            PIC 99.9.
014197 01  WS-OUT-QMINOBS           PIC 999.
014198 01  WS-OUT-QDAGEN            PIC 999.
014199 01  WS-OUT-VMINPCT           PIC 999.
01419A 01  WS-OUT-VMAXPCT           PIC 999.
01419B 01  WS-OUT-AFBTOL            PIC 999.99.
014200 01  WS-OUT-LINE              PIC X(256).
014300
014400 PROCEDURE DIVISION.
014500
016387     END-PERFORM
016388     PERFORM 6500-REWRITE-PENDING THRU 6500-EXIT.
016389 6000-EXIT.
01638B     EXIT.
01638D
01638F*-----------------------------------------------------------
01638H* 6100-LOAD-PENDING - DE HELE WACHTRIJ NAAR DE TABEL. PAST
01638J*                     DE WACHTRIJ NIET, DAN WORDT DE OVER-
01638L*                     LOOP GESIGNALEERD EN WEIGERT 6000 DE
01638N*                     BEOORDELING - EEN TERUGSCHRIJF ZOU DE
01638P*                     NIET-GELADEN AANVRAGEN WEGGOOIEN.
01638R*-----------------------------------------------------------
01638T 6100-LOAD-PENDING.
01638V     MOVE ZERO TO WS-PEND-COUNT
01638X     OPEN INPUT PARM-PEND-FILE
01638Y     IF WS-PEND-STATUS NOT = "00"
01638Z         GO TO 6100-EXIT
016390     END-IF
016391     SET PEND-NOT-EOF TO TRUE
016392     PERFORM UNTIL PEND-EOF OR WS-PEND-COUNT >= WS-PEND-MAX
016393         READ PARM-PEND-FILE
016394             AT END
016395                 SET PEND-EOF TO TRUE
016396             NOT AT END
016397                 PERFORM 6110-LOAD-ONE-PENDING THRU 6110-EXIT
016398         END-READ
016399     END-PERFORM
01639A     PERFORM UNTIL PEND-EOF
01639B         READ PARM-PEND-FILE
01639C             AT END
01639D                 SET PEND-EOF TO TRUE
01639E             NOT AT END
01639F                 IF PARM-PEND-LINE NOT = SPACES
01639G                     SET PEND-OVERFLOW TO TRUE
01639H                 END-IF
01639I         END-READ
01639J     END-PERFORM
01639K     CLOSE PARM-PEND-FILE.
01639L 6100-EXIT.
01639M     EXIT.
01639N
01639O 6110-LOAD-ONE-PENDING.
01639P     IF PARM-PEND-LINE = SPACES
01639Q         GO TO 6110-EXIT
01639R     END-IF
01639S     MOVE SPACES TO WS-PND-TYPE-X WS-PND-SLEUTEL-X
01639T                    WS-PND-VALUE-X WS-PND-REQBY-X
01639U                    WS-PND-DATE-X WS-PND-TIME-X
01639V     UNSTRING PARM-PEND-LINE DELIMITED BY ","
01639X         INTO WS-PND-TYPE-X WS-PND-SLEUTEL-X WS-PND-VALUE-X
01639Y              WS-PND-REQBY-X WS-PND-DATE-X WS-PND-TIME-X
01639Z     END-UNSTRING
0163I3     END-IF
0163I4     MOVE FUNCTION NUMVAL(PND-SLEUTEL (WS-PEND-IDX))
0163I5         TO WS-FIELD-NR
0163I6     IF WS-FIELD-NR < 1 OR WS-FIELD-NR > 40
0163I7         DISPLAY "ONGELDIG VELDNUMMER IN AANVRAAG - "
0163I8                 "AFGEWEZEN."
0163I9         PERFORM 6450-LOG-REJECTION THRU 6450-EXIT
0163IC         GO TO 6300-EXIT
0163IF     END-IF
0163II     MOVE PND-NEW-VALUE (WS-PEND-IDX) TO WS-NEW-VALUE-X
0163IL     IF WS-FIELD-NR NOT = 1 AND WS-FIELD-NR NOT = 38
0163IO         AND WS-FIELD-NR NOT = 39
0163IR         IF FUNCTION TEST-NUMVAL(FUNCTION
0163IU                 TRIM(WS-NEW-VALUE-X)) NOT = 0
0163IX             DISPLAY "WAARDE IS NIET NUMERIEK - AFGEWEZEN."
0163J0             PERFORM 6450-LOG-REJECTION THRU 6450-EXIT
0163J8             GO TO 6300-EXIT
0163J9         END-IF
0163K0         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-NEW-VALUE-X))
016570     DISPLAY "OPERAUTH.DAT HERSCHREVEN.".
016580 6600-EXIT.
016590     EXIT.
0165MI*-----------------------------------------------------------
016600* 1000-LOAD-PARMS - THE CURRENT PARMS.DAT INTO PARM-RECORD.
016700*                   A MISSING FILE LEAVES THE COPYBOOK
016800*                   DEFAULTS, WHICH CAN THEN BE SAVED.
018500
018600 1050-PARSE-PARMS.
018700     PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
018800         UNTIL WS-FLD-IDX > 40
018900         MOVE SPACES TO WS-PARM-FLD-X (WS-FLD-IDX)
019000     END-PERFORM
019100     UNSTRING PARM-LINE DELIMITED BY ","
019530              WS-PARM-FLD-X (13) WS-PARM-FLD-X (14)
019540              WS-PARM-FLD-X (15) WS-PARM-FLD-X (16)
019550              WS-PARM-FLD-X (17) WS-PARM-FLD-X (18)
019560              WS-PARM-FLD-X (19) WS-PARM-FLD-X (20)
019561              WS-PARM-FLD-X (21) WS-PARM-FLD-X (22)
019562              WS-PARM-FLD-X (23) WS-PARM-FLD-X (24)
019563              WS-PARM-FLD-X (25) WS-PARM-FLD-X (26)
019564              WS-PARM-FLD-X (27) WS-PARM-FLD-X (28)
019565              WS-PARM-FLD-X (29) WS-PARM-FLD-X (30)
019566              WS-PARM-FLD-X (31) WS-PARM-FLD-X (32)
019567              WS-PARM-FLD-X (33) WS-PARM-FLD-X (34)
019568              WS-PARM-FLD-X (35) WS-PARM-FLD-X (36)
019569              WS-PARM-FLD-X (37) WS-PARM-FLD-X (38)
01956A              WS-PARM-FLD-X (39) WS-PARM-FLD-X (40)
019600     END-UNSTRING
019700     IF FUNCTION TRIM(WS-PARM-FLD-X (1)) NOT = SPACES
019800         MOVE FUNCTION TRIM(WS-PARM-FLD-X (1))
022710         AND WS-PARM-FLD-X (19) NOT = SPACES
022720         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (19))
022730             TO PARM-SLA-WINDOW-RUNS
022740     END-IF
022741     IF FUNCTION TRIM(WS-PARM-FLD-X (20)) IS NUMERIC
022742         AND WS-PARM-FLD-X (20) NOT = SPACES
022743         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (20))
022744             TO PARM-AANM-DAGEN
022745     END-IF
022746     PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
022747         UNTIL WS-AVG-IDX > 12
022748         COMPUTE WS-FLD-IDX = WS-AVG-IDX + 20
022749         IF FUNCTION TRIM(WS-PARM-FLD-X (WS-FLD-IDX))
02274A                 IS NUMERIC
02274B             AND WS-PARM-FLD-X (WS-FLD-IDX) NOT = SPACES
02274C             MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (WS-FLD-IDX))
02274D                 TO PARM-AVG-BEWAAR (WS-AVG-IDX)
02274E         END-IF
02274F     END-PERFORM
02274G     IF FUNCTION TEST-NUMVAL(FUNCTION
02274H             TRIM(WS-PARM-FLD-X (33))) = 0
02274I         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (33))
02274J             TO PARM-QUAR-SIGMA
02274K     END-IF
02274L     IF FUNCTION TRIM(WS-PARM-FLD-X (34)) IS NUMERIC
02274M         AND WS-PARM-FLD-X (34) NOT = SPACES
02274N         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (34))
02274P             TO PARM-QUAR-MIN-OBS
02274Q     END-IF
02274R     IF FUNCTION TRIM(WS-PARM-FLD-X (35)) IS NUMERIC
02274S         AND WS-PARM-FLD-X (35) NOT = SPACES
02274T         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (35))
02274U             TO PARM-QUAR-DAGEN
02274V     END-IF
02274W     IF FUNCTION TRIM(WS-PARM-FLD-X (36)) IS NUMERIC
02274X         AND WS-PARM-FLD-X (36) NOT = SPACES
02274Y         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (36))
02274Z             TO PARM-VERIF-MIN-PCT
022750     END-IF
022751     IF FUNCTION TRIM(WS-PARM-FLD-X (37)) IS NUMERIC
022752         AND WS-PARM-FLD-X (37) NOT = SPACES
022753         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (37))
022754             TO PARM-VERIF-MAX-PCT
022755     END-IF
022756     IF WS-PARM-FLD-X (38) NOT = SPACES
022757         MOVE FUNCTION TRIM(WS-PARM-FLD-X (38))
022758             TO PARM-EIGEN-BTWNR
022759     END-IF
02275A     IF WS-PARM-FLD-X (39) NOT = SPACES
02275B         MOVE FUNCTION TRIM(WS-PARM-FLD-X (39))
02275C             TO PARM-EIGEN-NAAM
02275D     END-IF
02275E     IF FUNCTION TEST-NUMVAL(WS-PARM-FLD-X (40)) = 0
02275F         AND WS-PARM-FLD-X (40) NOT = SPACES
02275G         MOVE FUNCTION NUMVAL(WS-PARM-FLD-X (40))
02275H             TO PARM-AFB-TOLERANTIE
02275I     END-IF.
023100 1050-EXIT.
023200     EXIT.
023300
03178H     MOVE PARM-SLA-MARGIN-MIN TO WS-ED-RETAIN3
03178I     DISPLAY "18 SLA MARGE MIN  " WS-ED-RETAIN3
03178J     MOVE PARM-SLA-WINDOW-RUNS TO WS-ED-RETAIN3
03178K     DISPLAY "19 SLA VENSTER    " WS-ED-RETAIN3
03178L     MOVE PARM-AANM-DAGEN TO WS-ED-RETAIN3
03178M     DISPLAY "20 AANMAAN DAGEN  " WS-ED-RETAIN3
03178N     PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
03178P         UNTIL WS-AVG-IDX > 12
03178Q         COMPUTE WS-FIELD-NR = WS-AVG-IDX + 20
03178R         MOVE WS-FIELD-NR TO WS-FIELD-ED
03178S         MOVE PARM-AVG-BEWAAR (WS-AVG-IDX) TO WS-ED-RETAIN3
03178T         DISPLAY WS-FIELD-ED " AVG MAANDEN "
03178U                 WS-AVG-NAME (WS-AVG-IDX) " "
03178V                 WS-ED-RETAIN3
03178W     END-PERFORM
03178X     MOVE PARM-QUAR-SIGMA TO WS-ED-SIGMA
03178Y     DISPLAY "33 QUARANT. SIGMA " WS-ED-SIGMA
03178Z     MOVE PARM-QUAR-MIN-OBS TO WS-ED-RETAIN3
0317A0     DISPLAY "34 QUARANT. MIN N " WS-ED-RETAIN3
0317A1     MOVE PARM-QUAR-DAGEN TO WS-ED-RETAIN3
0317A2     DISPLAY "35 QUARANT. DAGEN " WS-ED-RETAIN3
0317A3     MOVE PARM-VERIF-MIN-PCT TO WS-ED-RETAIN3
0317A4     DISPLAY "36 VERIF. MIN PCT " WS-ED-RETAIN3
0317A5     MOVE PARM-VERIF-MAX-PCT TO WS-ED-RETAIN3
0317A6     DISPLAY "37 VERIF. MAX PCT " WS-ED-RETAIN3
0317A7     DISPLAY "38 EIGEN BTW-NR   " PARM-EIGEN-BTWNR
0317A8     DISPLAY "39 EIGEN NAAM     " PARM-EIGEN-NAAM
0317A9     MOVE PARM-AFB-TOLERANTIE TO WS-ED-FLOOR
0317AA     DISPLAY "40 AFBOEK TOLER.  " WS-ED-FLOOR.
031900 3000-EXIT.
032000     EXIT.
032100
032500*                    FIELDS, APPLY AND LOG.
032600*-----------------------------------------------------------
032700 4000-CHANGE-PARM.
032800     DISPLAY "VELDNUMMER (1-40): "
032900     MOVE SPACES TO WS-FIELD-NR-X
033000     ACCEPT WS-FIELD-NR-X
033100     IF FUNCTION TRIM(WS-FIELD-NR-X) IS NOT NUMERIC
033500     END-IF
033600     MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-FIELD-NR-X))
033700         TO WS-FIELD-NR
033710     IF WS-FIELD-NR < 1 OR WS-FIELD-NR > 40
033720         DISPLAY "ONGELDIG VELDNUMMER."
033730         GO TO 4000-EXIT
033740     END-IF
034200         DISPLAY "GEEN WAARDE OPGEGEVEN."
034300         GO TO 4000-EXIT
034400     END-IF
034500     IF WS-FIELD-NR NOT = 1 AND WS-FIELD-NR NOT = 38
034510         AND WS-FIELD-NR NOT = 39
034600         IF FUNCTION TEST-NUMVAL(FUNCTION
034700                 TRIM(WS-NEW-VALUE-X)) NOT = 0
034800             DISPLAY "WAARDE IS NIET NUMERIEK."
04100Y                         "GEWEIGERD."
04100Z                 SET AUTHORITY-NOT-OK TO TRUE
041010             END-IF
041011         WHEN 20
041012             IF WS-NEW-NUM < 1 OR WS-NEW-NUM > 365
041013                 DISPLAY "AANMAANTERMIJN MOET 1-365 DAGEN ZIJN"
041014                         " - GEWEIGERD."
041015                 SET AUTHORITY-NOT-OK TO TRUE
041016             END-IF
041017         WHEN 21 THRU 32
041018             IF WS-NEW-NUM > 999
041019                 DISPLAY "BEWAARTERMIJN MOET 0-999 MAANDEN "
04101A                         "ZIJN - GEWEIGERD."
04101B                 SET AUTHORITY-NOT-OK TO TRUE
04101C             END-IF
04101D         WHEN 33
04101E             IF WS-NEW-NUM > 10.0
04101F                 DISPLAY "QUARANTAINE-SIGMA MOET 0-10 ZIJN"
04101G                         " - GEWEIGERD."
04101H                 SET AUTHORITY-NOT-OK TO TRUE
04101I             END-IF
04101J         WHEN 34
04101K         WHEN 35
04101L             IF WS-NEW-NUM < 1 OR WS-NEW-NUM > 999
04101M                 DISPLAY "WAARDE MOET 1-999 ZIJN - "
04101N                         "GEWEIGERD."
04101P                 SET AUTHORITY-NOT-OK TO TRUE
04101Q             END-IF
04101R         WHEN 36
04101S             IF WS-NEW-NUM > 100
04101T                 OR WS-NEW-NUM > PARM-VERIF-MAX-PCT
04101U                 DISPLAY "MINIMUM MOET 0-100 EN NIET BOVEN HET "
04101V                         "MAXIMUM (VELD 37) ZIJN - GEWEIGERD."
04101W                 SET AUTHORITY-NOT-OK TO TRUE
04101X             END-IF
04101Y         WHEN 37
04101Z             IF WS-NEW-NUM > 100
041020                 OR WS-NEW-NUM < PARM-VERIF-MIN-PCT
041021                 DISPLAY "MAXIMUM MOET 0-100 EN NIET ONDER HET "
041022                         "MINIMUM (VELD 36) ZIJN - GEWEIGERD."
041023                 SET AUTHORITY-NOT-OK TO TRUE
041024             END-IF
041025         WHEN 38
041026         WHEN 39
041027             MOVE ZERO TO WS-KOMMA-COUNT
041028             INSPECT WS-NEW-VALUE-X TALLYING WS-KOMMA-COUNT
041029                 FOR ALL ","
04102A             IF WS-KOMMA-COUNT > ZERO
04102B                 DISPLAY "EEN KOMMA IS NIET TOEGESTAAN - "
04102C                         "GEWEIGERD."
04102D                 SET AUTHORITY-NOT-OK TO TRUE
04102E             END-IF
04102F             IF WS-FIELD-NR = 38
04102G                 AND WS-NEW-VALUE-X (15:66) NOT = SPACES
04102H                 DISPLAY "BTW-NUMMER IS TEN HOOGSTE 14 "
04102I                         "POSITIES - GEWEIGERD."
04102J                 SET AUTHORITY-NOT-OK TO TRUE
04102K             END-IF
04102L             IF WS-FIELD-NR = 39
04102M                 AND WS-NEW-VALUE-X (31:50) NOT = SPACES
04102N                 DISPLAY "NAAM IS TEN HOOGSTE 30 POSITIES - "
04102P                         "GEWEIGERD."
04102Q                 SET AUTHORITY-NOT-OK TO TRUE
04102R             END-IF
04102S         WHEN 40
04102T             IF WS-NEW-NUM > 999.99
04102U                 DISPLAY "TOLERANTIE BOVEN 999.99 IS NIET "
04102V                         "AANNEMELIJK - GEWEIGERD."
04102W                 SET AUTHORITY-NOT-OK TO TRUE
04102X             END-IF
041100         WHEN OTHER
041200             CONTINUE
041300     END-EVALUATE.
050922             MOVE PARM-SLA-WINDOW-RUNS TO WS-ED-RETAIN3
050923             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
050924             MOVE "SLA-VENSTER" TO HIS-FIELD
050925         WHEN 20
050926             MOVE PARM-AANM-DAGEN TO WS-ED-RETAIN3
050927             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
050928             MOVE WS-NEW-NUM TO PARM-AANM-DAGEN
050929             MOVE PARM-AANM-DAGEN TO WS-ED-RETAIN3
05092A             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
05092B             MOVE "AANM-DAGEN" TO HIS-FIELD
05092C         WHEN 21 THRU 32
05092D             COMPUTE WS-AVG-IDX = WS-FIELD-NR - 20
05092E             MOVE PARM-AVG-BEWAAR (WS-AVG-IDX)
05092F                 TO WS-ED-RETAIN3
05092G             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
05092H             MOVE WS-NEW-NUM
05092I                 TO PARM-AVG-BEWAAR (WS-AVG-IDX)
05092J             MOVE PARM-AVG-BEWAAR (WS-AVG-IDX)
05092K                 TO WS-ED-RETAIN3
05092L             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
05092M             MOVE WS-AVG-NAME (WS-AVG-IDX) TO HIS-FIELD
05092N         WHEN 33
05092P             MOVE PARM-QUAR-SIGMA TO WS-ED-SIGMA
05092Q             MOVE WS-ED-SIGMA TO WS-OLD-VALUE-X
05092R             MOVE WS-NEW-NUM TO PARM-QUAR-SIGMA
05092S             MOVE PARM-QUAR-SIGMA TO WS-ED-SIGMA
05092T             MOVE WS-ED-SIGMA TO WS-NEW-DISP-X
05092U             MOVE "QUAR-SIGMA" TO HIS-FIELD
05092V         WHEN 34
05092W             MOVE PARM-QUAR-MIN-OBS TO WS-ED-RETAIN3
05092X             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
05092Y             MOVE WS-NEW-NUM TO PARM-QUAR-MIN-OBS
05092Z             MOVE PARM-QUAR-MIN-OBS TO WS-ED-RETAIN3
050930             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
050931             MOVE "QUAR-MIN-OBS" TO HIS-FIELD
050932         WHEN 35
050933             MOVE PARM-QUAR-DAGEN TO WS-ED-RETAIN3
050934             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
050935             MOVE WS-NEW-NUM TO PARM-QUAR-DAGEN
050936             MOVE PARM-QUAR-DAGEN TO WS-ED-RETAIN3
050937             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
050938             MOVE "QUAR-DAGEN" TO HIS-FIELD
050939         WHEN 36
05093A             MOVE PARM-VERIF-MIN-PCT TO WS-ED-RETAIN3
05093B             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
05093C             MOVE WS-NEW-NUM TO PARM-VERIF-MIN-PCT
05093D             MOVE PARM-VERIF-MIN-PCT TO WS-ED-RETAIN3
05093E             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
05093F             MOVE "VERIF-MIN-PCT" TO HIS-FIELD
05093G         WHEN 37
05093H             MOVE PARM-VERIF-MAX-PCT TO WS-ED-RETAIN3
05093I             MOVE WS-ED-RETAIN3 TO WS-OLD-VALUE-X
05093J             MOVE WS-NEW-NUM TO PARM-VERIF-MAX-PCT
05093K             MOVE PARM-VERIF-MAX-PCT TO WS-ED-RETAIN3
05093L             MOVE WS-ED-RETAIN3 TO WS-NEW-DISP-X
05093M             MOVE "VERIF-MAX-PCT" TO HIS-FIELD
05093N         WHEN 38
05093P             MOVE PARM-EIGEN-BTWNR TO WS-OLD-VALUE-X
05093Q             MOVE FUNCTION UPPER-CASE(FUNCTION
05093R                 TRIM(WS-NEW-VALUE-X)) TO PARM-EIGEN-BTWNR
05093S             MOVE PARM-EIGEN-BTWNR TO WS-NEW-DISP-X
05093T             MOVE "EIGEN-BTWNR" TO HIS-FIELD
05093U         WHEN 39
05093V             MOVE PARM-EIGEN-NAAM TO WS-OLD-VALUE-X
05093W             MOVE FUNCTION TRIM(WS-NEW-VALUE-X)
05093X                 TO PARM-EIGEN-NAAM
05093Y             MOVE PARM-EIGEN-NAAM TO WS-NEW-DISP-X
05093Z             MOVE "EIGEN-NAAM" TO HIS-FIELD
050940         WHEN 40
050941             MOVE PARM-AFB-TOLERANTIE TO WS-ED-FLOOR
050942             MOVE WS-ED-FLOOR TO WS-OLD-VALUE-X
050943             MOVE WS-NEW-NUM TO PARM-AFB-TOLERANTIE
050944             MOVE PARM-AFB-TOLERANTIE TO WS-ED-FLOOR
050945             MOVE WS-ED-FLOOR TO WS-NEW-DISP-X
050946             MOVE "AFB-TOLER" TO HIS-FIELD
051000     END-EVALUATE
051100
051110*    THE FILE IS REWRITTEN FIRST, THE HISTORY LINE ONLY
053000     EXIT.
053100
053200*-----------------------------------------------------------
053300* 7000-REWRITE-PARMS - THE FULL 40-FIELD LINE BACK TO
053400*                      PARMS.DAT
053500*-----------------------------------------------------------
053600 7000-REWRITE-PARMS.
054270     MOVE PARM-DEADLINE-TIME   TO WS-OUT-DEADLINE
054280     MOVE PARM-SLA-MARGIN-MIN  TO WS-OUT-SLAMARGE
054290     MOVE PARM-SLA-WINDOW-RUNS TO WS-OUT-SLAVENSTER
054291     MOVE PARM-AANM-DAGEN      TO WS-OUT-AANMDAGEN
054292     PERFORM VARYING WS-AVG-IDX FROM 1 BY 1
054293         UNTIL WS-AVG-IDX > 12
054294         MOVE PARM-AVG-BEWAAR (WS-AVG-IDX)
054295             TO WS-OUT-AVG (WS-AVG-IDX)
054296     END-PERFORM
054297     MOVE PARM-QUAR-SIGMA      TO WS-OUT-QSIGMA
054298     MOVE PARM-QUAR-MIN-OBS    TO WS-OUT-QMINOBS
054299     MOVE PARM-QUAR-DAGEN      TO WS-OUT-QDAGEN
05429A     MOVE PARM-VERIF-MIN-PCT   TO WS-OUT-VMINPCT
05429B     MOVE PARM-VERIF-MAX-PCT   TO WS-OUT-VMAXPCT
05429C     MOVE PARM-AFB-TOLERANTIE  TO WS-OUT-AFBTOL
054300     MOVE SPACES TO WS-OUT-LINE
054400     STRING FUNCTION TRIM(PARM-PEOPLE-FILE) ","
054500            WS-OUT-VATHI ","
055040            "," WS-OUT-DEADLINE
055050            "," WS-OUT-SLAMARGE
055060            "," WS-OUT-SLAVENSTER
055061            "," WS-OUT-AANMDAGEN
055062            WS-OUT-AVGS
055063            "," WS-OUT-QSIGMA
055064            "," WS-OUT-QMINOBS
055065            "," WS-OUT-QDAGEN
055066            "," WS-OUT-VMINPCT
055067            "," WS-OUT-VMAXPCT
055068            "," PARM-EIGEN-BTWNR
055069            "," PARM-EIGEN-NAAM
05506A            "," WS-OUT-AFBTOL
055100         DELIMITED BY SIZE INTO WS-OUT-LINE
055200     END-STRING
055300     OPEN OUTPUT PARM-FILE
