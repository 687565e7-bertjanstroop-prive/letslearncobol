003430*                  MASTER EN RUNJRNL.DAT BLIJVEN AF; DE
003440*                  RAPPORTSTATUS LUIDT "PROEF" EN EEN
003450*                  SAMENVATTING GAAT NAAR PROEFSUM.DAT.
003451* 2026-10-15  BJS  EEN C-REGEL MAG EEN VIERDE VELD DRAGEN: DE
003452*                  PEILSTAND VAN DE INVENTARISATIE (INVENT). DE
003453*                  NIEUWE STAND IS DAN HET GETELDE AANTAL PLUS
003454*                  WAT ER SINDS DE PEILING IS BIJGEKOMEN OF
003455*                  AFGEGAAN, ZODAT MUTATIES TUSSEN TELLEN EN
003456*                  BOEKEN NIET VERLOREN GAAN.
003457* 2026-10-15  BJS  ELKE TOEGEPASTE MUTATIE GAAT OOK NAAR HET
003458*                  PERMANENTE MUTATIEGROOTBOEK VOORMUT.DAT
003459*                  (VOORMUT.CPY) MET DE STAND VOOR EN NA - NIET
00345A*                  IN EEN PROEFRUN.
003500*-----------------------------------------------------------
003600
003700 ENVIRONMENT DIVISION.
006220     SELECT PROEF-SUM-FILE ASSIGN TO "PROEFSUM.DAT"
006230         ORGANIZATION IS LINE SEQUENTIAL
006240         FILE STATUS IS WS-PROEFSUM-STATUS.
006241
006242     SELECT STOCK-LEDGER-FILE ASSIGN TO "VOORMUT.DAT"
006243         ORGANIZATION IS LINE SEQUENTIAL
006244         FILE STATUS IS WS-VOORMUT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
008210
008220 FD  PROEF-SUM-FILE.
008230 01  PROEF-SUM-LINE           PIC X(132).
008231
008232 FD  STOCK-LEDGER-FILE.
008233 01  STOCK-LEDGER-LINE        PIC X(132).
008300
008400 WORKING-STORAGE SECTION.
008500*-----------------------------------------------------------
009996          VALUE "*** PROEFRUN - GEEN BIJWERKING ***".
010000 01  WS-VOORTRX-STATUS        PIC X(02) VALUE "00".
010100 01  WS-ARTMAST-STATUS        PIC X(02) VALUE "00".
010101
010102*-----------------------------------------------------------
010103* MUTATIEGROOTBOEK - EEN REGEL PER TOEGEPASTE MUTATIE
010104*-----------------------------------------------------------
010105     COPY "VOORMUT.CPY".
010106 01  WS-VOORMUT-STATUS        PIC X(02) VALUE "00".
010200
010300 01  WS-TRX-EOF               PIC X VALUE "N".
010400     88 TRX-EOF               VALUE "Y".
012200 01  WS-IN-TYPE-X             PIC X(04).
012300 01  WS-IN-ARTNO-X            PIC X(10).
012400 01  WS-IN-AANTAL-X           PIC X(10).
012410 01  WS-IN-PEIL-X             PIC X(10).
012500 01  WS-IN-TYPE               PIC X(01) VALUE SPACE.
012600     88 TRX-ONTVANGST         VALUE "O".
012700     88 TRX-UITGIFTE          VALUE "U".
012800     88 TRX-CORRECTIE         VALUE "C".
012900 01  WS-IN-AANTAL             PIC 9(07) VALUE ZERO.
013000 01  WS-OLD-VOORRAAD          PIC S9(07) VALUE ZERO.
013010 01  WS-IN-PEIL               PIC S9(07) VALUE ZERO.
013020 01  WS-PEIL-SW               PIC X VALUE "N".
013030     88 PEIL-GIVEN            VALUE "Y".
013040     88 PEIL-NOT-GIVEN        VALUE "N".
013100
013200*-----------------------------------------------------------
013300* PER-GROEP VALUATION ACCUMULATORS, FILLED DURING THE MASTER
035000         PERFORM 9000-WRITE-RUN-JOURNAL THRU 9000-EXIT
035100         STOP RUN
035200     END-IF
035201     IF LIVE-MODE
035202         OPEN EXTEND STOCK-LEDGER-FILE
035203         IF WS-VOORMUT-STATUS = "35"
035204             OPEN OUTPUT STOCK-LEDGER-FILE
035205         END-IF
035206     END-IF
035300     OPEN OUTPUT STOCK-REPORT-FILE
035400     MOVE RUNHDR-RUN-DATE TO RPT-HDG-DATE
035500     WRITE STOCK-REPORT-LINE FROM RPT-HEADING-1
038700     END-IF
038800     ADD 1 TO WS-TRX-COUNT
038900     MOVE SPACES TO WS-IN-TYPE-X WS-IN-ARTNO-X WS-IN-AANTAL-X
038910                    WS-IN-PEIL-X
039000     UNSTRING STOCK-TRX-LINE DELIMITED BY ","
039100         INTO WS-IN-TYPE-X WS-IN-ARTNO-X WS-IN-AANTAL-X
039110              WS-IN-PEIL-X
039200     END-UNSTRING
039300     MOVE FUNCTION UPPER-CASE(WS-IN-TYPE-X (1:1))
039400         TO WS-IN-TYPE
039600             AND NOT TRX-CORRECTIE)
039700         OR FUNCTION TRIM(WS-IN-ARTNO-X) = SPACES
039800         OR FUNCTION TRIM(WS-IN-AANTAL-X) IS NOT NUMERIC
039810         OR (WS-IN-PEIL-X NOT = SPACES
039820             AND (NOT TRX-CORRECTIE
039830                 OR FUNCTION TEST-NUMVAL(FUNCTION
039840                     TRIM(WS-IN-PEIL-X)) NOT = 0))
039900         MOVE STOCK-TRX-LINE TO RPT-INV-LINE
040000         WRITE STOCK-REPORT-LINE FROM RPT-INVALID-LINE
040100         ADD 1 TO WS-REJECT-COUNT
040200         GO TO 3100-EXIT
040300     END-IF
040400     MOVE FUNCTION NUMVAL(WS-IN-AANTAL-X) TO WS-IN-AANTAL
040410     IF WS-IN-PEIL-X = SPACES
040420         SET PEIL-NOT-GIVEN TO TRUE
040430     ELSE
040440         SET PEIL-GIVEN TO TRUE
040450         MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-IN-PEIL-X))
040460             TO WS-IN-PEIL
040470     END-IF
040500
040600     MOVE FUNCTION TRIM(WS-IN-ARTNO-X) TO ART-NUMMER
040700     READ ARTIKEL-MASTER
042300             ADD WS-IN-AANTAL TO ART-VOORRAAD
042400         WHEN TRX-UITGIFTE
042500             SUBTRACT WS-IN-AANTAL FROM ART-VOORRAAD
042600         WHEN TRX-CORRECTIE AND PEIL-GIVEN
042610             COMPUTE ART-VOORRAAD =
042620                 WS-IN-AANTAL + ART-VOORRAAD - WS-IN-PEIL
042630         WHEN TRX-CORRECTIE
042700             MOVE WS-IN-AANTAL TO ART-VOORRAAD
042800     END-EVALUATE
0428I0     IF LIVE-MODE
042900         REWRITE ARTIKEL-RECORD
042901         PERFORM 3200-WRITE-LEDGER THRU 3200-EXIT
042920     END-IF
043000     ADD 1 TO WS-APPLIED-COUNT
043100
043900         ADD 1 TO WS-EXCEPT-COUNT
044000     ELSE
044100         MOVE "TOEGEPAST" TO RPT-DET-STATUS
044110         IF PEIL-GIVEN
044120             MOVE "TOEGEPAST - TELLING" TO RPT-DET-STATUS
044130         END-IF
044200     END-IF
044210     IF PROEF-MODE
044220         MOVE "PROEF - NIET TOEGEPAST" TO RPT-DET-STATUS
044300     WRITE STOCK-REPORT-LINE FROM RPT-DETAIL-LINE.
044400 3100-EXIT.
044500     EXIT.
044501
044502*-----------------------------------------------------------
044503* 3200-WRITE-LEDGER - DE TOEGEPASTE MUTATIE NAAR VOORMUT.DAT
044504*-----------------------------------------------------------
044505 3200-WRITE-LEDGER.
044506     MOVE RUNHDR-RUN-DATE TO MUT-RUN-DATE
044507     MOVE RUNHDR-RUN-SEQ TO MUT-RUN-SEQ
044508     MOVE ART-NUMMER TO MUT-ARTIKEL
044509     MOVE WS-IN-TYPE TO MUT-TYPE
04450A     COMPUTE MUT-AANTAL = ART-VOORRAAD - WS-OLD-VOORRAAD
04450B     MOVE WS-OLD-VOORRAAD TO MUT-VOOR
04450C     MOVE ART-VOORRAAD TO MUT-NA
04450D     MOVE "VOORRAAD" TO MUT-PROGRAM
04450E     MOVE SPACES TO MUT-REFERENTIE
04450F     IF PEIL-GIVEN
04450G         MOVE "INVENTARIS" TO MUT-REFERENTIE
04450H     END-IF
04450I     MOVE RUNHDR-ADMIN TO MUT-ADMIN
04450J     WRITE STOCK-LEDGER-LINE FROM MUT-DETAIL-LINE.
04450K 3200-EXIT.
04450L     EXIT.
044600
044700*-----------------------------------------------------------
044800* 4000-SWEEP-VALUATION - READ THE WHOLE MASTER IN KEY ORDER,
055100     MOVE WS-REJECT-COUNT TO RPT-TRL-REJECTS
055200     WRITE STOCK-REPORT-LINE FROM RPT-TRAILER-LINE-4
055300     CLOSE STOCK-REPORT-FILE ARTIKEL-MASTER
055301     IF LIVE-MODE
055302         CLOSE STOCK-LEDGER-FILE
055303     END-IF
055400     DISPLAY "VOORRAAD COMPLETE - " WS-APPLIED-COUNT
055500             " TOEGEPAST, " WS-EXCEPT-COUNT
055600             " UITZONDERING(EN), " WS-REJECT-COUNT
