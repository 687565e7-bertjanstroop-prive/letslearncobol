00109T*                  ONLINE DEADLINE (HHMM), FIELD 18 = THE
00109U*                  WARNING MARGIN IN MINUTES, FIELD 19 = THE
00109V*                  NUMBER OF RUNS IN THE TREND WINDOW.
00109W* 2026-10-15  BJS  ADD PARM-AANM-DAGEN (FIELD 20) - THE
00109X*                  DAYS AANMAAN WAITS AFTER A REMINDER
00109Y*                  BEFORE THE NEXT DUNNING STAGE IS SENT.
00109Z* 2026-10-15  BJS  ADD PARM-AVG-BEWAAR-TABLE (FIELDS 21-32) -
0010A0*                  THE AVG RETENTION PERIOD IN MONTHS PER FILE
0010A1*                  WITH PERSON DATA, IN AVGVERW'S FIXED ORDER
0010A2*                  (PEOPLE, SCOREHST, SCORECUR, SCOREMND,
0010A3*                  PEOPCHG, ROSTMAST, ROSTAUD, TRAINLOG, CERTREG,
0010A4*                  CERTAUD, DOSSIER, HSKEEP GENERATIES). 0 = NO
0010A5*                  RETENTION PURGE FOR THAT FILE. THE PARMS.DAT
0010A6*                  LINE IS NOW LONGER THAN 132 POSITIONS; READERS
0010A7*                  OF FIELDS 1-20 ARE NOT AFFECTED.
0010AA* 2026-10-15  BJS  ADD THE SCORE QUARANTINE PARAMETERS: FIELD 33
0010AB*                  = THE NUMBER OF STANDARD DEVIATIONS A SCORE
0010AC*                  MAY LIE FROM THE PERSON'S OWN HISTORY AND FROM
0010AD*                  THE AFDELING SPREAD OF THE DAY BEFORE READCSV
0010AE*                  HOLDS IT (0 = NO QUARANTINE CHECK), FIELD 34 =
0010AF*                  THE MINIMUM NUMBER OF OBSERVATIONS A SPREAD
0010AG*                  NEEDS TO COUNT, FIELD 35 = THE HISTORY WINDOW
0010AH*                  IN DAYS.
0010AI* 2026-10-15  BJS  ADD THE SCENARIO VERIFICATION BOUNDS: FIELD 36
0010AJ*                  = THE MINIMUM AND FIELD 37 = THE MAXIMUM PASS
0010AK*                  RATE (PERCENT OF THE SCRIPTED STRATEGIES) A
0010AL*                  SCENARIO.DAT MUST REACH IN ADVENTURE'S
0010AM*                  VERIFICATION RUN BEFORE IT IS RELEASED FOR
0010AN*                  CERTIFICATION SESSIONS.
0010AP* 2026-10-15  BJS  ADD OUR OWN IDENTITY FOR THE UBL E-FACTUUR OF
0010AQ*                  FACTPRT: FIELD 38 = OUR BTW-NUMMER, FIELD 39
0010AR*                  = OUR NAME AS IT APPEARS ON THE INVOICE. EACH
0010AS*                  BV KEEPS ITS OWN PARMS.DAT, SO EACH BV
0010AT*                  INVOICES UNDER ITS OWN NUMMER. BLANK = NO
0010AU*                  E-FACTUREN.
0010AV* 2026-10-15  BJS  ADD THE AFBOEK-TOLERANTIE (FIELD 40): A REST
0010AW*                  OF AT MOST THIS MANY EURO LEFT ON A FACTUUR
0010AX*                  BY A BETALING IS WRITTEN OFF BY DEBITEUR AS A
0010AY*                  KLEIN BETAALVERSCHIL (SEE AFBREG.CPY). ZERO =
0010AZ*                  NO AUTOMATIC AFBOEKING.
001100*-----------------------------------------------------------
001200 01  PARM-RECORD.
001300     05  PARM-PEOPLE-FILE        PIC X(80)
001960     05  PARM-DEADLINE-TIME      PIC 9(04)    VALUE 0600.
001970     05  PARM-SLA-MARGIN-MIN     PIC 9(03)    VALUE 30.
001980     05  PARM-SLA-WINDOW-RUNS    PIC 9(03)    VALUE 10.
001990     05  PARM-AANM-DAGEN         PIC 9(03)    VALUE 14.
001991     05  PARM-AVG-BEWAAR-TABLE.
001992         10  PARM-AVG-BEWAAR     PIC 9(03) OCCURS 12 TIMES
001993                                 VALUE 24.
00199A     05  PARM-QUAR-SIGMA         PIC 9(02)V9  VALUE 3.0.
00199B     05  PARM-QUAR-MIN-OBS       PIC 9(03)    VALUE 5.
00199C     05  PARM-QUAR-DAGEN         PIC 9(03)    VALUE 90.
00199D     05  PARM-VERIF-MIN-PCT      PIC 9(03)    VALUE 20.
00199E     05  PARM-VERIF-MAX-PCT      PIC 9(03)    VALUE 90.
00199F     05  PARM-EIGEN-BTWNR        PIC X(14)    VALUE SPACES.
00199G     05  PARM-EIGEN-NAAM         PIC X(30)    VALUE SPACES.
00199H     05  PARM-AFB-TOLERANTIE     PIC 9(03)V99 VALUE ZERO.
