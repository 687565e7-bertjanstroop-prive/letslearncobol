000100*-----------------------------------------------------------
000200* BONUS.CPY - KWARTAALBONUS: HET BETAALREGISTER (BONUSREG.DAT)
000300*             EN HET MUTATIEBESTAND VOOR DE SALARIS-
000400*             ADMINISTRATIE (BONUSMUT.DAT)
000500*-----------------------------------------------------------
000600* DATE       INIT  DESCRIPTION
000700* ---------- ----  -----------------------------------------
000800* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE REGISTER LINE PER
000900*                  PAID KWARTAAL (JAAR, KWARTAAL, DATUM, TIJD,
001000*                  RUN SEQUENCE, VRIJGEVENDE OPERATOR, AANTAL
001100*                  PERSONEN, TOTAAL) SO NO KWARTAAL IS PAID
001200*                  TWICE, AND THE FIXED-FORMAT 100-POSITION
001300*                  PAYROLL RECORDS: ONE H(EADER), ONE D(ETAIL)
001400*                  PER PERSON WITH A BONUS (BEDRAG IN CENTEN,
001500*                  NO DECIMAL POINT) AND ONE T(RAILER) WITH
001600*                  COUNT AND TOTAL. WRITTEN BY BONUS ONLY.
001700*-----------------------------------------------------------
001800 01  BREG-DETAIL-LINE.
001900     05  BREG-JAAR            PIC 9(04).
002000     05  FILLER               PIC X(01) VALUE ",".
002100     05  BREG-KWARTAAL        PIC 9(01).
002200     05  FILLER               PIC X(01) VALUE ",".
002300     05  BREG-DATUM           PIC 9(08).
002400     05  FILLER               PIC X(01) VALUE ",".
002500     05  BREG-TIJD            PIC 9(06).
002600     05  FILLER               PIC X(01) VALUE ",".
002700     05  BREG-RUN-SEQ         PIC 9(06).
002800     05  FILLER               PIC X(01) VALUE ",".
002900     05  BREG-OPERATOR        PIC X(08).
003000     05  FILLER               PIC X(01) VALUE ",".
003100     05  BREG-PERSONEN        PIC 9(06).
003200     05  FILLER               PIC X(01) VALUE ",".
003300     05  BREG-TOTAAL          PIC 9(09).99.
003400     05  FILLER               PIC X(01) VALUE ",".
003500     05  BREG-ADMIN           PIC X(04) VALUE "STD".
003600
003700 01  BMUT-HEADER-RECORD.
003800     05  BMUT-H-SOORT         PIC X(01) VALUE "H".
003900     05  BMUT-H-BRON          PIC X(08) VALUE "BONUS".
004000     05  BMUT-H-ADMIN         PIC X(04).
004100     05  BMUT-H-JAAR          PIC 9(04).
004200     05  BMUT-H-KWARTAAL      PIC 9(01).
004300     05  BMUT-H-AANMAAK       PIC 9(08).
004400     05  BMUT-H-RUN-SEQ       PIC 9(06).
004500     05  FILLER               PIC X(68) VALUE SPACES.
004600
004700 01  BMUT-DETAIL-RECORD.
004800     05  BMUT-D-SOORT         PIC X(01) VALUE "D".
004900     05  BMUT-D-PERSOON       PIC X(32).
005000     05  BMUT-D-LOONCODE      PIC X(06).
005100     05  BMUT-D-JAAR          PIC 9(04).
005200     05  BMUT-D-KWARTAAL      PIC 9(01).
005300     05  BMUT-D-BEDRAG        PIC 9(07)V99.
005400     05  BMUT-D-AFDELING      PIC X(20).
005500     05  BMUT-D-NAAM          PIC X(27).
005600
005700 01  BMUT-TRAILER-RECORD.
005800     05  BMUT-T-SOORT         PIC X(01) VALUE "T".
005900     05  BMUT-T-AANTAL        PIC 9(06).
006000     05  BMUT-T-TOTAAL        PIC 9(09)V99.
006100     05  FILLER               PIC X(82) VALUE SPACES.
