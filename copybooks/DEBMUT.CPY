000100*-----------------------------------------------------------
000200* DEBMUT.CPY - DEBITEURENMUTATIES (DEBMUT.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER MUTATIE OP DE OPEN POSTEN,
000800*                  APPENDED TO THE PERMANENT DEBMUT.DAT BY
000900*                  DEBITEUR: F FOR EVERY FACTUUR POSTED FROM
001000*                  BTWREG.DAT, B FOR EVERY BETALING APPLIED
001100*                  TO AN OPEN ITEM. RUN DATUM AND SEQUENCE,
001200*                  FACTUURNR, KLANT, BEDRAG (EXPLICIT SIGN SO
001300*                  IT CAN BE NUMVALLED BACK) AND THE FACTUUR-
001400*                  OF BETAALDATUM. DEBAFST RECONCILES THE
001500*                  DEBITEUREN AGAINST THE GROOTBOEK FROM IT.
001501* 2026-10-15  BJS  SOORT A FOR A FACTUUR AFGEBOEKT (KLEIN
001502*                  BETAALVERSCHIL BY DEBITEUR, ONINBAAR BY
001503*                  AFBOEK; SEE AFBREG.CPY) - THE BEDRAG IS THE
001504*                  AFGEBOEKTE REST.
001600*-----------------------------------------------------------
001700 01  DMU-DETAIL-LINE.
001800     05  DMU-RUN-DATE            PIC 9(08).
001900     05  FILLER                  PIC X(01) VALUE ",".
002000     05  DMU-RUN-SEQ             PIC 9(06).
002100     05  FILLER                  PIC X(01) VALUE ",".
002200     05  DMU-TYPE                PIC X(01).
002300         88  DMU-FACTUUR         VALUE "F".
002400         88  DMU-BETALING        VALUE "B".
002401         88  DMU-AFBOEKING       VALUE "A".
002500     05  FILLER                  PIC X(01) VALUE ",".
002600     05  DMU-INVOICE             PIC X(10).
002700     05  FILLER                  PIC X(01) VALUE ",".
002800     05  DMU-KLANT               PIC X(10).
002900     05  FILLER                  PIC X(01) VALUE ",".
003000     05  DMU-BEDRAG              PIC +9(09).99.
003100     05  FILLER                  PIC X(01) VALUE ",".
003200     05  DMU-DATUM               PIC 9(08).
