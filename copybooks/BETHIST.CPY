000100*-----------------------------------------------------------
000200* BETHIST.CPY - BETAALHISTORIE GESLOTEN POSTEN (BETHIST.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - APPEND-ONLY HISTORY OF
000700*                  EVERY FACTUUR DEBITEUR CLOSES. PER GESLOTEN
000800*                  POST ONE F-LINE (FACTUURDATUM, VERVALDATUM,
000900*                  FACTUURBEDRAG, DATUM VEREFFEND, DAGEN VAN
001000*                  FACTUUR TOT VEREFFENING, AANTAL BETALINGEN),
001100*                  FOLLOWED BY ONE B-LINE PER BETALING (BEDRAG,
001200*                  BETAALDATUM, DAGEN NA DE FACTUURDATUM). A
001300*                  CREDITNOTA IS CLOSED AT POSTING WITH NO
001400*                  BETALINGEN. EXPLICIT SIGNS SO IT CAN BE
001500*                  NUMVALLED BACK; BETGEDR REPORTS THE BETAAL-
001600*                  GEDRAG PER KLANT FROM IT.
001601* 2026-10-15  BJS  A POST CLOSED BY AN AFBOEKING GETS AN A-LINE
001602*                  AFTER ITS B-LINES (THE AFGEBOEKTE REST, THE
001603*                  BOEKDATUM) AND EVERY LINE OF THE POST CARRIES
001604*                  THE SOORT OF AFBOEKING (K KLEIN BETAALVERSCHIL,
001605*                  O ONINBAAR; SPACE = FULLY PAID). BETGEDR LEAVES
001606*                  AN ONINBARE POST OUT OF THE BETAALTERMIJN.
001700*-----------------------------------------------------------
001800 01  BTH-DETAIL-LINE.
001900     05  BTH-SOORT            PIC X(01).
002000         88  BTH-IS-FACTUUR   VALUE "F".
002100         88  BTH-IS-BETALING  VALUE "B".
002101         88  BTH-IS-AFBOEKING VALUE "A".
002200     05  FILLER               PIC X(01) VALUE ",".
002300     05  BTH-FACTUUR          PIC X(10).
002400     05  FILLER               PIC X(01) VALUE ",".
002500     05  BTH-KLANT            PIC X(10).
002600     05  FILLER               PIC X(01) VALUE ",".
002700     05  BTH-KLANTNAAM        PIC X(20).
002800     05  FILLER               PIC X(01) VALUE ",".
002900     05  BTH-FACTDATUM        PIC 9(08).
003000     05  FILLER               PIC X(01) VALUE ",".
003100     05  BTH-VERVALDATUM      PIC 9(08).
003200     05  FILLER               PIC X(01) VALUE ",".
003300     05  BTH-BEDRAG           PIC +9(09).99.
003400     05  FILLER               PIC X(01) VALUE ",".
003500     05  BTH-DATUM            PIC 9(08).
003600     05  FILLER               PIC X(01) VALUE ",".
003700     05  BTH-DAGEN            PIC +9(04).
003800     05  FILLER               PIC X(01) VALUE ",".
003900     05  BTH-AANTAL           PIC 9(03).
004000     05  FILLER               PIC X(01) VALUE ",".
004100     05  BTH-RUN-DATE         PIC 9(08).
004200     05  FILLER               PIC X(01) VALUE ",".
004300     05  BTH-RUN-SEQ          PIC 9(06).
004301     05  FILLER               PIC X(01) VALUE ",".
004302     05  BTH-AFBOEKING        PIC X(01).
