000100*-----------------------------------------------------------
000200* EFACTREG.CPY - UITGAAND REGISTER VAN E-FACTUREN (EFACTREG.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER E-FACTUUR AANGEBODEN: FACTUURNR,
000800*                  KLANT, DOCUMENTSOORT (380 = FACTUUR, 381 =
000900*                  CREDITNOTA), BEDRAG INCL. BTW ZOALS IN HET
001000*                  DOCUMENT, HET UBL-BESTAND, DATUM, TIJD,
001100*                  RUNVOLGNR, OPERATOR, POGING EN REDEN. FACTPRT
001200*                  SCHRIJFT POGING 1 (NIEUW); EFACTZND BIEDT
001300*                  HETZELFDE BESTAND OPNIEUW AAN ONDER HETZELFDE
001400*                  NUMMER MET POGING + 1 EN DE REDEN.
001500*-----------------------------------------------------------
001600 01  EFR-DETAIL-LINE.
001700     05  EFR-FACTNR              PIC 9(08).
001800     05  FILLER                  PIC X(01) VALUE ",".
001900     05  EFR-KLANT               PIC X(10).
002000     05  FILLER                  PIC X(01) VALUE ",".
002100     05  EFR-SOORT               PIC X(03).
002200     05  FILLER                  PIC X(01) VALUE ",".
002300     05  EFR-BEDRAG              PIC -9(09).99.
002400     05  FILLER                  PIC X(01) VALUE ",".
002500     05  EFR-BESTAND             PIC X(16).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  EFR-DATUM               PIC 9(08).
002800     05  FILLER                  PIC X(01) VALUE ",".
002900     05  EFR-TIJD                PIC 9(06).
003000     05  FILLER                  PIC X(01) VALUE ",".
003100     05  EFR-RUN-SEQ             PIC 9(06).
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  EFR-OPERATOR            PIC X(08).
003400     05  FILLER                  PIC X(01) VALUE ",".
003500     05  EFR-POGING              PIC 9(02).
003600     05  FILLER                  PIC X(01) VALUE ",".
003700     05  EFR-REDEN               PIC X(20).
