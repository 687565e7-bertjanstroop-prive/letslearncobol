000100*-----------------------------------------------------------
000200* CREDPOST.CPY - OPEN PAYABLES (CREDITEUREN) FILE LINE
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER OPEN INKOOPPOST IN CREDPOST.DAT:
000800*                  LEVERANCIER, FACTUURNUMMER VAN DE
000900*                  LEVERANCIER (OF DE ONTVANGSTREFERENTIE),
001000*                  ARTIKEL, ONTVANGSTDATUM, VERVALDATUM
001100*                  (DATUM PLUS LEV-TERMIJN), BEDRAG (AANTAL
001200*                  MAAL FACTUURPRIJS, EXCL. BTW) EN WAT ER AL
001300*                  OP BETAALD IS. APPENDED BY ONTVANG, SETTLED
001400*                  AND REWRITTEN BY CREDITR. EXPLICIT SIGNS SO
001500*                  THE NEXT RUN CAN NUMVAL THEM BACK.
001600*-----------------------------------------------------------
001700 01  CRP-DETAIL-LINE.
001800     05  CRP-LEVERANCIER      PIC X(08).
001900     05  FILLER               PIC X(01) VALUE ",".
002000     05  CRP-FACTUUR          PIC X(12).
002100     05  FILLER               PIC X(01) VALUE ",".
002200     05  CRP-ARTIKEL          PIC X(08).
002300     05  FILLER               PIC X(01) VALUE ",".
002400     05  CRP-DATUM            PIC 9(08).
002500     05  FILLER               PIC X(01) VALUE ",".
002600     05  CRP-VERVALDATUM      PIC 9(08).
002700     05  FILLER               PIC X(01) VALUE ",".
002800     05  CRP-BEDRAG           PIC +9(09).99.
002900     05  FILLER               PIC X(01) VALUE ",".
003000     05  CRP-BETAALD          PIC +9(09).99.
