000100*-----------------------------------------------------------
000200* OPENPOST.CPY - OPEN-ITEMS RECORD DEBITEUREN (OPENPOST.IDX)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE RECORD PER OPEN
000700*                  FACTUUR, KEYED ON THE FACTUURNUMMER WITH AN
000800*                  ALTERNATE KEY (WITH DUPLICATES) ON THE KLANT.
000900*                  POSTED, PAID AND CLOSED BY DEBITEUR; A FULLY
001000*                  PAID FACTUUR IS DELETED AND MOVES TO THE
001100*                  BETAALHISTORIE BETHIST.DAT (SEE BETHIST.CPY).
001200*                  THE VERVALDATUM IS THE FACTUURDATUM PLUS THE
001300*                  KLA-TERMIJN AT POSTING (30 DAGEN WHEN THE KLANT
001400*                  IS NOT ON THE MASTER). EVERY BETALING IS KEPT
001500*                  WITH ITS DATE IN OPN-BETALING; FROM THE
001600*                  TWAALFDE ON THEY ARE ADDED INTO THE LAST ENTRY,
001700*                  WHICH THEN CARRIES THE LATEST DATE.
001701* 2026-10-15  BJS  OPN-BTW CARRIES THE BTW OF THE FACTUUR FROM
001702*                  BTWREG.DAT AT POSTING, SO AN AFBOEKING CAN
001703*                  SPLIT OFF ITS BTW PART (OPN-BTW-BEKEND N FOR A
001704*                  POST BUILT BEFORE THEN). TAKEN FROM THE FILLER,
001705*                  THE RECORD LENGTH IS UNCHANGED.
001800*-----------------------------------------------------------
001900 01  OPEN-POST-RECORD.
002000     05  OPN-FACTUUR          PIC X(10).
002100     05  OPN-KLANT            PIC X(10).
002200     05  OPN-KLANTNAAM        PIC X(20).
002300     05  OPN-DATUM            PIC 9(08).
002400     05  OPN-VERVALDATUM      PIC 9(08).
002500     05  OPN-BEDRAG           PIC S9(09)V99.
002600     05  OPN-BETAALD          PIC S9(09)V99.
002700     05  OPN-BET-AANTAL       PIC 9(03).
002800     05  OPN-BETALING OCCURS 12 TIMES.
002900         10  OPN-BET-DATUM    PIC 9(08).
003000         10  OPN-BET-BEDRAG   PIC S9(09)V99.
003100     05  OPN-BTW              PIC S9(09)V99.
003101     05  OPN-BTW-BEKEND       PIC X(01).
003102     05  FILLER               PIC X(16).
