000100*-----------------------------------------------------------
000200* INKORDER.CPY - PURCHASE ORDER LINE RECORD (INKORDER.IDX)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE RECORD PER
000700*                  INKOOPORDERREGEL, KEYED ON ORDERNUMMER PLUS
000800*                  REGELNUMMER. OPGEVOERD EN BEHEERD DOOR
000900*                  INKMAINT, BELEVERD DOOR ONTVANG (GELEVERD
001000*                  AANTAL, STATUS G ZODRA ALLES BINNEN IS) EN
001100*                  BEWAAKT DOOR INKRPT (LEVERDATUM VERSTREKEN).
001200*-----------------------------------------------------------
001300 01  INKOOPORDER-RECORD.
001400     05  INK-SLEUTEL.
001500         10  INK-ORDERNR      PIC X(08).
001600         10  INK-REGEL        PIC 9(03).
001700     05  INK-LEVERANCIER      PIC X(08).
001800     05  INK-ARTIKEL          PIC X(08).
001900     05  INK-BESTELD          PIC 9(07).
002000     05  INK-GELEVERD         PIC 9(07).
002100     05  INK-PRIJS            PIC 9(05)V99.
002200     05  INK-BESTELDATUM      PIC 9(08).
002300     05  INK-LEVERDATUM       PIC 9(08).
002400     05  INK-STATUS           PIC X(01).
002500         88  INK-OPEN         VALUE "O".
002600         88  INK-BINNEN       VALUE "G".
002700         88  INK-VERVALLEN    VALUE "V".
