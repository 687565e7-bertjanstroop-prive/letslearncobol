000100*-----------------------------------------------------------
000200* VERKORD.CPY - CUSTOMER ORDER LINE RECORD (VERKORD.IDX)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE RECORD PER
000700*                  VERKOOPORDERREGEL, KEYED ON ORDERNUMMER PLUS
000800*                  REGELNUMMER. OPGEVOERD DOOR VKMAINT, DIE DE
000900*                  VRIJE VOORRAAD RESERVEERT (STATUS R) EN EEN
001000*                  TEKORT ALS BACKORDERREGEL (STATUS B) VOERT.
001100*                  VKLEVER RESERVEERT BACKORDERS ZODRA ER VOOR-
001200*                  RAAD IS EN LEVERT DE REGELS WAARVAN DE
001300*                  GEWENSTE LEVERDATUM IS BEREIKT (STATUS G,
001400*                  PAKBON). VKRPT TOONT WAT NOG OPEN STAAT.
001500*-----------------------------------------------------------
001600 01  VERKOOPORDER-RECORD.
001700     05  VKO-SLEUTEL.
001800         10  VKO-ORDERNR      PIC 9(06).
001900         10  VKO-REGEL        PIC 9(03).
002000     05  VKO-KLANT            PIC X(08).
002100     05  VKO-ARTIKEL          PIC X(08).
002200     05  VKO-AANTAL           PIC 9(07).
002300     05  VKO-GERESERVEERD     PIC 9(07).
002400     05  VKO-GELEVERD         PIC 9(07).
002500     05  VKO-PRIJS            PIC 9(05)V99.
002600     05  VKO-ORDERDATUM       PIC 9(08).
002700     05  VKO-LEVERDATUM       PIC 9(08).
002800     05  VKO-STATUS           PIC X(01).
002900         88  VKO-RESERVERING  VALUE "R".
003000         88  VKO-BACKORDER    VALUE "B".
003100         88  VKO-AFGELEVERD   VALUE "G".
003200         88  VKO-VERVALLEN    VALUE "V".
003300     05  VKO-BACKORDER-VAN    PIC 9(03).
003400     05  VKO-PAKBON           PIC 9(06).
003500     05  VKO-LEVERDAG         PIC 9(08).
003600     05  VKO-OPERATOR         PIC X(08).
