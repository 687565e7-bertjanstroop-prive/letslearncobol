000100*-----------------------------------------------------------
000200* OFFREG.CPY - OFFERTEREGISTER (OFFREG.DAT) EN OFFERTEREGELS
000300*              (OFFREGL.DAT)
000400*-----------------------------------------------------------
000500* DATE       INIT  DESCRIPTION
000600* ---------- ----  -----------------------------------------
000700* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE REGISTER LINE PER
000800*                  OFFERTE (NUMMER, KLANT, DATUM, GELDIG TOT EN
000900*                  MET, STATUS OPEN/GEACCEPTEERD/VERLOPEN/
001000*                  VERLOREN, TOTAAL) AND ONE LINE PER GEPRIJSDE
001100*                  OFFERTEREGEL WITH THE QUOTED PRIJS, SO AN
001200*                  ACCEPTED OFFERTE IS INVOICED AT THE QUOTED
001300*                  PRIJS WHATEVER THE COSTS DID SINCE. WRITTEN
001400*                  AND MAINTAINED BY OFFERTE ONLY.
001500*-----------------------------------------------------------
001600 01  OFFR-DETAIL-LINE.
001700     05  OFFR-NUMMER          PIC 9(06).
001800     05  FILLER               PIC X(01) VALUE ",".
001900     05  OFFR-KLANT           PIC X(08).
002000     05  FILLER               PIC X(01) VALUE ",".
002100     05  OFFR-DATUM           PIC 9(08).
002200     05  FILLER               PIC X(01) VALUE ",".
002300     05  OFFR-GELDIG-TOT      PIC 9(08).
002400     05  FILLER               PIC X(01) VALUE ",".
002500     05  OFFR-STATUS          PIC X(01).
002600         88  OFFR-OPEN        VALUE "O".
002700         88  OFFR-GEACCEPTEERD VALUE "A".
002800         88  OFFR-VERLOPEN    VALUE "V".
002900         88  OFFR-VERLOREN    VALUE "L".
003000     05  FILLER               PIC X(01) VALUE ",".
003100     05  OFFR-STATUS-DATUM    PIC 9(08).
003200     05  FILLER               PIC X(01) VALUE ",".
003300     05  OFFR-REGELS          PIC 9(03).
003400     05  FILLER               PIC X(01) VALUE ",".
003500     05  OFFR-TOTAAL          PIC 9(09).99.
003600     05  FILLER               PIC X(01) VALUE ",".
003700     05  OFFR-OPERATOR        PIC X(08).
003800     05  FILLER               PIC X(01) VALUE ",".
003900     05  OFFR-FACTUUR         PIC X(10).
004000     05  FILLER               PIC X(01) VALUE ",".
004100     05  OFFR-ADMIN           PIC X(04) VALUE "STD".
004200
004300 01  OFFL-DETAIL-LINE.
004400     05  OFFL-NUMMER          PIC 9(06).
004500     05  FILLER               PIC X(01) VALUE ",".
004600     05  OFFL-REGEL           PIC 9(03).
004700     05  FILLER               PIC X(01) VALUE ",".
004800     05  OFFL-ARTIKEL         PIC X(08).
004900     05  FILLER               PIC X(01) VALUE ",".
005000     05  OFFL-AANTAL          PIC 9(06).
005100     05  FILLER               PIC X(01) VALUE ",".
005200     05  OFFL-PRIJS           PIC 9(06).99.
005300     05  FILLER               PIC X(01) VALUE ",".
005400     05  OFFL-BEDRAG          PIC 9(07).99.
005500     05  FILLER               PIC X(01) VALUE ",".
005600     05  OFFL-BTW-CODE        PIC X(01).
005700     05  FILLER               PIC X(01) VALUE ",".
005800     05  OFFL-MARGE           PIC 9(03).99.
005900     05  FILLER               PIC X(01) VALUE ",".
006000     05  OFFL-INKOOP          PIC 9(05).99.
006100     05  FILLER               PIC X(01) VALUE ",".
006200     05  OFFL-BRUTO-INKOOP    PIC 9(05).99.
006300     05  FILLER               PIC X(01) VALUE ",".
006400     05  OFFL-CONTRACT        PIC X(01).
006500     05  FILLER               PIC X(01) VALUE ",".
006600     05  OFFL-ROND            PIC 9(01).
006700     05  FILLER               PIC X(01) VALUE ",".
006800     05  OFFL-OVERRIDE        PIC X(01).
006900     05  FILLER               PIC X(01) VALUE ",".
007000     05  OFFL-GRANTOR         PIC X(08).
007100     05  FILLER               PIC X(01) VALUE ",".
007200     05  OFFL-OMSCHR          PIC X(30).
