000100*-----------------------------------------------------------
000200* LEVMAST.CPY - LEVERANCIER MASTER RECORD (LEVMAST.IDX)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - THE KEYED SUPPLIER
000700*                  MASTER MAINTAINED BY LEVMAINT, READ BY
000800*                  ARTMAINT (VOORKEURLEVERANCIER), ONTVANG
000900*                  (CREDITEURENPOST EN VERVALDATUM) AND CREDITR
001000*                  (BETAALLIJST). LAND IS DE ISO-CODE (NL, DE,
001100*                  BE ...); TERMIJN IN DAGEN NA DE
001200*                  ONTVANGSTDATUM.
001300*-----------------------------------------------------------
001400 01  LEVERANCIER-RECORD.
001500     05  LEV-NUMMER           PIC X(08).
001600     05  LEV-NAAM             PIC X(30).
001700     05  LEV-IBAN             PIC X(34).
001800     05  LEV-BTW-NUMMER       PIC X(14).
001900     05  LEV-LAND             PIC X(02).
002000     05  LEV-TERMIJN          PIC 9(03).
