000100*-----------------------------------------------------------
000200* JAARSLOT.CPY - REGISTER VAN AFGESLOTEN BOEKJAREN (JAARSLOT.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER BOEKJAAR CLOSED BY JAARAFS: JAAR,
000800*                  DATUM AND TIJD OF THE CLOSE, OPERATOR, THE
000900*                  LAST FACTUURNR OF THE OLD SERIES AND THE
001000*                  START OF THE NEW ONE, ADMINISTRATIE. MATH
001100*                  AND FACTPRT READ FIELD 1 ONLY AND REFUSE TO
001200*                  POST INTO A YEAR THAT IS ON IT.
001300*-----------------------------------------------------------
001400 01  JSL-DETAIL-LINE.
001500     05  JSL-JAAR                PIC 9(04).
001600     05  FILLER                  PIC X(01) VALUE ",".
001700     05  JSL-DATUM               PIC 9(08).
001800     05  FILLER                  PIC X(01) VALUE ",".
001900     05  JSL-TIJD                PIC 9(06).
002000     05  FILLER                  PIC X(01) VALUE ",".
002100     05  JSL-OPERATOR            PIC X(08).
002200     05  FILLER                  PIC X(01) VALUE ",".
002300     05  JSL-FACTNR-LAATST       PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE ",".
002500     05  JSL-FACTNR-NIEUW        PIC 9(08).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  JSL-ADMIN               PIC X(04).
