000100*-----------------------------------------------------------
000200* BTWCORR.CPY - BTW-CORRECTIEREGISTER (BTWCORR.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER GEPRIJSDE REGEL VAN EEN FACTUUR OF
000800*                  CREDITNOTA DIE IN EEN DOOR BTWQTR GESLOTEN
000900*                  KWARTAAL VALT, APPENDED TO THE PERMANENT
001000*                  BTWCORR.DAT BY MATH IN PLACE OF THE BTWPERD
001100*                  D RECORD. RUN DATUM AND SEQUENCE, THE
001200*                  GESLOTEN JAAR AND KWARTAAL THE CORRECTIE
001300*                  BELONGS TO, TARIEF, EXCL AND BTW (CREDITS
001400*                  NEGATIVE, EXPLICIT SIGN SO THEY CAN BE
001500*                  NUMVALLED BACK), FACTUURNR, KLANT AND
001600*                  FACTUURDATUM. GLEXTR BOOKS THE RUN DATE'S
001700*                  CORRECTIES, BTWSUPP TURNS THEM INTO THE
001800*                  SUPPLETIE PER KWARTAAL.
001900*-----------------------------------------------------------
002000 01  BCO-DETAIL-LINE.
002100     05  BCO-RUN-DATE            PIC 9(08).
002200     05  FILLER                  PIC X(01) VALUE ",".
002300     05  BCO-RUN-SEQ             PIC 9(06).
002400     05  FILLER                  PIC X(01) VALUE ",".
002500     05  BCO-JAAR                PIC 9(04).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  BCO-KW                  PIC 9(01).
002800     05  FILLER                  PIC X(01) VALUE ",".
002900     05  BCO-RATE                PIC X(01).
003000     05  FILLER                  PIC X(01) VALUE ",".
003100     05  BCO-EXCL                PIC +9(09).99.
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  BCO-VAT                 PIC +9(09).99.
003400     05  FILLER                  PIC X(01) VALUE ",".
003500     05  BCO-INVOICE             PIC X(10).
003600     05  FILLER                  PIC X(01) VALUE ",".
003700     05  BCO-KLANT               PIC X(10).
003800     05  FILLER                  PIC X(01) VALUE ",".
003900     05  BCO-FACTDATUM           PIC X(08).
