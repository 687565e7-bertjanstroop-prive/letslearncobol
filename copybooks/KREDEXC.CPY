000100*-----------------------------------------------------------
000200* KREDEXC.CPY - SHARED CREDIT EXCEPTION / RELEASE LOG RECORD
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER REGEL OF FACTUUR DIE OP DE
000800*                  KREDIETTOETS STUIT, APPENDED TO
000900*                  KREDEXC.DAT BY MARGE AND MATH: RUN DATUM,
001000*                  SEQUENCE, PROGRAMMA, KLANT, REFERENTIE
001100*                  (ARTIKEL OF FACTUURNR), BEDRAG, OPENSTAAND
001200*                  SALDO VOOR DEZE REGEL, LIMIET, REDEN
001300*                  (B=BLOKKADE, L=LIMIET OVERSCHREDEN),
001400*                  STATUS (H=GEHOUDEN, V=VRIJGEGEVEN) EN DE
001500*                  NIVEAU-2 OPERATOR DIE VRIJGAF.
001600*-----------------------------------------------------------
001700 01  KEXC-DETAIL-LINE.
001800     05  KEXC-RUN-DATE           PIC 9(08).
001900     05  FILLER                  PIC X(01) VALUE ",".
002000     05  KEXC-RUN-SEQ            PIC 9(06).
002100     05  FILLER                  PIC X(01) VALUE ",".
002200     05  KEXC-PROGRAM            PIC X(08).
002300     05  FILLER                  PIC X(01) VALUE ",".
002400     05  KEXC-KLANT              PIC X(08).
002500     05  FILLER                  PIC X(01) VALUE ",".
002600     05  KEXC-REFERENTIE         PIC X(10).
002700     05  FILLER                  PIC X(01) VALUE ",".
002800     05  KEXC-BEDRAG             PIC +9(09).99.
002900     05  FILLER                  PIC X(01) VALUE ",".
003000     05  KEXC-SALDO              PIC +9(09).99.
003100     05  FILLER                  PIC X(01) VALUE ",".
003200     05  KEXC-LIMIET             PIC 9(09).99.
003300     05  FILLER                  PIC X(01) VALUE ",".
003400     05  KEXC-REDEN              PIC X(01).
003500         88  KEXC-BLOKKADE       VALUE "B".
003600         88  KEXC-OVER-LIMIET    VALUE "L".
003700     05  FILLER                  PIC X(01) VALUE ",".
003800     05  KEXC-STATUS             PIC X(01).
003900         88  KEXC-GEHOUDEN       VALUE "H".
004000         88  KEXC-VRIJGEGEVEN    VALUE "V".
004100     05  FILLER                  PIC X(01) VALUE ",".
004200     05  KEXC-GRANTOR            PIC X(08).
004300     05  FILLER                  PIC X(01) VALUE ",".
004400     05  KEXC-ADMIN              PIC X(04) VALUE "STD".
