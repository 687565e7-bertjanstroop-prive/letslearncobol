000100*-----------------------------------------------------------
000200* TRNBOEK.CPY - BOEKING VAN EEN TRAINEE OP EEN SESSIE
000300*               (TRNBOEK.IDX)
000400*-----------------------------------------------------------
000500* DATE       INIT  DESCRIPTION
000600* ---------- ----  -----------------------------------------
000700* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE RECORD PER BOOKING,
000800*                  KEYED ON THE SESSION KEY (TRNSESS.CPY) PLUS
000900*                  THE ROSTER ID, SO A KEYED SWEEP FROM A
001000*                  SESSION KEY GIVES ITS DEELNEMERSLIJST.
001100*                  NAAM AND VERVALT ARE TAKEN FROM CERTDUE.DAT
001200*                  AT BOOKING TIME. LOGPOS IS THE NUMBER OF
001300*                  RESULT LINES ON TRAINLOG.DAT WHEN THE
001400*                  BOOKING WAS MADE: THE LOG CARRIES NO DATE,
001500*                  SO ONLY A RESULT LINE PAST THAT POSITION
001600*                  COUNTS AS ATTENDANCE. STATUS G = GEBOEKT,
001700*                  A = AANWEZIG (UITSLAG PASS/FAIL), N = NIET
001800*                  VERSCHENEN, V = SESSIE VERVALLEN. WRITTEN
001900*                  AND UPDATED BY TRNPLAN ONLY.
002000*-----------------------------------------------------------
002100 01  TRAINING-BOEKING-RECORD.
002200     05  BKG-KEY.
002300         10  BKG-SES-KEY.
002400             15  BKG-SES-DATUM PIC 9(08).
002500             15  BKG-SES-VOLGNR PIC 9(02).
002600         10  BKG-ID           PIC X(08).
002700     05  BKG-NAAM             PIC X(30).
002800     05  BKG-VERVALT          PIC 9(08).
002900     05  BKG-GEBOEKT-OP       PIC 9(08).
003000     05  BKG-LOGPOS           PIC 9(07).
003100     05  BKG-STATUS           PIC X(01).
003200         88  BKG-GEBOEKT      VALUE "G".
003300         88  BKG-AANWEZIG     VALUE "A".
003400         88  BKG-NIET-VERSCHENEN VALUE "N".
003500         88  BKG-VERVALLEN    VALUE "V".
003600     05  BKG-UITSLAG          PIC X(04).
003700     05  BKG-AFGEHANDELD      PIC 9(08).
