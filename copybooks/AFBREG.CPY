000100*-----------------------------------------------------------
000200* AFBREG.CPY - AFBOEKINGENREGISTER DEBITEUREN (AFBREG.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER FACTUUR AFGEBOEKT UIT DE OPEN
000800*                  POSTEN, APPENDED TO THE PERMANENT AFBREG.DAT.
000900*                  SOORT K = KLEIN BETAALVERSCHIL, WRITTEN OFF BY
001000*                  DEBITEUR WHEN A BETALING LEAVES A REST WITHIN
001100*                  THE AFBOEK-TOLERANTIE OF PARMS.DAT; SOORT O =
001200*                  ONINBARE VORDERING, WRITTEN OFF BY AFBOEK ON
001300*                  THE FIAT OF A NIVEAU-2 OPERATOR (FIATTEUR)
001310*                  OTHER THAN THE AANVRAGER (OPERATOR). THE
001400*                  BOEKDATUM IS THE DAY THE AFBOEKING GOES TO THE
001500*                  GROOTBOEK WITH THE GLEXTR EXTRACT. BEDRAG IS
001600*                  THE AFGEBOEKTE REST INCL BTW, BTW THE PART OF
001700*                  IT THAT IS BTW (PRO RATA FROM THE FACTUUR;
001800*                  BTW-BEKEND N = ESTIMATED AT THE HIGH TARIEF
001900*                  FOR A POST FROM BEFORE OPENPOST CARRIED ITS
002000*                  BTW). EXPLICIT SIGNS SO THEY CAN BE NUMVALLED
002100*                  BACK. BTWQTR CORRECTS THE AANGIFTE WITH THE
002200*                  BTW OF THE O LINES.
002300*-----------------------------------------------------------
002400 01  AFB-DETAIL-LINE.
002500     05  AFB-DATUM               PIC 9(08).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  AFB-RUN-SEQ             PIC 9(06).
002800     05  FILLER                  PIC X(01) VALUE ",".
002900     05  AFB-SOORT               PIC X(01).
003000         88  AFB-KLEIN-VERSCHIL  VALUE "K".
003100         88  AFB-ONINBAAR        VALUE "O".
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  AFB-FACTUUR             PIC X(10).
003400     05  FILLER                  PIC X(01) VALUE ",".
003500     05  AFB-KLANT               PIC X(10).
003600     05  FILLER                  PIC X(01) VALUE ",".
003700     05  AFB-FACTDATUM           PIC 9(08).
003800     05  FILLER                  PIC X(01) VALUE ",".
003900     05  AFB-BEDRAG              PIC +9(09).99.
004000     05  FILLER                  PIC X(01) VALUE ",".
004100     05  AFB-BTW                 PIC +9(09).99.
004200     05  FILLER                  PIC X(01) VALUE ",".
004300     05  AFB-BTW-BEKEND          PIC X(01).
004400     05  FILLER                  PIC X(01) VALUE ",".
004500     05  AFB-REDEN               PIC X(30).
004600     05  FILLER                  PIC X(01) VALUE ",".
004700     05  AFB-OPERATOR            PIC X(08).
004800     05  FILLER                  PIC X(01) VALUE ",".
004900     05  AFB-FIATTEUR            PIC X(08).
