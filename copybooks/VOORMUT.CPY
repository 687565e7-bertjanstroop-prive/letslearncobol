000100*-----------------------------------------------------------
000200* VOORMUT.CPY - VOORRAADMUTATIE GROOTBOEK (VOORMUT.DAT)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER TOEGEPASTE VOORRAADMUTATIE,
000800*                  APPENDED TO THE PERMANENT VOORMUT.DAT BY
000900*                  ONTVANG (ONTVANGSTEN) AND VOORRAAD
001000*                  (ONTVANGST, UITGIFTE, CORRECTIE): RUN
001100*                  DATUM, SEQUENCE, ARTIKEL, TYPE, DE
001200*                  MUTATIE ZELF (NIEUW MIN OUD, DUS BIJ EEN
001300*                  CORRECTIE HET VERSCHIL), DE STAND VOOR EN
001400*                  NA, HET PROGRAMMA EN EEN REFERENTIE
001500*                  (FACTUUR VAN DE LEVERANCIER, ONTVANGST-
001600*                  REFERENTIE OF INVENTARIS). NOTHING IN A
001700*                  PROEFRUN. FIXED COLUMNS SO INCOUR CAN SORT
001800*                  IT DIRECTLY; EXPLICIT SIGNS SO IT CAN BE
001900*                  NUMVALLED BACK.
002000*-----------------------------------------------------------
002100 01  MUT-DETAIL-LINE.
002200     05  MUT-RUN-DATE            PIC 9(08).
002300     05  FILLER                  PIC X(01) VALUE ",".
002400     05  MUT-RUN-SEQ             PIC 9(06).
002500     05  FILLER                  PIC X(01) VALUE ",".
002600     05  MUT-ARTIKEL             PIC X(08).
002700     05  FILLER                  PIC X(01) VALUE ",".
002800     05  MUT-TYPE                PIC X(01).
002900         88  MUT-ONTVANGST       VALUE "O".
003000         88  MUT-UITGIFTE        VALUE "U".
003100         88  MUT-CORRECTIE       VALUE "C".
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  MUT-AANTAL              PIC +9(07).
003400     05  FILLER                  PIC X(01) VALUE ",".
003500     05  MUT-VOOR                PIC +9(07).
003600     05  FILLER                  PIC X(01) VALUE ",".
003700     05  MUT-NA                  PIC +9(07).
003800     05  FILLER                  PIC X(01) VALUE ",".
003900     05  MUT-PROGRAM             PIC X(08).
004000     05  FILLER                  PIC X(01) VALUE ",".
004100     05  MUT-REFERENTIE          PIC X(12).
004200     05  FILLER                  PIC X(01) VALUE ",".
004300     05  MUT-ADMIN               PIC X(04) VALUE "STD".
