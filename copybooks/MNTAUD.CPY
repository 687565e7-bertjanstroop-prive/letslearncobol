000100*-----------------------------------------------------------
000200* MNTAUD.CPY - AUDIT VAN HET ONDERHOUD OP DE STAMBESTANDEN
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER OPVOER OF WIJZIGING OP EEN
000800*                  GEINDEXEERD STAMBESTAND, APPENDED BY THE
000900*                  MAINTENANCE PROGRAM (KLANTAUD.DAT BY
001000*                  KLMAINT, ARTAUD.DAT BY ARTMAINT,
001100*                  CERTAUD.DAT BY CERTUPD). DATE AND TIME OF
001200*                  THE CHANGE, OPERATOR, PROGRAM, ACTION AND
001300*                  THE COMPLETE RECORD AS WRITTEN (AFTER-
001400*                  IMAGE). MSTRELD REPLAYS THESE LINES ON TOP
001500*                  OF A RELOADED BACKUP FROM MSTUNLD.
001600*-----------------------------------------------------------
001700 01  MNTAUD-DETAIL-LINE.
001800     05  MNTAUD-DATE             PIC 9(08).
001900     05  FILLER                  PIC X(01) VALUE ",".
002000     05  MNTAUD-TIME             PIC 9(06).
002100     05  FILLER                  PIC X(01) VALUE ",".
002200     05  MNTAUD-OPERATOR         PIC X(08).
002300     05  FILLER                  PIC X(01) VALUE ",".
002400     05  MNTAUD-PROGRAM          PIC X(08).
002500     05  FILLER                  PIC X(01) VALUE ",".
002600     05  MNTAUD-ACTION           PIC X(06).
002700         88  MNTAUD-OPVOER       VALUE "OPVOER".
002800         88  MNTAUD-WIJZIG       VALUE "WIJZIG".
002900     05  FILLER                  PIC X(01) VALUE ",".
003000     05  MNTAUD-IMAGE            PIC X(200).
