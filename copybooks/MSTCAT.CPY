000100*-----------------------------------------------------------
000200* MSTCAT.CPY - CATALOGUS VAN DE STAMBESTAND-BACKUPS
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE COMMA-DELIMITED
000700*                  LINE PER SEQUENTIAL UNLOAD OF AN INDEXED
000800*                  MASTER, KEPT IN MSTCAT.DAT THE WAY GENCAT
000900*                  KEEPS THE FLAT GENERATIONS. BASE NAME,
001000*                  BACKUP FILE (<BASE>.U<RUNSEQ>), RUN DATE AND
001100*                  RUN SEQUENCE, THE CLOCK DATE AND TIME OF THE
001200*                  UNLOAD (THE POINT FROM WHICH THE TIME-
001300*                  STAMPED AUDITS ARE REPLAYED), RECORD COUNT
001400*                  AND KEY HASH (SUM OF A PER-KEY HASH MODULO
001500*                  10**9, SO INDEPENDENT OF KEY ORDER).
001600*                  WRITTEN BY MSTUNLD, READ BY MSTRELD.
001700*-----------------------------------------------------------
001800 01  MCAT-DETAIL-LINE.
001900     05  MCAT-BASE               PIC X(12).
002000     05  FILLER                  PIC X(01) VALUE ",".
002100     05  MCAT-FILE               PIC X(20).
002200     05  FILLER                  PIC X(01) VALUE ",".
002300     05  MCAT-DATE               PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE ",".
002500     05  MCAT-SEQ                PIC 9(06).
002600     05  FILLER                  PIC X(01) VALUE ",".
002700     05  MCAT-STAMP-DATE         PIC 9(08).
002800     05  FILLER                  PIC X(01) VALUE ",".
002900     05  MCAT-STAMP-TIME         PIC 9(06).
003000     05  FILLER                  PIC X(01) VALUE ",".
003100     05  MCAT-COUNT              PIC 9(09).
003200     05  FILLER                  PIC X(01) VALUE ",".
003300     05  MCAT-HASH               PIC 9(09).
