001700*                  A NAME FRAGMENT, SO A PHONE CALL FROM THE
001800*                  FRONT OFFICE NO LONGER MEANS SCROLLING
001900*                  THROUGH REPORT.DAT BY HAND.
00190A* 2026-10-15  BJS  PEOPLE.IDX RECORD EXTENDED WITH PIDX-AFDELING
00190B*                  AND PIDX-INDIENST (SEE READCSV).
002000*-----------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003500     05  PIDX-ID              PIC X(32).
003600     05  PIDX-NAME            PIC X(128).
003700     05  PIDX-SCORE           PIC S9(07)V99.
00370A     05  PIDX-AFDELING        PIC X(20).
00370B     05  PIDX-INDIENST        PIC 9(08).
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-PIDX-STATUS           PIC X(02) VALUE "00".
