000100*-----------------------------------------------------------
000200* SCOREQUA.CPY - SCORE QUARANTAINE: DE VASTGEHOUDEN SCORES
000300*                (SCOREQUA.DAT) EN DE RETOUR NAAR DE BRON
000400*                (QUARRET.DAT)
000500*-----------------------------------------------------------
000600* DATE       INIT  DESCRIPTION
000700* ---------- ----  -----------------------------------------
000800* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE LINE PER SCORE THAT
000900*                  READCSV HELD BACK AS STATISTICALLY SUSPECT
001000*                  INSTEAD OF POSTING IT: KEY (RUN SEQUENCE +
001100*                  VOLGNUMMER IN THE RUN), STATUS (H=VAST-
001200*                  GEHOUDEN, V=VRIJGEGEVEN, A=AFGEWEZEN), THE
001300*                  SCORE DATE, THE ROW ITSELF, THE REASON (P =
001400*                  OUTSIDE THE PERSON'S OWN HISTORY, A = OUTSIDE
001500*                  THE AFDELING SPREAD OF THE DAY, PA = BOTH),
001600*                  THE COUNT, MEAN AND STANDARD DEVIATION OF
001700*                  BOTH SPREADS, THE DECISION DATE AND THE
001800*                  DECIDING SUPERVISOR. FIXED POSITIONS, SO
001900*                  SCOREVRG READS THE LINE BACK AS IS. THE
002000*                  RETURN LINE HAS THE REJECTS.DAT LAYOUT
002100*                  (REASON 09) SO THE SOURCE SYSTEM HANDLES A
002200*                  REJECTED SCORE LIKE ANY OTHER REJECT.
002300*-----------------------------------------------------------
002400 01  QUA-DETAIL-LINE.
002500     05  QUA-RUN-SEQ          PIC 9(06).
002600     05  FILLER               PIC X(01) VALUE ",".
002700     05  QUA-VOLGNR           PIC 9(05).
002800     05  FILLER               PIC X(01) VALUE ",".
002900     05  QUA-STATUS           PIC X(01).
003000         88  QUA-VASTGEHOUDEN          VALUE "H".
003100         88  QUA-VRIJGEGEVEN           VALUE "V".
003200         88  QUA-AFGEWEZEN             VALUE "A".
003300     05  FILLER               PIC X(01) VALUE ",".
003400     05  QUA-DATUM            PIC 9(08).
003500     05  FILLER               PIC X(01) VALUE ",".
003600     05  QUA-ID               PIC X(32).
003700     05  FILLER               PIC X(01) VALUE ",".
003800     05  QUA-SCORE            PIC -9(07).99.
003900     05  FILLER               PIC X(01) VALUE ",".
004000     05  QUA-DEPT             PIC X(20).
004100     05  FILLER               PIC X(01) VALUE ",".
004200     05  QUA-REDEN            PIC X(02).
004300     05  FILLER               PIC X(01) VALUE ",".
004400     05  QUA-PERS-N           PIC 9(03).
004500     05  FILLER               PIC X(01) VALUE ",".
004600     05  QUA-PERS-GEM         PIC -9(07).99.
004700     05  FILLER               PIC X(01) VALUE ",".
004800     05  QUA-PERS-SD          PIC 9(07).99.
004900     05  FILLER               PIC X(01) VALUE ",".
005000     05  QUA-AFD-N            PIC 9(05).
005100     05  FILLER               PIC X(01) VALUE ",".
005200     05  QUA-AFD-GEM          PIC -9(07).99.
005300     05  FILLER               PIC X(01) VALUE ",".
005400     05  QUA-AFD-SD           PIC 9(07).99.
005500     05  FILLER               PIC X(01) VALUE ",".
005600     05  QUA-BESL-DATUM       PIC 9(08).
005700     05  FILLER               PIC X(01) VALUE ",".
005800     05  QUA-BESL-OPER        PIC X(08).
005900     05  FILLER               PIC X(01) VALUE ",".
006000     05  QUA-ADMIN            PIC X(04) VALUE "STD".
006100     05  FILLER               PIC X(01) VALUE ",".
006200     05  QUA-BRON             PIC X(40).
006300     05  FILLER               PIC X(01) VALUE ",".
006400     05  QUA-NAME             PIC X(128).
006500
006600 01  QRET-DETAIL-LINE.
006700     05  QRET-REASON-CD       PIC X(02) VALUE "09".
006800     05  FILLER               PIC X(01) VALUE SPACE.
006900     05  QRET-REASON-TXT      PIC X(40).
007000     05  FILLER               PIC X(01) VALUE SPACE.
007100     05  QRET-ORIGINAL-LINE   PIC X(200).
