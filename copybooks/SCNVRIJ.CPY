000100*-----------------------------------------------------------
000200* SCNVRIJ.CPY - SCENARIOVERIFICATIE: HET VRIJGAVEREGISTER
000300*               (SCNVRIJ.DAT), EEN REGEL PER VERIFICATIERUN
000400*-----------------------------------------------------------
000500* DATE       INIT  DESCRIPTION
000600* ---------- ----  -----------------------------------------
000700* 2026-10-15  BJS  ORIGINAL COPYBOOK - ADVENTURE IN VERIFICATIE-
000800*                  MODUS SPEELT EEN SCENARIO MET ALLE GESCRIPTE
000900*                  STRATEGIEEN EN LEGT HIER VAST: DATUM, TIJD,
001000*                  RUN SEQUENCE, OPERATOR, SCENARIONAAM EN VERSIE
001100*                  (VINGERAFDRUK VAN SCENARIO.DAT EN DIFFIC.DAT),
001200*                  AANTAL STRATEGIEEN EN GESLAAGD, SLAAGPERCENTAGE
001300*                  MET DE GRENZEN UIT PARMS.DAT, GEMIDDELDE
001400*                  RONDES EN RESTERENDE HIT POINTS EN DE STATUS.
001500*                  DE LAATSTE REGEL VOOR EEN NAAM EN VERSIE
001600*                  BESLIST OF EEN SESSIE VOOR CERTIFICERING
001700*                  TELT. APPEND-ONLY, GESCHREVEN DOOR ADVENTURE.
001800*-----------------------------------------------------------
001900 01  SVR-DETAIL-LINE.
002000     05  SVR-DATUM            PIC 9(08).
002100     05  FILLER               PIC X(01) VALUE ",".
002200     05  SVR-TIJD             PIC 9(06).
002300     05  FILLER               PIC X(01) VALUE ",".
002400     05  SVR-RUN-SEQ          PIC 9(06).
002500     05  FILLER               PIC X(01) VALUE ",".
002600     05  SVR-OPERATOR         PIC X(08).
002700     05  FILLER               PIC X(01) VALUE ",".
002800     05  SVR-SCENARIO         PIC X(20).
002900     05  FILLER               PIC X(01) VALUE ",".
003000     05  SVR-VERSIE           PIC 9(06).
003100     05  FILLER               PIC X(01) VALUE ",".
003200     05  SVR-STRATEGIEEN      PIC 9(03).
003300     05  FILLER               PIC X(01) VALUE ",".
003400     05  SVR-GESLAAGD         PIC 9(03).
003500     05  FILLER               PIC X(01) VALUE ",".
003600     05  SVR-PCT              PIC 9(03).
003700     05  FILLER               PIC X(01) VALUE ",".
003800     05  SVR-MIN-PCT          PIC 9(03).
003900     05  FILLER               PIC X(01) VALUE ",".
004000     05  SVR-MAX-PCT          PIC 9(03).
004100     05  FILLER               PIC X(01) VALUE ",".
004200     05  SVR-GEM-RONDES       PIC 9(03).9.
004300     05  FILLER               PIC X(01) VALUE ",".
004400     05  SVR-GEM-HP           PIC 9(04).9.
004500     05  FILLER               PIC X(01) VALUE ",".
004600     05  SVR-STATUS           PIC X(11).
004700         88  SVR-VRIJGEGEVEN  VALUE "VRIJGEGEVEN".
004800         88  SVR-AFGEKEURD    VALUE "AFGEKEURD".
