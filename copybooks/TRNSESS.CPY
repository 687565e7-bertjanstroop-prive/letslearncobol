000100*-----------------------------------------------------------
000200* TRNSESS.CPY - TRAININGSSESSIE KALENDER (TRNSESS.IDX)
000300*-----------------------------------------------------------
000400* DATE       INIT  DESCRIPTION
000500* ---------- ----  -----------------------------------------
000600* 2026-10-15  BJS  ORIGINAL COPYBOOK - ONE RECORD PER GEPLANDE
000700*                  HERCERTIFICERINGSSESSIE, KEYED ON DATUM
000800*                  PLUS VOLGNUMMER SO A KEYED SWEEP RUNS IN
000900*                  DATE ORDER. SCENARIO, INSTRUCTEUR AND
001000*                  CAPACITEIT ARE MAINTAINED BY TRNMAINT;
001100*                  GEBOEKT IS KEPT BY TRNPLAN ONLY. STATUS
001200*                  G = GEPLAND, V = VERVALLEN (TRNPLAN BOEKT
001300*                  DE DEELNEMERS DAN OM).
001400*-----------------------------------------------------------
001500 01  TRAINING-SESSIE-RECORD.
001600     05  SES-KEY.
001700         10  SES-DATUM        PIC 9(08).
001800         10  SES-VOLGNR       PIC 9(02).
001900     05  SES-SCENARIO         PIC X(20).
002000     05  SES-INSTRUCTEUR      PIC X(30).
002100     05  SES-CAPACITEIT       PIC 9(03).
002200     05  SES-GEBOEKT          PIC 9(03).
002300     05  SES-STATUS           PIC X(01).
002400         88  SES-GEPLAND      VALUE "G".
002500         88  SES-VERVALLEN    VALUE "V".
