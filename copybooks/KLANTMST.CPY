000900*                  (MARGE CONTRACT/BATCH VALIDATION, MATH
001000*                  INVOICE REGISTER), SO THE RECORD LAYOUT
001100*                  LIVES IN ONE PLACE.
001110* 2026-10-15  BJS  KREDIETLIMIET (NUL = GEEN LIMIET) EN
001120*                  ORDERBLOKKADE (J = GEBLOKKEERD) TOEGEVOEGD,
001130*                  GEZET VIA KLMAINT EN GETOETST DOOR DE MARGE
001140*                  BATCH EN DE MATH FACTUURKOP.
001141* 2026-10-15  BJS  IBAN VAN DE KLANT TOEGEVOEGD - BANKIMP
001142*                  HERKENT DE BETALER OP DE BANKAFSCHRIFTREGEL
001143*                  AAN DIT REKENINGNUMMER.
001144* 2026-10-15  BJS  INTERCOMPANY-KENMERK (J = EEN ANDERE BV
001145*                  VAN DE GROEP) EN DE ADMINISTRATIECODE VAN
001146*                  DIE BV TOEGEVOEGD, GEZET VIA KLMAINT. CONSOL
001147*                  TOONT DEZE OMZET APART EN ELIMINEERT HEM UIT
001148*                  HET GROEPSTOTAAL. BESTAANDE KLANTMST.IDX
001149*                  OMZETTEN VIA MSTUNLD/MSTRELD (LEEG = GEEN
00114A*                  INTERCOMPANY).
00114B* 2026-10-15  BJS  E-FACTUUR-KENMERK (J = DE KLANT KRIJGT NAAST
00114C*                  HET GEDRUKTE DOCUMENT EEN UBL E-FACTUUR VAN
00114D*                  FACTPRT) TOEGEVOEGD, GEZET VIA KLMAINT.
00114E*                  BESTAANDE KLANTMST.IDX OMZETTEN VIA MSTUNLD/
00114F*                  MSTRELD (LEEG = GEEN E-FACTUUR).
001200*-----------------------------------------------------------
001300 01  KLANT-RECORD.
001400     05  KLA-NUMMER           PIC X(08).
001600     05  KLA-ADRES            PIC X(40).
001700     05  KLA-BTW-NUMMER       PIC X(14).
001800     05  KLA-TERMIJN          PIC 9(03).
001900     05  KLA-KREDIETLIMIET    PIC 9(09)V99.
002000     05  KLA-BLOKKADE         PIC X(01).
002100         88  KLA-GEBLOKKEERD  VALUE "J".
002101     05  KLA-IBAN             PIC X(34).
002102     05  KLA-INTERCO          PIC X(01).
002103         88  KLA-IS-INTERCO   VALUE "J".
002104     05  KLA-IC-ADMIN         PIC X(04).
002105     05  KLA-EFACTUUR         PIC X(01).
002106         88  KLA-WIL-EFACTUUR VALUE "J".
