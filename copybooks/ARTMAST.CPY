001392*                  APPLIES), BOTH KEYED THROUGH ARTMAINT AND
001393*                  READ BY THE HERPRIJS REPRICING PROPOSAL
001394*                  RUN.
001395* 2026-10-15  BJS  ADD ART-LEVERANCIER - THE PREFERRED
001396*                  SUPPLIER (LEVMAST.IDX) THIS ARTIKEL IS
001397*                  BOUGHT FROM. KEYED THROUGH ARTMAINT; ONTVANG
001398*                  BOOKS A RECEIPT WITHOUT A LEVERANCIER ON THE
001399*                  LINE TO THIS SUPPLIER.
00139A* 2026-10-15  BJS  ADD ART-MIN-VOORRAAD (BESTELNIVEAU),
00139B*                  ART-BESTELAANTAL (DE VASTE BESTELHOEVEELHEID)
00139C*                  EN ART-LEVERTIJD (DAGEN TUSSEN BESTELLEN EN
00139D*                  ONTVANGST). KEYED THROUGH ARTMAINT, READ BY
00139E*                  THE BESTELV BESTELVOORSTEL RUN. ZERO MINIMUM
00139F*                  MEANS THE ARTIKEL IS NOT REORDERED BY RULE.
00139G* 2026-10-15  BJS  ADD ART-GERESERVEERD - THE QUANTITY PROMISED
00139H*                  TO OPEN CUSTOMER ORDER LINES (VERKORD.IDX).
00139I*                  RAISED BY VKMAINT WHEN A LINE IS RESERVED,
00139J*                  LOWERED WHEN IT IS DELIVERED (VKLEVER) OR
00139K*                  CANCELLED. VRIJE VOORRAAD = ART-VOORRAAD
00139L*                  MINUS ART-GERESERVEERD.
001400*-----------------------------------------------------------
001500 01  ARTIKEL-RECORD.
001600     05  ART-NUMMER           PIC X(08).
002300     05  ART-VOORRAAD         PIC S9(07).
002400     05  ART-VERKOOPPRIJS     PIC 9(05)V99.
002500     05  ART-STD-MARGE        PIC 9(03)V99.
002501     05  ART-LEVERANCIER      PIC X(08).
002502     05  ART-MIN-VOORRAAD     PIC 9(07).
002503     05  ART-BESTELAANTAL     PIC 9(07).
002504     05  ART-LEVERTIJD        PIC 9(03).
002505     05  ART-GERESERVEERD     PIC 9(07).
