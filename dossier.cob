002300*                  MUTATIES EN DE TRAINLOG.DAT RESULTAAT-
002400*                  REGELS OP NAAM. CONDITION CODE 4 ALS DE
002500*                  PERSOON NERGENS GEVONDEN WORDT.
002501* 2026-10-15  BJS  KOPREGEL VERMELDT DE AANMAAKDATUM VAN HET
002502*                  DOSSIER (POSITIE 66-73) - AVGVERW RUIMT HET
002503*                  DOSSIER OP NA DE BEWAARTERMIJN.
00250A* 2026-10-15  BJS  PEOPLE.IDX-RECORD UITGEBREID MET PIDX-AFDELING
00250B*                  EN PIDX-INDIENST (ZIE READCSV).
002600*-----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
006200     05  PIDX-ID              PIC X(32).
006300     05  PIDX-NAME            PIC X(128).
006400     05  PIDX-SCORE           PIC S9(07)V99.
00640A     05  PIDX-AFDELING        PIC X(20).
00640B     05  PIDX-INDIENST        PIC 9(08).
006500
006600 FD  ROSTER-MASTER.
006700 01  ROSTER-MASTER-RECORD.
012700 77  WS-HIST-COUNT            PIC 9(05) COMP VALUE ZERO.
012800 77  WS-CHG-COUNT             PIC 9(05) COMP VALUE ZERO.
012900 77  WS-TRN-COUNT             PIC 9(05) COMP VALUE ZERO.
012901 01  WS-DOS-DATUM             PIC 9(08) VALUE ZERO.
013000
013100*-----------------------------------------------------------
013200* REPORT LAYOUTS
013500     05  FILLER               PIC X(20)
013600          VALUE "PERSOONSDOSSIER  -  ".
013700     05  DOS-HDG-ID           PIC X(32).
013701     05  FILLER               PIC X(13)
013702          VALUE "  AANGEMAAKT ".
013703     05  DOS-HDG-DATUM        PIC 9(08).
013800
013900 01  DOS-SECTION-LINE.
014000     05  DOS-SEC-TITLE        PIC X(40).
016400     PERFORM 1000-GET-ID THRU 1000-EXIT
016500     OPEN OUTPUT DOSSIER-FILE
016600     MOVE WS-ZOEK-ID TO DOS-HDG-ID
016601     ACCEPT WS-DOS-DATUM FROM DATE YYYYMMDD
016602     MOVE WS-DOS-DATUM TO DOS-HDG-DATUM
016700     WRITE DOSSIER-LINE FROM DOS-HEADING-1
016800     PERFORM 2000-PEOPLE-SECTION THRU 2000-EXIT
016900     PERFORM 3000-ROSTER-SECTION THRU 3000-EXIT
