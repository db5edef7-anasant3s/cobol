000748*                  CALCULATOR AND KEYED A '*', SO THE RATE      *
000749*                  NEVER REACHED THE AUDIT TRAIL; NOW NUM2 IS   *
000750*                  THE RATE ITSELF.                             *
000751* 10/15/2026 DPS   EVERY AUDIT LINE IS NOW MARKED INTERACTIVE   *
000752*                  IN THE NEW DL100-AUD-ORIGIN BYTE (DL100AR    *
000753*                  126 BYTES).                                  *
000756*****************************************************************
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
004790     ACCEPT DL100-AUD-DATE FROM DATE YYYYMMDD.
004800     ACCEPT DL100-AUD-TIME FROM TIME.
004810     MOVE DL100-OPERATOR-ID TO DL100-AUD-OPER.
004815     MOVE 'I' TO DL100-AUD-ORIGIN.
004820     WRITE DL100-AUDIT-REC.
004830 6000-EXIT.
004840     EXIT.
