000167*                  OPERATOR CAN RELEASE HELD LARGE-VALUE        *
000168*                  CALCULATIONS THROUGH THE PENDREL MENU        *
000169*                  OPTION. THE LAYOUT LENGTH IS UNCHANGED.      *
000170* 10/15/2026 DPS   THE MASTER IS NOW A VSAM KSDS                *
000171*                  (DL100.OPER.MASTER.KSDS) KEYED ON            *
000172*                  DL100-OPER-ID, DEFINED AND LOADED FROM THE   *
000173*                  OLD FLAT FILE BY THE DEFOPER JOB. MENU,      *
000174*                  OPERMNT AND PENDREL READ AND REWRITE ONE     *
000175*                  RECORD BY KEY INSTEAD OF SCANNING OR         *
000176*                  REWRITING THE WHOLE FILE. THE LAYOUT IS      *
000177*                  UNCHANGED.                                   *
000178*****************************************************************
000179 01  DL100-OPER-REC.
000180     05  DL100-OPER-ID            PIC X(08).
000190     05  DL100-OPER-NAME          PIC X(30).
000200     05  DL100-OPER-ACTIVE        PIC X(01).
