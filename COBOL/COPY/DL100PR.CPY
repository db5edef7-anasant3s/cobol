000152*                                                                *
000154* 08/22/2026 DPS   NUM1/NUM2 COLUMNS NOW PRINT THE TWO DECIMAL   *
000156*                  PLACES THE OPERANDS CARRY.                    *
000157* 10/15/2026 DPS   THE DETAIL LINE TAKES THE TRANSACTION         *
000158*                  CURRENCY AND THE RESULT CONVERTED TO REAIS    *
000159*                  OUT OF ITS SPARE ROOM, FOR CALCBAT'S          *
000160*                  FOREIGN-CURRENCY WORK (DL100TX). BOTH STAY    *
000161*                  BLANK FOR WORK IN REAIS, SO CALC'S LINE IS    *
000162*                  UNCHANGED.                                    *
000166*****************************************************************
000170 01  DL100-RPT-DETAIL.
000180     05  DL100-RPT-OPCAO          PIC X(01).
000190     05  FILLER                   PIC X(03).
000220     05  DL100-RPT-NUM2           PIC -(10)9.99.
000230     05  FILLER                   PIC X(03).
000240     05  DL100-RPT-RES            PIC $$,$$$,$$$,$$9.99-.
000250     05  FILLER                   PIC X(01).
000252     05  DL100-RPT-CURR           PIC X(03).
000254     05  FILLER                   PIC X(01).
000256     05  DL100-RPT-BASE-RES       PIC -(10)9.99.
000258     05  FILLER                   PIC X(09).
000260 01  DL100-RPT-TOTAL-LINE.
000270     05  FILLER                   PIC X(20) VALUE SPACES.
000280     05  DL100-RPT-CAPTION        PIC X(29).
