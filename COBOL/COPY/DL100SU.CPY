000140* THE WEEKLY SUSPRPT AGING REPORT LISTS EVERY ENTRY STILL       *
000150* PENDING, BY DEPARTMENT, WITH DAYS OUTSTANDING.                *
000160*                                                                *
000170* THE RECORD IS 83 BYTES: 22 (KEY) + 2 (REASON) + 1 (STATUS) +  *
000180* 8 (CORRECTED DATE) + 50 (THE ORIGINAL REJECTED RECORD). THE   *
000182* REJECT SEQUENCE IS SIX DIGITS, LIKE THE DETAIL SEQUENCE, SO   *
000184* A TRANSMISSION WITH A SYSTEMATIC ERROR CAN REJECT THOUSANDS   *
000186* IN ONE NIGHT WITHOUT THE REFERENCE EVER WRAPPING.             *
000187*                                                                *
000188* 10/15/2026 DPS   THE REJECTED RECORD GREW FROM 47 TO 50 BYTES *
000189*                  WITH THE TRANSACTION CURRENCY (DL100TX). THE *
000190*                  RECORD GREW FROM 80 TO 83 BYTES.             *
000195*****************************************************************
000200 01  DL100-SUSP-REC.
000210     05  DL100-SUSP-KEY.
000220         10  DL100-SUSP-DEPT      PIC X(08).
000270         88  DL100-SUSP-PENDING               VALUE 'P'.
000280         88  DL100-SUSP-CORRECTED             VALUE 'C'.
000290     05  DL100-SUSP-CORR-DATE     PIC 9(08).
000300     05  DL100-SUSP-DATA          PIC X(50).
