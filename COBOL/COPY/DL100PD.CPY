000130* EITHER WAY THE ENTRY IS KEPT, STAMPED WITH WHO DECIDED AND    *
000140* WHEN - THE FILE IS THE TRAIL OF EVERY HOLD AND DECISION.      *
000150*                                                                *
000160* THE RECORD IS 88 BYTES: 8 (DEPT) + 8 (RUN DATE) + 6 (SEQ) +   *
000170* 1 (OPCAO) + 13 (NUM1) + 13 (NUM2) + 1 (STATUS) + 8 (DECIDED   *
000180* BY) + 8 (DECISION DATE) + 8 (DECISION TIME) + 3 (CURRENCY) +  *
000182* 11 (RATE).                                                    *
000184*                                                                *
000185* 10/15/2026 DPS   ADDED THE TRANSACTION CURRENCY AND THE       *
000186*                  NIGHT'S EXCHANGE RATE (DL100FX), SO AN       *
000187*                  APPROVAL CALCULATES IN THE CURRENCY THE      *
000188*                  DEPARTMENT KEYED AND CONVERTS AT THE RATE    *
000189*                  THE ITEM WAS HELD UNDER. BOTH ARE SPACES FOR *
000190*                  WORK IN REAIS. THE RECORD GREW FROM 74 TO 88 *
000191*                  BYTES.                                       *
000195*****************************************************************
000200 01  DL100-PEND-REC.
000210     05  DL100-PEND-DEPT          PIC X(08).
000220     05  DL100-PEND-DATE          PIC 9(08).
000330     05  DL100-PEND-REL-OPER      PIC X(08).
000340     05  DL100-PEND-REL-DATE      PIC 9(08).
000350     05  DL100-PEND-REL-TIME      PIC 9(08).
000360     05  DL100-PEND-CURR          PIC X(03).
000370         88  DL100-PEND-CURR-BASE             VALUE SPACES.
000380     05  DL100-PEND-RATE          PIC 9(05)V9(06).
