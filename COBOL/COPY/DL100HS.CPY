000090* MENU INQUIRY, SO ONE CALCULATION FROM MONTHS BACK CAN BE      *
000100* FOUND BY KEY INSTEAD OF SCANNING THE FLAT AUDIT FILE.         *
000110*                                                                *
000120* THE RECORD IS 133 BYTES: 14 (KEY) + 1 (OPCAO) + 13 (NUM1) +   *
000130* 13 (NUM2) + 13 (RES) + 8 (TIME) + 8 (OPERATOR) + 8 (DEPT) +   *
000135* 14 (ORIGINAL REVERSED) + 14 (REVERSED BY) + 3 (CURRENCY) +    *
000136* 11 (RATE) + 13 (RESULT IN REAIS).                             *
000140*                                                                *
000150* 08/22/2026 DPS   NUM1 AND NUM2 NOW CARRY TWO DECIMAL PLACES,   *
000160*                  MATCHING DL100AR. THE RECORD GREW FROM 58 TO  *
000204*                  DL100AR (SPACES FOR INTERACTIVE WORK), SO    *
000206*                  THE HISTORY TIES BACK PER DEPARTMENT.        *
000208*                  RECORD GREW TO 78 BYTES.                     *
000209* 10/15/2026 DPS   REVERSALS (OPCAO 'E') ARE TIED TO THE        *
000210*                  CALCULATION THEY BACK OUT: A REVERSAL        *
000211*                  CARRIES THE ORIGINAL'S KEY IN DL100-HIST-REF *
000212*                  (FROM DL100AR), AND AUDLOAD STAMPS THE       *
000213*                  REVERSAL'S OWN KEY ON THE ORIGINAL IN        *
000214*                  DL100-HIST-REVD-BY, SO TRANSEDT CAN REFUSE A *
000215*                  SECOND REVERSAL AND AUDINQ CAN SHOW THE PAIR *
000216*                  TOGETHER. BOTH ARE SPACES OTHERWISE. RECORD  *
000217*                  GREW TO 106 BYTES.                           *
000218* 10/15/2026 DPS   CARRIES THE TRANSACTION CURRENCY, EXCHANGE   *
000219*                  RATE AND RESULT IN REAIS FROM DL100AR.       *
000220*                  UNLIKE THE AUDIT RECORD, DL100-HIST-BASE-RES *
000221*                  IS ALWAYS FILLED IN - AUDLOAD COPIES THE     *
000222*                  RESULT INTO IT, WITH A ZERO RATE AND A BLANK *
000223*                  CURRENCY, FOR WORK DONE IN REAIS - SO A      *
000224*                  READER CAN TOTAL IT WITHOUT TESTING THE      *
000225*                  CURRENCY. RECORD GREW TO 133 BYTES.          *
000226*****************************************************************
000228 01  DL100-HIST-REC.
000230     05  DL100-HIST-KEY.
000240         10  DL100-HIST-DATE      PIC 9(08).
000250         10  DL100-HIST-SEQ       PIC 9(06).
000330     05  DL100-HIST-TIME          PIC 9(08).
000340     05  DL100-HIST-OPER          PIC X(08).
000350     05  DL100-HIST-DEPT          PIC X(08).
000360     05  DL100-HIST-REF.
000370         10  DL100-HIST-REF-DATE  PIC 9(08).
000380         10  DL100-HIST-REF-SEQ   PIC 9(06).
000390     05  DL100-HIST-REVD-BY.
000400         10  DL100-HIST-REVD-DATE PIC 9(08).
000410         10  DL100-HIST-REVD-SEQ  PIC 9(06).
000420     05  DL100-HIST-CURR          PIC X(03).
000430         88  DL100-HIST-CURR-BASE             VALUE SPACES.
000440     05  DL100-HIST-RATE          PIC 9(05)V9(06).
000450     05  DL100-HIST-BASE-RES      PIC S9(10)V9(02)
000460                                  SIGN IS TRAILING SEPARATE.
