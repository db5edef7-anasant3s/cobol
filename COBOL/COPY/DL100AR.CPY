000176*                  AND AUDRPT. SPACES FOR INTERACTIVE WORK,      *
000177*                  WHICH HAS NO DEPARTMENT. THE RECORD GREW     *
000178*                  FROM 70 TO 79 BYTES.                          *
000179* 10/15/2026 DPS   ADDED THE REVERSAL REFERENCE: ON A REVERSAL  *
000180*                  (OPCAO 'E') THE CALCULATION HISTORY KEY -    *
000181*                  DATE AND SEQUENCE - OF THE ORIGINAL          *
000182*                  CALCULATION IT BACKS OUT, SO THE OFFSETTING  *
000183*                  RECORD TIES BACK TO IT IN THE TRAIL, THE     *
000184*                  HISTORY AND THE FINANCE EXTRACT. SPACES ON   *
000185*                  EVERY OTHER RECORD. THE RECORD GREW FROM 79  *
000186*                  TO 94 BYTES.                                 *
000187* 10/15/2026 DPS   ADDED THE TRANSACTION CURRENCY, THE EXCHANGE *
000188*                  RATE AND THE RESULT CONVERTED TO REAIS, FOR  *
000189*                  THE DEPARTMENTS THAT WORK IN FOREIGN         *
000190*                  CURRENCY (DL100TX). DL100-AUD-RES STAYS IN   *
000191*                  THE TRANSACTION CURRENCY; DL100-AUD-BASE-RES *
000192*                  IS WHAT THE TOTALS, THE RECONCILIATION AND   *
000193*                  THE FINANCE EXTRACT ADD UP. ALL THREE ARE    *
000194*                  SPACES ON BASE-CURRENCY WORK (INTERACTIVE,   *
000195*                  BATCH IN REAIS AND EVERY RECORD WRITTEN      *
000196*                  BEFORE THIS CHANGE), WHERE DL100-AUD-RES IS  *
000197*                  ALREADY IN REAIS. THE RECORD GREW FROM 94 TO *
000198*                  124 BYTES.                                   *
000199* 10/15/2026 DPS   ADDED THE ORIGIN OF THE RECORD,              *
000200*                  DL100-AUD-ORIGIN: 'L' FOR THE OVERNIGHT      *
000201*                  BATCH (CALCBAT), 'R' FOR A HELD CALCULATION  *
000202*                  RELEASED THROUGH PENDREL, 'I' FOR            *
000203*                  INTERACTIVE WORK (CALC). THE OPERATOR FIELD  *
000204*                  NO LONGER TELLS BATCH WORK APART - A SET     *
000205*                  KEYED THROUGH THE MENU'S TRANSMISSION ENTRY  *
000206*                  OPTION CARRIES THE KEYING OPERATOR'S ID      *
000207*                  THERE INSTEAD OF 'CALCBAT'. RECORDS WRITTEN  *
000208*                  BEFORE THIS CHANGE HAVE A BLANK ORIGIN, AND  *
000209*                  FOR THEM THE OLD RULE STILL HOLDS: OPERATOR  *
000210*                  'CALCBAT' IS BATCH. THE RECORD GREW FROM 124 *
000211*                  TO 126 BYTES.                                *
000212* 10/15/2026 DPS   ADDED THE DETAIL SEQUENCE NUMBER,            *
000213*                  DL100-AUD-SEQ: THE NUMBER THE DEPARTMENT     *
000214*                  GAVE THE DETAIL IN ITS TRANSMISSION, SO THE  *
000215*                  NIGHT'S RETURN FILE (DEPTRET) ANSWERS EACH   *
000216*                  LINE UNDER THE DEPARTMENT'S OWN NUMBER.      *
000217*                  CALCBAT STAMPS IT FROM THE DETAIL, PENDREL   *
000218*                  FROM THE HELD ITEM; SPACES ON INTERACTIVE    *
000219*                  WORK AND ON EVERY RECORD WRITTEN BEFORE THIS *
000220*                  CHANGE. THE RECORD GREW FROM 126 TO 133      *
000221*                  BYTES.                                       *
000222*****************************************************************
000224 01  DL100-AUDIT-REC.
000225     05  DL100-AUD-OPCAO          PIC X(01).
000227     05  FILLER                   PIC X(01).
000228     05  DL100-AUD-NUM1           PIC S9(10)V9(02)
000230                                  SIGN IS TRAILING SEPARATE.
000240     05  FILLER                   PIC X(01).
000250     05  DL100-AUD-NUM2           PIC S9(10)V9(02)
000350     05  DL100-AUD-OPER           PIC X(08).
000360     05  FILLER                   PIC X(01).
000370     05  DL100-AUD-DEPT           PIC X(08).
000380     05  FILLER                   PIC X(01).
000390     05  DL100-AUD-REF.
000400         10  DL100-AUD-REF-DATE   PIC 9(08).
000410         10  DL100-AUD-REF-SEQ    PIC 9(06).
000420     05  FILLER                   PIC X(01).
000430     05  DL100-AUD-CURR           PIC X(03).
000440         88  DL100-AUD-CURR-BASE              VALUE SPACES.
000450     05  FILLER                   PIC X(01).
000460     05  DL100-AUD-RATE           PIC 9(05)V9(06).
000470     05  FILLER                   PIC X(01).
000480     05  DL100-AUD-BASE-RES       PIC S9(10)V9(02)
000490                                  SIGN IS TRAILING SEPARATE.
000500     05  FILLER                   PIC X(01).
000510     05  DL100-AUD-ORIGIN         PIC X(01).
000520         88  DL100-AUD-FROM-BATCH             VALUE 'L'.
000530         88  DL100-AUD-FROM-RELEASE           VALUE 'R'.
000540         88  DL100-AUD-FROM-ONLINE            VALUE 'I'.
000550         88  DL100-AUD-ORIGIN-OLD             VALUE SPACE.
000560     05  FILLER                   PIC X(01).
000570     05  DL100-AUD-SEQ            PIC 9(06).
