000010*****************************************************************
000020* DL100RT.CPY                                                   *
000030* RETURN TRANSMISSION RECORD - WHAT THE OVERNIGHT RUN SENDS     *
000040* BACK TO EACH DEPARTMENT THAT TRANSMITTED FOR THE BUSINESS     *
000050* DATE.                                                         *
000060*                                                               *
000070* WRITTEN BY DEPTRET (RETSTEP OF CALCBAT) TO RETOUT, ONLY FOR A *
000080* NIGHT RECNSTEP PROVED IN BALANCE. ONE HEADER/DETAILS/TRAILER  *
000090* SET PER DEPARTMENT, SETS BACK TO BACK, IN THE SHAPE OF THE    *
000100* DL100TX TRANSMISSION THE DEPARTMENT SENT IN:                  *
000110*   HEADER  - SEQUENCE 000000, BUSINESS DATE, DEPARTMENT.       *
000120*   DETAIL  - ONE PER COMMITTED CALCULATION, UNDER THE          *
000130*             SEQUENCE NUMBER THE DEPARTMENT GAVE IT, WITH THE  *
000140*             OPERATION, BOTH OPERANDS, THE RESULT (IN THE      *
000150*             TRANSACTION CURRENCY) AND SITUATION 'C'; THEN ONE *
000160*             PER ITEM HELD TO CALCPEND FOR SUPERVISOR REVIEW,  *
000170*             SITUATION 'P' AND A ZERO RESULT - NOTHING IS      *
000180*             COMMITTED UNTIL PENDREL RELEASES IT.              *
000190*   TRAILER - SEQUENCE 999999, THE DETAIL COUNT (CALCULATED     *
000200*             PLUS PENDING), THE PENDING COUNT AND THE TOTAL OF *
000210*             THE RESULT FIELD OF THE DETAILS, A HASH TOTAL THE *
000220*             DEPARTMENT PROVES THE FILE AGAINST, AS WE PROVE   *
000230*             ITS OWN TRAILER.                                  *
000240*                                                               *
000250* THE RECORD IS 60 BYTES: 6 (SEQ) + 1 (OPCAO) + 13 (NUM1) + 13  *
000260* (NUM2) + 13 (RESULT) + 3 (CURRENCY, SPACES FOR REAIS) + 1     *
000270* (SITUATION) + 10.                                             *
000280*****************************************************************
000290 01  DL100-RET-REC.
000300     05  DL100-RET-SEQ            PIC 9(06).
000310         88  DL100-RET-HEADER                 VALUE ZERO.
000320         88  DL100-RET-TRAILER                VALUE 999999.
000330     05  DL100-RET-OPCAO          PIC X(01).
000340     05  DL100-RET-NUM1           PIC S9(10)V9(02)
000350                                  SIGN IS TRAILING SEPARATE.
000360     05  DL100-RET-NUM2           PIC S9(10)V9(02)
000370                                  SIGN IS TRAILING SEPARATE.
000380     05  DL100-RET-RES            PIC S9(10)V9(02)
000390                                  SIGN IS TRAILING SEPARATE.
000400     05  DL100-RET-CURR           PIC X(03).
000410     05  DL100-RET-SIT            PIC X(01).
000420         88  DL100-RET-CALCULATED             VALUE 'C'.
000430         88  DL100-RET-PENDING                VALUE 'P'.
000440     05  FILLER                   PIC X(10).
000450 01  DL100-RET-HDR.
000460     05  FILLER                   PIC X(06).
000470     05  DL100-RET-HDR-DATE       PIC 9(08).
000480     05  DL100-RET-HDR-DEPT       PIC X(08).
000490     05  FILLER                   PIC X(38).
000500 01  DL100-RET-TRL.
000510     05  FILLER                   PIC X(06).
000520     05  DL100-RET-TRL-COUNT      PIC 9(06).
000530     05  DL100-RET-TRL-PEND       PIC 9(06).
000540     05  DL100-RET-TRL-TOTAL      PIC S9(12)V9(02)
000550                                  SIGN IS TRAILING SEPARATE.
000560     05  FILLER                   PIC X(27).
