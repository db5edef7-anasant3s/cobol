000010*****************************************************************
000020* DL100DP.CPY                                                   *
000030* DEPARTMENT MASTER RECORD - ONE PER DEPARTMENT ALLOWED TO SEND *
000040* TRANSACTIONS TO THE DL100 APPLICATIONS.                       *
000050*                                                                *
000060* READ BY TRANSEDT, WHICH REJECTS A WHOLE SET WHOSE HEADER      *
000070* NAMES A DEPARTMENT THAT IS NOT ON FILE OR IS INACTIVE, AND BY *
000080* THE DEPARTMENT REPORTS (CALCBAT, AUDRPT, CALCRECN, OPSRPT),   *
000090* WHICH PRINT THE NAME NEXT TO THE CODE. A DEPARTMENT IS NEVER  *
000100* DELETED - A CLOSED ONE IS INACTIVATED, SO OLD HISTORY AND     *
000110* OLD REPORTS STILL TRACE TO A NAME. MAINTAINED THROUGH THE     *
000120* DEPTMNT MENU OPTION, WHICH LOGS EVERY CHANGE TO DEPTLOG       *
000130* (DL100DL).                                                    *
000140*                                                                *
000150* THE RECORD IS 80 BYTES: 8 (CODE) + 30 (NAME) + 1 (ACTIVE      *
000160* FLAG) + 30 (RESPONSIBLE CONTACT) + 11 (RESERVED).             *
000170*****************************************************************
000180 01  DL100-DEPT-REC.
000190     05  DL100-DEPT-CODE          PIC X(08).
000200     05  DL100-DEPT-NAME          PIC X(30).
000210     05  DL100-DEPT-ACTIVE        PIC X(01).
000220         88  DL100-DEPT-IS-ACTIVE             VALUE 'A'.
000230         88  DL100-DEPT-IS-INACTIVE           VALUE 'I'.
000240     05  DL100-DEPT-CONTACT       PIC X(30).
000250     05  FILLER                   PIC X(11).
