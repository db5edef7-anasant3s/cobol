000010*****************************************************************
000020* DL100HC.CPY                                                   *
000030* HOLIDAY CALENDAR RECORD - ONE PER DATE ON WHICH THE OVERNIGHT *
000040* JOB DOES NOT BOOK A BUSINESS DAY. MAINTAINED BY THE           *
000050* SCHEDULING GROUP (DL100.CALC.HOLCAL), IN ANY ORDER; WEEKENDS  *
000060* NEED NOT BE KEYED.                                            *
000070*                                                                *
000080* READ BY DATEROLL TO ROLL THE BUSINESS DATE AND BY SUSPRPT TO  *
000090* AGE SUSPENSE ITEMS IN BUSINESS DAYS.                          *
000100*                                                                *
000110* THE RECORD IS 80 BYTES: 8 (DATE YYYYMMDD) + 1 + 30            *
000120* (DESCRIPTION) + 41 (RESERVED).                                *
000130*****************************************************************
000140 01  DL100-HOL-REC.
000150     05  DL100-HOL-DATE           PIC X(08).
000160     05  DL100-HOL-DATE-N         REDEFINES DL100-HOL-DATE
000170                                  PIC 9(08).
000180     05  FILLER                   PIC X(01).
000190     05  DL100-HOL-DESC           PIC X(30).
000200     05  FILLER                   PIC X(41).
