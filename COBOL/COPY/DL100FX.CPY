000010*****************************************************************
000020* DL100FX.CPY                                                   *
000030* EXCHANGE-RATE RECORD - ONE PER FOREIGN CURRENCY PER BUSINESS  *
000040* DATE: HOW MANY REAIS ONE UNIT OF THE CURRENCY IS WORTH.       *
000050*                                                                *
000060* THE TREASURY DESK KEYS THE DAY'S RATES AS CARDS (RATEIN) IN   *
000070* THIS LAYOUT. RATELOAD, AHEAD OF EDITSTEP IN THE OVERNIGHT     *
000080* JOB, EDITS THEM AND REWRITES THE DAILY RATE TABLE             *
000090* (DL100.CALC.RATETAB) IN THE SAME LAYOUT, WHICH TRANSEDT       *
000100* CHECKS A FOREIGN-CURRENCY TRANSACTION AGAINST AND CALCBAT     *
000110* CONVERTS ITS RESULT TO REAIS WITH. A BLANK DATE ON A CARD     *
000120* MEANS THE BUSINESS DATE; ON THE TABLE THE DATE IS ALWAYS      *
000130* FILLED IN. THE BASE CURRENCY (BRL) NEVER HAS A RECORD.        *
000140*                                                                *
000150* THE RECORD IS 80 BYTES: 8 (DATE YYYYMMDD) + 1 + 3 (ISO        *
000160* CURRENCY CODE) + 1 + 11 (RATE, 5 INTEGER AND 6 DECIMAL        *
000170* DIGITS, NO POINT) + 1 + 30 (DESCRIPTION) + 25 (RESERVED).     *
000180*****************************************************************
000190 01  DL100-FX-REC.
000200     05  DL100-FX-DATE            PIC X(08).
000210     05  DL100-FX-DATE-N          REDEFINES DL100-FX-DATE
000220                                  PIC 9(08).
000230     05  FILLER                   PIC X(01).
000240     05  DL100-FX-CURR            PIC X(03).
000250     05  FILLER                   PIC X(01).
000260     05  DL100-FX-RATE            PIC X(11).
000270     05  DL100-FX-RATE-N          REDEFINES DL100-FX-RATE
000280                                  PIC 9(05)V9(06).
000290     05  FILLER                   PIC X(01).
000300     05  DL100-FX-DESC            PIC X(30).
000310     05  FILLER                   PIC X(25).
