000010*****************************************************************
000020* DL100RG.CPY                                                   *
000030* TRANSMISSION REGISTER RECORD - ONE PER TRANSMISSION SET THE   *
000040* OVERNIGHT JOB HAS ACCEPTED AND CALCULATED.                    *
000050*                                                                *
000060* THE KEY IS WHAT IDENTIFIES A SET AS THE DEPARTMENT SENT IT:   *
000070* DEPARTMENT, HEADER (GENERATION) DATE, DETAIL COUNT AND THE    *
000080* TWO HASH TOTALS FROM THE TRAILER. TRANSEDT READS THE          *
000090* REGISTER (DL100.CALC.REGISTER, A KSDS) FOR EVERY SET IT EDITS *
000100* AND REJECTS ONE WHOSE KEY IS ALREADY THERE, OR APPEARS TWICE  *
000110* IN THE SAME NIGHT, AS A SUSPECTED DUPLICATE (REASON 15). THE  *
000120* SETS IT ACCEPTS ARE WRITTEN TO REGNEW IN THIS LAYOUT AND ONLY *
000130* LOADED INTO THE REGISTER BY REGLOAD (REGSTEP) AFTER CALCSTEP  *
000140* HAS ENDED WELL, SO A RESTART AT CALCSTEP DOES NOT SEE THE     *
000150* NIGHT'S OWN SETS AS DUPLICATES. REGLIST LISTS THE REGISTER    *
000160* FOR A RANGE OF PROCESSING DATES.                              *
000170*                                                                *
000180* THE RECORD IS 80 BYTES: 52 (KEY - 8 DEPT + 8 DATE + 6 COUNT + *
000190* 15 + 15 HASH TOTALS, SIGN TRAILING SEPARATE AS ON THE         *
000200* TRAILER) + 8 (BUSINESS DATE PROCESSED) + 4 (SET NUMBER IN     *
000210* THAT NIGHT'S TRANSIN) + 6 (DETAILS VALIDATED) + 8 (KEYING     *
000220* OPERATOR FROM THE HEADER, BLANK FOR A FILE TRANSMISSION) + 2. *
000230*****************************************************************
000240 01  DL100-REG-REC.
000250     05  DL100-REG-KEY.
000260         10  DL100-REG-DEPT       PIC X(08).
000270         10  DL100-REG-HDR-DATE   PIC 9(08).
000280         10  DL100-REG-COUNT      PIC 9(06).
000290         10  DL100-REG-HASH1      PIC S9(12)V9(02)
000300                                  SIGN TRAILING SEPARATE.
000310         10  DL100-REG-HASH2      PIC S9(12)V9(02)
000320                                  SIGN TRAILING SEPARATE.
000330     05  DL100-REG-PROC-DATE      PIC 9(08).
000340     05  DL100-REG-SETNO          PIC 9(04).
000350     05  DL100-REG-VALID          PIC 9(06).
000360     05  DL100-REG-OPER           PIC X(08).
000370     05  FILLER                   PIC X(02).
