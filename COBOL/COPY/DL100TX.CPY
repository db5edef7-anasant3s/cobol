000070* TRANSACTION. CALC, THE INTERACTIVE PROGRAM, DOES NOT COPY     *
000080* THIS MEMBER.                                                  *
000090*                                                                *
000100* THE FILE IS NOW MULTI-RECORD-TYPE, 50 BYTES PER RECORD. THE   *
000110* SEQUENCE FIELD IN POSITIONS 1-6 DOUBLES AS THE RECORD TYPE:   *
000120*   000000 - FILE HEADER, FIRST RECORD: CREATION DATE AND THE   *
000130*            ORIGINATING DEPARTMENT.                            *
000402*                  WRAP. THE REFERENCE TOOK THE 9 RESERVED      *
000403*                  BYTES PLUS FIVE MORE - RECORD LENGTH GREW    *
000404*                  FROM 42 TO 47 BYTES.                         *
000405* 10/15/2026 DPS   ADDED THE REVERSAL (ESTORNO) TRANSACTION,    *
000406*                  OPCAO 'E'. IT BACKS OUT A CALCULATION        *
000407*                  COMMITTED ON AN EARLIER NIGHT, NAMED BY ITS  *
000408*                  CALCULATION HISTORY KEY (CALCHIST, DL100HS)  *
000409*                  - THE ORIGINAL'S CALCULATION DATE AND        *
000410*                  SEQUENCE, AS AUDINQ SHOWS THEM - CARRIED IN  *
000411*                  THE SAME 14 BYTES AS THE CORRECTION          *
000412*                  REFERENCE (DL100-REV-KEY REDEFINES IT). NUM1 *
000413*                  AND NUM2 ARE NOT USED BY A REVERSAL BUT      *
000414*                  STILL FEED THE HASH TOTALS, SO THEY MUST BE  *
000415*                  NUMERIC - ZEROS WILL DO. RECORD LENGTH IS    *
000416*                  UNCHANGED.                                   *
000417* 10/15/2026 DPS   ADDED THE TRANSACTION CURRENCY, DL100-CURR,  *
000418*                  FOR THE DEPARTMENTS THAT WORK IN FOREIGN     *
000419*                  CURRENCY: THE ISO CODE OF THE CURRENCY NUM1  *
000420*                  AND NUM2 ARE KEYED IN. SPACES (OR 'BRL')     *
000421*                  MEANS REAIS, THE BASE CURRENCY, AS BEFORE.   *
000422*                  ANY OTHER CODE MUST HAVE A RATE FOR THE      *
000423*                  BUSINESS DATE ON THE DAILY EXCHANGE-RATE     *
000424*                  TABLE (RATETAB, DL100FX). A REVERSAL TAKES   *
000425*                  THE CURRENCY OF THE CALCULATION IT BACKS     *
000426*                  OUT, SO ITS OWN CODE IS IGNORED. RECORD      *
000427*                  LENGTH GREW FROM 47 TO 50 BYTES.             *
000428* 10/15/2026 DPS   THE HEADER NOW CARRIES THE ID OF THE         *
000429*                  OPERATOR WHO KEYED THE SET THROUGH THE       *
000430*                  MENU'S TRANSMISSION ENTRY OPTION (TRANSENT), *
000431*                  IN DL100-HDR-OPER. CALCBAT STAMPS IT ON THE  *
000432*                  SET'S AUDIT RECORDS IN PLACE OF THE BATCH    *
000433*                  IDENTITY. IT IS SPACES ON A FILE BUILT BY    *
000434*                  THE DEPARTMENT'S OWN SYSTEM OR BY STANDGEN.  *
000435*                  IT TOOK 8 OF THE HEADER'S SPARE BYTES -      *
000436*                  RECORD LENGTH IS UNCHANGED.                  *
000437*****************************************************************
000438 01  DL100-TRANS-REC.
000439     05  DL100-TRANS-SEQ         PIC 9(06).
000441         88  DL100-TRANS-HEADER              VALUE ZERO.
000442         88  DL100-TRANS-TRAILER             VALUE 999999.
000443     05  DL100-OPCAO             PIC X(01).
000445         88  DL100-TRANS-REVERSAL            VALUE 'E'.
000450     05  DL100-NUM1              PIC S9(10)V9(02)
000460                                 SIGN IS TRAILING SEPARATE.
000470     05  DL100-NUM2              PIC S9(10)V9(02)
000490     05  DL100-CORR-REF.
000492         10  DL100-CORR-DATE     PIC 9(08).
000494         10  DL100-CORR-SEQ      PIC 9(06).
000495     05  DL100-REV-KEY REDEFINES DL100-CORR-REF.
000496         10  DL100-REV-DATE      PIC 9(08).
000497         10  DL100-REV-SEQ       PIC 9(06).
000498     05  DL100-CURR              PIC X(03).
000499         88  DL100-CURR-BASE                 VALUE SPACES 'BRL'.
000500 01  DL100-TRANS-HDR.
000510     05  FILLER                  PIC X(06).
000520     05  DL100-HDR-DATE          PIC 9(08).
000530     05  DL100-HDR-DEPT          PIC X(08).
000535     05  DL100-HDR-OPER          PIC X(08).
000540     05  FILLER                  PIC X(20).
000550 01  DL100-TRANS-TRL.
000560     05  FILLER                  PIC X(06).
000570     05  DL100-TRL-COUNT         PIC 9(06).
000590                                 SIGN IS TRAILING SEPARATE.
000600     05  DL100-TRL-HASH2         PIC S9(12)V9(02)
000610                                 SIGN IS TRAILING SEPARATE.
000620     05  FILLER                  PIC X(08).
