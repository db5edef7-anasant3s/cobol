000250*                  GREW TO 79 BYTES). WORK WITHOUT A            *
000260*                  DEPARTMENT - THE INTERACTIVE SESSIONS - IS   *
000270*                  GROUPED UNDER *INTERAT.                      *
000272* 10/15/2026 DPS   EACH DEPARTMENT TOTALS LINE NOW CARRIES THE  *
000274*                  DEPARTMENT NAME FROM THE NEW DEPARTMENT      *
000276*                  MASTER (DEPTMST, DL100DP).                   *
000277* 10/15/2026 DPS   THE PER-OPERATION TABLE NOW BREAKS OUT       *
000278*                  REVERSALS (OPCAO 'E') AS THEIR OWN LINE. A   *
000279*                  REVERSAL CARRIES THE ORIGINAL'S RESULT WITH  *
000280*                  THE SIGN TURNED, SO THE PAIR NETS TO ZERO IN *
000281*                  THE DEPARTMENT AND GRAND TOTALS AND THE      *
000282*                  REVERSAL LINE SHOWS HOW MUCH WAS BACKED OUT  *
000283*                  (DL100AR GREW TO 94 BYTES).                  *
000284* 10/15/2026 DPS   THE TOTALS ARE NOW IN REAIS: A               *
000285*                  FOREIGN-CURRENCY CALCULATION ADDS ITS RESULT *
000286*                  IN REAIS (DL100-AUD-BASE-RES) RATHER THAN    *
000287*                  THE AMOUNT IN ITS OWN CURRENCY (DL100AR GREW *
000288*                  TO 124 BYTES).                               *
000289*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000350     SELECT DL100-LIST-FILE   ASSIGN TO AUDLIST
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS DL100-LIST-STATUS.
000372     SELECT DL100-DMST-FILE   ASSIGN TO DEPTMST
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS  IS DL100-DMST-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DL100-AUDIT-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORDING MODE IS F.
000470 01  DL100-LIST-REC               PIC X(84).
000472 FD  DL100-DMST-FILE
000474     LABEL RECORDS ARE STANDARD
000476     RECORDING MODE IS F.
000478 COPY DL100DP.
000480 WORKING-STORAGE SECTION.
000490 01  DL100-RPT-HDR1.
000500     05  FILLER                   PIC X(20) VALUE SPACES.
001030     05  FILLER                   PIC X(01) VALUE "/".
001040     05  DL100-DATE-ED-YYYY       PIC X(04).
001050 01  DL100-OP-TABLE.
001060     05  DL100-OP-ENTRY OCCURS 8 TIMES INDEXED BY DL100-OP-IX.
001070         10  DL100-OP-CODE        PIC X(01).
001080         10  DL100-OP-COUNT       PIC S9(07)        COMP.
001090         10  DL100-OP-TOTAL       PIC S9(13)V9(02).
001170     05  DL100-RPT-DEPT-COUNT     PIC ZZ,ZZZ,ZZ9.
001180     05  FILLER                   PIC X(03) VALUE SPACES.
001190     05  DL100-RPT-DEPT-TOTAL     PIC $,$$$,$$$,$$$,$$9.99-.
001200     05  FILLER                   PIC X(02) VALUE SPACES.
001203     05  DL100-RPT-DEPT-NAME      PIC X(30).
001206     05  FILLER                   PIC X(09) VALUE SPACES.
001210*****************************************************************
001220* TOTALS PER ORIGINATING DEPARTMENT. TWENTY DEPARTMENTS IS WELL  *
001230* PAST WHAT THE SHOP CARRIES; A TWENTY-FIRST IS REPORTED RATHER  *
001430     05  DL100-OP-AVG             PIC S9(13)V9(02).
001440     05  DL100-AUD-HOUR           PIC 9(02).
001450     05  DL100-PEAK-HOUR          PIC 9(02)         VALUE ZERO.
001455     05  DL100-BASE-AMT           PIC S9(10)V9(02)  VALUE ZERO.
001460     05  DL100-PEAK-COUNT         PIC S9(07)        COMP
001470                                  VALUE ZERO.
001480 01  DL100-AUDIT-STATUS           PIC X(02).
001490 01  DL100-LIST-STATUS            PIC X(02).
001491*****************************************************************
001492* DEPARTMENT NAMES FROM THE DEPARTMENT MASTER (DEPTMST,          *
001493* DL100DP), LOADED AT START OF STEP SO EACH DEPARTMENT LINE CAN  *
001494* CARRY THE NAME NEXT TO THE CODE. A CODE NOT ON THE MASTER      *
001495* PRINTS AS NAO CADASTRADO; AN UNREADABLE MASTER LEAVES THE      *
001496* NAMES BLANK.                                                   *
001497*****************************************************************
001498 01  DL100-DMST-TABLE.
001499     05  DL100-DMST-CNT           PIC S9(04) COMP VALUE ZERO.
001500     05  DL100-DMST-ENTRY OCCURS 50 TIMES
001501                          INDEXED BY DL100-DMST-IX.
001502         10  DL100-DMST-CODE      PIC X(08).
001503         10  DL100-DMST-NAME      PIC X(30).
001504 01  DL100-DMST-LOOKUP.
001505     05  DL100-DMST-KEY           PIC X(08).
001506     05  DL100-DMST-FOUND-NAME    PIC X(30).
001507 01  DL100-DMST-STATUS            PIC X(02).
001508 01  DL100-SWITCHES.
001510     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
001520         88  DL100-EOF                        VALUE 'S'.
001530     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
001540         88  DL100-INIT-ERR                   VALUE 'S'.
001550     05  DL100-DEPT-FND-SW        PIC X(01)   VALUE 'N'.
001560         88  DL100-DEPT-FOUND                 VALUE 'S'.
001562     05  DL100-DMST-EOF-SW        PIC X(01)   VALUE 'N'.
001564         88  DL100-DMST-EOF                   VALUE 'S'.
001566     05  DL100-DMST-FND-SW        PIC X(01)   VALUE 'N'.
001568         88  DL100-DMST-FOUND                 VALUE 'S'.
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001970     MOVE '%' TO DL100-OP-CODE (5).
001980     MOVE 'A' TO DL100-OP-CODE (6).
001990     MOVE 'D' TO DL100-OP-CODE (7).
001995     MOVE 'E' TO DL100-OP-CODE (8).
002000     PERFORM 1100-CLEAR-OP-ENTRY THRU 1100-EXIT
002010         VARYING DL100-OP-IX FROM 1 BY 1
002020         UNTIL DL100-OP-IX > 8.
002030     PERFORM 1150-CLEAR-HOUR-ENTRY THRU 1150-EXIT
002040         VARYING DL100-HR-IX FROM 1 BY 1
002050         UNTIL DL100-HR-IX > 24.
002120         GO TO 1000-EXIT
002130     END-IF.
002140     OPEN OUTPUT DL100-LIST-FILE.
002145     PERFORM 1200-LOAD-DEPT-NAMES THRU 1200-EXIT.
002150     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
002160 1000-EXIT.
002170     EXIT.
002300     MOVE ZERO TO DL100-HOUR-COUNT (DL100-HR-IX).
002310 1150-EXIT.
002320     EXIT.
002321*****************************************************************
002322* 1200-LOAD-DEPT-NAMES - LOAD CODE AND NAME OF EVERY DEPARTMENT  *
002323*                        ON THE MASTER. THE NAMES ARE CAPTIONS   *
002324*                        ONLY, SO A MISSING MASTER IS REPORTED   *
002325*                        AND THE STEP RUNS ON WITHOUT THEM.      *
002326*****************************************************************
002327 1200-LOAD-DEPT-NAMES.
002328     OPEN INPUT DL100-DMST-FILE.
002329     IF DL100-DMST-STATUS NOT = '00'
002330         DISPLAY 'AUDRPT - CADASTRO DE DEPARTAMENTOS'
002331             ' INDISPONIVEL - NOMES NAO IMPRESSOS'
002332         GO TO 1200-EXIT
002333     END-IF.
002334     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
002335         UNTIL DL100-DMST-EOF.
002336     CLOSE DL100-DMST-FILE.
002337 1200-EXIT.
002338     EXIT.
002339*****************************************************************
002340* 1250-LOAD-ONE-DEPT - READ ONE DEPARTMENT MASTER RECORD INTO    *
002341*                      THE NAME TABLE.                           *
002342*****************************************************************
002343 1250-LOAD-ONE-DEPT.
002344     READ DL100-DMST-FILE
002345         AT END
002346             MOVE 'S' TO DL100-DMST-EOF-SW
002347             GO TO 1250-EXIT
002348     END-READ.
002349     IF DL100-DMST-CNT = 50
002350         DISPLAY 'AUDRPT - MAIS DE 50 DEPARTAMENTOS'
002351             ' NO CADASTRO - EXCEDENTE SEM NOME'
002352         MOVE 'S' TO DL100-DMST-EOF-SW
002353         GO TO 1250-EXIT
002354     END-IF.
002355     ADD 1 TO DL100-DMST-CNT.
002356     SET DL100-DMST-IX TO DL100-DMST-CNT.
002357     MOVE DL100-DEPT-CODE TO DL100-DMST-CODE (DL100-DMST-IX).
002358     MOVE DL100-DEPT-NAME TO DL100-DMST-NAME (DL100-DMST-IX).
002359 1250-EXIT.
002360     EXIT.
002362*****************************************************************
002364* 2000-PROCESS-REC - ACCUMULATE ONE AUDIT RECORD THAT FALLS      *
002366*                    WITHIN THE REQUESTED DATE RANGE INTO THE    *
002368*                    PER-OPERATION AND PER-HOUR COUNTERS AND THE *
002370*                    GRAND TOTAL, THEN READ THE NEXT RECORD.     *
002380*****************************************************************
002390 2000-PROCESS-REC.
002460     EXIT.
002470*****************************************************************
002480* 2100-TALLY-REC - ADD THE CURRENT AUDIT RECORD TO THE COUNTERS. *
002490*                  A RECORD WHOSE OPCAO IS NOT ONE OF THE EIGHT  *
002500*                  OPERATIONS IS COUNTED NOWHERE - NEITHER CALC  *
002510*                  NOR CALCBAT WRITES SUCH A RECORD, SO ONE      *
002520*                  TURNING UP WOULD MEAN A DAMAGED FILE, WHICH   *
002530*                  IS REPORTED RATHER THAN SILENTLY FOLDED IN.   *
002535*                  AMOUNTS ARE ADDED IN REAIS.                   *
002540*****************************************************************
002550 2100-TALLY-REC.
002560     SET DL100-OP-IX TO 1.
002620         WHEN DL100-OP-CODE (DL100-OP-IX) = DL100-AUD-OPCAO
002630             CONTINUE
002640     END-SEARCH.
002641     IF DL100-AUD-CURR-BASE
002642         MOVE DL100-AUD-RES      TO DL100-BASE-AMT
002643     ELSE
002644         MOVE DL100-AUD-BASE-RES TO DL100-BASE-AMT
002645     END-IF.
002650     ADD 1 TO DL100-OP-COUNT (DL100-OP-IX).
002660     ADD DL100-BASE-AMT TO DL100-OP-TOTAL (DL100-OP-IX).
002670     ADD 1 TO DL100-GRAND-COUNT.
002680     ADD DL100-BASE-AMT TO DL100-GRAND-TOTAL.
002690     PERFORM 2200-TALLY-DEPT THRU 2200-EXIT.
002700     MOVE DL100-AUD-TIME (1:2) TO DL100-AUD-HOUR.
002710     SET DL100-HR-IX TO 1.
003100     END-IF.
003110     SET DL100-DEPT-IX TO DL100-DFND-SUB.
003120     ADD 1 TO DL100-DEPT-COUNT (DL100-DEPT-IX).
003130     ADD DL100-BASE-AMT TO DL100-DEPT-TOTAL (DL100-DEPT-IX).
003140 2200-EXIT.
003150     EXIT.
003160*****************************************************************
003460     WRITE DL100-LIST-REC FROM DL100-RPT-COLHDR.
003470     PERFORM 3100-PRINT-OP-LINE THRU 3100-EXIT
003480         VARYING DL100-OP-IX FROM 1 BY 1
003490         UNTIL DL100-OP-IX > 8.
003500     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
003510     IF DL100-DEPT-CNT > ZERO
003520         WRITE DL100-LIST-REC FROM DL100-RPT-DEPT-HDR
003880     EXIT.
003890*****************************************************************
003900* 3150-PRINT-DEPT-LINE - WRITE THE TOTALS LINE FOR ONE           *
003910*                        DEPARTMENT, WITH ITS NAME.              *
003920*****************************************************************
003930 3150-PRINT-DEPT-LINE.
003940     MOVE DL100-DEPT-ID    (DL100-DEPT-IX) TO DL100-RPT-DEPT-ID.
003941     IF DL100-DEPT-ID (DL100-DEPT-IX) = '*INTERAT'
003942         MOVE 'SESSOES INTERATIVAS' TO DL100-RPT-DEPT-NAME
003943     ELSE
003944         MOVE DL100-DEPT-ID (DL100-DEPT-IX) TO DL100-DMST-KEY
003945         PERFORM 3160-FIND-DEPT-NAME THRU 3160-EXIT
003946         MOVE DL100-DMST-FOUND-NAME TO DL100-RPT-DEPT-NAME
003947     END-IF.
003950     MOVE DL100-DEPT-COUNT (DL100-DEPT-IX)
003960         TO DL100-RPT-DEPT-COUNT.
003970     MOVE DL100-DEPT-TOTAL (DL100-DEPT-IX)
003990     WRITE DL100-LIST-REC FROM DL100-RPT-DEPT-LINE.
004000 3150-EXIT.
004010     EXIT.
004011*****************************************************************
004012* 3160-FIND-DEPT-NAME - RETURN THE NAME OF THE DEPARTMENT WHOSE  *
004013*                       CODE IS IN DL100-DMST-KEY - BLANK WHEN   *
004014*                       THE MASTER COULD NOT BE READ.            *
004015*****************************************************************
004016 3160-FIND-DEPT-NAME.
004017     MOVE 'N'    TO DL100-DMST-FND-SW.
004018     MOVE SPACES TO DL100-DMST-FOUND-NAME.
004019     IF DL100-DMST-CNT = ZERO
004020         GO TO 3160-EXIT
004021     END-IF.
004022     PERFORM 3170-CHECK-DEPT-NAME THRU 3170-EXIT
004023         VARYING DL100-DMST-IX FROM 1 BY 1
004024         UNTIL DL100-DMST-IX > DL100-DMST-CNT
004025            OR DL100-DMST-FOUND.
004026     IF NOT DL100-DMST-FOUND
004027         MOVE '*** NAO CADASTRADO ***' TO DL100-DMST-FOUND-NAME
004028     END-IF.
004029 3160-EXIT.
004030     EXIT.
004031*****************************************************************
004032* 3170-CHECK-DEPT-NAME - COMPARE ONE NAME-TABLE ENTRY AGAINST    *
004033*                        THE CODE BEING LOOKED UP.               *
004034*****************************************************************
004035 3170-CHECK-DEPT-NAME.
004036     IF DL100-DMST-CODE (DL100-DMST-IX) = DL100-DMST-KEY
004037         MOVE 'S' TO DL100-DMST-FND-SW
004038         MOVE DL100-DMST-NAME (DL100-DMST-IX)
004039             TO DL100-DMST-FOUND-NAME
004040     END-IF.
004041 3170-EXIT.
004042     EXIT.
004044*****************************************************************
004046* 3200-FIND-PEAK-HOUR - SCAN THE 24 HOURLY COUNTERS FOR THE      *
004048*                       BUSIEST HOUR. ON A TIE THE EARLIER HOUR  *
004050*                       WINS, WHICH IS THE ANSWER MANAGEMENT     *
004060*                       EXPECTS FROM A VOLUME REVIEW.            *
004070*****************************************************************
