000240*                  RECORDS TRANSEDT WRITES. WHEN THE BATCH      *
000250*                  WINDOW TIGHTENS, THIS IS THE EVIDENCE OF     *
000260*                  WHETHER VOLUMES GREW OR A STEP SLOWED.       *
000262* 10/15/2026 DPS   THE REJECT-RATE LINES NOW CARRY THE          *
000264*                  DEPARTMENT NAME FROM THE NEW DEPARTMENT      *
000266*                  MASTER (DEPTMST, DL100DP).                   *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000340     SELECT DL100-LIST-FILE   ASSIGN TO OPSLIST
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS DL100-LIST-STATUS.
000362     SELECT DL100-DMST-FILE   ASSIGN TO DEPTMST
000364         ORGANIZATION IS SEQUENTIAL
000366         FILE STATUS  IS DL100-DMST-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  DL100-STAT-FILE
000440     LABEL RECORDS ARE STANDARD
000450     RECORDING MODE IS F.
000460 01  DL100-LIST-REC               PIC X(84).
000462 FD  DL100-DMST-FILE
000464     LABEL RECORDS ARE STANDARD
000466     RECORDING MODE IS F.
000468 COPY DL100DP.
000470 WORKING-STORAGE SECTION.
000480 01  DL100-RPT-HDR1.
000490     05  FILLER                   PIC X(20) VALUE SPACES.
000990     05  FILLER                   PIC X(06) VALUE " REJ  ".
001000     05  DL100-RPT-D-RATE         PIC ZZ9.9.
001010     05  FILLER                   PIC X(02) VALUE " %".
001020     05  FILLER                   PIC X(02) VALUE SPACES.
001023     05  DL100-RPT-D-NAME         PIC X(30).
001026     05  FILLER                   PIC X(09) VALUE SPACES.
001030 01  DL100-RPT-CNT-LINE.
001040     05  DL100-RPT-CNT-CAPTION    PIC X(30).
001050     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001720     05  DL100-DFND-SUB       PIC S9(04) COMP VALUE ZERO.
001730 01  DL100-STAT-STATUS        PIC X(02).
001740 01  DL100-LIST-STATUS        PIC X(02).
001741*****************************************************************
001742* DEPARTMENT NAMES FROM THE DEPARTMENT MASTER (DEPTMST,          *
001743* DL100DP), LOADED AT START OF STEP SO EACH DEPARTMENT LINE CAN  *
001744* CARRY THE NAME NEXT TO THE CODE. A CODE NOT ON THE MASTER      *
001745* PRINTS AS NAO CADASTRADO; AN UNREADABLE MASTER LEAVES THE      *
001746* NAMES BLANK.                                                   *
001747*****************************************************************
001748 01  DL100-DMST-TABLE.
001749     05  DL100-DMST-CNT           PIC S9(04) COMP VALUE ZERO.
001750     05  DL100-DMST-ENTRY OCCURS 50 TIMES
001751                          INDEXED BY DL100-DMST-IX.
001752         10  DL100-DMST-CODE      PIC X(08).
001753         10  DL100-DMST-NAME      PIC X(30).
001754 01  DL100-DMST-LOOKUP.
001755     05  DL100-DMST-KEY           PIC X(08).
001756     05  DL100-DMST-FOUND-NAME    PIC X(30).
001757 01  DL100-DMST-STATUS            PIC X(02).
001758 01  DL100-SWITCHES.
001760     05  DL100-EOF-SW         PIC X(01)   VALUE 'N'.
001770         88  DL100-EOF                    VALUE 'S'.
001780     05  DL100-INIT-ERR-SW    PIC X(01)   VALUE 'N'.
001830         88  DL100-IS-VARIANT             VALUE 'S'.
001840     05  DL100-DEPT-FND-SW    PIC X(01)   VALUE 'N'.
001850         88  DL100-DEPT-FOUND             VALUE 'S'.
001852     05  DL100-DMST-EOF-SW    PIC X(01)   VALUE 'N'.
001854         88  DL100-DMST-EOF               VALUE 'S'.
001856     05  DL100-DMST-FND-SW    PIC X(01)   VALUE 'N'.
001858         88  DL100-DMST-FOUND             VALUE 'S'.
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002310     MOVE DL100-DATE-ED TO DL100-RPT-THRU-DATE.
002320     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
002330     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
002335     PERFORM 1300-LOAD-DEPT-NAMES THRU 1300-EXIT.
002340     OPEN INPUT DL100-STAT-FILE.
002350     IF DL100-STAT-STATUS = '35'
002360         MOVE 'S' TO DL100-EOF-SW
003240     END-IF.
003250 1250-EXIT.
003260     EXIT.
003261*****************************************************************
003262* 1300-LOAD-DEPT-NAMES - LOAD CODE AND NAME OF EVERY DEPARTMENT  *
003263*                        ON THE MASTER. THE NAMES ARE CAPTIONS   *
003264*                        ONLY, SO A MISSING MASTER IS REPORTED   *
003265*                        AND THE STEP RUNS ON WITHOUT THEM.      *
003266*****************************************************************
003267 1300-LOAD-DEPT-NAMES.
003268     OPEN INPUT DL100-DMST-FILE.
003269     IF DL100-DMST-STATUS NOT = '00'
003270         DISPLAY 'OPSRPT - CADASTRO DE DEPARTAMENTOS'
003271             ' INDISPONIVEL - NOMES NAO IMPRESSOS'
003272         GO TO 1300-EXIT
003273     END-IF.
003274     PERFORM 1350-LOAD-ONE-DEPT THRU 1350-EXIT
003275         UNTIL DL100-DMST-EOF.
003276     CLOSE DL100-DMST-FILE.
003277 1300-EXIT.
003278     EXIT.
003279*****************************************************************
003280* 1350-LOAD-ONE-DEPT - READ ONE DEPARTMENT MASTER RECORD INTO    *
003281*                      THE NAME TABLE.                           *
003282*****************************************************************
003283 1350-LOAD-ONE-DEPT.
003284     READ DL100-DMST-FILE
003285         AT END
003286             MOVE 'S' TO DL100-DMST-EOF-SW
003287             GO TO 1350-EXIT
003288     END-READ.
003289     IF DL100-DMST-CNT = 50
003290         DISPLAY 'OPSRPT - MAIS DE 50 DEPARTAMENTOS'
003291             ' NO CADASTRO - EXCEDENTE SEM NOME'
003292         MOVE 'S' TO DL100-DMST-EOF-SW
003293         GO TO 1350-EXIT
003294     END-IF.
003295     ADD 1 TO DL100-DMST-CNT.
003296     SET DL100-DMST-IX TO DL100-DMST-CNT.
003297     MOVE DL100-DEPT-CODE TO DL100-DMST-CODE (DL100-DMST-IX).
003298     MOVE DL100-DEPT-NAME TO DL100-DMST-NAME (DL100-DMST-IX).
003299 1350-EXIT.
003300     EXIT.
003302*****************************************************************
003304* 3000-PRINT-NIGHTS - ONE LINE PER STEP EXECUTION, IN THE ORDER  *
003306*                     THE RECORDS WERE WRITTEN, WITH THE         *
003308*                     RESTART AND VARIANCE FLAGS.                *
003310*****************************************************************
003320 3000-PRINT-NIGHTS.
003330     IF DL100-STAT-CNT = ZERO
004860 4000-EXIT.
004870     EXIT.
004880*****************************************************************
004890* 4100-PRINT-DEPT - ONE DEPARTMENT'S READS, REJECTS AND RATE,    *
004895*                   WITH THE DEPARTMENT NAME.                    *
004900*****************************************************************
004910 4100-PRINT-DEPT.
004920     MOVE DL100-DEPT-ID   (DL100-DEPT-IX) TO DL100-RPT-D-DEPT.
004922     MOVE DL100-DEPT-ID   (DL100-DEPT-IX) TO DL100-DMST-KEY.
004924     PERFORM 4200-FIND-DEPT-NAME THRU 4200-EXIT.
004926     MOVE DL100-DMST-FOUND-NAME TO DL100-RPT-D-NAME.
004930     MOVE DL100-DEPT-READ (DL100-DEPT-IX) TO DL100-RPT-D-READ.
004940     MOVE DL100-DEPT-REJ  (DL100-DEPT-IX) TO DL100-RPT-D-REJ.
004950     IF DL100-DEPT-READ (DL100-DEPT-IX) > ZERO
005030     WRITE DL100-LIST-REC FROM DL100-RPT-DEPT-LINE.
005040 4100-EXIT.
005050     EXIT.
005051*****************************************************************
005052* 4200-FIND-DEPT-NAME - RETURN THE NAME OF THE DEPARTMENT WHOSE  *
005053*                       CODE IS IN DL100-DMST-KEY - BLANK WHEN   *
005054*                       THE MASTER COULD NOT BE READ.            *
005055*****************************************************************
005056 4200-FIND-DEPT-NAME.
005057     MOVE 'N'    TO DL100-DMST-FND-SW.
005058     MOVE SPACES TO DL100-DMST-FOUND-NAME.
005059     IF DL100-DMST-CNT = ZERO
005060         GO TO 4200-EXIT
005061     END-IF.
005062     PERFORM 4250-CHECK-DEPT-NAME THRU 4250-EXIT
005063         VARYING DL100-DMST-IX FROM 1 BY 1
005064         UNTIL DL100-DMST-IX > DL100-DMST-CNT
005065            OR DL100-DMST-FOUND.
005066     IF NOT DL100-DMST-FOUND
005067         MOVE '*** NAO CADASTRADO ***' TO DL100-DMST-FOUND-NAME
005068     END-IF.
005069 4200-EXIT.
005070     EXIT.
005071*****************************************************************
005072* 4250-CHECK-DEPT-NAME - COMPARE ONE NAME-TABLE ENTRY AGAINST    *
005073*                        THE CODE BEING LOOKED UP.               *
005074*****************************************************************
005075 4250-CHECK-DEPT-NAME.
005076     IF DL100-DMST-CODE (DL100-DMST-IX) = DL100-DMST-KEY
005077         MOVE 'S' TO DL100-DMST-FND-SW
005078         MOVE DL100-DMST-NAME (DL100-DMST-IX)
005079             TO DL100-DMST-FOUND-NAME
005080     END-IF.
005081 4250-EXIT.
005082     EXIT.
005084*****************************************************************
005086* 5000-PRINT-TOTALS - PERIOD TOTALS: EXECUTIONS, RESTARTS AND    *
005088*                     FLAGGED VARIANCES.                         *
005090*****************************************************************
005100 5000-PRINT-TOTALS.
005110     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
