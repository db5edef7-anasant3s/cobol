000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEPTRET.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. WRITES THE RETURN FILE     *
000110*                  (RETOUT, DL100RT) THAT ANSWERS EACH          *
000120*                  DEPARTMENT'S TRANSMISSION FOR THE BUSINESS   *
000130*                  DATE, SO THE DEPARTMENTS NO LONGER WAIT FOR  *
000140*                  THE PRINTED CALCRPT TO LEARN WHAT WAS        *
000150*                  CALCULATED. ONE HEADER/DETAILS/TRAILER SET   *
000160*                  PER DEPARTMENT: A DETAIL FOR EVERY BATCH     *
000170*                  CALCULATION ON THE CALCAUD TRAIL FOR THE     *
000180*                  DATE, UNDER THE DEPARTMENT'S OWN SEQUENCE    *
000190*                  NUMBER (DL100-AUD-SEQ), THEN ONE FOR EVERY   *
000200*                  ITEM CALCBAT HELD TO CALCPEND THAT NIGHT,    *
000210*                  MARKED PENDING; THE TRAILER CARRIES THE      *
000220*                  COUNT AND THE RESULT TOTAL. RUN AS RETSTEP   *
000230*                  OF THE OVERNIGHT CALCBAT JOB, LIKE THE       *
000240*                  FINANCE EXTRACT ONLY FOR A NIGHT RECNSTEP    *
000250*                  PROVED IN BALANCE. APPENDS ONE RUN-          *
000260*                  STATISTICS RECORD (DL100RS) TO RUNSTAT.      *
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS  IS DL100-AUDIT-STATUS.
000340     SELECT DL100-PEND-FILE   ASSIGN TO CALCPEND
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS DL100-PEND-STATUS.
000370     SELECT DL100-RET-FILE    ASSIGN TO RETOUT
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS DL100-RET-STATUS.
000400     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS  IS DL100-STAT-STATUS.
000430     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS  IS DL100-BD-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  DL100-AUDIT-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORDING MODE IS F.
000510 COPY DL100AR.
000520 FD  DL100-PEND-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 COPY DL100PD.
000560 FD  DL100-RET-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORDING MODE IS F.
000590 COPY DL100RT.
000600 FD  DL100-STAT-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORDING MODE IS F.
000630 COPY DL100RS.
000640 FD  DL100-BD-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORDING MODE IS F.
000670 COPY DL100BD.
000680 WORKING-STORAGE SECTION.
000690*****************************************************************
000700* DEPARTMENTS WITH WORK ON THE BUSINESS DATE, IN THE ORDER THEY  *
000710* FIRST APPEAR ON CALCAUD AND THEN CALCPEND. EACH GETS ONE SET   *
000720* ON RETOUT. A CODE PAST THE TABLE GETS NO RETURN (RC=8).        *
000730*****************************************************************
000740 01  DL100-RT-TABLE.
000750     05  DL100-RT-CNT             PIC S9(04) COMP VALUE ZERO.
000760     05  DL100-RT-ENTRY OCCURS 200 TIMES
000770                          INDEXED BY DL100-RT-IX.
000780         10  DL100-RT-DEPT        PIC X(08).
000790 01  DL100-RT-SUB                 PIC S9(04) COMP VALUE ZERO.
000800 01  DL100-RT-MAX                 PIC S9(04) COMP VALUE 200.
000810 01  DL100-TALLY-DEPT             PIC X(08).
000820 01  DL100-RET-DATE               PIC 9(08).
000830 01  DL100-WORK-FIELDS.
000840     05  DL100-AUD-READ           PIC S9(07) COMP  VALUE ZERO.
000850     05  DL100-PEND-READ          PIC S9(07) COMP  VALUE ZERO.
000860     05  DL100-SET-COUNT          PIC S9(07) COMP  VALUE ZERO.
000870     05  DL100-CALC-COUNT         PIC S9(07) COMP  VALUE ZERO.
000880     05  DL100-HELD-COUNT         PIC S9(07) COMP  VALUE ZERO.
000890     05  DL100-DEPT-CALC          PIC S9(07) COMP  VALUE ZERO.
000900     05  DL100-DEPT-HELD          PIC S9(07) COMP  VALUE ZERO.
000910     05  DL100-DEPT-TOTAL         PIC S9(12)V9(02) VALUE ZERO.
000920 01  DL100-CNT-DISP               PIC ZZ,ZZZ,ZZ9.
000930 01  DL100-AUDIT-STATUS           PIC X(02).
000940 01  DL100-PEND-STATUS            PIC X(02).
000950 01  DL100-RET-STATUS             PIC X(02).
000960 01  DL100-STAT-STATUS            PIC X(02).
000970 01  DL100-BD-STATUS              PIC X(02).
000980 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
000990 01  DL100-SWITCHES.
001000     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
001010         88  DL100-EOF                        VALUE 'S'.
001020     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
001030         88  DL100-INIT-ERR                   VALUE 'S'.
001040     05  DL100-PEND-OPEN-SW       PIC X(01)   VALUE 'N'.
001050         88  DL100-PEND-ON-FILE               VALUE 'S'.
001060     05  DL100-TAKE-SW            PIC X(01)   VALUE 'N'.
001070         88  DL100-TAKE                       VALUE 'S'.
001080     05  DL100-RT-FND-SW          PIC X(01)   VALUE 'N'.
001090         88  DL100-RT-FOUND                   VALUE 'S'.
001100     05  DL100-RT-FULL-SW         PIC X(01)   VALUE 'N'.
001110         88  DL100-RT-FULL                    VALUE 'S'.
001120 PROCEDURE DIVISION.
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001150     IF NOT DL100-INIT-ERR
001160         PERFORM 2000-TALLY-AUDIT    THRU 2000-EXIT
001170             UNTIL DL100-EOF
001180         PERFORM 2500-TALLY-PEND     THRU 2500-EXIT
001190         PERFORM 3000-WRITE-SET      THRU 3000-EXIT
001200             VARYING DL100-RT-SUB FROM 1 BY 1
001210             UNTIL DL100-RT-SUB > DL100-RT-CNT
001220         PERFORM 4000-TERMINATE      THRU 4000-EXIT
001230     END-IF.
001235     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
001240     GOBACK.
001250*****************************************************************
001260* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FROM THE CONTROL   *
001270*                   RECORD, OPEN THE AUDIT TRAIL AND THE RETURN  *
001280*                   FILE AND PRIME THE FIRST PASS OF THE TRAIL.  *
001290*****************************************************************
001300 1000-INITIALIZE.
001310     ACCEPT DL100-STAT-START0 FROM TIME.
001315     ACCEPT DL100-RET-DATE FROM DATE YYYYMMDD.
001320     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
001330     IF DL100-INIT-ERR
001340         GO TO 1000-EXIT
001350     END-IF.
001360     OPEN INPUT DL100-AUDIT-FILE.
001370     IF DL100-AUDIT-STATUS = '35'
001380         DISPLAY 'DEPTRET - ARQUIVO CALCAUD NAO ENCONTRADO'
001390         MOVE 8 TO RETURN-CODE
001400         MOVE 'S' TO DL100-INIT-ERR-SW
001410         GO TO 1000-EXIT
001420     END-IF.
001430     OPEN OUTPUT DL100-RET-FILE.
001440     IF DL100-RET-STATUS NOT = '00'
001450         DISPLAY 'DEPTRET - ERRO NA ABERTURA DO ARQUIVO DE '
001460             'RETORNO: ' DL100-RET-STATUS
001470         MOVE 8 TO RETURN-CODE
001480         MOVE 'S' TO DL100-INIT-ERR-SW
001490         CLOSE DL100-AUDIT-FILE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
001530 1000-EXIT.
001540     EXIT.
001550*****************************************************************
001560* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
001570*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
001580*                     NOTHING IS RETURNED (RC=8) AND THE CLOCK   *
001585*                     DATE SET IN 1000-INITIALIZE ONLY STAMPS    *
001588*                     THE RUN-STATISTICS RECORD.                 *
001590*****************************************************************
001600 1050-GET-BUS-DATE.
001610     OPEN INPUT DL100-BD-FILE.
001620     IF DL100-BD-STATUS NOT = '00'
001630         DISPLAY 'DEPTRET - REGISTRO DE DATA DO NEGOCIO '
001640             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
001650         MOVE 8 TO RETURN-CODE
001660         MOVE 'S' TO DL100-INIT-ERR-SW
001670         GO TO 1050-EXIT
001680     END-IF.
001690     READ DL100-BD-FILE
001700         AT END
001710             MOVE SPACES TO DL100-BD-REC
001720     END-READ.
001730     IF DL100-BD-DATE NUMERIC AND
001740        DL100-BD-DATE NOT = ZERO
001750         MOVE DL100-BD-DATE TO DL100-RET-DATE
001760     ELSE
001770         DISPLAY 'DEPTRET - REGISTRO DE DATA DO NEGOCIO '
001780             'VAZIO OU INVALIDO'
001790         MOVE 8 TO RETURN-CODE
001800         MOVE 'S' TO DL100-INIT-ERR-SW
001810     END-IF.
001820     CLOSE DL100-BD-FILE.
001830 1050-EXIT.
001840     EXIT.
001850*****************************************************************
001860* 2000-TALLY-AUDIT - FIRST PASS OF THE TRAIL: NOTE THE           *
001870*                    DEPARTMENT OF EVERY BATCH CALCULATION OF    *
001880*                    THE BUSINESS DATE.                          *
001890*****************************************************************
001900 2000-TALLY-AUDIT.
001910     ADD 1 TO DL100-AUD-READ.
001920     PERFORM 8200-CHECK-AUDIT THRU 8200-EXIT.
001930     IF DL100-TAKE
001940         MOVE DL100-AUD-DEPT TO DL100-TALLY-DEPT
001950         PERFORM 2200-FIND-DEPT THRU 2200-EXIT
001960     END-IF.
001970     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
001980 2000-EXIT.
001990     EXIT.
002000*****************************************************************
002010* 2200-FIND-DEPT - LOOK FOR THE DEPARTMENT IN DL100-TALLY-DEPT   *
002020*                  AND ADD IT AT THE END OF THE TABLE THE FIRST  *
002030*                  TIME IT APPEARS. THE FIRST CODE THAT WILL NOT *
002040*                  FIT IS REPORTED ONCE AND SETS RC=8 - THE      *
002050*                  OTHER DEPARTMENTS STILL GET THEIR RETURN.     *
002060*****************************************************************
002070 2200-FIND-DEPT.
002080     MOVE 'N' TO DL100-RT-FND-SW.
002090     IF DL100-RT-CNT > ZERO
002100         PERFORM 2210-CHECK-DEPT THRU 2210-EXIT
002110             VARYING DL100-RT-IX FROM 1 BY 1
002120             UNTIL DL100-RT-IX > DL100-RT-CNT
002130                OR DL100-RT-FOUND
002140     END-IF.
002150     IF DL100-RT-FOUND
002160         GO TO 2200-EXIT
002170     END-IF.
002180     IF DL100-RT-CNT = DL100-RT-MAX
002190         IF NOT DL100-RT-FULL
002200             DISPLAY 'DEPTRET - TABELA DE DEPARTAMENTOS CHEIA - '
002210                 'SEM RETORNO PARA ' DL100-TALLY-DEPT
002220             MOVE 'S' TO DL100-RT-FULL-SW
002230             MOVE 8 TO RETURN-CODE
002240         END-IF
002250         GO TO 2200-EXIT
002260     END-IF.
002270     ADD 1 TO DL100-RT-CNT.
002280     SET DL100-RT-IX TO DL100-RT-CNT.
002290     MOVE DL100-TALLY-DEPT TO DL100-RT-DEPT (DL100-RT-IX).
002300 2200-EXIT.
002310     EXIT.
002320*****************************************************************
002330* 2210-CHECK-DEPT - COMPARE ONE ENTRY AGAINST THE DEPARTMENT     *
002340*                   BEING LOOKED UP.                             *
002350*****************************************************************
002360 2210-CHECK-DEPT.
002370     IF DL100-RT-DEPT (DL100-RT-IX) = DL100-TALLY-DEPT
002380         MOVE 'S' TO DL100-RT-FND-SW
002390     END-IF.
002400 2210-EXIT.
002410     EXIT.
002420*****************************************************************
002430* 2500-TALLY-PEND - FIRST PASS OF THE HELD ITEMS: A DEPARTMENT   *
002440*                   WHOSE EVERY LINE WAS HELD STILL GETS ITS     *
002450*                   RETURN. NO CALCPEND (NOTHING EVER HELD) IS   *
002460*                   NOT AN ERROR; AN UNREADABLE ONE IS (RC=8).   *
002470*****************************************************************
002480 2500-TALLY-PEND.
002490     CLOSE DL100-AUDIT-FILE.
002500     OPEN INPUT DL100-PEND-FILE.
002510     IF DL100-PEND-STATUS = '35'
002520         GO TO 2500-EXIT
002530     END-IF.
002540     IF DL100-PEND-STATUS NOT = '00'
002550         DISPLAY 'DEPTRET - ERRO NA LEITURA DOS PENDENTES: '
002560             DL100-PEND-STATUS ' - RETORNO SEM PENDENTES'
002570         MOVE 8 TO RETURN-CODE
002580         GO TO 2500-EXIT
002590     END-IF.
002600     MOVE 'S' TO DL100-PEND-OPEN-SW.
002610     MOVE 'N' TO DL100-EOF-SW.
002620     PERFORM 8100-READ-PEND THRU 8100-EXIT.
002630     PERFORM 2600-TALLY-ONE-PEND THRU 2600-EXIT
002640         UNTIL DL100-EOF.
002650     CLOSE DL100-PEND-FILE.
002660 2500-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 2600-TALLY-ONE-PEND - NOTE THE DEPARTMENT OF AN ITEM HELD ON   *
002700*                       THE BUSINESS DATE.                       *
002710*****************************************************************
002720 2600-TALLY-ONE-PEND.
002730     ADD 1 TO DL100-PEND-READ.
002740     IF DL100-PEND-DATE = DL100-RET-DATE AND
002750        DL100-PEND-DEPT NOT = SPACES
002760         MOVE DL100-PEND-DEPT TO DL100-TALLY-DEPT
002770         PERFORM 2200-FIND-DEPT THRU 2200-EXIT
002780     END-IF.
002790     PERFORM 8100-READ-PEND THRU 8100-EXIT.
002800 2600-EXIT.
002810     EXIT.
002820*****************************************************************
002830* 3000-WRITE-SET - WRITE ONE DEPARTMENT'S RETURN: THE HEADER,    *
002840*                  ITS CALCULATIONS FROM A PASS OF THE TRAIL IN  *
002850*                  THE ORDER CALCBAT COMMITTED THEM, ITS HELD    *
002860*                  ITEMS FROM A PASS OF CALCPEND, AND THE        *
002870*                  TRAILER.                                      *
002880*****************************************************************
002890 3000-WRITE-SET.
002900     SET DL100-RT-IX TO DL100-RT-SUB.
002910     MOVE DL100-RT-DEPT (DL100-RT-IX) TO DL100-TALLY-DEPT.
002920     MOVE ZERO TO DL100-DEPT-CALC
002930                  DL100-DEPT-HELD
002940                  DL100-DEPT-TOTAL.
002950     MOVE SPACES         TO DL100-RET-HDR.
002960     MOVE ZERO           TO DL100-RET-SEQ.
002970     MOVE DL100-RET-DATE TO DL100-RET-HDR-DATE.
002980     MOVE DL100-TALLY-DEPT TO DL100-RET-HDR-DEPT.
002990     WRITE DL100-RET-HDR.
003000     OPEN INPUT DL100-AUDIT-FILE.
003010     MOVE 'N' TO DL100-EOF-SW.
003020     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
003030     PERFORM 3100-AUDIT-DETAIL THRU 3100-EXIT
003040         UNTIL DL100-EOF.
003050     CLOSE DL100-AUDIT-FILE.
003060     IF DL100-PEND-ON-FILE
003070         OPEN INPUT DL100-PEND-FILE
003080         MOVE 'N' TO DL100-EOF-SW
003090         PERFORM 8100-READ-PEND THRU 8100-EXIT
003100         PERFORM 3200-PEND-DETAIL THRU 3200-EXIT
003110             UNTIL DL100-EOF
003120         CLOSE DL100-PEND-FILE
003130     END-IF.
003140     MOVE SPACES          TO DL100-RET-TRL.
003150     MOVE 999999          TO DL100-RET-SEQ.
003160     COMPUTE DL100-RET-TRL-COUNT =
003170         DL100-DEPT-CALC + DL100-DEPT-HELD.
003180     MOVE DL100-DEPT-HELD  TO DL100-RET-TRL-PEND.
003190     MOVE DL100-DEPT-TOTAL TO DL100-RET-TRL-TOTAL.
003200     WRITE DL100-RET-TRL.
003210     ADD 1 TO DL100-SET-COUNT.
003220     ADD DL100-DEPT-CALC TO DL100-CALC-COUNT.
003230     ADD DL100-DEPT-HELD TO DL100-HELD-COUNT.
003240     MOVE DL100-DEPT-CALC TO DL100-CNT-DISP.
003250     DISPLAY 'DEPTRET - ' DL100-TALLY-DEPT ' CALCULADOS:'
003260         DL100-CNT-DISP.
003270     MOVE DL100-DEPT-HELD TO DL100-CNT-DISP.
003280     DISPLAY 'DEPTRET - ' DL100-TALLY-DEPT ' PENDENTES: '
003290         DL100-CNT-DISP.
003300 3000-EXIT.
003310     EXIT.
003320*****************************************************************
003330* 3100-AUDIT-DETAIL - ONE DETAIL FOR A BATCH CALCULATION OF THE  *
003340*                     DEPARTMENT ON THE BUSINESS DATE, UNDER ITS *
003350*                     OWN SEQUENCE NUMBER. THE RESULT STAYS IN   *
003360*                     THE TRANSACTION CURRENCY, AS THE           *
003370*                     DEPARTMENT SENT THE OPERANDS.              *
003380*****************************************************************
003390 3100-AUDIT-DETAIL.
003400     PERFORM 8200-CHECK-AUDIT THRU 8200-EXIT.
003410     IF NOT DL100-TAKE OR
003420        DL100-AUD-DEPT NOT = DL100-TALLY-DEPT
003430         GO TO 3100-NEXT
003440     END-IF.
003450     MOVE SPACES TO DL100-RET-REC.
003460     IF DL100-AUD-SEQ NUMERIC
003470         MOVE DL100-AUD-SEQ TO DL100-RET-SEQ
003480     ELSE
003490         MOVE ZERO TO DL100-RET-SEQ
003500     END-IF.
003510     MOVE DL100-AUD-OPCAO TO DL100-RET-OPCAO.
003520     MOVE DL100-AUD-NUM1  TO DL100-RET-NUM1.
003530     MOVE DL100-AUD-NUM2  TO DL100-RET-NUM2.
003540     MOVE DL100-AUD-RES   TO DL100-RET-RES.
003550     MOVE DL100-AUD-CURR  TO DL100-RET-CURR.
003560     MOVE 'C'             TO DL100-RET-SIT.
003570     WRITE DL100-RET-REC.
003580     ADD 1 TO DL100-DEPT-CALC.
003590     ADD DL100-AUD-RES TO DL100-DEPT-TOTAL.
003600 3100-NEXT.
003610     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
003620 3100-EXIT.
003630     EXIT.
003640*****************************************************************
003650* 3200-PEND-DETAIL - ONE DETAIL FOR AN ITEM OF THE DEPARTMENT    *
003660*                    HELD ON THE BUSINESS DATE, MARKED PENDING   *
003670*                    WITH A ZERO RESULT - IT IS NOT COMMITTED    *
003680*                    UNTIL A SUPERVISOR RELEASES IT.             *
003690*****************************************************************
003700 3200-PEND-DETAIL.
003710     IF DL100-PEND-DATE NOT = DL100-RET-DATE OR
003720        DL100-PEND-DEPT NOT = DL100-TALLY-DEPT
003730         GO TO 3200-NEXT
003740     END-IF.
003750     MOVE SPACES           TO DL100-RET-REC.
003760     MOVE DL100-PEND-SEQ   TO DL100-RET-SEQ.
003770     MOVE DL100-PEND-OPCAO TO DL100-RET-OPCAO.
003780     MOVE DL100-PEND-NUM1  TO DL100-RET-NUM1.
003790     MOVE DL100-PEND-NUM2  TO DL100-RET-NUM2.
003800     MOVE ZERO             TO DL100-RET-RES.
003810     MOVE DL100-PEND-CURR  TO DL100-RET-CURR.
003820     MOVE 'P'              TO DL100-RET-SIT.
003830     WRITE DL100-RET-REC.
003840     ADD 1 TO DL100-DEPT-HELD.
003850 3200-NEXT.
003860     PERFORM 8100-READ-PEND THRU 8100-EXIT.
003870 3200-EXIT.
003880     EXIT.
003890*****************************************************************
003900* 4000-TERMINATE - REPORT THE COUNTS TO SYSOUT AND CLOSE DOWN.   *
003910*****************************************************************
003920 4000-TERMINATE.
003930     IF DL100-SET-COUNT = ZERO
003940         DISPLAY 'DEPTRET - NENHUM DEPARTAMENTO COM MOVIMENTO EM '
003950             DL100-RET-DATE
003960     END-IF.
003970     MOVE DL100-SET-COUNT  TO DL100-CNT-DISP.
003980     DISPLAY 'DEPTRET - RETORNOS GRAVADOS:    ' DL100-CNT-DISP.
003990     MOVE DL100-CALC-COUNT TO DL100-CNT-DISP.
004000     DISPLAY 'DEPTRET - CALCULOS DEVOLVIDOS:  ' DL100-CNT-DISP.
004010     MOVE DL100-HELD-COUNT TO DL100-CNT-DISP.
004020     DISPLAY 'DEPTRET - PENDENTES DEVOLVIDOS: ' DL100-CNT-DISP.
004040     CLOSE DL100-RET-FILE.
004050 4000-EXIT.
004060     EXIT.
004070*****************************************************************
004080* 8000-READ-AUDIT - READ ONE AUDIT RECORD OR FLAG END OF FILE.   *
004090*****************************************************************
004100 8000-READ-AUDIT.
004110     READ DL100-AUDIT-FILE
004120         AT END
004130             MOVE 'S' TO DL100-EOF-SW
004140     END-READ.
004150 8000-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 8100-READ-PEND - READ ONE HELD ITEM OR FLAG END OF FILE.       *
004190*****************************************************************
004200 8100-READ-PEND.
004210     READ DL100-PEND-FILE
004220         AT END
004230             MOVE 'S' TO DL100-EOF-SW
004240     END-READ.
004250 8100-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 8200-CHECK-AUDIT - TAKE AN AUDIT RECORD OF THE BUSINESS DATE   *
004290*                    WRITTEN BY THE OVERNIGHT BATCH: ONE MARKED  *
004300*                    BATCH, OR AN OLDER UNMARKED ONE STAMPED     *
004310*                    'CALCBAT'. INTERACTIVE WORK AND RELEASES    *
004320*                    THROUGH PENDREL ARE NOT PART OF ANY         *
004330*                    TRANSMISSION.                               *
004340*****************************************************************
004350 8200-CHECK-AUDIT.
004360     MOVE 'N' TO DL100-TAKE-SW.
004370     IF DL100-AUD-DATE NOT = DL100-RET-DATE OR
004380        DL100-AUD-DEPT = SPACES
004390         GO TO 8200-EXIT
004400     END-IF.
004410     IF DL100-AUD-FROM-BATCH OR
004420        (DL100-AUD-ORIGIN-OLD AND DL100-AUD-OPER = 'CALCBAT')
004430         MOVE 'S' TO DL100-TAKE-SW
004440     END-IF.
004450 8200-EXIT.
004460     EXIT.
004470*****************************************************************
004480* 9000-WRITE-RUN-STAT - APPEND THE STEP'S RUN-STATISTICS         *
004490*                       RECORD: AUDIT LINES READ, CALCULATIONS   *
004500*                       RETURNED AND HELD ITEMS RETURNED, WITH   *
004510*                       START/END TIMES AND THE STEP CODE.       *
004520*****************************************************************
004530 9000-WRITE-RUN-STAT.
004540     OPEN EXTEND DL100-STAT-FILE.
004550     IF DL100-STAT-STATUS = '35'
004560         OPEN OUTPUT DL100-STAT-FILE
004570     END-IF.
004580     MOVE SPACES            TO DL100-STAT-REC.
004590     MOVE 'DEPTRET'         TO DL100-STAT-PGM.
004600     MOVE DL100-RET-DATE    TO DL100-STAT-DATE.
004610     MOVE DL100-STAT-START0 TO DL100-STAT-START.
004620     ACCEPT DL100-STAT-END FROM TIME.
004630     MOVE SPACES            TO DL100-STAT-DEPT.
004640     MOVE DL100-AUD-READ    TO DL100-STAT-READ.
004650     MOVE DL100-CALC-COUNT  TO DL100-STAT-PROC.
004660     MOVE ZERO              TO DL100-STAT-REJ.
004670     MOVE DL100-HELD-COUNT  TO DL100-STAT-SKIP.
004680     MOVE RETURN-CODE       TO DL100-STAT-RC.
004690     WRITE DL100-STAT-REC.
004700     CLOSE DL100-STAT-FILE.
004710 9000-EXIT.
004720     EXIT.
