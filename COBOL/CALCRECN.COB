000410* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000420*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000430*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000432* 10/15/2026 DPS   THE PER-DEPARTMENT AUDIT FIGURES NOW CARRY  *
000434*                  THE DEPARTMENT NAME FROM THE NEW DEPARTMENT *
000436*                  MASTER (DEPTMST, DL100DP).                  *
000437* 10/15/2026 DPS   THE BUSINESS DATE TO RECONCILE NOW COMES    *
000438*                  FROM THE CONTROL RECORD SET BY THE DATEROLL *
000439*                  STEP (BUSDATE, DL100BD) - THE SYSIN DATE    *
000440*                  CARD IS GONE. WITHOUT THE RECORD NOTHING IS *
000441*                  RECONCILED AND THE STEP ENDS RC=8.          *
000442* 10/15/2026 DPS   THE AUDIT SIDE NOW SUMS THE RESULT IN REAIS *
000443*                  - DL100-AUD-BASE-RES FOR A FOREIGN-CURRENCY *
000444*                  CALCULATION (DL100AR) - SO IT STILL         *
000445*                  BALANCES AGAINST THE CHECKPOINT AND CALCRPT *
000446*                  TOTALS, WHICH CALCBAT KEEPS IN REAIS. THE   *
000447*                  CHECKPOINT RECORD GREW TO 218 BYTES FOR THE *
000448*                  CURRENCY SUBTOTALS.                         *
000449* 10/15/2026 DPS   THE AUDIT SIDE NOW PICKS THE BATCH LINES BY *
000450*                  THE NEW DL100-AUD-ORIGIN BYTE (DL100AR),    *
000451*                  SINCE A SET KEYED ON-LINE THROUGH TRANSENT  *
000452*                  IS POSTED BY CALCBAT UNDER THE KEYING       *
000453*                  OPERATOR'S ID RATHER THAN 'CALCBAT'. A LINE *
000454*                  WRITTEN BEFORE THE BYTE EXISTED IS STILL    *
000455*                  TAKEN BY THE OPERATOR NAME.                 *
000456*****************************************************************
000458 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
000600     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS  IS DL100-STAT-STATUS.
000622     SELECT DL100-DMST-FILE   ASSIGN TO DEPTMST
000624         ORGANIZATION IS SEQUENTIAL
000626         FILE STATUS  IS DL100-DMST-STATUS.
000627     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000628         ORGANIZATION IS SEQUENTIAL
000629         FILE STATUS  IS DL100-BD-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  DL100-AUDIT-FILE
000810                                  SIGN IS TRAILING SEPARATE.
000820     05  FILLER                   PIC X(01).
000830     05  DL100-CKPT-SETNO         PIC 9(04).
000833     05  FILLER                   PIC X(01).
000836     05  DL100-CKPT-CURR-AREA     PIC X(165).
000840 FD  DL100-REPORT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 COPY DL100RS.
000952 FD  DL100-DMST-FILE
000954     LABEL RECORDS ARE STANDARD
000956     RECORDING MODE IS F.
000958 COPY DL100DP.
000959 FD  DL100-BD-FILE
000960     LABEL RECORDS ARE STANDARD
000961     RECORDING MODE IS F.
000962 COPY DL100BD.
000966 WORKING-STORAGE SECTION.
000970 01  DL100-RPT-HDR1.
000980     05  FILLER                   PIC X(20) VALUE SPACES.
000990     05  FILLER                   PIC X(44)
001130     05  DL100-RPT-MSG            PIC X(60).
001140     05  FILLER                   PIC X(24) VALUE SPACES.
001150 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001190 01  DL100-RECN-DATE              PIC 9(08).
001200 01  DL100-RECN-DATE-ED.
001210     05  DL100-RECN-MM            PIC X(02).
001290     05  DL100-CKPT-LAST          PIC S9(13)V9(02) VALUE ZERO.
001300     05  DL100-RPT-TOTAL-AMT      PIC S9(13)V9(02) VALUE ZERO.
001310     05  DL100-DIFF-AMT           PIC S9(13)V9(02) VALUE ZERO.
001315     05  DL100-BASE-AMT           PIC S9(10)V9(02) VALUE ZERO.
001320     05  DL100-DFND-SUB           PIC S9(04) COMP  VALUE ZERO.
001330*****************************************************************
001340* THE AUDIT-SIDE FIGURE BROKEN OUT PER DEPARTMENT, FROM THE      *
001510     05  DL100-RPT-DEPT-CNT       PIC ZZZ,ZZ9.
001520     05  FILLER                   PIC X(05) VALUE SPACES.
001530     05  DL100-RPT-DEPT-VALUE     PIC $,$$$,$$$,$$$,$$9.99-.
001540     05  FILLER                   PIC X(01) VALUE SPACES.
001545     05  DL100-RPT-DEPT-NAME      PIC X(24).
001550 01  DL100-AUDIT-STATUS           PIC X(02).
001560 01  DL100-CKPT-STATUS            PIC X(02).
001570 01  DL100-RPT-STATUS             PIC X(02).
001580 01  DL100-LIST-STATUS            PIC X(02).
001590 01  DL100-STAT-STATUS            PIC X(02).
001591*****************************************************************
001592* DEPARTMENT NAMES FROM THE DEPARTMENT MASTER (DEPTMST,          *
001593* DL100DP), LOADED AT START OF STEP SO EACH DEPARTMENT LINE CAN  *
001594* CARRY THE NAME NEXT TO THE CODE. A CODE NOT ON THE MASTER      *
001595* PRINTS AS NAO CADASTRADO; AN UNREADABLE MASTER LEAVES THE      *
001596* NAMES BLANK.                                                   *
001597*****************************************************************
001598 01  DL100-DMST-TABLE.
001599     05  DL100-DMST-CNT           PIC S9(04) COMP VALUE ZERO.
001600     05  DL100-DMST-ENTRY OCCURS 50 TIMES
001601                          INDEXED BY DL100-DMST-IX.
001602         10  DL100-DMST-CODE      PIC X(08).
001603         10  DL100-DMST-NAME      PIC X(30).
001604 01  DL100-DMST-LOOKUP.
001605     05  DL100-DMST-KEY           PIC X(08).
001606     05  DL100-DMST-FOUND-NAME    PIC X(30).
001607 01  DL100-DMST-STATUS            PIC X(02).
001608 01  DL100-BD-STATUS              PIC X(02).
001609 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
001610 01  DL100-READ-COUNT             PIC S9(07) COMP VALUE ZERO.
001620 01  DL100-SWITCHES.
001630     05  DL100-AUD-EOF-SW         PIC X(01)   VALUE 'N'.
001720         88  DL100-IN-BALANCE                 VALUE 'S'.
001730     05  DL100-DEPT-FND-SW        PIC X(01)   VALUE 'N'.
001740         88  DL100-DEPT-FOUND                 VALUE 'S'.
001742     05  DL100-DMST-EOF-SW        PIC X(01)   VALUE 'N'.
001744         88  DL100-DMST-EOF                   VALUE 'S'.
001746     05  DL100-DMST-FND-SW        PIC X(01)   VALUE 'N'.
001748         88  DL100-DMST-FOUND                 VALUE 'S'.
001749     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
001750         88  DL100-INIT-ERR                   VALUE 'S'.
001755 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001775     IF NOT DL100-INIT-ERR
001780         PERFORM 2000-SUM-AUDIT      THRU 2000-EXIT
001790             UNTIL DL100-AUD-EOF
001800         PERFORM 3000-READ-CHECKPOINT THRU 3000-EXIT
001810             UNTIL DL100-CKPT-EOF
001820         PERFORM 4000-FIND-RPT-TOTAL THRU 4000-EXIT
001830             UNTIL DL100-RPT-EOF
001840         PERFORM 5000-BALANCE        THRU 5000-EXIT
001845     END-IF.
001850     PERFORM 6000-TERMINATE      THRU 6000-EXIT.
001860     GOBACK.
001870*****************************************************************
001880* 1000-INITIALIZE - PICK UP THE BUSINESS DATE TO RECONCILE FROM  *
001890*                   THE CONTROL RECORD, OPEN THE THREE INPUTS    *
001900*                   AND THE BALANCING REPORT, AND PRIME THE      *
001910*                   READS. A MISSING INPUT FILE IS TREATED AS    *
001920*                   EMPTY - ITS FIGURE RECONCILES AS ZERO - SO   *
001930*                   THE REPORT STILL PRINTS AND THE BALANCE      *
001940*                   VERDICT STILL STANDS ON THE FIRST NIGHT THE  *
001950*                   JOB EVER RUNS.                               *
001960*****************************************************************
001970 1000-INITIALIZE.
001980     ACCEPT DL100-STAT-START0 FROM TIME.
001990     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
002060     MOVE DL100-RECN-DATE (5:2) TO DL100-RECN-MM.
002070     MOVE DL100-RECN-DATE (7:2) TO DL100-RECN-DD.
002080     MOVE DL100-RECN-DATE (1:4) TO DL100-RECN-YYYY.
002110     MOVE DL100-RECN-DATE-ED TO DL100-RPT-RECNDATE.
002120     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
002130     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
002131     IF DL100-INIT-ERR
002132         MOVE "SITUACAO: SEM DATA DO NEGOCIO - NADA RECONCILIADO"
002133             TO DL100-RPT-MSG
002135         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
002136         GO TO 1000-EXIT
002137     END-IF.
002138     PERFORM 1200-LOAD-DEPT-NAMES THRU 1200-EXIT.
002140     OPEN INPUT DL100-AUDIT-FILE.
002150     IF DL100-AUDIT-STATUS = '35'
002160         MOVE 'S' TO DL100-AUD-EOF-SW
002220         MOVE 'S' TO DL100-CKPT-EOF-SW
002230     END-IF.
002240     OPEN INPUT DL100-REPORT-FILE.
002241     IF DL100-RPT-STATUS = '35'
002242         MOVE 'S' TO DL100-RPT-EOF-SW
002243     END-IF.
002244 1000-EXIT.
002245     EXIT.
002247*****************************************************************
002248* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
002249*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
002250*                     THERE IS NO DATE TO PROVE (RC=8, SO THE    *
002251*                     FINANCE EXTRACT IS NOT SENT) - THE CLOCK   *
002253*                     DATE THEN ONLY HEADS THE REPORT AND STAMPS *
002254*                     THE RUN-STATISTICS RECORD.                 *
002255*****************************************************************
002256 1050-GET-BUS-DATE.
002257     OPEN INPUT DL100-BD-FILE.
002258     IF DL100-BD-STATUS NOT = '00'
002260         DISPLAY 'CALCRECN - REGISTRO DE DATA DO NEGOCIO '
002261             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
002262         GO TO 1050-ERROR
002263     END-IF.
002264     READ DL100-BD-FILE
002266         AT END
002267             MOVE SPACES TO DL100-BD-REC
002268     END-READ.
002269     IF DL100-BD-DATE NUMERIC AND
002270        DL100-BD-DATE NOT = ZERO
002272         MOVE DL100-BD-DATE TO DL100-RECN-DATE
002273     ELSE
002274         DISPLAY 'CALCRECN - REGISTRO DE DATA DO NEGOCIO '
002275             'VAZIO OU INVALIDO'
002276         MOVE 'S' TO DL100-INIT-ERR-SW
002277     END-IF.
002279     CLOSE DL100-BD-FILE.
002280     IF NOT DL100-INIT-ERR
002281         GO TO 1050-EXIT
002282     END-IF.
002283 1050-ERROR.
002285     ACCEPT DL100-RECN-DATE FROM DATE YYYYMMDD.
002286     MOVE 8 TO RETURN-CODE.
002287     MOVE 'S' TO DL100-INIT-ERR-SW.
002288 1050-EXIT.
002289     EXIT.
002291*****************************************************************
002292* 1200-LOAD-DEPT-NAMES - LOAD CODE AND NAME OF EVERY DEPARTMENT  *
002293*                        ON THE MASTER. THE NAMES ARE CAPTIONS   *
002294*                        ONLY, SO A MISSING MASTER IS REPORTED   *
002295*                        AND THE STEP RUNS ON WITHOUT THEM.      *
002296*****************************************************************
002297 1200-LOAD-DEPT-NAMES.
002298     OPEN INPUT DL100-DMST-FILE.
002299     IF DL100-DMST-STATUS NOT = '00'
002300         DISPLAY 'CALCRECN - CADASTRO DE DEPARTAMENTOS'
002301             ' INDISPONIVEL - NOMES NAO IMPRESSOS'
002302         GO TO 1200-EXIT
002303     END-IF.
002304     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
002305         UNTIL DL100-DMST-EOF.
002306     CLOSE DL100-DMST-FILE.
002307 1200-EXIT.
002308     EXIT.
002309*****************************************************************
002310* 1250-LOAD-ONE-DEPT - READ ONE DEPARTMENT MASTER RECORD INTO    *
002311*                      THE NAME TABLE.                           *
002312*****************************************************************
002313 1250-LOAD-ONE-DEPT.
002314     READ DL100-DMST-FILE
002315         AT END
002316             MOVE 'S' TO DL100-DMST-EOF-SW
002317             GO TO 1250-EXIT
002318     END-READ.
002319     IF DL100-DMST-CNT = 50
002320         DISPLAY 'CALCRECN - MAIS DE 50 DEPARTAMENTOS'
002321             ' NO CADASTRO - EXCEDENTE SEM NOME'
002322         MOVE 'S' TO DL100-DMST-EOF-SW
002323         GO TO 1250-EXIT
002324     END-IF.
002325     ADD 1 TO DL100-DMST-CNT.
002326     SET DL100-DMST-IX TO DL100-DMST-CNT.
002327     MOVE DL100-DEPT-CODE TO DL100-DMST-CODE (DL100-DMST-IX).
002328     MOVE DL100-DEPT-NAME TO DL100-DMST-NAME (DL100-DMST-IX).
002329 1250-EXIT.
002330     EXIT.
002331*****************************************************************
002332* 2000-SUM-AUDIT - ADD ONE AUDIT RECORD OF THE RECONCILED DATE   *
002333*                  INTO THE AUDIT-SIDE TOTAL, THEN READ ON.      *
002334*                  THE TOTALS ARE IN REAIS - A FOREIGN-CURRENCY  *
002335*                  CALCULATION COUNTS AT ITS CONVERTED RESULT.   *
002336*                  A BATCH LINE IS ONE MARKED BATCH IN ITS       *
002337*                  ORIGIN BYTE, OR AN OLDER UNMARKED LINE        *
002338*                  STAMPED 'CALCBAT'.                            *
002339*****************************************************************
002340 2000-SUM-AUDIT.
002350     ADD 1 TO DL100-READ-COUNT.
002360     IF DL100-AUD-DATE = DL100-RECN-DATE AND
002370        (DL100-AUD-FROM-BATCH OR
002375         (DL100-AUD-ORIGIN-OLD AND DL100-AUD-OPER = 'CALCBAT'))
002380         ADD 1 TO DL100-AUD-COUNT
002381         IF DL100-AUD-CURR-BASE
002382             MOVE DL100-AUD-RES      TO DL100-BASE-AMT
002383         ELSE
002384             MOVE DL100-AUD-BASE-RES TO DL100-BASE-AMT
002385         END-IF
002390         ADD DL100-BASE-AMT TO DL100-AUD-TOTAL
002400         PERFORM 2100-TALLY-DEPT THRU 2100-EXIT
002410     END-IF.
002420     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
002710     END-IF.
002720     SET DL100-DEPT-IX TO DL100-DFND-SUB.
002730     ADD 1 TO DL100-DEPT-COUNT (DL100-DEPT-IX).
002740     ADD DL100-BASE-AMT TO DL100-DEPT-TOTAL (DL100-DEPT-IX).
002750 2100-EXIT.
002760     EXIT.
002770*****************************************************************
003840*****************************************************************
003850* 5500-PRINT-DEPT - WRITE ONE DEPARTMENT'S SHARE OF THE AUDIT-   *
003860*                   SIDE FIGURE, TO TIE BACK TO THE SUBTOTAL     *
003870*                   CALCRPT PRINTS AT THAT DEPARTMENT'S BREAK,   *
003875*                   WITH THE DEPARTMENT NAME.                    *
003880*****************************************************************
003890 5500-PRINT-DEPT.
003900     MOVE DL100-DEPT-ID    (DL100-DEPT-IX) TO DL100-RPT-DEPT-ID.
003902     MOVE DL100-DEPT-ID    (DL100-DEPT-IX) TO DL100-DMST-KEY.
003904     PERFORM 5600-FIND-DEPT-NAME THRU 5600-EXIT.
003906     MOVE DL100-DMST-FOUND-NAME TO DL100-RPT-DEPT-NAME.
003910     MOVE DL100-DEPT-COUNT (DL100-DEPT-IX) TO DL100-RPT-DEPT-CNT.
003920     MOVE DL100-DEPT-TOTAL (DL100-DEPT-IX) TO
003930         DL100-RPT-DEPT-VALUE.
003940     WRITE DL100-LIST-REC FROM DL100-RPT-DEPT-FIG.
003950 5500-EXIT.
003960     EXIT.
003961*****************************************************************
003962* 5600-FIND-DEPT-NAME - RETURN THE NAME OF THE DEPARTMENT WHOSE  *
003963*                       CODE IS IN DL100-DMST-KEY - BLANK WHEN   *
003964*                       THE MASTER COULD NOT BE READ.            *
003965*****************************************************************
003966 5600-FIND-DEPT-NAME.
003967     MOVE 'N'    TO DL100-DMST-FND-SW.
003968     MOVE SPACES TO DL100-DMST-FOUND-NAME.
003969     IF DL100-DMST-CNT = ZERO
003970         GO TO 5600-EXIT
003971     END-IF.
003972     PERFORM 5650-CHECK-DEPT-NAME THRU 5650-EXIT
003973         VARYING DL100-DMST-IX FROM 1 BY 1
003974         UNTIL DL100-DMST-IX > DL100-DMST-CNT
003975            OR DL100-DMST-FOUND.
003976     IF NOT DL100-DMST-FOUND
003977         MOVE '*** NAO CADASTRADO ***' TO DL100-DMST-FOUND-NAME
003978     END-IF.
003979 5600-EXIT.
003980     EXIT.
003981*****************************************************************
003982* 5650-CHECK-DEPT-NAME - COMPARE ONE NAME-TABLE ENTRY AGAINST    *
003983*                        THE CODE BEING LOOKED UP.               *
003984*****************************************************************
003985 5650-CHECK-DEPT-NAME.
003986     IF DL100-DMST-CODE (DL100-DMST-IX) = DL100-DMST-KEY
003987         MOVE 'S' TO DL100-DMST-FND-SW
003988         MOVE DL100-DMST-NAME (DL100-DMST-IX)
003989             TO DL100-DMST-FOUND-NAME
003990     END-IF.
003991 5650-EXIT.
003992     EXIT.
003994*****************************************************************
003996* 6000-TERMINATE - CLOSE EVERYTHING THAT OPENED.                 *
003998*****************************************************************
004000 6000-TERMINATE.
004010     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
004012     IF DL100-INIT-ERR
004014         GO TO 6000-CLOSE-LIST
004016     END-IF.
004020     IF DL100-AUDIT-STATUS NOT = '35'
004030         CLOSE DL100-AUDIT-FILE
004040     END-IF.
004080     IF DL100-RPT-STATUS NOT = '35'
004090         CLOSE DL100-REPORT-FILE
004100     END-IF.
004105 6000-CLOSE-LIST.
004110     CLOSE DL100-LIST-FILE.
004120 6000-EXIT.
004130     EXIT.
