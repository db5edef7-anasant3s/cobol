000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DATEROLL.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. BUSINESS-DATE ROLL, RUN AS *
000110*                  THE FIRST STEP OF THE OVERNIGHT CALCBAT JOB. *
000120*                  UNTIL NOW GENSTEP, SUSPSTEP, RECNSTEP AND    *
000130*                  EXTRSTEP EACH TOOK THEIR OWN DATE CARD (OR   *
000140*                  THE CLOCK WHEN BLANK), SO A JOB RUNNING PAST *
000150*                  MIDNIGHT, OR ONE CARD KEYED AND ANOTHER      *
000160*                  FORGOTTEN, LEFT THE STEPS DISAGREEING ABOUT  *
000170*                  THE DATE. THIS STEP SETS ONE BUSINESS-DATE   *
000180*                  CONTROL RECORD (BUSDATE, DL100BD) THAT EVERY *
000190*                  LATER STEP READS. THE DATE IS THE NEXT       *
000200*                  BUSINESS DAY AFTER THE ONE ON THE PRIOR      *
000210*                  RECORD - WEEKENDS AND THE DATES ON THE       *
000220*                  HOLIDAY CALENDAR (HOLCAL, DL100HC) ARE       *
000230*                  SKIPPED - OR THE DATE KEYED ON THE SYSIN     *
000240*                  CARD, WHICH MUST ITSELF BE A BUSINESS DAY.   *
000250*                  THE RECORD ALSO CARRIES THE PREVIOUS AND     *
000260*                  NEXT BUSINESS DAYS AND THE MONTH-END FLAG.   *
000270*                  RETURN CODE: 0 = ROLLED, 4 = INVALID         *
000280*                  CALENDAR ENTRIES WERE SKIPPED, 8 = NO DATE   *
000290*                  SET (THE PRIOR RECORD IS LEFT AS IT WAS AND  *
000300*                  THE JCL BYPASSES THE REST OF THE JOB).       *
000310*****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT DL100-HOL-FILE    ASSIGN TO HOLCAL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS DL100-HOL-STATUS.
000380     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS DL100-BD-STATUS.
000410     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS  IS DL100-STAT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DL100-HOL-FILE
000470     LABEL RECORDS ARE STANDARD
000480     RECORDING MODE IS F.
000490 COPY DL100HC.
000500 FD  DL100-BD-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530 COPY DL100BD.
000540 FD  DL100-STAT-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORDING MODE IS F.
000570 COPY DL100RS.
000580 WORKING-STORAGE SECTION.
000590 01  DL100-DATE-CARD.
000600     05  DL100-CARD-DATE          PIC X(08).
000610     05  FILLER                   PIC X(72).
000620*****************************************************************
000630* THE HOLIDAY CALENDAR IS HELD HERE FOR THE BUSINESS-DAY TEST.   *
000640* THE SCHEDULING GROUP KEEPS A FEW YEARS ON FILE AT MOST, SO 500 *
000650* ENTRIES LEAVES ROOM; A CALENDAR LARGER THAN THE TABLE FAILS    *
000660* THE STEP RATHER THAN ROLLING ONTO A HOLIDAY IT NEVER LOADED.   *
000670*****************************************************************
000680 01  DL100-HOL-TABLE.
000690     05  DL100-HOL-CNT            PIC S9(04) COMP VALUE ZERO.
000700     05  DL100-HOL-ENTRY OCCURS 500 TIMES
000710                          INDEXED BY DL100-HOL-IX.
000720         10  DL100-HTBL-DATE      PIC 9(08).
000730*****************************************************************
000740* DAYS IN EACH MONTH, FOR THE CHECK OF A KEYED OR CALENDAR DATE. *
000750* FEBRUARY IS TAKEN AS 29 - THE CALENDAR DATES ARE ONLY LOOKED   *
000760* UP, AND A CARD DATE OF 29/02 IN A COMMON YEAR IS STOPPED BY    *
000770* THE BUSINESS-DAY TEST THAT FOLLOWS.                            *
000780*****************************************************************
000790 01  DL100-MONTH-DAYS-X           PIC X(24)
000800         VALUE '312931303130313130313031'.
000810 01  DL100-MONTH-DAYS REDEFINES DL100-MONTH-DAYS-X.
000820     05  DL100-MAX-DD             PIC 9(02) OCCURS 12 TIMES.
000830 01  DL100-CHK-DATE               PIC 9(08)       VALUE ZERO.
000840 01  DL100-CHK-DATE-R REDEFINES DL100-CHK-DATE.
000850     05  DL100-CHK-YYYY           PIC 9(04).
000860     05  DL100-CHK-MM             PIC 9(02).
000870     05  DL100-CHK-DD             PIC 9(02).
000880 01  DL100-WORK-FIELDS.
000890     05  DL100-TODAY              PIC 9(08)       VALUE ZERO.
000900     05  DL100-PRIOR-DATE         PIC 9(08)       VALUE ZERO.
000910     05  DL100-NEW-DATE           PIC 9(08)       VALUE ZERO.
000920     05  DL100-NEW-PREV           PIC 9(08)       VALUE ZERO.
000930     05  DL100-NEW-NEXT           PIC 9(08)       VALUE ZERO.
000940     05  DL100-NEW-SOURCE         PIC X(01)       VALUE SPACES.
000950     05  DL100-NEW-MONTH-END      PIC X(01)       VALUE 'N'.
000960     05  DL100-NEW-NUM            PIC S9(09) COMP VALUE ZERO.
000970     05  DL100-CHK-NUM            PIC S9(09) COMP VALUE ZERO.
000980     05  DL100-LOOK-DATE          PIC 9(08)       VALUE ZERO.
000990     05  DL100-DOW                PIC S9(04) COMP VALUE ZERO.
001000     05  DL100-STEP-COUNT         PIC S9(04) COMP VALUE ZERO.
001010     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
001020     05  DL100-BAD-COUNT          PIC S9(07) COMP VALUE ZERO.
001030     05  DL100-SET-COUNT          PIC S9(07) COMP VALUE ZERO.
001040 01  DL100-HOL-STATUS             PIC X(02).
001050 01  DL100-BD-STATUS              PIC X(02).
001060 01  DL100-STAT-STATUS            PIC X(02).
001070 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
001080 01  DL100-SWITCHES.
001090     05  DL100-HOL-EOF-SW         PIC X(01)   VALUE 'N'.
001100         88  DL100-HOL-EOF                    VALUE 'S'.
001110     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
001120         88  DL100-INIT-ERR                   VALUE 'S'.
001130     05  DL100-PRIOR-FND-SW       PIC X(01)   VALUE 'N'.
001140         88  DL100-PRIOR-FOUND                VALUE 'S'.
001150     05  DL100-DATE-OK-SW         PIC X(01)   VALUE 'N'.
001160         88  DL100-DATE-OK                    VALUE 'S'.
001170     05  DL100-BUS-DAY-SW         PIC X(01)   VALUE 'N'.
001180         88  DL100-BUS-DAY                    VALUE 'S'.
001190     05  DL100-HOL-FND-SW         PIC X(01)   VALUE 'N'.
001200         88  DL100-HOL-FOUND                  VALUE 'S'.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001240     IF NOT DL100-INIT-ERR
001250         PERFORM 2000-SET-BUS-DATE   THRU 2000-EXIT
001260     END-IF.
001270     IF NOT DL100-INIT-ERR
001280         PERFORM 3000-WRITE-CONTROL  THRU 3000-EXIT
001290     END-IF.
001300     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
001310     GOBACK.
001320*****************************************************************
001330* 1000-INITIALIZE - PICK UP THE CLOCK DATE AND THE SYSIN CARD,   *
001340*                   LOAD THE HOLIDAY CALENDAR AND READ THE PRIOR *
001350*                   CONTROL RECORD. A MISSING CALENDAR FAILS THE *
001360*                   STEP - ROLLING WITHOUT IT WOULD BOOK A       *
001370*                   HOLIDAY AS A BUSINESS DAY.                   *
001380*****************************************************************
001390 1000-INITIALIZE.
001400     ACCEPT DL100-STAT-START0 FROM TIME.
001410     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
001420     MOVE SPACES TO DL100-DATE-CARD.
001430     ACCEPT DL100-DATE-CARD.
001440     OPEN INPUT DL100-HOL-FILE.
001450     IF DL100-HOL-STATUS NOT = '00'
001460         DISPLAY 'DATEROLL - CALENDARIO DE FERIADOS INDISPONIVEL '
001470             '(STATUS ' DL100-HOL-STATUS ') - DATA NAO ROLADA'
001480         MOVE 8 TO RETURN-CODE
001490         MOVE 'S' TO DL100-INIT-ERR-SW
001500         GO TO 1000-EXIT
001510     END-IF.
001520     PERFORM 1100-LOAD-HOLIDAY THRU 1100-EXIT
001530         UNTIL DL100-HOL-EOF OR DL100-INIT-ERR.
001540     CLOSE DL100-HOL-FILE.
001550     IF DL100-INIT-ERR
001560         GO TO 1000-EXIT
001570     END-IF.
001580     PERFORM 1200-READ-PRIOR THRU 1200-EXIT.
001590 1000-EXIT.
001600     EXIT.
001610*****************************************************************
001620* 1100-LOAD-HOLIDAY - READ ONE CALENDAR ENTRY INTO THE TABLE. AN *
001630*                     ENTRY THAT IS NOT A VALID DATE IS SHOWN ON *
001640*                     SYSOUT AND SKIPPED WITH RC=4 SO THE        *
001650*                     SCHEDULING GROUP CORRECTS IT.              *
001660*****************************************************************
001670 1100-LOAD-HOLIDAY.
001680     READ DL100-HOL-FILE
001690         AT END
001700             MOVE 'S' TO DL100-HOL-EOF-SW
001710             GO TO 1100-EXIT
001720     END-READ.
001730     ADD 1 TO DL100-READ-COUNT.
001740     IF DL100-HOL-DATE NOT NUMERIC
001750         MOVE ZERO TO DL100-CHK-DATE
001760     ELSE
001770         MOVE DL100-HOL-DATE-N TO DL100-CHK-DATE
001780     END-IF.
001790     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
001800     IF NOT DL100-DATE-OK
001810         DISPLAY 'DATEROLL - ENTRADA INVALIDA NO CALENDARIO '
001820             'IGNORADA: ' DL100-HOL-DATE ' ' DL100-HOL-DESC
001830         ADD 1 TO DL100-BAD-COUNT
001840         IF RETURN-CODE = ZERO
001850             MOVE 4 TO RETURN-CODE
001860         END-IF
001870         GO TO 1100-EXIT
001880     END-IF.
001890     IF DL100-HOL-CNT = 500
001900         DISPLAY 'DATEROLL - CALENDARIO EXCEDE A CAPACIDADE DO '
001910             'PROGRAMA - DATA NAO ROLADA'
001920         MOVE 8 TO RETURN-CODE
001930         MOVE 'S' TO DL100-INIT-ERR-SW
001940         GO TO 1100-EXIT
001950     END-IF.
001960     ADD 1 TO DL100-HOL-CNT.
001970     SET DL100-HOL-IX TO DL100-HOL-CNT.
001980     MOVE DL100-HOL-DATE-N TO DL100-HTBL-DATE (DL100-HOL-IX).
001990 1100-EXIT.
002000     EXIT.
002010*****************************************************************
002020* 1200-READ-PRIOR - READ THE CONTROL RECORD LEFT BY THE LAST     *
002030*                   ROLL. ON THE FIRST NIGHT THERE IS NONE, AND  *
002040*                   THE DATE MUST COME FROM THE CARD.            *
002050*****************************************************************
002060 1200-READ-PRIOR.
002070     OPEN INPUT DL100-BD-FILE.
002080     IF DL100-BD-STATUS NOT = '00'
002090         GO TO 1200-EXIT
002100     END-IF.
002110     READ DL100-BD-FILE
002120         AT END
002130             MOVE SPACES TO DL100-BD-REC
002140     END-READ.
002150     IF DL100-BD-DATE NUMERIC AND
002160        DL100-BD-DATE NOT = ZERO
002170         MOVE DL100-BD-DATE TO DL100-PRIOR-DATE
002180         MOVE 'S' TO DL100-PRIOR-FND-SW
002190     END-IF.
002200     CLOSE DL100-BD-FILE.
002210 1200-EXIT.
002220     EXIT.
002230*****************************************************************
002240* 2000-SET-BUS-DATE - A DATE ON THE CARD IS TAKEN AS IT STANDS,  *
002250*                     PROVIDED IT IS A BUSINESS DAY - THAT IS    *
002260*                     HOW A NIGHT IS RERUN OR THE FIRST NIGHT    *
002270*                     STARTED. A BLANK CARD ROLLS THE PRIOR DATE *
002280*                     TO THE NEXT BUSINESS DAY; A ROLL THAT      *
002290*                     WOULD RUN AHEAD OF THE CLOCK MEANS THE     *
002300*                     NIGHT WAS ALREADY BOOKED AND IS REFUSED -  *
002310*                     A SECOND RUN FOR THE SAME DATE MUST NAME   *
002320*                     IT ON THE CARD.                            *
002330*****************************************************************
002340 2000-SET-BUS-DATE.
002350     IF DL100-CARD-DATE = SPACES
002360         GO TO 2000-ROLL
002370     END-IF.
002380     IF DL100-CARD-DATE NOT NUMERIC
002390         MOVE ZERO TO DL100-CHK-DATE
002400     ELSE
002410         MOVE DL100-CARD-DATE TO DL100-CHK-DATE
002420     END-IF.
002430     PERFORM 8100-CHECK-DATE THRU 8100-EXIT.
002440     IF NOT DL100-DATE-OK
002450         DISPLAY 'DATEROLL - DATA INVALIDA NO CARTAO: '
002460             DL100-CARD-DATE
002470         MOVE 8 TO RETURN-CODE
002480         MOVE 'S' TO DL100-INIT-ERR-SW
002490         GO TO 2000-EXIT
002500     END-IF.
002510     MOVE DL100-CHK-DATE TO DL100-NEW-DATE.
002520     COMPUTE DL100-CHK-NUM =
002530         FUNCTION INTEGER-OF-DATE (DL100-NEW-DATE).
002540     PERFORM 8000-CHECK-BUS-DAY THRU 8000-EXIT.
002550     IF NOT DL100-BUS-DAY
002560         DISPLAY 'DATEROLL - DATA DO CARTAO NAO E DIA UTIL: '
002570             DL100-NEW-DATE
002580         MOVE 8 TO RETURN-CODE
002590         MOVE 'S' TO DL100-INIT-ERR-SW
002600         GO TO 2000-EXIT
002610     END-IF.
002620     MOVE DL100-CHK-NUM TO DL100-NEW-NUM.
002630     MOVE 'C' TO DL100-NEW-SOURCE.
002640     GO TO 2000-SURROUND.
002650 2000-ROLL.
002660     IF NOT DL100-PRIOR-FOUND
002670         DISPLAY 'DATEROLL - SEM REGISTRO DE DATA ANTERIOR - '
002680             'INFORME A DATA DO NEGOCIO NO CARTAO'
002690         MOVE 8 TO RETURN-CODE
002700         MOVE 'S' TO DL100-INIT-ERR-SW
002710         GO TO 2000-EXIT
002720     END-IF.
002730     COMPUTE DL100-CHK-NUM =
002740         FUNCTION INTEGER-OF-DATE (DL100-PRIOR-DATE).
002750     PERFORM 2100-NEXT-BUS-DAY THRU 2100-EXIT.
002760     IF DL100-INIT-ERR
002770         GO TO 2000-EXIT
002780     END-IF.
002790     MOVE DL100-CHK-NUM TO DL100-NEW-NUM.
002800     COMPUTE DL100-NEW-DATE =
002810         FUNCTION DATE-OF-INTEGER (DL100-NEW-NUM).
002820     IF DL100-NEW-DATE > DL100-TODAY
002830         DISPLAY 'DATEROLL - PROXIMO DIA UTIL (' DL100-NEW-DATE
002840             ') POSTERIOR A DATA DO RELOGIO (' DL100-TODAY ')'
002850         DISPLAY 'DATEROLL - A DATA ' DL100-PRIOR-DATE
002860             ' JA FOI PROCESSADA - PARA REPROCESSA-LA, '
002870             'INFORME-A NO CARTAO'
002880         MOVE 8 TO RETURN-CODE
002890         MOVE 'S' TO DL100-INIT-ERR-SW
002900         GO TO 2000-EXIT
002910     END-IF.
002920     MOVE 'A' TO DL100-NEW-SOURCE.
002930 2000-SURROUND.
002940     MOVE DL100-NEW-NUM TO DL100-CHK-NUM.
002950     PERFORM 2100-NEXT-BUS-DAY THRU 2100-EXIT.
002960     IF DL100-INIT-ERR
002970         GO TO 2000-EXIT
002980     END-IF.
002990     COMPUTE DL100-NEW-NEXT =
003000         FUNCTION DATE-OF-INTEGER (DL100-CHK-NUM).
003010     MOVE DL100-NEW-NUM TO DL100-CHK-NUM.
003020     PERFORM 2200-PREV-BUS-DAY THRU 2200-EXIT.
003030     IF DL100-INIT-ERR
003040         GO TO 2000-EXIT
003050     END-IF.
003060     COMPUTE DL100-NEW-PREV =
003070         FUNCTION DATE-OF-INTEGER (DL100-CHK-NUM).
003080     IF DL100-NEW-NEXT (5:2) NOT = DL100-NEW-DATE (5:2)
003090         MOVE 'S' TO DL100-NEW-MONTH-END
003100     ELSE
003110         MOVE 'N' TO DL100-NEW-MONTH-END
003120     END-IF.
003130 2000-EXIT.
003140     EXIT.
003150*****************************************************************
003160* 2100-NEXT-BUS-DAY - ADVANCE THE DAY NUMBER IN DL100-CHK-NUM TO *
003170*                     THE NEXT BUSINESS DAY. A MONTH WITHOUT ONE *
003180*                     CAN ONLY BE A BAD CALENDAR AND STOPS THE   *
003190*                     STEP.                                      *
003200*****************************************************************
003210 2100-NEXT-BUS-DAY.
003220     MOVE 'N'  TO DL100-BUS-DAY-SW.
003230     MOVE ZERO TO DL100-STEP-COUNT.
003240     PERFORM 2150-STEP-FORWARD THRU 2150-EXIT
003250         UNTIL DL100-BUS-DAY OR DL100-STEP-COUNT > 31.
003260     IF NOT DL100-BUS-DAY
003270         DISPLAY 'DATEROLL - NENHUM DIA UTIL EM 31 DIAS - '
003280             'VERIFICAR O CALENDARIO DE FERIADOS'
003290         MOVE 8 TO RETURN-CODE
003300         MOVE 'S' TO DL100-INIT-ERR-SW
003310     END-IF.
003320 2100-EXIT.
003330     EXIT.
003340*****************************************************************
003350* 2150-STEP-FORWARD - MOVE ONE DAY AHEAD AND TEST IT.            *
003360*****************************************************************
003370 2150-STEP-FORWARD.
003380     ADD 1 TO DL100-CHK-NUM.
003390     ADD 1 TO DL100-STEP-COUNT.
003400     PERFORM 8000-CHECK-BUS-DAY THRU 8000-EXIT.
003410 2150-EXIT.
003420     EXIT.
003430*****************************************************************
003440* 2200-PREV-BUS-DAY - MOVE THE DAY NUMBER IN DL100-CHK-NUM BACK  *
003450*                     TO THE PREVIOUS BUSINESS DAY, UNDER THE    *
003460*                     SAME 31-DAY LIMIT.                         *
003470*****************************************************************
003480 2200-PREV-BUS-DAY.
003490     MOVE 'N'  TO DL100-BUS-DAY-SW.
003500     MOVE ZERO TO DL100-STEP-COUNT.
003510     PERFORM 2250-STEP-BACK THRU 2250-EXIT
003520         UNTIL DL100-BUS-DAY OR DL100-STEP-COUNT > 31.
003530     IF NOT DL100-BUS-DAY
003540         DISPLAY 'DATEROLL - NENHUM DIA UTIL EM 31 DIAS - '
003550             'VERIFICAR O CALENDARIO DE FERIADOS'
003560         MOVE 8 TO RETURN-CODE
003570         MOVE 'S' TO DL100-INIT-ERR-SW
003580     END-IF.
003590 2200-EXIT.
003600     EXIT.
003610*****************************************************************
003620* 2250-STEP-BACK - MOVE ONE DAY BACK AND TEST IT.                *
003630*****************************************************************
003640 2250-STEP-BACK.
003650     SUBTRACT 1 FROM DL100-CHK-NUM.
003660     ADD 1 TO DL100-STEP-COUNT.
003670     PERFORM 8000-CHECK-BUS-DAY THRU 8000-EXIT.
003680 2250-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 3000-WRITE-CONTROL - REPLACE THE CONTROL RECORD WITH TONIGHT'S *
003720*                      AND SHOW IT ON SYSOUT.                    *
003730*****************************************************************
003740 3000-WRITE-CONTROL.
003750     OPEN OUTPUT DL100-BD-FILE.
003760     IF DL100-BD-STATUS NOT = '00'
003770         DISPLAY 'DATEROLL - REGISTRO DE DATA DO NEGOCIO NAO '
003780             'GRAVADO (STATUS ' DL100-BD-STATUS ')'
003790         MOVE 8 TO RETURN-CODE
003800         MOVE 'S' TO DL100-INIT-ERR-SW
003810         GO TO 3000-EXIT
003820     END-IF.
003830     MOVE SPACES              TO DL100-BD-REC.
003840     MOVE DL100-NEW-DATE      TO DL100-BD-DATE.
003850     MOVE DL100-NEW-PREV      TO DL100-BD-PREV-DATE.
003860     MOVE DL100-NEW-NEXT      TO DL100-BD-NEXT-DATE.
003870     MOVE DL100-NEW-MONTH-END TO DL100-BD-MONTH-END.
003880     MOVE DL100-NEW-SOURCE    TO DL100-BD-SOURCE.
003890     MOVE DL100-TODAY         TO DL100-BD-ROLL-DATE.
003900     ACCEPT DL100-BD-ROLL-TIME FROM TIME.
003910     WRITE DL100-BD-REC.
003920     CLOSE DL100-BD-FILE.
003930     ADD 1 TO DL100-SET-COUNT.
003940     IF DL100-BD-FROM-CARD
003950         DISPLAY 'DATEROLL - DATA DO NEGOCIO ' DL100-NEW-DATE
003960             ' INFORMADA NO CARTAO'
003970     ELSE
003980         DISPLAY 'DATEROLL - DATA DO NEGOCIO ' DL100-NEW-DATE
003990             ' ROLADA DE ' DL100-PRIOR-DATE
004000     END-IF.
004010     DISPLAY 'DATEROLL - DIA UTIL ANTERIOR ' DL100-NEW-PREV
004020         ', PROXIMO ' DL100-NEW-NEXT.
004030     IF DL100-BD-IS-MONTH-END
004040         DISPLAY 'DATEROLL - ULTIMO DIA UTIL DO MES'
004050     END-IF.
004060 3000-EXIT.
004070     EXIT.
004080*****************************************************************
004090* 8000-CHECK-BUS-DAY - IS THE DAY NUMBER IN DL100-CHK-NUM A      *
004100*                      BUSINESS DAY? INTEGER-OF-DATE DAY 1       *
004110*                      (16010101) WAS A MONDAY, SO THE REMAINDER *
004120*                      BY 7 IS 6 ON SATURDAYS AND 0 ON SUNDAYS.  *
004130*****************************************************************
004140 8000-CHECK-BUS-DAY.
004150     MOVE 'N' TO DL100-BUS-DAY-SW.
004160     COMPUTE DL100-DOW = FUNCTION REM (DL100-CHK-NUM 7).
004170     IF DL100-DOW = 6 OR DL100-DOW = 0
004180         GO TO 8000-EXIT
004190     END-IF.
004200     COMPUTE DL100-LOOK-DATE =
004210         FUNCTION DATE-OF-INTEGER (DL100-CHK-NUM).
004220     MOVE 'N' TO DL100-HOL-FND-SW.
004230     IF DL100-HOL-CNT > ZERO
004240         PERFORM 8050-CHECK-HOLIDAY THRU 8050-EXIT
004250             VARYING DL100-HOL-IX FROM 1 BY 1
004260             UNTIL DL100-HOL-IX > DL100-HOL-CNT
004270                OR DL100-HOL-FOUND
004280     END-IF.
004290     IF NOT DL100-HOL-FOUND
004300         MOVE 'S' TO DL100-BUS-DAY-SW
004310     END-IF.
004320 8000-EXIT.
004330     EXIT.
004340*****************************************************************
004350* 8050-CHECK-HOLIDAY - COMPARE ONE CALENDAR ENTRY.               *
004360*****************************************************************
004370 8050-CHECK-HOLIDAY.
004380     IF DL100-HTBL-DATE (DL100-HOL-IX) = DL100-LOOK-DATE
004390         MOVE 'S' TO DL100-HOL-FND-SW
004400     END-IF.
004410 8050-EXIT.
004420     EXIT.
004430*****************************************************************
004440* 8100-CHECK-DATE - IS DL100-CHK-DATE A PLAUSIBLE YYYYMMDD DATE? *
004450*****************************************************************
004460 8100-CHECK-DATE.
004470     MOVE 'N' TO DL100-DATE-OK-SW.
004480     IF DL100-CHK-YYYY < 1601
004490         GO TO 8100-EXIT
004500     END-IF.
004510     IF DL100-CHK-MM < 1 OR DL100-CHK-MM > 12
004520         GO TO 8100-EXIT
004530     END-IF.
004540     IF DL100-CHK-DD < 1 OR
004550        DL100-CHK-DD > DL100-MAX-DD (DL100-CHK-MM)
004560         GO TO 8100-EXIT
004570     END-IF.
004580     MOVE 'S' TO DL100-DATE-OK-SW.
004590 8100-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 9000-WRITE-RUN-STAT - APPEND THE STEP'S RUN-STATISTICS         *
004630*                       RECORD: CALENDAR ENTRIES READ, CONTROL   *
004640*                       RECORDS WRITTEN AND INVALID ENTRIES      *
004650*                       SKIPPED, WITH START/END TIMES AND THE    *
004660*                       STEP CODE. A FAILED ROLL IS STAMPED WITH *
004670*                       THE CLOCK DATE.                          *
004680*****************************************************************
004690 9000-WRITE-RUN-STAT.
004700     OPEN EXTEND DL100-STAT-FILE.
004710     IF DL100-STAT-STATUS = '35'
004720         OPEN OUTPUT DL100-STAT-FILE
004730     END-IF.
004740     MOVE SPACES            TO DL100-STAT-REC.
004750     MOVE 'DATEROLL'        TO DL100-STAT-PGM.
004760     IF DL100-SET-COUNT > ZERO
004770         MOVE DL100-NEW-DATE TO DL100-STAT-DATE
004780     ELSE
004790         MOVE DL100-TODAY    TO DL100-STAT-DATE
004800     END-IF.
004810     MOVE DL100-STAT-START0 TO DL100-STAT-START.
004820     ACCEPT DL100-STAT-END FROM TIME.
004830     MOVE SPACES            TO DL100-STAT-DEPT.
004840     MOVE DL100-READ-COUNT  TO DL100-STAT-READ.
004850     MOVE DL100-SET-COUNT   TO DL100-STAT-PROC.
004860     MOVE DL100-BAD-COUNT   TO DL100-STAT-REJ.
004870     MOVE ZERO              TO DL100-STAT-SKIP.
004880     MOVE RETURN-CODE       TO DL100-STAT-RC.
004890     WRITE DL100-STAT-REC.
004900     CLOSE DL100-STAT-FILE.
004910 9000-EXIT.
004920     EXIT.
