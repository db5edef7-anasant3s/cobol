000180*                  CARD, BLANK = TODAY) AND THE ORIGINAL        *
000190*                  RECORD, SO A FORGOTTEN REJECT SURFACES       *
000200*                  WEEKLY INSTEAD OF AT MONTH-END.              *
000201* 10/15/2026 DPS   AGES EACH PENDING ENTRY IN BUSINESS DAYS -   *
000202*                  WEEKDAYS AFTER THE ENTRY DATE UP TO THE      *
000203*                  REPORT DATE, LESS THE HOLIDAYS ON THE        *
000204*                  CALENDAR (HOLCAL, DL100HC) - SO A LONG       *
000205*                  WEEKEND NO LONGER MAKES A FRESH REJECT LOOK  *
000206*                  STALE. A BLANK SYSIN CARD NOW TAKES THE      *
000207*                  REPORT DATE FROM THE BUSINESS-DATE CONTROL   *
000208*                  RECORD (BUSDATE, DL100BD), AND TODAY ONLY    *
000209*                  WHEN THAT CANNOT BE READ. A MISSING CALENDAR *
000210*                  AGES BY WEEKDAYS ALONE WITH RC=4.            *
000211* 10/15/2026 DPS   THE ORIGINAL RECORD SHOWN GREW FROM 47 TO 50 *
000212*                  BYTES WITH THE TRANSACTION CURRENCY          *
000213*                  (DL100SU); THE AGE COLUMN GAVE UP A POSITION *
000214*                  TO KEEP THE LINE AT 84.                      *
000217*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000280     SELECT DL100-LIST-FILE   ASSIGN TO SUSPLIST
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS DL100-LIST-STATUS.
000301     SELECT DL100-HOL-FILE    ASSIGN TO HOLCAL
000302         ORGANIZATION IS SEQUENTIAL
000303         FILE STATUS  IS DL100-HOL-STATUS.
000304     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000305         ORGANIZATION IS SEQUENTIAL
000306         FILE STATUS  IS DL100-BD-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  DL100-SUSP-FILE
000380     LABEL RECORDS ARE STANDARD
000390     RECORDING MODE IS F.
000400 01  DL100-LIST-REC               PIC X(84).
000401 FD  DL100-HOL-FILE
000402     LABEL RECORDS ARE STANDARD
000403     RECORDING MODE IS F.
000404 COPY DL100HC.
000405 FD  DL100-BD-FILE
000406     LABEL RECORDS ARE STANDARD
000407     RECORDING MODE IS F.
000408 COPY DL100BD.
000410 WORKING-STORAGE SECTION.
000420 01  DL100-RPT-HDR1.
000430     05  FILLER                   PIC X(20) VALUE SPACES.
000600     05  FILLER                   PIC X(13) VALUE "  DATA ORIG".
000610     05  FILLER                   PIC X(07) VALUE "SEQ".
000620     05  FILLER                   PIC X(04) VALUE "MOT".
000630     05  FILLER                   PIC X(12) VALUE "  DIAS UTEIS".
000640     05  FILLER                   PIC X(02) VALUE SPACES.
000650     05  FILLER                   PIC X(46)
000660             VALUE "REGISTRO ORIGINAL".
000720     05  FILLER                   PIC X(01) VALUE SPACES.
000730     05  DL100-RPT-REASON         PIC X(02).
000740     05  FILLER                   PIC X(01) VALUE SPACES.
000750     05  DL100-RPT-DAYS           PIC Z,ZZ9.
000760     05  FILLER                   PIC X(06) VALUE " DIAS ".
000770     05  DL100-RPT-DATA           PIC X(50).
000790 01  DL100-RPT-CNT-LINE.
000800     05  DL100-RPT-CNT-CAPTION    PIC X(30).
000810     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001060         10  DL100-PTBL-DATE  PIC 9(08).
001070         10  DL100-PTBL-SEQ   PIC 9(06).
001080         10  DL100-PTBL-REASON PIC X(02).
001090         10  DL100-PTBL-DATA  PIC X(50).
001100 01  DL100-DONE-TABLE.
001110     05  DL100-DONE-CNT       PIC S9(04) COMP VALUE ZERO.
001120     05  DL100-DONE-DEPT      OCCURS 50 TIMES
001130                              INDEXED BY DL100-DONE-IX
001140                              PIC X(08).
001141*****************************************************************
001142* WEEKDAY HOLIDAYS FROM THE CALENDAR, AS DAY NUMBERS, TO TAKE    *
001143* OFF THE AGE. A HOLIDAY ON A SATURDAY OR SUNDAY IS NOT HELD -   *
001144* THE WEEKDAY COUNT NEVER INCLUDED IT.                           *
001145*****************************************************************
001146 01  DL100-HOL-TABLE.
001147     05  DL100-HOL-CNT        PIC S9(04) COMP VALUE ZERO.
001148     05  DL100-HOL-ENTRY OCCURS 500 TIMES
001149                          INDEXED BY DL100-HOL-IX.
001150         10  DL100-HTBL-NUM   PIC S9(09) COMP.
001155 01  DL100-WORK-FIELDS.
001160     05  DL100-RPT-DAY-NUM    PIC S9(09) COMP VALUE ZERO.
001170     05  DL100-AGE-DAYS       PIC S9(05) COMP VALUE ZERO.
001180     05  DL100-GRP-DEPT       PIC X(08)       VALUE SPACES.
001190     05  DL100-GRP-COUNT      PIC S9(07) COMP VALUE ZERO.
001200     05  DL100-SCAN-SUB       PIC S9(04) COMP VALUE ZERO.
001210     05  DL100-OLDEST-DAYS    PIC S9(05) COMP VALUE ZERO.
001211     05  DL100-RPT-WD-CNT     PIC S9(09) COMP VALUE ZERO.
001212     05  DL100-ENT-DAY-NUM    PIC S9(09) COMP VALUE ZERO.
001213     05  DL100-HOL-NUM        PIC S9(09) COMP VALUE ZERO.
001214     05  DL100-HOL-DOW        PIC S9(04) COMP VALUE ZERO.
001215     05  DL100-HOL-DAYS       PIC S9(05) COMP VALUE ZERO.
001216     05  DL100-WD-NUM         PIC S9(09) COMP VALUE ZERO.
001217     05  DL100-WD-WEEKS       PIC S9(09) COMP VALUE ZERO.
001218     05  DL100-WD-REST        PIC S9(04) COMP VALUE ZERO.
001219     05  DL100-WD-COUNT       PIC S9(09) COMP VALUE ZERO.
001220 01  DL100-SUSP-STATUS        PIC X(02).
001230 01  DL100-LIST-STATUS        PIC X(02).
001233 01  DL100-HOL-STATUS         PIC X(02).
001236 01  DL100-BD-STATUS          PIC X(02).
001240 01  DL100-SWITCHES.
001250     05  DL100-EOF-SW         PIC X(01)   VALUE 'N'.
001260         88  DL100-EOF                    VALUE 'S'.
001270     05  DL100-DONE-FND-SW    PIC X(01)   VALUE 'N'.
001280         88  DL100-DEPT-DONE              VALUE 'S'.
001283     05  DL100-HOL-EOF-SW     PIC X(01)   VALUE 'N'.
001286         88  DL100-HOL-EOF                VALUE 'S'.
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001330     PERFORM 6000-TERMINATE      THRU 6000-EXIT.
001340     GOBACK.
001350*****************************************************************
001360* 1000-INITIALIZE - PICK UP THE REPORT DATE (SYSIN CARD, OR THE  *
001370*                   BUSINESS DATE WHEN BLANK), LOAD THE HOLIDAY  *
001380*                   CALENDAR, OPEN THE FILES, WRITE THE HEADINGS *
001390*                   AND LOAD THE PENDING ENTRIES. A MISSING      *
001400*                   SUSPENSE MASTER MEANS NOTHING IS PENDING -   *
001410*                   THE REPORT STILL PRINTS, SAYING SO.          *
001420*****************************************************************
001430 1000-INITIALIZE.
001440     MOVE SPACES TO DL100-DATE-CARD.
001460     IF DL100-CARD-DATE NUMERIC
001470         MOVE DL100-CARD-DATE TO DL100-RPT-DATE
001480     ELSE
001490         PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
001500     END-IF.
001510     COMPUTE DL100-RPT-DAY-NUM =
001520         FUNCTION INTEGER-OF-DATE (DL100-RPT-DATE).
001521     MOVE DL100-RPT-DAY-NUM TO DL100-WD-NUM.
001522     PERFORM 8000-COUNT-WEEKDAYS THRU 8000-EXIT.
001523     MOVE DL100-WD-COUNT TO DL100-RPT-WD-CNT.
001524     OPEN INPUT DL100-HOL-FILE.
001525     IF DL100-HOL-STATUS NOT = '00'
001526         DISPLAY 'SUSPRPT - CALENDARIO DE FERIADOS INDISPONIVEL '
001527             '(STATUS ' DL100-HOL-STATUS ') - IDADE SEM FERIADOS'
001528         MOVE 4 TO RETURN-CODE
001529     ELSE
001530         PERFORM 1200-LOAD-HOLIDAY THRU 1200-EXIT
001531             UNTIL DL100-HOL-EOF
001532         CLOSE DL100-HOL-FILE
001533     END-IF.
001536     OPEN OUTPUT DL100-LIST-FILE.
001540     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
001550     MOVE DL100-RPT-DATE (5:2) TO DL100-DATE-ED-MM.
001560     MOVE DL100-RPT-DATE (7:2) TO DL100-DATE-ED-DD.
001670     CLOSE DL100-SUSP-FILE.
001680 1000-EXIT.
001690     EXIT.
001691*****************************************************************
001692* 1050-GET-BUS-DATE - A BLANK CARD REPORTS AS OF THE BUSINESS    *
001693*                     DATE FROM THE CONTROL RECORD THE DATEROLL  *
001694*                     STEP SET. WHEN THAT CANNOT BE READ THE     *
001695*                     REPORT STILL RUNS, AS OF TODAY.            *
001696*****************************************************************
001697 1050-GET-BUS-DATE.
001698     ACCEPT DL100-RPT-DATE FROM DATE YYYYMMDD.
001699     OPEN INPUT DL100-BD-FILE.
001700     IF DL100-BD-STATUS NOT = '00'
001701         GO TO 1050-EXIT
001702     END-IF.
001703     READ DL100-BD-FILE
001704         AT END
001705             MOVE SPACES TO DL100-BD-REC
001706     END-READ.
001707     IF DL100-BD-DATE NUMERIC AND
001708        DL100-BD-DATE NOT = ZERO
001709         MOVE DL100-BD-DATE TO DL100-RPT-DATE
001710     END-IF.
001711     CLOSE DL100-BD-FILE.
001712 1050-EXIT.
001713     EXIT.
001756*****************************************************************
001758* 1100-LOAD-ONE - READ ONE SUSPENSE ENTRY AND KEEP IT WHEN IT    *
001760*                 IS STILL PENDING. A FILE LARGER THAN THE       *
001762*                 TABLE REPORTS WHAT FITS AND SAYS SO - BETTER   *
001764*                 A PARTIAL AGING THAN NONE.                     *
001766*****************************************************************
001768 1100-LOAD-ONE.
001770     READ DL100-SUSP-FILE
001780         AT END
001790             MOVE 'S' TO DL100-EOF-SW
001940     MOVE DL100-SUSP-DEPT   TO DL100-PTBL-DEPT   (DL100-PEND-IX).
001950     MOVE DL100-SUSP-DATE   TO DL100-PTBL-DATE   (DL100-PEND-IX).
001960     MOVE DL100-SUSP-SEQ    TO DL100-PTBL-SEQ    (DL100-PEND-IX).
001961     MOVE DL100-SUSP-REASON TO DL100-PTBL-REASON (DL100-PEND-IX).
001962     MOVE DL100-SUSP-DATA   TO DL100-PTBL-DATA   (DL100-PEND-IX).
001963 1100-EXIT.
001964     EXIT.
001965*****************************************************************
001966* 1200-LOAD-HOLIDAY - READ ONE CALENDAR ENTRY AND KEEP IT WHEN   *
001967*                     IT FALLS ON A WEEKDAY. AN ENTRY THAT IS    *
001968*                     NOT A DATE IS SHOWN ON SYSOUT AND SKIPPED  *
001969*                     WITH RC=4, AS IS A CALENDAR LARGER THAN    *
001970*                     THE TABLE - THE AGES THEN COUNT ANY        *
001971*                     HOLIDAY LEFT OUT AS A BUSINESS DAY.        *
001972*****************************************************************
001973 1200-LOAD-HOLIDAY.
001974     READ DL100-HOL-FILE
001975         AT END
001977             MOVE 'S' TO DL100-HOL-EOF-SW
001978             GO TO 1200-EXIT
001979     END-READ.
001980     IF DL100-HOL-DATE NOT NUMERIC
001981         MOVE ZERO TO DL100-HOL-NUM
001982     ELSE
001983         COMPUTE DL100-HOL-NUM =
001984             FUNCTION INTEGER-OF-DATE (DL100-HOL-DATE-N)
001985     END-IF.
001986     IF DL100-HOL-NUM NOT > ZERO
001987         DISPLAY 'SUSPRPT - ENTRADA INVALIDA NO CALENDARIO '
001988             'IGNORADA: ' DL100-HOL-DATE ' ' DL100-HOL-DESC
001989         MOVE 4 TO RETURN-CODE
001990         GO TO 1200-EXIT
001991     END-IF.
001992     COMPUTE DL100-HOL-DOW = FUNCTION REM (DL100-HOL-NUM 7).
001994     IF DL100-HOL-DOW = 6 OR DL100-HOL-DOW = 0
001995         GO TO 1200-EXIT
001996     END-IF.
001997     IF DL100-HOL-CNT = 500
001998         DISPLAY 'SUSPRPT - CALENDARIO EXCEDE A CAPACIDADE DO '
001999             'PROGRAMA - FERIADOS RESTANTES IGNORADOS'
002000         MOVE 4 TO RETURN-CODE
002001         MOVE 'S' TO DL100-HOL-EOF-SW
002002         GO TO 1200-EXIT
002003     END-IF.
002004     ADD 1 TO DL100-HOL-CNT.
002005     SET DL100-HOL-IX TO DL100-HOL-CNT.
002006     MOVE DL100-HOL-NUM TO DL100-HTBL-NUM (DL100-HOL-IX).
002007 1200-EXIT.
002008     EXIT.
002010*****************************************************************
002020* 3000-PRINT-GROUPS - PRINT EVERY DEPARTMENT'S PENDING ENTRIES   *
002030*                     TOGETHER, IN THE ORDER THE DEPARTMENTS     *
002190         TO DL100-RPT-CNT-CAPTION.
002200     MOVE DL100-PEND-CNT TO DL100-RPT-CNT-VALUE.
002210     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
002220     MOVE "MAIOR IDADE (DIAS UTEIS):     "
002230         TO DL100-RPT-CNT-CAPTION.
002240     MOVE DL100-OLDEST-DAYS TO DL100-RPT-CNT-VALUE.
002250     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
002810     EXIT.
002820*****************************************************************
002830* 3300-PRINT-ONE - PRINT ONE PENDING ENTRY OF THE DEPARTMENT     *
002840*                  BEING GROUPED, WITH ITS AGE IN BUSINESS DAYS. *
002850*****************************************************************
002860 3300-PRINT-ONE.
002870     IF DL100-PTBL-DEPT (DL100-SCAN-SUB) NOT = DL100-GRP-DEPT
002970     MOVE DL100-DATE-ED TO DL100-RPT-ORIG-DATE.
002980     MOVE DL100-PTBL-SEQ    (DL100-SCAN-SUB) TO DL100-RPT-SEQ.
002990     MOVE DL100-PTBL-REASON (DL100-SCAN-SUB) TO DL100-RPT-REASON.
003000     COMPUTE DL100-ENT-DAY-NUM =
003010         FUNCTION INTEGER-OF-DATE
003020             (DL100-PTBL-DATE (DL100-SCAN-SUB)).
003030     PERFORM 3400-AGE-ENTRY THRU 3400-EXIT.
003060     IF DL100-AGE-DAYS > DL100-OLDEST-DAYS
003070         MOVE DL100-AGE-DAYS TO DL100-OLDEST-DAYS
003080     END-IF.
003110     WRITE DL100-LIST-REC FROM DL100-RPT-SUSP-LINE.
003120 3300-EXIT.
003130     EXIT.
003131*****************************************************************
003132* 3400-AGE-ENTRY - BUSINESS DAYS FROM THE ENTRY DATE TO THE      *
003133*                  REPORT DATE: THE WEEKDAYS AFTER THE ENTRY     *
003134*                  DATE UP TO AND INCLUDING THE REPORT DATE,     *
003135*                  LESS THE CALENDAR HOLIDAYS IN THAT SPAN. AN   *
003136*                  ENTRY DATED ON OR AFTER THE REPORT DATE IS    *
003137*                  ZERO DAYS OLD.                                *
003138*****************************************************************
003139 3400-AGE-ENTRY.
003140     MOVE ZERO TO DL100-AGE-DAYS.
003141     IF DL100-ENT-DAY-NUM NOT < DL100-RPT-DAY-NUM
003142         GO TO 3400-EXIT
003143     END-IF.
003144     MOVE DL100-ENT-DAY-NUM TO DL100-WD-NUM.
003145     PERFORM 8000-COUNT-WEEKDAYS THRU 8000-EXIT.
003146     MOVE ZERO TO DL100-HOL-DAYS.
003147     PERFORM 3450-COUNT-HOLIDAY THRU 3450-EXIT
003148         VARYING DL100-HOL-IX FROM 1 BY 1
003149         UNTIL DL100-HOL-IX > DL100-HOL-CNT.
003150     COMPUTE DL100-AGE-DAYS = DL100-RPT-WD-CNT - DL100-WD-COUNT
003151                            - DL100-HOL-DAYS.
003152     IF DL100-AGE-DAYS < ZERO
003153         MOVE ZERO TO DL100-AGE-DAYS
003154     END-IF.
003155 3400-EXIT.
003156     EXIT.
003157*****************************************************************
003158* 3450-COUNT-HOLIDAY - COUNT ONE CALENDAR HOLIDAY WHEN IT FALLS  *
003159*                      INSIDE THE SPAN BEING AGED.               *
003160*****************************************************************
003161 3450-COUNT-HOLIDAY.
003162     IF DL100-HTBL-NUM (DL100-HOL-IX) > DL100-ENT-DAY-NUM AND
003163        DL100-HTBL-NUM (DL100-HOL-IX) NOT > DL100-RPT-DAY-NUM
003164         ADD 1 TO DL100-HOL-DAYS
003165     END-IF.
003166 3450-EXIT.
003167     EXIT.
003187*****************************************************************
003189* 6000-TERMINATE - CLOSE THE REPORT.                             *
003191*****************************************************************
003193 6000-TERMINATE.
003195     CLOSE DL100-LIST-FILE.
003197 6000-EXIT.
003200     EXIT.
003210*****************************************************************
003220* 8000-COUNT-WEEKDAYS - HOW MANY WEEKDAYS FROM DAY NUMBER 1      *
003230*                       THROUGH DL100-WD-NUM. DAY 1 (01/01/1601) *
003240*                       IS A MONDAY, SO EVERY FULL WEEK HOLDS    *
003250*                       FIVE AND THE DAYS LEFT OVER COUNT UP TO  *
003260*                       FIVE MORE. THE DIFFERENCE OF TWO SUCH    *
003270*                       COUNTS IS THE WEEKDAYS BETWEEN THE       *
003280*                       DATES.                                   *
003290*****************************************************************
003300 8000-COUNT-WEEKDAYS.
003310     DIVIDE DL100-WD-NUM BY 7 GIVING DL100-WD-WEEKS
003320         REMAINDER DL100-WD-REST.
003330     IF DL100-WD-REST > 5
003340         MOVE 5 TO DL100-WD-REST
003350     END-IF.
003360     COMPUTE DL100-WD-COUNT = DL100-WD-WEEKS * 5 + DL100-WD-REST.
003370 8000-EXIT.
003380     EXIT.
