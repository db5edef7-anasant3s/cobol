001560*                  AS ALREADY COMMITTED, WITH START/END TIMES  *
001570*                  AND THE STEP CODE - FOR THE WEEKLY OPSRPT   *
001580*                  OPERATIONS REPORT.                          *
001582* 10/15/2026 DPS   CALCRPT'S DEPARTMENT HEADING NOW CARRIES    *
001584*                  THE NAME FROM THE NEW DEPARTMENT MASTER     *
001586*                  (DEPTMST, DL100DP) NEXT TO THE CODE.        *
001587* 10/15/2026 DPS   EVERY DATE THE STEP WRITES - THE CALCRPT    *
001588*                  RUN-DATE HEADING, THE CALCAUD AUDIT RECORDS *
001589*                  AND THE RUN-STATISTICS RECORD - IS NOW THE  *
001590*                  BUSINESS DATE FROM THE CONTROL RECORD SET   *
001591*                  BY THE DATEROLL STEP (BUSDATE, DL100BD),    *
001592*                  NOT THE CLOCK. WITHOUT THE RECORD NOTHING   *
001593*                  IS COMMITTED AND THE STEP ENDS RC=8.        *
001594* 10/15/2026 DPS   A REVERSAL (OPCAO 'E') BACKS OUT A          *
001595*                  CALCULATION COMMITTED ON AN EARLIER NIGHT.  *
001596*                  ITS OPERANDS AND RESULT ARE TAKEN FROM THE  *
001597*                  ORIGINAL ON THE CALCULATION HISTORY         *
001598*                  (CALCHIST, DL100HS), READ BY THE KEY THE    *
001599*                  TRANSACTION NAMES; THE RESULT IS THE        *
001600*                  ORIGINAL'S WITH THE SIGN TURNED, AND THE    *
001601*                  AUDIT RECORD CARRIES THE ORIGINAL'S KEY IN  *
001602*                  DL100-AUD-REF SO THE TWO TIE TOGETHER       *
001603*                  DOWNSTREAM. A REVERSAL IS NEVER HELD        *
001604*                  AGAINST THE THRESHOLD - THE AMOUNT WAS      *
001605*                  ALREADY RELEASED ONCE. ONE WHOSE ORIGINAL   *
001606*                  CANNOT BE READ IS SKIPPED LIKE AN INVALID   *
001607*                  OPCAO.                                      *
001608* 10/15/2026 DPS   CALCULATES IN THE TRANSACTION CURRENCY      *
001609*                  (DL100-CURR, DL100TX) AND CONVERTS THE      *
001610*                  RESULT TO REAIS AT THE NIGHT'S RATE FROM    *
001611*                  THE RATE TABLE (RATETAB, DL100FX), ROUNDED  *
001612*                  TO THE CENTAVO. THE AUDIT RECORD CARRIES    *
001613*                  THE CURRENCY, THE RATE AND THE CONVERTED    *
001614*                  RESULT (DL100AR), THE CALCRPT DETAIL LINE   *
001615*                  SHOWS BOTH RESULTS, AND EACH DEPARTMENT     *
001616*                  SUBTOTAL IS FOLLOWED BY ONE LINE PER        *
001617*                  FOREIGN CURRENCY WITH ITS ORIGINAL AND      *
001618*                  CONVERTED TOTALS. THE RUN TOTAL, THE        *
001619*                  DEPARTMENT SUBTOTALS AND THE CHECKPOINT ARE *
001620*                  IN REAIS, SO CALCRECN STILL BALANCES IN THE *
001621*                  BASE CURRENCY; THE CHECKPOINT ALSO CARRIES  *
001622*                  THE CURRENCY SUBTOTALS (52 TO 218 BYTES)    *
001623*                  FOR A RESTART. THE THRESHOLD IS COMPARED IN *
001624*                  REAIS, AND A HELD ITEM KEEPS ITS CURRENCY   *
001625*                  AND RATE ON CALCPEND (DL100PD). A REVERSAL  *
001626*                  TAKES THE CURRENCY, RATE AND CONVERTED      *
001627*                  RESULT OF ITS ORIGINAL FROM THE HISTORY, SO *
001628*                  IT BACKS OUT EXACTLY THE REAIS THE ORIGINAL *
001629*                  BOOKED. A FOREIGN-CURRENCY TRANSACTION WITH *
001630*                  NO RATE IS SKIPPED LIKE AN INVALID OPCAO -  *
001631*                  TRANSEDT HAS ALREADY REJECTED THEM.         *
001632* 10/15/2026 DPS   A SET KEYED ON-LINE THROUGH TRANSENT        *
001633*                  CARRIES THE KEYING OPERATOR'S ID IN ITS     *
001634*                  HEADER (DL100-HDR-OPER). THE AUDIT LINES OF *
001635*                  THAT SET ARE STAMPED WITH THAT ID INSTEAD   *
001636*                  OF 'CALCBAT', SO THE WORK TRACES TO THE     *
001637*                  PERSON WHO KEYED IT. A HEADER WITH NO       *
001638*                  OPERATOR - EVERY DEPARTMENT SYSTEM AND      *
001639*                  STANDGEN - STILL GETS 'CALCBAT'. EVERY LINE *
001640*                  THIS PROGRAM WRITES IS MARKED BATCH IN THE  *
001641*                  NEW DL100-AUD-ORIGIN BYTE (DL100AR 124 TO   *
001642*                  126 BYTES), WHICH CALCRECN AND AUDEXTR NOW  *
001643*                  TEST INSTEAD OF THE OPERATOR NAME.          *
001644* 10/15/2026 DPS   EVERY AUDIT LINE NOW CARRIES THE DETAIL'S   *
001645*                  OWN SEQUENCE NUMBER FROM THE DEPARTMENT'S   *
001646*                  TRANSMISSION (DL100-AUD-SEQ, DL100AR 133    *
001647*                  BYTES), SO THE RETURN FILE DEPTRET WRITES   *
001648*                  AFTER THE RECONCILIATION CAN NAME EACH LINE *
001649*                  THE WAY THE DEPARTMENT SENT IT.             *
001650* 10/15/2026 DPS   A RESULT OR OPERAND TOO LARGE FOR ITS       *
001651*                  CONVERSION TO REAIS IS NO LONGER TRUNCATED: *
001652*                  THE RESULT CANCELS THE CALCULATION LIKE A   *
001654*                  MISSING RATE, AN OPERAND HOLDS IT FOR       *
001655*                  SUPERVISOR REVIEW. THE DEPARTMENT-MASTER,   *
001656*                  HISTORY AND RATE-TABLE MESSAGES NOW CARRY   *
001658*                  THE STEP'S DL100BAT PREFIX.                 *
001659*****************************************************************
001660 ENVIRONMENT DIVISION.
001662 INPUT-OUTPUT SECTION.
001663 FILE-CONTROL.
001664     SELECT DL100-TRANS-FILE  ASSIGN TO TRANSIN
001666         ORGANIZATION IS SEQUENTIAL.
001667     SELECT DL100-REPORT-FILE ASSIGN TO CALCRPT
001668         ORGANIZATION IS SEQUENTIAL
001670         FILE STATUS  IS DL100-RPT-STATUS.
001680     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
001690         ORGANIZATION IS SEQUENTIAL
001800     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
001810         ORGANIZATION IS SEQUENTIAL
001820         FILE STATUS  IS DL100-STAT-STATUS.
001822     SELECT DL100-DMST-FILE   ASSIGN TO DEPTMST
001824         ORGANIZATION IS SEQUENTIAL
001826         FILE STATUS  IS DL100-DMST-STATUS.
001827     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
001828         ORGANIZATION IS SEQUENTIAL
001829         FILE STATUS  IS DL100-BD-STATUS.
001830     SELECT DL100-HIST-FILE   ASSIGN TO CALCHIST
001831         ORGANIZATION IS INDEXED
001832         ACCESS MODE  IS RANDOM
001833         RECORD KEY   IS DL100-HIST-KEY
001834         FILE STATUS  IS DL100-HIST-STATUS.
001835     SELECT DL100-RATE-FILE   ASSIGN TO RATETAB
001836         ORGANIZATION IS SEQUENTIAL
001837         FILE STATUS  IS DL100-RATE-STATUS.
001838 DATA DIVISION.
001840 FILE SECTION.
001850 FD  DL100-TRANS-FILE
001860     LABEL RECORDS ARE STANDARD
002090                                  SIGN IS TRAILING SEPARATE.
002100     05  FILLER                   PIC X(01).
002110     05  DL100-CKPT-SETNO         PIC 9(04).
002113     05  FILLER                   PIC X(01).
002116     05  DL100-CKPT-CURR-AREA     PIC X(165).
002120 FD  DL100-PEND-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORDING MODE IS F.
002210     LABEL RECORDS ARE STANDARD
002220     RECORDING MODE IS F.
002230 COPY DL100RS.
002232 FD  DL100-DMST-FILE
002234     LABEL RECORDS ARE STANDARD
002236     RECORDING MODE IS F.
002238 COPY DL100DP.
002239 FD  DL100-BD-FILE
002240     LABEL RECORDS ARE STANDARD
002241     RECORDING MODE IS F.
002242 COPY DL100BD.
002243 FD  DL100-HIST-FILE
002244     LABEL RECORDS ARE STANDARD.
002245 COPY DL100HS.
002246 FD  DL100-RATE-FILE
002247     LABEL RECORDS ARE STANDARD
002248     RECORDING MODE IS F.
002249 COPY DL100FX.
002252 WORKING-STORAGE SECTION.
002256 01  DL100-RPT-HDR1.
002260     05  FILLER                   PIC X(20) VALUE SPACES.
002270     05  FILLER                   PIC X(32)
002280             VALUE "CALCBAT - RELATORIO DE CALCULOS".
002440     05  FILLER                   PIC X(14)
002450             VALUE "DEPARTAMENTO: ".
002460     05  DL100-RPT-DEPT           PIC X(08).
002463     05  FILLER                   PIC X(03) VALUE " - ".
002466     05  DL100-RPT-DEPT-NAME      PIC X(30).
002470     05  FILLER                   PIC X(29) VALUE SPACES.
002471 01  DL100-RPT-CURR-LINE.
002472     05  FILLER                   PIC X(20) VALUE SPACES.
002473     05  FILLER                   PIC X(09) VALUE "  MOEDA  ".
002474     05  DL100-RPT-CUR-CODE       PIC X(03).
002475     05  FILLER                   PIC X(02) VALUE SPACES.
002476     05  DL100-RPT-CUR-ORIG       PIC -(12)9.99.
002477     05  FILLER                   PIC X(13) VALUE "  EM REAIS:  ".
002478     05  DL100-RPT-CUR-BASE       PIC -(12)9.99.
002479     05  FILLER                   PIC X(05) VALUE SPACES.
002480 01  DL100-RPT-PEND-HDR1.
002490     05  FILLER                   PIC X(20) VALUE SPACES.
002500     05  FILLER                   PIC X(44)
002680     05  DL100-RPT-PEND-NUM2      PIC -(10)9.99.
002690     05  FILLER                   PIC X(01) VALUE SPACES.
002700     05  DL100-RPT-PEND-RES       PIC -(10)9.99.
002703     05  FILLER                   PIC X(01) VALUE SPACES.
002706     05  DL100-RPT-PEND-CURR      PIC X(03).
002710     05  FILLER                   PIC X(18) VALUE SPACES.
002720 01  DL100-RPT-PEND-CNT.
002730     05  FILLER                   PIC X(26)
002740             VALUE "TRANSACOES RETIDAS:       ".
003170         88  DL100-HOLD-REC                VALUE 'S'.
003180     05  DL100-INIT-ERR-SW    PIC X(01)   VALUE 'N'.
003190         88  DL100-INIT-ERR                VALUE 'S'.
003192     05  DL100-DMST-EOF-SW    PIC X(01)   VALUE 'N'.
003194         88  DL100-DMST-EOF                VALUE 'S'.
003196     05  DL100-DMST-FND-SW    PIC X(01)   VALUE 'N'.
003198         88  DL100-DMST-FOUND              VALUE 'S'.
003199     05  DL100-HIST-OPEN-SW   PIC X(01)   VALUE 'N'.
003200         88  DL100-HIST-OPEN               VALUE 'S'.
003201     05  DL100-RATE-EOF-SW    PIC X(01)   VALUE 'N'.
003202         88  DL100-RATE-EOF                VALUE 'S'.
003203     05  DL100-FX-FOUND-SW    PIC X(01)   VALUE 'N'.
003204         88  DL100-FX-FOUND                VALUE 'S'.
003205     05  DL100-DCUR-FND-SW    PIC X(01)   VALUE 'N'.
003206         88  DL100-DCUR-FOUND              VALUE 'S'.
003208 01  DL100-WORK-FIELDS.
003210     05  DL100-RES            PIC S9(10)V9(02).
003220     05  DL100-RUN-TOTAL      PIC S9(12)V9(02) VALUE ZERO.
003230     05  DL100-LAST-SEQ       PIC 9(06)        VALUE ZERO.
003320     05  DL100-EXP-HASH1      PIC S9(12)V9(02) VALUE ZERO.
003330     05  DL100-EXP-HASH2      PIC S9(12)V9(02) VALUE ZERO.
003340     05  DL100-CURR-DEPT      PIC X(08)        VALUE SPACES.
003345     05  DL100-SET-OPER       PIC X(08)        VALUE SPACES.
003350     05  DL100-PRT-DEPT       PIC X(08)        VALUE SPACES.
003360     05  DL100-DEPT-TOTAL     PIC S9(12)V9(02) VALUE ZERO.
003370     05  DL100-DEPT-LINES     PIC S9(07) COMP  VALUE ZERO.
003410     05  DL100-TOT-DETAIL     PIC S9(07) COMP  VALUE ZERO.
003420     05  DL100-PROC-COUNT     PIC S9(07) COMP  VALUE ZERO.
003430     05  DL100-SKIP-COUNT     PIC S9(07) COMP  VALUE ZERO.
003431     05  DL100-CURR-CODE      PIC X(03)        VALUE SPACES.
003432     05  DL100-CONV-RATE      PIC 9(05)V9(06)  VALUE ZERO.
003433     05  DL100-BASE-RES       PIC S9(10)V9(02) VALUE ZERO.
003434     05  DL100-DCUR-SUB       PIC S9(04) COMP  VALUE ZERO.
003435     05  DL100-CKPT-CURR-SAVE PIC X(165)       VALUE SPACES.
003440 01  DL100-AUDIT-STATUS       PIC X(02).
003450 01  DL100-RPT-STATUS         PIC X(02).
003460 01  DL100-CKPT-STATUS        PIC X(02).
003480 01  DL100-PLIST-STATUS       PIC X(02).
003490 01  DL100-STAT-STATUS        PIC X(02).
003500 01  DL100-STAT-START0        PIC 9(08) VALUE ZERO.
003501*****************************************************************
003502* DEPARTMENT NAMES FROM THE DEPARTMENT MASTER (DEPTMST,          *
003503* DL100DP), LOADED AT START OF STEP SO EACH DEPARTMENT LINE CAN  *
003504* CARRY THE NAME NEXT TO THE CODE. A CODE NOT ON THE MASTER      *
003505* PRINTS AS NAO CADASTRADO; AN UNREADABLE MASTER LEAVES THE      *
003506* NAMES BLANK.                                                   *
003507*****************************************************************
003508 01  DL100-DMST-TABLE.
003509     05  DL100-DMST-CNT           PIC S9(04) COMP VALUE ZERO.
003510     05  DL100-DMST-ENTRY OCCURS 50 TIMES
003511                          INDEXED BY DL100-DMST-IX.
003512         10  DL100-DMST-CODE      PIC X(08).
003513         10  DL100-DMST-NAME      PIC X(30).
003514 01  DL100-DMST-LOOKUP.
003515     05  DL100-DMST-KEY           PIC X(08).
003516     05  DL100-DMST-FOUND-NAME    PIC X(30).
003517 01  DL100-DMST-STATUS            PIC X(02).
003518 01  DL100-BD-STATUS              PIC X(02).
003519 01  DL100-HIST-STATUS            PIC X(02).
003520 01  DL100-RATE-STATUS            PIC X(02).
003521*****************************************************************
003522* THE NIGHT'S EXCHANGE RATES FROM THE RATE TABLE (RATETAB,       *
003523* DL100FX), LOADED AT START OF STEP - ONLY THE CURRENCIES        *
003524* TRADED, SO A SIMPLE SCAN WILL DO.                              *
003525*****************************************************************
003526 01  DL100-FX-TABLE.
003527     05  DL100-FX-CNT             PIC S9(04) COMP VALUE ZERO.
003528     05  DL100-FX-ENTRY OCCURS 50 TIMES
003529                        INDEXED BY DL100-FX-IX.
003530         10  DL100-FTBL-CURR      PIC X(03).
003531         10  DL100-FTBL-RATE      PIC 9(05)V9(06).
003532*****************************************************************
003533* THE FOREIGN-CURRENCY SUBTOTALS OF THE DEPARTMENT BEING         *
003534* PRINTED - ORIGINAL AMOUNT AND AMOUNT IN REAIS PER CURRENCY.    *
003535* THE AREA IS CARRIED WHOLE ON EVERY CHECKPOINT, IN THE SAME     *
003536* 165-BYTE LAYOUT, SO A RESTART MID-DEPARTMENT PRIMES IT LIKE    *
003537* THE SUBTOTAL IN REAIS. AN ENTRY WITH A BLANK CODE IS UNUSED. A *
003538* DEPARTMENT WORKS IN ONE OR TWO CURRENCIES; A SIXTH CURRENCY IN *
003539* ONE SECTION STILL COUNTS IN THE SUBTOTAL IN REAIS BUT GETS NO  *
003540* LINE OF ITS OWN.                                               *
003541*****************************************************************
003542 01  DL100-DCUR-AREA.
003543     05  DL100-DCUR-ENTRY OCCURS 5 TIMES.
003544         10  DL100-DCUR-CODE      PIC X(03).
003545         10  DL100-DCUR-ORIG      PIC S9(12)V9(02)
003546                                  SIGN IS TRAILING SEPARATE.
003547         10  DL100-DCUR-BASE      PIC S9(12)V9(02)
003548                                  SIGN IS TRAILING SEPARATE.
003550 PROCEDURE DIVISION.
003552 0000-MAINLINE.
003554     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
003556     IF NOT DL100-INIT-ERR
003558         PERFORM 2000-PROCESS-REC    THRU 2000-EXIT
003560             UNTIL DL100-EOF
003570         PERFORM 3000-TERMINATE      THRU 3000-EXIT
003572     ELSE
003680*****************************************************************
003690 1000-INITIALIZE.
003700     ACCEPT DL100-STAT-START0 FROM TIME.
003702     PERFORM 1080-GET-BUS-DATE   THRU 1080-EXIT.
003704     IF DL100-INIT-ERR
003706         GO TO 1000-EXIT
003708     END-IF.
003710     PERFORM 1050-GET-THRESHOLD  THRU 1050-EXIT.
003720     IF DL100-INIT-ERR
003730         GO TO 1000-EXIT
003820     PERFORM 1100-OPEN-REPORT    THRU 1100-EXIT.
003830     PERFORM 1500-OPEN-AUDIT     THRU 1500-EXIT.
003840     PERFORM 1600-OPEN-PENDING   THRU 1600-EXIT.
003845     PERFORM 1700-LOAD-DEPT-NAMES THRU 1700-EXIT.
003847     PERFORM 1800-OPEN-HIST      THRU 1800-EXIT.
003848     PERFORM 1900-LOAD-RATES     THRU 1900-EXIT.
003850 1000-EXIT.
003860     EXIT.
003870*****************************************************************
004120     MOVE 'S' TO DL100-THRESH-SW.
004130 1050-EXIT.
004140     EXIT.
004141*****************************************************************
004142* 1080-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
004143*                     RECORD THE DATEROLL STEP SET. IT HEADS THE *
004144*                     REPORT AND STAMPS EVERY AUDIT RECORD, SO   *
004145*                     WITHOUT IT NOTHING IS COMMITTED - THE STEP *
004146*                     ENDS RC=8 BEFORE ANY OTHER FILE IS         *
004147*                     TOUCHED, AND THE CLOCK DATE THEN ONLY      *
004148*                     STAMPS THE RUN-STATISTICS RECORD.          *
004149*****************************************************************
004150 1080-GET-BUS-DATE.
004151     OPEN INPUT DL100-BD-FILE.
004152     IF DL100-BD-STATUS NOT = '00'
004153         DISPLAY 'DL100BAT - REGISTRO DE DATA DO NEGOCIO '
004154             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
004155         GO TO 1080-ERROR
004156     END-IF.
004157     READ DL100-BD-FILE
004158         AT END
004159             MOVE SPACES TO DL100-BD-REC
004160     END-READ.
004161     IF DL100-BD-DATE NUMERIC AND
004162        DL100-BD-DATE NOT = ZERO
004163         MOVE DL100-BD-DATE TO DL100-RUN-DATE
004164     ELSE
004165         DISPLAY 'DL100BAT - REGISTRO DE DATA DO NEGOCIO '
004166             'VAZIO OU INVALIDO'
004167         MOVE 'S' TO DL100-INIT-ERR-SW
004168     END-IF.
004169     CLOSE DL100-BD-FILE.
004170     IF NOT DL100-INIT-ERR
004171         GO TO 1080-EXIT
004172     END-IF.
004173 1080-ERROR.
004174     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
004175     MOVE 8 TO RETURN-CODE.
004176     MOVE 'S' TO DL100-INIT-ERR-SW.
004177 1080-EXIT.
004178     EXIT.
004180*****************************************************************
004182* 1100-OPEN-REPORT - EXTEND THE REPORT FILE IF ONE ALREADY       *
004185*                    EXISTS FROM AN EARLIER, ABENDED RUN, SO A   *
004187*                    RESTART DOES NOT LOSE THE PRIOR TRANSACTIONS*
004190*                    ALREADY PRINTED. A FRESH FILE STILL GETS    *
004200*                    THE USUAL TITLE AND RUN-DATE HEADING. A     *
004210*                    RESTART ONLY GETS THE REINICIO MARKER LINE  *
004330     ELSE
004340         MOVE 'N' TO DL100-FRESH-RUN-SW
004350     END-IF.
004370     MOVE DL100-RUN-DATE (5:2) TO DL100-RUN-DATE-MM.
004380     MOVE DL100-RUN-DATE (7:2) TO DL100-RUN-DATE-DD.
004390     MOVE DL100-RUN-DATE (1:4) TO DL100-RUN-DATE-YYYY.
004550*                        LAST TRANSACTION FULLY COMMITTED (ITS   *
004560*                        DEPARTMENT AND SEQUENCE), THE RUNNING   *
004570*                        TOTAL AND THAT DEPARTMENT'S SUBTOTAL AS *
004580*                        OF THAT TRANSACTION (WITH ITS FOREIGN-  *
004585*                        CURRENCY SUBTOTALS), THEN REOPEN THE    *
004590*                        FILE FOR APPEND SO THIS RUN CAN EXTEND  *
004600*                        IT.                                     *
004610*****************************************************************
004920             MOVE DL100-CKPT-DEPT       TO DL100-LAST-DEPT
004930             MOVE DL100-CKPT-DEPT-TOTAL TO DL100-CKPT-DTOT
004940             MOVE DL100-CKPT-SETNO      TO DL100-LAST-SETNO
004945             MOVE DL100-CKPT-CURR-AREA  TO DL100-CKPT-CURR-SAVE
004950             MOVE 'N' TO DL100-RESUMED-SW
004960     END-READ.
004970 1250-EXIT.
005280     WRITE DL100-PLIST-REC FROM DL100-RPT-BLANK.
005290 1600-EXIT.
005300     EXIT.
005301*****************************************************************
005302* 1700-LOAD-DEPT-NAMES - LOAD CODE AND NAME OF EVERY DEPARTMENT  *
005303*                        ON THE MASTER. THE NAMES ARE CAPTIONS   *
005304*                        ONLY, SO A MISSING MASTER IS REPORTED   *
005305*                        AND THE STEP RUNS ON WITHOUT THEM.      *
005306*****************************************************************
005307 1700-LOAD-DEPT-NAMES.
005308     OPEN INPUT DL100-DMST-FILE.
005309     IF DL100-DMST-STATUS NOT = '00'
005310         DISPLAY 'DL100BAT - CADASTRO DE DEPARTAMENTOS'
005311             ' INDISPONIVEL - NOMES NAO IMPRESSOS'
005312         GO TO 1700-EXIT
005313     END-IF.
005314     PERFORM 1750-LOAD-ONE-DEPT THRU 1750-EXIT
005315         UNTIL DL100-DMST-EOF.
005316     CLOSE DL100-DMST-FILE.
005317 1700-EXIT.
005318     EXIT.
005319*****************************************************************
005320* 1750-LOAD-ONE-DEPT - READ ONE DEPARTMENT MASTER RECORD INTO    *
005321*                      THE NAME TABLE.                           *
005322*****************************************************************
005323 1750-LOAD-ONE-DEPT.
005324     READ DL100-DMST-FILE
005325         AT END
005326             MOVE 'S' TO DL100-DMST-EOF-SW
005327             GO TO 1750-EXIT
005328     END-READ.
005329     IF DL100-DMST-CNT = 50
005330         DISPLAY 'DL100BAT - MAIS DE 50 DEPARTAMENTOS'
005331             ' NO CADASTRO - EXCEDENTE SEM NOME'
005332         MOVE 'S' TO DL100-DMST-EOF-SW
005333         GO TO 1750-EXIT
005334     END-IF.
005335     ADD 1 TO DL100-DMST-CNT.
005336     SET DL100-DMST-IX TO DL100-DMST-CNT.
005337     MOVE DL100-DEPT-CODE TO DL100-DMST-CODE (DL100-DMST-IX).
005338     MOVE DL100-DEPT-NAME TO DL100-DMST-NAME (DL100-DMST-IX).
005339 1750-EXIT.
005340     EXIT.
005341*****************************************************************
005342* 1800-OPEN-HIST - OPEN THE CALCULATION HISTORY FOR THE          *
005343*                  REVERSALS TO READ THEIR ORIGINALS BY KEY.     *
005344*                  TRANSEDT HAS ALREADY PROVED EVERY ORIGINAL IS *
005345*                  THERE, SO AN UNREADABLE HISTORY IS REPORTED   *
005346*                  AND THE STEP RUNS ON - ONLY A REVERSAL,       *
005347*                  SHOULD ONE ARRIVE, IS SKIPPED.                *
005348*****************************************************************
005349 1800-OPEN-HIST.
005350     OPEN INPUT DL100-HIST-FILE.
005351     IF DL100-HIST-STATUS = '00'
005352         MOVE 'S' TO DL100-HIST-OPEN-SW
005353     ELSE
005354         DISPLAY 'DL100BAT - HISTORICO DE CALCULOS INDISPONIVEL'
005355             ' (STATUS ' DL100-HIST-STATUS ') - ESTORNOS'
005356             ' NAO SERAO PROCESSADOS'
005357     END-IF.
005358 1800-EXIT.
005359     EXIT.
005360*****************************************************************
005361* 1900-LOAD-RATES - LOAD THE EXCHANGE RATES FOR THE BUSINESS     *
005362*                   DATE FROM THE RATE TABLE THE RATELOAD STEP   *
005363*                   WROTE. TRANSEDT HAS ALREADY REJECTED EVERY   *
005364*                   TRANSACTION IN A CURRENCY WITHOUT A RATE, SO *
005365*                   AN UNREADABLE TABLE IS REPORTED AND THE STEP *
005366*                   RUNS ON - ONLY FOREIGN-CURRENCY WORK, SHOULD *
005367*                   ANY ARRIVE, IS SKIPPED.                      *
005368*****************************************************************
005369 1900-LOAD-RATES.
005370     OPEN INPUT DL100-RATE-FILE.
005371     IF DL100-RATE-STATUS NOT = '00'
005372         DISPLAY 'DL100BAT - TABELA DE COTACOES INDISPONIVEL'
005373             ' (STATUS ' DL100-RATE-STATUS ') - MOEDA'
005374             ' ESTRANGEIRA NAO SERA PROCESSADA'
005375         GO TO 1900-EXIT
005376     END-IF.
005377     PERFORM 1950-LOAD-ONE-RATE THRU 1950-EXIT
005378         UNTIL DL100-RATE-EOF.
005379     CLOSE DL100-RATE-FILE.
005380 1900-EXIT.
005381     EXIT.
005382*****************************************************************
005383* 1950-LOAD-ONE-RATE - READ ONE RATE RECORD AND KEEP THE         *
005384*                      CURRENCY AND RATE WHEN THE RATE IS FOR    *
005385*                      THE BUSINESS DATE.                        *
005386*****************************************************************
005387 1950-LOAD-ONE-RATE.
005388     READ DL100-RATE-FILE
005389         AT END
005390             MOVE 'S' TO DL100-RATE-EOF-SW
005391             GO TO 1950-EXIT
005392     END-READ.
005393     IF DL100-FX-DATE NOT NUMERIC OR
005394        DL100-FX-DATE-N NOT = DL100-RUN-DATE OR
005395        DL100-FX-RATE NOT NUMERIC OR
005396        DL100-FX-RATE-N = ZERO
005397         GO TO 1950-EXIT
005398     END-IF.
005399     IF DL100-FX-CNT = 50
005400         DISPLAY 'DL100BAT - MAIS DE 50 MOEDAS NA TABELA DE'
005401             ' COTACOES - ' DL100-FX-CURR ' SEM COTACAO'
005402         GO TO 1950-EXIT
005403     END-IF.
005404     ADD 1 TO DL100-FX-CNT.
005405     SET DL100-FX-IX TO DL100-FX-CNT.
005406     MOVE DL100-FX-CURR   TO DL100-FTBL-CURR (DL100-FX-IX).
005407     MOVE DL100-FX-RATE-N TO DL100-FTBL-RATE (DL100-FX-IX).
005408 1950-EXIT.
005409     EXIT.
005410*****************************************************************
005412* 2000-PROCESS-REC - VALIDATE THE DIVISOR, PERFORM THE          *
005413*                    OPERATION AND WRITE ONE REPORT LINE AND    *
005415*                    AUDIT RECORD FOR THE CURRENT TRANSACTION,  *
005417*                    OPENING A DEPARTMENT SECTION ON THE REPORT *
005418*                    (AND CLOSING THE PREVIOUS ONE WITH ITS     *
005420*                    SUBTOTAL) WHEN THE TRANSACTION'S           *
005421*                    DEPARTMENT CHANGES. A ZERO DIVISOR OR AN   *
005423*                    INVALID OPCAO CANCELS THE CALCULATION      *
005425*                    ITSELF - NO REPORT LINE OR AUDIT RECORD IS *
005426*                    WRITTEN, SO A NEVER-PERFORMED CALCULATION  *
005428*                    CANNOT BE MISTAKEN FOR A LEGITIMATE ZERO   *
005430*                    RESULT. THE CHECKPOINT STILL ADVANCES PAST *
005440*                    THE TRANSACTION EITHER WAY, SINCE ITS JOB  *
005450*                    IS TO MARK HOW FAR THE RUN HAS GOTTEN, NOT *
005470*                    A RESTART MUST NOT RE-READ A SKIPPED       *
005480*                    TRANSACTION AHEAD OF ONES COMMITTED AFTER  *
005490*                    IT, OR THE POSITION LOGIC IN 8010-READ-ONE *
005500*                    WOULD MISREAD IT AS NEW WORK. THE RESULT   *
005502*                    IS CALCULATED IN THE TRANSACTION'S OWN     *
005504*                    CURRENCY AND CONVERTED TO REAIS FOR THE    *
005506*                    TOTALS.                                    *
005510*****************************************************************
005520 2000-PROCESS-REC.
005530     MOVE 'S' TO DL100-PROCESSED-SW.
005540     ADD 1 TO DL100-PROC-COUNT.
005550     MOVE 'N' TO DL100-HOLD-SW.
005552     MOVE ZERO   TO DL100-BASE-RES.
005554     MOVE SPACES TO DL100-CURR-CODE.
005556     MOVE 1      TO DL100-CONV-RATE.
005560     IF DL100-CURR-DEPT NOT = DL100-PRT-DEPT
005570         PERFORM 2500-DEPT-BREAK THRU 2500-EXIT
005580     END-IF.
005790             WHEN 'D'
005800                 COMPUTE DL100-RES = DL100-NUM1 -
005810                     (DL100-NUM1 * DL100-NUM2 / 100)
005813             WHEN 'E'
005816                 PERFORM 4200-LOAD-ORIGINAL THRU 4200-EXIT
005820             WHEN OTHER
005830                 MOVE ZERO TO DL100-RES
005840                 MOVE 'S' TO DL100-BAD-OPCAO-SW
005850                 DISPLAY 'DL100BAT - INVALID OPCAO: ' DL100-OPCAO
005860         END-EVALUATE
005862         IF NOT DL100-BAD-OPCAO AND NOT DL100-TRANS-REVERSAL
005864             PERFORM 4300-CONVERT-RESULT THRU 4300-EXIT
005866         END-IF
005870         IF NOT DL100-BAD-OPCAO AND NOT DL100-TRANS-REVERSAL
005880             PERFORM 4500-CHECK-THRESHOLD THRU 4500-EXIT
005890         END-IF
005900         IF NOT DL100-BAD-OPCAO AND DL100-HOLD-REC
005960             MOVE DL100-NUM1  TO DL100-RPT-NUM1
005970             MOVE DL100-NUM2  TO DL100-RPT-NUM2
005980             MOVE DL100-RES   TO DL100-RPT-RES
005981             IF DL100-CURR-CODE NOT = SPACES
005982                 MOVE DL100-CURR-CODE TO DL100-RPT-CURR
005983                 MOVE DL100-BASE-RES  TO DL100-RPT-BASE-RES
005984                 PERFORM 2700-ADD-CURR-SUBTOTAL THRU 2700-EXIT
005985             END-IF
005990             WRITE DL100-REPORT-REC FROM DL100-RPT-DETAIL
006000             ADD 1 TO DL100-DEPT-LINES
006010             PERFORM 6000-WRITE-AUDIT      THRU 6000-EXIT
006020         END-IF
006030     END-IF.
006040*    A HELD TRANSACTION STAYS OUT OF THE TOTALS - IT IS NOT
006050*    CALCULATED UNTIL THE SUPERVISOR RELEASES IT. THE TOTALS
006055*    ARE IN REAIS, WHATEVER THE TRANSACTION'S CURRENCY.
006060     IF NOT DL100-HOLD-REC
006070         ADD DL100-BASE-RES TO DL100-RUN-TOTAL
006080         ADD DL100-BASE-RES TO DL100-DEPT-TOTAL
006090     END-IF.
006100     PERFORM 6500-WRITE-CHECKPOINT THRU 6500-EXIT.
006110     PERFORM 8000-READ-TRANS       THRU 8000-EXIT.
006260*                   SECOND SET IN ONE NIGHT (ITS KEYED AND ITS   *
006270*                   STANDING TRANSMISSION) AND ONLY THE          *
006280*                   CHECKPOINTED SET'S SUBTOTAL MAY BE SEEDED.   *
006283*                   THE FOREIGN-CURRENCY SUBTOTALS FOLLOW THE    *
006286*                   SUBTOTAL LINE AND ARE PRIMED THE SAME WAY.   *
006290*****************************************************************
006300 2500-DEPT-BREAK.
006310     IF DL100-PRT-DEPT NOT = SPACES AND DL100-DEPT-LINES > ZERO
006340             TO DL100-RPT-CAPTION
006350         MOVE DL100-DEPT-TOTAL TO DL100-RPT-TOTAL
006360         WRITE DL100-REPORT-REC FROM DL100-RPT-TOTAL-LINE
006362         PERFORM 2800-PRINT-CURR-SUBTOTAL THRU 2800-EXIT
006364             VARYING DL100-DCUR-SUB FROM 1 BY 1
006366             UNTIL DL100-DCUR-SUB > 5
006370     END-IF.
006380     MOVE ZERO TO DL100-DEPT-TOTAL.
006390     MOVE ZERO TO DL100-DEPT-LINES.
006395     MOVE SPACES TO DL100-DCUR-AREA.
006400     IF DL100-CURR-DEPT = DL100-LAST-DEPT AND
006410        DL100-SET-COUNT = DL100-LAST-SETNO
006420         MOVE DL100-CKPT-DTOT TO DL100-DEPT-TOTAL
006425         MOVE DL100-CKPT-CURR-SAVE TO DL100-DCUR-AREA
006430     END-IF.
006440     MOVE DL100-CURR-DEPT TO DL100-PRT-DEPT.
006450     WRITE DL100-REPORT-REC FROM DL100-RPT-BLANK.
006460     MOVE DL100-CURR-DEPT TO DL100-RPT-DEPT.
006462     MOVE DL100-CURR-DEPT TO DL100-DMST-KEY.
006464     PERFORM 2600-FIND-DEPT-NAME THRU 2600-EXIT.
006466     MOVE DL100-DMST-FOUND-NAME TO DL100-RPT-DEPT-NAME.
006470     WRITE DL100-REPORT-REC FROM DL100-RPT-DEPT-LINE.
006480 2500-EXIT.
006490     EXIT.
006491*****************************************************************
006492* 2600-FIND-DEPT-NAME - RETURN THE NAME OF THE DEPARTMENT WHOSE  *
006493*                       CODE IS IN DL100-DMST-KEY - BLANK WHEN   *
006494*                       THE MASTER COULD NOT BE READ.            *
006495*****************************************************************
006496 2600-FIND-DEPT-NAME.
006497     MOVE 'N'    TO DL100-DMST-FND-SW.
006498     MOVE SPACES TO DL100-DMST-FOUND-NAME.
006499     IF DL100-DMST-CNT = ZERO
006500         GO TO 2600-EXIT
006501     END-IF.
006502     PERFORM 2650-CHECK-DEPT-NAME THRU 2650-EXIT
006503         VARYING DL100-DMST-IX FROM 1 BY 1
006504         UNTIL DL100-DMST-IX > DL100-DMST-CNT
006505            OR DL100-DMST-FOUND.
006506     IF NOT DL100-DMST-FOUND
006507         MOVE '*** NAO CADASTRADO ***' TO DL100-DMST-FOUND-NAME
006508     END-IF.
006509 2600-EXIT.
006510     EXIT.
006511*****************************************************************
006512* 2650-CHECK-DEPT-NAME - COMPARE ONE NAME-TABLE ENTRY AGAINST    *
006513*                        THE CODE BEING LOOKED UP.               *
006514*****************************************************************
006515 2650-CHECK-DEPT-NAME.
006516     IF DL100-DMST-CODE (DL100-DMST-IX) = DL100-DMST-KEY
006517         MOVE 'S' TO DL100-DMST-FND-SW
006518         MOVE DL100-DMST-NAME (DL100-DMST-IX)
006519             TO DL100-DMST-FOUND-NAME
006520     END-IF.
006521 2650-EXIT.
006522     EXIT.
006523*****************************************************************
006524* 2700-ADD-CURR-SUBTOTAL - ADD THE TRANSACTION JUST PRINTED TO   *
006525*                          ITS CURRENCY'S SUBTOTALS FOR THE      *
006526*                          DEPARTMENT, OPENING AN ENTRY THE      *
006527*                          FIRST TIME THE CURRENCY TURNS UP IN   *
006528*                          THE SECTION.                          *
006529*****************************************************************
006530 2700-ADD-CURR-SUBTOTAL.
006531     MOVE 'N' TO DL100-DCUR-FND-SW.
006532     PERFORM 2750-FIND-CURR-ENTRY THRU 2750-EXIT
006533         VARYING DL100-DCUR-SUB FROM 1 BY 1
006534         UNTIL DL100-DCUR-SUB > 5
006535            OR DL100-DCUR-FOUND.
006536     IF NOT DL100-DCUR-FOUND
006537         DISPLAY 'DL100BAT - MAIS DE 5 MOEDAS NO DEPARTAMENTO '
006538             DL100-CURR-DEPT ' - ' DL100-CURR-CODE
006539             ' SEM SUBTOTAL PROPRIO'
006540         GO TO 2700-EXIT
006541     END-IF.
006542     SUBTRACT 1 FROM DL100-DCUR-SUB.
006543     IF DL100-DCUR-CODE (DL100-DCUR-SUB) = SPACES
006544         MOVE DL100-CURR-CODE TO DL100-DCUR-CODE (DL100-DCUR-SUB)
006545         MOVE ZERO TO DL100-DCUR-ORIG (DL100-DCUR-SUB)
006546         MOVE ZERO TO DL100-DCUR-BASE (DL100-DCUR-SUB)
006547     END-IF.
006548     ADD DL100-RES      TO DL100-DCUR-ORIG (DL100-DCUR-SUB).
006549     ADD DL100-BASE-RES TO DL100-DCUR-BASE (DL100-DCUR-SUB).
006550 2700-EXIT.
006551     EXIT.
006552*****************************************************************
006553* 2750-FIND-CURR-ENTRY - STOP ON THE ENTRY FOR THE TRANSACTION'S *
006554*                        CURRENCY OR ON THE FIRST UNUSED ONE.    *
006555*****************************************************************
006556 2750-FIND-CURR-ENTRY.
006557     IF DL100-DCUR-CODE (DL100-DCUR-SUB) = DL100-CURR-CODE OR
006558        DL100-DCUR-CODE (DL100-DCUR-SUB) = SPACES
006559         MOVE 'S' TO DL100-DCUR-FND-SW
006560     END-IF.
006561 2750-EXIT.
006562     EXIT.
006563*****************************************************************
006564* 2800-PRINT-CURR-SUBTOTAL - PRINT ONE FOREIGN-CURRENCY SUBTOTAL *
006565*                            LINE UNDER THE DEPARTMENT SUBTOTAL  *
006566*                            - THE TOTAL IN THE CURRENCY ITSELF  *
006567*                            AND WHAT IT CAME TO IN REAIS.       *
006568*                            UNUSED ENTRIES PRINT NOTHING.       *
006569*****************************************************************
006570 2800-PRINT-CURR-SUBTOTAL.
006571     IF DL100-DCUR-CODE (DL100-DCUR-SUB) = SPACES
006572         GO TO 2800-EXIT
006573     END-IF.
006574     MOVE DL100-DCUR-CODE (DL100-DCUR-SUB) TO DL100-RPT-CUR-CODE.
006575     MOVE DL100-DCUR-ORIG (DL100-DCUR-SUB) TO DL100-RPT-CUR-ORIG.
006576     MOVE DL100-DCUR-BASE (DL100-DCUR-SUB) TO DL100-RPT-CUR-BASE.
006577     WRITE DL100-REPORT-REC FROM DL100-RPT-CURR-LINE.
006578 2800-EXIT.
006579     EXIT.
006580*****************************************************************
006581* 3000-TERMINATE - CATCH STRUCTURAL PROBLEMS LEFT AT END OF      *
006582*                  FILE, CLOSE THE LAST DEPARTMENT SECTION,      *
006583*                  WRITE THE RUN TOTAL AND CLOSE DOWN THE        *
006584*                  FILES. THE TOTAL LINES ARE SKIPPED WHEN       *
006585*                  2000-PROCESS-REC NEVER RAN THIS JOB STEP -    *
006586*                  A RESUBMISSION THAT FINDS NOTHING LEFT PAST   *
006587*                  THE CHECKPOINT SHOULD NOT ADD REDUNDANT       *
006588*                  TOTALS TO A REPORT IT DID NOT OTHERWISE       *
006590*                  TOUCH - AND WHEN THE CONTROLS DO NOT          *
006600*                  BALANCE, SINCE A RUN WHOSE INPUT CANNOT BE    *
006610*                  PROVED COMPLETE MUST NOT PRESENT A TOTAL AS   *
006710                 TO DL100-RPT-CAPTION
006720             MOVE DL100-DEPT-TOTAL TO DL100-RPT-TOTAL
006730             WRITE DL100-REPORT-REC FROM DL100-RPT-TOTAL-LINE
006732             PERFORM 2800-PRINT-CURR-SUBTOTAL THRU 2800-EXIT
006734                 VARYING DL100-DCUR-SUB FROM 1 BY 1
006736                 UNTIL DL100-DCUR-SUB > 5
006740         END-IF
006750         MOVE SPACES TO DL100-RPT-TOTAL-LINE
006760         MOVE "TOTAL DO PROCESSAMENTO:     " TO DL100-RPT-CAPTION
006880           DL100-PEND-FILE
006890           DL100-PLIST-FILE
006900           DL100-STAT-FILE.
006902     IF DL100-HIST-OPEN
006904         CLOSE DL100-HIST-FILE
006906     END-IF.
006910 3000-EXIT.
006920     EXIT.
006930*****************************************************************
007290         DISPLAY 'DL100BAT - DIVISOR IS ZERO, TRANSACTION SKIPPED'
007300         MOVE 'S' TO DL100-DIV-ERR-SW
007310     END-IF.
007311 4000-EXIT.
007312     EXIT.
007313*****************************************************************
007314* 4200-LOAD-ORIGINAL - A REVERSAL TAKES ITS OPERANDS FROM THE    *
007315*                      ORIGINAL CALCULATION ON THE HISTORY, READ *
007317*                      BY THE KEY THE TRANSACTION NAMES, AND ITS *
007318*                      RESULT IS THE ORIGINAL'S WITH THE SIGN    *
007319*                      TURNED, SO THE PAIR NETS TO ZERO IN EVERY *
007320*                      TOTAL. AN ORIGINAL THAT CANNOT BE READ    *
007321*                      CANCELS THE REVERSAL THE SAME WAY AN      *
007322*                      INVALID OPCAO IS CANCELLED. THE CURRENCY, *
007324*                      RATE AND RESULT IN REAIS ARE THE          *
007325*                      ORIGINAL'S TOO - A REVERSAL BACKS OUT THE *
007326*                      REAIS ACTUALLY BOOKED, NOT A RECONVERSION *
007327*                      AT TONIGHT'S RATE.                        *
007328*****************************************************************
007329 4200-LOAD-ORIGINAL.
007331     MOVE ZERO TO DL100-RES.
007332     IF NOT DL100-HIST-OPEN OR DL100-REV-KEY NOT NUMERIC
007333         GO TO 4200-NOT-FOUND
007334     END-IF.
007335     MOVE DL100-REV-KEY TO DL100-HIST-KEY.
007337     READ DL100-HIST-FILE
007338         INVALID KEY
007339             GO TO 4200-NOT-FOUND
007340     END-READ.
007341     IF DL100-HIST-STATUS NOT = '00'
007342         GO TO 4200-NOT-FOUND
007344     END-IF.
007345     MOVE DL100-HIST-NUM1 TO DL100-NUM1.
007346     MOVE DL100-HIST-NUM2 TO DL100-NUM2.
007347     COMPUTE DL100-RES = ZERO - DL100-HIST-RES.
007348     IF DL100-HIST-CURR-BASE
007349         MOVE DL100-RES TO DL100-BASE-RES
007351     ELSE
007352         MOVE DL100-HIST-CURR TO DL100-CURR-CODE
007353         MOVE DL100-HIST-RATE TO DL100-CONV-RATE
007354         COMPUTE DL100-BASE-RES = ZERO - DL100-HIST-BASE-RES
007355     END-IF.
007356     GO TO 4200-EXIT.
007357 4200-NOT-FOUND.
007358     MOVE 'S' TO DL100-BAD-OPCAO-SW.
007359     DISPLAY 'DL100BAT - ESTORNO: ORIGINAL NAO ENCONTRADO: '
007360         DL100-REV-DATE '/' DL100-REV-SEQ.
007361 4200-EXIT.
007362     EXIT.
007363*****************************************************************
007364* 4300-CONVERT-RESULT - SET THE TRANSACTION'S CURRENCY AND RATE  *
007365*                       AND CONVERT THE RESULT TO REAIS, ROUNDED *
007366*                       TO THE CENTAVO. WORK IN REAIS CONVERTS   *
007367*                       AT ONE AND KEEPS A BLANK CURRENCY. A     *
007368*                       CURRENCY WITH NO RATE TONIGHT, OR A      *
007369*                       RESULT TOO LARGE FOR DL100-BASE-RES ONCE *
007370*                       CONVERTED, CANCELS THE CALCULATION THE   *
007371*                       SAME WAY AN INVALID OPCAO IS CANCELLED.  *
007372*****************************************************************
007373 4300-CONVERT-RESULT.
007374     IF DL100-CURR-BASE
007375         MOVE DL100-RES TO DL100-BASE-RES
007376         GO TO 4300-EXIT
007377     END-IF.
007378     MOVE 'N' TO DL100-FX-FOUND-SW.
007379     PERFORM 4350-FIND-RATE THRU 4350-EXIT
007380         VARYING DL100-FX-IX FROM 1 BY 1
007381         UNTIL DL100-FX-IX > DL100-FX-CNT
007382            OR DL100-FX-FOUND.
007383     IF NOT DL100-FX-FOUND
007384         MOVE ZERO TO DL100-RES
007385         MOVE 'S' TO DL100-BAD-OPCAO-SW
007386         DISPLAY 'DL100BAT - MOEDA SEM COTACAO: ' DL100-CURR
007387             ' (' DL100-CURR-DEPT ' ' DL100-TRANS-SEQ ')'
007388         GO TO 4300-EXIT
007389     END-IF.
007390     MOVE DL100-CURR TO DL100-CURR-CODE.
007391     COMPUTE DL100-BASE-RES ROUNDED =
007392         DL100-RES * DL100-CONV-RATE
007393         ON SIZE ERROR
007394             MOVE ZERO TO DL100-RES
007395             MOVE 'S' TO DL100-BAD-OPCAO-SW
007396             DISPLAY 'DL100BAT - RESULTADO EXCEDE O LIMITE EM '
007397                 'REAIS: ' DL100-CURR
007398                 ' (' DL100-CURR-DEPT ' ' DL100-TRANS-SEQ ')'
007399             GO TO 4300-EXIT
007400     END-COMPUTE.
007401 4300-EXIT.
007402     EXIT.
007403*****************************************************************
007404* 4350-FIND-RATE - COMPARE ONE CURRENCY ON THE RATE TABLE        *
007405*                  AGAINST THE TRANSACTION'S AND TAKE ITS RATE   *
007406*                  ON A MATCH.                                   *
007407*****************************************************************
007408 4350-FIND-RATE.
007409     IF DL100-FTBL-CURR (DL100-FX-IX) = DL100-CURR
007411         MOVE 'S' TO DL100-FX-FOUND-SW
007412         MOVE DL100-FTBL-RATE (DL100-FX-IX) TO DL100-CONV-RATE
007413     END-IF.
007414 4350-EXIT.
007415     EXIT.
007416*****************************************************************
007417* 4500-CHECK-THRESHOLD - WHEN A THRESHOLD IS IN FORCE, HOLD THE  *
007418*                        TRANSACTION IF EITHER OPERAND OR THE    *
007419*                        RESULT EXCEEDS IT IN MAGNITUDE. THE     *
007420*                        THRESHOLD IS IN REAIS, SO A FOREIGN     *
007421*                        AMOUNT IS CONVERTED FIRST. AN OPERAND   *
007422*                        TOO LARGE TO CONVERT IS HELD WITHOUT    *
007423*                        A COMPARISON.                           *
007424*****************************************************************
007425 4500-CHECK-THRESHOLD.
007426     MOVE 'N' TO DL100-HOLD-SW.
007427     IF NOT DL100-THRESH-ACTIVE
007428         GO TO 4500-EXIT
007430     END-IF.
007440     COMPUTE DL100-ABS-WORK ROUNDED =
007441         DL100-NUM1 * DL100-CONV-RATE
007442         ON SIZE ERROR
007443             MOVE 'S' TO DL100-HOLD-SW
007444             DISPLAY 'DL100BAT - NUM1 EXCEDE O LIMITE EM REAIS: '
007445                 DL100-CURR
007446                 ' (' DL100-CURR-DEPT ' ' DL100-TRANS-SEQ ')'
007447             GO TO 4500-EXIT
007448     END-COMPUTE.
007450     PERFORM 4550-CHECK-ONE-VALUE THRU 4550-EXIT.
007460     COMPUTE DL100-ABS-WORK ROUNDED =
007461         DL100-NUM2 * DL100-CONV-RATE
007462         ON SIZE ERROR
007463             MOVE 'S' TO DL100-HOLD-SW
007464             DISPLAY 'DL100BAT - NUM2 EXCEDE O LIMITE EM REAIS: '
007465                 DL100-CURR
007466                 ' (' DL100-CURR-DEPT ' ' DL100-TRANS-SEQ ')'
007467             GO TO 4500-EXIT
007468     END-COMPUTE.
007470     PERFORM 4550-CHECK-ONE-VALUE THRU 4550-EXIT.
007480     MOVE DL100-BASE-RES TO DL100-ABS-WORK.
007490     PERFORM 4550-CHECK-ONE-VALUE THRU 4550-EXIT.
007500 4500-EXIT.
007510     EXIT.
007660* 6000-WRITE-AUDIT - APPEND ONE LINE TO THE AUDIT TRAIL FOR     *
007670*                    THE TRANSACTION JUST PROCESSED, STAMPED    *
007680*                    WITH THE DEPARTMENT FROM ITS SET'S HEADER. *
007681*                    A SET KEYED ON-LINE IS STAMPED WITH ITS    *
007682*                    KEYING OPERATOR, ANY OTHER WITH 'CALCBAT'; *
007683*                    EITHER WAY THE LINE IS MARKED BATCH.       *
007684*                    A REVERSAL ALSO CARRIES THE HISTORY KEY    *
007686*                    OF THE ORIGINAL IT BACKS OUT. FOREIGN-     *
007687*                    CURRENCY WORK ALSO CARRIES THE CURRENCY,   *
007688*                    THE RATE AND THE RESULT IN REAIS.          *
007690*****************************************************************
007700 6000-WRITE-AUDIT.
007710     MOVE SPACES TO DL100-AUDIT-REC.
007730     MOVE DL100-NUM1  TO DL100-AUD-NUM1.
007740     MOVE DL100-NUM2  TO DL100-AUD-NUM2.
007750     MOVE DL100-RES   TO DL100-AUD-RES.
007760     MOVE DL100-RUN-DATE TO DL100-AUD-DATE.
007770     ACCEPT DL100-AUD-TIME FROM TIME.
007780     IF DL100-SET-OPER = SPACES
007781         MOVE 'CALCBAT' TO DL100-AUD-OPER
007782     ELSE
007783         MOVE DL100-SET-OPER TO DL100-AUD-OPER
007784     END-IF.
007785     MOVE 'L' TO DL100-AUD-ORIGIN.
007787     MOVE DL100-TRANS-SEQ TO DL100-AUD-SEQ.
007790     MOVE DL100-CURR-DEPT TO DL100-AUD-DEPT.
007792     IF DL100-TRANS-REVERSAL
007794         MOVE DL100-REV-KEY TO DL100-AUD-REF
007796     END-IF.
007797     IF DL100-CURR-CODE NOT = SPACES
007798         MOVE DL100-CURR-CODE TO DL100-AUD-CURR
007799         MOVE DL100-CONV-RATE TO DL100-AUD-RATE
007800         MOVE DL100-BASE-RES  TO DL100-AUD-BASE-RES
007801     END-IF.
007805     WRITE DL100-AUDIT-REC.
007810 6000-EXIT.
007820     EXIT.
007830*****************************************************************
007850*                         (DEPARTMENT PLUS SEQUENCE), THE        *
007860*                         RUNNING TOTAL AND THE DEPARTMENT'S     *
007870*                         RUNNING SUBTOTAL AS OF THAT            *
007880*                         TRANSACTION, WITH ITS FOREIGN-         *
007885*                         CURRENCY SUBTOTALS, SO A RESTART KNOWS *
007890*                         EXACTLY WHERE TO PICK UP.              *
007900*****************************************************************
007910 6500-WRITE-CHECKPOINT.
007950     MOVE DL100-CURR-DEPT TO DL100-CKPT-DEPT.
007960     MOVE DL100-DEPT-TOTAL TO DL100-CKPT-DEPT-TOTAL.
007970     MOVE DL100-SET-COUNT TO DL100-CKPT-SETNO.
007975     MOVE DL100-DCUR-AREA TO DL100-CKPT-CURR-AREA.
007980     WRITE DL100-CKPT-REC.
007990 6500-EXIT.
008000     EXIT.
008050*                      REVIEW REPORT, AND THE DIAGNOSTIC ON     *
008060*                      SYSOUT. THE RESULT SHOWN IS WHAT THE     *
008070*                      CALCULATION WOULD PRODUCE - NOTHING IS   *
008080*                      COMMITTED UNTIL THE RELEASE. A FOREIGN-  *
008083*                      CURRENCY ITEM KEEPS ITS CURRENCY AND     *
008086*                      TONIGHT'S RATE FOR THE RELEASE.          *
008090*****************************************************************
008100 6600-WRITE-PENDING.
008110     ADD 1 TO DL100-HELD-COUNT.
008200     MOVE SPACES          TO DL100-PEND-REL-OPER.
008210     MOVE ZERO            TO DL100-PEND-REL-DATE.
008220     MOVE ZERO            TO DL100-PEND-REL-TIME.
008222     IF DL100-CURR-CODE NOT = SPACES
008224         MOVE DL100-CURR-CODE TO DL100-PEND-CURR
008226         MOVE DL100-CONV-RATE TO DL100-PEND-RATE
008228     END-IF.
008230     WRITE DL100-PEND-REC.
008240     MOVE SPACES          TO DL100-RPT-PEND-LINE.
008250     MOVE DL100-CURR-DEPT TO DL100-RPT-PEND-DEPT.
008280     MOVE DL100-NUM1      TO DL100-RPT-PEND-NUM1.
008290     MOVE DL100-NUM2      TO DL100-RPT-PEND-NUM2.
008300     MOVE DL100-RES       TO DL100-RPT-PEND-RES.
008305     MOVE DL100-CURR-CODE TO DL100-RPT-PEND-CURR.
008310     WRITE DL100-PLIST-REC FROM DL100-RPT-PEND-LINE.
008320     DISPLAY 'DL100BAT - TRANSACAO RETIDA P/ LIBERACAO: '
008330         DL100-CURR-DEPT ' ' DL100-TRANS-SEQ.
009120* 8020-OPEN-SET - A HEADER STARTS A NEW DEPARTMENT SET: RESET    *
009130*                 THE SET ACCUMULATORS AND REMEMBER THE          *
009140*                 DEPARTMENT FOR THE REPORT SECTION, THE AUDIT   *
009150*                 STAMP AND THE CHECKPOINT, AND THE KEYING       *
009152*                 OPERATOR OF AN ON-LINE SET FOR THE AUDIT       *
009154*                 STAMP. A SET STILL OPEN MEANS THE PREVIOUS     *
009160*                 TRANSMISSION LOST ITS TRAILER - THE RUN GOES   *
009170*                 OUT OF BALANCE.                                *
009180*****************************************************************
009190 8020-OPEN-SET.
009200     IF DL100-SET-OPEN
009280     MOVE ZERO TO DL100-SET-HASH1.
009290     MOVE ZERO TO DL100-SET-HASH2.
009300     MOVE DL100-HDR-DEPT TO DL100-CURR-DEPT.
009305     MOVE DL100-HDR-OPER TO DL100-SET-OPER.
009310 8020-EXIT.
009320     EXIT.
009330*****************************************************************
010050 9000-EXIT.
010060     EXIT.
010070*****************************************************************
010080* 9100-WRITE-FAIL-STAT - THE STEP DIED IN 1080-GET-BUS-DATE OR   *
010090*                        1050-GET-THRESHOLD, BEFORE ANY OTHER    *
010100*                        FILE - RUNSTAT INCLUDED - WAS OPENED. A *
010110*                        FAILED EXECUTION STILL BELONGS ON THE   *
010120*                        RUN-STATISTICS FILE, OR THE WEEKLY      *
010130*                        OPSRPT WOULD NEVER SHOW THE NIGHT THE   *
010140*                        CALCULATOR NEVER RAN, SO THE RECORD IS  *
010150*                        WRITTEN HERE WITH ZERO COUNTS, THE RUN  *
010160*                        DATE AND THE RC=8 ALREADY SET, OPENING  *
010170*                        AND CLOSING RUNSTAT LOCALLY.            *
010180*****************************************************************
010190 9100-WRITE-FAIL-STAT.
010200     OPEN EXTEND DL100-STAT-FILE.
010230     END-IF.
010240     MOVE SPACES            TO DL100-STAT-REC.
010250     MOVE 'CALCBAT'         TO DL100-STAT-PGM.
010260     MOVE DL100-RUN-DATE    TO DL100-STAT-DATE.
010270     MOVE DL100-STAT-START0 TO DL100-STAT-START.
010280     ACCEPT DL100-STAT-END FROM TIME.
010290     MOVE SPACES            TO DL100-STAT-DEPT.
