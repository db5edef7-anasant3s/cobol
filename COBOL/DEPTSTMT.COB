000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEPTSTMT.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. MONTH-END DEPARTMENT       *
000110*                  STATEMENT FROM THE CALCULATION HISTORY KSDS  *
000120*                  (CALCHIST, DL100HS). FOR EACH DEPARTMENT, ON *
000130*                  A PAGE OF ITS OWN SO EACH STATEMENT CAN GO   *
000140*                  TO ITS DEPARTMENT, THE COUNT AND TOTAL BY    *
000150*                  OPERATION FOR THE STATEMENT MONTH AGAINST    *
000160*                  THE PRIOR MONTH, WITH THE CHANGE, AND THE    *
000170*                  YEAR TO DATE. A LAST PAGE CARRIES THE SAME   *
000180*                  FIGURES FOR ALL DEPARTMENTS TOGETHER. THE    *
000190*                  MONTH IS THE SYSIN CARD (AAAAMM) OR, WHEN    *
000200*                  BLANK, THE MONTH OF THE BUSINESS DATE        *
000210*                  (BUSDATE, DL100BD). REPLACES THE SPREADSHEET *
000220*                  BUILT EACH MONTH FROM THE DAILY REPORTS.     *
000221* 10/15/2026 DPS   THE TOTALS ARE NOW IN REAIS -                *
000222*                  DL100-HIST-BASE-RES, WHICH CARRIES THE       *
000223*                  CONVERTED RESULT OF A FOREIGN-CURRENCY       *
000224*                  CALCULATION AND THE RESULT ITSELF FOR WORK   *
000225*                  DONE IN REAIS (DL100HS GREW TO 133 BYTES).   *
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DL100-HIST-FILE   ASSIGN TO CALCHIST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE  IS SEQUENTIAL
000300         RECORD KEY   IS DL100-HIST-KEY
000310         FILE STATUS  IS DL100-HIST-STATUS.
000320     SELECT DL100-LIST-FILE   ASSIGN TO STMTLIST
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS  IS DL100-LIST-STATUS.
000350     SELECT DL100-DMST-FILE   ASSIGN TO DEPTMST
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS  IS DL100-DMST-STATUS.
000380     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS  IS DL100-BD-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DL100-HIST-FILE.
000440 COPY DL100HS.
000450 FD  DL100-LIST-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORDING MODE IS F.
000480 01  DL100-LIST-REC               PIC X(84).
000490 FD  DL100-DMST-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000520 COPY DL100DP.
000530 FD  DL100-BD-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORDING MODE IS F.
000560 COPY DL100BD.
000570 WORKING-STORAGE SECTION.
000580 01  DL100-RPT-HDR1.
000590     05  FILLER                   PIC X(20) VALUE SPACES.
000600     05  FILLER                   PIC X(44)
000610             VALUE "DEPTSTMT - DEMONSTRATIVO MENSAL DE CALCULOS".
000620     05  FILLER                   PIC X(20) VALUE SPACES.
000630 01  DL100-RPT-HDR2.
000640     05  FILLER                   PIC X(14)
000650             VALUE "DEPARTAMENTO: ".
000660     05  DL100-RPT-DEPT           PIC X(08).
000670     05  FILLER                   PIC X(03) VALUE " - ".
000680     05  DL100-RPT-DEPT-NAME      PIC X(30).
000690     05  FILLER                   PIC X(29) VALUE SPACES.
000700 01  DL100-RPT-HDR3.
000710     05  FILLER                   PIC X(19)
000720             VALUE "MES DE REFERENCIA: ".
000730     05  DL100-RPT-STM-MONTH      PIC X(07).
000740     05  FILLER                   PIC X(17)
000750             VALUE "   MES ANTERIOR: ".
000760     05  DL100-RPT-PRV-MONTH      PIC X(07).
000770     05  FILLER                   PIC X(34) VALUE SPACES.
000780 01  DL100-RPT-MTD-CAPTION.
000790     05  FILLER                   PIC X(40)
000800             VALUE "MOVIMENTO DO MES CONTRA O MES ANTERIOR".
000810     05  FILLER                   PIC X(44) VALUE SPACES.
000820 01  DL100-RPT-MTD-COLHDR.
000830     05  FILLER                   PIC X(04) VALUE "OPER".
000840     05  FILLER                   PIC X(07) VALUE "QTD MES".
000850     05  FILLER                   PIC X(02) VALUE SPACES.
000860     05  FILLER                   PIC X(17)
000870             VALUE "     TOTAL DO MES".
000880     05  FILLER                   PIC X(02) VALUE SPACES.
000890     05  FILLER                   PIC X(07) VALUE "QTD ANT".
000900     05  FILLER                   PIC X(02) VALUE SPACES.
000910     05  FILLER                   PIC X(17)
000920             VALUE "   TOTAL MES ANT.".
000930     05  FILLER                   PIC X(02) VALUE SPACES.
000940     05  FILLER                   PIC X(17)
000950             VALUE "         VARIACAO".
000960     05  FILLER                   PIC X(07) VALUE SPACES.
000970 01  DL100-RPT-MTD-LINE.
000980     05  DL100-RPT-MTD-LABEL      PIC X(04).
000990     05  DL100-RPT-MTD-CNT        PIC ZZZ,ZZ9.
001000     05  FILLER                   PIC X(02) VALUE SPACES.
001010     05  DL100-RPT-MTD-TOT        PIC ZZZZZZZZZZZZ9.99-.
001020     05  FILLER                   PIC X(02) VALUE SPACES.
001030     05  DL100-RPT-PRV-CNT        PIC ZZZ,ZZ9.
001040     05  FILLER                   PIC X(02) VALUE SPACES.
001050     05  DL100-RPT-PRV-TOT        PIC ZZZZZZZZZZZZ9.99-.
001060     05  FILLER                   PIC X(02) VALUE SPACES.
001070     05  DL100-RPT-VAR-TOT        PIC ZZZZZZZZZZZZ9.99-.
001080     05  FILLER                   PIC X(07) VALUE SPACES.
001090 01  DL100-RPT-YTD-CAPTION.
001100     05  FILLER                   PIC X(21)
001110             VALUE "ACUMULADO NO ANO (01/".
001120     05  DL100-RPT-YTD-YEAR       PIC X(04).
001130     05  FILLER                   PIC X(03) VALUE " A ".
001140     05  DL100-RPT-YTD-MONTH      PIC X(07).
001150     05  FILLER                   PIC X(01) VALUE ")".
001160     05  FILLER                   PIC X(48) VALUE SPACES.
001170 01  DL100-RPT-YTD-COLHDR.
001180     05  FILLER                   PIC X(04) VALUE "OPER".
001190     05  FILLER                   PIC X(10) VALUE "   QTD ANO".
001200     05  FILLER                   PIC X(02) VALUE SPACES.
001210     05  FILLER                   PIC X(17)
001220             VALUE "     TOTAL NO ANO".
001230     05  FILLER                   PIC X(51) VALUE SPACES.
001240 01  DL100-RPT-YTD-LINE.
001250     05  DL100-RPT-YTD-LABEL      PIC X(04).
001260     05  DL100-RPT-YTD-CNT        PIC ZZ,ZZZ,ZZ9.
001270     05  FILLER                   PIC X(02) VALUE SPACES.
001280     05  DL100-RPT-YTD-TOT        PIC ZZZZZZZZZZZZ9.99-.
001290     05  FILLER                   PIC X(51) VALUE SPACES.
001300 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001310 01  DL100-MONTH-CARD.
001320     05  DL100-CARD-MONTH         PIC X(06).
001330     05  FILLER                   PIC X(74).
001340 01  DL100-MONTH-ED.
001350     05  DL100-MONTH-ED-MM        PIC X(02).
001360     05  FILLER                   PIC X(01) VALUE "/".
001370     05  DL100-MONTH-ED-YYYY      PIC X(04).
001380*****************************************************************
001390* THE STATEMENT MONTH AND THE MONTH BEFORE IT, AS AAAAMM, AND THE*
001400* FIRST HISTORY DATE THE RUN NEEDS - JANUARY 1 OF THE STATEMENT  *
001410* YEAR, OR THE FIRST OF THE PRIOR MONTH WHEN THE STATEMENT MONTH *
001420* IS JANUARY AND THE PRIOR MONTH FALLS IN THE YEAR BEFORE.       *
001430*****************************************************************
001440 01  DL100-STM-YYYYMM             PIC 9(06) VALUE ZERO.
001450 01  DL100-STM-PARTS REDEFINES DL100-STM-YYYYMM.
001460     05  DL100-STM-YYYY           PIC 9(04).
001470     05  DL100-STM-MM             PIC 9(02).
001480 01  DL100-PRV-YYYYMM             PIC 9(06) VALUE ZERO.
001490 01  DL100-PRV-PARTS REDEFINES DL100-PRV-YYYYMM.
001500     05  DL100-PRV-YYYY           PIC 9(04).
001510     05  DL100-PRV-MM             PIC 9(02).
001520 01  DL100-REC-YYYYMM             PIC 9(06) VALUE ZERO.
001530 01  DL100-REC-PARTS REDEFINES DL100-REC-YYYYMM.
001540     05  DL100-REC-YYYY           PIC 9(04).
001550     05  DL100-REC-MM             PIC 9(02).
001560 01  DL100-START-DATE             PIC 9(08) VALUE ZERO.
001570 01  DL100-RUN-DATE               PIC 9(08) VALUE ZERO.
001580*****************************************************************
001590* THE OPERATION CODES, IN THE ORDER THE STATEMENT LISTS THEM.    *
001600*****************************************************************
001610 01  DL100-OP-CODES.
001620     05  FILLER                   PIC X(08) VALUE "+-*/%ADE".
001630 01  DL100-OP-CODE-TABLE REDEFINES DL100-OP-CODES.
001640     05  DL100-OP-CODE            PIC X(01) OCCURS 8 TIMES
001650                                  INDEXED BY DL100-OP-IX.
001660*****************************************************************
001670* ONE ENTRY PER DEPARTMENT: EVERY DEPARTMENT ON THE MASTER, IN   *
001680* MASTER ORDER, THEN ANY CODE THE HISTORY CARRIES THAT THE MASTER*
001690* DOES NOT, AND *INTERAT FOR THE INTERACTIVE SESSIONS, WHICH HAVE*
001700* NO DEPARTMENT. EACH HOLDS, PER OPERATION, THE COUNT AND TOTAL  *
001710* FOR THE STATEMENT MONTH, THE PRIOR MONTH AND THE YEAR TO DATE. *
001720* A CODE PAST THE TABLE STILL COUNTS ON THE ALL-DEPARTMENTS PAGE.*
001730*****************************************************************
001740 01  DL100-SD-TABLE.
001750     05  DL100-SD-CNT             PIC S9(04) COMP VALUE ZERO.
001760     05  DL100-SD-ENTRY OCCURS 60 TIMES
001770                          INDEXED BY DL100-SD-IX.
001780         10  DL100-SD-DEPT        PIC X(08).
001790         10  DL100-SD-NAME        PIC X(30).
001800         10  DL100-SD-ACTIVE      PIC X(01).
001810         10  DL100-SD-OPS.
001820             15  DL100-SD-OP OCCURS 8 TIMES.
001830                 20  DL100-SD-MTD-CNT PIC S9(07)       COMP.
001840                 20  DL100-SD-MTD-TOT PIC S9(13)V9(02).
001850                 20  DL100-SD-PRV-CNT PIC S9(07)       COMP.
001860                 20  DL100-SD-PRV-TOT PIC S9(13)V9(02).
001870                 20  DL100-SD-YTD-CNT PIC S9(07)       COMP.
001880                 20  DL100-SD-YTD-TOT PIC S9(13)V9(02).
001890*****************************************************************
001900* THE SAME FIGURES FOR ALL DEPARTMENTS TOGETHER, AND THE WORK    *
001910* COPY ONE PAGE IS PRINTED FROM - A DEPARTMENT'S ENTRY OR THE    *
001920* ALL-DEPARTMENTS FIGURES ARE MOVED IN WHOLE.                    *
001930*****************************************************************
001940 01  DL100-GT-OPS.
001950     05  DL100-GT-OP OCCURS 8 TIMES.
001960         10  DL100-GT-MTD-CNT     PIC S9(07)       COMP.
001970         10  DL100-GT-MTD-TOT     PIC S9(13)V9(02).
001980         10  DL100-GT-PRV-CNT     PIC S9(07)       COMP.
001990         10  DL100-GT-PRV-TOT     PIC S9(13)V9(02).
002000         10  DL100-GT-YTD-CNT     PIC S9(07)       COMP.
002010         10  DL100-GT-YTD-TOT     PIC S9(13)V9(02).
002020 01  DL100-WK-OPS.
002030     05  DL100-WK-OP OCCURS 8 TIMES INDEXED BY DL100-WK-IX.
002040         10  DL100-WK-MTD-CNT     PIC S9(07)       COMP.
002050         10  DL100-WK-MTD-TOT     PIC S9(13)V9(02).
002060         10  DL100-WK-PRV-CNT     PIC S9(07)       COMP.
002070         10  DL100-WK-PRV-TOT     PIC S9(13)V9(02).
002080         10  DL100-WK-YTD-CNT     PIC S9(07)       COMP.
002090         10  DL100-WK-YTD-TOT     PIC S9(13)V9(02).
002100 01  DL100-WK-TOTALS.
002110     05  DL100-WT-MTD-CNT         PIC S9(07)       COMP.
002120     05  DL100-WT-MTD-TOT         PIC S9(13)V9(02).
002130     05  DL100-WT-PRV-CNT         PIC S9(07)       COMP.
002140     05  DL100-WT-PRV-TOT         PIC S9(13)V9(02).
002150     05  DL100-WT-YTD-CNT         PIC S9(07)       COMP.
002160     05  DL100-WT-YTD-TOT         PIC S9(13)V9(02).
002170 01  DL100-WORK-FIELDS.
002180     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
002190     05  DL100-PAGE-COUNT         PIC S9(07) COMP VALUE ZERO.
002200     05  DL100-OP-SUB             PIC S9(04) COMP VALUE ZERO.
002210     05  DL100-SD-SUB             PIC S9(04) COMP VALUE ZERO.
002220     05  DL100-TALLY-DEPT         PIC X(08)       VALUE SPACES.
002230     05  DL100-VAR-WORK           PIC S9(13)V9(02) VALUE ZERO.
002240 01  DL100-CNT-DISP               PIC ZZ,ZZZ,ZZ9.
002250 01  DL100-HIST-STATUS            PIC X(02).
002260 01  DL100-LIST-STATUS            PIC X(02).
002270 01  DL100-DMST-STATUS            PIC X(02).
002280 01  DL100-BD-STATUS              PIC X(02).
002290 01  DL100-SWITCHES.
002300     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
002310         88  DL100-EOF                        VALUE 'S'.
002320     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
002330         88  DL100-INIT-ERR                   VALUE 'S'.
002340     05  DL100-DMST-EOF-SW        PIC X(01)   VALUE 'N'.
002350         88  DL100-DMST-EOF                   VALUE 'S'.
002360     05  DL100-SD-FND-SW          PIC X(01)   VALUE 'N'.
002370         88  DL100-SD-FOUND                   VALUE 'S'.
002380     05  DL100-SD-FULL-SW         PIC X(01)   VALUE 'N'.
002390         88  DL100-SD-FULL                    VALUE 'S'.
002400     05  DL100-IN-MTD-SW          PIC X(01)   VALUE 'N'.
002410         88  DL100-IN-MTD                     VALUE 'S'.
002420     05  DL100-IN-PRV-SW          PIC X(01)   VALUE 'N'.
002430         88  DL100-IN-PRV                     VALUE 'S'.
002440     05  DL100-IN-YTD-SW          PIC X(01)   VALUE 'N'.
002450         88  DL100-IN-YTD                     VALUE 'S'.
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002490     IF NOT DL100-INIT-ERR
002500         PERFORM 2000-PROCESS-REC    THRU 2000-EXIT
002510             UNTIL DL100-EOF
002520         PERFORM 3000-PRINT-STMTS    THRU 3000-EXIT
002530         PERFORM 4000-TERMINATE      THRU 4000-EXIT
002540     END-IF.
002550     GOBACK.
002560*****************************************************************
002570* 1000-INITIALIZE - SETTLE THE STATEMENT MONTH (SYSIN CARD, OR   *
002580*                   THE BUSINESS DATE WHEN BLANK) AND THE MONTH  *
002590*                   BEFORE IT, LOAD THE DEPARTMENTS FROM THE     *
002600*                   MASTER, THEN POSITION THE HISTORY AT THE     *
002610*                   FIRST DATE NEEDED AND PRIME THE READ. A BAD  *
002620*                   CARD OR A HISTORY THAT CANNOT BE OPENED      *
002630*                   ENDS THE RUN WITH RC=8 AND NO STATEMENTS.    *
002640*****************************************************************
002650 1000-INITIALIZE.
002660     MOVE SPACES TO DL100-MONTH-CARD.
002670     ACCEPT DL100-MONTH-CARD.
002680     IF DL100-CARD-MONTH = SPACES
002690         PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
002700         MOVE DL100-RUN-DATE (1:6) TO DL100-STM-YYYYMM
002710     ELSE
002720         IF DL100-CARD-MONTH NOT NUMERIC
002730             DISPLAY 'DEPTSTMT - MES INVALIDO NO SYSIN: '
002740                 DL100-CARD-MONTH
002750             MOVE 8 TO RETURN-CODE
002760             MOVE 'S' TO DL100-INIT-ERR-SW
002770             GO TO 1000-EXIT
002780         END-IF
002790         MOVE DL100-CARD-MONTH TO DL100-STM-YYYYMM
002800     END-IF.
002810     IF DL100-STM-MM < 1 OR DL100-STM-MM > 12
002820         DISPLAY 'DEPTSTMT - MES INVALIDO NO SYSIN: '
002830             DL100-CARD-MONTH
002840         MOVE 8 TO RETURN-CODE
002850         MOVE 'S' TO DL100-INIT-ERR-SW
002860         GO TO 1000-EXIT
002870     END-IF.
002880     IF DL100-STM-MM = 1
002890         COMPUTE DL100-PRV-YYYY = DL100-STM-YYYY - 1
002900         MOVE 12 TO DL100-PRV-MM
002910     ELSE
002920         MOVE DL100-STM-YYYY TO DL100-PRV-YYYY
002930         COMPUTE DL100-PRV-MM = DL100-STM-MM - 1
002940     END-IF.
002950     IF DL100-STM-MM = 1
002960         COMPUTE DL100-START-DATE = DL100-PRV-YYYYMM * 100 + 1
002970     ELSE
002980         COMPUTE DL100-START-DATE = DL100-STM-YYYY * 10000 + 101
002990     END-IF.
003000     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
003010     OPEN INPUT DL100-HIST-FILE.
003020     IF DL100-HIST-STATUS NOT = '00'
003030         DISPLAY 'DEPTSTMT - HISTORICO DE CALCULOS INDISPONIVEL '
003040             '(STATUS ' DL100-HIST-STATUS ')'
003050         MOVE 8 TO RETURN-CODE
003060         MOVE 'S' TO DL100-INIT-ERR-SW
003070         GO TO 1000-EXIT
003080     END-IF.
003090     MOVE DL100-START-DATE TO DL100-HIST-DATE.
003100     MOVE ZERO             TO DL100-HIST-SEQ.
003110     START DL100-HIST-FILE KEY NOT < DL100-HIST-KEY
003120         INVALID KEY
003130             MOVE 'S' TO DL100-EOF-SW
003140     END-START.
003150     OPEN OUTPUT DL100-LIST-FILE.
003160     INITIALIZE DL100-GT-OPS.
003170     IF NOT DL100-EOF
003180         PERFORM 8000-READ-HIST THRU 8000-EXIT
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220*****************************************************************
003230* 1050-GET-BUS-DATE - A BLANK CARD STATES THE MONTH OF THE       *
003240*                     BUSINESS DATE FROM THE CONTROL RECORD THE  *
003250*                     DATEROLL STEP SET. WHEN THAT CANNOT BE READ*
003260*                     THE STATEMENT STILL RUNS, FOR THE MONTH OF *
003270*                     TODAY.                                     *
003280*****************************************************************
003290 1050-GET-BUS-DATE.
003300     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
003310     OPEN INPUT DL100-BD-FILE.
003320     IF DL100-BD-STATUS NOT = '00'
003330         GO TO 1050-EXIT
003340     END-IF.
003350     READ DL100-BD-FILE
003360         AT END
003370             MOVE SPACES TO DL100-BD-REC
003380     END-READ.
003390     IF DL100-BD-DATE NUMERIC AND
003400        DL100-BD-DATE NOT = ZERO
003410         MOVE DL100-BD-DATE TO DL100-RUN-DATE
003420     END-IF.
003430     CLOSE DL100-BD-FILE.
003440 1050-EXIT.
003450     EXIT.
003460*****************************************************************
003470* 1200-LOAD-DEPTS - OPEN ONE ENTRY PER DEPARTMENT ON THE MASTER, *
003480*                   IN MASTER ORDER, SO EVERY ACTIVE DEPARTMENT  *
003490*                   GETS A STATEMENT EVEN IN A MONTH IT          *
003500*                   CALCULATED NOTHING. WITHOUT THE MASTER THE   *
003510*                   STATEMENTS ARE STILL PRINTED, FOR THE CODES  *
003520*                   THE HISTORY CARRIES, WITHOUT NAMES.          *
003530*****************************************************************
003540 1200-LOAD-DEPTS.
003550     OPEN INPUT DL100-DMST-FILE.
003560     IF DL100-DMST-STATUS NOT = '00'
003570         DISPLAY 'DEPTSTMT - CADASTRO DE DEPARTAMENTOS'
003580             ' INDISPONIVEL - NOMES NAO IMPRESSOS'
003590         GO TO 1200-EXIT
003600     END-IF.
003610     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
003620         UNTIL DL100-DMST-EOF.
003630     CLOSE DL100-DMST-FILE.
003640 1200-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 1250-LOAD-ONE-DEPT - READ ONE DEPARTMENT MASTER RECORD INTO A  *
003680*                      NEW STATEMENT ENTRY.                      *
003690*****************************************************************
003700 1250-LOAD-ONE-DEPT.
003710     READ DL100-DMST-FILE
003720         AT END
003730             MOVE 'S' TO DL100-DMST-EOF-SW
003740             GO TO 1250-EXIT
003750     END-READ.
003760     MOVE DL100-DEPT-CODE TO DL100-TALLY-DEPT.
003770     PERFORM 2250-ADD-DEPT THRU 2250-EXIT.
003780     IF DL100-SD-FULL
003790         MOVE 'S' TO DL100-DMST-EOF-SW
003800         GO TO 1250-EXIT
003810     END-IF.
003820     MOVE DL100-DEPT-NAME   TO DL100-SD-NAME (DL100-SD-IX).
003830     MOVE DL100-DEPT-ACTIVE TO DL100-SD-ACTIVE (DL100-SD-IX).
003840 1250-EXIT.
003850     EXIT.
003860*****************************************************************
003870* 2000-PROCESS-REC - PLACE ONE HISTORY RECORD IN THE STATEMENT   *
003880*                    MONTH, THE PRIOR MONTH AND/OR THE YEAR TO   *
003890*                    DATE AND ADD IT IN, THEN READ THE NEXT. THE *
003900*                    HISTORY IS IN DATE ORDER, SO THE FIRST      *
003910*                    RECORD PAST THE STATEMENT MONTH ENDS THE    *
003920*                    READ.                                       *
003930*****************************************************************
003940 2000-PROCESS-REC.
003950     MOVE DL100-HIST-DATE (1:6) TO DL100-REC-YYYYMM.
003960     IF DL100-REC-YYYYMM > DL100-STM-YYYYMM
003970         MOVE 'S' TO DL100-EOF-SW
003980         GO TO 2000-EXIT
003990     END-IF.
004000     ADD 1 TO DL100-READ-COUNT.
004010     MOVE 'N' TO DL100-IN-MTD-SW.
004020     MOVE 'N' TO DL100-IN-PRV-SW.
004030     MOVE 'N' TO DL100-IN-YTD-SW.
004040     IF DL100-REC-YYYYMM = DL100-STM-YYYYMM
004050         MOVE 'S' TO DL100-IN-MTD-SW
004060     END-IF.
004070     IF DL100-REC-YYYYMM = DL100-PRV-YYYYMM
004080         MOVE 'S' TO DL100-IN-PRV-SW
004090     END-IF.
004100     IF DL100-REC-YYYY = DL100-STM-YYYY
004110         MOVE 'S' TO DL100-IN-YTD-SW
004120     END-IF.
004130     PERFORM 2100-TALLY-REC THRU 2100-EXIT.
004140     PERFORM 8000-READ-HIST THRU 8000-EXIT.
004150 2000-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 2100-TALLY-REC - ADD THE CURRENT HISTORY RECORD TO THE         *
004190*                  ALL-DEPARTMENTS FIGURES AND TO THE ENTRY OF   *
004200*                  ITS DEPARTMENT. A RECORD WHOSE OPCAO IS NOT   *
004210*                  ONE OF THE EIGHT OPERATIONS IS REPORTED AND   *
004220*                  COUNTED NOWHERE, AS AUDRPT DOES. AMOUNTS ARE  *
004225*                  ADDED IN REAIS.                               *
004230*****************************************************************
004240 2100-TALLY-REC.
004250     SET DL100-OP-IX TO 1.
004260     SEARCH DL100-OP-CODE
004270         AT END
004280             DISPLAY 'DEPTSTMT - OPCAO INVALIDA NO HISTORICO: '
004290                 DL100-HIST-KEY ' ' DL100-HIST-OPCAO
004300             GO TO 2100-EXIT
004310         WHEN DL100-OP-CODE (DL100-OP-IX) = DL100-HIST-OPCAO
004320             CONTINUE
004330     END-SEARCH.
004340     SET DL100-OP-SUB TO DL100-OP-IX.
004350     IF DL100-IN-MTD
004360         ADD 1 TO DL100-GT-MTD-CNT (DL100-OP-SUB)
004370         ADD DL100-HIST-BASE-RES
004375             TO DL100-GT-MTD-TOT (DL100-OP-SUB)
004380     END-IF.
004390     IF DL100-IN-PRV
004400         ADD 1 TO DL100-GT-PRV-CNT (DL100-OP-SUB)
004410         ADD DL100-HIST-BASE-RES
004415             TO DL100-GT-PRV-TOT (DL100-OP-SUB)
004420     END-IF.
004430     IF DL100-IN-YTD
004440         ADD 1 TO DL100-GT-YTD-CNT (DL100-OP-SUB)
004450         ADD DL100-HIST-BASE-RES
004455             TO DL100-GT-YTD-TOT (DL100-OP-SUB)
004460     END-IF.
004470     IF DL100-HIST-DEPT = SPACES
004480         MOVE '*INTERAT' TO DL100-TALLY-DEPT
004490     ELSE
004500         MOVE DL100-HIST-DEPT TO DL100-TALLY-DEPT
004510     END-IF.
004520     PERFORM 2200-FIND-DEPT THRU 2200-EXIT.
004530     IF NOT DL100-SD-FOUND
004540         GO TO 2100-EXIT
004550     END-IF.
004560     IF DL100-IN-MTD
004570         ADD 1 TO DL100-SD-MTD-CNT (DL100-SD-IX, DL100-OP-SUB)
004580         ADD DL100-HIST-BASE-RES
004590             TO DL100-SD-MTD-TOT (DL100-SD-IX, DL100-OP-SUB)
004600     END-IF.
004610     IF DL100-IN-PRV
004620         ADD 1 TO DL100-SD-PRV-CNT (DL100-SD-IX, DL100-OP-SUB)
004630         ADD DL100-HIST-BASE-RES
004640             TO DL100-SD-PRV-TOT (DL100-SD-IX, DL100-OP-SUB)
004650     END-IF.
004660     IF DL100-IN-YTD
004670         ADD 1 TO DL100-SD-YTD-CNT (DL100-SD-IX, DL100-OP-SUB)
004680         ADD DL100-HIST-BASE-RES
004690             TO DL100-SD-YTD-TOT (DL100-SD-IX, DL100-OP-SUB)
004700     END-IF.
004710 2100-EXIT.
004720     EXIT.
004730*****************************************************************
004740* 2200-FIND-DEPT - POINT DL100-SD-IX AT THE ENTRY OF THE         *
004750*                  DEPARTMENT IN DL100-TALLY-DEPT, OPENING A NEW *
004760*                  ENTRY THE FIRST TIME A CODE NOT ON THE MASTER *
004770*                  APPEARS. WITH THE TABLE FULL THE DEPARTMENT IS*
004780*                  LEFT OUT (RC=4) AND ONLY THE ALL-DEPARTMENTS  *
004790*                  PAGE CARRIES ITS WORK.                        *
004800*****************************************************************
004810 2200-FIND-DEPT.
004820     MOVE 'N' TO DL100-SD-FND-SW.
004830     MOVE ZERO TO DL100-SD-SUB.
004840     IF DL100-SD-CNT > ZERO
004850         PERFORM 2210-CHECK-DEPT THRU 2210-EXIT
004860             VARYING DL100-SD-IX FROM 1 BY 1
004870             UNTIL DL100-SD-IX > DL100-SD-CNT
004880                OR DL100-SD-FOUND
004890     END-IF.
004900     IF DL100-SD-FOUND
004910         SET DL100-SD-IX TO DL100-SD-SUB
004920         GO TO 2200-EXIT
004930     END-IF.
004940     PERFORM 2250-ADD-DEPT THRU 2250-EXIT.
004950     IF DL100-SD-FULL
004960         GO TO 2200-EXIT
004970     END-IF.
004980     IF DL100-TALLY-DEPT = '*INTERAT'
004990         MOVE 'SESSOES INTERATIVAS' TO DL100-SD-NAME (DL100-SD-IX)
005000     ELSE
005010         MOVE '*** NAO CADASTRADO ***'
005020             TO DL100-SD-NAME (DL100-SD-IX)
005030     END-IF.
005040     MOVE 'S' TO DL100-SD-FND-SW.
005050 2200-EXIT.
005060     EXIT.
005070*****************************************************************
005080* 2210-CHECK-DEPT - COMPARE ONE ENTRY AGAINST THE DEPARTMENT     *
005090*                   BEING LOOKED UP.                             *
005100*****************************************************************
005110 2210-CHECK-DEPT.
005120     IF DL100-SD-DEPT (DL100-SD-IX) = DL100-TALLY-DEPT
005130         MOVE 'S' TO DL100-SD-FND-SW
005140         SET DL100-SD-SUB TO DL100-SD-IX
005150     END-IF.
005160 2210-EXIT.
005170     EXIT.
005180*****************************************************************
005190* 2250-ADD-DEPT - OPEN A ZEROED ENTRY FOR THE DEPARTMENT IN      *
005200*                 DL100-TALLY-DEPT AND POINT DL100-SD-IX AT IT.  *
005210*                 THE FIRST CODE THAT WILL NOT FIT IS REPORTED   *
005220*                 ONCE AND SETS RC=4.                            *
005230*****************************************************************
005240 2250-ADD-DEPT.
005250     IF DL100-SD-CNT = 60
005260         IF NOT DL100-SD-FULL
005270             DISPLAY 'DEPTSTMT - MAIS DE 60 DEPARTAMENTOS - '
005280                 'EXCEDENTE SO NO RESUMO GERAL'
005290             MOVE 4 TO RETURN-CODE
005300         END-IF
005310         MOVE 'S' TO DL100-SD-FULL-SW
005320         GO TO 2250-EXIT
005330     END-IF.
005340     ADD 1 TO DL100-SD-CNT.
005350     SET DL100-SD-IX TO DL100-SD-CNT.
005360     MOVE DL100-TALLY-DEPT TO DL100-SD-DEPT (DL100-SD-IX).
005370     MOVE SPACES           TO DL100-SD-NAME (DL100-SD-IX).
005380     MOVE 'A'              TO DL100-SD-ACTIVE (DL100-SD-IX).
005390     INITIALIZE DL100-SD-OPS (DL100-SD-IX).
005400 2250-EXIT.
005410     EXIT.
005420*****************************************************************
005430* 3000-PRINT-STMTS - ONE PAGE PER DEPARTMENT, THEN THE           *
005440*                    ALL-DEPARTMENTS PAGE, WHOSE FIGURES SHOULD  *
005450*                    TIE TO AUDRPT FOR THE SAME MONTH.           *
005460*****************************************************************
005470 3000-PRINT-STMTS.
005480     MOVE DL100-STM-MM   TO DL100-MONTH-ED-MM.
005490     MOVE DL100-STM-YYYY TO DL100-MONTH-ED-YYYY.
005500     MOVE DL100-MONTH-ED TO DL100-RPT-STM-MONTH.
005510     MOVE DL100-MONTH-ED TO DL100-RPT-YTD-MONTH.
005520     MOVE DL100-STM-YYYY TO DL100-RPT-YTD-YEAR.
005530     MOVE DL100-PRV-MM   TO DL100-MONTH-ED-MM.
005540     MOVE DL100-PRV-YYYY TO DL100-MONTH-ED-YYYY.
005550     MOVE DL100-MONTH-ED TO DL100-RPT-PRV-MONTH.
005560     IF DL100-SD-CNT > ZERO
005570         PERFORM 3100-PRINT-DEPT THRU 3100-EXIT
005580             VARYING DL100-SD-IX FROM 1 BY 1
005590             UNTIL DL100-SD-IX > DL100-SD-CNT
005600     END-IF.
005610     MOVE DL100-GT-OPS TO DL100-WK-OPS.
005620     PERFORM 3200-SUM-PAGE THRU 3200-EXIT.
005630     MOVE '*TODOS*' TO DL100-RPT-DEPT.
005640     MOVE 'RESUMO GERAL - TODOS OS DEPTOS' TO DL100-RPT-DEPT-NAME.
005650     PERFORM 3500-PRINT-PAGE THRU 3500-EXIT.
005660 3000-EXIT.
005670     EXIT.
005680*****************************************************************
005690* 3100-PRINT-DEPT - PRINT ONE DEPARTMENT'S STATEMENT. AN INACTIVE*
005700*                   DEPARTMENT IS SKIPPED UNLESS IT STILL HAS    *
005710*                   WORK IN THE YEAR OR THE PRIOR MONTH.         *
005720*****************************************************************
005730 3100-PRINT-DEPT.
005740     MOVE DL100-SD-OPS (DL100-SD-IX) TO DL100-WK-OPS.
005750     PERFORM 3200-SUM-PAGE THRU 3200-EXIT.
005760     IF DL100-SD-ACTIVE (DL100-SD-IX) NOT = 'A' AND
005770        DL100-WT-YTD-CNT = ZERO AND
005780        DL100-WT-PRV-CNT = ZERO
005790         GO TO 3100-EXIT
005800     END-IF.
005810     MOVE DL100-SD-DEPT (DL100-SD-IX) TO DL100-RPT-DEPT.
005820     MOVE DL100-SD-NAME (DL100-SD-IX) TO DL100-RPT-DEPT-NAME.
005830     PERFORM 3500-PRINT-PAGE THRU 3500-EXIT.
005840 3100-EXIT.
005850     EXIT.
005860*****************************************************************
005870* 3200-SUM-PAGE - TOTAL THE EIGHT OPERATIONS OF THE WORK COPY FOR*
005880*                 THE PAGE'S TOTAL LINES.                        *
005890*****************************************************************
005900 3200-SUM-PAGE.
005910     INITIALIZE DL100-WK-TOTALS.
005920     PERFORM 3250-SUM-ONE-OP THRU 3250-EXIT
005930         VARYING DL100-WK-IX FROM 1 BY 1
005940         UNTIL DL100-WK-IX > 8.
005950 3200-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 3250-SUM-ONE-OP - ADD ONE OPERATION INTO THE PAGE TOTALS.      *
005990*****************************************************************
006000 3250-SUM-ONE-OP.
006010     ADD DL100-WK-MTD-CNT (DL100-WK-IX) TO DL100-WT-MTD-CNT.
006020     ADD DL100-WK-MTD-TOT (DL100-WK-IX) TO DL100-WT-MTD-TOT.
006030     ADD DL100-WK-PRV-CNT (DL100-WK-IX) TO DL100-WT-PRV-CNT.
006040     ADD DL100-WK-PRV-TOT (DL100-WK-IX) TO DL100-WT-PRV-TOT.
006050     ADD DL100-WK-YTD-CNT (DL100-WK-IX) TO DL100-WT-YTD-CNT.
006060     ADD DL100-WK-YTD-TOT (DL100-WK-IX) TO DL100-WT-YTD-TOT.
006070 3250-EXIT.
006080     EXIT.
006090*****************************************************************
006100* 3500-PRINT-PAGE - PRINT ONE STATEMENT PAGE FROM THE WORK COPY: *
006110*                   HEADINGS ON A NEW PAGE, THE MONTH AGAINST THE*
006120*                   PRIOR MONTH BY OPERATION WITH ITS TOTAL, THEN*
006130*                   THE YEAR TO DATE BY OPERATION WITH ITS TOTAL.*
006140*****************************************************************
006150 3500-PRINT-PAGE.
006160     ADD 1 TO DL100-PAGE-COUNT.
006170     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1
006180         AFTER ADVANCING PAGE.
006190     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2
006200         AFTER ADVANCING 2 LINES.
006210     WRITE DL100-LIST-REC FROM DL100-RPT-HDR3
006220         AFTER ADVANCING 1 LINE.
006230     WRITE DL100-LIST-REC FROM DL100-RPT-MTD-CAPTION
006240         AFTER ADVANCING 2 LINES.
006250     WRITE DL100-LIST-REC FROM DL100-RPT-MTD-COLHDR
006260         AFTER ADVANCING 2 LINES.
006270     PERFORM 3600-PRINT-MTD-LINE THRU 3600-EXIT
006280         VARYING DL100-WK-IX FROM 1 BY 1
006290         UNTIL DL100-WK-IX > 8.
006300     MOVE 'TOT.'           TO DL100-RPT-MTD-LABEL.
006310     MOVE DL100-WT-MTD-CNT TO DL100-RPT-MTD-CNT.
006320     MOVE DL100-WT-MTD-TOT TO DL100-RPT-MTD-TOT.
006330     MOVE DL100-WT-PRV-CNT TO DL100-RPT-PRV-CNT.
006340     MOVE DL100-WT-PRV-TOT TO DL100-RPT-PRV-TOT.
006350     COMPUTE DL100-VAR-WORK = DL100-WT-MTD-TOT - DL100-WT-PRV-TOT.
006360     MOVE DL100-VAR-WORK   TO DL100-RPT-VAR-TOT.
006370     WRITE DL100-LIST-REC FROM DL100-RPT-MTD-LINE
006380         AFTER ADVANCING 2 LINES.
006390     WRITE DL100-LIST-REC FROM DL100-RPT-YTD-CAPTION
006400         AFTER ADVANCING 3 LINES.
006410     WRITE DL100-LIST-REC FROM DL100-RPT-YTD-COLHDR
006420         AFTER ADVANCING 2 LINES.
006430     PERFORM 3700-PRINT-YTD-LINE THRU 3700-EXIT
006440         VARYING DL100-WK-IX FROM 1 BY 1
006450         UNTIL DL100-WK-IX > 8.
006460     MOVE 'TOT.'           TO DL100-RPT-YTD-LABEL.
006470     MOVE DL100-WT-YTD-CNT TO DL100-RPT-YTD-CNT.
006480     MOVE DL100-WT-YTD-TOT TO DL100-RPT-YTD-TOT.
006490     WRITE DL100-LIST-REC FROM DL100-RPT-YTD-LINE
006500         AFTER ADVANCING 2 LINES.
006510 3500-EXIT.
006520     EXIT.
006530*****************************************************************
006540* 3600-PRINT-MTD-LINE - ONE OPERATION'S MONTH LINE: COUNT AND    *
006550*                       TOTAL THIS MONTH AND LAST, AND THE CHANGE*
006560*                       IN THE TOTAL.                            *
006570*****************************************************************
006580 3600-PRINT-MTD-LINE.
006590     SET DL100-OP-IX TO DL100-WK-IX.
006600     MOVE SPACES TO DL100-RPT-MTD-LABEL.
006610     MOVE DL100-OP-CODE (DL100-OP-IX) TO DL100-RPT-MTD-LABEL.
006620     MOVE DL100-WK-MTD-CNT (DL100-WK-IX) TO DL100-RPT-MTD-CNT.
006630     MOVE DL100-WK-MTD-TOT (DL100-WK-IX) TO DL100-RPT-MTD-TOT.
006640     MOVE DL100-WK-PRV-CNT (DL100-WK-IX) TO DL100-RPT-PRV-CNT.
006650     MOVE DL100-WK-PRV-TOT (DL100-WK-IX) TO DL100-RPT-PRV-TOT.
006660     COMPUTE DL100-VAR-WORK = DL100-WK-MTD-TOT (DL100-WK-IX)
006670                            - DL100-WK-PRV-TOT (DL100-WK-IX).
006680     MOVE DL100-VAR-WORK TO DL100-RPT-VAR-TOT.
006690     WRITE DL100-LIST-REC FROM DL100-RPT-MTD-LINE
006700         AFTER ADVANCING 1 LINE.
006710 3600-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 3700-PRINT-YTD-LINE - ONE OPERATION'S YEAR-TO-DATE LINE.       *
006750*****************************************************************
006760 3700-PRINT-YTD-LINE.
006770     SET DL100-OP-IX TO DL100-WK-IX.
006780     MOVE SPACES TO DL100-RPT-YTD-LABEL.
006790     MOVE DL100-OP-CODE (DL100-OP-IX) TO DL100-RPT-YTD-LABEL.
006800     MOVE DL100-WK-YTD-CNT (DL100-WK-IX) TO DL100-RPT-YTD-CNT.
006810     MOVE DL100-WK-YTD-TOT (DL100-WK-IX) TO DL100-RPT-YTD-TOT.
006820     WRITE DL100-LIST-REC FROM DL100-RPT-YTD-LINE
006830         AFTER ADVANCING 1 LINE.
006840 3700-EXIT.
006850     EXIT.
006860*****************************************************************
006870* 4000-TERMINATE - REPORT THE COUNTS AND CLOSE THE FILES.        *
006880*****************************************************************
006890 4000-TERMINATE.
006900     MOVE DL100-READ-COUNT TO DL100-CNT-DISP.
006910     DISPLAY 'DEPTSTMT - REGISTROS DO HISTORICO: ' DL100-CNT-DISP.
006920     MOVE DL100-PAGE-COUNT TO DL100-CNT-DISP.
006930     DISPLAY 'DEPTSTMT - DEMONSTRATIVOS:         ' DL100-CNT-DISP.
006940     CLOSE DL100-HIST-FILE
006950           DL100-LIST-FILE.
006960 4000-EXIT.
006970     EXIT.
006980*****************************************************************
006990* 8000-READ-HIST - READ THE NEXT HISTORY RECORD IN KEY ORDER OR  *
007000*                  FLAG END OF FILE.                             *
007010*****************************************************************
007020 8000-READ-HIST.
007030     READ DL100-HIST-FILE NEXT RECORD
007040         AT END
007050             MOVE 'S' TO DL100-EOF-SW
007060     END-READ.
007070 8000-EXIT.
007080     EXIT.
