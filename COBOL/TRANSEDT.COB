000900*                  SET, SO THE WEEKLY OPSRPT REPORT CAN SHOW   *
000910*                  VOLUMES, ELAPSED TIMES AND REJECT RATES BY  *
000920*                  DEPARTMENT AFTER THE SYSOUT IS LONG PURGED. *
000921* 10/15/2026 DPS   THE HEADER DEPARTMENT IS NOW CHECKED AGAINST *
000922*                  THE DEPARTMENT MASTER (DEPTMST, DL100DP),    *
000923*                  LOADED AT START OF STEP. A SET WHOSE HEADER  *
000924*                  NAMES A DEPARTMENT NOT ON FILE, OR ONE THAT  *
000925*                  IS INACTIVE, IS REJECTED WHOLE: EVERY DETAIL *
000926*                  GOES TO TRANSREJ UNDER REASON 10, NOTHING OF *
000927*                  THE SET REACHES TRANSVAL, AND THE LISTING    *
000928*                  SAYS WHY. A MISKEYED CODE NO LONGER BECOMES  *
000929*                  A NEW DEPARTMENT ON THE REPORTS. THE ORIGIN  *
000930*                  LINE NOW PRINTS THE DEPARTMENT NAME. A       *
000931*                  MASTER THAT CANNOT BE LOADED FAILS THE STEP. *
000932* 10/15/2026 DPS   THE RUN DATE ON THE LISTING, THE REJECT      *
000933*                  RECORDS AND THE RUN STATISTICS IS NOW THE    *
000934*                  BUSINESS DATE FROM THE CONTROL RECORD SET BY *
000935*                  THE DATEROLL STEP (BUSDATE, DL100BD), NOT    *
000936*                  THE CLOCK. WITHOUT THE RECORD NOTHING IS     *
000937*                  EDITED AND THE STEP ENDS RC=8.               *
000938* 10/15/2026 DPS   ACCEPTS THE NEW REVERSAL TRANSACTION (OPCAO  *
000939*                  'E', DL100TX), WHICH NAMES A CALCULATION     *
000940*                  COMMITTED ON AN EARLIER NIGHT BY ITS         *
000941*                  CALCULATION HISTORY KEY. THE ORIGINAL IS     *
000942*                  READ FROM THE HISTORY KSDS (CALCHIST,        *
000943*                  DL100HS) AND THE REVERSAL IS REJECTED WHEN   *
000944*                  THE ORIGINAL IS NOT THERE (REASON 11), WAS   *
000945*                  ALREADY REVERSED - ON THE HISTORY OR BY AN   *
000946*                  EARLIER REVERSAL IN THIS SAME RUN - OR IS    *
000947*                  ITSELF A REVERSAL (12), OR BELONGS TO A      *
000948*                  DEPARTMENT OTHER THAN THE ONE ON THE SET'S   *
000949*                  HEADER (13). A HISTORY THAT CANNOT BE OPENED *
000950*                  REJECTS EVERY REVERSAL UNDER REASON 11 AND   *
000951*                  LEAVES THE REST OF THE EDIT ALONE.           *
000952* 10/15/2026 DPS   ACCEPTS THE TRANSACTION CURRENCY             *
000953*                  (DL100-CURR, DL100TX) FOR THE DEPARTMENTS    *
000954*                  THAT WORK IN FOREIGN CURRENCY. THE NIGHT'S   *
000955*                  EXCHANGE RATES (RATETAB, DL100FX, LOADED BY  *
000956*                  THE RATELOAD STEP) ARE HELD IN A TABLE, AND  *
000957*                  A DETAIL IN ANY CURRENCY OTHER THAN REAIS    *
000958*                  WITH NO RATE FOR THE BUSINESS DATE IS        *
000959*                  REJECTED UNDER THE NEW REASON 14. A REVERSAL *
000960*                  TAKES ITS ORIGINAL'S CURRENCY, SO ITS OWN    *
000961*                  CODE IS NOT EDITED. A RATE TABLE THAT CANNOT *
000962*                  BE OPENED REJECTS EVERY FOREIGN-CURRENCY     *
000963*                  DETAIL AND LEAVES THE REST OF THE EDIT       *
000964*                  ALONE. THE REFERENCE LINE ON THE LISTING     *
000965*                  SHOWS THE CURRENCY. DETAILS GREW FROM 47 TO  *
000966*                  50 BYTES, THE REJECT RECORD FROM 75 TO 78.   *
000967* 10/15/2026 DPS   EVERY TRANSMISSION SET IS NOW CHECKED        *
000968*                  AGAINST THE TRANSMISSION REGISTER (REGMST,   *
000969*                  DL100RG), A KSDS OF THE SETS ALREADY         *
000970*                  ACCEPTED AND CALCULATED, KEYED BY            *
000971*                  DEPARTMENT, HEADER DATE, TRAILER DETAIL      *
000972*                  COUNT AND HASH TOTALS. A FIRST PASS OVER     *
000973*                  TRANSIN COLLECTS EACH SET'S KEY BEFORE THE   *
000974*                  EDIT PROPER, SO A SET FOUND ON THE REGISTER, *
000975*                  OR REPEATED EARLIER IN THE SAME FILE, IS     *
000976*                  REJECTED WHOLE AS A SUSPECTED DUPLICATE:     *
000977*                  EVERY DETAIL GOES TO TRANSREJ UNDER THE NEW  *
000978*                  REASON 15 AND THE LISTING SAYS WHEN OR WHERE *
000979*                  THE SAME SET WAS SEEN. EACH SET ACCEPTED,    *
000980*                  BALANCED AND WITH WORK VALIDATED IS WRITTEN  *
000981*                  TO REGNEW; THE REGISTER ITSELF IS ONLY       *
000982*                  UPDATED BY REGLOAD AFTER CALCSTEP ENDS WELL, *
000983*                  SO A RESTART AT CALCSTEP IS NOT TAKEN FOR A  *
000984*                  DUPLICATE. A REGISTER NOT YET LOADED LEAVES  *
000985*                  ONLY THE CHECK WITHIN THE FILE; ONE THAT     *
000986*                  CANNOT BE READ FAILS THE STEP.               *
000987*****************************************************************
000989 ENVIRONMENT DIVISION.
000991 INPUT-OUTPUT SECTION.
000993 FILE-CONTROL.
000994     SELECT DL100-TRANS-FILE  ASSIGN TO TRANSIN
000996         ORGANIZATION IS SEQUENTIAL.
000998     SELECT DL100-VALID-FILE  ASSIGN TO TRANSVAL
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS  IS DL100-VALID-STATUS.
001020     SELECT DL100-REJECT-FILE ASSIGN TO TRANSREJ
001080     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS  IS DL100-STAT-STATUS.
001102     SELECT DL100-DEPT-FILE   ASSIGN TO DEPTMST
001104         ORGANIZATION IS SEQUENTIAL
001106         FILE STATUS  IS DL100-DEPT-STATUS.
001107     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
001108         ORGANIZATION IS SEQUENTIAL
001109         FILE STATUS  IS DL100-BD-STATUS.
001110     SELECT DL100-HIST-FILE   ASSIGN TO CALCHIST
001111         ORGANIZATION IS INDEXED
001112         ACCESS MODE  IS RANDOM
001113         RECORD KEY   IS DL100-HIST-KEY
001114         FILE STATUS  IS DL100-HIST-STATUS.
001115     SELECT DL100-RATE-FILE   ASSIGN TO RATETAB
001116         ORGANIZATION IS SEQUENTIAL
001117         FILE STATUS  IS DL100-RATE-STATUS.
001118     SELECT DL100-REG-FILE    ASSIGN TO REGMST
001119         ORGANIZATION IS INDEXED
001120         ACCESS MODE  IS RANDOM
001121         RECORD KEY   IS DL100-REGMST-KEY
001122         FILE STATUS  IS DL100-REG-STATUS.
001123     SELECT DL100-REGNEW-FILE ASSIGN TO REGNEW
001124         ORGANIZATION IS SEQUENTIAL
001125         FILE STATUS  IS DL100-REGNEW-STATUS.
001126 DATA DIVISION.
001128 FILE SECTION.
001130 FD  DL100-TRANS-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001170 FD  DL100-VALID-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORDING MODE IS F.
001200 01  DL100-VALID-REC              PIC X(50).
001210 FD  DL100-REJECT-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORDING MODE IS F.
001240 01  DL100-REJECT-REC.
001250     05  DL100-REJ-DATA           PIC X(50).
001260     05  FILLER                   PIC X(01).
001270     05  DL100-REJ-REASON         PIC X(02).
001280     05  FILLER                   PIC X(01).
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410 COPY DL100RS.
001412 FD  DL100-DEPT-FILE
001414     LABEL RECORDS ARE STANDARD
001416     RECORDING MODE IS F.
001418 COPY DL100DP.
001419 FD  DL100-BD-FILE
001420     LABEL RECORDS ARE STANDARD
001421     RECORDING MODE IS F.
001422 COPY DL100BD.
001423 FD  DL100-HIST-FILE.
001424 COPY DL100HS.
001425 FD  DL100-RATE-FILE
001426     LABEL RECORDS ARE STANDARD
001427     RECORDING MODE IS F.
001428 COPY DL100FX.
001429 FD  DL100-REG-FILE.
001430 01  DL100-REGMST-REC.
001431     05  DL100-REGMST-KEY         PIC X(52).
001432     05  FILLER                   PIC X(28).
001433 FD  DL100-REGNEW-FILE
001434     LABEL RECORDS ARE STANDARD
001435     RECORDING MODE IS F.
001436 01  DL100-REGNEW-REC             PIC X(80).
001437 WORKING-STORAGE SECTION.
001438 01  DL100-RPT-HDR1.
001440     05  FILLER                   PIC X(20) VALUE SPACES.
001450     05  FILLER                   PIC X(42)
001460             VALUE "TRANSEDT - CRITICA DO ARQUIVO DE TRANSACAO".
001700     05  DL100-RPT-REF-DEPT       PIC X(08).
001710     05  FILLER                   PIC X(05) VALUE " SEQ ".
001720     05  DL100-RPT-REF-SEQ        PIC 9(06).
001723     05  DL100-RPT-REF-CURR-CAP   PIC X(08).
001726     05  DL100-RPT-REF-CURR       PIC X(03).
001730     05  FILLER                   PIC X(27) VALUE SPACES.
001740 01  DL100-RPT-CNT-LINE.
001750     05  DL100-RPT-CNT-CAPTION    PIC X(26).
001760     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001810     05  DL100-RPT-ORIG-DEPT      PIC X(08).
001820     05  FILLER                   PIC X(12) VALUE "  GERADO EM ".
001830     05  DL100-RPT-ORIG-DATE      PIC X(10).
001832     05  FILLER                   PIC X(01) VALUE SPACES.
001834     05  DL100-RPT-ORIG-NAME      PIC X(30).
001836 01  DL100-RPT-SETREJ-LINE.
001838     05  FILLER                   PIC X(25)
001840             VALUE "CONJUNTO DO DEPARTAMENTO ".
001842     05  DL100-RPT-SETREJ-DEPT    PIC X(08).
001844     05  FILLER                   PIC X(13)
001846             VALUE " REJEITADO - ".
001848     05  DL100-RPT-SETREJ-WHY     PIC X(38).
001849 01  DL100-RPT-DUP-LINE.
001850     05  FILLER                   PIC X(02) VALUE SPACES.
001851     05  DL100-RPT-DUP-CAPTION    PIC X(46).
001852     05  DL100-RPT-DUP-VALUE      PIC X(10).
001853     05  FILLER                   PIC X(26) VALUE SPACES.
001856 01  DL100-RPT-CTL-COUNT.
001860     05  FILLER                   PIC X(26)
001870             VALUE "CONTROLE DE QUANTIDADE:   ".
001880     05  DL100-RPT-CTL-READ       PIC ZZZ,ZZ9.
002200*   01 - SEQUENCE NUMBER MISSING OR NOT NUMERIC                  *
002210*   02 - SEQUENCE DUPLICATED OR OUT OF ORDER                     *
002220*   03 - GAP IN THE SEQUENCE NUMBERS                             *
002230*   04 - OPCAO NOT ONE OF + - * / % A D E                        *
002240*   05 - NUM1 MISSING OR NOT NUMERIC                             *
002250*   06 - NUM2 MISSING OR NOT NUMERIC                             *
002260*   07 - ZERO DIVISOR ON A DIVIDE TRANSACTION                    *
002270*   08 - RECORD OUT OF POSITION (DETAIL OR TRAILER OUTSIDE ANY   *
002280*        OPEN HEADER/TRAILER SET)                                *
002290*   09 - CORRECTION REFERENCE PRESENT BUT NOT NUMERIC            *
002293*   10 - HEADER DEPARTMENT NOT ON THE DEPARTMENT MASTER, OR      *
002296*        INACTIVE - EVERY DETAIL OF THE SET IS REJECTED          *
002297*   11 - REVERSAL WHOSE ORIGINAL IS NOT ON THE CALCULATION       *
002298*        HISTORY (REFERENCE BLANK, NOT NUMERIC OR NOT FOUND)     *
002299*   12 - REVERSAL OF AN ORIGINAL ALREADY REVERSED, OR OF A       *
002300*        REVERSAL                                                *
002301*   13 - REVERSAL OF ANOTHER DEPARTMENT'S CALCULATION            *
002302*   14 - CURRENCY OTHER THAN REAIS WITH NO EXCHANGE RATE FOR THE *
002303*        BUSINESS DATE ON THE RATE TABLE                         *
002304*   15 - SUSPECTED DUPLICATE TRANSMISSION - THE DEPARTMENT,      *
002305*        HEADER DATE, DETAIL COUNT AND HASH TOTALS OF THE SET    *
002306*        MATCH A SET ALREADY ON THE TRANSMISSION REGISTER OR ONE *
002307*        EARLIER IN THE SAME TRANSIN - EVERY DETAIL OF THE SET   *
002308*        IS REJECTED                                             *
002309*****************************************************************
002310 01  DL100-REASON-CODE            PIC X(02).
002320 01  DL100-REASON-TEXT            PIC X(33).
002330 01  DL100-WORK-FIELDS.
002510     05  DL100-RUN-REJSEQ         PIC 9(06)       VALUE ZERO.
002520     05  DL100-HASH-SUB           PIC S9(04) COMP VALUE ZERO.
002530     05  DL100-CMP-RAW            PIC S9(12)V9(02) VALUE ZERO.
002531     05  DL100-CMP-EXP            PIC S9(12)V9(02) VALUE ZERO.
002533     05  DL100-SAVE-DEPT-NAME     PIC X(30)       VALUE SPACES.
002534     05  DL100-SAVE-DEPT-ACT      PIC X(01)       VALUE SPACE.
002536     05  DL100-SAVE-OPER          PIC X(08)       VALUE SPACES.
002538     05  DL100-DUP-SET-COUNT      PIC S9(04) COMP VALUE ZERO.
002539     05  DL100-REGNEW-COUNT       PIC S9(04) COMP VALUE ZERO.
002541     05  DL100-DUP-SETNO-ED       PIC ZZZ9.
002543*****************************************************************
002544* THE DEPARTMENT MASTER IS LOADED HERE AT START OF STEP AND EACH *
002545* HEADER IS LOOKED UP WITH A SIMPLE SCAN - THE FILE IS SMALL.    *
002546*****************************************************************
002547 01  DL100-DEPT-TABLE.
002548     05  DL100-DEPT-COUNT         PIC S9(04) COMP VALUE ZERO.
002549     05  DL100-DEPT-ENTRY OCCURS 50 TIMES
002550                          INDEXED BY DL100-DEPT-IX.
002551         10  DL100-DTBL-CODE      PIC X(08).
002552         10  DL100-DTBL-NAME      PIC X(30).
002553         10  DL100-DTBL-ACTIVE    PIC X(01).
002554*****************************************************************
002555* THE ORIGINALS NAMED BY THE REVERSALS ALREADY VALIDATED IN THIS *
002556* RUN. THE HISTORY ONLY LEARNS OF A REVERSAL WHEN AUDLOAD RUNS   *
002557* AFTER CALCSTEP, SO A SECOND REVERSAL OF THE SAME ORIGINAL IN   *
002558* ONE NIGHT IS CAUGHT HERE.                                      *
002559*****************************************************************
002560 01  DL100-REV-TABLE.
002561     05  DL100-REV-CNT            PIC S9(04) COMP VALUE ZERO.
002562     05  DL100-REV-ENTRY OCCURS 500 TIMES
002563                         INDEXED BY DL100-REV-IX.
002564         10  DL100-RTBL-KEY       PIC X(14).
002565*****************************************************************
002566* THE NIGHT'S EXCHANGE RATES - ONLY THE CURRENCIES TRADED, SO A  *
002567* SIMPLE SCAN WILL DO. A RATE TABLE LARGER THAN THE TABLE HERE   *
002568* LEAVES THE EXCESS CURRENCIES WITHOUT A RATE, AND THEIR WORK IS *
002569* REJECTED RATHER THAN LET THROUGH UNCHECKED.                    *
002570*****************************************************************
002571 01  DL100-FX-TABLE.
002572     05  DL100-FX-CNT             PIC S9(04) COMP VALUE ZERO.
002573     05  DL100-FX-ENTRY OCCURS 50 TIMES
002574                        INDEXED BY DL100-FX-IX.
002575         10  DL100-FTBL-CURR      PIC X(03).
002576*****************************************************************
002577* THE SETS ON THE NIGHT'S TRANSIN AS FOUND BY A FIRST PASS       *
002578* AHEAD OF THE EDIT. A SET IS ONLY KNOWN TO BE A DUPLICATE ONCE  *
002579* ITS TRAILER IS READ, BY WHICH TIME ITS DETAILS WOULD ALREADY BE*
002580* ON THE VALIDATED FILE, SO EACH SET'S REGISTER KEY IS COLLECTED *
002581* AND CHECKED HERE FIRST. ENTRY N IS THE NTH HEADER ON THE FILE, *
002582* AS DL100-SET-COUNT NUMBERS THEM IN THE EDIT. STATE 'X' IS A    *
002583* SET WHOSE HEADER OR TRAILER IS UNUSABLE - THE EDIT FAILS IT.   *
002584*****************************************************************
002585 01  DL100-PSET-TABLE.
002586     05  DL100-PSET-CNT           PIC S9(04) COMP VALUE ZERO.
002587     05  DL100-PSET-ENTRY OCCURS 500 TIMES
002588                          INDEXED BY DL100-PSET-IX DL100-PSET-IX2.
002589         10  DL100-PSET-KEY.
002590             15  DL100-PSET-DEPT  PIC X(08).
002591             15  DL100-PSET-DATE  PIC 9(08).
002592             15  DL100-PSET-COUNT PIC 9(06).
002593             15  DL100-PSET-HASH1 PIC S9(12)V9(02)
002594                                  SIGN TRAILING SEPARATE.
002595             15  DL100-PSET-HASH2 PIC S9(12)V9(02)
002596                                  SIGN TRAILING SEPARATE.
002597         10  DL100-PSET-STATE     PIC X(01).
002598             88  DL100-PSET-OPEN              VALUE 'O'.
002599             88  DL100-PSET-CLOSED            VALUE 'C'.
002600             88  DL100-PSET-BAD               VALUE 'X'.
002601         10  DL100-PSET-DUP       PIC X(01).
002602             88  DL100-PSET-IS-DUP            VALUE 'S'.
002603         10  DL100-PSET-PRIOR-DATE PIC 9(08).
002604         10  DL100-PSET-PRIOR-SET PIC 9(04).
002605 COPY DL100RG.
002606 01  DL100-DEPT-STATUS            PIC X(02).
002607 01  DL100-VALID-STATUS           PIC X(02).
002608 01  DL100-REJECT-STATUS          PIC X(02).
002609 01  DL100-LIST-STATUS            PIC X(02).
002610 01  DL100-STAT-STATUS            PIC X(02).
002611 01  DL100-BD-STATUS              PIC X(02).
002612 01  DL100-HIST-STATUS            PIC X(02).
002613 01  DL100-RATE-STATUS            PIC X(02).
002614 01  DL100-REG-STATUS             PIC X(02).
002615 01  DL100-REGNEW-STATUS          PIC X(02).
002616 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
002617 01  DL100-SWITCHES.
002618     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
002620         88  DL100-EOF                        VALUE 'S'.
002630     05  DL100-FIRST-SW           PIC X(01)   VALUE 'S'.
002640         88  DL100-FIRST-REC                  VALUE 'S'.
002660         88  DL100-SET-OPEN                   VALUE 'S'.
002670     05  DL100-FILE-ERR-SW        PIC X(01)   VALUE 'N'.
002680         88  DL100-FILE-ERR                   VALUE 'S'.
002683     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
002686         88  DL100-INIT-ERR                   VALUE 'S'.
002690     05  DL100-HASH-UNVER-SW      PIC X(01)   VALUE 'N'.
002700         88  DL100-HASH-UNVER                 VALUE 'S'.
002701     05  DL100-DEPT-EOF-SW        PIC X(01)   VALUE 'N'.
002702         88  DL100-DEPT-EOF                   VALUE 'S'.
002703     05  DL100-DEPT-FOUND-SW      PIC X(01)   VALUE 'N'.
002704         88  DL100-DEPT-FOUND                 VALUE 'S'.
002705     05  DL100-SET-REJ-SW         PIC X(01)   VALUE 'N'.
002706         88  DL100-SET-REJECTED               VALUE 'S'.
002707     05  DL100-HIST-OPEN-SW       PIC X(01)   VALUE 'N'.
002708         88  DL100-HIST-OPEN                  VALUE 'S'.
002709     05  DL100-REV-FOUND-SW       PIC X(01)   VALUE 'N'.
002710         88  DL100-REV-FOUND                  VALUE 'S'.
002711     05  DL100-RATE-EOF-SW        PIC X(01)   VALUE 'N'.
002712         88  DL100-RATE-EOF                   VALUE 'S'.
002713     05  DL100-FX-FOUND-SW        PIC X(01)   VALUE 'N'.
002714         88  DL100-FX-FOUND                   VALUE 'S'.
002715     05  DL100-REG-OPEN-SW        PIC X(01)   VALUE 'N'.
002716         88  DL100-REG-OPEN                   VALUE 'S'.
002717     05  DL100-SET-DUP-SW         PIC X(01)   VALUE 'N'.
002718         88  DL100-SET-DUP                    VALUE 'S'.
002719     05  DL100-SET-UNBAL-SW       PIC X(01)   VALUE 'N'.
002720         88  DL100-SET-UNBAL                  VALUE 'S'.
002723 PROCEDURE DIVISION.
002726 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002740     PERFORM 2000-EDIT-REC       THRU 2000-EXIT
002750         UNTIL DL100-EOF.
002760     PERFORM 3000-TERMINATE      THRU 3000-EXIT.
002770     GOBACK.
002780*****************************************************************
002790* 1000-INITIALIZE - OPEN THE FILES, WRITE THE LISTING HEADINGS,  *
002796*                   LOAD THE DEPARTMENT MASTER, OPEN THE         *
002802*                   CALCULATION HISTORY FOR THE REVERSAL EDITS,  *
002806*                   LOAD THE NIGHT'S EXCHANGE RATES, OPEN THE    *
002807*                   TRANSMISSION REGISTER, PRESCAN THE FILE FOR  *
002808*                   DUPLICATE SETS AND PRIME THE TRANSACTION     *
002809*                   READ.                                        *
002810*****************************************************************
002820 1000-INITIALIZE.
002830     ACCEPT DL100-STAT-START0 FROM TIME.
002840     OPEN INPUT  DL100-TRANS-FILE.
002850     OPEN OUTPUT DL100-VALID-FILE
002860                 DL100-REJECT-FILE
002870                 DL100-LIST-FILE
002875                 DL100-REGNEW-FILE.
002880     OPEN EXTEND DL100-STAT-FILE.
002890     IF DL100-STAT-STATUS = '35'
002900         OPEN OUTPUT DL100-STAT-FILE
002910     END-IF.
002920     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
002930     MOVE DL100-RUN-DATE (5:2) TO DL100-RUN-DATE-MM.
002940     MOVE DL100-RUN-DATE (7:2) TO DL100-RUN-DATE-DD.
002950     MOVE DL100-RUN-DATE (1:4) TO DL100-RUN-DATE-YYYY.
002960     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
002970     MOVE DL100-RUN-DATE-ED TO DL100-RPT-RUNDATE.
002971     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
002972     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
002973     WRITE DL100-LIST-REC FROM DL100-RPT-COLHDR.
002974     PERFORM 1100-LOAD-DEPTS THRU 1100-EXIT.
002975     PERFORM 1200-OPEN-HIST  THRU 1200-EXIT.
002976     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
002977     PERFORM 1400-OPEN-REG   THRU 1400-EXIT.
002978     PERFORM 1500-PRESCAN    THRU 1500-EXIT.
002979     IF NOT DL100-INIT-ERR
002980         PERFORM 8000-READ-TRANS THRU 8000-EXIT
002981     END-IF.
002982 1000-EXIT.
002983     EXIT.
002984*****************************************************************
002985* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
002986*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
002987*                     NOTHING IS EDITED AND THE STEP ENDS RC=8,  *
002988*                     SO CALCSTEP DOES NOT RUN - THE CLOCK DATE  *
002989*                     THEN ONLY HEADS THE LISTING AND STAMPS THE *
002990*                     RUN-STATISTICS RECORD.                     *
002991*****************************************************************
002992 1050-GET-BUS-DATE.
002993     OPEN INPUT DL100-BD-FILE.
002994     IF DL100-BD-STATUS NOT = '00'
002995         DISPLAY 'TRANSEDT - REGISTRO DE DATA DO NEGOCIO '
002996             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
002997         GO TO 1050-ERROR
002998     END-IF.
002999     READ DL100-BD-FILE
003000         AT END
003001             MOVE SPACES TO DL100-BD-REC
003002     END-READ.
003003     IF DL100-BD-DATE NUMERIC AND
003004        DL100-BD-DATE NOT = ZERO
003005         MOVE DL100-BD-DATE TO DL100-RUN-DATE
003006     ELSE
003007         DISPLAY 'TRANSEDT - REGISTRO DE DATA DO NEGOCIO '
003008             'VAZIO OU INVALIDO'
003009         MOVE 'S' TO DL100-FILE-ERR-SW
003010     END-IF.
003011     CLOSE DL100-BD-FILE.
003012     IF NOT DL100-FILE-ERR
003013         GO TO 1050-EXIT
003014     END-IF.
003015 1050-ERROR.
003016     ACCEPT DL100-RUN-DATE FROM DATE YYYYMMDD.
003017     MOVE 'S' TO DL100-FILE-ERR-SW.
003018     MOVE 'S' TO DL100-EOF-SW.
003019 1050-EXIT.
003020     EXIT.
003022*****************************************************************
003023* 1100-LOAD-DEPTS - LOAD THE DEPARTMENT MASTER INTO THE TABLE.   *
003024*                   A MASTER THAT CANNOT BE OPENED, OR ONE       *
003025*                   LARGER THAN THE TABLE, FAILS THE STEP - NO   *
003026*                   HEADER COULD BE TRUSTED WITHOUT IT.          *
003027*****************************************************************
003028 1100-LOAD-DEPTS.
003029     OPEN INPUT DL100-DEPT-FILE.
003030     IF DL100-DEPT-STATUS NOT = '00'
003031         DISPLAY 'TRANSEDT - CADASTRO DE DEPARTAMENTOS '
003032             'INDISPONIVEL (STATUS ' DL100-DEPT-STATUS ')'
003033         MOVE 'S' TO DL100-FILE-ERR-SW
003034         GO TO 1100-EXIT
003035     END-IF.
003036     PERFORM 1150-LOAD-ONE-DEPT THRU 1150-EXIT
003037         UNTIL DL100-DEPT-EOF.
003038     CLOSE DL100-DEPT-FILE.
003039 1100-EXIT.
003040     EXIT.
003041*****************************************************************
003042* 1150-LOAD-ONE-DEPT - READ ONE DEPARTMENT INTO THE NEXT TABLE   *
003043*                      ENTRY.                                    *
003044*****************************************************************
003045 1150-LOAD-ONE-DEPT.
003046     READ DL100-DEPT-FILE
003047         AT END
003048             MOVE 'S' TO DL100-DEPT-EOF-SW
003049             GO TO 1150-EXIT
003050     END-READ.
003051     IF DL100-DEPT-COUNT = 50
003052         DISPLAY 'TRANSEDT - MAIS DE 50 DEPARTAMENTOS NO CADASTRO'
003053         MOVE 'S' TO DL100-FILE-ERR-SW
003054         MOVE 'S' TO DL100-DEPT-EOF-SW
003055         GO TO 1150-EXIT
003056     END-IF.
003057     ADD 1 TO DL100-DEPT-COUNT.
003058     SET DL100-DEPT-IX TO DL100-DEPT-COUNT.
003059     MOVE DL100-DEPT-CODE   TO DL100-DTBL-CODE   (DL100-DEPT-IX).
003060     MOVE DL100-DEPT-NAME   TO DL100-DTBL-NAME   (DL100-DEPT-IX).
003061     MOVE DL100-DEPT-ACTIVE TO DL100-DTBL-ACTIVE (DL100-DEPT-IX).
003062 1150-EXIT.
003072     EXIT.
003073*****************************************************************
003074* 1200-OPEN-HIST - OPEN THE CALCULATION HISTORY KSDS THAT THE    *
003075*                  REVERSAL EDITS READ BY KEY. A HISTORY THAT    *
003076*                  CANNOT BE OPENED DOES NOT STOP THE EDIT -     *
003077*                  ONLY THE REVERSALS DEPEND ON IT, AND EACH ONE *
003078*                  IS REJECTED UNDER REASON 11 SO THE DEPARTMENT *
003079*                  SENDS IT AGAIN.                               *
003080*****************************************************************
003081 1200-OPEN-HIST.
003082     OPEN INPUT DL100-HIST-FILE.
003083     IF DL100-HIST-STATUS = '00'
003084         MOVE 'S' TO DL100-HIST-OPEN-SW
003085     ELSE
003086         DISPLAY 'TRANSEDT - HISTORICO DE CALCULOS INDISPONIVEL '
003087             '(STATUS ' DL100-HIST-STATUS ') - ESTORNOS SERAO '
003088             'REJEITADOS'
003089     END-IF.
003090 1200-EXIT.
003091     EXIT.
003092*****************************************************************
003093* 1300-LOAD-RATES - LOAD THE EXCHANGE RATES FOR THE BUSINESS     *
003094*                   DATE FROM THE RATE TABLE THE RATELOAD STEP   *
003095*                   WROTE. LIKE THE HISTORY, A RATE TABLE THAT   *
003096*                   CANNOT BE OPENED DOES NOT STOP THE EDIT -    *
003097*                   ONLY THE FOREIGN-CURRENCY WORK DEPENDS ON    *
003098*                   IT, AND EACH DETAIL IS REJECTED UNDER REASON *
003099*                   14 SO THE DEPARTMENT SENDS IT AGAIN.         *
003100*****************************************************************
003101 1300-LOAD-RATES.
003102     OPEN INPUT DL100-RATE-FILE.
003103     IF DL100-RATE-STATUS NOT = '00'
003104         DISPLAY 'TRANSEDT - TABELA DE COTACOES INDISPONIVEL '
003105             '(STATUS ' DL100-RATE-STATUS ') - MOEDA ESTRANGEIRA '
003106             'SERA REJEITADA'
003107         GO TO 1300-EXIT
003108     END-IF.
003109     PERFORM 1350-LOAD-ONE-RATE THRU 1350-EXIT
003110         UNTIL DL100-RATE-EOF.
003111     CLOSE DL100-RATE-FILE.
003112 1300-EXIT.
003113     EXIT.
003114*****************************************************************
003115* 1350-LOAD-ONE-RATE - READ ONE RATE RECORD AND KEEP ITS         *
003116*                      CURRENCY WHEN THE RATE IS FOR THE         *
003117*                      BUSINESS DATE.                            *
003118*****************************************************************
003119 1350-LOAD-ONE-RATE.
003120     READ DL100-RATE-FILE
003121         AT END
003122             MOVE 'S' TO DL100-RATE-EOF-SW
003123             GO TO 1350-EXIT
003124     END-READ.
003125     IF DL100-FX-DATE NOT NUMERIC OR
003126        DL100-FX-DATE-N NOT = DL100-RUN-DATE OR
003127        DL100-FX-RATE NOT NUMERIC OR
003128        DL100-FX-RATE-N = ZERO
003129         GO TO 1350-EXIT
003130     END-IF.
003131     IF DL100-FX-CNT = 50
003132         DISPLAY 'TRANSEDT - MAIS DE 50 MOEDAS NA TABELA DE '
003133             'COTACOES - ' DL100-FX-CURR ' SEM COTACAO'
003134         GO TO 1350-EXIT
003135     END-IF.
003136     ADD 1 TO DL100-FX-CNT.
003137     SET DL100-FX-IX TO DL100-FX-CNT.
003138     MOVE DL100-FX-CURR TO DL100-FTBL-CURR (DL100-FX-IX).
003139 1350-EXIT.
003140     EXIT.
003141*****************************************************************
003142* 1400-OPEN-REG - OPEN THE TRANSMISSION REGISTER KSDS THAT THE   *
003143*                 DUPLICATE CHECK READS BY KEY. A REGISTER NOT   *
003144*                 YET LOADED (STATUS 35, THE FIRST NIGHT) LEAVES *
003145*                 ONLY THE CHECK WITHIN THE FILE. ANY OTHER      *
003146*                 FAILURE FAILS THE STEP - UNLIKE THE HISTORY OR *
003147*                 THE RATES, EVERY SET DEPENDS ON THE REGISTER,  *
003148*                 AND A DUPLICATE LET THROUGH WOULD BE           *
003149*                 CALCULATED TWICE.                              *
003150*****************************************************************
003151 1400-OPEN-REG.
003152     OPEN INPUT DL100-REG-FILE.
003153     IF DL100-REG-STATUS = '00'
003154         MOVE 'S' TO DL100-REG-OPEN-SW
003155         GO TO 1400-EXIT
003156     END-IF.
003157     IF DL100-REG-STATUS = '35'
003158         DISPLAY 'TRANSEDT - CONTROLE DE REMESSAS AINDA VAZIO - '
003159             'DUPLICIDADE VERIFICADA SO DENTRO DO ARQUIVO'
003160         GO TO 1400-EXIT
003161     END-IF.
003162     DISPLAY 'TRANSEDT - CONTROLE DE REMESSAS INDISPONIVEL '
003163         '(STATUS ' DL100-REG-STATUS ')'.
003164     MOVE 'S' TO DL100-FILE-ERR-SW.
003165 1400-EXIT.
003166     EXIT.
003167*****************************************************************
003168* 1500-PRESCAN - READ THE WHOLE TRANSIN ONCE, COLLECTING EACH    *
003169*                SET'S REGISTER KEY FROM ITS HEADER AND TRAILER, *
003170*                THEN CHECK EVERY COMPLETE SET FOR A DUPLICATE   *
003171*                AND REOPEN THE FILE FOR THE EDIT (NOT WHEN THE  *
003172*                SETS OVERFLOWED THE TABLE - THEN NOTHING IS     *
003173*                EDITED AND THE STEP ENDS RC=8). NOTHING IS      *
003174*                EDITED OR REJECTED HERE - THE EDIT ITSELF STILL *
003175*                FINDS EVERY STRUCTURE ERROR IN ITS OWN PASS.    *
003176*                SKIPPED WHEN THE BUSINESS DATE IS MISSING, AS   *
003177*                THE EDIT IS.                                    *
003178*****************************************************************
003179 1500-PRESCAN.
003180     IF DL100-EOF
003181         GO TO 1500-EXIT
003182     END-IF.
003183     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
003184     PERFORM 1550-PRESCAN-REC THRU 1550-EXIT
003185         UNTIL DL100-EOF.
003186     IF DL100-INIT-ERR
003187         GO TO 1500-EXIT
003188     END-IF.
003189     CLOSE DL100-TRANS-FILE.
003190     OPEN INPUT DL100-TRANS-FILE.
003191     MOVE 'N' TO DL100-EOF-SW.
003192     PERFORM 1600-CHECK-DUP THRU 1600-EXIT
003193         VARYING DL100-PSET-IX FROM 1 BY 1
003194         UNTIL DL100-PSET-IX > DL100-PSET-CNT.
003195 1500-EXIT.
003196     EXIT.
003197*****************************************************************
003198* 1550-PRESCAN-REC - NOTE ONE RECORD OF THE FIRST PASS. A HEADER *
003199*                    STARTS THE NEXT ENTRY; A TRAILER COMPLETES  *
003200*                    THE ENTRY STILL OPEN. DETAILS PLAY NO PART  *
003201*                    - THE TRAILER'S OWN COUNT AND HASHES        *
003203*                    IDENTIFY THE SET.                           *
003204*****************************************************************
003205 1550-PRESCAN-REC.
003206     EVALUATE TRUE
003207         WHEN DL100-TRANS-HEADER
003208             PERFORM 1560-PRESCAN-HEADER  THRU 1560-EXIT
003209         WHEN DL100-TRANS-TRAILER
003210             PERFORM 1570-PRESCAN-TRAILER THRU 1570-EXIT
003211     END-EVALUATE.
003212     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
003213 1550-EXIT.
003214     EXIT.
003215*****************************************************************
003216* 1560-PRESCAN-HEADER - START THE TABLE ENTRY FOR A NEW SET.     *
003217*                       MORE SETS THAN THE TABLE HOLDS FAILS THE *
003218*                       STEP - THE SETS BEYOND IT COULD NOT BE   *
003219*                       PROVED UNIQUE.                           *
003220*****************************************************************
003221 1560-PRESCAN-HEADER.
003222     IF DL100-PSET-CNT = 500
003223         DISPLAY 'TRANSEDT - MAIS DE 500 CONJUNTOS NO TRANSIN'
003224         MOVE 'S' TO DL100-FILE-ERR-SW
003225         MOVE 'S' TO DL100-INIT-ERR-SW
003226         MOVE 8 TO RETURN-CODE
003227         MOVE 'S' TO DL100-EOF-SW
003228         GO TO 1560-EXIT
003229     END-IF.
003230     ADD 1 TO DL100-PSET-CNT.
003231     SET DL100-PSET-IX TO DL100-PSET-CNT.
003232     MOVE SPACES TO DL100-PSET-KEY        (DL100-PSET-IX).
003234     MOVE 'X'    TO DL100-PSET-STATE      (DL100-PSET-IX).
003235     MOVE 'N'    TO DL100-PSET-DUP        (DL100-PSET-IX).
003236     MOVE ZERO   TO DL100-PSET-PRIOR-DATE (DL100-PSET-IX).
003237     MOVE ZERO   TO DL100-PSET-PRIOR-SET  (DL100-PSET-IX).
003238     IF DL100-HDR-DATE NOT NUMERIC OR DL100-HDR-DEPT = SPACES
003239         GO TO 1560-EXIT
003240     END-IF.
003241     MOVE DL100-HDR-DEPT TO DL100-PSET-DEPT  (DL100-PSET-IX).
003242     MOVE DL100-HDR-DATE TO DL100-PSET-DATE  (DL100-PSET-IX).
003243     MOVE 'O'            TO DL100-PSET-STATE (DL100-PSET-IX).
003244 1560-EXIT.
003245     EXIT.
003246*****************************************************************
003247* 1570-PRESCAN-TRAILER - COMPLETE THE OPEN ENTRY WITH THE        *
003248*                        TRAILER'S COUNT AND HASH TOTALS. A      *
003249*                        TRAILER OUTSIDE ANY SET IS IGNORED      *
003250*                        HERE; ONE WITH TOTALS THAT ARE NOT      *
003251*                        NUMERIC LEAVES THE SET UNCHECKED, SINCE *
003252*                        THE EDIT FAILS THE FILE FOR IT.         *
003253*****************************************************************
003254 1570-PRESCAN-TRAILER.
003255     IF DL100-PSET-CNT = ZERO
003256         GO TO 1570-EXIT
003257     END-IF.
003258     SET DL100-PSET-IX TO DL100-PSET-CNT.
003259     IF NOT DL100-PSET-OPEN (DL100-PSET-IX)
003260         GO TO 1570-EXIT
003261     END-IF.
003262     MOVE 'X' TO DL100-PSET-STATE (DL100-PSET-IX).
003263     IF DL100-TRL-COUNT NOT NUMERIC OR
003264        DL100-TRL-HASH1 NOT NUMERIC OR
003266        DL100-TRL-HASH2 NOT NUMERIC
003267         GO TO 1570-EXIT
003268     END-IF.
003269     MOVE DL100-TRL-COUNT TO DL100-PSET-COUNT (DL100-PSET-IX).
003270     MOVE DL100-TRL-HASH1 TO DL100-PSET-HASH1 (DL100-PSET-IX).
003271     MOVE DL100-TRL-HASH2 TO DL100-PSET-HASH2 (DL100-PSET-IX).
003272     MOVE 'C'             TO DL100-PSET-STATE (DL100-PSET-IX).
003273 1570-EXIT.
003274     EXIT.
003275*****************************************************************
003276* 1600-CHECK-DUP - A COMPLETE SET IS A SUSPECTED DUPLICATE WHEN  *
003277*                  AN EARLIER SET ON THE SAME FILE HAS THE SAME  *
003278*                  KEY, OR WHEN THE KEY IS ALREADY ON THE        *
003279*                  REGISTER - A TRANSMISSION CALCULATED ON AN    *
003280*                  EARLIER NIGHT, WHOSE PROCESSING DATE IS KEPT  *
003281*                  FOR THE LISTING.                              *
003282*****************************************************************
003283 1600-CHECK-DUP.
003284     IF NOT DL100-PSET-CLOSED (DL100-PSET-IX)
003285         GO TO 1600-EXIT
003286     END-IF.
003287     PERFORM 1650-CHECK-EARLIER THRU 1650-EXIT
003288         VARYING DL100-PSET-IX2 FROM 1 BY 1
003289         UNTIL DL100-PSET-IX2 NOT < DL100-PSET-IX
003290            OR DL100-PSET-IS-DUP (DL100-PSET-IX).
003291     IF DL100-PSET-IS-DUP (DL100-PSET-IX) OR NOT DL100-REG-OPEN
003292         GO TO 1600-EXIT
003293     END-IF.
003294     MOVE DL100-PSET-KEY (DL100-PSET-IX) TO DL100-REGMST-KEY.
003295     READ DL100-REG-FILE INTO DL100-REG-REC
003297         INVALID KEY
003298             GO TO 1600-EXIT
003299     END-READ.
003300     IF DL100-REG-STATUS NOT = '00'
003301         DISPLAY 'TRANSEDT - ERRO NA LEITURA DO CONTROLE DE '
003302             'REMESSAS (STATUS ' DL100-REG-STATUS ')'
003303         MOVE 'S' TO DL100-FILE-ERR-SW
003304         GO TO 1600-EXIT
003305     END-IF.
003306     MOVE 'S' TO DL100-PSET-DUP (DL100-PSET-IX).
003307     MOVE DL100-REG-PROC-DATE
003308         TO DL100-PSET-PRIOR-DATE (DL100-PSET-IX).
003309 1600-EXIT.
003310     EXIT.
003311*****************************************************************
003312* 1650-CHECK-EARLIER - COMPARE ONE EARLIER COMPLETE SET ON THE   *
003313*                      FILE AGAINST THE ONE BEING CHECKED AND    *
003314*                      NOTE WHICH SET IT REPEATS.                *
003315*****************************************************************
003316 1650-CHECK-EARLIER.
003317     IF DL100-PSET-CLOSED (DL100-PSET-IX2) AND
003318        DL100-PSET-KEY (DL100-PSET-IX2) =
003319        DL100-PSET-KEY (DL100-PSET-IX)
003320         MOVE 'S' TO DL100-PSET-DUP (DL100-PSET-IX)
003321         SET DL100-PSET-PRIOR-SET (DL100-PSET-IX)
003322             TO DL100-PSET-IX2
003323     END-IF.
003324 1650-EXIT.
003325     EXIT.
003326*****************************************************************
003327* 2000-EDIT-REC - ROUTE THE CURRENT RECORD BY TYPE. A HEADER     *
003329*                 MUST BE THE VERY FIRST RECORD - ANYTHING ELSE  *
003330*                 IN FIRST POSITION FAILS THE WHOLE FILE, SINCE  *
003331*                 WITHOUT ITS CONTROLS THE FILE CANNOT BE        *
003332*                 TRUSTED AT ALL.                                *
003333*****************************************************************
003334 2000-EDIT-REC.
003335     ADD 1 TO DL100-READ-COUNT.
003336     MOVE SPACES TO DL100-REASON-CODE.
003337     IF DL100-READ-COUNT = 1 AND NOT DL100-TRANS-HEADER
003338         DISPLAY 'TRANSEDT - REGISTRO HEADER AUSENTE NO TRANSIN'
003339         MOVE 'S' TO DL100-FILE-ERR-SW
003340         MOVE 'S' TO DL100-EOF-SW
003341         GO TO 2000-EXIT
003342     END-IF.
003343     EVALUATE TRUE
003344         WHEN DL100-TRANS-HEADER
003345             PERFORM 2300-EDIT-HEADER  THRU 2300-EXIT
003346         WHEN DL100-TRANS-TRAILER
003347             PERFORM 2400-EDIT-TRAILER THRU 2400-EXIT
003348         WHEN OTHER
003349             PERFORM 2050-EDIT-DETAIL  THRU 2050-EXIT
003350     END-EVALUATE.
003351     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
003352 2000-EXIT.
003353     EXIT.
003354*****************************************************************
003355* 2050-EDIT-DETAIL - RUN THE EDITS AGAINST ONE TRANSACTION. THE  *
003356*                    FIRST EDIT THAT FAILS NAMES THE REASON -    *
003357*                    THE RECORD GOES TO THE REJECT FILE AND THE  *
003358*                    LISTING, OTHERWISE IT IS COPIED UNCHANGED   *
003360*                    TO THE VALIDATED FILE. THE PREVIOUS         *
003370*                    SEQUENCE NUMBER IS A HIGH-WATER MARK WITHIN *
003380*                    THE CURRENT SET - IT ONLY EVER MOVES        *
003450*                    HASH PROOF WHENEVER THEY ARE NUMERIC; A     *
003460*                    NON-NUMERIC VALUE MAKES THAT HASH           *
003470*                    UNVERIFIABLE AND IS REPORTED AS SUCH WHEN   *
003475*                    THE SET CLOSES. EVERY DETAIL OF A SET       *
003480*                    WHOSE HEADER DEPARTMENT FAILED THE MASTER   *
003485*                    CHECK IS REJECTED UNDER REASON 10, AND OF A *
003486*                    SUSPECTED DUPLICATE SET UNDER REASON 15.    *
003490*****************************************************************
003500 2050-EDIT-DETAIL.
003510*    A STRAY DETAIL OUTSIDE ANY OPEN SET (AFTER A TRAILER, OR
003660         ADD DL100-NUM2 TO DL100-RAW-HASH2
003670     ELSE
003680         MOVE 'S' TO DL100-HASH-UNVER-SW
003683     END-IF.
003686     IF DL100-SET-REJECTED AND NOT DL100-SET-DUP
003689         MOVE '10' TO DL100-REASON-CODE
003692         MOVE 'DEPARTAMENTO DESCONHECIDO/INATIVO'
003695             TO DL100-REASON-TEXT
003698     END-IF.
003699     IF DL100-SET-DUP
003700         MOVE '15' TO DL100-REASON-CODE
003701         MOVE 'REMESSA DUPLICADA (SUSPEITA)'
003702             TO DL100-REASON-TEXT
003703     END-IF.
003706     IF DL100-REASON-CODE = SPACES
003710         PERFORM 2100-EDIT-SEQUENCE THRU 2100-EXIT
003720     END-IF.
003730     IF DL100-REASON-CODE = SPACES
004210 2100-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 2200-EDIT-FIELDS - OPCAO MUST BE ONE OF THE SEVEN OPERATIONS   *
004250*                    OR A REVERSAL, NUM1 AND NUM2 MUST BE        *
004260*                    NUMERIC, AND A DIVIDE MUST NOT CARRY A ZERO *
004263*                    DIVISOR. A REVERSAL GOES ON TO THE CHECKS   *
004266*                    AGAINST ITS ORIGINAL IN 2250-EDIT-REVERSAL; *
004267*                    ANY OTHER DETAIL IN A FOREIGN CURRENCY MUST *
004268*                    HAVE THE NIGHT'S RATE (2270-EDIT-CURRENCY). *
004270*****************************************************************
004280 2200-EDIT-FIELDS.
004290     IF DL100-OPCAO NOT = '+' AND DL100-OPCAO NOT = '-' AND
004300        DL100-OPCAO NOT = '*' AND DL100-OPCAO NOT = '/' AND
004310        DL100-OPCAO NOT = '%' AND DL100-OPCAO NOT = 'A' AND
004320        DL100-OPCAO NOT = 'D' AND NOT DL100-TRANS-REVERSAL
004330         MOVE '04' TO DL100-REASON-CODE
004340         MOVE 'OPCAO INVALIDA (+ - * / % A D E)'
004350             TO DL100-REASON-TEXT
004360         GO TO 2200-EXIT
004370     END-IF.
004530             TO DL100-REASON-TEXT
004540         GO TO 2200-EXIT
004550     END-IF.
004552     IF DL100-TRANS-REVERSAL
004554         PERFORM 2250-EDIT-REVERSAL THRU 2250-EXIT
004556         GO TO 2200-EXIT
004558     END-IF.
004559     IF NOT DL100-CURR-BASE
004560         PERFORM 2270-EDIT-CURRENCY THRU 2270-EXIT
004561         IF DL100-REASON-CODE NOT = SPACES
004562             GO TO 2200-EXIT
004563         END-IF
004564     END-IF.
004567*    THE CORRECTION REFERENCE IS OPTIONAL - SPACES ON AN
004570*    ORDINARY TRANSACTION - BUT WHEN PRESENT IT MUST NAME A
004580*    REAL REJECT REFERENCE, OR SUSPUPDT COULD NEVER MATCH IT.
004590     IF DL100-CORR-REF NOT = SPACES
004660     END-IF.
004670 2200-EXIT.
004680     EXIT.
004681*****************************************************************
004682* 2250-EDIT-REVERSAL - A REVERSAL CARRIES THE CALCULATION        *
004683*                      HISTORY KEY OF ITS ORIGINAL IN THE        *
004684*                      REFERENCE FIELDS. THE ORIGINAL MUST BE ON *
004685*                      THE HISTORY, MUST NOT ALREADY BE REVERSED *
004686*                      THERE OR BY AN EARLIER REVERSAL IN THIS   *
004687*                      RUN, MUST NOT ITSELF BE A REVERSAL, AND   *
004688*                      MUST BELONG TO THE DEPARTMENT ON THE      *
004689*                      SET'S HEADER - WORK FROM THE INTERACTIVE  *
004690*                      SESSIONS HAS NO DEPARTMENT AND CANNOT BE  *
004691*                      REVERSED BY A TRANSMISSION. A REVERSAL    *
004692*                      THAT PASSES IS NOTED SO A SECOND ONE      *
004693*                      CANNOT FOLLOW IT.                         *
004694*****************************************************************
004695 2250-EDIT-REVERSAL.
004696     IF DL100-REV-DATE NOT NUMERIC OR
004697        DL100-REV-SEQ  NOT NUMERIC OR
004698        NOT DL100-HIST-OPEN
004699         GO TO 2250-NOT-FOUND
004700     END-IF.
004701     MOVE DL100-REV-KEY TO DL100-HIST-KEY.
004702     READ DL100-HIST-FILE
004703         INVALID KEY
004704             GO TO 2250-NOT-FOUND
004705     END-READ.
004706     IF DL100-HIST-STATUS NOT = '00'
004707         GO TO 2250-NOT-FOUND
004708     END-IF.
004709     IF DL100-HIST-OPCAO = 'E'
004710         MOVE '12' TO DL100-REASON-CODE
004711         MOVE 'ESTORNO: ORIGINAL E UM ESTORNO'
004712             TO DL100-REASON-TEXT
004713         GO TO 2250-EXIT
004714     END-IF.
004715     IF DL100-HIST-REVD-BY NOT = SPACES
004716         MOVE '12' TO DL100-REASON-CODE
004717         MOVE 'ESTORNO: ORIGINAL JA ESTORNADO'
004718             TO DL100-REASON-TEXT
004719         GO TO 2250-EXIT
004720     END-IF.
004721     IF DL100-HIST-DEPT NOT = DL100-SAVE-DEPT
004722         MOVE '13' TO DL100-REASON-CODE
004723         MOVE 'ESTORNO: ORIGINAL DE OUTRO DEPTO'
004724             TO DL100-REASON-TEXT
004725         GO TO 2250-EXIT
004726     END-IF.
004727     MOVE 'N' TO DL100-REV-FOUND-SW.
004728     PERFORM 2260-CHECK-ONE-REV THRU 2260-EXIT
004729         VARYING DL100-REV-IX FROM 1 BY 1
004730         UNTIL DL100-REV-IX > DL100-REV-CNT
004731            OR DL100-REV-FOUND.
004732     IF DL100-REV-FOUND
004733         MOVE '12' TO DL100-REASON-CODE
004734         MOVE 'ESTORNO: ORIGINAL JA ESTORNADO'
004735             TO DL100-REASON-TEXT
004736         GO TO 2250-EXIT
004737     END-IF.
004738*    WITH THE TABLE FULL A FURTHER REVERSAL COULD NOT BE PROVED
004739*    UNIQUE, SO IT IS SENT BACK RATHER THAN LET THROUGH.
004740     IF DL100-REV-CNT = 500
004741         DISPLAY 'TRANSEDT - MAIS DE 500 ESTORNOS NA NOITE - '
004742             'EXCEDENTE REJEITADO'
004743         MOVE '12' TO DL100-REASON-CODE
004744         MOVE 'ESTORNO: LIMITE DA NOITE ATINGIDO'
004745             TO DL100-REASON-TEXT
004746         GO TO 2250-EXIT
004747     END-IF.
004748     ADD 1 TO DL100-REV-CNT.
004749     SET DL100-REV-IX TO DL100-REV-CNT.
004750     MOVE DL100-REV-KEY TO DL100-RTBL-KEY (DL100-REV-IX).
004751     GO TO 2250-EXIT.
004752 2250-NOT-FOUND.
004753     MOVE '11' TO DL100-REASON-CODE.
004754     MOVE 'ESTORNO: ORIGINAL NAO ENCONTRADO'
004755         TO DL100-REASON-TEXT.
004756 2250-EXIT.
004757     EXIT.
004758*****************************************************************
004759* 2260-CHECK-ONE-REV - COMPARE ONE ORIGINAL ALREADY REVERSED IN  *
004760*                      THIS RUN AGAINST THE ONE THE CURRENT      *
004761*                      REVERSAL NAMES.                           *
004762*****************************************************************
004763 2260-CHECK-ONE-REV.
004764     IF DL100-RTBL-KEY (DL100-REV-IX) = DL100-REV-KEY
004765         MOVE 'S' TO DL100-REV-FOUND-SW
004766     END-IF.
004767 2260-EXIT.
004768     EXIT.
004769*****************************************************************
004770* 2270-EDIT-CURRENCY - A DETAIL KEYED IN A CURRENCY OTHER THAN   *
004771*                      REAIS MUST FIND THAT CURRENCY AMONG THE   *
004772*                      NIGHT'S RATES - CALCBAT HAS NOTHING TO    *
004773*                      CONVERT IT WITH OTHERWISE. A MISKEYED     *
004774*                      CODE FAILS THE SAME WAY.                  *
004775*****************************************************************
004776 2270-EDIT-CURRENCY.
004777     MOVE 'N' TO DL100-FX-FOUND-SW.
004778     PERFORM 2280-CHECK-ONE-RATE THRU 2280-EXIT
004779         VARYING DL100-FX-IX FROM 1 BY 1
004780         UNTIL DL100-FX-IX > DL100-FX-CNT
004781            OR DL100-FX-FOUND.
004782     IF NOT DL100-FX-FOUND
004783         MOVE '14' TO DL100-REASON-CODE
004784         MOVE 'MOEDA SEM COTACAO NA DATA'
004785             TO DL100-REASON-TEXT
004786     END-IF.
004787 2270-EXIT.
004788     EXIT.
004789*****************************************************************
004790* 2280-CHECK-ONE-RATE - COMPARE ONE CURRENCY ON THE RATE TABLE   *
004791*                       AGAINST THE DETAIL'S.                    *
004792*****************************************************************
004793 2280-CHECK-ONE-RATE.
004794     IF DL100-FTBL-CURR (DL100-FX-IX) = DL100-CURR
004795         MOVE 'S' TO DL100-FX-FOUND-SW
004796     END-IF.
004797 2280-EXIT.
004798     EXIT.
004799*****************************************************************
004800* 2300-EDIT-HEADER - A HEADER OPENS A NEW DEPARTMENT SET. ONE    *
004801*                    ARRIVING WHILE A SET IS STILL OPEN MEANS    *
004802*                    THE PREVIOUS SET LOST ITS TRAILER - THE     *
004803*                    WHOLE FILE FAILS, BUT THE EDIT KEEPS GOING  *
004804*                    SO THE LISTING STILL SHOWS EVERY PROBLEM.   *
004805*                    A GOOD HEADER IS COPIED THROUGH TO THE      *
004806*                    VALIDATED FILE SO CALCBAT SEES THE SAME     *
004807*                    CONTROL DISCIPLINE PER DEPARTMENT. A        *
004809*                    HEADER WHOSE DEPARTMENT IS NOT ON THE       *
004810*                    MASTER, OR IS INACTIVE, MARKS THE SET       *
004811*                    REJECTED: THE HEADER IS NOT COPIED AND      *
004812*                    2050-EDIT-DETAIL REJECTS EVERY DETAIL. SO   *
004813*                    DOES A SET THE PRESCAN FOUND TO BE A        *
004814*                    SUSPECTED DUPLICATE (2370-CHECK-DUP).       *
004815*****************************************************************
004816 2300-EDIT-HEADER.
004817     IF DL100-SET-OPEN
004818         DISPLAY 'TRANSEDT - HEADER SEM TRAILER DO CONJUNTO '
004820             'ANTERIOR (' DL100-SAVE-DEPT ')'
004830         MOVE 'S' TO DL100-FILE-ERR-SW
004840     END-IF.
004960     MOVE ZERO TO DL100-EXP-HASH2.
004970     MOVE 'S'  TO DL100-FIRST-SW.
004980     MOVE 'N'  TO DL100-HASH-UNVER-SW.
004985     MOVE 'N'  TO DL100-SET-REJ-SW.
004986     MOVE 'N'  TO DL100-SET-DUP-SW.
004987     MOVE 'N'  TO DL100-SET-UNBAL-SW.
004990     IF DL100-HDR-DATE NOT NUMERIC OR DL100-HDR-DEPT = SPACES
005000         DISPLAY 'TRANSEDT - HEADER COM DATA OU DEPARTAMENTO '
005010             'INVALIDO'
005040     END-IF.
005050     MOVE DL100-HDR-DATE TO DL100-SAVE-GENDATE.
005060     MOVE DL100-HDR-DEPT TO DL100-SAVE-DEPT.
005061     MOVE DL100-HDR-OPER TO DL100-SAVE-OPER.
005062     PERFORM 2350-CHECK-DEPT THRU 2350-EXIT.
005064     IF DL100-SET-REJECTED
005066         GO TO 2300-EXIT
005068     END-IF.
005069     PERFORM 2370-CHECK-DUP  THRU 2370-EXIT.
005070     IF DL100-SET-REJECTED
005071         GO TO 2300-EXIT
005072     END-IF.
005076     WRITE DL100-VALID-REC FROM DL100-TRANS-REC.
005080 2300-EXIT.
005081     EXIT.
005082*****************************************************************
005083* 2350-CHECK-DEPT - LOOK THE HEADER DEPARTMENT UP ON THE MASTER  *
005084*                   TABLE AND SAVE ITS NAME FOR THE LISTING. NOT *
005085*                   FOUND, OR FOUND INACTIVE, MARKS THE WHOLE    *
005086*                   SET REJECTED AND SAYS SO ON THE LISTING.     *
005087*****************************************************************
005088 2350-CHECK-DEPT.
005089     MOVE 'N'    TO DL100-DEPT-FOUND-SW.
005090     MOVE SPACES TO DL100-SAVE-DEPT-NAME.
005091     MOVE SPACE  TO DL100-SAVE-DEPT-ACT.
005092     PERFORM 2360-CHECK-ONE-DEPT THRU 2360-EXIT
005093         VARYING DL100-DEPT-IX FROM 1 BY 1
005094         UNTIL DL100-DEPT-IX > DL100-DEPT-COUNT
005095            OR DL100-DEPT-FOUND.
005096     IF NOT DL100-DEPT-FOUND
005097         MOVE '*** NAO CADASTRADO ***' TO DL100-SAVE-DEPT-NAME
005098         MOVE 'DEPARTAMENTO NAO CADASTRADO'
005099             TO DL100-RPT-SETREJ-WHY
005100     ELSE
005101         IF DL100-SAVE-DEPT-ACT = 'A'
005102             GO TO 2350-EXIT
005103         END-IF
005104         MOVE 'DEPARTAMENTO INATIVO' TO DL100-RPT-SETREJ-WHY
005105     END-IF.
005106     MOVE 'S' TO DL100-SET-REJ-SW.
005107     DISPLAY 'TRANSEDT - CONJUNTO REJEITADO, DEPARTAMENTO '
005108         'DESCONHECIDO OU INATIVO (' DL100-SAVE-DEPT ')'.
005109     MOVE DL100-SAVE-DEPT TO DL100-RPT-SETREJ-DEPT.
005110     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
005111     WRITE DL100-LIST-REC FROM DL100-RPT-SETREJ-LINE.
005112 2350-EXIT.
005113     EXIT.
005114*****************************************************************
005115* 2360-CHECK-ONE-DEPT - COMPARE ONE MASTER TABLE ENTRY AGAINST   *
005116*                       THE HEADER DEPARTMENT AND SAVE THE NAME  *
005117*                       AND ACTIVE FLAG OF A MATCH.              *
005118*****************************************************************
005119 2360-CHECK-ONE-DEPT.
005120     IF DL100-DTBL-CODE (DL100-DEPT-IX) = DL100-SAVE-DEPT
005121         MOVE 'S' TO DL100-DEPT-FOUND-SW
005122         MOVE DL100-DTBL-NAME (DL100-DEPT-IX)
005123             TO DL100-SAVE-DEPT-NAME
005124         MOVE DL100-DTBL-ACTIVE (DL100-DEPT-IX)
005125             TO DL100-SAVE-DEPT-ACT
005126     END-IF.
005127 2360-EXIT.
005138     EXIT.
005139*****************************************************************
005140* 2370-CHECK-DUP - A SET THE PRESCAN FOUND TO BE A SUSPECTED     *
005141*                  DUPLICATE IS REJECTED WHOLE, AND THE LISTING  *
005142*                  SAYS WHERE THE SAME SET WAS SEEN - THE SET    *
005143*                  NUMBER EARLIER ON THIS FILE, OR THE BUSINESS  *
005144*                  DATE THE REGISTERED ONE WAS PROCESSED ON. THE *
005145*                  DEPARTMENT CONFIRMS IT REALLY SENT THE SAME   *
005146*                  WORK TWICE BEFORE ANYTHING IS RESENT.         *
005147*****************************************************************
005148 2370-CHECK-DUP.
005149     IF DL100-SET-COUNT > DL100-PSET-CNT
005150         GO TO 2370-EXIT
005151     END-IF.
005152     SET DL100-PSET-IX TO DL100-SET-COUNT.
005153     IF NOT DL100-PSET-IS-DUP (DL100-PSET-IX)
005154         GO TO 2370-EXIT
005155     END-IF.
005156     MOVE 'S' TO DL100-SET-REJ-SW.
005157     MOVE 'S' TO DL100-SET-DUP-SW.
005158     ADD 1 TO DL100-DUP-SET-COUNT.
005159     DISPLAY 'TRANSEDT - CONJUNTO REJEITADO, SUSPEITA DE REMESSA '
005160         'DUPLICADA (' DL100-SAVE-DEPT ')'.
005161     MOVE DL100-SAVE-DEPT TO DL100-RPT-SETREJ-DEPT.
005162     MOVE 'SUSPEITA DE REMESSA DUPLICADA' TO DL100-RPT-SETREJ-WHY.
005163     IF DL100-PSET-PRIOR-SET (DL100-PSET-IX) NOT = ZERO
005164         MOVE 'DATA, QTDE E HASH IGUAIS AOS DO CONJUNTO NO.'
005165             TO DL100-RPT-DUP-CAPTION
005166         MOVE DL100-PSET-PRIOR-SET (DL100-PSET-IX)
005167             TO DL100-DUP-SETNO-ED
005168         MOVE DL100-DUP-SETNO-ED TO DL100-RPT-DUP-VALUE
005169     ELSE
005170         MOVE 'DATA, QTDE E HASH IGUAIS A REMESSA PROC. EM'
005171             TO DL100-RPT-DUP-CAPTION
005172         MOVE DL100-PSET-PRIOR-DATE (DL100-PSET-IX) (5:2)
005173             TO DL100-RUN-DATE-MM
005174         MOVE DL100-PSET-PRIOR-DATE (DL100-PSET-IX) (7:2)
005175             TO DL100-RUN-DATE-DD
005176         MOVE DL100-PSET-PRIOR-DATE (DL100-PSET-IX) (1:4)
005177             TO DL100-RUN-DATE-YYYY
005178         MOVE DL100-RUN-DATE-ED TO DL100-RPT-DUP-VALUE
005179     END-IF.
005180     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
005181     WRITE DL100-LIST-REC FROM DL100-RPT-SETREJ-LINE.
005182     WRITE DL100-LIST-REC FROM DL100-RPT-DUP-LINE.
005183 2370-EXIT.
005184     EXIT.
005185*****************************************************************
005186* 2400-EDIT-TRAILER - A TRAILER CLOSES THE OPEN SET. IT MUST     *
005188*                     CARRY NUMERIC CONTROL TOTALS, WHICH ARE    *
005189*                     PROVED AGAINST WHAT THE SET ACTUALLY       *
005191*                     CONTAINED; THE VALIDATED FILE GETS ITS OWN *
005192*                     FRESH TRAILER COVERING ONLY THE SET'S      *
005194*                     VALIDATED RECORDS. A TRAILER OUTSIDE ANY   *
005195*                     OPEN SET IS A RECORD-LEVEL REJECT.         *
005197*****************************************************************
005198 2400-EDIT-TRAILER.
005200     IF NOT DL100-SET-OPEN
005210         MOVE '08' TO DL100-REASON-CODE
005220         MOVE 'REGISTRO TRAILER SEM HEADER'
005740     MOVE DL100-REJ-DATE TO DL100-RPT-REF-DATE.
005750     MOVE DL100-REJ-DEPT TO DL100-RPT-REF-DEPT.
005760     MOVE DL100-REJ-SEQ  TO DL100-RPT-REF-SEQ.
005761     MOVE SPACES         TO DL100-RPT-REF-CURR-CAP
005762                            DL100-RPT-REF-CURR.
005763     IF NOT DL100-TRANS-HEADER AND NOT DL100-TRANS-TRAILER AND
005764        DL100-CURR NOT = SPACES
005765         MOVE ' MOEDA: '  TO DL100-RPT-REF-CURR-CAP
005766         MOVE DL100-CURR  TO DL100-RPT-REF-CURR
005767     END-IF.
005770     WRITE DL100-REJECT-REC.
005780     MOVE SPACES            TO DL100-RPT-REJ-LINE.
005790     MOVE DL100-TRANS-REC   TO DL100-RPT-REJ-DATA.
005930*                  UNVERIFIABLE BY A NON-NUMERIC REJECT IS       *
005940*                  REPORTED, NOT ESCALATED - THE RECORD EDIT     *
005950*                  ALREADY FLAGGED THE CULPRIT AND RC=4 SENDS    *
005960*                  THE LISTING BACK TO THE DEPARTMENT. A SET     *
005962*                  REJECTED FOR ITS DEPARTMENT STILL HAS ITS     *
005964*                  CONTROLS PROVED BUT WRITES NO TRAILER. A SET  *
005966*                  ACCEPTED GOES TO THE REGISTER CANDIDATES.     *
005970*****************************************************************
005980 2600-CLOSE-SET.
005990     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
006000     MOVE DL100-SAVE-DEPT TO DL100-RPT-ORIG-DEPT.
006005     MOVE DL100-SAVE-DEPT-NAME TO DL100-RPT-ORIG-NAME.
006010     MOVE DL100-SAVE-GENDATE (5:2) TO DL100-RUN-DATE-MM.
006020     MOVE DL100-SAVE-GENDATE (7:2) TO DL100-RUN-DATE-DD.
006030     MOVE DL100-SAVE-GENDATE (1:4) TO DL100-RUN-DATE-YYYY.
006090         MOVE 'OK            ' TO DL100-RPT-CTL-VERDICT
006100     ELSE
006110         MOVE 'DIVERGENTE    ' TO DL100-RPT-CTL-VERDICT
006115         MOVE 'S' TO DL100-SET-UNBAL-SW
006120         DISPLAY 'TRANSEDT - QUANTIDADE DO TRAILER NAO CONFERE ('
006130             DL100-SAVE-DEPT ')'
006140         MOVE 'S' TO DL100-FILE-ERR-SW
006170     PERFORM 2650-VERIFY-ONE-HASH THRU 2650-EXIT
006180         VARYING DL100-HASH-SUB FROM 1 BY 1
006190         UNTIL DL100-HASH-SUB > 2.
006192*    A SET REJECTED FOR ITS DEPARTMENT NEVER OPENED ON THE
006194*    VALIDATED FILE, SO IT GETS NO FRESH TRAILER THERE EITHER.
006196     IF DL100-SET-REJECTED
006197         GO TO 2600-STAT
006198     END-IF.
006200     MOVE SPACES TO DL100-TRANS-REC.
006210     MOVE 999999           TO DL100-TRANS-SEQ.
006220     MOVE DL100-SET-VALID  TO DL100-TRL-COUNT.
006230     MOVE DL100-VAL-HASH1  TO DL100-TRL-HASH1.
006240     MOVE DL100-VAL-HASH2  TO DL100-TRL-HASH2.
006250     WRITE DL100-VALID-REC FROM DL100-TRANS-REC.
006252     PERFORM 2700-WRITE-REGNEW THRU 2700-EXIT.
006255 2600-STAT.
006260     PERFORM 9100-WRITE-DEPT-STAT THRU 9100-EXIT.
006270     MOVE 'N' TO DL100-SET-OPEN-SW.
006280 2600-EXIT.
006510             MOVE 'OK            ' TO DL100-RPT-HASH-VERDICT
006520         ELSE
006530             MOVE 'DIVERGENTE    ' TO DL100-RPT-HASH-VERDICT
006535             MOVE 'S' TO DL100-SET-UNBAL-SW
006540             DISPLAY 'TRANSEDT - HASH DO TRAILER NAO CONFERE ('
006550                 DL100-SAVE-DEPT ')'
006560             MOVE 'S' TO DL100-FILE-ERR-SW
006590     WRITE DL100-LIST-REC FROM DL100-RPT-CTL-HASH.
006600 2650-EXIT.
006610     EXIT.
006611*****************************************************************
006612* 2700-WRITE-REGNEW - WRITE THE REGISTER RECORD FOR A SET JUST   *
006613*                     ACCEPTED - KEYED BY ITS HEADER AND ITS OWN *
006614*                     TRAILER'S TOTALS, AS THE PRESCAN KEYED IT  *
006615*                     - TO REGNEW. REGLOAD ADDS IT TO THE        *
006616*                     REGISTER ONCE CALCSTEP HAS ENDED WELL. AN  *
006617*                     UNBALANCED SET FAILS THE STEP AND IS NOT   *
006618*                     WRITTEN; NEITHER IS ONE WITH NOTHING       *
006619*                     VALIDATED, WHICH THE DEPARTMENT MAY SEND   *
006620*                     AGAIN WHOLE.                               *
006621*****************************************************************
006622 2700-WRITE-REGNEW.
006623     IF DL100-SET-UNBAL OR DL100-SET-VALID = ZERO
006624         GO TO 2700-EXIT
006625     END-IF.
006626     MOVE SPACES             TO DL100-REG-REC.
006627     MOVE DL100-SAVE-DEPT    TO DL100-REG-DEPT.
006628     MOVE DL100-SAVE-GENDATE TO DL100-REG-HDR-DATE.
006629     MOVE DL100-EXP-COUNT    TO DL100-REG-COUNT.
006630     MOVE DL100-EXP-HASH1    TO DL100-REG-HASH1.
006631     MOVE DL100-EXP-HASH2    TO DL100-REG-HASH2.
006632     MOVE DL100-RUN-DATE     TO DL100-REG-PROC-DATE.
006633     MOVE DL100-SET-COUNT    TO DL100-REG-SETNO.
006634     MOVE DL100-SET-VALID    TO DL100-REG-VALID.
006635     MOVE DL100-SAVE-OPER    TO DL100-REG-OPER.
006636     WRITE DL100-REGNEW-REC FROM DL100-REG-REC.
006637     ADD 1 TO DL100-REGNEW-COUNT.
006638 2700-EXIT.
006639     EXIT.
006641*****************************************************************
006644* 3000-TERMINATE - CATCH A SET LEFT OPEN AT END OF FILE, PUT THE *
006647*                  OVERALL COUNTS ON THE LISTING, SET THE RETURN *
006650*                  CODE THE JCL TESTS AND CLOSE DOWN: 0 = ALL    *
006660*                  CLEAN, 4 = SOME REJECTS, 8 = MISSING OR       *
006670*                  UNBALANCED CONTROLS ON ANY SET, OR NO USABLE  *
006800     MOVE "CONJUNTOS (DEPARTAMENTOS):" TO DL100-RPT-CNT-CAPTION.
006810     MOVE DL100-SET-COUNT    TO DL100-RPT-CNT-VALUE.
006820     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
006822     MOVE "CONJUNTOS DUPLICADOS:     " TO DL100-RPT-CNT-CAPTION.
006824     MOVE DL100-DUP-SET-COUNT TO DL100-RPT-CNT-VALUE.
006826     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
006830     MOVE "DETALHES LIDOS:           " TO DL100-RPT-CNT-CAPTION.
006840     MOVE DL100-DETAIL-COUNT TO DL100-RPT-CNT-VALUE.
006850     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
007140           DL100-VALID-FILE
007150           DL100-REJECT-FILE
007160           DL100-LIST-FILE
007170           DL100-STAT-FILE
007171           DL100-REGNEW-FILE.
007172     IF DL100-HIST-OPEN
007174         CLOSE DL100-HIST-FILE
007176     END-IF.
007177     IF DL100-REG-OPEN
007178         CLOSE DL100-REG-FILE
007179     END-IF.
007180 3000-EXIT.
007190     EXIT.
007200*****************************************************************
