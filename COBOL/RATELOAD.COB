000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RATELOAD.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. DAILY EXCHANGE-RATE LOAD,  *
000110*                  RUN AHEAD OF EDITSTEP IN THE OVERNIGHT       *
000120*                  CALCBAT JOB. TWO DEPARTMENTS NOW KEY WORK IN *
000130*                  FOREIGN CURRENCY (DL100-CURR ON THE DL100TX  *
000140*                  DETAIL), AND THE EDIT AND THE CALCULATOR     *
000150*                  NEED THE NIGHT'S RATE FOR EACH CURRENCY.     *
000160*                  THE TREASURY DESK'S RATE CARDS (RATEIN,      *
000170*                  DL100FX) ARE EDITED - CURRENCY CODE, RATE    *
000180*                  NUMERIC AND ABOVE ZERO, DATE EQUAL TO THE    *
000190*                  BUSINESS DATE (A BLANK DATE IS TAKEN AS THE  *
000200*                  BUSINESS DATE), NO CURRENCY TWICE, NO RATE   *
000210*                  FOR THE BASE CURRENCY - AND THE ACCEPTED     *
000220*                  ONES REWRITE THE RATE TABLE (RATETAB). EVERY *
000230*                  CARD IS LISTED ON RATELIST WITH ITS          *
000240*                  OUTCOME. RETURN CODE: 0 = ALL CARDS LOADED,  *
000250*                  4 = CARDS REJECTED OR NO CARDS AT ALL (THE   *
000260*                  NIGHT RUNS, BUT TRANSEDT REJECTS THE WORK IN *
000270*                  A CURRENCY WITH NO RATE), 8 = NO BUSINESS    *
000280*                  DATE, NOTHING LOADED.                        *
000290*****************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DL100-CARD-FILE   ASSIGN TO RATEIN
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS  IS DL100-CARD-STATUS.
000360     SELECT DL100-RATE-FILE   ASSIGN TO RATETAB
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS DL100-RATE-STATUS.
000390     SELECT DL100-LIST-FILE   ASSIGN TO RATELIST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS DL100-LIST-STATUS.
000420     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS  IS DL100-STAT-STATUS.
000450     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS  IS DL100-BD-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  DL100-CARD-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530 COPY DL100FX.
000540 FD  DL100-RATE-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORDING MODE IS F.
000570 01  DL100-RATE-REC               PIC X(80).
000580 FD  DL100-LIST-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  DL100-LIST-REC               PIC X(84).
000620 FD  DL100-STAT-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650 COPY DL100RS.
000660 FD  DL100-BD-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORDING MODE IS F.
000690 COPY DL100BD.
000700 WORKING-STORAGE SECTION.
000710 01  DL100-RPT-HDR1.
000720     05  FILLER                   PIC X(20) VALUE SPACES.
000730     05  FILLER                   PIC X(44)
000740         VALUE "RATELOAD - COTACOES DE MOEDA DA NOITE".
000750     05  FILLER                   PIC X(20) VALUE SPACES.
000760 01  DL100-RPT-HDR2.
000770     05  FILLER                   PIC X(20) VALUE SPACES.
000780     05  FILLER                   PIC X(16)
000790             VALUE "DATA DO NEGOCIO:".
000800     05  FILLER                   PIC X(01) VALUE SPACES.
000810     05  DL100-RPT-RUNDATE        PIC X(10).
000820     05  FILLER                   PIC X(37) VALUE SPACES.
000830 01  DL100-RPT-COLHDR.
000840     05  FILLER                   PIC X(09) VALUE "DATA".
000850     05  FILLER                   PIC X(05) VALUE "MOEDA".
000860     05  FILLER                   PIC X(14) VALUE "      COTACAO".
000870     05  FILLER                   PIC X(32) VALUE "DESCRICAO".
000880     05  FILLER                   PIC X(24) VALUE "SITUACAO".
000890 01  DL100-RPT-RATE-LINE.
000900     05  DL100-RPT-DATE           PIC X(08).
000910     05  FILLER                   PIC X(01) VALUE SPACES.
000920     05  DL100-RPT-CURR           PIC X(03).
000930     05  FILLER                   PIC X(02) VALUE SPACES.
000940     05  DL100-RPT-RATE           PIC ZZZZ9.999999.
000950     05  DL100-RPT-RATE-X REDEFINES DL100-RPT-RATE
000960                                  PIC X(12).
000970     05  FILLER                   PIC X(02) VALUE SPACES.
000980     05  DL100-RPT-DESC           PIC X(30).
000990     05  FILLER                   PIC X(02) VALUE SPACES.
001000     05  DL100-RPT-STATUS         PIC X(24).
001010 01  DL100-RPT-CNT-LINE.
001020     05  DL100-RPT-CNT-CAPTION    PIC X(26).
001030     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001040     05  FILLER                   PIC X(48) VALUE SPACES.
001050 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001060 01  DL100-BUS-DATE               PIC 9(08)       VALUE ZERO.
001070 01  DL100-BUS-DATE-ED.
001080     05  DL100-BUS-DATE-MM        PIC X(02).
001090     05  FILLER                   PIC X(01) VALUE "/".
001100     05  DL100-BUS-DATE-DD        PIC X(02).
001110     05  FILLER                   PIC X(01) VALUE "/".
001120     05  DL100-BUS-DATE-YYYY      PIC X(04).
001130*****************************************************************
001140* THE CURRENCIES ALREADY LOADED TONIGHT, FOR THE DUPLICATE TEST. *
001150* A HANDFUL OF CURRENCIES ARE TRADED; 50 LEAVES ROOM, AND A CARD *
001160* BEYOND THE TABLE IS REJECTED RATHER THAN LOADED UNCHECKED.     *
001170*****************************************************************
001180 01  DL100-CURR-TABLE.
001190     05  DL100-CURR-CNT           PIC S9(04) COMP VALUE ZERO.
001200     05  DL100-CURR-ENTRY OCCURS 50 TIMES
001210                          INDEXED BY DL100-CURR-IX.
001220         10  DL100-CTBL-CURR      PIC X(03).
001230 01  DL100-WORK-FIELDS.
001240     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
001250     05  DL100-LOAD-COUNT         PIC S9(07) COMP VALUE ZERO.
001260     05  DL100-BAD-COUNT          PIC S9(07) COMP VALUE ZERO.
001270     05  DL100-REJ-TEXT           PIC X(24)       VALUE SPACES.
001280 01  DL100-CARD-STATUS            PIC X(02).
001290 01  DL100-RATE-STATUS            PIC X(02).
001300 01  DL100-LIST-STATUS            PIC X(02).
001310 01  DL100-STAT-STATUS            PIC X(02).
001320 01  DL100-BD-STATUS              PIC X(02).
001330 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
001340 01  DL100-SWITCHES.
001350     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
001360         88  DL100-EOF                        VALUE 'S'.
001370     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
001380         88  DL100-INIT-ERR                   VALUE 'S'.
001390     05  DL100-NO-CARDS-SW        PIC X(01)   VALUE 'N'.
001400         88  DL100-NO-CARDS                   VALUE 'S'.
001410     05  DL100-DUP-SW             PIC X(01)   VALUE 'N'.
001420         88  DL100-DUP-FOUND                  VALUE 'S'.
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001460     IF NOT DL100-INIT-ERR
001470         PERFORM 2000-PROCESS-CARD   THRU 2000-EXIT
001480             UNTIL DL100-EOF
001490         PERFORM 3000-TERMINATE      THRU 3000-EXIT
001500     END-IF.
001510     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
001520     GOBACK.
001530*****************************************************************
001540* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE FILES,   *
001550*                   PRINT THE LISTING HEADINGS AND PRIME THE     *
001560*                   CARD READ. THE RATE TABLE IS ALWAYS REWRITTEN*
001570*                   - EMPTY WHEN THERE ARE NO CARDS - SO THE     *
001580*                   NIGHT NEVER RUNS ON THE PRIOR DAY'S RATES.   *
001590*****************************************************************
001600 1000-INITIALIZE.
001610     ACCEPT DL100-STAT-START0 FROM TIME.
001620     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
001630     IF DL100-INIT-ERR
001640         GO TO 1000-EXIT
001650     END-IF.
001660     OPEN OUTPUT DL100-RATE-FILE.
001680     IF DL100-RATE-STATUS NOT = '00'
001690         DISPLAY 'RATELOAD - ERRO NA ABERTURA DA TABELA DE '
001700             'COTACOES (STATUS ' DL100-RATE-STATUS ')'
001710         MOVE 8 TO RETURN-CODE
001720         MOVE 'S' TO DL100-INIT-ERR-SW
001730         GO TO 1000-EXIT
001740     END-IF.
001745     OPEN OUTPUT DL100-LIST-FILE.
001750     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
001760     MOVE DL100-BUS-DATE (5:2) TO DL100-BUS-DATE-MM.
001770     MOVE DL100-BUS-DATE (7:2) TO DL100-BUS-DATE-DD.
001780     MOVE DL100-BUS-DATE (1:4) TO DL100-BUS-DATE-YYYY.
001790     MOVE DL100-BUS-DATE-ED TO DL100-RPT-RUNDATE.
001800     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
001810     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
001820     WRITE DL100-LIST-REC FROM DL100-RPT-COLHDR.
001830     OPEN INPUT DL100-CARD-FILE.
001840     IF DL100-CARD-STATUS NOT = '00'
001850         DISPLAY 'RATELOAD - CARTOES DE COTACAO INDISPONIVEIS '
001860             '(STATUS ' DL100-CARD-STATUS ') - TABELA VAZIA'
001870         MOVE 'S' TO DL100-NO-CARDS-SW
001880         MOVE 'S' TO DL100-EOF-SW
001890         GO TO 1000-EXIT
001900     END-IF.
001910     PERFORM 8000-READ-CARD THRU 8000-EXIT.
001920     IF DL100-EOF
001930         DISPLAY 'RATELOAD - NENHUM CARTAO DE COTACAO - '
001940             'TABELA VAZIA'
001950         MOVE 'S' TO DL100-NO-CARDS-SW
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990*****************************************************************
002000* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
002010*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
002020*                     NOTHING IS LOADED (RC=8) AND THE CLOCK     *
002022*                     DATE ONLY STAMPS THE RUN-STATISTICS        *
002025*                     RECORD, SO THE FAILED RUN STILL SHOWS ON   *
002027*                     OPSRPT.                                    *
002030*****************************************************************
002040 1050-GET-BUS-DATE.
002050     OPEN INPUT DL100-BD-FILE.
002060     IF DL100-BD-STATUS NOT = '00'
002070         DISPLAY 'RATELOAD - REGISTRO DE DATA DO NEGOCIO '
002080             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
002110         GO TO 1050-ERROR
002120     END-IF.
002130     READ DL100-BD-FILE
002140         AT END
002150             MOVE SPACES TO DL100-BD-REC
002160     END-READ.
002170     IF DL100-BD-DATE NUMERIC AND
002180        DL100-BD-DATE NOT = ZERO
002190         MOVE DL100-BD-DATE TO DL100-BUS-DATE
002200     ELSE
002210         DISPLAY 'RATELOAD - REGISTRO DE DATA DO NEGOCIO '
002220             'VAZIO OU INVALIDO'
002240         MOVE 'S' TO DL100-INIT-ERR-SW
002250     END-IF.
002260     CLOSE DL100-BD-FILE.
002261     IF NOT DL100-INIT-ERR
002262         GO TO 1050-EXIT
002263     END-IF.
002265 1050-ERROR.
002266     ACCEPT DL100-BUS-DATE FROM DATE YYYYMMDD.
002267     MOVE 8 TO RETURN-CODE.
002268     MOVE 'S' TO DL100-INIT-ERR-SW.
002270 1050-EXIT.
002280     EXIT.
002290*****************************************************************
002300* 2000-PROCESS-CARD - EDIT ONE RATE CARD. AN ACCEPTED CARD GOES  *
002310*                     TO THE RATE TABLE WITH THE DATE FILLED IN; *
002320*                     EITHER WAY THE CARD IS LISTED WITH ITS     *
002330*                     OUTCOME. THE FIRST CARD FOR A CURRENCY     *
002340*                     WINS - A SECOND ONE IS REJECTED, NOT       *
002350*                     ALLOWED TO REPLACE IT.                     *
002360*****************************************************************
002370 2000-PROCESS-CARD.
002380     MOVE SPACES TO DL100-REJ-TEXT.
002390     IF DL100-FX-DATE = SPACES
002400         MOVE DL100-BUS-DATE TO DL100-FX-DATE-N
002410     END-IF.
002420     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
002430     MOVE SPACES            TO DL100-RPT-RATE-LINE.
002440     MOVE DL100-FX-DATE     TO DL100-RPT-DATE.
002450     MOVE DL100-FX-CURR     TO DL100-RPT-CURR.
002460     IF DL100-FX-RATE NUMERIC
002470         MOVE DL100-FX-RATE-N TO DL100-RPT-RATE
002480     ELSE
002490         MOVE DL100-FX-RATE   TO DL100-RPT-RATE-X
002500     END-IF.
002510     MOVE DL100-FX-DESC     TO DL100-RPT-DESC.
002520     IF DL100-REJ-TEXT = SPACES
002530         MOVE DL100-FX-REC  TO DL100-RATE-REC
002540         WRITE DL100-RATE-REC
002550         ADD 1 TO DL100-LOAD-COUNT
002560         ADD 1 TO DL100-CURR-CNT
002570         SET DL100-CURR-IX TO DL100-CURR-CNT
002580         MOVE DL100-FX-CURR TO DL100-CTBL-CURR (DL100-CURR-IX)
002590         MOVE 'CARREGADA'   TO DL100-RPT-STATUS
002600     ELSE
002610         ADD 1 TO DL100-BAD-COUNT
002620         MOVE DL100-REJ-TEXT TO DL100-RPT-STATUS
002630     END-IF.
002640     WRITE DL100-LIST-REC FROM DL100-RPT-RATE-LINE.
002650     PERFORM 8000-READ-CARD THRU 8000-EXIT.
002660 2000-EXIT.
002670     EXIT.
002680*****************************************************************
002690* 2100-EDIT-CARD - APPLY THE CARD EDITS IN TURN; THE FIRST ONE   *
002700*                  THAT FAILS NAMES THE REJECT ON THE LISTING.   *
002710*****************************************************************
002720 2100-EDIT-CARD.
002730     IF DL100-FX-DATE NOT NUMERIC
002740         MOVE 'DATA INVALIDA' TO DL100-REJ-TEXT
002750         GO TO 2100-EXIT
002760     END-IF.
002770     IF DL100-FX-DATE-N NOT = DL100-BUS-DATE
002780         MOVE 'DATA NAO E A DO NEGOCIO' TO DL100-REJ-TEXT
002790         GO TO 2100-EXIT
002800     END-IF.
002810     IF DL100-FX-CURR NOT ALPHABETIC OR
002820        DL100-FX-CURR (1:1) = SPACE OR
002830        DL100-FX-CURR (2:1) = SPACE OR
002840        DL100-FX-CURR (3:1) = SPACE
002850         MOVE 'MOEDA INVALIDA' TO DL100-REJ-TEXT
002860         GO TO 2100-EXIT
002870     END-IF.
002880     IF DL100-FX-CURR = 'BRL'
002890         MOVE 'MOEDA BASE SEM COTACAO' TO DL100-REJ-TEXT
002900         GO TO 2100-EXIT
002910     END-IF.
002920     IF DL100-FX-RATE NOT NUMERIC
002930         MOVE 'COTACAO NAO NUMERICA' TO DL100-REJ-TEXT
002940         GO TO 2100-EXIT
002950     END-IF.
002960     IF DL100-FX-RATE-N = ZERO
002970         MOVE 'COTACAO ZERO' TO DL100-REJ-TEXT
002980         GO TO 2100-EXIT
002990     END-IF.
003000     MOVE 'N' TO DL100-DUP-SW.
003010     PERFORM 2150-SCAN-CURR THRU 2150-EXIT
003020         VARYING DL100-CURR-IX FROM 1 BY 1
003030         UNTIL DL100-CURR-IX > DL100-CURR-CNT
003040            OR DL100-DUP-FOUND.
003050     IF DL100-DUP-FOUND
003060         MOVE 'MOEDA EM DUPLICIDADE' TO DL100-REJ-TEXT
003070         GO TO 2100-EXIT
003080     END-IF.
003090     IF DL100-CURR-CNT NOT < 50
003100         MOVE 'TABELA DE MOEDAS CHEIA' TO DL100-REJ-TEXT
003110     END-IF.
003120 2100-EXIT.
003130     EXIT.
003140*****************************************************************
003150* 2150-SCAN-CURR - COMPARE THE CARD'S CURRENCY WITH ONE ALREADY  *
003160*                  LOADED TONIGHT.                               *
003170*****************************************************************
003180 2150-SCAN-CURR.
003190     IF DL100-CTBL-CURR (DL100-CURR-IX) = DL100-FX-CURR
003200         MOVE 'S' TO DL100-DUP-SW
003210     END-IF.
003220 2150-EXIT.
003230     EXIT.
003240*****************************************************************
003250* 3000-TERMINATE - PUT THE COUNTS ON THE LISTING, SET THE STEP   *
003260*                  CODE AND CLOSE DOWN.                          *
003270*****************************************************************
003280 3000-TERMINATE.
003290     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
003300     MOVE "CARTOES LIDOS:            " TO DL100-RPT-CNT-CAPTION.
003310     MOVE DL100-READ-COUNT TO DL100-RPT-CNT-VALUE.
003320     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
003330     MOVE "COTACOES CARREGADAS:      " TO DL100-RPT-CNT-CAPTION.
003340     MOVE DL100-LOAD-COUNT TO DL100-RPT-CNT-VALUE.
003350     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
003360     MOVE "CARTOES REJEITADOS:       " TO DL100-RPT-CNT-CAPTION.
003370     MOVE DL100-BAD-COUNT  TO DL100-RPT-CNT-VALUE.
003380     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
003390     IF DL100-BAD-COUNT > ZERO OR DL100-NO-CARDS
003400         MOVE 4 TO RETURN-CODE
003410     END-IF.
003420     DISPLAY 'RATELOAD - COTACOES CARREGADAS: ' DL100-LOAD-COUNT
003430         ' REJEITADAS: ' DL100-BAD-COUNT.
003440     IF NOT DL100-NO-CARDS
003450         CLOSE DL100-CARD-FILE
003460     END-IF.
003470     CLOSE DL100-RATE-FILE
003480           DL100-LIST-FILE.
003490 3000-EXIT.
003500     EXIT.
003510*****************************************************************
003520* 8000-READ-CARD - READ ONE RATE CARD OR FLAG END OF FILE.       *
003530*****************************************************************
003540 8000-READ-CARD.
003550     READ DL100-CARD-FILE
003560         AT END
003570             MOVE 'S' TO DL100-EOF-SW
003580             GO TO 8000-EXIT
003590     END-READ.
003600     ADD 1 TO DL100-READ-COUNT.
003610 8000-EXIT.
003620     EXIT.
003630*****************************************************************
003640* 9000-WRITE-RUN-STAT - APPEND THE STEP'S RUN-STATISTICS         *
003650*                       RECORD: CARDS READ, RATES LOADED AND     *
003660*                       CARDS REJECTED, WITH START/END TIMES AND *
003670*                       THE STEP CODE.                           *
003680*****************************************************************
003690 9000-WRITE-RUN-STAT.
003700     OPEN EXTEND DL100-STAT-FILE.
003710     IF DL100-STAT-STATUS = '35'
003720         OPEN OUTPUT DL100-STAT-FILE
003730     END-IF.
003740     MOVE SPACES            TO DL100-STAT-REC.
003750     MOVE 'RATELOAD'        TO DL100-STAT-PGM.
003760     MOVE DL100-BUS-DATE    TO DL100-STAT-DATE.
003770     MOVE DL100-STAT-START0 TO DL100-STAT-START.
003780     ACCEPT DL100-STAT-END FROM TIME.
003790     MOVE SPACES            TO DL100-STAT-DEPT.
003800     MOVE DL100-READ-COUNT  TO DL100-STAT-READ.
003810     MOVE DL100-LOAD-COUNT  TO DL100-STAT-PROC.
003820     MOVE DL100-BAD-COUNT   TO DL100-STAT-REJ.
003830     MOVE ZERO              TO DL100-STAT-SKIP.
003840     MOVE RETURN-CODE       TO DL100-STAT-RC.
003850     WRITE DL100-STAT-REC.
003860     CLOSE DL100-STAT-FILE.
003870 9000-EXIT.
003880     EXIT.
