000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SIGNRPT.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. WEEKLY SECURITY REPORT FOR *
000110*                  THE SUPERVISORS OFF THE SIGN-ON JOURNAL      *
000120*                  (SIGNLOG, DL100SJ) THAT MENU AND PENDREL     *
000130*                  WRITE. SECTION 1 LISTS EVERY ID REFUSED      *
000140*                  REPEATEDLY IN THE PERIOD - WRONG PASSWORD,   *
000150*                  UNKNOWN ID, INACTIVE OPERATOR, FAILED FORCED *
000160*                  CHANGE - OR DENIED PENDREL REPEATEDLY;       *
000170*                  SECTION 2 EVERY SIGN-ON BEFORE 07:00, FROM   *
000180*                  20:00 OR ON A WEEKEND; SECTION 3 EVERY       *
000190*                  OPERATOR STILL ACTIVE ON THE OPERATOR MASTER *
000200*                  WITH NO SIGN-ON FOR 60 DAYS OR MORE. THEN    *
000210*                  THE PERIOD'S EVENT COUNTS. THE SYSIN CARD    *
000220*                  GIVES THE FIRST AND LAST DATE OF THE PERIOD; *
000230*                  A BLANK CARD MEANS THE SEVEN DAYS ENDING     *
000240*                  YESTERDAY.                                   *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DL100-JRNL-FILE   ASSIGN TO SIGNLOG
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS  IS DL100-JRNL-STATUS.
000320     SELECT DL100-OPER-FILE   ASSIGN TO OPERMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE  IS DYNAMIC
000350         RECORD KEY   IS DL100-OPER-ID
000360         FILE STATUS  IS DL100-OPER-STATUS.
000370     SELECT DL100-LIST-FILE   ASSIGN TO SIGNLST
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS DL100-LIST-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DL100-JRNL-FILE
000430     LABEL RECORDS ARE STANDARD
000440     RECORDING MODE IS F.
000450 COPY DL100SJ.
000460 FD  DL100-OPER-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY DL100OP.
000490 FD  DL100-LIST-FILE
000500     LABEL RECORDS ARE STANDARD
000510     RECORDING MODE IS F.
000520 01  DL100-LIST-REC               PIC X(84).
000530 WORKING-STORAGE SECTION.
000540 01  DL100-RPT-HDR1.
000550     05  FILLER                   PIC X(17) VALUE SPACES.
000560     05  FILLER                   PIC X(27)
000570         VALUE "SIGNRPT - RELATORIO SEMANAL".
000580     05  FILLER                   PIC X(23)
000590         VALUE " DE SEGURANCA DE ACESSO".
000600     05  FILLER                   PIC X(17) VALUE SPACES.
000610 01  DL100-RPT-HDR2.
000620     05  FILLER                   PIC X(20) VALUE SPACES.
000630     05  FILLER                   PIC X(11) VALUE "PERIODO DE ".
000640     05  DL100-RPT-FROM           PIC X(10).
000650     05  FILLER                   PIC X(03) VALUE " A ".
000660     05  DL100-RPT-TO             PIC X(10).
000670     05  FILLER                   PIC X(30) VALUE SPACES.
000680 01  DL100-RPT-FAIL-TITLE.
000690     05  FILLER                   PIC X(30)
000700             VALUE "1. IDENTIFICACOES RECUSADAS DE".
000710     05  DL100-RPT-FAIL-LIMIT     PIC Z9.
000720     05  FILLER                   PIC X(52)
000730             VALUE " VEZES OU MAIS NO PERIODO".
000740 01  DL100-RPT-FAIL-COLHDR.
000750     05  FILLER                   PIC X(09) VALUE "OPERADOR".
000760     05  FILLER                   PIC X(26) VALUE "NOME".
000770     05  FILLER                   PIC X(04) VALUE "SUP".
000780     05  FILLER                   PIC X(06) VALUE " SENHA".
000790     05  FILLER                   PIC X(06) VALUE "  DESC".
000800     05  FILLER                   PIC X(06) VALUE " INAT.".
000810     05  FILLER                   PIC X(06) VALUE " TROCA".
000820     05  FILLER                   PIC X(06) VALUE " NEGAD".
000830     05  FILLER                   PIC X(11) VALUE " ULT. DATA".
000840     05  FILLER                   PIC X(04) VALUE SPACES.
000850 01  DL100-RPT-FAIL-LINE.
000860     05  DL100-RPT-F-OPER         PIC X(08).
000870     05  FILLER                   PIC X(01) VALUE SPACES.
000880     05  DL100-RPT-F-NAME         PIC X(25).
000890     05  FILLER                   PIC X(02) VALUE SPACES.
000900     05  DL100-RPT-F-SUPER        PIC X(01).
000910     05  FILLER                   PIC X(02) VALUE SPACES.
000920     05  FILLER                   PIC X(02) VALUE SPACES.
000930     05  DL100-RPT-F-BADPWD       PIC ZZZ9.
000940     05  FILLER                   PIC X(02) VALUE SPACES.
000950     05  DL100-RPT-F-UNKNOWN      PIC ZZZ9.
000960     05  FILLER                   PIC X(02) VALUE SPACES.
000970     05  DL100-RPT-F-INACT        PIC ZZZ9.
000980     05  FILLER                   PIC X(02) VALUE SPACES.
000990     05  DL100-RPT-F-CHGFAIL      PIC ZZZ9.
001000     05  FILLER                   PIC X(02) VALUE SPACES.
001010     05  DL100-RPT-F-DENIED       PIC ZZZ9.
001020     05  FILLER                   PIC X(01) VALUE SPACES.
001030     05  DL100-RPT-F-LAST         PIC X(10).
001040     05  FILLER                   PIC X(04) VALUE SPACES.
001050 01  DL100-RPT-ODD-TITLE.
001060     05  FILLER                   PIC X(35)
001070             VALUE "2. ACESSOS FORA DO HORARIO - ANTES ".
001080     05  FILLER                   PIC X(04) VALUE "DAS ".
001090     05  DL100-RPT-ODD-EARLY      PIC X(05).
001100     05  FILLER                   PIC X(10) VALUE ", A PARTIR".
001110     05  FILLER                   PIC X(05) VALUE " DAS ".
001120     05  DL100-RPT-ODD-LATE       PIC X(05).
001130     05  FILLER                   PIC X(20)
001140             VALUE " OU FIM DE SEMANA".
001150 01  DL100-RPT-ODD-COLHDR.
001160     05  FILLER                   PIC X(09) VALUE "OPERADOR".
001170     05  FILLER                   PIC X(26) VALUE "NOME".
001180     05  FILLER                   PIC X(12) VALUE "DATA".
001190     05  FILLER                   PIC X(05) VALUE "DIA".
001200     05  FILLER                   PIC X(10) VALUE "HORA".
001210     05  FILLER                   PIC X(22) VALUE "MOTIVO".
001220 01  DL100-RPT-ODD-LINE.
001230     05  DL100-RPT-O-OPER         PIC X(08).
001240     05  FILLER                   PIC X(01) VALUE SPACES.
001250     05  DL100-RPT-O-NAME         PIC X(25).
001260     05  FILLER                   PIC X(01) VALUE SPACES.
001270     05  DL100-RPT-O-DATE         PIC X(10).
001280     05  FILLER                   PIC X(02) VALUE SPACES.
001290     05  DL100-RPT-O-DAY          PIC X(03).
001300     05  FILLER                   PIC X(02) VALUE SPACES.
001310     05  DL100-RPT-O-TIME         PIC X(08).
001320     05  FILLER                   PIC X(02) VALUE SPACES.
001330     05  DL100-RPT-O-REASON       PIC X(18).
001340     05  FILLER                   PIC X(04) VALUE SPACES.
001350 01  DL100-RPT-DORM-TITLE.
001360     05  FILLER                   PIC X(34)
001370             VALUE "3. OPERADORES ATIVOS SEM ACESSO HA".
001380     05  DL100-RPT-DORM-DAYS      PIC ZZ9.
001390     05  FILLER                   PIC X(19)
001400             VALUE " DIAS OU MAIS (ATE ".
001410     05  DL100-RPT-DORM-THRU      PIC X(10).
001420     05  FILLER                   PIC X(18) VALUE ")".
001430 01  DL100-RPT-DORM-COLHDR.
001440     05  FILLER                   PIC X(09) VALUE "OPERADOR".
001450     05  FILLER                   PIC X(26) VALUE "NOME".
001460     05  FILLER                   PIC X(04) VALUE "SUP".
001470     05  FILLER                   PIC X(12) VALUE "ULT. ACESSO".
001480     05  FILLER                   PIC X(07) VALUE "   DIAS".
001490     05  FILLER                   PIC X(12) VALUE "  DATA SENHA".
001500     05  FILLER                   PIC X(14) VALUE SPACES.
001510 01  DL100-RPT-DORM-LINE.
001520     05  DL100-RPT-D-OPER         PIC X(08).
001530     05  FILLER                   PIC X(01) VALUE SPACES.
001540     05  DL100-RPT-D-NAME         PIC X(25).
001550     05  FILLER                   PIC X(02) VALUE SPACES.
001560     05  DL100-RPT-D-SUPER        PIC X(01).
001570     05  FILLER                   PIC X(02) VALUE SPACES.
001580     05  DL100-RPT-D-LAST         PIC X(12).
001590     05  FILLER                   PIC X(02) VALUE SPACES.
001600     05  DL100-RPT-D-IDLE         PIC ZZZZ9 BLANK WHEN ZERO.
001610     05  FILLER                   PIC X(02) VALUE SPACES.
001620     05  DL100-RPT-D-PWD-DATE     PIC X(10).
001630     05  FILLER                   PIC X(14) VALUE SPACES.
001640 01  DL100-RPT-CNT-LINE.
001650     05  DL100-RPT-CNT-CAPTION    PIC X(40).
001660     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001670     05  FILLER                   PIC X(34) VALUE SPACES.
001680 01  DL100-RPT-MSG-LINE.
001690     05  DL100-RPT-MSG            PIC X(80).
001700     05  FILLER                   PIC X(04) VALUE SPACES.
001710 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001720 01  DL100-SEL-CARD.
001730     05  DL100-CARD-FROM          PIC X(08).
001740     05  FILLER                   PIC X(01).
001750     05  DL100-CARD-TO            PIC X(08).
001760     05  FILLER                   PIC X(63).
001770 01  DL100-DATE-ED.
001780     05  DL100-DATE-ED-MM         PIC X(02).
001790     05  FILLER                   PIC X(01) VALUE "/".
001800     05  DL100-DATE-ED-DD         PIC X(02).
001810     05  FILLER                   PIC X(01) VALUE "/".
001820     05  DL100-DATE-ED-YYYY       PIC X(04).
001830 01  DL100-TIME-ED.
001840     05  DL100-TIME-ED-HH         PIC X(02).
001850     05  FILLER                   PIC X(01) VALUE ":".
001860     05  DL100-TIME-ED-MI         PIC X(02).
001870     05  FILLER                   PIC X(01) VALUE ":".
001880     05  DL100-TIME-ED-SS         PIC X(02).
001890*****************************************************************
001900* WHAT THE REPORT CALLS REPEATED, UNUSUAL AND DORMANT. A FAILURE *
001910* COUNT OR A PENDREL DENIAL COUNT AT THE LIMIT LISTS THE ID; A   *
001920* SIGN-ON BEFORE THE EARLY TIME OR AT/AFTER THE LATE TIME (CLOCK *
001930* TIME, HHMMSSCC) IS OUT OF HOURS; AN ACTIVE OPERATOR IDLE FOR   *
001940* THE DORMANT DAYS OR MORE IS DORMANT.                           *
001950*****************************************************************
001960 01  DL100-LIMITS.
001970     05  DL100-FAIL-LIMIT         PIC S9(04) COMP VALUE 3.
001980     05  DL100-DORMANT-DAYS       PIC S9(04) COMP VALUE 60.
001990     05  DL100-EARLY-TIME         PIC 9(08)       VALUE 07000000.
002000     05  DL100-LATE-TIME          PIC 9(08)       VALUE 20000000.
002010*****************************************************************
002020* DAY NAMES BY INTEGER-OF-DATE REMAINDER 7 PLUS 1 - DAY 1        *
002030* (16010101) WAS A MONDAY, SO REMAINDER 0 IS A SUNDAY AND 6 A    *
002040* SATURDAY.                                                      *
002050*****************************************************************
002060 01  DL100-DAY-NAMES-X            PIC X(21)
002070         VALUE 'DOMSEGTERQUAQUISEXSAB'.
002080 01  DL100-DAY-NAMES REDEFINES DL100-DAY-NAMES-X.
002090     05  DL100-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
002100*****************************************************************
002110* DAYS IN EACH MONTH, FOR THE CHECK OF A CARD DATE.              *
002120*****************************************************************
002130 01  DL100-MONTH-DAYS-X           PIC X(24)
002140         VALUE '312931303130313130313031'.
002150 01  DL100-MONTH-DAYS REDEFINES DL100-MONTH-DAYS-X.
002160     05  DL100-MAX-DD             PIC 9(02) OCCURS 12 TIMES.
002170 01  DL100-CHK-DATE               PIC 9(08)       VALUE ZERO.
002180 01  DL100-CHK-DATE-R REDEFINES DL100-CHK-DATE.
002190     05  DL100-CHK-YYYY           PIC 9(04).
002200     05  DL100-CHK-MM             PIC 9(02).
002210     05  DL100-CHK-DD             PIC 9(02).
002220 01  DL100-WORK-FIELDS.
002230     05  DL100-TODAY              PIC 9(08)       VALUE ZERO.
002240     05  DL100-FROM-DATE          PIC 9(08)       VALUE ZERO.
002250     05  DL100-THRU-DATE          PIC 9(08)       VALUE ZERO.
002260     05  DL100-EDIT-DATE          PIC 9(08)       VALUE ZERO.
002270     05  DL100-EDIT-TIME          PIC 9(08)       VALUE ZERO.
002280     05  DL100-FIRST-JRNL-DATE    PIC 9(08)       VALUE ZERO.
002290     05  DL100-THRU-NUM           PIC S9(09) COMP VALUE ZERO.
002300     05  DL100-DAY-NUM            PIC S9(09) COMP VALUE ZERO.
002310     05  DL100-IDLE-DAYS          PIC S9(09) COMP VALUE ZERO.
002320     05  DL100-DOW                PIC S9(04) COMP VALUE ZERO.
002330     05  DL100-FAIL-SUM           PIC S9(05) COMP VALUE ZERO.
002340     05  DL100-LOOK-ID            PIC X(08)       VALUE SPACES.
002350     05  DL100-NAME-WORK          PIC X(30)       VALUE SPACES.
002360     05  DL100-SUPER-WORK         PIC X(01)       VALUE SPACES.
002370 01  DL100-COUNTERS.
002380     05  DL100-PER-READ           PIC S9(07) COMP VALUE ZERO.
002390     05  DL100-CNT-SIGNON         PIC S9(07) COMP VALUE ZERO.
002400     05  DL100-CNT-BADPWD         PIC S9(07) COMP VALUE ZERO.
002410     05  DL100-CNT-UNKNOWN        PIC S9(07) COMP VALUE ZERO.
002420     05  DL100-CNT-INACT          PIC S9(07) COMP VALUE ZERO.
002430     05  DL100-CNT-MSTDOWN        PIC S9(07) COMP VALUE ZERO.
002440     05  DL100-CNT-PWDCHG         PIC S9(07) COMP VALUE ZERO.
002450     05  DL100-CNT-CHGFAIL        PIC S9(07) COMP VALUE ZERO.
002460     05  DL100-CNT-DENIED         PIC S9(07) COMP VALUE ZERO.
002470     05  DL100-CNT-OTHER          PIC S9(07) COMP VALUE ZERO.
002480     05  DL100-FAIL-LISTED        PIC S9(07) COMP VALUE ZERO.
002490     05  DL100-ODD-LISTED         PIC S9(07) COMP VALUE ZERO.
002500     05  DL100-DORM-LISTED        PIC S9(07) COMP VALUE ZERO.
002510     05  DL100-NOT-JUDGED         PIC S9(07) COMP VALUE ZERO.
002520*****************************************************************
002530* ONE ENTRY PER ID SEEN ON THE JOURNAL UP TO THE LAST DATE OF    *
002540* THE PERIOD, IN FIRST-APPEARANCE ORDER: THE PERIOD'S REFUSALS   *
002550* BY KIND AND THE DATE OF THE LAST ONE, AND THE DATE OF THE LAST *
002560* SIGN-ON ON ANY DATE UP TO THE END OF THE PERIOD.               *
002570*****************************************************************
002580 01  DL100-ID-TABLE.
002590     05  DL100-ID-CNT             PIC S9(04) COMP VALUE ZERO.
002600     05  DL100-ID-ENTRY OCCURS 500 TIMES
002610                          INDEXED BY DL100-ID-IX.
002620         10  DL100-ID-OPER        PIC X(08).
002630         10  DL100-ID-BADPWD      PIC S9(04) COMP.
002640         10  DL100-ID-UNKNOWN     PIC S9(04) COMP.
002650         10  DL100-ID-INACT       PIC S9(04) COMP.
002660         10  DL100-ID-CHGFAIL     PIC S9(04) COMP.
002670         10  DL100-ID-DENIED      PIC S9(04) COMP.
002680         10  DL100-ID-LAST-FAIL   PIC 9(08).
002690         10  DL100-ID-LAST-OK     PIC 9(08).
002700 01  DL100-IFND-SUB               PIC S9(04) COMP VALUE ZERO.
002710 01  DL100-JRNL-STATUS            PIC X(02).
002720 01  DL100-OPER-STATUS            PIC X(02).
002730 01  DL100-LIST-STATUS            PIC X(02).
002740 01  DL100-SWITCHES.
002750     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
002760         88  DL100-EOF                        VALUE 'S'.
002770     05  DL100-OPER-EOF-SW        PIC X(01)   VALUE 'N'.
002780         88  DL100-OPER-EOF                   VALUE 'S'.
002790     05  DL100-ID-FOUND-SW        PIC X(01)   VALUE 'N'.
002800         88  DL100-ID-FOUND                   VALUE 'S'.
002810     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
002820         88  DL100-INIT-ERR                   VALUE 'S'.
002830     05  DL100-DATE-OK-SW         PIC X(01)   VALUE 'N'.
002840         88  DL100-DATE-OK                    VALUE 'S'.
002850     05  DL100-TABLE-FULL-SW      PIC X(01)   VALUE 'N'.
002860         88  DL100-TABLE-FULL                 VALUE 'S'.
002870     05  DL100-JRNL-OPEN-SW       PIC X(01)   VALUE 'N'.
002880         88  DL100-JRNL-OPEN                  VALUE 'S'.
002890     05  DL100-OPER-OPEN-SW       PIC X(01)   VALUE 'N'.
002900         88  DL100-OPER-OPEN                  VALUE 'S'.
002910     05  DL100-LIST-OPEN-SW       PIC X(01)   VALUE 'N'.
002920         88  DL100-LIST-OPEN                  VALUE 'S'.
002930     05  DL100-NO-JRNL-SW         PIC X(01)   VALUE 'N'.
002940         88  DL100-NO-JRNL                    VALUE 'S'.
002950 PROCEDURE DIVISION.
002960 0000-MAINLINE.
002970     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
002980     IF NOT DL100-INIT-ERR
002990         PERFORM 2000-TALLY-EVENT    THRU 2000-EXIT
003000             UNTIL DL100-EOF
003010         PERFORM 3000-LIST-FAILURES  THRU 3000-EXIT
003020         PERFORM 4000-LIST-ODD-HOURS THRU 4000-EXIT
003030         PERFORM 5000-LIST-DORMANT   THRU 5000-EXIT
003040         PERFORM 6000-PRINT-TOTALS   THRU 6000-EXIT
003050     END-IF.
003060     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
003070     GOBACK.
003080*****************************************************************
003090* 1000-INITIALIZE - SET THE PERIOD FROM THE SYSIN CARD, OPEN THE *
003100*                   FILES, WRITE THE HEADINGS AND PRIME THE      *
003110*                   JOURNAL READ. A JOURNAL NOT YET CREATED IS   *
003120*                   TAKEN AS EMPTY - THE REPORT STILL PRINTS.    *
003130*                   A BAD CARD OR ANY OTHER OPEN FAILURE ENDS    *
003140*                   THE STEP RC=8.                               *
003150*****************************************************************
003160 1000-INITIALIZE.
003170     MOVE SPACES TO DL100-SEL-CARD.
003180     ACCEPT DL100-SEL-CARD.
003190     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
003200     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
003210     IF DL100-INIT-ERR
003220         GO TO 1000-EXIT
003230     END-IF.
003240     COMPUTE DL100-THRU-NUM =
003250         FUNCTION INTEGER-OF-DATE (DL100-THRU-DATE).
003260     OPEN OUTPUT DL100-LIST-FILE.
003270     MOVE 'S' TO DL100-LIST-OPEN-SW.
003280     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
003290     MOVE DL100-FROM-DATE TO DL100-EDIT-DATE.
003300     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
003310     MOVE DL100-DATE-ED TO DL100-RPT-FROM.
003320     MOVE DL100-THRU-DATE TO DL100-EDIT-DATE.
003330     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
003340     MOVE DL100-DATE-ED TO DL100-RPT-TO.
003350     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
003360     OPEN INPUT DL100-OPER-FILE.
003370     IF DL100-OPER-STATUS NOT = '00'
003380         DISPLAY 'SIGNRPT - ERRO NA ABERTURA DO CADASTRO DE '
003390             'OPERADORES: ' DL100-OPER-STATUS
003400         MOVE 8 TO RETURN-CODE
003410         MOVE 'S' TO DL100-INIT-ERR-SW
003420         GO TO 1000-EXIT
003430     END-IF.
003440     MOVE 'S' TO DL100-OPER-OPEN-SW.
003450     OPEN INPUT DL100-JRNL-FILE.
003460     IF DL100-JRNL-STATUS = '35'
003470         MOVE 'S' TO DL100-NO-JRNL-SW
003480         MOVE 'S' TO DL100-EOF-SW
003490         GO TO 1000-EXIT
003500     END-IF.
003510     IF DL100-JRNL-STATUS NOT = '00'
003520         DISPLAY 'SIGNRPT - ERRO NA ABERTURA DO DIARIO DE '
003530             'ACESSOS: ' DL100-JRNL-STATUS
003540         MOVE 8 TO RETURN-CODE
003550         MOVE 'S' TO DL100-INIT-ERR-SW
003560         GO TO 1000-EXIT
003570     END-IF.
003580     MOVE 'S' TO DL100-JRNL-OPEN-SW.
003590     PERFORM 8000-READ-JRNL THRU 8000-EXIT.
003600 1000-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 1100-SET-PERIOD - A BLANK CARD REPORTS THE SEVEN DAYS ENDING   *
003640*                   YESTERDAY BY THE CLOCK. OTHERWISE THE CARD   *
003650*                   GIVES THE FIRST DATE (1-8) AND THE LAST      *
003660*                   (10-17); EITHER LEFT BLANK IS SET SEVEN DAYS *
003670*                   FROM THE OTHER.                              *
003680*****************************************************************
003690 1100-SET-PERIOD.
003700     IF DL100-CARD-FROM = SPACES AND
003710        DL100-CARD-TO   = SPACES
003720         COMPUTE DL100-THRU-DATE = FUNCTION DATE-OF-INTEGER
003730             (FUNCTION INTEGER-OF-DATE (DL100-TODAY) - 1)
003740         COMPUTE DL100-FROM-DATE = FUNCTION DATE-OF-INTEGER
003750             (FUNCTION INTEGER-OF-DATE (DL100-THRU-DATE) - 6)
003760         GO TO 1100-EXIT
003770     END-IF.
003780     IF DL100-CARD-FROM NOT = SPACES
003790         IF DL100-CARD-FROM NOT NUMERIC
003800             MOVE ZERO TO DL100-CHK-DATE
003810         ELSE
003820             MOVE DL100-CARD-FROM TO DL100-CHK-DATE
003830         END-IF
003840         PERFORM 8200-CHECK-DATE THRU 8200-EXIT
003850         IF NOT DL100-DATE-OK
003860             DISPLAY 'SIGNRPT - DATA INICIAL INVALIDA NO CARTAO: '
003870                 DL100-CARD-FROM
003880             MOVE 8 TO RETURN-CODE
003890             MOVE 'S' TO DL100-INIT-ERR-SW
003900             GO TO 1100-EXIT
003910         END-IF
003920         MOVE DL100-CHK-DATE TO DL100-FROM-DATE
003930     END-IF.
003940     IF DL100-CARD-TO NOT = SPACES
003950         IF DL100-CARD-TO NOT NUMERIC
003960             MOVE ZERO TO DL100-CHK-DATE
003970         ELSE
003980             MOVE DL100-CARD-TO TO DL100-CHK-DATE
003990         END-IF
004000         PERFORM 8200-CHECK-DATE THRU 8200-EXIT
004010         IF NOT DL100-DATE-OK
004020             DISPLAY 'SIGNRPT - DATA FINAL INVALIDA NO CARTAO: '
004030                 DL100-CARD-TO
004040             MOVE 8 TO RETURN-CODE
004050             MOVE 'S' TO DL100-INIT-ERR-SW
004060             GO TO 1100-EXIT
004070         END-IF
004080         MOVE DL100-CHK-DATE TO DL100-THRU-DATE
004090     END-IF.
004100     IF DL100-CARD-TO = SPACES
004110         COMPUTE DL100-THRU-DATE = FUNCTION DATE-OF-INTEGER
004120             (FUNCTION INTEGER-OF-DATE (DL100-FROM-DATE) + 6)
004130     END-IF.
004140     IF DL100-CARD-FROM = SPACES
004150         COMPUTE DL100-FROM-DATE = FUNCTION DATE-OF-INTEGER
004160             (FUNCTION INTEGER-OF-DATE (DL100-THRU-DATE) - 6)
004170     END-IF.
004180     IF DL100-FROM-DATE > DL100-THRU-DATE
004190         DISPLAY 'SIGNRPT - DATA INICIAL POSTERIOR A FINAL: '
004200             DL100-FROM-DATE ' ' DL100-THRU-DATE
004210         MOVE 8 TO RETURN-CODE
004220         MOVE 'S' TO DL100-INIT-ERR-SW
004230     END-IF.
004240 1100-EXIT.
004250     EXIT.
004260*****************************************************************
004270* 2000-TALLY-EVENT - FOLD ONE JOURNAL LINE INTO THE COUNTS. LINES*
004280*                    AFTER THE PERIOD ARE PASSED OVER. A SIGN-ON *
004290*                    ON ANY DATE UP TO THE END OF THE PERIOD     *
004300*                    MOVES ITS ID'S LAST SIGN-ON DATE ON; A      *
004310*                    REFUSAL INSIDE THE PERIOD IS COUNTED AGAINST*
004320*                    ITS ID BY KIND.                             *
004330*****************************************************************
004340 2000-TALLY-EVENT.
004350     IF DL100-SJ-DATE NOT NUMERIC OR
004360        DL100-SJ-DATE > DL100-THRU-DATE
004370         GO TO 2000-NEXT
004380     END-IF.
004390     IF DL100-SJ-DATE NOT < DL100-FROM-DATE
004400         PERFORM 2300-COUNT-EVENT THRU 2300-EXIT
004410     END-IF.
004420     IF NOT DL100-SJ-SIGNED-ON AND
004430        NOT DL100-SJ-FAILURE   AND
004440        NOT DL100-SJ-SUPER-DENIED
004450         GO TO 2000-NEXT
004460     END-IF.
004470     IF DL100-SJ-DATE < DL100-FROM-DATE AND
004480        NOT DL100-SJ-SIGNED-ON
004490         GO TO 2000-NEXT
004500     END-IF.
004510     MOVE DL100-SJ-OPER TO DL100-LOOK-ID.
004520     PERFORM 2100-FIND-ID THRU 2100-EXIT.
004530     IF NOT DL100-ID-FOUND
004540         PERFORM 2200-ADD-ID THRU 2200-EXIT
004550     END-IF.
004560     IF NOT DL100-ID-FOUND
004570         GO TO 2000-NEXT
004580     END-IF.
004590     SET DL100-ID-IX TO DL100-IFND-SUB.
004600     IF DL100-SJ-SIGNED-ON
004610         IF DL100-SJ-DATE > DL100-ID-LAST-OK (DL100-ID-IX)
004620             MOVE DL100-SJ-DATE TO DL100-ID-LAST-OK (DL100-ID-IX)
004630         END-IF
004640         GO TO 2000-NEXT
004650     END-IF.
004660     EVALUATE TRUE
004670         WHEN DL100-SJ-BAD-PASSWORD
004680             ADD 1 TO DL100-ID-BADPWD  (DL100-ID-IX)
004690         WHEN DL100-SJ-UNKNOWN-ID
004700             ADD 1 TO DL100-ID-UNKNOWN (DL100-ID-IX)
004710         WHEN DL100-SJ-INACTIVE
004720             ADD 1 TO DL100-ID-INACT   (DL100-ID-IX)
004730         WHEN DL100-SJ-PWD-CHG-FAILED
004740             ADD 1 TO DL100-ID-CHGFAIL (DL100-ID-IX)
004750         WHEN DL100-SJ-SUPER-DENIED
004760             ADD 1 TO DL100-ID-DENIED  (DL100-ID-IX)
004770     END-EVALUATE.
004780     IF DL100-SJ-DATE > DL100-ID-LAST-FAIL (DL100-ID-IX)
004790         MOVE DL100-SJ-DATE TO DL100-ID-LAST-FAIL (DL100-ID-IX)
004800     END-IF.
004810 2000-NEXT.
004820     PERFORM 8000-READ-JRNL THRU 8000-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850*****************************************************************
004860* 2100-FIND-ID - LOOK DL100-LOOK-ID UP IN THE ID TABLE; WHEN IT  *
004870*                IS THERE DL100-IFND-SUB POINTS AT ITS ENTRY.    *
004880*****************************************************************
004890 2100-FIND-ID.
004900     MOVE 'N'  TO DL100-ID-FOUND-SW.
004910     MOVE ZERO TO DL100-IFND-SUB.
004920     IF DL100-ID-CNT > ZERO
004930         PERFORM 2150-CHECK-ID THRU 2150-EXIT
004940             VARYING DL100-ID-IX FROM 1 BY 1
004950             UNTIL DL100-ID-IX > DL100-ID-CNT
004960                OR DL100-ID-FOUND
004970     END-IF.
004980 2100-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 2150-CHECK-ID - COMPARE ONE TABLE ENTRY AGAINST THE ID SOUGHT. *
005020*****************************************************************
005030 2150-CHECK-ID.
005040     IF DL100-ID-OPER (DL100-ID-IX) = DL100-LOOK-ID
005050         MOVE 'S' TO DL100-ID-FOUND-SW
005060         SET DL100-IFND-SUB TO DL100-ID-IX
005070     END-IF.
005080 2150-EXIT.
005090     EXIT.
005100*****************************************************************
005110* 2200-ADD-ID - START A TABLE ENTRY FOR AN ID NOT YET SEEN. WHEN *
005120*               THE TABLE IS FULL THE ID IS LEFT OUT, THE REPORT *
005130*               SAYS IT IS PARTIAL AND THE STEP ENDS RC=4.       *
005140*****************************************************************
005150 2200-ADD-ID.
005160     IF DL100-ID-CNT = 500
005170         IF NOT DL100-TABLE-FULL
005180             DISPLAY 'SIGNRPT - MAIS DE 500 IDENTIFICACOES NO '
005190                 'DIARIO - RELATORIO PARCIAL'
005200             MOVE 4 TO RETURN-CODE
005210             MOVE 'S' TO DL100-TABLE-FULL-SW
005220         END-IF
005230         GO TO 2200-EXIT
005240     END-IF.
005250     ADD 1 TO DL100-ID-CNT.
005260     SET DL100-ID-IX TO DL100-ID-CNT.
005270     MOVE DL100-LOOK-ID TO DL100-ID-OPER     (DL100-ID-IX).
005280     MOVE ZERO          TO DL100-ID-BADPWD   (DL100-ID-IX).
005290     MOVE ZERO          TO DL100-ID-UNKNOWN  (DL100-ID-IX).
005300     MOVE ZERO          TO DL100-ID-INACT    (DL100-ID-IX).
005310     MOVE ZERO          TO DL100-ID-CHGFAIL  (DL100-ID-IX).
005320     MOVE ZERO          TO DL100-ID-DENIED   (DL100-ID-IX).
005330     MOVE ZERO          TO DL100-ID-LAST-FAIL (DL100-ID-IX).
005340     MOVE ZERO          TO DL100-ID-LAST-OK  (DL100-ID-IX).
005350     MOVE DL100-ID-CNT  TO DL100-IFND-SUB.
005360     MOVE 'S' TO DL100-ID-FOUND-SW.
005370 2200-EXIT.
005380     EXIT.
005390*****************************************************************
005400* 2300-COUNT-EVENT - COUNT ONE JOURNAL LINE OF THE PERIOD BY     *
005410*                    EVENT, FOR THE TOTALS.                      *
005420*****************************************************************
005430 2300-COUNT-EVENT.
005440     ADD 1 TO DL100-PER-READ.
005450     EVALUATE TRUE
005460         WHEN DL100-SJ-SIGNED-ON
005470             ADD 1 TO DL100-CNT-SIGNON
005480         WHEN DL100-SJ-BAD-PASSWORD
005490             ADD 1 TO DL100-CNT-BADPWD
005500         WHEN DL100-SJ-UNKNOWN-ID
005510             ADD 1 TO DL100-CNT-UNKNOWN
005520         WHEN DL100-SJ-INACTIVE
005530             ADD 1 TO DL100-CNT-INACT
005540         WHEN DL100-SJ-MASTER-DOWN
005550             ADD 1 TO DL100-CNT-MSTDOWN
005560         WHEN DL100-SJ-PWD-CHANGED
005570             ADD 1 TO DL100-CNT-PWDCHG
005580         WHEN DL100-SJ-PWD-CHG-FAILED
005590             ADD 1 TO DL100-CNT-CHGFAIL
005600         WHEN DL100-SJ-SUPER-DENIED
005610             ADD 1 TO DL100-CNT-DENIED
005620         WHEN OTHER
005630             ADD 1 TO DL100-CNT-OTHER
005640     END-EVALUATE.
005650 2300-EXIT.
005660     EXIT.
005670*****************************************************************
005680* 3000-LIST-FAILURES - SECTION 1: EVERY ID WHOSE REFUSALS IN THE *
005690*                      PERIOD, OR WHOSE PENDREL DENIALS, REACH   *
005700*                      THE LIMIT, WITH THE COUNT OF EACH KIND.   *
005710*****************************************************************
005720 3000-LIST-FAILURES.
005730     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
005740     MOVE DL100-FAIL-LIMIT TO DL100-RPT-FAIL-LIMIT.
005750     WRITE DL100-LIST-REC FROM DL100-RPT-FAIL-TITLE.
005760     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
005770     WRITE DL100-LIST-REC FROM DL100-RPT-FAIL-COLHDR.
005780     IF DL100-ID-CNT > ZERO
005790         PERFORM 3100-LIST-ONE-ID THRU 3100-EXIT
005800             VARYING DL100-ID-IX FROM 1 BY 1
005810             UNTIL DL100-ID-IX > DL100-ID-CNT
005820     END-IF.
005830     IF DL100-FAIL-LISTED = ZERO
005840         MOVE "NENHUMA IDENTIFICACAO COM RECUSAS REPETIDAS."
005850             TO DL100-RPT-MSG
005860         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
005870         GO TO 3000-EXIT
005880     END-IF.
005890     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
005900     MOVE "SENHA = SENHA INVALIDA    DESC  = ID NAO CADASTRADO"
005910         TO DL100-RPT-MSG.
005920     WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE.
005930     MOVE "INAT. = OPERADOR INATIVO  TROCA = TROCA RECUSADA"
005940         TO DL100-RPT-MSG.
005950     WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE.
005960     MOVE "NEGAD = PENDREL NEGADO (NAO SUPERVISOR)"
005970         TO DL100-RPT-MSG.
005980     WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE.
005990 3000-EXIT.
006000     EXIT.
006010*****************************************************************
006020* 3100-LIST-ONE-ID - LIST ONE TABLE ENTRY IF IT REACHES THE      *
006030*                    LIMIT.                                      *
006040*****************************************************************
006050 3100-LIST-ONE-ID.
006060     COMPUTE DL100-FAIL-SUM = DL100-ID-BADPWD  (DL100-ID-IX)
006070                            + DL100-ID-UNKNOWN (DL100-ID-IX)
006080                            + DL100-ID-INACT   (DL100-ID-IX)
006090                            + DL100-ID-CHGFAIL (DL100-ID-IX).
006100     IF DL100-FAIL-SUM < DL100-FAIL-LIMIT AND
006110        DL100-ID-DENIED (DL100-ID-IX) < DL100-FAIL-LIMIT
006120         GO TO 3100-EXIT
006130     END-IF.
006140     ADD 1 TO DL100-FAIL-LISTED.
006150     MOVE DL100-ID-OPER (DL100-ID-IX) TO DL100-LOOK-ID.
006160     PERFORM 8300-GET-NAME THRU 8300-EXIT.
006170     MOVE DL100-LOOK-ID    TO DL100-RPT-F-OPER.
006180     MOVE DL100-NAME-WORK  TO DL100-RPT-F-NAME.
006190     MOVE DL100-SUPER-WORK TO DL100-RPT-F-SUPER.
006200     MOVE DL100-ID-BADPWD  (DL100-ID-IX) TO DL100-RPT-F-BADPWD.
006210     MOVE DL100-ID-UNKNOWN (DL100-ID-IX) TO DL100-RPT-F-UNKNOWN.
006220     MOVE DL100-ID-INACT   (DL100-ID-IX) TO DL100-RPT-F-INACT.
006230     MOVE DL100-ID-CHGFAIL (DL100-ID-IX) TO DL100-RPT-F-CHGFAIL.
006240     MOVE DL100-ID-DENIED  (DL100-ID-IX) TO DL100-RPT-F-DENIED.
006250     MOVE DL100-ID-LAST-FAIL (DL100-ID-IX) TO DL100-EDIT-DATE.
006260     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
006270     MOVE DL100-DATE-ED    TO DL100-RPT-F-LAST.
006280     WRITE DL100-LIST-REC FROM DL100-RPT-FAIL-LINE.
006290 3100-EXIT.
006300     EXIT.
006310*****************************************************************
006320* 4000-LIST-ODD-HOURS - SECTION 2: READ THE JOURNAL AGAIN AND    *
006330*                       LIST, IN THE ORDER THEY HAPPENED, THE    *
006340*                       PERIOD'S SIGN-ONS OUT OF HOURS OR ON A   *
006350*                       WEEKEND.                                 *
006360*****************************************************************
006370 4000-LIST-ODD-HOURS.
006380     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
006390     MOVE DL100-EARLY-TIME TO DL100-EDIT-TIME.
006400     PERFORM 8150-EDIT-TIME THRU 8150-EXIT.
006410     MOVE DL100-TIME-ED (1:5) TO DL100-RPT-ODD-EARLY.
006420     MOVE DL100-LATE-TIME TO DL100-EDIT-TIME.
006430     PERFORM 8150-EDIT-TIME THRU 8150-EXIT.
006440     MOVE DL100-TIME-ED (1:5) TO DL100-RPT-ODD-LATE.
006450     WRITE DL100-LIST-REC FROM DL100-RPT-ODD-TITLE.
006460     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
006470     WRITE DL100-LIST-REC FROM DL100-RPT-ODD-COLHDR.
006480     IF NOT DL100-JRNL-OPEN
006490         GO TO 4000-END
006500     END-IF.
006510     CLOSE DL100-JRNL-FILE.
006520     MOVE 'N' TO DL100-JRNL-OPEN-SW.
006530     MOVE 'N' TO DL100-EOF-SW.
006540     OPEN INPUT DL100-JRNL-FILE.
006550     IF DL100-JRNL-STATUS NOT = '00'
006560         DISPLAY 'SIGNRPT - ERRO NA REABERTURA DO DIARIO DE '
006570             'ACESSOS: ' DL100-JRNL-STATUS
006580         MOVE 8 TO RETURN-CODE
006590         GO TO 4000-END
006600     END-IF.
006610     MOVE 'S' TO DL100-JRNL-OPEN-SW.
006620     PERFORM 8000-READ-JRNL THRU 8000-EXIT.
006630     PERFORM 4100-CHECK-SIGNON THRU 4100-EXIT
006640         UNTIL DL100-EOF.
006650 4000-END.
006660     IF DL100-ODD-LISTED = ZERO
006670         MOVE "NENHUM ACESSO FORA DO HORARIO NO PERIODO."
006680             TO DL100-RPT-MSG
006690         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
006700     END-IF.
006710 4000-EXIT.
006720     EXIT.
006730*****************************************************************
006740* 4100-CHECK-SIGNON - LIST ONE JOURNAL LINE IF IT IS A SIGN-ON   *
006750*                     OF THE PERIOD ON A SATURDAY OR SUNDAY, OR  *
006760*                     BEFORE THE EARLY OR FROM THE LATE TIME.    *
006770*****************************************************************
006780 4100-CHECK-SIGNON.
006790     IF DL100-SJ-DATE NOT NUMERIC OR
006800        DL100-SJ-DATE < DL100-FROM-DATE OR
006810        DL100-SJ-DATE > DL100-THRU-DATE OR
006820        NOT DL100-SJ-SIGNED-ON
006830         GO TO 4100-NEXT
006840     END-IF.
006850     COMPUTE DL100-DAY-NUM =
006860         FUNCTION INTEGER-OF-DATE (DL100-SJ-DATE).
006870     COMPUTE DL100-DOW = FUNCTION REM (DL100-DAY-NUM 7).
006880     IF DL100-DOW = 6 OR DL100-DOW = 0
006890         MOVE "FIM DE SEMANA"   TO DL100-RPT-O-REASON
006900     ELSE
006910         IF DL100-SJ-TIME < DL100-EARLY-TIME OR
006920            DL100-SJ-TIME NOT < DL100-LATE-TIME
006930             MOVE "FORA DO HORARIO" TO DL100-RPT-O-REASON
006940         ELSE
006950             GO TO 4100-NEXT
006960         END-IF
006970     END-IF.
006980     ADD 1 TO DL100-ODD-LISTED.
006990     MOVE DL100-SJ-OPER TO DL100-LOOK-ID.
007000     PERFORM 8300-GET-NAME THRU 8300-EXIT.
007010     MOVE DL100-LOOK-ID   TO DL100-RPT-O-OPER.
007020     MOVE DL100-NAME-WORK TO DL100-RPT-O-NAME.
007030     MOVE DL100-SJ-DATE   TO DL100-EDIT-DATE.
007040     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
007050     MOVE DL100-DATE-ED   TO DL100-RPT-O-DATE.
007060     MOVE DL100-DAY-NAME (DL100-DOW + 1) TO DL100-RPT-O-DAY.
007070     MOVE DL100-SJ-TIME   TO DL100-EDIT-TIME.
007080     PERFORM 8150-EDIT-TIME THRU 8150-EXIT.
007090     MOVE DL100-TIME-ED   TO DL100-RPT-O-TIME.
007100     WRITE DL100-LIST-REC FROM DL100-RPT-ODD-LINE.
007110 4100-NEXT.
007120     PERFORM 8000-READ-JRNL THRU 8000-EXIT.
007130 4100-EXIT.
007140     EXIT.
007150*****************************************************************
007160* 5000-LIST-DORMANT - SECTION 3: BROWSE THE OPERATOR MASTER IN   *
007170*                     ID ORDER AND LIST EVERY ACTIVE OPERATOR    *
007180*                     WHOSE LAST SIGN-ON IS THE DORMANT DAYS OR  *
007190*                     MORE BEFORE THE END OF THE PERIOD. ONE     *
007200*                     WITH NO SIGN-ON ON THE JOURNAL AT ALL IS   *
007210*                     ONLY LISTED WHEN THE JOURNAL GOES BACK THAT*
007220*                     FAR; OTHERWISE IT IS COUNTED AS NOT YET    *
007230*                     JUDGED.                                    *
007240*****************************************************************
007250 5000-LIST-DORMANT.
007260     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
007270     MOVE DL100-DORMANT-DAYS TO DL100-RPT-DORM-DAYS.
007280     MOVE DL100-RPT-TO       TO DL100-RPT-DORM-THRU.
007290     WRITE DL100-LIST-REC FROM DL100-RPT-DORM-TITLE.
007300     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
007310     WRITE DL100-LIST-REC FROM DL100-RPT-DORM-COLHDR.
007320     CLOSE DL100-OPER-FILE.
007330     MOVE 'N' TO DL100-OPER-OPEN-SW.
007340     OPEN INPUT DL100-OPER-FILE.
007350     IF DL100-OPER-STATUS NOT = '00'
007360         DISPLAY 'SIGNRPT - ERRO NA REABERTURA DO CADASTRO DE '
007370             'OPERADORES: ' DL100-OPER-STATUS
007380         MOVE 8 TO RETURN-CODE
007390         GO TO 5000-END
007400     END-IF.
007410     MOVE 'S' TO DL100-OPER-OPEN-SW.
007420     MOVE ZERO TO DL100-DAY-NUM.
007430     IF DL100-FIRST-JRNL-DATE NOT = ZERO
007440         COMPUTE DL100-DAY-NUM =
007450             FUNCTION INTEGER-OF-DATE (DL100-FIRST-JRNL-DATE)
007460     END-IF.
007470     PERFORM 5100-CHECK-OPER THRU 5100-EXIT
007480         UNTIL DL100-OPER-EOF.
007490 5000-END.
007500     IF DL100-DORM-LISTED = ZERO
007510         MOVE "NENHUM OPERADOR ATIVO SEM ACESSO RECENTE."
007520             TO DL100-RPT-MSG
007530         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
007540     END-IF.
007550     IF DL100-NOT-JUDGED > ZERO
007560         WRITE DL100-LIST-REC FROM DL100-RPT-BLANK
007570         MOVE "OPERADORES ATIVOS SEM ACESSO NO DIARIO, QUE"
007580             TO DL100-RPT-MSG
007590         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
007600         MOVE "AINDA NAO COBRE O PRAZO (NAO AVALIADOS):"
007610             TO DL100-RPT-CNT-CAPTION
007620         MOVE DL100-NOT-JUDGED TO DL100-RPT-CNT-VALUE
007630         WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE
007640     END-IF.
007650 5000-EXIT.
007660     EXIT.
007670*****************************************************************
007680* 5100-CHECK-OPER - READ THE NEXT OPERATOR AND LIST IT IF IT IS  *
007690*                   ACTIVE AND DORMANT. DL100-DAY-NUM HOLDS THE  *
007700*                   DAY NUMBER OF THE FIRST JOURNAL LINE, ZERO   *
007710*                   WHEN THE JOURNAL IS EMPTY.                   *
007720*****************************************************************
007730 5100-CHECK-OPER.
007740     READ DL100-OPER-FILE NEXT RECORD
007750         AT END
007760             MOVE 'S' TO DL100-OPER-EOF-SW
007770             GO TO 5100-EXIT
007780     END-READ.
007790     IF DL100-OPER-STATUS NOT = '00'
007800         DISPLAY 'SIGNRPT - ERRO NA LEITURA DO CADASTRO DE '
007810             'OPERADORES: ' DL100-OPER-STATUS
007820         MOVE 8 TO RETURN-CODE
007830         MOVE 'S' TO DL100-OPER-EOF-SW
007840         GO TO 5100-EXIT
007850     END-IF.
007860     IF NOT DL100-OPER-IS-ACTIVE
007870         GO TO 5100-EXIT
007880     END-IF.
007890     MOVE DL100-OPER-ID TO DL100-LOOK-ID.
007900     PERFORM 2100-FIND-ID THRU 2100-EXIT.
007910     IF DL100-ID-FOUND
007920         SET DL100-ID-IX TO DL100-IFND-SUB
007930         IF DL100-ID-LAST-OK (DL100-ID-IX) = ZERO
007940             MOVE 'N' TO DL100-ID-FOUND-SW
007950         END-IF
007960     END-IF.
007970     IF NOT DL100-ID-FOUND
007980         IF DL100-DAY-NUM = ZERO OR
007990            DL100-THRU-NUM - DL100-DAY-NUM < DL100-DORMANT-DAYS
008000             ADD 1 TO DL100-NOT-JUDGED
008010             GO TO 5100-EXIT
008020         END-IF
008030         MOVE "SEM REGISTRO" TO DL100-RPT-D-LAST
008040         MOVE ZERO TO DL100-RPT-D-IDLE
008050         GO TO 5100-LIST
008060     END-IF.
008070     MOVE DL100-ID-LAST-OK (DL100-ID-IX) TO DL100-EDIT-DATE.
008080     COMPUTE DL100-IDLE-DAYS = DL100-THRU-NUM -
008090         FUNCTION INTEGER-OF-DATE (DL100-EDIT-DATE).
008100     IF DL100-IDLE-DAYS < DL100-DORMANT-DAYS
008110         GO TO 5100-EXIT
008120     END-IF.
008130     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
008140     MOVE DL100-DATE-ED   TO DL100-RPT-D-LAST.
008150     MOVE DL100-IDLE-DAYS TO DL100-RPT-D-IDLE.
008160 5100-LIST.
008170     ADD 1 TO DL100-DORM-LISTED.
008180     MOVE DL100-OPER-ID    TO DL100-RPT-D-OPER.
008190     MOVE DL100-OPER-NAME  TO DL100-RPT-D-NAME.
008200     MOVE DL100-OPER-SUPER TO DL100-RPT-D-SUPER.
008210     MOVE SPACES           TO DL100-RPT-D-PWD-DATE.
008220     IF DL100-OPER-PWD-DATE NUMERIC AND
008230        DL100-OPER-PWD-DATE NOT = ZERO
008240         MOVE DL100-OPER-PWD-DATE TO DL100-EDIT-DATE
008250         PERFORM 8100-EDIT-DATE THRU 8100-EXIT
008260         MOVE DL100-DATE-ED TO DL100-RPT-D-PWD-DATE
008270     END-IF.
008280     WRITE DL100-LIST-REC FROM DL100-RPT-DORM-LINE.
008290 5100-EXIT.
008300     EXIT.
008310*****************************************************************
008320* 6000-PRINT-TOTALS - THE PERIOD'S JOURNAL LINES BY EVENT, AND A *
008330*                     WARNING WHEN THE ID TABLE RAN OUT.         *
008340*****************************************************************
008350 6000-PRINT-TOTALS.
008360     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
008370     MOVE "TOTAIS DO PERIODO" TO DL100-RPT-MSG.
008380     WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE.
008390     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
008400     IF DL100-NO-JRNL
008410         MOVE "DIARIO DE ACESSOS AINDA NAO CRIADO."
008420             TO DL100-RPT-MSG
008430         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
008440     END-IF.
008450     MOVE "ACESSOS ACEITOS:" TO DL100-RPT-CNT-CAPTION.
008460     MOVE DL100-CNT-SIGNON TO DL100-RPT-CNT-VALUE.
008470     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008480     MOVE "SENHA INVALIDA:" TO DL100-RPT-CNT-CAPTION.
008490     MOVE DL100-CNT-BADPWD TO DL100-RPT-CNT-VALUE.
008500     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008510     MOVE "IDENTIFICACAO NAO CADASTRADA:"
008520         TO DL100-RPT-CNT-CAPTION.
008530     MOVE DL100-CNT-UNKNOWN TO DL100-RPT-CNT-VALUE.
008540     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008550     MOVE "OPERADOR INATIVO:" TO DL100-RPT-CNT-CAPTION.
008560     MOVE DL100-CNT-INACT TO DL100-RPT-CNT-VALUE.
008570     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008580     MOVE "CADASTRO DE OPERADORES INDISPONIVEL:"
008590         TO DL100-RPT-CNT-CAPTION.
008600     MOVE DL100-CNT-MSTDOWN TO DL100-RPT-CNT-VALUE.
008610     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008620     MOVE "TROCA DE SENHA OBRIGATORIA FEITA:"
008630         TO DL100-RPT-CNT-CAPTION.
008640     MOVE DL100-CNT-PWDCHG TO DL100-RPT-CNT-VALUE.
008650     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008660     MOVE "TROCA DE SENHA RECUSADA:" TO DL100-RPT-CNT-CAPTION.
008670     MOVE DL100-CNT-CHGFAIL TO DL100-RPT-CNT-VALUE.
008680     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008690     MOVE "ACESSO NEGADO A PENDREL:" TO DL100-RPT-CNT-CAPTION.
008700     MOVE DL100-CNT-DENIED TO DL100-RPT-CNT-VALUE.
008710     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008720     IF DL100-CNT-OTHER > ZERO
008730         MOVE "EVENTO NAO RECONHECIDO:" TO DL100-RPT-CNT-CAPTION
008740         MOVE DL100-CNT-OTHER TO DL100-RPT-CNT-VALUE
008750         WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE
008760     END-IF.
008770     MOVE "TOTAL DE REGISTROS NO PERIODO:"
008780         TO DL100-RPT-CNT-CAPTION.
008790     MOVE DL100-PER-READ TO DL100-RPT-CNT-VALUE.
008800     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
008810     IF DL100-TABLE-FULL
008820         WRITE DL100-LIST-REC FROM DL100-RPT-BLANK
008830         MOVE "RELATORIO PARCIAL - MAIS DE 500 IDENTIFICACOES"
008840             TO DL100-RPT-MSG
008850         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
008860     END-IF.
008870 6000-EXIT.
008880     EXIT.
009040*****************************************************************
009050* 8000-READ-JRNL - READ THE NEXT JOURNAL LINE OR FLAG END OF     *
009060*                  FILE, KEEPING THE DATE OF THE FIRST LINE. A   *
009070*                  READ ERROR ENDS THE PASS RC=8.                *
009080*****************************************************************
009090 8000-READ-JRNL.
009100     READ DL100-JRNL-FILE
009110         AT END
009120             MOVE 'S' TO DL100-EOF-SW
009130             GO TO 8000-EXIT
009140     END-READ.
009150     IF DL100-JRNL-STATUS NOT = '00'
009160         DISPLAY 'SIGNRPT - ERRO NA LEITURA DO DIARIO DE '
009170             'ACESSOS: ' DL100-JRNL-STATUS
009180         MOVE 8 TO RETURN-CODE
009190         MOVE 'S' TO DL100-EOF-SW
009200         GO TO 8000-EXIT
009210     END-IF.
009220     IF DL100-FIRST-JRNL-DATE = ZERO AND
009230        DL100-SJ-DATE NUMERIC
009240         MOVE DL100-SJ-DATE TO DL100-FIRST-JRNL-DATE
009250     END-IF.
009260 8000-EXIT.
009270     EXIT.
009280*****************************************************************
009290* 8100-EDIT-DATE - EDIT DL100-EDIT-DATE (YYYYMMDD) AS MM/DD/YYYY *
009300*                  INTO DL100-DATE-ED.                           *
009310*****************************************************************
009320 8100-EDIT-DATE.
009330     MOVE DL100-EDIT-DATE (5:2) TO DL100-DATE-ED-MM.
009340     MOVE DL100-EDIT-DATE (7:2) TO DL100-DATE-ED-DD.
009350     MOVE DL100-EDIT-DATE (1:4) TO DL100-DATE-ED-YYYY.
009360 8100-EXIT.
009370     EXIT.
009380*****************************************************************
009390* 8150-EDIT-TIME - EDIT DL100-EDIT-TIME (HHMMSSCC) AS HH:MM:SS   *
009400*                  INTO DL100-TIME-ED.                           *
009410*****************************************************************
009420 8150-EDIT-TIME.
009430     MOVE DL100-EDIT-TIME (1:2) TO DL100-TIME-ED-HH.
009440     MOVE DL100-EDIT-TIME (3:2) TO DL100-TIME-ED-MI.
009450     MOVE DL100-EDIT-TIME (5:2) TO DL100-TIME-ED-SS.
009460 8150-EXIT.
009470     EXIT.
009480*****************************************************************
009490* 8200-CHECK-DATE - IS DL100-CHK-DATE A CALENDAR DATE? 29/02 IS  *
009500*                   ONLY ACCEPTED IN A LEAP YEAR.                *
009510*****************************************************************
009520 8200-CHECK-DATE.
009530     MOVE 'N' TO DL100-DATE-OK-SW.
009540     IF DL100-CHK-YYYY < 1601
009550         GO TO 8200-EXIT
009560     END-IF.
009570     IF DL100-CHK-MM < 1 OR DL100-CHK-MM > 12
009580         GO TO 8200-EXIT
009590     END-IF.
009600     IF DL100-CHK-DD < 1 OR
009610        DL100-CHK-DD > DL100-MAX-DD (DL100-CHK-MM)
009620         GO TO 8200-EXIT
009630     END-IF.
009640     IF DL100-CHK-MM = 2 AND DL100-CHK-DD = 29
009650         IF FUNCTION REM (DL100-CHK-YYYY 4) NOT = ZERO OR
009660            (FUNCTION REM (DL100-CHK-YYYY 100) = ZERO AND
009670             FUNCTION REM (DL100-CHK-YYYY 400) NOT = ZERO)
009680             GO TO 8200-EXIT
009690         END-IF
009700     END-IF.
009710     MOVE 'S' TO DL100-DATE-OK-SW.
009720 8200-EXIT.
009730     EXIT.
009740*****************************************************************
009750* 8300-GET-NAME - READ DL100-LOOK-ID ON THE OPERATOR MASTER AND  *
009760*                 RETURN ITS NAME AND SUPERVISOR FLAG. A BLANK   *
009770*                 OR UNKNOWN ID IS NAMED AS SUCH; A READ ERROR   *
009780*                 IS SHOWN AND ENDS THE STEP RC=8.               *
009790*****************************************************************
009800 8300-GET-NAME.
009810     MOVE SPACES TO DL100-SUPER-WORK.
009820     IF DL100-LOOK-ID = SPACES
009830         MOVE "*** ID EM BRANCO ***" TO DL100-NAME-WORK
009840         GO TO 8300-EXIT
009850     END-IF.
009860     MOVE DL100-LOOK-ID TO DL100-OPER-ID.
009870     READ DL100-OPER-FILE
009880         INVALID KEY
009890             MOVE "*** NAO CADASTRADO ***" TO DL100-NAME-WORK
009900             GO TO 8300-EXIT
009910     END-READ.
009920     IF DL100-OPER-STATUS NOT = '00'
009930         DISPLAY 'SIGNRPT - ERRO NA LEITURA DO CADASTRO DE '
009940             'OPERADORES: ' DL100-OPER-STATUS
009950         MOVE 8 TO RETURN-CODE
009960         MOVE "*** ERRO NO CADASTRO ***" TO DL100-NAME-WORK
009970         GO TO 8300-EXIT
009980     END-IF.
009990     MOVE DL100-OPER-NAME  TO DL100-NAME-WORK.
010000     MOVE DL100-OPER-SUPER TO DL100-SUPER-WORK.
010010 8300-EXIT.
010020     EXIT.
010030*****************************************************************
010040* 9000-TERMINATE - CLOSE WHATEVER IS OPEN.                       *
010050*****************************************************************
010060 9000-TERMINATE.
010070     IF DL100-LIST-OPEN
010080         CLOSE DL100-LIST-FILE
010090     END-IF.
010100     IF DL100-JRNL-OPEN
010110         CLOSE DL100-JRNL-FILE
010120     END-IF.
010130     IF DL100-OPER-OPEN
010140         CLOSE DL100-OPER-FILE
010150     END-IF.
010160 9000-EXIT.
010170     EXIT.
