000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REGLIST.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. LISTS THE TRANSMISSION     *
000110*                  REGISTER (DL100.CALC.REGISTER, DL100RG) FOR  *
000120*                  A RANGE OF PROCESSING DATES - EVERY SET THE  *
000130*                  OVERNIGHT JOB ACCEPTED AND CALCULATED, BY    *
000140*                  DEPARTMENT, WITH ITS HEADER DATE, DETAIL     *
000150*                  COUNT, DETAILS VALIDATED, HASH TOTALS, THE   *
000160*                  BUSINESS DATE IT WAS PROCESSED ON AND, FOR A *
000170*                  SET KEYED ON-LINE, THE OPERATOR. USED TO     *
000180*                  ANSWER A DEPARTMENT ASKING WHETHER A         *
000190*                  TRANSMISSION WAS RECEIVED, AND TO CHECK A    *
000200*                  SET TRANSEDT REJECTED AS A SUSPECTED         *
000210*                  DUPLICATE. THE SYSIN CARD GIVES THE FIRST    *
000220*                  AND LAST PROCESSING DATE AND, OPTIONALLY,    *
000230*                  ONE DEPARTMENT; A BLANK FIRST DATE MEANS THE *
000240*                  BUSINESS DATE, A BLANK LAST DATE THE FIRST.  *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DL100-REG-FILE    ASSIGN TO REGMST
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE  IS SEQUENTIAL
000320         RECORD KEY   IS DL100-REG-KEY
000330         FILE STATUS  IS DL100-REG-STATUS.
000340     SELECT DL100-LIST-FILE   ASSIGN TO REGLIST
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS  IS DL100-LIST-STATUS.
000370     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS  IS DL100-BD-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  DL100-REG-FILE.
000430 COPY DL100RG.
000440 FD  DL100-LIST-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORDING MODE IS F.
000470 01  DL100-LIST-REC               PIC X(84).
000480 FD  DL100-BD-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORDING MODE IS F.
000510 COPY DL100BD.
000520 WORKING-STORAGE SECTION.
000530 01  DL100-RPT-HDR1.
000540     05  FILLER                   PIC X(20) VALUE SPACES.
000550     05  FILLER                   PIC X(44)
000560         VALUE "REGLIST - CONTROLE DE REMESSAS PROCESSADAS".
000570     05  FILLER                   PIC X(20) VALUE SPACES.
000580 01  DL100-RPT-HDR2.
000590     05  FILLER                   PIC X(20) VALUE SPACES.
000600     05  FILLER                   PIC X(22)
000610             VALUE "PROCESSADAS DE       ".
000620     05  DL100-RPT-FROM           PIC X(10).
000630     05  FILLER                   PIC X(03) VALUE " A ".
000640     05  DL100-RPT-TO             PIC X(10).
000650     05  FILLER                   PIC X(19) VALUE SPACES.
000660 01  DL100-RPT-HDR3.
000670     05  FILLER                   PIC X(20) VALUE SPACES.
000680     05  FILLER                   PIC X(22)
000690             VALUE "SOMENTE DEPARTAMENTO  ".
000700     05  DL100-RPT-SEL-DEPT       PIC X(08).
000710     05  FILLER                   PIC X(34) VALUE SPACES.
000720 01  DL100-RPT-DEPT-LINE.
000730     05  FILLER                   PIC X(14)
000740             VALUE "DEPARTAMENTO: ".
000750     05  DL100-RPT-DEPT           PIC X(08).
000760     05  FILLER                   PIC X(62) VALUE SPACES.
000770 01  DL100-RPT-COLHDR.
000780     05  FILLER                   PIC X(13) VALUE "  DATA GER.".
000790     05  FILLER                   PIC X(08) VALUE "  QTDE.".
000800     05  FILLER                   PIC X(08) VALUE " VALID.".
000810     05  FILLER                   PIC X(17)
000820             VALUE "       HASH NUM1".
000830     05  FILLER                   PIC X(17)
000840             VALUE "       HASH NUM2".
000850     05  FILLER                   PIC X(11) VALUE "PROCESSADA".
000860     05  FILLER                   PIC X(10) VALUE "OPERADOR".
000870 01  DL100-RPT-REG-LINE.
000880     05  FILLER                   PIC X(02) VALUE SPACES.
000890     05  DL100-RPT-HDR-DATE       PIC X(10).
000900     05  FILLER                   PIC X(01) VALUE SPACES.
000910     05  DL100-RPT-COUNT          PIC ZZZ,ZZ9.
000920     05  FILLER                   PIC X(01) VALUE SPACES.
000930     05  DL100-RPT-VALID          PIC ZZZ,ZZ9.
000940     05  FILLER                   PIC X(01) VALUE SPACES.
000950     05  DL100-RPT-HASH1          PIC ZZZZZZZZZZZ9.99-.
000960     05  FILLER                   PIC X(01) VALUE SPACES.
000970     05  DL100-RPT-HASH2          PIC ZZZZZZZZZZZ9.99-.
000980     05  FILLER                   PIC X(01) VALUE SPACES.
000990     05  DL100-RPT-PROC-DATE      PIC X(10).
001000     05  FILLER                   PIC X(01) VALUE SPACES.
001010     05  DL100-RPT-OPER           PIC X(08).
001020     05  FILLER                   PIC X(02) VALUE SPACES.
001030 01  DL100-RPT-CNT-LINE.
001040     05  DL100-RPT-CNT-CAPTION    PIC X(30).
001050     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
001060     05  FILLER                   PIC X(44) VALUE SPACES.
001070 01  DL100-RPT-MSG-LINE.
001080     05  DL100-RPT-MSG            PIC X(60).
001090     05  FILLER                   PIC X(24) VALUE SPACES.
001100 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001110 01  DL100-SEL-CARD.
001120     05  DL100-CARD-FROM          PIC X(08).
001130     05  FILLER                   PIC X(01).
001140     05  DL100-CARD-TO            PIC X(08).
001150     05  FILLER                   PIC X(01).
001160     05  DL100-CARD-DEPT          PIC X(08).
001170     05  FILLER                   PIC X(54).
001180 01  DL100-DATE-ED.
001190     05  DL100-DATE-ED-MM         PIC X(02).
001200     05  FILLER                   PIC X(01) VALUE "/".
001210     05  DL100-DATE-ED-DD         PIC X(02).
001220     05  FILLER                   PIC X(01) VALUE "/".
001230     05  DL100-DATE-ED-YYYY       PIC X(04).
001240 01  DL100-WORK-FIELDS.
001250     05  DL100-FROM-DATE          PIC 9(08)       VALUE ZERO.
001260     05  DL100-TO-DATE            PIC 9(08)       VALUE ZERO.
001270     05  DL100-EDIT-DATE          PIC 9(08)       VALUE ZERO.
001280     05  DL100-SEL-DEPT           PIC X(08)       VALUE SPACES.
001290     05  DL100-GRP-DEPT           PIC X(08)       VALUE SPACES.
001300     05  DL100-GRP-COUNT          PIC S9(07) COMP VALUE ZERO.
001310     05  DL100-SET-TOTAL          PIC S9(07) COMP VALUE ZERO.
001320     05  DL100-DETAIL-TOTAL       PIC S9(09) COMP VALUE ZERO.
001330 01  DL100-REG-STATUS             PIC X(02).
001340 01  DL100-LIST-STATUS            PIC X(02).
001350 01  DL100-BD-STATUS              PIC X(02).
001360 01  DL100-SWITCHES.
001370     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
001380         88  DL100-EOF                        VALUE 'S'.
001390     05  DL100-REG-OPEN-SW        PIC X(01)   VALUE 'N'.
001400         88  DL100-REG-OPEN                   VALUE 'S'.
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001440     PERFORM 2000-LIST-REC       THRU 2000-EXIT
001450         UNTIL DL100-EOF.
001460     PERFORM 6000-TERMINATE      THRU 6000-EXIT.
001470     GOBACK.
001480*****************************************************************
001490* 1000-INITIALIZE - PICK UP THE PROCESSING-DATE RANGE AND THE    *
001500*                   OPTIONAL DEPARTMENT FROM THE SYSIN CARD,     *
001510*                   OPEN THE FILES, WRITE THE HEADINGS AND PRIME *
001520*                   THE READ. A REGISTER NOT YET LOADED MEANS    *
001530*                   NOTHING HAS BEEN REGISTERED - THE LISTING    *
001540*                   STILL PRINTS, SAYING SO. ANY OTHER FAILURE   *
001550*                   ENDS THE STEP RC=8.                          *
001560*****************************************************************
001570 1000-INITIALIZE.
001580     MOVE SPACES TO DL100-SEL-CARD.
001590     ACCEPT DL100-SEL-CARD.
001600     IF DL100-CARD-FROM NUMERIC
001610         MOVE DL100-CARD-FROM TO DL100-FROM-DATE
001620     ELSE
001630         PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT
001640     END-IF.
001650     IF DL100-CARD-TO NUMERIC
001660         MOVE DL100-CARD-TO TO DL100-TO-DATE
001670     ELSE
001680         MOVE DL100-FROM-DATE TO DL100-TO-DATE
001690     END-IF.
001700     MOVE DL100-CARD-DEPT TO DL100-SEL-DEPT.
001710     OPEN OUTPUT DL100-LIST-FILE.
001720     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
001730     MOVE DL100-FROM-DATE TO DL100-EDIT-DATE.
001740     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
001750     MOVE DL100-DATE-ED TO DL100-RPT-FROM.
001760     MOVE DL100-TO-DATE TO DL100-EDIT-DATE.
001770     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
001780     MOVE DL100-DATE-ED TO DL100-RPT-TO.
001790     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
001800     IF DL100-SEL-DEPT NOT = SPACES
001810         MOVE DL100-SEL-DEPT TO DL100-RPT-SEL-DEPT
001820         WRITE DL100-LIST-REC FROM DL100-RPT-HDR3
001830     END-IF.
001840     OPEN INPUT DL100-REG-FILE.
001850     IF DL100-REG-STATUS = '35'
001860         MOVE 'S' TO DL100-EOF-SW
001870         GO TO 1000-EXIT
001880     END-IF.
001890     IF DL100-REG-STATUS NOT = '00'
001900         DISPLAY 'REGLIST - ERRO NA ABERTURA DO CONTROLE DE '
001910             'REMESSAS: ' DL100-REG-STATUS
001920         MOVE 8 TO RETURN-CODE
001930         MOVE 'S' TO DL100-EOF-SW
001940         GO TO 1000-EXIT
001950     END-IF.
001960     MOVE 'S' TO DL100-REG-OPEN-SW.
001970     PERFORM 8000-READ-REG THRU 8000-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000*****************************************************************
002010* 1050-GET-BUS-DATE - A BLANK FIRST DATE LISTS THE BUSINESS DATE *
002020*                     FROM THE CONTROL RECORD THE DATEROLL STEP  *
002030*                     SET. WHEN THAT CANNOT BE READ THE LISTING  *
002040*                     STILL RUNS, FOR TODAY.                     *
002050*****************************************************************
002060 1050-GET-BUS-DATE.
002070     ACCEPT DL100-FROM-DATE FROM DATE YYYYMMDD.
002080     OPEN INPUT DL100-BD-FILE.
002090     IF DL100-BD-STATUS NOT = '00'
002100         GO TO 1050-EXIT
002110     END-IF.
002120     READ DL100-BD-FILE
002130         AT END
002140             MOVE SPACES TO DL100-BD-REC
002150     END-READ.
002160     IF DL100-BD-DATE NUMERIC AND
002170        DL100-BD-DATE NOT = ZERO
002180         MOVE DL100-BD-DATE TO DL100-FROM-DATE
002190     END-IF.
002200     CLOSE DL100-BD-FILE.
002210 1050-EXIT.
002220     EXIT.
002230*****************************************************************
002240* 2000-LIST-REC - LIST ONE REGISTER RECORD WHEN ITS PROCESSING   *
002250*                 DATE IS IN THE RANGE AND ITS DEPARTMENT IS THE *
002260*                 ONE ASKED FOR (ANY, WHEN NONE WAS). THE        *
002270*                 REGISTER IS IN DEPARTMENT ORDER, SO EACH NEW   *
002280*                 DEPARTMENT STARTS ITS OWN GROUP.               *
002290*****************************************************************
002300 2000-LIST-REC.
002310     IF DL100-REG-PROC-DATE < DL100-FROM-DATE OR
002320        DL100-REG-PROC-DATE > DL100-TO-DATE
002330         GO TO 2000-NEXT
002340     END-IF.
002350     IF DL100-SEL-DEPT NOT = SPACES AND
002360        DL100-REG-DEPT NOT = DL100-SEL-DEPT
002370         GO TO 2000-NEXT
002380     END-IF.
002390     IF DL100-REG-DEPT NOT = DL100-GRP-DEPT OR
002400        DL100-SET-TOTAL = ZERO
002410         PERFORM 2100-START-GROUP THRU 2100-EXIT
002420     END-IF.
002430     ADD 1 TO DL100-GRP-COUNT.
002440     ADD 1 TO DL100-SET-TOTAL.
002450     ADD DL100-REG-VALID TO DL100-DETAIL-TOTAL.
002460     MOVE DL100-REG-HDR-DATE TO DL100-EDIT-DATE.
002470     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
002480     MOVE DL100-DATE-ED       TO DL100-RPT-HDR-DATE.
002490     MOVE DL100-REG-COUNT     TO DL100-RPT-COUNT.
002500     MOVE DL100-REG-VALID     TO DL100-RPT-VALID.
002510     MOVE DL100-REG-HASH1     TO DL100-RPT-HASH1.
002520     MOVE DL100-REG-HASH2     TO DL100-RPT-HASH2.
002530     MOVE DL100-REG-PROC-DATE TO DL100-EDIT-DATE.
002540     PERFORM 8100-EDIT-DATE THRU 8100-EXIT.
002550     MOVE DL100-DATE-ED       TO DL100-RPT-PROC-DATE.
002560     MOVE DL100-REG-OPER      TO DL100-RPT-OPER.
002570     WRITE DL100-LIST-REC FROM DL100-RPT-REG-LINE.
002580 2000-NEXT.
002590     PERFORM 8000-READ-REG THRU 8000-EXIT.
002600 2000-EXIT.
002610     EXIT.
002620*****************************************************************
002630* 2100-START-GROUP - CLOSE THE PREVIOUS DEPARTMENT'S GROUP WITH  *
002640*                    ITS COUNT AND HEAD THE NEW ONE.             *
002650*****************************************************************
002660 2100-START-GROUP.
002670     PERFORM 2200-END-GROUP THRU 2200-EXIT.
002680     MOVE DL100-REG-DEPT TO DL100-GRP-DEPT.
002690     MOVE ZERO TO DL100-GRP-COUNT.
002700     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
002710     MOVE DL100-GRP-DEPT TO DL100-RPT-DEPT.
002720     WRITE DL100-LIST-REC FROM DL100-RPT-DEPT-LINE.
002730     WRITE DL100-LIST-REC FROM DL100-RPT-COLHDR.
002740 2100-EXIT.
002750     EXIT.
002760*****************************************************************
002770* 2200-END-GROUP - PRINT THE COUNT OF THE DEPARTMENT GROUP JUST  *
002780*                  LISTED, IF ANY.                               *
002790*****************************************************************
002800 2200-END-GROUP.
002810     IF DL100-SET-TOTAL = ZERO
002820         GO TO 2200-EXIT
002830     END-IF.
002840     MOVE "REMESSAS DO DEPARTAMENTO:     "
002850         TO DL100-RPT-CNT-CAPTION.
002860     MOVE DL100-GRP-COUNT TO DL100-RPT-CNT-VALUE.
002870     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
002880 2200-EXIT.
002890     EXIT.
002900*****************************************************************
002910* 6000-TERMINATE - CLOSE THE LAST GROUP, PRINT THE TOTALS AND    *
002920*                  CLOSE DOWN.                                   *
002930*****************************************************************
002940 6000-TERMINATE.
002950     IF DL100-SET-TOTAL = ZERO
002960         WRITE DL100-LIST-REC FROM DL100-RPT-BLANK
002970         MOVE "NENHUMA REMESSA REGISTRADA NO PERIODO."
002980             TO DL100-RPT-MSG
002990         WRITE DL100-LIST-REC FROM DL100-RPT-MSG-LINE
003000         GO TO 6000-CLOSE
003010     END-IF.
003020     PERFORM 2200-END-GROUP THRU 2200-EXIT.
003030     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
003040     MOVE "TOTAL DE REMESSAS:            "
003050         TO DL100-RPT-CNT-CAPTION.
003060     MOVE DL100-SET-TOTAL TO DL100-RPT-CNT-VALUE.
003070     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
003080     MOVE "TOTAL DE DETALHES VALIDADOS:  "
003090         TO DL100-RPT-CNT-CAPTION.
003100     MOVE DL100-DETAIL-TOTAL TO DL100-RPT-CNT-VALUE.
003110     WRITE DL100-LIST-REC FROM DL100-RPT-CNT-LINE.
003120 6000-CLOSE.
003130     CLOSE DL100-LIST-FILE.
003140     IF DL100-REG-OPEN
003150         CLOSE DL100-REG-FILE
003160     END-IF.
003170 6000-EXIT.
003180     EXIT.
003190*****************************************************************
003200* 8000-READ-REG - READ THE NEXT REGISTER RECORD OR FLAG END OF   *
003210*                 FILE. A READ ERROR ENDS THE LISTING RC=8.      *
003220*****************************************************************
003230 8000-READ-REG.
003240     READ DL100-REG-FILE
003250         AT END
003260             MOVE 'S' TO DL100-EOF-SW
003270             GO TO 8000-EXIT
003280     END-READ.
003290     IF DL100-REG-STATUS NOT = '00'
003300         DISPLAY 'REGLIST - ERRO NA LEITURA DO CONTROLE DE '
003310             'REMESSAS: ' DL100-REG-STATUS
003320         MOVE 8 TO RETURN-CODE
003330         MOVE 'S' TO DL100-EOF-SW
003340     END-IF.
003350 8000-EXIT.
003360     EXIT.
003370*****************************************************************
003380* 8100-EDIT-DATE - EDIT DL100-EDIT-DATE (YYYYMMDD) AS MM/DD/YYYY *
003390*                  INTO DL100-DATE-ED.                           *
003400*****************************************************************
003410 8100-EDIT-DATE.
003420     MOVE DL100-EDIT-DATE (5:2) TO DL100-DATE-ED-MM.
003430     MOVE DL100-EDIT-DATE (7:2) TO DL100-DATE-ED-DD.
003440     MOVE DL100-EDIT-DATE (1:4) TO DL100-DATE-ED-YYYY.
003450 8100-EXIT.
003460     EXIT.
