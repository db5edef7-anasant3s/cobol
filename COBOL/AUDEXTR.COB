000251* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000252*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000253*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000254* 10/15/2026 DPS   THE BUSINESS DATE TO EXTRACT NOW COMES FROM *
000255*                  THE CONTROL RECORD SET BY THE DATEROLL STEP *
000256*                  (BUSDATE, DL100BD) - THE SYSIN DATE CARD IS *
000257*                  GONE.                                       *
000258* 10/15/2026 DPS   ADDED A TRAILING REFERENCIA COLUMN: ON A    *
000259*                  REVERSAL (OPCAO 'E') THE CALCULATION        *
000260*                  HISTORY KEY OF THE ORIGINAL IT BACKS OUT,   *
000261*                  AS DATE/SEQUENCE (AAAAMMDD/NNNNNN), SO      *
000262*                  FINANCE CAN PAIR THE TWO; EMPTY ON EVERY    *
000263*                  OTHER LINE. DL100AR GREW TO 94 BYTES.       *
000264* 10/15/2026 DPS   ADDED THREE TRAILING COLUMNS FOR THE        *
000265*                  DEPARTMENTS THAT WORK IN FOREIGN CURRENCY:  *
000266*                  MOEDA, COTACAO AND RESULTADO EM REAIS.      *
000267*                  RESULTADO STAYS IN THE TRANSACTION          *
000268*                  CURRENCY; WORK DONE IN REAIS SHOWS BRL, A   *
000269*                  RATE OF ONE AND THE RESULT AGAIN. THE       *
000270*                  TRAILER AND SEND-LOG TOTAL IS NOW THE TOTAL *
000271*                  IN REAIS, SO FINANCE PROVES IT AGAINST THE  *
000272*                  NEW COLUMN. CALCEXT GREW TO 130 BYTES AND   *
000273*                  DL100AR TO 124.                             *
000274* 10/15/2026 DPS   THE SOURCE COLUMN NOW COMES FROM THE NEW    *
000275*                  DL100-AUD-ORIGIN BYTE (DL100AR 126 BYTES),  *
000276*                  SO A SET KEYED ON-LINE THROUGH TRANSENT AND *
000277*                  POSTED BY CALCBAT UNDER THE KEYING          *
000278*                  OPERATOR'S ID STILL SHOWS LOTE. A LINE      *
000279*                  WRITTEN BEFORE THE BYTE EXISTED IS STILL    *
000280*                  JUDGED BY THE OPERATOR NAME.                *
000282*****************************************************************
000284 ENVIRONMENT DIVISION.
000286 INPUT-OUTPUT SECTION.
000288 FILE-CONTROL.
000290     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS  IS DL100-AUDIT-STATUS.
000347     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000348         ORGANIZATION IS SEQUENTIAL
000349         FILE STATUS  IS DL100-STAT-STATUS.
000350     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000351         ORGANIZATION IS SEQUENTIAL
000352         FILE STATUS  IS DL100-BD-STATUS.
000356 DATA DIVISION.
000360 FILE SECTION.
000370 FD  DL100-AUDIT-FILE
000380     LABEL RECORDS ARE STANDARD
000410 FD  DL100-EXT-FILE
000420     LABEL RECORDS ARE STANDARD
000430     RECORDING MODE IS F.
000440 01  DL100-EXT-REC                PIC X(130).
000442 FD  DL100-XLOG-FILE
000444     LABEL RECORDS ARE STANDARD
000446     RECORDING MODE IS F.
000450     LABEL RECORDS ARE STANDARD
000451     RECORDING MODE IS F.
000452 COPY DL100RS.
000453 FD  DL100-BD-FILE
000454     LABEL RECORDS ARE STANDARD
000455     RECORDING MODE IS F.
000456 COPY DL100BD.
000458 WORKING-STORAGE SECTION.
000460 01  DL100-EXT-HEADER.
000463     05  FILLER                   PIC X(45) VALUE
000470         "DATA;HORA;OPERACAO;NUM1;NUM2;RESULTADO;ORIGEM".
000473     05  FILLER                   PIC X(11) VALUE ";REFERENCIA".
000475     05  FILLER                   PIC X(33) VALUE
000477         ";MOEDA;COTACAO;RESULTADO EM REAIS".
000480 01  DL100-EXT-DATE.
000490     05  DL100-EXT-DT-YYYY        PIC X(04).
000500     05  FILLER                   PIC X(01) VALUE "-".
000630 01  DL100-EXT-TOTAL              PIC -9(12).99.
000640 01  DL100-EXT-COUNT              PIC 9(07).
000650 01  DL100-EXT-SOURCE             PIC X(10).
000655 01  DL100-EXT-REF.
000660     05  DL100-EXT-REF-DATE       PIC X(08).
000665     05  DL100-EXT-REF-SEP        PIC X(01).
000670     05  DL100-EXT-REF-SEQ        PIC X(06).
000675 01  DL100-EXT-CURR               PIC X(03).
000680 01  DL100-EXT-RATE               PIC 9(05).9(06).
000685 01  DL100-EXT-BASE-RES           PIC -9(10).99.
000690 01  DL100-EXTR-DATE              PIC 9(08).
000700 01  DL100-WORK-FIELDS.
000710     05  DL100-REC-COUNT          PIC S9(07) COMP  VALUE ZERO.
000715     05  DL100-AUD-READ           PIC S9(07) COMP  VALUE ZERO.
000720     05  DL100-RES-TOTAL          PIC S9(13)V9(02) VALUE ZERO.
000725     05  DL100-BASE-AMT           PIC S9(10)V9(02) VALUE ZERO.
000730 01  DL100-AUDIT-STATUS           PIC X(02).
000740 01  DL100-EXT-STATUS             PIC X(02).
000742 01  DL100-XLOG-STATUS            PIC X(02).
000744 01  DL100-STAT-STATUS            PIC X(02).
000745 01  DL100-BD-STATUS              PIC X(02).
000746 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
000750 01  DL100-SWITCHES.
000760     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
000870     END-IF.
000880     GOBACK.
000890*****************************************************************
000900* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FROM THE CONTROL   *
000910*                   RECORD, OPEN THE FILES, WRITE THE HEADER ROW *
000920*                   AND PRIME THE AUDIT READ.                    *
000930*****************************************************************
000940 1000-INITIALIZE.
000945     ACCEPT DL100-STAT-START0 FROM TIME.
000950     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
000960     IF DL100-INIT-ERR
000970         GO TO 1000-EXIT
000980     END-IF.
001090     OPEN INPUT DL100-AUDIT-FILE.
001100     IF DL100-AUDIT-STATUS = '35'
001110         DISPLAY 'AUDEXTR - ARQUIVO CALCAUD NAO ENCONTRADO'
001200     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
001210 1000-EXIT.
001220     EXIT.
001221*****************************************************************
001222* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
001223*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
001224*                     NOTHING IS EXTRACTED (RC=8).               *
001225*****************************************************************
001226 1050-GET-BUS-DATE.
001227     OPEN INPUT DL100-BD-FILE.
001228     IF DL100-BD-STATUS NOT = '00'
001229         DISPLAY 'AUDEXTR - REGISTRO DE DATA DO NEGOCIO '
001230             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
001231         MOVE 8 TO RETURN-CODE
001232         MOVE 'S' TO DL100-INIT-ERR-SW
001233         GO TO 1050-EXIT
001234     END-IF.
001235     READ DL100-BD-FILE
001236         AT END
001237             MOVE SPACES TO DL100-BD-REC
001238     END-READ.
001239     IF DL100-BD-DATE NUMERIC AND
001240        DL100-BD-DATE NOT = ZERO
001241         MOVE DL100-BD-DATE TO DL100-EXTR-DATE
001242     ELSE
001243         DISPLAY 'AUDEXTR - REGISTRO DE DATA DO NEGOCIO '
001244             'VAZIO OU INVALIDO'
001245         MOVE 8 TO RETURN-CODE
001246         MOVE 'S' TO DL100-INIT-ERR-SW
001247     END-IF.
001248     CLOSE DL100-BD-FILE.
001249 1050-EXIT.
001250     EXIT.
001252*****************************************************************
001255* 2000-EXTRACT-REC - WRITE ONE DELIMITED LINE FOR AN AUDIT       *
001257*                    RECORD OF THE EXTRACT DATE. THE SOURCE      *
001260*                    COLUMN COMES FROM THE ORIGIN BYTE: A LINE   *
001270*                    MARKED BATCH - OR AN OLDER UNMARKED LINE    *
001280*                    STAMPED 'CALCBAT' - IS LOTE, ANYTHING ELSE  *
001281*                    IS A SIGNED-ON OPERATOR, INTERATIVO.        *
001283*                    A REVERSAL ALSO NAMES ITS ORIGINAL IN THE   *
001286*                    REFERENCIA COLUMN. THE LAST THREE COLUMNS   *
001287*                    GIVE THE CURRENCY, THE RATE AND THE RESULT  *
001288*                    IN REAIS - BRL AT ONE FOR WORK IN REAIS -   *
001289*                    AND THE TOTAL IS TAKEN IN REAIS.            *
001290*****************************************************************
001300 2000-EXTRACT-REC.
001305     ADD 1 TO DL100-AUD-READ.
001320         GO TO 2000-NEXT
001330     END-IF.
001340     ADD 1 TO DL100-REC-COUNT.
001341     IF DL100-AUD-CURR-BASE
001342         MOVE 'BRL'              TO DL100-EXT-CURR
001343         MOVE 1                  TO DL100-EXT-RATE
001344         MOVE DL100-AUD-RES      TO DL100-BASE-AMT
001345     ELSE
001346         MOVE DL100-AUD-CURR     TO DL100-EXT-CURR
001347         MOVE DL100-AUD-RATE     TO DL100-EXT-RATE
001348         MOVE DL100-AUD-BASE-RES TO DL100-BASE-AMT
001349     END-IF.
001350     MOVE DL100-BASE-AMT TO DL100-EXT-BASE-RES.
001355     ADD DL100-BASE-AMT TO DL100-RES-TOTAL.
001360     MOVE DL100-AUD-DATE (1:4) TO DL100-EXT-DT-YYYY.
001370     MOVE DL100-AUD-DATE (5:2) TO DL100-EXT-DT-MM.
001380     MOVE DL100-AUD-DATE (7:2) TO DL100-EXT-DT-DD.
001420     MOVE DL100-AUD-NUM1 TO DL100-EXT-NUM1.
001430     MOVE DL100-AUD-NUM2 TO DL100-EXT-NUM2.
001440     MOVE DL100-AUD-RES  TO DL100-EXT-RES.
001450     IF DL100-AUD-FROM-BATCH OR
001455        (DL100-AUD-ORIGIN-OLD AND DL100-AUD-OPER = 'CALCBAT')
001460         MOVE 'LOTE' TO DL100-EXT-SOURCE
001470     ELSE
001480         MOVE 'INTERATIVO' TO DL100-EXT-SOURCE
001490     END-IF.
001491     MOVE SPACES TO DL100-EXT-REF.
001492     IF DL100-AUD-REF NOT = SPACES
001493         MOVE DL100-AUD-REF-DATE TO DL100-EXT-REF-DATE
001494         MOVE '/'                TO DL100-EXT-REF-SEP
001495         MOVE DL100-AUD-REF-SEQ  TO DL100-EXT-REF-SEQ
001496     END-IF.
001500     MOVE SPACES TO DL100-EXT-REC.
001510     STRING DL100-EXT-DATE    DELIMITED BY SIZE
001520            ";"               DELIMITED BY SIZE
001610            DL100-EXT-RES     DELIMITED BY SIZE
001620            ";"               DELIMITED BY SIZE
001630            DL100-EXT-SOURCE  DELIMITED BY SPACE
001633            ";"               DELIMITED BY SIZE
001636            DL100-EXT-REF     DELIMITED BY SPACE
001637            ";"               DELIMITED BY SIZE
001638            DL100-EXT-CURR    DELIMITED BY SIZE
001639            ";"               DELIMITED BY SIZE
001640            DL100-EXT-RATE    DELIMITED BY SIZE
001641            ";"               DELIMITED BY SIZE
001642            DL100-EXT-BASE-RES DELIMITED BY SIZE
001646         INTO DL100-EXT-REC.
001650     WRITE DL100-EXT-REC.
001660 2000-NEXT.
001670     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
001690     EXIT.
001700*****************************************************************
001710* 3000-TERMINATE - WRITE THE TRAILER LINE WITH THE RECORD COUNT  *
001720*                  AND RESULT TOTAL IN REAIS, REPORT THE COUNTS  *
001730*                  TO SYSOUT AND CLOSE DOWN.                     *
001740*****************************************************************
001750 3000-TERMINATE.
001760     MOVE DL100-REC-COUNT TO DL100-EXT-COUNT.
001940     CLOSE DL100-STAT-FILE.
001941 9000-EXIT.
001942     EXIT.
001943*****************************************************************
001944* 8000-READ-AUDIT - READ ONE AUDIT RECORD OR FLAG END OF FILE.   *
001946*****************************************************************
001947 8000-READ-AUDIT.
001948     READ DL100-AUDIT-FILE
001950         AT END
001960             MOVE 'S' TO DL100-EOF-SW
001970     END-READ.
