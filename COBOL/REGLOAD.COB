000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    REGLOAD.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. LOADS THE TRANSMISSION     *
000110*                  REGISTER KSDS (DL100.CALC.REGISTER, DL100RG) *
000120*                  FROM THE REGNEW FILE TRANSEDT WROTE FOR THE  *
000130*                  NIGHT - ONE RECORD PER SET IT ACCEPTED. RUN  *
000140*                  AS REGSTEP OF THE OVERNIGHT CALCBAT JOB, ONLY*
000150*                  AFTER CALCSTEP HAS ENDED WELL, SO A SET IS   *
000160*                  REGISTERED ONCE ITS WORK IS CALCULATED AND A *
000170*                  RESTART AT CALCSTEP IS NOT REFUSED AS A      *
000180*                  DUPLICATE OF ITSELF. THE KEY IS THE SET'S    *
000190*                  DEPARTMENT, HEADER DATE, DETAIL COUNT AND    *
000200*                  HASH TOTALS; A KEY ALREADY ON THE REGISTER   *
000210*                  (THE STEP RERUN IN A RESTART) IS COUNTED,    *
000220*                  NOT REWRITTEN, AS AUDLOAD DOES. APPENDS ONE  *
000230*                  RUN-STATISTICS RECORD (DL100RS) TO RUNSTAT.  *
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DL100-REGNEW-FILE ASSIGN TO REGNEW
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS  IS DL100-REGNEW-STATUS.
000310     SELECT DL100-REG-FILE    ASSIGN TO REGMST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS RANDOM
000340         RECORD KEY   IS DL100-REGMST-KEY
000350         FILE STATUS  IS DL100-REG-STATUS.
000360     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS  IS DL100-STAT-STATUS.
000390     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS  IS DL100-BD-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  DL100-REGNEW-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORDING MODE IS F.
000470 COPY DL100RG.
000480 FD  DL100-REG-FILE.
000490 01  DL100-REGMST-REC.
000500     05  DL100-REGMST-KEY         PIC X(52).
000510     05  FILLER                   PIC X(28).
000520 FD  DL100-STAT-FILE
000530     LABEL RECORDS ARE STANDARD
000540     RECORDING MODE IS F.
000550 COPY DL100RS.
000560 FD  DL100-BD-FILE
000570     LABEL RECORDS ARE STANDARD
000580     RECORDING MODE IS F.
000590 COPY DL100BD.
000600 WORKING-STORAGE SECTION.
000610 01  DL100-WORK-FIELDS.
000620     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
000630     05  DL100-LOAD-COUNT         PIC S9(07) COMP VALUE ZERO.
000640     05  DL100-DUP-COUNT          PIC S9(07) COMP VALUE ZERO.
000650 01  DL100-CNT-DISP               PIC ZZ,ZZZ,ZZ9.
000660 01  DL100-REGNEW-STATUS          PIC X(02).
000670 01  DL100-REG-STATUS             PIC X(02).
000680 01  DL100-STAT-STATUS            PIC X(02).
000690 01  DL100-BD-STATUS              PIC X(02).
000700 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
000710 01  DL100-SWITCHES.
000720     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
000730         88  DL100-EOF                        VALUE 'S'.
000740     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
000750         88  DL100-INIT-ERR                   VALUE 'S'.
000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000790     IF NOT DL100-INIT-ERR
000800         PERFORM 2000-LOAD-REC       THRU 2000-EXIT
000810             UNTIL DL100-EOF
000820         PERFORM 3000-TERMINATE      THRU 3000-EXIT
000830     END-IF.
000835     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
000840     GOBACK.
000850*****************************************************************
000860* 1000-INITIALIZE - OPEN THE NIGHT'S REGNEW FOR INPUT AND THE    *
000870*                   REGISTER KSDS FOR UPDATE (CREATING IT ON THE *
000880*                   VERY FIRST LOAD), THEN PRIME THE READ.       *
000890*****************************************************************
000900 1000-INITIALIZE.
000910     ACCEPT DL100-STAT-START0 FROM TIME.
000920     OPEN INPUT DL100-REGNEW-FILE.
000930     IF DL100-REGNEW-STATUS NOT = '00'
000940         DISPLAY 'REGLOAD - ARQUIVO REGNEW NAO ENCONTRADO '
000950             '(STATUS ' DL100-REGNEW-STATUS ')'
000960         MOVE 8 TO RETURN-CODE
000970         MOVE 'S' TO DL100-INIT-ERR-SW
000980         GO TO 1000-EXIT
000990     END-IF.
001000     OPEN I-O DL100-REG-FILE.
001010     IF DL100-REG-STATUS = '35'
001020         OPEN OUTPUT DL100-REG-FILE
001030         CLOSE DL100-REG-FILE
001040         OPEN I-O DL100-REG-FILE
001050     END-IF.
001060     IF DL100-REG-STATUS NOT = '00'
001070         DISPLAY 'REGLOAD - ERRO NA ABERTURA DO CONTROLE DE '
001080             'REMESSAS: ' DL100-REG-STATUS
001090         MOVE 8 TO RETURN-CODE
001100         MOVE 'S' TO DL100-INIT-ERR-SW
001110         CLOSE DL100-REGNEW-FILE
001120         GO TO 1000-EXIT
001130     END-IF.
001140     PERFORM 8000-READ-REGNEW THRU 8000-EXIT.
001150 1000-EXIT.
001160     EXIT.
001170*****************************************************************
001180* 2000-LOAD-REC - WRITE ONE SET'S RECORD TO THE REGISTER. A KEY  *
001190*                 ALREADY PRESENT IS COUNTED AND LEFT AS IT IS - *
001200*                 THE FIRST NIGHT THE SET WAS PROCESSED STAYS ON *
001210*                 RECORD.                                        *
001220*****************************************************************
001230 2000-LOAD-REC.
001240     ADD 1 TO DL100-READ-COUNT.
001250     WRITE DL100-REGMST-REC FROM DL100-REG-REC
001260         INVALID KEY
001270             IF DL100-REG-STATUS = '22'
001280                 ADD 1 TO DL100-DUP-COUNT
001290             ELSE
001300                 DISPLAY 'REGLOAD - ERRO DE GRAVACAO NO CONTROLE '
001310                     'DE REMESSAS: ' DL100-REG-STATUS
001320                 MOVE 8 TO RETURN-CODE
001330                 MOVE 'S' TO DL100-EOF-SW
001340             END-IF
001350         NOT INVALID KEY
001360             ADD 1 TO DL100-LOAD-COUNT
001370     END-WRITE.
001380     PERFORM 8000-READ-REGNEW THRU 8000-EXIT.
001390 2000-EXIT.
001400     EXIT.
001410*****************************************************************
001420* 3000-TERMINATE - REPORT THE LOAD COUNTS AND CLOSE DOWN.        *
001430*****************************************************************
001440 3000-TERMINATE.
001450     MOVE DL100-READ-COUNT TO DL100-CNT-DISP.
001460     DISPLAY 'REGLOAD - CONJUNTOS LIDOS:      ' DL100-CNT-DISP.
001470     MOVE DL100-LOAD-COUNT TO DL100-CNT-DISP.
001480     DISPLAY 'REGLOAD - CONJUNTOS REGISTRADOS:' DL100-CNT-DISP.
001490     MOVE DL100-DUP-COUNT  TO DL100-CNT-DISP.
001500     DISPLAY 'REGLOAD - JA EXISTENTES:        ' DL100-CNT-DISP.
001520     CLOSE DL100-REGNEW-FILE
001530           DL100-REG-FILE.
001540 3000-EXIT.
001550     EXIT.
001560*****************************************************************
001570* 8000-READ-REGNEW - READ ONE REGNEW RECORD OR FLAG END OF FILE. *
001580*****************************************************************
001590 8000-READ-REGNEW.
001600     READ DL100-REGNEW-FILE
001610         AT END
001620             MOVE 'S' TO DL100-EOF-SW
001630     END-READ.
001640 8000-EXIT.
001650     EXIT.
001660*****************************************************************
001670* 9000-WRITE-RUN-STAT - APPEND THE STEP'S RUN-STATISTICS         *
001680*                       RECORD: SETS READ, REGISTERED AND        *
001690*                       ALREADY PRESENT, WITH START/END TIMES    *
001700*                       AND THE STEP CODE.                       *
001710*****************************************************************
001720 9000-WRITE-RUN-STAT.
001730     OPEN EXTEND DL100-STAT-FILE.
001740     IF DL100-STAT-STATUS = '35'
001750         OPEN OUTPUT DL100-STAT-FILE
001760     END-IF.
001770     MOVE SPACES            TO DL100-STAT-REC.
001780     MOVE 'REGLOAD'         TO DL100-STAT-PGM.
001790     PERFORM 9050-GET-BUS-DATE THRU 9050-EXIT.
001800     MOVE DL100-STAT-START0 TO DL100-STAT-START.
001810     ACCEPT DL100-STAT-END FROM TIME.
001820     MOVE SPACES            TO DL100-STAT-DEPT.
001830     MOVE DL100-READ-COUNT  TO DL100-STAT-READ.
001840     MOVE DL100-LOAD-COUNT  TO DL100-STAT-PROC.
001850     MOVE ZERO              TO DL100-STAT-REJ.
001860     MOVE DL100-DUP-COUNT   TO DL100-STAT-SKIP.
001870     MOVE RETURN-CODE       TO DL100-STAT-RC.
001880     WRITE DL100-STAT-REC.
001890     CLOSE DL100-STAT-FILE.
001900 9000-EXIT.
001910     EXIT.
001920*****************************************************************
001930* 9050-GET-BUS-DATE - DATE THE RUN-STATISTICS RECORD WITH THE    *
001940*                     BUSINESS DATE FROM THE CONTROL RECORD THE  *
001950*                     DATEROLL STEP SET, OR THE CLOCK DATE       *
001960*                     WITHOUT IT. THE REGISTER RECORDS ALREADY   *
001970*                     CARRY THE DATE TRANSEDT PROCESSED THEM ON. *
001980*****************************************************************
001990 9050-GET-BUS-DATE.
002000     ACCEPT DL100-STAT-DATE FROM DATE YYYYMMDD.
002010     OPEN INPUT DL100-BD-FILE.
002020     IF DL100-BD-STATUS NOT = '00'
002030         GO TO 9050-EXIT
002040     END-IF.
002050     READ DL100-BD-FILE
002060         AT END
002070             MOVE SPACES TO DL100-BD-REC
002080     END-READ.
002090     IF DL100-BD-DATE NUMERIC AND
002100        DL100-BD-DATE NOT = ZERO
002110         MOVE DL100-BD-DATE TO DL100-STAT-DATE
002120     END-IF.
002130     CLOSE DL100-BD-FILE.
002140 9050-EXIT.
002150     EXIT.
