000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    OPERLOAD.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. LOADS THE OPERATOR MASTER  *
000110*                  KSDS (OPERMST, DL100OP LAYOUT, KEYED ON THE  *
000120*                  OPERATOR ID) FROM THE FLAT OPERATOR MASTER   *
000130*                  MENU, OPERMNT AND PENDREL USED TO SCAN AND   *
000140*                  REWRITE WHOLE. RUN BY THE DEFOPER JOB RIGHT  *
000150*                  AFTER THE CLUSTER IS DEFINED. EACH RECORD IS *
000160*                  COPIED AS IT STANDS - PASSWORD, FORCE-CHANGE *
000170*                  FLAG, SUPERVISOR FLAG AND THE DATE THE       *
000180*                  PASSWORD WAS LAST SET ARE NOT TOUCHED - AND  *
000190*                  THE COUNTS OF SUPERVISORS AND OF DATED       *
000200*                  PASSWORDS ARE SHOWN SO THE LOAD CAN BE       *
000210*                  BALANCED AGAINST THE OLD FILE. AN ID THAT    *
000220*                  APPEARS TWICE KEEPS ITS FIRST ROW, THE ONE   *
000230*                  THE OLD SIGN-ON SCAN STOPPED AT, AND THE     *
000240*                  SECOND IS LISTED AND ENDS THE STEP RC=4.     *
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT DL100-OLD-FILE    ASSIGN TO OPEROLD
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS  IS DL100-OLD-STATUS.
000320     SELECT DL100-OPER-FILE   ASSIGN TO OPERMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE  IS RANDOM
000350         RECORD KEY   IS DL100-OPERMST-KEY
000360         FILE STATUS  IS DL100-OPER-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  DL100-OLD-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY DL100OP.
000420 FD  DL100-OPER-FILE.
000430 01  DL100-OPERMST-REC.
000440     05  DL100-OPERMST-KEY        PIC X(08).
000450     05  FILLER                   PIC X(50).
000460 WORKING-STORAGE SECTION.
000470 01  DL100-WORK-FIELDS.
000480     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
000490     05  DL100-LOAD-COUNT         PIC S9(07) COMP VALUE ZERO.
000500     05  DL100-DUP-COUNT          PIC S9(07) COMP VALUE ZERO.
000510     05  DL100-SUPER-COUNT        PIC S9(07) COMP VALUE ZERO.
000520     05  DL100-DATED-COUNT        PIC S9(07) COMP VALUE ZERO.
000530     05  DL100-INACT-COUNT        PIC S9(07) COMP VALUE ZERO.
000540 01  DL100-CNT-DISP               PIC ZZ,ZZZ,ZZ9.
000550 01  DL100-OLD-STATUS             PIC X(02).
000560 01  DL100-OPER-STATUS            PIC X(02).
000570 01  DL100-SWITCHES.
000580     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
000590         88  DL100-EOF                        VALUE 'S'.
000600     05  DL100-INIT-ERR-SW        PIC X(01)   VALUE 'N'.
000610         88  DL100-INIT-ERR                   VALUE 'S'.
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000640     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
000650     IF NOT DL100-INIT-ERR
000660         PERFORM 2000-LOAD-REC       THRU 2000-EXIT
000670             UNTIL DL100-EOF
000680         PERFORM 3000-TERMINATE      THRU 3000-EXIT
000690     END-IF.
000700     GOBACK.
000710*****************************************************************
000720* 1000-INITIALIZE - OPEN THE FLAT MASTER FOR INPUT AND THE NEWLY *
000730*                   DEFINED KSDS FOR UPDATE, THEN PRIME THE      *
000740*                   READ.                                        *
000750*****************************************************************
000760 1000-INITIALIZE.
000770     OPEN INPUT DL100-OLD-FILE.
000780     IF DL100-OLD-STATUS NOT = '00'
000790         DISPLAY 'OPERLOAD - CADASTRO ANTERIOR NAO ENCONTRADO '
000800             '(STATUS ' DL100-OLD-STATUS ')'
000810         MOVE 8 TO RETURN-CODE
000820         MOVE 'S' TO DL100-INIT-ERR-SW
000830         GO TO 1000-EXIT
000840     END-IF.
000850     OPEN I-O DL100-OPER-FILE.
000860     IF DL100-OPER-STATUS = '35'
000870         OPEN OUTPUT DL100-OPER-FILE
000880         CLOSE DL100-OPER-FILE
000890         OPEN I-O DL100-OPER-FILE
000900     END-IF.
000910     IF DL100-OPER-STATUS NOT = '00'
000920         DISPLAY 'OPERLOAD - ERRO NA ABERTURA DO CADASTRO DE '
000930             'OPERADORES: ' DL100-OPER-STATUS
000940         MOVE 8 TO RETURN-CODE
000950         MOVE 'S' TO DL100-INIT-ERR-SW
000960         CLOSE DL100-OLD-FILE
000970         GO TO 1000-EXIT
000980     END-IF.
000990     PERFORM 8000-READ-OLD THRU 8000-EXIT.
001000 1000-EXIT.
001010     EXIT.
001020*****************************************************************
001030* 2000-LOAD-REC - WRITE ONE OPERATOR TO THE KSDS EXACTLY AS IT   *
001040*                 STOOD ON THE FLAT FILE. A SECOND ROW FOR AN ID *
001050*                 ALREADY LOADED IS LISTED AND LEFT OFF.         *
001060*****************************************************************
001070 2000-LOAD-REC.
001080     ADD 1 TO DL100-READ-COUNT.
001090     WRITE DL100-OPERMST-REC FROM DL100-OPER-REC
001100         INVALID KEY
001110             IF DL100-OPER-STATUS = '22'
001120                 ADD 1 TO DL100-DUP-COUNT
001130                 DISPLAY 'OPERLOAD - ID REPETIDO, MANTIDA A '
001140                     'PRIMEIRA LINHA: ' DL100-OPER-ID
001150                 IF RETURN-CODE < 4
001160                     MOVE 4 TO RETURN-CODE
001170                 END-IF
001180             ELSE
001190                 DISPLAY 'OPERLOAD - ERRO DE GRAVACAO NO '
001200                     'CADASTRO DE OPERADORES: ' DL100-OPER-STATUS
001210                 MOVE 8 TO RETURN-CODE
001220                 MOVE 'S' TO DL100-EOF-SW
001230             END-IF
001240         NOT INVALID KEY
001250             PERFORM 2100-COUNT-REC THRU 2100-EXIT
001260     END-WRITE.
001270     IF NOT DL100-EOF
001280         PERFORM 8000-READ-OLD THRU 8000-EXIT
001290     END-IF.
001300 2000-EXIT.
001310     EXIT.
001320*****************************************************************
001330* 2100-COUNT-REC - COUNT THE OPERATOR JUST LOADED, AND ITS       *
001340*                  SUPERVISOR FLAG, DATED PASSWORD AND INACTIVE  *
001350*                  FLAG, FOR THE BALANCING TOTALS.               *
001360*****************************************************************
001370 2100-COUNT-REC.
001380     ADD 1 TO DL100-LOAD-COUNT.
001390     IF DL100-OPER-IS-SUPER
001400         ADD 1 TO DL100-SUPER-COUNT
001410     END-IF.
001420     IF DL100-OPER-PWD-DATE NUMERIC AND
001430        DL100-OPER-PWD-DATE NOT = ZERO
001440         ADD 1 TO DL100-DATED-COUNT
001450     END-IF.
001460     IF DL100-OPER-IS-INACTIVE
001470         ADD 1 TO DL100-INACT-COUNT
001480     END-IF.
001490 2100-EXIT.
001500     EXIT.
001510*****************************************************************
001520* 3000-TERMINATE - REPORT THE LOAD AND BALANCING COUNTS AND      *
001530*                  CLOSE DOWN.                                   *
001540*****************************************************************
001550 3000-TERMINATE.
001560     MOVE DL100-READ-COUNT   TO DL100-CNT-DISP.
001570     DISPLAY 'OPERLOAD - LINHAS LIDAS:          ' DL100-CNT-DISP.
001580     MOVE DL100-LOAD-COUNT   TO DL100-CNT-DISP.
001590     DISPLAY 'OPERLOAD - OPERADORES CARREGADOS: ' DL100-CNT-DISP.
001600     MOVE DL100-DUP-COUNT    TO DL100-CNT-DISP.
001610     DISPLAY 'OPERLOAD - IDS REPETIDOS:         ' DL100-CNT-DISP.
001620     MOVE DL100-SUPER-COUNT  TO DL100-CNT-DISP.
001630     DISPLAY 'OPERLOAD - SUPERVISORES:          ' DL100-CNT-DISP.
001640     MOVE DL100-DATED-COUNT  TO DL100-CNT-DISP.
001650     DISPLAY 'OPERLOAD - SENHAS COM DATA:       ' DL100-CNT-DISP.
001660     MOVE DL100-INACT-COUNT  TO DL100-CNT-DISP.
001670     DISPLAY 'OPERLOAD - OPERADORES INATIVOS:   ' DL100-CNT-DISP.
001680     CLOSE DL100-OLD-FILE
001690           DL100-OPER-FILE.
001700 3000-EXIT.
001710     EXIT.
001720*****************************************************************
001730* 8000-READ-OLD - READ ONE FLAT MASTER RECORD OR FLAG END OF     *
001740*                 FILE.                                          *
001750*****************************************************************
001760 8000-READ-OLD.
001770     READ DL100-OLD-FILE
001780         AT END
001790             MOVE 'S' TO DL100-EOF-SW
001800     END-READ.
001810 8000-EXIT.
001820     EXIT.
