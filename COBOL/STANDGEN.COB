000292* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000294*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000296*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000297* 10/15/2026 DPS   THE BUSINESS DATE NOW COMES FROM THE CONTROL *
000298*                  RECORD SET BY THE DATEROLL STEP (BUSDATE,    *
000299*                  DL100BD) - THE SYSIN DATE CARD IS GONE.      *
000300*                  MENSAL IS DUE ON THE LAST BUSINESS DAY OF    *
000301*                  THE MONTH PER THE HOLIDAY CALENDAR, AND A    *
000302*                  SEMANAL WHOSE MONDAY WAS A HOLIDAY IS        *
000303*                  GENERATED ON THE NEXT BUSINESS DAY.          *
000306*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000422     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000424         ORGANIZATION IS SEQUENTIAL
000426         FILE STATUS  IS DL100-STAT-STATUS.
000427     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000428         ORGANIZATION IS SEQUENTIAL
000429         FILE STATUS  IS DL100-BD-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DL100-STD-FILE
000564     LABEL RECORDS ARE STANDARD
000566     RECORDING MODE IS F.
000568 COPY DL100RS.
000569 FD  DL100-BD-FILE
000570     LABEL RECORDS ARE STANDARD
000571     RECORDING MODE IS F.
000572 COPY DL100BD.
000576 WORKING-STORAGE SECTION.
000580 01  DL100-RPT-HDR1.
000590     05  FILLER                   PIC X(20) VALUE SPACES.
000600     05  FILLER                   PIC X(44)
000940     05  DL100-RPT-CNT-VALUE      PIC ZZ,ZZZ,ZZ9.
000950     05  FILLER                   PIC X(48) VALUE SPACES.
000960 01  DL100-RPT-BLANK              PIC X(84) VALUE SPACES.
001000 01  DL100-BUS-DATE               PIC 9(08).
001010 01  DL100-BUS-DATE-ED.
001020     05  DL100-BUS-DATE-MM        PIC X(02).
001440     05  DL100-GEN-HASH2      PIC S9(12)V9(02) VALUE ZERO.
001450     05  DL100-GEN-DEPT       PIC X(08)       VALUE SPACES.
001460     05  DL100-DAY-NUM        PIC S9(09) COMP VALUE ZERO.
001470     05  DL100-PREV-NUM       PIC S9(09) COMP VALUE ZERO.
001480     05  DL100-MON-NUM        PIC S9(09) COMP VALUE ZERO.
001485     05  DL100-PREV-DATE      PIC 9(08)       VALUE ZERO.
001490     05  DL100-SCAN-SUB       PIC S9(04) COMP VALUE ZERO.
001500 01  DL100-STD-STATUS         PIC X(02).
001510 01  DL100-OUT-STATUS         PIC X(02).
001520 01  DL100-LIST-STATUS        PIC X(02).
001522 01  DL100-STAT-STATUS        PIC X(02).
001523 01  DL100-BD-STATUS          PIC X(02).
001524 01  DL100-STAT-START0        PIC 9(08) VALUE ZERO.
001530 01  DL100-SWITCHES.
001540     05  DL100-EOF-SW         PIC X(01)   VALUE 'N'.
001590         88  DL100-IS-MONDAY              VALUE 'S'.
001600     05  DL100-MONTH-END-SW   PIC X(01)   VALUE 'N'.
001610         88  DL100-IS-MONTH-END           VALUE 'S'.
001613     05  DL100-WEEK-ROLL-SW   PIC X(01)   VALUE 'N'.
001616         88  DL100-WEEK-ROLLED            VALUE 'S'.
001620     05  DL100-DONE-FND-SW    PIC X(01)   VALUE 'N'.
001630         88  DL100-DEPT-DONE              VALUE 'S'.
001640 PROCEDURE DIVISION.
001730     PERFORM 6000-TERMINATE      THRU 6000-EXIT.
001740     GOBACK.
001750*****************************************************************
001760* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FROM THE CONTROL   *
001770*                   RECORD, WORK OUT WHICH FREQUENCIES ARE DUE   *
001780*                   TONIGHT, OPEN THE FILES AND LOAD THE         *
001790*                   STANDING MASTER. THE OUTPUT AND LISTING ARE  *
001800*                   OPENED EVEN WHEN THE DATE OR THE MASTER IS   *
001810*                   MISSING, SO THE CONCATENATION BEHIND TRANSIN *
001820*                   ALWAYS FINDS A (POSSIBLY EMPTY) FILE.        *
001840*****************************************************************
001850 1000-INITIALIZE.
001855     ACCEPT DL100-STAT-START0 FROM TIME.
001860     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
001870     IF DL100-INIT-ERR
001880         GO TO 1000-OPEN
001890     END-IF.
001930*    INTEGER-OF-DATE DAY 1 (16010101) WAS A MONDAY, SO THE
001940*    REMAINDER OF DAY + 6 BY 7 IS THE DAYS BACK TO THE MONDAY
001950*    ON OR BEFORE THE BUSINESS DATE. SEMANAL IS DUE WHEN THAT
001952*    MONDAY FALLS AFTER THE PREVIOUS BUSINESS DAY - ON THE
001954*    MONDAY ITSELF, OR ON THE FIRST BUSINESS DAY AFTER A
001956*    MONDAY HOLIDAY.
001960     COMPUTE DL100-DAY-NUM =
001970         FUNCTION INTEGER-OF-DATE (DL100-BUS-DATE).
001980     COMPUTE DL100-PREV-NUM =
001990         FUNCTION INTEGER-OF-DATE (DL100-PREV-DATE).
002000     COMPUTE DL100-MON-NUM = DL100-DAY-NUM -
002010         FUNCTION REM (DL100-DAY-NUM + 6 7).
002020     IF DL100-MON-NUM > DL100-PREV-NUM
002030         MOVE 'S' TO DL100-MONDAY-SW
002040         IF DL100-MON-NUM NOT = DL100-DAY-NUM
002050             MOVE 'S' TO DL100-WEEK-ROLL-SW
002060         END-IF
002063     END-IF.
002066 1000-OPEN.
002070     OPEN OUTPUT DL100-OUT-FILE
002080                 DL100-LIST-FILE.
002090     WRITE DL100-LIST-REC FROM DL100-RPT-HDR1.
002140     WRITE DL100-LIST-REC FROM DL100-RPT-HDR2.
002150     WRITE DL100-LIST-REC FROM DL100-RPT-BLANK.
002160     WRITE DL100-LIST-REC FROM DL100-RPT-COLHDR.
002162     IF DL100-INIT-ERR
002164         GO TO 1000-EXIT
002166     END-IF.
002170     OPEN INPUT DL100-STD-FILE.
002180     IF DL100-STD-STATUS NOT = '00'
002190         DISPLAY 'STANDGEN - CADASTRO DE TRANSACOES FIXAS '
002270     CLOSE DL100-STD-FILE.
002280 1000-EXIT.
002290     EXIT.
002291*****************************************************************
002292* 1050-GET-BUS-DATE - READ THE BUSINESS DATE, THE PREVIOUS       *
002293*                     BUSINESS DAY AND THE MONTH-END FLAG FROM   *
002294*                     THE CONTROL RECORD THE DATEROLL STEP SET.  *
002295*                     WITHOUT IT NOTHING IS GENERATED (RC=8) -   *
002296*                     THE CLOCK DATE THEN ONLY HEADS THE LISTING *
002297*                     AND STAMPS THE RUN-STATISTICS RECORD.      *
002298*****************************************************************
002299 1050-GET-BUS-DATE.
002300     OPEN INPUT DL100-BD-FILE.
002301     IF DL100-BD-STATUS NOT = '00'
002302         DISPLAY 'STANDGEN - REGISTRO DE DATA DO NEGOCIO '
002303             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
002304         GO TO 1050-ERROR
002305     END-IF.
002306     READ DL100-BD-FILE
002307         AT END
002308             MOVE SPACES TO DL100-BD-REC
002309     END-READ.
002310     IF DL100-BD-DATE      NUMERIC AND
002311        DL100-BD-PREV-DATE NUMERIC AND
002312        DL100-BD-DATE      NOT = ZERO
002313         MOVE DL100-BD-DATE      TO DL100-BUS-DATE
002314         MOVE DL100-BD-PREV-DATE TO DL100-PREV-DATE
002315         IF DL100-BD-IS-MONTH-END
002316             MOVE 'S' TO DL100-MONTH-END-SW
002317         END-IF
002318     ELSE
002319         DISPLAY 'STANDGEN - REGISTRO DE DATA DO NEGOCIO '
002320             'VAZIO OU INVALIDO'
002321         MOVE 'S' TO DL100-INIT-ERR-SW
002322     END-IF.
002323     CLOSE DL100-BD-FILE.
002324     IF NOT DL100-INIT-ERR
002325         GO TO 1050-EXIT
002326     END-IF.
002327 1050-ERROR.
002328     DISPLAY 'STANDGEN - NADA GERADO'.
002329     ACCEPT DL100-BUS-DATE FROM DATE YYYYMMDD.
002330     MOVE 8 TO RETURN-CODE.
002331     MOVE 'S' TO DL100-INIT-ERR-SW.
002332 1050-EXIT.
002333     EXIT.
002334*****************************************************************
002335* 1100-LOAD-ONE - READ ONE STANDING MASTER RECORD INTO THE NEXT  *
002337*                 TABLE ENTRY. A MASTER LARGER THAN THE TABLE    *
002338*                 FAILS THE STEP RATHER THAN GENERATING ONLY     *
002340*                 PART OF THE NIGHT'S STANDING WORK.             *
002350*****************************************************************
002360 1100-LOAD-ONE.
003150     END-IF.
003160     MOVE 'S' TO DL100-TBL-DUE (DL100-STD-IX).
003170     MOVE 'GERADO' TO DL100-RPT-STD-STATUS.
003172     IF DL100-TBL-FREQ (DL100-STD-IX) = 'S' AND
003174        DL100-WEEK-ROLLED
003176         MOVE 'GERADO - SEG.FERIADO' TO DL100-RPT-STD-STATUS
003178     END-IF.
003180 2000-LIST.
003190     WRITE DL100-LIST-REC FROM DL100-RPT-STD-LINE.
003200 2000-EXIT.
