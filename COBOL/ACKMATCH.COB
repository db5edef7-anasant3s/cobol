000272* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000274*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000276*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000277* 10/15/2026 DPS   A NIGHT WITH NO ACKNOWLEDGMENT NOW DATES    *
000278*                  ITS RUN-STATISTICS RECORD WITH THE BUSINESS *
000279*                  DATE FROM THE CONTROL RECORD SET BY THE     *
000280*                  DATEROLL STEP (BUSDATE, DL100BD), FALLING   *
000281*                  BACK TO THE CLOCK WHEN THE RECORD CANNOT BE *
000282*                  READ.                                       *
000286*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000372     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS  IS DL100-STAT-STATUS.
000377     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000378         ORGANIZATION IS SEQUENTIAL
000379         FILE STATUS  IS DL100-BD-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DL100-ACK-FILE
000534     LABEL RECORDS ARE STANDARD
000536     RECORDING MODE IS F.
000538 COPY DL100RS.
000539 FD  DL100-BD-FILE
000540     LABEL RECORDS ARE STANDARD
000541     RECORDING MODE IS F.
000542 COPY DL100BD.
000546 WORKING-STORAGE SECTION.
000550 01  DL100-WORK-FIELDS.
000560     05  DL100-SAVE-ACK-DATE  PIC 9(08)       VALUE ZERO.
000570     05  DL100-SAVE-ACK-CNT   PIC 9(07)       VALUE ZERO.
000640 01  DL100-ACK-STATUS         PIC X(02).
000650 01  DL100-XLOG-STATUS        PIC X(02).
000652 01  DL100-STAT-STATUS        PIC X(02).
000653 01  DL100-BD-STATUS          PIC X(02).
000654 01  DL100-STAT-START0        PIC 9(08) VALUE ZERO.
000660 01  DL100-SWITCHES.
000670     05  DL100-ACK-EOF-SW     PIC X(01)   VALUE 'N'.
002202*    WITH NO ACK THE SAVED DATE IS ZERO, AND A ZERO-DATED
002204*    RECORD WOULD FALL OUTSIDE EVERY OPSRPT PERIOD - EXACTLY
002206*    THE FAILED EXECUTION THE WEEKLY REPORT MUST SHOW. STAMP
002208*    THE BUSINESS DATE FROM THE CONTROL RECORD INSTEAD, AS THE
002209*    OTHER STEPS DO - OR THE CLOCK DATE IF THAT CANNOT BE READ.
002210     IF DL100-ACK-SEEN
002211         MOVE DL100-SAVE-ACK-DATE TO DL100-STAT-DATE
002212     ELSE
002213         PERFORM 9050-GET-BUS-DATE THRU 9050-EXIT
002214     END-IF.
002220     MOVE DL100-STAT-START0  TO DL100-STAT-START.
002230     ACCEPT DL100-STAT-END FROM TIME.
002350     CLOSE DL100-STAT-FILE.
002360 9000-EXIT.
002370     EXIT.
002380*****************************************************************
002390* 9050-GET-BUS-DATE - DATE THE RUN-STATISTICS RECORD WITH THE    *
002400*                     BUSINESS DATE FROM THE CONTROL RECORD THE  *
002410*                     DATEROLL STEP SET. THE DATE ONLY PLACES    *
002420*                     THE RECORD ON THE WEEKLY OPSRPT, SO        *
002430*                     WITHOUT THE CONTROL RECORD THE CLOCK DATE  *
002440*                     IS USED AND THE STEP CODE IS LEFT ALONE.   *
002450*****************************************************************
002460 9050-GET-BUS-DATE.
002470     ACCEPT DL100-STAT-DATE FROM DATE YYYYMMDD.
002480     OPEN INPUT DL100-BD-FILE.
002490     IF DL100-BD-STATUS NOT = '00'
002500         GO TO 9050-EXIT
002510     END-IF.
002520     READ DL100-BD-FILE
002530         AT END
002540             MOVE SPACES TO DL100-BD-REC
002550     END-READ.
002560     IF DL100-BD-DATE NUMERIC AND
002570        DL100-BD-DATE NOT = ZERO
002580         MOVE DL100-BD-DATE TO DL100-STAT-DATE
002590     END-IF.
002600     CLOSE DL100-BD-FILE.
002610 9050-EXIT.
002620     EXIT.
