000209*                  AND PAGING THROUGH EVERYONE'S WORK. EACH     *
000210*                  LINE NOW ALSO SHOWS THE CALCULATION DATE     *
000211*                  AND THE DEPARTMENT.                          *
000212* 10/15/2026 DPS   A REVERSAL (OPCAO 'E') AND THE CALCULATION   *
000213*                  IT BACKS OUT ARE SHOWN TOGETHER: UNDER       *
000214*                  EITHER ONE, WHICHEVER THE INQUIRY FINDS, THE *
000215*                  OTHER IS READ BY ITS KEY (DL100-HIST-REF /   *
000216*                  DL100-HIST-REVD-BY) AND DISPLAYED ON THE     *
000217*                  NEXT LINE, THROUGH A SECOND RANDOM-ACCESS    *
000218*                  VIEW OF THE HISTORY SO THE BROWSE IN         *
000219*                  PROGRESS KEEPS ITS PLACE.                    *
000220* 10/15/2026 DPS   A FOREIGN-CURRENCY CALCULATION SHOWS A       *
000221*                  SECOND LINE WITH ITS CURRENCY, THE RATE IT   *
000222*                  WAS CONVERTED AT AND THE RESULT IN REAIS     *
000223*                  (DL100HS GREW TO 133 BYTES).                 *
000225*****************************************************************
000227 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT DL100-HIST-FILE   ASSIGN TO CALCHIST
000285         ALTERNATE RECORD KEY IS DL100-HIST-OPER
000286             WITH DUPLICATES
000290         FILE STATUS  IS DL100-HIST-STATUS.
000291     SELECT DL100-PAIR-FILE   ASSIGN TO CALCHIST
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE  IS RANDOM
000294         RECORD KEY   IS DL100-PAIR-KEY
000295         FILE STATUS  IS DL100-PAIR-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  DL100-HIST-FILE.
000330 COPY DL100HS.
000332 FD  DL100-PAIR-FILE.
000334 01  DL100-PAIR-REC.
000336     05  DL100-PAIR-KEY           PIC X(14).
000338     05  FILLER                   PIC X(119).
000340 WORKING-STORAGE SECTION.
000350 01  DL100-INQ-DATE-ED            PIC X(08).
000360 01  DL100-INQ-DATE               PIC 9(08).
000490     05  DL100-DISP-NUM1          PIC -(10)9.99.
000500     05  DL100-DISP-NUM2          PIC -(10)9.99.
000510     05  DL100-DISP-RES           PIC -(10)9.99.
000513     05  DL100-DISP-RATE          PIC Z(04)9.9(06).
000516     05  DL100-DISP-BASE-RES      PIC -(10)9.99.
000520 01  DL100-HIST-STATUS            PIC X(02).
000522 01  DL100-PAIR-STATUS            PIC X(02).
000524 01  DL100-PAIR-LINK              PIC X(14).
000526 01  DL100-PAIR-CAPTION           PIC X(20).
000530 01  DL100-SWITCHES.
000540     05  DL100-CONTINUE-SW        PIC X(01)   VALUE 'S'.
000550         88  DL100-MORE-INQS                  VALUE 'S'.
000570         88  DL100-BROWSE-EOF                 VALUE 'S'.
000580     05  DL100-INPUT-OK-SW        PIC X(01)   VALUE 'N'.
000590         88  DL100-INPUT-OK                   VALUE 'S'.
000593     05  DL100-PAIR-OPEN-SW       PIC X(01)   VALUE 'N'.
000596         88  DL100-PAIR-OPEN                  VALUE 'S'.
000600 PROCEDURE DIVISION.
000610*****************************************************************
000620* 0000-MAINLINE - OPEN THE HISTORY FILE AND RUN INQUIRIES UNTIL  *
000730             DL100-HIST-STATUS ')'
000740         GOBACK
000750     END-IF.
000752     OPEN INPUT DL100-PAIR-FILE.
000754     IF DL100-PAIR-STATUS = '00'
000756         MOVE 'S' TO DL100-PAIR-OPEN-SW
000758     END-IF.
000760     PERFORM 0100-PROCESS-INQUIRY THRU 0100-EXIT
000770         UNTIL NOT DL100-MORE-INQS.
000780     CLOSE DL100-HIST-FILE.
000782     IF DL100-PAIR-OPEN
000784         CLOSE DL100-PAIR-FILE
000786     END-IF.
000790     GOBACK.
000800*****************************************************************
000810* 0100-PROCESS-INQUIRY - RUN ONE INQUIRY: GET THE DATE (AND      *
001931     PERFORM 6000-SHOW-RECORD THRU 6000-EXIT.
001932 4100-EXIT.
001933     EXIT.
001934*****************************************************************
001935* 6000-SHOW-RECORD - DISPLAY ONE HISTORY RECORD AND, WHEN IT IS *
001936*                    A REVERSAL OR HAS BEEN REVERSED, THE OTHER  *
001937*                    HALF OF THE PAIR ON THE LINE BELOW IT. THE  *
001938*                    PARTNER IS READ THROUGH THE SECOND VIEW OF  *
001939*                    THE HISTORY, SO THE BROWSE POSITION ON THE  *
001940*                    FIRST IS UNDISTURBED.                       *
001941*****************************************************************
001942 6000-SHOW-RECORD.
001943     MOVE SPACES TO DL100-PAIR-LINK.
001944     IF DL100-HIST-REF NOT = SPACES
001945         MOVE DL100-HIST-REF TO DL100-PAIR-LINK
001946         MOVE "   ESTORNO DE:" TO DL100-PAIR-CAPTION
001947     ELSE
001948         IF DL100-HIST-REVD-BY NOT = SPACES
001949             MOVE DL100-HIST-REVD-BY TO DL100-PAIR-LINK
001950             MOVE "   ESTORNADO POR:" TO DL100-PAIR-CAPTION
001951         END-IF
001952     END-IF.
001953     PERFORM 6100-SHOW-LINE THRU 6100-EXIT.
001954     IF DL100-PAIR-LINK = SPACES
001955         GO TO 6000-EXIT
001956     END-IF.
001957     DISPLAY DL100-PAIR-CAPTION.
001958     IF NOT DL100-PAIR-OPEN
001959         DISPLAY "   " DL100-PAIR-LINK " (HISTORICO INDISPONIVEL)"
001960         GO TO 6000-EXIT
001962     END-IF.
001963     MOVE DL100-PAIR-LINK TO DL100-PAIR-KEY.
001964     READ DL100-PAIR-FILE INTO DL100-HIST-REC
001965         INVALID KEY
001966             DISPLAY "   " DL100-PAIR-LINK " (NAO ENCONTRADO)"
001967         NOT INVALID KEY
001968             PERFORM 6100-SHOW-LINE THRU 6100-EXIT
001969     END-READ.
001970 6000-EXIT.
001971     EXIT.
001972*****************************************************************
001973* 6100-SHOW-LINE - DISPLAY ONE HISTORY RECORD: DATE, SEQUENCE,   *
001974*                  TIME, OPERATION, OPERANDS, RESULT, WHO RAN IT *
001975*                  AND FOR WHICH DEPARTMENT - AND, FOR FOREIGN-  *
001976*                  CURRENCY WORK, THE CURRENCY, THE RATE AND THE *
001977*                  RESULT IN REAIS BENEATH.                      *
001978*****************************************************************
001979 6100-SHOW-LINE.
001980     MOVE DL100-HIST-SEQ        TO DL100-DISP-SEQ.
001981     MOVE DL100-HIST-TIME (1:2) TO DL100-DISP-HH.
001982     MOVE DL100-HIST-TIME (3:2) TO DL100-DISP-MM.
001983     MOVE DL100-HIST-TIME (5:2) TO DL100-DISP-SS.
001984     MOVE DL100-HIST-NUM1       TO DL100-DISP-NUM1.
001985     MOVE DL100-HIST-NUM2       TO DL100-DISP-NUM2.
001986     MOVE DL100-HIST-RES        TO DL100-DISP-RES.
001987     DISPLAY DL100-HIST-DATE " " DL100-DISP-SEQ " "
001988         DL100-DISP-TIME " "
001990         DL100-HIST-OPCAO " " DL100-DISP-NUM1 " "
002000         DL100-DISP-NUM2 " = " DL100-DISP-RES
002010         "  POR " DL100-HIST-OPER
002012         "  DEPTO " DL100-HIST-DEPT.
002013     IF NOT DL100-HIST-CURR-BASE
002014         MOVE DL100-HIST-RATE     TO DL100-DISP-RATE
002015         MOVE DL100-HIST-BASE-RES TO DL100-DISP-BASE-RES
002016         DISPLAY "                MOEDA " DL100-HIST-CURR
002017             "  COTACAO " DL100-DISP-RATE
002018             "  EM REAIS " DL100-DISP-BASE-RES
002019     END-IF.
002020 6100-EXIT.
002022     EXIT.
002040*****************************************************************
002050* 7000-GET-CONTINUE - ASK THE OPERATOR WHETHER TO RUN ANOTHER    *
002060*                     INQUIRY IN THIS SESSION.                   *
