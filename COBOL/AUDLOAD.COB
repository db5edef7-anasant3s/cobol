000370* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000380*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000390*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000391* 10/15/2026 DPS   THE RUN-STATISTICS RECORD IS NOW DATED WITH *
000392*                  THE BUSINESS DATE FROM THE CONTROL RECORD   *
000393*                  SET BY THE DATEROLL STEP (BUSDATE,          *
000394*                  DL100BD), FALLING BACK TO THE CLOCK WHEN    *
000395*                  THE RECORD CANNOT BE READ. THE HISTORY KEYS *
000396*                  STILL COME FROM THE AUDIT RECORDS           *
000397*                  THEMSELVES.                                 *
000398* 10/15/2026 DPS   CARRIES THE REVERSAL REFERENCE FROM THE     *
000399*                  AUDIT RECORD INTO THE HISTORY RECORD        *
000400*                  (DL100AR GREW TO 94 BYTES, DL100HS TO 106). *
000401*                  WHEN A REVERSAL (OPCAO 'E') IS LOADED, ITS  *
000402*                  OWN KEY IS STAMPED ON THE ORIGINAL IT NAMES *
000403*                  (DL100-HIST-REVD-BY), SO TRANSEDT REFUSES A *
000404*                  SECOND REVERSAL OF THE SAME CALCULATION AND *
000405*                  AUDINQ SHOWS THE TWO TOGETHER. AN ORIGINAL  *
000406*                  MISSING OR ALREADY MARKED IS REPORTED AND   *
000407*                  COUNTED; THE REVERSAL ITSELF STAYS LOADED.  *
000408* 10/15/2026 DPS   CARRIES THE TRANSACTION CURRENCY, THE       *
000409*                  EXCHANGE RATE AND THE RESULT IN REAIS FROM  *
000410*                  THE AUDIT RECORD (DL100AR GREW TO 124       *
000411*                  BYTES, DL100HS TO 133). WORK DONE IN REAIS, *
000412*                  WHOSE AUDIT RECORD LEAVES THOSE FIELDS      *
000413*                  BLANK, IS LOADED WITH A BLANK CURRENCY, A   *
000414*                  ZERO RATE AND THE RESULT ITSELF AS THE      *
000415*                  RESULT IN REAIS, SO EVERY HISTORY RECORD    *
000416*                  CAN BE TOTALLED IN REAIS.                   *
000417* 10/15/2026 DPS   THE WITHIN-DATE SEQUENCE IS NOW KEPT PER DATE*
000418*                  IN A TABLE INSTEAD OF RESTARTING AT EVERY    *
000419*                  CHANGE OF DATE: CALCBAT STAMPS THE BUSINESS  *
000420*                  DATE WHILE CALC AND PENDREL STAMP THE CLOCK, *
000421*                  SO THE TRAIL IS NO LONGER IN DATE ORDER AND A*
000422*                  DATE CAN COME BACK AFTER A LATER ONE. EACH   *
000423*                  RECORD STILL GETS THE SAME KEY ON EVERY LOAD.*
000424*                  MORE THAN 400 DATES ON THE TRAIL STOPS THE   *
000425*                  LOAD RC=8 (AUDARCH TRIMS IT MONTHLY).        *
000426*****************************************************************
000427 ENVIRONMENT DIVISION.
000428 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
000450         ORGANIZATION IS SEQUENTIAL
000520     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS  IS DL100-STAT-STATUS.
000542     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000544         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS  IS DL100-BD-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  DL100-AUDIT-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORDING MODE IS F.
000660 COPY DL100RS.
000662 FD  DL100-BD-FILE
000664     LABEL RECORDS ARE STANDARD
000666     RECORDING MODE IS F.
000668 COPY DL100BD.
000670 WORKING-STORAGE SECTION.
000680 01  DL100-WORK-FIELDS.
000690     05  DL100-READ-COUNT         PIC S9(07) COMP VALUE ZERO.
000700     05  DL100-LOAD-COUNT         PIC S9(07) COMP VALUE ZERO.
000710     05  DL100-DUP-COUNT          PIC S9(07) COMP VALUE ZERO.
000712     05  DL100-MARK-COUNT         PIC S9(07) COMP VALUE ZERO.
000714     05  DL100-MARK-ERR-COUNT     PIC S9(07) COMP VALUE ZERO.
000716     05  DL100-REV-OWN-KEY        PIC X(14)       VALUE SPACES.
000720     05  DL100-CURR-DATE          PIC 9(08)       VALUE ZERO.
000721     05  DL100-DATE-SEQ           PIC 9(06)       VALUE ZERO.
000723     05  DL100-DATE-SUB           PIC S9(04) COMP VALUE ZERO.
000724*****************************************************************
000726* LAST SEQUENCE NUMBER GIVEN OUT FOR EACH AUDIT DATE SEEN SO FAR *
000727* ON THE TRAIL, IN FIRST-APPEARANCE ORDER.                       *
000729*****************************************************************
000730 01  DL100-DATE-TABLE.
000732     05  DL100-DTE-CNT            PIC S9(04) COMP VALUE ZERO.
000733     05  DL100-DTE-ENTRY OCCURS 400 TIMES
000735                          INDEXED BY DL100-DTE-IX.
000736         10  DL100-DTE-DATE       PIC 9(08).
000738         10  DL100-DTE-SEQ        PIC 9(06).
000740 01  DL100-CNT-DISP               PIC ZZ,ZZZ,ZZ9.
000750 01  DL100-AUDIT-STATUS           PIC X(02).
000760 01  DL100-HIST-STATUS            PIC X(02).
000770 01  DL100-STAT-STATUS            PIC X(02).
000775 01  DL100-BD-STATUS              PIC X(02).
000780 01  DL100-STAT-START0            PIC 9(08) VALUE ZERO.
000790 01  DL100-SWITCHES.
000800     05  DL100-EOF-SW             PIC X(01)   VALUE 'N'.
001230     EXIT.
001240*****************************************************************
001250* 2000-LOAD-REC - BUILD THE HISTORY RECORD FOR ONE AUDIT LINE    *
001260*                 AND WRITE IT. THE WITHIN-DATE SEQUENCE COMES   *
001270*                 FROM 2100-NEXT-SEQ; A KEY ALREADY              *
001280*                 PRESENT FROM AN EARLIER LOAD IS COUNTED AS A   *
001290*                 DUPLICATE AND LEFT AS IT IS. A REVERSAL JUST   *
001295*                 WRITTEN IS THEN STAMPED ON ITS ORIGINAL.       *
001300*****************************************************************
001310 2000-LOAD-REC.
001320     ADD 1 TO DL100-READ-COUNT.
001330     PERFORM 2100-NEXT-SEQ THRU 2100-EXIT.
001340     IF DL100-EOF
001350         GO TO 2000-EXIT
001360     END-IF.
001380     MOVE DL100-AUD-DATE  TO DL100-HIST-DATE.
001390     MOVE DL100-DATE-SEQ  TO DL100-HIST-SEQ.
001400     MOVE DL100-AUD-OPCAO TO DL100-HIST-OPCAO.
001440     MOVE DL100-AUD-TIME  TO DL100-HIST-TIME.
001450     MOVE DL100-AUD-OPER  TO DL100-HIST-OPER.
001460     MOVE DL100-AUD-DEPT  TO DL100-HIST-DEPT.
001463     MOVE DL100-AUD-REF   TO DL100-HIST-REF.
001466     MOVE SPACES          TO DL100-HIST-REVD-BY.
001467     IF DL100-AUD-CURR-BASE
001468         MOVE SPACES             TO DL100-HIST-CURR
001469         MOVE ZERO               TO DL100-HIST-RATE
001470         MOVE DL100-AUD-RES      TO DL100-HIST-BASE-RES
001471     ELSE
001472         MOVE DL100-AUD-CURR     TO DL100-HIST-CURR
001473         MOVE DL100-AUD-RATE     TO DL100-HIST-RATE
001474         MOVE DL100-AUD-BASE-RES TO DL100-HIST-BASE-RES
001475     END-IF.
001477     WRITE DL100-HIST-REC
001480         INVALID KEY
001490             IF DL100-HIST-STATUS = '22'
001500                 ADD 1 TO DL100-DUP-COUNT
001520                 DISPLAY 'AUDLOAD - ERRO DE GRAVACAO NO '
001530                     'HISTORICO: ' DL100-HIST-STATUS
001540                 MOVE 8 TO RETURN-CODE
001541                 MOVE 'S' TO DL100-EOF-SW
001542             END-IF
001543         NOT INVALID KEY
001544             ADD 1 TO DL100-LOAD-COUNT
001545     END-WRITE.
001546     IF DL100-HIST-STATUS = '00' AND
001547        DL100-AUD-OPCAO = 'E' AND
001548        DL100-AUD-REF NOT = SPACES
001549         PERFORM 2500-MARK-ORIGINAL THRU 2500-EXIT
001550     END-IF.
001551     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
001552 2000-EXIT.
001553     EXIT.
001554*****************************************************************
001555* 2100-NEXT-SEQ - GIVE OUT THE NEXT SEQUENCE NUMBER OF THE AUDIT *
001556*                 RECORD'S DATE. THE TRAIL IS NOT IN DATE ORDER -*
001557*                 BATCH WORK CARRIES THE BUSINESS DATE, ON-LINE  *
001558*                 WORK THE CLOCK DATE - SO EACH DATE KEEPS ITS   *
001559*                 OWN COUNT FOR THE WHOLE RUN. SINCE THE TRAIL IS*
001561*                 APPEND-ONLY THE SAME RECORD GETS THE SAME      *
001562*                 NUMBER ON EVERY LOAD. A DATE THAT DOES NOT FIT *
001563*                 IN THE TABLE ENDS THE LOAD RC=8.               *
001564*****************************************************************
001565 2100-NEXT-SEQ.
001566     IF DL100-DATE-SUB = ZERO OR
001567        DL100-AUD-DATE NOT = DL100-CURR-DATE
001568         PERFORM 2150-FIND-DATE THRU 2150-EXIT
001569     END-IF.
001570     IF DL100-DATE-SUB = ZERO
001571         GO TO 2100-EXIT
001572     END-IF.
001573     SET DL100-DTE-IX TO DL100-DATE-SUB.
001574     ADD 1 TO DL100-DTE-SEQ (DL100-DTE-IX).
001575     MOVE DL100-DTE-SEQ (DL100-DTE-IX) TO DL100-DATE-SEQ.
001576 2100-EXIT.
001577     EXIT.
001578*****************************************************************
001579* 2150-FIND-DATE - POINT DL100-DATE-SUB AT THE TABLE ENTRY OF THE*
001581*                  AUDIT RECORD'S DATE, ADDING ONE WHEN THE DATE *
001582*                  IS NEW. A FULL TABLE LEAVES IT ZERO.          *
001583*****************************************************************
001584 2150-FIND-DATE.
001585     MOVE DL100-AUD-DATE TO DL100-CURR-DATE.
001586     MOVE ZERO TO DL100-DATE-SUB.
001587     IF DL100-DTE-CNT > ZERO
001588         PERFORM 2160-CHECK-DATE THRU 2160-EXIT
001589             VARYING DL100-DTE-IX FROM 1 BY 1
001590             UNTIL DL100-DTE-IX > DL100-DTE-CNT
001591                OR DL100-DATE-SUB NOT = ZERO
001592     END-IF.
001593     IF DL100-DATE-SUB NOT = ZERO
001594         GO TO 2150-EXIT
001595     END-IF.
001596     IF DL100-DTE-CNT = 400
001597         DISPLAY 'AUDLOAD - MAIS DE 400 DATAS NO CALCAUD - '
001598             'CARGA INTERROMPIDA EM ' DL100-AUD-DATE
001599         MOVE 8 TO RETURN-CODE
001601         MOVE 'S' TO DL100-EOF-SW
001602         GO TO 2150-EXIT
001603     END-IF.
001604     ADD 1 TO DL100-DTE-CNT.
001605     SET DL100-DTE-IX TO DL100-DTE-CNT.
001606     MOVE DL100-AUD-DATE TO DL100-DTE-DATE (DL100-DTE-IX).
001607     MOVE ZERO           TO DL100-DTE-SEQ  (DL100-DTE-IX).
001608     MOVE DL100-DTE-CNT  TO DL100-DATE-SUB.
001609 2150-EXIT.
001610     EXIT.
001611*****************************************************************
001612* 2160-CHECK-DATE - COMPARE ONE TABLE ENTRY AGAINST THE DATE.    *
001613*****************************************************************
001614 2160-CHECK-DATE.
001615     IF DL100-DTE-DATE (DL100-DTE-IX) = DL100-CURR-DATE
001616         SET DL100-DATE-SUB TO DL100-DTE-IX
001617     END-IF.
001618 2160-EXIT.
001619     EXIT.
001621*****************************************************************
001622* 2500-MARK-ORIGINAL - STAMP THE KEY OF THE REVERSAL JUST        *
001623*                      WRITTEN ON THE ORIGINAL CALCULATION IT    *
001624*                      NAMES. AN ORIGINAL NOT ON THE HISTORY, OR *
001625*                      ALREADY REVERSED BY ANOTHER, IS LEFT AS   *
001626*                      IT IS AND REPORTED - TRANSEDT SHOULD HAVE *
001627*                      STOPPED EITHER ONE.                       *
001628*****************************************************************
001629 2500-MARK-ORIGINAL.
001630     MOVE DL100-HIST-KEY TO DL100-REV-OWN-KEY.
001631     MOVE DL100-AUD-REF  TO DL100-HIST-KEY.
001632     READ DL100-HIST-FILE
001633         INVALID KEY
001634             DISPLAY 'AUDLOAD - ESTORNO ' DL100-REV-OWN-KEY
001635                 ': ORIGINAL ' DL100-AUD-REF ' NAO ENCONTRADO'
001636             ADD 1 TO DL100-MARK-ERR-COUNT
001637             GO TO 2500-EXIT
001638     END-READ.
001639     IF DL100-HIST-REVD-BY NOT = SPACES
001640         DISPLAY 'AUDLOAD - ESTORNO ' DL100-REV-OWN-KEY
001641             ': ORIGINAL ' DL100-AUD-REF ' JA ESTORNADO POR '
001642             DL100-HIST-REVD-BY
001643         ADD 1 TO DL100-MARK-ERR-COUNT
001644         GO TO 2500-EXIT
001645     END-IF.
001646     MOVE DL100-REV-OWN-KEY TO DL100-HIST-REVD-BY.
001647     REWRITE DL100-HIST-REC
001648         INVALID KEY
001649             DISPLAY 'AUDLOAD - ERRO DE REGRAVACAO NO '
001650                 'HISTORICO: ' DL100-HIST-STATUS
001651             MOVE 8 TO RETURN-CODE
001652             MOVE 'S' TO DL100-EOF-SW
001653         NOT INVALID KEY
001654             ADD 1 TO DL100-MARK-COUNT
001655     END-REWRITE.
001656 2500-EXIT.
001657     EXIT.
001658*****************************************************************
001660* 3000-TERMINATE - REPORT THE LOAD COUNTS AND CLOSE DOWN. A      *
001662*                  REVERSAL THAT COULD NOT BE STAMPED ON ITS     *
001664*                  ORIGINAL ENDS THE STEP RC=4.                  *
001666*****************************************************************
001668 3000-TERMINATE.
001670     MOVE DL100-READ-COUNT TO DL100-CNT-DISP.
001680     DISPLAY 'AUDLOAD - REGISTROS LIDOS:      ' DL100-CNT-DISP.
001690     MOVE DL100-LOAD-COUNT TO DL100-CNT-DISP.
001700     DISPLAY 'AUDLOAD - REGISTROS CARREGADOS: ' DL100-CNT-DISP.
001710     MOVE DL100-DUP-COUNT  TO DL100-CNT-DISP.
001720     DISPLAY 'AUDLOAD - JA EXISTENTES:        ' DL100-CNT-DISP.
001721     MOVE DL100-MARK-COUNT TO DL100-CNT-DISP.
001722     DISPLAY 'AUDLOAD - ORIGINAIS ESTORNADOS: ' DL100-CNT-DISP.
001723     IF DL100-MARK-ERR-COUNT > ZERO
001724         MOVE DL100-MARK-ERR-COUNT TO DL100-CNT-DISP
001725         DISPLAY 'AUDLOAD - ESTORNOS NAO MARCADOS:' DL100-CNT-DISP
001726         IF RETURN-CODE < 4
001727             MOVE 4 TO RETURN-CODE
001728         END-IF
001729     END-IF.
001730     PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT.
001740     CLOSE DL100-AUDIT-FILE
001750           DL100-HIST-FILE.
001980     END-IF.
001990     MOVE SPACES            TO DL100-STAT-REC.
002000     MOVE 'AUDLOAD'         TO DL100-STAT-PGM.
002010     PERFORM 9050-GET-BUS-DATE THRU 9050-EXIT.
002020     MOVE DL100-STAT-START0 TO DL100-STAT-START.
002030     ACCEPT DL100-STAT-END FROM TIME.
002040     MOVE SPACES            TO DL100-STAT-DEPT.
002110     CLOSE DL100-STAT-FILE.
002120 9000-EXIT.
002130     EXIT.
002140*****************************************************************
002150* 9050-GET-BUS-DATE - DATE THE RUN-STATISTICS RECORD WITH THE    *
002160*                     BUSINESS DATE FROM THE CONTROL RECORD THE  *
002170*                     DATEROLL STEP SET. THE DATE ONLY PLACES    *
002180*                     THE RECORD ON THE WEEKLY OPSRPT, SO        *
002190*                     WITHOUT THE CONTROL RECORD THE CLOCK DATE  *
002200*                     IS USED AND THE STEP CODE IS LEFT ALONE.   *
002210*****************************************************************
002220 9050-GET-BUS-DATE.
002230     ACCEPT DL100-STAT-DATE FROM DATE YYYYMMDD.
002240     OPEN INPUT DL100-BD-FILE.
002250     IF DL100-BD-STATUS NOT = '00'
002260         GO TO 9050-EXIT
002270     END-IF.
002280     READ DL100-BD-FILE
002290         AT END
002300             MOVE SPACES TO DL100-BD-REC
002310     END-READ.
002320     IF DL100-BD-DATE NUMERIC AND
002330        DL100-BD-DATE NOT = ZERO
002340         MOVE DL100-BD-DATE TO DL100-STAT-DATE
002350     END-IF.
002360     CLOSE DL100-BD-FILE.
002370 9050-EXIT.
002380     EXIT.
