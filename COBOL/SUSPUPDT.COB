000282* 09/01/2026 DPS   APPENDS ONE RUN-STATISTICS RECORD (DL100RS) *
000284*                  TO THE SHARED RUNSTAT FILE AT END OF STEP   *
000286*                  FOR THE WEEKLY OPSRPT OPERATIONS REPORT.    *
000287* 10/15/2026 DPS   THE BUSINESS DATE NOW COMES FROM THE        *
000288*                  CONTROL RECORD SET BY THE DATEROLL STEP     *
000289*                  (BUSDATE, DL100BD) - THE SYSIN DATE CARD IS *
000290*                  GONE. WITHOUT THE RECORD THE STEP ENDS RC=8 *
000291*                  AND THE MASTER IS NOT SWAPPED.              *
000292* 10/15/2026 DPS   A REVERSAL (OPCAO 'E') CARRIES ITS          *
000293*                  ORIGINAL'S CALCULATION HISTORY KEY IN THE   *
000294*                  CORRECTION FIELDS, NOT A SUSPENSE           *
000295*                  REFERENCE. A VALIDATED REVERSAL THEREFORE   *
000296*                  CLEARS THE PENDING ENTRY OF THE SAME        *
000297*                  DEPARTMENT WHOSE SUSPENDED RECORD WAS A     *
000298*                  REVERSAL OF THE SAME ORIGINAL - THE         *
000299*                  RESUBMISSION OF A REJECTED REVERSAL - AND   *
000300*                  ONE THAT CLEARS NOTHING IS AN ORDINARY      *
000301*                  REVERSAL, NOT AN UNMATCHED CORRECTION, SO   *
000302*                  IT DOES NOT RAISE RC=4.                     *
000303* 10/15/2026 DPS   THE REJECTED RECORD GREW FROM 47 TO 50      *
000304*                  BYTES WITH THE TRANSACTION CURRENCY         *
000305*                  (DL100TX) AND THE SUSPENSE MASTER FROM 80   *
000306*                  TO 83 (DL100SU).                            *
000307* 10/15/2026 DPS   A SET TRANSEDT REJECTED WHOLE AS A          *
000308*                  SUSPECTED DUPLICATE TRANSMISSION (REASON    *
000309*                  15) IS NOT SUSPENDED - ITS WORK WAS ALREADY *
000310*                  PROCESSED UNDER THE FIRST COPY AND NO       *
000311*                  CORRECTION IS EXPECTED. THOSE REJECTS ARE   *
000312*                  COUNTED AND SHOWN ON SYSOUT INSTEAD.        *
000314*****************************************************************
000316 ENVIRONMENT DIVISION.
000318 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DL100-SUSP-FILE   ASSIGN TO SUSPMST
000340         ORGANIZATION IS SEQUENTIAL
000442     SELECT DL100-STAT-FILE   ASSIGN TO RUNSTAT
000444         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS  IS DL100-STAT-STATUS.
000447     SELECT DL100-BD-FILE     ASSIGN TO BUSDATE
000448         ORGANIZATION IS SEQUENTIAL
000449         FILE STATUS  IS DL100-BD-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DL100-SUSP-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORDING MODE IS F.
000580 01  DL100-REJECT-REC.
000590     05  DL100-REJ-DATA           PIC X(50).
000600     05  FILLER                   PIC X(01).
000610     05  DL100-REJ-REASON         PIC X(02).
000620     05  FILLER                   PIC X(01).
000680 FD  DL100-NEW-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORDING MODE IS F.
000710 01  DL100-NEW-REC                PIC X(83).
000712 FD  DL100-STAT-FILE
000714     LABEL RECORDS ARE STANDARD
000716     RECORDING MODE IS F.
000718 COPY DL100RS.
000719 FD  DL100-BD-FILE
000720     LABEL RECORDS ARE STANDARD
000721     RECORDING MODE IS F.
000722 COPY DL100BD.
000726 WORKING-STORAGE SECTION.
000730*****************************************************************
000740* THE CORRECTION REFERENCES QUOTED ON TONIGHT'S VALIDATED        *
000750* TRANSACTIONS. EACH ONE NAMES, WITH THE DEPARTMENT OF ITS OWN   *
000760* SET, THE SUSPENSE ENTRY IT CORRECTS - OR, FOR A REVERSAL (TYPE *
000763* E), THE HISTORY KEY OF THE ORIGINAL IT BACKS OUT, WHICH CLEARS *
000766* A SUSPENDED REVERSAL OF THAT SAME ORIGINAL.                    *
000770*****************************************************************
000780 01  DL100-CORR-TABLE.
000790     05  DL100-CORR-CNT       PIC S9(04) COMP VALUE ZERO.
000800     05  DL100-CORR-ENTRY OCCURS 200 TIMES
000810                          INDEXED BY DL100-CORR-IX.
000820         10  DL100-CTBL-DEPT  PIC X(08).
000825         10  DL100-CTBL-REF.
000830             15  DL100-CTBL-DATE  PIC 9(08).
000840             15  DL100-CTBL-SEQ   PIC 9(06).
000850         10  DL100-CTBL-USED  PIC X(01).
000855         10  DL100-CTBL-TYPE  PIC X(01).
000860 01  DL100-WORK-FIELDS.
000870     05  DL100-BUS-DATE       PIC 9(08)       VALUE ZERO.
000880     05  DL100-CURR-DEPT      PIC X(08)       VALUE SPACES.
000910     05  DL100-NEW-COUNT      PIC S9(07) COMP VALUE ZERO.
000920     05  DL100-PEND-COUNT     PIC S9(07) COMP VALUE ZERO.
000930     05  DL100-UNMATCHED      PIC S9(07) COMP VALUE ZERO.
000935     05  DL100-DUP-COUNT      PIC S9(07) COMP VALUE ZERO.
000940 01  DL100-CNT-DISP           PIC ZZ,ZZZ,ZZ9.
000980 01  DL100-SUSP-STATUS        PIC X(02).
000990 01  DL100-VAL-STATUS         PIC X(02).
001000 01  DL100-REJ-STATUS         PIC X(02).
001010 01  DL100-NEW-STATUS         PIC X(02).
001012 01  DL100-STAT-STATUS        PIC X(02).
001013 01  DL100-BD-STATUS          PIC X(02).
001014 01  DL100-STAT-START0        PIC 9(08) VALUE ZERO.
001020 01  DL100-SWITCHES.
001030     05  DL100-VAL-EOF-SW     PIC X(01)   VALUE 'N'.
001080         88  DL100-REJ-EOF                VALUE 'S'.
001090     05  DL100-CORR-FND-SW    PIC X(01)   VALUE 'N'.
001100         88  DL100-CORR-FOUND             VALUE 'S'.
001103     05  DL100-INIT-ERR-SW    PIC X(01)   VALUE 'N'.
001106         88  DL100-INIT-ERR               VALUE 'S'.
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
001132     IF DL100-INIT-ERR
001134         PERFORM 9000-WRITE-RUN-STAT THRU 9000-EXIT
001136     ELSE
001140         PERFORM 2000-CARRY-FORWARD  THRU 2000-EXIT
001150             UNTIL DL100-SUSP-EOF
001160         PERFORM 3000-ADD-REJECTS    THRU 3000-EXIT
001170             UNTIL DL100-REJ-EOF
001180         PERFORM 6000-TERMINATE      THRU 6000-EXIT
001185     END-IF.
001190     GOBACK.
001200*****************************************************************
001210* 1000-INITIALIZE - PICK UP THE BUSINESS DATE FROM THE CONTROL   *
001220*                   RECORD, OPEN THE FRESH SUSPENSE              *
001230*                   COPY, COLLECT THE CORRECTION REFERENCES      *
001240*                   FROM TONIGHT'S VALIDATED FILE AND OPEN THE   *
001250*                   OLD SUSPENSE AND TONIGHT'S REJECTS. A        *
001290*****************************************************************
001300 1000-INITIALIZE.
001305     ACCEPT DL100-STAT-START0 FROM TIME.
001310     PERFORM 1050-GET-BUS-DATE THRU 1050-EXIT.
001320     IF DL100-INIT-ERR
001330         GO TO 1000-EXIT
001340     END-IF.
001380     OPEN OUTPUT DL100-NEW-FILE.
001390     OPEN INPUT DL100-VAL-FILE.
001400     IF DL100-VAL-STATUS = '35'
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001561*****************************************************************
001562* 1050-GET-BUS-DATE - READ THE BUSINESS DATE FROM THE CONTROL    *
001563*                     RECORD THE DATEROLL STEP SET. WITHOUT IT   *
001564*                     NOTHING IS UPDATED (RC=8, SO THE JCL DOES  *
001565*                     NOT SWAP THE MASTER) - THE CLOCK DATE THEN *
001566*                     ONLY STAMPS THE RUN-STATISTICS RECORD.     *
001567*****************************************************************
001568 1050-GET-BUS-DATE.
001569     OPEN INPUT DL100-BD-FILE.
001570     IF DL100-BD-STATUS NOT = '00'
001571         DISPLAY 'SUSPUPDT - REGISTRO DE DATA DO NEGOCIO '
001572             'INDISPONIVEL (STATUS ' DL100-BD-STATUS ')'
001573         GO TO 1050-ERROR
001574     END-IF.
001575     READ DL100-BD-FILE
001576         AT END
001577             MOVE SPACES TO DL100-BD-REC
001578     END-READ.
001579     IF DL100-BD-DATE NUMERIC AND
001580        DL100-BD-DATE NOT = ZERO
001581         MOVE DL100-BD-DATE TO DL100-BUS-DATE
001582     ELSE
001583         DISPLAY 'SUSPUPDT - REGISTRO DE DATA DO NEGOCIO '
001584             'VAZIO OU INVALIDO'
001585         MOVE 'S' TO DL100-INIT-ERR-SW
001586     END-IF.
001587     CLOSE DL100-BD-FILE.
001588     IF NOT DL100-INIT-ERR
001589         GO TO 1050-EXIT
001590     END-IF.
001591 1050-ERROR.
001592     DISPLAY 'SUSPUPDT - CADASTRO DE PENDENCIAS NAO ATUALIZADO'.
001593     ACCEPT DL100-BUS-DATE FROM DATE YYYYMMDD.
001594     MOVE 8 TO RETURN-CODE.
001595     MOVE 'S' TO DL100-INIT-ERR-SW.
001596 1050-EXIT.
001597     EXIT.
001599*****************************************************************
001602* 1100-LOAD-CORR - READ ONE VALIDATED RECORD. A HEADER NAMES THE *
001604*                  DEPARTMENT OF THE SET; A DETAIL WHOSE         *
001607*                  CORRECTION REFERENCE IS FILLED IN GOES INTO   *
001610*                  THE CORRECTION TABLE UNDER THAT DEPARTMENT.   *
001620*****************************************************************
001630 1100-LOAD-CORR.
001890                     TO DL100-CTBL-SEQ  (DL100-CORR-IX)
001900                 MOVE 'N'
001910                     TO DL100-CTBL-USED (DL100-CORR-IX)
001911                 IF DL100-TRANS-REVERSAL
001912                     MOVE 'E' TO DL100-CTBL-TYPE (DL100-CORR-IX)
001913                 ELSE
001914                     MOVE 'C' TO DL100-CTBL-TYPE (DL100-CORR-IX)
001915                 END-IF
001920             END-IF
001930     END-EVALUATE.
001940 1100-EXIT.
002400     EXIT.
002410*****************************************************************
002420* 2150-CHECK-CORR - COMPARE ONE CORRECTION REFERENCE AGAINST     *
002430*                   THE CURRENT SUSPENSE ENTRY'S KEY. A          *
002431*                   REVERSAL'S REFERENCE IS INSTEAD COMPARED     *
002432*                   WITH THE ORIGINAL NAMED BY THE SUSPENDED     *
002433*                   RECORD, WHEN THAT RECORD WAS ITSELF A        *
002434*                   REVERSAL (OPCAO IN POSITION 7, REFERENCE IN  *
002435*                   POSITIONS 34-47 OF THE DL100TX DETAIL).      *
002440*****************************************************************
002450 2150-CHECK-CORR.
002451     IF DL100-CTBL-TYPE (DL100-CORR-IX) = 'E'
002452         IF DL100-CTBL-USED (DL100-CORR-IX) = 'N' AND
002453            DL100-CTBL-DEPT (DL100-CORR-IX) = DL100-SUSP-DEPT AND
002454            DL100-SUSP-DATA (7:1) = 'E' AND
002455            DL100-SUSP-DATA (34:14) =
002456                DL100-CTBL-REF (DL100-CORR-IX)
002457             MOVE 'S' TO DL100-CORR-FND-SW
002458             MOVE 'S' TO DL100-CTBL-USED (DL100-CORR-IX)
002459         END-IF
002460         GO TO 2150-EXIT
002461     END-IF.
002465     IF DL100-CTBL-USED (DL100-CORR-IX) = 'N' AND
002470        DL100-CTBL-DEPT (DL100-CORR-IX) = DL100-SUSP-DEPT AND
002480        DL100-CTBL-DATE (DL100-CORR-IX) = DL100-SUSP-DATE AND
002490        DL100-CTBL-SEQ  (DL100-CORR-IX) = DL100-SUSP-SEQ
002560* 3000-ADD-REJECTS - APPEND ONE OF TONIGHT'S REJECTS AS A NEW    *
002570*                    PENDING SUSPENSE ENTRY, UNDER THE           *
002580*                    REFERENCE TRANSEDT STAMPED ON IT AND        *
002590*                    PRINTED ON THE DEPARTMENT'S LISTING. A      *
002591*                    SUSPECTED DUPLICATE (REASON 15) IS ONLY     *
002592*                    COUNTED - THE FIRST COPY WAS PROCESSED.     *
002600*****************************************************************
002610 3000-ADD-REJECTS.
002620     READ DL100-REJ-FILE
002640             MOVE 'S' TO DL100-REJ-EOF-SW
002650             GO TO 3000-EXIT
002660     END-READ.
002662     IF DL100-REJ-REASON = '15'
002664         ADD 1 TO DL100-DUP-COUNT
002666         GO TO 3000-EXIT
002668     END-IF.
002670     MOVE SPACES           TO DL100-SUSP-REC.
002680     MOVE DL100-REJ-DEPT   TO DL100-SUSP-DEPT.
002690     MOVE DL100-REJ-DATE   TO DL100-SUSP-DATE.
003060     MOVE DL100-NEW-COUNT TO DL100-CNT-DISP.
003070     DISPLAY 'SUSPUPDT - PENDENCIAS NOVAS:         '
003080         DL100-CNT-DISP.
003082     MOVE DL100-DUP-COUNT TO DL100-CNT-DISP.
003084     DISPLAY 'SUSPUPDT - REJEICOES DUPLICADAS:     '
003086         DL100-CNT-DISP.
003090     MOVE DL100-PEND-COUNT TO DL100-CNT-DISP.
003100     DISPLAY 'SUSPUPDT - PENDENCIAS EM ABERTO:     '
003110         DL100-CNT-DISP.
003200     EXIT.
003210*****************************************************************
003220* 6100-COUNT-UNUSED - COUNT ONE CORRECTION REFERENCE THAT        *
003230*                     CLEARED NO SUSPENSE ENTRY. A REVERSAL THAT *
003233*                     CLEARED NOTHING IS NOT COUNTED - MOST      *
003236*                     REVERSALS ARE NOT RESUBMISSIONS.           *
003240*****************************************************************
003250 6100-COUNT-UNUSED.
003260     IF DL100-CTBL-USED (DL100-CORR-IX) = 'N' AND
003265        DL100-CTBL-TYPE (DL100-CORR-IX) = 'C'
003270         ADD 1 TO DL100-UNMATCHED
003280     END-IF.
003290 6100-EXIT.
