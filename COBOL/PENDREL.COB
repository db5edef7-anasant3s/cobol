000250*                  CLOSES THE ITEM. EITHER DECISION IS         *
000260*                  STAMPED - WHO, DATE, TIME - ON THE PENDING   *
000270*                  RECORD, WHICH IS KEPT AS THE TRAIL.          *
000271* 10/15/2026 DPS   A HELD FOREIGN-CURRENCY ITEM                 *
000272*                  (DL100-PEND-CURR) IS SHOWN WITH ITS CURRENCY *
000273*                  AND THE RATE OF THE NIGHT IT WAS HELD, AND   *
000274*                  AN APPROVAL CALCULATES IN THAT CURRENCY AND  *
000275*                  CONVERTS AT THAT RATE, ROUNDED TO THE        *
000276*                  CENTAVO, AS CALCBAT WOULD HAVE. THE AUDIT    *
000277*                  RECORD CARRIES THE CURRENCY, THE RATE AND    *
000278*                  THE RESULT IN REAIS (DL100AR).               *
000279* 10/15/2026 DPS   THE AUDIT LINE OF AN APPROVAL IS MARKED AS A *
000280*                  RELEASE IN THE NEW DL100-AUD-ORIGIN BYTE     *
000281*                  (DL100AR 126 BYTES).                         *
000282* 10/15/2026 DPS   THE OPERATOR MASTER IS NOW A KSDS KEYED ON   *
000283*                  THE OPERATOR ID. THE SUPERVISOR CHECK READS  *
000284*                  THE SIGNED-ON OPERATOR'S RECORD BY KEY       *
000285*                  INSTEAD OF SCANNING THE FILE FROM THE TOP; A *
000286*                  READ THAT FAILS STILL REFUSES ENTRY.         *
000287* 10/15/2026 DPS   THE AUDIT LINE OF AN APPROVAL CARRIES THE    *
000288*                  ITEM'S SEQUENCE NUMBER IN THE DEPARTMENT'S   *
000289*                  TRANSMISSION (DL100-AUD-SEQ, DL100AR 133     *
000290*                  BYTES).                                      *
000291* 10/15/2026 DPS   A SIGN-ON REFUSED ACCESS BECAUSE THE OPERATOR*
000292*                  IS NOT AN ACTIVE SUPERVISOR IS WRITTEN TO THE*
000293*                  SIGN-ON JOURNAL (SIGNLOG, DL100SJ) FOR THE   *
000294*                  WEEKLY SECURITY REPORT.                      *
000296*****************************************************************
000298 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DL100-OPER-FILE   ASSIGN TO OPERMST
000325         ORGANIZATION IS INDEXED
000330         ACCESS MODE  IS RANDOM
000335         RECORD KEY   IS DL100-OPER-ID
000340         FILE STATUS  IS DL100-OPER-STATUS.
000350     SELECT DL100-PEND-FILE   ASSIGN TO CALCPEND
000360         ORGANIZATION IS SEQUENTIAL
000380     SELECT DL100-AUDIT-FILE  ASSIGN TO CALCAUD
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS  IS DL100-AUDIT-STATUS.
000402     SELECT DL100-JRNL-FILE   ASSIGN TO SIGNLOG
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS  IS DL100-JRNL-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  DL100-OPER-FILE
000500 FD  DL100-AUDIT-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY DL100AR.
000522 FD  DL100-JRNL-FILE
000524     LABEL RECORDS ARE STANDARD.
000526 COPY DL100SJ.
000530 WORKING-STORAGE SECTION.
000540 01  DL100-ACTION             PIC X(01).
000550 01  DL100-RES                PIC S9(10)V9(02).
000560 01  DL100-DISP-NUM1          PIC -(10)9.99.
000570 01  DL100-DISP-NUM2          PIC -(10)9.99.
000580 01  DL100-DISP-RES           PIC -(10)9.99.
000582 01  DL100-BASE-RES           PIC S9(10)V9(02).
000584 01  DL100-DISP-BASE          PIC -(10)9.99.
000586 01  DL100-DISP-RATE          PIC Z(04)9.9(06).
000590 01  DL100-SHOWN-COUNT        PIC S9(05) COMP VALUE ZERO.
000600 01  DL100-APPR-COUNT         PIC S9(05) COMP VALUE ZERO.
000610 01  DL100-REF-COUNT          PIC S9(05) COMP VALUE ZERO.
000620 01  DL100-OPER-STATUS        PIC X(02).
000630 01  DL100-PEND-STATUS        PIC X(02).
000640 01  DL100-AUDIT-STATUS       PIC X(02).
000645 01  DL100-JRNL-STATUS        PIC X(02).
000650 01  DL100-SWITCHES.
000680     05  DL100-OPER-FOUND-SW  PIC X(01)   VALUE 'N'.
000690         88  DL100-OPER-FOUND             VALUE 'S'.
000700     05  DL100-SUPER-OK-SW    PIC X(01)   VALUE 'N'.
000870 0000-MAINLINE.
000880     PERFORM 1000-VERIFY-SUPER THRU 1000-EXIT.
000890     IF NOT DL100-SUPER-OK
000895         PERFORM 1200-WRITE-JOURNAL THRU 1200-EXIT
000900         DISPLAY "ACESSO RESTRITO A SUPERVISORES."
000910         GOBACK
000920     END-IF.
001160           DL100-AUDIT-FILE.
001170     GOBACK.
001180*****************************************************************
001185* 1000-VERIFY-SUPER - READ THE OPERATOR MASTER RECORD OF THE     *
001190*                     SIGNED-ON ID. ONLY FOUND, ACTIVE AND       *
001195*                     FLAGGED AS SUPERVISOR PASSES; A MASTER     *
001200*                     THAT CANNOT BE OPENED OR READ REFUSES      *
001205*                     EVERYONE - FAIL CLOSED.                    *
001230*****************************************************************
001240 1000-VERIFY-SUPER.
001250     MOVE 'N' TO DL100-OPER-FOUND-SW.
001270     OPEN INPUT DL100-OPER-FILE.
001280     IF DL100-OPER-STATUS NOT = '00'
001290         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
001300             DL100-OPER-STATUS ")"
001310         GO TO 1000-EXIT
001320     END-IF.
001330     PERFORM 1100-READ-OPER THRU 1100-EXIT.
001350     CLOSE DL100-OPER-FILE.
001360     IF DL100-OPER-FOUND AND
001370        DL100-FOUND-ACTIVE = 'A' AND
001410 1000-EXIT.
001420     EXIT.
001430*****************************************************************
001435* 1100-READ-OPER - READ THE SIGNED-ON OPERATOR'S RECORD BY KEY.  *
001440*                  THE FLAGS ARE SAVED TO WORKING STORAGE BEFORE *
001445*                  THE FILE CLOSES; AN ID NOT ON FILE OR A       *
001450*                  FAILED READ LEAVES THE OPERATOR NOT FOUND.    *
001455*****************************************************************
001460 1100-READ-OPER.
001465     MOVE DL100-OPERATOR-ID TO DL100-OPER-ID.
001470     READ DL100-OPER-FILE
001475         INVALID KEY
001480             GO TO 1100-EXIT
001485     END-READ.
001490     IF DL100-OPER-STATUS NOT = '00'
001495         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
001500             DL100-OPER-STATUS ")"
001505         GO TO 1100-EXIT
001510     END-IF.
001515     MOVE 'S' TO DL100-OPER-FOUND-SW.
001520     MOVE DL100-OPER-ACTIVE TO DL100-FOUND-ACTIVE.
001525     MOVE DL100-OPER-SUPER  TO DL100-FOUND-SUPER.
001600 1100-EXIT.
001610     EXIT.
001611*****************************************************************
001612* 1200-WRITE-JOURNAL - JOURNAL THE REFUSED ACCESS ON THE SIGN-ON *
001613*                      JOURNAL. A JOURNAL THAT CANNOT BE WRITTEN *
001614*                      IS SHOWN AND THE REFUSAL STANDS.          *
001615*****************************************************************
001616 1200-WRITE-JOURNAL.
001617     OPEN EXTEND DL100-JRNL-FILE.
001618     IF DL100-JRNL-STATUS = '35'
001619         OPEN OUTPUT DL100-JRNL-FILE
001620     END-IF.
001621     IF DL100-JRNL-STATUS NOT = '00'
001622         DISPLAY "AVISO: DIARIO DE ACESSOS INDISPONIVEL (STATUS "
001623             DL100-JRNL-STATUS ")"
001624         GO TO 1200-EXIT
001625     END-IF.
001626     MOVE SPACES TO DL100-SJ-REC.
001627     ACCEPT DL100-SJ-DATE FROM DATE YYYYMMDD.
001628     ACCEPT DL100-SJ-TIME FROM TIME.
001629     MOVE DL100-OPERATOR-ID TO DL100-SJ-OPER.
001630     MOVE 'N'               TO DL100-SJ-EVENT.
001631     MOVE 'PENDREL'         TO DL100-SJ-PGM.
001632     WRITE DL100-SJ-REC.
001633     CLOSE DL100-JRNL-FILE.
001634 1200-EXIT.
001635     EXIT.
001636*****************************************************************
001638* 2000-WORK-ITEM - READ THE NEXT PENDING RECORD. ITEMS ALREADY   *
001640*                  DECIDED ARE PASSED OVER; A PENDING ONE IS     *
001650*                  SHOWN AND THE SUPERVISOR APPROVES, REFUSES,   *
001660*                  SKIPS IT OR ENDS THE SESSION.                 *
001830         "  SEQ: " DL100-PEND-SEQ.
001840     DISPLAY "  " DL100-DISP-NUM1 " " DL100-PEND-OPCAO " "
001850         DL100-DISP-NUM2.
001851     IF NOT DL100-PEND-CURR-BASE
001852         MOVE DL100-PEND-RATE TO DL100-DISP-RATE
001853         DISPLAY "  MOEDA: " DL100-PEND-CURR
001854             "  COTACAO: " DL100-DISP-RATE
001855     END-IF.
001860     DISPLAY "A=APROVAR R=RECUSAR P=PULAR F=FIM: ".
001870     ACCEPT DL100-ACTION.
001880     EVALUATE DL100-ACTION
002060*                THE ITEM APPROVED. THE EDITS UPSTREAM SHOULD    *
002070*                MAKE A ZERO DIVISOR IMPOSSIBLE HERE, BUT THE    *
002080*                GUARD STAYS - AN APPROVAL MUST NEVER ABEND THE  *
002090*                MENU SESSION. A FOREIGN-CURRENCY ITEM IS        *
002093*                CALCULATED IN ITS OWN CURRENCY AND CONVERTED TO *
002096*                REAIS AT THE RATE IT WAS HELD AT.               *
002100*****************************************************************
002110 3000-APPROVE.
002120     IF DL100-PEND-OPCAO = '/' AND DL100-PEND-NUM2 = ZERO
002400             GO TO 3000-EXIT
002410     END-EVALUATE.
002420     MOVE SPACES TO DL100-AUDIT-REC.
002421     IF NOT DL100-PEND-CURR-BASE
002422         COMPUTE DL100-BASE-RES ROUNDED =
002423             DL100-RES * DL100-PEND-RATE
002424         MOVE DL100-PEND-CURR  TO DL100-AUD-CURR
002425         MOVE DL100-PEND-RATE  TO DL100-AUD-RATE
002426         MOVE DL100-BASE-RES   TO DL100-AUD-BASE-RES
002427     END-IF.
002430     MOVE DL100-PEND-OPCAO TO DL100-AUD-OPCAO.
002440     MOVE DL100-PEND-NUM1  TO DL100-AUD-NUM1.
002450     MOVE DL100-PEND-NUM2  TO DL100-AUD-NUM2.
002480     ACCEPT DL100-AUD-TIME FROM TIME.
002490     MOVE DL100-OPERATOR-ID TO DL100-AUD-OPER.
002500     MOVE DL100-PEND-DEPT   TO DL100-AUD-DEPT.
002505     MOVE 'R'               TO DL100-AUD-ORIGIN.
002507     MOVE DL100-PEND-SEQ    TO DL100-AUD-SEQ.
002510     WRITE DL100-AUDIT-REC.
002520     MOVE 'A' TO DL100-PEND-SIT.
002530     PERFORM 5000-STAMP-DECISION THRU 5000-EXIT.
002540     ADD 1 TO DL100-APPR-COUNT.
002550     MOVE DL100-RES TO DL100-DISP-RES.
002560     DISPLAY "APROVADO. RESULTADO: " DL100-DISP-RES.
002562     IF NOT DL100-PEND-CURR-BASE
002564         MOVE DL100-BASE-RES TO DL100-DISP-BASE
002566         DISPLAY "          EM REAIS:  " DL100-DISP-BASE
002568     END-IF.
002570 3000-EXIT.
002580     EXIT.
002590*****************************************************************
