000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DEPTMNT IS INITIAL PROGRAM.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. ON-LINE MAINTENANCE OF THE *
000110*                  DEPARTMENT MASTER (DEPTMST, DL100DP LAYOUT), *
000120*                  CALLED FROM THE DL100 MENU. UNTIL NOW THE    *
000130*                  DEPARTMENT ON A TRANSIN HEADER WAS FREE TEXT *
000140*                  AND A MISKEYED CODE BECAME A NEW DEPARTMENT  *
000150*                  ON EVERY REPORT. THE OPERATOR CAN ADD A      *
000160*                  DEPARTMENT, CHANGE ITS NAME OR RESPONSIBLE   *
000170*                  CONTACT, FLIP THE ACTIVE FLAG AND BROWSE THE *
000180*                  FILE; EVERY CHANGE APPENDS ONE LINE TO THE   *
000190*                  CHANGE LOG (DEPTLOG, DL100DL LAYOUT) WITH    *
000200*                  THE SIGNED-ON OPERATOR, THE DATE AND TIME,   *
000210*                  AND THE BEFORE AND AFTER VALUES, THE SAME    *
000220*                  WAY OPERMNT LOGS THE OPERATOR MASTER. A      *
000230*                  CODE IS NEVER DELETED - A CLOSED DEPARTMENT  *
000240*                  IS INACTIVATED, SO OLD HISTORY STILL TRACES  *
000250*                  TO A NAME.                                   *
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DL100-DEPT-FILE   ASSIGN TO DEPTMST
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS  IS DL100-DEPT-STATUS.
000330     SELECT DL100-DPLOG-FILE  ASSIGN TO DEPTLOG
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS  IS DL100-DPLOG-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DL100-DEPT-FILE
000390     LABEL RECORDS ARE STANDARD.
000400 COPY DL100DP.
000410 FD  DL100-DPLOG-FILE
000420     LABEL RECORDS ARE STANDARD.
000430 COPY DL100DL.
000440 WORKING-STORAGE SECTION.
000450*****************************************************************
000460* THE WHOLE MASTER IS HELD HERE WHILE THE PROGRAM RUNS. DEPTMST  *
000470* IS A SMALL FLAT FILE - EVERY CHANGE IS APPLIED TO THE TABLE    *
000480* AND THE FILE IS REWRITTEN COMPLETE, THE SAME RECORDS IN THE    *
000490* SAME ORDER PLUS THE CHANGE, AS OPERMNT DOES FOR OPERMST. THE   *
000500* BATCH PROGRAMS THAT READ DEPTMST HOLD AT MOST 50 DEPARTMENTS,  *
000510* SO THE MASTER IS KEPT TO THAT SIZE HERE AS WELL.               *
000520*****************************************************************
000530 01  DL100-DEPT-TABLE.
000540     05  DL100-DEPT-COUNT     PIC S9(04) COMP VALUE ZERO.
000550     05  DL100-DEPT-ENTRY OCCURS 50 TIMES
000560                          INDEXED BY DL100-DEPT-IX.
000570         10  DL100-TBL-CODE   PIC X(08).
000580         10  DL100-TBL-NAME   PIC X(30).
000590         10  DL100-TBL-ACTIVE PIC X(01).
000600         10  DL100-TBL-CONTACT PIC X(30).
000610         10  FILLER           PIC X(11).
000620 01  DL100-MNT-OPTION         PIC X(01).
000630 01  DL100-WRK-CODE           PIC X(08).
000640 01  DL100-WRK-NAME           PIC X(30).
000650 01  DL100-WRK-CONTACT        PIC X(30).
000660 01  DL100-WRK-OLD-NAME       PIC X(30).
000670 01  DL100-WRK-OLD-ACTIVE     PIC X(01).
000680 01  DL100-WRK-OLD-CONTACT    PIC X(30).
000690 01  DL100-WRK-ACTION         PIC X(01).
000700 01  DL100-FOUND-SUB          PIC S9(04) COMP VALUE ZERO.
000710 01  DL100-DEPT-STATUS        PIC X(02).
000720 01  DL100-DPLOG-STATUS       PIC X(02).
000730 01  DL100-SWITCHES.
000740     05  DL100-EXIT-SW        PIC X(01)   VALUE 'N'.
000750         88  DL100-EXIT-CHOSEN            VALUE 'S'.
000760     05  DL100-LOAD-ERR-SW    PIC X(01)   VALUE 'N'.
000770         88  DL100-LOAD-ERR               VALUE 'S'.
000780     05  DL100-DEPT-EOF-SW    PIC X(01)   VALUE 'N'.
000790         88  DL100-DEPT-EOF               VALUE 'S'.
000800     05  DL100-FOUND-SW       PIC X(01)   VALUE 'N'.
000810         88  DL100-DEPT-FOUND             VALUE 'S'.
000820 LINKAGE SECTION.
000830 01  DL100-OPERATOR-ID        PIC X(08).
000840 PROCEDURE DIVISION USING DL100-OPERATOR-ID.
000850*****************************************************************
000860* 0000-MAINLINE - LOAD THE MASTER INTO THE TABLE AND RUN         *
000870*                 MAINTENANCE OPTIONS UNTIL THE OPERATOR IS      *
000880*                 DONE, THEN RETURN TO THE MENU. A MASTER THAT   *
000890*                 CANNOT BE LOADED REFUSES ALL MAINTENANCE. THE  *
000900*                 FIRST DEPARTMENT EVER ADDED CREATES THE FILE.  *
000910*****************************************************************
000920 0000-MAINLINE.
000930     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
000940     IF DL100-LOAD-ERR
000950         GOBACK
000960     END-IF.
000970     PERFORM 0100-PROCESS-OPTION THRU 0100-EXIT
000980         UNTIL DL100-EXIT-CHOSEN.
000990     GOBACK.
001000*****************************************************************
001010* 0100-PROCESS-OPTION - SHOW THE MAINTENANCE MENU, GET A CHOICE  *
001020*                       AND CARRY IT OUT.                        *
001030*****************************************************************
001040 0100-PROCESS-OPTION.
001050     DISPLAY " ".
001060     DISPLAY "------ MANUTENCAO DE DEPARTAMENTOS ------".
001070     DISPLAY "  1 - INCLUIR DEPARTAMENTO".
001080     DISPLAY "  2 - ALTERAR NOME".
001090     DISPLAY "  3 - ALTERAR RESPONSAVEL".
001100     DISPLAY "  4 - ATIVAR/INATIVAR".
001110     DISPLAY "  5 - LISTAR DEPARTAMENTOS".
001120     DISPLAY "  6 - VOLTAR AO MENU".
001130     DISPLAY "ESCOLHA UMA OPCAO: ".
001140     ACCEPT DL100-MNT-OPTION.
001150     EVALUATE DL100-MNT-OPTION
001160         WHEN '1'
001170             PERFORM 2000-ADD-DEPARTMENT  THRU 2000-EXIT
001180         WHEN '2'
001190             PERFORM 3000-CHANGE-NAME     THRU 3000-EXIT
001200         WHEN '3'
001210             PERFORM 3500-CHANGE-CONTACT  THRU 3500-EXIT
001220         WHEN '4'
001230             PERFORM 4000-FLIP-ACTIVE     THRU 4000-EXIT
001240         WHEN '5'
001250             PERFORM 5000-BROWSE-MASTER   THRU 5000-EXIT
001260         WHEN '6'
001270             MOVE 'S' TO DL100-EXIT-SW
001280         WHEN OTHER
001290             DISPLAY "ERRO: OPCAO INVALIDA. DIGITE 1 A 6."
001300     END-EVALUATE.
001310 0100-EXIT.
001320     EXIT.
001330*****************************************************************
001340* 1000-LOAD-MASTER - READ THE WHOLE DEPARTMENT MASTER INTO THE   *
001350*                    TABLE. A MASTER NOT YET CREATED (STATUS 35) *
001360*                    STARTS AN EMPTY TABLE; ANY OTHER OPEN       *
001370*                    FAILURE, OR A FILE LARGER THAN THE TABLE,   *
001380*                    REFUSES ALL MAINTENANCE RATHER THAN RISKING *
001390*                    A PARTIAL REWRITE.                          *
001400*****************************************************************
001410 1000-LOAD-MASTER.
001420     OPEN INPUT DL100-DEPT-FILE.
001430     IF DL100-DEPT-STATUS = '35'
001440         GO TO 1000-EXIT
001450     END-IF.
001460     IF DL100-DEPT-STATUS NOT = '00'
001470         DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL (STATUS "
001480             DL100-DEPT-STATUS ")"
001490         MOVE 'S' TO DL100-LOAD-ERR-SW
001500         GO TO 1000-EXIT
001510     END-IF.
001520     MOVE 'N' TO DL100-DEPT-EOF-SW.
001530     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
001540         UNTIL DL100-DEPT-EOF OR DL100-LOAD-ERR.
001550     CLOSE DL100-DEPT-FILE.
001560 1000-EXIT.
001570     EXIT.
001580*****************************************************************
001590* 1100-LOAD-ONE - READ ONE MASTER RECORD INTO THE NEXT TABLE     *
001600*                 ENTRY.                                         *
001610*****************************************************************
001620 1100-LOAD-ONE.
001630     READ DL100-DEPT-FILE
001640         AT END
001650             MOVE 'S' TO DL100-DEPT-EOF-SW
001660             GO TO 1100-EXIT
001670     END-READ.
001680     IF DL100-DEPT-COUNT = 50
001690         DISPLAY "ERRO: CADASTRO EXCEDE A CAPACIDADE DO PROGRAMA."
001700         DISPLAY "MANUTENCAO RECUSADA. PROCURE O SUPORTE."
001710         MOVE 'S' TO DL100-LOAD-ERR-SW
001720         GO TO 1100-EXIT
001730     END-IF.
001740     ADD 1 TO DL100-DEPT-COUNT.
001750     SET DL100-DEPT-IX TO DL100-DEPT-COUNT.
001760     MOVE DL100-DEPT-REC TO DL100-DEPT-ENTRY (DL100-DEPT-IX).
001770 1100-EXIT.
001780     EXIT.
001790*****************************************************************
001800* 2000-ADD-DEPARTMENT - ADD A NEW DEPARTMENT. THE CODE MUST BE   *
001810*                       KEYED AND MUST NOT ALREADY BE ON FILE,   *
001820*                       AND THE NAME AND CONTACT MUST BE KEYED.  *
001830*                       THE NEW DEPARTMENT STARTS ACTIVE. THE    *
001840*                       CHANGE IS WRITTEN TO THE FILE AND LOGGED *
001850*                       BEFORE CONTROL RETURNS.                  *
001860*****************************************************************
001870 2000-ADD-DEPARTMENT.
001880     DISPLAY "CODIGO DO NOVO DEPARTAMENTO: ".
001890     ACCEPT DL100-WRK-CODE.
001900     IF DL100-WRK-CODE = SPACES
001910         DISPLAY "ERRO: INFORME O CODIGO."
001920         GO TO 2000-EXIT
001930     END-IF.
001940     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
001950     IF DL100-DEPT-FOUND
001960         DISPLAY "ERRO: DEPARTAMENTO JA CADASTRADO."
001970         GO TO 2000-EXIT
001980     END-IF.
001990     IF DL100-DEPT-COUNT = 50
002000         DISPLAY "ERRO: CADASTRO CHEIO. PROCURE O SUPORTE."
002010         GO TO 2000-EXIT
002020     END-IF.
002030     DISPLAY "NOME DO DEPARTAMENTO: ".
002040     ACCEPT DL100-WRK-NAME.
002050     IF DL100-WRK-NAME = SPACES
002060         DISPLAY "ERRO: INFORME O NOME."
002070         GO TO 2000-EXIT
002080     END-IF.
002090     DISPLAY "RESPONSAVEL PELO DEPARTAMENTO: ".
002100     ACCEPT DL100-WRK-CONTACT.
002110     IF DL100-WRK-CONTACT = SPACES
002120         DISPLAY "ERRO: INFORME O RESPONSAVEL."
002130         GO TO 2000-EXIT
002140     END-IF.
002150     ADD 1 TO DL100-DEPT-COUNT.
002160     SET DL100-DEPT-IX TO DL100-DEPT-COUNT.
002170     MOVE SPACES TO DL100-DEPT-ENTRY (DL100-DEPT-IX).
002180     MOVE DL100-WRK-CODE    TO DL100-TBL-CODE    (DL100-DEPT-IX).
002190     MOVE DL100-WRK-NAME    TO DL100-TBL-NAME    (DL100-DEPT-IX).
002200     MOVE 'A'               TO DL100-TBL-ACTIVE  (DL100-DEPT-IX).
002210     MOVE DL100-WRK-CONTACT TO DL100-TBL-CONTACT (DL100-DEPT-IX).
002220     MOVE SPACES TO DL100-WRK-OLD-NAME.
002230     MOVE SPACE  TO DL100-WRK-OLD-ACTIVE.
002240     MOVE SPACES TO DL100-WRK-OLD-CONTACT.
002250     MOVE 'I'    TO DL100-WRK-ACTION.
002260     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002270     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002280     DISPLAY "DEPARTAMENTO INCLUIDO: " DL100-WRK-CODE.
002290 2000-EXIT.
002300     EXIT.
002310*****************************************************************
002320* 3000-CHANGE-NAME - CHANGE THE NAME ON AN EXISTING DEPARTMENT.  *
002330*                    THE OLD VALUES ARE KEPT FOR THE CHANGE LOG. *
002340*****************************************************************
002350 3000-CHANGE-NAME.
002360     PERFORM 6500-GET-EXISTING THRU 6500-EXIT.
002370     IF NOT DL100-DEPT-FOUND
002380         GO TO 3000-EXIT
002390     END-IF.
002400     DISPLAY "NOME ATUAL: " DL100-TBL-NAME (DL100-DEPT-IX).
002410     DISPLAY "NOVO NOME: ".
002420     ACCEPT DL100-WRK-NAME.
002430     IF DL100-WRK-NAME = SPACES
002440         DISPLAY "ERRO: INFORME O NOME."
002450         GO TO 3000-EXIT
002460     END-IF.
002470     MOVE DL100-WRK-NAME TO DL100-TBL-NAME (DL100-DEPT-IX).
002480     MOVE 'A' TO DL100-WRK-ACTION.
002490     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002500     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002510     DISPLAY "NOME ALTERADO PARA: " DL100-WRK-NAME.
002520 3000-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 3500-CHANGE-CONTACT - CHANGE THE RESPONSIBLE CONTACT ON AN     *
002560*                       EXISTING DEPARTMENT.                     *
002570*****************************************************************
002580 3500-CHANGE-CONTACT.
002590     PERFORM 6500-GET-EXISTING THRU 6500-EXIT.
002600     IF NOT DL100-DEPT-FOUND
002610         GO TO 3500-EXIT
002620     END-IF.
002630     DISPLAY "RESPONSAVEL ATUAL: "
002635         DL100-TBL-CONTACT (DL100-DEPT-IX).
002640     DISPLAY "NOVO RESPONSAVEL: ".
002650     ACCEPT DL100-WRK-CONTACT.
002660     IF DL100-WRK-CONTACT = SPACES
002670         DISPLAY "ERRO: INFORME O RESPONSAVEL."
002680         GO TO 3500-EXIT
002690     END-IF.
002700     MOVE DL100-WRK-CONTACT TO DL100-TBL-CONTACT (DL100-DEPT-IX).
002710     MOVE 'A' TO DL100-WRK-ACTION.
002720     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002730     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002740     DISPLAY "RESPONSAVEL ALTERADO PARA: " DL100-WRK-CONTACT.
002750 3500-EXIT.
002760     EXIT.
002770*****************************************************************
002780* 4000-FLIP-ACTIVE - ACTIVATE AN INACTIVE DEPARTMENT OR          *
002790*                    INACTIVATE AN ACTIVE ONE. AN INACTIVE       *
002800*                    DEPARTMENT'S TRANSMISSIONS ARE REJECTED BY  *
002810*                    TRANSEDT - THE ROW IS NEVER DELETED.        *
002820*****************************************************************
002830 4000-FLIP-ACTIVE.
002840     PERFORM 6500-GET-EXISTING THRU 6500-EXIT.
002850     IF NOT DL100-DEPT-FOUND
002860         GO TO 4000-EXIT
002870     END-IF.
002880     IF DL100-WRK-OLD-ACTIVE = 'A'
002890         MOVE 'I' TO DL100-TBL-ACTIVE (DL100-DEPT-IX)
002900         DISPLAY "DEPARTAMENTO INATIVADO: " DL100-WRK-CODE
002910     ELSE
002920         MOVE 'A' TO DL100-TBL-ACTIVE (DL100-DEPT-IX)
002930         DISPLAY "DEPARTAMENTO ATIVADO: " DL100-WRK-CODE
002940     END-IF.
002950     MOVE 'A' TO DL100-WRK-ACTION.
002960     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002970     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002980 4000-EXIT.
002990     EXIT.
003000*****************************************************************
003010* 5000-BROWSE-MASTER - LIST EVERY DEPARTMENT ON FILE, ONE LINE   *
003020*                      EACH: CODE, NAME, ACTIVE FLAG AND         *
003030*                      RESPONSIBLE CONTACT.                      *
003040*****************************************************************
003050 5000-BROWSE-MASTER.
003060     IF DL100-DEPT-COUNT = ZERO
003070         DISPLAY "NENHUM DEPARTAMENTO CADASTRADO."
003080         GO TO 5000-EXIT
003090     END-IF.
003100     DISPLAY "CODIGO    NOME                           "
003110         "SIT  RESPONSAVEL".
003120     PERFORM 5100-BROWSE-ONE THRU 5100-EXIT
003130         VARYING DL100-DEPT-IX FROM 1 BY 1
003140         UNTIL DL100-DEPT-IX > DL100-DEPT-COUNT.
003150 5000-EXIT.
003160     EXIT.
003170*****************************************************************
003180* 5100-BROWSE-ONE - SHOW ONE DEPARTMENT LINE.                    *
003190*****************************************************************
003200 5100-BROWSE-ONE.
003210     DISPLAY DL100-TBL-CODE (DL100-DEPT-IX) "  "
003220         DL100-TBL-NAME (DL100-DEPT-IX) "  "
003230         DL100-TBL-ACTIVE (DL100-DEPT-IX) "    "
003240         DL100-TBL-CONTACT (DL100-DEPT-IX).
003250 5100-EXIT.
003260     EXIT.
003270*****************************************************************
003280* 6000-FIND-DEPARTMENT - SCAN THE TABLE FOR THE CODE IN          *
003290*                        DL100-WRK-CODE AND LEAVE ITS SUBSCRIPT  *
003300*                        IN DL100-FOUND-SUB WHEN FOUND.          *
003310*****************************************************************
003320 6000-FIND-DEPARTMENT.
003330     MOVE 'N'  TO DL100-FOUND-SW.
003340     MOVE ZERO TO DL100-FOUND-SUB.
003350     IF DL100-DEPT-COUNT = ZERO
003360         GO TO 6000-EXIT
003370     END-IF.
003380     PERFORM 6100-CHECK-ONE THRU 6100-EXIT
003390         VARYING DL100-DEPT-IX FROM 1 BY 1
003400         UNTIL DL100-DEPT-IX > DL100-DEPT-COUNT
003410            OR DL100-DEPT-FOUND.
003420 6000-EXIT.
003430     EXIT.
003440*****************************************************************
003450* 6100-CHECK-ONE - COMPARE ONE TABLE ENTRY AGAINST THE CODE      *
003460*                  KEYED.                                        *
003470*****************************************************************
003480 6100-CHECK-ONE.
003490     IF DL100-TBL-CODE (DL100-DEPT-IX) = DL100-WRK-CODE
003500         MOVE 'S' TO DL100-FOUND-SW
003510         SET DL100-FOUND-SUB TO DL100-DEPT-IX
003520     END-IF.
003530 6100-EXIT.
003540     EXIT.
003550*****************************************************************
003560* 6500-GET-EXISTING - ASK FOR THE CODE OF A DEPARTMENT TO BE     *
003570*                     CHANGED, FIND IT, POINT THE INDEX AT ITS   *
003580*                     ENTRY AND SAVE ITS CURRENT VALUES AS THE   *
003590*                     BEFORE IMAGE FOR THE CHANGE LOG.           *
003600*****************************************************************
003610 6500-GET-EXISTING.
003620     DISPLAY "CODIGO DO DEPARTAMENTO: ".
003630     ACCEPT DL100-WRK-CODE.
003640     PERFORM 6000-FIND-DEPARTMENT THRU 6000-EXIT.
003650     IF NOT DL100-DEPT-FOUND
003660         DISPLAY "ERRO: DEPARTAMENTO NAO CADASTRADO."
003670         GO TO 6500-EXIT
003680     END-IF.
003690     SET DL100-DEPT-IX TO DL100-FOUND-SUB.
003700     MOVE DL100-TBL-NAME    (DL100-DEPT-IX)
003710         TO DL100-WRK-OLD-NAME.
003720     MOVE DL100-TBL-ACTIVE  (DL100-DEPT-IX)
003730         TO DL100-WRK-OLD-ACTIVE.
003740     MOVE DL100-TBL-CONTACT (DL100-DEPT-IX)
003750         TO DL100-WRK-OLD-CONTACT.
003760 6500-EXIT.
003770     EXIT.
003780*****************************************************************
003790* 8000-REWRITE-MASTER - WRITE THE WHOLE TABLE BACK OVER THE      *
003800*                       MASTER FILE, SAME RECORDS IN THE SAME    *
003810*                       ORDER PLUS THE CHANGE JUST APPLIED.      *
003820*****************************************************************
003830 8000-REWRITE-MASTER.
003840     OPEN OUTPUT DL100-DEPT-FILE.
003850     IF DL100-DEPT-STATUS NOT = '00'
003860         DISPLAY "ERRO: FALHA NA GRAVACAO DO CADASTRO (STATUS "
003870             DL100-DEPT-STATUS ")"
003880         GO TO 8000-EXIT
003890     END-IF.
003900     PERFORM 8100-WRITE-ONE THRU 8100-EXIT
003910         VARYING DL100-DEPT-IX FROM 1 BY 1
003920         UNTIL DL100-DEPT-IX > DL100-DEPT-COUNT.
003930     CLOSE DL100-DEPT-FILE.
003940 8000-EXIT.
003950     EXIT.
003960*****************************************************************
003970* 8100-WRITE-ONE - WRITE ONE TABLE ENTRY TO THE MASTER FILE.     *
003980*****************************************************************
003990 8100-WRITE-ONE.
004000     MOVE DL100-DEPT-ENTRY (DL100-DEPT-IX) TO DL100-DEPT-REC.
004010     WRITE DL100-DEPT-REC.
004020 8100-EXIT.
004030     EXIT.
004040*****************************************************************
004050* 8500-WRITE-LOG - APPEND ONE CHANGE-LOG LINE FOR THE CHANGE     *
004060*                  JUST APPLIED: WHO, WHEN, WHICH DEPARTMENT,    *
004070*                  AND THE BEFORE AND AFTER VALUES. THE FIRST    *
004080*                  CHANGE EVER CREATES THE LOG INSTEAD OF        *
004090*                  FAILING THE OPEN.                             *
004100*****************************************************************
004110 8500-WRITE-LOG.
004120     OPEN EXTEND DL100-DPLOG-FILE.
004130     IF DL100-DPLOG-STATUS = '35'
004140         OPEN OUTPUT DL100-DPLOG-FILE
004150     END-IF.
004160     IF DL100-DPLOG-STATUS NOT = '00'
004170         DISPLAY "ERRO: FALHA NA GRAVACAO DO LOG (STATUS "
004180             DL100-DPLOG-STATUS ")"
004190         GO TO 8500-EXIT
004200     END-IF.
004210     MOVE SPACES TO DL100-DPLOG-REC.
004220     ACCEPT DL100-DPLOG-DATE FROM DATE YYYYMMDD.
004230     ACCEPT DL100-DPLOG-TIME FROM TIME.
004240     MOVE DL100-OPERATOR-ID TO DL100-DPLOG-BY.
004250     MOVE DL100-WRK-ACTION  TO DL100-DPLOG-ACTION.
004260     MOVE DL100-WRK-CODE    TO DL100-DPLOG-TARGET.
004270     MOVE DL100-WRK-OLD-NAME    TO DL100-DPLOG-OLD-NAME.
004280     MOVE DL100-WRK-OLD-ACTIVE  TO DL100-DPLOG-OLD-ACT.
004290     MOVE DL100-WRK-OLD-CONTACT TO DL100-DPLOG-OLD-CONT.
004300     SET DL100-DEPT-IX TO DL100-DEPT-COUNT.
004310     IF DL100-FOUND-SUB > ZERO
004320         SET DL100-DEPT-IX TO DL100-FOUND-SUB
004330     END-IF.
004340     MOVE DL100-TBL-NAME    (DL100-DEPT-IX)
004350         TO DL100-DPLOG-NEW-NAME.
004360     MOVE DL100-TBL-ACTIVE  (DL100-DEPT-IX)
004370         TO DL100-DPLOG-NEW-ACT.
004380     MOVE DL100-TBL-CONTACT (DL100-DEPT-IX)
004390         TO DL100-DPLOG-NEW-CONT.
004400     WRITE DL100-DPLOG-REC.
004410     CLOSE DL100-DPLOG-FILE.
004420 8500-EXIT.
004430     EXIT.
