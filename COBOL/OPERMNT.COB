000249*                  VALUES GO TO THE CHANGE LOG LIKE THE NAME    *
000250*                  AND ACTIVE FLAG (DL100OL GREW 95 TO 97).     *
000251*                  VOLTAR MOVED TO OPTION 6.                    *
000252* 10/15/2026 DPS   THE OPERATOR MASTER IS NOW A KSDS KEYED ON   *
000253*                  THE OPERATOR ID (DEFOPER JOB) AND THE        *
000254*                  WHOLE-FILE TABLE IS GONE. EACH OPTION READS  *
000255*                  THE ONE RECORD IT NEEDS; A CHANGE RE-READS   *
000256*                  THAT RECORD WITH THE MASTER OPEN FOR UPDATE, *
000257*                  APPLIES ONLY THE FIELD BEING CHANGED AND     *
000258*                  REWRITES IT, SO A PASSWORD CHANGED AT        *
000259*                  SIGN-ON IN THE MEANTIME IS NO LONGER         *
000260*                  OVERLAID. A NEW OPERATOR IS WRITTEN BY KEY.  *
000261*                  THE CHANGE LOG TAKES ITS BEFORE IMAGE FROM   *
000262*                  THE RE-READ AND IS WRITTEN ONLY WHEN THE     *
000263*                  UPDATE SUCCEEDS. THE LIST IS NOW IN ID ORDER *
000264*                  AND THE 200-OPERATOR LIMIT IS GONE.          *
000265*****************************************************************
000267 ENVIRONMENT DIVISION.
000268 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT DL100-OPER-FILE   ASSIGN TO OPERMST
000285         ORGANIZATION IS INDEXED
000290         ACCESS MODE  IS DYNAMIC
000295         RECORD KEY   IS DL100-OPER-ID
000300         FILE STATUS  IS DL100-OPER-STATUS.
000310     SELECT DL100-OPLOG-FILE  ASSIGN TO OPERLOG
000320         ORGANIZATION IS LINE SEQUENTIAL
000410 COPY DL100OL.
000420 WORKING-STORAGE SECTION.
000430*****************************************************************
000440* OPERMST IS A KSDS KEYED ON THE OPERATOR ID. EACH OPTION READS  *
000450* THE ONE RECORD IT NEEDS INTO THE WORK FIELDS BELOW; A CHANGE   *
000460* RE-READS THAT RECORD WITH THE FILE OPEN FOR UPDATE, APPLIES    *
000470* ONLY THE FIELD BEING CHANGED (DL100-WRK-FIELD) AND REWRITES    *
000480* IT, SO A PASSWORD CHANGED AT SIGN-ON IN THE MEANTIME IS KEPT.  *
000490* THE BEFORE IMAGE FOR THE CHANGE LOG IS TAKEN FROM THAT RE-     *
000500* READ, THE AFTER IMAGE FROM THE RECORD AS REWRITTEN.            *
000510*****************************************************************
000580 01  DL100-MNT-OPTION         PIC X(01).
000582 01  DL100-TODAY              PIC 9(08).
000590 01  DL100-WRK-ID             PIC X(08).
000610 01  DL100-WRK-OLD-NAME       PIC X(30).
000620 01  DL100-WRK-OLD-ACTIVE     PIC X(01).
000622 01  DL100-WRK-OLD-SUPER      PIC X(01).
000624 01  DL100-WRK-ACTIVE         PIC X(01).
000626 01  DL100-WRK-SUPER          PIC X(01).
000630 01  DL100-WRK-ACTION         PIC X(01).
000633 01  DL100-WRK-FIELD          PIC X(01).
000636     88  DL100-CHG-NAME                   VALUE 'N'.
000639     88  DL100-CHG-ACTIVE                 VALUE 'A'.
000642     88  DL100-CHG-SUPER                  VALUE 'S'.
000645 01  DL100-LIST-COUNT         PIC S9(05) COMP VALUE ZERO.
000650 01  DL100-OPER-STATUS        PIC X(02).
000660 01  DL100-OPLOG-STATUS       PIC X(02).
000670 01  DL100-SWITCHES.
000730         88  DL100-OPER-EOF               VALUE 'S'.
000740     05  DL100-FOUND-SW       PIC X(01)   VALUE 'N'.
000750         88  DL100-OPER-FOUND             VALUE 'S'.
000752     05  DL100-READ-ERR-SW    PIC X(01)   VALUE 'N'.
000754         88  DL100-READ-ERR               VALUE 'S'.
000756     05  DL100-UPD-ERR-SW     PIC X(01)   VALUE 'N'.
000758         88  DL100-UPD-ERR                VALUE 'S'.
000760 LINKAGE SECTION.
000770 01  DL100-OPERATOR-ID        PIC X(08).
000780 PROCEDURE DIVISION USING DL100-OPERATOR-ID.
000790*****************************************************************
000800* 0000-MAINLINE - CHECK THE MASTER CAN BE OPENED AND RUN         *
000810*                 MAINTENANCE OPTIONS UNTIL THE OPERATOR IS      *
000820*                 DONE, THEN RETURN TO THE MENU. A MASTER THAT   *
000830*                 CANNOT BE OPENED REFUSES ALL MAINTENANCE -     *
000840*                 FAIL CLOSED, NOT OPEN.                         *
000850*****************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-CHECK-MASTER THRU 1000-EXIT.
000880     IF DL100-LOAD-ERR
000890         GOBACK
000900     END-IF.
001220 0100-EXIT.
001230     EXIT.
001240*****************************************************************
001250* 1000-CHECK-MASTER - OPEN THE OPERATOR MASTER ONCE ON ENTRY. A  *
001260*                     MASTER THAT CANNOT BE OPENED REFUSES ALL   *
001270*                     MAINTENANCE RATHER THAN FAILING PART-WAY   *
001280*                     THROUGH A CHANGE.                          *
001290*****************************************************************
001300 1000-CHECK-MASTER.
001310     OPEN INPUT DL100-OPER-FILE.
001320     IF DL100-OPER-STATUS NOT = '00'
001330         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
001340             DL100-OPER-STATUS ")"
001350         MOVE 'S' TO DL100-LOAD-ERR-SW
001360         GO TO 1000-EXIT
001370     END-IF.
001380     CLOSE DL100-OPER-FILE.
001390 1000-EXIT.
001400     EXIT.
001660*****************************************************************
001670* 2000-ADD-OPERATOR - ADD A NEW OPERATOR. THE ID MUST BE KEYED,  *
001680*                     MUST NOT ALREADY BE ON FILE, AND THE NAME  *
001690*                     MUST BE KEYED. THE NEW OPERATOR STARTS     *
001700*                     ACTIVE. THE RECORD IS WRITTEN BY KEY AND   *
001710*                     LOGGED BEFORE CONTROL RETURNS.             *
001720*****************************************************************
001730 2000-ADD-OPERATOR.
001740     DISPLAY "IDENTIFICACAO DO NOVO OPERADOR: ".
001780         GO TO 2000-EXIT
001790     END-IF.
001800     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
001802     IF DL100-READ-ERR
001804         GO TO 2000-EXIT
001806     END-IF.
001810     IF DL100-OPER-FOUND
001820         DISPLAY "ERRO: OPERADOR JA CADASTRADO."
001830         GO TO 2000-EXIT
001840     END-IF.
001890     DISPLAY "NOME DO OPERADOR: ".
001900     ACCEPT DL100-WRK-NAME.
001910     IF DL100-WRK-NAME = SPACES
001920         DISPLAY "ERRO: INFORME O NOME."
001930         GO TO 2000-EXIT
001940     END-IF.
001950     MOVE 'A'    TO DL100-WRK-ACTIVE.
001960     MOVE 'N'    TO DL100-WRK-SUPER.
002010     MOVE SPACES TO DL100-WRK-OLD-NAME.
002020     MOVE SPACE  TO DL100-WRK-OLD-ACTIVE.
002022     MOVE SPACE  TO DL100-WRK-OLD-SUPER.
002030     MOVE 'I'    TO DL100-WRK-ACTION.
002040     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002042     IF DL100-UPD-ERR
002044         GO TO 2000-EXIT
002046     END-IF.
002050     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002060     DISPLAY "OPERADOR INCLUIDO: " DL100-WRK-ID.
002070 2000-EXIT.
002140     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
002150     ACCEPT DL100-WRK-ID.
002160     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
002162     IF DL100-READ-ERR
002164         GO TO 3000-EXIT
002166     END-IF.
002170     IF NOT DL100-OPER-FOUND
002180         DISPLAY "ERRO: OPERADOR NAO CADASTRADO."
002190         GO TO 3000-EXIT
002200     END-IF.
002220     DISPLAY "NOME ATUAL: " DL100-WRK-OLD-NAME.
002230     DISPLAY "NOVO NOME: ".
002240     ACCEPT DL100-WRK-NAME.
002250     IF DL100-WRK-NAME = SPACES
002260         DISPLAY "ERRO: INFORME O NOME."
002270         GO TO 3000-EXIT
002280     END-IF.
002290     MOVE 'N' TO DL100-WRK-FIELD.
002340     MOVE 'A' TO DL100-WRK-ACTION.
002350     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002352     IF DL100-UPD-ERR
002354         GO TO 3000-EXIT
002356     END-IF.
002360     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002370     DISPLAY "NOME ALTERADO PARA: " DL100-WRK-NAME.
002380 3000-EXIT.
002460     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
002470     ACCEPT DL100-WRK-ID.
002480     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
002485     IF DL100-READ-ERR
002490         GO TO 4000-EXIT
002495     END-IF.
002500     IF NOT DL100-OPER-FOUND
002505         DISPLAY "ERRO: OPERADOR NAO CADASTRADO."
002510         GO TO 4000-EXIT
002515     END-IF.
002520     IF DL100-WRK-OLD-ACTIVE = 'A'
002525         MOVE 'I' TO DL100-WRK-ACTIVE
002530     ELSE
002535         MOVE 'A' TO DL100-WRK-ACTIVE
002540     END-IF.
002545     MOVE 'A' TO DL100-WRK-FIELD.
002550     MOVE 'A' TO DL100-WRK-ACTION.
002555     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002560     IF DL100-UPD-ERR
002565         GO TO 4000-EXIT
002570     END-IF.
002575     IF DL100-WRK-ACTIVE = 'I'
002580         DISPLAY "OPERADOR INATIVADO: " DL100-WRK-ID
002585     ELSE
002590         DISPLAY "OPERADOR ATIVADO: " DL100-WRK-ID
002595     END-IF.
002600     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002690 4000-EXIT.
002700     EXIT.
002701*****************************************************************
002708     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
002709     ACCEPT DL100-WRK-ID.
002710     PERFORM 6000-FIND-OPERATOR THRU 6000-EXIT.
002711     IF DL100-READ-ERR
002712         GO TO 4500-EXIT
002713     END-IF.
002714     IF NOT DL100-OPER-FOUND
002715         DISPLAY "ERRO: OPERADOR NAO CADASTRADO."
002716         GO TO 4500-EXIT
002717     END-IF.
002718     IF DL100-WRK-OLD-SUPER = 'S'
002719         MOVE 'N' TO DL100-WRK-SUPER
002720     ELSE
002721         MOVE 'S' TO DL100-WRK-SUPER
002722     END-IF.
002723     MOVE 'S' TO DL100-WRK-FIELD.
002724     MOVE 'A' TO DL100-WRK-ACTION.
002725     PERFORM 8000-REWRITE-MASTER THRU 8000-EXIT.
002726     IF DL100-UPD-ERR
002727         GO TO 4500-EXIT
002728     END-IF.
002729     IF DL100-WRK-SUPER = 'N'
002730         DISPLAY "SUPERVISOR REVOGADO: " DL100-WRK-ID
002731     ELSE
002732         DISPLAY "SUPERVISOR CONCEDIDO: " DL100-WRK-ID
002733     END-IF.
002734     PERFORM 8500-WRITE-LOG      THRU 8500-EXIT.
002735 4500-EXIT.
002736     EXIT.
002737*****************************************************************
002740* 5000-BROWSE-MASTER - LIST EVERY OPERATOR ON FILE IN ID ORDER,  *
002743*                      ONE LINE EACH: ID, NAME, ACTIVE FLAG AND  *
002746*                      SUPERVISOR FLAG.                          *
002749*****************************************************************
002752 5000-BROWSE-MASTER.
002755     OPEN INPUT DL100-OPER-FILE.
002758     IF DL100-OPER-STATUS NOT = '00'
002761         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
002764             DL100-OPER-STATUS ")"
002767         GO TO 5000-EXIT
002770     END-IF.
002773     MOVE 'N'  TO DL100-OPER-EOF-SW.
002776     MOVE ZERO TO DL100-LIST-COUNT.
002779     PERFORM 5100-BROWSE-ONE THRU 5100-EXIT
002782         UNTIL DL100-OPER-EOF.
002785     CLOSE DL100-OPER-FILE.
002788     IF DL100-LIST-COUNT = ZERO
002791         DISPLAY "NENHUM OPERADOR CADASTRADO."
002794     END-IF.
002797 5000-EXIT.
002800     EXIT.
002803*****************************************************************
002806* 5100-BROWSE-ONE - READ THE NEXT OPERATOR AND SHOW ITS LINE,    *
002809*                   WITH THE COLUMN HEADINGS BEFORE THE FIRST.   *
002812*****************************************************************
002815 5100-BROWSE-ONE.
002818     READ DL100-OPER-FILE NEXT RECORD
002821         AT END
002824             MOVE 'S' TO DL100-OPER-EOF-SW
002827             GO TO 5100-EXIT
002830     END-READ.
002833     IF DL100-OPER-STATUS NOT = '00'
002836         DISPLAY "ERRO NA LEITURA DO CADASTRO (STATUS "
002839             DL100-OPER-STATUS ")"
002842         MOVE 'S' TO DL100-OPER-EOF-SW
002845         GO TO 5100-EXIT
002848     END-IF.
002851     IF DL100-LIST-COUNT = ZERO
002854         DISPLAY "ID        NOME                           "
002857             "SITUACAO  SUP"
002860     END-IF.
002863     ADD 1 TO DL100-LIST-COUNT.
002866     DISPLAY DL100-OPER-ID "  "
002869         DL100-OPER-NAME "  "
002872         DL100-OPER-ACTIVE "         "
002875         DL100-OPER-SUPER.
002878 5100-EXIT.
002881     EXIT.
002884*****************************************************************
002887* 6000-FIND-OPERATOR - READ THE OPERATOR IN DL100-WRK-ID BY KEY  *
002890*                      AND, WHEN FOUND, SAVE ITS NAME, ACTIVE    *
002893*                      FLAG AND SUPERVISOR FLAG IN THE           *
002896*                      DL100-WRK-OLD FIELDS. A MASTER THAT       *
002899*                      CANNOT BE OPENED OR READ IS REPORTED AND  *
002902*                      SETS DL100-READ-ERR.                      *
002905*****************************************************************
002908 6000-FIND-OPERATOR.
002911     MOVE 'N' TO DL100-FOUND-SW.
002914     MOVE 'N' TO DL100-READ-ERR-SW.
002917     OPEN INPUT DL100-OPER-FILE.
002920     IF DL100-OPER-STATUS NOT = '00'
002923         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
002926             DL100-OPER-STATUS ")"
002929         MOVE 'S' TO DL100-READ-ERR-SW
002932         GO TO 6000-EXIT
002935     END-IF.
002938     MOVE DL100-WRK-ID TO DL100-OPER-ID.
002941     READ DL100-OPER-FILE
002944         INVALID KEY
002947             MOVE 'N' TO DL100-FOUND-SW
002950         NOT INVALID KEY
002953             MOVE 'S' TO DL100-FOUND-SW
002956             MOVE DL100-OPER-NAME   TO DL100-WRK-OLD-NAME
002959             MOVE DL100-OPER-ACTIVE TO DL100-WRK-OLD-ACTIVE
002962             MOVE DL100-OPER-SUPER  TO DL100-WRK-OLD-SUPER
002965     END-READ.
002968     IF DL100-OPER-STATUS NOT = '00' AND
002971        DL100-OPER-STATUS NOT = '23'
002974         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
002977             DL100-OPER-STATUS ")"
002980         MOVE 'S' TO DL100-READ-ERR-SW
002983     END-IF.
002986     CLOSE DL100-OPER-FILE.
002989 6000-EXIT.
002992     EXIT.
002995*****************************************************************
002998* 8000-REWRITE-MASTER - OPEN THE MASTER FOR UPDATE JUST FOR THE  *
003001*                       ONE CHANGE: WRITE A NEW OPERATOR BY KEY, *
003004*                       OR RE-READ AN EXISTING ONE AND REWRITE   *
003007*                       IT. A FAILURE IS REPORTED AND SETS       *
003010*                       DL100-UPD-ERR, SO NOTHING IS LOGGED.     *
003013*****************************************************************
003016 8000-REWRITE-MASTER.
003019     MOVE 'N' TO DL100-UPD-ERR-SW.
003022     OPEN I-O DL100-OPER-FILE.
003025     IF DL100-OPER-STATUS NOT = '00'
003028         DISPLAY "ERRO: FALHA NA GRAVACAO DO CADASTRO (STATUS "
003031             DL100-OPER-STATUS ")"
003034         MOVE 'S' TO DL100-UPD-ERR-SW
003037         GO TO 8000-EXIT
003040     END-IF.
003043     IF DL100-WRK-ACTION = 'I'
003046         PERFORM 8100-WRITE-NEW   THRU 8100-EXIT
003049     ELSE
003052         PERFORM 8200-REWRITE-ONE THRU 8200-EXIT
003055     END-IF.
003058     CLOSE DL100-OPER-FILE.
003061 8000-EXIT.
003064     EXIT.
003067*****************************************************************
003070* 8100-WRITE-NEW - BUILD AND WRITE THE NEW OPERATOR'S RECORD. AN *
003073*                  ID ADDED FROM ANOTHER TERMINAL SINCE THE      *
003076*                  CHECK IN 2000-ADD-OPERATOR IS REFUSED AS      *
003079*                  ALREADY ON FILE.                              *
003082*****************************************************************
003085 8100-WRITE-NEW.
003088     MOVE SPACES           TO DL100-OPER-REC.
003091     MOVE DL100-WRK-ID     TO DL100-OPER-ID.
003094     MOVE DL100-WRK-NAME   TO DL100-OPER-NAME.
003097     MOVE DL100-WRK-ACTIVE TO DL100-OPER-ACTIVE.
003100*    FIRST-USE PASSWORD: THE OPERATOR'S OWN ID, WITH THE FORCE-
003103*    CHANGE FLAG ON SO MENU DEMANDS A NEW ONE AT FIRST SIGN-ON.
003106     MOVE DL100-WRK-ID     TO DL100-OPER-PASSWORD.
003109     MOVE 'T'              TO DL100-OPER-PWD-FORCE.
003112     MOVE DL100-WRK-SUPER  TO DL100-OPER-SUPER.
003115     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
003118     MOVE DL100-TODAY      TO DL100-OPER-PWD-DATE.
003121     WRITE DL100-OPER-REC
003124         INVALID KEY
003127             MOVE 'S' TO DL100-UPD-ERR-SW
003130     END-WRITE.
003133     IF DL100-OPER-STATUS = '22'
003136         DISPLAY "ERRO: OPERADOR JA CADASTRADO."
003139         GO TO 8100-EXIT
003142     END-IF.
003145     IF DL100-OPER-STATUS NOT = '00'
003148         DISPLAY "ERRO: FALHA NA GRAVACAO DO CADASTRO (STATUS "
003151             DL100-OPER-STATUS ")"
003154         MOVE 'S' TO DL100-UPD-ERR-SW
003157     END-IF.
003160 8100-EXIT.
003163     EXIT.
003166*****************************************************************
003169* 8200-REWRITE-ONE - RE-READ THE OPERATOR WITH THE MASTER OPEN   *
003172*                    FOR UPDATE, TAKE THE BEFORE IMAGE FOR THE   *
003175*                    LOG FROM IT, APPLY ONLY THE FIELD THIS      *
003178*                    OPTION CHANGES AND REWRITE THE RECORD. THE  *
003181*                    AFTER IMAGE IS TAKEN FROM THE RECORD AS     *
003184*                    REWRITTEN.                                  *
003187*****************************************************************
003190 8200-REWRITE-ONE.
003193     MOVE DL100-WRK-ID TO DL100-OPER-ID.
003196     READ DL100-OPER-FILE
003199         INVALID KEY
003202             DISPLAY "ERRO: OPERADOR NAO CADASTRADO."
003205             MOVE 'S' TO DL100-UPD-ERR-SW
003208             GO TO 8200-EXIT
003211     END-READ.
003214     IF DL100-OPER-STATUS NOT = '00'
003217         DISPLAY "ERRO: FALHA NA GRAVACAO DO CADASTRO (STATUS "
003220             DL100-OPER-STATUS ")"
003223         MOVE 'S' TO DL100-UPD-ERR-SW
003226         GO TO 8200-EXIT
003229     END-IF.
003232     MOVE DL100-OPER-NAME   TO DL100-WRK-OLD-NAME.
003235     MOVE DL100-OPER-ACTIVE TO DL100-WRK-OLD-ACTIVE.
003238     MOVE DL100-OPER-SUPER  TO DL100-WRK-OLD-SUPER.
003241     EVALUATE TRUE
003244         WHEN DL100-CHG-NAME
003247             MOVE DL100-WRK-NAME   TO DL100-OPER-NAME
003250         WHEN DL100-CHG-ACTIVE
003253             MOVE DL100-WRK-ACTIVE TO DL100-OPER-ACTIVE
003256         WHEN DL100-CHG-SUPER
003259             MOVE DL100-WRK-SUPER  TO DL100-OPER-SUPER
003262     END-EVALUATE.
003265     REWRITE DL100-OPER-REC
003268         INVALID KEY
003271             MOVE 'S' TO DL100-UPD-ERR-SW
003274     END-REWRITE.
003277     IF DL100-OPER-STATUS NOT = '00'
003280         DISPLAY "ERRO: FALHA NA GRAVACAO DO CADASTRO (STATUS "
003283             DL100-OPER-STATUS ")"
003286         MOVE 'S' TO DL100-UPD-ERR-SW
003289         GO TO 8200-EXIT
003292     END-IF.
003295     MOVE DL100-OPER-NAME   TO DL100-WRK-NAME.
003298     MOVE DL100-OPER-ACTIVE TO DL100-WRK-ACTIVE.
003301     MOVE DL100-OPER-SUPER  TO DL100-WRK-SUPER.
003304 8200-EXIT.
003307     EXIT.
003480*****************************************************************
003490* 8500-WRITE-LOG - APPEND ONE CHANGE-LOG LINE FOR THE CHANGE     *
003500*                  JUST APPLIED: WHO, WHEN, WHICH ID, AND THE    *
003710     MOVE DL100-WRK-OLD-NAME   TO DL100-OPLOG-OLD-NAME.
003720     MOVE DL100-WRK-OLD-ACTIVE TO DL100-OPLOG-OLD-ACT.
003722     MOVE DL100-WRK-OLD-SUPER  TO DL100-OPLOG-OLD-SUP.
003732     MOVE DL100-WRK-NAME       TO DL100-OPLOG-NEW-NAME.
003742     MOVE DL100-WRK-ACTIVE     TO DL100-OPLOG-NEW-ACT.
003752     MOVE DL100-WRK-SUPER      TO DL100-OPLOG-NEW-SUP.
003810     WRITE DL100-OPLOG-REC.
003820     CLOSE DL100-OPLOG-FILE.
003830 8500-EXIT.
