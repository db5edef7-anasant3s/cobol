000447*                  SUPERVISOR FLAG ON THE OPERATOR MASTER -     *
000448*                  THE MENU JUST PASSES THE SIGNED-ON ID.       *
000449*                  SAIR MOVED TO OPTION 5.                      *
000451* 10/15/2026 DPS   ADDED OPTION 5, MANUTENCAO DE DEPARTAMENTOS, *
000452*                  WHICH CALLS THE NEW DEPTMNT PROGRAM TO       *
000453*                  MAINTAIN THE DEPARTMENT MASTER (DEPTMST)     *
000454*                  THAT TRANSEDT NOW VALIDATES EVERY HEADER     *
000455*                  AGAINST. SAIR MOVED TO OPTION 6.             *
000456* 10/15/2026 DPS   ADDED OPTION 6, DIGITACAO DE REMESSA, WHICH  *
000457*                  CALLS THE NEW TRANSENT PROGRAM SO A PAPER    *
000458*                  TRANSMISSION CAN BE KEYED ON-LINE AND        *
000459*                  RELEASED TO THE NIGHT'S RUN UNDER THE        *
000460*                  SIGNED-ON ID. SAIR MOVED TO OPTION 7.        *
000461* 10/15/2026 DPS   THE OPERATOR MASTER IS NOW A KSDS KEYED ON   *
000462*                  THE OPERATOR ID (DEFOPER JOB). SIGN-ON READS *
000463*                  THE ONE RECORD FOR THE ID KEYED INSTEAD OF   *
000464*                  SCANNING THE FILE FROM THE TOP, AND A        *
000465*                  PASSWORD CHANGE RE-READS AND REWRITES THAT   *
000466*                  ONE RECORD INSTEAD OF WRITING THE WHOLE FILE *
000467*                  BACK, SO IT NO LONGER OVERLAYS AN OPERMNT    *
000468*                  CHANGE MADE AT THE SAME MOMENT. THE MASTER   *
000469*                  IS OPEN FOR UPDATE ONLY FOR THE REWRITE      *
000470*                  ITSELF.                                      *
000471* 10/15/2026 DPS   EVERY SIGN-ON EVENT IS NOW JOURNALED TO THE  *
000472*                  NEW SIGN-ON JOURNAL (SIGNLOG, DL100SJ) WITH  *
000473*                  THE DATE, TIME AND ID KEYED: SIGN-ON         *
000474*                  ACCEPTED, WRONG PASSWORD, UNKNOWN OR BLANK   *
000475*                  ID, INACTIVE OPERATOR, MASTER UNAVAILABLE,   *
000476*                  AND EACH FORCED PASSWORD CHANGE, MADE OR     *
000477*                  FAILED. THE WEEKLY SIGNRPT JOB REPORTS THE   *
000478*                  EXCEPTIONS. A JOURNAL THAT CANNOT BE WRITTEN *
000479*                  IS SHOWN AS A WARNING AND DOES NOT STOP THE  *
000480*                  SIGN-ON.                                     *
000481*****************************************************************
000482 ENVIRONMENT DIVISION.
000483 INPUT-OUTPUT SECTION.
000484 FILE-CONTROL.
000485     SELECT DL100-OPER-FILE   ASSIGN TO OPERMST
000486         ORGANIZATION IS INDEXED
000487         ACCESS MODE  IS RANDOM
000488         RECORD KEY   IS DL100-OPER-ID
000490         FILE STATUS  IS DL100-OPER-STATUS.
000492     SELECT DL100-JRNL-FILE   ASSIGN TO SIGNLOG
000494         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS  IS DL100-JRNL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  DL100-OPER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY DL100OP.
000542 FD  DL100-JRNL-FILE
000544     LABEL RECORDS ARE STANDARD.
000546 COPY DL100SJ.
000550 WORKING-STORAGE SECTION.
000560 01  DL100-OPTION             PIC X(01).
000570 01  DL100-OPERATOR-ID        PIC X(08) VALUE SPACES.
000663 01  DL100-NEW-PWD2           PIC X(08).
000664 01  DL100-TODAY              PIC 9(08).
000665 01  DL100-PWD-AGE            PIC S9(05)  COMP.
000680 01  DL100-OPER-STATUS        PIC X(02).
000681 01  DL100-JRNL-STATUS        PIC X(02).
000682 01  DL100-JRNL-EVENT         PIC X(01).
000686 01  DL100-SWITCHES.
000690     05  DL100-OPTION-SW      PIC X(01)   VALUE 'N'.
000700         88  DL100-OPTION-VALID           VALUE 'S'.
000710     05  DL100-EXIT-SW        PIC X(01)   VALUE 'N'.
000740         88  DL100-CALC-CALLED            VALUE 'S'.
000750     05  DL100-SIGNON-SW      PIC X(01)   VALUE 'N'.
000760         88  DL100-SIGNED-ON              VALUE 'S'.
000770     05  DL100-OPER-ERR-SW    PIC X(01)   VALUE 'N'.
000780         88  DL100-OPER-ERR               VALUE 'S'.
000790     05  DL100-OPER-FOUND-SW  PIC X(01)   VALUE 'N'.
000800         88  DL100-OPER-FOUND             VALUE 'S'.
000802     05  DL100-MUST-CHG-SW    PIC X(01)   VALUE 'N'.
000940* 0050-SIGNON - ASK FOR THE OPERATOR'S ID AND VERIFY IT AGAINST  *
000950*               THE OPERATOR MASTER. AN UNKNOWN OR INACTIVE ID   *
000960*               COUNTS AS A FAILED ATTEMPT; THREE FAILURES END   *
000970*               THE SESSION IN 0000-MAINLINE. EVERY ATTEMPT IS   *
000973*               JOURNALED WITH THE EVENT 0060 LEFT IN            *
000976*               DL100-JRNL-EVENT.                                *
000980*****************************************************************
000990 0050-SIGNON.
001000     DISPLAY "IDENTIFICACAO DO OPERADOR: ".
001010     ACCEPT DL100-SIGNON-ID.
001020     IF DL100-SIGNON-ID = SPACES
001030         DISPLAY "ERRO: INFORME A IDENTIFICACAO."
001033         MOVE 'U' TO DL100-JRNL-EVENT
001036         PERFORM 0095-WRITE-JOURNAL THRU 0095-EXIT
001040         ADD 1 TO DL100-SIGNON-TRIES
001050         GO TO 0050-EXIT
001060     END-IF.
001070     PERFORM 0060-VERIFY-OPERATOR THRU 0060-EXIT.
001075     PERFORM 0095-WRITE-JOURNAL THRU 0095-EXIT.
001080     IF DL100-SIGNED-ON
001090         DISPLAY "BEM-VINDO, " DL100-FOUND-NAME
001100     ELSE
001130 0050-EXIT.
001140     EXIT.
001150*****************************************************************
001160* 0060-VERIFY-OPERATOR - READ THE OPERATOR MASTER BY THE ID      *
001170*                        KEYED AND VERIFY THE PASSWORD. FOUND,   *
001180*                        ACTIVE AND WITH THE RIGHT PASSWORD      *
001190*                        SIGNS THE OPERATOR ON; ANYTHING ELSE IS *
001210*                        THAT CANNOT BE OPENED REFUSES EVERYONE  *
001212*                        - FAIL CLOSED, NOT OPEN. AN EXPIRED OR  *
001214*                        FIRST-USE PASSWORD FORCES A CHANGE      *
001216*                        BEFORE THE SIGN-ON STANDS. THE OUTCOME  *
001217*                        IS LEFT IN DL100-JRNL-EVENT FOR THE     *
001218*                        JOURNAL.                                *
001220*****************************************************************
001230 0060-VERIFY-OPERATOR.
001240     MOVE 'N' TO DL100-OPER-FOUND-SW.
001250     MOVE 'N' TO DL100-OPER-ERR-SW.
001255     MOVE 'M' TO DL100-JRNL-EVENT.
001260     OPEN INPUT DL100-OPER-FILE.
001270     IF DL100-OPER-STATUS NOT = '00'
001280         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
001290             DL100-OPER-STATUS ")"
001300         GO TO 0060-EXIT
001310     END-IF.
001320     PERFORM 0070-READ-OPERATOR THRU 0070-EXIT.
001340     CLOSE DL100-OPER-FILE.
001342     IF DL100-OPER-ERR
001344         GO TO 0060-EXIT
001346     END-IF.
001350     IF NOT DL100-OPER-FOUND
001360         DISPLAY "ERRO: OPERADOR NAO CADASTRADO."
001365         MOVE 'U' TO DL100-JRNL-EVENT
001370         GO TO 0060-EXIT
001380     END-IF.
001390     IF NOT DL100-FOUND-IS-ACTIVE
001400         DISPLAY "ERRO: OPERADOR INATIVO. ACESSO BLOQUEADO."
001405         MOVE 'I' TO DL100-JRNL-EVENT
001410         GO TO 0060-EXIT
001420     END-IF.
001422*    A BLANK PASSWORD ON FILE IS A ROW FROM BEFORE PASSWORDS
001440     ACCEPT DL100-SIGNON-PWD.
001442     IF DL100-SIGNON-PWD NOT = DL100-FOUND-PASSWORD
001444         DISPLAY "ERRO: SENHA INVALIDA."
001445         MOVE 'P' TO DL100-JRNL-EVENT
001446         GO TO 0060-EXIT
001448     END-IF.
001450     PERFORM 0075-CHECK-EXPIRY THRU 0075-EXIT.
001452     MOVE DL100-SIGNON-ID TO DL100-OPERATOR-ID.
001454     MOVE 'S' TO DL100-SIGNON-SW.
001455     MOVE 'S' TO DL100-JRNL-EVENT.
001456     IF DL100-MUST-CHANGE
001458         PERFORM 0080-CHANGE-PASSWORD THRU 0080-EXIT
001460     END-IF.
001462 0060-EXIT.
001464     EXIT.
001470*****************************************************************
001475* 0070-READ-OPERATOR - READ THE OPERATOR MASTER RECORD FOR THE   *
001480*                      ID KEYED AND SAVE IT. A READ THAT FAILS   *
001485*                      FOR ANY REASON BUT A MISSING ID REFUSES   *
001490*                      THE SIGN-ON, LIKE A MASTER THAT CANNOT    *
001492*                      BE OPENED.                                *
001495*****************************************************************
001500 0070-READ-OPERATOR.
001505     MOVE DL100-SIGNON-ID TO DL100-OPER-ID.
001510     READ DL100-OPER-FILE
001515         INVALID KEY
001520             GO TO 0070-EXIT
001525     END-READ.
001530     IF DL100-OPER-STATUS NOT = '00'
001535         DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
001540             DL100-OPER-STATUS ")"
001545         MOVE 'S' TO DL100-OPER-ERR-SW
001550         GO TO 0070-EXIT
001555     END-IF.
001560     MOVE 'S' TO DL100-OPER-FOUND-SW.
001565     MOVE DL100-OPER-NAME      TO DL100-FOUND-NAME.
001570     MOVE DL100-OPER-ACTIVE    TO DL100-FOUND-ACTIVE.
001575     MOVE DL100-OPER-PASSWORD  TO DL100-FOUND-PASSWORD.
001580     MOVE DL100-OPER-PWD-FORCE TO DL100-FOUND-PWD-FORCE.
001585     MOVE DL100-OPER-PWD-DATE (1:8)
001590         TO DL100-FOUND-PWD-DATE.
001620 0070-EXIT.
001621     EXIT.
001622*****************************************************************
001623* 0075-CHECK-EXPIRY - DECIDE WHETHER THE PASSWORD JUST VERIFIED  *
001624*                     MUST BE CHANGED BEFORE THE SIGN-ON STANDS: *
001625*                     THE FORCE-CHANGE FLAG IS ON (FIRST USE),   *
001626*                     THE DATE IT WAS LAST SET IS MISSING, OR    *
001627*                     IT IS MORE THAN 90 DAYS OLD.               *
001628*****************************************************************
001629 0075-CHECK-EXPIRY.
001630     MOVE 'N' TO DL100-MUST-CHG-SW.
001631     IF DL100-FOUND-PWD-FORCE = 'T'
001632         MOVE 'S' TO DL100-MUST-CHG-SW
001633         GO TO 0075-EXIT
001634     END-IF.
001635     IF DL100-FOUND-PWD-DATE NOT NUMERIC OR
001636        DL100-FOUND-PWD-DATE-N = ZERO
001637         MOVE 'S' TO DL100-MUST-CHG-SW
001638         GO TO 0075-EXIT
001639     END-IF.
001640     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
001641     COMPUTE DL100-PWD-AGE =
001642         FUNCTION INTEGER-OF-DATE (DL100-TODAY) -
001643         FUNCTION INTEGER-OF-DATE (DL100-FOUND-PWD-DATE-N).
001644     IF DL100-PWD-AGE > 90
001645         MOVE 'S' TO DL100-MUST-CHG-SW
001646     END-IF.
001647 0075-EXIT.
001648     EXIT.
001649*****************************************************************
001650* 0080-CHANGE-PASSWORD - FORCE A NEW PASSWORD BEFORE THE MENU    *
001651*                        OPENS. THE NEW PASSWORD MUST BE KEYED   *
001652*                        TWICE THE SAME, MUST NOT BE BLANK AND   *
001653*                        MUST DIFFER FROM THE OLD ONE; A FAILED  *
001654*                        CHANGE REFUSES THE SIGN-ON, WHICH       *
001656*                        COUNTS A STRIKE IN 0050-SIGNON. A       *
001657*                        CHANGE MADE IS JOURNALED ON ITS OWN     *
001658*                        LINE AHEAD OF THE SIGN-ON; ONE THAT     *
001659*                        FAILS IS THE SIGN-ON'S JOURNAL EVENT.   *
001660*****************************************************************
001661 0080-CHANGE-PASSWORD.
001662     DISPLAY "SUA SENHA EXPIROU OU E O PRIMEIRO ACESSO.".
001663     DISPLAY "NOVA SENHA (ATE 8 POSICOES): ".
001664     ACCEPT DL100-NEW-PWD.
001665     IF DL100-NEW-PWD = SPACES OR
001666        DL100-NEW-PWD = DL100-FOUND-PASSWORD
001667         DISPLAY "ERRO: SENHA INVALIDA. ACESSO RECUSADO."
001668         MOVE 'N' TO DL100-SIGNON-SW
001669         MOVE 'R' TO DL100-JRNL-EVENT
001670         GO TO 0080-EXIT
001671     END-IF.
001672     DISPLAY "CONFIRME A NOVA SENHA: ".
001673     ACCEPT DL100-NEW-PWD2.
001674     IF DL100-NEW-PWD2 NOT = DL100-NEW-PWD
001675         DISPLAY "ERRO: CONFIRMACAO NAO CONFERE. ACESSO RECUSADO."
001676         MOVE 'N' TO DL100-SIGNON-SW
001677         MOVE 'R' TO DL100-JRNL-EVENT
001678         GO TO 0080-EXIT
001679     END-IF.
001680     PERFORM 0090-REWRITE-MASTER THRU 0090-EXIT.
001681     IF DL100-PWDCHG-ERR
001682         DISPLAY "ERRO: SENHA NAO GRAVADA. ACESSO RECUSADO."
001683         MOVE 'N' TO DL100-SIGNON-SW
001684         MOVE 'R' TO DL100-JRNL-EVENT
001685         GO TO 0080-EXIT
001686     END-IF.
001687     DISPLAY "SENHA ALTERADA.".
001688     MOVE 'T' TO DL100-JRNL-EVENT.
001689     PERFORM 0095-WRITE-JOURNAL THRU 0095-EXIT.
001690     MOVE 'S' TO DL100-JRNL-EVENT.
001692 0080-EXIT.
001693     EXIT.
001694*****************************************************************
001695* 0090-REWRITE-MASTER - SET THE NEW PASSWORD (FORCE FLAG OFF,    *
001696*                       DATE = TODAY) ON THE OPERATOR'S RECORD,  *
001697*                       RE-READ BY KEY WITH THE MASTER OPEN FOR  *
001698*                       UPDATE SO A CHANGE OPERMNT MADE SINCE    *
001699*                       SIGN-ON IS KEPT. ONLY THAT RECORD IS     *
001700*                       REWRITTEN.                               *
001701*****************************************************************
001702 0090-REWRITE-MASTER.
001703     MOVE 'N'  TO DL100-PWDCHG-ERR-SW.
001704     OPEN I-O DL100-OPER-FILE.
001705     IF DL100-OPER-STATUS NOT = '00'
001706         MOVE 'S' TO DL100-PWDCHG-ERR-SW
001707         GO TO 0090-EXIT
001708     END-IF.
001709     MOVE DL100-SIGNON-ID TO DL100-OPER-ID.
001710     READ DL100-OPER-FILE
001711         INVALID KEY
001712             MOVE 'S' TO DL100-PWDCHG-ERR-SW
001713     END-READ.
001714     IF DL100-OPER-STATUS NOT = '00'
001715         MOVE 'S' TO DL100-PWDCHG-ERR-SW
001716     END-IF.
001717     IF DL100-PWDCHG-ERR
001718         CLOSE DL100-OPER-FILE
001719         GO TO 0090-EXIT
001720     END-IF.
001721     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
001722     MOVE DL100-NEW-PWD TO DL100-OPER-PASSWORD.
001723     MOVE 'N'           TO DL100-OPER-PWD-FORCE.
001724     MOVE DL100-TODAY   TO DL100-OPER-PWD-DATE.
001725     REWRITE DL100-OPER-REC
001726         INVALID KEY
001727             MOVE 'S' TO DL100-PWDCHG-ERR-SW
001728     END-REWRITE.
001729     IF DL100-OPER-STATUS NOT = '00'
001730         MOVE 'S' TO DL100-PWDCHG-ERR-SW
001731     END-IF.
001732     CLOSE DL100-OPER-FILE.
001733 0090-EXIT.
001734     EXIT.
001735*****************************************************************
001736* 0095-WRITE-JOURNAL - APPEND ONE SIGN-ON JOURNAL LINE FOR THE   *
001737*                      ID KEYED AND THE EVENT IN                 *
001738*                      DL100-JRNL-EVENT. THE FIRST EVENT EVER    *
001739*                      CREATES THE JOURNAL. ONE THAT CANNOT BE   *
001740*                      WRITTEN IS SHOWN AND THE SIGN-ON GOES     *
001741*                      ON - IT NEVER DECIDES WHO GETS IN.        *
001742*****************************************************************
001743 0095-WRITE-JOURNAL.
001744     OPEN EXTEND DL100-JRNL-FILE.
001745     IF DL100-JRNL-STATUS = '35'
001746         OPEN OUTPUT DL100-JRNL-FILE
001747     END-IF.
001748     IF DL100-JRNL-STATUS NOT = '00'
001749         DISPLAY "AVISO: DIARIO DE ACESSOS INDISPONIVEL (STATUS "
001750             DL100-JRNL-STATUS ")"
001751         GO TO 0095-EXIT
001752     END-IF.
001753     MOVE SPACES TO DL100-SJ-REC.
001754     ACCEPT DL100-SJ-DATE FROM DATE YYYYMMDD.
001755     ACCEPT DL100-SJ-TIME FROM TIME.
001756     MOVE DL100-SIGNON-ID  TO DL100-SJ-OPER.
001757     MOVE DL100-JRNL-EVENT TO DL100-SJ-EVENT.
001758     MOVE 'MENU'           TO DL100-SJ-PGM.
001759     WRITE DL100-SJ-REC.
001760     CLOSE DL100-JRNL-FILE.
001761 0095-EXIT.
001762     EXIT.
001763*****************************************************************
001764* 0100-PROCESS-OPTION - GET A VALID MENU CHOICE AND CARRY IT    *
001765*                       OUT. OPTION 1 CALLS THE CALCULATOR AS A *
001766*                       SUBPROGRAM - PASSING THE SIGNED-ON      *
001768*                       OPERATOR FOR THE AUDIT TRAIL - AND      *
001769*                       RETURNS HERE WHEN THE OPERATOR ENDS     *
001770*                       THAT SESSION.                           *
001771*****************************************************************
001772 0100-PROCESS-OPTION.
001774     MOVE 'N' TO DL100-OPTION-SW.
001775     PERFORM 1000-GET-OPTION THRU 1000-EXIT
001776         UNTIL DL100-OPTION-VALID.
001777     EVALUATE DL100-OPTION
001778         WHEN '1'
001780             IF DL100-CALC-CALLED
001790                 CALL "CALC-CONT" USING DL100-OPERATOR-ID
001800             ELSE
001856         WHEN '4'
001858             CALL "PENDREL" USING DL100-OPERATOR-ID
001860         WHEN '5'
001862             CALL "DEPTMNT" USING DL100-OPERATOR-ID
001864         WHEN '6'
001866             CALL "TRANSENT" USING DL100-OPERATOR-ID
001868         WHEN '7'
001870             MOVE 'S' TO DL100-EXIT-SW
001880     END-EVALUATE.
001890 0100-EXIT.
002020     DISPLAY "  2 - CONSULTA DE CALCULOS".
002030     DISPLAY "  3 - MANUTENCAO DE OPERADORES".
002032     DISPLAY "  4 - LIBERACAO DE CALCULOS RETIDOS".
002034     DISPLAY "  5 - MANUTENCAO DE DEPARTAMENTOS".
002036     DISPLAY "  6 - DIGITACAO DE REMESSA".
002038     DISPLAY "  7 - SAIR".
002040     DISPLAY "==================================================".
002050     DISPLAY "ESCOLHA UMA OPCAO: ".
002060     ACCEPT DL100-OPTION.
002070     MOVE 'N' TO DL100-OPTION-SW.
002080     IF DL100-OPTION = '1' OR DL100-OPTION = '2' OR
002090        DL100-OPTION = '3' OR DL100-OPTION = '4' OR
002095        DL100-OPTION = '5' OR DL100-OPTION = '6' OR
002097        DL100-OPTION = '7'
002100         MOVE 'S' TO DL100-OPTION-SW
002110     ELSE
002120         DISPLAY "ERRO: OPCAO INVALIDA. DIGITE 1 A 7."
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.
