000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TRANSENT IS INITIAL PROGRAM.
000030 AUTHOR.        DATA PROCESSING - BATCH SUPPORT GROUP.
000040 INSTALLATION.  DL100 APPLICATIONS.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY                                          *
000090* DATE       INIT  DESCRIPTION                                  *
000100* 10/15/2026 DPS   ORIGINAL PROGRAM. ON-LINE TRANSMISSION ENTRY *
000110*                  FOR THE SMALLER DEPARTMENTS THAT HAVE NO     *
000120*                  SYSTEM OF THEIR OWN TO BUILD A TRANSIN FILE  *
000130*                  AND SEND US PAPER INSTEAD. CALLED FROM THE   *
000140*                  DL100 MENU. THE OPERATOR PICKS AN ACTIVE     *
000150*                  DEPARTMENT FROM THE DEPARTMENT MASTER        *
000160*                  (DEPTMST, DL100DP) AND KEYS THE DETAIL       *
000170*                  LINES, EACH PUT THROUGH THE SAME FIELD EDITS *
000180*                  TRANSEDT APPLIES - OPCAO, NUM1/NUM2 NUMERIC, *
000190*                  NO ZERO DIVISOR, CORRECTION REFERENCE        *
000200*                  NUMERIC, CURRENCY CODE - AND A REVERSAL IS   *
000210*                  CHECKED AGAINST ITS ORIGINAL ON THE          *
000220*                  CALCULATION HISTORY (CALCHIST, DL100HS) AS   *
000230*                  TRANSEDT DOES. LINES CAN BE REVIEWED,        *
000240*                  CHANGED OR DELETED UNTIL THE SET IS          *
000250*                  RELEASED. RELEASE APPENDS ONE COMPLETE SET - *
000260*                  HEADER, DETAILS NUMBERED FROM 000001 AND A   *
000270*                  TRAILER WITH THE COUNT AND NUM1/NUM2 HASH    *
000280*                  TOTALS COMPUTED HERE - TO THE STAGING FILE   *
000290*                  (TRANSTG, DL100TX). THE NIGHT'S STGSNAP STEP *
000293*                  MOVES IT TO THE SNAPSHOT EDITSTEP READS      *
000296*                  BEHIND TRANSIN AND STANDOUT. THE HEADER      *
000310*                  CARRIES THE KEYING OPERATOR'S ID, WHICH      *
000320*                  CALCBAT STAMPS ON THE AUDIT TRAIL. THE       *
000330*                  EXCHANGE RATE OF A FOREIGN CURRENCY IS NOT   *
000340*                  KNOWN UNTIL THE NIGHT'S RATELOAD STEP, SO    *
000350*                  ONLY THE CODE IS EDITED HERE AND TRANSEDT    *
000360*                  STILL CHECKS THE RATE.                       *
000370*****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DL100-DEPT-FILE   ASSIGN TO DEPTMST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS  IS DL100-DEPT-STATUS.
000440     SELECT DL100-HIST-FILE   ASSIGN TO CALCHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE  IS RANDOM
000470         RECORD KEY   IS DL100-HIST-KEY
000480         FILE STATUS  IS DL100-HIST-STATUS.
000490     SELECT DL100-STG-FILE    ASSIGN TO TRANSTG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS  IS DL100-STG-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  DL100-DEPT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY DL100DP.
000570 FD  DL100-HIST-FILE.
000580 COPY DL100HS.
000590 FD  DL100-STG-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY DL100TX.
000620 WORKING-STORAGE SECTION.
000630*****************************************************************
000640* THE LINES OF THE SET BEING KEYED ARE HELD HERE UNTIL RELEASE.  *
000650* A LINE'S NUMBER IS ITS POSITION IN THE TABLE - A DELETE CLOSES *
000660* THE GAP, SO THE DETAILS ALWAYS GO OUT NUMBERED 000001 UPWARD   *
000670* WITH NO HOLES, AS TRANSEDT'S SEQUENCE EDIT DEMANDS. A LARGER   *
000680* PAPER TRANSMISSION IS KEYED AS TWO OR MORE SETS.               *
000690*****************************************************************
000700 01  DL100-LINE-TABLE.
000710     05  DL100-LINE-COUNT     PIC S9(04) COMP VALUE ZERO.
000720     05  DL100-LINE-ENTRY OCCURS 500 TIMES.
000730         10  DL100-LTB-OPCAO      PIC X(01).
000740         10  DL100-LTB-NUM1       PIC S9(10)V9(02).
000750         10  DL100-LTB-NUM2       PIC S9(10)V9(02).
000760         10  DL100-LTB-REF        PIC X(14).
000770         10  DL100-LTB-CURR       PIC X(03).
000780*    THE LINE BEING KEYED, LAID OUT LIKE ONE TABLE ENTRY.
000790 01  DL100-WRK-LINE.
000800     05  DL100-WRK-OPCAO      PIC X(01).
000810     05  DL100-WRK-NUM1       PIC S9(10)V9(02).
000820     05  DL100-WRK-NUM2       PIC S9(10)V9(02).
000830     05  DL100-WRK-REF        PIC X(14).
000840     05  DL100-WRK-CURR       PIC X(03).
000850 01  DL100-ENT-REF            PIC X(14).
000860 01  DL100-ENT-REF-R REDEFINES DL100-ENT-REF.
000870     05  DL100-ENT-REF-DATE   PIC X(08).
000880     05  DL100-ENT-REF-SEQ    PIC X(06).
000890 01  DL100-ENT-LINENO         PIC X(04).
000900 01  DL100-MNT-OPTION         PIC X(01).
000910 01  DL100-CONFIRM            PIC X(01).
000920 01  DL100-SEL-DEPT           PIC X(08) VALUE SPACES.
000930 01  DL100-SEL-NAME           PIC X(30) VALUE SPACES.
000940 01  DL100-SEL-ACTIVE         PIC X(01) VALUE SPACE.
000950 01  DL100-LINE-SUB           PIC S9(04) COMP VALUE ZERO.
000960 01  DL100-CHG-SUB            PIC S9(04) COMP VALUE ZERO.
000970 01  DL100-MOVE-SUB           PIC S9(04) COMP VALUE ZERO.
000980 01  DL100-HASH1              PIC S9(12)V9(02) VALUE ZERO.
000990 01  DL100-HASH2              PIC S9(12)V9(02) VALUE ZERO.
001000 01  DL100-REL-DATE           PIC 9(08).
001010 01  DL100-NUM-EDIT           PIC X(14).
001020 01  DL100-NUM-PROMPT         PIC X(50).
001030 01  DL100-NUM-BADPOS         PIC S9(04) COMP.
001040 01  DL100-NUM-CHECK          PIC S9(10)V9(02).
001050 01  DL100-NUM-REV            PIC X(14).
001060 01  DL100-NUM-BEFORE-DOT     PIC S9(04) COMP.
001070 01  DL100-NUM-TRAILSP        PIC S9(04) COMP.
001080 01  DL100-NUM-TRIMLEN        PIC S9(04) COMP.
001090 01  DL100-NUM-DECCT          PIC S9(04) COMP.
001100 01  DL100-DISP-LINENO        PIC ZZ9.
001110 01  DL100-DISP-COUNT         PIC ZZ9.
001120 01  DL100-DISP-NUM1          PIC -(10)9.99.
001130 01  DL100-DISP-NUM2          PIC -(10)9.99.
001140 01  DL100-DISP-HASH          PIC -(12)9.99.
001150 01  DL100-DEPT-STATUS        PIC X(02).
001160 01  DL100-HIST-STATUS        PIC X(02).
001170 01  DL100-STG-STATUS         PIC X(02).
001180 01  DL100-SWITCHES.
001190     05  DL100-EXIT-SW        PIC X(01)   VALUE 'N'.
001200         88  DL100-EXIT-CHOSEN            VALUE 'S'.
001210     05  DL100-DEPT-EOF-SW    PIC X(01)   VALUE 'N'.
001220         88  DL100-DEPT-EOF               VALUE 'S'.
001230     05  DL100-DEPT-FOUND-SW  PIC X(01)   VALUE 'N'.
001240         88  DL100-DEPT-FOUND             VALUE 'S'.
001250     05  DL100-DEPT-SEL-SW    PIC X(01)   VALUE 'N'.
001260         88  DL100-DEPT-SELECTED          VALUE 'S'.
001270     05  DL100-HIST-OPEN-SW   PIC X(01)   VALUE 'N'.
001280         88  DL100-HIST-OPEN              VALUE 'S'.
001290     05  DL100-LINE-OK-SW     PIC X(01)   VALUE 'N'.
001300         88  DL100-LINE-OK                VALUE 'S'.
001310     05  DL100-NUM-SW         PIC X(01)   VALUE 'N'.
001320         88  DL100-NUM-VALID              VALUE 'S'.
001330     05  DL100-LINENO-SW      PIC X(01)   VALUE 'N'.
001340         88  DL100-LINENO-OK              VALUE 'S'.
001350     05  DL100-REV-FOUND-SW   PIC X(01)   VALUE 'N'.
001360         88  DL100-REV-FOUND              VALUE 'S'.
001370     05  DL100-STG-ERR-SW     PIC X(01)   VALUE 'N'.
001380         88  DL100-STG-ERR                VALUE 'S'.
001390 LINKAGE SECTION.
001400 01  DL100-OPERATOR-ID        PIC X(08).
001410 PROCEDURE DIVISION USING DL100-OPERATOR-ID.
001420*****************************************************************
001430* 0000-MAINLINE - PICK THE DEPARTMENT, OPEN THE HISTORY FOR THE  *
001440*                 REVERSAL CHECKS AND RUN ENTRY OPTIONS UNTIL    *
001450*                 THE OPERATOR IS DONE, THEN RETURN TO THE MENU. *
001460*****************************************************************
001470 0000-MAINLINE.
001480     PERFORM 1000-SELECT-DEPT THRU 1000-EXIT.
001490     IF NOT DL100-DEPT-SELECTED
001500         GOBACK
001510     END-IF.
001520     PERFORM 1500-OPEN-HIST THRU 1500-EXIT.
001530     PERFORM 0100-PROCESS-OPTION THRU 0100-EXIT
001540         UNTIL DL100-EXIT-CHOSEN.
001550     IF DL100-HIST-OPEN
001560         CLOSE DL100-HIST-FILE
001570     END-IF.
001580     GOBACK.
001590*****************************************************************
001600* 0100-PROCESS-OPTION - SHOW THE ENTRY MENU, GET A CHOICE AND    *
001610*                       CARRY IT OUT.                            *
001620*****************************************************************
001630 0100-PROCESS-OPTION.
001640     MOVE DL100-LINE-COUNT TO DL100-DISP-COUNT.
001650     DISPLAY " ".
001660     DISPLAY "------ DIGITACAO DE REMESSA - " DL100-SEL-DEPT
001670         " ------".
001680     DISPLAY "  LINHAS DIGITADAS: " DL100-DISP-COUNT.
001690     DISPLAY "  1 - INCLUIR LINHA".
001700     DISPLAY "  2 - REVISAR LINHAS".
001710     DISPLAY "  3 - ALTERAR LINHA".
001720     DISPLAY "  4 - EXCLUIR LINHA".
001730     DISPLAY "  5 - LIBERAR REMESSA".
001740     DISPLAY "  6 - VOLTAR AO MENU".
001750     DISPLAY "ESCOLHA UMA OPCAO: ".
001760     ACCEPT DL100-MNT-OPTION.
001770     EVALUATE DL100-MNT-OPTION
001780         WHEN '1'
001790             PERFORM 2000-ADD-LINE      THRU 2000-EXIT
001800         WHEN '2'
001810             PERFORM 2500-REVIEW-LINES  THRU 2500-EXIT
001820         WHEN '3'
001830             PERFORM 3000-CHANGE-LINE   THRU 3000-EXIT
001840         WHEN '4'
001850             PERFORM 4000-DELETE-LINE   THRU 4000-EXIT
001860         WHEN '5'
001870             PERFORM 5000-RELEASE-SET   THRU 5000-EXIT
001880         WHEN '6'
001890             PERFORM 8000-LEAVE         THRU 8000-EXIT
001900         WHEN OTHER
001910             DISPLAY "ERRO: OPCAO INVALIDA. DIGITE 1 A 6."
001920     END-EVALUATE.
001930 0100-EXIT.
001940     EXIT.
001950*****************************************************************
001960* 1000-SELECT-DEPT - ASK FOR THE DEPARTMENT THE PAPER CAME FROM  *
001970*                    AND LOOK IT UP ON THE DEPARTMENT MASTER. IT *
001980*                    MUST BE ON FILE AND ACTIVE - TRANSEDT WOULD *
001990*                    REJECT THE WHOLE SET OTHERWISE (REASON 10). *
002000*                    A MASTER THAT CANNOT BE OPENED REFUSES THE  *
002010*                    ENTRY.                                      *
002020*****************************************************************
002030 1000-SELECT-DEPT.
002040     DISPLAY "CODIGO DO DEPARTAMENTO: ".
002050     ACCEPT DL100-SEL-DEPT.
002060     IF DL100-SEL-DEPT = SPACES
002070         DISPLAY "ERRO: INFORME O CODIGO."
002080         GO TO 1000-EXIT
002090     END-IF.
002100     OPEN INPUT DL100-DEPT-FILE.
002110     IF DL100-DEPT-STATUS NOT = '00'
002120         DISPLAY "CADASTRO DE DEPARTAMENTOS INDISPONIVEL (STATUS "
002130             DL100-DEPT-STATUS ")"
002140         GO TO 1000-EXIT
002150     END-IF.
002160     PERFORM 1100-READ-DEPT THRU 1100-EXIT
002170         UNTIL DL100-DEPT-EOF OR DL100-DEPT-FOUND.
002180     CLOSE DL100-DEPT-FILE.
002190     IF NOT DL100-DEPT-FOUND
002200         DISPLAY "ERRO: DEPARTAMENTO NAO CADASTRADO."
002210         GO TO 1000-EXIT
002220     END-IF.
002230     IF DL100-SEL-ACTIVE NOT = 'A'
002240         DISPLAY "ERRO: DEPARTAMENTO INATIVO. DIGITACAO RECUSADA."
002250         GO TO 1000-EXIT
002260     END-IF.
002270     MOVE 'S' TO DL100-DEPT-SEL-SW.
002280     DISPLAY "DEPARTAMENTO: " DL100-SEL-NAME.
002290 1000-EXIT.
002300     EXIT.
002310*****************************************************************
002320* 1100-READ-DEPT - READ ONE MASTER RECORD AND STOP THE SCAN WHEN *
002330*                  IT MATCHES THE CODE KEYED.                    *
002340*****************************************************************
002350 1100-READ-DEPT.
002360     READ DL100-DEPT-FILE
002370         AT END
002380             MOVE 'S' TO DL100-DEPT-EOF-SW
002390         NOT AT END
002400             IF DL100-DEPT-CODE = DL100-SEL-DEPT
002410                 MOVE 'S' TO DL100-DEPT-FOUND-SW
002420                 MOVE DL100-DEPT-NAME   TO DL100-SEL-NAME
002430                 MOVE DL100-DEPT-ACTIVE TO DL100-SEL-ACTIVE
002440             END-IF
002450     END-READ.
002460 1100-EXIT.
002470     EXIT.
002480*****************************************************************
002490* 1500-OPEN-HIST - OPEN THE CALCULATION HISTORY FOR THE REVERSAL *
002500*                  CHECKS. WITHOUT IT EVERYTHING BUT A REVERSAL  *
002510*                  CAN STILL BE KEYED.                           *
002520*****************************************************************
002530 1500-OPEN-HIST.
002540     OPEN INPUT DL100-HIST-FILE.
002550     IF DL100-HIST-STATUS = '00'
002560         MOVE 'S' TO DL100-HIST-OPEN-SW
002570     ELSE
002580         DISPLAY "HISTORICO DE CALCULOS INDISPONIVEL (STATUS "
002590             DL100-HIST-STATUS ") - ESTORNOS NAO SERAO ACEITOS."
002600     END-IF.
002610 1500-EXIT.
002620     EXIT.
002630*****************************************************************
002640* 2000-ADD-LINE - KEY A NEW LINE AND, WHEN IT PASSES THE EDITS,  *
002650*                 ADD IT AT THE END OF THE SET.                  *
002660*****************************************************************
002670 2000-ADD-LINE.
002680     IF DL100-LINE-COUNT = 500
002690         DISPLAY "ERRO: LIMITE DE 500 LINHAS POR REMESSA. LIBERE "
002700             "ESTA E DIGITE O RESTANTE EM OUTRA."
002710         GO TO 2000-EXIT
002720     END-IF.
002730     MOVE ZERO TO DL100-CHG-SUB.
002740     PERFORM 2100-KEY-LINE THRU 2100-EXIT.
002750     IF NOT DL100-LINE-OK
002760         GO TO 2000-EXIT
002770     END-IF.
002780     ADD 1 TO DL100-LINE-COUNT.
002790     MOVE DL100-WRK-LINE TO DL100-LINE-ENTRY (DL100-LINE-COUNT).
002800     MOVE DL100-LINE-COUNT TO DL100-DISP-LINENO.
002810     DISPLAY "LINHA " DL100-DISP-LINENO " INCLUIDA.".
002820 2000-EXIT.
002830     EXIT.
002840*****************************************************************
002850* 2100-KEY-LINE - KEY ONE DETAIL LINE INTO DL100-WRK-LINE AND    *
002860*                 RUN TRANSEDT'S FIELD EDITS AS EACH FIELD COMES *
002870*                 IN: OPCAO ONE OF THE SEVEN OPERATIONS OR A     *
002880*                 REVERSAL, NUM1 AND NUM2 NUMERIC (RE-PROMPTED   *
002890*                 UNTIL THEY ARE), NO ZERO DIVISOR ON A DIVIDE,  *
002900*                 A THREE-LETTER CURRENCY CODE OR BLANK FOR      *
002910*                 REAIS, AND A CORRECTION REFERENCE THAT IS      *
002920*                 EITHER BLANK OR NUMERIC. THE FIRST FAILURE     *
002930*                 DISCARDS THE LINE - NOTHING HALF-EDITED IS     *
002940*                 KEPT. A REVERSAL GOES TO 2300-KEY-REVERSAL.    *
002950*****************************************************************
002960 2100-KEY-LINE.
002970     MOVE 'N'    TO DL100-LINE-OK-SW.
002980     MOVE SPACES TO DL100-WRK-LINE.
002990     MOVE ZERO   TO DL100-WRK-NUM1.
003000     MOVE ZERO   TO DL100-WRK-NUM2.
003010     DISPLAY "OPERACAO (+ - * / % A D, OU E = ESTORNO): ".
003020     ACCEPT DL100-WRK-OPCAO.
003030     IF DL100-WRK-OPCAO NOT = '+' AND NOT = '-' AND NOT = '*'
003040                    AND NOT = '/' AND NOT = '%' AND NOT = 'A'
003050                    AND NOT = 'D' AND NOT = 'E'
003060         DISPLAY "ERRO: OPCAO INVALIDA (+ - * / % A D E). "
003070             "LINHA NAO ACEITA."
003080         GO TO 2100-EXIT
003090     END-IF.
003100     IF DL100-WRK-OPCAO = 'E'
003110         PERFORM 2300-KEY-REVERSAL THRU 2300-EXIT
003120         GO TO 2100-EXIT
003130     END-IF.
003140     MOVE "PRIMEIRO NUMERO (NUM1): " TO DL100-NUM-PROMPT.
003150     MOVE 'N' TO DL100-NUM-SW.
003160     PERFORM 2400-GET-NUMBER THRU 2400-EXIT
003170         UNTIL DL100-NUM-VALID.
003180     MOVE DL100-NUM-CHECK TO DL100-WRK-NUM1.
003190     MOVE "SEGUNDO NUMERO (NUM2 - A TAXA EM % A D): "
003200         TO DL100-NUM-PROMPT.
003210     MOVE 'N' TO DL100-NUM-SW.
003220     PERFORM 2400-GET-NUMBER THRU 2400-EXIT
003230         UNTIL DL100-NUM-VALID.
003240     MOVE DL100-NUM-CHECK TO DL100-WRK-NUM2.
003250     IF DL100-WRK-OPCAO = '/' AND DL100-WRK-NUM2 = ZERO
003260         DISPLAY "ERRO: DIVISOR IGUAL A ZERO. LINHA NAO ACEITA."
003270         GO TO 2100-EXIT
003280     END-IF.
003290     DISPLAY "MOEDA (CODIGO DE 3 LETRAS, BRANCO = REAIS): ".
003300     ACCEPT DL100-WRK-CURR.
003310     IF DL100-WRK-CURR = 'BRL'
003320         MOVE SPACES TO DL100-WRK-CURR
003330     END-IF.
003340     IF DL100-WRK-CURR NOT = SPACES
003350         IF DL100-WRK-CURR NOT ALPHABETIC OR
003360            DL100-WRK-CURR (1:1) = SPACE OR
003370            DL100-WRK-CURR (2:1) = SPACE OR
003380            DL100-WRK-CURR (3:1) = SPACE
003390             DISPLAY "ERRO: MOEDA INVALIDA. LINHA NAO ACEITA."
003400             GO TO 2100-EXIT
003410         END-IF
003420     END-IF.
003430     DISPLAY "REF P/CORRECAO DO EDTLIST (AAAAMMDDNNNNNN, "
003440         "BRANCO = NENHUMA): ".
003450     ACCEPT DL100-ENT-REF.
003460     IF DL100-ENT-REF NOT = SPACES
003470         IF DL100-ENT-REF-DATE NOT NUMERIC OR
003480            DL100-ENT-REF-SEQ  NOT NUMERIC
003490             DISPLAY "ERRO: REFERENCIA DE CORRECAO INVALIDA. "
003500                 "LINHA NAO ACEITA."
003510             GO TO 2100-EXIT
003520         END-IF
003530     END-IF.
003540     MOVE DL100-ENT-REF TO DL100-WRK-REF.
003550     MOVE 'S' TO DL100-LINE-OK-SW.
003560 2100-EXIT.
003570     EXIT.
003580*****************************************************************
003590* 2300-KEY-REVERSAL - A REVERSAL NAMES ITS ORIGINAL BY THE       *
003600*                     CALCULATION HISTORY KEY AUDINQ SHOWS. THE  *
003610*                     SAME CHECKS AS TRANSEDT'S REVERSAL EDIT:   *
003620*                     THE ORIGINAL MUST BE ON THE HISTORY, NOT   *
003630*                     ALREADY REVERSED, NOT ITSELF A REVERSAL,   *
003640*                     AND THIS DEPARTMENT'S - AND NOT NAMED BY   *
003650*                     ANOTHER REVERSAL ALREADY IN THIS SET. NUM1 *
003660*                     AND NUM2 GO OUT AS ZEROS AND THE CURRENCY  *
003670*                     BLANK - CALCBAT TAKES ALL OF IT FROM THE   *
003680*                     ORIGINAL.                                  *
003690*****************************************************************
003700 2300-KEY-REVERSAL.
003710     DISPLAY "CHAVE DO CALCULO A ESTORNAR (AAAAMMDDNNNNNN): ".
003720     ACCEPT DL100-ENT-REF.
003730     IF DL100-ENT-REF-DATE NOT NUMERIC OR
003740        DL100-ENT-REF-SEQ  NOT NUMERIC
003750         DISPLAY "ERRO: CHAVE INVALIDA. LINHA NAO ACEITA."
003760         GO TO 2300-EXIT
003770     END-IF.
003780     IF NOT DL100-HIST-OPEN
003790         DISPLAY "ERRO: HISTORICO INDISPONIVEL. "
003800             "ESTORNO NAO ACEITO."
003810         GO TO 2300-EXIT
003820     END-IF.
003830     MOVE DL100-ENT-REF TO DL100-HIST-KEY.
003840     READ DL100-HIST-FILE
003850         INVALID KEY
003860             MOVE '23' TO DL100-HIST-STATUS
003870     END-READ.
003880     IF DL100-HIST-STATUS NOT = '00'
003890         DISPLAY "ERRO: ESTORNO: ORIGINAL NAO ENCONTRADO."
003900         GO TO 2300-EXIT
003910     END-IF.
003920     IF DL100-HIST-OPCAO = 'E'
003930         DISPLAY "ERRO: ESTORNO: ORIGINAL E UM ESTORNO."
003940         GO TO 2300-EXIT
003950     END-IF.
003960     IF DL100-HIST-REVD-BY NOT = SPACES
003970         DISPLAY "ERRO: ESTORNO: ORIGINAL JA ESTORNADO."
003980         GO TO 2300-EXIT
003990     END-IF.
004000     IF DL100-HIST-DEPT NOT = DL100-SEL-DEPT
004010         DISPLAY "ERRO: ESTORNO: ORIGINAL DE OUTRO DEPARTAMENTO."
004020         GO TO 2300-EXIT
004030     END-IF.
004040     MOVE 'N' TO DL100-REV-FOUND-SW.
004050     PERFORM 2350-CHECK-ONE-REV THRU 2350-EXIT
004060         VARYING DL100-LINE-SUB FROM 1 BY 1
004070         UNTIL DL100-LINE-SUB > DL100-LINE-COUNT
004080            OR DL100-REV-FOUND.
004090     IF DL100-REV-FOUND
004100         DISPLAY "ERRO: ESTORNO DESTE ORIGINAL JA DIGITADO NESTA "
004110             "REMESSA."
004120         GO TO 2300-EXIT
004130     END-IF.
004140     MOVE DL100-HIST-NUM1 TO DL100-DISP-NUM1.
004150     MOVE DL100-HIST-NUM2 TO DL100-DISP-NUM2.
004160     DISPLAY "ORIGINAL: " DL100-HIST-OPCAO " " DL100-DISP-NUM1
004170         " " DL100-DISP-NUM2.
004180     MOVE DL100-ENT-REF TO DL100-WRK-REF.
004190     MOVE 'S' TO DL100-LINE-OK-SW.
004200 2300-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 2350-CHECK-ONE-REV - COMPARE ONE LINE OF THE SET AGAINST THE   *
004240*                      ORIGINAL THE NEW REVERSAL NAMES. THE LINE *
004250*                      BEING CHANGED DOES NOT COUNT AGAINST      *
004260*                      ITSELF.                                   *
004270*****************************************************************
004280 2350-CHECK-ONE-REV.
004290     IF DL100-LINE-SUB NOT = DL100-CHG-SUB AND
004300        DL100-LTB-OPCAO (DL100-LINE-SUB) = 'E' AND
004310        DL100-LTB-REF (DL100-LINE-SUB) = DL100-ENT-REF
004320         MOVE 'S' TO DL100-REV-FOUND-SW
004330     END-IF.
004340 2350-EXIT.
004350     EXIT.
004360*****************************************************************
004370* 2400-GET-NUMBER - DISPLAY THE CALLER'S PROMPT AND ACCEPT AN    *
004380*                   OPERAND KEYED FREE-FORM, THE SAME WAY CALC   *
004390*                   DOES: WELL-FORMED NUMERIC DATA, AT MOST TWO  *
004400*                   DECIMAL PLACES AND TEN INTEGER DIGITS, OR IT *
004410*                   IS RE-PROMPTED RATHER THAN TRUNCATED. THE    *
004420*                   VALUE IS LEFT IN DL100-NUM-CHECK.            *
004430*****************************************************************
004440 2400-GET-NUMBER.
004450     DISPLAY DL100-NUM-PROMPT.
004460     ACCEPT DL100-NUM-EDIT.
004470     MOVE 'N' TO DL100-NUM-SW.
004480     MOVE FUNCTION TEST-NUMVAL (DL100-NUM-EDIT)
004490         TO DL100-NUM-BADPOS.
004500     IF DL100-NUM-BADPOS NOT = ZERO
004510         DISPLAY "ERRO: VALOR NAO NUMERICO. DIGITE NOVAMENTE."
004520         GO TO 2400-EXIT
004530     END-IF.
004540     MOVE ZERO TO DL100-NUM-BEFORE-DOT.
004550     INSPECT DL100-NUM-EDIT TALLYING DL100-NUM-BEFORE-DOT
004560         FOR CHARACTERS BEFORE INITIAL ".".
004570     IF DL100-NUM-BEFORE-DOT < 14
004580         MOVE FUNCTION REVERSE (DL100-NUM-EDIT) TO DL100-NUM-REV
004590         MOVE ZERO TO DL100-NUM-TRAILSP
004600         INSPECT DL100-NUM-REV TALLYING DL100-NUM-TRAILSP
004610             FOR LEADING " "
004620         COMPUTE DL100-NUM-TRIMLEN = 14 - DL100-NUM-TRAILSP
004630         COMPUTE DL100-NUM-DECCT = DL100-NUM-TRIMLEN
004640             - DL100-NUM-BEFORE-DOT - 1
004650         IF DL100-NUM-EDIT (DL100-NUM-TRIMLEN:1) = '-' OR
004660            DL100-NUM-EDIT (DL100-NUM-TRIMLEN:1) = '+'
004670             SUBTRACT 1 FROM DL100-NUM-DECCT
004680         END-IF
004690         IF DL100-NUM-DECCT > 2
004700             DISPLAY "ERRO: NO MAXIMO DUAS CASAS DECIMAIS. "
004710                 "DIGITE NOVAMENTE."
004720             GO TO 2400-EXIT
004730         END-IF
004740     END-IF.
004750     COMPUTE DL100-NUM-CHECK = FUNCTION NUMVAL (DL100-NUM-EDIT)
004760         ON SIZE ERROR
004770             DISPLAY "ERRO: VALOR EXCEDE 10 DIGITOS. "
004780                 "DIGITE NOVAMENTE."
004790             GO TO 2400-EXIT
004800     END-COMPUTE.
004810     MOVE 'S' TO DL100-NUM-SW.
004820 2400-EXIT.
004830     EXIT.
004840*****************************************************************
004850* 2500-REVIEW-LINES - LIST EVERY LINE KEYED SO FAR WITH ITS      *
004860*                     NUMBER, THEN THE COUNT AND THE HASH TOTALS *
004870*                     THE TRAILER WILL CARRY, SO THE OPERATOR    *
004880*                     CAN AGREE THEM TO THE PAPER BEFORE RELEASE.*
004890*****************************************************************
004900 2500-REVIEW-LINES.
004910     IF DL100-LINE-COUNT = ZERO
004920         DISPLAY "NENHUMA LINHA DIGITADA."
004930         GO TO 2500-EXIT
004940     END-IF.
004950     DISPLAY "LIN OP          NUM1            NUM2 MOEDA "
004960         "REF/CHAVE".
004970     PERFORM 2600-SHOW-LINE THRU 2600-EXIT
004980         VARYING DL100-LINE-SUB FROM 1 BY 1
004990         UNTIL DL100-LINE-SUB > DL100-LINE-COUNT.
005000     PERFORM 7000-SUM-HASH THRU 7000-EXIT.
005010     PERFORM 7500-SHOW-TOTALS THRU 7500-EXIT.
005020 2500-EXIT.
005030     EXIT.
005040*****************************************************************
005050* 2600-SHOW-LINE - SHOW THE LINE AT DL100-LINE-SUB.              *
005060*****************************************************************
005070 2600-SHOW-LINE.
005080     MOVE DL100-LINE-SUB TO DL100-DISP-LINENO.
005090     MOVE DL100-LTB-NUM1 (DL100-LINE-SUB) TO DL100-DISP-NUM1.
005100     MOVE DL100-LTB-NUM2 (DL100-LINE-SUB) TO DL100-DISP-NUM2.
005110     DISPLAY DL100-DISP-LINENO "  "
005120         DL100-LTB-OPCAO (DL100-LINE-SUB) " "
005130         DL100-DISP-NUM1 " " DL100-DISP-NUM2 "  "
005140         DL100-LTB-CURR (DL100-LINE-SUB) "  "
005150         DL100-LTB-REF (DL100-LINE-SUB).
005160 2600-EXIT.
005170     EXIT.
005180*****************************************************************
005190* 3000-CHANGE-LINE - RE-KEY AN EXISTING LINE. THE NEW VALUES     *
005200*                    REPLACE THE OLD ONLY WHEN THEY PASS THE     *
005210*                    EDITS; OTHERWISE THE LINE STAYS AS IT WAS.  *
005220*****************************************************************
005230 3000-CHANGE-LINE.
005240     PERFORM 6000-GET-LINE-NO THRU 6000-EXIT.
005250     IF NOT DL100-LINENO-OK
005260         GO TO 3000-EXIT
005270     END-IF.
005280     PERFORM 2100-KEY-LINE THRU 2100-EXIT.
005290     IF NOT DL100-LINE-OK
005300         DISPLAY "LINHA MANTIDA SEM ALTERACAO."
005310         GO TO 3000-EXIT
005320     END-IF.
005330     MOVE DL100-WRK-LINE TO DL100-LINE-ENTRY (DL100-CHG-SUB).
005340     MOVE DL100-CHG-SUB TO DL100-DISP-LINENO.
005350     DISPLAY "LINHA " DL100-DISP-LINENO " ALTERADA.".
005360 3000-EXIT.
005370     EXIT.
005380*****************************************************************
005390* 4000-DELETE-LINE - DROP A LINE AFTER CONFIRMATION AND CLOSE    *
005400*                    THE GAP, SO THE LINES AFTER IT MOVE UP ONE  *
005410*                    NUMBER.                                     *
005420*****************************************************************
005430 4000-DELETE-LINE.
005440     PERFORM 6000-GET-LINE-NO THRU 6000-EXIT.
005450     IF NOT DL100-LINENO-OK
005460         GO TO 4000-EXIT
005470     END-IF.
005480     DISPLAY "CONFIRMA A EXCLUSAO DESTA LINHA? (S/N): ".
005490     ACCEPT DL100-CONFIRM.
005500     IF DL100-CONFIRM NOT = 'S' AND DL100-CONFIRM NOT = 's'
005510         DISPLAY "EXCLUSAO CANCELADA."
005520         GO TO 4000-EXIT
005530     END-IF.
005540     PERFORM 4100-SHIFT-ONE THRU 4100-EXIT
005550         VARYING DL100-MOVE-SUB FROM DL100-CHG-SUB BY 1
005560         UNTIL DL100-MOVE-SUB NOT < DL100-LINE-COUNT.
005570     SUBTRACT 1 FROM DL100-LINE-COUNT.
005580     DISPLAY "LINHA EXCLUIDA. AS SEGUINTES FORAM RENUMERADAS.".
005590 4000-EXIT.
005600     EXIT.
005610*****************************************************************
005620* 4100-SHIFT-ONE - MOVE THE NEXT LINE UP INTO DL100-MOVE-SUB.    *
005630*****************************************************************
005640 4100-SHIFT-ONE.
005650     MOVE DL100-LINE-ENTRY (DL100-MOVE-SUB + 1)
005660         TO DL100-LINE-ENTRY (DL100-MOVE-SUB).
005670 4100-EXIT.
005680     EXIT.
005690*****************************************************************
005700* 5000-RELEASE-SET - AFTER CONFIRMATION, APPEND THE SET TO THE   *
005710*                    STAGING FILE: A HEADER WITH TODAY'S DATE,   *
005720*                    THE DEPARTMENT AND THE KEYING OPERATOR, THE *
005730*                    DETAILS NUMBERED FROM 000001, AND A TRAILER *
005740*                    WITH THE COUNT AND HASH TOTALS. THE FIRST   *
005750*                    RELEASE EVER CREATES THE FILE. A RELEASED   *
005760*                    SET IS CLEARED FROM THE SCREEN; ONE THAT    *
005770*                    COULD NOT BE WRITTEN IN FULL IS KEPT, AND   *
005780*                    OPERATIONS MUST BE TOLD BEFORE THE NIGHT'S  *
005790*                    RUN - A PART-WRITTEN SET FAILS EDITSTEP.    *
005800*****************************************************************
005810 5000-RELEASE-SET.
005820     IF DL100-LINE-COUNT = ZERO
005830         DISPLAY "NENHUMA LINHA A LIBERAR."
005840         GO TO 5000-EXIT
005850     END-IF.
005860     PERFORM 7000-SUM-HASH THRU 7000-EXIT.
005870     PERFORM 7500-SHOW-TOTALS THRU 7500-EXIT.
005880     DISPLAY "CONFIRMA A LIBERACAO DA REMESSA? (S/N): ".
005890     ACCEPT DL100-CONFIRM.
005900     IF DL100-CONFIRM NOT = 'S' AND DL100-CONFIRM NOT = 's'
005910         DISPLAY "LIBERACAO CANCELADA."
005920         GO TO 5000-EXIT
005930     END-IF.
005940     MOVE 'N' TO DL100-STG-ERR-SW.
005950     OPEN EXTEND DL100-STG-FILE.
005960     IF DL100-STG-STATUS = '35'
005970         OPEN OUTPUT DL100-STG-FILE
005980     END-IF.
005990     IF DL100-STG-STATUS NOT = '00'
006000         DISPLAY "ERRO: ARQUIVO DE REMESSAS INDISPONIVEL (STATUS "
006010             DL100-STG-STATUS "). NADA FOI LIBERADO."
006020         GO TO 5000-EXIT
006030     END-IF.
006040     ACCEPT DL100-REL-DATE FROM DATE YYYYMMDD.
006050     MOVE SPACES          TO DL100-TRANS-REC.
006060     MOVE ZERO            TO DL100-TRANS-SEQ.
006070     MOVE DL100-REL-DATE  TO DL100-HDR-DATE.
006080     MOVE DL100-SEL-DEPT  TO DL100-HDR-DEPT.
006090     MOVE DL100-OPERATOR-ID TO DL100-HDR-OPER.
006100     PERFORM 5200-WRITE-STAGE THRU 5200-EXIT.
006110     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
006120         VARYING DL100-LINE-SUB FROM 1 BY 1
006130         UNTIL DL100-LINE-SUB > DL100-LINE-COUNT.
006140     MOVE SPACES          TO DL100-TRANS-REC.
006150     MOVE 999999          TO DL100-TRANS-SEQ.
006160     MOVE DL100-LINE-COUNT TO DL100-TRL-COUNT.
006170     MOVE DL100-HASH1     TO DL100-TRL-HASH1.
006180     MOVE DL100-HASH2     TO DL100-TRL-HASH2.
006190     PERFORM 5200-WRITE-STAGE THRU 5200-EXIT.
006200     CLOSE DL100-STG-FILE.
006210     IF DL100-STG-ERR
006220         DISPLAY "ERRO NA GRAVACAO DA REMESSA. AS LINHAS FORAM "
006230             "MANTIDAS."
006240         DISPLAY "AVISE A OPERACAO ANTES DO PROCESSAMENTO "
006250             "NOTURNO."
006260         GO TO 5000-EXIT
006270     END-IF.
006280     MOVE DL100-LINE-COUNT TO DL100-DISP-COUNT.
006290     DISPLAY "REMESSA LIBERADA: " DL100-DISP-COUNT " LINHAS DO "
006300         "DEPARTAMENTO " DL100-SEL-DEPT ".".
006310     MOVE ZERO TO DL100-LINE-COUNT.
006320 5000-EXIT.
006330     EXIT.
006340*****************************************************************
006350* 5100-WRITE-DETAIL - BUILD AND WRITE THE DETAIL RECORD FOR THE  *
006360*                     LINE AT DL100-LINE-SUB. A REVERSAL'S KEY   *
006370*                     RIDES IN THE CORRECTION REFERENCE BYTES,   *
006380*                     AS DL100TX LAYS IT OUT.                    *
006390*****************************************************************
006400 5100-WRITE-DETAIL.
006410     MOVE SPACES TO DL100-TRANS-REC.
006420     MOVE DL100-LINE-SUB TO DL100-TRANS-SEQ.
006430     MOVE DL100-LTB-OPCAO (DL100-LINE-SUB) TO DL100-OPCAO.
006440     MOVE DL100-LTB-NUM1  (DL100-LINE-SUB) TO DL100-NUM1.
006450     MOVE DL100-LTB-NUM2  (DL100-LINE-SUB) TO DL100-NUM2.
006460     MOVE DL100-LTB-REF   (DL100-LINE-SUB) TO DL100-CORR-REF.
006470     MOVE DL100-LTB-CURR  (DL100-LINE-SUB) TO DL100-CURR.
006480     PERFORM 5200-WRITE-STAGE THRU 5200-EXIT.
006490 5100-EXIT.
006500     EXIT.
006510*****************************************************************
006520* 5200-WRITE-STAGE - WRITE THE RECORD BUILT AND NOTE A FAILURE.  *
006530*****************************************************************
006540 5200-WRITE-STAGE.
006550     WRITE DL100-TRANS-REC.
006560     IF DL100-STG-STATUS NOT = '00'
006570         DISPLAY "ERRO: FALHA NA GRAVACAO (STATUS "
006580             DL100-STG-STATUS ")"
006590         MOVE 'S' TO DL100-STG-ERR-SW
006600     END-IF.
006610 5200-EXIT.
006620     EXIT.
006630*****************************************************************
006640* 6000-GET-LINE-NO - ASK FOR THE NUMBER OF AN EXISTING LINE,     *
006650*                    KEYED FREE-FORM, AND SHOW THE LINE. ITS     *
006660*                    POSITION IS LEFT IN DL100-CHG-SUB.          *
006670*****************************************************************
006680 6000-GET-LINE-NO.
006690     MOVE 'N'  TO DL100-LINENO-SW.
006700     MOVE ZERO TO DL100-CHG-SUB.
006710     IF DL100-LINE-COUNT = ZERO
006720         DISPLAY "NENHUMA LINHA DIGITADA."
006730         GO TO 6000-EXIT
006740     END-IF.
006750     DISPLAY "NUMERO DA LINHA: ".
006760     ACCEPT DL100-ENT-LINENO.
006770     IF DL100-ENT-LINENO = SPACES OR
006780        FUNCTION TEST-NUMVAL (DL100-ENT-LINENO) NOT = ZERO
006790         DISPLAY "ERRO: NUMERO DE LINHA INVALIDO."
006800         GO TO 6000-EXIT
006810     END-IF.
006820     COMPUTE DL100-CHG-SUB = FUNCTION NUMVAL (DL100-ENT-LINENO).
006830     IF DL100-CHG-SUB < 1 OR DL100-CHG-SUB > DL100-LINE-COUNT
006840         DISPLAY "ERRO: LINHA NAO EXISTE."
006850         MOVE ZERO TO DL100-CHG-SUB
006860         GO TO 6000-EXIT
006870     END-IF.
006880     MOVE DL100-CHG-SUB TO DL100-LINE-SUB.
006890     PERFORM 2600-SHOW-LINE THRU 2600-EXIT.
006900     MOVE 'S' TO DL100-LINENO-SW.
006910 6000-EXIT.
006920     EXIT.
006930*****************************************************************
006940* 7000-SUM-HASH - ADD NUM1 AND NUM2 OVER EVERY LINE INTO THE     *
006950*                 HASH TOTALS, AS THE TRAILER CARRIES THEM.      *
006960*****************************************************************
006970 7000-SUM-HASH.
006980     MOVE ZERO TO DL100-HASH1.
006990     MOVE ZERO TO DL100-HASH2.
007000     PERFORM 7100-ADD-ONE THRU 7100-EXIT
007010         VARYING DL100-LINE-SUB FROM 1 BY 1
007020         UNTIL DL100-LINE-SUB > DL100-LINE-COUNT.
007030 7000-EXIT.
007040     EXIT.
007050*****************************************************************
007060* 7100-ADD-ONE - ADD ONE LINE INTO THE HASH TOTALS.              *
007070*****************************************************************
007080 7100-ADD-ONE.
007090     ADD DL100-LTB-NUM1 (DL100-LINE-SUB) TO DL100-HASH1.
007100     ADD DL100-LTB-NUM2 (DL100-LINE-SUB) TO DL100-HASH2.
007110 7100-EXIT.
007120     EXIT.
007130*****************************************************************
007140* 7500-SHOW-TOTALS - SHOW THE COUNT AND THE HASH TOTALS.         *
007150*****************************************************************
007160 7500-SHOW-TOTALS.
007170     MOVE DL100-LINE-COUNT TO DL100-DISP-COUNT.
007180     DISPLAY "TOTAL DE LINHAS:  " DL100-DISP-COUNT.
007190     MOVE DL100-HASH1 TO DL100-DISP-HASH.
007200     DISPLAY "HASH NUM1:        " DL100-DISP-HASH.
007210     MOVE DL100-HASH2 TO DL100-DISP-HASH.
007220     DISPLAY "HASH NUM2:        " DL100-DISP-HASH.
007230 7500-EXIT.
007240     EXIT.
007250*****************************************************************
007260* 8000-LEAVE - RETURN TO THE MENU. LINES NOT YET RELEASED ARE    *
007270*                LOST, SO THE OPERATOR MUST CONFIRM FIRST.       *
007280*****************************************************************
007290 8000-LEAVE.
007300     IF DL100-LINE-COUNT = ZERO
007310         MOVE 'S' TO DL100-EXIT-SW
007320         GO TO 8000-EXIT
007330     END-IF.
007340     MOVE DL100-LINE-COUNT TO DL100-DISP-COUNT.
007350     DISPLAY "HA " DL100-DISP-COUNT " LINHAS NAO LIBERADAS. "
007360         "DESCARTAR E SAIR? (S/N): ".
007370     ACCEPT DL100-CONFIRM.
007380     IF DL100-CONFIRM = 'S' OR DL100-CONFIRM = 's'
007390         MOVE 'S' TO DL100-EXIT-SW
007400     END-IF.
007410 8000-EXIT.
007420     EXIT.
