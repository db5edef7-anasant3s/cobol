000270* 08/22/2026 DPS   AND TO 70 BYTES WITH THE OPERATOR IDENTITY.  *
000272* 09/01/2026 DPS   AND TO 79 BYTES WITH THE ORIGINATING         *
000274*                  DEPARTMENT.                                  *
000276* 10/15/2026 DPS   AND TO 94 BYTES WITH THE REVERSAL REFERENCE. *
000277* 10/15/2026 DPS   AND TO 124 BYTES WITH THE CURRENCY, RATE AND *
000278*                  RESULT IN REAIS. THE TOTALS ARE NOW TAKEN IN *
000279*                  REAIS.                                       *
000280* 10/15/2026 DPS   AND TO 126 BYTES WITH THE ORIGIN BYTE.       *
000281* 10/15/2026 DPS   AND TO 133 BYTES WITH THE DETAIL SEQUENCE.   *
000285*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000500 FD  DL100-ARCH-FILE
000510     LABEL RECORDS ARE STANDARD
000520     RECORDING MODE IS F.
000530 01  DL100-ARCH-REC               PIC X(133).
000540 FD  DL100-NEW-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORDING MODE IS F.
000570 01  DL100-NEW-REC                PIC X(133).
000580 FD  DL100-LIST-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
001050     05  DL100-KEEP-COUNT         PIC S9(07) COMP  VALUE ZERO.
001060     05  DL100-ARCH-TOTAL         PIC S9(13)V9(02) VALUE ZERO.
001070     05  DL100-KEEP-TOTAL         PIC S9(13)V9(02) VALUE ZERO.
001075     05  DL100-BASE-AMT           PIC S9(10)V9(02) VALUE ZERO.
001080     05  DL100-ARCH-FROM          PIC 9(08)        VALUE ZERO.
001090     05  DL100-ARCH-THRU          PIC 9(08)        VALUE ZERO.
001100 01  DL100-AUDIT-STATUS           PIC X(02).
001590* 2000-SPLIT-REC - ROUTE ONE AUDIT RECORD TO THE ARCHIVE OR THE  *
001600*                  FRESH CURRENT-PERIOD FILE, ACCUMULATING THE   *
001610*                  COUNTS, TOTALS AND ARCHIVED DATE RANGE THAT   *
001620*                  PROVE THE SPLIT LOST NOTHING. THE TOTALS ARE  *
001625*                  IN REAIS.                                     *
001630*****************************************************************
001640 2000-SPLIT-REC.
001650     ADD 1 TO DL100-READ-COUNT.
001651     IF DL100-AUD-CURR-BASE
001652         MOVE DL100-AUD-RES      TO DL100-BASE-AMT
001653     ELSE
001654         MOVE DL100-AUD-BASE-RES TO DL100-BASE-AMT
001655     END-IF.
001660     IF DL100-AUD-DATE < DL100-CUTOFF-DATE
001670         ADD 1 TO DL100-ARCH-COUNT
001680         ADD DL100-BASE-AMT TO DL100-ARCH-TOTAL
001690         IF DL100-ARCH-FROM = ZERO OR
001700            DL100-AUD-DATE < DL100-ARCH-FROM
001710             MOVE DL100-AUD-DATE TO DL100-ARCH-FROM
001760         WRITE DL100-ARCH-REC FROM DL100-AUDIT-REC
001770     ELSE
001780         ADD 1 TO DL100-KEEP-COUNT
001790         ADD DL100-BASE-AMT TO DL100-KEEP-TOTAL
001800         WRITE DL100-NEW-REC FROM DL100-AUDIT-REC
001810     END-IF.
001820     PERFORM 8000-READ-AUDIT THRU 8000-EXIT.
