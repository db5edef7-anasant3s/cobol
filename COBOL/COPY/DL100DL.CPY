000010*****************************************************************
000020* DL100DL.CPY                                                   *
000030* DEPARTMENT MASTER CHANGE-LOG RECORD - ONE PER CHANGE APPLIED  *
000040* TO THE DEPARTMENT MASTER (DEPTMST) THROUGH THE DEPTMNT        *
000050* MAINTENANCE PROGRAM.                                          *
000060*                                                                *
000070* EVERY ADDITION OR ALTERATION CARRIES THE SIGNED-ON OPERATOR   *
000080* WHO MADE IT, THE DATE AND TIME, THE DEPARTMENT CHANGED AND    *
000090* THE NAME, ACTIVE FLAG AND CONTACT BEFORE AND AFTER, THE SAME  *
000100* TRAIL OPERLOG (DL100OL) KEEPS FOR THE OPERATOR MASTER. THE    *
000110* FILE (DEPTLOG) IS APPEND-ONLY - THE MAINTENANCE PROGRAM NEVER *
000120* REWRITES OR DELETES A LOG LINE.                               *
000130*                                                                *
000140* THE RECORD IS 155 BYTES: 8 (DATE) + 8 (TIME) + 8 (CHANGED BY) *
000150* + 1 (ACTION) + 8 (DEPARTMENT) + 61 (BEFORE) + 61 (AFTER) -    *
000160* NAME, ACTIVE FLAG AND CONTACT ON EACH SIDE.                   *
000170*****************************************************************
000180 01  DL100-DPLOG-REC.
000190     05  DL100-DPLOG-DATE         PIC 9(08).
000200     05  DL100-DPLOG-TIME         PIC 9(08).
000210     05  DL100-DPLOG-BY           PIC X(08).
000220     05  DL100-DPLOG-ACTION       PIC X(01).
000230         88  DL100-DPLOG-INCLUSAO             VALUE 'I'.
000240         88  DL100-DPLOG-ALTERACAO            VALUE 'A'.
000250     05  DL100-DPLOG-TARGET       PIC X(08).
000260     05  DL100-DPLOG-BEFORE.
000270         10  DL100-DPLOG-OLD-NAME PIC X(30).
000280         10  DL100-DPLOG-OLD-ACT  PIC X(01).
000290         10  DL100-DPLOG-OLD-CONT PIC X(30).
000300     05  DL100-DPLOG-AFTER.
000310         10  DL100-DPLOG-NEW-NAME PIC X(30).
000320         10  DL100-DPLOG-NEW-ACT  PIC X(01).
000330         10  DL100-DPLOG-NEW-CONT PIC X(30).
