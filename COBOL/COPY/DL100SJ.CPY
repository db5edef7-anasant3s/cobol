000010*****************************************************************
000020* DL100SJ.CPY                                                   *
000030* SIGN-ON JOURNAL RECORD - ONE PER SIGN-ON EVENT OF THE DL100   *
000040* ON-LINE MENU.                                                 *
000050*                                                               *
000060* MENU'S SIGN-ON WRITES ONE LINE FOR EVERY ATTEMPT - ACCEPTED,  *
000070* WRONG PASSWORD, UNKNOWN (OR BLANK) ID, INACTIVE OPERATOR,     *
000080* OPERATOR MASTER UNAVAILABLE - AND ONE FOR EVERY FORCED        *
000090* PASSWORD CHANGE, MADE OR FAILED. PENDREL WRITES ONE WHEN IT   *
000100* TURNS AWAY AN OPERATOR WHO IS NOT AN ACTIVE SUPERVISOR. EACH  *
000110* LINE CARRIES THE DATE AND TIME (CLOCK, AS THE ON-LINE         *
000120* PROGRAMS DO), THE OPERATOR ID KEYED OR SIGNED ON, THE EVENT   *
000130* AND THE PROGRAM THAT WROTE IT. THE FILE (SIGNLOG,             *
000140* DL100.OPER.SIGNLOG) IS APPEND-ONLY; THE WEEKLY SIGNRPT JOB    *
000150* READS IT FOR THE SUPERVISORS' SECURITY EXCEPTION REPORT.      *
000160*                                                               *
000170* THE RECORD IS 50 BYTES: 8 (DATE) + 8 (TIME) + 8 (OPERATOR ID) *
000180* + 1 (EVENT) + 8 (PROGRAM) + 17.                               *
000190*****************************************************************
000200 01  DL100-SJ-REC.
000210     05  DL100-SJ-DATE            PIC 9(08).
000220     05  DL100-SJ-TIME            PIC 9(08).
000230     05  DL100-SJ-OPER            PIC X(08).
000240     05  DL100-SJ-EVENT           PIC X(01).
000250         88  DL100-SJ-SIGNED-ON               VALUE 'S'.
000260         88  DL100-SJ-BAD-PASSWORD            VALUE 'P'.
000270         88  DL100-SJ-UNKNOWN-ID              VALUE 'U'.
000280         88  DL100-SJ-INACTIVE                VALUE 'I'.
000290         88  DL100-SJ-MASTER-DOWN             VALUE 'M'.
000300         88  DL100-SJ-PWD-CHANGED             VALUE 'T'.
000310         88  DL100-SJ-PWD-CHG-FAILED          VALUE 'R'.
000320         88  DL100-SJ-SUPER-DENIED            VALUE 'N'.
000330         88  DL100-SJ-FAILURE                 VALUE 'P' 'U' 'I'
000340                                                    'R'.
000350     05  DL100-SJ-PGM             PIC X(08).
000360     05  FILLER                   PIC X(17).
