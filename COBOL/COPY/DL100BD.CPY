000010*****************************************************************
000020* DL100BD.CPY                                                   *
000030* BUSINESS-DATE CONTROL RECORD - ONE RECORD, SET BY THE         *
000040* DATE-ROLL STEP (DATEROLL) AT THE HEAD OF THE OVERNIGHT        *
000050* CALCBAT JOB AND READ BY EVERY LATER STEP IN PLACE OF ITS OWN  *
000060* DATE CARD OR THE CLOCK, SO ALL STEPS OF ONE NIGHT AGREE ON    *
000070* THE BUSINESS DATE EVEN WHEN THE JOB RUNS PAST MIDNIGHT.       *
000080*                                                                *
000090* THE PREVIOUS AND NEXT DATES ARE BUSINESS DAYS TOO - WEEKENDS  *
000100* AND THE DATES ON THE HOLIDAY CALENDAR (HOLCAL, DL100HC) ARE   *
000110* SKIPPED. THE MONTH-END FLAG IS 'S' ON THE LAST BUSINESS DAY   *
000120* OF THE MONTH, I.E. WHEN THE NEXT BUSINESS DAY FALLS IN        *
000130* ANOTHER MONTH. THE SOURCE IS 'C' WHEN THE DATE WAS KEYED ON   *
000140* THE DATEROLL CARD, 'A' WHEN IT WAS ROLLED FORWARD FROM THE    *
000150* PRIOR RECORD.                                                 *
000160*                                                                *
000170* THE RECORD IS 80 BYTES: 8 (BUSINESS DATE) + 8 (PREVIOUS) + 8  *
000180* (NEXT) + 1 (MONTH-END) + 1 (SOURCE) + 8 (DATE ROLLED) + 8     *
000190* (TIME ROLLED HHMMSSCC) + 38 (RESERVED).                       *
000200*****************************************************************
000210 01  DL100-BD-REC.
000220     05  DL100-BD-DATE            PIC 9(08).
000230     05  DL100-BD-PREV-DATE       PIC 9(08).
000240     05  DL100-BD-NEXT-DATE       PIC 9(08).
000250     05  DL100-BD-MONTH-END       PIC X(01).
000260         88  DL100-BD-IS-MONTH-END            VALUE 'S'.
000270     05  DL100-BD-SOURCE          PIC X(01).
000280         88  DL100-BD-FROM-CARD               VALUE 'C'.
000290         88  DL100-BD-ROLLED                  VALUE 'A'.
000300     05  DL100-BD-ROLL-DATE       PIC 9(08).
000310     05  DL100-BD-ROLL-TIME       PIC 9(08).
000320     05  FILLER                   PIC X(38).
