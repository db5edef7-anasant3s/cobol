000110* THE SAME FIXED CALCULATIONS NIGHT AFTER NIGHT.                *
000120*                                                                *
000130* FREQUENCY: 'D' = DAILY (EVERY RUN), 'S' = SEMANAL (GENERATED  *
000140* ON THE MONDAY RUN, OR ON THE NEXT BUSINESS DAY WHEN THE       *
000142* MONDAY IS ON THE HOLIDAY CALENDAR), 'M' = MONTH-END           *
000144* (GENERATED ON THE LAST BUSINESS DAY OF THE MONTH, PER THE     *
000146* BUSINESS-DATE CONTROL RECORD). AN ENTRY IS DUE WHEN THE       *
000160* BUSINESS DATE IS ON OR AFTER THE EFFECTIVE DATE AND, UNLESS   *
000170* THE EXPIRY DATE IS ZERO (NO EXPIRY), ON OR BEFORE IT.         *
000180*                                                                *
