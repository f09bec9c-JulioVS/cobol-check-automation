000010******************************************************************
000020* CALREC.CPY
000030******************************************************************
000040* BUSINESS CALENDAR RECORD.  THE CALENDAR CARRIES ONE RECORD
000050* PER CONSECUTIVE CALENDAR DATE - WEEKENDS AND HOLIDAYS
000060* INCLUDED, FLAGGED NON-BUSINESS - WITH THE DAY-COUNT BASIS
000070* FOR THE YEAR.  INTCALC COUNTS ELAPSED DAYS OFF IT; THE
000080* MONTH-END STATEMENT PROGRAM USES IT TO KNOW WHICH NIGHTS
000090* THE NIGHTLY RUN SHOULD HAVE BILLED.
000100******************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140*-----------------------------------------------------------
000150* 10/15/26    RH   ORIGINAL COPYBOOK, PULLED OUT OF INTCALC
000160*                  NOW THAT THE MONTH-END STATEMENT PROGRAM
000170*                  READS THE SAME LAYOUT.
000180*-----------------------------------------------------------
000190 01  CALENDAR-RECORD.
000200     05  CAL-DATE             PIC 9(08).
000210     05  CAL-BUS-DAY-SW       PIC X(01).
000220         88  CAL-BUSINESS-DAY          VALUE 'Y'.
000230         88  CAL-NON-BUSINESS-DAY      VALUE 'N'.
000240     05  CAL-YEAR-BASIS       PIC 9(03).
000250     05  FILLER               PIC X(68).
