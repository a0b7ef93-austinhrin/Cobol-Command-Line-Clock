000040*     UP TO THREE ENTRIES ARE READ AT STARTUP SO THE MONITOR CAN
000050*     SHOW A REMOTE SITE'S LOCAL TIME ALONGSIDE OUR OWN WITHOUT
000060*     ANYONE HAVING TO DO UTC MATH BEFORE CALLING THE OTHER
000070*     SITE'S ON-CALL.  THE OFFSET IS THE SITE'S STANDARD TIME LESS
000080*     OUR OWN STANDARD TIME IN HOURS AND MINUTES (+0530 FOR
000090*     BANGALORE FROM A UTC SITE); A BLANK MINUTES FIELD MEANS 00.
000100*     OUR OWN DST RULE IS THE CLOCKPRM HOME DST RULE (SEE
000110*     CLKPARM), SO NEITHER SIDE'S DAYLIGHT HOUR BELONGS IN THE
000120*     OFFSET.  THE DST RULE NAMES WHEN THE SITE MOVES ITS CLOCKS
000130*     AN HOUR FORWARD:
000140*         BLANK OR NONE - THE SITE DOES NOT OBSERVE DST
000150*         US    - 2ND SUNDAY OF MARCH TO 1ST SUNDAY OF NOVEMBER
000160*         EU    - LAST SUNDAY OF MARCH TO LAST SUNDAY OF OCTOBER
000170*         AU    - 1ST SUNDAY OF OCTOBER TO 1ST SUNDAY OF APRIL
000180*         NZ    - LAST SUNDAY OF SEPTEMBER TO 1ST SUNDAY OF APRIL
000190*         DATES - FROM THE START DATE UP TO THE END DATE GIVEN
000200*     THE START AND END DATES (YYYYMMDD) ARE ONLY READ FOR THE
000210*     DATES RULE AND ARE LEFT BLANK OTHERWISE.  THE SITE'S HOUR IS
000220*     ADDED, AND OUR OWN HOUR TAKEN OFF, FROM OUR MIDNIGHT ON THE
000230*     CHANGEOVER DATE.
000240* MODIFICATION HISTORY
000250*     08/08/2026 AH  INITIAL VERSION.
000260*     10/15/2026 AH  ADDED THE OFFSET MINUTES, THE DST RULE, AND
000270*         THE DST START AND END DATES, SO A HALF-HOUR SITE CAN BE
000280*         SHOWN AND THE TWICE-A-YEAR HAND EDIT OF EVERY OFFSET
000290*         GOES AWAY.  AN EXISTING SIGN-AND-HOURS LINE READS AS
000300*         BEFORE.
000310*     10/15/2026 AH  THE OFFSET IS NOW FROM OUR STANDARD TIME, NOT
000320*         OUR CLOCK, WITH OUR OWN DST RULE TAKEN FROM CLOCKPRM, SO
000330*         A SITE IS NO LONGER SHOWN AN HOUR OUT WHILE WE ARE ON
000340*         DAYLIGHT TIME.  MEMBER WAS RENUMBERED.
000350*****************************************************************
000360 01  CLK-TZ-RECORD.
000370     05  CLK-TZ-SITE-NAME          PIC X(10).
000380     05  CLK-TZ-OFFSET-SIGN        PIC X(01).
000390     05  CLK-TZ-OFFSET-HRS         PIC 99.
000400     05  CLK-TZ-OFFSET-MINS        PIC 99.
000410     05  CLK-TZ-OFFSET-MINS-X REDEFINES CLK-TZ-OFFSET-MINS
000420                                   PIC X(02).
000430     05  FILLER                    PIC X(01).
000440     05  CLK-TZ-DST-RULE           PIC X(08).
000450         88  CLK-TZ-DST-NONE           VALUE SPACES 'NONE'.
000460         88  CLK-TZ-DST-DATES          VALUE 'DATES'.
000470         88  CLK-TZ-DST-KNOWN          VALUE SPACES 'NONE' 'US'
000480                                         'EU' 'AU' 'NZ' 'DATES'.
000490     05  FILLER                    PIC X(01).
000500     05  CLK-TZ-DST-START.
000510         10  CLK-TZ-DST-START-YEAR PIC 9(04).
000520         10  CLK-TZ-DST-START-MONTH
000530                                   PIC 99.
000540         10  CLK-TZ-DST-START-DAY  PIC 99.
000550     05  FILLER                    PIC X(01).
000560     05  CLK-TZ-DST-END.
000570         10  CLK-TZ-DST-END-YEAR   PIC 9(04).
000580         10  CLK-TZ-DST-END-MONTH  PIC 99.
000590         10  CLK-TZ-DST-END-DAY    PIC 99.
