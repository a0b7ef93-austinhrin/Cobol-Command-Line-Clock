000200*     BEFORE.
000210* MODIFICATION HISTORY
000220*     09/02/2026 AH  INITIAL VERSION.
000221*     10/15/2026 AH  ADDED THE DEADLINE SET NAME.  THE FILE MAY
000222*         NOW CARRY ONE SET OF UP TO EIGHT LINES PER CLOCKCAL DAY
000223*         TYPE (MONTHEND, EARLYCLS ...); THE CLOCK ARMS THE SET
000224*         NAMED FOR TODAY'S DAY TYPE AT STARTUP, ON AN R RELOAD
000225*         AND AT THE MIDNIGHT ROLLOVER, AND FALLS BACK TO THE
000226*         NORMAL SET WHEN THE FILE HAS NO LINES FOR THAT TYPE.  A
000227*         BLANK SET NAME MEANS NORMAL, SO AN EXISTING FILE ARMS
000228*         EXACTLY AS BEFORE.  TIME ORDER IS CHECKED WITHIN A SET.
000230*****************************************************************
000240 01  CLK-DLN-RECORD.
000250     05  CLK-DLN-NAME              PIC X(12).
000340     05  CLK-DLN-CAL-FLAG          PIC X(01).
000350         88  CLK-DLN-CAL-SUPPRESS      VALUE 'Y'.
000360         88  CLK-DLN-CAL-ALWAYS        VALUE 'N'.
000370     05  FILLER                    PIC X(01).
000380     05  CLK-DLN-SET-NAME          PIC X(08).
