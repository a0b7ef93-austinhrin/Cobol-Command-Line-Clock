000010*****************************************************************
000020* COPYBOOK: CLKMNWR
000030* PURPOSE: ONE PLANNED OUTAGE OF THE OPTIONAL "CLOCKMNW"
000040*     MAINTENANCE WINDOW FILE.  THE CHANGE DESK REGISTERS EACH
000050*     APPROVED WINDOW -- PATCHING, DR TESTS, HARDWARE SWAPS --
000060*     AS ONE LINE: WHEN IT OPENS, WHEN IT CLOSES, THE CHANGE
000070*     TICKET, AND WHY.  WHILE A WINDOW IS OPEN THE CLOCK HOLDS
000080*     DEADLINE FIRING AND CLOCKPGW ESCALATION, A DEADLINE THAT
000090*     FALLS DUE INSIDE A WINDOW IS HELD FOR THE DAY INSTEAD OF
000100*     FIRING WHEN THE CLOCK COMES BACK, AND THE OPENING AND
000110*     CLOSING ARE JOURNALED TO CLOCKEVT.  CLOCKCVR AND CLOCKWKA
000120*     REPORT CLOCKLOG GAPS INSIDE A WINDOW AS PLANNED DOWNTIME
000130*     RATHER THAN AS AN OUTAGE.  A WINDOW COVERS EVERY CLOCK
000140*     INSTANCE ON THE BOX.  TIMES ARE HHMM ON OUR OWN CLOCK; THE
000150*     WINDOW RUNS FROM ITS START UP TO (NOT INCLUDING) ITS END
000160*     AND MAY CROSS MIDNIGHT.  WINDOWS SHOULD NOT OVERLAP.  AN
000170*     ABSENT OR EMPTY FILE MEANS NO PLANNED OUTAGES.
000180* MODIFICATION HISTORY
000190*     10/15/2026 AH  INITIAL VERSION.
000200*****************************************************************
000210 01  CLK-MNW-RECORD.
000220     05  CLK-MNW-START-DATE        PIC 9(08).
000230     05  FILLER                    PIC X(01).
000240     05  CLK-MNW-START-TIME.
000250         10  CLK-MNW-START-HOURS   PIC 99.
000260         10  CLK-MNW-START-MINUTES PIC 99.
000270     05  FILLER                    PIC X(01).
000280     05  CLK-MNW-END-DATE          PIC 9(08).
000290     05  FILLER                    PIC X(01).
000300     05  CLK-MNW-END-TIME.
000310         10  CLK-MNW-END-HOURS     PIC 99.
000320         10  CLK-MNW-END-MINUTES   PIC 99.
000330     05  FILLER                    PIC X(01).
000340     05  CLK-MNW-TICKET            PIC X(10).
000350     05  FILLER                    PIC X(01).
000360     05  CLK-MNW-REASON            PIC X(30).
