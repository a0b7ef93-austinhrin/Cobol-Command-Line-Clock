000120*     CALENDAR CAN NEVER SILENCE A REAL CUTOVER WARNING.
000130* MODIFICATION HISTORY
000140*     08/23/2026 AH  INITIAL VERSION.
000141*     10/15/2026 AH  ADDED THE DAY TYPE (NORMAL, MONTHEND, QTREND,
000142*         EARLYCLS AND SO ON, AS CLOCKCLG GENERATES THEM).  THE
000143*         CLOCK ARMS THE CLOCKDLN DEADLINE SET OF THE SAME NAME
000144*         FOR THE DAY; A BLANK TYPE, A MISSING DATE OR AN ABSENT
000145*         CALENDAR ALL MEAN NORMAL.
000150*****************************************************************
000160 01  CLK-CAL-RECORD.
000170     05  CLK-CAL-DATE              PIC 9(08).
000210         88  CLK-CAL-NON-PROCESSING    VALUE 'N'.
000220     05  FILLER                    PIC X(01).
000230     05  CLK-CAL-DESCRIPTION       PIC X(20).
000240     05  FILLER                    PIC X(01).
000250     05  CLK-CAL-DAY-TYPE          PIC X(08).
