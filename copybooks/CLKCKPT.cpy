000100*     ALREADY SUPPLY THEM, AND ONLY APPLIES THE COLOR/TIMEZONE
000110*     FIELDS WHEN THIS RUN'S OWN CLOCKCLR/CLOCKTZ IS ABSENT, SO A
000120*     DELIBERATE CONFIG CHANGE ON RESTART STILL WINS OVER A STALE
000130*     CHECKPOINT.  THE DST STATES ARE THE EXCEPTION: THEY ARE
000140*     MATCHED TO THE LOADED SITES BY NAME EITHER WAY.  THE
000150*     GRACEFUL-STOP REQUEST IS A SEPARATE, SMALLER RECORD -- SEE
000160*     CLKSTOP.
000170* MODIFICATION HISTORY
000180*     08/08/2026 AH  INITIAL VERSION.
000190*     08/09/2026 AH  MOVED THE STOP FLAG OUT TO CLKSTOP.  ADDED
000200*         THE COLOR SCHEME AND TIMEZONE STRIP SO A RESTART ALSO
000210*         PICKS THOSE BACK UP.
000220*     10/15/2026 AH  ADDED THE TIMEZONE OFFSET MINUTES AND DST
000230*         RULE AND DATES AS A SEPARATE GROUP AT THE END, SO A
000240*         CHECKPOINT WRITTEN BEFORE THE CHANGE STILL RESTORES
000250*         (AS WHOLE-HOUR SITES WITH NO DST).
000260*     10/15/2026 AH  ADDED THE LAST CLOCKLOG SEQUENCE NUMBER
000270*         WRITTEN, SO A RESTART AFTER THE MIDNIGHT ROLL (WITH AN
000280*         EMPTY LIVE LOG) CARRIES THE INSTANCE'S SEQUENCE ON.
000290*     10/15/2026 AH  ADDED EACH SITE'S DST STATE AND OUR OWN AS A
000300*         SEPARATE GROUP AT THE END.  THEY ARE RESTORED BY SITE
000310*         NAME EVEN WHEN CLOCKTZ IS PRESENT, SO A DST CHANGEOVER
000320*         THAT FALLS WHILE THE CLOCK IS DOWN IS STILL JOURNALED.
000330*         A CHECKPOINT WRITTEN BEFORE THE CHANGE HAS SPACES THERE,
000340*         WHICH RESTORE AS NO PRIOR STATE.  MEMBER WAS RENUMBERED.
000350*****************************************************************
000360 01  CLK-CKPT-RECORD.
000370     05  CLK-CKPT-RUN-MODE         PIC X(01).
000380     05  CLK-CKPT-DISPLAY-MODE     PIC X(01).
000390     05  CLK-CKPT-START-TIME.
000400         10  CLK-CKPT-START-HOURS      PIC 99.
000410         10  CLK-CKPT-START-MINUTES    PIC 99.
000420         10  CLK-CKPT-START-SECONDS    PIC 99.
000430     05  CLK-CKPT-COLOR-NORMAL     PIC 9(01).
000440     05  CLK-CKPT-COLOR-ALARM      PIC 9(01).
000450     05  CLK-CKPT-COLOR-CUTOVER    PIC 9(01).
000460     05  CLK-CKPT-TZ-COUNT         PIC 9(01).
000470     05  CLK-CKPT-TZ-ENTRY OCCURS 3 TIMES.
000480         10  CLK-CKPT-TZT-SITE-NAME    PIC X(10).
000490         10  CLK-CKPT-TZT-OFFSET-SIGN  PIC X(01).
000500         10  CLK-CKPT-TZT-OFFSET-HRS   PIC 99.
000510     05  CLK-CKPT-TZ-EXT OCCURS 3 TIMES.
000520         10  CLK-CKPT-TZT-OFFSET-MINS  PIC 99.
000530         10  CLK-CKPT-TZT-DST-RULE     PIC X(08).
000540         10  CLK-CKPT-TZT-DST-START    PIC X(08).
000550         10  CLK-CKPT-TZT-DST-END      PIC X(08).
000560     05  CLK-CKPT-LOG-CONTROL.
000570         10  CLK-CKPT-LOG-SEQ          PIC 9(09).
000580     05  CLK-CKPT-DST-STATE.
000590         10  CLK-CKPT-HOME-DST-SW      PIC X(01).
000600         10  CLK-CKPT-TZT-DST-SW       PIC X(01) OCCURS 3 TIMES.
