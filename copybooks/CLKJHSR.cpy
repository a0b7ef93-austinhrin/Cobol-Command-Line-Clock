000010*****************************************************************
000020* COPYBOOK: CLKJHSR
000030* PURPOSE: ONE JOB RUN OF THE KEYED "CLOCKJHS" JOB RUN-TIME
000040*     HISTORY FILE.  CLOCKJHP POSTS ONE OF THESE FOR EVERY JOB
000050*     IN A DAY'S ACCEPTED SCHEDULER FEED (CLOCKSCG, SEE CLKSCHD)
000060*     SO THE DAY'S DATA OUTLIVES THE RECONCILIATION, AND
000070*     CLOCKJHR READS THEM BACK TO TREND EACH JOB'S DURATION AND
000080*     START SLIP.  THE KEY IS THE RUN DATE, THE JOB NAME AND A
000090*     RUN NUMBER (1 FOR THE FIRST RUN OF THE JOB THAT DAY, 2 FOR
000100*     A RERUN, AND SO ON), SO A DAY'S POSTINGS SIT TOGETHER AND
000110*     A DATE ALREADY ON FILE IS FOUND WITH ONE START.  TIMES ARE
000120*     HHMMSS ON OUR OWN CLOCK.  THE DURATION IS IN SECONDS AND
000130*     ALLOWS FOR A JOB FLAGGED M THAT ENDS AFTER MIDNIGHT; THE
000140*     SLIP IS THE ACTUAL START LESS THE PLANNED START IN
000150*     SECONDS, NEGATIVE FOR AN EARLY START, TAKEN THE SHORT WAY
000160*     ROUND THE CLOCK SO A 23:55 JOB STARTED AT 00:05 SLIPPED
000170*     TEN MINUTES RATHER THAN RAN A DAY EARLY.
000180* MODIFICATION HISTORY
000190*     10/15/2026 AH  INITIAL VERSION.
000200*****************************************************************
000210 01  CLK-JHS-RECORD.
000220     05  CLK-JHS-KEY.
000230         10  CLK-JHS-RUN-DATE      PIC 9(08).
000240         10  CLK-JHS-JOB-NAME      PIC X(08).
000250         10  CLK-JHS-RUN-NO        PIC 99.
000260     05  CLK-JHS-PLAN-START.
000270         10  CLK-JHS-PS-HOURS      PIC 99.
000280         10  CLK-JHS-PS-MINUTES    PIC 99.
000290         10  CLK-JHS-PS-SECONDS    PIC 99.
000300     05  CLK-JHS-ACT-START.
000310         10  CLK-JHS-AS-HOURS      PIC 99.
000320         10  CLK-JHS-AS-MINUTES    PIC 99.
000330         10  CLK-JHS-AS-SECONDS    PIC 99.
000340     05  CLK-JHS-ACT-END.
000350         10  CLK-JHS-AE-HOURS      PIC 99.
000360         10  CLK-JHS-AE-MINUTES    PIC 99.
000370         10  CLK-JHS-AE-SECONDS    PIC 99.
000380     05  CLK-JHS-MIDNIGHT-FLAG     PIC X(01).
000390         88  CLK-JHS-CROSSES-MIDNIGHT  VALUE 'M'.
000400     05  CLK-JHS-DURATION-SECS     PIC 9(05).
000410     05  CLK-JHS-SLIP-SECS         PIC S9(05)
000420                                   SIGN IS LEADING SEPARATE.
000430     05  CLK-JHS-POSTED-DATE       PIC 9(08).
000440     05  CLK-JHS-POSTED-TIME       PIC 9(06).
