000010*****************************************************************
000020* COPYBOOK: CLKDJMR
000030* PURPOSE: ONE LINE OF THE "CLOCKDJM" DEADLINE-TO-JOB MAP.  EACH
000040*     LINE NAMES A CLOCKDLN DEADLINE (SEE CLKDLNR) AND ONE
000050*     CLOCKSCH JOB (SEE CLKSCHD) THAT MUST HAVE COMPLETED BEFORE
000060*     IT, SO A DEADLINE FED BY FOUR JOBS HAS FOUR LINES.  THE
000070*     CLOCKDAR ATTAINMENT REPORT USES THE MAP TO SAY WHETHER THE
000080*     JOBS FEEDING EACH DEADLINE FINISHED IN TIME.  THE DEADLINE
000090*     NAME MATCHES THE CLOCKDLN NAME IN WHICHEVER SET IS ARMED
000100*     FOR THE DAY.  A BLANK LINE IS IGNORED.
000110* MODIFICATION HISTORY
000120*     10/15/2026 AH  INITIAL VERSION.
000130*****************************************************************
000140 01  CLK-DJM-RECORD.
000150     05  CLK-DJM-DLN-NAME          PIC X(12).
000160     05  FILLER                    PIC X(01).
000170     05  CLK-DJM-JOB-NAME          PIC X(08).
