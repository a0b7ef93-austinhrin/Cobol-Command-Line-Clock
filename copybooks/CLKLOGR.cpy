000110*     08/23/2026 AH  INITIAL VERSION - LIFTED UNCHANGED FROM THE
000120*         CLOCK PROGRAM'S FD SO THE NEW COVERAGE REPORT CAN READ
000130*         THE FILE WITH THE SAME LAYOUT THAT WROTE IT.
000140*     08/23/2026 AH  NAMED THE SEPARATOR BYTES.  A VALUE CLAUSE
000150*         ON A FILE SECTION FILLER NEVER REACHES THE RECORD
000160*         BUFFER, SO THE WRITER NOW MOVES THE SEPARATORS IN
000170*         EXPLICITLY BEFORE EACH WRITE.
000180*     09/02/2026 AH  ADDED THE INSTANCE STAMP.  TWO CLOCK
000190*         INSTANCES CAN NOW RUN ON ONE BOX, EACH WRITING ITS OWN
000200*         INSTANCE-QUALIFIED LOG FILE, AND THE STAMP SAYS WHICH
000210*         CLOCK A READING CAME FROM.  A BLANK STAMP ON AN OLDER
000220*         RECORD READS AS THE PRIMARY INSTANCE (1).
000230*     10/15/2026 AH  ADDED THE READING SEQUENCE NUMBER AND THE
000240*         CONTROL RECORD.  EVERY READING NOW CARRIES A RUNNING
000250*         SEQUENCE NUMBER PER INSTANCE THAT DOES NOT RESTART AT
000260*         MIDNIGHT, AND 3000-ROLL-LOG-FILE CLOSES EACH DATED
000270*         GENERATION WITH ONE CLK-LOG-CONTROL RECORD: THE COUNT
000280*         OF READINGS, THE FIRST AND LAST SEQUENCE AND TIME, AND
000290*         A HASH TOTAL -- THE SUM, OVER THE READINGS, OF THE
000300*         SEQUENCE NUMBER PLUS THE DATE PLUS THE TIME READ AS
000310*         HHMMSSHH.  CLOCKVFY CHECKS A GENERATION AGAINST ITS
000320*         CONTROL RECORD.  THE CONTROL RECORD OPENS WITH A TAG
000330*         THAT CAN NEVER PASS FOR A TIME OR A DATE, SO EVERY
000340*         READER THAT EDITS THE READING FIELDS AS NUMERIC PASSES
000350*         OVER IT WITHOUT CHANGE.  A READING WRITTEN BEFORE THE
000360*         SEQUENCE WAS ADDED HAS SPACES THERE.  MEMBER WAS
000370*         RENUMBERED.
000380*****************************************************************
000390 01  CLK-LOG-RECORD.
000400     05  CLK-LOG-HOURS         PIC 99.
000410     05  CLK-LOG-SEP-HM        PIC X.
000420     05  CLK-LOG-MINUTES       PIC 99.
000430     05  CLK-LOG-SEP-MS        PIC X.
000440     05  CLK-LOG-SECONDS       PIC 99.
000450     05  CLK-LOG-SEP-SH        PIC X.
000460     05  CLK-LOG-HUNDREDTHS    PIC 99.
000470     05  CLK-LOG-SEP-DT        PIC X.
000480     05  CLK-LOG-DATE          PIC 9(08).
000490     05  CLK-LOG-SEP-IN        PIC X.
000500     05  CLK-LOG-INSTANCE      PIC X.
000510     05  CLK-LOG-SEP-SQ        PIC X.
000520     05  CLK-LOG-SEQUENCE      PIC 9(09).
000530 01  CLK-LOG-CONTROL.
000540     05  CLK-LOGC-TAG          PIC X(20).
000550         88  CLK-LOGC-IS-CONTROL   VALUE '*** LOG CONTROL ***'.
000560     05  FILLER                PIC X.
000570     05  CLK-LOGC-INSTANCE     PIC X.
000580     05  FILLER                PIC X.
000590     05  CLK-LOGC-GEN-DATE     PIC 9(08).
000600     05  FILLER                PIC X.
000610     05  CLK-LOGC-COUNT        PIC 9(07).
000620     05  FILLER                PIC X.
000630     05  CLK-LOGC-FIRST-SEQ    PIC 9(09).
000640     05  FILLER                PIC X.
000650     05  CLK-LOGC-LAST-SEQ     PIC 9(09).
000660     05  FILLER                PIC X.
000670     05  CLK-LOGC-FIRST-TIME   PIC 9(08).
000680     05  FILLER                PIC X.
000690     05  CLK-LOGC-LAST-TIME    PIC 9(08).
000700     05  FILLER                PIC X.
000710     05  CLK-LOGC-HASH         PIC 9(18).
