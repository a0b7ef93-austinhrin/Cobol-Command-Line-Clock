000420*         PAGING-GATEWAY OUTBOX (SEE CLKPGWR).  000 DISABLES
000430*         ESCALATION; BLANK DEFAULTS TO TEN MINUTES.
000440*         MEMBER WAS RENUMBERED.
000450*     10/15/2026 AH  ADDED THE RE-PAGE DELAY.  A DEADLINE STILL
000460*         UNACKNOWLEDGED THIS MANY MINUTES AFTER ITS FIRST PAGE TO
000470*         THE PRIMARY ON CALL IS PAGED AGAIN TO THE SECONDARY (SEE
000480*         CLKONCR).  000 DISABLES THE RE-PAGE; BLANK DEFAULTS TO
000490*         TEN MINUTES.  MEMBER WAS RENUMBERED.
000500*     10/15/2026 AH  ADDED OUR OWN SITE'S DST RULE (NONE, US, EU,
000510*         AU, OR NZ -- SEE CLKTZCF).  THE CLOCKTZ OFFSETS ARE
000520*         STANDARD TIME FROM OUR STANDARD TIME, SO WHILE WE ARE ON
000530*         DAYLIGHT TIME EACH SITE IS SHOWN AN HOUR LESS AHEAD.
000540*         BLANK DEFAULTS TO NONE.  MEMBER WAS RENUMBERED.
000550*****************************************************************
000560 01  CLK-PARM-RECORD.
000570     05  CLK-DISPLAY-MODE          PIC X(01).
000580         88  CLK-MODE-12-HOUR          VALUE '1'.
000590         88  CLK-MODE-24-HOUR          VALUE '2'.
000600     05  CLK-ALARM-SWITCH           PIC X(01).
000610         88  CLK-ALARM-ENABLED          VALUE 'Y'.
000620         88  CLK-ALARM-DISABLED         VALUE 'N'.
000630     05  CLK-TARGET-TIME.
000640         10  CLK-TARGET-HOURS       PIC 99.
000650         10  CLK-TARGET-MINUTES     PIC 99.
000660         10  CLK-TARGET-SECONDS     PIC 99.
000670     05  CLK-SLEEP-NANOS            PIC 9(10).
000680     05  CLK-RUN-MODE               PIC X(01).
000690         88  CLK-RUN-WALL-CLOCK         VALUE 'C'.
000700         88  CLK-RUN-STOPWATCH          VALUE 'S'.
000710         88  CLK-RUN-PREFLIGHT          VALUE 'P'.
000720     05  CLK-DRIFT-THRESH-SECS      PIC 9(03).
000730     05  CLK-RETAIN-DAYS            PIC 9(03).
000740     05  CLK-ESCALATE-MINS          PIC 9(03).
000750     05  CLK-REPAGE-MINS            PIC 9(03).
000760     05  CLK-HOME-DST-RULE          PIC X(08).
000770         88  CLK-HOME-DST-KNOWN         VALUE 'NONE' 'US' 'EU'
000780                                          'AU' 'NZ'.
