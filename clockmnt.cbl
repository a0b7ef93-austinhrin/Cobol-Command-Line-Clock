000110*     (A BLANK ENTRY KEEPS THE CURRENT VALUE), VALIDATES EACH
000120*     ENTRY AGAINST THE SAME RULES THE CLOCK ITSELF APPLIES --
000130*     TARGET TIME WITHIN 00:00:00-23:59:59, OFFSETS WITHIN
000140*     +/-14:00, DST RULES FROM THE CLKTZCF LIST -- AND WRITES THE
000150*     FILES BACK CORRECTLY FORMATTED.
000160*     NOBODY COUNTS COLUMNS ANY MORE.
000170*     THE CURRENT SETTINGS ARE RESOLVED EXACTLY THE WAY THE
000180*     CLOCK'S OWN STARTUP RESOLVES THEM (DEFAULTS FIRST, THEN
000190*     ONLY THE FIELDS THE FILE ACTUALLY SUPPLIES), SO WHAT THE
000200*     SCREEN SHOWS IS WHAT THE CLOCK WOULD RUN WITH.
000210* TECTONICS: cobc
000220*****************************************************************
000230* MODIFICATION HISTORY
000240*     08/23/2026 AH  INITIAL VERSION.
000250*     08/23/2026 AH  RUN MODE NOW ALSO TAKES P FOR THE CLOCK'S
000260*         NEW PREFLIGHT CONFIGURATION AUDIT.
000270*     08/23/2026 AH  FIXED THE SAVE SILENTLY FAILING WHEN A
000280*         CONTROL FILE DID NOT EXIST YET: THE STATUS-05 HANDLE
000290*         FROM READING AN ABSENT OPTIONAL FILE WAS LEFT OPEN, SO
000300*         THE REWRITE GOT STATUS 41 AND THE SCREEN STILL SAID
000310*         WRITTEN.  THE READERS NOW CLOSE THE 05 HANDLE (AS THE
000320*         CLOCK PROGRAM DOES) AND 5000-WRITE-FILES CHECKS EVERY
000330*         OPEN AND WRITE, NAMING THE FAILED FILE ON SCREEN.
000340*     08/23/2026 AH  BLANKED THE TIMEZONE SLOT TABLE AT STARTUP.
000350*         WORKING STORAGE WITHOUT A VALUE CLAUSE STARTS AS LOW-
000360*         VALUES, NOT SPACES, SO AN UNUSED SLOT FAILED THE
000370*         BLANK-NAME TESTS AND A CONFIRMED SAVE COULD WRITE
000380*         GHOST CLOCKTZ LINES THE CLOCK WOULD SHOW AS A SITE.
000390*     09/02/2026 AH  ADDED THE CLOCKCHG CHANGE-AUDIT JOURNAL.
000400*         THE SCREEN NOW PROMPTS FOR AN OPERATOR ID AT STARTUP,
000410*         AND A CONFIRMED SAVE APPENDS ONE STAMPED RECORD PER
000420*         FIELD THAT ACTUALLY CHANGED -- FILE, FIELD, BEFORE,
000430*         AFTER -- SO A WRONG MONITOR THE NEXT MORNING TRACES TO
000440*         THE SAVE THAT DID IT.  THE CLOCKCHR REPORT LISTS THE
000450*         CHANGES FOR A DATE.
000460*         MEMBER WAS RENUMBERED.
000470*     10/15/2026 AH  TIMEZONE SLOTS NOW TAKE OFFSET MINUTES FOR
000480*         THE HALF- AND QUARTER-HOUR SITES AND A DST RULE (NONE,
000490*         US, EU, AU, NZ, OR DATES WITH FROM AND UNTIL DATES),
000500*         VALIDATED AS THE CLOCK VALIDATES THEM.  THE SLOT LINES
000510*         MOVED UP A ROW AND GAINED COLUMN HEADINGS, AND EACH NEW
000520*         FIELD IS JOURNALED TO CLOCKCHG WHEN IT CHANGES.  MEMBER
000530*         WAS RENUMBERED.
000540*     10/15/2026 AH  ADDED THE CLOCKPRM RE-PAGE DELAY (MINUTES
000550*         BEFORE AN UNACKNOWLEDGED DEADLINE IS PAGED AGAIN TO THE
000560*         SECONDARY ON CALL; 000 TURNS THE RE-PAGE OFF) BESIDE THE
000570*         ESCALATION DELAY, CARRIED THROUGH THE SAVE AND JOURNALED
000580*         TO CLOCKCHG WHEN IT CHANGES.  MEMBER WAS RENUMBERED.
000590*     10/15/2026 AH  ADDED THE CLOCKPRM HOME DST RULE (OUR OWN
000600*         SITE'S RULE: NONE, US, EU, AU, OR NZ) BESIDE THE LOG
000610*         RETENTION, CARRIED THROUGH THE SAVE AND JOURNALED TO
000620*         CLOCKCHG WHEN IT CHANGES.  THE HELP LINE NOW SAYS THE
000630*         TIMEZONE OFFSETS ARE STANDARD TIME FROM OUR STANDARD
000640*         TIME.  MEMBER WAS RENUMBERED.
000650*****************************************************************
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. CLOCKMNT.
000680 AUTHOR. AUSTIN HRIN.
000690 INSTALLATION. OPERATIONS.
000700 DATE-WRITTEN. 08/23/2026.
000710 DATE-COMPILED.
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS MNT-PARM-FILE-STATUS.
000780     SELECT OPTIONAL CLOCK-TZ-FILE ASSIGN TO "CLOCKTZ"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS MNT-TZ-FILE-STATUS.
000810     SELECT OPTIONAL CLOCK-COLOR-FILE ASSIGN TO "CLOCKCLR"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS MNT-COLOR-FILE-STATUS.
000840     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CLOCKCHG"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS MNT-CHG-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  CLOCK-PARM-FILE.
000900     COPY CLKPARM REPLACING
000910         ==CLK-PARM-RECORD==  BY ==IO-CLK-PARM-RECORD==
000920         ==CLK-DISPLAY-MODE== BY ==IO-CLK-DISPLAY-MODE==
000930         ==CLK-MODE-12-HOUR== BY ==IO-CLK-MODE-12-HOUR==
000940         ==CLK-MODE-24-HOUR== BY ==IO-CLK-MODE-24-HOUR==
000950         ==CLK-ALARM-SWITCH== BY ==IO-CLK-ALARM-SWITCH==
000960         ==CLK-ALARM-ENABLED==
000970             BY ==IO-CLK-ALARM-ENABLED==
000980         ==CLK-ALARM-DISABLED==
000990             BY ==IO-CLK-ALARM-DISABLED==
001000         ==CLK-TARGET-TIME==  BY ==IO-CLK-TARGET-TIME==
001010         ==CLK-TARGET-HOURS== BY ==IO-CLK-TARGET-HOURS==
001020         ==CLK-TARGET-MINUTES==
001030             BY ==IO-CLK-TARGET-MINUTES==
001040         ==CLK-TARGET-SECONDS==
001050             BY ==IO-CLK-TARGET-SECONDS==
001060         ==CLK-SLEEP-NANOS==  BY ==IO-CLK-SLEEP-NANOS==
001070         ==CLK-RUN-MODE==     BY ==IO-CLK-RUN-MODE==
001080         ==CLK-RUN-WALL-CLOCK==
001090             BY ==IO-CLK-RUN-WALL-CLOCK==
001100         ==CLK-RUN-STOPWATCH==
001110             BY ==IO-CLK-RUN-STOPWATCH==
001120         ==CLK-RUN-PREFLIGHT==
001130             BY ==IO-CLK-RUN-PREFLIGHT==
001140         ==CLK-DRIFT-THRESH-SECS==
001150             BY ==IO-CLK-DRIFT-THRESH-SECS==
001160         ==CLK-RETAIN-DAYS==  BY ==IO-CLK-RETAIN-DAYS==
001170         ==CLK-ESCALATE-MINS==
001180             BY ==IO-CLK-ESCALATE-MINS==
001190         ==CLK-REPAGE-MINS==
001200             BY ==IO-CLK-REPAGE-MINS==
001210         ==CLK-HOME-DST-RULE==
001220             BY ==IO-CLK-HOME-DST-RULE==
001230         ==CLK-HOME-DST-KNOWN==
001240             BY ==IO-CLK-HOME-DST-KNOWN==.
001250 FD  CLOCK-TZ-FILE.
001260     COPY CLKTZCF.
001270 FD  CLOCK-COLOR-FILE.
001280     COPY CLKCLRC REPLACING
001290         ==CLK-COLOR-RECORD== BY ==IO-CLK-COLOR-RECORD==
001300         ==CLK-COLOR-NORMAL== BY ==IO-CLK-COLOR-NORMAL==
001310         ==CLK-COLOR-ALARM==  BY ==IO-CLK-COLOR-ALARM==
001320         ==CLK-COLOR-CUTOVER==
001330             BY ==IO-CLK-COLOR-CUTOVER==.
001340 FD  CHANGE-JOURNAL-FILE.
001350     COPY CLKCHGR.
001360 WORKING-STORAGE SECTION.
001370*****************************************************************
001380* LIVE SETTING RECORDS AND SCRATCH BUFFERS.  SAME ARRANGEMENT AS
001390*     THE CLOCK PROGRAM: THE BARE COPYBOOK RECORDS HOLD THE LIVE
001400*     RESOLVED SETTINGS, AND THE WS- COPIES ARE THE SCRATCH
001410*     BUFFERS THE FILES ARE READ INTO SO A BLANK FIELD IN THE
001420*     FILE LEAVES THE DEFAULT STANDING.
001430*****************************************************************
001440     COPY CLKPARM.
001450     COPY CLKCLRC.
001460     COPY CLKPARM REPLACING
001470         ==CLK-PARM-RECORD==  BY ==WS-CLK-PARM-RECORD==
001480         ==CLK-DISPLAY-MODE== BY ==WS-CLK-DISPLAY-MODE==
001490         ==CLK-MODE-12-HOUR== BY ==WS-CLK-MODE-12-HOUR==
001500         ==CLK-MODE-24-HOUR== BY ==WS-CLK-MODE-24-HOUR==
001510         ==CLK-ALARM-SWITCH== BY ==WS-CLK-ALARM-SWITCH==
001520         ==CLK-ALARM-ENABLED==
001530             BY ==WS-CLK-ALARM-ENABLED==
001540         ==CLK-ALARM-DISABLED==
001550             BY ==WS-CLK-ALARM-DISABLED==
001560         ==CLK-TARGET-TIME==  BY ==WS-CLK-TARGET-TIME==
001570         ==CLK-TARGET-HOURS== BY ==WS-CLK-TARGET-HOURS==
001580         ==CLK-TARGET-MINUTES==
001590             BY ==WS-CLK-TARGET-MINUTES==
001600         ==CLK-TARGET-SECONDS==
001610             BY ==WS-CLK-TARGET-SECONDS==
001620         ==CLK-SLEEP-NANOS==  BY ==WS-CLK-SLEEP-NANOS==
001630         ==CLK-RUN-MODE==     BY ==WS-CLK-RUN-MODE==
001640         ==CLK-RUN-WALL-CLOCK==
001650             BY ==WS-CLK-RUN-WALL-CLOCK==
001660         ==CLK-RUN-STOPWATCH==
001670             BY ==WS-CLK-RUN-STOPWATCH==
001680         ==CLK-RUN-PREFLIGHT==
001690             BY ==WS-CLK-RUN-PREFLIGHT==
001700         ==CLK-DRIFT-THRESH-SECS==
001710             BY ==WS-CLK-DRIFT-THRESH-SECS==
001720         ==CLK-RETAIN-DAYS==  BY ==WS-CLK-RETAIN-DAYS==
001730         ==CLK-ESCALATE-MINS==
001740             BY ==WS-CLK-ESCALATE-MINS==
001750         ==CLK-REPAGE-MINS==
001760             BY ==WS-CLK-REPAGE-MINS==
001770         ==CLK-HOME-DST-RULE==
001780             BY ==WS-CLK-HOME-DST-RULE==
001790         ==CLK-HOME-DST-KNOWN==
001800             BY ==WS-CLK-HOME-DST-KNOWN==.
001810     COPY CLKCLRC REPLACING
001820         ==CLK-COLOR-RECORD== BY ==WS-CLK-COLOR-RECORD==
001830         ==CLK-COLOR-NORMAL== BY ==WS-CLK-COLOR-NORMAL==
001840         ==CLK-COLOR-ALARM==  BY ==WS-CLK-COLOR-ALARM==
001850         ==CLK-COLOR-CUTOVER==
001860             BY ==WS-CLK-COLOR-CUTOVER==.
001870*****************************************************************
001880* BEFORE-IMAGES FOR THE CHANGE-AUDIT JOURNAL.  SNAPSHOT OF THE
001890*     RESOLVED SETTINGS TAKEN AT THE END OF 1000-INITIALIZE;
001900*     5500-WRITE-CHANGE-JOURNAL COMPARES THE LIVE SETTINGS
001910*     AGAINST THESE ON A CONFIRMED SAVE AND APPENDS ONE CLOCKCHG
001920*     RECORD PER FIELD THAT ACTUALLY MOVED.
001930*****************************************************************
001940     COPY CLKPARM REPLACING
001950         ==CLK-PARM-RECORD==  BY ==OLD-CLK-PARM-RECORD==
001960         ==CLK-DISPLAY-MODE== BY ==OLD-CLK-DISPLAY-MODE==
001970         ==CLK-MODE-12-HOUR== BY ==OLD-CLK-MODE-12-HOUR==
001980         ==CLK-MODE-24-HOUR== BY ==OLD-CLK-MODE-24-HOUR==
001990         ==CLK-ALARM-SWITCH== BY ==OLD-CLK-ALARM-SWITCH==
002000         ==CLK-ALARM-ENABLED==
002010             BY ==OLD-CLK-ALARM-ENABLED==
002020         ==CLK-ALARM-DISABLED==
002030             BY ==OLD-CLK-ALARM-DISABLED==
002040         ==CLK-TARGET-TIME==  BY ==OLD-CLK-TARGET-TIME==
002050         ==CLK-TARGET-HOURS== BY ==OLD-CLK-TARGET-HOURS==
002060         ==CLK-TARGET-MINUTES==
002070             BY ==OLD-CLK-TARGET-MINUTES==
002080         ==CLK-TARGET-SECONDS==
002090             BY ==OLD-CLK-TARGET-SECONDS==
002100         ==CLK-SLEEP-NANOS==  BY ==OLD-CLK-SLEEP-NANOS==
002110         ==CLK-RUN-MODE==     BY ==OLD-CLK-RUN-MODE==
002120         ==CLK-RUN-WALL-CLOCK==
002130             BY ==OLD-CLK-RUN-WALL-CLOCK==
002140         ==CLK-RUN-STOPWATCH==
002150             BY ==OLD-CLK-RUN-STOPWATCH==
002160         ==CLK-RUN-PREFLIGHT==
002170             BY ==OLD-CLK-RUN-PREFLIGHT==
002180         ==CLK-DRIFT-THRESH-SECS==
002190             BY ==OLD-CLK-DRIFT-THRESH-SECS==
002200         ==CLK-RETAIN-DAYS==  BY ==OLD-CLK-RETAIN-DAYS==
002210         ==CLK-ESCALATE-MINS==
002220             BY ==OLD-CLK-ESCALATE-MINS==
002230         ==CLK-REPAGE-MINS==
002240             BY ==OLD-CLK-REPAGE-MINS==
002250         ==CLK-HOME-DST-RULE==
002260             BY ==OLD-CLK-HOME-DST-RULE==
002270         ==CLK-HOME-DST-KNOWN==
002280             BY ==OLD-CLK-HOME-DST-KNOWN==.
002290     COPY CLKCLRC REPLACING
002300         ==CLK-COLOR-RECORD== BY ==OLD-CLK-COLOR-RECORD==
002310         ==CLK-COLOR-NORMAL== BY ==OLD-CLK-COLOR-NORMAL==
002320         ==CLK-COLOR-ALARM==  BY ==OLD-CLK-COLOR-ALARM==
002330         ==CLK-COLOR-CUTOVER==
002340             BY ==OLD-CLK-COLOR-CUTOVER==.
002350 01  OLD-MNT-TZ-TABLE.
002360     05  OLD-MNT-TZ-ENTRY OCCURS 3 TIMES.
002370         10  OLD-TZT-SITE-NAME     PIC X(10).
002380         10  OLD-TZT-OFFSET-SIGN   PIC X(01).
002390         10  OLD-TZT-OFFSET-HRS    PIC 99.
002400         10  OLD-TZT-OFFSET-MINS   PIC 99.
002410         10  OLD-TZT-DST-RULE      PIC X(08).
002420         10  OLD-TZT-DST-START     PIC X(08).
002430         10  OLD-TZT-DST-END       PIC X(08).
002440 77  MNT-CHG-FILE-STATUS       PIC X(02).
002450 77  MNT-OPERATOR-ID           PIC X(08) VALUE SPACES.
002460 77  MNT-CHG-STAGE-FILE        PIC X(08).
002470 77  MNT-CHG-STAGE-FIELD       PIC X(14).
002480 77  MNT-CHG-STAGE-BEFORE      PIC X(10).
002490 77  MNT-CHG-STAGE-AFTER       PIC X(10).
002500 77  MNT-CHG-TIME-RAW          PIC 9(08).
002510 77  MNT-CHG-COUNT             PIC 9(03) COMP VALUE ZERO.
002520 77  MNT-CHG-SLOT-DIGIT        PIC 9(01).
002530 77  MNT-CHG-OPEN-SWITCH       PIC X(01) VALUE 'N'.
002540     88  MNT-CHG-OPEN              VALUE 'Y'.
002550 77  MNT-PARM-FILE-STATUS      PIC X(02).
002560 77  MNT-TZ-FILE-STATUS        PIC X(02).
002570 77  MNT-COLOR-FILE-STATUS     PIC X(02).
002580 77  MNT-TZ-EOF-SWITCH         PIC X(01) VALUE 'N'.
002590     88  MNT-TZ-AT-END             VALUE 'Y'.
002600 01  MNT-TZ-TABLE.
002610     05  MNT-TZ-ENTRY OCCURS 3 TIMES INDEXED BY MNT-TZ-IDX.
002620         10  MNT-TZT-SITE-NAME     PIC X(10).
002630         10  MNT-TZT-OFFSET-SIGN   PIC X(01).
002640         10  MNT-TZT-OFFSET-HRS    PIC 99.
002650         10  MNT-TZT-OFFSET-MINS   PIC 99.
002660         10  MNT-TZT-DST-RULE      PIC X(08).
002670         10  MNT-TZT-DST-START     PIC X(08).
002680         10  MNT-TZT-DST-END       PIC X(08).
002690 77  MNT-TZ-COUNT              PIC 9(01) VALUE ZERO.
002700 77  MNT-TZ-SUB                PIC 9(01) COMP.
002710 77  MNT-TZ-LINE-NUM           PIC 9(02) COMP.
002720 77  MNT-FIELD-OK-SWITCH       PIC X(01) VALUE 'N'.
002730     88  MNT-FIELD-OK              VALUE 'Y'.
002740 77  MNT-ANSWER                PIC X(10).
002750 01  MNT-ANSWER-DATE           PIC X(08).
002760 01  MNT-ANSWER-DATE-PARTS REDEFINES MNT-ANSWER-DATE.
002770     05  MNT-AD-YEAR           PIC 9(04).
002780     05  MNT-AD-MONTH          PIC 99.
002790     05  MNT-AD-DAY            PIC 99.
002800 77  MNT-DST-RULE-CHECK        PIC X(08).
002810     88  MNT-DST-RULE-KNOWN        VALUE 'NONE' 'US' 'EU' 'AU'
002820                                       'NZ' 'DATES'.
002830 01  MNT-ANSWER-TIME           PIC X(06).
002840 01  MNT-ANSWER-TIME-PARTS REDEFINES MNT-ANSWER-TIME.
002850     05  MNT-AT-HOURS          PIC 99.
002860     05  MNT-AT-MINUTES        PIC 99.
002870     05  MNT-AT-SECONDS        PIC 99.
002880 77  MNT-WRITE-FAIL-SWITCH     PIC X(01) VALUE 'N'.
002890     88  MNT-WRITE-FAILED          VALUE 'Y'.
002900 77  MNT-FAIL-FILE-NAME        PIC X(08).
002910 77  MNT-SAVE-SWITCH           PIC X(01) VALUE 'N'.
002920     88  MNT-SAVE-REQUESTED        VALUE 'Y'.
002930     88  MNT-SAVE-DECLINED         VALUE 'N'.
002940 77  MNT-BLANK-LINE            PIC X(60) VALUE SPACES.
002950 PROCEDURE DIVISION.
002960*****************************************************************
002970* 0000-MAINLINE
002980*     TOP-LEVEL CONTROL FLOW.  RESOLVE THE CURRENT SETTINGS THE
002990*     WAY THE CLOCK WOULD, PAINT THE SCREEN, WALK THE OPERATOR
003000*     THROUGH THE FIELDS, AND WRITE THE FILES BACK IF THE
003010*     CHANGES ARE CONFIRMED.
003020*****************************************************************
003030 0000-MAINLINE.
003040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003050     PERFORM 1500-GET-OPERATOR THRU 1500-EXIT
003060     PERFORM 2000-PAINT-SCREEN THRU 2000-EXIT
003070     PERFORM 3000-EDIT-FIELDS THRU 3000-EXIT
003080     PERFORM 4000-CONFIRM-SAVE THRU 4000-EXIT
003090     IF MNT-SAVE-REQUESTED
003100         PERFORM 5000-WRITE-FILES THRU 5000-EXIT
003110     END-IF
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT
003130     STOP RUN.
003140*****************************************************************
003150* 1000-INITIALIZE
003160*     RESOLVES THE CURRENT SETTINGS: DEFAULTS FIRST, THEN ONLY
003170*     THE FIELDS EACH CONTROL FILE ACTUALLY SUPPLIES, MIRRORING
003180*     THE CLOCK'S OWN 1100-READ-PARMS / 1300-READ-COLORS /
003190*     1200-READ-TIMEZONES TREATMENT.
003200*****************************************************************
003210 1000-INITIALIZE.
003220     MOVE '1' TO CLK-DISPLAY-MODE
003230     MOVE 'N' TO CLK-ALARM-SWITCH
003240     MOVE ZEROES TO CLK-TARGET-TIME
003250     MOVE 1000000000 TO CLK-SLEEP-NANOS
003260     MOVE 'C' TO CLK-RUN-MODE
003270     MOVE 5 TO CLK-DRIFT-THRESH-SECS
003280     MOVE 14 TO CLK-RETAIN-DAYS
003290     MOVE 10 TO CLK-ESCALATE-MINS
003300     MOVE 10 TO CLK-REPAGE-MINS
003310     MOVE 'NONE' TO CLK-HOME-DST-RULE
003320     MOVE 2 TO CLK-COLOR-NORMAL
003330     MOVE 6 TO CLK-COLOR-ALARM
003340     MOVE 4 TO CLK-COLOR-CUTOVER
003350     MOVE SPACES TO MNT-TZ-TABLE
003360     PERFORM 1100-READ-PARMS THRU 1100-EXIT
003370     PERFORM 1200-READ-TIMEZONES THRU 1200-EXIT
003380     PERFORM 1300-READ-COLORS THRU 1300-EXIT
003390     MOVE CLK-PARM-RECORD TO OLD-CLK-PARM-RECORD
003400     MOVE CLK-COLOR-RECORD TO OLD-CLK-COLOR-RECORD
003410     MOVE MNT-TZ-TABLE TO OLD-MNT-TZ-TABLE.
003420 1000-EXIT.
003430     EXIT.
003440*****************************************************************
003450* 1500-GET-OPERATOR
003460*     PROMPTS FOR THE OPERATOR ID BEFORE THE MAINTENANCE SCREEN
003470*     COMES UP AND REFUSES A BLANK ONE, SO EVERY CLOCKCHG
003480*     JOURNAL RECORD NAMES WHO MADE THE SAVE.
003490*****************************************************************
003500 1500-GET-OPERATOR.
003510     CALL X"E4"
003520     DISPLAY 'CLOCK CONTROL-FILE MAINTENANCE'
003530         AT LINE 1, COLUMN 2
003540     DISPLAY 'OPERATOR ID (REQUIRED)...........:'
003550         AT LINE 3, COLUMN 2
003560     MOVE 'N' TO MNT-FIELD-OK-SWITCH
003570     PERFORM 1510-GET-ONE-OPERATOR THRU 1510-EXIT
003580         UNTIL MNT-FIELD-OK.
003590 1500-EXIT.
003600     EXIT.
003610 1510-GET-ONE-OPERATOR.
003620     MOVE SPACES TO MNT-ANSWER
003630     ACCEPT MNT-ANSWER AT LINE 3, COLUMN 44
003640     IF MNT-ANSWER = SPACES
003650         MOVE 'OPERATOR ID MUST NOT BE BLANK' TO MNT-BLANK-LINE
003660         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
003670     ELSE
003680         MOVE MNT-ANSWER(1:8) TO MNT-OPERATOR-ID
003690         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
003700         SET MNT-FIELD-OK TO TRUE
003710     END-IF.
003720 1510-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 1100-READ-PARMS
003760*     LOADS THE ONE-RECORD CLOCKPRM FILE, IF PRESENT, INTO THE
003770*     SCRATCH BUFFER AND APPLIES ONLY THE SUPPLIED FIELDS.
003780*****************************************************************
003790 1100-READ-PARMS.
003800     OPEN INPUT CLOCK-PARM-FILE
003810     IF MNT-PARM-FILE-STATUS = '00'
003820         READ CLOCK-PARM-FILE INTO WS-CLK-PARM-RECORD
003830             AT END
003840                 CONTINUE
003850         END-READ
003860         IF MNT-PARM-FILE-STATUS = '00'
003870             PERFORM 1150-APPLY-PARMS THRU 1150-EXIT
003880         END-IF
003890         CLOSE CLOCK-PARM-FILE
003900     ELSE
003910         IF MNT-PARM-FILE-STATUS = '05'
003920             CLOSE CLOCK-PARM-FILE
003930         END-IF
003940     END-IF.
003950 1100-EXIT.
003960     EXIT.
003970*****************************************************************
003980* 1150-APPLY-PARMS
003990*     MOVES ONLY THE FIELDS THE FILE ACTUALLY SUPPLIED ONTO THE
004000*     LIVE SETTINGS, EXACTLY AS THE CLOCK'S 1150-APPLY-PARMS
004010*     DOES, SO THE SCREEN SHOWS WHAT THE CLOCK WOULD RUN WITH.
004020*****************************************************************
004030 1150-APPLY-PARMS.
004040     IF WS-CLK-DISPLAY-MODE NOT = SPACE
004050         MOVE WS-CLK-DISPLAY-MODE TO CLK-DISPLAY-MODE
004060     END-IF
004070     IF WS-CLK-ALARM-SWITCH NOT = SPACE
004080         MOVE WS-CLK-ALARM-SWITCH TO CLK-ALARM-SWITCH
004090     END-IF
004100     IF WS-CLK-TARGET-HOURS IS NUMERIC
004110             AND WS-CLK-TARGET-MINUTES IS NUMERIC
004120             AND WS-CLK-TARGET-SECONDS IS NUMERIC
004130             AND WS-CLK-TARGET-HOURS < 24
004140             AND WS-CLK-TARGET-MINUTES < 60
004150             AND WS-CLK-TARGET-SECONDS < 60
004160         MOVE WS-CLK-TARGET-HOURS TO CLK-TARGET-HOURS
004170         MOVE WS-CLK-TARGET-MINUTES TO CLK-TARGET-MINUTES
004180         MOVE WS-CLK-TARGET-SECONDS TO CLK-TARGET-SECONDS
004190     END-IF
004200     IF WS-CLK-SLEEP-NANOS IS NUMERIC
004210         MOVE WS-CLK-SLEEP-NANOS TO CLK-SLEEP-NANOS
004220     END-IF
004230     IF WS-CLK-RUN-MODE NOT = SPACE
004240         MOVE WS-CLK-RUN-MODE TO CLK-RUN-MODE
004250     END-IF
004260     IF WS-CLK-DRIFT-THRESH-SECS IS NUMERIC
004270         MOVE WS-CLK-DRIFT-THRESH-SECS TO CLK-DRIFT-THRESH-SECS
004280     END-IF
004290     IF WS-CLK-RETAIN-DAYS IS NUMERIC
004300         MOVE WS-CLK-RETAIN-DAYS TO CLK-RETAIN-DAYS
004310     END-IF
004320     IF WS-CLK-ESCALATE-MINS IS NUMERIC
004330         MOVE WS-CLK-ESCALATE-MINS TO CLK-ESCALATE-MINS
004340     END-IF
004350     IF WS-CLK-REPAGE-MINS IS NUMERIC
004360         MOVE WS-CLK-REPAGE-MINS TO CLK-REPAGE-MINS
004370     END-IF
004380     IF WS-CLK-HOME-DST-KNOWN
004390         MOVE WS-CLK-HOME-DST-RULE TO CLK-HOME-DST-RULE
004400     END-IF.
004410 1150-EXIT.
004420     EXIT.
004430*****************************************************************
004440* 1200-READ-TIMEZONES
004450*     LOADS UP TO THREE CLOCKTZ ENTRIES INTO THE SLOT TABLE,
004460*     SKIPPING A LINE THE CLOCK'S OWN READER WOULD SKIP.
004470*****************************************************************
004480 1200-READ-TIMEZONES.
004490     MOVE ZERO TO MNT-TZ-COUNT
004500     MOVE 'N' TO MNT-TZ-EOF-SWITCH
004510     OPEN INPUT CLOCK-TZ-FILE
004520     IF MNT-TZ-FILE-STATUS = '00'
004530         PERFORM 1210-READ-ONE-TZ THRU 1210-EXIT
004540             UNTIL MNT-TZ-AT-END OR MNT-TZ-COUNT = 3
004550         CLOSE CLOCK-TZ-FILE
004560     ELSE
004570         IF MNT-TZ-FILE-STATUS = '05'
004580             CLOSE CLOCK-TZ-FILE
004590         END-IF
004600     END-IF.
004610 1200-EXIT.
004620     EXIT.
004630*****************************************************************
004640* 1210-READ-ONE-TZ
004650*     READS ONE CLOCKTZ RECORD INTO THE NEXT SLOT, SKIPPING A
004660*     LINE THE CLOCK WOULD SKIP -- A NON-NUMERIC OR OUT-OF-RANGE
004670*     OFFSET, AN UNKNOWN DST RULE, OR A DATES RULE WITHOUT TWO
004680*     REAL DATES IN ORDER.  A BLANK MINUTES FIELD READS AS 00.
004690*****************************************************************
004700 1210-READ-ONE-TZ.
004710     READ CLOCK-TZ-FILE
004720         AT END
004730             SET MNT-TZ-AT-END TO TRUE
004740     END-READ
004750     IF MNT-TZ-AT-END
004760         GO TO 1210-EXIT
004770     END-IF
004780     IF CLK-TZ-OFFSET-HRS IS NOT NUMERIC
004790             OR CLK-TZ-OFFSET-HRS > 14
004800         GO TO 1210-EXIT
004810     END-IF
004820     IF CLK-TZ-OFFSET-MINS-X = SPACES
004830         MOVE ZERO TO CLK-TZ-OFFSET-MINS
004840     END-IF
004850     IF CLK-TZ-OFFSET-MINS IS NOT NUMERIC
004860             OR CLK-TZ-OFFSET-MINS > 59
004870         GO TO 1210-EXIT
004880     END-IF
004890     IF CLK-TZ-OFFSET-HRS = 14 AND CLK-TZ-OFFSET-MINS > ZERO
004900         GO TO 1210-EXIT
004910     END-IF
004920     IF NOT CLK-TZ-DST-KNOWN
004930         GO TO 1210-EXIT
004940     END-IF
004950     IF CLK-TZ-DST-DATES
004960         IF CLK-TZ-DST-START IS NOT NUMERIC
004970                 OR CLK-TZ-DST-END IS NOT NUMERIC
004980             GO TO 1210-EXIT
004990         END-IF
005000         IF CLK-TZ-DST-START-MONTH < 1
005010                 OR CLK-TZ-DST-START-MONTH > 12
005020                 OR CLK-TZ-DST-START-DAY < 1
005030                 OR CLK-TZ-DST-START-DAY > 31
005040                 OR CLK-TZ-DST-END-MONTH < 1
005050                 OR CLK-TZ-DST-END-MONTH > 12
005060                 OR CLK-TZ-DST-END-DAY < 1
005070                 OR CLK-TZ-DST-END-DAY > 31
005080                 OR CLK-TZ-DST-START NOT < CLK-TZ-DST-END
005090             GO TO 1210-EXIT
005100         END-IF
005110     END-IF
005120     ADD 1 TO MNT-TZ-COUNT
005130     SET MNT-TZ-IDX TO MNT-TZ-COUNT
005140     MOVE CLK-TZ-SITE-NAME TO MNT-TZT-SITE-NAME(MNT-TZ-IDX)
005150     MOVE CLK-TZ-OFFSET-SIGN TO MNT-TZT-OFFSET-SIGN(MNT-TZ-IDX)
005160     MOVE CLK-TZ-OFFSET-HRS TO MNT-TZT-OFFSET-HRS(MNT-TZ-IDX)
005170     MOVE CLK-TZ-OFFSET-MINS TO MNT-TZT-OFFSET-MINS(MNT-TZ-IDX)
005180     MOVE CLK-TZ-DST-RULE TO MNT-TZT-DST-RULE(MNT-TZ-IDX)
005190     IF CLK-TZ-DST-DATES
005200         MOVE CLK-TZ-DST-START TO MNT-TZT-DST-START(MNT-TZ-IDX)
005210         MOVE CLK-TZ-DST-END TO MNT-TZT-DST-END(MNT-TZ-IDX)
005220     END-IF.
005230 1210-EXIT.
005240     EXIT.
005250*****************************************************************
005260* 1300-READ-COLORS
005270*     LOADS THE CLOCKCLR CODES, IF PRESENT, INTO THE SCRATCH
005280*     BUFFER AND APPLIES ONLY THE NUMERIC ONES.
005290*****************************************************************
005300 1300-READ-COLORS.
005310     OPEN INPUT CLOCK-COLOR-FILE
005320     IF MNT-COLOR-FILE-STATUS = '00'
005330         READ CLOCK-COLOR-FILE INTO WS-CLK-COLOR-RECORD
005340             AT END
005350                 CONTINUE
005360         END-READ
005370         IF MNT-COLOR-FILE-STATUS = '00'
005380             IF WS-CLK-COLOR-NORMAL IS NUMERIC
005390                 MOVE WS-CLK-COLOR-NORMAL TO CLK-COLOR-NORMAL
005400             END-IF
005410             IF WS-CLK-COLOR-ALARM IS NUMERIC
005420                 MOVE WS-CLK-COLOR-ALARM TO CLK-COLOR-ALARM
005430             END-IF
005440             IF WS-CLK-COLOR-CUTOVER IS NUMERIC
005450                 MOVE WS-CLK-COLOR-CUTOVER TO CLK-COLOR-CUTOVER
005460             END-IF
005470         END-IF
005480         CLOSE CLOCK-COLOR-FILE
005490     ELSE
005500         IF MNT-COLOR-FILE-STATUS = '05'
005510             CLOSE CLOCK-COLOR-FILE
005520         END-IF
005530     END-IF.
005540 1300-EXIT.
005550     EXIT.
005560*****************************************************************
005570* 2000-PAINT-SCREEN
005580*     PAINTS THE FULL MAINTENANCE SCREEN: TITLE, EVERY LABELED
005590*     FIELD WITH ITS CURRENT RESOLVED VALUE, AND THE PROMPT
005600*     LEGEND.  FIELD VALUES SIT IN COLUMN 44.
005610*****************************************************************
005620 2000-PAINT-SCREEN.
005630     CALL X"E4"
005640     DISPLAY 'CLOCK CONTROL-FILE MAINTENANCE'
005650         AT LINE 1, COLUMN 2
005660     DISPLAY 'OPERATOR:' AT LINE 1, COLUMN 44
005670     DISPLAY MNT-OPERATOR-ID AT LINE 1, COLUMN 54
005680     DISPLAY 'BLANK ENTRY KEEPS THE VALUE SHOWN'
005690         AT LINE 2, COLUMN 2
005700     DISPLAY 'TZ OFFSETS: STANDARD TIME FROM OURS'
005710         AT LINE 2, COLUMN 37
005720     DISPLAY 'DISPLAY MODE (1=12HR 2=24HR).....:'
005730         AT LINE 4, COLUMN 2
005740     DISPLAY CLK-DISPLAY-MODE AT LINE 4, COLUMN 44
005750     DISPLAY 'ALARM ENABLED (Y/N)..............:'
005760         AT LINE 5, COLUMN 2
005770     DISPLAY CLK-ALARM-SWITCH AT LINE 5, COLUMN 44
005780     DISPLAY 'CUTOVER TARGET TIME (HHMMSS).....:'
005790         AT LINE 6, COLUMN 2
005800     DISPLAY CLK-TARGET-TIME AT LINE 6, COLUMN 44
005810     DISPLAY 'REFRESH SLEEP (NANOSECONDS)......:'
005820         AT LINE 7, COLUMN 2
005830     DISPLAY CLK-SLEEP-NANOS AT LINE 7, COLUMN 44
005840     DISPLAY 'RUN MODE (C=CLK S=SW P=PREFLIGHT):'
005850         AT LINE 8, COLUMN 2
005860     DISPLAY CLK-RUN-MODE AT LINE 8, COLUMN 44
005870     DISPLAY 'DRIFT THRESHOLD (SECONDS)........:'
005880         AT LINE 9, COLUMN 2
005890     DISPLAY CLK-DRIFT-THRESH-SECS AT LINE 9, COLUMN 44
005900     DISPLAY 'LOG RETENTION (DAYS).............:'
005910         AT LINE 10, COLUMN 2
005920     DISPLAY CLK-RETAIN-DAYS AT LINE 10, COLUMN 44
005930     DISPLAY 'HOME DST RULE....:'
005940         AT LINE 10, COLUMN 49
005950     DISPLAY CLK-HOME-DST-RULE AT LINE 10, COLUMN 68
005960     DISPLAY 'ESCALATE UNACKED (MIN, 000=OFF)..:'
005970         AT LINE 11, COLUMN 2
005980     DISPLAY CLK-ESCALATE-MINS AT LINE 11, COLUMN 44
005990     DISPLAY 'RE-PAGE 2ND (MIN):'
006000         AT LINE 11, COLUMN 49
006010     DISPLAY CLK-REPAGE-MINS AT LINE 11, COLUMN 68
006020     DISPLAY 'COLOR CODES 0-7 (SEE CLKCLRC)'
006030         AT LINE 12, COLUMN 2
006040     DISPLAY 'NORMAL...........................:'
006050         AT LINE 13, COLUMN 2
006060     DISPLAY CLK-COLOR-NORMAL AT LINE 13, COLUMN 44
006070     DISPLAY 'ALARM ARMED......................:'
006080         AT LINE 14, COLUMN 2
006090     DISPLAY CLK-COLOR-ALARM AT LINE 14, COLUMN 44
006100     DISPLAY 'CUTOVER REACHED..................:'
006110         AT LINE 15, COLUMN 2
006120     DISPLAY CLK-COLOR-CUTOVER AT LINE 15, COLUMN 44
006130     DISPLAY 'TIMEZONE SLOTS (BLANK NAME = UNUSED)'
006140         AT LINE 16, COLUMN 2
006150     DISPLAY 'DST RULE: NONE US EU AU NZ DATES'
006160         AT LINE 16, COLUMN 40
006170     DISPLAY 'NAME        OFFSET  DST RULE  DST FROM  DST UNTIL'
006180         AT LINE 17, COLUMN 9
006190     PERFORM 2100-PAINT-ONE-TZ THRU 2100-EXIT
006200         VARYING MNT-TZ-SUB FROM 1 BY 1
006210         UNTIL MNT-TZ-SUB > 3.
006220 2000-EXIT.
006230     EXIT.
006240*****************************************************************
006250* 2100-PAINT-ONE-TZ
006260*     PAINTS ONE TIMEZONE SLOT'S LABEL AND CURRENT NAME, SIGN,
006270*     HOURS:MINUTES OFFSET, DST RULE, AND (FOR A DATES RULE) ITS
006280*     FROM AND UNTIL DATES UNDER THE HEADINGS ON LINE 17.  THE
006290*     WHOLE LINE IS REWRITTEN, SO IT ALSO TIDIES A SLOT AFTER ITS
006300*     FIELDS HAVE BEEN ACCEPTED.
006310*****************************************************************
006320 2100-PAINT-ONE-TZ.
006330     COMPUTE MNT-TZ-LINE-NUM = 17 + MNT-TZ-SUB
006340     DISPLAY MNT-BLANK-LINE AT LINE MNT-TZ-LINE-NUM, COLUMN 2
006350     DISPLAY 'SITE' AT LINE MNT-TZ-LINE-NUM, COLUMN 2
006360     DISPLAY MNT-TZ-SUB AT LINE MNT-TZ-LINE-NUM, COLUMN 7
006370     IF MNT-TZT-SITE-NAME(MNT-TZ-SUB) = SPACES
006380         GO TO 2100-EXIT
006390     END-IF
006400     DISPLAY MNT-TZT-SITE-NAME(MNT-TZ-SUB)
006410         AT LINE MNT-TZ-LINE-NUM, COLUMN 9
006420     DISPLAY MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
006430         AT LINE MNT-TZ-LINE-NUM, COLUMN 21
006440     DISPLAY MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
006450         AT LINE MNT-TZ-LINE-NUM, COLUMN 22
006460     DISPLAY ':' AT LINE MNT-TZ-LINE-NUM, COLUMN 24
006470     DISPLAY MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
006480         AT LINE MNT-TZ-LINE-NUM, COLUMN 25
006490     DISPLAY MNT-TZT-DST-RULE(MNT-TZ-SUB)
006500         AT LINE MNT-TZ-LINE-NUM, COLUMN 29
006510     DISPLAY MNT-TZT-DST-START(MNT-TZ-SUB)
006520         AT LINE MNT-TZ-LINE-NUM, COLUMN 39
006530     DISPLAY MNT-TZT-DST-END(MNT-TZ-SUB)
006540         AT LINE MNT-TZ-LINE-NUM, COLUMN 49.
006550 2100-EXIT.
006560     EXIT.
006570*****************************************************************
006580* 3000-EDIT-FIELDS
006590*     WALKS THE OPERATOR THROUGH EVERY FIELD IN SCREEN ORDER.
006600*     EACH FIELD LOOPS UNTIL THE ENTRY IS BLANK (KEEP) OR PASSES
006610*     THE SAME VALIDATION THE CLOCK APPLIES.
006620*****************************************************************
006630 3000-EDIT-FIELDS.
006640     PERFORM 3100-EDIT-DISPLAY-MODE THRU 3100-EXIT
006650     PERFORM 3150-EDIT-ALARM-SWITCH THRU 3150-EXIT
006660     PERFORM 3200-EDIT-TARGET-TIME THRU 3200-EXIT
006670     PERFORM 3250-EDIT-SLEEP-NANOS THRU 3250-EXIT
006680     PERFORM 3300-EDIT-RUN-MODE THRU 3300-EXIT
006690     PERFORM 3350-EDIT-DRIFT-THRESH THRU 3350-EXIT
006700     PERFORM 3400-EDIT-RETAIN-DAYS THRU 3400-EXIT
006710     PERFORM 3446-EDIT-HOME-DST-RULE THRU 3446-EXIT
006720     PERFORM 3420-EDIT-ESCALATE-MINS THRU 3420-EXIT
006730     PERFORM 3440-EDIT-REPAGE-MINS THRU 3440-EXIT
006740     PERFORM 3450-EDIT-COLORS THRU 3450-EXIT
006750     PERFORM 3500-EDIT-ONE-TZ THRU 3500-EXIT
006760         VARYING MNT-TZ-SUB FROM 1 BY 1
006770         UNTIL MNT-TZ-SUB > 3.
006780 3000-EXIT.
006790     EXIT.
006800*****************************************************************
006810* 3100-EDIT-DISPLAY-MODE
006820*     ACCEPTS THE DISPLAY MODE; ONLY 1 OR 2 IS TAKEN.
006830*****************************************************************
006840 3100-EDIT-DISPLAY-MODE.
006850     MOVE 'N' TO MNT-FIELD-OK-SWITCH
006860     PERFORM 3110-GET-DISPLAY-MODE THRU 3110-EXIT
006870         UNTIL MNT-FIELD-OK.
006880 3100-EXIT.
006890     EXIT.
006900 3110-GET-DISPLAY-MODE.
006910     MOVE SPACES TO MNT-ANSWER
006920     ACCEPT MNT-ANSWER AT LINE 4, COLUMN 44
006930     IF MNT-ANSWER = SPACES
006940         DISPLAY CLK-DISPLAY-MODE AT LINE 4, COLUMN 44
006950         SET MNT-FIELD-OK TO TRUE
006960         GO TO 3110-EXIT
006970     END-IF
006980     IF MNT-ANSWER(1:1) = '1' OR MNT-ANSWER(1:1) = '2'
006990         MOVE MNT-ANSWER(1:1) TO CLK-DISPLAY-MODE
007000         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
007010         SET MNT-FIELD-OK TO TRUE
007020     ELSE
007030         MOVE 'DISPLAY MODE MUST BE 1 OR 2' TO MNT-BLANK-LINE
007040         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
007050     END-IF.
007060 3110-EXIT.
007070     EXIT.
007080*****************************************************************
007090* 3150-EDIT-ALARM-SWITCH
007100*     ACCEPTS THE ALARM ENABLE SWITCH; ONLY Y OR N IS TAKEN.
007110*****************************************************************
007120 3150-EDIT-ALARM-SWITCH.
007130     MOVE 'N' TO MNT-FIELD-OK-SWITCH
007140     PERFORM 3160-GET-ALARM-SWITCH THRU 3160-EXIT
007150         UNTIL MNT-FIELD-OK.
007160 3150-EXIT.
007170     EXIT.
007180 3160-GET-ALARM-SWITCH.
007190     MOVE SPACES TO MNT-ANSWER
007200     ACCEPT MNT-ANSWER AT LINE 5, COLUMN 44
007210     IF MNT-ANSWER = SPACES
007220         DISPLAY CLK-ALARM-SWITCH AT LINE 5, COLUMN 44
007230         SET MNT-FIELD-OK TO TRUE
007240         GO TO 3160-EXIT
007250     END-IF
007260     IF MNT-ANSWER(1:1) = 'Y' OR MNT-ANSWER(1:1) = 'N'
007270         MOVE MNT-ANSWER(1:1) TO CLK-ALARM-SWITCH
007280         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
007290         SET MNT-FIELD-OK TO TRUE
007300     ELSE
007310         MOVE 'ALARM SWITCH MUST BE Y OR N' TO MNT-BLANK-LINE
007320         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
007330     END-IF.
007340 3160-EXIT.
007350     EXIT.
007360*****************************************************************
007370* 3200-EDIT-TARGET-TIME
007380*     ACCEPTS THE CUTOVER TARGET AS HHMMSS AND HOLDS IT TO THE
007390*     SAME 00:00:00-23:59:59 RANGE THE CLOCK ENFORCES.
007400*****************************************************************
007410 3200-EDIT-TARGET-TIME.
007420     MOVE 'N' TO MNT-FIELD-OK-SWITCH
007430     PERFORM 3210-GET-TARGET-TIME THRU 3210-EXIT
007440         UNTIL MNT-FIELD-OK.
007450 3200-EXIT.
007460     EXIT.
007470 3210-GET-TARGET-TIME.
007480     MOVE SPACES TO MNT-ANSWER
007490     ACCEPT MNT-ANSWER AT LINE 6, COLUMN 44
007500     IF MNT-ANSWER = SPACES
007510         DISPLAY CLK-TARGET-TIME AT LINE 6, COLUMN 44
007520         SET MNT-FIELD-OK TO TRUE
007530         GO TO 3210-EXIT
007540     END-IF
007550     MOVE MNT-ANSWER(1:6) TO MNT-ANSWER-TIME
007560     IF MNT-ANSWER-TIME IS NUMERIC
007570             AND MNT-AT-HOURS < 24
007580             AND MNT-AT-MINUTES < 60
007590             AND MNT-AT-SECONDS < 60
007600         MOVE MNT-AT-HOURS TO CLK-TARGET-HOURS
007610         MOVE MNT-AT-MINUTES TO CLK-TARGET-MINUTES
007620         MOVE MNT-AT-SECONDS TO CLK-TARGET-SECONDS
007630         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
007640         SET MNT-FIELD-OK TO TRUE
007650     ELSE
007660         MOVE 'TARGET MUST BE HHMMSS, 000000-235959'
007670             TO MNT-BLANK-LINE
007680         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
007690     END-IF.
007700 3210-EXIT.
007710     EXIT.
007720*****************************************************************
007730* 3250-EDIT-SLEEP-NANOS
007740*     ACCEPTS THE REFRESH SLEEP; ALL TEN DIGITS MUST BE TYPED SO
007750*     A ONE-COLUMN SLIP CAN NEVER SCALE THE INTERVAL BY TEN.
007760*****************************************************************
007770 3250-EDIT-SLEEP-NANOS.
007780     MOVE 'N' TO MNT-FIELD-OK-SWITCH
007790     PERFORM 3260-GET-SLEEP-NANOS THRU 3260-EXIT
007800         UNTIL MNT-FIELD-OK.
007810 3250-EXIT.
007820     EXIT.
007830 3260-GET-SLEEP-NANOS.
007840     MOVE SPACES TO MNT-ANSWER
007850     ACCEPT MNT-ANSWER AT LINE 7, COLUMN 44
007860     IF MNT-ANSWER = SPACES
007870         DISPLAY CLK-SLEEP-NANOS AT LINE 7, COLUMN 44
007880         SET MNT-FIELD-OK TO TRUE
007890         GO TO 3260-EXIT
007900     END-IF
007910     IF MNT-ANSWER IS NUMERIC
007920         MOVE MNT-ANSWER TO CLK-SLEEP-NANOS
007930         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
007940         SET MNT-FIELD-OK TO TRUE
007950     ELSE
007960         MOVE 'SLEEP MUST BE ALL TEN DIGITS, E.G. 1000000000'
007970             TO MNT-BLANK-LINE
007980         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
007990     END-IF.
008000 3260-EXIT.
008010     EXIT.
008020*****************************************************************
008030* 3300-EDIT-RUN-MODE
008040*     ACCEPTS THE RUN MODE; ONLY C, S, OR P IS TAKEN.
008050*****************************************************************
008060 3300-EDIT-RUN-MODE.
008070     MOVE 'N' TO MNT-FIELD-OK-SWITCH
008080     PERFORM 3310-GET-RUN-MODE THRU 3310-EXIT
008090         UNTIL MNT-FIELD-OK.
008100 3300-EXIT.
008110     EXIT.
008120 3310-GET-RUN-MODE.
008130     MOVE SPACES TO MNT-ANSWER
008140     ACCEPT MNT-ANSWER AT LINE 8, COLUMN 44
008150     IF MNT-ANSWER = SPACES
008160         DISPLAY CLK-RUN-MODE AT LINE 8, COLUMN 44
008170         SET MNT-FIELD-OK TO TRUE
008180         GO TO 3310-EXIT
008190     END-IF
008200     IF MNT-ANSWER(1:1) = 'C' OR MNT-ANSWER(1:1) = 'S'
008210             OR MNT-ANSWER(1:1) = 'P'
008220         MOVE MNT-ANSWER(1:1) TO CLK-RUN-MODE
008230         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
008240         SET MNT-FIELD-OK TO TRUE
008250     ELSE
008260         MOVE 'RUN MODE MUST BE C, S, OR P' TO MNT-BLANK-LINE
008270         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
008280     END-IF.
008290 3310-EXIT.
008300     EXIT.
008310*****************************************************************
008320* 3350-EDIT-DRIFT-THRESH
008330*     ACCEPTS THE DRIFT THRESHOLD AS THREE DIGITS OF SECONDS.
008340*****************************************************************
008350 3350-EDIT-DRIFT-THRESH.
008360     MOVE 'N' TO MNT-FIELD-OK-SWITCH
008370     PERFORM 3360-GET-DRIFT-THRESH THRU 3360-EXIT
008380         UNTIL MNT-FIELD-OK.
008390 3350-EXIT.
008400     EXIT.
008410 3360-GET-DRIFT-THRESH.
008420     MOVE SPACES TO MNT-ANSWER
008430     ACCEPT MNT-ANSWER AT LINE 9, COLUMN 44
008440     IF MNT-ANSWER = SPACES
008450         DISPLAY CLK-DRIFT-THRESH-SECS AT LINE 9, COLUMN 44
008460         SET MNT-FIELD-OK TO TRUE
008470         GO TO 3360-EXIT
008480     END-IF
008490     IF MNT-ANSWER(1:3) IS NUMERIC
008500             AND MNT-ANSWER(4:7) = SPACES
008510         MOVE MNT-ANSWER(1:3) TO CLK-DRIFT-THRESH-SECS
008520         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
008530         SET MNT-FIELD-OK TO TRUE
008540     ELSE
008550         MOVE 'THRESHOLD MUST BE THREE DIGITS, E.G. 005'
008560             TO MNT-BLANK-LINE
008570         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
008580     END-IF.
008590 3360-EXIT.
008600     EXIT.
008610*****************************************************************
008620* 3400-EDIT-RETAIN-DAYS
008630*     ACCEPTS THE LOG RETENTION AS THREE DIGITS OF DAYS.
008640*****************************************************************
008650 3400-EDIT-RETAIN-DAYS.
008660     MOVE 'N' TO MNT-FIELD-OK-SWITCH
008670     PERFORM 3410-GET-RETAIN-DAYS THRU 3410-EXIT
008680         UNTIL MNT-FIELD-OK.
008690 3400-EXIT.
008700     EXIT.
008710 3410-GET-RETAIN-DAYS.
008720     MOVE SPACES TO MNT-ANSWER
008730     ACCEPT MNT-ANSWER AT LINE 10, COLUMN 44
008740     IF MNT-ANSWER = SPACES
008750         DISPLAY CLK-RETAIN-DAYS AT LINE 10, COLUMN 44
008760         SET MNT-FIELD-OK TO TRUE
008770         GO TO 3410-EXIT
008780     END-IF
008790     IF MNT-ANSWER(1:3) IS NUMERIC
008800             AND MNT-ANSWER(4:7) = SPACES
008810         MOVE MNT-ANSWER(1:3) TO CLK-RETAIN-DAYS
008820         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
008830         SET MNT-FIELD-OK TO TRUE
008840     ELSE
008850         MOVE 'RETENTION MUST BE THREE DIGITS, E.G. 014'
008860             TO MNT-BLANK-LINE
008870         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
008880     END-IF.
008890 3410-EXIT.
008900     EXIT.
008910*****************************************************************
008920* 3420-EDIT-ESCALATE-MINS
008930*     ACCEPTS THE ESCALATION DELAY AS THREE DIGITS OF MINUTES;
008940*     000 TURNS ESCALATION OFF.
008950*****************************************************************
008960 3420-EDIT-ESCALATE-MINS.
008970     MOVE 'N' TO MNT-FIELD-OK-SWITCH
008980     PERFORM 3430-GET-ESCALATE-MINS THRU 3430-EXIT
008990         UNTIL MNT-FIELD-OK.
009000 3420-EXIT.
009010     EXIT.
009020 3430-GET-ESCALATE-MINS.
009030     MOVE SPACES TO MNT-ANSWER
009040     ACCEPT MNT-ANSWER AT LINE 11, COLUMN 44
009050     IF MNT-ANSWER = SPACES
009060         DISPLAY CLK-ESCALATE-MINS AT LINE 11, COLUMN 44
009070         SET MNT-FIELD-OK TO TRUE
009080         GO TO 3430-EXIT
009090     END-IF
009100     IF MNT-ANSWER(1:3) IS NUMERIC
009110             AND MNT-ANSWER(4:7) = SPACES
009120         MOVE MNT-ANSWER(1:3) TO CLK-ESCALATE-MINS
009130         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
009140         SET MNT-FIELD-OK TO TRUE
009150     ELSE
009160         MOVE 'ESCALATION MUST BE THREE DIGITS, E.G. 010'
009170             TO MNT-BLANK-LINE
009180         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
009190     END-IF.
009200 3430-EXIT.
009210     EXIT.
009220*****************************************************************
009230* 3440-EDIT-REPAGE-MINS
009240*     ACCEPTS THE RE-PAGE DELAY AS THREE DIGITS OF MINUTES AFTER
009250*     THE FIRST PAGE; 000 TURNS THE SECOND-TIER PAGE OFF.
009260*****************************************************************
009270 3440-EDIT-REPAGE-MINS.
009280     MOVE 'N' TO MNT-FIELD-OK-SWITCH
009290     PERFORM 3445-GET-REPAGE-MINS THRU 3445-EXIT
009300         UNTIL MNT-FIELD-OK.
009310 3440-EXIT.
009320     EXIT.
009330 3445-GET-REPAGE-MINS.
009340     MOVE SPACES TO MNT-ANSWER
009350     ACCEPT MNT-ANSWER AT LINE 11, COLUMN 68
009360     IF MNT-ANSWER = SPACES
009370         DISPLAY CLK-REPAGE-MINS AT LINE 11, COLUMN 68
009380         SET MNT-FIELD-OK TO TRUE
009390         GO TO 3445-EXIT
009400     END-IF
009410     IF MNT-ANSWER(1:3) IS NUMERIC
009420             AND MNT-ANSWER(4:7) = SPACES
009430         MOVE MNT-ANSWER(1:3) TO CLK-REPAGE-MINS
009440         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
009450         SET MNT-FIELD-OK TO TRUE
009460     ELSE
009470         MOVE 'RE-PAGE MUST BE THREE DIGITS, E.G. 010'
009480             TO MNT-BLANK-LINE
009490         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
009500     END-IF.
009510 3445-EXIT.
009520     EXIT.
009530*****************************************************************
009540* 3446-EDIT-HOME-DST-RULE
009550*     ACCEPTS OUR OWN SITE'S DST RULE, HELD TO THE NAMED RULES IN
009560*     THE CLKTZCF LIST.  DATES IS NOT TAKEN HERE -- CLOCKPRM HAS
009570*     NO ROOM FOR THE DATES, AND THE CLOCK WOULD IGNORE IT.
009580*****************************************************************
009590 3446-EDIT-HOME-DST-RULE.
009600     MOVE 'N' TO MNT-FIELD-OK-SWITCH
009610     PERFORM 3448-GET-HOME-DST-RULE THRU 3448-EXIT
009620         UNTIL MNT-FIELD-OK.
009630 3446-EXIT.
009640     EXIT.
009650 3448-GET-HOME-DST-RULE.
009660     MOVE SPACES TO MNT-ANSWER
009670     ACCEPT MNT-ANSWER AT LINE 10, COLUMN 68
009680     IF MNT-ANSWER = SPACES
009690         DISPLAY CLK-HOME-DST-RULE AT LINE 10, COLUMN 68
009700         SET MNT-FIELD-OK TO TRUE
009710         GO TO 3448-EXIT
009720     END-IF
009730     MOVE MNT-ANSWER TO MNT-DST-RULE-CHECK
009740     IF MNT-DST-RULE-KNOWN AND MNT-DST-RULE-CHECK NOT = 'DATES'
009750             AND MNT-ANSWER(9:2) = SPACES
009760         MOVE MNT-DST-RULE-CHECK TO CLK-HOME-DST-RULE
009770         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
009780         SET MNT-FIELD-OK TO TRUE
009790     ELSE
009800         MOVE 'HOME DST RULE MUST BE NONE, US, EU, AU OR NZ'
009810             TO MNT-BLANK-LINE
009820         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
009830     END-IF.
009840 3448-EXIT.
009850     EXIT.
009860*****************************************************************
009870* 3450-EDIT-COLORS
009880*     ACCEPTS THE THREE COLOR CODES IN SCREEN ORDER, EACH HELD
009890*     TO THE 0-7 FOREGROUND-COLOR RANGE CLKCLRC DOCUMENTS.
009900*****************************************************************
009910 3450-EDIT-COLORS.
009920     MOVE 'N' TO MNT-FIELD-OK-SWITCH
009930     PERFORM 3460-GET-COLOR-NORMAL THRU 3460-EXIT
009940         UNTIL MNT-FIELD-OK
009950     MOVE 'N' TO MNT-FIELD-OK-SWITCH
009960     PERFORM 3470-GET-COLOR-ALARM THRU 3470-EXIT
009970         UNTIL MNT-FIELD-OK
009980     MOVE 'N' TO MNT-FIELD-OK-SWITCH
009990     PERFORM 3480-GET-COLOR-CUTOVER THRU 3480-EXIT
010000         UNTIL MNT-FIELD-OK.
010010 3450-EXIT.
010020     EXIT.
010030 3460-GET-COLOR-NORMAL.
010040     MOVE SPACES TO MNT-ANSWER
010050     ACCEPT MNT-ANSWER AT LINE 13, COLUMN 44
010060     IF MNT-ANSWER = SPACES
010070         DISPLAY CLK-COLOR-NORMAL AT LINE 13, COLUMN 44
010080         SET MNT-FIELD-OK TO TRUE
010090         GO TO 3460-EXIT
010100     END-IF
010110     IF MNT-ANSWER(1:1) >= '0' AND MNT-ANSWER(1:1) <= '7'
010120         MOVE MNT-ANSWER(1:1) TO CLK-COLOR-NORMAL
010130         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
010140         SET MNT-FIELD-OK TO TRUE
010150     ELSE
010160         MOVE 'COLOR CODE MUST BE 0 THROUGH 7' TO MNT-BLANK-LINE
010170         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
010180     END-IF.
010190 3460-EXIT.
010200     EXIT.
010210 3470-GET-COLOR-ALARM.
010220     MOVE SPACES TO MNT-ANSWER
010230     ACCEPT MNT-ANSWER AT LINE 14, COLUMN 44
010240     IF MNT-ANSWER = SPACES
010250         DISPLAY CLK-COLOR-ALARM AT LINE 14, COLUMN 44
010260         SET MNT-FIELD-OK TO TRUE
010270         GO TO 3470-EXIT
010280     END-IF
010290     IF MNT-ANSWER(1:1) >= '0' AND MNT-ANSWER(1:1) <= '7'
010300         MOVE MNT-ANSWER(1:1) TO CLK-COLOR-ALARM
010310         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
010320         SET MNT-FIELD-OK TO TRUE
010330     ELSE
010340         MOVE 'COLOR CODE MUST BE 0 THROUGH 7' TO MNT-BLANK-LINE
010350         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
010360     END-IF.
010370 3470-EXIT.
010380     EXIT.
010390 3480-GET-COLOR-CUTOVER.
010400     MOVE SPACES TO MNT-ANSWER
010410     ACCEPT MNT-ANSWER AT LINE 15, COLUMN 44
010420     IF MNT-ANSWER = SPACES
010430         DISPLAY CLK-COLOR-CUTOVER AT LINE 15, COLUMN 44
010440         SET MNT-FIELD-OK TO TRUE
010450         GO TO 3480-EXIT
010460     END-IF
010470     IF MNT-ANSWER(1:1) >= '0' AND MNT-ANSWER(1:1) <= '7'
010480         MOVE MNT-ANSWER(1:1) TO CLK-COLOR-CUTOVER
010490         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
010500         SET MNT-FIELD-OK TO TRUE
010510     ELSE
010520         MOVE 'COLOR CODE MUST BE 0 THROUGH 7' TO MNT-BLANK-LINE
010530         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
010540     END-IF.
010550 3480-EXIT.
010560     EXIT.
010570*****************************************************************
010580* 3500-EDIT-ONE-TZ
010590*     ACCEPTS ONE TIMEZONE SLOT: NAME (BLANK-OUT WITH *), THEN
010600*     SIGN, OFFSET HOURS AND MINUTES, HELD TO THE SAME +/-14:00
010610*     RANGE THE CLOCK'S READER ENFORCES, THEN THE DST RULE AND,
010620*     FOR A DATES RULE ONLY, ITS FROM AND UNTIL DATES.  A SLOT
010630*     WITH A BLANK NAME IS NOT WRITTEN, SO NOTHING ELSE IS ASKED
010640*     FOR.  THE SLOT'S LINE IS REPAINTED WHEN IT IS DONE.
010650*****************************************************************
010660 3500-EDIT-ONE-TZ.
010670     COMPUTE MNT-TZ-LINE-NUM = 17 + MNT-TZ-SUB
010680     MOVE SPACES TO MNT-ANSWER
010690     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 9
010700     IF MNT-ANSWER NOT = SPACES
010710         IF MNT-ANSWER(1:1) = '*'
010720             MOVE SPACES TO MNT-TZT-SITE-NAME(MNT-TZ-SUB)
010730         ELSE
010740             MOVE MNT-ANSWER TO MNT-TZT-SITE-NAME(MNT-TZ-SUB)
010750         END-IF
010760     END-IF
010770     PERFORM 2100-PAINT-ONE-TZ THRU 2100-EXIT
010780     IF MNT-TZT-SITE-NAME(MNT-TZ-SUB) = SPACES
010790         GO TO 3500-EXIT
010800     END-IF
010810     MOVE 'N' TO MNT-FIELD-OK-SWITCH
010820     PERFORM 3510-GET-TZ-SIGN THRU 3510-EXIT
010830         UNTIL MNT-FIELD-OK
010840     MOVE 'N' TO MNT-FIELD-OK-SWITCH
010850     PERFORM 3520-GET-TZ-OFFSET THRU 3520-EXIT
010860         UNTIL MNT-FIELD-OK
010870     MOVE 'N' TO MNT-FIELD-OK-SWITCH
010880     PERFORM 3530-GET-TZ-MINUTES THRU 3530-EXIT
010890         UNTIL MNT-FIELD-OK
010900     MOVE 'N' TO MNT-FIELD-OK-SWITCH
010910     PERFORM 3540-GET-TZ-DST-RULE THRU 3540-EXIT
010920         UNTIL MNT-FIELD-OK
010930     IF MNT-TZT-DST-RULE(MNT-TZ-SUB) NOT = 'DATES'
010940         MOVE SPACES TO MNT-TZT-DST-START(MNT-TZ-SUB)
010950         MOVE SPACES TO MNT-TZT-DST-END(MNT-TZ-SUB)
010960         PERFORM 2100-PAINT-ONE-TZ THRU 2100-EXIT
010970         GO TO 3500-EXIT
010980     END-IF
010990     MOVE 'N' TO MNT-FIELD-OK-SWITCH
011000     PERFORM 3550-GET-TZ-DST-START THRU 3550-EXIT
011010         UNTIL MNT-FIELD-OK
011020     MOVE 'N' TO MNT-FIELD-OK-SWITCH
011030     PERFORM 3560-GET-TZ-DST-END THRU 3560-EXIT
011040         UNTIL MNT-FIELD-OK
011050     PERFORM 2100-PAINT-ONE-TZ THRU 2100-EXIT.
011060 3500-EXIT.
011070     EXIT.
011080 3510-GET-TZ-SIGN.
011090     MOVE SPACES TO MNT-ANSWER
011100     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 21
011110     IF MNT-ANSWER = SPACES
011120         IF MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB) = SPACE
011130             MOVE '+' TO MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
011140         END-IF
011150         DISPLAY MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
011160             AT LINE MNT-TZ-LINE-NUM, COLUMN 21
011170         SET MNT-FIELD-OK TO TRUE
011180         GO TO 3510-EXIT
011190     END-IF
011200     IF MNT-ANSWER(1:1) = '+' OR MNT-ANSWER(1:1) = '-'
011210         MOVE MNT-ANSWER(1:1) TO MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
011220         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
011230         SET MNT-FIELD-OK TO TRUE
011240     ELSE
011250         MOVE 'OFFSET SIGN MUST BE + OR -' TO MNT-BLANK-LINE
011260         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
011270     END-IF.
011280 3510-EXIT.
011290     EXIT.
011300 3520-GET-TZ-OFFSET.
011310     MOVE SPACES TO MNT-ANSWER
011320     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 22
011330     IF MNT-ANSWER = SPACES
011340         IF MNT-TZT-OFFSET-HRS(MNT-TZ-SUB) IS NOT NUMERIC
011350             MOVE ZERO TO MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
011360         END-IF
011370         DISPLAY MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
011380             AT LINE MNT-TZ-LINE-NUM, COLUMN 22
011390         SET MNT-FIELD-OK TO TRUE
011400         GO TO 3520-EXIT
011410     END-IF
011420     IF MNT-ANSWER(1:2) IS NUMERIC
011430             AND MNT-ANSWER(3:8) = SPACES
011440             AND MNT-ANSWER(1:2) <= '14'
011450         MOVE MNT-ANSWER(1:2) TO MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
011460         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
011470         SET MNT-FIELD-OK TO TRUE
011480     ELSE
011490         MOVE 'OFFSET MUST BE TWO DIGITS, 00 THROUGH 14'
011500             TO MNT-BLANK-LINE
011510         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
011520     END-IF.
011530 3520-EXIT.
011540     EXIT.
011550*****************************************************************
011560* 3530-GET-TZ-MINUTES
011570*     ACCEPTS THE OFFSET MINUTES, 00 THROUGH 59, FOR THE HALF-
011580*     AND QUARTER-HOUR SITES.  A 14-HOUR OFFSET IS ALREADY AT THE
011590*     LIMIT, SO ITS MINUTES ARE FORCED TO 00 WITHOUT ASKING.
011600*****************************************************************
011610 3530-GET-TZ-MINUTES.
011620     IF MNT-TZT-OFFSET-MINS(MNT-TZ-SUB) IS NOT NUMERIC
011630         MOVE ZERO TO MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
011640     END-IF
011650     IF MNT-TZT-OFFSET-HRS(MNT-TZ-SUB) = 14
011660         MOVE ZERO TO MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
011670         DISPLAY MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
011680             AT LINE MNT-TZ-LINE-NUM, COLUMN 25
011690         SET MNT-FIELD-OK TO TRUE
011700         GO TO 3530-EXIT
011710     END-IF
011720     MOVE SPACES TO MNT-ANSWER
011730     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 25
011740     IF MNT-ANSWER = SPACES
011750         DISPLAY MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
011760             AT LINE MNT-TZ-LINE-NUM, COLUMN 25
011770         SET MNT-FIELD-OK TO TRUE
011780         GO TO 3530-EXIT
011790     END-IF
011800     IF MNT-ANSWER(1:2) IS NUMERIC
011810             AND MNT-ANSWER(3:8) = SPACES
011820             AND MNT-ANSWER(1:2) <= '59'
011830         MOVE MNT-ANSWER(1:2) TO MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
011840         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
011850         SET MNT-FIELD-OK TO TRUE
011860     ELSE
011870         MOVE 'MINUTES MUST BE TWO DIGITS, 00 THROUGH 59'
011880             TO MNT-BLANK-LINE
011890         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
011900     END-IF.
011910 3530-EXIT.
011920     EXIT.
011930*****************************************************************
011940* 3540-GET-TZ-DST-RULE
011950*     ACCEPTS THE DST RULE NAME, HELD TO THE LIST CLKTZCF
011960*     DOCUMENTS.  A BLANK ENTRY KEEPS THE RULE SHOWN.
011970*****************************************************************
011980 3540-GET-TZ-DST-RULE.
011990     MOVE SPACES TO MNT-ANSWER
012000     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 29
012010     IF MNT-ANSWER = SPACES
012020         DISPLAY MNT-TZT-DST-RULE(MNT-TZ-SUB)
012030             AT LINE MNT-TZ-LINE-NUM, COLUMN 29
012040         SET MNT-FIELD-OK TO TRUE
012050         GO TO 3540-EXIT
012060     END-IF
012070     MOVE MNT-ANSWER TO MNT-DST-RULE-CHECK
012080     IF MNT-DST-RULE-KNOWN AND MNT-ANSWER(9:2) = SPACES
012090         MOVE MNT-DST-RULE-CHECK TO MNT-TZT-DST-RULE(MNT-TZ-SUB)
012100         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
012110         SET MNT-FIELD-OK TO TRUE
012120     ELSE
012130         MOVE 'DST RULE MUST BE NONE, US, EU, AU, NZ OR DATES'
012140             TO MNT-BLANK-LINE
012150         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
012160     END-IF.
012170 3540-EXIT.
012180     EXIT.
012190*****************************************************************
012200* 3550-GET-TZ-DST-START
012210*     ACCEPTS THE FIRST DATE (YYYYMMDD) A DATES RULE PUTS THE
012220*     SITE ON DAYLIGHT TIME.  A BLANK ENTRY KEEPS THE DATE SHOWN,
012230*     BUT THERE MUST BE ONE.
012240*****************************************************************
012250 3550-GET-TZ-DST-START.
012260     MOVE SPACES TO MNT-ANSWER
012270     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 39
012280     IF MNT-ANSWER = SPACES
012290         MOVE MNT-TZT-DST-START(MNT-TZ-SUB) TO MNT-ANSWER
012300     END-IF
012310     PERFORM 3570-EDIT-TZ-DATE THRU 3570-EXIT
012320     IF MNT-FIELD-OK
012330         MOVE MNT-ANSWER-DATE TO MNT-TZT-DST-START(MNT-TZ-SUB)
012340         DISPLAY MNT-TZT-DST-START(MNT-TZ-SUB)
012350             AT LINE MNT-TZ-LINE-NUM, COLUMN 39
012360     END-IF.
012370 3550-EXIT.
012380     EXIT.
012390*****************************************************************
012400* 3560-GET-TZ-DST-END
012410*     ACCEPTS THE DATE (YYYYMMDD) A DATES RULE TAKES THE SITE
012420*     BACK OFF DAYLIGHT TIME, WHICH MUST FALL AFTER THE FROM DATE.
012430*     A BLANK ENTRY KEEPS THE DATE SHOWN, BUT THERE MUST BE ONE.
012440*****************************************************************
012450 3560-GET-TZ-DST-END.
012460     MOVE SPACES TO MNT-ANSWER
012470     ACCEPT MNT-ANSWER AT LINE MNT-TZ-LINE-NUM, COLUMN 49
012480     IF MNT-ANSWER = SPACES
012490         MOVE MNT-TZT-DST-END(MNT-TZ-SUB) TO MNT-ANSWER
012500     END-IF
012510     PERFORM 3570-EDIT-TZ-DATE THRU 3570-EXIT
012520     IF NOT MNT-FIELD-OK
012530         GO TO 3560-EXIT
012540     END-IF
012550     IF MNT-ANSWER-DATE NOT > MNT-TZT-DST-START(MNT-TZ-SUB)
012560         MOVE 'N' TO MNT-FIELD-OK-SWITCH
012570         MOVE 'DST UNTIL DATE MUST FALL AFTER THE FROM DATE'
012580             TO MNT-BLANK-LINE
012590         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
012600         GO TO 3560-EXIT
012610     END-IF
012620     MOVE MNT-ANSWER-DATE TO MNT-TZT-DST-END(MNT-TZ-SUB)
012630     DISPLAY MNT-TZT-DST-END(MNT-TZ-SUB)
012640         AT LINE MNT-TZ-LINE-NUM, COLUMN 49.
012650 3560-EXIT.
012660     EXIT.
012670*****************************************************************
012680* 3570-EDIT-TZ-DATE
012690*     CHECKS THE DATE ENTERED IN MNT-ANSWER IS EIGHT DIGITS
012700*     MAKING A PLAUSIBLE YYYYMMDD, THE SAME TEST THE CLOCK'S
012710*     READER APPLIES, AND STAGES IT IN MNT-ANSWER-DATE.
012720*****************************************************************
012730 3570-EDIT-TZ-DATE.
012740     MOVE MNT-ANSWER(1:8) TO MNT-ANSWER-DATE
012750     IF MNT-ANSWER-DATE IS NUMERIC
012760             AND MNT-ANSWER(9:2) = SPACES
012770             AND MNT-AD-MONTH >= 1 AND MNT-AD-MONTH <= 12
012780             AND MNT-AD-DAY >= 1 AND MNT-AD-DAY <= 31
012790         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
012800         SET MNT-FIELD-OK TO TRUE
012810     ELSE
012820         MOVE 'DST DATE MUST BE YYYYMMDD' TO MNT-BLANK-LINE
012830         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
012840     END-IF.
012850 3570-EXIT.
012860     EXIT.
012870*****************************************************************
012880* 4000-CONFIRM-SAVE
012890*     ASKS WHETHER TO WRITE THE FILES BACK.  ANYTHING BUT Y
012900*     LEAVES EVERY FILE UNTOUCHED.
012910*****************************************************************
012920 4000-CONFIRM-SAVE.
012930     DISPLAY 'WRITE CHANGES TO THE CONTROL FILES (Y/N)?'
012940         AT LINE 22, COLUMN 2
012950     MOVE SPACES TO MNT-ANSWER
012960     ACCEPT MNT-ANSWER AT LINE 22, COLUMN 45
012970     IF MNT-ANSWER(1:1) = 'Y'
012980         SET MNT-SAVE-REQUESTED TO TRUE
012990     ELSE
013000         SET MNT-SAVE-DECLINED TO TRUE
013010     END-IF.
013020 4000-EXIT.
013030     EXIT.
013040*****************************************************************
013050* 5000-WRITE-FILES
013060*     WRITES ALL THREE CONTROL FILES BACK, CORRECTLY FORMATTED:
013070*     THE ONE-RECORD CLOCKPRM AND CLOCKCLR FROM THE LIVE
013080*     SETTINGS, AND ONE CLOCKTZ LINE PER SLOT WITH A NAME.  EACH
013090*     OPEN AND WRITE IS STATUS-CHECKED (AN OPEN OUTPUT OF AN
013100*     OPTIONAL FILE THAT DID NOT EXIST YET REPORTS 05 AND IS A
013110*     CLEAN CREATE), AND THE SCREEN REPORTS A FAILED FILE BY
013120*     NAME INSTEAD OF ANNOUNCING A SAVE THAT DID NOT HAPPEN.
013130*****************************************************************
013140 5000-WRITE-FILES.
013150     MOVE 'N' TO MNT-WRITE-FAIL-SWITCH
013160     OPEN OUTPUT CLOCK-PARM-FILE
013170     IF MNT-PARM-FILE-STATUS = '00'
013180             OR MNT-PARM-FILE-STATUS = '05'
013190         MOVE CLK-PARM-RECORD TO IO-CLK-PARM-RECORD
013200         WRITE IO-CLK-PARM-RECORD
013210         IF MNT-PARM-FILE-STATUS NOT = '00'
013220             MOVE 'CLOCKPRM' TO MNT-FAIL-FILE-NAME
013230             SET MNT-WRITE-FAILED TO TRUE
013240         END-IF
013250         CLOSE CLOCK-PARM-FILE
013260     ELSE
013270         MOVE 'CLOCKPRM' TO MNT-FAIL-FILE-NAME
013280         SET MNT-WRITE-FAILED TO TRUE
013290     END-IF
013300     OPEN OUTPUT CLOCK-COLOR-FILE
013310     IF MNT-COLOR-FILE-STATUS = '00'
013320             OR MNT-COLOR-FILE-STATUS = '05'
013330         MOVE CLK-COLOR-RECORD TO IO-CLK-COLOR-RECORD
013340         WRITE IO-CLK-COLOR-RECORD
013350         IF MNT-COLOR-FILE-STATUS NOT = '00'
013360             MOVE 'CLOCKCLR' TO MNT-FAIL-FILE-NAME
013370             SET MNT-WRITE-FAILED TO TRUE
013380         END-IF
013390         CLOSE CLOCK-COLOR-FILE
013400     ELSE
013410         MOVE 'CLOCKCLR' TO MNT-FAIL-FILE-NAME
013420         SET MNT-WRITE-FAILED TO TRUE
013430     END-IF
013440     OPEN OUTPUT CLOCK-TZ-FILE
013450     IF MNT-TZ-FILE-STATUS = '00'
013460             OR MNT-TZ-FILE-STATUS = '05'
013470         PERFORM 5100-WRITE-ONE-TZ THRU 5100-EXIT
013480             VARYING MNT-TZ-SUB FROM 1 BY 1
013490             UNTIL MNT-TZ-SUB > 3
013500         CLOSE CLOCK-TZ-FILE
013510     ELSE
013520         MOVE 'CLOCKTZ ' TO MNT-FAIL-FILE-NAME
013530         SET MNT-WRITE-FAILED TO TRUE
013540     END-IF
013550     IF NOT MNT-WRITE-FAILED
013560         PERFORM 5500-WRITE-CHANGE-JOURNAL THRU 5500-EXIT
013570     END-IF
013580     IF MNT-WRITE-FAILED
013590         MOVE SPACES TO MNT-BLANK-LINE
013600         STRING 'WRITE FAILED FOR ' DELIMITED BY SIZE
013610             MNT-FAIL-FILE-NAME DELIMITED BY SIZE
013620             ' - CHECK FILE STATUS' DELIMITED BY SIZE
013630             INTO MNT-BLANK-LINE
013640         END-STRING
013650         DISPLAY MNT-BLANK-LINE AT LINE 23, COLUMN 2
013660         MOVE SPACES TO MNT-BLANK-LINE
013670     ELSE
013680         DISPLAY 'CONTROL FILES WRITTEN' AT LINE 23, COLUMN 2
013690     END-IF.
013700 5000-EXIT.
013710     EXIT.
013720*****************************************************************
013730* 5100-WRITE-ONE-TZ
013740*     WRITES ONE CLOCKTZ LINE FOR A SLOT WITH A SITE NAME.  THE
013750*     DST DATES ARE ONLY WRITTEN UNDER A DATES RULE.
013760*****************************************************************
013770 5100-WRITE-ONE-TZ.
013780     IF MNT-TZT-SITE-NAME(MNT-TZ-SUB) = SPACES
013790         GO TO 5100-EXIT
013800     END-IF
013810     MOVE SPACES TO CLK-TZ-RECORD
013820     MOVE MNT-TZT-SITE-NAME(MNT-TZ-SUB) TO CLK-TZ-SITE-NAME
013830     MOVE MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB) TO CLK-TZ-OFFSET-SIGN
013840     MOVE MNT-TZT-OFFSET-HRS(MNT-TZ-SUB) TO CLK-TZ-OFFSET-HRS
013850     MOVE MNT-TZT-OFFSET-MINS(MNT-TZ-SUB) TO CLK-TZ-OFFSET-MINS
013860     MOVE MNT-TZT-DST-RULE(MNT-TZ-SUB) TO CLK-TZ-DST-RULE
013870     IF CLK-TZ-DST-DATES
013880         MOVE MNT-TZT-DST-START(MNT-TZ-SUB) TO CLK-TZ-DST-START
013890         MOVE MNT-TZT-DST-END(MNT-TZ-SUB) TO CLK-TZ-DST-END
013900     END-IF
013910     WRITE CLK-TZ-RECORD
013920     IF MNT-TZ-FILE-STATUS NOT = '00'
013930         MOVE 'CLOCKTZ ' TO MNT-FAIL-FILE-NAME
013940         SET MNT-WRITE-FAILED TO TRUE
013950     END-IF.
013960 5100-EXIT.
013970     EXIT.
013980*****************************************************************
013990* 5500-WRITE-CHANGE-JOURNAL
014000*     COMPARES EVERY SAVED FIELD AGAINST THE BEFORE-IMAGE TAKEN
014010*     AT STARTUP AND APPENDS ONE STAMPED CLOCKCHG RECORD PER
014020*     FIELD THAT ACTUALLY CHANGED.  A SAVE THAT CHANGED NOTHING
014030*     JOURNALS NOTHING; THE FILE IS ONLY OPENED ONCE THE FIRST
014040*     DIFFERENCE IS FOUND.
014050*****************************************************************
014060 5500-WRITE-CHANGE-JOURNAL.
014070     MOVE 'N' TO MNT-CHG-OPEN-SWITCH
014080     MOVE ZERO TO MNT-CHG-COUNT
014090     MOVE 'CLOCKPRM' TO MNT-CHG-STAGE-FILE
014100     IF CLK-DISPLAY-MODE NOT = OLD-CLK-DISPLAY-MODE
014110         MOVE 'DISPLAY MODE' TO MNT-CHG-STAGE-FIELD
014120         MOVE OLD-CLK-DISPLAY-MODE TO MNT-CHG-STAGE-BEFORE
014130         MOVE CLK-DISPLAY-MODE TO MNT-CHG-STAGE-AFTER
014140         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014150     END-IF
014160     IF CLK-ALARM-SWITCH NOT = OLD-CLK-ALARM-SWITCH
014170         MOVE 'ALARM SWITCH' TO MNT-CHG-STAGE-FIELD
014180         MOVE OLD-CLK-ALARM-SWITCH TO MNT-CHG-STAGE-BEFORE
014190         MOVE CLK-ALARM-SWITCH TO MNT-CHG-STAGE-AFTER
014200         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014210     END-IF
014220     IF CLK-TARGET-TIME NOT = OLD-CLK-TARGET-TIME
014230         MOVE 'TARGET TIME' TO MNT-CHG-STAGE-FIELD
014240         MOVE OLD-CLK-TARGET-TIME TO MNT-CHG-STAGE-BEFORE
014250         MOVE CLK-TARGET-TIME TO MNT-CHG-STAGE-AFTER
014260         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014270     END-IF
014280     IF CLK-SLEEP-NANOS NOT = OLD-CLK-SLEEP-NANOS
014290         MOVE 'SLEEP NANOS' TO MNT-CHG-STAGE-FIELD
014300         MOVE OLD-CLK-SLEEP-NANOS TO MNT-CHG-STAGE-BEFORE
014310         MOVE CLK-SLEEP-NANOS TO MNT-CHG-STAGE-AFTER
014320         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014330     END-IF
014340     IF CLK-RUN-MODE NOT = OLD-CLK-RUN-MODE
014350         MOVE 'RUN MODE' TO MNT-CHG-STAGE-FIELD
014360         MOVE OLD-CLK-RUN-MODE TO MNT-CHG-STAGE-BEFORE
014370         MOVE CLK-RUN-MODE TO MNT-CHG-STAGE-AFTER
014380         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014390     END-IF
014400     IF CLK-DRIFT-THRESH-SECS NOT = OLD-CLK-DRIFT-THRESH-SECS
014410         MOVE 'DRIFT THRESH' TO MNT-CHG-STAGE-FIELD
014420         MOVE OLD-CLK-DRIFT-THRESH-SECS TO MNT-CHG-STAGE-BEFORE
014430         MOVE CLK-DRIFT-THRESH-SECS TO MNT-CHG-STAGE-AFTER
014440         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014450     END-IF
014460     IF CLK-RETAIN-DAYS NOT = OLD-CLK-RETAIN-DAYS
014470         MOVE 'RETAIN DAYS' TO MNT-CHG-STAGE-FIELD
014480         MOVE OLD-CLK-RETAIN-DAYS TO MNT-CHG-STAGE-BEFORE
014490         MOVE CLK-RETAIN-DAYS TO MNT-CHG-STAGE-AFTER
014500         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014510     END-IF
014520     IF CLK-ESCALATE-MINS NOT = OLD-CLK-ESCALATE-MINS
014530         MOVE 'ESCALATE MINS' TO MNT-CHG-STAGE-FIELD
014540         MOVE OLD-CLK-ESCALATE-MINS TO MNT-CHG-STAGE-BEFORE
014550         MOVE CLK-ESCALATE-MINS TO MNT-CHG-STAGE-AFTER
014560         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014570     END-IF
014580     IF CLK-REPAGE-MINS NOT = OLD-CLK-REPAGE-MINS
014590         MOVE 'REPAGE MINS' TO MNT-CHG-STAGE-FIELD
014600         MOVE OLD-CLK-REPAGE-MINS TO MNT-CHG-STAGE-BEFORE
014610         MOVE CLK-REPAGE-MINS TO MNT-CHG-STAGE-AFTER
014620         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014630     END-IF
014640     IF CLK-HOME-DST-RULE NOT = OLD-CLK-HOME-DST-RULE
014650         MOVE 'HOME DST RULE' TO MNT-CHG-STAGE-FIELD
014660         MOVE OLD-CLK-HOME-DST-RULE TO MNT-CHG-STAGE-BEFORE
014670         MOVE CLK-HOME-DST-RULE TO MNT-CHG-STAGE-AFTER
014680         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014690     END-IF
014700     MOVE 'CLOCKCLR' TO MNT-CHG-STAGE-FILE
014710     IF CLK-COLOR-NORMAL NOT = OLD-CLK-COLOR-NORMAL
014720         MOVE 'COLOR NORMAL' TO MNT-CHG-STAGE-FIELD
014730         MOVE OLD-CLK-COLOR-NORMAL TO MNT-CHG-STAGE-BEFORE
014740         MOVE CLK-COLOR-NORMAL TO MNT-CHG-STAGE-AFTER
014750         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014760     END-IF
014770     IF CLK-COLOR-ALARM NOT = OLD-CLK-COLOR-ALARM
014780         MOVE 'COLOR ALARM' TO MNT-CHG-STAGE-FIELD
014790         MOVE OLD-CLK-COLOR-ALARM TO MNT-CHG-STAGE-BEFORE
014800         MOVE CLK-COLOR-ALARM TO MNT-CHG-STAGE-AFTER
014810         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014820     END-IF
014830     IF CLK-COLOR-CUTOVER NOT = OLD-CLK-COLOR-CUTOVER
014840         MOVE 'COLOR CUTOVER' TO MNT-CHG-STAGE-FIELD
014850         MOVE OLD-CLK-COLOR-CUTOVER TO MNT-CHG-STAGE-BEFORE
014860         MOVE CLK-COLOR-CUTOVER TO MNT-CHG-STAGE-AFTER
014870         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
014880     END-IF
014890     MOVE 'CLOCKTZ ' TO MNT-CHG-STAGE-FILE
014900     PERFORM 5520-JOURNAL-TZ-CHANGES THRU 5520-EXIT
014910         VARYING MNT-TZ-SUB FROM 1 BY 1
014920         UNTIL MNT-TZ-SUB > 3
014930     IF MNT-CHG-OPEN
014940         CLOSE CHANGE-JOURNAL-FILE
014950     END-IF.
014960 5500-EXIT.
014970     EXIT.
014980*****************************************************************
014990* 5510-JOURNAL-ONE-CHANGE
015000*     APPENDS ONE STAMPED RECORD FOR THE STAGED FILE, FIELD, AND
015010*     BEFORE/AFTER VALUES, OPENING THE JOURNAL FOR APPEND ON THE
015020*     FIRST CHANGE (AND CREATING IT ON FIRST USE).  A FAILED
015030*     OPEN OR WRITE IS REPORTED ON SCREEN BY FILE NAME LIKE ANY
015040*     OTHER FAILED SAVE.
015050*****************************************************************
015060 5510-JOURNAL-ONE-CHANGE.
015070     IF NOT MNT-CHG-OPEN
015080         OPEN EXTEND CHANGE-JOURNAL-FILE
015090         IF MNT-CHG-FILE-STATUS = '35'
015100             OPEN OUTPUT CHANGE-JOURNAL-FILE
015110         END-IF
015120         IF MNT-CHG-FILE-STATUS NOT = '00'
015130             MOVE 'CLOCKCHG' TO MNT-FAIL-FILE-NAME
015140             SET MNT-WRITE-FAILED TO TRUE
015150             GO TO 5510-EXIT
015160         END-IF
015170         SET MNT-CHG-OPEN TO TRUE
015180     END-IF
015190     MOVE SPACES TO CLK-CHG-RECORD
015200     ACCEPT CLK-CHG-DATE FROM DATE YYYYMMDD
015210     ACCEPT MNT-CHG-TIME-RAW FROM TIME
015220     MOVE MNT-CHG-TIME-RAW(1:6) TO CLK-CHG-TIME
015230     MOVE MNT-OPERATOR-ID TO CLK-CHG-OPERATOR
015240     MOVE MNT-CHG-STAGE-FILE TO CLK-CHG-FILE
015250     MOVE MNT-CHG-STAGE-FIELD TO CLK-CHG-FIELD
015260     MOVE MNT-CHG-STAGE-BEFORE TO CLK-CHG-BEFORE
015270     MOVE MNT-CHG-STAGE-AFTER TO CLK-CHG-AFTER
015280     WRITE CLK-CHG-RECORD
015290     IF MNT-CHG-FILE-STATUS NOT = '00'
015300         MOVE 'CLOCKCHG' TO MNT-FAIL-FILE-NAME
015310         SET MNT-WRITE-FAILED TO TRUE
015320     END-IF
015330     ADD 1 TO MNT-CHG-COUNT.
015340 5510-EXIT.
015350     EXIT.
015360*****************************************************************
015370* 5520-JOURNAL-TZ-CHANGES
015380*     COMPARES ONE TIMEZONE SLOT'S NAME, SIGN, OFFSET HOURS AND
015390*     MINUTES, DST RULE, AND DST DATES AGAINST THE BEFORE-IMAGE
015400*     AND JOURNALS EACH PIECE THAT CHANGED, NAMING THE SLOT IN
015410*     THE FIELD NAME.
015420*****************************************************************
015430 5520-JOURNAL-TZ-CHANGES.
015440     MOVE MNT-TZ-SUB TO MNT-CHG-SLOT-DIGIT
015450     IF MNT-TZT-SITE-NAME(MNT-TZ-SUB)
015460             NOT = OLD-TZT-SITE-NAME(MNT-TZ-SUB)
015470         MOVE SPACES TO MNT-CHG-STAGE-FIELD
015480         STRING 'SITE ' DELIMITED BY SIZE
015490             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
015500             ' NAME' DELIMITED BY SIZE
015510             INTO MNT-CHG-STAGE-FIELD
015520         END-STRING
015530         MOVE OLD-TZT-SITE-NAME(MNT-TZ-SUB)
015540             TO MNT-CHG-STAGE-BEFORE
015550         MOVE MNT-TZT-SITE-NAME(MNT-TZ-SUB)
015560             TO MNT-CHG-STAGE-AFTER
015570         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
015580     END-IF
015590     IF MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
015600             NOT = OLD-TZT-OFFSET-SIGN(MNT-TZ-SUB)
015610         MOVE SPACES TO MNT-CHG-STAGE-FIELD
015620         STRING 'SITE ' DELIMITED BY SIZE
015630             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
015640             ' SIGN' DELIMITED BY SIZE
015650             INTO MNT-CHG-STAGE-FIELD
015660         END-STRING
015670         MOVE OLD-TZT-OFFSET-SIGN(MNT-TZ-SUB)
015680             TO MNT-CHG-STAGE-BEFORE
015690         MOVE MNT-TZT-OFFSET-SIGN(MNT-TZ-SUB)
015700             TO MNT-CHG-STAGE-AFTER
015710         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
015720     END-IF
015730     IF MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
015740             NOT = OLD-TZT-OFFSET-HRS(MNT-TZ-SUB)
015750         MOVE SPACES TO MNT-CHG-STAGE-FIELD
015760         STRING 'SITE ' DELIMITED BY SIZE
015770             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
015780             ' OFFSET' DELIMITED BY SIZE
015790             INTO MNT-CHG-STAGE-FIELD
015800         END-STRING
015810         MOVE OLD-TZT-OFFSET-HRS(MNT-TZ-SUB)
015820             TO MNT-CHG-STAGE-BEFORE
015830         MOVE MNT-TZT-OFFSET-HRS(MNT-TZ-SUB)
015840             TO MNT-CHG-STAGE-AFTER
015850         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
015860     END-IF
015870     IF MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
015880             NOT = OLD-TZT-OFFSET-MINS(MNT-TZ-SUB)
015890         MOVE SPACES TO MNT-CHG-STAGE-FIELD
015900         STRING 'SITE ' DELIMITED BY SIZE
015910             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
015920             ' MINUTES' DELIMITED BY SIZE
015930             INTO MNT-CHG-STAGE-FIELD
015940         END-STRING
015950         MOVE OLD-TZT-OFFSET-MINS(MNT-TZ-SUB)
015960             TO MNT-CHG-STAGE-BEFORE
015970         MOVE MNT-TZT-OFFSET-MINS(MNT-TZ-SUB)
015980             TO MNT-CHG-STAGE-AFTER
015990         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
016000     END-IF
016010     IF MNT-TZT-DST-RULE(MNT-TZ-SUB)
016020             NOT = OLD-TZT-DST-RULE(MNT-TZ-SUB)
016030         MOVE SPACES TO MNT-CHG-STAGE-FIELD
016040         STRING 'SITE ' DELIMITED BY SIZE
016050             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
016060             ' DST RUL' DELIMITED BY SIZE
016070             INTO MNT-CHG-STAGE-FIELD
016080         END-STRING
016090         MOVE OLD-TZT-DST-RULE(MNT-TZ-SUB)
016100             TO MNT-CHG-STAGE-BEFORE
016110         MOVE MNT-TZT-DST-RULE(MNT-TZ-SUB)
016120             TO MNT-CHG-STAGE-AFTER
016130         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
016140     END-IF
016150     IF MNT-TZT-DST-START(MNT-TZ-SUB)
016160             NOT = OLD-TZT-DST-START(MNT-TZ-SUB)
016170         MOVE SPACES TO MNT-CHG-STAGE-FIELD
016180         STRING 'SITE ' DELIMITED BY SIZE
016190             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
016200             ' DST BEG' DELIMITED BY SIZE
016210             INTO MNT-CHG-STAGE-FIELD
016220         END-STRING
016230         MOVE OLD-TZT-DST-START(MNT-TZ-SUB)
016240             TO MNT-CHG-STAGE-BEFORE
016250         MOVE MNT-TZT-DST-START(MNT-TZ-SUB)
016260             TO MNT-CHG-STAGE-AFTER
016270         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
016280     END-IF
016290     IF MNT-TZT-DST-END(MNT-TZ-SUB)
016300             NOT = OLD-TZT-DST-END(MNT-TZ-SUB)
016310         MOVE SPACES TO MNT-CHG-STAGE-FIELD
016320         STRING 'SITE ' DELIMITED BY SIZE
016330             MNT-CHG-SLOT-DIGIT DELIMITED BY SIZE
016340             ' DST END' DELIMITED BY SIZE
016350             INTO MNT-CHG-STAGE-FIELD
016360         END-STRING
016370         MOVE OLD-TZT-DST-END(MNT-TZ-SUB)
016380             TO MNT-CHG-STAGE-BEFORE
016390         MOVE MNT-TZT-DST-END(MNT-TZ-SUB)
016400             TO MNT-CHG-STAGE-AFTER
016410         PERFORM 5510-JOURNAL-ONE-CHANGE THRU 5510-EXIT
016420     END-IF.
016430 5520-EXIT.
016440     EXIT.
016450*****************************************************************
016460* 8000-CLEAR-MESSAGE
016470*     BLANKS THE MESSAGE LINE AFTER A GOOD ENTRY.
016480*****************************************************************
016490 8000-CLEAR-MESSAGE.
016500     MOVE SPACES TO MNT-BLANK-LINE
016510     DISPLAY MNT-BLANK-LINE AT LINE 21, COLUMN 2.
016520 8000-EXIT.
016530     EXIT.
016540*****************************************************************
016550* 8100-SHOW-MESSAGE
016560*     SHOWS THE VALIDATION MESSAGE STAGED IN MNT-BLANK-LINE ON
016570*     THE MESSAGE LINE, THEN RE-BLANKS THE STAGE.
016580*****************************************************************
016590 8100-SHOW-MESSAGE.
016600     DISPLAY MNT-BLANK-LINE AT LINE 21, COLUMN 2
016610     MOVE SPACES TO MNT-BLANK-LINE.
016620 8100-EXIT.
016630     EXIT.
016640*****************************************************************
016650* 9000-TERMINATE
016660*     LEAVES A CLEAN LINE FOR THE SHELL AND ENDS THE RUN.
016670*****************************************************************
016680 9000-TERMINATE.
016690     DISPLAY ' ' AT LINE 24, COLUMN 1.
016700 9000-EXIT.
016710     EXIT.
016720 END PROGRAM CLOCKMNT.
