001770*         CONSOLIDATED.  CLOCKCVR REPORTS ONE INSTANCE OR
001780*         SEVERAL SIDE BY SIDE OFF ITS SYSIN CARD.
001790*         MEMBER WAS RENUMBERED.
001800*     10/15/2026 AH  CLOCKDLN NOW CARRIES ONE DEADLINE SET PER
001810*         CLOCKCAL DAY TYPE.  1500-READ-CALENDAR PICKS UP TODAY'S
001820*         DAY TYPE AND 1700-READ-DEADLINES ARMS THE SET OF THAT
001830*         NAME -- AT STARTUP, ON AN R RELOAD, AND NOW AT THE
001840*         MIDNIGHT ROLLOVER AS WELL -- FALLING BACK TO THE NORMAL
001850*         SET WHEN THE FILE HAS NONE FOR THE TYPE, SO MONTH-END
001860*         AND EARLY-CLOSE DAYS NO LONGER NEED A HAND EDIT OF
001870*         CLOCKDLN THE NIGHT BEFORE.  THE SET ARMED IS JOURNALED
001880*         TO CLOCKEVT WHENEVER IT CHANGES.  THE PREFLIGHT AUDIT
001890*         REPORTS WHICH SET RESOLVED FOR TODAY AND REJECTS ANY
001900*         CALENDAR DAY TYPE WITH NO SET OF ITS OWN.  MEMBER WAS
001910*         RENUMBERED.
001920*     10/15/2026 AH  CLOCKTZ OFFSETS NOW CARRY MINUTES FOR THE
001930*         HALF- AND QUARTER-HOUR SITES, AND A NAMED DST RULE (US,
001940*         EU, AU, NZ, OR EXPLICIT DATES).  1280-RESOLVE-TZ-RULES
001950*         WORKS OUT EACH SITE'S DAYLIGHT STATE AT STARTUP, ON AN R
001960*         RELOAD AND AT THE MIDNIGHT ROLLOVER, SO A CHANGEOVER NO
001970*         LONGER NEEDS A HAND EDIT, AND JOURNALS A TZDST EVENT TO
001980*         CLOCKEVT WHEN A SITE'S OFFSET CHANGES.  THE STRIP SHOWS
001990*         THE SITE'S OWN MM/DD WHEN ITS DATE IS NOT OURS.  THE
002000*         CHECKPOINT CARRIES THE NEW FIELDS AND THE PREFLIGHT
002010*         AUDIT REPORTS EACH RULE.  MEMBER WAS RENUMBERED.
002020*     10/15/2026 AH  PLANNED MAINTENANCE WINDOWS.  THE NEW
002030*         OPTIONAL CLOCKMNW FILE (SEE CLKMNWR) IS LOADED AT
002040*         STARTUP AND ON AN R RELOAD.  WHILE A WINDOW IS OPEN NO
002050*         DEADLINE FIRES AND NOTHING ESCALATES TO CLOCKPGW, AND A
002060*         DEADLINE THAT FALLS DUE INSIDE A WINDOW IS HELD FOR THE
002070*         DAY WITH A HELD BANNER, SO A CLOCK RESTARTED AFTER
002080*         PATCHING NO LONGER FIRES AND PAGES FOR A CUTOVER THE
002090*         CHANGE MOVED.  THE WINDOW OPENING AND CLOSING ARE
002100*         JOURNALED TO CLOCKEVT, AND THE PREFLIGHT AUDIT REPORTS
002110*         EACH WINDOW LINE.  MEMBER WAS RENUMBERED.
002120*     10/15/2026 AH  TAMPER-EVIDENT CLOCKLOG.  EVERY READING NOW
002130*         CARRIES A RUNNING SEQUENCE NUMBER FOR THE INSTANCE, KEPT
002140*         IN THE CHECKPOINT AND RECOVERED FROM THE LIVE LOG ON
002150*         STARTUP, AND 3000-ROLL-LOG-FILE CLOSES EACH DATED
002160*         GENERATION WITH A CONTROL RECORD (COUNT, FIRST AND LAST
002170*         SEQUENCE AND TIME, HASH TOTAL -- SEE CLKLOGR) FOR THE
002180*         NEW CLOCKVFY BATCH PROGRAM TO CHECK THE GENERATION BY.
002190*         MEMBER WAS RENUMBERED.
002200*     10/15/2026 AH  ON-CALL ROSTER AND TIERED PAGING.  THE NEW
002210*         OPTIONAL CLOCKONC ROSTER (SEE CLKONCR) IS LOADED AT
002220*         STARTUP AND ON AN R RELOAD, AND EACH CLOCKPGW PAGE IS
002230*         NOW ADDRESSED TO THE PRIMARY ON CALL WHEN THE DEADLINE
002240*         FIRED (A PER-DEADLINE OVERRIDE LINE WINS) INSTEAD OF
002250*         THE GENERAL LIST EVERYONE HAD MUTED.  A DEADLINE STILL
002260*         UNACKNOWLEDGED PAST THE NEW CLOCKPRM RE-PAGE DELAY IS
002270*         PAGED AGAIN TO THE SECONDARY, AND EACH TIER IS JOURNALED
002280*         TO CLOCKEVT.  THE PREFLIGHT AUDIT REPORTS EACH ROSTER
002290*         LINE AND THE RE-PAGE DELAY, AND FAILS WHEN THE ROSTER
002300*         LEAVES ANY HOUR OF THE NEXT SEVEN DAYS UNCOVERED.
002310*         MEMBER WAS RENUMBERED.
002320*     10/15/2026 AH  OPERATOR BROADCAST NOTICES.  THE NEW OPTIONAL
002330*         CLOCKMSG FILE (SEE CLKMSGR), POSTED THROUGH THE NEW
002340*         CLOCKMSE ENTRY SCREEN, IS LOADED AT STARTUP AND ON AN R
002350*         RELOAD, AND THE NOTICES RUNNING NOW FOR THIS INSTANCE
002360*         ARE SHOWN ON A NOTICE LINE OF THEIR OWN UNDER THE
002370*         TIMEZONE STRIP, THE MOST URGENT PRIORITY ONLY, ROTATING
002380*         EVERY TEN SECONDS WHEN THERE ARE SEVERAL.  A FIRED
002390*         DEADLINE BANNER BLANKS THE NOTICE LINE WHILE IT STANDS.
002400*         THE PREFLIGHT AUDIT REPORTS EACH NOTICE LINE.  MEMBER
002410*         WAS RENUMBERED.
002420*     10/15/2026 AH  TIMEZONE STRIP HONORS OUR OWN DST.  THE NEW
002430*         CLOCKPRM HOME DST RULE IS RESOLVED WITH THE SITES'
002440*         RULES, AND EACH SITE'S SHIFT IS ITS STANDARD OFFSET PLUS
002450*         ITS OWN DST HOUR LESS OURS, SO A SITE NO LONGER SHOWS AN
002460*         HOUR OUT WHILE WE ARE ON DAYLIGHT TIME.  EACH SITE'S DST
002470*         STATE AND OURS ARE NOW CHECKPOINTED AND CARRIED OVER BY
002480*         SITE NAME ACROSS A RESTART OR AN R RELOAD, SO A
002490*         CHANGEOVER THAT FALLS IN BETWEEN IS STILL JOURNALED TO
002500*         CLOCKEVT.  THE PREFLIGHT AUDIT REPORTS THE HOME DST
002510*         RULE.  MEMBER WAS RENUMBERED.
002520*****************************************************************
002530 IDENTIFICATION DIVISION.
002540 PROGRAM-ID. CLOCK.
002550 AUTHOR. AUSTIN HRIN.
002560 INSTALLATION. OPERATIONS.
002570 DATE-WRITTEN. 02/28/2020.
002580 DATE-COMPILED.
002590 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002610 FILE-CONTROL.
002620     SELECT TIME-LOG-FILE ASSIGN USING CLK-LOG-FILE-NAME
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS CLK-LOG-FILE-STATUS.
002650     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS CLK-PARM-FILE-STATUS.
002680     SELECT OPTIONAL CLOCK-TZ-FILE ASSIGN TO "CLOCKTZ"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS CLK-TZ-FILE-STATUS.
002710     SELECT OPTIONAL CLOCK-COLOR-FILE ASSIGN TO "CLOCKCLR"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS CLK-COLOR-FILE-STATUS.
002740     SELECT OPTIONAL CLOCK-CKPT-FILE
002750         ASSIGN USING CLK-CKPT-FILE-NAME
002760         ORGANIZATION IS LINE SEQUENTIAL
002770         FILE STATUS IS CLK-CKPT-FILE-STATUS.
002780     SELECT OPTIONAL CLOCK-STOP-FILE
002790         ASSIGN USING CLK-STOP-FILE-NAME
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS CLK-STOP-FILE-STATUS.
002820     SELECT OPTIONAL CLOCK-REF-FILE ASSIGN TO "CLOCKREF"
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS CLK-REF-FILE-STATUS.
002850     SELECT CLOCK-EVENT-FILE ASSIGN TO "CLOCKEVT"
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS CLK-EVENT-FILE-STATUS.
002880     SELECT OPTIONAL CLOCK-CMD-FILE ASSIGN USING CLK-CMD-FILE-NAME
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS CLK-CMD-FILE-STATUS.
002910     SELECT OPTIONAL CLOCK-CAL-FILE ASSIGN TO "CLOCKCAL"
002920         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS CLK-CAL-FILE-STATUS.
002940     SELECT DRIFT-HIST-FILE ASSIGN TO "CLOCKDRF"
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS CLK-DRF-FILE-STATUS.
002970     SELECT OPTIONAL CLOCK-DLN-FILE ASSIGN TO "CLOCKDLN"
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS CLK-DLN-FILE-STATUS.
003000     SELECT PAGE-OUTBOX-FILE ASSIGN TO "CLOCKPGW"
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS CLK-PGW-FILE-STATUS.
003030     SELECT HEARTBEAT-FILE ASSIGN USING CLK-HBT-FILE-NAME
003040         ORGANIZATION IS LINE SEQUENTIAL
003050         FILE STATUS IS CLK-HBT-FILE-STATUS.
003060     SELECT OPTIONAL CLOCK-MNW-FILE ASSIGN TO "CLOCKMNW"
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS CLK-MNW-FILE-STATUS.
003090     SELECT OPTIONAL CLOCK-ONC-FILE ASSIGN TO "CLOCKONC"
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS CLK-ONC-FILE-STATUS.
003120     SELECT OPTIONAL CLOCK-MSG-FILE ASSIGN TO "CLOCKMSG"
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS CLK-MSG-FILE-STATUS.
003150 DATA DIVISION.
003160 FILE SECTION.
003170 FD  TIME-LOG-FILE.
003180     COPY CLKLOGR.
003190 FD  CLOCK-PARM-FILE.
003200     COPY CLKPARM REPLACING
003210         ==CLK-PARM-RECORD==  BY ==IO-CLK-PARM-RECORD==
003220         ==CLK-DISPLAY-MODE== BY ==IO-CLK-DISPLAY-MODE==
003230         ==CLK-MODE-12-HOUR== BY ==IO-CLK-MODE-12-HOUR==
003240         ==CLK-MODE-24-HOUR== BY ==IO-CLK-MODE-24-HOUR==
003250         ==CLK-ALARM-SWITCH== BY ==IO-CLK-ALARM-SWITCH==
003260         ==CLK-ALARM-ENABLED==
003270             BY ==IO-CLK-ALARM-ENABLED==
003280         ==CLK-ALARM-DISABLED==
003290             BY ==IO-CLK-ALARM-DISABLED==
003300         ==CLK-TARGET-TIME==  BY ==IO-CLK-TARGET-TIME==
003310         ==CLK-TARGET-HOURS== BY ==IO-CLK-TARGET-HOURS==
003320         ==CLK-TARGET-MINUTES==
003330             BY ==IO-CLK-TARGET-MINUTES==
003340         ==CLK-TARGET-SECONDS==
003350             BY ==IO-CLK-TARGET-SECONDS==
003360         ==CLK-SLEEP-NANOS==  BY ==IO-CLK-SLEEP-NANOS==
003370         ==CLK-RUN-MODE==     BY ==IO-CLK-RUN-MODE==
003380         ==CLK-RUN-WALL-CLOCK==
003390             BY ==IO-CLK-RUN-WALL-CLOCK==
003400         ==CLK-RUN-STOPWATCH==
003410             BY ==IO-CLK-RUN-STOPWATCH==
003420         ==CLK-RUN-PREFLIGHT==
003430             BY ==IO-CLK-RUN-PREFLIGHT==
003440         ==CLK-DRIFT-THRESH-SECS==
003450             BY ==IO-CLK-DRIFT-THRESH-SECS==
003460         ==CLK-RETAIN-DAYS==  BY ==IO-CLK-RETAIN-DAYS==
003470         ==CLK-ESCALATE-MINS==
003480             BY ==IO-CLK-ESCALATE-MINS==
003490         ==CLK-REPAGE-MINS==  BY ==IO-CLK-REPAGE-MINS==
003500         ==CLK-HOME-DST-RULE==
003510             BY ==IO-CLK-HOME-DST-RULE==
003520         ==CLK-HOME-DST-KNOWN==
003530             BY ==IO-CLK-HOME-DST-KNOWN==.
003540 FD  CLOCK-TZ-FILE.
003550     COPY CLKTZCF.
003560 FD  CLOCK-COLOR-FILE.
003570     COPY CLKCLRC REPLACING
003580         ==CLK-COLOR-RECORD== BY ==IO-CLK-COLOR-RECORD==
003590         ==CLK-COLOR-NORMAL== BY ==IO-CLK-COLOR-NORMAL==
003600         ==CLK-COLOR-ALARM==  BY ==IO-CLK-COLOR-ALARM==
003610         ==CLK-COLOR-CUTOVER==
003620             BY ==IO-CLK-COLOR-CUTOVER==.
003630 FD  CLOCK-CKPT-FILE.
003640     COPY CLKCKPT.
003650 FD  CLOCK-STOP-FILE.
003660     COPY CLKSTOP.
003670 FD  CLOCK-REF-FILE.
003680     COPY CLKREFC.
003690 FD  CLOCK-EVENT-FILE.
003700     COPY CLKEVTR.
003710 FD  CLOCK-CMD-FILE.
003720     COPY CLKCMDR.
003730 FD  CLOCK-CAL-FILE.
003740     COPY CLKCALR.
003750 FD  DRIFT-HIST-FILE.
003760     COPY CLKDRFR.
003770 FD  CLOCK-DLN-FILE.
003780     COPY CLKDLNR.
003790 FD  PAGE-OUTBOX-FILE.
003800     COPY CLKPGWR.
003810 FD  HEARTBEAT-FILE.
003820     COPY CLKHBTR.
003830 FD  CLOCK-MNW-FILE.
003840     COPY CLKMNWR.
003850 FD  CLOCK-ONC-FILE.
003860     COPY CLKONCR.
003870 FD  CLOCK-MSG-FILE.
003880     COPY CLKMSGR.
003890 WORKING-STORAGE SECTION.
003900 01  CLK-CURRENT-TIME.
003910     05  CLK-HOURS             PIC 99.
003920     05  CLK-MINUTES           PIC 99.
003930     05  CLK-SECONDS           PIC 99.
003940     05  CLK-HUNDREDTHS        PIC 99.
003950 01  CLK-CURRENT-DATE.
003960     05  CLK-CD-YEAR           PIC 9(04).
003970     05  CLK-CD-MONTH          PIC 99.
003980     05  CLK-CD-DAY            PIC 99.
003990 01  CLK-START-MARK.
004000     05  CLK-START-HOURS       PIC 99.
004010     05  CLK-START-MINUTES     PIC 99.
004020     05  CLK-START-SECONDS     PIC 99.
004030 01  CLK-ELAPSED-TIME.
004040     05  CLK-ELAPSED-HOURS     PIC 99.
004050     05  CLK-ELAPSED-MINUTES   PIC 99.
004060     05  CLK-ELAPSED-SECONDS   PIC 99.
004070*****************************************************************
004080* LIVE STARTUP-SETTING RECORDS.  THESE, NOT THE CLOCKPRM/CLOCKCLR
004090*     FD RECORDS, ARE WHERE THE CLOCK'S OWN OPERATING SETTINGS
004100*     LIVE FOR THE REST OF THE RUN.  CLOCKPRM AND CLOCKCLR NEED
004110*     THIS THIRD COPY BECAUSE THEY'RE OPENED, READ ONCE, AND
004120*     CLOSED DURING STARTUP, YET THE SETTINGS THEY SUPPLY HAVE TO
004130*     SURVIVE FOR THE LIFE OF THE RUN: 1100-READ-PARMS/
004140*     1300-READ-COLORS READ EACH OPTIONAL FILE'S FD RECORD (SEE
004150*     IO-CLK-PARM-RECORD/IO-CLK-COLOR-RECORD BELOW) ONLY LONG
004160*     ENOUGH TO STAGE IT INTO THE SCRATCH BUFFER, WHICH
004170*     1150-APPLY-PARMS/1350-APPLY-COLORS THEN SELECTIVELY MOVE
004180*     ONTO THESE LIVE RECORDS.  CLOCKCKP/CLOCKSTP/CLOCKREF DON'T
004190*     NEED THIS TREATMENT -- THEY'RE SMALL AND ARE REOPENED AND
004200*     REREAD EVERY PASS, SO THEIR BARE FD RECORDS ARE CURRENT
004210*     ENOUGH TO USE DIRECTLY.  CLOCKTZ'S DATA DOESN'T TAKE A
004220*     CLKTZCF-SHAPED WORKING-STORAGE RECORD AT ALL -- IT LANDS IN
004230*     THE HAND-ROLLED CLK-TZ-TABLE BELOW, ONE SLOT AT A TIME.
004240*****************************************************************
004250     COPY CLKPARM.
004260     COPY CLKCLRC.
004270     COPY CLKPARM REPLACING
004280         ==CLK-PARM-RECORD==  BY ==WS-CLK-PARM-RECORD==
004290         ==CLK-DISPLAY-MODE== BY ==WS-CLK-DISPLAY-MODE==
004300         ==CLK-MODE-12-HOUR== BY ==WS-CLK-MODE-12-HOUR==
004310         ==CLK-MODE-24-HOUR== BY ==WS-CLK-MODE-24-HOUR==
004320         ==CLK-ALARM-SWITCH== BY ==WS-CLK-ALARM-SWITCH==
004330         ==CLK-ALARM-ENABLED==
004340             BY ==WS-CLK-ALARM-ENABLED==
004350         ==CLK-ALARM-DISABLED==
004360             BY ==WS-CLK-ALARM-DISABLED==
004370         ==CLK-TARGET-TIME==  BY ==WS-CLK-TARGET-TIME==
004380         ==CLK-TARGET-HOURS== BY ==WS-CLK-TARGET-HOURS==
004390         ==CLK-TARGET-MINUTES==
004400             BY ==WS-CLK-TARGET-MINUTES==
004410         ==CLK-TARGET-SECONDS==
004420             BY ==WS-CLK-TARGET-SECONDS==
004430         ==CLK-SLEEP-NANOS==  BY ==WS-CLK-SLEEP-NANOS==
004440         ==CLK-RUN-MODE==     BY ==WS-CLK-RUN-MODE==
004450         ==CLK-RUN-WALL-CLOCK==
004460             BY ==WS-CLK-RUN-WALL-CLOCK==
004470         ==CLK-RUN-STOPWATCH==
004480             BY ==WS-CLK-RUN-STOPWATCH==
004490         ==CLK-RUN-PREFLIGHT==
004500             BY ==WS-CLK-RUN-PREFLIGHT==
004510         ==CLK-DRIFT-THRESH-SECS==
004520             BY ==WS-CLK-DRIFT-THRESH-SECS==
004530         ==CLK-RETAIN-DAYS==  BY ==WS-CLK-RETAIN-DAYS==
004540         ==CLK-ESCALATE-MINS==
004550             BY ==WS-CLK-ESCALATE-MINS==
004560         ==CLK-REPAGE-MINS==  BY ==WS-CLK-REPAGE-MINS==
004570         ==CLK-HOME-DST-RULE==
004580             BY ==WS-CLK-HOME-DST-RULE==
004590         ==CLK-HOME-DST-KNOWN==
004600             BY ==WS-CLK-HOME-DST-KNOWN==.
004610     COPY CLKCLRC REPLACING
004620         ==CLK-COLOR-RECORD== BY ==WS-CLK-COLOR-RECORD==
004630         ==CLK-COLOR-NORMAL== BY ==WS-CLK-COLOR-NORMAL==
004640         ==CLK-COLOR-ALARM==  BY ==WS-CLK-COLOR-ALARM==
004650         ==CLK-COLOR-CUTOVER==
004660             BY ==WS-CLK-COLOR-CUTOVER==.
004670 77  CLK-DISPLAY-HOURS         PIC 99.
004680 77  CLK-DISPLAY-MINUTES       PIC 99.
004690 77  CLK-DISPLAY-SECONDS       PIC 99.
004700 77  CLK-MERIDIAN              PIC X(02).
004710 77  CLK-CURRENT-COLOR         PIC 9(01) VALUE 2.
004720 77  CLK-ALARM-FIRED-SWITCH    PIC X(01) VALUE 'N'.
004730     88  CLK-ALARM-FIRED           VALUE 'Y'.
004740 77  CLK-START-TOTAL-SECS      PIC 9(06) COMP.
004750 77  CLK-NOW-TOTAL-SECS        PIC 9(06) COMP.
004760*****************************************************************
004770* TIMEZONE STRIP TABLE.  ONE SLOT PER CLOCKTZ SITE.  THE SHIFT IS
004780*     THE SITE'S SIGNED OFFSET FROM OUR CLOCK IN MINUTES, THAT IS
004790*     ITS STANDARD OFFSET WITH ITS OWN DST HOUR ADDED AND OURS
004800*     TAKEN OFF; 1280-RESOLVE-TZ-RULES SETS IT AND THE DST SWITCH
004810*     FOR THE CURRENT DATE.  THE DATE TEXT IS THE SITE'S MM/DD
004820*     WHEN ITS LOCAL DATE DIFFERS FROM OURS, ELSE BLANK.  THE
004830*     PRIOR- FIELDS ARE WHAT IS ON THE SCREEN NOW.
004840*****************************************************************
004850 01  CLK-TZ-TABLE.
004860     05  CLK-TZ-ENTRY OCCURS 3 TIMES INDEXED BY CLK-TZ-IDX.
004870         10  CLK-TZT-SITE-NAME     PIC X(10).
004880         10  CLK-TZT-OFFSET-SIGN   PIC X(01).
004890         10  CLK-TZT-OFFSET-HRS    PIC 99.
004900         10  CLK-TZT-OFFSET-MINS   PIC 99.
004910         10  CLK-TZT-DST-RULE      PIC X(08).
004920         10  CLK-TZT-DST-START     PIC X(08).
004930         10  CLK-TZT-DST-END       PIC X(08).
004940         10  CLK-TZT-DST-SW        PIC X(01).
004950         10  CLK-TZT-SHIFT-MINS    PIC S9(05) COMP.
004960         10  CLK-TZT-HOURS         PIC 99.
004970         10  CLK-TZT-PRIOR-HOURS   PIC 99.
004980         10  CLK-TZT-MINUTES       PIC 99.
004990         10  CLK-TZT-PRIOR-MINUTES PIC 99.
005000         10  CLK-TZT-DATE-TEXT     PIC X(05).
005010         10  CLK-TZT-PRIOR-DATE-TEXT
005020                                   PIC X(05).
005030 77  CLK-TZ-COUNT               PIC 9(01) VALUE ZERO.
005040 77  CLK-TZ-FILE-STATUS         PIC X(02).
005050 77  CLK-TZ-EOF-SWITCH          PIC X(01) VALUE 'N'.
005060     88  CLK-TZ-AT-END              VALUE 'Y'.
005070 77  CLK-TZ-CALC                PIC S9(05) COMP.
005080 77  CLK-TZ-LINE-NUM            PIC 9(02) COMP.
005090 77  CLK-TZ-EDIT-REASON         PIC X(40).
005100 77  CLK-TZ-ABS-MINS            PIC 9(05) COMP.
005110 77  CLK-TZ-SHOW-SIGN           PIC X(01).
005120 77  CLK-TZ-SHOW-HRS            PIC 99.
005130 77  CLK-TZ-SHOW-MINS           PIC 99.
005140 77  CLK-TZ-YESTERDAY-TEXT      PIC X(05) VALUE SPACES.
005150 77  CLK-TZ-TOMORROW-TEXT       PIC X(05) VALUE SPACES.
005160*****************************************************************
005170* DST STATE CARRIED ACROSS A RELOAD OR RESTART.  THE HOME SWITCH
005180*     IS OUR OWN DST STATE AS OF THE LAST RESOLUTION (BLANK UNTIL
005190*     THE FIRST), THE NOW SWITCH WHAT THIS RESOLUTION FOUND.  THE
005200*     WAS/NOW HOURS ARE A SITE'S DST HOUR LESS OURS BEFORE AND
005210*     AFTER.  THE CARRY TABLE HOLDS EACH SITE'S PRIOR DST SWITCH
005220*     BY NAME -- FROM THE LIVE TABLE BEFORE AN R RELOAD, OR FROM
005230*     THE CHECKPOINT AT STARTUP -- UNTIL THE FRESHLY LOADED SLOTS
005240*     PICK IT UP.
005250*****************************************************************
005260 77  CLK-HOME-DST-SW            PIC X(01) VALUE SPACE.
005270 77  CLK-HOME-DST-NOW-SW        PIC X(01) VALUE 'N'.
005280     88  CLK-HOME-DST-IN-EFFECT     VALUE 'Y'.
005290 77  CLK-TZ-DST-WAS-HRS         PIC S9(01) COMP.
005300 77  CLK-TZ-DST-NOW-HRS         PIC S9(01) COMP.
005310 01  CLK-TZ-CARRY-TABLE.
005320     05  CLK-TZC-ENTRY OCCURS 3 TIMES.
005330         10  CLK-TZC-SITE-NAME     PIC X(10).
005340         10  CLK-TZC-DST-SW        PIC X(01).
005350 77  CLK-TZC-COUNT              PIC 9(01) VALUE ZERO.
005360 77  CLK-TZC-SUB                PIC 9(01) COMP.
005370*****************************************************************
005380* DST RULE RESOLUTION.  1290-RESOLVE-DST-RULE TAKES A RULE NAME
005390*     AND (FOR THE DATES RULE) ITS START AND END FROM THE STAGE
005400*     FIELDS, WORKS OUT THIS YEAR'S CHANGEOVER DATES, AND SAYS
005410*     WHETHER DST IS IN EFFECT ON THE CURRENT DATE.  A SOUTHERN-
005420*     HEMISPHERE RULE STARTS LATE IN THE YEAR AND ENDS EARLY IN
005430*     IT, SO ITS FROM DATE IS AFTER ITS UNTIL DATE.
005440*****************************************************************
005450 77  CLK-DST-STAGE-RULE         PIC X(08).
005460 77  CLK-DST-STAGE-START        PIC X(08).
005470 77  CLK-DST-STAGE-END          PIC X(08).
005480 01  CLK-DST-FROM.
005490     05  CLK-DST-FROM-YEAR      PIC 9(04).
005500     05  CLK-DST-FROM-MONTH     PIC 99.
005510     05  CLK-DST-FROM-DAY       PIC 99.
005520 01  CLK-DST-UNTIL.
005530     05  CLK-DST-UNTIL-YEAR     PIC 9(04).
005540     05  CLK-DST-UNTIL-MONTH    PIC 99.
005550     05  CLK-DST-UNTIL-DAY      PIC 99.
005560 77  CLK-DST-STATE-SW           PIC X(01) VALUE 'N'.
005570     88  CLK-DST-IN-EFFECT          VALUE 'Y'.
005580 77  CLK-SUN-MONTH              PIC 99.
005590 77  CLK-SUN-WHICH              PIC 9(01).
005600     88  CLK-SUN-LAST               VALUE 9.
005610 77  CLK-SUN-DAY                PIC 99.
005620 77  CLK-DST-RULE-SUB           PIC 9(02) COMP.
005630 77  CLK-DST-RULE-MATCH         PIC 9(02) COMP.
005640*****************************************************************
005650* NAMED DST RULES: RULE, THEN THE MONTH AND WHICH SUNDAY (1ST,
005660*     2ND, OR 9 FOR THE LAST) DST STARTS, THEN THE MONTH AND
005670*     WHICH SUNDAY IT ENDS.  KEEP IN STEP WITH THE LIST IN
005680*     CLKTZCF.
005690*****************************************************************
005700 01  CLK-DST-RULE-TABLE.
005710     05  FILLER                 PIC X(14) VALUE 'US      032111'.
005720     05  FILLER                 PIC X(14) VALUE 'EU      039109'.
005730     05  FILLER                 PIC X(14) VALUE 'AU      101041'.
005740     05  FILLER                 PIC X(14) VALUE 'NZ      099041'.
005750 01  FILLER REDEFINES CLK-DST-RULE-TABLE.
005760     05  CLK-DSTR-ENTRY OCCURS 4 TIMES.
005770         10  CLK-DSTR-NAME      PIC X(08).
005780         10  CLK-DSTR-FROM-MONTH
005790                                PIC 99.
005800         10  CLK-DSTR-FROM-WHICH
005810                                PIC 9(01).
005820         10  CLK-DSTR-UNTIL-MONTH
005830                                PIC 99.
005840         10  CLK-DSTR-UNTIL-WHICH
005850                                PIC 9(01).
005860 77  CLK-COLOR-FILE-STATUS      PIC X(02).
005870 77  CLK-SLEEP-INTERVAL        PIC X(10) VALUE '1000000000'.
005880 77  CLK-LOG-INTERVAL-PASSES   PIC 9(05) COMP VALUE 30.
005890 77  CLK-PASS-COUNTER          PIC 9(05) COMP VALUE ZERO.
005900 77  CLK-LOG-FILE-STATUS       PIC X(02).
005910 77  CLK-PARM-FILE-STATUS      PIC X(02).
005920 77  CLK-DISP-MODE-SUPPLIED-SW PIC X(01) VALUE 'N'.
005930     88  CLK-DISP-MODE-SUPPLIED    VALUE 'Y'.
005940 77  CLK-RUN-MODE-SUPPLIED-SW  PIC X(01) VALUE 'N'.
005950     88  CLK-RUN-MODE-SUPPLIED     VALUE 'Y'.
005960 77  CLK-STOP-SWITCH           PIC X(01) VALUE 'N'.
005970     88  CLK-STOP-REQUESTED        VALUE 'Y'.
005980 77  CLK-CKPT-FILE-STATUS      PIC X(02).
005990 77  CLK-STOP-FILE-STATUS      PIC X(02).
006000 77  CLK-RESUMED-SWITCH        PIC X(01) VALUE 'N'.
006010     88  CLK-RESUMED               VALUE 'Y'.
006020 77  CLK-REF-FILE-STATUS       PIC X(02).
006030 77  CLK-DRIFT-SWITCH          PIC X(01) VALUE 'N'.
006040     88  CLK-DRIFT-EXCEEDED        VALUE 'Y'.
006050 77  CLK-EVENT-FILE-STATUS     PIC X(02).
006060 77  CLK-DRIFT-PRIOR-SWITCH    PIC X(01) VALUE 'N'.
006070 77  CLK-DRF-FILE-STATUS       PIC X(02).
006080 77  CLK-DRIFT-SIGNED-SECS     PIC S9(05) COMP.
006090 77  CLK-DRIFT-MEASURED-SW     PIC X(01) VALUE 'N'.
006100     88  CLK-DRIFT-MEASURED        VALUE 'Y'.
006110 77  CLK-EVENT-TIME-RAW        PIC 9(08).
006120 77  CLK-EVENT-STAGE-CODE      PIC X(08).
006130 77  CLK-EVENT-STAGE-SEV       PIC X(01).
006140 77  CLK-EVENT-STAGE-TEXT      PIC X(40).
006150 77  CLK-CMD-FILE-STATUS       PIC X(02).
006160 77  CLK-CMD-CONSUMED-SWITCH   PIC X(01) VALUE 'N'.
006170     88  CLK-CMD-CONSUMED          VALUE 'Y'.
006180 77  CLK-SAVED-RUN-MODE        PIC X(01).
006190 77  CLK-CAL-FILE-STATUS       PIC X(02).
006200 77  CLK-CAL-EOF-SWITCH        PIC X(01) VALUE 'N'.
006210     88  CLK-CAL-AT-END            VALUE 'Y'.
006220 77  CLK-CAL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
006230     88  CLK-CAL-DATE-FOUND        VALUE 'Y'.
006240 77  CLK-TODAY-PROC-SWITCH     PIC X(01) VALUE 'Y'.
006250     88  CLK-TODAY-PROCESSING      VALUE 'Y'.
006260 77  CLK-SUPPRESS-SWITCH       PIC X(01) VALUE 'N'.
006270     88  CLK-CUTOVER-SUPPRESSED    VALUE 'Y'.
006280 77  CLK-PROC-STATUS-TEXT      PIC X(16).
006290 77  CLK-TODAY-DAY-TYPE        PIC X(08) VALUE 'NORMAL'.
006300 77  CLK-REPAINT-SWITCH        PIC X(01) VALUE 'Y'.
006310     88  CLK-REPAINT-NEEDED        VALUE 'Y'.
006320 77  CLK-PRIOR-COLOR           PIC 9(01) VALUE 9.
006330 77  CLK-PRIOR-DISP-HOURS      PIC 99 VALUE 99.
006340 77  CLK-PRIOR-DISP-MINUTES    PIC 99 VALUE 99.
006350 77  CLK-PRIOR-DISP-SECONDS    PIC 99 VALUE 99.
006360 77  CLK-PRIOR-MERIDIAN        PIC X(02) VALUE SPACES.
006370 77  CLK-BANNER-STATE          PIC X(01) VALUE 'N'.
006380 77  CLK-PRIOR-BANNER-STATE    PIC X(01) VALUE '?'.
006390 77  CLK-PRIOR-DRIFT-SHOWN     PIC X(01) VALUE '?'.
006400 77  CLK-DOW-Q                 PIC 9(02) COMP.
006410 77  CLK-DOW-M                 PIC 9(02) COMP.
006420 77  CLK-DOW-K                 PIC 9(04) COMP.
006430 77  CLK-DOW-J                 PIC 9(04) COMP.
006440 77  CLK-DOW-YEAR              PIC 9(04) COMP.
006450 77  CLK-DOW-H                 PIC 9(06) COMP.
006460 77  CLK-DOW-WORK              PIC 9(06) COMP.
006470 77  CLK-DOW-QUOT              PIC 9(06) COMP.
006480 77  CLK-DOW-NAME              PIC X(09).
006490 01  CLK-DOW-NAME-TABLE.
006500     05  FILLER                PIC X(09) VALUE 'SATURDAY '.
006510     05  FILLER                PIC X(09) VALUE 'SUNDAY   '.
006520     05  FILLER                PIC X(09) VALUE 'MONDAY   '.
006530     05  FILLER                PIC X(09) VALUE 'TUESDAY  '.
006540     05  FILLER                PIC X(09) VALUE 'WEDNESDAY'.
006550     05  FILLER                PIC X(09) VALUE 'THURSDAY '.
006560     05  FILLER                PIC X(09) VALUE 'FRIDAY   '.
006570 01  FILLER REDEFINES CLK-DOW-NAME-TABLE.
006580     05  CLK-DOW-NAMES OCCURS 7 TIMES
006590                               PIC X(09).
006600 01  CLK-EVT-DRIFT-TEXT.
006610     05  FILLER                PIC X(06) VALUE 'DRIFT '.
006620     05  CLK-EVT-DRIFT-SECS    PIC ZZZZ9.
006630     05  FILLER                PIC X(21) VALUE
006640         ' SECONDS VS REFERENCE'.
006650 77  CLK-REF-TOTAL-SECS        PIC S9(05) COMP.
006660 77  CLK-DRIFT-NOW-SECS        PIC S9(05) COMP.
006670 77  CLK-DRIFT-DIFF-SECS       PIC S9(05) COMP.
006680 77  CLK-BLANK-LINE            PIC X(40) VALUE SPACES.
006690 77  CLK-PRIOR-DATE            PIC X(08) VALUE SPACES.
006700*****************************************************************
006710* CLOCKLOG SEQUENCE AND CONTROL TOTALS.  THE SEQUENCE RUNS ON
006720*     FOR THE LIFE OF THE INSTANCE; THE CONTROL TOTALS COVER THE
006730*     READINGS IN THE LIVE FILE SINCE IT WAS STARTED (OR SINCE
006740*     ITS LAST CONTROL RECORD) AND ARE WRITTEN OUT AS THE
006750*     GENERATION'S CONTROL RECORD AT THE MIDNIGHT ROLL.
006760*****************************************************************
006770 77  CLK-LOG-SEQ-NO            PIC 9(09) COMP VALUE ZERO.
006780 77  CLK-LCT-COUNT             PIC 9(07) COMP VALUE ZERO.
006790 77  CLK-LCT-FIRST-SEQ         PIC 9(09) COMP VALUE ZERO.
006800 77  CLK-LCT-LAST-SEQ          PIC 9(09) COMP VALUE ZERO.
006810 77  CLK-LCT-FIRST-TIME        PIC 9(08) VALUE ZERO.
006820 77  CLK-LCT-LAST-TIME         PIC 9(08) VALUE ZERO.
006830 77  CLK-LCT-HASH              PIC 9(18) COMP VALUE ZERO.
006840 77  CLK-LCT-TIME-VALUE        PIC 9(08).
006850 77  CLK-LOG-SCAN-EOF-SWITCH   PIC X(01) VALUE 'N'.
006860     88  CLK-LOG-SCAN-AT-END       VALUE 'Y'.
006870 01  CLK-ARCH-FILE-NAME        PIC X(20).
006880 01  CLK-PURGE-FILE-NAME       PIC X(20).
006890 77  CLK-PURGE-NAME-DATE       PIC 9(08).
006900 01  CLK-PURGE-DATE.
006910     05  CLK-PG-YEAR           PIC 9(04).
006920     05  CLK-PG-MONTH          PIC 99.
006930     05  CLK-PG-DAY            PIC 99.
006940 77  CLK-PURGE-AGE             PIC 9(04) COMP.
006950 77  CLK-PURGE-LIMIT           PIC 9(04) COMP.
006960 77  CLK-LEAP-QUOT             PIC 9(04) COMP.
006970 77  CLK-LEAP-REM              PIC 9(04) COMP.
006980 77  CLK-MONTH-LENGTH          PIC 99.
006990 01  CLK-MONTH-DAY-TABLE.
007000     05  FILLER                PIC X(24) VALUE
007010         '312831303130313130313031'.
007020 01  FILLER REDEFINES CLK-MONTH-DAY-TABLE.
007030     05  CLK-MONTH-DAYS OCCURS 12 TIMES
007040                               PIC 99.
007050 77  CLK-PF-REJECT-COUNT       PIC 9(03) COMP VALUE ZERO.
007060 77  CLK-PF-TZ-LINE-COUNT      PIC 9(03) VALUE ZERO.
007070 77  CLK-PF-EOF-SWITCH         PIC X(01) VALUE 'N'.
007080     88  CLK-PF-AT-END             VALUE 'Y'.
007090 01  CLK-PF-DETAIL-LINE.
007100     05  FILLER                PIC X(02) VALUE SPACES.
007110     05  CLK-PF-FIELD-NAME     PIC X(14).
007120     05  FILLER                PIC X(01) VALUE SPACE.
007130     05  CLK-PF-STATUS         PIC X(10).
007140     05  FILLER                PIC X(01) VALUE SPACE.
007150     05  CLK-PF-REASON         PIC X(40).
007160 77  CLK-PF-REJECT-EDIT        PIC ZZ9.
007170*****************************************************************
007180* NAMED-DEADLINE TABLE.  LOADED WITH TODAY'S DEADLINE SET FROM
007190*     CLOCKDLN AT STARTUP, ON AN R RELOAD, AND AT THE MIDNIGHT
007200*     ROLLOVER BY 1700-READ-DEADLINES; AN ABSENT OR EMPTY
007210*     FILE SYNTHESIZES ONE ENTRY FROM THE SINGLE CLOCKPRM TARGET
007220*     TIME SO THE LEGACY CONFIG KEEPS WORKING UNCHANGED.  THE
007230*     FIRED/ACKED/SUPPRESSED SWITCHES ARE PER DEADLINE AND RESET
007240*     AT THE MIDNIGHT ROLLOVER; A RELOAD CARRIES THEM OVER BY
007250*     NAME SO AN ACKNOWLEDGED BANNER CANNOT COME BACK JUST
007260*     BECAUSE THE CONTROL FILES WERE RELOADED.  ESCAL-SW SAYS THE
007270*     PRIMARY ON CALL HAS BEEN PAGED (AT PAGE-SECS) AND TIER2-SW
007280*     THAT THE SECONDARY HAS BEEN RE-PAGED.
007290*****************************************************************
007300 01  CLK-DLN-TABLE.
007310     05  CLK-DLNT-ENTRY OCCURS 8 TIMES.
007320         10  CLK-DLNT-NAME         PIC X(12).
007330         10  CLK-DLNT-TIME.
007340             15  CLK-DLNT-HOURS    PIC 99.
007350             15  CLK-DLNT-MINUTES  PIC 99.
007360             15  CLK-DLNT-SECONDS  PIC 99.
007370         10  CLK-DLNT-TARGET-SECS  PIC 9(06) COMP.
007380         10  CLK-DLNT-LEAD-SECS    PIC 9(06) COMP.
007390         10  CLK-DLNT-CAL-FLAG     PIC X(01).
007400         10  CLK-DLNT-FIRED-SW     PIC X(01).
007410         10  CLK-DLNT-ACKED-SW     PIC X(01).
007420         10  CLK-DLNT-SUPP-SW      PIC X(01).
007430         10  CLK-DLNT-ESCAL-SW     PIC X(01).
007440         10  CLK-DLNT-HELD-SW      PIC X(01).
007450         10  CLK-DLNT-TIER2-SW     PIC X(01).
007460         10  CLK-DLNT-FIRE-SECS    PIC 9(06) COMP.
007470         10  CLK-DLNT-PAGE-SECS    PIC 9(06) COMP.
007480         10  CLK-DLNT-FIRE-TIME.
007490             15  CLK-DLNT-FIRE-HOURS   PIC 99.
007500             15  CLK-DLNT-FIRE-MINUTES PIC 99.
007510             15  CLK-DLNT-FIRE-SECONDS PIC 99.
007520 01  CLK-DLN-SAVE-TABLE.
007530     05  CLK-DLNS-ENTRY OCCURS 8 TIMES.
007540         10  CLK-DLNS-NAME         PIC X(12).
007550         10  CLK-DLNS-FIRED-SW     PIC X(01).
007560         10  CLK-DLNS-ACKED-SW     PIC X(01).
007570         10  CLK-DLNS-SUPP-SW      PIC X(01).
007580         10  CLK-DLNS-ESCAL-SW     PIC X(01).
007590         10  CLK-DLNS-HELD-SW      PIC X(01).
007600         10  CLK-DLNS-TIER2-SW     PIC X(01).
007610         10  CLK-DLNS-FIRE-SECS    PIC 9(06) COMP.
007620         10  CLK-DLNS-PAGE-SECS    PIC 9(06) COMP.
007630         10  CLK-DLNS-FIRE-TIME    PIC X(06).
007640 77  CLK-DLN-FILE-STATUS       PIC X(02).
007650 77  CLK-DLN-EOF-SWITCH        PIC X(01) VALUE 'N'.
007660     88  CLK-DLN-AT-END            VALUE 'Y'.
007670 77  CLK-DLN-COUNT             PIC 9(01) VALUE ZERO.
007680 77  CLK-DLN-SAVE-COUNT        PIC 9(01) VALUE ZERO.
007690 77  CLK-DLN-SUB               PIC 9(02) COMP.
007700 77  CLK-DLN-SAVE-SUB          PIC 9(02) COMP.
007710 77  CLK-ACTIVE-DLN-SUB        PIC 9(02) COMP VALUE ZERO.
007720 77  CLK-SUPP-DLN-SUB          PIC 9(02) COMP VALUE ZERO.
007730 77  CLK-LEAD-DLN-SUB          PIC 9(02) COMP VALUE ZERO.
007740 77  CLK-HELD-DLN-SUB          PIC 9(02) COMP VALUE ZERO.
007750 77  CLK-HOLD-SWITCH           PIC X(01) VALUE 'N'.
007760     88  CLK-DEADLINE-HELD         VALUE 'Y'.
007770 77  CLK-DLN-LEAD-START        PIC S9(06) COMP.
007780 77  CLK-BANNER-TEXT           PIC X(34) VALUE SPACES.
007790 77  CLK-PRIOR-BANNER-TEXT     PIC X(34) VALUE SPACES.
007800 77  CLK-PF-DLN-LINE-COUNT     PIC 9(03) VALUE ZERO.
007810 77  CLK-DLN-WANT-SET          PIC X(08).
007820 77  CLK-DLN-LINE-SET          PIC X(08).
007830 77  CLK-DLN-ARMED-SET         PIC X(08) VALUE SPACES.
007840 77  CLK-DLN-PRIOR-SET         PIC X(08) VALUE SPACES.
007850 77  CLK-DLN-SET-SOURCE        PIC X(01) VALUE 'L'.
007860     88  CLK-DLN-SET-EXACT         VALUE 'E'.
007870     88  CLK-DLN-SET-FELL-BACK     VALUE 'F'.
007880     88  CLK-DLN-SET-LEGACY        VALUE 'L'.
007890*****************************************************************
007900* DEADLINE-SET AUDIT TABLES.  5600-AUDIT-CALENDAR COLLECTS THE
007910*     DISTINCT DAY TYPES THE CALENDAR USES (NORMAL ALWAYS, SINCE A
007920*     DATE MISSING FROM THE CALENDAR ARMS THE NORMAL SET), AND
007930*     5710-AUDIT-ONE-DLN COLLECTS THE SETS CLOCKDLN DEFINES WITH
007940*     THE SLOT COUNT AND PRIOR TIME OF EACH, SO THE EIGHT-SLOT AND
007950*     TIME-SEQUENCE CHECKS APPLY WITHIN A SET AND 5750 CAN MATCH
007960*     EVERY DAY TYPE TO A SET OF ITS OWN.
007970*****************************************************************
007980 01  CLK-PF-SET-TABLE.
007990     05  CLK-PFS-ENTRY OCCURS 20 TIMES.
008000         10  CLK-PFS-NAME          PIC X(08).
008010         10  CLK-PFS-LINE-COUNT    PIC 9(03) COMP.
008020         10  CLK-PFS-PRIOR-SECS    PIC S9(06) COMP.
008030 77  CLK-PF-SET-COUNT          PIC 9(02) COMP VALUE ZERO.
008040 77  CLK-PF-SET-SUB            PIC 9(02) COMP.
008050 77  CLK-PF-SET-MATCH          PIC 9(02) COMP.
008060 01  CLK-PF-TYPE-TABLE.
008070     05  CLK-PFT-ENTRY OCCURS 20 TIMES.
008080         10  CLK-PFT-NAME          PIC X(08).
008090         10  CLK-PFT-FIRST-DATE    PIC 9(08).
008100 77  CLK-PF-TYPE-COUNT         PIC 9(02) COMP VALUE ZERO.
008110 77  CLK-PF-TYPE-SUB           PIC 9(02) COMP.
008120 77  CLK-PF-TYPE-MATCH         PIC 9(02) COMP.
008130 77  CLK-PF-TYPE-OVER-SWITCH   PIC X(01) VALUE 'N'.
008140     88  CLK-PF-TYPE-OVERFLOW      VALUE 'Y'.
008150 77  CLK-PGW-FILE-STATUS       PIC X(02).
008160 77  CLK-ESCALATE-LIMIT        PIC 9(06) COMP.
008170 77  CLK-UNACK-MINS            PIC 9(05) COMP.
008180 77  CLK-PGW-STAGE-TIER        PIC 9(01).
008190 77  CLK-PGW-STAGE-CONTACT     PIC X(20).
008200 77  CLK-HBT-FILE-STATUS       PIC X(02).
008210 77  CLK-HBT-INTERVAL-PASSES   PIC 9(03) COMP VALUE 5.
008220 77  CLK-HBT-PASS-COUNTER      PIC 9(03) COMP VALUE ZERO.
008230 77  CLK-TOTAL-PASSES          PIC 9(09) COMP VALUE ZERO.
008240 77  CLK-HBT-STAGE-MODE        PIC X(01).
008250 77  CLK-LAST-CKPT-TIME        PIC X(06) VALUE '000000'.
008260*****************************************************************
008270* PLANNED MAINTENANCE WINDOW TABLE.  LOADED FROM CLOCKMNW AT
008280*     STARTUP AND ON AN R RELOAD BY 1800-READ-MAINT-WINDOWS.  THE
008290*     STAMPS ARE YYYYMMDDHHMMSS ON OUR OWN CLOCK; A MOMENT IS IN A
008300*     WINDOW FROM ITS START UP TO (NOT INCLUDING) ITS END.  THE
008310*     OPEN START IS THE START STAMP OF THE WINDOW OPEN ON THIS
008320*     PASS (ZERO WHEN NONE) AND THE PRIOR FIELDS ARE THE WINDOW
008330*     LAST JOURNALED AS OPEN, SO 2540 CAN JOURNAL EACH OPENING
008340*     AND CLOSING EXACTLY ONCE.
008350*****************************************************************
008360 01  CLK-MNW-TABLE.
008370     05  CLK-MNWT-ENTRY OCCURS 20 TIMES.
008380         10  CLK-MNWT-START-STAMP  PIC 9(14).
008390         10  CLK-MNWT-END-STAMP    PIC 9(14).
008400         10  CLK-MNWT-TICKET       PIC X(10).
008410         10  CLK-MNWT-REASON       PIC X(30).
008420 77  CLK-MNW-FILE-STATUS       PIC X(02).
008430 77  CLK-MNW-EOF-SWITCH        PIC X(01) VALUE 'N'.
008440     88  CLK-MNW-AT-END            VALUE 'Y'.
008450 77  CLK-MNW-COUNT             PIC 9(02) COMP VALUE ZERO.
008460 77  CLK-MNW-SUB               PIC 9(02) COMP.
008470 77  CLK-MNW-HIT-SUB           PIC 9(02) COMP.
008480 77  CLK-MNW-EDIT-REASON       PIC X(40).
008490 77  CLK-MNW-LINE-START        PIC 9(14).
008500 77  CLK-MNW-LINE-END          PIC 9(14).
008510 77  CLK-MNW-NOW-STAMP         PIC 9(14).
008520 77  CLK-MNW-TEST-STAMP        PIC 9(14).
008530 77  CLK-MNW-OPEN-START        PIC 9(14) VALUE ZERO.
008540 77  CLK-MNW-PRIOR-START       PIC 9(14) VALUE ZERO.
008550 77  CLK-MNW-PRIOR-TICKET      PIC X(10) VALUE SPACES.
008560 77  CLK-MNW-PRIOR-REASON      PIC X(30) VALUE SPACES.
008570 77  CLK-MNW-OPEN-SWITCH       PIC X(01) VALUE 'N'.
008580     88  CLK-MNW-WINDOW-OPEN       VALUE 'Y'.
008590 01  CLK-MNW-DATE-CHECK.
008600     05  CLK-MNW-CHECK-YEAR    PIC 9(04).
008610     05  CLK-MNW-CHECK-MONTH   PIC 99.
008620     05  CLK-MNW-CHECK-DAY     PIC 99.
008630 77  CLK-PF-MNW-LINE-COUNT     PIC 9(03) VALUE ZERO.
008640 77  CLK-PF-MNW-ACCEPTED       PIC 9(02) COMP VALUE ZERO.
008650 77  CLK-PF-MNW-OVERLAP-SW     PIC X(01) VALUE 'N'.
008660     88  CLK-PF-MNW-OVERLAPS       VALUE 'Y'.
008670*****************************************************************
008680* ON-CALL ROSTER TABLE.  LOADED FROM CLOCKONC AT STARTUP AND ON AN
008690*     R RELOAD BY 1900-READ-ONCALL-ROSTER.  SHIFT TIMES ARE HHMM
008700*     ON OUR OWN CLOCK; AN END AT OR BEFORE THE START RUNS PAST
008710*     MIDNIGHT.  A BLANK DEADLINE MARKS A GENERAL LINE, A NAMED
008720*     ONE AN OVERRIDE FOR THAT DEADLINE.  2580-FIND-ON-CALL LOOKS
008730*     THE STAGED TEST DATE AND HHMM UP FOR THE STAGED DEADLINE,
008740*     WORKING OUT THE PRIOR DATE (FOR A SHIFT STARTED YESTERDAY)
008750*     ONLY WHEN THE TEST DATE CHANGES.  THE PF- ITEMS DRIVE THE
008760*     PREFLIGHT WALK OF THE NEXT SEVEN DAYS, ONE HOUR AT A TIME.
008770*****************************************************************
008780 01  CLK-ONC-TABLE.
008790     05  CLK-ONCT-ENTRY OCCURS 50 TIMES.
008800         10  CLK-ONCT-FROM-DATE    PIC 9(08).
008810         10  CLK-ONCT-TO-DATE      PIC 9(08).
008820         10  CLK-ONCT-START-HHMM   PIC 9(04).
008830         10  CLK-ONCT-END-HHMM     PIC 9(04).
008840         10  CLK-ONCT-PRIMARY      PIC X(20).
008850         10  CLK-ONCT-SECONDARY    PIC X(20).
008860         10  CLK-ONCT-DEADLINE     PIC X(12).
008870 77  CLK-ONC-FILE-STATUS       PIC X(02).
008880 77  CLK-ONC-EOF-SWITCH        PIC X(01) VALUE 'N'.
008890     88  CLK-ONC-AT-END            VALUE 'Y'.
008900 77  CLK-ONC-COUNT             PIC 9(02) COMP VALUE ZERO.
008910 77  CLK-ONC-SUB               PIC 9(02) COMP.
008920 77  CLK-ONC-HIT-SUB           PIC 9(02) COMP.
008930 77  CLK-ONC-EDIT-REASON       PIC X(40).
008940 77  CLK-ONC-TEST-DATE         PIC 9(08).
008950 77  CLK-ONC-TEST-PRIOR        PIC 9(08).
008960 77  CLK-ONC-PRIOR-FOR         PIC 9(08) VALUE ZERO.
008970 77  CLK-ONC-TEST-HHMM         PIC 9(04).
008980 77  CLK-ONC-TEST-DLN          PIC X(12).
008990 77  CLK-ONC-WANT-DLN          PIC X(12).
009000 77  CLK-ONC-SHIFT-DATE        PIC 9(08).
009010 77  CLK-ONC-WALK-DATE         PIC 9(08).
009020 01  CLK-ONC-DATE-CHECK.
009030     05  CLK-ONC-CHECK-YEAR    PIC 9(04).
009040     05  CLK-ONC-CHECK-MONTH   PIC 99.
009050     05  CLK-ONC-CHECK-DAY     PIC 99.
009060 77  CLK-PF-ONC-LINE-COUNT     PIC 9(03) VALUE ZERO.
009070 77  CLK-PF-ONC-ACCEPTED       PIC 9(02) COMP VALUE ZERO.
009080 77  CLK-PF-ONC-HOUR-COUNT     PIC 9(03) COMP.
009090 77  CLK-PF-ONC-MINUTE         PIC 9(02) COMP.
009100 77  CLK-PF-ONC-HOUR           PIC 99.
009110 77  CLK-PF-ONC-RUN-DATE       PIC 9(08).
009120 77  CLK-PF-ONC-RUN-HOUR       PIC 99.
009130 77  CLK-PF-ONC-HOLE-COUNT     PIC 9(03) COMP VALUE ZERO.
009140 77  CLK-PF-ONC-HOLE-SWITCH    PIC X(01) VALUE 'N'.
009150     88  CLK-PF-ONC-HOUR-HOLE      VALUE 'Y'.
009160 77  CLK-PF-ONC-RUN-SWITCH     PIC X(01) VALUE 'N'.
009170     88  CLK-PF-ONC-RUN-OPEN       VALUE 'Y'.
009180*****************************************************************
009190* BROADCAST NOTICE TABLE.  LOADED FROM CLOCKMSG AT STARTUP AND ON
009200*     AN R RELOAD BY 1950-READ-NOTICES, KEEPING ONLY THE NOTICES
009210*     FOR THIS INSTANCE THAT HAVE NOT ALREADY ENDED.  THE STAMPS
009220*     ARE YYYYMMDDHHMMSS ON OUR OWN CLOCK, COMPARED WITH THE
009230*     PASS'S CLK-MNW-NOW-STAMP; A NOTICE RUNS FROM ITS START UP TO
009240*     (NOT INCLUDING) ITS END.  2200-SELECT-NOTICE PICKS THE SHOWN
009250*     TEXT EACH PASS AND THE PRIOR TEXT IS WHAT IS ON THE SCREEN
009260*     NOW.
009270*****************************************************************
009280 01  CLK-MSG-TABLE.
009290     05  CLK-MSGT-ENTRY OCCURS 20 TIMES.
009300         10  CLK-MSGT-START-STAMP  PIC 9(14).
009310         10  CLK-MSGT-END-STAMP    PIC 9(14).
009320         10  CLK-MSGT-PRIORITY     PIC 9(01).
009330         10  CLK-MSGT-TEXT         PIC X(40).
009340 77  CLK-MSG-FILE-STATUS       PIC X(02).
009350 77  CLK-MSG-EOF-SWITCH        PIC X(01) VALUE 'N'.
009360     88  CLK-MSG-AT-END            VALUE 'Y'.
009370 77  CLK-MSG-COUNT             PIC 9(02) COMP VALUE ZERO.
009380 77  CLK-MSG-SUB               PIC 9(02) COMP.
009390 77  CLK-MSG-EDIT-REASON       PIC X(40).
009400 77  CLK-MSG-LINE-START        PIC 9(14).
009410 77  CLK-MSG-LINE-END          PIC 9(14).
009420 77  CLK-MSG-LOAD-DATE         PIC 9(08).
009430 77  CLK-MSG-LOAD-TIME         PIC 9(08).
009440 77  CLK-MSG-LOAD-STAMP        PIC 9(14).
009450 01  CLK-MSG-DATE-CHECK.
009460     05  CLK-MSG-CHECK-YEAR    PIC 9(04).
009470     05  CLK-MSG-CHECK-MONTH   PIC 99.
009480     05  CLK-MSG-CHECK-DAY     PIC 99.
009490 77  CLK-MSG-ROTATE-SECS       PIC 9(02) COMP VALUE 10.
009500 77  CLK-MSG-ROTATE-SLOT       PIC 9(06) COMP.
009510 77  CLK-MSG-ROTATE-QUOT       PIC 9(06) COMP.
009520 77  CLK-MSG-BEST-PRIORITY     PIC 9(02).
009530 77  CLK-MSG-ACTIVE-COUNT      PIC 9(02) COMP.
009540 77  CLK-MSG-PICK              PIC 9(02) COMP.
009550 77  CLK-MSG-SEEN              PIC 9(02) COMP.
009560 77  CLK-MSG-SHOWN-TEXT        PIC X(40) VALUE SPACES.
009570 77  CLK-PRIOR-MSG-TEXT        PIC X(40) VALUE SPACES.
009580 77  CLK-MSG-PAINT-LINE        PIC X(48).
009590 77  CLK-PF-MSG-LINE-COUNT     PIC 9(03) VALUE ZERO.
009600 77  CLK-PF-MSG-ACCEPTED       PIC 9(02) COMP VALUE ZERO.
009610*****************************************************************
009620* INSTANCE IDENTITY AND PER-INSTANCE FILE NAMES.  RESOLVED ONCE
009630*     BY 1050-SET-INSTANCE FROM THE CLOCKINST ENVIRONMENT
009640*     VARIABLE; THE PRIMARY INSTANCE (BLANK OR 1) KEEPS THE
009650*     CLASSIC EIGHT-CHARACTER NAMES, ANY OTHER SINGLE CHARACTER
009660*     IS APPENDED TO THEM, SO TWO CLOCKS ON ONE BOX NEVER FIGHT
009670*     OVER THE SAME WORKING FILES.
009680*****************************************************************
009690 77  CLK-INSTANCE-ID           PIC X(01) VALUE '1'.
009700 77  CLK-INSTANCE-ENV          PIC X(10) VALUE SPACES.
009710 77  CLK-LOG-BASE-NAME         PIC X(09).
009720 01  CLK-LOG-FILE-NAME         PIC X(20).
009730 01  CLK-CKPT-FILE-NAME        PIC X(20).
009740 01  CLK-STOP-FILE-NAME        PIC X(20).
009750 01  CLK-CMD-FILE-NAME         PIC X(20).
009760 01  CLK-HBT-FILE-NAME         PIC X(20).
009770 PROCEDURE DIVISION.
009780*****************************************************************
009790* 0000-MAINLINE
009800*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, RUN THE DISPLAY LOOP
009810*     UNTIL A STOP IS REQUESTED, THEN TERMINATE CLEANLY.  THE
009820*     PREFLIGHT RUN MODE INSTEAD AUDITS THE CONTROL FILES AND
009830*     EXITS BEFORE THE LOOP, WITHOUT TAKING A CHECKPOINT, SO AN
009840*     AUDIT RUN CAN NEVER LEAVE RUN MODE P BEHIND IN CLOCKCKP.
009850*****************************************************************
009860 0000-MAINLINE.
009870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009880     IF CLK-RUN-PREFLIGHT
009890         PERFORM 5000-PREFLIGHT-AUDIT THRU 5000-EXIT
009900         CLOSE TIME-LOG-FILE
009910         CLOSE DRIFT-HIST-FILE
009920         STOP RUN
009930     END-IF
009940     PERFORM 2000-PROCESS-LOOP THRU 2000-EXIT
009950         UNTIL CLK-STOP-REQUESTED
009960     PERFORM 9000-TERMINATE THRU 9000-EXIT
009970     STOP RUN.
009980*****************************************************************
009990* 1000-INITIALIZE
010000*     OPENS THE AUDIT LOG FOR APPEND, CREATING IT ON FIRST RUN,
010010*     AND LOADS STARTUP OPTIONS FROM THE OPTIONAL CONTROL FILES.
010020*     THE LIVE LOG IS READ THROUGH FIRST TO PICK UP ITS SEQUENCE
010030*     AND CONTROL TOTALS.
010040*****************************************************************
010050 1000-INITIALIZE.
010060     PERFORM 1050-SET-INSTANCE THRU 1050-EXIT
010070     PERFORM 1060-SCAN-LIVE-LOG THRU 1060-EXIT
010080     OPEN EXTEND TIME-LOG-FILE
010090     IF CLK-LOG-FILE-STATUS = '35'
010100         OPEN OUTPUT TIME-LOG-FILE
010110     END-IF
010120     OPEN EXTEND DRIFT-HIST-FILE
010130     IF CLK-DRF-FILE-STATUS = '35'
010140         OPEN OUTPUT DRIFT-HIST-FILE
010150     END-IF
010160     PERFORM 1100-READ-PARMS THRU 1100-EXIT
010170     PERFORM 1200-READ-TIMEZONES THRU 1200-EXIT
010180     PERFORM 1300-READ-COLORS THRU 1300-EXIT
010190     ACCEPT CLK-CURRENT-DATE FROM DATE YYYYMMDD
010200     MOVE CLK-CURRENT-DATE TO CLK-PRIOR-DATE
010210     PERFORM 1500-READ-CALENDAR THRU 1500-EXIT
010220     PERFORM 1600-COMPUTE-DOW THRU 1600-EXIT
010230     PERFORM 1700-READ-DEADLINES THRU 1700-EXIT
010240     PERFORM 1800-READ-MAINT-WINDOWS THRU 1800-EXIT
010250     PERFORM 1900-READ-ONCALL-ROSTER THRU 1900-EXIT
010260     PERFORM 1950-READ-NOTICES THRU 1950-EXIT
010270     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT
010280     PERFORM 1280-RESOLVE-TZ-RULES THRU 1280-EXIT
010290     IF CLK-RESUMED
010300         CONTINUE
010310     ELSE
010320         ACCEPT CLK-CURRENT-TIME FROM TIME
010330         MOVE CLK-HOURS TO CLK-START-HOURS
010340         MOVE CLK-MINUTES TO CLK-START-MINUTES
010350         MOVE CLK-SECONDS TO CLK-START-SECONDS
010360     END-IF.
010370 1000-EXIT.
010380     EXIT.
010390*****************************************************************
010400* 1050-SET-INSTANCE
010410*     RESOLVES THE INSTANCE IDENTITY FROM THE CLOCKINST
010420*     ENVIRONMENT VARIABLE AND STAGES THE PER-INSTANCE WORKING
010430*     FILE NAMES.  BLANK OR 1 IS THE PRIMARY INSTANCE AND KEEPS
010440*     THE CLASSIC NAMES; ANY OTHER SINGLE CHARACTER IS APPENDED
010450*     TO CLOCKLOG, CLOCKCKP, CLOCKSTP, CLOCKCMD, AND CLOCKHBT
010460*     (AND TO THE DATED LOG GENERATIONS -- SEE 3000-ROLL-LOG-
010470*     FILE).  EVERY OTHER FILE IS DELIBERATELY SHARED.
010480*****************************************************************
010490 1050-SET-INSTANCE.
010500     MOVE SPACES TO CLK-INSTANCE-ENV
010510     ACCEPT CLK-INSTANCE-ENV FROM ENVIRONMENT 'CLOCKINST'
010520     IF CLK-INSTANCE-ENV(1:1) = SPACE
010530         MOVE '1' TO CLK-INSTANCE-ID
010540     ELSE
010550         MOVE CLK-INSTANCE-ENV(1:1) TO CLK-INSTANCE-ID
010560     END-IF
010570     MOVE 'CLOCKLOG' TO CLK-LOG-BASE-NAME
010580     MOVE 'CLOCKLOG' TO CLK-LOG-FILE-NAME
010590     MOVE 'CLOCKCKP' TO CLK-CKPT-FILE-NAME
010600     MOVE 'CLOCKSTP' TO CLK-STOP-FILE-NAME
010610     MOVE 'CLOCKCMD' TO CLK-CMD-FILE-NAME
010620     MOVE 'CLOCKHBT' TO CLK-HBT-FILE-NAME
010630     IF CLK-INSTANCE-ID NOT = '1'
010640         MOVE CLK-INSTANCE-ID TO CLK-LOG-BASE-NAME(9:1)
010650         MOVE CLK-INSTANCE-ID TO CLK-LOG-FILE-NAME(9:1)
010660         MOVE CLK-INSTANCE-ID TO CLK-CKPT-FILE-NAME(9:1)
010670         MOVE CLK-INSTANCE-ID TO CLK-STOP-FILE-NAME(9:1)
010680         MOVE CLK-INSTANCE-ID TO CLK-CMD-FILE-NAME(9:1)
010690         MOVE CLK-INSTANCE-ID TO CLK-HBT-FILE-NAME(9:1)
010700     END-IF.
010710 1050-EXIT.
010720     EXIT.
010730*****************************************************************
010740* 1060-SCAN-LIVE-LOG
010750*     READS THE LIVE CLOCKLOG THROUGH BEFORE IT IS OPENED FOR
010760*     APPEND, REBUILDING THE CONTROL TOTALS OF THE READINGS
010770*     ALREADY IN IT AND TAKING UP THE SEQUENCE FROM THE LAST ONE,
010780*     SO A RESTART PART WAY THROUGH THE DAY STILL CLOSES THE
010790*     GENERATION WITH A CONTROL RECORD THAT COVERS THE WHOLE
010800*     FILE.  A CONTROL RECORD ALREADY IN THE FILE (LEFT BY A ROLL
010810*     WHOSE RENAME FAILED) CLOSES THE TOTALS BEFORE IT.  AN
010820*     ABSENT FILE LEAVES EVERYTHING AT ZERO; THE CHECKPOINT MAY
010830*     STILL CARRY THE SEQUENCE ON (SEE 1400-READ-CHECKPOINT).
010840*****************************************************************
010850 1060-SCAN-LIVE-LOG.
010860     OPEN INPUT TIME-LOG-FILE
010870     IF CLK-LOG-FILE-STATUS NOT = '00'
010880         GO TO 1060-EXIT
010890     END-IF
010900     MOVE 'N' TO CLK-LOG-SCAN-EOF-SWITCH
010910     PERFORM 1065-SCAN-ONE-RECORD THRU 1065-EXIT
010920         UNTIL CLK-LOG-SCAN-AT-END
010930     CLOSE TIME-LOG-FILE.
010940 1060-EXIT.
010950     EXIT.
010960 1065-SCAN-ONE-RECORD.
010970     READ TIME-LOG-FILE
010980         AT END
010990             SET CLK-LOG-SCAN-AT-END TO TRUE
011000     END-READ
011010     IF CLK-LOG-SCAN-AT-END
011020         GO TO 1065-EXIT
011030     END-IF
011040     IF CLK-LOGC-IS-CONTROL
011050         IF CLK-LOGC-LAST-SEQ IS NUMERIC
011060             MOVE CLK-LOGC-LAST-SEQ TO CLK-LOG-SEQ-NO
011070         END-IF
011080         PERFORM 3060-RESET-LOG-CONTROL THRU 3060-EXIT
011090         GO TO 1065-EXIT
011100     END-IF
011110     IF CLK-LOG-SEQUENCE IS NOT NUMERIC
011120             OR CLK-LOG-DATE IS NOT NUMERIC
011130             OR CLK-LOG-HOURS IS NOT NUMERIC
011140             OR CLK-LOG-MINUTES IS NOT NUMERIC
011150             OR CLK-LOG-SECONDS IS NOT NUMERIC
011160             OR CLK-LOG-HUNDREDTHS IS NOT NUMERIC
011170         GO TO 1065-EXIT
011180     END-IF
011190     MOVE CLK-LOG-SEQUENCE TO CLK-LOG-SEQ-NO
011200     PERFORM 2905-ADD-TO-LOG-CONTROL THRU 2905-EXIT.
011210 1065-EXIT.
011220     EXIT.
011230*****************************************************************
011240* 1100-READ-PARMS
011250*     LOADS THE ONE-RECORD CLOCKPRM CONTROL FILE, IF PRESENT,
011260*     OTHERWISE LEAVES THE LOBBY-MONITOR DEFAULTS IN EFFECT.  THE
011270*     RECORD IS READ INTO A SCRATCH BUFFER, NOT DIRECTLY OVER THE
011280*     DEFAULTS, SO 1150-APPLY-PARMS CAN TELL A SUPPLIED FIELD FROM
011290*     A BLANK ONE AND LEAVE THE DEFAULT STANDING FOR THE LATTER.
011300*****************************************************************
011310 1100-READ-PARMS.
011320     MOVE '1' TO CLK-DISPLAY-MODE
011330     MOVE 'N' TO CLK-ALARM-SWITCH
011340     MOVE 1000000000 TO CLK-SLEEP-NANOS
011350     MOVE 'C' TO CLK-RUN-MODE
011360     MOVE 5 TO CLK-DRIFT-THRESH-SECS
011370     MOVE 14 TO CLK-RETAIN-DAYS
011380     MOVE 10 TO CLK-ESCALATE-MINS
011390     MOVE 10 TO CLK-REPAGE-MINS
011400     MOVE 'NONE' TO CLK-HOME-DST-RULE
011410     MOVE 'N' TO CLK-DISP-MODE-SUPPLIED-SW
011420     MOVE 'N' TO CLK-RUN-MODE-SUPPLIED-SW
011430     OPEN INPUT CLOCK-PARM-FILE
011440     IF CLK-PARM-FILE-STATUS = '00'
011450         READ CLOCK-PARM-FILE INTO WS-CLK-PARM-RECORD
011460             AT END
011470                 CONTINUE
011480         END-READ
011490         IF CLK-PARM-FILE-STATUS = '00'
011500             PERFORM 1150-APPLY-PARMS THRU 1150-EXIT
011510         END-IF
011520         CLOSE CLOCK-PARM-FILE
011530     ELSE
011540         IF CLK-PARM-FILE-STATUS = '05'
011550             CLOSE CLOCK-PARM-FILE
011560         END-IF
011570     END-IF
011580     MOVE CLK-SLEEP-NANOS TO CLK-SLEEP-INTERVAL
011590     IF CLK-SLEEP-NANOS < 1000000000
011600         MOVE 1 TO CLK-LOG-INTERVAL-PASSES
011610     ELSE
011620         MOVE 30 TO CLK-LOG-INTERVAL-PASSES
011630     END-IF.
011640 1100-EXIT.
011650     EXIT.
011660*****************************************************************
011670* 1150-APPLY-PARMS
011680*     MOVES ONLY THE FIELDS THE OPERATOR ACTUALLY SUPPLIED IN
011690*     CLOCKPRM FROM THE SCRATCH BUFFER ONTO THE LIVE SETTINGS,
011700*     LEAVING ANY FIELD THE OPERATOR LEFT BLANK AT ITS DEFAULT.
011710*     ALSO REMEMBERS WHETHER DISPLAY-MODE/RUN-MODE WERE SUPPLIED
011720*     THIS RUN SO 1400-READ-CHECKPOINT KNOWS NOT TO OVERRIDE THEM.
011730*     A TARGET TIME OUTSIDE THE LEGAL 00:00:00-23:59:59 RANGE IS
011740*     TREATED AS IF IT WERE NEVER SUPPLIED -- OTHERWISE A CUTOVER
011750*     THAT CAN NEVER BE REACHED (E.G. HOUR 25) WOULD SILENTLY ARM
011760*     AN ALARM THAT NEVER FIRES.  SO IS A HOME DST RULE OTHER
011770*     THAN NONE, US, EU, AU, OR NZ.
011780*****************************************************************
011790 1150-APPLY-PARMS.
011800     IF WS-CLK-DISPLAY-MODE NOT = SPACE
011810         MOVE WS-CLK-DISPLAY-MODE TO CLK-DISPLAY-MODE
011820         SET CLK-DISP-MODE-SUPPLIED TO TRUE
011830     END-IF
011840     IF WS-CLK-ALARM-SWITCH NOT = SPACE
011850         MOVE WS-CLK-ALARM-SWITCH TO CLK-ALARM-SWITCH
011860     END-IF
011870     IF WS-CLK-TARGET-HOURS IS NUMERIC
011880             AND WS-CLK-TARGET-MINUTES IS NUMERIC
011890             AND WS-CLK-TARGET-SECONDS IS NUMERIC
011900             AND WS-CLK-TARGET-HOURS < 24
011910             AND WS-CLK-TARGET-MINUTES < 60
011920             AND WS-CLK-TARGET-SECONDS < 60
011930         MOVE WS-CLK-TARGET-HOURS TO CLK-TARGET-HOURS
011940         MOVE WS-CLK-TARGET-MINUTES TO CLK-TARGET-MINUTES
011950         MOVE WS-CLK-TARGET-SECONDS TO CLK-TARGET-SECONDS
011960     END-IF
011970     IF WS-CLK-SLEEP-NANOS IS NUMERIC
011980         MOVE WS-CLK-SLEEP-NANOS TO CLK-SLEEP-NANOS
011990     END-IF
012000     IF WS-CLK-RUN-MODE NOT = SPACE
012010         MOVE WS-CLK-RUN-MODE TO CLK-RUN-MODE
012020         SET CLK-RUN-MODE-SUPPLIED TO TRUE
012030     END-IF
012040     IF WS-CLK-DRIFT-THRESH-SECS IS NUMERIC
012050         MOVE WS-CLK-DRIFT-THRESH-SECS TO CLK-DRIFT-THRESH-SECS
012060     END-IF
012070     IF WS-CLK-RETAIN-DAYS IS NUMERIC
012080         MOVE WS-CLK-RETAIN-DAYS TO CLK-RETAIN-DAYS
012090     END-IF
012100     IF WS-CLK-ESCALATE-MINS IS NUMERIC
012110         MOVE WS-CLK-ESCALATE-MINS TO CLK-ESCALATE-MINS
012120     END-IF
012130     IF WS-CLK-REPAGE-MINS IS NUMERIC
012140         MOVE WS-CLK-REPAGE-MINS TO CLK-REPAGE-MINS
012150     END-IF
012160     IF WS-CLK-HOME-DST-KNOWN
012170         MOVE WS-CLK-HOME-DST-RULE TO CLK-HOME-DST-RULE
012180     END-IF.
012190 1150-EXIT.
012200     EXIT.
012210*****************************************************************
012220* 1200-READ-TIMEZONES
012230*     LOADS UP TO THREE REMOTE-SITE OFFSETS FROM THE OPTIONAL
012240*     CLOCKTZ CONTROL FILE INTO CLK-TZ-TABLE.  THE CALLER RUNS
012250*     1280-RESOLVE-TZ-RULES AFTERWARD TO APPLY THE DST RULES.
012260*****************************************************************
012270 1200-READ-TIMEZONES.
012280     MOVE ZERO TO CLK-TZ-COUNT
012290     MOVE 'N' TO CLK-TZ-EOF-SWITCH
012300     OPEN INPUT CLOCK-TZ-FILE
012310     IF CLK-TZ-FILE-STATUS = '00'
012320         PERFORM 1210-READ-ONE-TZ THRU 1210-EXIT
012330             UNTIL CLK-TZ-AT-END OR CLK-TZ-COUNT = 3
012340         CLOSE CLOCK-TZ-FILE
012350     ELSE
012360         IF CLK-TZ-FILE-STATUS = '05'
012370             CLOSE CLOCK-TZ-FILE
012380             MOVE '05' TO CLK-TZ-FILE-STATUS
012390         END-IF
012400     END-IF.
012410 1200-EXIT.
012420     EXIT.
012430*****************************************************************
012440* 1210-READ-ONE-TZ
012450*     READS ONE CLOCKTZ RECORD INTO THE NEXT TABLE SLOT.  A LINE
012460*     1220-EDIT-TZ-LINE FINDS FAULT WITH IS SKIPPED RATHER THAN
012470*     ACCEPTED, SO A BAD MAINTENANCE-FILE LINE NEVER SILENTLY
012480*     SHOWS A REMOTE SITE AT A PLAUSIBLE BUT WRONG TIME.  THE DST
012490*     SWITCH STARTS BLANK; THE CALLER CARRIES A SITE'S PRIOR STATE
012500*     OVER BY NAME (SEE 1470-CARRY-ONE-TZ-STATE), AND A SITE WITH
012510*     NONE SETS A BASELINE AT ITS FIRST RESOLUTION INSTEAD OF
012520*     JOURNALING A CHANGE.
012530*****************************************************************
012540 1210-READ-ONE-TZ.
012550     READ CLOCK-TZ-FILE
012560         AT END
012570             SET CLK-TZ-AT-END TO TRUE
012580     END-READ
012590     IF CLK-TZ-AT-END
012600         GO TO 1210-EXIT
012610     END-IF
012620     PERFORM 1220-EDIT-TZ-LINE THRU 1220-EXIT
012630     IF CLK-TZ-EDIT-REASON NOT = SPACES
012640         GO TO 1210-EXIT
012650     END-IF
012660     ADD 1 TO CLK-TZ-COUNT
012670     SET CLK-TZ-IDX TO CLK-TZ-COUNT
012680     MOVE CLK-TZ-SITE-NAME TO CLK-TZT-SITE-NAME(CLK-TZ-IDX)
012690     MOVE CLK-TZ-OFFSET-SIGN TO CLK-TZT-OFFSET-SIGN(CLK-TZ-IDX)
012700     MOVE CLK-TZ-OFFSET-HRS TO CLK-TZT-OFFSET-HRS(CLK-TZ-IDX)
012710     MOVE CLK-TZ-OFFSET-MINS TO CLK-TZT-OFFSET-MINS(CLK-TZ-IDX)
012720     MOVE CLK-TZ-DST-RULE TO CLK-TZT-DST-RULE(CLK-TZ-IDX)
012730     MOVE CLK-TZ-DST-START TO CLK-TZT-DST-START(CLK-TZ-IDX)
012740     MOVE CLK-TZ-DST-END TO CLK-TZT-DST-END(CLK-TZ-IDX)
012750     MOVE SPACE TO CLK-TZT-DST-SW(CLK-TZ-IDX).
012760 1210-EXIT.
012770     EXIT.
012780*****************************************************************
012790* 1220-EDIT-TZ-LINE
012800*     CHECKS THE CLOCKTZ RECORD JUST READ AND LEAVES THE REASON
012810*     IT CANNOT BE USED IN CLK-TZ-EDIT-REASON, OR SPACES WHEN IT
012820*     IS GOOD.  SHARED BY THE LOADER AND THE PREFLIGHT AUDIT SO
012830*     THE TWO CAN NEVER DISAGREE.  THE OFFSET MUST BE NUMERIC AND
012840*     INSIDE THE REALISTIC +/-14:00 RANGE (A BLANK MINUTES FIELD
012850*     IS TAKEN AS 00, SO AN OLD WHOLE-HOUR LINE STILL READS), THE
012860*     RULE MUST BE ONE CLKTZCF NAMES, AND A DATES RULE NEEDS TWO
012870*     REAL DATES WITH THE START BEFORE THE END.
012880*****************************************************************
012890 1220-EDIT-TZ-LINE.
012900     MOVE SPACES TO CLK-TZ-EDIT-REASON
012910     IF CLK-TZ-OFFSET-HRS IS NOT NUMERIC
012920         MOVE 'OFFSET NOT NUMERIC - LINE SKIPPED'
012930             TO CLK-TZ-EDIT-REASON
012940         GO TO 1220-EXIT
012950     END-IF
012960     IF CLK-TZ-OFFSET-HRS > 14
012970         MOVE 'OFFSET OVER 14 - LINE SKIPPED'
012980             TO CLK-TZ-EDIT-REASON
012990         GO TO 1220-EXIT
013000     END-IF
013010     IF CLK-TZ-OFFSET-MINS-X = SPACES
013020         MOVE ZERO TO CLK-TZ-OFFSET-MINS
013030     END-IF
013040     IF CLK-TZ-OFFSET-MINS IS NOT NUMERIC
013050         MOVE 'OFFSET MINUTES NOT NUMERIC - LINE SKIPPED'
013060             TO CLK-TZ-EDIT-REASON
013070         GO TO 1220-EXIT
013080     END-IF
013090     IF CLK-TZ-OFFSET-MINS > 59
013100         MOVE 'OFFSET MINUTES OVER 59 - LINE SKIPPED'
013110             TO CLK-TZ-EDIT-REASON
013120         GO TO 1220-EXIT
013130     END-IF
013140     IF CLK-TZ-OFFSET-HRS = 14 AND CLK-TZ-OFFSET-MINS > ZERO
013150         MOVE 'OFFSET OVER 14:00 - LINE SKIPPED'
013160             TO CLK-TZ-EDIT-REASON
013170         GO TO 1220-EXIT
013180     END-IF
013190     IF NOT CLK-TZ-DST-KNOWN
013200         MOVE 'UNKNOWN DST RULE - LINE SKIPPED'
013210             TO CLK-TZ-EDIT-REASON
013220         GO TO 1220-EXIT
013230     END-IF
013240     IF NOT CLK-TZ-DST-DATES
013250         GO TO 1220-EXIT
013260     END-IF
013270     IF CLK-TZ-DST-START IS NOT NUMERIC
013280             OR CLK-TZ-DST-END IS NOT NUMERIC
013290         MOVE 'DST DATES NOT NUMERIC - LINE SKIPPED'
013300             TO CLK-TZ-EDIT-REASON
013310         GO TO 1220-EXIT
013320     END-IF
013330     IF CLK-TZ-DST-START-MONTH < 1
013340             OR CLK-TZ-DST-START-MONTH > 12
013350             OR CLK-TZ-DST-START-DAY < 1
013360             OR CLK-TZ-DST-START-DAY > 31
013370             OR CLK-TZ-DST-END-MONTH < 1
013380             OR CLK-TZ-DST-END-MONTH > 12
013390             OR CLK-TZ-DST-END-DAY < 1
013400             OR CLK-TZ-DST-END-DAY > 31
013410         MOVE 'DST DATE NOT A REAL DATE - LINE SKIPPED'
013420             TO CLK-TZ-EDIT-REASON
013430         GO TO 1220-EXIT
013440     END-IF
013450     IF CLK-TZ-DST-START NOT < CLK-TZ-DST-END
013460         MOVE 'DST START NOT BEFORE END - LINE SKIPPED'
013470             TO CLK-TZ-EDIT-REASON
013480     END-IF.
013490 1220-EXIT.
013500     EXIT.
013510*****************************************************************
013520* 1280-RESOLVE-TZ-RULES
013530*     WORKS OUT, FOR THE CURRENT DATE, WHETHER WE AND EACH SITE
013540*     ARE ON DAYLIGHT TIME AND SETS EACH SITE'S SHIFT FROM OUR
013550*     CLOCK, AND STAGES YESTERDAY'S AND TOMORROW'S MM/DD FOR THE
013560*     STRIP'S DATE COLUMN.  OUR OWN STATE COMES FROM THE CLOCKPRM
013570*     HOME DST RULE; A BLANK PRIOR HOME STATE (FIRST RESOLUTION
013580*     WITH NO CHECKPOINT) IS TAKEN AS UNCHANGED.  RUN AT STARTUP,
013590*     AFTER AN R RELOAD, AND AT THE MIDNIGHT ROLLOVER -- THE ONLY
013600*     TIMES THE DATE OR THE TABLE CAN CHANGE -- SO A CHANGEOVER
013610*     TAKES EFFECT FROM OUR MIDNIGHT ON THE CHANGEOVER DATE
013620*     WITHOUT ANYONE EDITING CLOCKTZ.
013630*****************************************************************
013640 1280-RESOLVE-TZ-RULES.
013650     MOVE CLK-CURRENT-DATE TO CLK-PURGE-DATE
013660     PERFORM 3200-BACK-ONE-DAY THRU 3200-EXIT
013670     MOVE SPACES TO CLK-TZ-YESTERDAY-TEXT
013680     STRING CLK-PG-MONTH DELIMITED BY SIZE
013690         '/' DELIMITED BY SIZE
013700         CLK-PG-DAY DELIMITED BY SIZE
013710         INTO CLK-TZ-YESTERDAY-TEXT
013720     END-STRING
013730     MOVE CLK-CURRENT-DATE TO CLK-PURGE-DATE
013740     PERFORM 3250-AHEAD-ONE-DAY THRU 3250-EXIT
013750     MOVE SPACES TO CLK-TZ-TOMORROW-TEXT
013760     STRING CLK-PG-MONTH DELIMITED BY SIZE
013770         '/' DELIMITED BY SIZE
013780         CLK-PG-DAY DELIMITED BY SIZE
013790         INTO CLK-TZ-TOMORROW-TEXT
013800     END-STRING
013810     MOVE CLK-HOME-DST-RULE TO CLK-DST-STAGE-RULE
013820     MOVE SPACES TO CLK-DST-STAGE-START
013830     MOVE SPACES TO CLK-DST-STAGE-END
013840     PERFORM 1290-RESOLVE-DST-RULE THRU 1290-EXIT
013850     MOVE CLK-DST-STATE-SW TO CLK-HOME-DST-NOW-SW
013860     IF CLK-HOME-DST-SW = SPACE
013870         MOVE CLK-HOME-DST-NOW-SW TO CLK-HOME-DST-SW
013880     END-IF
013890     PERFORM 1285-RESOLVE-ONE-TZ THRU 1285-EXIT
013900         VARYING CLK-TZ-IDX FROM 1 BY 1
013910         UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
013920     MOVE CLK-HOME-DST-NOW-SW TO CLK-HOME-DST-SW.
013930 1280-EXIT.
013940     EXIT.
013950*****************************************************************
013960* 1285-RESOLVE-ONE-TZ
013970*     RESOLVES ONE SITE'S RULE AND SETS ITS SIGNED SHIFT IN
013980*     MINUTES: THE STANDARD OFFSET, PLUS AN HOUR WHILE THE SITE IS
013990*     ON DAYLIGHT TIME, LESS AN HOUR WHILE WE ARE.  WHEN THAT DST
014000*     HOUR DIFFERS FROM THE ONE THE PRIOR STATES IN THE TABLE AND
014010*     IN CLK-HOME-DST-SW GAVE, THE NEW OFFSET IS JOURNALED TO
014020*     CLOCKEVT; A BLANK PRIOR SITE STATE (A SITE NEW TO THE TABLE)
014030*     IS A BASELINE, NOT A CHANGE, AND BOTH SIDES CHANGING
014040*     TOGETHER LEAVES THE OFFSET AS IT WAS AND IS NOT JOURNALED.
014050*****************************************************************
014060 1285-RESOLVE-ONE-TZ.
014070     MOVE CLK-TZT-DST-RULE(CLK-TZ-IDX) TO CLK-DST-STAGE-RULE
014080     MOVE CLK-TZT-DST-START(CLK-TZ-IDX) TO CLK-DST-STAGE-START
014090     MOVE CLK-TZT-DST-END(CLK-TZ-IDX) TO CLK-DST-STAGE-END
014100     PERFORM 1290-RESOLVE-DST-RULE THRU 1290-EXIT
014110     MOVE ZERO TO CLK-TZ-DST-WAS-HRS
014120     IF CLK-TZT-DST-SW(CLK-TZ-IDX) = 'Y'
014130         ADD 1 TO CLK-TZ-DST-WAS-HRS
014140     END-IF
014150     IF CLK-HOME-DST-SW = 'Y'
014160         SUBTRACT 1 FROM CLK-TZ-DST-WAS-HRS
014170     END-IF
014180     MOVE ZERO TO CLK-TZ-DST-NOW-HRS
014190     IF CLK-DST-IN-EFFECT
014200         ADD 1 TO CLK-TZ-DST-NOW-HRS
014210     END-IF
014220     IF CLK-HOME-DST-IN-EFFECT
014230         SUBTRACT 1 FROM CLK-TZ-DST-NOW-HRS
014240     END-IF
014250     COMPUTE CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) =
014260         CLK-TZT-OFFSET-HRS(CLK-TZ-IDX) * 60
014270             + CLK-TZT-OFFSET-MINS(CLK-TZ-IDX)
014280     IF CLK-TZT-OFFSET-SIGN(CLK-TZ-IDX) = '-'
014290         COMPUTE CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) =
014300             0 - CLK-TZT-SHIFT-MINS(CLK-TZ-IDX)
014310     END-IF
014320     COMPUTE CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) =
014330         CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) + CLK-TZ-DST-NOW-HRS * 60
014340     IF CLK-TZT-DST-SW(CLK-TZ-IDX) NOT = SPACE
014350             AND CLK-TZ-DST-WAS-HRS NOT = CLK-TZ-DST-NOW-HRS
014360             AND NOT CLK-RUN-PREFLIGHT
014370         PERFORM 1288-JOURNAL-TZ-DST THRU 1288-EXIT
014380     END-IF
014390     MOVE CLK-DST-STATE-SW TO CLK-TZT-DST-SW(CLK-TZ-IDX).
014400 1285-EXIT.
014410     EXIT.
014420*****************************************************************
014430* 1288-JOURNAL-TZ-DST
014440*     JOURNALS ONE SITE GOING ON TO OR OFF DAYLIGHT TIME WITH THE
014450*     OFFSET FROM OUR CLOCK IT NOW SHOWS, SO AN OFF-BY-AN-HOUR
014460*     CALL TO THE OTHER SITE CAN BE TRACED TO THE CHANGEOVER.
014470*     WHEN THE SITE'S OWN STATE IS UNCHANGED IT WAS OUR CLOCK
014480*     THAT CHANGED OVER, AND THE TEXT SAYS SO.
014490*****************************************************************
014500 1288-JOURNAL-TZ-DST.
014510     IF CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) < ZERO
014520         MOVE '-' TO CLK-TZ-SHOW-SIGN
014530         COMPUTE CLK-TZ-ABS-MINS =
014540             0 - CLK-TZT-SHIFT-MINS(CLK-TZ-IDX)
014550     ELSE
014560         MOVE '+' TO CLK-TZ-SHOW-SIGN
014570         MOVE CLK-TZT-SHIFT-MINS(CLK-TZ-IDX) TO CLK-TZ-ABS-MINS
014580     END-IF
014590     DIVIDE CLK-TZ-ABS-MINS BY 60 GIVING CLK-TZ-SHOW-HRS
014600         REMAINDER CLK-TZ-SHOW-MINS
014610     MOVE 'TZDST   ' TO CLK-EVENT-STAGE-CODE
014620     MOVE 'I' TO CLK-EVENT-STAGE-SEV
014630     MOVE SPACES TO CLK-EVENT-STAGE-TEXT
014640     IF CLK-TZT-DST-SW(CLK-TZ-IDX) = CLK-DST-STATE-SW
014650         IF CLK-HOME-DST-IN-EFFECT
014660             STRING 'SITE ' DELIMITED BY SIZE
014670                 CLK-TZT-SITE-NAME(CLK-TZ-IDX) DELIMITED BY SIZE
014680                 ' OUR DST ON  NOW ' DELIMITED BY SIZE
014690                 CLK-TZ-SHOW-SIGN DELIMITED BY SIZE
014700                 CLK-TZ-SHOW-HRS DELIMITED BY SIZE
014710                 ':' DELIMITED BY SIZE
014720                 CLK-TZ-SHOW-MINS DELIMITED BY SIZE
014730                 INTO CLK-EVENT-STAGE-TEXT
014740             END-STRING
014750         ELSE
014760             STRING 'SITE ' DELIMITED BY SIZE
014770                 CLK-TZT-SITE-NAME(CLK-TZ-IDX) DELIMITED BY SIZE
014780                 ' OUR DST OFF NOW ' DELIMITED BY SIZE
014790                 CLK-TZ-SHOW-SIGN DELIMITED BY SIZE
014800                 CLK-TZ-SHOW-HRS DELIMITED BY SIZE
014810                 ':' DELIMITED BY SIZE
014820                 CLK-TZ-SHOW-MINS DELIMITED BY SIZE
014830                 INTO CLK-EVENT-STAGE-TEXT
014840             END-STRING
014850         END-IF
014860         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
014870         GO TO 1288-EXIT
014880     END-IF
014890     IF CLK-DST-IN-EFFECT
014900         STRING 'SITE ' DELIMITED BY SIZE
014910             CLK-TZT-SITE-NAME(CLK-TZ-IDX) DELIMITED BY SIZE
014920             ' DST ON  NOW ' DELIMITED BY SIZE
014930             CLK-TZ-SHOW-SIGN DELIMITED BY SIZE
014940             CLK-TZ-SHOW-HRS DELIMITED BY SIZE
014950             ':' DELIMITED BY SIZE
014960             CLK-TZ-SHOW-MINS DELIMITED BY SIZE
014970             INTO CLK-EVENT-STAGE-TEXT
014980         END-STRING
014990     ELSE
015000         STRING 'SITE ' DELIMITED BY SIZE
015010             CLK-TZT-SITE-NAME(CLK-TZ-IDX) DELIMITED BY SIZE
015020             ' DST OFF NOW ' DELIMITED BY SIZE
015030             CLK-TZ-SHOW-SIGN DELIMITED BY SIZE
015040             CLK-TZ-SHOW-HRS DELIMITED BY SIZE
015050             ':' DELIMITED BY SIZE
015060             CLK-TZ-SHOW-MINS DELIMITED BY SIZE
015070             INTO CLK-EVENT-STAGE-TEXT
015080         END-STRING
015090     END-IF
015100     PERFORM 2990-WRITE-EVENT THRU 2990-EXIT.
015110 1288-EXIT.
015120     EXIT.
015130*****************************************************************
015140* 1290-RESOLVE-DST-RULE
015150*     SETS THE FROM AND UNTIL DATES OF THE STAGED RULE -- TAKEN
015160*     AS GIVEN FOR DATES, OR WORKED OUT FOR THE CURRENT YEAR FROM
015170*     CLK-DST-RULE-TABLE -- AND WHETHER THE CURRENT DATE FALLS
015180*     INSIDE THEM.  DST IS IN EFFECT FROM THE FROM DATE UP TO, BUT
015190*     NOT INCLUDING, THE UNTIL DATE; FOR A SOUTHERN RULE, WHOSE
015200*     FROM DATE COMES AFTER ITS UNTIL DATE IN THE SAME YEAR, THAT
015210*     MEANS ON OR AFTER FROM OR BEFORE UNTIL.  NO RULE, OR ONE
015220*     THAT CANNOT BE RESOLVED, IS NEVER IN EFFECT.
015230*****************************************************************
015240 1290-RESOLVE-DST-RULE.
015250     MOVE 'N' TO CLK-DST-STATE-SW
015260     MOVE ZEROES TO CLK-DST-FROM
015270     MOVE ZEROES TO CLK-DST-UNTIL
015280     IF CLK-DST-STAGE-RULE = 'DATES'
015290         IF CLK-DST-STAGE-START IS NOT NUMERIC
015300                 OR CLK-DST-STAGE-END IS NOT NUMERIC
015310             GO TO 1290-EXIT
015320         END-IF
015330         MOVE CLK-DST-STAGE-START TO CLK-DST-FROM
015340         MOVE CLK-DST-STAGE-END TO CLK-DST-UNTIL
015350     ELSE
015360         MOVE ZERO TO CLK-DST-RULE-MATCH
015370         PERFORM 1292-MATCH-ONE-RULE THRU 1292-EXIT
015380             VARYING CLK-DST-RULE-SUB FROM 1 BY 1
015390             UNTIL CLK-DST-RULE-SUB > 4
015400         IF CLK-DST-RULE-MATCH = ZERO
015410             GO TO 1290-EXIT
015420         END-IF
015430         MOVE CLK-CD-YEAR TO CLK-DST-FROM-YEAR
015440         MOVE CLK-DSTR-FROM-MONTH(CLK-DST-RULE-MATCH)
015450             TO CLK-DST-FROM-MONTH
015460         MOVE CLK-DSTR-FROM-MONTH(CLK-DST-RULE-MATCH)
015470             TO CLK-SUN-MONTH
015480         MOVE CLK-DSTR-FROM-WHICH(CLK-DST-RULE-MATCH)
015490             TO CLK-SUN-WHICH
015500         PERFORM 1295-FIND-SUNDAY THRU 1295-EXIT
015510         MOVE CLK-SUN-DAY TO CLK-DST-FROM-DAY
015520         MOVE CLK-CD-YEAR TO CLK-DST-UNTIL-YEAR
015530         MOVE CLK-DSTR-UNTIL-MONTH(CLK-DST-RULE-MATCH)
015540             TO CLK-DST-UNTIL-MONTH
015550         MOVE CLK-DSTR-UNTIL-MONTH(CLK-DST-RULE-MATCH)
015560             TO CLK-SUN-MONTH
015570         MOVE CLK-DSTR-UNTIL-WHICH(CLK-DST-RULE-MATCH)
015580             TO CLK-SUN-WHICH
015590         PERFORM 1295-FIND-SUNDAY THRU 1295-EXIT
015600         MOVE CLK-SUN-DAY TO CLK-DST-UNTIL-DAY
015610     END-IF
015620     IF CLK-DST-FROM < CLK-DST-UNTIL
015630         IF CLK-CURRENT-DATE NOT < CLK-DST-FROM
015640                 AND CLK-CURRENT-DATE < CLK-DST-UNTIL
015650             MOVE 'Y' TO CLK-DST-STATE-SW
015660         END-IF
015670     ELSE
015680         IF CLK-CURRENT-DATE NOT < CLK-DST-FROM
015690                 OR CLK-CURRENT-DATE < CLK-DST-UNTIL
015700             MOVE 'Y' TO CLK-DST-STATE-SW
015710         END-IF
015720     END-IF.
015730 1290-EXIT.
015740     EXIT.
015750 1292-MATCH-ONE-RULE.
015760     IF CLK-DST-RULE-MATCH = ZERO
015770             AND CLK-DSTR-NAME(CLK-DST-RULE-SUB)
015780                 = CLK-DST-STAGE-RULE
015790         MOVE CLK-DST-RULE-SUB TO CLK-DST-RULE-MATCH
015800     END-IF.
015810 1292-EXIT.
015820     EXIT.
015830*****************************************************************
015840* 1295-FIND-SUNDAY
015850*     RETURNS IN CLK-SUN-DAY THE DAY OF THE MONTH OF THE NTH (OR,
015860*     FOR 9, THE LAST) SUNDAY OF CLK-SUN-MONTH IN THE CURRENT
015870*     YEAR.  ZELLER'S CONGRUENCE GIVES THE WEEKDAY OF THE 1ST
015880*     (0 = SATURDAY, 1 = SUNDAY), FROM WHICH THE FIRST SUNDAY
015890*     FOLLOWS; THE LAST IS FOUR WEEKS LATER IF THAT STILL FITS
015900*     THE MONTH, OTHERWISE THREE.  BORROWS THE 1600-COMPUTE-DOW
015910*     WORK FIELDS, SO IT RUNS ONLY AFTER THE DAY NAME IS STAGED.
015920*     EACH DIVISION IS ITS OWN STATEMENT SO EVERY QUOTIENT IS
015930*     TRUNCATED AS THE CONGRUENCE REQUIRES.
015940*****************************************************************
015950 1295-FIND-SUNDAY.
015960     MOVE CLK-SUN-MONTH TO CLK-DOW-M
015970     MOVE CLK-CD-YEAR TO CLK-DOW-YEAR
015980     IF CLK-DOW-M < 3
015990         ADD 12 TO CLK-DOW-M
016000         SUBTRACT 1 FROM CLK-DOW-YEAR
016010     END-IF
016020     DIVIDE CLK-DOW-YEAR BY 100 GIVING CLK-DOW-J
016030         REMAINDER CLK-DOW-K
016040     COMPUTE CLK-DOW-WORK = 13 * (CLK-DOW-M + 1)
016050     DIVIDE CLK-DOW-WORK BY 5 GIVING CLK-DOW-QUOT
016060     COMPUTE CLK-DOW-WORK =
016070         1 + CLK-DOW-QUOT + CLK-DOW-K + (5 * CLK-DOW-J)
016080     DIVIDE CLK-DOW-K BY 4 GIVING CLK-DOW-QUOT
016090     ADD CLK-DOW-QUOT TO CLK-DOW-WORK
016100     DIVIDE CLK-DOW-J BY 4 GIVING CLK-DOW-QUOT
016110     ADD CLK-DOW-QUOT TO CLK-DOW-WORK
016120     DIVIDE CLK-DOW-WORK BY 7 GIVING CLK-DOW-QUOT
016130         REMAINDER CLK-DOW-H
016140     COMPUTE CLK-DOW-WORK = 8 - CLK-DOW-H
016150     DIVIDE CLK-DOW-WORK BY 7 GIVING CLK-DOW-QUOT
016160         REMAINDER CLK-DOW-Q
016170     COMPUTE CLK-SUN-DAY = 1 + CLK-DOW-Q
016180     IF CLK-SUN-LAST
016190         IF CLK-SUN-DAY + 28 > CLK-MONTH-DAYS(CLK-SUN-MONTH)
016200             ADD 21 TO CLK-SUN-DAY
016210         ELSE
016220             ADD 28 TO CLK-SUN-DAY
016230         END-IF
016240     ELSE
016250         COMPUTE CLK-SUN-DAY =
016260             CLK-SUN-DAY + (7 * (CLK-SUN-WHICH - 1))
016270     END-IF.
016280 1295-EXIT.
016290     EXIT.
016300*****************************************************************
016310* 1300-READ-COLORS
016320*     LOADS THE PER-MODE COLOR CODES FROM THE OPTIONAL CLOCKCLR
016330*     MAINTENANCE FILE, OTHERWISE LEAVES THE STOCK GREEN/AMBER/
016340*     RED SCHEME IN EFFECT.  THE RECORD IS READ INTO A SCRATCH
016350*     BUFFER, NOT DIRECTLY OVER THE DEFAULTS, SO 1350-APPLY-COLORS
016360*     CAN LEAVE A CODE THE OPERATOR LEFT BLANK AT ITS DEFAULT.
016370*****************************************************************
016380 1300-READ-COLORS.
016390     MOVE 2 TO CLK-COLOR-NORMAL
016400     MOVE 6 TO CLK-COLOR-ALARM
016410     MOVE 4 TO CLK-COLOR-CUTOVER
016420     OPEN INPUT CLOCK-COLOR-FILE
016430     IF CLK-COLOR-FILE-STATUS = '00'
016440         READ CLOCK-COLOR-FILE INTO WS-CLK-COLOR-RECORD
016450             AT END
016460                 CONTINUE
016470         END-READ
016480         IF CLK-COLOR-FILE-STATUS = '00'
016490             PERFORM 1350-APPLY-COLORS THRU 1350-EXIT
016500         END-IF
016510         CLOSE CLOCK-COLOR-FILE
016520     ELSE
016530         IF CLK-COLOR-FILE-STATUS = '05'
016540             CLOSE CLOCK-COLOR-FILE
016550             MOVE '05' TO CLK-COLOR-FILE-STATUS
016560         END-IF
016570     END-IF.
016580 1300-EXIT.
016590     EXIT.
016600*****************************************************************
016610* 1350-APPLY-COLORS
016620*     MOVES ONLY THE COLOR CODES THAT CAME BACK NUMERIC FROM THE
016630*     SCRATCH BUFFER, LEAVING ANY CODE THE OPERATOR LEFT BLANK AT
016640*     ITS DEFAULT.
016650*****************************************************************
016660 1350-APPLY-COLORS.
016670     IF WS-CLK-COLOR-NORMAL IS NUMERIC
016680         MOVE WS-CLK-COLOR-NORMAL TO CLK-COLOR-NORMAL
016690     END-IF
016700     IF WS-CLK-COLOR-ALARM IS NUMERIC
016710         MOVE WS-CLK-COLOR-ALARM TO CLK-COLOR-ALARM
016720     END-IF
016730     IF WS-CLK-COLOR-CUTOVER IS NUMERIC
016740         MOVE WS-CLK-COLOR-CUTOVER TO CLK-COLOR-CUTOVER
016750     END-IF.
016760 1350-EXIT.
016770     EXIT.
016780*****************************************************************
016790* 1400-READ-CHECKPOINT
016800*     IF A PRIOR RUN LEFT A CHECKPOINT IN CLOCKCKP, RESTORES THE
016810*     RUN MODE, DISPLAY MODE, AND STOPWATCH START MARK FROM IT SO
016820*     A RESTARTED JOB RESUMES RATHER THAN RESETS.  THE RUN MODE
016830*     AND DISPLAY MODE ARE ONLY RESTORED WHEN THIS RUN'S OWN
016840*     CLOCKPRM DIDN'T ALREADY SUPPLY THEM (SEE 1150-APPLY-PARMS);
016850*     THE COLOR SCHEME AND TIMEZONE STRIP ARE ONLY RESTORED WHEN
016860*     THIS RUN FOUND NO CLOCKCLR/CLOCKTZ OF ITS OWN.  A DELIBERATE
016870*     CONFIG CHANGE ON RESTART THEREFORE STILL WINS OVER A STALE
016880*     CHECKPOINT.  THE DST STATES ARE RESTORED EITHER WAY (OURS
016890*     AS IS, EACH SITE'S ONTO THE CLOCKTZ SLOT OF THE SAME NAME),
016900*     SO 1280-RESOLVE-TZ-RULES JOURNALS A CHANGEOVER THAT FELL
016910*     WHILE THE CLOCK WAS DOWN.  A PREFLIGHT RUN DOES NOT JOURNAL
016920*     THE RESUME -- THE AUDIT ONLY LOOKS, AND A RESUMED RECORD
016930*     FROM EVERY SCHEDULER PREFLIGHT WOULD BURY THE REAL ONES.
016940*****************************************************************
016950 1400-READ-CHECKPOINT.
016960     OPEN INPUT CLOCK-CKPT-FILE
016970     IF CLK-CKPT-FILE-STATUS = '00'
016980         READ CLOCK-CKPT-FILE
016990             AT END
017000                 CONTINUE
017010         END-READ
017020         IF CLK-CKPT-FILE-STATUS = '00'
017030             IF NOT CLK-RUN-MODE-SUPPLIED
017040                 MOVE CLK-CKPT-RUN-MODE TO CLK-RUN-MODE
017050             END-IF
017060             IF NOT CLK-DISP-MODE-SUPPLIED
017070                 MOVE CLK-CKPT-DISPLAY-MODE TO CLK-DISPLAY-MODE
017080             END-IF
017090             MOVE CLK-CKPT-START-HOURS TO CLK-START-HOURS
017100             MOVE CLK-CKPT-START-MINUTES TO CLK-START-MINUTES
017110             MOVE CLK-CKPT-START-SECONDS TO CLK-START-SECONDS
017120             IF CLK-COLOR-FILE-STATUS NOT = '00'
017130                 MOVE CLK-CKPT-COLOR-NORMAL TO CLK-COLOR-NORMAL
017140                 MOVE CLK-CKPT-COLOR-ALARM TO CLK-COLOR-ALARM
017150                 MOVE CLK-CKPT-COLOR-CUTOVER TO CLK-COLOR-CUTOVER
017160             END-IF
017170             IF CLK-TZ-FILE-STATUS NOT = '00'
017180                 MOVE CLK-CKPT-TZ-COUNT TO CLK-TZ-COUNT
017190                 PERFORM 1450-RESTORE-ONE-TZ THRU 1450-EXIT
017200                     VARYING CLK-TZ-IDX FROM 1 BY 1
017210                     UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
017220             ELSE
017230                 MOVE CLK-CKPT-TZ-COUNT TO CLK-TZC-COUNT
017240                 PERFORM 1460-STAGE-CKPT-TZ-STATE THRU 1460-EXIT
017250                     VARYING CLK-TZC-SUB FROM 1 BY 1
017260                     UNTIL CLK-TZC-SUB > CLK-TZC-COUNT
017270                 PERFORM 1470-CARRY-ONE-TZ-STATE THRU 1470-EXIT
017280                     VARYING CLK-TZ-IDX FROM 1 BY 1
017290                     UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
017300             END-IF
017310             IF CLK-CKPT-HOME-DST-SW = 'Y' OR 'N'
017320                 MOVE CLK-CKPT-HOME-DST-SW TO CLK-HOME-DST-SW
017330             END-IF
017340             IF CLK-CKPT-LOG-SEQ IS NUMERIC
017350                 IF CLK-CKPT-LOG-SEQ > CLK-LOG-SEQ-NO
017360                     MOVE CLK-CKPT-LOG-SEQ TO CLK-LOG-SEQ-NO
017370                 END-IF
017380             END-IF
017390             SET CLK-RESUMED TO TRUE
017400             IF NOT CLK-RUN-PREFLIGHT
017410                 MOVE 'RESUMED ' TO CLK-EVENT-STAGE-CODE
017420                 MOVE 'I' TO CLK-EVENT-STAGE-SEV
017430                 MOVE 'RESUMED FROM CHECKPOINT'
017440                     TO CLK-EVENT-STAGE-TEXT
017450                 PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
017460             END-IF
017470         END-IF
017480         CLOSE CLOCK-CKPT-FILE
017490     ELSE
017500         IF CLK-CKPT-FILE-STATUS = '05'
017510             CLOSE CLOCK-CKPT-FILE
017520         END-IF
017530     END-IF.
017540 1400-EXIT.
017550     EXIT.
017560*****************************************************************
017570* 1450-RESTORE-ONE-TZ
017580*     COPIES ONE CHECKPOINTED TIMEZONE TABLE ENTRY BACK INTO THE
017590*     MATCHING SLOT OF THE LIVE TIMEZONE TABLE.  A CHECKPOINT
017600*     WRITTEN BEFORE THE MINUTES AND DST RULE WERE CARRIED HAS
017610*     SPACES THERE, WHICH RESTORE AS 00 MINUTES AND NO RULE; ONE
017620*     WRITTEN BEFORE THE DST STATE WAS CARRIED RESTORES A BLANK
017630*     STATE, WHICH THE NEXT RESOLUTION TAKES AS A BASELINE.
017640*****************************************************************
017650 1450-RESTORE-ONE-TZ.
017660     MOVE CLK-CKPT-TZT-SITE-NAME(CLK-TZ-IDX)
017670         TO CLK-TZT-SITE-NAME(CLK-TZ-IDX)
017680     MOVE CLK-CKPT-TZT-OFFSET-SIGN(CLK-TZ-IDX)
017690         TO CLK-TZT-OFFSET-SIGN(CLK-TZ-IDX)
017700     MOVE CLK-CKPT-TZT-OFFSET-HRS(CLK-TZ-IDX)
017710         TO CLK-TZT-OFFSET-HRS(CLK-TZ-IDX)
017720     IF CLK-CKPT-TZT-OFFSET-MINS(CLK-TZ-IDX) IS NUMERIC
017730         MOVE CLK-CKPT-TZT-OFFSET-MINS(CLK-TZ-IDX)
017740             TO CLK-TZT-OFFSET-MINS(CLK-TZ-IDX)
017750     ELSE
017760         MOVE ZERO TO CLK-TZT-OFFSET-MINS(CLK-TZ-IDX)
017770     END-IF
017780     MOVE CLK-CKPT-TZT-DST-RULE(CLK-TZ-IDX)
017790         TO CLK-TZT-DST-RULE(CLK-TZ-IDX)
017800     MOVE CLK-CKPT-TZT-DST-START(CLK-TZ-IDX)
017810         TO CLK-TZT-DST-START(CLK-TZ-IDX)
017820     MOVE CLK-CKPT-TZT-DST-END(CLK-TZ-IDX)
017830         TO CLK-TZT-DST-END(CLK-TZ-IDX)
017840     IF CLK-CKPT-TZT-DST-SW(CLK-TZ-IDX) = 'Y' OR 'N'
017850         MOVE CLK-CKPT-TZT-DST-SW(CLK-TZ-IDX)
017860             TO CLK-TZT-DST-SW(CLK-TZ-IDX)
017870     ELSE
017880         MOVE SPACE TO CLK-TZT-DST-SW(CLK-TZ-IDX)
017890     END-IF.
017900 1450-EXIT.
017910     EXIT.
017920*****************************************************************
017930* 1460-STAGE-CKPT-TZ-STATE
017940*     COPIES ONE CHECKPOINTED SITE NAME AND DST STATE INTO THE
017950*     CARRY TABLE.  ANYTHING BUT Y OR N (A CHECKPOINT WRITTEN
017960*     BEFORE THE STATE WAS CARRIED) STAGES AS NO PRIOR STATE.
017970*****************************************************************
017980 1460-STAGE-CKPT-TZ-STATE.
017990     MOVE CLK-CKPT-TZT-SITE-NAME(CLK-TZC-SUB)
018000         TO CLK-TZC-SITE-NAME(CLK-TZC-SUB)
018010     IF CLK-CKPT-TZT-DST-SW(CLK-TZC-SUB) = 'Y' OR 'N'
018020         MOVE CLK-CKPT-TZT-DST-SW(CLK-TZC-SUB)
018030             TO CLK-TZC-DST-SW(CLK-TZC-SUB)
018040     ELSE
018050         MOVE SPACE TO CLK-TZC-DST-SW(CLK-TZC-SUB)
018060     END-IF.
018070 1460-EXIT.
018080     EXIT.
018090*****************************************************************
018100* 1465-STAGE-LIVE-TZ-STATE
018110*     COPIES ONE LIVE TIMEZONE SLOT'S SITE NAME AND DST STATE INTO
018120*     THE CARRY TABLE AHEAD OF AN R RELOAD.
018130*****************************************************************
018140 1465-STAGE-LIVE-TZ-STATE.
018150     MOVE CLK-TZT-SITE-NAME(CLK-TZC-SUB)
018160         TO CLK-TZC-SITE-NAME(CLK-TZC-SUB)
018170     MOVE CLK-TZT-DST-SW(CLK-TZC-SUB)
018180         TO CLK-TZC-DST-SW(CLK-TZC-SUB).
018190 1465-EXIT.
018200     EXIT.
018210*****************************************************************
018220* 1470-CARRY-ONE-TZ-STATE
018230*     GIVES ONE FRESHLY LOADED SITE THE PRIOR DST STATE THE CARRY
018240*     TABLE HOLDS FOR THE SAME SITE NAME, SO THE NEXT RESOLUTION
018250*     COMPARES AGAINST IT.  A SITE NOT IN THE CARRY TABLE KEEPS
018260*     ITS BLANK STATE AND IS TAKEN AS A BASELINE.
018270*****************************************************************
018280 1470-CARRY-ONE-TZ-STATE.
018290     PERFORM 1475-MATCH-ONE-CARRY THRU 1475-EXIT
018300         VARYING CLK-TZC-SUB FROM 1 BY 1
018310         UNTIL CLK-TZC-SUB > CLK-TZC-COUNT.
018320 1470-EXIT.
018330     EXIT.
018340*****************************************************************
018350* 1475-MATCH-ONE-CARRY
018360*     TAKES THE STATE FROM ONE CARRY TABLE ENTRY IF IT IS FOR THIS
018370*     SITE AND THE SITE HAS NOT ALREADY BEEN GIVEN ONE.
018380*****************************************************************
018390 1475-MATCH-ONE-CARRY.
018400     IF CLK-TZT-DST-SW(CLK-TZ-IDX) = SPACE
018410             AND CLK-TZC-SITE-NAME(CLK-TZC-SUB)
018420                 = CLK-TZT-SITE-NAME(CLK-TZ-IDX)
018430         MOVE CLK-TZC-DST-SW(CLK-TZC-SUB)
018440             TO CLK-TZT-DST-SW(CLK-TZ-IDX)
018450     END-IF.
018460 1475-EXIT.
018470     EXIT.
018480*****************************************************************
018490* 1500-READ-CALENDAR
018500*     SCANS THE OPTIONAL CLOCKCAL BUSINESS-DAY CALENDAR FOR THE
018510*     CURRENT DATE AND REMEMBERS WHETHER TODAY IS A PROCESSING
018520*     DAY AND WHICH DAY TYPE IT IS.  AN ABSENT FILE, OR A DATE
018530*     THE CALENDAR DOES NOT CARRY, IS TREATED AS A NORMAL
018540*     PROCESSING DAY SO A THIN CALENDAR CAN NEVER SILENCE A REAL
018550*     CUTOVER WARNING.  RUN AT STARTUP, ON AN R RELOAD, AND
018560*     AGAIN AT EACH MIDNIGHT ROLLOVER.
018570*****************************************************************
018580 1500-READ-CALENDAR.
018590     MOVE 'Y' TO CLK-TODAY-PROC-SWITCH
018600     MOVE 'NORMAL' TO CLK-TODAY-DAY-TYPE
018610     MOVE 'N' TO CLK-CAL-FOUND-SWITCH
018620     MOVE 'N' TO CLK-CAL-EOF-SWITCH
018630     MOVE 'PROCESSING DAY' TO CLK-PROC-STATUS-TEXT
018640     OPEN INPUT CLOCK-CAL-FILE
018650     IF CLK-CAL-FILE-STATUS = '00'
018660         PERFORM 1510-READ-ONE-CAL THRU 1510-EXIT
018670             UNTIL CLK-CAL-AT-END OR CLK-CAL-DATE-FOUND
018680         CLOSE CLOCK-CAL-FILE
018690     ELSE
018700         IF CLK-CAL-FILE-STATUS = '05'
018710             CLOSE CLOCK-CAL-FILE
018720             MOVE '05' TO CLK-CAL-FILE-STATUS
018730         END-IF
018740     END-IF
018750     IF CLK-CAL-DATE-FOUND AND NOT CLK-TODAY-PROCESSING
018760         MOVE 'NO BATCH TODAY' TO CLK-PROC-STATUS-TEXT
018770     END-IF.
018780 1500-EXIT.
018790     EXIT.
018800*****************************************************************
018810* 1510-READ-ONE-CAL
018820*     READS ONE CALENDAR LINE, LOOKING FOR THE CURRENT DATE.  A
018830*     LINE WHOSE DATE IS NOT NUMERIC IS PASSED OVER; A MATCHED
018840*     LINE'S FLAG COUNTS AS NON-PROCESSING ONLY WHEN IT SAYS N
018850*     EXPLICITLY, AND A BLANK DAY TYPE LEAVES TODAY NORMAL.
018860*****************************************************************
018870 1510-READ-ONE-CAL.
018880     READ CLOCK-CAL-FILE
018890         AT END
018900             SET CLK-CAL-AT-END TO TRUE
018910     END-READ
018920     IF CLK-CAL-AT-END
018930         GO TO 1510-EXIT
018940     END-IF
018950     IF CLK-CAL-DATE IS NOT NUMERIC
018960         GO TO 1510-EXIT
018970     END-IF
018980     IF CLK-CAL-DATE NOT = CLK-CURRENT-DATE
018990         GO TO 1510-EXIT
019000     END-IF
019010     SET CLK-CAL-DATE-FOUND TO TRUE
019020     IF CLK-CAL-NON-PROCESSING
019030         MOVE 'N' TO CLK-TODAY-PROC-SWITCH
019040     END-IF
019050     IF CLK-CAL-DAY-TYPE NOT = SPACES
019060         MOVE CLK-CAL-DAY-TYPE TO CLK-TODAY-DAY-TYPE
019070     END-IF.
019080 1510-EXIT.
019090     EXIT.
019100*****************************************************************
019110* 1600-COMPUTE-DOW
019120*     COMPUTES THE DAY OF WEEK FOR THE CURRENT DATE BY ZELLER'S
019130*     CONGRUENCE (JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
019140*     OF THE PRIOR YEAR) AND STAGES ITS NAME FOR THE DATE LINE.
019150*     RUN AT STARTUP AND AT EACH MIDNIGHT ROLLOVER.
019160*****************************************************************
019170 1600-COMPUTE-DOW.
019180     MOVE CLK-CD-DAY TO CLK-DOW-Q
019190     MOVE CLK-CD-YEAR TO CLK-DOW-YEAR
019200     IF CLK-CD-MONTH < 3
019210         COMPUTE CLK-DOW-M = CLK-CD-MONTH + 12
019220         SUBTRACT 1 FROM CLK-DOW-YEAR
019230     ELSE
019240         MOVE CLK-CD-MONTH TO CLK-DOW-M
019250     END-IF
019260     DIVIDE CLK-DOW-YEAR BY 100 GIVING CLK-DOW-J
019270         REMAINDER CLK-DOW-K
019280     COMPUTE CLK-DOW-WORK =
019290         CLK-DOW-Q + ((13 * (CLK-DOW-M + 1)) / 5) + CLK-DOW-K
019300             + (CLK-DOW-K / 4) + (CLK-DOW-J / 4) + (5 * CLK-DOW-J)
019310     DIVIDE CLK-DOW-WORK BY 7 GIVING CLK-DOW-QUOT
019320         REMAINDER CLK-DOW-H
019330     MOVE CLK-DOW-NAMES(CLK-DOW-H + 1) TO CLK-DOW-NAME.
019340 1600-EXIT.
019350     EXIT.
019360*****************************************************************
019370* 1700-READ-DEADLINES
019380*     LOADS UP TO EIGHT NAMED DEADLINES OF TODAY'S SET FROM THE
019390*     OPTIONAL CLOCKDLN SCHEDULE FILE -- THE SET NAMED FOR THE
019400*     CLOCKCAL DAY TYPE 1500-READ-CALENDAR RESOLVED, OR THE
019410*     NORMAL SET WHEN THE FILE HAS NO LINES FOR THAT TYPE --
019420*     SKIPPING A LINE THE SAME WAY 1210-READ-ONE-TZ SKIPS A BAD
019430*     CLOCKTZ LINE (THE PREFLIGHT AUDIT REPORTS WHAT WAS SKIPPED
019440*     AND WHY).  AN ABSENT FILE, OR ONE WITH NO USABLE LINE IN
019450*     EITHER SET, SYNTHESIZES ONE ENTRY FROM THE SINGLE CLOCKPRM
019460*     TARGET TIME, ARMED ALL DAY, SO THE LEGACY CONFIG BEHAVES
019470*     AS IT ALWAYS HAS.  RUN AT STARTUP, ON AN R RELOAD, AND AT
019480*     THE MIDNIGHT ROLLOVER; THE FIRED/ACKED/SUPPRESSED STATE OF
019490*     THE OUTGOING TABLE IS CARRIED OVER BY NAME SO A RELOAD
019500*     CANNOT RE-FIRE A BANNER THE OPERATOR ALREADY ACKNOWLEDGED.
019510*     WHEN THE SET ARMED DIFFERS FROM THE ONE ARMED BEFORE, THE
019520*     CHANGE IS JOURNALED (NOT FROM A PREFLIGHT, WHICH ONLY
019530*     LOOKS).
019540*****************************************************************
019550 1700-READ-DEADLINES.
019560     MOVE CLK-DLN-COUNT TO CLK-DLN-SAVE-COUNT
019570     PERFORM 1740-SAVE-ONE-STATE THRU 1740-EXIT
019580         VARYING CLK-DLN-SUB FROM 1 BY 1
019590         UNTIL CLK-DLN-SUB > CLK-DLN-SAVE-COUNT
019600     MOVE ZERO TO CLK-DLN-COUNT
019610     MOVE CLK-TODAY-DAY-TYPE TO CLK-DLN-WANT-SET
019620     PERFORM 1705-LOAD-DLN-SET THRU 1705-EXIT
019630     IF CLK-DLN-COUNT > ZERO
019640         SET CLK-DLN-SET-EXACT TO TRUE
019650     ELSE
019660         SET CLK-DLN-SET-FELL-BACK TO TRUE
019670         IF CLK-DLN-FILE-STATUS = '00'
019680                 AND CLK-DLN-WANT-SET NOT = 'NORMAL'
019690             MOVE 'NORMAL' TO CLK-DLN-WANT-SET
019700             PERFORM 1705-LOAD-DLN-SET THRU 1705-EXIT
019710         END-IF
019720     END-IF
019730     IF CLK-DLN-COUNT = ZERO
019740         PERFORM 1720-SYNTH-LEGACY-DLN THRU 1720-EXIT
019750         SET CLK-DLN-SET-LEGACY TO TRUE
019760         MOVE 'CLOCKPRM' TO CLK-DLN-WANT-SET
019770     END-IF
019780     MOVE CLK-DLN-WANT-SET TO CLK-DLN-ARMED-SET
019790     PERFORM 1750-CARRY-ONE-STATE THRU 1750-EXIT
019800         VARYING CLK-DLN-SUB FROM 1 BY 1
019810         UNTIL CLK-DLN-SUB > CLK-DLN-COUNT
019820     IF CLK-DLN-ARMED-SET NOT = CLK-DLN-PRIOR-SET
019830         IF NOT CLK-RUN-PREFLIGHT
019840                 AND CLK-DLN-FILE-STATUS = '00'
019850             PERFORM 1730-JOURNAL-DLN-SET THRU 1730-EXIT
019860         END-IF
019870         MOVE CLK-DLN-ARMED-SET TO CLK-DLN-PRIOR-SET
019880     END-IF.
019890 1700-EXIT.
019900     EXIT.
019910*****************************************************************
019920* 1705-LOAD-DLN-SET
019930*     ONE PASS OF CLOCKDLN, LOADING THE LINES OF THE SET NAMED IN
019940*     CLK-DLN-WANT-SET INTO THE TABLE.
019950*****************************************************************
019960 1705-LOAD-DLN-SET.
019970     MOVE 'N' TO CLK-DLN-EOF-SWITCH
019980     OPEN INPUT CLOCK-DLN-FILE
019990     IF CLK-DLN-FILE-STATUS = '00'
020000         PERFORM 1710-READ-ONE-DLN THRU 1710-EXIT
020010             UNTIL CLK-DLN-AT-END OR CLK-DLN-COUNT = 8
020020         CLOSE CLOCK-DLN-FILE
020030     ELSE
020040         IF CLK-DLN-FILE-STATUS = '05'
020050             CLOSE CLOCK-DLN-FILE
020060             MOVE '05' TO CLK-DLN-FILE-STATUS
020070         END-IF
020080     END-IF.
020090 1705-EXIT.
020100     EXIT.
020110*****************************************************************
020120* 1710-READ-ONE-DLN
020130*     READS ONE CLOCKDLN LINE INTO THE NEXT TABLE SLOT.  A LINE
020140*     OF ANOTHER SET IS PASSED OVER (A BLANK SET NAME IS THE
020150*     NORMAL SET).  A LINE WITH A BLANK NAME, A TIME OUTSIDE
020160*     00:00:00-23:59:59, A NON-NUMERIC LEAD, OR A CAL FLAG OTHER
020170*     THAN Y, N, OR BLANK (BLANK COUNTS AS Y, MATCHING THE LEGACY
020180*     SUPPRESSION) IS SKIPPED RATHER THAN ARMED WRONG.
020190*****************************************************************
020200 1710-READ-ONE-DLN.
020210     READ CLOCK-DLN-FILE
020220         AT END
020230             SET CLK-DLN-AT-END TO TRUE
020240     END-READ
020250     IF CLK-DLN-AT-END
020260         GO TO 1710-EXIT
020270     END-IF
020280     MOVE CLK-DLN-SET-NAME TO CLK-DLN-LINE-SET
020290     IF CLK-DLN-LINE-SET = SPACES
020300         MOVE 'NORMAL' TO CLK-DLN-LINE-SET
020310     END-IF
020320     IF CLK-DLN-LINE-SET NOT = CLK-DLN-WANT-SET
020330         GO TO 1710-EXIT
020340     END-IF
020350     IF CLK-DLN-NAME = SPACES
020360         GO TO 1710-EXIT
020370     END-IF
020380     IF CLK-DLN-TIME IS NOT NUMERIC
020390             OR CLK-DLN-HOURS > 23
020400             OR CLK-DLN-MINUTES > 59
020410             OR CLK-DLN-SECONDS > 59
020420         GO TO 1710-EXIT
020430     END-IF
020440     IF CLK-DLN-LEAD-MINS IS NOT NUMERIC
020450         GO TO 1710-EXIT
020460     END-IF
020470     IF CLK-DLN-CAL-FLAG NOT = 'Y' AND CLK-DLN-CAL-FLAG NOT = 'N'
020480             AND CLK-DLN-CAL-FLAG NOT = SPACE
020490         GO TO 1710-EXIT
020500     END-IF
020510     ADD 1 TO CLK-DLN-COUNT
020520     MOVE CLK-DLN-NAME TO CLK-DLNT-NAME(CLK-DLN-COUNT)
020530     MOVE CLK-DLN-TIME TO CLK-DLNT-TIME(CLK-DLN-COUNT)
020540     COMPUTE CLK-DLNT-TARGET-SECS(CLK-DLN-COUNT) =
020550         (CLK-DLN-HOURS * 3600) + (CLK-DLN-MINUTES * 60)
020560             + CLK-DLN-SECONDS
020570     COMPUTE CLK-DLNT-LEAD-SECS(CLK-DLN-COUNT) =
020580         CLK-DLN-LEAD-MINS * 60
020590     IF CLK-DLN-CAL-FLAG = 'N'
020600         MOVE 'N' TO CLK-DLNT-CAL-FLAG(CLK-DLN-COUNT)
020610     ELSE
020620         MOVE 'Y' TO CLK-DLNT-CAL-FLAG(CLK-DLN-COUNT)
020630     END-IF
020640     MOVE 'N' TO CLK-DLNT-FIRED-SW(CLK-DLN-COUNT)
020650     MOVE 'N' TO CLK-DLNT-ACKED-SW(CLK-DLN-COUNT)
020660     MOVE 'N' TO CLK-DLNT-SUPP-SW(CLK-DLN-COUNT)
020670     MOVE 'N' TO CLK-DLNT-ESCAL-SW(CLK-DLN-COUNT)
020680     MOVE 'N' TO CLK-DLNT-HELD-SW(CLK-DLN-COUNT)
020690     MOVE 'N' TO CLK-DLNT-TIER2-SW(CLK-DLN-COUNT)
020700     MOVE ZERO TO CLK-DLNT-FIRE-SECS(CLK-DLN-COUNT)
020710     MOVE ZERO TO CLK-DLNT-PAGE-SECS(CLK-DLN-COUNT)
020720     MOVE ZEROES TO CLK-DLNT-FIRE-TIME(CLK-DLN-COUNT).
020730 1710-EXIT.
020740     EXIT.
020750*****************************************************************
020760* 1720-SYNTH-LEGACY-DLN
020770*     BUILDS THE ONE-ENTRY TABLE THE LEGACY CONFIG IMPLIES: THE
020780*     SINGLE CLOCKPRM TARGET TIME AS AN EOD CUTOVER DEADLINE,
020790*     ARMED (AMBER) ALL DAY AS THE ALARM MODE ALWAYS WAS, WITH
020800*     THE CLOCKCAL SUPPRESSION APPLYING.  A TARGET TIME NEVER
020810*     SUPPLIED, OR NOT A LEGAL TIME OF DAY, LEAVES THE TABLE
020820*     EMPTY AND THE ALARM CHECK IDLE.
020830*****************************************************************
020840 1720-SYNTH-LEGACY-DLN.
020850     IF CLK-TARGET-TIME IS NOT NUMERIC
020860             OR CLK-TARGET-HOURS > 23
020870             OR CLK-TARGET-MINUTES > 59
020880             OR CLK-TARGET-SECONDS > 59
020890         GO TO 1720-EXIT
020900     END-IF
020910     MOVE 1 TO CLK-DLN-COUNT
020920     MOVE 'EOD CUTOVER ' TO CLK-DLNT-NAME(1)
020930     MOVE CLK-TARGET-TIME TO CLK-DLNT-TIME(1)
020940     COMPUTE CLK-DLNT-TARGET-SECS(1) =
020950         (CLK-TARGET-HOURS * 3600) + (CLK-TARGET-MINUTES * 60)
020960             + CLK-TARGET-SECONDS
020970     MOVE 86400 TO CLK-DLNT-LEAD-SECS(1)
020980     MOVE 'Y' TO CLK-DLNT-CAL-FLAG(1)
020990     MOVE 'N' TO CLK-DLNT-FIRED-SW(1)
021000     MOVE 'N' TO CLK-DLNT-ACKED-SW(1)
021010     MOVE 'N' TO CLK-DLNT-SUPP-SW(1)
021020     MOVE 'N' TO CLK-DLNT-ESCAL-SW(1)
021030     MOVE 'N' TO CLK-DLNT-HELD-SW(1)
021040     MOVE 'N' TO CLK-DLNT-TIER2-SW(1)
021050     MOVE ZERO TO CLK-DLNT-FIRE-SECS(1)
021060     MOVE ZERO TO CLK-DLNT-PAGE-SECS(1)
021070     MOVE ZEROES TO CLK-DLNT-FIRE-TIME(1).
021080 1720-EXIT.
021090     EXIT.
021100*****************************************************************
021110* 1730-JOURNAL-DLN-SET
021120*     JOURNALS THE DEADLINE SET JUST ARMED AND THE DAY TYPE IT
021130*     WAS ARMED FOR.  A SET THAT IS NOT THE ONE THE DAY TYPE
021140*     NAMES (THE NORMAL FALLBACK, OR THE CLOCKPRM TARGET) IS
021150*     JOURNALED AS A WARNING SO FIRST SHIFT SEES THE MISSING SET.
021160*****************************************************************
021170 1730-JOURNAL-DLN-SET.
021180     MOVE 'DLNSET  ' TO CLK-EVENT-STAGE-CODE
021190     IF CLK-DLN-ARMED-SET = CLK-TODAY-DAY-TYPE
021200         MOVE 'I' TO CLK-EVENT-STAGE-SEV
021210     ELSE
021220         MOVE 'W' TO CLK-EVENT-STAGE-SEV
021230     END-IF
021240     MOVE SPACES TO CLK-EVENT-STAGE-TEXT
021250     STRING 'DEADLINE SET ' DELIMITED BY SIZE
021260         CLK-DLN-ARMED-SET DELIMITED BY SPACE
021270         ' ARMED FOR ' DELIMITED BY SIZE
021280         CLK-TODAY-DAY-TYPE DELIMITED BY SPACE
021290         INTO CLK-EVENT-STAGE-TEXT
021300     END-STRING
021310     PERFORM 2990-WRITE-EVENT THRU 2990-EXIT.
021320 1730-EXIT.
021330     EXIT.
021340*****************************************************************
021350* 1740-SAVE-ONE-STATE
021360*     COPIES ONE OUTGOING TABLE ENTRY'S NAME AND STATE SWITCHES
021370*     ASIDE BEFORE A RELOAD REBUILDS THE TABLE.
021380*****************************************************************
021390 1740-SAVE-ONE-STATE.
021400     MOVE CLK-DLNT-NAME(CLK-DLN-SUB)
021410         TO CLK-DLNS-NAME(CLK-DLN-SUB)
021420     MOVE CLK-DLNT-FIRED-SW(CLK-DLN-SUB)
021430         TO CLK-DLNS-FIRED-SW(CLK-DLN-SUB)
021440     MOVE CLK-DLNT-ACKED-SW(CLK-DLN-SUB)
021450         TO CLK-DLNS-ACKED-SW(CLK-DLN-SUB)
021460     MOVE CLK-DLNT-SUPP-SW(CLK-DLN-SUB)
021470         TO CLK-DLNS-SUPP-SW(CLK-DLN-SUB)
021480     MOVE CLK-DLNT-ESCAL-SW(CLK-DLN-SUB)
021490         TO CLK-DLNS-ESCAL-SW(CLK-DLN-SUB)
021500     MOVE CLK-DLNT-HELD-SW(CLK-DLN-SUB)
021510         TO CLK-DLNS-HELD-SW(CLK-DLN-SUB)
021520     MOVE CLK-DLNT-TIER2-SW(CLK-DLN-SUB)
021530         TO CLK-DLNS-TIER2-SW(CLK-DLN-SUB)
021540     MOVE CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)
021550         TO CLK-DLNS-FIRE-SECS(CLK-DLN-SUB)
021560     MOVE CLK-DLNT-PAGE-SECS(CLK-DLN-SUB)
021570         TO CLK-DLNS-PAGE-SECS(CLK-DLN-SUB)
021580     MOVE CLK-DLNT-FIRE-TIME(CLK-DLN-SUB)
021590         TO CLK-DLNS-FIRE-TIME(CLK-DLN-SUB).
021600 1740-EXIT.
021610     EXIT.
021620*****************************************************************
021630* 1750-CARRY-ONE-STATE
021640*     LOOKS ONE RELOADED ENTRY UP IN THE SAVED TABLE BY NAME AND
021650*     CARRIES ITS FIRED/ACKED/SUPPRESSED/HELD STATE FORWARD, SO A
021660*     RELOAD MID-DAY NEITHER RE-FIRES AN ACKNOWLEDGED DEADLINE
021670*     NOR RE-JOURNALS ONE THAT ALREADY FIRED, AND ITS PAGING STATE
021680*     SO NEITHER TIER IS SENT TWICE.
021690*****************************************************************
021700 1750-CARRY-ONE-STATE.
021710     PERFORM 1755-MATCH-ONE-SAVED THRU 1755-EXIT
021720         VARYING CLK-DLN-SAVE-SUB FROM 1 BY 1
021730         UNTIL CLK-DLN-SAVE-SUB > CLK-DLN-SAVE-COUNT.
021740 1750-EXIT.
021750     EXIT.
021760 1755-MATCH-ONE-SAVED.
021770     IF CLK-DLNS-NAME(CLK-DLN-SAVE-SUB)
021780             = CLK-DLNT-NAME(CLK-DLN-SUB)
021790         MOVE CLK-DLNS-FIRED-SW(CLK-DLN-SAVE-SUB)
021800             TO CLK-DLNT-FIRED-SW(CLK-DLN-SUB)
021810         MOVE CLK-DLNS-ACKED-SW(CLK-DLN-SAVE-SUB)
021820             TO CLK-DLNT-ACKED-SW(CLK-DLN-SUB)
021830         MOVE CLK-DLNS-SUPP-SW(CLK-DLN-SAVE-SUB)
021840             TO CLK-DLNT-SUPP-SW(CLK-DLN-SUB)
021850         MOVE CLK-DLNS-ESCAL-SW(CLK-DLN-SAVE-SUB)
021860             TO CLK-DLNT-ESCAL-SW(CLK-DLN-SUB)
021870         MOVE CLK-DLNS-HELD-SW(CLK-DLN-SAVE-SUB)
021880             TO CLK-DLNT-HELD-SW(CLK-DLN-SUB)
021890         MOVE CLK-DLNS-TIER2-SW(CLK-DLN-SAVE-SUB)
021900             TO CLK-DLNT-TIER2-SW(CLK-DLN-SUB)
021910         MOVE CLK-DLNS-FIRE-SECS(CLK-DLN-SAVE-SUB)
021920             TO CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)
021930         MOVE CLK-DLNS-PAGE-SECS(CLK-DLN-SAVE-SUB)
021940             TO CLK-DLNT-PAGE-SECS(CLK-DLN-SUB)
021950         MOVE CLK-DLNS-FIRE-TIME(CLK-DLN-SAVE-SUB)
021960             TO CLK-DLNT-FIRE-TIME(CLK-DLN-SUB)
021970     END-IF.
021980 1755-EXIT.
021990     EXIT.
022000*****************************************************************
022010* 1760-RESET-DLN-STATES
022020*     CLEARS EVERY DEADLINE'S FIRED/ACKED/SUPPRESSED/HELD STATE AT
022030*     THE MIDNIGHT ROLLOVER SO THE NEW DAY ARMS THE SCHEDULE
022040*     FRESH.
022050*****************************************************************
022060 1760-RESET-DLN-STATES.
022070     PERFORM 1765-RESET-ONE-DLN THRU 1765-EXIT
022080         VARYING CLK-DLN-SUB FROM 1 BY 1
022090         UNTIL CLK-DLN-SUB > CLK-DLN-COUNT.
022100 1760-EXIT.
022110     EXIT.
022120 1765-RESET-ONE-DLN.
022130     MOVE 'N' TO CLK-DLNT-FIRED-SW(CLK-DLN-SUB)
022140     MOVE 'N' TO CLK-DLNT-ACKED-SW(CLK-DLN-SUB)
022150     MOVE 'N' TO CLK-DLNT-SUPP-SW(CLK-DLN-SUB)
022160     MOVE 'N' TO CLK-DLNT-ESCAL-SW(CLK-DLN-SUB)
022170     MOVE 'N' TO CLK-DLNT-HELD-SW(CLK-DLN-SUB)
022180     MOVE 'N' TO CLK-DLNT-TIER2-SW(CLK-DLN-SUB)
022190     MOVE ZERO TO CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)
022200     MOVE ZERO TO CLK-DLNT-PAGE-SECS(CLK-DLN-SUB)
022210     MOVE ZEROES TO CLK-DLNT-FIRE-TIME(CLK-DLN-SUB).
022220 1765-EXIT.
022230     EXIT.
022240*****************************************************************
022250* 1800-READ-MAINT-WINDOWS
022260*     LOADS THE PLANNED MAINTENANCE WINDOWS FROM THE OPTIONAL
022270*     CLOCKMNW FILE INTO THE WINDOW TABLE, UP TO 20 OF THEM.  A
022280*     LINE 1820-EDIT-MNW-LINE FINDS FAULT WITH IS SKIPPED RATHER
022290*     THAN HOLDING DEADLINES ON A WINDOW NOBODY MEANT.  AN ABSENT
022300*     OR EMPTY FILE LEAVES THE TABLE EMPTY, SO NOTHING IS EVER
022310*     HELD.  RUN AT STARTUP AND ON AN R RELOAD; THE STAMPS CARRY
022320*     THEIR OWN DATES, SO THE MIDNIGHT ROLLOVER NEED NOT RELOAD.
022330*****************************************************************
022340 1800-READ-MAINT-WINDOWS.
022350     MOVE ZERO TO CLK-MNW-COUNT
022360     MOVE 'N' TO CLK-MNW-EOF-SWITCH
022370     OPEN INPUT CLOCK-MNW-FILE
022380     IF CLK-MNW-FILE-STATUS = '00'
022390         PERFORM 1810-READ-ONE-MNW THRU 1810-EXIT
022400             UNTIL CLK-MNW-AT-END
022410         CLOSE CLOCK-MNW-FILE
022420     ELSE
022430         IF CLK-MNW-FILE-STATUS = '05'
022440             CLOSE CLOCK-MNW-FILE
022450         END-IF
022460     END-IF.
022470 1800-EXIT.
022480     EXIT.
022490*****************************************************************
022500* 1810-READ-ONE-MNW
022510*     READS ONE CLOCKMNW LINE INTO THE NEXT TABLE SLOT WHEN IT
022520*     PASSES THE EDIT AND A SLOT IS FREE.
022530*****************************************************************
022540 1810-READ-ONE-MNW.
022550     READ CLOCK-MNW-FILE
022560         AT END
022570             SET CLK-MNW-AT-END TO TRUE
022580     END-READ
022590     IF CLK-MNW-AT-END
022600         GO TO 1810-EXIT
022610     END-IF
022620     PERFORM 1820-EDIT-MNW-LINE THRU 1820-EXIT
022630     IF CLK-MNW-EDIT-REASON NOT = SPACES
022640         GO TO 1810-EXIT
022650     END-IF
022660     IF CLK-MNW-COUNT = 20
022670         GO TO 1810-EXIT
022680     END-IF
022690     ADD 1 TO CLK-MNW-COUNT
022700     MOVE CLK-MNW-LINE-START
022710         TO CLK-MNWT-START-STAMP(CLK-MNW-COUNT)
022720     MOVE CLK-MNW-LINE-END TO CLK-MNWT-END-STAMP(CLK-MNW-COUNT)
022730     MOVE CLK-MNW-TICKET TO CLK-MNWT-TICKET(CLK-MNW-COUNT)
022740     MOVE CLK-MNW-REASON TO CLK-MNWT-REASON(CLK-MNW-COUNT).
022750 1810-EXIT.
022760     EXIT.
022770*****************************************************************
022780* 1820-EDIT-MNW-LINE
022790*     EDITS THE CLOCKMNW LINE IN THE RECORD AREA THE ONE WAY BOTH
022800*     THE LOAD AND THE PREFLIGHT AUDIT JUDGE IT: REAL START AND
022810*     END DATES, LEGAL HHMM TIMES, AN END AFTER THE START, AND A
022820*     CHANGE TICKET.  LEAVES THE REASON BLANK AND THE TWO STAMPS
022830*     SET WHEN THE LINE IS GOOD, ELSE THE REASON FOR THE FAULT.
022840*****************************************************************
022850 1820-EDIT-MNW-LINE.
022860     MOVE SPACES TO CLK-MNW-EDIT-REASON
022870     MOVE ZERO TO CLK-MNW-LINE-START
022880     MOVE ZERO TO CLK-MNW-LINE-END
022890     IF CLK-MNW-START-DATE IS NOT NUMERIC
022900         MOVE 'START DATE NOT NUMERIC' TO CLK-MNW-EDIT-REASON
022910         GO TO 1820-EXIT
022920     END-IF
022930     MOVE CLK-MNW-START-DATE TO CLK-MNW-DATE-CHECK
022940     IF CLK-MNW-CHECK-MONTH < 1 OR CLK-MNW-CHECK-MONTH > 12
022950             OR CLK-MNW-CHECK-DAY < 1 OR CLK-MNW-CHECK-DAY > 31
022960         MOVE 'START DATE NOT A REAL DATE' TO CLK-MNW-EDIT-REASON
022970         GO TO 1820-EXIT
022980     END-IF
022990     IF CLK-MNW-START-TIME IS NOT NUMERIC
023000             OR CLK-MNW-START-HOURS > 23
023010             OR CLK-MNW-START-MINUTES > 59
023020         MOVE 'START TIME NOT A LEGAL HHMM' TO CLK-MNW-EDIT-REASON
023030         GO TO 1820-EXIT
023040     END-IF
023050     IF CLK-MNW-END-DATE IS NOT NUMERIC
023060         MOVE 'END DATE NOT NUMERIC' TO CLK-MNW-EDIT-REASON
023070         GO TO 1820-EXIT
023080     END-IF
023090     MOVE CLK-MNW-END-DATE TO CLK-MNW-DATE-CHECK
023100     IF CLK-MNW-CHECK-MONTH < 1 OR CLK-MNW-CHECK-MONTH > 12
023110             OR CLK-MNW-CHECK-DAY < 1 OR CLK-MNW-CHECK-DAY > 31
023120         MOVE 'END DATE NOT A REAL DATE' TO CLK-MNW-EDIT-REASON
023130         GO TO 1820-EXIT
023140     END-IF
023150     IF CLK-MNW-END-TIME IS NOT NUMERIC
023160             OR CLK-MNW-END-HOURS > 23
023170             OR CLK-MNW-END-MINUTES > 59
023180         MOVE 'END TIME NOT A LEGAL HHMM' TO CLK-MNW-EDIT-REASON
023190         GO TO 1820-EXIT
023200     END-IF
023210     COMPUTE CLK-MNW-LINE-START =
023220         (CLK-MNW-START-DATE * 1000000)
023230             + (CLK-MNW-START-HOURS * 10000)
023240             + (CLK-MNW-START-MINUTES * 100)
023250     COMPUTE CLK-MNW-LINE-END =
023260         (CLK-MNW-END-DATE * 1000000)
023270             + (CLK-MNW-END-HOURS * 10000)
023280             + (CLK-MNW-END-MINUTES * 100)
023290     IF CLK-MNW-LINE-END NOT > CLK-MNW-LINE-START
023300         MOVE 'WINDOW DOES NOT END AFTER IT STARTS'
023310             TO CLK-MNW-EDIT-REASON
023320         GO TO 1820-EXIT
023330     END-IF
023340     IF CLK-MNW-TICKET = SPACES
023350         MOVE 'NO CHANGE TICKET NUMBER' TO CLK-MNW-EDIT-REASON
023360     END-IF.
023370 1820-EXIT.
023380     EXIT.
023390*****************************************************************
023400* 1900-READ-ONCALL-ROSTER
023410*     LOADS THE ON-CALL ROSTER FROM THE OPTIONAL CLOCKONC FILE
023420*     INTO THE ROSTER TABLE, UP TO 50 LINES.  A LINE
023430*     1920-EDIT-ONC-LINE FINDS FAULT WITH IS SKIPPED RATHER THAN
023440*     PAGING SOMEBODY NOBODY MEANT.  AN ABSENT OR EMPTY FILE
023450*     LEAVES THE TABLE EMPTY, SO EVERY PAGE GOES TO THE GATEWAY'S
023460*     GENERAL LIST AS BEFORE.  RUN AT STARTUP AND ON AN R RELOAD;
023470*     THE LINES CARRY THEIR OWN DATES, SO THE MIDNIGHT ROLLOVER
023480*     NEED NOT RELOAD.
023490*****************************************************************
023500 1900-READ-ONCALL-ROSTER.
023510     MOVE ZERO TO CLK-ONC-COUNT
023520     MOVE 'N' TO CLK-ONC-EOF-SWITCH
023530     OPEN INPUT CLOCK-ONC-FILE
023540     IF CLK-ONC-FILE-STATUS = '00'
023550         PERFORM 1910-READ-ONE-ONC THRU 1910-EXIT
023560             UNTIL CLK-ONC-AT-END
023570         CLOSE CLOCK-ONC-FILE
023580     ELSE
023590         IF CLK-ONC-FILE-STATUS = '05'
023600             CLOSE CLOCK-ONC-FILE
023610         END-IF
023620     END-IF.
023630 1900-EXIT.
023640     EXIT.
023650*****************************************************************
023660* 1910-READ-ONE-ONC
023670*     READS ONE CLOCKONC LINE INTO THE NEXT TABLE SLOT WHEN IT
023680*     PASSES THE EDIT AND A SLOT IS FREE.
023690*****************************************************************
023700 1910-READ-ONE-ONC.
023710     READ CLOCK-ONC-FILE
023720         AT END
023730             SET CLK-ONC-AT-END TO TRUE
023740     END-READ
023750     IF CLK-ONC-AT-END
023760         GO TO 1910-EXIT
023770     END-IF
023780     PERFORM 1920-EDIT-ONC-LINE THRU 1920-EXIT
023790     IF CLK-ONC-EDIT-REASON NOT = SPACES
023800         GO TO 1910-EXIT
023810     END-IF
023820     IF CLK-ONC-COUNT = 50
023830         GO TO 1910-EXIT
023840     END-IF
023850     ADD 1 TO CLK-ONC-COUNT
023860     MOVE CLK-ONC-FROM-DATE TO CLK-ONCT-FROM-DATE(CLK-ONC-COUNT)
023870     MOVE CLK-ONC-TO-DATE TO CLK-ONCT-TO-DATE(CLK-ONC-COUNT)
023880     MOVE CLK-ONC-SHIFT-START
023890         TO CLK-ONCT-START-HHMM(CLK-ONC-COUNT)
023900     MOVE CLK-ONC-SHIFT-END TO CLK-ONCT-END-HHMM(CLK-ONC-COUNT)
023910     MOVE CLK-ONC-PRIMARY TO CLK-ONCT-PRIMARY(CLK-ONC-COUNT)
023920     MOVE CLK-ONC-SECONDARY TO CLK-ONCT-SECONDARY(CLK-ONC-COUNT)
023930     MOVE CLK-ONC-DEADLINE TO CLK-ONCT-DEADLINE(CLK-ONC-COUNT).
023940 1910-EXIT.
023950     EXIT.
023960*****************************************************************
023970* 1920-EDIT-ONC-LINE
023980*     EDITS THE CLOCKONC LINE IN THE RECORD AREA THE ONE WAY BOTH
023990*     THE LOAD AND THE PREFLIGHT AUDIT JUDGE IT: REAL FROM AND TO
024000*     DATES WITH THE TO DATE NOT BEFORE THE FROM DATE, LEGAL HHMM
024010*     SHIFT TIMES, AND BOTH A PRIMARY AND A SECONDARY CONTACT.
024020*     LEAVES THE REASON BLANK WHEN THE LINE IS GOOD, ELSE THE
024030*     REASON FOR THE FAULT.
024040*****************************************************************
024050 1920-EDIT-ONC-LINE.
024060     MOVE SPACES TO CLK-ONC-EDIT-REASON
024070     IF CLK-ONC-FROM-DATE IS NOT NUMERIC
024080         MOVE 'FROM DATE NOT NUMERIC' TO CLK-ONC-EDIT-REASON
024090         GO TO 1920-EXIT
024100     END-IF
024110     MOVE CLK-ONC-FROM-DATE TO CLK-ONC-DATE-CHECK
024120     IF CLK-ONC-CHECK-MONTH < 1 OR CLK-ONC-CHECK-MONTH > 12
024130             OR CLK-ONC-CHECK-DAY < 1 OR CLK-ONC-CHECK-DAY > 31
024140         MOVE 'FROM DATE NOT A REAL DATE' TO CLK-ONC-EDIT-REASON
024150         GO TO 1920-EXIT
024160     END-IF
024170     IF CLK-ONC-TO-DATE IS NOT NUMERIC
024180         MOVE 'TO DATE NOT NUMERIC' TO CLK-ONC-EDIT-REASON
024190         GO TO 1920-EXIT
024200     END-IF
024210     MOVE CLK-ONC-TO-DATE TO CLK-ONC-DATE-CHECK
024220     IF CLK-ONC-CHECK-MONTH < 1 OR CLK-ONC-CHECK-MONTH > 12
024230             OR CLK-ONC-CHECK-DAY < 1 OR CLK-ONC-CHECK-DAY > 31
024240         MOVE 'TO DATE NOT A REAL DATE' TO CLK-ONC-EDIT-REASON
024250         GO TO 1920-EXIT
024260     END-IF
024270     IF CLK-ONC-TO-DATE < CLK-ONC-FROM-DATE
024280         MOVE 'TO DATE BEFORE FROM DATE' TO CLK-ONC-EDIT-REASON
024290         GO TO 1920-EXIT
024300     END-IF
024310     IF CLK-ONC-SHIFT-START IS NOT NUMERIC
024320             OR CLK-ONC-START-HOURS > 23
024330             OR CLK-ONC-START-MINUTES > 59
024340         MOVE 'SHIFT START NOT A LEGAL HHMM'
024350             TO CLK-ONC-EDIT-REASON
024360         GO TO 1920-EXIT
024370     END-IF
024380     IF CLK-ONC-SHIFT-END IS NOT NUMERIC
024390             OR CLK-ONC-END-HOURS > 23
024400             OR CLK-ONC-END-MINUTES > 59
024410         MOVE 'SHIFT END NOT A LEGAL HHMM' TO CLK-ONC-EDIT-REASON
024420         GO TO 1920-EXIT
024430     END-IF
024440     IF CLK-ONC-PRIMARY = SPACES
024450         MOVE 'NO PRIMARY CONTACT' TO CLK-ONC-EDIT-REASON
024460         GO TO 1920-EXIT
024470     END-IF
024480     IF CLK-ONC-SECONDARY = SPACES
024490         MOVE 'NO SECONDARY CONTACT' TO CLK-ONC-EDIT-REASON
024500     END-IF.
024510 1920-EXIT.
024520     EXIT.
024530*****************************************************************
024540* 1950-READ-NOTICES
024550*     LOADS THE BROADCAST NOTICES FROM THE OPTIONAL CLOCKMSG FILE
024560*     INTO THE NOTICE TABLE, UP TO 20 OF THEM.  A LINE
024570*     1970-EDIT-MSG-LINE FINDS FAULT WITH IS SKIPPED, AS IS A
024580*     NOTICE FOR ANOTHER INSTANCE OR ONE ALREADY ENDED, SO OLD
024590*     NOTICES LEFT IN THE FILE DO NOT CROWD OUT NEW ONES.  AN
024600*     ABSENT OR EMPTY FILE LEAVES THE TABLE EMPTY AND THE NOTICE
024610*     LINE BLANK.  RUN AT STARTUP AND ON AN R RELOAD.
024620*****************************************************************
024630 1950-READ-NOTICES.
024640     MOVE ZERO TO CLK-MSG-COUNT
024650     MOVE 'N' TO CLK-MSG-EOF-SWITCH
024660     ACCEPT CLK-MSG-LOAD-DATE FROM DATE YYYYMMDD
024670     ACCEPT CLK-MSG-LOAD-TIME FROM TIME
024680     COMPUTE CLK-MSG-LOAD-STAMP =
024690         (CLK-MSG-LOAD-DATE * 1000000) + (CLK-MSG-LOAD-TIME / 100)
024700     OPEN INPUT CLOCK-MSG-FILE
024710     IF CLK-MSG-FILE-STATUS = '00'
024720         PERFORM 1960-READ-ONE-NOTICE THRU 1960-EXIT
024730             UNTIL CLK-MSG-AT-END
024740         CLOSE CLOCK-MSG-FILE
024750     ELSE
024760         IF CLK-MSG-FILE-STATUS = '05'
024770             CLOSE CLOCK-MSG-FILE
024780         END-IF
024790     END-IF.
024800 1950-EXIT.
024810     EXIT.
024820*****************************************************************
024830* 1960-READ-ONE-NOTICE
024840*     READS ONE CLOCKMSG LINE INTO THE NEXT TABLE SLOT WHEN IT
024850*     PASSES THE EDIT, IS FOR THIS INSTANCE, HAS NOT ENDED, AND A
024860*     SLOT IS FREE.
024870*****************************************************************
024880 1960-READ-ONE-NOTICE.
024890     READ CLOCK-MSG-FILE
024900         AT END
024910             SET CLK-MSG-AT-END TO TRUE
024920     END-READ
024930     IF CLK-MSG-AT-END
024940         GO TO 1960-EXIT
024950     END-IF
024960     PERFORM 1970-EDIT-MSG-LINE THRU 1970-EXIT
024970     IF CLK-MSG-EDIT-REASON NOT = SPACES
024980         GO TO 1960-EXIT
024990     END-IF
025000     IF NOT CLK-MSG-ALL-INSTANCES
025010             AND CLK-MSG-TARGET NOT = CLK-INSTANCE-ID
025020         GO TO 1960-EXIT
025030     END-IF
025040     IF CLK-MSG-LINE-END NOT > CLK-MSG-LOAD-STAMP
025050         GO TO 1960-EXIT
025060     END-IF
025070     IF CLK-MSG-COUNT = 20
025080         GO TO 1960-EXIT
025090     END-IF
025100     ADD 1 TO CLK-MSG-COUNT
025110     MOVE CLK-MSG-LINE-START
025120         TO CLK-MSGT-START-STAMP(CLK-MSG-COUNT)
025130     MOVE CLK-MSG-LINE-END TO CLK-MSGT-END-STAMP(CLK-MSG-COUNT)
025140     MOVE CLK-MSG-PRIORITY TO CLK-MSGT-PRIORITY(CLK-MSG-COUNT)
025150     MOVE CLK-MSG-TEXT TO CLK-MSGT-TEXT(CLK-MSG-COUNT).
025160 1960-EXIT.
025170     EXIT.
025180*****************************************************************
025190* 1970-EDIT-MSG-LINE
025200*     EDITS THE CLOCKMSG LINE IN THE RECORD AREA THE ONE WAY BOTH
025210*     THE LOAD AND THE PREFLIGHT AUDIT JUDGE IT: REAL START AND
025220*     END DATES, LEGAL HHMM TIMES, AN END AFTER THE START, A
025230*     PRIORITY OF 1 TO 9, AND SOME TEXT TO SHOW.  LEAVES THE
025240*     REASON BLANK AND THE TWO STAMPS SET WHEN THE LINE IS GOOD,
025250*     ELSE THE REASON FOR THE FAULT.
025260*****************************************************************
025270 1970-EDIT-MSG-LINE.
025280     MOVE SPACES TO CLK-MSG-EDIT-REASON
025290     MOVE ZERO TO CLK-MSG-LINE-START
025300     MOVE ZERO TO CLK-MSG-LINE-END
025310     IF CLK-MSG-START-DATE IS NOT NUMERIC
025320         MOVE 'START DATE NOT NUMERIC' TO CLK-MSG-EDIT-REASON
025330         GO TO 1970-EXIT
025340     END-IF
025350     MOVE CLK-MSG-START-DATE TO CLK-MSG-DATE-CHECK
025360     IF CLK-MSG-CHECK-MONTH < 1 OR CLK-MSG-CHECK-MONTH > 12
025370             OR CLK-MSG-CHECK-DAY < 1 OR CLK-MSG-CHECK-DAY > 31
025380         MOVE 'START DATE NOT A REAL DATE' TO CLK-MSG-EDIT-REASON
025390         GO TO 1970-EXIT
025400     END-IF
025410     IF CLK-MSG-START-TIME IS NOT NUMERIC
025420             OR CLK-MSG-START-HOURS > 23
025430             OR CLK-MSG-START-MINUTES > 59
025440         MOVE 'START TIME NOT A LEGAL HHMM' TO CLK-MSG-EDIT-REASON
025450         GO TO 1970-EXIT
025460     END-IF
025470     IF CLK-MSG-END-DATE IS NOT NUMERIC
025480         MOVE 'END DATE NOT NUMERIC' TO CLK-MSG-EDIT-REASON
025490         GO TO 1970-EXIT
025500     END-IF
025510     MOVE CLK-MSG-END-DATE TO CLK-MSG-DATE-CHECK
025520     IF CLK-MSG-CHECK-MONTH < 1 OR CLK-MSG-CHECK-MONTH > 12
025530             OR CLK-MSG-CHECK-DAY < 1 OR CLK-MSG-CHECK-DAY > 31
025540         MOVE 'END DATE NOT A REAL DATE' TO CLK-MSG-EDIT-REASON
025550         GO TO 1970-EXIT
025560     END-IF
025570     IF CLK-MSG-END-TIME IS NOT NUMERIC
025580             OR CLK-MSG-END-HOURS > 23
025590             OR CLK-MSG-END-MINUTES > 59
025600         MOVE 'END TIME NOT A LEGAL HHMM' TO CLK-MSG-EDIT-REASON
025610         GO TO 1970-EXIT
025620     END-IF
025630     COMPUTE CLK-MSG-LINE-START =
025640         (CLK-MSG-START-DATE * 1000000)
025650             + (CLK-MSG-START-HOURS * 10000)
025660             + (CLK-MSG-START-MINUTES * 100)
025670     COMPUTE CLK-MSG-LINE-END =
025680         (CLK-MSG-END-DATE * 1000000)
025690             + (CLK-MSG-END-HOURS * 10000)
025700             + (CLK-MSG-END-MINUTES * 100)
025710     IF CLK-MSG-LINE-END NOT > CLK-MSG-LINE-START
025720         MOVE 'NOTICE DOES NOT END AFTER IT STARTS'
025730             TO CLK-MSG-EDIT-REASON
025740         GO TO 1970-EXIT
025750     END-IF
025760     IF CLK-MSG-PRIORITY IS NOT NUMERIC
025770             OR CLK-MSG-PRIORITY = ZERO
025780         MOVE 'PRIORITY NOT 1 TO 9' TO CLK-MSG-EDIT-REASON
025790         GO TO 1970-EXIT
025800     END-IF
025810     IF CLK-MSG-TEXT = SPACES
025820         MOVE 'NO NOTICE TEXT' TO CLK-MSG-EDIT-REASON
025830     END-IF.
025840 1970-EXIT.
025850     EXIT.
025860*****************************************************************
025870* 2000-PROCESS-LOOP
025880*     ONE PASS OF THE WALL CLOCK: READ THE TIME, PAINT THE
025890*     DISPLAY, STAMP THE AUDIT LOG EVERY CLK-LOG-INTERVAL-PASSES
025900*     PASSES (SET IN 1100-READ-PARMS FROM THE CONFIGURED REFRESH
025910*     INTERVAL, NOT FROM WALL-CLOCK SECONDS), AND SLEEP.  THE
025920*     SCREEN IS PAINTED IN FULL ONLY WHEN SOMETHING STRUCTURAL
025930*     CHANGED -- FIRST PASS, A COLOR CHANGE, A DATE ROLLOVER, A
025940*     RELOAD OR MODE SWITCH -- AND OTHERWISE ONLY THE FIELDS
025950*     WHOSE VALUES MOVED SINCE THE LAST PASS ARE REWRITTEN, SO A
025960*     50MS REFRESH NO LONGER FLICKERS EVERY LABEL ON THE OPS
025970*     FLOOR.
025980*****************************************************************
025990 2000-PROCESS-LOOP.
026000     ACCEPT CLK-CURRENT-TIME FROM TIME
026010     ACCEPT CLK-CURRENT-DATE FROM DATE YYYYMMDD
026020     IF CLK-CURRENT-DATE NOT = CLK-PRIOR-DATE
026030         PERFORM 3000-ROLL-LOG-FILE THRU 3000-EXIT
026040         MOVE CLK-CURRENT-DATE TO CLK-PRIOR-DATE
026050         PERFORM 1500-READ-CALENDAR THRU 1500-EXIT
026060         PERFORM 1600-COMPUTE-DOW THRU 1600-EXIT
026070         PERFORM 1280-RESOLVE-TZ-RULES THRU 1280-EXIT
026080         PERFORM 1700-READ-DEADLINES THRU 1700-EXIT
026090         PERFORM 1760-RESET-DLN-STATES THRU 1760-EXIT
026100         MOVE 'Y' TO CLK-REPAINT-SWITCH
026110     END-IF
026120     MOVE CLK-HOURS TO CLK-DISPLAY-HOURS
026130     MOVE CLK-MINUTES TO CLK-DISPLAY-MINUTES
026140     MOVE CLK-SECONDS TO CLK-DISPLAY-SECONDS
026150     MOVE SPACES TO CLK-MERIDIAN
026160     MOVE CLK-COLOR-NORMAL TO CLK-CURRENT-COLOR
026170     PERFORM 2540-CHECK-MAINT-WINDOW THRU 2540-EXIT
026180     PERFORM 2500-CHECK-ALARM THRU 2500-EXIT
026190     IF CLK-ALARM-FIRED
026200         MOVE 'F' TO CLK-BANNER-STATE
026210     ELSE
026220         IF CLK-CUTOVER-SUPPRESSED
026230             MOVE 'S' TO CLK-BANNER-STATE
026240         ELSE
026250             IF CLK-DEADLINE-HELD
026260                 MOVE 'H' TO CLK-BANNER-STATE
026270             ELSE
026280                 MOVE 'N' TO CLK-BANNER-STATE
026290             END-IF
026300         END-IF
026310     END-IF
026320     PERFORM 2200-SELECT-NOTICE THRU 2200-EXIT
026330     IF CLK-RUN-STOPWATCH
026340         PERFORM 2100-COMPUTE-ELAPSED THRU 2100-EXIT
026350         MOVE CLK-ELAPSED-HOURS TO CLK-DISPLAY-HOURS
026360         MOVE CLK-ELAPSED-MINUTES TO CLK-DISPLAY-MINUTES
026370         MOVE CLK-ELAPSED-SECONDS TO CLK-DISPLAY-SECONDS
026380     ELSE
026390         IF CLK-MODE-24-HOUR
026400             CONTINUE
026410         ELSE
026420             IF CLK-DISPLAY-HOURS >= 12
026430                 IF CLK-DISPLAY-HOURS > 12
026440                     SUBTRACT 12 FROM CLK-DISPLAY-HOURS
026450                 END-IF
026460                 MOVE 'PM' TO CLK-MERIDIAN
026470             ELSE
026480                 IF CLK-DISPLAY-HOURS = 0
026490                     ADD 12 TO CLK-DISPLAY-HOURS
026500                 END-IF
026510                 MOVE 'AM' TO CLK-MERIDIAN
026520             END-IF
026530         END-IF
026540     END-IF
026550     PERFORM 2750-CHECK-DRIFT THRU 2750-EXIT
026560     IF CLK-CURRENT-COLOR NOT = CLK-PRIOR-COLOR
026570         MOVE 'Y' TO CLK-REPAINT-SWITCH
026580     END-IF
026590     IF CLK-REPAINT-NEEDED
026600         PERFORM 2040-PAINT-FULL-SCREEN THRU 2040-EXIT
026610     ELSE
026620         PERFORM 2060-PAINT-CHANGES THRU 2060-EXIT
026630     END-IF
026640     PERFORM 2080-SAVE-PAINT-STATE THRU 2080-EXIT
026650     ADD 1 TO CLK-PASS-COUNTER
026660     ADD 1 TO CLK-TOTAL-PASSES
026670     ADD 1 TO CLK-HBT-PASS-COUNTER
026680     IF CLK-HBT-PASS-COUNTER >= CLK-HBT-INTERVAL-PASSES
026690         MOVE ZERO TO CLK-HBT-PASS-COUNTER
026700         MOVE CLK-RUN-MODE TO CLK-HBT-STAGE-MODE
026710         PERFORM 2810-WRITE-HEARTBEAT THRU 2810-EXIT
026720     END-IF
026730     IF CLK-PASS-COUNTER >= CLK-LOG-INTERVAL-PASSES
026740         MOVE ZERO TO CLK-PASS-COUNTER
026750         PERFORM 2900-WRITE-LOG-RECORD THRU 2900-EXIT
026760         IF CLK-DRIFT-MEASURED
026770             PERFORM 2920-WRITE-DRIFT-RECORD THRU 2920-EXIT
026780         END-IF
026790         PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
026800     END-IF
026810     PERFORM 2700-CHECK-STOP-REQUEST THRU 2700-EXIT
026820     PERFORM 2710-CHECK-COMMAND THRU 2710-EXIT
026830     CALL "CBL_OC_NANOSLEEP" USING CLK-SLEEP-INTERVAL
026840     END-CALL.
026850 2000-EXIT.
026860     EXIT.
026870*****************************************************************
026880* 2040-PAINT-FULL-SCREEN
026890*     CLEARS THE SCREEN AND PAINTS EVERYTHING -- STATIC LABELS,
026900*     SEPARATORS, AND EVERY CURRENT VALUE.  RUN ON THE FIRST
026910*     PASS AND WHENEVER SOMETHING STRUCTURAL CHANGED: THE COLOR,
026920*     THE DATE, THE RUN MODE, OR A CONTROL-FILE RELOAD.
026930*****************************************************************
026940 2040-PAINT-FULL-SCREEN.
026950     CALL X"E4"
026960     IF CLK-RUN-STOPWATCH
026970         DISPLAY 'Elapsed time for this job is'
026980             AT LINE 1, COLUMN 2
026990             FOREGROUND-COLOR CLK-CURRENT-COLOR
027000     ELSE
027010         DISPLAY 'The current time is' AT LINE 1, COLUMN 2
027020             FOREGROUND-COLOR CLK-CURRENT-COLOR
027030     END-IF
027040     PERFORM 2045-PAINT-BANNER THRU 2045-EXIT
027050     DISPLAY CLK-DISPLAY-HOURS AT LINE 2, COLUMN 2
027060         FOREGROUND-COLOR CLK-CURRENT-COLOR
027070     DISPLAY ':' AT LINE 2, COLUMN 4
027080         FOREGROUND-COLOR CLK-CURRENT-COLOR
027090     DISPLAY CLK-DISPLAY-MINUTES AT LINE 2, COLUMN 5
027100         FOREGROUND-COLOR CLK-CURRENT-COLOR
027110     DISPLAY ':' AT LINE 2, COLUMN 7
027120         FOREGROUND-COLOR CLK-CURRENT-COLOR
027130     DISPLAY CLK-DISPLAY-SECONDS AT LINE 2, COLUMN 8
027140         FOREGROUND-COLOR CLK-CURRENT-COLOR
027150     DISPLAY CLK-MERIDIAN AT LINE 2, COLUMN 11
027160         FOREGROUND-COLOR CLK-CURRENT-COLOR
027170     DISPLAY CLK-CD-MONTH AT LINE 3, COLUMN 2
027180         FOREGROUND-COLOR CLK-CURRENT-COLOR
027190     DISPLAY '/' AT LINE 3, COLUMN 4
027200         FOREGROUND-COLOR CLK-CURRENT-COLOR
027210     DISPLAY CLK-CD-DAY AT LINE 3, COLUMN 5
027220         FOREGROUND-COLOR CLK-CURRENT-COLOR
027230     DISPLAY '/' AT LINE 3, COLUMN 7
027240         FOREGROUND-COLOR CLK-CURRENT-COLOR
027250     DISPLAY CLK-CD-YEAR AT LINE 3, COLUMN 8
027260         FOREGROUND-COLOR CLK-CURRENT-COLOR
027270     DISPLAY CLK-DOW-NAME AT LINE 3, COLUMN 13
027280         FOREGROUND-COLOR CLK-CURRENT-COLOR
027290     DISPLAY CLK-PROC-STATUS-TEXT AT LINE 3, COLUMN 23
027300         FOREGROUND-COLOR CLK-CURRENT-COLOR
027310     PERFORM 2055-PAINT-DRIFT-LINE THRU 2055-EXIT
027320     PERFORM 2057-PAINT-NOTICE-LINE THRU 2057-EXIT
027330     PERFORM 2600-DISPLAY-ONE-TZ THRU 2600-EXIT
027340         VARYING CLK-TZ-IDX FROM 1 BY 1
027350         UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
027360     MOVE 'N' TO CLK-REPAINT-SWITCH.
027370 2040-EXIT.
027380     EXIT.
027390*****************************************************************
027400* 2045-PAINT-BANNER
027410*     PAINTS THE LINE-1 BANNER REGION FOR THE CURRENT BANNER
027420*     STATE: THE FIRED, SUPPRESSED OR HELD TEXT 2500-CHECK-ALARM
027430*     STAGED, NAMING THE DEADLINE CONCERNED, OR BLANKS.
027440*****************************************************************
027450 2045-PAINT-BANNER.
027460     IF CLK-BANNER-STATE = 'F'
027470         DISPLAY CLK-BANNER-TEXT
027480             AT LINE 1, COLUMN 32
027490             FOREGROUND-COLOR CLK-CURRENT-COLOR
027500         GO TO 2045-EXIT
027510     END-IF
027520     IF CLK-BANNER-STATE = 'S' OR CLK-BANNER-STATE = 'H'
027530         DISPLAY CLK-BANNER-TEXT
027540             AT LINE 1, COLUMN 32
027550             FOREGROUND-COLOR CLK-COLOR-ALARM
027560         GO TO 2045-EXIT
027570     END-IF
027580     DISPLAY CLK-BLANK-LINE(1:34) AT LINE 1, COLUMN 32.
027590 2045-EXIT.
027600     EXIT.
027610*****************************************************************
027620* 2055-PAINT-DRIFT-LINE
027630*     PAINTS OR BLANKS THE LINE-4 DRIFT WARNING FOR THE CURRENT
027640*     DRIFT STATE.
027650*****************************************************************
027660 2055-PAINT-DRIFT-LINE.
027670     IF CLK-DRIFT-EXCEEDED
027680         DISPLAY '*** CLOCK DRIFT EXCEEDS THRESHOLD ***'
027690             AT LINE 4, COLUMN 2
027700             FOREGROUND-COLOR CLK-COLOR-CUTOVER
027710     ELSE
027720         DISPLAY CLK-BLANK-LINE AT LINE 4, COLUMN 2
027730     END-IF.
027740 2055-EXIT.
027750     EXIT.
027760*****************************************************************
027770* 2057-PAINT-NOTICE-LINE
027780*     PAINTS THE LINE-9 BROADCAST NOTICE 2200-SELECT-NOTICE PICKED
027790*     FOR THIS PASS, OR BLANKS THE LINE WHEN THERE IS NONE.
027800*****************************************************************
027810 2057-PAINT-NOTICE-LINE.
027820     MOVE SPACES TO CLK-MSG-PAINT-LINE
027830     IF CLK-MSG-SHOWN-TEXT NOT = SPACES
027840         STRING 'NOTICE: ' DELIMITED BY SIZE
027850             CLK-MSG-SHOWN-TEXT DELIMITED BY SIZE
027860             INTO CLK-MSG-PAINT-LINE
027870         END-STRING
027880     END-IF
027890     DISPLAY CLK-MSG-PAINT-LINE AT LINE 9, COLUMN 2
027900         FOREGROUND-COLOR CLK-CURRENT-COLOR.
027910 2057-EXIT.
027920     EXIT.
027930*****************************************************************
027940* 2060-PAINT-CHANGES
027950*     REWRITES ONLY THE FIELDS WHOSE VALUES MOVED SINCE THE LAST
027960*     PASS: THE TIME DIGITS, THE MERIDIAN, THE BANNER, DRIFT AND
027970*     NOTICE REGIONS ON A CHANGE, AND THE TIMEZONE STRIP'S HOURS,
027980*     MINUTES, AND DATES.  THE STATIC LABELS, COLONS, SLASHES,
027990*     AND SITE NAMES ARE NEVER TOUCHED HERE.
028000*****************************************************************
028010 2060-PAINT-CHANGES.
028020     IF CLK-DISPLAY-HOURS NOT = CLK-PRIOR-DISP-HOURS
028030         DISPLAY CLK-DISPLAY-HOURS AT LINE 2, COLUMN 2
028040             FOREGROUND-COLOR CLK-CURRENT-COLOR
028050     END-IF
028060     IF CLK-DISPLAY-MINUTES NOT = CLK-PRIOR-DISP-MINUTES
028070         DISPLAY CLK-DISPLAY-MINUTES AT LINE 2, COLUMN 5
028080             FOREGROUND-COLOR CLK-CURRENT-COLOR
028090     END-IF
028100     IF CLK-DISPLAY-SECONDS NOT = CLK-PRIOR-DISP-SECONDS
028110         DISPLAY CLK-DISPLAY-SECONDS AT LINE 2, COLUMN 8
028120             FOREGROUND-COLOR CLK-CURRENT-COLOR
028130     END-IF
028140     IF CLK-MERIDIAN NOT = CLK-PRIOR-MERIDIAN
028150         DISPLAY CLK-MERIDIAN AT LINE 2, COLUMN 11
028160             FOREGROUND-COLOR CLK-CURRENT-COLOR
028170     END-IF
028180     IF CLK-BANNER-STATE NOT = CLK-PRIOR-BANNER-STATE
028190             OR CLK-BANNER-TEXT NOT = CLK-PRIOR-BANNER-TEXT
028200         PERFORM 2045-PAINT-BANNER THRU 2045-EXIT
028210     END-IF
028220     IF CLK-DRIFT-SWITCH NOT = CLK-PRIOR-DRIFT-SHOWN
028230         PERFORM 2055-PAINT-DRIFT-LINE THRU 2055-EXIT
028240     END-IF
028250     IF CLK-MSG-SHOWN-TEXT NOT = CLK-PRIOR-MSG-TEXT
028260         PERFORM 2057-PAINT-NOTICE-LINE THRU 2057-EXIT
028270     END-IF
028280     PERFORM 2650-REFRESH-ONE-TZ THRU 2650-EXIT
028290         VARYING CLK-TZ-IDX FROM 1 BY 1
028300         UNTIL CLK-TZ-IDX > CLK-TZ-COUNT.
028310 2060-EXIT.
028320     EXIT.
028330*****************************************************************
028340* 2080-SAVE-PAINT-STATE
028350*     REMEMBERS WHAT IS NOW ON THE SCREEN SO THE NEXT PASS CAN
028360*     REWRITE ONLY WHAT MOVED.
028370*****************************************************************
028380 2080-SAVE-PAINT-STATE.
028390     MOVE CLK-CURRENT-COLOR TO CLK-PRIOR-COLOR
028400     MOVE CLK-DISPLAY-HOURS TO CLK-PRIOR-DISP-HOURS
028410     MOVE CLK-DISPLAY-MINUTES TO CLK-PRIOR-DISP-MINUTES
028420     MOVE CLK-DISPLAY-SECONDS TO CLK-PRIOR-DISP-SECONDS
028430     MOVE CLK-MERIDIAN TO CLK-PRIOR-MERIDIAN
028440     MOVE CLK-BANNER-STATE TO CLK-PRIOR-BANNER-STATE
028450     MOVE CLK-BANNER-TEXT TO CLK-PRIOR-BANNER-TEXT
028460     MOVE CLK-DRIFT-SWITCH TO CLK-PRIOR-DRIFT-SHOWN
028470     MOVE CLK-MSG-SHOWN-TEXT TO CLK-PRIOR-MSG-TEXT.
028480 2080-EXIT.
028490     EXIT.
028500*****************************************************************
028510* 2100-COMPUTE-ELAPSED
028520*     COMPUTES HH:MM:SS ELAPSED SINCE THE START MARK CAPTURED AT
028530*     INITIALIZATION, WRAPPING ACROSS A MIDNIGHT ROLLOVER.
028540*****************************************************************
028550 2100-COMPUTE-ELAPSED.
028560     COMPUTE CLK-START-TOTAL-SECS =
028570         (CLK-START-HOURS * 3600) + (CLK-START-MINUTES * 60)
028580             + CLK-START-SECONDS
028590     COMPUTE CLK-NOW-TOTAL-SECS =
028600         (CLK-HOURS * 3600) + (CLK-MINUTES * 60) + CLK-SECONDS
028610     IF CLK-NOW-TOTAL-SECS < CLK-START-TOTAL-SECS
028620         COMPUTE CLK-NOW-TOTAL-SECS =
028630             CLK-NOW-TOTAL-SECS + 86400
028640     END-IF
028650     COMPUTE CLK-ELAPSED-HOURS =
028660         (CLK-NOW-TOTAL-SECS - CLK-START-TOTAL-SECS) / 3600
028670     COMPUTE CLK-ELAPSED-MINUTES =
028680         ((CLK-NOW-TOTAL-SECS - CLK-START-TOTAL-SECS) / 60)
028690             - (CLK-ELAPSED-HOURS * 60)
028700     COMPUTE CLK-ELAPSED-SECONDS =
028710         (CLK-NOW-TOTAL-SECS - CLK-START-TOTAL-SECS)
028720             - (CLK-ELAPSED-HOURS * 3600)
028730             - (CLK-ELAPSED-MINUTES * 60).
028740 2100-EXIT.
028750     EXIT.
028760*****************************************************************
028770* 2200-SELECT-NOTICE
028780*     PICKS THE BROADCAST NOTICE TO SHOW THIS PASS.  OF THE
028790*     NOTICES RUNNING NOW, ONLY THOSE AT THE MOST URGENT PRIORITY
028800*     PRESENT ARE SHOWN, AND WHEN THERE ARE SEVERAL THEY TAKE
028810*     TURNS, EACH FOR CLK-MSG-ROTATE-SECS SECONDS, BY THE TIME OF
028820*     DAY.  A FIRED DEADLINE BANNER ALWAYS WINS: WHILE ONE STANDS
028830*     NO NOTICE IS SHOWN, SO NOTHING ON THE SCREEN COMPETES WITH
028840*     IT.  THE SUPPRESSED AND HELD BANNERS ARE ONLY INFORMATION
028850*     AND LEAVE THE NOTICE UP.
028860*****************************************************************
028870 2200-SELECT-NOTICE.
028880     MOVE SPACES TO CLK-MSG-SHOWN-TEXT
028890     IF CLK-MSG-COUNT = ZERO OR CLK-BANNER-STATE = 'F'
028900         GO TO 2200-EXIT
028910     END-IF
028920     MOVE 99 TO CLK-MSG-BEST-PRIORITY
028930     MOVE ZERO TO CLK-MSG-ACTIVE-COUNT
028940     PERFORM 2210-RANK-ONE-NOTICE THRU 2210-EXIT
028950         VARYING CLK-MSG-SUB FROM 1 BY 1
028960         UNTIL CLK-MSG-SUB > CLK-MSG-COUNT
028970     IF CLK-MSG-ACTIVE-COUNT = ZERO
028980         GO TO 2200-EXIT
028990     END-IF
029000     COMPUTE CLK-MSG-ROTATE-SLOT =
029010         ((CLK-HOURS * 3600) + (CLK-MINUTES * 60) + CLK-SECONDS)
029020             / CLK-MSG-ROTATE-SECS
029030     DIVIDE CLK-MSG-ROTATE-SLOT BY CLK-MSG-ACTIVE-COUNT
029040         GIVING CLK-MSG-ROTATE-QUOT REMAINDER CLK-MSG-PICK
029050     ADD 1 TO CLK-MSG-PICK
029060     MOVE ZERO TO CLK-MSG-SEEN
029070     PERFORM 2220-TAKE-ONE-NOTICE THRU 2220-EXIT
029080         VARYING CLK-MSG-SUB FROM 1 BY 1
029090         UNTIL CLK-MSG-SUB > CLK-MSG-COUNT
029100             OR CLK-MSG-SEEN = CLK-MSG-PICK.
029110 2200-EXIT.
029120     EXIT.
029130*****************************************************************
029140* 2210-RANK-ONE-NOTICE
029150*     COUNTS ONE NOTICE RUNNING NOW AGAINST THE MOST URGENT
029160*     PRIORITY SEEN SO FAR, STARTING THE COUNT AGAIN WHEN IT IS
029170*     MORE URGENT STILL.
029180*****************************************************************
029190 2210-RANK-ONE-NOTICE.
029200     IF CLK-MNW-NOW-STAMP < CLK-MSGT-START-STAMP(CLK-MSG-SUB)
029210             OR CLK-MNW-NOW-STAMP
029220                 NOT < CLK-MSGT-END-STAMP(CLK-MSG-SUB)
029230         GO TO 2210-EXIT
029240     END-IF
029250     IF CLK-MSGT-PRIORITY(CLK-MSG-SUB) < CLK-MSG-BEST-PRIORITY
029260         MOVE CLK-MSGT-PRIORITY(CLK-MSG-SUB)
029270             TO CLK-MSG-BEST-PRIORITY
029280         MOVE 1 TO CLK-MSG-ACTIVE-COUNT
029290     ELSE
029300         IF CLK-MSGT-PRIORITY(CLK-MSG-SUB) = CLK-MSG-BEST-PRIORITY
029310             ADD 1 TO CLK-MSG-ACTIVE-COUNT
029320         END-IF
029330     END-IF.
029340 2210-EXIT.
029350     EXIT.
029360*****************************************************************
029370* 2220-TAKE-ONE-NOTICE
029380*     COUNTS OFF ONE RUNNING NOTICE AT THE MOST URGENT PRIORITY
029390*     AND TAKES ITS TEXT WHEN IT IS THE ONE WHOSE TURN IT IS.
029400*****************************************************************
029410 2220-TAKE-ONE-NOTICE.
029420     IF CLK-MNW-NOW-STAMP < CLK-MSGT-START-STAMP(CLK-MSG-SUB)
029430             OR CLK-MNW-NOW-STAMP
029440                 NOT < CLK-MSGT-END-STAMP(CLK-MSG-SUB)
029450         GO TO 2220-EXIT
029460     END-IF
029470     IF CLK-MSGT-PRIORITY(CLK-MSG-SUB) NOT = CLK-MSG-BEST-PRIORITY
029480         GO TO 2220-EXIT
029490     END-IF
029500     ADD 1 TO CLK-MSG-SEEN
029510     IF CLK-MSG-SEEN = CLK-MSG-PICK
029520         MOVE CLK-MSGT-TEXT(CLK-MSG-SUB) TO CLK-MSG-SHOWN-TEXT
029530     END-IF.
029540 2220-EXIT.
029550     EXIT.
029560*****************************************************************
029570* 2500-CHECK-ALARM
029580*     WALKS THE NAMED-DEADLINE TABLE IN SCHEDULE ORDER AND SETS
029590*     THE PASS'S ALARM STATE: RED AND THE FIRED BANNER (NAMING
029600*     THE DEADLINE) WHILE A REACHED DEADLINE IS UNACKNOWLEDGED,
029610*     THE SUPPRESSED BANNER WHEN THE LATEST REACHED DEADLINE IS
029620*     HELD BACK BY THE CLOCKCAL NO-BATCH RULE (PER DEADLINE --
029630*     SEE CLKDLNR), THE HELD BANNER WHEN IT IS INSTEAD HELD FOR A
029640*     PLANNED MAINTENANCE WINDOW (SEE CLKMNWR), AND AMBER INSIDE
029650*     THE NEXT PENDING DEADLINE'S OWN LEAD-WARNING WINDOW.  THE
029660*     LATER OF A SUPPRESSED AND A HELD DEADLINE OWNS THE BANNER.
029670*     EACH DEADLINE JOURNALS ITS
029680*     FIRING TO CLOCKEVT BY NAME EXACTLY ONCE; THE A COMMAND
029690*     (SEE 2720-APPLY-COMMAND) ACKNOWLEDGES ONLY THE DEADLINE
029700*     WHOSE BANNER IS SHOWING.  A NO-OP WHEN THE ALARM IS NOT
029710*     ENABLED IN CLOCKPRM OR NO DEADLINE IS ARMED.
029720*****************************************************************
029730 2500-CHECK-ALARM.
029740     MOVE 'N' TO CLK-ALARM-FIRED-SWITCH
029750     MOVE 'N' TO CLK-SUPPRESS-SWITCH
029760     MOVE ZERO TO CLK-ACTIVE-DLN-SUB
029770     MOVE ZERO TO CLK-SUPP-DLN-SUB
029780     MOVE ZERO TO CLK-LEAD-DLN-SUB
029790     MOVE ZERO TO CLK-HELD-DLN-SUB
029800     MOVE 'N' TO CLK-HOLD-SWITCH
029810     IF CLK-ALARM-DISABLED OR CLK-DLN-COUNT = ZERO
029820         GO TO 2500-EXIT
029830     END-IF
029840     COMPUTE CLK-NOW-TOTAL-SECS =
029850         (CLK-HOURS * 3600) + (CLK-MINUTES * 60) + CLK-SECONDS
029860     PERFORM 2520-CHECK-ONE-DEADLINE THRU 2520-EXIT
029870         VARYING CLK-DLN-SUB FROM 1 BY 1
029880         UNTIL CLK-DLN-SUB > CLK-DLN-COUNT
029890     IF CLK-ACTIVE-DLN-SUB > ZERO
029900         SET CLK-ALARM-FIRED TO TRUE
029910         MOVE CLK-COLOR-CUTOVER TO CLK-CURRENT-COLOR
029920         MOVE SPACES TO CLK-BANNER-TEXT
029930         STRING '*** ' DELIMITED BY SIZE
029940             CLK-DLNT-NAME(CLK-ACTIVE-DLN-SUB) DELIMITED BY SIZE
029950             ' REACHED ***' DELIMITED BY SIZE
029960             INTO CLK-BANNER-TEXT
029970         END-STRING
029980         GO TO 2500-EXIT
029990     END-IF
030000     IF CLK-HELD-DLN-SUB > CLK-SUPP-DLN-SUB
030010         SET CLK-DEADLINE-HELD TO TRUE
030020         MOVE CLK-COLOR-ALARM TO CLK-CURRENT-COLOR
030030         MOVE SPACES TO CLK-BANNER-TEXT
030040         STRING '* ' DELIMITED BY SIZE
030050             CLK-DLNT-NAME(CLK-HELD-DLN-SUB) DELIMITED BY SIZE
030060             ' HELD - MAINT *' DELIMITED BY SIZE
030070             INTO CLK-BANNER-TEXT
030080         END-STRING
030090         GO TO 2500-EXIT
030100     END-IF
030110     IF CLK-SUPP-DLN-SUB > ZERO
030120         SET CLK-CUTOVER-SUPPRESSED TO TRUE
030130         MOVE CLK-COLOR-ALARM TO CLK-CURRENT-COLOR
030140         MOVE SPACES TO CLK-BANNER-TEXT
030150         STRING '* ' DELIMITED BY SIZE
030160             CLK-DLNT-NAME(CLK-SUPP-DLN-SUB) DELIMITED BY SIZE
030170             ' SUPPRESSED *' DELIMITED BY SIZE
030180             INTO CLK-BANNER-TEXT
030190         END-STRING
030200         GO TO 2500-EXIT
030210     END-IF
030220     IF CLK-LEAD-DLN-SUB > ZERO
030230         MOVE CLK-COLOR-ALARM TO CLK-CURRENT-COLOR
030240     END-IF
030250     MOVE SPACES TO CLK-BANNER-TEXT.
030260 2500-EXIT.
030270     EXIT.
030280*****************************************************************
030290* 2520-CHECK-ONE-DEADLINE
030300*     JUDGES ONE DEADLINE AGAINST THE CURRENT TIME.  A REACHED
030310*     DEADLINE ON A NON-PROCESSING DAY WHOSE CAL FLAG SAYS THE
030320*     SUPPRESSION APPLIES IS MARKED SUPPRESSED.  ONE NOT YET FIRED
030330*     WHOSE DUE TIME FALLS INSIDE A PLANNED MAINTENANCE WINDOW IS
030340*     HELD FOR THE DAY (JOURNALED ONCE, NEVER FIRED OR PAGED), AND
030350*     ONE DUE EARLIER BUT STILL UNFIRED WAITS WHILE A WINDOW IS
030360*     OPEN AND FIRES WHEN IT CLOSES.  OTHERWISE ITS FIRST REACHED
030370*     PASS JOURNALS THE FIRING BY NAME AND, WHILE UNACKNOWLEDGED,
030380*     IT OWNS THE BANNER (THE LATEST SUCH DEADLINE WINS WHEN
030390*     SEVERAL ARE REACHED), PAGES THE PRIMARY ON CALL PAST THE
030400*     DELAY AND THE SECONDARY PAST THE RE-PAGE DELAY AFTER THAT --
030410*     BUT NOT WHILE A WINDOW IS OPEN.  A PENDING DEADLINE INSIDE
030420*     ITS OWN LEAD WINDOW MARKS THE PASS FOR THE AMBER ARMED
030430*     COLOR.
030440*****************************************************************
030450 2520-CHECK-ONE-DEADLINE.
030460     IF CLK-NOW-TOTAL-SECS
030470             >= CLK-DLNT-TARGET-SECS(CLK-DLN-SUB)
030480         IF NOT CLK-TODAY-PROCESSING
030490                 AND CLK-DLNT-CAL-FLAG(CLK-DLN-SUB) = 'Y'
030500             MOVE 'Y' TO CLK-DLNT-SUPP-SW(CLK-DLN-SUB)
030510             MOVE CLK-DLN-SUB TO CLK-SUPP-DLN-SUB
030520             GO TO 2520-EXIT
030530         END-IF
030540         IF CLK-DLNT-HELD-SW(CLK-DLN-SUB) = 'Y'
030550             MOVE CLK-DLN-SUB TO CLK-HELD-DLN-SUB
030560             GO TO 2520-EXIT
030570         END-IF
030580         IF CLK-DLNT-FIRED-SW(CLK-DLN-SUB) = 'N'
030590             COMPUTE CLK-MNW-TEST-STAMP =
030600                 (CLK-CD-YEAR * 10000000000)
030610                     + (CLK-CD-MONTH * 100000000)
030620                     + (CLK-CD-DAY * 1000000)
030630                     + (CLK-DLNT-HOURS(CLK-DLN-SUB) * 10000)
030640                     + (CLK-DLNT-MINUTES(CLK-DLN-SUB) * 100)
030650                     + CLK-DLNT-SECONDS(CLK-DLN-SUB)
030660             PERFORM 2545-FIND-WINDOW THRU 2545-EXIT
030670             IF CLK-MNW-HIT-SUB > ZERO
030680                 PERFORM 2570-HOLD-ONE-DLN THRU 2570-EXIT
030690                 GO TO 2520-EXIT
030700             END-IF
030710             IF CLK-MNW-WINDOW-OPEN
030720                 MOVE CLK-DLN-SUB TO CLK-HELD-DLN-SUB
030730                 GO TO 2520-EXIT
030740             END-IF
030750         END-IF
030760         IF CLK-DLNT-FIRED-SW(CLK-DLN-SUB) = 'N'
030770             MOVE 'Y' TO CLK-DLNT-FIRED-SW(CLK-DLN-SUB)
030780             MOVE CLK-NOW-TOTAL-SECS
030790                 TO CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)
030800             MOVE CLK-HOURS
030810                 TO CLK-DLNT-FIRE-HOURS(CLK-DLN-SUB)
030820             MOVE CLK-MINUTES
030830                 TO CLK-DLNT-FIRE-MINUTES(CLK-DLN-SUB)
030840             MOVE CLK-SECONDS
030850                 TO CLK-DLNT-FIRE-SECONDS(CLK-DLN-SUB)
030860             MOVE 'ALARMFIR' TO CLK-EVENT-STAGE-CODE
030870             MOVE 'W' TO CLK-EVENT-STAGE-SEV
030880             MOVE SPACES TO CLK-EVENT-STAGE-TEXT
030890             STRING 'DEADLINE ' DELIMITED BY SIZE
030900                 CLK-DLNT-NAME(CLK-DLN-SUB) DELIMITED BY SIZE
030910                 ' REACHED' DELIMITED BY SIZE
030920                 INTO CLK-EVENT-STAGE-TEXT
030930             END-STRING
030940             PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
030950         END-IF
030960         IF CLK-DLNT-ACKED-SW(CLK-DLN-SUB) = 'N'
030970             MOVE CLK-DLN-SUB TO CLK-ACTIVE-DLN-SUB
030980             IF CLK-DLNT-ESCAL-SW(CLK-DLN-SUB) = 'N'
030990                     AND CLK-ESCALATE-MINS > ZERO
031000                     AND NOT CLK-MNW-WINDOW-OPEN
031010                 COMPUTE CLK-ESCALATE-LIMIT =
031020                     CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)
031030                         + (CLK-ESCALATE-MINS * 60)
031040                 IF CLK-NOW-TOTAL-SECS >= CLK-ESCALATE-LIMIT
031050                     PERFORM 2560-ESCALATE-ONE-DLN THRU 2560-EXIT
031060                 END-IF
031070             END-IF
031080             IF CLK-DLNT-ESCAL-SW(CLK-DLN-SUB) = 'Y'
031090                     AND CLK-DLNT-TIER2-SW(CLK-DLN-SUB) = 'N'
031100                     AND CLK-REPAGE-MINS > ZERO
031110                     AND NOT CLK-MNW-WINDOW-OPEN
031120                 COMPUTE CLK-ESCALATE-LIMIT =
031130                     CLK-DLNT-PAGE-SECS(CLK-DLN-SUB)
031140                         + (CLK-REPAGE-MINS * 60)
031150                 IF CLK-NOW-TOTAL-SECS >= CLK-ESCALATE-LIMIT
031160                     PERFORM 2565-REPAGE-ONE-DLN THRU 2565-EXIT
031170                 END-IF
031180             END-IF
031190         END-IF
031200         GO TO 2520-EXIT
031210     END-IF
031220     IF CLK-LEAD-DLN-SUB = ZERO
031230         COMPUTE CLK-DLN-LEAD-START =
031240             CLK-DLNT-TARGET-SECS(CLK-DLN-SUB)
031250                 - CLK-DLNT-LEAD-SECS(CLK-DLN-SUB)
031260         IF CLK-NOW-TOTAL-SECS >= CLK-DLN-LEAD-START
031270             MOVE CLK-DLN-SUB TO CLK-LEAD-DLN-SUB
031280         END-IF
031290     END-IF.
031300 2520-EXIT.
031310     EXIT.
031320*****************************************************************
031330* 2540-CHECK-MAINT-WINDOW
031340*     SAYS WHETHER A PLANNED MAINTENANCE WINDOW IS OPEN ON THIS
031350*     PASS AND JOURNALS THE OPENING AND CLOSING TO CLOCKEVT BY
031360*     CHANGE TICKET.  A CLOCK STARTED INSIDE A WINDOW JOURNALS
031370*     THE OPENING ON ITS FIRST PASS; ONE WINDOW BUTTED UP AGAINST
031380*     THE NEXT JOURNALS THE CLOSE OF THE FIRST AND THE OPEN OF
031390*     THE SECOND ON THE SAME PASS.
031400*****************************************************************
031410 2540-CHECK-MAINT-WINDOW.
031420     COMPUTE CLK-MNW-NOW-STAMP =
031430         (CLK-CD-YEAR * 10000000000)
031440             + (CLK-CD-MONTH * 100000000)
031450             + (CLK-CD-DAY * 1000000)
031460             + (CLK-HOURS * 10000) + (CLK-MINUTES * 100)
031470             + CLK-SECONDS
031480     MOVE CLK-MNW-NOW-STAMP TO CLK-MNW-TEST-STAMP
031490     PERFORM 2545-FIND-WINDOW THRU 2545-EXIT
031500     IF CLK-MNW-HIT-SUB > ZERO
031510         SET CLK-MNW-WINDOW-OPEN TO TRUE
031520         MOVE CLK-MNWT-START-STAMP(CLK-MNW-HIT-SUB)
031530             TO CLK-MNW-OPEN-START
031540     ELSE
031550         MOVE 'N' TO CLK-MNW-OPEN-SWITCH
031560         MOVE ZERO TO CLK-MNW-OPEN-START
031570     END-IF
031580     IF CLK-MNW-OPEN-START = CLK-MNW-PRIOR-START
031590         GO TO 2540-EXIT
031600     END-IF
031610     IF CLK-MNW-PRIOR-START > ZERO
031620         MOVE 'MNTCLOSE' TO CLK-EVENT-STAGE-CODE
031630         MOVE 'I' TO CLK-EVENT-STAGE-SEV
031640         MOVE SPACES TO CLK-EVENT-STAGE-TEXT
031650         STRING CLK-MNW-PRIOR-TICKET DELIMITED BY SPACE
031660             ' CLOSED - ' DELIMITED BY SIZE
031670             CLK-MNW-PRIOR-REASON DELIMITED BY SIZE
031680             INTO CLK-EVENT-STAGE-TEXT
031690         END-STRING
031700         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
031710     END-IF
031720     IF CLK-MNW-WINDOW-OPEN
031730         MOVE CLK-MNWT-TICKET(CLK-MNW-HIT-SUB)
031740             TO CLK-MNW-PRIOR-TICKET
031750         MOVE CLK-MNWT-REASON(CLK-MNW-HIT-SUB)
031760             TO CLK-MNW-PRIOR-REASON
031770         MOVE 'MNTOPEN ' TO CLK-EVENT-STAGE-CODE
031780         MOVE 'I' TO CLK-EVENT-STAGE-SEV
031790         MOVE SPACES TO CLK-EVENT-STAGE-TEXT
031800         STRING CLK-MNW-PRIOR-TICKET DELIMITED BY SPACE
031810             ' OPEN - ' DELIMITED BY SIZE
031820             CLK-MNW-PRIOR-REASON DELIMITED BY SIZE
031830             INTO CLK-EVENT-STAGE-TEXT
031840         END-STRING
031850         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
031860     END-IF
031870     MOVE CLK-MNW-OPEN-START TO CLK-MNW-PRIOR-START.
031880 2540-EXIT.
031890     EXIT.
031900*****************************************************************
031910* 2545-FIND-WINDOW
031920*     LOOKS THE MOMENT IN CLK-MNW-TEST-STAMP UP IN THE WINDOW
031930*     TABLE AND LEAVES THE SLOT OF THE FIRST WINDOW CONTAINING IT
031940*     IN CLK-MNW-HIT-SUB, OR ZERO WHEN NONE DOES.
031950*****************************************************************
031960 2545-FIND-WINDOW.
031970     MOVE ZERO TO CLK-MNW-HIT-SUB
031980     PERFORM 2547-MATCH-ONE-WINDOW THRU 2547-EXIT
031990         VARYING CLK-MNW-SUB FROM 1 BY 1
032000         UNTIL CLK-MNW-SUB > CLK-MNW-COUNT
032010             OR CLK-MNW-HIT-SUB > ZERO.
032020 2545-EXIT.
032030     EXIT.
032040 2547-MATCH-ONE-WINDOW.
032050     IF CLK-MNW-TEST-STAMP NOT < CLK-MNWT-START-STAMP(CLK-MNW-SUB)
032060             AND CLK-MNW-TEST-STAMP
032070                 < CLK-MNWT-END-STAMP(CLK-MNW-SUB)
032080         MOVE CLK-MNW-SUB TO CLK-MNW-HIT-SUB
032090     END-IF.
032100 2547-EXIT.
032110     EXIT.
032120*****************************************************************
032130* 2560-ESCALATE-ONE-DLN
032140*     ESCALATES ONE FIRED, UNACKNOWLEDGED DEADLINE THAT HAS SAT
032150*     PAST THE CLOCKPRM ESCALATION DELAY: PAGES TIER 1 TO THE
032160*     PRIMARY ON CALL WHEN THE DEADLINE FIRED.  RUNS EXACTLY ONCE
032170*     PER FIRING, AND KEEPS THE PAGE TIME SO THE RE-PAGE DELAY
032180*     RUNS FROM THE PAGE, NOT FROM THE FIRING -- A PAGE HELD BACK
032190*     BY A MAINTENANCE WINDOW STILL GIVES THE PRIMARY THE FULL
032200*     DELAY TO ANSWER.
032210*****************************************************************
032220 2560-ESCALATE-ONE-DLN.
032230     MOVE 'Y' TO CLK-DLNT-ESCAL-SW(CLK-DLN-SUB)
032240     MOVE CLK-NOW-TOTAL-SECS TO CLK-DLNT-PAGE-SECS(CLK-DLN-SUB)
032250     PERFORM 2575-FIND-FIRE-ON-CALL THRU 2575-EXIT
032260     MOVE 1 TO CLK-PGW-STAGE-TIER
032270     MOVE SPACES TO CLK-PGW-STAGE-CONTACT
032280     IF CLK-ONC-HIT-SUB > ZERO
032290         MOVE CLK-ONCT-PRIMARY(CLK-ONC-HIT-SUB)
032300             TO CLK-PGW-STAGE-CONTACT
032310     END-IF
032320     MOVE 'ESCALATE' TO CLK-EVENT-STAGE-CODE
032330     PERFORM 2568-SEND-PAGE THRU 2568-EXIT.
032340 2560-EXIT.
032350     EXIT.
032360*****************************************************************
032370* 2565-REPAGE-ONE-DLN
032380*     RE-PAGES ONE DEADLINE STILL UNACKNOWLEDGED PAST THE CLOCKPRM
032390*     RE-PAGE DELAY AFTER ITS FIRST PAGE: PAGES TIER 2 TO THE
032400*     SECONDARY ON CALL WHEN THE DEADLINE FIRED.  RUNS EXACTLY
032410*     ONCE PER FIRING.
032420*****************************************************************
032430 2565-REPAGE-ONE-DLN.
032440     MOVE 'Y' TO CLK-DLNT-TIER2-SW(CLK-DLN-SUB)
032450     PERFORM 2575-FIND-FIRE-ON-CALL THRU 2575-EXIT
032460     MOVE 2 TO CLK-PGW-STAGE-TIER
032470     MOVE SPACES TO CLK-PGW-STAGE-CONTACT
032480     IF CLK-ONC-HIT-SUB > ZERO
032490         MOVE CLK-ONCT-SECONDARY(CLK-ONC-HIT-SUB)
032500             TO CLK-PGW-STAGE-CONTACT
032510     END-IF
032520     MOVE 'REPAGE  ' TO CLK-EVENT-STAGE-CODE
032530     PERFORM 2568-SEND-PAGE THRU 2568-EXIT.
032540 2565-EXIT.
032550     EXIT.
032560*****************************************************************
032570* 2568-SEND-PAGE
032580*     JOURNALS ONE PAGING TIER TO CLOCKEVT UNDER THE STAGED CODE
032590*     -- DEADLINE, TIER, AND THE CONTACT, OR GENERAL LIST WHEN NO
032600*     ROSTER LINE COVERS THE FIRE TIME -- AND APPENDS ONE LINE TO
032610*     THE CLOCKPGW OUTBOX THE PAGING GATEWAY POLLS: DEADLINE, FIRE
032620*     TIME, MINUTES UNACKNOWLEDGED, TIER, CONTACT.  THE OUTBOX IS
032630*     OPENED AND CLOSED PER LINE SO THE PAGE IS ON DISK THE MOMENT
032640*     THE DELAY EXPIRES.
032650*****************************************************************
032660 2568-SEND-PAGE.
032670     COMPUTE CLK-UNACK-MINS =
032680         (CLK-NOW-TOTAL-SECS
032690             - CLK-DLNT-FIRE-SECS(CLK-DLN-SUB)) / 60
032700     MOVE 'W' TO CLK-EVENT-STAGE-SEV
032710     MOVE SPACES TO CLK-EVENT-STAGE-TEXT
032720     IF CLK-PGW-STAGE-CONTACT = SPACES
032730         STRING CLK-DLNT-NAME(CLK-DLN-SUB) DELIMITED BY SIZE
032740             ' TIER ' DELIMITED BY SIZE
032750             CLK-PGW-STAGE-TIER DELIMITED BY SIZE
032760             ' GENERAL LIST' DELIMITED BY SIZE
032770             INTO CLK-EVENT-STAGE-TEXT
032780         END-STRING
032790     ELSE
032800         STRING CLK-DLNT-NAME(CLK-DLN-SUB) DELIMITED BY SIZE
032810             ' TIER ' DELIMITED BY SIZE
032820             CLK-PGW-STAGE-TIER DELIMITED BY SIZE
032830             ' ' DELIMITED BY SIZE
032840             CLK-PGW-STAGE-CONTACT DELIMITED BY SIZE
032850             INTO CLK-EVENT-STAGE-TEXT
032860         END-STRING
032870     END-IF
032880     PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
032890     MOVE SPACES TO CLK-PAGE-RECORD
032900     MOVE CLK-CURRENT-DATE TO CLK-PGW-DATE
032910     MOVE CLK-HOURS TO CLK-PGW-HOURS
032920     MOVE CLK-MINUTES TO CLK-PGW-MINUTES
032930     MOVE CLK-SECONDS TO CLK-PGW-SECONDS
032940     MOVE CLK-DLNT-NAME(CLK-DLN-SUB) TO CLK-PGW-DEADLINE
032950     MOVE CLK-DLNT-FIRE-TIME(CLK-DLN-SUB) TO CLK-PGW-FIRE-TIME
032960     IF CLK-UNACK-MINS > 999
032970         MOVE 999 TO CLK-PGW-UNACK-MINS
032980     ELSE
032990         MOVE CLK-UNACK-MINS TO CLK-PGW-UNACK-MINS
033000     END-IF
033010     MOVE CLK-PGW-STAGE-TIER TO CLK-PGW-TIER
033020     MOVE CLK-PGW-STAGE-CONTACT TO CLK-PGW-CONTACT
033030     OPEN EXTEND PAGE-OUTBOX-FILE
033040     IF CLK-PGW-FILE-STATUS = '35'
033050         OPEN OUTPUT PAGE-OUTBOX-FILE
033060     END-IF
033070     IF CLK-PGW-FILE-STATUS = '00'
033080         WRITE CLK-PAGE-RECORD
033090         CLOSE PAGE-OUTBOX-FILE
033100     END-IF.
033110 2568-EXIT.
033120     EXIT.
033130*****************************************************************
033140* 2570-HOLD-ONE-DLN
033150*     HOLDS ONE DEADLINE WHOSE DUE TIME FALLS INSIDE THE WINDOW
033160*     2545-FIND-WINDOW FOUND: MARKS IT HELD FOR THE REST OF THE
033170*     DAY SO IT NEVER FIRES OR PAGES, MAKES IT THE HELD-BANNER
033180*     CANDIDATE, AND JOURNALS THE HOLD WITH THE CHANGE TICKET.
033190*****************************************************************
033200 2570-HOLD-ONE-DLN.
033210     MOVE 'Y' TO CLK-DLNT-HELD-SW(CLK-DLN-SUB)
033220     MOVE CLK-DLN-SUB TO CLK-HELD-DLN-SUB
033230     MOVE 'DLNHELD ' TO CLK-EVENT-STAGE-CODE
033240     MOVE 'I' TO CLK-EVENT-STAGE-SEV
033250     MOVE SPACES TO CLK-EVENT-STAGE-TEXT
033260     STRING 'DEADLINE ' DELIMITED BY SIZE
033270         CLK-DLNT-NAME(CLK-DLN-SUB) DELIMITED BY SIZE
033280         ' HELD ' DELIMITED BY SIZE
033290         CLK-MNWT-TICKET(CLK-MNW-HIT-SUB) DELIMITED BY SPACE
033300         INTO CLK-EVENT-STAGE-TEXT
033310     END-STRING
033320     PERFORM 2990-WRITE-EVENT THRU 2990-EXIT.
033330 2570-EXIT.
033340     EXIT.
033350*****************************************************************
033360* 2575-FIND-FIRE-ON-CALL
033370*     LOOKS UP WHO WAS ON CALL FOR THIS DEADLINE WHEN IT FIRED
033380*     TODAY, SO BOTH TIERS GO TO THE PAIR ON THE SAME ROSTER LINE
033390*     EVEN WHEN A SHIFT CHANGES BETWEEN THE FIRING AND THE PAGE.
033400*****************************************************************
033410 2575-FIND-FIRE-ON-CALL.
033420     MOVE CLK-CURRENT-DATE TO CLK-ONC-TEST-DATE
033430     COMPUTE CLK-ONC-TEST-HHMM =
033440         (CLK-DLNT-FIRE-HOURS(CLK-DLN-SUB) * 100)
033450             + CLK-DLNT-FIRE-MINUTES(CLK-DLN-SUB)
033460     MOVE CLK-DLNT-NAME(CLK-DLN-SUB) TO CLK-ONC-TEST-DLN
033470     PERFORM 2580-FIND-ON-CALL THRU 2580-EXIT.
033480 2575-EXIT.
033490     EXIT.
033500*****************************************************************
033510* 2580-FIND-ON-CALL
033520*     LOOKS UP THE ROSTER LINE COVERING THE STAGED TEST DATE AND
033530*     HHMM FOR THE STAGED DEADLINE AND LEAVES ITS SLOT IN
033540*     CLK-ONC-HIT-SUB (ZERO WHEN NO LINE COVERS IT).  AN OVERRIDE
033550*     LINE FOR THE DEADLINE WINS; OTHERWISE THE FIRST GENERAL LINE
033560*     THAT COVERS THE MOMENT.  A BLANK STAGED DEADLINE LOOKS AT
033570*     THE GENERAL LINES ONLY, AS THE PREFLIGHT COVERAGE CHECK
033580*     WANTS.
033590*****************************************************************
033600 2580-FIND-ON-CALL.
033610     MOVE ZERO TO CLK-ONC-HIT-SUB
033620     IF CLK-ONC-TEST-DATE NOT = CLK-ONC-PRIOR-FOR
033630         MOVE CLK-ONC-TEST-DATE TO CLK-PURGE-DATE
033640         PERFORM 3200-BACK-ONE-DAY THRU 3200-EXIT
033650         MOVE CLK-PURGE-DATE TO CLK-ONC-TEST-PRIOR
033660         MOVE CLK-ONC-TEST-DATE TO CLK-ONC-PRIOR-FOR
033670     END-IF
033680     IF CLK-ONC-TEST-DLN NOT = SPACES
033690         MOVE CLK-ONC-TEST-DLN TO CLK-ONC-WANT-DLN
033700         PERFORM 2585-MATCH-ONE-ONC THRU 2585-EXIT
033710             VARYING CLK-ONC-SUB FROM 1 BY 1
033720             UNTIL CLK-ONC-SUB > CLK-ONC-COUNT
033730                 OR CLK-ONC-HIT-SUB > ZERO
033740     END-IF
033750     IF CLK-ONC-HIT-SUB = ZERO
033760         MOVE SPACES TO CLK-ONC-WANT-DLN
033770         PERFORM 2585-MATCH-ONE-ONC THRU 2585-EXIT
033780             VARYING CLK-ONC-SUB FROM 1 BY 1
033790             UNTIL CLK-ONC-SUB > CLK-ONC-COUNT
033800                 OR CLK-ONC-HIT-SUB > ZERO
033810     END-IF.
033820 2580-EXIT.
033830     EXIT.
033840*****************************************************************
033850* 2585-MATCH-ONE-ONC
033860*     TESTS ONE ROSTER LINE OF THE WANTED KIND.  THE TEST HHMM
033870*     FALLS IN THE SHIFT STARTED ON THE TEST DATE WHEN IT IS AT OR
033880*     PAST THE START (AND BEFORE THE END, FOR A SHIFT THAT ENDS
033890*     THE SAME DAY), OR IN THE SHIFT STARTED THE DAY BEFORE WHEN
033900*     THE SHIFT RUNS PAST MIDNIGHT AND THE HHMM IS BEFORE ITS END.
033910*     THE LINE COVERS THE MOMENT WHEN THAT SHIFT'S START DATE IS
033920*     IN ITS DATE RANGE.
033930*****************************************************************
033940 2585-MATCH-ONE-ONC.
033950     IF CLK-ONCT-DEADLINE(CLK-ONC-SUB) NOT = CLK-ONC-WANT-DLN
033960         GO TO 2585-EXIT
033970     END-IF
033980     MOVE ZERO TO CLK-ONC-SHIFT-DATE
033990     IF CLK-ONC-TEST-HHMM >= CLK-ONCT-START-HHMM(CLK-ONC-SUB)
034000         IF CLK-ONC-TEST-HHMM < CLK-ONCT-END-HHMM(CLK-ONC-SUB)
034010                 OR CLK-ONCT-END-HHMM(CLK-ONC-SUB)
034020                     NOT > CLK-ONCT-START-HHMM(CLK-ONC-SUB)
034030             MOVE CLK-ONC-TEST-DATE TO CLK-ONC-SHIFT-DATE
034040         END-IF
034050     ELSE
034060         IF CLK-ONC-TEST-HHMM < CLK-ONCT-END-HHMM(CLK-ONC-SUB)
034070                 AND CLK-ONCT-END-HHMM(CLK-ONC-SUB)
034080                     NOT > CLK-ONCT-START-HHMM(CLK-ONC-SUB)
034090             MOVE CLK-ONC-TEST-PRIOR TO CLK-ONC-SHIFT-DATE
034100         END-IF
034110     END-IF
034120     IF CLK-ONC-SHIFT-DATE = ZERO
034130         GO TO 2585-EXIT
034140     END-IF
034150     IF CLK-ONC-SHIFT-DATE >= CLK-ONCT-FROM-DATE(CLK-ONC-SUB)
034160             AND CLK-ONC-SHIFT-DATE
034170                 <= CLK-ONCT-TO-DATE(CLK-ONC-SUB)
034180         MOVE CLK-ONC-SUB TO CLK-ONC-HIT-SUB
034190     END-IF.
034200 2585-EXIT.
034210     EXIT.
034220*****************************************************************
034230* 2600-DISPLAY-ONE-TZ
034240*     PAINTS ONE SITE'S FULL STRIP LINE -- NAME, HOUR, COLON,
034250*     MINUTES, AND THE SITE'S MM/DD WHEN ITS DATE IS NOT OURS --
034260*     AND REMEMBERS WHAT IT SHOWED.  USED ONLY ON A FULL REPAINT;
034270*     2650-REFRESH-ONE-TZ HANDLES THE QUIET PASSES.
034280*****************************************************************
034290 2600-DISPLAY-ONE-TZ.
034300     PERFORM 2620-COMPUTE-ONE-TZ THRU 2620-EXIT
034310     DISPLAY CLK-TZT-SITE-NAME(CLK-TZ-IDX)
034320         AT LINE CLK-TZ-LINE-NUM, COLUMN 2
034330         FOREGROUND-COLOR CLK-CURRENT-COLOR
034340     DISPLAY CLK-TZT-HOURS(CLK-TZ-IDX)
034350         AT LINE CLK-TZ-LINE-NUM, COLUMN 14
034360         FOREGROUND-COLOR CLK-CURRENT-COLOR
034370     DISPLAY ':' AT LINE CLK-TZ-LINE-NUM, COLUMN 16
034380         FOREGROUND-COLOR CLK-CURRENT-COLOR
034390     DISPLAY CLK-TZT-MINUTES(CLK-TZ-IDX)
034400         AT LINE CLK-TZ-LINE-NUM, COLUMN 17
034410         FOREGROUND-COLOR CLK-CURRENT-COLOR
034420     DISPLAY CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
034430         AT LINE CLK-TZ-LINE-NUM, COLUMN 20
034440         FOREGROUND-COLOR CLK-CURRENT-COLOR
034450     MOVE CLK-TZT-HOURS(CLK-TZ-IDX)
034460         TO CLK-TZT-PRIOR-HOURS(CLK-TZ-IDX)
034470     MOVE CLK-TZT-MINUTES(CLK-TZ-IDX)
034480         TO CLK-TZT-PRIOR-MINUTES(CLK-TZ-IDX)
034490     MOVE CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
034500         TO CLK-TZT-PRIOR-DATE-TEXT(CLK-TZ-IDX).
034510 2600-EXIT.
034520     EXIT.
034530*****************************************************************
034540* 2620-COMPUTE-ONE-TZ
034550*     APPLIES ONE TABLE ENTRY'S SHIFT (OFFSET HOURS AND MINUTES,
034560*     PLUS THE DST HOUR WHEN IN EFFECT -- SEE 1285) TO OUR TIME
034570*     OF DAY IN MINUTES, WRAPS THE RESULT INTO THE SITE'S DAY,
034580*     AND STAGES THAT SITE'S HOUR, MINUTES, DATE TEXT (YESTERDAY
034590*     OR TOMORROW WHEN THE WRAP CROSSED MIDNIGHT, ELSE BLANK),
034600*     AND SCREEN LINE.
034610*****************************************************************
034620 2620-COMPUTE-ONE-TZ.
034630     COMPUTE CLK-TZ-CALC = (CLK-HOURS * 60) + CLK-MINUTES
034640         + CLK-TZT-SHIFT-MINS(CLK-TZ-IDX)
034650     MOVE SPACES TO CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
034660     IF CLK-TZ-CALC < 0
034670         ADD 1440 TO CLK-TZ-CALC
034680         MOVE CLK-TZ-YESTERDAY-TEXT
034690             TO CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
034700     END-IF
034710     IF CLK-TZ-CALC > 1439
034720         SUBTRACT 1440 FROM CLK-TZ-CALC
034730         MOVE CLK-TZ-TOMORROW-TEXT
034740             TO CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
034750     END-IF
034760     DIVIDE CLK-TZ-CALC BY 60 GIVING CLK-TZT-HOURS(CLK-TZ-IDX)
034770         REMAINDER CLK-TZT-MINUTES(CLK-TZ-IDX)
034780     COMPUTE CLK-TZ-LINE-NUM = 4 + CLK-TZ-IDX.
034790 2620-EXIT.
034800     EXIT.
034810*****************************************************************
034820* 2650-REFRESH-ONE-TZ
034830*     REWRITES ONLY THE PARTS OF ONE TIMEZONE LINE THAT MOVED:
034840*     THE SITE'S HOUR, ITS MINUTES, AND ITS DATE TEXT WHEN THE
034850*     SITE CROSSES ITS OWN MIDNIGHT.  THE SITE NAME AND COLON ARE
034860*     NEVER REWRITTEN HERE.
034870*****************************************************************
034880 2650-REFRESH-ONE-TZ.
034890     PERFORM 2620-COMPUTE-ONE-TZ THRU 2620-EXIT
034900     IF CLK-TZT-HOURS(CLK-TZ-IDX)
034910             NOT = CLK-TZT-PRIOR-HOURS(CLK-TZ-IDX)
034920         DISPLAY CLK-TZT-HOURS(CLK-TZ-IDX)
034930             AT LINE CLK-TZ-LINE-NUM, COLUMN 14
034940             FOREGROUND-COLOR CLK-CURRENT-COLOR
034950         MOVE CLK-TZT-HOURS(CLK-TZ-IDX)
034960             TO CLK-TZT-PRIOR-HOURS(CLK-TZ-IDX)
034970     END-IF
034980     IF CLK-TZT-MINUTES(CLK-TZ-IDX)
034990             NOT = CLK-TZT-PRIOR-MINUTES(CLK-TZ-IDX)
035000         DISPLAY CLK-TZT-MINUTES(CLK-TZ-IDX)
035010             AT LINE CLK-TZ-LINE-NUM, COLUMN 17
035020             FOREGROUND-COLOR CLK-CURRENT-COLOR
035030         MOVE CLK-TZT-MINUTES(CLK-TZ-IDX)
035040             TO CLK-TZT-PRIOR-MINUTES(CLK-TZ-IDX)
035050     END-IF
035060     IF CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
035070             NOT = CLK-TZT-PRIOR-DATE-TEXT(CLK-TZ-IDX)
035080         DISPLAY CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
035090             AT LINE CLK-TZ-LINE-NUM, COLUMN 20
035100             FOREGROUND-COLOR CLK-CURRENT-COLOR
035110         MOVE CLK-TZT-DATE-TEXT(CLK-TZ-IDX)
035120             TO CLK-TZT-PRIOR-DATE-TEXT(CLK-TZ-IDX)
035130     END-IF.
035140 2650-EXIT.
035150     EXIT.
035160*****************************************************************
035170* 2700-CHECK-STOP-REQUEST
035180*     LOOKS FOR AN OPERATOR-DROPPED STOP REQUEST IN THE SEPARATE
035190*     CLOCKSTP FILE AND SETS CLK-STOP-REQUESTED SO 0000-MAINLINE
035200*     ENDS THE LOOP AND TERMINATES CLEANLY ON THE NEXT PASS.  KEPT
035210*     OUT OF CLOCKCKP SO A PERIODIC CHECKPOINT WRITE CAN NEVER
035220*     CLOBBER A PENDING STOP REQUEST.
035230*****************************************************************
035240 2700-CHECK-STOP-REQUEST.
035250     OPEN INPUT CLOCK-STOP-FILE
035260     IF CLK-STOP-FILE-STATUS = '00'
035270         READ CLOCK-STOP-FILE
035280             AT END
035290                 CONTINUE
035300         END-READ
035310         IF CLK-STOP-FILE-STATUS = '00'
035320             IF CLK-STOP-REQ-RECEIVED
035330                 SET CLK-STOP-REQUESTED TO TRUE
035340                 MOVE 'STOPREQ ' TO CLK-EVENT-STAGE-CODE
035350                 MOVE 'I' TO CLK-EVENT-STAGE-SEV
035360                 MOVE 'OPERATOR STOP REQUEST RECEIVED'
035370                     TO CLK-EVENT-STAGE-TEXT
035380                 PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
035390             END-IF
035400         END-IF
035410         CLOSE CLOCK-STOP-FILE
035420     ELSE
035430         IF CLK-STOP-FILE-STATUS = '05'
035440             CLOSE CLOCK-STOP-FILE
035450         END-IF
035460     END-IF.
035470 2700-EXIT.
035480     EXIT.
035490*****************************************************************
035500* 2710-CHECK-COMMAND
035510*     POLLS THE OPTIONAL CLOCKCMD FILE FOR A ONE-BYTE OPERATOR
035520*     COMMAND, THE SAME WAY 2700-CHECK-STOP-REQUEST POLLS
035530*     CLOCKSTP: RELOAD THE CONTROL FILES, SWITCH RUN MODE, RESET
035540*     THE STOPWATCH START MARK, OR ACKNOWLEDGE A FIRED ALARM --
035550*     ALL WITHOUT THE STOP/START CYCLE THAT BLANKS THE MONITOR.
035560*     A CONSUMED COMMAND IS JOURNALED TO CLOCKEVT AND THE FILE
035570*     IS REWRITTEN AS A SPACE SO IT EXECUTES EXACTLY ONCE.
035580*****************************************************************
035590 2710-CHECK-COMMAND.
035600     OPEN INPUT CLOCK-CMD-FILE
035610     IF CLK-CMD-FILE-STATUS = '00'
035620         READ CLOCK-CMD-FILE
035630             AT END
035640                 CONTINUE
035650         END-READ
035660         IF CLK-CMD-FILE-STATUS = '00'
035670             PERFORM 2720-APPLY-COMMAND THRU 2720-EXIT
035680         END-IF
035690         CLOSE CLOCK-CMD-FILE
035700         IF CLK-CMD-CONSUMED
035710             PERFORM 2730-CLEAR-COMMAND THRU 2730-EXIT
035720             MOVE 'N' TO CLK-CMD-CONSUMED-SWITCH
035730         END-IF
035740     ELSE
035750         IF CLK-CMD-FILE-STATUS = '05'
035760             CLOSE CLOCK-CMD-FILE
035770         END-IF
035780     END-IF.
035790 2710-EXIT.
035800     EXIT.
035810*****************************************************************
035820* 2720-APPLY-COMMAND
035830*     DISPATCHES ONE OPERATOR COMMAND, JOURNALS IT, AND MARKS IT
035840*     CONSUMED SO 2710 CLEARS THE FILE ONCE ITS INPUT HANDLE IS
035850*     CLOSED (THE FILE CANNOT BE REOPENED FOR OUTPUT WHILE IT IS
035860*     STILL OPEN FOR INPUT).  AN UNRECOGNIZED CODE IS LEFT IN
035870*     PLACE UNTOUCHED SO A TYPO SHOWS UP IN THE FILE RATHER THAN
035880*     BEING QUIETLY SWALLOWED.  A RELOAD REFUSES TO ADOPT RUN MODE
035890*     P -- PREFLIGHT IS A START-TIME MODE, AND ADOPTING IT MID-RUN
035900*     WOULD LET THE NEXT CHECKPOINT PERSIST P INTO CLOCKCKP, WHICH
035910*     0000-MAINLINE PROMISES CAN NEVER HAPPEN -- SO THE PRIOR MODE
035920*     IS KEPT AND THE REFUSAL IS JOURNALED.  A RELOAD RE-READS THE
035930*     CALENDAR TOO, SO A DAY TYPE CORRECTED IN CLOCKCAL ARMS ITS
035940*     DEADLINE SET WITHOUT A RESTART, RESOLVES THE NEW CLOCKTZ
035950*     LINES' DST RULES AGAINST THE STATES THE SAME SITES HAD
035960*     BEFORE (SO A RELOAD NEITHER LOSES NOR INVENTS A CHANGEOVER),
035970*     RE-READS CLOCKMNW SO A WINDOW THE CHANGE DESK ADDS OR
035980*     EXTENDS MID-SHIFT TAKES HOLD AT ONCE, RE-READS CLOCKONC SO A
035990*     SHIFT SWAP REACHES THE NEXT PAGE, AND RE-READS CLOCKMSG SO A
036000*     NOTICE POSTED OR EXPIRED THROUGH CLOCKMSE SHOWS AT ONCE.
036010*****************************************************************
036020 2720-APPLY-COMMAND.
036030     IF CLK-CMD-RELOAD
036040         MOVE CLK-RUN-MODE TO CLK-SAVED-RUN-MODE
036050         PERFORM 1100-READ-PARMS THRU 1100-EXIT
036060         MOVE CLK-TZ-COUNT TO CLK-TZC-COUNT
036070         PERFORM 1465-STAGE-LIVE-TZ-STATE THRU 1465-EXIT
036080             VARYING CLK-TZC-SUB FROM 1 BY 1
036090             UNTIL CLK-TZC-SUB > CLK-TZC-COUNT
036100         PERFORM 1200-READ-TIMEZONES THRU 1200-EXIT
036110         PERFORM 1470-CARRY-ONE-TZ-STATE THRU 1470-EXIT
036120             VARYING CLK-TZ-IDX FROM 1 BY 1
036130             UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
036140         PERFORM 1280-RESOLVE-TZ-RULES THRU 1280-EXIT
036150         PERFORM 1300-READ-COLORS THRU 1300-EXIT
036160         PERFORM 1500-READ-CALENDAR THRU 1500-EXIT
036170         PERFORM 1700-READ-DEADLINES THRU 1700-EXIT
036180         PERFORM 1800-READ-MAINT-WINDOWS THRU 1800-EXIT
036190         PERFORM 1900-READ-ONCALL-ROSTER THRU 1900-EXIT
036200         PERFORM 1950-READ-NOTICES THRU 1950-EXIT
036210         IF CLK-RUN-PREFLIGHT
036220             MOVE CLK-SAVED-RUN-MODE TO CLK-RUN-MODE
036230             MOVE 'MODEKEPT' TO CLK-EVENT-STAGE-CODE
036240             MOVE 'W' TO CLK-EVENT-STAGE-SEV
036250             MOVE 'RELOAD SUPPLIED RUN MODE P - KEPT PRIOR'
036260                 TO CLK-EVENT-STAGE-TEXT
036270             PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
036280         END-IF
036290         MOVE 'Y' TO CLK-REPAINT-SWITCH
036300         MOVE 'CMDRELOD' TO CLK-EVENT-STAGE-CODE
036310         MOVE 'I' TO CLK-EVENT-STAGE-SEV
036320         MOVE 'CONTROL FILES RELOADED ON COMMAND'
036330             TO CLK-EVENT-STAGE-TEXT
036340         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
036350         SET CLK-CMD-CONSUMED TO TRUE
036360         GO TO 2720-EXIT
036370     END-IF
036380     IF CLK-CMD-SWITCH-MODE
036390         IF CLK-RUN-STOPWATCH
036400             MOVE 'C' TO CLK-RUN-MODE
036410             MOVE 'RUN MODE SWITCHED TO WALL CLOCK'
036420                 TO CLK-EVENT-STAGE-TEXT
036430         ELSE
036440             MOVE 'S' TO CLK-RUN-MODE
036450             MOVE 'RUN MODE SWITCHED TO STOPWATCH'
036460                 TO CLK-EVENT-STAGE-TEXT
036470         END-IF
036480         MOVE 'Y' TO CLK-REPAINT-SWITCH
036490         MOVE 'CMDMODE ' TO CLK-EVENT-STAGE-CODE
036500         MOVE 'I' TO CLK-EVENT-STAGE-SEV
036510         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
036520         SET CLK-CMD-CONSUMED TO TRUE
036530         GO TO 2720-EXIT
036540     END-IF
036550     IF CLK-CMD-RESET-MARK
036560         MOVE CLK-HOURS TO CLK-START-HOURS
036570         MOVE CLK-MINUTES TO CLK-START-MINUTES
036580         MOVE CLK-SECONDS TO CLK-START-SECONDS
036590         MOVE 'CMDRESET' TO CLK-EVENT-STAGE-CODE
036600         MOVE 'I' TO CLK-EVENT-STAGE-SEV
036610         MOVE 'STOPWATCH START MARK RESET TO NOW'
036620             TO CLK-EVENT-STAGE-TEXT
036630         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
036640         SET CLK-CMD-CONSUMED TO TRUE
036650         GO TO 2720-EXIT
036660     END-IF
036670     IF CLK-CMD-ACK-ALARM
036680         MOVE 'CMDACK  ' TO CLK-EVENT-STAGE-CODE
036690         MOVE 'I' TO CLK-EVENT-STAGE-SEV
036700         IF CLK-ACTIVE-DLN-SUB > ZERO
036710             MOVE 'Y' TO CLK-DLNT-ACKED-SW(CLK-ACTIVE-DLN-SUB)
036720             MOVE SPACES TO CLK-EVENT-STAGE-TEXT
036730             STRING 'DEADLINE ' DELIMITED BY SIZE
036740                 CLK-DLNT-NAME(CLK-ACTIVE-DLN-SUB)
036750                 DELIMITED BY SIZE
036760                 ' ACKNOWLEDGED' DELIMITED BY SIZE
036770                 INTO CLK-EVENT-STAGE-TEXT
036780             END-STRING
036790         ELSE
036800             MOVE 'ACK RECEIVED WITH NO FIRED DEADLINE'
036810                 TO CLK-EVENT-STAGE-TEXT
036820         END-IF
036830         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
036840         SET CLK-CMD-CONSUMED TO TRUE
036850     END-IF.
036860 2720-EXIT.
036870     EXIT.
036880*****************************************************************
036890* 2730-CLEAR-COMMAND
036900*     REWRITES CLOCKCMD AS A SPACE SO A CONSUMED COMMAND CANNOT
036910*     EXECUTE AGAIN ON THE NEXT PASS.
036920*****************************************************************
036930 2730-CLEAR-COMMAND.
036940     MOVE SPACE TO CLK-CMD-CODE
036950     OPEN OUTPUT CLOCK-CMD-FILE
036960     WRITE CLK-CMD-RECORD
036970     CLOSE CLOCK-CMD-FILE.
036980 2730-EXIT.
036990     EXIT.
037000*****************************************************************
037010* 2750-CHECK-DRIFT
037020*     COMPARES OUR CLOCK AGAINST THE REFERENCE TIMESTAMP IN THE
037030*     OPTIONAL CLOCKREF FILE, IF PRESENT, AND SETS CLK-DRIFT-
037040*     EXCEEDED WHEN THE DIFFERENCE IS PAST THE CLOCKPRM THRESHOLD.
037050*     CORRECTS FOR A MIDNIGHT ROLLOVER BETWEEN THE TWO READINGS
037060*     THE SAME WAY 2100-COMPUTE-ELAPSED DOES, SO A REFRESH RIGHT
037070*     AT MIDNIGHT DOES NOT LOOK LIKE A FULL DAY OF DRIFT.
037080*****************************************************************
037090 2750-CHECK-DRIFT.
037100     MOVE CLK-DRIFT-SWITCH TO CLK-DRIFT-PRIOR-SWITCH
037110     MOVE 'N' TO CLK-DRIFT-SWITCH
037120     MOVE 'N' TO CLK-DRIFT-MEASURED-SW
037130     OPEN INPUT CLOCK-REF-FILE
037140     IF CLK-REF-FILE-STATUS = '00'
037150         READ CLOCK-REF-FILE
037160             AT END
037170                 CONTINUE
037180         END-READ
037190         IF CLK-REF-FILE-STATUS = '00'
037200             COMPUTE CLK-REF-TOTAL-SECS =
037210                 (CLK-REF-HOURS * 3600) + (CLK-REF-MINUTES * 60)
037220                     + CLK-REF-SECONDS
037230             COMPUTE CLK-DRIFT-NOW-SECS =
037240                 (CLK-HOURS * 3600) + (CLK-MINUTES * 60)
037250                     + CLK-SECONDS
037260             COMPUTE CLK-DRIFT-DIFF-SECS =
037270                 CLK-DRIFT-NOW-SECS - CLK-REF-TOTAL-SECS
037280             IF CLK-DRIFT-DIFF-SECS > 43200
037290                 COMPUTE CLK-DRIFT-DIFF-SECS =
037300                     CLK-DRIFT-DIFF-SECS - 86400
037310             END-IF
037320             IF CLK-DRIFT-DIFF-SECS < -43200
037330                 COMPUTE CLK-DRIFT-DIFF-SECS =
037340                     CLK-DRIFT-DIFF-SECS + 86400
037350             END-IF
037360             MOVE CLK-DRIFT-DIFF-SECS TO CLK-DRIFT-SIGNED-SECS
037370             SET CLK-DRIFT-MEASURED TO TRUE
037380             IF CLK-DRIFT-DIFF-SECS < 0
037390                 COMPUTE CLK-DRIFT-DIFF-SECS =
037400                     CLK-DRIFT-DIFF-SECS * -1
037410             END-IF
037420             IF CLK-DRIFT-DIFF-SECS > CLK-DRIFT-THRESH-SECS
037430                 SET CLK-DRIFT-EXCEEDED TO TRUE
037440             END-IF
037450         END-IF
037460         CLOSE CLOCK-REF-FILE
037470     ELSE
037480         IF CLK-REF-FILE-STATUS = '05'
037490             CLOSE CLOCK-REF-FILE
037500         END-IF
037510     END-IF
037520     IF CLK-DRIFT-EXCEEDED AND CLK-DRIFT-PRIOR-SWITCH = 'N'
037530         MOVE 'DRIFTEXC' TO CLK-EVENT-STAGE-CODE
037540         MOVE 'W' TO CLK-EVENT-STAGE-SEV
037550         MOVE CLK-DRIFT-DIFF-SECS TO CLK-EVT-DRIFT-SECS
037560         MOVE CLK-EVT-DRIFT-TEXT TO CLK-EVENT-STAGE-TEXT
037570         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
037580     END-IF
037590     IF CLK-DRIFT-PRIOR-SWITCH = 'Y' AND NOT CLK-DRIFT-EXCEEDED
037600         MOVE 'DRIFTCLR' TO CLK-EVENT-STAGE-CODE
037610         MOVE 'I' TO CLK-EVENT-STAGE-SEV
037620         MOVE 'DRIFT BACK INSIDE THRESHOLD'
037630             TO CLK-EVENT-STAGE-TEXT
037640         PERFORM 2990-WRITE-EVENT THRU 2990-EXIT
037650     END-IF.
037660 2750-EXIT.
037670     EXIT.
037680*****************************************************************
037690* 2800-WRITE-CHECKPOINT
037700*     PERSISTS THE CURRENT RUN MODE, DISPLAY MODE, STOPWATCH
037710*     START MARK, COLOR SCHEME, AND TIMEZONE STRIP TO CLOCKCKP SO
037720*     A RESTART CAN RESUME FROM HERE.  THE GRACEFUL-STOP REQUEST
037730*     LIVES IN ITS OWN CLOCKSTP FILE (SEE 2700-CHECK-STOP-REQUEST
037740*     AND 2950-CLEAR-STOP-FLAG) SO THIS WRITE NEVER CLOBBERS IT.
037750*****************************************************************
037760 2800-WRITE-CHECKPOINT.
037770     MOVE SPACES TO CLK-CKPT-RECORD
037780     MOVE CLK-RUN-MODE TO CLK-CKPT-RUN-MODE
037790     MOVE CLK-DISPLAY-MODE TO CLK-CKPT-DISPLAY-MODE
037800     MOVE CLK-START-HOURS TO CLK-CKPT-START-HOURS
037810     MOVE CLK-START-MINUTES TO CLK-CKPT-START-MINUTES
037820     MOVE CLK-START-SECONDS TO CLK-CKPT-START-SECONDS
037830     MOVE CLK-COLOR-NORMAL TO CLK-CKPT-COLOR-NORMAL
037840     MOVE CLK-COLOR-ALARM TO CLK-CKPT-COLOR-ALARM
037850     MOVE CLK-COLOR-CUTOVER TO CLK-CKPT-COLOR-CUTOVER
037860     MOVE CLK-TZ-COUNT TO CLK-CKPT-TZ-COUNT
037870     PERFORM 2850-SAVE-ONE-TZ THRU 2850-EXIT
037880         VARYING CLK-TZ-IDX FROM 1 BY 1
037890         UNTIL CLK-TZ-IDX > CLK-TZ-COUNT
037900     MOVE CLK-LOG-SEQ-NO TO CLK-CKPT-LOG-SEQ
037910     MOVE CLK-HOME-DST-SW TO CLK-CKPT-HOME-DST-SW
037920     OPEN OUTPUT CLOCK-CKPT-FILE
037930     WRITE CLK-CKPT-RECORD
037940     CLOSE CLOCK-CKPT-FILE
037950     MOVE CLK-HOURS TO CLK-LAST-CKPT-TIME(1:2)
037960     MOVE CLK-MINUTES TO CLK-LAST-CKPT-TIME(3:2)
037970     MOVE CLK-SECONDS TO CLK-LAST-CKPT-TIME(5:2).
037980 2800-EXIT.
037990     EXIT.
038000*****************************************************************
038010* 2810-WRITE-HEARTBEAT
038020*     REWRITES THE ONE-LINE CLOCKHBT STATUS SNAPSHOT: LAST TICK
038030*     DATE AND TIME, RUN MODE (T ON A CLEAN STOP), TOTAL PASSES
038040*     THIS RUN, THE ALARM AND DRIFT SWITCH STATES, AND THE TIME
038050*     OF THE LAST CHECKPOINT.  WRITTEN EVERY FEW PASSES SO THE
038060*     MONITORING POLLER CAN JUDGE LIVENESS IN MINUTES; THE
038070*     RECORD IS BLANKED FIRST BECAUSE A FILE SECTION BUFFER
038080*     STARTS UNDEFINED.
038090*****************************************************************
038100 2810-WRITE-HEARTBEAT.
038110     MOVE SPACES TO CLK-HBT-RECORD
038120     MOVE CLK-CURRENT-DATE TO CLK-HBT-DATE
038130     MOVE CLK-HOURS TO CLK-HBT-HOURS
038140     MOVE CLK-MINUTES TO CLK-HBT-MINUTES
038150     MOVE CLK-SECONDS TO CLK-HBT-SECONDS
038160     MOVE CLK-HBT-STAGE-MODE TO CLK-HBT-RUN-MODE
038170     MOVE CLK-TOTAL-PASSES TO CLK-HBT-PASS-COUNT
038180     MOVE CLK-ALARM-FIRED-SWITCH TO CLK-HBT-ALARM-SW
038190     MOVE CLK-DRIFT-SWITCH TO CLK-HBT-DRIFT-SW
038200     MOVE CLK-LAST-CKPT-TIME TO CLK-HBT-CKPT-TIME
038210     OPEN OUTPUT HEARTBEAT-FILE
038220     IF CLK-HBT-FILE-STATUS = '00'
038230         WRITE CLK-HBT-RECORD
038240         CLOSE HEARTBEAT-FILE
038250     END-IF.
038260 2810-EXIT.
038270     EXIT.
038280*****************************************************************
038290* 2850-SAVE-ONE-TZ
038300*     COPIES ONE LOADED TIMEZONE TABLE ENTRY INTO THE MATCHING
038310*     SLOT OF THE CHECKPOINT RECORD.
038320*****************************************************************
038330 2850-SAVE-ONE-TZ.
038340     MOVE CLK-TZT-SITE-NAME(CLK-TZ-IDX)
038350         TO CLK-CKPT-TZT-SITE-NAME(CLK-TZ-IDX)
038360     MOVE CLK-TZT-OFFSET-SIGN(CLK-TZ-IDX)
038370         TO CLK-CKPT-TZT-OFFSET-SIGN(CLK-TZ-IDX)
038380     MOVE CLK-TZT-OFFSET-HRS(CLK-TZ-IDX)
038390         TO CLK-CKPT-TZT-OFFSET-HRS(CLK-TZ-IDX)
038400     MOVE CLK-TZT-OFFSET-MINS(CLK-TZ-IDX)
038410         TO CLK-CKPT-TZT-OFFSET-MINS(CLK-TZ-IDX)
038420     MOVE CLK-TZT-DST-RULE(CLK-TZ-IDX)
038430         TO CLK-CKPT-TZT-DST-RULE(CLK-TZ-IDX)
038440     MOVE CLK-TZT-DST-START(CLK-TZ-IDX)
038450         TO CLK-CKPT-TZT-DST-START(CLK-TZ-IDX)
038460     MOVE CLK-TZT-DST-END(CLK-TZ-IDX)
038470         TO CLK-CKPT-TZT-DST-END(CLK-TZ-IDX)
038480     MOVE CLK-TZT-DST-SW(CLK-TZ-IDX)
038490         TO CLK-CKPT-TZT-DST-SW(CLK-TZ-IDX).
038500 2850-EXIT.
038510     EXIT.
038520*****************************************************************
038530* 2900-WRITE-LOG-RECORD
038540*     APPENDS ONE STAMPED READING TO THE AUDIT LOG UNDER THE NEXT
038550*     SEQUENCE NUMBER AND ADDS IT TO THE CONTROL TOTALS.
038560*****************************************************************
038570 2900-WRITE-LOG-RECORD.
038580     ADD 1 TO CLK-LOG-SEQ-NO
038590     MOVE CLK-HOURS TO CLK-LOG-HOURS
038600     MOVE CLK-MINUTES TO CLK-LOG-MINUTES
038610     MOVE CLK-SECONDS TO CLK-LOG-SECONDS
038620     MOVE CLK-HUNDREDTHS TO CLK-LOG-HUNDREDTHS
038630     MOVE CLK-CURRENT-DATE TO CLK-LOG-DATE
038640     MOVE ':' TO CLK-LOG-SEP-HM
038650     MOVE ':' TO CLK-LOG-SEP-MS
038660     MOVE '.' TO CLK-LOG-SEP-SH
038670     MOVE SPACE TO CLK-LOG-SEP-DT
038680     MOVE SPACE TO CLK-LOG-SEP-IN
038690     MOVE CLK-INSTANCE-ID TO CLK-LOG-INSTANCE
038700     MOVE SPACE TO CLK-LOG-SEP-SQ
038710     MOVE CLK-LOG-SEQ-NO TO CLK-LOG-SEQUENCE
038720     WRITE CLK-LOG-RECORD
038730     PERFORM 2905-ADD-TO-LOG-CONTROL THRU 2905-EXIT.
038740 2900-EXIT.
038750     EXIT.
038760*****************************************************************
038770* 2905-ADD-TO-LOG-CONTROL
038780*     ADDS THE READING IN THE LOG RECORD AREA TO THE CONTROL
038790*     TOTALS: THE COUNT, THE FIRST AND LAST SEQUENCE AND TIME,
038800*     AND THE HASH TOTAL OF SEQUENCE PLUS DATE PLUS HHMMSSHH.
038810*****************************************************************
038820 2905-ADD-TO-LOG-CONTROL.
038830     COMPUTE CLK-LCT-TIME-VALUE =
038840         (CLK-LOG-HOURS * 1000000) + (CLK-LOG-MINUTES * 10000)
038850             + (CLK-LOG-SECONDS * 100) + CLK-LOG-HUNDREDTHS
038860     IF CLK-LCT-COUNT = ZERO
038870         MOVE CLK-LOG-SEQUENCE TO CLK-LCT-FIRST-SEQ
038880         MOVE CLK-LCT-TIME-VALUE TO CLK-LCT-FIRST-TIME
038890     END-IF
038900     ADD 1 TO CLK-LCT-COUNT
038910     MOVE CLK-LOG-SEQUENCE TO CLK-LCT-LAST-SEQ
038920     MOVE CLK-LCT-TIME-VALUE TO CLK-LCT-LAST-TIME
038930     COMPUTE CLK-LCT-HASH = CLK-LCT-HASH + CLK-LOG-SEQUENCE
038940         + CLK-LOG-DATE + CLK-LCT-TIME-VALUE.
038950 2905-EXIT.
038960     EXIT.
038970*****************************************************************
038980* 2920-WRITE-DRIFT-RECORD
038990*     APPENDS ONE SIGNED DRIFT MEASUREMENT TO THE CLOCKDRF
039000*     HISTORY FILE, AT THE SAME CADENCE AS THE AUDIT LOG, SO THE
039010*     CLOCKDRT REPORT CAN SHOW THE TREND INSTEAD OF THE INSTANT.
039020*     ONLY WRITTEN ON A PASS WHERE 2750-CHECK-DRIFT ACTUALLY
039030*     TOOK A MEASUREMENT.  THE RECORD IS BLANKED FIRST BECAUSE A
039040*     FILE SECTION BUFFER STARTS UNDEFINED.
039050*****************************************************************
039060 2920-WRITE-DRIFT-RECORD.
039070     MOVE SPACES TO CLK-DRIFT-RECORD
039080     MOVE CLK-CURRENT-DATE TO CLK-DRF-DATE
039090     MOVE CLK-HOURS TO CLK-DRF-HOURS
039100     MOVE CLK-MINUTES TO CLK-DRF-MINUTES
039110     MOVE CLK-SECONDS TO CLK-DRF-SECONDS
039120     IF CLK-DRIFT-SIGNED-SECS < 0
039130         MOVE '-' TO CLK-DRF-SIGN
039140         COMPUTE CLK-DRF-DRIFT-SECS =
039150             CLK-DRIFT-SIGNED-SECS * -1
039160     ELSE
039170         MOVE '+' TO CLK-DRF-SIGN
039180         MOVE CLK-DRIFT-SIGNED-SECS TO CLK-DRF-DRIFT-SECS
039190     END-IF
039200     WRITE CLK-DRIFT-RECORD.
039210 2920-EXIT.
039220     EXIT.
039230*****************************************************************
039240* 2950-CLEAR-STOP-FLAG
039250*     REWRITES CLOCKSTP WITH THE FLAG OFF SO A GRACEFUL STOP
039260*     REQUEST DOES NOT PERSIST INTO THE NEXT RUN.
039270*****************************************************************
039280 2950-CLEAR-STOP-FLAG.
039290     MOVE 'N' TO CLK-STOP-REQ-FLAG
039300     OPEN OUTPUT CLOCK-STOP-FILE
039310     WRITE CLK-STOP-RECORD
039320     CLOSE CLOCK-STOP-FILE.
039330 2950-EXIT.
039340     EXIT.
039350*****************************************************************
039360* 2990-WRITE-EVENT
039370*     APPENDS ONE STAMPED RECORD TO THE CLOCKEVT OPERATIONAL
039380*     EVENT JOURNAL.  THE CALLER STAGES THE CODE, SEVERITY, AND
039390*     TEXT IN THE CLK-EVENT-STAGE FIELDS; THE RECORD ITSELF IS
039400*     BLANKED AND REBUILT HERE EVERY TIME BECAUSE A FILE SECTION
039410*     BUFFER STARTS UNDEFINED, AND THE DATE AND TIME ARE TAKEN
039420*     FRESH SO AN EVENT RAISED DURING STARTUP IS STAMPED
039430*     CORRECTLY TOO.  THE FILE IS OPENED AND CLOSED PER EVENT SO
039440*     THE JOURNAL LINE IS ON DISK THE MOMENT THE TRANSITION
039450*     HAPPENS.
039460*****************************************************************
039470 2990-WRITE-EVENT.
039480     MOVE SPACES TO CLK-EVENT-RECORD
039490     ACCEPT CLK-EVENT-TIME-RAW FROM TIME
039500     MOVE CLK-EVENT-TIME-RAW(1:6) TO CLK-EVT-TIME
039510     ACCEPT CLK-EVT-DATE FROM DATE YYYYMMDD
039520     MOVE CLK-EVENT-STAGE-CODE TO CLK-EVT-CODE
039530     MOVE CLK-EVENT-STAGE-SEV TO CLK-EVT-SEVERITY
039540     MOVE CLK-EVENT-STAGE-TEXT TO CLK-EVT-TEXT
039550     MOVE CLK-INSTANCE-ID TO CLK-EVT-INSTANCE
039560     OPEN EXTEND CLOCK-EVENT-FILE
039570     IF CLK-EVENT-FILE-STATUS = '35'
039580         OPEN OUTPUT CLOCK-EVENT-FILE
039590     END-IF
039600     IF CLK-EVENT-FILE-STATUS = '00'
039610         WRITE CLK-EVENT-RECORD
039620         CLOSE CLOCK-EVENT-FILE
039630     END-IF.
039640 2990-EXIT.
039650     EXIT.
039660*****************************************************************
039670* 3000-ROLL-LOG-FILE
039680*     CLOSES OUT THE DAY'S AUDIT LOG AT THE FIRST TICK AFTER
039690*     MIDNIGHT: THE LIVE CLOCKLOG IS RENAMED TO A GENERATION
039700*     FILE DATED WITH THE DAY JUST ENDED (CLOCKLOG.DYYYYMMDD)
039710*     AND A FRESH, EMPTY CLOCKLOG IS STARTED, SO THE LIVE FILE
039720*     STAYS SMALL AND THE HISTORY STAYS FINDABLE BY DATE.  IF
039730*     THE RENAME FAILS THE LIVE FILE IS REOPENED FOR APPEND
039740*     INSTEAD OF OUTPUT SO A FAILED ROLL CAN NEVER TRUNCATE THE
039750*     READINGS ALREADY ON DISK.  GENERATIONS OLDER THAN THE
039760*     CLOCKPRM RETENTION COUNT ARE THEN PURGED.  BEFORE THE
039770*     CLOSE, THE DAY'S CONTROL RECORD IS WRITTEN AS THE LAST
039780*     RECORD OF THE FILE.
039790*****************************************************************
039800 3000-ROLL-LOG-FILE.
039810     PERFORM 3050-WRITE-LOG-CONTROL THRU 3050-EXIT
039820     CLOSE TIME-LOG-FILE
039830     MOVE SPACES TO CLK-ARCH-FILE-NAME
039840     STRING CLK-LOG-BASE-NAME DELIMITED BY SPACE
039850         '.D' DELIMITED BY SIZE
039860         CLK-PRIOR-DATE DELIMITED BY SIZE
039870         INTO CLK-ARCH-FILE-NAME
039880     END-STRING
039890     CALL "CBL_RENAME_FILE"
039900         USING CLK-LOG-FILE-NAME CLK-ARCH-FILE-NAME
039910     END-CALL
039920     IF RETURN-CODE = ZERO
039930         OPEN OUTPUT TIME-LOG-FILE
039940     ELSE
039950         OPEN EXTEND TIME-LOG-FILE
039960     END-IF
039970     MOVE ZERO TO RETURN-CODE
039980     PERFORM 3100-PURGE-GENERATIONS THRU 3100-EXIT.
039990 3000-EXIT.
040000     EXIT.
040010*****************************************************************
040020* 3050-WRITE-LOG-CONTROL
040030*     WRITES THE CONTROL RECORD FOR THE READINGS SINCE THE FILE
040040*     WAS STARTED, DATED WITH THE DAY JUST ENDED, AND STARTS THE
040050*     TOTALS AFRESH FOR THE NEW DAY.  THE SEQUENCE RUNS ON.  A
040060*     DAY WITH NO READINGS STILL GETS ITS CONTROL RECORD, WITH A
040070*     ZERO COUNT.
040080*****************************************************************
040090 3050-WRITE-LOG-CONTROL.
040100     MOVE SPACES TO CLK-LOG-CONTROL
040110     MOVE '*** LOG CONTROL ***' TO CLK-LOGC-TAG
040120     MOVE CLK-INSTANCE-ID TO CLK-LOGC-INSTANCE
040130     MOVE CLK-PRIOR-DATE TO CLK-LOGC-GEN-DATE
040140     MOVE CLK-LCT-COUNT TO CLK-LOGC-COUNT
040150     MOVE CLK-LCT-FIRST-SEQ TO CLK-LOGC-FIRST-SEQ
040160     MOVE CLK-LCT-LAST-SEQ TO CLK-LOGC-LAST-SEQ
040170     MOVE CLK-LCT-FIRST-TIME TO CLK-LOGC-FIRST-TIME
040180     MOVE CLK-LCT-LAST-TIME TO CLK-LOGC-LAST-TIME
040190     MOVE CLK-LCT-HASH TO CLK-LOGC-HASH
040200     WRITE CLK-LOG-CONTROL
040210     PERFORM 3060-RESET-LOG-CONTROL THRU 3060-EXIT.
040220 3050-EXIT.
040230     EXIT.
040240 3060-RESET-LOG-CONTROL.
040250     MOVE ZERO TO CLK-LCT-COUNT
040260     MOVE ZERO TO CLK-LCT-FIRST-SEQ
040270     MOVE ZERO TO CLK-LCT-LAST-SEQ
040280     MOVE ZERO TO CLK-LCT-FIRST-TIME
040290     MOVE ZERO TO CLK-LCT-LAST-TIME
040300     MOVE ZERO TO CLK-LCT-HASH.
040310 3060-EXIT.
040320     EXIT.
040330*****************************************************************
040340* 3100-PURGE-GENERATIONS
040350*     WALKS BACKWARD FROM THE DAY JUST CLOSED OUT, ONE DAY AT A
040360*     TIME, AND DELETES EVERY GENERATION FILE OLDER THAN THE
040370*     RETENTION COUNT.  THE WALK SWEEPS 30 DAYS PAST THE
040380*     RETENTION LIMIT SO A CLOCK THAT SAT DOWN FOR A WHILE
040390*     STILL CLEANS UP THE GENERATIONS THAT AGED OUT WHILE IT
040400*     WAS AWAY.  A MISSING GENERATION IS NOT AN ERROR.
040410*****************************************************************
040420 3100-PURGE-GENERATIONS.
040430     MOVE CLK-PRIOR-DATE TO CLK-PURGE-DATE
040440     COMPUTE CLK-PURGE-LIMIT = CLK-RETAIN-DAYS + 30
040450     PERFORM 3150-PURGE-ONE-DAY THRU 3150-EXIT
040460         VARYING CLK-PURGE-AGE FROM 1 BY 1
040470         UNTIL CLK-PURGE-AGE > CLK-PURGE-LIMIT
040480     MOVE ZERO TO RETURN-CODE.
040490 3100-EXIT.
040500     EXIT.
040510*****************************************************************
040520* 3150-PURGE-ONE-DAY
040530*     STEPS THE PURGE DATE BACK ONE DAY AND, ONCE THE WALK IS
040540*     PAST THE RETENTION COUNT, DELETES THAT DAY'S GENERATION.
040550*****************************************************************
040560 3150-PURGE-ONE-DAY.
040570     PERFORM 3200-BACK-ONE-DAY THRU 3200-EXIT
040580     IF CLK-PURGE-AGE > CLK-RETAIN-DAYS
040590         MOVE CLK-PURGE-DATE TO CLK-PURGE-NAME-DATE
040600         MOVE SPACES TO CLK-PURGE-FILE-NAME
040610         STRING CLK-LOG-BASE-NAME DELIMITED BY SPACE
040620             '.D' DELIMITED BY SIZE
040630             CLK-PURGE-NAME-DATE DELIMITED BY SIZE
040640             INTO CLK-PURGE-FILE-NAME
040650         END-STRING
040660         CALL "CBL_DELETE_FILE" USING CLK-PURGE-FILE-NAME
040670         END-CALL
040680     END-IF.
040690 3150-EXIT.
040700     EXIT.
040710*****************************************************************
040720* 3200-BACK-ONE-DAY
040730*     STEPS THE PURGE DATE BACK ONE CALENDAR DAY, CROSSING
040740*     MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH
040750*     IN A LEAP YEAR.
040760*****************************************************************
040770 3200-BACK-ONE-DAY.
040780     IF CLK-PG-DAY > 1
040790         SUBTRACT 1 FROM CLK-PG-DAY
040800         GO TO 3200-EXIT
040810     END-IF
040820     IF CLK-PG-MONTH = 1
040830         SUBTRACT 1 FROM CLK-PG-YEAR
040840         MOVE 12 TO CLK-PG-MONTH
040850         MOVE 31 TO CLK-PG-DAY
040860         GO TO 3200-EXIT
040870     END-IF
040880     SUBTRACT 1 FROM CLK-PG-MONTH
040890     MOVE CLK-MONTH-DAYS(CLK-PG-MONTH) TO CLK-PG-DAY
040900     IF CLK-PG-MONTH = 2
040910         DIVIDE CLK-PG-YEAR BY 4 GIVING CLK-LEAP-QUOT
040920             REMAINDER CLK-LEAP-REM
040930         IF CLK-LEAP-REM = ZERO
040940             MOVE 29 TO CLK-PG-DAY
040950             DIVIDE CLK-PG-YEAR BY 100 GIVING CLK-LEAP-QUOT
040960                 REMAINDER CLK-LEAP-REM
040970             IF CLK-LEAP-REM = ZERO
040980                 MOVE 28 TO CLK-PG-DAY
040990                 DIVIDE CLK-PG-YEAR BY 400 GIVING CLK-LEAP-QUOT
041000                     REMAINDER CLK-LEAP-REM
041010                 IF CLK-LEAP-REM = ZERO
041020                     MOVE 29 TO CLK-PG-DAY
041030                 END-IF
041040             END-IF
041050         END-IF
041060     END-IF.
041070 3200-EXIT.
041080     EXIT.
041090*****************************************************************
041100* 3250-AHEAD-ONE-DAY
041110*     STEPS THE PURGE DATE FORWARD ONE CALENDAR DAY, THE MIRROR
041120*     OF 3200-BACK-ONE-DAY.  1280-RESOLVE-TZ-RULES BORROWS BOTH TO
041130*     STAGE THE STRIP'S YESTERDAY AND TOMORROW DATES.
041140*****************************************************************
041150 3250-AHEAD-ONE-DAY.
041160     MOVE CLK-MONTH-DAYS(CLK-PG-MONTH) TO CLK-MONTH-LENGTH
041170     IF CLK-PG-MONTH = 2
041180         DIVIDE CLK-PG-YEAR BY 4 GIVING CLK-LEAP-QUOT
041190             REMAINDER CLK-LEAP-REM
041200         IF CLK-LEAP-REM = ZERO
041210             MOVE 29 TO CLK-MONTH-LENGTH
041220             DIVIDE CLK-PG-YEAR BY 100 GIVING CLK-LEAP-QUOT
041230                 REMAINDER CLK-LEAP-REM
041240             IF CLK-LEAP-REM = ZERO
041250                 MOVE 28 TO CLK-MONTH-LENGTH
041260                 DIVIDE CLK-PG-YEAR BY 400 GIVING CLK-LEAP-QUOT
041270                     REMAINDER CLK-LEAP-REM
041280                 IF CLK-LEAP-REM = ZERO
041290                     MOVE 29 TO CLK-MONTH-LENGTH
041300                 END-IF
041310             END-IF
041320         END-IF
041330     END-IF
041340     IF CLK-PG-DAY < CLK-MONTH-LENGTH
041350         ADD 1 TO CLK-PG-DAY
041360         GO TO 3250-EXIT
041370     END-IF
041380     MOVE 1 TO CLK-PG-DAY
041390     IF CLK-PG-MONTH = 12
041400         ADD 1 TO CLK-PG-YEAR
041410         MOVE 1 TO CLK-PG-MONTH
041420     ELSE
041430         ADD 1 TO CLK-PG-MONTH
041440     END-IF.
041450 3250-EXIT.
041460     EXIT.
041470*****************************************************************
041480* 5000-PREFLIGHT-AUDIT
041490*     RUN MODE P.  RE-READS EVERY CONTROL FILE AND PRINTS, ON
041500*     SYSOUT, ONE LINE PER FIELD SAYING WHETHER IT WAS SUPPLIED,
041510*     DEFAULTED, OR REJECTED AND WHY, THEN A CLEAR PASS/FAIL.
041520*     A FAIL SETS RETURN-CODE 8 SO THE SCHEDULER CAN STOP THE
041530*     CLOCK START BEHIND IT INSTEAD OF LETTING A BAD CONFIG
041540*     DEGRADE THE DISPLAY SILENTLY.  NOTE THE AUDIT IS STRICTER
041550*     THAN THE CLOCK ITSELF: A NON-BLANK FIELD THE CLOCK WOULD
041560*     QUIETLY FALL BACK TO DEFAULT ON, OR A CLOCKTZ LINE IT
041570*     WOULD QUIETLY SKIP, IS REPORTED AS REJECTED HERE, BECAUSE
041580*     SILENT FALLBACK IS EXACTLY WHAT THIS MODE EXISTS TO CATCH.
041590*****************************************************************
041600 5000-PREFLIGHT-AUDIT.
041610     DISPLAY 'CLOCK PREFLIGHT CONFIGURATION AUDIT'
041620     PERFORM 5100-AUDIT-PARMS THRU 5100-EXIT
041630     PERFORM 5200-AUDIT-TIMEZONES THRU 5200-EXIT
041640     PERFORM 5300-AUDIT-COLORS THRU 5300-EXIT
041650     PERFORM 5400-AUDIT-REFERENCE THRU 5400-EXIT
041660     PERFORM 5500-AUDIT-CHECKPOINT THRU 5500-EXIT
041670     PERFORM 5600-AUDIT-CALENDAR THRU 5600-EXIT
041680     PERFORM 5700-AUDIT-DEADLINES THRU 5700-EXIT
041690     PERFORM 5800-AUDIT-MAINT-WINDOWS THRU 5800-EXIT
041700     PERFORM 5850-AUDIT-ONCALL-ROSTER THRU 5850-EXIT
041710     PERFORM 5890-AUDIT-NOTICES THRU 5890-EXIT
041720     IF CLK-PF-REJECT-COUNT = ZERO
041730         DISPLAY 'RESULT: PASS'
041740     ELSE
041750         MOVE CLK-PF-REJECT-COUNT TO CLK-PF-REJECT-EDIT
041760         DISPLAY 'RESULT: FAIL - ' CLK-PF-REJECT-EDIT
041770             ' FIELD(S) REJECTED'
041780         MOVE 8 TO RETURN-CODE
041790     END-IF.
041800 5000-EXIT.
041810     EXIT.
041820*****************************************************************
041830* 5100-AUDIT-PARMS
041840*     RE-READS CLOCKPRM INTO THE SCRATCH BUFFER AND REPORTS WHAT
041850*     EACH FIELD RESOLVED TO.  AN ABSENT OR EMPTY FILE LEAVES
041860*     THE BUFFER BLANK SO EVERY FIELD REPORTS ITS DEFAULT.
041870*****************************************************************
041880 5100-AUDIT-PARMS.
041890     MOVE SPACES TO WS-CLK-PARM-RECORD
041900     OPEN INPUT CLOCK-PARM-FILE
041910     IF CLK-PARM-FILE-STATUS = '00'
041920         READ CLOCK-PARM-FILE INTO WS-CLK-PARM-RECORD
041930             AT END
041940                 CONTINUE
041950         END-READ
041960         CLOSE CLOCK-PARM-FILE
041970         DISPLAY 'CLOCKPRM: FILE PRESENT'
041980     ELSE
041990         IF CLK-PARM-FILE-STATUS = '05'
042000             CLOSE CLOCK-PARM-FILE
042010         END-IF
042020         DISPLAY 'CLOCKPRM: FILE ABSENT - ALL DEFAULTS IN EFFECT'
042030     END-IF
042040     MOVE 'DISPLAY MODE' TO CLK-PF-FIELD-NAME
042050     IF WS-CLK-DISPLAY-MODE = SPACE
042060         MOVE '12-HOUR (1)' TO CLK-PF-REASON
042070         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042080     ELSE
042090         IF WS-CLK-DISPLAY-MODE = '1' OR WS-CLK-DISPLAY-MODE = '2'
042100             MOVE WS-CLK-DISPLAY-MODE TO CLK-PF-REASON
042110             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042120         ELSE
042130             MOVE 'NOT 1 OR 2 - CLOCK WOULD SHOW 12-HOUR'
042140                 TO CLK-PF-REASON
042150             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042160         END-IF
042170     END-IF
042180     MOVE 'ALARM SWITCH' TO CLK-PF-FIELD-NAME
042190     IF WS-CLK-ALARM-SWITCH = SPACE
042200         MOVE 'DISABLED (N)' TO CLK-PF-REASON
042210         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042220     ELSE
042230         IF WS-CLK-ALARM-SWITCH = 'Y' OR WS-CLK-ALARM-SWITCH = 'N'
042240             MOVE WS-CLK-ALARM-SWITCH TO CLK-PF-REASON
042250             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042260         ELSE
042270             MOVE 'NOT Y OR N - ALARM WOULD NOT ARM'
042280                 TO CLK-PF-REASON
042290             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042300         END-IF
042310     END-IF
042320     MOVE 'TARGET TIME' TO CLK-PF-FIELD-NAME
042330     IF WS-CLK-TARGET-TIME = SPACES
042340         MOVE 'NO CUTOVER TARGET' TO CLK-PF-REASON
042350         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042360     ELSE
042370         IF WS-CLK-TARGET-HOURS IS NUMERIC
042380                 AND WS-CLK-TARGET-MINUTES IS NUMERIC
042390                 AND WS-CLK-TARGET-SECONDS IS NUMERIC
042400                 AND WS-CLK-TARGET-HOURS < 24
042410                 AND WS-CLK-TARGET-MINUTES < 60
042420                 AND WS-CLK-TARGET-SECONDS < 60
042430             MOVE WS-CLK-TARGET-TIME TO CLK-PF-REASON
042440             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042450         ELSE
042460             MOVE 'NOT HHMMSS 000000-235959 - NEVER FIRES'
042470                 TO CLK-PF-REASON
042480             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042490         END-IF
042500     END-IF
042510     MOVE 'SLEEP NANOS' TO CLK-PF-FIELD-NAME
042520     IF WS-CLK-SLEEP-NANOS = SPACES
042530         MOVE 'ONE SECOND (1000000000)' TO CLK-PF-REASON
042540         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042550     ELSE
042560         IF WS-CLK-SLEEP-NANOS IS NUMERIC
042570             MOVE WS-CLK-SLEEP-NANOS TO CLK-PF-REASON
042580             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042590         ELSE
042600             MOVE 'NOT TEN DIGITS - DEFAULT WOULD STAND'
042610                 TO CLK-PF-REASON
042620             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042630         END-IF
042640     END-IF
042650     MOVE 'RUN MODE' TO CLK-PF-FIELD-NAME
042660     IF WS-CLK-RUN-MODE = SPACE
042670         MOVE 'WALL CLOCK (C)' TO CLK-PF-REASON
042680         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042690     ELSE
042700         IF WS-CLK-RUN-WALL-CLOCK OR WS-CLK-RUN-STOPWATCH
042710                 OR WS-CLK-RUN-PREFLIGHT
042720             MOVE WS-CLK-RUN-MODE TO CLK-PF-REASON
042730             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042740         ELSE
042750             MOVE 'NOT C, S, OR P - WOULD RUN AS WALL CLOCK'
042760                 TO CLK-PF-REASON
042770             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042780         END-IF
042790     END-IF
042800     MOVE 'DRIFT THRESH' TO CLK-PF-FIELD-NAME
042810     IF WS-CLK-DRIFT-THRESH-SECS = SPACES
042820         MOVE 'FIVE SECONDS (005)' TO CLK-PF-REASON
042830         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042840     ELSE
042850         IF WS-CLK-DRIFT-THRESH-SECS IS NUMERIC
042860             MOVE WS-CLK-DRIFT-THRESH-SECS TO CLK-PF-REASON
042870             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
042880         ELSE
042890             MOVE 'NOT THREE DIGITS - DEFAULT WOULD STAND'
042900                 TO CLK-PF-REASON
042910             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
042920         END-IF
042930     END-IF
042940     MOVE 'RETAIN DAYS' TO CLK-PF-FIELD-NAME
042950     IF WS-CLK-RETAIN-DAYS = SPACES
042960         MOVE 'FOURTEEN DAYS (014)' TO CLK-PF-REASON
042970         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
042980     ELSE
042990         IF WS-CLK-RETAIN-DAYS IS NUMERIC
043000             MOVE WS-CLK-RETAIN-DAYS TO CLK-PF-REASON
043010             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
043020         ELSE
043030             MOVE 'NOT THREE DIGITS - DEFAULT WOULD STAND'
043040                 TO CLK-PF-REASON
043050             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
043060         END-IF
043070     END-IF
043080     MOVE 'ESCALATE MINS' TO CLK-PF-FIELD-NAME
043090     IF WS-CLK-ESCALATE-MINS = SPACES
043100         MOVE 'TEN MINUTES (010)' TO CLK-PF-REASON
043110         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
043120     ELSE
043130         IF WS-CLK-ESCALATE-MINS IS NUMERIC
043140             MOVE WS-CLK-ESCALATE-MINS TO CLK-PF-REASON
043150             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
043160         ELSE
043170             MOVE 'NOT THREE DIGITS - DEFAULT WOULD STAND'
043180                 TO CLK-PF-REASON
043190             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
043200         END-IF
043210     END-IF
043220     MOVE 'REPAGE MINS' TO CLK-PF-FIELD-NAME
043230     IF WS-CLK-REPAGE-MINS = SPACES
043240         MOVE 'TEN MINUTES (010)' TO CLK-PF-REASON
043250         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
043260     ELSE
043270         IF WS-CLK-REPAGE-MINS IS NUMERIC
043280             MOVE WS-CLK-REPAGE-MINS TO CLK-PF-REASON
043290             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
043300         ELSE
043310             MOVE 'NOT THREE DIGITS - DEFAULT WOULD STAND'
043320                 TO CLK-PF-REASON
043330             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
043340         END-IF
043350     END-IF
043360     MOVE 'HOME DST RULE' TO CLK-PF-FIELD-NAME
043370     IF WS-CLK-HOME-DST-RULE = SPACES
043380         MOVE 'NONE - OUR CLOCK KEEPS NO DST' TO CLK-PF-REASON
043390         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
043400     ELSE
043410         IF WS-CLK-HOME-DST-KNOWN
043420             MOVE WS-CLK-HOME-DST-RULE TO CLK-PF-REASON
043430             PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
043440         ELSE
043450             MOVE 'NOT A KNOWN RULE - DEFAULT WOULD STAND'
043460                 TO CLK-PF-REASON
043470             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
043480         END-IF
043490     END-IF.
043500 5100-EXIT.
043510     EXIT.
043520*****************************************************************
043530* 5200-AUDIT-TIMEZONES
043540*     RE-READS CLOCKTZ LINE BY LINE AND REPORTS EACH ONE THE WAY
043550*     1210-READ-ONE-TZ WOULD TREAT IT, INCLUDING LINES PAST THE
043560*     THREE SLOTS, WHICH THE CLOCK WOULD SILENTLY IGNORE.
043570*****************************************************************
043580 5200-AUDIT-TIMEZONES.
043590     MOVE ZERO TO CLK-PF-TZ-LINE-COUNT
043600     MOVE 'N' TO CLK-PF-EOF-SWITCH
043610     OPEN INPUT CLOCK-TZ-FILE
043620     IF CLK-TZ-FILE-STATUS NOT = '00'
043630         IF CLK-TZ-FILE-STATUS = '05'
043640             CLOSE CLOCK-TZ-FILE
043650         END-IF
043660         DISPLAY 'CLOCKTZ: FILE ABSENT - NO REMOTE SITE STRIP'
043670         GO TO 5200-EXIT
043680     END-IF
043690     DISPLAY 'CLOCKTZ: FILE PRESENT'
043700     PERFORM 5210-AUDIT-ONE-TZ THRU 5210-EXIT
043710         UNTIL CLK-PF-AT-END
043720     CLOSE CLOCK-TZ-FILE.
043730 5200-EXIT.
043740     EXIT.
043750*****************************************************************
043760* 5210-AUDIT-ONE-TZ
043770*     REPORTS ONE CLOCKTZ LINE: ACCEPTED INTO A SLOT WITH ITS
043780*     HOURS:MINUTES OFFSET, REJECTED FOR THE SAME REASON THE
043790*     CLOCK WOULD SKIP IT (1220-EDIT-TZ-LINE), OR REJECTED BECAUSE
043800*     ALL THREE SLOTS ARE ALREADY TAKEN.  A SITE WITH A DST RULE
043810*     GETS A SECOND LINE GIVING THE DATES THE RULE RESOLVES TO
043820*     THIS YEAR AND WHETHER DST IS IN EFFECT TODAY.
043830*****************************************************************
043840 5210-AUDIT-ONE-TZ.
043850     READ CLOCK-TZ-FILE
043860         AT END
043870             SET CLK-PF-AT-END TO TRUE
043880     END-READ
043890     IF CLK-PF-AT-END
043900         GO TO 5210-EXIT
043910     END-IF
043920     ADD 1 TO CLK-PF-TZ-LINE-COUNT
043930     MOVE SPACES TO CLK-PF-FIELD-NAME
043940     STRING 'TZ LINE ' DELIMITED BY SIZE
043950         CLK-PF-TZ-LINE-COUNT DELIMITED BY SIZE
043960         INTO CLK-PF-FIELD-NAME
043970     END-STRING
043980     IF CLK-PF-TZ-LINE-COUNT > 3
043990         MOVE 'PAST THE THREE SLOTS - SITE NOT SHOWN'
044000             TO CLK-PF-REASON
044010         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
044020         GO TO 5210-EXIT
044030     END-IF
044040     PERFORM 1220-EDIT-TZ-LINE THRU 1220-EXIT
044050     IF CLK-TZ-EDIT-REASON NOT = SPACES
044060         MOVE CLK-TZ-EDIT-REASON TO CLK-PF-REASON
044070         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
044080         GO TO 5210-EXIT
044090     END-IF
044100     MOVE SPACES TO CLK-PF-REASON
044110     STRING CLK-TZ-SITE-NAME DELIMITED BY SIZE
044120         ' ' DELIMITED BY SIZE
044130         CLK-TZ-OFFSET-SIGN DELIMITED BY SIZE
044140         CLK-TZ-OFFSET-HRS DELIMITED BY SIZE
044150         ':' DELIMITED BY SIZE
044160         CLK-TZ-OFFSET-MINS DELIMITED BY SIZE
044170         INTO CLK-PF-REASON
044180     END-STRING
044190     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
044200     IF CLK-TZ-DST-NONE
044210         GO TO 5210-EXIT
044220     END-IF
044230     MOVE CLK-TZ-DST-RULE TO CLK-DST-STAGE-RULE
044240     MOVE CLK-TZ-DST-START TO CLK-DST-STAGE-START
044250     MOVE CLK-TZ-DST-END TO CLK-DST-STAGE-END
044260     PERFORM 1290-RESOLVE-DST-RULE THRU 1290-EXIT
044270     MOVE SPACES TO CLK-PF-FIELD-NAME
044280     STRING 'TZ DST ' DELIMITED BY SIZE
044290         CLK-PF-TZ-LINE-COUNT DELIMITED BY SIZE
044300         INTO CLK-PF-FIELD-NAME
044310     END-STRING
044320     MOVE SPACES TO CLK-PF-REASON
044330     IF CLK-DST-IN-EFFECT
044340         STRING CLK-TZ-DST-RULE DELIMITED BY SPACE
044350             ' ' DELIMITED BY SIZE
044360             CLK-DST-FROM DELIMITED BY SIZE
044370             '-' DELIMITED BY SIZE
044380             CLK-DST-UNTIL DELIMITED BY SIZE
044390             ' IN EFFECT' DELIMITED BY SIZE
044400             INTO CLK-PF-REASON
044410         END-STRING
044420     ELSE
044430         STRING CLK-TZ-DST-RULE DELIMITED BY SPACE
044440             ' ' DELIMITED BY SIZE
044450             CLK-DST-FROM DELIMITED BY SIZE
044460             '-' DELIMITED BY SIZE
044470             CLK-DST-UNTIL DELIMITED BY SIZE
044480             ' NOT IN EFFECT' DELIMITED BY SIZE
044490             INTO CLK-PF-REASON
044500         END-STRING
044510     END-IF
044520     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT.
044530 5210-EXIT.
044540     EXIT.
044550*****************************************************************
044560* 5300-AUDIT-COLORS
044570*     RE-READS CLOCKCLR INTO THE SCRATCH BUFFER AND REPORTS EACH
044580*     OF THE THREE CODES, HOLDING THEM TO THE 0-7 RANGE CLKCLRC
044590*     DOCUMENTS.
044600*****************************************************************
044610 5300-AUDIT-COLORS.
044620     MOVE SPACES TO WS-CLK-COLOR-RECORD
044630     OPEN INPUT CLOCK-COLOR-FILE
044640     IF CLK-COLOR-FILE-STATUS = '00'
044650         READ CLOCK-COLOR-FILE INTO WS-CLK-COLOR-RECORD
044660             AT END
044670                 CONTINUE
044680         END-READ
044690         CLOSE CLOCK-COLOR-FILE
044700         DISPLAY 'CLOCKCLR: FILE PRESENT'
044710     ELSE
044720         IF CLK-COLOR-FILE-STATUS = '05'
044730             CLOSE CLOCK-COLOR-FILE
044740         END-IF
044750         DISPLAY 'CLOCKCLR: FILE ABSENT - STOCK SCHEME IN EFFECT'
044760     END-IF
044770     MOVE 'COLOR NORMAL' TO CLK-PF-FIELD-NAME
044780     MOVE WS-CLK-COLOR-NORMAL TO CLK-PF-STATUS
044790     MOVE 'GREEN (2)' TO CLK-PF-REASON
044800     PERFORM 5310-AUDIT-ONE-COLOR THRU 5310-EXIT
044810     MOVE 'COLOR ALARM' TO CLK-PF-FIELD-NAME
044820     MOVE WS-CLK-COLOR-ALARM TO CLK-PF-STATUS
044830     MOVE 'YELLOW (6)' TO CLK-PF-REASON
044840     PERFORM 5310-AUDIT-ONE-COLOR THRU 5310-EXIT
044850     MOVE 'COLOR CUTOVER' TO CLK-PF-FIELD-NAME
044860     MOVE WS-CLK-COLOR-CUTOVER TO CLK-PF-STATUS
044870     MOVE 'RED (4)' TO CLK-PF-REASON
044880     PERFORM 5310-AUDIT-ONE-COLOR THRU 5310-EXIT.
044890 5300-EXIT.
044900     EXIT.
044910*****************************************************************
044920* 5310-AUDIT-ONE-COLOR
044930*     REPORTS ONE COLOR CODE.  THE CODE UNDER AUDIT ARRIVES
044940*     STAGED IN THE FIRST BYTE OF CLK-PF-STATUS AND THE DEFAULT
044950*     TEXT IN CLK-PF-REASON.
044960*****************************************************************
044970 5310-AUDIT-ONE-COLOR.
044980     IF CLK-PF-STATUS(1:1) = SPACE
044990         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
045000         GO TO 5310-EXIT
045010     END-IF
045020     IF CLK-PF-STATUS(1:1) >= '0' AND CLK-PF-STATUS(1:1) <= '7'
045030         MOVE CLK-PF-STATUS(1:1) TO CLK-PF-REASON
045040         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
045050     ELSE
045060         MOVE 'NOT A CODE 0-7 - DEFAULT WOULD STAND'
045070             TO CLK-PF-REASON
045080         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
045090     END-IF.
045100 5310-EXIT.
045110     EXIT.
045120*****************************************************************
045130* 5400-AUDIT-REFERENCE
045140*     REPORTS WHETHER A CLOCKREF REFERENCE TIMESTAMP IS PRESENT
045150*     AND READABLE, SINCE AN ABSENT OR BAD ONE QUIETLY IDLES THE
045160*     DRIFT CHECK.
045170*****************************************************************
045180 5400-AUDIT-REFERENCE.
045190     MOVE SPACES TO CLK-REF-RECORD
045200     OPEN INPUT CLOCK-REF-FILE
045210     IF CLK-REF-FILE-STATUS NOT = '00'
045220         IF CLK-REF-FILE-STATUS = '05'
045230             CLOSE CLOCK-REF-FILE
045240         END-IF
045250         DISPLAY 'CLOCKREF: FILE ABSENT - DRIFT CHECK IDLE'
045260         GO TO 5400-EXIT
045270     END-IF
045280     READ CLOCK-REF-FILE
045290         AT END
045300             CONTINUE
045310     END-READ
045320     CLOSE CLOCK-REF-FILE
045330     DISPLAY 'CLOCKREF: FILE PRESENT'
045340     MOVE 'REFERENCE TIME' TO CLK-PF-FIELD-NAME
045350     IF CLK-REF-HOURS IS NUMERIC
045360             AND CLK-REF-MINUTES IS NUMERIC
045370             AND CLK-REF-SECONDS IS NUMERIC
045380             AND CLK-REF-HOURS < 24
045390             AND CLK-REF-MINUTES < 60
045400             AND CLK-REF-SECONDS < 60
045410         MOVE CLK-REF-RECORD TO CLK-PF-REASON
045420         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
045430     ELSE
045440         MOVE 'NOT HHMMSS - DRIFT CHECK MISLEADING'
045450             TO CLK-PF-REASON
045460         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
045470     END-IF.
045480 5400-EXIT.
045490     EXIT.
045500*****************************************************************
045510* 5500-AUDIT-CHECKPOINT
045520*     REPORTS WHAT A RESTART WOULD RESUME FROM CLOCKCKP, SINCE A
045530*     STALE OR MANGLED CHECKPOINT IS AS CAPABLE OF SURPRISING
045540*     FIRST SHIFT AS A BAD CONTROL FILE.
045550*****************************************************************
045560 5500-AUDIT-CHECKPOINT.
045570     MOVE SPACES TO CLK-CKPT-RECORD
045580     OPEN INPUT CLOCK-CKPT-FILE
045590     IF CLK-CKPT-FILE-STATUS NOT = '00'
045600         IF CLK-CKPT-FILE-STATUS = '05'
045610             CLOSE CLOCK-CKPT-FILE
045620         END-IF
045630         DISPLAY 'CLOCKCKP: FILE ABSENT - COLD START'
045640         GO TO 5500-EXIT
045650     END-IF
045660     READ CLOCK-CKPT-FILE
045670         AT END
045680             CONTINUE
045690     END-READ
045700     CLOSE CLOCK-CKPT-FILE
045710     DISPLAY 'CLOCKCKP: FILE PRESENT - RESTART WOULD RESUME'
045720     MOVE 'CKPT RUN MODE' TO CLK-PF-FIELD-NAME
045730     IF CLK-CKPT-RUN-MODE = 'C' OR CLK-CKPT-RUN-MODE = 'S'
045740         MOVE CLK-CKPT-RUN-MODE TO CLK-PF-REASON
045750         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
045760     ELSE
045770         MOVE 'NOT C OR S - RESUME WOULD MISBEHAVE'
045780             TO CLK-PF-REASON
045790         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
045800     END-IF
045810     MOVE 'CKPT DISP MODE' TO CLK-PF-FIELD-NAME
045820     IF CLK-CKPT-DISPLAY-MODE = '1' OR CLK-CKPT-DISPLAY-MODE = '2'
045830         MOVE CLK-CKPT-DISPLAY-MODE TO CLK-PF-REASON
045840         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
045850     ELSE
045860         MOVE 'NOT 1 OR 2 - RESUME WOULD MISBEHAVE'
045870             TO CLK-PF-REASON
045880         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
045890     END-IF
045900     MOVE 'CKPT STARTMARK' TO CLK-PF-FIELD-NAME
045910     IF CLK-CKPT-START-TIME IS NUMERIC
045920         MOVE CLK-CKPT-START-TIME TO CLK-PF-REASON
045930         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
045940     ELSE
045950         MOVE 'NOT NUMERIC - STOPWATCH WOULD MISREAD'
045960             TO CLK-PF-REASON
045970         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
045980     END-IF.
045990 5500-EXIT.
046000     EXIT.
046010*****************************************************************
046020* 5600-AUDIT-CALENDAR
046030*     REPORTS WHETHER THE BUSINESS-DAY CALENDAR IS PRESENT AND
046040*     WHAT TODAY RESOLVED TO, SINCE A DATE MISSING FROM THE
046050*     CALENDAR QUIETLY COUNTS AS A NORMAL PROCESSING DAY, AND
046060*     COLLECTS EVERY DAY TYPE THE CALENDAR USES SO 5700 CAN
046070*     CHECK EACH HAS A DEADLINE SET.
046080*****************************************************************
046090 5600-AUDIT-CALENDAR.
046100     ACCEPT CLK-CURRENT-DATE FROM DATE YYYYMMDD
046110     PERFORM 1500-READ-CALENDAR THRU 1500-EXIT
046120     MOVE 1 TO CLK-PF-TYPE-COUNT
046130     MOVE 'NORMAL' TO CLK-PFT-NAME(1)
046140     MOVE ZERO TO CLK-PFT-FIRST-DATE(1)
046150     MOVE 'N' TO CLK-PF-TYPE-OVER-SWITCH
046160     IF CLK-CAL-FILE-STATUS = '05'
046170         DISPLAY 'CLOCKCAL: FILE ABSENT - EVERY DAY TREATED AS '
046180             'PROCESSING'
046190         GO TO 5600-EXIT
046200     END-IF
046210     DISPLAY 'CLOCKCAL: FILE PRESENT'
046220     MOVE 'TODAY' TO CLK-PF-FIELD-NAME
046230     IF CLK-CAL-DATE-FOUND
046240         MOVE CLK-PROC-STATUS-TEXT TO CLK-PF-REASON
046250         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
046260     ELSE
046270         MOVE 'DATE NOT IN CALENDAR - PROCESSING ASSUMED'
046280             TO CLK-PF-REASON
046290         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
046300     END-IF
046310     MOVE 'TODAY TYPE' TO CLK-PF-FIELD-NAME
046320     MOVE CLK-TODAY-DAY-TYPE TO CLK-PF-REASON
046330     IF CLK-CAL-DATE-FOUND
046340         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
046350     ELSE
046360         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
046370     END-IF
046380     MOVE 'N' TO CLK-PF-EOF-SWITCH
046390     OPEN INPUT CLOCK-CAL-FILE
046400     IF CLK-CAL-FILE-STATUS = '00'
046410         PERFORM 5610-SCAN-ONE-CAL THRU 5610-EXIT
046420             UNTIL CLK-PF-AT-END
046430         CLOSE CLOCK-CAL-FILE
046440     ELSE
046450         IF CLK-CAL-FILE-STATUS = '05'
046460             CLOSE CLOCK-CAL-FILE
046470         END-IF
046480     END-IF
046490     IF CLK-PF-TYPE-OVERFLOW
046500         MOVE 'CAL DAY TYPES' TO CLK-PF-FIELD-NAME
046510         MOVE 'OVER TWENTY DAY TYPES - REST NOT CHECKED'
046520             TO CLK-PF-REASON
046530         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
046540     END-IF.
046550 5600-EXIT.
046560     EXIT.
046570*****************************************************************
046580* 5610-SCAN-ONE-CAL
046590*     READS ONE CALENDAR LINE AND ADDS ITS DAY TYPE TO THE AUDIT
046600*     TYPE TABLE THE FIRST TIME IT IS SEEN, REMEMBERING THE FIRST
046610*     DATE CARRYING IT.  A BLANK TYPE IS NORMAL, ALREADY SEEDED.
046620*****************************************************************
046630 5610-SCAN-ONE-CAL.
046640     READ CLOCK-CAL-FILE
046650         AT END
046660             SET CLK-PF-AT-END TO TRUE
046670     END-READ
046680     IF CLK-PF-AT-END
046690         GO TO 5610-EXIT
046700     END-IF
046710     IF CLK-CAL-DATE IS NOT NUMERIC
046720             OR CLK-CAL-DAY-TYPE = SPACES
046730         GO TO 5610-EXIT
046740     END-IF
046750     MOVE ZERO TO CLK-PF-TYPE-MATCH
046760     PERFORM 5615-MATCH-ONE-TYPE THRU 5615-EXIT
046770         VARYING CLK-PF-TYPE-SUB FROM 1 BY 1
046780         UNTIL CLK-PF-TYPE-SUB > CLK-PF-TYPE-COUNT
046790     IF CLK-PF-TYPE-MATCH > ZERO
046800         GO TO 5610-EXIT
046810     END-IF
046820     IF CLK-PF-TYPE-COUNT = 20
046830         SET CLK-PF-TYPE-OVERFLOW TO TRUE
046840         GO TO 5610-EXIT
046850     END-IF
046860     ADD 1 TO CLK-PF-TYPE-COUNT
046870     MOVE CLK-CAL-DAY-TYPE TO CLK-PFT-NAME(CLK-PF-TYPE-COUNT)
046880     MOVE CLK-CAL-DATE TO CLK-PFT-FIRST-DATE(CLK-PF-TYPE-COUNT).
046890 5610-EXIT.
046900     EXIT.
046910 5615-MATCH-ONE-TYPE.
046920     IF CLK-PFT-NAME(CLK-PF-TYPE-SUB) = CLK-CAL-DAY-TYPE
046930         MOVE CLK-PF-TYPE-SUB TO CLK-PF-TYPE-MATCH
046940     END-IF.
046950 5615-EXIT.
046960     EXIT.
046970*****************************************************************
046980* 5700-AUDIT-DEADLINES
046990*     RE-READS CLOCKDLN LINE BY LINE AND REPORTS EACH ONE THE
047000*     WAY 1710-READ-ONE-DLN WOULD TREAT IT, PLUS TWO THINGS THE
047010*     CLOCK ITSELF TOLERATES QUIETLY: A LINE OUT OF ASCENDING
047020*     TIME ORDER WITHIN ITS SET (THE SCHEDULE ARMS IN FILE
047030*     ORDER, SO AN UNSORTED SET WARNS OUT OF SEQUENCE) AND LINES
047040*     PAST THE EIGHT SLOTS OF A SET.  THEN REPORTS WHICH SET
047050*     RESOLVED FOR TODAY AND REJECTS ANY CALENDAR DAY TYPE THAT
047060*     HAS NO SET, SINCE THE CLOCK WOULD QUIETLY ARM THE NORMAL
047070*     SET ON THAT DAY INSTEAD.  WITH NO CLOCKDLN AT ALL EVERY
047071*     CALENDAR DAY TYPE BUT NORMAL (SLOT 1) IS STILL REJECTED;
047072*     NORMAL ITSELF IS LEFT ALONE, AS THE SINGLE CLOCKPRM TARGET
047073*     IS EXACTLY WHAT A SHOP WITHOUT A CLOCKDLN EXPECTS.
047080*****************************************************************
047090 5700-AUDIT-DEADLINES.
047100     MOVE ZERO TO CLK-PF-DLN-LINE-COUNT
047110     MOVE ZERO TO CLK-PF-SET-COUNT
047120     MOVE 'N' TO CLK-PF-EOF-SWITCH
047130     OPEN INPUT CLOCK-DLN-FILE
047140     IF CLK-DLN-FILE-STATUS NOT = '00'
047150         IF CLK-DLN-FILE-STATUS = '05'
047160             CLOSE CLOCK-DLN-FILE
047170         END-IF
047180         DISPLAY 'CLOCKDLN: FILE ABSENT - SINGLE CLOCKPRM '
047190             'TARGET IN EFFECT'
047191         PERFORM 5750-AUDIT-ONE-TYPE THRU 5750-EXIT
047192             VARYING CLK-PF-TYPE-SUB FROM 2 BY 1
047193             UNTIL CLK-PF-TYPE-SUB > CLK-PF-TYPE-COUNT
047200         GO TO 5700-EXIT
047210     END-IF
047220     DISPLAY 'CLOCKDLN: FILE PRESENT'
047230     PERFORM 5710-AUDIT-ONE-DLN THRU 5710-EXIT
047240         UNTIL CLK-PF-AT-END
047250     CLOSE CLOCK-DLN-FILE
047260     MOVE 'TODAY SET' TO CLK-PF-FIELD-NAME
047270     IF CLK-DLN-SET-EXACT
047280         MOVE CLK-DLN-ARMED-SET TO CLK-PF-REASON
047290         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
047300     ELSE
047310         IF CLK-DLN-SET-FELL-BACK
047320             STRING 'NO ' DELIMITED BY SIZE
047330                 CLK-TODAY-DAY-TYPE DELIMITED BY SPACE
047340                 ' SET - NORMAL SET ARMED' DELIMITED BY SIZE
047350                 INTO CLK-PF-REASON
047360             END-STRING
047370         ELSE
047380             MOVE 'NO USABLE SET LINES - CLOCKPRM TARGET'
047390                 TO CLK-PF-REASON
047400         END-IF
047410         PERFORM 5920-PRINT-DEFAULTED THRU 5920-EXIT
047420     END-IF
047430     PERFORM 5750-AUDIT-ONE-TYPE THRU 5750-EXIT
047440         VARYING CLK-PF-TYPE-SUB FROM 1 BY 1
047450         UNTIL CLK-PF-TYPE-SUB > CLK-PF-TYPE-COUNT.
047460 5700-EXIT.
047470     EXIT.
047480*****************************************************************
047490* 5710-AUDIT-ONE-DLN
047500*     REPORTS ONE CLOCKDLN LINE: ACCEPTED INTO A SLOT OF ITS SET,
047510*     REJECTED FOR THE SAME REASON THE CLOCK WOULD SKIP IT, OUT
047520*     OF TIME SEQUENCE WITHIN ITS SET, OR PAST THE EIGHT SLOTS OF
047530*     ITS SET.
047540*****************************************************************
047550 5710-AUDIT-ONE-DLN.
047560     READ CLOCK-DLN-FILE
047570         AT END
047580             SET CLK-PF-AT-END TO TRUE
047590     END-READ
047600     IF CLK-PF-AT-END
047610         GO TO 5710-EXIT
047620     END-IF
047630     ADD 1 TO CLK-PF-DLN-LINE-COUNT
047640     MOVE SPACES TO CLK-PF-FIELD-NAME
047650     STRING 'DLN LINE ' DELIMITED BY SIZE
047660         CLK-PF-DLN-LINE-COUNT DELIMITED BY SIZE
047670         INTO CLK-PF-FIELD-NAME
047680     END-STRING
047690     IF CLK-DLN-NAME = SPACES
047700         MOVE 'NAME BLANK - LINE SKIPPED' TO CLK-PF-REASON
047710         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
047720         GO TO 5710-EXIT
047730     END-IF
047740     IF CLK-DLN-TIME IS NOT NUMERIC
047750             OR CLK-DLN-HOURS > 23
047760             OR CLK-DLN-MINUTES > 59
047770             OR CLK-DLN-SECONDS > 59
047780         MOVE 'NOT HHMMSS 000000-235959 - LINE SKIPPED'
047790             TO CLK-PF-REASON
047800         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
047810         GO TO 5710-EXIT
047820     END-IF
047830     IF CLK-DLN-LEAD-MINS IS NOT NUMERIC
047840         MOVE 'LEAD NOT THREE DIGITS - LINE SKIPPED'
047850             TO CLK-PF-REASON
047860         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
047870         GO TO 5710-EXIT
047880     END-IF
047890     IF CLK-DLN-CAL-FLAG NOT = 'Y' AND CLK-DLN-CAL-FLAG NOT = 'N'
047900             AND CLK-DLN-CAL-FLAG NOT = SPACE
047910         MOVE 'CAL FLAG NOT Y, N, OR BLANK - SKIPPED'
047920             TO CLK-PF-REASON
047930         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
047940         GO TO 5710-EXIT
047950     END-IF
047960     MOVE CLK-DLN-SET-NAME TO CLK-DLN-LINE-SET
047970     IF CLK-DLN-LINE-SET = SPACES
047980         MOVE 'NORMAL' TO CLK-DLN-LINE-SET
047990     END-IF
048000     MOVE ZERO TO CLK-PF-SET-MATCH
048010     PERFORM 5715-MATCH-ONE-SET THRU 5715-EXIT
048020         VARYING CLK-PF-SET-SUB FROM 1 BY 1
048030         UNTIL CLK-PF-SET-SUB > CLK-PF-SET-COUNT
048040     IF CLK-PF-SET-MATCH = ZERO
048050         IF CLK-PF-SET-COUNT = 20
048060             MOVE 'OVER TWENTY SETS - LINE NOT AUDITED'
048070                 TO CLK-PF-REASON
048080             PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
048090             GO TO 5710-EXIT
048100         END-IF
048110         ADD 1 TO CLK-PF-SET-COUNT
048120         MOVE CLK-PF-SET-COUNT TO CLK-PF-SET-MATCH
048130         MOVE CLK-DLN-LINE-SET TO CLK-PFS-NAME(CLK-PF-SET-MATCH)
048140         MOVE ZERO TO CLK-PFS-LINE-COUNT(CLK-PF-SET-MATCH)
048150         MOVE -1 TO CLK-PFS-PRIOR-SECS(CLK-PF-SET-MATCH)
048160     END-IF
048170     ADD 1 TO CLK-PFS-LINE-COUNT(CLK-PF-SET-MATCH)
048180     IF CLK-PFS-LINE-COUNT(CLK-PF-SET-MATCH) > 8
048190         MOVE 'PAST EIGHT SLOTS IN ITS SET - NOT ARMED'
048200             TO CLK-PF-REASON
048210         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
048220         GO TO 5710-EXIT
048230     END-IF
048240     COMPUTE CLK-DLN-LEAD-START =
048250         (CLK-DLN-HOURS * 3600) + (CLK-DLN-MINUTES * 60)
048260             + CLK-DLN-SECONDS
048270     IF CLK-DLN-LEAD-START < CLK-PFS-PRIOR-SECS(CLK-PF-SET-MATCH)
048280         MOVE 'OUT OF TIME SEQUENCE - ARMS IN FILE ORDER'
048290             TO CLK-PF-REASON
048300         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
048310         MOVE CLK-DLN-LEAD-START
048320             TO CLK-PFS-PRIOR-SECS(CLK-PF-SET-MATCH)
048330         GO TO 5710-EXIT
048340     END-IF
048350     MOVE CLK-DLN-LEAD-START
048360         TO CLK-PFS-PRIOR-SECS(CLK-PF-SET-MATCH)
048370     STRING CLK-DLN-NAME DELIMITED BY SIZE
048380         ' SET ' DELIMITED BY SIZE
048390         CLK-DLN-LINE-SET DELIMITED BY SIZE
048400         INTO CLK-PF-REASON
048410     END-STRING
048420     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT.
048430 5710-EXIT.
048440     EXIT.
048450 5715-MATCH-ONE-SET.
048460     IF CLK-PFS-NAME(CLK-PF-SET-SUB) = CLK-DLN-LINE-SET
048470         MOVE CLK-PF-SET-SUB TO CLK-PF-SET-MATCH
048480     END-IF.
048490 5715-EXIT.
048500     EXIT.
048510*****************************************************************
048520* 5750-AUDIT-ONE-TYPE
048530*     MATCHES ONE CALENDAR DAY TYPE TO A CLOCKDLN SET OF THE SAME
048540*     NAME.  A TYPE WITH NO SET IS REJECTED: ON THAT DAY THE
048550*     CLOCK WOULD ARM THE NORMAL SET (OR, FOR NORMAL ITSELF OR
048560*     WHEN THERE ARE NO SETS AT ALL, THE SINGLE CLOCKPRM TARGET)
048570*     AND NOBODY WOULD KNOW UNTIL A DEADLINE WAS MISSED.
048580*****************************************************************
048590 5750-AUDIT-ONE-TYPE.
048600     MOVE ZERO TO CLK-PF-SET-MATCH
048610     PERFORM 5755-MATCH-TYPE-SET THRU 5755-EXIT
048620         VARYING CLK-PF-SET-SUB FROM 1 BY 1
048630         UNTIL CLK-PF-SET-SUB > CLK-PF-SET-COUNT
048640     MOVE SPACES TO CLK-PF-FIELD-NAME
048650     STRING 'TYPE ' DELIMITED BY SIZE
048660         CLK-PFT-NAME(CLK-PF-TYPE-SUB) DELIMITED BY SIZE
048670         INTO CLK-PF-FIELD-NAME
048680     END-STRING
048690     IF CLK-PF-SET-MATCH > ZERO
048700         MOVE 'DEADLINE SET PRESENT' TO CLK-PF-REASON
048710         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
048720         GO TO 5750-EXIT
048730     END-IF
048740     IF CLK-PFT-NAME(CLK-PF-TYPE-SUB) = 'NORMAL'
048750         MOVE 'NO NORMAL SET - CLOCKPRM TARGET ARMS'
048760             TO CLK-PF-REASON
048770     ELSE
048780         MOVE SPACES TO CLK-PF-REASON
048781         IF CLK-PF-SET-COUNT = ZERO
048782             STRING 'NO SET - CLOCKPRM ARMS, FIRST '
048783                     DELIMITED BY SIZE
048784                 CLK-PFT-FIRST-DATE(CLK-PF-TYPE-SUB)
048785                     DELIMITED BY SIZE
048786                 INTO CLK-PF-REASON
048787             END-STRING
048788         ELSE
048789             STRING 'NO SET - NORMAL ARMS, FIRST '
048790                     DELIMITED BY SIZE
048800                 CLK-PFT-FIRST-DATE(CLK-PF-TYPE-SUB)
048810                     DELIMITED BY SIZE
048811                 INTO CLK-PF-REASON
048812             END-STRING
048820         END-IF
048830     END-IF
048840     PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT.
048850 5750-EXIT.
048860     EXIT.
048870 5755-MATCH-TYPE-SET.
048880     IF CLK-PFS-NAME(CLK-PF-SET-SUB)
048890             = CLK-PFT-NAME(CLK-PF-TYPE-SUB)
048900         MOVE CLK-PF-SET-SUB TO CLK-PF-SET-MATCH
048910     END-IF.
048920 5755-EXIT.
048930     EXIT.
048940*****************************************************************
048950* 5800-AUDIT-MAINT-WINDOWS
048960*     RE-READS CLOCKMNW LINE BY LINE AND REPORTS EACH WINDOW THE
048970*     WAY 1810-READ-ONE-MNW WOULD TREAT IT, PLUS TWO THINGS THE
048980*     CLOCK ITSELF TOLERATES QUIETLY: LINES PAST THE 20 SLOTS, AND
048990*     A WINDOW OVERLAPPING AN EARLIER ONE (THE REPORTS WOULD
049000*     COUNT THE SHARED TIME TWICE).
049010*****************************************************************
049020 5800-AUDIT-MAINT-WINDOWS.
049030     MOVE ZERO TO CLK-PF-MNW-LINE-COUNT
049040     MOVE ZERO TO CLK-PF-MNW-ACCEPTED
049050     MOVE 'N' TO CLK-PF-EOF-SWITCH
049060     OPEN INPUT CLOCK-MNW-FILE
049070     IF CLK-MNW-FILE-STATUS NOT = '00'
049080         IF CLK-MNW-FILE-STATUS = '05'
049090             CLOSE CLOCK-MNW-FILE
049100         END-IF
049110         DISPLAY 'CLOCKMNW: FILE ABSENT - NO PLANNED OUTAGES'
049120         GO TO 5800-EXIT
049130     END-IF
049140     DISPLAY 'CLOCKMNW: FILE PRESENT'
049150     PERFORM 5810-AUDIT-ONE-MNW THRU 5810-EXIT
049160         UNTIL CLK-PF-AT-END
049170     CLOSE CLOCK-MNW-FILE.
049180 5800-EXIT.
049190     EXIT.
049200*****************************************************************
049210* 5810-AUDIT-ONE-MNW
049220*     REPORTS ONE CLOCKMNW LINE: ACCEPTED (TICKET AND SPAN),
049230*     REJECTED FOR THE SAME REASON THE CLOCK WOULD SKIP IT, PAST
049240*     THE 20 SLOTS, OR OVERLAPPING A WINDOW ACCEPTED ABOVE IT.
049250*     THE ACCEPTED LINES LOAD INTO THE WINDOW TABLE IN THE SAME
049260*     ORDER, SO THE OVERLAP TEST RUNS AGAINST THE TABLE.
049270*****************************************************************
049280 5810-AUDIT-ONE-MNW.
049290     READ CLOCK-MNW-FILE
049300         AT END
049310             SET CLK-PF-AT-END TO TRUE
049320     END-READ
049330     IF CLK-PF-AT-END
049340         GO TO 5810-EXIT
049350     END-IF
049360     ADD 1 TO CLK-PF-MNW-LINE-COUNT
049370     MOVE SPACES TO CLK-PF-FIELD-NAME
049380     STRING 'MNW LINE ' DELIMITED BY SIZE
049390         CLK-PF-MNW-LINE-COUNT DELIMITED BY SIZE
049400         INTO CLK-PF-FIELD-NAME
049410     END-STRING
049420     PERFORM 1820-EDIT-MNW-LINE THRU 1820-EXIT
049430     IF CLK-MNW-EDIT-REASON NOT = SPACES
049440         MOVE CLK-MNW-EDIT-REASON TO CLK-PF-REASON
049450         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
049460         GO TO 5810-EXIT
049470     END-IF
049480     IF CLK-PF-MNW-ACCEPTED = 20
049490         MOVE 'PAST THE 20 WINDOW SLOTS - IGNORED'
049500             TO CLK-PF-REASON
049510         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
049520         GO TO 5810-EXIT
049530     END-IF
049540     MOVE 'N' TO CLK-PF-MNW-OVERLAP-SW
049550     PERFORM 5815-CHECK-ONE-OVERLAP THRU 5815-EXIT
049560         VARYING CLK-MNW-SUB FROM 1 BY 1
049570         UNTIL CLK-MNW-SUB > CLK-PF-MNW-ACCEPTED
049580     ADD 1 TO CLK-PF-MNW-ACCEPTED
049590     IF CLK-PF-MNW-OVERLAPS
049600         MOVE SPACES TO CLK-PF-REASON
049610         STRING CLK-MNW-TICKET DELIMITED BY SPACE
049620             ' OVERLAPS AN EARLIER WINDOW' DELIMITED BY SIZE
049630             INTO CLK-PF-REASON
049640         END-STRING
049650         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
049660         GO TO 5810-EXIT
049670     END-IF
049680     STRING CLK-MNW-TICKET DELIMITED BY SIZE
049690         ' ' DELIMITED BY SIZE
049700         CLK-MNW-START-DATE DELIMITED BY SIZE
049710         ' ' DELIMITED BY SIZE
049720         CLK-MNW-START-TIME DELIMITED BY SIZE
049730         '-' DELIMITED BY SIZE
049740         CLK-MNW-END-DATE DELIMITED BY SIZE
049750         ' ' DELIMITED BY SIZE
049760         CLK-MNW-END-TIME DELIMITED BY SIZE
049770         INTO CLK-PF-REASON
049780     END-STRING
049790     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT.
049800 5810-EXIT.
049810     EXIT.
049820 5815-CHECK-ONE-OVERLAP.
049830     IF CLK-MNW-LINE-START < CLK-MNWT-END-STAMP(CLK-MNW-SUB)
049840             AND CLK-MNW-LINE-END
049850                 > CLK-MNWT-START-STAMP(CLK-MNW-SUB)
049860         SET CLK-PF-MNW-OVERLAPS TO TRUE
049870     END-IF.
049880 5815-EXIT.
049890     EXIT.
049900*****************************************************************
049910* 5850-AUDIT-ONCALL-ROSTER
049920*     RE-READS CLOCKONC LINE BY LINE AND REPORTS EACH LINE THE WAY
049930*     1910-READ-ONE-ONC WOULD TREAT IT, THEN HAS 5870 WALK THE
049940*     NEXT SEVEN DAYS AGAINST THE GENERAL LINES THE CLOCK LOADED.
049950*     AN ABSENT FILE IS NOT A FAULT -- PAGES GO TO THE GATEWAY'S
049960*     GENERAL LIST AS THEY ALWAYS DID -- BUT A ROSTER THAT IS
049970*     THERE MUST COVER EVERY HOUR.
049980*****************************************************************
049990 5850-AUDIT-ONCALL-ROSTER.
050000     MOVE ZERO TO CLK-PF-ONC-LINE-COUNT
050010     MOVE ZERO TO CLK-PF-ONC-ACCEPTED
050020     MOVE 'N' TO CLK-PF-EOF-SWITCH
050030     OPEN INPUT CLOCK-ONC-FILE
050040     IF CLK-ONC-FILE-STATUS NOT = '00'
050050         IF CLK-ONC-FILE-STATUS = '05'
050060             CLOSE CLOCK-ONC-FILE
050070         END-IF
050080         DISPLAY 'CLOCKONC: FILE ABSENT - PAGES TO GENERAL LIST'
050090         GO TO 5850-EXIT
050100     END-IF
050110     DISPLAY 'CLOCKONC: FILE PRESENT'
050120     PERFORM 5860-AUDIT-ONE-ONC THRU 5860-EXIT
050130         UNTIL CLK-PF-AT-END
050140     CLOSE CLOCK-ONC-FILE
050150     PERFORM 5870-AUDIT-COVERAGE THRU 5870-EXIT.
050160 5850-EXIT.
050170     EXIT.
050180*****************************************************************
050190* 5860-AUDIT-ONE-ONC
050200*     REPORTS ONE CLOCKONC LINE: ACCEPTED (DATES OR OVERRIDE
050210*     DEADLINE, SHIFT, PRIMARY), REJECTED FOR THE SAME REASON THE
050220*     CLOCK WOULD SKIP IT, OR PAST THE 50 SLOTS.
050230*****************************************************************
050240 5860-AUDIT-ONE-ONC.
050250     READ CLOCK-ONC-FILE
050260         AT END
050270             SET CLK-PF-AT-END TO TRUE
050280     END-READ
050290     IF CLK-PF-AT-END
050300         GO TO 5860-EXIT
050310     END-IF
050320     ADD 1 TO CLK-PF-ONC-LINE-COUNT
050330     MOVE SPACES TO CLK-PF-FIELD-NAME
050340     STRING 'ONC LINE ' DELIMITED BY SIZE
050350         CLK-PF-ONC-LINE-COUNT DELIMITED BY SIZE
050360         INTO CLK-PF-FIELD-NAME
050370     END-STRING
050380     PERFORM 1920-EDIT-ONC-LINE THRU 1920-EXIT
050390     IF CLK-ONC-EDIT-REASON NOT = SPACES
050400         MOVE CLK-ONC-EDIT-REASON TO CLK-PF-REASON
050410         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
050420         GO TO 5860-EXIT
050430     END-IF
050440     IF CLK-PF-ONC-ACCEPTED = 50
050450         MOVE 'PAST THE 50 ROSTER SLOTS - IGNORED'
050460             TO CLK-PF-REASON
050470         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
050480         GO TO 5860-EXIT
050490     END-IF
050500     ADD 1 TO CLK-PF-ONC-ACCEPTED
050510     MOVE SPACES TO CLK-PF-REASON
050520     IF CLK-ONC-DEADLINE = SPACES
050530         STRING CLK-ONC-FROM-DATE DELIMITED BY SIZE
050540             '-' DELIMITED BY SIZE
050550             CLK-ONC-TO-DATE DELIMITED BY SIZE
050560             ' ' DELIMITED BY SIZE
050570             CLK-ONC-SHIFT-START DELIMITED BY SIZE
050580             '-' DELIMITED BY SIZE
050590             CLK-ONC-SHIFT-END DELIMITED BY SIZE
050600             ' ' DELIMITED BY SIZE
050610             CLK-ONC-PRIMARY DELIMITED BY SIZE
050620             INTO CLK-PF-REASON
050630         END-STRING
050640     ELSE
050650         STRING CLK-ONC-DEADLINE DELIMITED BY SIZE
050660             ' ' DELIMITED BY SIZE
050670             CLK-ONC-SHIFT-START DELIMITED BY SIZE
050680             '-' DELIMITED BY SIZE
050690             CLK-ONC-SHIFT-END DELIMITED BY SIZE
050700             ' ' DELIMITED BY SIZE
050710             CLK-ONC-PRIMARY DELIMITED BY SIZE
050720             INTO CLK-PF-REASON
050730         END-STRING
050740     END-IF
050750     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT.
050760 5860-EXIT.
050770     EXIT.
050780*****************************************************************
050790* 5870-AUDIT-COVERAGE
050800*     WALKS EVERY HOUR OF THE NEXT SEVEN DAYS, FROM THE TOP OF THE
050810*     CURRENT HOUR, AGAINST THE GENERAL ROSTER LINES (AN OVERRIDE
050820*     COVERS ONE DEADLINE, NOT THE ROTA) AND REJECTS EACH RUN OF
050830*     HOURS NOBODY IS ON CALL FOR, SO A HOLE IN THE ROTA FAILS THE
050840*     AUDIT BEFORE A PAGE CAN FALL INTO IT.  AN HOUR IS A HOLE
050850*     WHEN ANY MINUTE OF IT IS UNCOVERED.
050860*****************************************************************
050870 5870-AUDIT-COVERAGE.
050880     MOVE 'ROSTER COVER' TO CLK-PF-FIELD-NAME
050890     ACCEPT CLK-CURRENT-TIME FROM TIME
050900     MOVE CLK-CURRENT-DATE TO CLK-ONC-WALK-DATE
050910     MOVE CLK-HOURS TO CLK-PF-ONC-HOUR
050920     MOVE SPACES TO CLK-ONC-TEST-DLN
050930     MOVE ZERO TO CLK-PF-ONC-HOLE-COUNT
050940     MOVE 'N' TO CLK-PF-ONC-RUN-SWITCH
050950     PERFORM 5875-CHECK-ONE-HOUR THRU 5875-EXIT
050960         VARYING CLK-PF-ONC-HOUR-COUNT FROM 1 BY 1
050970         UNTIL CLK-PF-ONC-HOUR-COUNT > 168
050980     IF CLK-PF-ONC-RUN-OPEN
050990         PERFORM 5880-REPORT-HOLE THRU 5880-EXIT
051000     END-IF
051010     IF CLK-PF-ONC-HOLE-COUNT = ZERO
051020         MOVE 'EVERY HOUR OF THE NEXT 7 DAYS COVERED'
051030             TO CLK-PF-REASON
051040         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
051050     END-IF.
051060 5870-EXIT.
051070     EXIT.
051080*****************************************************************
051090* 5875-CHECK-ONE-HOUR
051100*     TESTS EACH MINUTE OF ONE HOUR OF THE WALK, OPENS A RUN OF
051110*     HOLES AT THE FIRST UNCOVERED HOUR AND REPORTS THE RUN AT THE
051120*     NEXT COVERED ONE, THEN STEPS THE WALK AN HOUR ON, ACROSS
051130*     MIDNIGHT WHEN IT COMES.
051140*****************************************************************
051150 5875-CHECK-ONE-HOUR.
051160     MOVE CLK-ONC-WALK-DATE TO CLK-ONC-TEST-DATE
051170     MOVE 'N' TO CLK-PF-ONC-HOLE-SWITCH
051180     PERFORM 5877-CHECK-ONE-MINUTE THRU 5877-EXIT
051190         VARYING CLK-PF-ONC-MINUTE FROM 0 BY 1
051200         UNTIL CLK-PF-ONC-MINUTE > 59 OR CLK-PF-ONC-HOUR-HOLE
051210     IF CLK-PF-ONC-HOUR-HOLE
051220         IF NOT CLK-PF-ONC-RUN-OPEN
051230             SET CLK-PF-ONC-RUN-OPEN TO TRUE
051240             MOVE CLK-ONC-WALK-DATE TO CLK-PF-ONC-RUN-DATE
051250             MOVE CLK-PF-ONC-HOUR TO CLK-PF-ONC-RUN-HOUR
051260         END-IF
051270     ELSE
051280         IF CLK-PF-ONC-RUN-OPEN
051290             PERFORM 5880-REPORT-HOLE THRU 5880-EXIT
051300         END-IF
051310     END-IF
051320     ADD 1 TO CLK-PF-ONC-HOUR
051330     IF CLK-PF-ONC-HOUR = 24
051340         MOVE ZERO TO CLK-PF-ONC-HOUR
051350         MOVE CLK-ONC-WALK-DATE TO CLK-PURGE-DATE
051360         PERFORM 3250-AHEAD-ONE-DAY THRU 3250-EXIT
051370         MOVE CLK-PURGE-DATE TO CLK-ONC-WALK-DATE
051380     END-IF.
051390 5875-EXIT.
051400     EXIT.
051410 5877-CHECK-ONE-MINUTE.
051420     COMPUTE CLK-ONC-TEST-HHMM =
051430         (CLK-PF-ONC-HOUR * 100) + CLK-PF-ONC-MINUTE
051440     PERFORM 2580-FIND-ON-CALL THRU 2580-EXIT
051450     IF CLK-ONC-HIT-SUB = ZERO
051460         SET CLK-PF-ONC-HOUR-HOLE TO TRUE
051470     END-IF.
051480 5877-EXIT.
051490     EXIT.
051500*****************************************************************
051510* 5880-REPORT-HOLE
051520*     REJECTS ONE RUN OF UNCOVERED HOURS, FROM THE HOUR IT OPENED
051530*     UP TO THE HOUR THE WALK HAS REACHED.
051540*****************************************************************
051550 5880-REPORT-HOLE.
051560     ADD 1 TO CLK-PF-ONC-HOLE-COUNT
051570     MOVE SPACES TO CLK-PF-REASON
051580     STRING 'UNCOVERED ' DELIMITED BY SIZE
051590         CLK-PF-ONC-RUN-DATE DELIMITED BY SIZE
051600         ' ' DELIMITED BY SIZE
051610         CLK-PF-ONC-RUN-HOUR DELIMITED BY SIZE
051620         '00 TO ' DELIMITED BY SIZE
051630         CLK-ONC-WALK-DATE DELIMITED BY SIZE
051640         ' ' DELIMITED BY SIZE
051650         CLK-PF-ONC-HOUR DELIMITED BY SIZE
051660         '00' DELIMITED BY SIZE
051670         INTO CLK-PF-REASON
051680     END-STRING
051690     PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
051700     MOVE 'N' TO CLK-PF-ONC-RUN-SWITCH.
051710 5880-EXIT.
051720     EXIT.
051730*****************************************************************
051740* 5890-AUDIT-NOTICES
051750*     RE-READS CLOCKMSG LINE BY LINE AND REPORTS EACH LINE THE WAY
051760*     1960-READ-ONE-NOTICE WOULD TREAT IT.  AN ABSENT FILE IS NOT
051770*     A FAULT; IT ONLY MEANS THERE ARE NO NOTICES TO SHOW.
051780*****************************************************************
051790 5890-AUDIT-NOTICES.
051800     MOVE ZERO TO CLK-PF-MSG-LINE-COUNT
051810     MOVE ZERO TO CLK-PF-MSG-ACCEPTED
051820     MOVE 'N' TO CLK-PF-EOF-SWITCH
051830     ACCEPT CLK-MSG-LOAD-DATE FROM DATE YYYYMMDD
051840     ACCEPT CLK-MSG-LOAD-TIME FROM TIME
051850     COMPUTE CLK-MSG-LOAD-STAMP =
051860         (CLK-MSG-LOAD-DATE * 1000000) + (CLK-MSG-LOAD-TIME / 100)
051870     OPEN INPUT CLOCK-MSG-FILE
051880     IF CLK-MSG-FILE-STATUS NOT = '00'
051890         IF CLK-MSG-FILE-STATUS = '05'
051900             CLOSE CLOCK-MSG-FILE
051910         END-IF
051920         DISPLAY 'CLOCKMSG: FILE ABSENT - NO NOTICES'
051930         GO TO 5890-EXIT
051940     END-IF
051950     DISPLAY 'CLOCKMSG: FILE PRESENT'
051960     PERFORM 5895-AUDIT-ONE-MSG THRU 5895-EXIT
051970         UNTIL CLK-PF-AT-END
051980     CLOSE CLOCK-MSG-FILE.
051990 5890-EXIT.
052000     EXIT.
052010*****************************************************************
052020* 5895-AUDIT-ONE-MSG
052030*     REPORTS ONE CLOCKMSG LINE: ACCEPTED (NUMBER, PRIORITY, AND
052040*     AS MUCH OF THE TEXT AS FITS), LEFT OUT AS ANOTHER INSTANCE'S
052050*     OR ALREADY ENDED, REJECTED FOR THE SAME REASON THE CLOCK
052060*     WOULD SKIP IT, OR PAST THE 20 SLOTS.
052070*****************************************************************
052080 5895-AUDIT-ONE-MSG.
052090     READ CLOCK-MSG-FILE
052100         AT END
052110             SET CLK-PF-AT-END TO TRUE
052120     END-READ
052130     IF CLK-PF-AT-END
052140         GO TO 5895-EXIT
052150     END-IF
052160     ADD 1 TO CLK-PF-MSG-LINE-COUNT
052170     MOVE SPACES TO CLK-PF-FIELD-NAME
052180     STRING 'MSG LINE ' DELIMITED BY SIZE
052190         CLK-PF-MSG-LINE-COUNT DELIMITED BY SIZE
052200         INTO CLK-PF-FIELD-NAME
052210     END-STRING
052220     PERFORM 1970-EDIT-MSG-LINE THRU 1970-EXIT
052230     IF CLK-MSG-EDIT-REASON NOT = SPACES
052240         MOVE CLK-MSG-EDIT-REASON TO CLK-PF-REASON
052250         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
052260         GO TO 5895-EXIT
052270     END-IF
052280     MOVE SPACES TO CLK-PF-REASON
052290     IF NOT CLK-MSG-ALL-INSTANCES
052300             AND CLK-MSG-TARGET NOT = CLK-INSTANCE-ID
052310         STRING 'NOTICE ' DELIMITED BY SIZE
052320             CLK-MSG-NUMBER DELIMITED BY SIZE
052330             ' FOR INSTANCE ' DELIMITED BY SIZE
052340             CLK-MSG-TARGET DELIMITED BY SIZE
052350             ' ONLY' DELIMITED BY SIZE
052360             INTO CLK-PF-REASON
052370         END-STRING
052380         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
052390         GO TO 5895-EXIT
052400     END-IF
052410     IF CLK-MSG-LINE-END NOT > CLK-MSG-LOAD-STAMP
052420         STRING 'NOTICE ' DELIMITED BY SIZE
052430             CLK-MSG-NUMBER DELIMITED BY SIZE
052440             ' ALREADY ENDED - NOT LOADED' DELIMITED BY SIZE
052450             INTO CLK-PF-REASON
052460         END-STRING
052470         PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT
052480         GO TO 5895-EXIT
052490     END-IF
052500     IF CLK-PF-MSG-ACCEPTED = 20
052510         MOVE 'PAST THE 20 NOTICE SLOTS - IGNORED'
052520             TO CLK-PF-REASON
052530         PERFORM 5930-PRINT-REJECTED THRU 5930-EXIT
052540         GO TO 5895-EXIT
052550     END-IF
052560     ADD 1 TO CLK-PF-MSG-ACCEPTED
052570     STRING 'NOTICE ' DELIMITED BY SIZE
052580         CLK-MSG-NUMBER DELIMITED BY SIZE
052590         ' P' DELIMITED BY SIZE
052600         CLK-MSG-PRIORITY DELIMITED BY SIZE
052610         ' ' DELIMITED BY SIZE
052620         CLK-MSG-TEXT DELIMITED BY SIZE
052630         INTO CLK-PF-REASON
052640     END-STRING
052650     PERFORM 5910-PRINT-SUPPLIED THRU 5910-EXIT.
052660 5895-EXIT.
052670     EXIT.
052680*****************************************************************
052690* 5910-PRINT-SUPPLIED
052700*     PRINTS THE STAGED FIELD NAME AND VALUE AS SUPPLIED.
052710*****************************************************************
052720 5910-PRINT-SUPPLIED.
052730     MOVE 'SUPPLIED' TO CLK-PF-STATUS
052740     DISPLAY CLK-PF-DETAIL-LINE
052750     MOVE SPACES TO CLK-PF-REASON.
052760 5910-EXIT.
052770     EXIT.
052780*****************************************************************
052790* 5920-PRINT-DEFAULTED
052800*     PRINTS THE STAGED FIELD NAME AND DEFAULT AS DEFAULTED.
052810*****************************************************************
052820 5920-PRINT-DEFAULTED.
052830     MOVE 'DEFAULTED' TO CLK-PF-STATUS
052840     DISPLAY CLK-PF-DETAIL-LINE
052850     MOVE SPACES TO CLK-PF-REASON.
052860 5920-EXIT.
052870     EXIT.
052880*****************************************************************
052890* 5930-PRINT-REJECTED
052900*     PRINTS THE STAGED FIELD NAME AND REASON AS REJECTED AND
052910*     COUNTS IT TOWARD THE FAIL RESULT.
052920*****************************************************************
052930 5930-PRINT-REJECTED.
052940     MOVE 'REJECTED' TO CLK-PF-STATUS
052950     DISPLAY CLK-PF-DETAIL-LINE
052960     MOVE SPACES TO CLK-PF-REASON
052970     ADD 1 TO CLK-PF-REJECT-COUNT.
052980 5930-EXIT.
052990     EXIT.
053000*****************************************************************
053010* 9000-TERMINATE
053020*     TAKES A FINAL CHECKPOINT, CLEARS A CONSUMED STOP REQUEST,
053030*     STAMPS A FINAL RUN-MODE-T HEARTBEAT SO MONITORING READS A
053040*     CLEAN STOP RATHER THAN A HANG, AND CLOSES THE AUDIT LOG
053050*     BEFORE THE PROGRAM ENDS, SO A GRACEFUL STOP CAN BE
053060*     RESUMED LATER.
053070*****************************************************************
053080 9000-TERMINATE.
053090     PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
053100     IF CLK-STOP-REQUESTED
053110         PERFORM 2950-CLEAR-STOP-FLAG THRU 2950-EXIT
053120     END-IF
053130     MOVE 'T' TO CLK-HBT-STAGE-MODE
053140     PERFORM 2810-WRITE-HEARTBEAT THRU 2810-EXIT
053150     CLOSE TIME-LOG-FILE
053160     CLOSE DRIFT-HIST-FILE.
053170 9000-EXIT.
053180     EXIT.
053190 END PROGRAM CLOCK.
