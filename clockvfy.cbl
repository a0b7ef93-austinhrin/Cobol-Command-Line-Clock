000010*****************************************************************
000020* PROGRAM: CLOCKVFY
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: CLOCKLOG VERIFICATION PASS.  CLOCKLOG IS OUR EVIDENCE
000070*     IN LATE-JOB DISPUTES, AND SINCE EVERY READING CARRIES A
000080*     RUNNING SEQUENCE NUMBER AND EVERY DATED GENERATION CLOSES
000090*     WITH A CONTROL RECORD (SEE CLKLOGR) THIS PROGRAM CAN SHOW
000100*     THAT A GENERATION HAS NOT BEEN EDITED, TRUNCATED OR HAD
000110*     READINGS TAKEN OUT SINCE 3000-ROLL-LOG-FILE CLOSED IT.  FOR
000120*     EACH GENERATION IN THE RANGE IT CHECKS THAT THE SEQUENCE
000130*     RUNS ON WITHOUT A BREAK -- WITHIN THE FILE AND FROM THE
000140*     GENERATION BEFORE IT -- AND THAT THE COUNT, FIRST AND LAST
000150*     SEQUENCE AND TIME, AND HASH TOTAL OF THE READINGS AGREE
000160*     WITH THE CONTROL RECORD, AND IT PRINTS EVERY BREAK ON
000170*     VFYPRINT.  A GENERATION MISSING FROM THE RANGE IS LISTED
000180*     BUT IS NOT ITSELF A BREAK (THE CLOCK MAY HAVE BEEN DOWN
000190*     THAT DAY); IF READINGS WENT WITH IT, THE SEQUENCE CHECK ON
000200*     THE NEXT GENERATION CATCHES IT.  ANY BREAK ENDS THE RUN
000210*     WITH RETURN CODE 8.
000220*     THE SYSIN CARD CARRIES THE FIRST DATE (YYYYMMDD IN COLUMNS
000230*     1-8, DEFAULTING TO YESTERDAY), THE LAST DATE (COLUMNS
000240*     10-17, DEFAULTING TO THE FIRST DATE, SO A ONE-DATE CARD
000250*     CHECKS ONE GENERATION) AND THE CLOCK INSTANCE (COLUMN 19,
000260*     DEFAULTING TO THE PRIMARY INSTANCE, 1).
000270* TECTONICS: cobc
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*     10/15/2026 AH  INITIAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CLOCKVFY.
000340 AUTHOR. AUSTIN HRIN.
000350 INSTALLATION. OPERATIONS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING VFY-LOG-FILE-NAME
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS VFY-LOG-FILE-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO "VFYPRINT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS VFY-RPT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  TIME-LOG-FILE.
000500     COPY CLKLOGR.
000510 FD  REPORT-FILE.
000520 01  VFY-PRINT-LINE            PIC X(80).
000530 WORKING-STORAGE SECTION.
000540 77  VFY-LOG-FILE-STATUS       PIC X(02).
000550 77  VFY-RPT-FILE-STATUS       PIC X(02).
000560 77  VFY-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
000570     88  VFY-LOG-AT-END            VALUE 'Y'.
000580 01  VFY-REQUEST-CARD.
000590     05  VFY-REQUEST-FROM      PIC X(08).
000600     05  VFY-REQUEST-FROM-NUM REDEFINES VFY-REQUEST-FROM
000610                               PIC 9(08).
000620     05  FILLER                PIC X(01).
000630     05  VFY-REQUEST-THRU      PIC X(08).
000640     05  VFY-REQUEST-THRU-NUM REDEFINES VFY-REQUEST-THRU
000650                               PIC 9(08).
000660     05  FILLER                PIC X(01).
000670     05  VFY-REQUEST-INSTANCE  PIC X(01).
000680 77  VFY-TODAY-DATE            PIC 9(08).
000690 77  VFY-FROM-DATE             PIC 9(08).
000700 77  VFY-THRU-DATE             PIC 9(08).
000710 77  VFY-INSTANCE-ID           PIC X(01) VALUE '1'.
000720 77  VFY-LOG-BASE-NAME         PIC X(09) VALUE 'CLOCKLOG'.
000730 01  VFY-LOG-FILE-NAME         PIC X(20).
000740 01  VFY-WORK-DATE.
000750     05  VFY-WD-YEAR           PIC 9(04).
000760     05  VFY-WD-MONTH          PIC 99.
000770     05  VFY-WD-DAY            PIC 99.
000780 01  VFY-WORK-DATE-NUM REDEFINES VFY-WORK-DATE
000790                               PIC 9(08).
000800 01  VFY-EDIT-DATE.
000810     05  VFY-ED-YEAR           PIC 9(04).
000820     05  VFY-ED-MONTH          PIC 99.
000830     05  VFY-ED-DAY            PIC 99.
000840 01  VFY-EDIT-DATE-NUM REDEFINES VFY-EDIT-DATE
000850                               PIC 9(08).
000860 77  VFY-DATE-OK-SWITCH        PIC X(01).
000870     88  VFY-DATE-OK               VALUE 'Y'.
000880 77  VFY-STEP-GUARD            PIC 9(04) COMP VALUE ZERO.
000890 77  VFY-MONTH-LIMIT           PIC 99.
000900 77  VFY-LEAP-QUOT             PIC 9(04) COMP.
000910 77  VFY-LEAP-REM              PIC 9(04) COMP.
000920 01  VFY-MONTH-DAY-TABLE.
000930     05  FILLER                PIC X(24) VALUE
000940         '312831303130313130313031'.
000950 01  FILLER REDEFINES VFY-MONTH-DAY-TABLE.
000960     05  VFY-MONTH-DAYS OCCURS 12 TIMES
000970                               PIC 99.
000980*****************************************************************
000990* RUNNING CHECK FIELDS.  THE PRIOR SEQUENCE CARRIES FROM ONE
001000*     GENERATION TO THE NEXT SO A BREAK BETWEEN FILES SHOWS; THE
001010*     SEGMENT TOTALS COVER THE READINGS SINCE THE START OF THE
001020*     FILE OR ITS LAST CONTROL RECORD, EXACTLY AS THE CLOCK KEPT
001030*     THEM.
001040*****************************************************************
001050 77  VFY-PRIOR-SEQ             PIC 9(09) COMP VALUE ZERO.
001060 77  VFY-PRIOR-SEQ-SWITCH      PIC X(01) VALUE 'N'.
001070     88  VFY-HAVE-PRIOR-SEQ        VALUE 'Y'.
001080 77  VFY-EXPECT-SEQ            PIC 9(09) COMP.
001090 77  VFY-SEG-COUNT             PIC 9(07) COMP.
001100 77  VFY-SEG-FIRST-SEQ         PIC 9(09) COMP.
001110 77  VFY-SEG-LAST-SEQ          PIC 9(09) COMP.
001120 77  VFY-SEG-FIRST-TIME        PIC 9(08).
001130 77  VFY-SEG-LAST-TIME         PIC 9(08).
001140 77  VFY-SEG-HASH              PIC 9(18) COMP.
001150 77  VFY-TIME-VALUE            PIC 9(08).
001160 77  VFY-FILE-READINGS         PIC 9(07) COMP.
001170 77  VFY-FILE-FIRST-SEQ        PIC 9(09) COMP.
001180 77  VFY-FILE-LAST-SEQ         PIC 9(09) COMP.
001190 77  VFY-FILE-BREAKS           PIC 9(05) COMP.
001200 77  VFY-LAST-CTL-DATE         PIC 9(08).
001210 77  VFY-CONTROL-SWITCH        PIC X(01).
001220     88  VFY-CONTROL-SEEN          VALUE 'Y'.
001230 77  VFY-OPEN-SEG-SWITCH       PIC X(01).
001240     88  VFY-OPEN-SEGMENT          VALUE 'Y'.
001250 77  VFY-GEN-CHECKED           PIC 9(05) COMP VALUE ZERO.
001260 77  VFY-GEN-PASSED            PIC 9(05) COMP VALUE ZERO.
001270 77  VFY-GEN-FAILED            PIC 9(05) COMP VALUE ZERO.
001280 77  VFY-GEN-MISSING           PIC 9(05) COMP VALUE ZERO.
001290 77  VFY-BREAK-COUNT           PIC 9(05) COMP VALUE ZERO.
001300 77  VFY-BREAK-TEXT            PIC X(60).
001310 01  VFY-SEQ-BREAK-TEXT.
001320     05  FILLER                PIC X(26)
001330             VALUE 'SEQUENCE BREAK - EXPECTED '.
001340     05  VFY-SB-EXPECTED       PIC 9(09).
001350     05  FILLER                PIC X(07) VALUE ' FOUND '.
001360     05  VFY-SB-FOUND          PIC 9(09).
001370 01  VFY-COUNT-BREAK-TEXT.
001380     05  FILLER                PIC X(14) VALUE 'CONTROL COUNT '.
001390     05  VFY-CB-CONTROL        PIC ZZZZZZ9.
001400     05  FILLER                PIC X(17)
001410             VALUE ', READINGS FOUND '.
001420     05  VFY-CB-FOUND          PIC ZZZZZZ9.
001430 01  VFY-INST-BREAK-TEXT.
001440     05  VFY-IB-WHAT           PIC X(22).
001450     05  FILLER                PIC X(09) VALUE 'INSTANCE '.
001460     05  VFY-IB-INSTANCE       PIC X(01).
001470 01  VFY-DATE-BREAK-TEXT.
001480     05  FILLER                PIC X(21)
001490             VALUE 'CONTROL RECORD DATED '.
001500     05  VFY-DB-DATE           PIC 9(08).
001510 01  VFY-HEADING-1.
001520     05  FILLER                PIC X(09) VALUE 'CLOCKVFY '.
001530     05  FILLER                PIC X(23)
001540             VALUE 'CLOCKLOG VERIFICATION  '.
001550     05  VFY-H1-FROM           PIC 9(08).
001560     05  FILLER                PIC X(09) VALUE ' THROUGH '.
001570     05  VFY-H1-THRU           PIC 9(08).
001580     05  FILLER                PIC X(11) VALUE '  INSTANCE '.
001590     05  VFY-H1-INSTANCE       PIC X(01).
001600     05  FILLER                PIC X(11) VALUE SPACES.
001610 01  VFY-COLUMN-HEADING.
001620     05  FILLER                PIC X(40) VALUE
001630         ' DATE      GENERATION FILE      READINGS'.
001640     05  FILLER                PIC X(32) VALUE
001650         '  FIRST SEQ   LAST SEQ  RESULT'.
001660     05  FILLER                PIC X(08) VALUE SPACES.
001670 01  VFY-GEN-LINE.
001680     05  FILLER                PIC X(01) VALUE SPACE.
001690     05  VFY-GL-DATE           PIC 9(08).
001700     05  FILLER                PIC X(02) VALUE SPACES.
001710     05  VFY-GL-NAME           PIC X(20).
001720     05  FILLER                PIC X(01) VALUE SPACE.
001730     05  VFY-GL-READINGS       PIC ZZZZZZ9.
001740     05  FILLER                PIC X(02) VALUE SPACES.
001750     05  VFY-GL-FIRST-SEQ      PIC ZZZZZZZZ9.
001760     05  FILLER                PIC X(02) VALUE SPACES.
001770     05  VFY-GL-LAST-SEQ       PIC ZZZZZZZZ9.
001780     05  FILLER                PIC X(02) VALUE SPACES.
001790     05  VFY-GL-RESULT         PIC X(09).
001800     05  FILLER                PIC X(08) VALUE SPACES.
001810 01  VFY-BREAK-LINE.
001820     05  FILLER                PIC X(14) VALUE '   *** BREAK: '.
001830     05  VFY-BL-TEXT           PIC X(60).
001840     05  FILLER                PIC X(06) VALUE SPACES.
001850 01  VFY-COUNT-LINE.
001860     05  VFY-CL-LABEL          PIC X(24).
001870     05  VFY-CL-COUNT          PIC ZZZZ9.
001880     05  FILLER                PIC X(51) VALUE SPACES.
001890 01  VFY-RESULT-LINE.
001900     05  FILLER                PIC X(08) VALUE ' RESULT:'.
001910     05  FILLER                PIC X(01) VALUE SPACE.
001920     05  VFY-RL-TEXT           PIC X(50).
001930     05  FILLER                PIC X(21) VALUE SPACES.
001940 77  VFY-BLANK-LINE            PIC X(80) VALUE SPACES.
001950 PROCEDURE DIVISION.
001960*****************************************************************
001970* 0000-MAINLINE
001980*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, CHECK EACH GENERATION
001990*     OF THE RANGE IN DATE ORDER PRINTING BREAKS AS THEY APPEAR,
002000*     PRINT THE RESULT, AND TERMINATE.
002010*****************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 2000-VERIFY-RANGE THRU 2000-EXIT
002050     PERFORM 3000-PRINT-RESULT THRU 3000-EXIT
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT
002070     STOP RUN.
002080*****************************************************************
002090* 1000-INITIALIZE
002100*     ACCEPTS THE DATE RANGE AND INSTANCE FROM THE SYSIN CARD.  A
002110*     FIRST DATE THAT IS MISSING OR NOT A REAL DATE DEFAULTS TO
002120*     YESTERDAY, THE LATEST GENERATION THERE CAN BE; A LAST DATE
002130*     THAT IS MISSING, NOT REAL, OR BEFORE THE FIRST DEFAULTS TO
002140*     THE FIRST.  THE INSTANCE NAMES THE GENERATION FILES AS THE
002150*     CLOCK NAMES THEM (SEE 1050-SET-INSTANCE IN THE CLOCK).
002160*****************************************************************
002170 1000-INITIALIZE.
002180     MOVE SPACES TO VFY-REQUEST-CARD
002190     ACCEPT VFY-REQUEST-CARD
002200     ACCEPT VFY-TODAY-DATE FROM DATE YYYYMMDD
002210     MOVE VFY-TODAY-DATE TO VFY-WORK-DATE-NUM
002220     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
002230     MOVE VFY-WORK-DATE-NUM TO VFY-FROM-DATE
002240     IF VFY-REQUEST-FROM-NUM IS NUMERIC
002250         MOVE VFY-REQUEST-FROM-NUM TO VFY-EDIT-DATE-NUM
002260         PERFORM 1200-EDIT-DATE THRU 1200-EXIT
002270         IF VFY-DATE-OK
002280             MOVE VFY-REQUEST-FROM-NUM TO VFY-FROM-DATE
002290         END-IF
002300     END-IF
002310     MOVE VFY-FROM-DATE TO VFY-THRU-DATE
002320     IF VFY-REQUEST-THRU-NUM IS NUMERIC
002330         MOVE VFY-REQUEST-THRU-NUM TO VFY-EDIT-DATE-NUM
002340         PERFORM 1200-EDIT-DATE THRU 1200-EXIT
002350         IF VFY-DATE-OK
002360                 AND VFY-REQUEST-THRU-NUM > VFY-FROM-DATE
002370             MOVE VFY-REQUEST-THRU-NUM TO VFY-THRU-DATE
002380         END-IF
002390     END-IF
002400     IF VFY-REQUEST-INSTANCE NOT = SPACE
002410             AND VFY-REQUEST-INSTANCE NOT = '1'
002420         MOVE VFY-REQUEST-INSTANCE TO VFY-INSTANCE-ID
002430         MOVE VFY-REQUEST-INSTANCE TO VFY-LOG-BASE-NAME(9:1)
002440     END-IF
002450     OPEN OUTPUT REPORT-FILE
002460     MOVE VFY-FROM-DATE TO VFY-H1-FROM
002470     MOVE VFY-THRU-DATE TO VFY-H1-THRU
002480     MOVE VFY-INSTANCE-ID TO VFY-H1-INSTANCE
002490     WRITE VFY-PRINT-LINE FROM VFY-HEADING-1
002500     WRITE VFY-PRINT-LINE FROM VFY-BLANK-LINE
002510     WRITE VFY-PRINT-LINE FROM VFY-COLUMN-HEADING.
002520 1000-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 1200-EDIT-DATE
002560*     SAYS WHETHER THE EDIT DATE IS A REAL CALENDAR DATE.
002570*****************************************************************
002580 1200-EDIT-DATE.
002590     MOVE 'N' TO VFY-DATE-OK-SWITCH
002600     IF VFY-ED-MONTH < 1 OR VFY-ED-MONTH > 12
002610         GO TO 1200-EXIT
002620     END-IF
002630     MOVE VFY-MONTH-DAYS(VFY-ED-MONTH) TO VFY-MONTH-LIMIT
002640     IF VFY-ED-MONTH = 2
002650         DIVIDE VFY-ED-YEAR BY 4 GIVING VFY-LEAP-QUOT
002660             REMAINDER VFY-LEAP-REM
002670         IF VFY-LEAP-REM = ZERO
002680             MOVE 29 TO VFY-MONTH-LIMIT
002690             DIVIDE VFY-ED-YEAR BY 100 GIVING VFY-LEAP-QUOT
002700                 REMAINDER VFY-LEAP-REM
002710             IF VFY-LEAP-REM = ZERO
002720                 MOVE 28 TO VFY-MONTH-LIMIT
002730                 DIVIDE VFY-ED-YEAR BY 400 GIVING VFY-LEAP-QUOT
002740                     REMAINDER VFY-LEAP-REM
002750                 IF VFY-LEAP-REM = ZERO
002760                     MOVE 29 TO VFY-MONTH-LIMIT
002770                 END-IF
002780             END-IF
002790         END-IF
002800     END-IF
002810     IF VFY-ED-DAY < 1 OR VFY-ED-DAY > VFY-MONTH-LIMIT
002820         GO TO 1200-EXIT
002830     END-IF
002840     MOVE 'Y' TO VFY-DATE-OK-SWITCH.
002850 1200-EXIT.
002860     EXIT.
002870*****************************************************************
002880* 1300-BACK-ONE-DAY
002890*     STEPS THE WORK DATE BACK ONE CALENDAR DAY, CROSSING MONTH
002900*     AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN A LEAP
002910*     YEAR.
002920*****************************************************************
002930 1300-BACK-ONE-DAY.
002940     IF VFY-WD-DAY > 1
002950         SUBTRACT 1 FROM VFY-WD-DAY
002960         GO TO 1300-EXIT
002970     END-IF
002980     IF VFY-WD-MONTH = 1
002990         MOVE 12 TO VFY-WD-MONTH
003000         SUBTRACT 1 FROM VFY-WD-YEAR
003010     ELSE
003020         SUBTRACT 1 FROM VFY-WD-MONTH
003030     END-IF
003040     MOVE VFY-WORK-DATE-NUM TO VFY-EDIT-DATE-NUM
003050     MOVE 31 TO VFY-ED-DAY
003060     PERFORM 1200-EDIT-DATE THRU 1200-EXIT
003070     MOVE VFY-MONTH-LIMIT TO VFY-WD-DAY.
003080 1300-EXIT.
003090     EXIT.
003100*****************************************************************
003110* 2000-VERIFY-RANGE
003120*     CHECKS EACH DATE'S GENERATION FROM THE FIRST DATE TO THE
003130*     LAST.  THE WALK IS BOUNDED SO A WILD CARD CANNOT SPIN THE
003140*     PROGRAM.  A RANGE WITH NO GENERATION IN IT AT ALL PROVES
003150*     NOTHING AND IS ITSELF A BREAK.
003160*****************************************************************
003170 2000-VERIFY-RANGE.
003180     MOVE VFY-FROM-DATE TO VFY-WORK-DATE-NUM
003190     PERFORM 2100-VERIFY-ONE-DATE THRU 2100-EXIT
003200         UNTIL VFY-WORK-DATE-NUM > VFY-THRU-DATE
003210             OR VFY-STEP-GUARD > 400
003220     IF VFY-GEN-CHECKED = ZERO
003230         MOVE 'NO GENERATION FOUND IN THE RANGE' TO VFY-BREAK-TEXT
003240         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
003250     END-IF.
003260 2000-EXIT.
003270     EXIT.
003280 2100-VERIFY-ONE-DATE.
003290     PERFORM 2200-VERIFY-GENERATION THRU 2200-EXIT
003300     ADD 1 TO VFY-STEP-GUARD
003310     PERFORM 2800-FWD-ONE-DAY THRU 2800-EXIT.
003320 2100-EXIT.
003330     EXIT.
003340*****************************************************************
003350* 2200-VERIFY-GENERATION
003360*     OPENS ONE DATE'S GENERATION AND CHECKS EVERY RECORD IN IT,
003370*     THEN CHECKS THAT THE FILE ENDED ON A CONTROL RECORD DATED
003380*     FOR THE GENERATION, AND PRINTS THE GENERATION'S LINE.  AN
003390*     ABSENT GENERATION IS LISTED AS NOT FOUND.
003400*****************************************************************
003410 2200-VERIFY-GENERATION.
003420     MOVE SPACES TO VFY-LOG-FILE-NAME
003430     STRING VFY-LOG-BASE-NAME DELIMITED BY SPACE
003440         '.D' DELIMITED BY SIZE
003450         VFY-WORK-DATE-NUM DELIMITED BY SIZE
003460         INTO VFY-LOG-FILE-NAME
003470     END-STRING
003480     MOVE VFY-WORK-DATE-NUM TO VFY-GL-DATE
003490     MOVE VFY-LOG-FILE-NAME TO VFY-GL-NAME
003500     MOVE 'N' TO VFY-LOG-EOF-SWITCH
003510     OPEN INPUT TIME-LOG-FILE
003520     IF VFY-LOG-FILE-STATUS NOT = '00'
003530         IF VFY-LOG-FILE-STATUS = '05'
003540             CLOSE TIME-LOG-FILE
003550         END-IF
003560         ADD 1 TO VFY-GEN-MISSING
003570         MOVE ZERO TO VFY-GL-READINGS
003580         MOVE ZERO TO VFY-GL-FIRST-SEQ
003590         MOVE ZERO TO VFY-GL-LAST-SEQ
003600         MOVE 'NOT FOUND' TO VFY-GL-RESULT
003610         WRITE VFY-PRINT-LINE FROM VFY-GEN-LINE
003620         GO TO 2200-EXIT
003630     END-IF
003640     ADD 1 TO VFY-GEN-CHECKED
003650     MOVE ZERO TO VFY-FILE-READINGS
003660     MOVE ZERO TO VFY-FILE-FIRST-SEQ
003670     MOVE ZERO TO VFY-FILE-LAST-SEQ
003680     MOVE ZERO TO VFY-FILE-BREAKS
003690     MOVE ZERO TO VFY-LAST-CTL-DATE
003700     MOVE 'N' TO VFY-CONTROL-SWITCH
003710     MOVE 'N' TO VFY-OPEN-SEG-SWITCH
003720     PERFORM 2250-RESET-SEGMENT THRU 2250-EXIT
003730     PERFORM 2300-CHECK-ONE-RECORD THRU 2300-EXIT
003740         UNTIL VFY-LOG-AT-END
003750     CLOSE TIME-LOG-FILE
003760     IF NOT VFY-CONTROL-SEEN
003770         MOVE 'NO CONTROL RECORD - GENERATION NOT CLOSED OUT'
003780             TO VFY-BREAK-TEXT
003790         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
003800     ELSE
003810         IF VFY-OPEN-SEGMENT
003820             MOVE 'READINGS AFTER THE LAST CONTROL RECORD'
003830                 TO VFY-BREAK-TEXT
003840             PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
003850         END-IF
003860         IF VFY-LAST-CTL-DATE NOT = VFY-WORK-DATE-NUM
003870             MOVE VFY-LAST-CTL-DATE TO VFY-DB-DATE
003880             MOVE VFY-DATE-BREAK-TEXT TO VFY-BREAK-TEXT
003890             PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
003900         END-IF
003910     END-IF
003920     MOVE VFY-FILE-READINGS TO VFY-GL-READINGS
003930     MOVE VFY-FILE-FIRST-SEQ TO VFY-GL-FIRST-SEQ
003940     MOVE VFY-FILE-LAST-SEQ TO VFY-GL-LAST-SEQ
003950     IF VFY-FILE-BREAKS = ZERO
003960         ADD 1 TO VFY-GEN-PASSED
003970         MOVE 'PASSED' TO VFY-GL-RESULT
003980     ELSE
003990         ADD 1 TO VFY-GEN-FAILED
004000         MOVE 'FAILED' TO VFY-GL-RESULT
004010     END-IF
004020     WRITE VFY-PRINT-LINE FROM VFY-GEN-LINE.
004030 2200-EXIT.
004040     EXIT.
004050 2250-RESET-SEGMENT.
004060     MOVE ZERO TO VFY-SEG-COUNT
004070     MOVE ZERO TO VFY-SEG-FIRST-SEQ
004080     MOVE ZERO TO VFY-SEG-LAST-SEQ
004090     MOVE ZERO TO VFY-SEG-FIRST-TIME
004100     MOVE ZERO TO VFY-SEG-LAST-TIME
004110     MOVE ZERO TO VFY-SEG-HASH.
004120 2250-EXIT.
004130     EXIT.
004140*****************************************************************
004150* 2300-CHECK-ONE-RECORD
004160*     READS ONE RECORD.  A CONTROL RECORD IS CHECKED AGAINST THE
004170*     SEGMENT TOTALS BEFORE IT; A READING MUST CARRY A SEQUENCE,
004180*     BE READABLE, COME FROM THE INSTANCE ASKED FOR, AND FOLLOW
004190*     THE PRIOR READING'S SEQUENCE BY EXACTLY ONE, AND IS THEN
004200*     ADDED TO THE SEGMENT TOTALS THE WAY THE CLOCK ADDED IT.
004210*     AFTER A SEQUENCE BREAK THE CHECK PICKS UP FROM THE NEW
004220*     SEQUENCE SO ONE GAP IS REPORTED ONCE.
004230*****************************************************************
004240 2300-CHECK-ONE-RECORD.
004250     READ TIME-LOG-FILE
004260         AT END
004270             SET VFY-LOG-AT-END TO TRUE
004280     END-READ
004290     IF VFY-LOG-AT-END
004300         GO TO 2300-EXIT
004310     END-IF
004320     IF CLK-LOGC-IS-CONTROL
004330         PERFORM 2400-CHECK-CONTROL THRU 2400-EXIT
004340         GO TO 2300-EXIT
004350     END-IF
004360     MOVE 'Y' TO VFY-OPEN-SEG-SWITCH
004370     IF CLK-LOG-SEQUENCE IS NOT NUMERIC
004380         MOVE 'READING WITHOUT A SEQUENCE NUMBER'
004390             TO VFY-BREAK-TEXT
004400         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
004410         GO TO 2300-EXIT
004420     END-IF
004430     IF CLK-LOG-DATE IS NOT NUMERIC
004440             OR CLK-LOG-HOURS IS NOT NUMERIC
004450             OR CLK-LOG-MINUTES IS NOT NUMERIC
004460             OR CLK-LOG-SECONDS IS NOT NUMERIC
004470             OR CLK-LOG-HUNDREDTHS IS NOT NUMERIC
004480         MOVE 'UNREADABLE RECORD' TO VFY-BREAK-TEXT
004490         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
004500         GO TO 2300-EXIT
004510     END-IF
004520     IF CLK-LOG-INSTANCE NOT = VFY-INSTANCE-ID
004530             AND NOT (CLK-LOG-INSTANCE = SPACE
004540                 AND VFY-INSTANCE-ID = '1')
004550         MOVE 'READING FROM ANOTHER ' TO VFY-IB-WHAT
004560         MOVE CLK-LOG-INSTANCE TO VFY-IB-INSTANCE
004570         MOVE VFY-INST-BREAK-TEXT TO VFY-BREAK-TEXT
004580         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
004590     END-IF
004600     IF VFY-HAVE-PRIOR-SEQ
004610         COMPUTE VFY-EXPECT-SEQ = VFY-PRIOR-SEQ + 1
004620         IF CLK-LOG-SEQUENCE NOT = VFY-EXPECT-SEQ
004630             MOVE VFY-EXPECT-SEQ TO VFY-SB-EXPECTED
004640             MOVE CLK-LOG-SEQUENCE TO VFY-SB-FOUND
004650             MOVE VFY-SEQ-BREAK-TEXT TO VFY-BREAK-TEXT
004660             PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
004670         END-IF
004680     END-IF
004690     MOVE 'Y' TO VFY-PRIOR-SEQ-SWITCH
004700     MOVE CLK-LOG-SEQUENCE TO VFY-PRIOR-SEQ
004710     IF VFY-FILE-READINGS = ZERO
004720         MOVE CLK-LOG-SEQUENCE TO VFY-FILE-FIRST-SEQ
004730     END-IF
004740     ADD 1 TO VFY-FILE-READINGS
004750     MOVE CLK-LOG-SEQUENCE TO VFY-FILE-LAST-SEQ
004760     COMPUTE VFY-TIME-VALUE =
004770         (CLK-LOG-HOURS * 1000000) + (CLK-LOG-MINUTES * 10000)
004780             + (CLK-LOG-SECONDS * 100) + CLK-LOG-HUNDREDTHS
004790     IF VFY-SEG-COUNT = ZERO
004800         MOVE CLK-LOG-SEQUENCE TO VFY-SEG-FIRST-SEQ
004810         MOVE VFY-TIME-VALUE TO VFY-SEG-FIRST-TIME
004820     END-IF
004830     ADD 1 TO VFY-SEG-COUNT
004840     MOVE CLK-LOG-SEQUENCE TO VFY-SEG-LAST-SEQ
004850     MOVE VFY-TIME-VALUE TO VFY-SEG-LAST-TIME
004860     COMPUTE VFY-SEG-HASH = VFY-SEG-HASH + CLK-LOG-SEQUENCE
004870         + CLK-LOG-DATE + VFY-TIME-VALUE.
004880 2300-EXIT.
004890     EXIT.
004900*****************************************************************
004910* 2400-CHECK-CONTROL
004920*     CHECKS ONE CONTROL RECORD AGAINST THE READINGS SINCE THE
004930*     START OF THE FILE OR THE CONTROL RECORD BEFORE IT, FIELD BY
004940*     FIELD, AND STARTS A NEW SEGMENT.
004950*****************************************************************
004960 2400-CHECK-CONTROL.
004970     MOVE 'Y' TO VFY-CONTROL-SWITCH
004980     MOVE 'N' TO VFY-OPEN-SEG-SWITCH
004990     IF CLK-LOGC-GEN-DATE IS NOT NUMERIC
005000             OR CLK-LOGC-COUNT IS NOT NUMERIC
005010             OR CLK-LOGC-FIRST-SEQ IS NOT NUMERIC
005020             OR CLK-LOGC-LAST-SEQ IS NOT NUMERIC
005030             OR CLK-LOGC-FIRST-TIME IS NOT NUMERIC
005040             OR CLK-LOGC-LAST-TIME IS NOT NUMERIC
005050             OR CLK-LOGC-HASH IS NOT NUMERIC
005060         MOVE 'CONTROL RECORD UNREADABLE' TO VFY-BREAK-TEXT
005070         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005080         PERFORM 2250-RESET-SEGMENT THRU 2250-EXIT
005090         GO TO 2400-EXIT
005100     END-IF
005110     MOVE CLK-LOGC-GEN-DATE TO VFY-LAST-CTL-DATE
005120     IF CLK-LOGC-INSTANCE NOT = VFY-INSTANCE-ID
005130         MOVE 'CONTROL RECORD FOR  ' TO VFY-IB-WHAT
005140         MOVE CLK-LOGC-INSTANCE TO VFY-IB-INSTANCE
005150         MOVE VFY-INST-BREAK-TEXT TO VFY-BREAK-TEXT
005160         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005170     END-IF
005180     IF CLK-LOGC-COUNT NOT = VFY-SEG-COUNT
005190         MOVE CLK-LOGC-COUNT TO VFY-CB-CONTROL
005200         MOVE VFY-SEG-COUNT TO VFY-CB-FOUND
005210         MOVE VFY-COUNT-BREAK-TEXT TO VFY-BREAK-TEXT
005220         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005230     END-IF
005240     IF CLK-LOGC-FIRST-SEQ NOT = VFY-SEG-FIRST-SEQ
005250         MOVE 'CONTROL FIRST SEQUENCE DOES NOT MATCH'
005260             TO VFY-BREAK-TEXT
005270         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005280     END-IF
005290     IF CLK-LOGC-LAST-SEQ NOT = VFY-SEG-LAST-SEQ
005300         MOVE 'CONTROL LAST SEQUENCE DOES NOT MATCH'
005310             TO VFY-BREAK-TEXT
005320         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005330     END-IF
005340     IF CLK-LOGC-FIRST-TIME NOT = VFY-SEG-FIRST-TIME
005350         MOVE 'CONTROL FIRST TIME DOES NOT MATCH'
005360             TO VFY-BREAK-TEXT
005370         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005380     END-IF
005390     IF CLK-LOGC-LAST-TIME NOT = VFY-SEG-LAST-TIME
005400         MOVE 'CONTROL LAST TIME DOES NOT MATCH' TO VFY-BREAK-TEXT
005410         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005420     END-IF
005430     IF CLK-LOGC-HASH NOT = VFY-SEG-HASH
005440         MOVE 'CONTROL HASH TOTAL DOES NOT MATCH'
005450             TO VFY-BREAK-TEXT
005460         PERFORM 2900-PRINT-BREAK THRU 2900-EXIT
005470     END-IF
005480     PERFORM 2250-RESET-SEGMENT THRU 2250-EXIT.
005490 2400-EXIT.
005500     EXIT.
005510*****************************************************************
005520* 2800-FWD-ONE-DAY
005530*     STEPS THE WORK DATE FORWARD ONE CALENDAR DAY.
005540*****************************************************************
005550 2800-FWD-ONE-DAY.
005560     MOVE VFY-WORK-DATE-NUM TO VFY-EDIT-DATE-NUM
005570     PERFORM 1200-EDIT-DATE THRU 1200-EXIT
005580     IF VFY-WD-DAY < VFY-MONTH-LIMIT
005590         ADD 1 TO VFY-WD-DAY
005600         GO TO 2800-EXIT
005610     END-IF
005620     MOVE 1 TO VFY-WD-DAY
005630     IF VFY-WD-MONTH = 12
005640         MOVE 1 TO VFY-WD-MONTH
005650         ADD 1 TO VFY-WD-YEAR
005660     ELSE
005670         ADD 1 TO VFY-WD-MONTH
005680     END-IF.
005690 2800-EXIT.
005700     EXIT.
005710*****************************************************************
005720* 2900-PRINT-BREAK
005730*     PRINTS ONE BREAK AND COUNTS IT AGAINST THE GENERATION AND
005740*     THE RUN.
005750*****************************************************************
005760 2900-PRINT-BREAK.
005770     MOVE VFY-BREAK-TEXT TO VFY-BL-TEXT
005780     WRITE VFY-PRINT-LINE FROM VFY-BREAK-LINE
005790     ADD 1 TO VFY-FILE-BREAKS
005800     ADD 1 TO VFY-BREAK-COUNT.
005810 2900-EXIT.
005820     EXIT.
005830*****************************************************************
005840* 3000-PRINT-RESULT
005850*     PRINTS THE COUNTS AND THE PASS/FAIL RESULT; ANY BREAK FAILS
005860*     THE RUN WITH RETURN CODE 8.
005870*****************************************************************
005880 3000-PRINT-RESULT.
005890     WRITE VFY-PRINT-LINE FROM VFY-BLANK-LINE
005900     MOVE ' GENERATIONS CHECKED:   ' TO VFY-CL-LABEL
005910     MOVE VFY-GEN-CHECKED TO VFY-CL-COUNT
005920     WRITE VFY-PRINT-LINE FROM VFY-COUNT-LINE
005930     MOVE ' PASSED:                ' TO VFY-CL-LABEL
005940     MOVE VFY-GEN-PASSED TO VFY-CL-COUNT
005950     WRITE VFY-PRINT-LINE FROM VFY-COUNT-LINE
005960     MOVE ' FAILED:                ' TO VFY-CL-LABEL
005970     MOVE VFY-GEN-FAILED TO VFY-CL-COUNT
005980     WRITE VFY-PRINT-LINE FROM VFY-COUNT-LINE
005990     MOVE ' NOT FOUND:             ' TO VFY-CL-LABEL
006000     MOVE VFY-GEN-MISSING TO VFY-CL-COUNT
006010     WRITE VFY-PRINT-LINE FROM VFY-COUNT-LINE
006020     MOVE ' BREAKS:                ' TO VFY-CL-LABEL
006030     MOVE VFY-BREAK-COUNT TO VFY-CL-COUNT
006040     WRITE VFY-PRINT-LINE FROM VFY-COUNT-LINE
006050     WRITE VFY-PRINT-LINE FROM VFY-BLANK-LINE
006060     IF VFY-BREAK-COUNT = ZERO
006070         MOVE 'PASS - EVERY GENERATION AGREES WITH ITS CONTROLS'
006080             TO VFY-RL-TEXT
006090     ELSE
006100         MOVE 'FAIL - CLOCKLOG ALTERED OR INCOMPLETE'
006110             TO VFY-RL-TEXT
006120         MOVE 8 TO RETURN-CODE
006130     END-IF
006140     WRITE VFY-PRINT-LINE FROM VFY-RESULT-LINE.
006150 3000-EXIT.
006160     EXIT.
006170*****************************************************************
006180* 9000-TERMINATE
006190*     CLOSES THE REPORT AND ENDS THE RUN.
006200*****************************************************************
006210 9000-TERMINATE.
006220     CLOSE REPORT-FILE.
006230 9000-EXIT.
006240     EXIT.
006250 END PROGRAM CLOCKVFY.
