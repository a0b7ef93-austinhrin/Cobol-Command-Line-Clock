000020* PROGRAM: CLOCKWKA
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 09/02/2026
000060* PURPOSE: WEEKLY AVAILABILITY ROLLUP ACROSS THE DATED CLOCKLOG
000070*     GENERATION FILES.  CLOCKCVR ONLY EVER LOOKS AT ONE DATE,
000080*     SO THE MONDAY OPS MEETING HAS BEEN STAPLING SEVEN CVRPRINT
000090*     RUNS TOGETHER BY HAND.  THIS REPORT TAKES A WEEK-ENDING
000100*     DATE FROM SYSIN (YYYYMMDD; BLANK OR NON-NUMERIC MEANS
000110*     TODAY), READS THE SEVEN CLOCKLOG.DYYYYMMDD GENERATION
000120*     FILES 3000-ROLL-LOG-FILE LEAVES BEHIND (FALLING BACK TO
000130*     THE LIVE CLOCKLOG FOR A DAY NOT YET ROLLED), AND PRINTS ON
000140*     WKAPRINT THE PER-DAY AVAILABILITY AS A PERCENTAGE OF THE
000150*     READINGS EXPECTED AT THE CLOCKPRM-DERIVED LOGGING
000160*     INTERVAL, THE GAP SECONDS PER DAY, THE WORST DAY FLAGGED,
000170*     AND A WEEK-OVER-WEEK COMPARISON LINE BUILT FROM THE SEVEN
000180*     DAYS BEFORE THAT, SO COVERAGE TRENDS STOP BEING INVISIBLE
000190*     BETWEEN DAILY REPORTS.
000200*     TIME INSIDE A PLANNED MAINTENANCE WINDOW REGISTERED IN THE
000210*     OPTIONAL CLOCKMNW FILE (SEE CLKMNWR) IS KEPT APART: ITS GAP
000220*     SECONDS ARE SHOWN IN THEIR OWN PLANNED COLUMN, EACH DAY AND
000230*     THE WEEK ARE SCORED BOTH WITH AND WITHOUT IT, AND THE WORST
000240*     DAY IS JUDGED WITHOUT IT, SO A PATCHING WEEKEND NO LONGER
000250*     READS AS THE WEEK'S WORST OUTAGE.
000260*     THE GENERATION FILES ARE OPENED THROUGH A FILE-NAME
000270*     VARIABLE (ASSIGN USING) BECAUSE THE NAMES CARRY THE DATE;
000280*     EVERY OTHER FILE KEEPS THE USUAL FIXED LOGICAL NAME.
000290* TECTONICS: cobc
000300*****************************************************************
000310* MODIFICATION HISTORY
000320*     09/02/2026 AH  INITIAL VERSION.
000330*     10/15/2026 AH  PLANNED MAINTENANCE WINDOWS FROM CLOCKMNW.
000340*         GAP SECONDS ARE NOW SPLIT INTO UNPLANNED AND PLANNED
000350*         COLUMNS, EACH DAY CARRIES A SECOND AVAILABILITY FIGURE
000360*         EXCLUDING THE PLANNED TIME, THE WORST DAY IS JUDGED ON
000370*         THAT FIGURE, AND A SECOND COMPARISON LINE GIVES THE WEEK
000380*         AVERAGES EXCLUDING PLANNED TIME.  MEMBER WAS RENUMBERED.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CLOCKWKA.
000420 AUTHOR. AUSTIN HRIN.
000430 INSTALLATION. OPERATIONS.
000440 DATE-WRITTEN. 09/02/2026.
000450 DATE-COMPILED.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING WKA-LOG-FILE-NAME
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WKA-LOG-FILE-STATUS.
000520     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WKA-PARM-FILE-STATUS.
000550     SELECT REPORT-FILE ASSIGN TO "WKAPRINT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WKA-RPT-FILE-STATUS.
000580     SELECT OPTIONAL CLOCK-MNW-FILE ASSIGN TO "CLOCKMNW"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WKA-MNW-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  TIME-LOG-FILE.
000640     COPY CLKLOGR.
000650 FD  CLOCK-PARM-FILE.
000660     COPY CLKPARM.
000670 FD  REPORT-FILE.
000680 01  WKA-PRINT-LINE            PIC X(80).
000690 FD  CLOCK-MNW-FILE.
000700     COPY CLKMNWR.
000710 WORKING-STORAGE SECTION.
000720 77  WKA-LOG-FILE-STATUS       PIC X(02).
000730 77  WKA-MNW-FILE-STATUS       PIC X(02).
000740 77  WKA-MNW-EOF-SWITCH        PIC X(01) VALUE 'N'.
000750     88  WKA-MNW-AT-END            VALUE 'Y'.
000760 77  WKA-PARM-FILE-STATUS      PIC X(02).
000770 77  WKA-RPT-FILE-STATUS       PIC X(02).
000780 77  WKA-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
000790     88  WKA-LOG-AT-END            VALUE 'Y'.
000800 77  WKA-FILE-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000810     88  WKA-FILE-OPEN             VALUE 'Y'.
000820 01  WKA-REQUEST-CARD.
000830     05  WKA-REQUEST-DATE      PIC X(08).
000840     05  WKA-REQUEST-DATE-NUM REDEFINES WKA-REQUEST-DATE
000850                               PIC 9(08).
000860 77  WKA-TODAY-DATE            PIC 9(08).
000870 77  WKA-EXPECTED-SECS         PIC 9(05) COMP VALUE 30.
000880 77  WKA-EXPECTED-READINGS     PIC 9(07) COMP.
000890 77  WKA-GAP-LIMIT-SECS        PIC 9(05) COMP.
000900 01  WKA-LOG-FILE-NAME         PIC X(20).
000910 01  WKA-GEN-FILE-NAME.
000920     05  FILLER                PIC X(10) VALUE 'CLOCKLOG.D'.
000930     05  WKA-GEN-NAME-DATE     PIC 9(08).
000940 01  WKA-STEP-DATE.
000950     05  WKA-SD-YEAR           PIC 9(04).
000960     05  WKA-SD-MONTH          PIC 99.
000970     05  WKA-SD-DAY            PIC 99.
000980 01  WKA-STEP-DATE-NUM REDEFINES WKA-STEP-DATE
000990                               PIC 9(08).
001000 77  WKA-LEAP-QUOT             PIC 9(04) COMP.
001010 77  WKA-LEAP-REM              PIC 9(04) COMP.
001020 01  WKA-MONTH-DAY-TABLE.
001030     05  FILLER                PIC X(24) VALUE
001040         '312831303130313130313031'.
001050 01  FILLER REDEFINES WKA-MONTH-DAY-TABLE.
001060     05  WKA-MONTH-DAYS OCCURS 12 TIMES
001070                               PIC 99.
001080*****************************************************************
001090* DAY TABLE.  SLOTS 1-7 ARE THE PRIOR WEEK AND FEED ONLY THE
001100*     WEEK-OVER-WEEK COMPARISON; SLOTS 8-14 ARE THE REPORT WEEK,
001110*     SLOT 14 BEING THE REQUESTED WEEK-ENDING DATE.  THE GAP
001120*     SECONDS ARE THE UNPLANNED ONES; THE PLANNED SECONDS ARE THE
001130*     DAY'S SHARE OF THE MAINTENANCE WINDOWS, THE PLANNED GAP
001140*     SECONDS THE MISSING TIME INSIDE THEM, THE OUTSIDE READINGS
001150*     THOSE TAKEN OUTSIDE THEM, AND THE X PERCENTAGE THE DAY
001160*     SCORED EXCLUDING THE PLANNED TIME.
001170*****************************************************************
001180 01  WKA-DAY-TABLE.
001190     05  WKA-DAY-ENTRY OCCURS 14 TIMES.
001200         10  WKA-DT-DATE           PIC 9(08).
001210         10  WKA-DT-READINGS       PIC 9(07) COMP.
001220         10  WKA-DT-GAP-SECS       PIC 9(07) COMP.
001230         10  WKA-DT-PCT            PIC 9(03) COMP.
001240         10  WKA-DT-PLAN-SECS      PIC 9(05) COMP.
001250         10  WKA-DT-PLAN-GAP-SECS  PIC 9(07) COMP.
001260         10  WKA-DT-OUT-READINGS   PIC 9(07) COMP.
001270         10  WKA-DT-XPCT           PIC 9(03) COMP.
001280         10  WKA-DT-FILE-SW        PIC X(01).
001290             88  WKA-DT-FILE-FOUND     VALUE 'Y'.
001300 77  WKA-DAY-SUB               PIC 9(02) COMP.
001310 77  WKA-WORST-PCT             PIC 9(03) COMP.
001320 77  WKA-PRIOR-TOTAL-SECS      PIC S9(06) COMP.
001330 77  WKA-THIS-TOTAL-SECS       PIC S9(06) COMP.
001340 77  WKA-GAP-SECS              PIC 9(06) COMP.
001350 77  WKA-PCT-WORK              PIC 9(07) COMP.
001360 77  WKA-THIS-WEEK-AVG         PIC 9(05)V9 COMP.
001370 77  WKA-PRIOR-WEEK-AVG        PIC 9(05)V9 COMP.
001380 77  WKA-AVG-DIFF              PIC S9(05)V9 COMP.
001390*****************************************************************
001400* MAINTENANCE WINDOWS AS LOADED FROM CLOCKMNW, AND THE CURRENT
001410*     DAY'S SHARE OF THEM IN SECONDS AFTER MIDNIGHT (THE END
001420*     86400 WHEN A WINDOW RUNS ON PAST THE DAY).
001430*****************************************************************
001440 01  WKA-MNW-TABLE.
001450     05  WKA-MW-ENTRY OCCURS 20 TIMES.
001460         10  WKA-MW-START-DATE     PIC 9(08).
001470         10  WKA-MW-START-SECS     PIC 9(05) COMP.
001480         10  WKA-MW-END-DATE       PIC 9(08).
001490         10  WKA-MW-END-SECS       PIC 9(05) COMP.
001500 77  WKA-MNW-COUNT             PIC 9(02) COMP VALUE ZERO.
001510 77  WKA-MNW-SUB               PIC 9(02) COMP.
001520 77  WKA-MNW-LINE-START        PIC 9(14).
001530 77  WKA-MNW-LINE-END          PIC 9(14).
001540 01  WKA-MNW-DATE-CHECK.
001550     05  WKA-MNW-CHECK-YEAR    PIC 9(04).
001560     05  WKA-MNW-CHECK-MONTH   PIC 99.
001570     05  WKA-MNW-CHECK-DAY     PIC 99.
001580 01  WKA-DAY-PLAN-TABLE.
001590     05  WKA-DP-ENTRY OCCURS 20 TIMES.
001600         10  WKA-DP-START-SECS     PIC S9(06) COMP.
001610         10  WKA-DP-END-SECS       PIC S9(06) COMP.
001620 77  WKA-DP-COUNT              PIC 9(02) COMP VALUE ZERO.
001630 77  WKA-DP-SUB                PIC 9(02) COMP.
001640 77  WKA-DP-HIT-SUB            PIC 9(02) COMP.
001650 77  WKA-CLIP-START            PIC S9(06) COMP.
001660 77  WKA-CLIP-END              PIC S9(06) COMP.
001670 77  WKA-OVERLAP-SECS          PIC 9(06) COMP.
001680 77  WKA-GAP-MISSING-SECS      PIC 9(06) COMP.
001690 77  WKA-GAP-PLANNED-SECS      PIC 9(06) COMP.
001700 77  WKA-XPCT-EXPECTED         PIC 9(07) COMP.
001710 01  WKA-HEADING-1.
001720     05  FILLER                PIC X(09) VALUE 'CLOCKWKA '.
001730     05  FILLER                PIC X(36)
001740             VALUE 'WEEKLY AVAILABILITY FOR WEEK ENDING '.
001750     05  WKA-H1-YEAR           PIC 9(04).
001760     05  FILLER                PIC X(01) VALUE '/'.
001770     05  WKA-H1-MONTH          PIC 99.
001780     05  FILLER                PIC X(01) VALUE '/'.
001790     05  WKA-H1-DAY            PIC 99.
001800     05  FILLER                PIC X(25) VALUE SPACES.
001810 01  WKA-HEADING-2.
001820     05  FILLER                PIC X(27)
001830             VALUE 'EXPECTED LOGGING INTERVAL: '.
001840     05  WKA-H2-SECS           PIC ZZZZ9.
001850     05  FILLER                PIC X(12) VALUE ' SECONDS -  '.
001860     05  WKA-H2-READINGS       PIC ZZZZZZ9.
001870     05  FILLER                PIC X(21)
001880             VALUE ' READINGS PER DAY'.
001890     05  FILLER                PIC X(08) VALUE SPACES.
001900 01  WKA-COLUMN-HEADING-1.
001910     05  FILLER                PIC X(22) VALUE SPACES.
001920     05  FILLER                PIC X(36) VALUE
001930         '-AVAILABILITY-  ---GAP SECONDS---'.
001940     05  FILLER                PIC X(22) VALUE SPACES.
001950 01  WKA-COLUMN-HEADING.
001960     05  FILLER                PIC X(40) VALUE
001970         ' DATE        READINGS    ALL  EXCL PLN '.
001980     05  FILLER                PIC X(20) VALUE
001990         'UNPLAN  PLANNED'.
002000     05  FILLER                PIC X(20) VALUE SPACES.
002010 01  WKA-DAY-DETAIL.
002020     05  FILLER                PIC X(01) VALUE SPACE.
002030     05  WKA-DD-YEAR           PIC 9(04).
002040     05  FILLER                PIC X(01) VALUE '/'.
002050     05  WKA-DD-MONTH          PIC 99.
002060     05  FILLER                PIC X(01) VALUE '/'.
002070     05  WKA-DD-DAY            PIC 99.
002080     05  FILLER                PIC X(02) VALUE SPACES.
002090     05  WKA-DD-READINGS       PIC ZZZZZZ9.
002100     05  FILLER                PIC X(03) VALUE SPACES.
002110     05  WKA-DD-PCT            PIC ZZ9.
002120     05  FILLER                PIC X(01) VALUE '%'.
002130     05  FILLER                PIC X(05) VALUE SPACES.
002140     05  WKA-DD-XPCT           PIC ZZ9.
002150     05  FILLER                PIC X(01) VALUE '%'.
002160     05  FILLER                PIC X(03) VALUE SPACES.
002170     05  WKA-DD-GAP-SECS       PIC ZZZZZZ9.
002180     05  FILLER                PIC X(02) VALUE SPACES.
002190     05  WKA-DD-PLAN-GAP-SECS  PIC ZZZZZZ9.
002200     05  FILLER                PIC X(02) VALUE SPACES.
002210     05  WKA-DD-NOTE           PIC X(22).
002220     05  FILLER                PIC X(01) VALUE SPACE.
002230 01  WKA-COMPARE-LINE.
002240     05  FILLER                PIC X(17)
002250             VALUE ' THIS WEEK AVG   '.
002260     05  WKA-CP-THIS           PIC ZZ9.9.
002270     05  FILLER                PIC X(19)
002280             VALUE '%   PRIOR WEEK AVG '.
002290     05  WKA-CP-PRIOR          PIC ZZ9.9.
002300     05  FILLER                PIC X(16)
002310             VALUE '%   WEEK CHANGE '.
002320     05  WKA-CP-DIFF           PIC +ZZ9.9.
002330     05  FILLER                PIC X(01) VALUE '%'.
002340     05  FILLER                PIC X(13) VALUE SPACES.
002350 01  WKA-XCOMPARE-LINE.
002360     05  FILLER                PIC X(17)
002370             VALUE ' EXCL PLANNED    '.
002380     05  WKA-XC-THIS           PIC ZZ9.9.
002390     05  FILLER                PIC X(19)
002400             VALUE '%   PRIOR WEEK AVG '.
002410     05  WKA-XC-PRIOR          PIC ZZ9.9.
002420     05  FILLER                PIC X(16)
002430             VALUE '%   WEEK CHANGE '.
002440     05  WKA-XC-DIFF           PIC +ZZ9.9.
002450     05  FILLER                PIC X(01) VALUE '%'.
002460     05  FILLER                PIC X(13) VALUE SPACES.
002470 77  WKA-BLANK-LINE            PIC X(80) VALUE SPACES.
002480 PROCEDURE DIVISION.
002490*****************************************************************
002500* 0000-MAINLINE
002510*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, SWEEP THE FOURTEEN
002520*     DAYS (PRIOR WEEK FIRST, REPORT WEEK SECOND), PRINT THE
002530*     ROLLUP, AND TERMINATE.
002540*****************************************************************
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     PERFORM 2100-PROCESS-ONE-DAY THRU 2100-EXIT
002580         VARYING WKA-DAY-SUB FROM 1 BY 1
002590         UNTIL WKA-DAY-SUB > 14
002600     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT
002620     STOP RUN.
002630*****************************************************************
002640* 1000-INITIALIZE
002650*     ACCEPTS THE WEEK-ENDING DATE FROM SYSIN (DEFAULTING TO
002660*     TODAY), DERIVES THE EXPECTED LOGGING INTERVAL FROM THE
002670*     OPTIONAL CLOCKPRM FILE THE SAME WAY CLOCKCVR DOES, BUILDS
002680*     THE FOURTEEN-DAY DATE TABLE BY STEPPING BACKWARD FROM THE
002690*     WEEK-ENDING DATE, LOADS THE PLANNED MAINTENANCE WINDOWS,
002700*     AND OPENS THE PRINT FILE.
002710*****************************************************************
002720 1000-INITIALIZE.
002730     MOVE SPACES TO WKA-REQUEST-CARD
002740     ACCEPT WKA-REQUEST-CARD
002750     ACCEPT WKA-TODAY-DATE FROM DATE YYYYMMDD
002760     IF WKA-REQUEST-DATE-NUM IS NOT NUMERIC
002770         MOVE WKA-TODAY-DATE TO WKA-REQUEST-DATE-NUM
002780     END-IF
002790     PERFORM 1100-READ-PARMS THRU 1100-EXIT
002800     COMPUTE WKA-GAP-LIMIT-SECS = WKA-EXPECTED-SECS + 1
002810     COMPUTE WKA-EXPECTED-READINGS = 86400 / WKA-EXPECTED-SECS
002820     INITIALIZE WKA-DAY-TABLE
002830     MOVE WKA-REQUEST-DATE-NUM TO WKA-STEP-DATE-NUM
002840     PERFORM 1200-SET-ONE-DATE THRU 1200-EXIT
002850         VARYING WKA-DAY-SUB FROM 14 BY -1
002860         UNTIL WKA-DAY-SUB < 1
002870     PERFORM 1300-READ-MAINT-WINDOWS THRU 1300-EXIT
002880     OPEN OUTPUT REPORT-FILE
002890     MOVE WKA-REQUEST-DATE-NUM(1:4) TO WKA-H1-YEAR
002900     MOVE WKA-REQUEST-DATE-NUM(5:2) TO WKA-H1-MONTH
002910     MOVE WKA-REQUEST-DATE-NUM(7:2) TO WKA-H1-DAY
002920     WRITE WKA-PRINT-LINE FROM WKA-HEADING-1
002930     MOVE WKA-EXPECTED-SECS TO WKA-H2-SECS
002940     MOVE WKA-EXPECTED-READINGS TO WKA-H2-READINGS
002950     WRITE WKA-PRINT-LINE FROM WKA-HEADING-2
002960     WRITE WKA-PRINT-LINE FROM WKA-BLANK-LINE
002970     WRITE WKA-PRINT-LINE FROM WKA-COLUMN-HEADING-1
002980     WRITE WKA-PRINT-LINE FROM WKA-COLUMN-HEADING.
002990 1000-EXIT.
003000     EXIT.
003010*****************************************************************
003020* 1100-READ-PARMS
003030*     DERIVES THE EXPECTED SECONDS BETWEEN AUDIT RECORDS FROM
003040*     THE SAME CLOCKPRM SETTING THE CLOCK PROGRAM USES, EXACTLY
003050*     AS CLOCKCVR'S 1100-READ-PARMS DOES.  AN ABSENT OR BLANK
003060*     FILE LEAVES THE STOCK 30-SECOND EXPECTATION STANDING.
003070*****************************************************************
003080 1100-READ-PARMS.
003090     OPEN INPUT CLOCK-PARM-FILE
003100     IF WKA-PARM-FILE-STATUS NOT = '00'
003110         IF WKA-PARM-FILE-STATUS = '05'
003120             CLOSE CLOCK-PARM-FILE
003130         END-IF
003140         GO TO 1100-EXIT
003150     END-IF
003160     READ CLOCK-PARM-FILE
003170         AT END
003180             CONTINUE
003190     END-READ
003200     IF WKA-PARM-FILE-STATUS = '00'
003210             AND CLK-SLEEP-NANOS IS NUMERIC
003220         IF CLK-SLEEP-NANOS < 1000000000
003230             MOVE 1 TO WKA-EXPECTED-SECS
003240         ELSE
003250             COMPUTE WKA-EXPECTED-SECS =
003260                 (30 * CLK-SLEEP-NANOS) / 1000000000
003270         END-IF
003280     END-IF
003290     CLOSE CLOCK-PARM-FILE.
003300 1100-EXIT.
003310     EXIT.
003320*****************************************************************
003330* 1200-SET-ONE-DATE
003340*     STORES THE CURRENT STEP DATE INTO ONE DAY-TABLE SLOT AND
003350*     STEPS THE DATE BACK ONE CALENDAR DAY FOR THE NEXT SLOT.
003360*****************************************************************
003370 1200-SET-ONE-DATE.
003380     MOVE WKA-STEP-DATE-NUM TO WKA-DT-DATE(WKA-DAY-SUB)
003390     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT.
003400 1200-EXIT.
003410     EXIT.
003420*****************************************************************
003430* 1250-BACK-ONE-DAY
003440*     STEPS THE WORK DATE BACK ONE CALENDAR DAY, CROSSING MONTH
003450*     AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN A LEAP
003460*     YEAR, THE SAME WAY THE CLOCK PROGRAM'S PURGE WALK DOES.
003470*****************************************************************
003480 1250-BACK-ONE-DAY.
003490     IF WKA-SD-DAY > 1
003500         SUBTRACT 1 FROM WKA-SD-DAY
003510         GO TO 1250-EXIT
003520     END-IF
003530     IF WKA-SD-MONTH = 1
003540         SUBTRACT 1 FROM WKA-SD-YEAR
003550         MOVE 12 TO WKA-SD-MONTH
003560         MOVE 31 TO WKA-SD-DAY
003570         GO TO 1250-EXIT
003580     END-IF
003590     SUBTRACT 1 FROM WKA-SD-MONTH
003600     MOVE WKA-MONTH-DAYS(WKA-SD-MONTH) TO WKA-SD-DAY
003610     IF WKA-SD-MONTH = 2
003620         DIVIDE WKA-SD-YEAR BY 4 GIVING WKA-LEAP-QUOT
003630             REMAINDER WKA-LEAP-REM
003640         IF WKA-LEAP-REM = ZERO
003650             MOVE 29 TO WKA-SD-DAY
003660             DIVIDE WKA-SD-YEAR BY 100 GIVING WKA-LEAP-QUOT
003670                 REMAINDER WKA-LEAP-REM
003680             IF WKA-LEAP-REM = ZERO
003690                 MOVE 28 TO WKA-SD-DAY
003700                 DIVIDE WKA-SD-YEAR BY 400 GIVING WKA-LEAP-QUOT
003710                     REMAINDER WKA-LEAP-REM
003720                 IF WKA-LEAP-REM = ZERO
003730                     MOVE 29 TO WKA-SD-DAY
003740                 END-IF
003750             END-IF
003760         END-IF
003770     END-IF.
003780 1250-EXIT.
003790     EXIT.
003800*****************************************************************
003810* 1300-READ-MAINT-WINDOWS
003820*     LOADS UP TO 20 PLANNED MAINTENANCE WINDOWS FROM THE OPTIONAL
003830*     CLOCKMNW FILE.  A LINE THE CLOCK ITSELF WOULD REFUSE -- A
003840*     DATE THAT IS NOT NUMERIC OR NOT A REAL MONTH AND DAY, A TIME
003850*     THAT IS NOT A LEGAL HHMM, AN END NOT AFTER ITS START, OR NO
003860*     CHANGE TICKET -- IS PASSED OVER, AS THE CLOCK HOLDS NOTHING
003870*     FOR IT.  AN ABSENT FILE LEAVES EVERY GAP UNPLANNED, AS
003880*     BEFORE.
003890*****************************************************************
003900 1300-READ-MAINT-WINDOWS.
003910     MOVE ZERO TO WKA-MNW-COUNT
003920     OPEN INPUT CLOCK-MNW-FILE
003930     IF WKA-MNW-FILE-STATUS NOT = '00'
003940         IF WKA-MNW-FILE-STATUS = '05'
003950             CLOSE CLOCK-MNW-FILE
003960         END-IF
003970         GO TO 1300-EXIT
003980     END-IF
003990     PERFORM 1310-TAKE-ONE-WINDOW THRU 1310-EXIT
004000         UNTIL WKA-MNW-AT-END
004010     CLOSE CLOCK-MNW-FILE.
004020 1300-EXIT.
004030     EXIT.
004040 1310-TAKE-ONE-WINDOW.
004050     READ CLOCK-MNW-FILE
004060         AT END
004070             SET WKA-MNW-AT-END TO TRUE
004080     END-READ
004090     IF WKA-MNW-AT-END OR WKA-MNW-COUNT = 20
004100         GO TO 1310-EXIT
004110     END-IF
004120     IF CLK-MNW-START-DATE IS NOT NUMERIC
004130         GO TO 1310-EXIT
004140     END-IF
004150     MOVE CLK-MNW-START-DATE TO WKA-MNW-DATE-CHECK
004160     IF WKA-MNW-CHECK-MONTH < 1 OR WKA-MNW-CHECK-MONTH > 12
004170             OR WKA-MNW-CHECK-DAY < 1 OR WKA-MNW-CHECK-DAY > 31
004180         GO TO 1310-EXIT
004190     END-IF
004200     IF CLK-MNW-START-TIME IS NOT NUMERIC
004210             OR CLK-MNW-START-HOURS > 23
004220             OR CLK-MNW-START-MINUTES > 59
004230         GO TO 1310-EXIT
004240     END-IF
004250     IF CLK-MNW-END-DATE IS NOT NUMERIC
004260         GO TO 1310-EXIT
004270     END-IF
004280     MOVE CLK-MNW-END-DATE TO WKA-MNW-DATE-CHECK
004290     IF WKA-MNW-CHECK-MONTH < 1 OR WKA-MNW-CHECK-MONTH > 12
004300             OR WKA-MNW-CHECK-DAY < 1 OR WKA-MNW-CHECK-DAY > 31
004310         GO TO 1310-EXIT
004320     END-IF
004330     IF CLK-MNW-END-TIME IS NOT NUMERIC
004340             OR CLK-MNW-END-HOURS > 23
004350             OR CLK-MNW-END-MINUTES > 59
004360         GO TO 1310-EXIT
004370     END-IF
004380     COMPUTE WKA-MNW-LINE-START =
004390         (CLK-MNW-START-DATE * 1000000)
004400             + (CLK-MNW-START-HOURS * 10000)
004410             + (CLK-MNW-START-MINUTES * 100)
004420     COMPUTE WKA-MNW-LINE-END =
004430         (CLK-MNW-END-DATE * 1000000)
004440             + (CLK-MNW-END-HOURS * 10000)
004450             + (CLK-MNW-END-MINUTES * 100)
004460     IF WKA-MNW-LINE-END NOT > WKA-MNW-LINE-START
004470             OR CLK-MNW-TICKET = SPACES
004480         GO TO 1310-EXIT
004490     END-IF
004500     ADD 1 TO WKA-MNW-COUNT
004510     MOVE CLK-MNW-START-DATE TO WKA-MW-START-DATE(WKA-MNW-COUNT)
004520     COMPUTE WKA-MW-START-SECS(WKA-MNW-COUNT) =
004530         (CLK-MNW-START-HOURS * 3600)
004540             + (CLK-MNW-START-MINUTES * 60)
004550     MOVE CLK-MNW-END-DATE TO WKA-MW-END-DATE(WKA-MNW-COUNT)
004560     COMPUTE WKA-MW-END-SECS(WKA-MNW-COUNT) =
004570         (CLK-MNW-END-HOURS * 3600)
004580             + (CLK-MNW-END-MINUTES * 60).
004590 1310-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 2050-SET-DAY-PLAN
004630*     CLIPS EVERY MAINTENANCE WINDOW TO THE CURRENT DAY, KEEPING
004640*     EACH NON-EMPTY PIECE IN THE DAY PLAN TABLE AND ADDING ITS
004650*     LENGTH TO THE DAY'S PLANNED SECONDS.
004660*****************************************************************
004670 2050-SET-DAY-PLAN.
004680     MOVE ZERO TO WKA-DP-COUNT
004690     PERFORM 2055-CLIP-ONE-WINDOW THRU 2055-EXIT
004700         VARYING WKA-MNW-SUB FROM 1 BY 1
004710         UNTIL WKA-MNW-SUB > WKA-MNW-COUNT.
004720 2050-EXIT.
004730     EXIT.
004740 2055-CLIP-ONE-WINDOW.
004750     IF WKA-MW-START-DATE(WKA-MNW-SUB) < WKA-DT-DATE(WKA-DAY-SUB)
004760         MOVE ZERO TO WKA-CLIP-START
004770     ELSE
004780         IF WKA-MW-START-DATE(WKA-MNW-SUB)
004790                 = WKA-DT-DATE(WKA-DAY-SUB)
004800             MOVE WKA-MW-START-SECS(WKA-MNW-SUB) TO WKA-CLIP-START
004810         ELSE
004820             MOVE 86400 TO WKA-CLIP-START
004830         END-IF
004840     END-IF
004850     IF WKA-MW-END-DATE(WKA-MNW-SUB) < WKA-DT-DATE(WKA-DAY-SUB)
004860         MOVE ZERO TO WKA-CLIP-END
004870     ELSE
004880         IF WKA-MW-END-DATE(WKA-MNW-SUB)
004890                 = WKA-DT-DATE(WKA-DAY-SUB)
004900             MOVE WKA-MW-END-SECS(WKA-MNW-SUB) TO WKA-CLIP-END
004910         ELSE
004920             MOVE 86400 TO WKA-CLIP-END
004930         END-IF
004940     END-IF
004950     IF WKA-CLIP-END NOT > WKA-CLIP-START
004960         GO TO 2055-EXIT
004970     END-IF
004980     ADD 1 TO WKA-DP-COUNT
004990     MOVE WKA-CLIP-START TO WKA-DP-START-SECS(WKA-DP-COUNT)
005000     MOVE WKA-CLIP-END TO WKA-DP-END-SECS(WKA-DP-COUNT)
005010     COMPUTE WKA-DT-PLAN-SECS(WKA-DAY-SUB) =
005020         WKA-DT-PLAN-SECS(WKA-DAY-SUB)
005030             + WKA-CLIP-END - WKA-CLIP-START.
005040 2055-EXIT.
005050     EXIT.
005060*****************************************************************
005070* 2100-PROCESS-ONE-DAY
005080*     READS ONE DAY'S READINGS AND FILLS ITS DAY-TABLE SLOT.
005090*     THE DAY'S DATED GENERATION FILE IS TRIED FIRST; A DAY NOT
005100*     YET ROLLED (TODAY, TYPICALLY) FALLS BACK TO THE LIVE
005110*     CLOCKLOG, FILTERED BY DATE AS EVERY REPORT FILTERS.  A DAY
005120*     WITH NO FILE AT ALL SCORES ZERO READINGS.  THE DAY'S SHARE
005130*     OF THE MAINTENANCE WINDOWS IS WORKED OUT FIRST, FILE OR NO.
005140*****************************************************************
005150 2100-PROCESS-ONE-DAY.
005160     PERFORM 2050-SET-DAY-PLAN THRU 2050-EXIT
005170     MOVE 'N' TO WKA-FILE-OPEN-SWITCH
005180     MOVE WKA-DT-DATE(WKA-DAY-SUB) TO WKA-GEN-NAME-DATE
005190     MOVE WKA-GEN-FILE-NAME TO WKA-LOG-FILE-NAME
005200     OPEN INPUT TIME-LOG-FILE
005210     IF WKA-LOG-FILE-STATUS = '00'
005220         SET WKA-FILE-OPEN TO TRUE
005230     ELSE
005240         IF WKA-LOG-FILE-STATUS = '05'
005250             CLOSE TIME-LOG-FILE
005260         END-IF
005270         IF WKA-DT-DATE(WKA-DAY-SUB) = WKA-TODAY-DATE
005280             MOVE 'CLOCKLOG' TO WKA-LOG-FILE-NAME
005290             OPEN INPUT TIME-LOG-FILE
005300             IF WKA-LOG-FILE-STATUS = '00'
005310                 SET WKA-FILE-OPEN TO TRUE
005320             ELSE
005330                 IF WKA-LOG-FILE-STATUS = '05'
005340                     CLOSE TIME-LOG-FILE
005350                 END-IF
005360             END-IF
005370         END-IF
005380     END-IF
005390     IF NOT WKA-FILE-OPEN
005400         GO TO 2100-EXIT
005410     END-IF
005420     MOVE 'Y' TO WKA-DT-FILE-SW(WKA-DAY-SUB)
005430     MOVE 'N' TO WKA-LOG-EOF-SWITCH
005440     MOVE -1 TO WKA-PRIOR-TOTAL-SECS
005450     PERFORM 2150-TALLY-ONE-READING THRU 2150-EXIT
005460         UNTIL WKA-LOG-AT-END
005470     CLOSE TIME-LOG-FILE.
005480 2100-EXIT.
005490     EXIT.
005500*****************************************************************
005510* 2150-TALLY-ONE-READING
005520*     READS ONE AUDIT RECORD OF THE CURRENT DAY'S FILE, PASSING
005530*     OVER OTHER DATES AND RECORDS THAT ARE NOT A LEGAL TIME OF
005540*     DAY, COUNTS IT (AND, WHEN IT LIES OUTSIDE EVERY WINDOW, AS
005550*     AN OUTSIDE READING), AND ADDS THE MISSING SECONDS OF ANY GAP
005560*     PAST THE EXPECTED INTERVAL TO THE DAY'S PLANNED GAP SECONDS
005570*     AS FAR AS THE GAP LIES INSIDE A MAINTENANCE WINDOW, AND TO
005580*     ITS UNPLANNED GAP SECONDS FOR THE REST.  A READING THAT RUNS
005590*     BACKWARD FROM ITS PREDECESSOR (THE FILE SPANS RESTARTS)
005600*     RESTARTS THE GAP BASELINE, AS CLOCKCVR'S PASS DOES.
005610*****************************************************************
005620 2150-TALLY-ONE-READING.
005630     READ TIME-LOG-FILE
005640         AT END
005650             SET WKA-LOG-AT-END TO TRUE
005660     END-READ
005670     IF WKA-LOG-AT-END
005680         GO TO 2150-EXIT
005690     END-IF
005700     IF CLK-LOG-DATE IS NOT NUMERIC
005710             OR CLK-LOG-HOURS IS NOT NUMERIC
005720             OR CLK-LOG-MINUTES IS NOT NUMERIC
005730             OR CLK-LOG-SECONDS IS NOT NUMERIC
005740         GO TO 2150-EXIT
005750     END-IF
005760     IF CLK-LOG-HOURS > 23
005770             OR CLK-LOG-MINUTES > 59
005780             OR CLK-LOG-SECONDS > 59
005790         GO TO 2150-EXIT
005800     END-IF
005810     IF CLK-LOG-DATE NOT = WKA-DT-DATE(WKA-DAY-SUB)
005820         GO TO 2150-EXIT
005830     END-IF
005840     ADD 1 TO WKA-DT-READINGS(WKA-DAY-SUB)
005850     COMPUTE WKA-THIS-TOTAL-SECS =
005860         (CLK-LOG-HOURS * 3600) + (CLK-LOG-MINUTES * 60)
005870             + CLK-LOG-SECONDS
005880     PERFORM 2160-TEST-READING THRU 2160-EXIT
005890     IF WKA-DP-HIT-SUB = ZERO
005900         ADD 1 TO WKA-DT-OUT-READINGS(WKA-DAY-SUB)
005910     END-IF
005920     IF WKA-PRIOR-TOTAL-SECS >= 0
005930             AND WKA-THIS-TOTAL-SECS > WKA-PRIOR-TOTAL-SECS
005940         COMPUTE WKA-GAP-SECS =
005950             WKA-THIS-TOTAL-SECS - WKA-PRIOR-TOTAL-SECS
005960         IF WKA-GAP-SECS > WKA-GAP-LIMIT-SECS
005970             COMPUTE WKA-GAP-MISSING-SECS =
005980                 WKA-GAP-SECS - WKA-EXPECTED-SECS
005990             PERFORM 2170-MEASURE-OVERLAP THRU 2170-EXIT
006000             IF WKA-OVERLAP-SECS < WKA-GAP-MISSING-SECS
006010                 MOVE WKA-OVERLAP-SECS TO WKA-GAP-PLANNED-SECS
006020             ELSE
006030                 MOVE WKA-GAP-MISSING-SECS TO WKA-GAP-PLANNED-SECS
006040             END-IF
006050             ADD WKA-GAP-PLANNED-SECS
006060                 TO WKA-DT-PLAN-GAP-SECS(WKA-DAY-SUB)
006070             COMPUTE WKA-DT-GAP-SECS(WKA-DAY-SUB) =
006080                 WKA-DT-GAP-SECS(WKA-DAY-SUB)
006090                     + WKA-GAP-MISSING-SECS - WKA-GAP-PLANNED-SECS
006100         END-IF
006110     END-IF
006120     MOVE WKA-THIS-TOTAL-SECS TO WKA-PRIOR-TOTAL-SECS.
006130 2150-EXIT.
006140     EXIT.
006150*****************************************************************
006160* 2160-TEST-READING
006170*     SAYS WHETHER THE CURRENT READING LIES INSIDE ONE OF THE
006180*     DAY'S MAINTENANCE WINDOWS: WKA-DP-HIT-SUB IS THE WINDOW, OR
006190*     ZERO.
006200*****************************************************************
006210 2160-TEST-READING.
006220     MOVE ZERO TO WKA-DP-HIT-SUB
006230     PERFORM 2165-TEST-ONE-WINDOW THRU 2165-EXIT
006240         VARYING WKA-DP-SUB FROM 1 BY 1
006250         UNTIL WKA-DP-SUB > WKA-DP-COUNT.
006260 2160-EXIT.
006270     EXIT.
006280 2165-TEST-ONE-WINDOW.
006290     IF WKA-THIS-TOTAL-SECS NOT < WKA-DP-START-SECS(WKA-DP-SUB)
006300             AND WKA-THIS-TOTAL-SECS < WKA-DP-END-SECS(WKA-DP-SUB)
006310         MOVE WKA-DP-SUB TO WKA-DP-HIT-SUB
006320     END-IF.
006330 2165-EXIT.
006340     EXIT.
006350*****************************************************************
006360* 2170-MEASURE-OVERLAP
006370*     MEASURES HOW MANY SECONDS OF THE GAP FROM THE PRIOR
006380*     READING TO THIS ONE LIE INSIDE THE DAY'S MAINTENANCE
006390*     WINDOWS.
006400*****************************************************************
006410 2170-MEASURE-OVERLAP.
006420     MOVE ZERO TO WKA-OVERLAP-SECS
006430     PERFORM 2175-OVERLAP-ONE-WINDOW THRU 2175-EXIT
006440         VARYING WKA-DP-SUB FROM 1 BY 1
006450         UNTIL WKA-DP-SUB > WKA-DP-COUNT.
006460 2170-EXIT.
006470     EXIT.
006480 2175-OVERLAP-ONE-WINDOW.
006490     MOVE WKA-PRIOR-TOTAL-SECS TO WKA-CLIP-START
006500     IF WKA-DP-START-SECS(WKA-DP-SUB) > WKA-CLIP-START
006510         MOVE WKA-DP-START-SECS(WKA-DP-SUB) TO WKA-CLIP-START
006520     END-IF
006530     MOVE WKA-THIS-TOTAL-SECS TO WKA-CLIP-END
006540     IF WKA-DP-END-SECS(WKA-DP-SUB) < WKA-CLIP-END
006550         MOVE WKA-DP-END-SECS(WKA-DP-SUB) TO WKA-CLIP-END
006560     END-IF
006570     IF WKA-CLIP-END > WKA-CLIP-START
006580         COMPUTE WKA-OVERLAP-SECS =
006590             WKA-OVERLAP-SECS + WKA-CLIP-END - WKA-CLIP-START
006600     END-IF.
006610 2175-EXIT.
006620     EXIT.
006630*****************************************************************
006640* 3000-PRINT-REPORT
006650*     SCORES EVERY DAY AS A PERCENTAGE OF THE EXPECTED READINGS,
006660*     WITH AND WITHOUT THE PLANNED TIME, PRINTS THE REPORT WEEK'S
006670*     SEVEN DAY LINES WITH THE WORST DAY (EXCLUDING PLANNED TIME)
006680*     FLAGGED, AND CLOSES WITH THE WEEK-OVER-WEEK COMPARISONS
006690*     AGAINST THE SEVEN DAYS BEFORE, ALL TIME AND EXCLUDING
006700*     PLANNED.
006710*****************************************************************
006720 3000-PRINT-REPORT.
006730     PERFORM 3100-SCORE-ONE-DAY THRU 3100-EXIT
006740         VARYING WKA-DAY-SUB FROM 1 BY 1
006750         UNTIL WKA-DAY-SUB > 14
006760     MOVE 999 TO WKA-WORST-PCT
006770     PERFORM 3200-FIND-WORST-DAY THRU 3200-EXIT
006780         VARYING WKA-DAY-SUB FROM 8 BY 1
006790         UNTIL WKA-DAY-SUB > 14
006800     PERFORM 3300-PRINT-ONE-DAY THRU 3300-EXIT
006810         VARYING WKA-DAY-SUB FROM 8 BY 1
006820         UNTIL WKA-DAY-SUB > 14
006830     WRITE WKA-PRINT-LINE FROM WKA-BLANK-LINE
006840     MOVE ZERO TO WKA-PCT-WORK
006850     PERFORM 3400-SUM-ONE-PCT THRU 3400-EXIT
006860         VARYING WKA-DAY-SUB FROM 8 BY 1
006870         UNTIL WKA-DAY-SUB > 14
006880     COMPUTE WKA-THIS-WEEK-AVG ROUNDED = WKA-PCT-WORK / 7
006890     MOVE ZERO TO WKA-PCT-WORK
006900     PERFORM 3400-SUM-ONE-PCT THRU 3400-EXIT
006910         VARYING WKA-DAY-SUB FROM 1 BY 1
006920         UNTIL WKA-DAY-SUB > 7
006930     COMPUTE WKA-PRIOR-WEEK-AVG ROUNDED = WKA-PCT-WORK / 7
006940     COMPUTE WKA-AVG-DIFF =
006950         WKA-THIS-WEEK-AVG - WKA-PRIOR-WEEK-AVG
006960     MOVE WKA-THIS-WEEK-AVG TO WKA-CP-THIS
006970     MOVE WKA-PRIOR-WEEK-AVG TO WKA-CP-PRIOR
006980     MOVE WKA-AVG-DIFF TO WKA-CP-DIFF
006990     WRITE WKA-PRINT-LINE FROM WKA-COMPARE-LINE
007000     MOVE ZERO TO WKA-PCT-WORK
007010     PERFORM 3450-SUM-ONE-XPCT THRU 3450-EXIT
007020         VARYING WKA-DAY-SUB FROM 8 BY 1
007030         UNTIL WKA-DAY-SUB > 14
007040     COMPUTE WKA-THIS-WEEK-AVG ROUNDED = WKA-PCT-WORK / 7
007050     MOVE ZERO TO WKA-PCT-WORK
007060     PERFORM 3450-SUM-ONE-XPCT THRU 3450-EXIT
007070         VARYING WKA-DAY-SUB FROM 1 BY 1
007080         UNTIL WKA-DAY-SUB > 7
007090     COMPUTE WKA-PRIOR-WEEK-AVG ROUNDED = WKA-PCT-WORK / 7
007100     COMPUTE WKA-AVG-DIFF =
007110         WKA-THIS-WEEK-AVG - WKA-PRIOR-WEEK-AVG
007120     MOVE WKA-THIS-WEEK-AVG TO WKA-XC-THIS
007130     MOVE WKA-PRIOR-WEEK-AVG TO WKA-XC-PRIOR
007140     MOVE WKA-AVG-DIFF TO WKA-XC-DIFF
007150     WRITE WKA-PRINT-LINE FROM WKA-XCOMPARE-LINE.
007160 3000-EXIT.
007170     EXIT.
007180*****************************************************************
007190* 3100-SCORE-ONE-DAY
007200*     SCORES ONE DAY'S AVAILABILITY AS READINGS OVER EXPECTED
007210*     READINGS, CAPPED AT 100 SO A FAST-SAMPLING DAY CANNOT
007220*     SCORE PAST FULL COVERAGE.  THE EXCLUDING-PLANNED SCORE
007230*     COUNTS ONLY THE READINGS OUTSIDE THE MAINTENANCE WINDOWS
007240*     AGAINST THE DAY LESS THE WINDOWS; A DAY SPENT WHOLLY IN A
007250*     WINDOW SCORES 100 ON IT.
007260*****************************************************************
007270 3100-SCORE-ONE-DAY.
007280     COMPUTE WKA-PCT-WORK =
007290         (WKA-DT-READINGS(WKA-DAY-SUB) * 100)
007300             / WKA-EXPECTED-READINGS
007310     IF WKA-PCT-WORK > 100
007320         MOVE 100 TO WKA-PCT-WORK
007330     END-IF
007340     MOVE WKA-PCT-WORK TO WKA-DT-PCT(WKA-DAY-SUB)
007350     COMPUTE WKA-XPCT-EXPECTED =
007360         (86400 - WKA-DT-PLAN-SECS(WKA-DAY-SUB))
007370             / WKA-EXPECTED-SECS
007380     MOVE 100 TO WKA-PCT-WORK
007390     IF WKA-XPCT-EXPECTED > ZERO
007400         COMPUTE WKA-PCT-WORK =
007410             (WKA-DT-OUT-READINGS(WKA-DAY-SUB) * 100)
007420                 / WKA-XPCT-EXPECTED
007430     END-IF
007440     IF WKA-PCT-WORK > 100
007450         MOVE 100 TO WKA-PCT-WORK
007460     END-IF
007470     MOVE WKA-PCT-WORK TO WKA-DT-XPCT(WKA-DAY-SUB).
007480 3100-EXIT.
007490     EXIT.
007500*****************************************************************
007510* 3200-FIND-WORST-DAY
007520*     TRACKS THE LOWEST AVAILABILITY PERCENTAGE, EXCLUDING
007530*     PLANNED TIME, ACROSS THE REPORT WEEK.
007540*****************************************************************
007550 3200-FIND-WORST-DAY.
007560     IF WKA-DT-XPCT(WKA-DAY-SUB) < WKA-WORST-PCT
007570         MOVE WKA-DT-XPCT(WKA-DAY-SUB) TO WKA-WORST-PCT
007580     END-IF.
007590 3200-EXIT.
007600     EXIT.
007610*****************************************************************
007620* 3300-PRINT-ONE-DAY
007630*     PRINTS ONE REPORT-WEEK DAY LINE, FLAGGING THE WORST DAY,
007640*     A DAY WITH NO LOG FILE AT ALL, AND A DAY THAT HAD PLANNED
007650*     MAINTENANCE.
007660*****************************************************************
007670 3300-PRINT-ONE-DAY.
007680     MOVE WKA-DT-DATE(WKA-DAY-SUB)(1:4) TO WKA-DD-YEAR
007690     MOVE WKA-DT-DATE(WKA-DAY-SUB)(5:2) TO WKA-DD-MONTH
007700     MOVE WKA-DT-DATE(WKA-DAY-SUB)(7:2) TO WKA-DD-DAY
007710     MOVE WKA-DT-READINGS(WKA-DAY-SUB) TO WKA-DD-READINGS
007720     MOVE WKA-DT-PCT(WKA-DAY-SUB) TO WKA-DD-PCT
007730     MOVE WKA-DT-XPCT(WKA-DAY-SUB) TO WKA-DD-XPCT
007740     MOVE WKA-DT-GAP-SECS(WKA-DAY-SUB) TO WKA-DD-GAP-SECS
007750     MOVE WKA-DT-PLAN-GAP-SECS(WKA-DAY-SUB)
007760         TO WKA-DD-PLAN-GAP-SECS
007770     MOVE SPACES TO WKA-DD-NOTE
007780     IF WKA-DT-PLAN-SECS(WKA-DAY-SUB) > ZERO
007790         MOVE 'PLANNED MAINTENANCE' TO WKA-DD-NOTE
007800     END-IF
007810     IF NOT WKA-DT-FILE-FOUND(WKA-DAY-SUB)
007820         MOVE 'NO LOG FILE' TO WKA-DD-NOTE
007830     END-IF
007840     IF WKA-DT-XPCT(WKA-DAY-SUB) = WKA-WORST-PCT
007850         MOVE '*** WORST DAY ***' TO WKA-DD-NOTE
007860         IF NOT WKA-DT-FILE-FOUND(WKA-DAY-SUB)
007870             MOVE 'NO LOG FILE - WORST' TO WKA-DD-NOTE
007880         END-IF
007890     END-IF
007900     WRITE WKA-PRINT-LINE FROM WKA-DAY-DETAIL.
007910 3300-EXIT.
007920     EXIT.
007930*****************************************************************
007940* 3400-SUM-ONE-PCT
007950*     ADDS ONE DAY'S AVAILABILITY PERCENTAGE INTO THE RUNNING
007960*     WEEK TOTAL THE AVERAGES ARE BUILT FROM.
007970*****************************************************************
007980 3400-SUM-ONE-PCT.
007990     ADD WKA-DT-PCT(WKA-DAY-SUB) TO WKA-PCT-WORK.
008000 3400-EXIT.
008010     EXIT.
008020 3450-SUM-ONE-XPCT.
008030     ADD WKA-DT-XPCT(WKA-DAY-SUB) TO WKA-PCT-WORK.
008040 3450-EXIT.
008050     EXIT.
008060*****************************************************************
008070* 9000-TERMINATE
008080*     CLOSES THE PRINT FILE AND ENDS THE RUN.
008090*****************************************************************
008100 9000-TERMINATE.
008110     CLOSE REPORT-FILE.
008120 9000-EXIT.
008130     EXIT.
008140 END PROGRAM CLOCKWKA.
