000220*     RUN SUMMARY PRINTS ON CLGPRINT; A BAD HOLIDAY LINE IS
000230*     REPORTED AND ENDS THE RUN WITH RETURN CODE 8 SO THE
000240*     INSTALL JOB STOPS ON A BAD LIST.
000250*     EVERY DAY ALSO GETS A DAY TYPE, WHICH NAMES THE CLOCKDLN
000260*     DEADLINE SET THE CLOCK ARMS THAT DAY.  COLUMNS 14-21 OF THE
000270*     CARD NAME THE TYPE GIVEN TO THE LAST PROCESSING DAY OF EACH
000280*     MONTH (E.G. MONTHEND) AND COLUMNS 23-30 THE TYPE GIVEN TO
000290*     THE LAST PROCESSING DAY OF MARCH, JUNE, SEPTEMBER AND
000300*     DECEMBER (E.G. QTREND); EITHER LEFT BLANK IS NOT APPLIED.
000310*     A CLOCKHOL LINE MAY CARRY, AFTER THE DESCRIPTION AND A
000320*     SPACE, A PROCESSING FLAG (N OR BLANK FOR A HOLIDAY, Y FOR
000330*     A DAY THE BATCH STILL RUNS) AND, AFTER ANOTHER SPACE, A
000340*     DAY TYPE (E.G. EARLYCLS), WHICH WINS OVER THE MONTH-END
000350*     RULE.  EVERY OTHER DAY IS NORMAL.
000360* TECTONICS: cobc
000370*****************************************************************
000380* MODIFICATION HISTORY
000390*     09/02/2026 AH  INITIAL VERSION.
000400*     10/15/2026 AH  ADDED THE DAY TYPE.  THE CARD NAMES MONTH-END
000410*         AND QUARTER-END TYPES FOR THE LAST PROCESSING DAY OF
000420*         THE MONTH, AND A CLOCKHOL LINE MAY NOW MARK A
000430*         PROCESSING DAY (EARLY CLOSE) AND NAME ITS TYPE, SO THE
000440*         CLOCK CAN ARM A DIFFERENT DEADLINE SET ON THOSE DAYS.
000450*         MEMBER WAS RENUMBERED.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CLOCKCLG.
000490 AUTHOR. AUSTIN HRIN.
000500 INSTALLATION. OPERATIONS.
000510 DATE-WRITTEN. 09/02/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL HOLIDAY-LIST-FILE ASSIGN TO "CLOCKHOL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS CLG-HOL-FILE-STATUS.
000590     SELECT CAL-BUILD-FILE ASSIGN TO "CALBUILD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS CLG-CAL-FILE-STATUS.
000620     SELECT REPORT-FILE ASSIGN TO "CLGPRINT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS CLG-RPT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HOLIDAY-LIST-FILE.
000680 01  CLG-HOLIDAY-RECORD.
000690     05  CLG-HOL-DATE          PIC 9(08).
000700     05  FILLER                PIC X(01).
000710     05  CLG-HOL-DESC          PIC X(20).
000720     05  FILLER                PIC X(01).
000730     05  CLG-HOL-PROC-FLAG     PIC X(01).
000740     05  FILLER                PIC X(01).
000750     05  CLG-HOL-DAY-TYPE      PIC X(08).
000760 FD  CAL-BUILD-FILE.
000770     COPY CLKCALR.
000780 FD  REPORT-FILE.
000790 01  CLG-PRINT-LINE            PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  CLG-HOL-FILE-STATUS       PIC X(02).
000820 77  CLG-CAL-FILE-STATUS       PIC X(02).
000830 77  CLG-RPT-FILE-STATUS       PIC X(02).
000840 77  CLG-HOL-EOF-SWITCH        PIC X(01) VALUE 'N'.
000850     88  CLG-HOL-AT-END            VALUE 'Y'.
000860 01  CLG-REQUEST-CARD.
000870     05  CLG-REQUEST-YEAR      PIC X(04).
000880     05  CLG-REQUEST-YEAR-NUM REDEFINES CLG-REQUEST-YEAR
000890                               PIC 9(04).
000900     05  FILLER                PIC X(01).
000910     05  CLG-REQUEST-RULE      PIC X(07).
000920     05  FILLER                PIC X(01).
000930     05  CLG-REQUEST-MONTH-END PIC X(08).
000940     05  FILLER                PIC X(01).
000950     05  CLG-REQUEST-QTR-END   PIC X(08).
000960 77  CLG-TODAY-DATE            PIC 9(08).
000970 01  CLG-RULE-TABLE.
000980     05  CLG-RULE-FLAG OCCURS 7 TIMES
000990                               PIC X(01).
001000 01  CLG-WORK-DATE.
001010     05  CLG-WD-YEAR           PIC 9(04).
001020     05  CLG-WD-MONTH          PIC 99.
001030     05  CLG-WD-DAY            PIC 99.
001040 01  CLG-WORK-DATE-NUM REDEFINES CLG-WORK-DATE
001050                               PIC 9(08).
001060 01  CLG-SAVE-DATE.
001070     05  CLG-SV-YEAR           PIC 9(04).
001080     05  CLG-SV-MONTH          PIC 99.
001090     05  CLG-SV-DAY            PIC 99.
001100 01  CLG-SAVE-DATE-NUM REDEFINES CLG-SAVE-DATE
001110                               PIC 9(08).
001120 77  CLG-SAVE-DOW-SUB          PIC 9(01) COMP.
001130 77  CLG-DAY-PROC-FLAG         PIC X(01).
001140 77  CLG-LAST-PROC-SWITCH      PIC X(01).
001150     88  CLG-LAST-PROC-DAY         VALUE 'Y'.
001160 77  CLG-LOOK-DONE-SWITCH      PIC X(01).
001170     88  CLG-LOOK-DONE             VALUE 'Y'.
001180 77  CLG-DOW-SUB               PIC 9(01) COMP.
001190 77  CLG-RULE-SUB              PIC 9(01) COMP.
001200 77  CLG-MONTH-LIMIT           PIC 99.
001210 77  CLG-LEAP-QUOT             PIC 9(04) COMP.
001220 77  CLG-LEAP-REM              PIC 9(04) COMP.
001230 01  CLG-MONTH-DAY-TABLE.
001240     05  FILLER                PIC X(24) VALUE
001250         '312831303130313130313031'.
001260 01  FILLER REDEFINES CLG-MONTH-DAY-TABLE.
001270     05  CLG-MONTH-DAYS OCCURS 12 TIMES
001280                               PIC 99.
001290 01  CLG-DOW-NAME-TABLE.
001300     05  FILLER                PIC X(09) VALUE 'MONDAY   '.
001310     05  FILLER                PIC X(09) VALUE 'TUESDAY  '.
001320     05  FILLER                PIC X(09) VALUE 'WEDNESDAY'.
001330     05  FILLER                PIC X(09) VALUE 'THURSDAY '.
001340     05  FILLER                PIC X(09) VALUE 'FRIDAY   '.
001350     05  FILLER                PIC X(09) VALUE 'SATURDAY '.
001360     05  FILLER                PIC X(09) VALUE 'SUNDAY   '.
001370 01  FILLER REDEFINES CLG-DOW-NAME-TABLE.
001380     05  CLG-DOW-NAMES OCCURS 7 TIMES
001390                               PIC X(09).
001400 77  CLG-DOW-Q                 PIC 9(02) COMP.
001410 77  CLG-DOW-M                 PIC 9(02) COMP.
001420 77  CLG-DOW-K                 PIC 9(04) COMP.
001430 77  CLG-DOW-J                 PIC 9(04) COMP.
001440 77  CLG-DOW-YEAR              PIC 9(04) COMP.
001450 77  CLG-DOW-H                 PIC 9(06) COMP.
001460 77  CLG-DOW-WORK              PIC 9(06) COMP.
001470 77  CLG-DOW-QUOT              PIC 9(06) COMP.
001480*****************************************************************
001490* HOLIDAY TABLE.  LOADED FROM CLOCKHOL BEFORE THE YEAR WALK;
001500*     ONE HUNDRED SLOTS COVERS EVERY LIST THE BANK HAS EVER
001510*     PUBLISHED SEVERAL TIMES OVER.
001520*****************************************************************
001530 01  CLG-HOLIDAY-TABLE.
001540     05  CLG-HOL-ENTRY OCCURS 100 TIMES.
001550         10  CLG-HT-DATE           PIC 9(08).
001560         10  CLG-HT-DESC           PIC X(20).
001570         10  CLG-HT-PROC-FLAG      PIC X(01).
001580         10  CLG-HT-DAY-TYPE       PIC X(08).
001590 77  CLG-HOL-COUNT             PIC 9(03) COMP VALUE ZERO.
001600 77  CLG-HOL-SUB               PIC 9(03) COMP.
001610 77  CLG-HOL-MATCH-SUB         PIC 9(03) COMP.
001620 77  CLG-HOL-REJECT-COUNT      PIC 9(03) COMP VALUE ZERO.
001630 77  CLG-HOL-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
001640 77  CLG-DAYS-WRITTEN          PIC 9(03) COMP VALUE ZERO.
001650 77  CLG-PROC-COUNT            PIC 9(03) COMP VALUE ZERO.
001660 77  CLG-NONPROC-COUNT         PIC 9(03) COMP VALUE ZERO.
001670 77  CLG-HOL-APPLIED-COUNT     PIC 9(03) COMP VALUE ZERO.
001680 77  CLG-MONTH-END-COUNT       PIC 9(03) COMP VALUE ZERO.
001690 77  CLG-QTR-END-COUNT         PIC 9(03) COMP VALUE ZERO.
001700 77  CLG-HOL-TYPED-COUNT       PIC 9(03) COMP VALUE ZERO.
001710 01  CLG-HEADING-1.
001720     05  FILLER                PIC X(09) VALUE 'CLOCKCLG '.
001730     05  FILLER                PIC X(26)
001740             VALUE 'ANNUAL CALENDAR BUILD FOR '.
001750     05  CLG-H1-YEAR           PIC 9(04).
001760     05  FILLER                PIC X(41) VALUE SPACES.
001770 01  CLG-HEADING-2.
001780     05  FILLER                PIC X(31)
001790             VALUE 'WEEKEND RULE (MON-SUN, Y=RUNS):'.
001800     05  FILLER                PIC X(01) VALUE SPACE.
001810     05  CLG-H2-RULE           PIC X(07).
001820     05  FILLER                PIC X(41) VALUE SPACES.
001830 01  CLG-HEADING-3.
001840     05  FILLER                PIC X(16)
001850             VALUE 'MONTH-END TYPE: '.
001860     05  CLG-H3-MONTH-END      PIC X(08).
001870     05  FILLER                PIC X(20)
001880             VALUE '   QUARTER-END TYPE:'.
001890     05  FILLER                PIC X(01) VALUE SPACE.
001900     05  CLG-H3-QTR-END        PIC X(08).
001910     05  FILLER                PIC X(27) VALUE SPACES.
001920 01  CLG-REJECT-LINE.
001930     05  FILLER                PIC X(30)
001940             VALUE ' * BAD HOLIDAY LINE REJECTED: '.
001950     05  CLG-RJ-RECORD         PIC X(40).
001960     05  FILLER                PIC X(10) VALUE SPACES.
001970 01  CLG-COUNT-LINE.
001980     05  CLG-CL-LABEL          PIC X(24).
001990     05  CLG-CL-COUNT          PIC ZZZZ9.
002000     05  FILLER                PIC X(51) VALUE SPACES.
002010 01  CLG-RESULT-LINE.
002020     05  FILLER                PIC X(08) VALUE ' RESULT:'.
002030     05  FILLER                PIC X(01) VALUE SPACE.
002040     05  CLG-RL-TEXT           PIC X(50).
002050     05  FILLER                PIC X(21) VALUE SPACES.
002060 77  CLG-BLANK-LINE            PIC X(80) VALUE SPACES.
002070 PROCEDURE DIVISION.
002080*****************************************************************
002090* 0000-MAINLINE
002100*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, LOAD THE HOLIDAY
002110*     LIST, WALK THE YEAR WRITING ONE CALENDAR LINE PER DATE,
002120*     PRINT THE SUMMARY, AND TERMINATE.
002130*****************************************************************
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002160     PERFORM 2000-LOAD-HOLIDAYS THRU 2000-EXIT
002170     PERFORM 3000-WALK-YEAR THRU 3000-EXIT
002180     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
002190     PERFORM 9000-TERMINATE THRU 9000-EXIT
002200     STOP RUN.
002210*****************************************************************
002220* 1000-INITIALIZE
002230*     ACCEPTS THE YEAR, WEEKEND RULE AND MONTH/QUARTER-END DAY
002240*     TYPES FROM SYSIN (DEFAULTING TO THE CURRENT YEAR,
002250*     SATURDAY/SUNDAY OFF AND NO PERIOD-END TYPES), STAGES THE
002260*     STARTING DAY OF WEEK, AND OPENS THE BUILD AND PRINT FILES.
002270*****************************************************************
002280 1000-INITIALIZE.
002290     MOVE SPACES TO CLG-REQUEST-CARD
002300     ACCEPT CLG-REQUEST-CARD
002310     ACCEPT CLG-TODAY-DATE FROM DATE YYYYMMDD
002320     IF CLG-REQUEST-YEAR-NUM IS NOT NUMERIC
002330         MOVE CLG-TODAY-DATE(1:4) TO CLG-REQUEST-YEAR
002340     END-IF
002350     MOVE 'YYYYYNN' TO CLG-RULE-TABLE
002360     IF CLG-REQUEST-RULE NOT = SPACES
002370         PERFORM 1100-APPLY-ONE-RULE THRU 1100-EXIT
002380             VARYING CLG-RULE-SUB FROM 1 BY 1
002390             UNTIL CLG-RULE-SUB > 7
002400     END-IF
002410     MOVE CLG-REQUEST-YEAR-NUM TO CLG-WD-YEAR
002420     MOVE 1 TO CLG-WD-MONTH
002430     MOVE 1 TO CLG-WD-DAY
002440     PERFORM 1200-COMPUTE-DOW THRU 1200-EXIT
002450     OPEN OUTPUT CAL-BUILD-FILE
002460     OPEN OUTPUT REPORT-FILE
002470     MOVE CLG-REQUEST-YEAR-NUM TO CLG-H1-YEAR
002480     WRITE CLG-PRINT-LINE FROM CLG-HEADING-1
002490     MOVE CLG-RULE-TABLE TO CLG-H2-RULE
002500     WRITE CLG-PRINT-LINE FROM CLG-HEADING-2
002510     MOVE CLG-REQUEST-MONTH-END TO CLG-H3-MONTH-END
002520     MOVE CLG-REQUEST-QTR-END TO CLG-H3-QTR-END
002530     WRITE CLG-PRINT-LINE FROM CLG-HEADING-3
002540     WRITE CLG-PRINT-LINE FROM CLG-BLANK-LINE.
002550 1000-EXIT.
002560     EXIT.
002570*****************************************************************
002580* 1100-APPLY-ONE-RULE
002590*     TAKES ONE SUPPLIED WEEKEND-RULE FLAG OFF THE CARD, KEEPING
002600*     THE DEFAULT FOR A POSITION THAT IS NOT Y OR N.
002610*****************************************************************
002620 1100-APPLY-ONE-RULE.
002630     IF CLG-REQUEST-RULE(CLG-RULE-SUB:1) = 'Y'
002640             OR CLG-REQUEST-RULE(CLG-RULE-SUB:1) = 'N'
002650         MOVE CLG-REQUEST-RULE(CLG-RULE-SUB:1)
002660             TO CLG-RULE-FLAG(CLG-RULE-SUB)
002670     END-IF.
002680 1100-EXIT.
002690     EXIT.
002700*****************************************************************
002710* 1200-COMPUTE-DOW
002720*     COMPUTES THE DAY OF WEEK FOR THE CURRENT WORK DATE BY
002730*     ZELLER'S CONGRUENCE (JANUARY AND FEBRUARY COUNT AS MONTHS
002740*     13 AND 14 OF THE PRIOR YEAR), MAPPED TO 1=MONDAY THROUGH
002750*     7=SUNDAY FOR THE RULE TABLE.  RUN ONCE FOR JANUARY 1ST;
002760*     THE YEAR WALK ROTATES THE SUBSCRIPT FROM THERE.
002770*****************************************************************
002780 1200-COMPUTE-DOW.
002790     MOVE CLG-WD-DAY TO CLG-DOW-Q
002800     MOVE CLG-WD-YEAR TO CLG-DOW-YEAR
002810     IF CLG-WD-MONTH < 3
002820         COMPUTE CLG-DOW-M = CLG-WD-MONTH + 12
002830         SUBTRACT 1 FROM CLG-DOW-YEAR
002840     ELSE
002850         MOVE CLG-WD-MONTH TO CLG-DOW-M
002860     END-IF
002870     DIVIDE CLG-DOW-YEAR BY 100 GIVING CLG-DOW-J
002880         REMAINDER CLG-DOW-K
002890     COMPUTE CLG-DOW-WORK =
002900         CLG-DOW-Q + ((13 * (CLG-DOW-M + 1)) / 5) + CLG-DOW-K
002910             + (CLG-DOW-K / 4) + (CLG-DOW-J / 4) + (5 * CLG-DOW-J)
002920     DIVIDE CLG-DOW-WORK BY 7 GIVING CLG-DOW-QUOT
002930         REMAINDER CLG-DOW-H
002940     COMPUTE CLG-DOW-WORK = CLG-DOW-H + 5
002950     DIVIDE CLG-DOW-WORK BY 7 GIVING CLG-DOW-QUOT
002960         REMAINDER CLG-DOW-H
002970     COMPUTE CLG-DOW-SUB = CLG-DOW-H + 1.
002980 1200-EXIT.
002990     EXIT.
003000*****************************************************************
003010* 2000-LOAD-HOLIDAYS
003020*     DRIVES THE LOAD OF THE OPTIONAL CLOCKHOL LIST INTO THE
003030*     HOLIDAY TABLE.  AN ABSENT FILE BUILDS A WEEKEND-ONLY
003040*     CALENDAR.
003050*****************************************************************
003060 2000-LOAD-HOLIDAYS.
003070     OPEN INPUT HOLIDAY-LIST-FILE
003080     IF CLG-HOL-FILE-STATUS NOT = '00'
003090         IF CLG-HOL-FILE-STATUS = '05'
003100             CLOSE HOLIDAY-LIST-FILE
003110         END-IF
003120         GO TO 2000-EXIT
003130     END-IF
003140     PERFORM 2100-LOAD-ONE-HOLIDAY THRU 2100-EXIT
003150         UNTIL CLG-HOL-AT-END OR CLG-HOL-COUNT = 100
003160     CLOSE HOLIDAY-LIST-FILE.
003170 2000-EXIT.
003180     EXIT.
003190*****************************************************************
003200* 2100-LOAD-ONE-HOLIDAY
003210*     READS ONE HOLIDAY LINE INTO THE NEXT TABLE SLOT.  A LINE
003220*     WHOSE DATE IS NOT NUMERIC, OR IS FOR ANOTHER YEAR, OR WHOSE
003230*     PROCESSING FLAG IS NOT Y, N OR BLANK, IS PRINTED AS
003240*     REJECTED AND COUNTS TOWARD THE RETURN-CODE-8 RESULT,
003250*     BECAUSE A TYPO HERE IS EXACTLY THE SILENT FAILURE THIS
003260*     BUILD EXISTS TO STOP.
003270*****************************************************************
003280 2100-LOAD-ONE-HOLIDAY.
003290     READ HOLIDAY-LIST-FILE
003300         AT END
003310             SET CLG-HOL-AT-END TO TRUE
003320     END-READ
003330     IF CLG-HOL-AT-END
003340         GO TO 2100-EXIT
003350     END-IF
003360     ADD 1 TO CLG-HOL-LINE-COUNT
003370     IF CLG-HOL-DATE IS NOT NUMERIC
003380             OR CLG-HOL-DATE(1:4) NOT = CLG-REQUEST-YEAR
003390             OR CLG-HOL-DATE(5:2) < '01'
003400             OR CLG-HOL-DATE(5:2) > '12'
003410             OR CLG-HOL-DATE(7:2) < '01'
003420             OR CLG-HOL-DATE(7:2) > '31'
003430             OR (CLG-HOL-PROC-FLAG NOT = 'Y'
003440                 AND CLG-HOL-PROC-FLAG NOT = 'N'
003450                 AND CLG-HOL-PROC-FLAG NOT = SPACE)
003460         ADD 1 TO CLG-HOL-REJECT-COUNT
003470         MOVE CLG-HOLIDAY-RECORD TO CLG-RJ-RECORD
003480         WRITE CLG-PRINT-LINE FROM CLG-REJECT-LINE
003490         GO TO 2100-EXIT
003500     END-IF
003510     ADD 1 TO CLG-HOL-COUNT
003520     MOVE CLG-HOL-DATE TO CLG-HT-DATE(CLG-HOL-COUNT)
003530     MOVE CLG-HOL-DESC TO CLG-HT-DESC(CLG-HOL-COUNT)
003540     IF CLG-HOL-PROC-FLAG = 'Y'
003550         MOVE 'Y' TO CLG-HT-PROC-FLAG(CLG-HOL-COUNT)
003560     ELSE
003570         MOVE 'N' TO CLG-HT-PROC-FLAG(CLG-HOL-COUNT)
003580     END-IF
003590     MOVE CLG-HOL-DAY-TYPE TO CLG-HT-DAY-TYPE(CLG-HOL-COUNT).
003600 2100-EXIT.
003610     EXIT.
003620*****************************************************************
003630* 3000-WALK-YEAR
003640*     WALKS EVERY DATE OF THE REQUESTED YEAR IN ORDER, WRITING
003650*     ONE CALENDAR LINE PER DATE AND ROTATING THE DAY-OF-WEEK
003660*     SUBSCRIPT AS IT GOES.
003670*****************************************************************
003680 3000-WALK-YEAR.
003690     PERFORM 3100-WRITE-ONE-DAY THRU 3100-EXIT
003700         UNTIL CLG-WD-YEAR NOT = CLG-REQUEST-YEAR-NUM.
003710 3000-EXIT.
003720     EXIT.
003730*****************************************************************
003740* 3100-WRITE-ONE-DAY
003750*     WRITES THE CURRENT DATE'S CALENDAR LINE -- A HOLIDAY WINS
003760*     OVER THE WEEKEND RULE SO ITS DESCRIPTION IS KEPT, AND A
003770*     HOLIDAY-LIST DAY TYPE WINS OVER THE MONTH-END RULE -- THEN
003780*     STEPS THE DATE AND DAY OF WEEK FORWARD ONE DAY.
003790*****************************************************************
003800 3100-WRITE-ONE-DAY.
003810     MOVE SPACES TO CLK-CAL-RECORD
003820     MOVE CLG-WORK-DATE-NUM TO CLK-CAL-DATE
003830     MOVE 'NORMAL' TO CLK-CAL-DAY-TYPE
003840     PERFORM 3150-RESOLVE-ONE-DAY THRU 3150-EXIT
003850     MOVE CLG-DAY-PROC-FLAG TO CLK-CAL-PROC-FLAG
003860     IF CLG-HOL-MATCH-SUB > ZERO
003870         MOVE CLG-HT-DESC(CLG-HOL-MATCH-SUB)
003880             TO CLK-CAL-DESCRIPTION
003890         ADD 1 TO CLG-HOL-APPLIED-COUNT
003900         IF CLG-HT-DAY-TYPE(CLG-HOL-MATCH-SUB) NOT = SPACES
003910             MOVE CLG-HT-DAY-TYPE(CLG-HOL-MATCH-SUB)
003920                 TO CLK-CAL-DAY-TYPE
003930             ADD 1 TO CLG-HOL-TYPED-COUNT
003940         END-IF
003950     ELSE
003960         IF CLG-DAY-PROC-FLAG = 'N'
003970             MOVE CLG-DOW-NAMES(CLG-DOW-SUB)
003980                 TO CLK-CAL-DESCRIPTION
003990         END-IF
004000     END-IF
004010     IF CLG-DAY-PROC-FLAG = 'N'
004020         ADD 1 TO CLG-NONPROC-COUNT
004030     ELSE
004040         ADD 1 TO CLG-PROC-COUNT
004050         IF CLK-CAL-DAY-TYPE = 'NORMAL'
004060                 AND (CLG-REQUEST-MONTH-END NOT = SPACES
004070                     OR CLG-REQUEST-QTR-END NOT = SPACES)
004080             PERFORM 3400-CHECK-PERIOD-END THRU 3400-EXIT
004090         END-IF
004100     END-IF
004110     WRITE CLK-CAL-RECORD
004120     ADD 1 TO CLG-DAYS-WRITTEN
004130     PERFORM 3300-FWD-ONE-DAY THRU 3300-EXIT
004140     PERFORM 3350-NEXT-DOW THRU 3350-EXIT.
004150 3100-EXIT.
004160     EXIT.
004170*****************************************************************
004180* 3150-RESOLVE-ONE-DAY
004190*     DECIDES WHETHER THE CURRENT WORK DATE IS A PROCESSING DAY:
004200*     A HOLIDAY-LIST LINE FOR THE DATE SAYS SO BY ITS OWN FLAG,
004210*     OTHERWISE THE WEEKEND RULE DECIDES.  LEAVES THE MATCHED
004220*     HOLIDAY SLOT (OR ZERO) IN CLG-HOL-MATCH-SUB.
004230*****************************************************************
004240 3150-RESOLVE-ONE-DAY.
004250     MOVE ZERO TO CLG-HOL-MATCH-SUB
004260     PERFORM 3200-MATCH-ONE-HOLIDAY THRU 3200-EXIT
004270         VARYING CLG-HOL-SUB FROM 1 BY 1
004280         UNTIL CLG-HOL-SUB > CLG-HOL-COUNT
004290             OR CLG-HOL-MATCH-SUB > ZERO
004300     IF CLG-HOL-MATCH-SUB > ZERO
004310         MOVE CLG-HT-PROC-FLAG(CLG-HOL-MATCH-SUB)
004320             TO CLG-DAY-PROC-FLAG
004330     ELSE
004340         IF CLG-RULE-FLAG(CLG-DOW-SUB) = 'N'
004350             MOVE 'N' TO CLG-DAY-PROC-FLAG
004360         ELSE
004370             MOVE 'Y' TO CLG-DAY-PROC-FLAG
004380         END-IF
004390     END-IF.
004400 3150-EXIT.
004410     EXIT.
004420*****************************************************************
004430* 3200-MATCH-ONE-HOLIDAY
004440*     REMEMBERS THE SLOT OF A HOLIDAY MATCHING THE CURRENT WORK
004450*     DATE.
004460*****************************************************************
004470 3200-MATCH-ONE-HOLIDAY.
004480     IF CLG-HT-DATE(CLG-HOL-SUB) = CLG-WORK-DATE-NUM
004490         MOVE CLG-HOL-SUB TO CLG-HOL-MATCH-SUB
004500     END-IF.
004510 3200-EXIT.
004520     EXIT.
004530*****************************************************************
004540* 3300-FWD-ONE-DAY
004550*     STEPS THE WORK DATE FORWARD ONE CALENDAR DAY, CROSSING
004560*     MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN
004570*     A LEAP YEAR.
004580*****************************************************************
004590 3300-FWD-ONE-DAY.
004600     MOVE CLG-MONTH-DAYS(CLG-WD-MONTH) TO CLG-MONTH-LIMIT
004610     IF CLG-WD-MONTH = 2
004620         DIVIDE CLG-WD-YEAR BY 4 GIVING CLG-LEAP-QUOT
004630             REMAINDER CLG-LEAP-REM
004640         IF CLG-LEAP-REM = ZERO
004650             MOVE 29 TO CLG-MONTH-LIMIT
004660             DIVIDE CLG-WD-YEAR BY 100 GIVING CLG-LEAP-QUOT
004670                 REMAINDER CLG-LEAP-REM
004680             IF CLG-LEAP-REM = ZERO
004690                 MOVE 28 TO CLG-MONTH-LIMIT
004700                 DIVIDE CLG-WD-YEAR BY 400 GIVING CLG-LEAP-QUOT
004710                     REMAINDER CLG-LEAP-REM
004720                 IF CLG-LEAP-REM = ZERO
004730                     MOVE 29 TO CLG-MONTH-LIMIT
004740                 END-IF
004750             END-IF
004760         END-IF
004770     END-IF
004780     IF CLG-WD-DAY < CLG-MONTH-LIMIT
004790         ADD 1 TO CLG-WD-DAY
004800         GO TO 3300-EXIT
004810     END-IF
004820     MOVE 1 TO CLG-WD-DAY
004830     IF CLG-WD-MONTH = 12
004840         MOVE 1 TO CLG-WD-MONTH
004850         ADD 1 TO CLG-WD-YEAR
004860     ELSE
004870         ADD 1 TO CLG-WD-MONTH
004880     END-IF.
004890 3300-EXIT.
004900     EXIT.
004910*****************************************************************
004920* 3350-NEXT-DOW
004930*     ROTATES THE DAY-OF-WEEK SUBSCRIPT FORWARD ONE DAY.
004940*****************************************************************
004950 3350-NEXT-DOW.
004960     IF CLG-DOW-SUB = 7
004970         MOVE 1 TO CLG-DOW-SUB
004980     ELSE
004990         ADD 1 TO CLG-DOW-SUB
005000     END-IF.
005010 3350-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 3400-CHECK-PERIOD-END
005050*     LOOKS AHEAD FROM THE CURRENT PROCESSING DAY TO THE END OF
005060*     ITS MONTH.  IF NO LATER DAY OF THE MONTH IS A PROCESSING
005070*     DAY, THIS IS THE LAST ONE AND TAKES THE QUARTER-END TYPE
005080*     (MARCH, JUNE, SEPTEMBER, DECEMBER) OR THE MONTH-END TYPE
005090*     FROM THE CARD.  THE WORK DATE AND DAY OF WEEK ARE PUT BACK
005100*     AFTERWARDS SO THE YEAR WALK CARRIES ON WHERE IT WAS.
005110*****************************************************************
005120 3400-CHECK-PERIOD-END.
005130     MOVE CLG-WORK-DATE-NUM TO CLG-SAVE-DATE-NUM
005140     MOVE CLG-DOW-SUB TO CLG-SAVE-DOW-SUB
005150     MOVE 'Y' TO CLG-LAST-PROC-SWITCH
005160     MOVE 'N' TO CLG-LOOK-DONE-SWITCH
005170     PERFORM 3450-LOOK-ONE-DAY THRU 3450-EXIT
005180         UNTIL CLG-LOOK-DONE
005190     MOVE CLG-SAVE-DATE-NUM TO CLG-WORK-DATE-NUM
005200     MOVE CLG-SAVE-DOW-SUB TO CLG-DOW-SUB
005210     IF NOT CLG-LAST-PROC-DAY
005220         GO TO 3400-EXIT
005230     END-IF
005240     IF CLG-REQUEST-QTR-END NOT = SPACES
005250             AND (CLG-WD-MONTH = 3 OR CLG-WD-MONTH = 6
005260                 OR CLG-WD-MONTH = 9 OR CLG-WD-MONTH = 12)
005270         MOVE CLG-REQUEST-QTR-END TO CLK-CAL-DAY-TYPE
005280         ADD 1 TO CLG-QTR-END-COUNT
005290         GO TO 3400-EXIT
005300     END-IF
005310     IF CLG-REQUEST-MONTH-END NOT = SPACES
005320         MOVE CLG-REQUEST-MONTH-END TO CLK-CAL-DAY-TYPE
005330         ADD 1 TO CLG-MONTH-END-COUNT
005340     END-IF.
005350 3400-EXIT.
005360     EXIT.
005370*****************************************************************
005380* 3450-LOOK-ONE-DAY
005390*     STEPS THE LOOK-AHEAD ONE DAY.  LEAVING THE MONTH ENDS THE
005400*     LOOK WITH THE SAVED DAY STILL THE LAST PROCESSING DAY; A
005410*     LATER PROCESSING DAY IN THE SAME MONTH ENDS IT WITHOUT.
005420*****************************************************************
005430 3450-LOOK-ONE-DAY.
005440     PERFORM 3300-FWD-ONE-DAY THRU 3300-EXIT
005450     PERFORM 3350-NEXT-DOW THRU 3350-EXIT
005460     IF CLG-WD-MONTH NOT = CLG-SV-MONTH
005470         SET CLG-LOOK-DONE TO TRUE
005480         GO TO 3450-EXIT
005490     END-IF
005500     PERFORM 3150-RESOLVE-ONE-DAY THRU 3150-EXIT
005510     IF CLG-DAY-PROC-FLAG = 'Y'
005520         MOVE 'N' TO CLG-LAST-PROC-SWITCH
005530         SET CLG-LOOK-DONE TO TRUE
005540     END-IF.
005550 3450-EXIT.
005560     EXIT.
005570*****************************************************************
005580* 4000-PRINT-SUMMARY
005590*     PRINTS THE BUILD COUNTS AND THE PASS/FAIL RESULT; ANY
005600*     REJECTED HOLIDAY LINE FAILS THE RUN WITH RETURN CODE 8 SO
005610*     THE INSTALL JOB STOPS BEHIND IT.
005620*****************************************************************
005630 4000-PRINT-SUMMARY.
005640     WRITE CLG-PRINT-LINE FROM CLG-BLANK-LINE
005650     MOVE ' DAYS WRITTEN:          ' TO CLG-CL-LABEL
005660     MOVE CLG-DAYS-WRITTEN TO CLG-CL-COUNT
005670     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005680     MOVE ' PROCESSING DAYS:       ' TO CLG-CL-LABEL
005690     MOVE CLG-PROC-COUNT TO CLG-CL-COUNT
005700     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005710     MOVE ' NON-PROCESSING DAYS:   ' TO CLG-CL-LABEL
005720     MOVE CLG-NONPROC-COUNT TO CLG-CL-COUNT
005730     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005740     MOVE ' HOLIDAYS APPLIED:      ' TO CLG-CL-LABEL
005750     MOVE CLG-HOL-APPLIED-COUNT TO CLG-CL-COUNT
005760     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005770     MOVE ' HOLIDAY-LIST TYPED:    ' TO CLG-CL-LABEL
005780     MOVE CLG-HOL-TYPED-COUNT TO CLG-CL-COUNT
005790     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005800     MOVE ' MONTH-END DAYS TYPED:  ' TO CLG-CL-LABEL
005810     MOVE CLG-MONTH-END-COUNT TO CLG-CL-COUNT
005820     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005830     MOVE ' QUARTER-END DAYS TYPED:' TO CLG-CL-LABEL
005840     MOVE CLG-QTR-END-COUNT TO CLG-CL-COUNT
005850     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005860     MOVE ' HOLIDAY LINES REJECTED:' TO CLG-CL-LABEL
005870     MOVE CLG-HOL-REJECT-COUNT TO CLG-CL-COUNT
005880     WRITE CLG-PRINT-LINE FROM CLG-COUNT-LINE
005890     WRITE CLG-PRINT-LINE FROM CLG-BLANK-LINE
005900     IF CLG-HOL-REJECT-COUNT = ZERO
005910         MOVE 'PASS - CALBUILD READY FOR THE CLOCKCLV CHECK'
005920             TO CLG-RL-TEXT
005930     ELSE
005940         MOVE 'FAIL - FIX CLOCKHOL AND REBUILD' TO CLG-RL-TEXT
005950         MOVE 8 TO RETURN-CODE
005960     END-IF
005970     WRITE CLG-PRINT-LINE FROM CLG-RESULT-LINE.
005980 4000-EXIT.
005990     EXIT.
006000*****************************************************************
006010* 9000-TERMINATE
006020*     CLOSES THE FILES AND ENDS THE RUN.
006030*****************************************************************
006040 9000-TERMINATE.
006050     CLOSE CAL-BUILD-FILE
006060     CLOSE REPORT-FILE.
006070 9000-EXIT.
006080     EXIT.
006090 END PROGRAM CLOCKCLG.
