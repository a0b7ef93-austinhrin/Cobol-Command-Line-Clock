000010*****************************************************************
000020* PROGRAM: CLOCKJHR
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: JOB RUN-TIME TREND REPORT FROM THE CLOCKJHS HISTORY
000070*     FILE CLOCKJHP POSTS (SEE CLKJHSR).  FOR EVERY JOB RUN IN
000080*     THE RECENT PAST IT PRINTS THE JOB'S OWN NORM -- NUMBER OF
000090*     RUNS, AVERAGE AND WORST DURATION, AVERAGE START SLIP --
000100*     AND THEN LISTS THE REPORT DATE'S RUNS AGAINST THOSE NORMS,
000110*     FLAGGING A RUN THAT IS WELL OUTSIDE ITS JOB'S NORM SO A JOB
000120*     CREEPING TOWARD ITS DEADLINE IS SEEN WEEKS BEFORE IT MISSES
000130*     ONE.  A RUN IS FLAGGED LONG RUN WHEN ITS DURATION EXCEEDS
000140*     THE JOB'S AVERAGE BY MORE THAN THE PERCENTAGE AND BY MORE
000150*     THAN THE TOLERANCE, SHORT RUN WHEN IT FALLS SHORT OF THE
000160*     AVERAGE BY AS MUCH (A JOB THAT FINISHES IN A FRACTION OF
000170*     ITS USUAL TIME HAS OFTEN DONE NOTHING), AND LATE START WHEN
000180*     ITS SLIP EXCEEDS THE JOB'S AVERAGE SLIP BY MORE THAN THE
000190*     TOLERANCE.  A JOB WITH FEWER THAN THREE RUNS BEHIND IT HAS
000200*     NO NORM YET AND IS NOT JUDGED.
000210*     THE SYSIN CARD CARRIES THE REPORT DATE (YYYYMMDD IN COLUMNS
000220*     1-8, DEFAULTING TO TODAY), THE NUMBER OF DAYS BEFORE IT THE
000230*     NORMS COVER (COLUMNS 10-12, DEFAULTING TO 30), THE
000240*     PERCENTAGE (COLUMNS 14-16, DEFAULTING TO 50) AND THE
000250*     TOLERANCE IN MINUTES (COLUMNS 18-20, DEFAULTING TO 15).
000260*     THE REPORT PRINTS ON JHRPRINT.
000270* TECTONICS: cobc
000280*****************************************************************
000290* MODIFICATION HISTORY
000300*     10/15/2026 AH  INITIAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CLOCKJHR.
000340 AUTHOR. AUSTIN HRIN.
000350 INSTALLATION. OPERATIONS.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JOB-HIST-FILE ASSIGN TO "CLOCKJHS"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CLK-JHS-KEY
000450         FILE STATUS IS JHR-JHS-FILE-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO "JHRPRINT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS JHR-RPT-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  JOB-HIST-FILE.
000520     COPY CLKJHSR.
000530 FD  REPORT-FILE.
000540 01  JHR-PRINT-LINE            PIC X(80).
000550 WORKING-STORAGE SECTION.
000560 77  JHR-JHS-FILE-STATUS       PIC X(02).
000570 77  JHR-RPT-FILE-STATUS       PIC X(02).
000580 77  JHR-JHS-EOF-SWITCH        PIC X(01) VALUE 'N'.
000590     88  JHR-JHS-AT-END            VALUE 'Y'.
000600 77  JHR-JHS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000610     88  JHR-JHS-OPEN              VALUE 'Y'.
000620 01  JHR-REQUEST-CARD.
000630     05  JHR-REQUEST-DATE      PIC X(08).
000640     05  JHR-REQUEST-DATE-NUM REDEFINES JHR-REQUEST-DATE
000650                               PIC 9(08).
000660     05  FILLER                PIC X(01).
000670     05  JHR-REQUEST-DAYS      PIC X(03).
000680     05  JHR-REQUEST-DAYS-NUM REDEFINES JHR-REQUEST-DAYS
000690                               PIC 9(03).
000700     05  FILLER                PIC X(01).
000710     05  JHR-REQUEST-PCT       PIC X(03).
000720     05  JHR-REQUEST-PCT-NUM REDEFINES JHR-REQUEST-PCT
000730                               PIC 9(03).
000740     05  FILLER                PIC X(01).
000750     05  JHR-REQUEST-TOL       PIC X(03).
000760     05  JHR-REQUEST-TOL-NUM REDEFINES JHR-REQUEST-TOL
000770                               PIC 9(03).
000780     05  FILLER                PIC X(60).
000790 77  JHR-REPORT-DATE           PIC 9(08).
000800 77  JHR-FROM-DATE             PIC 9(08).
000810 77  JHR-LOOKBACK-DAYS         PIC 9(03) COMP VALUE 30.
000820 77  JHR-OUTLIER-PCT           PIC 9(03) COMP VALUE 50.
000830 77  JHR-TOLERANCE-MINS        PIC 9(03) COMP VALUE 15.
000840 77  JHR-TOLERANCE-SECS        PIC 9(06) COMP.
000850 77  JHR-MIN-RUNS              PIC 9(03) COMP VALUE 3.
000860 77  JHR-DAY-SUB               PIC 9(03) COMP.
000870 01  JHR-WORK-DATE.
000880     05  JHR-WD-YEAR           PIC 9(04).
000890     05  JHR-WD-MONTH          PIC 99.
000900     05  JHR-WD-DAY            PIC 99.
000910 01  JHR-WORK-DATE-NUM REDEFINES JHR-WORK-DATE
000920                               PIC 9(08).
000930 01  JHR-EDIT-DATE.
000940     05  JHR-ED-YEAR           PIC 9(04).
000950     05  JHR-ED-MONTH          PIC 99.
000960     05  JHR-ED-DAY            PIC 99.
000970 01  JHR-EDIT-DATE-NUM REDEFINES JHR-EDIT-DATE
000980                               PIC 9(08).
000990 77  JHR-DATE-OK-SWITCH        PIC X(01).
001000     88  JHR-DATE-OK               VALUE 'Y'.
001010 77  JHR-MONTH-LIMIT           PIC 99.
001020 77  JHR-LEAP-QUOT             PIC 9(04) COMP.
001030 77  JHR-LEAP-REM              PIC 9(04) COMP.
001040 01  JHR-MONTH-DAY-TABLE.
001050     05  FILLER                PIC X(24) VALUE
001060         '312831303130313130313031'.
001070 01  FILLER REDEFINES JHR-MONTH-DAY-TABLE.
001080     05  JHR-MONTH-DAYS OCCURS 12 TIMES
001090                               PIC 99.
001100*****************************************************************
001110* NORMS, ONE ENTRY PER JOB SEEN IN THE LOOKBACK PERIOD, KEPT IN
001120*     JOB NAME ORDER, AND THE REPORT DATE'S RUNS IN KEY ORDER.
001130*****************************************************************
001140 77  JHR-JOB-COUNT             PIC 9(03) COMP VALUE ZERO.
001150 77  JHR-JOB-SUB               PIC 9(03) COMP.
001160 77  JHR-SHIFT-SUB             PIC S9(03) COMP.
001170 77  JHR-SEARCH-NAME           PIC X(08).
001180 77  JHR-FIND-SWITCH           PIC X(01).
001190     88  JHR-JOB-FOUND             VALUE 'Y'.
001200     88  JHR-JOB-NOT-FOUND         VALUE 'N'.
001210 77  JHR-SEARCH-SWITCH         PIC X(01).
001220     88  JHR-SEARCH-DONE           VALUE 'Y'.
001230 01  JHR-JOB-TABLE.
001240     05  JHR-JOB-ENTRY OCCURS 300 TIMES.
001250         10  JHR-JT-JOB-NAME       PIC X(08).
001260         10  JHR-JT-RUNS           PIC 9(05) COMP.
001270         10  JHR-JT-DUR-SUM        PIC 9(09) COMP.
001280         10  JHR-JT-DUR-WORST      PIC 9(05) COMP.
001290         10  JHR-JT-SLIP-SUM       PIC S9(09) COMP.
001300         10  JHR-JT-AVG-DUR        PIC 9(05) COMP.
001310         10  JHR-JT-AVG-SLIP       PIC S9(05) COMP.
001320 77  JHR-RUN-COUNT             PIC 9(03) COMP VALUE ZERO.
001330 77  JHR-RUN-SUB               PIC 9(03) COMP.
001340 01  JHR-RUN-TABLE.
001350     05  JHR-RUN-ENTRY OCCURS 300 TIMES.
001360         10  JHR-RT-JOB-NAME       PIC X(08).
001370         10  JHR-RT-RUN-NO         PIC 99.
001380         10  JHR-RT-ACT-START.
001390             15  JHR-RT-AS-HOURS       PIC 99.
001400             15  JHR-RT-AS-MINUTES     PIC 99.
001410             15  JHR-RT-AS-SECONDS     PIC 99.
001420         10  JHR-RT-DURATION       PIC 9(05) COMP.
001430         10  JHR-RT-SLIP           PIC S9(05) COMP.
001440 77  JHR-DROPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
001450 77  JHR-FLAGGED-COUNT         PIC 9(05) COMP VALUE ZERO.
001460 77  JHR-LIMIT-SECS            PIC 9(07) COMP.
001470 77  JHR-SLIP-MINUTES          PIC S9(05) COMP.
001480 77  JHR-FMT-SECS              PIC 9(06) COMP.
001490 77  JHR-FMT-REM               PIC 9(06) COMP.
001500 01  JHR-FMT-TIME.
001510     05  JHR-FT-HOURS          PIC 99.
001520     05  FILLER                PIC X(01) VALUE ':'.
001530     05  JHR-FT-MINUTES        PIC 99.
001540     05  FILLER                PIC X(01) VALUE ':'.
001550     05  JHR-FT-SECONDS        PIC 99.
001560 01  JHR-FLAG-TEXT.
001570     05  JHR-FLAG-DURATION     PIC X(10).
001580     05  JHR-FLAG-START        PIC X(10).
001590 01  JHR-HEADING-1.
001600     05  FILLER                PIC X(09) VALUE 'CLOCKJHR '.
001610     05  FILLER                PIC X(23)
001620             VALUE 'JOB RUN-TIME TREND FOR '.
001630     05  JHR-H1-DATE           PIC 9(08).
001640     05  FILLER                PIC X(40) VALUE SPACES.
001650 01  JHR-HEADING-2.
001660     05  FILLER                PIC X(21)
001670             VALUE ' NORMS FROM THE LAST '.
001680     05  JHR-H2-DAYS           PIC ZZ9.
001690     05  FILLER                PIC X(29)
001700             VALUE ' DAYS.  OUTSIDE NORM: BEYOND '.
001710     05  JHR-H2-PCT            PIC ZZ9.
001720     05  FILLER                PIC X(06) VALUE '% AND '.
001730     05  JHR-H2-TOL            PIC ZZ9.
001740     05  FILLER                PIC X(08) VALUE ' MINUTES'.
001750     05  FILLER                PIC X(07) VALUE SPACES.
001760 01  JHR-NORM-TITLE.
001770     05  FILLER                PIC X(40) VALUE
001780         ' JOB NORMS'.
001790     05  FILLER                PIC X(40) VALUE SPACES.
001800 01  JHR-NORM-HEADING.
001810     05  FILLER                PIC X(40) VALUE
001820         ' JOB       RUNS   AVG DUR    WORST DUR'.
001830     05  FILLER                PIC X(40) VALUE
001840         'AVG SLIP MINS'.
001850 01  JHR-NORM-LINE.
001860     05  FILLER                PIC X(01) VALUE SPACE.
001870     05  JHR-NL-JOB            PIC X(08).
001880     05  FILLER                PIC X(02) VALUE SPACES.
001890     05  JHR-NL-RUNS           PIC ZZZ9.
001900     05  FILLER                PIC X(03) VALUE SPACES.
001910     05  JHR-NL-AVG-DUR        PIC X(08).
001920     05  FILLER                PIC X(04) VALUE SPACES.
001930     05  JHR-NL-WORST-DUR      PIC X(08).
001940     05  FILLER                PIC X(07) VALUE SPACES.
001950     05  JHR-NL-AVG-SLIP       PIC -(4)9.
001960     05  FILLER                PIC X(30) VALUE SPACES.
001970 01  JHR-RUN-TITLE.
001980     05  FILLER                PIC X(40) VALUE
001990         ' RUNS ON THE REPORT DATE'.
002000     05  FILLER                PIC X(40) VALUE SPACES.
002010 01  JHR-RUN-HEADING.
002020     05  FILLER                PIC X(40) VALUE
002030         ' JOB      RUN  STARTED   DURATION SLIP M'.
002040     05  FILLER                PIC X(40) VALUE
002050         'INS  AVG DUR   FLAG'.
002060 01  JHR-RUN-LINE.
002070     05  FILLER                PIC X(01) VALUE SPACE.
002080     05  JHR-RL-JOB            PIC X(08).
002090     05  FILLER                PIC X(02) VALUE SPACES.
002100     05  JHR-RL-RUN-NO         PIC Z9.
002110     05  FILLER                PIC X(02) VALUE SPACES.
002120     05  JHR-RL-START          PIC X(08).
002130     05  FILLER                PIC X(02) VALUE SPACES.
002140     05  JHR-RL-DURATION       PIC X(08).
002150     05  FILLER                PIC X(04) VALUE SPACES.
002160     05  JHR-RL-SLIP           PIC -(4)9.
002170     05  FILLER                PIC X(03) VALUE SPACES.
002180     05  JHR-RL-AVG-DUR        PIC X(08).
002190     05  FILLER                PIC X(02) VALUE SPACES.
002200     05  JHR-RL-FLAG           PIC X(20).
002210     05  FILLER                PIC X(05) VALUE SPACES.
002220 01  JHR-NO-RUNS-LINE.
002230     05  FILLER                PIC X(40) VALUE
002240         ' NO RUNS POSTED FOR THE REPORT DATE'.
002250     05  FILLER                PIC X(40) VALUE SPACES.
002260 01  JHR-STATUS-LINE.
002270     05  JHR-SL-TEXT           PIC X(40).
002280     05  FILLER                PIC X(08) VALUE ' STATUS '.
002290     05  JHR-SL-STATUS         PIC X(02).
002300     05  FILLER                PIC X(30) VALUE SPACES.
002310 01  JHR-COUNT-LINE.
002320     05  JHR-CL-LABEL          PIC X(24).
002330     05  JHR-CL-COUNT          PIC ZZZZ9.
002340     05  FILLER                PIC X(51) VALUE SPACES.
002350 01  JHR-RESULT-LINE.
002360     05  FILLER                PIC X(08) VALUE ' RESULT:'.
002370     05  FILLER                PIC X(01) VALUE SPACE.
002380     05  JHR-RS-TEXT           PIC X(50).
002390     05  FILLER                PIC X(21) VALUE SPACES.
002400 01  JHR-RESULT-COUNT-TEXT.
002410     05  JHR-RC-COUNT          PIC ZZZZ9.
002420     05  FILLER                PIC X(32)
002430             VALUE ' RUN(S) WELL OUTSIDE THEIR NORM'.
002440 77  JHR-BLANK-LINE            PIC X(80) VALUE SPACES.
002450 PROCEDURE DIVISION.
002460*****************************************************************
002470* 0000-MAINLINE
002480*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, LOAD THE LOOKBACK
002490*     PERIOD AND THE REPORT DATE FROM THE HISTORY FILE, PRINT
002500*     THE NORMS AND THE REPORT DATE'S RUNS, AND TERMINATE.
002510*****************************************************************
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT
002550     PERFORM 3000-PRINT-NORMS THRU 3000-EXIT
002560     PERFORM 4000-PRINT-RUNS THRU 4000-EXIT
002570     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT
002590     STOP RUN.
002600*****************************************************************
002610* 1000-INITIALIZE
002620*     ACCEPTS THE SYSIN CARD.  A REPORT DATE THAT IS MISSING OR
002630*     NOT A REAL DATE DEFAULTS TO TODAY; A MISSING OR ZERO DAY
002640*     COUNT, PERCENTAGE OR TOLERANCE TAKES ITS DEFAULT.  THE
002650*     FIRST DATE OF THE LOOKBACK PERIOD IS FOUND BY STEPPING THE
002660*     REPORT DATE BACK ONE DAY AT A TIME.
002670*****************************************************************
002680 1000-INITIALIZE.
002690     MOVE SPACES TO JHR-REQUEST-CARD
002700     ACCEPT JHR-REQUEST-CARD
002710     ACCEPT JHR-REPORT-DATE FROM DATE YYYYMMDD
002720     IF JHR-REQUEST-DATE-NUM IS NUMERIC
002730         MOVE JHR-REQUEST-DATE-NUM TO JHR-EDIT-DATE-NUM
002740         PERFORM 1200-EDIT-DATE THRU 1200-EXIT
002750         IF JHR-DATE-OK
002760             MOVE JHR-REQUEST-DATE-NUM TO JHR-REPORT-DATE
002770         END-IF
002780     END-IF
002790     IF JHR-REQUEST-DAYS-NUM IS NUMERIC
002800             AND JHR-REQUEST-DAYS-NUM > ZERO
002810         MOVE JHR-REQUEST-DAYS-NUM TO JHR-LOOKBACK-DAYS
002820     END-IF
002830     IF JHR-REQUEST-PCT-NUM IS NUMERIC
002840             AND JHR-REQUEST-PCT-NUM > ZERO
002850         MOVE JHR-REQUEST-PCT-NUM TO JHR-OUTLIER-PCT
002860     END-IF
002870     IF JHR-REQUEST-TOL-NUM IS NUMERIC
002880             AND JHR-REQUEST-TOL-NUM > ZERO
002890         MOVE JHR-REQUEST-TOL-NUM TO JHR-TOLERANCE-MINS
002900     END-IF
002910     COMPUTE JHR-TOLERANCE-SECS = JHR-TOLERANCE-MINS * 60
002920     MOVE JHR-REPORT-DATE TO JHR-WORK-DATE-NUM
002930     PERFORM 1300-BACK-ONE-DAY THRU 1300-EXIT
002940         VARYING JHR-DAY-SUB FROM 1 BY 1
002950         UNTIL JHR-DAY-SUB > JHR-LOOKBACK-DAYS
002960     MOVE JHR-WORK-DATE-NUM TO JHR-FROM-DATE
002970     OPEN OUTPUT REPORT-FILE
002980     MOVE JHR-REPORT-DATE TO JHR-H1-DATE
002990     MOVE JHR-LOOKBACK-DAYS TO JHR-H2-DAYS
003000     MOVE JHR-OUTLIER-PCT TO JHR-H2-PCT
003010     MOVE JHR-TOLERANCE-MINS TO JHR-H2-TOL
003020     WRITE JHR-PRINT-LINE FROM JHR-HEADING-1
003030     WRITE JHR-PRINT-LINE FROM JHR-HEADING-2
003040     WRITE JHR-PRINT-LINE FROM JHR-BLANK-LINE.
003050 1000-EXIT.
003060     EXIT.
003070*****************************************************************
003080* 1200-EDIT-DATE
003090*     SAYS WHETHER THE EDIT DATE IS A REAL CALENDAR DATE.
003100*****************************************************************
003110 1200-EDIT-DATE.
003120     MOVE 'N' TO JHR-DATE-OK-SWITCH
003130     IF JHR-ED-MONTH < 1 OR JHR-ED-MONTH > 12
003140         GO TO 1200-EXIT
003150     END-IF
003160     MOVE JHR-MONTH-DAYS(JHR-ED-MONTH) TO JHR-MONTH-LIMIT
003170     IF JHR-ED-MONTH = 2
003180         DIVIDE JHR-ED-YEAR BY 4 GIVING JHR-LEAP-QUOT
003190             REMAINDER JHR-LEAP-REM
003200         IF JHR-LEAP-REM = ZERO
003210             MOVE 29 TO JHR-MONTH-LIMIT
003220             DIVIDE JHR-ED-YEAR BY 100 GIVING JHR-LEAP-QUOT
003230                 REMAINDER JHR-LEAP-REM
003240             IF JHR-LEAP-REM = ZERO
003250                 MOVE 28 TO JHR-MONTH-LIMIT
003260                 DIVIDE JHR-ED-YEAR BY 400 GIVING JHR-LEAP-QUOT
003270                     REMAINDER JHR-LEAP-REM
003280                 IF JHR-LEAP-REM = ZERO
003290                     MOVE 29 TO JHR-MONTH-LIMIT
003300                 END-IF
003310             END-IF
003320         END-IF
003330     END-IF
003340     IF JHR-ED-DAY < 1 OR JHR-ED-DAY > JHR-MONTH-LIMIT
003350         GO TO 1200-EXIT
003360     END-IF
003370     MOVE 'Y' TO JHR-DATE-OK-SWITCH.
003380 1200-EXIT.
003390     EXIT.
003400*****************************************************************
003410* 1300-BACK-ONE-DAY
003420*     STEPS THE WORK DATE BACK ONE CALENDAR DAY, CROSSING MONTH
003430*     AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN A LEAP
003440*     YEAR.
003450*****************************************************************
003460 1300-BACK-ONE-DAY.
003470     IF JHR-WD-DAY > 1
003480         SUBTRACT 1 FROM JHR-WD-DAY
003490         GO TO 1300-EXIT
003500     END-IF
003510     IF JHR-WD-MONTH = 1
003520         MOVE 12 TO JHR-WD-MONTH
003530         SUBTRACT 1 FROM JHR-WD-YEAR
003540     ELSE
003550         SUBTRACT 1 FROM JHR-WD-MONTH
003560     END-IF
003570     MOVE JHR-WORK-DATE-NUM TO JHR-EDIT-DATE-NUM
003580     MOVE 31 TO JHR-ED-DAY
003590     PERFORM 1200-EDIT-DATE THRU 1200-EXIT
003600     MOVE JHR-MONTH-LIMIT TO JHR-WD-DAY.
003610 1300-EXIT.
003620     EXIT.
003630*****************************************************************
003640* 2000-LOAD-HISTORY
003650*     POSITIONS THE HISTORY FILE AT THE FIRST DATE OF THE
003660*     LOOKBACK PERIOD AND READS FORWARD THROUGH THE REPORT DATE.
003670*     THE RUN DATE LEADS THE KEY, SO THE PERIOD IS ONE UNBROKEN
003680*     STRETCH OF THE FILE.
003690*****************************************************************
003700 2000-LOAD-HISTORY.
003710     OPEN INPUT JOB-HIST-FILE
003720     IF JHR-JHS-FILE-STATUS NOT = '00'
003730         MOVE ' CLOCKJHS NOT AVAILABLE - NO HISTORY'
003740             TO JHR-SL-TEXT
003750         MOVE JHR-JHS-FILE-STATUS TO JHR-SL-STATUS
003760         WRITE JHR-PRINT-LINE FROM JHR-STATUS-LINE
003770         WRITE JHR-PRINT-LINE FROM JHR-BLANK-LINE
003780         GO TO 2000-EXIT
003790     END-IF
003800     SET JHR-JHS-OPEN TO TRUE
003810     MOVE JHR-FROM-DATE TO CLK-JHS-RUN-DATE
003820     MOVE LOW-VALUES TO CLK-JHS-JOB-NAME
003830     MOVE ZERO TO CLK-JHS-RUN-NO
003840     START JOB-HIST-FILE KEY IS NOT LESS THAN CLK-JHS-KEY
003850         INVALID KEY
003860             GO TO 2000-EXIT
003870     END-START
003880     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003890         UNTIL JHR-JHS-AT-END.
003900 2000-EXIT.
003910     EXIT.
003920*****************************************************************
003930* 2100-LOAD-ONE-RECORD
003940*     A RUN ON THE REPORT DATE GOES TO THE RUN TABLE; AN EARLIER
003950*     RUN IS ADDED INTO ITS JOB'S NORM.  A RUN THE TABLES HAVE NO
003960*     ROOM FOR IS COUNTED AND REPORTED, NOT SILENTLY LOST.
003970*****************************************************************
003980 2100-LOAD-ONE-RECORD.
003990     READ JOB-HIST-FILE NEXT RECORD
004000         AT END
004010             SET JHR-JHS-AT-END TO TRUE
004020     END-READ
004030     IF JHR-JHS-AT-END
004040         GO TO 2100-EXIT
004050     END-IF
004060     IF CLK-JHS-RUN-DATE > JHR-REPORT-DATE
004070         SET JHR-JHS-AT-END TO TRUE
004080         GO TO 2100-EXIT
004090     END-IF
004100     IF CLK-JHS-RUN-DATE = JHR-REPORT-DATE
004110         IF JHR-RUN-COUNT < 300
004120             ADD 1 TO JHR-RUN-COUNT
004130             MOVE CLK-JHS-JOB-NAME
004140                 TO JHR-RT-JOB-NAME(JHR-RUN-COUNT)
004150             MOVE CLK-JHS-RUN-NO TO JHR-RT-RUN-NO(JHR-RUN-COUNT)
004160             MOVE CLK-JHS-ACT-START
004170                 TO JHR-RT-ACT-START(JHR-RUN-COUNT)
004180             MOVE CLK-JHS-DURATION-SECS
004190                 TO JHR-RT-DURATION(JHR-RUN-COUNT)
004200             MOVE CLK-JHS-SLIP-SECS TO JHR-RT-SLIP(JHR-RUN-COUNT)
004210         ELSE
004220             ADD 1 TO JHR-DROPPED-COUNT
004230         END-IF
004240         GO TO 2100-EXIT
004250     END-IF
004260     MOVE CLK-JHS-JOB-NAME TO JHR-SEARCH-NAME
004270     PERFORM 2200-FIND-JOB THRU 2200-EXIT
004280     IF JHR-JOB-NOT-FOUND
004290         IF JHR-JOB-COUNT < 300
004300             PERFORM 2300-INSERT-JOB THRU 2300-EXIT
004310         ELSE
004320             ADD 1 TO JHR-DROPPED-COUNT
004330             GO TO 2100-EXIT
004340         END-IF
004350     END-IF
004360     ADD 1 TO JHR-JT-RUNS(JHR-JOB-SUB)
004370     ADD CLK-JHS-DURATION-SECS TO JHR-JT-DUR-SUM(JHR-JOB-SUB)
004380     ADD CLK-JHS-SLIP-SECS TO JHR-JT-SLIP-SUM(JHR-JOB-SUB)
004390     IF CLK-JHS-DURATION-SECS > JHR-JT-DUR-WORST(JHR-JOB-SUB)
004400         MOVE CLK-JHS-DURATION-SECS
004410             TO JHR-JT-DUR-WORST(JHR-JOB-SUB)
004420     END-IF.
004430 2100-EXIT.
004440     EXIT.
004450*****************************************************************
004460* 2200-FIND-JOB
004470*     LOOKS THE SEARCH NAME UP IN THE NORMS TABLE.  THE TABLE IS
004480*     IN NAME ORDER, SO THE SEARCH STOPS AT THE FIRST NAME NOT
004490*     LOWER THAN THE ONE SOUGHT; FOUND OR NOT, THE SUBSCRIPT IS
004500*     LEFT AT THAT ENTRY, WHICH IS THE INSERTION POINT FOR A JOB
004510*     NOT YET IN THE TABLE.
004520*****************************************************************
004530 2200-FIND-JOB.
004540     SET JHR-JOB-NOT-FOUND TO TRUE
004550     MOVE 'N' TO JHR-SEARCH-SWITCH
004560     MOVE 1 TO JHR-JOB-SUB
004570     PERFORM 2210-TEST-ONE-JOB THRU 2210-EXIT
004580         UNTIL JHR-SEARCH-DONE.
004590 2200-EXIT.
004600     EXIT.
004610 2210-TEST-ONE-JOB.
004620     IF JHR-JOB-SUB > JHR-JOB-COUNT
004630         SET JHR-SEARCH-DONE TO TRUE
004640         GO TO 2210-EXIT
004650     END-IF
004660     IF JHR-JT-JOB-NAME(JHR-JOB-SUB) NOT < JHR-SEARCH-NAME
004670         IF JHR-JT-JOB-NAME(JHR-JOB-SUB) = JHR-SEARCH-NAME
004680             SET JHR-JOB-FOUND TO TRUE
004690         END-IF
004700         SET JHR-SEARCH-DONE TO TRUE
004710         GO TO 2210-EXIT
004720     END-IF
004730     ADD 1 TO JHR-JOB-SUB.
004740 2210-EXIT.
004750     EXIT.
004760*****************************************************************
004770* 2300-INSERT-JOB
004780*     OPENS A NEW NORMS ENTRY AT THE INSERTION POINT THE SEARCH
004790*     LEFT IN THE SUBSCRIPT, MOVING THE HIGHER NAMES UP ONE.
004800*****************************************************************
004810 2300-INSERT-JOB.
004820     PERFORM 2350-SHIFT-ONE-JOB THRU 2350-EXIT
004830         VARYING JHR-SHIFT-SUB FROM JHR-JOB-COUNT BY -1
004840         UNTIL JHR-SHIFT-SUB < JHR-JOB-SUB
004850     ADD 1 TO JHR-JOB-COUNT
004860     MOVE CLK-JHS-JOB-NAME TO JHR-JT-JOB-NAME(JHR-JOB-SUB)
004870     MOVE ZERO TO JHR-JT-RUNS(JHR-JOB-SUB)
004880     MOVE ZERO TO JHR-JT-DUR-SUM(JHR-JOB-SUB)
004890     MOVE ZERO TO JHR-JT-DUR-WORST(JHR-JOB-SUB)
004900     MOVE ZERO TO JHR-JT-SLIP-SUM(JHR-JOB-SUB)
004910     MOVE ZERO TO JHR-JT-AVG-DUR(JHR-JOB-SUB)
004920     MOVE ZERO TO JHR-JT-AVG-SLIP(JHR-JOB-SUB).
004930 2300-EXIT.
004940     EXIT.
004950 2350-SHIFT-ONE-JOB.
004960     MOVE JHR-JOB-ENTRY(JHR-SHIFT-SUB)
004970         TO JHR-JOB-ENTRY(JHR-SHIFT-SUB + 1).
004980 2350-EXIT.
004990     EXIT.
005000*****************************************************************
005010* 3000-PRINT-NORMS
005020*     WORKS OUT EACH JOB'S AVERAGES AND PRINTS ONE LINE PER JOB.
005030*****************************************************************
005040 3000-PRINT-NORMS.
005050     WRITE JHR-PRINT-LINE FROM JHR-NORM-TITLE
005060     WRITE JHR-PRINT-LINE FROM JHR-NORM-HEADING
005070     PERFORM 3100-PRINT-ONE-NORM THRU 3100-EXIT
005080         VARYING JHR-JOB-SUB FROM 1 BY 1
005090         UNTIL JHR-JOB-SUB > JHR-JOB-COUNT
005100     WRITE JHR-PRINT-LINE FROM JHR-BLANK-LINE.
005110 3000-EXIT.
005120     EXIT.
005130 3100-PRINT-ONE-NORM.
005140     COMPUTE JHR-JT-AVG-DUR(JHR-JOB-SUB) ROUNDED =
005150         JHR-JT-DUR-SUM(JHR-JOB-SUB) / JHR-JT-RUNS(JHR-JOB-SUB)
005160     COMPUTE JHR-JT-AVG-SLIP(JHR-JOB-SUB) ROUNDED =
005170         JHR-JT-SLIP-SUM(JHR-JOB-SUB) / JHR-JT-RUNS(JHR-JOB-SUB)
005180     MOVE JHR-JT-JOB-NAME(JHR-JOB-SUB) TO JHR-NL-JOB
005190     MOVE JHR-JT-RUNS(JHR-JOB-SUB) TO JHR-NL-RUNS
005200     MOVE JHR-JT-AVG-DUR(JHR-JOB-SUB) TO JHR-FMT-SECS
005210     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
005220     MOVE JHR-FMT-TIME TO JHR-NL-AVG-DUR
005230     MOVE JHR-JT-DUR-WORST(JHR-JOB-SUB) TO JHR-FMT-SECS
005240     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
005250     MOVE JHR-FMT-TIME TO JHR-NL-WORST-DUR
005260     COMPUTE JHR-SLIP-MINUTES ROUNDED =
005270         JHR-JT-AVG-SLIP(JHR-JOB-SUB) / 60
005280     MOVE JHR-SLIP-MINUTES TO JHR-NL-AVG-SLIP
005290     WRITE JHR-PRINT-LINE FROM JHR-NORM-LINE.
005300 3100-EXIT.
005310     EXIT.
005320*****************************************************************
005330* 4000-PRINT-RUNS
005340*     LISTS THE REPORT DATE'S RUNS, EACH JUDGED AGAINST ITS JOB'S
005350*     NORM.
005360*****************************************************************
005370 4000-PRINT-RUNS.
005380     WRITE JHR-PRINT-LINE FROM JHR-RUN-TITLE
005390     IF JHR-RUN-COUNT = ZERO
005400         WRITE JHR-PRINT-LINE FROM JHR-NO-RUNS-LINE
005410         GO TO 4000-EXIT
005420     END-IF
005430     WRITE JHR-PRINT-LINE FROM JHR-RUN-HEADING
005440     PERFORM 4100-PRINT-ONE-RUN THRU 4100-EXIT
005450         VARYING JHR-RUN-SUB FROM 1 BY 1
005460         UNTIL JHR-RUN-SUB > JHR-RUN-COUNT.
005470 4000-EXIT.
005480     EXIT.
005490*****************************************************************
005500* 4100-PRINT-ONE-RUN
005510*     JUDGES ONE RUN.  A JOB WITH NO HISTORY IS NEW; ONE WITH
005520*     FEWER THAN THE MINIMUM RUNS HAS NO NORM YET.  OTHERWISE THE
005530*     DURATION IS TESTED AGAINST THE AVERAGE IN BOTH DIRECTIONS
005540*     AND THE SLIP AGAINST THE AVERAGE SLIP; A RUN MAY CARRY A
005550*     DURATION FLAG AND A START FLAG TOGETHER.
005560*****************************************************************
005570 4100-PRINT-ONE-RUN.
005580     MOVE JHR-RT-JOB-NAME(JHR-RUN-SUB) TO JHR-SEARCH-NAME
005590     PERFORM 2200-FIND-JOB THRU 2200-EXIT
005600     MOVE SPACES TO JHR-FLAG-TEXT
005610     MOVE JHR-RT-JOB-NAME(JHR-RUN-SUB) TO JHR-RL-JOB
005620     MOVE JHR-RT-RUN-NO(JHR-RUN-SUB) TO JHR-RL-RUN-NO
005630     MOVE JHR-RT-AS-HOURS(JHR-RUN-SUB) TO JHR-FT-HOURS
005640     MOVE JHR-RT-AS-MINUTES(JHR-RUN-SUB) TO JHR-FT-MINUTES
005650     MOVE JHR-RT-AS-SECONDS(JHR-RUN-SUB) TO JHR-FT-SECONDS
005660     MOVE JHR-FMT-TIME TO JHR-RL-START
005670     MOVE JHR-RT-DURATION(JHR-RUN-SUB) TO JHR-FMT-SECS
005680     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
005690     MOVE JHR-FMT-TIME TO JHR-RL-DURATION
005700     COMPUTE JHR-SLIP-MINUTES ROUNDED =
005710         JHR-RT-SLIP(JHR-RUN-SUB) / 60
005720     MOVE JHR-SLIP-MINUTES TO JHR-RL-SLIP
005730     MOVE SPACES TO JHR-RL-AVG-DUR
005740     IF JHR-JOB-NOT-FOUND
005750         MOVE 'NEW JOB - NO HISTORY' TO JHR-FLAG-TEXT
005760         PERFORM 4150-WRITE-RUN-LINE THRU 4150-EXIT
005770         GO TO 4100-EXIT
005780     END-IF
005790     MOVE JHR-JT-AVG-DUR(JHR-JOB-SUB) TO JHR-FMT-SECS
005800     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
005810     MOVE JHR-FMT-TIME TO JHR-RL-AVG-DUR
005820     IF JHR-JT-RUNS(JHR-JOB-SUB) < JHR-MIN-RUNS
005830         MOVE 'NO NORM YET' TO JHR-FLAG-TEXT
005840         PERFORM 4150-WRITE-RUN-LINE THRU 4150-EXIT
005850         GO TO 4100-EXIT
005860     END-IF
005870     COMPUTE JHR-LIMIT-SECS =
005880         (JHR-JT-AVG-DUR(JHR-JOB-SUB) * (100 + JHR-OUTLIER-PCT))
005890             / 100
005900     IF JHR-RT-DURATION(JHR-RUN-SUB) > JHR-LIMIT-SECS
005910             AND JHR-RT-DURATION(JHR-RUN-SUB) >
005920                 JHR-JT-AVG-DUR(JHR-JOB-SUB) + JHR-TOLERANCE-SECS
005930         MOVE 'LONG RUN' TO JHR-FLAG-DURATION
005940     END-IF
005950     IF JHR-OUTLIER-PCT < 100
005960         COMPUTE JHR-LIMIT-SECS =
005970             (JHR-JT-AVG-DUR(JHR-JOB-SUB)
005980                 * (100 - JHR-OUTLIER-PCT)) / 100
005990         IF JHR-RT-DURATION(JHR-RUN-SUB) < JHR-LIMIT-SECS
006000                 AND JHR-RT-DURATION(JHR-RUN-SUB)
006010                     + JHR-TOLERANCE-SECS
006020                     < JHR-JT-AVG-DUR(JHR-JOB-SUB)
006030             MOVE 'SHORT RUN' TO JHR-FLAG-DURATION
006040         END-IF
006050     END-IF
006060     IF JHR-RT-SLIP(JHR-RUN-SUB) >
006070             JHR-JT-AVG-SLIP(JHR-JOB-SUB) + JHR-TOLERANCE-SECS
006080         MOVE 'LATE START' TO JHR-FLAG-START
006090     END-IF
006100     IF JHR-FLAG-TEXT NOT = SPACES
006110         ADD 1 TO JHR-FLAGGED-COUNT
006120     END-IF
006130     PERFORM 4150-WRITE-RUN-LINE THRU 4150-EXIT.
006140 4100-EXIT.
006150     EXIT.
006160 4150-WRITE-RUN-LINE.
006170     MOVE JHR-FLAG-TEXT TO JHR-RL-FLAG
006180     WRITE JHR-PRINT-LINE FROM JHR-RUN-LINE.
006190 4150-EXIT.
006200     EXIT.
006210*****************************************************************
006220* 5000-PRINT-TOTALS
006230*     PRINTS THE COUNTS AND THE RESULT LINE.
006240*****************************************************************
006250 5000-PRINT-TOTALS.
006260     WRITE JHR-PRINT-LINE FROM JHR-BLANK-LINE
006270     MOVE ' JOBS WITH A HISTORY:   ' TO JHR-CL-LABEL
006280     MOVE JHR-JOB-COUNT TO JHR-CL-COUNT
006290     WRITE JHR-PRINT-LINE FROM JHR-COUNT-LINE
006300     MOVE ' RUNS ON REPORT DATE:   ' TO JHR-CL-LABEL
006310     MOVE JHR-RUN-COUNT TO JHR-CL-COUNT
006320     WRITE JHR-PRINT-LINE FROM JHR-COUNT-LINE
006330     MOVE ' RUNS FLAGGED:          ' TO JHR-CL-LABEL
006340     MOVE JHR-FLAGGED-COUNT TO JHR-CL-COUNT
006350     WRITE JHR-PRINT-LINE FROM JHR-COUNT-LINE
006360     IF JHR-DROPPED-COUNT > ZERO
006370         MOVE ' RUNS OVER TABLE LIMIT: ' TO JHR-CL-LABEL
006380         MOVE JHR-DROPPED-COUNT TO JHR-CL-COUNT
006390         WRITE JHR-PRINT-LINE FROM JHR-COUNT-LINE
006400     END-IF
006410     WRITE JHR-PRINT-LINE FROM JHR-BLANK-LINE
006420     IF JHR-FLAGGED-COUNT = ZERO
006430         MOVE 'NO RUN WELL OUTSIDE ITS NORM' TO JHR-RS-TEXT
006440     ELSE
006450         MOVE JHR-FLAGGED-COUNT TO JHR-RC-COUNT
006460         MOVE JHR-RESULT-COUNT-TEXT TO JHR-RS-TEXT
006470     END-IF
006480     WRITE JHR-PRINT-LINE FROM JHR-RESULT-LINE.
006490 5000-EXIT.
006500     EXIT.
006510*****************************************************************
006520* 8100-FORMAT-TIME
006530*     EDITS A COUNT OF SECONDS AS HH:MM:SS.
006540*****************************************************************
006550 8100-FORMAT-TIME.
006560     DIVIDE JHR-FMT-SECS BY 3600 GIVING JHR-FMT-REM
006570     MOVE JHR-FMT-REM TO JHR-FT-HOURS
006580     COMPUTE JHR-FMT-REM = JHR-FMT-SECS - (JHR-FT-HOURS * 3600)
006590     DIVIDE JHR-FMT-REM BY 60 GIVING JHR-FT-MINUTES
006600         REMAINDER JHR-FT-SECONDS.
006610 8100-EXIT.
006620     EXIT.
006630*****************************************************************
006640* 9000-TERMINATE
006650*     CLOSES THE FILES AND ENDS THE RUN.
006660*****************************************************************
006670 9000-TERMINATE.
006680     IF JHR-JHS-OPEN
006690         CLOSE JOB-HIST-FILE
006700     END-IF
006710     CLOSE REPORT-FILE.
006720 9000-EXIT.
006730     EXIT.
006740 END PROGRAM CLOCKJHR.
