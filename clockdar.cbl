000010*****************************************************************
000020* PROGRAM: CLOCKDAR
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: DEADLINE ATTAINMENT REPORT.  THE CLOCK SAYS WHEN A
000070*     CLOCKDLN DEADLINE IS REACHED AND CLOCKRCN SAYS WHEN THE JOBS
000080*     RAN, BUT WHETHER THE JOBS FEEDING EACH DEADLINE FINISHED
000090*     BEFORE IT HAS BEEN WORKED OUT BY HAND.  THE CLOCKDJM MAP
000100*     (SEE CLKDJMR) NAMES THE JOBS EACH DEADLINE DEPENDS ON.  FOR
000110*     THE REPORT DATE THIS REPORT TAKES THE DEADLINE SET THE CLOCK
000120*     ARMS THAT DAY (THE CLOCKCAL DAY TYPE'S SET, ELSE THE NORMAL
000130*     SET, AS 1700-READ-DEADLINES IN THE CLOCK PICKS IT) AND, PER
000140*     DEADLINE, LISTS EACH FEEDING JOB'S ACTUAL END WITH ITS
000150*     MARGIN (OR, NEGATIVE, ITS MISS) IN MINUTES.  A DEADLINE IS
000160*     MET WHEN EVERY JOB FEEDING IT ENDED AT OR BEFORE ITS TIME; A
000170*     FEEDING JOB MISSING FROM THE FEED MISSES IT.  A DEADLINE THE
000180*     CLOCKCAL NO-BATCH RULE SUPPRESSED THAT DAY, OR THE CLOCK
000190*     HELD FOR A CLOCKMNW MAINTENANCE WINDOW, IS SHOWN AS SUCH AND
000200*     NOT COUNTED MET OR MISSED.  A JOB FLAGGED M THAT ENDS AFTER
000210*     MIDNIGHT ENDS ON THE FOLLOWING DAY.
000220*     THE REPORT CLOSES WITH A MONTH-TO-DATE MET/MISSED COUNT PER
000230*     DEADLINE.  THE EARLIER DAYS OF THE MONTH ARE JUDGED THE
000240*     SAME WAY FROM THE RUNS CLOCKJHP POSTED TO THE CLOCKJHS JOB
000250*     HISTORY (SEE CLKJHSR); A DAY WITH NOTHING POSTED COUNTS AS
000260*     NO DATA.
000270*     THE SYSIN CARD CARRIES THE REPORT DATE (YYYYMMDD IN COLUMNS
000280*     1-8, DEFAULTING TO TODAY).  THE JOB ENDS FOR A REPORT DATE
000290*     OF TODAY COME FROM THE VALIDATED CLOCKSCG FEED, WHICH ONLY
000300*     EVER HOLDS THE CURRENT DAY'S RUNS; FOR AN EARLIER REPORT
000310*     DATE THEY COME FROM THE CLOCKJHS HISTORY LIKE THE REST OF
000320*     THE MONTH.  RUN IT AFTER CLOCKJHP SO THE HISTORY IS
000330*     CURRENT.  THE REPORT PRINTS ON DARPRINT.
000340* TECTONICS: cobc
000350*****************************************************************
000360* MODIFICATION HISTORY
000370*     10/15/2026 AH  INITIAL VERSION.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. CLOCKDAR.
000410 AUTHOR. AUSTIN HRIN.
000420 INSTALLATION. OPERATIONS.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPTIONAL CLEAN-EXPORT-FILE ASSIGN TO "CLOCKSCG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS DAR-SCG-FILE-STATUS.
000510     SELECT OPTIONAL CLOCK-DLN-FILE ASSIGN TO "CLOCKDLN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DAR-DLN-FILE-STATUS.
000540     SELECT OPTIONAL CLOCK-CAL-FILE ASSIGN TO "CLOCKCAL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS DAR-CAL-FILE-STATUS.
000570     SELECT OPTIONAL CLOCK-DJM-FILE ASSIGN TO "CLOCKDJM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DAR-DJM-FILE-STATUS.
000600     SELECT OPTIONAL CLOCK-MNW-FILE ASSIGN TO "CLOCKMNW"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DAR-MNW-FILE-STATUS.
000630     SELECT JOB-HIST-FILE ASSIGN TO "CLOCKJHS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CLK-JHS-KEY
000670         FILE STATUS IS DAR-JHS-FILE-STATUS.
000680     SELECT REPORT-FILE ASSIGN TO "DARPRINT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS DAR-RPT-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CLEAN-EXPORT-FILE.
000740     COPY CLKSCHD.
000750 FD  CLOCK-DLN-FILE.
000760     COPY CLKDLNR.
000770 FD  CLOCK-CAL-FILE.
000780     COPY CLKCALR.
000790 FD  CLOCK-DJM-FILE.
000800     COPY CLKDJMR.
000810 FD  CLOCK-MNW-FILE.
000820     COPY CLKMNWR.
000830 FD  JOB-HIST-FILE.
000840     COPY CLKJHSR.
000850 FD  REPORT-FILE.
000860 01  DAR-PRINT-LINE            PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 77  DAR-SCG-FILE-STATUS       PIC X(02).
000890 77  DAR-DLN-FILE-STATUS       PIC X(02).
000900 77  DAR-CAL-FILE-STATUS       PIC X(02).
000910 77  DAR-DJM-FILE-STATUS       PIC X(02).
000920 77  DAR-MNW-FILE-STATUS       PIC X(02).
000930 77  DAR-JHS-FILE-STATUS       PIC X(02).
000940 77  DAR-RPT-FILE-STATUS       PIC X(02).
000950 77  DAR-EOF-SWITCH            PIC X(01).
000960     88  DAR-AT-END                VALUE 'Y'.
000970 77  DAR-JHS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000980     88  DAR-JHS-OPEN              VALUE 'Y'.
000990 77  DAR-SCG-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001000     88  DAR-SCG-FOUND             VALUE 'Y'.
001010 01  DAR-REQUEST-CARD.
001020     05  DAR-REQUEST-DATE      PIC X(08).
001030     05  DAR-REQUEST-DATE-NUM REDEFINES DAR-REQUEST-DATE
001040                               PIC 9(08).
001050     05  FILLER                PIC X(72).
001060 77  DAR-TODAY-DATE            PIC 9(08).
001070 01  DAR-REPORT-DATE.
001080     05  DAR-RD-YEAR           PIC 9(04).
001090     05  DAR-RD-MONTH          PIC 99.
001100     05  DAR-RD-DAY            PIC 99.
001110 01  DAR-REPORT-DATE-NUM REDEFINES DAR-REPORT-DATE
001120                               PIC 9(08).
001130 01  DAR-WORK-DATE.
001140     05  DAR-WD-YEAR           PIC 9(04).
001150     05  DAR-WD-MONTH          PIC 99.
001160     05  DAR-WD-DAY            PIC 99.
001170 01  DAR-WORK-DATE-NUM REDEFINES DAR-WORK-DATE
001180                               PIC 9(08).
001190 01  DAR-EDIT-DATE.
001200     05  DAR-ED-YEAR           PIC 9(04).
001210     05  DAR-ED-MONTH          PIC 99.
001220     05  DAR-ED-DAY            PIC 99.
001230 01  DAR-EDIT-DATE-NUM REDEFINES DAR-EDIT-DATE
001240                               PIC 9(08).
001250 77  DAR-DATE-OK-SWITCH        PIC X(01).
001260     88  DAR-DATE-OK               VALUE 'Y'.
001270 77  DAR-MONTH-LIMIT           PIC 99.
001280 77  DAR-LEAP-QUOT             PIC 9(04) COMP.
001290 77  DAR-LEAP-REM              PIC 9(04) COMP.
001300 01  DAR-MONTH-DAY-TABLE.
001310     05  FILLER                PIC X(24) VALUE
001320         '312831303130313130313031'.
001330 01  FILLER REDEFINES DAR-MONTH-DAY-TABLE.
001340     05  DAR-MONTH-DAYS OCCURS 12 TIMES
001350                               PIC 99.
001360*****************************************************************
001370* THE REPORT MONTH'S CALENDAR, ONE ENTRY PER DAY OF THE MONTH.
001380*     A DAY THE CALENDAR DOES NOT CARRY STAYS A NORMAL PROCESSING
001390*     DAY, AS IT DOES IN THE CLOCK.
001400*****************************************************************
001410 77  DAR-DAY-SUB               PIC 9(02) COMP.
001420 01  DAR-CAL-TABLE.
001430     05  DAR-CAL-ENTRY OCCURS 31 TIMES.
001440         10  DAR-CT-PROC-FLAG      PIC X(01).
001450         10  DAR-CT-DAY-TYPE       PIC X(08).
001460*****************************************************************
001470* EVERY USABLE CLOCKDLN LINE OF EVERY SET, AND THE SLOTS OF THE
001480*     ONES ARMED ON THE DAY BEING JUDGED.
001490*****************************************************************
001500 77  DAR-DLN-COUNT             PIC 9(03) COMP VALUE ZERO.
001510 77  DAR-DLN-SUB               PIC 9(03) COMP.
001520 77  DAR-DLN-LINE-SET          PIC X(08).
001530 01  DAR-DLN-TABLE.
001540     05  DAR-DLN-ENTRY OCCURS 80 TIMES.
001550         10  DAR-DT-SET-NAME       PIC X(08).
001560         10  DAR-DT-NAME           PIC X(12).
001570         10  DAR-DT-TIME.
001580             15  DAR-DT-HOURS          PIC 99.
001590             15  DAR-DT-MINUTES        PIC 99.
001600             15  DAR-DT-SECONDS        PIC 99.
001610         10  DAR-DT-TIME-NUM REDEFINES DAR-DT-TIME
001620                                   PIC 9(06).
001630         10  DAR-DT-SECS           PIC 9(05) COMP.
001640         10  DAR-DT-CAL-FLAG       PIC X(01).
001650 77  DAR-DAY-SET               PIC X(08).
001660 77  DAR-DAY-DLN-COUNT         PIC 9(02) COMP.
001670 77  DAR-DAY-DLN-SUB           PIC 9(02) COMP.
001680 01  DAR-DAY-DLN-TABLE.
001690     05  DAR-DD-SLOT OCCURS 8 TIMES
001700                               PIC 9(03) COMP.
001710*****************************************************************
001720* THE DEADLINE-TO-JOB MAP.
001730*****************************************************************
001740 77  DAR-MAP-COUNT             PIC 9(03) COMP VALUE ZERO.
001750 77  DAR-MAP-SUB               PIC 9(03) COMP.
001760 01  DAR-MAP-TABLE.
001770     05  DAR-MAP-ENTRY OCCURS 200 TIMES.
001780         10  DAR-MT-DLN-NAME       PIC X(12).
001790         10  DAR-MT-JOB-NAME       PIC X(08).
001800*****************************************************************
001810* PLANNED MAINTENANCE WINDOWS AS YYYYMMDDHHMMSS STAMPS, AS THE
001820*     CLOCK HOLDS THEM.
001830*****************************************************************
001840 77  DAR-MNW-COUNT             PIC 9(02) COMP VALUE ZERO.
001850 77  DAR-MNW-SUB               PIC 9(02) COMP.
001860 77  DAR-MNW-HIT-SWITCH        PIC X(01).
001870     88  DAR-MNW-HIT               VALUE 'Y'.
001880 77  DAR-TEST-STAMP            PIC 9(14).
001890 01  DAR-MNW-TABLE.
001900     05  DAR-MNW-ENTRY OCCURS 20 TIMES.
001910         10  DAR-WT-START-STAMP    PIC 9(14).
001920         10  DAR-WT-END-STAMP      PIC 9(14).
001930*****************************************************************
001940* THE JUDGED DAY'S JOB ENDS, ONE ENTRY PER JOB.  A RERUN LEAVES
001950*     THE LATER END, SINCE THE WORK WAS NOT DONE UNTIL THEN.  THE
001960*     END IS HELD IN SECONDS FROM THE START OF THE DAY, SO AN END
001970*     AFTER MIDNIGHT IS OVER 86400.
001980*****************************************************************
001990 77  DAR-END-COUNT             PIC 9(03) COMP VALUE ZERO.
002000 77  DAR-END-SUB               PIC 9(03) COMP.
002010 77  DAR-DAY-DATA-SWITCH       PIC X(01).
002020     88  DAR-DAY-HAS-DATA          VALUE 'Y'.
002030 77  DAR-END-FOUND-SWITCH      PIC X(01).
002040     88  DAR-END-FOUND             VALUE 'Y'.
002050 77  DAR-AS-SECS               PIC 9(06) COMP.
002060 77  DAR-AE-SECS               PIC 9(06) COMP.
002070 77  DAR-NEW-JOB-NAME          PIC X(08).
002080 77  DAR-NEW-END-SECS          PIC 9(06) COMP.
002090 01  DAR-END-TABLE.
002100     05  DAR-END-ENTRY OCCURS 300 TIMES.
002110         10  DAR-ET-JOB-NAME       PIC X(08).
002120         10  DAR-ET-END-SECS       PIC 9(06) COMP.
002130*****************************************************************
002140* MONTH-TO-DATE COUNTS, ONE ENTRY PER DEADLINE NAME IN THE ORDER
002150*     CLOCKDLN FIRST NAMES THEM.
002160*****************************************************************
002170 77  DAR-MTD-COUNT             PIC 9(02) COMP VALUE ZERO.
002180 77  DAR-MTD-SUB               PIC 9(02) COMP.
002190 77  DAR-MTD-FOUND-SWITCH      PIC X(01).
002200     88  DAR-MTD-FOUND             VALUE 'Y'.
002210 77  DAR-SEARCH-DLN            PIC X(12).
002220 01  DAR-MTD-TABLE.
002230     05  DAR-MTD-ENTRY OCCURS 40 TIMES.
002240         10  DAR-MTD-NAME          PIC X(12).
002250         10  DAR-MTD-MET           PIC 9(03) COMP.
002260         10  DAR-MTD-MISSED        PIC 9(03) COMP.
002270         10  DAR-MTD-SUPPRESSED    PIC 9(03) COMP.
002280         10  DAR-MTD-NO-DATA       PIC 9(03) COMP.
002290*****************************************************************
002300* THE VERDICT ON ONE DEADLINE FOR ONE DAY.
002310*****************************************************************
002320 77  DAR-VERDICT               PIC X(01).
002330     88  DAR-V-MET                 VALUE 'M'.
002340     88  DAR-V-MISSED              VALUE 'X'.
002350     88  DAR-V-SUPPRESSED          VALUE 'S'.
002360     88  DAR-V-HELD                VALUE 'H'.
002370     88  DAR-V-NOT-MAPPED          VALUE 'U'.
002380     88  DAR-V-NO-DATA             VALUE 'N'.
002390 77  DAR-MAPPED-JOBS           PIC 9(03) COMP.
002400 77  DAR-LATE-JOBS             PIC 9(03) COMP.
002410 77  DAR-MARGIN-SECS           PIC S9(06) COMP.
002420 77  DAR-MARGIN-MINS           PIC S9(05) COMP.
002430 77  DAR-PRINT-SWITCH          PIC X(01).
002440     88  DAR-PRINTING              VALUE 'Y'.
002450 77  DAR-DAY-MET-COUNT         PIC 9(03) COMP VALUE ZERO.
002460 77  DAR-DAY-MISSED-COUNT      PIC 9(03) COMP VALUE ZERO.
002470 77  DAR-FMT-SECS              PIC 9(06) COMP.
002480 77  DAR-FMT-REM               PIC 9(06) COMP.
002490 01  DAR-FMT-TIME.
002500     05  DAR-FT-HOURS          PIC 99.
002510     05  FILLER                PIC X(01) VALUE ':'.
002520     05  DAR-FT-MINUTES        PIC 99.
002530     05  FILLER                PIC X(01) VALUE ':'.
002540     05  DAR-FT-SECONDS        PIC 99.
002550 01  DAR-HEADING-1.
002560     05  FILLER                PIC X(09) VALUE 'CLOCKDAR '.
002570     05  FILLER                PIC X(24)
002580             VALUE 'DEADLINE ATTAINMENT FOR '.
002590     05  DAR-H1-YEAR           PIC 9(04).
002600     05  FILLER                PIC X(01) VALUE '/'.
002610     05  DAR-H1-MONTH          PIC 99.
002620     05  FILLER                PIC X(01) VALUE '/'.
002630     05  DAR-H1-DAY            PIC 99.
002640     05  FILLER                PIC X(37) VALUE SPACES.
002650 01  DAR-HEADING-2.
002660     05  FILLER                PIC X(10) VALUE ' DAY TYPE '.
002670     05  DAR-H2-DAY-TYPE       PIC X(08).
002680     05  FILLER                PIC X(16) VALUE '  DEADLINE SET  '.
002690     05  DAR-H2-SET            PIC X(08).
002700     05  FILLER                PIC X(02) VALUE SPACES.
002710     05  DAR-H2-PROC-TEXT      PIC X(14).
002720     05  FILLER                PIC X(22) VALUE SPACES.
002730 01  DAR-NOTE-LINE.
002740     05  FILLER                PIC X(01) VALUE SPACE.
002750     05  DAR-NL-TEXT           PIC X(60).
002760     05  FILLER                PIC X(19) VALUE SPACES.
002770 01  DAR-DLN-LINE.
002780     05  FILLER                PIC X(10) VALUE ' DEADLINE '.
002790     05  DAR-DL-NAME           PIC X(12).
002800     05  FILLER                PIC X(06) VALUE '  DUE '.
002810     05  DAR-DL-DUE            PIC X(08).
002820     05  FILLER                PIC X(02) VALUE SPACES.
002830     05  DAR-DL-VERDICT        PIC X(40).
002840     05  FILLER                PIC X(02) VALUE SPACES.
002850 01  DAR-JOB-HEADING.
002860     05  FILLER                PIC X(40) VALUE
002870         '     JOB       ACTUAL END   MARGIN MINS '.
002880     05  FILLER                PIC X(40) VALUE
002890         ' STATUS'.
002900 01  DAR-JOB-LINE.
002910     05  FILLER                PIC X(05) VALUE SPACES.
002920     05  DAR-JL-JOB            PIC X(08).
002930     05  FILLER                PIC X(02) VALUE SPACES.
002940     05  DAR-JL-END-AREA.
002950         10  DAR-JL-END        PIC X(08).
002960         10  DAR-JL-NEXT-DAY   PIC X(03).
002970     05  FILLER                PIC X(06) VALUE SPACES.
002980     05  DAR-JL-MARGIN         PIC -(4)9.
002990     05  DAR-JL-MARGIN-X REDEFINES DAR-JL-MARGIN
003000                               PIC X(05).
003010     05  FILLER                PIC X(04) VALUE SPACES.
003020     05  DAR-JL-STATUS         PIC X(12).
003030     05  FILLER                PIC X(27) VALUE SPACES.
003040 01  DAR-MTD-TITLE.
003050     05  FILLER                PIC X(15) VALUE ' MONTH TO DATE '.
003060     05  DAR-MT-YEAR           PIC 9(04).
003070     05  FILLER                PIC X(01) VALUE '/'.
003080     05  DAR-MT-MONTH          PIC 99.
003090     05  FILLER                PIC X(05) VALUE ' (01-'.
003100     05  DAR-MT-LAST-DAY       PIC 99.
003110     05  FILLER                PIC X(01) VALUE ')'.
003120     05  FILLER                PIC X(50) VALUE SPACES.
003130 01  DAR-MTD-HEADING.
003140     05  FILLER                PIC X(40) VALUE
003150         ' DEADLINE        MET  MISSED  SUPPRESSED'.
003160     05  FILLER                PIC X(40) VALUE
003170         '  NO DATA'.
003180 01  DAR-MTD-LINE.
003190     05  FILLER                PIC X(01) VALUE SPACE.
003200     05  DAR-ML-NAME           PIC X(12).
003210     05  FILLER                PIC X(02) VALUE SPACES.
003220     05  DAR-ML-MET            PIC ZZ9.
003230     05  FILLER                PIC X(05) VALUE SPACES.
003240     05  DAR-ML-MISSED         PIC ZZ9.
003250     05  FILLER                PIC X(09) VALUE SPACES.
003260     05  DAR-ML-SUPPRESSED     PIC ZZ9.
003270     05  FILLER                PIC X(06) VALUE SPACES.
003280     05  DAR-ML-NO-DATA        PIC ZZ9.
003290     05  FILLER                PIC X(33) VALUE SPACES.
003300 01  DAR-RESULT-LINE.
003310     05  FILLER                PIC X(08) VALUE ' RESULT:'.
003320     05  FILLER                PIC X(01) VALUE SPACE.
003330     05  DAR-RL-TEXT           PIC X(50).
003340     05  FILLER                PIC X(21) VALUE SPACES.
003350 01  DAR-RESULT-COUNT-TEXT.
003360     05  DAR-RC-MET            PIC ZZ9.
003370     05  FILLER                PIC X(12) VALUE ' DEADLINE(S)'.
003380     05  FILLER                PIC X(06) VALUE ' MET, '.
003390     05  DAR-RC-MISSED         PIC ZZ9.
003400     05  FILLER                PIC X(07) VALUE ' MISSED'.
003410 77  DAR-BLANK-LINE            PIC X(80) VALUE SPACES.
003420 PROCEDURE DIVISION.
003430*****************************************************************
003440* 0000-MAINLINE
003450*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, LOAD THE CALENDAR,
003460*     SCHEDULE, MAP AND WINDOWS, JUDGE EACH DAY OF THE MONTH UP TO
003470*     THE REPORT DATE (PRINTING THE REPORT DATE IN DETAIL), PRINT
003480*     THE MONTH-TO-DATE COUNTS AND THE RESULT, AND TERMINATE.
003490*****************************************************************
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003520     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
003530     PERFORM 1200-LOAD-DEADLINES THRU 1200-EXIT
003540     PERFORM 1300-LOAD-JOB-MAP THRU 1300-EXIT
003550     PERFORM 1400-LOAD-MAINT-WINDOWS THRU 1400-EXIT
003560     PERFORM 2000-JUDGE-MONTH THRU 2000-EXIT
003570     PERFORM 3000-PRINT-MONTH THRU 3000-EXIT
003580     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT
003590     PERFORM 9000-TERMINATE THRU 9000-EXIT
003600     STOP RUN.
003610*****************************************************************
003620* 1000-INITIALIZE
003630*     ACCEPTS THE REPORT DATE FROM THE SYSIN CARD; A DATE THAT IS
003640*     MISSING OR NOT A REAL DATE DEFAULTS TO TODAY, WHICH IS KEPT
003650*     TO TELL A REPORT ON TODAY FROM ONE ON AN EARLIER DAY.  OPENS
003660*     THE PRINT FILE AND PRINTS THE FIRST HEADING.
003670*****************************************************************
003680 1000-INITIALIZE.
003690     MOVE SPACES TO DAR-REQUEST-CARD
003700     ACCEPT DAR-REQUEST-CARD
003710     ACCEPT DAR-TODAY-DATE FROM DATE YYYYMMDD
003720     MOVE DAR-TODAY-DATE TO DAR-REPORT-DATE-NUM
003730     IF DAR-REQUEST-DATE-NUM IS NUMERIC
003740         MOVE DAR-REQUEST-DATE-NUM TO DAR-EDIT-DATE-NUM
003750         PERFORM 1500-EDIT-DATE THRU 1500-EXIT
003760         IF DAR-DATE-OK
003770             MOVE DAR-REQUEST-DATE-NUM TO DAR-REPORT-DATE-NUM
003780         END-IF
003790     END-IF
003800     OPEN OUTPUT REPORT-FILE
003810     MOVE DAR-RD-YEAR TO DAR-H1-YEAR
003820     MOVE DAR-RD-MONTH TO DAR-H1-MONTH
003830     MOVE DAR-RD-DAY TO DAR-H1-DAY
003840     WRITE DAR-PRINT-LINE FROM DAR-HEADING-1.
003850 1000-EXIT.
003860     EXIT.
003870*****************************************************************
003880* 1100-LOAD-CALENDAR
003890*     PICKS THE REPORT MONTH'S DAYS OUT OF THE OPTIONAL CLOCKCAL
003900*     CALENDAR.  A FLAG COUNTS AS NON-PROCESSING ONLY WHEN IT
003910*     SAYS N, AND A BLANK DAY TYPE IS NORMAL, AS IN THE CLOCK.
003920*****************************************************************
003930 1100-LOAD-CALENDAR.
003940     PERFORM 1105-CLEAR-ONE-DAY THRU 1105-EXIT
003950         VARYING DAR-DAY-SUB FROM 1 BY 1
003960         UNTIL DAR-DAY-SUB > 31
003970     MOVE 'N' TO DAR-EOF-SWITCH
003980     OPEN INPUT CLOCK-CAL-FILE
003990     IF DAR-CAL-FILE-STATUS = '00'
004000         PERFORM 1110-READ-ONE-CAL THRU 1110-EXIT
004010             UNTIL DAR-AT-END
004020         CLOSE CLOCK-CAL-FILE
004030     ELSE
004040         IF DAR-CAL-FILE-STATUS = '05'
004050             CLOSE CLOCK-CAL-FILE
004060         END-IF
004070     END-IF.
004080 1100-EXIT.
004090     EXIT.
004100 1105-CLEAR-ONE-DAY.
004110     MOVE 'Y' TO DAR-CT-PROC-FLAG(DAR-DAY-SUB)
004120     MOVE 'NORMAL' TO DAR-CT-DAY-TYPE(DAR-DAY-SUB).
004130 1105-EXIT.
004140     EXIT.
004150 1110-READ-ONE-CAL.
004160     READ CLOCK-CAL-FILE
004170         AT END
004180             SET DAR-AT-END TO TRUE
004190     END-READ
004200     IF DAR-AT-END
004210         GO TO 1110-EXIT
004220     END-IF
004230     IF CLK-CAL-DATE IS NOT NUMERIC
004240         GO TO 1110-EXIT
004250     END-IF
004260     MOVE CLK-CAL-DATE TO DAR-WORK-DATE-NUM
004270     IF DAR-WD-YEAR NOT = DAR-RD-YEAR
004280             OR DAR-WD-MONTH NOT = DAR-RD-MONTH
004290             OR DAR-WD-DAY < 1 OR DAR-WD-DAY > 31
004300         GO TO 1110-EXIT
004310     END-IF
004320     IF CLK-CAL-NON-PROCESSING
004330         MOVE 'N' TO DAR-CT-PROC-FLAG(DAR-WD-DAY)
004340     END-IF
004350     IF CLK-CAL-DAY-TYPE NOT = SPACES
004360         MOVE CLK-CAL-DAY-TYPE TO DAR-CT-DAY-TYPE(DAR-WD-DAY)
004370     END-IF.
004380 1110-EXIT.
004390     EXIT.
004400*****************************************************************
004410* 1200-LOAD-DEADLINES
004420*     LOADS EVERY CLOCKDLN LINE THE CLOCK WOULD ARM, WHATEVER ITS
004430*     SET, SKIPPING THE LINES 1710-READ-ONE-DLN IN THE CLOCK
004440*     SKIPS, AND ENTERS EACH DEADLINE NAME ONCE IN THE MONTH-TO-
004450*     DATE TABLE.
004460*****************************************************************
004470 1200-LOAD-DEADLINES.
004480     MOVE 'N' TO DAR-EOF-SWITCH
004490     OPEN INPUT CLOCK-DLN-FILE
004500     IF DAR-DLN-FILE-STATUS = '00'
004510         PERFORM 1210-READ-ONE-DLN THRU 1210-EXIT
004520             UNTIL DAR-AT-END
004530         CLOSE CLOCK-DLN-FILE
004540     ELSE
004550         IF DAR-DLN-FILE-STATUS = '05'
004560             CLOSE CLOCK-DLN-FILE
004570         END-IF
004580     END-IF.
004590 1200-EXIT.
004600     EXIT.
004610 1210-READ-ONE-DLN.
004620     READ CLOCK-DLN-FILE
004630         AT END
004640             SET DAR-AT-END TO TRUE
004650     END-READ
004660     IF DAR-AT-END
004670         GO TO 1210-EXIT
004680     END-IF
004690     IF CLK-DLN-NAME = SPACES
004700         GO TO 1210-EXIT
004710     END-IF
004720     IF CLK-DLN-TIME IS NOT NUMERIC
004730             OR CLK-DLN-HOURS > 23
004740             OR CLK-DLN-MINUTES > 59
004750             OR CLK-DLN-SECONDS > 59
004760         GO TO 1210-EXIT
004770     END-IF
004780     IF CLK-DLN-LEAD-MINS IS NOT NUMERIC
004790         GO TO 1210-EXIT
004800     END-IF
004810     IF CLK-DLN-CAL-FLAG NOT = 'Y' AND CLK-DLN-CAL-FLAG NOT = 'N'
004820             AND CLK-DLN-CAL-FLAG NOT = SPACE
004830         GO TO 1210-EXIT
004840     END-IF
004850     IF DAR-DLN-COUNT = 80
004860         GO TO 1210-EXIT
004870     END-IF
004880     MOVE CLK-DLN-SET-NAME TO DAR-DLN-LINE-SET
004890     IF DAR-DLN-LINE-SET = SPACES
004900         MOVE 'NORMAL' TO DAR-DLN-LINE-SET
004910     END-IF
004920     ADD 1 TO DAR-DLN-COUNT
004930     MOVE DAR-DLN-LINE-SET TO DAR-DT-SET-NAME(DAR-DLN-COUNT)
004940     MOVE CLK-DLN-NAME TO DAR-DT-NAME(DAR-DLN-COUNT)
004950     MOVE CLK-DLN-TIME TO DAR-DT-TIME(DAR-DLN-COUNT)
004960     COMPUTE DAR-DT-SECS(DAR-DLN-COUNT) =
004970         (CLK-DLN-HOURS * 3600) + (CLK-DLN-MINUTES * 60)
004980             + CLK-DLN-SECONDS
004990     IF CLK-DLN-CAL-FLAG = 'N'
005000         MOVE 'N' TO DAR-DT-CAL-FLAG(DAR-DLN-COUNT)
005010     ELSE
005020         MOVE 'Y' TO DAR-DT-CAL-FLAG(DAR-DLN-COUNT)
005030     END-IF
005040     MOVE CLK-DLN-NAME TO DAR-SEARCH-DLN
005050     PERFORM 1250-ENTER-MTD-NAME THRU 1250-EXIT.
005060 1210-EXIT.
005070     EXIT.
005080*****************************************************************
005090* 1250-ENTER-MTD-NAME
005100*     FINDS THE DEADLINE NAME SOUGHT IN THE MONTH-TO-DATE
005110*     TABLE, ADDING IT WITH ZERO COUNTS THE FIRST TIME IT IS SEEN.
005120*     THE SUBSCRIPT IS LEFT ON THE ENTRY.
005130*****************************************************************
005140 1250-ENTER-MTD-NAME.
005150     PERFORM 1260-FIND-MTD-NAME THRU 1260-EXIT
005160     IF DAR-MTD-SUB > DAR-MTD-COUNT
005170         IF DAR-MTD-COUNT = 40
005180             GO TO 1250-EXIT
005190         END-IF
005200         ADD 1 TO DAR-MTD-COUNT
005210         MOVE DAR-MTD-COUNT TO DAR-MTD-SUB
005220         MOVE DAR-SEARCH-DLN TO DAR-MTD-NAME(DAR-MTD-SUB)
005230         MOVE ZERO TO DAR-MTD-MET(DAR-MTD-SUB)
005240         MOVE ZERO TO DAR-MTD-MISSED(DAR-MTD-SUB)
005250         MOVE ZERO TO DAR-MTD-SUPPRESSED(DAR-MTD-SUB)
005260         MOVE ZERO TO DAR-MTD-NO-DATA(DAR-MTD-SUB)
005270     END-IF.
005280 1250-EXIT.
005290     EXIT.
005300*****************************************************************
005310* 1260-FIND-MTD-NAME
005320*     LEAVES THE MONTH-TO-DATE SUBSCRIPT ON THE ENTRY FOR THE
005330*     DEADLINE NAME SOUGHT, OR ONE PAST THE LAST ENTRY.
005340*****************************************************************
005350 1260-FIND-MTD-NAME.
005360     MOVE 'N' TO DAR-MTD-FOUND-SWITCH
005370     MOVE 1 TO DAR-MTD-SUB
005380     PERFORM 1265-STEP-MTD-NAME THRU 1265-EXIT
005390         UNTIL DAR-MTD-FOUND OR DAR-MTD-SUB > DAR-MTD-COUNT.
005400 1260-EXIT.
005410     EXIT.
005420 1265-STEP-MTD-NAME.
005430     IF DAR-MTD-NAME(DAR-MTD-SUB) = DAR-SEARCH-DLN
005440         SET DAR-MTD-FOUND TO TRUE
005450         GO TO 1265-EXIT
005460     END-IF
005470     ADD 1 TO DAR-MTD-SUB.
005480 1265-EXIT.
005490     EXIT.
005500*****************************************************************
005510* 1300-LOAD-JOB-MAP
005520*     LOADS THE CLOCKDJM DEADLINE-TO-JOB MAP.  AN ABSENT MAP
005530*     LEAVES EVERY DEADLINE WITH NO FEEDING JOBS, WHICH THE
005540*     REPORT SAYS RATHER THAN CALLING THE DEADLINE MET.
005550*****************************************************************
005560 1300-LOAD-JOB-MAP.
005570     MOVE 'N' TO DAR-EOF-SWITCH
005580     OPEN INPUT CLOCK-DJM-FILE
005590     IF DAR-DJM-FILE-STATUS = '00'
005600         PERFORM 1310-READ-ONE-MAP THRU 1310-EXIT
005610             UNTIL DAR-AT-END
005620         CLOSE CLOCK-DJM-FILE
005630     ELSE
005640         IF DAR-DJM-FILE-STATUS = '05'
005650             CLOSE CLOCK-DJM-FILE
005660         END-IF
005670         MOVE 'CLOCKDJM NOT FOUND - NO DEADLINE HAS FEEDING JOBS'
005680             TO DAR-NL-TEXT
005690         WRITE DAR-PRINT-LINE FROM DAR-NOTE-LINE
005700     END-IF.
005710 1300-EXIT.
005720     EXIT.
005730 1310-READ-ONE-MAP.
005740     READ CLOCK-DJM-FILE
005750         AT END
005760             SET DAR-AT-END TO TRUE
005770     END-READ
005780     IF DAR-AT-END
005790         GO TO 1310-EXIT
005800     END-IF
005810     IF CLK-DJM-DLN-NAME = SPACES
005820             OR CLK-DJM-JOB-NAME = SPACES
005830         GO TO 1310-EXIT
005840     END-IF
005850     IF DAR-MAP-COUNT = 200
005860         GO TO 1310-EXIT
005870     END-IF
005880     ADD 1 TO DAR-MAP-COUNT
005890     MOVE CLK-DJM-DLN-NAME TO DAR-MT-DLN-NAME(DAR-MAP-COUNT)
005900     MOVE CLK-DJM-JOB-NAME TO DAR-MT-JOB-NAME(DAR-MAP-COUNT).
005910 1310-EXIT.
005920     EXIT.
005930*****************************************************************
005940* 1400-LOAD-MAINT-WINDOWS
005950*     LOADS THE OPTIONAL CLOCKMNW WINDOWS AS START AND END
005960*     STAMPS.  A LINE THE CLOCK'S OWN EDIT WOULD REFUSE -- A
005970*     FIELD THAT IS NOT NUMERIC, A TIME THAT IS NOT A LEGAL HHMM,
005980*     A MONTH OR DAY OUT OF RANGE, AN END NOT AFTER ITS START, OR
005990*     NO CHANGE TICKET -- IS SKIPPED, AS THE CLOCK SKIPS IT.
006000*****************************************************************
006010 1400-LOAD-MAINT-WINDOWS.
006020     MOVE 'N' TO DAR-EOF-SWITCH
006030     OPEN INPUT CLOCK-MNW-FILE
006040     IF DAR-MNW-FILE-STATUS = '00'
006050         PERFORM 1410-READ-ONE-MNW THRU 1410-EXIT
006060             UNTIL DAR-AT-END
006070         CLOSE CLOCK-MNW-FILE
006080     ELSE
006090         IF DAR-MNW-FILE-STATUS = '05'
006100             CLOSE CLOCK-MNW-FILE
006110         END-IF
006120     END-IF.
006130 1400-EXIT.
006140     EXIT.
006150 1410-READ-ONE-MNW.
006160     READ CLOCK-MNW-FILE
006170         AT END
006180             SET DAR-AT-END TO TRUE
006190     END-READ
006200     IF DAR-AT-END
006210         GO TO 1410-EXIT
006220     END-IF
006230     IF CLK-MNW-START-DATE IS NOT NUMERIC
006240             OR CLK-MNW-START-TIME IS NOT NUMERIC
006250             OR CLK-MNW-END-DATE IS NOT NUMERIC
006260             OR CLK-MNW-END-TIME IS NOT NUMERIC
006270             OR CLK-MNW-TICKET = SPACES
006280         GO TO 1410-EXIT
006290     END-IF
006300     IF CLK-MNW-START-HOURS > 23 OR CLK-MNW-START-MINUTES > 59
006310             OR CLK-MNW-END-HOURS > 23 OR CLK-MNW-END-MINUTES > 59
006320         GO TO 1410-EXIT
006330     END-IF
006340     MOVE CLK-MNW-START-DATE TO DAR-EDIT-DATE-NUM
006350     IF DAR-ED-MONTH < 1 OR DAR-ED-MONTH > 12
006360             OR DAR-ED-DAY < 1 OR DAR-ED-DAY > 31
006370         GO TO 1410-EXIT
006380     END-IF
006390     MOVE CLK-MNW-END-DATE TO DAR-EDIT-DATE-NUM
006400     IF DAR-ED-MONTH < 1 OR DAR-ED-MONTH > 12
006410             OR DAR-ED-DAY < 1 OR DAR-ED-DAY > 31
006420         GO TO 1410-EXIT
006430     END-IF
006440     IF DAR-MNW-COUNT = 20
006450         GO TO 1410-EXIT
006460     END-IF
006470     ADD 1 TO DAR-MNW-COUNT
006480     COMPUTE DAR-WT-START-STAMP(DAR-MNW-COUNT) =
006490         (CLK-MNW-START-DATE * 1000000)
006500             + (CLK-MNW-START-HOURS * 10000)
006510             + (CLK-MNW-START-MINUTES * 100)
006520     COMPUTE DAR-WT-END-STAMP(DAR-MNW-COUNT) =
006530         (CLK-MNW-END-DATE * 1000000)
006540             + (CLK-MNW-END-HOURS * 10000)
006550             + (CLK-MNW-END-MINUTES * 100)
006560     IF DAR-WT-END-STAMP(DAR-MNW-COUNT)
006570             NOT > DAR-WT-START-STAMP(DAR-MNW-COUNT)
006580         SUBTRACT 1 FROM DAR-MNW-COUNT
006590     END-IF.
006600 1410-EXIT.
006610     EXIT.
006620*****************************************************************
006630* 1500-EDIT-DATE
006640*     SAYS WHETHER THE EDIT DATE IS A REAL CALENDAR DATE, AND
006650*     LEAVES THE NUMBER OF DAYS IN ITS MONTH IN THE MONTH LIMIT.
006660*****************************************************************
006670 1500-EDIT-DATE.
006680     MOVE 'N' TO DAR-DATE-OK-SWITCH
006690     IF DAR-ED-MONTH < 1 OR DAR-ED-MONTH > 12
006700         GO TO 1500-EXIT
006710     END-IF
006720     MOVE DAR-MONTH-DAYS(DAR-ED-MONTH) TO DAR-MONTH-LIMIT
006730     IF DAR-ED-MONTH = 2
006740         DIVIDE DAR-ED-YEAR BY 4 GIVING DAR-LEAP-QUOT
006750             REMAINDER DAR-LEAP-REM
006760         IF DAR-LEAP-REM = ZERO
006770             MOVE 29 TO DAR-MONTH-LIMIT
006780             DIVIDE DAR-ED-YEAR BY 100 GIVING DAR-LEAP-QUOT
006790                 REMAINDER DAR-LEAP-REM
006800             IF DAR-LEAP-REM = ZERO
006810                 MOVE 28 TO DAR-MONTH-LIMIT
006820                 DIVIDE DAR-ED-YEAR BY 400 GIVING DAR-LEAP-QUOT
006830                     REMAINDER DAR-LEAP-REM
006840                 IF DAR-LEAP-REM = ZERO
006850                     MOVE 29 TO DAR-MONTH-LIMIT
006860                 END-IF
006870             END-IF
006880         END-IF
006890     END-IF
006900     IF DAR-ED-DAY < 1 OR DAR-ED-DAY > DAR-MONTH-LIMIT
006910         GO TO 1500-EXIT
006920     END-IF
006930     MOVE 'Y' TO DAR-DATE-OK-SWITCH.
006940 1500-EXIT.
006950     EXIT.
006960*****************************************************************
006970* 2000-JUDGE-MONTH
006980*     JUDGES EVERY DAY FROM THE FIRST OF THE MONTH THROUGH THE
006990*     REPORT DATE.  EVERY DAY BEFORE TODAY COMES FROM THE CLOCKJHS
007000*     HISTORY; WITHOUT IT THOSE DAYS ALL COUNT AS NO DATA.
007010*****************************************************************
007020 2000-JUDGE-MONTH.
007030     OPEN INPUT JOB-HIST-FILE
007040     IF DAR-JHS-FILE-STATUS = '00'
007050         SET DAR-JHS-OPEN TO TRUE
007060     ELSE
007070         IF DAR-RD-DAY > 1
007080                 OR DAR-REPORT-DATE-NUM NOT = DAR-TODAY-DATE
007090             MOVE 'CLOCKJHS NOT AVAILABLE - EARLIER DAYS NO DATA'
007100                 TO DAR-NL-TEXT
007110             WRITE DAR-PRINT-LINE FROM DAR-NOTE-LINE
007120         END-IF
007130     END-IF
007140     PERFORM 2100-JUDGE-ONE-DAY THRU 2100-EXIT
007150         VARYING DAR-DAY-SUB FROM 1 BY 1
007160         UNTIL DAR-DAY-SUB > DAR-RD-DAY.
007170 2000-EXIT.
007180     EXIT.
007190*****************************************************************
007200* 2100-JUDGE-ONE-DAY
007210*     PICKS THE DAY'S DEADLINE SET, LOADS THE DAY'S JOB ENDS, AND
007220*     JUDGES EACH DEADLINE IN THE SET.  THE REPORT DATE IS
007230*     PRINTED IN DETAIL; EVERY DAY FEEDS THE MONTH-TO-DATE COUNTS.
007240*     ONLY TODAY'S ENDS ARE TAKEN FROM THE CLOCKSCG FEED, WHICH
007250*     CARRIES NO DATE OF ITS OWN; ANY EARLIER DAY, THE REPORT
007260*     DATE INCLUDED, IS TAKEN FROM THE CLOCKJHS HISTORY.
007270*****************************************************************
007280 2100-JUDGE-ONE-DAY.
007290     MOVE DAR-REPORT-DATE-NUM TO DAR-WORK-DATE-NUM
007300     MOVE DAR-DAY-SUB TO DAR-WD-DAY
007310     PERFORM 2150-SELECT-DAY-SET THRU 2150-EXIT
007320     MOVE ZERO TO DAR-END-COUNT
007330     MOVE 'N' TO DAR-DAY-DATA-SWITCH
007340     IF DAR-DAY-SUB = DAR-RD-DAY
007350         SET DAR-PRINTING TO TRUE
007360         IF DAR-REPORT-DATE-NUM = DAR-TODAY-DATE
007370             PERFORM 2200-LOAD-FEED-ENDS THRU 2200-EXIT
007380         ELSE
007390             PERFORM 2300-LOAD-HISTORY-ENDS THRU 2300-EXIT
007400         END-IF
007410         PERFORM 2190-PRINT-DAY-HEADING THRU 2190-EXIT
007420     ELSE
007430         MOVE 'N' TO DAR-PRINT-SWITCH
007440         PERFORM 2300-LOAD-HISTORY-ENDS THRU 2300-EXIT
007450     END-IF
007460     PERFORM 2500-JUDGE-ONE-DEADLINE THRU 2500-EXIT
007470         VARYING DAR-DAY-DLN-SUB FROM 1 BY 1
007480         UNTIL DAR-DAY-DLN-SUB > DAR-DAY-DLN-COUNT.
007490 2100-EXIT.
007500     EXIT.
007510*****************************************************************
007520* 2150-SELECT-DAY-SET
007530*     PICKS THE DEADLINE SET THE CLOCK ARMS ON THE WORK DATE: THE
007540*     SET NAMED FOR THE DAY TYPE, OR THE NORMAL SET WHEN CLOCKDLN
007550*     HAS NO LINES FOR THAT TYPE, UP TO EIGHT LINES OF IT.
007560*****************************************************************
007570 2150-SELECT-DAY-SET.
007580     MOVE DAR-CT-DAY-TYPE(DAR-DAY-SUB) TO DAR-DAY-SET
007590     MOVE ZERO TO DAR-DAY-DLN-COUNT
007600     PERFORM 2160-PICK-ONE-DLN THRU 2160-EXIT
007610         VARYING DAR-DLN-SUB FROM 1 BY 1
007620         UNTIL DAR-DLN-SUB > DAR-DLN-COUNT
007630     IF DAR-DAY-DLN-COUNT = ZERO
007640             AND DAR-DAY-SET NOT = 'NORMAL'
007650         MOVE 'NORMAL' TO DAR-DAY-SET
007660         PERFORM 2160-PICK-ONE-DLN THRU 2160-EXIT
007670             VARYING DAR-DLN-SUB FROM 1 BY 1
007680             UNTIL DAR-DLN-SUB > DAR-DLN-COUNT
007690     END-IF.
007700 2150-EXIT.
007710     EXIT.
007720 2160-PICK-ONE-DLN.
007730     IF DAR-DT-SET-NAME(DAR-DLN-SUB) = DAR-DAY-SET
007740             AND DAR-DAY-DLN-COUNT < 8
007750         ADD 1 TO DAR-DAY-DLN-COUNT
007760         MOVE DAR-DLN-SUB TO DAR-DD-SLOT(DAR-DAY-DLN-COUNT)
007770     END-IF.
007780 2160-EXIT.
007790     EXIT.
007800*****************************************************************
007810* 2190-PRINT-DAY-HEADING
007820*     PRINTS THE REPORT DATE'S DAY TYPE, DEADLINE SET AND
007830*     PROCESSING STATUS, AND SAYS SO WHEN THERE IS NO FEED (FOR
007840*     TODAY) OR NO RUNS IN THE HISTORY (FOR AN EARLIER DAY).
007850*****************************************************************
007860 2190-PRINT-DAY-HEADING.
007870     MOVE DAR-CT-DAY-TYPE(DAR-DAY-SUB) TO DAR-H2-DAY-TYPE
007880     MOVE DAR-DAY-SET TO DAR-H2-SET
007890     IF DAR-CT-PROC-FLAG(DAR-DAY-SUB) = 'N'
007900         MOVE 'NO BATCH TODAY' TO DAR-H2-PROC-TEXT
007910     ELSE
007920         MOVE 'PROCESSING DAY' TO DAR-H2-PROC-TEXT
007930     END-IF
007940     WRITE DAR-PRINT-LINE FROM DAR-HEADING-2
007950     IF DAR-REPORT-DATE-NUM = DAR-TODAY-DATE
007960         IF NOT DAR-SCG-FOUND
007970             MOVE 'CLOCKSCG NOT FOUND - NO JOB ENDS FOR THE DAY'
007980                 TO DAR-NL-TEXT
007990             WRITE DAR-PRINT-LINE FROM DAR-NOTE-LINE
008000         END-IF
008010     ELSE
008020         IF NOT DAR-DAY-HAS-DATA
008030             MOVE 'CLOCKJHS HAS NO RUNS - NO JOB ENDS FOR THE DAY'
008040                 TO DAR-NL-TEXT
008050             WRITE DAR-PRINT-LINE FROM DAR-NOTE-LINE
008060         END-IF
008070     END-IF
008080     IF DAR-DAY-DLN-COUNT = ZERO
008090         MOVE 'NO CLOCKDLN DEADLINES ARMED FOR THE REPORT DATE'
008100             TO DAR-NL-TEXT
008110         WRITE DAR-PRINT-LINE FROM DAR-NOTE-LINE
008120     END-IF.
008130 2190-EXIT.
008140     EXIT.
008150*****************************************************************
008160* 2200-LOAD-FEED-ENDS
008170*     LOADS TODAY'S JOB ENDS FROM THE CLOCKSCG FEED.
008180*****************************************************************
008190 2200-LOAD-FEED-ENDS.
008200     MOVE 'N' TO DAR-EOF-SWITCH
008210     OPEN INPUT CLEAN-EXPORT-FILE
008220     IF DAR-SCG-FILE-STATUS NOT = '00'
008230         IF DAR-SCG-FILE-STATUS = '05'
008240             CLOSE CLEAN-EXPORT-FILE
008250         END-IF
008260         GO TO 2200-EXIT
008270     END-IF
008280     SET DAR-SCG-FOUND TO TRUE
008290     PERFORM 2210-READ-ONE-FEED THRU 2210-EXIT
008300         UNTIL DAR-AT-END
008310     CLOSE CLEAN-EXPORT-FILE.
008320 2200-EXIT.
008330     EXIT.
008340 2210-READ-ONE-FEED.
008350     READ CLEAN-EXPORT-FILE
008360         AT END
008370             SET DAR-AT-END TO TRUE
008380     END-READ
008390     IF DAR-AT-END
008400         GO TO 2210-EXIT
008410     END-IF
008420     IF CLK-SCHED-JOB-NAME = SPACES
008430             OR CLK-SCHED-JOB-NAME = '*TRAILER'
008440             OR CLK-SCHED-ACT-START IS NOT NUMERIC
008450             OR CLK-SCHED-ACT-END IS NOT NUMERIC
008460         GO TO 2210-EXIT
008470     END-IF
008480     COMPUTE DAR-AS-SECS =
008490         (CLK-SCHED-AS-HOURS * 3600) + (CLK-SCHED-AS-MINUTES * 60)
008500             + CLK-SCHED-AS-SECONDS
008510     COMPUTE DAR-AE-SECS =
008520         (CLK-SCHED-AE-HOURS * 3600) + (CLK-SCHED-AE-MINUTES * 60)
008530             + CLK-SCHED-AE-SECONDS
008540     MOVE CLK-SCHED-JOB-NAME TO DAR-NEW-JOB-NAME
008550     PERFORM 2400-ADD-JOB-END THRU 2400-EXIT.
008560 2210-EXIT.
008570     EXIT.
008580*****************************************************************
008590* 2300-LOAD-HISTORY-ENDS
008600*     LOADS AN EARLIER DAY'S JOB ENDS FROM THE CLOCKJHS HISTORY,
008610*     WHOSE KEY LEADS WITH THE RUN DATE.  IT ALSO LOADS THE
008620*     REPORT DATE'S ENDS WHEN THAT DATE IS BEFORE TODAY.
008630*****************************************************************
008640 2300-LOAD-HISTORY-ENDS.
008650     IF NOT DAR-JHS-OPEN
008660         GO TO 2300-EXIT
008670     END-IF
008680     MOVE DAR-WORK-DATE-NUM TO CLK-JHS-RUN-DATE
008690     MOVE LOW-VALUES TO CLK-JHS-JOB-NAME
008700     MOVE ZERO TO CLK-JHS-RUN-NO
008710     START JOB-HIST-FILE KEY IS NOT LESS THAN CLK-JHS-KEY
008720         INVALID KEY
008730             GO TO 2300-EXIT
008740     END-START
008750     MOVE 'N' TO DAR-EOF-SWITCH
008760     PERFORM 2310-READ-ONE-HISTORY THRU 2310-EXIT
008770         UNTIL DAR-AT-END.
008780 2300-EXIT.
008790     EXIT.
008800 2310-READ-ONE-HISTORY.
008810     READ JOB-HIST-FILE NEXT RECORD
008820         AT END
008830             SET DAR-AT-END TO TRUE
008840     END-READ
008850     IF DAR-AT-END
008860         GO TO 2310-EXIT
008870     END-IF
008880     IF CLK-JHS-RUN-DATE NOT = DAR-WORK-DATE-NUM
008890         SET DAR-AT-END TO TRUE
008900         GO TO 2310-EXIT
008910     END-IF
008920     COMPUTE DAR-AS-SECS =
008930         (CLK-JHS-AS-HOURS * 3600) + (CLK-JHS-AS-MINUTES * 60)
008940             + CLK-JHS-AS-SECONDS
008950     COMPUTE DAR-AE-SECS =
008960         (CLK-JHS-AE-HOURS * 3600) + (CLK-JHS-AE-MINUTES * 60)
008970             + CLK-JHS-AE-SECONDS
008980     MOVE CLK-JHS-JOB-NAME TO DAR-NEW-JOB-NAME
008990     PERFORM 2400-ADD-JOB-END THRU 2400-EXIT.
009000 2310-EXIT.
009010     EXIT.
009020*****************************************************************
009030* 2400-ADD-JOB-END
009040*     ENTERS ONE RUN'S END IN THE DAY'S TABLE.  AN END EARLIER
009050*     THAN ITS START FELL AFTER MIDNIGHT AND GETS A DAY ADDED; A
009060*     RERUN KEEPS WHICHEVER END IS LATER.
009070*****************************************************************
009080 2400-ADD-JOB-END.
009090     SET DAR-DAY-HAS-DATA TO TRUE
009100     MOVE DAR-AE-SECS TO DAR-NEW-END-SECS
009110     IF DAR-AE-SECS < DAR-AS-SECS
009120         ADD 86400 TO DAR-NEW-END-SECS
009130     END-IF
009140     PERFORM 2450-FIND-JOB-END THRU 2450-EXIT
009150     IF DAR-END-FOUND
009160         IF DAR-NEW-END-SECS > DAR-ET-END-SECS(DAR-END-SUB)
009170             MOVE DAR-NEW-END-SECS TO DAR-ET-END-SECS(DAR-END-SUB)
009180         END-IF
009190         GO TO 2400-EXIT
009200     END-IF
009210     IF DAR-END-COUNT = 300
009220         GO TO 2400-EXIT
009230     END-IF
009240     ADD 1 TO DAR-END-COUNT
009250     MOVE DAR-NEW-JOB-NAME TO DAR-ET-JOB-NAME(DAR-END-COUNT)
009260     MOVE DAR-NEW-END-SECS TO DAR-ET-END-SECS(DAR-END-COUNT).
009270 2400-EXIT.
009280     EXIT.
009290*****************************************************************
009300* 2450-FIND-JOB-END
009310*     LOOKS THE JOB NAMED IN DAR-NEW-JOB-NAME UP IN THE DAY'S
009320*     TABLE, LEAVING THE SUBSCRIPT ON IT WHEN FOUND.
009330*****************************************************************
009340 2450-FIND-JOB-END.
009350     MOVE 'N' TO DAR-END-FOUND-SWITCH
009360     MOVE 1 TO DAR-END-SUB
009370     PERFORM 2455-STEP-JOB-END THRU 2455-EXIT
009380         UNTIL DAR-END-FOUND OR DAR-END-SUB > DAR-END-COUNT.
009390 2450-EXIT.
009400     EXIT.
009410 2455-STEP-JOB-END.
009420     IF DAR-ET-JOB-NAME(DAR-END-SUB) = DAR-NEW-JOB-NAME
009430         SET DAR-END-FOUND TO TRUE
009440         GO TO 2455-EXIT
009450     END-IF
009460     ADD 1 TO DAR-END-SUB.
009470 2455-EXIT.
009480     EXIT.
009490*****************************************************************
009500* 2500-JUDGE-ONE-DEADLINE
009510*     JUDGES ONE DEADLINE OF THE DAY'S SET.  SUPPRESSION BY THE
009520*     CALENDAR COMES FIRST, THEN A MAINTENANCE HOLD, AS IN THE
009530*     CLOCK; THEN A DEADLINE WITH NO FEEDING JOBS MAPPED, THEN A
009540*     DAY WITH NO JOB ENDS AT ALL.  OTHERWISE IT IS MET WHEN NO
009550*     FEEDING JOB ENDED LATE OR IS ABSENT.  THE VERDICT IS ADDED
009560*     TO THE MONTH-TO-DATE COUNTS AND, ON THE REPORT DATE,
009570*     PRINTED WITH A LINE PER FEEDING JOB.
009580*****************************************************************
009590 2500-JUDGE-ONE-DEADLINE.
009600     MOVE DAR-DD-SLOT(DAR-DAY-DLN-SUB) TO DAR-DLN-SUB
009610     MOVE ZERO TO DAR-MAPPED-JOBS
009620     MOVE ZERO TO DAR-LATE-JOBS
009630     PERFORM 2510-CHECK-ONE-MAP THRU 2510-EXIT
009640         VARYING DAR-MAP-SUB FROM 1 BY 1
009650         UNTIL DAR-MAP-SUB > DAR-MAP-COUNT
009660     COMPUTE DAR-TEST-STAMP =
009670         (DAR-WORK-DATE-NUM * 1000000)
009680             + DAR-DT-TIME-NUM(DAR-DLN-SUB)
009690     PERFORM 2550-TEST-WINDOWS THRU 2550-EXIT
009700     PERFORM 2520-SET-VERDICT THRU 2520-EXIT
009710     PERFORM 2600-COUNT-VERDICT THRU 2600-EXIT
009720     IF DAR-PRINTING
009730         PERFORM 2700-PRINT-DEADLINE THRU 2700-EXIT
009740     END-IF.
009750 2500-EXIT.
009760     EXIT.
009770*****************************************************************
009780* 2510-CHECK-ONE-MAP
009790*     FOR A MAP LINE OF THE DEADLINE BEING JUDGED, COUNTS THE JOB
009800*     AND, WHEN IT IS ABSENT OR ENDED AFTER THE DEADLINE, COUNTS
009810*     IT LATE.
009820*****************************************************************
009830 2510-CHECK-ONE-MAP.
009840     IF DAR-MT-DLN-NAME(DAR-MAP-SUB)
009850             NOT = DAR-DT-NAME(DAR-DLN-SUB)
009860         GO TO 2510-EXIT
009870     END-IF
009880     ADD 1 TO DAR-MAPPED-JOBS
009890     MOVE DAR-MT-JOB-NAME(DAR-MAP-SUB) TO DAR-NEW-JOB-NAME
009900     PERFORM 2450-FIND-JOB-END THRU 2450-EXIT
009910     IF NOT DAR-END-FOUND
009920         ADD 1 TO DAR-LATE-JOBS
009930         GO TO 2510-EXIT
009940     END-IF
009950     IF DAR-ET-END-SECS(DAR-END-SUB) > DAR-DT-SECS(DAR-DLN-SUB)
009960         ADD 1 TO DAR-LATE-JOBS
009970     END-IF.
009980 2510-EXIT.
009990     EXIT.
010000*****************************************************************
010010* 2520-SET-VERDICT
010020*     SETS THE DEADLINE'S VERDICT FROM THE FIRST TEST THAT
010030*     DECIDES IT.
010040*****************************************************************
010050 2520-SET-VERDICT.
010060     IF DAR-CT-PROC-FLAG(DAR-DAY-SUB) = 'N'
010070             AND DAR-DT-CAL-FLAG(DAR-DLN-SUB) = 'Y'
010080         SET DAR-V-SUPPRESSED TO TRUE
010090         GO TO 2520-EXIT
010100     END-IF
010110     IF DAR-MNW-HIT
010120         SET DAR-V-HELD TO TRUE
010130         GO TO 2520-EXIT
010140     END-IF
010150     IF DAR-MAPPED-JOBS = ZERO
010160         SET DAR-V-NOT-MAPPED TO TRUE
010170         GO TO 2520-EXIT
010180     END-IF
010190     IF NOT DAR-DAY-HAS-DATA
010200         SET DAR-V-NO-DATA TO TRUE
010210         GO TO 2520-EXIT
010220     END-IF
010230     IF DAR-LATE-JOBS = ZERO
010240         SET DAR-V-MET TO TRUE
010250     ELSE
010260         SET DAR-V-MISSED TO TRUE
010270     END-IF.
010280 2520-EXIT.
010290     EXIT.
010300*****************************************************************
010310* 2550-TEST-WINDOWS
010320*     SAYS WHETHER THE DEADLINE'S DUE MOMENT FALLS INSIDE A
010330*     PLANNED MAINTENANCE WINDOW, IN WHICH CASE THE CLOCK HELD IT.
010340*****************************************************************
010350 2550-TEST-WINDOWS.
010360     MOVE 'N' TO DAR-MNW-HIT-SWITCH
010370     PERFORM 2555-TEST-ONE-WINDOW THRU 2555-EXIT
010380         VARYING DAR-MNW-SUB FROM 1 BY 1
010390         UNTIL DAR-MNW-SUB > DAR-MNW-COUNT.
010400 2550-EXIT.
010410     EXIT.
010420 2555-TEST-ONE-WINDOW.
010430     IF DAR-TEST-STAMP NOT < DAR-WT-START-STAMP(DAR-MNW-SUB)
010440             AND DAR-TEST-STAMP < DAR-WT-END-STAMP(DAR-MNW-SUB)
010450         SET DAR-MNW-HIT TO TRUE
010460     END-IF.
010470 2555-EXIT.
010480     EXIT.
010490*****************************************************************
010500* 2600-COUNT-VERDICT
010510*     ADDS THE VERDICT TO THE DEADLINE'S MONTH-TO-DATE COUNTS.  A
010520*     HOLD COUNTS WITH THE SUPPRESSIONS; A DEADLINE WITH NO JOBS
010530*     MAPPED IS NOT COUNTED AT ALL.
010540*****************************************************************
010550 2600-COUNT-VERDICT.
010560     MOVE DAR-DT-NAME(DAR-DLN-SUB) TO DAR-SEARCH-DLN
010570     PERFORM 1260-FIND-MTD-NAME THRU 1260-EXIT
010580     IF DAR-MTD-SUB > DAR-MTD-COUNT
010590         GO TO 2600-EXIT
010600     END-IF
010610     IF DAR-V-MET
010620         ADD 1 TO DAR-MTD-MET(DAR-MTD-SUB)
010630     END-IF
010640     IF DAR-V-MISSED
010650         ADD 1 TO DAR-MTD-MISSED(DAR-MTD-SUB)
010660     END-IF
010670     IF DAR-V-SUPPRESSED OR DAR-V-HELD
010680         ADD 1 TO DAR-MTD-SUPPRESSED(DAR-MTD-SUB)
010690     END-IF
010700     IF DAR-V-NO-DATA
010710         ADD 1 TO DAR-MTD-NO-DATA(DAR-MTD-SUB)
010720     END-IF.
010730 2600-EXIT.
010740     EXIT.
010750*****************************************************************
010760* 2700-PRINT-DEADLINE
010770*     PRINTS THE DEADLINE WITH ITS VERDICT, THEN EACH FEEDING JOB
010780*     WITH ITS END AND MARGIN.
010790*****************************************************************
010800 2700-PRINT-DEADLINE.
010810     WRITE DAR-PRINT-LINE FROM DAR-BLANK-LINE
010820     MOVE DAR-DT-NAME(DAR-DLN-SUB) TO DAR-DL-NAME
010830     MOVE DAR-DT-SECS(DAR-DLN-SUB) TO DAR-FMT-SECS
010840     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
010850     MOVE DAR-FMT-TIME TO DAR-DL-DUE
010860     MOVE SPACES TO DAR-DL-VERDICT
010870     IF DAR-V-MET
010880         MOVE 'MET' TO DAR-DL-VERDICT
010890         ADD 1 TO DAR-DAY-MET-COUNT
010900     END-IF
010910     IF DAR-V-MISSED
010920         MOVE 'MISSED' TO DAR-DL-VERDICT
010930         ADD 1 TO DAR-DAY-MISSED-COUNT
010940     END-IF
010950     IF DAR-V-SUPPRESSED
010960         MOVE 'SUPPRESSED - NO BATCH TODAY' TO DAR-DL-VERDICT
010970     END-IF
010980     IF DAR-V-HELD
010990         MOVE 'HELD - PLANNED MAINTENANCE WINDOW'
011000             TO DAR-DL-VERDICT
011010     END-IF
011020     IF DAR-V-NOT-MAPPED
011030         MOVE 'NO FEEDING JOBS IN CLOCKDJM' TO DAR-DL-VERDICT
011040     END-IF
011050     IF DAR-V-NO-DATA
011060         MOVE 'NO DATA - NO JOB ENDS FOR THE DAY'
011070             TO DAR-DL-VERDICT
011080     END-IF
011090     WRITE DAR-PRINT-LINE FROM DAR-DLN-LINE
011100     IF DAR-MAPPED-JOBS = ZERO
011110         GO TO 2700-EXIT
011120     END-IF
011130     WRITE DAR-PRINT-LINE FROM DAR-JOB-HEADING
011140     PERFORM 2710-PRINT-ONE-JOB THRU 2710-EXIT
011150         VARYING DAR-MAP-SUB FROM 1 BY 1
011160         UNTIL DAR-MAP-SUB > DAR-MAP-COUNT.
011170 2700-EXIT.
011180     EXIT.
011190*****************************************************************
011200* 2710-PRINT-ONE-JOB
011210*     PRINTS ONE FEEDING JOB.  THE MARGIN IS THE WHOLE MINUTES TO
011220*     SPARE; A MISS IS SHOWN NEGATIVE AND ROUNDED UP, SO A JOB A
011230*     FEW SECONDS LATE NEVER SHOWS A MARGIN OF ZERO.  AN END AFTER
011240*     MIDNIGHT CARRIES +1.
011250*****************************************************************
011260 2710-PRINT-ONE-JOB.
011270     IF DAR-MT-DLN-NAME(DAR-MAP-SUB)
011280             NOT = DAR-DT-NAME(DAR-DLN-SUB)
011290         GO TO 2710-EXIT
011300     END-IF
011310     MOVE DAR-MT-JOB-NAME(DAR-MAP-SUB) TO DAR-JL-JOB
011320     MOVE DAR-MT-JOB-NAME(DAR-MAP-SUB) TO DAR-NEW-JOB-NAME
011330     PERFORM 2450-FIND-JOB-END THRU 2450-EXIT
011340     IF NOT DAR-END-FOUND
011350         MOVE 'NOT IN FEED' TO DAR-JL-END-AREA
011360         MOVE SPACES TO DAR-JL-MARGIN-X
011370         MOVE 'MISSED' TO DAR-JL-STATUS
011380         IF NOT DAR-DAY-HAS-DATA
011390             MOVE 'NO DATA' TO DAR-JL-STATUS
011400         END-IF
011410         WRITE DAR-PRINT-LINE FROM DAR-JOB-LINE
011420         GO TO 2710-EXIT
011430     END-IF
011440     MOVE DAR-ET-END-SECS(DAR-END-SUB) TO DAR-FMT-SECS
011450     MOVE SPACES TO DAR-JL-NEXT-DAY
011460     IF DAR-FMT-SECS NOT < 86400
011470         SUBTRACT 86400 FROM DAR-FMT-SECS
011480         MOVE '+1' TO DAR-JL-NEXT-DAY
011490     END-IF
011500     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
011510     MOVE DAR-FMT-TIME TO DAR-JL-END
011520     COMPUTE DAR-MARGIN-SECS =
011530         DAR-DT-SECS(DAR-DLN-SUB) - DAR-ET-END-SECS(DAR-END-SUB)
011540     IF DAR-MARGIN-SECS < ZERO
011550         COMPUTE DAR-MARGIN-MINS = (DAR-MARGIN-SECS - 59) / 60
011560         MOVE 'MISSED' TO DAR-JL-STATUS
011570     ELSE
011580         COMPUTE DAR-MARGIN-MINS = DAR-MARGIN-SECS / 60
011590         MOVE 'MET' TO DAR-JL-STATUS
011600     END-IF
011610     MOVE DAR-MARGIN-MINS TO DAR-JL-MARGIN
011620     WRITE DAR-PRINT-LINE FROM DAR-JOB-LINE.
011630 2710-EXIT.
011640     EXIT.
011650*****************************************************************
011660* 3000-PRINT-MONTH
011670*     PRINTS THE MONTH-TO-DATE COUNTS, ONE LINE PER DEADLINE.
011680*****************************************************************
011690 3000-PRINT-MONTH.
011700     WRITE DAR-PRINT-LINE FROM DAR-BLANK-LINE
011710     MOVE DAR-RD-YEAR TO DAR-MT-YEAR
011720     MOVE DAR-RD-MONTH TO DAR-MT-MONTH
011730     MOVE DAR-RD-DAY TO DAR-MT-LAST-DAY
011740     WRITE DAR-PRINT-LINE FROM DAR-MTD-TITLE
011750     WRITE DAR-PRINT-LINE FROM DAR-MTD-HEADING
011760     PERFORM 3100-PRINT-ONE-MTD THRU 3100-EXIT
011770         VARYING DAR-MTD-SUB FROM 1 BY 1
011780         UNTIL DAR-MTD-SUB > DAR-MTD-COUNT.
011790 3000-EXIT.
011800     EXIT.
011810 3100-PRINT-ONE-MTD.
011820     MOVE DAR-MTD-NAME(DAR-MTD-SUB) TO DAR-ML-NAME
011830     MOVE DAR-MTD-MET(DAR-MTD-SUB) TO DAR-ML-MET
011840     MOVE DAR-MTD-MISSED(DAR-MTD-SUB) TO DAR-ML-MISSED
011850     MOVE DAR-MTD-SUPPRESSED(DAR-MTD-SUB) TO DAR-ML-SUPPRESSED
011860     MOVE DAR-MTD-NO-DATA(DAR-MTD-SUB) TO DAR-ML-NO-DATA
011870     WRITE DAR-PRINT-LINE FROM DAR-MTD-LINE.
011880 3100-EXIT.
011890     EXIT.
011900*****************************************************************
011910* 4000-PRINT-RESULT
011920*     PRINTS THE REPORT DATE'S MET AND MISSED COUNT.
011930*****************************************************************
011940 4000-PRINT-RESULT.
011950     WRITE DAR-PRINT-LINE FROM DAR-BLANK-LINE
011960     MOVE DAR-DAY-MET-COUNT TO DAR-RC-MET
011970     MOVE DAR-DAY-MISSED-COUNT TO DAR-RC-MISSED
011980     MOVE DAR-RESULT-COUNT-TEXT TO DAR-RL-TEXT
011990     WRITE DAR-PRINT-LINE FROM DAR-RESULT-LINE.
012000 4000-EXIT.
012010     EXIT.
012020*****************************************************************
012030* 8100-FORMAT-TIME
012040*     EDITS A COUNT OF SECONDS AS HH:MM:SS.
012050*****************************************************************
012060 8100-FORMAT-TIME.
012070     DIVIDE DAR-FMT-SECS BY 3600 GIVING DAR-FMT-REM
012080     MOVE DAR-FMT-REM TO DAR-FT-HOURS
012090     COMPUTE DAR-FMT-REM = DAR-FMT-SECS - (DAR-FT-HOURS * 3600)
012100     DIVIDE DAR-FMT-REM BY 60 GIVING DAR-FT-MINUTES
012110         REMAINDER DAR-FT-SECONDS.
012120 8100-EXIT.
012130     EXIT.
012140*****************************************************************
012150* 9000-TERMINATE
012160*     CLOSES THE FILES AND ENDS THE RUN.
012170*****************************************************************
012180 9000-TERMINATE.
012190     IF DAR-JHS-OPEN
012200         CLOSE JOB-HIST-FILE
012210     END-IF
012220     CLOSE REPORT-FILE.
012230 9000-EXIT.
012240     EXIT.
012250 END PROGRAM CLOCKDAR.
