000010*****************************************************************
000020* PROGRAM: CLOCKMTX
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: END-OF-DAY METRICS EXTRACT FOR THE SERVICE-MANAGEMENT
000070*     TOOL.  WRITES, ON THE DELIMITED MTXFEED FILE, ONE DETAIL
000080*     RECORD PER CLOCK INSTANCE FOR ONE DATE CARRYING THE FIGURES
000090*     THE OPS DESK USED TO RE-KEY FROM CVRPRINT, WKAPRINT,
000100*     EVRPRINT AND DRTPRINT: THE READINGS, AVAILABILITY AND GAP
000110*     SECONDS FROM THAT DAY'S CLOCKLOG GENERATION, JUDGED BY THE
000120*     SAME RULES AS CLOCKCVR (CLOCKPRM INTERVAL, CLOCKMNW PLANNED
000130*     WINDOWS); THE PEAK AND CLOSING DRIFT FROM CLOCKDRF; THE
000140*     ALARMS FIRED, ACKNOWLEDGED AND ESCALATED FROM CLOCKEVT; THE
000150*     PAGES FROM CLOCKPGW; AND THE CONFIGURATION CHANGES FROM
000160*     CLOCKCHG.  A HEADER RECORD LEADS THE FILE AND A TRAILER
000170*     RECORD CLOSES IT WITH THE DETAIL COUNT AND THE RUN DATE.
000180*     THE DATE (YYYYMMDD) IS ACCEPTED FROM SYSIN IN COLUMNS 1-8.
000190*     A BLANK CARD, A DATE THAT IS NOT A REAL DATE, OR A DATE
000200*     AFTER TODAY EXTRACTS YESTERDAY, THE LAST DAY WITH A CLOSED
000210*     GENERATION; ANY PAST DATE MAY BE CARDED TO RE-EXTRACT IT,
000220*     AND THE RUN REWRITES THE FEED FROM SCRATCH EACH TIME.
000230*     COLUMNS 10-13 MAY LIST UP TO FOUR CLOCK INSTANCES, AS ON THE
000240*     CLOCKCVR CARD; A BLANK LIST EXTRACTS THE PRIMARY INSTANCE
000250*     (1) ALONE.
000260*     CLOCKLOG AND CLOCKEVT ARE STAMPED BY INSTANCE AND ARE
000270*     FILTERED BY IT.  CLOCKDRF, CLOCKPGW AND CLOCKCHG ARE KEPT
000280*     FOR THE WHOLE BOX WITH NO INSTANCE STAMP, SO THEIR FIGURES
000290*     ARE THE SAME ON EVERY INSTANCE'S RECORD FOR THE DATE.
000300*     EVERY RECORD IS FIXED WIDTH WITH THE FIELDS SEPARATED BY A
000310*     VERTICAL BAR (|):
000320*       H|CLOCKMTX|METRIC DATE|RUN DATE|RUN TIME HHMMSS|
000330*         EXPECTED INTERVAL SECONDS
000340*       D|DATE|INSTANCE|READINGS|AVAILABILITY % ALL TIME|
000350*         AVAILABILITY % EXCLUDING PLANNED|UNPLANNED GAP SECONDS|
000360*         PLANNED GAP SECONDS|PEAK DRIFT|CLOSING DRIFT|ALARMS
000370*         FIRED|ALARMS ACKNOWLEDGED|ALARMS ESCALATED|PAGES|
000380*         CONFIGURATION CHANGES
000390*       T|CLOCKMTX|METRIC DATE|DETAIL RECORD COUNT|RUN DATE
000400*     DRIFT IS A SIGN AND FIVE DIGITS OF SECONDS (+00003); BOTH
000410*     DRIFT FIELDS ARE BLANK ON A DATE WITH NO MEASUREMENT.
000420* TECTONICS: cobc
000430*****************************************************************
000440* MODIFICATION HISTORY
000450*     10/15/2026 AH  INITIAL VERSION.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID. CLOCKMTX.
000490 AUTHOR. AUSTIN HRIN.
000500 INSTALLATION. OPERATIONS.
000510 DATE-WRITTEN. 10/15/2026.
000520 DATE-COMPILED.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING MTX-LOG-FILE-NAME
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS MTX-LOG-FILE-STATUS.
000590     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS MTX-PARM-FILE-STATUS.
000620     SELECT OPTIONAL CLOCK-MNW-FILE ASSIGN TO "CLOCKMNW"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS MTX-MNW-FILE-STATUS.
000650     SELECT OPTIONAL DRIFT-HIST-FILE ASSIGN TO "CLOCKDRF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS MTX-DRF-FILE-STATUS.
000680     SELECT OPTIONAL CLOCK-EVENT-FILE ASSIGN TO "CLOCKEVT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS MTX-EVT-FILE-STATUS.
000710     SELECT OPTIONAL PAGE-OUTBOX-FILE ASSIGN TO "CLOCKPGW"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS MTX-PGW-FILE-STATUS.
000740     SELECT OPTIONAL CHANGE-JOURNAL-FILE ASSIGN TO "CLOCKCHG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS MTX-CHG-FILE-STATUS.
000770     SELECT FEED-FILE ASSIGN TO "MTXFEED"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS MTX-FEED-FILE-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  TIME-LOG-FILE.
000830     COPY CLKLOGR.
000840 FD  CLOCK-PARM-FILE.
000850     COPY CLKPARM.
000860 FD  CLOCK-MNW-FILE.
000870     COPY CLKMNWR.
000880 FD  DRIFT-HIST-FILE.
000890     COPY CLKDRFR.
000900 FD  CLOCK-EVENT-FILE.
000910     COPY CLKEVTR.
000920 FD  PAGE-OUTBOX-FILE.
000930     COPY CLKPGWR.
000940 FD  CHANGE-JOURNAL-FILE.
000950     COPY CLKCHGR.
000960 FD  FEED-FILE.
000970 01  MTX-FEED-LINE             PIC X(100).
000980 WORKING-STORAGE SECTION.
000990 77  MTX-LOG-FILE-STATUS       PIC X(02).
001000 77  MTX-PARM-FILE-STATUS      PIC X(02).
001010 77  MTX-MNW-FILE-STATUS       PIC X(02).
001020 77  MTX-DRF-FILE-STATUS       PIC X(02).
001030 77  MTX-EVT-FILE-STATUS       PIC X(02).
001040 77  MTX-PGW-FILE-STATUS       PIC X(02).
001050 77  MTX-CHG-FILE-STATUS       PIC X(02).
001060 77  MTX-FEED-FILE-STATUS      PIC X(02).
001070 77  MTX-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001080     88  MTX-LOG-AT-END            VALUE 'Y'.
001090 77  MTX-MNW-EOF-SWITCH        PIC X(01) VALUE 'N'.
001100     88  MTX-MNW-AT-END            VALUE 'Y'.
001110 77  MTX-DRF-EOF-SWITCH        PIC X(01) VALUE 'N'.
001120     88  MTX-DRF-AT-END            VALUE 'Y'.
001130 77  MTX-EVT-EOF-SWITCH        PIC X(01) VALUE 'N'.
001140     88  MTX-EVT-AT-END            VALUE 'Y'.
001150 77  MTX-PGW-EOF-SWITCH        PIC X(01) VALUE 'N'.
001160     88  MTX-PGW-AT-END            VALUE 'Y'.
001170 77  MTX-CHG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001180     88  MTX-CHG-AT-END            VALUE 'Y'.
001190 77  MTX-DATE-OK-SWITCH        PIC X(01) VALUE 'N'.
001200     88  MTX-DATE-OK               VALUE 'Y'.
001210 01  MTX-REQUEST-CARD.
001220     05  MTX-REQUEST-DATE      PIC X(08).
001230     05  MTX-REQUEST-DATE-NUM REDEFINES MTX-REQUEST-DATE
001240                               PIC 9(08).
001250     05  FILLER                PIC X(01).
001260     05  MTX-REQ-INSTANCES     PIC X(04).
001270 77  MTX-TODAY-DATE            PIC 9(08).
001280 77  MTX-METRIC-DATE           PIC 9(08).
001290 01  MTX-NOW-TIME.
001300     05  MTX-NOW-HOURS         PIC 99.
001310     05  MTX-NOW-MINUTES       PIC 99.
001320     05  MTX-NOW-SECONDS       PIC 99.
001330     05  MTX-NOW-HUNDREDTHS    PIC 99.
001340 01  MTX-INSTANCE-TABLE.
001350     05  MTX-INSTANCE-LIST OCCURS 4 TIMES
001360                               PIC X(01).
001370 77  MTX-INSTANCE-COUNT        PIC 9(01) VALUE ZERO.
001380 77  MTX-INST-SUB              PIC 9(02) COMP.
001390 77  MTX-CARD-SUB              PIC 9(02) COMP.
001400 77  MTX-CURR-INSTANCE         PIC X(01) VALUE '1'.
001410 77  MTX-LOG-BASE-NAME         PIC X(09).
001420 01  MTX-LOG-FILE-NAME         PIC X(20).
001430 01  MTX-WORK-DATE.
001440     05  MTX-WD-YEAR           PIC 9(04).
001450     05  MTX-WD-MONTH          PIC 99.
001460     05  MTX-WD-DAY            PIC 99.
001470 01  MTX-WORK-DATE-NUM REDEFINES MTX-WORK-DATE
001480                               PIC 9(08).
001490 01  MTX-EDIT-DATE.
001500     05  MTX-ED-YEAR           PIC 9(04).
001510     05  MTX-ED-MONTH          PIC 99.
001520     05  MTX-ED-DAY            PIC 99.
001530 01  MTX-EDIT-DATE-NUM REDEFINES MTX-EDIT-DATE
001540                               PIC 9(08).
001550 77  MTX-LEAP-QUOT             PIC 9(04) COMP.
001560 77  MTX-LEAP-REM              PIC 9(04) COMP.
001570 77  MTX-MONTH-LIMIT           PIC 99.
001580 01  MTX-MONTH-DAY-TABLE.
001590     05  FILLER                PIC X(24) VALUE
001600         '312831303130313130313031'.
001610 01  FILLER REDEFINES MTX-MONTH-DAY-TABLE.
001620     05  MTX-MONTH-DAYS OCCURS 12 TIMES
001630                               PIC 99.
001640*****************************************************************
001650* COVERAGE.  THE SAME INTERVAL, GAP AND AVAILABILITY RULES AS
001660*     CLOCKCVR, SO THE FEED AND THE CVRPRINT SUMMARY FOR A DATE
001670*     AGREE.  THE SPAN IS THE WHOLE DATE ON A 0-86400 SECONDS
001680*     SCALE, CUT OFF AT THE CURRENT TIME FOR TODAY; EACH CLOCKMNW
001690*     WINDOW IS CLIPPED TO IT INTO THE PLAN TABLE.
001700*****************************************************************
001710 77  MTX-EXPECTED-SECS         PIC 9(05) COMP VALUE 30.
001720 77  MTX-GAP-LIMIT-SECS        PIC 9(05) COMP VALUE 31.
001730 77  MTX-TOTAL-READINGS        PIC 9(07) COMP VALUE ZERO.
001740 77  MTX-OUTSIDE-READINGS      PIC 9(07) COMP VALUE ZERO.
001750 77  MTX-PRIOR-TOTAL-SECS      PIC S9(06) COMP VALUE -1.
001760 77  MTX-THIS-TOTAL-SECS       PIC S9(06) COMP.
001770 77  MTX-GAP-SECS              PIC 9(06) COMP.
001780 77  MTX-GAP-MISSING-SECS      PIC 9(06) COMP.
001790 77  MTX-GAP-PLANNED-SECS      PIC 9(06) COMP.
001800 77  MTX-UNPLANNED-GAP-TOTAL   PIC 9(07) COMP VALUE ZERO.
001810 77  MTX-PLANNED-GAP-TOTAL     PIC 9(07) COMP VALUE ZERO.
001820 01  MTX-PLAN-TABLE.
001830     05  MTX-PLAN-ENTRY OCCURS 20 TIMES.
001840         10  MTX-PLAN-START-SECS   PIC S9(07) COMP.
001850         10  MTX-PLAN-END-SECS     PIC S9(07) COMP.
001860 77  MTX-PLAN-COUNT            PIC 9(02) COMP VALUE ZERO.
001870 77  MTX-PLAN-SUB              PIC 9(02) COMP.
001880 77  MTX-PLAN-HIT-SUB          PIC 9(02) COMP.
001890 77  MTX-PLAN-TOTAL-SECS       PIC 9(07) COMP VALUE ZERO.
001900 77  MTX-SPAN-START-SECS       PIC S9(07) COMP.
001910 77  MTX-SPAN-END-SECS         PIC S9(07) COMP.
001920 77  MTX-REL-DATE              PIC 9(08).
001930 77  MTX-REL-CLOCK-SECS        PIC 9(06) COMP.
001940 77  MTX-REL-SECS              PIC S9(07) COMP.
001950 77  MTX-CLIP-START            PIC S9(07) COMP.
001960 77  MTX-CLIP-END              PIC S9(07) COMP.
001970 77  MTX-MNW-LINE-START        PIC 9(14).
001980 77  MTX-MNW-LINE-END          PIC 9(14).
001990 01  MTX-MNW-DATE-CHECK.
002000     05  MTX-MNW-CHECK-YEAR    PIC 9(04).
002010     05  MTX-MNW-CHECK-MONTH   PIC 99.
002020     05  MTX-MNW-CHECK-DAY     PIC 99.
002030 77  MTX-OVERLAP-SECS          PIC 9(07) COMP.
002040 77  MTX-EXPECT-READINGS       PIC 9(07) COMP.
002050 77  MTX-PCT-WORK              PIC 9(07) COMP.
002060*****************************************************************
002070* BOX-WIDE FIGURES, GATHERED ONCE FOR THE RUN.
002080*****************************************************************
002090 77  MTX-DRIFT-SEEN-SWITCH     PIC X(01) VALUE 'N'.
002100     88  MTX-DRIFT-SEEN            VALUE 'Y'.
002110 77  MTX-PEAK-SIGN             PIC X(01) VALUE SPACE.
002120 77  MTX-PEAK-SECS             PIC 9(05) VALUE ZERO.
002130 77  MTX-CLOSE-SIGN            PIC X(01) VALUE SPACE.
002140 77  MTX-CLOSE-SECS            PIC 9(05) VALUE ZERO.
002150 77  MTX-PAGE-COUNT            PIC 9(05) COMP VALUE ZERO.
002160 77  MTX-CHANGE-COUNT          PIC 9(05) COMP VALUE ZERO.
002170*****************************************************************
002180* PER-INSTANCE ALARM COUNTS FROM CLOCKEVT.
002190*****************************************************************
002200 77  MTX-FIRED-COUNT           PIC 9(05) COMP VALUE ZERO.
002210 77  MTX-ACKED-COUNT           PIC 9(05) COMP VALUE ZERO.
002220 77  MTX-ESCAL-COUNT           PIC 9(05) COMP VALUE ZERO.
002230 77  MTX-DETAIL-COUNT          PIC 9(05) COMP VALUE ZERO.
002240*****************************************************************
002250* FEED RECORD LAYOUTS.
002260*****************************************************************
002270 01  MTX-HEADER-RECORD.
002280     05  FILLER                PIC X(11) VALUE 'H|CLOCKMTX|'.
002290     05  MTX-HR-METRIC-DATE    PIC 9(08).
002300     05  FILLER                PIC X(01) VALUE '|'.
002310     05  MTX-HR-RUN-DATE       PIC 9(08).
002320     05  FILLER                PIC X(01) VALUE '|'.
002330     05  MTX-HR-RUN-TIME       PIC 9(06).
002340     05  FILLER                PIC X(01) VALUE '|'.
002350     05  MTX-HR-EXPECTED-SECS  PIC 9(05).
002360     05  FILLER                PIC X(59) VALUE SPACES.
002370 01  MTX-DETAIL-RECORD.
002380     05  FILLER                PIC X(02) VALUE 'D|'.
002390     05  MTX-DR-DATE           PIC 9(08).
002400     05  FILLER                PIC X(01) VALUE '|'.
002410     05  MTX-DR-INSTANCE       PIC X(01).
002420     05  FILLER                PIC X(01) VALUE '|'.
002430     05  MTX-DR-READINGS       PIC 9(06).
002440     05  FILLER                PIC X(01) VALUE '|'.
002450     05  MTX-DR-AVAIL-ALL      PIC 9(03).
002460     05  FILLER                PIC X(01) VALUE '|'.
002470     05  MTX-DR-AVAIL-EXCL     PIC 9(03).
002480     05  FILLER                PIC X(01) VALUE '|'.
002490     05  MTX-DR-UNPLANNED-SECS PIC 9(06).
002500     05  FILLER                PIC X(01) VALUE '|'.
002510     05  MTX-DR-PLANNED-SECS   PIC 9(06).
002520     05  FILLER                PIC X(01) VALUE '|'.
002530     05  MTX-DR-PEAK-DRIFT.
002540         10  MTX-DR-PEAK-SIGN  PIC X(01).
002550         10  MTX-DR-PEAK-SECS  PIC 9(05).
002560     05  FILLER                PIC X(01) VALUE '|'.
002570     05  MTX-DR-CLOSE-DRIFT.
002580         10  MTX-DR-CLOSE-SIGN PIC X(01).
002590         10  MTX-DR-CLOSE-SECS PIC 9(05).
002600     05  FILLER                PIC X(01) VALUE '|'.
002610     05  MTX-DR-FIRED          PIC 9(05).
002620     05  FILLER                PIC X(01) VALUE '|'.
002630     05  MTX-DR-ACKED          PIC 9(05).
002640     05  FILLER                PIC X(01) VALUE '|'.
002650     05  MTX-DR-ESCALATED      PIC 9(05).
002660     05  FILLER                PIC X(01) VALUE '|'.
002670     05  MTX-DR-PAGES          PIC 9(05).
002680     05  FILLER                PIC X(01) VALUE '|'.
002690     05  MTX-DR-CHANGES        PIC 9(05).
002700     05  FILLER                PIC X(15) VALUE SPACES.
002710 01  MTX-TRAILER-RECORD.
002720     05  FILLER                PIC X(11) VALUE 'T|CLOCKMTX|'.
002730     05  MTX-TR-METRIC-DATE    PIC 9(08).
002740     05  FILLER                PIC X(01) VALUE '|'.
002750     05  MTX-TR-DETAIL-COUNT   PIC 9(05).
002760     05  FILLER                PIC X(01) VALUE '|'.
002770     05  MTX-TR-RUN-DATE       PIC 9(08).
002780     05  FILLER                PIC X(66) VALUE SPACES.
002790 PROCEDURE DIVISION.
002800*****************************************************************
002810* 0000-MAINLINE
002820*     TOP-LEVEL CONTROL FLOW.  INITIALIZE AND WRITE THE HEADER,
002830*     GATHER THE BOX-WIDE FIGURES, WRITE ONE DETAIL RECORD PER
002840*     REQUESTED INSTANCE, AND TERMINATE WITH THE TRAILER.
002850*****************************************************************
002860 0000-MAINLINE.
002870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002880     PERFORM 2000-TALLY-DRIFT THRU 2000-EXIT
002890     PERFORM 2100-COUNT-PAGES THRU 2100-EXIT
002900     PERFORM 2200-COUNT-CHANGES THRU 2200-EXIT
002910     PERFORM 3000-EXTRACT-ONE-INSTANCE THRU 3000-EXIT
002920         VARYING MTX-INST-SUB FROM 1 BY 1
002930         UNTIL MTX-INST-SUB > MTX-INSTANCE-COUNT
002940     PERFORM 9000-TERMINATE THRU 9000-EXIT
002950     STOP RUN.
002960*****************************************************************
002970* 1000-INITIALIZE
002980*     ACCEPTS THE METRIC DATE AND INSTANCE LIST FROM THE SYSIN
002990*     CARD, DERIVES THE EXPECTED LOGGING INTERVAL FROM THE
003000*     OPTIONAL CLOCKPRM FILE, SETS THE SPAN AND LOADS THE
003010*     PLANNED MAINTENANCE WINDOWS THAT FALL IN IT, OPENS THE
003020*     FEED AND WRITES THE HEADER RECORD.  A CARDED DATE AFTER
003030*     TODAY IS TREATED AS NOT REAL: THE DAY HAS NOT HAPPENED, AND
003040*     ITS EMPTY SPAN WOULD OTHERWISE FEED A FULL 100 PERCENT.
003050*****************************************************************
003060 1000-INITIALIZE.
003070     MOVE SPACES TO MTX-REQUEST-CARD
003080     ACCEPT MTX-REQUEST-CARD
003090     ACCEPT MTX-TODAY-DATE FROM DATE YYYYMMDD
003100     ACCEPT MTX-NOW-TIME FROM TIME
003110     MOVE MTX-TODAY-DATE TO MTX-WORK-DATE-NUM
003120     PERFORM 1250-BACK-ONE-DAY THRU 1250-EXIT
003130     MOVE MTX-WORK-DATE-NUM TO MTX-METRIC-DATE
003140     IF MTX-REQUEST-DATE-NUM IS NUMERIC
003150         MOVE MTX-REQUEST-DATE-NUM TO MTX-EDIT-DATE-NUM
003160         PERFORM 1200-EDIT-DATE THRU 1200-EXIT
003170         IF MTX-DATE-OK
003180                 AND MTX-REQUEST-DATE-NUM NOT > MTX-TODAY-DATE
003190             MOVE MTX-REQUEST-DATE-NUM TO MTX-METRIC-DATE
003200         END-IF
003210     END-IF
003220     PERFORM 1300-PARSE-INSTANCES THRU 1300-EXIT
003230     PERFORM 1100-READ-PARMS THRU 1100-EXIT
003240     COMPUTE MTX-GAP-LIMIT-SECS = MTX-EXPECTED-SECS + 1
003250     PERFORM 1400-SET-SPAN THRU 1400-EXIT
003260     PERFORM 1500-READ-MAINT-WINDOWS THRU 1500-EXIT
003270     OPEN OUTPUT FEED-FILE
003280     MOVE MTX-METRIC-DATE TO MTX-HR-METRIC-DATE
003290     MOVE MTX-TODAY-DATE TO MTX-HR-RUN-DATE
003300     MOVE MTX-NOW-TIME(1:6) TO MTX-HR-RUN-TIME
003310     MOVE MTX-EXPECTED-SECS TO MTX-HR-EXPECTED-SECS
003320     WRITE MTX-FEED-LINE FROM MTX-HEADER-RECORD.
003330 1000-EXIT.
003340     EXIT.
003350*****************************************************************
003360* 1100-READ-PARMS
003370*     DERIVES THE EXPECTED SECONDS BETWEEN AUDIT RECORDS FROM
003380*     CLOCKPRM EXACTLY AS CLOCKCVR DOES: A SUB-SECOND REFRESH
003390*     LOGS EVERY PASS, OTHERWISE EVERY 30 PASSES OF THE SLEEP.
003400*     AN ABSENT OR BLANK FILE LEAVES THE STOCK 30 SECONDS.
003410*****************************************************************
003420 1100-READ-PARMS.
003430     OPEN INPUT CLOCK-PARM-FILE
003440     IF MTX-PARM-FILE-STATUS NOT = '00'
003450         IF MTX-PARM-FILE-STATUS = '05'
003460             CLOSE CLOCK-PARM-FILE
003470         END-IF
003480         GO TO 1100-EXIT
003490     END-IF
003500     READ CLOCK-PARM-FILE
003510         AT END
003520             CONTINUE
003530     END-READ
003540     IF MTX-PARM-FILE-STATUS = '00'
003550             AND CLK-SLEEP-NANOS IS NUMERIC
003560         IF CLK-SLEEP-NANOS < 1000000000
003570             MOVE 1 TO MTX-EXPECTED-SECS
003580         ELSE
003590             COMPUTE MTX-EXPECTED-SECS =
003600                 (30 * CLK-SLEEP-NANOS) / 1000000000
003610         END-IF
003620     END-IF
003630     CLOSE CLOCK-PARM-FILE.
003640 1100-EXIT.
003650     EXIT.
003660*****************************************************************
003670* 1200-EDIT-DATE
003680*     SAYS WHETHER THE EDIT DATE IS A REAL CALENDAR DATE.
003690*****************************************************************
003700 1200-EDIT-DATE.
003710     MOVE 'N' TO MTX-DATE-OK-SWITCH
003720     IF MTX-ED-MONTH < 1 OR MTX-ED-MONTH > 12
003730         GO TO 1200-EXIT
003740     END-IF
003750     MOVE MTX-MONTH-DAYS(MTX-ED-MONTH) TO MTX-MONTH-LIMIT
003760     IF MTX-ED-MONTH = 2
003770         DIVIDE MTX-ED-YEAR BY 4 GIVING MTX-LEAP-QUOT
003780             REMAINDER MTX-LEAP-REM
003790         IF MTX-LEAP-REM = ZERO
003800             MOVE 29 TO MTX-MONTH-LIMIT
003810             DIVIDE MTX-ED-YEAR BY 100 GIVING MTX-LEAP-QUOT
003820                 REMAINDER MTX-LEAP-REM
003830             IF MTX-LEAP-REM = ZERO
003840                 MOVE 28 TO MTX-MONTH-LIMIT
003850                 DIVIDE MTX-ED-YEAR BY 400 GIVING MTX-LEAP-QUOT
003860                     REMAINDER MTX-LEAP-REM
003870                 IF MTX-LEAP-REM = ZERO
003880                     MOVE 29 TO MTX-MONTH-LIMIT
003890                 END-IF
003900             END-IF
003910         END-IF
003920     END-IF
003930     IF MTX-ED-DAY < 1 OR MTX-ED-DAY > MTX-MONTH-LIMIT
003940         GO TO 1200-EXIT
003950     END-IF
003960     MOVE 'Y' TO MTX-DATE-OK-SWITCH.
003970 1200-EXIT.
003980     EXIT.
003990*****************************************************************
004000* 1250-BACK-ONE-DAY
004010*     STEPS THE WORK DATE BACK ONE CALENDAR DAY, CROSSING MONTH
004020*     AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN A LEAP
004030*     YEAR.
004040*****************************************************************
004050 1250-BACK-ONE-DAY.
004060     IF MTX-WD-DAY > 1
004070         SUBTRACT 1 FROM MTX-WD-DAY
004080         GO TO 1250-EXIT
004090     END-IF
004100     IF MTX-WD-MONTH = 1
004110         MOVE 12 TO MTX-WD-MONTH
004120         SUBTRACT 1 FROM MTX-WD-YEAR
004130     ELSE
004140         SUBTRACT 1 FROM MTX-WD-MONTH
004150     END-IF
004160     MOVE MTX-WORK-DATE-NUM TO MTX-EDIT-DATE-NUM
004170     MOVE 31 TO MTX-ED-DAY
004180     PERFORM 1200-EDIT-DATE THRU 1200-EXIT
004190     MOVE MTX-MONTH-LIMIT TO MTX-WD-DAY.
004200 1250-EXIT.
004210     EXIT.
004220*****************************************************************
004230* 1300-PARSE-INSTANCES
004240*     BUILDS THE INSTANCE LIST FROM THE CARD.  EACH NON-BLANK
004250*     CHARACTER IN COLUMNS 10-13 IS ONE CLOCK INSTANCE TO
004260*     EXTRACT; A BLANK LIST MEANS THE PRIMARY INSTANCE ALONE.
004270*****************************************************************
004280 1300-PARSE-INSTANCES.
004290     MOVE ZERO TO MTX-INSTANCE-COUNT
004300     PERFORM 1310-TAKE-ONE-INSTANCE THRU 1310-EXIT
004310         VARYING MTX-CARD-SUB FROM 1 BY 1
004320         UNTIL MTX-CARD-SUB > 4
004330     IF MTX-INSTANCE-COUNT = ZERO
004340         MOVE 1 TO MTX-INSTANCE-COUNT
004350         MOVE '1' TO MTX-INSTANCE-LIST(1)
004360     END-IF.
004370 1300-EXIT.
004380     EXIT.
004390 1310-TAKE-ONE-INSTANCE.
004400     IF MTX-REQ-INSTANCES(MTX-CARD-SUB:1) NOT = SPACE
004410         ADD 1 TO MTX-INSTANCE-COUNT
004420         MOVE MTX-REQ-INSTANCES(MTX-CARD-SUB:1)
004430             TO MTX-INSTANCE-LIST(MTX-INSTANCE-COUNT)
004440     END-IF.
004450 1310-EXIT.
004460     EXIT.
004470*****************************************************************
004480* 1400-SET-SPAN
004490*     SETS THE EDGES OF THE TIME THE AVAILABILITY IS JUDGED OVER:
004500*     THE WHOLE METRIC DATE, CUT OFF AT THE CURRENT TIME WHEN THE
004510*     DATE IS TODAY SO THE HOURS NOT YET LIVED ARE NOT SCORED AS
004520*     MISSING READINGS.
004530*****************************************************************
004540 1400-SET-SPAN.
004550     MOVE ZERO TO MTX-SPAN-START-SECS
004560     MOVE 86400 TO MTX-SPAN-END-SECS
004570     MOVE MTX-TODAY-DATE TO MTX-REL-DATE
004580     COMPUTE MTX-REL-CLOCK-SECS =
004590         (MTX-NOW-HOURS * 3600) + (MTX-NOW-MINUTES * 60)
004600             + MTX-NOW-SECONDS
004610     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
004620     IF MTX-REL-SECS < MTX-SPAN-END-SECS
004630         MOVE MTX-REL-SECS TO MTX-SPAN-END-SECS
004640     END-IF
004650     IF MTX-SPAN-END-SECS < MTX-SPAN-START-SECS
004660         MOVE MTX-SPAN-START-SECS TO MTX-SPAN-END-SECS
004670     END-IF.
004680 1400-EXIT.
004690     EXIT.
004700*****************************************************************
004710* 1450-RELATIVE-SECS
004720*     PLACES THE MOMENT IN MTX-REL-DATE AND MTX-REL-CLOCK-SECS
004730*     ON THE SPAN'S SECONDS SCALE.  A MOMENT BEFORE THE METRIC
004740*     DATE COMES BACK -1 AND ONE AFTER IT 999999, SO EITHER CLIPS
004750*     TO THE SPAN EDGE.
004760*****************************************************************
004770 1450-RELATIVE-SECS.
004780     IF MTX-REL-DATE < MTX-METRIC-DATE
004790         MOVE -1 TO MTX-REL-SECS
004800         GO TO 1450-EXIT
004810     END-IF
004820     IF MTX-REL-DATE = MTX-METRIC-DATE
004830         MOVE MTX-REL-CLOCK-SECS TO MTX-REL-SECS
004840         GO TO 1450-EXIT
004850     END-IF
004860     MOVE 999999 TO MTX-REL-SECS.
004870 1450-EXIT.
004880     EXIT.
004890*****************************************************************
004900* 1500-READ-MAINT-WINDOWS
004910*     LOADS THE PLANNED MAINTENANCE WINDOWS FROM THE OPTIONAL
004920*     CLOCKMNW FILE, KEEPING ONLY THE PART OF EACH THAT FALLS IN
004930*     THE SPAN, AND TOTALS THE PLANNED SECONDS.  WINDOWS APPLY TO
004940*     EVERY INSTANCE, SO THIS IS DONE ONCE FOR THE RUN.
004950*****************************************************************
004960 1500-READ-MAINT-WINDOWS.
004970     MOVE ZERO TO MTX-PLAN-COUNT
004980     MOVE ZERO TO MTX-PLAN-TOTAL-SECS
004990     OPEN INPUT CLOCK-MNW-FILE
005000     IF MTX-MNW-FILE-STATUS NOT = '00'
005010         IF MTX-MNW-FILE-STATUS = '05'
005020             CLOSE CLOCK-MNW-FILE
005030         END-IF
005040         GO TO 1500-EXIT
005050     END-IF
005060     PERFORM 1510-TAKE-ONE-WINDOW THRU 1510-EXIT
005070         UNTIL MTX-MNW-AT-END
005080     CLOSE CLOCK-MNW-FILE.
005090 1500-EXIT.
005100     EXIT.
005110*****************************************************************
005120* 1510-TAKE-ONE-WINDOW
005130*     READS ONE CLOCKMNW LINE.  A LINE THE CLOCK ITSELF WOULD
005140*     REFUSE -- A DATE THAT IS NOT NUMERIC OR NOT A REAL MONTH AND
005150*     DAY, A TIME THAT IS NOT A LEGAL HHMM, AN END NOT AFTER ITS
005160*     START, OR NO CHANGE TICKET -- IS PASSED OVER, AS THE CLOCK
005170*     HOLDS NOTHING FOR IT; ONE THAT MISSES THE SPAN ENTIRELY IS
005180*     NOT KEPT.
005190*****************************************************************
005200 1510-TAKE-ONE-WINDOW.
005210     READ CLOCK-MNW-FILE
005220         AT END
005230             SET MTX-MNW-AT-END TO TRUE
005240     END-READ
005250     IF MTX-MNW-AT-END
005260         GO TO 1510-EXIT
005270     END-IF
005280     IF CLK-MNW-START-DATE IS NOT NUMERIC
005290         GO TO 1510-EXIT
005300     END-IF
005310     MOVE CLK-MNW-START-DATE TO MTX-MNW-DATE-CHECK
005320     IF MTX-MNW-CHECK-MONTH < 1 OR MTX-MNW-CHECK-MONTH > 12
005330             OR MTX-MNW-CHECK-DAY < 1 OR MTX-MNW-CHECK-DAY > 31
005340         GO TO 1510-EXIT
005350     END-IF
005360     IF CLK-MNW-START-TIME IS NOT NUMERIC
005370             OR CLK-MNW-START-HOURS > 23
005380             OR CLK-MNW-START-MINUTES > 59
005390         GO TO 1510-EXIT
005400     END-IF
005410     IF CLK-MNW-END-DATE IS NOT NUMERIC
005420         GO TO 1510-EXIT
005430     END-IF
005440     MOVE CLK-MNW-END-DATE TO MTX-MNW-DATE-CHECK
005450     IF MTX-MNW-CHECK-MONTH < 1 OR MTX-MNW-CHECK-MONTH > 12
005460             OR MTX-MNW-CHECK-DAY < 1 OR MTX-MNW-CHECK-DAY > 31
005470         GO TO 1510-EXIT
005480     END-IF
005490     IF CLK-MNW-END-TIME IS NOT NUMERIC
005500             OR CLK-MNW-END-HOURS > 23
005510             OR CLK-MNW-END-MINUTES > 59
005520         GO TO 1510-EXIT
005530     END-IF
005540     COMPUTE MTX-MNW-LINE-START =
005550         (CLK-MNW-START-DATE * 1000000)
005560             + (CLK-MNW-START-HOURS * 10000)
005570             + (CLK-MNW-START-MINUTES * 100)
005580     COMPUTE MTX-MNW-LINE-END =
005590         (CLK-MNW-END-DATE * 1000000)
005600             + (CLK-MNW-END-HOURS * 10000)
005610             + (CLK-MNW-END-MINUTES * 100)
005620     IF MTX-MNW-LINE-END NOT > MTX-MNW-LINE-START
005630             OR CLK-MNW-TICKET = SPACES
005640         GO TO 1510-EXIT
005650     END-IF
005660     MOVE CLK-MNW-START-DATE TO MTX-REL-DATE
005670     COMPUTE MTX-REL-CLOCK-SECS =
005680         (CLK-MNW-START-HOURS * 3600)
005690             + (CLK-MNW-START-MINUTES * 60)
005700     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
005710     MOVE MTX-REL-SECS TO MTX-CLIP-START
005720     MOVE CLK-MNW-END-DATE TO MTX-REL-DATE
005730     COMPUTE MTX-REL-CLOCK-SECS =
005740         (CLK-MNW-END-HOURS * 3600)
005750             + (CLK-MNW-END-MINUTES * 60)
005760     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
005770     MOVE MTX-REL-SECS TO MTX-CLIP-END
005780     IF MTX-CLIP-START < MTX-SPAN-START-SECS
005790         MOVE MTX-SPAN-START-SECS TO MTX-CLIP-START
005800     END-IF
005810     IF MTX-CLIP-END > MTX-SPAN-END-SECS
005820         MOVE MTX-SPAN-END-SECS TO MTX-CLIP-END
005830     END-IF
005840     IF MTX-CLIP-END NOT > MTX-CLIP-START
005850         GO TO 1510-EXIT
005860     END-IF
005870     IF MTX-PLAN-COUNT = 20
005880         GO TO 1510-EXIT
005890     END-IF
005900     ADD 1 TO MTX-PLAN-COUNT
005910     MOVE MTX-CLIP-START TO MTX-PLAN-START-SECS(MTX-PLAN-COUNT)
005920     MOVE MTX-CLIP-END TO MTX-PLAN-END-SECS(MTX-PLAN-COUNT)
005930     COMPUTE MTX-PLAN-TOTAL-SECS =
005940         MTX-PLAN-TOTAL-SECS + MTX-CLIP-END - MTX-CLIP-START.
005950 1510-EXIT.
005960     EXIT.
005970*****************************************************************
005980* 2000-TALLY-DRIFT
005990*     PASSES CLOCKDRF FOR THE METRIC DATE, KEEPING THE PEAK
006000*     DRIFT (THE LARGEST IN EITHER DIRECTION, THE FIRST OF EQUALS)
006010*     AND THE CLOSING DRIFT (THE DAY'S LAST MEASUREMENT IN FILE
006020*     ORDER).  AN ABSENT FILE OR A DATE WITH NO MEASUREMENT
006030*     LEAVES BOTH DRIFT FIELDS BLANK.
006040*****************************************************************
006050 2000-TALLY-DRIFT.
006060     OPEN INPUT DRIFT-HIST-FILE
006070     IF MTX-DRF-FILE-STATUS NOT = '00'
006080         IF MTX-DRF-FILE-STATUS = '05'
006090             CLOSE DRIFT-HIST-FILE
006100         END-IF
006110         GO TO 2000-EXIT
006120     END-IF
006130     PERFORM 2010-TAKE-ONE-DRIFT THRU 2010-EXIT
006140         UNTIL MTX-DRF-AT-END
006150     CLOSE DRIFT-HIST-FILE.
006160 2000-EXIT.
006170     EXIT.
006180*****************************************************************
006190* 2010-TAKE-ONE-DRIFT
006200*     READS ONE MEASUREMENT, PASSING OVER OTHER DATES AND
006210*     RECORDS THAT ARE NOT A LEGAL TIME OR SIGNED DRIFT, AS
006220*     CLOCKDRT DOES.
006230*****************************************************************
006240 2010-TAKE-ONE-DRIFT.
006250     READ DRIFT-HIST-FILE
006260         AT END
006270             SET MTX-DRF-AT-END TO TRUE
006280     END-READ
006290     IF MTX-DRF-AT-END
006300         GO TO 2010-EXIT
006310     END-IF
006320     IF CLK-DRF-DATE IS NOT NUMERIC
006330             OR CLK-DRF-TIME IS NOT NUMERIC
006340             OR CLK-DRF-DRIFT-SECS IS NOT NUMERIC
006350         GO TO 2010-EXIT
006360     END-IF
006370     IF CLK-DRF-HOURS > 23
006380             OR CLK-DRF-MINUTES > 59
006390             OR CLK-DRF-SECONDS > 59
006400         GO TO 2010-EXIT
006410     END-IF
006420     IF CLK-DRF-SIGN NOT = '+' AND CLK-DRF-SIGN NOT = '-'
006430         GO TO 2010-EXIT
006440     END-IF
006450     IF CLK-DRF-DATE NOT = MTX-METRIC-DATE
006460         GO TO 2010-EXIT
006470     END-IF
006480     IF NOT MTX-DRIFT-SEEN
006490             OR CLK-DRF-DRIFT-SECS > MTX-PEAK-SECS
006500         MOVE CLK-DRF-SIGN TO MTX-PEAK-SIGN
006510         MOVE CLK-DRF-DRIFT-SECS TO MTX-PEAK-SECS
006520     END-IF
006530     MOVE CLK-DRF-SIGN TO MTX-CLOSE-SIGN
006540     MOVE CLK-DRF-DRIFT-SECS TO MTX-CLOSE-SECS
006550     MOVE 'Y' TO MTX-DRIFT-SEEN-SWITCH.
006560 2010-EXIT.
006570     EXIT.
006580*****************************************************************
006590* 2100-COUNT-PAGES
006600*     COUNTS THE CLOCKPGW PAGES WRITTEN ON THE METRIC DATE, BOTH
006610*     TIERS.  AN ABSENT FILE COUNTS NONE.
006620*****************************************************************
006630 2100-COUNT-PAGES.
006640     OPEN INPUT PAGE-OUTBOX-FILE
006650     IF MTX-PGW-FILE-STATUS NOT = '00'
006660         IF MTX-PGW-FILE-STATUS = '05'
006670             CLOSE PAGE-OUTBOX-FILE
006680         END-IF
006690         GO TO 2100-EXIT
006700     END-IF
006710     PERFORM 2110-TAKE-ONE-PAGE THRU 2110-EXIT
006720         UNTIL MTX-PGW-AT-END
006730     CLOSE PAGE-OUTBOX-FILE.
006740 2100-EXIT.
006750     EXIT.
006760 2110-TAKE-ONE-PAGE.
006770     READ PAGE-OUTBOX-FILE
006780         AT END
006790             SET MTX-PGW-AT-END TO TRUE
006800     END-READ
006810     IF MTX-PGW-AT-END
006820         GO TO 2110-EXIT
006830     END-IF
006840     IF CLK-PGW-DATE IS NUMERIC
006850             AND CLK-PGW-DATE = MTX-METRIC-DATE
006860         ADD 1 TO MTX-PAGE-COUNT
006870     END-IF.
006880 2110-EXIT.
006890     EXIT.
006900*****************************************************************
006910* 2200-COUNT-CHANGES
006920*     COUNTS THE CLOCKCHG JOURNAL LINES -- ONE PER CHANGED FIELD
006930*     OF CLOCKPRM, CLOCKDLN, CLOCKCAL AND THE OTHER MAINTAINED
006940*     FILES -- DATED THE METRIC DATE.  AN ABSENT FILE COUNTS
006950*     NONE.
006960*****************************************************************
006970 2200-COUNT-CHANGES.
006980     OPEN INPUT CHANGE-JOURNAL-FILE
006990     IF MTX-CHG-FILE-STATUS NOT = '00'
007000         IF MTX-CHG-FILE-STATUS = '05'
007010             CLOSE CHANGE-JOURNAL-FILE
007020         END-IF
007030         GO TO 2200-EXIT
007040     END-IF
007050     PERFORM 2210-TAKE-ONE-CHANGE THRU 2210-EXIT
007060         UNTIL MTX-CHG-AT-END
007070     CLOSE CHANGE-JOURNAL-FILE.
007080 2200-EXIT.
007090     EXIT.
007100 2210-TAKE-ONE-CHANGE.
007110     READ CHANGE-JOURNAL-FILE
007120         AT END
007130             SET MTX-CHG-AT-END TO TRUE
007140     END-READ
007150     IF MTX-CHG-AT-END
007160         GO TO 2210-EXIT
007170     END-IF
007180     IF CLK-CHG-DATE IS NUMERIC
007190             AND CLK-CHG-DATE = MTX-METRIC-DATE
007200         ADD 1 TO MTX-CHANGE-COUNT
007210     END-IF.
007220 2210-EXIT.
007230     EXIT.
007240*****************************************************************
007250* 3000-EXTRACT-ONE-INSTANCE
007260*     GATHERS ONE REQUESTED INSTANCE'S COVERAGE FROM ITS OWN
007270*     CLOCKLOG FILES AND ITS ALARM COUNTS FROM CLOCKEVT, AND
007280*     WRITES ITS DETAIL RECORD.  THE TALLIES ARE RESET BETWEEN
007290*     INSTANCES.
007300*****************************************************************
007310 3000-EXTRACT-ONE-INSTANCE.
007320     MOVE MTX-INSTANCE-LIST(MTX-INST-SUB) TO MTX-CURR-INSTANCE
007330     MOVE 'CLOCKLOG' TO MTX-LOG-BASE-NAME
007340     IF MTX-CURR-INSTANCE NOT = '1'
007350         MOVE MTX-CURR-INSTANCE TO MTX-LOG-BASE-NAME(9:1)
007360     END-IF
007370     MOVE ZERO TO MTX-TOTAL-READINGS
007380     MOVE ZERO TO MTX-OUTSIDE-READINGS
007390     MOVE ZERO TO MTX-UNPLANNED-GAP-TOTAL
007400     MOVE ZERO TO MTX-PLANNED-GAP-TOTAL
007410     MOVE -1 TO MTX-PRIOR-TOTAL-SECS
007420     MOVE ZERO TO MTX-FIRED-COUNT
007430     MOVE ZERO TO MTX-ACKED-COUNT
007440     MOVE ZERO TO MTX-ESCAL-COUNT
007450     PERFORM 3100-SCAN-LOG THRU 3100-EXIT
007460     PERFORM 3400-COUNT-ALARMS THRU 3400-EXIT
007470     PERFORM 3500-SCORE-AVAILABILITY THRU 3500-EXIT
007480     PERFORM 3600-WRITE-DETAIL THRU 3600-EXIT.
007490 3000-EXIT.
007500     EXIT.
007510*****************************************************************
007520* 3100-SCAN-LOG
007530*     OPENS THE METRIC DATE'S DATED CLOCKLOG GENERATION AND
007540*     TALLIES IT TO END OF FILE.  FOR TODAY, OR FOR A DATE WHOSE
007550*     GENERATION HAS NOT BEEN ROLLED, THE LIVE CLOCKLOG IS READ
007560*     INSTEAD; 3150-TALLY-ONE-READING KEEPS ONLY THE DATE'S OWN
007570*     READINGS EITHER WAY.  WITH NEITHER FILE THERE ARE NO
007580*     READINGS.
007590*****************************************************************
007600 3100-SCAN-LOG.
007610     MOVE 'N' TO MTX-LOG-EOF-SWITCH
007620     MOVE MTX-LOG-BASE-NAME TO MTX-LOG-FILE-NAME
007630     IF MTX-METRIC-DATE NOT = MTX-TODAY-DATE
007640         MOVE SPACES TO MTX-LOG-FILE-NAME
007650         STRING MTX-LOG-BASE-NAME DELIMITED BY SPACE
007660             '.D' DELIMITED BY SIZE
007670             MTX-METRIC-DATE DELIMITED BY SIZE
007680             INTO MTX-LOG-FILE-NAME
007690         END-STRING
007700     END-IF
007710     OPEN INPUT TIME-LOG-FILE
007720     IF MTX-LOG-FILE-STATUS = '05'
007730         CLOSE TIME-LOG-FILE
007740         IF MTX-METRIC-DATE = MTX-TODAY-DATE
007750             GO TO 3100-EXIT
007760         END-IF
007770         MOVE MTX-LOG-BASE-NAME TO MTX-LOG-FILE-NAME
007780         OPEN INPUT TIME-LOG-FILE
007790         IF MTX-LOG-FILE-STATUS = '05'
007800             CLOSE TIME-LOG-FILE
007810             GO TO 3100-EXIT
007820         END-IF
007830     END-IF
007840     IF MTX-LOG-FILE-STATUS NOT = '00'
007850         GO TO 3100-EXIT
007860     END-IF
007870     PERFORM 3150-TALLY-ONE-READING THRU 3150-EXIT
007880         UNTIL MTX-LOG-AT-END
007890     CLOSE TIME-LOG-FILE.
007900 3100-EXIT.
007910     EXIT.
007920*****************************************************************
007930* 3150-TALLY-ONE-READING
007940*     READS ONE AUDIT RECORD.  RECORDS FOR OTHER DATES OR OTHER
007950*     INSTANCES (A BLANK STAMP COUNTS AS THE PRIMARY), AND
007960*     RECORDS WHOSE TIME FIELDS ARE NOT NUMERIC OR NOT A LEGAL
007970*     TIME OF DAY, ARE PASSED OVER.  A MATCHING RECORD IS COUNTED
007980*     (AND COUNTED AS OUTSIDE THE WINDOWS WHEN IT IS) AND CHECKED
007990*     AGAINST THE PRIOR MATCHING RECORD FOR A GAP EXCEEDING THE
008000*     EXPECTED INTERVAL, WHOSE MISSING SECONDS ARE SPLIT INTO
008010*     PLANNED AND UNPLANNED.  A READING THAT RUNS BACKWARD FROM
008020*     ITS PREDECESSOR RESTARTS THE GAP BASELINE.
008030*****************************************************************
008040 3150-TALLY-ONE-READING.
008050     READ TIME-LOG-FILE
008060         AT END
008070             SET MTX-LOG-AT-END TO TRUE
008080     END-READ
008090     IF MTX-LOG-AT-END
008100         GO TO 3150-EXIT
008110     END-IF
008120     IF CLK-LOG-DATE IS NOT NUMERIC
008130             OR CLK-LOG-HOURS IS NOT NUMERIC
008140             OR CLK-LOG-MINUTES IS NOT NUMERIC
008150             OR CLK-LOG-SECONDS IS NOT NUMERIC
008160         GO TO 3150-EXIT
008170     END-IF
008180     IF CLK-LOG-HOURS > 23
008190             OR CLK-LOG-MINUTES > 59
008200             OR CLK-LOG-SECONDS > 59
008210         GO TO 3150-EXIT
008220     END-IF
008230     IF CLK-LOG-DATE NOT = MTX-METRIC-DATE
008240         GO TO 3150-EXIT
008250     END-IF
008260     IF CLK-LOG-INSTANCE NOT = MTX-CURR-INSTANCE
008270         IF MTX-CURR-INSTANCE = '1'
008280                 AND CLK-LOG-INSTANCE = SPACE
008290             CONTINUE
008300         ELSE
008310             GO TO 3150-EXIT
008320         END-IF
008330     END-IF
008340     COMPUTE MTX-THIS-TOTAL-SECS =
008350         (CLK-LOG-HOURS * 3600) + (CLK-LOG-MINUTES * 60)
008360             + CLK-LOG-SECONDS
008370     ADD 1 TO MTX-TOTAL-READINGS
008380     PERFORM 3250-TEST-READING THRU 3250-EXIT
008390     IF MTX-PLAN-HIT-SUB = ZERO
008400         ADD 1 TO MTX-OUTSIDE-READINGS
008410     END-IF
008420     IF MTX-PRIOR-TOTAL-SECS >= 0
008430             AND MTX-THIS-TOTAL-SECS > MTX-PRIOR-TOTAL-SECS
008440         COMPUTE MTX-GAP-SECS =
008450             MTX-THIS-TOTAL-SECS - MTX-PRIOR-TOTAL-SECS
008460         IF MTX-GAP-SECS > MTX-GAP-LIMIT-SECS
008470             COMPUTE MTX-GAP-MISSING-SECS =
008480                 MTX-GAP-SECS - MTX-EXPECTED-SECS
008490             PERFORM 3200-MEASURE-OVERLAP THRU 3200-EXIT
008500             PERFORM 3300-SPLIT-GAP THRU 3300-EXIT
008510         END-IF
008520     END-IF
008530     MOVE MTX-THIS-TOTAL-SECS TO MTX-PRIOR-TOTAL-SECS.
008540 3150-EXIT.
008550     EXIT.
008560*****************************************************************
008570* 3200-MEASURE-OVERLAP
008580*     MEASURES HOW MANY SECONDS OF THE GAP FROM THE PRIOR
008590*     READING TO THIS ONE LIE INSIDE MAINTENANCE WINDOWS.
008600*****************************************************************
008610 3200-MEASURE-OVERLAP.
008620     MOVE ZERO TO MTX-OVERLAP-SECS
008630     PERFORM 3205-OVERLAP-ONE-WINDOW THRU 3205-EXIT
008640         VARYING MTX-PLAN-SUB FROM 1 BY 1
008650         UNTIL MTX-PLAN-SUB > MTX-PLAN-COUNT.
008660 3200-EXIT.
008670     EXIT.
008680 3205-OVERLAP-ONE-WINDOW.
008690     MOVE MTX-PRIOR-TOTAL-SECS TO MTX-CLIP-START
008700     IF MTX-PLAN-START-SECS(MTX-PLAN-SUB) > MTX-CLIP-START
008710         MOVE MTX-PLAN-START-SECS(MTX-PLAN-SUB) TO MTX-CLIP-START
008720     END-IF
008730     MOVE MTX-THIS-TOTAL-SECS TO MTX-CLIP-END
008740     IF MTX-PLAN-END-SECS(MTX-PLAN-SUB) < MTX-CLIP-END
008750         MOVE MTX-PLAN-END-SECS(MTX-PLAN-SUB) TO MTX-CLIP-END
008760     END-IF
008770     IF MTX-CLIP-END > MTX-CLIP-START
008780         COMPUTE MTX-OVERLAP-SECS =
008790             MTX-OVERLAP-SECS + MTX-CLIP-END - MTX-CLIP-START
008800     END-IF.
008810 3205-EXIT.
008820     EXIT.
008830*****************************************************************
008840* 3250-TEST-READING
008850*     SAYS WHETHER THE CURRENT READING LIES INSIDE A MAINTENANCE
008860*     WINDOW: MTX-PLAN-HIT-SUB IS THE WINDOW, OR ZERO.
008870*****************************************************************
008880 3250-TEST-READING.
008890     MOVE ZERO TO MTX-PLAN-HIT-SUB
008900     PERFORM 3255-TEST-ONE-WINDOW THRU 3255-EXIT
008910         VARYING MTX-PLAN-SUB FROM 1 BY 1
008920         UNTIL MTX-PLAN-SUB > MTX-PLAN-COUNT.
008930 3250-EXIT.
008940     EXIT.
008950 3255-TEST-ONE-WINDOW.
008960     IF MTX-THIS-TOTAL-SECS
008970             NOT < MTX-PLAN-START-SECS(MTX-PLAN-SUB)
008980             AND MTX-THIS-TOTAL-SECS
008990                 < MTX-PLAN-END-SECS(MTX-PLAN-SUB)
009000         MOVE MTX-PLAN-SUB TO MTX-PLAN-HIT-SUB
009010     END-IF.
009020 3255-EXIT.
009030     EXIT.
009040*****************************************************************
009050* 3300-SPLIT-GAP
009060*     SPLITS ONE GAP'S MISSING SECONDS INTO THE PLANNED PART
009070*     INSIDE MAINTENANCE WINDOWS AND THE UNPLANNED REST, AS
009080*     CLOCKCVR DOES.
009090*****************************************************************
009100 3300-SPLIT-GAP.
009110     IF MTX-OVERLAP-SECS < MTX-GAP-MISSING-SECS
009120         MOVE MTX-OVERLAP-SECS TO MTX-GAP-PLANNED-SECS
009130     ELSE
009140         MOVE MTX-GAP-MISSING-SECS TO MTX-GAP-PLANNED-SECS
009150     END-IF
009160     ADD MTX-GAP-PLANNED-SECS TO MTX-PLANNED-GAP-TOTAL
009170     COMPUTE MTX-UNPLANNED-GAP-TOTAL = MTX-UNPLANNED-GAP-TOTAL
009180         + MTX-GAP-MISSING-SECS - MTX-GAP-PLANNED-SECS.
009190 3300-EXIT.
009200     EXIT.
009210*****************************************************************
009220* 3400-COUNT-ALARMS
009230*     PASSES CLOCKEVT FOR THE METRIC DATE AND THE CURRENT
009240*     INSTANCE (A BLANK STAMP COUNTS AS THE PRIMARY), COUNTING
009250*     ALARMS FIRED (ALARMFIR), ACKNOWLEDGED (CMDACK) AND
009260*     ESCALATED TO THE PRIMARY ON CALL (ESCALATE).  A TIER-2
009270*     RE-PAGE IS A FURTHER PAGE OF AN ALARM ALREADY ESCALATED
009280*     AND IS COUNTED ONLY AMONG THE PAGES.  AN ABSENT FILE
009290*     COUNTS NONE.
009300*****************************************************************
009310 3400-COUNT-ALARMS.
009320     MOVE 'N' TO MTX-EVT-EOF-SWITCH
009330     OPEN INPUT CLOCK-EVENT-FILE
009340     IF MTX-EVT-FILE-STATUS NOT = '00'
009350         IF MTX-EVT-FILE-STATUS = '05'
009360             CLOSE CLOCK-EVENT-FILE
009370         END-IF
009380         GO TO 3400-EXIT
009390     END-IF
009400     PERFORM 3410-TAKE-ONE-EVENT THRU 3410-EXIT
009410         UNTIL MTX-EVT-AT-END
009420     CLOSE CLOCK-EVENT-FILE.
009430 3400-EXIT.
009440     EXIT.
009450 3410-TAKE-ONE-EVENT.
009460     READ CLOCK-EVENT-FILE
009470         AT END
009480             SET MTX-EVT-AT-END TO TRUE
009490     END-READ
009500     IF MTX-EVT-AT-END
009510         GO TO 3410-EXIT
009520     END-IF
009530     IF CLK-EVT-DATE IS NOT NUMERIC
009540             OR CLK-EVT-DATE NOT = MTX-METRIC-DATE
009550         GO TO 3410-EXIT
009560     END-IF
009570     IF CLK-EVT-INSTANCE NOT = MTX-CURR-INSTANCE
009580         IF MTX-CURR-INSTANCE = '1'
009590                 AND CLK-EVT-INSTANCE = SPACE
009600             CONTINUE
009610         ELSE
009620             GO TO 3410-EXIT
009630         END-IF
009640     END-IF
009650     IF CLK-EVT-CODE = 'ALARMFIR'
009660         ADD 1 TO MTX-FIRED-COUNT
009670         GO TO 3410-EXIT
009680     END-IF
009690     IF CLK-EVT-CODE = 'CMDACK  '
009700         ADD 1 TO MTX-ACKED-COUNT
009710         GO TO 3410-EXIT
009720     END-IF
009730     IF CLK-EVT-CODE = 'ESCALATE'
009740         ADD 1 TO MTX-ESCAL-COUNT
009750     END-IF.
009760 3410-EXIT.
009770     EXIT.
009780*****************************************************************
009790* 3500-SCORE-AVAILABILITY
009800*     SCORES THE SPAN AS CLOCKCVR DOES: READINGS OVER THE
009810*     READINGS EXPECTED AT THE LOGGING INTERVAL, CAPPED AT 100.
009820*     ALL TIME COUNTS EVERY READING AGAINST THE WHOLE SPAN;
009830*     EXCLUDING PLANNED COUNTS ONLY THE READINGS OUTSIDE THE
009840*     WINDOWS AGAINST THE SPAN LESS THE WINDOWS.  A SPAN WITH
009850*     NOTHING LEFT TO EXPECT SCORES 100.
009860*****************************************************************
009870 3500-SCORE-AVAILABILITY.
009880     COMPUTE MTX-EXPECT-READINGS =
009890         (MTX-SPAN-END-SECS - MTX-SPAN-START-SECS)
009900             / MTX-EXPECTED-SECS
009910     MOVE 100 TO MTX-PCT-WORK
009920     IF MTX-EXPECT-READINGS > ZERO
009930         COMPUTE MTX-PCT-WORK =
009940             (MTX-TOTAL-READINGS * 100) / MTX-EXPECT-READINGS
009950     END-IF
009960     IF MTX-PCT-WORK > 100
009970         MOVE 100 TO MTX-PCT-WORK
009980     END-IF
009990     MOVE MTX-PCT-WORK TO MTX-DR-AVAIL-ALL
010000     COMPUTE MTX-EXPECT-READINGS =
010010         (MTX-SPAN-END-SECS - MTX-SPAN-START-SECS
010020             - MTX-PLAN-TOTAL-SECS) / MTX-EXPECTED-SECS
010030     MOVE 100 TO MTX-PCT-WORK
010040     IF MTX-EXPECT-READINGS > ZERO
010050         COMPUTE MTX-PCT-WORK =
010060             (MTX-OUTSIDE-READINGS * 100) / MTX-EXPECT-READINGS
010070     END-IF
010080     IF MTX-PCT-WORK > 100
010090         MOVE 100 TO MTX-PCT-WORK
010100     END-IF
010110     MOVE MTX-PCT-WORK TO MTX-DR-AVAIL-EXCL.
010120 3500-EXIT.
010130     EXIT.
010140*****************************************************************
010150* 3600-WRITE-DETAIL
010160*     FILLS AND WRITES THE CURRENT INSTANCE'S DETAIL RECORD.
010170*****************************************************************
010180 3600-WRITE-DETAIL.
010190     MOVE MTX-METRIC-DATE TO MTX-DR-DATE
010200     MOVE MTX-CURR-INSTANCE TO MTX-DR-INSTANCE
010210     MOVE MTX-TOTAL-READINGS TO MTX-DR-READINGS
010220     MOVE MTX-UNPLANNED-GAP-TOTAL TO MTX-DR-UNPLANNED-SECS
010230     MOVE MTX-PLANNED-GAP-TOTAL TO MTX-DR-PLANNED-SECS
010240     IF MTX-DRIFT-SEEN
010250         MOVE MTX-PEAK-SIGN TO MTX-DR-PEAK-SIGN
010260         MOVE MTX-PEAK-SECS TO MTX-DR-PEAK-SECS
010270         MOVE MTX-CLOSE-SIGN TO MTX-DR-CLOSE-SIGN
010280         MOVE MTX-CLOSE-SECS TO MTX-DR-CLOSE-SECS
010290     ELSE
010300         MOVE SPACES TO MTX-DR-PEAK-DRIFT
010310         MOVE SPACES TO MTX-DR-CLOSE-DRIFT
010320     END-IF
010330     MOVE MTX-FIRED-COUNT TO MTX-DR-FIRED
010340     MOVE MTX-ACKED-COUNT TO MTX-DR-ACKED
010350     MOVE MTX-ESCAL-COUNT TO MTX-DR-ESCALATED
010360     MOVE MTX-PAGE-COUNT TO MTX-DR-PAGES
010370     MOVE MTX-CHANGE-COUNT TO MTX-DR-CHANGES
010380     WRITE MTX-FEED-LINE FROM MTX-DETAIL-RECORD
010390     ADD 1 TO MTX-DETAIL-COUNT.
010400 3600-EXIT.
010410     EXIT.
010420*****************************************************************
010430* 9000-TERMINATE
010440*     WRITES THE TRAILER RECORD WITH THE DETAIL COUNT AND THE RUN
010450*     DATE, CLOSES THE FEED AND ENDS THE RUN; THE INPUT FILES ARE
010460*     CLOSED AS EACH PASS FINISHES WITH THEM.
010470*****************************************************************
010480 9000-TERMINATE.
010490     MOVE MTX-METRIC-DATE TO MTX-TR-METRIC-DATE
010500     MOVE MTX-DETAIL-COUNT TO MTX-TR-DETAIL-COUNT
010510     MOVE MTX-TODAY-DATE TO MTX-TR-RUN-DATE
010520     WRITE MTX-FEED-LINE FROM MTX-TRAILER-RECORD
010530     CLOSE FEED-FILE.
010540 9000-EXIT.
010550     EXIT.
010560 END PROGRAM CLOCKMTX.
