000010*****************************************************************
000020* PROGRAM: CLOCKJHP
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: POSTS THE DAY'S JOB RUNS TO THE KEYED CLOCKJHS JOB
000070*     RUN-TIME HISTORY FILE (SEE CLKJHSR).  RUNS AS THE STEP
000080*     AFTER CLOCKSCE, AND ONLY WHEN CLOCKSCE ENDED WITH RETURN
000090*     CODE 0, SO ONLY A FEED BOTH SIDES HAVE SIGNED OFF IS EVER
000100*     POSTED.  THE CLEANED CLOCKSCG FEED IS RECONCILED AND THEN
000110*     REPLACED BY THE NEXT DAY'S, SO UNTIL NOW NOBODY COULD SAY
000120*     WHETHER A JOB HAS BEEN CREEPING LONGER FOR A MONTH; THIS
000130*     STEP KEEPS EVERY JOB'S PLANNED START, ACTUAL START AND
000140*     DURATION BY DATE FOR THE CLOCKJHR TREND REPORT.  A JOB
000150*     FLAGGED M THAT ENDS AFTER MIDNIGHT IS GIVEN ITS TRUE
000160*     DURATION.  A JOB NAME APPEARING TWICE IN ONE FEED IS A
000170*     RERUN AND POSTS AS RUN 2, 3 AND SO ON.
000180*     THE SYSIN CARD CARRIES THE BUSINESS DATE THE FEED BELONGS
000190*     TO (YYYYMMDD IN COLUMNS 1-8, DEFAULTING TO TODAY).  A DATE
000200*     ALREADY ON CLOCKJHS IS REFUSED OUTRIGHT, AND THE FEED IS
000210*     CHECKED END TO END BEFORE THE FIRST RUN IS WRITTEN, SO A
000220*     RERUN OF THE STEP CAN NEVER DOUBLE-POST A DAY AND A BAD
000230*     FEED POSTS NOTHING.  EITHER ENDS THE RUN WITH RETURN CODE
000240*     8, AS DOES A CARD DATE THAT IS NOT A REAL CALENDAR DATE.
000250*     EACH RUN POSTED CARRIES THE DATE THE STEP RAN AS WELL, SO
000260*     A BACK-DATED POSTING SHOWS WHEN IT WAS REALLY MADE.  THE
000270*     POSTING LIST AND CONTROL TOTALS PRINT ON JHPPRINT.
000280* TECTONICS: cobc
000290*****************************************************************
000300* MODIFICATION HISTORY
000310*     10/15/2026 AH  INITIAL VERSION.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. CLOCKJHP.
000350 AUTHOR. AUSTIN HRIN.
000360 INSTALLATION. OPERATIONS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT OPTIONAL CLEAN-EXPORT-FILE ASSIGN TO "CLOCKSCG"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS JHP-SCG-FILE-STATUS.
000450     SELECT JOB-HIST-FILE ASSIGN TO "CLOCKJHS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CLK-JHS-KEY
000490         FILE STATUS IS JHP-JHS-FILE-STATUS.
000500     SELECT REPORT-FILE ASSIGN TO "JHPPRINT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS JHP-RPT-FILE-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CLEAN-EXPORT-FILE.
000560     COPY CLKSCHD.
000570 FD  JOB-HIST-FILE.
000580     COPY CLKJHSR.
000590 FD  REPORT-FILE.
000600 01  JHP-PRINT-LINE            PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 77  JHP-SCG-FILE-STATUS       PIC X(02).
000630 77  JHP-JHS-FILE-STATUS       PIC X(02).
000640 77  JHP-RPT-FILE-STATUS       PIC X(02).
000650 77  JHP-SCG-EOF-SWITCH        PIC X(01) VALUE 'N'.
000660     88  JHP-SCG-AT-END            VALUE 'Y'.
000670 77  JHP-JHS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000680     88  JHP-JHS-OPEN              VALUE 'Y'.
000690 77  JHP-REFUSE-SWITCH         PIC X(01) VALUE 'N'.
000700     88  JHP-REFUSED               VALUE 'Y'.
000710 77  JHP-WRITE-STATE           PIC X(01).
000720     88  JHP-WRITE-PENDING         VALUE 'P'.
000730     88  JHP-WRITE-DONE            VALUE 'W'.
000740     88  JHP-WRITE-FAILED          VALUE 'F'.
000750 77  JHP-FEED-COUNT            PIC 9(05) COMP VALUE ZERO.
000760 77  JHP-BAD-COUNT             PIC 9(05) COMP VALUE ZERO.
000770 77  JHP-POSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
000780 77  JHP-RERUN-COUNT           PIC 9(05) COMP VALUE ZERO.
000790 77  JHP-PS-TOTAL-SECS         PIC 9(06) COMP.
000800 77  JHP-AS-TOTAL-SECS         PIC 9(06) COMP.
000810 77  JHP-AE-TOTAL-SECS         PIC 9(06) COMP.
000820 77  JHP-WORK-SECS             PIC S9(06) COMP.
000830 77  JHP-SLIP-MINUTES          PIC S9(05) COMP.
000840 77  JHP-FMT-SECS              PIC 9(06) COMP.
000850 77  JHP-FMT-REM               PIC 9(06) COMP.
000860 01  JHP-REQUEST-CARD.
000870     05  JHP-REQUEST-DATE      PIC X(08).
000880     05  JHP-REQUEST-DATE-NUM REDEFINES JHP-REQUEST-DATE
000890                               PIC 9(08).
000900     05  FILLER                PIC X(72).
000910 77  JHP-RUN-DATE              PIC 9(08).
000920 77  JHP-TODAY-TIME            PIC 9(08).
000930 77  JHP-TODAY-DATE            PIC 9(08).
000940 01  JHP-EDIT-DATE.
000950     05  JHP-ED-YEAR           PIC 9(04).
000960     05  JHP-ED-MONTH          PIC 99.
000970     05  JHP-ED-DAY            PIC 99.
000980 01  JHP-EDIT-DATE-NUM REDEFINES JHP-EDIT-DATE
000990                               PIC 9(08).
001000 77  JHP-DATE-OK-SWITCH        PIC X(01).
001010     88  JHP-DATE-OK               VALUE 'Y'.
001020 77  JHP-MONTH-LIMIT           PIC 99.
001030 77  JHP-LEAP-QUOT             PIC 9(04) COMP.
001040 77  JHP-LEAP-REM              PIC 9(04) COMP.
001050 01  JHP-MONTH-DAY-TABLE.
001060     05  FILLER                PIC X(24) VALUE
001070         '312831303130313130313031'.
001080 01  FILLER REDEFINES JHP-MONTH-DAY-TABLE.
001090     05  JHP-MONTH-DAYS OCCURS 12 TIMES
001100                               PIC 99.
001110 01  JHP-FMT-TIME.
001120     05  JHP-FT-HOURS          PIC 99.
001130     05  FILLER                PIC X(01) VALUE ':'.
001140     05  JHP-FT-MINUTES        PIC 99.
001150     05  FILLER                PIC X(01) VALUE ':'.
001160     05  JHP-FT-SECONDS        PIC 99.
001170 01  JHP-HEADING-1.
001180     05  FILLER                PIC X(09) VALUE 'CLOCKJHP '.
001190     05  FILLER                PIC X(31)
001200             VALUE 'JOB RUN-TIME HISTORY POSTING   '.
001210     05  FILLER                PIC X(14) VALUE 'BUSINESS DATE '.
001220     05  JHP-H1-DATE           PIC 9(08).
001230     05  FILLER                PIC X(18) VALUE SPACES.
001240 01  JHP-COLUMN-HEADING.
001250     05  FILLER                PIC X(40) VALUE
001260         ' JOB      RUN  PLANNED   STARTED   ENDED'.
001270     05  FILLER                PIC X(40) VALUE
001280         '       DURATION SLIP MINS'.
001290 01  JHP-DETAIL-LINE.
001300     05  FILLER                PIC X(01) VALUE SPACE.
001310     05  JHP-DL-JOB            PIC X(08).
001320     05  FILLER                PIC X(02) VALUE SPACES.
001330     05  JHP-DL-RUN-NO         PIC Z9.
001340     05  FILLER                PIC X(02) VALUE SPACES.
001350     05  JHP-DL-PLAN           PIC X(08).
001360     05  FILLER                PIC X(02) VALUE SPACES.
001370     05  JHP-DL-START          PIC X(08).
001380     05  FILLER                PIC X(02) VALUE SPACES.
001390     05  JHP-DL-END            PIC X(08).
001400     05  FILLER                PIC X(01) VALUE SPACE.
001410     05  JHP-DL-MIDNIGHT       PIC X(01).
001420     05  FILLER                PIC X(02) VALUE SPACES.
001430     05  JHP-DL-DURATION       PIC X(08).
001440     05  FILLER                PIC X(04) VALUE SPACES.
001450     05  JHP-DL-SLIP           PIC -(4)9.
001460     05  FILLER                PIC X(16) VALUE SPACES.
001470 01  JHP-BAD-LINE.
001480     05  FILLER                PIC X(16)
001490             VALUE ' UNUSABLE LINE: '.
001500     05  JHP-BL-DATA           PIC X(31).
001510     05  FILLER                PIC X(33) VALUE SPACES.
001520 01  JHP-STATUS-LINE.
001530     05  JHP-SL-TEXT           PIC X(40).
001540     05  FILLER                PIC X(08) VALUE ' STATUS '.
001550     05  JHP-SL-STATUS         PIC X(02).
001560     05  FILLER                PIC X(30) VALUE SPACES.
001570 01  JHP-COUNT-LINE.
001580     05  JHP-CL-LABEL          PIC X(24).
001590     05  JHP-CL-COUNT          PIC ZZZZZ9.
001600     05  FILLER                PIC X(50) VALUE SPACES.
001610 01  JHP-RESULT-LINE.
001620     05  FILLER                PIC X(08) VALUE ' RESULT:'.
001630     05  FILLER                PIC X(01) VALUE SPACE.
001640     05  JHP-RL-TEXT           PIC X(50).
001650     05  FILLER                PIC X(21) VALUE SPACES.
001660 77  JHP-BLANK-LINE            PIC X(80) VALUE SPACES.
001670 PROCEDURE DIVISION.
001680*****************************************************************
001690* 0000-MAINLINE
001700*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, REFUSE A DATE ALREADY
001710*     POSTED, CHECK THE WHOLE FEED, POST IT, PRINT THE CONTROL
001720*     TOTALS, AND TERMINATE.
001730*****************************************************************
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001760     PERFORM 1500-CHECK-DATE-POSTED THRU 1500-EXIT
001770     PERFORM 2000-CHECK-FEED THRU 2000-EXIT
001780     PERFORM 3000-POST-FEED THRU 3000-EXIT
001790     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT
001810     STOP RUN.
001820*****************************************************************
001830* 1000-INITIALIZE
001840*     ACCEPTS THE BUSINESS DATE FROM THE SYSIN CARD, OPENS THE
001850*     PRINT FILE AND THE HISTORY FILE, AND PRINTS THE HEADING.
001860*     A CARD DATE THAT IS NOT A REAL CALENDAR DATE REFUSES THE
001870*     RUN, SINCE NOTHING COULD EVER FIND A DAY POSTED UNDER IT.
001880*     THE VERY FIRST POSTING FINDS NO HISTORY FILE AND CREATES
001890*     AN EMPTY ONE BEFORE OPENING IT FOR UPDATE.
001900*****************************************************************
001910 1000-INITIALIZE.
001920     MOVE SPACES TO JHP-REQUEST-CARD
001930     ACCEPT JHP-REQUEST-CARD
001940     ACCEPT JHP-RUN-DATE FROM DATE YYYYMMDD
001950     ACCEPT JHP-TODAY-DATE FROM DATE YYYYMMDD
001960     ACCEPT JHP-TODAY-TIME FROM TIME
001970     IF JHP-REQUEST-DATE-NUM IS NUMERIC
001980             AND JHP-REQUEST-DATE-NUM > ZERO
001990         MOVE JHP-REQUEST-DATE-NUM TO JHP-RUN-DATE
002000         MOVE JHP-REQUEST-DATE-NUM TO JHP-EDIT-DATE-NUM
002010         PERFORM 1200-EDIT-DATE THRU 1200-EXIT
002020         IF NOT JHP-DATE-OK
002030             MOVE 'FAIL - SYSIN DATE NOT A REAL DATE - NO POSTING'
002040                 TO JHP-RL-TEXT
002050             SET JHP-REFUSED TO TRUE
002060         END-IF
002070     END-IF
002080     OPEN OUTPUT REPORT-FILE
002090     MOVE JHP-RUN-DATE TO JHP-H1-DATE
002100     WRITE JHP-PRINT-LINE FROM JHP-HEADING-1
002110     WRITE JHP-PRINT-LINE FROM JHP-BLANK-LINE
002120     OPEN I-O JOB-HIST-FILE
002130     IF JHP-JHS-FILE-STATUS = '35'
002140         OPEN OUTPUT JOB-HIST-FILE
002150         IF JHP-JHS-FILE-STATUS = '00'
002160             CLOSE JOB-HIST-FILE
002170             OPEN I-O JOB-HIST-FILE
002180         END-IF
002190     END-IF
002200     IF JHP-JHS-FILE-STATUS = '00'
002210         SET JHP-JHS-OPEN TO TRUE
002220     ELSE
002230         MOVE ' CLOCKJHS COULD NOT BE OPENED FOR UPDATE'
002240             TO JHP-SL-TEXT
002250         MOVE JHP-JHS-FILE-STATUS TO JHP-SL-STATUS
002260         WRITE JHP-PRINT-LINE FROM JHP-STATUS-LINE
002270         MOVE 'FAIL - CLOCKJHS UNAVAILABLE - NOTHING POSTED'
002280             TO JHP-RL-TEXT
002290         SET JHP-REFUSED TO TRUE
002300     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330*****************************************************************
002340* 1200-EDIT-DATE
002350*     SAYS WHETHER THE EDIT DATE IS A REAL CALENDAR DATE.
002360*****************************************************************
002370 1200-EDIT-DATE.
002380     MOVE 'N' TO JHP-DATE-OK-SWITCH
002390     IF JHP-ED-MONTH < 1 OR JHP-ED-MONTH > 12
002400         GO TO 1200-EXIT
002410     END-IF
002420     MOVE JHP-MONTH-DAYS(JHP-ED-MONTH) TO JHP-MONTH-LIMIT
002430     IF JHP-ED-MONTH = 2
002440         DIVIDE JHP-ED-YEAR BY 4 GIVING JHP-LEAP-QUOT
002450             REMAINDER JHP-LEAP-REM
002460         IF JHP-LEAP-REM = ZERO
002470             MOVE 29 TO JHP-MONTH-LIMIT
002480             DIVIDE JHP-ED-YEAR BY 100 GIVING JHP-LEAP-QUOT
002490                 REMAINDER JHP-LEAP-REM
002500             IF JHP-LEAP-REM = ZERO
002510                 MOVE 28 TO JHP-MONTH-LIMIT
002520                 DIVIDE JHP-ED-YEAR BY 400 GIVING JHP-LEAP-QUOT
002530                     REMAINDER JHP-LEAP-REM
002540                 IF JHP-LEAP-REM = ZERO
002550                     MOVE 29 TO JHP-MONTH-LIMIT
002560                 END-IF
002570             END-IF
002580         END-IF
002590     END-IF
002600     IF JHP-ED-DAY < 1 OR JHP-ED-DAY > JHP-MONTH-LIMIT
002610         GO TO 1200-EXIT
002620     END-IF
002630     MOVE 'Y' TO JHP-DATE-OK-SWITCH.
002640 1200-EXIT.
002650     EXIT.
002660*****************************************************************
002670* 1500-CHECK-DATE-POSTED
002680*     POSITIONS THE HISTORY FILE AT THE FIRST KEY FOR THE
002690*     BUSINESS DATE.  THE DATE LEADS THE KEY, SO IF THE NEXT
002700*     RECORD ON FILE CARRIES THE DATE, THE DAY HAS ALREADY BEEN
002710*     POSTED AND THE WHOLE RUN IS REFUSED.
002720*****************************************************************
002730 1500-CHECK-DATE-POSTED.
002740     IF JHP-REFUSED
002750         GO TO 1500-EXIT
002760     END-IF
002770     MOVE JHP-RUN-DATE TO CLK-JHS-RUN-DATE
002780     MOVE LOW-VALUES TO CLK-JHS-JOB-NAME
002790     MOVE ZERO TO CLK-JHS-RUN-NO
002800     START JOB-HIST-FILE KEY IS NOT LESS THAN CLK-JHS-KEY
002810         INVALID KEY
002820             GO TO 1500-EXIT
002830     END-START
002840     READ JOB-HIST-FILE NEXT RECORD
002850         AT END
002860             GO TO 1500-EXIT
002870     END-READ
002880     IF CLK-JHS-RUN-DATE = JHP-RUN-DATE
002890         MOVE 'FAIL - DATE ALREADY ON CLOCKJHS - NOTHING POSTED'
002900             TO JHP-RL-TEXT
002910         SET JHP-REFUSED TO TRUE
002920     END-IF.
002930 1500-EXIT.
002940     EXIT.
002950*****************************************************************
002960* 2000-CHECK-FEED
002970*     READS THE WHOLE OF CLOCKSCG ONCE BEFORE ANYTHING IS
002980*     WRITTEN.  CLOCKSCE HAS ALREADY EDITED EVERY LINE, SO A LINE
002990*     THAT CANNOT BE POSTED HERE MEANS THE STEP HAS BEEN HANDED
003000*     SOMETHING OTHER THAN AN ACCEPTED FEED, AND THE DAY IS NOT
003010*     POSTED AT ALL RATHER THAN POSTED IN PART.
003020*****************************************************************
003030 2000-CHECK-FEED.
003040     IF JHP-REFUSED
003050         GO TO 2000-EXIT
003060     END-IF
003070     OPEN INPUT CLEAN-EXPORT-FILE
003080     IF JHP-SCG-FILE-STATUS NOT = '00'
003090         IF JHP-SCG-FILE-STATUS = '05'
003100             CLOSE CLEAN-EXPORT-FILE
003110         END-IF
003120         MOVE ' CLOCKSCG NOT FOUND' TO JHP-SL-TEXT
003130         MOVE JHP-SCG-FILE-STATUS TO JHP-SL-STATUS
003140         WRITE JHP-PRINT-LINE FROM JHP-STATUS-LINE
003150         MOVE 'FAIL - CLOCKSCG UNUSABLE - NOTHING POSTED'
003160             TO JHP-RL-TEXT
003170         SET JHP-REFUSED TO TRUE
003180         GO TO 2000-EXIT
003190     END-IF
003200     MOVE 'N' TO JHP-SCG-EOF-SWITCH
003210     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
003220         UNTIL JHP-SCG-AT-END
003230     CLOSE CLEAN-EXPORT-FILE
003240     IF JHP-BAD-COUNT > ZERO
003250         MOVE 'FAIL - CLOCKSCG UNUSABLE - NOTHING POSTED'
003260             TO JHP-RL-TEXT
003270         SET JHP-REFUSED TO TRUE
003280     END-IF.
003290 2000-EXIT.
003300     EXIT.
003310 2100-CHECK-ONE-RECORD.
003320     READ CLEAN-EXPORT-FILE
003330         AT END
003340             SET JHP-SCG-AT-END TO TRUE
003350     END-READ
003360     IF JHP-SCG-AT-END
003370         GO TO 2100-EXIT
003380     END-IF
003390     IF CLK-SCHED-RECORD = SPACES
003400             OR CLK-SCHED-JOB-NAME = '*TRAILER'
003410         GO TO 2100-EXIT
003420     END-IF
003430     ADD 1 TO JHP-FEED-COUNT
003440     IF CLK-SCHED-JOB-NAME = SPACES
003450             OR CLK-SCHED-PLAN-START IS NOT NUMERIC
003460             OR CLK-SCHED-ACT-START IS NOT NUMERIC
003470             OR CLK-SCHED-ACT-END IS NOT NUMERIC
003480             OR CLK-SCHED-PS-HOURS > 23
003490             OR CLK-SCHED-AS-HOURS > 23
003500             OR CLK-SCHED-AE-HOURS > 23
003510         ADD 1 TO JHP-BAD-COUNT
003520         MOVE CLK-SCHED-RECORD TO JHP-BL-DATA
003530         WRITE JHP-PRINT-LINE FROM JHP-BAD-LINE
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570*****************************************************************
003580* 3000-POST-FEED
003590*     SECOND PASS OVER CLOCKSCG, WRITING ONE HISTORY RECORD PER
003600*     JOB RUN AND LISTING IT.
003610*****************************************************************
003620 3000-POST-FEED.
003630     IF JHP-REFUSED
003640         GO TO 3000-EXIT
003650     END-IF
003660     WRITE JHP-PRINT-LINE FROM JHP-COLUMN-HEADING
003670     OPEN INPUT CLEAN-EXPORT-FILE
003680     MOVE 'N' TO JHP-SCG-EOF-SWITCH
003690     PERFORM 3100-POST-ONE-RECORD THRU 3100-EXIT
003700         UNTIL JHP-SCG-AT-END
003710     CLOSE CLEAN-EXPORT-FILE.
003720 3000-EXIT.
003730     EXIT.
003740*****************************************************************
003750* 3100-POST-ONE-RECORD
003760*     BUILDS ONE HISTORY RECORD.  THE DURATION RUNS FROM ACTUAL
003770*     START TO ACTUAL END, WITH A DAY ADDED WHEN THE END IS
003780*     EARLIER THAN THE START (CLOCKSCE ONLY LETS THAT THROUGH
003790*     FOR A JOB FLAGGED M).  THE SLIP IS TAKEN THE SHORT WAY
003800*     ROUND THE CLOCK, SO IT NEVER EXCEEDS TWELVE HOURS EITHER
003810*     WAY.  A WRITE ERROR STOPS THE POSTING WHERE IT IS.
003820*****************************************************************
003830 3100-POST-ONE-RECORD.
003840     READ CLEAN-EXPORT-FILE
003850         AT END
003860             SET JHP-SCG-AT-END TO TRUE
003870     END-READ
003880     IF JHP-SCG-AT-END
003890         GO TO 3100-EXIT
003900     END-IF
003910     IF CLK-SCHED-RECORD = SPACES
003920             OR CLK-SCHED-JOB-NAME = '*TRAILER'
003930         GO TO 3100-EXIT
003940     END-IF
003950     COMPUTE JHP-PS-TOTAL-SECS =
003960         (CLK-SCHED-PS-HOURS * 3600)
003970             + (CLK-SCHED-PS-MINUTES * 60)
003980             + CLK-SCHED-PS-SECONDS
003990     COMPUTE JHP-AS-TOTAL-SECS =
004000         (CLK-SCHED-AS-HOURS * 3600)
004010             + (CLK-SCHED-AS-MINUTES * 60)
004020             + CLK-SCHED-AS-SECONDS
004030     COMPUTE JHP-AE-TOTAL-SECS =
004040         (CLK-SCHED-AE-HOURS * 3600)
004050             + (CLK-SCHED-AE-MINUTES * 60)
004060             + CLK-SCHED-AE-SECONDS
004070     MOVE SPACES TO CLK-JHS-RECORD
004080     MOVE JHP-RUN-DATE TO CLK-JHS-RUN-DATE
004090     MOVE CLK-SCHED-JOB-NAME TO CLK-JHS-JOB-NAME
004100     MOVE 1 TO CLK-JHS-RUN-NO
004110     MOVE CLK-SCHED-PLAN-START TO CLK-JHS-PLAN-START
004120     MOVE CLK-SCHED-ACT-START TO CLK-JHS-ACT-START
004130     MOVE CLK-SCHED-ACT-END TO CLK-JHS-ACT-END
004140     MOVE CLK-SCHED-MIDNIGHT-FLAG TO CLK-JHS-MIDNIGHT-FLAG
004150     COMPUTE JHP-WORK-SECS = JHP-AE-TOTAL-SECS - JHP-AS-TOTAL-SECS
004160     IF JHP-WORK-SECS < ZERO
004170         ADD 86400 TO JHP-WORK-SECS
004180     END-IF
004190     MOVE JHP-WORK-SECS TO CLK-JHS-DURATION-SECS
004200     COMPUTE JHP-WORK-SECS = JHP-AS-TOTAL-SECS - JHP-PS-TOTAL-SECS
004210     IF JHP-WORK-SECS > 43200
004220         SUBTRACT 86400 FROM JHP-WORK-SECS
004230     END-IF
004240     IF JHP-WORK-SECS < -43200
004250         ADD 86400 TO JHP-WORK-SECS
004260     END-IF
004270     MOVE JHP-WORK-SECS TO CLK-JHS-SLIP-SECS
004280     MOVE JHP-TODAY-DATE TO CLK-JHS-POSTED-DATE
004290     MOVE JHP-TODAY-TIME(1:6) TO CLK-JHS-POSTED-TIME
004300     SET JHP-WRITE-PENDING TO TRUE
004310     PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
004320         UNTIL NOT JHP-WRITE-PENDING
004330     IF JHP-WRITE-FAILED
004340         MOVE ' CLOCKJHS WRITE FAILED FOR JOB' TO JHP-SL-TEXT
004350         MOVE CLK-JHS-JOB-NAME TO JHP-SL-TEXT(32:8)
004360         MOVE JHP-JHS-FILE-STATUS TO JHP-SL-STATUS
004370         WRITE JHP-PRINT-LINE FROM JHP-STATUS-LINE
004380         MOVE 'FAIL - CLOCKJHS WRITE ERROR - POSTING INCOMPLETE'
004390             TO JHP-RL-TEXT
004400         SET JHP-REFUSED TO TRUE
004410         SET JHP-SCG-AT-END TO TRUE
004420         GO TO 3100-EXIT
004430     END-IF
004440     ADD 1 TO JHP-POSTED-COUNT
004450     IF CLK-JHS-RUN-NO > 1
004460         ADD 1 TO JHP-RERUN-COUNT
004470     END-IF
004480     PERFORM 3300-PRINT-POSTING THRU 3300-EXIT.
004490 3100-EXIT.
004500     EXIT.
004510*****************************************************************
004520* 3200-WRITE-HISTORY
004530*     WRITES THE RECORD UNDER THE LOWEST RUN NUMBER FREE FOR THE
004540*     JOB AND DATE.  A DUPLICATE KEY CAN ONLY BE AN EARLIER RUN
004550*     OF THE SAME JOB IN THIS FEED, SO THE RUN NUMBER IS STEPPED
004560*     AND THE WRITE TRIED AGAIN.
004570*****************************************************************
004580 3200-WRITE-HISTORY.
004590     WRITE CLK-JHS-RECORD
004600         INVALID KEY
004610             CONTINUE
004620     END-WRITE
004630     IF JHP-JHS-FILE-STATUS = '00' OR '02'
004640         SET JHP-WRITE-DONE TO TRUE
004650         GO TO 3200-EXIT
004660     END-IF
004670     IF JHP-JHS-FILE-STATUS = '22'
004680             AND CLK-JHS-RUN-NO < 99
004690         ADD 1 TO CLK-JHS-RUN-NO
004700         GO TO 3200-EXIT
004710     END-IF
004720     SET JHP-WRITE-FAILED TO TRUE.
004730 3200-EXIT.
004740     EXIT.
004750 3300-PRINT-POSTING.
004760     MOVE CLK-JHS-JOB-NAME TO JHP-DL-JOB
004770     MOVE CLK-JHS-RUN-NO TO JHP-DL-RUN-NO
004780     MOVE JHP-PS-TOTAL-SECS TO JHP-FMT-SECS
004790     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
004800     MOVE JHP-FMT-TIME TO JHP-DL-PLAN
004810     MOVE JHP-AS-TOTAL-SECS TO JHP-FMT-SECS
004820     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
004830     MOVE JHP-FMT-TIME TO JHP-DL-START
004840     MOVE JHP-AE-TOTAL-SECS TO JHP-FMT-SECS
004850     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
004860     MOVE JHP-FMT-TIME TO JHP-DL-END
004870     MOVE CLK-JHS-MIDNIGHT-FLAG TO JHP-DL-MIDNIGHT
004880     MOVE CLK-JHS-DURATION-SECS TO JHP-FMT-SECS
004890     PERFORM 8100-FORMAT-TIME THRU 8100-EXIT
004900     MOVE JHP-FMT-TIME TO JHP-DL-DURATION
004910     COMPUTE JHP-SLIP-MINUTES ROUNDED = CLK-JHS-SLIP-SECS / 60
004920     MOVE JHP-SLIP-MINUTES TO JHP-DL-SLIP
004930     WRITE JHP-PRINT-LINE FROM JHP-DETAIL-LINE.
004940 3300-EXIT.
004950     EXIT.
004960*****************************************************************
004970* 4000-PRINT-TOTALS
004980*     PRINTS THE CONTROL TOTALS AND THE RESULT, AND SETS RETURN
004990*     CODE 8 WHEN THE DAY WAS NOT POSTED IN FULL.
005000*****************************************************************
005010 4000-PRINT-TOTALS.
005020     WRITE JHP-PRINT-LINE FROM JHP-BLANK-LINE
005030     MOVE ' JOB RUNS IN FEED:      ' TO JHP-CL-LABEL
005040     MOVE JHP-FEED-COUNT TO JHP-CL-COUNT
005050     WRITE JHP-PRINT-LINE FROM JHP-COUNT-LINE
005060     MOVE ' UNUSABLE LINES:        ' TO JHP-CL-LABEL
005070     MOVE JHP-BAD-COUNT TO JHP-CL-COUNT
005080     WRITE JHP-PRINT-LINE FROM JHP-COUNT-LINE
005090     MOVE ' JOB RUNS POSTED:       ' TO JHP-CL-LABEL
005100     MOVE JHP-POSTED-COUNT TO JHP-CL-COUNT
005110     WRITE JHP-PRINT-LINE FROM JHP-COUNT-LINE
005120     MOVE '   OF WHICH RERUNS:     ' TO JHP-CL-LABEL
005130     MOVE JHP-RERUN-COUNT TO JHP-CL-COUNT
005140     WRITE JHP-PRINT-LINE FROM JHP-COUNT-LINE
005150     WRITE JHP-PRINT-LINE FROM JHP-BLANK-LINE
005160     IF JHP-REFUSED
005170         MOVE 8 TO RETURN-CODE
005180     ELSE
005190         MOVE 'PASS - DAY POSTED TO CLOCKJHS' TO JHP-RL-TEXT
005200     END-IF
005210     WRITE JHP-PRINT-LINE FROM JHP-RESULT-LINE.
005220 4000-EXIT.
005230     EXIT.
005240*****************************************************************
005250* 8100-FORMAT-TIME
005260*     EDITS A COUNT OF SECONDS AS HH:MM:SS.
005270*****************************************************************
005280 8100-FORMAT-TIME.
005290     DIVIDE JHP-FMT-SECS BY 3600 GIVING JHP-FMT-REM
005300     MOVE JHP-FMT-REM TO JHP-FT-HOURS
005310     COMPUTE JHP-FMT-REM = JHP-FMT-SECS - (JHP-FT-HOURS * 3600)
005320     DIVIDE JHP-FMT-REM BY 60 GIVING JHP-FT-MINUTES
005330         REMAINDER JHP-FT-SECONDS.
005340 8100-EXIT.
005350     EXIT.
005360*****************************************************************
005370* 9000-TERMINATE
005380*     CLOSES THE FILES AND ENDS THE RUN.
005390*****************************************************************
005400 9000-TERMINATE.
005410     IF JHP-JHS-OPEN
005420         CLOSE JOB-HIST-FILE
005430     END-IF
005440     CLOSE REPORT-FILE.
005450 9000-EXIT.
005460     EXIT.
005470 END PROGRAM CLOCKJHP.
