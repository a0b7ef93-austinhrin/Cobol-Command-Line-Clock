000240*     SCHEDULER STAMP EARLIER THAN THE WINDOW END IS TAKEN AS
000250*     THE SECOND DATE'S, SO A JOB THAT STARTS 23:50 AND ENDS
000260*     00:40 RECONCILES AS ONE JOB INSTEAD OF AN EXCEPTION.
000270*     EVERY CLOCKLOG FILE THE REPORT READS IS VERIFIED AGAINST
000280*     ITS CONTROL RECORD AS IT IS SWEPT, WITH THE SAME CHECKS
000290*     CLOCKVFY MAKES, AND THE REPORT OPENS WITH A VERIFICATION
000300*     LINE PER FILE, SO A DISPUTE REPORT CARRIES ITS OWN PROOF
000310*     THAT THE READINGS BEHIND IT ARE THE ONES THE CLOCK WROTE.
000320* TECTONICS: cobc
000330*****************************************************************
000340* MODIFICATION HISTORY
000350*     08/23/2026 AH  INITIAL VERSION.
000360*     09/02/2026 AH  ADDED THE BATCH-WINDOW MODE SPANNING
000370*         MIDNIGHT.  THE AUDIT FILE IS NOW OPENED THROUGH A
000380*         FILE-NAME VARIABLE SO THE DATED GENERATION FILES CAN
000390*         BE READ, AS CLOCKCVR AND CLOCKWKA OPEN THEM.
000400*     09/02/2026 AH  THE *TRAILER RECORD-COUNT LINE THE
000410*         SCHEDULING TEAM NOW CLOSES THE EXPORT WITH (SEE
000420*         CLKSCHD AND THE CLOCKSCE INTAKE EDIT) IS SKIPPED AS
000430*         DATA INSTEAD OF PRINTING AS A BAD EXPORT RECORD.
000440*     09/02/2026 AH  A WINDOW WHOSE START IS NOT LATER THAN ITS
000450*         END IS NOW REFUSED (THE CARD RUNS AS A PLAIN SINGLE-
000460*         DATE RUN) INSTEAD OF PUSHING EARLY STAMPS A DAY ALONG
000470*         THE SPAN.  MEMBER WAS RENUMBERED.
000480*     10/15/2026 AH  EACH CLOCKLOG FILE SWEPT IS NOW VERIFIED
000490*         AGAINST ITS CONTROL RECORD (SEQUENCE, COUNT, FIRST AND
000500*         LAST SEQUENCE AND TIME, HASH TOTAL -- SEE CLKLOGR) AND
000510*         THE RESULT PRINTED AHEAD OF THE DETAIL.  A SINGLE-DATE
000520*         RUN FOR A PAST DATE NOW READS THAT DATE'S GENERATION,
000530*         AS THE WINDOW RUN ALWAYS HAS, INSTEAD OF THE LIVE FILE.
000540*         MEMBER WAS RENUMBERED.
000550*****************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. CLOCKRCN.
000580 AUTHOR. AUSTIN HRIN.
000590 INSTALLATION. OPERATIONS.
000600 DATE-WRITTEN. 08/23/2026.
000610 DATE-COMPILED.
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING RCN-LOG-FILE-NAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RCN-LOG-FILE-STATUS.
000680     SELECT SCHED-EXPORT-FILE ASSIGN TO "CLOCKSCH"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RCN-SCH-FILE-STATUS.
000710     SELECT REPORT-FILE ASSIGN TO "RCNPRINT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS RCN-RPT-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  TIME-LOG-FILE.
000770     COPY CLKLOGR.
000780 FD  SCHED-EXPORT-FILE.
000790     COPY CLKSCHD.
000800 FD  REPORT-FILE.
000810 01  RCN-PRINT-LINE            PIC X(80).
000820 WORKING-STORAGE SECTION.
000830 77  RCN-LOG-FILE-STATUS       PIC X(02).
000840 77  RCN-SCH-FILE-STATUS       PIC X(02).
000850 77  RCN-RPT-FILE-STATUS       PIC X(02).
000860 77  RCN-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
000870     88  RCN-LOG-AT-END            VALUE 'Y'.
000880 77  RCN-SCH-EOF-SWITCH        PIC X(01) VALUE 'N'.
000890     88  RCN-SCH-AT-END            VALUE 'Y'.
000900 01  RCN-REQUEST-CARD.
000910     05  RCN-REQUEST-DATE      PIC X(08).
000920     05  RCN-REQUEST-DATE-NUM REDEFINES RCN-REQUEST-DATE
000930                               PIC 9(08).
000940     05  FILLER                PIC X(01).
000950     05  RCN-REQUEST-TOL       PIC X(03).
000960     05  RCN-REQUEST-TOL-NUM  REDEFINES RCN-REQUEST-TOL
000970                               PIC 9(03).
000980     05  FILLER                PIC X(01).
000990     05  RCN-REQ-WIN-START     PIC X(04).
001000     05  RCN-REQ-WIN-START-NUM REDEFINES RCN-REQ-WIN-START.
001010         10  RCN-RWS-HOURS     PIC 99.
001020         10  RCN-RWS-MINUTES   PIC 99.
001030     05  FILLER                PIC X(01).
001040     05  RCN-REQ-WIN-END       PIC X(04).
001050     05  RCN-REQ-WIN-END-NUM  REDEFINES RCN-REQ-WIN-END.
001060         10  RCN-RWE-HOURS     PIC 99.
001070         10  RCN-RWE-MINUTES   PIC 99.
001080 77  RCN-TODAY-DATE            PIC 9(08).
001090 77  RCN-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
001100     88  RCN-WINDOW-MODE           VALUE 'Y'.
001110 77  RCN-WIN-START-SECS        PIC 9(06) COMP.
001120 77  RCN-WIN-END-SECS          PIC 9(06) COMP.
001130 77  RCN-FILE-DATE             PIC 9(08).
001140 77  RCN-DAY-OFFSET-SECS       PIC 9(06) COMP VALUE ZERO.
001150 01  RCN-LOG-FILE-NAME         PIC X(20).
001160 01  RCN-GEN-FILE-NAME.
001170     05  FILLER                PIC X(10) VALUE 'CLOCKLOG.D'.
001180     05  RCN-GEN-NAME-DATE     PIC 9(08).
001190 01  RCN-DATE-2.
001200     05  RCN-D2-YEAR           PIC 9(04).
001210     05  RCN-D2-MONTH          PIC 99.
001220     05  RCN-D2-DAY            PIC 99.
001230 01  RCN-DATE-2-NUM REDEFINES RCN-DATE-2
001240                               PIC 9(08).
001250 77  RCN-LEAP-QUOT             PIC 9(04) COMP.
001260 77  RCN-LEAP-REM              PIC 9(04) COMP.
001270 77  RCN-MONTH-LIMIT           PIC 99.
001280 01  RCN-MONTH-DAY-TABLE.
001290     05  FILLER                PIC X(24) VALUE
001300         '312831303130313130313031'.
001310 01  FILLER REDEFINES RCN-MONTH-DAY-TABLE.
001320     05  RCN-MONTH-DAYS OCCURS 12 TIMES
001330                               PIC 99.
001340 77  RCN-TOLERANCE-SECS        PIC 9(05) COMP VALUE 60.
001350 77  RCN-JOB-COUNT             PIC 9(03) COMP VALUE ZERO.
001360 77  RCN-JOB-SUB               PIC 9(03) COMP.
001370 77  RCN-STAMP-SUB             PIC 9(01) COMP.
001380 77  RCN-EXCEPTION-COUNT       PIC 9(05) COMP VALUE ZERO.
001390 77  RCN-DROPPED-COUNT         PIC 9(05) COMP VALUE ZERO.
001400 77  RCN-LOG-TOTAL-SECS        PIC S9(06) COMP.
001410 77  RCN-DELTA-SECS            PIC S9(06) COMP.
001420 01  RCN-JOB-TABLE.
001430     05  RCN-JOB-ENTRY OCCURS 200 TIMES.
001440         10  RCN-JT-JOB-NAME       PIC X(08).
001450         10  RCN-JT-STAMP OCCURS 3 TIMES.
001460             15  RCN-JT-STAMP-SECS     PIC S9(06) COMP.
001470             15  RCN-JT-STAMP-TIME.
001480                 20  RCN-JT-ST-HOURS       PIC 99.
001490                 20  RCN-JT-ST-MINUTES     PIC 99.
001500                 20  RCN-JT-ST-SECONDS     PIC 99.
001510             15  RCN-JT-BEST-DELTA     PIC S9(06) COMP.
001520             15  RCN-JT-NEAREST-SW     PIC X(01).
001530                 88  RCN-JT-NEAREST-FOUND  VALUE 'Y'.
001540             15  RCN-JT-NEAREST-TIME.
001550                 20  RCN-JT-NR-HOURS       PIC 99.
001560                 20  RCN-JT-NR-MINUTES     PIC 99.
001570                 20  RCN-JT-NR-SECONDS     PIC 99.
001580 01  RCN-STAMP-NAME-TABLE.
001590     05  FILLER                PIC X(13) VALUE 'PLANNED START'.
001600     05  FILLER                PIC X(13) VALUE 'ACTUAL START '.
001610     05  FILLER                PIC X(13) VALUE 'ACTUAL END   '.
001620 01  FILLER REDEFINES RCN-STAMP-NAME-TABLE.
001630     05  RCN-STAMP-NAME OCCURS 3 TIMES
001640                               PIC X(13).
001650 01  RCN-HEADING-1.
001660     05  FILLER                PIC X(09) VALUE 'CLOCKRCN '.
001670     05  FILLER                PIC X(29)
001680             VALUE 'SCHEDULER RECONCILIATION FOR '.
001690     05  RCN-H1-YEAR           PIC 9(04).
001700     05  FILLER                PIC X(01) VALUE '/'.
001710     05  RCN-H1-MONTH          PIC 99.
001720     05  FILLER                PIC X(01) VALUE '/'.
001730     05  RCN-H1-DAY            PIC 99.
001740     05  FILLER                PIC X(32) VALUE SPACES.
001750 01  RCN-HEADING-2.
001760     05  FILLER                PIC X(11) VALUE 'TOLERANCE: '.
001770     05  RCN-H2-SECS           PIC ZZZZ9.
001780     05  FILLER                PIC X(08) VALUE ' SECONDS'.
001790     05  FILLER                PIC X(56) VALUE SPACES.
001800 01  RCN-HEADING-3.
001810     05  FILLER                PIC X(14)
001820             VALUE 'BATCH WINDOW: '.
001830     05  RCN-H3-START          PIC X(04).
001840     05  FILLER                PIC X(04) VALUE ' TO '.
001850     05  RCN-H3-END            PIC X(04).
001860     05  FILLER                PIC X(04) VALUE ' OF '.
001870     05  RCN-H3-YEAR           PIC 9(04).
001880     05  FILLER                PIC X(01) VALUE '/'.
001890     05  RCN-H3-MONTH          PIC 99.
001900     05  FILLER                PIC X(01) VALUE '/'.
001910     05  RCN-H3-DAY            PIC 99.
001920     05  FILLER                PIC X(42) VALUE SPACES.
001930 01  RCN-COLUMN-HEADING.
001940     05  FILLER                PIC X(51) VALUE
001950         ' JOB       STAMP          SCHED TIME  NEAREST LOG  '.
001960     05  FILLER                PIC X(05) VALUE 'DELTA'.
001970     05  FILLER                PIC X(24) VALUE SPACES.
001980 01  RCN-DETAIL-LINE.
001990     05  FILLER                PIC X(01) VALUE SPACE.
002000     05  RCN-DT-JOB-NAME       PIC X(08).
002010     05  FILLER                PIC X(02) VALUE SPACES.
002020     05  RCN-DT-STAMP-NAME     PIC X(13).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  RCN-DT-ST-HOURS       PIC 99.
002050     05  FILLER                PIC X(01) VALUE ':'.
002060     05  RCN-DT-ST-MINUTES     PIC 99.
002070     05  FILLER                PIC X(01) VALUE ':'.
002080     05  RCN-DT-ST-SECONDS     PIC 99.
002090     05  FILLER                PIC X(04) VALUE SPACES.
002100     05  RCN-DT-NEAREST        PIC X(08).
002110     05  FILLER                PIC X(02) VALUE SPACES.
002120     05  RCN-DT-DELTA          PIC X(06).
002130     05  FILLER                PIC X(28) VALUE SPACES.
002140 01  RCN-NEAREST-TIME-EDIT.
002150     05  RCN-NE-HOURS          PIC 99.
002160     05  FILLER                PIC X(01) VALUE ':'.
002170     05  RCN-NE-MINUTES        PIC 99.
002180     05  FILLER                PIC X(01) VALUE ':'.
002190     05  RCN-NE-SECONDS        PIC 99.
002200 77  RCN-DELTA-EDIT            PIC ZZZZZ9.
002210 01  RCN-EXCEPTION-LINE.
002220     05  FILLER                PIC X(16)
002230             VALUE ' *** EXCEPTION: '.
002240     05  RCN-EX-JOB-NAME       PIC X(08).
002250     05  FILLER                PIC X(01) VALUE SPACE.
002260     05  RCN-EX-STAMP-NAME     PIC X(13).
002270     05  FILLER                PIC X(07) VALUE ' DELTA '.
002280     05  RCN-EX-DELTA          PIC X(06).
002290     05  FILLER                PIC X(18)
002300             VALUE ' EXCEEDS TOLERANCE'.
002310     05  FILLER                PIC X(11) VALUE SPACES.
002320 01  RCN-DROPPED-LINE.
002330     05  FILLER                PIC X(29)
002340             VALUE ' * BAD EXPORT RECORD SKIPPED '.
002350     05  RCN-DR-RECORD         PIC X(29).
002360     05  FILLER                PIC X(22) VALUE SPACES.
002370 01  RCN-OVERFLOW-LINE.
002380     05  FILLER                PIC X(48) VALUE
002390         ' * EXPORT EXCEEDS 200 JOBS - REMAINDER NOT READ'.
002400     05  FILLER                PIC X(32) VALUE SPACES.
002410 01  RCN-TOTAL-LINE.
002420     05  FILLER                PIC X(11) VALUE ' JOBS READ:'.
002430     05  RCN-TL-JOBS           PIC ZZZZ9.
002440     05  FILLER                PIC X(14) VALUE '   EXCEPTIONS:'.
002450     05  RCN-TL-EXCEPTIONS     PIC ZZZZZ9.
002460     05  FILLER                PIC X(44) VALUE SPACES.
002470 77  RCN-BLANK-LINE            PIC X(80) VALUE SPACES.
002480*****************************************************************
002490* CLOCKLOG VERIFICATION.  THE SEGMENT TOTALS COVER THE READINGS
002500*     SINCE THE START OF THE FILE OR ITS LAST CONTROL RECORD,
002510*     KEPT THE WAY THE CLOCK KEPT THEM; THE RESULT TABLE HOLDS
002520*     ONE LINE PER FILE SWEPT.
002530*****************************************************************
002540 77  RCN-VFY-PRIOR-SEQ         PIC 9(09) COMP VALUE ZERO.
002550 77  RCN-VFY-PRIOR-SW          PIC X(01) VALUE 'N'.
002560     88  RCN-VFY-HAVE-PRIOR        VALUE 'Y'.
002570 77  RCN-VFY-EXPECT-SEQ        PIC 9(09) COMP.
002580 77  RCN-VFY-SEG-COUNT         PIC 9(07) COMP.
002590 77  RCN-VFY-SEG-FIRST-SEQ     PIC 9(09) COMP.
002600 77  RCN-VFY-SEG-LAST-SEQ      PIC 9(09) COMP.
002610 77  RCN-VFY-SEG-FIRST-TIME    PIC 9(08).
002620 77  RCN-VFY-SEG-LAST-TIME     PIC 9(08).
002630 77  RCN-VFY-SEG-HASH          PIC 9(18) COMP.
002640 77  RCN-VFY-TIME-VALUE        PIC 9(08).
002650 77  RCN-VFY-BREAKS            PIC 9(05) COMP.
002660 77  RCN-VFY-LAST-CTL-DATE     PIC 9(08).
002670 77  RCN-VFY-CONTROL-SW        PIC X(01).
002680     88  RCN-VFY-CONTROL-SEEN      VALUE 'Y'.
002690 77  RCN-VFY-OPEN-SEG-SW       PIC X(01).
002700     88  RCN-VFY-OPEN-SEGMENT      VALUE 'Y'.
002710 77  RCN-VFY-FILE-COUNT        PIC 9(01) COMP VALUE ZERO.
002720 77  RCN-VFY-SUB               PIC 9(01) COMP.
002730 01  RCN-VFY-TABLE.
002740     05  RCN-VFY-ENTRY OCCURS 2 TIMES.
002750         10  RCN-VT-FILE-NAME      PIC X(20).
002760         10  RCN-VT-RESULT         PIC X(40).
002770 01  RCN-VFY-FAIL-TEXT.
002780     05  FILLER                PIC X(09) VALUE 'FAILED - '.
002790     05  RCN-VF-BREAKS         PIC ZZZZ9.
002800     05  FILLER                PIC X(26)
002810             VALUE ' BREAK(S) - RUN CLOCKVFY'.
002820 01  RCN-VFY-LINE.
002830     05  FILLER                PIC X(19)
002840             VALUE ' LOG VERIFICATION: '.
002850     05  RCN-VL-FILE-NAME      PIC X(20).
002860     05  FILLER                PIC X(01) VALUE SPACE.
002870     05  RCN-VL-RESULT         PIC X(40).
002880 PROCEDURE DIVISION.
002890*****************************************************************
002900* 0000-MAINLINE
002910*     TOP-LEVEL CONTROL FLOW.  LOAD THE SCHEDULER EXPORT, SWEEP
002920*     CLOCKLOG ONCE REFINING EACH STAMP'S NEAREST READING, PRINT
002930*     THE DELTAS AND EXCEPTIONS, AND TERMINATE.
002940*****************************************************************
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     PERFORM 2000-LOAD-EXPORT THRU 2000-EXIT
002980     PERFORM 3000-SWEEP-LOG THRU 3000-EXIT
002990     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT
003010     STOP RUN.
003020*****************************************************************
003030* 1000-INITIALIZE
003040*     ACCEPTS THE DATE AND TOLERANCE FROM THE SYSIN CARD
003050*     (DEFAULTING TO TODAY AND 60 SECONDS), OPENS THE FILES, AND
003060*     PRINTS THE REPORT HEADINGS.
003070*****************************************************************
003080 1000-INITIALIZE.
003090     MOVE SPACES TO RCN-REQUEST-CARD
003100     ACCEPT RCN-REQUEST-CARD
003110     ACCEPT RCN-TODAY-DATE FROM DATE YYYYMMDD
003120     IF RCN-REQUEST-DATE-NUM IS NOT NUMERIC
003130         MOVE RCN-TODAY-DATE TO RCN-REQUEST-DATE-NUM
003140     END-IF
003150     IF RCN-REQUEST-TOL-NUM IS NUMERIC
003160         MOVE RCN-REQUEST-TOL-NUM TO RCN-TOLERANCE-SECS
003170     END-IF
003180     PERFORM 1200-PARSE-WINDOW THRU 1200-EXIT
003190     OPEN INPUT SCHED-EXPORT-FILE
003200     OPEN OUTPUT REPORT-FILE
003210     MOVE RCN-REQUEST-DATE-NUM(1:4) TO RCN-H1-YEAR
003220     MOVE RCN-REQUEST-DATE-NUM(5:2) TO RCN-H1-MONTH
003230     MOVE RCN-REQUEST-DATE-NUM(7:2) TO RCN-H1-DAY
003240     WRITE RCN-PRINT-LINE FROM RCN-HEADING-1
003250     MOVE RCN-TOLERANCE-SECS TO RCN-H2-SECS
003260     WRITE RCN-PRINT-LINE FROM RCN-HEADING-2
003270     IF RCN-WINDOW-MODE
003280         MOVE RCN-REQ-WIN-START TO RCN-H3-START
003290         MOVE RCN-REQ-WIN-END TO RCN-H3-END
003300         MOVE RCN-D2-YEAR TO RCN-H3-YEAR
003310         MOVE RCN-D2-MONTH TO RCN-H3-MONTH
003320         MOVE RCN-D2-DAY TO RCN-H3-DAY
003330         WRITE RCN-PRINT-LINE FROM RCN-HEADING-3
003340     END-IF
003350     WRITE RCN-PRINT-LINE FROM RCN-BLANK-LINE.
003360 1000-EXIT.
003370     EXIT.
003380*****************************************************************
003390* 1200-PARSE-WINDOW
003400*     READS THE OPTIONAL BATCH WINDOW OFF THE CARD, EXACTLY AS
003410*     CLOCKCVR'S 1200-PARSE-WINDOW DOES.  BOTH TIMES MUST BE
003420*     LEGAL HHMM, AND THE START MUST BE LATER THAN THE END --
003430*     THE WINDOW EXISTS TO SPAN MIDNIGHT, AND A SAME-DAY PAIR
003440*     WOULD PUSH EARLY STAMPS A DAY ALONG THE SPAN AND DRAG THE
003450*     NEXT DATE'S GENERATION IN -- OR THE CARD RUNS AS A PLAIN
003460*     SINGLE-DATE RUN.
003470*****************************************************************
003480 1200-PARSE-WINDOW.
003490     IF RCN-REQ-WIN-START-NUM IS NOT NUMERIC
003500             OR RCN-REQ-WIN-END-NUM IS NOT NUMERIC
003510             OR RCN-RWS-HOURS > 23 OR RCN-RWS-MINUTES > 59
003520             OR RCN-RWE-HOURS > 23 OR RCN-RWE-MINUTES > 59
003530         GO TO 1200-EXIT
003540     END-IF
003550     COMPUTE RCN-WIN-START-SECS =
003560         (RCN-RWS-HOURS * 3600) + (RCN-RWS-MINUTES * 60)
003570     COMPUTE RCN-WIN-END-SECS =
003580         (RCN-RWE-HOURS * 3600) + (RCN-RWE-MINUTES * 60)
003590     IF RCN-WIN-START-SECS NOT > RCN-WIN-END-SECS
003600         GO TO 1200-EXIT
003610     END-IF
003620     MOVE 'Y' TO RCN-WINDOW-SWITCH
003630     MOVE RCN-REQUEST-DATE-NUM TO RCN-DATE-2-NUM
003640     PERFORM 1250-FWD-ONE-DAY THRU 1250-EXIT.
003650 1200-EXIT.
003660     EXIT.
003670*****************************************************************
003680* 1250-FWD-ONE-DAY
003690*     STEPS THE SECOND WINDOW DATE FORWARD ONE CALENDAR DAY,
003700*     CROSSING MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS
003710*     29TH IN A LEAP YEAR.
003720*****************************************************************
003730 1250-FWD-ONE-DAY.
003740     MOVE RCN-MONTH-DAYS(RCN-D2-MONTH) TO RCN-MONTH-LIMIT
003750     IF RCN-D2-MONTH = 2
003760         DIVIDE RCN-D2-YEAR BY 4 GIVING RCN-LEAP-QUOT
003770             REMAINDER RCN-LEAP-REM
003780         IF RCN-LEAP-REM = ZERO
003790             MOVE 29 TO RCN-MONTH-LIMIT
003800             DIVIDE RCN-D2-YEAR BY 100 GIVING RCN-LEAP-QUOT
003810                 REMAINDER RCN-LEAP-REM
003820             IF RCN-LEAP-REM = ZERO
003830                 MOVE 28 TO RCN-MONTH-LIMIT
003840                 DIVIDE RCN-D2-YEAR BY 400 GIVING RCN-LEAP-QUOT
003850                     REMAINDER RCN-LEAP-REM
003860                 IF RCN-LEAP-REM = ZERO
003870                     MOVE 29 TO RCN-MONTH-LIMIT
003880                 END-IF
003890             END-IF
003900         END-IF
003910     END-IF
003920     IF RCN-D2-DAY < RCN-MONTH-LIMIT
003930         ADD 1 TO RCN-D2-DAY
003940         GO TO 1250-EXIT
003950     END-IF
003960     MOVE 1 TO RCN-D2-DAY
003970     IF RCN-D2-MONTH = 12
003980         MOVE 1 TO RCN-D2-MONTH
003990         ADD 1 TO RCN-D2-YEAR
004000     ELSE
004010         ADD 1 TO RCN-D2-MONTH
004020     END-IF.
004030 1250-EXIT.
004040     EXIT.
004050*****************************************************************
004060* 2000-LOAD-EXPORT
004070*     DRIVES THE LOAD OF THE SCHEDULER EXPORT INTO THE JOB
004080*     TABLE.  A MISSING EXPORT FILE LEAVES THE TABLE EMPTY AND
004090*     THE REPORT SAYS SO RATHER THAN ABENDING.
004100*****************************************************************
004110 2000-LOAD-EXPORT.
004120     IF RCN-SCH-FILE-STATUS NOT = '00'
004130         SET RCN-SCH-AT-END TO TRUE
004140         GO TO 2000-EXIT
004150     END-IF
004160     PERFORM 2100-LOAD-ONE-JOB THRU 2100-EXIT
004170         UNTIL RCN-SCH-AT-END OR RCN-JOB-COUNT = 200
004180     IF RCN-JOB-COUNT = 200 AND NOT RCN-SCH-AT-END
004190         WRITE RCN-PRINT-LINE FROM RCN-OVERFLOW-LINE
004200     END-IF.
004210 2000-EXIT.
004220     EXIT.
004230*****************************************************************
004240* 2100-LOAD-ONE-JOB
004250*     READS ONE EXPORT LINE INTO THE NEXT JOB TABLE SLOT.  A
004260*     LINE WHOSE STAMPS ARE NOT ALL NUMERIC, LEGAL TIMES OF DAY
004270*     IS PRINTED AS SKIPPED RATHER THAN SILENTLY DROPPED, SO A
004280*     MALFORMED EXPORT SHOWS UP ON THE SAME PAGE THE SCHEDULING
004290*     TEAM IS HANDED.
004300*****************************************************************
004310 2100-LOAD-ONE-JOB.
004320     READ SCHED-EXPORT-FILE
004330         AT END
004340             SET RCN-SCH-AT-END TO TRUE
004350     END-READ
004360     IF RCN-SCH-AT-END
004370         GO TO 2100-EXIT
004380     END-IF
004390     IF CLK-SCHED-JOB-NAME = SPACES
004400         GO TO 2100-EXIT
004410     END-IF
004420     IF CLK-SCHED-JOB-NAME = '*TRAILER'
004430         GO TO 2100-EXIT
004440     END-IF
004450     IF CLK-SCHED-PLAN-START IS NOT NUMERIC
004460             OR CLK-SCHED-ACT-START IS NOT NUMERIC
004470             OR CLK-SCHED-ACT-END IS NOT NUMERIC
004480             OR CLK-SCHED-PS-HOURS > 23
004490             OR CLK-SCHED-PS-MINUTES > 59
004500             OR CLK-SCHED-PS-SECONDS > 59
004510             OR CLK-SCHED-AS-HOURS > 23
004520             OR CLK-SCHED-AS-MINUTES > 59
004530             OR CLK-SCHED-AS-SECONDS > 59
004540             OR CLK-SCHED-AE-HOURS > 23
004550             OR CLK-SCHED-AE-MINUTES > 59
004560             OR CLK-SCHED-AE-SECONDS > 59
004570         ADD 1 TO RCN-DROPPED-COUNT
004580         MOVE CLK-SCHED-RECORD TO RCN-DR-RECORD
004590         WRITE RCN-PRINT-LINE FROM RCN-DROPPED-LINE
004600         GO TO 2100-EXIT
004610     END-IF
004620     ADD 1 TO RCN-JOB-COUNT
004630     MOVE RCN-JOB-COUNT TO RCN-JOB-SUB
004640     MOVE CLK-SCHED-JOB-NAME
004650         TO RCN-JT-JOB-NAME(RCN-JOB-SUB)
004660     MOVE CLK-SCHED-PLAN-START
004670         TO RCN-JT-STAMP-TIME(RCN-JOB-SUB 1)
004680     MOVE CLK-SCHED-ACT-START
004690         TO RCN-JT-STAMP-TIME(RCN-JOB-SUB 2)
004700     MOVE CLK-SCHED-ACT-END
004710         TO RCN-JT-STAMP-TIME(RCN-JOB-SUB 3)
004720     PERFORM 2200-PREP-ONE-STAMP THRU 2200-EXIT
004730         VARYING RCN-STAMP-SUB FROM 1 BY 1
004740         UNTIL RCN-STAMP-SUB > 3.
004750 2100-EXIT.
004760     EXIT.
004770*****************************************************************
004780* 2200-PREP-ONE-STAMP
004790*     CONVERTS ONE LOADED STAMP TO SECONDS-SINCE-MIDNIGHT AND
004800*     CLEARS ITS NEAREST-READING TRACKING FIELDS.  IN WINDOW
004810*     MODE A STAMP EARLIER THAN BOTH THE WINDOW START AND THE
004820*     WINDOW END BELONGS TO THE SECOND DATE AND IS PUSHED A FULL
004830*     DAY ALONG THE SPAN, SO A JOB ENDING AFTER MIDNIGHT LANDS
004840*     NEXT TO THE READINGS THAT REALLY SURROUND IT.
004850*****************************************************************
004860 2200-PREP-ONE-STAMP.
004870     COMPUTE RCN-JT-STAMP-SECS(RCN-JOB-SUB RCN-STAMP-SUB) =
004880         (RCN-JT-ST-HOURS(RCN-JOB-SUB RCN-STAMP-SUB) * 3600)
004890         + (RCN-JT-ST-MINUTES(RCN-JOB-SUB RCN-STAMP-SUB) * 60)
004900         + RCN-JT-ST-SECONDS(RCN-JOB-SUB RCN-STAMP-SUB)
004910     IF RCN-WINDOW-MODE
004920             AND RCN-JT-STAMP-SECS(RCN-JOB-SUB RCN-STAMP-SUB)
004930                 < RCN-WIN-START-SECS
004940             AND RCN-JT-STAMP-SECS(RCN-JOB-SUB RCN-STAMP-SUB)
004950                 <= RCN-WIN-END-SECS
004960         ADD 86400
004970             TO RCN-JT-STAMP-SECS(RCN-JOB-SUB RCN-STAMP-SUB)
004980     END-IF
004990     MOVE 999999 TO RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
005000     MOVE 'N' TO RCN-JT-NEAREST-SW(RCN-JOB-SUB RCN-STAMP-SUB).
005010 2200-EXIT.
005020     EXIT.
005030*****************************************************************
005040* 3000-SWEEP-LOG
005050*     DRIVES THE PASS OVER THE AUDIT READINGS -- THE LIVE
005060*     CLOCKLOG FOR A SINGLE-DATE RUN, OR THE TWO DATED FILES OF
005070*     THE BATCH WINDOW IN ORDER.  EACH READING IN RANGE IS
005080*     OFFERED TO EVERY STAMP OF EVERY LOADED JOB, KEEPING
005090*     WHICHEVER READING SITS CLOSEST ALONG THE SPAN.
005100*****************************************************************
005110 3000-SWEEP-LOG.
005120     IF RCN-JOB-COUNT = ZERO
005130         GO TO 3000-EXIT
005140     END-IF
005150     IF NOT RCN-WINDOW-MODE
005160         MOVE RCN-REQUEST-DATE-NUM TO RCN-FILE-DATE
005170         MOVE ZERO TO RCN-DAY-OFFSET-SECS
005180         PERFORM 3040-SET-LOG-FILE-NAME THRU 3040-EXIT
005190         PERFORM 3050-SWEEP-ONE-FILE THRU 3050-EXIT
005200         GO TO 3000-EXIT
005210     END-IF
005220     MOVE RCN-REQUEST-DATE-NUM TO RCN-FILE-DATE
005230     MOVE ZERO TO RCN-DAY-OFFSET-SECS
005240     PERFORM 3040-SET-LOG-FILE-NAME THRU 3040-EXIT
005250     PERFORM 3050-SWEEP-ONE-FILE THRU 3050-EXIT
005260     MOVE RCN-DATE-2-NUM TO RCN-FILE-DATE
005270     MOVE 86400 TO RCN-DAY-OFFSET-SECS
005280     PERFORM 3040-SET-LOG-FILE-NAME THRU 3040-EXIT
005290     PERFORM 3050-SWEEP-ONE-FILE THRU 3050-EXIT.
005300 3000-EXIT.
005310     EXIT.
005320*****************************************************************
005330* 3040-SET-LOG-FILE-NAME
005340*     POINTS THE AUDIT FILE AT THE CURRENT WINDOW DAY'S DATED
005350*     GENERATION, FALLING BACK TO THE LIVE CLOCKLOG FOR A DAY
005360*     NOT YET ROLLED (TODAY, TYPICALLY).
005370*****************************************************************
005380 3040-SET-LOG-FILE-NAME.
005390     IF RCN-FILE-DATE = RCN-TODAY-DATE
005400         MOVE 'CLOCKLOG' TO RCN-LOG-FILE-NAME
005410     ELSE
005420         MOVE RCN-FILE-DATE TO RCN-GEN-NAME-DATE
005430         MOVE RCN-GEN-FILE-NAME TO RCN-LOG-FILE-NAME
005440     END-IF.
005450 3040-EXIT.
005460     EXIT.
005470*****************************************************************
005480* 3050-SWEEP-ONE-FILE
005490*     OPENS THE STAGED AUDIT FILE AND SWEEPS IT TO END OF FILE,
005500*     VERIFYING IT AS IT GOES.  AN ABSENT FILE CONTRIBUTES NO
005510*     READINGS; ITS STATUS-05 HANDLE IS CLOSED SO THE NEXT OPEN
005520*     IS CLEAN.
005530*****************************************************************
005540 3050-SWEEP-ONE-FILE.
005550     ADD 1 TO RCN-VFY-FILE-COUNT
005560     MOVE RCN-LOG-FILE-NAME
005570         TO RCN-VT-FILE-NAME(RCN-VFY-FILE-COUNT)
005580     MOVE 'N' TO RCN-LOG-EOF-SWITCH
005590     OPEN INPUT TIME-LOG-FILE
005600     IF RCN-LOG-FILE-STATUS NOT = '00'
005610         IF RCN-LOG-FILE-STATUS = '05'
005620             CLOSE TIME-LOG-FILE
005630         END-IF
005640         MOVE 'NOT FOUND' TO RCN-VT-RESULT(RCN-VFY-FILE-COUNT)
005650         GO TO 3050-EXIT
005660     END-IF
005670     MOVE ZERO TO RCN-VFY-BREAKS
005680     MOVE ZERO TO RCN-VFY-LAST-CTL-DATE
005690     MOVE 'N' TO RCN-VFY-CONTROL-SW
005700     MOVE 'N' TO RCN-VFY-OPEN-SEG-SW
005710     PERFORM 3080-RESET-SEGMENT THRU 3080-EXIT
005720     PERFORM 3100-SWEEP-ONE-READING THRU 3100-EXIT
005730         UNTIL RCN-LOG-AT-END
005740     CLOSE TIME-LOG-FILE
005750     PERFORM 3090-CLOSE-OUT-VERIFY THRU 3090-EXIT.
005760 3050-EXIT.
005770     EXIT.
005780 3080-RESET-SEGMENT.
005790     MOVE ZERO TO RCN-VFY-SEG-COUNT
005800     MOVE ZERO TO RCN-VFY-SEG-FIRST-SEQ
005810     MOVE ZERO TO RCN-VFY-SEG-LAST-SEQ
005820     MOVE ZERO TO RCN-VFY-SEG-FIRST-TIME
005830     MOVE ZERO TO RCN-VFY-SEG-LAST-TIME
005840     MOVE ZERO TO RCN-VFY-SEG-HASH.
005850 3080-EXIT.
005860     EXIT.
005870*****************************************************************
005880* 3090-CLOSE-OUT-VERIFY
005890*     SETS THE FILE'S VERIFICATION RESULT.  THE LIVE CLOCKLOG HAS
005900*     NOT BEEN CLOSED OUT YET AND SO CANNOT BE VERIFIED; A
005910*     GENERATION MUST END ON A CONTROL RECORD DATED FOR ITS DAY.
005920*****************************************************************
005930 3090-CLOSE-OUT-VERIFY.
005940     IF RCN-LOG-FILE-NAME = 'CLOCKLOG'
005950         MOVE 'NOT VERIFIED - LIVE FILE NOT CLOSED OUT'
005960             TO RCN-VT-RESULT(RCN-VFY-FILE-COUNT)
005970         GO TO 3090-EXIT
005980     END-IF
005990     IF NOT RCN-VFY-CONTROL-SEEN OR RCN-VFY-OPEN-SEGMENT
006000             OR RCN-VFY-LAST-CTL-DATE NOT = RCN-FILE-DATE
006010         ADD 1 TO RCN-VFY-BREAKS
006020     END-IF
006030     IF RCN-VFY-BREAKS = ZERO
006040         MOVE 'PASSED - READINGS AGREE WITH CONTROLS'
006050             TO RCN-VT-RESULT(RCN-VFY-FILE-COUNT)
006060     ELSE
006070         MOVE RCN-VFY-BREAKS TO RCN-VF-BREAKS
006080         MOVE RCN-VFY-FAIL-TEXT
006090             TO RCN-VT-RESULT(RCN-VFY-FILE-COUNT)
006100     END-IF.
006110 3090-EXIT.
006120     EXIT.
006130*****************************************************************
006140* 3100-SWEEP-ONE-READING
006150*     READS ONE AUDIT RECORD, PASSING OVER OTHER DATES AND
006160*     RECORDS THAT ARE NOT A LEGAL TIME OF DAY, AND REFINES THE
006170*     NEAREST-READING TRACKING OF EVERY LOADED STAMP.
006180*****************************************************************
006190 3100-SWEEP-ONE-READING.
006200     READ TIME-LOG-FILE
006210         AT END
006220             SET RCN-LOG-AT-END TO TRUE
006230     END-READ
006240     IF RCN-LOG-AT-END
006250         GO TO 3100-EXIT
006260     END-IF
006270     PERFORM 3150-VERIFY-ONE-RECORD THRU 3150-EXIT
006280     IF CLK-LOG-DATE IS NOT NUMERIC
006290             OR CLK-LOG-HOURS IS NOT NUMERIC
006300             OR CLK-LOG-MINUTES IS NOT NUMERIC
006310             OR CLK-LOG-SECONDS IS NOT NUMERIC
006320         GO TO 3100-EXIT
006330     END-IF
006340     IF CLK-LOG-HOURS > 23
006350             OR CLK-LOG-MINUTES > 59
006360             OR CLK-LOG-SECONDS > 59
006370         GO TO 3100-EXIT
006380     END-IF
006390     IF CLK-LOG-DATE NOT = RCN-FILE-DATE
006400         GO TO 3100-EXIT
006410     END-IF
006420     COMPUTE RCN-LOG-TOTAL-SECS =
006430         (CLK-LOG-HOURS * 3600) + (CLK-LOG-MINUTES * 60)
006440             + CLK-LOG-SECONDS
006450     IF RCN-WINDOW-MODE
006460         IF RCN-DAY-OFFSET-SECS = ZERO
006470             IF RCN-LOG-TOTAL-SECS < RCN-WIN-START-SECS
006480                 GO TO 3100-EXIT
006490             END-IF
006500         ELSE
006510             IF RCN-LOG-TOTAL-SECS > RCN-WIN-END-SECS
006520                 GO TO 3100-EXIT
006530             END-IF
006540             COMPUTE RCN-LOG-TOTAL-SECS =
006550                 RCN-LOG-TOTAL-SECS + RCN-DAY-OFFSET-SECS
006560         END-IF
006570     END-IF
006580     PERFORM 3200-REFINE-ONE-JOB THRU 3200-EXIT
006590         VARYING RCN-JOB-SUB FROM 1 BY 1
006600         UNTIL RCN-JOB-SUB > RCN-JOB-COUNT.
006610 3100-EXIT.
006620     EXIT.
006630*****************************************************************
006640* 3150-VERIFY-ONE-RECORD
006650*     CHECKS ONE RECORD AS CLOCKVFY DOES, COUNTING BREAKS RATHER
006660*     THAN LISTING THEM: A CONTROL RECORD MUST AGREE WITH THE
006670*     READINGS BEFORE IT, AND A READING MUST CARRY A SEQUENCE ONE
006680*     PAST THE READING BEFORE IT.
006690*****************************************************************
006700 3150-VERIFY-ONE-RECORD.
006710     IF CLK-LOGC-IS-CONTROL
006720         MOVE 'Y' TO RCN-VFY-CONTROL-SW
006730         MOVE 'N' TO RCN-VFY-OPEN-SEG-SW
006740         IF CLK-LOGC-GEN-DATE IS NOT NUMERIC
006750                 OR CLK-LOGC-COUNT IS NOT NUMERIC
006760                 OR CLK-LOGC-FIRST-SEQ IS NOT NUMERIC
006770                 OR CLK-LOGC-LAST-SEQ IS NOT NUMERIC
006780                 OR CLK-LOGC-FIRST-TIME IS NOT NUMERIC
006790                 OR CLK-LOGC-LAST-TIME IS NOT NUMERIC
006800                 OR CLK-LOGC-HASH IS NOT NUMERIC
006810             ADD 1 TO RCN-VFY-BREAKS
006820         ELSE
006830             MOVE CLK-LOGC-GEN-DATE TO RCN-VFY-LAST-CTL-DATE
006840             IF CLK-LOGC-COUNT NOT = RCN-VFY-SEG-COUNT
006850                     OR CLK-LOGC-FIRST-SEQ
006860                         NOT = RCN-VFY-SEG-FIRST-SEQ
006870                     OR CLK-LOGC-LAST-SEQ
006880                         NOT = RCN-VFY-SEG-LAST-SEQ
006890                     OR CLK-LOGC-FIRST-TIME
006900                         NOT = RCN-VFY-SEG-FIRST-TIME
006910                     OR CLK-LOGC-LAST-TIME
006920                         NOT = RCN-VFY-SEG-LAST-TIME
006930                     OR CLK-LOGC-HASH NOT = RCN-VFY-SEG-HASH
006940                 ADD 1 TO RCN-VFY-BREAKS
006950             END-IF
006960         END-IF
006970         PERFORM 3080-RESET-SEGMENT THRU 3080-EXIT
006980         GO TO 3150-EXIT
006990     END-IF
007000     MOVE 'Y' TO RCN-VFY-OPEN-SEG-SW
007010     IF CLK-LOG-SEQUENCE IS NOT NUMERIC
007020             OR CLK-LOG-DATE IS NOT NUMERIC
007030             OR CLK-LOG-HOURS IS NOT NUMERIC
007040             OR CLK-LOG-MINUTES IS NOT NUMERIC
007050             OR CLK-LOG-SECONDS IS NOT NUMERIC
007060             OR CLK-LOG-HUNDREDTHS IS NOT NUMERIC
007070         ADD 1 TO RCN-VFY-BREAKS
007080         GO TO 3150-EXIT
007090     END-IF
007100     IF RCN-VFY-HAVE-PRIOR
007110         COMPUTE RCN-VFY-EXPECT-SEQ = RCN-VFY-PRIOR-SEQ + 1
007120         IF CLK-LOG-SEQUENCE NOT = RCN-VFY-EXPECT-SEQ
007130             ADD 1 TO RCN-VFY-BREAKS
007140         END-IF
007150     END-IF
007160     MOVE 'Y' TO RCN-VFY-PRIOR-SW
007170     MOVE CLK-LOG-SEQUENCE TO RCN-VFY-PRIOR-SEQ
007180     COMPUTE RCN-VFY-TIME-VALUE =
007190         (CLK-LOG-HOURS * 1000000) + (CLK-LOG-MINUTES * 10000)
007200             + (CLK-LOG-SECONDS * 100) + CLK-LOG-HUNDREDTHS
007210     IF RCN-VFY-SEG-COUNT = ZERO
007220         MOVE CLK-LOG-SEQUENCE TO RCN-VFY-SEG-FIRST-SEQ
007230         MOVE RCN-VFY-TIME-VALUE TO RCN-VFY-SEG-FIRST-TIME
007240     END-IF
007250     ADD 1 TO RCN-VFY-SEG-COUNT
007260     MOVE CLK-LOG-SEQUENCE TO RCN-VFY-SEG-LAST-SEQ
007270     MOVE RCN-VFY-TIME-VALUE TO RCN-VFY-SEG-LAST-TIME
007280     COMPUTE RCN-VFY-SEG-HASH = RCN-VFY-SEG-HASH
007290         + CLK-LOG-SEQUENCE
007300         + CLK-LOG-DATE + RCN-VFY-TIME-VALUE.
007310 3150-EXIT.
007320     EXIT.
007330*****************************************************************
007340* 3200-REFINE-ONE-JOB
007350*     OFFERS THE CURRENT READING TO EACH OF ONE JOB'S THREE
007360*     STAMPS.
007370*****************************************************************
007380 3200-REFINE-ONE-JOB.
007390     PERFORM 3300-REFINE-ONE-STAMP THRU 3300-EXIT
007400         VARYING RCN-STAMP-SUB FROM 1 BY 1
007410         UNTIL RCN-STAMP-SUB > 3.
007420 3200-EXIT.
007430     EXIT.
007440*****************************************************************
007450* 3300-REFINE-ONE-STAMP
007460*     KEEPS THE CURRENT READING AS ONE STAMP'S NEAREST IF IT
007470*     SITS CLOSER THAN THE BEST SEEN SO FAR.
007480*****************************************************************
007490 3300-REFINE-ONE-STAMP.
007500     COMPUTE RCN-DELTA-SECS =
007510         RCN-LOG-TOTAL-SECS
007520             - RCN-JT-STAMP-SECS(RCN-JOB-SUB RCN-STAMP-SUB)
007530     IF RCN-DELTA-SECS < 0
007540         COMPUTE RCN-DELTA-SECS = RCN-DELTA-SECS * -1
007550     END-IF
007560     IF RCN-DELTA-SECS
007570             < RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
007580         MOVE RCN-DELTA-SECS
007590             TO RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
007600         MOVE 'Y'
007610             TO RCN-JT-NEAREST-SW(RCN-JOB-SUB RCN-STAMP-SUB)
007620         MOVE CLK-LOG-HOURS
007630             TO RCN-JT-NR-HOURS(RCN-JOB-SUB RCN-STAMP-SUB)
007640         MOVE CLK-LOG-MINUTES
007650             TO RCN-JT-NR-MINUTES(RCN-JOB-SUB RCN-STAMP-SUB)
007660         MOVE CLK-LOG-SECONDS
007670             TO RCN-JT-NR-SECONDS(RCN-JOB-SUB RCN-STAMP-SUB)
007680     END-IF.
007690 3300-EXIT.
007700     EXIT.
007710*****************************************************************
007720* 4000-PRINT-REPORT
007730*     PRINTS THE VERIFICATION RESULT OF EACH CLOCKLOG FILE SWEPT,
007740*     THEN THE PER-STAMP DELTAS FOR EVERY JOB, AN EXCEPTION
007750*     LINE FOR EVERY STAMP PAST THE TOLERANCE (A STAMP WITH NO
007760*     READING AT ALL FOR THE DATE IS ALWAYS AN EXCEPTION), AND
007770*     THE TOTALS.
007780*****************************************************************
007790 4000-PRINT-REPORT.
007800     IF RCN-VFY-FILE-COUNT > ZERO
007810         PERFORM 4050-PRINT-ONE-VERIFY THRU 4050-EXIT
007820             VARYING RCN-VFY-SUB FROM 1 BY 1
007830             UNTIL RCN-VFY-SUB > RCN-VFY-FILE-COUNT
007840         WRITE RCN-PRINT-LINE FROM RCN-BLANK-LINE
007850     END-IF
007860     WRITE RCN-PRINT-LINE FROM RCN-COLUMN-HEADING
007870     PERFORM 4100-PRINT-ONE-JOB THRU 4100-EXIT
007880         VARYING RCN-JOB-SUB FROM 1 BY 1
007890         UNTIL RCN-JOB-SUB > RCN-JOB-COUNT
007900     WRITE RCN-PRINT-LINE FROM RCN-BLANK-LINE
007910     MOVE RCN-JOB-COUNT TO RCN-TL-JOBS
007920     MOVE RCN-EXCEPTION-COUNT TO RCN-TL-EXCEPTIONS
007930     WRITE RCN-PRINT-LINE FROM RCN-TOTAL-LINE.
007940 4000-EXIT.
007950     EXIT.
007960 4050-PRINT-ONE-VERIFY.
007970     MOVE RCN-VT-FILE-NAME(RCN-VFY-SUB) TO RCN-VL-FILE-NAME
007980     MOVE RCN-VT-RESULT(RCN-VFY-SUB) TO RCN-VL-RESULT
007990     WRITE RCN-PRINT-LINE FROM RCN-VFY-LINE.
008000 4050-EXIT.
008010     EXIT.
008020*****************************************************************
008030* 4100-PRINT-ONE-JOB
008040*     PRINTS ONE JOB'S THREE STAMP LINES AND ANY EXCEPTION
008050*     LINES THEY EARN.
008060*****************************************************************
008070 4100-PRINT-ONE-JOB.
008080     PERFORM 4200-PRINT-ONE-STAMP THRU 4200-EXIT
008090         VARYING RCN-STAMP-SUB FROM 1 BY 1
008100         UNTIL RCN-STAMP-SUB > 3.
008110 4100-EXIT.
008120     EXIT.
008130*****************************************************************
008140* 4200-PRINT-ONE-STAMP
008150*     PRINTS ONE STAMP'S DETAIL LINE AND, WHEN ITS DELTA IS
008160*     PAST THE TOLERANCE OR NO READING EXISTS FOR THE DATE AT
008170*     ALL, THE EXCEPTION LINE BEHIND IT.
008180*****************************************************************
008190 4200-PRINT-ONE-STAMP.
008200     MOVE RCN-JT-JOB-NAME(RCN-JOB-SUB) TO RCN-DT-JOB-NAME
008210     MOVE RCN-STAMP-NAME(RCN-STAMP-SUB) TO RCN-DT-STAMP-NAME
008220     MOVE RCN-JT-ST-HOURS(RCN-JOB-SUB RCN-STAMP-SUB)
008230         TO RCN-DT-ST-HOURS
008240     MOVE RCN-JT-ST-MINUTES(RCN-JOB-SUB RCN-STAMP-SUB)
008250         TO RCN-DT-ST-MINUTES
008260     MOVE RCN-JT-ST-SECONDS(RCN-JOB-SUB RCN-STAMP-SUB)
008270         TO RCN-DT-ST-SECONDS
008280     IF RCN-JT-NEAREST-FOUND(RCN-JOB-SUB RCN-STAMP-SUB)
008290         MOVE RCN-JT-NR-HOURS(RCN-JOB-SUB RCN-STAMP-SUB)
008300             TO RCN-NE-HOURS
008310         MOVE RCN-JT-NR-MINUTES(RCN-JOB-SUB RCN-STAMP-SUB)
008320             TO RCN-NE-MINUTES
008330         MOVE RCN-JT-NR-SECONDS(RCN-JOB-SUB RCN-STAMP-SUB)
008340             TO RCN-NE-SECONDS
008350         MOVE RCN-NEAREST-TIME-EDIT TO RCN-DT-NEAREST
008360         MOVE RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
008370             TO RCN-DELTA-EDIT
008380         MOVE RCN-DELTA-EDIT TO RCN-DT-DELTA
008390     ELSE
008400         MOVE 'NONE    ' TO RCN-DT-NEAREST
008410         MOVE '  NONE' TO RCN-DT-DELTA
008420     END-IF
008430     WRITE RCN-PRINT-LINE FROM RCN-DETAIL-LINE
008440     IF NOT RCN-JT-NEAREST-FOUND(RCN-JOB-SUB RCN-STAMP-SUB)
008450             OR RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
008460                 > RCN-TOLERANCE-SECS
008470         ADD 1 TO RCN-EXCEPTION-COUNT
008480         MOVE RCN-JT-JOB-NAME(RCN-JOB-SUB) TO RCN-EX-JOB-NAME
008490         MOVE RCN-STAMP-NAME(RCN-STAMP-SUB)
008500             TO RCN-EX-STAMP-NAME
008510         IF RCN-JT-NEAREST-FOUND(RCN-JOB-SUB RCN-STAMP-SUB)
008520             MOVE RCN-JT-BEST-DELTA(RCN-JOB-SUB RCN-STAMP-SUB)
008530                 TO RCN-DELTA-EDIT
008540             MOVE RCN-DELTA-EDIT TO RCN-EX-DELTA
008550         ELSE
008560             MOVE '  NONE' TO RCN-EX-DELTA
008570         END-IF
008580         WRITE RCN-PRINT-LINE FROM RCN-EXCEPTION-LINE
008590     END-IF.
008600 4200-EXIT.
008610     EXIT.
008620*****************************************************************
008630* 9000-TERMINATE
008640*     CLOSES THE FILES AND ENDS THE RUN.
008650*****************************************************************
008660 9000-TERMINATE.
008670     IF RCN-SCH-FILE-STATUS = '00' OR '10'
008680         CLOSE SCHED-EXPORT-FILE
008690     END-IF
008700     CLOSE REPORT-FILE.
008710 9000-EXIT.
008720     EXIT.
008730 END PROGRAM CLOCKRCN.
