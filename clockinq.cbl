000010*****************************************************************
000020* PROGRAM: CLOCKINQ
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: INTERACTIVE POINT-IN-TIME INQUIRY.  WHEN THE SCHEDULING
000070*     TEAM ASKS WHAT THE CLOCK SAID AT A GIVEN MOMENT, THE
000080*     OPERATOR KEYS THE DATE, THE TIME AND (OPTIONALLY) THE CLOCK
000090*     INSTANCE, AND THE SCREEN ANSWERS FROM THE FILES THEMSELVES:
000100*     THE LAST CLOCKLOG READING AT OR BEFORE THE MOMENT AND THE
000110*     FIRST ONE AFTER IT, WHETHER THE TWO ARE FURTHER APART THAN
000120*     THE LOGGING INTERVAL (A GAP -- THE CLOCK WAS NOT LOGGING),
000130*     THE CLOCKDRF DRIFT MEASUREMENT NEAREST THE MOMENT, AND EVERY
000140*     CLOCKEVT EVENT AND CLOCKPGW PAGE WITHIN A CHOSEN NUMBER OF
000150*     MINUTES EITHER SIDE OF IT, IN TIME ORDER.
000160*     THE READINGS ARE TAKEN FROM THE MOMENT'S DATED GENERATION
000170*     (CLOCKLOG.DYYYYMMDD, QUALIFIED BY INSTANCE AS THE CLOCK
000180*     NAMES IT) OR, FOR TODAY OR A DAY NOT YET ROLLED, THE LIVE
000190*     CLOCKLOG, SO THE OPERATOR NEVER HAS TO WORK OUT THE FILE
000200*     NAME.  A MOMENT NEAR MIDNIGHT LOOKS INTO THE DAY BEFORE OR
000210*     THE DAY AFTER FOR ITS NEAREST READING.  THE INTERVAL IS
000220*     DERIVED FROM CLOCKPRM THE SAME WAY CLOCKCVR DERIVES IT, SO
000230*     THE SCREEN AND THE COVERAGE REPORT CALL THE SAME GAP A GAP.
000240*     EVENTS ARE FILTERED BY THE INSTANCE STAMP; CLOCKDRF AND
000250*     CLOCKPGW CARRY NO STAMP AND ARE SHOWN WHICHEVER CLOCK WROTE
000260*     THEM.
000270*     FROM THE ANSWER THE OPERATOR PAGES FORWARD OR BACK IN TIME
000280*     BY THE WIDTH OF THE WINDOW, PAGES THROUGH A LONG EVENT LIST
000290*     TEN LINES AT A TIME, OR KEYS A NEW MOMENT.  NOTHING IS
000300*     WRITTEN.
000310* TECTONICS: cobc
000320*****************************************************************
000330* MODIFICATION HISTORY
000340*     10/15/2026 AH  INITIAL VERSION.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. CLOCKINQ.
000380 AUTHOR. AUSTIN HRIN.
000390 INSTALLATION. OPERATIONS.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING INQ-LOG-FILE-NAME
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS INQ-LOG-FILE-STATUS.
000480     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS INQ-PARM-FILE-STATUS.
000510     SELECT OPTIONAL DRIFT-HIST-FILE ASSIGN TO "CLOCKDRF"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS INQ-DRF-FILE-STATUS.
000540     SELECT OPTIONAL CLOCK-EVENT-FILE ASSIGN TO "CLOCKEVT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS INQ-EVT-FILE-STATUS.
000570     SELECT OPTIONAL PAGE-OUTBOX-FILE ASSIGN TO "CLOCKPGW"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS INQ-PGW-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  TIME-LOG-FILE.
000630     COPY CLKLOGR.
000640 FD  CLOCK-PARM-FILE.
000650     COPY CLKPARM.
000660 FD  DRIFT-HIST-FILE.
000670     COPY CLKDRFR.
000680 FD  CLOCK-EVENT-FILE.
000690     COPY CLKEVTR.
000700 FD  PAGE-OUTBOX-FILE.
000710     COPY CLKPGWR.
000720 WORKING-STORAGE SECTION.
000730 77  INQ-LOG-FILE-STATUS       PIC X(02).
000740 77  INQ-PARM-FILE-STATUS      PIC X(02).
000750 77  INQ-DRF-FILE-STATUS       PIC X(02).
000760 77  INQ-EVT-FILE-STATUS       PIC X(02).
000770 77  INQ-PGW-FILE-STATUS       PIC X(02).
000780 77  INQ-EOF-SWITCH            PIC X(01) VALUE 'N'.
000790     88  INQ-AT-END                VALUE 'Y'.
000800 77  INQ-LOG-BASE-NAME         PIC X(09).
000810 01  INQ-LOG-FILE-NAME         PIC X(20).
000820 77  INQ-INSTANCE-ENV          PIC X(10) VALUE SPACES.
000830*****************************************************************
000840* THE INQUIRY.  THE MOMENT IS HELD AS ITS DATE AND ITS SECONDS
000850*     INTO THE DAY; EVERY RECORD CONSIDERED IS PLACED ON THE
000860*     SAME SCALE BY 8500-RELATIVE-SECS -- THE MOMENT'S DATE FROM
000870*     ZERO, THE DAY BEFORE NEGATIVE, THE DAY AFTER FROM 86400 --
000880*     SO NEAREST AND WITHIN-WINDOW ARE PLAIN SUBTRACTIONS EVEN
000890*     ACROSS MIDNIGHT.  THE WINDOW IS AT MOST 720 MINUTES EITHER
000900*     SIDE, SO IT NEVER REACHES PAST THOSE THREE DAYS.
000910*****************************************************************
000920 77  INQ-TODAY                 PIC 9(08).
000930 01  INQ-NOW-TIME.
000940     05  INQ-NOW-HOURS         PIC 99.
000950     05  INQ-NOW-MINUTES       PIC 99.
000960     05  INQ-NOW-SECONDS       PIC 99.
000970     05  INQ-NOW-HUNDREDTHS    PIC 99.
000980 77  INQ-Q-DATE                PIC 9(08).
000990 77  INQ-Q-SECS                PIC 9(06) COMP.
001000 77  INQ-Q-INSTANCE            PIC X(01) VALUE '1'.
001010 77  INQ-WINDOW-MINS           PIC 9(03) VALUE 15.
001020 77  INQ-SHIFT-SECS            PIC 9(06) COMP.
001030 77  INQ-DAY-BEFORE            PIC 9(08).
001040 77  INQ-DAY-AFTER             PIC 9(08).
001050 77  INQ-WIN-LO                PIC S9(07) COMP.
001060 77  INQ-WIN-HI                PIC S9(07) COMP.
001070 77  INQ-REL-DATE              PIC 9(08).
001080 77  INQ-REL-CLOCK-SECS        PIC 9(06) COMP.
001090 77  INQ-REL-SECS              PIC S9(07) COMP.
001100 77  INQ-REL-OK-SWITCH         PIC X(01) VALUE 'N'.
001110     88  INQ-REL-OK                VALUE 'Y'.
001120 77  INQ-DISTANCE              PIC S9(07) COMP.
001130 77  INQ-SCAN-DATE             PIC 9(08).
001140 77  INQ-REFRESH-SWITCH        PIC X(01) VALUE 'Y'.
001150     88  INQ-REFRESH-NEEDED        VALUE 'Y'.
001160 77  INQ-EXIT-SWITCH           PIC X(01) VALUE 'N'.
001170     88  INQ-EXIT-REQUESTED        VALUE 'Y'.
001180 01  INQ-DATE-WORK.
001190     05  INQ-DW-YEAR           PIC 9(04).
001200     05  INQ-DW-MONTH          PIC 99.
001210     05  INQ-DW-DAY            PIC 99.
001220 01  INQ-DATE-WORK-NUM REDEFINES INQ-DATE-WORK
001230                               PIC 9(08).
001240 77  INQ-LEAP-QUOT             PIC 9(04) COMP.
001250 77  INQ-LEAP-REM              PIC 9(04) COMP.
001260 77  INQ-MONTH-LENGTH          PIC 99.
001270 01  INQ-MONTH-DAY-TABLE.
001280     05  FILLER                PIC X(24) VALUE
001290         '312831303130313130313031'.
001300 01  FILLER REDEFINES INQ-MONTH-DAY-TABLE.
001310     05  INQ-MONTH-DAYS OCCURS 12 TIMES
001320                               PIC 99.
001330*****************************************************************
001340* LOGGING INTERVAL, AS CLOCKCVR DERIVES IT FROM CLOCKPRM.  TWO
001350*     READINGS FURTHER APART THAN THE LIMIT BRACKET A GAP.
001360*****************************************************************
001370 77  INQ-EXPECTED-SECS         PIC 9(05) COMP VALUE 30.
001380 77  INQ-GAP-LIMIT-SECS        PIC 9(05) COMP VALUE 31.
001390 77  INQ-GAP-SECS              PIC 9(07) COMP.
001400*****************************************************************
001410* THE NEAREST READINGS EITHER SIDE OF THE MOMENT, AND THE FILE
001420*     EACH WAS FOUND IN.
001430*****************************************************************
001440 77  INQ-BEFORE-SWITCH         PIC X(01) VALUE 'N'.
001450     88  INQ-BEFORE-FOUND          VALUE 'Y'.
001460 77  INQ-BEFORE-REL            PIC S9(07) COMP.
001470 77  INQ-BEFORE-DATE           PIC 9(08).
001480 77  INQ-BEFORE-SECS           PIC 9(06) COMP.
001490 77  INQ-BEFORE-HUNDREDTHS     PIC X(02).
001500 77  INQ-BEFORE-SEQUENCE       PIC X(09).
001510 77  INQ-BEFORE-FILE           PIC X(20).
001520 77  INQ-AFTER-SWITCH          PIC X(01) VALUE 'N'.
001530     88  INQ-AFTER-FOUND           VALUE 'Y'.
001540 77  INQ-AFTER-REL             PIC S9(07) COMP.
001550 77  INQ-AFTER-DATE            PIC 9(08).
001560 77  INQ-AFTER-SECS            PIC 9(06) COMP.
001570 77  INQ-AFTER-HUNDREDTHS      PIC X(02).
001580 77  INQ-AFTER-SEQUENCE        PIC X(09).
001590 77  INQ-AFTER-FILE            PIC X(20).
001600*****************************************************************
001610* THE NEAREST DRIFT MEASUREMENT.
001620*****************************************************************
001630 77  INQ-DRIFT-SWITCH          PIC X(01) VALUE 'N'.
001640     88  INQ-DRIFT-FOUND           VALUE 'Y'.
001650 77  INQ-DRIFT-DISTANCE        PIC S9(07) COMP.
001660 77  INQ-DRIFT-DATE            PIC 9(08).
001670 77  INQ-DRIFT-SECS            PIC 9(06) COMP.
001680 77  INQ-DRIFT-SIGN            PIC X(01).
001690 77  INQ-DRIFT-AMOUNT          PIC 9(05).
001700*****************************************************************
001710* EVENTS AND PAGES WITHIN THE WINDOW, HELD IN TIME ORDER.  EACH
001720*     FILE IS IN TIME ORDER ALREADY; 3450-HOLD-HIT SLOTS EACH NEW
001730*     LINE IN BEHIND EVERY LINE NOT LATER THAN IT, SO THE TWO
001740*     FILES INTERLEAVE.  LINES PAST THE TABLE ARE COUNTED ONLY.
001750*****************************************************************
001760 01  INQ-HIT-TABLE.
001770     05  INQ-HIT-ENTRY OCCURS 200 TIMES.
001780         10  INQ-HIT-REL           PIC S9(07) COMP.
001790         10  INQ-HIT-LINE          PIC X(76).
001800 77  INQ-HIT-COUNT             PIC 9(03) COMP VALUE ZERO.
001810 77  INQ-HIT-DROPPED           PIC 9(05) COMP VALUE ZERO.
001820 77  INQ-HIT-SUB               PIC 9(03) COMP.
001830 77  INQ-HIT-FIRST             PIC 9(03) COMP VALUE 1.
001840 77  INQ-HIT-LAST              PIC 9(03) COMP.
001850 77  INQ-NEW-REL               PIC S9(07) COMP.
001860 77  INQ-ROOM-SWITCH           PIC X(01) VALUE 'N'.
001870     88  INQ-ROOM-MADE             VALUE 'Y'.
001880 77  INQ-ROW                   PIC 9(02) COMP.
001890 77  INQ-LINE-NUM              PIC 9(02) COMP.
001900 01  INQ-HIT-DETAIL.
001910     05  INQ-HD-MONTH              PIC X(02).
001920     05  FILLER                    PIC X(01) VALUE '/'.
001930     05  INQ-HD-DAY                PIC X(02).
001940     05  FILLER                    PIC X(01) VALUE SPACE.
001950     05  INQ-HD-HOURS              PIC X(02).
001960     05  FILLER                    PIC X(01) VALUE ':'.
001970     05  INQ-HD-MINUTES            PIC X(02).
001980     05  FILLER                    PIC X(01) VALUE ':'.
001990     05  INQ-HD-SECONDS            PIC X(02).
002000     05  FILLER                    PIC X(01) VALUE SPACE.
002010     05  INQ-HD-KIND               PIC X(05).
002020     05  FILLER                    PIC X(01) VALUE SPACE.
002030     05  INQ-HD-BODY               PIC X(55).
002040 01  INQ-HIT-HEADING.
002050     05  FILLER                    PIC X(15) VALUE 'DATE  TIME'.
002060     05  FILLER                    PIC X(06) VALUE 'KIND'.
002070     05  FILLER                    PIC X(55) VALUE
002080         'CODE/DEADLINE  DETAIL'.
002090*****************************************************************
002100* SCREEN HANDLING AND EDITED DISPLAY FIELDS.
002110*****************************************************************
002120 77  INQ-FIELD-OK-SWITCH       PIC X(01) VALUE 'N'.
002130     88  INQ-FIELD-OK              VALUE 'Y'.
002140 77  INQ-ANSWER                PIC X(10).
002150 01  INQ-ANSWER-DATE           PIC X(08).
002160 01  INQ-ANSWER-DATE-PARTS REDEFINES INQ-ANSWER-DATE.
002170     05  INQ-AD-YEAR           PIC 9(04).
002180     05  INQ-AD-MONTH          PIC 99.
002190     05  INQ-AD-DAY            PIC 99.
002200 01  INQ-ANSWER-TIME           PIC X(06).
002210 01  INQ-ANSWER-TIME-PARTS REDEFINES INQ-ANSWER-TIME.
002220     05  INQ-AT-HOURS          PIC 99.
002230     05  INQ-AT-MINUTES        PIC 99.
002240     05  INQ-AT-SECONDS        PIC 99.
002250 01  INQ-SPLIT-TIME.
002260     05  INQ-SPLIT-HOURS       PIC 99.
002270     05  INQ-SPLIT-MINUTES     PIC 99.
002280     05  INQ-SPLIT-SECONDS     PIC 99.
002290 77  INQ-SPLIT-SECS            PIC 9(06) COMP.
002300 77  INQ-SPLIT-REM             PIC 9(06) COMP.
002310 77  INQ-FMT-DATE              PIC 9(08).
002320 01  INQ-FMT-STAMP.
002330     05  INQ-FS-YEAR               PIC X(04).
002340     05  FILLER                    PIC X(01) VALUE '/'.
002350     05  INQ-FS-MONTH              PIC X(02).
002360     05  FILLER                    PIC X(01) VALUE '/'.
002370     05  INQ-FS-DAY                PIC X(02).
002380     05  FILLER                    PIC X(01) VALUE SPACE.
002390     05  INQ-FS-HOURS              PIC 99.
002400     05  FILLER                    PIC X(01) VALUE ':'.
002410     05  INQ-FS-MINUTES            PIC 99.
002420     05  FILLER                    PIC X(01) VALUE ':'.
002430     05  INQ-FS-SECONDS            PIC 99.
002440 77  INQ-FMT-LO                PIC X(19).
002450 77  INQ-FMT-HI                PIC X(19).
002460 77  INQ-SECS-EDIT             PIC ZZZZZZ9.
002470 77  INQ-AWAY-EDIT             PIC ZZZZZZ9.
002480 77  INQ-DRIFT-EDIT            PIC ZZZZ9.
002490 77  INQ-COUNT-EDIT            PIC ZZ9.
002500 77  INQ-FIRST-EDIT            PIC ZZ9.
002510 77  INQ-LAST-EDIT             PIC ZZ9.
002520 77  INQ-DROPPED-EDIT          PIC ZZZZ9.
002530 77  INQ-WINDOW-EDIT           PIC ZZ9.
002540 77  INQ-SHOW-LINE             PIC X(78) VALUE SPACES.
002550 77  INQ-BLANK-LINE            PIC X(60) VALUE SPACES.
002560 77  INQ-STATUS-LINE           PIC X(60) VALUE SPACES.
002570 PROCEDURE DIVISION.
002580*****************************************************************
002590* 0000-MAINLINE
002600*     TOP-LEVEL CONTROL FLOW.  TAKE THE FIRST INQUIRY, THEN
002610*     ANSWER AND TAKE ACTIONS UNTIL X.
002620*****************************************************************
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     PERFORM 2000-GET-INQUIRY THRU 2000-EXIT
002660     PERFORM 4000-PROCESS-ACTION THRU 4000-EXIT
002670         UNTIL INQ-EXIT-REQUESTED
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT
002690     STOP RUN.
002700*****************************************************************
002710* 1000-INITIALIZE
002720*     READS THE CLOCK, DERIVES THE LOGGING INTERVAL, AND SETS THE
002730*     FIRST INQUIRY'S DEFAULTS: NOW, ON THIS BOX'S OWN INSTANCE
002740*     (CLOCKINST, AS THE CLOCK RESOLVES IT), FIFTEEN MINUTES
002750*     EITHER SIDE.
002760*****************************************************************
002770 1000-INITIALIZE.
002780     ACCEPT INQ-TODAY FROM DATE YYYYMMDD
002790     ACCEPT INQ-NOW-TIME FROM TIME
002800     MOVE INQ-TODAY TO INQ-Q-DATE
002810     COMPUTE INQ-Q-SECS =
002820         (INQ-NOW-HOURS * 3600) + (INQ-NOW-MINUTES * 60)
002830             + INQ-NOW-SECONDS
002840     MOVE SPACES TO INQ-INSTANCE-ENV
002850     ACCEPT INQ-INSTANCE-ENV FROM ENVIRONMENT 'CLOCKINST'
002860     IF INQ-INSTANCE-ENV(1:1) = SPACE
002870         MOVE '1' TO INQ-Q-INSTANCE
002880     ELSE
002890         MOVE INQ-INSTANCE-ENV(1:1) TO INQ-Q-INSTANCE
002900     END-IF
002910     PERFORM 1100-READ-PARMS THRU 1100-EXIT
002920     COMPUTE INQ-GAP-LIMIT-SECS = INQ-EXPECTED-SECS + 1.
002930 1000-EXIT.
002940     EXIT.
002950*****************************************************************
002960* 1100-READ-PARMS
002970*     DERIVES THE EXPECTED SECONDS BETWEEN AUDIT RECORDS FROM
002980*     THE SAME CLOCKPRM SETTING THE CLOCK PROGRAM USES: WITH A
002990*     SUB-SECOND REFRESH THE CLOCK LOGS EVERY PASS, OTHERWISE
003000*     EVERY 30 PASSES OF THE CONFIGURED SLEEP.  AN ABSENT OR
003010*     BLANK FILE LEAVES THE STOCK 30-SECOND EXPECTATION STANDING.
003020*****************************************************************
003030 1100-READ-PARMS.
003040     OPEN INPUT CLOCK-PARM-FILE
003050     IF INQ-PARM-FILE-STATUS NOT = '00'
003060         IF INQ-PARM-FILE-STATUS = '05'
003070             CLOSE CLOCK-PARM-FILE
003080         END-IF
003090         GO TO 1100-EXIT
003100     END-IF
003110     READ CLOCK-PARM-FILE
003120         AT END
003130             CONTINUE
003140     END-READ
003150     IF INQ-PARM-FILE-STATUS = '00'
003160             AND CLK-SLEEP-NANOS IS NUMERIC
003170         IF CLK-SLEEP-NANOS < 1000000000
003180             MOVE 1 TO INQ-EXPECTED-SECS
003190         ELSE
003200             COMPUTE INQ-EXPECTED-SECS =
003210                 (30 * CLK-SLEEP-NANOS) / 1000000000
003220         END-IF
003230     END-IF
003240     CLOSE CLOCK-PARM-FILE.
003250 1100-EXIT.
003260     EXIT.
003270*****************************************************************
003280* 2000-GET-INQUIRY
003290*     PAINTS THE INQUIRY FORM WITH THE CURRENT MOMENT, INSTANCE
003300*     AND WINDOW, AND TAKES EACH IN TURN.  A BLANK ENTRY KEEPS THE
003310*     VALUE SHOWN, SO N ON THE ANSWER SCREEN CAN CHANGE JUST THE
003320*     INSTANCE OR JUST THE TIME.
003330*****************************************************************
003340 2000-GET-INQUIRY.
003350     CALL X"E4"
003360     DISPLAY 'CLOCK POINT-IN-TIME INQUIRY'
003370         AT LINE 1, COLUMN 2
003380     DISPLAY 'BLANK ENTRY KEEPS THE VALUE SHOWN'
003390         AT LINE 2, COLUMN 2
003400     DISPLAY 'INQUIRY DATE (YYYYMMDD)..........:'
003410         AT LINE 4, COLUMN 2
003420     DISPLAY INQ-Q-DATE AT LINE 4, COLUMN 44
003430     DISPLAY 'INQUIRY TIME (HHMM OR HHMMSS)....:'
003440         AT LINE 5, COLUMN 2
003450     MOVE INQ-Q-SECS TO INQ-SPLIT-SECS
003460     PERFORM 8650-SPLIT-SECS THRU 8650-EXIT
003470     DISPLAY INQ-SPLIT-TIME AT LINE 5, COLUMN 44
003480     DISPLAY 'CLOCK INSTANCE (1-9 ETC).........:'
003490         AT LINE 6, COLUMN 2
003500     DISPLAY INQ-Q-INSTANCE AT LINE 6, COLUMN 44
003510     DISPLAY 'WINDOW EITHER SIDE (1-720 MIN)...:'
003520         AT LINE 7, COLUMN 2
003530     DISPLAY INQ-WINDOW-MINS AT LINE 7, COLUMN 44
003540     MOVE 'N' TO INQ-FIELD-OK-SWITCH
003550     PERFORM 2110-GET-DATE THRU 2110-EXIT
003560         UNTIL INQ-FIELD-OK
003570     MOVE 'N' TO INQ-FIELD-OK-SWITCH
003580     PERFORM 2210-GET-TIME THRU 2210-EXIT
003590         UNTIL INQ-FIELD-OK
003600     MOVE 'N' TO INQ-FIELD-OK-SWITCH
003610     PERFORM 2310-GET-INSTANCE THRU 2310-EXIT
003620         UNTIL INQ-FIELD-OK
003630     MOVE 'N' TO INQ-FIELD-OK-SWITCH
003640     PERFORM 2410-GET-WINDOW THRU 2410-EXIT
003650         UNTIL INQ-FIELD-OK
003660     SET INQ-REFRESH-NEEDED TO TRUE.
003670 2000-EXIT.
003680     EXIT.
003690 2110-GET-DATE.
003700     MOVE SPACES TO INQ-ANSWER
003710     ACCEPT INQ-ANSWER AT LINE 4, COLUMN 44
003720     IF INQ-ANSWER = SPACES
003730         MOVE INQ-Q-DATE TO INQ-ANSWER
003740     END-IF
003750     MOVE INQ-ANSWER(1:8) TO INQ-ANSWER-DATE
003760     IF INQ-ANSWER-DATE IS NOT NUMERIC
003770             OR INQ-ANSWER(9:2) NOT = SPACES
003780         MOVE 'DATE MUST BE YYYYMMDD' TO INQ-BLANK-LINE
003781         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
003782         GO TO 2110-EXIT
003783     END-IF
003784     MOVE ZERO TO INQ-MONTH-LENGTH
003785     IF INQ-AD-MONTH >= 1 AND INQ-AD-MONTH <= 12
003786         MOVE INQ-MONTH-DAYS(INQ-AD-MONTH) TO INQ-MONTH-LENGTH
003787         IF INQ-AD-MONTH = 2
003788             MOVE INQ-ANSWER-DATE TO INQ-DATE-WORK
003789             PERFORM 8480-LEAP-FEBRUARY THRU 8480-EXIT
003790         END-IF
003791     END-IF
003792     IF INQ-AD-DAY < 1 OR INQ-AD-DAY > INQ-MONTH-LENGTH
003793         MOVE 'DATE MUST BE A REAL YYYYMMDD' TO INQ-BLANK-LINE
003794         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
003795         GO TO 2110-EXIT
003796     END-IF
003800     MOVE INQ-ANSWER-DATE TO INQ-Q-DATE
003810     DISPLAY INQ-Q-DATE AT LINE 4, COLUMN 44
003820     PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
003830     SET INQ-FIELD-OK TO TRUE.
003880 2110-EXIT.
003890     EXIT.
003900 2210-GET-TIME.
003910     MOVE SPACES TO INQ-ANSWER
003920     ACCEPT INQ-ANSWER AT LINE 5, COLUMN 44
003930     IF INQ-ANSWER = SPACES
003940         DISPLAY INQ-SPLIT-TIME AT LINE 5, COLUMN 44
003950         SET INQ-FIELD-OK TO TRUE
003960         GO TO 2210-EXIT
003970     END-IF
003980     MOVE INQ-ANSWER(1:6) TO INQ-ANSWER-TIME
003990     IF INQ-ANSWER(5:2) = SPACES
004000         MOVE '00' TO INQ-ANSWER-TIME(5:2)
004010     END-IF
004020     IF INQ-ANSWER-TIME IS NUMERIC
004030             AND INQ-ANSWER(7:4) = SPACES
004040             AND INQ-AT-HOURS < 24
004050             AND INQ-AT-MINUTES < 60
004060             AND INQ-AT-SECONDS < 60
004070         COMPUTE INQ-Q-SECS =
004080             (INQ-AT-HOURS * 3600) + (INQ-AT-MINUTES * 60)
004090                 + INQ-AT-SECONDS
004100         MOVE INQ-ANSWER-TIME TO INQ-SPLIT-TIME
004110         DISPLAY INQ-SPLIT-TIME AT LINE 5, COLUMN 44
004120         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
004130         SET INQ-FIELD-OK TO TRUE
004140     ELSE
004150         MOVE 'TIME MUST BE HHMM OR HHMMSS' TO INQ-BLANK-LINE
004160         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
004170     END-IF.
004180 2210-EXIT.
004190     EXIT.
004200 2310-GET-INSTANCE.
004210     MOVE SPACES TO INQ-ANSWER
004220     ACCEPT INQ-ANSWER AT LINE 6, COLUMN 44
004230     IF INQ-ANSWER = SPACES
004240         DISPLAY INQ-Q-INSTANCE AT LINE 6, COLUMN 44
004250         SET INQ-FIELD-OK TO TRUE
004260         GO TO 2310-EXIT
004270     END-IF
004280     IF INQ-ANSWER(2:9) = SPACES
004290         MOVE INQ-ANSWER(1:1) TO INQ-Q-INSTANCE
004300         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
004310         SET INQ-FIELD-OK TO TRUE
004320     ELSE
004330         MOVE 'INSTANCE MUST BE ONE CHARACTER' TO INQ-BLANK-LINE
004340         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
004350     END-IF.
004360 2310-EXIT.
004370     EXIT.
004380 2410-GET-WINDOW.
004390     MOVE SPACES TO INQ-ANSWER
004400     ACCEPT INQ-ANSWER AT LINE 7, COLUMN 44
004410     IF INQ-ANSWER = SPACES
004420         DISPLAY INQ-WINDOW-MINS AT LINE 7, COLUMN 44
004430         SET INQ-FIELD-OK TO TRUE
004440         GO TO 2410-EXIT
004450     END-IF
004460     IF INQ-ANSWER(1:3) IS NUMERIC
004470             AND INQ-ANSWER(4:7) = SPACES
004480             AND INQ-ANSWER(1:3) > '000'
004490             AND INQ-ANSWER(1:3) NOT > '720'
004500         MOVE INQ-ANSWER(1:3) TO INQ-WINDOW-MINS
004510         DISPLAY INQ-WINDOW-MINS AT LINE 7, COLUMN 44
004520         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
004530         SET INQ-FIELD-OK TO TRUE
004540     ELSE
004550         MOVE 'WINDOW MUST BE THREE DIGITS, 001 TO 720'
004560             TO INQ-BLANK-LINE
004570         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
004580     END-IF.
004590 2410-EXIT.
004600     EXIT.
004610*****************************************************************
004620* 3000-RUN-INQUIRY
004630*     ANSWERS THE CURRENT INQUIRY: STAGES THE DAYS EITHER SIDE OF
004640*     THE MOMENT AND THE WINDOW EDGES, THEN FINDS THE READINGS,
004650*     THE DRIFT, AND THE EVENTS AND PAGES.
004660*****************************************************************
004670 3000-RUN-INQUIRY.
004680     ACCEPT INQ-TODAY FROM DATE YYYYMMDD
004690     MOVE INQ-Q-DATE TO INQ-DATE-WORK-NUM
004700     PERFORM 8450-BACK-ONE-DAY THRU 8450-EXIT
004710     MOVE INQ-DATE-WORK-NUM TO INQ-DAY-BEFORE
004720     MOVE INQ-Q-DATE TO INQ-DATE-WORK-NUM
004730     PERFORM 8400-AHEAD-ONE-DAY THRU 8400-EXIT
004740     MOVE INQ-DATE-WORK-NUM TO INQ-DAY-AFTER
004750     COMPUTE INQ-WIN-LO = INQ-Q-SECS - (INQ-WINDOW-MINS * 60)
004760     COMPUTE INQ-WIN-HI = INQ-Q-SECS + (INQ-WINDOW-MINS * 60)
004770     MOVE 'CLOCKLOG' TO INQ-LOG-BASE-NAME
004780     IF INQ-Q-INSTANCE NOT = '1'
004790         MOVE INQ-Q-INSTANCE TO INQ-LOG-BASE-NAME(9:1)
004800     END-IF
004810     PERFORM 3100-FIND-READINGS THRU 3100-EXIT
004820     PERFORM 3200-FIND-DRIFT THRU 3200-EXIT
004830     MOVE ZERO TO INQ-HIT-COUNT
004840     MOVE ZERO TO INQ-HIT-DROPPED
004850     MOVE 1 TO INQ-HIT-FIRST
004860     PERFORM 3300-FIND-EVENTS THRU 3300-EXIT
004870     PERFORM 3400-FIND-PAGES THRU 3400-EXIT.
004880 3000-EXIT.
004890     EXIT.
004900*****************************************************************
004910* 3100-FIND-READINGS
004920*     SCANS THE MOMENT'S OWN DAY FOR THE LAST READING AT OR
004930*     BEFORE IT AND THE FIRST AFTER IT.  A SIDE STILL EMPTY IS
004940*     LOOKED FOR IN THE DAY BEFORE OR THE DAY AFTER (THE CLOCK MAY
004950*     HAVE BEEN DOWN OVER MIDNIGHT); BEYOND THAT IT IS REPORTED
004960*     AS NONE.  A DAY STILL TO COME IS NOT LOOKED FOR.
004970*****************************************************************
004980 3100-FIND-READINGS.
004990     MOVE 'N' TO INQ-BEFORE-SWITCH
005000     MOVE 'N' TO INQ-AFTER-SWITCH
005010     MOVE INQ-Q-DATE TO INQ-SCAN-DATE
005020     PERFORM 3110-SCAN-ONE-DAY THRU 3110-EXIT
005030     IF NOT INQ-BEFORE-FOUND
005040         MOVE INQ-DAY-BEFORE TO INQ-SCAN-DATE
005050         PERFORM 3110-SCAN-ONE-DAY THRU 3110-EXIT
005060     END-IF
005070     IF NOT INQ-AFTER-FOUND
005080         MOVE INQ-DAY-AFTER TO INQ-SCAN-DATE
005090         PERFORM 3110-SCAN-ONE-DAY THRU 3110-EXIT
005100     END-IF.
005110 3100-EXIT.
005120     EXIT.
005130*****************************************************************
005140* 3110-SCAN-ONE-DAY
005150*     READS THE READINGS OF INQ-SCAN-DATE: THE LIVE CLOCKLOG FOR
005160*     TODAY, OTHERWISE THAT DAY'S DATED GENERATION.  A GENERATION
005170*     THAT IS ABSENT FALLS BACK TO THE LIVE FILE, WHICH STILL
005180*     HOLDS A DAY THE CLOCK HAS NOT YET ROLLED; THE DATE ON EACH
005190*     READING KEEPS OTHER DAYS OUT.
005200*****************************************************************
005210 3110-SCAN-ONE-DAY.
005220     IF INQ-SCAN-DATE > INQ-TODAY
005230         GO TO 3110-EXIT
005240     END-IF
005250     IF INQ-SCAN-DATE = INQ-TODAY
005260         MOVE INQ-LOG-BASE-NAME TO INQ-LOG-FILE-NAME
005270     ELSE
005280         MOVE SPACES TO INQ-LOG-FILE-NAME
005290         STRING INQ-LOG-BASE-NAME DELIMITED BY SPACE
005300             '.D' DELIMITED BY SIZE
005310             INQ-SCAN-DATE DELIMITED BY SIZE
005320             INTO INQ-LOG-FILE-NAME
005330         END-STRING
005340     END-IF
005350     MOVE 'N' TO INQ-EOF-SWITCH
005360     OPEN INPUT TIME-LOG-FILE
005370     IF INQ-LOG-FILE-STATUS = '05'
005380             AND INQ-SCAN-DATE NOT = INQ-TODAY
005390         CLOSE TIME-LOG-FILE
005400         MOVE INQ-LOG-BASE-NAME TO INQ-LOG-FILE-NAME
005410         OPEN INPUT TIME-LOG-FILE
005420     END-IF
005430     IF INQ-LOG-FILE-STATUS NOT = '00'
005440         IF INQ-LOG-FILE-STATUS = '05'
005450             CLOSE TIME-LOG-FILE
005460         END-IF
005470         GO TO 3110-EXIT
005480     END-IF
005490     PERFORM 3120-TAKE-ONE-READING THRU 3120-EXIT
005500         UNTIL INQ-AT-END
005510     CLOSE TIME-LOG-FILE.
005520 3110-EXIT.
005530     EXIT.
005540*****************************************************************
005550* 3120-TAKE-ONE-READING
005560*     READS ONE AUDIT RECORD.  THE CONTROL RECORD, A READING FOR
005570*     ANOTHER DATE OR ANOTHER INSTANCE (A BLANK STAMP IS THE
005580*     PRIMARY), AND ONE WHOSE TIME IS NOT A LEGAL TIME OF DAY ARE
005590*     PASSED OVER.  A READING AT OR BEFORE THE MOMENT REPLACES
005600*     THE BEFORE SIDE IF IT IS NOT EARLIER; ONE AFTER THE MOMENT
005610*     REPLACES THE AFTER SIDE IF IT IS EARLIER.
005620*****************************************************************
005630 3120-TAKE-ONE-READING.
005640     READ TIME-LOG-FILE
005650         AT END
005660             SET INQ-AT-END TO TRUE
005670     END-READ
005680     IF INQ-AT-END
005690         GO TO 3120-EXIT
005700     END-IF
005710     IF CLK-LOG-DATE IS NOT NUMERIC
005720             OR CLK-LOG-HOURS IS NOT NUMERIC
005730             OR CLK-LOG-MINUTES IS NOT NUMERIC
005740             OR CLK-LOG-SECONDS IS NOT NUMERIC
005750         GO TO 3120-EXIT
005760     END-IF
005770     IF CLK-LOG-HOURS > 23
005780             OR CLK-LOG-MINUTES > 59
005790             OR CLK-LOG-SECONDS > 59
005800         GO TO 3120-EXIT
005810     END-IF
005820     IF CLK-LOG-DATE NOT = INQ-SCAN-DATE
005830         GO TO 3120-EXIT
005840     END-IF
005850     IF CLK-LOG-INSTANCE NOT = INQ-Q-INSTANCE
005860         IF INQ-Q-INSTANCE = '1'
005870                 AND CLK-LOG-INSTANCE = SPACE
005880             CONTINUE
005890         ELSE
005900             GO TO 3120-EXIT
005910         END-IF
005920     END-IF
005930     MOVE CLK-LOG-DATE TO INQ-REL-DATE
005940     COMPUTE INQ-REL-CLOCK-SECS =
005950         (CLK-LOG-HOURS * 3600) + (CLK-LOG-MINUTES * 60)
005960             + CLK-LOG-SECONDS
005970     PERFORM 8500-RELATIVE-SECS THRU 8500-EXIT
005980     IF NOT INQ-REL-OK
005990         GO TO 3120-EXIT
006000     END-IF
006010     IF INQ-REL-SECS NOT > INQ-Q-SECS
006020         IF NOT INQ-BEFORE-FOUND
006030                 OR INQ-REL-SECS NOT < INQ-BEFORE-REL
006040             SET INQ-BEFORE-FOUND TO TRUE
006050             MOVE INQ-REL-SECS TO INQ-BEFORE-REL
006060             MOVE CLK-LOG-DATE TO INQ-BEFORE-DATE
006070             MOVE INQ-REL-CLOCK-SECS TO INQ-BEFORE-SECS
006080             MOVE CLK-LOG-HUNDREDTHS TO INQ-BEFORE-HUNDREDTHS
006090             MOVE CLK-LOG-SEQUENCE TO INQ-BEFORE-SEQUENCE
006100             MOVE INQ-LOG-FILE-NAME TO INQ-BEFORE-FILE
006110         END-IF
006120     ELSE
006130         IF NOT INQ-AFTER-FOUND
006140                 OR INQ-REL-SECS < INQ-AFTER-REL
006150             SET INQ-AFTER-FOUND TO TRUE
006160             MOVE INQ-REL-SECS TO INQ-AFTER-REL
006170             MOVE CLK-LOG-DATE TO INQ-AFTER-DATE
006180             MOVE INQ-REL-CLOCK-SECS TO INQ-AFTER-SECS
006190             MOVE CLK-LOG-HUNDREDTHS TO INQ-AFTER-HUNDREDTHS
006200             MOVE CLK-LOG-SEQUENCE TO INQ-AFTER-SEQUENCE
006210             MOVE INQ-LOG-FILE-NAME TO INQ-AFTER-FILE
006220         END-IF
006230     END-IF.
006240 3120-EXIT.
006250     EXIT.
006260*****************************************************************
006270* 3200-FIND-DRIFT
006280*     SCANS CLOCKDRF FOR THE MEASUREMENT NEAREST THE MOMENT,
006290*     EITHER SIDE, WITHIN THE DAY BEFORE TO THE DAY AFTER.
006300*****************************************************************
006310 3200-FIND-DRIFT.
006320     MOVE 'N' TO INQ-DRIFT-SWITCH
006330     MOVE 'N' TO INQ-EOF-SWITCH
006340     OPEN INPUT DRIFT-HIST-FILE
006350     IF INQ-DRF-FILE-STATUS NOT = '00'
006360         IF INQ-DRF-FILE-STATUS = '05'
006370             CLOSE DRIFT-HIST-FILE
006380         END-IF
006390         GO TO 3200-EXIT
006400     END-IF
006410     PERFORM 3210-TAKE-ONE-DRIFT THRU 3210-EXIT
006420         UNTIL INQ-AT-END
006430     CLOSE DRIFT-HIST-FILE.
006440 3200-EXIT.
006450     EXIT.
006460 3210-TAKE-ONE-DRIFT.
006470     READ DRIFT-HIST-FILE
006480         AT END
006490             SET INQ-AT-END TO TRUE
006500     END-READ
006510     IF INQ-AT-END
006520         GO TO 3210-EXIT
006530     END-IF
006540     IF CLK-DRF-DATE IS NOT NUMERIC
006550             OR CLK-DRF-TIME IS NOT NUMERIC
006560             OR CLK-DRF-DRIFT-SECS IS NOT NUMERIC
006570         GO TO 3210-EXIT
006580     END-IF
006590     IF CLK-DRF-HOURS > 23
006600             OR CLK-DRF-MINUTES > 59
006610             OR CLK-DRF-SECONDS > 59
006620         GO TO 3210-EXIT
006630     END-IF
006640     MOVE CLK-DRF-DATE TO INQ-REL-DATE
006650     COMPUTE INQ-REL-CLOCK-SECS =
006660         (CLK-DRF-HOURS * 3600) + (CLK-DRF-MINUTES * 60)
006670             + CLK-DRF-SECONDS
006680     PERFORM 8500-RELATIVE-SECS THRU 8500-EXIT
006690     IF NOT INQ-REL-OK
006700         GO TO 3210-EXIT
006710     END-IF
006720     COMPUTE INQ-DISTANCE = INQ-REL-SECS - INQ-Q-SECS
006730     IF INQ-DISTANCE < ZERO
006740         COMPUTE INQ-DISTANCE = ZERO - INQ-DISTANCE
006750     END-IF
006760     IF INQ-DRIFT-FOUND
006770             AND INQ-DISTANCE > INQ-DRIFT-DISTANCE
006780         GO TO 3210-EXIT
006790     END-IF
006800     SET INQ-DRIFT-FOUND TO TRUE
006810     MOVE INQ-DISTANCE TO INQ-DRIFT-DISTANCE
006820     MOVE CLK-DRF-DATE TO INQ-DRIFT-DATE
006830     MOVE INQ-REL-CLOCK-SECS TO INQ-DRIFT-SECS
006840     MOVE CLK-DRF-SIGN TO INQ-DRIFT-SIGN
006850     MOVE CLK-DRF-DRIFT-SECS TO INQ-DRIFT-AMOUNT.
006860 3210-EXIT.
006870     EXIT.
006880*****************************************************************
006890* 3300-FIND-EVENTS
006900*     SCANS CLOCKEVT FOR THE INSTANCE'S EVENTS WITHIN THE WINDOW.
006910*****************************************************************
006920 3300-FIND-EVENTS.
006930     MOVE 'N' TO INQ-EOF-SWITCH
006940     OPEN INPUT CLOCK-EVENT-FILE
006950     IF INQ-EVT-FILE-STATUS NOT = '00'
006960         IF INQ-EVT-FILE-STATUS = '05'
006970             CLOSE CLOCK-EVENT-FILE
006980         END-IF
006990         GO TO 3300-EXIT
007000     END-IF
007010     PERFORM 3310-TAKE-ONE-EVENT THRU 3310-EXIT
007020         UNTIL INQ-AT-END
007030     CLOSE CLOCK-EVENT-FILE.
007040 3300-EXIT.
007050     EXIT.
007060 3310-TAKE-ONE-EVENT.
007070     READ CLOCK-EVENT-FILE
007080         AT END
007090             SET INQ-AT-END TO TRUE
007100     END-READ
007110     IF INQ-AT-END
007120         GO TO 3310-EXIT
007130     END-IF
007140     IF CLK-EVT-DATE IS NOT NUMERIC
007150             OR CLK-EVT-TIME IS NOT NUMERIC
007160         GO TO 3310-EXIT
007170     END-IF
007180     IF CLK-EVT-INSTANCE NOT = INQ-Q-INSTANCE
007190         IF INQ-Q-INSTANCE = '1'
007200                 AND CLK-EVT-INSTANCE = SPACE
007210             CONTINUE
007220         ELSE
007230             GO TO 3310-EXIT
007240         END-IF
007250     END-IF
007260     MOVE CLK-EVT-DATE TO INQ-REL-DATE
007270     COMPUTE INQ-REL-CLOCK-SECS =
007280         (CLK-EVT-HOURS * 3600) + (CLK-EVT-MINUTES * 60)
007290             + CLK-EVT-SECONDS
007300     PERFORM 8500-RELATIVE-SECS THRU 8500-EXIT
007310     IF NOT INQ-REL-OK
007320         GO TO 3310-EXIT
007330     END-IF
007340     IF INQ-REL-SECS < INQ-WIN-LO OR INQ-REL-SECS > INQ-WIN-HI
007350         GO TO 3310-EXIT
007360     END-IF
007370     MOVE SPACES TO INQ-HD-BODY
007380     MOVE CLK-EVT-DATE(5:2) TO INQ-HD-MONTH
007390     MOVE CLK-EVT-DATE(7:2) TO INQ-HD-DAY
007400     MOVE CLK-EVT-HOURS TO INQ-HD-HOURS
007410     MOVE CLK-EVT-MINUTES TO INQ-HD-MINUTES
007420     MOVE CLK-EVT-SECONDS TO INQ-HD-SECONDS
007430     MOVE 'EVENT' TO INQ-HD-KIND
007440     STRING CLK-EVT-CODE DELIMITED BY SIZE
007450         ' ' DELIMITED BY SIZE
007460         CLK-EVT-SEVERITY DELIMITED BY SIZE
007470         ' ' DELIMITED BY SIZE
007480         CLK-EVT-TEXT DELIMITED BY SIZE
007490         INTO INQ-HD-BODY
007500     END-STRING
007510     PERFORM 3450-HOLD-HIT THRU 3450-EXIT.
007520 3310-EXIT.
007530     EXIT.
007540*****************************************************************
007550* 3400-FIND-PAGES
007560*     SCANS CLOCKPGW FOR PAGES WITHIN THE WINDOW.
007570*****************************************************************
007580 3400-FIND-PAGES.
007590     MOVE 'N' TO INQ-EOF-SWITCH
007600     OPEN INPUT PAGE-OUTBOX-FILE
007610     IF INQ-PGW-FILE-STATUS NOT = '00'
007620         IF INQ-PGW-FILE-STATUS = '05'
007630             CLOSE PAGE-OUTBOX-FILE
007640         END-IF
007650         GO TO 3400-EXIT
007660     END-IF
007670     PERFORM 3410-TAKE-ONE-PAGE THRU 3410-EXIT
007680         UNTIL INQ-AT-END
007690     CLOSE PAGE-OUTBOX-FILE.
007700 3400-EXIT.
007710     EXIT.
007720 3410-TAKE-ONE-PAGE.
007730     READ PAGE-OUTBOX-FILE
007740         AT END
007750             SET INQ-AT-END TO TRUE
007760     END-READ
007770     IF INQ-AT-END
007780         GO TO 3410-EXIT
007790     END-IF
007800     IF CLK-PGW-DATE IS NOT NUMERIC
007810             OR CLK-PGW-TIME IS NOT NUMERIC
007820         GO TO 3410-EXIT
007830     END-IF
007840     MOVE CLK-PGW-DATE TO INQ-REL-DATE
007850     COMPUTE INQ-REL-CLOCK-SECS =
007860         (CLK-PGW-HOURS * 3600) + (CLK-PGW-MINUTES * 60)
007870             + CLK-PGW-SECONDS
007880     PERFORM 8500-RELATIVE-SECS THRU 8500-EXIT
007890     IF NOT INQ-REL-OK
007900         GO TO 3410-EXIT
007910     END-IF
007920     IF INQ-REL-SECS < INQ-WIN-LO OR INQ-REL-SECS > INQ-WIN-HI
007930         GO TO 3410-EXIT
007940     END-IF
007950     MOVE SPACES TO INQ-HD-BODY
007960     MOVE CLK-PGW-DATE(5:2) TO INQ-HD-MONTH
007970     MOVE CLK-PGW-DATE(7:2) TO INQ-HD-DAY
007980     MOVE CLK-PGW-HOURS TO INQ-HD-HOURS
007990     MOVE CLK-PGW-MINUTES TO INQ-HD-MINUTES
008000     MOVE CLK-PGW-SECONDS TO INQ-HD-SECONDS
008010     MOVE 'PAGE' TO INQ-HD-KIND
008020     STRING CLK-PGW-DEADLINE DELIMITED BY SIZE
008030         ' TIER ' DELIMITED BY SIZE
008040         CLK-PGW-TIER DELIMITED BY SIZE
008050         ' ' DELIMITED BY SIZE
008060         CLK-PGW-CONTACT DELIMITED BY SIZE
008070         ' UNACK ' DELIMITED BY SIZE
008080         CLK-PGW-UNACK-MINS DELIMITED BY SIZE
008090         ' MIN' DELIMITED BY SIZE
008100         INTO INQ-HD-BODY
008110     END-STRING
008120     PERFORM 3450-HOLD-HIT THRU 3450-EXIT.
008130 3410-EXIT.
008140     EXIT.
008150*****************************************************************
008160* 3450-HOLD-HIT
008170*     SLOTS THE LINE IN INQ-HIT-DETAIL, AT INQ-REL-SECS, INTO THE
008180*     TABLE BEHIND EVERY LINE NOT LATER THAN IT.
008190*****************************************************************
008200 3450-HOLD-HIT.
008210     IF INQ-HIT-COUNT = 200
008220         ADD 1 TO INQ-HIT-DROPPED
008230         GO TO 3450-EXIT
008240     END-IF
008250     MOVE INQ-REL-SECS TO INQ-NEW-REL
008260     ADD 1 TO INQ-HIT-COUNT
008270     MOVE INQ-HIT-COUNT TO INQ-HIT-SUB
008280     MOVE 'N' TO INQ-ROOM-SWITCH
008290     PERFORM 3460-MAKE-ROOM THRU 3460-EXIT
008300         UNTIL INQ-ROOM-MADE
008310     MOVE INQ-NEW-REL TO INQ-HIT-REL(INQ-HIT-SUB)
008320     MOVE INQ-HIT-DETAIL TO INQ-HIT-LINE(INQ-HIT-SUB).
008330 3450-EXIT.
008340     EXIT.
008350 3460-MAKE-ROOM.
008360     IF INQ-HIT-SUB = 1
008370         SET INQ-ROOM-MADE TO TRUE
008380         GO TO 3460-EXIT
008390     END-IF
008400     IF INQ-HIT-REL(INQ-HIT-SUB - 1) NOT > INQ-NEW-REL
008410         SET INQ-ROOM-MADE TO TRUE
008420         GO TO 3460-EXIT
008430     END-IF
008440     MOVE INQ-HIT-ENTRY(INQ-HIT-SUB - 1)
008450         TO INQ-HIT-ENTRY(INQ-HIT-SUB)
008460     SUBTRACT 1 FROM INQ-HIT-SUB.
008470 3460-EXIT.
008480     EXIT.
008490*****************************************************************
008500* 4000-PROCESS-ACTION
008510*     ANSWERS THE INQUIRY IF IT HAS CHANGED, PAINTS THE ANSWER,
008520*     AND TAKES ONE ACTION: F AND B MOVE THE MOMENT FORWARD OR
008530*     BACK BY THE FULL WIDTH OF THE WINDOW, SO SUCCESSIVE PAGES
008540*     MEET WITHOUT OVERLAP; M SHOWS THE NEXT TEN EVENT LINES,
008550*     WRAPPING TO THE FIRST; N TAKES A NEW INQUIRY; X ENDS.
008560*****************************************************************
008570 4000-PROCESS-ACTION.
008580     IF INQ-REFRESH-NEEDED
008590         PERFORM 3000-RUN-INQUIRY THRU 3000-EXIT
008600         MOVE 'N' TO INQ-REFRESH-SWITCH
008610     END-IF
008620     PERFORM 5000-PAINT-ANSWER THRU 5000-EXIT
008630     MOVE SPACES TO INQ-ANSWER
008640     ACCEPT INQ-ANSWER AT LINE 22, COLUMN 44
008650     IF INQ-ANSWER(1:1) = 'F'
008660         PERFORM 6000-SHIFT-FORWARD THRU 6000-EXIT
008670         SET INQ-REFRESH-NEEDED TO TRUE
008680         GO TO 4000-EXIT
008690     END-IF
008700     IF INQ-ANSWER(1:1) = 'B'
008710         PERFORM 6100-SHIFT-BACK THRU 6100-EXIT
008720         SET INQ-REFRESH-NEEDED TO TRUE
008730         GO TO 4000-EXIT
008740     END-IF
008750     IF INQ-ANSWER(1:1) = 'M'
008760         ADD 10 TO INQ-HIT-FIRST
008770         IF INQ-HIT-FIRST > INQ-HIT-COUNT
008780             MOVE 1 TO INQ-HIT-FIRST
008790         END-IF
008800         GO TO 4000-EXIT
008810     END-IF
008820     IF INQ-ANSWER(1:1) = 'N'
008830         PERFORM 2000-GET-INQUIRY THRU 2000-EXIT
008840         GO TO 4000-EXIT
008850     END-IF
008860     IF INQ-ANSWER(1:1) = 'X'
008870         SET INQ-EXIT-REQUESTED TO TRUE
008880         GO TO 4000-EXIT
008890     END-IF
008900     MOVE 'ACTION MUST BE F, B, M, N OR X' TO INQ-STATUS-LINE.
008910 4000-EXIT.
008920     EXIT.
008930*****************************************************************
008940* 5000-PAINT-ANSWER
008950*     CLEARS THE SCREEN AND PAINTS THE ANSWER: THE MOMENT, THE
008960*     TWO READINGS, THE GAP VERDICT, THE DRIFT, AND A PAGE OF THE
008970*     EVENTS AND PAGES, WITH THE ACTION PROMPT.
008980*****************************************************************
008990 5000-PAINT-ANSWER.
009000     CALL X"E4"
009010     DISPLAY 'CLOCK POINT-IN-TIME INQUIRY'
009020         AT LINE 1, COLUMN 2
009030     MOVE INQ-Q-DATE TO INQ-FMT-DATE
009040     MOVE INQ-Q-SECS TO INQ-SPLIT-SECS
009050     PERFORM 8600-FORMAT-STAMP THRU 8600-EXIT
009060     MOVE INQ-WINDOW-MINS TO INQ-WINDOW-EDIT
009070     MOVE SPACES TO INQ-SHOW-LINE
009080     STRING 'MOMENT ' DELIMITED BY SIZE
009090         INQ-FMT-STAMP DELIMITED BY SIZE
009100         '   INSTANCE ' DELIMITED BY SIZE
009110         INQ-Q-INSTANCE DELIMITED BY SIZE
009120         '   WINDOW +/- ' DELIMITED BY SIZE
009130         INQ-WINDOW-EDIT DELIMITED BY SIZE
009140         ' MIN' DELIMITED BY SIZE
009150         INTO INQ-SHOW-LINE
009160     END-STRING
009170     DISPLAY INQ-SHOW-LINE AT LINE 2, COLUMN 2
009180     PERFORM 5100-PAINT-READINGS THRU 5100-EXIT
009190     PERFORM 5200-PAINT-GAP THRU 5200-EXIT
009200     PERFORM 5300-PAINT-DRIFT THRU 5300-EXIT
009210     PERFORM 5400-PAINT-HITS THRU 5400-EXIT
009220     DISPLAY 'F=FWD B=BACK M=MORE N=NEW X=EXIT.:'
009230         AT LINE 22, COLUMN 2
009240     IF INQ-STATUS-LINE NOT = SPACES
009250         DISPLAY INQ-STATUS-LINE AT LINE 23, COLUMN 2
009260         MOVE SPACES TO INQ-STATUS-LINE
009270     END-IF.
009280 5000-EXIT.
009290     EXIT.
009300*****************************************************************
009310* 5100-PAINT-READINGS
009320*     PAINTS EACH NEAREST READING AS ITS STAMP TO THE HUNDREDTH,
009330*     ITS SEQUENCE NUMBER AND THE FILE IT CAME FROM.
009340*****************************************************************
009350 5100-PAINT-READINGS.
009360     DISPLAY 'READING AT/BEFORE..:' AT LINE 4, COLUMN 2
009370     MOVE SPACES TO INQ-SHOW-LINE
009380     IF INQ-BEFORE-FOUND
009390         MOVE INQ-BEFORE-DATE TO INQ-FMT-DATE
009400         MOVE INQ-BEFORE-SECS TO INQ-SPLIT-SECS
009410         PERFORM 8600-FORMAT-STAMP THRU 8600-EXIT
009420         STRING INQ-FMT-STAMP DELIMITED BY SIZE
009430             '.' DELIMITED BY SIZE
009440             INQ-BEFORE-HUNDREDTHS DELIMITED BY SIZE
009450             ' SEQ ' DELIMITED BY SIZE
009460             INQ-BEFORE-SEQUENCE DELIMITED BY SIZE
009470             ' ' DELIMITED BY SIZE
009480             INQ-BEFORE-FILE DELIMITED BY SPACE
009490             INTO INQ-SHOW-LINE
009500         END-STRING
009510     ELSE
009520         MOVE 'NONE ON FILE SINCE THE DAY BEFORE'
009530             TO INQ-SHOW-LINE
009540     END-IF
009550     DISPLAY INQ-SHOW-LINE(1:57) AT LINE 4, COLUMN 23
009560     DISPLAY 'READING AFTER......:' AT LINE 5, COLUMN 2
009570     MOVE SPACES TO INQ-SHOW-LINE
009580     IF INQ-AFTER-FOUND
009590         MOVE INQ-AFTER-DATE TO INQ-FMT-DATE
009600         MOVE INQ-AFTER-SECS TO INQ-SPLIT-SECS
009610         PERFORM 8600-FORMAT-STAMP THRU 8600-EXIT
009620         STRING INQ-FMT-STAMP DELIMITED BY SIZE
009630             '.' DELIMITED BY SIZE
009640             INQ-AFTER-HUNDREDTHS DELIMITED BY SIZE
009650             ' SEQ ' DELIMITED BY SIZE
009660             INQ-AFTER-SEQUENCE DELIMITED BY SIZE
009670             ' ' DELIMITED BY SIZE
009680             INQ-AFTER-FILE DELIMITED BY SPACE
009690             INTO INQ-SHOW-LINE
009700         END-STRING
009710     ELSE
009720         MOVE 'NONE ON FILE THROUGH THE DAY AFTER'
009730             TO INQ-SHOW-LINE
009740     END-IF
009750     DISPLAY INQ-SHOW-LINE(1:57) AT LINE 5, COLUMN 23.
009760 5100-EXIT.
009770     EXIT.
009780*****************************************************************
009790* 5200-PAINT-GAP
009800*     SAYS WHETHER THE TWO READINGS ARE FURTHER APART THAN THE
009810*     LOGGING INTERVAL ALLOWS.  WITH ONE SIDE MISSING THE CLOCK
009820*     WAS NOT LOGGING FOR A DAY OR MORE, OR THE MOMENT IS STILL
009830*     TO COME.
009840*****************************************************************
009850 5200-PAINT-GAP.
009860     DISPLAY 'LOGGING............:' AT LINE 6, COLUMN 2
009870     MOVE SPACES TO INQ-SHOW-LINE
009880     IF NOT INQ-BEFORE-FOUND OR NOT INQ-AFTER-FOUND
009890         MOVE 'NO READING ON ONE SIDE - NO GAP MEASURED'
009900             TO INQ-SHOW-LINE
009910         GO TO 5200-SHOW
009920     END-IF
009930     COMPUTE INQ-GAP-SECS = INQ-AFTER-REL - INQ-BEFORE-REL
009940     MOVE INQ-GAP-SECS TO INQ-SECS-EDIT
009950     IF INQ-GAP-SECS > INQ-GAP-LIMIT-SECS
009960         STRING 'GAP - READINGS' DELIMITED BY SIZE
009970             INQ-SECS-EDIT DELIMITED BY SIZE
009980             ' SECONDS APART, CLOCK NOT LOGGING' DELIMITED BY SIZE
009990             INTO INQ-SHOW-LINE
010000         END-STRING
010010     ELSE
010020         STRING 'NORMAL - READINGS' DELIMITED BY SIZE
010030             INQ-SECS-EDIT DELIMITED BY SIZE
010040             ' SECONDS APART' DELIMITED BY SIZE
010050             INTO INQ-SHOW-LINE
010060         END-STRING
010070     END-IF.
010080 5200-SHOW.
010090     DISPLAY INQ-SHOW-LINE(1:57) AT LINE 6, COLUMN 23.
010100 5200-EXIT.
010110     EXIT.
010120*****************************************************************
010130* 5300-PAINT-DRIFT
010140*     PAINTS THE NEAREST DRIFT MEASUREMENT AND HOW FAR FROM THE
010150*     MOMENT IT WAS TAKEN.
010160*****************************************************************
010170 5300-PAINT-DRIFT.
010180     DISPLAY 'NEAREST DRIFT......:' AT LINE 7, COLUMN 2
010190     MOVE SPACES TO INQ-SHOW-LINE
010200     IF NOT INQ-DRIFT-FOUND
010210         MOVE 'NONE ON FILE WITHIN A DAY' TO INQ-SHOW-LINE
010220         GO TO 5300-SHOW
010230     END-IF
010240     MOVE INQ-DRIFT-DATE TO INQ-FMT-DATE
010250     MOVE INQ-DRIFT-SECS TO INQ-SPLIT-SECS
010260     PERFORM 8600-FORMAT-STAMP THRU 8600-EXIT
010270     MOVE INQ-DRIFT-AMOUNT TO INQ-DRIFT-EDIT
010280     MOVE INQ-DRIFT-DISTANCE TO INQ-AWAY-EDIT
010290     STRING INQ-FMT-STAMP DELIMITED BY SIZE
010300         ' ' DELIMITED BY SIZE
010310         INQ-DRIFT-SIGN DELIMITED BY SIZE
010320         INQ-DRIFT-EDIT DELIMITED BY SIZE
010330         ' SECS,' DELIMITED BY SIZE
010340         INQ-AWAY-EDIT DELIMITED BY SIZE
010350         ' SECS AWAY' DELIMITED BY SIZE
010360         INTO INQ-SHOW-LINE
010370     END-STRING.
010380 5300-SHOW.
010390     DISPLAY INQ-SHOW-LINE(1:57) AT LINE 7, COLUMN 23.
010400 5300-EXIT.
010410     EXIT.
010420*****************************************************************
010430* 5400-PAINT-HITS
010440*     PAINTS THE WINDOW EDGES AND UP TO TEN EVENT AND PAGE LINES
010450*     FROM INQ-HIT-FIRST ON, LINES 11 TO 20, WITH A COUNT LINE.
010460*****************************************************************
010470 5400-PAINT-HITS.
010480     MOVE INQ-Q-DATE TO INQ-REL-DATE
010490     MOVE INQ-WIN-LO TO INQ-REL-SECS
010500     PERFORM 8550-STAMP-FROM-REL THRU 8550-EXIT
010510     MOVE INQ-FMT-STAMP TO INQ-FMT-LO
010520     MOVE INQ-WIN-HI TO INQ-REL-SECS
010530     PERFORM 8550-STAMP-FROM-REL THRU 8550-EXIT
010540     MOVE INQ-FMT-STAMP TO INQ-FMT-HI
010550     MOVE SPACES TO INQ-SHOW-LINE
010560     STRING 'EVENTS AND PAGES FROM ' DELIMITED BY SIZE
010570         INQ-FMT-LO DELIMITED BY SIZE
010580         ' TO ' DELIMITED BY SIZE
010590         INQ-FMT-HI DELIMITED BY SIZE
010600         INTO INQ-SHOW-LINE
010610     END-STRING
010620     DISPLAY INQ-SHOW-LINE AT LINE 9, COLUMN 2
010630     DISPLAY INQ-HIT-HEADING AT LINE 10, COLUMN 2
010640     IF INQ-HIT-COUNT = ZERO
010650         DISPLAY 'NO EVENTS OR PAGES IN THE WINDOW'
010660             AT LINE 11, COLUMN 2
010670         GO TO 5400-EXIT
010680     END-IF
010690     PERFORM 5410-PAINT-ONE-HIT THRU 5410-EXIT
010700         VARYING INQ-ROW FROM 1 BY 1
010710         UNTIL INQ-ROW > 10
010720             OR INQ-HIT-FIRST + INQ-ROW - 1 > INQ-HIT-COUNT
010730     COMPUTE INQ-HIT-LAST = INQ-HIT-FIRST + 9
010740     IF INQ-HIT-LAST > INQ-HIT-COUNT
010750         MOVE INQ-HIT-COUNT TO INQ-HIT-LAST
010760     END-IF
010770     MOVE INQ-HIT-FIRST TO INQ-FIRST-EDIT
010780     MOVE INQ-HIT-LAST TO INQ-LAST-EDIT
010790     MOVE INQ-HIT-COUNT TO INQ-COUNT-EDIT
010800     MOVE SPACES TO INQ-SHOW-LINE
010810     STRING 'LINES' DELIMITED BY SIZE
010820         INQ-FIRST-EDIT DELIMITED BY SIZE
010830         ' TO' DELIMITED BY SIZE
010840         INQ-LAST-EDIT DELIMITED BY SIZE
010850         ' OF' DELIMITED BY SIZE
010860         INQ-COUNT-EDIT DELIMITED BY SIZE
010870         INTO INQ-SHOW-LINE
010880     END-STRING
010890     IF INQ-HIT-DROPPED > ZERO
010900         MOVE INQ-HIT-DROPPED TO INQ-DROPPED-EDIT
010910         MOVE ' - ' TO INQ-SHOW-LINE(21:3)
010920         MOVE INQ-DROPPED-EDIT TO INQ-SHOW-LINE(24:5)
010930         MOVE ' MORE NOT HELD - NARROW THE WINDOW'
010940             TO INQ-SHOW-LINE(29:34)
010950     END-IF
010960     DISPLAY INQ-SHOW-LINE AT LINE 21, COLUMN 2.
010970 5400-EXIT.
010980     EXIT.
010990 5410-PAINT-ONE-HIT.
011000     COMPUTE INQ-HIT-SUB = INQ-HIT-FIRST + INQ-ROW - 1
011010     COMPUTE INQ-LINE-NUM = 10 + INQ-ROW
011020     DISPLAY INQ-HIT-LINE(INQ-HIT-SUB)
011030         AT LINE INQ-LINE-NUM, COLUMN 2.
011040 5410-EXIT.
011050     EXIT.
011060*****************************************************************
011070* 6000-SHIFT-FORWARD
011080*     MOVES THE MOMENT FORWARD BY TWICE THE WINDOW, INTO THE NEXT
011090*     DAY WHEN IT PASSES MIDNIGHT.
011100*****************************************************************
011110 6000-SHIFT-FORWARD.
011120     COMPUTE INQ-SHIFT-SECS = INQ-WINDOW-MINS * 120
011130     ADD INQ-SHIFT-SECS TO INQ-Q-SECS
011140     IF INQ-Q-SECS > 86399
011150         SUBTRACT 86400 FROM INQ-Q-SECS
011160         MOVE INQ-Q-DATE TO INQ-DATE-WORK-NUM
011170         PERFORM 8400-AHEAD-ONE-DAY THRU 8400-EXIT
011180         MOVE INQ-DATE-WORK-NUM TO INQ-Q-DATE
011190     END-IF.
011200 6000-EXIT.
011210     EXIT.
011220*****************************************************************
011230* 6100-SHIFT-BACK
011240*     MOVES THE MOMENT BACK BY TWICE THE WINDOW, INTO THE DAY
011250*     BEFORE WHEN IT PASSES MIDNIGHT.
011260*****************************************************************
011270 6100-SHIFT-BACK.
011280     COMPUTE INQ-SHIFT-SECS = INQ-WINDOW-MINS * 120
011290     IF INQ-Q-SECS NOT < INQ-SHIFT-SECS
011300         SUBTRACT INQ-SHIFT-SECS FROM INQ-Q-SECS
011310         GO TO 6100-EXIT
011320     END-IF
011330     COMPUTE INQ-Q-SECS = INQ-Q-SECS + 86400 - INQ-SHIFT-SECS
011340     MOVE INQ-Q-DATE TO INQ-DATE-WORK-NUM
011350     PERFORM 8450-BACK-ONE-DAY THRU 8450-EXIT
011360     MOVE INQ-DATE-WORK-NUM TO INQ-Q-DATE.
011370 6100-EXIT.
011380     EXIT.
011390*****************************************************************
011400* 8000-CLEAR-MESSAGE
011410*     BLANKS THE MESSAGE LINE AFTER A GOOD ENTRY.
011420*****************************************************************
011430 8000-CLEAR-MESSAGE.
011440     MOVE SPACES TO INQ-BLANK-LINE
011450     DISPLAY INQ-BLANK-LINE AT LINE 21, COLUMN 2.
011460 8000-EXIT.
011470     EXIT.
011480*****************************************************************
011490* 8100-SHOW-MESSAGE
011500*     SHOWS THE VALIDATION MESSAGE STAGED IN INQ-BLANK-LINE ON
011510*     THE MESSAGE LINE, THEN RE-BLANKS THE STAGE.
011520*****************************************************************
011530 8100-SHOW-MESSAGE.
011540     DISPLAY INQ-BLANK-LINE AT LINE 21, COLUMN 2
011550     MOVE SPACES TO INQ-BLANK-LINE.
011560 8100-EXIT.
011570     EXIT.
011580*****************************************************************
011590* 8400-AHEAD-ONE-DAY
011600*     STEPS INQ-DATE-WORK FORWARD ONE CALENDAR DAY, CROSSING
011610*     MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS 29TH IN A
011620*     LEAP YEAR.
011630*****************************************************************
011640 8400-AHEAD-ONE-DAY.
011650     MOVE INQ-MONTH-DAYS(INQ-DW-MONTH) TO INQ-MONTH-LENGTH
011660     IF INQ-DW-MONTH = 2
011670         PERFORM 8480-LEAP-FEBRUARY THRU 8480-EXIT
011680     END-IF
011690     IF INQ-DW-DAY < INQ-MONTH-LENGTH
011700         ADD 1 TO INQ-DW-DAY
011710         GO TO 8400-EXIT
011720     END-IF
011730     MOVE 1 TO INQ-DW-DAY
011740     IF INQ-DW-MONTH = 12
011750         MOVE 1 TO INQ-DW-MONTH
011760         ADD 1 TO INQ-DW-YEAR
011770     ELSE
011780         ADD 1 TO INQ-DW-MONTH
011790     END-IF.
011800 8400-EXIT.
011810     EXIT.
011820*****************************************************************
011830* 8450-BACK-ONE-DAY
011840*     STEPS INQ-DATE-WORK BACK ONE CALENDAR DAY, THE MIRROR OF
011850*     8400-AHEAD-ONE-DAY.
011860*****************************************************************
011870 8450-BACK-ONE-DAY.
011880     IF INQ-DW-DAY > 1
011890         SUBTRACT 1 FROM INQ-DW-DAY
011900         GO TO 8450-EXIT
011910     END-IF
011920     IF INQ-DW-MONTH = 1
011930         SUBTRACT 1 FROM INQ-DW-YEAR
011940         MOVE 12 TO INQ-DW-MONTH
011950         MOVE 31 TO INQ-DW-DAY
011960         GO TO 8450-EXIT
011970     END-IF
011980     SUBTRACT 1 FROM INQ-DW-MONTH
011990     MOVE INQ-MONTH-DAYS(INQ-DW-MONTH) TO INQ-MONTH-LENGTH
012000     IF INQ-DW-MONTH = 2
012010         PERFORM 8480-LEAP-FEBRUARY THRU 8480-EXIT
012020     END-IF
012030     MOVE INQ-MONTH-LENGTH TO INQ-DW-DAY.
012040 8450-EXIT.
012050     EXIT.
012060 8480-LEAP-FEBRUARY.
012070     DIVIDE INQ-DW-YEAR BY 4 GIVING INQ-LEAP-QUOT
012080         REMAINDER INQ-LEAP-REM
012090     IF INQ-LEAP-REM = ZERO
012100         MOVE 29 TO INQ-MONTH-LENGTH
012110         DIVIDE INQ-DW-YEAR BY 100 GIVING INQ-LEAP-QUOT
012120             REMAINDER INQ-LEAP-REM
012130         IF INQ-LEAP-REM = ZERO
012140             MOVE 28 TO INQ-MONTH-LENGTH
012150             DIVIDE INQ-DW-YEAR BY 400 GIVING INQ-LEAP-QUOT
012160                 REMAINDER INQ-LEAP-REM
012170             IF INQ-LEAP-REM = ZERO
012180                 MOVE 29 TO INQ-MONTH-LENGTH
012190             END-IF
012200         END-IF
012210     END-IF.
012220 8480-EXIT.
012230     EXIT.
012240*****************************************************************
012250* 8500-RELATIVE-SECS
012260*     PLACES THE MOMENT IN INQ-REL-DATE AND INQ-REL-CLOCK-SECS ON
012270*     THE INQUIRY'S SECONDS SCALE.  A DATE OUTSIDE THE DAY BEFORE
012280*     TO THE DAY AFTER IS OUT OF REACH AND LEAVES INQ-REL-OK OFF.
012290*****************************************************************
012300 8500-RELATIVE-SECS.
012310     SET INQ-REL-OK TO TRUE
012320     IF INQ-REL-DATE = INQ-Q-DATE
012330         MOVE INQ-REL-CLOCK-SECS TO INQ-REL-SECS
012340         GO TO 8500-EXIT
012350     END-IF
012360     IF INQ-REL-DATE = INQ-DAY-BEFORE
012370         COMPUTE INQ-REL-SECS = INQ-REL-CLOCK-SECS - 86400
012380         GO TO 8500-EXIT
012390     END-IF
012400     IF INQ-REL-DATE = INQ-DAY-AFTER
012410         COMPUTE INQ-REL-SECS = INQ-REL-CLOCK-SECS + 86400
012420         GO TO 8500-EXIT
012430     END-IF
012440     MOVE 'N' TO INQ-REL-OK-SWITCH.
012450 8500-EXIT.
012460     EXIT.
012470*****************************************************************
012480* 8550-STAMP-FROM-REL
012490*     THE REVERSE OF 8500: FORMATS THE POINT INQ-REL-SECS ON THE
012500*     INQUIRY'S SCALE AS A DATE AND TIME IN INQ-FMT-STAMP.
012510*****************************************************************
012520 8550-STAMP-FROM-REL.
012530     IF INQ-REL-SECS < ZERO
012540         MOVE INQ-DAY-BEFORE TO INQ-FMT-DATE
012550         COMPUTE INQ-SPLIT-SECS = INQ-REL-SECS + 86400
012560     ELSE
012570         IF INQ-REL-SECS > 86399
012580             MOVE INQ-DAY-AFTER TO INQ-FMT-DATE
012590             COMPUTE INQ-SPLIT-SECS = INQ-REL-SECS - 86400
012600         ELSE
012610             MOVE INQ-Q-DATE TO INQ-FMT-DATE
012620             MOVE INQ-REL-SECS TO INQ-SPLIT-SECS
012630         END-IF
012640     END-IF
012650     PERFORM 8600-FORMAT-STAMP THRU 8600-EXIT.
012660 8550-EXIT.
012670     EXIT.
012680*****************************************************************
012690* 8600-FORMAT-STAMP
012700*     FORMATS INQ-FMT-DATE AND INQ-SPLIT-SECS AS
012710*     YYYY/MM/DD HH:MM:SS IN INQ-FMT-STAMP.
012720*****************************************************************
012730 8600-FORMAT-STAMP.
012740     PERFORM 8650-SPLIT-SECS THRU 8650-EXIT
012750     MOVE INQ-FMT-DATE(1:4) TO INQ-FS-YEAR
012760     MOVE INQ-FMT-DATE(5:2) TO INQ-FS-MONTH
012770     MOVE INQ-FMT-DATE(7:2) TO INQ-FS-DAY
012780     MOVE INQ-SPLIT-HOURS TO INQ-FS-HOURS
012790     MOVE INQ-SPLIT-MINUTES TO INQ-FS-MINUTES
012800     MOVE INQ-SPLIT-SECONDS TO INQ-FS-SECONDS.
012810 8600-EXIT.
012820     EXIT.
012830*****************************************************************
012840* 8650-SPLIT-SECS
012850*     SPLITS INQ-SPLIT-SECS, SECONDS INTO THE DAY, INTO HOURS,
012860*     MINUTES AND SECONDS IN INQ-SPLIT-TIME.
012870*****************************************************************
012880 8650-SPLIT-SECS.
012890     DIVIDE INQ-SPLIT-SECS BY 3600 GIVING INQ-SPLIT-HOURS
012900         REMAINDER INQ-SPLIT-REM
012910     DIVIDE INQ-SPLIT-REM BY 60 GIVING INQ-SPLIT-MINUTES
012920         REMAINDER INQ-SPLIT-SECONDS.
012930 8650-EXIT.
012940     EXIT.
012950*****************************************************************
012960* 9000-TERMINATE
012970*     LEAVES A CLEAN LINE FOR THE SHELL AND ENDS THE RUN.
012980*****************************************************************
012990 9000-TERMINATE.
013000     DISPLAY ' ' AT LINE 24, COLUMN 1.
013010 9000-EXIT.
013020     EXIT.
013030 END PROGRAM CLOCKINQ.
