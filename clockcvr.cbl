000290*     ONE PAGE, READ FROM THAT INSTANCE'S OWN LOG FILES AND
000300*     FILTERED BY THE STAMP IN EACH RECORD.  A BLANK LIST
000310*     REPORTS THE PRIMARY INSTANCE (1) AS ALWAYS.
000320*     A GAP THAT FALLS INSIDE A PLANNED MAINTENANCE WINDOW
000330*     REGISTERED IN THE OPTIONAL CLOCKMNW FILE (SEE CLKMNWR) IS
000340*     NOT AN OUTAGE: IT IS LISTED SEPARATELY AS PLANNED DOWNTIME
000350*     WITH ITS CHANGE TICKET, AND THE SUMMARY GIVES THE GAP
000360*     SECONDS AND THE AVAILABILITY BOTH WITH AND WITHOUT THE
000370*     PLANNED TIME.
000380* TECTONICS: cobc
000390*****************************************************************
000400* MODIFICATION HISTORY
000410*     08/23/2026 AH  INITIAL VERSION.
000420*     09/02/2026 AH  ADDED THE BATCH-WINDOW MODE SPANNING
000430*         MIDNIGHT.  THE AUDIT FILE IS NOW OPENED THROUGH A
000440*         FILE-NAME VARIABLE SO THE DATED GENERATION FILES CAN
000450*         BE READ, THE SAME WAY CLOCKWKA OPENS THEM.
000460*     09/02/2026 AH  ADDED THE INSTANCE LIST.  THE REPORT NOW
000470*         RUNS ITS FULL SET OF SECTIONS ONCE PER LISTED CLOCK
000480*         INSTANCE, OPENING THAT INSTANCE'S QUALIFIED LOG FILES
000490*         AND HONORING THE INSTANCE STAMP IN EACH CLKLOGR
000500*         RECORD.
000510*     09/02/2026 AH  A WINDOW WHOSE START IS NOT LATER THAN ITS
000520*         END IS NOW REFUSED (THE CARD RUNS AS A PLAIN SINGLE-
000530*         DATE REPORT) INSTEAD OF SILENTLY DRAGGING THE NEXT
000540*         DATE'S GENERATION IN.  MEMBER WAS RENUMBERED.
000550*     10/15/2026 AH  GAPS INSIDE A CLOCKMNW PLANNED MAINTENANCE
000560*         WINDOW ARE NOW PRINTED IN THEIR OWN PLANNED DOWNTIME
000570*         SECTION INSTEAD OF AS A PROBABLE OUTAGE OR HANG, AND THE
000580*         SUMMARY NOW CARRIES UNPLANNED AND PLANNED GAP SECONDS
000590*         AND THE AVAILABILITY WITH AND WITHOUT THE PLANNED TIME.
000600*         A RUN FOR TODAY MEASURES AVAILABILITY UP TO NOW.  MEMBER
000610*         WAS RENUMBERED.
000620*****************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID. CLOCKCVR.
000650 AUTHOR. AUSTIN HRIN.
000660 INSTALLATION. OPERATIONS.
000670 DATE-WRITTEN. 08/23/2026.
000680 DATE-COMPILED.
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT OPTIONAL TIME-LOG-FILE ASSIGN USING CVR-LOG-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS CVR-LOG-FILE-STATUS.
000750     SELECT OPTIONAL CLOCK-PARM-FILE ASSIGN TO "CLOCKPRM"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS CVR-PARM-FILE-STATUS.
000780     SELECT REPORT-FILE ASSIGN TO "CVRPRINT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS CVR-RPT-FILE-STATUS.
000810     SELECT OPTIONAL CLOCK-MNW-FILE ASSIGN TO "CLOCKMNW"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS CVR-MNW-FILE-STATUS.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  TIME-LOG-FILE.
000870     COPY CLKLOGR.
000880 FD  CLOCK-PARM-FILE.
000890     COPY CLKPARM.
000900 FD  REPORT-FILE.
000910 01  CVR-PRINT-LINE            PIC X(80).
000920 FD  CLOCK-MNW-FILE.
000930     COPY CLKMNWR.
000940 WORKING-STORAGE SECTION.
000950 77  CVR-LOG-FILE-STATUS       PIC X(02).
000960 77  CVR-MNW-FILE-STATUS       PIC X(02).
000970 77  CVR-MNW-EOF-SWITCH        PIC X(01) VALUE 'N'.
000980     88  CVR-MNW-AT-END            VALUE 'Y'.
000990 77  CVR-PARM-FILE-STATUS      PIC X(02).
001000 77  CVR-RPT-FILE-STATUS       PIC X(02).
001010 77  CVR-LOG-EOF-SWITCH        PIC X(01) VALUE 'N'.
001020     88  CVR-LOG-AT-END            VALUE 'Y'.
001030 01  CVR-REQUEST-CARD.
001040     05  CVR-REQUEST-DATE      PIC X(08).
001050     05  CVR-REQUEST-DATE-NUM REDEFINES CVR-REQUEST-DATE
001060                               PIC 9(08).
001070     05  FILLER                PIC X(01).
001080     05  CVR-REQ-WIN-START     PIC X(04).
001090     05  CVR-REQ-WIN-START-NUM REDEFINES CVR-REQ-WIN-START.
001100         10  CVR-RWS-HOURS     PIC 99.
001110         10  CVR-RWS-MINUTES   PIC 99.
001120     05  FILLER                PIC X(01).
001130     05  CVR-REQ-WIN-END       PIC X(04).
001140     05  CVR-REQ-WIN-END-NUM  REDEFINES CVR-REQ-WIN-END.
001150         10  CVR-RWE-HOURS     PIC 99.
001160         10  CVR-RWE-MINUTES   PIC 99.
001170     05  FILLER                PIC X(01).
001180     05  CVR-REQ-INSTANCES     PIC X(04).
001190 77  CVR-TODAY-DATE            PIC 9(08).
001200 01  CVR-INSTANCE-TABLE.
001210     05  CVR-INSTANCE-LIST OCCURS 4 TIMES
001220                               PIC X(01).
001230 77  CVR-INSTANCE-COUNT        PIC 9(01) VALUE ZERO.
001240 77  CVR-INST-SUB              PIC 9(02) COMP.
001250 77  CVR-CARD-SUB              PIC 9(02) COMP.
001260 77  CVR-CURR-INSTANCE         PIC X(01) VALUE '1'.
001270 77  CVR-LOG-BASE-NAME         PIC X(09).
001280 77  CVR-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
001290     88  CVR-WINDOW-MODE           VALUE 'Y'.
001300 77  CVR-WIN-START-SECS        PIC 9(06) COMP.
001310 77  CVR-WIN-END-SECS          PIC 9(06) COMP.
001320 77  CVR-FILE-DATE             PIC 9(08).
001330 77  CVR-DAY-OFFSET-SECS       PIC 9(06) COMP VALUE ZERO.
001340 01  CVR-LOG-FILE-NAME         PIC X(20).
001350 01  CVR-DATE-2.
001360     05  CVR-D2-YEAR           PIC 9(04).
001370     05  CVR-D2-MONTH          PIC 99.
001380     05  CVR-D2-DAY            PIC 99.
001390 01  CVR-DATE-2-NUM REDEFINES CVR-DATE-2
001400                               PIC 9(08).
001410 77  CVR-LEAP-QUOT             PIC 9(04) COMP.
001420 77  CVR-LEAP-REM              PIC 9(04) COMP.
001430 77  CVR-MONTH-LIMIT           PIC 99.
001440 01  CVR-MONTH-DAY-TABLE.
001450     05  FILLER                PIC X(24) VALUE
001460         '312831303130313130313031'.
001470 01  FILLER REDEFINES CVR-MONTH-DAY-TABLE.
001480     05  CVR-MONTH-DAYS OCCURS 12 TIMES
001490                               PIC 99.
001500 77  CVR-EXPECTED-SECS         PIC 9(05) COMP VALUE 30.
001510 77  CVR-GAP-LIMIT-SECS        PIC 9(05) COMP VALUE 31.
001520 77  CVR-TOTAL-READINGS        PIC 9(07) COMP VALUE ZERO.
001530 77  CVR-GAP-COUNT             PIC 9(05) COMP VALUE ZERO.
001540 77  CVR-PRIOR-TOTAL-SECS      PIC S9(06) COMP VALUE -1.
001550 77  CVR-THIS-TOTAL-SECS       PIC S9(06) COMP.
001560 77  CVR-GAP-SECS              PIC 9(06) COMP.
001570*****************************************************************
001580* PLANNED DOWNTIME.  THE REPORT SPAN RUNS FROM CVR-SPAN-START-SECS
001590*     TO CVR-SPAN-END-SECS ON THE SAME SECONDS SCALE AS THE
001600*     READINGS (THE SECOND WINDOW DAY OFFSET 86400).  EACH
001610*     CLOCKMNW WINDOW IS CLIPPED TO THE SPAN INTO THE PLAN
001620*     TABLE AT STARTUP; A GAP OVERLAPPING ONE IS HELD IN THE
001630*     PLANNED-GAP TABLE AND PRINTED AFTER THE PASS.  A GAP'S
001640*     MISSING SECONDS
001650*     ARE ITS LENGTH LESS ONE EXPECTED INTERVAL; THOSE INSIDE THE
001660*     WINDOW COUNT AS PLANNED, THE REST (OUTSIDE) AS UNPLANNED.
001670*****************************************************************
001680 01  CVR-PLAN-TABLE.
001690     05  CVR-PLAN-ENTRY OCCURS 20 TIMES.
001700         10  CVR-PLAN-START-SECS   PIC S9(07) COMP.
001710         10  CVR-PLAN-END-SECS     PIC S9(07) COMP.
001720         10  CVR-PLAN-TICKET       PIC X(10).
001730 77  CVR-PLAN-COUNT            PIC 9(02) COMP VALUE ZERO.
001740 77  CVR-PLAN-SUB              PIC 9(02) COMP.
001750 77  CVR-PLAN-HIT-SUB          PIC 9(02) COMP.
001760 77  CVR-PLAN-TOTAL-SECS       PIC 9(07) COMP VALUE ZERO.
001770 77  CVR-SPAN-START-SECS       PIC S9(07) COMP.
001780 77  CVR-SPAN-END-SECS         PIC S9(07) COMP.
001790 77  CVR-REL-DATE              PIC 9(08).
001800 77  CVR-REL-CLOCK-SECS        PIC 9(06) COMP.
001810 77  CVR-REL-SECS              PIC S9(07) COMP.
001820 77  CVR-CLIP-START            PIC S9(07) COMP.
001830 77  CVR-CLIP-END              PIC S9(07) COMP.
001840 77  CVR-MNW-LINE-START        PIC 9(14).
001850 77  CVR-MNW-LINE-END          PIC 9(14).
001860 01  CVR-MNW-DATE-CHECK.
001870     05  CVR-MNW-CHECK-YEAR    PIC 9(04).
001880     05  CVR-MNW-CHECK-MONTH   PIC 99.
001890     05  CVR-MNW-CHECK-DAY     PIC 99.
001900 01  CVR-NOW-TIME.
001910     05  CVR-NOW-HOURS         PIC 99.
001920     05  CVR-NOW-MINUTES       PIC 99.
001930     05  CVR-NOW-SECONDS       PIC 99.
001940     05  CVR-NOW-HUNDREDTHS    PIC 99.
001950 77  CVR-OVERLAP-SECS          PIC 9(07) COMP.
001960 77  CVR-GAP-MISSING-SECS      PIC 9(06) COMP.
001970 77  CVR-GAP-PLANNED-SECS      PIC 9(06) COMP.
001980 77  CVR-PLANNED-GAP-COUNT     PIC 9(05) COMP VALUE ZERO.
001990 77  CVR-UNPLANNED-GAP-TOTAL   PIC 9(07) COMP VALUE ZERO.
002000 77  CVR-PLANNED-GAP-TOTAL     PIC 9(07) COMP VALUE ZERO.
002010 77  CVR-OUTSIDE-READINGS      PIC 9(07) COMP VALUE ZERO.
002020 77  CVR-EXPECT-READINGS       PIC 9(07) COMP.
002030 77  CVR-PCT-WORK              PIC 9(07) COMP.
002040 01  CVR-PGAP-TABLE.
002050     05  CVR-PGAP-ENTRY OCCURS 50 TIMES.
002060         10  CVR-PGAP-FROM.
002070             15  CVR-PGF-HOURS     PIC 99.
002080             15  CVR-PGF-MINUTES   PIC 99.
002090             15  CVR-PGF-SECONDS   PIC 99.
002100         10  CVR-PGAP-TO.
002110             15  CVR-PGT-HOURS     PIC 99.
002120             15  CVR-PGT-MINUTES   PIC 99.
002130             15  CVR-PGT-SECONDS   PIC 99.
002140         10  CVR-PGAP-SECS         PIC 9(06) COMP.
002150         10  CVR-PGAP-OUTSIDE      PIC 9(06) COMP.
002160         10  CVR-PGAP-TICKET       PIC X(10).
002170 77  CVR-PGAP-SUB              PIC 9(02) COMP.
002180 01  CVR-PRIOR-TIME.
002190     05  CVR-PRIOR-HOURS       PIC 99.
002200     05  CVR-PRIOR-MINUTES     PIC 99.
002210     05  CVR-PRIOR-SECONDS     PIC 99.
002220 01  CVR-HOUR-TABLE.
002230     05  CVR-HOUR-COUNT OCCURS 24 TIMES
002240             INDEXED BY CVR-HOUR-IDX
002250                               PIC 9(07) COMP.
002260 77  CVR-HOUR-SUB              PIC 9(02) COMP.
002270 77  CVR-SHIFT-SUB             PIC 9(01) COMP.
002280 01  CVR-SHIFT-TABLE.
002290     05  CVR-SHIFT-ENTRY OCCURS 3 TIMES
002300             INDEXED BY CVR-SHIFT-IDX.
002310         10  CVR-SHIFT-SEEN-SW     PIC X(01).
002320             88  CVR-SHIFT-SEEN        VALUE 'Y'.
002330         10  CVR-SHIFT-FIRST.
002340             15  CVR-SHF-HOURS     PIC 99.
002350             15  CVR-SHF-MINUTES   PIC 99.
002360             15  CVR-SHF-SECONDS   PIC 99.
002370         10  CVR-SHIFT-LAST.
002380             15  CVR-SHL-HOURS     PIC 99.
002390             15  CVR-SHL-MINUTES   PIC 99.
002400             15  CVR-SHL-SECONDS   PIC 99.
002410 01  CVR-HEADING-1.
002420     05  FILLER                PIC X(09) VALUE 'CLOCKCVR '.
002430     05  FILLER                PIC X(26)
002440             VALUE 'DAILY COVERAGE REPORT FOR '.
002450     05  CVR-H1-YEAR           PIC 9(04).
002460     05  FILLER                PIC X(01) VALUE '/'.
002470     05  CVR-H1-MONTH          PIC 99.
002480     05  FILLER                PIC X(01) VALUE '/'.
002490     05  CVR-H1-DAY            PIC 99.
002500     05  FILLER                PIC X(35) VALUE SPACES.
002510 01  CVR-HEADING-2.
002520     05  FILLER                PIC X(27)
002530             VALUE 'EXPECTED LOGGING INTERVAL: '.
002540     05  CVR-H2-SECS           PIC ZZZZ9.
002550     05  FILLER                PIC X(08) VALUE ' SECONDS'.
002560     05  FILLER                PIC X(40) VALUE SPACES.
002570 01  CVR-HEADING-3.
002580     05  FILLER                PIC X(14)
002590             VALUE 'BATCH WINDOW: '.
002600     05  CVR-H3-START          PIC X(04).
002610     05  FILLER                PIC X(04) VALUE ' TO '.
002620     05  CVR-H3-END            PIC X(04).
002630     05  FILLER                PIC X(04) VALUE ' OF '.
002640     05  CVR-H3-YEAR           PIC 9(04).
002650     05  FILLER                PIC X(01) VALUE '/'.
002660     05  CVR-H3-MONTH          PIC 99.
002670     05  FILLER                PIC X(01) VALUE '/'.
002680     05  CVR-H3-DAY            PIC 99.
002690     05  FILLER                PIC X(42) VALUE SPACES.
002700 01  CVR-INSTANCE-HEADING.
002710     05  FILLER                PIC X(14)
002720             VALUE '==== INSTANCE '.
002730     05  CVR-IH-INSTANCE       PIC X(01).
002740     05  FILLER                PIC X(05) VALUE ' ===='.
002750     05  FILLER                PIC X(60) VALUE SPACES.
002760 01  CVR-GAP-HEADING.
002770     05  FILLER                PIC X(41)
002780             VALUE ' GAP EXCEPTIONS (PROBABLE OUTAGE OR HANG)'.
002790     05  FILLER                PIC X(39) VALUE SPACES.
002800 01  CVR-GAP-DETAIL.
002810     05  FILLER                PIC X(06) VALUE ' FROM '.
002820     05  CVR-GD-FROM-HOURS     PIC 99.
002830     05  FILLER                PIC X(01) VALUE ':'.
002840     05  CVR-GD-FROM-MINUTES   PIC 99.
002850     05  FILLER                PIC X(01) VALUE ':'.
002860     05  CVR-GD-FROM-SECONDS   PIC 99.
002870     05  FILLER                PIC X(05) VALUE '  TO '.
002880     05  CVR-GD-TO-HOURS       PIC 99.
002890     05  FILLER                PIC X(01) VALUE ':'.
002900     05  CVR-GD-TO-MINUTES     PIC 99.
002910     05  FILLER                PIC X(01) VALUE ':'.
002920     05  CVR-GD-TO-SECONDS     PIC 99.
002930     05  FILLER                PIC X(06) VALUE '  GAP '.
002940     05  CVR-GD-GAP-SECS       PIC ZZZZZ9.
002950     05  FILLER                PIC X(08) VALUE ' SECONDS'.
002960     05  FILLER                PIC X(35) VALUE SPACES.
002970 01  CVR-NO-GAP-LINE.
002980     05  FILLER                PIC X(42)
002990             VALUE ' NO GAPS EXCEEDING THE EXPECTED INTERVAL'.
003000     05  FILLER                PIC X(38) VALUE SPACES.
003010 01  CVR-PLANNED-HEADING.
003020     05  FILLER                PIC X(17)
003030             VALUE ' PLANNED DOWNTIME'.
003040     05  FILLER                PIC X(33)
003050             VALUE ' (REGISTERED MAINTENANCE WINDOWS)'.
003060     05  FILLER                PIC X(30) VALUE SPACES.
003070 01  CVR-PLANNED-DETAIL.
003080     05  FILLER                PIC X(06) VALUE ' FROM '.
003090     05  CVR-PD-FROM-HOURS     PIC 99.
003100     05  FILLER                PIC X(01) VALUE ':'.
003110     05  CVR-PD-FROM-MINUTES   PIC 99.
003120     05  FILLER                PIC X(01) VALUE ':'.
003130     05  CVR-PD-FROM-SECONDS   PIC 99.
003140     05  FILLER                PIC X(05) VALUE '  TO '.
003150     05  CVR-PD-TO-HOURS       PIC 99.
003160     05  FILLER                PIC X(01) VALUE ':'.
003170     05  CVR-PD-TO-MINUTES     PIC 99.
003180     05  FILLER                PIC X(01) VALUE ':'.
003190     05  CVR-PD-TO-SECONDS     PIC 99.
003200     05  FILLER                PIC X(06) VALUE '  GAP '.
003210     05  CVR-PD-GAP-SECS       PIC ZZZZZ9.
003220     05  FILLER                PIC X(08) VALUE ' SECONDS'.
003230     05  FILLER                PIC X(02) VALUE SPACES.
003240     05  CVR-PD-TICKET         PIC X(10).
003250     05  FILLER                PIC X(09) VALUE ' OUTSIDE '.
003260     05  CVR-PD-OUTSIDE-SECS   PIC ZZZZZ9.
003270     05  FILLER                PIC X(06) VALUE SPACES.
003280 01  CVR-NO-PLANNED-LINE.
003290     05  FILLER                PIC X(16)
003300             VALUE ' NO GAPS INSIDE '.
003310     05  FILLER                PIC X(31)
003320             VALUE 'REGISTERED MAINTENANCE WINDOWS'.
003330     05  FILLER                PIC X(33) VALUE SPACES.
003340 01  CVR-PLANNED-OVER-LINE.
003350     05  FILLER                PIC X(26)
003360             VALUE ' FURTHER PLANNED GAPS NOT '.
003370     05  FILLER                PIC X(09) VALUE 'LISTED:  '.
003380     05  CVR-PO-COUNT          PIC ZZZZ9.
003390     05  FILLER                PIC X(40) VALUE SPACES.
003400 01  CVR-HOUR-HEADING.
003410     05  FILLER                PIC X(15)
003420             VALUE ' TICKS PER HOUR'.
003430     05  FILLER                PIC X(65) VALUE SPACES.
003440 01  CVR-HOUR-DETAIL.
003450     05  FILLER                PIC X(06) VALUE ' HOUR '.
003460     05  CVR-HD-HOUR           PIC 99.
003470     05  FILLER                PIC X(08) VALUE '  COUNT '.
003480     05  CVR-HD-COUNT          PIC ZZZZZZ9.
003490     05  FILLER                PIC X(57) VALUE SPACES.
003500 01  CVR-SHIFT-HEADING.
003510     05  FILLER                PIC X(15)
003520             VALUE ' SHIFT COVERAGE'.
003530     05  FILLER                PIC X(65) VALUE SPACES.
003540 01  CVR-SHIFT-DETAIL.
003550     05  FILLER                PIC X(07) VALUE ' SHIFT '.
003560     05  CVR-SD-SHIFT          PIC 9(01).
003570     05  FILLER                PIC X(02) VALUE ' ('.
003580     05  CVR-SD-SPAN           PIC X(09).
003590     05  FILLER                PIC X(09) VALUE ')  FIRST '.
003600     05  CVR-SD-FIRST-HOURS    PIC 99.
003610     05  FILLER                PIC X(01) VALUE ':'.
003620     05  CVR-SD-FIRST-MINUTES  PIC 99.
003630     05  FILLER                PIC X(01) VALUE ':'.
003640     05  CVR-SD-FIRST-SECONDS  PIC 99.
003650     05  FILLER                PIC X(07) VALUE '  LAST '.
003660     05  CVR-SD-LAST-HOURS     PIC 99.
003670     05  FILLER                PIC X(01) VALUE ':'.
003680     05  CVR-SD-LAST-MINUTES   PIC 99.
003690     05  FILLER                PIC X(01) VALUE ':'.
003700     05  CVR-SD-LAST-SECONDS   PIC 99.
003710     05  FILLER                PIC X(28) VALUE SPACES.
003720 01  CVR-SHIFT-EMPTY-LINE.
003730     05  FILLER                PIC X(07) VALUE ' SHIFT '.
003740     05  CVR-SE-SHIFT          PIC 9(01).
003750     05  FILLER                PIC X(02) VALUE ' ('.
003760     05  CVR-SE-SPAN           PIC X(09).
003770     05  FILLER                PIC X(14) VALUE ')  NO READINGS'.
003780     05  FILLER                PIC X(47) VALUE SPACES.
003790 01  CVR-TOTAL-LINE.
003800     05  FILLER                PIC X(26)
003810             VALUE ' TOTAL READINGS FOR DATE: '.
003820     05  CVR-TL-COUNT          PIC ZZZZZZ9.
003830     05  FILLER                PIC X(47) VALUE SPACES.
003840 01  CVR-GAP-SECS-LINE.
003850     05  FILLER                PIC X(26)
003860             VALUE ' UNPLANNED GAP SECONDS:   '.
003870     05  CVR-GS-UNPLANNED      PIC ZZZZZZ9.
003880     05  FILLER                PIC X(26)
003890             VALUE '   PLANNED GAP SECONDS:   '.
003900     05  CVR-GS-PLANNED        PIC ZZZZZZ9.
003910     05  FILLER                PIC X(14) VALUE SPACES.
003920 01  CVR-AVAIL-LINE.
003930     05  FILLER                PIC X(26)
003940             VALUE ' AVAILABILITY ALL TIME:   '.
003950     05  CVR-AV-ALL            PIC ZZZZZ9.
003960     05  FILLER                PIC X(01) VALUE '%'.
003970     05  FILLER                PIC X(26)
003980             VALUE '   EXCLUDING PLANNED:     '.
003990     05  CVR-AV-EXCL           PIC ZZZZZ9.
004000     05  FILLER                PIC X(01) VALUE '%'.
004010     05  FILLER                PIC X(14) VALUE SPACES.
004020 01  CVR-SHIFT-SPAN-TABLE.
004030     05  FILLER                PIC X(09) VALUE '0700-1500'.
004040     05  FILLER                PIC X(09) VALUE '1500-2300'.
004050     05  FILLER                PIC X(09) VALUE '2300-0700'.
004060 01  FILLER REDEFINES CVR-SHIFT-SPAN-TABLE.
004070     05  CVR-SHIFT-SPAN OCCURS 3 TIMES
004080                               PIC X(09).
004090 77  CVR-BLANK-LINE            PIC X(80) VALUE SPACES.
004100 PROCEDURE DIVISION.
004110*****************************************************************
004120* 0000-MAINLINE
004130*     TOP-LEVEL CONTROL FLOW.  INITIALIZE, RUN THE FULL SET OF
004140*     REPORT SECTIONS ONCE PER REQUESTED INSTANCE, AND
004150*     TERMINATE.
004160*****************************************************************
004170 0000-MAINLINE.
004180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004190     PERFORM 2500-REPORT-ONE-INSTANCE THRU 2500-EXIT
004200         VARYING CVR-INST-SUB FROM 1 BY 1
004210         UNTIL CVR-INST-SUB > CVR-INSTANCE-COUNT
004220     PERFORM 9000-TERMINATE THRU 9000-EXIT
004230     STOP RUN.
004240*****************************************************************
004250* 1000-INITIALIZE
004260*     ACCEPTS THE REQUESTED DATE FROM SYSIN (DEFAULTING TO
004270*     TODAY), DERIVES THE EXPECTED LOGGING INTERVAL FROM THE
004280*     OPTIONAL CLOCKPRM FILE, SETS THE REPORT SPAN AND LOADS THE
004290*     PLANNED MAINTENANCE WINDOWS THAT FALL IN IT, OPENS THE
004300*     AUDIT AND PRINT FILES, AND PRINTS THE REPORT HEADING AND
004310*     THE GAP-SECTION HEADING SO 2000-PROCESS-LOG CAN PRINT GAP
004320*     EXCEPTIONS AS IT FINDS THEM ON ITS SINGLE PASS.
004330*****************************************************************
004340 1000-INITIALIZE.
004350     MOVE SPACES TO CVR-REQUEST-CARD
004360     ACCEPT CVR-REQUEST-CARD
004370     ACCEPT CVR-TODAY-DATE FROM DATE YYYYMMDD
004380     IF CVR-REQUEST-DATE-NUM IS NOT NUMERIC
004390         MOVE CVR-TODAY-DATE TO CVR-REQUEST-DATE-NUM
004400     END-IF
004410     PERFORM 1200-PARSE-WINDOW THRU 1200-EXIT
004420     PERFORM 1300-PARSE-INSTANCES THRU 1300-EXIT
004430     PERFORM 1100-READ-PARMS THRU 1100-EXIT
004440     COMPUTE CVR-GAP-LIMIT-SECS = CVR-EXPECTED-SECS + 1
004450     ACCEPT CVR-NOW-TIME FROM TIME
004460     PERFORM 1400-SET-SPAN THRU 1400-EXIT
004470     PERFORM 1500-READ-MAINT-WINDOWS THRU 1500-EXIT
004480     OPEN OUTPUT REPORT-FILE
004490     MOVE CVR-REQUEST-DATE-NUM(1:4) TO CVR-H1-YEAR
004500     MOVE CVR-REQUEST-DATE-NUM(5:2) TO CVR-H1-MONTH
004510     MOVE CVR-REQUEST-DATE-NUM(7:2) TO CVR-H1-DAY
004520     WRITE CVR-PRINT-LINE FROM CVR-HEADING-1
004530     MOVE CVR-EXPECTED-SECS TO CVR-H2-SECS
004540     WRITE CVR-PRINT-LINE FROM CVR-HEADING-2
004550     IF CVR-WINDOW-MODE
004560         MOVE CVR-REQ-WIN-START TO CVR-H3-START
004570         MOVE CVR-REQ-WIN-END TO CVR-H3-END
004580         MOVE CVR-D2-YEAR TO CVR-H3-YEAR
004590         MOVE CVR-D2-MONTH TO CVR-H3-MONTH
004600         MOVE CVR-D2-DAY TO CVR-H3-DAY
004610         WRITE CVR-PRINT-LINE FROM CVR-HEADING-3
004620     END-IF.
004630 1000-EXIT.
004640     EXIT.
004650*****************************************************************
004660* 1100-READ-PARMS
004670*     DERIVES THE EXPECTED SECONDS BETWEEN AUDIT RECORDS FROM
004680*     THE SAME CLOCKPRM SETTING THE CLOCK PROGRAM USES: WITH A
004690*     SUB-SECOND REFRESH THE CLOCK LOGS EVERY PASS, SO ANYTHING
004700*     OVER A SECOND APART IS A GAP; OTHERWISE IT LOGS EVERY 30
004710*     PASSES OF THE CONFIGURED SLEEP.  AN ABSENT OR BLANK FILE
004720*     LEAVES THE STOCK 30-SECOND EXPECTATION STANDING.
004730*****************************************************************
004740 1100-READ-PARMS.
004750     OPEN INPUT CLOCK-PARM-FILE
004760     IF CVR-PARM-FILE-STATUS NOT = '00'
004770         IF CVR-PARM-FILE-STATUS = '05'
004780             CLOSE CLOCK-PARM-FILE
004790         END-IF
004800         GO TO 1100-EXIT
004810     END-IF
004820     READ CLOCK-PARM-FILE
004830         AT END
004840             CONTINUE
004850     END-READ
004860     IF CVR-PARM-FILE-STATUS = '00'
004870             AND CLK-SLEEP-NANOS IS NUMERIC
004880         IF CLK-SLEEP-NANOS < 1000000000
004890             MOVE 1 TO CVR-EXPECTED-SECS
004900         ELSE
004910             COMPUTE CVR-EXPECTED-SECS =
004920                 (30 * CLK-SLEEP-NANOS) / 1000000000
004930         END-IF
004940     END-IF
004950     CLOSE CLOCK-PARM-FILE.
004960 1100-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 1200-PARSE-WINDOW
005000*     READS THE OPTIONAL BATCH WINDOW OFF THE CARD.  BOTH TIMES
005010*     MUST BE LEGAL HHMM, AND THE START MUST BE LATER THAN THE
005020*     END -- THE WINDOW EXISTS TO SPAN MIDNIGHT, AND A SAME-DAY
005030*     PAIR WOULD SILENTLY DRAG THE NEXT DATE'S GENERATION IN --
005040*     OR THE CARD RUNS AS A PLAIN SINGLE-DATE REPORT.  IN
005050*     WINDOW MODE THE SECOND CALENDAR DATE AND THE SPAN EDGES
005060*     IN SECONDS ARE STAGED FOR THE PASS.
005070*****************************************************************
005080 1200-PARSE-WINDOW.
005090     IF CVR-REQ-WIN-START-NUM IS NOT NUMERIC
005100             OR CVR-REQ-WIN-END-NUM IS NOT NUMERIC
005110             OR CVR-RWS-HOURS > 23 OR CVR-RWS-MINUTES > 59
005120             OR CVR-RWE-HOURS > 23 OR CVR-RWE-MINUTES > 59
005130         GO TO 1200-EXIT
005140     END-IF
005150     COMPUTE CVR-WIN-START-SECS =
005160         (CVR-RWS-HOURS * 3600) + (CVR-RWS-MINUTES * 60)
005170     COMPUTE CVR-WIN-END-SECS =
005180         (CVR-RWE-HOURS * 3600) + (CVR-RWE-MINUTES * 60)
005190     IF CVR-WIN-START-SECS NOT > CVR-WIN-END-SECS
005200         GO TO 1200-EXIT
005210     END-IF
005220     MOVE 'Y' TO CVR-WINDOW-SWITCH
005230     MOVE CVR-REQUEST-DATE-NUM TO CVR-DATE-2-NUM
005240     PERFORM 1250-FWD-ONE-DAY THRU 1250-EXIT.
005250 1200-EXIT.
005260     EXIT.
005270*****************************************************************
005280* 1250-FWD-ONE-DAY
005290*     STEPS THE SECOND WINDOW DATE FORWARD ONE CALENDAR DAY,
005300*     CROSSING MONTH AND YEAR BOUNDARIES AND GIVING FEBRUARY ITS
005310*     29TH IN A LEAP YEAR, MIRRORING THE CLOCK PROGRAM'S PURGE
005320*     WALK IN THE OTHER DIRECTION.
005330*****************************************************************
005340 1250-FWD-ONE-DAY.
005350     MOVE CVR-MONTH-DAYS(CVR-D2-MONTH) TO CVR-MONTH-LIMIT
005360     IF CVR-D2-MONTH = 2
005370         DIVIDE CVR-D2-YEAR BY 4 GIVING CVR-LEAP-QUOT
005380             REMAINDER CVR-LEAP-REM
005390         IF CVR-LEAP-REM = ZERO
005400             MOVE 29 TO CVR-MONTH-LIMIT
005410             DIVIDE CVR-D2-YEAR BY 100 GIVING CVR-LEAP-QUOT
005420                 REMAINDER CVR-LEAP-REM
005430             IF CVR-LEAP-REM = ZERO
005440                 MOVE 28 TO CVR-MONTH-LIMIT
005450                 DIVIDE CVR-D2-YEAR BY 400 GIVING CVR-LEAP-QUOT
005460                     REMAINDER CVR-LEAP-REM
005470                 IF CVR-LEAP-REM = ZERO
005480                     MOVE 29 TO CVR-MONTH-LIMIT
005490                 END-IF
005500             END-IF
005510         END-IF
005520     END-IF
005530     IF CVR-D2-DAY < CVR-MONTH-LIMIT
005540         ADD 1 TO CVR-D2-DAY
005550         GO TO 1250-EXIT
005560     END-IF
005570     MOVE 1 TO CVR-D2-DAY
005580     IF CVR-D2-MONTH = 12
005590         MOVE 1 TO CVR-D2-MONTH
005600         ADD 1 TO CVR-D2-YEAR
005610     ELSE
005620         ADD 1 TO CVR-D2-MONTH
005630     END-IF.
005640 1250-EXIT.
005650     EXIT.
005660*****************************************************************
005670* 1300-PARSE-INSTANCES
005680*     BUILDS THE INSTANCE LIST FROM THE CARD.  EACH NON-BLANK
005690*     CHARACTER IN COLUMNS 20-23 IS ONE CLOCK INSTANCE TO
005700*     REPORT; A BLANK LIST MEANS THE PRIMARY INSTANCE ALONE.
005710*****************************************************************
005720 1300-PARSE-INSTANCES.
005730     MOVE ZERO TO CVR-INSTANCE-COUNT
005740     PERFORM 1310-TAKE-ONE-INSTANCE THRU 1310-EXIT
005750         VARYING CVR-CARD-SUB FROM 1 BY 1
005760         UNTIL CVR-CARD-SUB > 4
005770     IF CVR-INSTANCE-COUNT = ZERO
005780         MOVE 1 TO CVR-INSTANCE-COUNT
005790         MOVE '1' TO CVR-INSTANCE-LIST(1)
005800     END-IF.
005810 1300-EXIT.
005820     EXIT.
005830 1310-TAKE-ONE-INSTANCE.
005840     IF CVR-REQ-INSTANCES(CVR-CARD-SUB:1) NOT = SPACE
005850         ADD 1 TO CVR-INSTANCE-COUNT
005860         MOVE CVR-REQ-INSTANCES(CVR-CARD-SUB:1)
005870             TO CVR-INSTANCE-LIST(CVR-INSTANCE-COUNT)
005880     END-IF.
005890 1310-EXIT.
005900     EXIT.
005910*****************************************************************
005920* 1400-SET-SPAN
005930*     SETS THE EDGES OF THE TIME THE REPORT JUDGES: THE WHOLE
005940*     REQUESTED DATE, OR THE BATCH WINDOW FROM ITS START TO ITS
005950*     END NEXT DAY.  A SPAN STILL RUNNING TODAY IS CUT OFF AT THE
005960*     CURRENT TIME SO THE HOURS NOT YET LIVED ARE NOT SCORED AS
005970*     MISSING READINGS.
005980*****************************************************************
005990 1400-SET-SPAN.
006000     IF CVR-WINDOW-MODE
006010         MOVE CVR-WIN-START-SECS TO CVR-SPAN-START-SECS
006020         COMPUTE CVR-SPAN-END-SECS = 86400 + CVR-WIN-END-SECS
006030     ELSE
006040         MOVE ZERO TO CVR-SPAN-START-SECS
006050         MOVE 86400 TO CVR-SPAN-END-SECS
006060     END-IF
006070     MOVE CVR-TODAY-DATE TO CVR-REL-DATE
006080     COMPUTE CVR-REL-CLOCK-SECS =
006090         (CVR-NOW-HOURS * 3600) + (CVR-NOW-MINUTES * 60)
006100             + CVR-NOW-SECONDS
006110     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
006120     IF CVR-REL-SECS < CVR-SPAN-END-SECS
006130         MOVE CVR-REL-SECS TO CVR-SPAN-END-SECS
006140     END-IF
006150     IF CVR-SPAN-END-SECS < CVR-SPAN-START-SECS
006160         MOVE CVR-SPAN-START-SECS TO CVR-SPAN-END-SECS
006170     END-IF.
006180 1400-EXIT.
006190     EXIT.
006200*****************************************************************
006210* 1450-RELATIVE-SECS
006220*     PLACES THE MOMENT IN CVR-REL-DATE AND CVR-REL-CLOCK-SECS
006230*     ON THE SPAN'S SECONDS SCALE: THE REQUESTED DATE COUNTS FROM
006240*     ZERO, THE SECOND WINDOW DAY FROM 86400.  A MOMENT BEFORE
006250*     THE REQUESTED DATE COMES BACK -1 AND ONE AFTER THE LAST
006260*     DAY 999999, SO EITHER CLIPS TO THE SPAN EDGE.
006270*****************************************************************
006280 1450-RELATIVE-SECS.
006290     IF CVR-REL-DATE < CVR-REQUEST-DATE-NUM
006300         MOVE -1 TO CVR-REL-SECS
006310         GO TO 1450-EXIT
006320     END-IF
006330     IF CVR-REL-DATE = CVR-REQUEST-DATE-NUM
006340         MOVE CVR-REL-CLOCK-SECS TO CVR-REL-SECS
006350         GO TO 1450-EXIT
006360     END-IF
006370     IF CVR-WINDOW-MODE AND CVR-REL-DATE = CVR-DATE-2-NUM
006380         COMPUTE CVR-REL-SECS = 86400 + CVR-REL-CLOCK-SECS
006390         GO TO 1450-EXIT
006400     END-IF
006410     MOVE 999999 TO CVR-REL-SECS.
006420 1450-EXIT.
006430     EXIT.
006440*****************************************************************
006450* 1500-READ-MAINT-WINDOWS
006460*     LOADS THE PLANNED MAINTENANCE WINDOWS FROM THE OPTIONAL
006470*     CLOCKMNW FILE, KEEPING ONLY THE PART OF EACH THAT FALLS IN
006480*     THE REPORT SPAN, AND TOTALS THE PLANNED SECONDS.  AN ABSENT
006490*     FILE LEAVES EVERY GAP REPORTED AS BEFORE.  WINDOWS APPLY TO
006500*     EVERY INSTANCE, SO THIS IS DONE ONCE FOR THE RUN.
006510*****************************************************************
006520 1500-READ-MAINT-WINDOWS.
006530     MOVE ZERO TO CVR-PLAN-COUNT
006540     MOVE ZERO TO CVR-PLAN-TOTAL-SECS
006550     OPEN INPUT CLOCK-MNW-FILE
006560     IF CVR-MNW-FILE-STATUS NOT = '00'
006570         IF CVR-MNW-FILE-STATUS = '05'
006580             CLOSE CLOCK-MNW-FILE
006590         END-IF
006600         GO TO 1500-EXIT
006610     END-IF
006620     PERFORM 1510-TAKE-ONE-WINDOW THRU 1510-EXIT
006630         UNTIL CVR-MNW-AT-END
006640     CLOSE CLOCK-MNW-FILE.
006650 1500-EXIT.
006660     EXIT.
006670*****************************************************************
006680* 1510-TAKE-ONE-WINDOW
006690*     READS ONE CLOCKMNW LINE.  A LINE THE CLOCK ITSELF WOULD
006700*     REFUSE -- A DATE THAT IS NOT NUMERIC OR NOT A REAL MONTH AND
006710*     DAY, A TIME THAT IS NOT A LEGAL HHMM, AN END NOT AFTER ITS
006720*     START, OR NO CHANGE TICKET -- IS PASSED OVER, AS THE CLOCK
006730*     HOLDS NOTHING FOR IT; ONE THAT MISSES THE SPAN ENTIRELY IS
006740*     NOT KEPT.
006750*****************************************************************
006760 1510-TAKE-ONE-WINDOW.
006770     READ CLOCK-MNW-FILE
006780         AT END
006790             SET CVR-MNW-AT-END TO TRUE
006800     END-READ
006810     IF CVR-MNW-AT-END
006820         GO TO 1510-EXIT
006830     END-IF
006840     IF CLK-MNW-START-DATE IS NOT NUMERIC
006850         GO TO 1510-EXIT
006860     END-IF
006870     MOVE CLK-MNW-START-DATE TO CVR-MNW-DATE-CHECK
006880     IF CVR-MNW-CHECK-MONTH < 1 OR CVR-MNW-CHECK-MONTH > 12
006890             OR CVR-MNW-CHECK-DAY < 1 OR CVR-MNW-CHECK-DAY > 31
006900         GO TO 1510-EXIT
006910     END-IF
006920     IF CLK-MNW-START-TIME IS NOT NUMERIC
006930             OR CLK-MNW-START-HOURS > 23
006940             OR CLK-MNW-START-MINUTES > 59
006950         GO TO 1510-EXIT
006960     END-IF
006970     IF CLK-MNW-END-DATE IS NOT NUMERIC
006980         GO TO 1510-EXIT
006990     END-IF
007000     MOVE CLK-MNW-END-DATE TO CVR-MNW-DATE-CHECK
007010     IF CVR-MNW-CHECK-MONTH < 1 OR CVR-MNW-CHECK-MONTH > 12
007020             OR CVR-MNW-CHECK-DAY < 1 OR CVR-MNW-CHECK-DAY > 31
007030         GO TO 1510-EXIT
007040     END-IF
007050     IF CLK-MNW-END-TIME IS NOT NUMERIC
007060             OR CLK-MNW-END-HOURS > 23
007070             OR CLK-MNW-END-MINUTES > 59
007080         GO TO 1510-EXIT
007090     END-IF
007100     COMPUTE CVR-MNW-LINE-START =
007110         (CLK-MNW-START-DATE * 1000000)
007120             + (CLK-MNW-START-HOURS * 10000)
007130             + (CLK-MNW-START-MINUTES * 100)
007140     COMPUTE CVR-MNW-LINE-END =
007150         (CLK-MNW-END-DATE * 1000000)
007160             + (CLK-MNW-END-HOURS * 10000)
007170             + (CLK-MNW-END-MINUTES * 100)
007180     IF CVR-MNW-LINE-END NOT > CVR-MNW-LINE-START
007190             OR CLK-MNW-TICKET = SPACES
007200         GO TO 1510-EXIT
007210     END-IF
007220     MOVE CLK-MNW-START-DATE TO CVR-REL-DATE
007230     COMPUTE CVR-REL-CLOCK-SECS =
007240         (CLK-MNW-START-HOURS * 3600)
007250             + (CLK-MNW-START-MINUTES * 60)
007260     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
007270     MOVE CVR-REL-SECS TO CVR-CLIP-START
007280     MOVE CLK-MNW-END-DATE TO CVR-REL-DATE
007290     COMPUTE CVR-REL-CLOCK-SECS =
007300         (CLK-MNW-END-HOURS * 3600)
007310             + (CLK-MNW-END-MINUTES * 60)
007320     PERFORM 1450-RELATIVE-SECS THRU 1450-EXIT
007330     MOVE CVR-REL-SECS TO CVR-CLIP-END
007340     IF CVR-CLIP-START < CVR-SPAN-START-SECS
007350         MOVE CVR-SPAN-START-SECS TO CVR-CLIP-START
007360     END-IF
007370     IF CVR-CLIP-END > CVR-SPAN-END-SECS
007380         MOVE CVR-SPAN-END-SECS TO CVR-CLIP-END
007390     END-IF
007400     IF CVR-CLIP-END NOT > CVR-CLIP-START
007410         GO TO 1510-EXIT
007420     END-IF
007430     IF CVR-PLAN-COUNT = 20
007440         GO TO 1510-EXIT
007450     END-IF
007460     ADD 1 TO CVR-PLAN-COUNT
007470     MOVE CVR-CLIP-START TO CVR-PLAN-START-SECS(CVR-PLAN-COUNT)
007480     MOVE CVR-CLIP-END TO CVR-PLAN-END-SECS(CVR-PLAN-COUNT)
007490     MOVE CLK-MNW-TICKET TO CVR-PLAN-TICKET(CVR-PLAN-COUNT)
007500     COMPUTE CVR-PLAN-TOTAL-SECS =
007510         CVR-PLAN-TOTAL-SECS + CVR-CLIP-END - CVR-CLIP-START.
007520 1510-EXIT.
007530     EXIT.
007540*****************************************************************
007550* 2000-PROCESS-LOG
007560*     DRIVES THE PASS OVER THE AUDIT READINGS -- THE LIVE
007570*     CLOCKLOG FOR A SINGLE-DATE RUN, OR THE TWO DATED FILES OF
007580*     THE BATCH WINDOW IN ORDER, THE SECOND DAY'S TIMES OFFSET A
007590*     FULL DAY SO THE SPAN IS CONTINUOUS ACROSS MIDNIGHT -- THEN
007600*     CLOSES OUT THE GAP SECTION WITH EITHER THE EXCEPTIONS
007610*     ALREADY PRINTED BY 2100-TALLY-ONE-READING OR THE NO-GAPS
007620*     LINE, AND PRINTS THE PLANNED DOWNTIME SECTION AFTER IT.
007630*****************************************************************
007640 2000-PROCESS-LOG.
007650     IF NOT CVR-WINDOW-MODE
007660         MOVE CVR-REQUEST-DATE-NUM TO CVR-FILE-DATE
007670         MOVE ZERO TO CVR-DAY-OFFSET-SECS
007680         MOVE CVR-LOG-BASE-NAME TO CVR-LOG-FILE-NAME
007690         PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT
007700         GO TO 2000-GAPS
007710     END-IF
007720     MOVE CVR-REQUEST-DATE-NUM TO CVR-FILE-DATE
007730     MOVE ZERO TO CVR-DAY-OFFSET-SECS
007740     PERFORM 2040-SET-LOG-FILE-NAME THRU 2040-EXIT
007750     PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT
007760     MOVE CVR-DATE-2-NUM TO CVR-FILE-DATE
007770     MOVE 86400 TO CVR-DAY-OFFSET-SECS
007780     PERFORM 2040-SET-LOG-FILE-NAME THRU 2040-EXIT
007790     PERFORM 2050-PROCESS-ONE-FILE THRU 2050-EXIT.
007800 2000-GAPS.
007810     IF CVR-GAP-COUNT = ZERO
007820         WRITE CVR-PRINT-LINE FROM CVR-NO-GAP-LINE
007830     END-IF
007840     PERFORM 2400-PRINT-PLANNED-GAPS THRU 2400-EXIT.
007850 2000-EXIT.
007860     EXIT.
007870*****************************************************************
007880* 2040-SET-LOG-FILE-NAME
007890*     POINTS THE AUDIT FILE AT THE CURRENT WINDOW DAY'S DATED
007900*     GENERATION, FALLING BACK TO THE LIVE CLOCKLOG FOR A DAY
007910*     NOT YET ROLLED (TODAY, TYPICALLY).
007920*****************************************************************
007930 2040-SET-LOG-FILE-NAME.
007940     IF CVR-FILE-DATE = CVR-TODAY-DATE
007950         MOVE CVR-LOG-BASE-NAME TO CVR-LOG-FILE-NAME
007960     ELSE
007970         MOVE SPACES TO CVR-LOG-FILE-NAME
007980         STRING CVR-LOG-BASE-NAME DELIMITED BY SPACE
007990             '.D' DELIMITED BY SIZE
008000             CVR-FILE-DATE DELIMITED BY SIZE
008010             INTO CVR-LOG-FILE-NAME
008020         END-STRING
008030     END-IF.
008040 2040-EXIT.
008050     EXIT.
008060*****************************************************************
008070* 2050-PROCESS-ONE-FILE
008080*     OPENS THE STAGED AUDIT FILE AND TALLIES IT TO END OF FILE.
008090*     AN ABSENT FILE CONTRIBUTES NO READINGS; ITS STATUS-05
008100*     HANDLE IS CLOSED SO THE NEXT OPEN IS CLEAN.
008110*****************************************************************
008120 2050-PROCESS-ONE-FILE.
008130     MOVE 'N' TO CVR-LOG-EOF-SWITCH
008140     OPEN INPUT TIME-LOG-FILE
008150     IF CVR-LOG-FILE-STATUS NOT = '00'
008160         IF CVR-LOG-FILE-STATUS = '05'
008170             CLOSE TIME-LOG-FILE
008180         END-IF
008190         GO TO 2050-EXIT
008200     END-IF
008210     PERFORM 2100-TALLY-ONE-READING THRU 2100-EXIT
008220         UNTIL CVR-LOG-AT-END
008230     CLOSE TIME-LOG-FILE.
008240 2050-EXIT.
008250     EXIT.
008260*****************************************************************
008270* 2100-TALLY-ONE-READING
008280*     READS ONE AUDIT RECORD.  RECORDS FOR OTHER DATES OR OTHER
008290*     INSTANCES (A BLANK STAMP COUNTS AS THE PRIMARY), AND
008300*     RECORDS WHOSE TIME FIELDS ARE NOT NUMERIC OR NOT A LEGAL
008310*     TIME OF DAY (A TORN WRITE OR HAND-EDIT), ARE PASSED OVER.
008320*     A MATCHING RECORD BUMPS ITS HOUR'S TICK COUNT, EXTENDS ITS
008330*     SHIFT'S FIRST/LAST WINDOW,
008340*     AND IS CHECKED AGAINST THE PRIOR MATCHING RECORD FOR A
008350*     GAP EXCEEDING THE EXPECTED INTERVAL -- PRINTED AT ONCE AS
008360*     AN OUTAGE, OR HELD FOR THE PLANNED DOWNTIME SECTION WHEN IT
008370*     OVERLAPS A MAINTENANCE WINDOW.  A READING OUTSIDE EVERY
008380*     WINDOW IS COUNTED FOR THE EXCLUDING-PLANNED AVAILABILITY.
008390*     A READING THAT RUNS
008400*     BACKWARD FROM ITS PREDECESSOR (THE FILE SPANS RESTARTS)
008410*     RESTARTS THE GAP BASELINE RATHER THAN REPORTING A
008420*     NONSENSE GAP.
008430*****************************************************************
008440 2100-TALLY-ONE-READING.
008450     READ TIME-LOG-FILE
008460         AT END
008470             SET CVR-LOG-AT-END TO TRUE
008480     END-READ
008490     IF CVR-LOG-AT-END
008500         GO TO 2100-EXIT
008510     END-IF
008520     IF CLK-LOG-DATE IS NOT NUMERIC
008530             OR CLK-LOG-HOURS IS NOT NUMERIC
008540             OR CLK-LOG-MINUTES IS NOT NUMERIC
008550             OR CLK-LOG-SECONDS IS NOT NUMERIC
008560         GO TO 2100-EXIT
008570     END-IF
008580     IF CLK-LOG-HOURS > 23
008590             OR CLK-LOG-MINUTES > 59
008600             OR CLK-LOG-SECONDS > 59
008610         GO TO 2100-EXIT
008620     END-IF
008630     IF CLK-LOG-DATE NOT = CVR-FILE-DATE
008640         GO TO 2100-EXIT
008650     END-IF
008660     IF CLK-LOG-INSTANCE NOT = CVR-CURR-INSTANCE
008670         IF CVR-CURR-INSTANCE = '1'
008680                 AND CLK-LOG-INSTANCE = SPACE
008690             CONTINUE
008700         ELSE
008710             GO TO 2100-EXIT
008720         END-IF
008730     END-IF
008740     COMPUTE CVR-THIS-TOTAL-SECS =
008750         (CLK-LOG-HOURS * 3600) + (CLK-LOG-MINUTES * 60)
008760             + CLK-LOG-SECONDS
008770     IF CVR-WINDOW-MODE
008780         IF CVR-DAY-OFFSET-SECS = ZERO
008790             IF CVR-THIS-TOTAL-SECS < CVR-WIN-START-SECS
008800                 GO TO 2100-EXIT
008810             END-IF
008820         ELSE
008830             IF CVR-THIS-TOTAL-SECS > CVR-WIN-END-SECS
008840                 GO TO 2100-EXIT
008850             END-IF
008860             COMPUTE CVR-THIS-TOTAL-SECS =
008870                 CVR-THIS-TOTAL-SECS + CVR-DAY-OFFSET-SECS
008880         END-IF
008890     END-IF
008900     ADD 1 TO CVR-TOTAL-READINGS
008910     PERFORM 2270-TEST-READING THRU 2270-EXIT
008920     IF CVR-PLAN-HIT-SUB = ZERO
008930         ADD 1 TO CVR-OUTSIDE-READINGS
008940     END-IF
008950     COMPUTE CVR-HOUR-SUB = CLK-LOG-HOURS + 1
008960     ADD 1 TO CVR-HOUR-COUNT(CVR-HOUR-SUB)
008970     PERFORM 2200-TALLY-SHIFT THRU 2200-EXIT
008980     IF CVR-PRIOR-TOTAL-SECS >= 0
008990             AND CVR-THIS-TOTAL-SECS > CVR-PRIOR-TOTAL-SECS
009000         COMPUTE CVR-GAP-SECS =
009010             CVR-THIS-TOTAL-SECS - CVR-PRIOR-TOTAL-SECS
009020         IF CVR-GAP-SECS > CVR-GAP-LIMIT-SECS
009030             COMPUTE CVR-GAP-MISSING-SECS =
009040                 CVR-GAP-SECS - CVR-EXPECTED-SECS
009050             PERFORM 2250-MEASURE-OVERLAP THRU 2250-EXIT
009060             IF CVR-OVERLAP-SECS > ZERO
009070                 PERFORM 2350-HOLD-PLANNED-GAP THRU 2350-EXIT
009080             ELSE
009090                 PERFORM 2300-PRINT-GAP THRU 2300-EXIT
009100             END-IF
009110         END-IF
009120     END-IF
009130     MOVE CVR-THIS-TOTAL-SECS TO CVR-PRIOR-TOTAL-SECS
009140     MOVE CLK-LOG-HOURS TO CVR-PRIOR-HOURS
009150     MOVE CLK-LOG-MINUTES TO CVR-PRIOR-MINUTES
009160     MOVE CLK-LOG-SECONDS TO CVR-PRIOR-SECONDS.
009170 2100-EXIT.
009180     EXIT.
009190*****************************************************************
009200* 2200-TALLY-SHIFT
009210*     ASSIGNS THE CURRENT READING TO ITS SHIFT BY HOUR -- FIRST
009220*     SHIFT 0700-1500, SECOND 1500-2300, THIRD 2300-0700 -- AND
009230*     EXTENDS THAT SHIFT'S FIRST/LAST READING WINDOW.  READINGS
009240*     ARRIVE IN FILE ORDER, SO FIRST IS SIMPLY THE FIRST SEEN.
009250*****************************************************************
009260 2200-TALLY-SHIFT.
009270     IF CLK-LOG-HOURS >= 7 AND CLK-LOG-HOURS < 15
009280         MOVE 1 TO CVR-SHIFT-SUB
009290     ELSE
009300         IF CLK-LOG-HOURS >= 15 AND CLK-LOG-HOURS < 23
009310             MOVE 2 TO CVR-SHIFT-SUB
009320         ELSE
009330             MOVE 3 TO CVR-SHIFT-SUB
009340         END-IF
009350     END-IF
009360     IF NOT CVR-SHIFT-SEEN(CVR-SHIFT-SUB)
009370         MOVE 'Y' TO CVR-SHIFT-SEEN-SW(CVR-SHIFT-SUB)
009380         MOVE CLK-LOG-HOURS TO CVR-SHF-HOURS(CVR-SHIFT-SUB)
009390         MOVE CLK-LOG-MINUTES TO CVR-SHF-MINUTES(CVR-SHIFT-SUB)
009400         MOVE CLK-LOG-SECONDS TO CVR-SHF-SECONDS(CVR-SHIFT-SUB)
009410     END-IF
009420     MOVE CLK-LOG-HOURS TO CVR-SHL-HOURS(CVR-SHIFT-SUB)
009430     MOVE CLK-LOG-MINUTES TO CVR-SHL-MINUTES(CVR-SHIFT-SUB)
009440     MOVE CLK-LOG-SECONDS TO CVR-SHL-SECONDS(CVR-SHIFT-SUB).
009450 2200-EXIT.
009460     EXIT.
009470*****************************************************************
009480* 2250-MEASURE-OVERLAP
009490*     MEASURES HOW MANY SECONDS OF THE GAP FROM THE PRIOR
009500*     READING TO THIS ONE LIE INSIDE MAINTENANCE WINDOWS, AND
009510*     NOTES THE FIRST WINDOW IT TOUCHES FOR ITS TICKET.
009520*****************************************************************
009530 2250-MEASURE-OVERLAP.
009540     MOVE ZERO TO CVR-OVERLAP-SECS
009550     MOVE ZERO TO CVR-PLAN-HIT-SUB
009560     PERFORM 2255-OVERLAP-ONE-WINDOW THRU 2255-EXIT
009570         VARYING CVR-PLAN-SUB FROM 1 BY 1
009580         UNTIL CVR-PLAN-SUB > CVR-PLAN-COUNT.
009590 2250-EXIT.
009600     EXIT.
009610 2255-OVERLAP-ONE-WINDOW.
009620     MOVE CVR-PRIOR-TOTAL-SECS TO CVR-CLIP-START
009630     IF CVR-PLAN-START-SECS(CVR-PLAN-SUB) > CVR-CLIP-START
009640         MOVE CVR-PLAN-START-SECS(CVR-PLAN-SUB) TO CVR-CLIP-START
009650     END-IF
009660     MOVE CVR-THIS-TOTAL-SECS TO CVR-CLIP-END
009670     IF CVR-PLAN-END-SECS(CVR-PLAN-SUB) < CVR-CLIP-END
009680         MOVE CVR-PLAN-END-SECS(CVR-PLAN-SUB) TO CVR-CLIP-END
009690     END-IF
009700     IF CVR-CLIP-END > CVR-CLIP-START
009710         COMPUTE CVR-OVERLAP-SECS =
009720             CVR-OVERLAP-SECS + CVR-CLIP-END - CVR-CLIP-START
009730         IF CVR-PLAN-HIT-SUB = ZERO
009740             MOVE CVR-PLAN-SUB TO CVR-PLAN-HIT-SUB
009750         END-IF
009760     END-IF.
009770 2255-EXIT.
009780     EXIT.
009790*****************************************************************
009800* 2270-TEST-READING
009810*     SAYS WHETHER THE CURRENT READING LIES INSIDE A MAINTENANCE
009820*     WINDOW: CVR-PLAN-HIT-SUB IS THE WINDOW, OR ZERO.
009830*****************************************************************
009840 2270-TEST-READING.
009850     MOVE ZERO TO CVR-PLAN-HIT-SUB
009860     PERFORM 2275-TEST-ONE-WINDOW THRU 2275-EXIT
009870         VARYING CVR-PLAN-SUB FROM 1 BY 1
009880         UNTIL CVR-PLAN-SUB > CVR-PLAN-COUNT.
009890 2270-EXIT.
009900     EXIT.
009910 2275-TEST-ONE-WINDOW.
009920     IF CVR-THIS-TOTAL-SECS
009930             NOT < CVR-PLAN-START-SECS(CVR-PLAN-SUB)
009940             AND CVR-THIS-TOTAL-SECS
009950                 < CVR-PLAN-END-SECS(CVR-PLAN-SUB)
009960         MOVE CVR-PLAN-SUB TO CVR-PLAN-HIT-SUB
009970     END-IF.
009980 2275-EXIT.
009990     EXIT.
010000*****************************************************************
010010* 2300-PRINT-GAP
010020*     PRINTS ONE GAP EXCEPTION LINE FROM THE PRIOR READING TO
010030*     THE CURRENT ONE AND COUNTS ITS MISSING SECONDS AS
010040*     UNPLANNED.
010050*****************************************************************
010060 2300-PRINT-GAP.
010070     ADD 1 TO CVR-GAP-COUNT
010080     ADD CVR-GAP-MISSING-SECS TO CVR-UNPLANNED-GAP-TOTAL
010090     MOVE CVR-PRIOR-HOURS TO CVR-GD-FROM-HOURS
010100     MOVE CVR-PRIOR-MINUTES TO CVR-GD-FROM-MINUTES
010110     MOVE CVR-PRIOR-SECONDS TO CVR-GD-FROM-SECONDS
010120     MOVE CLK-LOG-HOURS TO CVR-GD-TO-HOURS
010130     MOVE CLK-LOG-MINUTES TO CVR-GD-TO-MINUTES
010140     MOVE CLK-LOG-SECONDS TO CVR-GD-TO-SECONDS
010150     MOVE CVR-GAP-SECS TO CVR-GD-GAP-SECS
010160     WRITE CVR-PRINT-LINE FROM CVR-GAP-DETAIL.
010170 2300-EXIT.
010180     EXIT.
010190*****************************************************************
010200* 2350-HOLD-PLANNED-GAP
010210*     SPLITS ONE GAP THAT OVERLAPS A MAINTENANCE WINDOW INTO ITS
010220*     PLANNED SECONDS (INSIDE THE WINDOW) AND THE REST OUTSIDE
010230*     IT, WHICH STILL COUNT AS UNPLANNED, AND HOLDS IT FOR THE
010240*     PLANNED DOWNTIME SECTION.  PAST THE 50 SLOTS A GAP IS
010250*     COUNTED BUT NOT LISTED.
010260*****************************************************************
010270 2350-HOLD-PLANNED-GAP.
010280     IF CVR-OVERLAP-SECS < CVR-GAP-MISSING-SECS
010290         MOVE CVR-OVERLAP-SECS TO CVR-GAP-PLANNED-SECS
010300     ELSE
010310         MOVE CVR-GAP-MISSING-SECS TO CVR-GAP-PLANNED-SECS
010320     END-IF
010330     ADD CVR-GAP-PLANNED-SECS TO CVR-PLANNED-GAP-TOTAL
010340     COMPUTE CVR-UNPLANNED-GAP-TOTAL = CVR-UNPLANNED-GAP-TOTAL
010350         + CVR-GAP-MISSING-SECS - CVR-GAP-PLANNED-SECS
010360     ADD 1 TO CVR-PLANNED-GAP-COUNT
010370     IF CVR-PLANNED-GAP-COUNT > 50
010380         GO TO 2350-EXIT
010390     END-IF
010400     MOVE CVR-PLANNED-GAP-COUNT TO CVR-PGAP-SUB
010410     MOVE CVR-PRIOR-TIME TO CVR-PGAP-FROM(CVR-PGAP-SUB)
010420     MOVE CLK-LOG-HOURS TO CVR-PGT-HOURS(CVR-PGAP-SUB)
010430     MOVE CLK-LOG-MINUTES TO CVR-PGT-MINUTES(CVR-PGAP-SUB)
010440     MOVE CLK-LOG-SECONDS TO CVR-PGT-SECONDS(CVR-PGAP-SUB)
010450     MOVE CVR-GAP-SECS TO CVR-PGAP-SECS(CVR-PGAP-SUB)
010460     COMPUTE CVR-PGAP-OUTSIDE(CVR-PGAP-SUB) =
010470         CVR-GAP-MISSING-SECS - CVR-GAP-PLANNED-SECS
010480     MOVE CVR-PLAN-TICKET(CVR-PLAN-HIT-SUB)
010490         TO CVR-PGAP-TICKET(CVR-PGAP-SUB).
010500 2350-EXIT.
010510     EXIT.
010520*****************************************************************
010530* 2400-PRINT-PLANNED-GAPS
010540*     PRINTS THE PLANNED DOWNTIME SECTION: EVERY GAP HELD BY
010550*     2350-HOLD-PLANNED-GAP WITH ITS CHANGE TICKET AND ANY
010560*     SECONDS OF IT THAT FELL OUTSIDE THE WINDOW, OR A LINE
010570*     SAYING THERE WERE NONE.
010580*****************************************************************
010590 2400-PRINT-PLANNED-GAPS.
010600     WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
010610     WRITE CVR-PRINT-LINE FROM CVR-PLANNED-HEADING
010620     IF CVR-PLANNED-GAP-COUNT = ZERO
010630         WRITE CVR-PRINT-LINE FROM CVR-NO-PLANNED-LINE
010640         GO TO 2400-EXIT
010650     END-IF
010660     PERFORM 2410-PRINT-ONE-PLANNED THRU 2410-EXIT
010670         VARYING CVR-PGAP-SUB FROM 1 BY 1
010680         UNTIL CVR-PGAP-SUB > CVR-PLANNED-GAP-COUNT
010690             OR CVR-PGAP-SUB > 50
010700     IF CVR-PLANNED-GAP-COUNT > 50
010710         COMPUTE CVR-PO-COUNT = CVR-PLANNED-GAP-COUNT - 50
010720         WRITE CVR-PRINT-LINE FROM CVR-PLANNED-OVER-LINE
010730     END-IF.
010740 2400-EXIT.
010750     EXIT.
010760 2410-PRINT-ONE-PLANNED.
010770     MOVE CVR-PGF-HOURS(CVR-PGAP-SUB) TO CVR-PD-FROM-HOURS
010780     MOVE CVR-PGF-MINUTES(CVR-PGAP-SUB) TO CVR-PD-FROM-MINUTES
010790     MOVE CVR-PGF-SECONDS(CVR-PGAP-SUB) TO CVR-PD-FROM-SECONDS
010800     MOVE CVR-PGT-HOURS(CVR-PGAP-SUB) TO CVR-PD-TO-HOURS
010810     MOVE CVR-PGT-MINUTES(CVR-PGAP-SUB) TO CVR-PD-TO-MINUTES
010820     MOVE CVR-PGT-SECONDS(CVR-PGAP-SUB) TO CVR-PD-TO-SECONDS
010830     MOVE CVR-PGAP-SECS(CVR-PGAP-SUB) TO CVR-PD-GAP-SECS
010840     MOVE CVR-PGAP-TICKET(CVR-PGAP-SUB) TO CVR-PD-TICKET
010850     MOVE CVR-PGAP-OUTSIDE(CVR-PGAP-SUB) TO CVR-PD-OUTSIDE-SECS
010860     WRITE CVR-PRINT-LINE FROM CVR-PLANNED-DETAIL.
010870 2410-EXIT.
010880     EXIT.
010890*****************************************************************
010900* 2500-REPORT-ONE-INSTANCE
010910*     RUNS THE FULL REPORT -- GAP SECTION, HOURLY TICKS, SHIFT
010920*     COVERAGE, TOTAL -- FOR ONE REQUESTED CLOCK INSTANCE,
010930*     READING THAT INSTANCE'S OWN LOG FILES.  THE TALLIES ARE
010940*     RESET BETWEEN INSTANCES AND A SECTION BANNER NAMES THE
010950*     INSTANCE WHENEVER MORE THAN THE BARE PRIMARY WAS ASKED
010960*     FOR.
010970*****************************************************************
010980 2500-REPORT-ONE-INSTANCE.
010990     MOVE CVR-INSTANCE-LIST(CVR-INST-SUB) TO CVR-CURR-INSTANCE
011000     MOVE 'CLOCKLOG' TO CVR-LOG-BASE-NAME
011010     IF CVR-CURR-INSTANCE NOT = '1'
011020         MOVE CVR-CURR-INSTANCE TO CVR-LOG-BASE-NAME(9:1)
011030     END-IF
011040     INITIALIZE CVR-HOUR-TABLE
011050     MOVE 'N' TO CVR-SHIFT-SEEN-SW(1)
011060     MOVE 'N' TO CVR-SHIFT-SEEN-SW(2)
011070     MOVE 'N' TO CVR-SHIFT-SEEN-SW(3)
011080     MOVE ZERO TO CVR-TOTAL-READINGS
011090     MOVE ZERO TO CVR-GAP-COUNT
011100     MOVE ZERO TO CVR-PLANNED-GAP-COUNT
011110     MOVE ZERO TO CVR-UNPLANNED-GAP-TOTAL
011120     MOVE ZERO TO CVR-PLANNED-GAP-TOTAL
011130     MOVE ZERO TO CVR-OUTSIDE-READINGS
011140     MOVE -1 TO CVR-PRIOR-TOTAL-SECS
011150     IF CVR-INSTANCE-COUNT > 1 OR CVR-CURR-INSTANCE NOT = '1'
011160         WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
011170         MOVE CVR-CURR-INSTANCE TO CVR-IH-INSTANCE
011180         WRITE CVR-PRINT-LINE FROM CVR-INSTANCE-HEADING
011190     END-IF
011200     WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
011210     WRITE CVR-PRINT-LINE FROM CVR-GAP-HEADING
011220     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
011230     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
011240 2500-EXIT.
011250     EXIT.
011260*****************************************************************
011270* 3000-PRINT-SUMMARY
011280*     PRINTS THE PER-HOUR TICK COUNTS, THE FIRST/LAST READING
011290*     OF EACH SHIFT, THE TOTAL FOR THE DATE, THE UNPLANNED AND
011300*     PLANNED GAP SECONDS, AND THE AVAILABILITY WITH AND WITHOUT
011310*     THE PLANNED TIME.
011320*****************************************************************
011330 3000-PRINT-SUMMARY.
011340     WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
011350     WRITE CVR-PRINT-LINE FROM CVR-HOUR-HEADING
011360     PERFORM 3100-PRINT-ONE-HOUR THRU 3100-EXIT
011370         VARYING CVR-HOUR-SUB FROM 1 BY 1
011380         UNTIL CVR-HOUR-SUB > 24
011390     WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
011400     WRITE CVR-PRINT-LINE FROM CVR-SHIFT-HEADING
011410     PERFORM 3200-PRINT-ONE-SHIFT THRU 3200-EXIT
011420         VARYING CVR-SHIFT-SUB FROM 1 BY 1
011430         UNTIL CVR-SHIFT-SUB > 3
011440     WRITE CVR-PRINT-LINE FROM CVR-BLANK-LINE
011450     MOVE CVR-TOTAL-READINGS TO CVR-TL-COUNT
011460     WRITE CVR-PRINT-LINE FROM CVR-TOTAL-LINE
011470     MOVE CVR-UNPLANNED-GAP-TOTAL TO CVR-GS-UNPLANNED
011480     MOVE CVR-PLANNED-GAP-TOTAL TO CVR-GS-PLANNED
011490     WRITE CVR-PRINT-LINE FROM CVR-GAP-SECS-LINE
011500     PERFORM 3300-SCORE-AVAILABILITY THRU 3300-EXIT
011510     WRITE CVR-PRINT-LINE FROM CVR-AVAIL-LINE.
011520 3000-EXIT.
011530     EXIT.
011540*****************************************************************
011550* 3100-PRINT-ONE-HOUR
011560*     PRINTS ONE HOUR'S TICK COUNT.
011570*****************************************************************
011580 3100-PRINT-ONE-HOUR.
011590     COMPUTE CVR-HD-HOUR = CVR-HOUR-SUB - 1
011600     MOVE CVR-HOUR-COUNT(CVR-HOUR-SUB) TO CVR-HD-COUNT
011610     WRITE CVR-PRINT-LINE FROM CVR-HOUR-DETAIL.
011620 3100-EXIT.
011630     EXIT.
011640*****************************************************************
011650* 3200-PRINT-ONE-SHIFT
011660*     PRINTS ONE SHIFT'S FIRST AND LAST READING, OR A NO-
011670*     READINGS LINE FOR A SHIFT THE LOG NEVER TOUCHED.
011680*****************************************************************
011690 3200-PRINT-ONE-SHIFT.
011700     IF CVR-SHIFT-SEEN(CVR-SHIFT-SUB)
011710         MOVE CVR-SHIFT-SUB TO CVR-SD-SHIFT
011720         MOVE CVR-SHIFT-SPAN(CVR-SHIFT-SUB) TO CVR-SD-SPAN
011730         MOVE CVR-SHF-HOURS(CVR-SHIFT-SUB)
011740             TO CVR-SD-FIRST-HOURS
011750         MOVE CVR-SHF-MINUTES(CVR-SHIFT-SUB)
011760             TO CVR-SD-FIRST-MINUTES
011770         MOVE CVR-SHF-SECONDS(CVR-SHIFT-SUB)
011780             TO CVR-SD-FIRST-SECONDS
011790         MOVE CVR-SHL-HOURS(CVR-SHIFT-SUB)
011800             TO CVR-SD-LAST-HOURS
011810         MOVE CVR-SHL-MINUTES(CVR-SHIFT-SUB)
011820             TO CVR-SD-LAST-MINUTES
011830         MOVE CVR-SHL-SECONDS(CVR-SHIFT-SUB)
011840             TO CVR-SD-LAST-SECONDS
011850         WRITE CVR-PRINT-LINE FROM CVR-SHIFT-DETAIL
011860     ELSE
011870         MOVE CVR-SHIFT-SUB TO CVR-SE-SHIFT
011880         MOVE CVR-SHIFT-SPAN(CVR-SHIFT-SUB) TO CVR-SE-SPAN
011890         WRITE CVR-PRINT-LINE FROM CVR-SHIFT-EMPTY-LINE
011900     END-IF.
011910 3200-EXIT.
011920     EXIT.
011930*****************************************************************
011940* 3300-SCORE-AVAILABILITY
011950*     SCORES THE SPAN THE WAY CLOCKWKA SCORES A DAY: READINGS
011960*     OVER THE READINGS EXPECTED AT THE LOGGING INTERVAL, CAPPED
011970*     AT 100.  ALL TIME COUNTS EVERY READING AGAINST THE WHOLE
011980*     SPAN; EXCLUDING PLANNED COUNTS ONLY THE READINGS OUTSIDE
011990*     THE WINDOWS AGAINST THE SPAN LESS THE WINDOWS, SO A
012000*     PLANNED OUTAGE NEITHER HELPS NOR HURTS.  A SPAN WITH
012010*     NOTHING LEFT TO EXPECT SCORES 100.
012020*****************************************************************
012030 3300-SCORE-AVAILABILITY.
012040     COMPUTE CVR-EXPECT-READINGS =
012050         (CVR-SPAN-END-SECS - CVR-SPAN-START-SECS)
012060             / CVR-EXPECTED-SECS
012070     MOVE 100 TO CVR-PCT-WORK
012080     IF CVR-EXPECT-READINGS > ZERO
012090         COMPUTE CVR-PCT-WORK =
012100             (CVR-TOTAL-READINGS * 100) / CVR-EXPECT-READINGS
012110     END-IF
012120     IF CVR-PCT-WORK > 100
012130         MOVE 100 TO CVR-PCT-WORK
012140     END-IF
012150     MOVE CVR-PCT-WORK TO CVR-AV-ALL
012160     COMPUTE CVR-EXPECT-READINGS =
012170         (CVR-SPAN-END-SECS - CVR-SPAN-START-SECS
012180             - CVR-PLAN-TOTAL-SECS) / CVR-EXPECTED-SECS
012190     MOVE 100 TO CVR-PCT-WORK
012200     IF CVR-EXPECT-READINGS > ZERO
012210         COMPUTE CVR-PCT-WORK =
012220             (CVR-OUTSIDE-READINGS * 100) / CVR-EXPECT-READINGS
012230     END-IF
012240     IF CVR-PCT-WORK > 100
012250         MOVE 100 TO CVR-PCT-WORK
012260     END-IF
012270     MOVE CVR-PCT-WORK TO CVR-AV-EXCL.
012280 3300-EXIT.
012290     EXIT.
012300*****************************************************************
012310* 9000-TERMINATE
012320*     CLOSES THE PRINT FILE AND ENDS THE RUN; THE AUDIT FILES
012330*     ARE CLOSED AS EACH PASS FINISHES WITH THEM.
012340*****************************************************************
012350 9000-TERMINATE.
012360     CLOSE REPORT-FILE.
012370 9000-EXIT.
012380     EXIT.
012390 END PROGRAM CLOCKCVR.
