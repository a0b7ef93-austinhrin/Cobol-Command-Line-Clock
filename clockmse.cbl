000010*****************************************************************
000020* PROGRAM: CLOCKMSE
000030* AUTHOR: AUSTIN HRIN
000040* INSTALLATION: OPERATIONS
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE: INTERACTIVE ENTRY SCREEN FOR THE CLOCKMSG BROADCAST
000070*     NOTICE FILE (SEE CLKMSGR).  SHIFT LEADS POST SHORT NOTICES
000080*     FOR THE LOBBY MONITOR HERE INSTEAD OF HAND-EDITING THE
000090*     FILE: THE SCREEN PROMPTS FOR THE TEXT, START AND END,
000100*     PRIORITY AND TARGET INSTANCE, EDITS EACH THE WAY THE CLOCK
000110*     WILL JUDGE IT, NUMBERS THE NOTICE, AND WRITES THE FILE BACK
000120*     CORRECTLY FORMATTED.  A RUNNING NOTICE IS EXPIRED BY
000130*     NUMBER, WHICH ENDS IT NOW; ONE THAT HAS NOT STARTED (OR HAS
000140*     RUN FOR LESS THAN A MINUTE) IS WITHDRAWN FROM THE FILE
000150*     INSTEAD, SINCE IT CANNOT END BEFORE IT STARTS.  THE LIST
000160*     SHOWS EVERY NOTICE ON FILE, TWELVE TO A PAGE, AS RUNNING,
000170*     PENDING OR ENDED.  EVERY POST AND EXPIRY IS JOURNALED TO
000180*     CLOCKCHG UNDER THE OPERATOR ID PROMPTED FOR AT STARTUP, THE
000190*     SAME AS A CLOCKMNT SAVE.  EACH TIME THE FILE IS WRITTEN,
000200*     NOTICES THAT ENDED BEFORE TODAY ARE DROPPED FROM IT SO IT
000210*     DOES NOT GROW WITHOUT END; A LINE THE SCREEN CANNOT READ IS
000220*     WRITTEN BACK AS IT WAS.  THE CLOCK PICKS THE CHANGE UP ON
000230*     ITS NEXT R RELOAD.
000240* TECTONICS: cobc
000250*****************************************************************
000260* MODIFICATION HISTORY
000270*     10/15/2026 AH  INITIAL VERSION.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. CLOCKMSE.
000310 AUTHOR. AUSTIN HRIN.
000320 INSTALLATION. OPERATIONS.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL CLOCK-MSG-FILE ASSIGN TO "CLOCKMSG"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MSE-MSG-FILE-STATUS.
000410     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CLOCKCHG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS MSE-CHG-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CLOCK-MSG-FILE.
000470     COPY CLKMSGR REPLACING
000480         ==CLK-MSG-RECORD==   BY ==IO-CLK-MSG-RECORD==
000490         ==CLK-MSG-NUMBER==   BY ==IO-CLK-MSG-NUMBER==
000500         ==CLK-MSG-START-DATE==
000510             BY ==IO-CLK-MSG-START-DATE==
000520         ==CLK-MSG-START-TIME==
000530             BY ==IO-CLK-MSG-START-TIME==
000540         ==CLK-MSG-START-HOURS==
000550             BY ==IO-CLK-MSG-START-HOURS==
000560         ==CLK-MSG-START-MINUTES==
000570             BY ==IO-CLK-MSG-START-MINUTES==
000580         ==CLK-MSG-END-DATE== BY ==IO-CLK-MSG-END-DATE==
000590         ==CLK-MSG-END-TIME== BY ==IO-CLK-MSG-END-TIME==
000600         ==CLK-MSG-END-HOURS==
000610             BY ==IO-CLK-MSG-END-HOURS==
000620         ==CLK-MSG-END-MINUTES==
000630             BY ==IO-CLK-MSG-END-MINUTES==
000640         ==CLK-MSG-PRIORITY== BY ==IO-CLK-MSG-PRIORITY==
000650         ==CLK-MSG-TARGET==   BY ==IO-CLK-MSG-TARGET==
000660         ==CLK-MSG-ALL-INSTANCES==
000670             BY ==IO-CLK-MSG-ALL-INSTANCES==
000680         ==CLK-MSG-POSTED-BY==
000690             BY ==IO-CLK-MSG-POSTED-BY==
000700         ==CLK-MSG-TEXT==     BY ==IO-CLK-MSG-TEXT==.
000710 FD  CHANGE-JOURNAL-FILE.
000720     COPY CLKCHGR.
000730 WORKING-STORAGE SECTION.
000740*****************************************************************
000750* WORK RECORD.  THE BARE COPYBOOK RECORD IS THE NOTICE BEING
000760*     POSTED, AND THE LINE BEING LOOKED AT WHEN THE TABLE IS
000770*     LISTED, EXPIRED OR WRITTEN BACK.
000780*****************************************************************
000790     COPY CLKMSGR.
000800*****************************************************************
000810* NOTICE TABLE.  EVERY NON-BLANK LINE OF CLOCKMSG AS READ, UP TO
000820*     99 OF THEM, WITH A SWITCH MARKING A LINE WITHDRAWN SO THE
000830*     WRITE-BACK LEAVES IT OUT.  A FILE WITH MORE LINES THAN THAT
000840*     BLOCKS POSTING AND EXPIRY, SINCE WRITING IT BACK WOULD LOSE
000850*     THE LINES PAST THE TABLE.
000860*****************************************************************
000870 01  MSE-MSG-TABLE.
000880     05  MSE-MT-ENTRY OCCURS 99 TIMES.
000890         10  MSE-MT-LINE           PIC X(86).
000900         10  MSE-MT-DROP-SW        PIC X(01).
000910 77  MSE-MSG-COUNT             PIC 9(02) COMP VALUE ZERO.
000920 77  MSE-MSG-SUB               PIC 9(02) COMP.
000930 77  MSE-HIT-SUB               PIC 9(02) COMP.
000940 77  MSE-HIGH-NUMBER           PIC 9(04) VALUE ZERO.
000950 77  MSE-WANT-NUMBER           PIC 9(04).
000960 77  MSE-RUNNING-COUNT         PIC 9(02) VALUE ZERO.
000970 77  MSE-PENDING-COUNT         PIC 9(02) VALUE ZERO.
000980 77  MSE-COUNT-EDIT            PIC Z9.
000990 77  MSE-MSG-FILE-STATUS       PIC X(02).
001000 77  MSE-EOF-SWITCH            PIC X(01) VALUE 'N'.
001010     88  MSE-AT-END                VALUE 'Y'.
001020 77  MSE-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
001030     88  MSE-TABLE-OVERFLOW        VALUE 'Y'.
001040*****************************************************************
001050* CLOCK READINGS AND STAMPS.  STAMPS ARE YYYYMMDDHHMM ON OUR OWN
001060*     CLOCK, THE SAME MINUTES THE CLOCK COMPARES A NOTICE BY.
001070*****************************************************************
001080 77  MSE-TODAY                 PIC 9(08).
001090 77  MSE-TIME-RAW              PIC 9(08).
001100 77  MSE-NOW-HHMM              PIC 9(04).
001110 77  MSE-NOW-STAMP             PIC 9(12).
001120 77  MSE-LINE-START            PIC 9(12).
001130 77  MSE-LINE-END              PIC 9(12).
001140 77  MSE-LINE-STATUS           PIC X(08).
001150     88  MSE-LINE-RUNNING          VALUE 'RUNNING '.
001160     88  MSE-LINE-PENDING          VALUE 'PENDING '.
001170     88  MSE-LINE-ENDED            VALUE 'ENDED   '.
001180     88  MSE-LINE-BAD              VALUE 'BAD LINE'.
001190*****************************************************************
001200* CHANGE-AUDIT JOURNAL STAGING.  ONE CLOCKCHG RECORD PER POST OR
001210*     EXPIRY: FIELD NOTICE NNNN, BEFORE AND AFTER ITS STATE.
001220*****************************************************************
001230 77  MSE-CHG-FILE-STATUS       PIC X(02).
001240 77  MSE-OPERATOR-ID           PIC X(08) VALUE SPACES.
001250 77  MSE-CHG-STAGE-FIELD       PIC X(14).
001260 77  MSE-CHG-STAGE-BEFORE      PIC X(10).
001270 77  MSE-CHG-STAGE-AFTER       PIC X(10).
001280 77  MSE-CHG-NUMBER            PIC 9(04).
001290*****************************************************************
001300* SCREEN HANDLING.
001310*****************************************************************
001320 77  MSE-FIELD-OK-SWITCH       PIC X(01) VALUE 'N'.
001330     88  MSE-FIELD-OK              VALUE 'Y'.
001340 77  MSE-RANGE-OK-SWITCH       PIC X(01) VALUE 'N'.
001350     88  MSE-RANGE-OK              VALUE 'Y'.
001360 77  MSE-EXIT-SWITCH           PIC X(01) VALUE 'N'.
001370     88  MSE-EXIT-REQUESTED        VALUE 'Y'.
001380 77  MSE-LIST-DONE-SWITCH      PIC X(01) VALUE 'N'.
001390     88  MSE-LIST-DONE             VALUE 'Y'.
001400 77  MSE-WRITE-FAIL-SWITCH     PIC X(01) VALUE 'N'.
001410     88  MSE-WRITE-FAILED          VALUE 'Y'.
001420 77  MSE-ANSWER                PIC X(10).
001430 77  MSE-TEXT-ANSWER           PIC X(40).
001440 01  MSE-ANSWER-DATE           PIC X(08).
001450 01  MSE-ANSWER-DATE-PARTS REDEFINES MSE-ANSWER-DATE.
001460     05  MSE-AD-YEAR           PIC 9(04).
001470     05  MSE-AD-MONTH          PIC 99.
001480     05  MSE-AD-DAY            PIC 99.
001490 01  MSE-ANSWER-TIME           PIC X(04).
001500 01  MSE-ANSWER-TIME-PARTS REDEFINES MSE-ANSWER-TIME.
001510     05  MSE-AT-HOURS          PIC 99.
001520     05  MSE-AT-MINUTES        PIC 99.
001530 77  MSE-PAGE-FIRST            PIC 9(03) COMP.
001540 77  MSE-ROW                   PIC 9(02) COMP.
001550 77  MSE-LINE-NUM              PIC 9(02) COMP.
001560 77  MSE-BLANK-LINE            PIC X(60) VALUE SPACES.
001570 77  MSE-STATUS-LINE           PIC X(60) VALUE SPACES.
001580 01  MSE-LIST-HEADING.
001590     05  FILLER                    PIC X(05) VALUE 'NO.'.
001600     05  FILLER                    PIC X(09) VALUE 'STATUS'.
001610     05  FILLER                    PIC X(14) VALUE 'START'.
001620     05  FILLER                    PIC X(14) VALUE 'END'.
001630     05  FILLER                    PIC X(02) VALUE 'P'.
001640     05  FILLER                    PIC X(02) VALUE 'I'.
001650     05  FILLER                    PIC X(30) VALUE 'TEXT'.
001660 01  MSE-LIST-LINE.
001670     05  MSE-LL-NUMBER             PIC X(04).
001680     05  FILLER                    PIC X(01).
001690     05  MSE-LL-STATUS             PIC X(08).
001700     05  FILLER                    PIC X(01).
001710     05  MSE-LL-START-DATE         PIC X(08).
001720     05  FILLER                    PIC X(01).
001730     05  MSE-LL-START-TIME         PIC X(04).
001740     05  FILLER                    PIC X(01).
001750     05  MSE-LL-END-DATE           PIC X(08).
001760     05  FILLER                    PIC X(01).
001770     05  MSE-LL-END-TIME           PIC X(04).
001780     05  FILLER                    PIC X(01).
001790     05  MSE-LL-PRIORITY           PIC X(01).
001800     05  FILLER                    PIC X(01).
001810     05  MSE-LL-TARGET             PIC X(01).
001820     05  FILLER                    PIC X(01).
001830     05  MSE-LL-TEXT               PIC X(30).
001840 PROCEDURE DIVISION.
001850*****************************************************************
001860* 0000-MAINLINE
001870*     TOP-LEVEL CONTROL FLOW.  LOAD THE NOTICES, TAKE THE
001880*     OPERATOR ID, THEN TAKE ACTIONS FROM THE MENU UNTIL X.
001890*****************************************************************
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001920     PERFORM 1500-GET-OPERATOR THRU 1500-EXIT
001930     PERFORM 2000-PROCESS-ACTION THRU 2000-EXIT
001940         UNTIL MSE-EXIT-REQUESTED
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT
001960     STOP RUN.
001970*****************************************************************
001980* 1000-INITIALIZE
001990*     READS THE CLOCK AND LOADS THE NOTICE FILE.
002000*****************************************************************
002010 1000-INITIALIZE.
002020     PERFORM 8200-GET-NOW THRU 8200-EXIT
002030     PERFORM 1100-LOAD-NOTICES THRU 1100-EXIT.
002040 1000-EXIT.
002050     EXIT.
002060*****************************************************************
002070* 1100-LOAD-NOTICES
002080*     LOADS EVERY NON-BLANK CLOCKMSG LINE INTO THE NOTICE TABLE
002090*     AS IT STANDS AND TAKES THE HIGHEST NOTICE NUMBER IN USE, SO
002100*     THE NEXT POST NUMBERS ON FROM IT.  AN ABSENT FILE IS AN
002110*     EMPTY ONE.  RUN AGAIN AFTER EVERY WRITE-BACK.
002120*****************************************************************
002130 1100-LOAD-NOTICES.
002140     MOVE ZERO TO MSE-MSG-COUNT
002150     MOVE ZERO TO MSE-HIGH-NUMBER
002160     MOVE 'N' TO MSE-EOF-SWITCH
002170     MOVE 'N' TO MSE-OVERFLOW-SWITCH
002180     OPEN INPUT CLOCK-MSG-FILE
002190     IF MSE-MSG-FILE-STATUS = '00'
002200         PERFORM 1110-LOAD-ONE-NOTICE THRU 1110-EXIT
002210             UNTIL MSE-AT-END
002220         CLOSE CLOCK-MSG-FILE
002230     ELSE
002240         IF MSE-MSG-FILE-STATUS = '05'
002250             CLOSE CLOCK-MSG-FILE
002260         END-IF
002270     END-IF.
002280 1100-EXIT.
002290     EXIT.
002300 1110-LOAD-ONE-NOTICE.
002310     READ CLOCK-MSG-FILE
002320         AT END
002330             SET MSE-AT-END TO TRUE
002340     END-READ
002350     IF MSE-AT-END
002360         GO TO 1110-EXIT
002370     END-IF
002380     IF IO-CLK-MSG-RECORD = SPACES
002390         GO TO 1110-EXIT
002400     END-IF
002410     IF MSE-MSG-COUNT = 99
002420         SET MSE-TABLE-OVERFLOW TO TRUE
002430         GO TO 1110-EXIT
002440     END-IF
002450     ADD 1 TO MSE-MSG-COUNT
002460     MOVE IO-CLK-MSG-RECORD TO MSE-MT-LINE(MSE-MSG-COUNT)
002470     MOVE 'N' TO MSE-MT-DROP-SW(MSE-MSG-COUNT)
002480     IF IO-CLK-MSG-NUMBER IS NUMERIC
002490         IF IO-CLK-MSG-NUMBER > MSE-HIGH-NUMBER
002500             MOVE IO-CLK-MSG-NUMBER TO MSE-HIGH-NUMBER
002510         END-IF
002520     END-IF.
002530 1110-EXIT.
002540     EXIT.
002550*****************************************************************
002560* 1500-GET-OPERATOR
002570*     PROMPTS FOR THE OPERATOR ID BEFORE THE MENU COMES UP AND
002580*     REFUSES A BLANK ONE, SO EVERY CLOCKCHG JOURNAL RECORD AND
002590*     EVERY NOTICE NAMES WHO POSTED OR EXPIRED IT.
002600*****************************************************************
002610 1500-GET-OPERATOR.
002620     CALL X"E4"
002630     DISPLAY 'CLOCK BROADCAST NOTICES'
002640         AT LINE 1, COLUMN 2
002650     DISPLAY 'OPERATOR ID (REQUIRED)...........:'
002660         AT LINE 3, COLUMN 2
002670     MOVE 'N' TO MSE-FIELD-OK-SWITCH
002680     PERFORM 1510-GET-ONE-OPERATOR THRU 1510-EXIT
002690         UNTIL MSE-FIELD-OK.
002700 1500-EXIT.
002710     EXIT.
002720 1510-GET-ONE-OPERATOR.
002730     MOVE SPACES TO MSE-ANSWER
002740     ACCEPT MSE-ANSWER AT LINE 3, COLUMN 44
002750     IF MSE-ANSWER = SPACES
002760         MOVE 'OPERATOR ID MUST NOT BE BLANK' TO MSE-BLANK-LINE
002770         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
002780     ELSE
002790         MOVE MSE-ANSWER(1:8) TO MSE-OPERATOR-ID
002800         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
002810         SET MSE-FIELD-OK TO TRUE
002820     END-IF.
002830 1510-EXIT.
002840     EXIT.
002850*****************************************************************
002860* 2000-PROCESS-ACTION
002870*     PAINTS THE MENU, TAKES ONE ACTION AND CARRIES IT OUT.  THE
002880*     OUTCOME IS LEFT IN MSE-STATUS-LINE FOR THE NEXT MENU PAINT.
002890*****************************************************************
002900 2000-PROCESS-ACTION.
002910     PERFORM 2100-PAINT-MENU THRU 2100-EXIT
002920     MOVE SPACES TO MSE-ANSWER
002930     ACCEPT MSE-ANSWER AT LINE 13, COLUMN 44
002940     IF MSE-ANSWER(1:1) = 'A'
002950         PERFORM 3000-ADD-NOTICE THRU 3000-EXIT
002960         GO TO 2000-EXIT
002970     END-IF
002980     IF MSE-ANSWER(1:1) = 'E'
002990         PERFORM 4000-EXPIRE-NOTICE THRU 4000-EXIT
003000         GO TO 2000-EXIT
003010     END-IF
003020     IF MSE-ANSWER(1:1) = 'L'
003030         PERFORM 6000-LIST-NOTICES THRU 6000-EXIT
003040         GO TO 2000-EXIT
003050     END-IF
003060     IF MSE-ANSWER(1:1) = 'X'
003070         SET MSE-EXIT-REQUESTED TO TRUE
003080         GO TO 2000-EXIT
003090     END-IF
003100     MOVE 'ACTION MUST BE A, E, L OR X' TO MSE-STATUS-LINE.
003110 2000-EXIT.
003120     EXIT.
003130*****************************************************************
003140* 2100-PAINT-MENU
003150*     CLEARS THE SCREEN AND PAINTS THE MENU WITH A COUNT OF THE
003160*     NOTICES ON FILE, RUNNING NOW AND STILL TO START, AND THE
003170*     OUTCOME OF THE LAST ACTION.
003180*****************************************************************
003190 2100-PAINT-MENU.
003200     PERFORM 8200-GET-NOW THRU 8200-EXIT
003210     MOVE ZERO TO MSE-RUNNING-COUNT
003220     MOVE ZERO TO MSE-PENDING-COUNT
003230     PERFORM 2110-COUNT-ONE-NOTICE THRU 2110-EXIT
003240         VARYING MSE-MSG-SUB FROM 1 BY 1
003250         UNTIL MSE-MSG-SUB > MSE-MSG-COUNT
003260     CALL X"E4"
003270     DISPLAY 'CLOCK BROADCAST NOTICES'
003280         AT LINE 1, COLUMN 2
003290     DISPLAY 'OPERATOR:' AT LINE 1, COLUMN 44
003300     DISPLAY MSE-OPERATOR-ID AT LINE 1, COLUMN 54
003310     DISPLAY 'NOTICES ON FILE..................:'
003320         AT LINE 4, COLUMN 2
003330     MOVE MSE-MSG-COUNT TO MSE-COUNT-EDIT
003340     DISPLAY MSE-COUNT-EDIT AT LINE 4, COLUMN 44
003350     DISPLAY 'RUNNING NOW......................:'
003360         AT LINE 5, COLUMN 2
003370     MOVE MSE-RUNNING-COUNT TO MSE-COUNT-EDIT
003380     DISPLAY MSE-COUNT-EDIT AT LINE 5, COLUMN 44
003390     DISPLAY 'WAITING TO START.................:'
003400         AT LINE 6, COLUMN 2
003410     MOVE MSE-PENDING-COUNT TO MSE-COUNT-EDIT
003420     DISPLAY MSE-COUNT-EDIT AT LINE 6, COLUMN 44
003430     DISPLAY 'A  POST A NEW NOTICE' AT LINE 8, COLUMN 2
003440     DISPLAY 'E  EXPIRE A NOTICE' AT LINE 9, COLUMN 2
003450     DISPLAY 'L  LIST THE NOTICES ON FILE' AT LINE 10, COLUMN 2
003460     DISPLAY 'X  EXIT' AT LINE 11, COLUMN 2
003470     DISPLAY 'ACTION...........................:'
003480         AT LINE 13, COLUMN 2
003490     IF MSE-TABLE-OVERFLOW
003500         MOVE 'CLOCKMSG HAS OVER 99 LINES - TIDY IT BY HAND FIRST'
003510             TO MSE-BLANK-LINE
003520         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
003530     END-IF
003540     IF MSE-STATUS-LINE NOT = SPACES
003550         DISPLAY MSE-STATUS-LINE AT LINE 23, COLUMN 2
003560         MOVE SPACES TO MSE-STATUS-LINE
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.
003600 2110-COUNT-ONE-NOTICE.
003610     PERFORM 6150-RESOLVE-ONE-NOTICE THRU 6150-EXIT
003620     IF MSE-LINE-RUNNING
003630         ADD 1 TO MSE-RUNNING-COUNT
003640     END-IF
003650     IF MSE-LINE-PENDING
003660         ADD 1 TO MSE-PENDING-COUNT
003670     END-IF.
003680 2110-EXIT.
003690     EXIT.
003700*****************************************************************
003710* 3000-ADD-NOTICE
003720*     TAKES A NEW NOTICE FIELD BY FIELD, EACH ENTRY LOOPING UNTIL
003730*     IT IS BLANK (KEEP THE DEFAULT SHOWN) OR PASSES THE SAME EDIT
003740*     THE CLOCK APPLIES, AND POSTS IT ON A Y.  THE DEFAULTS ARE A
003750*     NOTICE RUNNING FROM NOW TO THE END OF TODAY AT PRIORITY 5
003760*     ON EVERY CLOCK; ONLY THE TEXT MUST BE TYPED.
003770*****************************************************************
003780 3000-ADD-NOTICE.
003790     IF MSE-TABLE-OVERFLOW OR MSE-MSG-COUNT = 99
003800         MOVE 'NOTICE FILE IS FULL - NOTHING POSTED'
003810             TO MSE-STATUS-LINE
003820         GO TO 3000-EXIT
003830     END-IF
003840     PERFORM 8200-GET-NOW THRU 8200-EXIT
003850     MOVE SPACES TO CLK-MSG-RECORD
003860     MOVE MSE-TODAY TO CLK-MSG-START-DATE
003870     MOVE MSE-NOW-HHMM TO CLK-MSG-START-TIME
003880     MOVE MSE-TODAY TO CLK-MSG-END-DATE
003890     MOVE '2359' TO CLK-MSG-END-TIME
003900     MOVE 5 TO CLK-MSG-PRIORITY
003910     MOVE '*' TO CLK-MSG-TARGET
003920     PERFORM 3050-PAINT-FORM THRU 3050-EXIT
003930     PERFORM 3100-EDIT-TEXT THRU 3100-EXIT
003940     PERFORM 3150-EDIT-START-DATE THRU 3150-EXIT
003950     PERFORM 3200-EDIT-START-TIME THRU 3200-EXIT
003960     PERFORM 3250-EDIT-END THRU 3250-EXIT
003970     PERFORM 3300-EDIT-PRIORITY THRU 3300-EXIT
003980     PERFORM 3350-EDIT-TARGET THRU 3350-EXIT
003990     DISPLAY 'POST THIS NOTICE (Y/N)?'
004000         AT LINE 22, COLUMN 2
004010     MOVE SPACES TO MSE-ANSWER
004020     ACCEPT MSE-ANSWER AT LINE 22, COLUMN 45
004030     IF MSE-ANSWER(1:1) = 'Y'
004040         PERFORM 3500-POST-NOTICE THRU 3500-EXIT
004050     ELSE
004060         MOVE 'NOTICE NOT POSTED' TO MSE-STATUS-LINE
004070     END-IF.
004080 3000-EXIT.
004090     EXIT.
004100*****************************************************************
004110* 3050-PAINT-FORM
004120*     CLEARS THE SCREEN AND PAINTS THE NEW-NOTICE FORM WITH ITS
004130*     DEFAULTS.
004140*****************************************************************
004150 3050-PAINT-FORM.
004160     CALL X"E4"
004170     DISPLAY 'POST A BROADCAST NOTICE'
004180         AT LINE 1, COLUMN 2
004190     DISPLAY 'OPERATOR:' AT LINE 1, COLUMN 44
004200     DISPLAY MSE-OPERATOR-ID AT LINE 1, COLUMN 54
004210     DISPLAY 'BLANK ENTRY KEEPS THE VALUE SHOWN'
004220         AT LINE 2, COLUMN 2
004230     DISPLAY 'NOTICE TEXT (UP TO 40 CHARACTERS):'
004240         AT LINE 4, COLUMN 2
004250     DISPLAY 'START DATE (YYYYMMDD)............:'
004260         AT LINE 7, COLUMN 2
004270     DISPLAY CLK-MSG-START-DATE AT LINE 7, COLUMN 44
004280     DISPLAY 'START TIME (HHMM)................:'
004290         AT LINE 8, COLUMN 2
004300     DISPLAY CLK-MSG-START-TIME AT LINE 8, COLUMN 44
004310     DISPLAY 'END DATE (YYYYMMDD)..............:'
004320         AT LINE 9, COLUMN 2
004330     DISPLAY CLK-MSG-END-DATE AT LINE 9, COLUMN 44
004340     DISPLAY 'END TIME (HHMM, NOT INCLUDED)....:'
004350         AT LINE 10, COLUMN 2
004360     DISPLAY CLK-MSG-END-TIME AT LINE 10, COLUMN 44
004370     DISPLAY 'PRIORITY (1=MOST URGENT TO 9)....:'
004380         AT LINE 11, COLUMN 2
004390     DISPLAY CLK-MSG-PRIORITY AT LINE 11, COLUMN 44
004400     DISPLAY 'INSTANCE (1-9 ETC, *=ALL CLOCKS).:'
004410         AT LINE 12, COLUMN 2
004420     DISPLAY CLK-MSG-TARGET AT LINE 12, COLUMN 44.
004430 3050-EXIT.
004440     EXIT.
004450*****************************************************************
004460* 3100-EDIT-TEXT
004470*     ACCEPTS THE NOTICE TEXT ON ITS OWN LINE; THERE MUST BE SOME.
004480*****************************************************************
004490 3100-EDIT-TEXT.
004500     MOVE 'N' TO MSE-FIELD-OK-SWITCH
004510     PERFORM 3110-GET-TEXT THRU 3110-EXIT
004520         UNTIL MSE-FIELD-OK.
004530 3100-EXIT.
004540     EXIT.
004550 3110-GET-TEXT.
004560     MOVE SPACES TO MSE-TEXT-ANSWER
004570     ACCEPT MSE-TEXT-ANSWER AT LINE 5, COLUMN 4
004580     IF MSE-TEXT-ANSWER = SPACES
004590         MOVE 'NOTICE TEXT MUST NOT BE BLANK' TO MSE-BLANK-LINE
004600         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
004610     ELSE
004620         MOVE MSE-TEXT-ANSWER TO CLK-MSG-TEXT
004630         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
004640         SET MSE-FIELD-OK TO TRUE
004650     END-IF.
004660 3110-EXIT.
004670     EXIT.
004680*****************************************************************
004690* 3150-EDIT-START-DATE
004700*     ACCEPTS THE START DATE AS YYYYMMDD.
004710*****************************************************************
004720 3150-EDIT-START-DATE.
004730     MOVE 'N' TO MSE-FIELD-OK-SWITCH
004740     PERFORM 3160-GET-START-DATE THRU 3160-EXIT
004750         UNTIL MSE-FIELD-OK.
004760 3150-EXIT.
004770     EXIT.
004780 3160-GET-START-DATE.
004790     MOVE SPACES TO MSE-ANSWER
004800     ACCEPT MSE-ANSWER AT LINE 7, COLUMN 44
004810     IF MSE-ANSWER = SPACES
004820         MOVE CLK-MSG-START-DATE TO MSE-ANSWER
004830     END-IF
004840     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
004850     IF MSE-FIELD-OK
004860         MOVE MSE-ANSWER-DATE TO CLK-MSG-START-DATE
004870         DISPLAY CLK-MSG-START-DATE AT LINE 7, COLUMN 44
004880     END-IF.
004890 3160-EXIT.
004900     EXIT.
004910*****************************************************************
004920* 3200-EDIT-START-TIME
004930*     ACCEPTS THE START TIME AS HHMM.
004940*****************************************************************
004950 3200-EDIT-START-TIME.
004960     MOVE 'N' TO MSE-FIELD-OK-SWITCH
004970     PERFORM 3210-GET-START-TIME THRU 3210-EXIT
004980         UNTIL MSE-FIELD-OK.
004990 3200-EXIT.
005000     EXIT.
005010 3210-GET-START-TIME.
005020     MOVE SPACES TO MSE-ANSWER
005030     ACCEPT MSE-ANSWER AT LINE 8, COLUMN 44
005040     IF MSE-ANSWER = SPACES
005050         MOVE CLK-MSG-START-TIME TO MSE-ANSWER
005060     END-IF
005070     PERFORM 8350-EDIT-HHMM THRU 8350-EXIT
005080     IF MSE-FIELD-OK
005090         MOVE MSE-ANSWER-TIME TO CLK-MSG-START-TIME
005100         DISPLAY CLK-MSG-START-TIME AT LINE 8, COLUMN 44
005110     END-IF.
005120 3210-EXIT.
005130     EXIT.
005140*****************************************************************
005150* 3250-EDIT-END
005160*     ACCEPTS THE END DATE AND TIME AS A PAIR, AND TAKES THE PAIR
005170*     AGAIN UNTIL THE NOTICE ENDS AFTER IT STARTS AND AFTER NOW --
005180*     A NOTICE THAT COULD NEVER SHOW IS NOT WORTH POSTING.
005190*****************************************************************
005200 3250-EDIT-END.
005210     MOVE 'N' TO MSE-RANGE-OK-SWITCH
005220     PERFORM 3255-GET-END-PAIR THRU 3255-EXIT
005230         UNTIL MSE-RANGE-OK.
005240 3250-EXIT.
005250     EXIT.
005260 3255-GET-END-PAIR.
005270     MOVE 'N' TO MSE-FIELD-OK-SWITCH
005280     PERFORM 3260-GET-END-DATE THRU 3260-EXIT
005290         UNTIL MSE-FIELD-OK
005300     MOVE 'N' TO MSE-FIELD-OK-SWITCH
005310     PERFORM 3270-GET-END-TIME THRU 3270-EXIT
005320         UNTIL MSE-FIELD-OK
005330     PERFORM 8200-GET-NOW THRU 8200-EXIT
005340     COMPUTE MSE-LINE-START =
005350         (CLK-MSG-START-DATE * 10000)
005360             + (CLK-MSG-START-HOURS * 100) + CLK-MSG-START-MINUTES
005370     COMPUTE MSE-LINE-END =
005380         (CLK-MSG-END-DATE * 10000)
005390             + (CLK-MSG-END-HOURS * 100) + CLK-MSG-END-MINUTES
005400     IF MSE-LINE-END NOT > MSE-LINE-START
005410         MOVE 'NOTICE MUST END AFTER IT STARTS' TO MSE-BLANK-LINE
005420         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
005430         GO TO 3255-EXIT
005440     END-IF
005450     IF MSE-LINE-END NOT > MSE-NOW-STAMP
005460         MOVE 'THAT END HAS ALREADY PASSED' TO MSE-BLANK-LINE
005470         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
005480         GO TO 3255-EXIT
005490     END-IF
005500     SET MSE-RANGE-OK TO TRUE.
005510 3255-EXIT.
005520     EXIT.
005530 3260-GET-END-DATE.
005540     MOVE SPACES TO MSE-ANSWER
005550     ACCEPT MSE-ANSWER AT LINE 9, COLUMN 44
005560     IF MSE-ANSWER = SPACES
005570         MOVE CLK-MSG-END-DATE TO MSE-ANSWER
005580     END-IF
005590     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
005600     IF MSE-FIELD-OK
005610         MOVE MSE-ANSWER-DATE TO CLK-MSG-END-DATE
005620         DISPLAY CLK-MSG-END-DATE AT LINE 9, COLUMN 44
005630     END-IF.
005640 3260-EXIT.
005650     EXIT.
005660 3270-GET-END-TIME.
005670     MOVE SPACES TO MSE-ANSWER
005680     ACCEPT MSE-ANSWER AT LINE 10, COLUMN 44
005690     IF MSE-ANSWER = SPACES
005700         MOVE CLK-MSG-END-TIME TO MSE-ANSWER
005710     END-IF
005720     PERFORM 8350-EDIT-HHMM THRU 8350-EXIT
005730     IF MSE-FIELD-OK
005740         MOVE MSE-ANSWER-TIME TO CLK-MSG-END-TIME
005750         DISPLAY CLK-MSG-END-TIME AT LINE 10, COLUMN 44
005760     END-IF.
005770 3270-EXIT.
005780     EXIT.
005790*****************************************************************
005800* 3300-EDIT-PRIORITY
005810*     ACCEPTS THE PRIORITY AS ONE DIGIT, 1 (MOST URGENT) TO 9.
005820*****************************************************************
005830 3300-EDIT-PRIORITY.
005840     MOVE 'N' TO MSE-FIELD-OK-SWITCH
005850     PERFORM 3310-GET-PRIORITY THRU 3310-EXIT
005860         UNTIL MSE-FIELD-OK.
005870 3300-EXIT.
005880     EXIT.
005890 3310-GET-PRIORITY.
005900     MOVE SPACES TO MSE-ANSWER
005910     ACCEPT MSE-ANSWER AT LINE 11, COLUMN 44
005920     IF MSE-ANSWER = SPACES
005930         DISPLAY CLK-MSG-PRIORITY AT LINE 11, COLUMN 44
005940         SET MSE-FIELD-OK TO TRUE
005950         GO TO 3310-EXIT
005960     END-IF
005970     IF MSE-ANSWER(1:1) IS NUMERIC
005980             AND MSE-ANSWER(1:1) NOT = '0'
005990             AND MSE-ANSWER(2:9) = SPACES
006000         MOVE MSE-ANSWER(1:1) TO CLK-MSG-PRIORITY
006010         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
006020         SET MSE-FIELD-OK TO TRUE
006030     ELSE
006040         MOVE 'PRIORITY MUST BE ONE DIGIT, 1 TO 9'
006050             TO MSE-BLANK-LINE
006060         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
006070     END-IF.
006080 3310-EXIT.
006090     EXIT.
006100*****************************************************************
006110* 3350-EDIT-TARGET
006120*     ACCEPTS THE TARGET AS ONE CLOCKINST CHARACTER, OR * FOR
006130*     EVERY CLOCK ON THE BOX.
006140*****************************************************************
006150 3350-EDIT-TARGET.
006160     MOVE 'N' TO MSE-FIELD-OK-SWITCH
006170     PERFORM 3360-GET-TARGET THRU 3360-EXIT
006180         UNTIL MSE-FIELD-OK.
006190 3350-EXIT.
006200     EXIT.
006210 3360-GET-TARGET.
006220     MOVE SPACES TO MSE-ANSWER
006230     ACCEPT MSE-ANSWER AT LINE 12, COLUMN 44
006240     IF MSE-ANSWER = SPACES
006250         DISPLAY CLK-MSG-TARGET AT LINE 12, COLUMN 44
006260         SET MSE-FIELD-OK TO TRUE
006270         GO TO 3360-EXIT
006280     END-IF
006290     IF MSE-ANSWER(1:1) NOT = SPACE
006300             AND MSE-ANSWER(2:9) = SPACES
006310         MOVE MSE-ANSWER(1:1) TO CLK-MSG-TARGET
006320         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
006330         SET MSE-FIELD-OK TO TRUE
006340     ELSE
006350         MOVE 'INSTANCE MUST BE ONE CHARACTER, OR * FOR ALL'
006360             TO MSE-BLANK-LINE
006370         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
006380     END-IF.
006390 3360-EXIT.
006400     EXIT.
006410*****************************************************************
006420* 3500-POST-NOTICE
006430*     NUMBERS THE NEW NOTICE ON FROM THE HIGHEST IN USE, STAMPS IT
006440*     WITH THE OPERATOR ID, ADDS IT TO THE TABLE, WRITES THE FILE
006450*     BACK, AND JOURNALS THE POST ONCE THE FILE IS SAFELY WRITTEN.
006460*****************************************************************
006470 3500-POST-NOTICE.
006480     ADD 1 TO MSE-HIGH-NUMBER
006490     MOVE MSE-HIGH-NUMBER TO CLK-MSG-NUMBER
006500     MOVE MSE-HIGH-NUMBER TO MSE-CHG-NUMBER
006510     MOVE MSE-OPERATOR-ID TO CLK-MSG-POSTED-BY
006520     ADD 1 TO MSE-MSG-COUNT
006530     MOVE CLK-MSG-RECORD TO MSE-MT-LINE(MSE-MSG-COUNT)
006540     MOVE 'N' TO MSE-MT-DROP-SW(MSE-MSG-COUNT)
006550     PERFORM 5000-WRITE-FILE THRU 5000-EXIT
006560     IF MSE-WRITE-FAILED
006570         GO TO 3500-EXIT
006580     END-IF
006590     MOVE 'NONE' TO MSE-CHG-STAGE-BEFORE
006600     MOVE 'POSTED' TO MSE-CHG-STAGE-AFTER
006610     PERFORM 5500-JOURNAL-CHANGE THRU 5500-EXIT
006620     IF MSE-WRITE-FAILED
006630         GO TO 3500-EXIT
006640     END-IF
006650     STRING 'NOTICE ' DELIMITED BY SIZE
006660         MSE-CHG-NUMBER DELIMITED BY SIZE
006670         ' POSTED' DELIMITED BY SIZE
006680         INTO MSE-STATUS-LINE
006690     END-STRING.
006700 3500-EXIT.
006710     EXIT.
006720*****************************************************************
006730* 4000-EXPIRE-NOTICE
006740*     SHOWS THE FIRST PAGE OF NOTICES AND TAKES THE NUMBER OF THE
006750*     ONE TO EXPIRE.  A RUNNING NOTICE HAS ITS END SET TO NOW; ONE
006760*     NOT YET STARTED, RUN FOR LESS THAN A MINUTE, OR TOO BROKEN
006770*     TO READ IS WITHDRAWN FROM THE FILE.  AN ENDED NOTICE IS LEFT
006780*     ALONE.  THE CHANGE IS WRITTEN AND JOURNALED ON A Y.
006790*****************************************************************
006800 4000-EXPIRE-NOTICE.
006810     IF MSE-TABLE-OVERFLOW
006820         MOVE 'NOTICE FILE IS OVER 99 LINES - NOTHING EXPIRED'
006830             TO MSE-STATUS-LINE
006840         GO TO 4000-EXIT
006850     END-IF
006860     PERFORM 8200-GET-NOW THRU 8200-EXIT
006870     CALL X"E4"
006880     DISPLAY 'EXPIRE A BROADCAST NOTICE'
006890         AT LINE 1, COLUMN 2
006900     DISPLAY 'OPERATOR:' AT LINE 1, COLUMN 44
006910     DISPLAY MSE-OPERATOR-ID AT LINE 1, COLUMN 54
006920     MOVE 1 TO MSE-PAGE-FIRST
006930     PERFORM 6050-PAINT-PAGE THRU 6050-EXIT
006940     DISPLAY 'NOTICE NUMBER TO EXPIRE (BLANK=NONE)'
006950         AT LINE 20, COLUMN 2
006960     MOVE SPACES TO MSE-ANSWER
006970     ACCEPT MSE-ANSWER AT LINE 20, COLUMN 44
006980     IF MSE-ANSWER = SPACES
006990         MOVE 'NO NOTICE EXPIRED' TO MSE-STATUS-LINE
007000         GO TO 4000-EXIT
007010     END-IF
007020     IF MSE-ANSWER(1:4) IS NOT NUMERIC
007030             OR MSE-ANSWER(5:6) NOT = SPACES
007040         MOVE 'NOTICE NUMBER MUST BE FOUR DIGITS, E.G. 0007'
007050             TO MSE-STATUS-LINE
007060         GO TO 4000-EXIT
007070     END-IF
007080     MOVE MSE-ANSWER(1:4) TO MSE-WANT-NUMBER
007090     MOVE MSE-WANT-NUMBER TO MSE-CHG-NUMBER
007100     MOVE ZERO TO MSE-HIT-SUB
007110     PERFORM 4100-MATCH-ONE-NOTICE THRU 4100-EXIT
007120         VARYING MSE-MSG-SUB FROM 1 BY 1
007130         UNTIL MSE-MSG-SUB > MSE-MSG-COUNT
007140             OR MSE-HIT-SUB > ZERO
007150     IF MSE-HIT-SUB = ZERO
007160         STRING 'NO NOTICE ' DELIMITED BY SIZE
007170             MSE-CHG-NUMBER DELIMITED BY SIZE
007180             ' ON FILE' DELIMITED BY SIZE
007190             INTO MSE-STATUS-LINE
007200         END-STRING
007210         GO TO 4000-EXIT
007220     END-IF
007230     MOVE MSE-HIT-SUB TO MSE-MSG-SUB
007240     PERFORM 6150-RESOLVE-ONE-NOTICE THRU 6150-EXIT
007250     IF MSE-LINE-ENDED
007260         STRING 'NOTICE ' DELIMITED BY SIZE
007270             MSE-CHG-NUMBER DELIMITED BY SIZE
007280             ' HAS ALREADY ENDED' DELIMITED BY SIZE
007290             INTO MSE-STATUS-LINE
007300         END-STRING
007310         GO TO 4000-EXIT
007320     END-IF
007330     DISPLAY 'EXPIRE THIS NOTICE (Y/N)?'
007340         AT LINE 22, COLUMN 2
007350     MOVE SPACES TO MSE-ANSWER
007360     ACCEPT MSE-ANSWER AT LINE 22, COLUMN 45
007370     IF MSE-ANSWER(1:1) NOT = 'Y'
007380         MOVE 'NO NOTICE EXPIRED' TO MSE-STATUS-LINE
007390         GO TO 4000-EXIT
007400     END-IF
007410     PERFORM 4200-APPLY-EXPIRY THRU 4200-EXIT.
007420 4000-EXIT.
007430     EXIT.
007440 4100-MATCH-ONE-NOTICE.
007450     MOVE MSE-MT-LINE(MSE-MSG-SUB) TO CLK-MSG-RECORD
007460     IF CLK-MSG-NUMBER IS NUMERIC
007470         IF CLK-MSG-NUMBER = MSE-WANT-NUMBER
007480             MOVE MSE-MSG-SUB TO MSE-HIT-SUB
007490         END-IF
007500     END-IF.
007510 4100-EXIT.
007520     EXIT.
007530*****************************************************************
007540* 4200-APPLY-EXPIRY
007550*     ENDS OR WITHDRAWS THE CHOSEN NOTICE AS OF NOW, WRITES THE
007560*     FILE BACK, AND JOURNALS THE STATE IT WAS IN AND THE STATE IT
007570*     IS LEFT IN.
007580*****************************************************************
007590 4200-APPLY-EXPIRY.
007600     MOVE MSE-HIT-SUB TO MSE-MSG-SUB
007610     PERFORM 8200-GET-NOW THRU 8200-EXIT
007620     PERFORM 6150-RESOLVE-ONE-NOTICE THRU 6150-EXIT
007630     MOVE MSE-LINE-STATUS TO MSE-CHG-STAGE-BEFORE
007640     IF MSE-LINE-RUNNING AND MSE-NOW-STAMP > MSE-LINE-START
007650         MOVE MSE-TODAY TO CLK-MSG-END-DATE
007660         MOVE MSE-NOW-HHMM TO CLK-MSG-END-TIME
007670         MOVE CLK-MSG-RECORD TO MSE-MT-LINE(MSE-MSG-SUB)
007680         MOVE 'EXPIRED' TO MSE-CHG-STAGE-AFTER
007690     ELSE
007700         MOVE 'Y' TO MSE-MT-DROP-SW(MSE-MSG-SUB)
007710         MOVE 'WITHDRAWN' TO MSE-CHG-STAGE-AFTER
007720     END-IF
007730     PERFORM 5000-WRITE-FILE THRU 5000-EXIT
007740     IF MSE-WRITE-FAILED
007750         GO TO 4200-EXIT
007760     END-IF
007770     PERFORM 5500-JOURNAL-CHANGE THRU 5500-EXIT
007780     IF MSE-WRITE-FAILED
007790         GO TO 4200-EXIT
007800     END-IF
007810     STRING 'NOTICE ' DELIMITED BY SIZE
007820         MSE-CHG-NUMBER DELIMITED BY SIZE
007830         ' ' DELIMITED BY SIZE
007840         MSE-CHG-STAGE-AFTER DELIMITED BY SPACE
007850         INTO MSE-STATUS-LINE
007860     END-STRING.
007870 4200-EXIT.
007880     EXIT.
007890*****************************************************************
007900* 5000-WRITE-FILE
007910*     WRITES THE NOTICE TABLE BACK TO CLOCKMSG, LEAVING OUT A
007920*     WITHDRAWN NOTICE AND ANY NOTICE THAT ENDED BEFORE TODAY,
007930*     THEN RELOADS THE TABLE FROM WHAT WAS WRITTEN.  THE OPEN AND
007940*     EVERY WRITE ARE STATUS-CHECKED (AN OPEN OUTPUT OF AN
007950*     OPTIONAL FILE THAT DID NOT EXIST YET REPORTS 05 AND IS A
007960*     CLEAN CREATE), AND A FAILURE IS REPORTED INSTEAD OF A POST
007970*     THAT DID NOT HAPPEN.
007980*****************************************************************
007990 5000-WRITE-FILE.
008000     MOVE 'N' TO MSE-WRITE-FAIL-SWITCH
008010     PERFORM 8200-GET-NOW THRU 8200-EXIT
008020     OPEN OUTPUT CLOCK-MSG-FILE
008030     IF MSE-MSG-FILE-STATUS = '00'
008040             OR MSE-MSG-FILE-STATUS = '05'
008050         PERFORM 5100-WRITE-ONE-NOTICE THRU 5100-EXIT
008060             VARYING MSE-MSG-SUB FROM 1 BY 1
008070             UNTIL MSE-MSG-SUB > MSE-MSG-COUNT
008080         CLOSE CLOCK-MSG-FILE
008090     ELSE
008100         SET MSE-WRITE-FAILED TO TRUE
008110     END-IF
008120     IF MSE-WRITE-FAILED
008130         MOVE 'WRITE FAILED FOR CLOCKMSG - CHECK FILE STATUS'
008140             TO MSE-STATUS-LINE
008150     END-IF
008160     PERFORM 1100-LOAD-NOTICES THRU 1100-EXIT.
008170 5000-EXIT.
008180     EXIT.
008190 5100-WRITE-ONE-NOTICE.
008200     IF MSE-MT-DROP-SW(MSE-MSG-SUB) = 'Y'
008210         GO TO 5100-EXIT
008220     END-IF
008230     MOVE MSE-MT-LINE(MSE-MSG-SUB) TO CLK-MSG-RECORD
008240     IF CLK-MSG-END-DATE IS NUMERIC
008250         IF CLK-MSG-END-DATE < MSE-TODAY
008260             GO TO 5100-EXIT
008270         END-IF
008280     END-IF
008290     MOVE CLK-MSG-RECORD TO IO-CLK-MSG-RECORD
008300     WRITE IO-CLK-MSG-RECORD
008310     IF MSE-MSG-FILE-STATUS NOT = '00'
008320         SET MSE-WRITE-FAILED TO TRUE
008330     END-IF.
008340 5100-EXIT.
008350     EXIT.
008360*****************************************************************
008370* 5500-JOURNAL-CHANGE
008380*     APPENDS ONE STAMPED CLOCKCHG RECORD FOR THE NOTICE IN
008390*     MSE-CHG-NUMBER WITH THE STAGED BEFORE AND AFTER STATES,
008400*     CREATING THE JOURNAL ON FIRST USE.  A FAILED OPEN OR WRITE
008410*     IS REPORTED LIKE A FAILED WRITE-BACK.
008420*****************************************************************
008430 5500-JOURNAL-CHANGE.
008440     MOVE SPACES TO MSE-CHG-STAGE-FIELD
008450     STRING 'NOTICE ' DELIMITED BY SIZE
008460         MSE-CHG-NUMBER DELIMITED BY SIZE
008470         INTO MSE-CHG-STAGE-FIELD
008480     END-STRING
008490     OPEN EXTEND CHANGE-JOURNAL-FILE
008500     IF MSE-CHG-FILE-STATUS = '35'
008510         OPEN OUTPUT CHANGE-JOURNAL-FILE
008520     END-IF
008530     IF MSE-CHG-FILE-STATUS NOT = '00'
008540         SET MSE-WRITE-FAILED TO TRUE
008550         MOVE 'NOTICE SAVED BUT CLOCKCHG COULD NOT BE OPENED'
008560             TO MSE-STATUS-LINE
008570         GO TO 5500-EXIT
008580     END-IF
008590     MOVE SPACES TO CLK-CHG-RECORD
008600     ACCEPT CLK-CHG-DATE FROM DATE YYYYMMDD
008610     ACCEPT MSE-TIME-RAW FROM TIME
008620     MOVE MSE-TIME-RAW(1:6) TO CLK-CHG-TIME
008630     MOVE MSE-OPERATOR-ID TO CLK-CHG-OPERATOR
008640     MOVE 'CLOCKMSG' TO CLK-CHG-FILE
008650     MOVE MSE-CHG-STAGE-FIELD TO CLK-CHG-FIELD
008660     MOVE MSE-CHG-STAGE-BEFORE TO CLK-CHG-BEFORE
008670     MOVE MSE-CHG-STAGE-AFTER TO CLK-CHG-AFTER
008680     WRITE CLK-CHG-RECORD
008690     IF MSE-CHG-FILE-STATUS NOT = '00'
008700         SET MSE-WRITE-FAILED TO TRUE
008710         MOVE 'NOTICE SAVED BUT CLOCKCHG WRITE FAILED'
008720             TO MSE-STATUS-LINE
008730     END-IF
008740     CLOSE CHANGE-JOURNAL-FILE.
008750 5500-EXIT.
008760     EXIT.
008770*****************************************************************
008780* 6000-LIST-NOTICES
008790*     PAGES THROUGH EVERY NOTICE ON FILE, TWELVE TO A SCREEN,
008800*     UNTIL THE LAST PAGE OR AN X.
008810*****************************************************************
008820 6000-LIST-NOTICES.
008830     MOVE 1 TO MSE-PAGE-FIRST
008840     MOVE 'N' TO MSE-LIST-DONE-SWITCH
008850     PERFORM 6010-SHOW-ONE-PAGE THRU 6010-EXIT
008860         UNTIL MSE-LIST-DONE.
008870 6000-EXIT.
008880     EXIT.
008890 6010-SHOW-ONE-PAGE.
008900     PERFORM 8200-GET-NOW THRU 8200-EXIT
008910     CALL X"E4"
008920     DISPLAY 'BROADCAST NOTICES ON FILE'
008930         AT LINE 1, COLUMN 2
008940     DISPLAY 'OPERATOR:' AT LINE 1, COLUMN 44
008950     DISPLAY MSE-OPERATOR-ID AT LINE 1, COLUMN 54
008960     PERFORM 6050-PAINT-PAGE THRU 6050-EXIT
008970     MOVE SPACES TO MSE-ANSWER
008980     IF MSE-PAGE-FIRST + 12 > MSE-MSG-COUNT
008990         DISPLAY 'END OF LIST - ENTER FOR THE MENU'
009000             AT LINE 20, COLUMN 2
009010         ACCEPT MSE-ANSWER AT LINE 20, COLUMN 44
009020         SET MSE-LIST-DONE TO TRUE
009030         GO TO 6010-EXIT
009040     END-IF
009050     DISPLAY 'ENTER FOR THE NEXT PAGE, X FOR MENU'
009060         AT LINE 20, COLUMN 2
009070     ACCEPT MSE-ANSWER AT LINE 20, COLUMN 44
009080     IF MSE-ANSWER(1:1) = 'X'
009090         SET MSE-LIST-DONE TO TRUE
009100     ELSE
009110         ADD 12 TO MSE-PAGE-FIRST
009120     END-IF.
009130 6010-EXIT.
009140     EXIT.
009150*****************************************************************
009160* 6050-PAINT-PAGE
009170*     PAINTS THE LIST HEADING AND UP TO TWELVE NOTICES FROM
009180*     MSE-PAGE-FIRST ON, LINES 6 TO 17.
009190*****************************************************************
009200 6050-PAINT-PAGE.
009210     DISPLAY MSE-LIST-HEADING AT LINE 4, COLUMN 2
009220     IF MSE-MSG-COUNT = ZERO
009230         DISPLAY 'NO NOTICES ON FILE' AT LINE 6, COLUMN 2
009240         GO TO 6050-EXIT
009250     END-IF
009260     PERFORM 6100-PAINT-ONE-NOTICE THRU 6100-EXIT
009270         VARYING MSE-ROW FROM 1 BY 1
009280         UNTIL MSE-ROW > 12
009290             OR MSE-PAGE-FIRST + MSE-ROW - 1 > MSE-MSG-COUNT.
009300 6050-EXIT.
009310     EXIT.
009320 6100-PAINT-ONE-NOTICE.
009330     COMPUTE MSE-MSG-SUB = MSE-PAGE-FIRST + MSE-ROW - 1
009340     COMPUTE MSE-LINE-NUM = 5 + MSE-ROW
009350     PERFORM 6150-RESOLVE-ONE-NOTICE THRU 6150-EXIT
009360     MOVE SPACES TO MSE-LIST-LINE
009370     MOVE CLK-MSG-NUMBER TO MSE-LL-NUMBER
009380     MOVE MSE-LINE-STATUS TO MSE-LL-STATUS
009390     MOVE CLK-MSG-START-DATE TO MSE-LL-START-DATE
009400     MOVE CLK-MSG-START-TIME TO MSE-LL-START-TIME
009410     MOVE CLK-MSG-END-DATE TO MSE-LL-END-DATE
009420     MOVE CLK-MSG-END-TIME TO MSE-LL-END-TIME
009430     MOVE CLK-MSG-PRIORITY TO MSE-LL-PRIORITY
009440     MOVE CLK-MSG-TARGET TO MSE-LL-TARGET
009450     MOVE CLK-MSG-TEXT TO MSE-LL-TEXT
009460     DISPLAY MSE-LIST-LINE AT LINE MSE-LINE-NUM, COLUMN 2.
009470 6100-EXIT.
009480     EXIT.
009490*****************************************************************
009500* 6150-RESOLVE-ONE-NOTICE
009510*     LOADS TABLE LINE MSE-MSG-SUB INTO THE WORK RECORD AND SAYS
009520*     WHETHER IT IS RUNNING, PENDING OR ENDED AT MSE-NOW-STAMP, OR
009530*     A BAD LINE WHOSE DATES AND TIMES ARE NOT EVEN DIGITS.
009540*****************************************************************
009550 6150-RESOLVE-ONE-NOTICE.
009560     MOVE MSE-MT-LINE(MSE-MSG-SUB) TO CLK-MSG-RECORD
009570     MOVE ZERO TO MSE-LINE-START
009580     MOVE ZERO TO MSE-LINE-END
009590     IF CLK-MSG-START-DATE IS NOT NUMERIC
009600             OR CLK-MSG-START-TIME IS NOT NUMERIC
009610             OR CLK-MSG-END-DATE IS NOT NUMERIC
009620             OR CLK-MSG-END-TIME IS NOT NUMERIC
009630         SET MSE-LINE-BAD TO TRUE
009640         GO TO 6150-EXIT
009650     END-IF
009660     COMPUTE MSE-LINE-START =
009670         (CLK-MSG-START-DATE * 10000)
009680             + (CLK-MSG-START-HOURS * 100) + CLK-MSG-START-MINUTES
009690     COMPUTE MSE-LINE-END =
009700         (CLK-MSG-END-DATE * 10000)
009710             + (CLK-MSG-END-HOURS * 100) + CLK-MSG-END-MINUTES
009720     IF MSE-LINE-END NOT > MSE-NOW-STAMP
009730         SET MSE-LINE-ENDED TO TRUE
009740         GO TO 6150-EXIT
009750     END-IF
009760     IF MSE-LINE-START > MSE-NOW-STAMP
009770         SET MSE-LINE-PENDING TO TRUE
009780     ELSE
009790         SET MSE-LINE-RUNNING TO TRUE
009800     END-IF.
009810 6150-EXIT.
009820     EXIT.
009830*****************************************************************
009840* 8000-CLEAR-MESSAGE
009850*     BLANKS THE MESSAGE LINE AFTER A GOOD ENTRY.
009860*****************************************************************
009870 8000-CLEAR-MESSAGE.
009880     MOVE SPACES TO MSE-BLANK-LINE
009890     DISPLAY MSE-BLANK-LINE AT LINE 21, COLUMN 2.
009900 8000-EXIT.
009910     EXIT.
009920*****************************************************************
009930* 8100-SHOW-MESSAGE
009940*     SHOWS THE VALIDATION MESSAGE STAGED IN MSE-BLANK-LINE ON
009950*     THE MESSAGE LINE, THEN RE-BLANKS THE STAGE.
009960*****************************************************************
009970 8100-SHOW-MESSAGE.
009980     DISPLAY MSE-BLANK-LINE AT LINE 21, COLUMN 2
009990     MOVE SPACES TO MSE-BLANK-LINE.
010000 8100-EXIT.
010010     EXIT.
010020*****************************************************************
010030* 8200-GET-NOW
010040*     READS THE CLOCK INTO TODAY'S DATE, THE HHMM NOW, AND THE
010050*     STAMP THE NOTICES ARE JUDGED AGAINST.
010060*****************************************************************
010070 8200-GET-NOW.
010080     ACCEPT MSE-TODAY FROM DATE YYYYMMDD
010090     ACCEPT MSE-TIME-RAW FROM TIME
010100     MOVE MSE-TIME-RAW(1:4) TO MSE-NOW-HHMM
010110     COMPUTE MSE-NOW-STAMP = (MSE-TODAY * 10000) + MSE-NOW-HHMM.
010120 8200-EXIT.
010130     EXIT.
010140*****************************************************************
010150* 8300-EDIT-DATE
010160*     CHECKS THE DATE ENTERED IN MSE-ANSWER IS EIGHT DIGITS MAKING
010170*     A PLAUSIBLE YYYYMMDD, THE SAME TEST THE CLOCK'S READER
010180*     APPLIES, AND STAGES IT IN MSE-ANSWER-DATE.
010190*****************************************************************
010200 8300-EDIT-DATE.
010210     MOVE MSE-ANSWER(1:8) TO MSE-ANSWER-DATE
010220     IF MSE-ANSWER-DATE IS NUMERIC
010230             AND MSE-ANSWER(9:2) = SPACES
010240             AND MSE-AD-MONTH >= 1 AND MSE-AD-MONTH <= 12
010250             AND MSE-AD-DAY >= 1 AND MSE-AD-DAY <= 31
010260         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
010270         SET MSE-FIELD-OK TO TRUE
010280     ELSE
010290         MOVE 'DATE MUST BE YYYYMMDD' TO MSE-BLANK-LINE
010300         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
010310     END-IF.
010320 8300-EXIT.
010330     EXIT.
010340*****************************************************************
010350* 8350-EDIT-HHMM
010360*     CHECKS THE TIME ENTERED IN MSE-ANSWER IS A LEGAL HHMM AND
010370*     STAGES IT IN MSE-ANSWER-TIME.
010380*****************************************************************
010390 8350-EDIT-HHMM.
010400     MOVE MSE-ANSWER(1:4) TO MSE-ANSWER-TIME
010410     IF MSE-ANSWER-TIME IS NUMERIC
010420             AND MSE-ANSWER(5:6) = SPACES
010430             AND MSE-AT-HOURS < 24
010440             AND MSE-AT-MINUTES < 60
010450         PERFORM 8000-CLEAR-MESSAGE THRU 8000-EXIT
010460         SET MSE-FIELD-OK TO TRUE
010470     ELSE
010480         MOVE 'TIME MUST BE HHMM, 0000-2359' TO MSE-BLANK-LINE
010490         PERFORM 8100-SHOW-MESSAGE THRU 8100-EXIT
010500     END-IF.
010510 8350-EXIT.
010520     EXIT.
010530*****************************************************************
010540* 9000-TERMINATE
010550*     LEAVES A CLEAN LINE FOR THE SHELL AND ENDS THE RUN.
010560*****************************************************************
010570 9000-TERMINATE.
010580     DISPLAY ' ' AT LINE 24, COLUMN 1.
010590 9000-EXIT.
010600     EXIT.
010610 END PROGRAM CLOCKMSE.
