000010*****************************************************************
000020* COPYBOOK: CLKMSGR
000030* PURPOSE: ONE NOTICE OF THE OPTIONAL "CLOCKMSG" OPERATOR
000040*     BROADCAST FILE.  THE LOBBY MONITOR IS THE ONE SCREEN ALL OF
000050*     OPERATIONS LOOKS AT, SO SHIFT LEADS QUEUE SHORT NOTICES
000060*     HERE -- MAINFRAME IPL 22:00 SAT, PRINT ROOM CLOSED -- AND
000070*     THE CLOCK SHOWS THE CURRENT ONE ON A NOTICE LINE OF ITS
000080*     OWN.  A NOTICE RUNS FROM ITS START UP TO (NOT INCLUDING)
000090*     ITS END; TIMES ARE HHMM ON OUR OWN CLOCK.  PRIORITY 1 IS
000100*     THE MOST URGENT: ONLY THE NOTICES AT THE MOST URGENT
000110*     PRIORITY NOW RUNNING ARE SHOWN, ROTATING WHEN THERE ARE
000120*     SEVERAL.  THE TARGET IS ONE CLOCK INSTANCE (ITS CLOCKINST
000130*     CHARACTER, 1 FOR THE PRIMARY) OR * (OR BLANK) FOR ALL OF
000140*     THEM.  THE CLOCK READS THE FILE AT STARTUP AND ON AN R
000150*     RELOAD; A FIRED DEADLINE BANNER BLANKS THE NOTICE LINE
000160*     WHILE IT STANDS.  CLOCKMSE POSTS, EXPIRES AND LISTS
000170*     NOTICES, NUMBERS EACH ONE, AND JOURNALS EVERY POST AND
000180*     EXPIRY TO CLOCKCHG UNDER THE OPERATOR ID.  AN ABSENT OR
000190*     EMPTY FILE MEANS NO NOTICES.
000200* MODIFICATION HISTORY
000210*     10/15/2026 AH  INITIAL VERSION.
000220*****************************************************************
000230 01  CLK-MSG-RECORD.
000240     05  CLK-MSG-NUMBER            PIC 9(04).
000250     05  FILLER                    PIC X(01).
000260     05  CLK-MSG-START-DATE        PIC 9(08).
000270     05  FILLER                    PIC X(01).
000280     05  CLK-MSG-START-TIME.
000290         10  CLK-MSG-START-HOURS   PIC 99.
000300         10  CLK-MSG-START-MINUTES PIC 99.
000310     05  FILLER                    PIC X(01).
000320     05  CLK-MSG-END-DATE          PIC 9(08).
000330     05  FILLER                    PIC X(01).
000340     05  CLK-MSG-END-TIME.
000350         10  CLK-MSG-END-HOURS     PIC 99.
000360         10  CLK-MSG-END-MINUTES   PIC 99.
000370     05  FILLER                    PIC X(01).
000380     05  CLK-MSG-PRIORITY          PIC 9(01).
000390     05  FILLER                    PIC X(01).
000400     05  CLK-MSG-TARGET            PIC X(01).
000410         88  CLK-MSG-ALL-INSTANCES     VALUE '*' ' '.
000420     05  FILLER                    PIC X(01).
000430     05  CLK-MSG-POSTED-BY         PIC X(08).
000440     05  FILLER                    PIC X(01).
000450     05  CLK-MSG-TEXT              PIC X(40).
