000010*****************************************************************
000020* COPYBOOK: CLKONCR
000030* PURPOSE: ONE LINE OF THE OPTIONAL "CLOCKONC" ON-CALL ROSTER.
000040*     THE OPS DESK KEEPS ONE LINE PER SHIFT AND DATE RANGE: THE
000050*     DATES THE LINE RUNS, THE SHIFT'S START AND END (HHMM ON OUR
000060*     OWN CLOCK), AND THE PRIMARY AND SECONDARY CONTACT THE PAGING
000070*     GATEWAY SHOULD ROUTE TO.  ON EACH DATE FROM THE FROM DATE TO
000080*     THE TO DATE THE SHIFT STARTS AT ITS START TIME AND RUNS UP
000090*     TO (NOT INCLUDING) ITS END; AN END AT OR BEFORE THE START
000100*     RUNS PAST MIDNIGHT INTO THE NEXT DAY, SO 1900-0700 IS A
000110*     NIGHT SHIFT AND 0000-0000 IS THE WHOLE DAY.  A LINE NAMING A
000120*     CLOCKDLN DEADLINE IS AN OVERRIDE: IT APPLIES ONLY TO PAGES
000130*     FOR THAT DEADLINE AND WINS OVER THE GENERAL LINES.  THE
000140*     FIRST LINE THAT COVERS THE FIRE TIME IS THE ONE USED.  THE
000150*     CLOCK ADDRESSES A CLOCKPGW PAGE TO THE PRIMARY ON CALL WHEN
000160*     THE DEADLINE FIRED AND THE RE-PAGE TO THE SECONDARY.  AN
000170*     ABSENT FILE SENDS PAGES TO THE GATEWAY'S GENERAL LIST AS
000180*     BEFORE; A PRESENT ONE MUST COVER EVERY HOUR OF THE NEXT
000190*     SEVEN DAYS OR THE PREFLIGHT AUDIT FAILS.
000200* MODIFICATION HISTORY
000210*     10/15/2026 AH  INITIAL VERSION.
000220*****************************************************************
000230 01  CLK-ONC-RECORD.
000240     05  CLK-ONC-FROM-DATE         PIC 9(08).
000250     05  FILLER                    PIC X(01).
000260     05  CLK-ONC-TO-DATE           PIC 9(08).
000270     05  FILLER                    PIC X(01).
000280     05  CLK-ONC-SHIFT-START.
000290         10  CLK-ONC-START-HOURS   PIC 99.
000300         10  CLK-ONC-START-MINUTES PIC 99.
000310     05  FILLER                    PIC X(01).
000320     05  CLK-ONC-SHIFT-END.
000330         10  CLK-ONC-END-HOURS     PIC 99.
000340         10  CLK-ONC-END-MINUTES   PIC 99.
000350     05  FILLER                    PIC X(01).
000360     05  CLK-ONC-PRIMARY           PIC X(20).
000370     05  FILLER                    PIC X(01).
000380     05  CLK-ONC-SECONDARY         PIC X(20).
000390     05  FILLER                    PIC X(01).
000400     05  CLK-ONC-DEADLINE          PIC X(12).
