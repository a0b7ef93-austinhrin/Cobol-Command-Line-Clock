000090*     NOBODY IS IN THE LOBBY TO SEE STILL REACHES A HUMAN.
000100* MODIFICATION HISTORY
000110*     09/02/2026 AH  INITIAL VERSION.
000120*     10/15/2026 AH  ADDED THE PAGING TIER AND THE CONTACT.  TIER
000130*         1 IS THE FIRST PAGE, ADDRESSED TO THE PRIMARY ON CALL
000140*         WHEN THE DEADLINE FIRED (SEE CLKONCR); TIER 2 IS THE
000150*         RE-PAGE TO THE SECONDARY AFTER THE CLOCKPRM RE-PAGE
000160*         DELAY.  A BLANK CONTACT (NO ROSTER, OR NO LINE COVERING
000170*         THE FIRE TIME) LEAVES THE GATEWAY ON ITS GENERAL LIST AS
000180*         BEFORE.  MEMBER WAS RENUMBERED.
000190*****************************************************************
000200 01  CLK-PAGE-RECORD.
000210     05  CLK-PGW-DATE              PIC 9(08).
000220     05  FILLER                    PIC X(01).
000230     05  CLK-PGW-TIME.
000240         10  CLK-PGW-HOURS         PIC 99.
000250         10  CLK-PGW-MINUTES       PIC 99.
000260         10  CLK-PGW-SECONDS       PIC 99.
000270     05  FILLER                    PIC X(01).
000280     05  CLK-PGW-DEADLINE          PIC X(12).
000290     05  FILLER                    PIC X(01).
000300     05  CLK-PGW-FIRE-TIME.
000310         10  CLK-PGW-FIRE-HOURS    PIC 99.
000320         10  CLK-PGW-FIRE-MINUTES  PIC 99.
000330         10  CLK-PGW-FIRE-SECONDS  PIC 99.
000340     05  FILLER                    PIC X(01).
000350     05  CLK-PGW-UNACK-MINS        PIC 9(03).
000360     05  FILLER                    PIC X(01).
000370     05  CLK-PGW-TIER              PIC 9(01).
000380     05  FILLER                    PIC X(01).
000390     05  CLK-PGW-CONTACT           PIC X(20).
