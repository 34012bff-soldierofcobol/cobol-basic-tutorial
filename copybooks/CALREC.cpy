000100*****************************************************************
000200* COPYBOOK     : CALREC
000300* DESCRIPTION  : RECORD LAYOUT FOR CALENDAR, THE PROCESSING
000400*                CALENDAR.  ONE ROW PER DAY OPERATIONS HAS
000500*                PLANNED FOR, IN ASCENDING DATE ORDER: THE DATE,
000600*                THE KIND OF DAY AND A DESCRIPTION.  ON A
000700*                BUSINESS DAY OF ANY KIND ('B', 'M', 'Q', 'Y')
000800*                WRITEONE IS EXPECTED TO COMPLETE CLEANLY
000900*                EXACTLY ONCE; ON A HOLIDAY ('H') OR A PLANNED
001000*                NO-RUN DAY ('N') IT IS NOT.  A DAY NOT LISTED
001100*                AT ALL (A WEEKEND) EXPECTS NO RUN.  MISSRUN AND
001200*                CLOSEOUT CHECK THE EXPECTED DAYS AGAINST
001300*                AUDITFILE AND RUNCTL; VOLCHECK USES THE KIND OF
001400*                DAY TO COMPARE A RUN ONLY WITH LIKE DAYS.
001500* AUTHOR       : SOLDIER OF COBOL
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*   2026-10-15  SOC  ORIGINAL VERSION.
001900*****************************************************************
002000 01  CAL-RECORD.
002100     10  CAL-DATE           PIC 9(08).
002200     10  FILLER             PIC X(01).
002300     10  CAL-DAY-KIND       PIC X(01).
002400         88  CAL-IS-RUN-DAY            VALUE 'B' 'M' 'Q' 'Y'.
002500         88  CAL-IS-BUSINESS-DAY       VALUE 'B'.
002600         88  CAL-IS-MONTH-END          VALUE 'M'.
002700         88  CAL-IS-QUARTER-END        VALUE 'Q'.
002800         88  CAL-IS-YEAR-END           VALUE 'Y'.
002900         88  CAL-IS-HOLIDAY            VALUE 'H'.
003000         88  CAL-IS-NO-RUN-DAY         VALUE 'N'.
003100         88  CAL-IS-VALID-KIND         VALUE 'B' 'M' 'Q' 'Y'
003200                                             'H' 'N'.
003300     10  FILLER             PIC X(01).
003400     10  CAL-DESCRIPTION    PIC X(30).
