000100*****************************************************************
000200* COPYBOOK     : REVQREC
000300* DESCRIPTION  : RECORD LAYOUT FOR REVQUEUE, THE LARGE-VALUE
000400*                REVIEW QUEUE.  THE QUEUE IS ONLY EVER APPENDED.
000500*                AN 'N' ROW IS WRITTEN BY WRITEONE OR INBOUND FOR
000600*                EVERY DETAIL WHOSE AMOUNT IS AT OR ABOVE THE
000700*                REVPARM THRESHOLD FOR ITS TRANSACTION TYPE: THE
000800*                OUTREC-NUMB IT WAS WRITTEN UNDER, THE RUN ID,
000900*                ACCOUNT, AMOUNT AND TYPE.  LATER ROWS CARRYING
001000*                THE SAME REVQ-NUMB ARE WRITTEN BY REVIEW: 'A'
001100*                WHEN A REVIEWER APPROVED THE ITEM, 'Q' WHEN A
001200*                REVIEWER QUERIED IT (REVIEWER ID, DATE AND NOTE
001300*                FILLED IN), AND 'W' OR 'C' WHEN AN UNREVIEWED OR
001400*                QUERIED ITEM HAS AGED PAST ITS ALLOWANCE AND THE
001500*                ALERT HAS BEEN RAISED.  THE LAST ROW FOR A
001600*                NUMBER GIVES ITS STATE; AN ITEM IS CLOSED ONLY
001700*                ONCE ITS LAST DECISION IS AN APPROVAL.
001800* AUTHOR       : SOLDIER OF COBOL
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*   2026-10-15  SOC  ORIGINAL VERSION.
002200*****************************************************************
002300 01  REVQ-RECORD.
002400     10  REVQ-REC-TYPE      PIC X(01).
002500         88  REVQ-IS-QUEUED            VALUE 'N'.
002600         88  REVQ-IS-APPROVED          VALUE 'A'.
002700         88  REVQ-IS-QUERIED           VALUE 'Q'.
002800         88  REVQ-IS-OPEN-ALERTED      VALUE 'W'.
002900         88  REVQ-IS-QUERY-ALERTED     VALUE 'C'.
003000     10  FILLER             PIC X(01).
003100     10  REVQ-NUMB          PIC 9(06).
003200     10  FILLER             PIC X(01).
003300     10  REVQ-RUN-ID        PIC X(16).
003400     10  FILLER             PIC X(01).
003500     10  REVQ-ACCT-CODE     PIC X(10).
003600     10  FILLER             PIC X(01).
003700     10  REVQ-AMOUNT        PIC 9(09)V99.
003800     10  FILLER             PIC X(01).
003900     10  REVQ-TRAN-TYPE     PIC X(02).
004000     10  FILLER             PIC X(01).
004100     10  REVQ-PROGRAM       PIC X(08).
004200     10  FILLER             PIC X(01).
004300     10  REVQ-LOG-DATE      PIC 9(08).
004400     10  FILLER             PIC X(01).
004500     10  REVQ-LOG-TIME      PIC 9(06).
004600     10  FILLER             PIC X(01).
004700     10  REVQ-REVIEWER      PIC X(08).
004800     10  FILLER             PIC X(01).
004900     10  REVQ-REVIEW-DATE   PIC 9(08).
005000     10  FILLER             PIC X(01).
005100     10  REVQ-NOTE          PIC X(30).
