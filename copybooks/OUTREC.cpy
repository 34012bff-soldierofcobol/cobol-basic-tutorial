001906*                    TRAILER CAN BE TIED TO ITS AUDITFILE ROW
001907*                    EXACTLY INSTEAD OF BY TIMESTAMP PROXIMITY.
001908*                    OLD TRAILERS CARRY SPACES THERE.
001909*   2026-10-15  SOC  ADDED THE REVERSAL RECORD ('R'), WHICH CANCELS
001910*                    AN EARLIER DETAIL WITHOUT TOUCHING IT: IT
001911*                    CARRIES ITS OWN OUTREC-NUMB, THE TARGET
001912*                    DETAIL'S KEY, AND THE TARGET'S ACCOUNT, AMOUNT
001913*                    AND TYPE AT THE SAME POSITIONS AS THE
001914*                    OUTREC-PAYLOAD FIELDS.  A REVERSAL COUNTS IN
001915*                    TRLR-DETAIL-COUNT AND ITS AMOUNT IS ADDED TO
001916*                    TRLR-AMOUNT-HASH LIKE A DETAIL'S, SO BOTH STAY
001917*                    GROSS CONTROL TOTALS OF EVERY VALUE-BEARING
001918*                    RECORD; THE NET VALUE OF A FILE IS ITS DETAIL
001919*                    AMOUNTS LESS ITS REVERSAL AMOUNTS.
001999*****************************************************************
002000 01  OUTFILE-RECORD.
002100     10  OUTREC-NUMB        PIC 9(06) VALUE ZEROS.
002200     10  OUTREC-FILL        PIC X(01) VALUE SPACES.
002400         88  OUTREC-IS-TRAILER         VALUE '9'.
002410         88  OUTREC-IS-SRC-HDR         VALUE 'H'.
002420         88  OUTREC-IS-SRC-SUB         VALUE 'S'.
002430         88  OUTREC-IS-REVERSAL        VALUE 'R'.
002500     10  OUTREC-DATA        PIC X(40) VALUE SPACES.
002510*    THE BUSINESS SUB-LAYOUT OF OUTREC-DATA: ACCOUNT CODE IN
002520*    POSITIONS 1-10, AMOUNT (IMPLIED TWO DECIMALS) IN 11-21,
005900     10  SRCS-PATH          PIC X(32).
006000     10  SRCS-RUN-DATE      PIC 9(08).
006100     10  SRCS-RUN-TIME      PIC 9(06).

006200*    -------------------------------------------------------------
006300*    REVERSAL  --  CANCELS THE DETAIL WHOSE KEY IS REVR-TARGET-NUMB.
006400*    THE ACCOUNT, AMOUNT AND TYPE ARE THE TARGET'S OWN, COPIED AT
006500*    THE OUTREC-PAYLOAD POSITIONS SO PAY-AMOUNT READS THE SAME
006600*    FIELD ON EITHER RECORD TYPE.  REVR-REASON IS THE FREE-TEXT
006700*    REASON CODE THE REQUEST CARRIED.  A DETAIL IS NEVER REVERSED
006800*    MORE THAN ONCE, AND A REVERSAL IS NEVER ITSELF REVERSED.
006900*    -------------------------------------------------------------
007000 01  OUTFILE-REVERSAL REDEFINES OUTFILE-RECORD.
007100     10  REVR-NUMB          PIC 9(06).
007200     10  REVR-TYPE          PIC X(01).
007300     10  REVR-ACCT-CODE     PIC X(10).
007400     10  REVR-AMOUNT        PIC 9(09)V99.
007500     10  REVR-TRAN-TYPE     PIC X(02).
007600     10  REVR-TARGET-NUMB   PIC 9(06).
007700     10  REVR-REASON        PIC X(11).
007800     10  REVR-RUN-DATE      PIC 9(08).
007900     10  REVR-RUN-TIME      PIC 9(06).
