000100*****************************************************************
000200* COPYBOOK     : XMITREC
000300* DESCRIPTION  : RECORD LAYOUT FOR XMITLOG, THE TRANSMISSION LOG
000400*                OUTBOUND KEEPS OF EVERY EXTRACT IT CUTS FOR A
000500*                PARTNER.  THE LOG IS ONLY EVER APPENDED.  A 'T'
000600*                ROW RECORDS A TRANSMISSION AS IT IS WRITTEN: THE
000700*                PARTNER, THE FILE NAME, ITS OUTREC-NUMB KEY
000800*                RANGE, DETAIL COUNT AND AMOUNT HASH, THE DAYS
000900*                ALLOWED FOR THE ACKNOWLEDGMENT AND THE RUN ID OF
001000*                THE SOURCE IT WAS CUT FROM.  LATER ROWS CARRYING
001100*                THE SAME XMIT-ID SETTLE IT: 'A' WHEN THE
001200*                PARTNER'S ACKNOWLEDGMENT AGREED, 'M' WHEN IT
001300*                DISAGREED (THE COUNT AND HASH ARE THEN THE
001400*                PARTNER'S), AND 'O' WHEN IT WAS OVERDUE AND THE
001500*                ALERT HAS BEEN RAISED.  XMIT-ID IS OUTBOUND'S RUN
001600*                ID, WHICH IS ALSO THE EXTRACT TRAILER'S RUN ID.
001700* AUTHOR       : SOLDIER OF COBOL
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*   2026-10-15  SOC  ORIGINAL VERSION.
002100*****************************************************************
002200 01  XMIT-RECORD.
002300     10  XMIT-REC-TYPE      PIC X(01).
002400         88  XMIT-IS-SENT              VALUE 'T'.
002500         88  XMIT-IS-ACKED             VALUE 'A'.
002600         88  XMIT-IS-MISMATCH          VALUE 'M'.
002700         88  XMIT-IS-OVERDUE           VALUE 'O'.
002800     10  FILLER             PIC X(01).
002900     10  XMIT-ID            PIC X(16).
003000     10  FILLER             PIC X(01).
003100     10  XMIT-PARTNER       PIC X(08).
003200     10  FILLER             PIC X(01).
003300     10  XMIT-LOG-DATE      PIC 9(08).
003400     10  FILLER             PIC X(01).
003500     10  XMIT-LOG-TIME      PIC 9(06).
003600     10  FILLER             PIC X(01).
003700     10  XMIT-DETAIL-COUNT  PIC 9(08).
003800     10  FILLER             PIC X(01).
003900     10  XMIT-AMOUNT-HASH   PIC 9(13)V99.
004000     10  FILLER             PIC X(01).
004100     10  XMIT-FIRST-NUMB    PIC 9(06).
004200     10  FILLER             PIC X(01).
004300     10  XMIT-LAST-NUMB     PIC 9(06).
004400     10  FILLER             PIC X(01).
004500     10  XMIT-ACK-DAYS      PIC 9(03).
004600     10  FILLER             PIC X(01).
004700     10  XMIT-SOURCE-RUN-ID PIC X(16).
004800     10  FILLER             PIC X(01).
004900     10  XMIT-FILE-NAME     PIC X(44).
005000     10  FILLER             PIC X(01).
005100     10  XMIT-SOURCE        PIC X(44).
