000100*****************************************************************
000200* COPYBOOK     : GLJREC
000300* DESCRIPTION  : RECORD LAYOUT FOR GLJRNL, THE GENERAL-LEDGER
000400*                JOURNAL FILE GLPOST BUILDS FROM ONE RUN'S
000500*                OUTFILE DETAILS FOR THE LEDGER'S OWN IMPORT.
000600*                ONE FILE CARRIES ONE BATCH: A JOURNAL LINE ('L')
000700*                PER GL ACCOUNT AND SIDE OF EACH PAY-ACCT-CODE /
000800*                PAY-TRAN-TYPE TOTAL, FOLLOWED BY ONE BATCH
000900*                CONTROL RECORD ('C').  EVERY TOTAL IS POSTED
001000*                TWICE - ONCE TO ITS MAPPED GL ACCOUNT ON ITS
001100*                MAPPED SIDE AND ONCE TO THE OFFSET ACCOUNT ON THE
001200*                OTHER - SO THE BATCH ALWAYS BALANCES, AND THE
001300*                CONTROL RECORD'S DEBIT AND CREDIT TOTALS BOTH
001400*                EQUAL THE TRLR-AMOUNT-HASH OF THE RUN.
001500* AUTHOR       : SOLDIER OF COBOL
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*   2026-10-15  SOC  ORIGINAL VERSION.
001900*****************************************************************
002000 01  GLJ-LINE-RECORD.
002100     10  GLJ-RUN-ID         PIC X(16).
002200     10  FILLER             PIC X(01).
002300     10  GLJ-REC-TYPE       PIC X(01).
002400         88  GLJ-IS-LINE               VALUE 'L'.
002500         88  GLJ-IS-CONTROL            VALUE 'C'.
002600     10  FILLER             PIC X(01).
002700     10  GLJ-LINE-NUMB      PIC 9(06).
002800     10  FILLER             PIC X(01).
002900     10  GLJ-GL-ACCOUNT     PIC X(10).
003000     10  FILLER             PIC X(01).
003100     10  GLJ-DR-CR          PIC X(01).
003200         88  GLJ-IS-DEBIT              VALUE 'D'.
003300         88  GLJ-IS-CREDIT             VALUE 'C'.
003400     10  FILLER             PIC X(01).
003500     10  GLJ-AMOUNT         PIC 9(13)V99.
003600     10  FILLER             PIC X(01).
003700     10  GLJ-ACCT-CODE      PIC X(10).
003800     10  FILLER             PIC X(01).
003900     10  GLJ-TRAN-TYPE      PIC X(02).
004000     10  FILLER             PIC X(01).
004100     10  GLJ-POST-DATE      PIC 9(08).
004200     10  FILLER             PIC X(14).

004300*    -------------------------------------------------------------
004400*    BATCH CONTROL  --  THE LAST RECORD OF THE BATCH.  THE LINE
004500*    COUNT EXCLUDES THE CONTROL RECORD ITSELF; THE DETAIL COUNT
004600*    AND HASH ARE THE RUN TRAILER'S, WHICH THE LEDGER CAN QUOTE
004700*    BACK WHEN A BATCH IS QUERIED.
004800*    -------------------------------------------------------------
004900 01  GLJ-CONTROL-RECORD REDEFINES GLJ-LINE-RECORD.
005000     10  GLJC-RUN-ID        PIC X(16).
005100     10  FILLER             PIC X(01).
005200     10  GLJC-REC-TYPE      PIC X(01).
005300     10  FILLER             PIC X(01).
005400     10  GLJC-LINE-COUNT    PIC 9(06).
005500     10  FILLER             PIC X(01).
005600     10  GLJC-DEBIT-TOTAL   PIC 9(13)V99.
005700     10  FILLER             PIC X(01).
005800     10  GLJC-CREDIT-TOTAL  PIC 9(13)V99.
005900     10  FILLER             PIC X(01).
006000     10  GLJC-TRLR-HASH     PIC 9(13)V99.
006100     10  FILLER             PIC X(01).
006200     10  GLJC-DETAIL-COUNT  PIC 9(08).
006300     10  FILLER             PIC X(01).
006400     10  GLJC-POST-DATE     PIC 9(08).
