000100*****************************************************************
000200* COPYBOOK     : YECREC
000300* DESCRIPTION  : RECORD LAYOUT FOR YECTL, THE YEAR-END CONTROL
000400*                FILE YEAREND WRITES FOR THE AUDITORS AND FOR
000500*                NEXT YEAR'S OPENING BALANCES.  ONE FILE PER
000600*                FISCAL YEAR, WRITTEN WHOLE EACH RUN:
000700*                  'H'  ONE HEADER: THE FISCAL RANGE, WHEN THE
000800*                       FILE WAS WRITTEN, AND WHETHER THE YEAR
000900*                       PROVED ('P') OR HAD EXCEPTIONS ('X').
001000*                  'G'  ONE ROW PER GENERATION CLOSED IN THE YEAR,
001100*                       IN KEY ORDER: ITS KEY RANGE, COUNT, TRAILER
001200*                       HASH AND WHETHER ITS TRAILER RE-PROVED.
001300*                  'M'  ONE ROW PER ACCOUNT, TRANSACTION TYPE AND
001400*                       MONTH WITH ACTIVITY.  THE MONTH IS THE
001500*                       MONTH THE GENERATION WAS CLOSED IN.
001600*                  'A'  ONE ROW PER ACCOUNT AND TRANSACTION TYPE:
001700*                       THE YEAR'S TOTALS.
001800*                  'T'  ONE TRAILER: THE YEAR'S GRAND TOTALS, THE
001900*                       SUM OF THE GENERATIONS' HASHES AND WHETHER
002000*                       THE TWO TIE.
002100*                DETAIL AND REVERSAL AMOUNTS ARE KEPT APART.  THEIR
002200*                SUM IS THE GROSS THE TRAILER HASHES CARRY; THE NET
002300*                IS DETAILS LESS REVERSALS, AS BALRPT SHOWS IT.
002400* AUTHOR       : SOLDIER OF COBOL
002500*-----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*   2026-10-15  SOC  ORIGINAL VERSION.
002800*****************************************************************
002900 01  YEC-RECORD.
003000     10  YEC-ROW-TYPE       PIC X(01).
003100         88  YEC-IS-HEADER             VALUE 'H'.
003200         88  YEC-IS-GENERATION         VALUE 'G'.
003300         88  YEC-IS-MONTH              VALUE 'M'.
003400         88  YEC-IS-ANNUAL             VALUE 'A'.
003500         88  YEC-IS-TOTAL              VALUE 'T'.
003600     10  FILLER             PIC X(01).
003700     10  YEC-BODY           PIC X(120).

003800*    -------------------------------------------------------------
003900*    HEADER  --  THE OPENING KEY IS THE HIGHEST KEY CATALOGED
004000*    BEFORE THE YEAR BEGAN; THE YEAR'S FIRST GENERATION MUST
004100*    START ONE ABOVE IT.
004200*    -------------------------------------------------------------
004300 01  YEC-HEADER REDEFINES YEC-RECORD.
004400     10  YECH-ROW-TYPE      PIC X(01).
004500     10  FILLER             PIC X(01).
004600     10  YECH-FROM-DATE     PIC 9(08).
004700     10  FILLER             PIC X(01).
004800     10  YECH-TO-DATE       PIC 9(08).
004900     10  FILLER             PIC X(01).
005000     10  YECH-RUN-DATE      PIC 9(08).
005100     10  FILLER             PIC X(01).
005200     10  YECH-RUN-TIME      PIC 9(06).
005300     10  FILLER             PIC X(01).
005400     10  YECH-STATUS        PIC X(01).
005500         88  YECH-IS-PROVEN            VALUE 'P'.
005600         88  YECH-HAS-EXCEPTIONS       VALUE 'X'.
005700     10  FILLER             PIC X(01).
005800     10  YECH-GEN-COUNT     PIC 9(06).
005900     10  FILLER             PIC X(01).
006000     10  YECH-EXCEPTION-COUNT PIC 9(06).
006100     10  FILLER             PIC X(01).
006200     10  YECH-OPENING-NUMB  PIC 9(06).
006300     10  FILLER             PIC X(64).

006400 01  YEC-GENERATION REDEFINES YEC-RECORD.
006500     10  YECG-ROW-TYPE      PIC X(01).
006600     10  FILLER             PIC X(01).
006700     10  YECG-NAME          PIC X(44).
006800     10  FILLER             PIC X(01).
006900     10  YECG-FIRST-NUMB    PIC 9(06).
007000     10  FILLER             PIC X(01).
007100     10  YECG-LAST-NUMB     PIC 9(06).
007200     10  FILLER             PIC X(01).
007300     10  YECG-DETAIL-COUNT  PIC 9(08).
007400     10  FILLER             PIC X(01).
007500     10  YECG-AMOUNT-HASH   PIC 9(13)V99.
007600     10  FILLER             PIC X(01).
007700     10  YECG-CLOSE-DATE    PIC 9(08).
007800     10  FILLER             PIC X(01).
007900     10  YECG-SOURCE        PIC X(08).
008000     10  FILLER             PIC X(01).
008100     10  YECG-RUN-ID        PIC X(16).
008200     10  FILLER             PIC X(01).
008300     10  YECG-PROVED        PIC X(01).
008400         88  YECG-IS-PROVED            VALUE 'Y'.
008500         88  YECG-NOT-PROVED           VALUE 'N'.

008600 01  YEC-MONTH REDEFINES YEC-RECORD.
008700     10  YECM-ROW-TYPE      PIC X(01).
008800     10  FILLER             PIC X(01).
008900     10  YECM-ACCT-CODE     PIC X(10).
009000     10  FILLER             PIC X(01).
009100     10  YECM-TRAN-TYPE     PIC X(02).
009200     10  FILLER             PIC X(01).
009300     10  YECM-MONTH         PIC 9(06).
009400     10  FILLER             PIC X(01).
009500     10  YECM-COUNT         PIC 9(08).
009600     10  FILLER             PIC X(01).
009700     10  YECM-DETAIL-AMOUNT PIC 9(13)V99.
009800     10  FILLER             PIC X(01).
009900     10  YECM-REVERSAL-AMOUNT PIC 9(13)V99.
010000     10  FILLER             PIC X(01).
010100     10  YECM-NET-AMOUNT    PIC S9(13)V99
010200                            SIGN LEADING SEPARATE.
010300     10  FILLER             PIC X(42).

010400 01  YEC-ANNUAL REDEFINES YEC-RECORD.
010500     10  YECA-ROW-TYPE      PIC X(01).
010600     10  FILLER             PIC X(01).
010700     10  YECA-ACCT-CODE     PIC X(10).
010800     10  FILLER             PIC X(01).
010900     10  YECA-TRAN-TYPE     PIC X(02).
011000     10  FILLER             PIC X(08).
011100     10  YECA-COUNT         PIC 9(08).
011200     10  FILLER             PIC X(01).
011300     10  YECA-DETAIL-AMOUNT PIC 9(13)V99.
011400     10  FILLER             PIC X(01).
011500     10  YECA-REVERSAL-AMOUNT PIC 9(13)V99.
011600     10  FILLER             PIC X(01).
011700     10  YECA-NET-AMOUNT    PIC S9(13)V99
011800                            SIGN LEADING SEPARATE.
011900     10  FILLER             PIC X(42).

012000*    -------------------------------------------------------------
012100*    TRAILER  --  THE GROSS IS EVERY DETAIL AND REVERSAL AMOUNT IN
012200*    THE YEAR; IT MUST EQUAL THE SUM OF THE GENERATIONS' HASHES.
012300*    THE ROW COUNT IS EVERY ROW WRITTEN BEFORE THIS ONE.
012400*    -------------------------------------------------------------
012500 01  YEC-TOTAL REDEFINES YEC-RECORD.
012600     10  YECT-ROW-TYPE      PIC X(01).
012700     10  FILLER             PIC X(01).
012800     10  YECT-RECORD-COUNT  PIC 9(09).
012900     10  FILLER             PIC X(01).
013000     10  YECT-GROSS-AMOUNT  PIC 9(15)V99.
013100     10  FILLER             PIC X(01).
013200     10  YECT-HASH-TOTAL    PIC 9(15)V99.
013300     10  FILLER             PIC X(01).
013400     10  YECT-TIED          PIC X(01).
013500         88  YECT-IS-TIED              VALUE 'Y'.
013600         88  YECT-NOT-TIED             VALUE 'N'.
013700     10  FILLER             PIC X(01).
013800     10  YECT-FIRST-NUMB    PIC 9(06).
013900     10  FILLER             PIC X(01).
014000     10  YECT-LAST-NUMB     PIC 9(06).
014100     10  FILLER             PIC X(01).
014200     10  YECT-ROW-COUNT     PIC 9(08).
014300     10  FILLER             PIC X(01).
014400     10  YECT-NET-AMOUNT    PIC S9(15)V99
014500                            SIGN LEADING SEPARATE.
014600     10  FILLER             PIC X(31).
