000100*****************************************************************
000200* COPYBOOK     : SNAPREC
000300* DESCRIPTION  : RECORD LAYOUT FOR THE MANIFEST OF A SNAPSHOT
000400*                SET.  SNAPSHOT COPIES THE CONTROL FILES
000500*                (CKPTFILE, AUDITFILE, DIGESTFILE, GENCATF,
000600*                RUNCTL, ALERTFILE) AND THE LIVE OUTFILE, EACH TO
000700*                <SET NAME>.<FILE NAME>, AND DESCRIBES THE SET IN
000800*                <SET NAME>.MANIFEST: ONE 'H' HEADER ROW NAMING
000900*                THE SET AND WHEN IT WAS TAKEN, ONE 'M' ROW PER
001000*                FILE IN THE FIXED ORDER ABOVE, AND ONE 'E' END
001100*                ROW WRITTEN ONLY WHEN EVERY FILE HAS BEEN
001200*                COPIED.  A MANIFEST WITHOUT ITS END ROW IS A
001300*                PARTIAL SET AND RESTORE REFUSES IT.
001400*
001500*                AN 'M' ROW CARRIES WHAT THE COPY WAS MEASURED
001600*                AT: ITS RECORD COUNT, ITS HIGH KEY, THE LAST RUN
001700*                ID IT HOLDS AND ITS AMOUNT HASH.  WHAT THOSE MEAN
001800*                DEPENDS ON THE FILE:
001900*                  CKPTFILE   HIGH KEY = CKPT-LAST-NUMB OF THE
002000*                             LATEST CHECKPOINT THAT PARSES; RUN
002100*                             ID = ITS CKPT-RUN-ID.
002200*                  AUDITFILE  HIGH KEY = START DATE AND TIME OF
002300*                             THE LATEST WRITEONE ROW; RUN ID =
002400*                             ITS AUDIT-RUN-ID; HASH = SUM OF
002500*                             AUDIT-RECORD-COUNT OVER ALL ROWS.
002600*                  DIGESTFILE HIGH KEY = HIGHEST DIGEST-NUMB.
002700*                  GENCATF    HIGH KEY = HIGHEST GEN-LAST-NUMB;
002800*                             HASH = SUM OF GEN-DETAIL-COUNT.
002900*                  RUNCTL     HIGH KEY = CYCLE DATE AND TIME OF
003000*                             THE LATEST WRITEONE ROW; RUN ID =
003100*                             ITS CTL-RUN-ID.
003200*                  ALERTFILE  HIGH KEY = DATE AND TIME OF THE
003300*                             LAST ALERT.
003400*                  OUTFILE    HIGH KEY = HIGHEST OUTREC-NUMB OF
003500*                             A DETAIL OR REVERSAL; RUN ID =
003600*                             TRLR-RUN-ID; HASH = SUM OF THEIR
003700*                             PAY-AMOUNT, AS THE TRAILER HASH.
003800*                A KEY OF SIX DIGITS IS LEFT-JUSTIFIED; A DATE
003900*                AND TIME KEY IS YYYYMMDDHHMMSS.  WHAT A FILE DOES
004000*                NOT CARRY IS LEFT AS SPACES OR ZERO.  A FILE
004100*                THAT DID NOT EXIST WHEN THE SET WAS TAKEN HAS
004200*                SNAP-PRESENT 'N' AND NO COPY.
004300* AUTHOR       : SOLDIER OF COBOL
004400*-----------------------------------------------------------------
004500* MODIFICATION HISTORY
004600*   2026-10-15  SOC  ORIGINAL VERSION.
004700*****************************************************************
004800 01  SNAP-RECORD.
004900     10  SNAP-ROW-TYPE      PIC X(01).
005000         88  SNAP-IS-HEADER            VALUE 'H'.
005100         88  SNAP-IS-MEMBER            VALUE 'M'.
005200         88  SNAP-IS-END               VALUE 'E'.
005300     10  FILLER             PIC X(01).
005400     10  SNAP-MEMBER        PIC X(10).
005500     10  FILLER             PIC X(01).
005600     10  SNAP-PRESENT       PIC X(01).
005700         88  SNAP-IS-PRESENT           VALUE 'Y'.
005800         88  SNAP-IS-ABSENT            VALUE 'N'.
005900     10  FILLER             PIC X(01).
006000     10  SNAP-RECORD-COUNT  PIC 9(08).
006100     10  FILLER             PIC X(01).
006200     10  SNAP-HIGH-KEY      PIC X(16).
006300     10  FILLER             PIC X(01).
006400     10  SNAP-LAST-RUN-ID   PIC X(16).
006500     10  FILLER             PIC X(01).
006600     10  SNAP-AMOUNT-HASH   PIC 9(13)V99.

006700*    -------------------------------------------------------------
006800*    HEADER  --  THE FIRST ROW: THE SET NAME AS SNAPNAME GAVE IT,
006900*    WHEN THE SET WAS TAKEN, AND THE RUN ID ON THE LATEST WRITEONE
007000*    ROW OF RUNCTL WHEN THE GATE WAS PASSED.
007100*    -------------------------------------------------------------
007200 01  SNAP-HEADER REDEFINES SNAP-RECORD.
007300     10  SNPH-ROW-TYPE      PIC X(01).
007400     10  FILLER             PIC X(01).
007500     10  SNPH-SET-NAME      PIC X(32).
007600     10  FILLER             PIC X(01).
007700     10  SNPH-TAKEN-DATE    PIC 9(08).
007800     10  FILLER             PIC X(01).
007900     10  SNPH-TAKEN-TIME    PIC 9(06).
008000     10  FILLER             PIC X(01).
008100     10  SNPH-GATE-RUN-ID   PIC X(16).
008200     10  FILLER             PIC X(06).

008300*    -------------------------------------------------------------
008400*    END  --  THE LAST ROW: HOW MANY 'M' ROWS PRECEDE IT AND THE
008500*    SUM OF THEIR RECORD COUNTS, WITH THE SET NAME REPEATED.
008600*    -------------------------------------------------------------
008700 01  SNAP-END REDEFINES SNAP-RECORD.
008800     10  SNPE-ROW-TYPE      PIC X(01).
008900     10  FILLER             PIC X(01).
009000     10  SNPE-MEMBER-COUNT  PIC 9(02).
009100     10  FILLER             PIC X(01).
009200     10  SNPE-TOTAL-RECORDS PIC 9(10).
009300     10  FILLER             PIC X(01).
009400     10  SNPE-SET-NAME      PIC X(32).
009500     10  FILLER             PIC X(25).
