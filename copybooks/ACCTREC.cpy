000100*****************************************************************
000200* COPYBOOK     : ACCTREC
000300* DESCRIPTION  : RECORD LAYOUT FOR ACCTMAST, THE INDEXED ACCOUNT
000400*                REFERENCE MASTER KEYED ON PAY-ACCT-CODE.  ONE
000500*                ROW PER ACCOUNT: ITS NAME, STATUS (OPEN,
000600*                SUSPENDED OR CLOSED), OPEN AND CLOSE DATES AND
000700*                UP TO TEN PAY-TRAN-TYPE CODES THE ACCOUNT MAY
000800*                USE.  ACCTMNT IS THE ONLY PROGRAM THAT WRITES
000900*                IT; WRITEONE AND INBOUND READ IT RANDOMLY TO
001000*                EDIT EACH DETAIL'S ACCOUNT AGAINST THE RUN
001100*                DATE.  A CLOSE CARRIES ITS EFFECTIVE DATE, SO AN
001200*                ACCOUNT CLOSED FOR A FUTURE DATE STILL ACCEPTS
001300*                DETAILS UNTIL THAT DATE ARRIVES.  THE CLOSE DATE
001400*                IS ZEROS WHILE THE ACCOUNT HAS NEVER BEEN CLOSED.
001500* AUTHOR       : SOLDIER OF COBOL
001600*-----------------------------------------------------------------
001700* MODIFICATION HISTORY
001800*   2026-10-15  SOC  ORIGINAL VERSION.
001900*****************************************************************
002000 01  ACCT-RECORD.
002100     10  ACCT-CODE          PIC X(10).
002200     10  FILLER             PIC X(01).
002300     10  ACCT-NAME          PIC X(30).
002400     10  FILLER             PIC X(01).
002500     10  ACCT-STATUS        PIC X(01).
002600         88  ACCT-IS-OPEN              VALUE 'O'.
002700         88  ACCT-IS-SUSPENDED         VALUE 'S'.
002800         88  ACCT-IS-CLOSED            VALUE 'C'.
002900     10  FILLER             PIC X(01).
003000     10  ACCT-OPEN-DATE     PIC 9(08).
003100     10  FILLER             PIC X(01).
003200     10  ACCT-CLOSE-DATE    PIC 9(08).
003300     10  FILLER             PIC X(01).
003400     10  ACCT-TRAN-TYPES    PIC X(20).
003500     10  ACCT-TRAN-TYPE-TABLE REDEFINES ACCT-TRAN-TYPES.
003600         15  ACCT-TRAN-TYPE PIC X(02) OCCURS 10 TIMES.
003700     10  FILLER             PIC X(01).
003800     10  ACCT-MAINT-DATE    PIC 9(08).
