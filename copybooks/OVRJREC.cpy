000100*****************************************************************
000200* COPYBOOK     : OVRJREC
000300* DESCRIPTION  : RECORD LAYOUT FOR OVRJRNL, THE SHARED OVERRIDE
000400*                JOURNAL.  CTLREL, REJFIX AND OPSRPT APPEND ONE
000500*                ROW FOR EVERY OPERATOR OVERRIDE THEY ARE ASKED
000600*                TO HONOUR - ACCEPTED ('A') OR REFUSED ('R') -
000700*                WITH THE ACTION ('F' FORCE-RELEASE, 'X' REJECT
000800*                ABANDON, 'K' ALERT ACKNOWLEDGMENT), THE
000900*                REQUESTER AND APPROVER IDS AS SUPPLIED, WHAT WAS
001000*                OVERRIDDEN AND, FOR A REFUSAL, WHY.  THE FILE IS
001100*                ONLY EVER APPENDED; OVRRPT PRINTS IT FOR THE
001200*                MONTHLY CONTROL REVIEW.
001300* AUTHOR       : SOLDIER OF COBOL
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-10-15  SOC  ORIGINAL VERSION.
001700*****************************************************************
001800 01  OVRJ-RECORD.
001900     10  OVRJ-LOG-DATE      PIC 9(08).
002000     10  FILLER             PIC X(01).
002100     10  OVRJ-LOG-TIME      PIC 9(06).
002200     10  FILLER             PIC X(01).
002300     10  OVRJ-PROGRAM       PIC X(08).
002400     10  FILLER             PIC X(01).
002500     10  OVRJ-ACTION        PIC X(01).
002600         88  OVRJ-IS-FORCE-RELEASE     VALUE 'F'.
002700         88  OVRJ-IS-ABANDON           VALUE 'X'.
002800         88  OVRJ-IS-ACK               VALUE 'K'.
002900     10  FILLER             PIC X(01).
003000     10  OVRJ-OUTCOME       PIC X(01).
003100         88  OVRJ-IS-ACCEPTED          VALUE 'A'.
003200         88  OVRJ-IS-REFUSED           VALUE 'R'.
003300     10  FILLER             PIC X(01).
003400     10  OVRJ-REQUESTER     PIC X(08).
003500     10  FILLER             PIC X(01).
003600     10  OVRJ-APPROVER      PIC X(08).
003700     10  FILLER             PIC X(01).
003800     10  OVRJ-SUBJECT       PIC X(40).
003900     10  FILLER             PIC X(01).
004000     10  OVRJ-REASON        PIC X(30).
