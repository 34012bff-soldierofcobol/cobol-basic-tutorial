000100*****************************************************************
000200* COPYBOOK     : OPAUREC
000300* DESCRIPTION  : RECORD LAYOUT FOR OPAUTH, THE OPERATOR AUTHORITY
000400*                FILE.  ONE ROW PER OPERATOR ID, GIVING FOR EACH
000500*                OF THE THREE OVERRIDES - A CTLREL FORCE-RELEASE,
000600*                A REJFIX ABANDON AND AN OPSRPT ACKNOWLEDGMENT -
000700*                WHETHER THE OPERATOR MAY REQUEST IT ('R'),
000800*                APPROVE IT ('A'), BOTH ('B') OR NEITHER ('N' OR
000900*                SPACE).  EVERY OVERRIDE NEEDS A REQUESTER AND A
001000*                DIFFERENT APPROVER, EACH HOLDING THE RIGHT FOR
001100*                THEIR SIDE OF IT.  THE FILE IS MAINTAINED BY
001200*                THE CONTROL GROUP, NOT BY OPERATIONS.
001300* AUTHOR       : SOLDIER OF COBOL
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*   2026-10-15  SOC  ORIGINAL VERSION.
001700*****************************************************************
001800 01  OPA-RECORD.
001900     10  OPA-OPERATOR-ID    PIC X(08).
002000     10  FILLER             PIC X(01).
002100     10  OPA-FORCE-RIGHT    PIC X(01).
002200     10  FILLER             PIC X(01).
002300     10  OPA-ABANDON-RIGHT  PIC X(01).
002400     10  FILLER             PIC X(01).
002500     10  OPA-ACK-RIGHT      PIC X(01).
002600     10  FILLER             PIC X(01).
002700     10  OPA-OPERATOR-NAME  PIC X(30).
