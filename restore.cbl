000100*****************************************************************
000200* PROGRAM      : RESTORE
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  PUTS BACK A SNAPSHOT SET
001000*                    TAKEN BY SNAPSHOT (CKPTFILE, AUDITFILE,
001100*                    DIGESTFILE, GENCATF, RUNCTL, ALERTFILE AND
001200*                    OUTFILE), BUT ONLY ONCE THE SET HAS PROVED
001300*                    ITSELF WHOLE AND CONSISTENT.  THE SET NAMED
001400*                    ON SNAPNAME IS CHECKED IN THREE STAGES, AND
001500*                    NOTHING IS WRITTEN UNTIL ALL THREE PASS:
001600*                    THE MANIFEST (COPYBOOK SNAPREC) MUST HAVE
001700*                    ITS HEADER, ONE ROW PER FILE IN ORDER AND
001800*                    ITS END ROW; EVERY COPY MUST BE THERE AND
001900*                    MEASURE EXACTLY AS THE MANIFEST SAYS (RECORD
002000*                    COUNT, HIGH KEY, LAST RUN ID, AMOUNT HASH);
002100*                    AND THE FILES MUST AGREE WITH EACH OTHER -
002200*                    CKPT-LAST-NUMB AGAINST OUTFILE'S HIGH KEY
002300*                    AND TRAILER, AGAINST THE AUDIT TRAIL (THE
002400*                    SAME RECONCILIATION GAPRPT MAKES, PLUS THE
002500*                    RUN ID OF THE LATEST CLEAN ROW), AGAINST
002600*                    RUNCTL, AND NEVER BEHIND GENCATF OR
002700*                    DIGESTFILE.  EVERY PROBLEM FOUND IS LISTED
002800*                    BEFORE THE RUN IS REFUSED.  A FILE THE SET
002900*                    RECORDS AS ABSENT MUST NOT EXIST LIVE EITHER.
003000*                    THE LIVE RUNCTL, IF THERE IS ONE, IS GATED
003100*                    FIRST, SO A SET IS NEVER PUT BACK UNDER A
003200*                    RUNNING WRITEONE.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500     PROGRAM-ID.               RESTORE.
003600     AUTHOR.                   SOLDIER OF COBOL.
003700     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003800     DATE-WRITTEN.             2026-10-15.
003900     DATE-COMPILED.

004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*    -------------------------------------------------------------
004400*    THE LIVE FILES BEING PUT BACK.  EACH IS REWRITTEN WHOLE FROM
004500*    ITS COPY IN THE SET.
004600*    -------------------------------------------------------------
004700     SELECT CKPTFILE
004800         ASSIGN EXTERNAL   CKPTFILE
004900         ORGANIZATION      LINE SEQUENTIAL
005000         FILE STATUS       CKPT-STATUS.

005100     SELECT AUDITFILE
005200         ASSIGN EXTERNAL   AUDITFILE
005300         ORGANIZATION      LINE SEQUENTIAL
005400         FILE STATUS       AUDIT-STATUS.

005500     SELECT DIGESTFILE
005600         ASSIGN EXTERNAL   DIGESTFILE
005700         ORGANIZATION      LINE SEQUENTIAL
005800         FILE STATUS       DIGEST-STATUS.

005900     SELECT GENCATF
006000         ASSIGN EXTERNAL   GENCATF
006100         ORGANIZATION      LINE SEQUENTIAL
006200         FILE STATUS       GENCAT-STATUS.

006300     SELECT RUNCTL
006400         ASSIGN EXTERNAL   RUNCTL
006500         ORGANIZATION      LINE SEQUENTIAL
006600         FILE STATUS       RUNCTL-STATUS.

006700     SELECT ALERTFILE
006800         ASSIGN EXTERNAL   ALERTFILE
006900         ORGANIZATION      LINE SEQUENTIAL
007000         FILE STATUS       ALERT-STATUS.

007100     SELECT OUTFILE
007200         ASSIGN EXTERNAL   OUTFILE
007300         ORGANIZATION      SEQUENTIAL
007400         FILE STATUS       OUTFILE-STATUS.

007500*    -------------------------------------------------------------
007600*    SNAPNAME  --  REQUIRED PARAMETER FILE CARRYING THE NAME OF
007700*    THE SET TO PUT BACK, AS IT WAS GIVEN TO SNAPSHOT.
007800*    -------------------------------------------------------------
007900     SELECT SNAPNAME
008000         ASSIGN EXTERNAL   SNAPNAME
008100         ORGANIZATION      LINE SEQUENTIAL
008200         FILE STATUS       SNAPNAME-STATUS.

008300*    -------------------------------------------------------------
008400*    SNAPMAN, SNAPFILE AND SNAPOUT  --  THE SET'S MANIFEST AND
008500*    COPIES, DYNAMICALLY ASSIGNED TO <SET>.MANIFEST AND
008600*    <SET>.<FILE>, AS SNAPSHOT WROTE THEM.
008700*    -------------------------------------------------------------
008800     SELECT SNAPMAN
008900         ASSIGN DYNAMIC     WS-MAN-PATH
009000         ORGANIZATION      LINE SEQUENTIAL
009100         FILE STATUS       SNAPMAN-STATUS.

009200     SELECT SNAPFILE
009300         ASSIGN DYNAMIC     WS-SNAP-PATH
009400         ORGANIZATION      LINE SEQUENTIAL
009500         FILE STATUS       SNAPFILE-STATUS.

009600     SELECT SNAPOUT
009700         ASSIGN DYNAMIC     WS-SNAP-PATH
009800         ORGANIZATION      SEQUENTIAL
009900         FILE STATUS       SNAPOUT-STATUS.

010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  CKPTFILE
010300     DATA RECORD           LIVE-CKPT-LINE.
010400 01  LIVE-CKPT-LINE         PIC X(132).

010500 FD  AUDITFILE
010600     DATA RECORD           LIVE-AUDIT-LINE.
010700 01  LIVE-AUDIT-LINE        PIC X(132).

010800 FD  DIGESTFILE
010900     DATA RECORD           LIVE-DIGEST-LINE.
011000 01  LIVE-DIGEST-LINE       PIC X(132).

011100 FD  GENCATF
011200     DATA RECORD           LIVE-GENCAT-LINE.
011300 01  LIVE-GENCAT-LINE       PIC X(132).

011400 FD  RUNCTL
011500     DATA RECORD           LIVE-CTL-LINE.
011600 01  LIVE-CTL-LINE          PIC X(132).

011700 FD  ALERTFILE
011800     DATA RECORD           LIVE-ALERT-LINE.
011900 01  LIVE-ALERT-LINE        PIC X(132).

012000 FD  OUTFILE
012100     RECORD CONTAINS       61 CHARACTERS.
012200 01  LIVE-OUT-RECORD        PIC X(61).

012300 FD  SNAPNAME
012400     DATA RECORD           SNAPNAME-RECORD.
012500 01  SNAPNAME-RECORD.
012600     10  SNAPNAME-NAME      PIC X(32).

012700 FD  SNAPMAN
012800     DATA RECORD           SNAP-RECORD.
012900     COPY SNAPREC.

013000 FD  SNAPFILE
013100     DATA RECORD           SNAPF-LINE.
013200 01  SNAPF-LINE             PIC X(132).

013300 FD  SNAPOUT
013400     RECORD CONTAINS       61 CHARACTERS.
013500     COPY OUTREC.

013600 WORKING-STORAGE SECTION.

013700*    -------------------------------------------------------------
013800*    FILE STATUS FIELDS
013900*    -------------------------------------------------------------
014000 77  CKPT-STATUS            PIC 99 VALUE ZEROS.
014100 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
014200 77  DIGEST-STATUS          PIC 99 VALUE ZEROS.
014300 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
014400 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
014500 77  ALERT-STATUS           PIC 99 VALUE ZEROS.
014600 77  OUTFILE-STATUS         PIC 99 VALUE ZEROS.
014700 77  SNAPNAME-STATUS        PIC 99 VALUE ZEROS.
014800 77  SNAPMAN-STATUS         PIC 99 VALUE ZEROS.
014900 77  SNAPFILE-STATUS        PIC 99 VALUE ZEROS.
015000 77  SNAPOUT-STATUS         PIC 99 VALUE ZEROS.

015100*    -------------------------------------------------------------
015200*    END-OF-FILE SWITCHES
015300*    -------------------------------------------------------------
015400 77  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
015500     88  WS-CTL-EOF-YES               VALUE 'Y'.

015600 77  WS-MAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
015700     88  WS-MAN-EOF-YES               VALUE 'Y'.

015800 77  WS-COPY-EOF-SWITCH     PIC X(01) VALUE 'N'.
015900     88  WS-COPY-EOF-YES              VALUE 'Y'.
016000     88  WS-COPY-EOF-NO               VALUE 'N'.

016100 77  WS-MEAS-EOF-SWITCH     PIC X(01) VALUE 'N'.
016200     88  WS-MEAS-EOF-YES              VALUE 'Y'.
016300     88  WS-MEAS-EOF-NO               VALUE 'N'.

016400 77  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
016500     88  WS-AUD-EOF-YES               VALUE 'Y'.

016600*    -------------------------------------------------------------
016700*    THE FILES OF A SET, IN MANIFEST ORDER.  WS-MBR-IDX SAYS WHICH
016800*    ONE IS BEING WORKED ON.
016900*    -------------------------------------------------------------
017000 01  WS-MEMBER-NAMES.
017100     05  FILLER             PIC X(10) VALUE 'CKPTFILE'.
017200     05  FILLER             PIC X(10) VALUE 'AUDITFILE'.
017300     05  FILLER             PIC X(10) VALUE 'DIGESTFILE'.
017400     05  FILLER             PIC X(10) VALUE 'GENCATF'.
017500     05  FILLER             PIC X(10) VALUE 'RUNCTL'.
017600     05  FILLER             PIC X(10) VALUE 'ALERTFILE'.
017700     05  FILLER             PIC X(10) VALUE 'OUTFILE'.
017800 01  WS-MEMBER-TABLE REDEFINES WS-MEMBER-NAMES.
017900     05  WS-MEMBER-NAME     OCCURS 7 TIMES
018000                            PIC X(10).

018100 77  WS-MEMBER-MAX          PIC 9(02) COMP VALUE 7.
018200 77  WS-MBR-IDX             PIC 9(02) COMP VALUE ZERO.
018300     88  WS-MBR-IS-CKPT               VALUE 1.
018400     88  WS-MBR-IS-AUDIT              VALUE 2.
018500     88  WS-MBR-IS-DIGEST             VALUE 3.
018600     88  WS-MBR-IS-GENCAT             VALUE 4.
018700     88  WS-MBR-IS-RUNCTL             VALUE 5.
018800     88  WS-MBR-IS-ALERT              VALUE 6.
018900     88  WS-MBR-IS-OUTFILE            VALUE 7.

019000*    -------------------------------------------------------------
019100*    THE SET BEING PUT BACK, AND WHAT ITS MANIFEST SAYS: ONE
019200*    ENTRY PER FILE, IN MANIFEST ORDER.
019300*    -------------------------------------------------------------
019400 77  WS-SET-NAME            PIC X(32) VALUE SPACES.
019500 77  WS-MAN-PATH            PIC X(60) VALUE SPACES.
019600 77  WS-SNAP-PATH           PIC X(60) VALUE SPACES.
019700 77  WS-TAKEN-DATE          PIC 9(08) VALUE ZEROS.
019800 77  WS-TAKEN-TIME          PIC 9(06) VALUE ZEROS.

019900 01  WS-MAN-TABLE.
020000     05  WS-MAN-ENTRY       OCCURS 7 TIMES.
020100         10  WS-MAN-PRESENT         PIC X(01).
020200         10  WS-MAN-COUNT           PIC 9(08).
020300         10  WS-MAN-HIGH-KEY        PIC X(16).
020400         10  WS-MAN-RUN-ID          PIC X(16).
020500         10  WS-MAN-HASH            PIC 9(13)V99.

020600 77  WS-MAN-ROWS            PIC 9(04) COMP VALUE ZERO.
020700 77  WS-MAN-MEMBERS         PIC 9(04) COMP VALUE ZERO.
020800 77  WS-MAN-TOTAL           PIC 9(10) COMP VALUE ZERO.

020900 77  WS-MAN-END-SWITCH      PIC X(01) VALUE 'N'.
021000     88  WS-MAN-END-SEEN              VALUE 'Y'.
021100     88  WS-MAN-END-NOT-SEEN          VALUE 'N'.

021200*    -------------------------------------------------------------
021300*    PROBLEMS FOUND WITH THE SET.  ANY AT ALL REFUSES THE RESTORE.
021400*    -------------------------------------------------------------
021500 77  WS-FAULT-COUNT         PIC 9(04) COMP VALUE ZERO.

021600*    -------------------------------------------------------------
021700*    COPY WORK AREAS -- WS-LIVE-LINE HOLDS THE RECORD BEING PUT
021800*    BACK INTO WHICHEVER LIVE FILE IS BEING REWRITTEN.
021900*    -------------------------------------------------------------
022000 77  WS-LIVE-STATUS         PIC 99 VALUE ZEROS.
022100 77  WS-LIVE-LINE           PIC X(132) VALUE SPACES.
022200 77  WS-COPIED-COUNT        PIC 9(08) COMP VALUE ZERO.
022300 77  WS-RESTORED-FILES      PIC 9(02) COMP VALUE ZERO.
022400 77  WS-RESTORED-RECORDS    PIC 9(10) COMP VALUE ZERO.

022500*    -------------------------------------------------------------
022600*    MEASURES OF ONE COPY, AS THE MANIFEST CARRIES THEM (SEE
022700*    COPYBOOK SNAPREC FOR WHAT EACH MEANS FILE BY FILE).  THE
022800*    HIGH KEY IS EITHER A SIX-DIGIT KEY OR A DATE AND TIME.
022900*    -------------------------------------------------------------
023000 77  WS-MEAS-COUNT          PIC 9(08) VALUE ZEROS.
023100 77  WS-MEAS-HIGH-NUMB      PIC 9(06) VALUE ZEROS.
023200 77  WS-MEAS-RUN-ID         PIC X(16) VALUE SPACES.
023300 77  WS-MEAS-HASH           PIC 9(13)V99 VALUE ZEROS.

023400 01  WS-MEAS-HIGH-KEY       PIC X(16) VALUE SPACES.
023500 01  WS-MEAS-KEY-BY-NUMB REDEFINES WS-MEAS-HIGH-KEY.
023600     10  WS-MEAS-KEY-NUMB   PIC 9(06).
023700     10  FILLER             PIC X(10).
023800 01  WS-MEAS-KEY-BY-STAMP REDEFINES WS-MEAS-HIGH-KEY.
023900     10  WS-MEAS-KEY-DATE   PIC 9(08).
024000     10  WS-MEAS-KEY-TIME   PIC 9(06).
024100     10  FILLER             PIC X(02).

024200*    -------------------------------------------------------------
024300*    WHAT THE MEASURING PASS KEEPS ABOUT THE SET AS A WHOLE: THE
024400*    LATEST CHECKPOINT, THE LATEST WRITEONE ROW ON RUNCTL, AND
024500*    OUTFILE'S TRAILER.
024600*    -------------------------------------------------------------
024700 77  WS-CKPT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
024800     88  WS-CKPT-FOUND                VALUE 'Y'.
024900     88  WS-CKPT-NOT-FOUND            VALUE 'N'.

025000 77  WS-CKPT-SAVED          PIC X(56) VALUE SPACES.
025100 77  WS-SNAP-CTL-STATUS     PIC X(01) VALUE SPACE.
025200 77  WS-OUT-VALUE-COUNT     PIC 9(08) VALUE ZEROS.

025300 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
025400     88  WS-TRAILER-SEEN              VALUE 'Y'.
025500     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

025600 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
025700 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
025800 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
025900                            PIC 9(13)V99.

026000*    -------------------------------------------------------------
026100*    CROSS-CHECK WORK AREAS -- THE HIGH KEYS AND RUN IDS EACH
026200*    FILE OF THE SET CLAIMS, AND WHAT THE AUDIT TRAIL ADDS UP TO.
026300*    WS-CKPT-HIGH-NUMB IS ZERO WHEN THE SET HOLDS NO CHECKPOINT,
026400*    THE SAME CONVENTION WRITEONE USES FOR A FIRST-EVER RUN.
026500*    -------------------------------------------------------------
026600 77  WS-CKPT-HIGH-NUMB      PIC 9(06) VALUE ZEROS.
026700 77  WS-CKPT-RECON-NUMB     PIC 9(06) VALUE ZEROS.
026800 77  WS-DIGEST-HIGH-NUMB    PIC 9(06) VALUE ZEROS.
026900 77  WS-GENCAT-HIGH-NUMB    PIC 9(06) VALUE ZEROS.
027000 77  WS-OUT-HIGH-NUMB       PIC 9(06) VALUE ZEROS.
027100 77  WS-OUT-HASH            PIC 9(13)V99 VALUE ZEROS.
027200 77  WS-OUT-RUN-ID          PIC X(16) VALUE SPACES.
027300 77  WS-CTL-LAST-RUN-ID     PIC X(16) VALUE SPACES.
027400 77  WS-AUD-EXPECTED-NUMB   PIC 9(09) VALUE ZEROS.
027500 77  WS-AUD-LAST-RUN-ID     PIC X(16) VALUE SPACES.
027600 77  WS-AUD-LAST-COUNT      PIC 9(06) VALUE ZEROS.

027700*    -------------------------------------------------------------
027800*    RUN-CONTROL GATE WORK AREAS -- WS-GATE-STATUS IS THE STATUS
027900*    BYTE OF THE LATEST WRITEONE ROW ON THE LIVE RUNCTL.
028000*    -------------------------------------------------------------
028100 77  WS-GATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
028200     88  WS-GATE-FOUND                VALUE 'Y'.
028300     88  WS-GATE-NOT-FOUND            VALUE 'N'.

028400 77  WS-GATE-STATUS         PIC X(01) VALUE SPACE.
028500 77  WS-GATE-CYCLE-DATE     PIC 9(08) VALUE ZEROS.

028600*    -------------------------------------------------------------
028700*    RECORD LAYOUTS OF THE LINE-SEQUENTIAL FILES, LAID OVER EACH
028800*    LINE AS IT IS MEASURED.  CHECKPOINT, AUDIT AND DIGEST ROWS
028900*    HAVE NO SHARED COPYBOOK (WRITEONE, READONE AND THE OTHERS
029000*    DEFINE THEM LOCALLY), SO THOSE LAYOUTS ARE REPEATED HERE.
029100*    -------------------------------------------------------------
029200 01  CKPT-RECORD.
029300     10  CKPT-LAST-NUMB     PIC 9(06).
029400     10  FILLER             PIC X(01).
029500     10  CKPT-LINES-DONE    PIC 9(06).
029600     10  FILLER             PIC X(01).
029700     10  CKPT-RUN-COMPLETE  PIC X(01).
029800         88  CKPT-RUN-IS-COMPLETE      VALUE 'Y'.
029900         88  CKPT-RUN-IS-PARTIAL       VALUE 'N'.
030000     10  FILLER             PIC X(01).
030100     10  CKPT-CHAIN-START-NUMB PIC 9(06).
030200     10  FILLER             PIC X(01).
030300     10  CKPT-RUN-ID        PIC X(16).
030400     10  FILLER             PIC X(01).
030500     10  CKPT-CHAIN-ID      PIC X(16).

030600 01  AUDIT-RECORD.
030700     10  AUDIT-PROGRAM      PIC X(08).
030800     10  FILLER             PIC X(01).
030900     10  AUDIT-START-DATE   PIC 9(08).
031000     10  FILLER             PIC X(01).
031100     10  AUDIT-START-TIME   PIC 9(06).
031200     10  FILLER             PIC X(01).
031300     10  AUDIT-END-DATE     PIC 9(08).
031400     10  FILLER             PIC X(01).
031500     10  AUDIT-END-TIME     PIC 9(06).
031600     10  FILLER             PIC X(01).
031700     10  AUDIT-OPEN-STATUS  PIC 99.
031800     10  FILLER             PIC X(01).
031900     10  AUDIT-WRITE-STATUS PIC 99.
032000     10  FILLER             PIC X(01).
032100     10  AUDIT-CLOSE-STATUS PIC 99.
032200     10  FILLER             PIC X(01).
032300     10  AUDIT-RETURN-CODE  PIC 9(03).
032400     10  FILLER             PIC X(01).
032500     10  AUDIT-RECORD-COUNT PIC 9(06).
032600     10  FILLER             PIC X(01).
032700     10  AUDIT-REJECT-COUNT PIC 9(06).
032800     10  FILLER             PIC X(01).
032900     10  AUDIT-RUN-ID       PIC X(16).
033000     10  FILLER             PIC X(01).
033100     10  AUDIT-CHAIN-ID     PIC X(16).

033200 01  DIGEST-RECORD.
033300     10  DIGEST-NUMB        PIC 9(06).
033400     10  FILLER             PIC X(01).
033500     10  DIGEST-DATA        PIC X(40).

033600     COPY GENREC.

033700     COPY CTLREC.

033800     COPY ALERTREC.

033900*    -------------------------------------------------------------
034000*    FILE STATUS-CHECK WORK AREA
034100*    -------------------------------------------------------------
034200 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
034300 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

034400 PROCEDURE DIVISION.

034500*    =============================================================
034600*    0000-MAINLINE-CONTROL
034700*    =============================================================
034800 0000-MAINLINE-CONTROL.
034900     PERFORM 1000-INITIALIZE
035000         THRU 1000-INITIALIZE-EXIT.

035100     PERFORM 2000-READ-MANIFEST
035200         THRU 2000-READ-MANIFEST-EXIT.

035300     PERFORM 3000-VERIFY-ONE-MEMBER
035400         THRU 3000-VERIFY-ONE-MEMBER-EXIT
035500         VARYING WS-MBR-IDX FROM 1 BY 1
035600         UNTIL WS-MBR-IDX > WS-MEMBER-MAX.

035700     PERFORM 3500-CROSS-CHECK-SET
035800         THRU 3500-CROSS-CHECK-SET-EXIT.

035900     PERFORM 3800-CHECK-ABSENT-LIVE
036000         THRU 3800-CHECK-ABSENT-LIVE-EXIT
036100         VARYING WS-MBR-IDX FROM 1 BY 1
036200         UNTIL WS-MBR-IDX > WS-MEMBER-MAX.

036300     PERFORM 3900-JUDGE-SET
036400         THRU 3900-JUDGE-SET-EXIT.

036500     PERFORM 5000-RESTORE-ONE-MEMBER
036600         THRU 5000-RESTORE-ONE-MEMBER-EXIT
036700         VARYING WS-MBR-IDX FROM 1 BY 1
036800         UNTIL WS-MBR-IDX > WS-MEMBER-MAX.

036900     PERFORM 8000-TERMINATE
037000         THRU 8000-TERMINATE-EXIT.

037100     STOP RUN.

037200*    =============================================================
037300*    1000-INITIALIZE  --  GATE ON THE LIVE RUN CONTROL, THEN READ
037400*    THE REQUIRED SET NAME.
037500*    =============================================================
037600 1000-INITIALIZE.
037700     DISPLAY    'Hello COBOL'       UPON CONSOLE.

037800     PERFORM 1500-CHECK-RUN-CONTROL
037900         THRU 1500-CHECK-RUN-CONTROL-EXIT.

038000     PERFORM 1100-READ-SNAPNAME
038100         THRU 1100-READ-SNAPNAME-EXIT.
038200 1000-INITIALIZE-EXIT.
038300     EXIT.

038400*    -------------------------------------------------------------
038500*    1100-READ-SNAPNAME  --  THE SET NAME IS MANDATORY: A MISSING,
038600*    EMPTY OR BLANK SNAPNAME ABENDS, THE SAME RULE SNAPSHOT
038700*    APPLIES.
038800*    -------------------------------------------------------------
038900 1100-READ-SNAPNAME.
039000     OPEN       INPUT               SNAPNAME.
039100     IF         SNAPNAME-STATUS = '35'
039200         MOVE   35                  TO WS-ABEND-STATUS
039300         MOVE   'SNAPNAME MISSING'  TO WS-STATUS-WHERE
039400         GO TO  9999-ABEND
039500     END-IF.
039600     MOVE       'OPEN SNAPNAME'     TO WS-STATUS-WHERE.
039700     PERFORM 9700-CHECK-SNAPNAME-STATUS
039800         THRU 9700-CHECK-SNAPNAME-STATUS-EXIT.

039900     READ       SNAPNAME
040000         AT END
040100             MOVE 90             TO WS-ABEND-STATUS
040200             MOVE 'SNAPNAME EMPTY' TO WS-STATUS-WHERE
040300             GO TO 9999-ABEND
040400     END-READ.
040500     IF         SNAPNAME-NAME = SPACES
040600         MOVE   90                  TO WS-ABEND-STATUS
040700         MOVE   'SNAPNAME BLANK'    TO WS-STATUS-WHERE
040800         GO TO  9999-ABEND
040900     END-IF.
041000     MOVE       SNAPNAME-NAME       TO WS-SET-NAME.
041100     CLOSE      SNAPNAME.
041200     DISPLAY    'Restoring snapshot set ' WS-SET-NAME
041300                 UPON CONSOLE.
041400 1100-READ-SNAPNAME-EXIT.
041500     EXIT.

041600*    -------------------------------------------------------------
041700*    1500-CHECK-RUN-CONTROL  --  NOTHING IS PUT BACK UNDER A
041800*    WRITEONE THAT IS STILL WRITING OR SITTING ABENDED: IF THE
041900*    LATEST WRITEONE ROW ON THE LIVE RUNCTL IS 'S' THE RUN IS
042000*    REFUSED.  A LIVE RUNCTL THAT IS GONE (OFTEN THE VERY REASON
042100*    FOR A RESTORE) OR HOLDS NO WRITEONE ROW DOES NOT BLOCK.
042200*    -------------------------------------------------------------
042300 1500-CHECK-RUN-CONTROL.
042400     OPEN       INPUT               RUNCTL.
042500     IF         RUNCTL-STATUS       = '35'
042600         DISPLAY 'RESTORE - NO LIVE RUNCTL PRESENT; THE SET''S '
042700                 'RUNCTL WILL REPLACE IT' UPON CONSOLE
042800         GO TO  1500-CHECK-RUN-CONTROL-EXIT
042900     END-IF.
043000     MOVE       'OPEN RUNCTL'       TO WS-STATUS-WHERE.
043100     PERFORM 9500-CHECK-RUNCTL-STATUS
043200         THRU 9500-CHECK-RUNCTL-STATUS-EXIT.

043300     PERFORM 1510-READ-ONE-CONTROL
043400         THRU 1510-READ-ONE-CONTROL-EXIT
043500         UNTIL WS-CTL-EOF-YES.
043600     CLOSE      RUNCTL.

043700     IF         WS-GATE-FOUND
043800         AND    WS-GATE-STATUS = 'S'
043900         DISPLAY 'RESTORE BLOCKED - WRITEONE FOR CYCLE '
044000                 WS-GATE-CYCLE-DATE ' IS STILL RUNNING OR '
044100                 'ABENDED; INVESTIGATE, THEN FORCE-RELEASE WITH '
044200                 'CTLREL IF SAFE'    UPON CONSOLE
044300         MOVE   90                  TO WS-ABEND-STATUS
044400         MOVE   'WRITEONE NOT DONE' TO WS-STATUS-WHERE
044500         GO TO  9999-ABEND
044600     END-IF.
044700 1500-CHECK-RUN-CONTROL-EXIT.
044800     EXIT.

044900*    -------------------------------------------------------------
045000*    1510-READ-ONE-CONTROL  --  READ ONE LIVE RUNCTL ROW; THE
045100*    LATEST WELL-FORMED WRITEONE ROW OVERWRITES THE GATE STATE.
045200*    -------------------------------------------------------------
045300 1510-READ-ONE-CONTROL.
045400     READ       RUNCTL
045500         AT END
045600             SET WS-CTL-EOF-YES     TO TRUE
045700         NOT AT END
045800             MOVE LIVE-CTL-LINE     TO CTL-RECORD
045900             IF  CTL-PROGRAM = 'WRITEONE'
046000                 AND (CTL-IS-STARTED OR CTL-IS-COMPLETE
046100                      OR CTL-IS-FORCED)
046200                 MOVE CTL-STATUS     TO WS-GATE-STATUS
046300                 MOVE CTL-CYCLE-DATE TO WS-GATE-CYCLE-DATE
046400                 SET  WS-GATE-FOUND  TO TRUE
046500             END-IF
046600     END-READ.
046700 1510-READ-ONE-CONTROL-EXIT.
046800     EXIT.

046900*    =============================================================
047000*    2000-READ-MANIFEST  --  LOAD THE MANIFEST AND PROVE ITS SHAPE:
047100*    THE HEADER FOR THIS SET FIRST, ONE ROW PER FILE IN ORDER,
047200*    AND THE END ROW LAST, AGREEING WITH THE ROWS BEFORE IT.  A
047300*    MANIFEST WITHOUT ITS END ROW IS A SET WHOSE SNAPSHOT RUN
047400*    NEVER FINISHED.  WITHOUT A SOUND MANIFEST THERE IS NOTHING
047500*    TO VERIFY THE COPIES AGAINST, SO ITS PROBLEMS ARE JUDGED
047600*    HERE, BEFORE ANY COPY IS READ.
047700*    =============================================================
047800 2000-READ-MANIFEST.
047900     MOVE       SPACES              TO WS-MAN-PATH.
048000     STRING     WS-SET-NAME         DELIMITED BY SPACE
048100                '.MANIFEST'         DELIMITED BY SIZE
048200                                    INTO WS-MAN-PATH.

048300     OPEN       INPUT               SNAPMAN.
048400     IF         SNAPMAN-STATUS = '35'
048500         DISPLAY 'RESTORE REFUSED - SET ' WS-SET-NAME
048600                 ' HAS NO MANIFEST' UPON CONSOLE
048700         MOVE   90                  TO WS-ABEND-STATUS
048800         MOVE   'MANIFEST MISSING'  TO WS-STATUS-WHERE
048900         GO TO  9999-ABEND
049000     END-IF.
049100     MOVE       'OPEN SNAPMAN'      TO WS-STATUS-WHERE.
049200     PERFORM 9800-CHECK-SNAPMAN-STATUS
049300         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.

049400     PERFORM 2010-READ-ONE-MANIFEST-ROW
049500         THRU 2010-READ-ONE-MANIFEST-ROW-EXIT
049600         UNTIL WS-MAN-EOF-YES.
049700     CLOSE      SNAPMAN.

049800     IF         WS-MAN-END-NOT-SEEN
049900         DISPLAY 'RESTORE REFUSED - THE MANIFEST HAS NO END ROW; '
050000                 'THE SET IS PARTIAL' UPON CONSOLE
050100         ADD    1                   TO WS-FAULT-COUNT
050200     END-IF.
050300     IF         WS-MAN-MEMBERS NOT = WS-MEMBER-MAX
050400         DISPLAY 'RESTORE REFUSED - THE MANIFEST DESCRIBES '
050500                 WS-MAN-MEMBERS ' FILES, NOT ' WS-MEMBER-MAX
050600                 UPON CONSOLE
050700         ADD    1                   TO WS-FAULT-COUNT
050800     END-IF.

050900     PERFORM 3900-JUDGE-SET
051000         THRU 3900-JUDGE-SET-EXIT.
051100     DISPLAY    'Set taken       ' WS-TAKEN-DATE ' '
051200                WS-TAKEN-TIME       UPON CONSOLE.
051300 2000-READ-MANIFEST-EXIT.
051400     EXIT.

051410*    -------------------------------------------------------------
051420*    2010-READ-ONE-MANIFEST-ROW  --  READ ONE SNAPMAN ROW AND HAND
051430*    IT TO 2020 TO BE PLACED.
051440*    -------------------------------------------------------------
051500 2010-READ-ONE-MANIFEST-ROW.
051600     READ       SNAPMAN
051700         AT END
051800             SET WS-MAN-EOF-YES     TO TRUE
051900         NOT AT END
052000             PERFORM 2020-CHECK-ONE-MANIFEST-ROW
052100                 THRU 2020-CHECK-ONE-MANIFEST-ROW-EXIT
052200     END-READ.
052300 2010-READ-ONE-MANIFEST-ROW-EXIT.
052400     EXIT.

052500*    -------------------------------------------------------------
052600*    2020-CHECK-ONE-MANIFEST-ROW  --  PLACE ONE ROW: THE FIRST
052700*    MUST BE THIS SET'S HEADER; EACH FILE ROW MUST NAME THE NEXT
052800*    FILE IN ORDER AND PARSE; THE END ROW MUST COUNT THE FILE
052900*    ROWS AND THEIR RECORDS CORRECTLY; NOTHING MAY FOLLOW IT.
053000*    -------------------------------------------------------------
053100 2020-CHECK-ONE-MANIFEST-ROW.
053200     ADD        1                   TO WS-MAN-ROWS.
053300     IF         WS-MAN-END-SEEN
053400         DISPLAY 'RESTORE REFUSED - MANIFEST ROW ' WS-MAN-ROWS
053500                 ' FOLLOWS THE END ROW' UPON CONSOLE
053600         ADD    1                   TO WS-FAULT-COUNT
053700         GO TO  2020-CHECK-ONE-MANIFEST-ROW-EXIT
053800     END-IF.

053900     EVALUATE TRUE
054000         WHEN WS-MAN-ROWS = 1
054100             IF  NOT SNAP-IS-HEADER
054200                 DISPLAY 'RESTORE REFUSED - THE MANIFEST DOES '
054300                         'NOT START WITH ITS HEADER ROW'
054400                         UPON CONSOLE
054500                 ADD 1              TO WS-FAULT-COUNT
054600             ELSE
054700                 IF  SNPH-SET-NAME NOT = WS-SET-NAME
054800                     DISPLAY 'RESTORE REFUSED - THE MANIFEST '
054900                             'BELONGS TO SET ' SNPH-SET-NAME
055000                             UPON CONSOLE
055100                     ADD 1          TO WS-FAULT-COUNT
055200                 END-IF
055300                 MOVE SNPH-TAKEN-DATE TO WS-TAKEN-DATE
055400                 MOVE SNPH-TAKEN-TIME TO WS-TAKEN-TIME
055500             END-IF
055600         WHEN SNAP-IS-MEMBER
055700             PERFORM 2030-LOAD-MEMBER-ROW
055800                 THRU 2030-LOAD-MEMBER-ROW-EXIT
055900         WHEN SNAP-IS-END
056000             SET WS-MAN-END-SEEN    TO TRUE
056100             IF  SNPE-MEMBER-COUNT NOT NUMERIC
056200                 OR SNPE-MEMBER-COUNT NOT = WS-MAN-MEMBERS
056300                 OR SNPE-TOTAL-RECORDS NOT NUMERIC
056400                 OR SNPE-TOTAL-RECORDS NOT = WS-MAN-TOTAL
056500                 OR SNPE-SET-NAME NOT = WS-SET-NAME
056600                 DISPLAY 'RESTORE REFUSED - THE MANIFEST END '
056700                         'ROW DOES NOT AGREE WITH ITS FILE ROWS'
056800                         UPON CONSOLE
056900                 ADD 1              TO WS-FAULT-COUNT
057000             END-IF
057100         WHEN OTHER
057200             DISPLAY 'RESTORE REFUSED - MANIFEST ROW '
057300                     WS-MAN-ROWS ' IS OUT OF PLACE OR '
057400                     'UNRECOGNIZED' UPON CONSOLE
057500             ADD 1                  TO WS-FAULT-COUNT
057600     END-EVALUATE.
057700 2020-CHECK-ONE-MANIFEST-ROW-EXIT.
057800     EXIT.

057810*    -------------------------------------------------------------
057820*    2030-LOAD-MEMBER-ROW  --  TAKE ONE FILE ROW INTO THE MANIFEST
057830*    TABLE.  AN EXTRA ROW, A ROW OUT OF FILE ORDER OR A ROW THAT
057840*    DOES NOT PARSE IS A FAULT; A GOOD ROW ADDS ITS RECORD COUNT
057850*    TO WS-MAN-TOTAL.
057860*    -------------------------------------------------------------
057900 2030-LOAD-MEMBER-ROW.
058000     ADD        1                   TO WS-MAN-MEMBERS.
058100     IF         WS-MAN-MEMBERS > WS-MEMBER-MAX
058200         DISPLAY 'RESTORE REFUSED - THE MANIFEST HAS AN EXTRA '
058300                 'FILE ROW FOR ' SNAP-MEMBER UPON CONSOLE
058400         ADD    1                   TO WS-FAULT-COUNT
058500         GO TO  2030-LOAD-MEMBER-ROW-EXIT
058600     END-IF.
058700     IF         SNAP-MEMBER NOT = WS-MEMBER-NAME(WS-MAN-MEMBERS)
058800         DISPLAY 'RESTORE REFUSED - MANIFEST FILE ROW '
058900                 WS-MAN-MEMBERS ' IS ' SNAP-MEMBER ', EXPECTED '
059000                 WS-MEMBER-NAME(WS-MAN-MEMBERS) UPON CONSOLE
059100         ADD    1                   TO WS-FAULT-COUNT
059200         GO TO  2030-LOAD-MEMBER-ROW-EXIT
059300     END-IF.
059400     IF         NOT (SNAP-IS-PRESENT OR SNAP-IS-ABSENT)
059500         OR     SNAP-RECORD-COUNT NOT NUMERIC
059600         OR     SNAP-AMOUNT-HASH NOT NUMERIC
059700         DISPLAY 'RESTORE REFUSED - MANIFEST FILE ROW FOR '
059800                 SNAP-MEMBER ' DOES NOT PARSE' UPON CONSOLE
059900         ADD    1                   TO WS-FAULT-COUNT
060000         GO TO  2030-LOAD-MEMBER-ROW-EXIT
060100     END-IF.
060200     MOVE       SNAP-PRESENT        TO
060300                WS-MAN-PRESENT(WS-MAN-MEMBERS).
060400     MOVE       SNAP-RECORD-COUNT   TO
060500                WS-MAN-COUNT(WS-MAN-MEMBERS).
060600     MOVE       SNAP-HIGH-KEY       TO
060700                WS-MAN-HIGH-KEY(WS-MAN-MEMBERS).
060800     MOVE       SNAP-LAST-RUN-ID    TO
060900                WS-MAN-RUN-ID(WS-MAN-MEMBERS).
061000     MOVE       SNAP-AMOUNT-HASH    TO
061100                WS-MAN-HASH(WS-MAN-MEMBERS).
061200     ADD        SNAP-RECORD-COUNT   TO WS-MAN-TOTAL.
061300 2030-LOAD-MEMBER-ROW-EXIT.
061400     EXIT.

061500*    -------------------------------------------------------------
061600*    2900-BUILD-MEMBER-PATH  --  <SET>.<FILE> FOR WS-MBR-IDX.
061700*    -------------------------------------------------------------
061800 2900-BUILD-MEMBER-PATH.
061900     MOVE       SPACES              TO WS-SNAP-PATH.
062000     STRING     WS-SET-NAME         DELIMITED BY SPACE
062100                '.'                 DELIMITED BY SIZE
062200                WS-MEMBER-NAME(WS-MBR-IDX)
062300                                    DELIMITED BY SPACE
062400                                    INTO WS-SNAP-PATH.
062500 2900-BUILD-MEMBER-PATH-EXIT.
062600     EXIT.

062700*    =============================================================
062800*    3000-VERIFY-ONE-MEMBER  --  A FILE THE SET HOLDS MUST HAVE ITS
062900*    COPY, AND THE COPY MUST MEASURE EXACTLY AS THE MANIFEST
063000*    RECORDED IT.  THE HIGH KEYS AND RUN IDS THE CROSS-CHECK
063100*    NEEDS ARE KEPT AS EACH COPY IS MEASURED.
063200*    =============================================================
063300 3000-VERIFY-ONE-MEMBER.
063400     IF         WS-MAN-PRESENT(WS-MBR-IDX) NOT = 'Y'
063500         GO TO  3000-VERIFY-ONE-MEMBER-EXIT
063600     END-IF.
063700     PERFORM 2900-BUILD-MEMBER-PATH
063800         THRU 2900-BUILD-MEMBER-PATH-EXIT.

063900     IF         WS-MBR-IS-OUTFILE
064000         OPEN   INPUT               SNAPOUT
064100         MOVE   SNAPOUT-STATUS      TO WS-LIVE-STATUS
064200         CLOSE  SNAPOUT
064300     ELSE
064400         OPEN   INPUT               SNAPFILE
064500         MOVE   SNAPFILE-STATUS     TO WS-LIVE-STATUS
064600         CLOSE  SNAPFILE
064700     END-IF.
064800     IF         WS-LIVE-STATUS = '35'
064900         DISPLAY 'RESTORE REFUSED - THE COPY OF '
065000                 WS-MEMBER-NAME(WS-MBR-IDX) ' IS MISSING; THE '
065100                 'SET IS PARTIAL' UPON CONSOLE
065200         ADD    1                   TO WS-FAULT-COUNT
065300         GO TO  3000-VERIFY-ONE-MEMBER-EXIT
065400     END-IF.

065500     PERFORM 4000-MEASURE-MEMBER
065600         THRU 4000-MEASURE-MEMBER-EXIT.

065700     IF         WS-MEAS-COUNT    NOT = WS-MAN-COUNT(WS-MBR-IDX)
065800         OR     WS-MEAS-HIGH-KEY NOT = WS-MAN-HIGH-KEY(WS-MBR-IDX)
065900         OR     WS-MEAS-RUN-ID   NOT = WS-MAN-RUN-ID(WS-MBR-IDX)
066000         OR     WS-MEAS-HASH     NOT = WS-MAN-HASH(WS-MBR-IDX)
066100         DISPLAY 'RESTORE REFUSED - THE COPY OF '
066200                 WS-MEMBER-NAME(WS-MBR-IDX) ' DOES NOT MATCH '
066300                 'ITS MANIFEST ROW' UPON CONSOLE
066400         DISPLAY '  Manifest      ' WS-MAN-COUNT(WS-MBR-IDX)
066500                 ' ' WS-MAN-HIGH-KEY(WS-MBR-IDX)
066600                 ' ' WS-MAN-RUN-ID(WS-MBR-IDX)
066700                 ' ' WS-MAN-HASH(WS-MBR-IDX) UPON CONSOLE
066800         DISPLAY '  Copy          ' WS-MEAS-COUNT
066900                 ' ' WS-MEAS-HIGH-KEY ' ' WS-MEAS-RUN-ID
067000                 ' ' WS-MEAS-HASH   UPON CONSOLE
067100         ADD    1                   TO WS-FAULT-COUNT
067200     END-IF.

067300     EVALUATE TRUE
067400         WHEN WS-MBR-IS-CKPT
067500             IF  WS-CKPT-FOUND
067600                 MOVE WS-MEAS-HIGH-NUMB TO WS-CKPT-HIGH-NUMB
067700             ELSE
067800                 IF  WS-MEAS-COUNT > ZERO
067900                     DISPLAY 'RESTORE REFUSED - THE CKPTFILE '
068000                             'COPY HOLDS NO CHECKPOINT THAT '
068100                             'PARSES' UPON CONSOLE
068200                     ADD 1          TO WS-FAULT-COUNT
068300                 END-IF
068400             END-IF
068500         WHEN WS-MBR-IS-DIGEST
068600             MOVE WS-MEAS-HIGH-NUMB TO WS-DIGEST-HIGH-NUMB
068700         WHEN WS-MBR-IS-GENCAT
068800             MOVE WS-MEAS-HIGH-NUMB TO WS-GENCAT-HIGH-NUMB
068900         WHEN WS-MBR-IS-RUNCTL
069000             MOVE WS-MEAS-RUN-ID    TO WS-CTL-LAST-RUN-ID
069100         WHEN WS-MBR-IS-OUTFILE
069200             MOVE WS-MEAS-HIGH-NUMB TO WS-OUT-HIGH-NUMB
069300             MOVE WS-MEAS-HASH      TO WS-OUT-HASH
069400             MOVE WS-MEAS-RUN-ID    TO WS-OUT-RUN-ID
069500     END-EVALUATE.
069600 3000-VERIFY-ONE-MEMBER-EXIT.
069700     EXIT.

069800*    =============================================================
069900*    3500-CROSS-CHECK-SET  --  THE COPIES ARE WHAT THE MANIFEST
070000*    SAYS; NOW THEY MUST AGREE WITH EACH OTHER, OR WRITEONE WILL
070100*    RE-ISSUE OUTREC-NUMBS AND READONE WILL FLAG DUPLICATES ONCE
070200*    THEY ARE BACK.  ONLY A SET WHOSE COPIES ALL VERIFIED IS
070300*    CROSS-CHECKED; ANYTHING ELSE IS ALREADY REFUSED.
070400*    =============================================================
070500 3500-CROSS-CHECK-SET.
070600     IF         WS-FAULT-COUNT > ZERO
070700         GO TO  3500-CROSS-CHECK-SET-EXIT
070800     END-IF.
070900     IF         WS-CKPT-FOUND
071000         MOVE   WS-CKPT-SAVED       TO CKPT-RECORD
071100     END-IF.

071200     IF         WS-GENCAT-HIGH-NUMB > WS-CKPT-HIGH-NUMB
071300         DISPLAY 'RESTORE REFUSED - CKPT-LAST-NUMB '
071400                 WS-CKPT-HIGH-NUMB ' IS BEHIND THE GENCATF HIGH '
071500                 'KEY ' WS-GENCAT-HIGH-NUMB UPON CONSOLE
071600         ADD    1                   TO WS-FAULT-COUNT
071700     END-IF.
071800     IF         WS-DIGEST-HIGH-NUMB > WS-CKPT-HIGH-NUMB
071900         DISPLAY 'RESTORE REFUSED - CKPT-LAST-NUMB '
072000                 WS-CKPT-HIGH-NUMB ' IS BEHIND THE DIGESTFILE '
072100                 'HIGH KEY ' WS-DIGEST-HIGH-NUMB UPON CONSOLE
072200         ADD    1                   TO WS-FAULT-COUNT
072300     END-IF.

072400     IF         WS-MAN-PRESENT(7) = 'Y'
072500         PERFORM 3510-CHECK-OUTFILE
072600             THRU 3510-CHECK-OUTFILE-EXIT
072700     END-IF.
073200     IF         WS-MAN-PRESENT(2) = 'Y'
073300         PERFORM 3600-CHECK-AUDIT-TRAIL
073400             THRU 3600-CHECK-AUDIT-TRAIL-EXIT
073500     END-IF.
073510     IF         WS-MAN-PRESENT(5) = 'Y'
073520         PERFORM 3520-CHECK-RUNCTL
073530             THRU 3520-CHECK-RUNCTL-EXIT
073540     END-IF.
073600 3500-CROSS-CHECK-SET-EXIT.
073700     EXIT.

073800*    -------------------------------------------------------------
073900*    3510-CHECK-OUTFILE  --  OUTFILE'S TRAILER MUST PROVE THE FILE
074000*    (COUNT, AND HASH WHEN IT CARRIES ONE), AS CLOSEOUT REQUIRES.
074100*    A CLEAN-FINISH CHECKPOINT MUST SIT EXACTLY ON THE FILE'S HIGH
074200*    KEY AND NAME THE TRAILER'S RUN; A FILE WITH NO TRAILER IS
074300*    ONLY CONSISTENT WHILE A RESTART IS PENDING, AND A PENDING
074400*    CHECKPOINT MAY NEVER BE AHEAD OF WHAT IS ON THE FILE.
074500*    -------------------------------------------------------------
074600 3510-CHECK-OUTFILE.
074700     IF         WS-TRAILER-SEEN
074800         IF     WS-TRLR-COUNT NOT = WS-OUT-VALUE-COUNT
074900             DISPLAY 'RESTORE REFUSED - OUTFILE TRAILER COUNT '
075000                     WS-TRLR-COUNT ' DOES NOT MATCH '
075100                     WS-OUT-VALUE-COUNT ' RECORDS ON FILE'
075200                     UPON CONSOLE
075300             ADD 1                  TO WS-FAULT-COUNT
075400         END-IF
075500         IF     WS-TRLR-HASH-NUM NUMERIC
075600             AND WS-TRLR-HASH-NUM NOT = WS-OUT-HASH
075700             DISPLAY 'RESTORE REFUSED - OUTFILE TRAILER AMOUNT '
075800                     'HASH DOES NOT MATCH THE FILE' UPON CONSOLE
075900             ADD 1                  TO WS-FAULT-COUNT
076000         END-IF
076100     ELSE
076200         IF     WS-CKPT-NOT-FOUND
076300             OR CKPT-RUN-IS-COMPLETE
076400             OR CKPT-RUN-COMPLETE = SPACE
076500             DISPLAY 'RESTORE REFUSED - OUTFILE HAS NO TRAILER '
076600                     'BUT NO RESTART IS PENDING' UPON CONSOLE
076700             ADD 1                  TO WS-FAULT-COUNT
076800         END-IF
076900     END-IF.

077000     IF         WS-CKPT-NOT-FOUND
077100         IF     WS-OUT-HIGH-NUMB > ZERO
077200             DISPLAY 'RESTORE REFUSED - OUTFILE REACHES KEY '
077300                     WS-OUT-HIGH-NUMB ' BUT THE SET HOLDS NO '
077400                     'CHECKPOINT' UPON CONSOLE
077500             ADD 1                  TO WS-FAULT-COUNT
077600         END-IF
077700         GO TO  3510-CHECK-OUTFILE-EXIT
077800     END-IF.

077900     IF         CKPT-RUN-IS-PARTIAL
078000         IF     CKPT-LAST-NUMB > WS-OUT-HIGH-NUMB
078100             DISPLAY 'RESTORE REFUSED - PENDING CHECKPOINT '
078200                     CKPT-LAST-NUMB ' IS AHEAD OF THE OUTFILE '
078300                     'HIGH KEY ' WS-OUT-HIGH-NUMB UPON CONSOLE
078400             ADD 1                  TO WS-FAULT-COUNT
078500         END-IF
078600     ELSE
078700         IF     WS-OUT-VALUE-COUNT > ZERO
078800             AND CKPT-LAST-NUMB NOT = WS-OUT-HIGH-NUMB
078900             DISPLAY 'RESTORE REFUSED - CKPT-LAST-NUMB '
079000                     CKPT-LAST-NUMB ' IS NOT THE OUTFILE HIGH '
079100                     'KEY ' WS-OUT-HIGH-NUMB UPON CONSOLE
079200             ADD 1                  TO WS-FAULT-COUNT
079300         END-IF
079400         IF     WS-TRAILER-SEEN
079500             AND CKPT-RUN-ID NOT = SPACES
079600             AND WS-OUT-RUN-ID NOT = SPACES
079700             AND CKPT-RUN-ID NOT = WS-OUT-RUN-ID
079800             DISPLAY 'RESTORE REFUSED - CHECKPOINT RUN '
079900                     CKPT-RUN-ID ' DID NOT WRITE THE OUTFILE '
080000                     'TRAILER (RUN ' WS-OUT-RUN-ID ')'
080100                     UPON CONSOLE
080200             ADD 1                  TO WS-FAULT-COUNT
080300         END-IF
080400     END-IF.
080500 3510-CHECK-OUTFILE-EXIT.
080600     EXIT.

080700*    -------------------------------------------------------------
080800*    3520-CHECK-RUNCTL  --  THE SET WAS TAKEN THROUGH THE GATE, SO
080900*    ITS RUNCTL CAN NEVER SHOW WRITEONE IN FLIGHT.  A LATEST 'C'
081000*    ROW MEANS THE CHAIN FINISHED, SO THE CHECKPOINT MUST BE A
081100*    CLEAN FINISH, AND WRITTEN BY THAT RUN UNLESS A LATER
081200*    PARTNER MERGE HAS SINCE MOVED IT ON.
081300*    -------------------------------------------------------------
081400 3520-CHECK-RUNCTL.
081500     IF         WS-SNAP-CTL-STATUS = 'S'
081600         DISPLAY 'RESTORE REFUSED - THE SET''S RUNCTL SHOWS '
081700                 'WRITEONE STILL RUNNING' UPON CONSOLE
081800         ADD    1                   TO WS-FAULT-COUNT
081900         GO TO  3520-CHECK-RUNCTL-EXIT
082000     END-IF.
082100     IF         WS-SNAP-CTL-STATUS NOT = 'C'
082200         OR     WS-CKPT-NOT-FOUND
082300         GO TO  3520-CHECK-RUNCTL-EXIT
082400     END-IF.
082500     IF         CKPT-RUN-IS-PARTIAL
082600         DISPLAY 'RESTORE REFUSED - RUNCTL SAYS WRITEONE '
082700                 'COMPLETED BUT CKPTFILE HAS A RESTART PENDING'
082800                 UPON CONSOLE
082900         ADD    1                   TO WS-FAULT-COUNT
083000     END-IF.
083100     IF         CKPT-RUN-ID NOT = SPACES
083200         AND    WS-CTL-LAST-RUN-ID NOT = SPACES
083300         AND    CKPT-RUN-ID NOT = WS-CTL-LAST-RUN-ID
083400         AND    CKPT-RUN-ID NOT = WS-AUD-LAST-RUN-ID
083500         DISPLAY 'RESTORE REFUSED - CHECKPOINT RUN ' CKPT-RUN-ID
083600                 ' IS NOT THE LATEST COMPLETED WRITEONE RUN '
083700                 WS-CTL-LAST-RUN-ID UPON CONSOLE
083800         ADD    1                   TO WS-FAULT-COUNT
083900     END-IF.
084000 3520-CHECK-RUNCTL-EXIT.
084100     EXIT.

084200*    -------------------------------------------------------------
084300*    3600-CHECK-AUDIT-TRAIL  --  GAPRPT'S RECONCILIATION: THE SUM
084400*    OF EVERY CLEAN ROW'S AUDIT-RECORD-COUNT (WRITEONE, INBOUND,
084500*    AND AUDPURGE'S CARRIED-FORWARD BASELINE) MUST EQUAL THE
084600*    CHECKPOINT'S HIGH KEY AS OF ITS LAST CLEAN FINISH.  THE
084700*    LATEST CLEAN WRITEONE OR INBOUND ROW MUST ALSO BE THE RUN
084800*    THAT WROTE A CLEAN-FINISH CHECKPOINT, AND WHEN THAT RUN
084900*    WROTE OUTFILE'S TRAILER ITS COUNT MUST BE THE TRAILER'S.
085000*    -------------------------------------------------------------
085100 3600-CHECK-AUDIT-TRAIL.
085200     MOVE       2                   TO WS-MBR-IDX.
085300     PERFORM 2900-BUILD-MEMBER-PATH
085400         THRU 2900-BUILD-MEMBER-PATH-EXIT.
085500     OPEN       INPUT               SNAPFILE.
085600     MOVE       'OPEN AUDIT COPY'   TO WS-STATUS-WHERE.
085700     PERFORM 9100-CHECK-SNAPFILE-STATUS
085800         THRU 9100-CHECK-SNAPFILE-STATUS-EXIT.
085900     PERFORM 3610-READ-ONE-AUDIT
086000         THRU 3610-READ-ONE-AUDIT-EXIT
086100         UNTIL WS-AUD-EOF-YES.
086200     CLOSE      SNAPFILE.

086300     MOVE       WS-CKPT-HIGH-NUMB   TO WS-CKPT-RECON-NUMB.
086400     IF         WS-CKPT-FOUND
086500         AND    CKPT-RUN-IS-PARTIAL
086600         MOVE   CKPT-CHAIN-START-NUMB TO WS-CKPT-RECON-NUMB
086700     END-IF.
086800     IF         WS-AUD-EXPECTED-NUMB NOT = WS-CKPT-RECON-NUMB
086900         DISPLAY 'RESTORE REFUSED - THE AUDIT TRAIL ACCOUNTS '
087000                 'FOR ' WS-AUD-EXPECTED-NUMB ' KEYS, CKPTFILE '
087100                 'FOR ' WS-CKPT-RECON-NUMB UPON CONSOLE
087200         ADD    1                   TO WS-FAULT-COUNT
087300     END-IF.

087400     IF         WS-CKPT-NOT-FOUND
087500         OR     CKPT-RUN-IS-PARTIAL
087600         OR     CKPT-RUN-ID = SPACES
087700         OR     WS-AUD-LAST-RUN-ID = SPACES
087800         GO TO  3600-CHECK-AUDIT-TRAIL-EXIT
087900     END-IF.
088000     IF         CKPT-RUN-ID NOT = WS-AUD-LAST-RUN-ID
088100         DISPLAY 'RESTORE REFUSED - CHECKPOINT RUN ' CKPT-RUN-ID
088200                 ' IS NOT THE LATEST CLEAN AUDITFILE RUN '
088300                 WS-AUD-LAST-RUN-ID UPON CONSOLE
088400         ADD    1                   TO WS-FAULT-COUNT
088500     END-IF.
088600     IF         WS-MAN-PRESENT(7) = 'Y'
088700         AND    WS-TRAILER-SEEN
088800         AND    WS-OUT-RUN-ID = WS-AUD-LAST-RUN-ID
088900         AND    WS-AUD-LAST-COUNT NOT = WS-TRLR-COUNT
089000         DISPLAY 'RESTORE REFUSED - AUDITFILE COUNTS '
089100                 WS-AUD-LAST-COUNT ' RECORDS FOR RUN '
089200                 WS-AUD-LAST-RUN-ID ', ITS TRAILER '
089300                 WS-TRLR-COUNT UPON CONSOLE
089400         ADD    1                   TO WS-FAULT-COUNT
089500     END-IF.
089600 3600-CHECK-AUDIT-TRAIL-EXIT.
089700     EXIT.

089710*    -------------------------------------------------------------
089720*    3610-READ-ONE-AUDIT  --  READ ONE AUDIT ROW FROM THE SET.  A
089730*    CLEAN ROW ADDS ITS COUNT TO THE EXPECTED HIGH KEY; THE LAST
089740*    CLEAN ROW THAT IS NOT AN AUDPURGE CARRY-FORWARD GIVES THE
089750*    LAST RUN ID AND COUNT.
089760*    -------------------------------------------------------------
089800 3610-READ-ONE-AUDIT.
089900     READ       SNAPFILE
090000         AT END
090100             SET WS-AUD-EOF-YES     TO TRUE
090200         NOT AT END
090300             MOVE SNAPF-LINE        TO AUDIT-RECORD
090400             IF  AUDIT-RETURN-CODE NUMERIC
090500                 AND AUDIT-RETURN-CODE = ZERO
090600                 AND AUDIT-RECORD-COUNT NUMERIC
090700                 ADD AUDIT-RECORD-COUNT TO WS-AUD-EXPECTED-NUMB
090800                     ON SIZE ERROR
090900                         MOVE 90     TO WS-ABEND-STATUS
091000                         MOVE 'EXPECTED-NUMB OVERFLOW'
091100                                     TO WS-STATUS-WHERE
091200                         GO TO 9999-ABEND
091300                 END-ADD
091400                 IF  AUDIT-PROGRAM NOT = 'AUDPURGE'
091500                     MOVE AUDIT-RUN-ID TO WS-AUD-LAST-RUN-ID
091600                     MOVE AUDIT-RECORD-COUNT
091700                                    TO WS-AUD-LAST-COUNT
091800                 END-IF
091900             END-IF
092000     END-READ.
092100 3610-READ-ONE-AUDIT-EXIT.
092200     EXIT.

092300*    =============================================================
092400*    3800-CHECK-ABSENT-LIVE  --  A FILE THE SET RECORDS AS ABSENT
092500*    CANNOT BE PUT BACK, AND A LIVE COPY OF IT LEFT IN PLACE WOULD
092600*    NOT BELONG TO THE RESTORED SET: OPERATIONS MUST REMOVE IT
092700*    FIRST.
092800*    =============================================================
092900 3800-CHECK-ABSENT-LIVE.
093000     IF         WS-MAN-PRESENT(WS-MBR-IDX) NOT = 'N'
093100         GO TO  3800-CHECK-ABSENT-LIVE-EXIT
093200     END-IF.
093300     PERFORM 3100-OPEN-LIVE-INPUT
093400         THRU 3100-OPEN-LIVE-INPUT-EXIT.
093500     IF         WS-LIVE-STATUS = '35'
093600         GO TO  3800-CHECK-ABSENT-LIVE-EXIT
093700     END-IF.
093800     MOVE       'OPEN LIVE FILE'    TO WS-STATUS-WHERE.
093900     PERFORM 9000-CHECK-LIVE-STATUS
094000         THRU 9000-CHECK-LIVE-STATUS-EXIT.
094100     PERFORM 3120-CLOSE-LIVE
094200         THRU 3120-CLOSE-LIVE-EXIT.
094300     DISPLAY    'RESTORE REFUSED - THE SET HAS NO '
094400                WS-MEMBER-NAME(WS-MBR-IDX) ' BUT ONE EXISTS '
094500                'LIVE; REMOVE IT BEFORE RESTORING' UPON CONSOLE.
094600     ADD        1                   TO WS-FAULT-COUNT.
094700 3800-CHECK-ABSENT-LIVE-EXIT.
094800     EXIT.

094900*    -------------------------------------------------------------
095000*    3900-JUDGE-SET  --  ANY PROBLEM FOUND SO FAR REFUSES THE
095100*    RESTORE, WITH NOTHING WRITTEN.
095200*    -------------------------------------------------------------
095300 3900-JUDGE-SET.
095400     IF         WS-FAULT-COUNT > ZERO
095500         DISPLAY 'RESTORE REFUSED - ' WS-FAULT-COUNT
095600                 ' PROBLEM(S) WITH SET ' WS-SET-NAME
095700                 '; NOTHING WAS PUT BACK' UPON CONSOLE
095800         MOVE   90                  TO WS-ABEND-STATUS
095900         MOVE   'SNAPSHOT REFUSED'  TO WS-STATUS-WHERE
096000         GO TO  9999-ABEND
096100     END-IF.
096200 3900-JUDGE-SET-EXIT.
096300     EXIT.

096310*    -------------------------------------------------------------
096320*    3100-OPEN-LIVE-INPUT  --  OPEN WHICHEVER LIVE FILE WS-MBR-IDX
096330*    NAMES FOR INPUT, LEAVING ITS STATUS IN WS-LIVE-STATUS.
096340*    -------------------------------------------------------------
096900 3100-OPEN-LIVE-INPUT.
097000     EVALUATE TRUE
097100         WHEN WS-MBR-IS-CKPT
097200             OPEN INPUT CKPTFILE
097300             MOVE CKPT-STATUS       TO WS-LIVE-STATUS
097400         WHEN WS-MBR-IS-AUDIT
097500             OPEN INPUT AUDITFILE
097600             MOVE AUDIT-STATUS      TO WS-LIVE-STATUS
097700         WHEN WS-MBR-IS-DIGEST
097800             OPEN INPUT DIGESTFILE
097900             MOVE DIGEST-STATUS     TO WS-LIVE-STATUS
098000         WHEN WS-MBR-IS-GENCAT
098100             OPEN INPUT GENCATF
098200             MOVE GENCAT-STATUS     TO WS-LIVE-STATUS
098300         WHEN WS-MBR-IS-RUNCTL
098400             OPEN INPUT RUNCTL
098500             MOVE RUNCTL-STATUS     TO WS-LIVE-STATUS
098600         WHEN WS-MBR-IS-ALERT
098700             OPEN INPUT ALERTFILE
098800             MOVE ALERT-STATUS      TO WS-LIVE-STATUS
098900         WHEN WS-MBR-IS-OUTFILE
099000             OPEN INPUT OUTFILE
099100             MOVE OUTFILE-STATUS    TO WS-LIVE-STATUS
099200     END-EVALUATE.
099300 3100-OPEN-LIVE-INPUT-EXIT.
099400     EXIT.

099410*    -------------------------------------------------------------
099420*    3120-CLOSE-LIVE  --  CLOSE WHICHEVER LIVE FILE WS-MBR-IDX
099430*    NAMES.
099440*    -------------------------------------------------------------
099500 3120-CLOSE-LIVE.
099600     EVALUATE TRUE
099700         WHEN WS-MBR-IS-CKPT
099800             CLOSE CKPTFILE
099900         WHEN WS-MBR-IS-AUDIT
100000             CLOSE AUDITFILE
100100         WHEN WS-MBR-IS-DIGEST
100200             CLOSE DIGESTFILE
100300         WHEN WS-MBR-IS-GENCAT
100400             CLOSE GENCATF
100500         WHEN WS-MBR-IS-RUNCTL
100600             CLOSE RUNCTL
100700         WHEN WS-MBR-IS-ALERT
100800             CLOSE ALERTFILE
100900         WHEN WS-MBR-IS-OUTFILE
101000             CLOSE OUTFILE
101100     END-EVALUATE.
101200 3120-CLOSE-LIVE-EXIT.
101300     EXIT.

101400*    =============================================================
101500*    4000-MEASURE-MEMBER  --  READ ONE COPY IN THE SET (PATH IN
101600*    WS-SNAP-PATH) AND TAKE ITS MEASURES: RECORD COUNT, HIGH KEY,
101700*    LAST RUN ID AND AMOUNT HASH, AS COPYBOOK SNAPREC DEFINES
101800*    THEM FOR THAT FILE.  SNAPSHOT MEASURED THE COPY THE SAME WAY
101900*    WHEN IT WROTE THE MANIFEST, SO THE TWO PROGRAMS MUST AGREE
102000*    ON EVERY RULE HERE.
102100*    =============================================================
102200 4000-MEASURE-MEMBER.
102300     MOVE       ZEROS               TO WS-MEAS-COUNT.
102400     MOVE       ZEROS               TO WS-MEAS-HIGH-NUMB.
102500     MOVE       ZEROS               TO WS-MEAS-HASH.
102600     MOVE       SPACES              TO WS-MEAS-HIGH-KEY.
102700     MOVE       SPACES              TO WS-MEAS-RUN-ID.
102800     SET        WS-MEAS-EOF-NO      TO TRUE.

102900     IF         WS-MBR-IS-OUTFILE
103000         OPEN   INPUT               SNAPOUT
103100         MOVE   'REOPEN SNAPOUT'    TO WS-STATUS-WHERE
103200         PERFORM 9200-CHECK-SNAPOUT-STATUS
103300             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
103400         PERFORM 4070-MEASURE-ONE-OUTREC
103500             THRU 4070-MEASURE-ONE-OUTREC-EXIT
103600             UNTIL WS-MEAS-EOF-YES
103700         CLOSE  SNAPOUT
103800     ELSE
103900         OPEN   INPUT               SNAPFILE
104000         MOVE   'REOPEN SNAPFILE'   TO WS-STATUS-WHERE
104100         PERFORM 9100-CHECK-SNAPFILE-STATUS
104200             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
104300         PERFORM 4010-MEASURE-ONE-LINE
104400             THRU 4010-MEASURE-ONE-LINE-EXIT
104500             UNTIL WS-MEAS-EOF-YES
104600         CLOSE  SNAPFILE
104700     END-IF.

104800     IF         WS-MBR-IS-CKPT
104900         AND    WS-CKPT-FOUND
105000         MOVE   WS-CKPT-SAVED       TO CKPT-RECORD
105100         MOVE   CKPT-LAST-NUMB      TO WS-MEAS-HIGH-NUMB
105200         MOVE   CKPT-RUN-ID         TO WS-MEAS-RUN-ID
105300     END-IF.
105400     IF         WS-MBR-IS-CKPT
105500         OR     WS-MBR-IS-DIGEST
105600         OR     WS-MBR-IS-GENCAT
105700         OR     WS-MBR-IS-OUTFILE
105800         MOVE   WS-MEAS-HIGH-NUMB   TO WS-MEAS-KEY-NUMB
105900     END-IF.
106000 4000-MEASURE-MEMBER-EXIT.
106100     EXIT.

106110*    -------------------------------------------------------------
106120*    4010-MEASURE-ONE-LINE  --  READ ONE LINE OF THE COPY, COUNT
106130*    IT AND MEASURE IT BY THE RULE FOR ITS FILE.
106140*    -------------------------------------------------------------
106200 4010-MEASURE-ONE-LINE.
106300     READ       SNAPFILE
106400         AT END
106500             SET WS-MEAS-EOF-YES    TO TRUE
106600         NOT AT END
106700             ADD 1                  TO WS-MEAS-COUNT
106800             EVALUATE TRUE
106900                 WHEN WS-MBR-IS-CKPT
107000                     PERFORM 4100-MEASURE-CKPT
107100                         THRU 4100-MEASURE-CKPT-EXIT
107200                 WHEN WS-MBR-IS-AUDIT
107300                     PERFORM 4110-MEASURE-AUDIT
107400                         THRU 4110-MEASURE-AUDIT-EXIT
107500                 WHEN WS-MBR-IS-DIGEST
107600                     PERFORM 4120-MEASURE-DIGEST
107700                         THRU 4120-MEASURE-DIGEST-EXIT
107800                 WHEN WS-MBR-IS-GENCAT
107900                     PERFORM 4130-MEASURE-GENCAT
108000                         THRU 4130-MEASURE-GENCAT-EXIT
108100                 WHEN WS-MBR-IS-RUNCTL
108200                     PERFORM 4140-MEASURE-RUNCTL
108300                         THRU 4140-MEASURE-RUNCTL-EXIT
108400                 WHEN WS-MBR-IS-ALERT
108500                     PERFORM 4150-MEASURE-ALERT
108600                         THRU 4150-MEASURE-ALERT-EXIT
108700             END-EVALUATE
108800     END-READ.
108900 4010-MEASURE-ONE-LINE-EXIT.
109000     EXIT.

109100*    -------------------------------------------------------------
109200*    4070-MEASURE-ONE-OUTREC  --  DETAILS AND REVERSALS FEED THE
109300*    HIGH KEY AND THE AMOUNT HASH, AS CLOSEOUT COUNTS THEM; THE
109400*    TRAILER GIVES THE RUN ID AND IS KEPT FOR 3510'S PROOF.
109500*    -------------------------------------------------------------
109600 4070-MEASURE-ONE-OUTREC.
109700     READ       SNAPOUT
109800         AT END
109900             SET WS-MEAS-EOF-YES    TO TRUE
110000         NOT AT END
110100             ADD 1                  TO WS-MEAS-COUNT
110200             IF  OUTREC-IS-DETAIL
110300                 OR OUTREC-IS-REVERSAL
110400                 ADD 1              TO WS-OUT-VALUE-COUNT
110500                 IF  OUTREC-NUMB NUMERIC
110600                     AND OUTREC-NUMB > WS-MEAS-HIGH-NUMB
110700                     MOVE OUTREC-NUMB TO WS-MEAS-HIGH-NUMB
110800                 END-IF
110900                 IF  PAY-AMOUNT NUMERIC
111000                     ADD PAY-AMOUNT TO WS-MEAS-HASH
111100                         ON SIZE ERROR
111200                             MOVE 90 TO WS-ABEND-STATUS
111300                             MOVE 'AMOUNT-HASH OVERFLOW'
111400                                     TO WS-STATUS-WHERE
111500                             GO TO 9999-ABEND
111600                     END-ADD
111700                 END-IF
111800             END-IF
111900             IF  OUTREC-IS-TRAILER
112000                 SET WS-TRAILER-SEEN TO TRUE
112100                 MOVE TRLR-DETAIL-COUNT TO WS-TRLR-COUNT
112200                 MOVE OUTFILE-RECORD(16:15) TO WS-TRLR-HASH
112300                 MOVE TRLR-RUN-ID   TO WS-MEAS-RUN-ID
112400             END-IF
112500     END-READ.
112600 4070-MEASURE-ONE-OUTREC-EXIT.
112700     EXIT.

112800*    -------------------------------------------------------------
112900*    4100-MEASURE-CKPT  --  KEEP THE LATEST CHECKPOINT THAT
113000*    PARSES, THE SAME RULE WRITEONE'S OWN READ SIDE APPLIES.
113100*    -------------------------------------------------------------
113200 4100-MEASURE-CKPT.
113300     MOVE       SNAPF-LINE          TO CKPT-RECORD.
113400     IF         CKPT-LAST-NUMB NUMERIC
113500         IF    (CKPT-LINES-DONE NUMERIC
113600                    AND CKPT-CHAIN-START-NUMB NUMERIC
113700                    AND (CKPT-RUN-IS-COMPLETE
113800                        OR CKPT-RUN-IS-PARTIAL))
113900                OR (CKPT-LINES-DONE = SPACES
114000                    AND CKPT-RUN-COMPLETE = SPACE)
114100             MOVE CKPT-RECORD       TO WS-CKPT-SAVED
114200             SET  WS-CKPT-FOUND     TO TRUE
114300         END-IF
114400     END-IF.
114500 4100-MEASURE-CKPT-EXIT.
114600     EXIT.

114610*    -------------------------------------------------------------
114620*    4110-MEASURE-AUDIT  --  THE AUDIT HASH IS THE SUM OF THE
114630*    RECORD COUNTS.  THE LATEST WRITEONE ROW GIVES THE HIGH KEY'S
114640*    DATE AND TIME AND THE LAST RUN ID.
114650*    -------------------------------------------------------------
114700 4110-MEASURE-AUDIT.
114800     MOVE       SNAPF-LINE          TO AUDIT-RECORD.
114900     IF         AUDIT-RECORD-COUNT NUMERIC
115000         ADD    AUDIT-RECORD-COUNT  TO WS-MEAS-HASH
115100     END-IF.
115200     IF         AUDIT-PROGRAM = 'WRITEONE'
115300         AND    AUDIT-START-DATE NUMERIC
115400         AND    AUDIT-START-TIME NUMERIC
115500         MOVE   AUDIT-START-DATE    TO WS-MEAS-KEY-DATE
115600         MOVE   AUDIT-START-TIME    TO WS-MEAS-KEY-TIME
115700         MOVE   AUDIT-RUN-ID        TO WS-MEAS-RUN-ID
115800     END-IF.
115900 4110-MEASURE-AUDIT-EXIT.
116000     EXIT.

116010*    -------------------------------------------------------------
116020*    4120-MEASURE-DIGEST  --  KEEP THE HIGHEST OUTREC-NUMB THE
116030*    DIGEST NAMES.
116040*    -------------------------------------------------------------
116100 4120-MEASURE-DIGEST.
116200     MOVE       SNAPF-LINE          TO DIGEST-RECORD.
116300     IF         DIGEST-NUMB NUMERIC
116400         AND    DIGEST-NUMB > WS-MEAS-HIGH-NUMB
116500         MOVE   DIGEST-NUMB         TO WS-MEAS-HIGH-NUMB
116600     END-IF.
116700 4120-MEASURE-DIGEST-EXIT.
116800     EXIT.

116810*    -------------------------------------------------------------
116820*    4130-MEASURE-GENCAT  --  KEEP THE HIGHEST LAST KEY ON THE
116830*    CATALOG; THE HASH IS THE SUM OF THE DETAIL COUNTS.
116840*    -------------------------------------------------------------
116900 4130-MEASURE-GENCAT.
117000     MOVE       SNAPF-LINE          TO GEN-RECORD.
117100     IF         GEN-LAST-NUMB NUMERIC
117200         AND    GEN-LAST-NUMB > WS-MEAS-HIGH-NUMB
117300         MOVE   GEN-LAST-NUMB       TO WS-MEAS-HIGH-NUMB
117400     END-IF.
117500     IF         GEN-DETAIL-COUNT NUMERIC
117600         ADD    GEN-DETAIL-COUNT    TO WS-MEAS-HASH
117700     END-IF.
117800 4130-MEASURE-GENCAT-EXIT.
117900     EXIT.

117910*    -------------------------------------------------------------
117920*    4140-MEASURE-RUNCTL  --  THE LATEST WRITEONE ROW THAT
117930*    STARTED, COMPLETED OR WAS FORCED GIVES THE HIGH KEY'S DATE
117940*    AND TIME, THE LAST RUN ID AND THE STATUS THE SET WAS TAKEN
117950*    AT.
117960*    -------------------------------------------------------------
118000 4140-MEASURE-RUNCTL.
118100     MOVE       SNAPF-LINE          TO CTL-RECORD.
118200     IF         CTL-PROGRAM = 'WRITEONE'
118300         AND    (CTL-IS-STARTED OR CTL-IS-COMPLETE
118400                 OR CTL-IS-FORCED)
118500         MOVE   CTL-CYCLE-DATE      TO WS-MEAS-KEY-DATE
118600         MOVE   CTL-TIME            TO WS-MEAS-KEY-TIME
118700         MOVE   CTL-RUN-ID          TO WS-MEAS-RUN-ID
118800         MOVE   CTL-STATUS          TO WS-SNAP-CTL-STATUS
118900     END-IF.
119000 4140-MEASURE-RUNCTL-EXIT.
119100     EXIT.

119110*    -------------------------------------------------------------
119120*    4150-MEASURE-ALERT  --  THE LATEST ALERT THAT PARSES GIVES
119130*    THE HIGH KEY'S DATE AND TIME.
119140*    -------------------------------------------------------------
119200 4150-MEASURE-ALERT.
119300     MOVE       SNAPF-LINE          TO ALERT-RECORD.
119400     IF         ALRT-CYCLE-DATE NUMERIC
119500         AND    ALRT-TIME NUMERIC
119600         MOVE   ALRT-CYCLE-DATE     TO WS-MEAS-KEY-DATE
119700         MOVE   ALRT-TIME           TO WS-MEAS-KEY-TIME
119800     END-IF.
119900 4150-MEASURE-ALERT-EXIT.
120000     EXIT.

120100*    =============================================================
120200*    5000-RESTORE-ONE-MEMBER  --  THE SET HAS PROVED ITSELF: COPY
120300*    ONE FILE BACK OVER ITS LIVE NAME, RECORD FOR RECORD, AND
120400*    CONFIRM THE COUNT WRITTEN IS THE MANIFEST'S.
120500*    =============================================================
120600 5000-RESTORE-ONE-MEMBER.
120700     IF         WS-MAN-PRESENT(WS-MBR-IDX) NOT = 'Y'
120800         GO TO  5000-RESTORE-ONE-MEMBER-EXIT
120900     END-IF.
121000     PERFORM 2900-BUILD-MEMBER-PATH
121100         THRU 2900-BUILD-MEMBER-PATH-EXIT.
121200     MOVE       ZERO                TO WS-COPIED-COUNT.
121300     SET        WS-COPY-EOF-NO      TO TRUE.

121400     IF         WS-MBR-IS-OUTFILE
121500         OPEN   INPUT               SNAPOUT
121600         MOVE   'OPEN SNAPOUT'      TO WS-STATUS-WHERE
121700         PERFORM 9200-CHECK-SNAPOUT-STATUS
121800             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
121900     ELSE
122000         OPEN   INPUT               SNAPFILE
122100         MOVE   'OPEN SNAPFILE'     TO WS-STATUS-WHERE
122200         PERFORM 9100-CHECK-SNAPFILE-STATUS
122300             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
122400     END-IF.

122500     PERFORM 5100-OPEN-LIVE-OUTPUT
122600         THRU 5100-OPEN-LIVE-OUTPUT-EXIT.
122700     MOVE       'OPEN LIVE OUTPUT'  TO WS-STATUS-WHERE.
122800     PERFORM 9000-CHECK-LIVE-STATUS
122900         THRU 9000-CHECK-LIVE-STATUS-EXIT.

123000     PERFORM 5010-RESTORE-ONE-RECORD
123100         THRU 5010-RESTORE-ONE-RECORD-EXIT
123200         UNTIL WS-COPY-EOF-YES.

123300     PERFORM 3120-CLOSE-LIVE
123400         THRU 3120-CLOSE-LIVE-EXIT.
123500     IF         WS-MBR-IS-OUTFILE
123600         CLOSE  SNAPOUT
123700     ELSE
123800         CLOSE  SNAPFILE
123900     END-IF.

124000     IF         WS-COPIED-COUNT NOT = WS-MAN-COUNT(WS-MBR-IDX)
124100         DISPLAY 'RESTORE - ' WS-MEMBER-NAME(WS-MBR-IDX)
124200                 ' WAS PUT BACK WITH ' WS-COPIED-COUNT
124300                 ' RECORDS, NOT ' WS-MAN-COUNT(WS-MBR-IDX)
124400                 '; THE FILES BEFORE IT ARE ALREADY BACK - '
124500                 'RERUN THE RESTORE' UPON CONSOLE
124600         MOVE   90                  TO WS-ABEND-STATUS
124700         MOVE   'RESTORE SHORT'     TO WS-STATUS-WHERE
124800         GO TO  9999-ABEND
124900     END-IF.
125000     ADD        1                   TO WS-RESTORED-FILES.
125100     ADD        WS-COPIED-COUNT     TO WS-RESTORED-RECORDS.
125200     DISPLAY    'Restored        ' WS-MEMBER-NAME(WS-MBR-IDX)
125300                ' ' WS-MAN-COUNT(WS-MBR-IDX) ' records'
125400                 UPON CONSOLE.
125500 5000-RESTORE-ONE-MEMBER-EXIT.
125600     EXIT.

125610*    -------------------------------------------------------------
125620*    5010-RESTORE-ONE-RECORD  --  READ ONE RECORD OF THE COPY AND
125630*    WRITE IT TO THE LIVE FILE.
125640*    -------------------------------------------------------------
125700 5010-RESTORE-ONE-RECORD.
125800     MOVE       SPACES              TO WS-LIVE-LINE.
125900     IF         WS-MBR-IS-OUTFILE
126000         READ   SNAPOUT
126100             AT END
126200                 SET WS-COPY-EOF-YES TO TRUE
126300             NOT AT END
126400                 MOVE OUTFILE-RECORD TO WS-LIVE-LINE
126500         END-READ
126600     ELSE
126700         READ   SNAPFILE
126800             AT END
126900                 SET WS-COPY-EOF-YES TO TRUE
127000             NOT AT END
127100                 MOVE SNAPF-LINE    TO WS-LIVE-LINE
127200         END-READ
127300     END-IF.
127400     IF         WS-COPY-EOF-YES
127500         GO TO  5010-RESTORE-ONE-RECORD-EXIT
127600     END-IF.
127700     PERFORM 5110-WRITE-LIVE
127800         THRU 5110-WRITE-LIVE-EXIT.
127900     MOVE       'WRITE LIVE FILE'   TO WS-STATUS-WHERE.
128000     PERFORM 9000-CHECK-LIVE-STATUS
128100         THRU 9000-CHECK-LIVE-STATUS-EXIT.
128200     ADD        1                   TO WS-COPIED-COUNT.
128300 5010-RESTORE-ONE-RECORD-EXIT.
128400     EXIT.

128410*    -------------------------------------------------------------
128420*    5100-OPEN-LIVE-OUTPUT  --  OPEN WHICHEVER LIVE FILE WS-MBR-
128430*    IDX NAMES FOR OUTPUT, LEAVING ITS STATUS IN WS-LIVE-STATUS.
128440*    -------------------------------------------------------------
129000 5100-OPEN-LIVE-OUTPUT.
129100     EVALUATE TRUE
129200         WHEN WS-MBR-IS-CKPT
129300             OPEN OUTPUT CKPTFILE
129400             MOVE CKPT-STATUS       TO WS-LIVE-STATUS
129500         WHEN WS-MBR-IS-AUDIT
129600             OPEN OUTPUT AUDITFILE
129700             MOVE AUDIT-STATUS      TO WS-LIVE-STATUS
129800         WHEN WS-MBR-IS-DIGEST
129900             OPEN OUTPUT DIGESTFILE
130000             MOVE DIGEST-STATUS     TO WS-LIVE-STATUS
130100         WHEN WS-MBR-IS-GENCAT
130200             OPEN OUTPUT GENCATF
130300             MOVE GENCAT-STATUS     TO WS-LIVE-STATUS
130400         WHEN WS-MBR-IS-RUNCTL
130500             OPEN OUTPUT RUNCTL
130600             MOVE RUNCTL-STATUS     TO WS-LIVE-STATUS
130700         WHEN WS-MBR-IS-ALERT
130800             OPEN OUTPUT ALERTFILE
130900             MOVE ALERT-STATUS      TO WS-LIVE-STATUS
131000         WHEN WS-MBR-IS-OUTFILE
131100             OPEN OUTPUT OUTFILE
131200             MOVE OUTFILE-STATUS    TO WS-LIVE-STATUS
131300     END-EVALUATE.
131400 5100-OPEN-LIVE-OUTPUT-EXIT.
131500     EXIT.

131510*    -------------------------------------------------------------
131520*    5110-WRITE-LIVE  --  WRITE WS-LIVE-LINE TO WHICHEVER LIVE
131530*    FILE WS-MBR-IDX NAMES, LEAVING ITS STATUS IN WS-LIVE-STATUS.
131540*    -------------------------------------------------------------
131600 5110-WRITE-LIVE.
131700     EVALUATE TRUE
131800         WHEN WS-MBR-IS-CKPT
131900             MOVE WS-LIVE-LINE      TO LIVE-CKPT-LINE
132000             WRITE LIVE-CKPT-LINE
132100             MOVE CKPT-STATUS       TO WS-LIVE-STATUS
132200         WHEN WS-MBR-IS-AUDIT
132300             MOVE WS-LIVE-LINE      TO LIVE-AUDIT-LINE
132400             WRITE LIVE-AUDIT-LINE
132500             MOVE AUDIT-STATUS      TO WS-LIVE-STATUS
132600         WHEN WS-MBR-IS-DIGEST
132700             MOVE WS-LIVE-LINE      TO LIVE-DIGEST-LINE
132800             WRITE LIVE-DIGEST-LINE
132900             MOVE DIGEST-STATUS     TO WS-LIVE-STATUS
133000         WHEN WS-MBR-IS-GENCAT
133100             MOVE WS-LIVE-LINE      TO LIVE-GENCAT-LINE
133200             WRITE LIVE-GENCAT-LINE
133300             MOVE GENCAT-STATUS     TO WS-LIVE-STATUS
133400         WHEN WS-MBR-IS-RUNCTL
133500             MOVE WS-LIVE-LINE      TO LIVE-CTL-LINE
133600             WRITE LIVE-CTL-LINE
133700             MOVE RUNCTL-STATUS     TO WS-LIVE-STATUS
133800         WHEN WS-MBR-IS-ALERT
133900             MOVE WS-LIVE-LINE      TO LIVE-ALERT-LINE
134000             WRITE LIVE-ALERT-LINE
134100             MOVE ALERT-STATUS      TO WS-LIVE-STATUS
134200         WHEN WS-MBR-IS-OUTFILE
134300             MOVE WS-LIVE-LINE(1:61) TO LIVE-OUT-RECORD
134400             WRITE LIVE-OUT-RECORD
134500             MOVE OUTFILE-STATUS    TO WS-LIVE-STATUS
134600     END-EVALUATE.
134700 5110-WRITE-LIVE-EXIT.
134800     EXIT.

134900*    =============================================================
135000*    8000-TERMINATE  --  SUMMARIZE THE RESTORE.
135100*    =============================================================
135200 8000-TERMINATE.
135300     DISPLAY    'Snapshot set    ' WS-SET-NAME      UPON CONSOLE.
135400     DISPLAY    'Files restored  ' WS-RESTORED-FILES
135500                 UPON CONSOLE.
135600     DISPLAY    'Records written ' WS-RESTORED-RECORDS
135700                 UPON CONSOLE.
135800     DISPLAY    'Bye COBOL'         UPON CONSOLE.
135900 8000-TERMINATE-EXIT.
136000     EXIT.

136100*    -------------------------------------------------------------
136200*    9000-CHECK-LIVE-STATUS  --  A LIVE FILE THAT CANNOT BE OPENED
136300*    OR WRITTEN CANNOT BE PUT BACK FAITHFULLY, SO ABEND.
136400*    -------------------------------------------------------------
136500 9000-CHECK-LIVE-STATUS.
136600     IF         WS-LIVE-STATUS NOT = ZERO
136700         MOVE   WS-LIVE-STATUS      TO WS-ABEND-STATUS
136800         GO TO  9999-ABEND
136900     END-IF.
137000 9000-CHECK-LIVE-STATUS-EXIT.
137100     EXIT.

137200*    -------------------------------------------------------------
137300*    9100-CHECK-SNAPFILE-STATUS  --  A COPY THAT CANNOT BE READ
137400*    WHOLE CANNOT BE VOUCHED FOR, SO ABEND.
137600*    -------------------------------------------------------------
137700 9100-CHECK-SNAPFILE-STATUS.
137800     IF         SNAPFILE-STATUS NOT = ZERO
137900         MOVE   SNAPFILE-STATUS     TO WS-ABEND-STATUS
138000         GO TO  9999-ABEND
138100     END-IF.
138200 9100-CHECK-SNAPFILE-STATUS-EXIT.
138300     EXIT.

138310*    -------------------------------------------------------------
138320*    9200-CHECK-SNAPOUT-STATUS  --  THE SAME RULE FOR THE OUTFILE
138330*    COPY, WHICH IS READ THROUGH ITS OWN RECORD LAYOUT.
138340*    -------------------------------------------------------------
138400 9200-CHECK-SNAPOUT-STATUS.
138500     IF         SNAPOUT-STATUS NOT = ZERO
138600         MOVE   SNAPOUT-STATUS      TO WS-ABEND-STATUS
138700         GO TO  9999-ABEND
138800     END-IF.
138900 9200-CHECK-SNAPOUT-STATUS-EXIT.
139000     EXIT.

139100*    -------------------------------------------------------------
139200*    9500-CHECK-RUNCTL-STATUS  --  CALLED ONLY WHEN RUNCTL-STATUS
139300*    IS SOMETHING OTHER THAN '35' (MISSING), SO ANY NON-ZERO
139400*    STATUS HERE IS A REAL FAILURE ON A GATE THAT DOES EXIST.
139500*    -------------------------------------------------------------
139600 9500-CHECK-RUNCTL-STATUS.
139700     IF         RUNCTL-STATUS NOT = ZERO
139800         MOVE   RUNCTL-STATUS       TO WS-ABEND-STATUS
139900         GO TO  9999-ABEND
140000     END-IF.
140100 9500-CHECK-RUNCTL-STATUS-EXIT.
140200     EXIT.

140300*    -------------------------------------------------------------
140400*    9700-CHECK-SNAPNAME-STATUS  --  CALLED ONLY WHEN SNAPNAME-
140500*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
140600*    -------------------------------------------------------------
140700 9700-CHECK-SNAPNAME-STATUS.
140800     IF         SNAPNAME-STATUS NOT = ZERO
140900         MOVE   SNAPNAME-STATUS     TO WS-ABEND-STATUS
141000         GO TO  9999-ABEND
141100     END-IF.
141200 9700-CHECK-SNAPNAME-STATUS-EXIT.
141300     EXIT.

141400*    -------------------------------------------------------------
141500*    9800-CHECK-SNAPMAN-STATUS  --  CALLED ONLY WHEN SNAPMAN-
141600*    STATUS IS SOMETHING OTHER THAN '35' (NO MANIFEST).
141700*    -------------------------------------------------------------
141800 9800-CHECK-SNAPMAN-STATUS.
141900     IF         SNAPMAN-STATUS NOT = ZERO
142000         MOVE   SNAPMAN-STATUS      TO WS-ABEND-STATUS
142100         GO TO  9999-ABEND
142200     END-IF.
142300 9800-CHECK-SNAPMAN-STATUS-EXIT.
142400     EXIT.

142500*    =============================================================
142600*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
142700*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
142800*    =============================================================
142900 9999-ABEND.
143000     DISPLAY    'RESTORE ABEND - STATUS ' WS-ABEND-STATUS
143100                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
143200     MOVE       16                  TO RETURN-CODE.
143300     STOP RUN.
