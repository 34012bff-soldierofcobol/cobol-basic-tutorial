000100*****************************************************************
000200* PROGRAM      : SNAPSHOT
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  THE CONTROL FILES WERE
001000*                    ONLY EVER BACKED UP ONE BY ONE, SO AFTER A
001100*                    DISK OR OPERATOR ACCIDENT NOBODY COULD SAY
001200*                    WHICH CKPTFILE BELONGED WITH WHICH AUDITFILE,
001300*                    DIGESTFILE, GENCATF, RUNCTL AND ALERTFILE -
001400*                    AND A MISMATCHED SET LETS WRITEONE RE-ISSUE
001500*                    OUTREC-NUMBS OR MAKES READONE FLAG EVERY
001600*                    RECORD AS A DUPLICATE.  SNAPSHOT TAKES THEM
001700*                    TOGETHER WITH THE LIVE OUTFILE AS ONE NAMED
001800*                    SET: THE RUNCTL GATE IS CHECKED FIRST, SO
001900*                    NOTHING IS COPIED WHILE WRITEONE IS WRITING,
002000*                    THEN EACH FILE IS COPIED TO <SET>.<FILE>,
002100*                    THE COPY IS READ BACK AND MEASURED (RECORD
002200*                    COUNT, HIGH KEY, LAST RUN ID, AMOUNT HASH),
002300*                    AND THE MEASURES GO TO <SET>.MANIFEST
002400*                    (COPYBOOK SNAPREC).  THE MANIFEST'S END ROW
002500*                    IS WRITTEN LAST, SO A SET WHOSE RUN DID NOT
002600*                    FINISH IS VISIBLY PARTIAL.  A SET NAME
002700*                    ALREADY USED IS REFUSED.  RESTORE PUTS A SET
002800*                    BACK.
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100     PROGRAM-ID.               SNAPSHOT.
003200     AUTHOR.                   SOLDIER OF COBOL.
003300     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003400     DATE-WRITTEN.             2026-10-15.
003500     DATE-COMPILED.

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900*    -------------------------------------------------------------
004000*    THE LIVE FILES BEING TAKEN.  EACH IS READ AS PLAIN LINES (OR
004100*    61-BYTE RECORDS FOR OUTFILE) AND COPIED AS IT STANDS; ANY
004200*    OF THEM BUT RUNCTL MAY BE ABSENT (STATUS 35 AT OPEN).
004300*    -------------------------------------------------------------
004400     SELECT CKPTFILE
004500         ASSIGN EXTERNAL   CKPTFILE
004600         ORGANIZATION      LINE SEQUENTIAL
004700         FILE STATUS       CKPT-STATUS.

004800     SELECT AUDITFILE
004900         ASSIGN EXTERNAL   AUDITFILE
005000         ORGANIZATION      LINE SEQUENTIAL
005100         FILE STATUS       AUDIT-STATUS.

005200     SELECT DIGESTFILE
005300         ASSIGN EXTERNAL   DIGESTFILE
005400         ORGANIZATION      LINE SEQUENTIAL
005500         FILE STATUS       DIGEST-STATUS.

005600     SELECT GENCATF
005700         ASSIGN EXTERNAL   GENCATF
005800         ORGANIZATION      LINE SEQUENTIAL
005900         FILE STATUS       GENCAT-STATUS.

006000     SELECT RUNCTL
006100         ASSIGN EXTERNAL   RUNCTL
006200         ORGANIZATION      LINE SEQUENTIAL
006300         FILE STATUS       RUNCTL-STATUS.

006400     SELECT ALERTFILE
006500         ASSIGN EXTERNAL   ALERTFILE
006600         ORGANIZATION      LINE SEQUENTIAL
006700         FILE STATUS       ALERT-STATUS.

006800     SELECT OUTFILE
006900         ASSIGN EXTERNAL   OUTFILE
007000         ORGANIZATION      SEQUENTIAL
007100         FILE STATUS       OUTFILE-STATUS.

007200*    -------------------------------------------------------------
007300*    SNAPNAME  --  REQUIRED PARAMETER FILE CARRYING THE NAME OF
007400*    THE SET BEING TAKEN (A PATH PREFIX WITHOUT EMBEDDED SPACES).
007500*    -------------------------------------------------------------
007600     SELECT SNAPNAME
007700         ASSIGN EXTERNAL   SNAPNAME
007800         ORGANIZATION      LINE SEQUENTIAL
007900         FILE STATUS       SNAPNAME-STATUS.

008000*    -------------------------------------------------------------
008100*    SNAPMAN, SNAPFILE AND SNAPOUT  --  THE SET'S MANIFEST AND
008200*    COPIES, DYNAMICALLY ASSIGNED TO <SET>.MANIFEST AND
008300*    <SET>.<FILE>.  OUTFILE'S COPY KEEPS ITS FIXED 61-BYTE
008400*    RECORDS; EVERY OTHER COPY IS LINE SEQUENTIAL.
008500*    -------------------------------------------------------------
008600     SELECT SNAPMAN
008700         ASSIGN DYNAMIC     WS-MAN-PATH
008800         ORGANIZATION      LINE SEQUENTIAL
008900         FILE STATUS       SNAPMAN-STATUS.

009000     SELECT SNAPFILE
009100         ASSIGN DYNAMIC     WS-SNAP-PATH
009200         ORGANIZATION      LINE SEQUENTIAL
009300         FILE STATUS       SNAPFILE-STATUS.

009400     SELECT SNAPOUT
009500         ASSIGN DYNAMIC     WS-SNAP-PATH
009600         ORGANIZATION      SEQUENTIAL
009700         FILE STATUS       SNAPOUT-STATUS.

009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CKPTFILE
010100     DATA RECORD           LIVE-CKPT-LINE.
010200 01  LIVE-CKPT-LINE         PIC X(132).

010300 FD  AUDITFILE
010400     DATA RECORD           LIVE-AUDIT-LINE.
010500 01  LIVE-AUDIT-LINE        PIC X(132).

010600 FD  DIGESTFILE
010700     DATA RECORD           LIVE-DIGEST-LINE.
010800 01  LIVE-DIGEST-LINE       PIC X(132).

010900 FD  GENCATF
011000     DATA RECORD           LIVE-GENCAT-LINE.
011100 01  LIVE-GENCAT-LINE       PIC X(132).

011200 FD  RUNCTL
011300     DATA RECORD           LIVE-CTL-LINE.
011400 01  LIVE-CTL-LINE          PIC X(132).

011500 FD  ALERTFILE
011600     DATA RECORD           LIVE-ALERT-LINE.
011700 01  LIVE-ALERT-LINE        PIC X(132).

011800 FD  OUTFILE
011900     RECORD CONTAINS       61 CHARACTERS.
012000 01  LIVE-OUT-RECORD        PIC X(61).

012100 FD  SNAPNAME
012200     DATA RECORD           SNAPNAME-RECORD.
012300 01  SNAPNAME-RECORD.
012400     10  SNAPNAME-NAME      PIC X(32).

012500 FD  SNAPMAN
012600     DATA RECORD           SNAP-RECORD.
012700     COPY SNAPREC.

012800 FD  SNAPFILE
012900     DATA RECORD           SNAPF-LINE.
013000 01  SNAPF-LINE             PIC X(132).

013100 FD  SNAPOUT
013200     RECORD CONTAINS       61 CHARACTERS.
013300     COPY OUTREC.

013400 WORKING-STORAGE SECTION.

013500*    -------------------------------------------------------------
013600*    FILE STATUS FIELDS
013700*    -------------------------------------------------------------
013800 77  CKPT-STATUS            PIC 99 VALUE ZEROS.
013900 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
014000 77  DIGEST-STATUS          PIC 99 VALUE ZEROS.
014100 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
014200 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
014300 77  ALERT-STATUS           PIC 99 VALUE ZEROS.
014400 77  OUTFILE-STATUS         PIC 99 VALUE ZEROS.
014500 77  SNAPNAME-STATUS        PIC 99 VALUE ZEROS.
014600 77  SNAPMAN-STATUS         PIC 99 VALUE ZEROS.
014700 77  SNAPFILE-STATUS        PIC 99 VALUE ZEROS.
014800 77  SNAPOUT-STATUS         PIC 99 VALUE ZEROS.

014900*    -------------------------------------------------------------
015000*    END-OF-FILE SWITCHES
015100*    -------------------------------------------------------------
015200 77  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
015300     88  WS-CTL-EOF-YES               VALUE 'Y'.

015400 77  WS-LIVE-EOF-SWITCH     PIC X(01) VALUE 'N'.
015500     88  WS-LIVE-EOF-YES              VALUE 'Y'.
015600     88  WS-LIVE-EOF-NO               VALUE 'N'.

015700 77  WS-MEAS-EOF-SWITCH     PIC X(01) VALUE 'N'.
015800     88  WS-MEAS-EOF-YES              VALUE 'Y'.
015900     88  WS-MEAS-EOF-NO               VALUE 'N'.

016000*    -------------------------------------------------------------
016100*    THE FILES OF A SET, IN MANIFEST ORDER.  WS-MBR-IDX SAYS WHICH
016200*    ONE IS BEING WORKED ON.
016300*    -------------------------------------------------------------
016400 01  WS-MEMBER-NAMES.
016500     05  FILLER             PIC X(10) VALUE 'CKPTFILE'.
016600     05  FILLER             PIC X(10) VALUE 'AUDITFILE'.
016700     05  FILLER             PIC X(10) VALUE 'DIGESTFILE'.
016800     05  FILLER             PIC X(10) VALUE 'GENCATF'.
016900     05  FILLER             PIC X(10) VALUE 'RUNCTL'.
017000     05  FILLER             PIC X(10) VALUE 'ALERTFILE'.
017100     05  FILLER             PIC X(10) VALUE 'OUTFILE'.
017200 01  WS-MEMBER-TABLE REDEFINES WS-MEMBER-NAMES.
017300     05  WS-MEMBER-NAME     OCCURS 7 TIMES
017400                            PIC X(10).

017500 77  WS-MEMBER-MAX          PIC 9(02) COMP VALUE 7.
017600 77  WS-MBR-IDX             PIC 9(02) COMP VALUE ZERO.
017700     88  WS-MBR-IS-CKPT               VALUE 1.
017800     88  WS-MBR-IS-AUDIT              VALUE 2.
017900     88  WS-MBR-IS-DIGEST             VALUE 3.
018000     88  WS-MBR-IS-GENCAT             VALUE 4.
018100     88  WS-MBR-IS-RUNCTL             VALUE 5.
018200     88  WS-MBR-IS-ALERT              VALUE 6.
018300     88  WS-MBR-IS-OUTFILE            VALUE 7.

018400*    -------------------------------------------------------------
018500*    THE SET BEING TAKEN
018600*    -------------------------------------------------------------
018700 77  WS-SET-NAME            PIC X(32) VALUE SPACES.
018800 77  WS-MAN-PATH            PIC X(60) VALUE SPACES.
018900 77  WS-SNAP-PATH           PIC X(60) VALUE SPACES.
019000 77  WS-TAKEN-DATE          PIC 9(08) VALUE ZEROS.
019100 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.
019200 77  WS-MEMBER-ROWS         PIC 9(02) COMP VALUE ZERO.
019300 77  WS-TOTAL-RECORDS       PIC 9(10) COMP VALUE ZERO.

019400*    -------------------------------------------------------------
019500*    COPY WORK AREAS -- WS-LIVE-LINE HOLDS THE RECORD JUST READ
019600*    FROM WHICHEVER LIVE FILE IS BEING COPIED.
019700*    -------------------------------------------------------------
019800 77  WS-LIVE-STATUS         PIC 99 VALUE ZEROS.
019900 77  WS-LIVE-LINE           PIC X(132) VALUE SPACES.
020000 77  WS-COPIED-COUNT        PIC 9(08) COMP VALUE ZERO.

020100 77  WS-LIVE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
020200     88  WS-LIVE-FOUND                VALUE 'Y'.
020300     88  WS-LIVE-NOT-FOUND            VALUE 'N'.

020400*    -------------------------------------------------------------
020500*    MEASURES OF ONE COPY, AS THE MANIFEST CARRIES THEM (SEE
020600*    COPYBOOK SNAPREC FOR WHAT EACH MEANS FILE BY FILE).  THE
020700*    HIGH KEY IS EITHER A SIX-DIGIT KEY OR A DATE AND TIME.
020800*    -------------------------------------------------------------
020900 77  WS-MEAS-COUNT          PIC 9(08) VALUE ZEROS.
021000 77  WS-MEAS-HIGH-NUMB      PIC 9(06) VALUE ZEROS.
021100 77  WS-MEAS-RUN-ID         PIC X(16) VALUE SPACES.
021200 77  WS-MEAS-HASH           PIC 9(13)V99 VALUE ZEROS.

021300 01  WS-MEAS-HIGH-KEY       PIC X(16) VALUE SPACES.
021400 01  WS-MEAS-KEY-BY-NUMB REDEFINES WS-MEAS-HIGH-KEY.
021500     10  WS-MEAS-KEY-NUMB   PIC 9(06).
021600     10  FILLER             PIC X(10).
021700 01  WS-MEAS-KEY-BY-STAMP REDEFINES WS-MEAS-HIGH-KEY.
021800     10  WS-MEAS-KEY-DATE   PIC 9(08).
021900     10  WS-MEAS-KEY-TIME   PIC 9(06).
022000     10  FILLER             PIC X(02).

022100*    -------------------------------------------------------------
022200*    WHAT THE MEASURING PASS KEEPS ABOUT THE SET AS A WHOLE: THE
022300*    LATEST CHECKPOINT, THE LATEST WRITEONE ROW ON RUNCTL, AND
022400*    OUTFILE'S TRAILER.
022500*    -------------------------------------------------------------
022600 77  WS-CKPT-FOUND-SWITCH   PIC X(01) VALUE 'N'.
022700     88  WS-CKPT-FOUND                VALUE 'Y'.
022800     88  WS-CKPT-NOT-FOUND            VALUE 'N'.

022900 77  WS-CKPT-SAVED          PIC X(56) VALUE SPACES.
023000 77  WS-SNAP-CTL-STATUS     PIC X(01) VALUE SPACE.
023100 77  WS-OUT-VALUE-COUNT     PIC 9(08) VALUE ZEROS.

023200 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
023300     88  WS-TRAILER-SEEN              VALUE 'Y'.
023400     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

023500 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
023600 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
023700 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
023800                            PIC 9(13)V99.

023900*    -------------------------------------------------------------
024000*    RUN-CONTROL GATE WORK AREAS -- WS-GATE-STATUS IS THE STATUS
024100*    BYTE OF THE LATEST WRITEONE ROW ON RUNCTL.
024200*    -------------------------------------------------------------
024300 77  WS-GATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
024400     88  WS-GATE-FOUND                VALUE 'Y'.
024500     88  WS-GATE-NOT-FOUND            VALUE 'N'.

024600 77  WS-GATE-STATUS         PIC X(01) VALUE SPACE.
024700 77  WS-GATE-CYCLE-DATE     PIC 9(08) VALUE ZEROS.
024800 77  WS-GATE-RUN-ID         PIC X(16) VALUE SPACES.

024900*    -------------------------------------------------------------
025000*    RECORD LAYOUTS OF THE LINE-SEQUENTIAL FILES, LAID OVER EACH
025100*    LINE AS IT IS MEASURED.  CHECKPOINT, AUDIT AND DIGEST ROWS
025200*    HAVE NO SHARED COPYBOOK (WRITEONE, READONE AND THE OTHERS
025300*    DEFINE THEM LOCALLY), SO THOSE LAYOUTS ARE REPEATED HERE.
025400*    -------------------------------------------------------------
025500 01  CKPT-RECORD.
025600     10  CKPT-LAST-NUMB     PIC 9(06).
025700     10  FILLER             PIC X(01).
025800     10  CKPT-LINES-DONE    PIC 9(06).
025900     10  FILLER             PIC X(01).
026000     10  CKPT-RUN-COMPLETE  PIC X(01).
026100         88  CKPT-RUN-IS-COMPLETE      VALUE 'Y'.
026200         88  CKPT-RUN-IS-PARTIAL       VALUE 'N'.
026300     10  FILLER             PIC X(01).
026400     10  CKPT-CHAIN-START-NUMB PIC 9(06).
026500     10  FILLER             PIC X(01).
026600     10  CKPT-RUN-ID        PIC X(16).
026700     10  FILLER             PIC X(01).
026800     10  CKPT-CHAIN-ID      PIC X(16).

026900 01  AUDIT-RECORD.
027000     10  AUDIT-PROGRAM      PIC X(08).
027100     10  FILLER             PIC X(01).
027200     10  AUDIT-START-DATE   PIC 9(08).
027300     10  FILLER             PIC X(01).
027400     10  AUDIT-START-TIME   PIC 9(06).
027500     10  FILLER             PIC X(01).
027600     10  AUDIT-END-DATE     PIC 9(08).
027700     10  FILLER             PIC X(01).
027800     10  AUDIT-END-TIME     PIC 9(06).
027900     10  FILLER             PIC X(01).
028000     10  AUDIT-OPEN-STATUS  PIC 99.
028100     10  FILLER             PIC X(01).
028200     10  AUDIT-WRITE-STATUS PIC 99.
028300     10  FILLER             PIC X(01).
028400     10  AUDIT-CLOSE-STATUS PIC 99.
028500     10  FILLER             PIC X(01).
028600     10  AUDIT-RETURN-CODE  PIC 9(03).
028700     10  FILLER             PIC X(01).
028800     10  AUDIT-RECORD-COUNT PIC 9(06).
028900     10  FILLER             PIC X(01).
029000     10  AUDIT-REJECT-COUNT PIC 9(06).
029100     10  FILLER             PIC X(01).
029200     10  AUDIT-RUN-ID       PIC X(16).
029300     10  FILLER             PIC X(01).
029400     10  AUDIT-CHAIN-ID     PIC X(16).

029500 01  DIGEST-RECORD.
029600     10  DIGEST-NUMB        PIC 9(06).
029700     10  FILLER             PIC X(01).
029800     10  DIGEST-DATA        PIC X(40).

029900     COPY GENREC.

030000     COPY CTLREC.

030100     COPY ALERTREC.

030200*    -------------------------------------------------------------
030300*    FILE STATUS-CHECK WORK AREA
030400*    -------------------------------------------------------------
030500 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
030600 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

030700 PROCEDURE DIVISION.

030800*    =============================================================
030900*    0000-MAINLINE-CONTROL
031000*    =============================================================
031100 0000-MAINLINE-CONTROL.
031200     PERFORM 1000-INITIALIZE
031300         THRU 1000-INITIALIZE-EXIT.

031400     PERFORM 2000-TAKE-ONE-MEMBER
031500         THRU 2000-TAKE-ONE-MEMBER-EXIT
031600         VARYING WS-MBR-IDX FROM 1 BY 1
031700         UNTIL WS-MBR-IDX > WS-MEMBER-MAX.

031800     PERFORM 6000-CLOSE-MANIFEST
031900         THRU 6000-CLOSE-MANIFEST-EXIT.

032000     PERFORM 8000-TERMINATE
032100         THRU 8000-TERMINATE-EXIT.

032200     STOP RUN.

032300*    =============================================================
032400*    1000-INITIALIZE  --  GATE ON RUN CONTROL, READ THE REQUIRED
032500*    SET NAME AND CLAIM IT BY STARTING ITS MANIFEST.
032600*    =============================================================
032700 1000-INITIALIZE.
032800     DISPLAY    'Hello COBOL'       UPON CONSOLE.

032900     PERFORM 1500-CHECK-RUN-CONTROL
033000         THRU 1500-CHECK-RUN-CONTROL-EXIT.

033100     PERFORM 1100-READ-SNAPNAME
033200         THRU 1100-READ-SNAPNAME-EXIT.

033300     PERFORM 1200-START-MANIFEST
033400         THRU 1200-START-MANIFEST-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.

033700*    -------------------------------------------------------------
033800*    1100-READ-SNAPNAME  --  THE SET NAME IS MANDATORY: A MISSING,
033900*    EMPTY OR BLANK SNAPNAME ABENDS, THE SAME RULE CLOSEOUT
034000*    APPLIES TO GENNAME.
034100*    -------------------------------------------------------------
034200 1100-READ-SNAPNAME.
034300     OPEN       INPUT               SNAPNAME.
034400     IF         SNAPNAME-STATUS = '35'
034500         MOVE   35                  TO WS-ABEND-STATUS
034600         MOVE   'SNAPNAME MISSING'  TO WS-STATUS-WHERE
034700         GO TO  9999-ABEND
034800     END-IF.
034900     MOVE       'OPEN SNAPNAME'     TO WS-STATUS-WHERE.
035000     PERFORM 9700-CHECK-SNAPNAME-STATUS
035100         THRU 9700-CHECK-SNAPNAME-STATUS-EXIT.

035200     READ       SNAPNAME
035300         AT END
035400             MOVE 90             TO WS-ABEND-STATUS
035500             MOVE 'SNAPNAME EMPTY' TO WS-STATUS-WHERE
035600             GO TO 9999-ABEND
035700     END-READ.
035800     IF         SNAPNAME-NAME = SPACES
035900         MOVE   90                  TO WS-ABEND-STATUS
036000         MOVE   'SNAPNAME BLANK'    TO WS-STATUS-WHERE
036100         GO TO  9999-ABEND
036200     END-IF.
036300     MOVE       SNAPNAME-NAME       TO WS-SET-NAME.
036400     CLOSE      SNAPNAME.
036500     DISPLAY    'Taking snapshot set ' WS-SET-NAME
036600                 UPON CONSOLE.
036700 1100-READ-SNAPNAME-EXIT.
036800     EXIT.

036900*    -------------------------------------------------------------
037000*    1200-START-MANIFEST  --  A SET NAME IS NEVER REUSED: IF ITS
037100*    MANIFEST ALREADY EXISTS (EVEN A PARTIAL ONE) THE RUN IS
037200*    REFUSED BEFORE ANYTHING IS COPIED.  OTHERWISE THE MANIFEST
037300*    IS CREATED AND ITS HEADER ROW WRITTEN; IT STAYS OPEN WHILE
037400*    THE FILES ARE TAKEN.
037500*    -------------------------------------------------------------
037600 1200-START-MANIFEST.
037700     MOVE       SPACES              TO WS-MAN-PATH.
037800     STRING     WS-SET-NAME         DELIMITED BY SPACE
037900                '.MANIFEST'         DELIMITED BY SIZE
038000                                    INTO WS-MAN-PATH.

038100     OPEN       INPUT               SNAPMAN.
038200     IF         SNAPMAN-STATUS NOT = '35'
038300         CLOSE  SNAPMAN
038400         DISPLAY 'SNAPSHOT REFUSED - SET ' WS-SET-NAME
038500                 ' ALREADY EXISTS; CHOOSE A NEW NAME'
038600                 UPON CONSOLE
038700         MOVE   90                  TO WS-ABEND-STATUS
038800         MOVE   'SET ALREADY TAKEN' TO WS-STATUS-WHERE
038900         GO TO  9999-ABEND
039000     END-IF.

039100     OPEN       OUTPUT              SNAPMAN.
039200     MOVE       'OPEN SNAPMAN'      TO WS-STATUS-WHERE.
039300     PERFORM 9800-CHECK-SNAPMAN-STATUS
039400         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.

039500     ACCEPT     WS-TAKEN-DATE       FROM DATE YYYYMMDD.
039600     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
039700     MOVE       SPACES              TO SNAP-HEADER.
039800     MOVE       'H'                 TO SNPH-ROW-TYPE.
039900     MOVE       WS-SET-NAME         TO SNPH-SET-NAME.
040000     MOVE       WS-TAKEN-DATE       TO SNPH-TAKEN-DATE.
040100     MOVE       WS-TIME-OF-DAY(1:6) TO SNPH-TAKEN-TIME.
040200     MOVE       WS-GATE-RUN-ID      TO SNPH-GATE-RUN-ID.
040300     WRITE      SNAP-HEADER.
040400     MOVE       'WRITE SNAPMAN HDR' TO WS-STATUS-WHERE.
040500     PERFORM 9800-CHECK-SNAPMAN-STATUS
040600         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.
040700 1200-START-MANIFEST-EXIT.
040800     EXIT.

040900*    -------------------------------------------------------------
041000*    1500-CHECK-RUN-CONTROL  --  A SET MUST NOT BE TAKEN WHILE
041100*    WRITEONE IS STILL WRITING OR SITTING ABENDED: THE LATEST
041200*    WRITEONE ROW ON RUNCTL MUST BE 'C' OR 'F', THE SAME GATE THE
041300*    READERS APPLY.
041400*    -------------------------------------------------------------
041500 1500-CHECK-RUN-CONTROL.
041600     OPEN       INPUT               RUNCTL.
041700     IF         RUNCTL-STATUS       = '35'
041800         DISPLAY 'SNAPSHOT BLOCKED - NO RUNCTL PRESENT: '
041900                 'WRITEONE HAS NOT REGISTERED A RUN' UPON CONSOLE
042000         MOVE   90                  TO WS-ABEND-STATUS
042100         MOVE   'RUNCTL MISSING'    TO WS-STATUS-WHERE
042200         GO TO  9999-ABEND
042300     END-IF.
042400     MOVE       'OPEN RUNCTL'       TO WS-STATUS-WHERE.
042500     PERFORM 9500-CHECK-RUNCTL-STATUS
042600         THRU 9500-CHECK-RUNCTL-STATUS-EXIT.

042700     PERFORM 1510-READ-ONE-CONTROL
042800         THRU 1510-READ-ONE-CONTROL-EXIT
042900         UNTIL WS-CTL-EOF-YES.
043000     CLOSE      RUNCTL.

043100     IF         WS-GATE-NOT-FOUND
043200         DISPLAY 'SNAPSHOT BLOCKED - NO WRITEONE ROW ON RUNCTL'
043300                 UPON CONSOLE
043400         MOVE   90                  TO WS-ABEND-STATUS
043500         MOVE   'NO WRITEONE CTL ROW' TO WS-STATUS-WHERE
043600         GO TO  9999-ABEND
043700     END-IF.
043800     IF         WS-GATE-STATUS = 'S'
043900         DISPLAY 'SNAPSHOT BLOCKED - WRITEONE FOR CYCLE '
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
045000*    1510-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW; THE LATEST
045100*    WELL-FORMED WRITEONE ROW OVERWRITES THE GATE STATE.
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
046400                 MOVE CTL-RUN-ID     TO WS-GATE-RUN-ID
046500                 SET  WS-GATE-FOUND  TO TRUE
046600             END-IF
046700     END-READ.
046800 1510-READ-ONE-CONTROL-EXIT.
046900     EXIT.

047000*    =============================================================
047100*    2000-TAKE-ONE-MEMBER  --  COPY ONE FILE INTO THE SET, READ
047200*    THE COPY BACK TO MEASURE IT, AND RECORD IT ON THE MANIFEST.
047300*    A FILE THAT DOES NOT EXIST IS RECORDED AS ABSENT.
047400*    =============================================================
047500 2000-TAKE-ONE-MEMBER.
047600     MOVE       SPACES              TO WS-SNAP-PATH.
047700     STRING     WS-SET-NAME         DELIMITED BY SPACE
047800                '.'                 DELIMITED BY SIZE
047900                WS-MEMBER-NAME(WS-MBR-IDX)
048000                                    DELIMITED BY SPACE
048100                                    INTO WS-SNAP-PATH.

048200     PERFORM 3000-COPY-MEMBER
048300         THRU 3000-COPY-MEMBER-EXIT.

048400     MOVE       SPACES              TO SNAP-RECORD.
048500     MOVE       'M'                 TO SNAP-ROW-TYPE.
048600     MOVE       WS-MEMBER-NAME(WS-MBR-IDX) TO SNAP-MEMBER.
048700     IF         WS-LIVE-NOT-FOUND
048800         SET    SNAP-IS-ABSENT      TO TRUE
048900         MOVE   ZEROS               TO SNAP-RECORD-COUNT
049000         MOVE   ZEROS               TO SNAP-AMOUNT-HASH
049100         DISPLAY 'Absent          ' WS-MEMBER-NAME(WS-MBR-IDX)
049200                 UPON CONSOLE
049300     ELSE
049400         PERFORM 4000-MEASURE-MEMBER
049500             THRU 4000-MEASURE-MEMBER-EXIT
049600         IF     WS-MEAS-COUNT NOT = WS-COPIED-COUNT
049700             DISPLAY 'SNAPSHOT - COPY OF '
049800                     WS-MEMBER-NAME(WS-MBR-IDX) ' READS BACK '
049900                     WS-MEAS-COUNT ' RECORDS, ' WS-COPIED-COUNT
050000                     ' WERE WRITTEN' UPON CONSOLE
050100             MOVE 90                TO WS-ABEND-STATUS
050200             MOVE 'COPY SHORT'      TO WS-STATUS-WHERE
050300             GO TO 9999-ABEND
050400         END-IF
050500         SET    SNAP-IS-PRESENT     TO TRUE
050600         MOVE   WS-MEAS-COUNT       TO SNAP-RECORD-COUNT
050700         MOVE   WS-MEAS-HIGH-KEY    TO SNAP-HIGH-KEY
050800         MOVE   WS-MEAS-RUN-ID      TO SNAP-LAST-RUN-ID
050900         MOVE   WS-MEAS-HASH        TO SNAP-AMOUNT-HASH
051000         ADD    WS-MEAS-COUNT       TO WS-TOTAL-RECORDS
051100         DISPLAY 'Taken           ' WS-MEMBER-NAME(WS-MBR-IDX)
051200                 ' ' WS-MEAS-COUNT ' records, high key '
051300                 WS-MEAS-HIGH-KEY   UPON CONSOLE
051400     END-IF.
051500     WRITE      SNAP-RECORD.
051600     MOVE       'WRITE SNAPMAN ROW' TO WS-STATUS-WHERE.
051700     PERFORM 9800-CHECK-SNAPMAN-STATUS
051800         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.
051900     ADD        1                   TO WS-MEMBER-ROWS.
052000 2000-TAKE-ONE-MEMBER-EXIT.
052100     EXIT.

052200*    =============================================================
052300*    3000-COPY-MEMBER  --  COPY THE LIVE FILE WS-MBR-IDX NAMES TO
052400*    ITS PLACE IN THE SET, RECORD FOR RECORD.
052500*    =============================================================
052600 3000-COPY-MEMBER.
052700     MOVE       ZERO                TO WS-COPIED-COUNT.
052800     SET        WS-LIVE-EOF-NO      TO TRUE.
052900     SET        WS-LIVE-FOUND       TO TRUE.

053000     PERFORM 3100-OPEN-LIVE-INPUT
053100         THRU 3100-OPEN-LIVE-INPUT-EXIT.
053200     IF         WS-LIVE-STATUS = '35'
053300         PERFORM 3120-CLOSE-LIVE
053400             THRU 3120-CLOSE-LIVE-EXIT
053500         SET    WS-LIVE-NOT-FOUND   TO TRUE
053600         GO TO  3000-COPY-MEMBER-EXIT
053700     END-IF.
053800     MOVE       'OPEN LIVE FILE'    TO WS-STATUS-WHERE.
053900     PERFORM 9000-CHECK-LIVE-STATUS
054000         THRU 9000-CHECK-LIVE-STATUS-EXIT.

054100     IF         WS-MBR-IS-OUTFILE
054200         OPEN   OUTPUT              SNAPOUT
054300         MOVE   'OPEN SNAPOUT'      TO WS-STATUS-WHERE
054400         PERFORM 9200-CHECK-SNAPOUT-STATUS
054500             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
054600     ELSE
054700         OPEN   OUTPUT              SNAPFILE
054800         MOVE   'OPEN SNAPFILE'     TO WS-STATUS-WHERE
054900         PERFORM 9100-CHECK-SNAPFILE-STATUS
055000             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
055100     END-IF.

055200     PERFORM 3010-COPY-ONE-RECORD
055300         THRU 3010-COPY-ONE-RECORD-EXIT
055400         UNTIL WS-LIVE-EOF-YES.

055500     PERFORM 3120-CLOSE-LIVE
055600         THRU 3120-CLOSE-LIVE-EXIT.
055700     IF         WS-MBR-IS-OUTFILE
055800         CLOSE  SNAPOUT
055900         MOVE   'CLOSE SNAPOUT'     TO WS-STATUS-WHERE
056000         PERFORM 9200-CHECK-SNAPOUT-STATUS
056100             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
056200     ELSE
056300         CLOSE  SNAPFILE
056400         MOVE   'CLOSE SNAPFILE'    TO WS-STATUS-WHERE
056500         PERFORM 9100-CHECK-SNAPFILE-STATUS
056600             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
056700     END-IF.
056800 3000-COPY-MEMBER-EXIT.
056900     EXIT.

056910*    -------------------------------------------------------------
056920*    3010-COPY-ONE-RECORD  --  READ ONE LIVE RECORD AND WRITE IT
056930*    TO THE COPY: SNAPOUT FOR OUTFILE, SNAPFILE FOR EVERY OTHER
056940*    FILE.
056950*    -------------------------------------------------------------
057000 3010-COPY-ONE-RECORD.
057100     PERFORM 3110-READ-LIVE
057200         THRU 3110-READ-LIVE-EXIT.
057300     IF         WS-LIVE-EOF-YES
057400         GO TO  3010-COPY-ONE-RECORD-EXIT
057500     END-IF.
057600     IF         WS-MBR-IS-OUTFILE
057700         MOVE   WS-LIVE-LINE(1:61)  TO OUTFILE-RECORD
057800         WRITE  OUTFILE-RECORD
057900         MOVE   'WRITE SNAPOUT'     TO WS-STATUS-WHERE
058000         PERFORM 9200-CHECK-SNAPOUT-STATUS
058100             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
058200     ELSE
058300         MOVE   WS-LIVE-LINE        TO SNAPF-LINE
058400         WRITE  SNAPF-LINE
058500         MOVE   'WRITE SNAPFILE'    TO WS-STATUS-WHERE
058600         PERFORM 9100-CHECK-SNAPFILE-STATUS
058700             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
058800     END-IF.
058900     ADD        1                   TO WS-COPIED-COUNT.
059000 3010-COPY-ONE-RECORD-EXIT.
059100     EXIT.

059110*    -------------------------------------------------------------
059120*    3100-OPEN-LIVE-INPUT  --  OPEN WHICHEVER LIVE FILE WS-MBR-IDX
059130*    NAMES FOR INPUT, LEAVING ITS STATUS IN WS-LIVE-STATUS.
059140*    -------------------------------------------------------------
059800 3100-OPEN-LIVE-INPUT.
059900     EVALUATE TRUE
060000         WHEN WS-MBR-IS-CKPT
060100             OPEN INPUT CKPTFILE
060200             MOVE CKPT-STATUS       TO WS-LIVE-STATUS
060300         WHEN WS-MBR-IS-AUDIT
060400             OPEN INPUT AUDITFILE
060500             MOVE AUDIT-STATUS      TO WS-LIVE-STATUS
060600         WHEN WS-MBR-IS-DIGEST
060700             OPEN INPUT DIGESTFILE
060800             MOVE DIGEST-STATUS     TO WS-LIVE-STATUS
060900         WHEN WS-MBR-IS-GENCAT
061000             OPEN INPUT GENCATF
061100             MOVE GENCAT-STATUS     TO WS-LIVE-STATUS
061200         WHEN WS-MBR-IS-RUNCTL
061300             OPEN INPUT RUNCTL
061400             MOVE RUNCTL-STATUS     TO WS-LIVE-STATUS
061500         WHEN WS-MBR-IS-ALERT
061600             OPEN INPUT ALERTFILE
061700             MOVE ALERT-STATUS      TO WS-LIVE-STATUS
061800         WHEN WS-MBR-IS-OUTFILE
061900             OPEN INPUT OUTFILE
062000             MOVE OUTFILE-STATUS    TO WS-LIVE-STATUS
062100     END-EVALUATE.
062200 3100-OPEN-LIVE-INPUT-EXIT.
062300     EXIT.

062310*    -------------------------------------------------------------
062320*    3110-READ-LIVE  --  READ ONE RECORD OF WHICHEVER LIVE FILE
062330*    WS-MBR-IDX NAMES INTO WS-LIVE-LINE, SETTING WS-LIVE-EOF-YES
062340*    AT THE END.
062350*    -------------------------------------------------------------
062400 3110-READ-LIVE.
062500     MOVE       SPACES              TO WS-LIVE-LINE.
062600     EVALUATE TRUE
062700         WHEN WS-MBR-IS-CKPT
062800             READ CKPTFILE
062900                 AT END     SET WS-LIVE-EOF-YES TO TRUE
063000                 NOT AT END MOVE LIVE-CKPT-LINE TO WS-LIVE-LINE
063100             END-READ
063200         WHEN WS-MBR-IS-AUDIT
063300             READ AUDITFILE
063400                 AT END     SET WS-LIVE-EOF-YES TO TRUE
063500                 NOT AT END MOVE LIVE-AUDIT-LINE TO WS-LIVE-LINE
063600             END-READ
063700         WHEN WS-MBR-IS-DIGEST
063800             READ DIGESTFILE
063900                 AT END     SET WS-LIVE-EOF-YES TO TRUE
064000                 NOT AT END MOVE LIVE-DIGEST-LINE TO WS-LIVE-LINE
064100             END-READ
064200         WHEN WS-MBR-IS-GENCAT
064300             READ GENCATF
064400                 AT END     SET WS-LIVE-EOF-YES TO TRUE
064500                 NOT AT END MOVE LIVE-GENCAT-LINE TO WS-LIVE-LINE
064600             END-READ
064700         WHEN WS-MBR-IS-RUNCTL
064800             READ RUNCTL
064900                 AT END     SET WS-LIVE-EOF-YES TO TRUE
065000                 NOT AT END MOVE LIVE-CTL-LINE TO WS-LIVE-LINE
065100             END-READ
065200         WHEN WS-MBR-IS-ALERT
065300             READ ALERTFILE
065400                 AT END     SET WS-LIVE-EOF-YES TO TRUE
065500                 NOT AT END MOVE LIVE-ALERT-LINE TO WS-LIVE-LINE
065600             END-READ
065700         WHEN WS-MBR-IS-OUTFILE
065800             READ OUTFILE
065900                 AT END     SET WS-LIVE-EOF-YES TO TRUE
066000                 NOT AT END MOVE LIVE-OUT-RECORD TO WS-LIVE-LINE
066100             END-READ
066200     END-EVALUATE.
066300 3110-READ-LIVE-EXIT.
066400     EXIT.

066410*    -------------------------------------------------------------
066420*    3120-CLOSE-LIVE  --  CLOSE WHICHEVER LIVE FILE WS-MBR-IDX
066430*    NAMES.
066440*    -------------------------------------------------------------
066500 3120-CLOSE-LIVE.
066600     EVALUATE TRUE
066700         WHEN WS-MBR-IS-CKPT
066800             CLOSE CKPTFILE
066900         WHEN WS-MBR-IS-AUDIT
067000             CLOSE AUDITFILE
067100         WHEN WS-MBR-IS-DIGEST
067200             CLOSE DIGESTFILE
067300         WHEN WS-MBR-IS-GENCAT
067400             CLOSE GENCATF
067500         WHEN WS-MBR-IS-RUNCTL
067600             CLOSE RUNCTL
067700         WHEN WS-MBR-IS-ALERT
067800             CLOSE ALERTFILE
067900         WHEN WS-MBR-IS-OUTFILE
068000             CLOSE OUTFILE
068100     END-EVALUATE.
068200 3120-CLOSE-LIVE-EXIT.
068300     EXIT.

068400*    =============================================================
068500*    4000-MEASURE-MEMBER  --  READ ONE COPY IN THE SET (PATH IN
068600*    WS-SNAP-PATH) AND TAKE ITS MEASURES: RECORD COUNT, HIGH KEY,
068700*    LAST RUN ID AND AMOUNT HASH, AS COPYBOOK SNAPREC DEFINES
068800*    THEM FOR THAT FILE.  RESTORE MEASURES A COPY THE SAME WAY,
068900*    SO THE TWO PROGRAMS MUST AGREE ON EVERY RULE HERE.
069000*    =============================================================
069100 4000-MEASURE-MEMBER.
069200     MOVE       ZEROS               TO WS-MEAS-COUNT.
069300     MOVE       ZEROS               TO WS-MEAS-HIGH-NUMB.
069400     MOVE       ZEROS               TO WS-MEAS-HASH.
069500     MOVE       SPACES              TO WS-MEAS-HIGH-KEY.
069600     MOVE       SPACES              TO WS-MEAS-RUN-ID.
069700     SET        WS-MEAS-EOF-NO      TO TRUE.

069800     IF         WS-MBR-IS-OUTFILE
069900         OPEN   INPUT               SNAPOUT
070000         MOVE   'REOPEN SNAPOUT'    TO WS-STATUS-WHERE
070100         PERFORM 9200-CHECK-SNAPOUT-STATUS
070200             THRU 9200-CHECK-SNAPOUT-STATUS-EXIT
070300         PERFORM 4070-MEASURE-ONE-OUTREC
070400             THRU 4070-MEASURE-ONE-OUTREC-EXIT
070500             UNTIL WS-MEAS-EOF-YES
070600         CLOSE  SNAPOUT
070700     ELSE
070800         OPEN   INPUT               SNAPFILE
070900         MOVE   'REOPEN SNAPFILE'   TO WS-STATUS-WHERE
071000         PERFORM 9100-CHECK-SNAPFILE-STATUS
071100             THRU 9100-CHECK-SNAPFILE-STATUS-EXIT
071200         PERFORM 4010-MEASURE-ONE-LINE
071300             THRU 4010-MEASURE-ONE-LINE-EXIT
071400             UNTIL WS-MEAS-EOF-YES
071500         CLOSE  SNAPFILE
071600     END-IF.

071700     IF         WS-MBR-IS-CKPT
071800         AND    WS-CKPT-FOUND
071900         MOVE   WS-CKPT-SAVED       TO CKPT-RECORD
072000         MOVE   CKPT-LAST-NUMB      TO WS-MEAS-HIGH-NUMB
072100         MOVE   CKPT-RUN-ID         TO WS-MEAS-RUN-ID
072200     END-IF.
072300     IF         WS-MBR-IS-CKPT
072400         OR     WS-MBR-IS-DIGEST
072500         OR     WS-MBR-IS-GENCAT
072600         OR     WS-MBR-IS-OUTFILE
072700         MOVE   WS-MEAS-HIGH-NUMB   TO WS-MEAS-KEY-NUMB
072800     END-IF.
072900 4000-MEASURE-MEMBER-EXIT.
073000     EXIT.

073010*    -------------------------------------------------------------
073020*    4010-MEASURE-ONE-LINE  --  READ ONE LINE OF THE COPY, COUNT
073030*    IT AND MEASURE IT BY THE RULE FOR ITS FILE.
073040*    -------------------------------------------------------------
073100 4010-MEASURE-ONE-LINE.
073200     READ       SNAPFILE
073300         AT END
073400             SET WS-MEAS-EOF-YES    TO TRUE
073500         NOT AT END
073600             ADD 1                  TO WS-MEAS-COUNT
073700             EVALUATE TRUE
073800                 WHEN WS-MBR-IS-CKPT
073900                     PERFORM 4100-MEASURE-CKPT
074000                         THRU 4100-MEASURE-CKPT-EXIT
074100                 WHEN WS-MBR-IS-AUDIT
074200                     PERFORM 4110-MEASURE-AUDIT
074300                         THRU 4110-MEASURE-AUDIT-EXIT
074400                 WHEN WS-MBR-IS-DIGEST
074500                     PERFORM 4120-MEASURE-DIGEST
074600                         THRU 4120-MEASURE-DIGEST-EXIT
074700                 WHEN WS-MBR-IS-GENCAT
074800                     PERFORM 4130-MEASURE-GENCAT
074900                         THRU 4130-MEASURE-GENCAT-EXIT
075000                 WHEN WS-MBR-IS-RUNCTL
075100                     PERFORM 4140-MEASURE-RUNCTL
075200                         THRU 4140-MEASURE-RUNCTL-EXIT
075300                 WHEN WS-MBR-IS-ALERT
075400                     PERFORM 4150-MEASURE-ALERT
075500                         THRU 4150-MEASURE-ALERT-EXIT
075600             END-EVALUATE
075700     END-READ.
075800 4010-MEASURE-ONE-LINE-EXIT.
075900     EXIT.

076000*    -------------------------------------------------------------
076100*    4070-MEASURE-ONE-OUTREC  --  DETAILS AND REVERSALS FEED THE
076200*    HIGH KEY AND THE AMOUNT HASH, AS CLOSEOUT COUNTS THEM; THE
076300*    TRAILER GIVES THE RUN ID AND IS KEPT FOR RESTORE'S PROOF.
076400*    -------------------------------------------------------------
076500 4070-MEASURE-ONE-OUTREC.
076600     READ       SNAPOUT
076700         AT END
076800             SET WS-MEAS-EOF-YES    TO TRUE
076900         NOT AT END
077000             ADD 1                  TO WS-MEAS-COUNT
077100             IF  OUTREC-IS-DETAIL
077200                 OR OUTREC-IS-REVERSAL
077300                 ADD 1              TO WS-OUT-VALUE-COUNT
077400                 IF  OUTREC-NUMB NUMERIC
077500                     AND OUTREC-NUMB > WS-MEAS-HIGH-NUMB
077600                     MOVE OUTREC-NUMB TO WS-MEAS-HIGH-NUMB
077700                 END-IF
077800                 IF  PAY-AMOUNT NUMERIC
077900                     ADD PAY-AMOUNT TO WS-MEAS-HASH
078000                         ON SIZE ERROR
078100                             MOVE 90 TO WS-ABEND-STATUS
078200                             MOVE 'AMOUNT-HASH OVERFLOW'
078300                                     TO WS-STATUS-WHERE
078400                             GO TO 9999-ABEND
078500                     END-ADD
078600                 END-IF
078700             END-IF
078800             IF  OUTREC-IS-TRAILER
078900                 SET WS-TRAILER-SEEN TO TRUE
079000                 MOVE TRLR-DETAIL-COUNT TO WS-TRLR-COUNT
079100                 MOVE OUTFILE-RECORD(16:15) TO WS-TRLR-HASH
079200                 MOVE TRLR-RUN-ID   TO WS-MEAS-RUN-ID
079300             END-IF
079400     END-READ.
079500 4070-MEASURE-ONE-OUTREC-EXIT.
079600     EXIT.

079700*    -------------------------------------------------------------
079800*    4100-MEASURE-CKPT  --  KEEP THE LATEST CHECKPOINT THAT
079900*    PARSES, THE SAME RULE WRITEONE'S OWN READ SIDE APPLIES.
080000*    -------------------------------------------------------------
080100 4100-MEASURE-CKPT.
080200     MOVE       SNAPF-LINE          TO CKPT-RECORD.
080300     IF         CKPT-LAST-NUMB NUMERIC
080400         IF    (CKPT-LINES-DONE NUMERIC
080500                    AND CKPT-CHAIN-START-NUMB NUMERIC
080600                    AND (CKPT-RUN-IS-COMPLETE
080700                        OR CKPT-RUN-IS-PARTIAL))
080800                OR (CKPT-LINES-DONE = SPACES
080900                    AND CKPT-RUN-COMPLETE = SPACE)
081000             MOVE CKPT-RECORD       TO WS-CKPT-SAVED
081100             SET  WS-CKPT-FOUND     TO TRUE
081200         END-IF
081300     END-IF.
081400 4100-MEASURE-CKPT-EXIT.
081500     EXIT.

081510*    -------------------------------------------------------------
081520*    4110-MEASURE-AUDIT  --  THE AUDIT HASH IS THE SUM OF THE
081530*    RECORD COUNTS.  THE LATEST WRITEONE ROW GIVES THE HIGH KEY'S
081540*    DATE AND TIME AND THE LAST RUN ID.
081550*    -------------------------------------------------------------
081600 4110-MEASURE-AUDIT.
081700     MOVE       SNAPF-LINE          TO AUDIT-RECORD.
081800     IF         AUDIT-RECORD-COUNT NUMERIC
081900         ADD    AUDIT-RECORD-COUNT  TO WS-MEAS-HASH
082000     END-IF.
082100     IF         AUDIT-PROGRAM = 'WRITEONE'
082200         AND    AUDIT-START-DATE NUMERIC
082300         AND    AUDIT-START-TIME NUMERIC
082400         MOVE   AUDIT-START-DATE    TO WS-MEAS-KEY-DATE
082500         MOVE   AUDIT-START-TIME    TO WS-MEAS-KEY-TIME
082600         MOVE   AUDIT-RUN-ID        TO WS-MEAS-RUN-ID
082700     END-IF.
082800 4110-MEASURE-AUDIT-EXIT.
082900     EXIT.

082910*    -------------------------------------------------------------
082920*    4120-MEASURE-DIGEST  --  KEEP THE HIGHEST OUTREC-NUMB THE
082930*    DIGEST NAMES.
082940*    -------------------------------------------------------------
083000 4120-MEASURE-DIGEST.
083100     MOVE       SNAPF-LINE          TO DIGEST-RECORD.
083200     IF         DIGEST-NUMB NUMERIC
083300         AND    DIGEST-NUMB > WS-MEAS-HIGH-NUMB
083400         MOVE   DIGEST-NUMB         TO WS-MEAS-HIGH-NUMB
083500     END-IF.
083600 4120-MEASURE-DIGEST-EXIT.
083700     EXIT.

083710*    -------------------------------------------------------------
083720*    4130-MEASURE-GENCAT  --  KEEP THE HIGHEST LAST KEY ON THE
083730*    CATALOG; THE HASH IS THE SUM OF THE DETAIL COUNTS.
083740*    -------------------------------------------------------------
083800 4130-MEASURE-GENCAT.
083900     MOVE       SNAPF-LINE          TO GEN-RECORD.
084000     IF         GEN-LAST-NUMB NUMERIC
084100         AND    GEN-LAST-NUMB > WS-MEAS-HIGH-NUMB
084200         MOVE   GEN-LAST-NUMB       TO WS-MEAS-HIGH-NUMB
084300     END-IF.
084400     IF         GEN-DETAIL-COUNT NUMERIC
084500         ADD    GEN-DETAIL-COUNT    TO WS-MEAS-HASH
084600     END-IF.
084700 4130-MEASURE-GENCAT-EXIT.
084800     EXIT.

084810*    -------------------------------------------------------------
084820*    4140-MEASURE-RUNCTL  --  THE LATEST WRITEONE ROW THAT
084830*    STARTED, COMPLETED OR WAS FORCED GIVES THE HIGH KEY'S DATE
084840*    AND TIME, THE LAST RUN ID AND THE STATUS THE SET WAS TAKEN
084850*    AT.
084860*    -------------------------------------------------------------
084900 4140-MEASURE-RUNCTL.
085000     MOVE       SNAPF-LINE          TO CTL-RECORD.
085100     IF         CTL-PROGRAM = 'WRITEONE'
085200         AND    (CTL-IS-STARTED OR CTL-IS-COMPLETE
085300                 OR CTL-IS-FORCED)
085400         MOVE   CTL-CYCLE-DATE      TO WS-MEAS-KEY-DATE
085500         MOVE   CTL-TIME            TO WS-MEAS-KEY-TIME
085600         MOVE   CTL-RUN-ID          TO WS-MEAS-RUN-ID
085700         MOVE   CTL-STATUS          TO WS-SNAP-CTL-STATUS
085800     END-IF.
085900 4140-MEASURE-RUNCTL-EXIT.
086000     EXIT.

086010*    -------------------------------------------------------------
086020*    4150-MEASURE-ALERT  --  THE LATEST ALERT THAT PARSES GIVES
086030*    THE HIGH KEY'S DATE AND TIME.
086040*    -------------------------------------------------------------
086100 4150-MEASURE-ALERT.
086200     MOVE       SNAPF-LINE          TO ALERT-RECORD.
086300     IF         ALRT-CYCLE-DATE NUMERIC
086400         AND    ALRT-TIME NUMERIC
086500         MOVE   ALRT-CYCLE-DATE     TO WS-MEAS-KEY-DATE
086600         MOVE   ALRT-TIME           TO WS-MEAS-KEY-TIME
086700     END-IF.
086800 4150-MEASURE-ALERT-EXIT.
086900     EXIT.

087000*    =============================================================
087100*    6000-CLOSE-MANIFEST  --  EVERY FILE IS IN THE SET: WRITE THE
087200*    END ROW THAT MAKES IT COMPLETE.
087300*    =============================================================
087400 6000-CLOSE-MANIFEST.
087500     MOVE       SPACES              TO SNAP-END.
087600     MOVE       'E'                 TO SNPE-ROW-TYPE.
087700     MOVE       WS-MEMBER-ROWS      TO SNPE-MEMBER-COUNT.
087800     MOVE       WS-TOTAL-RECORDS    TO SNPE-TOTAL-RECORDS.
087900     MOVE       WS-SET-NAME         TO SNPE-SET-NAME.
088000     WRITE      SNAP-END.
088100     MOVE       'WRITE SNAPMAN END' TO WS-STATUS-WHERE.
088200     PERFORM 9800-CHECK-SNAPMAN-STATUS
088300         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.
088400     CLOSE      SNAPMAN.
088500     MOVE       'CLOSE SNAPMAN'     TO WS-STATUS-WHERE.
088600     PERFORM 9800-CHECK-SNAPMAN-STATUS
088700         THRU 9800-CHECK-SNAPMAN-STATUS-EXIT.
088800 6000-CLOSE-MANIFEST-EXIT.
088900     EXIT.

089000*    =============================================================
089100*    8000-TERMINATE  --  SUMMARIZE THE SET.
089200*    =============================================================
089300 8000-TERMINATE.
089400     DISPLAY    'Snapshot set    ' WS-SET-NAME      UPON CONSOLE.
089500     DISPLAY    'Files in set    ' WS-MEMBER-ROWS   UPON CONSOLE.
089600     DISPLAY    'Records taken   ' WS-TOTAL-RECORDS UPON CONSOLE.
089700     DISPLAY    'Bye COBOL'         UPON CONSOLE.
089800 8000-TERMINATE-EXIT.
089900     EXIT.

090000*    -------------------------------------------------------------
090100*    9000-CHECK-LIVE-STATUS  --  CALLED ONLY WHEN THE LIVE FILE'S
090200*    STATUS IS SOMETHING OTHER THAN '35' (ABSENT), SO ANY NON-ZERO
090300*    STATUS HERE IS A REAL FAILURE ON A FILE THAT DOES EXIST.
090400*    -------------------------------------------------------------
090500 9000-CHECK-LIVE-STATUS.
090600     IF         WS-LIVE-STATUS NOT = ZERO
090700         MOVE   WS-LIVE-STATUS      TO WS-ABEND-STATUS
090800         GO TO  9999-ABEND
090900     END-IF.
091000 9000-CHECK-LIVE-STATUS-EXIT.
091100     EXIT.

091200*    -------------------------------------------------------------
091300*    9100-CHECK-SNAPFILE-STATUS  --  A COPY THAT CANNOT BE
091400*    WRITTEN OR READ BACK WHOLE IS NOT A SNAPSHOT, SO ABEND AND
091500*    LEAVE THE SET PARTIAL.
091600*    -------------------------------------------------------------
091700 9100-CHECK-SNAPFILE-STATUS.
091800     IF         SNAPFILE-STATUS NOT = ZERO
091900         MOVE   SNAPFILE-STATUS     TO WS-ABEND-STATUS
092000         GO TO  9999-ABEND
092100     END-IF.
092200 9100-CHECK-SNAPFILE-STATUS-EXIT.
092300     EXIT.

092310*    -------------------------------------------------------------
092320*    9200-CHECK-SNAPOUT-STATUS  --  THE SAME RULE FOR THE OUTFILE
092330*    COPY, WHICH IS WRITTEN THROUGH ITS OWN RECORD LAYOUT.
092340*    -------------------------------------------------------------
092400 9200-CHECK-SNAPOUT-STATUS.
092500     IF         SNAPOUT-STATUS NOT = ZERO
092600         MOVE   SNAPOUT-STATUS      TO WS-ABEND-STATUS
092700         GO TO  9999-ABEND
092800     END-IF.
092900 9200-CHECK-SNAPOUT-STATUS-EXIT.
093000     EXIT.

093100*    -------------------------------------------------------------
093200*    9500-CHECK-RUNCTL-STATUS  --  A NON-ZERO RUNCTL-STATUS MEANS
093300*    THE STEP GATE CANNOT BE TRUSTED, SO ABEND RATHER THAN TAKE
093400*    A SET THAT MAY BE MID-RUN.
093500*    -------------------------------------------------------------
093600 9500-CHECK-RUNCTL-STATUS.
093700     IF         RUNCTL-STATUS NOT = ZERO
093800         MOVE   RUNCTL-STATUS       TO WS-ABEND-STATUS
093900         GO TO  9999-ABEND
094000     END-IF.
094100 9500-CHECK-RUNCTL-STATUS-EXIT.
094200     EXIT.

094300*    -------------------------------------------------------------
094400*    9700-CHECK-SNAPNAME-STATUS  --  CALLED ONLY WHEN SNAPNAME-
094500*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
094600*    -------------------------------------------------------------
094700 9700-CHECK-SNAPNAME-STATUS.
094800     IF         SNAPNAME-STATUS NOT = ZERO
094900         MOVE   SNAPNAME-STATUS     TO WS-ABEND-STATUS
095000         GO TO  9999-ABEND
095100     END-IF.
095200 9700-CHECK-SNAPNAME-STATUS-EXIT.
095300     EXIT.

095400*    -------------------------------------------------------------
095500*    9800-CHECK-SNAPMAN-STATUS  --  A MANIFEST THAT CANNOT BE
095600*    WRITTEN CANNOT VOUCH FOR THE SET, SO ABEND.
095700*    -------------------------------------------------------------
095800 9800-CHECK-SNAPMAN-STATUS.
095900     IF         SNAPMAN-STATUS NOT = ZERO
096000         MOVE   SNAPMAN-STATUS      TO WS-ABEND-STATUS
096100         GO TO  9999-ABEND
096200     END-IF.
096300 9800-CHECK-SNAPMAN-STATUS-EXIT.
096400     EXIT.

096500*    =============================================================
096600*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
096700*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
096800*    =============================================================
096900 9999-ABEND.
097000     DISPLAY    'SNAPSHOT ABEND - STATUS ' WS-ABEND-STATUS
097100                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
097200     MOVE       16                  TO RETURN-CODE.
097300     STOP RUN.
