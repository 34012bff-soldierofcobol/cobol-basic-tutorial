000100*****************************************************************
000200* PROGRAM      : REVIEW
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  AUDIT FLAGGED THAT A
001000*                    LARGE PAY-AMOUNT GOES STRAIGHT INTO OUTFILE
001100*                    WITH NO SECOND PERSON EVER LOOKING AT IT.
001200*                    WRITEONE AND INBOUND NOW COPY EVERY DETAIL
001300*                    AT OR ABOVE ITS REVPARM THRESHOLD TO THE
001400*                    REVIEW QUEUE (REVQUEUE, COPYBOOK REVQREC).
001500*                    REVIEW READS THE QUEUE, PRINTS EVERY ITEM
001600*                    STILL OPEN OR QUERIED WITH ITS AGE, THEN
001700*                    APPLIES THE REVIEWERS' SIGN-OFF FILE
001800*                    (SIGNOFF): EACH ROW APPROVES OR QUERIES ONE
001900*                    ITEM UNDER THE REVIEWER'S ID AND DATE AND IS
002000*                    APPENDED TO THE QUEUE AS AN 'A' OR 'Q' ROW.
002100*                    A ROW FOR AN UNKNOWN OR ALREADY-APPROVED
002200*                    ITEM, OR THAT IS INCOMPLETE, IS REFUSED AND
002300*                    LISTED, AND THE RUN ENDS WITH RETURN CODE 4.
002400*                    AN ITEM LEFT UNREVIEWED LONGER THAN THE
002500*                    REVPARM AGING ROW ALLOWS RAISES A WARNING ON
002600*                    ALERTFILE, AND ONE LEFT QUERIED TOO LONG A
002700*                    CRITICAL, EACH ONCE, SO OPSRPT PAGES ON IT.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000     PROGRAM-ID.               REVIEW.
003100     AUTHOR.                   SOLDIER OF COBOL.
003200     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003300     DATE-WRITTEN.             2026-10-15.
003400     DATE-COMPILED.

003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800*    -------------------------------------------------------------
003900*    REVPARM  --  OPTIONAL REVIEW PARAMETERS (COPYBOOK REVPREC).
004000*    ONLY THE AGING ROW IS USED HERE; WHEN THERE IS NONE, AN ITEM
004100*    MAY STAND UNREVIEWED 3 DAYS AND QUERIED 10 DAYS.
004200*    -------------------------------------------------------------
004300     SELECT REVPARM
004400         ASSIGN EXTERNAL   REVPARM
004500         ORGANIZATION      LINE SEQUENTIAL
004600         FILE STATUS       REVPARM-STATUS.

004700*    -------------------------------------------------------------
004800*    REVQUEUE  --  THE REVIEW QUEUE (COPYBOOK REVQREC), READ WHOLE
004900*    AT START-UP AND THEN APPENDED WITH EVERY DECISION AND AGING
005000*    MARK.  WHEN ABSENT (STATUS 35 AT OPEN), NOTHING HAS EVER
005100*    BEEN QUEUED.
005200*    -------------------------------------------------------------
005300     SELECT REVQUEUE
005400         ASSIGN EXTERNAL   REVQUEUE
005500         ORGANIZATION      LINE SEQUENTIAL
005600         FILE STATUS       REVQUEUE-STATUS.

005700*    -------------------------------------------------------------
005800*    SIGNOFF  --  OPTIONAL REVIEWER DECISIONS: ONE ROW PER ITEM
005900*    REVIEWED, GIVING ITS OUTREC-NUMB, 'A' (APPROVED) OR 'Q'
006000*    (QUERIED), THE REVIEWER'S ID, THE DATE OF THE DECISION AND
006100*    A NOTE.  WHEN ABSENT (STATUS 35 AT OPEN), NOTHING WAS
006200*    SIGNED OFF SINCE LAST TIME.
006300*    -------------------------------------------------------------
006400     SELECT SIGNOFF
006500         ASSIGN EXTERNAL   SIGNOFF
006600         ORGANIZATION      LINE SEQUENTIAL
006700         FILE STATUS       SIGNOFF-STATUS.

006800*    -------------------------------------------------------------
006900*    ALERTFILE  --  SHARED ALERT TRAIL, APPENDED WHEN AN ITEM HAS
007000*    AGED PAST ITS ALLOWANCE.
007100*    -------------------------------------------------------------
007200     SELECT ALERTFILE
007300         ASSIGN EXTERNAL   ALERTFILE
007400         ORGANIZATION      LINE SEQUENTIAL
007500         FILE STATUS       ALERT-STATUS.

007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  REVPARM
007900     DATA RECORDS          REVP-THRESHOLD-RECORD
008000                           REVP-AGING-RECORD.
008100     COPY REVPREC.

008200 FD  REVQUEUE
008300     DATA RECORD           REVQ-RECORD.
008400     COPY REVQREC.

008500 FD  SIGNOFF
008600     DATA RECORD           SGN-RECORD.
008700 01  SGN-RECORD.
008800     10  SGN-NUMB           PIC 9(06).
008900     10  FILLER             PIC X(01).
009000     10  SGN-DECISION       PIC X(01).
009100         88  SGN-IS-APPROVAL           VALUE 'A'.
009200         88  SGN-IS-QUERY              VALUE 'Q'.
009300     10  FILLER             PIC X(01).
009400     10  SGN-REVIEWER       PIC X(08).
009500     10  FILLER             PIC X(01).
009600     10  SGN-DATE           PIC 9(08).
009700     10  FILLER             PIC X(01).
009800     10  SGN-NOTE           PIC X(30).

009900 FD  ALERTFILE
010000     DATA RECORD           ALERT-RECORD.
010100     COPY ALERTREC.

010200 WORKING-STORAGE SECTION.

010300*    -------------------------------------------------------------
010400*    FILE STATUS FIELDS
010500*    -------------------------------------------------------------
010600 77  REVPARM-STATUS         PIC 99 VALUE ZEROS.
010700 77  REVQUEUE-STATUS        PIC 99 VALUE ZEROS.
010800 77  SIGNOFF-STATUS         PIC 99 VALUE ZEROS.
010900 77  ALERT-STATUS           PIC 99 VALUE ZEROS.

011000*    -------------------------------------------------------------
011100*    END-OF-FILE SWITCHES
011200*    -------------------------------------------------------------
011300 77  WS-REVP-EOF-SWITCH     PIC X(01) VALUE 'N'.
011400     88  WS-REVP-EOF-YES              VALUE 'Y'.
011500     88  WS-REVP-EOF-NO               VALUE 'N'.

011600 77  WS-REVQ-EOF-SWITCH     PIC X(01) VALUE 'N'.
011700     88  WS-REVQ-EOF-YES              VALUE 'Y'.
011800     88  WS-REVQ-EOF-NO               VALUE 'N'.

011900 77  WS-SGN-EOF-SWITCH      PIC X(01) VALUE 'N'.
012000     88  WS-SGN-EOF-YES               VALUE 'Y'.
012100     88  WS-SGN-EOF-NO                VALUE 'N'.

012200*    -------------------------------------------------------------
012300*    RUN DATE AND AGING ALLOWANCES
012400*    -------------------------------------------------------------
012500 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
012600 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.
012700 77  WS-TODAY-DAYS          PIC 9(08) COMP VALUE ZERO.

012800 77  WS-AGING-SWITCH        PIC X(01) VALUE 'N'.
012900     88  WS-AGING-SEEN                VALUE 'Y'.
013000     88  WS-AGING-NOT-SEEN            VALUE 'N'.

013100 77  WS-OPEN-DAYS           PIC 9(03) VALUE 3.
013200 77  WS-QUERY-DAYS          PIC 9(03) VALUE 10.

013300*    -------------------------------------------------------------
013400*    QUEUE TABLE  --  ONE ENTRY PER OUTREC-NUMB EVER QUEUED, WITH
013500*    ITS STATE AS OF THE LAST ROW FOR IT: 'N' UNREVIEWED, 'Q'
013600*    QUERIED, 'A' APPROVED.  WS-ITM-STATE-DATE IS THE DAY THE
013700*    STATE BEGAN (QUEUED OR QUERIED), FROM WHICH ITS AGE RUNS.
013800*    APPROVED ITEMS STAY IN THE TABLE SO A LATE SIGN-OFF OR A
013900*    REPEATED QUEUE ROW FOR ONE IS RECOGNIZED.
014000*    -------------------------------------------------------------
014100 01  WS-ITEM-TABLE.
014200     05  WS-ITEM-ENTRY      OCCURS 20000 TIMES.
014300         10  WS-ITM-NUMB            PIC 9(06).
014400         10  WS-ITM-RUN-ID          PIC X(16).
014500         10  WS-ITM-ACCT-CODE       PIC X(10).
014600         10  WS-ITM-AMOUNT          PIC 9(09)V99.
014700         10  WS-ITM-TRAN-TYPE       PIC X(02).
014800         10  WS-ITM-PROGRAM         PIC X(08).
014900         10  WS-ITM-STATE           PIC X(01).
015000             88  WS-ITM-IS-OPEN               VALUE 'N'.
015100             88  WS-ITM-IS-QUERIED            VALUE 'Q'.
015200             88  WS-ITM-IS-APPROVED           VALUE 'A'.
015300         10  WS-ITM-STATE-DATE      PIC 9(08).
015400         10  WS-ITM-REVIEWER        PIC X(08).
015500         10  WS-ITM-NOTE            PIC X(30).
015600         10  WS-ITM-ALERTED         PIC X(01).
015700             88  WS-ITM-IS-ALERTED            VALUE 'Y'.
015800             88  WS-ITM-NOT-ALERTED           VALUE 'N'.

015900 77  WS-ITEM-COUNT          PIC 9(06) COMP VALUE ZERO.
016000 77  WS-ITEM-MAX            PIC 9(06) COMP VALUE 20000.
016100 77  WS-ITEM-IDX            PIC 9(06) COMP VALUE ZERO.
016200 77  WS-ITEM-HIT            PIC 9(06) COMP VALUE ZERO.
016300 77  WS-HIGH-NUMB           PIC 9(06) VALUE ZEROS.
016400 77  WS-FIND-NUMB           PIC 9(06) VALUE ZEROS.

016500 77  WS-REVQ-ROWS-READ      PIC 9(08) COMP VALUE ZERO.
016600 77  WS-REVQ-ORPHANS        PIC 9(06) COMP VALUE ZERO.
016700 77  WS-REVQ-REPEATS        PIC 9(06) COMP VALUE ZERO.

016800 77  WS-REVQ-OPEN-SW        PIC X(01) VALUE 'N'.
016900     88  WS-REVQ-IS-OPEN              VALUE 'Y'.
017000     88  WS-REVQ-IS-CLOSED            VALUE 'N'.

017100*    -------------------------------------------------------------
017200*    WORKLIST AND SIGN-OFF COUNTS
017300*    -------------------------------------------------------------
017400 77  WS-OPEN-COUNT          PIC 9(06) COMP VALUE ZERO.
017500 77  WS-QUERIED-COUNT       PIC 9(06) COMP VALUE ZERO.
017600 77  WS-SGN-READ            PIC 9(06) COMP VALUE ZERO.
017700 77  WS-SGN-APPROVED        PIC 9(06) COMP VALUE ZERO.
017800 77  WS-SGN-QUERIED         PIC 9(06) COMP VALUE ZERO.
017900 77  WS-SGN-REFUSED         PIC 9(06) COMP VALUE ZERO.
018000 77  WS-AGED-OPEN           PIC 9(06) COMP VALUE ZERO.
018100 77  WS-AGED-QUERIED        PIC 9(06) COMP VALUE ZERO.
018200 77  WS-AGE-DAYS            PIC 9(08) COMP VALUE ZERO.
018300 77  WS-REFUSE-REASON       PIC X(30) VALUE SPACES.

018400*    -------------------------------------------------------------
018500*    ONE WORKLIST LINE, BUILT HERE AND DISPLAYED PER OPEN ITEM
018600*    -------------------------------------------------------------
018700 01  WS-ITEM-LINE.
018800     10  ITML-NUMB          PIC 9(06).
018900     10  FILLER             PIC X(01) VALUE SPACES.
019000     10  ITML-STATE         PIC X(07).
019100     10  FILLER             PIC X(01) VALUE SPACES.
019200     10  ITML-PROGRAM       PIC X(08).
019300     10  FILLER             PIC X(01) VALUE SPACES.
019400     10  ITML-RUN-ID        PIC X(16).
019500     10  FILLER             PIC X(01) VALUE SPACES.
019600     10  ITML-ACCT-CODE     PIC X(10).
019700     10  FILLER             PIC X(01) VALUE SPACES.
019800     10  ITML-TRAN-TYPE     PIC X(02).
019900     10  FILLER             PIC X(01) VALUE SPACES.
020000     10  ITML-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
020100     10  FILLER             PIC X(01) VALUE SPACES.
020200     10  ITML-AGE           PIC ZZZ9.
020300     10  FILLER             PIC X(01) VALUE SPACES.
020400     10  ITML-REVIEWER      PIC X(08).

020500*    -------------------------------------------------------------
020600*    DAY-NUMBER WORK AREAS -- 7500-COMPUTE-DAY-NUMBER TURNS
020700*    WS-DN-DATE (YYYYMMDD) INTO A COUNT OF DAYS, SO TWO DATES CAN
020800*    BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
020900*    -------------------------------------------------------------
021000 01  WS-DN-DATE             PIC 9(08) VALUE ZEROS.
021100 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
021200     10  WS-DN-DATE-YEAR    PIC 9(04).
021300     10  WS-DN-DATE-MONTH   PIC 9(02).
021400     10  WS-DN-DATE-DAY     PIC 9(02).

021500 77  WS-DN-YEAR             PIC 9(04) COMP VALUE ZERO.
021600 77  WS-DN-MONTH            PIC 9(04) COMP VALUE ZERO.
021700 77  WS-DN-WORK             PIC 9(08) COMP VALUE ZERO.
021800 77  WS-DN-Q4               PIC 9(08) COMP VALUE ZERO.
021900 77  WS-DN-Q100             PIC 9(08) COMP VALUE ZERO.
022000 77  WS-DN-Q400             PIC 9(08) COMP VALUE ZERO.
022100 77  WS-DN-QM               PIC 9(08) COMP VALUE ZERO.
022200 77  WS-DN-DAYS             PIC 9(08) COMP VALUE ZERO.

022300*    -------------------------------------------------------------
022400*    ALERT WORK AREAS -- FILLED BY THE CALLER OF 7000-WRITE-ALERT
022500*    -------------------------------------------------------------
022600 77  WS-ALERT-OPEN-SW       PIC X(01) VALUE 'N'.
022700     88  WS-ALERT-IS-OPEN             VALUE 'Y'.
022800     88  WS-ALERT-IS-CLOSED           VALUE 'N'.

022900 77  WS-ALRT-SEVERITY       PIC X(01) VALUE SPACE.
023000 77  WS-ALRT-REF-KEY        PIC X(16) VALUE SPACES.
023100 77  WS-ALRT-MESSAGE        PIC X(60) VALUE SPACES.
023200 77  WS-ALERT-COUNT         PIC 9(06) COMP VALUE ZERO.

023300 01  WS-AGED-MSG.
023400     10  WS-AGED-TEXT       PIC X(27).
023500     10  WS-AGED-ACCT-CODE  PIC X(10).
023600     10  FILLER             PIC X(06) VALUE ' OVER '.
023700     10  WS-AGED-DAYS       PIC ZZ9.
023800     10  FILLER             PIC X(14) VALUE ' DAYS'.

023900*    -------------------------------------------------------------
024000*    FILE STATUS-CHECK WORK AREA
024100*    -------------------------------------------------------------
024200 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
024300 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

024400 PROCEDURE DIVISION.

024500*    =============================================================
024600*    0000-MAINLINE-CONTROL
024700*    =============================================================
024800 0000-MAINLINE-CONTROL.
024900     PERFORM 1000-INITIALIZE
025000         THRU 1000-INITIALIZE-EXIT.

025100     PERFORM 2000-PRINT-WORKLIST
025200         THRU 2000-PRINT-WORKLIST-EXIT.

025300     PERFORM 3000-APPLY-SIGNOFFS
025400         THRU 3000-APPLY-SIGNOFFS-EXIT.

025500     PERFORM 4000-CHECK-AGING
025600         THRU 4000-CHECK-AGING-EXIT.

025700     PERFORM 8000-TERMINATE
025800         THRU 8000-TERMINATE-EXIT.

025900     STOP RUN.

026000*    =============================================================
026100*    1000-INITIALIZE  --  STAMP THE RUN, LOAD THE AGING ALLOWANCES
026200*    AND THE WHOLE QUEUE
026300*    =============================================================
026400 1000-INITIALIZE.
026500     DISPLAY    'Hello COBOL'       UPON CONSOLE.

026600     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.
026700     MOVE       WS-RUN-DATE         TO WS-DN-DATE.
026800     PERFORM 7500-COMPUTE-DAY-NUMBER
026900         THRU 7500-COMPUTE-DAY-NUMBER-EXIT.
027000     MOVE       WS-DN-DAYS          TO WS-TODAY-DAYS.

027100     PERFORM 1100-LOAD-REVPARM
027200         THRU 1100-LOAD-REVPARM-EXIT.

027300     PERFORM 1200-LOAD-QUEUE
027400         THRU 1200-LOAD-QUEUE-EXIT.
027500 1000-INITIALIZE-EXIT.
027600     EXIT.

027700*    -------------------------------------------------------------
027800*    1100-LOAD-REVPARM  --  PICK UP THE OPTIONAL AGING ROW.  THE
027900*    THRESHOLD ROWS ARE WRITEONE'S AND INBOUND'S AND ARE PASSED
028000*    OVER.  AN AGING ROW NEEDS BOTH ALLOWANCES, NON-ZERO, AND MAY
028100*    APPEAR ONLY ONCE; A BAD ROW IS NAMED BEFORE THE ABEND.
028200*    -------------------------------------------------------------
028300 1100-LOAD-REVPARM.
028400     OPEN       INPUT               REVPARM.
028500     IF         REVPARM-STATUS      = '35'
028600         GO TO  1100-LOAD-REVPARM-EXIT
028700     END-IF.
028800     MOVE       'OPEN REVPARM'      TO WS-STATUS-WHERE.
028900     PERFORM 9000-CHECK-REVPARM-STATUS
029000         THRU 9000-CHECK-REVPARM-STATUS-EXIT.
029100     PERFORM 1110-READ-ONE-PARM-ROW
029200         THRU 1110-READ-ONE-PARM-ROW-EXIT
029300         UNTIL WS-REVP-EOF-YES.
029400     CLOSE      REVPARM.
029500 1100-LOAD-REVPARM-EXIT.
029600     EXIT.

029610*    -------------------------------------------------------------
029620*    1110-READ-ONE-PARM-ROW  --  READ ONE REVPARM ROW.  ONLY THE
029630*    AGING ROW MATTERS HERE; THRESHOLD ROWS BELONG TO THE WRITERS
029640*    AND ARE PASSED OVER.  A SECOND AGING ROW, OR ONE WITHOUT BOTH
029650*    DAY COUNTS, ABENDS THROUGH 1110-BAD-PARM-ROW.
029660*    -------------------------------------------------------------
029700 1110-READ-ONE-PARM-ROW.
029800     READ       REVPARM
029900         AT END
030000             SET WS-REVP-EOF-YES    TO TRUE
030100             GO TO 1110-READ-ONE-PARM-ROW-EXIT
030200     END-READ.
030300     IF         NOT REVP-IS-AGING
030400         GO TO  1110-READ-ONE-PARM-ROW-EXIT
030500     END-IF.
030600     IF         WS-AGING-SEEN
030700         OR     REVP-OPEN-DAYS  NOT NUMERIC
030800         OR     REVP-QUERY-DAYS NOT NUMERIC
030900         GO TO  1110-BAD-PARM-ROW
031000     END-IF.
031100     IF         REVP-OPEN-DAYS      = ZERO
031200         OR     REVP-QUERY-DAYS     = ZERO
031300         GO TO  1110-BAD-PARM-ROW
031400     END-IF.
031500     SET        WS-AGING-SEEN       TO TRUE.
031600     MOVE       REVP-OPEN-DAYS      TO WS-OPEN-DAYS.
031700     MOVE       REVP-QUERY-DAYS     TO WS-QUERY-DAYS.
031800     GO TO      1110-READ-ONE-PARM-ROW-EXIT.
031900 1110-BAD-PARM-ROW.
032000     DISPLAY    'REVIEW REVPARM ERROR - AGING ROW '
032100                REVP-AGING-RECORD   UPON CONSOLE.
032200     DISPLAY    'IS INCOMPLETE OR A SECOND AGING ROW'
032300                UPON CONSOLE.
032400     MOVE       90                  TO WS-ABEND-STATUS.
032500     MOVE       'BAD REVPARM ROW'   TO WS-STATUS-WHERE.
032600     GO TO      9999-ABEND.
032700 1110-READ-ONE-PARM-ROW-EXIT.
032800     EXIT.

032900*    -------------------------------------------------------------
033000*    1200-LOAD-QUEUE  --  READ THE WHOLE QUEUE INTO THE TABLE.
033100*    THE QUEUE IS CLOSED AGAIN AFTERWARDS AND REOPENED FOR APPEND
033200*    ONLY WHEN THERE IS SOMETHING TO WRITE.
033300*    -------------------------------------------------------------
033400 1200-LOAD-QUEUE.
033500     OPEN       INPUT               REVQUEUE.
033600     IF         REVQUEUE-STATUS     = '35'
033700         DISPLAY 'REVIEW - NO REVQUEUE; NOTHING HAS BEEN QUEUED'
033800                 UPON CONSOLE
033900         GO TO  1200-LOAD-QUEUE-EXIT
034000     END-IF.
034100     MOVE       'OPEN REVQUEUE'     TO WS-STATUS-WHERE.
034200     PERFORM 9100-CHECK-REVQUEUE-STATUS
034300         THRU 9100-CHECK-REVQUEUE-STATUS-EXIT.
034400     PERFORM 1210-READ-ONE-QUEUE-ROW
034500         THRU 1210-READ-ONE-QUEUE-ROW-EXIT
034600         UNTIL WS-REVQ-EOF-YES.
034700     CLOSE      REVQUEUE.
034800 1200-LOAD-QUEUE-EXIT.
034900     EXIT.

035000*    -------------------------------------------------------------
035100*    1210-READ-ONE-QUEUE-ROW  --  APPLY ONE QUEUE ROW TO THE
035200*    TABLE.  A QUEUED ('N') ROW FOR A NEW NUMBER ADDS AN ENTRY.
035300*    ONE FOR A NUMBER ALREADY HELD IS A REPEAT - A RESTARTED
035400*    WRITEONE RE-QUEUES WHAT ITS CHAIN WROTE - AND IS DROPPED
035500*    WHEN IT CARRIES THE SAME ACCOUNT, AMOUNT AND TYPE; WHEN THEY
035600*    DIFFER THE KEY HAS BEEN ISSUED AGAIN AND THE ENTRY STARTS
035700*    OVER AS UNREVIEWED.  A DECISION OR AGING ROW UPDATES ITS
035800*    ENTRY; ONE WHOSE NUMBER WAS NEVER QUEUED IS COUNTED AND
035900*    OTHERWISE IGNORED.
036000*    -------------------------------------------------------------
036100 1210-READ-ONE-QUEUE-ROW.
036200     READ       REVQUEUE
036300         AT END
036400             SET WS-REVQ-EOF-YES    TO TRUE
036500             GO TO 1210-READ-ONE-QUEUE-ROW-EXIT
036600     END-READ.
036700     ADD        1                   TO WS-REVQ-ROWS-READ.
036800     IF         REVQ-NUMB NOT NUMERIC
036900         ADD    1                   TO WS-REVQ-ORPHANS
037000         GO TO  1210-READ-ONE-QUEUE-ROW-EXIT
037100     END-IF.
037200     MOVE       REVQ-NUMB           TO WS-FIND-NUMB.
037300     PERFORM 1250-FIND-ITEM
037400         THRU 1250-FIND-ITEM-EXIT.

037500     IF         REVQ-IS-QUEUED
037600         IF     WS-ITEM-HIT         = ZERO
037700             PERFORM 1220-ADD-ITEM
037800                 THRU 1220-ADD-ITEM-EXIT
037900             GO TO 1210-READ-ONE-QUEUE-ROW-EXIT
038000         END-IF
038100         IF     REVQ-ACCT-CODE = WS-ITM-ACCT-CODE(WS-ITEM-HIT)
038200             AND REVQ-AMOUNT   = WS-ITM-AMOUNT(WS-ITEM-HIT)
038300             AND REVQ-TRAN-TYPE
038400                             = WS-ITM-TRAN-TYPE(WS-ITEM-HIT)
038500             ADD 1                  TO WS-REVQ-REPEATS
038600             GO TO 1210-READ-ONE-QUEUE-ROW-EXIT
038700         END-IF
038800         MOVE   WS-ITEM-HIT         TO WS-ITEM-IDX
038900         PERFORM 1230-FILL-ITEM
039000             THRU 1230-FILL-ITEM-EXIT
039100         GO TO  1210-READ-ONE-QUEUE-ROW-EXIT
039200     END-IF.

039300     IF         WS-ITEM-HIT         = ZERO
039400         ADD    1                   TO WS-REVQ-ORPHANS
039500         GO TO  1210-READ-ONE-QUEUE-ROW-EXIT
039600     END-IF.
039700     EVALUATE   TRUE
039800         WHEN   REVQ-IS-APPROVED
039900             MOVE 'A'       TO WS-ITM-STATE(WS-ITEM-HIT)
040000             MOVE REVQ-REVIEW-DATE
040100                            TO WS-ITM-STATE-DATE(WS-ITEM-HIT)
040200             MOVE REVQ-REVIEWER
040300                            TO WS-ITM-REVIEWER(WS-ITEM-HIT)
040400             MOVE REVQ-NOTE TO WS-ITM-NOTE(WS-ITEM-HIT)
040500         WHEN   REVQ-IS-QUERIED
040600             MOVE 'Q'       TO WS-ITM-STATE(WS-ITEM-HIT)
040700             MOVE REVQ-REVIEW-DATE
040800                            TO WS-ITM-STATE-DATE(WS-ITEM-HIT)
040900             MOVE REVQ-REVIEWER
041000                            TO WS-ITM-REVIEWER(WS-ITEM-HIT)
041100             MOVE REVQ-NOTE TO WS-ITM-NOTE(WS-ITEM-HIT)
041200             MOVE 'N'       TO WS-ITM-ALERTED(WS-ITEM-HIT)
041300         WHEN   REVQ-IS-OPEN-ALERTED
041400         WHEN   REVQ-IS-QUERY-ALERTED
041500             MOVE 'Y'       TO WS-ITM-ALERTED(WS-ITEM-HIT)
041600         WHEN   OTHER
041700             ADD  1         TO WS-REVQ-ORPHANS
041800     END-EVALUATE.
041900 1210-READ-ONE-QUEUE-ROW-EXIT.
042000     EXIT.

042100*    -------------------------------------------------------------
042200*    1220-ADD-ITEM  --  A NEW QUEUED ITEM TAKES THE NEXT SLOT.  A
042300*    FULL TABLE ABENDS: AN ITEM THAT COULD NOT BE HELD COULD NEVER
042400*    BE SIGNED OFF OR AGED.
042500*    -------------------------------------------------------------
042600 1220-ADD-ITEM.
042700     IF         WS-ITEM-COUNT NOT < WS-ITEM-MAX
042800         DISPLAY 'REVIEW QUEUE TABLE FULL AT ' WS-ITEM-MAX
042900                 ' ITEMS'           UPON CONSOLE
043000         MOVE   90                  TO WS-ABEND-STATUS
043100         MOVE   'QUEUE TABLE FULL'  TO WS-STATUS-WHERE
043200         GO TO  9999-ABEND
043300     END-IF.
043400     ADD        1                   TO WS-ITEM-COUNT.
043500     MOVE       WS-ITEM-COUNT       TO WS-ITEM-IDX.
043600     PERFORM 1230-FILL-ITEM
043700         THRU 1230-FILL-ITEM-EXIT.
043800     IF         REVQ-NUMB           > WS-HIGH-NUMB
043900         MOVE   REVQ-NUMB           TO WS-HIGH-NUMB
044000     END-IF.
044100 1220-ADD-ITEM-EXIT.
044200     EXIT.

044210*    -------------------------------------------------------------
044220*    1230-FILL-ITEM  --  COPY THE QUEUE ROW IN HAND INTO TABLE
044230*    SLOT WS-ITEM-IDX AS A NEW, OPEN ITEM, DATED THE DAY IT WAS
044240*    QUEUED AND NOT YET ALERTED.
044250*    -------------------------------------------------------------
044300 1230-FILL-ITEM.
044400     MOVE       REVQ-NUMB      TO WS-ITM-NUMB(WS-ITEM-IDX).
044500     MOVE       REVQ-RUN-ID    TO WS-ITM-RUN-ID(WS-ITEM-IDX).
044600     MOVE       REVQ-ACCT-CODE TO WS-ITM-ACCT-CODE(WS-ITEM-IDX).
044700     MOVE       REVQ-AMOUNT    TO WS-ITM-AMOUNT(WS-ITEM-IDX).
044800     MOVE       REVQ-TRAN-TYPE TO WS-ITM-TRAN-TYPE(WS-ITEM-IDX).
044900     MOVE       REVQ-PROGRAM   TO WS-ITM-PROGRAM(WS-ITEM-IDX).
045000     MOVE       'N'            TO WS-ITM-STATE(WS-ITEM-IDX).
045100     MOVE       REVQ-LOG-DATE  TO WS-ITM-STATE-DATE(WS-ITEM-IDX).
045200     MOVE       SPACES         TO WS-ITM-REVIEWER(WS-ITEM-IDX).
045300     MOVE       SPACES         TO WS-ITM-NOTE(WS-ITEM-IDX).
045400     MOVE       'N'            TO WS-ITM-ALERTED(WS-ITEM-IDX).
045500 1230-FILL-ITEM-EXIT.
045600     EXIT.

045700*    -------------------------------------------------------------
045800*    1250-FIND-ITEM  --  WS-ITEM-HIT BECOMES THE SLOT HOLDING
045900*    WS-FIND-NUMB, OR ZERO.  ITEMS ARE QUEUED IN RISING KEY ORDER,
046000*    SO A KEY ABOVE THE HIGHEST YET SEEN IS KNOWN NEW WITHOUT A
046100*    SEARCH; OTHERWISE THE TABLE IS SEARCHED FROM THE NEWEST END,
046200*    WHERE A DECISION'S ITEM USUALLY IS.
046300*    -------------------------------------------------------------
046400 1250-FIND-ITEM.
046500     MOVE       ZERO                TO WS-ITEM-HIT.
046600     IF         WS-FIND-NUMB        > WS-HIGH-NUMB
046700         GO TO  1250-FIND-ITEM-EXIT
046800     END-IF.
046900     PERFORM 1260-CHECK-ONE-ITEM
047000         THRU 1260-CHECK-ONE-ITEM-EXIT
047100         VARYING WS-ITEM-IDX FROM WS-ITEM-COUNT BY -1
047200         UNTIL WS-ITEM-IDX < 1
047300            OR WS-ITEM-HIT NOT = ZERO.
047400 1250-FIND-ITEM-EXIT.
047500     EXIT.

047510*    -------------------------------------------------------------
047520*    1260-CHECK-ONE-ITEM  --  WS-ITEM-HIT BECOMES WS-ITEM-IDX WHEN
047530*    THAT SLOT HOLDS WS-FIND-NUMB.
047540*    -------------------------------------------------------------
047600 1260-CHECK-ONE-ITEM.
047700     IF         WS-ITM-NUMB(WS-ITEM-IDX) = WS-FIND-NUMB
047800         MOVE   WS-ITEM-IDX         TO WS-ITEM-HIT
047900     END-IF.
048000 1260-CHECK-ONE-ITEM-EXIT.
048100     EXIT.

048200*    =============================================================
048300*    2000-PRINT-WORKLIST  --  EVERY ITEM STILL UNREVIEWED OR
048400*    QUERIED, IN QUEUE ORDER, WITH THE DAYS IT HAS STOOD IN THAT
048500*    STATE.  THE QUERIED ONES SHOW WHO RAISED THE QUERY.
048600*    =============================================================
048700 2000-PRINT-WORKLIST.
048800     DISPLAY    '============== LARGE-VALUE REVIEW WORKLIST '
048900                '==============='   UPON CONSOLE.
049000     DISPLAY    'Run date        ' WS-RUN-DATE     UPON CONSOLE.
049100     DISPLAY    'Items on queue  ' WS-ITEM-COUNT   UPON CONSOLE.
049200     DISPLAY    'NUMB   STATE   PROGRAM  RUN ID           '
049300                'ACCOUNT    TY         AMOUNT  AGE REVIEWER'
049400                UPON CONSOLE.
049500     DISPLAY    '--------------------------------------------'
049600                '--------------------------------------------'
049700                UPON CONSOLE.
049800     PERFORM 2010-PRINT-ONE-ITEM
049900         THRU 2010-PRINT-ONE-ITEM-EXIT
050000         VARYING WS-ITEM-IDX FROM 1 BY 1
050100         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
050200     IF         WS-OPEN-COUNT       = ZERO
050300         AND    WS-QUERIED-COUNT    = ZERO
050400         DISPLAY 'NO ITEMS AWAITING REVIEW' UPON CONSOLE
050500     END-IF.
050600     DISPLAY    '--------------------------------------------'
050700                '--------------------------------------------'
050800                UPON CONSOLE.
050900     DISPLAY    'Unreviewed      ' WS-OPEN-COUNT    UPON CONSOLE.
051000     DISPLAY    'Queried         ' WS-QUERIED-COUNT UPON CONSOLE.
051100 2000-PRINT-WORKLIST-EXIT.
051200     EXIT.

051210*    -------------------------------------------------------------
051220*    2010-PRINT-ONE-ITEM  --  PRINT ONE WORKLIST LINE FOR AN ITEM
051230*    NOT YET APPROVED, WITH ITS STATE, AGE AND, WHEN QUERIED, THE
051240*    REVIEWER, AND COUNT IT AS OPEN OR QUERIED.
051250*    -------------------------------------------------------------
051300 2010-PRINT-ONE-ITEM.
051400     IF         WS-ITM-IS-APPROVED(WS-ITEM-IDX)
051500         GO TO  2010-PRINT-ONE-ITEM-EXIT
051600     END-IF.
051700     MOVE       SPACES              TO ITML-REVIEWER.
051800     IF         WS-ITM-IS-QUERIED(WS-ITEM-IDX)
051900         MOVE   'QUERIED'           TO ITML-STATE
052000         MOVE   WS-ITM-REVIEWER(WS-ITEM-IDX) TO ITML-REVIEWER
052100         ADD    1                   TO WS-QUERIED-COUNT
052200     ELSE
052300         MOVE   'OPEN'              TO ITML-STATE
052400         ADD    1                   TO WS-OPEN-COUNT
052500     END-IF.
052600     PERFORM 7600-COMPUTE-ITEM-AGE
052700         THRU 7600-COMPUTE-ITEM-AGE-EXIT.
052800     MOVE       WS-ITM-NUMB(WS-ITEM-IDX)      TO ITML-NUMB.
052900     MOVE       WS-ITM-PROGRAM(WS-ITEM-IDX)   TO ITML-PROGRAM.
053000     MOVE       WS-ITM-RUN-ID(WS-ITEM-IDX)    TO ITML-RUN-ID.
053100     MOVE       WS-ITM-ACCT-CODE(WS-ITEM-IDX) TO ITML-ACCT-CODE.
053200     MOVE       WS-ITM-TRAN-TYPE(WS-ITEM-IDX) TO ITML-TRAN-TYPE.
053300     MOVE       WS-ITM-AMOUNT(WS-ITEM-IDX)    TO ITML-AMOUNT.
053400     MOVE       WS-AGE-DAYS                   TO ITML-AGE.
053500     DISPLAY    WS-ITEM-LINE        UPON CONSOLE.
053600 2010-PRINT-ONE-ITEM-EXIT.
053700     EXIT.

053800*    =============================================================
053900*    3000-APPLY-SIGNOFFS  --  APPLY EACH REVIEWER DECISION IN
054000*    TURN.  ITS ABSENCE (STATUS 35) MEANS NOTHING WAS SIGNED OFF.
054100*    =============================================================
054200 3000-APPLY-SIGNOFFS.
054300     OPEN       INPUT               SIGNOFF.
054400     IF         SIGNOFF-STATUS      = '35'
054500         DISPLAY 'REVIEW - NO SIGNOFF FILE THIS RUN' UPON CONSOLE
054600         GO TO  3000-APPLY-SIGNOFFS-EXIT
054700     END-IF.
054800     MOVE       'OPEN SIGNOFF'      TO WS-STATUS-WHERE.
054900     PERFORM 9200-CHECK-SIGNOFF-STATUS
055000         THRU 9200-CHECK-SIGNOFF-STATUS-EXIT.
055100     PERFORM 3010-APPLY-ONE-SIGNOFF
055200         THRU 3010-APPLY-ONE-SIGNOFF-EXIT
055300         UNTIL WS-SGN-EOF-YES.
055400     CLOSE      SIGNOFF.
055500 3000-APPLY-SIGNOFFS-EXIT.
055600     EXIT.

055700*    -------------------------------------------------------------
055800*    3010-APPLY-ONE-SIGNOFF  --  A DECISION NEEDS A KNOWN ITEM, A
055900*    DECISION CODE, A REVIEWER ID AND A DATE NO LATER THAN TODAY
056000*    AND NO EARLIER THAN THE ITEM WAS QUEUED.  AN APPROVED ITEM IS
056100*    CLOSED AND TAKES NO FURTHER DECISION; A QUERIED ITEM MAY BE
056200*    APPROVED BUT NOT QUERIED AGAIN, WHICH WOULD RESTART ITS
056300*    AGING CLOCK.  A REFUSED ROW IS LISTED WITH ITS REASON.
056400*    -------------------------------------------------------------
056500 3010-APPLY-ONE-SIGNOFF.
056600     READ       SIGNOFF
056700         AT END
056800             SET WS-SGN-EOF-YES     TO TRUE
056900             GO TO 3010-APPLY-ONE-SIGNOFF-EXIT
057000     END-READ.
057100     ADD        1                   TO WS-SGN-READ.
057200     IF         SGN-NUMB NOT NUMERIC
057300         OR     SGN-DATE NOT NUMERIC
057400         OR     SGN-REVIEWER        = SPACES
057500         OR     NOT (SGN-IS-APPROVAL OR SGN-IS-QUERY)
057600         MOVE   'INCOMPLETE SIGN-OFF ROW'   TO WS-REFUSE-REASON
057700         GO TO  3010-REFUSE-SIGNOFF
057800     END-IF.
057900     IF         SGN-DATE            = ZERO
058000         OR     SGN-DATE            > WS-RUN-DATE
058100         MOVE   'SIGN-OFF DATE NOT VALID'   TO WS-REFUSE-REASON
058200         GO TO  3010-REFUSE-SIGNOFF
058300     END-IF.
058400     MOVE       SGN-NUMB            TO WS-FIND-NUMB.
058500     PERFORM 1250-FIND-ITEM
058600         THRU 1250-FIND-ITEM-EXIT.
058700     IF         WS-ITEM-HIT         = ZERO
058800         MOVE   'ITEM NOT ON THE QUEUE'     TO WS-REFUSE-REASON
058900         GO TO  3010-REFUSE-SIGNOFF
059000     END-IF.
059100     IF         WS-ITM-IS-APPROVED(WS-ITEM-HIT)
059200         MOVE   'ITEM ALREADY APPROVED'     TO WS-REFUSE-REASON
059300         GO TO  3010-REFUSE-SIGNOFF
059400     END-IF.
059500     IF         SGN-IS-QUERY
059600         AND    WS-ITM-IS-QUERIED(WS-ITEM-HIT)
059700         MOVE   'ITEM ALREADY QUERIED'      TO WS-REFUSE-REASON
059800         GO TO  3010-REFUSE-SIGNOFF
059900     END-IF.
060000     IF         SGN-DATE < WS-ITM-STATE-DATE(WS-ITEM-HIT)
060100         MOVE   'SIGN-OFF DATED BEFORE ITEM' TO WS-REFUSE-REASON
060200         GO TO  3010-REFUSE-SIGNOFF
060300     END-IF.

060400     MOVE       WS-ITEM-HIT         TO WS-ITEM-IDX.
060500     PERFORM 7200-BUILD-QUEUE-ROW
060600         THRU 7200-BUILD-QUEUE-ROW-EXIT.
060700     MOVE       SGN-DECISION        TO REVQ-REC-TYPE.
060800     MOVE       SGN-REVIEWER        TO REVQ-REVIEWER.
060900     MOVE       SGN-DATE            TO REVQ-REVIEW-DATE.
061000     MOVE       SGN-NOTE            TO REVQ-NOTE.
061100     PERFORM 7100-WRITE-QUEUE-ROW
061200         THRU 7100-WRITE-QUEUE-ROW-EXIT.

061300     MOVE       SGN-DECISION   TO WS-ITM-STATE(WS-ITEM-IDX).
061400     MOVE       SGN-DATE       TO WS-ITM-STATE-DATE(WS-ITEM-IDX).
061500     MOVE       SGN-REVIEWER   TO WS-ITM-REVIEWER(WS-ITEM-IDX).
061600     MOVE       SGN-NOTE       TO WS-ITM-NOTE(WS-ITEM-IDX).
061700     MOVE       'N'            TO WS-ITM-ALERTED(WS-ITEM-IDX).
061800     IF         SGN-IS-APPROVAL
061900         ADD    1                   TO WS-SGN-APPROVED
062000         DISPLAY 'APPROVED ' SGN-NUMB ' BY ' SGN-REVIEWER
062100                 ' ON ' SGN-DATE    UPON CONSOLE
062200     ELSE
062300         ADD    1                   TO WS-SGN-QUERIED
062400         DISPLAY 'QUERIED  ' SGN-NUMB ' BY ' SGN-REVIEWER
062500                 ' ON ' SGN-DATE ' ' SGN-NOTE UPON CONSOLE
062600     END-IF.
062700     GO TO      3010-APPLY-ONE-SIGNOFF-EXIT.
062800 3010-REFUSE-SIGNOFF.
062900     ADD        1                   TO WS-SGN-REFUSED.
063000     DISPLAY    '*** SIGN-OFF REFUSED: ' WS-REFUSE-REASON
063100                UPON CONSOLE.
063200     DISPLAY    '    ROW ' SGN-RECORD UPON CONSOLE.
063300 3010-APPLY-ONE-SIGNOFF-EXIT.
063400     EXIT.

063500*    =============================================================
063600*    4000-CHECK-AGING  --  AN ITEM UNREVIEWED FOR MORE THAN THE
063700*    OPEN ALLOWANCE RAISES A WARNING, AND ONE QUERIED FOR MORE
063800*    THAN THE QUERY ALLOWANCE A CRITICAL.  EACH IS MARKED ON THE
063900*    QUEUE WHEN ITS ALERT GOES OUT, SO IT PAGES ONCE RATHER THAN
064000*    EVERY RUN; A FRESH QUERY STARTS THE CLOCK AGAIN.
064100*    =============================================================
064200 4000-CHECK-AGING.
064300     PERFORM 4010-CHECK-ONE-ITEM
064400         THRU 4010-CHECK-ONE-ITEM-EXIT
064500         VARYING WS-ITEM-IDX FROM 1 BY 1
064600         UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
064700 4000-CHECK-AGING-EXIT.
064800     EXIT.

064810*    -------------------------------------------------------------
064820*    4010-CHECK-ONE-ITEM  --  RAISE AN AGING ALERT FOR ONE ITEM
064830*    NOT YET APPROVED OR ALERTED: A WARNING ('W') WHEN AN OPEN
064840*    ITEM IS OLDER THAN THE OPEN ALLOWANCE, A CRITICAL ('C') WHEN
064850*    A QUERIED ONE IS OLDER THAN THE QUERY ALLOWANCE.  THE ALERT
064860*    IS WRITTEN TO THE QUEUE AND THE ALERT FILE, AND THE ITEM IS
064870*    MARKED SO IT IS ALERTED ONLY ONCE.
064880*    -------------------------------------------------------------
064900 4010-CHECK-ONE-ITEM.
065000     IF         WS-ITM-IS-APPROVED(WS-ITEM-IDX)
065100         OR     WS-ITM-IS-ALERTED(WS-ITEM-IDX)
065200         GO TO  4010-CHECK-ONE-ITEM-EXIT
065300     END-IF.
065400     PERFORM 7600-COMPUTE-ITEM-AGE
065500         THRU 7600-COMPUTE-ITEM-AGE-EXIT.
065600     IF         WS-ITM-IS-OPEN(WS-ITEM-IDX)
065700         IF     WS-AGE-DAYS NOT > WS-OPEN-DAYS
065800             GO TO 4010-CHECK-ONE-ITEM-EXIT
065900         END-IF
066000         MOVE   'W'                 TO WS-ALRT-SEVERITY
066100         MOVE   'LARGE ITEM UNREVIEWED, ACCT'
066200                                    TO WS-AGED-TEXT
066300         MOVE   WS-OPEN-DAYS        TO WS-AGED-DAYS
066400         ADD    1                   TO WS-AGED-OPEN
066500     ELSE
066600         IF     WS-AGE-DAYS NOT > WS-QUERY-DAYS
066700             GO TO 4010-CHECK-ONE-ITEM-EXIT
066800         END-IF
066900         MOVE   'C'                 TO WS-ALRT-SEVERITY
067000         MOVE   'LARGE ITEM QUERIED, ACCT   '
067100                                    TO WS-AGED-TEXT
067200         MOVE   WS-QUERY-DAYS       TO WS-AGED-DAYS
067300         ADD    1                   TO WS-AGED-QUERIED
067400     END-IF.

067500     PERFORM 7200-BUILD-QUEUE-ROW
067600         THRU 7200-BUILD-QUEUE-ROW-EXIT.
067700     MOVE       WS-ALRT-SEVERITY    TO REVQ-REC-TYPE.
067800     MOVE       WS-ITM-REVIEWER(WS-ITEM-IDX) TO REVQ-REVIEWER.
067900     MOVE       WS-RUN-DATE         TO REVQ-REVIEW-DATE.
068000     PERFORM 7100-WRITE-QUEUE-ROW
068100         THRU 7100-WRITE-QUEUE-ROW-EXIT.
068200     SET        WS-ITM-IS-ALERTED(WS-ITEM-IDX) TO TRUE.

068300     MOVE       WS-ITM-ACCT-CODE(WS-ITEM-IDX)
068400                                    TO WS-AGED-ACCT-CODE.
068500     MOVE       WS-AGED-MSG         TO WS-ALRT-MESSAGE.
068600     MOVE       WS-ITM-NUMB(WS-ITEM-IDX) TO WS-ALRT-REF-KEY.
068700     DISPLAY    '*** REVIEW OVERDUE: ' WS-ITM-NUMB(WS-ITEM-IDX)
068800                ' ' WS-ITM-STATE(WS-ITEM-IDX)
068900                ' SINCE ' WS-ITM-STATE-DATE(WS-ITEM-IDX)
069000                UPON CONSOLE.
069100     PERFORM 7000-WRITE-ALERT
069200         THRU 7000-WRITE-ALERT-EXIT.
069300 4010-CHECK-ONE-ITEM-EXIT.
069400     EXIT.

069500*    -------------------------------------------------------------
069600*    7000-WRITE-ALERT  --  APPEND ONE ROW TO THE SHARED ALERT
069700*    TRAIL FROM THE WS-ALRT FIELDS THE CALLER FILLED.  THE FILE
069800*    IS OPENED LAZILY ON THE FIRST ALERT (EXTEND, FALLING BACK TO
069900*    OUTPUT ON A FIRST-EVER RUN) AND LEFT OPEN FOR THE REST OF
070000*    THE RUN; 8000-TERMINATE CLOSES IT.
070100*    -------------------------------------------------------------
070200 7000-WRITE-ALERT.
070300     IF         WS-ALERT-IS-CLOSED
070400         OPEN   EXTEND              ALERTFILE
070500         IF     ALERT-STATUS = '35'
070600             CLOSE  ALERTFILE
070700             OPEN   OUTPUT          ALERTFILE
070800         END-IF
070900         MOVE   'OPEN ALERTFILE'    TO WS-STATUS-WHERE
071000         PERFORM 9300-CHECK-ALERT-STATUS
071100             THRU 9300-CHECK-ALERT-STATUS-EXIT
071200         SET    WS-ALERT-IS-OPEN    TO TRUE
071300     END-IF.

071400     MOVE       SPACES              TO ALERT-RECORD.
071500     MOVE       'REVIEW'            TO ALRT-PROGRAM.
071600     MOVE       WS-RUN-DATE         TO ALRT-CYCLE-DATE.
071700     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
071800     MOVE       WS-TIME-OF-DAY(1:6) TO ALRT-TIME.
071900     MOVE       WS-ALRT-SEVERITY    TO ALRT-SEVERITY.
072000     MOVE       WS-ALRT-REF-KEY     TO ALRT-REF-KEY.
072100     MOVE       WS-ALRT-MESSAGE     TO ALRT-MESSAGE.
072200     WRITE      ALERT-RECORD.
072300     MOVE       'WRITE ALERTFILE'   TO WS-STATUS-WHERE.
072400     PERFORM 9300-CHECK-ALERT-STATUS
072500         THRU 9300-CHECK-ALERT-STATUS-EXIT.
072600     ADD        1                   TO WS-ALERT-COUNT.
072700 7000-WRITE-ALERT-EXIT.
072800     EXIT.

072900*    -------------------------------------------------------------
073000*    7100-WRITE-QUEUE-ROW  --  APPEND THE REVQ-RECORD THE CALLER
073100*    BUILT, STAMPED WITH THE RUN DATE AND CURRENT TIME.  THE
073200*    QUEUE IS OPENED LAZILY LIKE ALERTFILE, AFTER 1200 HAS
073300*    CLOSED IT.
073400*    -------------------------------------------------------------
073500 7100-WRITE-QUEUE-ROW.
073600     IF         WS-REVQ-IS-CLOSED
073700         OPEN   EXTEND              REVQUEUE
073800         IF     REVQUEUE-STATUS = '35'
073900             CLOSE  REVQUEUE
074000             OPEN   OUTPUT          REVQUEUE
074100         END-IF
074200         MOVE   'OPEN REVQUEUE EXTEND' TO WS-STATUS-WHERE
074300         PERFORM 9100-CHECK-REVQUEUE-STATUS
074400             THRU 9100-CHECK-REVQUEUE-STATUS-EXIT
074500         SET    WS-REVQ-IS-OPEN     TO TRUE
074600     END-IF.

074700     MOVE       WS-RUN-DATE         TO REVQ-LOG-DATE.
074800     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
074900     MOVE       WS-TIME-OF-DAY(1:6) TO REVQ-LOG-TIME.
075000     WRITE      REVQ-RECORD.
075100     MOVE       'WRITE REVQUEUE'    TO WS-STATUS-WHERE.
075200     PERFORM 9100-CHECK-REVQUEUE-STATUS
075300         THRU 9100-CHECK-REVQUEUE-STATUS-EXIT.
075400 7100-WRITE-QUEUE-ROW-EXIT.
075500     EXIT.

075600*    -------------------------------------------------------------
075700*    7200-BUILD-QUEUE-ROW  --  START A QUEUE ROW FOR THE ITEM AT
075800*    WS-ITEM-IDX, CARRYING ITS KEY, RUN ID, ACCOUNT, AMOUNT AND
075900*    TYPE; THE CALLER FILLS IN THE ROW TYPE AND DECISION.
076000*    -------------------------------------------------------------
076100 7200-BUILD-QUEUE-ROW.
076200     MOVE       SPACES              TO REVQ-RECORD.
076300     MOVE       WS-ITM-NUMB(WS-ITEM-IDX)      TO REVQ-NUMB.
076400     MOVE       WS-ITM-RUN-ID(WS-ITEM-IDX)    TO REVQ-RUN-ID.
076500     MOVE       WS-ITM-ACCT-CODE(WS-ITEM-IDX) TO REVQ-ACCT-CODE.
076600     MOVE       WS-ITM-AMOUNT(WS-ITEM-IDX)    TO REVQ-AMOUNT.
076700     MOVE       WS-ITM-TRAN-TYPE(WS-ITEM-IDX) TO REVQ-TRAN-TYPE.
076800     MOVE       'REVIEW'            TO REVQ-PROGRAM.
076900     MOVE       ZERO                TO REVQ-REVIEW-DATE.
077000 7200-BUILD-QUEUE-ROW-EXIT.
077100     EXIT.

077200*    -------------------------------------------------------------
077300*    7500-COMPUTE-DAY-NUMBER  --  WS-DN-DAYS BECOMES THE NUMBER OF
077400*    DAYS FROM A FIXED ORIGIN TO WS-DN-DATE.  THE YEAR IS TAKEN
077500*    TO START IN MARCH, SO THE LEAP DAY FALLS AT ITS END AND THE
077600*    MONTH LENGTHS REDUCE TO (153 * MONTH - 457) / 5.  EACH
077700*    DIVISION IS ITS OWN DIVIDE SO EVERY QUOTIENT IS TRUNCATED.
077800*    -------------------------------------------------------------
077900 7500-COMPUTE-DAY-NUMBER.
078000     MOVE       WS-DN-DATE-YEAR     TO WS-DN-YEAR.
078100     MOVE       WS-DN-DATE-MONTH    TO WS-DN-MONTH.
078200     IF         WS-DN-MONTH < 3
078300         SUBTRACT 1                 FROM WS-DN-YEAR
078400         ADD    12                  TO WS-DN-MONTH
078500     END-IF.
078600     DIVIDE     WS-DN-YEAR BY 4     GIVING WS-DN-Q4.
078700     DIVIDE     WS-DN-YEAR BY 100   GIVING WS-DN-Q100.
078800     DIVIDE     WS-DN-YEAR BY 400   GIVING WS-DN-Q400.
078900     COMPUTE    WS-DN-WORK          = 153 * WS-DN-MONTH - 457.
079000     DIVIDE     WS-DN-WORK BY 5     GIVING WS-DN-QM.
079100     COMPUTE    WS-DN-DAYS          = 365 * WS-DN-YEAR
079200                                    + WS-DN-Q4
079300                                    - WS-DN-Q100
079400                                    + WS-DN-Q400
079500                                    + WS-DN-QM
079600                                    + WS-DN-DATE-DAY.
079700 7500-COMPUTE-DAY-NUMBER-EXIT.
079800     EXIT.

079900*    -------------------------------------------------------------
080000*    7600-COMPUTE-ITEM-AGE  --  WS-AGE-DAYS BECOMES THE WHOLE DAYS
080100*    FROM THE DATE THE ITEM AT WS-ITEM-IDX ENTERED ITS STATE TO
080200*    THE RUN DATE; A DATE THAT IS NOT A DATE, OR IS LATER THAN
080300*    THE RUN, AGES ZERO.
080400*    -------------------------------------------------------------
080500 7600-COMPUTE-ITEM-AGE.
080600     MOVE       ZERO                TO WS-AGE-DAYS.
080700     IF         WS-ITM-STATE-DATE(WS-ITEM-IDX) NOT NUMERIC
080800         GO TO  7600-COMPUTE-ITEM-AGE-EXIT
080900     END-IF.
081000     MOVE       WS-ITM-STATE-DATE(WS-ITEM-IDX) TO WS-DN-DATE.
081100     IF         WS-DN-DATE-MONTH < 1
081200         OR     WS-DN-DATE-MONTH > 12
081300         GO TO  7600-COMPUTE-ITEM-AGE-EXIT
081400     END-IF.
081500     PERFORM 7500-COMPUTE-DAY-NUMBER
081600         THRU 7500-COMPUTE-DAY-NUMBER-EXIT.
081700     IF         WS-DN-DAYS          < WS-TODAY-DAYS
081800         COMPUTE WS-AGE-DAYS        = WS-TODAY-DAYS - WS-DN-DAYS
081900     END-IF.
082000 7600-COMPUTE-ITEM-AGE-EXIT.
082100     EXIT.

082200*    =============================================================
082300*    8000-TERMINATE  --  CLOSE THE QUEUE AND ALERT TRAIL,
082400*    SUMMARIZE THE RUN AND SET THE RETURN CODE: 4 WHEN A SIGN-OFF
082500*    WAS REFUSED, SO THE REVIEWER HEARS OF IT.
082600*    =============================================================
082700 8000-TERMINATE.
082800     IF         WS-REVQ-IS-OPEN
082900         CLOSE  REVQUEUE
083000     END-IF.
083100     IF         WS-ALERT-IS-OPEN
083200         CLOSE  ALERTFILE
083300     END-IF.
083400     DISPLAY    '============================================'
083500                UPON CONSOLE.
083600     DISPLAY    'Queue rows read ' WS-REVQ-ROWS-READ UPON CONSOLE.
083700     DISPLAY    'Repeat queueings' WS-REVQ-REPEATS   UPON CONSOLE.
083800     DISPLAY    'Orphan rows     ' WS-REVQ-ORPHANS   UPON CONSOLE.
083900     DISPLAY    'Sign-offs read  ' WS-SGN-READ       UPON CONSOLE.
084000     DISPLAY    'Approved        ' WS-SGN-APPROVED   UPON CONSOLE.
084100     DISPLAY    'Queried         ' WS-SGN-QUERIED    UPON CONSOLE.
084200     DISPLAY    'Refused         ' WS-SGN-REFUSED    UPON CONSOLE.
084300     DISPLAY    'Aged unreviewed ' WS-AGED-OPEN      UPON CONSOLE.
084400     DISPLAY    'Aged queried    ' WS-AGED-QUERIED   UPON CONSOLE.
084500     DISPLAY    'Alerts raised   ' WS-ALERT-COUNT    UPON CONSOLE.
084600     IF         WS-SGN-REFUSED      > ZERO
084700         MOVE   4                   TO RETURN-CODE
084800     END-IF.
084900     DISPLAY    'Bye COBOL'         UPON CONSOLE.
085000 8000-TERMINATE-EXIT.
085100     EXIT.

085200*    -------------------------------------------------------------
085300*    9000-CHECK-REVPARM-STATUS  --  CALLED ONLY WHEN REVPARM-STATUS
085400*    IS SOMETHING OTHER THAN '35' (MISSING).
085500*    -------------------------------------------------------------
085600 9000-CHECK-REVPARM-STATUS.
085700     IF         REVPARM-STATUS NOT = ZERO
085800         MOVE   REVPARM-STATUS      TO WS-ABEND-STATUS
085900         GO TO  9999-ABEND
086000     END-IF.
086100 9000-CHECK-REVPARM-STATUS-EXIT.
086200     EXIT.

086300*    -------------------------------------------------------------
086400*    9100-CHECK-REVQUEUE-STATUS  --  A QUEUE THAT CANNOT BE READ
086500*    WHOLE OR APPENDED CANNOT BE TRUSTED FOR SIGN-OFF.
086600*    -------------------------------------------------------------
086700 9100-CHECK-REVQUEUE-STATUS.
086800     IF         REVQUEUE-STATUS NOT = ZERO
086900         MOVE   REVQUEUE-STATUS     TO WS-ABEND-STATUS
087000         GO TO  9999-ABEND
087100     END-IF.
087200 9100-CHECK-REVQUEUE-STATUS-EXIT.
087300     EXIT.

087310*    -------------------------------------------------------------
087320*    9200-CHECK-SIGNOFF-STATUS  --  A SIGN-OFF FILE THAT CANNOT BE
087330*    READ WHOLE CANNOT BE APPLIED.
087340*    -------------------------------------------------------------
087400 9200-CHECK-SIGNOFF-STATUS.
087500     IF         SIGNOFF-STATUS NOT = ZERO
087600         MOVE   SIGNOFF-STATUS      TO WS-ABEND-STATUS
087700         GO TO  9999-ABEND
087800     END-IF.
087900 9200-CHECK-SIGNOFF-STATUS-EXIT.
088000     EXIT.

088010*    -------------------------------------------------------------
088020*    9300-CHECK-ALERT-STATUS  --  AN ALERT THAT CANNOT BE APPENDED
088030*    WOULD GO UNREPORTED, SO ABEND.  STATUS '35' (NO ALERT FILE
088040*    YET) IS HANDLED BY THE CALLER, WHICH CREATES THE FILE.
088050*    -------------------------------------------------------------
088100 9300-CHECK-ALERT-STATUS.
088200     IF         ALERT-STATUS NOT = ZERO
088300         MOVE   ALERT-STATUS        TO WS-ABEND-STATUS
088400         GO TO  9999-ABEND
088500     END-IF.
088600 9300-CHECK-ALERT-STATUS-EXIT.
088700     EXIT.

088800*    =============================================================
088900*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
089000*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
089100*    =============================================================
089200 9999-ABEND.
089300     DISPLAY    'REVIEW ABEND - STATUS ' WS-ABEND-STATUS
089400                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
089500     MOVE       16                  TO RETURN-CODE.
089600     STOP RUN.
