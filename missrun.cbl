000100*****************************************************************
000200* PROGRAM      : MISSRUN
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  A NIGHT WRITEONE NEVER
001000*                    RAN LEAVES NO AUDITFILE ROW, SO VOLCHECK AND
001100*                    GAPRPT HAVE NOTHING TO FLAG AND THE GAP GOES
001200*                    UNNOTICED.  MISSRUN READS THE PROCESSING
001300*                    CALENDAR (CALENDAR, COPYBOOK CALREC) AND
001400*                    COUNTS THE CLEAN WRITEONE RUNS ON EACH DAY
001500*                    FROM BOTH AUDITFILE (RETURN CODE ZERO) AND
001600*                    RUNCTL ('C' ROWS), TAKING THE LARGER COUNT
001700*                    SO A PURGED AUDITFILE OR A LOST RUNCTL ROW
001800*                    DOES NOT HIDE A RUN.  EVERY EXPECTED DAY
001900*                    WITH NO CLEAN RUN, OR WITH MORE THAN ONE, IS
002000*                    LISTED AND RAISES ONE ALERTFILE ROW ('C' FOR
002100*                    A MISSED DAY, 'W' FOR A REPEATED ONE), ONCE
002200*                    ONLY - AN ALERT ALREADY ON FILE FOR THE DAY
002300*                    IS NOT RAISED AGAIN.  A DAY COVERED BY A
002400*                    WAIVER ROW (MISSWAIV, COPYBOOK WAIVREC) IS
002500*                    LISTED AS WAIVED AND NOT ALERTED.  DAYS ARE
002600*                    CHECKED FROM THE FIRST WRITEONE RUN ON FILE
002700*                    UP TO YESTERDAY, OR OVER THE RANGE ON THE
002800*                    OPTIONAL MISSPARM.  ANY UNWAIVED EXCEPTION
002900*                    ENDS THE RUN WITH RETURN CODE 8, AS VOLCHECK
003000*                    DOES FOR A VOLUME ANOMALY.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300     PROGRAM-ID.               MISSRUN.
003400     AUTHOR.                   SOLDIER OF COBOL.
003500     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003600     DATE-WRITTEN.             2026-10-15.
003700     DATE-COMPILED.

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100*    -------------------------------------------------------------
004200*    CALENDAR  --  THE PROCESSING CALENDAR (COPYBOOK CALREC).
004300*    REQUIRED: WITHOUT IT THERE IS NOTHING TO CHECK AGAINST.
004400*    -------------------------------------------------------------
004500     SELECT CALENDAR
004600         ASSIGN EXTERNAL   CALENDAR
004700         ORGANIZATION      LINE SEQUENTIAL
004800         FILE STATUS       CALENDAR-STATUS.

004900     SELECT AUDITFILE
005000         ASSIGN EXTERNAL   AUDITFILE
005100         ORGANIZATION      LINE SEQUENTIAL
005200         FILE STATUS       AUDIT-STATUS.

005300*    -------------------------------------------------------------
005400*    RUNCTL  --  SHARED RUN-CONTROL FILE, READ FOR ITS WRITEONE
005500*    ROWS ONLY.  THIS PROGRAM IS NOT GATED ON IT: A STUCK
005600*    WRITEONE IS EXACTLY WHEN MISSED DAYS NEED REPORTING.
005700*    -------------------------------------------------------------
005800     SELECT RUNCTL
005900         ASSIGN EXTERNAL   RUNCTL
006000         ORGANIZATION      LINE SEQUENTIAL
006100         FILE STATUS       RUNCTL-STATUS.

006200*    -------------------------------------------------------------
006300*    MISSWAIV  --  OPTIONAL WAIVERS FOR DAYS KNOWN TO BE MISSED
006400*    (COPYBOOK WAIVREC).
006500*    -------------------------------------------------------------
006600     SELECT MISSWAIV
006700         ASSIGN EXTERNAL   MISSWAIV
006800         ORGANIZATION      LINE SEQUENTIAL
006900         FILE STATUS       MISSWAIV-STATUS.

007000*    -------------------------------------------------------------
007100*    MISSPARM  --  OPTIONAL PARAMETER: ONE ROW GIVING THE FIRST
007200*    AND LAST DAY TO CHECK (YYYYMMDD YYYYMMDD).
007300*    -------------------------------------------------------------
007400     SELECT MISSPARM
007500         ASSIGN EXTERNAL   MISSPARM
007600         ORGANIZATION      LINE SEQUENTIAL
007700         FILE STATUS       MISSPARM-STATUS.

007800*    -------------------------------------------------------------
007900*    ALERTFILE  --  SHARED ALERT TRAIL, READ FIRST FOR THE ALERTS
008000*    THIS PROGRAM HAS ALREADY RAISED, THEN APPENDED.
008100*    -------------------------------------------------------------
008200     SELECT ALERTFILE
008300         ASSIGN EXTERNAL   ALERTFILE
008400         ORGANIZATION      LINE SEQUENTIAL
008500         FILE STATUS       ALERT-STATUS.

008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CALENDAR
008900     DATA RECORD           CAL-RECORD.
009000     COPY CALREC.

009100*    -------------------------------------------------------------
009200*    AUDITFILE  --  SAME RECORD LAYOUT WRITEONE'S 8200-WRITE-AUDIT-
009300*    RECORD BUILDS.  THERE IS NO SHARED COPYBOOK FOR IT (WRITEONE,
009400*    GAPRPT, VOLCHECK AND AUDPURGE EACH DEFINE IT LOCALLY TOO), SO
009500*    THE LAYOUT IS REPEATED HERE.
009600*    -------------------------------------------------------------
009700 FD  AUDITFILE
009800     DATA RECORD           AUDIT-RECORD.
009900 01  AUDIT-RECORD.
010000     10  AUDIT-PROGRAM      PIC X(08).
010100     10  FILLER             PIC X(01).
010200     10  AUDIT-START-DATE   PIC 9(08).
010300     10  FILLER             PIC X(01).
010400     10  AUDIT-START-TIME   PIC 9(06).
010500     10  FILLER             PIC X(01).
010600     10  AUDIT-END-DATE     PIC 9(08).
010700     10  FILLER             PIC X(01).
010800     10  AUDIT-END-TIME     PIC 9(06).
010900     10  FILLER             PIC X(01).
011000     10  AUDIT-OPEN-STATUS  PIC 99.
011100     10  FILLER             PIC X(01).
011200     10  AUDIT-WRITE-STATUS PIC 99.
011300     10  FILLER             PIC X(01).
011400     10  AUDIT-CLOSE-STATUS PIC 99.
011500     10  FILLER             PIC X(01).
011600     10  AUDIT-RETURN-CODE  PIC 9(03).
011700     10  FILLER             PIC X(01).
011800     10  AUDIT-RECORD-COUNT PIC 9(06).
011900     10  FILLER             PIC X(01).
012000     10  AUDIT-REJECT-COUNT PIC 9(06).
012100     10  FILLER             PIC X(01).
012200     10  AUDIT-RUN-ID       PIC X(16).
012300     10  FILLER             PIC X(01).
012400     10  AUDIT-CHAIN-ID     PIC X(16).

012500 FD  RUNCTL
012600     DATA RECORD           CTL-RECORD.
012700     COPY CTLREC.

012800 FD  MISSWAIV
012900     DATA RECORD           WAIV-RECORD.
013000     COPY WAIVREC.

013100 FD  MISSPARM
013200     DATA RECORD           MSP-RECORD.
013300 01  MSP-RECORD.
013400     10  MSP-FROM-DATE      PIC 9(08).
013500     10  FILLER             PIC X(01).
013600     10  MSP-TO-DATE        PIC 9(08).

013700 FD  ALERTFILE
013800     DATA RECORD           ALERT-RECORD.
013900     COPY ALERTREC.

014000 WORKING-STORAGE SECTION.

014100*    -------------------------------------------------------------
014200*    FILE STATUS FIELDS
014300*    -------------------------------------------------------------
014400 77  CALENDAR-STATUS        PIC 99 VALUE ZEROS.
014500 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
014600 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
014700 77  MISSWAIV-STATUS        PIC 99 VALUE ZEROS.
014800 77  MISSPARM-STATUS        PIC 99 VALUE ZEROS.
014900 77  ALERT-STATUS           PIC 99 VALUE ZEROS.

015000*    -------------------------------------------------------------
015100*    END-OF-FILE AND OPEN SWITCHES
015200*    -------------------------------------------------------------
015300 77  WS-CAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
015400     88  WS-CAL-EOF-YES               VALUE 'Y'.

015500 77  WS-AUDIT-EOF-SWITCH    PIC X(01) VALUE 'N'.
015600     88  WS-AUDIT-EOF-YES             VALUE 'Y'.

015700 77  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
015800     88  WS-CTL-EOF-YES               VALUE 'Y'.

015900 77  WS-WAIV-EOF-SWITCH     PIC X(01) VALUE 'N'.
016000     88  WS-WAIV-EOF-YES              VALUE 'Y'.

016100 77  WS-ALERT-EOF-SWITCH    PIC X(01) VALUE 'N'.
016200     88  WS-ALERT-EOF-YES             VALUE 'Y'.

016300 77  WS-ALERT-OPEN-SW       PIC X(01) VALUE 'N'.
016400     88  WS-ALERT-IS-OPEN             VALUE 'Y'.
016500     88  WS-ALERT-IS-CLOSED           VALUE 'N'.

016600*    -------------------------------------------------------------
016700*    THE RANGE OF DAYS CHECKED.  WITHOUT MISSPARM IT RUNS FROM
016800*    THE FIRST WRITEONE RUN EITHER FILE RECORDS (NO RUN WAS DUE
016900*    BEFORE THE SUITE WENT LIVE) UP TO YESTERDAY (TODAY'S RUN MAY
017000*    STILL BE TO COME).
017100*    -------------------------------------------------------------
017200 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
017300 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.
017400 77  WS-FROM-DATE           PIC 9(08) VALUE ZEROS.
017500 77  WS-TO-DATE             PIC 9(08) VALUE 99999999.
017600 77  WS-FIRST-RUN-DATE      PIC 9(08) VALUE 99999999.
017700 77  WS-CHECK-FROM-DATE     PIC 9(08) VALUE ZEROS.

017800 77  WS-PARM-SWITCH         PIC X(01) VALUE 'N'.
017900     88  WS-PARM-GIVEN                VALUE 'Y'.

018000*    -------------------------------------------------------------
018100*    CALENDAR WORK AREAS -- ROWS MUST ASCEND BY DATE
018200*    -------------------------------------------------------------
018300 77  WS-CAL-PREV-DATE       PIC 9(08) VALUE ZEROS.
018400 77  WS-CAL-ROWS            PIC 9(06) COMP VALUE ZERO.

018500*    -------------------------------------------------------------
018600*    DAY TABLE -- ONE ENTRY PER CALENDAR DAY IN THE RANGE, WITH
018700*    THE WRITEONE RUNS EACH FILE RECORDS FOR IT.
018800*    -------------------------------------------------------------
018900 01  WS-DAY-TABLE.
019000     05  WS-DAY-ENTRY       OCCURS 4000 TIMES.
019100         10  WS-DAY-DATE            PIC 9(08).
019200         10  WS-DAY-KIND            PIC X(01).
019300             88  WS-DAY-IS-RUN-DAY         VALUE 'B' 'M' 'Q'
019400                                                 'Y'.
019500         10  WS-DAY-DESC            PIC X(30).
019600         10  WS-DAY-AUD-CLEAN       PIC 9(04) COMP.
019700         10  WS-DAY-AUD-FAILED      PIC 9(04) COMP.
019800         10  WS-DAY-CTL-CLEAN       PIC 9(04) COMP.
019900         10  WS-DAY-CTL-STARTED     PIC 9(04) COMP.

020000 77  WS-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
020100 77  WS-DAY-MAX             PIC 9(04) COMP VALUE 4000.
020200 77  WS-DAY-IDX             PIC 9(04) COMP VALUE ZERO.
020300 77  WS-DAY-HIT             PIC 9(04) COMP VALUE ZERO.
020400 77  WS-DAY-FIND-DATE       PIC 9(08) VALUE ZEROS.
020500 77  WS-DAY-CLEAN           PIC 9(04) COMP VALUE ZERO.

020600*    -------------------------------------------------------------
020700*    WAIVER TABLE -- THE USABLE MISSWAIV ROWS
020800*    -------------------------------------------------------------
020900 01  WS-WAIV-TABLE.
021000     05  WS-WAIV-ENTRY      OCCURS 500 TIMES.
021100         10  WS-WAIV-FROM           PIC 9(08).
021200         10  WS-WAIV-TO             PIC 9(08).
021300         10  WS-WAIV-OPERATOR       PIC X(08).
021400         10  WS-WAIV-REASON         PIC X(40).

021500 77  WS-WAIV-COUNT          PIC 9(04) COMP VALUE ZERO.
021600 77  WS-WAIV-MAX            PIC 9(04) COMP VALUE 500.
021700 77  WS-WAIV-IDX            PIC 9(04) COMP VALUE ZERO.
021800 77  WS-WAIV-HIT            PIC 9(04) COMP VALUE ZERO.
021900 77  WS-WAIV-IGNORED        PIC 9(04) COMP VALUE ZERO.

022000*    -------------------------------------------------------------
022100*    ALERTS ALREADY RAISED -- THE REFERENCE KEYS OF EVERY MISSRUN
022200*    ROW ON ALERTFILE, SO A DAY IS ALERTED ONCE, NOT EVERY NIGHT.
022300*    -------------------------------------------------------------
022400 01  WS-PRIOR-TABLE.
022500     05  WS-PRIOR-REF-KEY   OCCURS 2000 TIMES
022600                            PIC X(16).

022700 77  WS-PRIOR-COUNT         PIC 9(04) COMP VALUE ZERO.
022800 77  WS-PRIOR-MAX           PIC 9(04) COMP VALUE 2000.
022900 77  WS-PRIOR-IDX           PIC 9(04) COMP VALUE ZERO.

023000 77  WS-PRIOR-FOUND-SWITCH  PIC X(01) VALUE 'N'.
023100     88  WS-PRIOR-FOUND               VALUE 'Y'.
023200     88  WS-PRIOR-NOT-FOUND           VALUE 'N'.

023300 77  WS-PRIOR-FULL-SWITCH   PIC X(01) VALUE 'N'.
023400     88  WS-PRIOR-FULL-WARNED         VALUE 'Y'.

023500*    -------------------------------------------------------------
023600*    ALERT-TRAIL WORK AREAS -- THE CALLER FILLS THE WS-ALRT
023700*    FIELDS AND PERFORMS 7000-WRITE-ALERT.
023800*    -------------------------------------------------------------
023900 77  WS-ALRT-SEVERITY       PIC X(01) VALUE SPACE.
024000 77  WS-ALRT-REF-KEY        PIC X(16) VALUE SPACES.
024100 77  WS-ALRT-MESSAGE        PIC X(60) VALUE SPACES.

024200 01  WS-DAY-REF-KEY.
024300     10  WS-DAY-REF-DATE    PIC 9(08).
024400     10  FILLER             PIC X(01) VALUE SPACE.
024500     10  WS-DAY-REF-WHAT    PIC X(07).

024600 01  WS-CAL-REF-KEY.
024700     10  FILLER             PIC X(08) VALUE 'CAL END '.
024800     10  WS-CAL-REF-DATE    PIC 9(08).

024900*    -------------------------------------------------------------
025000*    TOTALS
025100*    -------------------------------------------------------------
025200 77  WS-EXPECTED-DAYS       PIC 9(06) COMP VALUE ZERO.
025300 77  WS-CLEAN-DAYS          PIC 9(06) COMP VALUE ZERO.
025400 77  WS-MISSED-DAYS         PIC 9(06) COMP VALUE ZERO.
025500 77  WS-MULTIPLE-DAYS       PIC 9(06) COMP VALUE ZERO.
025600 77  WS-WAIVED-DAYS         PIC 9(06) COMP VALUE ZERO.
025700 77  WS-UNPLANNED-DAYS      PIC 9(06) COMP VALUE ZERO.
025800 77  WS-ALERT-COUNT         PIC 9(06) COMP VALUE ZERO.

025900*    -------------------------------------------------------------
026000*    ONE EXCEPTION LINE, BUILT HERE AND DISPLAYED PER DAY
026100*    -------------------------------------------------------------
026200 01  WS-MSR-LINE.
026300     10  MSRL-DATE          PIC 9(08).
026400     10  FILLER             PIC X(02) VALUE SPACES.
026500     10  MSRL-KIND          PIC X(01).
026600     10  FILLER             PIC X(03) VALUE SPACES.
026700     10  MSRL-AUD-CLEAN     PIC ZZ9.
026800     10  FILLER             PIC X(02) VALUE SPACES.
026900     10  MSRL-AUD-FAILED    PIC ZZ9.
027000     10  FILLER             PIC X(02) VALUE SPACES.
027100     10  MSRL-CTL-CLEAN     PIC ZZ9.
027200     10  FILLER             PIC X(02) VALUE SPACES.
027300     10  MSRL-CTL-STARTED   PIC ZZ9.
027400     10  FILLER             PIC X(02) VALUE SPACES.
027500     10  MSRL-STATUS        PIC X(09).
027600     10  FILLER             PIC X(01) VALUE SPACES.
027700     10  MSRL-NOTE          PIC X(40).

027800*    -------------------------------------------------------------
027900*    FILE STATUS-CHECK WORK AREA
028000*    -------------------------------------------------------------
028100 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
028200 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

028300 PROCEDURE DIVISION.

028400*    =============================================================
028500*    0000-MAINLINE-CONTROL
028600*    =============================================================
028700 0000-MAINLINE-CONTROL.
028800     PERFORM 1000-INITIALIZE
028900         THRU 1000-INITIALIZE-EXIT.

029000     PERFORM 2000-COUNT-AUDIT-RUNS
029100         THRU 2000-COUNT-AUDIT-RUNS-EXIT.

029200     PERFORM 3000-COUNT-CONTROL-RUNS
029300         THRU 3000-COUNT-CONTROL-RUNS-EXIT.

029400     PERFORM 4000-JUDGE-DAYS
029500         THRU 4000-JUDGE-DAYS-EXIT.

029600     PERFORM 8000-TERMINATE
029700         THRU 8000-TERMINATE-EXIT.

029800     STOP RUN.

029900*    =============================================================
030000*    1000-INITIALIZE  --  PICK UP THE RANGE, THE CALENDAR, THE
030100*    WAIVERS AND THE ALERTS ALREADY RAISED.
030200*    =============================================================
030300 1000-INITIALIZE.
030400     DISPLAY    'Hello COBOL'       UPON CONSOLE.
030500     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.

030600     PERFORM 1100-READ-MISSPARM
030700         THRU 1100-READ-MISSPARM-EXIT.

030800     PERFORM 1400-LOAD-PRIOR-ALERTS
030900         THRU 1400-LOAD-PRIOR-ALERTS-EXIT.

031000     PERFORM 1200-LOAD-CALENDAR
031100         THRU 1200-LOAD-CALENDAR-EXIT.

031200     PERFORM 1300-LOAD-WAIVERS
031300         THRU 1300-LOAD-WAIVERS-EXIT.
031400 1000-INITIALIZE-EXIT.
031500     EXIT.

031600*    -------------------------------------------------------------
031700*    1100-READ-MISSPARM  --  AN OPTIONAL RANGE THAT IS NOT TWO
031800*    DATES IN ORDER ABENDS RATHER THAN CHECK THE WRONG DAYS.
031900*    -------------------------------------------------------------
032000 1100-READ-MISSPARM.
032100     OPEN       INPUT               MISSPARM.
032200     IF         MISSPARM-STATUS     = '35'
032300         GO TO  1100-READ-MISSPARM-EXIT
032400     END-IF.
032500     MOVE       'OPEN MISSPARM'     TO WS-STATUS-WHERE.
032600     PERFORM 9400-CHECK-MISSPARM-STATUS
032700         THRU 9400-CHECK-MISSPARM-STATUS-EXIT.
032800     READ       MISSPARM
032900         AT END
033000             MOVE 90                TO WS-ABEND-STATUS
033100             MOVE 'MISSPARM EMPTY'  TO WS-STATUS-WHERE
033200             GO TO 9999-ABEND
033300     END-READ.
033400     IF         MSP-FROM-DATE NOT NUMERIC
033500         OR     MSP-TO-DATE   NOT NUMERIC
033600         GO TO  1100-BAD-MISSPARM
033700     END-IF.
033800     IF         MSP-FROM-DATE       > MSP-TO-DATE
033900         GO TO  1100-BAD-MISSPARM
034000     END-IF.
034100     MOVE       MSP-FROM-DATE       TO WS-FROM-DATE.
034200     MOVE       MSP-TO-DATE         TO WS-TO-DATE.
034300     SET        WS-PARM-GIVEN       TO TRUE.
034400     CLOSE      MISSPARM.
034500     GO TO      1100-READ-MISSPARM-EXIT.
034600 1100-BAD-MISSPARM.
034700     DISPLAY    'MISSRUN MISSPARM ERROR - BAD ROW: ' MSP-RECORD
034800                UPON CONSOLE.
034900     MOVE       90                  TO WS-ABEND-STATUS.
035000     MOVE       'BAD MISSPARM ROW'  TO WS-STATUS-WHERE.
035100     GO TO      9999-ABEND.
035200 1100-READ-MISSPARM-EXIT.
035300     EXIT.

035400*    -------------------------------------------------------------
035500*    1200-LOAD-CALENDAR  --  KEEP EVERY CALENDAR DAY INSIDE THE
035600*    RANGE AND BEFORE TODAY.  A ROW THAT IS NOT A DATE AND A
035700*    KNOWN KIND OF DAY, OR IS OUT OF DATE ORDER, ABENDS: A WRONG
035800*    CALENDAR WOULD REPORT WRONG MISSED DAYS.  A CALENDAR THAT
035900*    STOPS SHORT OF TODAY IS WARNED ABOUT, SINCE EVERY DAY PAST
036000*    ITS END WOULD GO UNCHECKED.
036100*    -------------------------------------------------------------
036200 1200-LOAD-CALENDAR.
036300     OPEN       INPUT               CALENDAR.
036400     IF         CALENDAR-STATUS     = '35'
036500         DISPLAY 'MISSRUN BLOCKED - NO PROCESSING CALENDAR '
036600                 'PRESENT' UPON CONSOLE
036700         MOVE   90                  TO WS-ABEND-STATUS
036800         MOVE   'CALENDAR MISSING'  TO WS-STATUS-WHERE
036900         GO TO  9999-ABEND
037000     END-IF.
037100     MOVE       'OPEN CALENDAR'     TO WS-STATUS-WHERE.
037200     PERFORM 9000-CHECK-CALENDAR-STATUS
037300         THRU 9000-CHECK-CALENDAR-STATUS-EXIT.
037400     PERFORM 1210-READ-ONE-CALENDAR
037500         THRU 1210-READ-ONE-CALENDAR-EXIT
037600         UNTIL WS-CAL-EOF-YES.
037700     CLOSE      CALENDAR.

037800     IF         WS-CAL-PREV-DATE    < WS-RUN-DATE
037900         DISPLAY 'MISSRUN WARNING - THE PROCESSING CALENDAR '
038000                 'ENDS AT ' WS-CAL-PREV-DATE '; EXTEND IT'
038100                 UPON CONSOLE
038200         MOVE   WS-CAL-PREV-DATE    TO WS-CAL-REF-DATE
038300         MOVE   WS-CAL-REF-KEY      TO WS-ALRT-REF-KEY
038400         PERFORM 4300-CHECK-ALREADY-ALERTED
038500             THRU 4300-CHECK-ALREADY-ALERTED-EXIT
038600         IF     WS-PRIOR-NOT-FOUND
038700             MOVE 'W'               TO WS-ALRT-SEVERITY
038800             MOVE 'CALENDAR RUN OUT - DAYS PAST ITS END UNCHECKED'
038900                                   TO WS-ALRT-MESSAGE
039000             PERFORM 7000-WRITE-ALERT
039100                 THRU 7000-WRITE-ALERT-EXIT
039200         END-IF
039300     END-IF.
039400 1200-LOAD-CALENDAR-EXIT.
039500     EXIT.

039510*    -------------------------------------------------------------
039520*    1210-READ-ONE-CALENDAR  --  READ ONE CALENDAR ROW.  A ROW
039530*    THAT IS NOT A DATE AND A KNOWN KIND OF DAY, OR IS OUT OF DATE
039540*    ORDER, ABENDS AT 1210-BAD-CALENDAR-ROW.  A DAY INSIDE THE
039550*    RANGE AND BEFORE TODAY IS LOADED.
039560*    -------------------------------------------------------------
039600 1210-READ-ONE-CALENDAR.
039700     READ       CALENDAR
039800         AT END
039900             SET WS-CAL-EOF-YES     TO TRUE
040000             GO TO 1210-READ-ONE-CALENDAR-EXIT
040100     END-READ.
040200     MOVE       'READ CALENDAR'     TO WS-STATUS-WHERE.
040300     PERFORM 9000-CHECK-CALENDAR-STATUS
040400         THRU 9000-CHECK-CALENDAR-STATUS-EXIT.
040500     ADD        1                   TO WS-CAL-ROWS.
040600     IF         CAL-DATE NOT NUMERIC
040700         GO TO  1210-BAD-CALENDAR-ROW
040800     END-IF.
040900     IF         NOT CAL-IS-VALID-KIND
041000         GO TO  1210-BAD-CALENDAR-ROW
041100     END-IF.
041200     IF         CAL-DATE NOT > WS-CAL-PREV-DATE
041300         GO TO  1210-BAD-CALENDAR-ROW
041400     END-IF.
041500     MOVE       CAL-DATE            TO WS-CAL-PREV-DATE.
041600     IF         CAL-DATE            < WS-FROM-DATE
041700         OR     CAL-DATE            > WS-TO-DATE
041800         OR     CAL-DATE NOT        < WS-RUN-DATE
041900         GO TO  1210-READ-ONE-CALENDAR-EXIT
042000     END-IF.
042100     IF         WS-DAY-COUNT NOT    < WS-DAY-MAX
042200         DISPLAY 'MISSRUN - CALENDAR TABLE FULL AT ' WS-DAY-MAX
042300                 ' DAYS; NARROW THE RANGE WITH MISSPARM'
042400                 UPON CONSOLE
042500         MOVE   90                  TO WS-ABEND-STATUS
042600         MOVE   'CALENDAR TABLE FULL' TO WS-STATUS-WHERE
042700         GO TO  9999-ABEND
042800     END-IF.
042900     ADD        1                   TO WS-DAY-COUNT.
043000     MOVE       CAL-DATE            TO WS-DAY-DATE(WS-DAY-COUNT).
043100     MOVE       CAL-DAY-KIND        TO WS-DAY-KIND(WS-DAY-COUNT).
043200     MOVE       CAL-DESCRIPTION     TO WS-DAY-DESC(WS-DAY-COUNT).
043300     MOVE       ZERO          TO WS-DAY-AUD-CLEAN(WS-DAY-COUNT).
043400     MOVE       ZERO          TO WS-DAY-AUD-FAILED(WS-DAY-COUNT).
043500     MOVE       ZERO          TO WS-DAY-CTL-CLEAN(WS-DAY-COUNT).
043600     MOVE       ZERO          TO WS-DAY-CTL-STARTED(WS-DAY-COUNT).
043700     GO TO      1210-READ-ONE-CALENDAR-EXIT.
043800 1210-BAD-CALENDAR-ROW.
043900     DISPLAY    'MISSRUN CALENDAR ERROR - ROW ' WS-CAL-ROWS
044000                ' IS NOT A DATE AND KIND IN DATE ORDER: '
044100                CAL-RECORD          UPON CONSOLE.
044200     MOVE       90                  TO WS-ABEND-STATUS.
044300     MOVE       'BAD CALENDAR ROW'  TO WS-STATUS-WHERE.
044400     GO TO      9999-ABEND.
044500 1210-READ-ONE-CALENDAR-EXIT.
044600     EXIT.

044700*    -------------------------------------------------------------
044800*    1300-LOAD-WAIVERS  --  A WAIVER ROW THAT IS INCOMPLETE OR
044900*    WHOSE DATES ARE OUT OF ORDER WAIVES NOTHING; IT IS LISTED SO
045000*    THE OPERATOR CAN PUT IT RIGHT.
045100*    -------------------------------------------------------------
045200 1300-LOAD-WAIVERS.
045300     OPEN       INPUT               MISSWAIV.
045400     IF         MISSWAIV-STATUS     = '35'
045500         GO TO  1300-LOAD-WAIVERS-EXIT
045600     END-IF.
045700     MOVE       'OPEN MISSWAIV'     TO WS-STATUS-WHERE.
045800     PERFORM 9300-CHECK-MISSWAIV-STATUS
045900         THRU 9300-CHECK-MISSWAIV-STATUS-EXIT.
046000     PERFORM 1310-READ-ONE-WAIVER
046100         THRU 1310-READ-ONE-WAIVER-EXIT
046200         UNTIL WS-WAIV-EOF-YES.
046300     CLOSE      MISSWAIV.
046400 1300-LOAD-WAIVERS-EXIT.
046500     EXIT.

046510*    -------------------------------------------------------------
046520*    1310-READ-ONE-WAIVER  --  READ ONE WAIVER ROW AND LOAD IT.
046530*    AN INCOMPLETE ROW OR ONE WHOSE DATES ARE OUT OF ORDER IS
046540*    LISTED AND COUNTED AS IGNORED AT 1310-BAD-WAIVER-ROW.
046550*    -------------------------------------------------------------
046600 1310-READ-ONE-WAIVER.
046700     READ       MISSWAIV
046800         AT END
046900             SET WS-WAIV-EOF-YES    TO TRUE
047000             GO TO 1310-READ-ONE-WAIVER-EXIT
047100     END-READ.
047200     MOVE       'READ MISSWAIV'     TO WS-STATUS-WHERE.
047300     PERFORM 9300-CHECK-MISSWAIV-STATUS
047400         THRU 9300-CHECK-MISSWAIV-STATUS-EXIT.
047500     IF         WAIV-FROM-DATE NOT NUMERIC
047600         OR     WAIV-TO-DATE   NOT NUMERIC
047700         OR     WAIV-OPERATOR       = SPACES
047800         OR     WAIV-REASON         = SPACES
047900         GO TO  1310-BAD-WAIVER-ROW
048000     END-IF.
048100     IF         WAIV-FROM-DATE      > WAIV-TO-DATE
048200         GO TO  1310-BAD-WAIVER-ROW
048300     END-IF.
048400     IF         WS-WAIV-COUNT NOT   < WS-WAIV-MAX
048500         DISPLAY 'MISSRUN - WAIVER TABLE FULL AT ' WS-WAIV-MAX
048600                 ' ROWS' UPON CONSOLE
048700         MOVE   90                  TO WS-ABEND-STATUS
048800         MOVE   'WAIVER TABLE FULL' TO WS-STATUS-WHERE
048900         GO TO  9999-ABEND
049000     END-IF.
049100     ADD        1                   TO WS-WAIV-COUNT.
049200     MOVE       WAIV-FROM-DATE    TO WS-WAIV-FROM(WS-WAIV-COUNT).
049300     MOVE       WAIV-TO-DATE      TO WS-WAIV-TO(WS-WAIV-COUNT).
049400     MOVE       WAIV-OPERATOR
049500                            TO WS-WAIV-OPERATOR(WS-WAIV-COUNT).
049600     MOVE       WAIV-REASON
049610                            TO WS-WAIV-REASON(WS-WAIV-COUNT).
049700     GO TO      1310-READ-ONE-WAIVER-EXIT.
049800 1310-BAD-WAIVER-ROW.
049900     DISPLAY    'MISSRUN WAIVER IGNORED - INCOMPLETE OR DATES '
050000                'OUT OF ORDER: ' WAIV-RECORD UPON CONSOLE.
050100     ADD        1                   TO WS-WAIV-IGNORED.
050200 1310-READ-ONE-WAIVER-EXIT.
050300     EXIT.

050400*    -------------------------------------------------------------
050500*    1400-LOAD-PRIOR-ALERTS  --  REMEMBER THE REFERENCE KEY OF
050600*    EVERY ALERT THIS PROGRAM HAS ALREADY RAISED.
050700*    -------------------------------------------------------------
050800 1400-LOAD-PRIOR-ALERTS.
050900     OPEN       INPUT               ALERTFILE.
051000     IF         ALERT-STATUS        = '35'
051100         GO TO  1400-LOAD-PRIOR-ALERTS-EXIT
051200     END-IF.
051300     MOVE       'OPEN ALERTFILE'    TO WS-STATUS-WHERE.
051400     PERFORM 9500-CHECK-ALERT-STATUS
051500         THRU 9500-CHECK-ALERT-STATUS-EXIT.
051600     PERFORM 1410-READ-ONE-ALERT
051700         THRU 1410-READ-ONE-ALERT-EXIT
051800         UNTIL WS-ALERT-EOF-YES.
051900     CLOSE      ALERTFILE.
052000 1400-LOAD-PRIOR-ALERTS-EXIT.
052100     EXIT.

052110*    -------------------------------------------------------------
052120*    1410-READ-ONE-ALERT  --  READ ONE ALERT ROW AND REMEMBER IT
052130*    WHEN MISSRUN RAISED IT.
052140*    -------------------------------------------------------------
052200 1410-READ-ONE-ALERT.
052300     READ       ALERTFILE
052400         AT END
052500             SET WS-ALERT-EOF-YES   TO TRUE
052600             GO TO 1410-READ-ONE-ALERT-EXIT
052700     END-READ.
052800     MOVE       'READ ALERTFILE'    TO WS-STATUS-WHERE.
052900     PERFORM 9500-CHECK-ALERT-STATUS
053000         THRU 9500-CHECK-ALERT-STATUS-EXIT.
053100     IF         ALRT-PROGRAM NOT    = 'MISSRUN'
053200         GO TO  1410-READ-ONE-ALERT-EXIT
053300     END-IF.
053400     MOVE       ALRT-REF-KEY        TO WS-ALRT-REF-KEY.
053500     PERFORM 7010-REMEMBER-ALERT
053600         THRU 7010-REMEMBER-ALERT-EXIT.
053700 1410-READ-ONE-ALERT-EXIT.
053800     EXIT.

053900*    =============================================================
054000*    2000-COUNT-AUDIT-RUNS  --  EACH WRITEONE ROW ON AUDITFILE IS
054100*    ONE RUN STARTED ON AUDIT-START-DATE: CLEAN WHEN ITS RETURN
054200*    CODE IS ZERO, FAILED OTHERWISE.  OTHER PROGRAMS' ROWS (THE
054300*    AUDPURGE CARRY-FORWARD SUMMARY) ARE NOT RUNS.
054400*    =============================================================
054500 2000-COUNT-AUDIT-RUNS.
054600     OPEN       INPUT               AUDITFILE.
054700     IF         AUDIT-STATUS        = '35'
054800         GO TO  2000-COUNT-AUDIT-RUNS-EXIT
054900     END-IF.
055000     MOVE       'OPEN AUDITFILE'    TO WS-STATUS-WHERE.
055100     PERFORM 9100-CHECK-AUDIT-STATUS
055200         THRU 9100-CHECK-AUDIT-STATUS-EXIT.
055300     PERFORM 2010-READ-ONE-AUDIT
055400         THRU 2010-READ-ONE-AUDIT-EXIT
055500         UNTIL WS-AUDIT-EOF-YES.
055600     CLOSE      AUDITFILE.
055700 2000-COUNT-AUDIT-RUNS-EXIT.
055800     EXIT.

055810*    -------------------------------------------------------------
055820*    2010-READ-ONE-AUDIT  --  READ ONE AUDIT ROW.  A WRITEONE ROW
055830*    MOVES THE FIRST RUN DATE BACK WHEN IT IS EARLIER, AND COUNTS
055840*    AS CLEAN OR FAILED ON ITS START DATE WHEN THAT IS AN EXPECTED
055850*    DAY.
055860*    -------------------------------------------------------------
055900 2010-READ-ONE-AUDIT.
056000     READ       AUDITFILE
056100         AT END
056200             SET WS-AUDIT-EOF-YES   TO TRUE
056300             GO TO 2010-READ-ONE-AUDIT-EXIT
056400     END-READ.
056500     MOVE       'READ AUDITFILE'    TO WS-STATUS-WHERE.
056600     PERFORM 9100-CHECK-AUDIT-STATUS
056700         THRU 9100-CHECK-AUDIT-STATUS-EXIT.
056800     IF         AUDIT-PROGRAM NOT   = 'WRITEONE'
056900         OR     AUDIT-START-DATE NOT NUMERIC
057000         GO TO  2010-READ-ONE-AUDIT-EXIT
057100     END-IF.
057200     IF         AUDIT-START-DATE    < WS-FIRST-RUN-DATE
057300         MOVE   AUDIT-START-DATE    TO WS-FIRST-RUN-DATE
057400     END-IF.
057500     MOVE       AUDIT-START-DATE    TO WS-DAY-FIND-DATE.
057600     PERFORM 2900-FIND-DAY
057700         THRU 2900-FIND-DAY-EXIT.
057800     IF         WS-DAY-HIT          = ZERO
057900         GO TO  2010-READ-ONE-AUDIT-EXIT
058000     END-IF.
058100     IF         AUDIT-RETURN-CODE   = ZERO
058200         ADD    1              TO WS-DAY-AUD-CLEAN(WS-DAY-HIT)
058300     ELSE
058400         ADD    1              TO WS-DAY-AUD-FAILED(WS-DAY-HIT)
058500     END-IF.
058600 2010-READ-ONE-AUDIT-EXIT.
058700     EXIT.

058800*    -------------------------------------------------------------
058900*    2900-FIND-DAY  --  WS-DAY-HIT BECOMES THE SLOT HOLDING
059000*    WS-DAY-FIND-DATE, OR ZERO WHEN THE DAY IS NOT IN THE TABLE.
059100*    -------------------------------------------------------------
059200 2900-FIND-DAY.
059300     MOVE       ZERO                TO WS-DAY-HIT.
059400     PERFORM 2910-CHECK-ONE-DAY
059500         THRU 2910-CHECK-ONE-DAY-EXIT
059600         VARYING WS-DAY-IDX FROM 1 BY 1
059700             UNTIL WS-DAY-IDX > WS-DAY-COUNT
059800                OR WS-DAY-HIT NOT = ZERO.
059900 2900-FIND-DAY-EXIT.
060000     EXIT.

060010*    -------------------------------------------------------------
060020*    2910-CHECK-ONE-DAY  --  SET WS-DAY-HIT WHEN TABLE SLOT WS-
060030*    DAY-IDX HOLDS WS-DAY-FIND-DATE.
060040*    -------------------------------------------------------------
060100 2910-CHECK-ONE-DAY.
060200     IF         WS-DAY-DATE(WS-DAY-IDX) = WS-DAY-FIND-DATE
060300         MOVE   WS-DAY-IDX          TO WS-DAY-HIT
060400     END-IF.
060500 2910-CHECK-ONE-DAY-EXIT.
060600     EXIT.

060700*    =============================================================
060800*    3000-COUNT-CONTROL-RUNS  --  EACH WRITEONE ROW ON RUNCTL IS
060900*    A RUN STARTING ('S') OR FINISHING CLEANLY ('C') FOR ITS
061000*    CYCLE DATE.  FORCE-RELEASES ('F') ARE NOT RUNS.
061100*    =============================================================
061200 3000-COUNT-CONTROL-RUNS.
061300     OPEN       INPUT               RUNCTL.
061400     IF         RUNCTL-STATUS       = '35'
061500         GO TO  3000-COUNT-CONTROL-RUNS-EXIT
061600     END-IF.
061700     MOVE       'OPEN RUNCTL'       TO WS-STATUS-WHERE.
061800     PERFORM 9200-CHECK-RUNCTL-STATUS
061900         THRU 9200-CHECK-RUNCTL-STATUS-EXIT.
062000     PERFORM 3010-READ-ONE-CONTROL
062100         THRU 3010-READ-ONE-CONTROL-EXIT
062200         UNTIL WS-CTL-EOF-YES.
062300     CLOSE      RUNCTL.
062400 3000-COUNT-CONTROL-RUNS-EXIT.
062500     EXIT.

062510*    -------------------------------------------------------------
062520*    3010-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW.  A WRITEONE
062530*    'S' OR 'C' ROW MOVES THE FIRST RUN DATE BACK WHEN IT IS
062540*    EARLIER, AND COUNTS AS STARTED OR CLEAN ON ITS CYCLE DATE
062550*    WHEN THAT IS AN EXPECTED DAY.
062560*    -------------------------------------------------------------
062600 3010-READ-ONE-CONTROL.
062700     READ       RUNCTL
062800         AT END
062900             SET WS-CTL-EOF-YES     TO TRUE
063000             GO TO 3010-READ-ONE-CONTROL-EXIT
063100     END-READ.
063200     MOVE       'READ RUNCTL'       TO WS-STATUS-WHERE.
063300     PERFORM 9200-CHECK-RUNCTL-STATUS
063400         THRU 9200-CHECK-RUNCTL-STATUS-EXIT.
063500     IF         CTL-PROGRAM NOT     = 'WRITEONE'
063600         OR     CTL-CYCLE-DATE NOT NUMERIC
063700         GO TO  3010-READ-ONE-CONTROL-EXIT
063800     END-IF.
063900     IF         NOT CTL-IS-STARTED
064000         AND    NOT CTL-IS-COMPLETE
064100         GO TO  3010-READ-ONE-CONTROL-EXIT
064200     END-IF.
064300     IF         CTL-CYCLE-DATE      < WS-FIRST-RUN-DATE
064400         MOVE   CTL-CYCLE-DATE      TO WS-FIRST-RUN-DATE
064500     END-IF.
064600     MOVE       CTL-CYCLE-DATE      TO WS-DAY-FIND-DATE.
064700     PERFORM 2900-FIND-DAY
064800         THRU 2900-FIND-DAY-EXIT.
064900     IF         WS-DAY-HIT          = ZERO
065000         GO TO  3010-READ-ONE-CONTROL-EXIT
065100     END-IF.
065200     IF         CTL-IS-COMPLETE
065300         ADD    1              TO WS-DAY-CTL-CLEAN(WS-DAY-HIT)
065400     ELSE
065500         ADD    1              TO WS-DAY-CTL-STARTED(WS-DAY-HIT)
065600     END-IF.
065700 3010-READ-ONE-CONTROL-EXIT.
065800     EXIT.

065900*    =============================================================
066000*    4000-JUDGE-DAYS  --  WALK THE CALENDAR DAYS IN THE RANGE AND
066100*    LIST EVERY EXCEPTION.
066200*    =============================================================
066300 4000-JUDGE-DAYS.
066400     IF         WS-PARM-GIVEN
066500         MOVE   WS-FROM-DATE        TO WS-CHECK-FROM-DATE
066600     ELSE
066700         MOVE   WS-FIRST-RUN-DATE   TO WS-CHECK-FROM-DATE
066800     END-IF.
066900     DISPLAY    '================ MISSED-RUN CHECK '
067000                '================'  UPON CONSOLE.
067100     DISPLAY    'Run date        ' WS-RUN-DATE    UPON CONSOLE.
067200     IF         WS-CHECK-FROM-DATE  = 99999999
067300         DISPLAY 'NO WRITEONE RUN HAS EVER BEEN LOGGED - NO '
067400                 'DAYS TO CHECK' UPON CONSOLE
067500         GO TO  4000-JUDGE-DAYS-EXIT
067600     END-IF.
067700     DISPLAY    'Checked from    ' WS-CHECK-FROM-DATE
067800                UPON CONSOLE.
067900     DISPLAY    'DATE      KIND AUD FAIL CTL STRT STATUS    '
068000                'NOTE'              UPON CONSOLE.
068100     PERFORM 4010-JUDGE-ONE-DAY
068200         THRU 4010-JUDGE-ONE-DAY-EXIT
068300         VARYING WS-DAY-IDX FROM 1 BY 1
068400             UNTIL WS-DAY-IDX > WS-DAY-COUNT.
068500 4000-JUDGE-DAYS-EXIT.
068600     EXIT.

068700*    -------------------------------------------------------------
068800*    4010-JUDGE-ONE-DAY  --  THE DAY'S CLEAN RUNS ARE THE LARGER
068900*    OF THE TWO FILES' COUNTS.  AN EXPECTED DAY NEEDS EXACTLY
069000*    ONE; A CLEAN RUN ON A HOLIDAY OR NO-RUN DAY IS LISTED AS
069100*    UNPLANNED BUT IS NOT AN EXCEPTION.
069200*    -------------------------------------------------------------
069300 4010-JUDGE-ONE-DAY.
069400     IF         WS-DAY-DATE(WS-DAY-IDX) < WS-CHECK-FROM-DATE
069500         GO TO  4010-JUDGE-ONE-DAY-EXIT
069600     END-IF.
069700     MOVE       WS-DAY-AUD-CLEAN(WS-DAY-IDX) TO WS-DAY-CLEAN.
069800     IF         WS-DAY-CTL-CLEAN(WS-DAY-IDX) > WS-DAY-CLEAN
069900         MOVE   WS-DAY-CTL-CLEAN(WS-DAY-IDX) TO WS-DAY-CLEAN
070000     END-IF.
070100     MOVE       WS-DAY-DESC(WS-DAY-IDX)       TO MSRL-NOTE.

070200     IF         NOT WS-DAY-IS-RUN-DAY(WS-DAY-IDX)
070300         IF     WS-DAY-CLEAN        > ZERO
070400             ADD 1                  TO WS-UNPLANNED-DAYS
070500             MOVE 'UNPLANNED'       TO MSRL-STATUS
070600             PERFORM 4100-SHOW-DAY
070700                 THRU 4100-SHOW-DAY-EXIT
070800         END-IF
070900         GO TO  4010-JUDGE-ONE-DAY-EXIT
071000     END-IF.
071100     ADD        1                   TO WS-EXPECTED-DAYS.
071200     IF         WS-DAY-CLEAN        = 1
071300         ADD    1                   TO WS-CLEAN-DAYS
071400         GO TO  4010-JUDGE-ONE-DAY-EXIT
071500     END-IF.

071600     PERFORM 4200-FIND-WAIVER
071700         THRU 4200-FIND-WAIVER-EXIT.
071800     IF         WS-WAIV-HIT NOT     = ZERO
071900         ADD    1                   TO WS-WAIVED-DAYS
072000         MOVE   'WAIVED'            TO MSRL-STATUS
072100         MOVE   WS-WAIV-REASON(WS-WAIV-HIT) TO MSRL-NOTE
072200         PERFORM 4100-SHOW-DAY
072300             THRU 4100-SHOW-DAY-EXIT
072400         DISPLAY '          WAIVED BY '
072500                 WS-WAIV-OPERATOR(WS-WAIV-HIT) UPON CONSOLE
072600         GO TO  4010-JUDGE-ONE-DAY-EXIT
072700     END-IF.

072800     MOVE       8                   TO RETURN-CODE.
072900     MOVE       WS-DAY-DATE(WS-DAY-IDX) TO WS-DAY-REF-DATE.
073000     IF         WS-DAY-CLEAN        = ZERO
073100         ADD    1                   TO WS-MISSED-DAYS
073200         MOVE   'MISSED'            TO MSRL-STATUS
073300         MOVE   'MISSED'            TO WS-DAY-REF-WHAT
073400         MOVE   'C'                 TO WS-ALRT-SEVERITY
073500         IF     WS-DAY-AUD-FAILED(WS-DAY-IDX) > ZERO
073600             OR WS-DAY-CTL-STARTED(WS-DAY-IDX) > ZERO
073700             MOVE 'WRITEONE NOT CLEAN ON AN EXPECTED DAY'
073800                                   TO WS-ALRT-MESSAGE
073900         ELSE
074000             MOVE 'NO WRITEONE RUN ON AN EXPECTED PROCESSING DAY'
074100                                   TO WS-ALRT-MESSAGE
074200         END-IF
074300     ELSE
074400         ADD    1                   TO WS-MULTIPLE-DAYS
074500         MOVE   'MULTIPLE'          TO MSRL-STATUS
074600         MOVE   'MULTI'             TO WS-DAY-REF-WHAT
074700         MOVE   'W'                 TO WS-ALRT-SEVERITY
074800         MOVE   'WRITEONE COMPLETED MORE THAN ONCE ON ONE DAY'
074900                                   TO WS-ALRT-MESSAGE
075000     END-IF.
075100     PERFORM 4100-SHOW-DAY
075200         THRU 4100-SHOW-DAY-EXIT.

075300     MOVE       WS-DAY-REF-KEY      TO WS-ALRT-REF-KEY.
075400     PERFORM 4300-CHECK-ALREADY-ALERTED
075500         THRU 4300-CHECK-ALREADY-ALERTED-EXIT.
075600     IF         WS-PRIOR-NOT-FOUND
075700         PERFORM 7000-WRITE-ALERT
075800             THRU 7000-WRITE-ALERT-EXIT
075900     END-IF.
076000 4010-JUDGE-ONE-DAY-EXIT.
076100     EXIT.

076110*    -------------------------------------------------------------
076120*    4100-SHOW-DAY  --  DISPLAY THE LINE FOR THE DAY IN SLOT WS-
076130*    DAY-IDX.
076140*    -------------------------------------------------------------
076200 4100-SHOW-DAY.
076300     MOVE       WS-DAY-DATE(WS-DAY-IDX)        TO MSRL-DATE.
076400     MOVE       WS-DAY-KIND(WS-DAY-IDX)        TO MSRL-KIND.
076500     MOVE       WS-DAY-AUD-CLEAN(WS-DAY-IDX)   TO MSRL-AUD-CLEAN.
076600     MOVE       WS-DAY-AUD-FAILED(WS-DAY-IDX)  TO MSRL-AUD-FAILED.
076700     MOVE       WS-DAY-CTL-CLEAN(WS-DAY-IDX)   TO MSRL-CTL-CLEAN.
076800     MOVE       WS-DAY-CTL-STARTED(WS-DAY-IDX)
076900                                    TO MSRL-CTL-STARTED.
077000     DISPLAY    WS-MSR-LINE         UPON CONSOLE.
077100 4100-SHOW-DAY-EXIT.
077200     EXIT.

077300*    -------------------------------------------------------------
077400*    4200-FIND-WAIVER  --  WS-WAIV-HIT BECOMES THE FIRST WAIVER
077500*    WHOSE RANGE COVERS THE DAY, OR ZERO.
077600*    -------------------------------------------------------------
077700 4200-FIND-WAIVER.
077800     MOVE       ZERO                TO WS-WAIV-HIT.
077900     PERFORM 4210-CHECK-ONE-WAIVER
078000         THRU 4210-CHECK-ONE-WAIVER-EXIT
078100         VARYING WS-WAIV-IDX FROM 1 BY 1
078200             UNTIL WS-WAIV-IDX > WS-WAIV-COUNT
078300                OR WS-WAIV-HIT NOT = ZERO.
078400 4200-FIND-WAIVER-EXIT.
078500     EXIT.

078510*    -------------------------------------------------------------
078520*    4210-CHECK-ONE-WAIVER  --  SET WS-WAIV-HIT WHEN WAIVER SLOT
078530*    WS-WAIV-IDX COVERS THE DAY IN SLOT WS-DAY-IDX.
078540*    -------------------------------------------------------------
078600 4210-CHECK-ONE-WAIVER.
078700     IF         WS-DAY-DATE(WS-DAY-IDX)
078800                    NOT < WS-WAIV-FROM(WS-WAIV-IDX)
078900         AND    WS-DAY-DATE(WS-DAY-IDX)
079000                    NOT > WS-WAIV-TO(WS-WAIV-IDX)
079100         MOVE   WS-WAIV-IDX         TO WS-WAIV-HIT
079200     END-IF.
079300 4210-CHECK-ONE-WAIVER-EXIT.
079400     EXIT.

079500*    -------------------------------------------------------------
079600*    4300-CHECK-ALREADY-ALERTED  --  IS WS-ALRT-REF-KEY AMONG THE
079700*    ALERTS THIS PROGRAM HAS ALREADY RAISED?
079800*    -------------------------------------------------------------
079900 4300-CHECK-ALREADY-ALERTED.
080000     SET        WS-PRIOR-NOT-FOUND  TO TRUE.
080100     PERFORM 4310-CHECK-ONE-PRIOR
080200         THRU 4310-CHECK-ONE-PRIOR-EXIT
080300         VARYING WS-PRIOR-IDX FROM 1 BY 1
080400             UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
080500                OR WS-PRIOR-FOUND.
080600 4300-CHECK-ALREADY-ALERTED-EXIT.
080700     EXIT.

080710*    -------------------------------------------------------------
080720*    4310-CHECK-ONE-PRIOR  --  SET WS-PRIOR-FOUND WHEN PRIOR-ALERT
080730*    SLOT WS-PRIOR-IDX HOLDS WS-ALRT-REF-KEY.
080740*    -------------------------------------------------------------
080800 4310-CHECK-ONE-PRIOR.
080900     IF         WS-PRIOR-REF-KEY(WS-PRIOR-IDX) = WS-ALRT-REF-KEY
081000         SET    WS-PRIOR-FOUND      TO TRUE
081100     END-IF.
081200 4310-CHECK-ONE-PRIOR-EXIT.
081300     EXIT.

081400*    -------------------------------------------------------------
081500*    7000-WRITE-ALERT  --  APPEND ONE ROW TO THE SHARED ALERT
081600*    TRAIL FROM THE WS-ALRT FIELDS THE CALLER FILLED.  THE FILE
081700*    IS OPENED LAZILY ON THE FIRST ALERT (EXTEND, FALLING BACK TO
081800*    OUTPUT ON A FIRST-EVER RUN) AND LEFT OPEN FOR THE REST OF
081900*    THE RUN; 8000-TERMINATE CLOSES IT.
082000*    -------------------------------------------------------------
082100 7000-WRITE-ALERT.
082200     IF         WS-ALERT-IS-CLOSED
082300         OPEN   EXTEND              ALERTFILE
082400         IF     ALERT-STATUS = '35'
082500             CLOSE  ALERTFILE
082600             OPEN   OUTPUT          ALERTFILE
082700         END-IF
082800         MOVE   'OPEN ALERTFILE'    TO WS-STATUS-WHERE
082900         PERFORM 9500-CHECK-ALERT-STATUS
083000             THRU 9500-CHECK-ALERT-STATUS-EXIT
083100         SET    WS-ALERT-IS-OPEN    TO TRUE
083200     END-IF.

083300     MOVE       SPACES              TO ALERT-RECORD.
083400     MOVE       'MISSRUN'           TO ALRT-PROGRAM.
083500     MOVE       WS-RUN-DATE         TO ALRT-CYCLE-DATE.
083600     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
083700     MOVE       WS-TIME-OF-DAY(1:6) TO ALRT-TIME.
083800     MOVE       WS-ALRT-SEVERITY    TO ALRT-SEVERITY.
083900     MOVE       WS-ALRT-REF-KEY     TO ALRT-REF-KEY.
084000     MOVE       WS-ALRT-MESSAGE     TO ALRT-MESSAGE.
084100     WRITE      ALERT-RECORD.
084200     MOVE       'WRITE ALERTFILE'   TO WS-STATUS-WHERE.
084300     PERFORM 9500-CHECK-ALERT-STATUS
084400         THRU 9500-CHECK-ALERT-STATUS-EXIT.
084500     ADD        1                   TO WS-ALERT-COUNT.
084600     PERFORM 7010-REMEMBER-ALERT
084700         THRU 7010-REMEMBER-ALERT-EXIT.
084800 7000-WRITE-ALERT-EXIT.
084900     EXIT.

085000*    -------------------------------------------------------------
085100*    7010-REMEMBER-ALERT  --  ADD WS-ALRT-REF-KEY TO THE ALERTS
085200*    ALREADY RAISED.  A FULL TABLE IS REPORTED ONCE; THE ONLY
085300*    COST IS THAT AN OLD DAY MAY BE ALERTED AGAIN.
085400*    -------------------------------------------------------------
085500 7010-REMEMBER-ALERT.
085600     IF         WS-PRIOR-COUNT NOT  < WS-PRIOR-MAX
085700         IF     NOT WS-PRIOR-FULL-WARNED
085800             DISPLAY 'MISSRUN PRIOR-ALERT TABLE FULL - SOME DAYS '
085900                     'MAY BE ALERTED AGAIN' UPON CONSOLE
086000             SET WS-PRIOR-FULL-WARNED TO TRUE
086100         END-IF
086200         GO TO  7010-REMEMBER-ALERT-EXIT
086300     END-IF.
086400     ADD        1                   TO WS-PRIOR-COUNT.
086500     MOVE       WS-ALRT-REF-KEY
086600                            TO WS-PRIOR-REF-KEY(WS-PRIOR-COUNT).
086700 7010-REMEMBER-ALERT-EXIT.
086800     EXIT.

086900*    =============================================================
087000*    8000-TERMINATE  --  SUMMARIZE THE CHECK.
087100*    =============================================================
087200 8000-TERMINATE.
087300     IF         WS-ALERT-IS-OPEN
087400         CLOSE  ALERTFILE
087500     END-IF.
087600     DISPLAY    '============================================'
087700                UPON CONSOLE.
087800     DISPLAY    'Calendar days   ' WS-DAY-COUNT      UPON CONSOLE.
087900     DISPLAY    'Expected days   ' WS-EXPECTED-DAYS  UPON CONSOLE.
088000     DISPLAY    'Clean days      ' WS-CLEAN-DAYS     UPON CONSOLE.
088100     DISPLAY    'Missed days     ' WS-MISSED-DAYS    UPON CONSOLE.
088200     DISPLAY    'Multiple runs   ' WS-MULTIPLE-DAYS  UPON CONSOLE.
088300     DISPLAY    'Waived days     ' WS-WAIVED-DAYS    UPON CONSOLE.
088400     DISPLAY    'Unplanned runs  ' WS-UNPLANNED-DAYS UPON CONSOLE.
088500     DISPLAY    'Waivers ignored ' WS-WAIV-IGNORED   UPON CONSOLE.
088600     DISPLAY    'Alerts raised   ' WS-ALERT-COUNT    UPON CONSOLE.
088700     DISPLAY    'Bye COBOL'         UPON CONSOLE.
088800 8000-TERMINATE-EXIT.
088900     EXIT.

089000*    -------------------------------------------------------------
089100*    9000-CHECK-CALENDAR-STATUS  --  A CALENDAR THAT CANNOT BE
089200*    READ WHOLE CANNOT SAY WHICH DAYS WERE DUE, SO ABEND.
089300*    -------------------------------------------------------------
089400 9000-CHECK-CALENDAR-STATUS.
089500     IF         CALENDAR-STATUS NOT = ZERO
089600         MOVE   CALENDAR-STATUS     TO WS-ABEND-STATUS
089700         GO TO  9999-ABEND
089800     END-IF.
089900 9000-CHECK-CALENDAR-STATUS-EXIT.
090000     EXIT.

090100*    -------------------------------------------------------------
090200*    9100-CHECK-AUDIT-STATUS  --  A NON-ZERO AUDIT-STATUS MEANS
090300*    THE AUDIT TRAIL CANNOT BE TRUSTED, SO ABEND.
090400*    -------------------------------------------------------------
090500 9100-CHECK-AUDIT-STATUS.
090600     IF         AUDIT-STATUS NOT = ZERO
090700         MOVE   AUDIT-STATUS        TO WS-ABEND-STATUS
090800         GO TO  9999-ABEND
090900     END-IF.
091000 9100-CHECK-AUDIT-STATUS-EXIT.
091100     EXIT.

091200*    -------------------------------------------------------------
091300*    9200-CHECK-RUNCTL-STATUS  --  A NON-ZERO RUNCTL-STATUS MEANS
091400*    THE RUN HISTORY CANNOT BE TRUSTED, SO ABEND.
091500*    -------------------------------------------------------------
091600 9200-CHECK-RUNCTL-STATUS.
091700     IF         RUNCTL-STATUS NOT = ZERO
091800         MOVE   RUNCTL-STATUS       TO WS-ABEND-STATUS
091900         GO TO  9999-ABEND
092000     END-IF.
092100 9200-CHECK-RUNCTL-STATUS-EXIT.
092200     EXIT.

092300*    -------------------------------------------------------------
092400*    9300-CHECK-MISSWAIV-STATUS  --  CALLED ONLY WHEN MISSWAIV-
092500*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
092600*    -------------------------------------------------------------
092700 9300-CHECK-MISSWAIV-STATUS.
092800     IF         MISSWAIV-STATUS NOT = ZERO
092900         MOVE   MISSWAIV-STATUS     TO WS-ABEND-STATUS
093000         GO TO  9999-ABEND
093100     END-IF.
093200 9300-CHECK-MISSWAIV-STATUS-EXIT.
093300     EXIT.

093400*    -------------------------------------------------------------
093500*    9400-CHECK-MISSPARM-STATUS  --  CALLED ONLY WHEN MISSPARM-
093600*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
093700*    -------------------------------------------------------------
093800 9400-CHECK-MISSPARM-STATUS.
093900     IF         MISSPARM-STATUS NOT = ZERO
094000         MOVE   MISSPARM-STATUS     TO WS-ABEND-STATUS
094100         GO TO  9999-ABEND
094200     END-IF.
094300 9400-CHECK-MISSPARM-STATUS-EXIT.
094400     EXIT.

094500*    -------------------------------------------------------------
094600*    9500-CHECK-ALERT-STATUS  --  A NON-ZERO ALERT-STATUS MEANS
094700*    THE ALERT WAS NOT SAFELY RECORDED AND THE MORNING DASHBOARD
094800*    WOULD GO QUIET ON A REAL PROBLEM, SO ABEND.
094900*    -------------------------------------------------------------
095000 9500-CHECK-ALERT-STATUS.
095100     IF         ALERT-STATUS NOT = ZERO
095200         MOVE   ALERT-STATUS        TO WS-ABEND-STATUS
095300         GO TO  9999-ABEND
095400     END-IF.
095500 9500-CHECK-ALERT-STATUS-EXIT.
095600     EXIT.

095700*    =============================================================
095800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
095900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
096000*    =============================================================
096100 9999-ABEND.
096200     DISPLAY    'MISSRUN ABEND - STATUS ' WS-ABEND-STATUS
096300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
096400     MOVE       16                  TO RETURN-CODE.
096500     STOP RUN.
