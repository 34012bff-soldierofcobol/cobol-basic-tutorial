005500*                    OVERNIGHT CONSOLE SCROLL AND SHOWS UP ON
005600*                    OPSRPT'S MORNING DASHBOARD UNTIL THE
005700*                    OPERATOR ACKNOWLEDGES IT.
005701*   2026-10-15  SOC  A RUN IS NOW COMPARED ONLY WITH HISTORY FROM
005702*                    THE SAME KIND OF DAY: THE OPTIONAL PROCESSING
005703*                    CALENDAR (CALENDAR, COPYBOOK CALREC) MARKS EACH
005704*                    DAY AS AN ORDINARY BUSINESS DAY, A MONTH-END, A
005705*                    QUARTER-END, A YEAR-END, A HOLIDAY OR A PLANNED
005706*                    NO-RUN DAY, AND THE BASELINE WINDOW TAKES ONLY
005707*                    PRIOR CLEAN RUNS OF THE LATEST RUN'S KIND, SO A
005708*                    MONTH-END'S VOLUME IS JUDGED AGAINST EARLIER
005709*                    MONTH-ENDS.  A DAY NOT ON THE CALENDAR, OR EVERY
005710*                    DAY WHEN THERE IS NO CALENDAR, COUNTS AS AN
005711*                    ORDINARY BUSINESS DAY.
005800*****************************************************************
005900 IDENTIFICATION DIVISION.
006000     PROGRAM-ID.               VOLCHECK.
008600         ORGANIZATION      LINE SEQUENTIAL
008700         FILE STATUS       ALERT-STATUS.

008710*    -------------------------------------------------------------
008720*    CALENDAR  --  OPTIONAL PROCESSING CALENDAR (COPYBOOK CALREC),
008730*    GIVING THE KIND OF EACH DAY.
008740*    -------------------------------------------------------------
008750     SELECT CALENDAR
008760         ASSIGN EXTERNAL   CALENDAR
008770         ORGANIZATION      LINE SEQUENTIAL
008780         FILE STATUS       CALENDAR-STATUS.

008800 DATA DIVISION.
008900 FILE SECTION.

012800     DATA RECORD           ALERT-RECORD.
012900     COPY ALERTREC.

012910 FD  CALENDAR
012920     DATA RECORD           CAL-RECORD.
012930     COPY CALREC.

013000 WORKING-STORAGE SECTION.

013100*    -------------------------------------------------------------
013300*    -------------------------------------------------------------
013400 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
013500 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
013510 77  CALENDAR-STATUS        PIC 99 VALUE ZEROS.

013600*    -------------------------------------------------------------
013700*    RUN-CONTROL GATE WORK AREAS -- WS-GATE-STATUS IS THE STATUS
018000         10  WS-HIST-DATE       PIC 9(08).
018100         10  WS-HIST-COUNT      PIC 9(06).
018200         10  WS-HIST-RC         PIC 9(03).
018210         10  WS-HIST-KIND       PIC X(01).

018300 77  WS-HIST-ENTRIES        PIC 9(04) COMP VALUE ZERO.
018400 77  WS-HIST-MAX-ENTRIES    PIC 9(04) COMP VALUE 500.
018600 77  WS-HIST-FULL-SWITCH    PIC X(01) VALUE 'N'.
018700     88  WS-HIST-FULL-WARNED          VALUE 'Y'.

018701*    -------------------------------------------------------------
018702*    CALENDAR TABLE  --  THE DATE AND KIND OF EVERY CALENDAR ROW,
018703*    IN DATE ORDER.  A DAY NOT FOUND HERE IS AN ORDINARY BUSINESS
018704*    DAY ('B').
018705*    -------------------------------------------------------------
018706 01  WS-CAL-TABLE.
018707     05  WS-CAL-ENTRY       OCCURS 4000 TIMES.
018708         10  WS-CAL-DATE        PIC 9(08).
018709         10  WS-CAL-KIND        PIC X(01).

018710 77  WS-CAL-COUNT           PIC 9(04) COMP VALUE ZERO.
018711 77  WS-CAL-MAX             PIC 9(04) COMP VALUE 4000.
018712 77  WS-CAL-IDX             PIC 9(04) COMP VALUE ZERO.
018713 77  WS-CAL-PREV-DATE       PIC 9(08) VALUE ZEROS.
018714 77  WS-CAL-FIND-DATE       PIC 9(08) VALUE ZEROS.
018715 77  WS-CAL-FIND-KIND       PIC X(01) VALUE SPACE.

018716 77  WS-CAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
018717     88  WS-CAL-EOF-YES               VALUE 'Y'.

018718 77  WS-CAL-FOUND-SWITCH    PIC X(01) VALUE 'N'.
018719     88  WS-CAL-FOUND                 VALUE 'Y'.
018720     88  WS-CAL-NOT-FOUND             VALUE 'N'.

018800*    -------------------------------------------------------------
018900*    LATEST-RUN AND BASELINE-WINDOW WORK AREAS
019000*    -------------------------------------------------------------
023800     PERFORM 1500-CHECK-RUN-CONTROL
023900         THRU 1500-CHECK-RUN-CONTROL-EXIT.

023910     PERFORM 1200-LOAD-CALENDAR
023920         THRU 1200-LOAD-CALENDAR-EXIT.

024000     OPEN       INPUT               AUDITFILE.
024100     DISPLAY    'Open AUDITFILE FS is ' AUDIT-STATUS.
024200     MOVE       'OPEN AUDITFILE'    TO WS-STATUS-WHERE.
029500                         TO WS-HIST-COUNT(WS-HIST-ENTRIES)
029600         MOVE   AUDIT-RETURN-CODE
029700                         TO WS-HIST-RC(WS-HIST-ENTRIES)
029710         MOVE   AUDIT-START-DATE    TO WS-CAL-FIND-DATE
029720         PERFORM 1300-FIND-DAY-KIND
029730             THRU 1300-FIND-DAY-KIND-EXIT
029740         MOVE   WS-CAL-FIND-KIND
029750                         TO WS-HIST-KIND(WS-HIST-ENTRIES)
029800     END-IF.
029900 1110-READ-ONE-AUDIT-EXIT.
030000     EXIT.
030900 1120-SHIFT-ONE-ENTRY-EXIT.
031000     EXIT.

031001*    -------------------------------------------------------------
031002*    1200-LOAD-CALENDAR  --  LOAD THE DATE AND KIND OF EVERY
031003*    CALENDAR ROW.  NO CALENDAR (STATUS 35) LEAVES EVERY DAY AN
031004*    ORDINARY BUSINESS DAY, AS BEFORE THERE WAS ONE.  A ROW THAT
031005*    IS NOT A DATE AND A KNOWN KIND OF DAY, OR IS OUT OF DATE
031006*    ORDER, ABENDS: THE BASELINE WOULD BE BUILT FROM THE WRONG
031007*    DAYS.
031008*    -------------------------------------------------------------
031009 1200-LOAD-CALENDAR.
031010     OPEN       INPUT               CALENDAR.
031011     IF         CALENDAR-STATUS     = '35'
031012         GO TO  1200-LOAD-CALENDAR-EXIT
031013     END-IF.
031014     MOVE       'OPEN CALENDAR'     TO WS-STATUS-WHERE.
031015     PERFORM 9300-CHECK-CALENDAR-STATUS
031016         THRU 9300-CHECK-CALENDAR-STATUS-EXIT.
031017     PERFORM 1210-READ-ONE-CALENDAR
031018         THRU 1210-READ-ONE-CALENDAR-EXIT
031019         UNTIL WS-CAL-EOF-YES.
031020     CLOSE      CALENDAR.
031021 1200-LOAD-CALENDAR-EXIT.
031022     EXIT.

031023*    -------------------------------------------------------------
031024*    1210-READ-ONE-CALENDAR  --  READ ONE CALENDAR ROW AND LOAD
031025*    IT.  A ROW THAT IS NOT A DATE AND A KNOWN KIND OF DAY, OR IS
031026*    OUT OF DATE ORDER, ABENDS AT 1210-BAD-CALENDAR-ROW; A FULL
031027*    TABLE ABENDS.
031028*    -------------------------------------------------------------
031029 1210-READ-ONE-CALENDAR.
031030     READ       CALENDAR
031031         AT END
031032             SET WS-CAL-EOF-YES     TO TRUE
031033             GO TO 1210-READ-ONE-CALENDAR-EXIT
031034     END-READ.
031035     MOVE       'READ CALENDAR'     TO WS-STATUS-WHERE.
031036     PERFORM 9300-CHECK-CALENDAR-STATUS
031037         THRU 9300-CHECK-CALENDAR-STATUS-EXIT.
031038     IF         CAL-DATE NOT NUMERIC
031039         OR     NOT CAL-IS-VALID-KIND
031040         GO TO  1210-BAD-CALENDAR-ROW
031041     END-IF.
031042     IF         CAL-DATE NOT > WS-CAL-PREV-DATE
031043         GO TO  1210-BAD-CALENDAR-ROW
031044     END-IF.
031045     MOVE       CAL-DATE            TO WS-CAL-PREV-DATE.
031046     IF         WS-CAL-COUNT NOT    < WS-CAL-MAX
031047         DISPLAY 'VOLCHECK - CALENDAR TABLE FULL AT ' WS-CAL-MAX
031048                 ' DAYS; DROP PAST YEARS FROM THE CALENDAR'
031049                 UPON CONSOLE
031050         MOVE   90                  TO WS-ABEND-STATUS
031051         MOVE   'CALENDAR TABLE FULL' TO WS-STATUS-WHERE
031052         GO TO  9999-ABEND
031053     END-IF.
031054     ADD        1                   TO WS-CAL-COUNT.
031055     MOVE       CAL-DATE            TO WS-CAL-DATE(WS-CAL-COUNT).
031056     MOVE       CAL-DAY-KIND        TO WS-CAL-KIND(WS-CAL-COUNT).
031057     GO TO      1210-READ-ONE-CALENDAR-EXIT.
031058 1210-BAD-CALENDAR-ROW.
031059     DISPLAY    'VOLCHECK CALENDAR ERROR - ROW IS NOT A DATE AND '
031060                'KIND IN DATE ORDER: ' CAL-RECORD UPON CONSOLE.
031061     MOVE       90                  TO WS-ABEND-STATUS.
031062     MOVE       'BAD CALENDAR ROW'  TO WS-STATUS-WHERE.
031063     GO TO      9999-ABEND.
031064 1210-READ-ONE-CALENDAR-EXIT.
031065     EXIT.

031066*    -------------------------------------------------------------
031067*    1300-FIND-DAY-KIND  --  WS-CAL-FIND-KIND BECOMES THE KIND OF
031068*    WS-CAL-FIND-DATE ON THE CALENDAR, OR 'B' WHEN IT IS NOT THERE.
031069*    -------------------------------------------------------------
031070 1300-FIND-DAY-KIND.
031071     MOVE       'B'                 TO WS-CAL-FIND-KIND.
031072     SET        WS-CAL-NOT-FOUND    TO TRUE.
031073     PERFORM 1310-CHECK-ONE-DAY
031074         THRU 1310-CHECK-ONE-DAY-EXIT
031075         VARYING WS-CAL-IDX FROM 1 BY 1
031076             UNTIL WS-CAL-IDX > WS-CAL-COUNT
031077                OR WS-CAL-FOUND.
031078 1300-FIND-DAY-KIND-EXIT.
031079     EXIT.

031080*    -------------------------------------------------------------
031081*    1310-CHECK-ONE-DAY  --  WHEN TABLE SLOT WS-CAL-IDX HOLDS
031082*    WS-CAL-FIND-DATE, TAKE ITS KIND AND SET WS-CAL-FOUND.
031083*    -------------------------------------------------------------
031084 1310-CHECK-ONE-DAY.
031085     IF         WS-CAL-DATE(WS-CAL-IDX) = WS-CAL-FIND-DATE
031086         MOVE   WS-CAL-KIND(WS-CAL-IDX) TO WS-CAL-FIND-KIND
031087         SET    WS-CAL-FOUND        TO TRUE
031088     END-IF.
031089 1310-CHECK-ONE-DAY-EXIT.
031090     EXIT.

031100*    -------------------------------------------------------------
031200*    1500-CHECK-RUN-CONTROL  --  THE STEP GATE: THIS PROGRAM MUST
031300*    NOT JUDGE THE VOLUME OF A WRITEONE RUN STILL IN FLIGHT OR
040300*    =============================================================
040400*    6100-BUILD-BASELINE  --  SCAN WS-HIST-TABLE BACKWARD, STARTING
040500*    JUST BEFORE THE LATEST RUN, ACCUMULATING UP TO WS-WINDOW-SIZE
040510*    CLEAN RUNS FROM THE SAME KIND OF DAY TO FORM THE ROLLING
040520*    AVERAGE.
040700*    =============================================================
040800 6100-BUILD-BASELINE.
040900     PERFORM 6110-CHECK-ONE-FOR-BASELINE
042700*    -------------------------------------------------------------
042800*    6110-CHECK-ONE-FOR-BASELINE  --  FOLD ONE PRIOR CLEAN RUN INTO
042900*    THE RUNNING BASELINE SUM.  THE LATEST RUN ITSELF (WS-LATEST-
042910*    IDX) IS SKIPPED SO IT NEVER COUNTS TOWARD ITS OWN BASELINE,
042920*    AND A RUN FROM A DIFFERENT KIND OF DAY IS NOT LIKE FOR LIKE.
043100*    -------------------------------------------------------------
043200 6110-CHECK-ONE-FOR-BASELINE.
043300     IF         WS-BASELINE-IDX NOT = WS-LATEST-IDX
043400             AND WS-HIST-RC(WS-BASELINE-IDX) = ZERO
043410             AND WS-HIST-KIND(WS-BASELINE-IDX)
043420                     = WS-HIST-KIND(WS-LATEST-IDX)
043500         ADD    1                   TO WS-BASELINE-COUNT
043600         COMPUTE WS-BASELINE-SUM    = WS-BASELINE-SUM
043700                             + WS-HIST-COUNT(WS-BASELINE-IDX)
045300                 UPON CONSOLE.
045400     DISPLAY    'Latest run count' WS-HIST-COUNT(WS-LATEST-IDX)
045500                 UPON CONSOLE.
045510     DISPLAY    'Latest day kind ' WS-HIST-KIND(WS-LATEST-IDX)
045520                 UPON CONSOLE.

045600     IF         WS-BASELINE-COUNT < WS-MIN-HISTORY
045700         DISPLAY 'VOLCHECK - FEWER THAN ' WS-MIN-HISTORY
045710                 ' PRIOR CLEAN RUNS FROM THE SAME KIND OF DAY '
045720                 'AVAILABLE, SKIPPING THE VOLUME CHECK'
045730                 UPON CONSOLE
046000     ELSE
046100         DISPLAY 'Baseline average' WS-BASELINE-AVERAGE
046200                     UPON CONSOLE
058100 9200-CHECK-ALERT-STATUS-EXIT.
058200     EXIT.

058201*    -------------------------------------------------------------
058202*    9300-CHECK-CALENDAR-STATUS  --  CALLED ONLY WHEN CALENDAR-
058203*    STATUS IS SOMETHING OTHER THAN '35' (MISSING); A CALENDAR
058204*    THAT CANNOT BE READ WHOLE WOULD MISCLASSIFY THE DAYS.
058205*    -------------------------------------------------------------
058206 9300-CHECK-CALENDAR-STATUS.
058207     IF         CALENDAR-STATUS NOT = ZERO
058208         MOVE   CALENDAR-STATUS     TO WS-ABEND-STATUS
058209         GO TO  9999-ABEND
058210     END-IF.
058211 9300-CHECK-CALENDAR-STATUS-EXIT.
058212     EXIT.

058300*    =============================================================
058400*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
058500*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
