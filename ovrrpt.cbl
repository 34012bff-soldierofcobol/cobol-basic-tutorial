000100*****************************************************************
000200* PROGRAM      : OVRRPT
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  THE MONTHLY CONTROL
001000*                    REVIEW OF OPERATOR OVERRIDES.  CTLREL
001100*                    FORCE-RELEASES, REJFIX ABANDONS AND OPSRPT
001200*                    ACKNOWLEDGMENTS NOW EACH NEED A REQUESTER
001300*                    AND A DIFFERENT, AUTHORIZED APPROVER, AND
001400*                    EVERY ONE ASKED FOR - ACCEPTED OR REFUSED -
001500*                    IS APPENDED TO THE OVERRIDE JOURNAL
001600*                    (OVRJRNL, COPYBOOK OVRJREC).  OVRRPT PRINTS
001700*                    THAT JOURNAL FOR THE DATE RANGE ON THE
001800*                    OPTIONAL OVRPARM PARAMETER (THE WHOLE
001900*                    JOURNAL WHEN IT IS ABSENT): FIRST BY DATE,
002000*                    EVERY OVERRIDE WITH ITS PARTIES, SUBJECT AND
002100*                    ANY REFUSAL REASON AND A TOTAL PER DAY, THEN
002200*                    BY OPERATOR, HOW MANY OVERRIDES EACH ID
002300*                    REQUESTED AND APPROVED AND HOW MANY OF THOSE
002400*                    WERE REFUSED.  THE JOURNAL IS WRITTEN IN
002500*                    TIME ORDER, SO THE DATE SECTION IS A SINGLE
002600*                    CONTROL-BREAK PASS, AS IN DATERPT.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900     PROGRAM-ID.               OVRRPT.
003000     AUTHOR.                   SOLDIER OF COBOL.
003100     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003200     DATE-WRITTEN.             2026-10-15.
003300     DATE-COMPILED.

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700*    -------------------------------------------------------------
003800*    OVRJRNL  --  THE SHARED OVERRIDE JOURNAL.  WHEN ABSENT
003900*    (STATUS 35 AT OPEN), NO OVERRIDE HAS EVER BEEN ASKED FOR.
004000*    -------------------------------------------------------------
004100     SELECT OVRJRNL
004200         ASSIGN EXTERNAL   OVRJRNL
004300         ORGANIZATION      LINE SEQUENTIAL
004400         FILE STATUS       OVRJRNL-STATUS.

004500*    -------------------------------------------------------------
004600*    OVRPARM  --  OPTIONAL PARAMETER: ONE ROW GIVING THE FIRST AND
004700*    LAST LOG DATE TO REPORT (YYYYMMDD YYYYMMDD).
004800*    -------------------------------------------------------------
004900     SELECT OVRPARM
005000         ASSIGN EXTERNAL   OVRPARM
005100         ORGANIZATION      LINE SEQUENTIAL
005200         FILE STATUS       OVRPARM-STATUS.

005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  OVRJRNL
005600     DATA RECORD           OVRJ-RECORD.
005700     COPY OVRJREC.

005800 FD  OVRPARM
005900     DATA RECORD           OVRP-RECORD.
006000 01  OVRP-RECORD.
006100     10  OVRP-FROM-DATE     PIC 9(08).
006200     10  FILLER             PIC X(01).
006300     10  OVRP-TO-DATE       PIC 9(08).

006400 WORKING-STORAGE SECTION.

006500*    -------------------------------------------------------------
006600*    FILE STATUS FIELDS
006700*    -------------------------------------------------------------
006800 77  OVRJRNL-STATUS         PIC 99 VALUE ZEROS.
006900 77  OVRPARM-STATUS         PIC 99 VALUE ZEROS.

007000*    -------------------------------------------------------------
007100*    END-OF-FILE SWITCH
007200*    -------------------------------------------------------------
007300 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
007400     88  WS-EOF-YES                   VALUE 'Y'.
007500     88  WS-EOF-NO                    VALUE 'N'.

007600*    -------------------------------------------------------------
007700*    REPORTING RANGE -- THE WHOLE JOURNAL UNLESS OVRPARM NARROWS
007800*    IT.
007900*    -------------------------------------------------------------
008000 77  WS-FROM-DATE           PIC 9(08) VALUE ZEROS.
008100 77  WS-TO-DATE             PIC 9(08) VALUE 99999999.

008200*    -------------------------------------------------------------
008300*    CONTROL-BREAK AND TOTAL COUNTERS
008400*    -------------------------------------------------------------
008500 77  WS-FIRST-ROW-SWITCH    PIC X(01) VALUE 'Y'.
008600     88  WS-FIRST-ROW                 VALUE 'Y'.
008700     88  WS-NOT-FIRST-ROW             VALUE 'N'.

008800 77  WS-CURR-DATE           PIC 9(08) VALUE ZEROS.
008900 77  WS-DATE-ACCEPTED       PIC 9(06) COMP VALUE ZERO.
009000 77  WS-DATE-REFUSED        PIC 9(06) COMP VALUE ZERO.
009100 77  WS-ROWS-READ           PIC 9(08) COMP VALUE ZERO.
009200 77  WS-ROWS-IN-RANGE       PIC 9(08) COMP VALUE ZERO.
009300 77  WS-TOTAL-ACCEPTED      PIC 9(08) COMP VALUE ZERO.
009400 77  WS-TOTAL-REFUSED       PIC 9(08) COMP VALUE ZERO.
009500 77  WS-DAYS-REPORTED       PIC 9(06) COMP VALUE ZERO.

009600*    -------------------------------------------------------------
009700*    OPERATOR TABLE -- ONE ENTRY PER OPERATOR ID SEEN AS A
009800*    REQUESTER OR APPROVER, KEPT IN ID ORDER BY INSERTING EACH
009900*    NEW ID AT ITS PLACE AND SHIFTING THE REST UP ONE SLOT.
010000*    -------------------------------------------------------------
010100 01  WS-OPR-TABLE.
010200     05  WS-OPR-ENTRY       OCCURS 500 TIMES.
010300         10  WS-OPR-ID              PIC X(08).
010400         10  WS-OPR-REQ-ACCEPTED    PIC 9(06) COMP.
010500         10  WS-OPR-REQ-REFUSED     PIC 9(06) COMP.
010600         10  WS-OPR-APP-ACCEPTED    PIC 9(06) COMP.
010700         10  WS-OPR-APP-REFUSED     PIC 9(06) COMP.

010800 77  WS-OPR-COUNT           PIC 9(04) COMP VALUE ZERO.
010900 77  WS-OPR-MAX             PIC 9(04) COMP VALUE 500.
011000 77  WS-OPR-IDX             PIC 9(04) COMP VALUE ZERO.
011100 77  WS-OPR-HIT             PIC 9(04) COMP VALUE ZERO.
011200 77  WS-OPR-FIND-ID         PIC X(08) VALUE SPACES.

011300 77  WS-OPR-FULL-SWITCH     PIC X(01) VALUE 'N'.
011400     88  WS-OPR-FULL-WARNED           VALUE 'Y'.

011500*    -------------------------------------------------------------
011600*    ONE JOURNAL LINE, BUILT HERE AND DISPLAYED PER OVERRIDE
011700*    -------------------------------------------------------------
011800 01  WS-JRN-LINE.
011900     10  JRNL-TIME          PIC 9(06).
012000     10  FILLER             PIC X(01) VALUE SPACES.
012100     10  JRNL-PROGRAM       PIC X(08).
012200     10  FILLER             PIC X(01) VALUE SPACES.
012300     10  JRNL-ACTION        PIC X(07).
012400     10  FILLER             PIC X(01) VALUE SPACES.
012500     10  JRNL-OUTCOME       PIC X(08).
012600     10  FILLER             PIC X(01) VALUE SPACES.
012700     10  JRNL-REQUESTER     PIC X(08).
012800     10  FILLER             PIC X(01) VALUE SPACES.
012900     10  JRNL-APPROVER      PIC X(08).
013000     10  FILLER             PIC X(01) VALUE SPACES.
013100     10  JRNL-SUBJECT       PIC X(40).
013200     10  FILLER             PIC X(01) VALUE SPACES.
013300     10  JRNL-REASON        PIC X(30).

013400*    -------------------------------------------------------------
013500*    ONE OPERATOR SUMMARY LINE
013600*    -------------------------------------------------------------
013700 01  WS-OPR-LINE.
013800     10  OPRL-ID            PIC X(08).
013900     10  FILLER             PIC X(04) VALUE SPACES.
014000     10  OPRL-REQ-ACCEPTED  PIC ZZZ,ZZ9.
014100     10  FILLER             PIC X(03) VALUE SPACES.
014200     10  OPRL-REQ-REFUSED   PIC ZZZ,ZZ9.
014300     10  FILLER             PIC X(03) VALUE SPACES.
014400     10  OPRL-APP-ACCEPTED  PIC ZZZ,ZZ9.
014500     10  FILLER             PIC X(03) VALUE SPACES.
014600     10  OPRL-APP-REFUSED   PIC ZZZ,ZZ9.

014700*    -------------------------------------------------------------
014800*    FILE STATUS-CHECK WORK AREA
014900*    -------------------------------------------------------------
015000 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
015100 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

015200 PROCEDURE DIVISION.

015300*    =============================================================
015400*    0000-MAINLINE-CONTROL
015500*    =============================================================
015600 0000-MAINLINE-CONTROL.
015700     PERFORM 1000-INITIALIZE
015800         THRU 1000-INITIALIZE-EXIT.

015900     PERFORM 2000-PRINT-BY-DATE
016000         THRU 2000-PRINT-BY-DATE-EXIT.

016100     PERFORM 3000-PRINT-BY-OPERATOR
016200         THRU 3000-PRINT-BY-OPERATOR-EXIT.

016300     PERFORM 8000-TERMINATE
016400         THRU 8000-TERMINATE-EXIT.

016500     STOP RUN.

016600*    =============================================================
016700*    1000-INITIALIZE  --  PICK UP THE OPTIONAL DATE RANGE.  A
016800*    RANGE THAT IS NOT TWO DATES IN ORDER ABENDS: A CONTROL
016900*    REVIEW OF THE WRONG PERIOD IS WORSE THAN NONE.
017000*    =============================================================
017100 1000-INITIALIZE.
017200     DISPLAY    'Hello COBOL'       UPON CONSOLE.
017300     OPEN       INPUT               OVRPARM.
017400     IF         OVRPARM-STATUS      = '35'
017500         GO TO  1000-INITIALIZE-EXIT
017600     END-IF.
017700     MOVE       'OPEN OVRPARM'      TO WS-STATUS-WHERE.
017800     PERFORM 9100-CHECK-OVRPARM-STATUS
017900         THRU 9100-CHECK-OVRPARM-STATUS-EXIT.
018000     READ       OVRPARM
018100         AT END
018200             MOVE 90                TO WS-ABEND-STATUS
018300             MOVE 'OVRPARM EMPTY'   TO WS-STATUS-WHERE
018400             GO TO 9999-ABEND
018500     END-READ.
018600     IF         OVRP-FROM-DATE NOT NUMERIC
018700         OR     OVRP-TO-DATE   NOT NUMERIC
018800         GO TO  1000-BAD-OVRPARM
018900     END-IF.
019000     IF         OVRP-FROM-DATE      > OVRP-TO-DATE
019100         GO TO  1000-BAD-OVRPARM
019200     END-IF.
019300     MOVE       OVRP-FROM-DATE      TO WS-FROM-DATE.
019400     MOVE       OVRP-TO-DATE        TO WS-TO-DATE.
019500     CLOSE      OVRPARM.
019600     GO TO      1000-INITIALIZE-EXIT.
019700 1000-BAD-OVRPARM.
019800     DISPLAY    'OVRRPT OVRPARM ERROR - BAD ROW: ' OVRP-RECORD
019900                UPON CONSOLE.
020000     MOVE       90                  TO WS-ABEND-STATUS.
020100     MOVE       'BAD OVRPARM ROW'   TO WS-STATUS-WHERE.
020200     GO TO      9999-ABEND.
020300 1000-INITIALIZE-EXIT.
020400     EXIT.

020500*    =============================================================
020600*    2000-PRINT-BY-DATE  --  ONE PASS OVER THE JOURNAL, PRINTING
020700*    EACH OVERRIDE IN RANGE UNDER ITS DATE AND TALLYING EACH
020800*    PARTY FOR THE OPERATOR SECTION.
020900*    =============================================================
021000 2000-PRINT-BY-DATE.
021100     DISPLAY    '================ OPERATOR OVERRIDE JOURNAL '
021200                '================'  UPON CONSOLE.
021300     DISPLAY    'From date       ' WS-FROM-DATE   UPON CONSOLE.
021400     DISPLAY    'To date         ' WS-TO-DATE     UPON CONSOLE.

021500     OPEN       INPUT               OVRJRNL.
021600     IF         OVRJRNL-STATUS      = '35'
021700         DISPLAY 'NO OVERRIDES HAVE BEEN JOURNALED' UPON CONSOLE
021800         GO TO  2000-PRINT-BY-DATE-EXIT
021900     END-IF.
022000     MOVE       'OPEN OVRJRNL'      TO WS-STATUS-WHERE.
022100     PERFORM 9000-CHECK-OVRJRNL-STATUS
022200         THRU 9000-CHECK-OVRJRNL-STATUS-EXIT.
022300     PERFORM 2010-PROCESS-ONE-ROW
022400         THRU 2010-PROCESS-ONE-ROW-EXIT
022500         UNTIL WS-EOF-YES.
022600     CLOSE      OVRJRNL.

022700     IF         WS-NOT-FIRST-ROW
022800         PERFORM 2100-DATE-BREAK
022900             THRU 2100-DATE-BREAK-EXIT
023000     ELSE
023100         DISPLAY 'NO OVERRIDES IN THE DATE RANGE' UPON CONSOLE
023200     END-IF.
023300 2000-PRINT-BY-DATE-EXIT.
023400     EXIT.

023410*    -------------------------------------------------------------
023420*    2010-PROCESS-ONE-ROW  --  READ ONE OVRJRNL ROW.  A ROW WITH
023430*    NO NUMERIC DATE OR A DATE OUTSIDE THE REQUESTED RANGE IS
023440*    SKIPPED; ANY OTHER IS LISTED UNDER ITS DATE AND COUNTED FOR
023450*    ITS REQUESTER AND APPROVER.
023460*    -------------------------------------------------------------
023500 2010-PROCESS-ONE-ROW.
023600     READ       OVRJRNL
023700         AT END
023800             SET WS-EOF-YES         TO TRUE
023900             GO TO 2010-PROCESS-ONE-ROW-EXIT
024000     END-READ.
024100     MOVE       'READ OVRJRNL'      TO WS-STATUS-WHERE.
024200     PERFORM 9000-CHECK-OVRJRNL-STATUS
024300         THRU 9000-CHECK-OVRJRNL-STATUS-EXIT.
024400     ADD        1                   TO WS-ROWS-READ.
024500     IF         OVRJ-LOG-DATE NOT NUMERIC
024600         GO TO  2010-PROCESS-ONE-ROW-EXIT
024700     END-IF.
024800     IF         OVRJ-LOG-DATE       < WS-FROM-DATE
024900         OR     OVRJ-LOG-DATE       > WS-TO-DATE
025000         GO TO  2010-PROCESS-ONE-ROW-EXIT
025100     END-IF.
025200     ADD        1                   TO WS-ROWS-IN-RANGE.

025300     IF         WS-FIRST-ROW
025400         SET    WS-NOT-FIRST-ROW    TO TRUE
025500         PERFORM 2200-DATE-HEADING
025600             THRU 2200-DATE-HEADING-EXIT
025700     ELSE
025800         IF     OVRJ-LOG-DATE NOT = WS-CURR-DATE
025900             PERFORM 2100-DATE-BREAK
026000                 THRU 2100-DATE-BREAK-EXIT
026100             PERFORM 2200-DATE-HEADING
026200                 THRU 2200-DATE-HEADING-EXIT
026300         END-IF
026400     END-IF.

026500     MOVE       OVRJ-LOG-TIME       TO JRNL-TIME.
026600     MOVE       OVRJ-PROGRAM        TO JRNL-PROGRAM.
026700     EVALUATE   TRUE
026800         WHEN   OVRJ-IS-FORCE-RELEASE
026900             MOVE 'RELEASE'         TO JRNL-ACTION
027000         WHEN   OVRJ-IS-ABANDON
027100             MOVE 'ABANDON'         TO JRNL-ACTION
027200         WHEN   OVRJ-IS-ACK
027300             MOVE 'ACK'             TO JRNL-ACTION
027400         WHEN   OTHER
027500             MOVE OVRJ-ACTION       TO JRNL-ACTION
027600     END-EVALUATE.
027700     IF         OVRJ-IS-ACCEPTED
027800         MOVE   'ACCEPTED'          TO JRNL-OUTCOME
027900         ADD    1                   TO WS-DATE-ACCEPTED
028000         ADD    1                   TO WS-TOTAL-ACCEPTED
028100     ELSE
028200         MOVE   'REFUSED'           TO JRNL-OUTCOME
028300         ADD    1                   TO WS-DATE-REFUSED
028400         ADD    1                   TO WS-TOTAL-REFUSED
028500     END-IF.
028600     MOVE       OVRJ-REQUESTER      TO JRNL-REQUESTER.
028700     MOVE       OVRJ-APPROVER       TO JRNL-APPROVER.
028800     MOVE       OVRJ-SUBJECT        TO JRNL-SUBJECT.
028900     MOVE       OVRJ-REASON         TO JRNL-REASON.
029000     DISPLAY    WS-JRN-LINE         UPON CONSOLE.

029100     IF         OVRJ-REQUESTER NOT = SPACES
029200         MOVE   OVRJ-REQUESTER      TO WS-OPR-FIND-ID
029300         PERFORM 2300-FIND-OR-ADD-OPERATOR
029400             THRU 2300-FIND-OR-ADD-OPERATOR-EXIT
029500         IF     WS-OPR-HIT NOT = ZERO
029600             IF OVRJ-IS-ACCEPTED
029700                 ADD 1 TO WS-OPR-REQ-ACCEPTED(WS-OPR-HIT)
029800             ELSE
029900                 ADD 1 TO WS-OPR-REQ-REFUSED(WS-OPR-HIT)
030000             END-IF
030100         END-IF
030200     END-IF.
030300     IF         OVRJ-APPROVER NOT = SPACES
030400         MOVE   OVRJ-APPROVER       TO WS-OPR-FIND-ID
030500         PERFORM 2300-FIND-OR-ADD-OPERATOR
030600             THRU 2300-FIND-OR-ADD-OPERATOR-EXIT
030700         IF     WS-OPR-HIT NOT = ZERO
030800             IF OVRJ-IS-ACCEPTED
030900                 ADD 1 TO WS-OPR-APP-ACCEPTED(WS-OPR-HIT)
031000             ELSE
031100                 ADD 1 TO WS-OPR-APP-REFUSED(WS-OPR-HIT)
031200             END-IF
031300         END-IF
031400     END-IF.
031500 2010-PROCESS-ONE-ROW-EXIT.
031600     EXIT.

031700*    -------------------------------------------------------------
031800*    2100-DATE-BREAK  --  CLOSE OFF THE DATE IN PROGRESS WITH ITS
031900*    ACCEPTED AND REFUSED COUNTS.
032000*    -------------------------------------------------------------
032100 2100-DATE-BREAK.
032200     DISPLAY    '  Date total  accepted ' WS-DATE-ACCEPTED
032300                '  refused ' WS-DATE-REFUSED UPON CONSOLE.
032400     ADD        1                   TO WS-DAYS-REPORTED.
032500 2100-DATE-BREAK-EXIT.
032600     EXIT.

032610*    -------------------------------------------------------------
032620*    2200-DATE-HEADING  --  START A NEW DATE: ZERO THE DATE COUNTS
032630*    AND DISPLAY THE DATE AND COLUMN HEADINGS.
032640*    -------------------------------------------------------------
032700 2200-DATE-HEADING.
032800     MOVE       OVRJ-LOG-DATE       TO WS-CURR-DATE.
032900     MOVE       ZERO                TO WS-DATE-ACCEPTED.
033000     MOVE       ZERO                TO WS-DATE-REFUSED.
033100     DISPLAY    '--------------------------------------------'
033200                UPON CONSOLE.
033300     DISPLAY    'Date ' WS-CURR-DATE UPON CONSOLE.
033400     DISPLAY    'TIME   PROGRAM  ACTION  OUTCOME  REQUESTR '
033500                'APPROVER SUBJECT' UPON CONSOLE.
033600 2200-DATE-HEADING-EXIT.
033700     EXIT.

033800*    -------------------------------------------------------------
033900*    2300-FIND-OR-ADD-OPERATOR  --  WS-OPR-HIT BECOMES THE SLOT OF
034000*    WS-OPR-FIND-ID, INSERTING A NEW ENTRY AT ITS PLACE IN ID
034100*    ORDER WHEN THE ID HAS NOT BEEN SEEN.  A FULL TABLE LEAVES
034200*    WS-OPR-HIT ZERO AND IS REPORTED ONCE.
034300*    -------------------------------------------------------------
034400 2300-FIND-OR-ADD-OPERATOR.
034500     MOVE       ZERO                TO WS-OPR-HIT.
034600     PERFORM 2310-CHECK-ONE-OPERATOR
034700         THRU 2310-CHECK-ONE-OPERATOR-EXIT
034800         VARYING WS-OPR-IDX FROM 1 BY 1
034900             UNTIL WS-OPR-IDX > WS-OPR-COUNT
035000                OR WS-OPR-HIT NOT = ZERO.
035100     IF         WS-OPR-HIT NOT = ZERO
035200         IF     WS-OPR-ID(WS-OPR-HIT) = WS-OPR-FIND-ID
035300             GO TO 2300-FIND-OR-ADD-OPERATOR-EXIT
035400         END-IF
035500     ELSE
035600         COMPUTE WS-OPR-HIT         = WS-OPR-COUNT + 1
035700     END-IF.
035800     IF         WS-OPR-COUNT NOT < WS-OPR-MAX
035900         IF     NOT WS-OPR-FULL-WARNED
036000             DISPLAY 'OVRRPT OPERATOR TABLE FULL - SOME '
036100                     'OPERATORS ARE LEFT OUT OF THE SUMMARY'
036200                     UPON CONSOLE
036300             SET WS-OPR-FULL-WARNED TO TRUE
036400         END-IF
036500         MOVE   ZERO                TO WS-OPR-HIT
036600         GO TO  2300-FIND-OR-ADD-OPERATOR-EXIT
036700     END-IF.
036800     PERFORM 2320-SHIFT-ONE-OPERATOR
036900         THRU 2320-SHIFT-ONE-OPERATOR-EXIT
037000         VARYING WS-OPR-IDX FROM WS-OPR-COUNT BY -1
037100             UNTIL WS-OPR-IDX < WS-OPR-HIT.
037200     ADD        1                   TO WS-OPR-COUNT.
037300     MOVE       WS-OPR-FIND-ID      TO WS-OPR-ID(WS-OPR-HIT).
037400     MOVE       ZERO          TO WS-OPR-REQ-ACCEPTED(WS-OPR-HIT).
037500     MOVE       ZERO          TO WS-OPR-REQ-REFUSED(WS-OPR-HIT).
037600     MOVE       ZERO          TO WS-OPR-APP-ACCEPTED(WS-OPR-HIT).
037700     MOVE       ZERO          TO WS-OPR-APP-REFUSED(WS-OPR-HIT).
037800 2300-FIND-OR-ADD-OPERATOR-EXIT.
037900     EXIT.

038000*    -------------------------------------------------------------
038100*    2310-CHECK-ONE-OPERATOR  --  STOP AT THE FIRST ENTRY WHOSE ID
038200*    IS NOT BELOW THE ONE SOUGHT: EITHER THE ID ITSELF OR THE
038300*    PLACE IT BELONGS.
038400*    -------------------------------------------------------------
038500 2310-CHECK-ONE-OPERATOR.
038600     IF         WS-OPR-ID(WS-OPR-IDX) NOT < WS-OPR-FIND-ID
038700         MOVE   WS-OPR-IDX          TO WS-OPR-HIT
038800     END-IF.
038900 2310-CHECK-ONE-OPERATOR-EXIT.
039000     EXIT.

039010*    -------------------------------------------------------------
039020*    2320-SHIFT-ONE-OPERATOR  --  MOVE TABLE SLOT WS-OPR-IDX UP
039030*    ONE PLACE TO MAKE ROOM FOR AN INSERTED OPERATOR.
039040*    -------------------------------------------------------------
039100 2320-SHIFT-ONE-OPERATOR.
039200     MOVE       WS-OPR-ENTRY(WS-OPR-IDX)
039300                               TO WS-OPR-ENTRY(WS-OPR-IDX + 1).
039400 2320-SHIFT-ONE-OPERATOR-EXIT.
039500     EXIT.

039600*    =============================================================
039700*    3000-PRINT-BY-OPERATOR  --  ONE LINE PER OPERATOR ID, IN ID
039800*    ORDER: OVERRIDES REQUESTED AND APPROVED, EACH SPLIT INTO
039900*    ACCEPTED AND REFUSED.
040000*    =============================================================
040100 3000-PRINT-BY-OPERATOR.
040200     DISPLAY    '============================================'
040300                UPON CONSOLE.
040400     DISPLAY    'BY OPERATOR         REQUESTED               '
040500                'APPROVED'          UPON CONSOLE.
040600     DISPLAY    'OPERATOR    ACCEPTED    REFUSED   ACCEPTED  '
040700                '  REFUSED'         UPON CONSOLE.
040800     PERFORM 3010-PRINT-ONE-OPERATOR
040900         THRU 3010-PRINT-ONE-OPERATOR-EXIT
041000         VARYING WS-OPR-IDX FROM 1 BY 1
041100             UNTIL WS-OPR-IDX > WS-OPR-COUNT.
041200     IF         WS-OPR-COUNT        = ZERO
041300         DISPLAY 'NO OPERATORS IN THE DATE RANGE' UPON CONSOLE
041400     END-IF.
041500 3000-PRINT-BY-OPERATOR-EXIT.
041600     EXIT.

041610*    -------------------------------------------------------------
041620*    3010-PRINT-ONE-OPERATOR  --  DISPLAY THE ACCEPTED AND REFUSED
041630*    COUNTS FOR TABLE SLOT WS-OPR-IDX, AS REQUESTER AND AS
041640*    APPROVER.
041650*    -------------------------------------------------------------
041700 3010-PRINT-ONE-OPERATOR.
041800     MOVE       WS-OPR-ID(WS-OPR-IDX)           TO OPRL-ID.
041900     MOVE       WS-OPR-REQ-ACCEPTED(WS-OPR-IDX)
042000                                    TO OPRL-REQ-ACCEPTED.
042100     MOVE       WS-OPR-REQ-REFUSED(WS-OPR-IDX)
042200                                    TO OPRL-REQ-REFUSED.
042300     MOVE       WS-OPR-APP-ACCEPTED(WS-OPR-IDX)
042400                                    TO OPRL-APP-ACCEPTED.
042500     MOVE       WS-OPR-APP-REFUSED(WS-OPR-IDX)
042600                                    TO OPRL-APP-REFUSED.
042700     DISPLAY    WS-OPR-LINE         UPON CONSOLE.
042800 3010-PRINT-ONE-OPERATOR-EXIT.
042900     EXIT.

043000*    =============================================================
043100*    8000-TERMINATE  --  SUMMARIZE THE REVIEW.
043200*    =============================================================
043300 8000-TERMINATE.
043400     DISPLAY    '============================================'
043500                UPON CONSOLE.
043600     DISPLAY    'Journal rows    ' WS-ROWS-READ      UPON CONSOLE.
043700     DISPLAY    'In date range   ' WS-ROWS-IN-RANGE  UPON CONSOLE.
043800     DISPLAY    'Days reported   ' WS-DAYS-REPORTED  UPON CONSOLE.
043900     DISPLAY    'Accepted        ' WS-TOTAL-ACCEPTED UPON CONSOLE.
044000     DISPLAY    'Refused         ' WS-TOTAL-REFUSED  UPON CONSOLE.
044100     DISPLAY    'Operators       ' WS-OPR-COUNT      UPON CONSOLE.
044200     DISPLAY    'Bye COBOL'         UPON CONSOLE.
044300 8000-TERMINATE-EXIT.
044400     EXIT.

044500*    -------------------------------------------------------------
044600*    9000-CHECK-OVRJRNL-STATUS  --  A JOURNAL THAT CANNOT BE READ
044700*    WHOLE CANNOT SUPPORT A CONTROL REVIEW, SO ABEND.
044800*    -------------------------------------------------------------
044900 9000-CHECK-OVRJRNL-STATUS.
045000     IF         OVRJRNL-STATUS NOT = ZERO
045100         MOVE   OVRJRNL-STATUS      TO WS-ABEND-STATUS
045200         GO TO  9999-ABEND
045300     END-IF.
045400 9000-CHECK-OVRJRNL-STATUS-EXIT.
045500     EXIT.

045600*    -------------------------------------------------------------
045700*    9100-CHECK-OVRPARM-STATUS  --  CALLED ONLY WHEN OVRPARM-
045800*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
045900*    -------------------------------------------------------------
046000 9100-CHECK-OVRPARM-STATUS.
046100     IF         OVRPARM-STATUS NOT = ZERO
046200         MOVE   OVRPARM-STATUS      TO WS-ABEND-STATUS
046300         GO TO  9999-ABEND
046400     END-IF.
046500 9100-CHECK-OVRPARM-STATUS-EXIT.
046600     EXIT.

046700*    =============================================================
046800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
046900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
047000*    =============================================================
047100 9999-ABEND.
047200     DISPLAY    'OVRRPT ABEND - STATUS ' WS-ABEND-STATUS
047300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
047400     MOVE       16                  TO RETURN-CODE.
047500     STOP RUN.
