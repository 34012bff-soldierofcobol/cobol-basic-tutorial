003000*                    BAKE THE BREAK INTO THE CATALOG.  THE RUNCTL
003100*                    GATE IS CHECKED FIRST, SO A PERIOD CANNOT BE
003200*                    CLOSED WHILE WRITEONE IS STILL WRITING.
003210*   2026-10-15  SOC  REVERSAL RECORDS ('R') ARE COUNTED, HASHED AND
003220*                    KEY-RANGED WITH THE DETAILS, MATCHING THE WAY
003230*                    WRITEONE BUILDS THE TRAILER, SO GEN-DETAIL-COUNT
003240*                    IS THE TRAILER'S GROSS COUNT OF VALUE RECORDS.
003250*   2026-10-15  SOC  A PERIOD IS NOT CLOSED WHILE ANY LARGE-VALUE
003260*                    ITEM QUEUED FOR REVIEW INSIDE ITS KEY RANGE IS
003270*                    STILL UNREVIEWED OR QUERIED ON REVQUEUE; EACH
003280*                    SUCH ITEM IS LISTED BEFORE THE ABEND.
003281*   2026-10-15  SOC  A PERIOD IS NOT CLOSED WHILE IT HAS A MISSED
003282*                    PROCESSING DAY NOBODY HAS EXPLAINED: EVERY
003283*                    EXPECTED DAY ON THE PROCESSING CALENDAR
003284*                    (CALENDAR, COPYBOOK CALREC) SINCE THE PREVIOUS
003285*                    CLOSEOUT, AND BEFORE TODAY, MUST HAVE A CLEAN
003286*                    WRITEONE RUN ON AUDITFILE OR RUNCTL, OR BE
003287*                    COVERED BY A WAIVER ROW (MISSWAIV, COPYBOOK
003288*                    WAIVREC).  EACH UNWAIVED MISSED DAY IS LISTED
003289*                    BEFORE THE ABEND.  WITH NO CALENDAR THE CHECK IS
003290*                    SKIPPED.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500     PROGRAM-ID.               CLOSEOUT.
007300         ORGANIZATION      LINE SEQUENTIAL
007400         FILE STATUS       RUNCTL-STATUS.

007410*    -------------------------------------------------------------
007420*    REVQUEUE  --  THE LARGE-VALUE REVIEW QUEUE (COPYBOOK REVQREC).
007430*    WHEN ABSENT (STATUS 35 AT OPEN), NOTHING HAS BEEN QUEUED.
007440*    -------------------------------------------------------------
007450     SELECT REVQUEUE
007460         ASSIGN EXTERNAL   REVQUEUE
007470         ORGANIZATION      LINE SEQUENTIAL
007480         FILE STATUS       REVQUEUE-STATUS.

007481*    -------------------------------------------------------------
007482*    CALENDAR  --  THE PROCESSING CALENDAR (COPYBOOK CALREC).  WHEN
007483*    ABSENT (STATUS 35 AT OPEN), MISSED DAYS ARE NOT CHECKED.
007484*    -------------------------------------------------------------
007485     SELECT CALENDAR
007486         ASSIGN EXTERNAL   CALENDAR
007487         ORGANIZATION      LINE SEQUENTIAL
007488         FILE STATUS       CALENDAR-STATUS.

007489     SELECT AUDITFILE
007490         ASSIGN EXTERNAL   AUDITFILE
007491         ORGANIZATION      LINE SEQUENTIAL
007492         FILE STATUS       AUDIT-STATUS.

007493*    -------------------------------------------------------------
007494*    MISSWAIV  --  OPTIONAL WAIVERS FOR MISSED DAYS (COPYBOOK
007495*    WAIVREC).
007496*    -------------------------------------------------------------
007497     SELECT MISSWAIV
007498         ASSIGN EXTERNAL   MISSWAIV
007499         ORGANIZATION      LINE SEQUENTIAL
007500         FILE STATUS       MISSWAIV-STATUS.

007501 DATA DIVISION.
007600 FILE SECTION.
007700 FD  OUTFILE
007800     RECORD CONTAINS       61 CHARACTERS.
011300     DATA RECORD           CTL-RECORD.
011400     COPY CTLREC.

011410 FD  REVQUEUE
011420     DATA RECORD           REVQ-RECORD.
011430     COPY REVQREC.

011431 FD  CALENDAR
011432     DATA RECORD           CAL-RECORD.
011433     COPY CALREC.

011434*    -------------------------------------------------------------
011435*    AUDITFILE  --  SAME RECORD LAYOUT WRITEONE'S 8200-WRITE-AUDIT-
011436*    RECORD BUILDS.  THERE IS NO SHARED COPYBOOK FOR IT (WRITEONE,
011437*    GAPRPT, VOLCHECK AND AUDPURGE EACH DEFINE IT LOCALLY TOO), SO
011438*    THE LAYOUT IS REPEATED HERE.
011439*    -------------------------------------------------------------
011440 FD  AUDITFILE
011441     DATA RECORD           AUDIT-RECORD.
011442 01  AUDIT-RECORD.
011443     10  AUDIT-PROGRAM      PIC X(08).
011444     10  FILLER             PIC X(01).
011445     10  AUDIT-START-DATE   PIC 9(08).
011446     10  FILLER             PIC X(01).
011447     10  AUDIT-START-TIME   PIC 9(06).
011448     10  FILLER             PIC X(01).
011449     10  AUDIT-END-DATE     PIC 9(08).
011450     10  FILLER             PIC X(01).
011451     10  AUDIT-END-TIME     PIC 9(06).
011452     10  FILLER             PIC X(01).
011453     10  AUDIT-OPEN-STATUS  PIC 99.
011454     10  FILLER             PIC X(01).
011455     10  AUDIT-WRITE-STATUS PIC 99.
011456     10  FILLER             PIC X(01).
011457     10  AUDIT-CLOSE-STATUS PIC 99.
011458     10  FILLER             PIC X(01).
011459     10  AUDIT-RETURN-CODE  PIC 9(03).
011460     10  FILLER             PIC X(01).
011461     10  AUDIT-RECORD-COUNT PIC 9(06).
011462     10  FILLER             PIC X(01).
011463     10  AUDIT-REJECT-COUNT PIC 9(06).
011464     10  FILLER             PIC X(01).
011465     10  AUDIT-RUN-ID       PIC X(16).
011466     10  FILLER             PIC X(01).
011467     10  AUDIT-CHAIN-ID     PIC X(16).

011468 FD  MISSWAIV
011469     DATA RECORD           WAIV-RECORD.
011470     COPY WAIVREC.

011500 WORKING-STORAGE SECTION.

011600*    -------------------------------------------------------------
012200 77  CKPT-STATUS            PIC 99 VALUE ZEROS.
012300 77  GENNAME-STATUS         PIC 99 VALUE ZEROS.
012400 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
012410 77  REVQUEUE-STATUS        PIC 99 VALUE ZEROS.
012420 77  CALENDAR-STATUS        PIC 99 VALUE ZEROS.
012430 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
012440 77  MISSWAIV-STATUS        PIC 99 VALUE ZEROS.

012500*    -------------------------------------------------------------
012600*    END-OF-FILE SWITCHES
013800     88  WS-CTL-EOF-YES               VALUE 'Y'.
013900     88  WS-CTL-EOF-NO                VALUE 'N'.

013910 77  WS-REVQ-EOF-SWITCH     PIC X(01) VALUE 'N'.
013920     88  WS-REVQ-EOF-YES              VALUE 'Y'.
013930     88  WS-REVQ-EOF-NO               VALUE 'N'.

013931 77  WS-CAL-EOF-SWITCH      PIC X(01) VALUE 'N'.
013932     88  WS-CAL-EOF-YES               VALUE 'Y'.

013933 77  WS-AUDIT-EOF-SWITCH    PIC X(01) VALUE 'N'.
013934     88  WS-AUDIT-EOF-YES             VALUE 'Y'.

013935 77  WS-WAIV-EOF-SWITCH     PIC X(01) VALUE 'N'.
013936     88  WS-WAIV-EOF-YES              VALUE 'Y'.

013937 77  WS-GCAT-EOF-SWITCH     PIC X(01) VALUE 'N'.
013938     88  WS-GCAT-EOF-YES              VALUE 'Y'.

014000*    -------------------------------------------------------------
014100*    WHAT THE VALIDATION PASS FOUND ON OUTFILE
014200*    -------------------------------------------------------------
017700 77  WS-GATE-STATUS         PIC X(01) VALUE SPACE.
017800 77  WS-GATE-CYCLE-DATE     PIC 9(08) VALUE ZEROS.

017801*    -------------------------------------------------------------
017802*    REVIEW-QUEUE WORK AREAS -- ONE ENTRY PER ITEM QUEUED INSIDE
017803*    THE PERIOD'S KEY RANGE, HOLDING THE STATE OF THE LAST ROW FOR
017804*    IT: 'N' UNREVIEWED, 'Q' QUERIED, 'A' APPROVED.
017805*    -------------------------------------------------------------
017806 01  WS-RVI-TABLE.
017807     05  WS-RVI-ENTRY       OCCURS 20000 TIMES.
017808         10  WS-RVI-NUMB            PIC 9(06).
017809         10  WS-RVI-ACCT-CODE       PIC X(10).
017810         10  WS-RVI-AMOUNT          PIC 9(09)V99.
017811         10  WS-RVI-TRAN-TYPE       PIC X(02).
017812         10  WS-RVI-STATE           PIC X(01).
017813             88  WS-RVI-IS-APPROVED           VALUE 'A'.
017814         10  WS-RVI-STATE-DATE      PIC 9(08).
017815         10  WS-RVI-REVIEWER        PIC X(08).

017816 77  WS-RVI-COUNT           PIC 9(06) COMP VALUE ZERO.
017817 77  WS-RVI-MAX             PIC 9(06) COMP VALUE 20000.
017818 77  WS-RVI-IDX             PIC 9(06) COMP VALUE ZERO.
017819 77  WS-RVI-HIT             PIC 9(06) COMP VALUE ZERO.
017820 77  WS-RVI-HIGH-NUMB       PIC 9(06) VALUE ZEROS.
017821 77  WS-RVI-OPEN-COUNT      PIC 9(06) COMP VALUE ZERO.

017822*    -------------------------------------------------------------
017823*    MISSED-DAY WORK AREAS -- THE PERIOD'S DAYS RUN FROM THE LATER
017824*    OF THE PREVIOUS CLOSEOUT AND THE FIRST WRITEONE RUN ON RUNCTL
017825*    UP TO YESTERDAY.  ONE TABLE ENTRY PER EXPECTED DAY IN THAT
017826*    RANGE, WITH THE CLEAN RUNS EACH FILE RECORDS FOR IT.
017827*    -------------------------------------------------------------
017828 77  WS-FIRST-RUN-DATE      PIC 9(08) VALUE 99999999.
017829 77  WS-LAST-CLOSE-DATE     PIC 9(08) VALUE ZEROS.
017830 77  WS-MISS-FROM-DATE      PIC 9(08) VALUE ZEROS.
017831 77  WS-CAL-PREV-DATE       PIC 9(08) VALUE ZEROS.

017832 01  WS-DAY-TABLE.
017833     05  WS-DAY-ENTRY       OCCURS 4000 TIMES.
017834         10  WS-DAY-DATE            PIC 9(08).
017835         10  WS-DAY-AUD-CLEAN       PIC 9(04) COMP.
017836         10  WS-DAY-CTL-CLEAN       PIC 9(04) COMP.

017837 77  WS-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
017838 77  WS-DAY-MAX             PIC 9(04) COMP VALUE 4000.
017839 77  WS-DAY-IDX             PIC 9(04) COMP VALUE ZERO.
017840 77  WS-DAY-HIT             PIC 9(04) COMP VALUE ZERO.
017841 77  WS-DAY-FIND-DATE       PIC 9(08) VALUE ZEROS.

017842 01  WS-WAIV-TABLE.
017843     05  WS-WAIV-ENTRY      OCCURS 500 TIMES.
017844         10  WS-WAIV-FROM           PIC 9(08).
017845         10  WS-WAIV-TO             PIC 9(08).
017846         10  WS-WAIV-OPERATOR       PIC X(08).

017847 77  WS-WAIV-COUNT          PIC 9(04) COMP VALUE ZERO.
017848 77  WS-WAIV-MAX            PIC 9(04) COMP VALUE 500.
017849 77  WS-WAIV-IDX            PIC 9(04) COMP VALUE ZERO.
017850 77  WS-WAIV-HIT            PIC 9(04) COMP VALUE ZERO.
017851 77  WS-MISSED-COUNT        PIC 9(04) COMP VALUE ZERO.
017852 77  WS-WAIVED-COUNT        PIC 9(04) COMP VALUE ZERO.
017900*    -------------------------------------------------------------
018000*    FILE STATUS-CHECK WORK AREA
018100*    -------------------------------------------------------------
019100     PERFORM 2000-VALIDATE-OUTFILE
019200         THRU 2000-VALIDATE-OUTFILE-EXIT.

019210     PERFORM 2500-CHECK-REVIEW-QUEUE
019220         THRU 2500-CHECK-REVIEW-QUEUE-EXIT.

019230     PERFORM 2600-CHECK-MISSED-DAYS
019240         THRU 2600-CHECK-MISSED-DAYS-EXIT.

019300     PERFORM 3000-COPY-GENERATION
019400         THRU 3000-COPY-GENERATION-EXIT.


028700*    -------------------------------------------------------------
028800*    1510-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW; THE LATEST
028810*    WELL-FORMED WRITEONE ROW OVERWRITES THE GATE STATE.  THE
028820*    EARLIEST WRITEONE CYCLE DATE IS KEPT TOO: NO RUN WAS DUE
028830*    BEFORE IT.
029000*    -------------------------------------------------------------
029100 1510-READ-ONE-CONTROL.
029200     READ       RUNCTL
030000                 MOVE CTL-CYCLE-DATE TO WS-GATE-CYCLE-DATE
030100                 SET  WS-GATE-FOUND  TO TRUE
030200             END-IF
030210             IF  CTL-PROGRAM = 'WRITEONE'
030220                 AND CTL-CYCLE-DATE NUMERIC
030230                 AND CTL-CYCLE-DATE < WS-FIRST-RUN-DATE
030240                 MOVE CTL-CYCLE-DATE TO WS-FIRST-RUN-DATE
030250             END-IF
030300     END-READ.
030400 1510-READ-ONE-CONTROL-EXIT.
030500     EXIT.
034500     EXIT.

034600*    -------------------------------------------------------------
034610*    2010-SCAN-ONE-RECORD  --  CLASSIFY ONE RECORD: DETAILS AND
034620*    REVERSALS FEED THE COUNT, KEY RANGE AND AMOUNT HASH (A
034630*    REVERSAL'S AMOUNT SITS WHERE PAY-AMOUNT DOES); THE TRAILER IS
034900*    CAPTURED FOR THE CHECKS ABOVE; SOURCE HEADERS AND SUBTOTALS
035000*    PASS THROUGH UNCOUNTED.
035100*    -------------------------------------------------------------
035500             SET WS-EOF-YES         TO TRUE
035600         NOT AT END
035700             IF  OUTREC-IS-DETAIL
035710                 OR OUTREC-IS-REVERSAL
035800                 ADD 1              TO WS-DETAIL-COUNT
035900                 IF  WS-FIRST-NUMB = ZEROS
036000                     MOVE OUTREC-NUMB TO WS-FIRST-NUMB
037900 2010-SCAN-ONE-RECORD-EXIT.
038000     EXIT.

038001*    =============================================================
038002*    2500-CHECK-REVIEW-QUEUE  --  EVERY LARGE-VALUE ITEM QUEUED
038003*    INSIDE THE PERIOD'S KEY RANGE MUST HAVE BEEN APPROVED BEFORE
038004*    THE PERIOD IS FROZEN INTO A GENERATION.  THE QUEUE IS READ
038005*    WITH THE SAME RULES REVIEW APPLIES: THE LAST DECISION FOR AN
038006*    ITEM STANDS, A REPEATED QUEUEING OF THE SAME ITEM IS DROPPED,
038007*    AND A KEY QUEUED AGAIN WITH DIFFERENT CONTENT IS OPEN AGAIN.
038008*    =============================================================
038009 2500-CHECK-REVIEW-QUEUE.
038010     OPEN       INPUT               REVQUEUE.
038011     IF         REVQUEUE-STATUS     = '35'
038012         GO TO  2500-CHECK-REVIEW-QUEUE-EXIT
038013     END-IF.
038014     MOVE       'OPEN REVQUEUE'     TO WS-STATUS-WHERE.
038015     PERFORM 9700-CHECK-REVQUEUE-STATUS
038016         THRU 9700-CHECK-REVQUEUE-STATUS-EXIT.
038017     PERFORM 2510-READ-ONE-QUEUE-ROW
038018         THRU 2510-READ-ONE-QUEUE-ROW-EXIT
038019         UNTIL WS-REVQ-EOF-YES.
038020     CLOSE      REVQUEUE.

038021     PERFORM 2540-LIST-ONE-OPEN-ITEM
038022         THRU 2540-LIST-ONE-OPEN-ITEM-EXIT
038023         VARYING WS-RVI-IDX FROM 1 BY 1
038024         UNTIL WS-RVI-IDX > WS-RVI-COUNT.
038025     IF         WS-RVI-OPEN-COUNT   > ZERO
038026         DISPLAY 'CLOSEOUT BLOCKED - ' WS-RVI-OPEN-COUNT
038027                 ' LARGE-VALUE ITEMS IN THE PERIOD ARE NOT YET '
038028                 'APPROVED; RUN REVIEW' UPON CONSOLE
038029         MOVE   90                  TO WS-ABEND-STATUS
038030         MOVE   'REVIEW ITEMS OPEN' TO WS-STATUS-WHERE
038031         GO TO  9999-ABEND
038032     END-IF.
038033 2500-CHECK-REVIEW-QUEUE-EXIT.
038034     EXIT.

038035*    -------------------------------------------------------------
038036*    2510-READ-ONE-QUEUE-ROW  --  APPLY ONE QUEUE ROW FOR A KEY
038037*    INSIDE THE PERIOD.  AGING ROWS DO NOT CHANGE AN ITEM'S STATE
038038*    AND ROWS FOR KEYS NEVER QUEUED ARE PASSED OVER.
038039*    -------------------------------------------------------------
038040 2510-READ-ONE-QUEUE-ROW.
038041     READ       REVQUEUE
038042         AT END
038043             SET WS-REVQ-EOF-YES    TO TRUE
038044             GO TO 2510-READ-ONE-QUEUE-ROW-EXIT
038045     END-READ.
038046     IF         REVQ-NUMB NOT NUMERIC
038047         GO TO  2510-READ-ONE-QUEUE-ROW-EXIT
038048     END-IF.
038049     IF         REVQ-NUMB           < WS-FIRST-NUMB
038050         OR     REVQ-NUMB           > WS-LAST-NUMB
038051         GO TO  2510-READ-ONE-QUEUE-ROW-EXIT
038052     END-IF.
038053     PERFORM 2520-FIND-ITEM
038054         THRU 2520-FIND-ITEM-EXIT.

038055     IF         REVQ-IS-QUEUED
038056         IF     WS-RVI-HIT          = ZERO
038057             IF WS-RVI-COUNT NOT < WS-RVI-MAX
038058                 DISPLAY 'CLOSEOUT - REVIEW TABLE FULL AT '
038059                         WS-RVI-MAX ' ITEMS' UPON CONSOLE
038060                 MOVE 90            TO WS-ABEND-STATUS
038061                 MOVE 'REVIEW TABLE FULL' TO WS-STATUS-WHERE
038062                 GO TO 9999-ABEND
038063             END-IF
038064             ADD 1                  TO WS-RVI-COUNT
038065             MOVE WS-RVI-COUNT      TO WS-RVI-HIT
038066             IF  REVQ-NUMB          > WS-RVI-HIGH-NUMB
038067                 MOVE REVQ-NUMB     TO WS-RVI-HIGH-NUMB
038068             END-IF
038069         ELSE
038070             IF  REVQ-ACCT-CODE = WS-RVI-ACCT-CODE(WS-RVI-HIT)
038071                 AND REVQ-AMOUNT = WS-RVI-AMOUNT(WS-RVI-HIT)
038072                 AND REVQ-TRAN-TYPE = WS-RVI-TRAN-TYPE(WS-RVI-HIT)
038073                 GO TO 2510-READ-ONE-QUEUE-ROW-EXIT
038074             END-IF
038075         END-IF
038076         MOVE   REVQ-NUMB       TO WS-RVI-NUMB(WS-RVI-HIT)
038077         MOVE   REVQ-ACCT-CODE  TO WS-RVI-ACCT-CODE(WS-RVI-HIT)
038078         MOVE   REVQ-AMOUNT     TO WS-RVI-AMOUNT(WS-RVI-HIT)
038079         MOVE   REVQ-TRAN-TYPE  TO WS-RVI-TRAN-TYPE(WS-RVI-HIT)
038080         MOVE   'N'             TO WS-RVI-STATE(WS-RVI-HIT)
038081         MOVE   REVQ-LOG-DATE   TO WS-RVI-STATE-DATE(WS-RVI-HIT)
038082         MOVE   SPACES          TO WS-RVI-REVIEWER(WS-RVI-HIT)
038083         GO TO  2510-READ-ONE-QUEUE-ROW-EXIT
038084     END-IF.

038085     IF         WS-RVI-HIT          = ZERO
038086         GO TO  2510-READ-ONE-QUEUE-ROW-EXIT
038087     END-IF.
038088     IF         REVQ-IS-APPROVED
038089         OR     REVQ-IS-QUERIED
038090         MOVE   REVQ-REC-TYPE    TO WS-RVI-STATE(WS-RVI-HIT)
038091         MOVE   REVQ-REVIEW-DATE TO WS-RVI-STATE-DATE(WS-RVI-HIT)
038092         MOVE   REVQ-REVIEWER    TO WS-RVI-REVIEWER(WS-RVI-HIT)
038093     END-IF.
038094 2510-READ-ONE-QUEUE-ROW-EXIT.
038095     EXIT.

038096*    -------------------------------------------------------------
038097*    2520-FIND-ITEM  --  WS-RVI-HIT BECOMES THE SLOT HOLDING
038098*    REVQ-NUMB, OR ZERO.  A KEY ABOVE THE HIGHEST YET HELD IS NEW.
038099*    -------------------------------------------------------------
038100 2520-FIND-ITEM.
038101     MOVE       ZERO                TO WS-RVI-HIT.
038102     IF         REVQ-NUMB           > WS-RVI-HIGH-NUMB
038103         GO TO  2520-FIND-ITEM-EXIT
038104     END-IF.
038105     PERFORM 2530-CHECK-ONE-ITEM
038106         THRU 2530-CHECK-ONE-ITEM-EXIT
038107         VARYING WS-RVI-IDX FROM WS-RVI-COUNT BY -1
038108         UNTIL WS-RVI-IDX < 1
038109            OR WS-RVI-HIT NOT = ZERO.
038110 2520-FIND-ITEM-EXIT.
038111     EXIT.

038112*    -------------------------------------------------------------
038113*    2530-CHECK-ONE-ITEM  --  SET WS-RVI-HIT WHEN TABLE SLOT WS-
038114*    RVI-IDX HOLDS REVQ-NUMB.
038115*    -------------------------------------------------------------
038116 2530-CHECK-ONE-ITEM.
038117     IF         WS-RVI-NUMB(WS-RVI-IDX) = REVQ-NUMB
038118         MOVE   WS-RVI-IDX          TO WS-RVI-HIT
038119     END-IF.
038120 2530-CHECK-ONE-ITEM-EXIT.
038121     EXIT.

038122*    -------------------------------------------------------------
038123*    2540-LIST-ONE-OPEN-ITEM  --  LIST AND COUNT THE ITEM IN SLOT
038124*    WS-RVI-IDX WHEN IT IS NOT YET APPROVED.
038125*    -------------------------------------------------------------
038126 2540-LIST-ONE-OPEN-ITEM.
038127     IF         WS-RVI-IS-APPROVED(WS-RVI-IDX)
038128         GO TO  2540-LIST-ONE-OPEN-ITEM-EXIT
038129     END-IF.
038130     ADD        1                   TO WS-RVI-OPEN-COUNT.
038131     DISPLAY    'REVIEW OPEN: ' WS-RVI-NUMB(WS-RVI-IDX)
038132                ' ' WS-RVI-STATE(WS-RVI-IDX)
038133                ' ' WS-RVI-ACCT-CODE(WS-RVI-IDX)
038134                ' ' WS-RVI-TRAN-TYPE(WS-RVI-IDX)
038135                ' ' WS-RVI-AMOUNT(WS-RVI-IDX)
038136                ' SINCE ' WS-RVI-STATE-DATE(WS-RVI-IDX)
038137                ' ' WS-RVI-REVIEWER(WS-RVI-IDX) UPON CONSOLE.
038138 2540-LIST-ONE-OPEN-ITEM-EXIT.
038139     EXIT.

038140*    =============================================================
038141*    2600-CHECK-MISSED-DAYS  --  EVERY EXPECTED PROCESSING DAY IN
038142*    THE PERIOD MUST HAVE A CLEAN WRITEONE RUN - COUNTED ON
038143*    AUDITFILE (RETURN CODE ZERO) AND ON RUNCTL ('C'), THE LARGER
038144*    COUNT STANDING, AS MISSRUN COUNTS THEM - OR A WAIVER ROW
038145*    COVERING IT.  A PERIOD WITH A DAY THAT IS NEITHER HAS A HOLE
038146*    NOBODY HAS EXPLAINED AND IS NOT FROZEN INTO A GENERATION.
038147*    =============================================================
038148 2600-CHECK-MISSED-DAYS.
038149     OPEN       INPUT               CALENDAR.
038150     IF         CALENDAR-STATUS     = '35'
038151         DISPLAY 'CLOSEOUT - NO PROCESSING CALENDAR PRESENT; '
038152                 'MISSED DAYS ARE NOT CHECKED' UPON CONSOLE
038153         GO TO  2600-CHECK-MISSED-DAYS-EXIT
038154     END-IF.
038155     MOVE       'OPEN CALENDAR'     TO WS-STATUS-WHERE.
038156     PERFORM 9800-CHECK-CALENDAR-STATUS
038157         THRU 9800-CHECK-CALENDAR-STATUS-EXIT.
038158     ACCEPT     WS-CLOSE-DATE       FROM DATE YYYYMMDD.
038159     PERFORM 2610-FIND-LAST-CLOSEOUT
038160         THRU 2610-FIND-LAST-CLOSEOUT-EXIT.
038161     MOVE       WS-FIRST-RUN-DATE   TO WS-MISS-FROM-DATE.
038162     IF         WS-LAST-CLOSE-DATE  > WS-MISS-FROM-DATE
038163         MOVE   WS-LAST-CLOSE-DATE  TO WS-MISS-FROM-DATE
038164     END-IF.
038165     PERFORM 2620-READ-ONE-CALENDAR
038166         THRU 2620-READ-ONE-CALENDAR-EXIT
038167         UNTIL WS-CAL-EOF-YES.
038168     CLOSE      CALENDAR.

038169     PERFORM 2630-COUNT-AUDIT-RUNS
038170         THRU 2630-COUNT-AUDIT-RUNS-EXIT.
038171     PERFORM 2640-COUNT-CONTROL-RUNS
038172         THRU 2640-COUNT-CONTROL-RUNS-EXIT.
038173     PERFORM 2650-LOAD-WAIVERS
038174         THRU 2650-LOAD-WAIVERS-EXIT.

038175     PERFORM 2660-CHECK-ONE-DAY
038176         THRU 2660-CHECK-ONE-DAY-EXIT
038177         VARYING WS-DAY-IDX FROM 1 BY 1
038178         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
038179     IF         WS-MISSED-COUNT     > ZERO
038180         DISPLAY 'CLOSEOUT BLOCKED - ' WS-MISSED-COUNT
038181                 ' EXPECTED PROCESSING DAYS IN THE PERIOD HAVE '
038182                 'NO CLEAN WRITEONE RUN AND NO WAIVER'
038183                 UPON CONSOLE
038184         MOVE   90                  TO WS-ABEND-STATUS
038185         MOVE   'MISSED DAYS UNWAIVED' TO WS-STATUS-WHERE
038186         GO TO  9999-ABEND
038187     END-IF.
038188 2600-CHECK-MISSED-DAYS-EXIT.
038189     EXIT.

038190*    -------------------------------------------------------------
038191*    2610-FIND-LAST-CLOSEOUT  --  THE CLOSE DATE OF THE LATEST
038192*    GENERATION THIS PROGRAM CATALOGED, WHERE THE PERIOD BEGINS.
038193*    -------------------------------------------------------------
038194 2610-FIND-LAST-CLOSEOUT.
038195     OPEN       INPUT               GENCATF.
038196     IF         GENCAT-STATUS       = '35'
038197         GO TO  2610-FIND-LAST-CLOSEOUT-EXIT
038198     END-IF.
038199     MOVE       'OPEN GENCATF READ' TO WS-STATUS-WHERE.
038200     PERFORM 9200-CHECK-GENCAT-STATUS
038201         THRU 9200-CHECK-GENCAT-STATUS-EXIT.
038202     PERFORM 2611-READ-ONE-CATALOG-ROW
038203         THRU 2611-READ-ONE-CATALOG-ROW-EXIT
038204         UNTIL WS-GCAT-EOF-YES.
038205     CLOSE      GENCATF.
038206 2610-FIND-LAST-CLOSEOUT-EXIT.
038207     EXIT.

038208*    -------------------------------------------------------------
038209*    2611-READ-ONE-CATALOG-ROW  --  READ ONE CATALOG ROW, KEEPING
038210*    THE LATEST CLOSE DATE ON A ROW THIS PROGRAM CATALOGED.
038211*    -------------------------------------------------------------
038212 2611-READ-ONE-CATALOG-ROW.
038213     READ       GENCATF
038214         AT END
038215             SET WS-GCAT-EOF-YES    TO TRUE
038216             GO TO 2611-READ-ONE-CATALOG-ROW-EXIT
038217     END-READ.
038218     MOVE       'READ GENCATF'      TO WS-STATUS-WHERE.
038219     PERFORM 9200-CHECK-GENCAT-STATUS
038220         THRU 9200-CHECK-GENCAT-STATUS-EXIT.
038221     IF         GEN-SOURCE          = 'CLOSEOUT'
038222         AND    GEN-CLOSE-DATE NUMERIC
038223         AND    GEN-CLOSE-DATE      > WS-LAST-CLOSE-DATE
038224         MOVE   GEN-CLOSE-DATE      TO WS-LAST-CLOSE-DATE
038225     END-IF.
038226 2611-READ-ONE-CATALOG-ROW-EXIT.
038227     EXIT.

038228*    -------------------------------------------------------------
038229*    2620-READ-ONE-CALENDAR  --  KEEP EACH EXPECTED DAY INSIDE THE
038230*    PERIOD.  A ROW THAT IS NOT A DATE AND A KNOWN KIND OF DAY, OR
038231*    IS OUT OF DATE ORDER, ABENDS, AS IN MISSRUN.
038232*    -------------------------------------------------------------
038233 2620-READ-ONE-CALENDAR.
038234     READ       CALENDAR
038235         AT END
038236             SET WS-CAL-EOF-YES     TO TRUE
038237             GO TO 2620-READ-ONE-CALENDAR-EXIT
038238     END-READ.
038239     MOVE       'READ CALENDAR'     TO WS-STATUS-WHERE.
038240     PERFORM 9800-CHECK-CALENDAR-STATUS
038241         THRU 9800-CHECK-CALENDAR-STATUS-EXIT.
038242     IF         CAL-DATE NOT NUMERIC
038243         OR     NOT CAL-IS-VALID-KIND
038244         OR     CAL-DATE NOT > WS-CAL-PREV-DATE
038245         DISPLAY 'CLOSEOUT CALENDAR ERROR - ROW IS NOT A DATE '
038246                 'AND KIND IN DATE ORDER: ' CAL-RECORD
038247                 UPON CONSOLE
038248         MOVE   90                  TO WS-ABEND-STATUS
038249         MOVE   'BAD CALENDAR ROW'  TO WS-STATUS-WHERE
038250         GO TO  9999-ABEND
038251     END-IF.
038252     MOVE       CAL-DATE            TO WS-CAL-PREV-DATE.
038253     IF         NOT CAL-IS-RUN-DAY
038254         OR     CAL-DATE            < WS-MISS-FROM-DATE
038255         OR     CAL-DATE NOT        < WS-CLOSE-DATE
038256         GO TO  2620-READ-ONE-CALENDAR-EXIT
038257     END-IF.
038258     IF         WS-DAY-COUNT NOT    < WS-DAY-MAX
038259         DISPLAY 'CLOSEOUT - CALENDAR TABLE FULL AT ' WS-DAY-MAX
038260                 ' DAYS' UPON CONSOLE
038261         MOVE   90                  TO WS-ABEND-STATUS
038262         MOVE   'CALENDAR TABLE FULL' TO WS-STATUS-WHERE
038263         GO TO  9999-ABEND
038264     END-IF.
038265     ADD        1                   TO WS-DAY-COUNT.
038266     MOVE       CAL-DATE            TO WS-DAY-DATE(WS-DAY-COUNT).
038267     MOVE       ZERO          TO WS-DAY-AUD-CLEAN(WS-DAY-COUNT).
038268     MOVE       ZERO          TO WS-DAY-CTL-CLEAN(WS-DAY-COUNT).
038269 2620-READ-ONE-CALENDAR-EXIT.
038270     EXIT.

038271*    -------------------------------------------------------------
038272*    2630-COUNT-AUDIT-RUNS  --  A WRITEONE ROW WITH RETURN CODE
038273*    ZERO IS ONE CLEAN RUN ON ITS START DATE.
038274*    -------------------------------------------------------------
038275 2630-COUNT-AUDIT-RUNS.
038276     OPEN       INPUT               AUDITFILE.
038277     IF         AUDIT-STATUS        = '35'
038278         GO TO  2630-COUNT-AUDIT-RUNS-EXIT
038279     END-IF.
038280     MOVE       'OPEN AUDITFILE'    TO WS-STATUS-WHERE.
038281     PERFORM 9850-CHECK-AUDIT-STATUS
038282         THRU 9850-CHECK-AUDIT-STATUS-EXIT.
038283     PERFORM 2631-READ-ONE-AUDIT
038284         THRU 2631-READ-ONE-AUDIT-EXIT
038285         UNTIL WS-AUDIT-EOF-YES.
038286     CLOSE      AUDITFILE.
038287 2630-COUNT-AUDIT-RUNS-EXIT.
038288     EXIT.

038289*    -------------------------------------------------------------
038290*    2631-READ-ONE-AUDIT  --  READ ONE AUDIT ROW.  A CLEAN
038291*    WRITEONE ROW COUNTS TOWARD ITS START DATE WHEN THAT IS AN
038292*    EXPECTED DAY.
038293*    -------------------------------------------------------------
038294 2631-READ-ONE-AUDIT.
038295     READ       AUDITFILE
038296         AT END
038297             SET WS-AUDIT-EOF-YES   TO TRUE
038298             GO TO 2631-READ-ONE-AUDIT-EXIT
038299     END-READ.
038300     MOVE       'READ AUDITFILE'    TO WS-STATUS-WHERE.
038301     PERFORM 9850-CHECK-AUDIT-STATUS
038302         THRU 9850-CHECK-AUDIT-STATUS-EXIT.
038303     IF         AUDIT-PROGRAM NOT   = 'WRITEONE'
038304         OR     AUDIT-RETURN-CODE NOT = ZERO
038305         GO TO  2631-READ-ONE-AUDIT-EXIT
038306     END-IF.
038307     MOVE       AUDIT-START-DATE    TO WS-DAY-FIND-DATE.
038308     PERFORM 2690-FIND-DAY
038309         THRU 2690-FIND-DAY-EXIT.
038310     IF         WS-DAY-HIT NOT      = ZERO
038311         ADD    1              TO WS-DAY-AUD-CLEAN(WS-DAY-HIT)
038312     END-IF.
038313 2631-READ-ONE-AUDIT-EXIT.
038314     EXIT.

038315*    -------------------------------------------------------------
038316*    2640-COUNT-CONTROL-RUNS  --  A WRITEONE 'C' ROW IS ONE CLEAN
038317*    RUN ON ITS CYCLE DATE.
038318*    -------------------------------------------------------------
038319 2640-COUNT-CONTROL-RUNS.
038320     SET        WS-CTL-EOF-NO       TO TRUE.
038321     OPEN       INPUT               RUNCTL.
038322     MOVE       'REOPEN RUNCTL'     TO WS-STATUS-WHERE.
038323     PERFORM 9600-CHECK-RUNCTL-STATUS
038324         THRU 9600-CHECK-RUNCTL-STATUS-EXIT.
038325     PERFORM 2641-READ-ONE-CONTROL
038326         THRU 2641-READ-ONE-CONTROL-EXIT
038327         UNTIL WS-CTL-EOF-YES.
038328     CLOSE      RUNCTL.
038329 2640-COUNT-CONTROL-RUNS-EXIT.
038330     EXIT.

038331*    -------------------------------------------------------------
038332*    2641-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW.  A WRITEONE
038333*    'C' ROW COUNTS TOWARD ITS CYCLE DATE WHEN THAT IS AN EXPECTED
038334*    DAY.
038335*    -------------------------------------------------------------
038336 2641-READ-ONE-CONTROL.
038337     READ       RUNCTL
038338         AT END
038339             SET WS-CTL-EOF-YES     TO TRUE
038340             GO TO 2641-READ-ONE-CONTROL-EXIT
038341     END-READ.
038342     IF         CTL-PROGRAM NOT     = 'WRITEONE'
038343         OR     NOT CTL-IS-COMPLETE
038344         GO TO  2641-READ-ONE-CONTROL-EXIT
038345     END-IF.
038346     MOVE       CTL-CYCLE-DATE      TO WS-DAY-FIND-DATE.
038347     PERFORM 2690-FIND-DAY
038348         THRU 2690-FIND-DAY-EXIT.
038349     IF         WS-DAY-HIT NOT      = ZERO
038350         ADD    1              TO WS-DAY-CTL-CLEAN(WS-DAY-HIT)
038351     END-IF.
038352 2641-READ-ONE-CONTROL-EXIT.
038353     EXIT.

038354*    -------------------------------------------------------------
038355*    2650-LOAD-WAIVERS  --  A WAIVER ROW THAT IS INCOMPLETE OR
038356*    WHOSE DATES ARE OUT OF ORDER WAIVES NOTHING AND IS LISTED.
038357*    -------------------------------------------------------------
038358 2650-LOAD-WAIVERS.
038359     OPEN       INPUT               MISSWAIV.
038360     IF         MISSWAIV-STATUS     = '35'
038361         GO TO  2650-LOAD-WAIVERS-EXIT
038362     END-IF.
038363     MOVE       'OPEN MISSWAIV'     TO WS-STATUS-WHERE.
038364     PERFORM 9900-CHECK-MISSWAIV-STATUS
038365         THRU 9900-CHECK-MISSWAIV-STATUS-EXIT.
038366     PERFORM 2651-READ-ONE-WAIVER
038367         THRU 2651-READ-ONE-WAIVER-EXIT
038368         UNTIL WS-WAIV-EOF-YES.
038369     CLOSE      MISSWAIV.
038370 2650-LOAD-WAIVERS-EXIT.
038371     EXIT.

038372*    -------------------------------------------------------------
038373*    2651-READ-ONE-WAIVER  --  READ ONE WAIVER ROW AND LOAD IT.
038374*    AN INCOMPLETE ROW IS LISTED AND SKIPPED; A FULL TABLE ABENDS.
038375*    -------------------------------------------------------------
038376 2651-READ-ONE-WAIVER.
038377     READ       MISSWAIV
038378         AT END
038379             SET WS-WAIV-EOF-YES    TO TRUE
038380             GO TO 2651-READ-ONE-WAIVER-EXIT
038381     END-READ.
038382     MOVE       'READ MISSWAIV'     TO WS-STATUS-WHERE.
038383     PERFORM 9900-CHECK-MISSWAIV-STATUS
038384         THRU 9900-CHECK-MISSWAIV-STATUS-EXIT.
038385     IF         WAIV-FROM-DATE NOT NUMERIC
038386         OR     WAIV-TO-DATE   NOT NUMERIC
038387         OR     WAIV-OPERATOR       = SPACES
038388         OR     WAIV-REASON         = SPACES
038389         OR     WAIV-FROM-DATE      > WAIV-TO-DATE
038390         DISPLAY 'CLOSEOUT WAIVER IGNORED - INCOMPLETE OR DATES '
038391                 'OUT OF ORDER: ' WAIV-RECORD UPON CONSOLE
038392         GO TO  2651-READ-ONE-WAIVER-EXIT
038393     END-IF.
038394     IF         WS-WAIV-COUNT NOT   < WS-WAIV-MAX
038395         DISPLAY 'CLOSEOUT - WAIVER TABLE FULL AT ' WS-WAIV-MAX
038396                 ' ROWS' UPON CONSOLE
038397         MOVE   90                  TO WS-ABEND-STATUS
038398         MOVE   'WAIVER TABLE FULL' TO WS-STATUS-WHERE
038399         GO TO  9999-ABEND
038400     END-IF.
038401     ADD        1                   TO WS-WAIV-COUNT.
038402     MOVE       WAIV-FROM-DATE    TO WS-WAIV-FROM(WS-WAIV-COUNT).
038403     MOVE       WAIV-TO-DATE      TO WS-WAIV-TO(WS-WAIV-COUNT).
038404     MOVE       WAIV-OPERATOR
038405                            TO WS-WAIV-OPERATOR(WS-WAIV-COUNT).
038406 2651-READ-ONE-WAIVER-EXIT.
038407     EXIT.

038408*    -------------------------------------------------------------
038409*    2660-CHECK-ONE-DAY  --  AN EXPECTED DAY WITH A CLEAN RUN ON
038410*    EITHER FILE IS COVERED.  ONE WITHOUT IS LISTED, AS WAIVED
038411*    WHEN A WAIVER COVERS IT AND AS MISSED OTHERWISE.
038412*    -------------------------------------------------------------
038413 2660-CHECK-ONE-DAY.
038414     IF         WS-DAY-AUD-CLEAN(WS-DAY-IDX) > ZERO
038415         OR     WS-DAY-CTL-CLEAN(WS-DAY-IDX) > ZERO
038416         GO TO  2660-CHECK-ONE-DAY-EXIT
038417     END-IF.
038418     MOVE       ZERO                TO WS-WAIV-HIT.
038419     PERFORM 2670-CHECK-ONE-WAIVER
038420         THRU 2670-CHECK-ONE-WAIVER-EXIT
038421         VARYING WS-WAIV-IDX FROM 1 BY 1
038422         UNTIL WS-WAIV-IDX > WS-WAIV-COUNT
038423            OR WS-WAIV-HIT NOT = ZERO.
038424     IF         WS-WAIV-HIT NOT     = ZERO
038425         ADD    1                   TO WS-WAIVED-COUNT
038426         DISPLAY 'MISSED DAY WAIVED: ' WS-DAY-DATE(WS-DAY-IDX)
038427                 ' BY ' WS-WAIV-OPERATOR(WS-WAIV-HIT) UPON CONSOLE
038428     ELSE
038429         ADD    1                   TO WS-MISSED-COUNT
038430         DISPLAY 'MISSED DAY: ' WS-DAY-DATE(WS-DAY-IDX)
038431                 ' NO CLEAN WRITEONE RUN' UPON CONSOLE
038432     END-IF.
038433 2660-CHECK-ONE-DAY-EXIT.
038434     EXIT.

038435*    -------------------------------------------------------------
038436*    2670-CHECK-ONE-WAIVER  --  SET WS-WAIV-HIT WHEN WAIVER SLOT
038437*    WS-WAIV-IDX COVERS THE DAY IN SLOT WS-DAY-IDX.
038438*    -------------------------------------------------------------
038439 2670-CHECK-ONE-WAIVER.
038440     IF         WS-DAY-DATE(WS-DAY-IDX)
038441                    NOT < WS-WAIV-FROM(WS-WAIV-IDX)
038442         AND    WS-DAY-DATE(WS-DAY-IDX)
038443                    NOT > WS-WAIV-TO(WS-WAIV-IDX)
038444         MOVE   WS-WAIV-IDX         TO WS-WAIV-HIT
038445     END-IF.
038446 2670-CHECK-ONE-WAIVER-EXIT.
038447     EXIT.

038448*    -------------------------------------------------------------
038449*    2690-FIND-DAY  --  WS-DAY-HIT BECOMES THE SLOT HOLDING
038450*    WS-DAY-FIND-DATE, OR ZERO WHEN IT IS NOT AN EXPECTED DAY IN
038451*    THE PERIOD.
038452*    -------------------------------------------------------------
038453 2690-FIND-DAY.
038454     MOVE       ZERO                TO WS-DAY-HIT.
038455     PERFORM 2691-CHECK-ONE-DAY
038456         THRU 2691-CHECK-ONE-DAY-EXIT
038457         VARYING WS-DAY-IDX FROM 1 BY 1
038458         UNTIL WS-DAY-IDX > WS-DAY-COUNT
038459            OR WS-DAY-HIT NOT = ZERO.
038460 2690-FIND-DAY-EXIT.
038461     EXIT.

038462*    -------------------------------------------------------------
038463*    2691-CHECK-ONE-DAY  --  SET WS-DAY-HIT WHEN TABLE SLOT WS-
038464*    DAY-IDX HOLDS WS-DAY-FIND-DATE.
038465*    -------------------------------------------------------------
038466 2691-CHECK-ONE-DAY.
038467     IF         WS-DAY-DATE(WS-DAY-IDX) = WS-DAY-FIND-DATE
038468         MOVE   WS-DAY-IDX          TO WS-DAY-HIT
038469     END-IF.
038470 2691-CHECK-ONE-DAY-EXIT.
038471     EXIT.

038472*    =============================================================
038473*    3000-COPY-GENERATION  --  SECOND PASS: COPY OUTFILE WHOLE -
038474*    HEADERS, DETAILS, SUBTOTALS AND TRAILER - INTO THE
038475*    GENERATION FILE, BYTE FOR BYTE.
038500*    =============================================================
038600 3000-COPY-GENERATION.
038700     OPEN       INPUT               OUTFILE.
054000                WS-LAST-NUMB        UPON CONSOLE.
054100     DISPLAY    'Details closed  ' WS-DETAIL-COUNT UPON CONSOLE.
054200     DISPLAY    'Records copied  ' WS-COPIED-COUNT UPON CONSOLE.
054210     DISPLAY    'Days waived     ' WS-WAIVED-COUNT UPON CONSOLE.
054300     DISPLAY    'OPERATIONS: RETIRE THE LIVE OUTFILE NOW - THE '
054400                'NEXT WRITEONE RUN STARTS THE NEW PERIOD'
054500                 UPON CONSOLE.
062000 9600-CHECK-RUNCTL-STATUS-EXIT.
062100     EXIT.

062101*    -------------------------------------------------------------
062102*    9700-CHECK-REVQUEUE-STATUS  --  A QUEUE THAT CANNOT BE READ
062103*    WHOLE CANNOT PROVE THE PERIOD REVIEWED, SO ABEND.
062104*    -------------------------------------------------------------
062105 9700-CHECK-REVQUEUE-STATUS.
062106     IF         REVQUEUE-STATUS NOT = ZERO
062107         MOVE   REVQUEUE-STATUS     TO WS-ABEND-STATUS
062108         GO TO  9999-ABEND
062109     END-IF.
062110 9700-CHECK-REVQUEUE-STATUS-EXIT.
062111     EXIT.

062112*    -------------------------------------------------------------
062113*    9800-CHECK-CALENDAR-STATUS  --  A CALENDAR THAT CANNOT BE READ
062114*    WHOLE CANNOT SAY WHICH DAYS WERE DUE, SO ABEND.
062115*    -------------------------------------------------------------
062116 9800-CHECK-CALENDAR-STATUS.
062117     IF         CALENDAR-STATUS NOT = ZERO
062118         MOVE   CALENDAR-STATUS     TO WS-ABEND-STATUS
062119         GO TO  9999-ABEND
062120     END-IF.
062121 9800-CHECK-CALENDAR-STATUS-EXIT.
062122     EXIT.

062123*    -------------------------------------------------------------
062124*    9850-CHECK-AUDIT-STATUS  --  AN AUDIT TRAIL THAT CANNOT BE
062125*    READ WHOLE CANNOT PROVE THE PERIOD'S RUNS, SO ABEND.
062126*    -------------------------------------------------------------
062127 9850-CHECK-AUDIT-STATUS.
062128     IF         AUDIT-STATUS NOT = ZERO
062129         MOVE   AUDIT-STATUS        TO WS-ABEND-STATUS
062130         GO TO  9999-ABEND
062131     END-IF.
062132 9850-CHECK-AUDIT-STATUS-EXIT.
062133     EXIT.

062134*    -------------------------------------------------------------
062135*    9900-CHECK-MISSWAIV-STATUS  --  CALLED ONLY WHEN MISSWAIV-
062136*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
062137*    -------------------------------------------------------------
062138 9900-CHECK-MISSWAIV-STATUS.
062139     IF         MISSWAIV-STATUS NOT = ZERO
062140         MOVE   MISSWAIV-STATUS     TO WS-ABEND-STATUS
062141         GO TO  9999-ABEND
062142     END-IF.
062143 9900-CHECK-MISSWAIV-STATUS-EXIT.
062144     EXIT.
062200*    =============================================================
062300*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
062400*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
