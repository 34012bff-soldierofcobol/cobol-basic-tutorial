024200*                    RECORD AREA AFTER THE WRITE, WHERE THE
024300*                    RECORD IS NO LONGER RELIABLY ADDRESSABLE;
024400*                    BOTH NOW ACCUMULATE JUST BEFORE THE WRITE.
024401*   2026-10-15  SOC  ACCOUNT-LEVEL EDIT IN 2080-VALIDATE-INFILE-
024402*                    LINE: EACH LINE'S ACCOUNT CODE IS NOW READ
024403*                    FROM ACCTMAST, THE ACCOUNT REFERENCE MASTER
024404*                    ACCTMNT MAINTAINS (LAYOUT IN COPYBOOK ACCTREC),
024405*                    AND THE LINE IS SENT TO REJECTFILE WITH ITS OWN
024406*                    REASON WHEN THE ACCOUNT IS UNKNOWN, NOT YET
024407*                    OPEN, SUSPENDED, CLOSED AS OF THE RUN DATE, OR
024408*                    NOT PERMITTED ITS TRAN TYPE.  ACCTMAST IS
024409*                    REQUIRED - A RUN WITH NO MASTER TO EDIT AGAINST
024410*                    ABENDS RATHER THAN LET UNCHECKED ACCOUNTS
024411*                    THROUGH.
024412*   2026-10-15  SOC  REVERSALS.  AN OPTIONAL REVFILE OF REVERSAL
024413*                    REQUESTS (TARGET OUTREC-NUMB, AMOUNT, REASON) IS
024414*                    READ AT START-UP AND EACH TARGET LOOKED UP ON
024415*                    MASTFILE (PRIMARY KEY AND THE REVERSAL
024416*                    ALTERNATE KEY, COPYBOOK MASTREC) AND IN EVERY
024417*                    GENERATION ON THE CATALOG.  ONCE INFILE IS
024418*                    DONE, EACH GOOD REQUEST IS WRITTEN AS AN 'R'
024419*                    RECORD UNDER ITS OWN OUTREC-NUMB, CARRYING THE
024420*                    ORIGINAL'S ACCOUNT, AMOUNT AND TYPE.  IT COUNTS
024421*                    IN TRLR-DETAIL-COUNT AND ITS AMOUNT IS ADDED TO
024422*                    TRLR-AMOUNT-HASH, WHICH STAYS A GROSS SUM - THE
024423*                    READERS NET REVERSALS OFF THEMSELVES.  A REQUEST
024424*                    GOES TO REJECTFILE WHEN IT IS MALFORMED, ITS
024425*                    TARGET IS NOT FOUND OR IS NOT A DETAIL, THE
024426*                    TARGET IS ALREADY REVERSED, OR THE AMOUNTS
024427*                    DISAGREE.  A RESTART RESUMES THE REVERSALS FROM
024428*                    THE 'R' RECORDS AND REVERSAL REJECTS ON DISK.
024429*   2026-10-15  SOC  LARGE-VALUE REVIEW QUEUE.  EVERY DETAIL WHOSE
024430*                    AMOUNT IS AT OR ABOVE THE THRESHOLD FOR ITS
024431*                    TRAN TYPE (REVPARM, COPYBOOK REVPREC: ONE ROW
024432*                    PER TYPE AND/OR ONE GLOBAL ROW) IS COPIED, ONCE
024433*                    ITS OUTFILE WRITE HAS SUCCEEDED, TO THE REVIEW
024434*                    QUEUE REVQUEUE (COPYBOOK REVQREC) WITH ITS
024435*                    OUTREC-NUMB, RUN ID, ACCOUNT, AMOUNT AND TYPE,
024436*                    FOR REVIEW TO SIGN OFF.  NO REVPARM, NO QUEUE.
024437*                    A RESTART RE-QUEUES THE CHAIN'S QUALIFYING
024438*                    DETAILS FROM THE TAIL SCAN, SO ONE LOST BETWEEN
024439*                    THE TWO WRITES IS NOT MISSED; REVIEW DROPS THE
024440*                    REPEATS.
024500*****************************************************************
024600 IDENTIFICATION DIVISION.
024700     PROGRAM-ID.               WRITEONE.
029900         ORGANIZATION      LINE SEQUENTIAL
030000         FILE STATUS       RUNCTL-STATUS.

030001*    -------------------------------------------------------------
030002*    ACCTMAST  --  REQUIRED ACCOUNT REFERENCE MASTER (COPY ACCTREC),
030003*    READ BY KEY FOR EVERY LINE 2080-VALIDATE-INFILE-LINE PASSES.
030004*    -------------------------------------------------------------
030005     SELECT ACCTMAST
030006         ASSIGN EXTERNAL   ACCTMAST
030007         ORGANIZATION      INDEXED
030008         ACCESS            RANDOM
030009         RECORD KEY        ACCT-CODE
030010         FILE STATUS       ACCTMAST-STATUS.

030011*    -------------------------------------------------------------
030012*    REVFILE  --  OPTIONAL REVERSAL REQUESTS, ONE PER LINE: THE
030013*    TARGET OUTREC-NUMB (1-6), ITS AMOUNT (8-18, IMPLIED TWO
030014*    DECIMALS) AND A SHORT REASON (20-30).  WHEN ABSENT (STATUS 35
030015*    AT OPEN), THE RUN WRITES NO REVERSALS.
030016*    -------------------------------------------------------------
030017     SELECT REVFILE
030018         ASSIGN EXTERNAL   REVFILE
030019         ORGANIZATION      LINE SEQUENTIAL
030020         FILE STATUS       REVFILE-STATUS.

030021*    -------------------------------------------------------------
030022*    MASTFILE  --  THE INDEXED MASTER MSTLOAD BUILT FROM THE LAST
030023*    OUTFILE (COPY MASTREC), READ BY KEY FOR EACH REVERSAL TARGET
030024*    AND BY ITS ALTERNATE KEY FOR A REVERSAL ALREADY ON FILE.
030025*    OPTIONAL: WHEN ABSENT (STATUS 35) THE GENERATIONS ANSWER ALONE.
030026*    -------------------------------------------------------------
030027     SELECT MASTFILE
030028         ASSIGN EXTERNAL   MASTFILE
030029         ORGANIZATION      INDEXED
030030         ACCESS            RANDOM
030031         RECORD KEY        MAST-NUMB
030032         ALTERNATE RECORD KEY MAST-REVERSES
030033                           WITH DUPLICATES
030034         FILE STATUS       MAST-STATUS.

030035*    -------------------------------------------------------------
030036*    GENCATF / GENFILE  --  THE GENERATION CATALOG, AND EACH
030037*    CATALOGED GENERATION IN TURN (DYNAMICALLY ASSIGNED TO ITS
030038*    CATALOGED NAME), SEARCHED FOR REVERSAL TARGETS.
030039*    -------------------------------------------------------------
030040     SELECT GENCATF
030041         ASSIGN EXTERNAL   GENCATF
030042         ORGANIZATION      LINE SEQUENTIAL
030043         FILE STATUS       GENCAT-STATUS.

030044     SELECT GENFILE
030045         ASSIGN DYNAMIC     WS-GEN-PATH
030046         ORGANIZATION      SEQUENTIAL
030047         FILE STATUS       GENFILE-STATUS.

030048*    -------------------------------------------------------------
030049*    REVPARM  --  OPTIONAL LARGE-VALUE REVIEW THRESHOLDS (COPYBOOK
030050*    REVPREC).  WHEN ABSENT (STATUS 35 AT OPEN), NOTHING IS QUEUED.
030051*    REVQUEUE  --  THE REVIEW QUEUE (COPYBOOK REVQREC), ONLY EVER
030052*    APPENDED, OPENED ON THE FIRST ITEM QUEUED.
030053*    -------------------------------------------------------------
030054     SELECT REVPARM
030055         ASSIGN EXTERNAL   REVPARM
030056         ORGANIZATION      LINE SEQUENTIAL
030057         FILE STATUS       REVPARM-STATUS.

030058     SELECT REVQUEUE
030059         ASSIGN EXTERNAL   REVQUEUE
030060         ORGANIZATION      LINE SEQUENTIAL
030061         FILE STATUS       REVQUEUE-STATUS.

030100 DATA DIVISION.
030200 FILE SECTION.
030300 FD  OUTFILE
037700     DATA RECORD           CTL-RECORD.
037800     COPY CTLREC.

037810 FD  ACCTMAST
037820     DATA RECORD           ACCT-RECORD.
037830     COPY ACCTREC.

037831 FD  REVFILE
037832     DATA RECORD           REVFILE-RECORD.
037833 01  REVFILE-RECORD        PIC X(80).

037834 FD  MASTFILE
037835     DATA RECORD           MAST-RECORD.
037836     COPY MASTREC.

037837 FD  GENCATF
037838     DATA RECORD           GEN-RECORD.
037839     COPY GENREC.

037840 FD  GENFILE
037841     RECORD CONTAINS       61 CHARACTERS.
037842 01  GEN-FILE-RECORD        PIC X(61).

037843 FD  REVPARM
037844     DATA RECORDS          REVP-THRESHOLD-RECORD
037845                           REVP-AGING-RECORD.
037846     COPY REVPREC.

037847 FD  REVQUEUE
037848     DATA RECORD           REVQ-RECORD.
037849     COPY REVQREC.

037900 WORKING-STORAGE SECTION.

038000*    -------------------------------------------------------------
038800 77  FILELIST-STATUS        PIC 99 VALUE ZEROS.
038900 77  PAYLOAD-STATUS         PIC 99 VALUE ZEROS.
039000 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
039010 77  ACCTMAST-STATUS        PIC 99 VALUE ZEROS.
039020 77  REVFILE-STATUS         PIC 99 VALUE ZEROS.
039030 77  MAST-STATUS            PIC 99 VALUE ZEROS.
039040 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
039050 77  GENFILE-STATUS         PIC 99 VALUE ZEROS.
039060 77  REVPARM-STATUS         PIC 99 VALUE ZEROS.
039070 77  REVQUEUE-STATUS        PIC 99 VALUE ZEROS.

039100*    -------------------------------------------------------------
039200*    WS-CTL-MARK TELLS 8300-WRITE-RUN-CONTROL WHICH STATUS BYTE

040300*    -------------------------------------------------------------
040400*    WS-AMOUNT-HASH IS THE RUNNING SUM OF EVERY WRITTEN DETAIL'S
040410*    AND REVERSAL'S PAY-AMOUNT, CARRIED INTO TRLR-AMOUNT-HASH AT
040420*    THE TRAILER WRITE.  ON A RESTART IT IS RE-SEEDED FROM THE
040430*    RECORDS THE TAIL SCAN FINDS ALREADY ON DISK, SO IT ALWAYS
040700*    COVERS THE WHOLE CHAIN, THE SAME SCOPE AS TRLR-DETAIL-COUNT.
040900*    -------------------------------------------------------------
041000 77  WS-AMOUNT-HASH         PIC 9(13)V99 VALUE ZEROS.

048100 77  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
048200 77  WS-CTL-CHAR-IDX        PIC 9(04) COMP VALUE ZERO.
048300 77  WS-REJ-SANITIZE-IDX    PIC 9(04) COMP VALUE ZERO.
048310 77  WS-ACCT-TYPE-IDX       PIC 9(04) COMP VALUE ZERO.
048320 77  WS-ACCT-TYPE-SWITCH    PIC X(01) VALUE 'N'.
048330     88  WS-ACCT-TYPE-FOUND           VALUE 'Y'.
048340     88  WS-ACCT-TYPE-NOT-FOUND       VALUE 'N'.

048400*    -------------------------------------------------------------
048500*    MULTI-FILE CONSOLIDATION WORK AREAS
052400 77  WS-AUDIT-WRITE-STATUS   PIC 99    VALUE 99.
052500 77  WS-AUDIT-CLOSE-STATUS   PIC 99    VALUE 99.

052501*    -------------------------------------------------------------
052502*    REVERSAL WORK AREAS -- WS-REV-TABLE HOLDS REVFILE AS READ, ONE
052503*    ENTRY PER REQUEST LINE, WITH WHAT THE MASTER AND GENERATION
052504*    LOOK-UPS FOUND FOR ITS TARGET.  WS-REV-SKIP-COUNT IS HOW MANY
052505*    REQUESTS A RESTARTED CHAIN ALREADY WROTE OR REJECTED.
052506*    WS-CHAIN-REV-TABLE HOLDS THE TARGET OF EVERY REVERSAL THE
052507*    CHAIN HAS WRITTEN, SO A TARGET NAMED TWICE IS REVERSED ONCE.
052508*    -------------------------------------------------------------
052509 01  WS-REV-TABLE.
052510     05  WS-REV-ENTRY       OCCURS 500 TIMES.
052511         10  WS-REV-LINE            PIC X(80).
052512         10  WS-REV-LINE-PARTS REDEFINES WS-REV-LINE.
052513             15  WS-REV-TARGET      PIC 9(06).
052514             15  FILLER             PIC X(01).
052515             15  WS-REV-AMOUNT      PIC 9(09)V99.
052516             15  FILLER             PIC X(01).
052517             15  WS-REV-REASON      PIC X(11).
052518             15  FILLER             PIC X(50).
052519         10  WS-REV-SHAPE           PIC X(01).
052520             88  WS-REV-WELL-FORMED           VALUE 'Y'.
052521             88  WS-REV-MALFORMED             VALUE 'N'.
052522         10  WS-REV-FOUND           PIC X(01).
052523             88  WS-REV-TARGET-MISSING        VALUE SPACE.
052524             88  WS-REV-TARGET-DETAIL         VALUE 'D'.
052525             88  WS-REV-TARGET-REVERSAL       VALUE 'R'.
052526         10  WS-REV-DONE            PIC X(01).
052527             88  WS-REV-ALREADY-DONE          VALUE 'Y'.
052528             88  WS-REV-NOT-DONE              VALUE 'N'.
052529         10  WS-REV-ORIG-ACCT       PIC X(10).
052530         10  WS-REV-ORIG-AMOUNT     PIC 9(09)V99.
052531         10  WS-REV-ORIG-TYPE       PIC X(02).

052532 77  WS-REV-COUNT           PIC 9(04) COMP VALUE ZERO.
052533 77  WS-REV-MAX-ENTRIES     PIC 9(04) COMP VALUE 500.
052534 77  WS-REV-IDX             PIC 9(04) COMP VALUE ZERO.
052535 77  WS-REV-START           PIC 9(06) COMP VALUE ZERO.
052536 77  WS-REV-SKIP-COUNT      PIC 9(06) VALUE ZEROS.
052537 77  WS-REVERSAL-COUNT      PIC 9(06) COMP VALUE ZERO.
052538 77  WS-REV-REJECT-COUNT    PIC 9(06) COMP VALUE ZERO.

052539 77  WS-REV-EOF-SWITCH      PIC X(01) VALUE 'N'.
052540     88  WS-REV-EOF-YES               VALUE 'Y'.
052541     88  WS-REV-EOF-NO                VALUE 'N'.

052542 01  WS-CHAIN-REV-TABLE.
052543     05  WS-CHAIN-REV-NUMB  PIC 9(06) OCCURS 500 TIMES.

052544 77  WS-CHAIN-REV-COUNT     PIC 9(04) COMP VALUE ZERO.
052545 77  WS-CHAIN-REV-IDX       PIC 9(04) COMP VALUE ZERO.
052546 77  WS-FIND-TARGET         PIC 9(06) VALUE ZEROS.

052547 77  WS-CHAIN-REV-SWITCH    PIC X(01) VALUE 'N'.
052548     88  WS-CHAIN-REV-FOUND           VALUE 'Y'.
052549     88  WS-CHAIN-REV-NOT-FOUND       VALUE 'N'.

052550*    WS-TAIL-REV-COUNT AND WS-REJ-REV-COUNT ARE THE REVERSAL SHARE
052551*    OF WHAT 1220-DERIVE-RESTART-POSITION FINDS ON OUTFILE AND
052552*    REJECTFILE: THOSE RECORDS CONSUMED REVFILE LINES, NOT INFILE.
052553 77  WS-TAIL-REV-COUNT      PIC 9(06) COMP VALUE ZERO.
052554 77  WS-REJ-REV-COUNT       PIC 9(06) COMP VALUE ZERO.

052555*    ONE MASTER ROW OR GENERATION RECORD, LAID OUT AS AN OUTFILE
052556*    DETAIL OR REVERSAL FOR 1345-MATCH-ONE-ENTRY.
052557 01  WS-SCAN-RECORD.
052558     10  WS-SCAN-NUMB           PIC 9(06).
052559     10  WS-SCAN-TYPE           PIC X(01).
052560         88  WS-SCAN-IS-DETAIL            VALUE SPACES.
052561         88  WS-SCAN-IS-REVERSAL          VALUE 'R'.
052562     10  WS-SCAN-ACCT-CODE      PIC X(10).
052563     10  WS-SCAN-AMOUNT         PIC 9(09)V99.
052564     10  WS-SCAN-TRAN-TYPE      PIC X(02).
052565     10  WS-SCAN-TARGET-NUMB    PIC 9(06).
052566     10  FILLER                 PIC X(25).

052567 77  WS-GEN-PATH            PIC X(44) VALUE SPACES.

052568 77  WS-CAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
052569     88  WS-CAT-EOF-YES               VALUE 'Y'.
052570     88  WS-CAT-EOF-NO                VALUE 'N'.

052571 77  WS-GEN-EOF-SWITCH      PIC X(01) VALUE 'N'.
052572     88  WS-GEN-EOF-YES               VALUE 'Y'.
052573     88  WS-GEN-EOF-NO                VALUE 'N'.

052574*    -------------------------------------------------------------
052575*    REVIEW-QUEUE WORK AREAS -- WS-THR-TABLE HOLDS ONE THRESHOLD
052576*    PER TRAN TYPE FROM REVPARM; WS-THR-GLOBAL APPLIES TO EVERY
052577*    TYPE WITHOUT A ROW OF ITS OWN.  WS-THR-AMOUNT IS THE
052578*    THRESHOLD 2600 FOUND FOR THE DETAIL IN HAND.
052579*    -------------------------------------------------------------
052580 77  WS-REVIEW-SWITCH       PIC X(01) VALUE 'N'.
052581     88  WS-REVIEW-ACTIVE             VALUE 'Y'.
052582     88  WS-REVIEW-INACTIVE           VALUE 'N'.

052583 77  WS-REVP-EOF-SWITCH     PIC X(01) VALUE 'N'.
052584     88  WS-REVP-EOF-YES              VALUE 'Y'.
052585     88  WS-REVP-EOF-NO               VALUE 'N'.

052586 77  WS-THR-GLOBAL-SWITCH   PIC X(01) VALUE 'N'.
052587     88  WS-THR-GLOBAL-SET            VALUE 'Y'.
052588     88  WS-THR-GLOBAL-NOT-SET        VALUE 'N'.

052589 77  WS-THR-GLOBAL          PIC 9(09)V99 VALUE ZEROS.

052590 01  WS-THR-TABLE.
052591     05  WS-THR-ENTRY       OCCURS 50 TIMES.
052592         10  WS-THR-TRAN-TYPE       PIC X(02).
052593         10  WS-THR-TYPE-AMOUNT     PIC 9(09)V99.

052594 77  WS-THR-COUNT           PIC 9(04) COMP VALUE ZERO.
052595 77  WS-THR-MAX-ENTRIES     PIC 9(04) COMP VALUE 50.
052596 77  WS-THR-IDX             PIC 9(04) COMP VALUE ZERO.
052597 77  WS-THR-AMOUNT          PIC 9(09)V99 VALUE ZEROS.
052598 77  WS-THR-FIND-TYPE       PIC X(02) VALUE SPACES.

052599 77  WS-THR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
052600     88  WS-THR-FOUND                 VALUE 'Y'.
052601     88  WS-THR-NOT-FOUND             VALUE 'N'.

052602 77  WS-REVQ-OPEN-SW        PIC X(01) VALUE 'N'.
052603     88  WS-REVQ-IS-OPEN              VALUE 'Y'.
052604     88  WS-REVQ-IS-CLOSED            VALUE 'N'.

052605 77  WS-QUEUED-COUNT        PIC 9(06) COMP VALUE ZERO.

052606*    -------------------------------------------------------------
052700*    FILE STATUS-CHECK WORK AREA
052800*    -------------------------------------------------------------
052900 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
053900         THRU 2000-PROCESS-DETAILS-EXIT
054000         UNTIL WS-EOF-YES.

054010     PERFORM 3000-PROCESS-REVERSALS
054020         THRU 3000-PROCESS-REVERSALS-EXIT.

054100     PERFORM 8000-TERMINATE
054200         THRU 8000-TERMINATE-EXIT.

056300     PERFORM 8300-WRITE-RUN-CONTROL
056400         THRU 8300-WRITE-RUN-CONTROL-EXIT.

056410*    THE THRESHOLDS ARE LOADED BEFORE THE CHECKPOINT SO A
056420*    RESTART'S TAIL SCAN CAN RE-QUEUE WHAT THE CHAIN HAS WRITTEN.
056430     PERFORM 1400-LOAD-THRESHOLDS
056440         THRU 1400-LOAD-THRESHOLDS-EXIT.

056500     PERFORM 1200-READ-CHECKPOINT
056600         THRU 1200-READ-CHECKPOINT-EXIT.

059200     PERFORM 9300-CHECK-REJECT-STATUS
059300         THRU 9300-CHECK-REJECT-STATUS-EXIT.

059310     OPEN       INPUT               ACCTMAST.
059320     IF         ACCTMAST-STATUS     = '35'
059330         MOVE   35                  TO WS-ABEND-STATUS
059340         MOVE   'ACCTMAST MISSING'  TO WS-STATUS-WHERE
059350         GO TO  9999-ABEND
059360     END-IF.
059370     MOVE       'OPEN ACCTMAST'     TO WS-STATUS-WHERE.
059380     PERFORM 9700-CHECK-ACCTMAST-STATUS
059390         THRU 9700-CHECK-ACCTMAST-STATUS-EXIT.

059391     PERFORM 1300-LOAD-REVERSALS
059392         THRU 1300-LOAD-REVERSALS-EXIT.

059400*    A RESTART'S SKIP PHASE RE-TRAVERSES PAYLOAD FILES THE ABENDED
059500*    ATTEMPT ALREADY BRACKETED ON OUTFILE, SO SOURCE HEADER AND
059600*    SUBTOTAL WRITES STAY OFF UNTIL THE SKIP IS DONE.
061100     PERFORM 1290-SKIP-PROCESSED-LINES
061200         THRU 1290-SKIP-PROCESSED-LINES-EXIT.

061210*    A CHAIN THAT HAD ALREADY STARTED ON ITS REVERSALS FINISHED
061220*    INFILE AND WROTE ITS LAST SUBTOTAL, SO THE NOTES STAY OFF FOR
061230*    THE END-OF-FILE THE SKIP HAS RUN INTO.
061240     IF         WS-REV-SKIP-COUNT   = ZERO
061250         SET    WS-SRC-NOTES-ON     TO TRUE
061260     END-IF.

061400     PERFORM 2200-READ-INFILE
061500         THRU 2200-READ-INFILE-EXIT.
069400 1295-SKIP-ONE-LINE-EXIT.
069500     EXIT.

069510*    =============================================================
069520*    1300-LOAD-REVERSALS  --  READ REVFILE INTO WS-REV-TABLE AND
069530*    LOOK EVERY TARGET UP, FIRST ON MASTFILE AND THEN IN EACH
069540*    CATALOGED GENERATION, BEFORE ANY INFILE LINE IS WRITTEN.  NO
069550*    REVFILE, OR AN EMPTY ONE, MEANS NO REVERSALS THIS RUN.
069560*    =============================================================
069570 1300-LOAD-REVERSALS.
069580     OPEN       INPUT               REVFILE.
069590     IF         REVFILE-STATUS      = '35'
069600         GO TO  1300-LOAD-REVERSALS-EXIT
069610     END-IF.
069620     MOVE       'OPEN REVFILE'      TO WS-STATUS-WHERE.
069630     PERFORM 9800-CHECK-REVFILE-STATUS
069640         THRU 9800-CHECK-REVFILE-STATUS-EXIT.
069650     PERFORM 1310-READ-ONE-REVERSAL
069660         THRU 1310-READ-ONE-REVERSAL-EXIT
069670         UNTIL WS-REV-EOF-YES.
069680     CLOSE      REVFILE.
069690     IF         WS-REV-COUNT        = ZERO
069700         GO TO  1300-LOAD-REVERSALS-EXIT
069710     END-IF.
069720     DISPLAY    'Reversal requests ' WS-REV-COUNT.
069730     PERFORM 1320-SEARCH-MASTER
069740         THRU 1320-SEARCH-MASTER-EXIT.
069750     PERFORM 1330-SEARCH-GENERATIONS
069760         THRU 1330-SEARCH-GENERATIONS-EXIT.
069770 1300-LOAD-REVERSALS-EXIT.
069780     EXIT.

069790*    -------------------------------------------------------------
069800*    1310-READ-ONE-REVERSAL  --  READ ONE REVFILE LINE INTO THE
069810*    NEXT TABLE ENTRY AND JUDGE ITS SHAPE.  A MALFORMED LINE STILL
069820*    TAKES ITS PLACE, SO IT IS REJECTED IN ITS TURN AND THE RESTART
069830*    POSITION STAYS A PLAIN COUNT OF LINES.
069840*    -------------------------------------------------------------
069850 1310-READ-ONE-REVERSAL.
069860     READ       REVFILE
069870         AT END
069880             SET WS-REV-EOF-YES     TO TRUE
069890         NOT AT END
069900             IF  WS-REV-COUNT NOT < WS-REV-MAX-ENTRIES
069910                 DISPLAY 'WRITEONE - MORE THAN '
069920                         WS-REV-MAX-ENTRIES ' REVERSAL REQUESTS'
069930                         UPON CONSOLE
069940                 MOVE 90            TO WS-ABEND-STATUS
069950                 MOVE 'REVERSAL TABLE FULL' TO WS-STATUS-WHERE
069960                 GO TO 9999-ABEND
069970             END-IF
069980             ADD  1                 TO WS-REV-COUNT
069990             MOVE REVFILE-RECORD    TO WS-REV-LINE (WS-REV-COUNT)
070000             SET  WS-REV-WELL-FORMED (WS-REV-COUNT) TO TRUE
070010             SET  WS-REV-TARGET-MISSING (WS-REV-COUNT) TO TRUE
070020             SET  WS-REV-NOT-DONE (WS-REV-COUNT) TO TRUE
070030             MOVE SPACES
070040                         TO WS-REV-ORIG-ACCT (WS-REV-COUNT)
070050             MOVE ZERO
070060                         TO WS-REV-ORIG-AMOUNT (WS-REV-COUNT)
070070             MOVE SPACES
070080                         TO WS-REV-ORIG-TYPE (WS-REV-COUNT)
070090             IF  WS-REV-TARGET (WS-REV-COUNT) NOT NUMERIC
070100                 OR WS-REV-AMOUNT (WS-REV-COUNT) NOT NUMERIC
070110                 SET WS-REV-MALFORMED (WS-REV-COUNT) TO TRUE
070120             ELSE
070130                 IF  WS-REV-TARGET (WS-REV-COUNT) = ZERO
070140                     SET WS-REV-MALFORMED (WS-REV-COUNT) TO TRUE
070150                 END-IF
070160             END-IF
070170     END-READ.
070180     MOVE       'READ REVFILE'      TO WS-STATUS-WHERE.
070190     PERFORM 9800-CHECK-REVFILE-STATUS
070200         THRU 9800-CHECK-REVFILE-STATUS-EXIT.
070210 1310-READ-ONE-REVERSAL-EXIT.
070220     EXIT.

070230*    -------------------------------------------------------------
070240*    1320-SEARCH-MASTER  --  LOOK EVERY WELL-FORMED TARGET UP ON
070250*    MASTFILE.  NO MASTER (STATUS 35) LEAVES IT TO THE GENERATIONS.
070260*    -------------------------------------------------------------
070270 1320-SEARCH-MASTER.
070280     OPEN       INPUT               MASTFILE.
070290     IF         MAST-STATUS         = '35'
070300         GO TO  1320-SEARCH-MASTER-EXIT
070310     END-IF.
070320     MOVE       'OPEN MASTFILE'     TO WS-STATUS-WHERE.
070330     PERFORM 9810-CHECK-MAST-STATUS
070340         THRU 9810-CHECK-MAST-STATUS-EXIT.
070350     PERFORM 1325-LOOKUP-ONE-TARGET
070360         THRU 1325-LOOKUP-ONE-TARGET-EXIT
070370         VARYING WS-REV-IDX FROM 1 BY 1
070380             UNTIL WS-REV-IDX > WS-REV-COUNT.
070390     CLOSE      MASTFILE.
070400 1320-SEARCH-MASTER-EXIT.
070410     EXIT.

070420*    -------------------------------------------------------------
070430*    1325-LOOKUP-ONE-TARGET  --  READ THE TARGET BY ITS OWN KEY,
070440*    THEN BY THE REVERSAL ALTERNATE KEY FOR A REVERSAL OF IT THAT
070450*    IS ALREADY ON THE MASTER.  EACH ROW FOUND IS JUDGED BY
070460*    1345-MATCH-ONE-ENTRY FOR THIS ENTRY ONLY.
070470*    -------------------------------------------------------------
070480 1325-LOOKUP-ONE-TARGET.
070490     IF         WS-REV-MALFORMED (WS-REV-IDX)
070500         GO TO  1325-LOOKUP-ONE-TARGET-EXIT
070510     END-IF.
070520     MOVE       WS-REV-TARGET (WS-REV-IDX) TO MAST-NUMB.
070530     READ       MASTFILE
070540         INVALID KEY
070550             CONTINUE
070560         NOT INVALID KEY
070570             MOVE MAST-RECORD(1:61) TO WS-SCAN-RECORD
070580             PERFORM 1345-MATCH-ONE-ENTRY
070590                 THRU 1345-MATCH-ONE-ENTRY-EXIT
070600     END-READ.
070610     IF         MAST-STATUS NOT = 23
070620         MOVE   'READ MASTFILE'     TO WS-STATUS-WHERE
070630         PERFORM 9810-CHECK-MAST-STATUS
070640             THRU 9810-CHECK-MAST-STATUS-EXIT
070650     END-IF.
070660     MOVE       WS-REV-TARGET (WS-REV-IDX) TO MAST-REVERSES.
070670     READ       MASTFILE
070680         KEY IS MAST-REVERSES
070690         INVALID KEY
070700             CONTINUE
070710         NOT INVALID KEY
070720             MOVE MAST-RECORD(1:61) TO WS-SCAN-RECORD
070730             PERFORM 1345-MATCH-ONE-ENTRY
070740                 THRU 1345-MATCH-ONE-ENTRY-EXIT
070750     END-READ.
070760*    STATUS 02 ONLY SAYS ANOTHER ROW SHARES THE ALTERNATE KEY.
070770     IF         MAST-STATUS NOT = 23
070780         AND    MAST-STATUS NOT = 02
070790         MOVE   'READ MASTFILE ALT' TO WS-STATUS-WHERE
070800         PERFORM 9810-CHECK-MAST-STATUS
070810             THRU 9810-CHECK-MAST-STATUS-EXIT
070820     END-IF.
070830 1325-LOOKUP-ONE-TARGET-EXIT.
070840     EXIT.

070850*    -------------------------------------------------------------
070860*    1200-READ-CHECKPOINT  --  CKPTFILE CARRIES THE LAST OUTREC-NUMB
070870*    WRITTEN BY THE PRIOR RUN.  WHEN IT IS MISSING (FIRST-EVER RUN)
070880*    THE SEQUENCE STARTS FROM ZERO, SO THE FIRST DETAIL RECORD IS
070890*    STILL NUMBERED 1.  WHEN A PRIOR CHECKPOINT IS A MID-RUN PARTIAL
070900*    RATHER THAN A CLEAN FINISH, 1210-APPLY-RESTART-STATE ALSO PICKS
070910*    UP WHERE INFILE PROCESSING LEFT OFF.
070920*    -------------------------------------------------------------
070930 1200-READ-CHECKPOINT.
070940     MOVE       ZERO                TO WS-LAST-NUMB.
070950     MOVE       ZERO                TO WS-SKIP-COUNT.
070960     MOVE       ZERO                TO WS-CHAIN-START-NUMB.
070970     OPEN       INPUT               CKPTFILE.
070980     MOVE       'OPEN CKPTFILE READ' TO WS-STATUS-WHERE.
070990     IF         CKPT-STATUS         NOT = '35'
071000         PERFORM 9100-CHECK-CKPT-STATUS
071010             THRU 9100-CHECK-CKPT-STATUS-EXIT
071020         SET    WS-CKPT-EOF-NO      TO TRUE
071030         SET    WS-CKPT-NOT-FOUND   TO TRUE
071040         MOVE   ZERO                TO WS-CKPT-READ-COUNT
071050         PERFORM 1205-READ-ONE-CHECKPOINT
071060             THRU 1205-READ-ONE-CHECKPOINT-EXIT
071070             UNTIL WS-CKPT-EOF-YES
071080         CLOSE  CKPTFILE
071090         IF     WS-CKPT-NOT-FOUND
071100             MOVE 90                TO WS-ABEND-STATUS
071110             IF WS-CKPT-READ-COUNT = ZERO
071120                 MOVE 'CKPTFILE EMPTY' TO WS-STATUS-WHERE
071130             ELSE
071140                 MOVE 'CKPTFILE UNREADABLE' TO WS-STATUS-WHERE
071150             END-IF
071160             GO TO 9999-ABEND
071170         END-IF
071180         MOVE   WS-CKPT-SAVED       TO CKPT-RECORD
071190         MOVE   CKPT-LAST-NUMB      TO WS-LAST-NUMB
071200         MOVE   CKPT-LAST-NUMB      TO WS-CHAIN-START-NUMB
071210         PERFORM 1210-APPLY-RESTART-STATE
071220             THRU 1210-APPLY-RESTART-STATE-EXIT
071230     END-IF.
071240 1200-READ-CHECKPOINT-EXIT.
071250     EXIT.

071260*    -------------------------------------------------------------
071270*    1205-READ-ONE-CHECKPOINT  --  READ ONE CKPTFILE RECORD AND,
071280*    WHEN IT PARSES, KEEP IT AS THE LATEST CHECKPOINT.  A RECORD
071290*    PARSES WHEN ITS KEY IS NUMERIC AND IT IS EITHER THE FULL
071300*    LAYOUT (LINES-DONE AND CHAIN-START NUMERIC, RUN-COMPLETE
071310*    Y OR N) OR A LEGACY KEY-ONLY RECORD (EVERYTHING PAST THE KEY
071320*    SPACES).  A TORN FINAL APPEND - AN ABEND MID-WRITE - FAILS
071330*    BOTH SHAPES AND IS SKIPPED, LEAVING THE PRIOR GOOD RECORD
071340*    IN FORCE.
071350*    -------------------------------------------------------------
071360 1205-READ-ONE-CHECKPOINT.
071370     READ       CKPTFILE
071380         AT END
071390             SET WS-CKPT-EOF-YES    TO TRUE
071400         NOT AT END
071410             ADD 1                  TO WS-CKPT-READ-COUNT
071420             IF  CKPT-LAST-NUMB NUMERIC
071430                 IF (CKPT-LINES-DONE NUMERIC
071440                         AND CKPT-CHAIN-START-NUMB NUMERIC
071450                         AND (CKPT-RUN-IS-COMPLETE
071460                             OR CKPT-RUN-IS-PARTIAL))
071470                     OR (CKPT-LINES-DONE = SPACES
071480                         AND CKPT-RUN-COMPLETE = SPACE)
071490                     MOVE CKPT-RECORD TO WS-CKPT-SAVED
071500                     SET  WS-CKPT-FOUND TO TRUE
071510                 END-IF
071520             END-IF
071530     END-READ.
071540 1205-READ-ONE-CHECKPOINT-EXIT.
071550     EXIT.

071560*    -------------------------------------------------------------
071570*    1210-APPLY-RESTART-STATE  --  CKPT-RUN-COMPLETE IS SPACES ON A
071580*    LEGACY CKPTFILE (WRITTEN BEFORE THIS FIELD EXISTED), WHICH IS
071590*    TREATED AS A CLEAN FINISH SO OLD CHECKPOINTS STILL WORK.  ONLY
071600*    'N' (A MID-RUN PARTIAL CHECKPOINT) CAUSES A SKIP.
071610*    -------------------------------------------------------------
071620 1210-APPLY-RESTART-STATE.
071630     IF         CKPT-RUN-COMPLETE   NOT = SPACE
071640         IF     CKPT-RUN-IS-PARTIAL
071650             MOVE CKPT-LINES-DONE   TO WS-SKIP-COUNT
071660             MOVE CKPT-CHAIN-START-NUMB
071670                                     TO WS-CHAIN-START-NUMB
071680*            THE CHAIN KEEPS THE IDENTIFIER OF THE EXECUTION THAT
071690*            STARTED IT; A CHECKPOINT FROM BEFORE CHAIN IDS
071700*            EXISTED READS AS SPACES AND THE DEFAULT (THIS RUN'S
071710*            OWN ID) STANDS.
071720             IF   CKPT-CHAIN-ID NOT = SPACES
071730                 MOVE CKPT-CHAIN-ID TO WS-CHAIN-ID
071740             END-IF
071750             PERFORM 1220-DERIVE-RESTART-POSITION
071760                 THRU 1220-DERIVE-RESTART-POSITION-EXIT
071770             DISPLAY 'WRITEONE RESTARTING - SKIPPING '
071780                     WS-SKIP-COUNT ' ALREADY-PROCESSED LINES'
071790                     UPON CONSOLE
071800         END-IF
071810     END-IF.
071820 1210-APPLY-RESTART-STATE-EXIT.
071830     EXIT.

071840*    -------------------------------------------------------------
071850*    1220-DERIVE-RESTART-POSITION  --  THE PERIODIC CHECKPOINT CAN
071860*    LAG THE LAST PHYSICAL WRITE BY UP TO WS-CKPT-INTERVAL - 1
071870*    LINES, AND LINES PROCESSED AFTER THE LAST PARTIAL CHECKPOINT
071880*    WERE ALREADY WRITTEN BY THE ABENDED ATTEMPT.  TRUSTING THE
080000*    CHECKPOINT AS-IS WOULD RE-ISSUE THOSE LINES UNDER THE SAME
080100*    OUTREC-NUMB VALUES, SO THE RESTART POSITION IS DERIVED FROM
080200*    WHAT IS PHYSICALLY ON DISK INSTEAD: THE HIGH KEY OF OUTFILE'S
080400*    IS TRUNCATED AT THE START OF A CHAIN AND EXTENDED ON RESTART,
080500*    SO ITS COUNT IS EXACTLY THE CHAIN'S REJECTED LINES), GIVES THE
080600*    EXACT NUMBER OF INFILE LINES THE CHAIN HAS ALREADY CONSUMED.
080610*    REVERSAL RECORDS ON THE TAIL AND REVERSAL REJECTS CONSUMED
080620*    REVFILE LINES INSTEAD, SO THEY ARE TAKEN OUT OF THE INFILE
080630*    POSITION AND MAKE UP THE REVFILE POSITION, WS-REV-SKIP-COUNT.
080700*    WHEN OUTFILE ITSELF IS MISSING, THE CHECKPOINT VALUES ALREADY
080800*    LOADED ARE THE BEST INFORMATION LEFT AND ARE KEPT.
080900*    -------------------------------------------------------------
084100         MOVE   WS-TAIL-NUMB        TO WS-LAST-NUMB
084200         COMPUTE WS-SKIP-COUNT      = WS-TAIL-NUMB
084300                                    - WS-CHAIN-START-NUMB
084310                                    - WS-TAIL-REV-COUNT
084400                                    + WS-REJ-CHAIN-COUNT
084410                                    - WS-REJ-REV-COUNT
084500             ON SIZE ERROR
084600                 MOVE 90            TO WS-ABEND-STATUS
084700                 MOVE 'SKIP-COUNT OVERFLOW' TO WS-STATUS-WHERE
084800                 GO TO 9999-ABEND
084900         END-COMPUTE
084910         COMPUTE WS-REV-SKIP-COUNT  = WS-TAIL-REV-COUNT
084920                                    + WS-REJ-REV-COUNT
084930         IF     WS-REV-SKIP-COUNT   > ZERO
084940             DISPLAY 'WRITEONE RESTARTING - SKIPPING '
084941                     WS-REV-SKIP-COUNT
084942                     ' ALREADY-PROCESSED REVERSALS'
084960                     UPON CONSOLE
084970         END-IF
085000     END-IF.
085100 1220-DERIVE-RESTART-POSITION-EXIT.
085200     EXIT.
085600*    AT END-OF-FILE IT HOLDS THE LAST DETAIL HIGH KEY.  A TRAILER
085700*    (A STALE COMPLETE FILE SOMEONE RESTORED) IS IGNORED.  DETAILS
085800*    SINCE THE LAST SOURCE HEADER OR SUBTOTAL ARE ALSO COUNTED, SO
085810*    1220 CAN SEED THE RESUMED SOURCE'S SUBTOTAL COUNT.  A REVERSAL
085820*    ALSO MOVES THE HIGH KEY AND THE HASH, IS COUNTED APART, AND
085830*    ITS TARGET GOES ON THE CHAIN'S LIST OF REVERSED KEYS.
086000*    -------------------------------------------------------------
086100 1230-SCAN-ONE-TAIL-RECORD.
086200     READ       OUTFILE
087500                                     TO WS-STATUS-WHERE
087600                             GO TO 9999-ABEND
087700                     END-ADD
087710                     PERFORM 2600-QUEUE-IF-LARGE
087720                         THRU 2600-QUEUE-IF-LARGE-EXIT
087800                 END-IF
087900             END-IF
087910             IF  OUTREC-IS-REVERSAL
087920                 AND OUTREC-NUMB NUMERIC
087930                 MOVE OUTREC-NUMB   TO WS-TAIL-NUMB
087940                 ADD  1             TO WS-TAIL-REV-COUNT
087950                 IF  REVR-AMOUNT NUMERIC
087960                     ADD REVR-AMOUNT TO WS-AMOUNT-HASH
087970                         ON SIZE ERROR
087980                             MOVE 90 TO WS-ABEND-STATUS
087990                             MOVE 'AMOUNT-HASH OVERFLOW'
088000                                     TO WS-STATUS-WHERE
088010                             GO TO 9999-ABEND
088020                     END-ADD
088030                 END-IF
088040                 MOVE REVR-TARGET-NUMB TO WS-FIND-TARGET
088050                 PERFORM 3150-REMEMBER-REVERSAL
088060                     THRU 3150-REMEMBER-REVERSAL-EXIT
088300             END-IF
088310             IF  OUTREC-IS-SRC-HDR
088320                 OR OUTREC-IS-SRC-SUB
088330                 MOVE ZERO          TO WS-SRC-RESUME-COUNT
088340             END-IF
088400     END-READ.
088500 1230-SCAN-ONE-TAIL-RECORD-EXIT.
088600     EXIT.

090800*    -------------------------------------------------------------
090900*    1250-COUNT-ONE-REJECT  --  READ ONE REJECTFILE RECORD AND
090910*    COUNT IT, AND COUNT IT AGAIN APART WHEN IT IS A REJECTED
090920*    REVERSAL REQUEST (EVERY SUCH REASON BEGINS 'REVERSAL ').
091100*    -------------------------------------------------------------
091200 1250-COUNT-ONE-REJECT.
091300     READ       REJECTFILE
091500             SET WS-REJ-EOF-YES     TO TRUE
091600         NOT AT END
091700             ADD 1                  TO WS-REJ-CHAIN-COUNT
091710             IF  REJ-REASON(1:9) = 'REVERSAL '
091720                 ADD 1              TO WS-REJ-REV-COUNT
091730             END-IF
091800     END-READ.
091900 1250-COUNT-ONE-REJECT-EXIT.
092000     EXIT.

092010*    -------------------------------------------------------------
092020*    1330-SEARCH-GENERATIONS  --  READ EVERY GENERATION ON THE
092030*    CATALOG, SO A TARGET THAT HAS AGED OFF THE MASTER, AND ANY
092040*    REVERSAL ALREADY TAKEN AGAINST IT, ARE STILL SEEN.  NO
092050*    CATALOG (STATUS 35) MEANS NO GENERATIONS TO SEARCH.
092060*    -------------------------------------------------------------
092070 1330-SEARCH-GENERATIONS.
092080     OPEN       INPUT               GENCATF.
092090     IF         GENCAT-STATUS       = '35'
092100         GO TO  1330-SEARCH-GENERATIONS-EXIT
092110     END-IF.
092120     MOVE       'OPEN GENCATF'      TO WS-STATUS-WHERE.
092130     PERFORM 9820-CHECK-GENCAT-STATUS
092140         THRU 9820-CHECK-GENCAT-STATUS-EXIT.
092150     PERFORM 1335-SEARCH-ONE-GENERATION
092160         THRU 1335-SEARCH-ONE-GENERATION-EXIT
092170         UNTIL WS-CAT-EOF-YES.
092180     CLOSE      GENCATF.
092190 1330-SEARCH-GENERATIONS-EXIT.
092200     EXIT.

092210*    -------------------------------------------------------------
092220*    1335-SEARCH-ONE-GENERATION  --  READ ONE CATALOG ROW AND SCAN
092230*    THE GENERATION IT NAMES.  A CATALOGED GENERATION THAT IS GONE
092240*    STOPS THE RUN: A REVERSAL CHECKED AGAINST PART OF THE HISTORY
092250*    COULD REVERSE A DETAIL TWICE.
092260*    -------------------------------------------------------------
092270 1335-SEARCH-ONE-GENERATION.
092280     READ       GENCATF
092290         AT END
092300             SET WS-CAT-EOF-YES     TO TRUE
092310             GO TO 1335-SEARCH-ONE-GENERATION-EXIT
092320     END-READ.
092330     MOVE       'READ GENCATF'      TO WS-STATUS-WHERE.
092340     PERFORM 9820-CHECK-GENCAT-STATUS
092350         THRU 9820-CHECK-GENCAT-STATUS-EXIT.
092360     MOVE       GEN-NAME            TO WS-GEN-PATH.
092370     OPEN       INPUT               GENFILE.
092380     IF         GENFILE-STATUS      = '35'
092390         DISPLAY 'WRITEONE - CATALOGED GENERATION ' WS-GEN-PATH
092400                 ' IS MISSING'
092410                 UPON CONSOLE
092420         MOVE   35                  TO WS-ABEND-STATUS
092430         MOVE   'GENERATION MISSING' TO WS-STATUS-WHERE
092440         GO TO  9999-ABEND
092450     END-IF.
092460     MOVE       'OPEN GENFILE'      TO WS-STATUS-WHERE.
092470     PERFORM 9830-CHECK-GENFILE-STATUS
092480         THRU 9830-CHECK-GENFILE-STATUS-EXIT.
092490     SET        WS-GEN-EOF-NO       TO TRUE.
092500     PERFORM 1340-SCAN-ONE-GEN-RECORD
092510         THRU 1340-SCAN-ONE-GEN-RECORD-EXIT
092520         UNTIL WS-GEN-EOF-YES.
092530     CLOSE      GENFILE.
092540 1335-SEARCH-ONE-GENERATION-EXIT.
092550     EXIT.

092560*    -------------------------------------------------------------
092570*    1340-SCAN-ONE-GEN-RECORD  --  READ ONE GENERATION RECORD AND,
092580*    WHEN IT IS A DETAIL OR A REVERSAL, MATCH IT AGAINST EVERY
092590*    REQUEST IN THE TABLE.
092600*    -------------------------------------------------------------
092610 1340-SCAN-ONE-GEN-RECORD.
092620     READ       GENFILE
092630         AT END
092640             SET WS-GEN-EOF-YES     TO TRUE
092650             GO TO 1340-SCAN-ONE-GEN-RECORD-EXIT
092660     END-READ.
092670     MOVE       'READ GENFILE'      TO WS-STATUS-WHERE.
092680     PERFORM 9830-CHECK-GENFILE-STATUS
092690         THRU 9830-CHECK-GENFILE-STATUS-EXIT.
092700     MOVE       GEN-FILE-RECORD     TO WS-SCAN-RECORD.
092710     IF         WS-SCAN-IS-DETAIL
092720         OR     WS-SCAN-IS-REVERSAL
092730         PERFORM 1345-MATCH-ONE-ENTRY
092740             THRU 1345-MATCH-ONE-ENTRY-EXIT
092750             VARYING WS-REV-IDX FROM 1 BY 1
092760                 UNTIL WS-REV-IDX > WS-REV-COUNT
092770     END-IF.
092780 1340-SCAN-ONE-GEN-RECORD-EXIT.
092790     EXIT.

092800*    -------------------------------------------------------------
092810*    1345-MATCH-ONE-ENTRY  --  JUDGE WS-SCAN-RECORD AGAINST TABLE
092820*    ENTRY WS-REV-IDX.  THE TARGET'S OWN KEY TELLS WHETHER IT IS
092830*    A DETAIL (WHOSE ACCOUNT, AMOUNT AND TYPE THE REVERSAL WILL
092840*    CARRY) OR SOMETHING ELSE; A REVERSAL NAMING THE SAME TARGET
092850*    MEANS THE TARGET IS ALREADY REVERSED.
092860*    -------------------------------------------------------------
092870 1345-MATCH-ONE-ENTRY.
092880     IF         WS-REV-MALFORMED (WS-REV-IDX)
092890         GO TO  1345-MATCH-ONE-ENTRY-EXIT
092900     END-IF.
092910     IF         WS-SCAN-NUMB        = WS-REV-TARGET (WS-REV-IDX)
092920         IF     WS-SCAN-IS-DETAIL
092930             SET  WS-REV-TARGET-DETAIL (WS-REV-IDX) TO TRUE
092940             MOVE WS-SCAN-ACCT-CODE
092950                            TO WS-REV-ORIG-ACCT (WS-REV-IDX)
092960             MOVE WS-SCAN-AMOUNT
092970                            TO WS-REV-ORIG-AMOUNT (WS-REV-IDX)
092980             MOVE WS-SCAN-TRAN-TYPE
092990                            TO WS-REV-ORIG-TYPE (WS-REV-IDX)
093000         ELSE
093010             IF  WS-REV-TARGET-MISSING (WS-REV-IDX)
093020                 SET WS-REV-TARGET-REVERSAL (WS-REV-IDX) TO TRUE
093030             END-IF
093040         END-IF
093050     END-IF.
093060     IF         WS-SCAN-IS-REVERSAL
093070         AND    WS-SCAN-TARGET-NUMB = WS-REV-TARGET (WS-REV-IDX)
093080         SET    WS-REV-ALREADY-DONE (WS-REV-IDX) TO TRUE
093090     END-IF.
093100 1345-MATCH-ONE-ENTRY-EXIT.
093110     EXIT.

093111*    -------------------------------------------------------------
093112*    1400-LOAD-THRESHOLDS  --  LOAD THE OPTIONAL REVIEW THRESHOLDS.
093113*    ITS ABSENCE (STATUS 35) MEANS NOTHING IS QUEUED FOR REVIEW.  A
093114*    THRESHOLD ROW NEEDS A NON-ZERO AMOUNT, AND EACH TRAN TYPE (OR
093115*    THE GLOBAL ROW, TYPE SPACES) MAY APPEAR ONLY ONCE; THE AGING
093116*    ROW BELONGS TO REVIEW AND IS PASSED OVER.  ANY OTHER ROW TYPE
093117*    IS AN ERROR, NAMED ON THE CONSOLE BEFORE THE ABEND.
093118*    -------------------------------------------------------------
093119 1400-LOAD-THRESHOLDS.
093120     OPEN       INPUT               REVPARM.
093121     IF         REVPARM-STATUS      = '35'
093122         GO TO  1400-LOAD-THRESHOLDS-EXIT
093123     END-IF.
093124     MOVE       'OPEN REVPARM'      TO WS-STATUS-WHERE.
093125     PERFORM 9840-CHECK-REVPARM-STATUS
093126         THRU 9840-CHECK-REVPARM-STATUS-EXIT.
093127     PERFORM 1410-READ-ONE-THRESHOLD
093128         THRU 1410-READ-ONE-THRESHOLD-EXIT
093129         UNTIL WS-REVP-EOF-YES.
093130     CLOSE      REVPARM.
093131     IF         WS-THR-COUNT > ZERO
093132         OR     WS-THR-GLOBAL-SET
093133         SET    WS-REVIEW-ACTIVE    TO TRUE
093134     END-IF.
093135 1400-LOAD-THRESHOLDS-EXIT.
093136     EXIT.

093137*    -------------------------------------------------------------
093138*    1410-READ-ONE-THRESHOLD  --  READ ONE REVPARM ROW AND APPLY
093139*    IT, OR NOTE THE END OF THE FILE.
093140*    -------------------------------------------------------------
093141 1410-READ-ONE-THRESHOLD.
093142     READ       REVPARM
093143         AT END
093144             SET WS-REVP-EOF-YES    TO TRUE
093145         NOT AT END
093146             PERFORM 1420-APPLY-THRESHOLD
093147                 THRU 1420-APPLY-THRESHOLD-EXIT
093148     END-READ.
093149 1410-READ-ONE-THRESHOLD-EXIT.
093150     EXIT.

093151*    -------------------------------------------------------------
093152*    1420-APPLY-THRESHOLD  --  TAKE ONE THRESHOLD ROW INTO THE
093153*    TABLE: THE GLOBAL ROW (TYPE SPACES) INTO WS-THR-GLOBAL, ANY
093154*    OTHER UNDER ITS TRAN TYPE.  AN AGING ROW IS PASSED OVER; A
093155*    ROW OF ANY OTHER TYPE, WITH NO AMOUNT, OR REPEATING A TRAN
093156*    TYPE ABENDS THROUGH 1420-BAD-THRESHOLD-ROW.
093157*    -------------------------------------------------------------
093158 1420-APPLY-THRESHOLD.
093159     IF         REVP-IS-AGING
093160         GO TO  1420-APPLY-THRESHOLD-EXIT
093161     END-IF.
093162     IF         NOT REVP-IS-THRESHOLD
093163         OR     REVP-THRESHOLD NOT NUMERIC
093164         GO TO  1420-BAD-THRESHOLD-ROW
093165     END-IF.
093166     IF         REVP-THRESHOLD      = ZERO
093167         GO TO  1420-BAD-THRESHOLD-ROW
093168     END-IF.
093169     IF         REVP-TRAN-TYPE      = SPACES
093170         IF     WS-THR-GLOBAL-SET
093171             GO TO 1420-BAD-THRESHOLD-ROW
093172         END-IF
093173         SET    WS-THR-GLOBAL-SET   TO TRUE
093174         MOVE   REVP-THRESHOLD      TO WS-THR-GLOBAL
093175         GO TO  1420-APPLY-THRESHOLD-EXIT
093176     END-IF.
093177     MOVE       REVP-TRAN-TYPE      TO WS-THR-FIND-TYPE.
093178     SET        WS-THR-NOT-FOUND    TO TRUE.
093179     PERFORM 2615-FIND-ONE-THRESHOLD
093180         THRU 2615-FIND-ONE-THRESHOLD-EXIT
093181         VARYING WS-THR-IDX FROM 1 BY 1
093182         UNTIL WS-THR-IDX > WS-THR-COUNT
093183            OR WS-THR-FOUND.
093184     IF         WS-THR-FOUND
093185         GO TO  1420-BAD-THRESHOLD-ROW
093186     END-IF.
093187     IF         WS-THR-COUNT NOT < WS-THR-MAX-ENTRIES
093188         DISPLAY 'WRITEONE REVPARM TABLE FULL AT '
093189                 WS-THR-MAX-ENTRIES ' THRESHOLD ROWS'
093190                 UPON CONSOLE
093191         MOVE   90                  TO WS-ABEND-STATUS
093192         MOVE   'REVPARM TABLE FULL' TO WS-STATUS-WHERE
093193         GO TO  9999-ABEND
093194     END-IF.
093195     ADD        1                   TO WS-THR-COUNT.
093196     MOVE       REVP-TRAN-TYPE  TO WS-THR-TRAN-TYPE(WS-THR-COUNT).
093197     MOVE       REVP-THRESHOLD
093198                     TO WS-THR-TYPE-AMOUNT(WS-THR-COUNT).
093199     GO TO      1420-APPLY-THRESHOLD-EXIT.
093200 1420-BAD-THRESHOLD-ROW.
093201     DISPLAY    'WRITEONE REVPARM ERROR - ROW '
093202                REVP-THRESHOLD-RECORD
093203                UPON CONSOLE.
093204     DISPLAY    'IS NOT A THRESHOLD, HAS NO AMOUNT OR REPEATS A '
093205                'TRAN TYPE'         UPON CONSOLE.
093206     MOVE       90                  TO WS-ABEND-STATUS.
093207     MOVE       'BAD REVPARM ROW'   TO WS-STATUS-WHERE.
093208     GO TO      9999-ABEND.
093209 1420-APPLY-THRESHOLD-EXIT.
093210     EXIT.

093211*    =============================================================
093212*    2000-PROCESS-DETAILS  --  LOOP CONTROL FOR THE DETAIL RECORDS
093213*    =============================================================
093214 2000-PROCESS-DETAILS.
093215     ADD        1                   TO WS-RECORD-COUNT.
093216     PERFORM 2080-VALIDATE-INFILE-LINE
093217         THRU 2080-VALIDATE-INFILE-LINE-EXIT.
093218     IF         WS-LINE-IS-VALID
093219         PERFORM 2100-WRITE-DETAIL
093220             THRU 2100-WRITE-DETAIL-EXIT
093221     ELSE
093230         PERFORM 2300-WRITE-REJECT
093240             THRU 2300-WRITE-REJECT-EXIT
093250     END-IF.
093260     PERFORM 2090-CHECKPOINT-IF-DUE
093270         THRU 2090-CHECKPOINT-IF-DUE-EXIT.
093280     PERFORM 2200-READ-INFILE
093290         THRU 2200-READ-INFILE-EXIT.
093300 2000-PROCESS-DETAILS-EXIT.
093310     EXIT.

093320*    -------------------------------------------------------------
093330*    2090-CHECKPOINT-IF-DUE  --  EVERY WS-CKPT-INTERVAL INFILE LINES,
093340*    PERSIST A MID-RUN PARTIAL CHECKPOINT SO AN ABEND LEAVES A RECENT
093350*    HIGH KEY AND LINE POSITION BEHIND INSTEAD OF THE STALE ONE FROM
093360*    THE START OF THE RUN.
093370*    -------------------------------------------------------------
093380 2090-CHECKPOINT-IF-DUE.
093390     DIVIDE     WS-RECORD-COUNT     BY WS-CKPT-INTERVAL
093400                 GIVING WS-CKPT-QUOTIENT
093410                 REMAINDER WS-CKPT-REMAINDER.
093420     IF         WS-CKPT-REMAINDER   = ZERO
093430         SET    WS-CKPT-MODE-PARTIAL TO TRUE
093440         PERFORM 8100-WRITE-CHECKPOINT
093450             THRU 8100-WRITE-CHECKPOINT-EXIT
093460     END-IF.
093470 2090-CHECKPOINT-IF-DUE-EXIT.
093480     EXIT.

093490*    -------------------------------------------------------------
093500*    2080-VALIDATE-INFILE-LINE  --  SCREEN THE CURRENT INFILE LINE
093510*    FOR BASIC SHAPE PROBLEMS BEFORE IT IS NUMBERED AND WRITTEN:
093520*    A BLANK/ALL-SPACE LINE, A LINE CARRYING A CONTROL CHARACTER
093530*    IN THE 40 BYTES THAT WOULD BECOME OUTREC-DATA, OR AN AMOUNT
093540*    FIELD (POSITIONS 11-21, PER THE OUTREC-PAYLOAD SUB-LAYOUT)
093550*    THAT IS NOT NUMERIC AND SO COULD NEVER RECONCILE.  A LINE
093560*    THAT FAILS ANY CHECK IS ROUTED TO REJECTFILE BY THE CALLER
093570*    INSTEAD OF BECOMING A PERMANENT OUTFILE DETAIL RECORD.
093580*    A LINE OF GOOD SHAPE THEN HAS ITS ACCOUNT EDITED AGAINST
093590*    ACCTMAST BY 2087-CHECK-ACCOUNT.
093600*    -------------------------------------------------------------
093610 2080-VALIDATE-INFILE-LINE.
093620     SET        WS-LINE-IS-VALID    TO TRUE.
093630     MOVE       SPACES              TO WS-REJECT-REASON.

093640     IF         WS-CURRENT-LINE(1:40) = SPACES
093650         SET    WS-LINE-IS-INVALID  TO TRUE
093660         MOVE   'BLANK OR ALL-SPACE LINE' TO WS-REJECT-REASON
093670     ELSE
093680         MOVE   1                   TO WS-CTL-CHAR-IDX
093690         PERFORM 2085-CHECK-ONE-CHAR
093700             THRU 2085-CHECK-ONE-CHAR-EXIT
093710             UNTIL WS-CTL-CHAR-IDX > 40
093720                 OR WS-LINE-IS-INVALID
093730     END-IF.

093740     IF         WS-LINE-IS-VALID
093750         AND    WS-CURRENT-LINE(11:11) NOT NUMERIC
093760         SET    WS-LINE-IS-INVALID  TO TRUE
093770         MOVE   'AMOUNT FIELD IS NOT NUMERIC'
093780                                     TO WS-REJECT-REASON
093790     END-IF.

093800     IF         WS-LINE-IS-VALID
093810         PERFORM 2087-CHECK-ACCOUNT
093820             THRU 2087-CHECK-ACCOUNT-EXIT
093830     END-IF.
093840 2080-VALIDATE-INFILE-LINE-EXIT.
093850     EXIT.

093860*    -------------------------------------------------------------
093870*    2085-CHECK-ONE-CHAR  --  FAIL THE LINE IF THE CHARACTER AT
093880*    WS-CTL-CHAR-IDX IS BELOW A SPACE (X'00' - X'1F') OR IS DELETE
093890*    (X'7F'); OTHERWISE ADVANCE TO THE NEXT CHARACTER.
093900*    -------------------------------------------------------------
093910 2085-CHECK-ONE-CHAR.
093920     IF         WS-CURRENT-LINE(WS-CTL-CHAR-IDX:1) < SPACE
093930         OR     WS-CURRENT-LINE(WS-CTL-CHAR-IDX:1) = X'7F'
093940         SET    WS-LINE-IS-INVALID  TO TRUE
093950         MOVE   'LINE CONTAINS A CONTROL CHARACTER'
093960                                     TO WS-REJECT-REASON
100000     ELSE
100100         ADD    1                   TO WS-CTL-CHAR-IDX
100200     END-IF.
100300 2085-CHECK-ONE-CHAR-EXIT.
100400     EXIT.

100401*    -------------------------------------------------------------
100402*    2087-CHECK-ACCOUNT  --  READ THE LINE'S ACCOUNT CODE
100403*    (POSITIONS 1-10) FROM ACCTMAST AND FAIL THE LINE WHEN THE
100404*    ACCOUNT IS UNKNOWN, NOT YET OPEN, SUSPENDED, CLOSED AS OF THE
100405*    RUN DATE, OR NOT PERMITTED THE LINE'S TRAN TYPE (POSITIONS
100406*    22-23).  AN ACCOUNT CLOSED FOR A LATER DATE STILL PASSES.
100407*    -------------------------------------------------------------
100408 2087-CHECK-ACCOUNT.
100409     MOVE       WS-CURRENT-LINE(1:10) TO ACCT-CODE.
100410     READ       ACCTMAST
100411         INVALID KEY
100412             SET WS-LINE-IS-INVALID TO TRUE
100413             MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
100414                                     TO WS-REJECT-REASON
100415     END-READ.
100416     IF         ACCTMAST-STATUS NOT = '23'
100417         MOVE   'READ ACCTMAST'     TO WS-STATUS-WHERE
100418         PERFORM 9700-CHECK-ACCTMAST-STATUS
100419             THRU 9700-CHECK-ACCTMAST-STATUS-EXIT
100420     END-IF.

100421     IF         WS-LINE-IS-VALID
100422         AND    ACCT-OPEN-DATE > WS-AUDIT-START-DATE
100423         SET    WS-LINE-IS-INVALID  TO TRUE
100424         MOVE   'ACCOUNT NOT YET OPEN AS OF RUN DATE'
100425                                     TO WS-REJECT-REASON
100426     END-IF.

100427     IF         WS-LINE-IS-VALID
100428         AND    ACCT-IS-SUSPENDED
100429         SET    WS-LINE-IS-INVALID  TO TRUE
100430         MOVE   'ACCOUNT IS SUSPENDED'
100431                                     TO WS-REJECT-REASON
100432     END-IF.

100433     IF         WS-LINE-IS-VALID
100434         AND    ACCT-IS-CLOSED
100435         AND    ACCT-CLOSE-DATE NOT > WS-AUDIT-START-DATE
100436         SET    WS-LINE-IS-INVALID  TO TRUE
100437         MOVE   'ACCOUNT CLOSED AS OF RUN DATE'
100438                                     TO WS-REJECT-REASON
100439     END-IF.

100440     IF         WS-LINE-IS-VALID
100441         SET    WS-ACCT-TYPE-NOT-FOUND TO TRUE
100442         MOVE   1                   TO WS-ACCT-TYPE-IDX
100443         PERFORM 2088-CHECK-ONE-TYPE
100444             THRU 2088-CHECK-ONE-TYPE-EXIT
100445             UNTIL WS-ACCT-TYPE-IDX > 10
100446                 OR WS-ACCT-TYPE-FOUND
100447         IF     WS-ACCT-TYPE-NOT-FOUND
100448             SET WS-LINE-IS-INVALID TO TRUE
100449             MOVE 'TRAN TYPE NOT PERMITTED FOR ACCOUNT'
100450                                     TO WS-REJECT-REASON
100451         END-IF
100452     END-IF.
100453 2087-CHECK-ACCOUNT-EXIT.
100454     EXIT.

100455*    -------------------------------------------------------------
100456*    2088-CHECK-ONE-TYPE  --  MATCH THE LINE'S TRAN TYPE AGAINST ONE
100457*    PERMITTED-TYPE SLOT OF THE ACCOUNT; A BLANK SLOT NEVER MATCHES.
100458*    -------------------------------------------------------------
100459 2088-CHECK-ONE-TYPE.
100460     IF         ACCT-TRAN-TYPE(WS-ACCT-TYPE-IDX) NOT = SPACES
100461         AND    ACCT-TRAN-TYPE(WS-ACCT-TYPE-IDX)
100462                                     = WS-CURRENT-LINE(22:2)
100463         SET    WS-ACCT-TYPE-FOUND  TO TRUE
100464     ELSE
100465         ADD    1                   TO WS-ACCT-TYPE-IDX
100466     END-IF.
100467 2088-CHECK-ONE-TYPE-EXIT.
100468     EXIT.

100500*    -------------------------------------------------------------
100600*    2100-WRITE-DETAIL  --  BUILD AND WRITE ONE DETAIL RECORD FROM
100700*    THE CURRENT INFILE PAYLOAD LINE.  THE KEY CONTINUES FROM THE
102400*    THE HASH AND SOURCE COUNT ARE TAKEN BEFORE THE WRITE: THE
102500*    RECORD AREA IS NOT RELIABLY ADDRESSABLE ONCE THE RECORD HAS
102600*    BEEN RELEASED TO THE FILE.  A WRITE FAILURE ABENDS ANYWAY,
102610*    SO AN EARLY ACCUMULATION CANNOT LEAK INTO A TRAILER.  THE
102620*    REVIEW-QUEUE ROW IS BUILT HERE FOR THE SAME REASON, BUT ONLY
102630*    WRITTEN ONCE THE DETAIL IS SAFELY ON OUTFILE.
102800     ADD        1                   TO WS-SRC-DETAIL-COUNT.
102900     ADD        PAY-AMOUNT          TO WS-AMOUNT-HASH
103000         ON SIZE ERROR
103200             MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
103300             GO TO 9999-ABEND
103400     END-ADD.
103410     PERFORM 2610-CHECK-THRESHOLD
103420         THRU 2610-CHECK-THRESHOLD-EXIT.
103430     IF         WS-THR-FOUND
103440         PERFORM 2620-BUILD-QUEUE-ROW
103450             THRU 2620-BUILD-QUEUE-ROW-EXIT
103460     END-IF.
103500     WRITE      OUTFILE-RECORD.
103600     DISPLAY    'Write FS is '      OUTFILE-STATUS.
103700     MOVE       OUTFILE-STATUS      TO WS-AUDIT-WRITE-STATUS.
103900     PERFORM 9000-CHECK-OUTFILE-STATUS
104000         THRU 9000-CHECK-OUTFILE-STATUS-EXIT.
104100     ADD        1                   TO WS-WRITTEN-COUNT.
104110     IF         WS-THR-FOUND
104120         PERFORM 2630-WRITE-QUEUE-ROW
104130             THRU 2630-WRITE-QUEUE-ROW-EXIT
104140     END-IF.
104200 2100-WRITE-DETAIL-EXIT.
104300     EXIT.

104301*    -------------------------------------------------------------
104302*    2600-QUEUE-IF-LARGE  --  QUEUE THE DETAIL IN THE OUTREC AREA
104303*    FOR REVIEW WHEN ITS AMOUNT IS AT OR ABOVE ITS THRESHOLD.  USED
104304*    BY THE RESTART TAIL SCAN, WHERE THE DETAIL IS ALREADY ON
104305*    OUTFILE; 2100 USES THE THREE STEPS BELOW APART, AROUND ITS
104306*    WRITE.
104307*    -------------------------------------------------------------
104308 2600-QUEUE-IF-LARGE.
104309     PERFORM 2610-CHECK-THRESHOLD
104310         THRU 2610-CHECK-THRESHOLD-EXIT.
104311     IF         WS-THR-NOT-FOUND
104312         GO TO  2600-QUEUE-IF-LARGE-EXIT
104313     END-IF.
104314     PERFORM 2620-BUILD-QUEUE-ROW
104315         THRU 2620-BUILD-QUEUE-ROW-EXIT.
104316     PERFORM 2630-WRITE-QUEUE-ROW
104317         THRU 2630-WRITE-QUEUE-ROW-EXIT.
104318 2600-QUEUE-IF-LARGE-EXIT.
104319     EXIT.

104320*    -------------------------------------------------------------
104321*    2610-CHECK-THRESHOLD  --  WS-THR-FOUND IS SET WHEN THE DETAIL
104322*    IN THE OUTREC AREA IS TO BE QUEUED: ITS TRAN TYPE'S OWN
104323*    THRESHOLD, OR FAILING THAT THE GLOBAL ONE, IS AT OR BELOW ITS
104324*    AMOUNT.
104325*    -------------------------------------------------------------
104326 2610-CHECK-THRESHOLD.
104327     SET        WS-THR-NOT-FOUND    TO TRUE.
104328     IF         WS-REVIEW-INACTIVE
104329         GO TO  2610-CHECK-THRESHOLD-EXIT
104330     END-IF.
104331     IF         PAY-AMOUNT NOT NUMERIC
104332         GO TO  2610-CHECK-THRESHOLD-EXIT
104333     END-IF.
104334     MOVE       PAY-TRAN-TYPE       TO WS-THR-FIND-TYPE.
104335     PERFORM 2615-FIND-ONE-THRESHOLD
104336         THRU 2615-FIND-ONE-THRESHOLD-EXIT
104337         VARYING WS-THR-IDX FROM 1 BY 1
104338         UNTIL WS-THR-IDX > WS-THR-COUNT
104339            OR WS-THR-FOUND.
104340     IF         WS-THR-NOT-FOUND
104341         IF     WS-THR-GLOBAL-NOT-SET
104342             GO TO 2610-CHECK-THRESHOLD-EXIT
104343         END-IF
104344         MOVE   WS-THR-GLOBAL       TO WS-THR-AMOUNT
104345     END-IF.
104346     IF         PAY-AMOUNT < WS-THR-AMOUNT
104347         SET    WS-THR-NOT-FOUND    TO TRUE
104348     ELSE
104349         SET    WS-THR-FOUND        TO TRUE
104350     END-IF.
104351 2610-CHECK-THRESHOLD-EXIT.
104352     EXIT.

104353*    -------------------------------------------------------------
104354*    2615-FIND-ONE-THRESHOLD  --  SET WS-THR-FOUND, AND TAKE THE
104355*    ENTRY'S AMOUNT INTO WS-THR-AMOUNT, WHEN TABLE ENTRY WS-THR-
104356*    IDX IS FOR WS-THR-FIND-TYPE.
104357*    -------------------------------------------------------------
104358 2615-FIND-ONE-THRESHOLD.
104359     IF         WS-THR-TRAN-TYPE(WS-THR-IDX) = WS-THR-FIND-TYPE
104360         MOVE   WS-THR-TYPE-AMOUNT(WS-THR-IDX) TO WS-THR-AMOUNT
104361         SET    WS-THR-FOUND        TO TRUE
104362     END-IF.
104363 2615-FIND-ONE-THRESHOLD-EXIT.
104364     EXIT.

104365*    -------------------------------------------------------------
104366*    2620-BUILD-QUEUE-ROW  --  FILL REVQ-RECORD FROM THE DETAIL IN
104367*    THE OUTREC AREA.
104368*    -------------------------------------------------------------
104369 2620-BUILD-QUEUE-ROW.
104370     MOVE       SPACES              TO REVQ-RECORD.
104371     MOVE       'N'                 TO REVQ-REC-TYPE.
104372     MOVE       OUTREC-NUMB         TO REVQ-NUMB.
104373     MOVE       WS-RUN-ID           TO REVQ-RUN-ID.
104374     MOVE       PAY-ACCT-CODE       TO REVQ-ACCT-CODE.
104375     MOVE       PAY-AMOUNT          TO REVQ-AMOUNT.
104376     MOVE       PAY-TRAN-TYPE       TO REVQ-TRAN-TYPE.
104377     MOVE       'WRITEONE'          TO REVQ-PROGRAM.
104378     MOVE       ZERO                TO REVQ-REVIEW-DATE.
104379 2620-BUILD-QUEUE-ROW-EXIT.
104380     EXIT.

104381*    -------------------------------------------------------------
104382*    2630-WRITE-QUEUE-ROW  --  APPEND THE ROW 2620 BUILT, STAMPED
104383*    WITH THE RUN DATE AND THE CURRENT TIME.  THE QUEUE IS OPENED
104384*    ON THE FIRST ITEM (EXTEND, FALLING BACK TO OUTPUT ON A
104385*    FIRST-EVER RUN) AND LEFT OPEN; 8000-TERMINATE CLOSES IT.
104386*    -------------------------------------------------------------
104387 2630-WRITE-QUEUE-ROW.
104388     IF         WS-REVQ-IS-CLOSED
104389         OPEN   EXTEND              REVQUEUE
104390         IF     REVQUEUE-STATUS = '35'
104391             CLOSE  REVQUEUE
104392             OPEN   OUTPUT          REVQUEUE
104393         END-IF
104394         MOVE   'OPEN REVQUEUE'     TO WS-STATUS-WHERE
104395         PERFORM 9850-CHECK-REVQUEUE-STATUS
104396             THRU 9850-CHECK-REVQUEUE-STATUS-EXIT
104397         SET    WS-REVQ-IS-OPEN     TO TRUE
104398     END-IF.
104399     MOVE       WS-AUDIT-START-DATE TO REVQ-LOG-DATE.
104400     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
104401     MOVE       WS-TIME-OF-DAY(1:6) TO REVQ-LOG-TIME.
104402     WRITE      REVQ-RECORD.
104403     MOVE       'WRITE REVQUEUE'    TO WS-STATUS-WHERE.
104404     PERFORM 9850-CHECK-REVQUEUE-STATUS
104405         THRU 9850-CHECK-REVQUEUE-STATUS-EXIT.
104406     ADD        1                   TO WS-QUEUED-COUNT.
104407 2630-WRITE-QUEUE-ROW-EXIT.
104408     EXIT.

104409*    -------------------------------------------------------------
104500*    2300-WRITE-REJECT  --  A LINE THAT FAILED 2080-VALIDATE-
104600*    INFILE-LINE GOES HERE INSTEAD OF 2100-WRITE-DETAIL: THE
104700*    ORIGINAL LINE AND THE REASON ARE WRITTEN TO REJECTFILE, AND
119600 2205-READ-ONE-LINE-EXIT.
119700     EXIT.

119701*    =============================================================
119702*    3000-PROCESS-REVERSALS  --  ONCE INFILE IS DONE, WRITE OR
119703*    REJECT EACH REVERSAL REQUEST IN REVFILE ORDER, STARTING PAST
119704*    THOSE A RESTARTED CHAIN ALREADY HANDLED.
119705*    =============================================================
119706 3000-PROCESS-REVERSALS.
119707     IF         WS-REV-COUNT        = ZERO
119708         GO TO  3000-PROCESS-REVERSALS-EXIT
119709     END-IF.
119710     IF         WS-REV-SKIP-COUNT   > WS-REV-COUNT
119711         DISPLAY 'WRITEONE RESTART WARNING - REVFILE EXHAUSTED'
119712                 ' DURING SKIP'    UPON CONSOLE
119713     END-IF.
119714     COMPUTE    WS-REV-START        = WS-REV-SKIP-COUNT + 1.
119715     PERFORM 3010-PROCESS-ONE-REVERSAL
119716         THRU 3010-PROCESS-ONE-REVERSAL-EXIT
119717         VARYING WS-REV-IDX FROM WS-REV-START BY 1
119718             UNTIL WS-REV-IDX > WS-REV-COUNT.
119719     DISPLAY    'Reversals        ' WS-REVERSAL-COUNT.
119720     DISPLAY    'Reversal rejects ' WS-REV-REJECT-COUNT.
119721 3000-PROCESS-REVERSALS-EXIT.
119722     EXIT.

119723*    -------------------------------------------------------------
119724*    3010-PROCESS-ONE-REVERSAL  --  THE FIRST FAILING CHECK NAMES
119725*    THE REJECT; A REQUEST THAT PASSES THEM ALL IS WRITTEN.  EVERY
119726*    REJECT REASON BEGINS 'REVERSAL ', WHICH IS HOW 1250 TELLS
119727*    THESE REJECTS FROM INFILE'S ON A RESTART.
119728*    -------------------------------------------------------------
119729 3010-PROCESS-ONE-REVERSAL.
119730     MOVE       SPACES              TO WS-REJECT-REASON.
119731     IF         WS-REV-MALFORMED (WS-REV-IDX)
119732         MOVE   'REVERSAL REQUEST IS MALFORMED'
119733                                    TO WS-REJECT-REASON
119734     END-IF.
119735     IF         WS-REJECT-REASON    = SPACES
119736         AND    WS-REV-TARGET-MISSING (WS-REV-IDX)
119737         MOVE   'REVERSAL TARGET NOT FOUND'
119738                                    TO WS-REJECT-REASON
119739     END-IF.
119740     IF         WS-REJECT-REASON    = SPACES
119741         AND    WS-REV-TARGET-REVERSAL (WS-REV-IDX)
119742         MOVE   'REVERSAL TARGET IS NOT A DETAIL'
119743                                    TO WS-REJECT-REASON
119744     END-IF.
119745     IF         WS-REJECT-REASON    = SPACES
119746         MOVE   WS-REV-TARGET (WS-REV-IDX) TO WS-FIND-TARGET
119747         PERFORM 3020-FIND-CHAIN-REVERSAL
119748             THRU 3020-FIND-CHAIN-REVERSAL-EXIT
119749         IF     WS-REV-ALREADY-DONE (WS-REV-IDX)
119750             OR WS-CHAIN-REV-FOUND
119751             MOVE 'REVERSAL TARGET ALREADY REVERSED'
119752                                    TO WS-REJECT-REASON
119753         END-IF
119754     END-IF.
119755     IF         WS-REJECT-REASON    = SPACES
119756         AND    WS-REV-AMOUNT (WS-REV-IDX)
119757                    NOT = WS-REV-ORIG-AMOUNT (WS-REV-IDX)
119758         MOVE   'REVERSAL AMOUNT DISAGREES WITH TARGET'
119759                                    TO WS-REJECT-REASON
119760     END-IF.
119761     IF         WS-REJECT-REASON    = SPACES
119762         PERFORM 3100-WRITE-REVERSAL
119763             THRU 3100-WRITE-REVERSAL-EXIT
119764     ELSE
119765         MOVE   WS-REV-LINE (WS-REV-IDX) TO WS-CURRENT-LINE
119766         PERFORM 2300-WRITE-REJECT
119767             THRU 2300-WRITE-REJECT-EXIT
119768         ADD    1                   TO WS-REV-REJECT-COUNT
119769     END-IF.
119770 3010-PROCESS-ONE-REVERSAL-EXIT.
119771     EXIT.

119772*    -------------------------------------------------------------
119773*    3020-FIND-CHAIN-REVERSAL  --  SET WS-CHAIN-REV-FOUND WHEN THE
119774*    CHAIN HAS ALREADY WRITTEN A REVERSAL OF WS-FIND-TARGET.
119775*    -------------------------------------------------------------
119776 3020-FIND-CHAIN-REVERSAL.
119777     SET        WS-CHAIN-REV-NOT-FOUND TO TRUE.
119778     PERFORM 3025-CHECK-ONE-CHAIN-REVERSAL
119779         THRU 3025-CHECK-ONE-CHAIN-REVERSAL-EXIT
119780         VARYING WS-CHAIN-REV-IDX FROM 1 BY 1
119781             UNTIL WS-CHAIN-REV-IDX > WS-CHAIN-REV-COUNT
119782                OR WS-CHAIN-REV-FOUND.
119783 3020-FIND-CHAIN-REVERSAL-EXIT.
119784     EXIT.

119785*    -------------------------------------------------------------
119786*    3025-CHECK-ONE-CHAIN-REVERSAL  --  SET WS-CHAIN-REV-FOUND
119787*    WHEN THE CHAIN REVERSAL AT WS-CHAIN-REV-IDX TARGETS WS-FIND-
119788*    TARGET.
119789*    -------------------------------------------------------------
119790 3025-CHECK-ONE-CHAIN-REVERSAL.
119791     IF         WS-CHAIN-REV-NUMB (WS-CHAIN-REV-IDX)
119792                                    = WS-FIND-TARGET
119793         SET    WS-CHAIN-REV-FOUND  TO TRUE
119794     END-IF.
119795 3025-CHECK-ONE-CHAIN-REVERSAL-EXIT.
119796     EXIT.

119800*    -------------------------------------------------------------
119900*    2900-WRITE-TRAILER  --  WRITE THE TRAILER RECORD CARRYING THE
119910*    COUNT OF DETAIL AND REVERSAL RECORDS ON THE FILE, AND THEIR
119920*    GROSS AMOUNT HASH: EVERYTHING SINCE THE
120100*    CHAIN'S LAST CLEAN FINISH, INCLUDING RECORDS LEFT IN OUTFILE
120200*    BY AN ABENDED ATTEMPT THIS RUN RESUMED (THE SAME FORMULA
120300*    8200-WRITE-AUDIT-RECORD LOGS).  ON A NEVER-RESTARTED RUN THE
122800 2900-WRITE-TRAILER-EXIT.
122900     EXIT.

122901*    -------------------------------------------------------------
122902*    3100-WRITE-REVERSAL  --  WRITE ONE 'R' RECORD UNDER THE NEXT
122903*    OUTREC-NUMB, CARRYING THE ORIGINAL'S ACCOUNT, AMOUNT AND TYPE
122904*    AND NAMING ITS TARGET.  THE AMOUNT IS UNSIGNED, LIKE A
122905*    DETAIL'S; THE RECORD TYPE IS WHAT MAKES IT A DEBIT AGAINST
122906*    THE ORIGINAL.
122907*    -------------------------------------------------------------
122908 3100-WRITE-REVERSAL.
122909     MOVE       SPACES              TO OUTFILE-RECORD.
122910     COMPUTE    REVR-NUMB           = WS-LAST-NUMB
122911                                    + WS-WRITTEN-COUNT + 1
122912         ON SIZE ERROR
122913             MOVE 90             TO WS-ABEND-STATUS
122914             MOVE 'OUTREC-NUMB OVERFLOW' TO WS-STATUS-WHERE
122915             GO TO 9999-ABEND
122916     END-COMPUTE.
122917     MOVE       'R'                 TO REVR-TYPE.
122918     MOVE       WS-REV-ORIG-ACCT (WS-REV-IDX) TO REVR-ACCT-CODE.
122919     MOVE       WS-REV-ORIG-AMOUNT (WS-REV-IDX) TO REVR-AMOUNT.
122920     MOVE       WS-REV-ORIG-TYPE (WS-REV-IDX) TO REVR-TRAN-TYPE.
122921     MOVE       WS-REV-TARGET (WS-REV-IDX) TO REVR-TARGET-NUMB.
122922     MOVE       WS-REV-REASON (WS-REV-IDX) TO REVR-REASON.
122923     PERFORM 2050-STAMP-TIMESTAMP
122924         THRU 2050-STAMP-TIMESTAMP-EXIT.
122925     ADD        REVR-AMOUNT         TO WS-AMOUNT-HASH
122926         ON SIZE ERROR
122927             MOVE 90             TO WS-ABEND-STATUS
122928             MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
122929             GO TO 9999-ABEND
122930     END-ADD.
122931     WRITE      OUTFILE-RECORD.
122932     DISPLAY    'Write FS is '      OUTFILE-STATUS.
122933     MOVE       OUTFILE-STATUS      TO WS-AUDIT-WRITE-STATUS.
122934     MOVE       'WRITE REVERSAL'    TO WS-STATUS-WHERE.
122935     PERFORM 9000-CHECK-OUTFILE-STATUS
122936         THRU 9000-CHECK-OUTFILE-STATUS-EXIT.
122937     ADD        1                   TO WS-WRITTEN-COUNT.
122938     ADD        1                   TO WS-REVERSAL-COUNT.
122939     MOVE       WS-REV-TARGET (WS-REV-IDX) TO WS-FIND-TARGET.
122940     PERFORM 3150-REMEMBER-REVERSAL
122941         THRU 3150-REMEMBER-REVERSAL-EXIT.
122942 3100-WRITE-REVERSAL-EXIT.
122943     EXIT.

122944*    -------------------------------------------------------------
122945*    3150-REMEMBER-REVERSAL  --  ADD WS-FIND-TARGET TO THE CHAIN'S
122946*    LIST OF REVERSED KEYS.
122947*    -------------------------------------------------------------
122948 3150-REMEMBER-REVERSAL.
122949     IF         WS-CHAIN-REV-COUNT  NOT < WS-REV-MAX-ENTRIES
122950         MOVE   90                  TO WS-ABEND-STATUS
122951         MOVE   'REVERSED LIST FULL' TO WS-STATUS-WHERE
122952         GO TO  9999-ABEND
122953     END-IF.
122954     ADD        1                   TO WS-CHAIN-REV-COUNT.
122955     MOVE       WS-FIND-TARGET
122956                        TO WS-CHAIN-REV-NUMB (WS-CHAIN-REV-COUNT).
122957 3150-REMEMBER-REVERSAL-EXIT.
122958     EXIT.

123000*    =============================================================
123100*    8000-TERMINATE  --  WRITE THE TRAILER, CLOSE FILES, CHECKPOINT
123200*                         THE NEW HIGH KEY, AND SAY GOODBYE
125000     END-IF.

125100     CLOSE      REJECTFILE.
125110     CLOSE      ACCTMAST.
125120     IF         WS-REVQ-IS-OPEN
125130         CLOSE  REVQUEUE
125140     END-IF.
125150     IF         WS-REVIEW-ACTIVE
125160         DISPLAY 'Queued for review ' WS-QUEUED-COUNT UPON CONSOLE
125170     END-IF.

125200     SET        WS-CKPT-MODE-FINAL  TO TRUE.
125300     PERFORM 8100-WRITE-CHECKPOINT
149400 9600-CHECK-RUNCTL-STATUS-EXIT.
149500     EXIT.

149501*    -------------------------------------------------------------
149502*    9700-CHECK-ACCTMAST-STATUS  --  CALLED ONLY WHEN ACCTMAST-STATUS
149503*    IS SOMETHING OTHER THAN '35' (MISSING) OR '23' (ACCOUNT NOT
149504*    FOUND), SO ANY NON-ZERO STATUS HERE IS A REAL OPEN OR READ
149505*    FAILURE ON THE MASTER, AND NO LINE CAN BE EDITED AGAINST IT.
149506*    -------------------------------------------------------------
149507 9700-CHECK-ACCTMAST-STATUS.
149508     IF         ACCTMAST-STATUS NOT = ZERO
149509         MOVE   ACCTMAST-STATUS     TO WS-ABEND-STATUS
149510         GO TO  9999-ABEND
149511     END-IF.
149512 9700-CHECK-ACCTMAST-STATUS-EXIT.
149513     EXIT.

149514*    -------------------------------------------------------------
149515*    9800-CHECK-REVFILE-STATUS  --  CALLED ONLY WHEN
149516*    REVFILE-STATUS IS SOMETHING OTHER THAN '35' (MISSING).
149517*    -------------------------------------------------------------
149518 9800-CHECK-REVFILE-STATUS.
149519     IF         REVFILE-STATUS NOT = ZERO
149520         MOVE   REVFILE-STATUS      TO WS-ABEND-STATUS
149521         GO TO  9999-ABEND
149522     END-IF.
149523 9800-CHECK-REVFILE-STATUS-EXIT.
149524     EXIT.

149525*    -------------------------------------------------------------
149526*    9810-CHECK-MAST-STATUS  --  CALLED ONLY WHEN MAST-STATUS IS
149527*    SOMETHING OTHER THAN '35' (MISSING).
149528*    -------------------------------------------------------------
149529 9810-CHECK-MAST-STATUS.
149530     IF         MAST-STATUS NOT = ZERO
149531         MOVE   MAST-STATUS         TO WS-ABEND-STATUS
149532         GO TO  9999-ABEND
149533     END-IF.
149534 9810-CHECK-MAST-STATUS-EXIT.
149535     EXIT.

149536*    -------------------------------------------------------------
149537*    9820-CHECK-GENCAT-STATUS  --  CALLED ONLY WHEN GENCAT-STATUS
149538*    IS SOMETHING OTHER THAN '35' (MISSING).
149539*    -------------------------------------------------------------
149540 9820-CHECK-GENCAT-STATUS.
149541     IF         GENCAT-STATUS NOT = ZERO
149542         MOVE   GENCAT-STATUS       TO WS-ABEND-STATUS
149543         GO TO  9999-ABEND
149544     END-IF.
149545 9820-CHECK-GENCAT-STATUS-EXIT.
149546     EXIT.

149547*    -------------------------------------------------------------
149548*    9830-CHECK-GENFILE-STATUS  --  CALLED ONLY WHEN
149549*    GENFILE-STATUS IS SOMETHING OTHER THAN '35' (MISSING).
149550*    -------------------------------------------------------------
149551 9830-CHECK-GENFILE-STATUS.
149552     IF         GENFILE-STATUS NOT = ZERO
149553         MOVE   GENFILE-STATUS      TO WS-ABEND-STATUS
149554         GO TO  9999-ABEND
149555     END-IF.
149556 9830-CHECK-GENFILE-STATUS-EXIT.
149557     EXIT.

149558*    -------------------------------------------------------------
149559*    9840-CHECK-REVPARM-STATUS  --  CALLED ONLY WHEN REVPARM-STATUS
149560*    IS SOMETHING OTHER THAN '35' (MISSING).
149561*    -------------------------------------------------------------
149562 9840-CHECK-REVPARM-STATUS.
149563     IF         REVPARM-STATUS NOT = ZERO
149564         MOVE   REVPARM-STATUS      TO WS-ABEND-STATUS
149565         GO TO  9999-ABEND
149566     END-IF.
149567 9840-CHECK-REVPARM-STATUS-EXIT.
149568     EXIT.

149569*    -------------------------------------------------------------
149570*    9850-CHECK-REVQUEUE-STATUS  --  CALLED ONLY WHEN
149571*    REVQUEUE-STATUS IS SOMETHING OTHER THAN '35' (MISSING).
149572*    -------------------------------------------------------------
149573 9850-CHECK-REVQUEUE-STATUS.
149574     IF         REVQUEUE-STATUS NOT = ZERO
149575         MOVE   REVQUEUE-STATUS     TO WS-ABEND-STATUS
149576         GO TO  9999-ABEND
149577     END-IF.
149578 9850-CHECK-REVQUEUE-STATUS-EXIT.
149579     EXIT.

149600*    =============================================================
149700*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
149800*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
