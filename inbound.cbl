004298*                    RAISES CRITICAL ALERTS, RE-PAGING THE
004299*                    ON-CALL NIGHTLY), AND LINEAGE CAN ATTRIBUTE
004300*                    THE MERGED KEY RANGE TO THIS RUN.
004301*   2026-10-15  SOC  ACCOUNT-LEVEL SCREEN IN 3300-SCREEN-DETAIL:
004302*                    EACH PARTNER DETAIL'S PAY-ACCT-CODE IS READ
004303*                    FROM ACCTMAST, THE ACCOUNT REFERENCE MASTER
004304*                    ACCTMNT MAINTAINS (LAYOUT IN COPYBOOK ACCTREC),
004305*                    AND THE DETAIL GOES TO SUSPFILE WITH ITS OWN
004306*                    REASON WHEN THE ACCOUNT IS UNKNOWN, NOT YET
004307*                    OPEN, SUSPENDED, CLOSED AS OF THE RUN DATE, OR
004308*                    NOT PERMITTED ITS PAY-TRAN-TYPE - THE SAME
004309*                    ACCOUNT RULES WRITEONE APPLIES TO ITS OWN
004310*                    INPUT.  ACCTMAST IS REQUIRED.
004320*   2026-10-15  SOC  A REVERSAL RECORD ('R') ON A PARTNER FILE IS
004330*                    COUNTED AGAINST THE PARTNER TRAILER LIKE A
004340*                    DETAIL, BUT NEVER MERGED: ITS TARGET IS A KEY
004350*                    IN THE PARTNER'S NUMBERING, NOT OURS, SO IT IS
004360*                    SUSPENDED WITH ITS OWN REASON.
004361*   2026-10-15  SOC  LARGE-VALUE REVIEW QUEUE.  ONCE MERGEFILE IS
004362*                    WRITTEN WHOLE AND CLOSED, IT IS READ BACK AND
004363*                    EVERY MERGED DETAIL WHOSE AMOUNT IS AT OR ABOVE
004364*                    THE THRESHOLD FOR ITS TRAN TYPE (REVPARM,
004365*                    COPYBOOK REVPREC) IS COPIED TO THE REVIEW QUEUE
004366*                    REVQUEUE (COPYBOOK REVQREC) UNDER ITS NEW
004367*                    OUTREC-NUMB, WITH THIS RUN'S ID, FOR REVIEW TO
004368*                    SIGN OFF.  NO REVPARM, NO QUEUE.
004399*****************************************************************
004400 IDENTIFICATION DIVISION.
004500     PROGRAM-ID.               INBOUND.
004600     AUTHOR.                   SOLDIER OF COBOL.
008100         ORGANIZATION      LINE SEQUENTIAL
008200         FILE STATUS       GENCAT-STATUS.

008201*    -------------------------------------------------------------
008202*    ACCTMAST  --  REQUIRED ACCOUNT REFERENCE MASTER (COPY ACCTREC),
008203*    READ BY KEY FOR EVERY PARTNER DETAIL 3300-SCREEN-DETAIL SEES.
008204*    -------------------------------------------------------------
008205     SELECT ACCTMAST
008206         ASSIGN EXTERNAL   ACCTMAST
008207         ORGANIZATION      INDEXED
008208         ACCESS            RANDOM
008209         RECORD KEY        ACCT-CODE
008210         FILE STATUS       ACCTMAST-STATUS.

008300*    -------------------------------------------------------------
008400*    PARTPARM  --  REQUIRED PARAMETER FILE: THE PARTNER CODE AND
008500*    THE NAME UNDER WHICH THE MERGED FILE IS WRITTEN AND
009590         ORGANIZATION      LINE SEQUENTIAL
009591         FILE STATUS       AUDIT-STATUS.

009592*    -------------------------------------------------------------
009593*    REVPARM  --  OPTIONAL LARGE-VALUE REVIEW THRESHOLDS (COPYBOOK
009594*    REVPREC).  WHEN ABSENT (STATUS 35 AT OPEN), NOTHING IS QUEUED.
009595*    REVQUEUE  --  THE REVIEW QUEUE (COPYBOOK REVQREC), ONLY EVER
009596*    APPENDED, OPENED ON THE FIRST ITEM QUEUED.
009597*    -------------------------------------------------------------
009598     SELECT REVPARM
009599         ASSIGN EXTERNAL   REVPARM
009600         ORGANIZATION      LINE SEQUENTIAL
009601         FILE STATUS       REVPARM-STATUS.

009602     SELECT REVQUEUE
009603         ASSIGN EXTERNAL   REVQUEUE
009604         ORGANIZATION      LINE SEQUENTIAL
009605         FILE STATUS       REVQUEUE-STATUS.

009606 DATA DIVISION.
009700 FILE SECTION.
009800 FD  PARTFILE
009900     RECORD CONTAINS       61 CHARACTERS.
015100     DATA RECORD           GEN-RECORD.
015200     COPY GENREC.

015210 FD  ACCTMAST
015220     DATA RECORD           ACCT-RECORD.
015230     COPY ACCTREC.

015300 FD  PARTPARM
015400     DATA RECORD           PARTPARM-RECORD.
015500 01  PARTPARM-RECORD.
016196     10  FILLER             PIC X(01).
016197     10  AUDIT-CHAIN-ID     PIC X(16).

016207 FD  REVPARM
016217     DATA RECORDS          REVP-THRESHOLD-RECORD
016227                           REVP-AGING-RECORD.
016237     COPY REVPREC.

016247 FD  REVQUEUE
016257     DATA RECORD           REVQ-RECORD.
016267     COPY REVQREC.
016277 WORKING-STORAGE SECTION.

016300*    -------------------------------------------------------------
016400*    FILE STATUS FIELDS
017200 77  PARTPARM-STATUS        PIC 99 VALUE ZEROS.
017300 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
017310 77  AUDIT-STATUS           PIC 99 VALUE ZEROS.
017320 77  ACCTMAST-STATUS        PIC 99 VALUE ZEROS.
017330 77  REVPARM-STATUS         PIC 99 VALUE ZEROS.
017340 77  REVQUEUE-STATUS        PIC 99 VALUE ZEROS.

017400*    -------------------------------------------------------------
017500*    END-OF-FILE SWITCHES
021900     88  WS-SCREEN-PASSED             VALUE 'Y'.
022000     88  WS-SCREEN-FAILED             VALUE 'N'.
022100 77  WS-SUSP-REASON         PIC X(40) VALUE SPACES.
022110 77  WS-ACCT-TYPE-IDX       PIC 9(04) COMP VALUE ZERO.
022120 77  WS-ACCT-TYPE-SWITCH    PIC X(01) VALUE 'N'.
022130     88  WS-ACCT-TYPE-FOUND           VALUE 'Y'.
022140     88  WS-ACCT-TYPE-NOT-FOUND       VALUE 'N'.

022200*    -------------------------------------------------------------
022300*    THE MERGED RECORD UNDER CONSTRUCTION -- BUILT HERE AND MOVED
022800     10  WS-MRG-NUMB        PIC 9(06).
022900     10  WS-MRG-FILL        PIC X(01).
023000     10  WS-MRG-DATA        PIC X(40).
023010     10  WS-MRG-PAY REDEFINES WS-MRG-DATA.
023020         15  WS-MRG-ACCT-CODE   PIC X(10).
023030         15  WS-MRG-AMOUNT      PIC 9(09)V99.
023040         15  WS-MRG-TRAN-TYPE   PIC X(02).
023050         15  FILLER             PIC X(17).
023100     10  WS-MRG-RUN-DATE    PIC 9(08).
023200     10  WS-MRG-RUN-TIME    PIC 9(06).

028200 77  WS-GATE-STATUS         PIC X(01) VALUE SPACE.
028300 77  WS-GATE-CYCLE-DATE     PIC 9(08) VALUE ZEROS.

028301*    -------------------------------------------------------------
028302*    REVIEW-QUEUE WORK AREAS -- WS-THR-TABLE HOLDS ONE THRESHOLD
028303*    PER TRAN TYPE FROM REVPARM; WS-THR-GLOBAL APPLIES TO EVERY
028304*    TYPE WITHOUT A ROW OF ITS OWN.
028305*    -------------------------------------------------------------
028306 77  WS-REVIEW-SWITCH       PIC X(01) VALUE 'N'.
028307     88  WS-REVIEW-ACTIVE             VALUE 'Y'.
028308     88  WS-REVIEW-INACTIVE           VALUE 'N'.

028309 77  WS-REVP-EOF-SWITCH     PIC X(01) VALUE 'N'.
028310     88  WS-REVP-EOF-YES              VALUE 'Y'.
028311     88  WS-REVP-EOF-NO               VALUE 'N'.

028312 77  WS-THR-GLOBAL-SWITCH   PIC X(01) VALUE 'N'.
028313     88  WS-THR-GLOBAL-SET            VALUE 'Y'.
028314     88  WS-THR-GLOBAL-NOT-SET        VALUE 'N'.

028315 77  WS-THR-GLOBAL          PIC 9(09)V99 VALUE ZEROS.

028316 01  WS-THR-TABLE.
028317     05  WS-THR-ENTRY       OCCURS 50 TIMES.
028318         10  WS-THR-TRAN-TYPE       PIC X(02).
028319         10  WS-THR-TYPE-AMOUNT     PIC 9(09)V99.

028320 77  WS-THR-COUNT           PIC 9(04) COMP VALUE ZERO.
028321 77  WS-THR-MAX-ENTRIES     PIC 9(04) COMP VALUE 50.
028322 77  WS-THR-IDX             PIC 9(04) COMP VALUE ZERO.
028323 77  WS-THR-AMOUNT          PIC 9(09)V99 VALUE ZEROS.
028324 77  WS-THR-FIND-TYPE       PIC X(02) VALUE SPACES.

028325 77  WS-THR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
028326     88  WS-THR-FOUND                 VALUE 'Y'.
028327     88  WS-THR-NOT-FOUND             VALUE 'N'.

028328 77  WS-REVQ-OPEN-SW        PIC X(01) VALUE 'N'.
028329     88  WS-REVQ-IS-OPEN              VALUE 'Y'.
028330     88  WS-REVQ-IS-CLOSED            VALUE 'N'.

028331 77  WS-QUEUED-COUNT        PIC 9(06) COMP VALUE ZERO.
028400*    -------------------------------------------------------------
028500*    FILE STATUS-CHECK WORK AREA
028600*    -------------------------------------------------------------
029800     PERFORM 3000-MERGE-PARTNER
029900         THRU 3000-MERGE-PARTNER-EXIT.

029910     PERFORM 3700-QUEUE-LARGE-DETAILS
029920         THRU 3700-QUEUE-LARGE-DETAILS-EXIT.

030000     PERFORM 4000-WRITE-CATALOG-ROW
030100         THRU 4000-WRITE-CATALOG-ROW-EXIT.


032400     PERFORM 1300-LOAD-DIGEST-HISTORY
032500         THRU 1300-LOAD-DIGEST-HISTORY-EXIT.

032501     PERFORM 1400-LOAD-THRESHOLDS
032502         THRU 1400-LOAD-THRESHOLDS-EXIT.

032510     OPEN       INPUT               ACCTMAST.
032520     IF         ACCTMAST-STATUS     = '35'
032530         MOVE   35                  TO WS-ABEND-STATUS
032540         MOVE   'ACCTMAST MISSING'  TO WS-STATUS-WHERE
032550         GO TO  9999-ABEND
032560     END-IF.
032570     MOVE       'OPEN ACCTMAST'     TO WS-STATUS-WHERE.
032580     PERFORM 9900-CHECK-ACCTMAST-STATUS
032590         THRU 9900-CHECK-ACCTMAST-STATUS-EXIT.
032600 1000-INITIALIZE-EXIT.
032700     EXIT.

046900 1310-READ-DIGEST-ENTRY-EXIT.
047000     EXIT.

047001*    -------------------------------------------------------------
047002*    1400-LOAD-THRESHOLDS  --  LOAD THE OPTIONAL REVIEW THRESHOLDS,
047003*    BY THE SAME RULES WRITEONE APPLIES.  ITS ABSENCE (STATUS 35)
047004*    MEANS NOTHING IS QUEUED FOR REVIEW.  A THRESHOLD ROW NEEDS A
047005*    NON-ZERO AMOUNT, AND EACH TRAN TYPE (OR THE GLOBAL ROW, TYPE
047006*    SPACES) MAY APPEAR ONLY ONCE; THE AGING ROW BELONGS TO REVIEW
047007*    AND IS PASSED OVER.  ANY OTHER ROW TYPE IS AN ERROR.
047008*    -------------------------------------------------------------
047009 1400-LOAD-THRESHOLDS.
047010     OPEN       INPUT               REVPARM.
047011     IF         REVPARM-STATUS      = '35'
047012         GO TO  1400-LOAD-THRESHOLDS-EXIT
047013     END-IF.
047014     MOVE       'OPEN REVPARM'      TO WS-STATUS-WHERE.
047015     PERFORM 9910-CHECK-REVPARM-STATUS
047016         THRU 9910-CHECK-REVPARM-STATUS-EXIT.
047017     PERFORM 1410-READ-ONE-THRESHOLD
047018         THRU 1410-READ-ONE-THRESHOLD-EXIT
047019         UNTIL WS-REVP-EOF-YES.
047020     CLOSE      REVPARM.
047021     IF         WS-THR-COUNT > ZERO
047022         OR     WS-THR-GLOBAL-SET
047023         SET    WS-REVIEW-ACTIVE    TO TRUE
047024     END-IF.
047025 1400-LOAD-THRESHOLDS-EXIT.
047026     EXIT.

047027*    -------------------------------------------------------------
047028*    1410-READ-ONE-THRESHOLD  --  READ ONE REVPARM ROW AND APPLY
047029*    IT, OR NOTE THE END OF THE FILE.
047030*    -------------------------------------------------------------
047031 1410-READ-ONE-THRESHOLD.
047032     READ       REVPARM
047033         AT END
047034             SET WS-REVP-EOF-YES    TO TRUE
047035         NOT AT END
047036             PERFORM 1420-APPLY-THRESHOLD
047037                 THRU 1420-APPLY-THRESHOLD-EXIT
047038     END-READ.
047039 1410-READ-ONE-THRESHOLD-EXIT.
047040     EXIT.

047041*    -------------------------------------------------------------
047042*    1420-APPLY-THRESHOLD  --  TAKE ONE THRESHOLD ROW INTO THE
047043*    TABLE: THE GLOBAL ROW (TYPE SPACES) INTO WS-THR-GLOBAL, ANY
047044*    OTHER UNDER ITS TRAN TYPE.  AN AGING ROW IS PASSED OVER; A
047045*    ROW OF ANY OTHER TYPE, WITH NO AMOUNT, OR REPEATING A TRAN
047046*    TYPE ABENDS THROUGH 1420-BAD-THRESHOLD-ROW.
047047*    -------------------------------------------------------------
047048 1420-APPLY-THRESHOLD.
047049     IF         REVP-IS-AGING
047050         GO TO  1420-APPLY-THRESHOLD-EXIT
047051     END-IF.
047052     IF         NOT REVP-IS-THRESHOLD
047053         OR     REVP-THRESHOLD NOT NUMERIC
047054         GO TO  1420-BAD-THRESHOLD-ROW
047055     END-IF.
047056     IF         REVP-THRESHOLD      = ZERO
047057         GO TO  1420-BAD-THRESHOLD-ROW
047058     END-IF.
047059     IF         REVP-TRAN-TYPE      = SPACES
047060         IF     WS-THR-GLOBAL-SET
047061             GO TO 1420-BAD-THRESHOLD-ROW
047062         END-IF
047063         SET    WS-THR-GLOBAL-SET   TO TRUE
047064         MOVE   REVP-THRESHOLD      TO WS-THR-GLOBAL
047065         GO TO  1420-APPLY-THRESHOLD-EXIT
047066     END-IF.
047067     MOVE       REVP-TRAN-TYPE      TO WS-THR-FIND-TYPE.
047068     SET        WS-THR-NOT-FOUND    TO TRUE.
047069     PERFORM 3725-FIND-ONE-THRESHOLD
047070         THRU 3725-FIND-ONE-THRESHOLD-EXIT
047071         VARYING WS-THR-IDX FROM 1 BY 1
047072         UNTIL WS-THR-IDX > WS-THR-COUNT
047073            OR WS-THR-FOUND.
047074     IF         WS-THR-FOUND
047075         GO TO  1420-BAD-THRESHOLD-ROW
047076     END-IF.
047077     IF         WS-THR-COUNT NOT < WS-THR-MAX-ENTRIES
047078         DISPLAY 'INBOUND REVPARM TABLE FULL AT '
047079                 WS-THR-MAX-ENTRIES ' THRESHOLD ROWS'
047080                 UPON CONSOLE
047081         MOVE   90                  TO WS-ABEND-STATUS
047082         MOVE   'REVPARM TABLE FULL' TO WS-STATUS-WHERE
047083         GO TO  9999-ABEND
047084     END-IF.
047085     ADD        1                   TO WS-THR-COUNT.
047086     MOVE       REVP-TRAN-TYPE  TO WS-THR-TRAN-TYPE(WS-THR-COUNT).
047087     MOVE       REVP-THRESHOLD
047088                     TO WS-THR-TYPE-AMOUNT(WS-THR-COUNT).
047089     GO TO      1420-APPLY-THRESHOLD-EXIT.
047090 1420-BAD-THRESHOLD-ROW.
047091     DISPLAY    'INBOUND REVPARM ERROR - ROW '
047092                REVP-THRESHOLD-RECORD
047093                UPON CONSOLE.
047094     DISPLAY    'IS NOT A THRESHOLD, HAS NO AMOUNT OR REPEATS A '
047095                'TRAN TYPE'         UPON CONSOLE.
047096     MOVE       90                  TO WS-ABEND-STATUS.
047097     MOVE       'BAD REVPARM ROW'   TO WS-STATUS-WHERE.
047098     GO TO      9999-ABEND.
047099 1420-APPLY-THRESHOLD-EXIT.
047100     EXIT.

047101*    -------------------------------------------------------------
047200*    1500-CHECK-RUN-CONTROL  --  THE CHECKPOINT MUST NOT BE
047300*    ADVANCED UNDER A RUNNING WRITEONE: THE LATEST WRITEONE ROW
047400*    ON RUNCTL MUST BE 'C' OR 'F', THE SAME GATE THE READERS
056900         AT END
057000             SET WS-EOF-YES         TO TRUE
057100         NOT AT END
057110             IF  OUTREC-IS-DETAIL OR OUTREC-IS-REVERSAL
057300                 ADD 1              TO WS-PART-DETAIL-COUNT
057400             END-IF
057500             IF  OUTREC-IS-TRAILER
064600*    -------------------------------------------------------------
064700*    3200-MERGE-ONE-RECORD  --  READ ONE PARTNER RECORD AND ROUTE
064800*    IT: DETAILS ARE SCREENED AND EITHER RENUMBERED INTO THE
064810*    MERGE OR SUSPENDED; A PARTNER REVERSAL IS ALWAYS SUSPENDED;
064820*    THE PARTNER'S OWN TRAILER AND ANY
065000*    BRACKETING RECORDS ARE CONSUMED HERE - THE MERGED FILE GETS
065100*    ITS OWN.
065200*    -------------------------------------------------------------
066600                         THRU 3450-WRITE-SUSPENSE-EXIT
066700                 END-IF
066800             END-IF
066810             IF  OUTREC-IS-REVERSAL
066820                 MOVE 'PARTNER REVERSAL IS NOT ACCEPTED'
066830                                    TO WS-SUSP-REASON
066840                 PERFORM 3450-WRITE-SUSPENSE
066850                     THRU 3450-WRITE-SUSPENSE-EXIT
066860             END-IF
066900     END-READ.
067000 3200-MERGE-ONE-RECORD-EXIT.
067100     EXIT.
067400*    STRICTLY INCREASING PARTNER KEY; NON-BLANK PAYLOAD; NUMERIC
067500*    AMOUNT (THE SAME RULE WRITEONE APPLIES TO ITS OWN INPUT);
067600*    AND NO PAYLOAD WE HAVE EVER SEEN BEFORE (THE DIGEST).
067610*    BETWEEN THE AMOUNT AND THE DIGEST, THE ACCOUNT IS SCREENED
067620*    AGAINST ACCTMAST BY 3320-SCREEN-ACCOUNT.
067700*    -------------------------------------------------------------
067800 3300-SCREEN-DETAIL.
067900     SET        WS-SCREEN-PASSED    TO TRUE.
070300         GO TO  3300-SCREEN-DETAIL-EXIT
070400     END-IF.

070410     PERFORM 3320-SCREEN-ACCOUNT
070420         THRU 3320-SCREEN-ACCOUNT-EXIT.
070430     IF         WS-SCREEN-FAILED
070440         GO TO  3300-SCREEN-DETAIL-EXIT
070450     END-IF.

070500     SET        WS-DUP-NOT-FOUND    TO TRUE.
070600     PERFORM 3310-CHECK-ONE-DIGEST
070700         THRU 3310-CHECK-ONE-DIGEST-EXIT
072800 3310-CHECK-ONE-DIGEST-EXIT.
072900     EXIT.

072901*    -------------------------------------------------------------
072902*    3320-SCREEN-ACCOUNT  --  READ THE DETAIL'S PAY-ACCT-CODE FROM
072903*    ACCTMAST AND FAIL THE SCREEN WHEN THE ACCOUNT IS UNKNOWN, NOT
072904*    YET OPEN, SUSPENDED, CLOSED AS OF THE RUN DATE, OR NOT
072905*    PERMITTED THE DETAIL'S PAY-TRAN-TYPE.  AN ACCOUNT CLOSED FOR A
072906*    LATER DATE STILL PASSES.
072907*    -------------------------------------------------------------
072908 3320-SCREEN-ACCOUNT.
072909     MOVE       PAY-ACCT-CODE       TO ACCT-CODE.
072910     READ       ACCTMAST
072911         INVALID KEY
072912             SET WS-SCREEN-FAILED   TO TRUE
072913             MOVE 'ACCOUNT NOT ON ACCOUNT MASTER'
072914                                     TO WS-SUSP-REASON
072915     END-READ.
072916     IF         ACCTMAST-STATUS NOT = '23'
072917         MOVE   'READ ACCTMAST'     TO WS-STATUS-WHERE
072918         PERFORM 9900-CHECK-ACCTMAST-STATUS
072919             THRU 9900-CHECK-ACCTMAST-STATUS-EXIT
072920     END-IF.
072921     IF         WS-SCREEN-FAILED
072922         GO TO  3320-SCREEN-ACCOUNT-EXIT
072923     END-IF.

072924     IF         ACCT-OPEN-DATE > WS-RUN-DATE
072925         SET    WS-SCREEN-FAILED    TO TRUE
072926         MOVE   'ACCOUNT NOT YET OPEN AS OF RUN DATE'
072927                                     TO WS-SUSP-REASON
072928         GO TO  3320-SCREEN-ACCOUNT-EXIT
072929     END-IF.
072930     IF         ACCT-IS-SUSPENDED
072931         SET    WS-SCREEN-FAILED    TO TRUE
072932         MOVE   'ACCOUNT IS SUSPENDED' TO WS-SUSP-REASON
072933         GO TO  3320-SCREEN-ACCOUNT-EXIT
072934     END-IF.
072935     IF         ACCT-IS-CLOSED
072936         AND    ACCT-CLOSE-DATE NOT > WS-RUN-DATE
072937         SET    WS-SCREEN-FAILED    TO TRUE
072938         MOVE   'ACCOUNT CLOSED AS OF RUN DATE'
072939                                     TO WS-SUSP-REASON
072940         GO TO  3320-SCREEN-ACCOUNT-EXIT
072941     END-IF.

072942     SET        WS-ACCT-TYPE-NOT-FOUND TO TRUE.
072943     PERFORM 3330-CHECK-ONE-TYPE
072944         THRU 3330-CHECK-ONE-TYPE-EXIT
072945         VARYING WS-ACCT-TYPE-IDX FROM 1 BY 1
072946             UNTIL WS-ACCT-TYPE-IDX > 10
072947                OR WS-ACCT-TYPE-FOUND.
072948     IF         WS-ACCT-TYPE-NOT-FOUND
072949         SET    WS-SCREEN-FAILED    TO TRUE
072950         MOVE   'TRAN TYPE NOT PERMITTED FOR ACCOUNT'
072951                                     TO WS-SUSP-REASON
072952     END-IF.
072953 3320-SCREEN-ACCOUNT-EXIT.
072954     EXIT.

072955*    -------------------------------------------------------------
072956*    3330-CHECK-ONE-TYPE  --  MATCH THE DETAIL'S PAY-TRAN-TYPE
072957*    AGAINST ONE PERMITTED-TYPE SLOT OF THE ACCOUNT; A BLANK SLOT
072958*    NEVER MATCHES.
072959*    -------------------------------------------------------------
072960 3330-CHECK-ONE-TYPE.
072961     IF         ACCT-TRAN-TYPE(WS-ACCT-TYPE-IDX) NOT = SPACES
072962         AND    ACCT-TRAN-TYPE(WS-ACCT-TYPE-IDX) = PAY-TRAN-TYPE
072963         SET    WS-ACCT-TYPE-FOUND  TO TRUE
072964     END-IF.
072965 3330-CHECK-ONE-TYPE-EXIT.
072966     EXIT.

073000*    -------------------------------------------------------------
073100*    3400-WRITE-MERGED-DETAIL  --  RENUMBER THE ACCEPTED DETAIL
073200*    ONTO OUR SEQUENCE, RESTAMP IT WITH THIS RUN'S TIMESTAMP (AS
083200 3600-WRITE-TRAILER-EXIT.
083300     EXIT.

083301*    =============================================================
083302*    3700-QUEUE-LARGE-DETAILS  --  READ THE CLOSED MERGEFILE BACK
083303*    AND QUEUE EVERY MERGED DETAIL AT OR ABOVE ITS THRESHOLD FOR
083304*    REVIEW.  WORKING FROM THE FINISHED FILE RATHER THAN DURING THE
083305*    MERGE MEANS A MERGE THAT ABENDS PART-WAY QUEUES NOTHING UNDER
083306*    KEYS IT NEVER KEPT.
083307*    =============================================================
083308 3700-QUEUE-LARGE-DETAILS.
083309     IF         WS-REVIEW-INACTIVE
083310         GO TO  3700-QUEUE-LARGE-DETAILS-EXIT
083311     END-IF.
083312     OPEN       INPUT               MERGEFILE.
083313     MOVE       'REOPEN MERGEFILE'  TO WS-STATUS-WHERE.
083314     PERFORM 9200-CHECK-MERGE-STATUS
083315         THRU 9200-CHECK-MERGE-STATUS-EXIT.
083316     SET        WS-MRG-EOF-NO       TO TRUE.
083317     PERFORM 3710-QUEUE-ONE-RECORD
083318         THRU 3710-QUEUE-ONE-RECORD-EXIT
083319         UNTIL WS-MRG-EOF-YES.
083320     CLOSE      MERGEFILE.
083321     IF         WS-REVQ-IS-OPEN
083322         CLOSE  REVQUEUE
083323     END-IF.
083324 3700-QUEUE-LARGE-DETAILS-EXIT.
083325     EXIT.

083326*    -------------------------------------------------------------
083327*    3710-QUEUE-ONE-RECORD  --  READ ONE MERGED RECORD; A DETAIL AT
083328*    OR ABOVE THE THRESHOLD FOR ITS TRAN TYPE - ITS OWN, OR FAILING
083329*    THAT THE GLOBAL ONE - IS APPENDED TO THE QUEUE.
083330*    -------------------------------------------------------------
083331 3710-QUEUE-ONE-RECORD.
083332     READ       MERGEFILE INTO WS-MERGE-REC
083333         AT END
083334             SET WS-MRG-EOF-YES     TO TRUE
083335             GO TO 3710-QUEUE-ONE-RECORD-EXIT
083336     END-READ.
083337     MOVE       'READ MERGEFILE'    TO WS-STATUS-WHERE.
083338     PERFORM 9200-CHECK-MERGE-STATUS
083339         THRU 9200-CHECK-MERGE-STATUS-EXIT.
083340     IF         WS-MRG-FILL NOT = SPACE
083341         OR     WS-MRG-AMOUNT NOT NUMERIC
083342         GO TO  3710-QUEUE-ONE-RECORD-EXIT
083343     END-IF.

083344     MOVE       WS-MRG-TRAN-TYPE    TO WS-THR-FIND-TYPE.
083345     SET        WS-THR-NOT-FOUND    TO TRUE.
083346     PERFORM 3725-FIND-ONE-THRESHOLD
083347         THRU 3725-FIND-ONE-THRESHOLD-EXIT
083348         VARYING WS-THR-IDX FROM 1 BY 1
083349         UNTIL WS-THR-IDX > WS-THR-COUNT
083350            OR WS-THR-FOUND.
083351     IF         WS-THR-NOT-FOUND
083352         IF     WS-THR-GLOBAL-NOT-SET
083353             GO TO 3710-QUEUE-ONE-RECORD-EXIT
083354         END-IF
083355         MOVE   WS-THR-GLOBAL       TO WS-THR-AMOUNT
083356     END-IF.
083357     IF         WS-MRG-AMOUNT < WS-THR-AMOUNT
083358         GO TO  3710-QUEUE-ONE-RECORD-EXIT
083359     END-IF.

083360     IF         WS-REVQ-IS-CLOSED
083361         OPEN   EXTEND              REVQUEUE
083362         IF     REVQUEUE-STATUS = '35'
083363             CLOSE  REVQUEUE
083364             OPEN   OUTPUT          REVQUEUE
083365         END-IF
083366         MOVE   'OPEN REVQUEUE'     TO WS-STATUS-WHERE
083367         PERFORM 9920-CHECK-REVQUEUE-STATUS
083368             THRU 9920-CHECK-REVQUEUE-STATUS-EXIT
083369         SET    WS-REVQ-IS-OPEN     TO TRUE
083370     END-IF.
083371     MOVE       SPACES              TO REVQ-RECORD.
083372     MOVE       'N'                 TO REVQ-REC-TYPE.
083373     MOVE       WS-MRG-NUMB         TO REVQ-NUMB.
083374     MOVE       WS-RUN-ID           TO REVQ-RUN-ID.
083375     MOVE       WS-MRG-ACCT-CODE    TO REVQ-ACCT-CODE.
083376     MOVE       WS-MRG-AMOUNT       TO REVQ-AMOUNT.
083377     MOVE       WS-MRG-TRAN-TYPE    TO REVQ-TRAN-TYPE.
083378     MOVE       'INBOUND'           TO REVQ-PROGRAM.
083379     MOVE       WS-RUN-DATE         TO REVQ-LOG-DATE.
083380     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
083381     MOVE       WS-TIME-OF-DAY(1:6) TO REVQ-LOG-TIME.
083382     MOVE       ZERO                TO REVQ-REVIEW-DATE.
083383     WRITE      REVQ-RECORD.
083384     MOVE       'WRITE REVQUEUE'    TO WS-STATUS-WHERE.
083385     PERFORM 9920-CHECK-REVQUEUE-STATUS
083386         THRU 9920-CHECK-REVQUEUE-STATUS-EXIT.
083387     ADD        1                   TO WS-QUEUED-COUNT.
083388 3710-QUEUE-ONE-RECORD-EXIT.
083389     EXIT.

083390*    -------------------------------------------------------------
083391*    3725-FIND-ONE-THRESHOLD  --  SET WS-THR-FOUND, AND TAKE THE
083392*    ENTRY'S AMOUNT INTO WS-THR-AMOUNT, WHEN TABLE ENTRY WS-THR-
083393*    IDX IS FOR WS-THR-FIND-TYPE.
083394*    -------------------------------------------------------------
083395 3725-FIND-ONE-THRESHOLD.
083396     IF         WS-THR-TRAN-TYPE(WS-THR-IDX) = WS-THR-FIND-TYPE
083397         MOVE   WS-THR-TYPE-AMOUNT(WS-THR-IDX) TO WS-THR-AMOUNT
083398         SET    WS-THR-FOUND        TO TRUE
083399     END-IF.
083400 3725-FIND-ONE-THRESHOLD-EXIT.
083401     EXIT.

083402*    -------------------------------------------------------------
083500*    3900-STAMP-AND-WRITE  --  STAMP THE RECORD UNDER
083600*    CONSTRUCTION WITH THE CURRENT TIMESTAMP AND WRITE IT TO THE
083700*    MERGE FILE.
092700*    8000-TERMINATE  --  SUMMARIZE THE MERGE.
092800*    =============================================================
092900 8000-TERMINATE.
092910     CLOSE      ACCTMAST.
093000     DISPLAY    'Partner         ' WS-PART-CODE      UPON CONSOLE.
093100     DISPLAY    'Partner details ' WS-PART-DETAIL-COUNT
093200                                                     UPON CONSOLE.
093300     DISPLAY    'Merged accepted ' WS-ACCEPTED-COUNT UPON CONSOLE.
093400     DISPLAY    'Suspended       ' WS-SUSPENSE-COUNT UPON CONSOLE.
093410     IF         WS-REVIEW-ACTIVE
093420         DISPLAY 'Queued for review ' WS-QUEUED-COUNT UPON CONSOLE
093430     END-IF.
093500     DISPLAY    'New high key    ' WS-LAST-NUMB ' + '
093600                WS-ACCEPTED-COUNT   UPON CONSOLE.
093700     DISPLAY    'Bye COBOL'         UPON CONSOLE.
103692 9850-CHECK-AUDIT-STATUS-EXIT.
103693     EXIT.

103700*    -------------------------------------------------------------
103800*    9900-CHECK-ACCTMAST-STATUS  --  CALLED ONLY WHEN ACCTMAST-STATUS
103900*    IS SOMETHING OTHER THAN '35' (MISSING) OR '23' (ACCOUNT NOT
104000*    FOUND), SO ANY NON-ZERO STATUS HERE IS A REAL OPEN OR READ
104100*    FAILURE ON THE MASTER, AND NO DETAIL CAN BE SCREENED AGAINST
104200*    IT.
104300*    -------------------------------------------------------------
104400 9900-CHECK-ACCTMAST-STATUS.
104500     IF         ACCTMAST-STATUS NOT = ZERO
104600         MOVE   ACCTMAST-STATUS     TO WS-ABEND-STATUS
104700         GO TO  9999-ABEND
104800     END-IF.
104900 9900-CHECK-ACCTMAST-STATUS-EXIT.
105000     EXIT.

105001*    -------------------------------------------------------------
105002*    9910-CHECK-REVPARM-STATUS  --  CALLED ONLY WHEN REVPARM-STATUS
105003*    IS SOMETHING OTHER THAN '35' (MISSING).
105004*    -------------------------------------------------------------
105005 9910-CHECK-REVPARM-STATUS.
105006     IF         REVPARM-STATUS NOT = ZERO
105007         MOVE   REVPARM-STATUS      TO WS-ABEND-STATUS
105008         GO TO  9999-ABEND
105009     END-IF.
105010 9910-CHECK-REVPARM-STATUS-EXIT.
105011     EXIT.

105012*    -------------------------------------------------------------
105013*    9920-CHECK-REVQUEUE-STATUS  --  CALLED ONLY WHEN REVQUEUE-
105014*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
105015*    -------------------------------------------------------------
105016 9920-CHECK-REVQUEUE-STATUS.
105017     IF         REVQUEUE-STATUS NOT = ZERO
105018         MOVE   REVQUEUE-STATUS     TO WS-ABEND-STATUS
105019         GO TO  9999-ABEND
105020     END-IF.
105021 9920-CHECK-REVQUEUE-STATUS-EXIT.
105022     EXIT.

105100*    =============================================================
105200*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
105300*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
105400*    =============================================================
105500 9999-ABEND.
105600     DISPLAY    'INBOUND ABEND - STATUS ' WS-ABEND-STATUS
105700                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
105800     MOVE       16                  TO RETURN-CODE.
105900     STOP RUN.
