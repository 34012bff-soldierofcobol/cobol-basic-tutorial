003150*                    TRACED STRAIGHT BACK TO THE RUN THAT
003160*                    REJECTED THE LINE.  A REJECT WRITTEN BEFORE
003170*                    RUN IDS EXISTED READS AS SPACES THERE.
003171*   2026-10-15  SOC  DUAL CONTROL ON ABANDONS: AN 'A' ROW ON FIXFILE
003172*                    NOW NAMES THE OPERATOR REQUESTING THE ABANDON
003173*                    AND A DIFFERENT OPERATOR APPROVING IT, BOTH
003174*                    CHECKED AGAINST THE OPERATOR AUTHORITY FILE
003175*                    (OPAUTH, COPYBOOK OPAUREC).  AN ABANDON WITH NO
003176*                    APPROVER, SELF-APPROVED OR NOT AUTHORIZED IS
003177*                    REFUSED: THE REJECT IS DISPOSED OF AS STILL
003178*                    FAILING WITH THE REFUSAL AS ITS REASON, AND THE
003179*                    RUN ENDS WITH RETURN CODE 4.  EVERY ABANDON,
003180*                    ACCEPTED OR REFUSED, IS WRITTEN TO THE OVERRIDE
003181*                    JOURNAL (OVRJRNL, COPYBOOK OVRJREC).
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400     PROGRAM-ID.               REJFIX.
004600*    -------------------------------------------------------------
004700*    FIXFILE  --  REQUIRED OPERATOR-PREPARED CORRECTIONS: ONE ROW
004800*    PER REJECT BEING DEALT WITH, KEYED BY THE REJECT'S POSITION
004810*    (FIRST REJECTFILE RECORD = 000001), WITH AN ACTION CODE, THE
004820*    CORRECTED LINE AND, FOR AN ABANDON, THE REQUESTING AND
004830*    APPROVING OPERATORS.
005100*    -------------------------------------------------------------
005200     SELECT FIXFILE
005300         ASSIGN EXTERNAL   FIXFILE
006200         ORGANIZATION      LINE SEQUENTIAL
006300         FILE STATUS       DISP-STATUS.

006301*    -------------------------------------------------------------
006302*    OPAUTH  --  OPERATOR AUTHORITY FILE (COPYBOOK OPAUREC).  WHEN
006303*    ABSENT (STATUS 35 AT OPEN), NO OPERATOR HOLDS ANY RIGHT AND
006304*    EVERY ABANDON IS REFUSED.
006305*    -------------------------------------------------------------
006306     SELECT OPAUTH
006307         ASSIGN EXTERNAL   OPAUTH
006308         ORGANIZATION      LINE SEQUENTIAL
006309         FILE STATUS       OPAUTH-STATUS.

006310*    -------------------------------------------------------------
006311*    OVRJRNL  --  SHARED OVERRIDE JOURNAL, APPENDED WITH ONE ROW
006312*    PER ABANDON ASKED FOR.
006313*    -------------------------------------------------------------
006314     SELECT OVRJRNL
006315         ASSIGN EXTERNAL   OVRJRNL
006316         ORGANIZATION      LINE SEQUENTIAL
006317         FILE STATUS       OVRJRNL-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.

007700*    -------------------------------------------------------------
007800*    FIX-RECORD  --  ONE CORRECTION.  FIX-SEQ IS THE POSITION OF
007900*    THE REJECT IT CORRECTS; 'R' RESUBMITS FIX-LINE AFTER THE
007910*    SHAPE CHECKS, 'A' ABANDONS THE REJECT DELIBERATELY, ONCE
007920*    FIX-REQUESTER AND FIX-APPROVER HAVE PASSED DUAL CONTROL.
008100*    -------------------------------------------------------------
008200 FD  FIXFILE
008300     DATA RECORD           FIX-RECORD.
008900         88  FIX-IS-ABANDON           VALUE 'A'.
009000     10  FILLER             PIC X(01).
009100     10  FIX-LINE           PIC X(80).
009110     10  FILLER             PIC X(01).
009120     10  FIX-REQUESTER      PIC X(08).
009130     10  FILLER             PIC X(01).
009140     10  FIX-APPROVER       PIC X(08).

009200 FD  RESUBFILE
009300     DATA RECORD           RESUB-RECORD.
011010     10  FILLER             PIC X(01).
011020     10  DISP-RUN-ID        PIC X(16).

011030 FD  OPAUTH
011040     DATA RECORD           OPA-RECORD.
011050     COPY OPAUREC.

011060 FD  OVRJRNL
011070     DATA RECORD           OVRJ-RECORD.
011080     COPY OVRJREC.

011100 WORKING-STORAGE SECTION.

011200*    -------------------------------------------------------------
011600 77  FIXFILE-STATUS         PIC 99 VALUE ZEROS.
011700 77  RESUB-STATUS           PIC 99 VALUE ZEROS.
011800 77  DISP-STATUS            PIC 99 VALUE ZEROS.
011810 77  OPAUTH-STATUS          PIC 99 VALUE ZEROS.
011820 77  OVRJRNL-STATUS         PIC 99 VALUE ZEROS.

011900*    -------------------------------------------------------------
012000*    END-OF-FILE SWITCHES AND COUNTERS
012900 77  WS-RESUB-COUNT         PIC 9(06) COMP VALUE ZERO.
013000 77  WS-FAILING-COUNT       PIC 9(06) COMP VALUE ZERO.
013100 77  WS-ABANDON-COUNT       PIC 9(06) COMP VALUE ZERO.
013110 77  WS-REFUSED-COUNT       PIC 9(06) COMP VALUE ZERO.

013200*    -------------------------------------------------------------
013300*    CORRECTIONS TABLE, LOADED FROM FIXFILE AND LOOKED UP BY THE
014100         10  WS-FIX-ACTION      PIC X(01).
014200         10  WS-FIX-LINE        PIC X(80).
014300         10  WS-FIX-USED        PIC X(01).
014310         10  WS-FIX-REQUESTER   PIC X(08).
014320         10  WS-FIX-APPROVER    PIC X(08).

014400 77  WS-FIX-COUNT           PIC 9(04) COMP VALUE ZERO.
014500 77  WS-FIX-MAX-ENTRIES     PIC 9(04) COMP VALUE 1000.
015100     88  WS-FIX-FOUND                 VALUE 'Y'.
015200     88  WS-FIX-NOT-FOUND             VALUE 'N'.

015201*    -------------------------------------------------------------
015202*    DUAL-CONTROL WORK AREAS -- THE ABANDON RIGHT OF EVERY OPERATOR
015203*    ON OPAUTH, AND THE VERDICT ON THE ABANDON IN HAND: SPACES IN
015204*    WS-OVR-REFUSAL MEAN IT IS AUTHORIZED.
015205*    -------------------------------------------------------------
015206 01  WS-OPA-TABLE.
015207     05  WS-OPA-ENTRY       OCCURS 200 TIMES.
015208         10  WS-OPA-ID              PIC X(08).
015209         10  WS-OPA-RIGHT           PIC X(01).
015210             88  WS-OPA-MAY-REQUEST           VALUE 'R' 'B'.
015211             88  WS-OPA-MAY-APPROVE           VALUE 'A' 'B'.

015212 77  WS-OPA-COUNT           PIC 9(04) COMP VALUE ZERO.
015213 77  WS-OPA-MAX             PIC 9(04) COMP VALUE 200.
015214 77  WS-OPA-IDX             PIC 9(04) COMP VALUE ZERO.
015215 77  WS-OPA-HIT             PIC 9(04) COMP VALUE ZERO.
015216 77  WS-OPA-FIND-ID         PIC X(08) VALUE SPACES.

015217 77  WS-OPA-EOF-SWITCH      PIC X(01) VALUE 'N'.
015218     88  WS-OPA-EOF-YES               VALUE 'Y'.
015219     88  WS-OPA-EOF-NO                VALUE 'N'.

015220 77  WS-OVR-REQUESTER       PIC X(08) VALUE SPACES.
015221 77  WS-OVR-APPROVER        PIC X(08) VALUE SPACES.
015222 77  WS-OVR-REFUSAL         PIC X(30) VALUE SPACES.
015223 77  WS-OVR-OUTCOME         PIC X(01) VALUE SPACE.
015224 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
015225 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.

015226 77  WS-OVRJ-OPEN-SW        PIC X(01) VALUE 'N'.
015227     88  WS-OVRJ-IS-OPEN              VALUE 'Y'.
015228     88  WS-OVRJ-IS-CLOSED            VALUE 'N'.

015229 01  WS-ABN-SUBJECT.
015230     10  FILLER             PIC X(07) VALUE 'REJECT '.
015231     10  WS-ASUB-SEQ        PIC 9(06).
015232     10  FILLER             PIC X(05) VALUE ' RUN '.
015233     10  WS-ASUB-RUN-ID     PIC X(16).
015234     10  FILLER             PIC X(06) VALUE SPACES.

015235 01  WS-ABN-REFUSED-REASON.
015236     10  FILLER             PIC X(16) VALUE 'ABANDON REFUSED '.
015237     10  WS-ABN-REFUSAL     PIC X(24).

015300*    -------------------------------------------------------------
015400*    SHAPE-CHECK WORK AREAS -- THE SAME CHECKS WRITEONE'S
015500*    2080-VALIDATE-INFILE-LINE APPLIES, SO A LINE THAT PASSES
018800     PERFORM 1100-LOAD-CORRECTIONS
018900         THRU 1100-LOAD-CORRECTIONS-EXIT.

018910     PERFORM 1200-LOAD-AUTHORITY
018920         THRU 1200-LOAD-AUTHORITY-EXIT.
018930     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.

019000     OPEN       INPUT               REJECTFILE.
019100     IF         REJECT-STATUS       = '35'
019200         MOVE   35                  TO WS-ABEND-STATUS
027200                         TO WS-FIX-LINE(WS-FIX-COUNT)
027300                     MOVE 'N'
027400                         TO WS-FIX-USED(WS-FIX-COUNT)
027410                     MOVE FIX-REQUESTER
027420                         TO WS-FIX-REQUESTER(WS-FIX-COUNT)
027430                     MOVE FIX-APPROVER
027440                         TO WS-FIX-APPROVER(WS-FIX-COUNT)
027500                 ELSE
027600                     IF NOT WS-FIX-FULL-WARNED
027700                         DISPLAY 'REJFIX CORRECTION TABLE FULL '
031200 1130-CHECK-ONE-ENTRY-EXIT.
031300     EXIT.

031301*    -------------------------------------------------------------
031302*    1200-LOAD-AUTHORITY  --  LOAD EACH OPERATOR'S ABANDON RIGHT.
031303*    A ROW WITH NO OPERATOR ID, A RIGHT THAT IS NOT R, A, B, N OR
031304*    SPACE, OR AN ID ALREADY LOADED ABENDS BY NAME: AN AMBIGUOUS
031305*    AUTHORITY FILE MUST NOT DECIDE WHO MAY OVERRIDE.
031306*    -------------------------------------------------------------
031307 1200-LOAD-AUTHORITY.
031308     OPEN       INPUT               OPAUTH.
031309     IF         OPAUTH-STATUS       = '35'
031310         GO TO  1200-LOAD-AUTHORITY-EXIT
031311     END-IF.
031312     MOVE       'OPEN OPAUTH'       TO WS-STATUS-WHERE.
031313     PERFORM 9700-CHECK-OPAUTH-STATUS
031314         THRU 9700-CHECK-OPAUTH-STATUS-EXIT.
031315     PERFORM 1210-READ-ONE-AUTHORITY
031316         THRU 1210-READ-ONE-AUTHORITY-EXIT
031317         UNTIL WS-OPA-EOF-YES.
031318     CLOSE      OPAUTH.
031319 1200-LOAD-AUTHORITY-EXIT.
031320     EXIT.

031321*    -------------------------------------------------------------
031322*    1210-READ-ONE-AUTHORITY  --  READ ONE OPAUTH ROW AND LOAD IT.
031323*    A ROW WITH NO OPERATOR ID, AN ABANDON RIGHT THAT IS NOT R, A,
031324*    B, N OR SPACE, OR AN ID ALREADY LOADED GOES TO 1210-BAD-
031325*    AUTHORITY-ROW.
031326*    -------------------------------------------------------------
031327 1210-READ-ONE-AUTHORITY.
031328     READ       OPAUTH
031329         AT END
031330             SET WS-OPA-EOF-YES     TO TRUE
031331             GO TO 1210-READ-ONE-AUTHORITY-EXIT
031332     END-READ.
031333     IF         OPA-OPERATOR-ID     = SPACES
031334         GO TO  1210-BAD-AUTHORITY-ROW
031335     END-IF.
031336     IF         OPA-ABANDON-RIGHT NOT = 'R' AND NOT = 'A'
031337                              AND NOT = 'B' AND NOT = 'N'
031338                              AND NOT = SPACE
031339         GO TO  1210-BAD-AUTHORITY-ROW
031340     END-IF.
031341     MOVE       OPA-OPERATOR-ID     TO WS-OPA-FIND-ID.
031342     PERFORM 1220-FIND-OPERATOR
031343         THRU 1220-FIND-OPERATOR-EXIT.
031344     IF         WS-OPA-HIT NOT = ZERO
031345         GO TO  1210-BAD-AUTHORITY-ROW
031346     END-IF.
031347     IF         WS-OPA-COUNT NOT < WS-OPA-MAX
031348         MOVE   90                  TO WS-ABEND-STATUS
031349         MOVE   'OPAUTH TABLE FULL' TO WS-STATUS-WHERE
031350         GO TO  9999-ABEND
031351     END-IF.
031352     ADD        1                   TO WS-OPA-COUNT.
031353     MOVE       OPA-OPERATOR-ID     TO WS-OPA-ID(WS-OPA-COUNT).
031354     MOVE       OPA-ABANDON-RIGHT   TO WS-OPA-RIGHT(WS-OPA-COUNT).
031355     GO TO      1210-READ-ONE-AUTHORITY-EXIT.
031356 1210-BAD-AUTHORITY-ROW.
031357     DISPLAY    'REJFIX OPAUTH ERROR - BAD OR DUPLICATE ROW: '
031358                OPA-RECORD          UPON CONSOLE.
031359     MOVE       90                  TO WS-ABEND-STATUS.
031360     MOVE       'BAD OPAUTH ROW'    TO WS-STATUS-WHERE.
031361     GO TO      9999-ABEND.
031362 1210-READ-ONE-AUTHORITY-EXIT.
031363     EXIT.

031364*    -------------------------------------------------------------
031365*    1220-FIND-OPERATOR  --  WS-OPA-HIT BECOMES THE TABLE SLOT OF
031366*    OPERATOR WS-OPA-FIND-ID, OR ZERO WHEN THE ID IS NOT ON OPAUTH.
031367*    -------------------------------------------------------------
031368 1220-FIND-OPERATOR.
031369     MOVE       ZERO                TO WS-OPA-HIT.
031370     PERFORM 1230-CHECK-ONE-OPERATOR
031371         THRU 1230-CHECK-ONE-OPERATOR-EXIT
031372         VARYING WS-OPA-IDX FROM 1 BY 1
031373             UNTIL WS-OPA-IDX > WS-OPA-COUNT
031374                OR WS-OPA-HIT NOT = ZERO.
031375 1220-FIND-OPERATOR-EXIT.
031376     EXIT.

031377*    -------------------------------------------------------------
031378*    1230-CHECK-ONE-OPERATOR  --  SET WS-OPA-HIT WHEN TABLE SLOT
031379*    WS-OPA-IDX HOLDS WS-OPA-FIND-ID.
031380*    -------------------------------------------------------------
031381 1230-CHECK-ONE-OPERATOR.
031382     IF         WS-OPA-ID(WS-OPA-IDX) = WS-OPA-FIND-ID
031383         MOVE   WS-OPA-IDX          TO WS-OPA-HIT
031384     END-IF.
031385 1230-CHECK-ONE-OPERATOR-EXIT.
031386     EXIT.

031400*    =============================================================
031500*    2000-PROCESS-REJECT  --  DISPOSE OF ONE ORIGINAL REJECT AND
031600*    READ THE NEXT.  THE REJECT'S POSITION NUMBER IS ITS KEY INTO
032700     ELSE
032800         MOVE   'Y' TO WS-FIX-USED(WS-FIX-FOUND-IDX)
032900         IF     WS-FIX-ACTION(WS-FIX-FOUND-IDX) = 'A'
032910             PERFORM 2500-CHECK-ABANDON
032920                 THRU 2500-CHECK-ABANDON-EXIT
032930             IF  WS-OVR-REFUSAL = SPACES
032940                 PERFORM 2200-DISPOSE-ABANDONED
032950                     THRU 2200-DISPOSE-ABANDONED-EXIT
032960             ELSE
032970                 PERFORM 2250-DISPOSE-ABANDON-REFUSED
032980                     THRU 2250-DISPOSE-ABANDON-REFUSED-EXIT
032990             END-IF
033200         ELSE
033300             PERFORM 2300-DISPOSE-CORRECTED
033400                 THRU 2300-DISPOSE-CORRECTED-EXIT
037000 2200-DISPOSE-ABANDONED-EXIT.
037100     EXIT.

037101*    -------------------------------------------------------------
037102*    2250-DISPOSE-ABANDON-REFUSED  --  THE ABANDON FAILED DUAL
037103*    CONTROL: THE REJECT STAYS IN THE QUEUE AS STILL FAILING, WITH
037104*    THE REFUSAL AS THE REASON SO THE OPERATOR SEES WHY.
037105*    -------------------------------------------------------------
037106 2250-DISPOSE-ABANDON-REFUSED.
037107     MOVE       WS-OVR-REFUSAL      TO WS-ABN-REFUSAL.
037108     MOVE       SPACES              TO DISP-RECORD.
037109     MOVE       WS-REJECTS-READ     TO DISP-SEQ.
037110     MOVE       'STILL FAILING'     TO DISP-CODE.
037111     MOVE       WS-ABN-REFUSED-REASON TO DISP-REASON.
037112     MOVE       REJ-LINE            TO DISP-LINE.
037113     MOVE       REJ-RUN-ID          TO DISP-RUN-ID.
037114     PERFORM 2800-WRITE-DISPOSITION
037115         THRU 2800-WRITE-DISPOSITION-EXIT.
037116     ADD        1                   TO WS-FAILING-COUNT.
037117     ADD        1                   TO WS-REFUSED-COUNT.
037118     DISPLAY    'REJFIX - ABANDON OF REJECT ' WS-REJECTS-READ
037119                ' REFUSED: ' WS-OVR-REFUSAL UPON CONSOLE.
037120 2250-DISPOSE-ABANDON-REFUSED-EXIT.
037121     EXIT.

037200*    -------------------------------------------------------------
037300*    2300-DISPOSE-CORRECTED  --  RE-APPLY THE SHAPE CHECKS TO THE
037400*    CORRECTED LINE.  A PASS GOES TO RESUBFILE AND IS LOGGED
044700 2410-CHECK-ONE-CHAR-EXIT.
044800     EXIT.

044801*    -------------------------------------------------------------
044802*    2500-CHECK-ABANDON  --  THE ABANDON NEEDS A REQUESTER, AN
044803*    APPROVER WHO IS SOMEONE ELSE, A REQUESTER HOLDING THE RIGHT TO
044804*    ASK FOR IT AND AN APPROVER HOLDING THE RIGHT TO APPROVE IT.
044805*    THE VERDICT IS JOURNALED EITHER WAY; WS-OVR-REFUSAL IS LEFT
044806*    SPACES WHEN THE ABANDON MAY GO AHEAD.
044807*    -------------------------------------------------------------
044808 2500-CHECK-ABANDON.
044809     MOVE       SPACES              TO WS-OVR-REFUSAL.
044810     MOVE       WS-FIX-REQUESTER(WS-FIX-FOUND-IDX)
044811                                    TO WS-OVR-REQUESTER.
044812     MOVE       WS-FIX-APPROVER(WS-FIX-FOUND-IDX)
044813                                    TO WS-OVR-APPROVER.
044814     IF         WS-OVR-REQUESTER    = SPACES
044815         MOVE   'NO REQUESTER'      TO WS-OVR-REFUSAL
044816         GO TO  2500-JOURNAL-ABANDON
044817     END-IF.
044818     IF         WS-OVR-APPROVER     = SPACES
044819         MOVE   'APPROVAL MISSING'  TO WS-OVR-REFUSAL
044820         GO TO  2500-JOURNAL-ABANDON
044821     END-IF.
044822     IF         WS-OVR-APPROVER     = WS-OVR-REQUESTER
044823         MOVE   'SELF-APPROVED'     TO WS-OVR-REFUSAL
044824         GO TO  2500-JOURNAL-ABANDON
044825     END-IF.
044826     MOVE       WS-OVR-REQUESTER    TO WS-OPA-FIND-ID.
044827     PERFORM 1220-FIND-OPERATOR
044828         THRU 1220-FIND-OPERATOR-EXIT.
044829     IF         WS-OPA-HIT          = ZERO
044830         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
044831         GO TO  2500-JOURNAL-ABANDON
044832     END-IF.
044833     IF         NOT WS-OPA-MAY-REQUEST(WS-OPA-HIT)
044834         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
044835         GO TO  2500-JOURNAL-ABANDON
044836     END-IF.
044837     MOVE       WS-OVR-APPROVER     TO WS-OPA-FIND-ID.
044838     PERFORM 1220-FIND-OPERATOR
044839         THRU 1220-FIND-OPERATOR-EXIT.
044840     IF         WS-OPA-HIT          = ZERO
044841         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
044842         GO TO  2500-JOURNAL-ABANDON
044843     END-IF.
044844     IF         NOT WS-OPA-MAY-APPROVE(WS-OPA-HIT)
044845         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
044846     END-IF.
044847 2500-JOURNAL-ABANDON.
044848     IF         WS-OVR-REFUSAL      = SPACES
044849         MOVE   'A'                 TO WS-OVR-OUTCOME
044850     ELSE
044851         MOVE   'R'                 TO WS-OVR-OUTCOME
044852     END-IF.
044853     PERFORM 2700-WRITE-JOURNAL
044854         THRU 2700-WRITE-JOURNAL-EXIT.
044855 2500-CHECK-ABANDON-EXIT.
044856     EXIT.

044857*    -------------------------------------------------------------
044858*    2700-WRITE-JOURNAL  --  APPEND ONE OVERRIDE-JOURNAL ROW FOR THE
044859*    ABANDON IN HAND.  THE JOURNAL IS OPENED LAZILY ON THE FIRST
044860*    ABANDON (EXTEND, FALLING BACK TO OUTPUT ON A FIRST-EVER
044861*    OVERRIDE) AND CLOSED BY 8000-TERMINATE.
044862*    -------------------------------------------------------------
044863 2700-WRITE-JOURNAL.
044864     IF         WS-OVRJ-IS-CLOSED
044865         OPEN   EXTEND              OVRJRNL
044866         IF     OVRJRNL-STATUS = '35'
044867             CLOSE  OVRJRNL
044868             OPEN   OUTPUT          OVRJRNL
044869         END-IF
044870         MOVE   'OPEN OVRJRNL'      TO WS-STATUS-WHERE
044871         PERFORM 9800-CHECK-OVRJRNL-STATUS
044872             THRU 9800-CHECK-OVRJRNL-STATUS-EXIT
044873         SET    WS-OVRJ-IS-OPEN     TO TRUE
044874     END-IF.

044875     MOVE       SPACES              TO OVRJ-RECORD.
044876     MOVE       WS-RUN-DATE         TO OVRJ-LOG-DATE.
044877     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
044878     MOVE       WS-TIME-OF-DAY(1:6) TO OVRJ-LOG-TIME.
044879     MOVE       'REJFIX'            TO OVRJ-PROGRAM.
044880     MOVE       'X'                 TO OVRJ-ACTION.
044881     MOVE       WS-OVR-OUTCOME      TO OVRJ-OUTCOME.
044882     MOVE       WS-OVR-REQUESTER    TO OVRJ-REQUESTER.
044883     MOVE       WS-OVR-APPROVER     TO OVRJ-APPROVER.
044884     MOVE       WS-REJECTS-READ     TO WS-ASUB-SEQ.
044885     MOVE       REJ-RUN-ID          TO WS-ASUB-RUN-ID.
044886     MOVE       WS-ABN-SUBJECT      TO OVRJ-SUBJECT.
044887     MOVE       WS-OVR-REFUSAL      TO OVRJ-REASON.
044888     WRITE      OVRJ-RECORD.
044889     MOVE       'WRITE OVRJRNL'     TO WS-STATUS-WHERE.
044890     PERFORM 9800-CHECK-OVRJRNL-STATUS
044891         THRU 9800-CHECK-OVRJRNL-STATUS-EXIT.
044892 2700-WRITE-JOURNAL-EXIT.
044893     EXIT.

044900*    -------------------------------------------------------------
045000*    2800-WRITE-DISPOSITION  --  WRITE THE DISPOSITION RECORD
045100*    BUILT BY THE CALLER AND CHECK THE STATUS.

047100*    =============================================================
047200*    8000-TERMINATE  --  WARN ABOUT CORRECTIONS THAT MATCHED NO
047210*    REJECT, CLOSE EVERYTHING, AND SUMMARIZE THE RUN.  A REFUSED
047220*    ABANDON ENDS THE RUN WITH RETURN CODE 4.
047400*    =============================================================
047500 8000-TERMINATE.
047600     PERFORM 8100-WARN-ONE-UNUSED
048000     CLOSE      REJECTFILE.
048100     CLOSE      RESUBFILE.
048200     CLOSE      DISPFILE.
048210     IF         WS-OVRJ-IS-OPEN
048220         CLOSE  OVRJRNL
048230     END-IF.
048300     DISPLAY    'Rejects read    ' WS-REJECTS-READ  UPON CONSOLE.
048400     DISPLAY    'Resubmitted     ' WS-RESUB-COUNT   UPON CONSOLE.
048500     DISPLAY    'Still failing   ' WS-FAILING-COUNT UPON CONSOLE.
048600     DISPLAY    'Abandoned       ' WS-ABANDON-COUNT UPON CONSOLE.
048610     DISPLAY    'Abandon refused ' WS-REFUSED-COUNT UPON CONSOLE.
048620     IF         WS-REFUSED-COUNT    > ZERO
048630         MOVE   4                   TO RETURN-CODE
048640     END-IF.
048700     DISPLAY    'Bye COBOL'         UPON CONSOLE.
048800 8000-TERMINATE-EXIT.
048900     EXIT.
055000 9600-CHECK-FIXFILE-STATUS-EXIT.
055100     EXIT.

055101*    -------------------------------------------------------------
055102*    9700-CHECK-OPAUTH-STATUS  --  CALLED ONLY WHEN OPAUTH-STATUS IS
055103*    SOMETHING OTHER THAN '35' (MISSING).
055104*    -------------------------------------------------------------
055105 9700-CHECK-OPAUTH-STATUS.
055106     IF         OPAUTH-STATUS NOT = ZERO
055107         MOVE   OPAUTH-STATUS       TO WS-ABEND-STATUS
055108         GO TO  9999-ABEND
055109     END-IF.
055110 9700-CHECK-OPAUTH-STATUS-EXIT.
055111     EXIT.

055112*    -------------------------------------------------------------
055113*    9800-CHECK-OVRJRNL-STATUS  --  AN ABANDON THAT CANNOT BE
055114*    JOURNALED MUST NOT HAPPEN, SO ABEND BEFORE IT IS DISPOSED OF.
055115*    -------------------------------------------------------------
055116 9800-CHECK-OVRJRNL-STATUS.
055117     IF         OVRJRNL-STATUS NOT = ZERO
055118         MOVE   OVRJRNL-STATUS      TO WS-ABEND-STATUS
055119         GO TO  9999-ABEND
055120     END-IF.
055121 9800-CHECK-OVRJRNL-STATUS-EXIT.
055122     EXIT.

055200*    =============================================================
055300*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
055400*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
