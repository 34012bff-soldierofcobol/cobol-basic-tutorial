002670*                    DROPPING THE OLDEST (THE PATTERN VOLCHECK'S
002680*                    HISTORY TABLE ESTABLISHED), AND THE FULL-
002690*                    TABLE WARNING SAYS SO.
002691*   2026-10-15  SOC  DUAL CONTROL ON ACKNOWLEDGMENTS: EACH ACKFILE
002692*                    ROW NOW NAMES THE OPERATOR REQUESTING IT AND A
002693*                    DIFFERENT OPERATOR APPROVING IT, BOTH CHECKED
002694*                    AGAINST THE OPERATOR AUTHORITY FILE (OPAUTH,
002695*                    COPYBOOK OPAUREC).  AN ACKNOWLEDGMENT WITH NO
002696*                    APPROVER, SELF-APPROVED OR NOT AUTHORIZED IS
002697*                    REFUSED AND SILENCES NOTHING - ITS ALERT STAYS
002698*                    OPEN AND KEEPS DRIVING THE RETURN CODE.  EACH
002699*                    VERDICT IS WRITTEN ONCE TO THE OVERRIDE JOURNAL
002700*                    (OVRJRNL, COPYBOOK OVRJREC): ACKFILE IS READ
002701*                    WHOLE EVERY MORNING, SO A VERDICT ALREADY ON
002702*                    THE JOURNAL IS NOT WRITTEN AGAIN.
002703*****************************************************************
002800 IDENTIFICATION DIVISION.
002900     PROGRAM-ID.               OPSRPT.
003000     AUTHOR.                   SOLDIER OF COBOL.
004100*    -------------------------------------------------------------
004200*    ACKFILE  --  OPTIONAL OPERATOR ACKNOWLEDGMENTS: ONE ROW PER
004300*    INVESTIGATED ALERT, MATCHED ON PROGRAM, CYCLE DATE AND
004310*    REFERENCE KEY, WITH THE REQUESTING AND APPROVING OPERATORS.
004320*    WHEN ABSENT (STATUS 35 AT OPEN), EVERY ALERT IS STILL OPEN.
004600*    -------------------------------------------------------------
004700     SELECT ACKFILE
004800         ASSIGN EXTERNAL   ACKFILE
004900         ORGANIZATION      LINE SEQUENTIAL
005000         FILE STATUS       ACK-STATUS.

005001*    -------------------------------------------------------------
005002*    OPAUTH  --  OPERATOR AUTHORITY FILE (COPYBOOK OPAUREC).  WHEN
005003*    ABSENT (STATUS 35 AT OPEN), NO OPERATOR HOLDS ANY RIGHT AND
005004*    EVERY ACKNOWLEDGMENT IS REFUSED.
005005*    -------------------------------------------------------------
005006     SELECT OPAUTH
005007         ASSIGN EXTERNAL   OPAUTH
005008         ORGANIZATION      LINE SEQUENTIAL
005009         FILE STATUS       OPAUTH-STATUS.

005010*    -------------------------------------------------------------
005011*    OVRJRNL  --  SHARED OVERRIDE JOURNAL: READ FOR THE VERDICTS
005012*    ALREADY RECORDED, THEN APPENDED WITH EACH NEW ONE.
005013*    -------------------------------------------------------------
005014     SELECT OVRJRNL
005015         ASSIGN EXTERNAL   OVRJRNL
005016         ORGANIZATION      LINE SEQUENTIAL
005017         FILE STATUS       OVRJRNL-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ALERTFILE
006100     10  ACK-CYCLE-DATE     PIC 9(08).
006200     10  FILLER             PIC X(01).
006300     10  ACK-REF-KEY        PIC X(16).
006301     10  FILLER             PIC X(01).
006302     10  ACK-REQUESTER      PIC X(08).
006303     10  FILLER             PIC X(01).
006304     10  ACK-APPROVER       PIC X(08).

006305 FD  OPAUTH
006306     DATA RECORD           OPA-RECORD.
006307     COPY OPAUREC.

006308 FD  OVRJRNL
006309     DATA RECORD           OVRJ-RECORD.
006310     COPY OVRJREC.

006400 WORKING-STORAGE SECTION.

006700*    -------------------------------------------------------------
006800 77  ALERT-STATUS           PIC 99 VALUE ZEROS.
006900 77  ACK-STATUS             PIC 99 VALUE ZEROS.
006910 77  OPAUTH-STATUS          PIC 99 VALUE ZEROS.
006920 77  OVRJRNL-STATUS         PIC 99 VALUE ZEROS.

007000*    -------------------------------------------------------------
007100*    END-OF-FILE SWITCHES
010800 77  WS-ACK-FULL-SWITCH     PIC X(01) VALUE 'N'.
010900     88  WS-ACK-FULL-WARNED           VALUE 'Y'.

010901 77  WS-ACK-REFUSED         PIC 9(04) COMP VALUE ZERO.

010902*    -------------------------------------------------------------
010903*    DUAL-CONTROL WORK AREAS -- THE ACKNOWLEDGMENT RIGHT OF EVERY
010904*    OPERATOR ON OPAUTH, AND THE VERDICT ON THE ACKNOWLEDGMENT IN
010905*    HAND: SPACES IN WS-OVR-REFUSAL MEAN IT IS AUTHORIZED.
010906*    -------------------------------------------------------------
010907 01  WS-OPA-TABLE.
010908     05  WS-OPA-ENTRY       OCCURS 200 TIMES.
010909         10  WS-OPA-ID              PIC X(08).
010910         10  WS-OPA-RIGHT           PIC X(01).
010911             88  WS-OPA-MAY-REQUEST           VALUE 'R' 'B'.
010912             88  WS-OPA-MAY-APPROVE           VALUE 'A' 'B'.

010913 77  WS-OPA-COUNT           PIC 9(04) COMP VALUE ZERO.
010914 77  WS-OPA-MAX             PIC 9(04) COMP VALUE 200.
010915 77  WS-OPA-IDX             PIC 9(04) COMP VALUE ZERO.
010916 77  WS-OPA-HIT             PIC 9(04) COMP VALUE ZERO.
010917 77  WS-OPA-FIND-ID         PIC X(08) VALUE SPACES.

010918 77  WS-OPA-EOF-SWITCH      PIC X(01) VALUE 'N'.
010919     88  WS-OPA-EOF-YES               VALUE 'Y'.
010920     88  WS-OPA-EOF-NO                VALUE 'N'.

010921 77  WS-OVR-REFUSAL         PIC X(30) VALUE SPACES.
010922 77  WS-OVR-OUTCOME         PIC X(01) VALUE SPACE.
010923 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
010924 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.

010925 01  WS-ACK-SUBJECT.
010926     10  WS-KSUB-PROGRAM    PIC X(08).
010927     10  FILLER             PIC X(01) VALUE SPACE.
010928     10  WS-KSUB-CYCLE-DATE PIC 9(08).
010929     10  FILLER             PIC X(01) VALUE SPACE.
010930     10  WS-KSUB-REF-KEY    PIC X(16).
010931     10  FILLER             PIC X(06) VALUE SPACES.

010932*    -------------------------------------------------------------
010933*    JOURNALED-VERDICT TABLE -- EVERY ACKNOWLEDGMENT VERDICT OPSRPT
010934*    HAS ALREADY WRITTEN TO OVRJRNL, SO THE SAME ACKFILE ROW WITH
010935*    THE SAME OUTCOME IS JOURNALED ONCE, NOT EVERY MORNING.
010936*    -------------------------------------------------------------
010937 01  WS-JRN-TABLE.
010938     05  WS-JRN-ENTRY       OCCURS 2000 TIMES.
010939         10  WS-JRN-SUBJECT         PIC X(40).
010940         10  WS-JRN-REQUESTER       PIC X(08).
010941         10  WS-JRN-APPROVER        PIC X(08).
010942         10  WS-JRN-OUTCOME         PIC X(01).

010943 77  WS-JRN-COUNT           PIC 9(04) COMP VALUE ZERO.
010944 77  WS-JRN-MAX             PIC 9(04) COMP VALUE 2000.
010945 77  WS-JRN-IDX             PIC 9(04) COMP VALUE ZERO.

010946 77  WS-JRN-FOUND-SWITCH    PIC X(01) VALUE 'N'.
010947     88  WS-JRN-FOUND                 VALUE 'Y'.
010948     88  WS-JRN-NOT-FOUND             VALUE 'N'.

010949 77  WS-JRN-FULL-SWITCH     PIC X(01) VALUE 'N'.
010950     88  WS-JRN-FULL-WARNED           VALUE 'Y'.

010951 77  WS-JRN-EOF-SWITCH      PIC X(01) VALUE 'N'.
010952     88  WS-JRN-EOF-YES               VALUE 'Y'.
010953     88  WS-JRN-EOF-NO                VALUE 'N'.

010954 77  WS-OVRJ-OPEN-SW        PIC X(01) VALUE 'N'.
010955     88  WS-OVRJ-IS-OPEN              VALUE 'Y'.
010956     88  WS-OVRJ-IS-CLOSED            VALUE 'N'.

011000*    -------------------------------------------------------------
011100*    DASHBOARD WORK AREAS -- THE OPEN LIST IS PRINTED IN THREE
011200*    SEVERITY PASSES, WORST FIRST.
017000         CLOSE  ALERTFILE
017100     END-IF.

017110     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.
017120     PERFORM 1300-LOAD-AUTHORITY
017130         THRU 1300-LOAD-AUTHORITY-EXIT.

017140     PERFORM 1400-LOAD-JOURNALED
017150         THRU 1400-LOAD-JOURNALED-EXIT.

017200     PERFORM 1200-LOAD-ACKNOWLEDGMENTS
017300         THRU 1200-LOAD-ACKNOWLEDGMENTS-EXIT.
017400 1000-INITIALIZE-EXIT.
022000*    -------------------------------------------------------------
022100*    1200-LOAD-ACKNOWLEDGMENTS  --  LOAD THE OPERATOR'S ACK ROWS.
022200*    STATUS 35 MEANS NOTHING HAS BEEN ACKNOWLEDGED YET, WHICH IS
022210*    A NORMAL CASE, NOT AN ERROR.  ONLY A ROW THAT PASSES DUAL
022220*    CONTROL IS LOADED; A REFUSED ONE LEAVES ITS ALERT OPEN.
022400*    -------------------------------------------------------------
022500 1200-LOAD-ACKNOWLEDGMENTS.
022600     OPEN       INPUT               ACKFILE.
024000     READ       ACKFILE
024100         AT END
024200             SET WS-ACK-EOF-YES     TO TRUE
024210             GO TO 1210-READ-ONE-ACK-EXIT
026000     END-READ.
026001     PERFORM 1220-CHECK-ACK
026002         THRU 1220-CHECK-ACK-EXIT.
026003     IF         WS-OVR-REFUSAL NOT = SPACES
026004         ADD    1                   TO WS-ACK-REFUSED
026005         GO TO  1210-READ-ONE-ACK-EXIT
026006     END-IF.
026007     IF  WS-ACK-COUNT < WS-ACK-MAX
026008         ADD 1 TO WS-ACK-COUNT
026009         MOVE ACK-PROGRAM
026010             TO WS-ACK-PROGRAM(WS-ACK-COUNT)
026011         MOVE ACK-CYCLE-DATE
026012             TO WS-ACK-CYCLE-DATE(WS-ACK-COUNT)
026013         MOVE ACK-REF-KEY
026014             TO WS-ACK-REF-KEY(WS-ACK-COUNT)
026015     ELSE
026016         IF NOT WS-ACK-FULL-WARNED
026017             DISPLAY 'OPSRPT ACK TABLE FULL - SOME '
026018                 'ACKNOWLEDGMENTS WERE IGNORED'
026019                 UPON CONSOLE
026020             SET WS-ACK-FULL-WARNED TO TRUE
026021         END-IF
026022     END-IF.
026100 1210-READ-ONE-ACK-EXIT.
026200     EXIT.

026201*    -------------------------------------------------------------
026202*    1220-CHECK-ACK  --  THE ACKNOWLEDGMENT NEEDS A REQUESTER, AN
026203*    APPROVER WHO IS SOMEONE ELSE, A REQUESTER HOLDING THE RIGHT TO
026204*    ASK FOR IT AND AN APPROVER HOLDING THE RIGHT TO APPROVE IT.
026205*    THE VERDICT IS JOURNALED UNLESS THE SAME VERDICT ON THE SAME
026206*    ROW ALREADY IS; WS-OVR-REFUSAL IS LEFT SPACES WHEN THE
026207*    ACKNOWLEDGMENT STANDS.
026208*    -------------------------------------------------------------
026209 1220-CHECK-ACK.
026210     MOVE       SPACES              TO WS-OVR-REFUSAL.
026211     IF         ACK-REQUESTER       = SPACES
026212         MOVE   'NO REQUESTER'      TO WS-OVR-REFUSAL
026213         GO TO  1220-JOURNAL-ACK
026214     END-IF.
026215     IF         ACK-APPROVER        = SPACES
026216         MOVE   'APPROVAL MISSING'  TO WS-OVR-REFUSAL
026217         GO TO  1220-JOURNAL-ACK
026218     END-IF.
026219     IF         ACK-APPROVER        = ACK-REQUESTER
026220         MOVE   'SELF-APPROVED'     TO WS-OVR-REFUSAL
026221         GO TO  1220-JOURNAL-ACK
026222     END-IF.
026223     MOVE       ACK-REQUESTER       TO WS-OPA-FIND-ID.
026224     PERFORM 1320-FIND-OPERATOR
026225         THRU 1320-FIND-OPERATOR-EXIT.
026226     IF         WS-OPA-HIT          = ZERO
026227         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
026228         GO TO  1220-JOURNAL-ACK
026229     END-IF.
026230     IF         NOT WS-OPA-MAY-REQUEST(WS-OPA-HIT)
026231         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
026232         GO TO  1220-JOURNAL-ACK
026233     END-IF.
026234     MOVE       ACK-APPROVER        TO WS-OPA-FIND-ID.
026235     PERFORM 1320-FIND-OPERATOR
026236         THRU 1320-FIND-OPERATOR-EXIT.
026237     IF         WS-OPA-HIT          = ZERO
026238         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
026239         GO TO  1220-JOURNAL-ACK
026240     END-IF.
026241     IF         NOT WS-OPA-MAY-APPROVE(WS-OPA-HIT)
026242         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
026243     END-IF.
026244 1220-JOURNAL-ACK.
026245     IF         WS-OVR-REFUSAL      = SPACES
026246         MOVE   'A'                 TO WS-OVR-OUTCOME
026247     ELSE
026248         MOVE   'R'                 TO WS-OVR-OUTCOME
026249         DISPLAY 'OPSRPT - ACKNOWLEDGMENT REFUSED: ' ACK-PROGRAM
026250                 ' ' ACK-CYCLE-DATE ' ' ACK-REF-KEY ' '
026251                 WS-OVR-REFUSAL     UPON CONSOLE
026252     END-IF.
026253     MOVE       ACK-PROGRAM         TO WS-KSUB-PROGRAM.
026254     MOVE       ACK-CYCLE-DATE      TO WS-KSUB-CYCLE-DATE.
026255     MOVE       ACK-REF-KEY         TO WS-KSUB-REF-KEY.
026256     SET        WS-JRN-NOT-FOUND    TO TRUE.
026257     PERFORM 1230-MATCH-ONE-JOURNALED
026258         THRU 1230-MATCH-ONE-JOURNALED-EXIT
026259         VARYING WS-JRN-IDX FROM 1 BY 1
026260             UNTIL WS-JRN-IDX > WS-JRN-COUNT
026261                OR WS-JRN-FOUND.
026262     IF         WS-JRN-NOT-FOUND
026263         PERFORM 7000-WRITE-JOURNAL
026264             THRU 7000-WRITE-JOURNAL-EXIT
026265     END-IF.
026266 1220-CHECK-ACK-EXIT.
026267     EXIT.

026268*    -------------------------------------------------------------
026269*    1230-MATCH-ONE-JOURNALED  --  SET WS-JRN-FOUND WHEN TABLE
026270*    SLOT WS-JRN-IDX ALREADY HOLDS THIS VERDICT: SAME ROW, SAME
026271*    REQUESTER AND APPROVER, SAME OUTCOME.
026272*    -------------------------------------------------------------
026273 1230-MATCH-ONE-JOURNALED.
026274     IF         WS-JRN-SUBJECT(WS-JRN-IDX)   = WS-ACK-SUBJECT
026275         AND    WS-JRN-REQUESTER(WS-JRN-IDX) = ACK-REQUESTER
026276         AND    WS-JRN-APPROVER(WS-JRN-IDX)  = ACK-APPROVER
026277         AND    WS-JRN-OUTCOME(WS-JRN-IDX)   = WS-OVR-OUTCOME
026278         SET    WS-JRN-FOUND        TO TRUE
026279     END-IF.
026280 1230-MATCH-ONE-JOURNALED-EXIT.
026281     EXIT.

026282*    -------------------------------------------------------------
026283*    1300-LOAD-AUTHORITY  --  LOAD EACH OPERATOR'S ACKNOWLEDGMENT
026284*    RIGHT.  A ROW WITH NO OPERATOR ID, A RIGHT THAT IS NOT R, A,
026285*    B, N OR SPACE, OR AN ID ALREADY LOADED ABENDS BY NAME: AN
026286*    AMBIGUOUS AUTHORITY FILE MUST NOT DECIDE WHO MAY OVERRIDE.
026287*    -------------------------------------------------------------
026288 1300-LOAD-AUTHORITY.
026289     OPEN       INPUT               OPAUTH.
026290     IF         OPAUTH-STATUS       = '35'
026291         GO TO  1300-LOAD-AUTHORITY-EXIT
026292     END-IF.
026293     MOVE       'OPEN OPAUTH'       TO WS-STATUS-WHERE.
026294     PERFORM 9200-CHECK-OPAUTH-STATUS
026295         THRU 9200-CHECK-OPAUTH-STATUS-EXIT.
026296     PERFORM 1310-READ-ONE-AUTHORITY
026297         THRU 1310-READ-ONE-AUTHORITY-EXIT
026298         UNTIL WS-OPA-EOF-YES.
026299     CLOSE      OPAUTH.
026300 1300-LOAD-AUTHORITY-EXIT.
026301     EXIT.

026302*    -------------------------------------------------------------
026303*    1310-READ-ONE-AUTHORITY  --  READ ONE OPAUTH ROW AND LOAD IT.
026304*    A ROW WITH NO OPERATOR ID, AN ACKNOWLEDGE RIGHT THAT IS NOT
026305*    R, A, B, N OR SPACE, OR AN ID ALREADY LOADED GOES TO
026306*    1310-BAD-AUTHORITY-ROW.
026307*    -------------------------------------------------------------
026308 1310-READ-ONE-AUTHORITY.
026309     READ       OPAUTH
026310         AT END
026311             SET WS-OPA-EOF-YES     TO TRUE
026312             GO TO 1310-READ-ONE-AUTHORITY-EXIT
026313     END-READ.
026314     IF         OPA-OPERATOR-ID     = SPACES
026315         GO TO  1310-BAD-AUTHORITY-ROW
026316     END-IF.
026317     IF         OPA-ACK-RIGHT NOT = 'R' AND NOT = 'A'
026318                          AND NOT = 'B' AND NOT = 'N'
026319                          AND NOT = SPACE
026320         GO TO  1310-BAD-AUTHORITY-ROW
026321     END-IF.
026322     MOVE       OPA-OPERATOR-ID     TO WS-OPA-FIND-ID.
026323     PERFORM 1320-FIND-OPERATOR
026324         THRU 1320-FIND-OPERATOR-EXIT.
026325     IF         WS-OPA-HIT NOT = ZERO
026326         GO TO  1310-BAD-AUTHORITY-ROW
026327     END-IF.
026328     IF         WS-OPA-COUNT NOT < WS-OPA-MAX
026329         MOVE   90                  TO WS-ABEND-STATUS
026330         MOVE   'OPAUTH TABLE FULL' TO WS-STATUS-WHERE
026331         GO TO  9999-ABEND
026332     END-IF.
026333     ADD        1                   TO WS-OPA-COUNT.
026334     MOVE       OPA-OPERATOR-ID     TO WS-OPA-ID(WS-OPA-COUNT).
026335     MOVE       OPA-ACK-RIGHT       TO WS-OPA-RIGHT(WS-OPA-COUNT).
026336     GO TO      1310-READ-ONE-AUTHORITY-EXIT.
026337 1310-BAD-AUTHORITY-ROW.
026338     DISPLAY    'OPSRPT OPAUTH ERROR - BAD OR DUPLICATE ROW: '
026339                OPA-RECORD          UPON CONSOLE.
026340     MOVE       90                  TO WS-ABEND-STATUS.
026341     MOVE       'BAD OPAUTH ROW'    TO WS-STATUS-WHERE.
026342     GO TO      9999-ABEND.
026343 1310-READ-ONE-AUTHORITY-EXIT.
026344     EXIT.

026345*    -------------------------------------------------------------
026346*    1320-FIND-OPERATOR  --  WS-OPA-HIT BECOMES THE TABLE SLOT OF
026347*    OPERATOR WS-OPA-FIND-ID, OR ZERO WHEN THE ID IS NOT ON OPAUTH.
026348*    -------------------------------------------------------------
026349 1320-FIND-OPERATOR.
026350     MOVE       ZERO                TO WS-OPA-HIT.
026351     PERFORM 1330-CHECK-ONE-OPERATOR
026352         THRU 1330-CHECK-ONE-OPERATOR-EXIT
026353         VARYING WS-OPA-IDX FROM 1 BY 1
026354             UNTIL WS-OPA-IDX > WS-OPA-COUNT
026355                OR WS-OPA-HIT NOT = ZERO.
026356 1320-FIND-OPERATOR-EXIT.
026357     EXIT.

026358*    -------------------------------------------------------------
026359*    1330-CHECK-ONE-OPERATOR  --  SET WS-OPA-HIT WHEN TABLE SLOT
026360*    WS-OPA-IDX HOLDS WS-OPA-FIND-ID.
026361*    -------------------------------------------------------------
026362 1330-CHECK-ONE-OPERATOR.
026363     IF         WS-OPA-ID(WS-OPA-IDX) = WS-OPA-FIND-ID
026364         MOVE   WS-OPA-IDX          TO WS-OPA-HIT
026365     END-IF.
026366 1330-CHECK-ONE-OPERATOR-EXIT.
026367     EXIT.

026368*    -------------------------------------------------------------
026369*    1400-LOAD-JOURNALED  --  COLLECT THE ACKNOWLEDGMENT VERDICTS
026370*    OPSRPT HAS ALREADY JOURNALED.  NO JOURNAL YET (STATUS 35)
026371*    MEANS NONE HAVE BEEN.
026372*    -------------------------------------------------------------
026373 1400-LOAD-JOURNALED.
026374     OPEN       INPUT               OVRJRNL.
026375     IF         OVRJRNL-STATUS      = '35'
026376         GO TO  1400-LOAD-JOURNALED-EXIT
026377     END-IF.
026378     MOVE       'OPEN OVRJRNL'      TO WS-STATUS-WHERE.
026379     PERFORM 9300-CHECK-OVRJRNL-STATUS
026380         THRU 9300-CHECK-OVRJRNL-STATUS-EXIT.
026381     PERFORM 1410-READ-ONE-JOURNALED
026382         THRU 1410-READ-ONE-JOURNALED-EXIT
026383         UNTIL WS-JRN-EOF-YES.
026384     CLOSE      OVRJRNL.
026385 1400-LOAD-JOURNALED-EXIT.
026386     EXIT.

026387*    -------------------------------------------------------------
026388*    1410-READ-ONE-JOURNALED  --  READ ONE OVRJRNL ROW AND
026389*    REMEMBER IT WHEN IT IS AN OPSRPT ACKNOWLEDGMENT.  EVERY OTHER
026390*    ROW IS PASSED OVER.
026391*    -------------------------------------------------------------
026392 1410-READ-ONE-JOURNALED.
026393     READ       OVRJRNL
026394         AT END
026395             SET WS-JRN-EOF-YES     TO TRUE
026396             GO TO 1410-READ-ONE-JOURNALED-EXIT
026397     END-READ.
026398     IF         OVRJ-PROGRAM NOT = 'OPSRPT'
026399         OR     NOT OVRJ-IS-ACK
026400         GO TO  1410-READ-ONE-JOURNALED-EXIT
026401     END-IF.
026402     PERFORM 7010-REMEMBER-JOURNALED
026403         THRU 7010-REMEMBER-JOURNALED-EXIT.
026404 1410-READ-ONE-JOURNALED-EXIT.
026405     EXIT.

026406*    =============================================================
026407*    2000-MARK-ACKNOWLEDGED  --  FLAG EVERY ALERT THAT HAS A
026500*    MATCHING ACKNOWLEDGMENT (PROGRAM, CYCLE DATE AND REFERENCE
026600*    KEY).
026700*    =============================================================
030200                '=============='    UPON CONSOLE.
030300     DISPLAY    'Alerts on file  ' WS-ALERT-COUNT  UPON CONSOLE.
030400     DISPLAY    'Acknowledged    ' WS-ACKED-COUNT  UPON CONSOLE.
030410     DISPLAY    'Acks refused    ' WS-ACK-REFUSED  UPON CONSOLE.
030500     DISPLAY    '--------------------------------------------'
030600                 UPON CONSOLE.

035900 6010-PRINT-ONE-ALERT-EXIT.
036000     EXIT.

036001*    -------------------------------------------------------------
036002*    7000-WRITE-JOURNAL  --  APPEND ONE OVERRIDE-JOURNAL ROW FOR THE
036003*    ACKNOWLEDGMENT IN HAND AND REMEMBER IT.  THE JOURNAL IS OPENED
036004*    LAZILY (EXTEND, FALLING BACK TO OUTPUT ON A FIRST-EVER
036005*    OVERRIDE) AND CLOSED BY 8000-TERMINATE.
036006*    -------------------------------------------------------------
036007 7000-WRITE-JOURNAL.
036008     IF         WS-OVRJ-IS-CLOSED
036009         OPEN   EXTEND              OVRJRNL
036010         IF     OVRJRNL-STATUS = '35'
036011             CLOSE  OVRJRNL
036012             OPEN   OUTPUT          OVRJRNL
036013         END-IF
036014         MOVE   'OPEN OVRJRNL EXTEND' TO WS-STATUS-WHERE
036015         PERFORM 9300-CHECK-OVRJRNL-STATUS
036016             THRU 9300-CHECK-OVRJRNL-STATUS-EXIT
036017         SET    WS-OVRJ-IS-OPEN     TO TRUE
036018     END-IF.

036019     MOVE       SPACES              TO OVRJ-RECORD.
036020     MOVE       WS-RUN-DATE         TO OVRJ-LOG-DATE.
036021     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
036022     MOVE       WS-TIME-OF-DAY(1:6) TO OVRJ-LOG-TIME.
036023     MOVE       'OPSRPT'            TO OVRJ-PROGRAM.
036024     MOVE       'K'                 TO OVRJ-ACTION.
036025     MOVE       WS-OVR-OUTCOME      TO OVRJ-OUTCOME.
036026     MOVE       ACK-REQUESTER       TO OVRJ-REQUESTER.
036027     MOVE       ACK-APPROVER        TO OVRJ-APPROVER.
036028     MOVE       WS-ACK-SUBJECT      TO OVRJ-SUBJECT.
036029     MOVE       WS-OVR-REFUSAL      TO OVRJ-REASON.
036030     WRITE      OVRJ-RECORD.
036031     MOVE       'WRITE OVRJRNL'     TO WS-STATUS-WHERE.
036032     PERFORM 9300-CHECK-OVRJRNL-STATUS
036033         THRU 9300-CHECK-OVRJRNL-STATUS-EXIT.
036034     PERFORM 7010-REMEMBER-JOURNALED
036035         THRU 7010-REMEMBER-JOURNALED-EXIT.
036036 7000-WRITE-JOURNAL-EXIT.
036037     EXIT.

036038*    -------------------------------------------------------------
036039*    7010-REMEMBER-JOURNALED  --  ADD THE VERDICT IN OVRJ-RECORD TO
036040*    THE JOURNALED TABLE.  WHEN THE TABLE IS FULL A VERDICT MAY BE
036041*    JOURNALED AGAIN, WHICH IS SAFER THAN NOT AT ALL.
036042*    -------------------------------------------------------------
036043 7010-REMEMBER-JOURNALED.
036044     IF         WS-JRN-COUNT NOT < WS-JRN-MAX
036045         IF     NOT WS-JRN-FULL-WARNED
036046             DISPLAY 'OPSRPT JOURNALED TABLE FULL - SOME '
036047                     'VERDICTS MAY BE JOURNALED AGAIN'
036048                     UPON CONSOLE
036049             SET WS-JRN-FULL-WARNED TO TRUE
036050         END-IF
036051         GO TO  7010-REMEMBER-JOURNALED-EXIT
036052     END-IF.
036053     ADD        1                   TO WS-JRN-COUNT.
036054     MOVE       OVRJ-SUBJECT
036055                     TO WS-JRN-SUBJECT(WS-JRN-COUNT).
036056     MOVE       OVRJ-REQUESTER
036057                     TO WS-JRN-REQUESTER(WS-JRN-COUNT).
036058     MOVE       OVRJ-APPROVER
036059                     TO WS-JRN-APPROVER(WS-JRN-COUNT).
036060     MOVE       OVRJ-OUTCOME
036061                     TO WS-JRN-OUTCOME(WS-JRN-COUNT).
036062 7010-REMEMBER-JOURNALED-EXIT.
036063     EXIT.

036100*    =============================================================
036200*    8000-TERMINATE  --  SET THE RETURN CODE FROM THE WORST OPEN
036300*    ALERT: 12 CRITICAL, 8 WARNING, 4 INFO, 0 NONE.
036400*    =============================================================
036500 8000-TERMINATE.
036510     IF         WS-OVRJ-IS-OPEN
036520         CLOSE  OVRJRNL
036530     END-IF.
036600     IF         WS-OPEN-CRITICAL > ZERO
036700         MOVE   12                  TO RETURN-CODE
036800     ELSE
040200 9100-CHECK-ACK-STATUS-EXIT.
040300     EXIT.

040301*    -------------------------------------------------------------
040302*    9200-CHECK-OPAUTH-STATUS  --  CALLED ONLY WHEN OPAUTH-STATUS IS
040303*    SOMETHING OTHER THAN '35' (MISSING).
040304*    -------------------------------------------------------------
040305 9200-CHECK-OPAUTH-STATUS.
040306     IF         OPAUTH-STATUS NOT = ZERO
040307         MOVE   OPAUTH-STATUS       TO WS-ABEND-STATUS
040308         GO TO  9999-ABEND
040309     END-IF.
040310 9200-CHECK-OPAUTH-STATUS-EXIT.
040311     EXIT.

040312*    -------------------------------------------------------------
040313*    9300-CHECK-OVRJRNL-STATUS  --  A VERDICT THAT CANNOT BE
040314*    JOURNALED MUST NOT SILENCE AN ALERT, SO ABEND.
040315*    -------------------------------------------------------------
040316 9300-CHECK-OVRJRNL-STATUS.
040317     IF         OVRJRNL-STATUS NOT = ZERO
040318         MOVE   OVRJRNL-STATUS      TO WS-ABEND-STATUS
040319         GO TO  9999-ABEND
040320     END-IF.
040321 9300-CHECK-OVRJRNL-STATUS-EXIT.
040322     EXIT.

040400*    =============================================================
040500*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
040600*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
