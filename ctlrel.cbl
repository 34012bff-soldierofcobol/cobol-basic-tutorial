002000*                    SO A MISSING, EMPTY OR MALFORMED RELFILE
002100*                    ABENDS, THE SAME RULE AUDPURGE APPLIES TO
002200*                    CUTOFFFILE.
002201*   2026-10-15  SOC  DUAL CONTROL: RELFILE NOW NAMES THE OPERATOR
002202*                    REQUESTING THE RELEASE AND A DIFFERENT OPERATOR
002203*                    APPROVING IT, AND BOTH ARE CHECKED AGAINST THE
002204*                    OPERATOR AUTHORITY FILE (OPAUTH, COPYBOOK
002205*                    OPAUREC).  A RELEASE WITH NO APPROVER, APPROVED
002206*                    BY ITS OWN REQUESTER, OR BY ANYONE WITHOUT THE
002207*                    RIGHT FOR THEIR SIDE OF IT IS REFUSED AND NO 'F'
002208*                    ROW IS WRITTEN.  EVERY RELEASE, ACCEPTED OR
002209*                    REFUSED, IS WRITTEN TO THE OVERRIDE JOURNAL
002210*                    (OVRJRNL, COPYBOOK OVRJREC) BEFORE RUNCTL IS
002211*                    TOUCHED, SO NO RELEASE CAN HAPPEN UNRECORDED.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500     PROGRAM-ID.               CTLREL.

003700*    -------------------------------------------------------------
003800*    RELFILE  --  REQUIRED PARAMETER FILE: ONE RECORD NAMING THE
003810*    PROGRAM AND CYCLE DATE BEING FORCE-RELEASED, THE OPERATOR
003820*    REQUESTING IT AND THE OPERATOR APPROVING IT.
004000*    -------------------------------------------------------------
004100     SELECT RELFILE
004200         ASSIGN EXTERNAL   RELFILE
004300         ORGANIZATION      LINE SEQUENTIAL
004400         FILE STATUS       RELFILE-STATUS.

004401*    -------------------------------------------------------------
004402*    OPAUTH  --  OPERATOR AUTHORITY FILE (COPYBOOK OPAUREC).  WHEN
004403*    ABSENT (STATUS 35 AT OPEN), NO OPERATOR HOLDS ANY RIGHT AND
004404*    EVERY RELEASE IS REFUSED.
004405*    -------------------------------------------------------------
004406     SELECT OPAUTH
004407         ASSIGN EXTERNAL   OPAUTH
004408         ORGANIZATION      LINE SEQUENTIAL
004409         FILE STATUS       OPAUTH-STATUS.

004410*    -------------------------------------------------------------
004411*    OVRJRNL  --  SHARED OVERRIDE JOURNAL, APPENDED WITH ONE ROW
004412*    PER RELEASE ASKED FOR.
004413*    -------------------------------------------------------------
004414     SELECT OVRJRNL
004415         ASSIGN EXTERNAL   OVRJRNL
004416         ORGANIZATION      LINE SEQUENTIAL
004417         FILE STATUS       OVRJRNL-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RUNCTL
005300     10  REL-PROGRAM        PIC X(08).
005400     10  FILLER             PIC X(01).
005500     10  REL-CYCLE-DATE     PIC 9(08).
005501     10  FILLER             PIC X(01).
005502     10  REL-REQUESTER      PIC X(08).
005503     10  FILLER             PIC X(01).
005504     10  REL-APPROVER       PIC X(08).

005505 FD  OPAUTH
005506     DATA RECORD           OPA-RECORD.
005507     COPY OPAUREC.

005508 FD  OVRJRNL
005509     DATA RECORD           OVRJ-RECORD.
005510     COPY OVRJREC.

005600 WORKING-STORAGE SECTION.

005900*    -------------------------------------------------------------
006000 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
006100 77  RELFILE-STATUS         PIC 99 VALUE ZEROS.
006110 77  OPAUTH-STATUS          PIC 99 VALUE ZEROS.
006120 77  OVRJRNL-STATUS         PIC 99 VALUE ZEROS.

006200*    -------------------------------------------------------------
006300*    THE RELEASE BEING WRITTEN
006500 77  WS-REL-PROGRAM         PIC X(08) VALUE SPACES.
006600 77  WS-REL-CYCLE-DATE      PIC 9(08) VALUE ZEROS.
006700 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.
006701 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.

006702 01  WS-REL-SUBJECT.
006703     10  WS-RSUB-PROGRAM    PIC X(08).
006704     10  FILLER             PIC X(07) VALUE ' CYCLE '.
006705     10  WS-RSUB-CYCLE-DATE PIC 9(08).
006706     10  FILLER             PIC X(17) VALUE SPACES.

006707*    -------------------------------------------------------------
006708*    DUAL-CONTROL WORK AREAS -- THE FORCE-RELEASE RIGHT OF EVERY
006709*    OPERATOR ON OPAUTH, AND THE VERDICT ON THIS RELEASE: SPACES
006710*    IN WS-OVR-REFUSAL MEAN IT IS AUTHORIZED.
006711*    -------------------------------------------------------------
006712 01  WS-OPA-TABLE.
006713     05  WS-OPA-ENTRY       OCCURS 200 TIMES.
006714         10  WS-OPA-ID              PIC X(08).
006715         10  WS-OPA-RIGHT           PIC X(01).
006716             88  WS-OPA-MAY-REQUEST           VALUE 'R' 'B'.
006717             88  WS-OPA-MAY-APPROVE           VALUE 'A' 'B'.

006718 77  WS-OPA-COUNT           PIC 9(04) COMP VALUE ZERO.
006719 77  WS-OPA-MAX             PIC 9(04) COMP VALUE 200.
006720 77  WS-OPA-IDX             PIC 9(04) COMP VALUE ZERO.
006721 77  WS-OPA-HIT             PIC 9(04) COMP VALUE ZERO.
006722 77  WS-OPA-FIND-ID         PIC X(08) VALUE SPACES.

006723 77  WS-OPA-EOF-SWITCH      PIC X(01) VALUE 'N'.
006724     88  WS-OPA-EOF-YES               VALUE 'Y'.
006725     88  WS-OPA-EOF-NO                VALUE 'N'.

006726 77  WS-OVR-REQUESTER       PIC X(08) VALUE SPACES.
006727 77  WS-OVR-APPROVER        PIC X(08) VALUE SPACES.
006728 77  WS-OVR-REFUSAL         PIC X(30) VALUE SPACES.
006729 77  WS-OVR-OUTCOME         PIC X(01) VALUE SPACE.

006800*    -------------------------------------------------------------
006900*    FILE STATUS-CHECK WORK AREA
011300     END-IF.
011400     MOVE       REL-PROGRAM         TO WS-REL-PROGRAM.
011500     MOVE       REL-CYCLE-DATE      TO WS-REL-CYCLE-DATE.
011510     MOVE       REL-REQUESTER       TO WS-OVR-REQUESTER.
011520     MOVE       REL-APPROVER        TO WS-OVR-APPROVER.
011600     CLOSE      RELFILE.
011610     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.

011620     PERFORM 1100-LOAD-AUTHORITY
011630         THRU 1100-LOAD-AUTHORITY-EXIT.

011640     PERFORM 1200-CHECK-OVERRIDE
011650         THRU 1200-CHECK-OVERRIDE-EXIT.
011700 1000-INITIALIZE-EXIT.
011800     EXIT.

011801*    -------------------------------------------------------------
011802*    1100-LOAD-AUTHORITY  --  LOAD EACH OPERATOR'S FORCE-RELEASE
011803*    RIGHT.  A ROW WITH NO OPERATOR ID, A RIGHT THAT IS NOT R, A,
011804*    B, N OR SPACE, OR AN ID ALREADY LOADED ABENDS BY NAME: AN
011805*    AMBIGUOUS AUTHORITY FILE MUST NOT DECIDE WHO MAY OVERRIDE.
011806*    -------------------------------------------------------------
011807 1100-LOAD-AUTHORITY.
011808     OPEN       INPUT               OPAUTH.
011809     IF         OPAUTH-STATUS       = '35'
011810         GO TO  1100-LOAD-AUTHORITY-EXIT
011811     END-IF.
011812     MOVE       'OPEN OPAUTH'       TO WS-STATUS-WHERE.
011813     PERFORM 9200-CHECK-OPAUTH-STATUS
011814         THRU 9200-CHECK-OPAUTH-STATUS-EXIT.
011815     PERFORM 1110-READ-ONE-AUTHORITY
011816         THRU 1110-READ-ONE-AUTHORITY-EXIT
011817         UNTIL WS-OPA-EOF-YES.
011818     CLOSE      OPAUTH.
011819 1100-LOAD-AUTHORITY-EXIT.
011820     EXIT.

011821*    -------------------------------------------------------------
011822*    1110-READ-ONE-AUTHORITY  --  READ ONE OPAUTH ROW AND LOAD IT.
011823*    A ROW WITH NO OPERATOR ID, A FORCE RIGHT THAT IS NOT R, A, B,
011824*    N OR SPACE, OR AN ID ALREADY LOADED GOES TO 1110-BAD-
011825*    AUTHORITY-ROW.
011826*    -------------------------------------------------------------
011827 1110-READ-ONE-AUTHORITY.
011828     READ       OPAUTH
011829         AT END
011830             SET WS-OPA-EOF-YES     TO TRUE
011831             GO TO 1110-READ-ONE-AUTHORITY-EXIT
011832     END-READ.
011833     IF         OPA-OPERATOR-ID     = SPACES
011834         GO TO  1110-BAD-AUTHORITY-ROW
011835     END-IF.
011836     IF         OPA-FORCE-RIGHT NOT = 'R' AND NOT = 'A'
011837                            AND NOT = 'B' AND NOT = 'N'
011838                            AND NOT = SPACE
011839         GO TO  1110-BAD-AUTHORITY-ROW
011840     END-IF.
011841     MOVE       OPA-OPERATOR-ID     TO WS-OPA-FIND-ID.
011842     PERFORM 1210-FIND-OPERATOR
011843         THRU 1210-FIND-OPERATOR-EXIT.
011844     IF         WS-OPA-HIT NOT = ZERO
011845         GO TO  1110-BAD-AUTHORITY-ROW
011846     END-IF.
011847     IF         WS-OPA-COUNT NOT < WS-OPA-MAX
011848         MOVE   90                  TO WS-ABEND-STATUS
011849         MOVE   'OPAUTH TABLE FULL' TO WS-STATUS-WHERE
011850         GO TO  9999-ABEND
011851     END-IF.
011852     ADD        1                   TO WS-OPA-COUNT.
011853     MOVE       OPA-OPERATOR-ID     TO WS-OPA-ID(WS-OPA-COUNT).
011854     MOVE       OPA-FORCE-RIGHT     TO WS-OPA-RIGHT(WS-OPA-COUNT).
011855     GO TO      1110-READ-ONE-AUTHORITY-EXIT.
011856 1110-BAD-AUTHORITY-ROW.
011857     DISPLAY    'CTLREL OPAUTH ERROR - BAD OR DUPLICATE ROW: '
011858                OPA-RECORD          UPON CONSOLE.
011859     MOVE       90                  TO WS-ABEND-STATUS.
011860     MOVE       'BAD OPAUTH ROW'    TO WS-STATUS-WHERE.
011861     GO TO      9999-ABEND.
011862 1110-READ-ONE-AUTHORITY-EXIT.
011863     EXIT.

011864*    -------------------------------------------------------------
011865*    1200-CHECK-OVERRIDE  --  THE RELEASE NEEDS A REQUESTER, AN
011866*    APPROVER WHO IS SOMEONE ELSE, A REQUESTER HOLDING THE RIGHT TO
011867*    ASK FOR IT AND AN APPROVER HOLDING THE RIGHT TO APPROVE IT.
011868*    A REFUSAL IS JOURNALED AND ABENDS BEFORE RUNCTL IS OPENED.
011869*    -------------------------------------------------------------
011870 1200-CHECK-OVERRIDE.
011871     MOVE       SPACES              TO WS-OVR-REFUSAL.
011872     IF         WS-OVR-REQUESTER    = SPACES
011873         MOVE   'NO REQUESTER'      TO WS-OVR-REFUSAL
011874         GO TO  1200-REFUSE-OVERRIDE
011875     END-IF.
011876     IF         WS-OVR-APPROVER     = SPACES
011877         MOVE   'APPROVAL MISSING'  TO WS-OVR-REFUSAL
011878         GO TO  1200-REFUSE-OVERRIDE
011879     END-IF.
011880     IF         WS-OVR-APPROVER     = WS-OVR-REQUESTER
011881         MOVE   'SELF-APPROVED'     TO WS-OVR-REFUSAL
011882         GO TO  1200-REFUSE-OVERRIDE
011883     END-IF.
011884     MOVE       WS-OVR-REQUESTER    TO WS-OPA-FIND-ID.
011885     PERFORM 1210-FIND-OPERATOR
011886         THRU 1210-FIND-OPERATOR-EXIT.
011887     IF         WS-OPA-HIT          = ZERO
011888         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
011889         GO TO  1200-REFUSE-OVERRIDE
011890     END-IF.
011891     IF         NOT WS-OPA-MAY-REQUEST(WS-OPA-HIT)
011892         MOVE   'REQUESTER NOT AUTHORIZED' TO WS-OVR-REFUSAL
011893         GO TO  1200-REFUSE-OVERRIDE
011894     END-IF.
011895     MOVE       WS-OVR-APPROVER     TO WS-OPA-FIND-ID.
011896     PERFORM 1210-FIND-OPERATOR
011897         THRU 1210-FIND-OPERATOR-EXIT.
011898     IF         WS-OPA-HIT          = ZERO
011899         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
011900         GO TO  1200-REFUSE-OVERRIDE
011901     END-IF.
011902     IF         NOT WS-OPA-MAY-APPROVE(WS-OPA-HIT)
011903         MOVE   'APPROVER NOT AUTHORIZED' TO WS-OVR-REFUSAL
011904         GO TO  1200-REFUSE-OVERRIDE
011905     END-IF.
011906     GO TO      1200-CHECK-OVERRIDE-EXIT.
011907 1200-REFUSE-OVERRIDE.
011908     MOVE       'R'                 TO WS-OVR-OUTCOME.
011909     PERFORM 2100-WRITE-JOURNAL
011910         THRU 2100-WRITE-JOURNAL-EXIT.
011911     DISPLAY    'CTLREL - FORCE-RELEASE OF ' WS-REL-PROGRAM
011912                ' FOR CYCLE ' WS-REL-CYCLE-DATE ' REFUSED: '
011913                WS-OVR-REFUSAL      UPON CONSOLE.
011914     MOVE       90                  TO WS-ABEND-STATUS.
011915     MOVE       'OVERRIDE REFUSED'  TO WS-STATUS-WHERE.
011916     GO TO      9999-ABEND.
011917 1200-CHECK-OVERRIDE-EXIT.
011918     EXIT.

011919*    -------------------------------------------------------------
011920*    1210-FIND-OPERATOR  --  WS-OPA-HIT BECOMES THE TABLE SLOT OF
011921*    OPERATOR WS-OPA-FIND-ID, OR ZERO WHEN THE ID IS NOT ON OPAUTH.
011922*    -------------------------------------------------------------
011923 1210-FIND-OPERATOR.
011924     MOVE       ZERO                TO WS-OPA-HIT.
011925     PERFORM 1220-CHECK-ONE-OPERATOR
011926         THRU 1220-CHECK-ONE-OPERATOR-EXIT
011927         VARYING WS-OPA-IDX FROM 1 BY 1
011928             UNTIL WS-OPA-IDX > WS-OPA-COUNT
011929                OR WS-OPA-HIT NOT = ZERO.
011930 1210-FIND-OPERATOR-EXIT.
011931     EXIT.

011932*    -------------------------------------------------------------
011933*    1220-CHECK-ONE-OPERATOR  --  SET WS-OPA-HIT WHEN TABLE SLOT
011934*    WS-OPA-IDX HOLDS WS-OPA-FIND-ID.
011935*    -------------------------------------------------------------
011936 1220-CHECK-ONE-OPERATOR.
011937     IF         WS-OPA-ID(WS-OPA-IDX) = WS-OPA-FIND-ID
011938         MOVE   WS-OPA-IDX          TO WS-OPA-HIT
011939     END-IF.
011940 1220-CHECK-ONE-OPERATOR-EXIT.
011941     EXIT.

011942*    =============================================================
011943*    2000-WRITE-RELEASE  --  JOURNAL THE ACCEPTED RELEASE, THEN
011944*    APPEND THE 'F' ROW.  APPENDED, NEVER REWRITTEN, SO THE FLAG IT
011945*    OVERRIDES STAYS ON FILE.  A MISSING RUNCTL GETS NO OUTPUT-
011946*    FALLBACK HERE: THERE IS NOTHING TO RELEASE ON A FILE THAT DOES
011947*    NOT EXIST, SO THAT IS AN ERROR.
012400*    =============================================================
012500 2000-WRITE-RELEASE.
012510     MOVE       'A'                 TO WS-OVR-OUTCOME.
012520     PERFORM 2100-WRITE-JOURNAL
012530         THRU 2100-WRITE-JOURNAL-EXIT.
012600     OPEN       EXTEND              RUNCTL.
012700     IF         RUNCTL-STATUS = '35'
012800         CLOSE  RUNCTL
014900 2000-WRITE-RELEASE-EXIT.
015000     EXIT.

015001*    -------------------------------------------------------------
015002*    2100-WRITE-JOURNAL  --  APPEND ONE OVERRIDE-JOURNAL ROW FOR
015003*    THIS RELEASE WITH THE OUTCOME THE CALLER SET (EXTEND, FALLING
015004*    BACK TO OUTPUT ON A FIRST-EVER OVERRIDE).
015005*    -------------------------------------------------------------
015006 2100-WRITE-JOURNAL.
015008     OPEN       EXTEND              OVRJRNL.
015009     IF         OVRJRNL-STATUS      = '35'
015010         CLOSE  OVRJRNL
015011         OPEN   OUTPUT              OVRJRNL
015012     END-IF.
015013     MOVE       'OPEN OVRJRNL'      TO WS-STATUS-WHERE.
015014     PERFORM 9300-CHECK-OVRJRNL-STATUS
015015         THRU 9300-CHECK-OVRJRNL-STATUS-EXIT.

015016     MOVE       SPACES              TO OVRJ-RECORD.
015017     MOVE       WS-RUN-DATE         TO OVRJ-LOG-DATE.
015018     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
015019     MOVE       WS-TIME-OF-DAY(1:6) TO OVRJ-LOG-TIME.
015020     MOVE       'CTLREL'            TO OVRJ-PROGRAM.
015021     MOVE       'F'                 TO OVRJ-ACTION.
015022     MOVE       WS-OVR-OUTCOME      TO OVRJ-OUTCOME.
015023     MOVE       WS-OVR-REQUESTER    TO OVRJ-REQUESTER.
015024     MOVE       WS-OVR-APPROVER     TO OVRJ-APPROVER.
015025     MOVE       WS-REL-PROGRAM      TO WS-RSUB-PROGRAM.
015026     MOVE       WS-REL-CYCLE-DATE   TO WS-RSUB-CYCLE-DATE.
015027     MOVE       WS-REL-SUBJECT      TO OVRJ-SUBJECT.
015028     MOVE       WS-OVR-REFUSAL      TO OVRJ-REASON.
015029     WRITE      OVRJ-RECORD.
015030     MOVE       'WRITE OVRJRNL'     TO WS-STATUS-WHERE.
015031     PERFORM 9300-CHECK-OVRJRNL-STATUS
015032         THRU 9300-CHECK-OVRJRNL-STATUS-EXIT.
015033     CLOSE      OVRJRNL.
015034 2100-WRITE-JOURNAL-EXIT.
015035     EXIT.
015100*    =============================================================
015200*    8000-TERMINATE  --  SAY GOODBYE.
015300*    =============================================================
018100 9100-CHECK-RELFILE-STATUS-EXIT.
018200     EXIT.

018201*    -------------------------------------------------------------
018202*    9200-CHECK-OPAUTH-STATUS  --  CALLED ONLY WHEN OPAUTH-STATUS IS
018203*    SOMETHING OTHER THAN '35' (MISSING).
018204*    -------------------------------------------------------------
018205 9200-CHECK-OPAUTH-STATUS.
018206     IF         OPAUTH-STATUS NOT = ZERO
018207         MOVE   OPAUTH-STATUS       TO WS-ABEND-STATUS
018208         GO TO  9999-ABEND
018209     END-IF.
018210 9200-CHECK-OPAUTH-STATUS-EXIT.
018211     EXIT.

018212*    -------------------------------------------------------------
018213*    9300-CHECK-OVRJRNL-STATUS  --  AN OVERRIDE THAT CANNOT BE
018214*    JOURNALED MUST NOT HAPPEN, SO ABEND BEFORE RUNCTL IS TOUCHED.
018215*    -------------------------------------------------------------
018216 9300-CHECK-OVRJRNL-STATUS.
018217     IF         OVRJRNL-STATUS NOT = ZERO
018218         MOVE   OVRJRNL-STATUS      TO WS-ABEND-STATUS
018219         GO TO  9999-ABEND
018220     END-IF.
018221 9300-CHECK-OVRJRNL-STATUS-EXIT.
018222     EXIT.

018300*    =============================================================
018400*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
018500*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
