000100*****************************************************************
000200* PROGRAM      : TESTDATA
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  BUILDS TEST-REGION DATA
001000*                    FROM A CATALOGED GENERATION WITHOUT CARRYING
001100*                    ANY PRODUCTION ACCOUNT OR AMOUNT ACROSS.  THE
001200*                    REQUIRED GENSELECT NAMES THE GENERATION, AS
001300*                    IT DOES FOR READONE; ITS TRAILER IS PROVED
001400*                    BEFORE ANYTHING IS WRITTEN.  EACH ACCOUNT
001500*                    BECOMES THE PSEUDONYM MASKMAP (COPYBOOK
001600*                    MASKREC) HOLDS FOR IT, A NEW ONE BEING GIVEN
001700*                    OUT AND RECORDED THE FIRST TIME AN ACCOUNT IS
001800*                    SEEN, SO THE SAME ACCOUNT IS THE SAME TEST
001900*                    CODE IN EVERY MASKED FILE.  EACH AMOUNT IS
002000*                    MOVED UP OR DOWN BY UP TO THE BAND MASKPARM
002100*                    GIVES; THE SHIFT DEPENDS ONLY ON THE KEY OF
002200*                    THE DETAIL AND THE MASKPARM SEED, SO A
002300*                    REVERSAL (SHIFTED BY ITS TARGET'S KEY) STILL
002400*                    CARRIES EXACTLY ITS TARGET'S MASKED AMOUNT.
002500*                    SOURCE-HEADER PATHS AND THE RUN ID ARE
002600*                    REPLACED, AND THE SOURCE SUBTOTALS AND THE
002700*                    TRAILER ARE REBUILT FROM THE MASKED RECORDS,
002800*                    SO READONE, BALRPT AND CLOSEOUT PROVE THE
002900*                    MASKED COPY (MASKOUT) AS THEY PROVED THE
003000*                    ORIGINAL.  ALONGSIDE IT TESTDATA WRITES WHAT
003100*                    A TEST REGION NEEDS TO RUN THE CYCLE ON IT:
003200*                    THE MASKED DETAILS AS AN INFILE PAYLOAD
003300*                    (MASKPAY), THE CLEAN-FINISH CHECKPOINT THE
003400*                    MASKED FILE'S WRITER WOULD HAVE LEFT
003500*                    (MASKCKPT), ITS AUDITFILE AND RUNCTL ROWS
003600*                    (MASKAUD, MASKCTL) AND ACCTMNT ADDS FOR EVERY
003700*                    PSEUDONYM IT USES (MASKACCT).  MASKMAP STAYS
003800*                    WITH THE PRODUCTION FILES; NOTHING ELSE
003900*                    TESTDATA WRITES CAN LEAD BACK TO A REAL
004000*                    ACCOUNT.
004010*   2026-10-15  SOC  MASKAUD NOW OPENS WITH AN AUDPURGE CARRY-
004020*                    FORWARD ROW FOR THE KEYS BELOW THE MASKED
004030*                    GENERATION, SO ITS CLEAN COUNTS SUM TO THE
004040*                    MASKCKPT KEY AS GAPRPT AND RESTORE REQUIRE.  A
004050*                    RECORD OF A TYPE TESTDATA DOES NOT KNOW NOW
004060*                    ABENDS INSTEAD OF PASSING THROUGH UNMASKED.
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300     PROGRAM-ID.               TESTDATA.
004400     AUTHOR.                   SOLDIER OF COBOL.
004500     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
004600     DATE-WRITTEN.             2026-10-15.
004700     DATE-COMPILED.

004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100*    -------------------------------------------------------------
005200*    GENSELECT  --  REQUIRED PARAMETER NAMING THE CATALOGED
005300*    GENERATION TO MASK.
005400*    -------------------------------------------------------------
005500     SELECT GENSELECT
005600         ASSIGN EXTERNAL   GENSELECT
005700         ORGANIZATION      LINE SEQUENTIAL
005800         FILE STATUS       GENSEL-STATUS.

005900     SELECT GENCATF
006000         ASSIGN EXTERNAL   GENCATF
006100         ORGANIZATION      LINE SEQUENTIAL
006200         FILE STATUS       GENCAT-STATUS.

006300     SELECT GENFILE
006400         ASSIGN DYNAMIC     WS-GEN-PATH
006500         ORGANIZATION      SEQUENTIAL
006600         FILE STATUS       GENFILE-STATUS.

006700*    -------------------------------------------------------------
006800*    MASKPARM  --  REQUIRED PARAMETER FILE: THE AMOUNT BAND, A
006900*    WHOLE PERCENTAGE FROM 00 TO 50, AND THE NINE-DIGIT SEED THE
007000*    SHIFTS ARE DRAWN FROM.  KEEP THE SEED WITH THE PRODUCTION
007100*    PARAMETERS; THE SAME BAND AND SEED MASK EVERY GENERATION OF
007200*    A TEST REGION ALIKE.
007300*    -------------------------------------------------------------
007400     SELECT MASKPARM
007500         ASSIGN EXTERNAL   MASKPARM
007600         ORGANIZATION      LINE SEQUENTIAL
007700         FILE STATUS       MASKPARM-STATUS.

007800*    -------------------------------------------------------------
007900*    MASKMAP  --  THE PSEUDONYM MAP (COPYBOOK MASKREC), READ WHOLE
008000*    AT START-UP AND APPENDED TO AS NEW ACCOUNTS ARE SEEN.  WHEN
008100*    ABSENT (STATUS 35 AT OPEN), NO ACCOUNT HAS EVER BEEN MASKED.
008200*    -------------------------------------------------------------
008300     SELECT MASKMAP
008400         ASSIGN EXTERNAL   MASKMAP
008500         ORGANIZATION      LINE SEQUENTIAL
008600         FILE STATUS       MASKMAP-STATUS.

008700*    -------------------------------------------------------------
008800*    THE TEST-REGION FILES, ALL WRITTEN WHOLE EACH RUN.
008900*    -------------------------------------------------------------
009000     SELECT MASKOUT
009100         ASSIGN EXTERNAL   MASKOUT
009200         ORGANIZATION      SEQUENTIAL
009300         FILE STATUS       MASKOUT-STATUS.

009400     SELECT MASKPAY
009500         ASSIGN EXTERNAL   MASKPAY
009600         ORGANIZATION      LINE SEQUENTIAL
009700         FILE STATUS       MASKPAY-STATUS.

009800     SELECT MASKCKPT
009900         ASSIGN EXTERNAL   MASKCKPT
010000         ORGANIZATION      LINE SEQUENTIAL
010100         FILE STATUS       MASKCKPT-STATUS.

010200     SELECT MASKAUD
010300         ASSIGN EXTERNAL   MASKAUD
010400         ORGANIZATION      LINE SEQUENTIAL
010500         FILE STATUS       MASKAUD-STATUS.

010600     SELECT MASKCTL
010700         ASSIGN EXTERNAL   MASKCTL
010800         ORGANIZATION      LINE SEQUENTIAL
010900         FILE STATUS       MASKCTL-STATUS.

011000     SELECT MASKACCT
011100         ASSIGN EXTERNAL   MASKACCT
011200         ORGANIZATION      LINE SEQUENTIAL
011300         FILE STATUS       MASKACCT-STATUS.

011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  GENSELECT
011700     DATA RECORD           GENSEL-RECORD.
011800 01  GENSEL-RECORD.
011900     10  GENSEL-NAME        PIC X(44).

012000 FD  GENCATF
012100     DATA RECORD           GEN-RECORD.
012200     COPY GENREC.

012300 FD  GENFILE
012400     RECORD CONTAINS       61 CHARACTERS.
012500     COPY OUTREC.

012600 FD  MASKPARM
012700     DATA RECORD           MASKP-RECORD.
012800 01  MASKP-RECORD.
012900     10  MASKP-BAND-PCT     PIC 9(02).
013000     10  FILLER             PIC X(01).
013100     10  MASKP-SEED         PIC 9(09).

013200 FD  MASKMAP
013300     DATA RECORD           MASK-RECORD.
013400     COPY MASKREC.

013500*    -------------------------------------------------------------
013600*    MASKOUT  --  THE MASKED GENERATION, IN THE SAME 61-BYTE
013700*    OUTREC LAYOUT AS THE ORIGINAL.  EACH RECORD IS BUILT IN THE
013800*    GENFILE RECORD AREA AND WRITTEN FROM THERE.
013900*    -------------------------------------------------------------
014000 FD  MASKOUT
014100     RECORD CONTAINS       61 CHARACTERS.
014200 01  MASKOUT-RECORD         PIC X(61).

014300*    -------------------------------------------------------------
014400*    MASKPAY  --  ONE INFILE LINE PER MASKED DETAIL: THE 40-BYTE
014500*    PAYLOAD WRITEONE TURNS BACK INTO OUTREC-DATA.
014600*    -------------------------------------------------------------
014700 FD  MASKPAY
014800     DATA RECORD           MASKPAY-RECORD.
014900 01  MASKPAY-RECORD         PIC X(40).

015000*    -------------------------------------------------------------
015100*    MASKCKPT  --  SAME CHECKPOINT LAYOUT WRITEONE'S 8100-WRITE-
015200*    CHECKPOINT WRITES.
015300*    -------------------------------------------------------------
015400 FD  MASKCKPT
015500     DATA RECORD           CKPT-RECORD.
015600 01  CKPT-RECORD.
015700     10  CKPT-LAST-NUMB     PIC 9(06).
015800     10  FILLER             PIC X(01).
015900     10  CKPT-LINES-DONE    PIC 9(06).
016000     10  FILLER             PIC X(01).
016100     10  CKPT-RUN-COMPLETE  PIC X(01).
016200         88  CKPT-RUN-IS-COMPLETE      VALUE 'Y'.
016300         88  CKPT-RUN-IS-PARTIAL       VALUE 'N'.
016400     10  FILLER             PIC X(01).
016500     10  CKPT-CHAIN-START-NUMB PIC 9(06).
016600     10  FILLER             PIC X(01).
016700     10  CKPT-RUN-ID        PIC X(16).
016800     10  FILLER             PIC X(01).
016900     10  CKPT-CHAIN-ID      PIC X(16).

017000*    -------------------------------------------------------------
017100*    MASKAUD  --  SAME AUDIT LAYOUT WRITEONE'S 8200-WRITE-AUDIT-
017200*    RECORD WRITES.
017300*    -------------------------------------------------------------
017400 FD  MASKAUD
017500     DATA RECORD           AUDIT-RECORD.
017600 01  AUDIT-RECORD.
017700     10  AUDIT-PROGRAM      PIC X(08).
017800     10  FILLER             PIC X(01).
017900     10  AUDIT-START-DATE   PIC 9(08).
018000     10  FILLER             PIC X(01).
018100     10  AUDIT-START-TIME   PIC 9(06).
018200     10  FILLER             PIC X(01).
018300     10  AUDIT-END-DATE     PIC 9(08).
018400     10  FILLER             PIC X(01).
018500     10  AUDIT-END-TIME     PIC 9(06).
018600     10  FILLER             PIC X(01).
018700     10  AUDIT-OPEN-STATUS  PIC 99.
018800     10  FILLER             PIC X(01).
018900     10  AUDIT-WRITE-STATUS PIC 99.
019000     10  FILLER             PIC X(01).
019100     10  AUDIT-CLOSE-STATUS PIC 99.
019200     10  FILLER             PIC X(01).
019300     10  AUDIT-RETURN-CODE  PIC 9(03).
019400     10  FILLER             PIC X(01).
019500     10  AUDIT-RECORD-COUNT PIC 9(06).
019600     10  FILLER             PIC X(01).
019700     10  AUDIT-REJECT-COUNT PIC 9(06).
019800     10  FILLER             PIC X(01).
019900     10  AUDIT-RUN-ID       PIC X(16).
020000     10  FILLER             PIC X(01).
020100     10  AUDIT-CHAIN-ID     PIC X(16).

020200 FD  MASKCTL
020300     DATA RECORD           CTL-RECORD.
020400     COPY CTLREC.

020500*    -------------------------------------------------------------
020600*    MASKACCT  --  SAME TRANSACTION LAYOUT ACCTMNT READS FROM
020700*    ACCTTRAN.
020800*    -------------------------------------------------------------
020900 FD  MASKACCT
021000     DATA RECORD           TRAN-RECORD.
021100 01  TRAN-RECORD.
021200     10  TRAN-ACTION        PIC X(01).
021300     10  FILLER             PIC X(01).
021400     10  TRAN-ACCT-CODE     PIC X(10).
021500     10  FILLER             PIC X(01).
021600     10  TRAN-NAME          PIC X(30).
021700     10  FILLER             PIC X(01).
021800     10  TRAN-STATUS        PIC X(01).
021900     10  FILLER             PIC X(01).
022000     10  TRAN-EFF-DATE      PIC X(08).
022100     10  FILLER             PIC X(01).
022200     10  TRAN-TRAN-TYPES    PIC X(20).

022300 WORKING-STORAGE SECTION.

022400*    -------------------------------------------------------------
022500*    FILE STATUS FIELDS
022600*    -------------------------------------------------------------
022700 77  GENSEL-STATUS          PIC 99 VALUE ZEROS.
022800 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
022900 77  GENFILE-STATUS         PIC 99 VALUE ZEROS.
023000 77  MASKPARM-STATUS        PIC 99 VALUE ZEROS.
023100 77  MASKMAP-STATUS         PIC 99 VALUE ZEROS.
023200 77  MASKOUT-STATUS         PIC 99 VALUE ZEROS.
023300 77  MASKPAY-STATUS         PIC 99 VALUE ZEROS.
023400 77  MASKCKPT-STATUS        PIC 99 VALUE ZEROS.
023500 77  MASKAUD-STATUS         PIC 99 VALUE ZEROS.
023600 77  MASKCTL-STATUS         PIC 99 VALUE ZEROS.
023700 77  MASKACCT-STATUS        PIC 99 VALUE ZEROS.

023800*    -------------------------------------------------------------
023900*    END-OF-FILE AND STATE SWITCHES
024000*    -------------------------------------------------------------
024100 77  WS-CAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
024200     88  WS-CAT-EOF-YES               VALUE 'Y'.

024300 77  WS-CAT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
024400     88  WS-CAT-FOUND                 VALUE 'Y'.
024500     88  WS-CAT-NOT-FOUND             VALUE 'N'.

024600 77  WS-MAP-EOF-SWITCH      PIC X(01) VALUE 'N'.
024700     88  WS-MAP-EOF-YES               VALUE 'Y'.

024800 77  WS-GEN-EOF-SWITCH      PIC X(01) VALUE 'N'.
024900     88  WS-GEN-EOF-YES               VALUE 'Y'.
025000     88  WS-GEN-EOF-NO                VALUE 'N'.

025100 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
025200     88  WS-TRAILER-SEEN              VALUE 'Y'.
025300     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

025400 77  WS-MAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
025500     88  WS-MAP-IS-OPEN               VALUE 'Y'.
025600     88  WS-MAP-NOT-OPEN              VALUE 'N'.

025700*    -------------------------------------------------------------
025800*    THE GENERATION AND ITS CATALOG ROW
025900*    -------------------------------------------------------------
026000 77  WS-GENSEL-NAME         PIC X(44) VALUE SPACES.
026100 77  WS-GEN-PATH            PIC X(44) VALUE SPACES.
026200 77  WS-CAT-COUNT           PIC 9(08) VALUE ZEROS.
026300 77  WS-CAT-LAST-NUMB       PIC 9(06) VALUE ZEROS.

026400*    -------------------------------------------------------------
026500*    THE RUN ID THE MASKED FILES CARRY IN PLACE OF PRODUCTION'S:
026600*    THIS RUN'S DATE AND TIME TO THE CENTISECOND, BUILT THE WAY
026700*    WRITEONE BUILDS ITS OWN.
026800*    -------------------------------------------------------------
026900 01  WS-RUN-ID.
027000     10  WS-RUN-ID-DATE     PIC 9(08) VALUE ZEROS.
027100     10  WS-RUN-ID-TIME     PIC 9(08) VALUE ZEROS.

027200 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
027300 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.

027400*    -------------------------------------------------------------
027500*    AMOUNT SHIFT.  A KEY AND THE SEED ARE STIRRED INTO A NUMBER
027600*    FROM 0 TO TWICE THE BAND IN HUNDREDTHS OF A PERCENT; LESS THE
027700*    BAND, THAT IS THE SHIFT, FROM MINUS THE BAND TO PLUS IT.
027800*    -------------------------------------------------------------
027900 77  WS-BAND-PCT            PIC 9(02) VALUE ZEROS.
028000 77  WS-BAND-MAX            PIC 9(02) VALUE 50.
028100 77  WS-SEED                PIC 9(09) VALUE ZEROS.
028200 77  WS-BAND-BP             PIC 9(05) VALUE ZEROS.
028300 77  WS-BAND-STEPS          PIC 9(05) VALUE ZEROS.
028400 77  WS-PERTURB-KEY         PIC 9(06) VALUE ZEROS.
028500 77  WS-AMOUNT-IN           PIC 9(09)V99 VALUE ZEROS.
028600 77  WS-AMOUNT-OUT          PIC 9(09)V99 VALUE ZEROS.
028700 77  WS-MIX                 PIC 9(13) VALUE ZEROS.
028800 77  WS-MIX-QUOT            PIC 9(13) VALUE ZEROS.
028900 77  WS-MIX-REM             PIC 9(07) VALUE ZEROS.
029000 77  WS-OFFSET-BP           PIC S9(05) VALUE ZEROS.

029100*    -------------------------------------------------------------
029200*    THE PSEUDONYM MAP, KEPT IN REAL-CODE ORDER AND FOUND BY
029300*    HALVING THE TABLE.  WS-MAP-USE POINTS AT THE ACCOUNT'S ENTRY
029400*    IN THE USED TABLE ONCE THIS GENERATION HAS USED IT.
029500*    -------------------------------------------------------------
029600 01  WS-MAP-TABLE.
029700     05  WS-MAP-ENTRY       OCCURS 5000 TIMES.
029800         10  WS-MAP-REAL            PIC X(10).
029900         10  WS-MAP-PSEUDO          PIC X(10).
030000         10  WS-MAP-USE             PIC 9(04) COMP.

030100 77  WS-MAP-COUNT           PIC 9(04) COMP VALUE ZERO.
030200 77  WS-MAP-MAX             PIC 9(04) COMP VALUE 5000.
030300 77  WS-MAP-IDX             PIC 9(04) COMP VALUE ZERO.
030400 77  WS-MAP-HIT             PIC 9(04) COMP VALUE ZERO.
030500 77  WS-MAP-LO              PIC 9(04) COMP VALUE ZERO.
030600 77  WS-MAP-HI              PIC 9(04) COMP VALUE ZERO.
030700 77  WS-MAP-MID             PIC 9(04) COMP VALUE ZERO.
030800 77  WS-FIND-REAL           PIC X(10) VALUE SPACES.
030900 77  WS-MAP-HIGH-SEQ        PIC 9(09) VALUE ZEROS.
031000 77  WS-MAP-ROWS            PIC 9(06) VALUE ZEROS.
031100 77  WS-MAP-NEW-COUNT       PIC 9(06) VALUE ZEROS.

031200 01  WS-NEW-PSEUDONYM.
031300     10  WS-NEW-PSEUDO-PREFIX PIC X(01) VALUE 'T'.
031400     10  WS-NEW-PSEUDO-SEQ  PIC 9(09) VALUE ZEROS.

031500*    -------------------------------------------------------------
031600*    THE PSEUDONYMS THIS GENERATION USES, IN ORDER OF FIRST USE,
031700*    WITH THE TRAN TYPES EACH WAS SEEN WITH - WHAT ACCTMNT NEEDS
031800*    TO PUT THEM ON A TEST ACCOUNT MASTER.
031900*    -------------------------------------------------------------
032000 01  WS-USE-TABLE.
032100     05  WS-USE-ENTRY       OCCURS 5000 TIMES.
032200         10  WS-USE-PSEUDO          PIC X(10).
032300         10  WS-USE-TYPE-COUNT      PIC 9(02) COMP.
032400         10  WS-USE-TYPE-LIST.
032500             15  WS-USE-TYPE        PIC X(02)
032600                                    OCCURS 10 TIMES.

032700 77  WS-USE-COUNT           PIC 9(04) COMP VALUE ZERO.
032800 77  WS-USE-IDX             PIC 9(04) COMP VALUE ZERO.
032900 77  WS-TYPE-IDX            PIC 9(02) COMP VALUE ZERO.
033000 77  WS-TYPE-MAX            PIC 9(02) COMP VALUE 10.
033100 77  WS-TYPE-HIT            PIC 9(02) COMP VALUE ZERO.
033200 77  WS-TYPE-OVER-COUNT     PIC 9(06) VALUE ZEROS.

033210*    THE KEYS BELOW THE MASKED GENERATION, WRITTEN BY RUNS THE
033220*    TEST REGION NEVER SAW, ARE CARRIED FORWARD IN ONE AUDPURGE
033230*    ROW AS AUDPURGE CARRIES FORWARD AN ARCHIVED HISTORY.
033240 77  WS-CARRY-TOTAL         PIC 9(06) VALUE ZEROS.

033300*    -------------------------------------------------------------
033400*    THE PROOF OF THE ORIGINAL GENERATION
033500*    -------------------------------------------------------------
033600 77  WS-PROOF-COUNT         PIC 9(08) VALUE ZEROS.
033700 77  WS-PROOF-HASH          PIC 9(13)V99 VALUE ZEROS.
033800 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
033900 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
034000 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
034100                            PIC 9(13)V99.
034200 77  WS-TRLR-RUN-DATE       PIC 9(08) VALUE ZEROS.
034300 77  WS-TRLR-RUN-TIME       PIC 9(06) VALUE ZEROS.

034400*    -------------------------------------------------------------
034500*    THE MASKED COPY AS IT IS WRITTEN
034600*    -------------------------------------------------------------
034700 77  WS-RECORDS-READ        PIC 9(08) VALUE ZEROS.
034800 77  WS-MASK-COUNT          PIC 9(08) VALUE ZEROS.
034900 77  WS-MASK-HASH           PIC 9(13)V99 VALUE ZEROS.
035000 77  WS-DETAIL-COUNT        PIC 9(08) VALUE ZEROS.
035100 77  WS-REVERSAL-COUNT      PIC 9(08) VALUE ZEROS.
035200 77  WS-FREE-TEXT-COUNT     PIC 9(08) VALUE ZEROS.
035300 77  WS-PAY-LINES           PIC 9(08) VALUE ZEROS.
035400 77  WS-SRC-DETAIL-COUNT    PIC 9(08) VALUE ZEROS.
035500 77  WS-HIGH-NUMB           PIC 9(06) VALUE ZEROS.
035600 77  WS-ACCT-ROWS           PIC 9(06) VALUE ZEROS.

035700*    A SOURCE-HEADER PATH AND ITS SUBTOTAL'S PATH BOTH BECOME THE
035800*    ORDINAL OF THE SOURCE IN THE FILE.
035900 01  WS-SRC-LABEL.
036000     10  FILLER             PIC X(14) VALUE 'MASKED SOURCE '.
036100     10  WS-SRC-LABEL-NO    PIC 9(04) VALUE ZEROS.

036200*    A DETAIL WHOSE AMOUNT IS NOT NUMERIC IS A LEGACY FREE-TEXT
036300*    PAYLOAD WITH NO ACCOUNT TO MAP; ITS TEXT IS REPLACED WHOLE.
036400 01  WS-FREE-TEXT-LABEL.
036500     10  FILLER             PIC X(15) VALUE 'MASKED PAYLOAD '.
036600     10  WS-FREE-TEXT-NUMB  PIC 9(06) VALUE ZEROS.

036700 77  WS-AMOUNT-EDIT         PIC -(13)9.99.

036800*    -------------------------------------------------------------
036900*    FILE STATUS-CHECK WORK AREA
037000*    -------------------------------------------------------------
037100 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
037200 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

037300 PROCEDURE DIVISION.

037400*    =============================================================
037500*    0000-MAINLINE-CONTROL
037600*    =============================================================
037700 0000-MAINLINE-CONTROL.
037800     PERFORM 1000-INITIALIZE
037900         THRU 1000-INITIALIZE-EXIT.

038000     PERFORM 2000-PROVE-GENERATION
038100         THRU 2000-PROVE-GENERATION-EXIT.

038200     PERFORM 3000-MASK-GENERATION
038300         THRU 3000-MASK-GENERATION-EXIT.

038400     PERFORM 4000-WRITE-SEED-FILES
038500         THRU 4000-WRITE-SEED-FILES-EXIT.

038600     PERFORM 8000-TERMINATE
038700         THRU 8000-TERMINATE-EXIT.

038800     STOP RUN.

038900*    =============================================================
039000*    1000-INITIALIZE  --  READ THE PARAMETERS, FIND THE GENERATION
039100*    IN THE CATALOG AND LOAD THE PSEUDONYM MAP.
039200*    =============================================================
039300 1000-INITIALIZE.
039400     DISPLAY    'Hello COBOL'       UPON CONSOLE.
039500     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.
039600     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
039700     MOVE       WS-RUN-DATE         TO WS-RUN-ID-DATE.
039800     MOVE       WS-TIME-OF-DAY      TO WS-RUN-ID-TIME.

039900     PERFORM 1100-READ-GENSELECT
040000         THRU 1100-READ-GENSELECT-EXIT.
040100     PERFORM 1200-FIND-IN-CATALOG
040200         THRU 1200-FIND-IN-CATALOG-EXIT.
040300     PERFORM 1300-READ-MASKPARM
040400         THRU 1300-READ-MASKPARM-EXIT.
040500     PERFORM 1400-LOAD-MASK-MAP
040600         THRU 1400-LOAD-MASK-MAP-EXIT.
040700     DISPLAY    'Masking run ID  ' WS-RUN-ID UPON CONSOLE.
040800 1000-INITIALIZE-EXIT.
040900     EXIT.

041000*    -------------------------------------------------------------
041100*    1100-READ-GENSELECT  --  A MISSING, EMPTY OR BLANK GENSELECT
041200*    ABENDS: THERE IS NOTHING TO MASK.
041300*    -------------------------------------------------------------
041400 1100-READ-GENSELECT.
041500     OPEN       INPUT               GENSELECT.
041600     IF         GENSEL-STATUS = '35'
041700         MOVE   35                  TO WS-ABEND-STATUS
041800         MOVE   'GENSELECT MISSING' TO WS-STATUS-WHERE
041900         GO TO  9999-ABEND
042000     END-IF.
042100     MOVE       'OPEN GENSELECT'    TO WS-STATUS-WHERE.
042200     PERFORM 9100-CHECK-GENSEL-STATUS
042300         THRU 9100-CHECK-GENSEL-STATUS-EXIT.
042400     READ       GENSELECT
042500         AT END
042600             MOVE 90                TO WS-ABEND-STATUS
042700             MOVE 'GENSELECT EMPTY' TO WS-STATUS-WHERE
042800             GO TO 9999-ABEND
042900     END-READ.
043000*    THE NAME IS SAVED BEFORE THE CLOSE: THE FD RECORD IS
043100*    UNDEFINED ONCE THE FILE IS CLOSED.
043200     MOVE       GENSEL-NAME         TO WS-GENSEL-NAME.
043300     CLOSE      GENSELECT.
043400     IF         WS-GENSEL-NAME = SPACES
043500         MOVE   90                  TO WS-ABEND-STATUS
043600         MOVE   'GENSELECT BLANK'   TO WS-STATUS-WHERE
043700         GO TO  9999-ABEND
043800     END-IF.
043900 1100-READ-GENSELECT-EXIT.
044000     EXIT.

044100*    -------------------------------------------------------------
044200*    1200-FIND-IN-CATALOG  --  ONLY A CATALOGED GENERATION IS
044300*    MASKED: ITS CATALOG ROW IS PART OF WHAT PROVES IT.
044400*    -------------------------------------------------------------
044500 1200-FIND-IN-CATALOG.
044600     OPEN       INPUT               GENCATF.
044700     IF         GENCAT-STATUS = '35'
044800         DISPLAY 'TESTDATA - GENERATION REQUESTED BUT NO '
044900                 'CATALOG EXISTS' UPON CONSOLE
045000         MOVE   90                  TO WS-ABEND-STATUS
045100         MOVE   'GENCATF MISSING'   TO WS-STATUS-WHERE
045200         GO TO  9999-ABEND
045300     END-IF.
045400     MOVE       'OPEN GENCATF'      TO WS-STATUS-WHERE.
045500     PERFORM 9200-CHECK-GENCAT-STATUS
045600         THRU 9200-CHECK-GENCAT-STATUS-EXIT.
045700     PERFORM 1210-FIND-ONE-CATALOG-ROW
045800         THRU 1210-FIND-ONE-CATALOG-ROW-EXIT
045900         UNTIL WS-CAT-EOF-YES OR WS-CAT-FOUND.
046000     CLOSE      GENCATF.
046100     IF         WS-CAT-NOT-FOUND
046200         DISPLAY 'TESTDATA - GENERATION ' WS-GENSEL-NAME
046300                 ' IS NOT IN THE CATALOG' UPON CONSOLE
046400         MOVE   90                  TO WS-ABEND-STATUS
046500         MOVE   'GEN NOT CATALOGED' TO WS-STATUS-WHERE
046600         GO TO  9999-ABEND
046700     END-IF.
046800 1200-FIND-IN-CATALOG-EXIT.
046900     EXIT.

046910*    -------------------------------------------------------------
046920*    1210-FIND-ONE-CATALOG-ROW  --  READ ONE CATALOG ROW.  THE ROW
046930*    NAMING THE SELECTED GENERATION GIVES ITS PATH, DETAIL COUNT
046940*    AND LAST KEY.
046950*    -------------------------------------------------------------
047000 1210-FIND-ONE-CATALOG-ROW.
047100     READ       GENCATF
047200         AT END
047300             SET WS-CAT-EOF-YES     TO TRUE
047400         NOT AT END
047500             IF  GEN-NAME = WS-GENSEL-NAME
047600                 SET  WS-CAT-FOUND  TO TRUE
047700                 MOVE GEN-NAME      TO WS-GEN-PATH
047800                 MOVE GEN-DETAIL-COUNT TO WS-CAT-COUNT
047900                 MOVE GEN-LAST-NUMB TO WS-CAT-LAST-NUMB
048000                 DISPLAY 'Generation keys ' GEN-FIRST-NUMB
048100                         ' TO ' GEN-LAST-NUMB ' ('
048200                         GEN-DETAIL-COUNT ' DETAILS)'
048300                         UPON CONSOLE
048400             END-IF
048500     END-READ.
048600 1210-FIND-ONE-CATALOG-ROW-EXIT.
048700     EXIT.

048800*    -------------------------------------------------------------
048900*    1300-READ-MASKPARM  --  THE BAND AND SEED ARE REQUIRED.  A
049000*    BAND OVER 50 PERCENT COULD TAKE AN AMOUNT TO NOTHING; A BAND
049100*    OF 00 LEAVES AMOUNTS AS THEY ARE (ACCOUNTS ARE STILL MASKED).
049200*    -------------------------------------------------------------
049300 1300-READ-MASKPARM.
049400     OPEN       INPUT               MASKPARM.
049500     IF         MASKPARM-STATUS = '35'
049600         MOVE   35                  TO WS-ABEND-STATUS
049700         MOVE   'MASKPARM MISSING'  TO WS-STATUS-WHERE
049800         GO TO  9999-ABEND
049900     END-IF.
050000     MOVE       'OPEN MASKPARM'     TO WS-STATUS-WHERE.
050100     PERFORM 9300-CHECK-MASKPARM-STATUS
050200         THRU 9300-CHECK-MASKPARM-STATUS-EXIT.
050300     READ       MASKPARM
050400         AT END
050500             MOVE 90                TO WS-ABEND-STATUS
050600             MOVE 'MASKPARM EMPTY'  TO WS-STATUS-WHERE
050700             GO TO 9999-ABEND
050800     END-READ.
050900     IF         MASKP-BAND-PCT NOT NUMERIC
051000         OR     MASKP-SEED     NOT NUMERIC
051100         OR     MASKP-BAND-PCT > WS-BAND-MAX
051200         DISPLAY 'TESTDATA MASKPARM ERROR - BAD ROW: '
051300                 MASKP-RECORD UPON CONSOLE
051400         MOVE   90                  TO WS-ABEND-STATUS
051500         MOVE   'BAD MASKPARM ROW'  TO WS-STATUS-WHERE
051600         GO TO  9999-ABEND
051700     END-IF.
051800     MOVE       MASKP-BAND-PCT      TO WS-BAND-PCT.
051900     MOVE       MASKP-SEED          TO WS-SEED.
052000     CLOSE      MASKPARM.
052100     COMPUTE    WS-BAND-BP          = WS-BAND-PCT * 100.
052200     COMPUTE    WS-BAND-STEPS       = WS-BAND-BP * 2 + 1.
052300     DISPLAY    'Amount band     +/-' WS-BAND-PCT ' PERCENT'
052400                UPON CONSOLE.
052500 1300-READ-MASKPARM-EXIT.
052600     EXIT.

052700*    -------------------------------------------------------------
052800*    1400-LOAD-MASK-MAP  --  READ EVERY PSEUDONYM EVER GIVEN OUT.
052900*    A REAL CODE MAPPED TWICE, OR A PSEUDONYM OUT OF SEQUENCE,
053000*    MEANS THE MAP CAN NO LONGER PROMISE ONE ACCOUNT ONE TEST
053100*    CODE, AND ABENDS.
053200*    -------------------------------------------------------------
053300 1400-LOAD-MASK-MAP.
053400     OPEN       INPUT               MASKMAP.
053500     IF         MASKMAP-STATUS = '35'
053600         DISPLAY 'TESTDATA - NO PSEUDONYM MAP YET; ONE WILL BE '
053700                 'STARTED' UPON CONSOLE
053800         GO TO  1400-LOAD-MASK-MAP-EXIT
053900     END-IF.
054000     MOVE       'OPEN MASKMAP'      TO WS-STATUS-WHERE.
054100     PERFORM 9400-CHECK-MASKMAP-STATUS
054200         THRU 9400-CHECK-MASKMAP-STATUS-EXIT.
054300     PERFORM 1410-LOAD-ONE-MAP-ROW
054400         THRU 1410-LOAD-ONE-MAP-ROW-EXIT
054500         UNTIL WS-MAP-EOF-YES.
054600     CLOSE      MASKMAP.
054700     DISPLAY    'Pseudonyms held ' WS-MAP-ROWS UPON CONSOLE.
054800 1400-LOAD-MASK-MAP-EXIT.
054900     EXIT.

054910*    -------------------------------------------------------------
054920*    1410-LOAD-ONE-MAP-ROW  --  READ ONE MASKMAP ROW AND PLACE IT
054930*    IN THE TABLE IN ACCOUNT ORDER.  A PSEUDONYM OUT OF SEQUENCE
054940*    OR AN ACCOUNT ALREADY MAPPED ABENDS.
054950*    -------------------------------------------------------------
055000 1410-LOAD-ONE-MAP-ROW.
055100     READ       MASKMAP
055200         AT END
055300             SET WS-MAP-EOF-YES     TO TRUE
055400             GO TO 1410-LOAD-ONE-MAP-ROW-EXIT
055500     END-READ.
055600     MOVE       'READ MASKMAP'      TO WS-STATUS-WHERE.
055700     PERFORM 9400-CHECK-MASKMAP-STATUS
055800         THRU 9400-CHECK-MASKMAP-STATUS-EXIT.
055900     ADD        1                   TO WS-MAP-ROWS.

056000     IF         NOT MASK-PSEUDO-PREFIX-OK
056100         OR     MASK-PSEUDO-SEQ NOT NUMERIC
056200         OR     MASK-PSEUDO-SEQ NOT > WS-MAP-HIGH-SEQ
056300         DISPLAY 'TESTDATA - MASKMAP ROW ' WS-MAP-ROWS
056400                 ' CARRIES A PSEUDONYM OUT OF SEQUENCE: '
056500                 MASK-PSEUDONYM UPON CONSOLE
056600         MOVE   90                  TO WS-ABEND-STATUS
056700         MOVE   'MASKMAP OUT OF ORDER' TO WS-STATUS-WHERE
056800         GO TO  9999-ABEND
056900     END-IF.
057000     MOVE       MASK-PSEUDO-SEQ     TO WS-MAP-HIGH-SEQ.

057100     MOVE       MASK-REAL-CODE      TO WS-FIND-REAL.
057200     PERFORM 3610-SEARCH-MAP
057300         THRU 3610-SEARCH-MAP-EXIT.
057400     IF         WS-MAP-HIT NOT = ZERO
057500         DISPLAY 'TESTDATA - MASKMAP ROW ' WS-MAP-ROWS
057600                 ' MAPS AN ACCOUNT ALREADY MAPPED' UPON CONSOLE
057700         MOVE   90                  TO WS-ABEND-STATUS
057800         MOVE   'MASKMAP DUPLICATE' TO WS-STATUS-WHERE
057900         GO TO  9999-ABEND
058000     END-IF.
058100     PERFORM 3630-INSERT-MAP-ENTRY
058200         THRU 3630-INSERT-MAP-ENTRY-EXIT.
058300     MOVE       MASK-PSEUDONYM      TO WS-MAP-PSEUDO(WS-MAP-HIT).
058400 1410-LOAD-ONE-MAP-ROW-EXIT.
058500     EXIT.

058600*    =============================================================
058700*    2000-PROVE-GENERATION  --  NOTHING IS MASKED FROM A
058800*    GENERATION THAT DOES NOT PROVE: ONE TRAILER, LAST IN THE
058900*    FILE, WHOSE COUNT (AND HASH, WHEN IT CARRIES ONE) MATCHES THE
059000*    DETAILS AND REVERSALS, AND A CATALOG COUNT THAT AGREES.
059100*    =============================================================
059200 2000-PROVE-GENERATION.
059300     SET        WS-GEN-EOF-NO       TO TRUE.
059400     SET        WS-TRAILER-NOT-SEEN TO TRUE.
059500     OPEN       INPUT               GENFILE.
059600     MOVE       'OPEN GENFILE'      TO WS-STATUS-WHERE.
059700     PERFORM 9500-CHECK-GENFILE-STATUS
059800         THRU 9500-CHECK-GENFILE-STATUS-EXIT.
059900     PERFORM 2010-PROVE-ONE-RECORD
060000         THRU 2010-PROVE-ONE-RECORD-EXIT
060100         UNTIL WS-GEN-EOF-YES.
060200     CLOSE      GENFILE.

060300     IF         WS-TRAILER-NOT-SEEN
060400         DISPLAY 'TESTDATA REFUSED - GENERATION CARRIES NO '
060500                 'TRAILER' UPON CONSOLE
060600         MOVE   90                  TO WS-ABEND-STATUS
060700         MOVE   'NO TRAILER'        TO WS-STATUS-WHERE
060800         GO TO  9999-ABEND
060900     END-IF.
061000     IF         WS-TRLR-COUNT NOT = WS-PROOF-COUNT
061100         DISPLAY 'TESTDATA REFUSED - TRAILER COUNT '
061200                 WS-TRLR-COUNT ' DOES NOT MATCH '
061300                 WS-PROOF-COUNT ' RECORDS ON FILE' UPON CONSOLE
061400         MOVE   90                  TO WS-ABEND-STATUS
061500         MOVE   'TRAILER MISMATCH'  TO WS-STATUS-WHERE
061600         GO TO  9999-ABEND
061700     END-IF.
061800     IF         WS-TRLR-HASH-NUM NUMERIC
061900         AND    WS-TRLR-HASH-NUM NOT = WS-PROOF-HASH
062000         DISPLAY 'TESTDATA REFUSED - TRAILER AMOUNT HASH DOES '
062100                 'NOT MATCH THE FILE' UPON CONSOLE
062200         MOVE   90                  TO WS-ABEND-STATUS
062300         MOVE   'HASH MISMATCH'     TO WS-STATUS-WHERE
062400         GO TO  9999-ABEND
062500     END-IF.
062600     IF         WS-CAT-COUNT NOT = WS-PROOF-COUNT
062700         DISPLAY 'TESTDATA REFUSED - CATALOGED WITH '
062800                 WS-CAT-COUNT ' RECORDS, THE FILE HOLDS '
062900                 WS-PROOF-COUNT UPON CONSOLE
063000         MOVE   90                  TO WS-ABEND-STATUS
063100         MOVE   'CATALOG MISMATCH'  TO WS-STATUS-WHERE
063200         GO TO  9999-ABEND
063300     END-IF.
063400     DISPLAY    'Generation proved: ' WS-PROOF-COUNT
063500                ' value records' UPON CONSOLE.
063600 2000-PROVE-GENERATION-EXIT.
063700     EXIT.

063710*    -------------------------------------------------------------
063720*    2010-PROVE-ONE-RECORD  --  READ ONE RECORD AND TAKE ITS PART
063730*    OF THE PROOF: DETAILS AND REVERSALS ARE COUNTED AND HASHED,
063740*    AND THE TRAILER'S COUNT, HASH AND RUN STAMP ARE KEPT.  A
063750*    RECORD AFTER THE TRAILER ABENDS.
063760*    -------------------------------------------------------------
063800 2010-PROVE-ONE-RECORD.
063900     READ       GENFILE
064000         AT END
064100             SET WS-GEN-EOF-YES     TO TRUE
064200             GO TO 2010-PROVE-ONE-RECORD-EXIT
064300     END-READ.
064400     MOVE       'READ GENFILE'      TO WS-STATUS-WHERE.
064500     PERFORM 9500-CHECK-GENFILE-STATUS
064600         THRU 9500-CHECK-GENFILE-STATUS-EXIT.

064700     IF         WS-TRAILER-SEEN
064800         DISPLAY 'TESTDATA REFUSED - RECORDS FOLLOW THE '
064900                 'TRAILER' UPON CONSOLE
065000         MOVE   90                  TO WS-ABEND-STATUS
065100         MOVE   'RECORD AFTER TRAILER' TO WS-STATUS-WHERE
065200         GO TO  9999-ABEND
065300     END-IF.
065400     IF         OUTREC-IS-DETAIL
065500         OR     OUTREC-IS-REVERSAL
065600         ADD    1                   TO WS-PROOF-COUNT
065700         IF     PAY-AMOUNT NUMERIC
065800             ADD PAY-AMOUNT         TO WS-PROOF-HASH
065900                 ON SIZE ERROR
066000                     MOVE 90        TO WS-ABEND-STATUS
066100                     MOVE 'AMOUNT-HASH OVERFLOW'
066200                                    TO WS-STATUS-WHERE
066300                     GO TO 9999-ABEND
066400             END-ADD
066500         END-IF
066600     END-IF.
066700     IF         OUTREC-IS-TRAILER
066800         SET    WS-TRAILER-SEEN     TO TRUE
066900         MOVE   TRLR-DETAIL-COUNT   TO WS-TRLR-COUNT
067000*        THE HASH IS TAKEN AS RAW BYTES (POSITIONS 16-30 OF THE
067100*        TRAILER) SO A LEGACY TRAILER'S SPACES SURVIVE THE MOVE
067200*        AND FAIL THE NUMERIC TEST.
067300         MOVE   OUTFILE-RECORD(16:15) TO WS-TRLR-HASH
067400         MOVE   TRLR-RUN-DATE       TO WS-TRLR-RUN-DATE
067500         MOVE   TRLR-RUN-TIME       TO WS-TRLR-RUN-TIME
067600     END-IF.
067700 2010-PROVE-ONE-RECORD-EXIT.
067800     EXIT.

067900*    =============================================================
068000*    3000-MASK-GENERATION  --  SECOND PASS: MASK EACH RECORD IN
068100*    TURN AND WRITE IT TO MASKOUT, EACH MASKED DETAIL ALSO GOING
068200*    TO MASKPAY.  NEW PSEUDONYMS ARE APPENDED TO MASKMAP AS THEY
068300*    ARE GIVEN OUT, SO AN ABEND PART WAY CANNOT GIVE THE SAME
068400*    ACCOUNT A DIFFERENT CODE NEXT TIME.
068500*    =============================================================
068600 3000-MASK-GENERATION.
068700     SET        WS-GEN-EOF-NO       TO TRUE.
068800     OPEN       INPUT               GENFILE.
068900     MOVE       'OPEN GENFILE'      TO WS-STATUS-WHERE.
069000     PERFORM 9500-CHECK-GENFILE-STATUS
069100         THRU 9500-CHECK-GENFILE-STATUS-EXIT.
069200     OPEN       OUTPUT              MASKOUT.
069300     MOVE       'OPEN MASKOUT'      TO WS-STATUS-WHERE.
069400     PERFORM 9600-CHECK-MASKOUT-STATUS
069500         THRU 9600-CHECK-MASKOUT-STATUS-EXIT.
069600     OPEN       OUTPUT              MASKPAY.
069700     MOVE       'OPEN MASKPAY'      TO WS-STATUS-WHERE.
069800     PERFORM 9610-CHECK-MASKPAY-STATUS
069900         THRU 9610-CHECK-MASKPAY-STATUS-EXIT.

070000     PERFORM 3010-MASK-ONE-RECORD
070100         THRU 3010-MASK-ONE-RECORD-EXIT
070200         UNTIL WS-GEN-EOF-YES.

070300     CLOSE      GENFILE.
070400     CLOSE      MASKOUT.
070500     CLOSE      MASKPAY.
070600     IF         WS-MAP-IS-OPEN
070700         CLOSE  MASKMAP
070800     END-IF.
070900 3000-MASK-GENERATION-EXIT.
071000     EXIT.

071010*    -------------------------------------------------------------
071020*    3010-MASK-ONE-RECORD  --  READ ONE RECORD, MASK IT BY ITS
071030*    TYPE AND WRITE IT TO MASKOUT.  A RECORD OF NO KNOWN TYPE
071040*    ABENDS.
071050*    -------------------------------------------------------------
071100 3010-MASK-ONE-RECORD.
071200     READ       GENFILE
071300         AT END
071400             SET WS-GEN-EOF-YES     TO TRUE
071500             GO TO 3010-MASK-ONE-RECORD-EXIT
071600     END-READ.
071700     MOVE       'READ GENFILE'      TO WS-STATUS-WHERE.
071800     PERFORM 9500-CHECK-GENFILE-STATUS
071900         THRU 9500-CHECK-GENFILE-STATUS-EXIT.
072000     ADD        1                   TO WS-RECORDS-READ.

072100     EVALUATE TRUE
072200         WHEN OUTREC-IS-DETAIL
072300             PERFORM 3100-MASK-DETAIL
072400                 THRU 3100-MASK-DETAIL-EXIT
072500         WHEN OUTREC-IS-REVERSAL
072600             PERFORM 3200-MASK-REVERSAL
072700                 THRU 3200-MASK-REVERSAL-EXIT
072800         WHEN OUTREC-IS-SRC-HDR
072900             PERFORM 3300-MASK-SOURCE-HEADER
073000                 THRU 3300-MASK-SOURCE-HEADER-EXIT
073100         WHEN OUTREC-IS-SRC-SUB
073200             PERFORM 3400-REBUILD-SOURCE-SUBTOTAL
073300                 THRU 3400-REBUILD-SOURCE-SUBTOTAL-EXIT
073400         WHEN OUTREC-IS-TRAILER
073500             PERFORM 3500-REBUILD-TRAILER
073600                 THRU 3500-REBUILD-TRAILER-EXIT
073610         WHEN OTHER
073620             DISPLAY 'TESTDATA - RECORD ' OUTREC-NUMB
073630                     ' IS OF NO KNOWN TYPE; IT CANNOT BE MASKED'
073640                     UPON CONSOLE
073650             MOVE 90                TO WS-ABEND-STATUS
073660             MOVE 'UNKNOWN RECORD TYPE' TO WS-STATUS-WHERE
073670             GO TO 9999-ABEND
073700     END-EVALUATE.

073800     WRITE      MASKOUT-RECORD      FROM OUTFILE-RECORD.
073900     MOVE       'WRITE MASKOUT'     TO WS-STATUS-WHERE.
074000     PERFORM 9600-CHECK-MASKOUT-STATUS
074100         THRU 9600-CHECK-MASKOUT-STATUS-EXIT.
074200 3010-MASK-ONE-RECORD-EXIT.
074300     EXIT.

074400*    -------------------------------------------------------------
074500*    3100-MASK-DETAIL  --  THE ACCOUNT BECOMES ITS PSEUDONYM AND
074600*    THE AMOUNT IS SHIFTED BY THE DETAIL'S OWN KEY; THE MASKED
074700*    PAYLOAD IS ALSO AN INFILE LINE.  A FREE-TEXT PAYLOAD CANNOT
074800*    BE AN INFILE LINE (WRITEONE WOULD REJECT IT), SO IT GOES TO
074900*    MASKOUT ONLY.
075000*    -------------------------------------------------------------
075100 3100-MASK-DETAIL.
075200     ADD        1                   TO WS-DETAIL-COUNT.
075300     ADD        1                   TO WS-SRC-DETAIL-COUNT.
075400     PERFORM 3150-COUNT-VALUE-RECORD
075500         THRU 3150-COUNT-VALUE-RECORD-EXIT.
075600     IF         PAY-AMOUNT NOT NUMERIC
075700         ADD    1                   TO WS-FREE-TEXT-COUNT
075800         MOVE   OUTREC-NUMB         TO WS-FREE-TEXT-NUMB
075900         MOVE   WS-FREE-TEXT-LABEL  TO OUTREC-DATA
076000         GO TO  3100-MASK-DETAIL-EXIT
076100     END-IF.

076200     MOVE       PAY-ACCT-CODE       TO WS-FIND-REAL.
076300     PERFORM 3600-FIND-PSEUDONYM
076400         THRU 3600-FIND-PSEUDONYM-EXIT.
076500     MOVE       WS-MAP-PSEUDO(WS-MAP-HIT) TO PAY-ACCT-CODE.
076600     PERFORM 3800-NOTE-TRAN-TYPE
076700         THRU 3800-NOTE-TRAN-TYPE-EXIT.

076800     MOVE       OUTREC-NUMB         TO WS-PERTURB-KEY.
076900     MOVE       PAY-AMOUNT          TO WS-AMOUNT-IN.
077000     PERFORM 3700-PERTURB-AMOUNT
077100         THRU 3700-PERTURB-AMOUNT-EXIT.
077200     MOVE       WS-AMOUNT-OUT       TO PAY-AMOUNT.
077300     PERFORM 3160-HASH-AMOUNT
077400         THRU 3160-HASH-AMOUNT-EXIT.

077500     MOVE       OUTREC-DATA         TO MASKPAY-RECORD.
077600     WRITE      MASKPAY-RECORD.
077700     MOVE       'WRITE MASKPAY'     TO WS-STATUS-WHERE.
077800     PERFORM 9610-CHECK-MASKPAY-STATUS
077900         THRU 9610-CHECK-MASKPAY-STATUS-EXIT.
078000     ADD        1                   TO WS-PAY-LINES.
078100 3100-MASK-DETAIL-EXIT.
078200     EXIT.

078300*    -------------------------------------------------------------
078400*    3150-COUNT-VALUE-RECORD  --  A DETAIL OR REVERSAL COUNTS IN
078500*    THE REBUILT TRAILER AND MOVES THE HIGH KEY.
078600*    -------------------------------------------------------------
078700 3150-COUNT-VALUE-RECORD.
078800     ADD        1                   TO WS-MASK-COUNT.
078900     IF         OUTREC-NUMB NUMERIC
079000         AND    OUTREC-NUMB > WS-HIGH-NUMB
079100         MOVE   OUTREC-NUMB         TO WS-HIGH-NUMB
079200     END-IF.
079300 3150-COUNT-VALUE-RECORD-EXIT.
079400     EXIT.

079410*    -------------------------------------------------------------
079420*    3160-HASH-AMOUNT  --  ADD THE MASKED PAY-AMOUNT TO WS-MASK-
079430*    HASH.
079440*    -------------------------------------------------------------
079500 3160-HASH-AMOUNT.
079600     ADD        PAY-AMOUNT          TO WS-MASK-HASH
079700         ON SIZE ERROR
079800             MOVE 90                TO WS-ABEND-STATUS
079900             MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
080000             GO TO 9999-ABEND
080100     END-ADD.
080200 3160-HASH-AMOUNT-EXIT.
080300     EXIT.

080400*    -------------------------------------------------------------
080500*    3200-MASK-REVERSAL  --  THE REVERSAL CARRIES ITS TARGET'S
080600*    ACCOUNT, AMOUNT AND TYPE, SO IT IS MASKED BY ITS TARGET'S
080700*    KEY: THE MASKED AMOUNTS STILL AGREE, IN THIS FILE OR ACROSS
080800*    TWO GENERATIONS MASKED WITH THE SAME MASKPARM.
080900*    -------------------------------------------------------------
081000 3200-MASK-REVERSAL.
081100     ADD        1                   TO WS-REVERSAL-COUNT.
081200     PERFORM 3150-COUNT-VALUE-RECORD
081300         THRU 3150-COUNT-VALUE-RECORD-EXIT.

081400     MOVE       REVR-ACCT-CODE      TO WS-FIND-REAL.
081500     PERFORM 3600-FIND-PSEUDONYM
081600         THRU 3600-FIND-PSEUDONYM-EXIT.
081700     MOVE       WS-MAP-PSEUDO(WS-MAP-HIT) TO REVR-ACCT-CODE.
081800     PERFORM 3800-NOTE-TRAN-TYPE
081900         THRU 3800-NOTE-TRAN-TYPE-EXIT.

082000     IF         REVR-AMOUNT NOT NUMERIC
082100         GO TO  3200-MASK-REVERSAL-EXIT
082200     END-IF.
082300     IF         REVR-TARGET-NUMB NUMERIC
082400         MOVE   REVR-TARGET-NUMB    TO WS-PERTURB-KEY
082500     ELSE
082600         MOVE   OUTREC-NUMB         TO WS-PERTURB-KEY
082700     END-IF.
082800     MOVE       REVR-AMOUNT         TO WS-AMOUNT-IN.
082900     PERFORM 3700-PERTURB-AMOUNT
083000         THRU 3700-PERTURB-AMOUNT-EXIT.
083100     MOVE       WS-AMOUNT-OUT       TO REVR-AMOUNT.
083200     PERFORM 3160-HASH-AMOUNT
083300         THRU 3160-HASH-AMOUNT-EXIT.
083400 3200-MASK-REVERSAL-EXIT.
083500     EXIT.

083600*    -------------------------------------------------------------
083700*    3300-MASK-SOURCE-HEADER  --  A PAYLOAD PATH NAMES PRODUCTION
083800*    DIRECTORIES AND PARTNERS; IT BECOMES THE SOURCE'S ORDINAL.
083900*    -------------------------------------------------------------
084000 3300-MASK-SOURCE-HEADER.
084100     ADD        1                   TO WS-SRC-LABEL-NO.
084200     MOVE       WS-SRC-LABEL        TO SRCH-PATH.
084300     MOVE       ZEROS               TO WS-SRC-DETAIL-COUNT.
084400 3300-MASK-SOURCE-HEADER-EXIT.
084500     EXIT.

084600*    -------------------------------------------------------------
084700*    3400-REBUILD-SOURCE-SUBTOTAL  --  THE SUBTOTAL IS RECOUNTED
084800*    FROM THE DETAILS WRITTEN SINCE ITS HEADER, AS READONE COUNTS
084900*    THEM, AND CARRIES THE SAME MASKED LABEL AS ITS HEADER.
085000*    -------------------------------------------------------------
085100 3400-REBUILD-SOURCE-SUBTOTAL.
085200     MOVE       WS-SRC-DETAIL-COUNT TO SRCS-DETAIL-COUNT.
085300     MOVE       WS-SRC-LABEL        TO SRCS-PATH.
085400     MOVE       ZEROS               TO WS-SRC-DETAIL-COUNT.
085500 3400-REBUILD-SOURCE-SUBTOTAL-EXIT.
085600     EXIT.

085700*    -------------------------------------------------------------
085800*    3500-REBUILD-TRAILER  --  THE COUNT AND HASH OF THE MASKED
085900*    RECORDS AND THE MASKING RUN'S OWN ID.  THE TRAILER IS LAST
086000*    IN THE FILE (PROVED IN 2000), SO THE TOTALS ARE COMPLETE.
086100*    -------------------------------------------------------------
086200 3500-REBUILD-TRAILER.
086300     MOVE       WS-MASK-COUNT       TO TRLR-DETAIL-COUNT.
086400     MOVE       WS-MASK-HASH        TO TRLR-AMOUNT-HASH.
086500     MOVE       WS-RUN-ID           TO TRLR-RUN-ID.
086600 3500-REBUILD-TRAILER-EXIT.
086700     EXIT.

086800*    -------------------------------------------------------------
086900*    3600-FIND-PSEUDONYM  --  WS-MAP-HIT BECOMES THE MAP ENTRY FOR
087000*    WS-FIND-REAL.  AN ACCOUNT NEVER SEEN BEFORE IS GIVEN THE NEXT
087100*    PSEUDONYM, WHICH IS RECORDED ON MASKMAP AT ONCE.  A FULL
087200*    TABLE ABENDS: AN ACCOUNT LEFT UNMASKED WOULD LEAK.
087300*    -------------------------------------------------------------
087400 3600-FIND-PSEUDONYM.
087500     PERFORM 3610-SEARCH-MAP
087600         THRU 3610-SEARCH-MAP-EXIT.
087700     IF         WS-MAP-HIT NOT = ZERO
087800         GO TO  3600-FIND-PSEUDONYM-EXIT
087900     END-IF.

088000     PERFORM 3630-INSERT-MAP-ENTRY
088100         THRU 3630-INSERT-MAP-ENTRY-EXIT.
088200     ADD        1                   TO WS-MAP-HIGH-SEQ
088300         ON SIZE ERROR
088400             MOVE 90                TO WS-ABEND-STATUS
088500             MOVE 'PSEUDONYMS EXHAUSTED' TO WS-STATUS-WHERE
088600             GO TO 9999-ABEND
088700     END-ADD.
088800     MOVE       WS-MAP-HIGH-SEQ     TO WS-NEW-PSEUDO-SEQ.
088900     MOVE       WS-NEW-PSEUDONYM    TO WS-MAP-PSEUDO(WS-MAP-HIT).

089000     IF         WS-MAP-NOT-OPEN
089100         OPEN   EXTEND              MASKMAP
089200         IF     MASKMAP-STATUS      = '35'
089300             CLOSE MASKMAP
089400             OPEN  OUTPUT           MASKMAP
089500         END-IF
089600         MOVE   'OPEN MASKMAP WRITE' TO WS-STATUS-WHERE
089700         PERFORM 9400-CHECK-MASKMAP-STATUS
089800             THRU 9400-CHECK-MASKMAP-STATUS-EXIT
089900         SET    WS-MAP-IS-OPEN      TO TRUE
090000     END-IF.
090100     MOVE       SPACES              TO MASK-RECORD.
090200     MOVE       WS-FIND-REAL        TO MASK-REAL-CODE.
090300     MOVE       WS-NEW-PSEUDONYM    TO MASK-PSEUDONYM.
090400     MOVE       WS-RUN-DATE         TO MASK-ASSIGNED-DATE.
090500     MOVE       WS-GEN-PATH         TO MASK-ASSIGNED-GEN.
090600     WRITE      MASK-RECORD.
090700     MOVE       'WRITE MASKMAP'     TO WS-STATUS-WHERE.
090800     PERFORM 9400-CHECK-MASKMAP-STATUS
090900         THRU 9400-CHECK-MASKMAP-STATUS-EXIT.
091000     ADD        1                   TO WS-MAP-NEW-COUNT.
091100 3600-FIND-PSEUDONYM-EXIT.
091200     EXIT.

091300*    -------------------------------------------------------------
091400*    3610-SEARCH-MAP  --  HALVE THE RANGE WS-MAP-LO TO WS-MAP-HI
091500*    UNTIL WS-FIND-REAL IS FOUND (WS-MAP-HIT) OR THE RANGE IS
091600*    EMPTY, WHEN WS-MAP-LO IS WHERE IT BELONGS.
091700*    -------------------------------------------------------------
091800 3610-SEARCH-MAP.
091900     MOVE       1                   TO WS-MAP-LO.
092000     MOVE       WS-MAP-COUNT        TO WS-MAP-HI.
092100     MOVE       ZERO                TO WS-MAP-HIT.
092200     PERFORM 3620-PROBE-ONE-MAP-ENTRY
092300         THRU 3620-PROBE-ONE-MAP-ENTRY-EXIT
092400         UNTIL WS-MAP-LO > WS-MAP-HI
092500            OR WS-MAP-HIT NOT = ZERO.
092600 3610-SEARCH-MAP-EXIT.
092700     EXIT.

092710*    -------------------------------------------------------------
092720*    3620-PROBE-ONE-MAP-ENTRY  --  ONE STEP OF THE BINARY SEARCH:
092730*    PROBE THE MIDDLE OF WS-MAP-LO TO WS-MAP-HI AND NARROW THE
092740*    RANGE, OR SET WS-MAP-HIT.
092750*    -------------------------------------------------------------
092800 3620-PROBE-ONE-MAP-ENTRY.
092900     COMPUTE    WS-MAP-MID          = (WS-MAP-LO + WS-MAP-HI) / 2.
093000     EVALUATE TRUE
093100         WHEN WS-MAP-REAL(WS-MAP-MID) = WS-FIND-REAL
093200             MOVE WS-MAP-MID        TO WS-MAP-HIT
093300         WHEN WS-MAP-REAL(WS-MAP-MID) < WS-FIND-REAL
093400             COMPUTE WS-MAP-LO      = WS-MAP-MID + 1
093500         WHEN OTHER
093600             COMPUTE WS-MAP-HI      = WS-MAP-MID - 1
093700     END-EVALUATE.
093800 3620-PROBE-ONE-MAP-ENTRY-EXIT.
093900     EXIT.

094000*    -------------------------------------------------------------
094100*    3630-INSERT-MAP-ENTRY  --  OPEN A SLOT AT WS-MAP-LO (LEFT BY
094200*    THE SEARCH) FOR WS-FIND-REAL; WS-MAP-HIT BECOMES THE SLOT.
094300*    -------------------------------------------------------------
094400 3630-INSERT-MAP-ENTRY.
094500     IF         WS-MAP-COUNT NOT < WS-MAP-MAX
094600         DISPLAY 'TESTDATA - MORE THAN ' WS-MAP-MAX
094700                 ' ACCOUNTS ON THE PSEUDONYM MAP' UPON CONSOLE
094800         MOVE   90                  TO WS-ABEND-STATUS
094900         MOVE   'MAP TABLE FULL'    TO WS-STATUS-WHERE
095000         GO TO  9999-ABEND
095100     END-IF.
095200     PERFORM 3640-SHIFT-ONE-MAP-ENTRY
095300         THRU 3640-SHIFT-ONE-MAP-ENTRY-EXIT
095400         VARYING WS-MAP-IDX FROM WS-MAP-COUNT BY -1
095500         UNTIL WS-MAP-IDX < WS-MAP-LO.
095600     ADD        1                   TO WS-MAP-COUNT.
095700     MOVE       WS-MAP-LO           TO WS-MAP-HIT.
095800     MOVE       WS-FIND-REAL        TO WS-MAP-REAL(WS-MAP-HIT).
095900     MOVE       SPACES              TO WS-MAP-PSEUDO(WS-MAP-HIT).
096000     MOVE       ZERO                TO WS-MAP-USE(WS-MAP-HIT).
096100 3630-INSERT-MAP-ENTRY-EXIT.
096200     EXIT.

096210*    -------------------------------------------------------------
096220*    3640-SHIFT-ONE-MAP-ENTRY  --  MOVE TABLE SLOT WS-MAP-IDX UP
096230*    ONE PLACE TO OPEN A SLOT FOR AN INSERTED ENTRY.
096240*    -------------------------------------------------------------
096300 3640-SHIFT-ONE-MAP-ENTRY.
096400     MOVE       WS-MAP-ENTRY(WS-MAP-IDX)
096500                               TO WS-MAP-ENTRY(WS-MAP-IDX + 1).
096600 3640-SHIFT-ONE-MAP-ENTRY-EXIT.
096700     EXIT.

096800*    -------------------------------------------------------------
096900*    3700-PERTURB-AMOUNT  --  WS-AMOUNT-OUT IS WS-AMOUNT-IN MOVED
097000*    BY THE SHIFT FOR WS-PERTURB-KEY.  THE KEY IS STIRRED WITH THE
097100*    SEED TWICE SO NEIGHBOURING KEYS DO NOT SHIFT IN STEP.  AN
097200*    AMOUNT TOO LARGE TO MOVE UP IS MOVED DOWN BY AS MUCH.
097300*    -------------------------------------------------------------
097400 3700-PERTURB-AMOUNT.
097500     COMPUTE    WS-MIX              = WS-PERTURB-KEY * 7919
097600                                    + WS-SEED.
097700     DIVIDE     WS-MIX              BY 1000003
097800                GIVING WS-MIX-QUOT
097900                REMAINDER WS-MIX-REM.
098000     COMPUTE    WS-MIX              = WS-MIX-REM * WS-MIX-REM
098100                                    + WS-SEED.
098200     DIVIDE     WS-MIX              BY WS-BAND-STEPS
098300                GIVING WS-MIX-QUOT
098400                REMAINDER WS-MIX-REM.
098500     COMPUTE    WS-OFFSET-BP        = WS-MIX-REM - WS-BAND-BP.
098600     COMPUTE    WS-AMOUNT-OUT ROUNDED
098700                                    = WS-AMOUNT-IN
098800                                    + WS-AMOUNT-IN * WS-OFFSET-BP
098900                                    / 10000
099000         ON SIZE ERROR
099100             COMPUTE WS-AMOUNT-OUT ROUNDED
099200                                    = WS-AMOUNT-IN
099300                                    - WS-AMOUNT-IN * WS-OFFSET-BP
099400                                    / 10000
099500     END-COMPUTE.
099600 3700-PERTURB-AMOUNT-EXIT.
099700     EXIT.

099800*    -------------------------------------------------------------
099900*    3800-NOTE-TRAN-TYPE  --  RECORD THAT THE PSEUDONYM AT
100000*    WS-MAP-HIT WAS USED WITH THE PAY-TRAN-TYPE IN HAND (A
100100*    REVERSAL'S TYPE SITS IN THE SAME PLACE).  ACCTMNT TAKES TEN
100200*    TYPES AN ACCOUNT; ANY MORE ARE COUNTED AND REPORTED.
100300*    -------------------------------------------------------------
100400 3800-NOTE-TRAN-TYPE.
100500     IF         WS-MAP-USE(WS-MAP-HIT) = ZERO
100600         IF     WS-USE-COUNT NOT < WS-MAP-MAX
100700             MOVE 90                TO WS-ABEND-STATUS
100800             MOVE 'USED TABLE FULL' TO WS-STATUS-WHERE
100900             GO TO 9999-ABEND
101000         END-IF
101100         ADD    1                   TO WS-USE-COUNT
101200         MOVE   WS-USE-COUNT        TO WS-MAP-USE(WS-MAP-HIT)
101300         MOVE   WS-MAP-PSEUDO(WS-MAP-HIT)
101400                                    TO WS-USE-PSEUDO(WS-USE-COUNT)
101500         MOVE   ZERO            TO WS-USE-TYPE-COUNT(WS-USE-COUNT)
101600         MOVE   SPACES          TO WS-USE-TYPE-LIST(WS-USE-COUNT)
101700     END-IF.
101800     MOVE       WS-MAP-USE(WS-MAP-HIT) TO WS-USE-IDX.

101900     MOVE       ZERO                TO WS-TYPE-HIT.
102000     PERFORM 3810-CHECK-ONE-TYPE
102100         THRU 3810-CHECK-ONE-TYPE-EXIT
102200         VARYING WS-TYPE-IDX FROM 1 BY 1
102300         UNTIL WS-TYPE-IDX > WS-USE-TYPE-COUNT(WS-USE-IDX)
102400            OR WS-TYPE-HIT NOT = ZERO.
102500     IF         WS-TYPE-HIT NOT = ZERO
102600         GO TO  3800-NOTE-TRAN-TYPE-EXIT
102700     END-IF.
102800     IF         WS-USE-TYPE-COUNT(WS-USE-IDX) NOT < WS-TYPE-MAX
102900         ADD    1                   TO WS-TYPE-OVER-COUNT
103000         GO TO  3800-NOTE-TRAN-TYPE-EXIT
103100     END-IF.
103200     ADD        1              TO WS-USE-TYPE-COUNT(WS-USE-IDX).
103300     MOVE       WS-USE-TYPE-COUNT(WS-USE-IDX) TO WS-TYPE-IDX.
103400     MOVE       PAY-TRAN-TYPE
103450                    TO WS-USE-TYPE(WS-USE-IDX, WS-TYPE-IDX).
103500 3800-NOTE-TRAN-TYPE-EXIT.
103600     EXIT.

103610*    -------------------------------------------------------------
103620*    3810-CHECK-ONE-TYPE  --  SET WS-TYPE-HIT WHEN TYPE SLOT WS-
103630*    TYPE-IDX OF THE PSEUDONYM IN SLOT WS-USE-IDX HOLDS PAY-TRAN-
103640*    TYPE.
103650*    -------------------------------------------------------------
103700 3810-CHECK-ONE-TYPE.
103800     IF         WS-USE-TYPE(WS-USE-IDX, WS-TYPE-IDX)
103900                                    = PAY-TRAN-TYPE
104000         MOVE   WS-TYPE-IDX         TO WS-TYPE-HIT
104100     END-IF.
104200 3810-CHECK-ONE-TYPE-EXIT.
104300     EXIT.

104400*    =============================================================
104500*    4000-WRITE-SEED-FILES  --  WHAT A TEST REGION NEEDS BESIDES
104600*    THE MASKED FILE: THE CLEAN-FINISH CHECKPOINT AT ITS HIGH KEY
104700*    (CLOSEOUT REFUSES A CHECKPOINT BEHIND THE FILE, AND WRITEONE
104800*    CARRIES THE KEYS ON FROM IT), THE AUDIT ROW AND 'C' RUNCTL ROW
104900*    OF THE RUN THAT WROTE IT, AS BALRPT AND THE GATES LOOK FOR
105000*    THEM, AND AN ACCTMNT ADD FOR EACH PSEUDONYM, SO WRITEONE'S
105100*    ACCOUNT EDIT PASSES THE MASKED PAYLOAD.  THE RUN'S DATE AND
105200*    TIME ARE THE ORIGINAL TRAILER'S.  WHEN THE GENERATION DOES
105210*    NOT START AT THE FIRST KEY, AN AUDPURGE ROW AHEAD OF THE
105220*    WRITEONE ROW CARRIES THE KEYS BELOW IT, SO THE CLEAN AUDIT
105230*    COUNTS SUM TO THE CHECKPOINT KEY.
105300*    =============================================================
105400 4000-WRITE-SEED-FILES.
105500     IF         WS-HIGH-NUMB = ZEROS
105600         MOVE   WS-CAT-LAST-NUMB    TO WS-HIGH-NUMB
105700     END-IF.

105800     OPEN       OUTPUT              MASKCKPT.
105900     MOVE       'OPEN MASKCKPT'     TO WS-STATUS-WHERE.
106000     PERFORM 9620-CHECK-MASKCKPT-STATUS
106100         THRU 9620-CHECK-MASKCKPT-STATUS-EXIT.
106200     MOVE       SPACES              TO CKPT-RECORD.
106300     MOVE       WS-HIGH-NUMB        TO CKPT-LAST-NUMB.
106400     MOVE       ZEROS               TO CKPT-LINES-DONE.
106500     SET        CKPT-RUN-IS-COMPLETE TO TRUE.
106600     MOVE       WS-HIGH-NUMB        TO CKPT-CHAIN-START-NUMB.
106700     MOVE       WS-RUN-ID           TO CKPT-RUN-ID.
106800     MOVE       WS-RUN-ID           TO CKPT-CHAIN-ID.
106900     WRITE      CKPT-RECORD.
107000     MOVE       'WRITE MASKCKPT'    TO WS-STATUS-WHERE.
107100     PERFORM 9620-CHECK-MASKCKPT-STATUS
107200         THRU 9620-CHECK-MASKCKPT-STATUS-EXIT.
107300     CLOSE      MASKCKPT.

107400     OPEN       OUTPUT              MASKAUD.
107500     MOVE       'OPEN MASKAUD'      TO WS-STATUS-WHERE.
107600     PERFORM 9630-CHECK-MASKAUD-STATUS
107700         THRU 9630-CHECK-MASKAUD-STATUS-EXIT.
107710     IF         WS-HIGH-NUMB > WS-MASK-COUNT
107720         PERFORM 4050-WRITE-CARRY-ROW
107730             THRU 4050-WRITE-CARRY-ROW-EXIT
107740     END-IF.
107800     MOVE       SPACES              TO AUDIT-RECORD.
107900     MOVE       'WRITEONE'          TO AUDIT-PROGRAM.
108000     MOVE       WS-TRLR-RUN-DATE    TO AUDIT-START-DATE.
108100     MOVE       WS-TRLR-RUN-TIME    TO AUDIT-START-TIME.
108200     MOVE       WS-TRLR-RUN-DATE    TO AUDIT-END-DATE.
108300     MOVE       WS-TRLR-RUN-TIME    TO AUDIT-END-TIME.
108400     MOVE       ZEROS               TO AUDIT-OPEN-STATUS.
108500     MOVE       ZEROS               TO AUDIT-WRITE-STATUS.
108600     MOVE       ZEROS               TO AUDIT-CLOSE-STATUS.
108700     MOVE       ZEROS               TO AUDIT-RETURN-CODE.
108800     MOVE       WS-MASK-COUNT       TO AUDIT-RECORD-COUNT.
108900     MOVE       ZEROS               TO AUDIT-REJECT-COUNT.
109000     MOVE       WS-RUN-ID           TO AUDIT-RUN-ID.
109100     MOVE       WS-RUN-ID           TO AUDIT-CHAIN-ID.
109200     WRITE      AUDIT-RECORD.
109300     MOVE       'WRITE MASKAUD'     TO WS-STATUS-WHERE.
109400     PERFORM 9630-CHECK-MASKAUD-STATUS
109500         THRU 9630-CHECK-MASKAUD-STATUS-EXIT.
109600     CLOSE      MASKAUD.

109700     OPEN       OUTPUT              MASKCTL.
109800     MOVE       'OPEN MASKCTL'      TO WS-STATUS-WHERE.
109900     PERFORM 9640-CHECK-MASKCTL-STATUS
110000         THRU 9640-CHECK-MASKCTL-STATUS-EXIT.
110100     MOVE       SPACES              TO CTL-RECORD.
110200     MOVE       'WRITEONE'          TO CTL-PROGRAM.
110300     MOVE       WS-TRLR-RUN-DATE    TO CTL-CYCLE-DATE.
110400     MOVE       WS-TRLR-RUN-TIME    TO CTL-TIME.
110500     SET        CTL-IS-COMPLETE     TO TRUE.
110600     MOVE       WS-RUN-ID           TO CTL-RUN-ID.
110700     WRITE      CTL-RECORD.
110800     MOVE       'WRITE MASKCTL'     TO WS-STATUS-WHERE.
110900     PERFORM 9640-CHECK-MASKCTL-STATUS
111000         THRU 9640-CHECK-MASKCTL-STATUS-EXIT.
111100     CLOSE      MASKCTL.

111200     OPEN       OUTPUT              MASKACCT.
111300     MOVE       'OPEN MASKACCT'     TO WS-STATUS-WHERE.
111400     PERFORM 9650-CHECK-MASKACCT-STATUS
111500         THRU 9650-CHECK-MASKACCT-STATUS-EXIT.
111600     PERFORM 4100-WRITE-ONE-ACCOUNT
111700         THRU 4100-WRITE-ONE-ACCOUNT-EXIT
111800         VARYING WS-USE-IDX FROM 1 BY 1
111900         UNTIL WS-USE-IDX > WS-USE-COUNT.
112000     CLOSE      MASKACCT.
112100 4000-WRITE-SEED-FILES-EXIT.
112200     EXIT.

112201*    -------------------------------------------------------------
112202*    4050-WRITE-CARRY-ROW  --  THE CARRY-FORWARD ROW, BUILT AS
112203*    AUDPURGE BUILDS ITS BASELINE ROW: PROGRAM 'AUDPURGE', RETURN
112204*    CODE ZERO, NO RUN OR CHAIN ID, AND THE KEYS BELOW THE MASKED
112205*    GENERATION IN AUDIT-RECORD-COUNT.
112206*    -------------------------------------------------------------
112207 4050-WRITE-CARRY-ROW.
112208     COMPUTE    WS-CARRY-TOTAL = WS-HIGH-NUMB - WS-MASK-COUNT.
112209     MOVE       SPACES              TO AUDIT-RECORD.
112210     MOVE       'AUDPURGE'          TO AUDIT-PROGRAM.
112211     MOVE       WS-RUN-DATE         TO AUDIT-START-DATE.
112212     MOVE       WS-RUN-DATE         TO AUDIT-END-DATE.
112213     MOVE       WS-TIME-OF-DAY(1:6) TO AUDIT-START-TIME.
112214     MOVE       WS-TIME-OF-DAY(1:6) TO AUDIT-END-TIME.
112215     MOVE       ZEROS               TO AUDIT-OPEN-STATUS.
112216     MOVE       ZEROS               TO AUDIT-WRITE-STATUS.
112217     MOVE       ZEROS               TO AUDIT-CLOSE-STATUS.
112218     MOVE       ZEROS               TO AUDIT-RETURN-CODE.
112219     MOVE       WS-CARRY-TOTAL      TO AUDIT-RECORD-COUNT.
112220     MOVE       ZEROS               TO AUDIT-REJECT-COUNT.
112221     WRITE      AUDIT-RECORD.
112222     MOVE       'WRITE MASKAUD CARRY' TO WS-STATUS-WHERE.
112223     PERFORM 9630-CHECK-MASKAUD-STATUS
112224         THRU 9630-CHECK-MASKAUD-STATUS-EXIT.
112225 4050-WRITE-CARRY-ROW-EXIT.
112226     EXIT.

112300*    -------------------------------------------------------------
112400*    4100-WRITE-ONE-ACCOUNT  --  AN OPEN ACCOUNT WITH THE TYPES
112500*    THE PSEUDONYM WAS SEEN WITH.  THE EFFECTIVE DATE IS LEFT
112600*    BLANK SO ACCTMNT OPENS IT AS OF ITS OWN RUN DATE.  AN
112700*    ACCOUNT ALREADY ADDED FROM AN EARLIER MASKED GENERATION IS
112800*    REFUSED BY ACCTMNT AS ALREADY ON THE MASTER, WHICH IS HARMLESS.
112900*    -------------------------------------------------------------
113000 4100-WRITE-ONE-ACCOUNT.
113100     MOVE       SPACES              TO TRAN-RECORD.
113200     MOVE       'A'                 TO TRAN-ACTION.
113300     MOVE       WS-USE-PSEUDO(WS-USE-IDX) TO TRAN-ACCT-CODE.
113400     MOVE       'MASKED TEST ACCOUNT' TO TRAN-NAME.
113500     MOVE       'O'                 TO TRAN-STATUS.
113600     MOVE       WS-USE-TYPE-LIST(WS-USE-IDX) TO TRAN-TRAN-TYPES.
113700     WRITE      TRAN-RECORD.
113800     MOVE       'WRITE MASKACCT'    TO WS-STATUS-WHERE.
113900     PERFORM 9650-CHECK-MASKACCT-STATUS
114000         THRU 9650-CHECK-MASKACCT-STATUS-EXIT.
114100     ADD        1                   TO WS-ACCT-ROWS.
114200 4100-WRITE-ONE-ACCOUNT-EXIT.
114300     EXIT.

114400*    =============================================================
114500*    8000-TERMINATE  --  THE RUN SUMMARY.
114600*    =============================================================
114700 8000-TERMINATE.
114800     DISPLAY    '================================================'
114900                UPON CONSOLE.
115000     DISPLAY    'Generation      ' WS-GEN-PATH    UPON CONSOLE.
115100     DISPLAY    'Records masked  ' WS-RECORDS-READ UPON CONSOLE.
115200     DISPLAY    'Details         ' WS-DETAIL-COUNT UPON CONSOLE.
115300     DISPLAY    'Reversals       ' WS-REVERSAL-COUNT UPON CONSOLE.
115400     DISPLAY    'Sources         ' WS-SRC-LABEL-NO UPON CONSOLE.
115500     DISPLAY    'Free-text lines ' WS-FREE-TEXT-COUNT
115600                UPON CONSOLE.
115700     DISPLAY    'Payload lines   ' WS-PAY-LINES   UPON CONSOLE.
115800     MOVE       WS-PROOF-HASH       TO WS-AMOUNT-EDIT.
115900     DISPLAY    'Original hash   ' WS-AMOUNT-EDIT UPON CONSOLE.
116000     MOVE       WS-MASK-HASH        TO WS-AMOUNT-EDIT.
116100     DISPLAY    'Masked hash     ' WS-AMOUNT-EDIT UPON CONSOLE.
116200     DISPLAY    'Accounts used   ' WS-ACCT-ROWS   UPON CONSOLE.
116300     DISPLAY    'New pseudonyms  ' WS-MAP-NEW-COUNT UPON CONSOLE.
116400     DISPLAY    'Checkpoint key  ' WS-HIGH-NUMB   UPON CONSOLE.
116410     DISPLAY    'Keys carried    ' WS-CARRY-TOTAL UPON CONSOLE.
116500     IF         WS-TYPE-OVER-COUNT NOT = ZEROS
116600         DISPLAY 'TESTDATA NOTE - ' WS-TYPE-OVER-COUNT
116700                 ' DETAILS USE A TRAN TYPE BEYOND THE TEN AN '
116800                 'ACCOUNT MAY CARRY; WRITEONE WILL REJECT THEIR '
116900                 'PAYLOAD LINES' UPON CONSOLE
117000     END-IF.
117100     DISPLAY    'Bye COBOL'         UPON CONSOLE.
117200 8000-TERMINATE-EXIT.
117300     EXIT.

117310*    -------------------------------------------------------------
117320*    9100-CHECK-GENSEL-STATUS  --  CALLED ONLY WHEN GENSEL-STATUS
117330*    IS SOMETHING OTHER THAN '35' (MISSING).
117340*    -------------------------------------------------------------
118000 9100-CHECK-GENSEL-STATUS.
118100     IF         GENSEL-STATUS NOT = ZERO
118200         MOVE   GENSEL-STATUS       TO WS-ABEND-STATUS
118300         GO TO  9999-ABEND
118400     END-IF.
118500 9100-CHECK-GENSEL-STATUS-EXIT.
118600     EXIT.

118610*    -------------------------------------------------------------
118620*    9200-CHECK-GENCAT-STATUS  --  CALLED ONLY WHEN GENCAT-STATUS
118630*    IS SOMETHING OTHER THAN '35' (MISSING).
118640*    -------------------------------------------------------------
118700 9200-CHECK-GENCAT-STATUS.
118800     IF         GENCAT-STATUS NOT = ZERO
118900         MOVE   GENCAT-STATUS       TO WS-ABEND-STATUS
119000         GO TO  9999-ABEND
119100     END-IF.
119200 9200-CHECK-GENCAT-STATUS-EXIT.
119300     EXIT.

119310*    -------------------------------------------------------------
119320*    9300-CHECK-MASKPARM-STATUS  --  CALLED ONLY WHEN MASKPARM-
119330*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
119340*    -------------------------------------------------------------
119400 9300-CHECK-MASKPARM-STATUS.
119500     IF         MASKPARM-STATUS NOT = ZERO
119600         MOVE   MASKPARM-STATUS     TO WS-ABEND-STATUS
119700         GO TO  9999-ABEND
119800     END-IF.
119900 9300-CHECK-MASKPARM-STATUS-EXIT.
120000     EXIT.

120010*    -------------------------------------------------------------
120020*    9400-CHECK-MASKMAP-STATUS  --  CALLED ONLY WHEN MASKMAP-
120030*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).  A MAP THAT
120040*    CANNOT BE READ OR EXTENDED WHOLE COULD GIVE AN ACCOUNT TWO
120050*    PSEUDONYMS, SO ABEND.
120060*    -------------------------------------------------------------
120100 9400-CHECK-MASKMAP-STATUS.
120200     IF         MASKMAP-STATUS NOT = ZERO
120300         MOVE   MASKMAP-STATUS      TO WS-ABEND-STATUS
120400         GO TO  9999-ABEND
120500     END-IF.
120600 9400-CHECK-MASKMAP-STATUS-EXIT.
120700     EXIT.

120710*    -------------------------------------------------------------
120720*    9500-CHECK-GENFILE-STATUS  --  A GENERATION THAT CANNOT BE
120730*    READ WHOLE CANNOT BE PROVED OR MASKED, SO ABEND.
120740*    -------------------------------------------------------------
120800 9500-CHECK-GENFILE-STATUS.
120900     IF         GENFILE-STATUS NOT = ZERO
121000         MOVE   GENFILE-STATUS      TO WS-ABEND-STATUS
121100         GO TO  9999-ABEND
121200     END-IF.
121300 9500-CHECK-GENFILE-STATUS-EXIT.
121400     EXIT.

121410*    -------------------------------------------------------------
121420*    9600-CHECK-MASKOUT-STATUS  --  A PART-WRITTEN MASKED
121430*    GENERATION MUST NOT REACH THE TEST REGION, SO ABEND.
121440*    -------------------------------------------------------------
121500 9600-CHECK-MASKOUT-STATUS.
121600     IF         MASKOUT-STATUS NOT = ZERO
121700         MOVE   MASKOUT-STATUS      TO WS-ABEND-STATUS
121800         GO TO  9999-ABEND
121900     END-IF.
122000 9600-CHECK-MASKOUT-STATUS-EXIT.
122100     EXIT.

122110*    -------------------------------------------------------------
122120*    9610-CHECK-MASKPAY-STATUS  --  THE SAME RULE FOR THE MASKED
122130*    INFILE LINES.
122140*    -------------------------------------------------------------
122200 9610-CHECK-MASKPAY-STATUS.
122300     IF         MASKPAY-STATUS NOT = ZERO
122400         MOVE   MASKPAY-STATUS      TO WS-ABEND-STATUS
122500         GO TO  9999-ABEND
122600     END-IF.
122700 9610-CHECK-MASKPAY-STATUS-EXIT.
122800     EXIT.

122810*    -------------------------------------------------------------
122820*    9620-CHECK-MASKCKPT-STATUS  --  THE SAME RULE FOR THE MASKED
122830*    CHECKPOINT.
122840*    -------------------------------------------------------------
122900 9620-CHECK-MASKCKPT-STATUS.
123000     IF         MASKCKPT-STATUS NOT = ZERO
123100         MOVE   MASKCKPT-STATUS     TO WS-ABEND-STATUS
123200         GO TO  9999-ABEND
123300     END-IF.
123400 9620-CHECK-MASKCKPT-STATUS-EXIT.
123500     EXIT.

123510*    -------------------------------------------------------------
123520*    9630-CHECK-MASKAUD-STATUS  --  THE SAME RULE FOR THE MASKED
123530*    AUDIT ROWS.
123540*    -------------------------------------------------------------
123600 9630-CHECK-MASKAUD-STATUS.
123700     IF         MASKAUD-STATUS NOT = ZERO
123800         MOVE   MASKAUD-STATUS      TO WS-ABEND-STATUS
123900         GO TO  9999-ABEND
124000     END-IF.
124100 9630-CHECK-MASKAUD-STATUS-EXIT.
124200     EXIT.

124210*    -------------------------------------------------------------
124220*    9640-CHECK-MASKCTL-STATUS  --  THE SAME RULE FOR THE MASKED
124230*    RUNCTL ROW.
124240*    -------------------------------------------------------------
124300 9640-CHECK-MASKCTL-STATUS.
124400     IF         MASKCTL-STATUS NOT = ZERO
124500         MOVE   MASKCTL-STATUS      TO WS-ABEND-STATUS
124600         GO TO  9999-ABEND
124700     END-IF.
124800 9640-CHECK-MASKCTL-STATUS-EXIT.
124900     EXIT.

124910*    -------------------------------------------------------------
124920*    9650-CHECK-MASKACCT-STATUS  --  THE SAME RULE FOR THE MASKED
124930*    ACCOUNT MASTER.
124940*    -------------------------------------------------------------
125000 9650-CHECK-MASKACCT-STATUS.
125100     IF         MASKACCT-STATUS NOT = ZERO
125200         MOVE   MASKACCT-STATUS     TO WS-ABEND-STATUS
125300         GO TO  9999-ABEND
125400     END-IF.
125500 9650-CHECK-MASKACCT-STATUS-EXIT.
125600     EXIT.

125700*    =============================================================
125800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
125900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
126000*    =============================================================
126100 9999-ABEND.
126200     DISPLAY    'TESTDATA ABEND - STATUS ' WS-ABEND-STATUS
126300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
126400     MOVE       16                  TO RETURN-CODE.
126500     STOP RUN.
