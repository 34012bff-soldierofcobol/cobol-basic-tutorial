000100*****************************************************************
000200* PROGRAM      : ACCTMNT
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  APPLIES ADD, CHANGE AND
001000*                    CLOSE TRANSACTIONS FROM THE REQUIRED
001100*                    ACCTTRAN FILE TO ACCTMAST, THE INDEXED
001200*                    ACCOUNT REFERENCE MASTER (COPY ACCTREC) THAT
001300*                    WRITEONE AND INBOUND EDIT EVERY DETAIL'S
001400*                    PAY-ACCT-CODE AGAINST.  EVERY TRANSACTION IS
001500*                    PRINTED ON THE MAINTENANCE REGISTER AS A
001600*                    BEFORE AND AN AFTER IMAGE OF THE ACCOUNT, OR
001700*                    AS A REFUSAL WITH ITS REASON.  A REFUSED
001800*                    TRANSACTION DOES NOT STOP THE OTHERS - IT IS
001900*                    LISTED AND COUNTED, AND ANY REFUSAL ENDS THE
002000*                    RUN WITH RETURN-CODE 8 SO THE OPERATOR SEES
002100*                    THAT THE MASTER DID NOT TAKE EVERYTHING.
002200*                    ACCOUNTS ARE NEVER DELETED: A CLOSE STAMPS
002300*                    THE STATUS AND ITS EFFECTIVE DATE, SO THE
002400*                    EDIT CAN STILL NAME A CLOSED ACCOUNT AS
002500*                    CLOSED RATHER THAN UNKNOWN.  A MISSING
002600*                    ACCTMAST IS CREATED EMPTY ON THE FIRST RUN.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900     PROGRAM-ID.               ACCTMNT.
003000     AUTHOR.                   SOLDIER OF COBOL.
003100     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003200     DATE-WRITTEN.             2026-10-15.
003300     DATE-COMPILED.

003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCTMAST
003800         ASSIGN EXTERNAL   ACCTMAST
003900         ORGANIZATION      INDEXED
004000         ACCESS            RANDOM
004100         RECORD KEY        ACCT-CODE
004200         FILE STATUS       ACCTMAST-STATUS.

004300*    -------------------------------------------------------------
004400*    ACCTTRAN  --  REQUIRED MAINTENANCE INPUT: ONE TRANSACTION PER
004500*    LINE.  ACTION 'A' ADDS AN ACCOUNT, 'C' CHANGES ITS NAME,
004600*    STATUS (O = OPEN, S = SUSPENDED) OR PERMITTED TRAN TYPES, AND
004700*    'X' CLOSES IT.  THE EFFECTIVE DATE IS THE OPEN DATE OF AN ADD
004800*    AND THE CLOSE DATE OF A CLOSE; LEFT BLANK IT DEFAULTS TO THE
004900*    RUN DATE.  ON A CHANGE, A BLANK FIELD MEANS "UNCHANGED".
005000*    -------------------------------------------------------------
005100     SELECT ACCTTRAN
005200         ASSIGN EXTERNAL   ACCTTRAN
005300         ORGANIZATION      LINE SEQUENTIAL
005400         FILE STATUS       ACCTTRAN-STATUS.

005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ACCTMAST
005800     DATA RECORD           ACCT-RECORD.
005900     COPY ACCTREC.

006000 FD  ACCTTRAN
006100     DATA RECORD           TRAN-RECORD.
006200 01  TRAN-RECORD.
006300     10  TRAN-ACTION        PIC X(01).
006400         88  TRAN-IS-ADD               VALUE 'A'.
006500         88  TRAN-IS-CHANGE            VALUE 'C'.
006600         88  TRAN-IS-CLOSE             VALUE 'X'.
006700     10  FILLER             PIC X(01).
006800     10  TRAN-ACCT-CODE     PIC X(10).
006900     10  FILLER             PIC X(01).
007000     10  TRAN-NAME          PIC X(30).
007100     10  FILLER             PIC X(01).
007200     10  TRAN-STATUS        PIC X(01).
007300     10  FILLER             PIC X(01).
007400     10  TRAN-EFF-DATE      PIC X(08).
007500     10  TRAN-EFF-DATE-NUM REDEFINES TRAN-EFF-DATE
007600                            PIC 9(08).
007700     10  FILLER             PIC X(01).
007800     10  TRAN-TRAN-TYPES    PIC X(20).

007900 WORKING-STORAGE SECTION.

008000*    -------------------------------------------------------------
008100*    FILE STATUS FIELDS
008200*    -------------------------------------------------------------
008300 77  ACCTMAST-STATUS        PIC 99 VALUE ZEROS.
008400 77  ACCTTRAN-STATUS        PIC 99 VALUE ZEROS.

008500*    -------------------------------------------------------------
008600*    END-OF-FILE AND EDIT SWITCHES
008700*    -------------------------------------------------------------
008800 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
008900     88  WS-EOF-YES                   VALUE 'Y'.
009000     88  WS-EOF-NO                    VALUE 'N'.

009100 77  WS-TRAN-SWITCH         PIC X(01) VALUE 'Y'.
009200     88  WS-TRAN-ACCEPTED             VALUE 'Y'.
009300     88  WS-TRAN-REFUSED              VALUE 'N'.

009400 77  WS-ACCT-SWITCH         PIC X(01) VALUE 'N'.
009500     88  WS-ACCT-FOUND                VALUE 'Y'.
009600     88  WS-ACCT-NOT-FOUND            VALUE 'N'.

009700 77  WS-REFUSE-REASON       PIC X(40) VALUE SPACES.

009800*    -------------------------------------------------------------
009900*    RUN DATE AND THE TRANSACTION'S EFFECTIVE DATE
010000*    -------------------------------------------------------------
010100 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
010200 77  WS-EFF-DATE            PIC 9(08) VALUE ZEROS.

010300*    -------------------------------------------------------------
010400*    COUNTERS
010500*    -------------------------------------------------------------
010600 77  WS-TRAN-COUNT          PIC 9(06) COMP VALUE ZERO.
010700 77  WS-ADD-COUNT           PIC 9(06) COMP VALUE ZERO.
010800 77  WS-CHANGE-COUNT        PIC 9(06) COMP VALUE ZERO.
010900 77  WS-CLOSE-COUNT         PIC 9(06) COMP VALUE ZERO.
011000 77  WS-REFUSED-COUNT       PIC 9(06) COMP VALUE ZERO.

011100*    -------------------------------------------------------------
011200*    ONE REGISTER LINE, BUILT HERE AND DISPLAYED AS THE BEFORE OR
011300*    AFTER IMAGE OF AN ACCOUNT
011400*    -------------------------------------------------------------
011500 01  WS-REGISTER-LINE.
011600     10  REG-ACTION          PIC X(01).
011700     10  FILLER              PIC X(02) VALUE SPACES.
011800     10  REG-IMAGE           PIC X(06).
011900     10  FILLER              PIC X(02) VALUE SPACES.
012000     10  REG-ACCT-CODE       PIC X(10).
012100     10  FILLER              PIC X(02) VALUE SPACES.
012200     10  REG-NAME            PIC X(30).
012300     10  FILLER              PIC X(02) VALUE SPACES.
012400     10  REG-STATUS          PIC X(01).
012500     10  FILLER              PIC X(02) VALUE SPACES.
012600     10  REG-OPEN-DATE       PIC X(08).
012700     10  FILLER              PIC X(01) VALUE SPACES.
012800     10  REG-CLOSE-DATE      PIC X(08).
012900     10  FILLER              PIC X(01) VALUE SPACES.
013000     10  REG-TRAN-TYPES      PIC X(20).

013100*    -------------------------------------------------------------
013200*    ONE REFUSAL LINE, DISPLAYED IN PLACE OF THE IMAGES WHEN A
013300*    TRANSACTION CANNOT BE APPLIED
013400*    -------------------------------------------------------------
013500 01  WS-REFUSAL-LINE.
013600     10  RFS-ACTION          PIC X(01).
013700     10  FILLER              PIC X(02) VALUE SPACES.
013800     10  FILLER              PIC X(06) VALUE 'REFUSE'.
013900     10  FILLER              PIC X(02) VALUE SPACES.
014000     10  RFS-ACCT-CODE       PIC X(10).
014100     10  FILLER              PIC X(02) VALUE SPACES.
014200     10  RFS-REASON          PIC X(40).

014300*    -------------------------------------------------------------
014400*    REGISTER HEADING LINES
014500*    -------------------------------------------------------------
014600 01  WS-TITLE-LINE.
014700     10  FILLER              PIC X(36) VALUE
014800         'ACCTMNT ACCOUNT MAINTENANCE REGISTER'.
014900     10  FILLER              PIC X(11) VALUE '  RUN DATE '.
015000     10  TTL-RUN-DATE        PIC 9(08).

015100 01  WS-HEADING-LINE.
015200     10  FILLER              PIC X(11) VALUE 'A  IMAGE'.
015300     10  FILLER              PIC X(12) VALUE 'ACCOUNT'.
015400     10  FILLER              PIC X(32) VALUE 'NAME'.
015500     10  FILLER              PIC X(03) VALUE 'S'.
015600     10  FILLER              PIC X(09) VALUE 'OPENED'.
015700     10  FILLER              PIC X(09) VALUE 'CLOSED'.
015800     10  FILLER              PIC X(10) VALUE 'TRAN TYPES'.

015900*    -------------------------------------------------------------
016000*    FILE STATUS-CHECK WORK AREA
016100*    -------------------------------------------------------------
016200 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
016300 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

016400 PROCEDURE DIVISION.

016500*    =============================================================
016600*    0000-MAINLINE-CONTROL
016700*    =============================================================
016800 0000-MAINLINE-CONTROL.
016900     PERFORM 1000-INITIALIZE
017000         THRU 1000-INITIALIZE-EXIT.

017100     PERFORM 2000-APPLY-ONE-TRAN
017200         THRU 2000-APPLY-ONE-TRAN-EXIT
017300         UNTIL WS-EOF-YES.

017400     PERFORM 8000-TERMINATE
017500         THRU 8000-TERMINATE-EXIT.

017600     STOP RUN.

017700*    =============================================================
017800*    1000-INITIALIZE  --  OPEN THE TRANSACTIONS AND THE MASTER,
017900*    PRINT THE REGISTER HEADING AND PRIME THE FIRST READ.  A
018000*    MISSING ACCTMAST IS CREATED EMPTY, THE SAME OUTPUT FALLBACK
018100*    THE APPENDED CONTROL FILES USE; AN EMPTY ACCTTRAN ABENDS -
018200*    THE OPERATOR ASKED FOR MAINTENANCE, SO APPLYING NOTHING IS
018300*    WRONG.
018400*    =============================================================
018500 1000-INITIALIZE.
018600     DISPLAY    'Hello COBOL'       UPON CONSOLE.
018700     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.

018800     OPEN       INPUT               ACCTTRAN.
018900     IF         ACCTTRAN-STATUS     = '35'
019000         MOVE   35                  TO WS-ABEND-STATUS
019100         MOVE   'ACCTTRAN MISSING'  TO WS-STATUS-WHERE
019200         GO TO  9999-ABEND
019300     END-IF.
019400     MOVE       'OPEN ACCTTRAN'     TO WS-STATUS-WHERE.
019500     PERFORM 9100-CHECK-ACCTTRAN-STATUS
019600         THRU 9100-CHECK-ACCTTRAN-STATUS-EXIT.

019700     OPEN       I-O                 ACCTMAST.
019800     IF         ACCTMAST-STATUS     = '35'
019900         OPEN   OUTPUT              ACCTMAST
020000         MOVE   'CREATE ACCTMAST'   TO WS-STATUS-WHERE
020100         PERFORM 9200-CHECK-ACCTMAST-STATUS
020200             THRU 9200-CHECK-ACCTMAST-STATUS-EXIT
020300         CLOSE  ACCTMAST
020400         DISPLAY 'ACCTMNT - ACCTMAST NOT FOUND, CREATED EMPTY'
020500                 UPON CONSOLE
020600         OPEN   I-O                 ACCTMAST
020700     END-IF.
020800     MOVE       'OPEN ACCTMAST'     TO WS-STATUS-WHERE.
020900     PERFORM 9200-CHECK-ACCTMAST-STATUS
021000         THRU 9200-CHECK-ACCTMAST-STATUS-EXIT.

021100     MOVE       WS-RUN-DATE         TO TTL-RUN-DATE.
021200     DISPLAY    WS-TITLE-LINE       UPON CONSOLE.
021300     DISPLAY    WS-HEADING-LINE     UPON CONSOLE.

021400     PERFORM 2900-READ-ACCTTRAN
021500         THRU 2900-READ-ACCTTRAN-EXIT.

021600     IF         WS-EOF-YES
021700         MOVE   90                  TO WS-ABEND-STATUS
021800         MOVE   'ACCTTRAN EMPTY'    TO WS-STATUS-WHERE
021900         GO TO  9999-ABEND
022000     END-IF.
022100 1000-INITIALIZE-EXIT.
022200     EXIT.

022300*    =============================================================
022400*    2000-APPLY-ONE-TRAN  --  EDIT ONE TRANSACTION AGAINST THE
022500*    MASTER, APPLY IT OR LIST ITS REFUSAL, AND READ THE NEXT.
022600*    =============================================================
022700 2000-APPLY-ONE-TRAN.
022800     ADD        1                   TO WS-TRAN-COUNT.

022900     PERFORM 2100-EDIT-TRAN
023000         THRU 2100-EDIT-TRAN-EXIT.

023100     IF         WS-TRAN-REFUSED
023200         PERFORM 2600-PRINT-REFUSAL
023300             THRU 2600-PRINT-REFUSAL-EXIT
023400     ELSE
023500         EVALUATE TRUE
023600             WHEN TRAN-IS-ADD
023700                 PERFORM 2200-APPLY-ADD
023800                     THRU 2200-APPLY-ADD-EXIT
023900             WHEN TRAN-IS-CHANGE
024000                 PERFORM 2300-APPLY-CHANGE
024100                     THRU 2300-APPLY-CHANGE-EXIT
024200             WHEN TRAN-IS-CLOSE
024300                 PERFORM 2400-APPLY-CLOSE
024400                     THRU 2400-APPLY-CLOSE-EXIT
024500         END-EVALUATE
024600     END-IF.

024700     PERFORM 2900-READ-ACCTTRAN
024800         THRU 2900-READ-ACCTTRAN-EXIT.
024900 2000-APPLY-ONE-TRAN-EXIT.
025000     EXIT.

025100*    -------------------------------------------------------------
025200*    2100-EDIT-TRAN  --  EVERY RULE A TRANSACTION MUST PASS BEFORE
025300*    THE MASTER IS TOUCHED.  THE FIRST RULE BROKEN NAMES THE
025400*    REFUSAL.  THE MASTER IS READ HERE, SO ON THE WAY OUT
025500*    ACCT-RECORD HOLDS THE BEFORE IMAGE OF ANY ACCOUNT FOUND.
025600*    -------------------------------------------------------------
025700 2100-EDIT-TRAN.
025800     SET        WS-TRAN-ACCEPTED    TO TRUE.
025900     MOVE       SPACES              TO WS-REFUSE-REASON.

026000     IF         NOT TRAN-IS-ADD
026100         AND    NOT TRAN-IS-CHANGE
026200         AND    NOT TRAN-IS-CLOSE
026300         SET    WS-TRAN-REFUSED     TO TRUE
026400         MOVE   'ACTION CODE NOT A, C OR X'
026500                                    TO WS-REFUSE-REASON
026600         GO TO  2100-EDIT-TRAN-EXIT
026700     END-IF.

026800     IF         TRAN-ACCT-CODE = SPACES
026900         SET    WS-TRAN-REFUSED     TO TRUE
027000         MOVE   'ACCOUNT CODE IS BLANK'
027100                                    TO WS-REFUSE-REASON
027200         GO TO  2100-EDIT-TRAN-EXIT
027300     END-IF.

027400     IF         TRAN-EFF-DATE = SPACES
027500         MOVE   WS-RUN-DATE         TO WS-EFF-DATE
027600     ELSE
027700         IF     TRAN-EFF-DATE-NUM NOT NUMERIC
027800             SET WS-TRAN-REFUSED    TO TRUE
027900             MOVE 'EFFECTIVE DATE IS NOT NUMERIC'
028000                                    TO WS-REFUSE-REASON
028100             GO TO 2100-EDIT-TRAN-EXIT
028200         END-IF
028300         MOVE   TRAN-EFF-DATE-NUM   TO WS-EFF-DATE
028400     END-IF.

028500     IF         TRAN-STATUS NOT = SPACE
028600         AND    TRAN-STATUS NOT = 'O'
028700         AND    TRAN-STATUS NOT = 'S'
028800         SET    WS-TRAN-REFUSED     TO TRUE
028900         MOVE   'STATUS MUST BE O, S OR BLANK'
029000                                    TO WS-REFUSE-REASON
029100         GO TO  2100-EDIT-TRAN-EXIT
029200     END-IF.

029300     PERFORM 2150-READ-ACCTMAST
029400         THRU 2150-READ-ACCTMAST-EXIT.

029500     IF         TRAN-IS-ADD
029600         IF     WS-ACCT-FOUND
029700             SET WS-TRAN-REFUSED    TO TRUE
029800             MOVE 'ACCOUNT ALREADY ON ACCOUNT MASTER'
029900                                    TO WS-REFUSE-REASON
030000             GO TO 2100-EDIT-TRAN-EXIT
030100         END-IF
030200         IF     TRAN-NAME = SPACES
030300             SET WS-TRAN-REFUSED    TO TRUE
030400             MOVE 'ACCOUNT NAME IS BLANK'
030500                                    TO WS-REFUSE-REASON
030600             GO TO 2100-EDIT-TRAN-EXIT
030700         END-IF
030800         IF     TRAN-TRAN-TYPES = SPACES
030900             SET WS-TRAN-REFUSED    TO TRUE
031000             MOVE 'NO TRAN TYPES GIVEN FOR NEW ACCOUNT'
031100                                    TO WS-REFUSE-REASON
031200             GO TO 2100-EDIT-TRAN-EXIT
031300         END-IF
031400         GO TO  2100-EDIT-TRAN-EXIT
031500     END-IF.

031600     IF         WS-ACCT-NOT-FOUND
031700         SET    WS-TRAN-REFUSED     TO TRUE
031800         MOVE   'ACCOUNT NOT ON ACCOUNT MASTER'
031900                                    TO WS-REFUSE-REASON
032000         GO TO  2100-EDIT-TRAN-EXIT
032100     END-IF.

032200     IF         ACCT-IS-CLOSED
032300         SET    WS-TRAN-REFUSED     TO TRUE
032400         MOVE   'ACCOUNT IS ALREADY CLOSED'
032500                                    TO WS-REFUSE-REASON
032600         GO TO  2100-EDIT-TRAN-EXIT
032700     END-IF.

032800     IF         TRAN-IS-CHANGE
032900         AND    TRAN-NAME = SPACES
033000         AND    TRAN-STATUS = SPACE
033100         AND    TRAN-TRAN-TYPES = SPACES
033200         SET    WS-TRAN-REFUSED     TO TRUE
033300         MOVE   'CHANGE CARRIES NOTHING TO CHANGE'
033400                                    TO WS-REFUSE-REASON
033500         GO TO  2100-EDIT-TRAN-EXIT
033600     END-IF.

033700     IF         TRAN-IS-CLOSE
033800         AND    WS-EFF-DATE < ACCT-OPEN-DATE
033900         SET    WS-TRAN-REFUSED     TO TRUE
034000         MOVE   'CLOSE DATE IS BEFORE OPEN DATE'
034100                                    TO WS-REFUSE-REASON
034200         GO TO  2100-EDIT-TRAN-EXIT
034300     END-IF.
034400 2100-EDIT-TRAN-EXIT.
034500     EXIT.

034600*    -------------------------------------------------------------
034700*    2150-READ-ACCTMAST  --  ONE KEYED READ FOR THE TRANSACTION'S
034800*    ACCOUNT.  NOT-FOUND IS AN ANSWER (STATUS 23), NOT AN ERROR.
034900*    -------------------------------------------------------------
035000 2150-READ-ACCTMAST.
035100     MOVE       TRAN-ACCT-CODE      TO ACCT-CODE.
035200     READ       ACCTMAST
035300         INVALID KEY
035400             SET WS-ACCT-NOT-FOUND  TO TRUE
035500         NOT INVALID KEY
035600             SET WS-ACCT-FOUND      TO TRUE
035700     END-READ.
035800     IF         ACCTMAST-STATUS NOT = '23'
035900         MOVE   'READ ACCTMAST'     TO WS-STATUS-WHERE
036000         PERFORM 9200-CHECK-ACCTMAST-STATUS
036100             THRU 9200-CHECK-ACCTMAST-STATUS-EXIT
036200     END-IF.
036300 2150-READ-ACCTMAST-EXIT.
036400     EXIT.

036500*    -------------------------------------------------------------
036600*    2200-APPLY-ADD  --  WRITE A NEW ACCOUNT.  THE STATUS DEFAULTS
036700*    TO OPEN; AN ACCOUNT MAY BE ADDED ALREADY SUSPENDED.
036800*    -------------------------------------------------------------
036900 2200-APPLY-ADD.
037000     MOVE       TRAN-ACTION         TO REG-ACTION.
037100     MOVE       'BEFORE'            TO REG-IMAGE.
037200     MOVE       TRAN-ACCT-CODE      TO REG-ACCT-CODE.
037300     MOVE       '(NOT ON ACCOUNT MASTER)' TO REG-NAME.
037400     MOVE       SPACES              TO REG-STATUS.
037500     MOVE       SPACES              TO REG-OPEN-DATE.
037600     MOVE       SPACES              TO REG-CLOSE-DATE.
037700     MOVE       SPACES              TO REG-TRAN-TYPES.
037800     DISPLAY    WS-REGISTER-LINE    UPON CONSOLE.

037900     MOVE       SPACES              TO ACCT-RECORD.
038000     MOVE       TRAN-ACCT-CODE      TO ACCT-CODE.
038100     MOVE       TRAN-NAME           TO ACCT-NAME.
038200     IF         TRAN-STATUS = SPACE
038300         SET    ACCT-IS-OPEN        TO TRUE
038400     ELSE
038500         MOVE   TRAN-STATUS         TO ACCT-STATUS
038600     END-IF.
038700     MOVE       WS-EFF-DATE         TO ACCT-OPEN-DATE.
038800     MOVE       ZEROS               TO ACCT-CLOSE-DATE.
038900     MOVE       TRAN-TRAN-TYPES     TO ACCT-TRAN-TYPES.
039000     MOVE       WS-RUN-DATE         TO ACCT-MAINT-DATE.

039100     WRITE      ACCT-RECORD.
039200     MOVE       'WRITE ACCTMAST'    TO WS-STATUS-WHERE.
039300     PERFORM 9200-CHECK-ACCTMAST-STATUS
039400         THRU 9200-CHECK-ACCTMAST-STATUS-EXIT.
039500     ADD        1                   TO WS-ADD-COUNT.

039600     MOVE       'AFTER'             TO REG-IMAGE.
039700     PERFORM 2500-PRINT-IMAGE
039800         THRU 2500-PRINT-IMAGE-EXIT.
039900 2200-APPLY-ADD-EXIT.
040000     EXIT.

040100*    -------------------------------------------------------------
040200*    2300-APPLY-CHANGE  --  REWRITE AN OPEN OR SUSPENDED ACCOUNT
040300*    WITH EACH NON-BLANK FIELD OF THE TRANSACTION.
040400*    -------------------------------------------------------------
040500 2300-APPLY-CHANGE.
040600     MOVE       'BEFORE'            TO REG-IMAGE.
040700     PERFORM 2500-PRINT-IMAGE
040800         THRU 2500-PRINT-IMAGE-EXIT.

040900     IF         TRAN-NAME NOT = SPACES
041000         MOVE   TRAN-NAME           TO ACCT-NAME
041100     END-IF.
041200     IF         TRAN-STATUS NOT = SPACE
041300         MOVE   TRAN-STATUS         TO ACCT-STATUS
041400     END-IF.
041500     IF         TRAN-TRAN-TYPES NOT = SPACES
041600         MOVE   TRAN-TRAN-TYPES     TO ACCT-TRAN-TYPES
041700     END-IF.
041800     MOVE       WS-RUN-DATE         TO ACCT-MAINT-DATE.

041900     REWRITE    ACCT-RECORD.
042000     MOVE       'REWRITE ACCTMAST'  TO WS-STATUS-WHERE.
042100     PERFORM 9200-CHECK-ACCTMAST-STATUS
042200         THRU 9200-CHECK-ACCTMAST-STATUS-EXIT.
042300     ADD        1                   TO WS-CHANGE-COUNT.

042400     MOVE       'AFTER'             TO REG-IMAGE.
042500     PERFORM 2500-PRINT-IMAGE
042600         THRU 2500-PRINT-IMAGE-EXIT.
042700 2300-APPLY-CHANGE-EXIT.
042800     EXIT.

042900*    -------------------------------------------------------------
043000*    2400-APPLY-CLOSE  --  MARK THE ACCOUNT CLOSED AS OF THE
043100*    EFFECTIVE DATE.  THE RECORD STAYS ON THE MASTER.
043200*    -------------------------------------------------------------
043300 2400-APPLY-CLOSE.
043400     MOVE       'BEFORE'            TO REG-IMAGE.
043500     PERFORM 2500-PRINT-IMAGE
043600         THRU 2500-PRINT-IMAGE-EXIT.

043700     SET        ACCT-IS-CLOSED      TO TRUE.
043800     MOVE       WS-EFF-DATE         TO ACCT-CLOSE-DATE.
043900     MOVE       WS-RUN-DATE         TO ACCT-MAINT-DATE.

044000     REWRITE    ACCT-RECORD.
044100     MOVE       'REWRITE ACCTMAST'  TO WS-STATUS-WHERE.
044200     PERFORM 9200-CHECK-ACCTMAST-STATUS
044300         THRU 9200-CHECK-ACCTMAST-STATUS-EXIT.
044400     ADD        1                   TO WS-CLOSE-COUNT.

044500     MOVE       'AFTER'             TO REG-IMAGE.
044600     PERFORM 2500-PRINT-IMAGE
044700         THRU 2500-PRINT-IMAGE-EXIT.
044800 2400-APPLY-CLOSE-EXIT.
044900     EXIT.

045000*    -------------------------------------------------------------
045100*    2500-PRINT-IMAGE  --  DISPLAY ACCT-RECORD AS ONE REGISTER
045200*    LINE UNDER THE IMAGE LABEL THE CALLER HAS SET.
045300*    -------------------------------------------------------------
045400 2500-PRINT-IMAGE.
045500     MOVE       TRAN-ACTION         TO REG-ACTION.
045600     MOVE       ACCT-CODE           TO REG-ACCT-CODE.
045700     MOVE       ACCT-NAME           TO REG-NAME.
045800     MOVE       ACCT-STATUS         TO REG-STATUS.
045900     MOVE       ACCT-OPEN-DATE      TO REG-OPEN-DATE.
046000     IF         ACCT-CLOSE-DATE = ZEROS
046100         MOVE   SPACES              TO REG-CLOSE-DATE
046200     ELSE
046300         MOVE   ACCT-CLOSE-DATE     TO REG-CLOSE-DATE
046400     END-IF.
046500     MOVE       ACCT-TRAN-TYPES     TO REG-TRAN-TYPES.
046600     DISPLAY    WS-REGISTER-LINE    UPON CONSOLE.
046700 2500-PRINT-IMAGE-EXIT.
046800     EXIT.

046900*    -------------------------------------------------------------
047000*    2600-PRINT-REFUSAL  --  LIST A TRANSACTION THAT WAS NOT
047100*    APPLIED, WITH THE RULE IT BROKE.
047200*    -------------------------------------------------------------
047300 2600-PRINT-REFUSAL.
047400     MOVE       TRAN-ACTION         TO RFS-ACTION.
047500     MOVE       TRAN-ACCT-CODE      TO RFS-ACCT-CODE.
047600     MOVE       WS-REFUSE-REASON    TO RFS-REASON.
047700     DISPLAY    WS-REFUSAL-LINE     UPON CONSOLE.
047800     ADD        1                   TO WS-REFUSED-COUNT.
047900 2600-PRINT-REFUSAL-EXIT.
048000     EXIT.

048100*    -------------------------------------------------------------
048200*    2900-READ-ACCTTRAN  --  READ THE NEXT TRANSACTION, SETTING
048300*    THE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED
048400*    -------------------------------------------------------------
048500 2900-READ-ACCTTRAN.
048600     READ       ACCTTRAN
048700         AT END
048800             SET WS-EOF-YES         TO TRUE
048900     END-READ.
049000     IF         WS-EOF-NO
049100         MOVE   'READ ACCTTRAN'     TO WS-STATUS-WHERE
049200         PERFORM 9100-CHECK-ACCTTRAN-STATUS
049300             THRU 9100-CHECK-ACCTTRAN-STATUS-EXIT
049400     END-IF.
049500 2900-READ-ACCTTRAN-EXIT.
049600     EXIT.

049700*    =============================================================
049800*    8000-TERMINATE  --  CLOSE BOTH FILES, SUMMARIZE THE REGISTER
049900*    AND SET THE SCHEDULER-VISIBLE RESULT.  RETURN-CODE 8 MEANS
050000*    AT LEAST ONE TRANSACTION WAS REFUSED.
050100*    =============================================================
050200 8000-TERMINATE.
050300     CLOSE      ACCTTRAN.
050400     CLOSE      ACCTMAST.
050500     DISPLAY    'Transactions read   ' WS-TRAN-COUNT
050600                                    UPON CONSOLE.
050700     DISPLAY    'Accounts added      ' WS-ADD-COUNT
050800                                    UPON CONSOLE.
050900     DISPLAY    'Accounts changed    ' WS-CHANGE-COUNT
051000                                    UPON CONSOLE.
051100     DISPLAY    'Accounts closed     ' WS-CLOSE-COUNT
051200                                    UPON CONSOLE.
051300     DISPLAY    'Transactions refused' WS-REFUSED-COUNT
051400                                    UPON CONSOLE.
051500     IF         WS-REFUSED-COUNT NOT = ZERO
051600         DISPLAY 'ACCTMNT - ' WS-REFUSED-COUNT
051700                 ' TRANSACTION(S) REFUSED' UPON CONSOLE
051800         MOVE   8                   TO RETURN-CODE
051900     END-IF.
052000     DISPLAY    'Bye COBOL'         UPON CONSOLE.
052100 8000-TERMINATE-EXIT.
052200     EXIT.

052300*    -------------------------------------------------------------
052400*    9100-CHECK-ACCTTRAN-STATUS  --  CALLED ONLY WHEN
052500*    ACCTTRAN-STATUS IS SOMETHING OTHER THAN '35' (MISSING), SO
052600*    ANY NON-ZERO STATUS HERE IS A REAL OPEN OR READ FAILURE.
052700*    -------------------------------------------------------------
052800 9100-CHECK-ACCTTRAN-STATUS.
052900     IF         ACCTTRAN-STATUS NOT = ZERO
053000         MOVE   ACCTTRAN-STATUS     TO WS-ABEND-STATUS
053100         GO TO  9999-ABEND
053200     END-IF.
053300 9100-CHECK-ACCTTRAN-STATUS-EXIT.
053400     EXIT.

053500*    -------------------------------------------------------------
053600*    9200-CHECK-ACCTMAST-STATUS  --  A NON-ZERO ACCTMAST-STATUS
053700*    MEANS THE MASTER CANNOT BE TRUSTED TO HAVE TAKEN THE UPDATE,
053800*    SO CONTROL GOES STRAIGHT TO THE ABEND PARAGRAPH.
053900*    -------------------------------------------------------------
054000 9200-CHECK-ACCTMAST-STATUS.
054100     IF         ACCTMAST-STATUS NOT = ZERO
054200         MOVE   ACCTMAST-STATUS     TO WS-ABEND-STATUS
054300         GO TO  9999-ABEND
054400     END-IF.
054500 9200-CHECK-ACCTMAST-STATUS-EXIT.
054600     EXIT.

054700*    =============================================================
054800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
054900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
055000*    =============================================================
055100 9999-ABEND.
055200     DISPLAY    'ACCTMNT ABEND - STATUS ' WS-ABEND-STATUS
055300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
055400     MOVE       16                  TO RETURN-CODE.
055500     STOP RUN.
