000100*****************************************************************
000200* PROGRAM      : GLPOST
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  BUILDS THE GENERAL-LEDGER
001000*                    JOURNAL FOR ONE RUN FROM A COMPLETED OUTFILE
001100*                    OR, WHEN THE OPTIONAL GENSELECT NAMES ONE, A
001200*                    CATALOGED GENERATION.  THE RUN'S DETAILS ARE
001300*                    TOTALLED BY PAY-ACCT-CODE AND PAY-TRAN-TYPE,
001400*                    EACH TOTAL IS MAPPED THROUGH THE GLTYPES
001500*                    TABLE TO A GL ACCOUNT, A DEBIT OR CREDIT SIDE
001600*                    AND AN OFFSET ACCOUNT, AND WRITTEN TO GLJRNL
001700*                    AS A BALANCED BATCH WITH A CONTROL RECORD
001800*                    THAT TIES TO TRLR-AMOUNT-HASH.  THE RUN IS
001900*                    THEN RECORDED ON THE POSTING REGISTER
002000*                    (POSTREG) UNDER ITS TRLR-RUN-ID.  A RUN IS
002100*                    REFUSED, AND NOTHING WRITTEN, WHEN IT IS
002200*                    ALREADY ON THE REGISTER, WHEN ITS TRAILER IS
002300*                    MISSING OR FAILS THE COUNT OR HASH PROOF, OR
002400*                    WHEN ITS WRITEONE RUNCTL ROW IS NOT 'C'.
002410*   2026-10-15  SOC  REVERSAL RECORDS ('R') ARE COUNTED AGAINST THE
002420*                    TRAILER AND ADDED TO THE HASH LIKE DETAILS, BUT
002430*                    TOTALLED SEPARATELY AND POSTED WITH THE SIDES
002440*                    OF THEIR GLTYPES ROW SWAPPED, SO A REVERSAL
002450*                    UNWINDS ITS ORIGINAL IN THE LEDGER AND THE
002460*                    BATCH STILL TIES TO TRLR-AMOUNT-HASH.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700     PROGRAM-ID.               GLPOST.
002800     AUTHOR.                   SOLDIER OF COBOL.
002900     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003000     DATE-WRITTEN.             2026-10-15.
003100     DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OUTFILE
003600         ASSIGN EXTERNAL   OUTFILE
003700         ORGANIZATION      SEQUENTIAL
003800         FILE STATUS       OUTFILE-STATUS.

003900*    -------------------------------------------------------------
004000*    RUNCTL  --  SHARED RUN-CONTROL FILE; THE WRITEONE ROWS
004100*    CARRYING THE TRAILER'S RUN ID SAY WHETHER THAT RUN ENDED
004200*    CLEANLY.
004300*    -------------------------------------------------------------
004400     SELECT RUNCTL
004500         ASSIGN EXTERNAL   RUNCTL
004600         ORGANIZATION      LINE SEQUENTIAL
004700         FILE STATUS       RUNCTL-STATUS.

004800*    -------------------------------------------------------------
004900*    GENSELECT  --  OPTIONAL PARAMETER NAMING A CATALOGED
005000*    GENERATION TO POST IN PLACE OF THE LIVE OUTFILE.  WHEN
005100*    ABSENT (STATUS 35 AT OPEN), THE LIVE FILE IS POSTED.
005200*    -------------------------------------------------------------
005300     SELECT GENSELECT
005400         ASSIGN EXTERNAL   GENSELECT
005500         ORGANIZATION      LINE SEQUENTIAL
005600         FILE STATUS       GENSEL-STATUS.

005700     SELECT GENCATF
005800         ASSIGN EXTERNAL   GENCATF
005900         ORGANIZATION      LINE SEQUENTIAL
006000         FILE STATUS       GENCAT-STATUS.

006100*    -------------------------------------------------------------
006200*    GENFILE  --  THE SELECTED GENERATION, DYNAMICALLY ASSIGNED
006300*    TO THE CATALOGED NAME; ONLY USED WHEN GENSELECT IS PRESENT.
006400*    -------------------------------------------------------------
006500     SELECT GENFILE
006600         ASSIGN DYNAMIC     WS-GEN-PATH
006700         ORGANIZATION      SEQUENTIAL
006800         FILE STATUS       GENFILE-STATUS.

006900*    -------------------------------------------------------------
007000*    GLTYPES  --  REQUIRED PARAMETER: ONE ROW PER PAY-TRAN-TYPE
007100*    GIVING THE GL ACCOUNT IT POSTS TO, THE SIDE ('D' OR 'C') IT
007200*    POSTS ON, AND THE OFFSET ACCOUNT THAT TAKES THE OTHER SIDE.
007300*    -------------------------------------------------------------
007400     SELECT GLTYPES
007500         ASSIGN EXTERNAL   GLTYPES
007600         ORGANIZATION      LINE SEQUENTIAL
007700         FILE STATUS       GLTYPES-STATUS.

007800*    -------------------------------------------------------------
007900*    GLJRNL  --  THE JOURNAL HANDED TO THE LEDGER.  WRITTEN FRESH
008000*    EACH RUN, ONE BATCH PER FILE, SO A RUN THAT DIES BEFORE THE
008100*    REGISTER IS UPDATED LEAVES NOTHING THAT A RERUN WOULD
008200*    DUPLICATE.
008300*    -------------------------------------------------------------
008400     SELECT GLJRNL
008500         ASSIGN EXTERNAL   GLJRNL
008600         ORGANIZATION      LINE SEQUENTIAL
008700         FILE STATUS       GLJRNL-STATUS.

008800*    -------------------------------------------------------------
008900*    POSTREG  --  THE POSTING REGISTER: ONE ROW PER RUN ID EVER
009000*    JOURNALED, ONLY EVER APPENDED.
009100*    -------------------------------------------------------------
009200     SELECT POSTREG
009300         ASSIGN EXTERNAL   POSTREG
009400         ORGANIZATION      LINE SEQUENTIAL
009500         FILE STATUS       POSTREG-STATUS.

009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  OUTFILE
009900     RECORD CONTAINS       61 CHARACTERS.
010000     COPY OUTREC.

010100 FD  RUNCTL
010200     DATA RECORD           CTL-RECORD.
010300     COPY CTLREC.

010400 FD  GENSELECT
010500     DATA RECORD           GENSEL-RECORD.
010600 01  GENSEL-RECORD.
010700     10  GENSEL-NAME        PIC X(44).

010800 FD  GENCATF
010900     DATA RECORD           GEN-RECORD.
011000     COPY GENREC.

011100 FD  GENFILE
011200     RECORD CONTAINS       61 CHARACTERS.
011300 01  GEN-FILE-RECORD        PIC X(61).

011400 FD  GLTYPES
011500     DATA RECORD           GLT-RECORD.
011600 01  GLT-RECORD.
011700     10  GLT-TRAN-TYPE      PIC X(02).
011800     10  FILLER             PIC X(01).
011900     10  GLT-GL-ACCOUNT     PIC X(10).
012000     10  FILLER             PIC X(01).
012100     10  GLT-SIGN           PIC X(01).
012200         88  GLT-IS-DEBIT              VALUE 'D'.
012300         88  GLT-IS-CREDIT             VALUE 'C'.
012400     10  FILLER             PIC X(01).
012500     10  GLT-OFFSET-ACCOUNT PIC X(10).

012600 FD  GLJRNL
012700     DATA RECORD           GLJ-LINE-RECORD.
012800     COPY GLJREC.

012900 FD  POSTREG
013000     DATA RECORD           PREG-RECORD.
013100 01  PREG-RECORD.
013200     10  PREG-RUN-ID        PIC X(16).
013300     10  FILLER             PIC X(01).
013400     10  PREG-POST-DATE     PIC 9(08).
013500     10  FILLER             PIC X(01).
013600     10  PREG-POST-TIME     PIC 9(06).
013700     10  FILLER             PIC X(01).
013800     10  PREG-DETAIL-COUNT  PIC 9(08).
013900     10  FILLER             PIC X(01).
014000     10  PREG-AMOUNT-HASH   PIC 9(13)V99.
014100     10  FILLER             PIC X(01).
014200     10  PREG-LINE-COUNT    PIC 9(06).
014300     10  FILLER             PIC X(01).
014400     10  PREG-SOURCE        PIC X(44).

014500 WORKING-STORAGE SECTION.

014600*    -------------------------------------------------------------
014700*    FILE STATUS FIELDS
014800*    -------------------------------------------------------------
014900 77  OUTFILE-STATUS         PIC 99 VALUE ZEROS.
015000 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
015100 77  GENSEL-STATUS          PIC 99 VALUE ZEROS.
015200 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
015300 77  GENFILE-STATUS         PIC 99 VALUE ZEROS.
015400 77  GLTYPES-STATUS         PIC 99 VALUE ZEROS.
015500 77  GLJRNL-STATUS          PIC 99 VALUE ZEROS.
015600 77  POSTREG-STATUS         PIC 99 VALUE ZEROS.

015700*    -------------------------------------------------------------
015800*    GENERATION-SELECTION WORK AREAS -- WS-GENSEL-NAME KEEPS THE
015900*    REQUESTED NAME PAST THE CLOSE OF GENSELECT, SINCE THE FD
016000*    RECORD IS UNDEFINED ONCE THE FILE IS CLOSED.  WS-GEN-SOURCE
016100*    IS THE CATALOG'S RECORD OF WHICH PROGRAM MADE IT.
016200*    -------------------------------------------------------------
016300 77  WS-GEN-SWITCH          PIC X(01) VALUE 'N'.
016400     88  WS-GEN-ACTIVE                VALUE 'Y'.
016500     88  WS-GEN-INACTIVE              VALUE 'N'.

016600 77  WS-GENSEL-NAME         PIC X(44) VALUE SPACES.
016700 77  WS-GEN-PATH            PIC X(44) VALUE SPACES.
016800 77  WS-GEN-SOURCE          PIC X(08) VALUE SPACES.

016900 77  WS-CAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
017000     88  WS-CAT-EOF-YES               VALUE 'Y'.
017100     88  WS-CAT-EOF-NO                VALUE 'N'.

017200 77  WS-CAT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
017300     88  WS-CAT-FOUND                 VALUE 'Y'.
017400     88  WS-CAT-NOT-FOUND             VALUE 'N'.

017500*    -------------------------------------------------------------
017600*    RUN-CONTROL WORK AREAS -- WS-RUN-CTL-STATUS IS THE STATUS
017700*    BYTE OF THE LATEST WRITEONE ROW CARRYING THIS RUN'S ID.
017800*    -------------------------------------------------------------
017900 77  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
018000     88  WS-CTL-EOF-YES               VALUE 'Y'.
018100     88  WS-CTL-EOF-NO                VALUE 'N'.

018200 77  WS-RUN-CTL-SWITCH      PIC X(01) VALUE 'N'.
018300     88  WS-RUN-CTL-FOUND             VALUE 'Y'.
018400     88  WS-RUN-CTL-NOT-FOUND         VALUE 'N'.

018500 77  WS-RUN-CTL-STATUS      PIC X(01) VALUE SPACE.

018600*    -------------------------------------------------------------
018700*    POSTING-REGISTER WORK AREAS
018800*    -------------------------------------------------------------
018900 77  WS-PREG-EOF-SWITCH     PIC X(01) VALUE 'N'.
019000     88  WS-PREG-EOF-YES              VALUE 'Y'.
019100     88  WS-PREG-EOF-NO               VALUE 'N'.

019200 77  WS-POSTED-SWITCH       PIC X(01) VALUE 'N'.
019300     88  WS-ALREADY-POSTED            VALUE 'Y'.
019400     88  WS-NOT-YET-POSTED            VALUE 'N'.

019500 77  WS-POSTED-DATE         PIC 9(08) VALUE ZEROS.

019600*    -------------------------------------------------------------
019700*    GL TRANSACTION-TYPE TABLE, LOADED FROM GLTYPES
019800*    -------------------------------------------------------------
019900 77  WS-GLT-EOF-SWITCH      PIC X(01) VALUE 'N'.
020000     88  WS-GLT-EOF-YES               VALUE 'Y'.
020100     88  WS-GLT-EOF-NO                VALUE 'N'.

020200 01  WS-GLT-TABLE.
020300     05  WS-GLT-ENTRY       OCCURS 50 TIMES.
020400         10  WS-GLT-TRAN-TYPE       PIC X(02).
020500         10  WS-GLT-GL-ACCOUNT      PIC X(10).
020600         10  WS-GLT-SIGN            PIC X(01).
020700         10  WS-GLT-OFFSET-ACCOUNT  PIC X(10).

020800 77  WS-GLT-COUNT           PIC 9(04) COMP VALUE ZERO.
020900 77  WS-GLT-MAX-ENTRIES     PIC 9(04) COMP VALUE 50.
021000 77  WS-GLT-IDX             PIC 9(04) COMP VALUE ZERO.
021100 77  WS-GLT-HIT             PIC 9(04) COMP VALUE ZERO.

021200*    -------------------------------------------------------------
021210*    RUN SUMMARY TABLE -- ONE ENTRY PER PAY-ACCT-CODE,
021220*    PAY-TRAN-TYPE AND KIND ('D' DETAIL, 'R' REVERSAL) SEEN, IN
021230*    ORDER OF FIRST APPEARANCE, CARRYING THE GLTYPES ENTRY IT MAPS
021240*    TO.
021600*    -------------------------------------------------------------
021700 01  WS-SUM-TABLE.
021800     05  WS-SUM-ENTRY       OCCURS 500 TIMES.
021900         10  WS-SUM-ACCT-CODE       PIC X(10).
022000         10  WS-SUM-TRAN-TYPE       PIC X(02).
022010         10  WS-SUM-KIND            PIC X(01).
022020             88  WS-SUM-IS-REVERSAL           VALUE 'R'.
022100         10  WS-SUM-GLT-IDX         PIC 9(04) COMP.
022200         10  WS-SUM-DETAILS         PIC 9(08) COMP.
022300         10  WS-SUM-AMOUNT          PIC 9(13)V99.

022400 77  WS-SUM-COUNT           PIC 9(04) COMP VALUE ZERO.
022500 77  WS-SUM-MAX-ENTRIES     PIC 9(04) COMP VALUE 500.
022600 77  WS-SUM-IDX             PIC 9(04) COMP VALUE ZERO.
022700 77  WS-SUM-HIT             PIC 9(04) COMP VALUE ZERO.

022800*    -------------------------------------------------------------
022900*    SEARCH ARGUMENTS FOR THE TWO TABLE LOOK-UPS
023000*    -------------------------------------------------------------
023100 77  WS-FIND-ACCT-CODE      PIC X(10) VALUE SPACES.
023200 77  WS-FIND-TRAN-TYPE      PIC X(02) VALUE SPACES.
023210 77  WS-FIND-KIND           PIC X(01) VALUE SPACE.

023300*    -------------------------------------------------------------
023400*    END-OF-FILE SWITCH AND WHAT THE SCAN FOUND ON THE INPUT
023500*    -------------------------------------------------------------
023600 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
023700     88  WS-EOF-YES                   VALUE 'Y'.
023800     88  WS-EOF-NO                    VALUE 'N'.

023900 77  WS-RECORDS-READ        PIC 9(06) COMP VALUE ZERO.
024000 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
024100 77  WS-AMOUNT-HASH         PIC 9(13)V99 VALUE ZEROS.

024200 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
024300     88  WS-TRAILER-SEEN              VALUE 'Y'.
024400     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

024500 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
024600 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
024700 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
024800                            PIC 9(13)V99.
024900 77  WS-TRLR-RUN-ID         PIC X(16) VALUE SPACES.

025000*    -------------------------------------------------------------
025100*    JOURNAL TOTALS -- PROVED AGAINST THE TRAILER HASH BEFORE THE
025200*    CONTROL RECORD IS WRITTEN
025300*    -------------------------------------------------------------
025400 77  WS-LINE-COUNT          PIC 9(06) COMP VALUE ZERO.
025500 77  WS-DEBIT-TOTAL         PIC 9(13)V99 VALUE ZEROS.
025600 77  WS-CREDIT-TOTAL        PIC 9(13)V99 VALUE ZEROS.

025700 77  WS-LINE-ACCOUNT        PIC X(10) VALUE SPACES.
025710 77  WS-POST-SIDE           PIC X(01) VALUE SPACE.
025800 77  WS-LINE-SIDE           PIC X(01) VALUE SPACE.
025900     88  WS-LINE-IS-DEBIT             VALUE 'D'.
026000     88  WS-LINE-IS-CREDIT            VALUE 'C'.

026100 77  WS-POST-DATE           PIC 9(08) VALUE ZEROS.
026200 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.

026300*    -------------------------------------------------------------
026400*    ONE SUMMARY LINE, BUILT HERE AND DISPLAYED FOR EACH TOTAL
026500*    AS IT IS JOURNALED
026600*    -------------------------------------------------------------
026700 01  WS-SUMMARY-LINE.
026800     10  SUM-ACCT-CODE       PIC X(10).
026900     10  FILLER              PIC X(02) VALUE SPACES.
027000     10  SUM-TRAN-TYPE       PIC X(02).
027010     10  FILLER              PIC X(01) VALUE SPACES.
027020     10  SUM-KIND            PIC X(01).
027030     10  FILLER              PIC X(01) VALUE SPACES.
027200     10  SUM-DETAILS         PIC ZZZZZZZ9.
027300     10  FILLER              PIC X(02) VALUE SPACES.
027400     10  SUM-AMOUNT          PIC ZZZZZZZZZZZZ9.99.
027500     10  FILLER              PIC X(02) VALUE SPACES.
027600     10  SUM-GL-ACCOUNT      PIC X(10).
027700     10  FILLER              PIC X(01) VALUE SPACES.
027800     10  SUM-SIGN            PIC X(01).
027900     10  FILLER              PIC X(02) VALUE SPACES.
028000     10  SUM-OFFSET-ACCOUNT  PIC X(10).

028100*    -------------------------------------------------------------
028200*    REPORT HEADING LINE
028300*    -------------------------------------------------------------
028400 01  WS-HEADING-LINE.
028500     10  FILLER              PIC X(36) VALUE
028510         'ACCOUNT   TYPE K DETAILS'.
028700     10  FILLER              PIC X(40) VALUE
028800         'AMOUNT   GL-ACCOUNT S  OFFSET'.

028900*    -------------------------------------------------------------
029000*    FILE STATUS-CHECK WORK AREA
029100*    -------------------------------------------------------------
029200 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
029300 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

029400 PROCEDURE DIVISION.

029500*    =============================================================
029600*    0000-MAINLINE-CONTROL
029700*    =============================================================
029800 0000-MAINLINE-CONTROL.
029900     PERFORM 1000-INITIALIZE
030000         THRU 1000-INITIALIZE-EXIT.

030100     PERFORM 2000-PROCESS-RECORD
030200         THRU 2000-PROCESS-RECORD-EXIT
030300         UNTIL WS-EOF-YES.

030400     PERFORM 3000-VALIDATE-RUN
030500         THRU 3000-VALIDATE-RUN-EXIT.

030600     PERFORM 4000-WRITE-JOURNAL
030700         THRU 4000-WRITE-JOURNAL-EXIT.

030800     PERFORM 5000-REGISTER-POSTING
030900         THRU 5000-REGISTER-POSTING-EXIT.

031000     PERFORM 8000-TERMINATE
031100         THRU 8000-TERMINATE-EXIT.

031200     STOP RUN.

031300*    =============================================================
031400*    1000-INITIALIZE  --  LOAD THE GL TYPE TABLE, OPEN THE INPUT
031500*    (LIVE OUTFILE OR SELECTED GENERATION) AND PRIME THE FIRST
031600*    READ
031700*    =============================================================
031800 1000-INITIALIZE.
031900     DISPLAY    'Hello COBOL'       UPON CONSOLE.

032000     ACCEPT     WS-POST-DATE        FROM DATE YYYYMMDD.
032100     ACCEPT     WS-TIME-OF-DAY      FROM TIME.

032200     PERFORM 1100-LOAD-GL-TYPES
032300         THRU 1100-LOAD-GL-TYPES-EXIT.

032400     PERFORM 1600-OPEN-GENSELECT
032500         THRU 1600-OPEN-GENSELECT-EXIT.

032600     IF         WS-GEN-INACTIVE
032700         OPEN   INPUT               OUTFILE
032800         DISPLAY 'Open OUTFILE FS is ' OUTFILE-STATUS
032900         MOVE   'OPEN OUTFILE'      TO WS-STATUS-WHERE
033000         PERFORM 9000-CHECK-OUTFILE-STATUS
033100             THRU 9000-CHECK-OUTFILE-STATUS-EXIT
033200     END-IF.

033300     PERFORM 2100-READ-OUTFILE
033400         THRU 2100-READ-OUTFILE-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.

033700*    -------------------------------------------------------------
033800*    1100-LOAD-GL-TYPES  --  LOAD THE REQUIRED GLTYPES TABLE.  A
033900*    JOURNAL CANNOT BE BUILT WITHOUT IT, SO A MISSING OR EMPTY
034000*    FILE ABENDS, AS DOES A TABLE TOO BIG TO HOLD: A DROPPED ROW
034100*    WOULD ONLY RESURFACE AS AN UNMAPPED TYPE HALF WAY THROUGH.
034200*    -------------------------------------------------------------
034300 1100-LOAD-GL-TYPES.
034400     OPEN       INPUT               GLTYPES.
034500     IF         GLTYPES-STATUS = '35'
034600         MOVE   35                  TO WS-ABEND-STATUS
034700         MOVE   'GLTYPES MISSING'   TO WS-STATUS-WHERE
034800         GO TO  9999-ABEND
034900     END-IF.
035000     MOVE       'OPEN GLTYPES'      TO WS-STATUS-WHERE.
035100     PERFORM 9500-CHECK-GLTYPES-STATUS
035200         THRU 9500-CHECK-GLTYPES-STATUS-EXIT.

035300     PERFORM 1110-READ-ONE-GL-TYPE
035400         THRU 1110-READ-ONE-GL-TYPE-EXIT
035500         UNTIL WS-GLT-EOF-YES.
035600     CLOSE      GLTYPES.

035700     IF         WS-GLT-COUNT = ZERO
035800         MOVE   90                  TO WS-ABEND-STATUS
035900         MOVE   'GLTYPES EMPTY'     TO WS-STATUS-WHERE
036000         GO TO  9999-ABEND
036100     END-IF.
036200 1100-LOAD-GL-TYPES-EXIT.
036300     EXIT.

036400*    -------------------------------------------------------------
036500*    1110-READ-ONE-GL-TYPE  --  READ ONE ROW INTO THE NEXT FREE
036600*    TABLE SLOT.
036700*    -------------------------------------------------------------
036800 1110-READ-ONE-GL-TYPE.
036900     READ       GLTYPES
037000         AT END
037100             SET WS-GLT-EOF-YES     TO TRUE
037200         NOT AT END
037300             PERFORM 1120-VALIDATE-ONE-GL-TYPE
037400                 THRU 1120-VALIDATE-ONE-GL-TYPE-EXIT
037500             IF WS-GLT-COUNT < WS-GLT-MAX-ENTRIES
037600                 ADD 1 TO WS-GLT-COUNT
037700                 MOVE GLT-TRAN-TYPE
037800                     TO WS-GLT-TRAN-TYPE(WS-GLT-COUNT)
037900                 MOVE GLT-GL-ACCOUNT
038000                     TO WS-GLT-GL-ACCOUNT(WS-GLT-COUNT)
038100                 MOVE GLT-SIGN
038200                     TO WS-GLT-SIGN(WS-GLT-COUNT)
038300                 MOVE GLT-OFFSET-ACCOUNT
038400                     TO WS-GLT-OFFSET-ACCOUNT(WS-GLT-COUNT)
038500             ELSE
038600                 DISPLAY 'GLPOST GLTYPES TABLE FULL AT '
038700                     WS-GLT-MAX-ENTRIES ' ROWS' UPON CONSOLE
038800                 MOVE 90 TO WS-ABEND-STATUS
038900                 MOVE 'GLTYPES TABLE FULL' TO WS-STATUS-WHERE
039000                 GO TO 9999-ABEND
039100             END-IF
039200     END-READ.
039300 1110-READ-ONE-GL-TYPE-EXIT.
039400     EXIT.

039500*    -------------------------------------------------------------
039600*    1120-VALIDATE-ONE-GL-TYPE  --  EVERY ROW NEEDS A TYPE, A GL
039700*    ACCOUNT, A SIDE OF 'D' OR 'C' AND AN OFFSET ACCOUNT THAT IS
039800*    NOT THE GL ACCOUNT ITSELF (WHICH WOULD POST A TOTAL AGAINST
039900*    ITSELF AND NET TO NOTHING).  A TYPE MAY APPEAR ONLY ONCE.
040000*    THE BAD ROW IS NAMED ON THE CONSOLE BEFORE THE ABEND.
040100*    -------------------------------------------------------------
040200 1120-VALIDATE-ONE-GL-TYPE.
040300     IF         GLT-TRAN-TYPE      = SPACES
040400         OR     GLT-GL-ACCOUNT     = SPACES
040500         OR     GLT-OFFSET-ACCOUNT = SPACES
040600         GO TO  1120-BAD-GL-TYPE
040700     END-IF.
040800     IF         NOT GLT-IS-DEBIT
040900         AND    NOT GLT-IS-CREDIT
041000         GO TO  1120-BAD-GL-TYPE
041100     END-IF.
041200     IF         GLT-OFFSET-ACCOUNT = GLT-GL-ACCOUNT
041300         GO TO  1120-BAD-GL-TYPE
041400     END-IF.
041500     MOVE       GLT-TRAN-TYPE       TO WS-FIND-TRAN-TYPE.
041600     PERFORM 2030-FIND-GL-TYPE
041700         THRU 2030-FIND-GL-TYPE-EXIT.
041800     IF         WS-GLT-HIT NOT = ZERO
041900         GO TO  1120-BAD-GL-TYPE
042000     END-IF.
042100     GO TO      1120-VALIDATE-ONE-GL-TYPE-EXIT.
042200 1120-BAD-GL-TYPE.
042300     DISPLAY    'GLPOST GLTYPES ERROR - TYPE ' GLT-TRAN-TYPE
042400                ' ACCOUNT ' GLT-GL-ACCOUNT
042500                ' SIDE ' GLT-SIGN
042600                ' OFFSET ' GLT-OFFSET-ACCOUNT
042700                ' IS INCOMPLETE, INVALID OR A DUPLICATE'
042800                UPON CONSOLE.
042900     MOVE       90                  TO WS-ABEND-STATUS.
043000     MOVE       'BAD GLTYPES ROW'   TO WS-STATUS-WHERE.
043100     GO TO      9999-ABEND.
043200 1120-VALIDATE-ONE-GL-TYPE-EXIT.
043300     EXIT.

043400*    -------------------------------------------------------------
043500*    1600-OPEN-GENSELECT  --  TRY TO OPEN THE OPTIONAL GENERATION
043600*    SELECTION.  ITS ABSENCE (STATUS 35) MEANS THIS RUN POSTS THE
043700*    LIVE OUTFILE.  A SELECTION THAT DOES EXIST MUST NAME A
043800*    CATALOGED GENERATION, WHICH IS THEN OPENED IN PLACE OF
043900*    OUTFILE.
044000*    -------------------------------------------------------------
044100 1600-OPEN-GENSELECT.
044200     SET        WS-GEN-INACTIVE     TO TRUE.
044300     OPEN       INPUT               GENSELECT.
044400     IF         GENSEL-STATUS       = '35'
044500         GO TO  1600-OPEN-GENSELECT-EXIT
044600     END-IF.
044700     MOVE       'OPEN GENSELECT'    TO WS-STATUS-WHERE.
044800     PERFORM 9200-CHECK-GENSEL-STATUS
044900         THRU 9200-CHECK-GENSEL-STATUS-EXIT.
045000     READ       GENSELECT
045100         AT END
045200             MOVE 90             TO WS-ABEND-STATUS
045300             MOVE 'GENSELECT EMPTY' TO WS-STATUS-WHERE
045400             GO TO 9999-ABEND
045500     END-READ.
045600*    THE NAME IS SAVED BEFORE THE CLOSE: THE FD RECORD IS
045700*    UNDEFINED ONCE THE FILE IS CLOSED.
045800     MOVE       GENSEL-NAME         TO WS-GENSEL-NAME.
045900     CLOSE      GENSELECT.

046000     OPEN       INPUT               GENCATF.
046100     IF         GENCAT-STATUS = '35'
046200         DISPLAY 'GLPOST - GENERATION REQUESTED BUT NO CATALOG '
046300                 'EXISTS' UPON CONSOLE
046400         MOVE   90                  TO WS-ABEND-STATUS
046500         MOVE   'GENCATF MISSING'   TO WS-STATUS-WHERE
046600         GO TO  9999-ABEND
046700     END-IF.
046800     MOVE       'OPEN GENCATF'      TO WS-STATUS-WHERE.
046900     PERFORM 9300-CHECK-GENCAT-STATUS
047000         THRU 9300-CHECK-GENCAT-STATUS-EXIT.
047100     PERFORM 1610-FIND-ONE-CATALOG-ROW
047200         THRU 1610-FIND-ONE-CATALOG-ROW-EXIT
047300         UNTIL WS-CAT-EOF-YES OR WS-CAT-FOUND.
047400     CLOSE      GENCATF.
047500     IF         WS-CAT-NOT-FOUND
047600         DISPLAY 'GLPOST - GENERATION ' WS-GENSEL-NAME
047700                 ' IS NOT IN THE CATALOG' UPON CONSOLE
047800         MOVE   90                  TO WS-ABEND-STATUS
047900         MOVE   'GEN NOT CATALOGED' TO WS-STATUS-WHERE
048000         GO TO  9999-ABEND
048100     END-IF.

048200     OPEN       INPUT               GENFILE.
048300     MOVE       'OPEN GENFILE'      TO WS-STATUS-WHERE.
048400     PERFORM 9400-CHECK-GENFILE-STATUS
048500         THRU 9400-CHECK-GENFILE-STATUS-EXIT.
048600     SET        WS-GEN-ACTIVE       TO TRUE.
048700     DISPLAY    'Posting generation ' WS-GEN-PATH
048800                 UPON CONSOLE.
048900 1600-OPEN-GENSELECT-EXIT.
049000     EXIT.

049100*    -------------------------------------------------------------
049200*    1610-FIND-ONE-CATALOG-ROW  --  READ ONE CATALOG ROW; A NAME
049300*    MATCH SELECTS IT AND ITS NAME BECOMES THE FILE TO OPEN.
049400*    -------------------------------------------------------------
049500 1610-FIND-ONE-CATALOG-ROW.
049600     READ       GENCATF
049700         AT END
049800             SET WS-CAT-EOF-YES     TO TRUE
049900         NOT AT END
050000             IF  GEN-NAME = WS-GENSEL-NAME
050100                 SET  WS-CAT-FOUND  TO TRUE
050200                 MOVE GEN-NAME      TO WS-GEN-PATH
050300                 MOVE GEN-SOURCE    TO WS-GEN-SOURCE
050400                 DISPLAY 'Generation keys ' GEN-FIRST-NUMB
050500                         ' TO ' GEN-LAST-NUMB ' ('
050600                         GEN-DETAIL-COUNT ' DETAILS) FROM '
050700                         GEN-SOURCE UPON CONSOLE
050800             END-IF
050900     END-READ.
051000 1610-FIND-ONE-CATALOG-ROW-EXIT.
051100     EXIT.

051200*    =============================================================
051210*    2000-PROCESS-RECORD  --  FOLD ONE DETAIL OR REVERSAL INTO THE
051220*    RUN SUMMARY, OR CAPTURE THE TRAILER, AND READ THE NEXT.
051230*    SOURCE HEADERS AND SUBTOTALS CARRY NO VALUE AND PASS
051240*    UNCOUNTED.
051600*    =============================================================
051700 2000-PROCESS-RECORD.
051800     ADD        1                   TO WS-RECORDS-READ.

051810     IF         OUTREC-IS-DETAIL OR OUTREC-IS-REVERSAL
052000         PERFORM 2010-APPLY-DETAIL
052100             THRU 2010-APPLY-DETAIL-EXIT
052200     END-IF.
052300     IF         OUTREC-IS-TRAILER
052400         PERFORM 2020-CAPTURE-TRAILER
052500             THRU 2020-CAPTURE-TRAILER-EXIT
052600     END-IF.

052700     PERFORM 2100-READ-OUTFILE
052800         THRU 2100-READ-OUTFILE-EXIT.
052900 2000-PROCESS-RECORD-EXIT.
053000     EXIT.

053100*    -------------------------------------------------------------
053200*    2010-APPLY-DETAIL  --  A DETAIL THE LEDGER CANNOT TAKE - AN
053300*    AMOUNT THAT IS NOT NUMERIC OR A TYPE WITH NO GLTYPES ROW -
053400*    REFUSES THE WHOLE RUN: A JOURNAL THAT LEFT IT OUT COULD NOT
053410*    TIE TO THE TRAILER HASH.  A REVERSAL CARRIES ITS ORIGINAL'S
053420*    ACCOUNT, TYPE AND AMOUNT IN THE PAY- POSITIONS AND IS TOTALLED
053430*    UNDER KIND 'R', APART FROM THE DETAILS OF THE SAME PAIR.
053600*    -------------------------------------------------------------
053700 2010-APPLY-DETAIL.
053800     ADD        1                   TO WS-DETAIL-COUNT.
053900     IF         PAY-AMOUNT NOT NUMERIC
054000         DISPLAY 'GLPOST REFUSED - DETAIL ' OUTREC-NUMB
054100                 ' CARRIES A NON-NUMERIC AMOUNT' UPON CONSOLE
054200         MOVE   90                  TO WS-ABEND-STATUS
054300         MOVE   'AMOUNT NOT NUMERIC' TO WS-STATUS-WHERE
054400         GO TO  9999-ABEND
054500     END-IF.
054600     ADD        PAY-AMOUNT          TO WS-AMOUNT-HASH
054700         ON SIZE ERROR
054800             MOVE 90                TO WS-ABEND-STATUS
054900             MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
055000             GO TO 9999-ABEND
055100     END-ADD.

055200     MOVE       PAY-TRAN-TYPE       TO WS-FIND-TRAN-TYPE.
055300     PERFORM 2030-FIND-GL-TYPE
055400         THRU 2030-FIND-GL-TYPE-EXIT.
055500     IF         WS-GLT-HIT = ZERO
055600         DISPLAY 'GLPOST REFUSED - DETAIL ' OUTREC-NUMB
055700                 ' CARRIES TRAN TYPE ' PAY-TRAN-TYPE
055800                 ' WHICH HAS NO GLTYPES ROW' UPON CONSOLE
055900         MOVE   90                  TO WS-ABEND-STATUS
056000         MOVE   'TYPE NOT MAPPED'   TO WS-STATUS-WHERE
056100         GO TO  9999-ABEND
056200     END-IF.

056300     MOVE       PAY-ACCT-CODE       TO WS-FIND-ACCT-CODE.
056310     IF         OUTREC-IS-REVERSAL
056320         MOVE   'R'                 TO WS-FIND-KIND
056330     ELSE
056340         MOVE   'D'                 TO WS-FIND-KIND
056350     END-IF.
056400     PERFORM 2040-FIND-SUMMARY
056500         THRU 2040-FIND-SUMMARY-EXIT.
056600     ADD        1                   TO WS-SUM-DETAILS(WS-SUM-HIT).
056700     ADD        PAY-AMOUNT          TO WS-SUM-AMOUNT(WS-SUM-HIT).
056800 2010-APPLY-DETAIL-EXIT.
056900     EXIT.

057000*    -------------------------------------------------------------
057100*    2020-CAPTURE-TRAILER  --  ONE OUTFILE IS ONE RUN AND CARRIES
057200*    ONE TRAILER; A SECOND ONE MEANS THE FILE IS NOT WHAT IT
057300*    CLAIMS TO BE AND THE RUN IS REFUSED.
057400*    -------------------------------------------------------------
057500 2020-CAPTURE-TRAILER.
057600     IF         WS-TRAILER-SEEN
057700         DISPLAY 'GLPOST REFUSED - INPUT CARRIES MORE THAN ONE '
057800                 'TRAILER' UPON CONSOLE
057900         MOVE   90                  TO WS-ABEND-STATUS
058000         MOVE   'EXTRA TRAILER'     TO WS-STATUS-WHERE
058100         GO TO  9999-ABEND
058200     END-IF.
058300     SET        WS-TRAILER-SEEN     TO TRUE.
058400     MOVE       TRLR-DETAIL-COUNT   TO WS-TRLR-COUNT.
058500     MOVE       TRLR-RUN-ID         TO WS-TRLR-RUN-ID.
058600*    THE HASH IS TAKEN AS RAW BYTES (POSITIONS 16-30 OF THE
058700*    TRAILER) SO A LEGACY TRAILER'S SPACES SURVIVE THE MOVE AND
058800*    FAIL THE NUMERIC TEST.
058900     MOVE       OUTFILE-RECORD(16:15) TO WS-TRLR-HASH.
059000 2020-CAPTURE-TRAILER-EXIT.
059100     EXIT.

059200*    -------------------------------------------------------------
059300*    2030-FIND-GL-TYPE  --  LOOK WS-FIND-TRAN-TYPE UP IN THE GL
059400*    TYPE TABLE; WS-GLT-HIT IS ITS SLOT, OR ZERO IF ABSENT.
059500*    -------------------------------------------------------------
059600 2030-FIND-GL-TYPE.
059700     MOVE       ZERO                TO WS-GLT-HIT.
059800     PERFORM 2031-CHECK-ONE-GL-TYPE
059900         THRU 2031-CHECK-ONE-GL-TYPE-EXIT
060000         VARYING WS-GLT-IDX FROM 1 BY 1
060100         UNTIL WS-GLT-IDX > WS-GLT-COUNT
060200            OR WS-GLT-HIT NOT = ZERO.
060300 2030-FIND-GL-TYPE-EXIT.
060400     EXIT.

060410*    -------------------------------------------------------------
060420*    2031-CHECK-ONE-GL-TYPE  --  SET WS-GLT-HIT WHEN TABLE SLOT
060430*    WS-GLT-IDX HOLDS WS-FIND-TRAN-TYPE.
060440*    -------------------------------------------------------------
060500 2031-CHECK-ONE-GL-TYPE.
060600     IF         WS-GLT-TRAN-TYPE(WS-GLT-IDX) = WS-FIND-TRAN-TYPE
060700         MOVE   WS-GLT-IDX          TO WS-GLT-HIT
060800     END-IF.
060900 2031-CHECK-ONE-GL-TYPE-EXIT.
061000     EXIT.

061100*    -------------------------------------------------------------
061200*    2040-FIND-SUMMARY  --  FIND THE SUMMARY ENTRY FOR
061210*    WS-FIND-ACCT-CODE, WS-FIND-TRAN-TYPE AND WS-FIND-KIND, OPENING
061220*    A NEW ONE (MAPPED TO GLTYPES SLOT WS-GLT-HIT) THE FIRST TIME
061230*    THE COMBINATION IS SEEN.  A FULL TABLE ABENDS: A TOTAL LEFT
061240*    OUT OF THE JOURNAL WOULD NEVER REACH THE LEDGER.
061700*    -------------------------------------------------------------
061800 2040-FIND-SUMMARY.
061900     MOVE       ZERO                TO WS-SUM-HIT.
062000     PERFORM 2041-CHECK-ONE-SUMMARY
062100         THRU 2041-CHECK-ONE-SUMMARY-EXIT
062200         VARYING WS-SUM-IDX FROM 1 BY 1
062300         UNTIL WS-SUM-IDX > WS-SUM-COUNT
062400            OR WS-SUM-HIT NOT = ZERO.
062500     IF         WS-SUM-HIT NOT = ZERO
062600         GO TO  2040-FIND-SUMMARY-EXIT
062700     END-IF.
062800     IF         WS-SUM-COUNT NOT < WS-SUM-MAX-ENTRIES
062900         DISPLAY 'GLPOST SUMMARY TABLE FULL AT '
063000                 WS-SUM-MAX-ENTRIES ' ACCOUNT/TYPE PAIRS'
063100                 UPON CONSOLE
063200         MOVE   90                  TO WS-ABEND-STATUS
063300         MOVE   'SUMMARY TABLE FULL' TO WS-STATUS-WHERE
063400         GO TO  9999-ABEND
063500     END-IF.
063600     ADD        1                   TO WS-SUM-COUNT.
063700     MOVE       WS-SUM-COUNT        TO WS-SUM-HIT.
063800     MOVE       WS-FIND-ACCT-CODE TO WS-SUM-ACCT-CODE(WS-SUM-HIT).
063900     MOVE       WS-FIND-TRAN-TYPE TO WS-SUM-TRAN-TYPE(WS-SUM-HIT).
063910     MOVE       WS-FIND-KIND      TO WS-SUM-KIND(WS-SUM-HIT).
064000     MOVE       WS-GLT-HIT          TO WS-SUM-GLT-IDX(WS-SUM-HIT).
064100     MOVE       ZERO                TO WS-SUM-DETAILS(WS-SUM-HIT).
064200     MOVE       ZERO                TO WS-SUM-AMOUNT(WS-SUM-HIT).
064300 2040-FIND-SUMMARY-EXIT.
064400     EXIT.

064410*    -------------------------------------------------------------
064420*    2041-CHECK-ONE-SUMMARY  --  SET WS-SUM-HIT WHEN TABLE SLOT
064430*    WS-SUM-IDX HOLDS THE ACCOUNT, TRAN TYPE AND KIND BEING FOUND.
064440*    -------------------------------------------------------------
064500 2041-CHECK-ONE-SUMMARY.
064600     IF         WS-SUM-ACCT-CODE(WS-SUM-IDX) = WS-FIND-ACCT-CODE
064700         AND    WS-SUM-TRAN-TYPE(WS-SUM-IDX) = WS-FIND-TRAN-TYPE
064710         AND    WS-SUM-KIND(WS-SUM-IDX)      = WS-FIND-KIND
064800         MOVE   WS-SUM-IDX          TO WS-SUM-HIT
064900     END-IF.
065000 2041-CHECK-ONE-SUMMARY-EXIT.
065100     EXIT.

065200*    -------------------------------------------------------------
065300*    2100-READ-OUTFILE  --  READ THE NEXT RECORD, SETTING THE
065400*    END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED
065500*    -------------------------------------------------------------
065600 2100-READ-OUTFILE.
065700*    IN GENERATION MODE THE RECORD COMES FROM THE SELECTED
065800*    GENERATION AND IS MOVED INTO THE OUTFILE RECORD AREA, SO
065900*    THE SUMMARY READS THE SAME FIELDS EITHER WAY.
066000     IF         WS-GEN-ACTIVE
066100         READ   GENFILE
066200             AT END
066300                 SET WS-EOF-YES     TO TRUE
066400             NOT AT END
066500                 MOVE GEN-FILE-RECORD TO OUTFILE-RECORD
066600         END-READ
066700     ELSE
066800         READ   OUTFILE
066900             AT END
067000                 SET WS-EOF-YES     TO TRUE
067100         END-READ
067200     END-IF.
067300 2100-READ-OUTFILE-EXIT.
067400     EXIT.

067500*    =============================================================
067600*    3000-VALIDATE-RUN  --  NOTHING IS WRITTEN UNTIL THE RUN HAS
067700*    PROVED ITSELF: A TRAILER WITH A RUN ID, A COUNT AND A HASH
067800*    THAT MATCH THE DETAILS, A CLEAN WRITEONE COMPLETION FOR THAT
067900*    RUN ID, AND NO EARLIER POSTING OF IT.  A LEGACY TRAILER
068000*    WITH NO HASH OR RUN ID IS REFUSED: THE JOURNAL COULD NOT BE
068100*    TIED TO IT NOR THE RUN REGISTERED.
068200*    =============================================================
068300 3000-VALIDATE-RUN.
068400     IF         WS-TRAILER-NOT-SEEN
068500         DISPLAY 'GLPOST REFUSED - INPUT CARRIES NO TRAILER; '
068600                 'THE WRITER DID NOT FINISH' UPON CONSOLE
068700         MOVE   90                  TO WS-ABEND-STATUS
068800         MOVE   'NO TRAILER'        TO WS-STATUS-WHERE
068900         GO TO  9999-ABEND
069000     END-IF.
069100     IF         WS-TRLR-RUN-ID = SPACES
069200         DISPLAY 'GLPOST REFUSED - TRAILER CARRIES NO RUN ID'
069300                 UPON CONSOLE
069400         MOVE   90                  TO WS-ABEND-STATUS
069500         MOVE   'NO TRAILER RUN ID' TO WS-STATUS-WHERE
069600         GO TO  9999-ABEND
069700     END-IF.
069800     IF         WS-TRLR-COUNT NOT = WS-DETAIL-COUNT
069900         DISPLAY 'GLPOST REFUSED - TRAILER COUNT ' WS-TRLR-COUNT
070000                 ' DOES NOT MATCH ' WS-DETAIL-COUNT
070100                 ' DETAILS ON FILE' UPON CONSOLE
070200         MOVE   90                  TO WS-ABEND-STATUS
070300         MOVE   'TRAILER MISMATCH'  TO WS-STATUS-WHERE
070400         GO TO  9999-ABEND
070500     END-IF.
070600     IF         WS-TRLR-HASH-NUM NOT NUMERIC
070700         DISPLAY 'GLPOST REFUSED - TRAILER CARRIES NO AMOUNT '
070800                 'HASH TO TIE THE JOURNAL TO' UPON CONSOLE
070900         MOVE   90                  TO WS-ABEND-STATUS
071000         MOVE   'NO TRAILER HASH'   TO WS-STATUS-WHERE
071100         GO TO  9999-ABEND
071200     END-IF.
071300     IF         WS-TRLR-HASH-NUM NOT = WS-AMOUNT-HASH
071400         DISPLAY 'GLPOST REFUSED - TRAILER AMOUNT HASH DOES NOT '
071500                 'MATCH THE DETAILS ON FILE' UPON CONSOLE
071600         MOVE   90                  TO WS-ABEND-STATUS
071700         MOVE   'HASH MISMATCH'     TO WS-STATUS-WHERE
071800         GO TO  9999-ABEND
071900     END-IF.
072000     DISPLAY    'Run ' WS-TRLR-RUN-ID ' proved: '
072100                WS-DETAIL-COUNT ' details, hash '
072200                WS-AMOUNT-HASH      UPON CONSOLE.

072300     PERFORM 3100-CHECK-RUN-CONTROL
072400         THRU 3100-CHECK-RUN-CONTROL-EXIT.

072500     PERFORM 3200-CHECK-POSTING-REGISTER
072600         THRU 3200-CHECK-POSTING-REGISTER-EXIT.
072700 3000-VALIDATE-RUN-EXIT.
072800     EXIT.

072900*    -------------------------------------------------------------
073000*    3100-CHECK-RUN-CONTROL  --  THE LATEST WRITEONE ROW ON RUNCTL
073100*    CARRYING THIS RUN'S ID MUST BE 'C'.  AN OPERATOR FORCE-
073200*    RELEASE ('F') LETS THE REPORTING STEPS THROUGH BUT CARRIES
073300*    NO RUN ID AND PROVES NOTHING ABOUT THE RUN, SO A RUN THAT
073400*    NEVER COMPLETED STAYS REFUSED HERE.  A GENERATION CATALOGED
073500*    BY INBOUND NEVER HAD A WRITEONE RUN; ITS CATALOG ENTRY,
073600*    MADE ONLY AFTER INBOUND PROVED THE FILE, STANDS IN FOR THE
073700*    RUNCTL ROW.
073800*    -------------------------------------------------------------
073900 3100-CHECK-RUN-CONTROL.
074000     IF         WS-GEN-ACTIVE
074100         AND    WS-GEN-SOURCE = 'INBOUND'
074200         GO TO  3100-CHECK-RUN-CONTROL-EXIT
074300     END-IF.
074400     OPEN       INPUT               RUNCTL.
074500     IF         RUNCTL-STATUS       = '35'
074600         DISPLAY 'GLPOST REFUSED - NO RUNCTL PRESENT: '
074700                 'WRITEONE HAS NOT REGISTERED A RUN' UPON CONSOLE
074800         MOVE   90                  TO WS-ABEND-STATUS
074900         MOVE   'RUNCTL MISSING'    TO WS-STATUS-WHERE
075000         GO TO  9999-ABEND
075100     END-IF.
075200     MOVE       'OPEN RUNCTL'       TO WS-STATUS-WHERE.
075300     PERFORM 9100-CHECK-RUNCTL-STATUS
075400         THRU 9100-CHECK-RUNCTL-STATUS-EXIT.

075500     PERFORM 3110-READ-ONE-CONTROL
075600         THRU 3110-READ-ONE-CONTROL-EXIT
075700         UNTIL WS-CTL-EOF-YES.
075800     CLOSE      RUNCTL.

075900     IF         WS-RUN-CTL-NOT-FOUND
076000         DISPLAY 'GLPOST REFUSED - NO WRITEONE ROW ON RUNCTL FOR '
076100                 'RUN ' WS-TRLR-RUN-ID UPON CONSOLE
076200         MOVE   90                  TO WS-ABEND-STATUS
076300         MOVE   'NO RUN CTL ROW'    TO WS-STATUS-WHERE
076400         GO TO  9999-ABEND
076500     END-IF.
076600     IF         WS-RUN-CTL-STATUS NOT = 'C'
076700         DISPLAY 'GLPOST REFUSED - RUN ' WS-TRLR-RUN-ID
076800                 ' LAST SHOWS RUNCTL STATUS ' WS-RUN-CTL-STATUS
076900                 ', NOT A CLEAN COMPLETION' UPON CONSOLE
077000         MOVE   90                  TO WS-ABEND-STATUS
077100         MOVE   'RUN NOT COMPLETE'  TO WS-STATUS-WHERE
077200         GO TO  9999-ABEND
077300     END-IF.
077400 3100-CHECK-RUN-CONTROL-EXIT.
077500     EXIT.

077600*    -------------------------------------------------------------
077700*    3110-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW; THE LATEST
077800*    WRITEONE ROW FOR THIS RUN ID OVERWRITES THE STATUS, SO THE
077900*    ROW IN FORCE IS THE LAST ONE APPENDED.
078000*    -------------------------------------------------------------
078100 3110-READ-ONE-CONTROL.
078200     READ       RUNCTL
078300         AT END
078400             SET WS-CTL-EOF-YES     TO TRUE
078500         NOT AT END
078600             IF  CTL-PROGRAM = 'WRITEONE'
078700                 AND CTL-RUN-ID = WS-TRLR-RUN-ID
078800                 MOVE CTL-STATUS     TO WS-RUN-CTL-STATUS
078900                 SET  WS-RUN-CTL-FOUND TO TRUE
079000             END-IF
079100     END-READ.
079200 3110-READ-ONE-CONTROL-EXIT.
079300     EXIT.

079400*    -------------------------------------------------------------
079500*    3200-CHECK-POSTING-REGISTER  --  A RUN ID ALREADY ON THE
079600*    REGISTER HAS BEEN JOURNALED AND MUST NEVER REACH THE LEDGER
079700*    AGAIN, WHETHER IT COMES BACK AS THE LIVE OUTFILE OR AS ITS
079800*    GENERATION.  NO REGISTER YET (STATUS 35) MEANS NOTHING HAS
079900*    EVER BEEN POSTED.
080000*    -------------------------------------------------------------
080100 3200-CHECK-POSTING-REGISTER.
080200     OPEN       INPUT               POSTREG.
080300     IF         POSTREG-STATUS      = '35'
080400         GO TO  3200-CHECK-POSTING-REGISTER-EXIT
080500     END-IF.
080600     MOVE       'OPEN POSTREG'      TO WS-STATUS-WHERE.
080700     PERFORM 9700-CHECK-POSTREG-STATUS
080800         THRU 9700-CHECK-POSTREG-STATUS-EXIT.

080900     PERFORM 3210-READ-ONE-POSTING
081000         THRU 3210-READ-ONE-POSTING-EXIT
081100         UNTIL WS-PREG-EOF-YES OR WS-ALREADY-POSTED.
081200     CLOSE      POSTREG.

081300     IF         WS-ALREADY-POSTED
081400         DISPLAY 'GLPOST REFUSED - RUN ' WS-TRLR-RUN-ID
081500                 ' WAS ALREADY JOURNALED ON ' WS-POSTED-DATE
081600                 UPON CONSOLE
081700         MOVE   90                  TO WS-ABEND-STATUS
081800         MOVE   'ALREADY POSTED'    TO WS-STATUS-WHERE
081900         GO TO  9999-ABEND
082000     END-IF.
082100 3200-CHECK-POSTING-REGISTER-EXIT.
082200     EXIT.

082210*    -------------------------------------------------------------
082220*    3210-READ-ONE-POSTING  --  READ ONE POSTING-REGISTER ROW.  A
082230*    ROW FOR THIS GENERATION'S RUN ID MEANS IT HAS ALREADY BEEN
082240*    POSTED, AND GIVES THE DATE IT WAS.
082250*    -------------------------------------------------------------
082300 3210-READ-ONE-POSTING.
082400     READ       POSTREG
082500         AT END
082600             SET WS-PREG-EOF-YES    TO TRUE
082700         NOT AT END
082800             IF  PREG-RUN-ID = WS-TRLR-RUN-ID
082900                 MOVE PREG-POST-DATE TO WS-POSTED-DATE
083000                 SET  WS-ALREADY-POSTED TO TRUE
083100             END-IF
083200     END-READ.
083300 3210-READ-ONE-POSTING-EXIT.
083400     EXIT.

083500*    =============================================================
083600*    4000-WRITE-JOURNAL  --  WRITE TWO LINES PER SUMMARY ENTRY AND
083700*    THE BATCH CONTROL RECORD.  THE DEBIT AND CREDIT TOTALS MUST
083800*    EACH EQUAL THE TRAILER HASH BEFORE THE CONTROL RECORD GOES
083900*    OUT; A BATCH THAT DOES NOT BALANCE NEVER REACHES THE LEDGER.
084000*    =============================================================
084100 4000-WRITE-JOURNAL.
084200     OPEN       OUTPUT              GLJRNL.
084300     MOVE       'OPEN GLJRNL'       TO WS-STATUS-WHERE.
084400     PERFORM 9600-CHECK-GLJRNL-STATUS
084500         THRU 9600-CHECK-GLJRNL-STATUS-EXIT.

084600     DISPLAY    WS-HEADING-LINE     UPON CONSOLE.
084700     PERFORM 4100-JOURNAL-ONE-SUMMARY
084800         THRU 4100-JOURNAL-ONE-SUMMARY-EXIT
084900         VARYING WS-SUM-IDX FROM 1 BY 1
085000         UNTIL WS-SUM-IDX > WS-SUM-COUNT.

085100     IF         WS-DEBIT-TOTAL  NOT = WS-AMOUNT-HASH
085200         OR     WS-CREDIT-TOTAL NOT = WS-AMOUNT-HASH
085300         DISPLAY 'GLPOST - JOURNAL DEBITS ' WS-DEBIT-TOTAL
085400                 ' CREDITS ' WS-CREDIT-TOTAL
085500                 ' DO NOT BOTH EQUAL HASH ' WS-AMOUNT-HASH
085600                 UPON CONSOLE
085700         MOVE   90                  TO WS-ABEND-STATUS
085800         MOVE   'JOURNAL UNBALANCED' TO WS-STATUS-WHERE
085900         GO TO  9999-ABEND
086000     END-IF.

086100     MOVE       SPACES              TO GLJ-CONTROL-RECORD.
086200     MOVE       WS-TRLR-RUN-ID      TO GLJC-RUN-ID.
086300     MOVE       'C'                 TO GLJC-REC-TYPE.
086400     MOVE       WS-LINE-COUNT       TO GLJC-LINE-COUNT.
086500     MOVE       WS-DEBIT-TOTAL      TO GLJC-DEBIT-TOTAL.
086600     MOVE       WS-CREDIT-TOTAL     TO GLJC-CREDIT-TOTAL.
086700     MOVE       WS-TRLR-HASH-NUM    TO GLJC-TRLR-HASH.
086800     MOVE       WS-TRLR-COUNT       TO GLJC-DETAIL-COUNT.
086900     MOVE       WS-POST-DATE        TO GLJC-POST-DATE.
087000     WRITE      GLJ-CONTROL-RECORD.
087100     MOVE       'WRITE GLJRNL CTL'  TO WS-STATUS-WHERE.
087200     PERFORM 9600-CHECK-GLJRNL-STATUS
087300         THRU 9600-CHECK-GLJRNL-STATUS-EXIT.

087400     CLOSE      GLJRNL.
087500 4000-WRITE-JOURNAL-EXIT.
087600     EXIT.

087700*    -------------------------------------------------------------
087800*    4100-JOURNAL-ONE-SUMMARY  --  THE MAPPED GL ACCOUNT TAKES THE
087900*    TOTAL ON ITS MAPPED SIDE AND THE OFFSET ACCOUNT ON THE OTHER.
087910*    A REVERSAL TOTAL POSTS THE OTHER WAY ROUND: THE MAPPED
087920*    ACCOUNT ON THE OPPOSITE SIDE, THE OFFSET ON THE MAPPED ONE.
088000*    -------------------------------------------------------------
088100 4100-JOURNAL-ONE-SUMMARY.
088200     MOVE       WS-SUM-GLT-IDX(WS-SUM-IDX) TO WS-GLT-IDX.
088210     MOVE       WS-GLT-SIGN(WS-GLT-IDX)       TO WS-POST-SIDE.
088220     IF         WS-SUM-IS-REVERSAL(WS-SUM-IDX)
088230         IF     WS-POST-SIDE = 'D'
088240             MOVE 'C'              TO WS-POST-SIDE
088250         ELSE
088260             MOVE 'D'              TO WS-POST-SIDE
088270         END-IF
088280     END-IF.

088300     MOVE       WS-GLT-GL-ACCOUNT(WS-GLT-IDX) TO WS-LINE-ACCOUNT.
088310     MOVE       WS-POST-SIDE                  TO WS-LINE-SIDE.
088500     PERFORM 4110-WRITE-JOURNAL-LINE
088600         THRU 4110-WRITE-JOURNAL-LINE-EXIT.

088700     MOVE       WS-GLT-OFFSET-ACCOUNT(WS-GLT-IDX)
088800                                    TO WS-LINE-ACCOUNT.
088810     IF         WS-POST-SIDE = 'D'
089000         MOVE   'C'                 TO WS-LINE-SIDE
089100     ELSE
089200         MOVE   'D'                 TO WS-LINE-SIDE
089300     END-IF.
089400     PERFORM 4110-WRITE-JOURNAL-LINE
089500         THRU 4110-WRITE-JOURNAL-LINE-EXIT.

089600     MOVE       WS-SUM-ACCT-CODE(WS-SUM-IDX) TO SUM-ACCT-CODE.
089700     MOVE       WS-SUM-TRAN-TYPE(WS-SUM-IDX) TO SUM-TRAN-TYPE.
089710     MOVE       WS-SUM-KIND(WS-SUM-IDX)      TO SUM-KIND.
089800     MOVE       WS-SUM-DETAILS(WS-SUM-IDX)   TO SUM-DETAILS.
089900     MOVE       WS-SUM-AMOUNT(WS-SUM-IDX)    TO SUM-AMOUNT.
090000     MOVE       WS-GLT-GL-ACCOUNT(WS-GLT-IDX) TO SUM-GL-ACCOUNT.
090010     MOVE       WS-POST-SIDE                 TO SUM-SIGN.
090200     MOVE       WS-GLT-OFFSET-ACCOUNT(WS-GLT-IDX)
090300                                    TO SUM-OFFSET-ACCOUNT.
090400     DISPLAY    WS-SUMMARY-LINE     UPON CONSOLE.
090500 4100-JOURNAL-ONE-SUMMARY-EXIT.
090600     EXIT.

090700*    -------------------------------------------------------------
090800*    4110-WRITE-JOURNAL-LINE  --  WRITE ONE LINE FOR THE CURRENT
090900*    SUMMARY ENTRY TO WS-LINE-ACCOUNT ON WS-LINE-SIDE, AND ADD IT
091000*    TO THAT SIDE'S TOTAL.
091100*    -------------------------------------------------------------
091200 4110-WRITE-JOURNAL-LINE.
091300     ADD        1                   TO WS-LINE-COUNT.
091400     MOVE       SPACES              TO GLJ-LINE-RECORD.
091500     MOVE       WS-TRLR-RUN-ID      TO GLJ-RUN-ID.
091600     MOVE       'L'                 TO GLJ-REC-TYPE.
091700     MOVE       WS-LINE-COUNT       TO GLJ-LINE-NUMB.
091800     MOVE       WS-LINE-ACCOUNT     TO GLJ-GL-ACCOUNT.
091900     MOVE       WS-LINE-SIDE        TO GLJ-DR-CR.
092000     MOVE       WS-SUM-AMOUNT(WS-SUM-IDX) TO GLJ-AMOUNT.
092100     MOVE       WS-SUM-ACCT-CODE(WS-SUM-IDX) TO GLJ-ACCT-CODE.
092200     MOVE       WS-SUM-TRAN-TYPE(WS-SUM-IDX) TO GLJ-TRAN-TYPE.
092300     MOVE       WS-POST-DATE        TO GLJ-POST-DATE.
092400     WRITE      GLJ-LINE-RECORD.
092500     MOVE       'WRITE GLJRNL LINE' TO WS-STATUS-WHERE.
092600     PERFORM 9600-CHECK-GLJRNL-STATUS
092700         THRU 9600-CHECK-GLJRNL-STATUS-EXIT.

092800     IF         WS-LINE-IS-DEBIT
092900         ADD    WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-DEBIT-TOTAL
093000     ELSE
093100         ADD    WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-CREDIT-TOTAL
093200     END-IF.
093300 4110-WRITE-JOURNAL-LINE-EXIT.
093400     EXIT.

093500*    =============================================================
093600*    5000-REGISTER-POSTING  --  APPEND THE RUN TO THE POSTING
093700*    REGISTER ONLY AFTER ITS JOURNAL IS COMPLETE AND CLOSED.
093800*    THE FIRST RUN EVER FINDS NO REGISTER (STATUS 35) AND
093900*    CREATES IT.
094000*    =============================================================
094100 5000-REGISTER-POSTING.
094200     OPEN       EXTEND              POSTREG.
094300     IF         POSTREG-STATUS      = '35'
094400         CLOSE  POSTREG
094500         OPEN   OUTPUT              POSTREG
094600     END-IF.
094700     MOVE       'OPEN POSTREG EXTEND' TO WS-STATUS-WHERE.
094800     PERFORM 9700-CHECK-POSTREG-STATUS
094900         THRU 9700-CHECK-POSTREG-STATUS-EXIT.

095000     MOVE       SPACES              TO PREG-RECORD.
095100     MOVE       WS-TRLR-RUN-ID      TO PREG-RUN-ID.
095200     MOVE       WS-POST-DATE        TO PREG-POST-DATE.
095300     MOVE       WS-TIME-OF-DAY(1:6) TO PREG-POST-TIME.
095400     MOVE       WS-TRLR-COUNT       TO PREG-DETAIL-COUNT.
095500     MOVE       WS-TRLR-HASH-NUM    TO PREG-AMOUNT-HASH.
095600     MOVE       WS-LINE-COUNT       TO PREG-LINE-COUNT.
095700     IF         WS-GEN-ACTIVE
095800         MOVE   WS-GEN-PATH         TO PREG-SOURCE
095900     ELSE
096000         MOVE   'OUTFILE'           TO PREG-SOURCE
096100     END-IF.
096200     WRITE      PREG-RECORD.
096300     MOVE       'WRITE POSTREG'     TO WS-STATUS-WHERE.
096400     PERFORM 9700-CHECK-POSTREG-STATUS
096500         THRU 9700-CHECK-POSTREG-STATUS-EXIT.
096600     CLOSE      POSTREG.
096700 5000-REGISTER-POSTING-EXIT.
096800     EXIT.

096900*    =============================================================
097000*    8000-TERMINATE  --  CLOSE THE INPUT AND SUMMARIZE THE RUN
097100*    =============================================================
097200 8000-TERMINATE.
097300     IF         WS-GEN-ACTIVE
097400         CLOSE  GENFILE
097500     ELSE
097600         CLOSE  OUTFILE
097700     END-IF.
097800     DISPLAY    'Run posted      ' WS-TRLR-RUN-ID  UPON CONSOLE.
097900     DISPLAY    'Records read    ' WS-RECORDS-READ UPON CONSOLE.
098000     DISPLAY    'Details posted  ' WS-DETAIL-COUNT UPON CONSOLE.
098100     DISPLAY    'Summary totals  ' WS-SUM-COUNT    UPON CONSOLE.
098200     DISPLAY    'Journal lines   ' WS-LINE-COUNT   UPON CONSOLE.
098300     DISPLAY    'Debit total     ' WS-DEBIT-TOTAL  UPON CONSOLE.
098400     DISPLAY    'Credit total    ' WS-CREDIT-TOTAL UPON CONSOLE.
098500     DISPLAY    'Bye COBOL'         UPON CONSOLE.
098600 8000-TERMINATE-EXIT.
098700     EXIT.

098800*    -------------------------------------------------------------
098900*    9000-CHECK-OUTFILE-STATUS  --  A NON-ZERO OUTFILE-STATUS MEANS
099000*    THE INPUT CANNOT BE TRUSTED TO HAVE BEEN READ WHOLE.
099100*    -------------------------------------------------------------
099200 9000-CHECK-OUTFILE-STATUS.
099300     IF         OUTFILE-STATUS NOT = ZERO
099400         MOVE   OUTFILE-STATUS      TO WS-ABEND-STATUS
099500         GO TO  9999-ABEND
099600     END-IF.
099700 9000-CHECK-OUTFILE-STATUS-EXIT.
099800     EXIT.

099900*    -------------------------------------------------------------
100000*    9100-CHECK-RUNCTL-STATUS  --  A NON-ZERO RUNCTL-STATUS MEANS
100100*    THE RUN'S COMPLETION CANNOT BE PROVED.
100200*    -------------------------------------------------------------
100300 9100-CHECK-RUNCTL-STATUS.
100400     IF         RUNCTL-STATUS NOT = ZERO
100500         MOVE   RUNCTL-STATUS       TO WS-ABEND-STATUS
100600         GO TO  9999-ABEND
100700     END-IF.
100800 9100-CHECK-RUNCTL-STATUS-EXIT.
100900     EXIT.

101000*    -------------------------------------------------------------
101100*    9200-CHECK-GENSEL-STATUS  --  CALLED ONLY WHEN GENSEL-STATUS
101200*    IS SOMETHING OTHER THAN '35' (MISSING), SO ANY NON-ZERO
101300*    STATUS HERE IS A REAL FAILURE ON A SELECTION THAT EXISTS.
101400*    -------------------------------------------------------------
101500 9200-CHECK-GENSEL-STATUS.
101600     IF         GENSEL-STATUS NOT = ZERO
101700         MOVE   GENSEL-STATUS       TO WS-ABEND-STATUS
101800         GO TO  9999-ABEND
101900     END-IF.
102000 9200-CHECK-GENSEL-STATUS-EXIT.
102100     EXIT.

102200*    -------------------------------------------------------------
102300*    9300-CHECK-GENCAT-STATUS  --  A NON-ZERO GENCAT-STATUS MEANS
102400*    THE CATALOG CANNOT BE TRUSTED TO NAME A VALID GENERATION.
102500*    -------------------------------------------------------------
102600 9300-CHECK-GENCAT-STATUS.
102700     IF         GENCAT-STATUS NOT = ZERO
102800         MOVE   GENCAT-STATUS       TO WS-ABEND-STATUS
102900         GO TO  9999-ABEND
103000     END-IF.
103100 9300-CHECK-GENCAT-STATUS-EXIT.
103200     EXIT.

103300*    -------------------------------------------------------------
103400*    9400-CHECK-GENFILE-STATUS  --  A NON-ZERO GENFILE-STATUS
103500*    MEANS THE SELECTED GENERATION CANNOT BE READ WHOLE.
103600*    -------------------------------------------------------------
103700 9400-CHECK-GENFILE-STATUS.
103800     IF         GENFILE-STATUS NOT = ZERO
103900         MOVE   GENFILE-STATUS      TO WS-ABEND-STATUS
104000         GO TO  9999-ABEND
104100     END-IF.
104200 9400-CHECK-GENFILE-STATUS-EXIT.
104300     EXIT.

104400*    -------------------------------------------------------------
104500*    9500-CHECK-GLTYPES-STATUS  --  CALLED ONLY WHEN THE TABLE
104600*    EXISTS, SO ANY NON-ZERO STATUS IS A REAL FAILURE.
104700*    -------------------------------------------------------------
104800 9500-CHECK-GLTYPES-STATUS.
104900     IF         GLTYPES-STATUS NOT = ZERO
105000         MOVE   GLTYPES-STATUS      TO WS-ABEND-STATUS
105100         GO TO  9999-ABEND
105200     END-IF.
105300 9500-CHECK-GLTYPES-STATUS-EXIT.
105400     EXIT.

105500*    -------------------------------------------------------------
105600*    9600-CHECK-GLJRNL-STATUS  --  A JOURNAL THAT FAILED TO WRITE
105700*    WHOLE MUST NOT BE REGISTERED AS POSTED.
105800*    -------------------------------------------------------------
105900 9600-CHECK-GLJRNL-STATUS.
106000     IF         GLJRNL-STATUS NOT = ZERO
106100         MOVE   GLJRNL-STATUS       TO WS-ABEND-STATUS
106200         GO TO  9999-ABEND
106300     END-IF.
106400 9600-CHECK-GLJRNL-STATUS-EXIT.
106500     EXIT.

106600*    -------------------------------------------------------------
106700*    9700-CHECK-POSTREG-STATUS  --  A REGISTER THAT CANNOT BE READ
106800*    OR WRITTEN CANNOT GUARD AGAINST A DOUBLE POSTING.
106900*    -------------------------------------------------------------
107000 9700-CHECK-POSTREG-STATUS.
107100     IF         POSTREG-STATUS NOT = ZERO
107200         MOVE   POSTREG-STATUS      TO WS-ABEND-STATUS
107300         GO TO  9999-ABEND
107400     END-IF.
107500 9700-CHECK-POSTREG-STATUS-EXIT.
107600     EXIT.

107700*    =============================================================
107800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
107900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
108000*    =============================================================
108100 9999-ABEND.
108200     DISPLAY    'GLPOST ABEND - STATUS ' WS-ABEND-STATUS
108300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
108400     MOVE       16                  TO RETURN-CODE.
108500     STOP RUN.
