000100*****************************************************************
000200* PROGRAM      : YEAREND
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  PROVES A FISCAL YEAR FROM
001000*                    THE GENERATION CATALOG INSTEAD OF FROM DATERPT
001100*                    PAGES ADDED UP BY HAND.  THE REQUIRED YEPARM
001200*                    GIVES THE FISCAL RANGE (AT MOST TWELVE
001300*                    CALENDAR MONTHS); EVERY GENCATF GENERATION
001400*                    CLOSED IN IT, CLOSEOUT'S AND INBOUND'S ALIKE,
001500*                    IS TAKEN IN OUTREC-NUMB ORDER.  THE KEY
001600*                    RANGES MUST CHAIN WITH NO GAP OR OVERLAP,
001700*                    STARTING ONE ABOVE THE HIGHEST KEY CATALOGED
001800*                    BEFORE THE YEAR.  EACH GENERATION IS READ
001900*                    WHOLE AND ITS TRAILER RE-PROVED THE WAY
002000*                    CLOSEOUT PROVED IT (COUNT, AND HASH WHEN THE
002100*                    TRAILER CARRIES ONE), AND ITS CATALOG ROW
002200*                    MUST AGREE WITH THE FILE.  DETAILS AND
002300*                    REVERSALS ARE SUMMED BY PAY-ACCT-CODE AND
002400*                    PAY-TRAN-TYPE INTO ONE COLUMN PER MONTH - THE
002500*                    MONTH THE GENERATION WAS CLOSED IN, SO EVERY
002600*                    AMOUNT LANDS IN THE PERIOD THAT CLOSED IT -
002700*                    AND THE GRAND TOTAL MUST TIE TO THE SUM OF
002800*                    THE GENERATIONS' HASHES.  THE SAME FIGURES GO
002900*                    TO THE YEAR-END CONTROL FILE (YECTL, COPYBOOK
003000*                    YECREC) FOR THE AUDITORS AND NEXT YEAR'S
003100*                    OPENING BALANCES.  EVERY EXCEPTION IS LISTED,
003200*                    THE CONTROL FILE IS MARKED, AND THE RUN ENDS
003300*                    RETURN-CODE 8, THE WARNING CONVENTION BALRPT
003400*                    AND VOLCHECK USE.
003410*   2026-10-15  SOC  A YEPARM DAY OUTSIDE 01-31 IS NOW REFUSED, AND
003420*                    A BAD ROW IS SHOWN FROM A COPY TAKEN BEFORE
003430*                    THE CLOSE.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700     PROGRAM-ID.               YEAREND.
003800     AUTHOR.                   SOLDIER OF COBOL.
003900     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
004000     DATE-WRITTEN.             2026-10-15.
004100     DATE-COMPILED.

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500*    -------------------------------------------------------------
004600*    YEPARM  --  REQUIRED PARAMETER FILE: THE FIRST AND LAST DAY
004700*    OF THE FISCAL YEAR, YYYYMMDD, BOTH INCLUSIVE.
004800*    -------------------------------------------------------------
004900     SELECT YEPARM
005000         ASSIGN EXTERNAL   YEPARM
005100         ORGANIZATION      LINE SEQUENTIAL
005200         FILE STATUS       YEPARM-STATUS.

005300     SELECT GENCATF
005400         ASSIGN EXTERNAL   GENCATF
005500         ORGANIZATION      LINE SEQUENTIAL
005600         FILE STATUS       GENCAT-STATUS.

005700*    -------------------------------------------------------------
005800*    GENFILE  --  EACH GENERATION IN TURN, DYNAMICALLY ASSIGNED TO
005900*    ITS CATALOGED NAME.
006000*    -------------------------------------------------------------
006100     SELECT GENFILE
006200         ASSIGN DYNAMIC     WS-GEN-PATH
006300         ORGANIZATION      SEQUENTIAL
006400         FILE STATUS       GENFILE-STATUS.

006500*    -------------------------------------------------------------
006600*    YECTL  --  THE YEAR-END CONTROL FILE, WRITTEN WHOLE EACH RUN.
006700*    -------------------------------------------------------------
006800     SELECT YECTL
006900         ASSIGN EXTERNAL   YECTL
007000         ORGANIZATION      LINE SEQUENTIAL
007100         FILE STATUS       YECTL-STATUS.

007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  YEPARM
007500     DATA RECORD           YEP-RECORD.
007600 01  YEP-RECORD.
007700     10  YEP-FROM-DATE      PIC 9(08).
007800     10  FILLER             PIC X(01).
007900     10  YEP-TO-DATE        PIC 9(08).

008000 FD  GENCATF
008100     DATA RECORD           GEN-RECORD.
008200     COPY GENREC.

008300 FD  GENFILE
008400     RECORD CONTAINS       61 CHARACTERS.
008500     COPY OUTREC.

008600 FD  YECTL
008700     DATA RECORD           YEC-RECORD.
008800     COPY YECREC.

008900 WORKING-STORAGE SECTION.

009000*    -------------------------------------------------------------
009100*    FILE STATUS FIELDS
009200*    -------------------------------------------------------------
009300 77  YEPARM-STATUS          PIC 99 VALUE ZEROS.
009400 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
009500 77  GENFILE-STATUS         PIC 99 VALUE ZEROS.
009600 77  YECTL-STATUS           PIC 99 VALUE ZEROS.

009700*    -------------------------------------------------------------
009800*    END-OF-FILE SWITCHES
009900*    -------------------------------------------------------------
010000 77  WS-CAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
010100     88  WS-CAT-EOF-YES               VALUE 'Y'.

010200 77  WS-GEN-EOF-SWITCH      PIC X(01) VALUE 'N'.
010300     88  WS-GEN-EOF-YES               VALUE 'Y'.
010400     88  WS-GEN-EOF-NO                VALUE 'N'.

010500*    -------------------------------------------------------------
010600*    THE FISCAL YEAR.  A MONTH IS NUMBERED YEAR * 12 + MONTH - 1
010700*    SO MONTHS CAN BE COUNTED ACROSS A CALENDAR YEAR END; COLUMN
010800*    ONE IS THE MONTH THE FISCAL YEAR STARTS IN.
010900*    -------------------------------------------------------------
010910*    THE YEPARM ROW AS READ, KEPT FOR THE ERROR MESSAGE: THE FD
010920*    RECORD IS UNDEFINED ONCE THE FILE IS CLOSED.
010930 77  WS-YEPARM-ROW          PIC X(17) VALUE SPACES.

011000 01  WS-FROM-DATE           PIC 9(08) VALUE ZEROS.
011100 01  WS-FROM-PARTS REDEFINES WS-FROM-DATE.
011200     10  WS-FROM-YYYY       PIC 9(04).
011300     10  WS-FROM-MM         PIC 9(02).
011400     10  WS-FROM-DD         PIC 9(02).

011500 01  WS-TO-DATE             PIC 9(08) VALUE ZEROS.
011600 01  WS-TO-PARTS REDEFINES WS-TO-DATE.
011700     10  WS-TO-YYYY         PIC 9(04).
011800     10  WS-TO-MM           PIC 9(02).
011900     10  WS-TO-DD           PIC 9(02).

012000 01  WS-WORK-DATE           PIC 9(08) VALUE ZEROS.
012100 01  WS-WORK-PARTS REDEFINES WS-WORK-DATE.
012200     10  WS-WORK-YYYY       PIC 9(04).
012300     10  WS-WORK-MM         PIC 9(02).
012400     10  WS-WORK-DD         PIC 9(02).

012500 77  WS-FROM-MONTH-NO       PIC 9(06) COMP VALUE ZERO.
012600 77  WS-TO-MONTH-NO         PIC 9(06) COMP VALUE ZERO.
012700 77  WS-WORK-MONTH-NO       PIC 9(06) COMP VALUE ZERO.
012800 77  WS-MONTH-SPAN          PIC 9(06) COMP VALUE ZERO.
012900 77  WS-LABEL-YEAR          PIC 9(04) VALUE ZEROS.
013000 77  WS-LABEL-MONTH         PIC 9(02) VALUE ZEROS.

013100 77  WS-MON-IDX             PIC 9(02) COMP VALUE ZERO.
013200 77  WS-MON-MAX             PIC 9(02) COMP VALUE 12.

013300 01  WS-MONTH-TABLE.
013400     05  WS-MONTH-LABEL     OCCURS 12 TIMES
013500                            PIC 9(06).

013600 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
013700 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.

013800*    -------------------------------------------------------------
013900*    THE YEAR'S GENERATIONS, KEPT IN GEN-FIRST-NUMB ORDER BY
014000*    INSERTING EACH CATALOG ROW AT ITS PLACE AND SHIFTING THE REST
014100*    UP ONE SLOT.  WS-GENT-HASH IS WHAT THE GENERATION CONTRIBUTES
014200*    TO THE TIE-OUT: ITS TRAILER HASH, OR THE SUM OF ITS AMOUNTS
014300*    WHEN A TRAILER FROM BEFORE HASHES EXISTED CARRIES NONE.
014400*    -------------------------------------------------------------
014500 01  WS-GEN-TABLE.
014600     05  WS-GEN-ENTRY       OCCURS 1000 TIMES.
014700         10  WS-GENT-NAME           PIC X(44).
014800         10  WS-GENT-FIRST-NUMB     PIC 9(06).
014900         10  WS-GENT-LAST-NUMB      PIC 9(06).
015000         10  WS-GENT-COUNT          PIC 9(08).
015100         10  WS-GENT-CLOSE-DATE     PIC 9(08).
015200         10  WS-GENT-SOURCE         PIC X(08).
015300         10  WS-GENT-MONTH          PIC 9(02).
015400         10  WS-GENT-HASH           PIC 9(13)V99.
015500         10  WS-GENT-RUN-ID         PIC X(16).
015600         10  WS-GENT-PROVED         PIC X(01).

015700 01  WS-GEN-STAGE.
015800     10  WS-GENS-NAME       PIC X(44).
015900     10  WS-GENS-FIRST-NUMB PIC 9(06).
016000     10  WS-GENS-LAST-NUMB  PIC 9(06).
016100     10  WS-GENS-COUNT      PIC 9(08).
016200     10  WS-GENS-CLOSE-DATE PIC 9(08).
016300     10  WS-GENS-SOURCE     PIC X(08).
016400     10  WS-GENS-MONTH      PIC 9(02).
016500     10  WS-GENS-HASH       PIC 9(13)V99.
016600     10  WS-GENS-RUN-ID     PIC X(16).
016700     10  WS-GENS-PROVED     PIC X(01).

016800 77  WS-GEN-COUNT           PIC 9(04) COMP VALUE ZERO.
016900 77  WS-GEN-MAX             PIC 9(04) COMP VALUE 1000.
017000 77  WS-GEN-IDX             PIC 9(04) COMP VALUE ZERO.
017100 77  WS-GEN-HIT             PIC 9(04) COMP VALUE ZERO.
017200 77  WS-GEN-PATH            PIC X(44) VALUE SPACES.
017300 77  WS-CAT-ROWS            PIC 9(06) VALUE ZEROS.

017400*    -------------------------------------------------------------
017500*    KEY CHAIN WORK AREAS -- WS-OPENING-NUMB IS THE HIGHEST KEY
017600*    CATALOGED BEFORE THE YEAR, WS-CHAIN-HIGH THE HIGHEST KEY
017700*    COVERED SO FAR AS THE YEAR'S GENERATIONS ARE WALKED.
017800*    -------------------------------------------------------------
017900 77  WS-OPENING-NUMB        PIC 9(06) VALUE ZEROS.
018000 77  WS-CHAIN-HIGH          PIC 9(06) VALUE ZEROS.
018100 77  WS-CHAIN-NEXT          PIC 9(07) VALUE ZEROS.
018110 77  WS-CHAIN-GAP-START     PIC 9(06) VALUE ZEROS.
018200 77  WS-CHAIN-GAP-END       PIC 9(06) VALUE ZEROS.
018300 77  WS-YEAR-FIRST-NUMB     PIC 9(06) VALUE ZEROS.
018400 77  WS-YEAR-LAST-NUMB      PIC 9(06) VALUE ZEROS.

018500*    -------------------------------------------------------------
018600*    ONE GENERATION AS READ BACK, FOR ITS PROOF.
018700*    -------------------------------------------------------------
018800 77  WS-SCAN-COUNT          PIC 9(08) VALUE ZEROS.
018900 77  WS-SCAN-FIRST-NUMB     PIC 9(06) VALUE ZEROS.
019000 77  WS-SCAN-LAST-NUMB      PIC 9(06) VALUE ZEROS.
019100 77  WS-SCAN-HASH           PIC 9(13)V99 VALUE ZEROS.
019200 77  WS-GEN-FAULTS          PIC 9(04) COMP VALUE ZERO.

019300 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
019400     88  WS-TRAILER-SEEN              VALUE 'Y'.
019500     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

019600 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
019700 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
019800 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
019900                            PIC 9(13)V99.
020000 77  WS-TRLR-RUN-ID         PIC X(16) VALUE SPACES.

020100*    -------------------------------------------------------------
020200*    THE ANNUAL SUMMARY -- ONE ENTRY PER PAY-ACCT-CODE AND
020300*    PAY-TRAN-TYPE, KEPT IN KEY ORDER AND FOUND BY HALVING THE
020400*    TABLE (A YEAR'S DETAILS ARE TOO MANY TO SCAN IT FROM THE TOP
020500*    FOR EACH ONE).  EACH ENTRY HAS ONE SLOT PER MONTH COLUMN.
020600*    -------------------------------------------------------------
020700 01  WS-SUM-TABLE.
020800     05  WS-SUM-ENTRY       OCCURS 2000 TIMES.
020900         10  WS-SUM-KEY.
021000             15  WS-SUM-ACCT        PIC X(10).
021100             15  WS-SUM-TYPE        PIC X(02).
021200         10  WS-SUM-MONTH   OCCURS 12 TIMES.
021300             15  WS-SUM-COUNT       PIC 9(08).
021400             15  WS-SUM-DETAIL      PIC 9(13)V99.
021500             15  WS-SUM-REVERSAL    PIC 9(13)V99.

021600 01  WS-FIND-KEY.
021700     10  WS-FIND-ACCT       PIC X(10).
021800     10  WS-FIND-TYPE       PIC X(02).

021900 77  WS-SUM-COUNT-USED      PIC 9(04) COMP VALUE ZERO.
022000 77  WS-SUM-MAX             PIC 9(04) COMP VALUE 2000.
022100 77  WS-SUM-IDX             PIC 9(04) COMP VALUE ZERO.
022200 77  WS-SUM-HIT             PIC 9(04) COMP VALUE ZERO.
022300 77  WS-SUM-LO              PIC 9(04) COMP VALUE ZERO.
022400 77  WS-SUM-HI              PIC 9(04) COMP VALUE ZERO.
022500 77  WS-SUM-MID             PIC 9(04) COMP VALUE ZERO.

022600*    -------------------------------------------------------------
022700*    TOTALS -- BY MONTH COLUMN, BY SUMMARY ENTRY, AND FOR THE YEAR.
022800*    -------------------------------------------------------------
022900 01  WS-COL-TABLE.
023000     05  WS-COL-GROSS       OCCURS 12 TIMES
023100                            PIC 9(15)V99.

023200 77  WS-CELL-GROSS          PIC 9(14)V99 VALUE ZEROS.
023300 77  WS-ROW-COUNT           PIC 9(08) VALUE ZEROS.
023400 77  WS-ROW-DETAIL          PIC 9(13)V99 VALUE ZEROS.
023500 77  WS-ROW-REVERSAL        PIC 9(13)V99 VALUE ZEROS.
023600 77  WS-ROW-GROSS           PIC 9(15)V99 VALUE ZEROS.
023700 77  WS-ROW-NET             PIC S9(13)V99 VALUE ZEROS.

023800 77  WS-YEAR-COUNT          PIC 9(09) VALUE ZEROS.
023900 77  WS-YEAR-DETAIL         PIC 9(15)V99 VALUE ZEROS.
024000 77  WS-YEAR-REVERSAL       PIC 9(15)V99 VALUE ZEROS.
024100 77  WS-YEAR-GROSS          PIC 9(15)V99 VALUE ZEROS.
024200 77  WS-YEAR-NET            PIC S9(15)V99 VALUE ZEROS.
024300 77  WS-HASH-TOTAL          PIC 9(15)V99 VALUE ZEROS.

024400 77  WS-TIE-SWITCH          PIC X(01) VALUE 'N'.
024500     88  WS-YEAR-TIES                 VALUE 'Y'.
024600     88  WS-YEAR-DOES-NOT-TIE         VALUE 'N'.

024700*    -------------------------------------------------------------
024800*    EXCEPTIONS FOUND.  ANY AT ALL MARKS THE YEAR UNPROVEN.
024900*    -------------------------------------------------------------
025000 77  WS-EXCEPTION-COUNT     PIC 9(06) VALUE ZEROS.
025100 77  WS-CTL-ROWS            PIC 9(08) VALUE ZEROS.

025200*    -------------------------------------------------------------
025300*    ONE GENERATION LINE, DISPLAYED AS EACH IS PROVED
025400*    -------------------------------------------------------------
025500 01  WS-GEN-LINE.
025600     10  GENL-NAME          PIC X(44).
025700     10  FILLER             PIC X(01) VALUE SPACES.
025800     10  GENL-FIRST-NUMB    PIC 9(06).
025900     10  FILLER             PIC X(01) VALUE '-'.
026000     10  GENL-LAST-NUMB     PIC 9(06).
026100     10  FILLER             PIC X(01) VALUE SPACES.
026200     10  GENL-COUNT         PIC ZZZZZZZ9.
026300     10  FILLER             PIC X(01) VALUE SPACES.
026400     10  GENL-HASH          PIC Z(12)9.99.
026500     10  FILLER             PIC X(01) VALUE SPACES.
026600     10  GENL-CLOSE-DATE    PIC 9(08).
026700     10  FILLER             PIC X(01) VALUE SPACES.
026800     10  GENL-VERDICT       PIC X(06).

026900*    -------------------------------------------------------------
027000*    THE SUMMARY HEADING AND ONE SUMMARY LINE: ACCOUNT, TYPE, ONE
027100*    GROSS AMOUNT PER MONTH COLUMN, THE YEAR'S GROSS AND NET.
027200*    -------------------------------------------------------------
027300 01  WS-SUM-HEADING.
027400     10  SUMH-TITLE         PIC X(13).
027500     10  SUMH-COLUMN        OCCURS 12 TIMES.
027600         15  FILLER         PIC X(11).
027700         15  SUMH-MONTH     PIC 9(06).
027800     10  SUMH-GROSS-TITLE   PIC X(19).
027900     10  SUMH-NET-TITLE     PIC X(21).

028000 01  WS-SUM-LINE.
028100     10  SUML-ACCT          PIC X(10).
028200     10  FILLER             PIC X(01).
028300     10  SUML-TYPE          PIC X(02).
028400     10  SUML-CELL          OCCURS 12 TIMES
028500                            PIC Z(13)9.99.
028600     10  SUML-GROSS         PIC Z(15)9.99.
028700     10  SUML-NET           PIC -(17)9.99.

028800 77  WS-AMOUNT-EDIT         PIC -(15)9.99.

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

030100     PERFORM 2000-LOAD-CATALOG
030200         THRU 2000-LOAD-CATALOG-EXIT.

030300     PERFORM 2500-CHECK-KEY-CHAIN
030400         THRU 2500-CHECK-KEY-CHAIN-EXIT.

030500     DISPLAY    '================ GENERATIONS CLOSED IN THE YEAR '
030600                '================' UPON CONSOLE.
030700     PERFORM 3000-PROVE-ONE-GENERATION
030800         THRU 3000-PROVE-ONE-GENERATION-EXIT
030900         VARYING WS-GEN-IDX FROM 1 BY 1
031000         UNTIL WS-GEN-IDX > WS-GEN-COUNT.

031100     PERFORM 4000-PRINT-SUMMARY
031200         THRU 4000-PRINT-SUMMARY-EXIT.

031300     PERFORM 5000-WRITE-CONTROL-FILE
031400         THRU 5000-WRITE-CONTROL-FILE-EXIT.

031500     PERFORM 8000-TERMINATE
031600         THRU 8000-TERMINATE-EXIT.

031700     STOP RUN.

031800*    =============================================================
031900*    1000-INITIALIZE  --  READ THE REQUIRED FISCAL RANGE.  A RANGE
032000*    THAT IS NOT TWO DATES IN ORDER, OR THAT SPANS MORE THAN
032100*    TWELVE CALENDAR MONTHS, ABENDS: PROVING THE WRONG YEAR IS
032200*    WORSE THAN NOT PROVING ONE.  THE MONTH COLUMNS ARE LABELLED
032300*    HERE.
032400*    =============================================================
032500 1000-INITIALIZE.
032600     DISPLAY    'Hello COBOL'       UPON CONSOLE.
032700     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.
032800     ACCEPT     WS-TIME-OF-DAY      FROM TIME.

032900     OPEN       INPUT               YEPARM.
033000     IF         YEPARM-STATUS = '35'
033100         MOVE   35                  TO WS-ABEND-STATUS
033200         MOVE   'YEPARM MISSING'    TO WS-STATUS-WHERE
033300         GO TO  9999-ABEND
033400     END-IF.
033500     MOVE       'OPEN YEPARM'       TO WS-STATUS-WHERE.
033600     PERFORM 9100-CHECK-YEPARM-STATUS
033700         THRU 9100-CHECK-YEPARM-STATUS-EXIT.
033800     READ       YEPARM
033900         AT END
034000             MOVE 90                TO WS-ABEND-STATUS
034100             MOVE 'YEPARM EMPTY'    TO WS-STATUS-WHERE
034200             GO TO 9999-ABEND
034300     END-READ.
034310     MOVE       YEP-RECORD          TO WS-YEPARM-ROW.
034400     IF         YEP-FROM-DATE NOT NUMERIC
034500         OR     YEP-TO-DATE   NOT NUMERIC
034600         GO TO  1000-BAD-YEPARM
034700     END-IF.
034800     IF         YEP-FROM-DATE       > YEP-TO-DATE
034900         GO TO  1000-BAD-YEPARM
035000     END-IF.
035100     MOVE       YEP-FROM-DATE       TO WS-FROM-DATE.
035200     MOVE       YEP-TO-DATE         TO WS-TO-DATE.
035300     CLOSE      YEPARM.

035400     IF         WS-FROM-MM < 1 OR WS-FROM-MM > 12
035500         OR     WS-TO-MM   < 1 OR WS-TO-MM   > 12
035510         OR     WS-FROM-DD < 1 OR WS-FROM-DD > 31
035520         OR     WS-TO-DD   < 1 OR WS-TO-DD   > 31
035600         GO TO  1000-BAD-YEPARM
035700     END-IF.
035800     COMPUTE    WS-FROM-MONTH-NO    = WS-FROM-YYYY * 12
035900                                    + WS-FROM-MM - 1.
036000     COMPUTE    WS-TO-MONTH-NO      = WS-TO-YYYY * 12
036100                                    + WS-TO-MM - 1.
036200     COMPUTE    WS-MONTH-SPAN       = WS-TO-MONTH-NO
036300                                    - WS-FROM-MONTH-NO + 1.
036400     IF         WS-MONTH-SPAN > WS-MON-MAX
036500         DISPLAY 'YEAREND YEPARM ERROR - ' WS-FROM-DATE ' TO '
036600                 WS-TO-DATE ' SPANS MORE THAN TWELVE MONTHS'
036700                 UPON CONSOLE
036800         MOVE   90                  TO WS-ABEND-STATUS
036900         MOVE   'RANGE OVER 12 MONTHS' TO WS-STATUS-WHERE
037000         GO TO  9999-ABEND
037100     END-IF.

037200     PERFORM 1100-LABEL-ONE-MONTH
037300         THRU 1100-LABEL-ONE-MONTH-EXIT
037400         VARYING WS-MON-IDX FROM 1 BY 1
037500         UNTIL WS-MON-IDX > WS-MON-MAX.
037600     DISPLAY    'Fiscal year     ' WS-FROM-DATE ' TO '
037700                WS-TO-DATE          UPON CONSOLE.
037800     GO TO      1000-INITIALIZE-EXIT.
037900 1000-BAD-YEPARM.
038000     DISPLAY    'YEAREND YEPARM ERROR - BAD ROW: ' WS-YEPARM-ROW
038100                UPON CONSOLE.
038200     MOVE       90                  TO WS-ABEND-STATUS.
038300     MOVE       'BAD YEPARM ROW'    TO WS-STATUS-WHERE.
038400     GO TO      9999-ABEND.
038500 1000-INITIALIZE-EXIT.
038600     EXIT.

038700*    -------------------------------------------------------------
038800*    1100-LABEL-ONE-MONTH  --  COLUMN N IS THE NTH MONTH FROM THE
038900*    START OF THE FISCAL YEAR, LABELLED YYYYMM.  A YEAR SHORTER
039000*    THAN TWELVE MONTHS LEAVES ITS LAST COLUMNS EMPTY.
039100*    -------------------------------------------------------------
039200 1100-LABEL-ONE-MONTH.
039300     COMPUTE    WS-WORK-MONTH-NO    = WS-FROM-MONTH-NO
039400                                    + WS-MON-IDX - 1.
039500     DIVIDE     WS-WORK-MONTH-NO    BY 12
039600                GIVING WS-LABEL-YEAR
039700                REMAINDER WS-LABEL-MONTH.
039800     ADD        1                   TO WS-LABEL-MONTH.
039900     COMPUTE    WS-MONTH-LABEL(WS-MON-IDX)
040000                                    = WS-LABEL-YEAR * 100
040100                                    + WS-LABEL-MONTH.
040200     MOVE       ZEROS               TO WS-COL-GROSS(WS-MON-IDX).
040300 1100-LABEL-ONE-MONTH-EXIT.
040400     EXIT.

040500*    =============================================================
040600*    2000-LOAD-CATALOG  --  ONE PASS OVER GENCATF: EVERY ROW
040700*    CLOSED IN THE FISCAL YEAR GOES INTO THE GENERATION TABLE AT
040800*    ITS PLACE IN KEY ORDER; EVERY ROW CLOSED BEFORE IT RAISES THE
040900*    OPENING KEY.  A ROW THAT DOES NOT PARSE CANNOT BE PLACED IN
041000*    ANY YEAR, SO IT IS AN EXCEPTION IN EVERY YEAR.
041100*    =============================================================
041200 2000-LOAD-CATALOG.
041300     OPEN       INPUT               GENCATF.
041400     IF         GENCAT-STATUS = '35'
041500         DISPLAY 'YEAREND - NO GENERATION CATALOG EXISTS'
041600                 UPON CONSOLE
041700         MOVE   90                  TO WS-ABEND-STATUS
041800         MOVE   'GENCATF MISSING'   TO WS-STATUS-WHERE
041900         GO TO  9999-ABEND
042000     END-IF.
042100     MOVE       'OPEN GENCATF'      TO WS-STATUS-WHERE.
042200     PERFORM 9300-CHECK-GENCAT-STATUS
042300         THRU 9300-CHECK-GENCAT-STATUS-EXIT.
042400     PERFORM 2010-READ-ONE-CATALOG-ROW
042500         THRU 2010-READ-ONE-CATALOG-ROW-EXIT
042600         UNTIL WS-CAT-EOF-YES.
042700     CLOSE      GENCATF.

042800     DISPLAY    'Catalog rows    ' WS-CAT-ROWS    UPON CONSOLE.
042900     DISPLAY    'In fiscal year  ' WS-GEN-COUNT   UPON CONSOLE.
043000     DISPLAY    'Opening key     ' WS-OPENING-NUMB UPON CONSOLE.
043100     IF         WS-GEN-COUNT = ZERO
043200         DISPLAY 'YEAREND EXCEPTION - NO GENERATION WAS CLOSED '
043300                 'IN THE FISCAL YEAR' UPON CONSOLE
043400         ADD    1                   TO WS-EXCEPTION-COUNT
043500     END-IF.
043600 2000-LOAD-CATALOG-EXIT.
043700     EXIT.

043710*    -------------------------------------------------------------
043720*    2010-READ-ONE-CATALOG-ROW  --  READ ONE CATALOG ROW.  A ROW
043730*    THAT DOES NOT PARSE IS AN EXCEPTION.  A GENERATION CLOSED
043740*    BEFORE THE YEAR ONLY RAISES THE OPENING KEY; ONE CLOSED
043750*    INSIDE IT IS PLACED IN THE TABLE IN KEY ORDER.
043760*    -------------------------------------------------------------
043800 2010-READ-ONE-CATALOG-ROW.
043900     READ       GENCATF
044000         AT END
044100             SET WS-CAT-EOF-YES     TO TRUE
044200             GO TO 2010-READ-ONE-CATALOG-ROW-EXIT
044300     END-READ.
044400     MOVE       'READ GENCATF'      TO WS-STATUS-WHERE.
044500     PERFORM 9300-CHECK-GENCAT-STATUS
044600         THRU 9300-CHECK-GENCAT-STATUS-EXIT.
044700     ADD        1                   TO WS-CAT-ROWS.

044800     IF         GEN-FIRST-NUMB   NOT NUMERIC
044900         OR     GEN-LAST-NUMB    NOT NUMERIC
045000         OR     GEN-DETAIL-COUNT NOT NUMERIC
045100         OR     GEN-CLOSE-DATE   NOT NUMERIC
045200         DISPLAY 'YEAREND EXCEPTION - CATALOG ROW ' WS-CAT-ROWS
045300                 ' DOES NOT PARSE: ' GEN-NAME UPON CONSOLE
045400         ADD    1                   TO WS-EXCEPTION-COUNT
045500         GO TO  2010-READ-ONE-CATALOG-ROW-EXIT
045600     END-IF.

045700     IF         GEN-CLOSE-DATE < WS-FROM-DATE
045800         IF     GEN-LAST-NUMB > WS-OPENING-NUMB
045900             MOVE GEN-LAST-NUMB     TO WS-OPENING-NUMB
046000         END-IF
046100         GO TO  2010-READ-ONE-CATALOG-ROW-EXIT
046200     END-IF.
046300     IF         GEN-CLOSE-DATE > WS-TO-DATE
046400         GO TO  2010-READ-ONE-CATALOG-ROW-EXIT
046500     END-IF.

046600     IF         WS-GEN-COUNT NOT < WS-GEN-MAX
046700         DISPLAY 'YEAREND - MORE THAN ' WS-GEN-MAX
046800                 ' GENERATIONS IN THE FISCAL YEAR' UPON CONSOLE
046900         MOVE   90                  TO WS-ABEND-STATUS
047000         MOVE   'GEN TABLE FULL'    TO WS-STATUS-WHERE
047100         GO TO  9999-ABEND
047200     END-IF.

047300     MOVE       GEN-NAME            TO WS-GENS-NAME.
047400     MOVE       GEN-FIRST-NUMB      TO WS-GENS-FIRST-NUMB.
047500     MOVE       GEN-LAST-NUMB       TO WS-GENS-LAST-NUMB.
047600     MOVE       GEN-DETAIL-COUNT    TO WS-GENS-COUNT.
047700     MOVE       GEN-CLOSE-DATE      TO WS-GENS-CLOSE-DATE.
047800     MOVE       GEN-SOURCE          TO WS-GENS-SOURCE.
047900     MOVE       GEN-CLOSE-DATE      TO WS-WORK-DATE.
048000     COMPUTE    WS-WORK-MONTH-NO    = WS-WORK-YYYY * 12
048100                                    + WS-WORK-MM - 1.
048200     COMPUTE    WS-GENS-MONTH       = WS-WORK-MONTH-NO
048300                                    - WS-FROM-MONTH-NO + 1.
048400     MOVE       ZEROS               TO WS-GENS-HASH.
048500     MOVE       SPACES              TO WS-GENS-RUN-ID.
048600     MOVE       'N'                 TO WS-GENS-PROVED.

048700     MOVE       ZERO                TO WS-GEN-HIT.
048800     PERFORM 2020-CHECK-ONE-SLOT
048900         THRU 2020-CHECK-ONE-SLOT-EXIT
049000         VARYING WS-GEN-IDX FROM 1 BY 1
049100         UNTIL WS-GEN-IDX > WS-GEN-COUNT
049200            OR WS-GEN-HIT NOT = ZERO.
049300     IF         WS-GEN-HIT = ZERO
049400         COMPUTE WS-GEN-HIT         = WS-GEN-COUNT + 1
049500     END-IF.
049600     PERFORM 2030-SHIFT-ONE-GENERATION
049700         THRU 2030-SHIFT-ONE-GENERATION-EXIT
049800         VARYING WS-GEN-IDX FROM WS-GEN-COUNT BY -1
049900         UNTIL WS-GEN-IDX < WS-GEN-HIT.
050000     ADD        1                   TO WS-GEN-COUNT.
050100     MOVE       WS-GEN-STAGE        TO WS-GEN-ENTRY(WS-GEN-HIT).
050200 2010-READ-ONE-CATALOG-ROW-EXIT.
050300     EXIT.

050400*    -------------------------------------------------------------
050500*    2020-CHECK-ONE-SLOT  --  STOP AT THE FIRST GENERATION THAT
050600*    STARTS ABOVE THE ONE BEING PLACED; EQUAL STARTS KEEP CATALOG
050700*    ORDER.
050800*    -------------------------------------------------------------
050900 2020-CHECK-ONE-SLOT.
050910     IF         WS-GENT-FIRST-NUMB(WS-GEN-IDX) >
050920                WS-GENS-FIRST-NUMB
051100         MOVE   WS-GEN-IDX          TO WS-GEN-HIT
051200     END-IF.
051300 2020-CHECK-ONE-SLOT-EXIT.
051400     EXIT.

051410*    -------------------------------------------------------------
051420*    2030-SHIFT-ONE-GENERATION  --  MOVE TABLE SLOT WS-GEN-IDX UP
051430*    ONE PLACE TO MAKE ROOM FOR AN INSERTED GENERATION.
051440*    -------------------------------------------------------------
051500 2030-SHIFT-ONE-GENERATION.
051600     MOVE       WS-GEN-ENTRY(WS-GEN-IDX)
051700                               TO WS-GEN-ENTRY(WS-GEN-IDX + 1).
051800 2030-SHIFT-ONE-GENERATION-EXIT.
051900     EXIT.

052000*    =============================================================
052100*    2500-CHECK-KEY-CHAIN  --  WALK THE YEAR'S GENERATIONS IN KEY
052200*    ORDER FROM THE OPENING KEY: EACH MUST START ONE ABOVE THE
052300*    HIGHEST KEY ALREADY COVERED.  A GAP IS A RUN WHOSE OUTFILE
052400*    WAS NEVER CLOSED OUT; AN OVERLAP IS A KEY CATALOGED TWICE.
052500*    A GENERATION WITH NO DETAILS (AN EMPTY PARTNER MERGE) HOLDS
052600*    NO KEYS AND IS PASSED OVER.
052700*    =============================================================
052800 2500-CHECK-KEY-CHAIN.
052900     MOVE       WS-OPENING-NUMB     TO WS-CHAIN-HIGH.
053000     PERFORM 2510-CHAIN-ONE-GENERATION
053100         THRU 2510-CHAIN-ONE-GENERATION-EXIT
053200         VARYING WS-GEN-IDX FROM 1 BY 1
053300         UNTIL WS-GEN-IDX > WS-GEN-COUNT.
053400     MOVE       WS-CHAIN-HIGH       TO WS-YEAR-LAST-NUMB.
053500 2500-CHECK-KEY-CHAIN-EXIT.
053600     EXIT.

053610*    -------------------------------------------------------------
053620*    2510-CHAIN-ONE-GENERATION  --  CHAIN THE GENERATION IN SLOT
053630*    WS-GEN-IDX ONTO THE KEYS ALREADY CHAINED.  AN EMPTY
053640*    GENERATION IS PASSED OVER; REVERSED KEYS, A GAP BEFORE IT OR
053650*    AN OVERLAP WITH THE KEYS BEFORE IT IS AN EXCEPTION.
053660*    -------------------------------------------------------------
053700 2510-CHAIN-ONE-GENERATION.
053800     IF         WS-GENT-COUNT(WS-GEN-IDX) = ZERO
053900         GO TO  2510-CHAIN-ONE-GENERATION-EXIT
054000     END-IF.
054100     IF         WS-YEAR-FIRST-NUMB = ZERO
054200         MOVE   WS-GENT-FIRST-NUMB(WS-GEN-IDX)
054300                                    TO WS-YEAR-FIRST-NUMB
054400     END-IF.
054500     IF         WS-GENT-FIRST-NUMB(WS-GEN-IDX) >
054600                WS-GENT-LAST-NUMB(WS-GEN-IDX)
054700         DISPLAY 'YEAREND EXCEPTION - ' WS-GENT-NAME(WS-GEN-IDX)
054800                 ' IS CATALOGED WITH KEYS '
054900                 WS-GENT-FIRST-NUMB(WS-GEN-IDX) ' TO '
055000                 WS-GENT-LAST-NUMB(WS-GEN-IDX) UPON CONSOLE
055100         ADD    1                   TO WS-EXCEPTION-COUNT
055200         GO TO  2510-CHAIN-ONE-GENERATION-EXIT
055300     END-IF.

055400     COMPUTE    WS-CHAIN-NEXT       = WS-CHAIN-HIGH + 1.
055500     IF         WS-GENT-FIRST-NUMB(WS-GEN-IDX) > WS-CHAIN-NEXT
055510         MOVE   WS-CHAIN-NEXT       TO WS-CHAIN-GAP-START
055600         COMPUTE WS-CHAIN-GAP-END   =
055700                 WS-GENT-FIRST-NUMB(WS-GEN-IDX) - 1
055710         DISPLAY 'YEAREND EXCEPTION - GAP: KEYS '
055720                 WS-CHAIN-GAP-START
055900                 ' TO ' WS-CHAIN-GAP-END ' ARE IN NO GENERATION'
056000                 UPON CONSOLE
056100         ADD    1                   TO WS-EXCEPTION-COUNT
056200     END-IF.
056300     IF         WS-GENT-FIRST-NUMB(WS-GEN-IDX) < WS-CHAIN-NEXT
056400         DISPLAY 'YEAREND EXCEPTION - OVERLAP: '
056500                 WS-GENT-NAME(WS-GEN-IDX) ' STARTS AT KEY '
056600                 WS-GENT-FIRST-NUMB(WS-GEN-IDX)
056700                 ', KEYS TO ' WS-CHAIN-HIGH ' ARE ALREADY '
056800                 'CATALOGED' UPON CONSOLE
056900         ADD    1                   TO WS-EXCEPTION-COUNT
057000     END-IF.
057100     IF         WS-GENT-LAST-NUMB(WS-GEN-IDX) > WS-CHAIN-HIGH
057200         MOVE   WS-GENT-LAST-NUMB(WS-GEN-IDX) TO WS-CHAIN-HIGH
057300     END-IF.
057400 2510-CHAIN-ONE-GENERATION-EXIT.
057500     EXIT.

057600*    =============================================================
057700*    3000-PROVE-ONE-GENERATION  --  READ ONE GENERATION WHOLE,
057800*    POSTING EVERY DETAIL AND REVERSAL TO THE SUMMARY, THEN PROVE
057900*    IT: A TRAILER, THE TRAILER COUNT AND HASH AGAINST THE FILE,
058000*    AND THE CATALOG ROW'S COUNT AND KEY RANGE AGAINST THE FILE.
058100*    =============================================================
058200 3000-PROVE-ONE-GENERATION.
058300     MOVE       WS-GENT-NAME(WS-GEN-IDX) TO WS-GEN-PATH.
058400     MOVE       ZEROS               TO WS-SCAN-COUNT.
058500     MOVE       ZEROS               TO WS-SCAN-FIRST-NUMB.
058600     MOVE       ZEROS               TO WS-SCAN-LAST-NUMB.
058700     MOVE       ZEROS               TO WS-SCAN-HASH.
058800     MOVE       ZEROS               TO WS-TRLR-COUNT.
058900     MOVE       SPACES              TO WS-TRLR-HASH.
059000     MOVE       SPACES              TO WS-TRLR-RUN-ID.
059100     MOVE       ZERO                TO WS-GEN-FAULTS.
059200     SET        WS-TRAILER-NOT-SEEN TO TRUE.
059300     SET        WS-GEN-EOF-NO       TO TRUE.

059400     OPEN       INPUT               GENFILE.
059500     IF         GENFILE-STATUS = '35'
059600         DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
059700                 ' IS CATALOGED BUT THE FILE IS MISSING'
059800                 UPON CONSOLE
059900         ADD    1                   TO WS-EXCEPTION-COUNT
060000         ADD    1                   TO WS-GEN-FAULTS
060100         GO TO  3000-SHOW-GENERATION
060200     END-IF.
060300     MOVE       'OPEN GENFILE'      TO WS-STATUS-WHERE.
060400     PERFORM 9400-CHECK-GENFILE-STATUS
060500         THRU 9400-CHECK-GENFILE-STATUS-EXIT.
060600     PERFORM 3010-SCAN-ONE-RECORD
060700         THRU 3010-SCAN-ONE-RECORD-EXIT
060800         UNTIL WS-GEN-EOF-YES.
060900     CLOSE      GENFILE.

061000     PERFORM 3050-JUDGE-GENERATION
061100         THRU 3050-JUDGE-GENERATION-EXIT.
061200 3000-SHOW-GENERATION.
061300     IF         WS-GEN-FAULTS = ZERO
061400         MOVE   'Y'                 TO WS-GENT-PROVED(WS-GEN-IDX)
061500         MOVE   'PROVED'            TO GENL-VERDICT
061600     ELSE
061700         MOVE   'N'                 TO WS-GENT-PROVED(WS-GEN-IDX)
061800         MOVE   'FAILED'            TO GENL-VERDICT
061900     END-IF.
062000     MOVE       WS-TRLR-RUN-ID      TO WS-GENT-RUN-ID(WS-GEN-IDX).
062100     ADD        WS-GENT-HASH(WS-GEN-IDX) TO WS-HASH-TOTAL
062200         ON SIZE ERROR
062300             MOVE 90                TO WS-ABEND-STATUS
062400             MOVE 'HASH-TOTAL OVERFLOW' TO WS-STATUS-WHERE
062500             GO TO 9999-ABEND
062600     END-ADD.
062700     MOVE       WS-GENT-NAME(WS-GEN-IDX)       TO GENL-NAME.
062800     MOVE       WS-GENT-FIRST-NUMB(WS-GEN-IDX) TO GENL-FIRST-NUMB.
062900     MOVE       WS-GENT-LAST-NUMB(WS-GEN-IDX)  TO GENL-LAST-NUMB.
063000     MOVE       WS-SCAN-COUNT                  TO GENL-COUNT.
063100     MOVE       WS-GENT-HASH(WS-GEN-IDX)       TO GENL-HASH.
063200     MOVE       WS-GENT-CLOSE-DATE(WS-GEN-IDX) TO GENL-CLOSE-DATE.
063300     DISPLAY    WS-GEN-LINE         UPON CONSOLE.
063400 3000-PROVE-ONE-GENERATION-EXIT.
063500     EXIT.

063600*    -------------------------------------------------------------
063700*    3010-SCAN-ONE-RECORD  --  DETAILS AND REVERSALS FEED THE
063800*    COUNT, KEY RANGE AND AMOUNT HASH EXACTLY AS CLOSEOUT COUNTED
063900*    THEM (A REVERSAL'S ACCOUNT, AMOUNT AND TYPE SIT WHERE THE
064000*    PAY- FIELDS DO), AND ARE POSTED TO THE SUMMARY; THE TRAILER
064100*    IS CAPTURED FOR THE PROOF; SOURCE HEADERS AND SUBTOTALS PASS.
064200*    -------------------------------------------------------------
064300 3010-SCAN-ONE-RECORD.
064400     READ       GENFILE
064500         AT END
064600             SET WS-GEN-EOF-YES     TO TRUE
064700             GO TO 3010-SCAN-ONE-RECORD-EXIT
064800     END-READ.
064900     MOVE       'READ GENFILE'      TO WS-STATUS-WHERE.
065000     PERFORM 9400-CHECK-GENFILE-STATUS
065100         THRU 9400-CHECK-GENFILE-STATUS-EXIT.

065200     IF         OUTREC-IS-DETAIL
065300         OR     OUTREC-IS-REVERSAL
065400         ADD    1                   TO WS-SCAN-COUNT
065500         IF     WS-SCAN-FIRST-NUMB = ZEROS
065600             MOVE OUTREC-NUMB       TO WS-SCAN-FIRST-NUMB
065700         END-IF
065800         MOVE   OUTREC-NUMB         TO WS-SCAN-LAST-NUMB
065900         IF     PAY-AMOUNT NUMERIC
066000             ADD PAY-AMOUNT         TO WS-SCAN-HASH
066100                 ON SIZE ERROR
066200                     MOVE 90        TO WS-ABEND-STATUS
066300                     MOVE 'AMOUNT-HASH OVERFLOW'
066400                                    TO WS-STATUS-WHERE
066500                     GO TO 9999-ABEND
066600             END-ADD
066700             PERFORM 3100-POST-TO-SUMMARY
066800                 THRU 3100-POST-TO-SUMMARY-EXIT
066900         END-IF
067000     END-IF.
067100     IF         OUTREC-IS-TRAILER
067200         SET    WS-TRAILER-SEEN     TO TRUE
067300         MOVE   TRLR-DETAIL-COUNT   TO WS-TRLR-COUNT
067400         MOVE   OUTFILE-RECORD(16:15) TO WS-TRLR-HASH
067500         MOVE   TRLR-RUN-ID         TO WS-TRLR-RUN-ID
067600     END-IF.
067700 3010-SCAN-ONE-RECORD-EXIT.
067800     EXIT.

067900*    -------------------------------------------------------------
068000*    3050-JUDGE-GENERATION  --  LIST EVERY WAY THE GENERATION
068100*    FAILS ITS PROOF, AND SETTLE WHAT IT ADDS TO THE TIE-OUT.
068200*    -------------------------------------------------------------
068300 3050-JUDGE-GENERATION.
068400     IF         WS-TRAILER-NOT-SEEN
068500         DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
068600                 ' CARRIES NO TRAILER' UPON CONSOLE
068700         ADD    1                   TO WS-GEN-FAULTS
068800     ELSE
068900         IF     WS-TRLR-COUNT NOT = WS-SCAN-COUNT
069000             DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
069100                     ' TRAILER COUNT ' WS-TRLR-COUNT
069200                     ' DOES NOT MATCH ' WS-SCAN-COUNT
069300                     ' RECORDS ON FILE' UPON CONSOLE
069400             ADD 1                  TO WS-GEN-FAULTS
069500         END-IF
069600         IF     WS-TRLR-HASH-NUM NUMERIC
069700             AND WS-TRLR-HASH-NUM NOT = WS-SCAN-HASH
069800             DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
069900                     ' TRAILER AMOUNT HASH DOES NOT MATCH THE '
070000                     'FILE' UPON CONSOLE
070100             ADD 1                  TO WS-GEN-FAULTS
070200         END-IF
070300     END-IF.
070400     IF         WS-GENT-COUNT(WS-GEN-IDX) NOT = WS-SCAN-COUNT
070500         DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
070600                 ' IS CATALOGED WITH ' WS-GENT-COUNT(WS-GEN-IDX)
070700                 ' RECORDS, THE FILE HOLDS ' WS-SCAN-COUNT
070800                 UPON CONSOLE
070900         ADD    1                   TO WS-GEN-FAULTS
071000     END-IF.
071100     IF         WS-SCAN-COUNT > ZERO
071200         AND   (WS-GENT-FIRST-NUMB(WS-GEN-IDX)
071300                                    NOT = WS-SCAN-FIRST-NUMB
071400            OR  WS-GENT-LAST-NUMB(WS-GEN-IDX)
071500                                    NOT = WS-SCAN-LAST-NUMB)
071600         DISPLAY 'YEAREND EXCEPTION - ' WS-GEN-PATH
071700                 ' IS CATALOGED AS KEYS '
071800                 WS-GENT-FIRST-NUMB(WS-GEN-IDX) ' TO '
071900                 WS-GENT-LAST-NUMB(WS-GEN-IDX) ', THE FILE '
072000                 'HOLDS ' WS-SCAN-FIRST-NUMB ' TO '
072100                 WS-SCAN-LAST-NUMB UPON CONSOLE
072200         ADD    1                   TO WS-GEN-FAULTS
072300     END-IF.
072400     ADD        WS-GEN-FAULTS       TO WS-EXCEPTION-COUNT.

072500*    A TRAILER FROM BEFORE HASHES EXISTED CARRIES SPACES; ITS
072600*    GENERATION CAN ONLY CONTRIBUTE THE SUM OF ITS OWN AMOUNTS.
072700     IF         WS-TRAILER-SEEN
072800         AND    WS-TRLR-HASH-NUM NUMERIC
072900         MOVE   WS-TRLR-HASH-NUM    TO WS-GENT-HASH(WS-GEN-IDX)
073000     ELSE
073100         MOVE   WS-SCAN-HASH        TO WS-GENT-HASH(WS-GEN-IDX)
073200         IF     WS-TRAILER-SEEN
073300             DISPLAY 'YEAREND NOTE - ' WS-GEN-PATH ' HAS A '
073400                     'TRAILER WITHOUT A HASH; ITS FILE SUM IS '
073500                     'USED' UPON CONSOLE
073600         END-IF
073700     END-IF.
073800 3050-JUDGE-GENERATION-EXIT.
073900     EXIT.

074000*    -------------------------------------------------------------
074100*    3100-POST-TO-SUMMARY  --  ADD THE RECORD IN HAND TO ITS
074200*    ACCOUNT AND TYPE, IN THE MONTH COLUMN OF ITS GENERATION.
074300*    -------------------------------------------------------------
074400 3100-POST-TO-SUMMARY.
074500     MOVE       PAY-ACCT-CODE       TO WS-FIND-ACCT.
074600     MOVE       PAY-TRAN-TYPE       TO WS-FIND-TYPE.
074700     PERFORM 3110-FIND-OR-ADD-SUMMARY
074800         THRU 3110-FIND-OR-ADD-SUMMARY-EXIT.
074900     MOVE       WS-GENT-MONTH(WS-GEN-IDX) TO WS-MON-IDX.

075000     ADD        1  TO WS-SUM-COUNT(WS-SUM-HIT, WS-MON-IDX).
075100     IF         OUTREC-IS-REVERSAL
075200         ADD    PAY-AMOUNT
075300                 TO WS-SUM-REVERSAL(WS-SUM-HIT, WS-MON-IDX)
075400             ON SIZE ERROR
075500                 MOVE 90            TO WS-ABEND-STATUS
075600                 MOVE 'SUMMARY OVERFLOW' TO WS-STATUS-WHERE
075700                 GO TO 9999-ABEND
075800         END-ADD
075900     ELSE
076000         ADD    PAY-AMOUNT
076100                 TO WS-SUM-DETAIL(WS-SUM-HIT, WS-MON-IDX)
076200             ON SIZE ERROR
076300                 MOVE 90            TO WS-ABEND-STATUS
076400                 MOVE 'SUMMARY OVERFLOW' TO WS-STATUS-WHERE
076500                 GO TO 9999-ABEND
076600         END-ADD
076700     END-IF.
076800 3100-POST-TO-SUMMARY-EXIT.
076900     EXIT.

077000*    -------------------------------------------------------------
077100*    3110-FIND-OR-ADD-SUMMARY  --  WS-SUM-HIT BECOMES THE ENTRY
077200*    FOR WS-FIND-KEY.  THE SEARCH HALVES THE RANGE WS-SUM-LO TO
077300*    WS-SUM-HI UNTIL THE KEY IS FOUND OR THE RANGE IS EMPTY, WHEN
077400*    WS-SUM-LO IS WHERE THE NEW ENTRY BELONGS.  A FULL TABLE
077500*    ABENDS: A YEAR-END SUMMARY MISSING ACCOUNTS IS NO SUMMARY.
077600*    -------------------------------------------------------------
077700 3110-FIND-OR-ADD-SUMMARY.
077800     MOVE       1                   TO WS-SUM-LO.
077900     MOVE       WS-SUM-COUNT-USED   TO WS-SUM-HI.
078000     MOVE       ZERO                TO WS-SUM-HIT.
078100     PERFORM 3120-PROBE-ONE-SUMMARY
078200         THRU 3120-PROBE-ONE-SUMMARY-EXIT
078300         UNTIL WS-SUM-LO > WS-SUM-HI
078400            OR WS-SUM-HIT NOT = ZERO.
078500     IF         WS-SUM-HIT NOT = ZERO
078600         GO TO  3110-FIND-OR-ADD-SUMMARY-EXIT
078700     END-IF.

078800     IF         WS-SUM-COUNT-USED NOT < WS-SUM-MAX
078900         DISPLAY 'YEAREND - MORE THAN ' WS-SUM-MAX
079000                 ' ACCOUNT AND TYPE PAIRS IN THE FISCAL YEAR'
079100                 UPON CONSOLE
079200         MOVE   90                  TO WS-ABEND-STATUS
079300         MOVE   'SUMMARY TABLE FULL' TO WS-STATUS-WHERE
079400         GO TO  9999-ABEND
079500     END-IF.
079600     PERFORM 3130-SHIFT-ONE-SUMMARY
079700         THRU 3130-SHIFT-ONE-SUMMARY-EXIT
079800         VARYING WS-SUM-IDX FROM WS-SUM-COUNT-USED BY -1
079900         UNTIL WS-SUM-IDX < WS-SUM-LO.
080000     ADD        1                   TO WS-SUM-COUNT-USED.
080100     MOVE       WS-SUM-LO           TO WS-SUM-HIT.
080200     MOVE       WS-FIND-KEY         TO WS-SUM-KEY(WS-SUM-HIT).
080300     PERFORM 3140-CLEAR-ONE-MONTH
080400         THRU 3140-CLEAR-ONE-MONTH-EXIT
080500         VARYING WS-MON-IDX FROM 1 BY 1
080600         UNTIL WS-MON-IDX > WS-MON-MAX.
080700 3110-FIND-OR-ADD-SUMMARY-EXIT.
080800     EXIT.

080810*    -------------------------------------------------------------
080820*    3120-PROBE-ONE-SUMMARY  --  ONE STEP OF THE BINARY SEARCH:
080830*    PROBE THE MIDDLE OF WS-SUM-LO TO WS-SUM-HI AND NARROW THE
080840*    RANGE, OR SET WS-SUM-HIT.
080850*    -------------------------------------------------------------
080900 3120-PROBE-ONE-SUMMARY.
081000     COMPUTE    WS-SUM-MID          = (WS-SUM-LO + WS-SUM-HI) / 2.
081100     EVALUATE TRUE
081200         WHEN WS-SUM-KEY(WS-SUM-MID) = WS-FIND-KEY
081300             MOVE WS-SUM-MID        TO WS-SUM-HIT
081400         WHEN WS-SUM-KEY(WS-SUM-MID) < WS-FIND-KEY
081500             COMPUTE WS-SUM-LO      = WS-SUM-MID + 1
081600         WHEN OTHER
081700             COMPUTE WS-SUM-HI      = WS-SUM-MID - 1
081800     END-EVALUATE.
081900 3120-PROBE-ONE-SUMMARY-EXIT.
082000     EXIT.

082010*    -------------------------------------------------------------
082020*    3130-SHIFT-ONE-SUMMARY  --  MOVE TABLE SLOT WS-SUM-IDX UP ONE
082030*    PLACE TO OPEN A SLOT FOR AN INSERTED SUMMARY.
082040*    -------------------------------------------------------------
082100 3130-SHIFT-ONE-SUMMARY.
082200     MOVE       WS-SUM-ENTRY(WS-SUM-IDX)
082300                               TO WS-SUM-ENTRY(WS-SUM-IDX + 1).
082400 3130-SHIFT-ONE-SUMMARY-EXIT.
082500     EXIT.

082510*    -------------------------------------------------------------
082520*    3140-CLEAR-ONE-MONTH  --  ZERO MONTH WS-MON-IDX OF THE NEW
082530*    SUMMARY IN SLOT WS-SUM-HIT.
082540*    -------------------------------------------------------------
082600 3140-CLEAR-ONE-MONTH.
082700     MOVE       ZEROS TO WS-SUM-COUNT(WS-SUM-HIT, WS-MON-IDX).
082800     MOVE       ZEROS TO WS-SUM-DETAIL(WS-SUM-HIT, WS-MON-IDX).
082900     MOVE       ZEROS TO WS-SUM-REVERSAL(WS-SUM-HIT, WS-MON-IDX).
083000 3140-CLEAR-ONE-MONTH-EXIT.
083100     EXIT.

083200*    =============================================================
083300*    4000-PRINT-SUMMARY  --  THE ANNUAL SUMMARY: ONE LINE PER
083400*    ACCOUNT AND TYPE IN KEY ORDER WITH THE GROSS (DETAILS PLUS
083500*    REVERSALS, AS THE TRAILER HASHES COUNT IT) FOR EACH MONTH,
083600*    THE YEAR'S GROSS AND ITS NET; THEN THE MONTH TOTALS AND THE
083700*    TIE-OUT OF THE GRAND TOTAL AGAINST THE GENERATIONS' HASHES.
083800*    =============================================================
083900 4000-PRINT-SUMMARY.
084000     DISPLAY    '================ ANNUAL SUMMARY BY ACCOUNT AND '
084100                'TYPE ================' UPON CONSOLE.
084200     MOVE       SPACES              TO WS-SUM-HEADING.
084300     MOVE       'ACCOUNT    TY'     TO SUMH-TITLE.
084400     PERFORM 4010-LABEL-ONE-COLUMN
084500         THRU 4010-LABEL-ONE-COLUMN-EXIT
084600         VARYING WS-MON-IDX FROM 1 BY 1
084700         UNTIL WS-MON-IDX > WS-MON-MAX.
084800     MOVE       '       ANNUAL GROSS' TO SUMH-GROSS-TITLE.
084900     MOVE       '           ANNUAL NET' TO SUMH-NET-TITLE.
085000     DISPLAY    WS-SUM-HEADING      UPON CONSOLE.

085100     PERFORM 4100-PRINT-ONE-ENTRY
085200         THRU 4100-PRINT-ONE-ENTRY-EXIT
085300         VARYING WS-SUM-IDX FROM 1 BY 1
085400         UNTIL WS-SUM-IDX > WS-SUM-COUNT-USED.
085500     IF         WS-SUM-COUNT-USED = ZERO
085600         DISPLAY 'NO ACTIVITY IN THE FISCAL YEAR' UPON CONSOLE
085700     END-IF.

085800     MOVE       SPACES              TO WS-SUM-LINE.
085900     MOVE       'YEAR TOTAL'        TO SUML-ACCT.
086000     PERFORM 4020-EDIT-ONE-TOTAL
086100         THRU 4020-EDIT-ONE-TOTAL-EXIT
086200         VARYING WS-MON-IDX FROM 1 BY 1
086300         UNTIL WS-MON-IDX > WS-MON-MAX.
086400     MOVE       WS-YEAR-GROSS       TO SUML-GROSS.
086500     MOVE       WS-YEAR-NET         TO SUML-NET.
086600     DISPLAY    WS-SUM-LINE         UPON CONSOLE.

086700     DISPLAY    '================ TIE-OUT ================'
086800                UPON CONSOLE.
086900     DISPLAY    'Value records   ' WS-YEAR-COUNT UPON CONSOLE.
087000     MOVE       WS-YEAR-DETAIL      TO WS-AMOUNT-EDIT.
087100     DISPLAY    'Detail amount   ' WS-AMOUNT-EDIT UPON CONSOLE.
087200     MOVE       WS-YEAR-REVERSAL    TO WS-AMOUNT-EDIT.
087300     DISPLAY    'Reversal amount ' WS-AMOUNT-EDIT UPON CONSOLE.
087400     MOVE       WS-YEAR-NET         TO WS-AMOUNT-EDIT.
087500     DISPLAY    'Net amount      ' WS-AMOUNT-EDIT UPON CONSOLE.
087600     MOVE       WS-YEAR-GROSS       TO WS-AMOUNT-EDIT.
087700     DISPLAY    'Grand total     ' WS-AMOUNT-EDIT UPON CONSOLE.
087800     MOVE       WS-HASH-TOTAL       TO WS-AMOUNT-EDIT.
087900     DISPLAY    'Sum of hashes   ' WS-AMOUNT-EDIT UPON CONSOLE.
088000     IF         WS-YEAR-GROSS = WS-HASH-TOTAL
088100         SET    WS-YEAR-TIES        TO TRUE
088200         DISPLAY 'Grand total TIES to the generation hashes'
088300                 UPON CONSOLE
088400     ELSE
088500         SET    WS-YEAR-DOES-NOT-TIE TO TRUE
088600         DISPLAY 'YEAREND EXCEPTION - THE GRAND TOTAL DOES NOT '
088700                 'TIE TO THE SUM OF THE GENERATION HASHES'
088800                 UPON CONSOLE
088900         ADD    1                   TO WS-EXCEPTION-COUNT
089000     END-IF.
089100 4000-PRINT-SUMMARY-EXIT.
089200     EXIT.

089210*    -------------------------------------------------------------
089220*    4010-LABEL-ONE-COLUMN  --  LABEL COLUMN WS-MON-IDX OF THE
089230*    HEADING WHEN THE MONTH IS INSIDE THE YEAR.
089240*    -------------------------------------------------------------
089300 4010-LABEL-ONE-COLUMN.
089400     IF         WS-MON-IDX NOT > WS-MONTH-SPAN
089500         MOVE   WS-MONTH-LABEL(WS-MON-IDX)
089600                                    TO SUMH-MONTH(WS-MON-IDX)
089700     END-IF.
089800 4010-LABEL-ONE-COLUMN-EXIT.
089900     EXIT.

089910*    -------------------------------------------------------------
089920*    4020-EDIT-ONE-TOTAL  --  EDIT THE GROSS TOTAL FOR MONTH
089930*    WS-MON-IDX INTO THE TOTAL LINE.
089940*    -------------------------------------------------------------
090000 4020-EDIT-ONE-TOTAL.
090100     MOVE       WS-COL-GROSS(WS-MON-IDX) TO SUML-CELL(WS-MON-IDX).
090200 4020-EDIT-ONE-TOTAL-EXIT.
090300     EXIT.

090400*    -------------------------------------------------------------
090500*    4100-PRINT-ONE-ENTRY  --  ONE ACCOUNT AND TYPE: ITS MONTHS,
090600*    ITS YEAR, AND ITS SHARE OF THE MONTH AND YEAR TOTALS.
090700*    -------------------------------------------------------------
090800 4100-PRINT-ONE-ENTRY.
090900     MOVE       SPACES              TO WS-SUM-LINE.
091000     MOVE       WS-SUM-ACCT(WS-SUM-IDX) TO SUML-ACCT.
091100     MOVE       WS-SUM-TYPE(WS-SUM-IDX) TO SUML-TYPE.
091200     PERFORM 4200-TOTAL-ONE-ENTRY
091300         THRU 4200-TOTAL-ONE-ENTRY-EXIT.
091400     PERFORM 4110-EDIT-ONE-CELL
091500         THRU 4110-EDIT-ONE-CELL-EXIT
091600         VARYING WS-MON-IDX FROM 1 BY 1
091700         UNTIL WS-MON-IDX > WS-MON-MAX.
091800     MOVE       WS-ROW-GROSS        TO SUML-GROSS.
091900     MOVE       WS-ROW-NET          TO SUML-NET.
092000     DISPLAY    WS-SUM-LINE         UPON CONSOLE.

092100     ADD        WS-ROW-COUNT        TO WS-YEAR-COUNT.
092200     ADD        WS-ROW-DETAIL       TO WS-YEAR-DETAIL
092300         ON SIZE ERROR
092400             MOVE 90                TO WS-ABEND-STATUS
092500             MOVE 'YEAR TOTAL OVERFLOW' TO WS-STATUS-WHERE
092600             GO TO 9999-ABEND
092700     END-ADD.
092800     ADD        WS-ROW-REVERSAL     TO WS-YEAR-REVERSAL
092900         ON SIZE ERROR
093000             MOVE 90                TO WS-ABEND-STATUS
093100             MOVE 'YEAR TOTAL OVERFLOW' TO WS-STATUS-WHERE
093200             GO TO 9999-ABEND
093300     END-ADD.
093400     ADD        WS-ROW-GROSS        TO WS-YEAR-GROSS
093500         ON SIZE ERROR
093600             MOVE 90                TO WS-ABEND-STATUS
093700             MOVE 'YEAR TOTAL OVERFLOW' TO WS-STATUS-WHERE
093800             GO TO 9999-ABEND
093900     END-ADD.
094000     COMPUTE    WS-YEAR-NET         = WS-YEAR-DETAIL
094100                                    - WS-YEAR-REVERSAL.
094200 4100-PRINT-ONE-ENTRY-EXIT.
094300     EXIT.

094310*    -------------------------------------------------------------
094320*    4110-EDIT-ONE-CELL  --  EDIT THE GROSS FOR MONTH WS-MON-IDX
094330*    OF THE SUMMARY IN SLOT WS-SUM-IDX INTO THE LINE AND ADD IT TO
094340*    THE MONTH'S COLUMN TOTAL.
094350*    -------------------------------------------------------------
094400 4110-EDIT-ONE-CELL.
094500     COMPUTE    WS-CELL-GROSS       =
094600                WS-SUM-DETAIL(WS-SUM-IDX, WS-MON-IDX)
094700              + WS-SUM-REVERSAL(WS-SUM-IDX, WS-MON-IDX).
094800     MOVE       WS-CELL-GROSS       TO SUML-CELL(WS-MON-IDX).
094900     ADD        WS-CELL-GROSS       TO WS-COL-GROSS(WS-MON-IDX)
095000         ON SIZE ERROR
095100             MOVE 90                TO WS-ABEND-STATUS
095200             MOVE 'YEAR TOTAL OVERFLOW' TO WS-STATUS-WHERE
095300             GO TO 9999-ABEND
095400     END-ADD.
095500 4110-EDIT-ONE-CELL-EXIT.
095600     EXIT.

095700*    -------------------------------------------------------------
095800*    4200-TOTAL-ONE-ENTRY  --  THE YEAR'S COUNT, DETAIL, REVERSAL,
095900*    GROSS AND NET FOR THE ENTRY AT WS-SUM-IDX.  USED BY THE
096000*    REPORT AND AGAIN BY THE CONTROL FILE.
096100*    -------------------------------------------------------------
096200 4200-TOTAL-ONE-ENTRY.
096300     MOVE       ZEROS               TO WS-ROW-COUNT.
096400     MOVE       ZEROS               TO WS-ROW-DETAIL.
096500     MOVE       ZEROS               TO WS-ROW-REVERSAL.
096600     PERFORM 4210-ADD-ONE-MONTH
096700         THRU 4210-ADD-ONE-MONTH-EXIT
096800         VARYING WS-MON-IDX FROM 1 BY 1
096900         UNTIL WS-MON-IDX > WS-MON-MAX.
097000     COMPUTE    WS-ROW-GROSS        = WS-ROW-DETAIL
097100                                    + WS-ROW-REVERSAL.
097200     COMPUTE    WS-ROW-NET          = WS-ROW-DETAIL
097300                                    - WS-ROW-REVERSAL.
097400 4200-TOTAL-ONE-ENTRY-EXIT.
097500     EXIT.

097510*    -------------------------------------------------------------
097520*    4210-ADD-ONE-MONTH  --  ADD MONTH WS-MON-IDX OF THE SUMMARY
097530*    IN SLOT WS-SUM-IDX TO THE ROW TOTALS.
097540*    -------------------------------------------------------------
097600 4210-ADD-ONE-MONTH.
097700     ADD        WS-SUM-COUNT(WS-SUM-IDX, WS-MON-IDX)
097800                                    TO WS-ROW-COUNT.
097900     ADD        WS-SUM-DETAIL(WS-SUM-IDX, WS-MON-IDX)
098000                                    TO WS-ROW-DETAIL
098100         ON SIZE ERROR
098200             MOVE 90                TO WS-ABEND-STATUS
098300             MOVE 'SUMMARY OVERFLOW' TO WS-STATUS-WHERE
098400             GO TO 9999-ABEND
098500     END-ADD.
098600     ADD        WS-SUM-REVERSAL(WS-SUM-IDX, WS-MON-IDX)
098700                                    TO WS-ROW-REVERSAL
098800         ON SIZE ERROR
098900             MOVE 90                TO WS-ABEND-STATUS
099000             MOVE 'SUMMARY OVERFLOW' TO WS-STATUS-WHERE
099100             GO TO 9999-ABEND
099200     END-ADD.
099300 4210-ADD-ONE-MONTH-EXIT.
099400     EXIT.

099500*    =============================================================
099600*    5000-WRITE-CONTROL-FILE  --  THE SAME FIGURES IN FIXED
099700*    COLUMNS (COPYBOOK YECREC): HEADER, GENERATIONS, MONTH AND
099800*    ANNUAL ROWS PER ACCOUNT AND TYPE, AND THE TRAILER.  IT IS
099900*    WRITTEN EVEN FOR A YEAR WITH EXCEPTIONS, MARKED AS SUCH, SO
100000*    THE AUDITORS SEE EXACTLY WHAT DID NOT PROVE.
100100*    =============================================================
100200 5000-WRITE-CONTROL-FILE.
100300     OPEN       OUTPUT              YECTL.
100400     MOVE       'OPEN YECTL'        TO WS-STATUS-WHERE.
100500     PERFORM 9500-CHECK-YECTL-STATUS
100600         THRU 9500-CHECK-YECTL-STATUS-EXIT.

100700     MOVE       SPACES              TO YEC-RECORD.
100800     MOVE       'H'                 TO YECH-ROW-TYPE.
100900     MOVE       WS-FROM-DATE        TO YECH-FROM-DATE.
101000     MOVE       WS-TO-DATE          TO YECH-TO-DATE.
101100     MOVE       WS-RUN-DATE         TO YECH-RUN-DATE.
101200     MOVE       WS-TIME-OF-DAY(1:6) TO YECH-RUN-TIME.
101300     IF         WS-EXCEPTION-COUNT = ZERO
101400         SET    YECH-IS-PROVEN      TO TRUE
101500     ELSE
101600         SET    YECH-HAS-EXCEPTIONS TO TRUE
101700     END-IF.
101800     MOVE       WS-GEN-COUNT        TO YECH-GEN-COUNT.
101900     MOVE       WS-EXCEPTION-COUNT  TO YECH-EXCEPTION-COUNT.
102000     MOVE       WS-OPENING-NUMB     TO YECH-OPENING-NUMB.
102100     PERFORM 5900-WRITE-CONTROL-ROW
102200         THRU 5900-WRITE-CONTROL-ROW-EXIT.

102300     PERFORM 5100-WRITE-ONE-GENERATION
102400         THRU 5100-WRITE-ONE-GENERATION-EXIT
102500         VARYING WS-GEN-IDX FROM 1 BY 1
102600         UNTIL WS-GEN-IDX > WS-GEN-COUNT.

102700     PERFORM 5200-WRITE-ONE-ENTRY
102800         THRU 5200-WRITE-ONE-ENTRY-EXIT
102900         VARYING WS-SUM-IDX FROM 1 BY 1
103000         UNTIL WS-SUM-IDX > WS-SUM-COUNT-USED.

103100     MOVE       SPACES              TO YEC-RECORD.
103200     MOVE       'T'                 TO YECT-ROW-TYPE.
103300     MOVE       WS-YEAR-COUNT       TO YECT-RECORD-COUNT.
103400     MOVE       WS-YEAR-GROSS       TO YECT-GROSS-AMOUNT.
103500     MOVE       WS-HASH-TOTAL       TO YECT-HASH-TOTAL.
103600     IF         WS-YEAR-TIES
103700         SET    YECT-IS-TIED        TO TRUE
103800     ELSE
103900         SET    YECT-NOT-TIED       TO TRUE
104000     END-IF.
104100     MOVE       WS-YEAR-FIRST-NUMB  TO YECT-FIRST-NUMB.
104200     MOVE       WS-YEAR-LAST-NUMB   TO YECT-LAST-NUMB.
104300     MOVE       WS-CTL-ROWS         TO YECT-ROW-COUNT.
104400     MOVE       WS-YEAR-NET         TO YECT-NET-AMOUNT.
104500     PERFORM 5900-WRITE-CONTROL-ROW
104600         THRU 5900-WRITE-CONTROL-ROW-EXIT.
104700     CLOSE      YECTL.
104800 5000-WRITE-CONTROL-FILE-EXIT.
104900     EXIT.

104910*    -------------------------------------------------------------
104920*    5100-WRITE-ONE-GENERATION  --  WRITE THE 'G' CONTROL ROW FOR
104930*    THE GENERATION IN SLOT WS-GEN-IDX.
104940*    -------------------------------------------------------------
105000 5100-WRITE-ONE-GENERATION.
105100     MOVE       SPACES              TO YEC-RECORD.
105200     MOVE       'G'                 TO YECG-ROW-TYPE.
105300     MOVE       WS-GENT-NAME(WS-GEN-IDX)       TO YECG-NAME.
105400     MOVE       WS-GENT-FIRST-NUMB(WS-GEN-IDX) TO YECG-FIRST-NUMB.
105500     MOVE       WS-GENT-LAST-NUMB(WS-GEN-IDX)  TO YECG-LAST-NUMB.
105600     MOVE       WS-GENT-COUNT(WS-GEN-IDX)   TO YECG-DETAIL-COUNT.
105700     MOVE       WS-GENT-HASH(WS-GEN-IDX)    TO YECG-AMOUNT-HASH.
105800     MOVE       WS-GENT-CLOSE-DATE(WS-GEN-IDX) TO YECG-CLOSE-DATE.
105900     MOVE       WS-GENT-SOURCE(WS-GEN-IDX)  TO YECG-SOURCE.
106000     MOVE       WS-GENT-RUN-ID(WS-GEN-IDX)  TO YECG-RUN-ID.
106100     MOVE       WS-GENT-PROVED(WS-GEN-IDX)  TO YECG-PROVED.
106200     PERFORM 5900-WRITE-CONTROL-ROW
106300         THRU 5900-WRITE-CONTROL-ROW-EXIT.
106400 5100-WRITE-ONE-GENERATION-EXIT.
106500     EXIT.

106600*    -------------------------------------------------------------
106700*    5200-WRITE-ONE-ENTRY  --  ONE 'M' ROW PER MONTH WITH ACTIVITY,
106800*    THEN THE 'A' ROW WITH THE ACCOUNT AND TYPE'S YEAR.
106900*    -------------------------------------------------------------
107000 5200-WRITE-ONE-ENTRY.
107100     PERFORM 5210-WRITE-ONE-MONTH
107200         THRU 5210-WRITE-ONE-MONTH-EXIT
107300         VARYING WS-MON-IDX FROM 1 BY 1
107400         UNTIL WS-MON-IDX > WS-MON-MAX.

107500     PERFORM 4200-TOTAL-ONE-ENTRY
107600         THRU 4200-TOTAL-ONE-ENTRY-EXIT.
107700     MOVE       SPACES              TO YEC-RECORD.
107800     MOVE       'A'                 TO YECA-ROW-TYPE.
107900     MOVE       WS-SUM-ACCT(WS-SUM-IDX) TO YECA-ACCT-CODE.
108000     MOVE       WS-SUM-TYPE(WS-SUM-IDX) TO YECA-TRAN-TYPE.
108100     MOVE       WS-ROW-COUNT        TO YECA-COUNT.
108200     MOVE       WS-ROW-DETAIL       TO YECA-DETAIL-AMOUNT.
108300     MOVE       WS-ROW-REVERSAL     TO YECA-REVERSAL-AMOUNT.
108400     MOVE       WS-ROW-NET          TO YECA-NET-AMOUNT.
108500     PERFORM 5900-WRITE-CONTROL-ROW
108600         THRU 5900-WRITE-CONTROL-ROW-EXIT.
108700 5200-WRITE-ONE-ENTRY-EXIT.
108800     EXIT.

108810*    -------------------------------------------------------------
108820*    5210-WRITE-ONE-MONTH  --  WRITE THE 'M' CONTROL ROW FOR MONTH
108830*    WS-MON-IDX OF THE SUMMARY IN SLOT WS-SUM-IDX, UNLESS THE
108840*    MONTH IS EMPTY.
108850*    -------------------------------------------------------------
108900 5210-WRITE-ONE-MONTH.
109000     IF         WS-SUM-COUNT(WS-SUM-IDX, WS-MON-IDX) = ZERO
109100         GO TO  5210-WRITE-ONE-MONTH-EXIT
109200     END-IF.
109300     MOVE       SPACES              TO YEC-RECORD.
109400     MOVE       'M'                 TO YECM-ROW-TYPE.
109500     MOVE       WS-SUM-ACCT(WS-SUM-IDX) TO YECM-ACCT-CODE.
109600     MOVE       WS-SUM-TYPE(WS-SUM-IDX) TO YECM-TRAN-TYPE.
109700     MOVE       WS-MONTH-LABEL(WS-MON-IDX) TO YECM-MONTH.
109800     MOVE       WS-SUM-COUNT(WS-SUM-IDX, WS-MON-IDX)
109900                                    TO YECM-COUNT.
110000     MOVE       WS-SUM-DETAIL(WS-SUM-IDX, WS-MON-IDX)
110100                                    TO YECM-DETAIL-AMOUNT.
110200     MOVE       WS-SUM-REVERSAL(WS-SUM-IDX, WS-MON-IDX)
110300                                    TO YECM-REVERSAL-AMOUNT.
110400     COMPUTE    YECM-NET-AMOUNT     =
110500                WS-SUM-DETAIL(WS-SUM-IDX, WS-MON-IDX)
110600              - WS-SUM-REVERSAL(WS-SUM-IDX, WS-MON-IDX).
110700     PERFORM 5900-WRITE-CONTROL-ROW
110800         THRU 5900-WRITE-CONTROL-ROW-EXIT.
110900 5210-WRITE-ONE-MONTH-EXIT.
111000     EXIT.

111010*    -------------------------------------------------------------
111020*    5900-WRITE-CONTROL-ROW  --  WRITE THE CONTROL ROW BUILT IN
111030*    YEC-RECORD.
111040*    -------------------------------------------------------------
111100 5900-WRITE-CONTROL-ROW.
111200     WRITE      YEC-RECORD.
111300     MOVE       'WRITE YECTL'       TO WS-STATUS-WHERE.
111400     PERFORM 9500-CHECK-YECTL-STATUS
111500         THRU 9500-CHECK-YECTL-STATUS-EXIT.
111600     ADD        1                   TO WS-CTL-ROWS.
111700 5900-WRITE-CONTROL-ROW-EXIT.
111800     EXIT.

111900*    =============================================================
112000*    8000-TERMINATE  --  SET THE SCHEDULER-VISIBLE RESULT AND SAY
112100*    GOODBYE.  RETURN-CODE 8 MEANS THE YEAR DID NOT PROVE.
112200*    =============================================================
112300 8000-TERMINATE.
112400     DISPLAY    '================================================'
112500                UPON CONSOLE.
112510     DISPLAY    'Generations     ' WS-GEN-COUNT     UPON CONSOLE.
112700     DISPLAY    'Keys            ' WS-YEAR-FIRST-NUMB ' TO '
112800                WS-YEAR-LAST-NUMB   UPON CONSOLE.
112810     DISPLAY    'Control rows    ' WS-CTL-ROWS      UPON CONSOLE.
113000     IF         WS-EXCEPTION-COUNT = ZERO
113100         DISPLAY 'YEAREND - THE FISCAL YEAR PROVED' UPON CONSOLE
113200     ELSE
113300         DISPLAY 'YEAREND - ' WS-EXCEPTION-COUNT
113400                 ' EXCEPTION(S); THE FISCAL YEAR DID NOT PROVE'
113500                 UPON CONSOLE
113600         MOVE   8                   TO RETURN-CODE
113700     END-IF.
113800     DISPLAY    'Bye COBOL'         UPON CONSOLE.
113900 8000-TERMINATE-EXIT.
114000     EXIT.

114100*    -------------------------------------------------------------
114200*    9100-CHECK-YEPARM-STATUS  --  CALLED ONLY WHEN YEPARM-STATUS
114300*    IS SOMETHING OTHER THAN '35' (MISSING).
114400*    -------------------------------------------------------------
114500 9100-CHECK-YEPARM-STATUS.
114600     IF         YEPARM-STATUS NOT = ZERO
114700         MOVE   YEPARM-STATUS       TO WS-ABEND-STATUS
114800         GO TO  9999-ABEND
114900     END-IF.
115000 9100-CHECK-YEPARM-STATUS-EXIT.
115100     EXIT.

115200*    -------------------------------------------------------------
115300*    9300-CHECK-GENCAT-STATUS  --  A CATALOG THAT CANNOT BE READ
115400*    WHOLE CANNOT NAME THE YEAR'S GENERATIONS.
115500*    -------------------------------------------------------------
115600 9300-CHECK-GENCAT-STATUS.
115700     IF         GENCAT-STATUS NOT = ZERO
115800         MOVE   GENCAT-STATUS       TO WS-ABEND-STATUS
115900         GO TO  9999-ABEND
116000     END-IF.
116100 9300-CHECK-GENCAT-STATUS-EXIT.
116200     EXIT.

116300*    -------------------------------------------------------------
116400*    9400-CHECK-GENFILE-STATUS  --  CALLED ONLY WHEN GENFILE-
116500*    STATUS IS SOMETHING OTHER THAN '35' (MISSING), SO A NON-ZERO
116600*    STATUS IS A GENERATION THAT EXISTS BUT CANNOT BE READ WHOLE.
116700*    -------------------------------------------------------------
116800 9400-CHECK-GENFILE-STATUS.
116900     IF         GENFILE-STATUS NOT = ZERO
117000         MOVE   GENFILE-STATUS      TO WS-ABEND-STATUS
117100         GO TO  9999-ABEND
117200     END-IF.
117300 9400-CHECK-GENFILE-STATUS-EXIT.
117400     EXIT.

117500*    -------------------------------------------------------------
117600*    9500-CHECK-YECTL-STATUS  --  A CONTROL FILE THAT CANNOT BE
117700*    WRITTEN WHOLE MUST NOT BE LEFT FOR THE AUDITORS.
117800*    -------------------------------------------------------------
117900 9500-CHECK-YECTL-STATUS.
118000     IF         YECTL-STATUS NOT = ZERO
118100         MOVE   YECTL-STATUS        TO WS-ABEND-STATUS
118200         GO TO  9999-ABEND
118300     END-IF.
118400 9500-CHECK-YECTL-STATUS-EXIT.
118500     EXIT.

118600*    =============================================================
118700*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
118800*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
118900*    =============================================================
119000 9999-ABEND.
119100     DISPLAY    'YEAREND ABEND - STATUS ' WS-ABEND-STATUS
119200                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
119300     MOVE       16                  TO RETURN-CODE.
119400     STOP RUN.
