000100*****************************************************************
000200* PROGRAM      : OUTBOUND
000300* AUTHOR       : SOLDIER OF COBOL
000400* INSTALLATION : OPERATIONS / BATCH PRODUCTION
000500* DATE-WRITTEN : 2026-10-15
000600* DATE-COMPILED:
000700*    -------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*   2026-10-15  SOC  ORIGINAL VERSION.  THE FILES WE OWE OUR
001000*                    PARTNERS HAVE BEEN CUT BY HAND FROM CSVRPT
001100*                    OUTPUT.  OUTBOUND CUTS THEM FROM A COMPLETED
001200*                    OUTFILE OR, WHEN THE OPTIONAL GENSELECT NAMES
001300*                    ONE, A CATALOGED GENERATION: THE SOURCE'S
001400*                    TRAILER IS PROVED FIRST (COUNT, HASH AND RUN
001500*                    ID), THEN EVERY DETAIL AND REVERSAL WHOSE
001600*                    ACCOUNT CODE FALLS IN ONE OF THE PARTNER'S
001700*                    RANGES, FOR ONE OF ITS TRANSACTION TYPES, IS
001800*                    COPIED TO A 61-BYTE OUTREC-FORMAT FILE WITH
001900*                    ITS OWN SOURCE HEADER AND TRAILER (COUNT AND
002000*                    AMOUNT HASH), SO THE PARTNER CAN RUN THE SAME
002100*                    CHECKS OUR INBOUND APPLIES.  THE PARTNER, FILE
002200*                    NAME, RANGES AND ACKNOWLEDGMENT ALLOWANCE COME
002300*                    FROM THE PER-PARTNER PARAMETER FILE OBPARM.
002400*                    EACH TRANSMISSION IS RECORDED ON XMITLOG
002500*                    (COPYBOOK XMITREC).  EVERY RUN THEN MATCHES
002600*                    THE PARTNERS' RETURNED ACKNOWLEDGMENTS
002700*                    (XMITACK) TO THE LOG: AN ACKNOWLEDGMENT WITH A
002800*                    DIFFERENT COUNT OR HASH RAISES A CRITICAL
002900*                    ALERTFILE ROW, AND A TRANSMISSION STILL
003000*                    UNACKNOWLEDGED PAST ITS ALLOWANCE A WARNING,
003100*                    EACH ONCE, SO OPSRPT PAGES ON IT.  WITH NO
003200*                    OBPARM THE RUN ONLY RECONCILES.
003210*   2026-10-15  SOC  THE EXTRACT'S SOURCE HEADER IS NOW CLOSED BY A
003220*                    SOURCE SUBTOTAL ('S') BEFORE THE TRAILER, AS
003230*                    WRITEONE AND INBOUND BRACKET THEIR SOURCES,
003240*                    AND THE HEADER IS KEYED JUST BELOW THE FIRST
003250*                    EXTRACTED KEY INSTEAD OF ZERO.  DROPPED A
003260*                    LEFTOVER DISPLAY OF THE OUTFILE OPEN STATUS.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500     PROGRAM-ID.               OUTBOUND.
003600     AUTHOR.                   SOLDIER OF COBOL.
003700     INSTALLATION.             OPERATIONS / BATCH PRODUCTION.
003800     DATE-WRITTEN.             2026-10-15.
003900     DATE-COMPILED.

004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OUTFILE
004400         ASSIGN EXTERNAL   OUTFILE
004500         ORGANIZATION      SEQUENTIAL
004600         FILE STATUS       OUTFILE-STATUS.

004700*    -------------------------------------------------------------
004800*    RUNCTL  --  SHARED RUN-CONTROL FILE; THE LATEST WRITEONE ROW
004900*    GATES WHETHER THE LIVE OUTFILE MAY BE EXTRACTED AT ALL.
005000*    -------------------------------------------------------------
005100     SELECT RUNCTL
005200         ASSIGN EXTERNAL   RUNCTL
005300         ORGANIZATION      LINE SEQUENTIAL
005400         FILE STATUS       RUNCTL-STATUS.

005500*    -------------------------------------------------------------
005600*    GENSELECT  --  OPTIONAL PARAMETER NAMING A CATALOGED
005700*    GENERATION TO EXTRACT FROM IN PLACE OF THE LIVE OUTFILE.
005800*    WHEN ABSENT (STATUS 35 AT OPEN), THE LIVE FILE IS USED.
005900*    -------------------------------------------------------------
006000     SELECT GENSELECT
006100         ASSIGN EXTERNAL   GENSELECT
006200         ORGANIZATION      LINE SEQUENTIAL
006300         FILE STATUS       GENSEL-STATUS.

006400     SELECT GENCATF
006500         ASSIGN EXTERNAL   GENCATF
006600         ORGANIZATION      LINE SEQUENTIAL
006700         FILE STATUS       GENCAT-STATUS.

006800*    -------------------------------------------------------------
006900*    GENFILE  --  THE SELECTED GENERATION, DYNAMICALLY ASSIGNED
007000*    TO THE CATALOGED NAME; ONLY USED WHEN GENSELECT IS PRESENT.
007100*    -------------------------------------------------------------
007200     SELECT GENFILE
007300         ASSIGN DYNAMIC     WS-GEN-PATH
007400         ORGANIZATION      SEQUENTIAL
007500         FILE STATUS       GENFILE-STATUS.

007600*    -------------------------------------------------------------
007700*    OBPARM  --  OPTIONAL PER-PARTNER PARAMETER FILE.  ONE 'P'
007800*    ROW GIVES THE PARTNER CODE, THE NAME THE EXTRACT IS WRITTEN
007900*    UNDER AND THE DAYS ALLOWED FOR ITS ACKNOWLEDGMENT; ONE OR
008000*    MORE 'S' ROWS EACH GIVE AN ACCOUNT-CODE RANGE AND A
008100*    TRANSACTION TYPE (SPACES FOR EVERY TYPE).  WHEN ABSENT
008200*    (STATUS 35 AT OPEN), NO EXTRACT IS CUT.
008300*    -------------------------------------------------------------
008400     SELECT OBPARM
008500         ASSIGN EXTERNAL   OBPARM
008600         ORGANIZATION      LINE SEQUENTIAL
008700         FILE STATUS       OBPARM-STATUS.

008800*    -------------------------------------------------------------
008900*    XFILE  --  THE EXTRACT FOR THE PARTNER, DYNAMICALLY ASSIGNED
009000*    TO THE NAME OBPARM SUPPLIES.
009100*    -------------------------------------------------------------
009200     SELECT XFILE
009300         ASSIGN DYNAMIC     WS-XFILE-PATH
009400         ORGANIZATION      SEQUENTIAL
009500         FILE STATUS       XFILE-STATUS.

009600*    -------------------------------------------------------------
009700*    XMITLOG  --  THE TRANSMISSION LOG (COPY XMITREC), ONLY EVER
009800*    APPENDED.
009900*    -------------------------------------------------------------
010000     SELECT XMITLOG
010100         ASSIGN EXTERNAL   XMITLOG
010200         ORGANIZATION      LINE SEQUENTIAL
010300         FILE STATUS       XMITLOG-STATUS.

010400*    -------------------------------------------------------------
010500*    XMITACK  --  OPTIONAL ACKNOWLEDGMENTS RETURNED BY PARTNERS:
010600*    ONE ROW PER FILE RECEIVED, ECHOING THE TRAILER'S RUN ID,
010700*    COUNT AND HASH AS THE PARTNER FOUND THEM.  WHEN ABSENT
010800*    (STATUS 35 AT OPEN), NOTHING WAS RETURNED SINCE LAST TIME.
010900*    -------------------------------------------------------------
011000     SELECT XMITACK
011100         ASSIGN EXTERNAL   XMITACK
011200         ORGANIZATION      LINE SEQUENTIAL
011300         FILE STATUS       XMITACK-STATUS.

011400*    -------------------------------------------------------------
011500*    ALERTFILE  --  SHARED ALERT TRAIL, APPENDED WHEN AN
011600*    ACKNOWLEDGMENT DISAGREES OR IS OVERDUE.
011700*    -------------------------------------------------------------
011800     SELECT ALERTFILE
011900         ASSIGN EXTERNAL   ALERTFILE
012000         ORGANIZATION      LINE SEQUENTIAL
012100         FILE STATUS       ALERT-STATUS.

012200 DATA DIVISION.
012300 FILE SECTION.
012400 FD  OUTFILE
012500     RECORD CONTAINS       61 CHARACTERS.
012600     COPY OUTREC.

012700 FD  RUNCTL
012800     DATA RECORD           CTL-RECORD.
012900     COPY CTLREC.

013000 FD  GENSELECT
013100     DATA RECORD           GENSEL-RECORD.
013200 01  GENSEL-RECORD.
013300     10  GENSEL-NAME        PIC X(44).

013400 FD  GENCATF
013500     DATA RECORD           GEN-RECORD.
013600     COPY GENREC.

013700 FD  GENFILE
013800     RECORD CONTAINS       61 CHARACTERS.
013900 01  GEN-FILE-RECORD        PIC X(61).

014000 FD  OBPARM
014100     DATA RECORDS          OBP-PARTNER-RECORD
014200                           OBP-SELECT-RECORD.
014300 01  OBP-PARTNER-RECORD.
014400     10  OBP-REC-TYPE       PIC X(01).
014500         88  OBP-IS-PARTNER            VALUE 'P'.
014600         88  OBP-IS-SELECT             VALUE 'S'.
014700     10  FILLER             PIC X(01).
014800     10  OBP-PARTNER        PIC X(08).
014900     10  FILLER             PIC X(01).
015000     10  OBP-FILE-NAME      PIC X(44).
015100     10  FILLER             PIC X(01).
015200     10  OBP-ACK-DAYS       PIC 9(03).
015300 01  OBP-SELECT-RECORD.
015400     10  FILLER             PIC X(01).
015500     10  FILLER             PIC X(01).
015600     10  OBP-ACCT-FROM      PIC X(10).
015700     10  FILLER             PIC X(01).
015800     10  OBP-ACCT-TO        PIC X(10).
015900     10  FILLER             PIC X(01).
016000     10  OBP-TRAN-TYPE      PIC X(02).

016100 FD  XFILE
016200     RECORD CONTAINS       61 CHARACTERS.
016300 01  XFILE-RECORD           PIC X(61).

016400 FD  XMITLOG
016500     DATA RECORD           XMIT-RECORD.
016600     COPY XMITREC.

016700 FD  XMITACK
016800     DATA RECORD           XACK-RECORD.
016900 01  XACK-RECORD.
017000     10  XACK-PARTNER       PIC X(08).
017100     10  FILLER             PIC X(01).
017200     10  XACK-XMIT-ID       PIC X(16).
017300     10  FILLER             PIC X(01).
017400     10  XACK-DETAIL-COUNT  PIC 9(08).
017500     10  FILLER             PIC X(01).
017600     10  XACK-AMOUNT-HASH   PIC 9(13)V99.
017700     10  FILLER             PIC X(01).
017800     10  XACK-RECEIVED-DATE PIC 9(08).

017900 FD  ALERTFILE
018000     DATA RECORD           ALERT-RECORD.
018100     COPY ALERTREC.

018200 WORKING-STORAGE SECTION.

018300*    -------------------------------------------------------------
018400*    FILE STATUS FIELDS
018500*    -------------------------------------------------------------
018600 77  OUTFILE-STATUS         PIC 99 VALUE ZEROS.
018700 77  RUNCTL-STATUS          PIC 99 VALUE ZEROS.
018800 77  GENSEL-STATUS          PIC 99 VALUE ZEROS.
018900 77  GENCAT-STATUS          PIC 99 VALUE ZEROS.
019000 77  GENFILE-STATUS         PIC 99 VALUE ZEROS.
019100 77  OBPARM-STATUS          PIC 99 VALUE ZEROS.
019200 77  XFILE-STATUS           PIC 99 VALUE ZEROS.
019300 77  XMITLOG-STATUS         PIC 99 VALUE ZEROS.
019400 77  XMITACK-STATUS         PIC 99 VALUE ZEROS.
019500 77  ALERT-STATUS           PIC 99 VALUE ZEROS.

019600*    -------------------------------------------------------------
019700*    THIS RUN'S ID -- DATE PLUS TIME TO THE CENTISECOND, THE SAME
019800*    FORM WRITEONE AND INBOUND USE.  IT NAMES THE TRANSMISSION ON
019900*    THE LOG AND IN THE EXTRACT'S TRAILER.
020000*    -------------------------------------------------------------
020100 01  WS-RUN-ID.
020200     10  WS-RUN-ID-DATE     PIC 9(08) VALUE ZEROS.
020300     10  WS-RUN-ID-TIME     PIC 9(08) VALUE ZEROS.

020400 77  WS-RUN-DATE            PIC 9(08) VALUE ZEROS.
020500 77  WS-TIME-OF-DAY         PIC 9(08) VALUE ZEROS.
020600 77  WS-TODAY-DAYS          PIC 9(08) COMP VALUE ZERO.

020700*    -------------------------------------------------------------
020800*    PARTNER PARAMETERS, LOADED FROM OBPARM
020900*    -------------------------------------------------------------
021000 77  WS-EXTRACT-SWITCH      PIC X(01) VALUE 'N'.
021100     88  WS-EXTRACT-ACTIVE            VALUE 'Y'.
021200     88  WS-EXTRACT-INACTIVE          VALUE 'N'.

021300 77  WS-PARTNER-SWITCH      PIC X(01) VALUE 'N'.
021400     88  WS-PARTNER-SEEN              VALUE 'Y'.
021500     88  WS-PARTNER-NOT-SEEN          VALUE 'N'.

021600 77  WS-OBP-EOF-SWITCH      PIC X(01) VALUE 'N'.
021700     88  WS-OBP-EOF-YES               VALUE 'Y'.
021800     88  WS-OBP-EOF-NO                VALUE 'N'.

021900 77  WS-PARTNER             PIC X(08) VALUE SPACES.
022000 77  WS-XFILE-PATH          PIC X(44) VALUE SPACES.
022100 77  WS-ACK-DAYS            PIC 9(03) VALUE ZEROS.

022200 01  WS-SEL-TABLE.
022300     05  WS-SEL-ENTRY       OCCURS 50 TIMES.
022400         10  WS-SEL-ACCT-FROM       PIC X(10).
022500         10  WS-SEL-ACCT-TO         PIC X(10).
022600         10  WS-SEL-TRAN-TYPE       PIC X(02).

022700 77  WS-SEL-COUNT           PIC 9(04) COMP VALUE ZERO.
022800 77  WS-SEL-MAX-ENTRIES     PIC 9(04) COMP VALUE 50.
022900 77  WS-SEL-IDX             PIC 9(04) COMP VALUE ZERO.

023000 77  WS-SELECT-SWITCH       PIC X(01) VALUE 'N'.
023100     88  WS-RECORD-SELECTED           VALUE 'Y'.
023200     88  WS-RECORD-NOT-SELECTED       VALUE 'N'.

023300*    -------------------------------------------------------------
023400*    GENERATION-SELECTION WORK AREAS -- WS-GENSEL-NAME KEEPS THE
023500*    REQUESTED NAME PAST THE CLOSE OF GENSELECT, SINCE THE FD
023600*    RECORD IS UNDEFINED ONCE THE FILE IS CLOSED.
023700*    -------------------------------------------------------------
023800 77  WS-GEN-SWITCH          PIC X(01) VALUE 'N'.
023900     88  WS-GEN-ACTIVE                VALUE 'Y'.
024000     88  WS-GEN-INACTIVE              VALUE 'N'.

024100 77  WS-GENSEL-NAME         PIC X(44) VALUE SPACES.
024200 77  WS-GEN-PATH            PIC X(44) VALUE SPACES.

024300 77  WS-CAT-EOF-SWITCH      PIC X(01) VALUE 'N'.
024400     88  WS-CAT-EOF-YES               VALUE 'Y'.
024500     88  WS-CAT-EOF-NO                VALUE 'N'.

024600 77  WS-CAT-FOUND-SWITCH    PIC X(01) VALUE 'N'.
024700     88  WS-CAT-FOUND                 VALUE 'Y'.
024800     88  WS-CAT-NOT-FOUND             VALUE 'N'.

024900*    -------------------------------------------------------------
025000*    RUN-CONTROL GATE WORK AREAS -- WS-GATE-STATUS IS THE STATUS
025100*    BYTE OF THE LATEST WRITEONE ROW ON RUNCTL.
025200*    -------------------------------------------------------------
025300 77  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
025400     88  WS-CTL-EOF-YES               VALUE 'Y'.
025500     88  WS-CTL-EOF-NO                VALUE 'N'.

025600 77  WS-GATE-FOUND-SWITCH   PIC X(01) VALUE 'N'.
025700     88  WS-GATE-FOUND                VALUE 'Y'.
025800     88  WS-GATE-NOT-FOUND            VALUE 'N'.

025900 77  WS-GATE-STATUS         PIC X(01) VALUE SPACE.
026000 77  WS-GATE-CYCLE-DATE     PIC 9(08) VALUE ZEROS.

026100*    -------------------------------------------------------------
026200*    SOURCE PROOF -- WHAT THE FIRST PASS FOUND ON THE SOURCE
026300*    -------------------------------------------------------------
026400 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
026500     88  WS-EOF-YES                   VALUE 'Y'.
026600     88  WS-EOF-NO                    VALUE 'N'.

026700 77  WS-RECORDS-READ        PIC 9(06) COMP VALUE ZERO.
026800 77  WS-SRC-DETAIL-COUNT    PIC 9(08) COMP VALUE ZERO.
026900 77  WS-SRC-AMOUNT-HASH     PIC 9(13)V99 VALUE ZEROS.

027000 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
027100     88  WS-TRAILER-SEEN              VALUE 'Y'.
027200     88  WS-TRAILER-NOT-SEEN          VALUE 'N'.

027300 77  WS-TRLR-COUNT          PIC 9(08) VALUE ZEROS.
027400 77  WS-TRLR-HASH           PIC X(15) VALUE SPACES.
027500 77  WS-TRLR-HASH-NUM REDEFINES WS-TRLR-HASH
027600                            PIC 9(13)V99.
027700 77  WS-TRLR-RUN-ID         PIC X(16) VALUE SPACES.

027800*    -------------------------------------------------------------
027900*    EXTRACT TOTALS -- CARRIED INTO THE EXTRACT TRAILER AND THE
028000*    LOG ROW
028100*    -------------------------------------------------------------
028200 77  WS-XTRACT-COUNT        PIC 9(08) COMP VALUE ZERO.
028300 77  WS-XTRACT-HASH         PIC 9(13)V99 VALUE ZEROS.
028400 77  WS-XTRACT-FIRST-NUMB   PIC 9(06) VALUE ZEROS.
028500 77  WS-XTRACT-LAST-NUMB    PIC 9(06) VALUE ZEROS.
028501*    THE SUBTOTAL COUNTS DETAILS ONLY, AS READONE COUNTS A SOURCE;
028502*    THE TRAILER COUNT ABOVE ALSO TAKES IN THE REVERSALS.
028503 77  WS-XTRACT-DETAIL-COUNT PIC 9(08) COMP VALUE ZERO.
028504*    THE HEADER'S KEY: THE HIGH KEY BEFORE THE FIRST SELECTED
028505*    RECORD, FOUND ON THE PROVING PASS SO THE HEADER CAN BE
028506*    WRITTEN AHEAD OF THE DETAILS IT OPENS.
028507 77  WS-XTRACT-OPEN-NUMB    PIC 9(06) VALUE ZEROS.
028508 77  WS-PROVE-SELECT-SWITCH PIC X(01) VALUE 'N'.
028509     88  WS-PROVE-SELECTED            VALUE 'Y'.
028510     88  WS-PROVE-NOT-SELECTED        VALUE 'N'.

028600*    -------------------------------------------------------------
028700*    THE EXTRACT'S SOURCE HEADER, SUBTOTAL AND TRAILER, BUILT HERE
028800*    AND MOVED TO XFILE-RECORD, SINCE THE SOURCE RECORD OCCUPIES
028900*    THE OUTREC AREA UNDER THE OUTFILE FD.  THE HEADER'S PATH FIELD
029000*    NAMES THE PARTNER AND THE TRANSMISSION.
029100*    -------------------------------------------------------------
029200 01  WS-XTRACT-HDR.
029300     10  WS-XHDR-NUMB       PIC 9(06).
029400     10  WS-XHDR-TYPE       PIC X(01).
029500     10  WS-XHDR-PATH.
029600         15  WS-XHDR-TAG        PIC X(08).
029700         15  FILLER             PIC X(01).
029800         15  WS-XHDR-PARTNER    PIC X(08).
029900         15  FILLER             PIC X(01).
030000         15  WS-XHDR-XMIT-ID    PIC X(16).
030100         15  FILLER             PIC X(06).
030200     10  WS-XHDR-RUN-DATE   PIC 9(08).
030300     10  WS-XHDR-RUN-TIME   PIC 9(06).

030310 01  WS-XTRACT-SUB.
030320     10  WS-XSUB-NUMB       PIC 9(06).
030330     10  WS-XSUB-TYPE       PIC X(01).
030340     10  WS-XSUB-COUNT      PIC 9(08).
030350     10  WS-XSUB-PATH       PIC X(32).
030360     10  WS-XSUB-RUN-DATE   PIC 9(08).
030370     10  WS-XSUB-RUN-TIME   PIC 9(06).

030400 01  WS-XTRACT-TRLR.
030500     10  WS-XTRLR-NUMB      PIC 9(06).
030600     10  WS-XTRLR-TYPE      PIC X(01).
030700     10  WS-XTRLR-COUNT     PIC 9(08).
030800     10  WS-XTRLR-HASH      PIC 9(13)V99.
030900     10  WS-XTRLR-RUN-ID    PIC X(16).
031000     10  WS-XTRLR-FILLER    PIC X(01).
031100     10  WS-XTRLR-RUN-DATE  PIC 9(08).
031200     10  WS-XTRLR-RUN-TIME  PIC 9(06).

031300*    -------------------------------------------------------------
031400*    OPEN TRANSMISSIONS -- EVERY 'T' ROW ON THE LOG NOT YET
031500*    SETTLED BY AN 'A' OR 'M' ROW.  A SETTLED ENTRY IS DROPPED BY
031600*    MOVING THE LAST ENTRY INTO ITS SLOT, SO THE TABLE ONLY EVER
031700*    HOLDS WHAT IS STILL OUTSTANDING.
031800*    -------------------------------------------------------------
031900 77  WS-LOG-EOF-SWITCH      PIC X(01) VALUE 'N'.
032000     88  WS-LOG-EOF-YES               VALUE 'Y'.
032100     88  WS-LOG-EOF-NO                VALUE 'N'.

032200 01  WS-OPEN-TABLE.
032300     05  WS-OPEN-ENTRY      OCCURS 500 TIMES.
032400         10  WS-OPEN-XMIT-ID        PIC X(16).
032500         10  WS-OPEN-PARTNER        PIC X(08).
032600         10  WS-OPEN-LOG-DATE       PIC 9(08).
032700         10  WS-OPEN-COUNT          PIC 9(08).
032800         10  WS-OPEN-HASH           PIC 9(13)V99.
032900         10  WS-OPEN-ACK-DAYS       PIC 9(03).
033000         10  WS-OPEN-OVERDUE        PIC X(01).
033100             88  WS-OPEN-IS-OVERDUE           VALUE 'Y'.
033200             88  WS-OPEN-NOT-OVERDUE          VALUE 'N'.

033300 77  WS-OPEN-COUNT-USED     PIC 9(04) COMP VALUE ZERO.
033400 77  WS-OPEN-MAX-ENTRIES    PIC 9(04) COMP VALUE 500.
033500 77  WS-OPEN-IDX            PIC 9(04) COMP VALUE ZERO.
033600 77  WS-OPEN-HIT            PIC 9(04) COMP VALUE ZERO.
033700 77  WS-FIND-XMIT-ID        PIC X(16) VALUE SPACES.

033800 77  WS-DUP-SWITCH          PIC X(01) VALUE 'N'.
033900     88  WS-DUP-FILE-SENT             VALUE 'Y'.
034000     88  WS-DUP-FILE-NOT-SENT         VALUE 'N'.

034100 77  WS-DUP-DATE            PIC 9(08) VALUE ZEROS.

034200 77  WS-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
034300     88  WS-LOG-IS-OPEN               VALUE 'Y'.
034400     88  WS-LOG-IS-CLOSED             VALUE 'N'.

034500*    -------------------------------------------------------------
034600*    ACKNOWLEDGMENT RECONCILIATION
034700*    -------------------------------------------------------------
034800 77  WS-ACK-EOF-SWITCH      PIC X(01) VALUE 'N'.
034900     88  WS-ACK-EOF-YES               VALUE 'Y'.
035000     88  WS-ACK-EOF-NO                VALUE 'N'.

035100 77  WS-ACKS-READ           PIC 9(06) COMP VALUE ZERO.
035200 77  WS-ACKS-MATCHED        PIC 9(06) COMP VALUE ZERO.
035300 77  WS-ACKS-MISMATCHED     PIC 9(06) COMP VALUE ZERO.
035400 77  WS-ACKS-UNMATCHED      PIC 9(06) COMP VALUE ZERO.
035500 77  WS-OVERDUE-COUNT       PIC 9(06) COMP VALUE ZERO.
035600 77  WS-DUE-DAYS            PIC 9(08) COMP VALUE ZERO.

035700 01  WS-OVERDUE-MSG.
035800     10  FILLER             PIC X(21) VALUE
035900         'NO ACK FROM PARTNER '.
036000     10  WS-OVD-PARTNER     PIC X(08).
036100     10  FILLER             PIC X(08) VALUE ' WITHIN '.
036200     10  WS-OVD-DAYS        PIC ZZ9.
036300     10  FILLER             PIC X(20) VALUE
036400         ' DAYS OF SENDING'.

036500*    -------------------------------------------------------------
036600*    DAY-NUMBER WORK AREAS -- 7500-COMPUTE-DAY-NUMBER TURNS
036700*    WS-DN-DATE (YYYYMMDD) INTO A COUNT OF DAYS, SO TWO DATES CAN
036800*    BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
036900*    -------------------------------------------------------------
037000 01  WS-DN-DATE             PIC 9(08) VALUE ZEROS.
037100 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
037200     10  WS-DN-DATE-YEAR    PIC 9(04).
037300     10  WS-DN-DATE-MONTH   PIC 9(02).
037400     10  WS-DN-DATE-DAY     PIC 9(02).

037500 77  WS-DN-YEAR             PIC 9(04) COMP VALUE ZERO.
037600 77  WS-DN-MONTH            PIC 9(04) COMP VALUE ZERO.
037700 77  WS-DN-WORK             PIC 9(08) COMP VALUE ZERO.
037800 77  WS-DN-Q4               PIC 9(08) COMP VALUE ZERO.
037900 77  WS-DN-Q100             PIC 9(08) COMP VALUE ZERO.
038000 77  WS-DN-Q400             PIC 9(08) COMP VALUE ZERO.
038100 77  WS-DN-QM               PIC 9(08) COMP VALUE ZERO.
038200 77  WS-DN-DAYS             PIC 9(08) COMP VALUE ZERO.

038300*    -------------------------------------------------------------
038400*    ALERT WORK AREAS -- FILLED BY THE CALLER OF 7000-WRITE-ALERT
038500*    -------------------------------------------------------------
038600 77  WS-ALERT-OPEN-SW       PIC X(01) VALUE 'N'.
038700     88  WS-ALERT-IS-OPEN             VALUE 'Y'.
038800     88  WS-ALERT-IS-CLOSED           VALUE 'N'.

038900 77  WS-ALRT-SEVERITY       PIC X(01) VALUE SPACE.
039000 77  WS-ALRT-REF-KEY        PIC X(16) VALUE SPACES.
039100 77  WS-ALRT-MESSAGE        PIC X(60) VALUE SPACES.
039200 77  WS-ALERT-COUNT         PIC 9(06) COMP VALUE ZERO.

039300*    -------------------------------------------------------------
039400*    FILE STATUS-CHECK WORK AREA
039500*    -------------------------------------------------------------
039600 77  WS-STATUS-WHERE        PIC X(20) VALUE SPACES.
039700 77  WS-ABEND-STATUS        PIC 99    VALUE ZEROS.

039800 PROCEDURE DIVISION.

039900*    =============================================================
040000*    0000-MAINLINE-CONTROL
040100*    =============================================================
040200 0000-MAINLINE-CONTROL.
040300     PERFORM 1000-INITIALIZE
040400         THRU 1000-INITIALIZE-EXIT.

040500     PERFORM 2000-LOAD-XMIT-LOG
040600         THRU 2000-LOAD-XMIT-LOG-EXIT.

040700     IF         WS-EXTRACT-ACTIVE
040800         PERFORM 3000-PROVE-SOURCE
040900             THRU 3000-PROVE-SOURCE-EXIT
041000         PERFORM 4000-WRITE-EXTRACT
041100             THRU 4000-WRITE-EXTRACT-EXIT
041200         PERFORM 4500-LOG-TRANSMISSION
041300             THRU 4500-LOG-TRANSMISSION-EXIT
041400     END-IF.

041500     PERFORM 5000-RECONCILE-ACKS
041600         THRU 5000-RECONCILE-ACKS-EXIT.

041700     PERFORM 6000-CHECK-OVERDUE
041800         THRU 6000-CHECK-OVERDUE-EXIT.

041900     PERFORM 8000-TERMINATE
042000         THRU 8000-TERMINATE-EXIT.

042100     STOP RUN.

042200*    =============================================================
042300*    1000-INITIALIZE  --  STAMP THE RUN AND LOAD THE PARTNER'S
042400*    PARAMETERS
042500*    =============================================================
042600 1000-INITIALIZE.
042700     DISPLAY    'Hello COBOL'       UPON CONSOLE.

042800     ACCEPT     WS-RUN-DATE         FROM DATE YYYYMMDD.
042900     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
043000     MOVE       WS-RUN-DATE         TO WS-RUN-ID-DATE.
043100     MOVE       WS-TIME-OF-DAY      TO WS-RUN-ID-TIME.

043200     MOVE       WS-RUN-DATE         TO WS-DN-DATE.
043300     PERFORM 7500-COMPUTE-DAY-NUMBER
043400         THRU 7500-COMPUTE-DAY-NUMBER-EXIT.
043500     MOVE       WS-DN-DAYS          TO WS-TODAY-DAYS.

043600     PERFORM 1100-LOAD-OBPARM
043700         THRU 1100-LOAD-OBPARM-EXIT.
043800 1000-INITIALIZE-EXIT.
043900     EXIT.

044000*    -------------------------------------------------------------
044100*    1100-LOAD-OBPARM  --  LOAD THE OPTIONAL PARTNER PARAMETERS.
044200*    ITS ABSENCE (STATUS 35) MEANS THIS RUN ONLY RECONCILES.  A
044300*    FILE THAT DOES EXIST MUST CARRY EXACTLY ONE PARTNER ROW AND
044400*    AT LEAST ONE SELECTION ROW: AN EXTRACT WITH NOTHING TO
044500*    SELECT ON WOULD SEND THE PARTNER AN EMPTY FILE THEY DID NOT
044600*    ASK FOR.
044700*    -------------------------------------------------------------
044800 1100-LOAD-OBPARM.
044900     OPEN       INPUT               OBPARM.
045000     IF         OBPARM-STATUS       = '35'
045100         DISPLAY 'OUTBOUND - NO OBPARM; RECONCILING ONLY'
045200                 UPON CONSOLE
045300         GO TO  1100-LOAD-OBPARM-EXIT
045400     END-IF.
045500     MOVE       'OPEN OBPARM'       TO WS-STATUS-WHERE.
045600     PERFORM 9500-CHECK-OBPARM-STATUS
045700         THRU 9500-CHECK-OBPARM-STATUS-EXIT.

045800     PERFORM 1110-READ-ONE-PARM-ROW
045900         THRU 1110-READ-ONE-PARM-ROW-EXIT
046000         UNTIL WS-OBP-EOF-YES.
046100     CLOSE      OBPARM.

046200     IF         WS-PARTNER-NOT-SEEN
046300         DISPLAY 'OUTBOUND OBPARM ERROR - NO PARTNER ROW'
046400                 UPON CONSOLE
046500         MOVE   90                  TO WS-ABEND-STATUS
046600         MOVE   'OBPARM NO PARTNER' TO WS-STATUS-WHERE
046700         GO TO  9999-ABEND
046800     END-IF.
046900     IF         WS-SEL-COUNT        = ZERO
047000         DISPLAY 'OUTBOUND OBPARM ERROR - NO SELECTION ROWS '
047100                 'FOR PARTNER ' WS-PARTNER UPON CONSOLE
047200         MOVE   90                  TO WS-ABEND-STATUS
047300         MOVE   'OBPARM NO SELECTION' TO WS-STATUS-WHERE
047400         GO TO  9999-ABEND
047500     END-IF.
047600     SET        WS-EXTRACT-ACTIVE   TO TRUE.
047700     DISPLAY    'Extracting for  ' WS-PARTNER ' TO '
047800                WS-XFILE-PATH       UPON CONSOLE.
047900 1100-LOAD-OBPARM-EXIT.
048000     EXIT.

048100*    -------------------------------------------------------------
048200*    1110-READ-ONE-PARM-ROW  --  READ ONE OBPARM ROW AND APPLY IT.
048300*    -------------------------------------------------------------
048400 1110-READ-ONE-PARM-ROW.
048500     READ       OBPARM
048600         AT END
048700             SET WS-OBP-EOF-YES     TO TRUE
048800         NOT AT END
048900             PERFORM 1120-APPLY-PARM-ROW
049000                 THRU 1120-APPLY-PARM-ROW-EXIT
049100     END-READ.
049200 1110-READ-ONE-PARM-ROW-EXIT.
049300     EXIT.

049400*    -------------------------------------------------------------
049500*    1120-APPLY-PARM-ROW  --  A PARTNER ROW NEEDS A PARTNER CODE,
049600*    A FILE NAME AND A NON-ZERO NUMBER OF DAYS, AND MAY APPEAR
049700*    ONLY ONCE.  A SELECTION ROW NEEDS BOTH ENDS OF ITS ACCOUNT
049800*    RANGE, IN ORDER.  ANY OTHER ROW TYPE IS AN ERROR.  THE BAD
049900*    ROW IS NAMED ON THE CONSOLE BEFORE THE ABEND.
050000*    -------------------------------------------------------------
050100 1120-APPLY-PARM-ROW.
050200     IF         OBP-IS-PARTNER
050300         IF     WS-PARTNER-SEEN
050400             OR OBP-PARTNER        = SPACES
050500             OR OBP-FILE-NAME      = SPACES
050600             OR OBP-ACK-DAYS   NOT NUMERIC
050700             GO TO 1120-BAD-PARM-ROW
050800         END-IF
050900         IF     OBP-ACK-DAYS       = ZERO
051000             GO TO 1120-BAD-PARM-ROW
051100         END-IF
051200         SET    WS-PARTNER-SEEN     TO TRUE
051300         MOVE   OBP-PARTNER         TO WS-PARTNER
051400         MOVE   OBP-FILE-NAME       TO WS-XFILE-PATH
051500         MOVE   OBP-ACK-DAYS        TO WS-ACK-DAYS
051600         GO TO  1120-APPLY-PARM-ROW-EXIT
051700     END-IF.
051800     IF         NOT OBP-IS-SELECT
051900         GO TO  1120-BAD-PARM-ROW
052000     END-IF.
052100     IF         OBP-ACCT-FROM       = SPACES
052200         OR     OBP-ACCT-TO         = SPACES
052300         OR     OBP-ACCT-FROM       > OBP-ACCT-TO
052400         GO TO  1120-BAD-PARM-ROW
052500     END-IF.
052600     IF         WS-SEL-COUNT NOT < WS-SEL-MAX-ENTRIES
052700         DISPLAY 'OUTBOUND OBPARM TABLE FULL AT '
052800                 WS-SEL-MAX-ENTRIES ' SELECTION ROWS'
052900                 UPON CONSOLE
053000         MOVE   90                  TO WS-ABEND-STATUS
053100         MOVE   'OBPARM TABLE FULL' TO WS-STATUS-WHERE
053200         GO TO  9999-ABEND
053300     END-IF.
053400     ADD        1                   TO WS-SEL-COUNT.
053500     MOVE       OBP-ACCT-FROM  TO WS-SEL-ACCT-FROM(WS-SEL-COUNT).
053600     MOVE       OBP-ACCT-TO    TO WS-SEL-ACCT-TO(WS-SEL-COUNT).
053700     MOVE       OBP-TRAN-TYPE  TO WS-SEL-TRAN-TYPE(WS-SEL-COUNT).
053800     GO TO      1120-APPLY-PARM-ROW-EXIT.
053900 1120-BAD-PARM-ROW.
054000     DISPLAY    'OUTBOUND OBPARM ERROR - ROW '
054100                OBP-PARTNER-RECORD
054200                UPON CONSOLE.
054300     DISPLAY    'IS INCOMPLETE, OUT OF ORDER OR A SECOND PARTNER '
054400                'ROW'               UPON CONSOLE.
054500     MOVE       90                  TO WS-ABEND-STATUS.
054600     MOVE       'BAD OBPARM ROW'    TO WS-STATUS-WHERE.
054700     GO TO      9999-ABEND.
054800 1120-APPLY-PARM-ROW-EXIT.
054900     EXIT.

055000*    -------------------------------------------------------------
055100*    1500-CHECK-RUN-CONTROL  --  THE STEP GATE: THIS PROGRAM MUST
055200*    NOT EXTRACT FROM AN OUTFILE WHOSE WRITER IS STILL RUNNING OR
055300*    ABENDED.  THE LATEST WRITEONE ROW ON RUNCTL MUST BE 'C'
055400*    (CLEAN COMPLETION) OR 'F' (OPERATOR FORCE-RELEASE APPENDED
055500*    BY CTLREL AFTER INVESTIGATION); ANYTHING ELSE - INCLUDING A
055600*    MISSING RUNCTL, WHICH MEANS WRITEONE HAS NEVER REGISTERED A
055700*    RUN - ABENDS WITH A MESSAGE SAYING WHAT TO DO.
055800*    -------------------------------------------------------------
055900 1500-CHECK-RUN-CONTROL.
056000     OPEN       INPUT               RUNCTL.
056100     IF         RUNCTL-STATUS       = '35'
056200         DISPLAY 'OUTBOUND BLOCKED - NO RUNCTL PRESENT: '
056300                 'WRITEONE HAS NOT REGISTERED A RUN' UPON CONSOLE
056400         MOVE   90                  TO WS-ABEND-STATUS
056500         MOVE   'RUNCTL MISSING'    TO WS-STATUS-WHERE
056600         GO TO  9999-ABEND
056700     END-IF.
056800     MOVE       'OPEN RUNCTL'       TO WS-STATUS-WHERE.
056900     PERFORM 9100-CHECK-RUNCTL-STATUS
057000         THRU 9100-CHECK-RUNCTL-STATUS-EXIT.

057100     PERFORM 1510-READ-ONE-CONTROL
057200         THRU 1510-READ-ONE-CONTROL-EXIT
057300         UNTIL WS-CTL-EOF-YES.
057400     CLOSE      RUNCTL.

057500     IF         WS-GATE-NOT-FOUND
057600         DISPLAY 'OUTBOUND BLOCKED - NO WRITEONE ROW ON RUNCTL'
057700                 UPON CONSOLE
057800         MOVE   90                  TO WS-ABEND-STATUS
057900         MOVE   'NO WRITEONE CTL ROW' TO WS-STATUS-WHERE
058000         GO TO  9999-ABEND
058100     END-IF.
058200     IF         WS-GATE-STATUS = 'S'
058300         DISPLAY 'OUTBOUND BLOCKED - WRITEONE FOR CYCLE '
058400                 WS-GATE-CYCLE-DATE ' IS STILL RUNNING OR '
058500                 'ABENDED; INVESTIGATE, THEN FORCE-RELEASE WITH '
058600                 'CTLREL IF SAFE'    UPON CONSOLE
058700         MOVE   90                  TO WS-ABEND-STATUS
058800         MOVE   'WRITEONE NOT DONE' TO WS-STATUS-WHERE
058900         GO TO  9999-ABEND
059000     END-IF.
059100     IF         WS-GATE-STATUS = 'F'
059200         DISPLAY 'OUTBOUND RUNNING UNDER AN OPERATOR FORCE-'
059300                 'RELEASE FOR CYCLE ' WS-GATE-CYCLE-DATE
059400                 UPON CONSOLE
059500     END-IF.
059600 1500-CHECK-RUN-CONTROL-EXIT.
059700     EXIT.

059800*    -------------------------------------------------------------
059900*    1510-READ-ONE-CONTROL  --  READ ONE RUNCTL ROW; THE LATEST
060000*    WRITEONE ROW OVERWRITES THE GATE STATE, SO THE ROW IN FORCE
060100*    IS THE LAST ONE APPENDED.
060200*    -------------------------------------------------------------
060300 1510-READ-ONE-CONTROL.
060400     READ       RUNCTL
060500         AT END
060600             SET WS-CTL-EOF-YES     TO TRUE
060700         NOT AT END
060800             IF  CTL-PROGRAM = 'WRITEONE'
060900                 MOVE CTL-STATUS     TO WS-GATE-STATUS
061000                 MOVE CTL-CYCLE-DATE TO WS-GATE-CYCLE-DATE
061100                 SET  WS-GATE-FOUND  TO TRUE
061200             END-IF
061300     END-READ.
061400 1510-READ-ONE-CONTROL-EXIT.
061500     EXIT.

061600*    -------------------------------------------------------------
061700*    1600-OPEN-GENSELECT  --  TRY TO OPEN THE OPTIONAL GENERATION
061800*    SELECTION.  ITS ABSENCE (STATUS 35) MEANS THIS RUN EXTRACTS
061900*    FROM THE LIVE OUTFILE.  A SELECTION THAT DOES EXIST MUST
062000*    NAME A CATALOGED GENERATION, WHOSE NAME BECOMES THE FILE
062100*    3050-OPEN-SOURCE OPENS.
062200*    -------------------------------------------------------------
062300 1600-OPEN-GENSELECT.
062400     SET        WS-GEN-INACTIVE     TO TRUE.
062500     OPEN       INPUT               GENSELECT.
062600     IF         GENSEL-STATUS       = '35'
062700         GO TO  1600-OPEN-GENSELECT-EXIT
062800     END-IF.
062900     MOVE       'OPEN GENSELECT'    TO WS-STATUS-WHERE.
063000     PERFORM 9200-CHECK-GENSEL-STATUS
063100         THRU 9200-CHECK-GENSEL-STATUS-EXIT.
063200     READ       GENSELECT
063300         AT END
063400             MOVE 90             TO WS-ABEND-STATUS
063500             MOVE 'GENSELECT EMPTY' TO WS-STATUS-WHERE
063600             GO TO 9999-ABEND
063700     END-READ.
063800*    THE NAME IS SAVED BEFORE THE CLOSE: THE FD RECORD IS
063900*    UNDEFINED ONCE THE FILE IS CLOSED.
064000     MOVE       GENSEL-NAME         TO WS-GENSEL-NAME.
064100     CLOSE      GENSELECT.

064200     OPEN       INPUT               GENCATF.
064300     IF         GENCAT-STATUS = '35'
064400         DISPLAY 'OUTBOUND - GENERATION REQUESTED BUT NO '
064500                 'CATALOG EXISTS' UPON CONSOLE
064600         MOVE   90                  TO WS-ABEND-STATUS
064700         MOVE   'GENCATF MISSING'   TO WS-STATUS-WHERE
064800         GO TO  9999-ABEND
064900     END-IF.
065000     MOVE       'OPEN GENCATF'      TO WS-STATUS-WHERE.
065100     PERFORM 9300-CHECK-GENCAT-STATUS
065200         THRU 9300-CHECK-GENCAT-STATUS-EXIT.
065300     PERFORM 1610-FIND-ONE-CATALOG-ROW
065400         THRU 1610-FIND-ONE-CATALOG-ROW-EXIT
065500         UNTIL WS-CAT-EOF-YES OR WS-CAT-FOUND.
065600     CLOSE      GENCATF.
065700     IF         WS-CAT-NOT-FOUND
065800         DISPLAY 'OUTBOUND - GENERATION ' WS-GENSEL-NAME
065900                 ' IS NOT IN THE CATALOG' UPON CONSOLE
066000         MOVE   90                  TO WS-ABEND-STATUS
066100         MOVE   'GEN NOT CATALOGED' TO WS-STATUS-WHERE
066200         GO TO  9999-ABEND
066300     END-IF.
066400     SET        WS-GEN-ACTIVE       TO TRUE.
066500     DISPLAY    'Extracting from ' WS-GEN-PATH
066600                 UPON CONSOLE.
066700 1600-OPEN-GENSELECT-EXIT.
066800     EXIT.

066900*    -------------------------------------------------------------
067000*    1610-FIND-ONE-CATALOG-ROW  --  READ ONE CATALOG ROW; A NAME
067100*    MATCH SELECTS IT AND ITS NAME BECOMES THE FILE TO OPEN.
067200*    -------------------------------------------------------------
067300 1610-FIND-ONE-CATALOG-ROW.
067400     READ       GENCATF
067500         AT END
067600             SET WS-CAT-EOF-YES     TO TRUE
067700         NOT AT END
067800             IF  GEN-NAME = WS-GENSEL-NAME
067900                 SET  WS-CAT-FOUND  TO TRUE
068000                 MOVE GEN-NAME      TO WS-GEN-PATH
068100                 DISPLAY 'Generation keys ' GEN-FIRST-NUMB
068200                         ' TO ' GEN-LAST-NUMB ' ('
068300                         GEN-DETAIL-COUNT ' DETAILS) FROM '
068400                         GEN-SOURCE UPON CONSOLE
068500             END-IF
068600     END-READ.
068700 1610-FIND-ONE-CATALOG-ROW-EXIT.
068800     EXIT.

068900*    =============================================================
069000*    2000-LOAD-XMIT-LOG  --  BUILD THE TABLE OF TRANSMISSIONS
069100*    STILL AWAITING AN ACKNOWLEDGMENT, AND REFUSE AN EXTRACT
069200*    WHOSE FILE NAME HAS ALREADY BEEN SENT TO THIS PARTNER: THE
069300*    PARTNER MAY ALREADY HOLD IT, AND WRITING IT AGAIN WOULD
069400*    REPLACE WHAT THE LOG SAYS WAS SENT.  NO LOG YET (STATUS 35)
069500*    MEANS NOTHING HAS EVER BEEN SENT.
069600*    =============================================================
069700 2000-LOAD-XMIT-LOG.
069800     OPEN       INPUT               XMITLOG.
069900     IF         XMITLOG-STATUS      = '35'
070000         GO TO  2000-LOAD-XMIT-LOG-EXIT
070100     END-IF.
070200     MOVE       'OPEN XMITLOG'      TO WS-STATUS-WHERE.
070300     PERFORM 9700-CHECK-XMITLOG-STATUS
070400         THRU 9700-CHECK-XMITLOG-STATUS-EXIT.

070500     PERFORM 2010-READ-ONE-LOG-ROW
070600         THRU 2010-READ-ONE-LOG-ROW-EXIT
070700         UNTIL WS-LOG-EOF-YES.
070800     CLOSE      XMITLOG.

070900     IF         WS-DUP-FILE-SENT
071000         DISPLAY 'OUTBOUND REFUSED - ' WS-XFILE-PATH
071100                 UPON CONSOLE
071200         DISPLAY 'WAS ALREADY SENT TO PARTNER ' WS-PARTNER
071300                 ' ON ' WS-DUP-DATE UPON CONSOLE
071400         MOVE   90                  TO WS-ABEND-STATUS
071500         MOVE   'FILE ALREADY SENT' TO WS-STATUS-WHERE
071600         GO TO  9999-ABEND
071700     END-IF.
071800 2000-LOAD-XMIT-LOG-EXIT.
071900     EXIT.

072000*    -------------------------------------------------------------
072100*    2010-READ-ONE-LOG-ROW  --  READ ONE LOG ROW AND APPLY IT.
072200*    -------------------------------------------------------------
072300 2010-READ-ONE-LOG-ROW.
072400     READ       XMITLOG
072500         AT END
072600             SET WS-LOG-EOF-YES     TO TRUE
072700         NOT AT END
072800             PERFORM 2020-APPLY-LOG-ROW
072900                 THRU 2020-APPLY-LOG-ROW-EXIT
073000     END-READ.
073100 2010-READ-ONE-LOG-ROW-EXIT.
073200     EXIT.

073300*    -------------------------------------------------------------
073400*    2020-APPLY-LOG-ROW  --  A 'T' ROW OPENS A TABLE ENTRY; AN 'A'
073500*    OR 'M' ROW SETTLES ITS TRANSMISSION AND DROPS THE ENTRY; AN
073600*    'O' ROW MARKS IT AS ALREADY ALERTED OVERDUE.  THE LOG IS
073700*    WRITTEN IN TIME ORDER, SO A SETTLING ROW ALWAYS FOLLOWS THE
073800*    'T' ROW IT SETTLES.  A FULL TABLE ABENDS: A TRANSMISSION
073900*    LEFT OUT COULD NEVER BE RECONCILED OR CHASED.
074000*    -------------------------------------------------------------
074100 2020-APPLY-LOG-ROW.
074200     IF         NOT XMIT-IS-SENT
074300         MOVE   XMIT-ID             TO WS-FIND-XMIT-ID
074400         PERFORM 2030-FIND-OPEN-XMIT
074500             THRU 2030-FIND-OPEN-XMIT-EXIT
074600         IF     WS-OPEN-HIT = ZERO
074700             GO TO 2020-APPLY-LOG-ROW-EXIT
074800         END-IF
074900         IF     XMIT-IS-OVERDUE
075000             SET WS-OPEN-IS-OVERDUE(WS-OPEN-HIT) TO TRUE
075100         ELSE
075200             PERFORM 2040-DROP-OPEN-XMIT
075300                 THRU 2040-DROP-OPEN-XMIT-EXIT
075400         END-IF
075500         GO TO  2020-APPLY-LOG-ROW-EXIT
075600     END-IF.

075700     IF         WS-EXTRACT-ACTIVE
075800         AND    XMIT-PARTNER        = WS-PARTNER
075900         AND    XMIT-FILE-NAME      = WS-XFILE-PATH
076000         SET    WS-DUP-FILE-SENT    TO TRUE
076100         MOVE   XMIT-LOG-DATE       TO WS-DUP-DATE
076200     END-IF.

076300     IF         WS-OPEN-COUNT-USED NOT < WS-OPEN-MAX-ENTRIES
076400         DISPLAY 'OUTBOUND - MORE THAN ' WS-OPEN-MAX-ENTRIES
076500                 ' TRANSMISSIONS AWAIT ACKNOWLEDGMENT'
076600                 UPON CONSOLE
076700         MOVE   90                  TO WS-ABEND-STATUS
076800         MOVE   'OPEN XMIT TABLE FULL' TO WS-STATUS-WHERE
076900         GO TO  9999-ABEND
077000     END-IF.
077100     ADD        1                   TO WS-OPEN-COUNT-USED.
077200     MOVE       WS-OPEN-COUNT-USED  TO WS-OPEN-IDX.
077300     MOVE       XMIT-ID        TO WS-OPEN-XMIT-ID(WS-OPEN-IDX).
077400     MOVE       XMIT-PARTNER   TO WS-OPEN-PARTNER(WS-OPEN-IDX).
077500     MOVE       XMIT-LOG-DATE  TO WS-OPEN-LOG-DATE(WS-OPEN-IDX).
077600     MOVE       XMIT-DETAIL-COUNT
077700                               TO WS-OPEN-COUNT(WS-OPEN-IDX).
077800     MOVE       XMIT-AMOUNT-HASH
077900                               TO WS-OPEN-HASH(WS-OPEN-IDX).
078000     MOVE       XMIT-ACK-DAYS  TO WS-OPEN-ACK-DAYS(WS-OPEN-IDX).
078100     SET        WS-OPEN-NOT-OVERDUE(WS-OPEN-IDX) TO TRUE.
078200 2020-APPLY-LOG-ROW-EXIT.
078300     EXIT.

078400*    -------------------------------------------------------------
078500*    2030-FIND-OPEN-XMIT  --  LOOK WS-FIND-XMIT-ID UP IN THE OPEN
078600*    TABLE; WS-OPEN-HIT IS ITS SLOT, OR ZERO IF ABSENT.
078700*    -------------------------------------------------------------
078800 2030-FIND-OPEN-XMIT.
078900     MOVE       ZERO                TO WS-OPEN-HIT.
079000     PERFORM 2031-CHECK-ONE-OPEN-XMIT
079100         THRU 2031-CHECK-ONE-OPEN-XMIT-EXIT
079200         VARYING WS-OPEN-IDX FROM 1 BY 1
079300         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT-USED
079400            OR WS-OPEN-HIT NOT = ZERO.
079500 2030-FIND-OPEN-XMIT-EXIT.
079600     EXIT.

079610*    -------------------------------------------------------------
079620*    2031-CHECK-ONE-OPEN-XMIT  --  WS-OPEN-HIT BECOMES WS-OPEN-IDX
079630*    WHEN THAT SLOT HOLDS THE OPEN TRANSMISSION WS-FIND-XMIT-ID.
079640*    -------------------------------------------------------------
079700 2031-CHECK-ONE-OPEN-XMIT.
079800     IF         WS-OPEN-XMIT-ID(WS-OPEN-IDX) = WS-FIND-XMIT-ID
079900         MOVE   WS-OPEN-IDX         TO WS-OPEN-HIT
080000     END-IF.
080100 2031-CHECK-ONE-OPEN-XMIT-EXIT.
080200     EXIT.

080300*    -------------------------------------------------------------
080400*    2040-DROP-OPEN-XMIT  --  REMOVE ENTRY WS-OPEN-HIT BY MOVING
080500*    THE LAST ENTRY INTO ITS SLOT.
080600*    -------------------------------------------------------------
080700 2040-DROP-OPEN-XMIT.
080800     IF         WS-OPEN-HIT < WS-OPEN-COUNT-USED
080900         MOVE   WS-OPEN-ENTRY(WS-OPEN-COUNT-USED)
081000                              TO WS-OPEN-ENTRY(WS-OPEN-HIT)
081100     END-IF.
081200     SUBTRACT   1                   FROM WS-OPEN-COUNT-USED.
081300 2040-DROP-OPEN-XMIT-EXIT.
081400     EXIT.

081500*    =============================================================
081600*    3000-PROVE-SOURCE  --  NOTHING GOES TO A PARTNER UNTIL THE
081700*    SOURCE HAS PROVED ITSELF: ONE TRAILER, CARRYING A RUN ID, A
081800*    COUNT AND A HASH THAT MATCH THE DETAILS AND REVERSALS ON
081900*    FILE.  THE LIVE OUTFILE MUST ALSO PASS THE RUNCTL GATE; A
082000*    CATALOGED GENERATION IS IMMUTABLE AND NEEDS NO GATE.
082100*    =============================================================
082200 3000-PROVE-SOURCE.
082300     PERFORM 1600-OPEN-GENSELECT
082400         THRU 1600-OPEN-GENSELECT-EXIT.
082500     IF         WS-GEN-INACTIVE
082600         PERFORM 1500-CHECK-RUN-CONTROL
082700             THRU 1500-CHECK-RUN-CONTROL-EXIT
082800     END-IF.

082900     PERFORM 3050-OPEN-SOURCE
083000         THRU 3050-OPEN-SOURCE-EXIT.
083100     PERFORM 3010-PROVE-ONE-RECORD
083200         THRU 3010-PROVE-ONE-RECORD-EXIT
083300         UNTIL WS-EOF-YES.
083400     PERFORM 3070-CLOSE-SOURCE
083500         THRU 3070-CLOSE-SOURCE-EXIT.

083600     IF         WS-TRAILER-NOT-SEEN
083700         DISPLAY 'OUTBOUND REFUSED - SOURCE CARRIES NO TRAILER; '
083800                 'THE WRITER DID NOT FINISH' UPON CONSOLE
083900         MOVE   90                  TO WS-ABEND-STATUS
084000         MOVE   'NO TRAILER'        TO WS-STATUS-WHERE
084100         GO TO  9999-ABEND
084200     END-IF.
084300     IF         WS-TRLR-RUN-ID = SPACES
084400         DISPLAY 'OUTBOUND REFUSED - TRAILER CARRIES NO RUN ID'
084500                 UPON CONSOLE
084600         MOVE   90                  TO WS-ABEND-STATUS
084700         MOVE   'NO TRAILER RUN ID' TO WS-STATUS-WHERE
084800         GO TO  9999-ABEND
084900     END-IF.
085000     IF         WS-TRLR-COUNT NOT = WS-SRC-DETAIL-COUNT
085100         DISPLAY 'OUTBOUND REFUSED - TRAILER COUNT '
085200                 WS-TRLR-COUNT ' DOES NOT MATCH '
085300                 WS-SRC-DETAIL-COUNT ' DETAILS ON FILE'
085400                 UPON CONSOLE
085500         MOVE   90                  TO WS-ABEND-STATUS
085600         MOVE   'TRAILER MISMATCH'  TO WS-STATUS-WHERE
085700         GO TO  9999-ABEND
085800     END-IF.
085900     IF         WS-TRLR-HASH-NUM NOT NUMERIC
086000         DISPLAY 'OUTBOUND REFUSED - TRAILER CARRIES NO AMOUNT '
086100                 'HASH TO PROVE THE SOURCE BY' UPON CONSOLE
086200         MOVE   90                  TO WS-ABEND-STATUS
086300         MOVE   'NO TRAILER HASH'   TO WS-STATUS-WHERE
086400         GO TO  9999-ABEND
086500     END-IF.
086600     IF         WS-TRLR-HASH-NUM NOT = WS-SRC-AMOUNT-HASH
086700         DISPLAY 'OUTBOUND REFUSED - TRAILER AMOUNT HASH DOES '
086800                 'NOT MATCH THE DETAILS ON FILE' UPON CONSOLE
086900         MOVE   90                  TO WS-ABEND-STATUS
087000         MOVE   'HASH MISMATCH'     TO WS-STATUS-WHERE
087100         GO TO  9999-ABEND
087200     END-IF.
087300     DISPLAY    'Source ' WS-TRLR-RUN-ID ' proved: '
087400                WS-SRC-DETAIL-COUNT ' details, hash '
087500                WS-SRC-AMOUNT-HASH  UPON CONSOLE.
087600 3000-PROVE-SOURCE-EXIT.
087700     EXIT.

087800*    -------------------------------------------------------------
087900*    3010-PROVE-ONE-RECORD  --  COUNT AND HASH ONE DETAIL OR
088000*    REVERSAL, OR CAPTURE THE TRAILER, AND READ THE NEXT.  A
088100*    SECOND TRAILER MEANS THE FILE IS NOT WHAT IT CLAIMS TO BE.
088200*    -------------------------------------------------------------
088300 3010-PROVE-ONE-RECORD.
088400     ADD        1                   TO WS-RECORDS-READ.
088500     IF         OUTREC-IS-DETAIL OR OUTREC-IS-REVERSAL
088600         ADD    1                   TO WS-SRC-DETAIL-COUNT
088700         IF     PAY-AMOUNT NOT NUMERIC
088800             DISPLAY 'OUTBOUND REFUSED - RECORD ' OUTREC-NUMB
088900                     ' CARRIES A NON-NUMERIC AMOUNT'
089000                     UPON CONSOLE
089100             MOVE 90                TO WS-ABEND-STATUS
089200             MOVE 'AMOUNT NOT NUMERIC' TO WS-STATUS-WHERE
089300             GO TO 9999-ABEND
089400         END-IF
089500         ADD    PAY-AMOUNT          TO WS-SRC-AMOUNT-HASH
089600             ON SIZE ERROR
089700                 MOVE 90            TO WS-ABEND-STATUS
089800                 MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
089900                 GO TO 9999-ABEND
090000         END-ADD
090001*        THE FIRST RECORD THE PARTNER WILL BE SENT FIXES THE KEY
090002*        OF THE HEADER THAT OPENS THE EXTRACT.
090003         IF     WS-PROVE-NOT-SELECTED
090004             PERFORM 4020-SELECT-ONE-RECORD
090005                 THRU 4020-SELECT-ONE-RECORD-EXIT
090006             IF  WS-RECORD-SELECTED
090007                 SET WS-PROVE-SELECTED TO TRUE
090008                 IF  OUTREC-NUMB > ZERO
090009                     COMPUTE WS-XTRACT-OPEN-NUMB
090010                                     = OUTREC-NUMB - 1
090011                 END-IF
090012             END-IF
090013         END-IF
090100     END-IF.
090200     IF         OUTREC-IS-TRAILER
090300         IF     WS-TRAILER-SEEN
090400             DISPLAY 'OUTBOUND REFUSED - SOURCE CARRIES MORE '
090500                     'THAN ONE TRAILER' UPON CONSOLE
090600             MOVE 90                TO WS-ABEND-STATUS
090700             MOVE 'EXTRA TRAILER'   TO WS-STATUS-WHERE
090800             GO TO 9999-ABEND
090900         END-IF
091000         SET    WS-TRAILER-SEEN     TO TRUE
091100         MOVE   TRLR-DETAIL-COUNT   TO WS-TRLR-COUNT
091200         MOVE   TRLR-RUN-ID         TO WS-TRLR-RUN-ID
091300*        THE HASH IS TAKEN AS RAW BYTES SO A LEGACY TRAILER'S
091400*        SPACES SURVIVE THE MOVE AND FAIL THE NUMERIC TEST.
091500         MOVE   OUTFILE-RECORD(16:15) TO WS-TRLR-HASH
091600     END-IF.
091700     PERFORM 3060-READ-SOURCE
091800         THRU 3060-READ-SOURCE-EXIT.
091900 3010-PROVE-ONE-RECORD-EXIT.
092000     EXIT.

092100*    -------------------------------------------------------------
092200*    3050-OPEN-SOURCE  --  OPEN THE LIVE OUTFILE OR THE SELECTED
092300*    GENERATION AND PRIME THE FIRST READ.  BOTH PASSES USE IT.
092400*    -------------------------------------------------------------
092500 3050-OPEN-SOURCE.
092600     SET        WS-EOF-NO           TO TRUE.
092700     IF         WS-GEN-ACTIVE
092800         OPEN   INPUT               GENFILE
092900         MOVE   'OPEN GENFILE'      TO WS-STATUS-WHERE
093000         PERFORM 9400-CHECK-GENFILE-STATUS
093100             THRU 9400-CHECK-GENFILE-STATUS-EXIT
093200     ELSE
093300         OPEN   INPUT               OUTFILE
093500         MOVE   'OPEN OUTFILE'      TO WS-STATUS-WHERE
093600         PERFORM 9000-CHECK-OUTFILE-STATUS
093700             THRU 9000-CHECK-OUTFILE-STATUS-EXIT
093800     END-IF.
093900     PERFORM 3060-READ-SOURCE
094000         THRU 3060-READ-SOURCE-EXIT.
094100 3050-OPEN-SOURCE-EXIT.
094200     EXIT.

094300*    -------------------------------------------------------------
094400*    3060-READ-SOURCE  --  READ THE NEXT RECORD.  IN GENERATION
094500*    MODE IT IS MOVED INTO THE OUTFILE RECORD AREA, SO BOTH
094600*    PASSES READ THE SAME FIELDS EITHER WAY.
094700*    -------------------------------------------------------------
094800 3060-READ-SOURCE.
094900     IF         WS-GEN-ACTIVE
095000         READ   GENFILE
095100             AT END
095200                 SET WS-EOF-YES     TO TRUE
095300             NOT AT END
095400                 MOVE GEN-FILE-RECORD TO OUTFILE-RECORD
095500         END-READ
095600         MOVE   'READ GENFILE'      TO WS-STATUS-WHERE
095700         IF     GENFILE-STATUS NOT = '10'
095800             PERFORM 9400-CHECK-GENFILE-STATUS
095900                 THRU 9400-CHECK-GENFILE-STATUS-EXIT
096000         END-IF
096100     ELSE
096200         READ   OUTFILE
096300             AT END
096400                 SET WS-EOF-YES     TO TRUE
096500         END-READ
096600         MOVE   'READ OUTFILE'      TO WS-STATUS-WHERE
096700         IF     OUTFILE-STATUS NOT = '10'
096800             PERFORM 9000-CHECK-OUTFILE-STATUS
096900                 THRU 9000-CHECK-OUTFILE-STATUS-EXIT
097000         END-IF
097100     END-IF.
097200 3060-READ-SOURCE-EXIT.
097300     EXIT.

097310*    -------------------------------------------------------------
097320*    3070-CLOSE-SOURCE  --  CLOSE WHICHEVER SOURCE 3050-OPEN-
097330*    SOURCE OPENED.
097340*    -------------------------------------------------------------
097400 3070-CLOSE-SOURCE.
097500     IF         WS-GEN-ACTIVE
097600         CLOSE  GENFILE
097700     ELSE
097800         CLOSE  OUTFILE
097900     END-IF.
098000 3070-CLOSE-SOURCE-EXIT.
098100     EXIT.

098200*    =============================================================
098300*    4000-WRITE-EXTRACT  --  SECOND PASS: WRITE THE SOURCE HEADER,
098400*    EVERY SELECTED DETAIL AND REVERSAL AS IT STANDS ON THE
098500*    SOURCE (OUR OWN KEYS, STILL STRICTLY INCREASING), THE SOURCE
098600*    SUBTOTAL AND THE TRAILER.  A REVERSAL CARRIES ITS ORIGINAL'S ACCOUNT AND
098700*    TYPE, SO IT IS SELECTED WHENEVER ITS ORIGINAL WOULD BE.
098800*    =============================================================
098900 4000-WRITE-EXTRACT.
099000     OPEN       OUTPUT              XFILE.
099100     MOVE       'OPEN XFILE'        TO WS-STATUS-WHERE.
099200     PERFORM 9600-CHECK-XFILE-STATUS
099300         THRU 9600-CHECK-XFILE-STATUS-EXIT.

099400     PERFORM 4100-WRITE-HEADER
099500         THRU 4100-WRITE-HEADER-EXIT.

099600     PERFORM 3050-OPEN-SOURCE
099700         THRU 3050-OPEN-SOURCE-EXIT.
099800     PERFORM 4010-EXTRACT-ONE-RECORD
099900         THRU 4010-EXTRACT-ONE-RECORD-EXIT
100000         UNTIL WS-EOF-YES.
100100     PERFORM 3070-CLOSE-SOURCE
100200         THRU 3070-CLOSE-SOURCE-EXIT.

100210     PERFORM 4150-WRITE-SUBTOTAL
100220         THRU 4150-WRITE-SUBTOTAL-EXIT.
100300     PERFORM 4200-WRITE-TRAILER
100400         THRU 4200-WRITE-TRAILER-EXIT.
100500     CLOSE      XFILE.
100600     MOVE       'CLOSE XFILE'       TO WS-STATUS-WHERE.
100700     PERFORM 9600-CHECK-XFILE-STATUS
100800         THRU 9600-CHECK-XFILE-STATUS-EXIT.
100900 4000-WRITE-EXTRACT-EXIT.
101000     EXIT.

101100*    -------------------------------------------------------------
101200*    4010-EXTRACT-ONE-RECORD  --  COPY ONE SELECTED DETAIL OR
101300*    REVERSAL TO THE EXTRACT, FOLDING IT INTO THE EXTRACT'S
101400*    COUNT, HASH AND KEY RANGE, AND READ THE NEXT.
101500*    -------------------------------------------------------------
101600 4010-EXTRACT-ONE-RECORD.
101700     IF         OUTREC-IS-DETAIL OR OUTREC-IS-REVERSAL
101800         PERFORM 4020-SELECT-ONE-RECORD
101900             THRU 4020-SELECT-ONE-RECORD-EXIT
102000         IF     WS-RECORD-SELECTED
102100             ADD 1                  TO WS-XTRACT-COUNT
102110             IF  OUTREC-IS-DETAIL
102120                 ADD 1              TO WS-XTRACT-DETAIL-COUNT
102130             END-IF
102200             ADD PAY-AMOUNT         TO WS-XTRACT-HASH
102300             IF  WS-XTRACT-COUNT    = 1
102400                 MOVE OUTREC-NUMB   TO WS-XTRACT-FIRST-NUMB
102500             END-IF
102600             MOVE OUTREC-NUMB       TO WS-XTRACT-LAST-NUMB
102700             MOVE OUTFILE-RECORD    TO XFILE-RECORD
102800             WRITE XFILE-RECORD
102900             MOVE 'WRITE XFILE'     TO WS-STATUS-WHERE
103000             PERFORM 9600-CHECK-XFILE-STATUS
103100                 THRU 9600-CHECK-XFILE-STATUS-EXIT
103200         END-IF
103300     END-IF.
103400     PERFORM 3060-READ-SOURCE
103500         THRU 3060-READ-SOURCE-EXIT.
103600 4010-EXTRACT-ONE-RECORD-EXIT.
103700     EXIT.

103800*    -------------------------------------------------------------
103900*    4020-SELECT-ONE-RECORD  --  THE RECORD IS SELECTED WHEN ANY
104000*    SELECTION ROW TAKES IT.
104100*    -------------------------------------------------------------
104200 4020-SELECT-ONE-RECORD.
104300     SET        WS-RECORD-NOT-SELECTED TO TRUE.
104400     PERFORM 4025-CHECK-ONE-SELECTION
104500         THRU 4025-CHECK-ONE-SELECTION-EXIT
104600         VARYING WS-SEL-IDX FROM 1 BY 1
104700         UNTIL WS-SEL-IDX > WS-SEL-COUNT
104800            OR WS-RECORD-SELECTED.
104900 4020-SELECT-ONE-RECORD-EXIT.
105000     EXIT.

105100*    -------------------------------------------------------------
105200*    4025-CHECK-ONE-SELECTION  --  THE ACCOUNT MUST FALL IN THE
105300*    ROW'S RANGE, ENDS INCLUDED, AND THE TYPE MUST BE THE ROW'S
105400*    OWN UNLESS THE ROW TAKES EVERY TYPE.
105500*    -------------------------------------------------------------
105600 4025-CHECK-ONE-SELECTION.
105700     IF         PAY-ACCT-CODE NOT < WS-SEL-ACCT-FROM(WS-SEL-IDX)
105800         AND    PAY-ACCT-CODE NOT > WS-SEL-ACCT-TO(WS-SEL-IDX)
105900         IF     WS-SEL-TRAN-TYPE(WS-SEL-IDX) = SPACES
106000             OR WS-SEL-TRAN-TYPE(WS-SEL-IDX) = PAY-TRAN-TYPE
106100             SET WS-RECORD-SELECTED TO TRUE
106200         END-IF
106300     END-IF.
106400 4025-CHECK-ONE-SELECTION-EXIT.
106500     EXIT.

106600*    -------------------------------------------------------------
106700*    4100-WRITE-HEADER  --  THE EXTRACT OPENS WITH A SOURCE
106800*    HEADER ('H') NAMING THE PARTNER AND THE TRANSMISSION, KEYED
106810*    AS WRITEONE KEYS ONE: THE HIGH KEY AT THE OPEN, JUST BELOW
106820*    THE FIRST KEY THE EXTRACT CARRIES.
106900*    -------------------------------------------------------------
107000 4100-WRITE-HEADER.
107100     MOVE       SPACES              TO WS-XTRACT-HDR.
107200     MOVE       WS-XTRACT-OPEN-NUMB TO WS-XHDR-NUMB.
107300     MOVE       'H'                 TO WS-XHDR-TYPE.
107400     MOVE       'OUTBOUND'          TO WS-XHDR-TAG.
107500     MOVE       WS-PARTNER          TO WS-XHDR-PARTNER.
107600     MOVE       WS-RUN-ID           TO WS-XHDR-XMIT-ID.
107700     MOVE       WS-RUN-DATE         TO WS-XHDR-RUN-DATE.
107800     MOVE       WS-TIME-OF-DAY(1:6) TO WS-XHDR-RUN-TIME.
107900     MOVE       WS-XTRACT-HDR       TO XFILE-RECORD.
108000     WRITE      XFILE-RECORD.
108100     MOVE       'WRITE XFILE HEADER' TO WS-STATUS-WHERE.
108200     PERFORM 9600-CHECK-XFILE-STATUS
108300         THRU 9600-CHECK-XFILE-STATUS-EXIT.
108400 4100-WRITE-HEADER-EXIT.
108500     EXIT.

108501*    -------------------------------------------------------------
108502*    4150-WRITE-SUBTOTAL  --  CLOSE THE BRACKET: A SOURCE SUBTOTAL
108503*    ('S') KEYED AT THE LAST EXTRACTED KEY, WITH THE EXTRACT'S
108504*    DETAIL COUNT AND THE HEADER'S PATH TEXT CUT TO THE SUBTOTAL'S
108505*    32 BYTES, AS WRITEONE CUTS ITS PAYLOAD PATHS.
108506*    -------------------------------------------------------------
108507 4150-WRITE-SUBTOTAL.
108508     MOVE       SPACES              TO WS-XTRACT-SUB.
108509     IF         WS-XTRACT-LAST-NUMB > WS-XTRACT-OPEN-NUMB
108510         MOVE   WS-XTRACT-LAST-NUMB TO WS-XSUB-NUMB
108511     ELSE
108512         MOVE   WS-XTRACT-OPEN-NUMB TO WS-XSUB-NUMB
108513     END-IF.
108514     MOVE       'S'                 TO WS-XSUB-TYPE.
108515     MOVE       WS-XTRACT-DETAIL-COUNT TO WS-XSUB-COUNT.
108516     MOVE       WS-XHDR-PATH(1:32)  TO WS-XSUB-PATH.
108517     MOVE       WS-XHDR-RUN-DATE    TO WS-XSUB-RUN-DATE.
108518     MOVE       WS-XHDR-RUN-TIME    TO WS-XSUB-RUN-TIME.
108519     MOVE       WS-XTRACT-SUB       TO XFILE-RECORD.
108520     WRITE      XFILE-RECORD.
108521     MOVE       'WRITE XFILE SUBTOTAL' TO WS-STATUS-WHERE.
108522     PERFORM 9600-CHECK-XFILE-STATUS
108523         THRU 9600-CHECK-XFILE-STATUS-EXIT.
108524 4150-WRITE-SUBTOTAL-EXIT.
108525     EXIT.

108600*    -------------------------------------------------------------
108700*    4200-WRITE-TRAILER  --  THE EXTRACT'S OWN TRAILER: COUNT AND
108800*    AMOUNT HASH OF WHAT WAS SELECTED, AND THIS RUN'S ID, WHICH
108900*    THE PARTNER ECHOES BACK IN THE ACKNOWLEDGMENT.
109000*    -------------------------------------------------------------
109100 4200-WRITE-TRAILER.
109200     MOVE       999999              TO WS-XTRLR-NUMB.
109300     MOVE       '9'                 TO WS-XTRLR-TYPE.
109400     MOVE       WS-XTRACT-COUNT     TO WS-XTRLR-COUNT.
109500     MOVE       WS-XTRACT-HASH      TO WS-XTRLR-HASH.
109600     MOVE       WS-RUN-ID           TO WS-XTRLR-RUN-ID.
109700     MOVE       SPACE               TO WS-XTRLR-FILLER.
109800     ACCEPT     WS-XTRLR-RUN-DATE   FROM DATE YYYYMMDD.
109900     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
110000     MOVE       WS-TIME-OF-DAY(1:6) TO WS-XTRLR-RUN-TIME.
110100     MOVE       WS-XTRACT-TRLR      TO XFILE-RECORD.
110200     WRITE      XFILE-RECORD.
110300     MOVE       'WRITE XFILE TRLR'  TO WS-STATUS-WHERE.
110400     PERFORM 9600-CHECK-XFILE-STATUS
110500         THRU 9600-CHECK-XFILE-STATUS-EXIT.
110600 4200-WRITE-TRAILER-EXIT.
110700     EXIT.

110800*    =============================================================
110900*    4500-LOG-TRANSMISSION  --  RECORD THE TRANSMISSION ONLY ONCE
111000*    ITS FILE IS COMPLETE AND CLOSED.  A RUN THAT DIES FIRST
111100*    LEAVES NO 'T' ROW, SO THE RERUN MAY WRITE THE SAME NAME.
111200*    =============================================================
111300 4500-LOG-TRANSMISSION.
111400     MOVE       SPACES              TO XMIT-RECORD.
111500     MOVE       'T'                 TO XMIT-REC-TYPE.
111600     MOVE       WS-XTRACT-COUNT     TO XMIT-DETAIL-COUNT.
111700     MOVE       WS-XTRACT-HASH      TO XMIT-AMOUNT-HASH.
111800     MOVE       WS-XTRACT-FIRST-NUMB TO XMIT-FIRST-NUMB.
111900     MOVE       WS-XTRACT-LAST-NUMB TO XMIT-LAST-NUMB.
112000     MOVE       WS-ACK-DAYS         TO XMIT-ACK-DAYS.
112100     MOVE       WS-TRLR-RUN-ID      TO XMIT-SOURCE-RUN-ID.
112200     MOVE       WS-XFILE-PATH       TO XMIT-FILE-NAME.
112300     IF         WS-GEN-ACTIVE
112400         MOVE   WS-GEN-PATH         TO XMIT-SOURCE
112500     ELSE
112600         MOVE   'OUTFILE'           TO XMIT-SOURCE
112700     END-IF.
112800     MOVE       WS-RUN-ID           TO XMIT-ID.
112900     MOVE       WS-PARTNER          TO XMIT-PARTNER.
113000     PERFORM 7100-WRITE-LOG-ROW
113100         THRU 7100-WRITE-LOG-ROW-EXIT.
113200     DISPLAY    'Transmission    ' WS-RUN-ID ' to ' WS-PARTNER
113300                ': ' WS-XTRACT-COUNT ' details, keys '
113400                WS-XTRACT-FIRST-NUMB ' TO ' WS-XTRACT-LAST-NUMB
113500                UPON CONSOLE.
113600 4500-LOG-TRANSMISSION-EXIT.
113700     EXIT.

113800*    =============================================================
113900*    5000-RECONCILE-ACKS  --  MATCH EVERY RETURNED
114000*    ACKNOWLEDGMENT TO ITS OPEN TRANSMISSION BY PARTNER AND RUN
114100*    ID.  NO XMITACK (STATUS 35) MEANS NOTHING CAME BACK.
114200*    =============================================================
114300 5000-RECONCILE-ACKS.
114400     OPEN       INPUT               XMITACK.
114500     IF         XMITACK-STATUS      = '35'
114600         GO TO  5000-RECONCILE-ACKS-EXIT
114700     END-IF.
114800     MOVE       'OPEN XMITACK'      TO WS-STATUS-WHERE.
114900     PERFORM 9800-CHECK-XMITACK-STATUS
115000         THRU 9800-CHECK-XMITACK-STATUS-EXIT.

115100     PERFORM 5010-READ-ONE-ACK
115200         THRU 5010-READ-ONE-ACK-EXIT
115300         UNTIL WS-ACK-EOF-YES.
115400     CLOSE      XMITACK.
115500 5000-RECONCILE-ACKS-EXIT.
115600     EXIT.

115610*    -------------------------------------------------------------
115620*    5010-READ-ONE-ACK  --  READ ONE RETURNED ACKNOWLEDGMENT AND
115630*    MATCH IT TO THE LOG, OR NOTE THE END OF THE FILE.
115640*    -------------------------------------------------------------
115700 5010-READ-ONE-ACK.
115800     READ       XMITACK
115900         AT END
116000             SET WS-ACK-EOF-YES     TO TRUE
116100         NOT AT END
116200             ADD 1                  TO WS-ACKS-READ
116300             PERFORM 5020-MATCH-ONE-ACK
116400                 THRU 5020-MATCH-ONE-ACK-EXIT
116500     END-READ.
116600 5010-READ-ONE-ACK-EXIT.
116700     EXIT.

116800*    -------------------------------------------------------------
116900*    5020-MATCH-ONE-ACK  --  AN ACKNOWLEDGMENT WITH NO OPEN
117000*    TRANSMISSION (ALREADY SETTLED, OR NOT OURS) IS ONLY NOTED ON
117100*    THE CONSOLE.  ONE THAT AGREES ON COUNT AND HASH SETTLES ITS
117200*    TRANSMISSION WITH AN 'A' ROW; ONE THAT DISAGREES, OR CANNOT
117300*    BE READ, SETTLES IT WITH AN 'M' ROW AND A CRITICAL ALERT -
117400*    THE PARTNER DID NOT RECEIVE WHAT WE SENT.
117500*    -------------------------------------------------------------
117600 5020-MATCH-ONE-ACK.
117700     MOVE       XACK-XMIT-ID        TO WS-FIND-XMIT-ID.
117800     PERFORM 2030-FIND-OPEN-XMIT
117900         THRU 2030-FIND-OPEN-XMIT-EXIT.
118000     IF         WS-OPEN-HIT NOT = ZERO
118100         IF     WS-OPEN-PARTNER(WS-OPEN-HIT) NOT = XACK-PARTNER
118200             MOVE ZERO              TO WS-OPEN-HIT
118300         END-IF
118400     END-IF.
118500     IF         WS-OPEN-HIT = ZERO
118600         ADD    1                   TO WS-ACKS-UNMATCHED
118700         DISPLAY 'OUTBOUND - ACK FROM ' XACK-PARTNER ' FOR '
118800                 XACK-XMIT-ID ' MATCHES NO OPEN TRANSMISSION'
118900                 UPON CONSOLE
119000         GO TO  5020-MATCH-ONE-ACK-EXIT
119100     END-IF.

119200     MOVE       SPACES              TO XMIT-RECORD.
119300     MOVE       WS-OPEN-XMIT-ID(WS-OPEN-HIT) TO XMIT-ID.
119400     MOVE       WS-OPEN-PARTNER(WS-OPEN-HIT) TO XMIT-PARTNER.
119500     MOVE       ZERO                TO XMIT-FIRST-NUMB.
119600     MOVE       ZERO                TO XMIT-LAST-NUMB.
119700     MOVE       WS-OPEN-ACK-DAYS(WS-OPEN-HIT) TO XMIT-ACK-DAYS.
119800     IF         XACK-DETAIL-COUNT NOT NUMERIC
119900         OR     XACK-AMOUNT-HASH  NOT NUMERIC
120000         MOVE   ZERO                TO XMIT-DETAIL-COUNT
120100         MOVE   ZERO                TO XMIT-AMOUNT-HASH
120200         MOVE   'M'                 TO XMIT-REC-TYPE
120300         MOVE   'PARTNER ACK IS UNREADABLE - RECEIPT NOT PROVED'
120400                                    TO WS-ALRT-MESSAGE
120500     ELSE
120600         MOVE   XACK-DETAIL-COUNT   TO XMIT-DETAIL-COUNT
120700         MOVE   XACK-AMOUNT-HASH    TO XMIT-AMOUNT-HASH
120800         IF     XACK-DETAIL-COUNT = WS-OPEN-COUNT(WS-OPEN-HIT)
120900             AND XACK-AMOUNT-HASH = WS-OPEN-HASH(WS-OPEN-HIT)
121000             MOVE 'A'               TO XMIT-REC-TYPE
121100         ELSE
121200             MOVE 'M'               TO XMIT-REC-TYPE
121300             MOVE 'PARTNER ACK COUNT OR HASH DISAGREES WITH SENT'
121400                                    TO WS-ALRT-MESSAGE
121500         END-IF
121600     END-IF.
121700     PERFORM 7100-WRITE-LOG-ROW
121800         THRU 7100-WRITE-LOG-ROW-EXIT.

121900     IF         XMIT-IS-ACKED
122000         ADD    1                   TO WS-ACKS-MATCHED
122100     ELSE
122200         ADD    1                   TO WS-ACKS-MISMATCHED
122300         DISPLAY '*** ACK MISMATCH: ' XACK-PARTNER ' '
122400                 XACK-XMIT-ID ' SENT ' WS-OPEN-COUNT(WS-OPEN-HIT)
122500                 UPON CONSOLE
122600         MOVE   'C'                 TO WS-ALRT-SEVERITY
122700         MOVE   WS-OPEN-XMIT-ID(WS-OPEN-HIT) TO WS-ALRT-REF-KEY
122800         PERFORM 7000-WRITE-ALERT
122900             THRU 7000-WRITE-ALERT-EXIT
123000     END-IF.
123100     PERFORM 2040-DROP-OPEN-XMIT
123200         THRU 2040-DROP-OPEN-XMIT-EXIT.
123300 5020-MATCH-ONE-ACK-EXIT.
123400     EXIT.

123500*    =============================================================
123600*    6000-CHECK-OVERDUE  --  EVERY TRANSMISSION STILL OPEN MORE
123700*    THAN ITS ALLOWANCE OF DAYS AFTER IT WAS SENT, AND NOT YET
123800*    ALERTED, GETS A WARNING AND AN 'O' ROW, SO IT PAGES ONCE
123900*    RATHER THAN EVERY RUN UNTIL THE ACKNOWLEDGMENT ARRIVES.
124000*    =============================================================
124100 6000-CHECK-OVERDUE.
124200     PERFORM 6010-CHECK-ONE-OPEN-XMIT
124300         THRU 6010-CHECK-ONE-OPEN-XMIT-EXIT
124400         VARYING WS-OPEN-IDX FROM 1 BY 1
124500         UNTIL WS-OPEN-IDX > WS-OPEN-COUNT-USED.
124600 6000-CHECK-OVERDUE-EXIT.
124700     EXIT.

124710*    -------------------------------------------------------------
124720*    6010-CHECK-ONE-OPEN-XMIT  --  FLAG ONE OPEN TRANSMISSION NOT
124730*    YET FLAGGED WHOSE ACKNOWLEDGMENT ALLOWANCE HAS RUN OUT: LOG
124740*    AN 'O' ROW SO IT IS FLAGGED ONLY ONCE, AND RAISE A WARNING
124750*    ALERT.
124760*    -------------------------------------------------------------
124800 6010-CHECK-ONE-OPEN-XMIT.
124900     IF         WS-OPEN-IS-OVERDUE(WS-OPEN-IDX)
125000         GO TO  6010-CHECK-ONE-OPEN-XMIT-EXIT
125100     END-IF.
125200     MOVE       WS-OPEN-LOG-DATE(WS-OPEN-IDX) TO WS-DN-DATE.
125300     PERFORM 7500-COMPUTE-DAY-NUMBER
125400         THRU 7500-COMPUTE-DAY-NUMBER-EXIT.
125500     COMPUTE    WS-DUE-DAYS         = WS-DN-DAYS
125600                             + WS-OPEN-ACK-DAYS(WS-OPEN-IDX).
125700     IF         WS-TODAY-DAYS NOT > WS-DUE-DAYS
125800         GO TO  6010-CHECK-ONE-OPEN-XMIT-EXIT
125900     END-IF.

126000     MOVE       SPACES              TO XMIT-RECORD.
126100     MOVE       'O'                 TO XMIT-REC-TYPE.
126200     MOVE       WS-OPEN-XMIT-ID(WS-OPEN-IDX) TO XMIT-ID.
126300     MOVE       WS-OPEN-PARTNER(WS-OPEN-IDX) TO XMIT-PARTNER.
126400     MOVE       ZERO                TO XMIT-DETAIL-COUNT.
126500     MOVE       ZERO                TO XMIT-AMOUNT-HASH.
126600     MOVE       ZERO                TO XMIT-FIRST-NUMB.
126700     MOVE       ZERO                TO XMIT-LAST-NUMB.
126800     MOVE       WS-OPEN-ACK-DAYS(WS-OPEN-IDX) TO XMIT-ACK-DAYS.
126900     PERFORM 7100-WRITE-LOG-ROW
127000         THRU 7100-WRITE-LOG-ROW-EXIT.
127100     SET        WS-OPEN-IS-OVERDUE(WS-OPEN-IDX) TO TRUE.
127200     ADD        1                   TO WS-OVERDUE-COUNT.

127300     MOVE       WS-OPEN-PARTNER(WS-OPEN-IDX) TO WS-OVD-PARTNER.
127400     MOVE       WS-OPEN-ACK-DAYS(WS-OPEN-IDX) TO WS-OVD-DAYS.
127500     MOVE       WS-OVERDUE-MSG      TO WS-ALRT-MESSAGE.
127600     MOVE       'W'                 TO WS-ALRT-SEVERITY.
127700     MOVE       WS-OPEN-XMIT-ID(WS-OPEN-IDX) TO WS-ALRT-REF-KEY.
127800     DISPLAY    '*** ACK OVERDUE: ' WS-OPEN-PARTNER(WS-OPEN-IDX)
127900                ' ' WS-OPEN-XMIT-ID(WS-OPEN-IDX)
128000                ' SENT ' WS-OPEN-LOG-DATE(WS-OPEN-IDX)
128100                UPON CONSOLE.
128200     PERFORM 7000-WRITE-ALERT
128300         THRU 7000-WRITE-ALERT-EXIT.
128400 6010-CHECK-ONE-OPEN-XMIT-EXIT.
128500     EXIT.

128600*    -------------------------------------------------------------
128700*    7000-WRITE-ALERT  --  APPEND ONE ROW TO THE SHARED ALERT
128800*    TRAIL FROM THE WS-ALRT FIELDS THE CALLER FILLED.  THE FILE
128900*    IS OPENED LAZILY ON THE FIRST ALERT (EXTEND, FALLING BACK TO
129000*    OUTPUT ON A FIRST-EVER RUN) AND LEFT OPEN FOR THE REST OF
129100*    THE RUN; 8000-TERMINATE CLOSES IT.
129200*    -------------------------------------------------------------
129300 7000-WRITE-ALERT.
129400     IF         WS-ALERT-IS-CLOSED
129500         OPEN   EXTEND              ALERTFILE
129600         IF     ALERT-STATUS = '35'
129700             CLOSE  ALERTFILE
129800             OPEN   OUTPUT          ALERTFILE
129900         END-IF
130000         MOVE   'OPEN ALERTFILE'    TO WS-STATUS-WHERE
130100         PERFORM 9900-CHECK-ALERT-STATUS
130200             THRU 9900-CHECK-ALERT-STATUS-EXIT
130300         SET    WS-ALERT-IS-OPEN    TO TRUE
130400     END-IF.

130500     MOVE       SPACES              TO ALERT-RECORD.
130600     MOVE       'OUTBOUND'          TO ALRT-PROGRAM.
130700     MOVE       WS-RUN-DATE         TO ALRT-CYCLE-DATE.
130800     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
130900     MOVE       WS-TIME-OF-DAY(1:6) TO ALRT-TIME.
131000     MOVE       WS-ALRT-SEVERITY    TO ALRT-SEVERITY.
131100     MOVE       WS-ALRT-REF-KEY     TO ALRT-REF-KEY.
131200     MOVE       WS-ALRT-MESSAGE     TO ALRT-MESSAGE.
131300     WRITE      ALERT-RECORD.
131400     MOVE       'WRITE ALERTFILE'   TO WS-STATUS-WHERE.
131500     PERFORM 9900-CHECK-ALERT-STATUS
131600         THRU 9900-CHECK-ALERT-STATUS-EXIT.
131700     ADD        1                   TO WS-ALERT-COUNT.
131800 7000-WRITE-ALERT-EXIT.
131900     EXIT.

132000*    -------------------------------------------------------------
132100*    7100-WRITE-LOG-ROW  --  APPEND THE XMIT-RECORD THE CALLER
132200*    BUILT, STAMPED WITH THE CURRENT DATE AND TIME.  THE LOG IS
132300*    OPENED LAZILY LIKE ALERTFILE, AFTER 2000 HAS CLOSED IT.
132400*    -------------------------------------------------------------
132500 7100-WRITE-LOG-ROW.
132600     IF         WS-LOG-IS-CLOSED
132700         OPEN   EXTEND              XMITLOG
132800         IF     XMITLOG-STATUS = '35'
132900             CLOSE  XMITLOG
133000             OPEN   OUTPUT          XMITLOG
133100         END-IF
133200         MOVE   'OPEN XMITLOG EXTEND' TO WS-STATUS-WHERE
133300         PERFORM 9700-CHECK-XMITLOG-STATUS
133400             THRU 9700-CHECK-XMITLOG-STATUS-EXIT
133500         SET    WS-LOG-IS-OPEN      TO TRUE
133600     END-IF.

133700     MOVE       WS-RUN-DATE         TO XMIT-LOG-DATE.
133800     ACCEPT     WS-TIME-OF-DAY      FROM TIME.
133900     MOVE       WS-TIME-OF-DAY(1:6) TO XMIT-LOG-TIME.
134000     WRITE      XMIT-RECORD.
134100     MOVE       'WRITE XMITLOG'     TO WS-STATUS-WHERE.
134200     PERFORM 9700-CHECK-XMITLOG-STATUS
134300         THRU 9700-CHECK-XMITLOG-STATUS-EXIT.
134400 7100-WRITE-LOG-ROW-EXIT.
134500     EXIT.

134600*    -------------------------------------------------------------
134700*    7500-COMPUTE-DAY-NUMBER  --  WS-DN-DAYS BECOMES THE NUMBER OF
134800*    DAYS FROM A FIXED ORIGIN TO WS-DN-DATE.  THE YEAR IS TAKEN
134900*    TO START IN MARCH, SO THE LEAP DAY FALLS AT ITS END AND THE
135000*    MONTH LENGTHS REDUCE TO (153 * MONTH - 457) / 5.  EACH
135100*    DIVISION IS ITS OWN DIVIDE SO EVERY QUOTIENT IS TRUNCATED.
135200*    -------------------------------------------------------------
135300 7500-COMPUTE-DAY-NUMBER.
135400     MOVE       WS-DN-DATE-YEAR     TO WS-DN-YEAR.
135500     MOVE       WS-DN-DATE-MONTH    TO WS-DN-MONTH.
135600     IF         WS-DN-MONTH < 3
135700         SUBTRACT 1                 FROM WS-DN-YEAR
135800         ADD    12                  TO WS-DN-MONTH
135900     END-IF.
136000     DIVIDE     WS-DN-YEAR BY 4     GIVING WS-DN-Q4.
136100     DIVIDE     WS-DN-YEAR BY 100   GIVING WS-DN-Q100.
136200     DIVIDE     WS-DN-YEAR BY 400   GIVING WS-DN-Q400.
136300     COMPUTE    WS-DN-WORK          = 153 * WS-DN-MONTH - 457.
136400     DIVIDE     WS-DN-WORK BY 5     GIVING WS-DN-QM.
136500     COMPUTE    WS-DN-DAYS          = 365 * WS-DN-YEAR
136600                                    + WS-DN-Q4
136700                                    - WS-DN-Q100
136800                                    + WS-DN-Q400
136900                                    + WS-DN-QM
137000                                    + WS-DN-DATE-DAY.
137100 7500-COMPUTE-DAY-NUMBER-EXIT.
137200     EXIT.

137300*    =============================================================
137400*    8000-TERMINATE  --  CLOSE THE LOG AND ALERT TRAIL AND
137500*    SUMMARIZE THE RUN
137600*    =============================================================
137700 8000-TERMINATE.
137800     IF         WS-LOG-IS-OPEN
137900         CLOSE  XMITLOG
138000     END-IF.
138100     IF         WS-ALERT-IS-OPEN
138200         CLOSE  ALERTFILE
138300     END-IF.
138400     IF         WS-EXTRACT-ACTIVE
138500         DISPLAY 'Records read    ' WS-RECORDS-READ
138600                                    UPON CONSOLE
138700         DISPLAY 'Details sent    ' WS-XTRACT-COUNT
138800                                    UPON CONSOLE
138900         DISPLAY 'Amount sent     ' WS-XTRACT-HASH
139000                                    UPON CONSOLE
139100     END-IF.
139200     DISPLAY    'Acks read       ' WS-ACKS-READ      UPON CONSOLE.
139300     DISPLAY    'Acks matched    ' WS-ACKS-MATCHED   UPON CONSOLE.
139400     DISPLAY    'Acks mismatched ' WS-ACKS-MISMATCHED
139500                                               UPON CONSOLE.
139600     DISPLAY    'Acks unmatched  ' WS-ACKS-UNMATCHED UPON CONSOLE.
139700     DISPLAY    'Newly overdue   ' WS-OVERDUE-COUNT  UPON CONSOLE.
139800     DISPLAY    'Still awaiting  ' WS-OPEN-COUNT-USED
139900                                               UPON CONSOLE.
140000     DISPLAY    'Alerts raised   ' WS-ALERT-COUNT    UPON CONSOLE.
140100     DISPLAY    'Bye COBOL'         UPON CONSOLE.
140200 8000-TERMINATE-EXIT.
140300     EXIT.

140400*    -------------------------------------------------------------
140500*    9000-CHECK-OUTFILE-STATUS  --  A NON-ZERO OUTFILE-STATUS MEANS
140600*    THE SOURCE CANNOT BE TRUSTED TO HAVE BEEN READ WHOLE.
140700*    -------------------------------------------------------------
140800 9000-CHECK-OUTFILE-STATUS.
140900     IF         OUTFILE-STATUS NOT = ZERO
141000         MOVE   OUTFILE-STATUS      TO WS-ABEND-STATUS
141100         GO TO  9999-ABEND
141200     END-IF.
141300 9000-CHECK-OUTFILE-STATUS-EXIT.
141400     EXIT.

141410*    -------------------------------------------------------------
141420*    9100-CHECK-RUNCTL-STATUS  --  CALLED ONLY WHEN RUNCTL-STATUS
141430*    IS SOMETHING OTHER THAN '35' (MISSING).  A RUN-CONTROL FILE
141440*    THAT CANNOT BE READ CANNOT CLEAR THE GATE.
141450*    -------------------------------------------------------------
141500 9100-CHECK-RUNCTL-STATUS.
141600     IF         RUNCTL-STATUS NOT = ZERO
141700         MOVE   RUNCTL-STATUS       TO WS-ABEND-STATUS
141800         GO TO  9999-ABEND
141900     END-IF.
142000 9100-CHECK-RUNCTL-STATUS-EXIT.
142100     EXIT.

142200*    -------------------------------------------------------------
142300*    9200-CHECK-GENSEL-STATUS  --  CALLED ONLY WHEN GENSEL-STATUS
142400*    IS SOMETHING OTHER THAN '35' (MISSING), SO ANY NON-ZERO
142500*    STATUS HERE IS A REAL FAILURE ON A SELECTION THAT EXISTS.
142600*    -------------------------------------------------------------
142700 9200-CHECK-GENSEL-STATUS.
142800     IF         GENSEL-STATUS NOT = ZERO
142900         MOVE   GENSEL-STATUS       TO WS-ABEND-STATUS
143000         GO TO  9999-ABEND
143100     END-IF.
143200 9200-CHECK-GENSEL-STATUS-EXIT.
143300     EXIT.

143310*    -------------------------------------------------------------
143320*    9300-CHECK-GENCAT-STATUS  --  CALLED ONLY WHEN GENCAT-STATUS
143330*    IS SOMETHING OTHER THAN '35' (MISSING).
143340*    -------------------------------------------------------------
143400 9300-CHECK-GENCAT-STATUS.
143500     IF         GENCAT-STATUS NOT = ZERO
143600         MOVE   GENCAT-STATUS       TO WS-ABEND-STATUS
143700         GO TO  9999-ABEND
143800     END-IF.
143900 9300-CHECK-GENCAT-STATUS-EXIT.
144000     EXIT.

144010*    -------------------------------------------------------------
144020*    9400-CHECK-GENFILE-STATUS  --  A GENERATION THAT CANNOT BE
144030*    READ WHOLE CANNOT BE PROVED OR SENT.
144040*    -------------------------------------------------------------
144100 9400-CHECK-GENFILE-STATUS.
144200     IF         GENFILE-STATUS NOT = ZERO
144300         MOVE   GENFILE-STATUS      TO WS-ABEND-STATUS
144400         GO TO  9999-ABEND
144500     END-IF.
144600 9400-CHECK-GENFILE-STATUS-EXIT.
144700     EXIT.

144710*    -------------------------------------------------------------
144720*    9500-CHECK-OBPARM-STATUS  --  CALLED ONLY WHEN OBPARM-STATUS
144730*    IS SOMETHING OTHER THAN '35' (MISSING).
144740*    -------------------------------------------------------------
144800 9500-CHECK-OBPARM-STATUS.
144900     IF         OBPARM-STATUS NOT = ZERO
145000         MOVE   OBPARM-STATUS       TO WS-ABEND-STATUS
145100         GO TO  9999-ABEND
145200     END-IF.
145300 9500-CHECK-OBPARM-STATUS-EXIT.
145400     EXIT.

145500*    -------------------------------------------------------------
145600*    9600-CHECK-XFILE-STATUS  --  AN EXTRACT THAT FAILED TO WRITE
145700*    WHOLE MUST NOT BE LOGGED AS SENT.
145800*    -------------------------------------------------------------
145900 9600-CHECK-XFILE-STATUS.
146000     IF         XFILE-STATUS NOT = ZERO
146100         MOVE   XFILE-STATUS        TO WS-ABEND-STATUS
146200         GO TO  9999-ABEND
146300     END-IF.
146400 9600-CHECK-XFILE-STATUS-EXIT.
146500     EXIT.

146510*    -------------------------------------------------------------
146520*    9700-CHECK-XMITLOG-STATUS  --  A TRANSMISSION LOG THAT CANNOT
146530*    BE READ OR APPENDED CANNOT BE TRUSTED TO MATCH
146540*    ACKNOWLEDGMENTS; '35' (MISSING) IS HANDLED BY THE CALLERS.
146550*    -------------------------------------------------------------
146600 9700-CHECK-XMITLOG-STATUS.
146700     IF         XMITLOG-STATUS NOT = ZERO
146800         MOVE   XMITLOG-STATUS      TO WS-ABEND-STATUS
146900         GO TO  9999-ABEND
147000     END-IF.
147100 9700-CHECK-XMITLOG-STATUS-EXIT.
147200     EXIT.

147210*    -------------------------------------------------------------
147220*    9800-CHECK-XMITACK-STATUS  --  CALLED ONLY WHEN XMITACK-
147230*    STATUS IS SOMETHING OTHER THAN '35' (MISSING).
147240*    -------------------------------------------------------------
147300 9800-CHECK-XMITACK-STATUS.
147400     IF         XMITACK-STATUS NOT = ZERO
147500         MOVE   XMITACK-STATUS      TO WS-ABEND-STATUS
147600         GO TO  9999-ABEND
147700     END-IF.
147800 9800-CHECK-XMITACK-STATUS-EXIT.
147900     EXIT.

147910*    -------------------------------------------------------------
147920*    9900-CHECK-ALERT-STATUS  --  AN ALERT THAT CANNOT BE WRITTEN
147930*    WOULD GO UNSEEN; '35' (MISSING) AT THE OPEN IS HANDLED BY
147940*    7000-WRITE-ALERT.
147950*    -------------------------------------------------------------
148000 9900-CHECK-ALERT-STATUS.
148100     IF         ALERT-STATUS NOT = ZERO
148200         MOVE   ALERT-STATUS        TO WS-ABEND-STATUS
148300         GO TO  9999-ABEND
148400     END-IF.
148500 9900-CHECK-ALERT-STATUS-EXIT.
148600     EXIT.

148700*    =============================================================
148800*    9999-ABEND  --  REPORT THE FAILING FILE STATUS AND END THE RUN
148900*    WITH A NON-ZERO RETURN-CODE SO THE SCHEDULER SEES THE FAILURE.
149000*    =============================================================
149100 9999-ABEND.
149200     DISPLAY    'OUTBOUND ABEND - STATUS ' WS-ABEND-STATUS
149300                 ' AT ' WS-STATUS-WHERE            UPON CONSOLE.
149400     MOVE       16                  TO RETURN-CODE.
149500     STOP RUN.
