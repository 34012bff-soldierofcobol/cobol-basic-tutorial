001900*                    A NON-NUMERIC KEY LINE IS REPORTED AND
002000*                    SKIPPED SO ONE TYPO DOES NOT SINK A BATCH OF
002100*                    INQUIRIES.
002110*   2026-10-15  SOC  SHOW THE REVERSAL LINK.  A DETAIL THAT HAS BEEN
002120*                    REVERSED IS PRINTED WITH THE KEY OF THE
002130*                    REVERSAL THAT CANCELLED IT, AND A REVERSAL ROW
002140*                    WITH THE KEY IT CANCELLED, BOTH FOUND THROUGH
002150*                    THE NEW MAST-REVERSES ALTERNATE KEY (COPYBOOK
002160*                    MASTREC).  A KEY NOT ON THE MASTER BUT REVERSED
002170*                    BY A ROW THAT IS - AN ORIGINAL FROM AN EARLIER,
002180*                    CLOSED-OUT FILE - IS REPORTED AS NOT ON MASTER
002190*                    TOGETHER WITH ITS REVERSING KEY.
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400     PROGRAM-ID.               MSTINQ.
003400         ORGANIZATION      INDEXED
003500         ACCESS            RANDOM
003600         RECORD KEY        MAST-NUMB
003610         ALTERNATE RECORD KEY MAST-REVERSES
003620                           WITH DUPLICATES
003700         FILE STATUS       MAST-STATUS.

003800*    -------------------------------------------------------------
004700 FILE SECTION.

004800*    -------------------------------------------------------------
004810*    MASTFILE  --  THE SAME 61 BYTES AS AN OUTFILE DETAIL OR
004820*    REVERSAL RECORD, KEYED ON THE RECORD NUMBER, PLUS THE
004830*    REVERSED-KEY ALTERNATE KEY (COPYBOOK MASTREC).
005200*    -------------------------------------------------------------
005300 FD  MASTFILE
005400     DATA RECORD           MAST-RECORD.
005410     COPY MASTREC.

005800 FD  KEYFILE
005900     DATA RECORD           KEY-RECORD.
007500 77  WS-FOUND-COUNT         PIC 9(06) COMP VALUE ZERO.
007600 77  WS-NOTFND-COUNT        PIC 9(06) COMP VALUE ZERO.

007601*    -------------------------------------------------------------
007602*    REVERSAL-LINK WORK AREAS -- SET BY 2020-FIND-REVERSAL.
007603*    -------------------------------------------------------------
007604 77  WS-MAST-FOUND-SWITCH   PIC X(01) VALUE 'N'.
007605     88  WS-MAST-FOUND                VALUE 'Y'.
007606     88  WS-MAST-NOT-FOUND            VALUE 'N'.

007607 77  WS-REV-FOUND-SWITCH    PIC X(01) VALUE 'N'.
007608     88  WS-REV-FOUND                 VALUE 'Y'.
007609     88  WS-REV-NOT-FOUND             VALUE 'N'.

007610 77  WS-REV-NUMB            PIC 9(06) VALUE ZEROS.

007700*    -------------------------------------------------------------
007800*    FILE STATUS-CHECK WORK AREA
007900*    -------------------------------------------------------------
014900*    -------------------------------------------------------------
015000*    2010-FETCH-ONE-RECORD  --  ONE KEYED READ AGAINST THE MASTER.
015100*    NOT-FOUND IS AN ANSWER, NOT AN ERROR: THE BUSINESS OFTEN ASKS
015110*    ABOUT KEYS THAT WERE NEVER ISSUED.  A DETAIL IS FOLLOWED BY
015120*    THE KEY OF THE REVERSAL THAT CANCELLED IT, IF ANY, AND A
015130*    REVERSAL BY THE KEY IT CANCELLED.  A KEY NOT ON THE MASTER
015140*    MAY STILL HAVE BEEN REVERSED FROM A LATER FILE THAT IS.
015300*    -------------------------------------------------------------
015400 2010-FETCH-ONE-RECORD.
015500     MOVE       KEY-NUMB            TO MAST-NUMB.
015600     READ       MASTFILE
015700         INVALID KEY
015710             SET WS-MAST-NOT-FOUND  TO TRUE
016000         NOT INVALID KEY
016010             SET WS-MAST-FOUND      TO TRUE
016500     END-READ.

016501     IF         WS-MAST-NOT-FOUND
016502         PERFORM 2020-FIND-REVERSAL
016503             THRU 2020-FIND-REVERSAL-EXIT
016504         IF     WS-REV-FOUND
016505             DISPLAY KEY-NUMB '  *** NOT ON MASTER - REVERSED BY '
016506                     WS-REV-NUMB    UPON CONSOLE
016507         ELSE
016508             DISPLAY KEY-NUMB '  *** NOT ON MASTER' UPON CONSOLE
016509         END-IF
016510         ADD    1                   TO WS-NOTFND-COUNT
016511         GO TO  2010-FETCH-ONE-RECORD-EXIT
016512     END-IF.

016513     MOVE       MAST-NUMB           TO ANS-NUMB.
016514     MOVE       MAST-BODY           TO ANS-BODY.
016515     DISPLAY    WS-ANSWER-LINE      UPON CONSOLE.
016516     ADD        1                   TO WS-FOUND-COUNT.

016517     IF         MAST-IS-REVERSAL
016518         DISPLAY '        REVERSAL OF ' MAST-REVERSES UPON CONSOLE
016519     ELSE
016520         PERFORM 2020-FIND-REVERSAL
016521             THRU 2020-FIND-REVERSAL-EXIT
016522         IF     WS-REV-FOUND
016523             DISPLAY '        REVERSED BY ' WS-REV-NUMB
016524                      UPON CONSOLE
016525         END-IF
016526     END-IF.
016600 2010-FETCH-ONE-RECORD-EXIT.
016700     EXIT.

016701*    -------------------------------------------------------------
016702*    2020-FIND-REVERSAL  --  ONE KEYED READ ON THE MAST-REVERSES
016703*    ALTERNATE KEY FOR THE ROW THAT REVERSED THE REQUESTED KEY.
016704*    KEY ZERO IS NEVER ISSUED AND IS WHAT EVERY NON-REVERSAL ROW
016705*    CARRIES THERE, SO IT IS NOT LOOKED UP.
016706*    -------------------------------------------------------------
016707 2020-FIND-REVERSAL.
016708     SET        WS-REV-NOT-FOUND    TO TRUE.
016709     IF         KEY-NUMB            = ZERO
016710         GO TO  2020-FIND-REVERSAL-EXIT
016711     END-IF.
016712     MOVE       KEY-NUMB            TO MAST-REVERSES.
016713     READ       MASTFILE
016714         KEY IS MAST-REVERSES
016715         INVALID KEY
016716             CONTINUE
016717         NOT INVALID KEY
016718             SET WS-REV-FOUND       TO TRUE
016719             MOVE MAST-NUMB         TO WS-REV-NUMB
016720     END-READ.
016721*    '02' ONLY SAYS ANOTHER ROW SHARES THE ALTERNATE KEY; THE ROW
016722*    READ IS GOOD.
016723     IF         MAST-STATUS         NOT = '23'
016724         AND    MAST-STATUS         NOT = '02'
016725         MOVE   'READ REVERSAL KEY' TO WS-STATUS-WHERE
016726         PERFORM 9100-CHECK-MAST-STATUS
016727             THRU 9100-CHECK-MAST-STATUS-EXIT
016728     END-IF.
016729 2020-FIND-REVERSAL-EXIT.
016730     EXIT.

016800*    -------------------------------------------------------------
016900*    2100-READ-KEYFILE  --  READ THE NEXT REQUESTED KEY, SETTING
017000*    THE END-OF-FILE SWITCH WHEN THE LIST IS EXHAUSTED
