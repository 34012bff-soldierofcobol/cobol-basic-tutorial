011100*                    EVERY OTHER PARAMETER READER IN THE SUITE
011200*                    ALREADY DOES, AND THE CATALOG LOOKUP AND
011300*                    NOT-FOUND MESSAGE USE THE SAVED COPY.
011310*   2026-10-15  SOC  RECOGNIZE THE REVERSAL RECORD ('R').  A
011320*                    REVERSAL COUNTS TOWARD THE TRAILER'S DETAIL
011330*                    COUNT AND ITS AMOUNT TOWARD THE HASH, AS
011340*                    WRITEONE WROTE THEM, AND GETS THE SAME KEY
011350*                    CHECKS AS A DETAIL.  ITS TARGET KEY MUST BE
011360*                    NUMERIC AND BELOW ITS OWN KEY, AND NO TWO
011370*                    REVERSALS IN ONE FILE MAY CANCEL THE SAME
011380*                    TARGET.  A REVERSAL IS NOT A NEW PAYLOAD, SO
011390*                    IT IS NEITHER DIGEST-SCREENED NOR RULE-CHECKED.
011400*****************************************************************
011500 IDENTIFICATION DIVISION.
011600     PROGRAM-ID.               READONE.
031200 77  WS-PREV-NUMB           PIC 9(06) VALUE ZEROS.
031300 77  WS-RECORDS-READ        PIC 9(06) COMP VALUE ZERO.
031400 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
031410 77  WS-REVERSAL-COUNT      PIC 9(08) COMP VALUE ZERO.
031500 77  WS-EXCEPTION-COUNT     PIC 9(06) COMP VALUE ZERO.

031600*    -------------------------------------------------------------
033800 77  WS-DIGEST-MAX          PIC 9(06) COMP VALUE 20000.
033900 77  WS-DIGEST-IDX          PIC 9(06) COMP VALUE ZERO.

033901*    -------------------------------------------------------------
033902*    REVERSAL TARGETS SEEN IN THIS FILE, FOR THE CANCELLED-TWICE
033903*    CHECK.  TARGETS BEYOND THE TABLE'S SIZE ARE NOT CHECKED.
033904*    -------------------------------------------------------------
033905 01  WS-REVTGT-TABLE.
033906     05  WS-REVTGT-ENTRY    OCCURS 2000 TIMES.
033907         10  WS-REVTGT-NUMB     PIC 9(06).

033908 77  WS-REVTGT-COUNT        PIC 9(06) COMP VALUE ZERO.
033909 77  WS-REVTGT-MAX          PIC 9(06) COMP VALUE 2000.
033910 77  WS-REVTGT-IDX          PIC 9(06) COMP VALUE ZERO.

033911 77  WS-REVTGT-SWITCH       PIC X(01) VALUE 'N'.
033912     88  WS-REVTGT-FOUND              VALUE 'Y'.
033913     88  WS-REVTGT-NOT-FOUND          VALUE 'N'.

034000*    -------------------------------------------------------------
034100*    FIELD-LEVEL VALIDATION PROFILE TABLE, LOADED FROM RULESFILE
034200*    -------------------------------------------------------------
073200                 PERFORM 2070-VALIDATE-SRC-SUBTOTAL
073300                     THRU 2070-VALIDATE-SRC-SUBTOTAL-EXIT
073400             ELSE
073410                 IF OUTREC-IS-REVERSAL
073420                     PERFORM 2080-VALIDATE-REVERSAL
073430                         THRU 2080-VALIDATE-REVERSAL-EXIT
073440                 ELSE
073450                     PERFORM 2010-VALIDATE-DETAIL
073460                         THRU 2010-VALIDATE-DETAIL-EXIT
073470                 END-IF
073700             END-IF
073800         END-IF
073900     END-IF.
096500 2070-VALIDATE-SRC-SUBTOTAL-EXIT.
096600     EXIT.

096601*    -------------------------------------------------------------
096602*    2080-VALIDATE-REVERSAL  --  A REVERSAL IS COUNTED AND HASHED
096603*    WITH THE DETAILS (THE TRAILER'S TOTALS ARE GROSS) AND GETS
096604*    THE SAME KEY CHECKS.  ITS TARGET MUST BE AN EARLIER KEY, AND
096605*    MAY NOT ALREADY HAVE BEEN CANCELLED EARLIER IN THIS FILE.
096606*    WHETHER THE TARGET EXISTS IN HISTORY WAS PROVED BY WRITEONE
096607*    WHEN THE REVERSAL WAS ACCEPTED.
096608*    -------------------------------------------------------------
096609 2080-VALIDATE-REVERSAL.
096610     ADD        1                   TO WS-DETAIL-COUNT.
096611     ADD        1                   TO WS-REVERSAL-COUNT.
096612     IF         REVR-AMOUNT NUMERIC
096613         ADD    REVR-AMOUNT         TO WS-AMOUNT-HASH
096614             ON SIZE ERROR
096615                 MOVE 90         TO WS-ABEND-STATUS
096616                 MOVE 'AMOUNT-HASH OVERFLOW' TO WS-STATUS-WHERE
096617                 GO TO 9999-ABEND
096618         END-ADD
096619     ELSE
096620         MOVE   OUTREC-NUMB         TO EXC-NUMB
096621         MOVE   'REVERSAL AMOUNT IS NOT NUMERIC'
096622                                     TO EXC-REASON
096623         PERFORM 2200-REPORT-EXCEPTION
096624             THRU 2200-REPORT-EXCEPTION-EXIT
096625     END-IF.

096626     IF         OUTREC-NUMB NOT NUMERIC
096627         MOVE   OUTREC-NUMB         TO EXC-NUMB
096628         MOVE   'OUTREC-NUMB IS NOT NUMERIC'
096629                                     TO EXC-REASON
096630         PERFORM 2200-REPORT-EXCEPTION
096631             THRU 2200-REPORT-EXCEPTION-EXIT
096632         GO TO  2080-VALIDATE-REVERSAL-EXIT
096633     END-IF.
096634     IF         OUTREC-NUMB NOT > WS-PREV-NUMB
096635         MOVE   OUTREC-NUMB         TO EXC-NUMB
096636         MOVE   'OUTREC-NUMB IS NOT INCREASING'
096637                                     TO EXC-REASON
096638         PERFORM 2200-REPORT-EXCEPTION
096639             THRU 2200-REPORT-EXCEPTION-EXIT
096640     END-IF.
096641     MOVE       OUTREC-NUMB         TO WS-PREV-NUMB.

096642     IF         REVR-TARGET-NUMB NOT NUMERIC
096643         OR     REVR-TARGET-NUMB = ZERO
096644         OR     REVR-TARGET-NUMB NOT < REVR-NUMB
096645         MOVE   OUTREC-NUMB         TO EXC-NUMB
096646         MOVE   'REVERSAL TARGET IS NOT AN EARLIER KEY'
096647                                     TO EXC-REASON
096648         PERFORM 2200-REPORT-EXCEPTION
096649             THRU 2200-REPORT-EXCEPTION-EXIT
096650         GO TO  2080-VALIDATE-REVERSAL-EXIT
096651     END-IF.

096652     SET        WS-REVTGT-NOT-FOUND TO TRUE.
096653     PERFORM 2085-CHECK-ONE-REVTGT
096654         THRU 2085-CHECK-ONE-REVTGT-EXIT
096655         VARYING WS-REVTGT-IDX FROM 1 BY 1
096656             UNTIL WS-REVTGT-IDX > WS-REVTGT-COUNT
096657                OR WS-REVTGT-FOUND.
096658     IF         WS-REVTGT-FOUND
096659         MOVE   OUTREC-NUMB         TO EXC-NUMB
096660         MOVE   'REVERSAL TARGET ALREADY REVERSED'
096661                                     TO EXC-REASON
096662         PERFORM 2200-REPORT-EXCEPTION
096663             THRU 2200-REPORT-EXCEPTION-EXIT
096664     ELSE
096665         IF     WS-REVTGT-COUNT < WS-REVTGT-MAX
096666             ADD 1                  TO WS-REVTGT-COUNT
096667             MOVE REVR-TARGET-NUMB
096668                  TO WS-REVTGT-NUMB(WS-REVTGT-COUNT)
096669         END-IF
096670     END-IF.
096671 2080-VALIDATE-REVERSAL-EXIT.
096672     EXIT.

096673*    -------------------------------------------------------------
096674*    2085-CHECK-ONE-REVTGT  --  COMPARE THE REVERSAL'S TARGET WITH
096675*    ONE TARGET ALREADY SEEN.
096676*    -------------------------------------------------------------
096677 2085-CHECK-ONE-REVTGT.
096678     IF         WS-REVTGT-NUMB(WS-REVTGT-IDX) = REVR-TARGET-NUMB
096679         SET    WS-REVTGT-FOUND     TO TRUE
096680     END-IF.
096681 2085-CHECK-ONE-REVTGT-EXIT.
096682     EXIT.

096700*    -------------------------------------------------------------
096800*    2050-VALIDATE-TRAILER  --  CONFIRM THE TRAILER'S DETAIL COUNT
096900*    MATCHES HOW MANY DETAIL RECORDS WERE ACTUALLY READ, AND ITS
096910*    AMOUNT HASH THE SUM OF THEIR PAY-AMOUNT FIELDS, REVERSALS
096920*    INCLUDED IN BOTH.  A TRAILER
097100*    WRITTEN BEFORE THE HASH EXISTED CARRIES SPACES THERE AND IS
097200*    NOT HASH-CHECKED.
097300*    -------------------------------------------------------------
107300     DISPLAY    'Close FS is '      OUTFILE-STATUS.
107400     DISPLAY    'Records read    ' WS-RECORDS-READ UPON CONSOLE.
107500     DISPLAY    'Detail records  ' WS-DETAIL-COUNT UPON CONSOLE.
107510     DISPLAY    'Reversals       ' WS-REVERSAL-COUNT UPON CONSOLE.
107600     DISPLAY    'Exceptions found' WS-EXCEPTION-COUNT
107700                                     UPON CONSOLE.
107800     DISPLAY    'Bye COBOL'         UPON CONSOLE.
