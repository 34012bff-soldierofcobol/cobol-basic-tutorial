002700*                    ANY DISAGREEMENT SETS RETURN-CODE 8 SO THE
002800*                    SCHEDULER HOLDS THE DOWNSTREAM STEPS, THE
002900*                    SAME WARNING CONVENTION VOLCHECK USES.
002910*   2026-10-15  SOC  COUNT REVERSAL RECORDS ('R').  THE TRAILER'S
002920*                    DETAIL COUNT INCLUDES THEM, SO THE OUTFILE
002930*                    PAIRING NOW BALANCES DETAILS PLUS REVERSALS
002940*                    AGAINST IT; THE DIGEST PAIRING STAYS ON
002950*                    DETAILS ALONE, AS READONE DOES NOT DIGEST A
002960*                    REVERSAL.  THE SHEET ALSO SHOWS THE DETAIL AND
002970*                    REVERSAL AMOUNTS AND THE NET BETWEEN THEM.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200     PROGRAM-ID.               BALRPT.
014300 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
014400 77  WS-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
014500 77  WS-DIGEST-COUNT        PIC 9(08) COMP VALUE ZERO.
014501 77  WS-REVERSAL-COUNT      PIC 9(08) COMP VALUE ZERO.
014502 77  WS-VALUE-COUNT         PIC 9(08) COMP VALUE ZERO.

014503*    -------------------------------------------------------------
014504*    VALUE TOTALS -- DETAIL AND REVERSAL AMOUNTS (A NON-NUMERIC
014505*    LEGACY AMOUNT IS LEFT OUT, AS IT IS LEFT OUT OF THE HASH) AND
014506*    THE NET BETWEEN THEM, WHICH A REVERSAL OF AN EARLIER FILE'S
014507*    DETAIL CAN DRIVE NEGATIVE.
014508*    -------------------------------------------------------------
014509 77  WS-DETAIL-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
014510 77  WS-REVERSAL-AMOUNT     PIC 9(13)V99 VALUE ZEROS.
014511 77  WS-NET-AMOUNT          PIC S9(13)V99 VALUE ZEROS.
014512 77  WS-AMOUNT-EDIT         PIC -(13)9.99.

014600 77  WS-TRAILER-SWITCH      PIC X(01) VALUE 'N'.
014700     88  WS-TRAILER-SEEN              VALUE 'Y'.
021700*    -------------------------------------------------------------
021800*    2010-COUNT-ONE-RECORD  --  READ AND CLASSIFY ONE RECORD.
021900*    SOURCE HEADERS AND SUBTOTALS ARE NEITHER DETAILS NOR
021910*    TRAILERS AND DO NOT COUNT.  REVERSALS ARE COUNTED APART.
022100*    -------------------------------------------------------------
022200 2010-COUNT-ONE-RECORD.
022300     READ       OUTFILE
022600         NOT AT END
022700             IF  OUTREC-IS-DETAIL
022800                 ADD 1              TO WS-DETAIL-COUNT
022810                 IF  PAY-AMOUNT NUMERIC
022820                     ADD PAY-AMOUNT TO WS-DETAIL-AMOUNT
022830                 END-IF
022900             END-IF
022910             IF  OUTREC-IS-REVERSAL
022920                 ADD 1              TO WS-REVERSAL-COUNT
022930                 IF  REVR-AMOUNT NUMERIC
022940                     ADD REVR-AMOUNT TO WS-REVERSAL-AMOUNT
022950                 END-IF
022960             END-IF
023000             IF  OUTREC-IS-TRAILER
023100                 SET WS-TRAILER-SEEN TO TRUE
023200                 MOVE TRLR-DETAIL-COUNT TO WS-TRLR-COUNT
035900     DISPLAY    '================ DAILY BALANCING SHEET '
036000                '================'   UPON CONSOLE.
036100     DISPLAY    'OUTFILE DETAILS   ' WS-DETAIL-COUNT UPON CONSOLE.
036110     DISPLAY    'OUTFILE REVERSALS ' WS-REVERSAL-COUNT
036115                 UPON CONSOLE.
036120     MOVE       WS-DETAIL-AMOUNT    TO WS-AMOUNT-EDIT.
036130     DISPLAY    'DETAIL AMOUNT     ' WS-AMOUNT-EDIT UPON CONSOLE.
036140     MOVE       WS-REVERSAL-AMOUNT  TO WS-AMOUNT-EDIT.
036150     DISPLAY    'REVERSAL AMOUNT   ' WS-AMOUNT-EDIT UPON CONSOLE.
036160     COMPUTE    WS-NET-AMOUNT       = WS-DETAIL-AMOUNT
036170                                    - WS-REVERSAL-AMOUNT.
036180     MOVE       WS-NET-AMOUNT       TO WS-AMOUNT-EDIT.
036190     DISPLAY    'NET AMOUNT        ' WS-AMOUNT-EDIT UPON CONSOLE.
036200     IF         WS-TRAILER-SEEN
036300         DISPLAY 'TRAILER COUNT     ' WS-TRLR-COUNT UPON CONSOLE
036400     ELSE
037700     DISPLAY    '------------------------------------------------'
037800                 UPON CONSOLE.

037810*    PAIRING 1: OUTFILE PHYSICAL DETAILS AND REVERSALS VS TRAILER
037820*    COUNT.
037830     COMPUTE    WS-VALUE-COUNT      = WS-DETAIL-COUNT
037840                                    + WS-REVERSAL-COUNT.
038000     IF         WS-TRAILER-SEEN
038010         AND    WS-TRLR-COUNT = WS-VALUE-COUNT
038200         MOVE   'IN BALANCE'        TO WS-VERDICT
038300     ELSE
038400         MOVE   '*** OUT OF BAL'    TO WS-VERDICT
