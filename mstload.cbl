002200*                    THAN ABENDING THE WHOLE LOAD, SINCE THE BAD
002300*                    RECORD IS ALREADY ON OUTFILE FOR READONE TO
002400*                    FLAG.
002401*   2026-10-15  SOC  LOAD REVERSAL RECORDS ('R') AS WELL AS
002402*                    DETAILS.  THE RECORD LAYOUT MOVES TO THE NEW
002403*                    MASTREC COPYBOOK, WHICH ADDS MAST-REVERSES, AN
002404*                    ALTERNATE KEY (DUPLICATES ALLOWED) CARRYING A
002405*                    REVERSAL ROW'S TARGET KEY AND ZEROS ON EVERY
002406*                    OTHER ROW, SO MSTINQ AND WRITEONE CAN ASK
002407*                    WHETHER A DETAIL HAS BEEN REVERSED - AND BY
002408*                    WHICH KEY - WITH ONE KEYED READ.  A REVERSAL
002409*                    WITH A NON-NUMERIC TARGET KEY IS REPORTED AND
002410*                    SKIPPED LIKE A NON-NUMERIC RECORD KEY.
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700     PROGRAM-ID.               MSTLOAD.
004100         ORGANIZATION      INDEXED
004200         ACCESS            SEQUENTIAL
004300         RECORD KEY        MAST-NUMB
004310         ALTERNATE RECORD KEY MAST-REVERSES
004320                           WITH DUPLICATES
004400         FILE STATUS       MAST-STATUS.

004500 DATA DIVISION.
004900     COPY OUTREC.

005000*    -------------------------------------------------------------
005010*    MASTFILE  --  THE SAME 61 BYTES AS AN OUTFILE DETAIL OR
005020*    REVERSAL RECORD, KEYED ON THE RECORD NUMBER, PLUS THE
005030*    REVERSED-KEY ALTERNATE KEY (COPYBOOK MASTREC).
005500*    -------------------------------------------------------------
005600 FD  MASTFILE
005700     DATA RECORD           MAST-RECORD.
005710     COPY MASTREC.

006100 WORKING-STORAGE SECTION.

007300 77  WS-RECORDS-READ        PIC 9(06) COMP VALUE ZERO.
007400 77  WS-LOADED-COUNT        PIC 9(06) COMP VALUE ZERO.
007500 77  WS-SKIPPED-COUNT       PIC 9(06) COMP VALUE ZERO.
007510 77  WS-REVERSAL-COUNT      PIC 9(06) COMP VALUE ZERO.

007600*    -------------------------------------------------------------
007700*    FILE STATUS-CHECK WORK AREA
011200     EXIT.

011300*    =============================================================
011310*    2000-LOAD-RECORD  --  LOAD ONE DETAIL OR REVERSAL RECORD INTO
011320*    THE MASTER AND READ THE NEXT.  NO OTHER RECORD IS LOADED.
011600*    =============================================================
011700 2000-LOAD-RECORD.
011800     ADD        1                   TO WS-RECORDS-READ.

011900     IF         OUTREC-IS-DETAIL
011910         OR     OUTREC-IS-REVERSAL
012000         PERFORM 2010-WRITE-MASTER
012100             THRU 2010-WRITE-MASTER-EXIT
012200     END-IF.
013000*    ACCESS LOAD HOLDS UNLESS THE DATA ITSELF IS BAD: A NON-NUMERIC
013100*    OR OUT-OF-SEQUENCE KEY IS REPORTED AND SKIPPED (READONE
013200*    ALREADY FLAGS IT AS AN OUTFILE EXCEPTION) INSTEAD OF KILLING
013210*    THE WHOLE LOAD.  A REVERSAL'S TARGET KEY GOES INTO THE
013220*    ALTERNATE KEY; EVERY OTHER ROW CARRIES ZEROS THERE.
013400*    -------------------------------------------------------------
013500 2010-WRITE-MASTER.
013600     IF         OUTREC-NUMB NOT NUMERIC
014000         GO TO  2010-WRITE-MASTER-EXIT
014100     END-IF.

014110     IF         OUTREC-IS-REVERSAL
014120         AND    REVR-TARGET-NUMB NOT NUMERIC
014130         DISPLAY '*** MSTLOAD: REVERSAL ' OUTREC-NUMB
014140                 ' HAS A NON-NUMERIC TARGET - SKIPPED'
014150                                     UPON CONSOLE
014160         ADD    1                   TO WS-SKIPPED-COUNT
014170         GO TO  2010-WRITE-MASTER-EXIT
014180     END-IF.

014200     MOVE       OUTFILE-RECORD      TO MAST-RECORD.
014210     IF         OUTREC-IS-REVERSAL
014220         MOVE   REVR-TARGET-NUMB    TO MAST-REVERSES
014230     ELSE
014240         MOVE   ZEROS               TO MAST-REVERSES
014250     END-IF.
014300     WRITE      MAST-RECORD
014400         INVALID KEY
014500             DISPLAY '*** MSTLOAD: KEY ' MAST-NUMB
014800             ADD 1                  TO WS-SKIPPED-COUNT
014900         NOT INVALID KEY
015000             ADD 1                  TO WS-LOADED-COUNT
015010             IF  OUTREC-IS-REVERSAL
015020                 ADD 1              TO WS-REVERSAL-COUNT
015030             END-IF
015100     END-WRITE.
015200 2010-WRITE-MASTER-EXIT.
015300     EXIT.
017300         THRU 9100-CHECK-MAST-STATUS-EXIT.
017400     DISPLAY    'Records read    ' WS-RECORDS-READ  UPON CONSOLE.
017500     DISPLAY    'Records loaded  ' WS-LOADED-COUNT  UPON CONSOLE.
017510     DISPLAY    'Reversals       ' WS-REVERSAL-COUNT UPON CONSOLE.
017600     DISPLAY    'Records skipped ' WS-SKIPPED-COUNT UPON CONSOLE.
017700     DISPLAY    'Bye COBOL'         UPON CONSOLE.
017800 8000-TERMINATE-EXIT.
