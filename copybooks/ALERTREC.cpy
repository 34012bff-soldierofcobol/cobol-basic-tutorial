001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*   2026-09-03  SOC  ORIGINAL VERSION.
001410*   2026-10-15  SOC  OUTBOUND ALSO APPENDS ROWS: A PARTNER
001420*                    ACKNOWLEDGMENT THAT DISAGREES ('C') OR IS
001430*                    OVERDUE ('W'), KEYED BY THE TRANSMISSION ID.
001440*   2026-10-15  SOC  REVIEW ALSO APPENDS ROWS: A LARGE-VALUE ITEM
001450*                    LEFT UNREVIEWED PAST ITS ALLOWANCE ('W') OR
001460*                    QUERIED TOO LONG ('C'), KEYED BY ITS OUTREC-NUMB.
001500*****************************************************************
001600 01  ALERT-RECORD.
001700     10  ALRT-PROGRAM       PIC X(08).
