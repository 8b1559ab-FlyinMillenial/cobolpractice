001413*                    THE CUTOVER CONVERSION IS A STRAIGHT    *
001414*                    PAD.  AUD-GRAND-TOTAL INCLUDES THE      *
001415*                    OTHER-COMBINATION HITS.                 *
001416*   2026-10-15  RAK  AUD-RUN-MODE 'R' MARKS FIZBCK'S         *
001417*                    REVERSING RECORD - A COPY OF A BACKED-  *
001418*                    OUT RUN'S RECORD FOR ONE REQUEST, SAME  *
001419*                    RUN DATE/TIME, APPENDED WHEN THE RUN IS *
001420*                    BACKED OUT.  DELTA MODE AND THE REPORTS *
001421*                    SKIP BOTH THE REVERSAL AND THE RUN IT   *
001422*                    REVERSES.  NO FIELD MOVED.              *
001400*                                                          *
001500************************************************************
001600  01  AUDITREC-RECORD.
003300      05  AUD-RUN-MODE            PIC X(01).
003400          88  AUD-WAS-DELTA-RUN       VALUE 'D'.
003500          88  AUD-WAS-FULL-RUN        VALUE 'F'.
003550          88  AUD-WAS-REVERSAL        VALUE 'R'.
003600      05  AUD-RULE3-DIVISOR       PIC 9(3).
003700      05  AUD-RULE3-LABEL         PIC X(08).
003800      05  AUD-RULE4-DIVISOR       PIC 9(3).
