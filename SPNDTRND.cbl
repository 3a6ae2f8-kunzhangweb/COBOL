       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SPNDTRND.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * 13-month spend trend off SPNDHIST, the period history
      * MTHCLOSE appends to at each month-end close. Every supplier,
      * then every buyer, then the month totals, with the 13 months
      * ending at the report month side by side in USD thousands, so
      * the first column is the same month a year earlier. Each line
      * carries its month-over-month change (report month against
      * the month before) and its year-over-year change (report month
      * against the first column), and is flagged when either moves
      * by more than the percentage on the card - up or down. A line
      * that had nothing in the base month and has spend now shows
      * NEW and is flagged.
      * TRNDCARD, all optional:
      *   cols 1-6   report month YYYYMM - default the last month
      *              closed
      *   col  7     measure - C committed, R received (default),
      *              X closed
      *   cols 8-10  flag percentage - default 25
      * A month in the window that was never closed prints OPEN
      * under its column.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNDCARD
           ASSIGN TO TRNDCARD
             FILE STATUS IS TCCODE.

           SELECT SPNDHIST
           ASSIGN TO SPNDHIST
             FILE STATUS IS SHCODE.

           SELECT TRDSORT
           ASSIGN TO TRDSORT.

           SELECT TRDRPT
           ASSIGN TO TRDRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRNDCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRND-CARD-REC.
       01  TRND-CARD-REC  PIC X(80).

      * Cumulative period history as MTHCLOSE writes it.
       FD  SPNDHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HIST-REC.
       01  HIST-REC  PIC X(80).

      * One record per history row inside the window - section
      * (1 supplier, 2 buyer, 3 month total), key and month column,
      * so the report comes off the SORT on control breaks.
       SD  TRDSORT.
       01  TRD-SORT-REC.
           05  TRD-SRT-SECTION           PIC 9(01).
           05  TRD-SRT-KEY               PIC X(10).
           05  TRD-SRT-BUCKET            PIC 9(02).
           05  TRD-SRT-AMOUNT            PIC S9(11)V99 COMP-3.

       FD  TRDRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS TRD-RPT-REC.
       01  TRD-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TCCODE                  PIC X(2).
               88 TC-VALID      VALUE '00'.
           05  SHCODE                  PIC X(2).
               88 SH-VALID      VALUE '00'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-HISTORY           PIC X VALUE 'N'.
               88  END-OF-HISTORY              VALUE 'Y'.
           05  SW-MORE-SORT              PIC X VALUE 'N'.
               88  END-OF-SORT                 VALUE 'Y'.
           05  SW-LINE-FLAGGED           PIC X VALUE 'N'.
               88  LINE-FLAGGED                VALUE 'Y'.

      * Period history record as MTHCLOSE lays it out.
       01  WS-HIST-REC.
           05  SH-PERIOD                 PIC 9(06) VALUE ZERO.
           05  SH-PERIOD-PARTS REDEFINES SH-PERIOD.
               10  SH-PERIOD-YYYY        PIC 9(04).
               10  SH-PERIOD-MM          PIC 9(02).
           05  SH-REC-TYPE               PIC X(01) VALUE SPACES.
               88 SH-SUPPLIER-TOTAL        VALUE 'S'.
               88 SH-BUYER-TOTAL           VALUE 'B'.
               88 SH-MONTH-TOTAL           VALUE 'T'.
           05  SH-KEY                    PIC X(10) VALUE SPACES.
           05  SH-COMMITTED-USD          PIC S9(11)V99 VALUE ZERO.
           05  SH-RECEIVED-USD           PIC S9(11)V99 VALUE ZERO.
           05  SH-CLOSED-USD             PIC S9(11)V99 VALUE ZERO.
           05  SH-PO-COUNT               PIC 9(05) VALUE ZERO.
           05  SH-CLOSE-DATE             PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE SPACES.

      * The card, defaulted field by field.
       01  WS-TREND-CARD.
           05  TRC-PERIOD                PIC X(06) VALUE SPACES.
           05  TRC-MEASURE               PIC X(01) VALUE SPACES.
           05  TRC-PERCENT               PIC X(03) VALUE SPACES.
           05  TRC-PERCENT-NUM REDEFINES TRC-PERCENT
                                         PIC 9(03).
           05  FILLER                    PIC X(70) VALUE SPACES.

       01  WS-TREND-PARMS.
           05  WS-REPORT-PERIOD          PIC 9(06) VALUE ZERO.
           05  WS-REPORT-PARTS REDEFINES WS-REPORT-PERIOD.
               10  WS-REPORT-YYYY        PIC 9(04).
               10  WS-REPORT-MM          PIC 9(02).
           05  WS-LAST-CLOSED            PIC 9(06) VALUE ZERO.
           05  WS-MEASURE                PIC X(01) VALUE 'R'.
               88  MEASURE-COMMITTED           VALUE 'C'.
               88  MEASURE-RECEIVED            VALUE 'R'.
               88  MEASURE-CLOSED              VALUE 'X'.
           05  WS-DEFAULT-PERCENT        PIC 9(03) VALUE 25.
           05  WS-FLAG-PERCENT           PIC 9(03) VALUE ZERO.

      * Months counted from year zero, so the window is a plain
      * range of 13 numbers ending at the report month.
       01  WS-WINDOW-WORK.
           05  WS-END-INDEX              PIC 9(07) COMP VALUE ZERO.
           05  WS-START-INDEX            PIC 9(07) COMP VALUE ZERO.
           05  WS-REC-INDEX              PIC 9(07) COMP VALUE ZERO.
           05  WS-LABEL-YEAR             PIC 9(04) VALUE ZERO.
           05  WS-LABEL-MONTH            PIC 9(02) VALUE ZERO.
           05  WS-BKT                    PIC 9(02) COMP VALUE ZERO.
           05  WS-COL                    PIC 9(03) COMP VALUE ZERO.

       01  WS-MONTH-CLOSED-TABLE.
           05  WS-MONTH-CLOSED OCCURS 13 TIMES
                                         PIC X(01) VALUE 'N'.

      * One report line in flight at a time.
       01  WS-TRD-BREAK-WORK.
           05  WS-BRK-ACTIVE             PIC X(01) VALUE 'N'.
           05  WS-BRK-SECTION            PIC 9(01) VALUE ZERO.
           05  WS-BRK-KEY                PIC X(10) VALUE SPACES.
           05  WS-BRK-AMOUNT OCCURS 13 TIMES
                                         PIC S9(11)V99 COMP-3.
           05  WS-BASE-AMOUNT            PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-PCT-CHANGE             PIC S9(09) COMP-3
                                             VALUE ZERO.
           05  WS-THOUSANDS              PIC S9(09) COMP-3
                                             VALUE ZERO.
           05  WS-PCT-TEXT               PIC X(05) VALUE SPACES.
           05  WS-PCT-EDIT               PIC -(4)9.
           05  WS-MOM-FLAGGED            PIC X(01) VALUE 'N'.
           05  WS-YOY-FLAGGED            PIC X(01) VALUE 'N'.

      * Page control and line layouts - title, run date and page
      * number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-TRD-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-TRD-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.

       01  WS-RPT-RUN-DATE.
           05  WS-RPT-RUN-MM             PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-RPT-RUN-DD             PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE '/'.
           05  WS-RPT-RUN-YYYY           PIC X(04) VALUE SPACES.

       01  WS-RPT-HEADING.
           05  WS-HDG-TITLE              PIC X(60) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'RUN DATE '.
           05  WS-HDG-RUN-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'PAGE '.
           05  WS-HDG-PAGE               PIC Z(04)9.
           05  FILLER                    PIC X(40) VALUE SPACES.

      * Column headers - the month labels on the first line, OPEN
      * under any month never closed on the second.
       01  WS-TRD-COL-HEADER-1           PIC X(132) VALUE SPACES.
       01  WS-TRD-COL-HEADER-2           PIC X(132) VALUE SPACES.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-TRD-DETAIL-LINE.
           05  TRL-KEY                   PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  TRL-MONTH-COL OCCURS 13 TIMES.
               10  TRL-AMOUNT            PIC -(6)9.
               10  FILLER                PIC X(01).
           05  TRL-MOM                   PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  TRL-YOY                   PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  TRL-FLAG                  PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-HIST-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-IN-WINDOW         PIC 9(07) COMP VALUE ZERO.
           05  WS-HIST-NOT-CLOSED        PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-LINES             PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-FLAGGED           PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-LINES            PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-FLAGGED          PIC 9(07) COMP VALUE ZERO.
           05  WS-MONTHS-OPEN            PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-TRENDMAIN.
           PERFORM 100-INITIALIZATION.
           SORT TRDSORT
               ON ASCENDING KEY TRD-SRT-SECTION
                                TRD-SRT-KEY
                                TRD-SRT-BUCKET
               INPUT PROCEDURE IS 200-SELECT-WINDOW THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-PRINT-TREND THRU 300-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           MOVE SPACES TO TRND-CARD-REC.
           OPEN INPUT TRNDCARD.
           IF TC-VALID
               READ TRNDCARD
                   AT END
                       MOVE SPACES TO TRND-CARD-REC
               END-READ
               CLOSE TRNDCARD
           END-IF.
           MOVE TRND-CARD-REC TO WS-TREND-CARD.
           IF TRC-MEASURE = 'C' OR 'R' OR 'X'
               MOVE TRC-MEASURE TO WS-MEASURE
           END-IF.
           IF TRC-PERCENT NUMERIC AND TRC-PERCENT-NUM > ZERO
               MOVE TRC-PERCENT-NUM TO WS-FLAG-PERCENT
           ELSE
               MOVE WS-DEFAULT-PERCENT TO WS-FLAG-PERCENT
           END-IF.

           PERFORM 110-FIND-LAST-CLOSED THRU 110-EXIT.
           IF TRC-PERIOD NUMERIC
               MOVE TRC-PERIOD TO WS-REPORT-PERIOD
           ELSE
               MOVE WS-LAST-CLOSED TO WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY 'SPNDTRND - TRNDCARD MONTH ' WS-REPORT-PERIOD
                   ' IS NOT A YYYYMM MONTH - NO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-END-INDEX =
               WS-REPORT-YYYY * 12 + WS-REPORT-MM - 1.
           COMPUTE WS-START-INDEX = WS-END-INDEX - 12.

           OPEN OUTPUT TRDRPT.
           PERFORM 120-BUILD-MONTH-LABEL THRU 120-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 13.
           MOVE 'KEY' TO WS-TRD-COL-HEADER-1 (1:3).
           MOVE '  MOM' TO WS-TRD-COL-HEADER-1 (116:5).
           MOVE '  YOY' TO WS-TRD-COL-HEADER-1 (122:5).
           MOVE 'FLAG' TO WS-TRD-COL-HEADER-1 (128:4).
           MOVE '    %' TO WS-TRD-COL-HEADER-2 (116:5).
           MOVE '    %' TO WS-TRD-COL-HEADER-2 (122:5).

      * The last month closed is the latest month total on the
      * history. No history at all means nothing has been closed.
       110-FIND-LAST-CLOSED.
           OPEN INPUT SPNDHIST.
           IF NOT SH-VALID
               DISPLAY 'SPNDTRND - SPNDHIST DOES NOT EXIST - NO '
                   'MONTH HAS BEEN CLOSED - NO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO SW-MORE-HISTORY.
           PERFORM 111-READ-HISTORY THRU 111-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE SPNDHIST.
           IF WS-LAST-CLOSED = ZERO
               DISPLAY 'SPNDTRND - SPNDHIST HOLDS NO CLOSED MONTH - '
                   'NO REPORT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       110-EXIT.
           EXIT.

       111-READ-HISTORY.
           READ SPNDHIST INTO WS-HIST-REC
               AT END
                   MOVE 'Y' TO SW-MORE-HISTORY
                   GO TO 111-EXIT
           END-READ.
           IF SH-MONTH-TOTAL AND SH-PERIOD > WS-LAST-CLOSED
               MOVE SH-PERIOD TO WS-LAST-CLOSED
           END-IF.
       111-EXIT.
           EXIT.

      * YYYY-MM over each month column.
       120-BUILD-MONTH-LABEL.
           COMPUTE WS-REC-INDEX = WS-START-INDEX + WS-BKT - 1.
           DIVIDE WS-REC-INDEX BY 12
               GIVING WS-LABEL-YEAR
               REMAINDER WS-LABEL-MONTH.
           ADD 1 TO WS-LABEL-MONTH.
           COMPUTE WS-COL = 12 + (WS-BKT - 1) * 8.
           MOVE WS-LABEL-YEAR TO WS-TRD-COL-HEADER-1 (WS-COL:4).
           MOVE '-' TO WS-TRD-COL-HEADER-1 (WS-COL + 4:1).
           MOVE WS-LABEL-MONTH TO WS-TRD-COL-HEADER-1 (WS-COL + 5:2).
       120-EXIT.
           EXIT.

      * Every history row inside the 13 months goes to the sort with
      * the card's measure. A month total marks its month closed,
      * and a first pass finds them all - supplier and buyer rows
      * for a month with no total are a close that stopped part
      * way, and are left out rather than shown as spend.
       200-SELECT-WINDOW.
           OPEN INPUT SPNDHIST.
           MOVE 'N' TO SW-MORE-HISTORY.
           PERFORM 205-MARK-CLOSED-MONTH THRU 205-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE SPNDHIST.
           OPEN INPUT SPNDHIST.
           MOVE 'N' TO SW-MORE-HISTORY.
           PERFORM 210-SELECT-ONE-ROW THRU 210-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE SPNDHIST.
           PERFORM 220-MARK-OPEN-MONTH THRU 220-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 13.
       200-EXIT.
           EXIT.

       205-MARK-CLOSED-MONTH.
           READ SPNDHIST INTO WS-HIST-REC
               AT END
                   MOVE 'Y' TO SW-MORE-HISTORY
                   GO TO 205-EXIT
           END-READ.
           IF SH-PERIOD NOT NUMERIC OR NOT SH-MONTH-TOTAL
               GO TO 205-EXIT
           END-IF.
           COMPUTE WS-REC-INDEX =
               SH-PERIOD-YYYY * 12 + SH-PERIOD-MM - 1.
           IF WS-REC-INDEX < WS-START-INDEX
               OR WS-REC-INDEX > WS-END-INDEX
               GO TO 205-EXIT
           END-IF.
           COMPUTE WS-BKT = WS-REC-INDEX - WS-START-INDEX + 1.
           MOVE 'Y' TO WS-MONTH-CLOSED (WS-BKT).
       205-EXIT.
           EXIT.

       210-SELECT-ONE-ROW.
           READ SPNDHIST INTO WS-HIST-REC
               AT END
                   MOVE 'Y' TO SW-MORE-HISTORY
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           IF SH-PERIOD NOT NUMERIC
               GO TO 210-EXIT
           END-IF.
           COMPUTE WS-REC-INDEX =
               SH-PERIOD-YYYY * 12 + SH-PERIOD-MM - 1.
           IF WS-REC-INDEX < WS-START-INDEX
               OR WS-REC-INDEX > WS-END-INDEX
               GO TO 210-EXIT
           END-IF.
           ADD 1 TO WS-HIST-IN-WINDOW.
           COMPUTE TRD-SRT-BUCKET = WS-REC-INDEX - WS-START-INDEX + 1.
           IF WS-MONTH-CLOSED (TRD-SRT-BUCKET) NOT = 'Y'
               ADD 1 TO WS-HIST-NOT-CLOSED
               GO TO 210-EXIT
           END-IF.
           EVALUATE TRUE
                WHEN SH-SUPPLIER-TOTAL
                    MOVE 1 TO TRD-SRT-SECTION
                WHEN SH-BUYER-TOTAL
                    MOVE 2 TO TRD-SRT-SECTION
                WHEN SH-MONTH-TOTAL
                    MOVE 3 TO TRD-SRT-SECTION
                WHEN OTHER
                    GO TO 210-EXIT
           END-EVALUATE.
           MOVE SH-KEY TO TRD-SRT-KEY.
           EVALUATE TRUE
                WHEN MEASURE-COMMITTED
                    MOVE SH-COMMITTED-USD TO TRD-SRT-AMOUNT
                WHEN MEASURE-CLOSED
                    MOVE SH-CLOSED-USD TO TRD-SRT-AMOUNT
                WHEN OTHER
                    MOVE SH-RECEIVED-USD TO TRD-SRT-AMOUNT
           END-EVALUATE.
           RELEASE TRD-SORT-REC.
       210-EXIT.
           EXIT.

       220-MARK-OPEN-MONTH.
           IF WS-MONTH-CLOSED (WS-BKT) NOT = 'Y'
               ADD 1 TO WS-MONTHS-OPEN
               COMPUTE WS-COL = 12 + (WS-BKT - 1) * 8
               MOVE '   OPEN' TO WS-TRD-COL-HEADER-2 (WS-COL:7)
           END-IF.
       220-EXIT.
           EXIT.

      * One line per key on the control break, each section on a
      * fresh page.
       300-PRINT-TREND.
           MOVE 'N' TO SW-MORE-SORT.
           MOVE 'N' TO WS-BRK-ACTIVE.
           MOVE ZERO TO WS-BRK-SECTION.
           PERFORM 310-RETURN-TREND-ROW THRU 310-EXIT
               UNTIL END-OF-SORT.
           IF WS-BRK-ACTIVE = 'Y'
               PERFORM 320-PRINT-TREND-LINE THRU 320-EXIT
           END-IF.
       300-EXIT.
           EXIT.

       310-RETURN-TREND-ROW.
           RETURN TRDSORT
               AT END
                   MOVE 'Y' TO SW-MORE-SORT
                   GO TO 310-EXIT
           END-RETURN.
           IF WS-BRK-ACTIVE = 'Y'
               AND (TRD-SRT-SECTION NOT = WS-BRK-SECTION
                 OR TRD-SRT-KEY NOT = WS-BRK-KEY)
               PERFORM 320-PRINT-TREND-LINE THRU 320-EXIT
               MOVE 'N' TO WS-BRK-ACTIVE
           END-IF.
           IF TRD-SRT-SECTION NOT = WS-BRK-SECTION
               MOVE TRD-SRT-SECTION TO WS-BRK-SECTION
               MOVE 99 TO WS-TRD-LINE-COUNT
           END-IF.
           IF WS-BRK-ACTIVE = 'N'
               MOVE TRD-SRT-KEY TO WS-BRK-KEY
               PERFORM 315-CLEAR-ONE-MONTH THRU 315-EXIT
                   VARYING WS-BKT FROM 1 BY 1
                   UNTIL WS-BKT > 13
               MOVE 'Y' TO WS-BRK-ACTIVE
           END-IF.
           ADD TRD-SRT-AMOUNT TO WS-BRK-AMOUNT (TRD-SRT-BUCKET).
       310-EXIT.
           EXIT.

       315-CLEAR-ONE-MONTH.
           MOVE ZERO TO WS-BRK-AMOUNT (WS-BKT).
       315-EXIT.
           EXIT.

      * The 13 months in thousands, then month-over-month against
      * column 12 and year-over-year against column 1.
       320-PRINT-TREND-LINE.
           MOVE SPACES TO WS-TRD-DETAIL-LINE.
           MOVE WS-BRK-KEY TO TRL-KEY.
           PERFORM 325-EDIT-ONE-MONTH THRU 325-EXIT
               VARYING WS-BKT FROM 1 BY 1
               UNTIL WS-BKT > 13.
           MOVE 'N' TO WS-MOM-FLAGGED.
           MOVE 'N' TO WS-YOY-FLAGGED.
           MOVE WS-BRK-AMOUNT (12) TO WS-BASE-AMOUNT.
           PERFORM 330-PERCENT-CHANGE THRU 330-EXIT.
           MOVE WS-PCT-TEXT TO TRL-MOM.
           MOVE SW-LINE-FLAGGED TO WS-MOM-FLAGGED.
           MOVE WS-BRK-AMOUNT (1) TO WS-BASE-AMOUNT.
           PERFORM 330-PERCENT-CHANGE THRU 330-EXIT.
           MOVE WS-PCT-TEXT TO TRL-YOY.
           MOVE SW-LINE-FLAGGED TO WS-YOY-FLAGGED.
           EVALUATE TRUE
                WHEN WS-MOM-FLAGGED = 'Y' AND WS-YOY-FLAGGED = 'Y'
                    MOVE 'BOTH' TO TRL-FLAG
                WHEN WS-MOM-FLAGGED = 'Y'
                    MOVE 'MOM ' TO TRL-FLAG
                WHEN WS-YOY-FLAGGED = 'Y'
                    MOVE 'YOY ' TO TRL-FLAG
           END-EVALUATE.
           EVALUATE WS-BRK-SECTION
                WHEN 1
                    ADD 1 TO WS-SUPP-LINES
                    IF TRL-FLAG NOT = SPACES
                        ADD 1 TO WS-SUPP-FLAGGED
                    END-IF
                WHEN 2
                    ADD 1 TO WS-BUYER-LINES
                    IF TRL-FLAG NOT = SPACES
                        ADD 1 TO WS-BUYER-FLAGGED
                    END-IF
           END-EVALUATE.
           MOVE WS-TRD-DETAIL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-TRD-LINE THRU 820-EXIT.
       320-EXIT.
           EXIT.

       325-EDIT-ONE-MONTH.
           COMPUTE WS-THOUSANDS ROUNDED =
               WS-BRK-AMOUNT (WS-BKT) / 1000.
           MOVE WS-THOUSANDS TO TRL-AMOUNT (WS-BKT).
       325-EXIT.
           EXIT.

      * Change in the report month against WS-BASE-AMOUNT, as a
      * whole percentage held to four digits. No base and spend now
      * is NEW; no base and nothing now is left blank.
       330-PERCENT-CHANGE.
           MOVE 'N' TO SW-LINE-FLAGGED.
           MOVE SPACES TO WS-PCT-TEXT.
           IF WS-BASE-AMOUNT = ZERO
               IF WS-BRK-AMOUNT (13) NOT = ZERO
                   MOVE '  NEW' TO WS-PCT-TEXT
                   MOVE 'Y' TO SW-LINE-FLAGGED
               END-IF
               GO TO 330-EXIT
           END-IF.
           COMPUTE WS-PCT-CHANGE ROUNDED =
               (WS-BRK-AMOUNT (13) - WS-BASE-AMOUNT) * 100
                   / WS-BASE-AMOUNT.
           IF WS-BASE-AMOUNT < ZERO
               COMPUTE WS-PCT-CHANGE = ZERO - WS-PCT-CHANGE
           END-IF.
           IF WS-PCT-CHANGE > WS-FLAG-PERCENT
               OR WS-PCT-CHANGE < ZERO - WS-FLAG-PERCENT
               MOVE 'Y' TO SW-LINE-FLAGGED
           END-IF.
           IF WS-PCT-CHANGE > 9999
               MOVE 9999 TO WS-PCT-CHANGE
           END-IF.
           IF WS-PCT-CHANGE < -9999
               MOVE -9999 TO WS-PCT-CHANGE
           END-IF.
           MOVE WS-PCT-CHANGE TO WS-PCT-EDIT.
           MOVE WS-PCT-EDIT TO WS-PCT-TEXT.
       330-EXIT.
           EXIT.

      * One line to the trend report, breaking to a fresh page with
      * the heading and both column header lines when the page
      * fills.
       820-WRITE-TRD-LINE.
           IF WS-TRD-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-TRD-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE TRD-RPT-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-TRD-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-TRD-PAGE-HEADING.
           ADD 1 TO WS-TRD-PAGE-COUNT.
           MOVE SPACES TO WS-HDG-TITLE.
           EVALUATE WS-BRK-SECTION
                WHEN 1
                    MOVE 'SUPPLIER' TO WS-HDG-TITLE (1:8)
                WHEN 2
                    MOVE 'BUYER' TO WS-HDG-TITLE (1:5)
                WHEN 3
                    MOVE 'MONTH TOTAL' TO WS-HDG-TITLE (1:11)
                WHEN OTHER
                    MOVE 'SPEND TREND CONTROL TOTALS' TO WS-HDG-TITLE
                    GO TO 821-WRITE-HEADING
           END-EVALUATE.
           EVALUATE TRUE
                WHEN MEASURE-COMMITTED
                    MOVE ' COMMITTED' TO WS-HDG-TITLE (12:10)
                WHEN MEASURE-CLOSED
                    MOVE ' CLOSED' TO WS-HDG-TITLE (12:7)
                WHEN OTHER
                    MOVE ' RECEIVED' TO WS-HDG-TITLE (12:9)
           END-EVALUATE.
           MOVE ' USD 000S - 13-MONTH TREND'
               TO WS-HDG-TITLE (22:26).
       821-WRITE-HEADING.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-TRD-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE TRD-RPT-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO TRD-RPT-REC.
           WRITE TRD-RPT-REC AFTER ADVANCING 1 LINE.
           IF WS-BRK-SECTION > 3
               MOVE 3 TO WS-TRD-LINE-COUNT
               GO TO 821-EXIT
           END-IF.
           WRITE TRD-RPT-REC FROM WS-TRD-COL-HEADER-1
               AFTER ADVANCING 1 LINE.
           WRITE TRD-RPT-REC FROM WS-TRD-COL-HEADER-2
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO TRD-RPT-REC.
           WRITE TRD-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 6 TO WS-TRD-LINE-COUNT.
       821-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           MOVE 4 TO WS-BRK-SECTION.
           MOVE 99 TO WS-TRD-LINE-COUNT.
           MOVE 'REPORT MONTH (YYYYMM)' TO WS-CNT-LABEL.
           MOVE WS-REPORT-PERIOD TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'FLAG PERCENTAGE' TO WS-CNT-LABEL.
           MOVE WS-FLAG-PERCENT TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'HISTORY RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-HIST-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'HISTORY RECORDS IN WINDOW' TO WS-CNT-LABEL.
           MOVE WS-HIST-IN-WINDOW TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'RECORDS LEFT OUT - NO MONTH TOTAL' TO WS-CNT-LABEL.
           MOVE WS-HIST-NOT-CLOSED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'MONTHS IN WINDOW NOT CLOSED' TO WS-CNT-LABEL.
           MOVE WS-MONTHS-OPEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'SUPPLIERS LISTED' TO WS-CNT-LABEL.
           MOVE WS-SUPP-LINES TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'SUPPLIERS FLAGGED' TO WS-CNT-LABEL.
           MOVE WS-SUPP-FLAGGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'BUYERS LISTED' TO WS-CNT-LABEL.
           MOVE WS-BUYER-LINES TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
           MOVE 'BUYERS FLAGGED' TO WS-CNT-LABEL.
           MOVE WS-BUYER-FLAGGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-TRD-COUNT THRU 910-EXIT.
       900-EXIT.
           EXIT.

       910-PRINT-TRD-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-TRD-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE TRDRPT.
       950-EXIT.
           EXIT.
