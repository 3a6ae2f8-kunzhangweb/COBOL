       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MTHCLOSE.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Month-end spend close. The commitment register and the aging
      * summaries only ever show the current run, so finance had no
      * history to compare against. This step closes one month: it
      * takes the committed, received and closed dollars of that
      * month - USD-normalized off OM-USD-PRICE - by supplier and by
      * buyer, and appends them to SPNDHIST, the cumulative period
      * history SPNDTRND reports from.
      *   COMMITTED - net change in order value (QUANTITY times
      *               OM-USD-PRICE) - new POs, quantity and price
      *               changes, less open POs cancelled.
      *   RECEIVED  - change in received value (QTY-RECEIVED times
      *               OM-USD-PRICE).
      *   CLOSED    - received value of every PO that closed in the
      *               month.
      * Each PO's movement is its POMAST row now against its row in
      * the snapshot the last close left behind (PSNAPIN); this close
      * leaves the new snapshot on PSNAPOUT for operations to swap in
      * as next month's PSNAPIN, the way the hold files roll. Run it
      * at the turn of the month, before the new month's receipts
      * post.
      * A PO that SUPMERGE moved to a surviving supplier code since
      * the last close is still under its old key on the snapshot;
      * the merge's MRGPOMAP entries re-key the snapshot, which is
      * re-sorted before the match, so the PO's month is its own
      * movement and not a cancellation plus a new order.
      * The month is named on MTHCARD (YYYYMM in columns 1-6) or
      * defaults to the month before today. Months close strictly in
      * order - the one after the last month on SPNDHIST - so a month
      * already closed can never be closed a second time, and the
      * snapshot must be the one the last close left. The very first
      * close has no snapshot: a PO ordered, received or closed
      * before the month is taken as already on the books, so only
      * the month's own dated activity counts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTHCARD
           ASSIGN TO MTHCARD
             FILE STATUS IS MCCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT PSNAPIN
           ASSIGN TO PSNAPIN
             FILE STATUS IS SICODE.

           SELECT PSNAPOUT
           ASSIGN TO PSNAPOUT
             FILE STATUS IS SOCODE.

           SELECT MRGPOMAP
           ASSIGN TO MRGPOMAP
             FILE STATUS IS MPCODE.

           SELECT SNAPWORK
           ASSIGN TO SNAPWORK
             FILE STATUS IS SWCODE.

           SELECT SNAPSORT
           ASSIGN TO SNAPSORT.

           SELECT SPNDHIST
           ASSIGN TO SPNDHIST
             FILE STATUS IS SHCODE.

           SELECT CLSWORK
           ASSIGN TO CLSWORK
             FILE STATUS IS CWCODE.

           SELECT CLSSORT
           ASSIGN TO CLSSORT.

           SELECT CLSRPT
           ASSIGN TO CLSRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
      * The month to close, YYYYMM in columns 1-6.
       FD  MTHCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MTH-CARD-REC.
       01  MTH-CARD-REC  PIC X(80).

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
               10  OM-SUPPLIER-CODE      PIC X(10).
               10  OM-PO-NUMBER          PIC X(06).
           05  OM-BUYER-CODE             PIC X(03).
           05  OM-QUANTITY               PIC S9(07).
           05  OM-UNIT-PRICE             PIC S9(07)V99.
           05  OM-ORDER-DATE             PIC 9(08).
           05  OM-DELIVERY-DATE          PIC 9(08).
           05  OM-QTY-RECEIVED           PIC S9(07).
           05  OM-LAST-RECEIPT-DATE      PIC 9(08).
           05  OM-PO-STATUS              PIC X(01).
               88 OM-PO-OPEN               VALUE 'O'.
               88 OM-PO-CLOSED             VALUE 'C'.
           05  OM-CURRENCY-CODE          PIC X(03).
           05  OM-USD-PRICE              PIC S9(07)V99.
           05  OM-PART-NUMBER            PIC X(23).
           05  OM-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).

      * Every PO as the last close left it, in POMAST key order.
       FD  PSNAPIN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNAP-IN-REC.
       01  SNAP-IN-REC  PIC X(80).

       FD  PSNAPOUT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNAP-OUT-REC.
       01  SNAP-OUT-REC  PIC X(80).

      * Old-to-new PO keys as SUPMERGE writes them - old key, new
      * key, merge cycle, run date YYYYMMDD.
       FD  MRGPOMAP
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MAP-REC.
       01  MAP-REC.
           05  MAP-OLD-PO-KEY            PIC X(16).
           05  MAP-NEW-PO-KEY            PIC X(16).
           05  MAP-MERGE-CYCLE           PIC 9(05).
           05  MAP-RUN-DATE              PIC X(08).
           05  FILLER                    PIC X(35).

      * The snapshot re-keyed for merged POs and back in PO key
      * order - the side of the match actually read.
       FD  SNAPWORK
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SNAP-WORK-REC.
       01  SNAP-WORK-REC  PIC X(80).

       SD  SNAPSORT.
       01  SNAP-SORT-REC.
           05  SNS-PERIOD                PIC 9(06).
           05  SNS-PO-KEY                PIC X(16).
           05  FILLER                    PIC X(58).

      * Cumulative period history - one record per supplier and per
      * buyer with movement in the month, and a month total that
      * marks the month closed. Opened EXTEND.
       FD  SPNDHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HIST-REC.
       01  HIST-REC  PIC X(80).

      * One detail per PO that moved in the month, spilled to disk
      * so the supplier and buyer totals come off the external SORT
      * on control breaks.
       FD  CLSWORK
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS CLSW-REC.
       01  CLSW-REC  PIC X(34).

       SD  CLSSORT.
       01  CLS-SORT-REC.
           05  CLS-SRT-SUPPLIER          PIC X(10).
           05  CLS-SRT-BUYER             PIC X(03).
           05  CLS-SRT-COMMITTED         PIC S9(11)V99 COMP-3.
           05  CLS-SRT-RECEIVED          PIC S9(11)V99 COMP-3.
           05  CLS-SRT-CLOSED            PIC S9(11)V99 COMP-3.

       FD  CLSRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CLS-RPT-REC.
       01  CLS-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  MCCODE                  PIC X(2).
               88 MC-VALID      VALUE '00'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  SICODE                  PIC X(2).
               88 SI-VALID      VALUE '00'.
           05  SOCODE                  PIC X(2).
               88 SO-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  MPCODE                  PIC X(2).
               88 MP-VALID      VALUE '00'.
           05  SWCODE                  PIC X(2).
               88 SW-VALID      VALUE '00'.
           05  SHCODE                  PIC X(2).
               88 SH-VALID      VALUE '00'.
               88 SH-NOT-FOUND  VALUE '35'.
           05  CWCODE                  PIC X(2).
               88 CW-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-HISTORY           PIC X VALUE 'N'.
               88  END-OF-HISTORY              VALUE 'Y'.
           05  SW-MORE-SORT              PIC X VALUE 'N'.
               88  END-OF-SORT                 VALUE 'Y'.
           05  SW-FIRST-CLOSE            PIC X VALUE 'N'.
               88  FIRST-CLOSE                 VALUE 'Y'.
           05  SW-MORE-MAP               PIC X VALUE 'N'.
               88  END-OF-MAP                  VALUE 'Y'.
           05  SW-MORE-SNAPIN            PIC X VALUE 'N'.
               88  END-OF-SNAPIN               VALUE 'Y'.

      * Period history record. Type 'S' supplier, 'B' buyer, 'T'
      * month total (key 'ALL').
       01  WS-HIST-REC.
           05  SH-PERIOD                 PIC 9(06) VALUE ZERO.
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

      * PO snapshot record - what one PO stood at when its month
      * closed.
       01  WS-SNAP-REC.
           05  SN-PERIOD                 PIC 9(06) VALUE ZERO.
           05  SN-PO-KEY                 PIC X(16) VALUE SPACES.
           05  SN-BUYER-CODE             PIC X(03) VALUE SPACES.
           05  SN-ORDER-USD              PIC S9(11)V99 VALUE ZERO.
           05  SN-RECEIVED-USD           PIC S9(11)V99 VALUE ZERO.
           05  SN-PO-STATUS              PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-CLS-DETAIL.
           05  CLS-DTL-SUPPLIER          PIC X(10) VALUE SPACES.
           05  CLS-DTL-BUYER             PIC X(03) VALUE SPACES.
           05  CLS-DTL-COMMITTED         PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  CLS-DTL-RECEIVED          PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  CLS-DTL-CLOSED            PIC S9(11)V99 COMP-3
                                             VALUE ZERO.

      * The month being closed and the last one on the history.
       01  WS-PERIOD-WORK.
           05  WS-CLOSE-PERIOD           PIC 9(06) VALUE ZERO.
           05  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
               10  WS-CLOSE-YYYY         PIC 9(04).
               10  WS-CLOSE-MM           PIC 9(02).
           05  WS-LAST-CLOSED            PIC 9(06) VALUE ZERO.
           05  WS-LAST-CLOSED-PARTS REDEFINES WS-LAST-CLOSED.
               10  WS-LAST-YYYY          PIC 9(04).
               10  WS-LAST-MM            PIC 9(02).
           05  WS-UNFINISHED-PERIOD      PIC 9(06) VALUE ZERO.
           05  WS-NEXT-PERIOD            PIC 9(06) VALUE ZERO.
           05  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
               10  WS-NEXT-YYYY          PIC 9(04).
               10  WS-NEXT-MM            PIC 9(02).
           05  WS-TODAY-PERIOD           PIC 9(06) VALUE ZERO.
           05  WS-RUN-MMDDYYYY           PIC X(08) VALUE SPACES.

      * PO keys moved by supplier merges run since the last close -
      * on or after the date the last close ran, since a merge the
      * same day may have followed it. Entries apply in the order
      * the merges ran, so a PO merged twice ends on its last key.
       01  WS-PO-MAP-TABLE.
           05  WS-MAP-COUNT              PIC 9(05) COMP VALUE ZERO.
           05  WS-MAP-MAX                PIC 9(05) COMP VALUE 5000.
           05  WS-MAP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY MAP-IDX.
               10  WS-MAP-OLD-KEY        PIC X(16).
               10  WS-MAP-NEW-KEY        PIC X(16).
       01  WS-LAST-CLOSE-YMD             PIC X(08) VALUE SPACES.

      * MMDDYYYY dates put into YYYYMM order before comparing.
       01  WS-CMP-DATE                   PIC X(08) VALUE SPACES.
       01  WS-CMP-DATE-PARTS REDEFINES WS-CMP-DATE.
           05  WS-CMP-MONTH              PIC 9(02).
           05  WS-CMP-DAY                PIC 9(02).
           05  WS-CMP-YEAR               PIC 9(04).
       01  WS-CMP-PERIOD                 PIC 9(06) VALUE ZERO.

      * The two sides of the PO match - HIGH-VALUES once a side runs
      * dry.
       01  WS-MATCH-WORK.
           05  WS-PO-MATCH-KEY           PIC X(16) VALUE SPACES.
           05  WS-SNAP-MATCH-KEY         PIC X(16) VALUE SPACES.
           05  WS-SNAP-PERIOD-SEEN       PIC X(01) VALUE 'N'.
           05  WS-CUR-ORDER-USD          PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-CUR-RECEIVED-USD       PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-PRIOR-ORDER-USD        PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-PRIOR-RECEIVED-USD     PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-PRIOR-STATUS           PIC X(01) VALUE SPACES.

      * One control-break total in flight at a time - the same
      * fields serve the supplier pass and the buyer pass in turn.
       01  WS-CLS-BREAK-WORK.
           05  WS-BRK-ACTIVE             PIC X(01) VALUE 'N'.
           05  WS-BRK-KEY                PIC X(10) VALUE SPACES.
           05  WS-BRK-POS                PIC 9(05) COMP VALUE ZERO.
           05  WS-BRK-COMMITTED          PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-BRK-RECEIVED           PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-BRK-CLOSED             PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
           05  WS-BRK-REC-TYPE           PIC X(01) VALUE SPACES.

       01  WS-MONTH-TOTALS.
           05  WS-TOT-POS                PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-COMMITTED          PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
           05  WS-TOT-RECEIVED           PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
           05  WS-TOT-CLOSED             PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
           05  WS-SUPP-TOT-COMMITTED     PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
           05  WS-BUYER-TOT-COMMITTED    PIC S9(13)V99 COMP-3
                                             VALUE ZERO.

      * Page control and line layouts for the close report - title,
      * run date and page number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-CLS-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-CLS-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

       01  WS-CLS-COL-HEADER             PIC X(132) VALUE SPACES.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-CLS-TOTAL-LINE.
           05  CLT-KEY                   PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CLT-POS                   PIC Z(06)9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CLT-COMMITTED             PIC Z(12)9.99-.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CLT-RECEIVED              PIC Z(12)9.99-.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CLT-CLOSED                PIC Z(12)9.99-.
           05  FILLER                    PIC X(47) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-PO-READ                PIC 9(07) COMP VALUE ZERO.
           05  WS-SNAP-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-SNAP-REKEYED           PIC 9(07) COMP VALUE ZERO.
           05  WS-SNAP-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-NEW                 PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-DROPPED             PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-MOVED               PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-CLOSED-IN-MONTH     PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-WRITTEN           PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-WRITTEN          PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-CLOSEMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-MATCH-ONE-PO THRU 200-EXIT
               UNTIL WS-PO-MATCH-KEY = HIGH-VALUES
                 AND WS-SNAP-MATCH-KEY = HIGH-VALUES.
           PERFORM 300-POST-HISTORY THRU 300-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.
           MOVE WS-RUN-TODAY (1:6) TO WS-TODAY-PERIOD.
           MOVE WS-RUN-TODAY (5:4) TO WS-RUN-MMDDYYYY (1:4).
           MOVE WS-RUN-TODAY (1:4) TO WS-RUN-MMDDYYYY (5:4).

           PERFORM 105-READ-CLOSE-CARD THRU 105-EXIT.
           PERFORM 110-CHECK-HISTORY THRU 110-EXIT.

      *   Open files
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               DISPLAY 'MTHCLOSE - POMAST DOES NOT EXIST - '
                   'NOTHING TO CLOSE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 115-CHECK-SNAPSHOT THRU 115-EXIT.
           OPEN OUTPUT PSNAPOUT.
           OPEN OUTPUT CLSWORK.
           OPEN OUTPUT CLSRPT.
           OPEN EXTEND SPNDHIST.
           IF SH-NOT-FOUND
               OPEN OUTPUT SPNDHIST
           END-IF.
           PERFORM 210-READ-POMAST THRU 210-EXIT.

      * The month on the card, or the month before today.
       105-READ-CLOSE-CARD.
           MOVE SPACES TO MTH-CARD-REC.
           OPEN INPUT MTHCARD.
           IF MC-VALID
               READ MTHCARD
                   AT END
                       MOVE SPACES TO MTH-CARD-REC
               END-READ
               CLOSE MTHCARD
           END-IF.
           IF MTH-CARD-REC (1:6) NUMERIC
               MOVE MTH-CARD-REC (1:6) TO WS-CLOSE-PERIOD
           ELSE
               MOVE WS-TODAY-PERIOD TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM = 1
                   MOVE 12 TO WS-CLOSE-MM
                   SUBTRACT 1 FROM WS-CLOSE-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
           END-IF.
           IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
               DISPLAY 'MTHCLOSE - MTHCARD MONTH ' WS-CLOSE-PERIOD
                   ' IS NOT A YYYYMM MONTH - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CLOSE-PERIOD > WS-TODAY-PERIOD
               DISPLAY 'MTHCLOSE - MONTH ' WS-CLOSE-PERIOD
                   ' HAS NOT BEGUN - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       105-EXIT.
           EXIT.

      * The last month on the history is the last month closed. The
      * month named must be the one right after it - never one
      * already closed, and never one that skips a month. Supplier
      * or buyer rows for a month with no total row are a close that
      * stopped part way; closing again would post them twice, so
      * SPNDHIST must go back to its copy from before that run.
       110-CHECK-HISTORY.
           MOVE ZERO TO WS-LAST-CLOSED.
           MOVE ZERO TO WS-UNFINISHED-PERIOD.
           OPEN INPUT SPNDHIST.
           IF SH-VALID
               MOVE 'N' TO SW-MORE-HISTORY
               PERFORM 111-READ-HISTORY THRU 111-EXIT
                   UNTIL END-OF-HISTORY
               CLOSE SPNDHIST
           END-IF.
           IF WS-UNFINISHED-PERIOD > WS-LAST-CLOSED
               DISPLAY 'MTHCLOSE - MONTH ' WS-UNFINISHED-PERIOD
                   ' HAS SUPPLIER OR BUYER ROWS ON SPNDHIST BUT NO '
                   'MONTH TOTAL - RESTORE SPNDHIST FROM BEFORE THAT '
                   'CLOSE - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LAST-CLOSED = ZERO
               MOVE 'Y' TO SW-FIRST-CLOSE
               GO TO 110-EXIT
           END-IF.
           IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED
               DISPLAY 'MTHCLOSE - MONTH ' WS-CLOSE-PERIOD
                   ' IS ALREADY CLOSED - LAST MONTH CLOSED IS '
                   WS-LAST-CLOSED ' - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD.
           IF WS-NEXT-MM = 12
               MOVE 1 TO WS-NEXT-MM
               ADD 1 TO WS-NEXT-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
               DISPLAY 'MTHCLOSE - MONTH ' WS-CLOSE-PERIOD
                   ' SKIPS MONTH ' WS-NEXT-PERIOD
                   ' - CLOSE THE MONTHS IN ORDER - NOTHING CLOSED'
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
               MOVE SH-CLOSE-DATE (5:4) TO WS-LAST-CLOSE-YMD (1:4)
               MOVE SH-CLOSE-DATE (1:4) TO WS-LAST-CLOSE-YMD (5:4)
           END-IF.
           IF NOT SH-MONTH-TOTAL AND SH-PERIOD > WS-UNFINISHED-PERIOD
               MOVE SH-PERIOD TO WS-UNFINISHED-PERIOD
           END-IF.
       111-EXIT.
           EXIT.

      * After the first close, the snapshot must be there and must be
      * the one the last close wrote - an old generation would count
      * a month's movement twice. It is then re-keyed for merged POs
      * and re-sorted onto SNAPWORK, which the match reads.
       115-CHECK-SNAPSHOT.
           MOVE HIGH-VALUES TO WS-SNAP-MATCH-KEY.
           IF FIRST-CLOSE
               GO TO 115-EXIT
           END-IF.
           OPEN INPUT PSNAPIN.
           IF NOT SI-VALID
               DISPLAY 'MTHCLOSE - PSNAPIN IS MISSING - THE '
                   'SNAPSHOT OF MONTH ' WS-LAST-CLOSED
                   ' IS NEEDED - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SNAP-REC.
           READ PSNAPIN INTO WS-SNAP-REC
               AT END
                   MOVE SPACES TO WS-SNAP-REC
           END-READ.
           CLOSE PSNAPIN.
           IF WS-SNAP-REC NOT = SPACES
               AND SN-PERIOD NOT = WS-LAST-CLOSED
               DISPLAY 'MTHCLOSE - PSNAPIN IS THE SNAPSHOT OF MONTH '
                   SN-PERIOD ' NOT OF THE LAST MONTH CLOSED '
                   WS-LAST-CLOSED ' - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 116-LOAD-PO-MAP THRU 116-EXIT.
           SORT SNAPSORT
               ON ASCENDING KEY SNS-PO-KEY
               INPUT PROCEDURE IS 117-REKEY-SNAPSHOT THRU 117-EXIT
               GIVING SNAPWORK.
           OPEN INPUT SNAPWORK.
           PERFORM 220-READ-SNAPSHOT THRU 220-EXIT.
       115-EXIT.
           EXIT.

      * The merges run since the last close. No MRGPOMAP means no
      * merge has ever run. A list too long for the table would
      * leave POs mis-keyed, so the close stops rather than guess.
       116-LOAD-PO-MAP.
           MOVE ZERO TO WS-MAP-COUNT.
           OPEN INPUT MRGPOMAP.
           IF NOT MP-VALID
               GO TO 116-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-MAP.
           PERFORM 118-LOAD-ONE-MAP-ENTRY THRU 118-EXIT
               UNTIL END-OF-MAP.
           CLOSE MRGPOMAP.
       116-EXIT.
           EXIT.

      * Sort input - every snapshot row, under its surviving key.
       117-REKEY-SNAPSHOT.
           OPEN INPUT PSNAPIN.
           MOVE 'N' TO SW-MORE-SNAPIN.
           PERFORM 119-REKEY-ONE-SNAP THRU 119-EXIT
               UNTIL END-OF-SNAPIN.
           CLOSE PSNAPIN.
       117-EXIT.
           EXIT.

       118-LOAD-ONE-MAP-ENTRY.
           READ MRGPOMAP
               AT END
                   MOVE 'Y' TO SW-MORE-MAP
                   GO TO 118-EXIT
           END-READ.
           IF MAP-RUN-DATE < WS-LAST-CLOSE-YMD
               GO TO 118-EXIT
           END-IF.
           IF WS-MAP-COUNT NOT < WS-MAP-MAX
               DISPLAY 'MTHCLOSE - MORE THAN ' WS-MAP-MAX
                   ' MERGED PO KEYS ON MRGPOMAP SINCE THE LAST '
                   'CLOSE - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE MAP-OLD-PO-KEY TO WS-MAP-OLD-KEY (WS-MAP-COUNT).
           MOVE MAP-NEW-PO-KEY TO WS-MAP-NEW-KEY (WS-MAP-COUNT).
       118-EXIT.
           EXIT.

       119-REKEY-ONE-SNAP.
           READ PSNAPIN INTO WS-SNAP-REC
               AT END
                   MOVE 'Y' TO SW-MORE-SNAPIN
                   GO TO 119-EXIT
           END-READ.
           MOVE SN-PO-KEY TO WS-SNAP-MATCH-KEY.
           PERFORM 120-APPLY-MAP-ENTRY THRU 120-EXIT
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > WS-MAP-COUNT.
           IF SN-PO-KEY NOT = WS-SNAP-MATCH-KEY
               ADD 1 TO WS-SNAP-REKEYED
               MOVE WS-SNAP-MATCH-KEY TO SN-PO-KEY
           END-IF.
           RELEASE SNAP-SORT-REC FROM WS-SNAP-REC.
       119-EXIT.
           EXIT.

       120-APPLY-MAP-ENTRY.
           IF WS-MAP-OLD-KEY (MAP-IDX) = WS-SNAP-MATCH-KEY
               MOVE WS-MAP-NEW-KEY (MAP-IDX) TO WS-SNAP-MATCH-KEY
           END-IF.
       120-EXIT.
           EXIT.

      * Match POMAST against the snapshot on PO key - a PO on both
      * moved by the difference, one on POMAST only is new since
      * the last close, one on the snapshot only has left POMAST.
       200-MATCH-ONE-PO.
           EVALUATE TRUE
                WHEN WS-PO-MATCH-KEY < WS-SNAP-MATCH-KEY
                    ADD 1 TO WS-PO-NEW
                    PERFORM 225-SET-NEW-PO-PRIOR THRU 225-EXIT
                    PERFORM 230-CLOSE-ONE-PO THRU 230-EXIT
                    PERFORM 210-READ-POMAST THRU 210-EXIT
                WHEN WS-PO-MATCH-KEY = WS-SNAP-MATCH-KEY
                    MOVE SN-ORDER-USD TO WS-PRIOR-ORDER-USD
                    MOVE SN-RECEIVED-USD TO WS-PRIOR-RECEIVED-USD
                    MOVE SN-PO-STATUS TO WS-PRIOR-STATUS
                    PERFORM 230-CLOSE-ONE-PO THRU 230-EXIT
                    PERFORM 210-READ-POMAST THRU 210-EXIT
                    PERFORM 220-READ-SNAPSHOT THRU 220-EXIT
                WHEN OTHER
                    PERFORM 240-DROPPED-PO THRU 240-EXIT
                    PERFORM 220-READ-SNAPSHOT THRU 220-EXIT
           END-EVALUATE.
       200-EXIT.
           EXIT.

       210-READ-POMAST.
           READ POMAST NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-PO-MATCH-KEY
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO WS-PO-READ.
           MOVE OM-PO-KEY TO WS-PO-MATCH-KEY.
       210-EXIT.
           EXIT.

       220-READ-SNAPSHOT.
           READ SNAPWORK INTO WS-SNAP-REC
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-MATCH-KEY
                   GO TO 220-EXIT
           END-READ.
           ADD 1 TO WS-SNAP-READ.
           MOVE SN-PO-KEY TO WS-SNAP-MATCH-KEY.
       220-EXIT.
           EXIT.

      * A PO with no snapshot row started the month at nothing -
      * except on the very first close, where whatever it had
      * ordered, received or closed before the month was already on
      * the books.
       225-SET-NEW-PO-PRIOR.
           MOVE ZERO TO WS-PRIOR-ORDER-USD.
           MOVE ZERO TO WS-PRIOR-RECEIVED-USD.
           MOVE 'O' TO WS-PRIOR-STATUS.
           IF NOT FIRST-CLOSE
               GO TO 225-EXIT
           END-IF.
           MOVE OM-ORDER-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-PERIOD THRU 880-EXIT.
           IF WS-CMP-PERIOD < WS-CLOSE-PERIOD
               COMPUTE WS-PRIOR-ORDER-USD ROUNDED =
                   OM-QUANTITY * OM-USD-PRICE
           END-IF.
           MOVE OM-LAST-RECEIPT-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-PERIOD THRU 880-EXIT.
           IF WS-CMP-PERIOD < WS-CLOSE-PERIOD
               COMPUTE WS-PRIOR-RECEIVED-USD ROUNDED =
                   OM-QTY-RECEIVED * OM-USD-PRICE
               MOVE OM-PO-STATUS TO WS-PRIOR-STATUS
           END-IF.
       225-EXIT.
           EXIT.

      * The PO's month: its values now less its values at the last
      * close, and its received value if it closed in the month.
      * Every PO goes onto the new snapshot.
       230-CLOSE-ONE-PO.
           COMPUTE WS-CUR-ORDER-USD ROUNDED =
               OM-QUANTITY * OM-USD-PRICE.
           COMPUTE WS-CUR-RECEIVED-USD ROUNDED =
               OM-QTY-RECEIVED * OM-USD-PRICE.
           MOVE SPACES TO WS-SNAP-REC.
           MOVE WS-CLOSE-PERIOD TO SN-PERIOD.
           MOVE OM-PO-KEY TO SN-PO-KEY.
           MOVE OM-BUYER-CODE TO SN-BUYER-CODE.
           MOVE WS-CUR-ORDER-USD TO SN-ORDER-USD.
           MOVE WS-CUR-RECEIVED-USD TO SN-RECEIVED-USD.
           MOVE OM-PO-STATUS TO SN-PO-STATUS.
           WRITE SNAP-OUT-REC FROM WS-SNAP-REC.
           ADD 1 TO WS-SNAP-WRITTEN.
           MOVE OM-SUPPLIER-CODE TO CLS-DTL-SUPPLIER.
           MOVE OM-BUYER-CODE TO CLS-DTL-BUYER.
           COMPUTE CLS-DTL-COMMITTED =
               WS-CUR-ORDER-USD - WS-PRIOR-ORDER-USD.
           COMPUTE CLS-DTL-RECEIVED =
               WS-CUR-RECEIVED-USD - WS-PRIOR-RECEIVED-USD.
           MOVE ZERO TO CLS-DTL-CLOSED.
           IF OM-PO-CLOSED AND WS-PRIOR-STATUS NOT = 'C'
               MOVE WS-CUR-RECEIVED-USD TO CLS-DTL-CLOSED
               ADD 1 TO WS-PO-CLOSED-IN-MONTH
           END-IF.
           PERFORM 250-WRITE-DETAIL THRU 250-EXIT.
       230-EXIT.
           EXIT.

      * A PO that has left POMAST since the last close. A closed one
      * was purged by receipt posting and was already counted; an
      * open one was cancelled and its order value comes off the
      * month's commitment.
       240-DROPPED-PO.
           ADD 1 TO WS-PO-DROPPED.
           IF SN-PO-STATUS = 'C'
               GO TO 240-EXIT
           END-IF.
           MOVE SN-PO-KEY (1:10) TO CLS-DTL-SUPPLIER.
           MOVE SN-BUYER-CODE TO CLS-DTL-BUYER.
           COMPUTE CLS-DTL-COMMITTED = ZERO - SN-ORDER-USD.
           MOVE ZERO TO CLS-DTL-RECEIVED.
           MOVE ZERO TO CLS-DTL-CLOSED.
           PERFORM 250-WRITE-DETAIL THRU 250-EXIT.
       240-EXIT.
           EXIT.

      * Only a PO that moved makes a detail.
       250-WRITE-DETAIL.
           IF CLS-DTL-COMMITTED = ZERO
               AND CLS-DTL-RECEIVED = ZERO
               AND CLS-DTL-CLOSED = ZERO
               GO TO 250-EXIT
           END-IF.
           ADD 1 TO WS-PO-MOVED.
           MOVE WS-CLS-DETAIL TO CLSW-REC.
           WRITE CLSW-REC.
       250-EXIT.
           EXIT.

      * The same detail file sorts twice - by supplier, then by
      * buyer - and each pass writes a history record and a report
      * line on its control break. The month total goes last; it is
      * what marks the month closed, so it is held back when the two
      * passes disagree - the month is left an unfinished close for
      * 900 to report and 110 to stop on until SPNDHIST is restored.
       300-POST-HISTORY.
           CLOSE CLSWORK.
           MOVE 'SUPPLIER        POS' TO WS-CLS-COL-HEADER (1:19).
           MOVE '    COMMITTED USD' TO WS-CLS-COL-HEADER (23:17).
           MOVE '     RECEIVED USD' TO WS-CLS-COL-HEADER (43:17).
           MOVE '       CLOSED USD' TO WS-CLS-COL-HEADER (63:17).
           MOVE 99 TO WS-CLS-LINE-COUNT.
           MOVE 'S' TO WS-BRK-REC-TYPE.
           SORT CLSSORT
               ON ASCENDING KEY CLS-SRT-SUPPLIER
               USING CLSWORK
               OUTPUT PROCEDURE IS 310-SUPP-CLOSE-BREAK
                   THRU 310-EXIT.
           MOVE 'BUYER     ' TO WS-CLS-COL-HEADER (1:10).
           MOVE 99 TO WS-CLS-LINE-COUNT.
           MOVE 'B' TO WS-BRK-REC-TYPE.
           SORT CLSSORT
               ON ASCENDING KEY CLS-SRT-BUYER
               USING CLSWORK
               OUTPUT PROCEDURE IS 320-BUYER-CLOSE-BREAK
                   THRU 320-EXIT.
           IF WS-SUPP-TOT-COMMITTED NOT = WS-BUYER-TOT-COMMITTED
               GO TO 300-EXIT
           END-IF.
           MOVE SPACES TO WS-HIST-REC.
           MOVE WS-CLOSE-PERIOD TO SH-PERIOD.
           MOVE 'T' TO SH-REC-TYPE.
           MOVE 'ALL' TO SH-KEY.
           MOVE WS-TOT-COMMITTED TO SH-COMMITTED-USD.
           MOVE WS-TOT-RECEIVED TO SH-RECEIVED-USD.
           MOVE WS-TOT-CLOSED TO SH-CLOSED-USD.
           MOVE WS-TOT-POS TO SH-PO-COUNT.
           MOVE WS-RUN-MMDDYYYY TO SH-CLOSE-DATE.
           WRITE HIST-REC FROM WS-HIST-REC.
       300-EXIT.
           EXIT.

       310-SUPP-CLOSE-BREAK.
           MOVE 'N' TO SW-MORE-SORT.
           MOVE 'N' TO WS-BRK-ACTIVE.
           PERFORM 311-RETURN-SUPP-DETAIL THRU 311-EXIT
               UNTIL END-OF-SORT.
           IF WS-BRK-ACTIVE = 'Y'
               PERFORM 330-WRITE-BREAK-TOTAL THRU 330-EXIT
           END-IF.
       310-EXIT.
           EXIT.

       311-RETURN-SUPP-DETAIL.
           RETURN CLSSORT
               AT END
                   MOVE 'Y' TO SW-MORE-SORT
               NOT AT END
                   IF WS-BRK-ACTIVE = 'Y'
                       AND CLS-SRT-SUPPLIER NOT = WS-BRK-KEY
                       PERFORM 330-WRITE-BREAK-TOTAL THRU 330-EXIT
                       MOVE 'N' TO WS-BRK-ACTIVE
                   END-IF
                   IF WS-BRK-ACTIVE = 'N'
                       MOVE CLS-SRT-SUPPLIER TO WS-BRK-KEY
                       PERFORM 335-RESET-BREAK THRU 335-EXIT
                   END-IF
                   PERFORM 336-ADD-TO-BREAK THRU 336-EXIT
                   ADD 1 TO WS-TOT-POS
                   ADD CLS-SRT-COMMITTED TO WS-TOT-COMMITTED
                   ADD CLS-SRT-RECEIVED TO WS-TOT-RECEIVED
                   ADD CLS-SRT-CLOSED TO WS-TOT-CLOSED
           END-RETURN.
       311-EXIT.
           EXIT.

       320-BUYER-CLOSE-BREAK.
           MOVE 'N' TO SW-MORE-SORT.
           MOVE 'N' TO WS-BRK-ACTIVE.
           PERFORM 321-RETURN-BUYER-DETAIL THRU 321-EXIT
               UNTIL END-OF-SORT.
           IF WS-BRK-ACTIVE = 'Y'
               PERFORM 330-WRITE-BREAK-TOTAL THRU 330-EXIT
           END-IF.
       320-EXIT.
           EXIT.

       321-RETURN-BUYER-DETAIL.
           RETURN CLSSORT
               AT END
                   MOVE 'Y' TO SW-MORE-SORT
               NOT AT END
                   IF WS-BRK-ACTIVE = 'Y'
                       AND CLS-SRT-BUYER NOT = WS-BRK-KEY
                       PERFORM 330-WRITE-BREAK-TOTAL THRU 330-EXIT
                       MOVE 'N' TO WS-BRK-ACTIVE
                   END-IF
                   IF WS-BRK-ACTIVE = 'N'
                       MOVE CLS-SRT-BUYER TO WS-BRK-KEY
                       PERFORM 335-RESET-BREAK THRU 335-EXIT
                   END-IF
                   PERFORM 336-ADD-TO-BREAK THRU 336-EXIT
           END-RETURN.
       321-EXIT.
           EXIT.

      * One history record and one report line per supplier or
      * buyer.
       330-WRITE-BREAK-TOTAL.
           MOVE SPACES TO WS-HIST-REC.
           MOVE WS-CLOSE-PERIOD TO SH-PERIOD.
           MOVE WS-BRK-REC-TYPE TO SH-REC-TYPE.
           MOVE WS-BRK-KEY TO SH-KEY.
           MOVE WS-BRK-COMMITTED TO SH-COMMITTED-USD.
           MOVE WS-BRK-RECEIVED TO SH-RECEIVED-USD.
           MOVE WS-BRK-CLOSED TO SH-CLOSED-USD.
           MOVE WS-BRK-POS TO SH-PO-COUNT.
           MOVE WS-RUN-MMDDYYYY TO SH-CLOSE-DATE.
           WRITE HIST-REC FROM WS-HIST-REC.
           IF SH-SUPPLIER-TOTAL
               ADD 1 TO WS-SUPP-WRITTEN
               ADD WS-BRK-COMMITTED TO WS-SUPP-TOT-COMMITTED
           ELSE
               ADD 1 TO WS-BUYER-WRITTEN
               ADD WS-BRK-COMMITTED TO WS-BUYER-TOT-COMMITTED
           END-IF.
           MOVE SPACES TO WS-CLS-TOTAL-LINE.
           MOVE WS-BRK-KEY TO CLT-KEY.
           MOVE WS-BRK-POS TO CLT-POS.
           MOVE WS-BRK-COMMITTED TO CLT-COMMITTED.
           MOVE WS-BRK-RECEIVED TO CLT-RECEIVED.
           MOVE WS-BRK-CLOSED TO CLT-CLOSED.
           MOVE WS-CLS-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT.
       330-EXIT.
           EXIT.

       335-RESET-BREAK.
           MOVE ZERO TO WS-BRK-POS.
           MOVE ZERO TO WS-BRK-COMMITTED.
           MOVE ZERO TO WS-BRK-RECEIVED.
           MOVE ZERO TO WS-BRK-CLOSED.
           MOVE 'Y' TO WS-BRK-ACTIVE.
       335-EXIT.
           EXIT.

       336-ADD-TO-BREAK.
           ADD 1 TO WS-BRK-POS.
           ADD CLS-SRT-COMMITTED TO WS-BRK-COMMITTED.
           ADD CLS-SRT-RECEIVED TO WS-BRK-RECEIVED.
           ADD CLS-SRT-CLOSED TO WS-BRK-CLOSED.
       336-EXIT.
           EXIT.

      * One line to the close report, breaking to a fresh page with
      * the heading and the current section's column header when the
      * page fills.
       820-WRITE-CLS-LINE.
           IF WS-CLS-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-CLS-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE CLS-RPT-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CLS-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-CLS-PAGE-HEADING.
           ADD 1 TO WS-CLS-PAGE-COUNT.
           MOVE SPACES TO WS-HDG-TITLE.
           MOVE 'MONTH-END SPEND CLOSE FOR ' TO WS-HDG-TITLE (1:26).
           MOVE WS-CLOSE-YYYY TO WS-HDG-TITLE (27:4).
           MOVE '/' TO WS-HDG-TITLE (31:1).
           MOVE WS-CLOSE-MM TO WS-HDG-TITLE (32:2).
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-CLS-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE CLS-RPT-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO CLS-RPT-REC.
           WRITE CLS-RPT-REC AFTER ADVANCING 1 LINE.
           WRITE CLS-RPT-REC FROM WS-CLS-COL-HEADER
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CLS-RPT-REC.
           WRITE CLS-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-CLS-LINE-COUNT.
       821-EXIT.
           EXIT.

      * WS-CMP-DATE (MMDDYYYY) into WS-CMP-PERIOD (YYYYMM) - zero
      * when it is not a date at all.
       880-DATE-TO-PERIOD.
           IF WS-CMP-DATE NUMERIC
               COMPUTE WS-CMP-PERIOD =
                   WS-CMP-YEAR * 100 + WS-CMP-MONTH
           ELSE
               MOVE ZERO TO WS-CMP-PERIOD
           END-IF.
       880-EXIT.
           EXIT.

      * The supplier and buyer passes total the same details, so
      * their committed dollars must agree - a mismatch means the
      * history for the month cannot be trusted.
       900-CONTROL-REPORT.
           MOVE SPACES TO WS-CLS-COL-HEADER.
           MOVE 'CLOSE TOTALS' TO WS-CLS-COL-HEADER (1:12).
           MOVE 99 TO WS-CLS-LINE-COUNT.
           MOVE SPACES TO WS-CLS-TOTAL-LINE.
           MOVE 'MONTH' TO CLT-KEY.
           MOVE WS-TOT-POS TO CLT-POS.
           MOVE WS-TOT-COMMITTED TO CLT-COMMITTED.
           MOVE WS-TOT-RECEIVED TO CLT-RECEIVED.
           MOVE WS-TOT-CLOSED TO CLT-CLOSED.
           MOVE WS-CLS-TOTAL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT.
           PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT.
           IF FIRST-CLOSE
               MOVE 'FIRST CLOSE - NO PRIOR SNAPSHOT - '
                   TO WS-RPT-PRINT-LINE (1:34)
               MOVE 'EARLIER ACTIVITY TAKEN AS ON THE BOOKS'
                   TO WS-RPT-PRINT-LINE (35:38)
               PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT
           END-IF.
           MOVE 'POMAST ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-PO-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'SNAPSHOT ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-SNAP-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'SNAPSHOT ROWS RE-KEYED BY MERGE' TO WS-CNT-LABEL.
           MOVE WS-SNAP-REKEYED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'POS NEW SINCE LAST CLOSE' TO WS-CNT-LABEL.
           MOVE WS-PO-NEW TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'POS GONE FROM POMAST' TO WS-CNT-LABEL.
           MOVE WS-PO-DROPPED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'POS WITH MOVEMENT' TO WS-CNT-LABEL.
           MOVE WS-PO-MOVED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'POS CLOSED IN MONTH' TO WS-CNT-LABEL.
           MOVE WS-PO-CLOSED-IN-MONTH TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'SNAPSHOT ROWS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-SNAP-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'SUPPLIER HISTORY RECORDS' TO WS-CNT-LABEL.
           MOVE WS-SUPP-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           MOVE 'BUYER HISTORY RECORDS' TO WS-CNT-LABEL.
           MOVE WS-BUYER-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-CLS-COUNT THRU 910-EXIT.
           IF WS-SUPP-TOT-COMMITTED NOT = WS-BUYER-TOT-COMMITTED
               MOVE '** SUPPLIER AND BUYER TOTALS DISAGREE - '
                   TO WS-RPT-PRINT-LINE (1:40)
               MOVE 'MONTH LEFT UNCLOSED **'
                   TO WS-RPT-PRINT-LINE (41:22)
               PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT
               DISPLAY '** MTHCLOSE - SUPPLIER AND BUYER TOTALS '
                   'DISAGREE - MONTH ' WS-CLOSE-PERIOD
                   ' LEFT WITHOUT A MONTH TOTAL - RESTORE SPNDHIST '
                   'FROM BEFORE THIS RUN **'
               MOVE 16 TO RETURN-CODE
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-CLS-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-CLS-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE POMAST.
           IF NOT FIRST-CLOSE
               CLOSE SNAPWORK
           END-IF.
           CLOSE PSNAPOUT.
           CLOSE SPNDHIST.
           CLOSE CLSRPT.
       950-EXIT.
           EXIT.
