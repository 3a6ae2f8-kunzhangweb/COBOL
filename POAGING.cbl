      * control record is verified - record count and quantity/price
      * hash totals against what was actually received - before any
      * report is released, so a truncated transfer cannot produce a
      * short chase list that looks complete. A PO bought on a
      * delivery schedule is aged release by release off RELMAST -
      * each open release against its own due date, so a late
      * release is chased while the PO's final date is still ahead.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO SUPPLIERS
             FILE STATUS IS SPCODE.

           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT CLOSEDPO
           ASSIGN TO CLOSEDPO
             FILE STATUS IS CLCODE.
           DATA RECORD IS SUP-REC.
       01  SUP-REC  PIC X(133).

      * Delivery releases as PSAPPLY builds them and PORECV posts
      * them - read only here, for the due dates and the status byte.
       FD  RELMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RM-REC.
       01  RM-REC.
           05  RM-RELEASE-KEY.
               10  RM-SUPPLIER-CODE      PIC X(10).
               10  RM-PO-NUMBER          PIC X(06).
               10  RM-RELEASE-NUMBER     PIC 9(03).
           05  RM-PART-NUMBER            PIC X(23).
           05  RM-QUANTITY               PIC S9(07).
           05  RM-DUE-DATE               PIC 9(08).
           05  RM-SHIP-ADDRESS-1         PIC X(15).
           05  RM-SHIP-CITY              PIC X(15).
           05  RM-SHIP-STATE             PIC X(02).
           05  RM-SHIP-ZIP-CODE          PIC 9(10).
           05  RM-QTY-RECEIVED           PIC S9(07).
           05  RM-LAST-RECEIPT-DATE      PIC 9(08).
           05  RM-RELEASE-STATUS         PIC X(01).
               88 RM-RELEASE-OPEN          VALUE 'O'.
               88 RM-RELEASE-CLOSED        VALUE 'C'.
           05  FILLER                    PIC X(17).

      * Closed-PO drop list as PORECV writes it - supplier code plus
      * PO number per closed purchase order.
       FD  CLOSEDPO
           05  SSCODE                  PIC X(2).
               88 SS-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-RECORDS           PIC X VALUE 'N'.
               88  END-OF-BUYERS            VALUE 'Y'.
           05  SW-MORE-SORT           PIC X VALUE 'N'.
               88  END-OF-SORT              VALUE 'Y'.
           05  SW-RELMAST-OPEN        PIC X VALUE 'N'.
               88  RELMAST-OPEN             VALUE 'Y'.
           05  SW-MORE-RELEASES       PIC X VALUE 'N'.
               88  END-OF-RELEASES          VALUE 'Y'.

      * POFILE extract record as PARTSUPP's 600-POEDIT writes it.
       01  WS-PO-IN-REC.
           05  WS-BUCKET-HOLD            PIC 9(01) VALUE ZERO.
           05  WS-RATING-HOLD            PIC X(01) VALUE SPACES.
           05  WS-ESCALATE-FLAG          PIC X(20) VALUE SPACES.
           05  WS-AGE-RELEASE            PIC X(03) VALUE SPACES.
           05  WS-RELEASES-SEEN          PIC 9(03) COMP VALUE ZERO.

      * A release's due date is MMDDYYYY like the PO's - broken out
      * the same way for the day-of-month check before it is aged.
       01  WS-REL-DUE-DATE               PIC X(08) VALUE SPACES.
       01  WS-REL-DUE-PARTS REDEFINES WS-REL-DUE-DATE.
           05  WS-REL-DUE-MONTH          PIC 9(02).
               88  REL-DUE-MONTH-31        VALUE 1 3 5 7 8 10 12.
               88  REL-DUE-MONTH-30        VALUE 4 6 9 11.
               88  REL-DUE-MONTH-28-29     VALUE 2.
           05  WS-REL-DUE-DAY            PIC 9(02).
               88  REL-DUE-DAY-31          VALUE 1 THRU 31.
               88  REL-DUE-DAY-30          VALUE 1 THRU 30.
               88  REL-DUE-DAY-29          VALUE 1 THRU 29.
           05  WS-REL-DUE-YEAR           PIC 9(04).

      * Page control and line layouts for the aging report print
      * file - title, run date and page number on every page, with

       01  WS-AGE-CHASE-LINE.
           05  AGE-CH-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  AGE-CH-RELEASE            PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AGE-CH-SUPPLIER           PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AGE-CH-UNIT-PRICE         PIC Z(06)9.99-.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  AGE-CH-ESCALATE           PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-AGE-BUYER-LINE.
           05  AGE-BU-CODE               PIC X(03) VALUE SPACES.
           05  WS-PO-SKIPPED             PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-CLOSED-DROPPED      PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-ESCALATED           PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-AGED-BY-RELEASE     PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-AGED               PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CLOSED-SKIPPED     PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-SKIPPED            PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-DATE-AREAS.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.
      *   Open files
           OPEN INPUT POFILE.
           OPEN INPUT SUPPFILE.
      *   RELMAST only exists once a schedule has been applied -
      *   until then every PO ages on its own delivery date.
           OPEN INPUT RELMAST.
           IF RM-NOT-FOUND
               MOVE 'N' TO SW-RELMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-RELMAST-OPEN
           END-IF.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           COMPUTE WS-TODAY-INT =
           OPEN OUTPUT AGWORK.
      *   The chase list is the report's first section - its column
      *   header rules every page until the rankings take over.
           MOVE 'PO     REL  SUPPLIER    BUYER  DAYS LATE  CUR'
               TO WS-AGE-COL-HEADER (1:47).
           MOVE 'UNIT PRICE   ESCALATION'
               TO WS-AGE-COL-HEADER (49:24).

           PERFORM 110-LOAD-RATING-TABLE THRU 110-EXIT.
           PERFORM 115-LOAD-CLOSED-TABLE THRU 115-EXIT.
                       GO TO 200-READ-NEXT
               END-SEARCH
           END-IF.
      * A PO with releases on RELMAST is aged by its releases alone -
      * its own delivery date is only the last of them. A PO whose
      * releases are all received has nothing left to chase.
           IF RELMAST-OPEN
               PERFORM 230-AGE-PO-RELEASES THRU 230-EXIT
               IF WS-RELEASES-SEEN > ZERO
                   ADD 1 TO WS-PO-AGED
                   ADD 1 TO WS-PO-AGED-BY-RELEASE
                   GO TO 200-READ-NEXT
               END-IF
           END-IF.
      * A date whose day does not exist in its month never reaches
      * INTEGER-OF-DATE - its result for such a date is undefined.
           IF PO-IN-DELIVERY-DATE NOT NUMERIC
           COMPUTE WS-DELIVERY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DELIVERY-YMD).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DELIVERY-INT.
           ADD 1 TO WS-PO-AGED.
           MOVE SPACES TO WS-AGE-RELEASE.
           PERFORM 240-RECORD-AGING THRU 240-EXIT.

       200-READ-NEXT.
           PERFORM 150-READ-A-RECORD.
       220-EXIT.
           EXIT.

      * Age each open release of the PO in hand, in release order.
      * WS-RELEASES-SEEN tells the caller whether the PO is on a
      * schedule at all - closed releases count as seen.
       230-AGE-PO-RELEASES.
           MOVE ZERO TO WS-RELEASES-SEEN.
           MOVE PO-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE PO-IN-PO-NUMBER TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           MOVE 'N' TO SW-MORE-RELEASES.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-RELEASES
           END-START.
           PERFORM 231-AGE-ONE-RELEASE THRU 231-EXIT
               UNTIL END-OF-RELEASES.
       230-EXIT.
           EXIT.

       231-AGE-ONE-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
                   GO TO 231-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = PO-IN-SUPPLIER-CODE
               OR RM-PO-NUMBER NOT = PO-IN-PO-NUMBER
               MOVE 'Y' TO SW-MORE-RELEASES
               GO TO 231-EXIT
           END-IF.
           ADD 1 TO WS-RELEASES-SEEN.
           IF RM-RELEASE-CLOSED
               ADD 1 TO WS-REL-CLOSED-SKIPPED
               GO TO 231-EXIT
           END-IF.
      * Same plausibility test as the PO's own delivery date - a
      * release that cannot be aged is counted, not guessed at.
           MOVE RM-DUE-DATE TO WS-REL-DUE-DATE.
           IF WS-REL-DUE-DATE NOT NUMERIC
               OR WS-REL-DUE-YEAR < 1900
               ADD 1 TO WS-REL-SKIPPED
               GO TO 231-EXIT
           END-IF.
           EVALUATE TRUE
                WHEN REL-DUE-MONTH-31 AND REL-DUE-DAY-31
                WHEN REL-DUE-MONTH-30 AND REL-DUE-DAY-30
                WHEN REL-DUE-MONTH-28-29 AND REL-DUE-DAY-29
                    CONTINUE
                WHEN OTHER
                    ADD 1 TO WS-REL-SKIPPED
                    GO TO 231-EXIT
           END-EVALUATE.
           COMPUTE WS-DELIVERY-YMD =
               WS-REL-DUE-YEAR * 10000
                   + WS-REL-DUE-MONTH * 100
                   + WS-REL-DUE-DAY.
           COMPUTE WS-DELIVERY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DELIVERY-YMD).
           COMPUTE WS-DAYS-LATE = WS-TODAY-INT - WS-DELIVERY-INT.
           ADD 1 TO WS-REL-AGED.
           MOVE RM-RELEASE-NUMBER TO WS-AGE-RELEASE.
           PERFORM 240-RECORD-AGING THRU 240-EXIT.
       231-EXIT.
           EXIT.

      * Bucket, escalate and chase one aged PO or release - the days
      * late are already in WS-DAYS-LATE, and WS-AGE-RELEASE carries
      * the release number or spaces for a PO aged on its own date.
       240-RECORD-AGING.
           PERFORM 210-FIND-RATING THRU 210-EXIT.
           MOVE SPACES TO WS-ESCALATE-FLAG.
           IF WS-DAYS-LATE > 0 AND WS-RATING-HOLD = '3'
               MOVE '** ESCALATE **' TO WS-ESCALATE-FLAG
               ADD 1 TO WS-PO-ESCALATED
           END-IF.

           PERFORM 220-BUCKET-TOTALS THRU 220-EXIT.
      * One aging detail per aged PO or release to the scratch
      * file - the buyer and supplier rankings come off the external
      * SORT's control breaks at end of run.
           MOVE SPACES TO WS-AGE-DETAIL.
           MOVE PO-IN-BUYER-CODE TO AGD-BUYER.
           MOVE PO-IN-SUPPLIER-CODE TO AGD-SUPPLIER.
           MOVE WS-BUCKET-HOLD TO AGD-BUCKET.
           IF WS-DAYS-LATE > 0
               MOVE WS-DAYS-LATE TO AGD-DAYS-LATE
               IF WS-RATING-HOLD = '3'
                   MOVE '*' TO AGD-ESC
               END-IF
           ELSE
               MOVE ZERO TO AGD-DAYS-LATE
           END-IF.
           MOVE WS-AGE-DETAIL TO AGW-REC.
           WRITE AGW-REC.

      * The chase line shows the original currency and amount the
      * supplier actually quoted - the USD figures live in the hash
      * totals and the register.
           IF WS-DAYS-LATE > 0
               MOVE SPACES TO WS-AGE-CHASE-LINE
               MOVE PO-IN-PO-NUMBER TO AGE-CH-PO-NUMBER
               MOVE WS-AGE-RELEASE TO AGE-CH-RELEASE
               MOVE PO-IN-SUPPLIER-CODE TO AGE-CH-SUPPLIER
               MOVE PO-IN-BUYER-CODE TO AGE-CH-BUYER
               MOVE WS-DAYS-LATE TO AGE-CH-DAYS-LATE
               IF PO-IN-CURRENCY-CODE = SPACES
                   MOVE 'USD' TO AGE-CH-CURRENCY
               ELSE
                   MOVE PO-IN-CURRENCY-CODE TO AGE-CH-CURRENCY
               END-IF
               IF PO-IN-UNIT-PRICE NUMERIC
                   MOVE PO-IN-UNIT-PRICE TO AGE-CH-UNIT-PRICE
               END-IF
               MOVE WS-ESCALATE-FLAG TO AGE-CH-ESCALATE
               MOVE WS-AGE-CHASE-LINE TO WS-RPT-PRINT-LINE
               PERFORM 830-WRITE-AGE-LINE THRU 830-EXIT
           END-IF.
       240-EXIT.
           EXIT.

      * First sort passes: details by buyer, then by supplier, each
      * totaled on its control break into a summary work file - no
      * table size caps the buyer or supplier count and no pairwise
           DISPLAY 'CLOSED POS DROPPED . . . . . '
               WS-PO-CLOSED-DROPPED.
           DISPLAY ' '.
           DISPLAY 'POS AGED BY RELEASE  . . . . '
               WS-PO-AGED-BY-RELEASE.
           DISPLAY 'RELEASES AGED  . . . . . . . '
               WS-REL-AGED.
           DISPLAY 'RELEASES SKIPPED (BAD DATE)  '
               WS-REL-SKIPPED.
           DISPLAY 'CLOSED RELEASES PASSED OVER  '
               WS-REL-CLOSED-SKIPPED.
           DISPLAY ' '.
           DISPLAY 'CURRENT (NOT PAST DUE) . . . '
               WS-PO-CURRENT.
           DISPLAY '1-30 DAYS PAST DUE . . . . . '
       950-CLOSE-FILES.
           CLOSE POFILE.
           CLOSE AGERPT.
           IF RELMAST-OPEN
               CLOSE RELMAST
           END-IF.
       950-EXIT.
           EXIT.
