           ASSIGN TO ZIPFILE
             FILE STATUS IS ZPCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

       DATA DIVISION.
       FILE SECTION.
      * Same layout PARTSUPP writes in 700-WRITE-ERROR-RECORD - the
           DATA RECORD IS ZIP-REC.
       01  ZIP-REC  PIC X(133).

      * The PO master as PSAPPLY builds it - only the key and status
      * are used, to see whether a release schedule's PO has reached
      * the master yet.
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

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  ZPCODE                  PIC X(2).
               88 ZP-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-DATA              PIC X VALUE 'N'.
               88  EDITS-PASSED             VALUE 'Y'.
           05  SW-YEAR-IN-WINDOW      PIC X VALUE 'N'.
               88  WS-YEAR-IN-WINDOW        VALUE 'Y'.
           05  SW-POMAST-OPEN         PIC X VALUE 'N'.
               88  POMAST-OPEN              VALUE 'Y'.
           05  SW-PREV-RESUBMITTED    PIC X VALUE 'N'.
               88  PREV-RESUBMITTED         VALUE 'Y'.

      ******************************************************************
      **** THIS CODE SNNIPETS CITE FROM
       01  WS-WORK-ERROR.
           05  WS-ERR-SOURCE             PIC X(10) VALUE SPACES.
           05  WS-ERR-REASON             PIC X(35) VALUE SPACES.
      * The reasons PARTSUPP gives a release schedule whose PO did
      * not go through.
               88  RELEASE-PO-MISSING
                       VALUE 'RELEASE PO NOT ON PRECEDING RECORD'
                             'RELEASE PO NOT ACCEPTED'
                             'RELEASE PO NOT ON RECORD OR POMAST'.
           05  WS-ERR-RAW-DATA           PIC X(1306) VALUE SPACES.

       01  WS-SUSPENSE-RECORD.

       01  WS-RECYCLE-CONTROL.
           05  WS-CURR-CYCLES            PIC 9(03) COMP VALUE ZERO.
      * Supplier of the last part/supplier record recycled, and
      * whether it went back to PARTSUPP, so the release schedules
      * behind it follow it.
           05  WS-PREV-SUPPLIER          PIC X(10) VALUE SPACES.
           05  WS-FIX-SUB                PIC 9(03) COMP VALUE ZERO.
      * How many cycles a reject may sit unresolved before the
      * control report calls it out as aged - raise or lower this
           05  WS-STILL-FAILING          PIC 9(07) COMP VALUE ZERO.
           05  WS-CARRIED-FORWARD        PIC 9(07) COMP VALUE ZERO.
           05  WS-AGED-IN-SUSPENSE       PIC 9(07) COMP VALUE ZERO.
           05  WS-SCHEDULES-FOLLOWED     PIC 9(07) COMP VALUE ZERO.

      * Rolls the supplier activation date's upper valid year forward
      * to the system date at the start of each run, the same window
           PERFORM 100-INITIALIZATION.
           PERFORM 200-PROCESS-ERROR THRU 200-EXIT
                    UNTIL END-OF-RECORD.
           MOVE SPACES TO WS-PREV-SUPPLIER.
           PERFORM 210-PROCESS-SUSPENSE THRU 210-EXIT
                    UNTIL END-OF-SUSPENSE.
           PERFORM 900-CONTROL-REPORT.
               MOVE 'Y' TO SW-MORE-SUSPENSE
           END-IF.
           OPEN INPUT ZIPFILE.
      *   POMAST only settles whether a release schedule's PO has
      *   been applied yet - before the first apply there is none.
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               MOVE 'N' TO SW-POMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-POMAST-OPEN
           END-IF.
           OPEN OUTPUT SUSPOUT.
           OPEN OUTPUT RESUBFILE.

      * the PARTSUPP edits, and route it to RESUBFILE on a clean pass
      * or back to suspense (one cycle older) on anything else.
       230-RECYCLE-ONE.
           IF WS-ERR-RAW-DATA (1:1) NOT = 'R'
               MOVE WS-ERR-RAW-DATA (94 : 10) TO WS-PREV-SUPPLIER
               MOVE 'N' TO SW-PREV-RESUBMITTED
           END-IF.
           PERFORM 240-APPLY-FIXES THRU 240-EXIT.
           IF NOT FIX-MATCHED
               AND WS-ERR-RAW-DATA (1:1) = 'R'
               AND RELEASE-PO-MISSING
               PERFORM 235-RECYCLE-SCHEDULE THRU 235-EXIT
               GO TO 230-EXIT
           END-IF.
           IF NOT FIX-MATCHED
               PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
               GO TO 230-EXIT
               MOVE WS-ERR-RAW-DATA TO RESUB-REC
               WRITE RESUB-REC
               ADD 1 TO WS-RESUBMITTED
               IF WS-ERR-RAW-DATA (1:1) NOT = 'R'
                   MOVE 'Y' TO SW-PREV-RESUBMITTED
               END-IF
           ELSE
               ADD 1 TO WS-STILL-FAILING
               PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
       230-EXIT.
           EXIT.

      * A release schedule turned away only because its PO did not
      * go through, with no fix card of its own (a mistyped PO number
      * is fixed like any other field), has nothing to fix. Behind
      * the part/supplier record carrying the PO it goes wherever
      * that record went - back to PARTSUPP right behind it, or to
      * suspense right behind it - so the two re-enter together. On
      * its own it goes back once the PO is open on POMAST, where
      * PARTSUPP edits it, and waits in suspense until then.
       235-RECYCLE-SCHEDULE.
           IF WS-ERR-RAW-DATA (94 : 10) = WS-PREV-SUPPLIER
               ADD 1 TO WS-SCHEDULES-FOLLOWED
               IF PREV-RESUBMITTED
                   MOVE WS-ERR-RAW-DATA TO RESUB-REC
                   WRITE RESUB-REC
                   ADD 1 TO WS-RESUBMITTED
               ELSE
                   PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
               END-IF
               GO TO 235-EXIT
           END-IF.
           IF NOT POMAST-OPEN
               PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
               GO TO 235-EXIT
           END-IF.
           MOVE WS-ERR-RAW-DATA (94 : 10) TO OM-SUPPLIER-CODE.
           MOVE WS-ERR-RAW-DATA (104 : 6) TO OM-PO-NUMBER.
           READ POMAST
               INVALID KEY
                   PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
                   GO TO 235-EXIT
           END-READ.
           IF NOT OM-PO-OPEN
               PERFORM 260-WRITE-SUSPENSE THRU 260-EXIT
               GO TO 235-EXIT
           END-IF.
           MOVE WS-ERR-RAW-DATA TO RESUB-REC.
           WRITE RESUB-REC.
           ADD 1 TO WS-RESUBMITTED.
       235-EXIT.
           EXIT.

      * Apply every fix card whose supplier code and reason match
      * this reject - more than one card may patch the same record.
      * The supplier code sits in the raw image at the same offset
      * PS-REC image is what gets resubmitted.
       280-RERUN-EDITS.
           MOVE 'Y' TO SW-EDITS-PASSED.
      * A release schedule ('R') record is edited against the part/
      * supplier record carrying its PO or against POMAST, neither of
      * which is here - a fixed schedule goes back as corrected and
      * PARTSUPP proves it next cycle. One rejected only because its
      * PO did not go through is routed by 235-RECYCLE-SCHEDULE and
      * never gets here.
           IF WS-ERR-RAW-DATA (1:1) = 'R'
               GO TO 280-EXIT
           END-IF.
      * PART-SUPP-ADDR-PO still carries whatever ADDR-COUNT/PO-COUNT
      * were clamped to for the PREVIOUS record - force both counts
      * to their table maximum first so the whole image always moves,
               WS-CARRIED-FORWARD.
           DISPLAY 'AGED PAST ' WS-AGE-LIMIT ' CYCLES . . . . '
               WS-AGED-IN-SUSPENSE.
           DISPLAY 'SCHEDULES FOLLOWING THEIR PO  '
               WS-SCHEDULES-FOLLOWED.
           DISPLAY '----------------------------------------------'.
       900-EXIT.
           EXIT.
           IF SI-VALID
               CLOSE SUSPIN
           END-IF.
           IF POMAST-OPEN
               CLOSE POMAST
           END-IF.
           CLOSE SUSPOUT.
           CLOSE RESUBFILE.
       950-EXIT.
