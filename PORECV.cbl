      * what is actually still open. A closed PO older than the
      * retention window is purged off the master instead of listed,
      * so neither POMAST nor the drop list grows without bound -
      * each purged row goes first to POHIST, the cumulative history
      * of purged POs the recall trace reads. A PO bought on
      * a delivery schedule is also posted release by release on
      * RELMAST: a receipt naming its release posts to that release,
      * one naming none is spread over the PO's open releases in
      * release order, and a release closes once received in full.
      * A purged PO takes its releases off RELMAST with it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT CLOSEDPO
           ASSIGN TO CLOSEDPO
             FILE STATUS IS CLCODE.

           SELECT POHIST
           ASSIGN TO POHIST
             FILE STATUS IS PHCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPTFILE
      * program maintains - received quantity, last receipt date and
      * the open/closed status byte.
       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
               88 OM-PO-CLOSED             VALUE 'C'.
           05  OM-CURRENCY-CODE          PIC X(03).
           05  OM-USD-PRICE              PIC S9(07)V99.
           05  OM-PART-NUMBER            PIC X(23).
           05  OM-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).

      * Delivery releases as PSAPPLY builds them - this program
      * owns the receipt fields and the open/closed status byte.
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

      * Drop list of closed PO keys for POAGING and the commitment
      * register - key only, one record per closed PO on the master.
           DATA RECORD IS CLS-REC.
       01  CLS-REC  PIC X(80).

      * Every PO purged off POMAST - the full row as it stood, and
      * the run date it was purged (YYYYMMDD). Opened EXTEND.
       FD  POHIST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PH-REC.
       01  PH-REC.
           05  PH-PO-IMAGE               PIC X(122).
           05  PH-PURGE-DATE             PIC X(08).
           05  FILLER                    PIC X(02).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  CLCODE                  PIC X(2).
               88 CL-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.
           05  PHCODE                  PIC X(2).
               88 PH-NOT-FOUND  VALUE '35'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-RECEIPTS          PIC X VALUE 'N'.
               88  END-OF-RECEIPTS             VALUE 'Y'.
           05  SW-MORE-MASTERS           PIC X VALUE 'N'.
               88  END-OF-MASTERS              VALUE 'Y'.
           05  SW-RELMAST-OPEN           PIC X VALUE 'N'.
               88  RELMAST-OPEN                VALUE 'Y'.
           05  SW-RELEASE-NAMED          PIC X VALUE 'N'.
               88  RELEASE-NAMED               VALUE 'Y'.
           05  SW-RELEASE-FOUND          PIC X VALUE 'N'.
               88  RELEASE-FOUND               VALUE 'Y'.
           05  SW-MORE-RELEASES          PIC X VALUE 'N'.
               88  END-OF-RELEASES             VALUE 'Y'.

      * RECEIPTFILE record - keyed the way OM-PO-KEY is, supplier
      * code plus PO number, then the received quantity and the
      * receipt date in MMDDYYYY like the PO dates. The release
      * number is left blank (or zero) when the dock cannot tell
      * which scheduled release a delivery was against.
       01  WS-RCV-IN-REC.
           05  RCV-IN-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  RCV-IN-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  RCV-IN-QUANTITY           PIC 9(07) VALUE ZERO.
           05  RCV-IN-RECEIPT-DATE       PIC 9(08) VALUE ZERO.
           05  RCV-IN-RELEASE-NUMBER     PIC X(03) VALUE SPACES.
           05  RCV-IN-RELEASE-NUM REDEFINES RCV-IN-RELEASE-NUMBER
                                         PIC 9(03).
           05  FILLER                    PIC X(46) VALUE SPACES.

      * Release posting work - what is left of a receipt still to
      * spread, and what one release can still take.
       01  WS-RELEASE-POST-WORK.
           05  WS-QTY-TO-SPREAD          PIC S9(07) COMP VALUE ZERO.
           05  WS-REL-OPEN-QTY           PIC S9(07) COMP VALUE ZERO.
           05  WS-REL-POST-QTY           PIC S9(07) COMP VALUE ZERO.
           05  WS-RELEASES-SEEN          PIC 9(03) COMP VALUE ZERO.

      * Closed-PO drop list record.
       01  WS-CLS-OUT-REC.
           05  WS-CLOSED-ON-FILE         PIC 9(07) COMP VALUE ZERO.
           05  WS-OPEN-ON-FILE           PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-PURGED              PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-REJ-NO-RELEASE     PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-REJ-REL-CLOSED     PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-SPREAD             PIC 9(07) COMP VALUE ZERO.
           05  WS-RCV-BEYOND-SCHEDULE    PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-POSTED             PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-OVERSHIPPED        PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CLOSED-THIS-RUN    PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-PURGED             PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   No release master yet just means no PO has been bought on
      *   a delivery schedule - receipts post at PO level alone.
           OPEN I-O RELMAST.
           IF RM-NOT-FOUND
               MOVE 'N' TO SW-RELMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-RELMAST-OPEN
           END-IF.
           OPEN OUTPUT CLOSEDPO.
      *   The purge history accumulates across runs.
           OPEN EXTEND POHIST.
           IF PH-NOT-FOUND
               OPEN OUTPUT POHIST
           END-IF.

      *   The purge cutoff is fixed once per run so every closed PO
      *   ages against the same day.
               OR RCV-IN-QUANTITY NOT NUMERIC
               OR RCV-IN-QUANTITY = ZERO
               OR RCV-IN-RECEIPT-DATE NOT NUMERIC
               OR (RCV-IN-RELEASE-NUMBER NOT = SPACES
                   AND RCV-IN-RELEASE-NUMBER NOT NUMERIC)
               ADD 1 TO WS-RCV-REJ-BAD-DATA
               DISPLAY 'PORECV - RECEIPT REJECTED - BAD KEY, '
                   'QUANTITY OR DATE - ' RCV-IN-SUPPLIER-CODE '/'
                   RCV-IN-PO-NUMBER
               GO TO 200-READ-NEXT
           END-IF.
      * A receipt naming its release has to find that release open
      * before anything posts - the PO and the release move
      * together or not at all.
           MOVE 'N' TO SW-RELEASE-NAMED.
           IF RCV-IN-RELEASE-NUMBER NOT = SPACES
               AND RCV-IN-RELEASE-NUMBER NOT = '000'
               MOVE 'Y' TO SW-RELEASE-NAMED
               PERFORM 210-FIND-NAMED-RELEASE THRU 210-EXIT
               IF NOT RELEASE-FOUND
                   GO TO 200-READ-NEXT
               END-IF
           END-IF.
      * A master row written before receipt posting existed carries
      * spaces where the receipt fields now live - start it clean.
           IF OM-QTY-RECEIVED NOT NUMERIC
                   GO TO 200-READ-NEXT
           END-REWRITE.
           ADD 1 TO WS-RCV-POSTED.
           IF RELEASE-NAMED
               MOVE RCV-IN-QUANTITY TO WS-REL-POST-QTY
               PERFORM 220-POST-TO-RELEASE THRU 220-EXIT
           ELSE
               IF RELMAST-OPEN
                   PERFORM 230-SPREAD-RECEIPT THRU 230-EXIT
               END-IF
           END-IF.
       200-READ-NEXT.
           PERFORM 150-READ-A-RECEIPT.
       200-EXIT.
           EXIT.

       210-FIND-NAMED-RELEASE.
           MOVE 'N' TO SW-RELEASE-FOUND.
           IF NOT RELMAST-OPEN
               ADD 1 TO WS-RCV-REJ-NO-RELEASE
               DISPLAY 'PORECV - RECEIPT REJECTED - RELEASE NOT ON '
                   'MASTER - ' RCV-IN-SUPPLIER-CODE '/'
                   RCV-IN-PO-NUMBER '/' RCV-IN-RELEASE-NUMBER
               GO TO 210-EXIT
           END-IF.
           MOVE RCV-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE RCV-IN-PO-NUMBER TO RM-PO-NUMBER.
           MOVE RCV-IN-RELEASE-NUM TO RM-RELEASE-NUMBER.
           READ RELMAST
               INVALID KEY
                   ADD 1 TO WS-RCV-REJ-NO-RELEASE
                   DISPLAY 'PORECV - RECEIPT REJECTED - RELEASE NOT '
                       'ON MASTER - ' RCV-IN-SUPPLIER-CODE '/'
                       RCV-IN-PO-NUMBER '/' RCV-IN-RELEASE-NUMBER
                   GO TO 210-EXIT
           END-READ.
           IF RM-RELEASE-CLOSED
               ADD 1 TO WS-RCV-REJ-REL-CLOSED
               DISPLAY 'PORECV - RECEIPT REJECTED - RELEASE ALREADY '
                   'CLOSED - ' RCV-IN-SUPPLIER-CODE '/'
                   RCV-IN-PO-NUMBER '/' RCV-IN-RELEASE-NUMBER
               GO TO 210-EXIT
           END-IF.
           MOVE 'Y' TO SW-RELEASE-FOUND.
       210-EXIT.
           EXIT.

      * Post WS-REL-POST-QTY to the release sitting in RM-REC. The
      * release closes once its receipts reach its quantity - past
      * it is an over-shipment against that release.
       220-POST-TO-RELEASE.
           IF RM-QTY-RECEIVED NOT NUMERIC
               MOVE ZERO TO RM-QTY-RECEIVED
           END-IF.
           ADD WS-REL-POST-QTY TO RM-QTY-RECEIVED.
           MOVE RCV-IN-RECEIPT-DATE TO RM-LAST-RECEIPT-DATE.
           IF RM-QTY-RECEIVED NOT < RM-QUANTITY
               MOVE 'C' TO RM-RELEASE-STATUS
               ADD 1 TO WS-REL-CLOSED-THIS-RUN
               IF RM-QTY-RECEIVED > RM-QUANTITY
                   ADD 1 TO WS-REL-OVERSHIPPED
                   DISPLAY 'PORECV - OVER-SHIPMENT - RELEASE '
                       RM-SUPPLIER-CODE '/' RM-PO-NUMBER
                       '/' RM-RELEASE-NUMBER
                       ' SCHEDULED ' RM-QUANTITY
                       ' RECEIVED ' RM-QTY-RECEIVED
               END-IF
           END-IF.
           REWRITE RM-REC
               INVALID KEY
                   DISPLAY 'PORECV - RELEASE POST FAILED - '
                       RM-SUPPLIER-CODE '/' RM-PO-NUMBER
                       '/' RM-RELEASE-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-REL-POSTED
           END-REWRITE.
       220-EXIT.
           EXIT.

      * A receipt naming no release fills the PO's open releases in
      * release order, earliest first. Anything left once every
      * release is full is beyond the schedule - it stays on the PO
      * total only and is reported.
       230-SPREAD-RECEIPT.
           MOVE RCV-IN-QUANTITY TO WS-QTY-TO-SPREAD.
           MOVE ZERO TO WS-RELEASES-SEEN.
           MOVE RCV-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE RCV-IN-PO-NUMBER TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           MOVE 'N' TO SW-MORE-RELEASES.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-RELEASES
           END-START.
           PERFORM 231-SPREAD-ONE-RELEASE THRU 231-EXIT
               UNTIL END-OF-RELEASES
               OR WS-QTY-TO-SPREAD = ZERO.
           IF WS-RELEASES-SEEN > ZERO
               ADD 1 TO WS-RCV-SPREAD
               IF WS-QTY-TO-SPREAD > ZERO
                   ADD 1 TO WS-RCV-BEYOND-SCHEDULE
                   DISPLAY 'PORECV - RECEIPT BEYOND SCHEDULE - PO '
                       RCV-IN-SUPPLIER-CODE '/' RCV-IN-PO-NUMBER
                       ' UNSCHEDULED ' WS-QTY-TO-SPREAD
               END-IF
           END-IF.
       230-EXIT.
           EXIT.

       231-SPREAD-ONE-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
                   GO TO 231-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = RCV-IN-SUPPLIER-CODE
               OR RM-PO-NUMBER NOT = RCV-IN-PO-NUMBER
               MOVE 'Y' TO SW-MORE-RELEASES
               GO TO 231-EXIT
           END-IF.
           ADD 1 TO WS-RELEASES-SEEN.
           IF RM-RELEASE-CLOSED
               GO TO 231-EXIT
           END-IF.
           IF RM-QTY-RECEIVED NOT NUMERIC
               MOVE ZERO TO RM-QTY-RECEIVED
           END-IF.
           COMPUTE WS-REL-OPEN-QTY = RM-QUANTITY - RM-QTY-RECEIVED.
           IF WS-REL-OPEN-QTY > WS-QTY-TO-SPREAD
               MOVE WS-QTY-TO-SPREAD TO WS-REL-POST-QTY
           ELSE
               MOVE WS-REL-OPEN-QTY TO WS-REL-POST-QTY
           END-IF.
           SUBTRACT WS-REL-POST-QTY FROM WS-QTY-TO-SPREAD.
           PERFORM 220-POST-TO-RELEASE THRU 220-EXIT.
       231-EXIT.
           EXIT.

      * Sweep the whole master and write every closed PO's key -
      * this run's and earlier runs' - to the drop list, so the
      * downstream readers always see the complete closed set.
                        COMPUTE WS-RECEIPT-INT =
                            FUNCTION INTEGER-OF-DATE (WS-RECEIPT-YMD)
                        IF WS-RECEIPT-INT < WS-CUTOFF-INT
                            IF RELMAST-OPEN
                                PERFORM 830-PURGE-RELEASES
                                    THRU 830-EXIT
                            END-IF
                            MOVE SPACES TO PH-REC
                            MOVE OM-REC TO PH-PO-IMAGE
                            MOVE WS-RUN-TODAY TO PH-PURGE-DATE
                            WRITE PH-REC
                            DELETE POMAST
                                INVALID KEY
                                    CONTINUE
       820-EXIT.
           EXIT.

      * A purged PO's releases go with it - browsed off by supplier
      * and PO the same way the receipt spread reads them.
       830-PURGE-RELEASES.
           MOVE OM-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE OM-PO-NUMBER TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           MOVE 'N' TO SW-MORE-RELEASES.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-RELEASES
           END-START.
           PERFORM 831-PURGE-ONE-RELEASE THRU 831-EXIT
               UNTIL END-OF-RELEASES.
       830-EXIT.
           EXIT.

       831-PURGE-ONE-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
                   GO TO 831-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = OM-SUPPLIER-CODE
               OR RM-PO-NUMBER NOT = OM-PO-NUMBER
               MOVE 'Y' TO SW-MORE-RELEASES
               GO TO 831-EXIT
           END-IF.
           DELETE RELMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REL-PURGED
           END-DELETE.
       831-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           DISPLAY ' '.
           DISPLAY '---- PORECV CONTROL / BALANCING REPORT ----'.
               WS-OPEN-ON-FILE.
           DISPLAY 'CLOSED POS PURGED  . . . . . '
               WS-PO-PURGED.
           DISPLAY ' '.
           DISPLAY 'RECEIPTS REJ - NO RELEASE  . '
               WS-RCV-REJ-NO-RELEASE.
           DISPLAY 'RECEIPTS REJ - REL CLOSED  . '
               WS-RCV-REJ-REL-CLOSED.
           DISPLAY 'RECEIPTS SPREAD OVER RELEASES '
               WS-RCV-SPREAD.
           DISPLAY 'RECEIPTS BEYOND SCHEDULE . . '
               WS-RCV-BEYOND-SCHEDULE.
           DISPLAY 'RELEASE POSTINGS . . . . . . '
               WS-REL-POSTED.
           DISPLAY 'RELEASE OVER-SHIPMENTS . . . '
               WS-REL-OVERSHIPPED.
           DISPLAY 'RELEASES CLOSED THIS RUN . . '
               WS-REL-CLOSED-THIS-RUN.
           DISPLAY 'RELEASES PURGED WITH PO  . . '
               WS-REL-PURGED.
           DISPLAY '----------------------------------------------'.
       900-EXIT.
           EXIT.
       950-CLOSE-FILES.
           CLOSE RECEIPTFILE.
           CLOSE POMAST.
           IF RELMAST-OPEN
               CLOSE RELMAST
           END-IF.
           CLOSE CLOSEDPO.
           CLOSE POHIST.
       950-EXIT.
           EXIT.
