      * are verified - record count, and on POFILE the quantity and
      * price hash totals, against what was actually received - so a
      * truncated transfer stops the apply instead of silently
      * shorting the masters. SRCFILE, the approved part/supplier
      * source extract, is verified and applied the same way against
      * SRCMAST keyed by part number plus supplier code. Every PO
      * action that actually lands on POMAST is also written to
      * APPLPO - the action code and the full master row, the row
      * as it stood before on a Delete - so the transmittal step
      * that follows sends suppliers only what was really applied.
      * Suppliers and addresses are applied ahead of POs, so a
      * supplier deleted outright has lost its name and order
      * address by the time its PO Deletes are written; both are
      * noted as they go and carried on each such Delete so the
      * cancellation can still be addressed.
      * SCHDFILE, the delivery release schedule extract, is verified
      * the same way (count and quantity hash) and applied last,
      * once its POs are on file, against RELMAST keyed by supplier,
      * PO and release number. A PO Delete takes its releases with
      * it, each one journaled so a backout restores them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT SRCFILE
           ASSIGN TO SRCFILE
             FILE STATUS IS SFCODE.

           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT SCHDFILE
           ASSIGN TO SCHDFILE
             FILE STATUS IS SHCODE.

      * Dynamic so a PO Delete can browse the PO's releases off by
      * partial key.
           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT APPLPO
           ASSIGN TO APPLPO
             FILE STATUS IS AOCODE.

           SELECT APPRPT
           ASSIGN TO APPRPT
             FILE STATUS IS APCODE.
           DATA RECORD IS PO-REC.
       01  PO-REC  PIC X(100).

       FD  SRCFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SRC-REC.
       01  SRC-REC  PIC X(80).

       FD  SCHDFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SCHD-REC.
       01  SCHD-REC  PIC X(120).

      * The masters carry the extract layouts minus the transaction
      * code - the key fields lead the record so adds, changes and
      * deletes all land on the same spot.
           05  PM-PART-NAME              PIC X(14).
           05  PM-VEHICLE-MAKE           PIC X(03).
           05  PM-WEEKS-LEAD-TIME        PIC 9(03).
           05  PM-VEHICLE-MODEL          PIC X(10).
           05  PM-VEHICLE-YEAR           PIC X(04).
           05  PM-SPEC-NUMBER            PIC X(07).
           05  PM-BLUEPRINT-NUMBER       PIC X(10).
           05  FILLER                    PIC X(25).

       FD  SUPPMAST
           RECORD CONTAINS 132 CHARACTERS
           05  FILLER                    PIC X(79).

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
      * currency.
           05  OM-CURRENCY-CODE          PIC X(03).
           05  OM-USD-PRICE              PIC S9(07)V99.
      * The part the PO buys, carried from the extract.
           05  OM-PART-NUMBER            PIC X(23).
      * Quantity vouchered for payment so far, maintained by
      * INVMATCH - held across a Change the same way the receipt
      * fields are.
           05  OM-QTY-INVOICED           PIC S9(07).
           05  FILLER                    PIC X(13).

      * Approved part/supplier sources - one row per part and
      * supplier cleared to supply it. The status byte lets a source
      * be withdrawn without losing when it was first approved.
       FD  SRCMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-SOURCE-KEY.
               10  SC-PART-NUMBER        PIC X(23).
               10  SC-SUPPLIER-CODE      PIC X(10).
           05  SC-PART-NAME              PIC X(14).
           05  SC-GOVT-COMML-CODE        PIC X(01).
           05  SC-WEEKS-LEAD-TIME        PIC 9(03).
           05  SC-SOURCE-STATUS          PIC X(01).
               88 SC-SOURCE-ACTIVE         VALUE 'A'.
               88 SC-SOURCE-INACTIVE       VALUE 'I'.
           05  SC-APPROVED-CYCLE         PIC 9(05).
           05  SC-LAST-CHANGE-CYCLE      PIC 9(05).
           05  FILLER                    PIC X(18).

      * Delivery releases - one row per scheduled release of a PO,
      * with its own quantity, due date and ship-to. The receipt
      * fields are PORECV's, posted release by release, and the
      * release closes once it is received in full.
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

      * Last applied extract cycle number, carried across runs so an
      * already-applied cycle or a gap in sequence stops the apply
           DATA RECORD IS CYC-REC.
       01  CYC-REC  PIC 9(05).

      * Journal of every applied action - cycle, file, key, action,
      * what the master row looked like before and after, and the
      * date and time of the run. The backout utility reads the
      * before-image to restore the masters, and the contracts
      * office's GOVAUDIT report reads both images as the audit trail
      * on government supplier changes. Opened EXTEND so cycles
      * accumulate.
       FD  JRNLFILE
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-REC.
       01  JRN-REC  PIC X(330).

      * Applied PO actions for the transmittal step - a header
      * carrying this cycle, one record per applied PO action, and a
      * trailer with the count and quantity hash.
       FD  APPLPO
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS APO-REC.
       01  APO-REC  PIC X(190).

      * Print file for the end-of-run control/balancing report, so
      * the apply balancing can be archived and distributed instead
               88 CY-VALID      VALUE '00'.
           05  JNCODE                  PIC X(2).
               88 JN-NOT-FOUND  VALUE '35'.
           05  SFCODE                  PIC X(2).
               88 SF-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  AOCODE                  PIC X(2).
               88 AO-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  SHCODE                  PIC X(2).
               88 SH-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-PARTS             PIC X VALUE 'N'.
               88  END-OF-ADDRESSES            VALUE 'Y'.
           05  SW-MORE-POS               PIC X VALUE 'N'.
               88  END-OF-POS                  VALUE 'Y'.
           05  SW-MORE-SOURCES           PIC X VALUE 'N'.
               88  END-OF-SOURCES              VALUE 'Y'.
           05  SW-TRAILER-FOUND          PIC X VALUE 'N'.
               88  TRAILER-FOUND               VALUE 'Y'.
           05  SW-MORE-RELEASES          PIC X VALUE 'N'.
               88  END-OF-RELEASES             VALUE 'Y'.
           05  SW-MORE-CASCADE           PIC X VALUE 'N'.
               88  END-OF-CASCADE              VALUE 'Y'.

      * Work areas carrying the extract record layouts PARTSUPP
      * writes, transaction code first.
           05  PART-IN-PART-NAME         PIC X(14) VALUE SPACES.
           05  PART-IN-VEHICLE-MAKE      PIC X(03) VALUE SPACES.
           05  PART-IN-WEEKS-LEAD-TIME   PIC 9(03) VALUE ZERO.
           05  PART-IN-VEHICLE-MODEL     PIC X(10) VALUE SPACES.
           05  PART-IN-VEHICLE-YEAR      PIC X(04) VALUE SPACES.
           05  PART-IN-SPEC-NUMBER       PIC X(07) VALUE SPACES.
           05  PART-IN-BLUEPRINT-NUMBER  PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(25) VALUE SPACES.

       01  WS-SUP-IN-REC.
           05  SUP-IN-TRANS-CODE         PIC X(01) VALUE SPACES.
           05  PO-IN-DELIVERY-DATE       PIC 9(08) VALUE ZERO.
           05  PO-IN-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  PO-IN-USD-PRICE           PIC S9(07)V99 VALUE ZERO.
           05  PO-IN-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-SRC-IN-REC.
           05  SRC-IN-TRANS-CODE         PIC X(01) VALUE SPACES.
               88 SRC-TRANS-ADD            VALUE 'A'.
               88 SRC-TRANS-CHANGE         VALUE 'C'.
               88 SRC-TRANS-DELETE         VALUE 'D'.
           05  SRC-IN-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  SRC-IN-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  SRC-IN-PART-NAME          PIC X(14) VALUE SPACES.
           05  SRC-IN-GOVT-COMML-CODE    PIC X(01) VALUE SPACES.
           05  SRC-IN-WEEKS-LEAD-TIME    PIC 9(03) VALUE ZERO.
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-SCHD-IN-REC.
           05  SCHD-IN-TRANS-CODE        PIC X(01) VALUE SPACES.
               88 SCHD-TRANS-ADD           VALUE 'A'.
               88 SCHD-TRANS-CHANGE        VALUE 'C'.
               88 SCHD-TRANS-DELETE        VALUE 'D'.
           05  SCHD-IN-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
           05  SCHD-IN-PO-NUMBER         PIC X(06) VALUE SPACES.
           05  SCHD-IN-RELEASE-NUMBER    PIC 9(03) VALUE ZERO.
           05  SCHD-IN-PART-NUMBER       PIC X(23) VALUE SPACES.
           05  SCHD-IN-QUANTITY          PIC S9(07) VALUE ZERO.
           05  SCHD-IN-DUE-DATE          PIC 9(08) VALUE ZERO.
           05  SCHD-IN-SHIP-ADDRESS-1    PIC X(15) VALUE SPACES.
           05  SCHD-IN-SHIP-CITY         PIC X(15) VALUE SPACES.
           05  SCHD-IN-SHIP-STATE        PIC X(02) VALUE SPACES.
           05  SCHD-IN-SHIP-ZIP-CODE     PIC 9(10) VALUE ZERO.
           05  FILLER                    PIC X(20) VALUE SPACES.

      * Header control record as PARTSUPP's 115-WRITE-EXTRACT-
      * HEADERS builds it - the cycle number it carries is what the

      * One journal record per applied action. The before-image is
      * spaces on an Add (there was no prior row) and the master row
      * as it stood on a Change or Delete; the after-image is the row
      * as written on an Add or Change and spaces on a Delete. A key
      * longer than the record-key field (SRCMAST's part plus
      * supplier) carries its tail in the key extension; every other
      * file leaves it blank. The run date is YYYYMMDD.
       01  WS-JOURNAL-REC.
           05  JRN-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.
           05  JRN-FILE-ID               PIC X(08) VALUE SPACES.
           05  JRN-ACTION                PIC X(01) VALUE SPACES.
           05  JRN-RECORD-KEY            PIC X(23) VALUE SPACES.
           05  JRN-BEFORE-IMAGE          PIC X(132) VALUE SPACES.
           05  JRN-KEY-EXTENSION         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  JRN-AFTER-IMAGE           PIC X(132) VALUE SPACES.
           05  JRN-RUN-DATE              PIC X(08) VALUE SPACES.
           05  JRN-RUN-TIME              PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.

       01  WS-JRN-BEFORE-HOLD            PIC X(132) VALUE SPACES.

      * One applied PO action for APPLPO - the A/C/D code and the
      * POMAST row it produced, or on a Delete the row it removed.
      * A Delete whose supplier or order address went earlier in
      * this cycle also carries the name and address as they were.
       01  WS-APPLIED-PO-REC.
           05  APO-TRANS-CODE            PIC X(01) VALUE SPACES.
           05  APO-PO-IMAGE              PIC X(122) VALUE SPACES.
           05  APO-ADDRESS-CARRIED       PIC X(01) VALUE SPACES.
           05  APO-SUPPLIER-NAME         PIC X(15) VALUE SPACES.
           05  APO-ADDRESS-1             PIC X(15) VALUE SPACES.
           05  APO-CITY                  PIC X(15) VALUE SPACES.
           05  APO-ADDR-STATE            PIC X(02) VALUE SPACES.
           05  APO-ZIP-CODE              PIC 9(10) VALUE ZERO.
           05  FILLER                    PIC X(09) VALUE SPACES.

      * Suppliers and order addresses deleted this cycle, as they
      * stood before the delete - looked up when their PO Deletes
      * are written to APPLPO.
       01  WS-GONE-SUPPLIER-TABLE.
           05  WS-GONE-COUNT             PIC 9(03) COMP VALUE ZERO.
           05  WS-GONE-MAX               PIC 9(03) COMP VALUE 500.
           05  WS-GONE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-GONE-COUNT
                   INDEXED BY GONE-IDX.
               10  GONE-SUPPLIER-CODE    PIC X(10).
               10  GONE-SUPPLIER-NAME    PIC X(15).
               10  GONE-ADDRESS-NOTED    PIC X(01).
               10  GONE-ADDRESS-1        PIC X(15).
               10  GONE-CITY             PIC X(15).
               10  GONE-ADDR-STATE       PIC X(02).
               10  GONE-ZIP-CODE         PIC 9(10).
       01  WS-GONE-SUPPLIER-CODE         PIC X(10) VALUE SPACES.

       01  WS-APPLIED-PO-TOTALS.
           05  WS-APO-RECS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-APO-QTY-HASH           PIC 9(13) VALUE ZERO.

      * Cycle sequencing - the apply only accepts the cycle that
      * comes right after the last one it applied.
       01  WS-CYCLE-CONTROL.
           05  WS-APP-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-APP-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.
           05  WS-RUN-TIME               PIC X(06) VALUE ZEROES.

       01  WS-RPT-RUN-DATE.
           05  WS-RPT-RUN-MM             PIC X(02) VALUE SPACES.
           05  WS-HOLD-QTY-RECEIVED      PIC S9(07) VALUE ZERO.
           05  WS-HOLD-RECEIPT-DATE      PIC 9(08) VALUE ZERO.
           05  WS-HOLD-PO-STATUS         PIC X(01) VALUE 'O'.
           05  WS-HOLD-QTY-INVOICED      PIC S9(07) VALUE ZERO.

      * The same for a release Change - its receipts are PORECV's.
       01  WS-REL-RECEIPT-HOLD.
           05  WS-HOLD-REL-RECEIVED      PIC S9(07) VALUE ZERO.
           05  WS-HOLD-REL-RECEIPT-DATE  PIC 9(08) VALUE ZERO.
           05  WS-HOLD-REL-STATUS        PIC X(01) VALUE 'O'.

      * End-of-job control/balancing counts, applied and rejected by
      * file so each master balances back to its extract.
           05  WS-PO-READ                PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-APPLIED             PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-REJECTED            PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-APPLIED            PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-REJECTED           PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CASCADE-DELETED    PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
                    UNTIL END-OF-ADDRESSES.
           PERFORM 500-APPLY-PO THRU 500-EXIT
                    UNTIL END-OF-POS.
           PERFORM 600-APPLY-SOURCE THRU 600-EXIT
                    UNTIL END-OF-SOURCES.
           PERFORM 700-APPLY-RELEASE THRU 700-EXIT
                    UNTIL END-OF-RELEASES.
           PERFORM 850-UPDATE-CYCLE-CONTROL THRU 850-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.
           OPEN INPUT SUPPFILE.
           OPEN INPUT ADDRFILE.
           OPEN INPUT POFILE.
           OPEN INPUT SRCFILE.
           OPEN INPUT SCHDFILE.

      *   Prove every extract arrived whole - trailer present and in
      *   balance with what was actually received - before a single
           PERFORM 120-VERIFY-SUPPFILE THRU 120-EXIT.
           PERFORM 130-VERIFY-ADDRFILE THRU 130-EXIT.
           PERFORM 140-VERIFY-POFILE THRU 140-EXIT.
           PERFORM 125-VERIFY-SRCFILE THRU 125-EXIT.
           PERFORM 135-VERIFY-SCHDFILE THRU 135-EXIT.
           CLOSE PARTFILE.
           CLOSE SUPPFILE.
           CLOSE ADDRFILE.
           CLOSE POFILE.
           CLOSE SRCFILE.
           CLOSE SCHDFILE.
           MOVE 'N' TO SW-MORE-PARTS.
           MOVE 'N' TO SW-MORE-SUPPLIERS.
           MOVE 'N' TO SW-MORE-ADDRESSES.
           MOVE 'N' TO SW-MORE-POS.
           MOVE 'N' TO SW-MORE-SOURCES.
           MOVE 'N' TO SW-MORE-RELEASES.
           OPEN INPUT PARTFILE.
           OPEN INPUT SUPPFILE.
           OPEN INPUT ADDRFILE.
           OPEN INPUT POFILE.
           OPEN INPUT SRCFILE.
           OPEN INPUT SCHDFILE.

      *   A master that has never been loaded does not exist yet -
      *   create it empty on a status 35 so the very first apply run
               CLOSE POMAST
               OPEN I-O POMAST
           END-IF.
           OPEN I-O SRCMAST.
           IF SC-NOT-FOUND
               OPEN OUTPUT SRCMAST
               CLOSE SRCMAST
               OPEN I-O SRCMAST
           END-IF.
           OPEN I-O RELMAST.
           IF RM-NOT-FOUND
               OPEN OUTPUT RELMAST
               CLOSE RELMAST
               OPEN I-O RELMAST
           END-IF.

      *   The journal accumulates across cycles - create it on the
      *   very first apply, extend it ever after.
               OPEN OUTPUT JRNLFILE
           END-IF.

      *   APPLPO is this cycle's alone - opened only once the
      *   extracts have verified, and stamped with the cycle so the
      *   transmittal step can tell a stale file from this one.
           OPEN OUTPUT APPLPO.
           MOVE SPACES TO WS-HEADER-REC.
           MOVE 'H' TO HDR-RECORD-TYPE.
           MOVE 'APPLPO  ' TO HDR-FILE-ID.
           MOVE WS-RUN-TODAY TO HDR-RUN-DATE.
           MOVE WS-EXPECTED-CYCLE TO HDR-CYCLE-NUMBER.
           MOVE SPACES TO APO-REC.
           MOVE WS-HEADER-REC TO APO-REC (1:22).
           WRITE APO-REC.

           PERFORM 150-READ-PART-RECORD.
           PERFORM 160-READ-SUPP-RECORD.
           PERFORM 170-READ-ADDR-RECORD.
           PERFORM 180-READ-PO-RECORD.
           PERFORM 190-READ-SRC-RECORD.
           PERFORM 195-READ-SCHD-RECORD.

      * A missing CYCLCTL (very first apply) leaves the last cycle
      * at zero, so cycle 1 is what the headers must carry.
       131-EXIT.
           EXIT.

       125-VERIFY-SRCFILE.
           MOVE 'SRCFILE ' TO WS-VFY-FILE-NAME.
           PERFORM 145-RESET-VERIFY THRU 145-EXIT.
           PERFORM 126-VERIFY-SRC-RECORD THRU 126-EXIT
               UNTIL END-OF-SOURCES.
           PERFORM 146-CHECK-TRAILER THRU 146-EXIT.
       125-EXIT.
           EXIT.

       126-VERIFY-SRC-RECORD.
           READ SRCFILE
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
               NOT AT END
                   MOVE SRC-REC TO PART-REC
                   PERFORM 147-TALLY-VERIFY-RECORD THRU 147-EXIT
           END-READ.
       126-EXIT.
           EXIT.

      * SCHDFILE proves its release quantity hash as well - deletes
      * carry spaces there and stay out of it, as PARTSUPP wrote it.
       135-VERIFY-SCHDFILE.
           MOVE 'SCHDFILE' TO WS-VFY-FILE-NAME.
           PERFORM 145-RESET-VERIFY THRU 145-EXIT.
           PERFORM 136-VERIFY-SCHD-RECORD THRU 136-EXIT
               UNTIL END-OF-RELEASES.
           PERFORM 146-CHECK-TRAILER THRU 146-EXIT.
           IF TRAILER-FOUND
               IF TRL-QTY-HASH NOT = WS-VFY-QTY-HASH
                   DISPLAY 'PSAPPLY - ' WS-VFY-FILE-NAME
                       ' HASH TOTALS DO NOT BALANCE TO TRAILER - '
                       'NOTHING APPLIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       135-EXIT.
           EXIT.

       136-VERIFY-SCHD-RECORD.
           READ SCHDFILE
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
               NOT AT END
                   MOVE SCHD-REC TO WS-SCHD-IN-REC
                   MOVE SCHD-REC TO PART-REC
                   PERFORM 147-TALLY-VERIFY-RECORD THRU 147-EXIT
                   IF SCHD-REC (1:1) NOT = 'H'
                       AND SCHD-REC (1:1) NOT = 'T'
                       AND SCHD-IN-QUANTITY NUMERIC
                       ADD SCHD-IN-QUANTITY TO WS-VFY-QTY-HASH
                   END-IF
           END-READ.
       136-EXIT.
           EXIT.

      * POFILE additionally proves the summed QUANTITY and UNIT-PRICE
      * hash totals its trailer carries.
       140-VERIFY-POFILE.
       180-EXIT.
           EXIT.

       190-READ-SRC-RECORD.
           READ SRCFILE
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
           END-READ.
       190-EXIT.
           EXIT.

       195-READ-SCHD-RECORD.
           READ SCHDFILE
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
           END-READ.
       195-EXIT.
           EXIT.

      * Apply one PARTFILE extract record against PARTMAST: an Add
      * must be a new key, a Change or Delete must hit an existing
      * one - the opposite cases are exactly the rejects the control
                    MOVE PART-IN-PART-NAME TO PM-PART-NAME
                    MOVE PART-IN-VEHICLE-MAKE TO PM-VEHICLE-MAKE
                    MOVE PART-IN-WEEKS-LEAD-TIME TO PM-WEEKS-LEAD-TIME
                    MOVE PART-IN-VEHICLE-MODEL TO PM-VEHICLE-MODEL
                    MOVE PART-IN-VEHICLE-YEAR TO PM-VEHICLE-YEAR
                    MOVE PART-IN-SPEC-NUMBER TO PM-SPEC-NUMBER
                    MOVE PART-IN-BLUEPRINT-NUMBER
                        TO PM-BLUEPRINT-NUMBER
                    WRITE PM-REC
                        INVALID KEY
                            ADD 1 TO WS-PART-REJECTED
                    MOVE PART-IN-PART-NAME TO PM-PART-NAME
                    MOVE PART-IN-VEHICLE-MAKE TO PM-VEHICLE-MAKE
                    MOVE PART-IN-WEEKS-LEAD-TIME TO PM-WEEKS-LEAD-TIME
                    MOVE PART-IN-VEHICLE-MODEL TO PM-VEHICLE-MODEL
                    MOVE PART-IN-VEHICLE-YEAR TO PM-VEHICLE-YEAR
                    MOVE PART-IN-SPEC-NUMBER TO PM-SPEC-NUMBER
                    MOVE PART-IN-BLUEPRINT-NUMBER
                        TO PM-BLUEPRINT-NUMBER
                    REWRITE PM-REC
                        INVALID KEY
                            ADD 1 TO WS-PART-REJECTED
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                            PERFORM 540-NOTE-GONE-SUPPLIER
                                THRU 540-EXIT
                    END-DELETE
                WHEN OTHER
                    ADD 1 TO WS-SUPP-REJECTED
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                            IF ADDR-IN-ADDRESS-TYPE = '1'
                                PERFORM 541-NOTE-GONE-ADDRESS
                                    THRU 541-EXIT
                            END-IF
                    END-DELETE
                WHEN OTHER
                    ADD 1 TO WS-ADDR-REJECTED
                    MOVE ZERO TO OM-QTY-RECEIVED
                    MOVE ZERO TO OM-LAST-RECEIPT-DATE
                    MOVE 'O' TO OM-PO-STATUS
                    MOVE ZERO TO OM-QTY-INVOICED
                    WRITE OM-REC
                        INVALID KEY
                            ADD 1 TO WS-PO-REJECTED
                            MOVE OM-PO-KEY TO JRN-RECORD-KEY
                            MOVE SPACES TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                            PERFORM 520-WRITE-APPLIED-PO THRU 520-EXIT
                    END-WRITE
                WHEN PO-TRANS-CHANGE
      * A Change rebuilds the row from the extract, but the receipt
      * fields belong to PORECV and the vouchered quantity to
      * INVMATCH - hold what the master already carries and put it
      * back so an apply never reopens a closed PO or zeroes its
      * received or invoiced quantity.
                    MOVE PO-IN-SUPPLIER-CODE TO OM-SUPPLIER-CODE
                    MOVE PO-IN-PO-NUMBER TO OM-PO-NUMBER
                    MOVE ZERO TO WS-HOLD-QTY-RECEIVED
                    MOVE ZERO TO WS-HOLD-RECEIPT-DATE
                    MOVE 'O' TO WS-HOLD-PO-STATUS
                    MOVE ZERO TO WS-HOLD-QTY-INVOICED
                    MOVE SPACES TO WS-JRN-BEFORE-HOLD
                    READ POMAST
                        INVALID KEY
                            IF OM-PO-CLOSED
                                MOVE 'C' TO WS-HOLD-PO-STATUS
                            END-IF
                            IF OM-QTY-INVOICED NUMERIC
                                MOVE OM-QTY-INVOICED
                                    TO WS-HOLD-QTY-INVOICED
                            END-IF
                    END-READ
                    PERFORM 510-BUILD-PO-MASTER THRU 510-EXIT
                    MOVE WS-HOLD-QTY-RECEIVED TO OM-QTY-RECEIVED
                    MOVE WS-HOLD-RECEIPT-DATE TO OM-LAST-RECEIPT-DATE
                    MOVE WS-HOLD-PO-STATUS TO OM-PO-STATUS
                    MOVE WS-HOLD-QTY-INVOICED TO OM-QTY-INVOICED
                    REWRITE OM-REC
                        INVALID KEY
                            ADD 1 TO WS-PO-REJECTED
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                            PERFORM 520-WRITE-APPLIED-PO THRU 520-EXIT
                    END-REWRITE
                WHEN PO-TRANS-DELETE
                    MOVE PO-IN-SUPPLIER-CODE TO OM-SUPPLIER-CODE
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                            PERFORM 520-WRITE-APPLIED-PO THRU 520-EXIT
                            PERFORM 530-CASCADE-RELEASES THRU 530-EXIT
                    END-DELETE
                WHEN OTHER
                    ADD 1 TO WS-PO-REJECTED
           MOVE PO-IN-DELIVERY-DATE TO OM-DELIVERY-DATE.
           MOVE PO-IN-CURRENCY-CODE TO OM-CURRENCY-CODE.
           MOVE PO-IN-USD-PRICE TO OM-USD-PRICE.
           MOVE PO-IN-PART-NUMBER TO OM-PART-NUMBER.
       510-EXIT.
           EXIT.

      * Record one applied PO action for the transmittal step. The
      * journal fields the caller just set say which action it was;
      * a Delete sends the row as it stood, since it is gone now.
       520-WRITE-APPLIED-PO.
           MOVE SPACES TO WS-APPLIED-PO-REC.
           MOVE 'N' TO APO-ADDRESS-CARRIED.
           MOVE ZERO TO APO-ZIP-CODE.
           MOVE JRN-ACTION TO APO-TRANS-CODE.
           IF JRN-ACTION = 'D'
               MOVE WS-JRN-BEFORE-HOLD (1:122) TO APO-PO-IMAGE
               PERFORM 545-CARRY-GONE-ADDRESS THRU 545-EXIT
           ELSE
               MOVE OM-REC TO APO-PO-IMAGE
           END-IF.
           MOVE WS-APPLIED-PO-REC TO APO-REC.
           WRITE APO-REC.
           ADD 1 TO WS-APO-RECS-WRITTEN.
           IF OM-QUANTITY NUMERIC
               ADD OM-QUANTITY TO WS-APO-QTY-HASH
           END-IF.
       520-EXIT.
           EXIT.

      * A PO gone from POMAST takes its delivery releases with it -
      * browse them off by supplier and PO and delete each one,
      * journaled like any other delete so a backout brings the
      * releases back along with the PO.
       530-CASCADE-RELEASES.
           MOVE PO-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE PO-IN-PO-NUMBER TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           MOVE 'N' TO SW-MORE-CASCADE.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-CASCADE
           END-START.
           PERFORM 531-DELETE-ONE-RELEASE THRU 531-EXIT
               UNTIL END-OF-CASCADE.
       530-EXIT.
           EXIT.

       531-DELETE-ONE-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-CASCADE
                   GO TO 531-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = PO-IN-SUPPLIER-CODE
               OR RM-PO-NUMBER NOT = PO-IN-PO-NUMBER
               MOVE 'Y' TO SW-MORE-CASCADE
               GO TO 531-EXIT
           END-IF.
           MOVE RM-REC TO WS-JRN-BEFORE-HOLD.
           DELETE RELMAST
               INVALID KEY
                   DISPLAY 'PSAPPLY - RELEASE CASCADE DELETE FAILED - '
                       RM-SUPPLIER-CODE '/' RM-PO-NUMBER
                       '/' RM-RELEASE-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-REL-CASCADE-DELETED
                   MOVE 'RELMAST ' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE RM-RELEASE-KEY TO JRN-RECORD-KEY
                   MOVE WS-JRN-BEFORE-HOLD TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
       531-EXIT.
           EXIT.

      * A deleted supplier's name, off the row as it stood before
      * the delete.
       540-NOTE-GONE-SUPPLIER.
           MOVE SUP-IN-SUPPLIER-CODE TO WS-GONE-SUPPLIER-CODE.
           PERFORM 542-FIND-GONE-ENTRY THRU 542-EXIT.
           IF GONE-IDX > WS-GONE-COUNT
               GO TO 540-EXIT
           END-IF.
           MOVE WS-JRN-BEFORE-HOLD (12:15)
               TO GONE-SUPPLIER-NAME (GONE-IDX).
       540-EXIT.
           EXIT.

      * A deleted order address, off the row as it stood before the
      * delete.
       541-NOTE-GONE-ADDRESS.
           MOVE ADDR-IN-SUPPLIER-CODE TO WS-GONE-SUPPLIER-CODE.
           PERFORM 542-FIND-GONE-ENTRY THRU 542-EXIT.
           IF GONE-IDX > WS-GONE-COUNT
               GO TO 541-EXIT
           END-IF.
           MOVE 'Y' TO GONE-ADDRESS-NOTED (GONE-IDX).
           MOVE WS-JRN-BEFORE-HOLD (12:15)
               TO GONE-ADDRESS-1 (GONE-IDX).
           MOVE WS-JRN-BEFORE-HOLD (27:15) TO GONE-CITY (GONE-IDX).
           MOVE WS-JRN-BEFORE-HOLD (42:2)
               TO GONE-ADDR-STATE (GONE-IDX).
           IF WS-JRN-BEFORE-HOLD (44:10) NUMERIC
               MOVE WS-JRN-BEFORE-HOLD (44:10)
                   TO GONE-ZIP-CODE (GONE-IDX)
           ELSE
               MOVE ZERO TO GONE-ZIP-CODE (GONE-IDX)
           END-IF.
       541-EXIT.
           EXIT.

      * Point GONE-IDX at the supplier's entry, adding one if it is
      * not there yet. A full table leaves GONE-IDX past the last
      * entry and the supplier's cancellations go out as before -
      * to the exception list, to be sent by hand.
       542-FIND-GONE-ENTRY.
           SET GONE-IDX TO 1.
           IF WS-GONE-COUNT > ZERO
               SEARCH WS-GONE-ENTRY
                   AT END
                       SET GONE-IDX TO WS-GONE-COUNT
                       SET GONE-IDX UP BY 1
                   WHEN GONE-SUPPLIER-CODE (GONE-IDX)
                           = WS-GONE-SUPPLIER-CODE
                       GO TO 542-EXIT
               END-SEARCH
           END-IF.
           IF WS-GONE-COUNT NOT < WS-GONE-MAX
               DISPLAY 'PSAPPLY - DELETED SUPPLIER TABLE FULL - '
                   WS-GONE-SUPPLIER-CODE ' CANCELLATIONS WILL NOT '
                   'CARRY AN ADDRESS'
               GO TO 542-EXIT
           END-IF.
           ADD 1 TO WS-GONE-COUNT.
           SET GONE-IDX TO WS-GONE-COUNT.
           MOVE WS-GONE-SUPPLIER-CODE
               TO GONE-SUPPLIER-CODE (GONE-IDX).
           MOVE SPACES TO GONE-SUPPLIER-NAME (GONE-IDX).
           MOVE 'N' TO GONE-ADDRESS-NOTED (GONE-IDX).
           MOVE SPACES TO GONE-ADDRESS-1 (GONE-IDX).
           MOVE SPACES TO GONE-CITY (GONE-IDX).
           MOVE SPACES TO GONE-ADDR-STATE (GONE-IDX).
           MOVE ZERO TO GONE-ZIP-CODE (GONE-IDX).
       542-EXIT.
           EXIT.

      * A PO Delete for a supplier whose row or order address went
      * earlier this cycle carries them for the transmittal step.
       545-CARRY-GONE-ADDRESS.
           MOVE 'N' TO APO-ADDRESS-CARRIED.
           IF WS-GONE-COUNT = ZERO
               GO TO 545-EXIT
           END-IF.
           SET GONE-IDX TO 1.
           SEARCH WS-GONE-ENTRY
               AT END
                   GO TO 545-EXIT
               WHEN GONE-SUPPLIER-CODE (GONE-IDX)
                       = APO-PO-IMAGE (1:10)
                   CONTINUE
           END-SEARCH.
           MOVE GONE-SUPPLIER-NAME (GONE-IDX) TO APO-SUPPLIER-NAME.
           IF GONE-ADDRESS-NOTED (GONE-IDX) = 'Y'
               MOVE 'Y' TO APO-ADDRESS-CARRIED
               MOVE GONE-ADDRESS-1 (GONE-IDX) TO APO-ADDRESS-1
               MOVE GONE-CITY (GONE-IDX) TO APO-CITY
               MOVE GONE-ADDR-STATE (GONE-IDX) TO APO-ADDR-STATE
               MOVE GONE-ZIP-CODE (GONE-IDX) TO APO-ZIP-CODE
           END-IF.
       545-EXIT.
           EXIT.

      * Apply one SRCFILE record against SRCMAST under the same
      * Add/Change/Delete rules as the other masters. A Change keeps
      * the status and the cycle the source was first approved in;
      * only the part attributes and the last-change cycle move.
       600-APPLY-SOURCE.
           MOVE SRC-REC TO WS-SRC-IN-REC.
           IF SRC-IN-TRANS-CODE = 'H' OR SRC-IN-TRANS-CODE = 'T'
               GO TO 600-READ-NEXT
           END-IF.
           ADD 1 TO WS-SRC-READ.
           EVALUATE TRUE
                WHEN SRC-TRANS-ADD
                    PERFORM 610-BUILD-SRC-MASTER THRU 610-EXIT
                    MOVE 'A' TO SC-SOURCE-STATUS
                    MOVE WS-EXPECTED-CYCLE TO SC-APPROVED-CYCLE
                    WRITE SC-REC
                        INVALID KEY
                            ADD 1 TO WS-SRC-REJECTED
                            DISPLAY 'PSAPPLY - SOURCE ADD REJECTED - '
                                'KEY EXISTS - ' SRC-IN-PART-NUMBER
                                '/' SRC-IN-SUPPLIER-CODE
                        NOT INVALID KEY
                            ADD 1 TO WS-SRC-APPLIED
                            MOVE 'SRCMAST ' TO JRN-FILE-ID
                            MOVE 'A' TO JRN-ACTION
                            MOVE SPACES TO JRN-BEFORE-IMAGE
                            PERFORM 620-JOURNAL-SOURCE THRU 620-EXIT
                    END-WRITE
                WHEN SRC-TRANS-CHANGE
                    MOVE SRC-IN-PART-NUMBER TO SC-PART-NUMBER
                    MOVE SRC-IN-SUPPLIER-CODE TO SC-SUPPLIER-CODE
                    MOVE SPACES TO WS-JRN-BEFORE-HOLD
                    READ SRCMAST
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SC-REC TO WS-JRN-BEFORE-HOLD
                    END-READ
                    PERFORM 610-BUILD-SRC-MASTER THRU 610-EXIT
                    REWRITE SC-REC
                        INVALID KEY
                            ADD 1 TO WS-SRC-REJECTED
                            DISPLAY 'PSAPPLY - SOURCE CHANGE REJECTED '
                                '- KEY NOT FOUND - ' SRC-IN-PART-NUMBER
                                '/' SRC-IN-SUPPLIER-CODE
                        NOT INVALID KEY
                            ADD 1 TO WS-SRC-APPLIED
                            MOVE 'SRCMAST ' TO JRN-FILE-ID
                            MOVE 'C' TO JRN-ACTION
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 620-JOURNAL-SOURCE THRU 620-EXIT
                    END-REWRITE
                WHEN SRC-TRANS-DELETE
                    MOVE SRC-IN-PART-NUMBER TO SC-PART-NUMBER
                    MOVE SRC-IN-SUPPLIER-CODE TO SC-SUPPLIER-CODE
                    MOVE SPACES TO WS-JRN-BEFORE-HOLD
                    READ SRCMAST
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SC-REC TO WS-JRN-BEFORE-HOLD
                    END-READ
                    MOVE SRC-IN-PART-NUMBER TO SC-PART-NUMBER
                    MOVE SRC-IN-SUPPLIER-CODE TO SC-SUPPLIER-CODE
                    DELETE SRCMAST
                        INVALID KEY
                            ADD 1 TO WS-SRC-REJECTED
                            DISPLAY 'PSAPPLY - SOURCE DELETE REJECTED '
                                '- KEY NOT FOUND - ' SRC-IN-PART-NUMBER
                                '/' SRC-IN-SUPPLIER-CODE
                        NOT INVALID KEY
                            ADD 1 TO WS-SRC-APPLIED
                            MOVE 'SRCMAST ' TO JRN-FILE-ID
                            MOVE 'D' TO JRN-ACTION
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 620-JOURNAL-SOURCE THRU 620-EXIT
                    END-DELETE
                WHEN OTHER
                    ADD 1 TO WS-SRC-REJECTED
                    DISPLAY 'PSAPPLY - SOURCE REJECTED - BAD TRANS '
                        'CODE - ' SRC-IN-PART-NUMBER
                        '/' SRC-IN-SUPPLIER-CODE
           END-EVALUATE.
       600-READ-NEXT.
           PERFORM 190-READ-SRC-RECORD.
       600-EXIT.
           EXIT.

       610-BUILD-SRC-MASTER.
           MOVE SRC-IN-PART-NUMBER TO SC-PART-NUMBER.
           MOVE SRC-IN-SUPPLIER-CODE TO SC-SUPPLIER-CODE.
           MOVE SRC-IN-PART-NAME TO SC-PART-NAME.
           MOVE SRC-IN-GOVT-COMML-CODE TO SC-GOVT-COMML-CODE.
           MOVE SRC-IN-WEEKS-LEAD-TIME TO SC-WEEKS-LEAD-TIME.
           MOVE WS-EXPECTED-CYCLE TO SC-LAST-CHANGE-CYCLE.
           MOVE SPACES TO SC-REC (63:18).
       610-EXIT.
           EXIT.

      * The source key is part plus supplier - the supplier rides in
      * the journal's key extension.
       620-JOURNAL-SOURCE.
           MOVE SRC-IN-PART-NUMBER TO JRN-RECORD-KEY.
           MOVE SRC-IN-SUPPLIER-CODE TO JRN-KEY-EXTENSION.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           MOVE SPACES TO JRN-KEY-EXTENSION.
       620-EXIT.
           EXIT.

      * Apply one SCHDFILE release against RELMAST. An Add needs its
      * PO on POMAST - the POs were applied first, so a release whose
      * PO was rejected is rejected with it. A Change keeps what
      * PORECV has posted to the release.
       700-APPLY-RELEASE.
           MOVE SCHD-REC TO WS-SCHD-IN-REC.
           IF SCHD-IN-TRANS-CODE = 'H' OR SCHD-IN-TRANS-CODE = 'T'
               GO TO 700-READ-NEXT
           END-IF.
           ADD 1 TO WS-REL-READ.
           EVALUATE TRUE
                WHEN SCHD-TRANS-ADD
                    MOVE SCHD-IN-SUPPLIER-CODE TO OM-SUPPLIER-CODE
                    MOVE SCHD-IN-PO-NUMBER TO OM-PO-NUMBER
                    READ POMAST
                        INVALID KEY
                            ADD 1 TO WS-REL-REJECTED
                            DISPLAY 'PSAPPLY - RELEASE ADD REJECTED - '
                                'PO NOT ON FILE - '
                                SCHD-IN-SUPPLIER-CODE
                                '/' SCHD-IN-PO-NUMBER
                            GO TO 700-READ-NEXT
                    END-READ
                    PERFORM 710-BUILD-RELEASE-MASTER THRU 710-EXIT
                    MOVE ZERO TO RM-QTY-RECEIVED
                    MOVE ZERO TO RM-LAST-RECEIPT-DATE
                    MOVE 'O' TO RM-RELEASE-STATUS
                    WRITE RM-REC
                        INVALID KEY
                            ADD 1 TO WS-REL-REJECTED
                            DISPLAY 'PSAPPLY - RELEASE ADD REJECTED - '
                                'KEY EXISTS - ' SCHD-IN-SUPPLIER-CODE
                                '/' SCHD-IN-PO-NUMBER
                                '/' SCHD-IN-RELEASE-NUMBER
                        NOT INVALID KEY
                            ADD 1 TO WS-REL-APPLIED
                            MOVE 'RELMAST ' TO JRN-FILE-ID
                            MOVE 'A' TO JRN-ACTION
                            MOVE RM-RELEASE-KEY TO JRN-RECORD-KEY
                            MOVE SPACES TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                    END-WRITE
                WHEN SCHD-TRANS-CHANGE
                    MOVE SCHD-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE
                    MOVE SCHD-IN-PO-NUMBER TO RM-PO-NUMBER
                    MOVE SCHD-IN-RELEASE-NUMBER TO RM-RELEASE-NUMBER
                    MOVE ZERO TO WS-HOLD-REL-RECEIVED
                    MOVE ZERO TO WS-HOLD-REL-RECEIPT-DATE
                    MOVE 'O' TO WS-HOLD-REL-STATUS
                    MOVE SPACES TO WS-JRN-BEFORE-HOLD
                    READ RELMAST
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RM-REC TO WS-JRN-BEFORE-HOLD
                            IF RM-QTY-RECEIVED NUMERIC
                                MOVE RM-QTY-RECEIVED
                                    TO WS-HOLD-REL-RECEIVED
                            END-IF
                            IF RM-LAST-RECEIPT-DATE NUMERIC
                                MOVE RM-LAST-RECEIPT-DATE
                                    TO WS-HOLD-REL-RECEIPT-DATE
                            END-IF
                            IF RM-RELEASE-CLOSED
                                MOVE 'C' TO WS-HOLD-REL-STATUS
                            END-IF
                    END-READ
                    PERFORM 710-BUILD-RELEASE-MASTER THRU 710-EXIT
                    MOVE WS-HOLD-REL-RECEIVED TO RM-QTY-RECEIVED
                    MOVE WS-HOLD-REL-RECEIPT-DATE
                        TO RM-LAST-RECEIPT-DATE
                    MOVE WS-HOLD-REL-STATUS TO RM-RELEASE-STATUS
                    REWRITE RM-REC
                        INVALID KEY
                            ADD 1 TO WS-REL-REJECTED
                            DISPLAY 'PSAPPLY - RELEASE CHANGE REJECTED '
                                '- KEY NOT FOUND - '
                                SCHD-IN-SUPPLIER-CODE
                                '/' SCHD-IN-PO-NUMBER
                                '/' SCHD-IN-RELEASE-NUMBER
                        NOT INVALID KEY
                            ADD 1 TO WS-REL-APPLIED
                            MOVE 'RELMAST ' TO JRN-FILE-ID
                            MOVE 'C' TO JRN-ACTION
                            MOVE RM-RELEASE-KEY TO JRN-RECORD-KEY
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                    END-REWRITE
                WHEN SCHD-TRANS-DELETE
                    MOVE SCHD-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE
                    MOVE SCHD-IN-PO-NUMBER TO RM-PO-NUMBER
                    MOVE SCHD-IN-RELEASE-NUMBER TO RM-RELEASE-NUMBER
                    MOVE SPACES TO WS-JRN-BEFORE-HOLD
                    READ RELMAST
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE RM-REC TO WS-JRN-BEFORE-HOLD
                    END-READ
                    MOVE SCHD-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE
                    MOVE SCHD-IN-PO-NUMBER TO RM-PO-NUMBER
                    MOVE SCHD-IN-RELEASE-NUMBER TO RM-RELEASE-NUMBER
                    DELETE RELMAST
                        INVALID KEY
                            ADD 1 TO WS-REL-REJECTED
                            DISPLAY 'PSAPPLY - RELEASE DELETE REJECTED '
                                '- KEY NOT FOUND - '
                                SCHD-IN-SUPPLIER-CODE
                                '/' SCHD-IN-PO-NUMBER
                                '/' SCHD-IN-RELEASE-NUMBER
                        NOT INVALID KEY
                            ADD 1 TO WS-REL-APPLIED
                            MOVE 'RELMAST ' TO JRN-FILE-ID
                            MOVE 'D' TO JRN-ACTION
                            MOVE RM-RELEASE-KEY TO JRN-RECORD-KEY
                            MOVE WS-JRN-BEFORE-HOLD
                                TO JRN-BEFORE-IMAGE
                            PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
                    END-DELETE
                WHEN OTHER
                    ADD 1 TO WS-REL-REJECTED
                    DISPLAY 'PSAPPLY - RELEASE REJECTED - BAD TRANS '
                        'CODE - ' SCHD-IN-SUPPLIER-CODE
                        '/' SCHD-IN-PO-NUMBER
           END-EVALUATE.
       700-READ-NEXT.
           PERFORM 195-READ-SCHD-RECORD.
       700-EXIT.
           EXIT.

       710-BUILD-RELEASE-MASTER.
           MOVE SPACES TO RM-REC.
           MOVE SCHD-IN-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE SCHD-IN-PO-NUMBER TO RM-PO-NUMBER.
           MOVE SCHD-IN-RELEASE-NUMBER TO RM-RELEASE-NUMBER.
           MOVE SCHD-IN-PART-NUMBER TO RM-PART-NUMBER.
           MOVE SCHD-IN-QUANTITY TO RM-QUANTITY.
           MOVE SCHD-IN-DUE-DATE TO RM-DUE-DATE.
           MOVE SCHD-IN-SHIP-ADDRESS-1 TO RM-SHIP-ADDRESS-1.
           MOVE SCHD-IN-SHIP-CITY TO RM-SHIP-CITY.
           MOVE SCHD-IN-SHIP-STATE TO RM-SHIP-STATE.
           MOVE SCHD-IN-SHIP-ZIP-CODE TO RM-SHIP-ZIP-CODE.
       710-EXIT.
           EXIT.

      * One journal record per applied action - the callers have
      * already set the file, action, key and before-image, and the
      * master's record area still holds the row just written, which
      * is the after-image of an Add or Change.
       860-WRITE-JOURNAL.
           MOVE WS-EXPECTED-CYCLE TO JRN-CYCLE-NUMBER.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           IF JRN-ACTION NOT = 'D'
               EVALUATE JRN-FILE-ID
                    WHEN 'PARTMAST'
                        MOVE PM-REC TO JRN-AFTER-IMAGE
                    WHEN 'SUPPMAST'
                        MOVE SM-REC TO JRN-AFTER-IMAGE
                    WHEN 'ADDRMAST'
                        MOVE AM-REC TO JRN-AFTER-IMAGE
                    WHEN 'POMAST  '
                        MOVE OM-REC TO JRN-AFTER-IMAGE
                    WHEN 'SRCMAST '
                        MOVE SC-REC TO JRN-AFTER-IMAGE
                    WHEN 'RELMAST '
                        MOVE RM-REC TO JRN-AFTER-IMAGE
               END-EVALUATE
           END-IF.
           MOVE WS-RUN-TODAY TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
           MOVE WS-JOURNAL-REC TO JRN-REC.
           WRITE JRN-REC.
       860-EXIT.
           MOVE 'PO RECORDS REJECTED' TO WS-CNT-LABEL.
           MOVE WS-PO-REJECTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           PERFORM 920-WRITE-APP-LINE THRU 920-EXIT.
           MOVE 'SOURCE RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-SRC-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           MOVE 'SOURCE RECORDS APPLIED' TO WS-CNT-LABEL.
           MOVE WS-SRC-APPLIED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           MOVE 'SOURCE RECORDS REJECTED' TO WS-CNT-LABEL.
           MOVE WS-SRC-REJECTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           PERFORM 920-WRITE-APP-LINE THRU 920-EXIT.
           MOVE 'RELEASE RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-REL-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           MOVE 'RELEASE RECORDS APPLIED' TO WS-CNT-LABEL.
           MOVE WS-REL-APPLIED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           MOVE 'RELEASE RECORDS REJECTED' TO WS-CNT-LABEL.
           MOVE WS-REL-REJECTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           MOVE 'RELEASES DELETED WITH THEIR PO' TO WS-CNT-LABEL.
           MOVE WS-REL-CASCADE-DELETED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
           PERFORM 920-WRITE-APP-LINE THRU 920-EXIT.
           MOVE 'APPLPO RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-APO-RECS-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-APP-COUNT THRU 910-EXIT.
       900-EXIT.
           EXIT.

           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           CLOSE POMAST.
           CLOSE SRCFILE.
           CLOSE SRCMAST.
           CLOSE SCHDFILE.
           CLOSE RELMAST.
           CLOSE JRNLFILE.
           MOVE SPACES TO WS-TRAILER-REC.
           MOVE 'T' TO TRL-RECORD-TYPE.
           MOVE 'APPLPO  ' TO TRL-FILE-ID.
           MOVE WS-APO-RECS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-APO-QTY-HASH TO TRL-QTY-HASH.
           MOVE ZERO TO TRL-PRICE-HASH.
           MOVE SPACES TO APO-REC.
           MOVE WS-TRAILER-REC TO APO-REC (1:44).
           WRITE APO-REC.
           CLOSE APPLPO.
           CLOSE APPRPT.
       950-EXIT.
           EXIT.
