           ASSIGN TO POFILE
             FILE STATUS IS POCODE.

           SELECT SRCFILE
           ASSIGN TO SRCFILE
             FILE STATUS IS SFCODE.

           SELECT SCHDFILE
           ASSIGN TO SCHDFILE
             FILE STATUS IS SHCODE.

           SELECT CKPTFILE
           ASSIGN TO CKPTFILE
             FILE STATUS IS CKCODE.
             RECORD KEY IS DAD-KEY
             FILE STATUS IS DACODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AM-ADDRESS-KEY
             FILE STATUS IS AMCODE.

           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT CTLRPT
           ASSIGN TO CTLRPT
             FILE STATUS IS CRCODE.
           DATA RECORD IS PO-REC.
       01  PO-REC  PIC X(100).

      * Approved part/supplier source extract - one row per accepted
      * part and supplier pairing, so PSAPPLY can keep the source
      * master that tells purchasing which parts hang on a single
      * approved supplier.
       FD  SRCFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SRC-REC.
       01  SRC-REC  PIC X(80).

      * Delivery release schedule extract - one row per release cut
      * against an accepted PO, with its own quantity, due date and
      * ship-to, so PSAPPLY can keep the release master that
      * receiving posts to and aging chases.
       FD  SCHDFILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS SCHD-REC.
       01  SCHD-REC  PIC X(120).

       FD  CKPTFILE
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS CKPT-REC.
               10  DAD-SUPPLIER-CODE     PIC X(10).
           05  FILLER                    PIC X(10).

      * The PO and address masters as PSAPPLY last left them - only
      * read, for a release schedule that comes back on its own for
      * a PO already on file.
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

       FD  ADDRMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AM-REC.
       01  AM-REC.
           05  AM-ADDRESS-KEY.
               10  AM-SUPPLIER-CODE      PIC X(10).
               10  AM-ADDRESS-TYPE       PIC X(01).
           05  AM-ADDRESS-1              PIC X(15).
           05  AM-CITY                   PIC X(15).
           05  AM-ADDR-STATE             PIC X(02).
           05  AM-ZIP-CODE               PIC 9(10).
           05  FILLER                    PIC X(79).

      * The delivery releases as PSAPPLY last left them - only read,
      * so a schedule is held to the PO quantity along with the
      * releases the PO already has on file.
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

      * Print files for the three end-of-run reports - the control/
      * balancing report, the purchase commitment register and the
      * government pairing compliance summary - each on its own
           05  POCODE                  PIC X(2).
               88 PO-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  SFCODE                  PIC X(2).
               88 SF-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  SHCODE                  PIC X(2).
               88 SH-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
           05  CKCODE                  PIC X(2).
      * File status is two characters - a numeric 0 here would
      * compare as '0 ' and never match the '00' a good open
               88 DP-NOT-FOUND  VALUE '35'.
           05  DACODE                  PIC X(2).
               88 DA-NOT-FOUND  VALUE '35'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  AMCODE                  PIC X(2).
               88 AM-NOT-FOUND  VALUE '35'.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.
           05  CRCODE                  PIC X(2).
               88 CR-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
               88  PRICE-FOUND              VALUE 'Y'.
           05  SW-MORE-SORT           PIC X VALUE 'N'.
               88  END-OF-SORT              VALUE 'Y'.
           05  SW-RELEASE-OK          PIC X VALUE 'N'.
               88  RELEASE-OK               VALUE 'Y'.
           05  SW-RELEASE-PO-ON-FILE  PIC X VALUE 'N'.
               88  RELEASE-PO-ON-FILE       VALUE 'Y'.
           05  SW-POMAST-OPEN         PIC X VALUE 'N'.
               88  POMAST-OPEN              VALUE 'Y'.
           05  SW-ADDRMAST-OPEN       PIC X VALUE 'N'.
               88  ADDRMAST-OPEN            VALUE 'Y'.
           05  SW-RELMAST-OPEN        PIC X VALUE 'N'.
               88  RELMAST-OPEN             VALUE 'Y'.
           05  SW-MORE-FILED-RELEASES PIC X VALUE 'N'.
               88  END-OF-FILED-RELEASES    VALUE 'Y'.
           05  SW-RELEASE-ON-CARD     PIC X VALUE 'N'.
               88  RELEASE-ON-CARD          VALUE 'Y'.
      ******************************************************************
      **** THIS CODE SNNIPETS CITE FROM
      **** THE COPYBOOK
               10  ORDER-DATE        PIC 9(08) VALUE ZERO.
               10  DELIVERY-DATE     PIC 9(08) VALUE ZERO.

      * Release schedule record - a PO bought on a blanket delivery
      * schedule is followed in PARTSUPPFILE by an 'R' record naming
      * the supplier and PO and carrying up to 12 releases, each with
      * its own quantity, due date (MMDDYYYY) and ship-to. A blank
      * ship-to takes the supplier's schedule (type 2) address. The
      * supplier code sits at the same offset it holds in
      * PART-SUPP-ADDR-PO so the reject log, ERRCYCLE fix cards and
      * the suspense listing all find it in the one place.
       01  WS-RELEASE-SCHEDULE.
           05  RS-RECORD-TYPE        PIC X(01) VALUE SPACES.
           05  RS-TRANS-CODE         PIC X(01) VALUE SPACES.
               88 RS-TRANS-ADD       VALUE 'A'.
               88 RS-TRANS-CHANGE    VALUE 'C'.
               88 RS-TRANS-DELETE    VALUE 'D'.
           05  FILLER                PIC X(91) VALUE SPACES.
           05  RS-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  RS-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  RS-RELEASE-COUNT      PIC 9(02) VALUE ZERO.
           05  RS-RELEASE OCCURS 12 TIMES.
               10  RS-RELEASE-NUMBER PIC 9(03) VALUE ZERO.
               10  RS-REL-QUANTITY   PIC S9(07) VALUE ZERO.
               10  RS-DUE-DATE       PIC 9(08) VALUE ZERO.
               10  RS-SHIP-ADDRESS-1 PIC X(15) VALUE SPACES.
               10  RS-SHIP-CITY      PIC X(15) VALUE SPACES.
               10  RS-SHIP-STATE     PIC X(02) VALUE SPACES.
               10  RS-SHIP-ZIP-CODE  PIC 9(10) VALUE ZERO.
           05  FILLER                PIC X(475) VALUE SPACES.

      * Release edit work - the subscripts walking the release table,
      * the running total held against the PO quantity, and the PO's
      * order date in YYYYMMDD for the due-date compare.
       01  WS-RELEASE-WORK.
           05  WS-RLS-SUB             PIC 9(02) COMP VALUE ZERO.
           05  WS-RLS-DUP-SUB         PIC 9(02) COMP VALUE ZERO.
           05  WS-RLS-QTY-TOTAL       PIC S9(09) COMP VALUE ZERO.
           05  WS-RLS-DUE-YMD         PIC 9(08) COMP VALUE ZERO.
           05  WS-RLS-PO-YMD          PIC 9(08) COMP VALUE ZERO.
           05  WS-RLS-PO-QUANTITY     PIC S9(07) VALUE ZERO.
           05  WS-RLS-PART-NUMBER     PIC X(23) VALUE SPACES.

      *
       01  WS-ZIP.
           05  WS-STATE          PIC X(14) VALUE SPACES.
           05  PART-OUT-PART-NAME        PIC X(14) VALUE SPACES.
           05  PART-OUT-VEHICLE-MAKE     PIC X(03) VALUE SPACES.
           05  PART-OUT-WEEKS-LEAD-TIME  PIC 9(03) VALUE ZERO.
           05  PART-OUT-VEHICLE-MODEL    PIC X(10) VALUE SPACES.
           05  PART-OUT-VEHICLE-YEAR     PIC X(04) VALUE SPACES.
           05  PART-OUT-SPEC-NUMBER      PIC X(07) VALUE SPACES.
           05  PART-OUT-BLUEPRINT-NUMBER PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(25) VALUE SPACES.

      * Work area used to build the SUPPFILE output record.
       01  WS-SUP-OUT-REC.
      * so the detail still shows what the supplier actually quoted.
           05  PO-OUT-CURRENCY-CODE      PIC X(03) VALUE SPACES.
           05  PO-OUT-USD-PRICE          PIC S9(07)V99 VALUE ZERO.
      * The part the PO buys, so POMAST can tie an order back to the
      * part master.
           05  PO-OUT-PART-NUMBER        PIC X(23) VALUE SPACES.
           05  FILLER                    PIC X(13) VALUE SPACES.

      * Work area used to build the SRCFILE output record - the part
      * and supplier key plus the part attributes the sole-source
      * report needs without going back to the part master.
       01  WS-SRC-OUT-REC.
           05  SRC-OUT-TRANS-CODE        PIC X(01) VALUE SPACES.
           05  SRC-OUT-PART-NUMBER       PIC X(23) VALUE SPACES.
           05  SRC-OUT-SUPPLIER-CODE     PIC X(10) VALUE SPACES.
           05  SRC-OUT-PART-NAME         PIC X(14) VALUE SPACES.
           05  SRC-OUT-GOVT-COMML-CODE   PIC X(01) VALUE SPACES.
           05  SRC-OUT-WEEKS-LEAD-TIME   PIC 9(03) VALUE ZERO.
           05  FILLER                    PIC X(28) VALUE SPACES.

      * Work area used to build the SCHDFILE output record - one
      * release of a PO, keyed supplier/PO/release, carrying the
      * part so the release master reads on its own.
       01  WS-SCHD-OUT-REC.
           05  SCHD-OUT-TRANS-CODE       PIC X(01) VALUE SPACES.
           05  SCHD-OUT-SUPPLIER-CODE    PIC X(10) VALUE SPACES.
           05  SCHD-OUT-PO-NUMBER        PIC X(06) VALUE SPACES.
           05  SCHD-OUT-RELEASE-NUMBER   PIC 9(03) VALUE ZERO.
           05  SCHD-OUT-PART-NUMBER      PIC X(23) VALUE SPACES.
           05  SCHD-OUT-QUANTITY         PIC S9(07) VALUE ZERO.
           05  SCHD-OUT-DUE-DATE         PIC 9(08) VALUE ZERO.
           05  SCHD-OUT-SHIP-ADDRESS-1   PIC X(15) VALUE SPACES.
           05  SCHD-OUT-SHIP-CITY        PIC X(15) VALUE SPACES.
           05  SCHD-OUT-SHIP-STATE       PIC X(02) VALUE SPACES.
           05  SCHD-OUT-SHIP-ZIP-CODE    PIC 9(10) VALUE ZERO.
           05  FILLER                    PIC X(20) VALUE SPACES.

      * Every accepted government pairing - a government-coded part
      * against a supplier cleared to take government work - is
           05  WS-SUPP-RECS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-RECS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-RECS-WRITTEN        PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-RECS-WRITTEN       PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-QTY-HASH            PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-PO-PRICE-HASH          PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
           05  WS-PO-REJ-PRICE-VAR       PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-WARN-PRICE-VAR      PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-FIRST-PRICE         PIC 9(07) COMP VALUE ZERO.
           05  WS-RLS-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
           05  WS-RLS-RECORDS-REJECTED   PIC 9(07) COMP VALUE ZERO.
           05  WS-RLS-SHIPTO-DEFAULTED   PIC 9(07) COMP VALUE ZERO.
           05  WS-RLS-ZIP-WARNED         PIC 9(07) COMP VALUE ZERO.
           05  WS-RLS-ON-FILE-PO         PIC 9(07) COMP VALUE ZERO.
           05  WS-SCHD-RECS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
           05  WS-SCHD-QTY-HASH          PIC S9(13) COMP-3 VALUE ZERO.

      * Checkpoint/restart control. Position is the count of PS-REC
      * records successfully processed so far this run; every
                   OPEN EXTEND SUPPFILE
                   OPEN EXTEND ADDRFILE
                   OPEN EXTEND POFILE
                   OPEN EXTEND SRCFILE
                   OPEN EXTEND SCHDFILE
               END-IF
               OPEN EXTEND ERRFILE
           ELSE
                   OPEN OUTPUT SUPPFILE
                   OPEN OUTPUT ADDRFILE
                   OPEN OUTPUT POFILE
                   OPEN OUTPUT SRCFILE
                   OPEN OUTPUT SCHDFILE
               END-IF
               OPEN OUTPUT ERRFILE
           END-IF.
               OPEN I-O PRICEHIST
           END-IF.

      *   A release schedule recycled on its own is edited against
      *   its PO on POMAST and defaults its ship-to from ADDRMAST,
      *   and any schedule is held to the PO quantity along with
      *   the PO's releases on RELMAST. None exists before the first
      *   apply, and then there is no PO on file for a schedule to
      *   find.
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               MOVE 'N' TO SW-POMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-POMAST-OPEN
           END-IF.
           OPEN INPUT ADDRMAST.
           IF AM-NOT-FOUND
               MOVE 'N' TO SW-ADDRMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-ADDRMAST-OPEN
           END-IF.
           OPEN INPUT RELMAST.
           IF RM-NOT-FOUND
               MOVE 'N' TO SW-RELMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-RELMAST-OPEN
           END-IF.

           PERFORM 130-CHECKPOINT-RESTART THRU 130-EXIT.

           PERFORM 150-READ-A-RECORD.
           MOVE ZERO TO WS-SUPP-RECS-WRITTEN.
           MOVE ZERO TO WS-ADDR-RECS-WRITTEN.
           MOVE ZERO TO WS-PO-RECS-WRITTEN.
           MOVE ZERO TO WS-SRC-RECS-WRITTEN.
           MOVE ZERO TO WS-SCHD-RECS-WRITTEN.
           MOVE ZERO TO WS-SCHD-QTY-HASH.
           MOVE ZERO TO WS-PO-QTY-HASH.
           MOVE ZERO TO WS-PO-PRICE-HASH.
           OPEN INPUT PARTFILE.
           PERFORM 112-RECOVER-PO-RECORD THRU 112-EXIT
               UNTIL END-OF-EXTRACT.
           CLOSE POFILE.
           OPEN INPUT SRCFILE.
           MOVE 'N' TO SW-MORE-EXTRACT.
           PERFORM 116-RECOVER-SRC-RECORD THRU 116-EXIT
               UNTIL END-OF-EXTRACT.
           CLOSE SRCFILE.
           OPEN INPUT SCHDFILE.
           MOVE 'N' TO SW-MORE-EXTRACT.
           PERFORM 119-RECOVER-SCHD-RECORD THRU 119-EXIT
               UNTIL END-OF-EXTRACT.
           CLOSE SCHDFILE.
       106-EXIT.
           EXIT.

       112-EXIT.
           EXIT.

       116-RECOVER-SRC-RECORD.
           READ SRCFILE
               AT END
                   MOVE 'Y' TO SW-MORE-EXTRACT
               NOT AT END
                   IF SRC-REC (1:1) NOT = 'H'
                       AND SRC-REC (1:1) NOT = 'T'
                       ADD 1 TO WS-SRC-RECS-WRITTEN
                   END-IF
           END-READ.
       116-EXIT.
           EXIT.

      * Release deletes carry spaces in the quantity, as the PO
      * deletes do, so the NUMERIC test keeps the recovered hash in
      * step with what 670-WRITE-RELEASE hashes.
       119-RECOVER-SCHD-RECORD.
           READ SCHDFILE
               AT END
                   MOVE 'Y' TO SW-MORE-EXTRACT
               NOT AT END
                   IF SCHD-REC (1:1) NOT = 'H'
                       AND SCHD-REC (1:1) NOT = 'T'
                       ADD 1 TO WS-SCHD-RECS-WRITTEN
                       MOVE SCHD-REC TO WS-SCHD-OUT-REC
                       IF SCHD-OUT-QUANTITY NUMERIC
                           ADD SCHD-OUT-QUANTITY TO WS-SCHD-QTY-HASH
                       END-IF
                   END-IF
           END-READ.
       119-EXIT.
           EXIT.

      * Stamp each extract with a header carrying the file ID and the
      * run date, so a downstream reader can prove it has the right
      * file from the right cycle before touching the data.
           MOVE 'POFILE  ' TO HDR-FILE-ID.
           MOVE WS-EXTRACT-HEADER TO PO-REC.
           WRITE PO-REC.
           MOVE 'SRCFILE ' TO HDR-FILE-ID.
           MOVE WS-EXTRACT-HEADER TO SRC-REC.
           WRITE SRC-REC.
           MOVE 'SCHDFILE' TO HDR-FILE-ID.
           MOVE WS-EXTRACT-HEADER TO SCHD-REC.
           WRITE SCHD-REC.
       115-EXIT.
           EXIT.

               NOT AT END
                   ADD 1 TO WS-TOTAL-RECORDS-POSITION
                   ADD 1 TO WS-PS-RECORDS-SKIPPED
                   IF PS-REC (1:1) NOT = 'R'
                       PERFORM 133-HOLD-SKIPPED-RECORD THRU 133-EXIT
                   END-IF
           END-READ.
       132-EXIT.
           EXIT.

      * A checkpoint can fall between a PO's record and the release
      * schedule behind it - the last part/supplier record skipped is
      * loaded just as 200-PROCESS-DATA would load it, so a schedule
      * resumed after the restart still finds its PO.
       133-HOLD-SKIPPED-RECORD.
           MOVE 10 TO ADDR-COUNT.
           MOVE 10 TO PO-COUNT.
           MOVE PS-REC TO PART-SUPP-ADDR-PO.
           IF ADDR-COUNT < 1
               MOVE 1 TO ADDR-COUNT
           END-IF.
           IF ADDR-COUNT > 10
               MOVE 10 TO ADDR-COUNT
           END-IF.
           IF PO-COUNT < 1
               MOVE 1 TO PO-COUNT
           END-IF.
           IF PO-COUNT > 10
               MOVE 10 TO PO-COUNT
           END-IF.
           IF RUN-FULL-REBUILD
               MOVE 'A' TO TRANS-CODE
           END-IF.
       133-EXIT.
           EXIT.

      * Read every ZIPFILE record into a table once at start up so an
      * address can be checked against every range on file for its
      * state, not just whichever single ZIP-REC happens to be read

       200-PROCESS-DATA.
           ADD 1 TO WS-PS-RECORDS-READ.
      * A release schedule record rides behind the part/supplier
      * record carrying its PO and is edited against it - it must
      * never be moved over PART-SUPP-ADDR-PO, which still holds that
      * record.
           IF PS-REC (1:1) = 'R'
               PERFORM 660-RELEASE-EDIT THRU 660-EXIT
               GO TO 200-CHECKPOINT
           END-IF.
      * PART-SUPP-ADDR-PO still carries whatever ADDR-COUNT/PO-COUNT
      * were clamped to for the PREVIOUS record (or the level-88 VALUE
      * 1 default on the very first record). A MOVE into a group with
                            PERFORM 640-RECORD-GOVT-PAIRING
                                THRU 640-EXIT
                        END-IF
                        IF PART-ACCEPTED AND SUPP-ACCEPTED
                            PERFORM 645-WRITE-SOURCE-EXTRACT
                                THRU 645-EXIT
                        END-IF
                    END-IF
               WHEN OTHER
                    MOVE 'TRANS' TO WS-ERR-SOURCE
      * Checkpoint only after this record has actually completed the
      * EVALUATE above - checkpointing at READ time would let a
      * restart skip a record that was never processed in either run.
       200-CHECKPOINT.
           ADD 1 TO WS-TOTAL-RECORDS-POSITION.
           PERFORM 160-CHECKPOINT-CHECK THRU 160-EXIT.
           PERFORM 150-READ-A-RECORD.
           END-IF.
           ADD 1 TO WS-SUPP-RECS-WRITTEN.

      * The part/supplier source pairing goes with them.
           MOVE SPACES TO WS-SRC-OUT-REC.
           MOVE TRANS-CODE TO SRC-OUT-TRANS-CODE.
           MOVE PART-NUMBER TO SRC-OUT-PART-NUMBER.
           MOVE SUPPLIER-CODE TO SRC-OUT-SUPPLIER-CODE.
           MOVE WS-SRC-OUT-REC TO SRC-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE SRC-REC
           END-IF.
           ADD 1 TO WS-SRC-RECS-WRITTEN.

           PERFORM 260-DELETE-ADDRESS THRU 260-EXIT
                VARYING ADDR-IDX FROM 1 BY 1
                UNTIL ADDR-IDX > ADDR-COUNT.
           MOVE TRANS-CODE TO PO-OUT-TRANS-CODE.
           MOVE SUPPLIER-CODE TO PO-OUT-SUPPLIER-CODE.
           MOVE PO-NUMBER (PO-IDX) TO PO-OUT-PO-NUMBER.
           MOVE PART-NUMBER TO PO-OUT-PART-NUMBER.
           MOVE WS-PO-OUT-REC TO PO-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE PO-REC
           MOVE WS-PART-NAME TO PART-OUT-PART-NAME.
           MOVE WS-VEHICLE-MAKE TO PART-OUT-VEHICLE-MAKE.
           MOVE WEEKS-LEAD-TIME TO PART-OUT-WEEKS-LEAD-TIME.
      * Model, year, spec and blueprint go through at full width so
      * PARTMAST can answer a recall by make, model and year.
           MOVE VEHICLE-MODEL TO PART-OUT-VEHICLE-MODEL.
           MOVE VEHICLE-YEAR TO PART-OUT-VEHICLE-YEAR.
           MOVE SPEC-NUMBER TO PART-OUT-SPEC-NUMBER.
           MOVE BLUEPRINT-NUMBER TO PART-OUT-BLUEPRINT-NUMBER.
           MOVE WS-PART-OUT-REC TO PART-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE PART-REC
           MOVE DELIVERY-DATE (PO-IDX) TO PO-OUT-DELIVERY-DATE.
           MOVE WS-CURRENCY-HOLD TO PO-OUT-CURRENCY-CODE.
           MOVE WS-USD-PRICE TO PO-OUT-USD-PRICE.
           MOVE PART-NUMBER TO PO-OUT-PART-NUMBER.
           MOVE WS-PO-OUT-REC TO PO-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE PO-REC
       640-EXIT.
           EXIT.

      * Every record whose part and supplier both cleared their edits
      * is an approved source for that part - cut it to SRCFILE with
      * the part attributes the sole-source report shows, so PSAPPLY
      * can keep the part/supplier source master current.
       645-WRITE-SOURCE-EXTRACT.
           MOVE SPACES TO WS-SRC-OUT-REC.
           MOVE TRANS-CODE TO SRC-OUT-TRANS-CODE.
           MOVE PART-NUMBER TO SRC-OUT-PART-NUMBER.
           MOVE SUPPLIER-CODE TO SRC-OUT-SUPPLIER-CODE.
           MOVE PART-NAME TO SRC-OUT-PART-NAME.
           MOVE GOVT-COMML-CODE TO SRC-OUT-GOVT-COMML-CODE.
           MOVE WEEKS-LEAD-TIME TO SRC-OUT-WEEKS-LEAD-TIME.
           MOVE WS-SRC-OUT-REC TO SRC-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE SRC-REC
           END-IF.
           ADD 1 TO WS-SRC-RECS-WRITTEN.
       645-EXIT.
           EXIT.

      * A date is only usable if its day exists in its month - month
      * 2 is taken at up to 29 the same way WS-VALID-DATE does for
      * the activation date.
       650-EXIT.
           EXIT.

      * A release schedule record is edited against the part/supplier
      * record ahead of it, still sitting in PART-SUPP-ADDR-PO - the
      * PO it schedules has to be one that record carried and this
      * run accepted. A schedule that ERRCYCLE sends back on its own,
      * after its PO went through in an earlier cycle, is edited
      * against that PO on POMAST instead. Any failed release sends
      * the whole schedule to the reject log, so a PO is never left
      * half scheduled.
       660-RELEASE-EDIT.
           ADD 1 TO WS-RLS-RECORDS-READ.
           MOVE PS-REC TO WS-RELEASE-SCHEDULE.
           IF RUN-FULL-REBUILD
               MOVE 'A' TO RS-TRANS-CODE
           END-IF.
           MOVE 'RELEASE' TO WS-ERR-SOURCE.
           MOVE PS-REC TO WS-ERR-RAW-DATA.
           IF NOT RS-TRANS-ADD AND NOT RS-TRANS-CHANGE
               AND NOT RS-TRANS-DELETE
               MOVE 'INVALID TRANSACTION CODE' TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           IF RS-RELEASE-COUNT NOT NUMERIC
               OR RS-RELEASE-COUNT < 1
               OR RS-RELEASE-COUNT > 12
               MOVE 'INVALID RELEASE COUNT' TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           MOVE 'N' TO SW-RELEASE-PO-ON-FILE.
           IF RS-SUPPLIER-CODE = SUPPLIER-CODE
               AND TRANS-DELETE
               MOVE 'RELEASE PO NOT ON PRECEDING RECORD'
                   TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           IF RS-SUPPLIER-CODE NOT = SUPPLIER-CODE
               GO TO 660-PO-ON-FILE
           END-IF.
           SET PO-IDX TO 1.
           SEARCH PURCHASE-ORDER
               AT END
                   GO TO 660-PO-ON-FILE
               WHEN PO-NUMBER (PO-IDX) = RS-PO-NUMBER
                   CONTINUE
           END-SEARCH.
      * The PO itself has to have cleared 600-POEDIT - it is on the
      * in-run duplicate file only once it has.
           MOVE RS-SUPPLIER-CODE TO DPO-SUPPLIER-CODE.
           MOVE RS-PO-NUMBER TO DPO-PO-NUMBER.
           READ DUPPOFIL
               INVALID KEY
                   MOVE 'RELEASE PO NOT ACCEPTED' TO WS-ERR-REASON
                   GO TO 660-REJECT
           END-READ.
      * Due dates are held to the PO's order date the same way
      * 600-POEDIT holds the delivery date - in YYYYMMDD order.
           MOVE ORDER-DATE (PO-IDX) TO WS-ORDER-DATE.
           MOVE QUANTITY (PO-IDX) TO WS-RLS-PO-QUANTITY.
           MOVE PART-NUMBER TO WS-RLS-PART-NUMBER.
           GO TO 660-EDIT-RELEASES.
      * Not on the record ahead - the PO has to be open on POMAST
      * already. A full rebuild replaces POMAST outright, so there
      * a schedule only ever rides with its PO.
       660-PO-ON-FILE.
           IF RUN-FULL-REBUILD
               OR NOT POMAST-OPEN
               MOVE 'RELEASE PO NOT ON PRECEDING RECORD'
                   TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           MOVE RS-SUPPLIER-CODE TO OM-SUPPLIER-CODE.
           MOVE RS-PO-NUMBER TO OM-PO-NUMBER.
           READ POMAST
               INVALID KEY
                   MOVE 'RELEASE PO NOT ON RECORD OR POMAST'
                       TO WS-ERR-REASON
                   GO TO 660-REJECT
           END-READ.
           IF NOT OM-PO-OPEN
               MOVE 'RELEASE PO IS CLOSED' TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           MOVE 'Y' TO SW-RELEASE-PO-ON-FILE.
           MOVE OM-ORDER-DATE TO WS-ORDER-DATE.
           MOVE OM-QUANTITY TO WS-RLS-PO-QUANTITY.
           MOVE OM-PART-NUMBER TO WS-RLS-PART-NUMBER.
       660-EDIT-RELEASES.
           COMPUTE WS-RLS-PO-YMD =
               WS-ORDER-YEAR * 10000 + WS-ORDER-MONTH * 100
                   + WS-ORDER-DAY.
           MOVE ZERO TO WS-RLS-QTY-TOTAL.
           MOVE 'Y' TO SW-RELEASE-OK.
           PERFORM 665-EDIT-ONE-RELEASE THRU 665-EXIT
               VARYING WS-RLS-SUB FROM 1 BY 1
               UNTIL WS-RLS-SUB > RS-RELEASE-COUNT
               OR NOT RELEASE-OK.
           IF NOT RELEASE-OK
               GO TO 660-REJECT
           END-IF.
      * The schedule can split the PO quantity but never add to it -
      * counting the PO's releases already on RELMAST that this
      * schedule neither replaces nor deletes. That holds a PO on the
      * record ahead too, when it lowers the quantity of an order
      * already released. A full rebuild reloads the masters from
      * scratch, so there is nothing on file to count.
           IF NOT RS-TRANS-DELETE
               AND NOT RUN-FULL-REBUILD
               AND RELMAST-OPEN
               PERFORM 662-ADD-FILED-RELEASES THRU 662-EXIT
           END-IF.
           IF NOT RS-TRANS-DELETE
               AND WS-RLS-QTY-TOTAL > WS-RLS-PO-QUANTITY
               MOVE 'RELEASES EXCEED PO QUANTITY' TO WS-ERR-REASON
               GO TO 660-REJECT
           END-IF.
           PERFORM 670-WRITE-RELEASE THRU 670-EXIT
               VARYING WS-RLS-SUB FROM 1 BY 1
               UNTIL WS-RLS-SUB > RS-RELEASE-COUNT.
           IF RELEASE-PO-ON-FILE
               ADD 1 TO WS-RLS-ON-FILE-PO
           END-IF.
           GO TO 660-EXIT.
       660-REJECT.
           PERFORM 700-WRITE-ERROR-RECORD THRU 700-EXIT.
           ADD 1 TO WS-RLS-RECORDS-REJECTED.
       660-EXIT.
           EXIT.

      * Browse the PO's releases on RELMAST and add in the quantity
      * of each one whose number this schedule does not carry. What
      * a release has already received was drawn from the PO too, so
      * it counts at its full scheduled quantity, open or closed.
       662-ADD-FILED-RELEASES.
           MOVE RS-SUPPLIER-CODE TO RM-SUPPLIER-CODE.
           MOVE RS-PO-NUMBER TO RM-PO-NUMBER.
           MOVE ZERO TO RM-RELEASE-NUMBER.
           MOVE 'N' TO SW-MORE-FILED-RELEASES.
           START RELMAST KEY IS NOT LESS THAN RM-RELEASE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-FILED-RELEASES
           END-START.
           PERFORM 663-ADD-ONE-FILED-RELEASE THRU 663-EXIT
               UNTIL END-OF-FILED-RELEASES.
       662-EXIT.
           EXIT.

       663-ADD-ONE-FILED-RELEASE.
           READ RELMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-FILED-RELEASES
                   GO TO 663-EXIT
           END-READ.
           IF RM-SUPPLIER-CODE NOT = RS-SUPPLIER-CODE
               OR RM-PO-NUMBER NOT = RS-PO-NUMBER
               MOVE 'Y' TO SW-MORE-FILED-RELEASES
               GO TO 663-EXIT
           END-IF.
           MOVE 'N' TO SW-RELEASE-ON-CARD.
           PERFORM 664-CHECK-CARD-RELEASE THRU 664-EXIT
               VARYING WS-RLS-DUP-SUB FROM 1 BY 1
               UNTIL WS-RLS-DUP-SUB > RS-RELEASE-COUNT
               OR RELEASE-ON-CARD.
           IF NOT RELEASE-ON-CARD
               AND RM-QUANTITY NUMERIC
               ADD RM-QUANTITY TO WS-RLS-QTY-TOTAL
           END-IF.
       663-EXIT.
           EXIT.

       664-CHECK-CARD-RELEASE.
           IF RS-RELEASE-NUMBER (WS-RLS-DUP-SUB) = RM-RELEASE-NUMBER
               MOVE 'Y' TO SW-RELEASE-ON-CARD
           END-IF.
       664-EXIT.
           EXIT.

      * One release of the schedule. A delete needs only a good,
      * unrepeated release number; an add or change needs a real
      * quantity, a due date on or after the order date, and a
      * ship-to whose zip falls in its state's range.
       665-EDIT-ONE-RELEASE.
           IF RS-RELEASE-NUMBER (WS-RLS-SUB) NOT NUMERIC
               OR RS-RELEASE-NUMBER (WS-RLS-SUB) = ZERO
               MOVE 'INVALID RELEASE NUMBER' TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
               GO TO 665-EXIT
           END-IF.
           PERFORM 666-CHECK-DUP-RELEASE THRU 666-EXIT
               VARYING WS-RLS-DUP-SUB FROM 1 BY 1
               UNTIL WS-RLS-DUP-SUB NOT < WS-RLS-SUB
               OR NOT RELEASE-OK.
           IF NOT RELEASE-OK
               GO TO 665-EXIT
           END-IF.
           IF RS-TRANS-DELETE
               GO TO 665-EXIT
           END-IF.
           IF RS-REL-QUANTITY (WS-RLS-SUB) NOT NUMERIC
               OR RS-REL-QUANTITY (WS-RLS-SUB) <= ZERO
               MOVE 'INVALID RELEASE QUANTITY' TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
               GO TO 665-EXIT
           END-IF.
           MOVE RS-DUE-DATE (WS-RLS-SUB) TO WS-CHECK-DATE.
           PERFORM 650-VALIDATE-CHECK-DATE THRU 650-EXIT.
           IF NOT DATE-VALID
               MOVE 'INVALID RELEASE DUE DATE' TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
               GO TO 665-EXIT
           END-IF.
           COMPUTE WS-RLS-DUE-YMD =
               WS-CHECK-YEAR * 10000 + WS-CHECK-MONTH * 100
                   + WS-CHECK-DAY.
           IF WS-RLS-DUE-YMD < WS-RLS-PO-YMD
               MOVE 'RELEASE DUE BEFORE ORDER DATE' TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
               GO TO 665-EXIT
           END-IF.
           ADD RS-REL-QUANTITY (WS-RLS-SUB) TO WS-RLS-QTY-TOTAL.
      * No ship-to on the release means deliver to the supplier's
      * schedule address.
           IF RS-SHIP-ADDRESS-1 (WS-RLS-SUB) = SPACES
               AND RS-SHIP-CITY (WS-RLS-SUB) = SPACES
               PERFORM 667-DEFAULT-SHIP-TO THRU 667-EXIT
               IF NOT RELEASE-OK
                   GO TO 665-EXIT
               END-IF
           END-IF.
      * The same zip-range edit 500-ADDREDIT applies, demoted to a
      * warning on the same run parameter.
           MOVE 'N' TO SW-DATA-FOUND.
           IF RS-SHIP-ZIP-CODE (WS-RLS-SUB) NUMERIC
               SET ZIP-TBL-IDX TO 1
               SEARCH WS-ZIP-ENTRY
                   AT END
                       MOVE 'N' TO SW-DATA-FOUND
                   WHEN RS-SHIP-STATE (WS-RLS-SUB) =
                            WS-ST-ABBR-TBL (ZIP-TBL-IDX)
                        AND RS-SHIP-ZIP-CODE (WS-RLS-SUB) >=
                            WS-ZIP-LOW-TBL (ZIP-TBL-IDX)
                        AND RS-SHIP-ZIP-CODE (WS-RLS-SUB) <=
                            WS-ZIP-HIG-TBL (ZIP-TBL-IDX)
                       MOVE 'Y' TO SW-DATA-FOUND
               END-SEARCH
           END-IF.
           IF SW-DATA-FOUND = 'N'
               IF ZIP-EDIT-WARN
                   ADD 1 TO WS-RLS-ZIP-WARNED
                   DISPLAY 'PARTSUPP - ZIP RANGE WARNING - SUPPLIER '
                       RS-SUPPLIER-CODE ' PO ' RS-PO-NUMBER
                       ' RELEASE ' RS-RELEASE-NUMBER (WS-RLS-SUB)
               ELSE
                   MOVE 'NO ZIP RANGE MATCH ON SHIP-TO'
                       TO WS-ERR-REASON
                   MOVE 'N' TO SW-RELEASE-OK
               END-IF
           END-IF.
       665-EXIT.
           EXIT.

       666-CHECK-DUP-RELEASE.
           IF RS-RELEASE-NUMBER (WS-RLS-DUP-SUB) =
               RS-RELEASE-NUMBER (WS-RLS-SUB)
               MOVE 'DUPLICATE RELEASE NUMBER' TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
           END-IF.
       666-EXIT.
           EXIT.

      * Take the ship-to from the supplier's schedule (type 2)
      * address on the record ahead, or on ADDRMAST for a PO already
      * on file - a release with no ship-to and no schedule address
      * has nowhere to go.
       667-DEFAULT-SHIP-TO.
           IF RELEASE-PO-ON-FILE
               PERFORM 668-SHIP-TO-FROM-ADDRMAST THRU 668-EXIT
               GO TO 667-EXIT
           END-IF.
           SET ADDR-IDX TO 1.
           SEARCH SUPP-ADDRESS
               AT END
                   MOVE 'NO SHIP-TO AND NO SCHEDULE ADDRESS'
                       TO WS-ERR-REASON
                   MOVE 'N' TO SW-RELEASE-OK
               WHEN SCHED-ADDRESS (ADDR-IDX)
                   MOVE ADDRESS-1 (ADDR-IDX)
                       TO RS-SHIP-ADDRESS-1 (WS-RLS-SUB)
                   MOVE CITY (ADDR-IDX) TO RS-SHIP-CITY (WS-RLS-SUB)
                   MOVE ADDR-STATE (ADDR-IDX)
                       TO RS-SHIP-STATE (WS-RLS-SUB)
                   MOVE ZIP-CODE (ADDR-IDX)
                       TO RS-SHIP-ZIP-CODE (WS-RLS-SUB)
                   ADD 1 TO WS-RLS-SHIPTO-DEFAULTED
           END-SEARCH.
       667-EXIT.
           EXIT.

       668-SHIP-TO-FROM-ADDRMAST.
           IF NOT ADDRMAST-OPEN
               MOVE 'NO SHIP-TO AND NO SCHEDULE ADDRESS'
                   TO WS-ERR-REASON
               MOVE 'N' TO SW-RELEASE-OK
               GO TO 668-EXIT
           END-IF.
           MOVE RS-SUPPLIER-CODE TO AM-SUPPLIER-CODE.
           MOVE '2' TO AM-ADDRESS-TYPE.
           READ ADDRMAST
               INVALID KEY
                   MOVE 'NO SHIP-TO AND NO SCHEDULE ADDRESS'
                       TO WS-ERR-REASON
                   MOVE 'N' TO SW-RELEASE-OK
                   GO TO 668-EXIT
           END-READ.
           MOVE AM-ADDRESS-1 TO RS-SHIP-ADDRESS-1 (WS-RLS-SUB).
           MOVE AM-CITY TO RS-SHIP-CITY (WS-RLS-SUB).
           MOVE AM-ADDR-STATE TO RS-SHIP-STATE (WS-RLS-SUB).
           MOVE AM-ZIP-CODE TO RS-SHIP-ZIP-CODE (WS-RLS-SUB).
           ADD 1 TO WS-RLS-SHIPTO-DEFAULTED.
       668-EXIT.
           EXIT.

      * One SCHDFILE row per release. Deletes carry only the key,
      * with spaces in the quantity, so they stay out of the hash
      * the same way PO deletes do.
       670-WRITE-RELEASE.
           MOVE SPACES TO WS-SCHD-OUT-REC.
           MOVE RS-TRANS-CODE TO SCHD-OUT-TRANS-CODE.
           MOVE RS-SUPPLIER-CODE TO SCHD-OUT-SUPPLIER-CODE.
           MOVE RS-PO-NUMBER TO SCHD-OUT-PO-NUMBER.
           MOVE RS-RELEASE-NUMBER (WS-RLS-SUB)
               TO SCHD-OUT-RELEASE-NUMBER.
           IF NOT RS-TRANS-DELETE
               MOVE WS-RLS-PART-NUMBER TO SCHD-OUT-PART-NUMBER
               MOVE RS-REL-QUANTITY (WS-RLS-SUB) TO SCHD-OUT-QUANTITY
               MOVE RS-DUE-DATE (WS-RLS-SUB) TO SCHD-OUT-DUE-DATE
               MOVE RS-SHIP-ADDRESS-1 (WS-RLS-SUB)
                   TO SCHD-OUT-SHIP-ADDRESS-1
               MOVE RS-SHIP-CITY (WS-RLS-SUB) TO SCHD-OUT-SHIP-CITY
               MOVE RS-SHIP-STATE (WS-RLS-SUB) TO SCHD-OUT-SHIP-STATE
               MOVE RS-SHIP-ZIP-CODE (WS-RLS-SUB)
                   TO SCHD-OUT-SHIP-ZIP-CODE
               ADD RS-REL-QUANTITY (WS-RLS-SUB) TO WS-SCHD-QTY-HASH
           END-IF.
           MOVE WS-SCHD-OUT-REC TO SCHD-REC.
           IF NOT REPORT-ONLY-MODE
               WRITE SCHD-REC
           END-IF.
           ADD 1 TO WS-SCHD-RECS-WRITTEN.
       670-EXIT.
           EXIT.

       700-WRITE-ERROR-RECORD.
           MOVE WS-ERROR-RECORD TO ERR-REC.
           WRITE ERR-REC.
           MOVE WS-PO-CLOSED-DROPPED TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           PERFORM 930-WRITE-CTL-LINE THRU 930-EXIT.
           MOVE 'RELEASE SCHEDULES READ' TO WS-CNT-LABEL.
           MOVE WS-RLS-RECORDS-READ TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'RELEASE SCHEDULES REJECTED' TO WS-CNT-LABEL.
           MOVE WS-RLS-RECORDS-REJECTED TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'RELEASE SCHEDULES FOR PO ON FILE' TO WS-CNT-LABEL.
           MOVE WS-RLS-ON-FILE-PO TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'RELEASE SHIP-TO FROM SCHED ADDR' TO WS-CNT-LABEL.
           MOVE WS-RLS-SHIPTO-DEFAULTED TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'RELEASE ZIP WARNINGS (DEMOTED)' TO WS-CNT-LABEL.
           MOVE WS-RLS-ZIP-WARNED TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           PERFORM 930-WRITE-CTL-LINE THRU 930-EXIT.
           MOVE 'DELETE TRANSACTIONS PROCESSED' TO WS-CNT-LABEL.
           MOVE WS-DELETES-PROCESSED TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'POFILE RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-PO-RECS-WRITTEN TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'SRCFILE RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-SRC-RECS-WRITTEN TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
           MOVE 'SCHDFILE RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-SCHD-RECS-WRITTEN TO WS-CNT-VALUE.
           PERFORM 932-PRINT-CTL-COUNT THRU 932-EXIT.
      * The hash totals outgrow the count picture - they print
      * through the amount line instead.
           MOVE 'POFILE QUANTITY HASH' TO WS-AMT-LABEL.
           MOVE 'POFILE UNIT PRICE HASH' TO WS-AMT-LABEL.
           MOVE WS-PO-PRICE-HASH TO WS-AMT-VALUE.
           PERFORM 934-PRINT-CTL-AMOUNT THRU 934-EXIT.
           MOVE 'SCHDFILE QUANTITY HASH' TO WS-AMT-LABEL.
           MOVE WS-SCHD-QTY-HASH TO WS-AMT-VALUE.
           PERFORM 934-PRINT-CTL-AMOUNT THRU 934-EXIT.
       900-EXIT.
           EXIT.

           EXIT.

      * Seal each extract with a trailer carrying the record count
      * (and on POFILE and SCHDFILE the hash totals) from the
      * same counters the control report shows, so the downstream
      * apply can prove it received the whole file.
       945-WRITE-EXTRACT-TRAILERS.
           MOVE WS-PO-PRICE-HASH TO TRL-PRICE-HASH.
           MOVE WS-EXTRACT-TRAILER TO PO-REC.
           WRITE PO-REC.
           MOVE ZERO TO TRL-QTY-HASH.
           MOVE ZERO TO TRL-PRICE-HASH.
           MOVE 'SRCFILE ' TO TRL-FILE-ID.
           MOVE WS-SRC-RECS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-EXTRACT-TRAILER TO SRC-REC.
           WRITE SRC-REC.
           MOVE 'SCHDFILE' TO TRL-FILE-ID.
           MOVE WS-SCHD-RECS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-SCHD-QTY-HASH TO TRL-QTY-HASH.
           MOVE WS-EXTRACT-TRAILER TO SCHD-REC.
           WRITE SCHD-REC.
       945-EXIT.
           EXIT.

               CLOSE SUPPFILE
               CLOSE ADDRFILE
               CLOSE POFILE
               CLOSE SRCFILE
               CLOSE SCHDFILE
           END-IF.
           CLOSE ERRFILE.
           CLOSE PRICEHIST.
           IF POMAST-OPEN
               CLOSE POMAST
           END-IF.
           IF ADDRMAST-OPEN
               CLOSE ADDRMAST
           END-IF.
           IF RELMAST-OPEN
               CLOSE RELMAST
           END-IF.
           CLOSE DUPPOFIL.
           CLOSE DUPADDFIL.
           CLOSE CTLRPT.
