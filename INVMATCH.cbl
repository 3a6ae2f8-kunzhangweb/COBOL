       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVMATCH.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Three-way invoice match against POMAST. Reads the suppliers'
      * invoices off INVFILE - keyed the way OM-PO-KEY is, supplier
      * code plus PO number, with the supplier's own invoice number
      * - and matches each one against what was ordered, what the
      * dock has received (PORECV's OM-QTY-RECEIVED) and the PO
      * unit price and currency, within the tolerances on the
      * INVPARM card. An invoice that matches goes to VCHFILE, the
      * voucher interface accounts payable loads, and its quantity
      * is added to OM-QTY-INVOICED so the next invoice against the
      * same PO is matched against what is left. An invoice billing
      * more than was received, more than was ordered, over the PO
      * price, in the wrong currency, against a PO not on the
      * master, or a second time under the same invoice number is
      * printed on the exception report and carried on the hold
      * file instead. Every hold is matched again on each later run
      * - so a receipt that catches up releases it on its own - and
      * AP can release or cancel a hold outright with a RELFILE
      * card. INVHIST keeps every invoice number seen per supplier,
      * which is what catches a duplicate across runs.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVFILE
           ASSIGN TO INVFILE
             FILE STATUS IS IVCODE.

           SELECT INVPARM
           ASSIGN TO INVPARM
             FILE STATUS IS IPCODE.

           SELECT RELFILE
           ASSIGN TO RELFILE
             FILE STATUS IS RLCODE.

           SELECT HOLDIN
           ASSIGN TO HOLDIN
             FILE STATUS IS HICODE.

           SELECT HOLDOUT
           ASSIGN TO HOLDOUT
             FILE STATUS IS HOCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT INVHIST
           ASSIGN TO INVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IH-INVOICE-KEY
             FILE STATUS IS IHCODE.

           SELECT VCHFILE
           ASSIGN TO VCHFILE
             FILE STATUS IS VCCODE.

           SELECT INVRPT
           ASSIGN TO INVRPT
             FILE STATUS IS IRCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  INVFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INV-REC.
       01  INV-REC  PIC X(80).

       FD  INVPARM
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IPARM-REC.
       01  IPARM-REC  PIC X(80).

       FD  RELFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REL-REC.
       01  REL-REC  PIC X(80).

      * The hold file carries the full invoice image ahead of why it
      * was held, so a hold is matched again exactly as it arrived.
       FD  HOLDIN
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOLD-IN-REC.
       01  HOLD-IN-REC  PIC X(100).

       FD  HOLDOUT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS HOLD-OUT-REC.
       01  HOLD-OUT-REC  PIC X(100).

      * POMAST as PSAPPLY builds it and PORECV posts it - this
      * program maintains only the invoiced quantity.
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

      * Every invoice number seen per supplier and where it stands -
      * vouchered, held or cancelled - dated YYYYMMDD by the run
      * that last moved it.
       FD  INVHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IH-REC.
       01  IH-REC.
           05  IH-INVOICE-KEY.
               10  IH-SUPPLIER-CODE      PIC X(10).
               10  IH-INVOICE-NUMBER     PIC X(12).
           05  IH-PO-NUMBER              PIC X(06).
           05  IH-INVOICE-DATE           PIC 9(08).
           05  IH-QUANTITY               PIC S9(07).
           05  IH-UNIT-PRICE             PIC S9(07)V99.
           05  IH-INVOICE-STATUS         PIC X(01).
               88 IH-VOUCHERED             VALUE 'V'.
               88 IH-HELD                  VALUE 'H'.
               88 IH-CANCELLED             VALUE 'X'.
           05  IH-REASON-CODE            PIC X(01).
           05  IH-STATUS-DATE            PIC X(08).
           05  FILLER                    PIC X(18).

      * Voucher interface to accounts payable - a header, one 'V'
      * record per invoice approved for payment, and a trailer.
       FD  VCHFILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VCH-REC.
       01  VCH-REC  PIC X(100).

       FD  INVRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS IRP-REC.
       01  IRP-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  IVCODE                  PIC X(2).
               88 IV-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  IPCODE                  PIC X(2).
               88 IP-VALID      VALUE '00'.
           05  RLCODE                  PIC X(2).
               88 RL-VALID      VALUE '00'.
           05  HICODE                  PIC X(2).
               88 HI-VALID      VALUE '00'.
           05  HOCODE                  PIC X(2).
               88 HO-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  IHCODE                  PIC X(2).
               88 IH-NOT-FOUND  VALUE '35'.
           05  VCCODE                  PIC X(2).
               88 VC-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  IRCODE                  PIC X(2).
               88 IR-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-INVOICES          PIC X VALUE 'N'.
               88  END-OF-INVOICES             VALUE 'Y'.
           05  SW-MORE-HOLDS             PIC X VALUE 'N'.
               88  END-OF-HOLDS                VALUE 'Y'.
           05  SW-MORE-RELEASES          PIC X VALUE 'N'.
               88  END-OF-RELEASES             VALUE 'Y'.
           05  SW-PO-FOUND               PIC X VALUE 'N'.
               88  PO-FOUND                    VALUE 'Y'.
           05  SW-RELEASE-ACTION         PIC X VALUE SPACE.
               88  RELEASE-TO-PAY              VALUE 'R'.
               88  RELEASE-CANCEL              VALUE 'X'.
               88  NO-RELEASE                  VALUE SPACE.

      * INVFILE record - the supplier's invoice against one PO. The
      * invoice date is MMDDYYYY like the PO dates; price is in the
      * currency named on the invoice, blank meaning USD.
       01  WS-INV-IN-REC.
           05  INV-IN-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  INV-IN-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  INV-IN-INVOICE-NUMBER     PIC X(12) VALUE SPACES.
           05  INV-IN-INVOICE-DATE       PIC 9(08) VALUE ZERO.
           05  INV-IN-QUANTITY           PIC 9(07) VALUE ZERO.
           05  INV-IN-UNIT-PRICE         PIC 9(07)V99 VALUE ZERO.
           05  INV-IN-CURRENCY-CODE      PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(25) VALUE SPACES.

      * Hold file record - the invoice image, the reason it is held,
      * the run date (YYYYMMDD) it was first held and how many runs
      * it has been matched and failed since.
       01  WS-HOLD-REC.
           05  HLD-INVOICE-IMAGE         PIC X(80) VALUE SPACES.
           05  HLD-REASON-CODE           PIC X(01) VALUE SPACES.
           05  HLD-FIRST-HELD-DATE       PIC X(08) VALUE ZEROES.
           05  HLD-TIMES-HELD            PIC 9(03) VALUE ZERO.
           05  FILLER                    PIC X(08) VALUE SPACES.

      * Tolerance card - percentages over the received/ordered
      * quantity and over the PO unit price an invoice may run and
      * still match. A blank or non-numeric field keeps the default.
       01  WS-PARM-CARD.
           05  WS-PARM-QTY-TOL-PCT       PIC 9(03) VALUE ZERO.
           05  WS-PARM-PRICE-TOL-PCT     PIC 9(03) VALUE ZERO.
           05  FILLER                    PIC X(74) VALUE SPACES.

       01  WS-TOLERANCE-CONTROL.
           05  WS-QTY-TOL-PCT            PIC 9(03) COMP VALUE ZERO.
           05  WS-PRICE-TOL-PCT          PIC 9(03) COMP VALUE 2.

      * One RELFILE card per hold AP has settled by hand: the
      * supplier and invoice number, R to release it for payment
      * or X to cancel it off the hold file, and optionally the
      * hold reason so a duplicate can be cancelled without also
      * touching the original it duplicates.
       01  WS-REL-CARD.
           05  WS-REL-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  WS-REL-INVOICE-NUMBER     PIC X(12) VALUE SPACES.
           05  WS-REL-ACTION             PIC X(01) VALUE SPACES.
           05  WS-REL-REASON-CODE        PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-REL-TABLE-CONTROL.
           05  WS-REL-COUNT              PIC 9(03) COMP VALUE ZERO.

       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-REL-COUNT
                   INDEXED BY REL-TBL-IDX.
               10  WS-REL-SUPP-TBL       PIC X(10) VALUE SPACES.
               10  WS-REL-INVOICE-TBL    PIC X(12) VALUE SPACES.
               10  WS-REL-ACTION-TBL     PIC X(01) VALUE SPACES.
               10  WS-REL-REASON-TBL     PIC X(01) VALUE SPACES.
               10  WS-REL-USED-TBL       PIC X(01) VALUE 'N'.

      * Match arithmetic. The reason code is left blank when the
      * invoice matches; otherwise it says why it is held:
      *   N  PO NOT ON POMAST        R  BILLED NOT RECEIVED
      *   O  BILLED OVER ORDERED     C  CURRENCY NOT PO CURRENCY
      *   P  PRICE OVER PO           D  DUPLICATE INVOICE NUMBER
       01  WS-MATCH-WORK.
           05  WS-MATCH-REASON           PIC X(01) VALUE SPACES.
               88  INVOICE-MATCHED             VALUE SPACE.
           05  WS-PRIOR-INVOICED         PIC S9(07) VALUE ZERO.
           05  WS-BILLED-TO-DATE         PIC S9(09) VALUE ZERO.
           05  WS-RECEIVED-LIMIT         PIC S9(09)V99 VALUE ZERO.
           05  WS-ORDERED-LIMIT          PIC S9(09)V99 VALUE ZERO.
           05  WS-PRICE-LIMIT            PIC S9(09)V9(04) VALUE ZERO.
           05  WS-INV-CURRENCY           PIC X(03) VALUE SPACES.
           05  WS-PO-CURRENCY            PIC X(03) VALUE SPACES.
           05  WS-INVOICE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
           05  WS-HIST-NEW-STATUS        PIC X(01) VALUE SPACES.

      * Voucher header and trailer in the same shape as the
      * PARTSUPP extract controls. The voucher file belongs to no
      * apply cycle, so its header cycle is left zero.
       01  WS-VCH-HEADER.
           05  HDR-RECORD-TYPE           PIC X(01) VALUE 'H'.
           05  HDR-FILE-ID               PIC X(08) VALUE 'VCHFILE '.
           05  HDR-RUN-DATE              PIC X(08) VALUE ZEROES.
           05  HDR-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.
           05  FILLER                    PIC X(78) VALUE SPACES.

       01  WS-VCH-TRAILER.
           05  TRL-RECORD-TYPE           PIC X(01) VALUE 'T'.
           05  TRL-FILE-ID               PIC X(08) VALUE 'VCHFILE '.
           05  TRL-RECORD-COUNT          PIC 9(07) VALUE ZERO.
           05  TRL-QTY-HASH              PIC 9(13) VALUE ZERO.
           05  TRL-PRICE-HASH            PIC 9(13)V99 VALUE ZERO.
           05  FILLER                    PIC X(56) VALUE SPACES.

      * One voucher - the invoice as billed, its extended amount in
      * the invoice currency, the PO's buyer and part for AP's
      * distribution, and whether it matched or was released by
      * hand out of which hold.
       01  WS-VCH-OUT-REC.
           05  VCH-RECORD-TYPE           PIC X(01) VALUE 'V'.
           05  VCH-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
           05  VCH-PO-NUMBER             PIC X(06) VALUE SPACES.
           05  VCH-INVOICE-NUMBER        PIC X(12) VALUE SPACES.
           05  VCH-INVOICE-DATE          PIC 9(08) VALUE ZERO.
           05  VCH-QUANTITY              PIC 9(07) VALUE ZERO.
           05  VCH-UNIT-PRICE            PIC 9(07)V99 VALUE ZERO.
           05  VCH-CURRENCY-CODE         PIC X(03) VALUE SPACES.
           05  VCH-INVOICE-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           05  VCH-BUYER-CODE            PIC X(03) VALUE SPACES.
           05  VCH-PART-NUMBER           PIC X(23) VALUE SPACES.
           05  VCH-RELEASE-FLAG          PIC X(01) VALUE SPACES.
               88  VCH-MATCHED                 VALUE 'M'.
               88  VCH-RELEASED                VALUE 'R'.
           05  VCH-HOLD-REASON           PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.

       01  WS-VCH-HASH-WORK.
           05  WS-VCH-QTY-HASH           PIC 9(13) VALUE ZERO.
           05  WS-VCH-AMOUNT-HASH        PIC 9(13)V99 VALUE ZERO.

      * Page control and line layouts for the exception report -
      * title, run date and page number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-IRP-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-IRP-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-IRP-PRINT-LINE.
           05  IRP-PL-SUPPLIER-CODE      PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-PO-NUMBER          PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-INVOICE-NUMBER     PIC X(12) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-QUANTITY           PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-UNIT-PRICE         PIC Z(06)9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  IRP-PL-CURRENCY-CODE      PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-ORDERED            PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-RECEIVED           PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-INVOICED           PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-PO-PRICE           PIC Z(06)9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IRP-PL-REASON             PIC X(30) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.

      * End-of-job control/balancing counts. Every invoice read -
      * new or carried on hold - must come out vouchered, held,
      * cancelled or rejected.
       01  WS-CONTROL-COUNTERS.
           05  WS-INV-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-REJ-BAD-DATA       PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-VOUCHERED-MATCHED      PIC 9(07) COMP VALUE ZERO.
           05  WS-VOUCHERED-RELEASED     PIC 9(07) COMP VALUE ZERO.
           05  WS-HOLDS-CANCELLED        PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-TOTAL             PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-NO-PO             PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-NOT-RECEIVED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-OVER-ORDERED      PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-CURRENCY          PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-PRICE             PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-DUPLICATE         PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CARDS-READ         PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CARDS-BAD          PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-CARDS-UNUSED       PIC 9(07) COMP VALUE ZERO.
           05  WS-VCH-RECS-WRITTEN       PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-MATCHMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-RECYCLE-ONE-HOLD THRU 200-EXIT
                    UNTIL END-OF-HOLDS.
           PERFORM 300-MATCH-ONE-INVOICE THRU 300-EXIT
                    UNTIL END-OF-INVOICES.
           PERFORM 800-REPORT-UNUSED-RELEASES THRU 800-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 101-READ-TOLERANCES THRU 101-EXIT.
           PERFORM 110-LOAD-RELEASE-TABLE THRU 110-EXIT.

      *   Open files
      *   A match run against a master PSAPPLY has never primed is an
      *   operations error - there is nothing to match against.
           OPEN I-O POMAST.
           IF OM-NOT-FOUND
               DISPLAY 'INVMATCH - POMAST DOES NOT EXIST - RUN '
                   'PSAPPLY BEFORE MATCHING INVOICES - NOTHING '
                   'MATCHED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   The very first match run primes the invoice history empty
      *   the way PSAPPLY primes its masters.
           OPEN I-O INVHIST.
           IF IH-NOT-FOUND
               OPEN OUTPUT INVHIST
               CLOSE INVHIST
               OPEN I-O INVHIST
           END-IF.
      *   A run with only releases to apply has no INVFILE, and the
      *   first run has no holds carried forward - treat a failed
      *   open on either as an empty file.
           OPEN INPUT INVFILE.
           IF NOT IV-VALID
               MOVE 'Y' TO SW-MORE-INVOICES
           END-IF.
           OPEN INPUT HOLDIN.
           IF NOT HI-VALID
               MOVE 'Y' TO SW-MORE-HOLDS
           END-IF.
           OPEN OUTPUT HOLDOUT.
           OPEN OUTPUT VCHFILE.
           OPEN OUTPUT INVRPT.

           MOVE WS-RUN-TODAY TO HDR-RUN-DATE.
           MOVE WS-VCH-HEADER TO VCH-REC.
           WRITE VCH-REC.

           IF NOT END-OF-HOLDS
               PERFORM 160-READ-A-HOLD
           END-IF.
           IF NOT END-OF-INVOICES
               PERFORM 150-READ-AN-INVOICE
           END-IF.

      * Pull this run's tolerances off the INVPARM card. A missing
      * card, or a blank field, keeps the default - invoices match
      * on quantity exactly and may run 2 percent over PO price. A
      * field of 000 asks for an exact match.
       101-READ-TOLERANCES.
           OPEN INPUT INVPARM.
           IF NOT IP-VALID
               GO TO 101-EXIT
           END-IF.
           READ INVPARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE IPARM-REC TO WS-PARM-CARD
                   IF WS-PARM-QTY-TOL-PCT NUMERIC
                       MOVE WS-PARM-QTY-TOL-PCT TO WS-QTY-TOL-PCT
                   END-IF
                   IF WS-PARM-PRICE-TOL-PCT NUMERIC
                       MOVE WS-PARM-PRICE-TOL-PCT
                           TO WS-PRICE-TOL-PCT
                   END-IF
           END-READ.
           CLOSE INVPARM.
       101-EXIT.
           EXIT.

      * Read every RELFILE card into a table once at start up so
      * each hold can be checked against all of this run's releases.
      * A card with no key or an unknown action is counted and
      * dropped rather than guessed at.
       110-LOAD-RELEASE-TABLE.
           MOVE ZERO TO WS-REL-COUNT.
           OPEN INPUT RELFILE.
           IF NOT RL-VALID
               GO TO 110-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-RELEASES.
           PERFORM 111-READ-RELEASE-CARD THRU 111-EXIT
               UNTIL END-OF-RELEASES.
           CLOSE RELFILE.
       110-EXIT.
           EXIT.

       111-READ-RELEASE-CARD.
           READ RELFILE
               AT END
                   MOVE 'Y' TO SW-MORE-RELEASES
               NOT AT END
                   ADD 1 TO WS-REL-CARDS-READ
                   MOVE REL-REC TO WS-REL-CARD
                   IF WS-REL-SUPPLIER-CODE = SPACES
                       OR WS-REL-INVOICE-NUMBER = SPACES
                       OR (WS-REL-ACTION NOT = 'R'
                           AND WS-REL-ACTION NOT = 'X')
                       ADD 1 TO WS-REL-CARDS-BAD
                       DISPLAY 'INVMATCH - RELEASE CARD DROPPED - '
                           'BAD KEY OR ACTION - '
                           WS-REL-SUPPLIER-CODE '/'
                           WS-REL-INVOICE-NUMBER
                   ELSE
                       IF WS-REL-COUNT < 500
                           ADD 1 TO WS-REL-COUNT
                           MOVE WS-REL-SUPPLIER-CODE TO
                               WS-REL-SUPP-TBL (WS-REL-COUNT)
                           MOVE WS-REL-INVOICE-NUMBER TO
                               WS-REL-INVOICE-TBL (WS-REL-COUNT)
                           MOVE WS-REL-ACTION TO
                               WS-REL-ACTION-TBL (WS-REL-COUNT)
                           MOVE WS-REL-REASON-CODE TO
                               WS-REL-REASON-TBL (WS-REL-COUNT)
                           MOVE 'N' TO
                               WS-REL-USED-TBL (WS-REL-COUNT)
                       ELSE
                           DISPLAY 'INVMATCH - WS-REL-TABLE IS FULL '
                               'AT 500 ENTRIES - RELFILE HAS MORE '
                               'CARDS THAN THE TABLE CAN HOLD'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       111-EXIT.
           EXIT.

       150-READ-AN-INVOICE.
           READ INVFILE
               AT END
                   MOVE 'Y' TO SW-MORE-INVOICES
           END-READ.
       150-EXIT.
           EXIT.

       160-READ-A-HOLD.
           READ HOLDIN
               AT END
                   MOVE 'Y' TO SW-MORE-HOLDS
           END-READ.
       160-EXIT.
           EXIT.

      * One invoice carried forward on hold. A release card settles
      * it outright - paid or cancelled. Otherwise a duplicate stays
      * held until AP rules on it, and anything else is matched
      * again, since a receipt or a PO change since the last run may
      * have cleared it.
       200-RECYCLE-ONE-HOLD.
           MOVE HOLD-IN-REC TO WS-HOLD-REC.
           MOVE HLD-INVOICE-IMAGE TO WS-INV-IN-REC.
           ADD 1 TO WS-HOLDS-READ.
           PERFORM 210-FIND-RELEASE THRU 210-EXIT.
           EVALUATE TRUE
                WHEN RELEASE-CANCEL
                    PERFORM 230-CANCEL-HOLD THRU 230-EXIT
                WHEN RELEASE-TO-PAY
                    PERFORM 220-RELEASE-HOLD THRU 220-EXIT
                WHEN HLD-REASON-CODE = 'D'
                    PERFORM 700-HOLD-INVOICE THRU 700-EXIT
                WHEN OTHER
                    PERFORM 400-MATCH-INVOICE THRU 400-EXIT
                    IF INVOICE-MATCHED
                        MOVE 'M' TO VCH-RELEASE-FLAG
                        PERFORM 500-VOUCHER-INVOICE THRU 500-EXIT
                        ADD 1 TO WS-VOUCHERED-MATCHED
                    ELSE
                        MOVE WS-MATCH-REASON TO HLD-REASON-CODE
                        PERFORM 700-HOLD-INVOICE THRU 700-EXIT
                    END-IF
           END-EVALUATE.
           PERFORM 160-READ-A-HOLD.
       200-EXIT.
           EXIT.

      * Look the hold up in the release table. A card naming a hold
      * reason only settles a hold held for that reason.
       210-FIND-RELEASE.
           MOVE SPACE TO SW-RELEASE-ACTION.
           IF WS-REL-COUNT = ZERO
               GO TO 210-EXIT
           END-IF.
           SET REL-TBL-IDX TO 1.
           SEARCH WS-REL-ENTRY
               AT END
                   MOVE SPACE TO SW-RELEASE-ACTION
               WHEN WS-REL-SUPP-TBL (REL-TBL-IDX) =
                        INV-IN-SUPPLIER-CODE
                    AND WS-REL-INVOICE-TBL (REL-TBL-IDX) =
                        INV-IN-INVOICE-NUMBER
                    AND (WS-REL-REASON-TBL (REL-TBL-IDX) = SPACE
                        OR WS-REL-REASON-TBL (REL-TBL-IDX) =
                            HLD-REASON-CODE)
                   MOVE WS-REL-ACTION-TBL (REL-TBL-IDX)
                       TO SW-RELEASE-ACTION
                   MOVE 'Y' TO WS-REL-USED-TBL (REL-TBL-IDX)
           END-SEARCH.
       210-EXIT.
           EXIT.

      * AP has approved a held invoice for payment as billed. It is
      * vouchered flagged as a release, and still counts against
      * the PO's invoiced quantity when the PO is on file.
       220-RELEASE-HOLD.
           PERFORM 410-READ-PO THRU 410-EXIT.
           MOVE 'R' TO VCH-RELEASE-FLAG.
           PERFORM 500-VOUCHER-INVOICE THRU 500-EXIT.
           ADD 1 TO WS-VOUCHERED-RELEASED.
           MOVE 'RELEASED FOR PAYMENT BY AP' TO IRP-PL-REASON.
           PERFORM 600-PRINT-INVOICE THRU 600-EXIT.
       220-EXIT.
           EXIT.

      * AP has thrown a held invoice out. It comes off the hold file;
      * a cancelled original is marked on INVHIST so a corrected
      * re-bill under the same number is still caught, but a
      * cancelled duplicate leaves the original's history alone.
       230-CANCEL-HOLD.
           ADD 1 TO WS-HOLDS-CANCELLED.
           MOVE 'N' TO SW-PO-FOUND.
           IF HLD-REASON-CODE NOT = 'D'
               MOVE 'X' TO WS-HIST-NEW-STATUS
               PERFORM 550-RECORD-HISTORY THRU 550-EXIT
           END-IF.
           MOVE SPACES TO WS-IRP-PRINT-LINE.
           MOVE 'CANCELLED OFF HOLD BY AP' TO IRP-PL-REASON.
           PERFORM 600-PRINT-INVOICE THRU 600-EXIT.
       230-EXIT.
           EXIT.

      * One new invoice. Bad data is rejected outright - there is
      * nothing to hold it against. An invoice number already on
      * INVHIST for this supplier is a duplicate however it would
      * match; everything else is matched against its PO.
       300-MATCH-ONE-INVOICE.
           MOVE INV-REC TO WS-INV-IN-REC.
           ADD 1 TO WS-INV-READ.
           IF INV-IN-SUPPLIER-CODE = SPACES
               OR INV-IN-PO-NUMBER = SPACES
               OR INV-IN-INVOICE-NUMBER = SPACES
               OR INV-IN-INVOICE-DATE NOT NUMERIC
               OR INV-IN-QUANTITY NOT NUMERIC
               OR INV-IN-QUANTITY = ZERO
               OR INV-IN-UNIT-PRICE NOT NUMERIC
               ADD 1 TO WS-INV-REJ-BAD-DATA
               DISPLAY 'INVMATCH - INVOICE REJECTED - BAD KEY, '
                   'QUANTITY, PRICE OR DATE - ' INV-IN-SUPPLIER-CODE
                   '/' INV-IN-PO-NUMBER '/' INV-IN-INVOICE-NUMBER
               GO TO 300-READ-NEXT
           END-IF.
           MOVE SPACES TO WS-HOLD-REC.
           MOVE WS-INV-IN-REC TO HLD-INVOICE-IMAGE.
           MOVE WS-RUN-TODAY TO HLD-FIRST-HELD-DATE.
           MOVE ZERO TO HLD-TIMES-HELD.
           MOVE INV-IN-SUPPLIER-CODE TO IH-SUPPLIER-CODE.
           MOVE INV-IN-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           READ INVHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'D' TO HLD-REASON-CODE
                   PERFORM 700-HOLD-INVOICE THRU 700-EXIT
                   GO TO 300-READ-NEXT
           END-READ.
           PERFORM 400-MATCH-INVOICE THRU 400-EXIT.
           IF INVOICE-MATCHED
               MOVE 'M' TO VCH-RELEASE-FLAG
               PERFORM 500-VOUCHER-INVOICE THRU 500-EXIT
               ADD 1 TO WS-VOUCHERED-MATCHED
           ELSE
               MOVE WS-MATCH-REASON TO HLD-REASON-CODE
               MOVE 'H' TO WS-HIST-NEW-STATUS
               PERFORM 550-RECORD-HISTORY THRU 550-EXIT
               PERFORM 700-HOLD-INVOICE THRU 700-EXIT
           END-IF.
       300-READ-NEXT.
           PERFORM 150-READ-AN-INVOICE.
       300-EXIT.
           EXIT.

      * The three-way match. Quantity is tested on the running total
      * billed against the PO - what was vouchered before plus this
      * invoice - so a PO cannot be billed past its receipts a piece
      * at a time. Billed-not-received is tested first: paying for
      * parts the dock never saw is the exposure this step exists
      * to stop.
       400-MATCH-INVOICE.
           MOVE SPACE TO WS-MATCH-REASON.
           PERFORM 410-READ-PO THRU 410-EXIT.
           IF NOT PO-FOUND
               MOVE 'N' TO WS-MATCH-REASON
               GO TO 400-EXIT
           END-IF.
           IF OM-QTY-RECEIVED NOT NUMERIC
               MOVE ZERO TO OM-QTY-RECEIVED
           END-IF.
           COMPUTE WS-BILLED-TO-DATE =
               WS-PRIOR-INVOICED + INV-IN-QUANTITY.
           COMPUTE WS-RECEIVED-LIMIT =
               OM-QTY-RECEIVED * (100 + WS-QTY-TOL-PCT) / 100.
           COMPUTE WS-ORDERED-LIMIT =
               OM-QUANTITY * (100 + WS-QTY-TOL-PCT) / 100.
           COMPUTE WS-PRICE-LIMIT =
               OM-UNIT-PRICE * (100 + WS-PRICE-TOL-PCT) / 100.
           MOVE INV-IN-CURRENCY-CODE TO WS-INV-CURRENCY.
           IF WS-INV-CURRENCY = SPACES
               MOVE 'USD' TO WS-INV-CURRENCY
           END-IF.
           MOVE OM-CURRENCY-CODE TO WS-PO-CURRENCY.
           IF WS-PO-CURRENCY = SPACES
               MOVE 'USD' TO WS-PO-CURRENCY
           END-IF.
           EVALUATE TRUE
                WHEN WS-BILLED-TO-DATE > WS-RECEIVED-LIMIT
                    MOVE 'R' TO WS-MATCH-REASON
                WHEN WS-BILLED-TO-DATE > WS-ORDERED-LIMIT
                    MOVE 'O' TO WS-MATCH-REASON
                WHEN WS-INV-CURRENCY NOT = WS-PO-CURRENCY
                    MOVE 'C' TO WS-MATCH-REASON
                WHEN INV-IN-UNIT-PRICE > WS-PRICE-LIMIT
                    MOVE 'P' TO WS-MATCH-REASON
                WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       400-EXIT.
           EXIT.

      * Fetch the invoice's PO. A master row written before invoice
      * matching existed carries spaces where the invoiced quantity
      * now lives - it counts as nothing billed yet.
       410-READ-PO.
           MOVE INV-IN-SUPPLIER-CODE TO OM-SUPPLIER-CODE.
           MOVE INV-IN-PO-NUMBER TO OM-PO-NUMBER.
           READ POMAST
               INVALID KEY
                   MOVE 'N' TO SW-PO-FOUND
                   GO TO 410-EXIT
           END-READ.
           MOVE 'Y' TO SW-PO-FOUND.
           IF OM-QTY-INVOICED NUMERIC
               MOVE OM-QTY-INVOICED TO WS-PRIOR-INVOICED
           ELSE
               MOVE ZERO TO WS-PRIOR-INVOICED
           END-IF.
       410-EXIT.
           EXIT.

      * Write the voucher, charge its quantity to the PO, and mark
      * the invoice number vouchered on INVHIST - except for a
      * duplicate released off hold, whose number is the original
      * invoice's and whose history stays the original's. The
      * caller has set VCH-RELEASE-FLAG and left the PO read by 410.
       500-VOUCHER-INVOICE.
           MOVE INV-IN-SUPPLIER-CODE TO VCH-SUPPLIER-CODE.
           MOVE INV-IN-PO-NUMBER TO VCH-PO-NUMBER.
           MOVE INV-IN-INVOICE-NUMBER TO VCH-INVOICE-NUMBER.
           MOVE INV-IN-INVOICE-DATE TO VCH-INVOICE-DATE.
           MOVE INV-IN-QUANTITY TO VCH-QUANTITY.
           MOVE INV-IN-UNIT-PRICE TO VCH-UNIT-PRICE.
           MOVE INV-IN-CURRENCY-CODE TO VCH-CURRENCY-CODE.
           IF VCH-CURRENCY-CODE = SPACES
               MOVE 'USD' TO VCH-CURRENCY-CODE
           END-IF.
           COMPUTE WS-INVOICE-AMOUNT ROUNDED =
               INV-IN-QUANTITY * INV-IN-UNIT-PRICE.
           MOVE WS-INVOICE-AMOUNT TO VCH-INVOICE-AMOUNT.
           IF VCH-RELEASED
               MOVE HLD-REASON-CODE TO VCH-HOLD-REASON
           ELSE
               MOVE SPACE TO VCH-HOLD-REASON
           END-IF.
           IF PO-FOUND
               MOVE OM-BUYER-CODE TO VCH-BUYER-CODE
               MOVE OM-PART-NUMBER TO VCH-PART-NUMBER
           ELSE
               MOVE SPACES TO VCH-BUYER-CODE
               MOVE SPACES TO VCH-PART-NUMBER
           END-IF.
           MOVE WS-VCH-OUT-REC TO VCH-REC.
           WRITE VCH-REC.
           ADD 1 TO WS-VCH-RECS-WRITTEN.
           ADD INV-IN-QUANTITY TO WS-VCH-QTY-HASH.
           ADD WS-INVOICE-AMOUNT TO WS-VCH-AMOUNT-HASH.
           IF PO-FOUND
               COMPUTE OM-QTY-INVOICED =
                   WS-PRIOR-INVOICED + INV-IN-QUANTITY
               REWRITE OM-REC
                   INVALID KEY
                       DISPLAY 'INVMATCH - INVOICED QUANTITY NOT '
                           'POSTED - ' OM-SUPPLIER-CODE '/'
                           OM-PO-NUMBER
               END-REWRITE
           END-IF.
           IF NOT VCH-RELEASED OR HLD-REASON-CODE NOT = 'D'
               MOVE 'V' TO WS-HIST-NEW-STATUS
               PERFORM 550-RECORD-HISTORY THRU 550-EXIT
           END-IF.
       500-EXIT.
           EXIT.

      * Record where an invoice number stands on INVHIST - a new
      * number is added, one already there is updated in place.
      * The caller has set WS-HIST-NEW-STATUS.
       550-RECORD-HISTORY.
           MOVE INV-IN-SUPPLIER-CODE TO IH-SUPPLIER-CODE.
           MOVE INV-IN-INVOICE-NUMBER TO IH-INVOICE-NUMBER.
           READ INVHIST
               INVALID KEY
                   MOVE SPACES TO IH-REC
                   MOVE INV-IN-SUPPLIER-CODE TO IH-SUPPLIER-CODE
                   MOVE INV-IN-INVOICE-NUMBER TO IH-INVOICE-NUMBER
                   PERFORM 560-BUILD-HISTORY THRU 560-EXIT
                   WRITE IH-REC
                       INVALID KEY
                           DISPLAY 'INVMATCH - INVHIST WRITE '
                               'FAILED - ' IH-INVOICE-KEY
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 560-BUILD-HISTORY THRU 560-EXIT
                   REWRITE IH-REC
                       INVALID KEY
                           DISPLAY 'INVMATCH - INVHIST REWRITE '
                               'FAILED - ' IH-INVOICE-KEY
                   END-REWRITE
           END-READ.
       550-EXIT.
           EXIT.

       560-BUILD-HISTORY.
           MOVE INV-IN-PO-NUMBER TO IH-PO-NUMBER.
           MOVE INV-IN-INVOICE-DATE TO IH-INVOICE-DATE.
           MOVE INV-IN-QUANTITY TO IH-QUANTITY.
           MOVE INV-IN-UNIT-PRICE TO IH-UNIT-PRICE.
           MOVE WS-HIST-NEW-STATUS TO IH-INVOICE-STATUS.
           IF IH-HELD
               MOVE HLD-REASON-CODE TO IH-REASON-CODE
           ELSE
               MOVE SPACE TO IH-REASON-CODE
           END-IF.
           MOVE WS-RUN-TODAY TO IH-STATUS-DATE.
       560-EXIT.
           EXIT.

      * One line on the exception report for the invoice in hand,
      * with the PO's figures beside it when the PO is on file. The
      * caller has set IRP-PL-REASON.
       600-PRINT-INVOICE.
           MOVE INV-IN-SUPPLIER-CODE TO IRP-PL-SUPPLIER-CODE.
           MOVE INV-IN-PO-NUMBER TO IRP-PL-PO-NUMBER.
           MOVE INV-IN-INVOICE-NUMBER TO IRP-PL-INVOICE-NUMBER.
           MOVE INV-IN-QUANTITY TO IRP-PL-QUANTITY.
           MOVE INV-IN-UNIT-PRICE TO IRP-PL-UNIT-PRICE.
           MOVE INV-IN-CURRENCY-CODE TO IRP-PL-CURRENCY-CODE.
           IF PO-FOUND
               MOVE OM-QUANTITY TO IRP-PL-ORDERED
               MOVE OM-QTY-RECEIVED TO IRP-PL-RECEIVED
               MOVE WS-PRIOR-INVOICED TO IRP-PL-INVOICED
               MOVE OM-UNIT-PRICE TO IRP-PL-PO-PRICE
           END-IF.
           MOVE WS-IRP-PRINT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-IRP-LINE THRU 820-EXIT.
           MOVE SPACES TO WS-IRP-PRINT-LINE.
       600-EXIT.
           EXIT.

      * Carry the invoice in hand on the hold file for the next run
      * and print why. HLD-REASON-CODE says what is wrong with it.
       700-HOLD-INVOICE.
           ADD 1 TO HLD-TIMES-HELD.
           MOVE WS-HOLD-REC TO HOLD-OUT-REC.
           WRITE HOLD-OUT-REC.
           ADD 1 TO WS-HELD-TOTAL.
           MOVE SPACES TO WS-IRP-PRINT-LINE.
           EVALUATE HLD-REASON-CODE
                WHEN 'N'
                    ADD 1 TO WS-HELD-NO-PO
                    MOVE 'N' TO SW-PO-FOUND
                    MOVE 'HELD - PO NOT ON POMAST' TO IRP-PL-REASON
                WHEN 'R'
                    ADD 1 TO WS-HELD-NOT-RECEIVED
                    MOVE 'HELD - BILLED NOT RECEIVED'
                        TO IRP-PL-REASON
                WHEN 'O'
                    ADD 1 TO WS-HELD-OVER-ORDERED
                    MOVE 'HELD - BILLED OVER ORDERED'
                        TO IRP-PL-REASON
                WHEN 'C'
                    ADD 1 TO WS-HELD-CURRENCY
                    MOVE 'HELD - NOT IN PO CURRENCY'
                        TO IRP-PL-REASON
                WHEN 'P'
                    ADD 1 TO WS-HELD-PRICE
                    MOVE 'HELD - PRICE OVER PO' TO IRP-PL-REASON
                WHEN OTHER
                    ADD 1 TO WS-HELD-DUPLICATE
                    MOVE 'N' TO SW-PO-FOUND
                    MOVE 'HELD - DUPLICATE INVOICE NUMBER'
                        TO IRP-PL-REASON
           END-EVALUATE.
           PERFORM 600-PRINT-INVOICE THRU 600-EXIT.
       700-EXIT.
           EXIT.

      * A release card that found no hold to settle is a keying
      * error AP needs to hear about, not something to drop quietly.
       800-REPORT-UNUSED-RELEASES.
           IF WS-REL-COUNT = ZERO
               GO TO 800-EXIT
           END-IF.
           PERFORM 810-CHECK-ONE-RELEASE THRU 810-EXIT
               VARYING REL-TBL-IDX FROM 1 BY 1
               UNTIL REL-TBL-IDX > WS-REL-COUNT.
       800-EXIT.
           EXIT.

       810-CHECK-ONE-RELEASE.
           IF WS-REL-USED-TBL (REL-TBL-IDX) = 'Y'
               GO TO 810-EXIT
           END-IF.
           ADD 1 TO WS-REL-CARDS-UNUSED.
           MOVE SPACES TO WS-IRP-PRINT-LINE.
           MOVE WS-REL-SUPP-TBL (REL-TBL-IDX) TO IRP-PL-SUPPLIER-CODE.
           MOVE WS-REL-INVOICE-TBL (REL-TBL-IDX)
               TO IRP-PL-INVOICE-NUMBER.
           MOVE 'RELEASE CARD - NO SUCH HOLD' TO IRP-PL-REASON.
           MOVE WS-IRP-PRINT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-IRP-LINE THRU 820-EXIT.
       810-EXIT.
           EXIT.

      * One line to the exception report file, breaking to a fresh
      * page with the report heading when the page fills.
       820-WRITE-IRP-LINE.
           IF WS-IRP-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-IRP-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE IRP-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-IRP-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-IRP-PAGE-HEADING.
           ADD 1 TO WS-IRP-PAGE-COUNT.
           MOVE 'INVOICE MATCH EXCEPTION REPORT' TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-IRP-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE IRP-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO IRP-REC.
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO IRP-REC.
           MOVE 'SUPPLIER    PO      INVOICE       INV QTY  INV PRICE'
               TO IRP-REC (1:53).
           MOVE 'CUR  ORDERED  RECEIVD  INVOICD   PO PRICE  STATUS'
               TO IRP-REC (55:50).
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
           MOVE SPACES TO IRP-REC.
           WRITE IRP-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-IRP-LINE-COUNT.
       821-EXIT.
           EXIT.

       900-CONTROL-REPORT.
      * A run with nothing held or released still prints its page
      * heading, so the empty report is visibly a clean result.
           IF WS-IRP-PAGE-COUNT = ZERO
               PERFORM 821-IRP-PAGE-HEADING THRU 821-EXIT
               MOVE 'NO INVOICE EXCEPTIONS THIS RUN'
                   TO WS-RPT-PRINT-LINE
               PERFORM 820-WRITE-IRP-LINE THRU 820-EXIT
           END-IF.
           DISPLAY ' '.
           DISPLAY '---- INVMATCH CONTROL / BALANCING REPORT ----'.
           DISPLAY 'QTY TOLERANCE PERCENT  . . . '
               WS-QTY-TOL-PCT.
           DISPLAY 'PRICE TOLERANCE PERCENT  . . '
               WS-PRICE-TOL-PCT.
           DISPLAY ' '.
           DISPLAY 'NEW INVOICES READ  . . . . . '
               WS-INV-READ.
           DISPLAY 'INVOICES REJ - BAD DATA  . . '
               WS-INV-REJ-BAD-DATA.
           DISPLAY 'HOLDS CARRIED IN . . . . . . '
               WS-HOLDS-READ.
           DISPLAY ' '.
           DISPLAY 'VOUCHERED - MATCHED  . . . . '
               WS-VOUCHERED-MATCHED.
           DISPLAY 'VOUCHERED - RELEASED BY AP . '
               WS-VOUCHERED-RELEASED.
           DISPLAY 'HOLDS CANCELLED BY AP  . . . '
               WS-HOLDS-CANCELLED.
           DISPLAY 'INVOICES HELD  . . . . . . . '
               WS-HELD-TOTAL.
           DISPLAY '  PO NOT ON MASTER . . . . . '
               WS-HELD-NO-PO.
           DISPLAY '  BILLED NOT RECEIVED  . . . '
               WS-HELD-NOT-RECEIVED.
           DISPLAY '  BILLED OVER ORDERED  . . . '
               WS-HELD-OVER-ORDERED.
           DISPLAY '  NOT IN PO CURRENCY . . . . '
               WS-HELD-CURRENCY.
           DISPLAY '  PRICE OVER PO  . . . . . . '
               WS-HELD-PRICE.
           DISPLAY '  DUPLICATE INVOICE  . . . . '
               WS-HELD-DUPLICATE.
           DISPLAY ' '.
           DISPLAY 'RELEASE CARDS READ . . . . . '
               WS-REL-CARDS-READ.
           DISPLAY 'RELEASE CARDS DROPPED  . . . '
               WS-REL-CARDS-BAD.
           DISPLAY 'RELEASE CARDS UNMATCHED  . . '
               WS-REL-CARDS-UNUSED.
           DISPLAY 'VCHFILE RECORDS WRITTEN  . . '
               WS-VCH-RECS-WRITTEN.
      * Every new invoice and every hold carried in must come out
      * vouchered, held, cancelled or rejected.
           IF WS-INV-READ + WS-HOLDS-READ
                   NOT = WS-VOUCHERED-MATCHED + WS-VOUCHERED-RELEASED
                       + WS-HOLDS-CANCELLED + WS-HELD-TOTAL
                       + WS-INV-REJ-BAD-DATA
               DISPLAY '** INVOICE COUNTS OUT OF BALANCE - DO NOT '
                   'RELEASE VCHFILE TO AP **'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-REL-CARDS-BAD > ZERO
               OR WS-REL-CARDS-UNUSED > ZERO
               DISPLAY '** RELEASE CARDS NOT APPLIED - SEE '
                   'EXCEPTION REPORT **'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY '----------------------------------------------'.
       900-EXIT.
           EXIT.

       950-CLOSE-FILES.
           MOVE WS-VCH-RECS-WRITTEN TO TRL-RECORD-COUNT.
           MOVE WS-VCH-QTY-HASH TO TRL-QTY-HASH.
           MOVE WS-VCH-AMOUNT-HASH TO TRL-PRICE-HASH.
           MOVE WS-VCH-TRAILER TO VCH-REC.
           WRITE VCH-REC.
           CLOSE INVFILE.
           CLOSE HOLDIN.
           CLOSE HOLDOUT.
           CLOSE POMAST.
           CLOSE INVHIST.
           CLOSE VCHFILE.
           CLOSE INVRPT.
       950-EXIT.
           EXIT.
