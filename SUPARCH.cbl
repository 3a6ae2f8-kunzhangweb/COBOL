       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPARCH.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Inactive supplier archive and reinstatement. SUPPMAST and
      * ADDRMAST only ever lose a supplier to an explicit Delete, so
      * dormant suppliers pile up. This step runs in one of three
      * modes named on the ARCHCARD control card.
      *   R  REVIEW - finds every supplier with no open PO and no
      *      order, receipt or supplier activity inside the number
      *      of months on the card (SUPPLIER-ACT-DATE and the POMAST
      *      order and last-receipt dates), prints the review listing
      *      for purchasing and writes the candidates to ARCHLIST.
      *      Nothing on the masters is touched.
      *   P  PURGE - once purchasing has signed the listing, moves
      *      each candidate's SUPPMAST row and its ADDRMAST rows to
      *      the ARCHMAST archive master and deletes them from the
      *      masters. Its approved sources on SRCMAST are made
      *      inactive, so no report goes on counting them as live
      *      sources with no supplier behind them. The card must
      *      carry the run date printed on the listing, so the purge
      *      only ever runs against the listing that was signed; any
      *      supplier purchasing struck from it is named on a
      *      KEEPCARD card and stays. Every candidate is proved again
      *      before it goes - activity since the review keeps it on
      *      file.
      *   I  REINSTATE - each REINCARD card names an archived
      *      supplier, whose SUPPMAST and ADDRMAST rows are written
      *      back exactly as they were archived, so a returning
      *      supplier is not keyed again as a brand-new add. Its
      *      activity date becomes the reinstatement date, so the
      *      next review does not sweep it straight back out. The
      *      sources the purge made inactive are active again - any
      *      changed since are left for purchasing to re-approve.
      * A supplier whose closed POs are still on POMAST is held back
      * - archiving it would strand them - until PORECV's close-out
      * purge has taken them. Purge and reinstate are journaled to
      * JRNLFILE, before-images and all, as a cycle of their own -
      * the one after the last applied cycle - and both cycle
      * controls advance to it, so PSBACKOUT can undo either one like
      * an apply cycle.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHCARD
           ASSIGN TO ARCHCARD
             FILE STATUS IS ACCODE.

           SELECT KEEPCARD
           ASSIGN TO KEEPCARD
             FILE STATUS IS KCCODE.

           SELECT REINCARD
           ASSIGN TO REINCARD
             FILE STATUS IS RCCODE.

           SELECT ARCHLIST
           ASSIGN TO ARCHLIST
             FILE STATUS IS ALCODE.

           SELECT CYCLCTL
           ASSIGN TO CYCLCTL
             FILE STATUS IS CYCODE.

           SELECT CYCLEFILE
           ASSIGN TO CYCLEFILE
             FILE STATUS IS CFCODE.

           SELECT APPLPO
           ASSIGN TO APPLPO
             FILE STATUS IS AOCODE.

           SELECT XMITCTL
           ASSIGN TO XMITCTL
             FILE STATUS IS XCCODE.

           SELECT SUPPMAST
           ASSIGN TO SUPPMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SUPPLIER-CODE
             FILE STATUS IS SMCODE.

           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AM-ADDRESS-KEY
             FILE STATUS IS AMCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT ARCHMAST
           ASSIGN TO ARCHMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AR-ARCHIVE-KEY
             FILE STATUS IS ARCODE.

           SELECT JRNLFILE
           ASSIGN TO JRNLFILE
             FILE STATUS IS JNCODE.

           SELECT ARCHRPT
           ASSIGN TO ARCHRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
      * Mode in column 1; months of inactivity in 2-3 on a review;
      * the run date of the signed listing (MMDDYYYY) in 4-11 on a
      * purge.
       FD  ARCHCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARCH-CARD-REC.
       01  ARCH-CARD-REC  PIC X(80).

      * One card per supplier purchasing struck from the listing -
      * supplier code in columns 1-10.
       FD  KEEPCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS KEEP-CARD-REC.
       01  KEEP-CARD-REC  PIC X(80).

      * One card per supplier to reinstate - code in columns 1-10.
       FD  REINCARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REIN-CARD-REC.
       01  REIN-CARD-REC  PIC X(80).

      * The review's candidates - a header carrying the review date
      * and the cutoff it used, one record per candidate, and a
      * trailer with the count.
       FD  ARCHLIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ARCH-LIST-REC.
       01  ARCH-LIST-REC  PIC X(80).

       FD  CYCLCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYC-REC.
       01  CYC-REC  PIC 9(05).

       FD  CYCLEFILE
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYCLE-REC.
       01  CYCLE-REC  PIC 9(05).

       FD  APPLPO
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS APO-REC.
       01  APO-REC  PIC X(190).

       FD  XMITCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS XCT-REC.
       01  XCT-REC  PIC 9(05).

      * The masters exactly as PSAPPLY builds them.
       FD  SUPPMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SM-REC.
       01  SM-REC.
           05  SM-SUPPLIER-CODE          PIC X(10).
           05  SM-SUPPLIER-TYPE          PIC X(01).
           05  SM-SUPPLIER-NAME          PIC X(15).
           05  SM-SUPPLIER-PERF          PIC 9(03).
           05  SM-SUPPLIER-RATING        PIC X(01).
           05  SM-SUPPLIER-STATUS        PIC X(01).
           05  SM-SUPPLIER-ACT-DATE      PIC 9(08).
           05  FILLER                    PIC X(93).

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

      * Archived supplier and address rows, keyed by supplier code
      * and row type - 'S' for the SUPPMAST row, the address type
      * for each ADDRMAST row. The image carries the first 100 bytes
      * of the master row, which holds every field either master
      * defines - the rest of both rows is FILLER.
       FD  ARCHMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05  AR-ARCHIVE-KEY.
               10  AR-SUPPLIER-CODE      PIC X(10).
               10  AR-ROW-TYPE           PIC X(01).
                   88 AR-SUPPLIER-ROW      VALUE 'S'.
           05  AR-ARCHIVE-DATE           PIC 9(08).
           05  AR-LAST-ACT-DATE          PIC 9(08).
           05  AR-ARCHIVE-CYCLE          PIC 9(05).
           05  AR-MASTER-IMAGE           PIC X(100).

      * Journal shared with PSAPPLY - before and after images.
      * Opened EXTEND.
       FD  JRNLFILE
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-REC.
       01  JRN-REC  PIC X(330).

       FD  ARCHRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ARP-REC.
       01  ARP-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  ACCODE                  PIC X(2).
               88 AC-VALID      VALUE '00'.
           05  KCCODE                  PIC X(2).
               88 KC-VALID      VALUE '00'.
           05  RCCODE                  PIC X(2).
               88 RC-VALID      VALUE '00'.
           05  ALCODE                  PIC X(2).
               88 AL-VALID      VALUE '00'.
           05  CYCODE                  PIC X(2).
               88 CY-VALID      VALUE '00'.
           05  CFCODE                  PIC X(2).
               88 CF-VALID      VALUE '00'.
           05  AOCODE                  PIC X(2).
               88 AO-VALID      VALUE '00'.
           05  XCCODE                  PIC X(2).
               88 XC-VALID      VALUE '00'.
           05  SMCODE                  PIC X(2).
               88 SM-NOT-FOUND  VALUE '35'.
           05  AMCODE                  PIC X(2).
               88 AM-NOT-FOUND  VALUE '35'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  ARCODE                  PIC X(2).
               88 AR-NOT-FOUND  VALUE '35'.
           05  JNCODE                  PIC X(2).
               88 JN-NOT-FOUND  VALUE '35'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-SUPPLIERS         PIC X VALUE 'N'.
               88  END-OF-SUPPLIERS            VALUE 'Y'.
           05  SW-MORE-ROWS              PIC X VALUE 'N'.
               88  END-OF-ROWS                 VALUE 'Y'.
           05  SW-MORE-CARDS             PIC X VALUE 'N'.
               88  END-OF-CARDS                VALUE 'Y'.
           05  SW-MORE-LIST              PIC X VALUE 'N'.
               88  END-OF-LIST                 VALUE 'Y'.
           05  SW-SUPPLIER-KEPT          PIC X VALUE 'N'.
               88  SUPPLIER-KEPT               VALUE 'Y'.
           05  SW-MORE-SOURCES           PIC X VALUE 'N'.
               88  END-OF-SOURCES              VALUE 'Y'.
           05  SW-SRCMAST-OPEN           PIC X VALUE 'N'.
               88  SRCMAST-OPEN                VALUE 'Y'.

      * The control card.
       01  WS-ARCH-CARD.
           05  ARC-MODE                  PIC X(01) VALUE SPACES.
               88  REVIEW-MODE                 VALUE 'R'.
               88  PURGE-MODE                  VALUE 'P'.
               88  REINSTATE-MODE              VALUE 'I'.
           05  ARC-MONTHS                PIC X(02) VALUE SPACES.
           05  ARC-MONTHS-NUM REDEFINES ARC-MONTHS
                                         PIC 9(02).
           05  ARC-LIST-DATE             PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(69) VALUE SPACES.

      * ARCHLIST records - header, candidate detail and trailer.
       01  WS-ARCH-LIST-HDR.
           05  ALH-RECORD-TYPE           PIC X(01) VALUE 'H'.
           05  ALH-RUN-DATE              PIC X(08) VALUE SPACES.
           05  ALH-MONTHS                PIC 9(02) VALUE ZERO.
           05  ALH-CUTOFF-YMD            PIC 9(08) VALUE ZERO.
           05  FILLER                    PIC X(61) VALUE SPACES.

       01  WS-ARCH-LIST-DTL REDEFINES WS-ARCH-LIST-HDR.
           05  ALD-RECORD-TYPE           PIC X(01).
           05  ALD-SUPPLIER-CODE         PIC X(10).
           05  ALD-LAST-ACT-YMD          PIC 9(08).
           05  ALD-ADDRESS-COUNT         PIC 9(03).
           05  FILLER                    PIC X(58).

       01  WS-ARCH-LIST-TRL REDEFINES WS-ARCH-LIST-HDR.
           05  ALT-RECORD-TYPE           PIC X(01).
           05  ALT-CANDIDATE-COUNT       PIC 9(07).
           05  FILLER                    PIC X(72).

      * Header control record as PSAPPLY writes it on APPLPO.
       01  WS-HEADER-REC.
           05  HDR-RECORD-TYPE           PIC X(01) VALUE SPACES.
           05  HDR-FILE-ID               PIC X(08) VALUE SPACES.
           05  HDR-RUN-DATE              PIC X(08) VALUE SPACES.
           05  HDR-CYCLE-NUMBER          PIC 9(05) VALUE ZERO.

      * Cycle sequencing - a purge or reinstatement is journaled as
      * the cycle after the last one applied.
       01  WS-CYCLE-CONTROL.
           05  WS-LAST-APPLIED           PIC 9(05) COMP VALUE ZERO.
           05  WS-LAST-EXTRACT           PIC 9(05) COMP VALUE ZERO.
           05  WS-APPLPO-CYCLE           PIC 9(05) COMP VALUE ZERO.
           05  WS-XMIT-LAST-CYCLE        PIC 9(05) COMP VALUE ZERO.
           05  WS-ARCH-CYCLE             PIC 9(05) COMP VALUE ZERO.

      * One journal record per row action, as PSAPPLY's
      * 860-WRITE-JOURNAL lays it out.
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

      * The inactivity window. The cutoff is today less the months
      * on the card - anything last active before it is dormant.
       01  WS-CUTOFF-WORK.
           05  WS-DEFAULT-MONTHS         PIC 9(02) VALUE 24.
           05  WS-INACTIVE-MONTHS        PIC 9(02) VALUE ZERO.
           05  WS-TODAY-YMD              PIC 9(08) VALUE ZERO.
           05  WS-TODAY-YMD-PARTS REDEFINES WS-TODAY-YMD.
               10  WS-TODAY-YYYY         PIC 9(04).
               10  WS-TODAY-MM           PIC 9(02).
               10  WS-TODAY-DD           PIC 9(02).
           05  WS-TOTAL-MONTHS           PIC 9(07) COMP VALUE ZERO.
           05  WS-CUTOFF-YEAR            PIC 9(04) VALUE ZERO.
           05  WS-CUTOFF-MONTH           PIC 9(02) VALUE ZERO.
           05  WS-CUTOFF-DAY             PIC 9(02) VALUE ZERO.
           05  WS-CUTOFF-YMD             PIC 9(08) VALUE ZERO.
           05  WS-RUN-MMDDYYYY           PIC X(08) VALUE SPACES.

      * MMDDYYYY dates put into YYYYMMDD order before comparing.
       01  WS-CMP-DATE                   PIC X(08) VALUE SPACES.
       01  WS-CMP-DATE-PARTS REDEFINES WS-CMP-DATE.
           05  WS-CMP-MONTH              PIC 9(02).
           05  WS-CMP-DAY                PIC 9(02).
           05  WS-CMP-YEAR               PIC 9(04).

      * What one supplier's rows say about it.
       01  WS-SUPPLIER-WORK.
           05  WS-CUR-SUPPLIER           PIC X(10) VALUE SPACES.
           05  WS-CMP-YMD                PIC 9(08) VALUE ZERO.
           05  WS-LAST-ACT-YMD           PIC 9(08) VALUE ZERO.
           05  WS-OPEN-POS               PIC 9(05) COMP VALUE ZERO.
           05  WS-CLOSED-POS             PIC 9(05) COMP VALUE ZERO.
           05  WS-ADDRESS-COUNT          PIC 9(03) COMP VALUE ZERO.
           05  WS-ROW-IMAGE              PIC X(132) VALUE SPACES.
           05  WS-ARCH-IMAGE             PIC X(132) VALUE SPACES.
           05  WS-SCAN-KEY               PIC X(11) VALUE SPACES.
           05  WS-SRC-IMAGE              PIC X(80) VALUE SPACES.
           05  WS-SRC-ARCHIVE-CYCLE      PIC 9(05) VALUE ZERO.
           05  WS-DISPOSITION            PIC X(40) VALUE SPACES.

      * Suppliers purchasing struck from the signed listing.
       01  WS-KEEP-TABLE-CONTROL.
           05  WS-KEEP-COUNT             PIC 9(03) COMP VALUE ZERO.

       01  WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-KEEP-COUNT
                   INDEXED BY KEEP-TBL-IDX.
               10  WS-KEEP-SUPP-TBL      PIC X(10) VALUE SPACES.

      * Page control and line layouts for the listing - title, run
      * date and page number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-ARP-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-ARP-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-RUN-TODAY              PIC X(08) VALUE ZEROES.
           05  WS-RUN-TIME               PIC X(06) VALUE ZEROES.

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

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

       01  WS-ARP-COLUMN-HDR.
           05  FILLER                    PIC X(30) VALUE
               'SUPPLIER    NAME             '.
           05  FILLER                    PIC X(36) VALUE
               'ST  LAST ACTIVE   ADDRS    POS  '.
           05  FILLER                    PIC X(66) VALUE
               'DISPOSITION'.

       01  WS-ARP-DETAIL-LINE.
           05  ARL-SUPPLIER-CODE         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ARL-SUPPLIER-NAME         PIC X(15) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  ARL-SUPPLIER-STATUS       PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  ARL-LAST-ACTIVE           PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  ARL-ADDRESS-COUNT         PIC ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ARL-PO-COUNT              PIC Z(04)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ARL-DISPOSITION           PIC X(40) VALUE SPACES.
           05  FILLER                    PIC X(33) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-SUPP-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-CANDIDATES             PIC 9(07) COMP VALUE ZERO.
           05  WS-HELD-CLOSED-POS        PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIVE-KEPT            PIC 9(07) COMP VALUE ZERO.
           05  WS-LIST-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-KEEP-CARDS-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-STRUCK-KEPT            PIC 9(07) COMP VALUE ZERO.
           05  WS-NOW-ACTIVE-KEPT        PIC 9(07) COMP VALUE ZERO.
           05  WS-NOT-ON-FILE            PIC 9(07) COMP VALUE ZERO.
           05  WS-EARLIER-ARCHIVE        PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-ARCHIVED          PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-ARCHIVED          PIC 9(07) COMP VALUE ZERO.
           05  WS-REIN-CARDS-READ        PIC 9(07) COMP VALUE ZERO.
           05  WS-REIN-NOT-ARCHIVED      PIC 9(07) COMP VALUE ZERO.
           05  WS-REIN-CODE-IN-USE       PIC 9(07) COMP VALUE ZERO.
           05  WS-SUPP-REINSTATED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-REINSTATED        PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-COLLIDED          PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-DEACTIVATED        PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-REACTIVATED        PIC 9(07) COMP VALUE ZERO.
           05  WS-JRN-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIONS-FAILED         PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-ARCHMAIN.
           PERFORM 100-INITIALIZATION.
           EVALUATE TRUE
                WHEN REVIEW-MODE
                    PERFORM 200-REVIEW-SUPPLIERS THRU 200-EXIT
                WHEN PURGE-MODE
                    PERFORM 300-PURGE-CANDIDATES THRU 300-EXIT
                WHEN REINSTATE-MODE
                    PERFORM 400-REINSTATE-SUPPLIERS THRU 400-EXIT
           END-EVALUATE.
           IF WS-JRN-WRITTEN > ZERO
               PERFORM 850-UPDATE-CYCLE-CONTROLS THRU 850-EXIT
           END-IF.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.
           MOVE WS-RUN-TODAY TO WS-TODAY-YMD.
           MOVE WS-RUN-TODAY (5:4) TO WS-RUN-MMDDYYYY (1:4).
           MOVE WS-RUN-TODAY (1:4) TO WS-RUN-MMDDYYYY (5:4).

           PERFORM 105-READ-ARCH-CARD THRU 105-EXIT.

      *   Open files
      *   A review only reads the masters; purge and reinstatement
      *   update them under a journaled cycle of their own.
           IF REVIEW-MODE
               OPEN INPUT SUPPMAST
           ELSE
               PERFORM 110-CHECK-CYCLE-CONTROLS THRU 110-EXIT
               OPEN I-O SUPPMAST
           END-IF.
           IF SM-NOT-FOUND
               DISPLAY 'SUPARCH - SUPPMAST DOES NOT EXIST - '
                   'NOTHING TO ARCHIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REVIEW-MODE
               OPEN INPUT ADDRMAST
           ELSE
               OPEN I-O ADDRMAST
           END-IF.
           IF AM-NOT-FOUND
               DISPLAY 'SUPARCH - ADDRMAST DOES NOT EXIST - '
                   'NOTHING TO ARCHIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               DISPLAY 'SUPARCH - POMAST DOES NOT EXIST - '
                   'NOTHING TO ARCHIVE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   No SRCMAST yet means no sources to make inactive or back.
           IF NOT REVIEW-MODE
               OPEN I-O SRCMAST
               IF SC-NOT-FOUND
                   MOVE 'N' TO SW-SRCMAST-OPEN
               ELSE
                   MOVE 'Y' TO SW-SRCMAST-OPEN
               END-IF
           END-IF.
           OPEN OUTPUT ARCHRPT.

           EVALUATE TRUE
                WHEN REVIEW-MODE
                    PERFORM 115-COMPUTE-CUTOFF THRU 115-EXIT
                    OPEN OUTPUT ARCHLIST
                    MOVE 'H' TO ALH-RECORD-TYPE
                    MOVE WS-RUN-MMDDYYYY TO ALH-RUN-DATE
                    MOVE WS-INACTIVE-MONTHS TO ALH-MONTHS
                    MOVE WS-CUTOFF-YMD TO ALH-CUTOFF-YMD
                    WRITE ARCH-LIST-REC FROM WS-ARCH-LIST-HDR
                WHEN PURGE-MODE
      *   The archive master is primed on its very first purge.
                    OPEN I-O ARCHMAST
                    IF AR-NOT-FOUND
                        OPEN OUTPUT ARCHMAST
                        CLOSE ARCHMAST
                        OPEN I-O ARCHMAST
                    END-IF
                    PERFORM 120-CHECK-ARCHLIST-HEADER THRU 120-EXIT
                    PERFORM 125-LOAD-KEEP-TABLE THRU 125-EXIT
                WHEN REINSTATE-MODE
                    OPEN I-O ARCHMAST
                    IF AR-NOT-FOUND
                        DISPLAY 'SUPARCH - ARCHMAST DOES NOT EXIST - '
                            'NOTHING HAS EVER BEEN ARCHIVED'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    OPEN INPUT REINCARD
                    IF NOT RC-VALID
                        DISPLAY 'SUPARCH - REINCARD IS MISSING - '
                            'NOTHING REINSTATED'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
           END-EVALUATE.
           IF NOT REVIEW-MODE
               OPEN EXTEND JRNLFILE
               IF JN-NOT-FOUND
                   OPEN OUTPUT JRNLFILE
               END-IF
           END-IF.

      * A run with no card or an unknown mode is an operations error,
      * not a default.
       105-READ-ARCH-CARD.
           OPEN INPUT ARCHCARD.
           IF NOT AC-VALID
               DISPLAY 'SUPARCH - ARCHCARD IS MISSING - NAME THE '
                   'MODE R, P OR I - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARCHCARD
               AT END
                   MOVE SPACES TO ARCH-CARD-REC
           END-READ.
           CLOSE ARCHCARD.
           MOVE ARCH-CARD-REC TO WS-ARCH-CARD.
           IF NOT REVIEW-MODE AND NOT PURGE-MODE
               AND NOT REINSTATE-MODE
               DISPLAY 'SUPARCH - ARCHCARD MODE ' ARC-MODE
                   ' IS NOT R, P OR I - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PURGE-MODE AND ARC-LIST-DATE NOT NUMERIC
               DISPLAY 'SUPARCH - A PURGE CARD MUST CARRY THE RUN '
                   'DATE OF THE SIGNED LISTING - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARC-MONTHS NUMERIC AND ARC-MONTHS-NUM > ZERO
               MOVE ARC-MONTHS-NUM TO WS-INACTIVE-MONTHS
           ELSE
               MOVE WS-DEFAULT-MONTHS TO WS-INACTIVE-MONTHS
           END-IF.
       105-EXIT.
           EXIT.

      * Purge and reinstatement take the cycle after the last applied
      * one, so PSBACKOUT can name it - only safe with no extract cut
      * but not yet applied, and the last applied cycle transmitted.
       110-CHECK-CYCLE-CONTROLS.
           OPEN INPUT CYCLCTL.
           IF NOT CY-VALID
               DISPLAY 'SUPARCH - CYCLCTL DOES NOT EXIST - NO '
                   'CYCLE HAS EVER BEEN APPLIED - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF CYC-REC NUMERIC
                       MOVE CYC-REC TO WS-LAST-APPLIED
                   END-IF
           END-READ.
           CLOSE CYCLCTL.
           OPEN INPUT CYCLEFILE.
           IF CF-VALID
               READ CYCLEFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CYCLE-REC NUMERIC
                           MOVE CYCLE-REC TO WS-LAST-EXTRACT
                       END-IF
               END-READ
               CLOSE CYCLEFILE
           END-IF.
           IF WS-LAST-EXTRACT NOT = WS-LAST-APPLIED
               DISPLAY 'SUPARCH - EXTRACT CYCLE ' WS-LAST-EXTRACT
                   ' IS NOT THE LAST APPLIED CYCLE ' WS-LAST-APPLIED
                   ' - APPLY OR BACK OUT THE WAITING EXTRACT FIRST - '
                   'NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT APPLPO.
           IF AO-VALID
               READ APPLPO
                   AT END
                       MOVE SPACES TO APO-REC
               END-READ
               MOVE APO-REC (1:22) TO WS-HEADER-REC
               IF HDR-RECORD-TYPE = 'H'
                   AND HDR-CYCLE-NUMBER NUMERIC
                   MOVE HDR-CYCLE-NUMBER TO WS-APPLPO-CYCLE
               END-IF
               CLOSE APPLPO
           END-IF.
           OPEN INPUT XMITCTL.
           IF XC-VALID
               READ XMITCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XCT-REC NUMERIC
                           MOVE XCT-REC TO WS-XMIT-LAST-CYCLE
                       END-IF
               END-READ
               CLOSE XMITCTL
           END-IF.
           IF WS-APPLPO-CYCLE = WS-LAST-APPLIED
               AND WS-APPLPO-CYCLE > WS-XMIT-LAST-CYCLE
               DISPLAY 'SUPARCH - APPLIED CYCLE ' WS-APPLPO-CYCLE
                   ' HAS NOT BEEN TRANSMITTED - RUN POXMIT FIRST - '
                   'NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ARCH-CYCLE = WS-LAST-APPLIED + 1.
       110-EXIT.
           EXIT.

      * Today less the months on the card, same day of the month -
      * held to the 28th so every month has that day.
       115-COMPUTE-CUTOFF.
           COMPUTE WS-TOTAL-MONTHS =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1
                   - WS-INACTIVE-MONTHS.
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-CUTOFF-YEAR
               REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE WS-TODAY-DD TO WS-CUTOFF-DAY.
           IF WS-CUTOFF-DAY > 28
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF.
           COMPUTE WS-CUTOFF-YMD =
               WS-CUTOFF-YEAR * 10000
                   + WS-CUTOFF-MONTH * 100
                   + WS-CUTOFF-DAY.
       115-EXIT.
           EXIT.

      * The purge works from the listing purchasing signed - its
      * header must carry the date on the card, and the cutoff the
      * review used is the one every candidate is proved against.
       120-CHECK-ARCHLIST-HEADER.
           OPEN INPUT ARCHLIST.
           IF NOT AL-VALID
               DISPLAY 'SUPARCH - ARCHLIST IS MISSING - RUN THE '
                   'REVIEW FIRST - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ ARCHLIST INTO WS-ARCH-LIST-HDR
               AT END
                   MOVE SPACES TO WS-ARCH-LIST-HDR
           END-READ.
           IF ALH-RECORD-TYPE NOT = 'H'
               OR ALH-CUTOFF-YMD NOT NUMERIC
               DISPLAY 'SUPARCH - ARCHLIST HAS NO HEADER - '
                   'NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ALH-RUN-DATE NOT = ARC-LIST-DATE
               DISPLAY 'SUPARCH - ARCHLIST IS THE LISTING OF '
                   ALH-RUN-DATE ' NOT THE SIGNED LISTING OF '
                   ARC-LIST-DATE ' - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ALH-MONTHS TO WS-INACTIVE-MONTHS.
           MOVE ALH-CUTOFF-YMD TO WS-CUTOFF-YMD.
       120-EXIT.
           EXIT.

      * Read every KEEPCARD card into a table once at start up. No
      * KEEPCARD file means purchasing struck nobody.
       125-LOAD-KEEP-TABLE.
           MOVE ZERO TO WS-KEEP-COUNT.
           OPEN INPUT KEEPCARD.
           IF NOT KC-VALID
               GO TO 125-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-CARDS.
           PERFORM 126-READ-KEEP-CARD THRU 126-EXIT
               UNTIL END-OF-CARDS.
           CLOSE KEEPCARD.
       125-EXIT.
           EXIT.

       126-READ-KEEP-CARD.
           READ KEEPCARD
               AT END
                   MOVE 'Y' TO SW-MORE-CARDS
               NOT AT END
                   ADD 1 TO WS-KEEP-CARDS-READ
                   IF KEEP-CARD-REC (1:10) NOT = SPACES
                       IF WS-KEEP-COUNT < 500
                           ADD 1 TO WS-KEEP-COUNT
                           MOVE KEEP-CARD-REC (1:10) TO
                               WS-KEEP-SUPP-TBL (WS-KEEP-COUNT)
                       ELSE
                           DISPLAY 'SUPARCH - WS-KEEP-TABLE IS FULL '
                               'AT 500 ENTRIES - KEEPCARD HAS MORE '
                               'CARDS THAN THE TABLE CAN HOLD'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.
       126-EXIT.
           EXIT.

      * Review: every supplier on SUPPMAST, in code order.
       200-REVIEW-SUPPLIERS.
           MOVE 'N' TO SW-MORE-SUPPLIERS.
           MOVE LOW-VALUES TO SM-SUPPLIER-CODE.
           START SUPPMAST KEY IS NOT LESS THAN SM-SUPPLIER-CODE
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-SUPPLIERS
           END-START.
           PERFORM 210-REVIEW-ONE-SUPPLIER THRU 210-EXIT
               UNTIL END-OF-SUPPLIERS.
           MOVE SPACES TO WS-ARCH-LIST-TRL.
           MOVE 'T' TO ALT-RECORD-TYPE.
           MOVE WS-CANDIDATES TO ALT-CANDIDATE-COUNT.
           WRITE ARCH-LIST-REC FROM WS-ARCH-LIST-TRL.
       200-EXIT.
           EXIT.

      * A supplier with an open PO, or any activity on or after the
      * cutoff, is active and not listed. One whose closed POs are
      * still on POMAST is listed as held; the rest are candidates.
       210-REVIEW-ONE-SUPPLIER.
           READ SUPPMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-SUPPLIERS
                   GO TO 210-EXIT
           END-READ.
           ADD 1 TO WS-SUPP-READ.
           MOVE SM-SUPPLIER-CODE TO WS-CUR-SUPPLIER.
           PERFORM 250-CHECK-SUPPLIER-ACTIVITY THRU 250-EXIT.
           IF WS-OPEN-POS > ZERO
               OR WS-LAST-ACT-YMD NOT < WS-CUTOFF-YMD
               ADD 1 TO WS-ACTIVE-KEPT
               GO TO 210-EXIT
           END-IF.
           PERFORM 260-COUNT-ADDRESSES THRU 260-EXIT.
           IF WS-CLOSED-POS > ZERO
               ADD 1 TO WS-HELD-CLOSED-POS
               MOVE 'HELD - CLOSED POS STILL ON POMAST'
                   TO WS-DISPOSITION
           ELSE
               ADD 1 TO WS-CANDIDATES
               MOVE 'ARCHIVE - PURCHASING TO APPROVE'
                   TO WS-DISPOSITION
               MOVE SPACES TO WS-ARCH-LIST-DTL
               MOVE 'D' TO ALD-RECORD-TYPE
               MOVE WS-CUR-SUPPLIER TO ALD-SUPPLIER-CODE
               MOVE WS-LAST-ACT-YMD TO ALD-LAST-ACT-YMD
               MOVE WS-ADDRESS-COUNT TO ALD-ADDRESS-COUNT
               WRITE ARCH-LIST-REC FROM WS-ARCH-LIST-DTL
           END-IF.
           PERFORM 270-PRINT-SUPPLIER-LINE THRU 270-EXIT.
       210-EXIT.
           EXIT.

      * The supplier's own activity date and every PO it has on
      * POMAST - ordered or last received - give its last activity.
      * The supplier row must be in SM-REC and its code in
      * WS-CUR-SUPPLIER.
       250-CHECK-SUPPLIER-ACTIVITY.
           MOVE ZERO TO WS-OPEN-POS.
           MOVE ZERO TO WS-CLOSED-POS.
           MOVE SM-SUPPLIER-ACT-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           MOVE WS-CMP-YMD TO WS-LAST-ACT-YMD.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE WS-CUR-SUPPLIER TO OM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO OM-PO-NUMBER.
           START POMAST KEY IS NOT LESS THAN OM-PO-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 251-CHECK-ONE-PO THRU 251-EXIT
               UNTIL END-OF-ROWS.
       250-EXIT.
           EXIT.

       251-CHECK-ONE-PO.
           READ POMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 251-EXIT
           END-READ.
           IF OM-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 251-EXIT
           END-IF.
           IF OM-PO-OPEN
               ADD 1 TO WS-OPEN-POS
           ELSE
               ADD 1 TO WS-CLOSED-POS
           END-IF.
           MOVE OM-ORDER-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           IF WS-CMP-YMD > WS-LAST-ACT-YMD
               MOVE WS-CMP-YMD TO WS-LAST-ACT-YMD
           END-IF.
           MOVE OM-LAST-RECEIPT-DATE TO WS-CMP-DATE.
           PERFORM 880-DATE-TO-YMD THRU 880-EXIT.
           IF WS-CMP-YMD > WS-LAST-ACT-YMD
               MOVE WS-CMP-YMD TO WS-LAST-ACT-YMD
           END-IF.
       251-EXIT.
           EXIT.

      * How many address rows the supplier in WS-CUR-SUPPLIER has.
       260-COUNT-ADDRESSES.
           MOVE ZERO TO WS-ADDRESS-COUNT.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE WS-CUR-SUPPLIER TO AM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AM-ADDRESS-TYPE.
           START ADDRMAST KEY IS NOT LESS THAN AM-ADDRESS-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 261-COUNT-ONE-ADDRESS THRU 261-EXIT
               UNTIL END-OF-ROWS.
       260-EXIT.
           EXIT.

       261-COUNT-ONE-ADDRESS.
           READ ADDRMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 261-EXIT
           END-READ.
           IF AM-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 261-EXIT
           END-IF.
           ADD 1 TO WS-ADDRESS-COUNT.
       261-EXIT.
           EXIT.

      * One listing line for the supplier in SM-REC.
       270-PRINT-SUPPLIER-LINE.
           MOVE SPACES TO WS-ARP-DETAIL-LINE.
           MOVE WS-CUR-SUPPLIER TO ARL-SUPPLIER-CODE.
           MOVE SM-SUPPLIER-NAME TO ARL-SUPPLIER-NAME.
           MOVE SM-SUPPLIER-STATUS TO ARL-SUPPLIER-STATUS.
           IF WS-LAST-ACT-YMD = ZERO
               MOVE 'NONE' TO ARL-LAST-ACTIVE
           ELSE
               MOVE WS-LAST-ACT-YMD (5:2) TO ARL-LAST-ACTIVE (1:2)
               MOVE '/' TO ARL-LAST-ACTIVE (3:1)
               MOVE WS-LAST-ACT-YMD (7:2) TO ARL-LAST-ACTIVE (4:2)
               MOVE '/' TO ARL-LAST-ACTIVE (6:1)
               MOVE WS-LAST-ACT-YMD (1:4) TO ARL-LAST-ACTIVE (7:4)
           END-IF.
           MOVE WS-ADDRESS-COUNT TO ARL-ADDRESS-COUNT.
           COMPUTE ARL-PO-COUNT = WS-OPEN-POS + WS-CLOSED-POS.
           MOVE WS-DISPOSITION TO ARL-DISPOSITION.
           MOVE WS-ARP-DETAIL-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-ARP-LINE THRU 820-EXIT.
       270-EXIT.
           EXIT.

      * Purge: every candidate on the signed listing.
       300-PURGE-CANDIDATES.
           MOVE 'N' TO SW-MORE-LIST.
           PERFORM 310-PURGE-ONE-CANDIDATE THRU 310-EXIT
               UNTIL END-OF-LIST.
           CLOSE ARCHLIST.
       300-EXIT.
           EXIT.

      * A candidate goes only if purchasing did not strike it, it is
      * still on SUPPMAST, it is still dormant by the listing's own
      * cutoff, and it has no POs left on POMAST.
       310-PURGE-ONE-CANDIDATE.
           READ ARCHLIST INTO WS-ARCH-LIST-DTL
               AT END
                   MOVE 'Y' TO SW-MORE-LIST
                   GO TO 310-EXIT
           END-READ.
           IF ALD-RECORD-TYPE NOT = 'D'
               GO TO 310-EXIT
           END-IF.
           ADD 1 TO WS-LIST-READ.
           MOVE ALD-SUPPLIER-CODE TO WS-CUR-SUPPLIER.
           MOVE ZERO TO WS-OPEN-POS.
           MOVE ZERO TO WS-CLOSED-POS.
           MOVE ZERO TO WS-ADDRESS-COUNT.
           MOVE ALD-LAST-ACT-YMD TO WS-LAST-ACT-YMD.
           MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-FILE
                   MOVE SPACES TO SM-REC
                   MOVE 'KEPT - NO LONGER ON SUPPMAST'
                       TO WS-DISPOSITION
                   GO TO 310-PRINT
           END-READ.
           PERFORM 315-FIND-KEEP THRU 315-EXIT.
           IF SUPPLIER-KEPT
               ADD 1 TO WS-STRUCK-KEPT
               MOVE 'KEPT - STRUCK FROM LISTING BY PURCHASING'
                   TO WS-DISPOSITION
               GO TO 310-PRINT
           END-IF.
           PERFORM 250-CHECK-SUPPLIER-ACTIVITY THRU 250-EXIT.
           IF WS-OPEN-POS > ZERO
               OR WS-CLOSED-POS > ZERO
               OR WS-LAST-ACT-YMD NOT < WS-CUTOFF-YMD
               ADD 1 TO WS-NOW-ACTIVE-KEPT
               MOVE 'KEPT - ACTIVITY SINCE THE REVIEW'
                   TO WS-DISPOSITION
               GO TO 310-PRINT
           END-IF.
           MOVE WS-CUR-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE 'S' TO AR-ROW-TYPE.
           READ ARCHMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EARLIER-ARCHIVE
                   MOVE 'KEPT - AN EARLIER ARCHIVE IS ON ARCHMAST'
                       TO WS-DISPOSITION
                   GO TO 310-PRINT
           END-READ.
           PERFORM 320-ARCHIVE-SUPPLIER THRU 320-EXIT.
           MOVE WS-ROW-IMAGE TO SM-REC.
       310-PRINT.
           PERFORM 270-PRINT-SUPPLIER-LINE THRU 270-EXIT.
       310-EXIT.
           EXIT.

      * Was WS-CUR-SUPPLIER struck from the listing?
       315-FIND-KEEP.
           MOVE 'N' TO SW-SUPPLIER-KEPT.
           IF WS-KEEP-COUNT = ZERO
               GO TO 315-EXIT
           END-IF.
           SET KEEP-TBL-IDX TO 1.
           SEARCH WS-KEEP-ENTRY
               AT END
                   MOVE 'N' TO SW-SUPPLIER-KEPT
               WHEN WS-KEEP-SUPP-TBL (KEEP-TBL-IDX) = WS-CUR-SUPPLIER
                   MOVE 'Y' TO SW-SUPPLIER-KEPT
           END-SEARCH.
       315-EXIT.
           EXIT.

      * Addresses first, then the supplier row - each row is written
      * to the archive before it leaves its master, so nothing is
      * ever on neither.
       320-ARCHIVE-SUPPLIER.
           MOVE SM-REC TO WS-ROW-IMAGE.
           PERFORM 330-ARCHIVE-ADDRESSES THRU 330-EXIT.
           MOVE WS-ROW-IMAGE TO SM-REC.
           MOVE SPACES TO AR-REC.
           MOVE WS-CUR-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE 'S' TO AR-ROW-TYPE.
           MOVE WS-RUN-MMDDYYYY TO AR-ARCHIVE-DATE.
           MOVE WS-LAST-ACT-YMD TO AR-LAST-ACT-DATE.
           MOVE WS-ARCH-CYCLE TO AR-ARCHIVE-CYCLE.
           MOVE WS-ROW-IMAGE (1:100) TO AR-MASTER-IMAGE.
           WRITE AR-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   MOVE 'FAILED - ARCHIVE WRITE REFUSED'
                       TO WS-DISPOSITION
                   GO TO 320-EXIT
           END-WRITE.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE 'ARCHMAST' TO JRN-FILE-ID.
           MOVE 'A' TO JRN-ACTION.
           MOVE AR-ARCHIVE-KEY TO JRN-RECORD-KEY.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE.
           DELETE SUPPMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   MOVE 'FAILED - SUPPMAST DELETE REFUSED'
                       TO WS-DISPOSITION
                   GO TO 320-EXIT
           END-DELETE.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE 'SUPPMAST' TO JRN-FILE-ID.
           MOVE 'D' TO JRN-ACTION.
           MOVE WS-CUR-SUPPLIER TO JRN-RECORD-KEY.
           MOVE WS-ROW-IMAGE TO JRN-BEFORE-IMAGE.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           ADD 1 TO WS-SUPP-ARCHIVED.
           MOVE 'ARCHIVED' TO WS-DISPOSITION.
           PERFORM 340-DEACTIVATE-SOURCES THRU 340-EXIT.
       320-EXIT.
           EXIT.

      * Every ADDRMAST row of the supplier, re-positioned past each
      * row once it has gone so the deletes never disturb the browse.
       330-ARCHIVE-ADDRESSES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE WS-CUR-SUPPLIER TO AM-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AM-ADDRESS-TYPE.
           START ADDRMAST KEY IS NOT LESS THAN AM-ADDRESS-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 331-ARCHIVE-ONE-ADDRESS THRU 331-EXIT
               UNTIL END-OF-ROWS.
       330-EXIT.
           EXIT.

       331-ARCHIVE-ONE-ADDRESS.
           READ ADDRMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 331-EXIT
           END-READ.
           IF AM-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 331-EXIT
           END-IF.
           ADD 1 TO WS-ADDRESS-COUNT.
           MOVE AM-ADDRESS-KEY TO WS-SCAN-KEY.
           MOVE AM-REC TO WS-ARCH-IMAGE.
           MOVE SPACES TO AR-REC.
           MOVE AM-SUPPLIER-CODE TO AR-SUPPLIER-CODE.
           MOVE AM-ADDRESS-TYPE TO AR-ROW-TYPE.
           MOVE WS-RUN-MMDDYYYY TO AR-ARCHIVE-DATE.
           MOVE WS-LAST-ACT-YMD TO AR-LAST-ACT-DATE.
           MOVE WS-ARCH-CYCLE TO AR-ARCHIVE-CYCLE.
           MOVE WS-ARCH-IMAGE (1:100) TO AR-MASTER-IMAGE.
           WRITE AR-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPARCH - ADDRESS ARCHIVE WRITE FAILED - '
                       WS-SCAN-KEY ' - LEFT ON ADDRMAST'
                   GO TO 331-REPOSITION
           END-WRITE.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE 'ARCHMAST' TO JRN-FILE-ID.
           MOVE 'A' TO JRN-ACTION.
           MOVE AR-ARCHIVE-KEY TO JRN-RECORD-KEY.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           MOVE WS-SCAN-KEY TO AM-ADDRESS-KEY.
           DELETE ADDRMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPARCH - ADDRESS DELETE FAILED - '
                       WS-SCAN-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ADDR-ARCHIVED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'ADDRMAST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-SCAN-KEY TO JRN-RECORD-KEY
                   MOVE WS-ARCH-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
       331-REPOSITION.
           MOVE WS-SCAN-KEY TO AM-ADDRESS-KEY.
           START ADDRMAST KEY IS GREATER THAN AM-ADDRESS-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       331-EXIT.
           EXIT.

      * SRCMAST is keyed part first, so the supplier's sources are
      * found by browsing the whole file, as SUPMERGE does. Each
      * active one is made inactive under the archive cycle, which
      * is how a reinstatement knows which ones to bring back.
       340-DEACTIVATE-SOURCES.
           IF NOT SRCMAST-OPEN
               GO TO 340-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-SOURCES.
           MOVE LOW-VALUES TO SC-SOURCE-KEY.
           START SRCMAST KEY IS NOT LESS THAN SC-SOURCE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-SOURCES
           END-START.
           PERFORM 341-DEACTIVATE-ONE-SOURCE THRU 341-EXIT
               UNTIL END-OF-SOURCES.
       340-EXIT.
           EXIT.

       341-DEACTIVATE-ONE-SOURCE.
           READ SRCMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
                   GO TO 341-EXIT
           END-READ.
           IF SC-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               OR NOT SC-SOURCE-ACTIVE
               GO TO 341-EXIT
           END-IF.
           MOVE SC-REC TO WS-SRC-IMAGE.
           MOVE 'I' TO SC-SOURCE-STATUS.
           MOVE WS-ARCH-CYCLE TO SC-LAST-CHANGE-CYCLE.
           REWRITE SC-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPARCH - SOURCE REWRITE FAILED - '
                       SC-SOURCE-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-SRC-DEACTIVATED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SRCMAST ' TO JRN-FILE-ID
                   MOVE 'C' TO JRN-ACTION
                   MOVE SC-PART-NUMBER TO JRN-RECORD-KEY
                   MOVE SC-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                   MOVE WS-SRC-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-REWRITE.
       341-EXIT.
           EXIT.

      * Reinstate: one REINCARD card per returning supplier.
       400-REINSTATE-SUPPLIERS.
           MOVE 'N' TO SW-MORE-CARDS.
           PERFORM 410-REINSTATE-ONE-SUPPLIER THRU 410-EXIT
               UNTIL END-OF-CARDS.
           CLOSE REINCARD.
       400-EXIT.
           EXIT.

      * The supplier comes back exactly as archived, but for its
      * activity date, and only to a code nobody has taken since.
       410-REINSTATE-ONE-SUPPLIER.
           READ REINCARD
               AT END
                   MOVE 'Y' TO SW-MORE-CARDS
                   GO TO 410-EXIT
           END-READ.
           IF REIN-CARD-REC (1:10) = SPACES
               GO TO 410-EXIT
           END-IF.
           ADD 1 TO WS-REIN-CARDS-READ.
           MOVE REIN-CARD-REC (1:10) TO WS-CUR-SUPPLIER.
           MOVE ZERO TO WS-OPEN-POS.
           MOVE ZERO TO WS-CLOSED-POS.
           MOVE ZERO TO WS-ADDRESS-COUNT.
           MOVE ZERO TO WS-LAST-ACT-YMD.
           MOVE SPACES TO SM-REC.
           MOVE WS-CUR-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE 'S' TO AR-ROW-TYPE.
           READ ARCHMAST
               INVALID KEY
                   ADD 1 TO WS-REIN-NOT-ARCHIVED
                   MOVE 'REJECTED - NOT ON ARCHMAST'
                       TO WS-DISPOSITION
                   GO TO 410-PRINT
           END-READ.
           MOVE AR-REC TO WS-ARCH-IMAGE.
           MOVE AR-LAST-ACT-DATE TO WS-LAST-ACT-YMD.
           MOVE AR-ARCHIVE-CYCLE TO WS-SRC-ARCHIVE-CYCLE.
           MOVE AR-MASTER-IMAGE TO SM-REC.
           MOVE WS-CUR-SUPPLIER TO SM-SUPPLIER-CODE.
           READ SUPPMAST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REIN-CODE-IN-USE
                   MOVE 'REJECTED - CODE IS ON SUPPMAST AGAIN'
                       TO WS-DISPOSITION
                   GO TO 410-PRINT
           END-READ.
           MOVE SPACES TO SM-REC.
           MOVE WS-ARCH-IMAGE (33:100) TO SM-REC (1:100).
           MOVE WS-RUN-MMDDYYYY TO SM-SUPPLIER-ACT-DATE.
           WRITE SM-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   MOVE 'FAILED - SUPPMAST WRITE REFUSED'
                       TO WS-DISPOSITION
                   GO TO 410-PRINT
           END-WRITE.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE 'SUPPMAST' TO JRN-FILE-ID.
           MOVE 'A' TO JRN-ACTION.
           MOVE WS-CUR-SUPPLIER TO JRN-RECORD-KEY.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           MOVE WS-CUR-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE 'S' TO AR-ROW-TYPE.
           DELETE ARCHMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'ARCHMAST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-CUR-SUPPLIER TO JRN-RECORD-KEY (1:10)
                   MOVE 'S' TO JRN-RECORD-KEY (11:1)
                   MOVE WS-ARCH-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
           ADD 1 TO WS-SUPP-REINSTATED.
           PERFORM 420-RESTORE-ADDRESSES THRU 420-EXIT.
           PERFORM 430-REACTIVATE-SOURCES THRU 430-EXIT.
           MOVE 'REINSTATED' TO WS-DISPOSITION.
       410-PRINT.
           PERFORM 270-PRINT-SUPPLIER-LINE THRU 270-EXIT.
       410-EXIT.
           EXIT.

      * Every archived address row of the supplier, browsed from the
      * start of its code and stopping at the first row of another
      * supplier - its 'S' row, wherever it sorts, is passed over.
       420-RESTORE-ADDRESSES.
           MOVE 'N' TO SW-MORE-ROWS.
           MOVE WS-CUR-SUPPLIER TO AR-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AR-ROW-TYPE.
           START ARCHMAST KEY IS NOT LESS THAN AR-ARCHIVE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
           PERFORM 421-RESTORE-ONE-ADDRESS THRU 421-EXIT
               UNTIL END-OF-ROWS.
       420-EXIT.
           EXIT.

      * An address type the supplier already has back on ADDRMAST
      * keeps the row on file - the archived one stays archived and
      * is counted as a collision for the operator to look at.
       421-RESTORE-ONE-ADDRESS.
           READ ARCHMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-ROWS
                   GO TO 421-EXIT
           END-READ.
           IF AR-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               MOVE 'Y' TO SW-MORE-ROWS
               GO TO 421-EXIT
           END-IF.
           IF AR-SUPPLIER-ROW
               GO TO 421-EXIT
           END-IF.
           MOVE AR-ARCHIVE-KEY TO WS-SCAN-KEY.
           MOVE AR-REC TO WS-ARCH-IMAGE.
           MOVE SPACES TO AM-REC.
           MOVE AR-MASTER-IMAGE TO AM-REC (1:100).
           WRITE AM-REC
               INVALID KEY
                   ADD 1 TO WS-ADDR-COLLIDED
                   DISPLAY 'SUPARCH - ADDRESS ALREADY ON ADDRMAST - '
                       WS-SCAN-KEY ' - ARCHIVED ROW KEPT'
                   GO TO 421-REPOSITION
           END-WRITE.
           ADD 1 TO WS-ADDRESS-COUNT.
           ADD 1 TO WS-ADDR-REINSTATED.
           MOVE SPACES TO WS-JOURNAL-REC.
           MOVE 'ADDRMAST' TO JRN-FILE-ID.
           MOVE 'A' TO JRN-ACTION.
           MOVE WS-SCAN-KEY TO JRN-RECORD-KEY.
           PERFORM 860-WRITE-JOURNAL THRU 860-EXIT.
           MOVE WS-SCAN-KEY TO AR-ARCHIVE-KEY.
           DELETE ARCHMAST
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
               NOT INVALID KEY
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'ARCHMAST' TO JRN-FILE-ID
                   MOVE 'D' TO JRN-ACTION
                   MOVE WS-SCAN-KEY TO JRN-RECORD-KEY
                   MOVE WS-ARCH-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-DELETE.
       421-REPOSITION.
           MOVE WS-SCAN-KEY TO AR-ARCHIVE-KEY.
           START ARCHMAST KEY IS GREATER THAN AR-ARCHIVE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-ROWS
           END-START.
       421-EXIT.
           EXIT.

      * The sources the purge made inactive - inactive still and last
      * changed by the archive cycle. One changed or withdrawn since
      * stays as it is.
       430-REACTIVATE-SOURCES.
           IF NOT SRCMAST-OPEN
               GO TO 430-EXIT
           END-IF.
           MOVE 'N' TO SW-MORE-SOURCES.
           MOVE LOW-VALUES TO SC-SOURCE-KEY.
           START SRCMAST KEY IS NOT LESS THAN SC-SOURCE-KEY
               INVALID KEY
                   MOVE 'Y' TO SW-MORE-SOURCES
           END-START.
           PERFORM 431-REACTIVATE-ONE-SOURCE THRU 431-EXIT
               UNTIL END-OF-SOURCES.
       430-EXIT.
           EXIT.

       431-REACTIVATE-ONE-SOURCE.
           READ SRCMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-SOURCES
                   GO TO 431-EXIT
           END-READ.
           IF SC-SUPPLIER-CODE NOT = WS-CUR-SUPPLIER
               OR NOT SC-SOURCE-INACTIVE
               OR SC-LAST-CHANGE-CYCLE NOT = WS-SRC-ARCHIVE-CYCLE
               GO TO 431-EXIT
           END-IF.
           MOVE SC-REC TO WS-SRC-IMAGE.
           MOVE 'A' TO SC-SOURCE-STATUS.
           MOVE WS-ARCH-CYCLE TO SC-LAST-CHANGE-CYCLE.
           REWRITE SC-REC
               INVALID KEY
                   ADD 1 TO WS-ACTIONS-FAILED
                   DISPLAY 'SUPARCH - SOURCE REWRITE FAILED - '
                       SC-SOURCE-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-SRC-REACTIVATED
                   MOVE SPACES TO WS-JOURNAL-REC
                   MOVE 'SRCMAST ' TO JRN-FILE-ID
                   MOVE 'C' TO JRN-ACTION
                   MOVE SC-PART-NUMBER TO JRN-RECORD-KEY
                   MOVE SC-SUPPLIER-CODE TO JRN-KEY-EXTENSION
                   MOVE WS-SRC-IMAGE TO JRN-BEFORE-IMAGE
                   PERFORM 860-WRITE-JOURNAL THRU 860-EXIT
           END-REWRITE.
       431-EXIT.
           EXIT.

      * One line to the listing, breaking to a fresh page with the
      * heading and column header when the page fills.
       820-WRITE-ARP-LINE.
           IF WS-ARP-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-ARP-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE ARP-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-ARP-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-ARP-PAGE-HEADING.
           ADD 1 TO WS-ARP-PAGE-COUNT.
           EVALUATE TRUE
                WHEN REVIEW-MODE
                    MOVE 'INACTIVE SUPPLIER REVIEW - FOR PURCHASING '
                        TO WS-HDG-TITLE (1:42)
                    MOVE 'APPROVAL' TO WS-HDG-TITLE (43:8)
                WHEN PURGE-MODE
                    MOVE 'INACTIVE SUPPLIER ARCHIVE PURGE'
                        TO WS-HDG-TITLE
                WHEN OTHER
                    MOVE 'ARCHIVED SUPPLIER REINSTATEMENT'
                        TO WS-HDG-TITLE
           END-EVALUATE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-ARP-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE ARP-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO ARP-REC.
           WRITE ARP-REC AFTER ADVANCING 1 LINE.
           WRITE ARP-REC FROM WS-ARP-COLUMN-HDR
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ARP-REC.
           WRITE ARP-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-ARP-LINE-COUNT.
       821-EXIT.
           EXIT.

      * Both cycle controls step forward together, and only when
      * something was journaled - a purge that archived nobody
      * leaves the sequence alone.
      * The cycle has no orders for POXMIT to send, so when every
      * applied cycle has already gone out XMITCTL steps past it as
      * well - the next transmittal must not take it for a gap.
       850-UPDATE-CYCLE-CONTROLS.
           OPEN OUTPUT CYCLCTL.
           MOVE WS-ARCH-CYCLE TO CYC-REC.
           WRITE CYC-REC.
           CLOSE CYCLCTL.
           OPEN OUTPUT CYCLEFILE.
           MOVE WS-ARCH-CYCLE TO CYCLE-REC.
           WRITE CYCLE-REC.
           CLOSE CYCLEFILE.
           IF WS-XMIT-LAST-CYCLE = WS-LAST-APPLIED
               OPEN OUTPUT XMITCTL
               MOVE WS-ARCH-CYCLE TO XCT-REC
               WRITE XCT-REC
               CLOSE XMITCTL
           END-IF.
       850-EXIT.
           EXIT.

      * The record area of the file named still holds the row just
      * written - the after-image of an Add or Change.
       860-WRITE-JOURNAL.
           MOVE WS-ARCH-CYCLE TO JRN-CYCLE-NUMBER.
           MOVE SPACES TO JRN-AFTER-IMAGE.
           IF JRN-ACTION NOT = 'D'
               EVALUATE JRN-FILE-ID
                    WHEN 'SUPPMAST'
                        MOVE SM-REC TO JRN-AFTER-IMAGE
                    WHEN 'ADDRMAST'
                        MOVE AM-REC TO JRN-AFTER-IMAGE
                    WHEN 'ARCHMAST'
                        MOVE AR-REC TO JRN-AFTER-IMAGE
                    WHEN 'SRCMAST '
                        MOVE SC-REC TO JRN-AFTER-IMAGE
               END-EVALUATE
           END-IF.
           MOVE WS-RUN-TODAY TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
           MOVE WS-JOURNAL-REC TO JRN-REC.
           WRITE JRN-REC.
           ADD 1 TO WS-JRN-WRITTEN.
       860-EXIT.
           EXIT.

      * WS-CMP-DATE (MMDDYYYY) into WS-CMP-YMD - zero when it is not
      * a date at all, so it never counts as activity.
       880-DATE-TO-YMD.
           IF WS-CMP-DATE NUMERIC
               COMPUTE WS-CMP-YMD =
                   WS-CMP-YEAR * 10000
                       + WS-CMP-MONTH * 100
                       + WS-CMP-DAY
           ELSE
               MOVE ZERO TO WS-CMP-YMD
           END-IF.
       880-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           PERFORM 820-WRITE-ARP-LINE THRU 820-EXIT.
           EVALUATE TRUE
                WHEN REVIEW-MODE
                    MOVE 'MONTHS WITHOUT ACTIVITY' TO WS-CNT-LABEL
                    MOVE WS-INACTIVE-MONTHS TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'SUPPLIERS READ' TO WS-CNT-LABEL
                    MOVE WS-SUPP-READ TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'ACTIVE - NOT LISTED' TO WS-CNT-LABEL
                    MOVE WS-ACTIVE-KEPT TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'HELD - CLOSED POS ON POMAST'
                        TO WS-CNT-LABEL
                    MOVE WS-HELD-CLOSED-POS TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'CANDIDATES WRITTEN TO ARCHLIST'
                        TO WS-CNT-LABEL
                    MOVE WS-CANDIDATES TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    PERFORM 820-WRITE-ARP-LINE THRU 820-EXIT
                    MOVE 'APPROVED FOR PURGE BY ________________  '
                        TO WS-RPT-PRINT-LINE (1:40)
                    MOVE 'DATE ________  - STRIKE ANY SUPPLIER TO '
                        TO WS-RPT-PRINT-LINE (41:40)
                    MOVE 'KEEP' TO WS-RPT-PRINT-LINE (81:4)
                    PERFORM 820-WRITE-ARP-LINE THRU 820-EXIT
                WHEN PURGE-MODE
                    MOVE 'CANDIDATES ON SIGNED LISTING'
                        TO WS-CNT-LABEL
                    MOVE WS-LIST-READ TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'KEPT - STRUCK BY PURCHASING'
                        TO WS-CNT-LABEL
                    MOVE WS-STRUCK-KEPT TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'KEPT - ACTIVE SINCE REVIEW' TO WS-CNT-LABEL
                    MOVE WS-NOW-ACTIVE-KEPT TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'KEPT - NO LONGER ON SUPPMAST'
                        TO WS-CNT-LABEL
                    MOVE WS-NOT-ON-FILE TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'KEPT - EARLIER ARCHIVE ON FILE'
                        TO WS-CNT-LABEL
                    MOVE WS-EARLIER-ARCHIVE TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'SUPPLIERS ARCHIVED' TO WS-CNT-LABEL
                    MOVE WS-SUPP-ARCHIVED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'ADDRESSES ARCHIVED' TO WS-CNT-LABEL
                    MOVE WS-ADDR-ARCHIVED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'SOURCES MADE INACTIVE' TO WS-CNT-LABEL
                    MOVE WS-SRC-DEACTIVATED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                WHEN REINSTATE-MODE
                    MOVE 'REINSTATEMENT CARDS READ' TO WS-CNT-LABEL
                    MOVE WS-REIN-CARDS-READ TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'REJECTED - NOT ON ARCHMAST'
                        TO WS-CNT-LABEL
                    MOVE WS-REIN-NOT-ARCHIVED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'REJECTED - CODE ON SUPPMAST'
                        TO WS-CNT-LABEL
                    MOVE WS-REIN-CODE-IN-USE TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'SUPPLIERS REINSTATED' TO WS-CNT-LABEL
                    MOVE WS-SUPP-REINSTATED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'ADDRESSES REINSTATED' TO WS-CNT-LABEL
                    MOVE WS-ADDR-REINSTATED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'ADDRESSES ALREADY ON ADDRMAST'
                        TO WS-CNT-LABEL
                    MOVE WS-ADDR-COLLIDED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
                    MOVE 'SOURCES MADE ACTIVE AGAIN' TO WS-CNT-LABEL
                    MOVE WS-SRC-REACTIVATED TO WS-CNT-VALUE
                    PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
           END-EVALUATE.
           IF NOT REVIEW-MODE
               MOVE 'JOURNAL RECORDS WRITTEN' TO WS-CNT-LABEL
               MOVE WS-JRN-WRITTEN TO WS-CNT-VALUE
               PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
               IF WS-JRN-WRITTEN > ZERO
                   MOVE 'JOURNALED AS CYCLE' TO WS-CNT-LABEL
                   MOVE WS-ARCH-CYCLE TO WS-CNT-VALUE
                   PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
               END-IF
               MOVE 'ROW ACTIONS FAILED' TO WS-CNT-LABEL
               MOVE WS-ACTIONS-FAILED TO WS-CNT-VALUE
               PERFORM 910-PRINT-ARCH-COUNT THRU 910-EXIT
           END-IF.
           IF WS-ACTIONS-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-ARCH-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-ARP-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           CLOSE POMAST.
           CLOSE ARCHRPT.
           IF REVIEW-MODE
               CLOSE ARCHLIST
           ELSE
               CLOSE ARCHMAST
               CLOSE JRNLFILE
               IF SRCMAST-OPEN
                   CLOSE SRCMAST
               END-IF
           END-IF.
       950-EXIT.
           EXIT.
