       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFMAINT.
       AUTHOR. Dave, Hartanto, Hugh Stone, Maruca, Kun.
       DATE-WRITTEN. 09/06/20.
       DATE-COMPILED. 09/06/20.
       SECURITY. NON-CONFIDENTIAL.

      * Maintenance of the three reference tables PARTSUPP loads at
      * start up - the zip ranges on ZIPFILE (110-LOAD-ZIP-TABLE),
      * the buyer master on BUYERFILE (117-LOAD-BUYER-TABLE) and the
      * exchange rates on RATEFILE (113-LOAD-RATE-TABLE). Rather than
      * hand-editing the card images and finding a typo the next
      * morning as a run of NO ZIP RANGE MATCH rejects or unknown
      * buyers, the changes come in as Add/Change/Delete cards on
      * REFTRANS and are edited here before they go anywhere:
      *   ZIPFILE   - state and both zips present, zips numeric, low
      *               not above high, and no overlap with another
      *               band of the same state.
      *   BUYERFILE - code and name present, flag A or I, no
      *               duplicate code, and no buyer made inactive or
      *               deleted while POMAST still has open POs under
      *               that code.
      *   RATEFILE  - currency present, rate numeric and above zero,
      *               no duplicate currency; USD is seeded at 1 by
      *               PARTSUPP and takes no card.
      * A card that fails is rejected and listed; the rest apply in
      * card order. The whole of each table is then edited again the
      * same way, so problems already on the hand-kept files show up
      * too. The new versions go to ZIPNEW, BUYERNEW and RATENEW for
      * operations to swap in once the before/after listing on
      * REFRPT is signed off, the way the hold files roll. No cards
      * at all gives an edit-only run and an unchanged copy. A table
      * file that cannot be opened is listed NOT PRESENT and the run
      * ends 16, since its new version would come out empty - unless
      * Add cards are building that table from nothing.
      * REFTRANS card:
      *   col  1     table - Z zip, B buyer, R rate
      *   col  2     action - A add, C change, D delete
      *   cols 3-80  the record exactly as it sits on the table file
      *              (the table's own columns 1-78)
      * A zip band is known by state and low zip, a buyer by code, a
      * rate by currency - a Change replaces the whole record, so to
      * move a band's low zip delete it and add it again.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFTRANS
           ASSIGN TO REFTRANS
             FILE STATUS IS TRCODE.

           SELECT ZIPFILE
           ASSIGN TO ZIPFILE
             FILE STATUS IS ZPCODE.

           SELECT ZIPNEW
           ASSIGN TO ZIPNEW
             FILE STATUS IS ZNCODE.

           SELECT BUYERFILE
           ASSIGN TO BUYERFILE
             FILE STATUS IS BYCODE.

           SELECT BUYERNEW
           ASSIGN TO BUYERNEW
             FILE STATUS IS BNCODE.

           SELECT RATEFILE
           ASSIGN TO RATEFILE
             FILE STATUS IS RFCODE.

           SELECT RATENEW
           ASSIGN TO RATENEW
             FILE STATUS IS RNCODE.

           SELECT POMAST
           ASSIGN TO POMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT REFRPT
           ASSIGN TO REFRPT
             FILE STATUS IS RPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  REFTRANS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REF-TRANS-REC.
       01  REF-TRANS-REC  PIC X(80).

       FD  ZIPFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS ZIP-REC.
       01  ZIP-REC  PIC X(133).

       FD  ZIPNEW
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS ZIP-NEW-REC.
       01  ZIP-NEW-REC  PIC X(133).

       FD  BUYERFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BUYER-REC.
       01  BUYER-REC  PIC X(80).

       FD  BUYERNEW
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS BUYER-NEW-REC.
       01  BUYER-NEW-REC  PIC X(80).

       FD  RATEFILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RATE-REC.
       01  RATE-REC  PIC X(80).

       FD  RATENEW
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RATE-NEW-REC.
       01  RATE-NEW-REC  PIC X(80).

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

       FD  REFRPT
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REF-RPT-REC.
       01  REF-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-CODES.
           05  TRCODE                  PIC X(2).
               88 TR-VALID      VALUE '00'.
           05  ZPCODE                  PIC X(2).
               88 ZP-VALID      VALUE '00'.
           05  ZNCODE                  PIC X(2).
               88 ZN-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  BYCODE                  PIC X(2).
               88 BY-VALID      VALUE '00'.
           05  BNCODE                  PIC X(2).
               88 BN-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  RFCODE                  PIC X(2).
               88 RF-VALID      VALUE '00'.
           05  RNCODE                  PIC X(2).
               88 RN-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.
           05  OMCODE                  PIC X(2).
               88 OM-VALID      VALUE '00'.
               88 OM-NOT-FOUND  VALUE '35'.
           05  RPCODE                  PIC X(2).
               88 RP-VALID      VALUE '00'.
               88 NOT-VALID     VALUE '08'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-TRANS             PIC X VALUE 'N'.
               88  END-OF-TRANS                VALUE 'Y'.
           05  SW-MORE-DATA              PIC X VALUE 'N'.
               88  END-OF-DATA                 VALUE 'Y'.
           05  SW-MORE-RATES             PIC X VALUE 'N'.
               88  END-OF-RATES                VALUE 'Y'.
           05  SW-MORE-BUYERS            PIC X VALUE 'N'.
               88  END-OF-BUYERS               VALUE 'Y'.
           05  SW-MORE-POS               PIC X VALUE 'N'.
               88  END-OF-POS                  VALUE 'Y'.
           05  SW-REFTRANS-OPEN          PIC X VALUE 'N'.
               88  REFTRANS-OPEN               VALUE 'Y'.
           05  SW-POMAST-OPEN            PIC X VALUE 'N'.
               88  POMAST-OPEN                 VALUE 'Y'.
           05  SW-TRANS-REJECTED         PIC X VALUE 'N'.
               88  TRANS-REJECTED              VALUE 'Y'.
           05  SW-ZIPFILE-PRESENT        PIC X VALUE 'N'.
               88  ZIPFILE-PRESENT             VALUE 'Y'.
           05  SW-BUYERFILE-PRESENT      PIC X VALUE 'N'.
               88  BUYERFILE-PRESENT           VALUE 'Y'.
           05  SW-RATEFILE-PRESENT       PIC X VALUE 'N'.
               88  RATEFILE-PRESENT            VALUE 'Y'.

      * One maintenance card.
       01  WS-REF-TRANS.
           05  TR-TABLE                  PIC X(01) VALUE SPACES.
               88  TR-ZIP-TABLE                VALUE 'Z'.
               88  TR-BUYER-TABLE              VALUE 'B'.
               88  TR-RATE-TABLE               VALUE 'R'.
           05  TR-ACTION                 PIC X(01) VALUE SPACES.
               88  TR-ADD                      VALUE 'A'.
               88  TR-CHANGE                   VALUE 'C'.
               88  TR-DELETE                   VALUE 'D'.
           05  TR-DATA                   PIC X(78) VALUE SPACES.

      * The three table records laid out as PARTSUPP reads them.
       01  WS-ZIP.
           05  WS-STATE          PIC X(14) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ST-ABBR        PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-ZIP-LOW        PIC 9(5)  VALUE ZERO.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-ZIP-HIG        PIC 9(5)  VALUE ZERO.
           05  FILLER            PIC X(101) VALUE SPACES.

       01  WS-BUYER-REC.
           05  BY-BUYER-CODE             PIC X(03) VALUE SPACES.
           05  BY-BUYER-NAME             PIC X(20) VALUE SPACES.
           05  BY-DEPARTMENT             PIC X(10) VALUE SPACES.
           05  BY-ACTIVE-FLAG            PIC X(01) VALUE SPACES.
               88 BY-ACTIVE                VALUE 'A'.
               88 BY-INACTIVE              VALUE 'I'.
           05  FILLER                    PIC X(46) VALUE SPACES.

       01  WS-RATE-REC.
           05  RT-CURRENCY-CODE          PIC X(03) VALUE SPACES.
           05  RT-RATE-TO-USD            PIC 9(03)V9(06) VALUE ZERO.
           05  FILLER                    PIC X(68) VALUE SPACES.

      * Each table as it stands, one entry per record in file order
      * with adds on the end. WS-xx-CHANGE marks what this run did to
      * the entry - A added, C changed, D deleted - a deleted entry
      * stays in place, is passed over by every edit, and is not
      * written. Sized as PARTSUPP sizes its tables.
       01  WS-ZT-CONTROL.
           05  WS-ZT-COUNT               PIC 9(05) COMP VALUE ZERO.

       01  WS-ZT-TABLE.
           05  WS-ZT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ZT-COUNT
                   INDEXED BY ZT-IDX.
               10  WS-ZT-IMAGE.
                   15  WS-ZT-STATE       PIC X(14).
                   15  FILLER            PIC X(01).
                   15  WS-ZT-ST-ABBR     PIC X(02).
                   15  FILLER            PIC X(02).
                   15  WS-ZT-ZIP-LOW     PIC 9(05).
                   15  FILLER            PIC X(03).
                   15  WS-ZT-ZIP-HIG     PIC 9(05).
                   15  FILLER            PIC X(101).
               10  WS-ZT-CHANGE          PIC X(01).

       01  WS-BT-CONTROL.
           05  WS-BT-COUNT               PIC 9(03) COMP VALUE ZERO.

       01  WS-BT-TABLE.
           05  WS-BT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-BT-COUNT
                   INDEXED BY BT-IDX.
               10  WS-BT-IMAGE.
                   15  WS-BT-BUYER-CODE  PIC X(03).
                   15  FILLER            PIC X(30).
                   15  WS-BT-ACTIVE-FLAG PIC X(01).
                   15  FILLER            PIC X(46).
               10  WS-BT-CHANGE          PIC X(01).

       01  WS-RTT-CONTROL.
           05  WS-RTT-COUNT              PIC 9(03) COMP VALUE ZERO.

       01  WS-RTT-TABLE.
           05  WS-RTT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RTT-COUNT
                   INDEXED BY RTT-IDX.
               10  WS-RTT-IMAGE.
                   15  WS-RTT-CURRENCY   PIC X(03).
                   15  WS-RTT-RATE-TO-USD PIC 9(03)V9(06).
                   15  FILLER            PIC X(68).
               10  WS-RTT-CHANGE         PIC X(01).

      * Buyers with open POs on POMAST and how many, so a buyer
      * cannot be made inactive or deleted out from under them.
       01  WS-OPB-CONTROL.
           05  WS-OPB-COUNT              PIC 9(03) COMP VALUE ZERO.

       01  WS-OPB-TABLE.
           05  WS-OPB-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-OPB-COUNT
                   INDEXED BY OPB-IDX.
               10  WS-OPB-BUYER          PIC X(03).
               10  WS-OPB-PO-COUNT       PIC 9(05) COMP.

      * Work for finding entries, walking pairs of entries, and the
      * record being listed.
       01  WS-MAINT-WORK.
           05  WS-FOUND-SUB              PIC 9(05) COMP VALUE ZERO.
           05  WS-OPEN-PO-COUNT          PIC 9(05) COMP VALUE ZERO.
           05  WS-SUB1                   PIC 9(05) COMP VALUE ZERO.
           05  WS-SUB2                   PIC 9(05) COMP VALUE ZERO.
           05  WS-SUB2-START             PIC 9(05) COMP VALUE ZERO.
           05  WS-REJ-REASON             PIC X(60) VALUE SPACES.
           05  WS-TABLE-NAME             PIC X(09) VALUE SPACES.
           05  WS-KEY-TEXT               PIC X(20) VALUE SPACES.
           05  WS-TABLE-ADDS             PIC 9(07) COMP VALUE ZERO.
           05  WS-CHG-ACTION             PIC X(06) VALUE SPACES.
           05  WS-CHG-BEFORE             PIC X(133) VALUE SPACES.
           05  WS-CHG-AFTER              PIC X(133) VALUE SPACES.
           05  WS-CHG-IMAGE              PIC X(133) VALUE SPACES.
           05  WS-BAND-TEXT              PIC X(11) VALUE SPACES.
           05  WS-COUNT-EDIT             PIC Z(04)9.
           05  WS-RATE-EDIT              PIC ZZ9.999999.

      * Page control and line layouts - title, run date and page
      * number on every page.
       01  WS-PRINT-WORK.
           05  WS-RPT-LINES-PER-PAGE     PIC 9(03) COMP VALUE 55.
           05  WS-REF-LINE-COUNT         PIC 9(03) COMP VALUE 99.
           05  WS-REF-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
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

       01  WS-REF-COL-HEADER             PIC X(132) VALUE SPACES.

       01  WS-RPT-PRINT-LINE             PIC X(132) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  WS-CNT-LABEL              PIC X(35) VALUE SPACES.
           05  WS-CNT-VALUE              PIC Z(06)9.
           05  FILLER                    PIC X(90) VALUE SPACES.

      * One line naming the change, then the record before and after
      * it as it sits on the file.
       01  WS-REF-ACTION-LINE.
           05  RAL-TABLE                 PIC X(09) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-ACTION                PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-KEY                   PIC X(20) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RAL-REASON                PIC X(60) VALUE SPACES.
           05  FILLER                    PIC X(29) VALUE SPACES.

       01  WS-REF-IMAGE-LINE.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  RIL-LABEL                 PIC X(07) VALUE SPACES.
           05  RIL-IMAGE                 PIC X(80) VALUE SPACES.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RIL-NOTE                  PIC X(39) VALUE SPACES.

      * End-of-job control counts.
       01  WS-CONTROL-COUNTERS.
           05  WS-TRANS-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-TRANS-REJECTED         PIC 9(07) COMP VALUE ZERO.
           05  WS-EXCEPTIONS             PIC 9(07) COMP VALUE ZERO.
           05  WS-TABLES-MISSING         PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-READ                PIC 9(07) COMP VALUE ZERO.
           05  WS-ZIP-READ               PIC 9(07) COMP VALUE ZERO.
           05  WS-ZIP-ADDED              PIC 9(07) COMP VALUE ZERO.
           05  WS-ZIP-CHANGED            PIC 9(07) COMP VALUE ZERO.
           05  WS-ZIP-DELETED            PIC 9(07) COMP VALUE ZERO.
           05  WS-ZIP-WRITTEN            PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-READ             PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-ADDED            PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-CHANGED          PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-DELETED          PIC 9(07) COMP VALUE ZERO.
           05  WS-BUYER-WRITTEN          PIC 9(07) COMP VALUE ZERO.
           05  WS-RATE-READ              PIC 9(07) COMP VALUE ZERO.
           05  WS-RATE-ADDED             PIC 9(07) COMP VALUE ZERO.
           05  WS-RATE-CHANGED           PIC 9(07) COMP VALUE ZERO.
           05  WS-RATE-DELETED           PIC 9(07) COMP VALUE ZERO.
           05  WS-RATE-WRITTEN           PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
       000-REFMAIN.
           PERFORM 100-INITIALIZATION.
           PERFORM 200-APPLY-ONE-TRANS THRU 200-EXIT
               UNTIL END-OF-TRANS.
           PERFORM 300-EDIT-TABLES THRU 300-EXIT.
           PERFORM 400-WRITE-NEW-TABLES THRU 400-EXIT.
           PERFORM 900-CONTROL-REPORT.
           PERFORM 950-CLOSE-FILES.
           GOBACK.

       100-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-TODAY.
           MOVE WS-RUN-TODAY (5:2) TO WS-RPT-RUN-MM.
           MOVE WS-RUN-TODAY (7:2) TO WS-RPT-RUN-DD.
           MOVE WS-RUN-TODAY (1:4) TO WS-RPT-RUN-YYYY.

           PERFORM 110-LOAD-ZIP-TABLE THRU 110-EXIT.
           PERFORM 113-LOAD-RATE-TABLE THRU 113-EXIT.
           PERFORM 117-LOAD-BUYER-TABLE THRU 117-EXIT.
           PERFORM 120-LOAD-OPEN-PO-BUYERS THRU 120-EXIT.

      *   Open files
      *   No REFTRANS means nothing to apply - the tables are still
      *   edited and copied.
           OPEN INPUT REFTRANS.
           IF TR-VALID
               MOVE 'Y' TO SW-REFTRANS-OPEN
               MOVE 'N' TO SW-MORE-TRANS
           ELSE
               MOVE 'Y' TO SW-MORE-TRANS
           END-IF.
           OPEN OUTPUT ZIPNEW.
           OPEN OUTPUT BUYERNEW.
           OPEN OUTPUT RATENEW.
           OPEN OUTPUT REFRPT.
           MOVE SPACES TO WS-REF-COL-HEADER.
           MOVE 'TABLE      ACTION    KEY' TO WS-REF-COL-HEADER (1:24).
           MOVE 'CHANGES APPLIED' TO WS-REF-COL-HEADER (44:15).

      * Every ZIPFILE record into the table, as PARTSUPP loads it.
      * A missing ZIPFILE starts an empty table, and is listed by
      * the table edit.
       110-LOAD-ZIP-TABLE.
           MOVE ZERO TO WS-ZT-COUNT.
           OPEN INPUT ZIPFILE.
           IF NOT ZP-VALID
               MOVE 'N' TO SW-ZIPFILE-PRESENT
               GO TO 110-EXIT
           END-IF.
           MOVE 'Y' TO SW-ZIPFILE-PRESENT.
           MOVE 'N' TO SW-MORE-DATA.
           PERFORM 111-READ-ZIP-TABLE-ENTRY THRU 111-EXIT
               UNTIL END-OF-DATA.
           CLOSE ZIPFILE.
       110-EXIT.
           EXIT.

       111-READ-ZIP-TABLE-ENTRY.
           READ ZIPFILE
               AT END
                   MOVE 'Y' TO SW-MORE-DATA
                   GO TO 111-EXIT
           END-READ.
           ADD 1 TO WS-ZIP-READ.
           MOVE ZIP-REC TO WS-CHG-IMAGE.
           PERFORM 230-ADD-ZIP-ENTRY THRU 230-EXIT.
           MOVE SPACES TO WS-ZT-CHANGE (WS-ZT-COUNT).
       111-EXIT.
           EXIT.

      * Every RATEFILE record into the table - a zero or unreadable
      * rate included, so the table edit can list it.
       113-LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RTT-COUNT.
           OPEN INPUT RATEFILE.
           IF NOT RF-VALID
               MOVE 'N' TO SW-RATEFILE-PRESENT
               GO TO 113-EXIT
           END-IF.
           MOVE 'Y' TO SW-RATEFILE-PRESENT.
           MOVE 'N' TO SW-MORE-RATES.
           PERFORM 114-READ-RATE-ENTRY THRU 114-EXIT
               UNTIL END-OF-RATES.
           CLOSE RATEFILE.
       113-EXIT.
           EXIT.

       114-READ-RATE-ENTRY.
           READ RATEFILE
               AT END
                   MOVE 'Y' TO SW-MORE-RATES
                   GO TO 114-EXIT
           END-READ.
           ADD 1 TO WS-RATE-READ.
           MOVE RATE-REC TO WS-CHG-IMAGE.
           PERFORM 270-ADD-RATE-ENTRY THRU 270-EXIT.
           MOVE SPACES TO WS-RTT-CHANGE (WS-RTT-COUNT).
       114-EXIT.
           EXIT.

       117-LOAD-BUYER-TABLE.
           MOVE ZERO TO WS-BT-COUNT.
           OPEN INPUT BUYERFILE.
           IF NOT BY-VALID
               MOVE 'N' TO SW-BUYERFILE-PRESENT
               GO TO 117-EXIT
           END-IF.
           MOVE 'Y' TO SW-BUYERFILE-PRESENT.
           MOVE 'N' TO SW-MORE-BUYERS.
           PERFORM 118-READ-BUYER-ENTRY THRU 118-EXIT
               UNTIL END-OF-BUYERS.
           CLOSE BUYERFILE.
       117-EXIT.
           EXIT.

       118-READ-BUYER-ENTRY.
           READ BUYERFILE
               AT END
                   MOVE 'Y' TO SW-MORE-BUYERS
                   GO TO 118-EXIT
           END-READ.
           ADD 1 TO WS-BUYER-READ.
           MOVE BUYER-REC TO WS-CHG-IMAGE.
           PERFORM 250-ADD-BUYER-ENTRY THRU 250-EXIT.
           MOVE SPACES TO WS-BT-CHANGE (WS-BT-COUNT).
       118-EXIT.
           EXIT.

      * Count the open POs under each buyer code. Without POMAST
      * there is nothing open to protect; a POMAST that is there but
      * will not open would let a buyer with open POs be deleted, so
      * the run stops.
       120-LOAD-OPEN-PO-BUYERS.
           MOVE ZERO TO WS-OPB-COUNT.
           OPEN INPUT POMAST.
           IF OM-NOT-FOUND
               MOVE 'N' TO SW-POMAST-OPEN
               GO TO 120-EXIT
           END-IF.
           IF NOT OM-VALID
               DISPLAY 'REFMAINT - POMAST OPEN FAILED - FILE STATUS '
                   OMCODE ' - NOTHING MAINTAINED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO SW-POMAST-OPEN.
           MOVE 'N' TO SW-MORE-POS.
           PERFORM 121-READ-POMAST THRU 121-EXIT
               UNTIL END-OF-POS.
           CLOSE POMAST.
       120-EXIT.
           EXIT.

       121-READ-POMAST.
           READ POMAST NEXT RECORD
               AT END
                   MOVE 'Y' TO SW-MORE-POS
                   GO TO 121-EXIT
           END-READ.
           ADD 1 TO WS-PO-READ.
           IF NOT OM-PO-OPEN
               GO TO 121-EXIT
           END-IF.
           MOVE OM-BUYER-CODE TO BY-BUYER-CODE.
           PERFORM 246-FIND-OPEN-PO-BUYER THRU 246-EXIT.
           IF WS-OPEN-PO-COUNT > ZERO
               ADD 1 TO WS-OPB-PO-COUNT (OPB-IDX)
               GO TO 121-EXIT
           END-IF.
           IF WS-OPB-COUNT NOT < 500
               DISPLAY 'REFMAINT - WS-OPB-TABLE IS FULL AT 500 '
                   'ENTRIES - POMAST HAS MORE BUYERS THAN THE '
                   'TABLE CAN HOLD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-OPB-COUNT.
           MOVE OM-BUYER-CODE TO WS-OPB-BUYER (WS-OPB-COUNT).
           MOVE 1 TO WS-OPB-PO-COUNT (WS-OPB-COUNT).
       121-EXIT.
           EXIT.

      * One card - edited, applied to its table and listed, or
      * rejected and listed with the reason.
       200-APPLY-ONE-TRANS.
           READ REFTRANS INTO WS-REF-TRANS
               AT END
                   MOVE 'Y' TO SW-MORE-TRANS
                   GO TO 200-EXIT
           END-READ.
           ADD 1 TO WS-TRANS-READ.
           MOVE 'N' TO SW-TRANS-REJECTED.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE SPACES TO WS-KEY-TEXT.
           MOVE SPACES TO WS-CHG-BEFORE.
           MOVE SPACES TO WS-CHG-AFTER.
           EVALUATE TRUE
                WHEN TR-ADD
                    MOVE 'ADD' TO WS-CHG-ACTION
                WHEN TR-CHANGE
                    MOVE 'CHANGE' TO WS-CHG-ACTION
                WHEN TR-DELETE
                    MOVE 'DELETE' TO WS-CHG-ACTION
                WHEN OTHER
                    MOVE TR-ACTION TO WS-CHG-ACTION
                    MOVE 'ACTION MUST BE A, C OR D' TO WS-REJ-REASON
                    MOVE 'Y' TO SW-TRANS-REJECTED
           END-EVALUATE.
           EVALUATE TRUE
                WHEN TR-ZIP-TABLE
                    MOVE 'ZIPFILE' TO WS-TABLE-NAME
                WHEN TR-BUYER-TABLE
                    MOVE 'BUYERFILE' TO WS-TABLE-NAME
                WHEN TR-RATE-TABLE
                    MOVE 'RATEFILE' TO WS-TABLE-NAME
                WHEN OTHER
                    MOVE TR-TABLE TO WS-TABLE-NAME
                    MOVE 'TABLE MUST BE Z, B OR R' TO WS-REJ-REASON
                    MOVE 'Y' TO SW-TRANS-REJECTED
           END-EVALUATE.
           IF TRANS-REJECTED
               PERFORM 290-REJECT-TRANS THRU 290-EXIT
               GO TO 200-EXIT
           END-IF.
           EVALUATE TRUE
                WHEN TR-ZIP-TABLE
                    PERFORM 220-ZIP-TRANS THRU 220-EXIT
                WHEN TR-BUYER-TABLE
                    PERFORM 240-BUYER-TRANS THRU 240-EXIT
                WHEN TR-RATE-TABLE
                    PERFORM 260-RATE-TRANS THRU 260-EXIT
           END-EVALUATE.
           IF TRANS-REJECTED
               PERFORM 290-REJECT-TRANS THRU 290-EXIT
           ELSE
               PERFORM 280-LIST-CHANGE THRU 280-EXIT
           END-IF.
       200-EXIT.
           EXIT.

      * Zip band - known by state and low zip.
       220-ZIP-TRANS.
           MOVE SPACES TO WS-ZIP.
           MOVE TR-DATA TO WS-ZIP.
           MOVE WS-ST-ABBR TO WS-KEY-TEXT (1:2).
           MOVE WS-ZIP TO WS-CHG-AFTER.
           IF WS-ST-ABBR = SPACES
               MOVE 'STATE ABBREVIATION IS BLANK' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF WS-ZIP-LOW NOT NUMERIC
               MOVE 'LOW ZIP IS NOT NUMERIC' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           MOVE WS-ZIP-LOW TO WS-KEY-TEXT (4:5).
           PERFORM 225-FIND-ZIP THRU 225-EXIT.
           IF TR-DELETE
               IF WS-FOUND-SUB = ZERO
                   MOVE 'NO SUCH ZIP BAND ON ZIPFILE' TO WS-REJ-REASON
                   MOVE 'Y' TO SW-TRANS-REJECTED
                   GO TO 220-EXIT
               END-IF
               MOVE WS-ZT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE
               MOVE SPACES TO WS-CHG-AFTER
               MOVE 'D' TO WS-ZT-CHANGE (WS-FOUND-SUB)
               ADD 1 TO WS-ZIP-DELETED
               GO TO 220-EXIT
           END-IF.
           IF WS-STATE = SPACES
               MOVE 'STATE NAME IS BLANK' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF WS-ZIP-HIG NOT NUMERIC
               MOVE 'HIGH ZIP IS NOT NUMERIC' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF WS-ZIP-LOW > WS-ZIP-HIG
               MOVE 'LOW ZIP IS ABOVE HIGH ZIP' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF TR-ADD AND WS-FOUND-SUB > ZERO
               MOVE 'ZIP BAND IS ALREADY ON ZIPFILE' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF TR-CHANGE AND WS-FOUND-SUB = ZERO
               MOVE 'NO SUCH ZIP BAND ON ZIPFILE' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           MOVE WS-FOUND-SUB TO WS-SUB1.
           MOVE 1 TO WS-SUB2-START.
           MOVE WS-ZIP TO WS-CHG-IMAGE.
           PERFORM 226-CHECK-ZIP-OVERLAP THRU 226-EXIT
               VARYING WS-SUB2 FROM WS-SUB2-START BY 1
               UNTIL WS-SUB2 > WS-ZT-COUNT
                  OR TRANS-REJECTED.
           IF TRANS-REJECTED
               GO TO 220-EXIT
           END-IF.
           IF TR-ADD
               PERFORM 230-ADD-ZIP-ENTRY THRU 230-EXIT
               MOVE 'A' TO WS-ZT-CHANGE (WS-ZT-COUNT)
               ADD 1 TO WS-ZIP-ADDED
               GO TO 220-EXIT
           END-IF.
           MOVE WS-ZT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE.
           MOVE WS-ZIP TO WS-ZT-IMAGE (WS-FOUND-SUB).
           IF WS-ZT-CHANGE (WS-FOUND-SUB) = SPACES
               MOVE 'C' TO WS-ZT-CHANGE (WS-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-ZIP-CHANGED.
       220-EXIT.
           EXIT.

      * WS-FOUND-SUB to the live band with WS-ZIP's state and low
      * zip, zero if there is none.
       225-FIND-ZIP.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-ZT-COUNT = ZERO
               GO TO 225-EXIT
           END-IF.
           SET ZT-IDX TO 1.
           SEARCH WS-ZT-ENTRY
               AT END
                   MOVE ZERO TO WS-FOUND-SUB
               WHEN WS-ZT-ST-ABBR (ZT-IDX) = WS-ST-ABBR
                AND WS-ZT-ZIP-LOW (ZT-IDX) = WS-ZIP-LOW
                AND WS-ZT-CHANGE (ZT-IDX) NOT = 'D'
                   SET WS-FOUND-SUB TO ZT-IDX
           END-SEARCH.
       225-EXIT.
           EXIT.

      * The band in WS-CHG-IMAGE against live band WS-SUB2 of the
      * same state, entry WS-SUB1 itself passed over. Two bands
      * overlap when each starts at or below the other's end.
       226-CHECK-ZIP-OVERLAP.
           IF WS-SUB2 = WS-SUB1
               OR WS-ZT-CHANGE (WS-SUB2) = 'D'
               GO TO 226-EXIT
           END-IF.
           MOVE WS-CHG-IMAGE TO WS-ZIP.
           IF WS-ZT-ST-ABBR (WS-SUB2) NOT = WS-ST-ABBR
               GO TO 226-EXIT
           END-IF.
           IF WS-ZT-ZIP-LOW (WS-SUB2) NOT NUMERIC
               OR WS-ZT-ZIP-HIG (WS-SUB2) NOT NUMERIC
               GO TO 226-EXIT
           END-IF.
           IF WS-ZIP-LOW NOT > WS-ZT-ZIP-HIG (WS-SUB2)
               AND WS-ZT-ZIP-LOW (WS-SUB2) NOT > WS-ZIP-HIG
               MOVE WS-ZT-ZIP-LOW (WS-SUB2) TO WS-BAND-TEXT (1:5)
               MOVE '-' TO WS-BAND-TEXT (6:1)
               MOVE WS-ZT-ZIP-HIG (WS-SUB2) TO WS-BAND-TEXT (7:5)
               MOVE SPACES TO WS-REJ-REASON
               MOVE 'OVERLAPS ' TO WS-REJ-REASON (1:9)
               MOVE WS-ST-ABBR TO WS-REJ-REASON (10:2)
               MOVE ' BAND ' TO WS-REJ-REASON (12:6)
               MOVE WS-BAND-TEXT TO WS-REJ-REASON (18:11)
               MOVE 'Y' TO SW-TRANS-REJECTED
           END-IF.
       226-EXIT.
           EXIT.

      * WS-CHG-IMAGE onto the end of the zip table.
       230-ADD-ZIP-ENTRY.
           IF WS-ZT-COUNT NOT < 5000
               DISPLAY 'REFMAINT - WS-ZT-TABLE IS FULL AT 5000 '
                   'ENTRIES - ZIPFILE HAS MORE RANGES THAN PARTSUPP '
                   'CAN LOAD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ZT-COUNT.
           MOVE WS-CHG-IMAGE TO WS-ZT-IMAGE (WS-ZT-COUNT).
       230-EXIT.
           EXIT.

      * Buyer - known by code.
       240-BUYER-TRANS.
           MOVE SPACES TO WS-BUYER-REC.
           MOVE TR-DATA TO WS-BUYER-REC.
           MOVE BY-BUYER-CODE TO WS-KEY-TEXT.
           MOVE WS-BUYER-REC TO WS-CHG-AFTER.
           IF BY-BUYER-CODE = SPACES
               MOVE 'BUYER CODE IS BLANK' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 240-EXIT
           END-IF.
           PERFORM 245-FIND-BUYER THRU 245-EXIT.
           PERFORM 246-FIND-OPEN-PO-BUYER THRU 246-EXIT.
           IF TR-ADD AND WS-FOUND-SUB > ZERO
               MOVE 'BUYER CODE IS ALREADY ON BUYERFILE'
                   TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 240-EXIT
           END-IF.
           IF NOT TR-ADD AND WS-FOUND-SUB = ZERO
               MOVE 'NO SUCH BUYER ON BUYERFILE' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 240-EXIT
           END-IF.
           IF TR-DELETE
               IF WS-OPEN-PO-COUNT > ZERO
                   PERFORM 247-OPEN-PO-REASON THRU 247-EXIT
                   GO TO 240-EXIT
               END-IF
               MOVE WS-BT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE
               MOVE SPACES TO WS-CHG-AFTER
               MOVE 'D' TO WS-BT-CHANGE (WS-FOUND-SUB)
               ADD 1 TO WS-BUYER-DELETED
               GO TO 240-EXIT
           END-IF.
           IF BY-BUYER-NAME = SPACES
               MOVE 'BUYER NAME IS BLANK' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 240-EXIT
           END-IF.
           IF NOT BY-ACTIVE AND NOT BY-INACTIVE
               MOVE 'ACTIVE FLAG MUST BE A OR I' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 240-EXIT
           END-IF.
           IF BY-INACTIVE AND WS-OPEN-PO-COUNT > ZERO
               PERFORM 247-OPEN-PO-REASON THRU 247-EXIT
               GO TO 240-EXIT
           END-IF.
           MOVE WS-BUYER-REC TO WS-CHG-IMAGE.
           IF TR-ADD
               PERFORM 250-ADD-BUYER-ENTRY THRU 250-EXIT
               MOVE 'A' TO WS-BT-CHANGE (WS-BT-COUNT)
               ADD 1 TO WS-BUYER-ADDED
               GO TO 240-EXIT
           END-IF.
           MOVE WS-BT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE.
           MOVE WS-BUYER-REC TO WS-BT-IMAGE (WS-FOUND-SUB).
           IF WS-BT-CHANGE (WS-FOUND-SUB) = SPACES
               MOVE 'C' TO WS-BT-CHANGE (WS-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-BUYER-CHANGED.
       240-EXIT.
           EXIT.

      * WS-FOUND-SUB to the live buyer with BY-BUYER-CODE, zero if
      * there is none.
       245-FIND-BUYER.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-BT-COUNT = ZERO
               GO TO 245-EXIT
           END-IF.
           SET BT-IDX TO 1.
           SEARCH WS-BT-ENTRY
               AT END
                   MOVE ZERO TO WS-FOUND-SUB
               WHEN WS-BT-BUYER-CODE (BT-IDX) = BY-BUYER-CODE
                AND WS-BT-CHANGE (BT-IDX) NOT = 'D'
                   SET WS-FOUND-SUB TO BT-IDX
           END-SEARCH.
       245-EXIT.
           EXIT.

      * WS-OPEN-PO-COUNT to the open POs under BY-BUYER-CODE, with
      * OPB-IDX on its entry.
       246-FIND-OPEN-PO-BUYER.
           MOVE ZERO TO WS-OPEN-PO-COUNT.
           IF WS-OPB-COUNT = ZERO
               GO TO 246-EXIT
           END-IF.
           SET OPB-IDX TO 1.
           SEARCH WS-OPB-ENTRY
               AT END
                   MOVE ZERO TO WS-OPEN-PO-COUNT
               WHEN WS-OPB-BUYER (OPB-IDX) = BY-BUYER-CODE
                   MOVE WS-OPB-PO-COUNT (OPB-IDX) TO WS-OPEN-PO-COUNT
           END-SEARCH.
       246-EXIT.
           EXIT.

       247-OPEN-PO-REASON.
           MOVE WS-OPEN-PO-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE 'BUYER STILL HAS ' TO WS-REJ-REASON (1:16).
           MOVE WS-COUNT-EDIT TO WS-REJ-REASON (17:5).
           MOVE ' OPEN POS ON POMAST' TO WS-REJ-REASON (22:19).
           MOVE 'Y' TO SW-TRANS-REJECTED.
       247-EXIT.
           EXIT.

      * WS-CHG-IMAGE onto the end of the buyer table.
       250-ADD-BUYER-ENTRY.
           IF WS-BT-COUNT NOT < 500
               DISPLAY 'REFMAINT - WS-BT-TABLE IS FULL AT 500 '
                   'ENTRIES - BUYERFILE HAS MORE BUYERS THAN PARTSUPP '
                   'CAN LOAD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BT-COUNT.
           MOVE WS-CHG-IMAGE TO WS-BT-IMAGE (WS-BT-COUNT).
       250-EXIT.
           EXIT.

      * Exchange rate - known by currency.
       260-RATE-TRANS.
           MOVE SPACES TO WS-RATE-REC.
           MOVE TR-DATA TO WS-RATE-REC.
           MOVE RT-CURRENCY-CODE TO WS-KEY-TEXT.
           MOVE WS-RATE-REC TO WS-CHG-AFTER.
           IF RT-CURRENCY-CODE = SPACES
               MOVE 'CURRENCY CODE IS BLANK' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           IF RT-CURRENCY-CODE = 'USD'
               MOVE 'USD IS FIXED AT 1 - IT TAKES NO RATEFILE RECORD'
                   TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           PERFORM 265-FIND-RATE THRU 265-EXIT.
           IF TR-ADD AND WS-FOUND-SUB > ZERO
               MOVE 'CURRENCY IS ALREADY ON RATEFILE' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           IF NOT TR-ADD AND WS-FOUND-SUB = ZERO
               MOVE 'NO SUCH CURRENCY ON RATEFILE' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           IF TR-DELETE
               MOVE WS-RTT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE
               MOVE SPACES TO WS-CHG-AFTER
               MOVE 'D' TO WS-RTT-CHANGE (WS-FOUND-SUB)
               ADD 1 TO WS-RATE-DELETED
               GO TO 260-EXIT
           END-IF.
           IF RT-RATE-TO-USD NOT NUMERIC
               MOVE 'RATE IS NOT NUMERIC' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           IF RT-RATE-TO-USD = ZERO
               MOVE 'RATE IS ZERO' TO WS-REJ-REASON
               MOVE 'Y' TO SW-TRANS-REJECTED
               GO TO 260-EXIT
           END-IF.
           MOVE WS-RATE-REC TO WS-CHG-IMAGE.
           IF TR-ADD
               PERFORM 270-ADD-RATE-ENTRY THRU 270-EXIT
               MOVE 'A' TO WS-RTT-CHANGE (WS-RTT-COUNT)
               ADD 1 TO WS-RATE-ADDED
               GO TO 260-EXIT
           END-IF.
           MOVE WS-RTT-IMAGE (WS-FOUND-SUB) TO WS-CHG-BEFORE.
           MOVE WS-RATE-REC TO WS-RTT-IMAGE (WS-FOUND-SUB).
           IF WS-RTT-CHANGE (WS-FOUND-SUB) = SPACES
               MOVE 'C' TO WS-RTT-CHANGE (WS-FOUND-SUB)
           END-IF.
           ADD 1 TO WS-RATE-CHANGED.
       260-EXIT.
           EXIT.

      * WS-FOUND-SUB to the live rate for RT-CURRENCY-CODE, zero if
      * there is none.
       265-FIND-RATE.
           MOVE ZERO TO WS-FOUND-SUB.
           IF WS-RTT-COUNT = ZERO
               GO TO 265-EXIT
           END-IF.
           SET RTT-IDX TO 1.
           SEARCH WS-RTT-ENTRY
               AT END
                   MOVE ZERO TO WS-FOUND-SUB
               WHEN WS-RTT-CURRENCY (RTT-IDX) = RT-CURRENCY-CODE
                AND WS-RTT-CHANGE (RTT-IDX) NOT = 'D'
                   SET WS-FOUND-SUB TO RTT-IDX
           END-SEARCH.
       265-EXIT.
           EXIT.

      * WS-CHG-IMAGE onto the end of the rate table.
       270-ADD-RATE-ENTRY.
           IF WS-RTT-COUNT NOT < 99
               DISPLAY 'REFMAINT - WS-RTT-TABLE IS FULL AT 99 '
                   'ENTRIES - RATEFILE HAS MORE CURRENCIES THAN '
                   'PARTSUPP CAN LOAD BESIDE USD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RTT-COUNT.
           MOVE WS-CHG-IMAGE TO WS-RTT-IMAGE (WS-RTT-COUNT).
       270-EXIT.
           EXIT.

      * The applied change - the record before it and after it.
       280-LIST-CHANGE.
           IF WS-REF-LINE-COUNT > WS-RPT-LINES-PER-PAGE - 3
               MOVE 99 TO WS-REF-LINE-COUNT
           END-IF.
           MOVE SPACES TO WS-REF-ACTION-LINE.
           MOVE WS-TABLE-NAME TO RAL-TABLE.
           MOVE WS-CHG-ACTION TO RAL-ACTION.
           MOVE WS-KEY-TEXT TO RAL-KEY.
           MOVE WS-REF-ACTION-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           IF NOT TR-ADD
               MOVE 'BEFORE' TO RIL-LABEL
               MOVE WS-CHG-BEFORE TO WS-CHG-IMAGE
               PERFORM 285-LIST-IMAGE THRU 285-EXIT
           END-IF.
           IF NOT TR-DELETE
               MOVE 'AFTER' TO RIL-LABEL
               MOVE WS-CHG-AFTER TO WS-CHG-IMAGE
               PERFORM 285-LIST-IMAGE THRU 285-EXIT
           END-IF.
       280-EXIT.
           EXIT.

      * WS-CHG-IMAGE as it sits on the file, a rate shown edited
      * alongside.
       285-LIST-IMAGE.
           MOVE WS-CHG-IMAGE TO RIL-IMAGE.
           MOVE SPACES TO RIL-NOTE.
           IF TR-RATE-TABLE
               MOVE WS-CHG-IMAGE TO WS-RATE-REC
               IF RT-RATE-TO-USD NUMERIC
                   MOVE RT-RATE-TO-USD TO WS-RATE-EDIT
                   MOVE 'USD PER UNIT ' TO RIL-NOTE (1:13)
                   MOVE WS-RATE-EDIT TO RIL-NOTE (14:10)
               END-IF
           END-IF.
           MOVE WS-REF-IMAGE-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
       285-EXIT.
           EXIT.

      * The rejected card and why.
       290-REJECT-TRANS.
           ADD 1 TO WS-TRANS-REJECTED.
           MOVE SPACES TO WS-REF-ACTION-LINE.
           MOVE WS-TABLE-NAME TO RAL-TABLE.
           MOVE '*REJECT*' TO RAL-ACTION.
           MOVE WS-KEY-TEXT TO RAL-KEY.
           MOVE WS-REJ-REASON TO RAL-REASON.
           MOVE WS-REF-ACTION-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           MOVE 'CARD' TO RIL-LABEL.
           MOVE SPACES TO RIL-NOTE.
           MOVE REF-TRANS-REC TO RIL-IMAGE.
           MOVE WS-REF-IMAGE-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
       290-EXIT.
           EXIT.

      * Every live entry of every table edited once more, so what
      * was already wrong on the hand-kept files is listed as well.
       300-EDIT-TABLES.
           MOVE SPACES TO WS-REF-COL-HEADER.
           MOVE 'TABLE      ' TO WS-REF-COL-HEADER (1:11).
           MOVE 'KEY' TO WS-REF-COL-HEADER (22:3).
           MOVE 'TABLE EDIT EXCEPTIONS' TO WS-REF-COL-HEADER (44:21).
           MOVE 99 TO WS-REF-LINE-COUNT.
           MOVE 'ZIPFILE' TO WS-TABLE-NAME.
           IF NOT ZIPFILE-PRESENT
               MOVE WS-ZIP-ADDED TO WS-TABLE-ADDS
               PERFORM 305-TABLE-NOT-PRESENT THRU 305-EXIT
           END-IF.
           PERFORM 310-EDIT-ZIP-ENTRY THRU 310-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-ZT-COUNT.
           MOVE 'BUYERFILE' TO WS-TABLE-NAME.
           IF NOT BUYERFILE-PRESENT
               MOVE WS-BUYER-ADDED TO WS-TABLE-ADDS
               PERFORM 305-TABLE-NOT-PRESENT THRU 305-EXIT
           END-IF.
           PERFORM 320-EDIT-BUYER-ENTRY THRU 320-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-BT-COUNT.
           PERFORM 325-EDIT-OPEN-PO-BUYER THRU 325-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-OPB-COUNT.
           MOVE 'RATEFILE' TO WS-TABLE-NAME.
           IF NOT RATEFILE-PRESENT
               MOVE WS-RATE-ADDED TO WS-TABLE-ADDS
               PERFORM 305-TABLE-NOT-PRESENT THRU 305-EXIT
           END-IF.
           PERFORM 330-EDIT-RATE-ENTRY THRU 330-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-RTT-COUNT.
           IF WS-EXCEPTIONS = ZERO
               MOVE 'NO EXCEPTIONS - ALL THREE TABLES EDIT CLEAN'
                   TO WS-RPT-PRINT-LINE (1:43)
               PERFORM 820-WRITE-REF-LINE THRU 820-EXIT
           END-IF.
       300-EXIT.
           EXIT.

      * A table file that would not open. Add cards building the
      * table from nothing are a new table, noted on the listing;
      * with none, the new version would be empty and must not be
      * swapped in.
       305-TABLE-NOT-PRESENT.
           MOVE SPACES TO WS-KEY-TEXT.
           IF WS-TABLE-ADDS > ZERO
               MOVE SPACES TO WS-REF-ACTION-LINE
               MOVE WS-TABLE-NAME TO RAL-TABLE
               MOVE 'NOT PRESENT - NEW TABLE BUILT FROM ADD CARDS'
                   TO RAL-REASON
               MOVE WS-REF-ACTION-LINE TO WS-RPT-PRINT-LINE
               PERFORM 820-WRITE-REF-LINE THRU 820-EXIT
               GO TO 305-EXIT
           END-IF.
           ADD 1 TO WS-TABLES-MISSING.
           MOVE 'NOT PRESENT - NO ADD CARDS TO BUILD IT' TO
               WS-REJ-REASON.
           PERFORM 390-LIST-EXCEPTION THRU 390-EXIT.
       305-EXIT.
           EXIT.

      * A zip band must be readable, in order, and clear of every
      * later band of its state - each overlapping pair is listed
      * once.
       310-EDIT-ZIP-ENTRY.
           IF WS-ZT-CHANGE (WS-SUB1) = 'D'
               GO TO 310-EXIT
           END-IF.
           MOVE WS-ZT-IMAGE (WS-SUB1) TO WS-ZIP.
           MOVE SPACES TO WS-KEY-TEXT.
           MOVE WS-ST-ABBR TO WS-KEY-TEXT (1:2).
           MOVE WS-ZIP-LOW TO WS-KEY-TEXT (4:5).
           MOVE 'N' TO SW-TRANS-REJECTED.
           EVALUATE TRUE
                WHEN WS-ST-ABBR = SPACES
                    MOVE 'STATE ABBREVIATION IS BLANK'
                        TO WS-REJ-REASON
                    MOVE 'Y' TO SW-TRANS-REJECTED
                WHEN WS-ZIP-LOW NOT NUMERIC
                     OR WS-ZIP-HIG NOT NUMERIC
                    MOVE 'ZIP RANGE IS NOT NUMERIC' TO WS-REJ-REASON
                    MOVE 'Y' TO SW-TRANS-REJECTED
                WHEN WS-ZIP-LOW > WS-ZIP-HIG
                    MOVE 'LOW ZIP IS ABOVE HIGH ZIP' TO WS-REJ-REASON
                    MOVE 'Y' TO SW-TRANS-REJECTED
           END-EVALUATE.
           IF TRANS-REJECTED
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
               GO TO 310-EXIT
           END-IF.
           MOVE WS-ZT-IMAGE (WS-SUB1) TO WS-CHG-IMAGE.
           COMPUTE WS-SUB2-START = WS-SUB1 + 1.
           PERFORM 311-EDIT-ZIP-PAIR THRU 311-EXIT
               VARYING WS-SUB2 FROM WS-SUB2-START BY 1
               UNTIL WS-SUB2 > WS-ZT-COUNT.
       310-EXIT.
           EXIT.

       311-EDIT-ZIP-PAIR.
           MOVE 'N' TO SW-TRANS-REJECTED.
           PERFORM 226-CHECK-ZIP-OVERLAP THRU 226-EXIT.
           IF TRANS-REJECTED
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-IF.
       311-EXIT.
           EXIT.

      * A buyer code must be present and not repeated further down
      * the table, and an inactive buyer must have no open POs.
       320-EDIT-BUYER-ENTRY.
           IF WS-BT-CHANGE (WS-SUB1) = 'D'
               GO TO 320-EXIT
           END-IF.
           MOVE WS-BT-IMAGE (WS-SUB1) TO WS-BUYER-REC.
           MOVE BY-BUYER-CODE TO WS-KEY-TEXT.
           IF BY-BUYER-CODE = SPACES
               MOVE 'BUYER CODE IS BLANK' TO WS-REJ-REASON
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
               GO TO 320-EXIT
           END-IF.
           COMPUTE WS-SUB2-START = WS-SUB1 + 1.
           PERFORM 321-EDIT-BUYER-PAIR THRU 321-EXIT
               VARYING WS-SUB2 FROM WS-SUB2-START BY 1
               UNTIL WS-SUB2 > WS-BT-COUNT.
           IF BY-ACTIVE
               GO TO 320-EXIT
           END-IF.
           PERFORM 246-FIND-OPEN-PO-BUYER THRU 246-EXIT.
           IF WS-OPEN-PO-COUNT > ZERO
               MOVE WS-OPEN-PO-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REJ-REASON
               MOVE 'INACTIVE BUYER HAS ' TO WS-REJ-REASON (1:19)
               MOVE WS-COUNT-EDIT TO WS-REJ-REASON (20:5)
               MOVE ' OPEN POS ON POMAST' TO WS-REJ-REASON (25:19)
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-IF.
       320-EXIT.
           EXIT.

       321-EDIT-BUYER-PAIR.
           IF WS-BT-CHANGE (WS-SUB2) NOT = 'D'
               AND WS-BT-BUYER-CODE (WS-SUB2) = BY-BUYER-CODE
               MOVE 'DUPLICATE BUYER CODE' TO WS-REJ-REASON
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-IF.
       321-EXIT.
           EXIT.

      * Open POs under a buyer code BUYERFILE does not carry at all.
       325-EDIT-OPEN-PO-BUYER.
           MOVE WS-OPB-BUYER (WS-SUB1) TO BY-BUYER-CODE.
           PERFORM 245-FIND-BUYER THRU 245-EXIT.
           IF WS-FOUND-SUB > ZERO
               GO TO 325-EXIT
           END-IF.
           MOVE BY-BUYER-CODE TO WS-KEY-TEXT.
           MOVE WS-OPB-PO-COUNT (WS-SUB1) TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-REJ-REASON.
           MOVE 'NO BUYERFILE RECORD - ' TO WS-REJ-REASON (1:22).
           MOVE WS-COUNT-EDIT TO WS-REJ-REASON (23:5).
           MOVE ' OPEN POS ON POMAST' TO WS-REJ-REASON (28:19).
           PERFORM 390-LIST-EXCEPTION THRU 390-EXIT.
       325-EXIT.
           EXIT.

      * A rate must be present, numeric and above zero, and its
      * currency not repeated further down the table.
       330-EDIT-RATE-ENTRY.
           IF WS-RTT-CHANGE (WS-SUB1) = 'D'
               GO TO 330-EXIT
           END-IF.
           MOVE WS-RTT-IMAGE (WS-SUB1) TO WS-RATE-REC.
           MOVE RT-CURRENCY-CODE TO WS-KEY-TEXT.
           EVALUATE TRUE
                WHEN RT-CURRENCY-CODE = SPACES
                    MOVE 'CURRENCY CODE IS BLANK' TO WS-REJ-REASON
                    PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
                    GO TO 330-EXIT
                WHEN RT-RATE-TO-USD NOT NUMERIC
                    MOVE 'RATE IS NOT NUMERIC' TO WS-REJ-REASON
                    PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
                WHEN RT-RATE-TO-USD = ZERO
                    MOVE 'RATE IS ZERO' TO WS-REJ-REASON
                    PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-EVALUATE.
           IF RT-CURRENCY-CODE = 'USD'
               MOVE 'USD IS FIXED AT 1 - THIS RECORD IS NEVER USED'
                   TO WS-REJ-REASON
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-IF.
           COMPUTE WS-SUB2-START = WS-SUB1 + 1.
           PERFORM 331-EDIT-RATE-PAIR THRU 331-EXIT
               VARYING WS-SUB2 FROM WS-SUB2-START BY 1
               UNTIL WS-SUB2 > WS-RTT-COUNT.
       330-EXIT.
           EXIT.

       331-EDIT-RATE-PAIR.
           IF WS-RTT-CHANGE (WS-SUB2) NOT = 'D'
               AND WS-RTT-CURRENCY (WS-SUB2) = RT-CURRENCY-CODE
               MOVE 'DUPLICATE CURRENCY' TO WS-REJ-REASON
               PERFORM 390-LIST-EXCEPTION THRU 390-EXIT
           END-IF.
       331-EXIT.
           EXIT.

       390-LIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE SPACES TO WS-REF-ACTION-LINE.
           MOVE WS-TABLE-NAME TO RAL-TABLE.
           MOVE WS-KEY-TEXT TO RAL-KEY.
           MOVE WS-REJ-REASON TO RAL-REASON.
           MOVE WS-REF-ACTION-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
       390-EXIT.
           EXIT.

      * The new version of each table - every live entry in order,
      * deletions left out.
       400-WRITE-NEW-TABLES.
           PERFORM 410-WRITE-ZIP-ENTRY THRU 410-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-ZT-COUNT.
           PERFORM 420-WRITE-BUYER-ENTRY THRU 420-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-BT-COUNT.
           PERFORM 430-WRITE-RATE-ENTRY THRU 430-EXIT
               VARYING WS-SUB1 FROM 1 BY 1
               UNTIL WS-SUB1 > WS-RTT-COUNT.
       400-EXIT.
           EXIT.

       410-WRITE-ZIP-ENTRY.
           IF WS-ZT-CHANGE (WS-SUB1) = 'D'
               GO TO 410-EXIT
           END-IF.
           WRITE ZIP-NEW-REC FROM WS-ZT-IMAGE (WS-SUB1).
           ADD 1 TO WS-ZIP-WRITTEN.
       410-EXIT.
           EXIT.

       420-WRITE-BUYER-ENTRY.
           IF WS-BT-CHANGE (WS-SUB1) = 'D'
               GO TO 420-EXIT
           END-IF.
           WRITE BUYER-NEW-REC FROM WS-BT-IMAGE (WS-SUB1).
           ADD 1 TO WS-BUYER-WRITTEN.
       420-EXIT.
           EXIT.

       430-WRITE-RATE-ENTRY.
           IF WS-RTT-CHANGE (WS-SUB1) = 'D'
               GO TO 430-EXIT
           END-IF.
           WRITE RATE-NEW-REC FROM WS-RTT-IMAGE (WS-SUB1).
           ADD 1 TO WS-RATE-WRITTEN.
       430-EXIT.
           EXIT.

      * One line to the change listing, breaking to a fresh page with
      * the heading and column header when the page fills.
       820-WRITE-REF-LINE.
           IF WS-REF-LINE-COUNT > WS-RPT-LINES-PER-PAGE
               PERFORM 821-REF-PAGE-HEADING THRU 821-EXIT
           END-IF.
           WRITE REF-RPT-REC FROM WS-RPT-PRINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REF-LINE-COUNT.
           MOVE SPACES TO WS-RPT-PRINT-LINE.
       820-EXIT.
           EXIT.

       821-REF-PAGE-HEADING.
           ADD 1 TO WS-REF-PAGE-COUNT.
           MOVE 'REFERENCE TABLE MAINTENANCE - ZIP, BUYER AND RATE'
               TO WS-HDG-TITLE.
           MOVE WS-RPT-RUN-DATE TO WS-HDG-RUN-DATE.
           MOVE WS-REF-PAGE-COUNT TO WS-HDG-PAGE.
           WRITE REF-RPT-REC FROM WS-RPT-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO REF-RPT-REC.
           WRITE REF-RPT-REC AFTER ADVANCING 1 LINE.
           WRITE REF-RPT-REC FROM WS-REF-COL-HEADER
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REF-RPT-REC.
           WRITE REF-RPT-REC AFTER ADVANCING 1 LINE.
           MOVE 5 TO WS-REF-LINE-COUNT.
       821-EXIT.
           EXIT.

      * Counts per table, then the sign-off block. A rejected card
      * or an exception on the tables is a warning - the new
      * versions are written either way, but are not to be swapped
      * in until the listing is cleared and signed. A table not
      * present with no cards to build it fails the run.
       900-CONTROL-REPORT.
           MOVE SPACES TO WS-REF-COL-HEADER.
           MOVE 'MAINTENANCE TOTALS' TO WS-REF-COL-HEADER (1:18).
           MOVE 99 TO WS-REF-LINE-COUNT.
           MOVE 'MAINTENANCE CARDS READ' TO WS-CNT-LABEL.
           MOVE WS-TRANS-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'MAINTENANCE CARDS REJECTED' TO WS-CNT-LABEL.
           MOVE WS-TRANS-REJECTED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'TABLE EDIT EXCEPTIONS' TO WS-CNT-LABEL.
           MOVE WS-EXCEPTIONS TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  TABLES NOT PRESENT' TO WS-CNT-LABEL.
           MOVE WS-TABLES-MISSING TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'POMAST ROWS READ' TO WS-CNT-LABEL.
           MOVE WS-PO-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           IF NOT POMAST-OPEN
               MOVE 'POMAST NOT PRESENT - OPEN PO CHECK NOT MADE'
                   TO WS-RPT-PRINT-LINE (1:43)
               PERFORM 820-WRITE-REF-LINE THRU 820-EXIT
           END-IF.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           MOVE 'ZIPFILE RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-ZIP-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  ADDED' TO WS-CNT-LABEL.
           MOVE WS-ZIP-ADDED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  CHANGED' TO WS-CNT-LABEL.
           MOVE WS-ZIP-CHANGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  DELETED' TO WS-CNT-LABEL.
           MOVE WS-ZIP-DELETED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'ZIPNEW RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-ZIP-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           MOVE 'BUYERFILE RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-BUYER-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  ADDED' TO WS-CNT-LABEL.
           MOVE WS-BUYER-ADDED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  CHANGED' TO WS-CNT-LABEL.
           MOVE WS-BUYER-CHANGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  DELETED' TO WS-CNT-LABEL.
           MOVE WS-BUYER-DELETED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'BUYERNEW RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-BUYER-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           MOVE 'RATEFILE RECORDS READ' TO WS-CNT-LABEL.
           MOVE WS-RATE-READ TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  ADDED' TO WS-CNT-LABEL.
           MOVE WS-RATE-ADDED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  CHANGED' TO WS-CNT-LABEL.
           MOVE WS-RATE-CHANGED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE '  DELETED' TO WS-CNT-LABEL.
           MOVE WS-RATE-DELETED TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           MOVE 'RATENEW RECORDS WRITTEN' TO WS-CNT-LABEL.
           MOVE WS-RATE-WRITTEN TO WS-CNT-VALUE.
           PERFORM 910-PRINT-REF-COUNT THRU 910-EXIT.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           MOVE 'CHANGES REVIEWED AND APPROVED BY  ______________'
               TO WS-RPT-PRINT-LINE (1:48).
           MOVE '______________    DATE  ____________'
               TO WS-RPT-PRINT-LINE (49:36).
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
           IF WS-TRANS-REJECTED > ZERO OR WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TABLES-MISSING > ZERO
               DISPLAY '** REFMAINT - A TABLE FILE IS NOT PRESENT - '
                   'DO NOT SWAP IN THE NEW TABLES **'
               MOVE 16 TO RETURN-CODE
           END-IF.
       900-EXIT.
           EXIT.

       910-PRINT-REF-COUNT.
           MOVE WS-RPT-COUNT-LINE TO WS-RPT-PRINT-LINE.
           PERFORM 820-WRITE-REF-LINE THRU 820-EXIT.
       910-EXIT.
           EXIT.

       950-CLOSE-FILES.
           IF REFTRANS-OPEN
               CLOSE REFTRANS
           END-IF.
           CLOSE ZIPNEW.
           CLOSE BUYERNEW.
           CLOSE RATENEW.
           CLOSE REFRPT.
       950-EXIT.
           EXIT.
