      * Backout utility for PSAPPLY. Reads the before-image journal
      * PSAPPLY writes - cycle, file, key, action and the master row
      * as it stood before each applied action - and restores the
      * masters to their state before the cycle named on the
      * BACKPARM card: a journaled Add is deleted, a Change gets its
      * before-image rewritten, a Delete gets its before-image
      * written back. The journal's actions are undone newest-first
      * undone, both cycle controls step back to the prior cycle -
      * PSAPPLY's CYCLCTL so the re-apply expects the right number,
      * and PARTSUPP's CYCLEFILE so the re-cut extract gets stamped
      * with that same number. POXMIT's XMITCTL steps back with them
      * when it shows the cycle as sent, so the corrected cycle can
      * be transmitted again, and the report warns that the first
      * documents had already gone out. The surviving journal -
      * every cycle but the backed-out one - is written to JRNLOUT
      * for operations to swap in as the new journal. SUPMERGE journals
      * a supplier merge as a cycle of its own in the same shape,
      * adding PARTSUPP's PRICEHIST and INVMATCH's INVHIST to the
      * masters it can name, so a bad merge backs out the same way.
      * SUPARCH journals an archive purge or reinstatement the same
      * way, adding its ARCHMAST archive master.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ASSIGN TO CYCLEFILE
             FILE STATUS IS CFCODE.

           SELECT XMITCTL
           ASSIGN TO XMITCTL
             FILE STATUS IS XCCODE.

           SELECT UNDOWORK
           ASSIGN TO UNDOWORK
             FILE STATUS IS UWCODE.
             RECORD KEY IS OM-PO-KEY
             FILE STATUS IS OMCODE.

           SELECT SRCMAST
           ASSIGN TO SRCMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS SC-SOURCE-KEY
             FILE STATUS IS SCCODE.

           SELECT RELMAST
           ASSIGN TO RELMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS RM-RELEASE-KEY
             FILE STATUS IS RMCODE.

           SELECT PRICEHIST
           ASSIGN TO PRICEHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PH-PART-SUPP-KEY
             FILE STATUS IS PHCODE.

           SELECT INVHIST
           ASSIGN TO INVHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS IH-INVOICE-KEY
             FILE STATUS IS IHCODE.

           SELECT ARCHMAST
           ASSIGN TO ARCHMAST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS AR-ARCHIVE-KEY
             FILE STATUS IS ARCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKPARM
       01  BP-REC  PIC X(80).

       FD  JRNLFILE
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-REC.
       01  JRN-REC  PIC X(330).

       FD  JRNLOUT
           RECORD CONTAINS 330 CHARACTERS
           DATA RECORD IS JRN-OUT-REC.
       01  JRN-OUT-REC  PIC X(330).

       FD  CYCLCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS CYCLE-REC.
       01  CYCLE-REC  PIC 9(05).

      * POXMIT's last transmitted cycle.
       FD  XMITCTL
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS XCT-REC.
       01  XCT-REC  PIC 9(05).

      * The named cycle's actions, sequenced in apply order and
      * spilled to disk as the journal is sifted - the external
      * SORT hands them back newest-first for the undo, so no table
      * size caps how much one cycle can journal.
       FD  UNDOWORK
           RECORD CONTAINS 181 CHARACTERS
           DATA RECORD IS UNDW-REC.
       01  UNDW-REC  PIC X(181).

       SD  UNDOSORT.
       01  UND-SORT-REC.
           05  UND-SRT-ACTION            PIC X(01).
           05  UND-SRT-KEY               PIC X(23).
           05  UND-SRT-BEFORE            PIC X(132).
           05  UND-SRT-KEY-EXT           PIC X(10).

      * The masters exactly as PSAPPLY builds them.
       FD  PARTMAST
           05  FILLER                    PIC X(121).

       FD  POMAST
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS OM-REC.
       01  OM-REC.
           05  OM-PO-KEY.
               10  OM-SUPPLIER-CODE      PIC X(10).
               10  OM-PO-NUMBER          PIC X(06).
           05  FILLER                    PIC X(106).

       FD  SRCMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SC-REC.
       01  SC-REC.
           05  SC-SOURCE-KEY.
               10  SC-PART-NUMBER        PIC X(23).
               10  SC-SUPPLIER-CODE      PIC X(10).
           05  FILLER                    PIC X(47).

       FD  RELMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RM-REC.
       01  RM-REC.
           05  RM-RELEASE-KEY            PIC X(19).
           05  FILLER                    PIC X(113).

      * Only a supplier merge journals these two.
       FD  PRICEHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PH-REC.
       01  PH-REC.
           05  PH-PART-SUPP-KEY.
               10  PH-PART-NUMBER        PIC X(23).
               10  PH-SUPPLIER-CODE      PIC X(10).
           05  FILLER                    PIC X(47).

       FD  INVHIST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS IH-REC.
       01  IH-REC.
           05  IH-INVOICE-KEY            PIC X(22).
           05  FILLER                    PIC X(58).

      * Only an archive purge or reinstatement journals this one.
       FD  ARCHMAST
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AR-REC.
       01  AR-REC.
           05  AR-ARCHIVE-KEY            PIC X(11).
           05  FILLER                    PIC X(121).

       WORKING-STORAGE SECTION.

               88 CY-VALID      VALUE '00'.
           05  CFCODE                  PIC X(2).
               88 CF-VALID      VALUE '00'.
           05  XCCODE                  PIC X(2).
               88 XC-VALID      VALUE '00'.
           05  UWCODE                  PIC X(2).
               88 UW-VALID      VALUE 0.
               88 NOT-VALID     VALUE 8.
               88 AM-NOT-FOUND  VALUE '35'.
           05  OMCODE                  PIC X(2).
               88 OM-NOT-FOUND  VALUE '35'.
           05  SCCODE                  PIC X(2).
               88 SC-NOT-FOUND  VALUE '35'.
           05  RMCODE                  PIC X(2).
               88 RM-NOT-FOUND  VALUE '35'.
           05  PHCODE                  PIC X(2).
               88 PH-NOT-FOUND  VALUE '35'.
           05  IHCODE                  PIC X(2).
               88 IH-NOT-FOUND  VALUE '35'.
           05  ARCODE                  PIC X(2).
               88 AR-NOT-FOUND  VALUE '35'.

       01  SWITCHES-IN-PROGRAM.
           05  SW-MORE-JOURNAL           PIC X VALUE 'N'.
               88  END-OF-SORT                 VALUE 'Y'.
           05  SW-CYCLE-STEPPED          PIC X VALUE 'N'.
               88  CYCLE-STEPPED               VALUE 'Y'.
           05  SW-XMIT-STEPPED           PIC X VALUE 'N'.
               88  XMIT-STEPPED                VALUE 'Y'.
           05  SW-PRICEHIST-OPEN         PIC X VALUE 'N'.
               88  PRICEHIST-OPEN              VALUE 'Y'.
           05  SW-INVHIST-OPEN           PIC X VALUE 'N'.
               88  INVHIST-OPEN                VALUE 'Y'.
           05  SW-ARCHMAST-OPEN          PIC X VALUE 'N'.
               88  ARCHMAST-OPEN               VALUE 'Y'.

      * The BACKPARM card names the cycle to back out in columns
      * 1-5.
           05  JRN-ACTION                PIC X(01) VALUE SPACES.
           05  JRN-RECORD-KEY            PIC X(23) VALUE SPACES.
           05  JRN-BEFORE-IMAGE          PIC X(132) VALUE SPACES.
           05  JRN-KEY-EXTENSION         PIC X(10) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  JRN-AFTER-IMAGE           PIC X(132) VALUE SPACES.
           05  JRN-RUN-DATE              PIC X(08) VALUE SPACES.
           05  JRN-RUN-TIME              PIC X(06) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.

      * One work-file detail per journaled action of the named
      * cycle. The sequence number records apply order; sorting it
           05  UND-DTL-ACTION            PIC X(01) VALUE SPACES.
           05  UND-DTL-KEY               PIC X(23) VALUE SPACES.
           05  UND-DTL-BEFORE            PIC X(132) VALUE SPACES.
           05  UND-DTL-KEY-EXT           PIC X(10) VALUE SPACES.

       01  WS-BACKOUT-CONTROL.
           05  WS-BACKOUT-CYCLE          PIC 9(05) COMP VALUE ZERO.
           05  WS-PRIOR-CYCLE            PIC 9(05) COMP VALUE ZERO.
           05  WS-LAST-APPLIED           PIC 9(05) COMP VALUE ZERO.
           05  WS-XMIT-LAST-CYCLE        PIC 9(05) COMP VALUE ZERO.
           05  WS-UNDO-SEQ               PIC 9(07) COMP VALUE ZERO.

      * End-of-job control/balancing counts.
           05  WS-SUPP-UNDONE            PIC 9(07) COMP VALUE ZERO.
           05  WS-ADDR-UNDONE            PIC 9(07) COMP VALUE ZERO.
           05  WS-PO-UNDONE              PIC 9(07) COMP VALUE ZERO.
           05  WS-SRC-UNDONE             PIC 9(07) COMP VALUE ZERO.
           05  WS-REL-UNDONE             PIC 9(07) COMP VALUE ZERO.
           05  WS-PRC-UNDONE             PIC 9(07) COMP VALUE ZERO.
           05  WS-INV-UNDONE             PIC 9(07) COMP VALUE ZERO.
           05  WS-ARC-UNDONE             PIC 9(07) COMP VALUE ZERO.


       PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SRCMAST.
           IF SC-NOT-FOUND
               DISPLAY 'PSBACKOUT - SRCMAST DOES NOT EXIST - '
                   'NOTHING RESTORED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RELMAST.
           IF RM-NOT-FOUND
               DISPLAY 'PSBACKOUT - RELMAST DOES NOT EXIST - '
                   'NOTHING RESTORED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *   Price and invoice history only turn up in a merge cycle -
      *   either one missing fails just the actions that name it.
           OPEN I-O PRICEHIST.
           IF PH-NOT-FOUND
               MOVE 'N' TO SW-PRICEHIST-OPEN
           ELSE
               MOVE 'Y' TO SW-PRICEHIST-OPEN
           END-IF.
           OPEN I-O INVHIST.
           IF IH-NOT-FOUND
               MOVE 'N' TO SW-INVHIST-OPEN
           ELSE
               MOVE 'Y' TO SW-INVHIST-OPEN
           END-IF.
      *   The archive master only turns up in an archive cycle.
           OPEN I-O ARCHMAST.
           IF AR-NOT-FOUND
               MOVE 'N' TO SW-ARCHMAST-OPEN
           ELSE
               MOVE 'Y' TO SW-ARCHMAST-OPEN
           END-IF.

      * One pass over the journal: the named cycle's actions go to
      * the undo table, every other cycle's records go straight to
               MOVE JRN-ACTION TO UND-DTL-ACTION
               MOVE JRN-RECORD-KEY TO UND-DTL-KEY
               MOVE JRN-BEFORE-IMAGE TO UND-DTL-BEFORE
               MOVE JRN-KEY-EXTENSION TO UND-DTL-KEY-EXT
               MOVE WS-UNDO-DETAIL TO UNDW-REC
               WRITE UNDW-REC
           ELSE
                    PERFORM 340-UNDO-ADDR THRU 340-EXIT
                WHEN 'POMAST  '
                    PERFORM 350-UNDO-PO THRU 350-EXIT
                WHEN 'SRCMAST '
                    PERFORM 360-UNDO-SOURCE THRU 360-EXIT
                WHEN 'RELMAST '
                    PERFORM 370-UNDO-RELEASE THRU 370-EXIT
                WHEN 'PRICEHST'
                    PERFORM 380-UNDO-PRICE THRU 380-EXIT
                WHEN 'INVHIST '
                    PERFORM 390-UNDO-INVOICE THRU 390-EXIT
                WHEN 'ARCHMAST'
                    PERFORM 395-UNDO-ARCHIVE THRU 395-EXIT
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - JOURNAL NAMES UNKNOWN FILE '
       350-EXIT.
           EXIT.

      * The source key is part plus supplier - the supplier comes
      * back off the journal's key extension.
       360-UNDO-SOURCE.
           MOVE UND-SRT-KEY TO SC-PART-NUMBER.
           MOVE UND-SRT-KEY-EXT TO SC-SUPPLIER-CODE.
           EVALUATE UND-SRT-ACTION
                WHEN 'A'
                    DELETE SRCMAST
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - SOURCE UNDO-ADD '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-SRC-UNDONE
                    END-DELETE
                WHEN 'C'
                    MOVE UND-SRT-BEFORE TO SC-REC
                    REWRITE SC-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - SOURCE UNDO-CHANGE '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-SRC-UNDONE
                    END-REWRITE
                WHEN 'D'
                    MOVE UND-SRT-BEFORE TO SC-REC
                    WRITE SC-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - SOURCE UNDO-DELETE '
                                'FAILED - KEY EXISTS - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-SRC-UNDONE
                    END-WRITE
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - SOURCE JOURNAL CARRIES BAD '
                        'ACTION ' UND-SRT-ACTION
                        ' - ACTION SKIPPED'
           END-EVALUATE.
       360-EXIT.
           EXIT.

      * The release key is supplier, PO and release number - all of
      * it fits the journal's record key.
       370-UNDO-RELEASE.
           MOVE UND-SRT-KEY TO RM-RELEASE-KEY.
           EVALUATE UND-SRT-ACTION
                WHEN 'A'
                    DELETE RELMAST
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - RELEASE UNDO-ADD '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-REL-UNDONE
                    END-DELETE
                WHEN 'C'
                    MOVE UND-SRT-BEFORE TO RM-REC
                    REWRITE RM-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - RELEASE UNDO-CHANGE '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-REL-UNDONE
                    END-REWRITE
                WHEN 'D'
                    MOVE UND-SRT-BEFORE TO RM-REC
                    WRITE RM-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - RELEASE UNDO-DELETE '
                                'FAILED - KEY EXISTS - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-REL-UNDONE
                    END-WRITE
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - RELEASE JOURNAL CARRIES BAD '
                        'ACTION ' UND-SRT-ACTION
                        ' - ACTION SKIPPED'
           END-EVALUATE.
       370-EXIT.
           EXIT.

      * The price key is part plus supplier like the source key -
      * the supplier comes back off the journal's key extension.
       380-UNDO-PRICE.
           IF NOT PRICEHIST-OPEN
               ADD 1 TO WS-ACTIONS-FAILED
               DISPLAY 'PSBACKOUT - PRICEHIST DOES NOT EXIST - '
                   'PRICE ACTION SKIPPED - '
                   UND-SRT-KEY '/' UND-SRT-KEY-EXT
               GO TO 380-EXIT
           END-IF.
           MOVE UND-SRT-KEY TO PH-PART-NUMBER.
           MOVE UND-SRT-KEY-EXT TO PH-SUPPLIER-CODE.
           EVALUATE UND-SRT-ACTION
                WHEN 'A'
                    DELETE PRICEHIST
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - PRICE UNDO-ADD '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-PRC-UNDONE
                    END-DELETE
                WHEN 'C'
                    MOVE UND-SRT-BEFORE TO PH-REC
                    REWRITE PH-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - PRICE UNDO-CHANGE '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-PRC-UNDONE
                    END-REWRITE
                WHEN 'D'
                    MOVE UND-SRT-BEFORE TO PH-REC
                    WRITE PH-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - PRICE UNDO-DELETE '
                                'FAILED - KEY EXISTS - '
                                UND-SRT-KEY '/' UND-SRT-KEY-EXT
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-PRC-UNDONE
                    END-WRITE
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - PRICE JOURNAL CARRIES BAD '
                        'ACTION ' UND-SRT-ACTION
                        ' - ACTION SKIPPED'
           END-EVALUATE.
       380-EXIT.
           EXIT.

      * The invoice key is supplier and invoice number - all of it
      * fits the journal's record key.
       390-UNDO-INVOICE.
           IF NOT INVHIST-OPEN
               ADD 1 TO WS-ACTIONS-FAILED
               DISPLAY 'PSBACKOUT - INVHIST DOES NOT EXIST - '
                   'INVOICE ACTION SKIPPED - ' UND-SRT-KEY
               GO TO 390-EXIT
           END-IF.
           MOVE UND-SRT-KEY TO IH-INVOICE-KEY.
           EVALUATE UND-SRT-ACTION
                WHEN 'A'
                    DELETE INVHIST
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - INVOICE UNDO-ADD '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-INV-UNDONE
                    END-DELETE
                WHEN 'C'
                    MOVE UND-SRT-BEFORE TO IH-REC
                    REWRITE IH-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - INVOICE UNDO-CHANGE '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-INV-UNDONE
                    END-REWRITE
                WHEN 'D'
                    MOVE UND-SRT-BEFORE TO IH-REC
                    WRITE IH-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - INVOICE UNDO-DELETE '
                                'FAILED - KEY EXISTS - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-INV-UNDONE
                    END-WRITE
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - INVOICE JOURNAL CARRIES BAD '
                        'ACTION ' UND-SRT-ACTION
                        ' - ACTION SKIPPED'
           END-EVALUATE.
       390-EXIT.
           EXIT.

      * The archive key is supplier and row type - all of it fits
      * the journal's record key.
       395-UNDO-ARCHIVE.
           IF NOT ARCHMAST-OPEN
               ADD 1 TO WS-ACTIONS-FAILED
               DISPLAY 'PSBACKOUT - ARCHMAST DOES NOT EXIST - '
                   'ARCHIVE ACTION SKIPPED - ' UND-SRT-KEY
               GO TO 395-EXIT
           END-IF.
           MOVE UND-SRT-KEY TO AR-ARCHIVE-KEY.
           EVALUATE UND-SRT-ACTION
                WHEN 'A'
                    DELETE ARCHMAST
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - ARCHIVE UNDO-ADD '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-ARC-UNDONE
                    END-DELETE
                WHEN 'C'
                    MOVE UND-SRT-BEFORE TO AR-REC
                    REWRITE AR-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - ARCHIVE UNDO-CHANGE '
                                'FAILED - KEY NOT FOUND - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-ARC-UNDONE
                    END-REWRITE
                WHEN 'D'
                    MOVE UND-SRT-BEFORE TO AR-REC
                    WRITE AR-REC
                        INVALID KEY
                            ADD 1 TO WS-ACTIONS-FAILED
                            DISPLAY 'PSBACKOUT - ARCHIVE UNDO-DELETE '
                                'FAILED - KEY EXISTS - '
                                UND-SRT-KEY
                        NOT INVALID KEY
                            ADD 1 TO WS-ACTIONS-UNDONE
                            ADD 1 TO WS-ARC-UNDONE
                    END-WRITE
                WHEN OTHER
                    ADD 1 TO WS-ACTIONS-FAILED
                    DISPLAY 'PSBACKOUT - ARCHIVE JOURNAL CARRIES BAD '
                        'ACTION ' UND-SRT-ACTION
                        ' - ACTION SKIPPED'
           END-EVALUATE.
       395-EXIT.
           EXIT.

      * Both cycle controls step back to the prior cycle so the
      * corrected extract gets cut AND applied as that cycle - but
      * only when something was actually undone. A named cycle with
           WRITE CYCLE-REC.
           CLOSE CYCLEFILE.
           MOVE 'Y' TO SW-CYCLE-STEPPED.
           PERFORM 810-STEP-XMIT-BACK THRU 810-EXIT.
       800-EXIT.
           EXIT.

      * The re-applied cycle takes the backed-out cycle's number, and
      * POXMIT refuses a number XMITCTL already shows as sent - so a
      * transmitted cycle steps XMITCTL back as well, or the corrected
      * orders would never go out. What was sent cannot be recalled;
      * the suppliers must be told the first documents are void.
       810-STEP-XMIT-BACK.
           OPEN INPUT XMITCTL.
           IF NOT XC-VALID
               GO TO 810-EXIT
           END-IF.
           READ XMITCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF XCT-REC NUMERIC
                       MOVE XCT-REC TO WS-XMIT-LAST-CYCLE
                   END-IF
           END-READ.
           CLOSE XMITCTL.
           IF WS-XMIT-LAST-CYCLE < WS-BACKOUT-CYCLE
               GO TO 810-EXIT
           END-IF.
           OPEN OUTPUT XMITCTL.
           MOVE WS-PRIOR-CYCLE TO XCT-REC.
           WRITE XCT-REC.
           CLOSE XMITCTL.
           MOVE 'Y' TO SW-XMIT-STEPPED.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       810-EXIT.
           EXIT.

       900-CONTROL-REPORT.
           DISPLAY ' '.
           DISPLAY '---- PSBACKOUT CONTROL / BALANCING REPORT ----'.
               DISPLAY 'CYCLE CONTROLS LEFT UNCHANGED AT  '
                   WS-LAST-APPLIED
           END-IF.
           IF XMIT-STEPPED
               DISPLAY 'XMITCTL RESET TO . . . . . . '
                   WS-PRIOR-CYCLE
               DISPLAY '** CYCLE ' WS-BACKOUT-CYCLE ' WAS ALREADY '
                   'TRANSMITTED - ANY PO DOCUMENTS IT CARRIED HAVE '
                   'GONE TO SUPPLIERS **'
               DISPLAY '** TELL THEM THOSE DOCUMENTS ARE VOID - THE '
                   'CORRECTED CYCLE WILL BE SENT AGAIN **'
           END-IF.
           DISPLAY ' '.
           DISPLAY 'JOURNAL RECORDS READ . . . . '
               WS-JRN-RECORDS-READ.
               WS-ADDR-UNDONE.
           DISPLAY 'PO ACTIONS UNDONE  . . . . . '
               WS-PO-UNDONE.
           DISPLAY 'SOURCE ACTIONS UNDONE  . . . '
               WS-SRC-UNDONE.
           DISPLAY 'RELEASE ACTIONS UNDONE . . . '
               WS-REL-UNDONE.
           DISPLAY 'PRICE ACTIONS UNDONE . . . . '
               WS-PRC-UNDONE.
           DISPLAY 'INVOICE ACTIONS UNDONE . . . '
               WS-INV-UNDONE.
           DISPLAY 'ARCHIVE ACTIONS UNDONE . . . '
               WS-ARC-UNDONE.
           IF WS-ACTIONS-FAILED > ZERO
               DISPLAY '** SOME ACTIONS COULD NOT BE UNDONE - '
                   'RECONCILE THE MASTERS BY HAND **'
           CLOSE SUPPMAST.
           CLOSE ADDRMAST.
           CLOSE POMAST.
           CLOSE SRCMAST.
           CLOSE RELMAST.
           IF PRICEHIST-OPEN
               CLOSE PRICEHIST
           END-IF.
           IF INVHIST-OPEN
               CLOSE INVHIST
           END-IF.
           IF ARCHMAST-OPEN
               CLOSE ARCHMAST
           END-IF.
       950-EXIT.
           EXIT.
