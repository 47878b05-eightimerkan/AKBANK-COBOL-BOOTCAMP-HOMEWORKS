      *                  RAISES THE HIGHEST PREDECESSOR RETURN CODE
      *                  ACCEPTED (DEFAULT 04). THE STEP ALSO STAMPS
      *                  ITS OWN START AND CLEAN END.
      * 10/05/2026  EZD  CATCH-UP ACCRUAL FOR BACK-VALUED POSTINGS:
      *                  EACH LEG ON HW003PST'S OPTIONAL BACK-VALUE
      *                  FILE (PSTBVAL) ACCRUES THE AMOUNT FOR THE
      *                  DAYS IT WAS LATE AT THE CURRENCY'S CREDIT OR
      *                  OVERDRAFT RATE (BY THE SIGN OF THE BALANCE
      *                  IT LEFT), WRITTEN AS ITS OWN DETAIL MARKED
      *                  WITH ENTRY TYPE 'B' AND CARRYING THE VALUE
      *                  DATE AND DAY COUNT. THE DETAILS ARE IN THE
      *                  TRAILER COUNT/TOTAL LIKE ANY OTHER, SO
      *                  HW003CAP CAPITALIZES THEM UNCHANGED.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      * 10/15/2026  EZD  EACH DETAIL CARRIES ITS RATE BASIS ('C'
      *                  CREDIT / 'O' OVERDRAFT, FROM THE BALANCE
      *                  SIGN THAT SELECTED THE RATE) SO HW003GLJ
      *                  CLASSIFIES A CATCH-UP BY ITS RATE, NOT BY
      *                  THE SIGN OF THE LATE AMOUNT.
      * 10/16/2026  EZD  A BACK-VALUE LEG NOT POSTED TODAY (PSTBVAL
      *                  LEFT OVER FROM AN EARLIER HW003PST RUN) IS
      *                  SKIPPED AND COUNTED, SO ITS CATCH-UP IS NEVER
      *                  ACCRUED TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN TO RATEFILE
                   FILE STATUS IS FS-RATE-FILE.

               SELECT OPTIONAL BACK-VALUE-FILE
                   ASSIGN TO PSTBVAL
                   FILE STATUS IS FS-BACK-VALUE.

               SELECT ACCRUAL-FILE
                   ASSIGN TO ACRFILE
                   FILE STATUS IS FS-ACCRUAL-FILE.
               05  RATE-CREDIT-RATE      PIC 9(03)V9(06).
               05  RATE-OVERDRAFT-RATE   PIC 9(03)V9(06).

      *-----------------------------------------------------------------
      * BACK-VALUE-FILE - OPTIONAL. THE POSTED LEGS HW003PST FOUND
      * VALUE-DATED BEFORE THE POSTING DATE. KEEP IN STEP WITH THE
      * HW003PST LAYOUT.
      *-----------------------------------------------------------------
           FD  BACK-VALUE-FILE.
           01  BVL-REC.
               05  BVL-KEY.
                   10  BVL-CUSTOMER-ID   PIC 9(05).
                   10  BVL-CURRENCY-KEY  PIC 9(03).
               05  BVL-ACTION            PIC X(01).
               05  BVL-AMOUNT            PIC S9(15)V99.
               05  BVL-VALUE-DATE        PIC 9(07).
               05  BVL-POST-DATE         PIC 9(08).
               05  BVL-DAYS-BACK         PIC 9(05).
               05  BVL-BALANCE-AFTER     PIC S9(15)V99.
               05  BVL-JOURNAL-SEQ       PIC 9(09).

      *-----------------------------------------------------------------
      * ACCRUAL-FILE - ACCRUAL POSTINGS IN THE GL-FILE HEADER/DETAIL/
      * TRAILER LAYOUT SO THE SAME DOWNSTREAM LOAD CAN RECONCILE IT.
      * A DETAIL'S ENTRY TYPE IS SPACE FOR THE DAY'S ACCRUAL ON THE
      * CLOSING BALANCE AND 'B' FOR A BACK-VALUE CATCH-UP, WHICH
      * ALSO CARRIES THE VALUE DATE AND DAYS ACCRUED. THE RATE BASIS
      * SAYS WHICH RATE PRICED THE DETAIL ('C' CREDIT, 'O' OVERDRAFT)
      * - FOR A CATCH-UP THE AMOUNT'S SIGN DOES NOT TELL YOU.
      *-----------------------------------------------------------------
           FD  ACCRUAL-FILE.
           01  ACR-REC.
               05  ACR-DTL-CURRENCY-KEY  PIC 9(03).
               05  ACR-DTL-ACCRUAL       PIC S9(15)V99.
               05  ACR-DTL-RUN-DATE      PIC 9(08).
               05  ACR-DTL-ENTRY-TYPE    PIC X(01).
                   88  ACR-DTL-DAILY-ACCRUAL VALUE SPACE.
                   88  ACR-DTL-BACK-VALUE    VALUE 'B'.
               05  ACR-DTL-VALUE-DATE    PIC 9(07).
               05  ACR-DTL-DAYS          PIC 9(05).
               05  ACR-DTL-RATE-BASIS    PIC X(01).
                   88  ACR-DTL-CREDIT-RATE   VALUE 'C'.
                   88  ACR-DTL-OVERDRAFT-RATE VALUE 'O'.
               05  FILLER                PIC X(12).

           01  ACR-TRAILER-VIEW REDEFINES ACR-REC.
               05  ACR-TRL-RECORD-TYPE   PIC X(01).
                   88  RC-EVENT-START        VALUE 'S'.
                   88  RC-EVENT-END          VALUE 'E'.
               05  RC-RETURN-CODE        PIC 9(02).
               05  RC-EVENT-TIME         PIC 9(08).

      *-----------------------------------------------------------------
      * SEQ-PARM-FILE - OPTIONAL SEQUENCING TOLERANCE CARD: HIGHEST
               05  FS-BALANCE-FILE       PIC XX.
               05  FS-RATE-FILE          PIC XX.
               05  FS-ACCRUAL-FILE       PIC XX.
               05  FS-BACK-VALUE         PIC XX.
               05  FS-RUN-CONTROL        PIC XX.
               05  FS-SEQ-PARM           PIC XX.

           01  SW-BAL-EOF-FLAG           PIC X VALUE 'N'.
               88  BALANCE-FILE-EOF          VALUE 'Y'.

           01  SW-BVL-EOF-FLAG           PIC X VALUE 'N'.
               88  BACK-VALUE-FILE-EOF       VALUE 'Y'.

           01  SW-RATE-EOF-FLAG          PIC X VALUE 'N'.
               88  RATE-FILE-EOF             VALUE 'Y'.

           77  WS-CURRENT-RATE           PIC 9(03)V9(06) VALUE ZERO.
           77  WS-ACCRUAL-AMOUNT         PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * THE ACCOUNT THE ACCRUAL IS FOR - FROM THE CLOSING BALANCE OR
      * FROM A BACK-VALUED LEG. THE SIGN BALANCE PICKS THE CREDIT OR
      * OVERDRAFT RATE AND THE INTEREST/FEES COLUMN.
      *-----------------------------------------------------------------
           77  WS-ACR-CUSTOMER-ID        PIC 9(05) VALUE ZERO.
           77  WS-ACR-CURRENCY-KEY       PIC 9(03) VALUE ZERO.
           77  WS-ACR-SIGN-BALANCE       PIC S9(15)V99 VALUE ZERO.
           77  WS-ACR-ENTRY-TYPE         PIC X(01) VALUE SPACE.
           77  WS-ACR-VALUE-DATE         PIC 9(07) VALUE ZERO.
           77  WS-ACR-DAYS               PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------------
      * ACCRUAL RATE TABLE - LOADED FROM RATE-FILE AT STARTUP
      *-----------------------------------------------------------------
           77  WS-ACCRUALS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
           77  WS-NO-RATE-COUNT          PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-ACCRUED          PIC S9(15)V99 VALUE ZERO.
           77  WS-BACK-VALUES-READ       PIC 9(09) COMP VALUE ZERO.
           77  WS-CATCH-UPS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
           77  WS-BACK-VALUES-STALE      PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-CATCH-UP         PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINT WORK AREA FOR THE END-OF-RUN CURRENCY SUMMARY
           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-PROCESS-BALANCES THRU 2000-EXIT
               PERFORM 3000-PROCESS-BACK-VALUES THRU 3000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9700-STAMP-STEP-END THRU 9700-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-START TO TRUE
               MOVE WS-RUN-TIME TO RC-EVENT-TIME
               MOVE ZERO TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME

           2200-ACCRUE-ONE-BALANCE.
               ADD 1 TO WS-RECORDS-READ
               MOVE BAL-CUSTOMER-ID TO WS-ACR-CUSTOMER-ID
               MOVE BAL-CURRENCY-KEY TO WS-ACR-CURRENCY-KEY
               MOVE BAL-BALANCE TO WS-ACR-SIGN-BALANCE
               MOVE SPACE TO WS-ACR-ENTRY-TYPE
               MOVE ZERO TO WS-ACR-VALUE-DATE
               MOVE ZERO TO WS-ACR-DAYS
               PERFORM 2300-FIND-RATE-CARD THRU 2300-EXIT
               IF RATE-ENTRY-NOT-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
                   GO TO 2350-EXIT
               END-IF
               DISPLAY '*** NO RATE CARD FOR CURRENCY '
                   WS-ACR-CURRENCY-KEY ' - NO ACCRUAL ***'
               IF WARNED-CCY-COUNT < 50
                   ADD 1 TO WARNED-CCY-COUNT
                   MOVE WS-ACR-CURRENCY-KEY
                       TO WARNED-CCY-KEY(WARNED-CCY-COUNT)
               END-IF.
           2350-EXIT.
               EXIT.

           2360-COMPARE-WARNED-CCY.
               IF WARNED-CCY-KEY(WS-SUBSCRIPT) = WS-ACR-CURRENCY-KEY
                   SET CCY-ALREADY-WARNED TO TRUE
               END-IF.
           2360-EXIT.
               EXIT.

           2310-COMPARE-RATE-ENTRY.
               IF RATE-TABLE-CCY(WS-SUBSCRIPT) = WS-ACR-CURRENCY-KEY
                   SET RATE-ENTRY-FOUND TO TRUE
                   IF WS-ACR-SIGN-BALANCE < ZERO
                       MOVE RATE-TABLE-OVERDRAFT(WS-SUBSCRIPT)
                           TO WS-CURRENT-RATE
                   ELSE

           2400-WRITE-ACCRUAL-DETAIL.
               SET ACR-DETAIL-RECORD TO TRUE
               MOVE WS-ACR-CUSTOMER-ID TO ACR-DTL-CUSTOMER-ID
               MOVE WS-ACR-CURRENCY-KEY TO ACR-DTL-CURRENCY-KEY
               MOVE WS-ACCRUAL-AMOUNT TO ACR-DTL-ACCRUAL
               MOVE WS-TODAY TO ACR-DTL-RUN-DATE
               MOVE WS-ACR-ENTRY-TYPE TO ACR-DTL-ENTRY-TYPE
               MOVE WS-ACR-VALUE-DATE TO ACR-DTL-VALUE-DATE
               MOVE WS-ACR-DAYS TO ACR-DTL-DAYS
               IF WS-ACR-SIGN-BALANCE < ZERO
                   SET ACR-DTL-OVERDRAFT-RATE TO TRUE
               ELSE
                   SET ACR-DTL-CREDIT-RATE TO TRUE
               END-IF
               WRITE ACR-REC
               PERFORM 9930-CHECK-ACR-IO THRU 9930-EXIT
               ADD 1 TO WS-ACCRUALS-WRITTEN
                   IF ACR-CCY-COUNT < 50
                       ADD 1 TO ACR-CCY-COUNT
                       MOVE ACR-CCY-COUNT TO WS-FOUND-INDEX
                       MOVE WS-ACR-CURRENCY-KEY
                           TO ACR-CCY-KEY(WS-FOUND-INDEX)
                       MOVE ZERO TO ACR-CCY-INTEREST(WS-FOUND-INDEX)
                       MOVE ZERO TO ACR-CCY-FEES(WS-FOUND-INDEX)
                       MOVE ZERO TO ACR-CCY-RECS(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** ACR-CCY-TABLE FULL - CURRENCY '
                           WS-ACR-CURRENCY-KEY
                           ' POOLED INTO THE OTHER-CURRENCIES '
                           'BUCKET ***'
                       IF WS-ACR-SIGN-BALANCE < ZERO
                           ADD WS-ACCRUAL-AMOUNT
                               TO WS-OTHER-CCY-FEES
                       ELSE
                       GO TO 2500-EXIT
                   END-IF
               END-IF
               IF WS-ACR-SIGN-BALANCE < ZERO
                   ADD WS-ACCRUAL-AMOUNT
                       TO ACR-CCY-FEES(WS-FOUND-INDEX)
               ELSE
               EXIT.

           2520-COMPARE-CCY-ENTRY.
               IF ACR-CCY-KEY(WS-SUBSCRIPT) = WS-ACR-CURRENCY-KEY
                   SET CCY-ENTRY-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           2520-EXIT.
               EXIT.

      ******************************************************************
      * 3000 - CATCH-UP ACCRUALS FOR BACK-VALUED POSTINGS. THE
      * CLOSING-BALANCE ACCRUAL ONLY SEES A LATE-KEYED AMOUNT FROM
      * TODAY ON; THE DAYS BETWEEN ITS VALUE DATE AND THE POSTING
      * DATE ARE ACCRUED HERE ON THE AMOUNT ALONE, AT THE RATE THE
      * ACCOUNT'S BALANCE SIGN SELECTS, AND WRITTEN AS A 'B' DETAIL.
      * ONLY LEGS POSTED TODAY ARE TAKEN; AN OLDER PSTBVAL IS SKIPPED.
      ******************************************************************
           3000-PROCESS-BACK-VALUES.
               OPEN INPUT BACK-VALUE-FILE
               MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BACK-VALUE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-BACK-VALUE = '00'
                   PERFORM 3100-READ-AND-CATCH-UP THRU 3100-EXIT
                       UNTIL BACK-VALUE-FILE-EOF
                   CLOSE BACK-VALUE-FILE
                   MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-BACK-VALUE TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               END-IF.
           3000-EXIT.
               EXIT.

           3100-READ-AND-CATCH-UP.
               READ BACK-VALUE-FILE
                   AT END
                       SET BACK-VALUE-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 3200-CATCH-UP-ONE-LEG THRU 3200-EXIT
               END-READ
               MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BACK-VALUE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           3100-EXIT.
               EXIT.

           3200-CATCH-UP-ONE-LEG.
               ADD 1 TO WS-BACK-VALUES-READ
               IF BVL-POST-DATE NOT = WS-TODAY
                   ADD 1 TO WS-BACK-VALUES-STALE
                   GO TO 3200-EXIT
               END-IF
               IF BVL-DAYS-BACK NOT NUMERIC
                       OR BVL-DAYS-BACK = ZERO
                   GO TO 3200-EXIT
               END-IF
               MOVE BVL-CUSTOMER-ID TO WS-ACR-CUSTOMER-ID
               MOVE BVL-CURRENCY-KEY TO WS-ACR-CURRENCY-KEY
               MOVE BVL-BALANCE-AFTER TO WS-ACR-SIGN-BALANCE
               MOVE 'B' TO WS-ACR-ENTRY-TYPE
               MOVE BVL-VALUE-DATE TO WS-ACR-VALUE-DATE
               MOVE BVL-DAYS-BACK TO WS-ACR-DAYS
               PERFORM 2300-FIND-RATE-CARD THRU 2300-EXIT
               IF RATE-ENTRY-NOT-FOUND
                   ADD 1 TO WS-NO-RATE-COUNT
                   PERFORM 2350-WARN-MISSING-RATE THRU 2350-EXIT
                   GO TO 3200-EXIT
               END-IF
               COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                   (BVL-AMOUNT * WS-CURRENT-RATE * BVL-DAYS-BACK)
                       / WS-DAYS-IN-YEAR
               IF WS-ACCRUAL-AMOUNT = ZERO
                   GO TO 3200-EXIT
               END-IF
               PERFORM 2400-WRITE-ACCRUAL-DETAIL THRU 2400-EXIT
               PERFORM 2500-ACCUMULATE-CCY-TOTAL THRU 2500-EXIT
               ADD 1 TO WS-CATCH-UPS-WRITTEN
               ADD WS-ACCRUAL-AMOUNT TO WS-TOTAL-CATCH-UP.
           3200-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-END TO TRUE
               ACCEPT RC-EVENT-TIME FROM TIME
               MOVE WS-FINAL-RC TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               DISPLAY '  BALANCES READ       : ' WS-RECORDS-READ
               DISPLAY '  ACCRUALS WRITTEN    : ' WS-ACCRUALS-WRITTEN
               DISPLAY '  NO-RATE SKIPS       : ' WS-NO-RATE-COUNT
               DISPLAY '  BACK-VALUED LEGS    : ' WS-BACK-VALUES-READ
               DISPLAY '  NOT POSTED TODAY    : ' WS-BACK-VALUES-STALE
               DISPLAY '  CATCH-UPS WRITTEN   : ' WS-CATCH-UPS-WRITTEN
               DISPLAY '  TOTAL CATCH-UP      : ' WS-TOTAL-CATCH-UP
               DISPLAY '  TOTAL ACCRUED       : ' WS-TOTAL-ACCRUED
               DISPLAY '  ACCRUALS BY CURRENCY:'
               PERFORM 9810-DISPLAY-CCY-TOTAL THRU 9810-EXIT
