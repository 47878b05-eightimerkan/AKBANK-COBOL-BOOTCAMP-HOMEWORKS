      *                  CORRECTLY SUSPENSED ITEM NO LONGER FORCES A
      *                  FALSE RC 08 CONTROL MISMATCH ON TOP OF ITS
      *                  RC 04.
      * 10/01/2026  EZD  EVERY POSTED TRANSACTION IS NOW APPENDED TO
      *                  THE PERMANENT POSTING JOURNAL (PSTJRNL) WITH
      *                  A JOURNAL SEQUENCE NUMBER CONTINUED FROM THE
      *                  LAST ENTRY ON FILE, THE POSTING DATE, THE
      *                  BATCH ID AND THE BALANCE BEFORE AND AFTER,
      *                  SO HW003HST CAN PRINT AN ACCOUNT'S HISTORY.
      * 10/02/2026  EZD  NEW 'T' TRANSFER ACTION: DEBITS THE KEYED
      *                  CURRENCY ACCOUNT AND CREDITS THE SAME
      *                  CUSTOMER'S TARGET CURRENCY ACCOUNT (NEW
      *                  FIN-TARGET-CURRENCY-KEY, FIN-REC NOW 36
      *                  BYTES) AT THE CROSS RATE FROM THE DAY'S
      *                  VALIDATED HW003FXV RATE FILE. THE BALANCE
      *                  LINE NOW SETTLES ONE CUSTOMER AT A TIME SO
      *                  BOTH LEGS SEE THE SAME BUFFERED ACCOUNTS.
      *                  MISSING ACCOUNTS OR RATES SUSPEND THE
      *                  TRANSFER; THE CREDIT LEG IS HASHED INTO THE
      *                  TARGET CURRENCY'S CREDITS; THE DAY'S
      *                  TRANSFERS ARE LISTED ON THE TRANSFER REGISTER.
      * 10/03/2026  EZD  PRE-POSTING CREDIT-LIMIT CHECK: AN ORDER,
      *                  DEBIT ADJUSTMENT OR TRANSFER DEBIT THAT WOULD
      *                  TAKE THE BALANCE BELOW THE ACCOUNT'S APPROVED
      *                  OVERDRAFT ON THE CREDIT-LIMIT MASTER
      *                  (LIMFILE, MAINTAINED BY HW003LIM) IS
      *                  SUSPENDED UNDER REASON 11 INSTEAD OF POSTED.
      *                  AN EXPIRED LIMIT ALLOWS NO OVERDRAFT; AN
      *                  ACCOUNT WITH NO LIMIT RECORD IS NOT CHECKED.
      * 10/05/2026  EZD  EVERY POSTED LEG WHOSE VALUE DATE IS EARLIER
      *                  THAN THE POSTING DATE IS ALSO WRITTEN TO THE
      *                  BACK-VALUE FILE (PSTBVAL) WITH THE DAYS IT
      *                  WAS LATE, SO HW003ACR CAN ACCRUE THE MISSED
      *                  DAYS AS A SEPARATE ADJUSTMENT.
      * 10/15/2026  EZD  JOURNAL ENTRIES ARE WRITTEN TO A WORK FILE
      *                  (PSTJWRK) DURING THE RUN AND APPENDED TO
      *                  PSTJRNL ONLY AFTER THE CONTROL RECONCILIATION
      *                  PASSES (OR NO CONTROL CARD IS SUPPLIED). A
      *                  RUN THAT ENDS RC 08 LEAVES PSTJRNL UNTOUCHED,
      *                  SO ITS RERUN DOES NOT JOURNAL THE SAME
      *                  POSTINGS TWICE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN TO TRNCTL
                   FILE STATUS IS FS-TRN-CONTROL.

               SELECT OPTIONAL POSTING-JOURNAL-FILE
                   ASSIGN TO PSTJRNL
                   FILE STATUS IS FS-POSTING-JOURNAL.

               SELECT JOURNAL-WORK-FILE
                   ASSIGN TO PSTJWRK
                   FILE STATUS IS FS-JOURNAL-WORK.

               SELECT OPTIONAL FX-FILE
                   ASSIGN TO FXFILE
                   FILE STATUS IS FS-FX-FILE.

               SELECT OPTIONAL CREDIT-LIMIT-FILE
                   ASSIGN TO LIMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LIM-KEY
                   FILE STATUS IS FS-CREDIT-LIMIT.

               SELECT BACK-VALUE-FILE
                   ASSIGN TO PSTBVAL
                   FILE STATUS IS FS-BACK-VALUE.

               SELECT TRF-PRINT-FILE
                   ASSIGN TO TRFRPT
                   FILE STATUS IS FS-TRF-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * FIN-TRANSACTION-FILE - DAILY FINANCIAL TRANSACTIONS IN KEY
      * SEQUENCE. ACTION 'O' ORDER, 'P' PAYMENT, 'A' ADJUSTMENT,
      * 'T' TRANSFER. THE SIGNED AMOUNT CARRIES THE DIRECTION
      * (NEGATIVE DEBITS THE BALANCE); THE VALUE DATE IS THE 7-DIGIT
      * JULIAN FORM (YYYYDDD) THE MASTER'S LAST-ORDER-DATE ALREADY
      * USES. A TRANSFER IS KEYED ON THE SOURCE ACCOUNT, CARRIES THE
      * AMOUNT LEAVING IT AS A DEBIT IN THE SOURCE CURRENCY, AND
      * NAMES THE SAME CUSTOMER'S TARGET CURRENCY ACCOUNT IN
      * FIN-TARGET-CURRENCY-KEY (SPACES ON EVERY OTHER ACTION).
      *-----------------------------------------------------------------
           FD  FIN-TRANSACTION-FILE.
           01  FIN-REC.
                   88  FIN-ACTION-ORDER      VALUE 'O'.
                   88  FIN-ACTION-PAYMENT    VALUE 'P'.
                   88  FIN-ACTION-ADJUST     VALUE 'A'.
                   88  FIN-ACTION-TRANSFER   VALUE 'T'.
                   88  FIN-ACTION-VALID      VALUE 'O' 'P' 'A' 'T'.
               05  FIN-KEY.
                   10  FIN-CUSTOMER-ID   PIC 9(05).
                   10  FIN-CURRENCY-KEY  PIC 9(03).
               05  FIN-AMOUNT            PIC S9(15)V99.
               05  FIN-VALUE-DATE        PIC 9(07).
               05  FIN-TARGET-CURRENCY-KEY
                                         PIC X(03).

      *-----------------------------------------------------------------
      * NEW-MASTER-FILE - NEW-GENERATION MASTER IN KEY SEQUENCE
      *-----------------------------------------------------------------
           FD  PST-SUSPENSE-FILE.
           01  PSU-REC.
               05  PSU-RAW-RECORD        PIC X(36).
               05  PSU-REASON-CODE       PIC X(02).
               05  PSU-REASON-TEXT       PIC X(30).
               05  PSU-ENTRY-DATE        PIC 9(08).
               05  TCT-EXPECTED-DEBITS   PIC S9(15)V99.
               05  TCT-EXPECTED-CREDITS  PIC S9(15)V99.

      *-----------------------------------------------------------------
      * POSTING-JOURNAL-FILE - PERMANENT JOURNAL OF POSTED
      * TRANSACTIONS, ONE ENTRY PER TRANSACTION APPLIED, APPENDED
      * BY EVERY RUN WHOSE CONTROLS RECONCILE AND NEVER REWRITTEN. THE
      * SEQUENCE NUMBER RUNS ON ACROSS RUNS; THE BATCH ID IS THE RUN'S
      * TIME-OF-DAY STAMP, SO A RERUN'S ENTRIES CAN BE TOLD FROM THE
      * ORIGINAL RUN'S. KEEP THE LAYOUT IN STEP WITH HW003HST.
      *-----------------------------------------------------------------
           FD  POSTING-JOURNAL-FILE.
           01  JRN-REC.
               05  JRN-SEQUENCE-NO       PIC 9(09).
               05  JRN-POST-DATE         PIC 9(08).
               05  JRN-BATCH-ID          PIC X(10).
               05  JRN-ACTION            PIC X(01).
               05  JRN-KEY.
                   10  JRN-CUSTOMER-ID   PIC 9(05).
                   10  JRN-CURRENCY-KEY  PIC 9(03).
               05  JRN-AMOUNT            PIC S9(15)V99.
               05  JRN-VALUE-DATE        PIC 9(07).
               05  JRN-BALANCE-BEFORE    PIC S9(15)V99.
               05  JRN-BALANCE-AFTER     PIC S9(15)V99.

      *-----------------------------------------------------------------
      * JOURNAL-WORK-FILE - THE RUN'S JOURNAL ENTRIES AS BUILT, HELD
      * BACK FROM THE PERMANENT JOURNAL UNTIL THE CONTROL TOTALS
      * RECONCILE. SAME LAYOUT AS POSTING-JOURNAL-FILE.
      *-----------------------------------------------------------------
           FD  JOURNAL-WORK-FILE.
           01  JWK-REC.
               05  JWK-SEQUENCE-NO       PIC 9(09).
               05  JWK-POST-DATE         PIC 9(08).
               05  JWK-BATCH-ID          PIC X(10).
               05  JWK-ACTION            PIC X(01).
               05  JWK-KEY.
                   10  JWK-CUSTOMER-ID   PIC 9(05).
                   10  JWK-CURRENCY-KEY  PIC 9(03).
               05  JWK-AMOUNT            PIC S9(15)V99.
               05  JWK-VALUE-DATE        PIC 9(07).
               05  JWK-BALANCE-BEFORE    PIC S9(15)V99.
               05  JWK-BALANCE-AFTER     PIC S9(15)V99.

      *-----------------------------------------------------------------
      * FX-FILE - THE DAY'S VALIDATED RATE FILE (HW003FXV FXOUT), SAME
      * LAYOUT AS THE HW003RPT FX-FILE: UNITS OF CURRENCY PER BASE
      * UNIT. ONLY TRANSFERS USE IT; A CURRENCY WITH NO ACCEPTED RATE
      * CANNOT BE TRANSFERRED FROM OR TO (THERE IS NO 1:1 DEFAULT).
      *-----------------------------------------------------------------
           FD  FX-FILE.
           01  FX-REC.
               05  FX-CURRENCY-KEY       PIC 9(03).
               05  FX-RATE               PIC 9(05)V9(06).

      *-----------------------------------------------------------------
      * CREDIT-LIMIT-FILE - THE INDEXED CREDIT-LIMIT MASTER MAINTAINED
      * BY HW003LIM. KEEP THE LAYOUT IN STEP WITH HW003LIM/HW003LMR.
      *-----------------------------------------------------------------
           FD  CREDIT-LIMIT-FILE.
           01  LIM-REC.
               05  LIM-KEY.
                   10  LIM-CUSTOMER-ID   PIC 9(05).
                   10  LIM-CURRENCY-KEY  PIC 9(03).
               05  LIM-OVERDRAFT-LIMIT   PIC 9(15)V99.
               05  LIM-EXPIRY-DATE       PIC 9(08).

      *-----------------------------------------------------------------
      * BACK-VALUE-FILE - ONE RECORD PER POSTED LEG WHOSE VALUE DATE
      * (JULIAN YYYYDDD) FALLS BEFORE THE POSTING DATE, CARRYING THE
      * NUMBER OF DAYS IT WAS LATE AND THE BALANCE IT LEFT. READ BY
      * HW003ACR FOR THE CATCH-UP ACCRUAL; KEEP THE TWO IN STEP.
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
      * TRF-PRINT-FILE - THE DAY'S TRANSFER REGISTER
      *-----------------------------------------------------------------
           FD  TRF-PRINT-FILE.
           01  TRF-PRT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
               05  FS-NEW-MASTER         PIC XX.
               05  FS-PST-SUSPENSE       PIC XX.
               05  FS-TRN-CONTROL        PIC XX.
               05  FS-POSTING-JOURNAL    PIC XX.
               05  FS-JOURNAL-WORK       PIC XX.
               05  FS-FX-FILE            PIC XX.
               05  FS-CREDIT-LIMIT       PIC XX.
               05  FS-BACK-VALUE         PIC XX.
               05  FS-TRF-PRINT          PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
           01  SW-TRN-EOF-FLAG           PIC X VALUE 'N'.
               88  TRANSACTION-FILE-EOF      VALUE 'Y'.

           01  SW-CONTROL-CARD-FLAG      PIC X VALUE 'N'.
               88  CONTROL-CARD-PRESENT      VALUE 'Y'.

               88  CCY-ENTRY-FOUND           VALUE 'Y'.
               88  CCY-ENTRY-NOT-FOUND       VALUE 'N'.

           01  SW-JRN-EOF-FLAG           PIC X VALUE 'N'.
               88  JOURNAL-FILE-EOF          VALUE 'Y'.

           01  SW-JWK-EOF-FLAG           PIC X VALUE 'N'.
               88  JOURNAL-WORK-EOF          VALUE 'Y'.

           01  SW-FX-EOF-FLAG            PIC X VALUE 'N'.
               88  FX-FILE-EOF               VALUE 'Y'.

           01  SW-FX-FOUND-FLAG          PIC X VALUE 'N'.
               88  FX-RATE-FOUND             VALUE 'Y'.
               88  FX-RATE-NOT-FOUND         VALUE 'N'.

           01  SW-LIMIT-FILE-FLAG        PIC X VALUE 'N'.
               88  LIMIT-FILE-PRESENT        VALUE 'Y'.

           01  SW-LIMIT-OK-FLAG          PIC X VALUE 'Y'.
               88  WITHIN-CREDIT-LIMIT       VALUE 'Y'.
               88  BEYOND-CREDIT-LIMIT       VALUE 'N'.

           01  SW-ACCT-FOUND-FLAG        PIC X VALUE 'N'.
               88  ACCOUNT-FOUND             VALUE 'Y'.
               88  ACCOUNT-NOT-FOUND         VALUE 'N'.

      *-----------------------------------------------------------------
      * HOLD AREAS - ONE RECORD OF LOOK-AHEAD PER INPUT, KEY HOLDS AT
      * HIGH-VALUES AT END OF FILE (SAME PATTERN AS HW003MNT).
      *-----------------------------------------------------------------
           01  WS-MST-HOLD-RECORD.
               05  WS-MST-HOLD-KEY.
                   10  WS-MST-HOLD-CUSTOMER  PIC X(05).
                   10  FILLER            PIC X(03).
               05  FILLER                PIC X(54).

           01  WS-TRN-HOLD-RECORD.
               05  WS-TRN-HOLD-ACTION    PIC X(01).
               05  WS-TRN-HOLD-KEY.
                   10  WS-TRN-HOLD-CUSTOMER  PIC X(05).
                   10  WS-TRN-HOLD-CCY   PIC X(03).
               05  WS-TRN-HOLD-AMOUNT    PIC S9(15)V99.
               05  WS-TRN-HOLD-VALUE-DT  PIC 9(07).
               05  WS-TRN-HOLD-TARGET-CCY
                                         PIC X(03).

      *-----------------------------------------------------------------
      * THE MASTER RECORD BEING UPDATED ("BALANCE LINE"), VIEWED WITH
               05  WS-ACTIVE-LAST-ORDER  PIC 9(07).
               05  WS-ACTIVE-BALANCE     PIC S9(15)V99.

           01  WS-CURRENT-CUSTOMER       PIC X(05).
           01  WS-PREV-TRN-KEY           PIC X(08) VALUE LOW-VALUES.

      *-----------------------------------------------------------------
      * ACCOUNT BUFFER - EVERY MASTER RECORD OF THE CUSTOMER BEING
      * SETTLED, IN KEY SEQUENCE. A TRANSFER'S TWO LEGS CAN FALL ON
      * EITHER SIDE OF EACH OTHER IN KEY ORDER, SO THE WHOLE CUSTOMER
      * IS HELD UNTIL ALL ITS TRANSACTIONS ARE APPLIED.
      *-----------------------------------------------------------------
           01  PST-ACCOUNT-BUFFER.
               05  PST-ACCT-COUNT        PIC 9(03) COMP VALUE ZERO.
               05  PST-ACCT-ENTRY OCCURS 100 TIMES.
                   10  PST-ACCT-KEY          PIC X(08).
                   10  FILLER                PIC X(54).

           77  WS-ACCT-SUBSCRIPT         PIC 9(03) COMP VALUE ZERO.
           77  WS-ACCT-INDEX             PIC 9(03) COMP VALUE ZERO.
           77  WS-SOURCE-INDEX           PIC 9(03) COMP VALUE ZERO.
           77  WS-TARGET-INDEX           PIC 9(03) COMP VALUE ZERO.
           01  WS-SEARCH-KEY.
               05  WS-SEARCH-CUSTOMER    PIC X(05).
               05  WS-SEARCH-CCY         PIC X(03).

      *-----------------------------------------------------------------
      * RUN DATE AND REJECT REASON WORK FIELDS. THE RUN TIME IS THE
      * JOURNAL BATCH ID, SAME CONVENTION AS THE GL BATCH ID.
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-RUN-TIME               PIC 9(08).
           01  WS-REJECT-REASON-CODE     PIC X(02).
           01  WS-REJECT-REASON-TEXT     PIC X(30).

                   10  PST-CCY-DEBITS        PIC S9(15)V99.
                   10  PST-CCY-CREDITS       PIC S9(15)V99.
                   10  PST-CCY-RECS          PIC 9(09) COMP.
                   10  PST-CCY-TRF-CREDITS   PIC S9(15)V99.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.
           77  WS-EXPECTED-DEBITS        PIC S9(15)V99 VALUE ZERO.
           77  WS-EXPECTED-CREDITS       PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * POSTING JOURNAL WORK FIELDS - LAST SEQUENCE NUMBER ISSUED AND
      * THE BALANCE BEFORE THE TRANSACTION BEING JOURNALED
      *-----------------------------------------------------------------
           77  WS-JOURNAL-SEQ            PIC 9(09) VALUE ZERO.
           77  WS-BALANCE-BEFORE         PIC S9(15)V99 VALUE ZERO.
           77  WS-POSTED-AMOUNT          PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * FX RATE TABLE - LOADED FROM FX-FILE AT STARTUP - AND THE
      * TRANSFER CONVERSION WORK FIELDS
      *-----------------------------------------------------------------
           01  FX-RATE-TABLE.
               05  FX-RATE-COUNT         PIC 9(03) COMP VALUE ZERO.
               05  FX-RATE-ENTRY OCCURS 50 TIMES.
                   10  FX-TABLE-CURRENCY-KEY PIC 9(03).
                   10  FX-TABLE-RATE          PIC 9(05)V9(06).

           77  WS-FX-SUBSCRIPT           PIC 9(03) COMP VALUE ZERO.
           77  WS-FX-LOOKUP-CCY          PIC X(03) VALUE SPACES.
           77  WS-FX-LOOKUP-RATE         PIC 9(05)V9(06) VALUE ZERO.
           77  WS-SOURCE-RATE            PIC 9(05)V9(06) VALUE ZERO.
           77  WS-TARGET-RATE            PIC 9(05)V9(06) VALUE ZERO.
           77  WS-CROSS-RATE             PIC 9(05)V9(06) VALUE ZERO.
           77  WS-TRANSFER-CREDIT        PIC S9(15)V99 VALUE ZERO.
           77  WS-TRANSFER-CREDITS       PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * CREDIT-LIMIT CHECK WORK FIELDS - THE BALANCE THE DEBIT WOULD
      * LEAVE AND THE LOWEST BALANCE THE ACCOUNT'S LIMIT ALLOWS
      *-----------------------------------------------------------------
           77  WS-PROPOSED-BALANCE       PIC S9(15)V99 VALUE ZERO.
           77  WS-BALANCE-FLOOR          PIC S9(15)V99 VALUE ZERO.
           77  WS-LIMIT-REFUSALS         PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * BACK-VALUE WORK FIELDS - THE POSTING DATE IN THE SAME JULIAN
      * FORM AS THE VALUE DATE, AND THE DAY COUNTS BETWEEN THEM
      *-----------------------------------------------------------------
           77  WS-TODAY-JULIAN           PIC 9(07).
           77  WS-TODAY-ABS-DAYS         PIC 9(09) COMP VALUE ZERO.
           77  WS-VALUE-ABS-DAYS         PIC 9(09) COMP VALUE ZERO.
           77  WS-DAYS-BACK              PIC 9(05) VALUE ZERO.
           77  WS-BACK-VALUED            PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-TRANS-READ             PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANS-APPLIED          PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANS-REJECTED         PIC 9(09) COMP VALUE ZERO.
           77  WS-JOURNAL-WRITTEN        PIC 9(09) COMP VALUE ZERO.
           77  WS-JOURNAL-RELEASED       PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANSFERS-POSTED       PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANSFERS-REJECTED     PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * GRADUATED RETURN CODE: 00 CLEAN, 04 REJECTS PRESENT, 08
               05  FILLER                PIC X(12) VALUE
                       '  RECORDS: '.
               05  WS-SUM-RECS           PIC ZZZZ9.
               05  FILLER                PIC X(13) VALUE
                       '  XFER IN: '.
               05  WS-SUM-TRF-CREDITS    PIC -(15)9.99.

      *-----------------------------------------------------------------
      * TRANSFER REGISTER WORK FIELDS AND PRINT LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003PST'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'DAILY TRANSFER REGISTER  '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(08) VALUE 'CUST ID'.
               05  FILLER                PIC X(05) VALUE 'FROM'.
               05  FILLER                PIC X(19) VALUE
                       '     AMOUNT DEBITED'.
               05  FILLER                PIC X(05) VALUE '  TO'.
               05  FILLER                PIC X(19) VALUE
                       '    AMOUNT CREDITED'.
               05  FILLER                PIC X(14) VALUE
                       '  RATE APPLIED'.
               05  FILLER                PIC X(13) VALUE
                       '  DISPOSITION'.

           01  WS-TRF-DETAIL-LINE.
               05  WS-TRF-CUST-ID        PIC X(05).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-TRF-FROM-CCY       PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-TRF-DEBITED        PIC -(13)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-TRF-TO-CCY         PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-TRF-CREDITED       PIC -(13)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-TRF-RATE           PIC ZZZZ9.999999.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-TRF-DISPOSITION    PIC X(30).

           01  WS-TRF-TOTAL-LINE.
               05  FILLER                PIC X(20) VALUE
                       'TRANSFERS POSTED  : '.
               05  WS-TRT-POSTED         PIC ZZZZZZZZ9.
               05  FILLER                PIC X(16) VALUE
                       '   SUSPENDED : '.
               05  WS-TRT-REJECTED       PIC ZZZZZZZZ9.

      *-----------------------------------------------------------------
      * I/O STATUS CHECKING AND ABEND WORK FIELDS
               PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9500-RECONCILE-CONTROLS THRU 9500-EXIT
               PERFORM 9550-RELEASE-JOURNAL THRU 9550-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               PERFORM 9700-SET-RETURN-CODE THRU 9700-EXIT
               STOP RUN.
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               ACCEPT WS-TODAY-JULIAN FROM DAY YYYYDDD
               COMPUTE WS-TODAY-ABS-DAYS =
                   FUNCTION INTEGER-OF-DAY(WS-TODAY-JULIAN)
               OPEN INPUT OLD-MASTER-FILE
               MOVE 'OLD-MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-OLD-MASTER TO WS-IO-STATUS
               MOVE 'PST-SUSPENSE' TO WS-IO-FILE-NAME
               MOVE FS-PST-SUSPENSE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT BACK-VALUE-FILE
               MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BACK-VALUE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT
               PERFORM 1300-FIND-LAST-JOURNAL-SEQ THRU 1300-EXIT
               OPEN OUTPUT JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1400-LOAD-FX-RATES THRU 1400-EXIT
               OPEN INPUT CREDIT-LIMIT-FILE
               MOVE 'CREDIT-LIMIT' TO WS-IO-FILE-NAME
               MOVE FS-CREDIT-LIMIT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-CREDIT-LIMIT = '00'
                   SET LIMIT-FILE-PRESENT TO TRUE
               ELSE
                   DISPLAY '*** NO CREDIT-LIMIT FILE - DEBITS POSTED '
                       'WITHOUT A LIMIT CHECK ***'
               END-IF
               OPEN OUTPUT TRF-PRINT-FILE
               MOVE 'TRF-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-TRF-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               PERFORM 2120-READ-MASTER-RECORD THRU 2120-EXIT
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT.
           1000-EXIT.
           1200-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1300 - WALK THE POSTING JOURNAL (APPENDED IN SEQUENCE) TO THE
      * LAST ENTRY SO TODAY'S ENTRIES CONTINUE ITS SEQUENCE NUMBER.
      * A JOURNAL NOT YET CREATED STARTS THE SEQUENCE AT 1.
      *-----------------------------------------------------------------
           1300-FIND-LAST-JOURNAL-SEQ.
               OPEN INPUT POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-POSTING-JOURNAL = '00'
                   PERFORM 1310-READ-ONE-JOURNAL-ENTRY THRU 1310-EXIT
                       UNTIL JOURNAL-FILE-EOF
               END-IF
               CLOSE POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1300-EXIT.
               EXIT.

           1310-READ-ONE-JOURNAL-ENTRY.
               READ POSTING-JOURNAL-FILE
                   AT END
                       SET JOURNAL-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE JRN-SEQUENCE-NO TO WS-JOURNAL-SEQ
               END-READ
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1310-EXIT.
               EXIT.

           1400-LOAD-FX-RATES.
               OPEN INPUT FX-FILE
               MOVE 'FX-FILE' TO WS-IO-FILE-NAME
               MOVE FS-FX-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-FX-FILE = '00'
                   PERFORM 1410-LOAD-ONE-FX-RATE THRU 1410-EXIT
                       UNTIL FX-FILE-EOF
                   CLOSE FX-FILE
               END-IF
               IF FX-RATE-COUNT = ZERO
                   DISPLAY '*** NO VALIDATED FX RATES LOADED - ANY '
                       'TRANSFER THIS RUN WILL SUSPEND ***'
               END-IF.
           1400-EXIT.
               EXIT.

           1410-LOAD-ONE-FX-RATE.
               READ FX-FILE
                   AT END
                       SET FX-FILE-EOF TO TRUE
                   NOT AT END
                       IF FX-RATE-COUNT < 50
                           ADD 1 TO FX-RATE-COUNT
                           MOVE FX-CURRENCY-KEY
                               TO FX-TABLE-CURRENCY-KEY(FX-RATE-COUNT)
                           MOVE FX-RATE
                               TO FX-TABLE-RATE(FX-RATE-COUNT)
                       ELSE
                           DISPLAY '*** FX-RATE-TABLE FULL - RATE '
                               'IGNORED FOR CURRENCY ' FX-CURRENCY-KEY
                               ' ***'
                       END-IF
               END-READ
               MOVE 'FX-FILE' TO WS-IO-FILE-NAME
               MOVE FS-FX-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1410-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - BALANCE-LINE POSTING. EACH PASS SETTLES ONE CUSTOMER:
      * BUFFER EVERY MASTER RECORD FOR THAT CUSTOMER-ID, APPLY EVERY
      * TRANSACTION CARRYING THAT CUSTOMER-ID IN ORDER, THEN WRITE
      * THE BUFFERED ACCOUNTS TO THE NEW MASTER. SAME SHAPE AS
      * HW003MNT, WIDENED FROM ONE KEY TO ONE CUSTOMER SO A TRANSFER
      * CAN REACH THE OTHER CURRENCY ACCOUNT WHICHEVER SIDE OF THE
      * SOURCE IT SORTS.
      ******************************************************************
           2000-APPLY-TRANSACTIONS.
               PERFORM 2100-SETTLE-ONE-CUSTOMER THRU 2100-EXIT
                   UNTIL WS-MST-HOLD-KEY = HIGH-VALUES
                       AND WS-TRN-HOLD-KEY = HIGH-VALUES.
           2000-EXIT.
               EXIT.

           2100-SETTLE-ONE-CUSTOMER.
               IF WS-MST-HOLD-CUSTOMER NOT > WS-TRN-HOLD-CUSTOMER
                   MOVE WS-MST-HOLD-CUSTOMER TO WS-CURRENT-CUSTOMER
               ELSE
                   MOVE WS-TRN-HOLD-CUSTOMER TO WS-CURRENT-CUSTOMER
               END-IF
               MOVE ZERO TO PST-ACCT-COUNT
               PERFORM 2110-BUFFER-MASTER-RECORD THRU 2110-EXIT
                   UNTIL WS-MST-HOLD-CUSTOMER NOT = WS-CURRENT-CUSTOMER
               PERFORM 2200-APPLY-ONE-TRANSACTION THRU 2200-EXIT
                   UNTIL WS-TRN-HOLD-CUSTOMER NOT = WS-CURRENT-CUSTOMER
               PERFORM 2190-WRITE-BUFFERED-ACCOUNT THRU 2190-EXIT
                   VARYING WS-ACCT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCT-SUBSCRIPT > PST-ACCT-COUNT.
           2100-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2110 - ADD THE HELD MASTER RECORD TO THE ACCOUNT BUFFER. A
      * CUSTOMER WITH MORE ACCOUNTS THAN THE BUFFER HOLDS CANNOT BE
      * SETTLED SAFELY, SO THE RUN TAKES THE DIAGNOSTIC ABEND PATH
      * RATHER THAN DROP A MASTER RECORD.
      *-----------------------------------------------------------------
           2110-BUFFER-MASTER-RECORD.
               IF PST-ACCT-COUNT NOT < 100
                   DISPLAY '*** ACCOUNT BUFFER FULL FOR CUSTOMER '
                       WS-CURRENT-CUSTOMER ' - RUN ABANDONED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PST-ACCT-COUNT
               MOVE WS-MST-HOLD-RECORD TO PST-ACCT-ENTRY(PST-ACCT-COUNT)
               PERFORM 2120-READ-MASTER-RECORD THRU 2120-EXIT.
           2110-EXIT.
               EXIT.

           2120-READ-MASTER-RECORD.
               READ OLD-MASTER-FILE
                   AT END
           2120-EXIT.
               EXIT.

           2190-WRITE-BUFFERED-ACCOUNT.
               MOVE PST-ACCT-ENTRY(WS-ACCT-SUBSCRIPT)
                   TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
               MOVE 'NEW-MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-NEW-MASTER TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-MASTER-WRITTEN.
           2190-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2130 - READ THE NEXT TRANSACTION AND EDIT IT, SO THE BALANCE
      * LINE ONLY EVER SEES CLEAN, IN-SEQUENCE WORK. THE DEBIT/
                   PERFORM 2150-WRITE-SUSPENSE-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF FIN-ACTION-TRANSFER
                       AND FIN-AMOUNT NOT < ZERO
                   MOVE '07' TO WS-REJECT-REASON-CODE
                   MOVE 'TRANSFER AMOUNT NOT A DEBIT'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2150-WRITE-SUSPENSE-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF FIN-ACTION-TRANSFER
                   AND (FIN-TARGET-CURRENCY-KEY NOT NUMERIC
                       OR FIN-TARGET-CURRENCY-KEY = FIN-CURRENCY-KEY)
                   MOVE '08' TO WS-REJECT-REASON-CODE
                   MOVE 'BAD TRANSFER TARGET CURRENCY'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2150-WRITE-SUSPENSE-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               MOVE FIN-ACTION TO WS-TRN-HOLD-ACTION
               MOVE FIN-KEY TO WS-TRN-HOLD-KEY
               MOVE FIN-AMOUNT TO WS-TRN-HOLD-AMOUNT
               MOVE FIN-VALUE-DATE TO WS-TRN-HOLD-VALUE-DT
               MOVE FIN-TARGET-CURRENCY-KEY TO WS-TRN-HOLD-TARGET-CCY
               MOVE WS-TRN-HOLD-KEY TO WS-PREV-TRN-KEY.
           2130-EXIT.
               EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2160 - SUSPEND THE HELD TRANSACTION: PUT ITS IMAGE BACK IN
      * FIN-REC AND WRITE IT UNDER THE REASON ALREADY SET.
      *-----------------------------------------------------------------
           2160-SUSPEND-HELD-TRANSACTION.
               MOVE WS-TRN-HOLD-ACTION TO FIN-ACTION
               MOVE WS-TRN-HOLD-KEY TO FIN-KEY
               MOVE WS-TRN-HOLD-AMOUNT TO FIN-AMOUNT
               MOVE WS-TRN-HOLD-VALUE-DT TO FIN-VALUE-DATE
               MOVE WS-TRN-HOLD-TARGET-CCY TO FIN-TARGET-CURRENCY-KEY
               PERFORM 2150-WRITE-SUSPENSE-RECORD THRU 2150-EXIT.
           2160-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2200 - APPLY THE HELD TRANSACTION TO THE BUFFERED ACCOUNTS.
      * A TRANSACTION FOR A KEY WITH NO MASTER RECORD IS REJECTED.
      * EVERY TRANSACTION APPLIED IS JOURNALED WITH THE BALANCE
      * BEFORE AND AFTER (A TRANSFER JOURNALS BOTH LEGS).
      *-----------------------------------------------------------------
           2200-APPLY-ONE-TRANSACTION.
               IF WS-TRN-HOLD-ACTION = 'T'
                   PERFORM 2400-APPLY-TRANSFER THRU 2400-EXIT
               ELSE
                   PERFORM 2300-APPLY-POSTING THRU 2300-EXIT
               END-IF
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT.
           2200-EXIT.
               EXIT.

           2210-FIND-ACCOUNT.
               SET ACCOUNT-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-ACCT-INDEX
               PERFORM 2220-COMPARE-ACCOUNT THRU 2220-EXIT
                   VARYING WS-ACCT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ACCT-SUBSCRIPT > PST-ACCT-COUNT
                       OR ACCOUNT-FOUND.
           2210-EXIT.
               EXIT.

           2220-COMPARE-ACCOUNT.
               IF PST-ACCT-KEY(WS-ACCT-SUBSCRIPT) = WS-SEARCH-KEY
                   SET ACCOUNT-FOUND TO TRUE
                   MOVE WS-ACCT-SUBSCRIPT TO WS-ACCT-INDEX
               END-IF.
           2220-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2300 - ORDER / PAYMENT / ADJUSTMENT: THE SIGNED AMOUNT IS
      * ADDED TO BALANCE, AND AN ORDER REFRESHES LAST-ORDER-DATE.
      *-----------------------------------------------------------------
           2300-APPLY-POSTING.
               MOVE WS-TRN-HOLD-KEY TO WS-SEARCH-KEY
               PERFORM 2210-FIND-ACCOUNT THRU 2210-EXIT
               IF ACCOUNT-NOT-FOUND
                   MOVE '06' TO WS-REJECT-REASON-CODE
                   MOVE 'KEY NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2160-SUSPEND-HELD-TRANSACTION THRU 2160-EXIT
                   GO TO 2300-EXIT
               END-IF
               MOVE PST-ACCT-ENTRY(WS-ACCT-INDEX) TO WS-ACTIVE-RECORD
               IF (WS-TRN-HOLD-ACTION = 'O' OR 'A')
                   AND WS-TRN-HOLD-AMOUNT < ZERO
                   PERFORM 2350-CHECK-CREDIT-LIMIT THRU 2350-EXIT
                   IF BEYOND-CREDIT-LIMIT
                       PERFORM 2160-SUSPEND-HELD-TRANSACTION
                           THRU 2160-EXIT
                       GO TO 2300-EXIT
                   END-IF
               END-IF
               MOVE WS-ACTIVE-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-TRN-HOLD-AMOUNT TO WS-ACTIVE-BALANCE
               IF WS-TRN-HOLD-ACTION = 'O'
                   AND WS-TRN-HOLD-VALUE-DT > WS-ACTIVE-LAST-ORDER
                   MOVE WS-TRN-HOLD-VALUE-DT TO WS-ACTIVE-LAST-ORDER
               END-IF
               MOVE WS-ACTIVE-RECORD TO PST-ACCT-ENTRY(WS-ACCT-INDEX)
               ADD 1 TO WS-TRANS-APPLIED
               MOVE WS-TRN-HOLD-AMOUNT TO WS-POSTED-AMOUNT
               PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT.
           2300-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2350 - CREDIT-LIMIT CHECK FOR A DEBIT AGAINST THE ACCOUNT IN
      * WS-ACTIVE-RECORD. THE LOWEST BALANCE ALLOWED IS MINUS THE
      * APPROVED OVERDRAFT, OR ZERO ONCE THE APPROVAL HAS EXPIRED.
      * AN ACCOUNT WITH NO LIMIT RECORD (OR NO LIMIT FILE) PASSES.
      * A REFUSAL LEAVES REASON 11 SET FOR THE SUSPENSE RECORD.
      *-----------------------------------------------------------------
           2350-CHECK-CREDIT-LIMIT.
               SET WITHIN-CREDIT-LIMIT TO TRUE
               IF NOT LIMIT-FILE-PRESENT
                   GO TO 2350-EXIT
               END-IF
               MOVE WS-ACTIVE-KEY TO LIM-KEY
               READ CREDIT-LIMIT-FILE
                   INVALID KEY
                       GO TO 2350-EXIT
               END-READ
               MOVE 'CREDIT-LIMIT' TO WS-IO-FILE-NAME
               MOVE FS-CREDIT-LIMIT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF LIM-EXPIRY-DATE < WS-TODAY
                   MOVE ZERO TO WS-BALANCE-FLOOR
               ELSE
                   COMPUTE WS-BALANCE-FLOOR =
                       ZERO - LIM-OVERDRAFT-LIMIT
               END-IF
               COMPUTE WS-PROPOSED-BALANCE =
                   WS-ACTIVE-BALANCE + WS-TRN-HOLD-AMOUNT
               IF WS-PROPOSED-BALANCE < WS-BALANCE-FLOOR
                   SET BEYOND-CREDIT-LIMIT TO TRUE
                   ADD 1 TO WS-LIMIT-REFUSALS
                   MOVE '11' TO WS-REJECT-REASON-CODE
                   IF LIM-EXPIRY-DATE < WS-TODAY
                       MOVE 'CREDIT LIMIT EXPIRED'
                           TO WS-REJECT-REASON-TEXT
                   ELSE
                       MOVE 'CREDIT LIMIT EXCEEDED'
                           TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF.
           2350-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2400 - TRANSFER: BOTH ACCOUNTS MUST BE ON THE MASTER AND BOTH
      * CURRENCIES MUST HAVE AN ACCEPTED RATE. THE SOURCE IS DEBITED
      * THE KEYED AMOUNT; THE TARGET IS CREDITED THAT AMOUNT TAKEN
      * THROUGH THE BASE CURRENCY (TARGET RATE / SOURCE RATE).
      *-----------------------------------------------------------------
           2400-APPLY-TRANSFER.
               MOVE WS-TRN-HOLD-KEY TO WS-SEARCH-KEY
               PERFORM 2210-FIND-ACCOUNT THRU 2210-EXIT
               IF ACCOUNT-NOT-FOUND
                   MOVE '06' TO WS-REJECT-REASON-CODE
                   MOVE 'KEY NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2480-REJECT-TRANSFER THRU 2480-EXIT
                   GO TO 2400-EXIT
               END-IF
               MOVE WS-ACCT-INDEX TO WS-SOURCE-INDEX
               MOVE WS-TRN-HOLD-TARGET-CCY TO WS-SEARCH-CCY
               PERFORM 2210-FIND-ACCOUNT THRU 2210-EXIT
               IF ACCOUNT-NOT-FOUND
                   MOVE '10' TO WS-REJECT-REASON-CODE
                   MOVE 'TRANSFER TARGET NOT ON MASTER'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2480-REJECT-TRANSFER THRU 2480-EXIT
                   GO TO 2400-EXIT
               END-IF
               MOVE WS-ACCT-INDEX TO WS-TARGET-INDEX
               MOVE PST-ACCT-ENTRY(WS-SOURCE-INDEX) TO WS-ACTIVE-RECORD
               PERFORM 2350-CHECK-CREDIT-LIMIT THRU 2350-EXIT
               IF BEYOND-CREDIT-LIMIT
                   PERFORM 2480-REJECT-TRANSFER THRU 2480-EXIT
                   GO TO 2400-EXIT
               END-IF
               MOVE WS-TRN-HOLD-CCY TO WS-FX-LOOKUP-CCY
               PERFORM 2450-FIND-FX-RATE THRU 2450-EXIT
               MOVE WS-FX-LOOKUP-RATE TO WS-SOURCE-RATE
               IF FX-RATE-FOUND
                   MOVE WS-TRN-HOLD-TARGET-CCY TO WS-FX-LOOKUP-CCY
                   PERFORM 2450-FIND-FX-RATE THRU 2450-EXIT
                   MOVE WS-FX-LOOKUP-RATE TO WS-TARGET-RATE
               END-IF
               IF FX-RATE-NOT-FOUND
                   MOVE '09' TO WS-REJECT-REASON-CODE
                   MOVE 'NO ACCEPTED FX RATE'
                       TO WS-REJECT-REASON-TEXT
                   PERFORM 2480-REJECT-TRANSFER THRU 2480-EXIT
                   GO TO 2400-EXIT
               END-IF
               COMPUTE WS-TRANSFER-CREDIT ROUNDED =
                   ((ZERO - WS-TRN-HOLD-AMOUNT) * WS-TARGET-RATE)
                       / WS-SOURCE-RATE
               COMPUTE WS-CROSS-RATE ROUNDED =
                   WS-TARGET-RATE / WS-SOURCE-RATE
      *-----------------------------------------------------------------
      *        DEBIT LEG ON THE SOURCE ACCOUNT
      *-----------------------------------------------------------------
               MOVE PST-ACCT-ENTRY(WS-SOURCE-INDEX) TO WS-ACTIVE-RECORD
               MOVE WS-ACTIVE-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-TRN-HOLD-AMOUNT TO WS-ACTIVE-BALANCE
               MOVE WS-ACTIVE-RECORD TO PST-ACCT-ENTRY(WS-SOURCE-INDEX)
               MOVE WS-TRN-HOLD-AMOUNT TO WS-POSTED-AMOUNT
               PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT
      *-----------------------------------------------------------------
      *        CREDIT LEG ON THE TARGET ACCOUNT
      *-----------------------------------------------------------------
               MOVE PST-ACCT-ENTRY(WS-TARGET-INDEX) TO WS-ACTIVE-RECORD
               MOVE WS-ACTIVE-BALANCE TO WS-BALANCE-BEFORE
               ADD WS-TRANSFER-CREDIT TO WS-ACTIVE-BALANCE
               MOVE WS-ACTIVE-RECORD TO PST-ACCT-ENTRY(WS-TARGET-INDEX)
               MOVE WS-TRANSFER-CREDIT TO WS-POSTED-AMOUNT
               PERFORM 2600-WRITE-JOURNAL-ENTRY THRU 2600-EXIT
               PERFORM 2550-ACCUMULATE-TRANSFER-CREDIT THRU 2550-EXIT
               ADD 1 TO WS-TRANS-APPLIED
               ADD 1 TO WS-TRANSFERS-POSTED
               MOVE 'POSTED' TO WS-TRF-DISPOSITION
               PERFORM 2700-PRINT-TRANSFER-LINE THRU 2700-EXIT.
           2400-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2450 - ACCEPTED RATE FOR ONE CURRENCY. A ZERO RATE COUNTS AS
      * NO RATE (IT COULD NEVER CONVERT).
      *-----------------------------------------------------------------
           2450-FIND-FX-RATE.
               SET FX-RATE-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-FX-LOOKUP-RATE
               PERFORM 2460-COMPARE-FX-RATE THRU 2460-EXIT
                   VARYING WS-FX-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-FX-SUBSCRIPT > FX-RATE-COUNT
                       OR FX-RATE-FOUND.
           2450-EXIT.
               EXIT.

           2460-COMPARE-FX-RATE.
               IF FX-TABLE-CURRENCY-KEY(WS-FX-SUBSCRIPT)
                       = WS-FX-LOOKUP-CCY
                   AND FX-TABLE-RATE(WS-FX-SUBSCRIPT) > ZERO
                   SET FX-RATE-FOUND TO TRUE
                   MOVE FX-TABLE-RATE(WS-FX-SUBSCRIPT)
                       TO WS-FX-LOOKUP-RATE
               END-IF.
           2460-EXIT.
               EXIT.

           2480-REJECT-TRANSFER.
               PERFORM 2160-SUSPEND-HELD-TRANSACTION THRU 2160-EXIT
               ADD 1 TO WS-TRANSFERS-REJECTED
               MOVE ZERO TO WS-TRANSFER-CREDIT
               MOVE ZERO TO WS-CROSS-RATE
               MOVE WS-REJECT-REASON-TEXT TO WS-TRF-DISPOSITION
               PERFORM 2700-PRINT-TRANSFER-LINE THRU 2700-EXIT.
           2480-EXIT.
               EXIT.

      *-----------------------------------------------------------------
                       MOVE ZERO TO PST-CCY-DEBITS(WS-FOUND-INDEX)
                       MOVE ZERO TO PST-CCY-CREDITS(WS-FOUND-INDEX)
                       MOVE ZERO TO PST-CCY-RECS(WS-FOUND-INDEX)
                       MOVE ZERO
                           TO PST-CCY-TRF-CREDITS(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** PST-CCY-TABLE FULL - CURRENCY '
                           WS-HASH-CCY ' LEFT OUT OF THE PER-'
           2530-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2550 - A POSTED TRANSFER'S CREDIT LEG IS NOT ON THE INPUT FILE
      * (ITS DEBIT LEG WAS HASHED WHEN THE TRANSFER WAS READ), SO IT
      * IS PROVED SEPARATELY: INTO THE TARGET CURRENCY'S CREDIT HASH
      * AND ITS TRANSFER-IN TOTAL, BUT NOT INTO THE WHOLE-FILE
      * HASHES THE CONTROL CARD IS RECONCILED AGAINST.
      *-----------------------------------------------------------------
           2550-ACCUMULATE-TRANSFER-CREDIT.
               ADD WS-TRANSFER-CREDIT TO WS-TRANSFER-CREDITS
               MOVE WS-TRN-HOLD-TARGET-CCY TO WS-HASH-CCY
               PERFORM 2510-FIND-CCY-ENTRY THRU 2510-EXIT
               IF CCY-ENTRY-NOT-FOUND
                   IF PST-CCY-COUNT < 50
                       ADD 1 TO PST-CCY-COUNT
                       MOVE PST-CCY-COUNT TO WS-FOUND-INDEX
                       MOVE WS-HASH-CCY
                           TO PST-CCY-KEY(WS-FOUND-INDEX)
                       MOVE ZERO TO PST-CCY-DEBITS(WS-FOUND-INDEX)
                       MOVE ZERO TO PST-CCY-CREDITS(WS-FOUND-INDEX)
                       MOVE ZERO TO PST-CCY-RECS(WS-FOUND-INDEX)
                       MOVE ZERO
                           TO PST-CCY-TRF-CREDITS(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** PST-CCY-TABLE FULL - TRANSFER '
                           'CREDIT FOR CURRENCY ' WS-HASH-CCY
                           ' LEFT OUT OF THE PER-CURRENCY BREAKDOWN '
                           '***'
                       GO TO 2550-EXIT
                   END-IF
               END-IF
               ADD WS-TRANSFER-CREDIT
                   TO PST-CCY-CREDITS(WS-FOUND-INDEX)
               ADD WS-TRANSFER-CREDIT
                   TO PST-CCY-TRF-CREDITS(WS-FOUND-INDEX).
           2550-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2600 - JOURNAL THE POSTED TRANSACTION UNDER THE NEXT SEQUENCE
      * NUMBER. THE ENTRY GOES TO THE WORK FILE; 9550 APPENDS IT TO
      * THE POSTING JOURNAL ONCE THE CONTROLS RECONCILE.
      *-----------------------------------------------------------------
           2600-WRITE-JOURNAL-ENTRY.
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE WS-JOURNAL-SEQ TO JWK-SEQUENCE-NO
               MOVE WS-TODAY TO JWK-POST-DATE
               MOVE WS-RUN-TIME TO JWK-BATCH-ID
               MOVE WS-TRN-HOLD-ACTION TO JWK-ACTION
               MOVE WS-ACTIVE-KEY TO JWK-KEY
               MOVE WS-POSTED-AMOUNT TO JWK-AMOUNT
               MOVE WS-TRN-HOLD-VALUE-DT TO JWK-VALUE-DATE
               MOVE WS-BALANCE-BEFORE TO JWK-BALANCE-BEFORE
               MOVE WS-ACTIVE-BALANCE TO JWK-BALANCE-AFTER
               WRITE JWK-REC
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-JOURNAL-WRITTEN
               IF WS-TRN-HOLD-VALUE-DT < WS-TODAY-JULIAN
                   PERFORM 2650-WRITE-BACK-VALUE THRU 2650-EXIT
               END-IF.
           2600-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2650 - THE LEG JUST JOURNALED WAS VALUE-DATED BEFORE TODAY:
      * PASS IT, WITH THE DAYS IT MISSED, TO HW003ACR. A VALUE DATE
      * THAT IS NOT A REAL JULIAN DAY CANNOT BE COUNTED BACK AND IS
      * ONLY WARNED.
      *-----------------------------------------------------------------
           2650-WRITE-BACK-VALUE.
               COMPUTE WS-VALUE-ABS-DAYS =
                   FUNCTION INTEGER-OF-DAY(WS-TRN-HOLD-VALUE-DT)
               IF WS-VALUE-ABS-DAYS = ZERO
                   DISPLAY '*** VALUE DATE ' WS-TRN-HOLD-VALUE-DT
                       ' FOR KEY ' WS-ACTIVE-KEY ' IS NOT A JULIAN '
                       'DAY - NO BACK-VALUE RECORD ***'
                   GO TO 2650-EXIT
               END-IF
               COMPUTE WS-DAYS-BACK =
                   WS-TODAY-ABS-DAYS - WS-VALUE-ABS-DAYS
               MOVE WS-ACTIVE-KEY TO BVL-KEY
               MOVE WS-TRN-HOLD-ACTION TO BVL-ACTION
               MOVE WS-POSTED-AMOUNT TO BVL-AMOUNT
               MOVE WS-TRN-HOLD-VALUE-DT TO BVL-VALUE-DATE
               MOVE WS-TODAY TO BVL-POST-DATE
               MOVE WS-DAYS-BACK TO BVL-DAYS-BACK
               MOVE WS-ACTIVE-BALANCE TO BVL-BALANCE-AFTER
               MOVE WS-JOURNAL-SEQ TO BVL-JOURNAL-SEQ
               WRITE BVL-REC
               MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BACK-VALUE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-BACK-VALUED.
           2650-EXIT.
               EXIT.

           2700-PRINT-TRANSFER-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WS-TRN-HOLD-CUSTOMER TO WS-TRF-CUST-ID
               MOVE WS-TRN-HOLD-CCY TO WS-TRF-FROM-CCY
               MOVE WS-TRN-HOLD-AMOUNT TO WS-TRF-DEBITED
               MOVE WS-TRN-HOLD-TARGET-CCY TO WS-TRF-TO-CCY
               MOVE WS-TRANSFER-CREDIT TO WS-TRF-CREDITED
               MOVE WS-CROSS-RATE TO WS-TRF-RATE
               WRITE TRF-PRT-LINE FROM WS-TRF-DETAIL-LINE
               PERFORM 9920-CHECK-TRF-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           2700-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               MOVE WS-TRANSFERS-POSTED TO WS-TRT-POSTED
               MOVE WS-TRANSFERS-REJECTED TO WS-TRT-REJECTED
               WRITE TRF-PRT-LINE FROM WS-TRF-TOTAL-LINE
               PERFORM 9920-CHECK-TRF-IO THRU 9920-EXIT
               CLOSE TRF-PRINT-FILE
               MOVE 'TRF-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-TRF-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF LIMIT-FILE-PRESENT
                   CLOSE CREDIT-LIMIT-FILE
                   MOVE 'CREDIT-LIMIT' TO WS-IO-FILE-NAME
                   MOVE FS-CREDIT-LIMIT TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               END-IF
               CLOSE OLD-MASTER-FILE
               MOVE 'OLD-MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-OLD-MASTER TO WS-IO-STATUS
               CLOSE PST-SUSPENSE-FILE
               MOVE 'PST-SUSPENSE' TO WS-IO-FILE-NAME
               MOVE FS-PST-SUSPENSE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE BACK-VALUE-FILE
               MOVE 'BACK-VALUE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BACK-VALUE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - TRANSFER REGISTER PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE TRF-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-TRF-IO THRU 9920-EXIT
               WRITE TRF-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-TRF-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9500 - RECONCILE THE INPUT COUNT AND DEBIT/CREDIT HASHES
      * AGAINST THE TRANSACTION CONTROL CARD. A MISMATCH MEANS THE
           9500-EXIT.
               EXIT.

      ******************************************************************
      * 9550 - RELEASE THE RUN'S JOURNAL ENTRIES. ONLY A GENERATION
      * THAT IS NOT IN CONTROL MISMATCH IS JOURNALED; OTHERWISE THE
      * WORK FILE IS LEFT FOR INSPECTION AND PSTJRNL IS UNCHANGED, SO
      * THE RERUN JOURNALS ITS POSTINGS ONCE, UNDER THE SAME NUMBERS.
      ******************************************************************
           9550-RELEASE-JOURNAL.
               IF CONTROL-MISMATCHED
                   DISPLAY '*** JOURNAL ENTRIES NOT RELEASED TO '
                       'PSTJRNL - CONTROL MISMATCH ***'
                   GO TO 9550-EXIT
               END-IF
               OPEN INPUT JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN EXTEND POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9560-RELEASE-ONE-ENTRY THRU 9560-EXIT
                   UNTIL JOURNAL-WORK-EOF
               CLOSE POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9550-EXIT.
               EXIT.

           9560-RELEASE-ONE-ENTRY.
               READ JOURNAL-WORK-FILE
                   AT END
                       SET JOURNAL-WORK-EOF TO TRUE
               END-READ
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF JOURNAL-WORK-EOF
                   GO TO 9560-EXIT
               END-IF
               WRITE JRN-REC FROM JWK-REC
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-JOURNAL-RELEASED.
           9560-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - GRADUATED RETURN CODE FOR THE NIGHT SCHEDULER
      ******************************************************************
               DISPLAY '  TRANSACTIONS READ   : ' WS-TRANS-READ
               DISPLAY '  TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED
               DISPLAY '  TRANSACTIONS IN SUS : ' WS-TRANS-REJECTED
               DISPLAY '  JOURNAL ENTRIES     : ' WS-JOURNAL-WRITTEN
               DISPLAY '  JOURNAL RELEASED    : ' WS-JOURNAL-RELEASED
               DISPLAY '  LAST JOURNAL SEQ    : ' WS-JOURNAL-SEQ
               DISPLAY '  TOTAL DEBITS        : ' WS-TOTAL-DEBITS
               DISPLAY '  TOTAL CREDITS       : ' WS-TOTAL-CREDITS
               DISPLAY '  CREDIT-LIMIT REFUSED: ' WS-LIMIT-REFUSALS
               DISPLAY '  BACK-VALUED LEGS    : ' WS-BACK-VALUED
               DISPLAY '  TRANSFERS POSTED    : ' WS-TRANSFERS-POSTED
               DISPLAY '  TRANSFERS SUSPENDED : ' WS-TRANSFERS-REJECTED
               DISPLAY '  TRANSFER CREDIT LEGS: ' WS-TRANSFER-CREDITS
               DISPLAY '  HASHES BY CURRENCY  :'
               PERFORM 9810-DISPLAY-CCY-HASH THRU 9810-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
               MOVE PST-CCY-DEBITS(WS-SUBSCRIPT) TO WS-SUM-DEBITS
               MOVE PST-CCY-CREDITS(WS-SUBSCRIPT) TO WS-SUM-CREDITS
               MOVE PST-CCY-RECS(WS-SUBSCRIPT) TO WS-SUM-RECS
               MOVE PST-CCY-TRF-CREDITS(WS-SUBSCRIPT)
                   TO WS-SUM-TRF-CREDITS
               DISPLAY WS-CCY-SUMMARY-LINE.
           9810-EXIT.
               EXIT.
           9900-EXIT.
               EXIT.

           9920-CHECK-TRF-IO.
               MOVE 'TRF-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-TRF-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
