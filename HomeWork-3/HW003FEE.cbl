      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003FEE.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/14/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * MONTHLY SERVICE-FEE AND DORMANT-ACCOUNT FEE ASSESSMENT RUN -
      * COMPANION TO HW003PST.
      *
      * THE TARIFF'S MONTHLY MAINTENANCE FEE AND DORMANCY FEE WERE
      * ONLY EVER CHARGED WHEN A BRANCH REMEMBERED TO KEY AN 'A'
      * ADJUSTMENT. THIS RUN MATCHES THE CUSTOMER MASTER (THE HW003UNL
      * UNLOAD, SEQMAST) AGAINST THE DAY'S DORMANT-ACCOUNT FILE
      * (DORFILE, FROM HOMEWORK003), BOTH IN KEY SEQUENCE, AND PRICES
      * EVERY ACCOUNT FROM THE PER-CURRENCY FEE SCHEDULE CARDS
      * (FEESCHD: MAINTENANCE FEE, DORMANT FEE, MINIMUM-BALANCE
      * WAIVER):
      *   - A DORMANT ACCOUNT IS CHARGED THE DORMANT FEE IN PLACE OF
      *     THE MAINTENANCE FEE; ANY OTHER ACCOUNT THE MAINTENANCE FEE;
      *   - EITHER FEE IS WAIVED WHEN THE BALANCE IS AT OR ABOVE THE
      *     CURRENCY'S MINIMUM-BALANCE WAIVER (A ZERO WAIVER MEANS NO
      *     WAIVER), WHEN THE TARIFF FEE IS ZERO, OR WHEN THE
      *     CURRENCY HAS NO SCHEDULE CARD.
      * EACH FEE IS WRITTEN AS A DEBIT 'A' ADJUSTMENT (NEGATIVE
      * AMOUNT, TODAY'S JULIAN VALUE DATE, BLANK TARGET CURRENCY) ON
      * THE FEE TRANSACTION FILE (FEETRN) IN KEY SEQUENCE, WITH ITS
      * OWN CONTROL CARD (FEECTL: COUNT, DEBIT HASH, CREDIT HASH), SO
      * HW003PST POSTS IT AS ITS FINTRN/TRNCTL PAIR THROUGH THE
      * NORMAL EDITS, CREDIT-LIMIT CHECK AND HASH RECONCILIATION. THE
      * FEE REGISTER (FEERPT) LISTS EVERY ACCOUNT CHARGED OR WAIVED
      * WITH THE REASON, AND THE FEES PER CURRENCY. THE STEP IS HELD
      * (RETURN CODE 16) UNTIL HOMEWORK003 HAS POSTED A CLEAN FINISH
      * FOR TODAY. RETURN CODES: 00 CLEAN, 04 NO SCHEDULE CARDS OR
      * DORMANT RECORDS OUT OF SEQUENCE, 12 I/O FAILURE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/14/2026  EZD  ORIGINAL VERSION.
      * 10/16/2026  EZD  COLUMN HEADINGS REALIGNED OVER THE DETAIL LINE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MASTER-FILE
                   ASSIGN TO SEQMAST
                   FILE STATUS IS FS-MASTER-FILE.

               SELECT OPTIONAL DORMANT-FILE
                   ASSIGN TO DORFILE
                   FILE STATUS IS FS-DORMANT-FILE.

               SELECT OPTIONAL FEE-SCHEDULE-FILE
                   ASSIGN TO FEESCHD
                   FILE STATUS IS FS-FEE-SCHEDULE.

               SELECT FEE-TRANSACTION-FILE
                   ASSIGN TO FEETRN
                   FILE STATUS IS FS-FEE-TRANSACTION.

               SELECT FEE-CONTROL-FILE
                   ASSIGN TO FEECTL
                   FILE STATUS IS FS-FEE-CONTROL.

               SELECT FEE-PRINT-FILE
                   ASSIGN TO FEERPT
                   FILE STATUS IS FS-FEE-PRINT.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.

               SELECT OPTIONAL SEQ-PARM-FILE
                   ASSIGN TO SEQPARM
                   FILE STATUS IS FS-SEQ-PARM.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * MASTER-FILE - CURRENT CUSTOMER MASTER IN THE CLASSIC 62-BYTE
      * SEQUENTIAL IMAGE: THE HW003UNL UNLOAD OF THE INDEXED MASTER,
      * IN KEY SEQUENCE.
      *-----------------------------------------------------------------
           FD  MASTER-FILE.
           01  MST-REC.
               05  MST-KEY.
                   10  MST-CUSTOMER-ID   PIC 9(05).
                   10  MST-CURRENCY-KEY  PIC 9(03).
               05  MST-FIRST-NAME        PIC X(15).
               05  MST-LAST-NAME         PIC X(15).
               05  MST-LAST-ORDER-DATE   PIC 9(07).
               05  MST-BALANCE           PIC S9(15)V99.

      *-----------------------------------------------------------------
      * DORMANT-FILE - AS WRITTEN BY HOMEWORK003, IN KEY SEQUENCE
      *-----------------------------------------------------------------
           FD  DORMANT-FILE.
           01  DOR-REC.
               05  DOR-KEY.
                   10  DOR-CUSTOMER-ID   PIC 9(05).
                   10  DOR-CURRENCY-KEY  PIC 9(03).
               05  DOR-FIRST-NAME        PIC X(15).
               05  DOR-LAST-NAME         PIC X(15).
               05  DOR-LAST-ORDER-DATE   PIC 9(07).
               05  DOR-DAYS-INACTIVE     PIC 9(05).

      *-----------------------------------------------------------------
      * FEE-SCHEDULE-FILE - ONE CARD PER CURRENCY: MONTHLY
      * MAINTENANCE FEE, DORMANT-ACCOUNT FEE AND THE MINIMUM BALANCE
      * AT OR ABOVE WHICH THE FEE IS WAIVED (ZERO = NEVER WAIVED).
      *-----------------------------------------------------------------
           FD  FEE-SCHEDULE-FILE.
           01  FSC-REC.
               05  FSC-CURRENCY-KEY      PIC 9(03).
               05  FSC-MAINTENANCE-FEE   PIC 9(07)V99.
               05  FSC-DORMANT-FEE       PIC 9(07)V99.
               05  FSC-WAIVER-BALANCE    PIC 9(15)V99.

      *-----------------------------------------------------------------
      * FEE-TRANSACTION-FILE - THE FEES AS HW003PST FIN-REC
      * TRANSACTIONS. KEEP THE LAYOUT IN STEP WITH HW003PST.
      *-----------------------------------------------------------------
           FD  FEE-TRANSACTION-FILE.
           01  FIN-REC.
               05  FIN-ACTION            PIC X(01).
               05  FIN-KEY.
                   10  FIN-CUSTOMER-ID   PIC 9(05).
                   10  FIN-CURRENCY-KEY  PIC 9(03).
               05  FIN-AMOUNT            PIC S9(15)V99.
               05  FIN-VALUE-DATE        PIC 9(07).
               05  FIN-TARGET-CURRENCY-KEY
                                         PIC X(03).

      *-----------------------------------------------------------------
      * FEE-CONTROL-FILE - TRANSACTION CONTROL CARD FOR THE FEE FILE,
      * SAME LAYOUT AS THE HW003PST TRNCTL CARD (DEBITS CARRIED AS A
      * NEGATIVE HASH).
      *-----------------------------------------------------------------
           FD  FEE-CONTROL-FILE.
           01  TCT-REC.
               05  TCT-EXPECTED-COUNT    PIC 9(09).
               05  TCT-EXPECTED-DEBITS   PIC S9(15)V99.
               05  TCT-EXPECTED-CREDITS  PIC S9(15)V99.

      *-----------------------------------------------------------------
      * FEE-PRINT-FILE - PRINTED FEE REGISTER
      *-----------------------------------------------------------------
           FD  FEE-PRINT-FILE.
           01  FEE-PRT-LINE              PIC X(132).

      *-----------------------------------------------------------------
      * RUN-CONTROL-FILE - SHARED STEP-SEQUENCING DATASET: ONE 'S'
      * RECORD AT STEP START AND ONE 'E' RECORD AT CLEAN END PER STEP.
      * LAYOUT MUST STAY IN STEP ACROSS THE WHOLE STREAM.
      *-----------------------------------------------------------------
           FD  RUN-CONTROL-FILE.
           01  RC-REC.
               05  RC-RUN-DATE           PIC 9(08).
               05  RC-BATCH-ID           PIC X(10).
               05  RC-STEP-NAME          PIC X(12).
               05  RC-EVENT              PIC X(01).
                   88  RC-EVENT-START        VALUE 'S'.
                   88  RC-EVENT-END          VALUE 'E'.
               05  RC-RETURN-CODE        PIC 9(02).
               05  RC-EVENT-TIME         PIC 9(08).

      *-----------------------------------------------------------------
      * SEQ-PARM-FILE - OPTIONAL SEQUENCING TOLERANCE CARD: HIGHEST
      * PREDECESSOR RETURN CODE THIS STEP WILL PROCEED PAST. DEFAULT
      * 04, SO WARNINGS PASS AND A CONTROL-TOTAL MISMATCH (08) HOLDS.
      *-----------------------------------------------------------------
           FD  SEQ-PARM-FILE.
           01  SEQ-PARM-REC.
               05  SEQ-PARM-MAX-RC       PIC 9(02).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
      *-----------------------------------------------------------------
           01  FILE-STATUSES.
               05  FS-MASTER-FILE        PIC XX.
               05  FS-DORMANT-FILE       PIC XX.
               05  FS-FEE-SCHEDULE       PIC XX.
               05  FS-FEE-TRANSACTION    PIC XX.
               05  FS-FEE-CONTROL        PIC XX.
               05  FS-FEE-PRINT          PIC XX.
               05  FS-RUN-CONTROL        PIC XX.
               05  FS-SEQ-PARM           PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-FSC-EOF-FLAG           PIC X VALUE 'N'.
               88  FEE-SCHEDULE-EOF          VALUE 'Y'.

           01  SW-RC-EOF-FLAG            PIC X VALUE 'N'.
               88  RUN-CONTROL-EOF           VALUE 'Y'.

           01  SW-PRED-FOUND-FLAG        PIC X VALUE 'N'.
               88  PREDECESSOR-FINISHED      VALUE 'Y'.
               88  PREDECESSOR-NOT-FINISHED  VALUE 'N'.

           01  SW-SCHEDULE-FOUND-FLAG    PIC X VALUE 'N'.
               88  SCHEDULE-FOUND            VALUE 'Y'.
               88  SCHEDULE-NOT-FOUND        VALUE 'N'.

           01  SW-DORMANT-FLAG           PIC X VALUE 'N'.
               88  ACCOUNT-DORMANT           VALUE 'Y'.
               88  ACCOUNT-ACTIVE            VALUE 'N'.

      *-----------------------------------------------------------------
      * STEP-SEQUENCING WORK FIELDS. RETURN CODE 16 (HELD -
      * PREDECESSOR MISSING OR FAILED) IS DISTINCT FROM THE GRADUATED
      * 00/04/08/12 SCHEME THE STEPS THEMSELVES SET.
      *-----------------------------------------------------------------
           77  WS-RUN-TIME               PIC 9(08).
           77  WS-THIS-STEP              PIC X(12) VALUE 'HW003FEE'.
           77  WS-PREDECESSOR-STEP       PIC X(12) VALUE 'HOMEWORK003'.
           77  WS-MAX-PRED-RC            PIC 9(02) VALUE 04.
           77  WS-PRED-LAST-RC           PIC 9(02) VALUE ZERO.
           77  WS-FINAL-RC               PIC 9(02) VALUE ZERO.
           77  WS-HIGHEST-RC             PIC 9(02) VALUE ZERO.
           77  WS-PENDING-RC             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN DATE - CALENDAR FORM FOR THE REPORT, JULIAN (YYYYDDD) FOR
      * THE FEE TRANSACTIONS' VALUE DATE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-TODAY-JULIAN           PIC 9(07).

      *-----------------------------------------------------------------
      * FEE SCHEDULE TABLE - LOADED FROM FEE-SCHEDULE-FILE AT STARTUP,
      * WITH THE RUN'S CHARGED/WAIVED COUNTS AND FEES PER CURRENCY
      *-----------------------------------------------------------------
           01  FSC-TABLE.
               05  FSC-COUNT             PIC 9(03) COMP VALUE ZERO.
               05  FSC-ENTRY OCCURS 50 TIMES.
                   10  FSC-TBL-CURRENCY      PIC 9(03).
                   10  FSC-TBL-MAINT-FEE     PIC 9(07)V99.
                   10  FSC-TBL-DORMANT-FEE   PIC 9(07)V99.
                   10  FSC-TBL-WAIVER        PIC 9(15)V99.
                   10  FSC-TBL-CHARGED       PIC 9(09) COMP.
                   10  FSC-TBL-WAIVED        PIC 9(09) COMP.
                   10  FSC-TBL-FEE-TOTAL     PIC S9(15)V99.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * HOLD AREAS - ONE RECORD OF LOOK-AHEAD PER INPUT, KEY HOLDS AT
      * HIGH-VALUES AT END OF FILE (SAME PATTERN AS HW003LMR).
      *-----------------------------------------------------------------
           01  WS-MST-HOLD-RECORD.
               05  WS-MST-HOLD-KEY.
                   10  WS-MST-HOLD-CUSTOMER  PIC X(05).
                   10  WS-MST-HOLD-CCY   PIC X(03).
               05  WS-MST-HOLD-FIRST     PIC X(15).
               05  WS-MST-HOLD-LAST      PIC X(15).
               05  WS-MST-HOLD-ORDER     PIC 9(07).
               05  WS-MST-HOLD-BALANCE   PIC S9(15)V99.

           01  WS-DOR-HOLD-KEY           PIC X(08).
           01  WS-DOR-PREV-KEY           PIC X(08) VALUE LOW-VALUES.

      *-----------------------------------------------------------------
      * ASSESSMENT WORK FIELDS
      *-----------------------------------------------------------------
           77  WS-FEE-AMOUNT             PIC 9(07)V99 VALUE ZERO.
           77  WS-WAIVER-BALANCE         PIC 9(15)V99 VALUE ZERO.
           01  WS-FEE-TYPE               PIC X(08) VALUE SPACES.
           01  WS-FEE-RESULT             PIC X(07) VALUE SPACES.
           01  WS-FEE-REASON             PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS AND CONTROL TOTALS
      *-----------------------------------------------------------------
           77  WS-MASTER-READ            PIC 9(09) COMP VALUE ZERO.
           77  WS-DORMANT-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-DORMANT-MATCHED        PIC 9(09) COMP VALUE ZERO.
           77  WS-DORMANT-NO-MASTER      PIC 9(09) COMP VALUE ZERO.
           77  WS-DORMANT-OUT-OF-SEQ     PIC 9(09) COMP VALUE ZERO.
           77  WS-ACCOUNTS-CHARGED       PIC 9(09) COMP VALUE ZERO.
           77  WS-ACCOUNTS-WAIVED        PIC 9(09) COMP VALUE ZERO.
           77  WS-NO-SCHEDULE-COUNT      PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANSACTIONS-WRITTEN   PIC 9(09) COMP VALUE ZERO.
           77  WS-DEBIT-HASH             PIC S9(15)V99 VALUE ZERO.
           77  WS-CREDIT-HASH            PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINTED REPORT WORK FIELDS AND LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003FEE'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'MONTHLY FEE REGISTER     '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(08) VALUE 'CUST ID'.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(21) VALUE
                       '            BALANCE'.
               05  FILLER                PIC X(10) VALUE 'FEE TYPE'.
               05  FILLER                PIC X(15) VALUE
                       '          FEE'.
               05  FILLER                PIC X(09) VALUE 'RESULT'.
               05  FILLER                PIC X(30) VALUE 'REASON'.

           01  WS-DETAIL-LINE.
               05  WS-DTL-CUST-ID        PIC X(05).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-CCY            PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-BALANCE        PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-FEE-TYPE       PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-FEE            PIC Z(09)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-RESULT         PIC X(07).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-REASON         PIC X(30).

           01  WS-CCY-HEADING-LINE.
               05  FILLER                PIC X(30) VALUE
                       'FEES BY CURRENCY'.

           01  WS-CCY-TOTAL-LINE.
               05  FILLER                PIC X(06) VALUE 'CCY : '.
               05  WS-CTL-CCY            PIC 9(03).
               05  FILLER                PIC X(12) VALUE
                       '  CHARGED : '.
               05  WS-CTL-CHARGED        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(11) VALUE
                       '  WAIVED : '.
               05  WS-CTL-WAIVED         PIC ZZZZZZZZ9.
               05  FILLER                PIC X(09) VALUE '  FEES : '.
               05  WS-CTL-FEES           PIC Z(15)9.99.

           01  WS-REPORT-TOTAL-LINE.
               05  FILLER                PIC X(10) VALUE 'CHARGED : '.
               05  WS-RPT-CHARGED        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(12) VALUE
                       '   WAIVED : '.
               05  WS-RPT-WAIVED         PIC ZZZZZZZZ9.
               05  FILLER                PIC X(18) VALUE
                       '   TOTAL DEBITS : '.
               05  WS-RPT-DEBITS         PIC -(15)9.99.

           01  WS-BLANK-LINE             PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
      * I/O STATUS CHECKING AND ABEND WORK FIELDS
      *-----------------------------------------------------------------
           01  WS-IO-FILE-NAME           PIC X(16).
           01  WS-IO-STATUS.
               05  WS-IO-STATUS-1        PIC X(01).
               05  WS-IO-STATUS-2        PIC X(01).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * 0000-MAINLINE
      *-----------------------------------------------------------------
           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 2000-ASSESS-FEES THRU 2000-EXIT
               PERFORM 7000-WRITE-CONTROL-CARD THRU 7000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9600-SET-RETURN-CODE THRU 9600-EXIT
               PERFORM 9700-STAMP-STEP-END THRU 9700-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               STOP RUN.

      ******************************************************************
      * 1000 - INITIALIZATION
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-TODAY-JULIAN FROM DAY YYYYDDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 1050-CHECK-PREDECESSOR THRU 1050-EXIT
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               PERFORM 1500-LOAD-FEE-SCHEDULE THRU 1500-EXIT
               OPEN INPUT MASTER-FILE
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN INPUT DORMANT-FILE
               MOVE 'DORMANT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-DORMANT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT FEE-TRANSACTION-FILE
               MOVE 'FEE-TRANSACTION' TO WS-IO-FILE-NAME
               MOVE FS-FEE-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT FEE-CONTROL-FILE
               MOVE 'FEE-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-FEE-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT FEE-PRINT-FILE
               MOVE 'FEE-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-FEE-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               PERFORM 2110-READ-MASTER THRU 2110-EXIT
               PERFORM 2120-READ-DORMANT THRU 2120-EXIT.
           1000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1050 - SEQUENCING GUARD: SCAN THE RUN-CONTROL FILE FOR THE
      * PREDECESSOR'S CLEAN-END RECORD FOR TODAY (THE LAST ONE WINS
      * WHEN THE PREDECESSOR RERAN). NO RECORD, OR A RECORDED RETURN
      * CODE ABOVE THE ACCEPTED TOLERANCE, HOLDS THIS STEP WITH
      * RETURN CODE 16. KEEP IN STEP WITH THE OTHER GUARDED STEPS.
      *-----------------------------------------------------------------
           1050-CHECK-PREDECESSOR.
               PERFORM 1060-READ-SEQ-TOLERANCE THRU 1060-EXIT
               OPEN INPUT RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-RUN-CONTROL = '00'
                   PERFORM 1055-SCAN-ONE-RC-RECORD THRU 1055-EXIT
                       UNTIL RUN-CONTROL-EOF
               END-IF
               CLOSE RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF PREDECESSOR-NOT-FINISHED
                   DISPLAY '*** STEP ' WS-THIS-STEP ' HELD - NO '
                       'CLEAN FINISH FOR ' WS-PREDECESSOR-STEP
                       ' ON ' WS-TODAY ' ON THE RUN-CONTROL FILE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-PRED-LAST-RC > WS-MAX-PRED-RC
                   DISPLAY '*** STEP ' WS-THIS-STEP ' HELD - '
                       WS-PREDECESSOR-STEP ' FINISHED WITH RETURN '
                       'CODE ' WS-PRED-LAST-RC ' (HIGHEST ACCEPTED '
                       WS-MAX-PRED-RC ') ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
           1050-EXIT.
               EXIT.

           1055-SCAN-ONE-RC-RECORD.
               READ RUN-CONTROL-FILE
                   AT END
                       SET RUN-CONTROL-EOF TO TRUE
                   NOT AT END
                       IF RC-RUN-DATE = WS-TODAY
                           AND RC-STEP-NAME = WS-PREDECESSOR-STEP
                           AND RC-EVENT-END
                           SET PREDECESSOR-FINISHED TO TRUE
                           MOVE RC-RETURN-CODE TO WS-PRED-LAST-RC
                       END-IF
               END-READ
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1055-EXIT.
               EXIT.

           1060-READ-SEQ-TOLERANCE.
               OPEN INPUT SEQ-PARM-FILE
               MOVE 'SEQ-PARM-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SEQ-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-SEQ-PARM = '00'
                   READ SEQ-PARM-FILE
                   MOVE 'SEQ-PARM-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-SEQ-PARM TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
                   IF FS-SEQ-PARM = '00'
                       AND SEQ-PARM-MAX-RC NUMERIC
                       MOVE SEQ-PARM-MAX-RC TO WS-MAX-PRED-RC
                   END-IF
                   CLOSE SEQ-PARM-FILE
               END-IF.
           1060-EXIT.
               EXIT.

           1070-STAMP-STEP-START.
               OPEN EXTEND RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               MOVE WS-TODAY TO RC-RUN-DATE
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-START TO TRUE
               MOVE WS-RUN-TIME TO RC-EVENT-TIME
               MOVE ZERO TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1070-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1500 - FEE SCHEDULE CARDS. WITH NO CARDS NOTHING IS CHARGED
      * AND EVERY ACCOUNT IS LISTED AS WAIVED (RETURN CODE 04).
      *-----------------------------------------------------------------
           1500-LOAD-FEE-SCHEDULE.
               OPEN INPUT FEE-SCHEDULE-FILE
               MOVE 'FEE-SCHEDULE' TO WS-IO-FILE-NAME
               MOVE FS-FEE-SCHEDULE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-FEE-SCHEDULE = '00'
                   PERFORM 1510-LOAD-ONE-FEE-CARD THRU 1510-EXIT
                       UNTIL FEE-SCHEDULE-EOF
                   CLOSE FEE-SCHEDULE-FILE
               END-IF
               IF FSC-COUNT = ZERO
                   DISPLAY '*** NO FEE SCHEDULE CARDS LOADED - '
                       'NO FEES WILL BE CHARGED THIS RUN ***'
                   MOVE 04 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               END-IF.
           1500-EXIT.
               EXIT.

           1510-LOAD-ONE-FEE-CARD.
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET FEE-SCHEDULE-EOF TO TRUE
                   NOT AT END
                       IF FSC-COUNT < 50
                           ADD 1 TO FSC-COUNT
                           MOVE FSC-CURRENCY-KEY
                               TO FSC-TBL-CURRENCY(FSC-COUNT)
                           MOVE FSC-MAINTENANCE-FEE
                               TO FSC-TBL-MAINT-FEE(FSC-COUNT)
                           MOVE FSC-DORMANT-FEE
                               TO FSC-TBL-DORMANT-FEE(FSC-COUNT)
                           MOVE FSC-WAIVER-BALANCE
                               TO FSC-TBL-WAIVER(FSC-COUNT)
                           MOVE ZERO TO FSC-TBL-CHARGED(FSC-COUNT)
                           MOVE ZERO TO FSC-TBL-WAIVED(FSC-COUNT)
                           MOVE ZERO TO FSC-TBL-FEE-TOTAL(FSC-COUNT)
                       ELSE
                           DISPLAY '*** FSC-TABLE FULL - CARD '
                               'IGNORED FOR CCY ' FSC-CURRENCY-KEY
                               ' ***'
                       END-IF
               END-READ
               MOVE 'FEE-SCHEDULE' TO WS-IO-FILE-NAME
               MOVE FS-FEE-SCHEDULE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1510-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - MATCH THE MASTER AGAINST THE DORMANT FILE ON KEY. EVERY
      * MASTER ACCOUNT IS ASSESSED; A DORMANT RECORD WITH NO MASTER
      * ACCOUNT IS COUNTED AND PASSED OVER.
      ******************************************************************
           2000-ASSESS-FEES.
               PERFORM 2100-MATCH-ONE-KEY THRU 2100-EXIT
                   UNTIL WS-MST-HOLD-KEY = HIGH-VALUES
                       AND WS-DOR-HOLD-KEY = HIGH-VALUES.
           2000-EXIT.
               EXIT.

           2100-MATCH-ONE-KEY.
               IF WS-DOR-HOLD-KEY < WS-MST-HOLD-KEY
                   ADD 1 TO WS-DORMANT-NO-MASTER
                   PERFORM 2120-READ-DORMANT THRU 2120-EXIT
                   GO TO 2100-EXIT
               END-IF
               IF WS-DOR-HOLD-KEY = WS-MST-HOLD-KEY
                   SET ACCOUNT-DORMANT TO TRUE
                   ADD 1 TO WS-DORMANT-MATCHED
                   PERFORM 2300-ASSESS-ONE-ACCOUNT THRU 2300-EXIT
                   PERFORM 2110-READ-MASTER THRU 2110-EXIT
                   PERFORM 2120-READ-DORMANT THRU 2120-EXIT
                   GO TO 2100-EXIT
               END-IF
               SET ACCOUNT-ACTIVE TO TRUE
               PERFORM 2300-ASSESS-ONE-ACCOUNT THRU 2300-EXIT
               PERFORM 2110-READ-MASTER THRU 2110-EXIT.
           2100-EXIT.
               EXIT.

           2110-READ-MASTER.
               READ MASTER-FILE INTO WS-MST-HOLD-RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-MST-HOLD-KEY
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
               END-READ
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2110-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2120 - NEXT DORMANT KEY. A KEY NOT ABOVE THE LAST ONE READ IS
      * OUT OF SEQUENCE AND SKIPPED WITH A WARNING, SO THE MATCH
      * NEVER LOSES ITS PLACE ON THE MASTER.
      *-----------------------------------------------------------------
           2120-READ-DORMANT.
               READ DORMANT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-DOR-HOLD-KEY
                   NOT AT END
                       ADD 1 TO WS-DORMANT-READ
                       MOVE DOR-KEY TO WS-DOR-HOLD-KEY
               END-READ
               MOVE 'DORMANT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-DORMANT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF WS-DOR-HOLD-KEY = HIGH-VALUES
                   GO TO 2120-EXIT
               END-IF
               IF WS-DOR-HOLD-KEY NOT > WS-DOR-PREV-KEY
                   DISPLAY '*** DORMANT RECORD OUT OF SEQUENCE - KEY '
                       WS-DOR-HOLD-KEY ' SKIPPED ***'
                   ADD 1 TO WS-DORMANT-OUT-OF-SEQ
                   MOVE 04 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
                   GO TO 2120-READ-DORMANT
               END-IF
               MOVE WS-DOR-HOLD-KEY TO WS-DOR-PREV-KEY.
           2120-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2300 - PRICE ONE ACCOUNT FROM ITS CURRENCY'S SCHEDULE CARD AND
      * EITHER WRITE THE FEE TRANSACTION OR RECORD WHY IT WAS WAIVED
      *-----------------------------------------------------------------
           2300-ASSESS-ONE-ACCOUNT.
               MOVE ZERO TO WS-FEE-AMOUNT
               IF ACCOUNT-DORMANT
                   MOVE 'DORMANT' TO WS-FEE-TYPE
               ELSE
                   MOVE 'SERVICE' TO WS-FEE-TYPE
               END-IF
               PERFORM 2310-FIND-SCHEDULE THRU 2310-EXIT
               IF SCHEDULE-NOT-FOUND
                   MOVE 'WAIVED' TO WS-FEE-RESULT
                   MOVE 'NO FEE SCHEDULE FOR CURRENCY' TO WS-FEE-REASON
                   ADD 1 TO WS-NO-SCHEDULE-COUNT
                   ADD 1 TO WS-ACCOUNTS-WAIVED
                   PERFORM 2500-PRINT-DETAIL-LINE THRU 2500-EXIT
                   GO TO 2300-EXIT
               END-IF
               IF ACCOUNT-DORMANT
                   MOVE FSC-TBL-DORMANT-FEE(WS-FOUND-INDEX)
                       TO WS-FEE-AMOUNT
               ELSE
                   MOVE FSC-TBL-MAINT-FEE(WS-FOUND-INDEX)
                       TO WS-FEE-AMOUNT
               END-IF
               MOVE FSC-TBL-WAIVER(WS-FOUND-INDEX) TO WS-WAIVER-BALANCE
               MOVE 'WAIVED' TO WS-FEE-RESULT
               IF WS-FEE-AMOUNT = ZERO
                   MOVE 'NO FEE ON TARIFF' TO WS-FEE-REASON
                   PERFORM 2400-COUNT-WAIVED THRU 2400-EXIT
                   GO TO 2300-EXIT
               END-IF
               IF WS-WAIVER-BALANCE > ZERO
                   AND WS-MST-HOLD-BALANCE NOT < WS-WAIVER-BALANCE
                   MOVE 'MINIMUM BALANCE MET' TO WS-FEE-REASON
                   PERFORM 2400-COUNT-WAIVED THRU 2400-EXIT
                   GO TO 2300-EXIT
               END-IF
               MOVE 'CHARGED' TO WS-FEE-RESULT
               IF ACCOUNT-DORMANT
                   MOVE 'DORMANT ACCOUNT FEE' TO WS-FEE-REASON
               ELSE
                   MOVE 'MONTHLY MAINTENANCE FEE' TO WS-FEE-REASON
               END-IF
               PERFORM 2600-WRITE-FEE-TRANSACTION THRU 2600-EXIT
               ADD 1 TO WS-ACCOUNTS-CHARGED
               ADD 1 TO FSC-TBL-CHARGED(WS-FOUND-INDEX)
               ADD WS-FEE-AMOUNT TO FSC-TBL-FEE-TOTAL(WS-FOUND-INDEX)
               PERFORM 2500-PRINT-DETAIL-LINE THRU 2500-EXIT.
           2300-EXIT.
               EXIT.

           2310-FIND-SCHEDULE.
               SET SCHEDULE-NOT-FOUND TO TRUE
               PERFORM 2320-COMPARE-SCHEDULE THRU 2320-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > FSC-COUNT
                       OR SCHEDULE-FOUND.
           2310-EXIT.
               EXIT.

           2320-COMPARE-SCHEDULE.
               IF FSC-TBL-CURRENCY(WS-SUBSCRIPT) = WS-MST-HOLD-CCY
                   SET SCHEDULE-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           2320-EXIT.
               EXIT.

           2400-COUNT-WAIVED.
               ADD 1 TO WS-ACCOUNTS-WAIVED
               ADD 1 TO FSC-TBL-WAIVED(WS-FOUND-INDEX)
               PERFORM 2500-PRINT-DETAIL-LINE THRU 2500-EXIT.
           2400-EXIT.
               EXIT.

           2500-PRINT-DETAIL-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WS-MST-HOLD-CUSTOMER TO WS-DTL-CUST-ID
               MOVE WS-MST-HOLD-CCY TO WS-DTL-CCY
               MOVE WS-MST-HOLD-BALANCE TO WS-DTL-BALANCE
               MOVE WS-FEE-TYPE TO WS-DTL-FEE-TYPE
               MOVE WS-FEE-AMOUNT TO WS-DTL-FEE
               MOVE WS-FEE-RESULT TO WS-DTL-RESULT
               MOVE WS-FEE-REASON TO WS-DTL-REASON
               WRITE FEE-PRT-LINE FROM WS-DETAIL-LINE
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           2500-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2600 - THE FEE AS A DEBIT ADJUSTMENT: NEGATIVE AMOUNT, VALUE
      * DATE TODAY, NO TARGET CURRENCY. THE MASTER IS IN KEY ORDER, SO
      * THE FEE FILE IS TOO.
      *-----------------------------------------------------------------
           2600-WRITE-FEE-TRANSACTION.
               MOVE 'A' TO FIN-ACTION
               MOVE WS-MST-HOLD-KEY TO FIN-KEY
               COMPUTE FIN-AMOUNT = ZERO - WS-FEE-AMOUNT
               MOVE WS-TODAY-JULIAN TO FIN-VALUE-DATE
               MOVE SPACES TO FIN-TARGET-CURRENCY-KEY
               WRITE FIN-REC
               MOVE 'FEE-TRANSACTION' TO WS-IO-FILE-NAME
               MOVE FS-FEE-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-TRANSACTIONS-WRITTEN
               ADD FIN-AMOUNT TO WS-DEBIT-HASH.
           2600-EXIT.
               EXIT.

      ******************************************************************
      * 7000 - THE FEE FILE'S CONTROL CARD: COUNT AND HASH TOTALS IN
      * THE HW003PST TRNCTL CONVENTION. FEES ARE ALL DEBITS, SO THE
      * CREDIT HASH IS ZERO.
      ******************************************************************
           7000-WRITE-CONTROL-CARD.
               MOVE WS-TRANSACTIONS-WRITTEN TO TCT-EXPECTED-COUNT
               MOVE WS-DEBIT-HASH TO TCT-EXPECTED-DEBITS
               MOVE WS-CREDIT-HASH TO TCT-EXPECTED-CREDITS
               WRITE TCT-REC
               MOVE 'FEE-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-FEE-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           7000-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - REGISTER TOTALS AND CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               WRITE FEE-PRT-LINE FROM WS-BLANK-LINE
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               WRITE FEE-PRT-LINE FROM WS-CCY-HEADING-LINE
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               PERFORM 8100-PRINT-CCY-TOTAL THRU 8100-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > FSC-COUNT
               MOVE WS-ACCOUNTS-CHARGED TO WS-RPT-CHARGED
               MOVE WS-ACCOUNTS-WAIVED TO WS-RPT-WAIVED
               MOVE WS-DEBIT-HASH TO WS-RPT-DEBITS
               WRITE FEE-PRT-LINE FROM WS-REPORT-TOTAL-LINE
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               CLOSE MASTER-FILE
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE DORMANT-FILE
               MOVE 'DORMANT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-DORMANT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE FEE-TRANSACTION-FILE
               MOVE 'FEE-TRANSACTION' TO WS-IO-FILE-NAME
               MOVE FS-FEE-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE FEE-CONTROL-FILE
               MOVE 'FEE-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-FEE-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE FEE-PRINT-FILE
               MOVE 'FEE-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-FEE-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

           8100-PRINT-CCY-TOTAL.
               MOVE FSC-TBL-CURRENCY(WS-SUBSCRIPT) TO WS-CTL-CCY
               MOVE FSC-TBL-CHARGED(WS-SUBSCRIPT) TO WS-CTL-CHARGED
               MOVE FSC-TBL-WAIVED(WS-SUBSCRIPT) TO WS-CTL-WAIVED
               MOVE FSC-TBL-FEE-TOTAL(WS-SUBSCRIPT) TO WS-CTL-FEES
               WRITE FEE-PRT-LINE FROM WS-CCY-TOTAL-LINE
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT.
           8100-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - FEE REGISTER PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE FEE-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               WRITE FEE-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-FEE-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9600 - GRADUATED RETURN CODE (WARNINGS RAISED AS THEY OCCUR)
      ******************************************************************
           9600-SET-RETURN-CODE.
               MOVE WS-HIGHEST-RC TO WS-FINAL-RC.
           9600-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - APPEND THE END RECORD TO THE RUN-CONTROL FILE
      ******************************************************************
           9700-STAMP-STEP-END.
               OPEN EXTEND RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               MOVE WS-TODAY TO RC-RUN-DATE
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-END TO TRUE
               ACCEPT RC-EVENT-TIME FROM TIME
               MOVE WS-FINAL-RC TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               DISPLAY 'HW003FEE ENDED - RETURN CODE ' WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003FEE RUN SUMMARY'
               DISPLAY '  SCHEDULE CARDS      : ' FSC-COUNT
               DISPLAY '  MASTER ACCOUNTS     : ' WS-MASTER-READ
               DISPLAY '  DORMANT RECORDS     : ' WS-DORMANT-READ
               DISPLAY '  DORMANT MATCHED     : ' WS-DORMANT-MATCHED
               DISPLAY '  DORMANT, NO MASTER  : ' WS-DORMANT-NO-MASTER
               DISPLAY '  DORMANT OUT OF SEQ  : '
                   WS-DORMANT-OUT-OF-SEQ
               DISPLAY '  ACCOUNTS CHARGED    : ' WS-ACCOUNTS-CHARGED
               DISPLAY '  ACCOUNTS WAIVED     : ' WS-ACCOUNTS-WAIVED
               DISPLAY '  NO SCHEDULE FOR CCY : ' WS-NO-SCHEDULE-COUNT
               DISPLAY '  FEE TRANSACTIONS    : '
                   WS-TRANSACTIONS-WRITTEN
               DISPLAY '  DEBIT HASH          : ' WS-DEBIT-HASH.
           9800-EXIT.
               EXIT.

      ******************************************************************
      * 9900 - I/O STATUS CHECK AND DIAGNOSTIC ABEND PATH
      ******************************************************************
           9900-CHECK-IO-STATUS.
               IF WS-IO-STATUS-1 = '0' OR WS-IO-STATUS = '10'
                   GO TO 9900-EXIT
               END-IF
               DISPLAY '*** I/O ERROR ON ' WS-IO-FILE-NAME
                   ' - FILE STATUS ' WS-IO-STATUS ' ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN.
           9900-EXIT.
               EXIT.

           9920-CHECK-FEE-IO.
               MOVE 'FEE-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-FEE-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
               END-IF.
           9950-EXIT.
               EXIT.
