      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003LMR.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/03/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * CREDIT-LIMIT REVIEW LISTING - COMPANION TO HW003LIM/HW003PST.
      *
      * MATCHES THE CREDIT-LIMIT MASTER (READ IN KEY SEQUENCE)
      * AGAINST THE DAY'S CLOSING BALANCES ON OUT-FILE (ALREADY IN
      * CUSTOMER-ID/CURRENCY-KEY SEQUENCE) AND LISTS EVERY LIMIT
      * THAT NEEDS A CREDIT OFFICER'S ATTENTION:
      *   EXPIRED    - THE APPROVAL HAS LAPSED (HW003PST NOW ALLOWS
      *                THE ACCOUNT NO OVERDRAFT AT ALL);
      *   OVER LIMIT - THE BALANCE IS ALREADY BELOW THE LIMIT;
      *   NEAR LIMIT - THE HEADROOM LEFT IS WITHIN THE REVIEW
      *                PERCENTAGE OF THE LIMIT (OPTIONAL LMRPARM
      *                CARD, DEFAULT 10.00 PERCENT);
      *   NO ACCOUNT - A LIMIT IS HELD FOR A KEY WITH NO BALANCE.
      * ACCOUNTS WITH NO LIMIT RECORD ARE NOT LISTED. THE STEP IS
      * HELD (RETURN CODE 16) UNTIL HOMEWORK003 HAS POSTED A CLEAN
      * FINISH FOR TODAY, THE SAME GUARD HW003EXP USES.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/03/2026  EZD  ORIGINAL VERSION.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      * 10/16/2026  EZD  LIMFILE IS OPTIONAL: BEFORE HW003LIM HAS BUILT
      *                  THE MASTER THE LISTING RUNS WITH NO LIMITS
      *                  INSTEAD OF ABENDING ON THE OPEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL LIMIT-FILE
                   ASSIGN TO LIMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LIM-KEY
                   FILE STATUS IS FS-LIMIT-FILE.

               SELECT BALANCE-FILE
                   ASSIGN TO OUTFILE
                   FILE STATUS IS FS-BALANCE-FILE.

               SELECT OPTIONAL LMR-PARM-FILE
                   ASSIGN TO LMRPARM
                   FILE STATUS IS FS-LMR-PARM.

               SELECT LMR-PRINT-FILE
                   ASSIGN TO LMRRPT
                   FILE STATUS IS FS-LMR-PRINT.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.

               SELECT OPTIONAL SEQ-PARM-FILE
                   ASSIGN TO SEQPARM
                   FILE STATUS IS FS-SEQ-PARM.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * LIMIT-FILE - THE INDEXED CREDIT-LIMIT MASTER MAINTAINED BY
      * HW003LIM. KEEP THE LAYOUT IN STEP WITH HW003LIM/HW003PST.
      * A MASTER NOT YET BUILT (OPEN STATUS 05) IS TAKEN AS EMPTY.
      *-----------------------------------------------------------------
           FD  LIMIT-FILE.
           01  LIM-REC.
               05  LIM-KEY.
                   10  LIM-CUSTOMER-ID   PIC 9(05).
                   10  LIM-CURRENCY-KEY  PIC 9(03).
               05  LIM-OVERDRAFT-LIMIT   PIC 9(15)V99.
               05  LIM-EXPIRY-DATE       PIC 9(08).

      *-----------------------------------------------------------------
      * BALANCE-FILE - THE OUT-FILE WRITTEN BY HOMEWORK003
      *-----------------------------------------------------------------
           FD  BALANCE-FILE.
           01  BAL-REC.
               05  BAL-KEY.
                   10  BAL-CUSTOMER-ID   PIC 9(05).
                   10  BAL-CURRENCY-KEY  PIC 9(03).
               05  BAL-FIRST-NAME        PIC X(15).
               05  BAL-LAST-NAME         PIC X(15).
               05  BAL-LAST-ORDER        PIC 9(07).
               05  BAL-BALANCE           PIC S9(15)V99.

      *-----------------------------------------------------------------
      * LMR-PARM-FILE - OPTIONAL REVIEW PERCENTAGE CARD. AN ACCOUNT
      * WHOSE REMAINING HEADROOM IS AT OR UNDER THIS PERCENTAGE OF
      * ITS LIMIT IS LISTED AS NEAR LIMIT. DEFAULT 10.00.
      *-----------------------------------------------------------------
           FD  LMR-PARM-FILE.
           01  LMR-PARM-REC.
               05  LMR-PARM-PERCENT      PIC 9(03)V99.

      *-----------------------------------------------------------------
      * LMR-PRINT-FILE - PRINTED REVIEW LISTING
      *-----------------------------------------------------------------
           FD  LMR-PRINT-FILE.
           01  LMR-PRT-LINE              PIC X(132).

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
               05  FS-LIMIT-FILE         PIC XX.
               05  FS-BALANCE-FILE       PIC XX.
               05  FS-LMR-PARM           PIC XX.
               05  FS-LMR-PRINT          PIC XX.
               05  FS-RUN-CONTROL        PIC XX.
               05  FS-SEQ-PARM           PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-RC-EOF-FLAG            PIC X VALUE 'N'.
               88  RUN-CONTROL-EOF           VALUE 'Y'.

           01  SW-PRED-FOUND-FLAG        PIC X VALUE 'N'.
               88  PREDECESSOR-FINISHED      VALUE 'Y'.
               88  PREDECESSOR-NOT-FINISHED  VALUE 'N'.

           01  SW-LIMIT-FILE-FLAG        PIC X VALUE 'N'.
               88  LIMIT-FILE-PRESENT        VALUE 'Y'.

      *-----------------------------------------------------------------
      * STEP-SEQUENCING WORK FIELDS. RETURN CODE 16 (HELD -
      * PREDECESSOR MISSING OR FAILED) IS DISTINCT FROM THE GRADUATED
      * 00/04/08/12 SCHEME THE STEPS THEMSELVES SET.
      *-----------------------------------------------------------------
           77  WS-RUN-TIME               PIC 9(08).
           77  WS-THIS-STEP              PIC X(12) VALUE 'HW003LMR'.
           77  WS-PREDECESSOR-STEP       PIC X(12) VALUE 'HOMEWORK003'.
           77  WS-MAX-PRED-RC            PIC 9(02) VALUE 04.
           77  WS-PRED-LAST-RC           PIC 9(02) VALUE ZERO.
           77  WS-FINAL-RC               PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN DATE AND REVIEW PERCENTAGE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-REVIEW-PERCENT         PIC 9(03)V99 VALUE 10.00.

      *-----------------------------------------------------------------
      * HOLD AREAS - ONE RECORD OF LOOK-AHEAD PER INPUT, KEY HOLDS AT
      * HIGH-VALUES AT END OF FILE (SAME PATTERN AS HW003MNT).
      *-----------------------------------------------------------------
           01  WS-LIM-HOLD-RECORD.
               05  WS-LIM-HOLD-KEY.
                   10  WS-LIM-HOLD-CUSTOMER  PIC X(05).
                   10  WS-LIM-HOLD-CCY   PIC X(03).
               05  WS-LIM-HOLD-LIMIT     PIC 9(15)V99.
               05  WS-LIM-HOLD-EXPIRY    PIC 9(08).

           01  WS-BAL-HOLD-RECORD.
               05  WS-BAL-HOLD-KEY       PIC X(08).
               05  WS-BAL-HOLD-FIRST     PIC X(15).
               05  WS-BAL-HOLD-LAST      PIC X(15).
               05  WS-BAL-HOLD-ORDER     PIC 9(07).
               05  WS-BAL-HOLD-BALANCE   PIC S9(15)V99.

      *-----------------------------------------------------------------
      * REVIEW WORK FIELDS
      *-----------------------------------------------------------------
           77  WS-HEADROOM               PIC S9(15)V99 VALUE ZERO.
           77  WS-REVIEW-BAND            PIC S9(15)V99 VALUE ZERO.
           01  WS-REVIEW-STATUS          PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-LIMITS-READ            PIC 9(09) COMP VALUE ZERO.
           77  WS-BALANCES-READ          PIC 9(09) COMP VALUE ZERO.
           77  WS-EXPIRED-COUNT          PIC 9(09) COMP VALUE ZERO.
           77  WS-OVER-COUNT             PIC 9(09) COMP VALUE ZERO.
           77  WS-NEAR-COUNT             PIC 9(09) COMP VALUE ZERO.
           77  WS-NO-ACCOUNT-COUNT       PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINTED REPORT WORK FIELDS AND LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003LMR'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'CREDIT LIMIT REVIEW      '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(08) VALUE 'CUST ID'.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(22) VALUE
                       '             BALANCE'.
               05  FILLER                PIC X(22) VALUE
                       '     OVERDRAFT LIMIT'.
               05  FILLER                PIC X(10) VALUE 'EXPIRES'.
               05  FILLER                PIC X(22) VALUE
                       '            HEADROOM'.
               05  FILLER                PIC X(10) VALUE 'STATUS'.

           01  WS-DETAIL-LINE.
               05  WS-DTL-CUST-ID        PIC X(05).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-CCY            PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-BALANCE        PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-LIMIT          PIC Z(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-EXPIRY         PIC 9(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-HEADROOM       PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-STATUS         PIC X(10).

           01  WS-REPORT-TOTAL-LINE.
               05  FILLER                PIC X(10) VALUE 'EXPIRED : '.
               05  WS-RPT-EXPIRED        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(16) VALUE
                       '   OVER LIMIT : '.
               05  WS-RPT-OVER           PIC ZZZZZZZZ9.
               05  FILLER                PIC X(16) VALUE
                       '   NEAR LIMIT : '.
               05  WS-RPT-NEAR           PIC ZZZZZZZZ9.
               05  FILLER                PIC X(16) VALUE
                       '   NO ACCOUNT : '.
               05  WS-RPT-NO-ACCOUNT     PIC ZZZZZZZZ9.
               05  FILLER                PIC X(14) VALUE
                       '   REVIEW % : '.
               05  WS-RPT-PERCENT        PIC ZZ9.99.

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
               PERFORM 2000-REVIEW-LIMITS THRU 2000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9700-STAMP-STEP-END THRU 9700-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               STOP RUN.

      ******************************************************************
      * 1000 - INITIALIZATION
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 1050-CHECK-PREDECESSOR THRU 1050-EXIT
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               OPEN INPUT LIMIT-FILE
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-LIMIT-FILE = '00'
                   SET LIMIT-FILE-PRESENT TO TRUE
               ELSE
                   DISPLAY '*** NO CREDIT-LIMIT FILE - NO LIMITS '
                       'TO REVIEW ***'
               END-IF
               OPEN INPUT BALANCE-FILE
               MOVE 'OUT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BALANCE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT LMR-PRINT-FILE
               MOVE 'LMR-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-LMR-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               PERFORM 2110-READ-LIMIT THRU 2110-EXIT
               PERFORM 2120-READ-BALANCE THRU 2120-EXIT.
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

           1300-READ-PARM-CARD.
               OPEN INPUT LMR-PARM-FILE
               MOVE 'LMR-PARM-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LMR-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-LMR-PARM = '00'
                   READ LMR-PARM-FILE
                   MOVE 'LMR-PARM-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-LMR-PARM TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
                   IF FS-LMR-PARM = '00'
                       AND LMR-PARM-PERCENT NUMERIC
                       MOVE LMR-PARM-PERCENT TO WS-REVIEW-PERCENT
                   END-IF
                   CLOSE LMR-PARM-FILE
               END-IF.
           1300-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - MATCH THE LIMIT FILE AGAINST THE BALANCES ON KEY. A
      * BALANCE WITH NO LIMIT IS PASSED OVER; A LIMIT WITH NO
      * BALANCE IS LISTED AS NO ACCOUNT.
      ******************************************************************
           2000-REVIEW-LIMITS.
               PERFORM 2100-MATCH-ONE-KEY THRU 2100-EXIT
                   UNTIL WS-LIM-HOLD-KEY = HIGH-VALUES
                       AND WS-BAL-HOLD-KEY = HIGH-VALUES.
           2000-EXIT.
               EXIT.

           2100-MATCH-ONE-KEY.
               IF WS-BAL-HOLD-KEY < WS-LIM-HOLD-KEY
                   PERFORM 2120-READ-BALANCE THRU 2120-EXIT
                   GO TO 2100-EXIT
               END-IF
               IF WS-LIM-HOLD-KEY < WS-BAL-HOLD-KEY
                   MOVE ZERO TO WS-BAL-HOLD-BALANCE
                   MOVE ZERO TO WS-HEADROOM
                   MOVE 'NO ACCOUNT' TO WS-REVIEW-STATUS
                   ADD 1 TO WS-NO-ACCOUNT-COUNT
                   PERFORM 2400-PRINT-DETAIL-LINE THRU 2400-EXIT
                   PERFORM 2110-READ-LIMIT THRU 2110-EXIT
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2300-REVIEW-ONE-ACCOUNT THRU 2300-EXIT
               PERFORM 2110-READ-LIMIT THRU 2110-EXIT
               PERFORM 2120-READ-BALANCE THRU 2120-EXIT.
           2100-EXIT.
               EXIT.

           2110-READ-LIMIT.
               IF NOT LIMIT-FILE-PRESENT
                   MOVE HIGH-VALUES TO WS-LIM-HOLD-KEY
                   GO TO 2110-EXIT
               END-IF
               READ LIMIT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-LIM-HOLD-KEY
                   NOT AT END
                       ADD 1 TO WS-LIMITS-READ
                       MOVE LIM-KEY TO WS-LIM-HOLD-KEY
                       MOVE LIM-OVERDRAFT-LIMIT TO WS-LIM-HOLD-LIMIT
                       MOVE LIM-EXPIRY-DATE TO WS-LIM-HOLD-EXPIRY
               END-READ
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2110-EXIT.
               EXIT.

           2120-READ-BALANCE.
               READ BALANCE-FILE INTO WS-BAL-HOLD-RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-BAL-HOLD-KEY
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
               END-READ
               MOVE 'OUT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BALANCE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2120-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2300 - ONE ACCOUNT WITH A LIMIT. HEADROOM IS HOW FAR THE
      * BALANCE CAN STILL FALL BEFORE IT REACHES MINUS THE LIMIT. AN
      * EXPIRED LIMIT IS LISTED WHATEVER THE BALANCE; OTHERWISE THE
      * ACCOUNT IS LISTED WHEN ALREADY PAST THE LIMIT OR WHEN THE
      * HEADROOM LEFT IS WITHIN THE REVIEW PERCENTAGE OF THE LIMIT.
      *-----------------------------------------------------------------
           2300-REVIEW-ONE-ACCOUNT.
               COMPUTE WS-HEADROOM =
                   WS-BAL-HOLD-BALANCE + WS-LIM-HOLD-LIMIT
               COMPUTE WS-REVIEW-BAND ROUNDED =
                   WS-LIM-HOLD-LIMIT * WS-REVIEW-PERCENT / 100
               IF WS-LIM-HOLD-EXPIRY < WS-TODAY
                   MOVE 'EXPIRED' TO WS-REVIEW-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
                   PERFORM 2400-PRINT-DETAIL-LINE THRU 2400-EXIT
                   GO TO 2300-EXIT
               END-IF
               IF WS-HEADROOM < ZERO
                   MOVE 'OVER LIMIT' TO WS-REVIEW-STATUS
                   ADD 1 TO WS-OVER-COUNT
                   PERFORM 2400-PRINT-DETAIL-LINE THRU 2400-EXIT
                   GO TO 2300-EXIT
               END-IF
               IF WS-LIM-HOLD-LIMIT > ZERO
                   AND WS-HEADROOM NOT > WS-REVIEW-BAND
                   MOVE 'NEAR LIMIT' TO WS-REVIEW-STATUS
                   ADD 1 TO WS-NEAR-COUNT
                   PERFORM 2400-PRINT-DETAIL-LINE THRU 2400-EXIT
               END-IF.
           2300-EXIT.
               EXIT.

           2400-PRINT-DETAIL-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WS-LIM-HOLD-CUSTOMER TO WS-DTL-CUST-ID
               MOVE WS-LIM-HOLD-CCY TO WS-DTL-CCY
               MOVE WS-BAL-HOLD-BALANCE TO WS-DTL-BALANCE
               MOVE WS-LIM-HOLD-LIMIT TO WS-DTL-LIMIT
               MOVE WS-LIM-HOLD-EXPIRY TO WS-DTL-EXPIRY
               MOVE WS-HEADROOM TO WS-DTL-HEADROOM
               MOVE WS-REVIEW-STATUS TO WS-DTL-STATUS
               WRITE LMR-PRT-LINE FROM WS-DETAIL-LINE
               PERFORM 9920-CHECK-LMR-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           2400-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               MOVE WS-EXPIRED-COUNT TO WS-RPT-EXPIRED
               MOVE WS-OVER-COUNT TO WS-RPT-OVER
               MOVE WS-NEAR-COUNT TO WS-RPT-NEAR
               MOVE WS-NO-ACCOUNT-COUNT TO WS-RPT-NO-ACCOUNT
               MOVE WS-REVIEW-PERCENT TO WS-RPT-PERCENT
               WRITE LMR-PRT-LINE FROM WS-REPORT-TOTAL-LINE
               PERFORM 9920-CHECK-LMR-IO THRU 9920-EXIT
               CLOSE LIMIT-FILE
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE BALANCE-FILE
               MOVE 'OUT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-BALANCE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE LMR-PRINT-FILE
               MOVE 'LMR-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-LMR-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - REVIEW LISTING PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE LMR-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-LMR-IO THRU 9920-EXIT
               WRITE LMR-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-LMR-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - APPEND THE CLEAN-END RECORD TO THE RUN-CONTROL FILE
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
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003LMR RUN SUMMARY'
               DISPLAY '  LIMITS READ         : ' WS-LIMITS-READ
               DISPLAY '  BALANCES READ       : ' WS-BALANCES-READ
               DISPLAY '  EXPIRED LIMITS      : ' WS-EXPIRED-COUNT
               DISPLAY '  OVER LIMIT          : ' WS-OVER-COUNT
               DISPLAY '  NEAR LIMIT          : ' WS-NEAR-COUNT
               DISPLAY '  LIMIT, NO ACCOUNT   : ' WS-NO-ACCOUNT-COUNT
               DISPLAY '  REVIEW PERCENTAGE   : ' WS-REVIEW-PERCENT.
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

           9920-CHECK-LMR-IO.
               MOVE 'LMR-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-LMR-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.
