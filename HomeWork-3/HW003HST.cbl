      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003HST.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/01/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * ACCOUNT HISTORY REPORT - COMPANION TO HW003PST.
      *
      * THE MASTER ONLY EVER HOLDS TODAY'S BALANCE, SO "HOW DID THIS
      * ACCOUNT GET HERE" MEANT PULLING OLD MASTER GENERATIONS. THIS
      * RUN READS ONE PARAMETER CARD (HSTPARM: CUSTOMER-ID,
      * CURRENCY-KEY AND A POSTING-DATE RANGE) AND PRINTS EVERY
      * ENTRY THE POSTING JOURNAL (PSTJRNL, WRITTEN BY HW003PST)
      * HOLDS FOR THAT ACCOUNT IN THE RANGE, IN JOURNAL SEQUENCE,
      * WITH THE BALANCE BEFORE AND AFTER EACH POSTING, AN OPENING
      * AND CLOSING BALANCE AND THE DEBIT/CREDIT TOTALS. AN ENTRY
      * WHOSE BALANCE-BEFORE DOES NOT AGREE WITH THE PRIOR ENTRY'S
      * BALANCE-AFTER IS FLAGGED AS A GAP - THE BALANCE WAS CHANGED
      * OUTSIDE THE POSTING RUN (MAINTENANCE, CAPITALIZATION) IN
      * BETWEEN. A ZERO FROM-DATE MEANS FROM THE START OF THE
      * JOURNAL; A ZERO TO-DATE MEANS THROUGH TODAY. RETURN CODES:
      * 00 CLEAN, 04 NO ENTRIES FOUND OR GAPS FLAGGED, 08 MISSING OR
      * INVALID PARAMETER CARD (NOTHING PRINTED), 12 I/O FAILURE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/01/2026  EZD  ORIGINAL VERSION.
      * 10/15/2026  EZD  HSTPARM IS NOW OPTIONAL, SO A MISSING CARD
      *                  ENDS RC 08 (NOTHING PRINTED) LIKE A BAD CARD
      *                  INSTEAD OF FAILING THE OPEN WITH RC 12.
      * 10/16/2026  EZD  ACTION-CODE HEADING MOVED OVER ITS COLUMN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL HST-PARM-FILE
                   ASSIGN TO HSTPARM
                   FILE STATUS IS FS-HST-PARM.

               SELECT OPTIONAL POSTING-JOURNAL-FILE
                   ASSIGN TO PSTJRNL
                   FILE STATUS IS FS-POSTING-JOURNAL.

               SELECT HST-PRINT-FILE
                   ASSIGN TO HSTRPT
                   FILE STATUS IS FS-HST-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * HST-PARM-FILE - THE ACCOUNT AND POSTING-DATE RANGE WANTED
      *-----------------------------------------------------------------
           FD  HST-PARM-FILE.
           01  HST-PARM-REC.
               05  HST-PARM-KEY.
                   10  HST-PARM-CUSTOMER-ID  PIC 9(05).
                   10  HST-PARM-CURRENCY-KEY PIC 9(03).
               05  HST-PARM-FROM-DATE    PIC 9(08).
               05  HST-PARM-TO-DATE      PIC 9(08).

      *-----------------------------------------------------------------
      * POSTING-JOURNAL-FILE - PERMANENT POSTING JOURNAL WRITTEN BY
      * HW003PST. KEEP THE LAYOUT IN STEP WITH HW003PST.
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
      * HST-PRINT-FILE - ACCOUNT HISTORY REPORT
      *-----------------------------------------------------------------
           FD  HST-PRINT-FILE.
           01  HST-PRT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
      *-----------------------------------------------------------------
           01  FILE-STATUSES.
               05  FS-HST-PARM           PIC XX.
               05  FS-POSTING-JOURNAL    PIC XX.
               05  FS-HST-PRINT          PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-JRN-EOF-FLAG           PIC X VALUE 'N'.
               88  JOURNAL-FILE-EOF          VALUE 'Y'.

           01  SW-PARM-FLAG              PIC X VALUE 'N'.
               88  PARM-CARD-VALID           VALUE 'Y'.
               88  PARM-CARD-INVALID         VALUE 'N'.

           01  SW-FIRST-ENTRY-FLAG       PIC X VALUE 'Y'.
               88  FIRST-ENTRY-PENDING       VALUE 'Y'.
               88  FIRST-ENTRY-PRINTED       VALUE 'N'.

      *-----------------------------------------------------------------
      * RUN DATE AND THE SELECTION IN FORCE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           01  WS-SELECT-KEY             PIC X(08) VALUE SPACES.
           77  WS-FROM-DATE              PIC 9(08) VALUE ZERO.
           77  WS-TO-DATE                PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING BALANCE AND TOTALS FOR THE SELECTED ACCOUNT
      *-----------------------------------------------------------------
           77  WS-OPENING-BALANCE        PIC S9(15)V99 VALUE ZERO.
           77  WS-RUNNING-BALANCE        PIC S9(15)V99 VALUE ZERO.
           77  WS-TOTAL-DEBITS           PIC S9(15)V99 VALUE ZERO.
           77  WS-TOTAL-CREDITS          PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-JOURNAL-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-ENTRIES-SELECTED       PIC 9(09) COMP VALUE ZERO.
           77  WS-GAPS-FLAGGED           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * GRADUATED RETURN CODE: 00 CLEAN, 04 NOTHING FOUND OR GAPS,
      * 08 BAD PARAMETER CARD, 12 I/O FAILURE.
      *-----------------------------------------------------------------
           77  WS-HIGHEST-RC             PIC 9(02) VALUE ZERO.
           77  WS-PENDING-RC             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * HISTORY REPORT WORK FIELDS AND PRINT LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003HST'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'ACCOUNT HISTORY REPORT   '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(09) VALUE 'ACCOUNT: '.
               05  WS-HDR-CUST-ID        PIC 9(05).
               05  FILLER                PIC X(01) VALUE '/'.
               05  WS-HDR-CCY            PIC 9(03).
               05  FILLER                PIC X(17) VALUE
                       '   POSTED FROM: '.
               05  WS-HDR-FROM-DATE      PIC 9(08).
               05  FILLER                PIC X(06) VALUE '  TO: '.
               05  WS-HDR-TO-DATE        PIC 9(08).

           01  WS-HEADER-LINE-3.
               05  FILLER                PIC X(11) VALUE '    JRN SEQ'.
               05  FILLER                PIC X(10) VALUE '    POSTED'.
               05  FILLER                PIC X(12) VALUE '  BATCH ID'.
               05  FILLER                PIC X(03) VALUE 'A'.
               05  FILLER                PIC X(09) VALUE ' VALUE DT'.
               05  FILLER                PIC X(19) VALUE
                       '             AMOUNT'.
               05  FILLER                PIC X(18) VALUE
                       '    BALANCE BEFORE'.
               05  FILLER                PIC X(18) VALUE
                       '     BALANCE AFTER'.
               05  FILLER                PIC X(06) VALUE '  NOTE'.

           01  WS-HST-DETAIL-LINE.
               05  WS-HST-SEQ            PIC ZZZZZZZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-POST-DATE      PIC 9(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-BATCH-ID       PIC X(10).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-ACTION         PIC X(01).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-VALUE-DATE     PIC 9(07).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-AMOUNT         PIC -(13)9.99.
               05  FILLER                PIC X(01) VALUE SPACES.
               05  WS-HST-BAL-BEFORE     PIC -(13)9.99.
               05  FILLER                PIC X(01) VALUE SPACES.
               05  WS-HST-BAL-AFTER      PIC -(13)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-HST-NOTE           PIC X(05).

           01  WS-HST-OPENING-LINE.
               05  FILLER                PIC X(20) VALUE
                       'OPENING BALANCE   : '.
               05  WS-HSO-BALANCE        PIC -(15)9.99.

           01  WS-HST-TOTAL-LINE.
               05  FILLER                PIC X(20) VALUE
                       'CLOSING BALANCE   : '.
               05  WS-HST-CLOSING        PIC -(15)9.99.
               05  FILLER                PIC X(12) VALUE
                       '  DEBITS : '.
               05  WS-HST-DEBITS         PIC -(15)9.99.
               05  FILLER                PIC X(12) VALUE
                       '  CREDITS : '.
               05  WS-HST-CREDITS        PIC -(15)9.99.
               05  FILLER                PIC X(12) VALUE
                       '  ENTRIES : '.
               05  WS-HST-ENTRIES        PIC ZZZZZZZZ9.

           01  WS-HST-NONE-LINE.
               05  FILLER                PIC X(50) VALUE
                       'NO JOURNAL ENTRIES FOR ACCOUNT IN RANGE'.

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
               IF PARM-CARD-VALID
                   PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
               END-IF
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               PERFORM 9700-SET-RETURN-CODE THRU 9700-EXIT
               STOP RUN.

      ******************************************************************
      * 1000 - INITIALIZATION: THE PARAMETER CARD, THEN THE FILES.
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT
               OPEN INPUT POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT HST-PRINT-FILE
               MOVE 'HST-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-HST-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF PARM-CARD-VALID
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF.
           1000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1300 - THE PARAMETER CARD IS REQUIRED: A NUMERIC ACCOUNT KEY
      * AND NUMERIC DATES, WITH THE FROM-DATE NOT AFTER THE TO-DATE.
      *-----------------------------------------------------------------
           1300-READ-PARM-CARD.
               SET PARM-CARD-INVALID TO TRUE
               OPEN INPUT HST-PARM-FILE
               MOVE 'HST-PARM' TO WS-IO-FILE-NAME
               MOVE FS-HST-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-HST-PARM = '05'
                   DISPLAY '*** NO ACCOUNT HISTORY PARAMETER CARD - '
                       'NOTHING PRINTED ***'
                   GO TO 1300-CLOSE-PARM
               END-IF
               READ HST-PARM-FILE
               MOVE 'HST-PARM' TO WS-IO-FILE-NAME
               MOVE FS-HST-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-HST-PARM = '00'
                   PERFORM 1310-EDIT-PARM-CARD THRU 1310-EXIT
               ELSE
                   DISPLAY '*** NO ACCOUNT HISTORY PARAMETER CARD - '
                       'NOTHING PRINTED ***'
               END-IF.
           1300-CLOSE-PARM.
               CLOSE HST-PARM-FILE
               MOVE 'HST-PARM' TO WS-IO-FILE-NAME
               MOVE FS-HST-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1300-EXIT.
               EXIT.

           1310-EDIT-PARM-CARD.
               IF HST-PARM-CUSTOMER-ID NOT NUMERIC
                       OR HST-PARM-CURRENCY-KEY NOT NUMERIC
                       OR HST-PARM-FROM-DATE NOT NUMERIC
                       OR HST-PARM-TO-DATE NOT NUMERIC
                   DISPLAY '*** ACCOUNT HISTORY PARAMETER CARD NOT '
                       'NUMERIC - NOTHING PRINTED ***'
                   GO TO 1310-EXIT
               END-IF
               MOVE HST-PARM-KEY TO WS-SELECT-KEY
               MOVE HST-PARM-CUSTOMER-ID TO WS-HDR-CUST-ID
               MOVE HST-PARM-CURRENCY-KEY TO WS-HDR-CCY
               MOVE HST-PARM-FROM-DATE TO WS-FROM-DATE
               MOVE HST-PARM-TO-DATE TO WS-TO-DATE
               IF WS-TO-DATE = ZERO
                   MOVE WS-TODAY TO WS-TO-DATE
               END-IF
               IF WS-FROM-DATE > WS-TO-DATE
                   DISPLAY '*** ACCOUNT HISTORY FROM-DATE ' WS-FROM-DATE
                       ' IS AFTER TO-DATE ' WS-TO-DATE
                       ' - NOTHING PRINTED ***'
                   GO TO 1310-EXIT
               END-IF
               SET PARM-CARD-VALID TO TRUE.
           1310-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - READ THE WHOLE JOURNAL, PRINTING THE SELECTED
      * ACCOUNT'S ENTRIES IN THE DATE RANGE AS THEY COME (THE JOURNAL
      * IS ALREADY IN SEQUENCE-NUMBER ORDER).
      ******************************************************************
           2000-SCAN-JOURNAL.
               PERFORM 2100-READ-AND-SELECT THRU 2100-EXIT
                   UNTIL JOURNAL-FILE-EOF.
           2000-EXIT.
               EXIT.

           2100-READ-AND-SELECT.
               READ POSTING-JOURNAL-FILE
                   AT END
                       SET JOURNAL-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 2200-SELECT-ENTRY THRU 2200-EXIT
               END-READ
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2100-EXIT.
               EXIT.

           2200-SELECT-ENTRY.
               IF JRN-KEY NOT = WS-SELECT-KEY
                   GO TO 2200-EXIT
               END-IF
               IF JRN-POST-DATE < WS-FROM-DATE
                       OR JRN-POST-DATE > WS-TO-DATE
                   GO TO 2200-EXIT
               END-IF
               ADD 1 TO WS-ENTRIES-SELECTED
               MOVE SPACES TO WS-HST-NOTE
               IF FIRST-ENTRY-PENDING
                   MOVE JRN-BALANCE-BEFORE TO WS-OPENING-BALANCE
                   PERFORM 2300-PRINT-OPENING-LINE THRU 2300-EXIT
                   SET FIRST-ENTRY-PRINTED TO TRUE
               ELSE
                   IF JRN-BALANCE-BEFORE NOT = WS-RUNNING-BALANCE
                       MOVE '*GAP*' TO WS-HST-NOTE
                       ADD 1 TO WS-GAPS-FLAGGED
                   END-IF
               END-IF
               MOVE JRN-BALANCE-AFTER TO WS-RUNNING-BALANCE
               IF JRN-AMOUNT < ZERO
                   ADD JRN-AMOUNT TO WS-TOTAL-DEBITS
               ELSE
                   ADD JRN-AMOUNT TO WS-TOTAL-CREDITS
               END-IF
               PERFORM 2400-PRINT-DETAIL-LINE THRU 2400-EXIT.
           2200-EXIT.
               EXIT.

           2300-PRINT-OPENING-LINE.
               MOVE WS-OPENING-BALANCE TO WS-HSO-BALANCE
               WRITE HST-PRT-LINE FROM WS-HST-OPENING-LINE
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           2300-EXIT.
               EXIT.

           2400-PRINT-DETAIL-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE JRN-SEQUENCE-NO TO WS-HST-SEQ
               MOVE JRN-POST-DATE TO WS-HST-POST-DATE
               MOVE JRN-BATCH-ID TO WS-HST-BATCH-ID
               MOVE JRN-ACTION TO WS-HST-ACTION
               MOVE JRN-VALUE-DATE TO WS-HST-VALUE-DATE
               MOVE JRN-AMOUNT TO WS-HST-AMOUNT
               MOVE JRN-BALANCE-BEFORE TO WS-HST-BAL-BEFORE
               MOVE JRN-BALANCE-AFTER TO WS-HST-BAL-AFTER
               WRITE HST-PRT-LINE FROM WS-HST-DETAIL-LINE
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           2400-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSING TOTALS AND CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               IF PARM-CARD-VALID
                   PERFORM 8100-PRINT-CLOSING-LINES THRU 8100-EXIT
               END-IF
               CLOSE POSTING-JOURNAL-FILE
               MOVE 'POSTING-JOURNAL' TO WS-IO-FILE-NAME
               MOVE FS-POSTING-JOURNAL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE HST-PRINT-FILE
               MOVE 'HST-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-HST-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

           8100-PRINT-CLOSING-LINES.
               IF WS-ENTRIES-SELECTED = ZERO
                   WRITE HST-PRT-LINE FROM WS-HST-NONE-LINE
                   PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
                   GO TO 8100-EXIT
               END-IF
               MOVE WS-RUNNING-BALANCE TO WS-HST-CLOSING
               MOVE WS-TOTAL-DEBITS TO WS-HST-DEBITS
               MOVE WS-TOTAL-CREDITS TO WS-HST-CREDITS
               MOVE WS-ENTRIES-SELECTED TO WS-HST-ENTRIES
               WRITE HST-PRT-LINE FROM WS-HST-TOTAL-LINE
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT.
           8100-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - HISTORY REPORT PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE
               MOVE WS-TO-DATE TO WS-HDR-TO-DATE
               WRITE HST-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
               WRITE HST-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
               WRITE HST-PRT-LINE FROM WS-HEADER-LINE-3
               PERFORM 9920-CHECK-HST-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - GRADUATED RETURN CODE FOR THE NIGHT SCHEDULER
      ******************************************************************
           9700-SET-RETURN-CODE.
               IF PARM-CARD-INVALID
                   MOVE 08 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               ELSE
                   IF WS-ENTRIES-SELECTED = ZERO
                           OR WS-GAPS-FLAGGED > ZERO
                       MOVE 04 TO WS-PENDING-RC
                       PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
                   END-IF
               END-IF
               DISPLAY 'HW003HST ENDED - RETURN CODE ' WS-HIGHEST-RC
               MOVE WS-HIGHEST-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003HST RUN SUMMARY'
               DISPLAY '  ACCOUNT SELECTED    : ' WS-SELECT-KEY
               DISPLAY '  POSTED FROM/TO      : ' WS-FROM-DATE ' / '
                   WS-TO-DATE
               DISPLAY '  JOURNAL ENTRIES READ: ' WS-JOURNAL-READ
               DISPLAY '  ENTRIES SELECTED    : ' WS-ENTRIES-SELECTED
               DISPLAY '  BALANCE GAPS FLAGGED: ' WS-GAPS-FLAGGED.
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

           9920-CHECK-HST-IO.
               MOVE 'HST-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-HST-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
               END-IF.
           9950-EXIT.
               EXIT.
