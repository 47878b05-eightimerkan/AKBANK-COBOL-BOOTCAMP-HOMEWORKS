      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003LIM.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/03/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * CREDIT-LIMIT MASTER MAINTENANCE RUN - COMPANION TO HW003PST.
      *
      * APPLIES A TRANSACTION FILE (ADD/CHANGE/DELETE AGAINST THE
      * CREDIT-LIMIT RECORD LAYOUT) TO THE INDEXED CREDIT-LIMIT
      * MASTER, KEYED ON CUSTOMER-ID/CURRENCY-KEY, WITH KEYED
      * READ/WRITE/REWRITE/DELETE IN PLACE. EACH RECORD HOLDS THE
      * APPROVED OVERDRAFT LIMIT FOR ONE ACCOUNT AND THE DATE THE
      * APPROVAL EXPIRES; HW003PST REFUSES ANY DEBIT THAT WOULD TAKE
      * THE BALANCE BELOW IT. TRANSACTIONS THAT ADD A KEY ALREADY
      * ON FILE, CHANGE/DELETE A KEY THAT IS NOT, OR CARRY A BAD
      * LIMIT OR EXPIRY DATE ARE REJECTED TO THE ERROR FILE WITH A
      * REASON. EVERY APPLIED TRANSACTION WRITES AN AUDIT RECORD
      * CARRYING THE RUN DATE/TIME, ACTION, KEY, AND THE FULL
      * BEFORE- AND AFTER-IMAGES, THE SAME TRAIL HW003MNT KEEPS FOR
      * THE CUSTOMER MASTER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/03/2026  EZD  ORIGINAL VERSION.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      * 10/15/2026  EZD  LIMFILE IS OPTIONAL SO THE FIRST RUN CREATES
      *                  THE CREDIT-LIMIT MASTER ON ITS I-O OPEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL LIMIT-FILE
                   ASSIGN TO LIMFILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LIM-KEY
                   FILE STATUS IS FS-LIMIT-FILE.

               SELECT TRANSACTION-FILE
                   ASSIGN TO LIMTRN
                   FILE STATUS IS FS-TRANSACTION.

               SELECT ERROR-FILE
                   ASSIGN TO LIMERR
                   FILE STATUS IS FS-ERROR-FILE.

               SELECT AUDIT-FILE
                   ASSIGN TO LIMAUD
                   FILE STATUS IS FS-AUDIT-FILE.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * LIMIT-FILE - THE INDEXED CREDIT-LIMIT MASTER, KEYED ON
      * CUSTOMER-ID/CURRENCY-KEY. THE OVERDRAFT LIMIT IS THE
      * APPROVED AMOUNT THE BALANCE MAY GO BELOW ZERO; THE EXPIRY
      * DATE (YYYYMMDD) IS THE LAST DAY THE APPROVAL STANDS. KEEP
      * THE LAYOUT IN STEP WITH HW003PST AND HW003LMR.
      *-----------------------------------------------------------------
           FD  LIMIT-FILE.
           01  LIM-REC.
               05  LIM-KEY.
                   10  LIM-CUSTOMER-ID   PIC 9(05).
                   10  LIM-CURRENCY-KEY  PIC 9(03).
               05  LIM-OVERDRAFT-LIMIT   PIC 9(15)V99.
               05  LIM-EXPIRY-DATE       PIC 9(08).

      *-----------------------------------------------------------------
      * TRANSACTION-FILE - MAINTENANCE TRANSACTIONS. ACTION 'A' ADD,
      * 'C' CHANGE, 'D' DELETE, FOLLOWED BY A FULL CREDIT-LIMIT
      * RECORD IMAGE (DELETE NEEDS ONLY THE KEY FILLED). APPLIED IN
      * ARRIVAL ORDER.
      *-----------------------------------------------------------------
           FD  TRANSACTION-FILE.
           01  TRN-REC.
               05  TRN-ACTION            PIC X(01).
                   88  TRN-ACTION-ADD        VALUE 'A'.
                   88  TRN-ACTION-CHANGE     VALUE 'C'.
                   88  TRN-ACTION-DELETE     VALUE 'D'.
                   88  TRN-ACTION-VALID      VALUE 'A' 'C' 'D'.
               05  TRN-RECORD-IMAGE.
                   10  TRN-KEY.
                       15  TRN-CUSTOMER-ID   PIC 9(05).
                       15  TRN-CURRENCY-KEY  PIC 9(03).
                   10  TRN-OVERDRAFT-LIMIT   PIC 9(15)V99.
                   10  TRN-EXPIRY-DATE.
                       15  TRN-EXPIRY-YYYY   PIC 9(04).
                       15  TRN-EXPIRY-MM     PIC 9(02).
                       15  TRN-EXPIRY-DD     PIC 9(02).

      *-----------------------------------------------------------------
      * ERROR-FILE - REJECTED TRANSACTIONS, RAW IMAGE PLUS REASON
      *-----------------------------------------------------------------
           FD  ERROR-FILE.
           01  ERR-REC.
               05  ERR-TRANSACTION       PIC X(34).
               05  ERR-REASON-TEXT       PIC X(30).

      *-----------------------------------------------------------------
      * AUDIT-FILE - ONE RECORD PER APPLIED TRANSACTION, CARRYING THE
      * BEFORE- AND AFTER-IMAGES. AN ADD HAS A SPACE BEFORE-IMAGE, A
      * DELETE HAS A SPACE AFTER-IMAGE.
      *-----------------------------------------------------------------
           FD  AUDIT-FILE.
           01  AUD-REC.
               05  AUD-RUN-DATE          PIC 9(08).
               05  AUD-RUN-TIME          PIC 9(08).
               05  AUD-ACTION            PIC X(01).
               05  AUD-CUSTOMER-ID       PIC X(05).
               05  AUD-CURRENCY-KEY      PIC X(03).
               05  AUD-BEFORE-IMAGE      PIC X(33).
               05  AUD-AFTER-IMAGE       PIC X(33).

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
      *-----------------------------------------------------------------
           01  FILE-STATUSES.
               05  FS-LIMIT-FILE         PIC XX.
               05  FS-TRANSACTION        PIC XX.
               05  FS-ERROR-FILE         PIC XX.
               05  FS-AUDIT-FILE         PIC XX.
               05  FS-RUN-CONTROL        PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-TRN-EOF-FLAG           PIC X VALUE 'N'.
               88  TRANSACTION-FILE-EOF      VALUE 'Y'.

           01  SW-LIM-FOUND-FLAG         PIC X VALUE 'N'.
               88  LIMIT-RECORD-FOUND        VALUE 'Y'.
               88  LIMIT-RECORD-NOT-FOUND    VALUE 'N'.

      *-----------------------------------------------------------------
      * BEFORE-IMAGE HOLD FOR THE AUDIT TRAIL, AND THE IMAGE BEING
      * WRITTEN SO THE AUDIT CAN CARRY IT AFTER A DELETE CLEARS THE
      * RECORD AREA.
      *-----------------------------------------------------------------
           01  WS-BEFORE-IMAGE           PIC X(33).
           01  WS-AFTER-IMAGE            PIC X(33).

      *-----------------------------------------------------------------
      * RUN DATE/TIME FOR THE AUDIT TRAIL
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-RUN-TIME               PIC 9(08).

      *-----------------------------------------------------------------
      * STEP NAME AND FINAL RETURN CODE STAMPED ON THE SHARED
      * RUN-CONTROL FILE
      *-----------------------------------------------------------------
           77  WS-THIS-STEP              PIC X(12) VALUE 'HW003LIM'.
           77  WS-FINAL-RC               PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-TRANS-READ             PIC 9(09) COMP VALUE ZERO.
           77  WS-ADDS-APPLIED           PIC 9(09) COMP VALUE ZERO.
           77  WS-CHANGES-APPLIED        PIC 9(09) COMP VALUE ZERO.
           77  WS-DELETES-APPLIED        PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANS-REJECTED         PIC 9(09) COMP VALUE ZERO.

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
               PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
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
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               OPEN I-O LIMIT-FILE
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN INPUT TRANSACTION-FILE
               MOVE 'TRANSACTION-FILE' TO WS-IO-FILE-NAME
               MOVE FS-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT ERROR-FILE
               MOVE 'ERROR-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ERROR-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1070 - APPEND THE STEP-START RECORD TO THE SHARED
      * RUN-CONTROL FILE. KEEP IN STEP WITH THE OTHER STEPS.
      *-----------------------------------------------------------------
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

      ******************************************************************
      * 2000 - APPLY EVERY TRANSACTION IN ARRIVAL ORDER WITH KEYED
      * I/O AGAINST THE CREDIT-LIMIT MASTER.
      ******************************************************************
           2000-APPLY-TRANSACTIONS.
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT
               PERFORM 2200-APPLY-ONE-TRANSACTION THRU 2200-EXIT
                   UNTIL TRANSACTION-FILE-EOF.
           2000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2130 - READ THE NEXT TRANSACTION, REJECTING ANY WITH A BAD
      * ACTION OR A NON-NUMERIC KEY BEFORE IT REACHES THE MASTER, AND
      * ANY ADD OR CHANGE WHOSE LIMIT OR EXPIRY DATE IS NOT USABLE.
      *-----------------------------------------------------------------
           2130-READ-TRANSACTION.
               READ TRANSACTION-FILE
                   AT END
                       SET TRANSACTION-FILE-EOF TO TRUE
                       GO TO 2130-EXIT
               END-READ
               MOVE 'TRANSACTION-FILE' TO WS-IO-FILE-NAME
               MOVE FS-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-TRANS-READ
               IF NOT TRN-ACTION-VALID
                   MOVE 'BAD ACTION CODE' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF TRN-CUSTOMER-ID NOT NUMERIC
                       OR TRN-CURRENCY-KEY NOT NUMERIC
                   MOVE 'BAD TRANSACTION KEY' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF TRN-ACTION-DELETE
                   GO TO 2130-EXIT
               END-IF
               IF TRN-OVERDRAFT-LIMIT NOT NUMERIC
                   MOVE 'BAD OVERDRAFT LIMIT' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF TRN-EXPIRY-DATE NOT NUMERIC
                       OR TRN-EXPIRY-MM < 01 OR TRN-EXPIRY-MM > 12
                       OR TRN-EXPIRY-DD < 01 OR TRN-EXPIRY-DD > 31
                   MOVE 'BAD EXPIRY DATE' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF.
           2130-EXIT.
               EXIT.

           2150-WRITE-ERROR-RECORD.
               MOVE TRN-REC TO ERR-TRANSACTION
               WRITE ERR-REC
               MOVE 'ERROR-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ERROR-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-TRANS-REJECTED.
           2150-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2200 - APPLY THE TRANSACTION IN HAND: POSITION THE MASTER ON
      * THE TRANSACTION'S KEY, THEN ROUTE ON THE ACTION.
      *-----------------------------------------------------------------
           2200-APPLY-ONE-TRANSACTION.
               PERFORM 2700-READ-LIMIT-BY-KEY THRU 2700-EXIT
               IF TRN-ACTION-ADD
                   PERFORM 2300-APPLY-ADD THRU 2300-EXIT
               ELSE
                   IF TRN-ACTION-CHANGE
                       PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
                   ELSE
                       PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
                   END-IF
               END-IF
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT.
           2200-EXIT.
               EXIT.

           2300-APPLY-ADD.
               IF LIMIT-RECORD-FOUND
                   MOVE 'ADD - KEY ALREADY ON LIMIT FILE'
                       TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2300-EXIT
               END-IF
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE TRN-RECORD-IMAGE TO LIM-REC
               MOVE TRN-RECORD-IMAGE TO WS-AFTER-IMAGE
               WRITE LIM-REC
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
               ADD 1 TO WS-ADDS-APPLIED.
           2300-EXIT.
               EXIT.

           2400-APPLY-CHANGE.
               IF LIMIT-RECORD-NOT-FOUND
                   MOVE 'CHANGE - KEY NOT ON LIMIT FILE'
                       TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2400-EXIT
               END-IF
               MOVE LIM-REC TO WS-BEFORE-IMAGE
               MOVE TRN-RECORD-IMAGE TO LIM-REC
               MOVE TRN-RECORD-IMAGE TO WS-AFTER-IMAGE
               REWRITE LIM-REC
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
               ADD 1 TO WS-CHANGES-APPLIED.
           2400-EXIT.
               EXIT.

           2500-APPLY-DELETE.
               IF LIMIT-RECORD-NOT-FOUND
                   MOVE 'DELETE - KEY NOT ON LIMIT FILE'
                       TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2500-EXIT
               END-IF
               MOVE LIM-REC TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-AFTER-IMAGE
               DELETE LIMIT-FILE RECORD
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT
               ADD 1 TO WS-DELETES-APPLIED.
           2500-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2600 - AUDIT RECORD: RUN STAMP, ACTION, KEY, BEFORE AND
      * AFTER. FOR AN ADD THE BEFORE-IMAGE IS SPACES; FOR A DELETE
      * THE AFTER-IMAGE GOES OUT AS SPACES.
      *-----------------------------------------------------------------
           2600-WRITE-AUDIT-RECORD.
               MOVE WS-TODAY TO AUD-RUN-DATE
               MOVE WS-RUN-TIME TO AUD-RUN-TIME
               MOVE TRN-ACTION TO AUD-ACTION
               MOVE TRN-CUSTOMER-ID TO AUD-CUSTOMER-ID
               MOVE TRN-CURRENCY-KEY TO AUD-CURRENCY-KEY
               MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
               WRITE AUD-REC
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2600-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2700 - KEYED READ OF THE LIMIT FILE FOR THE TRANSACTION'S
      * KEY. STATUS 23 (NOT FOUND) IS A NORMAL ANSWER HERE, NOT AN
      * ERROR; ANYTHING ELSE OUTSIDE THE SUCCESS FAMILY ABENDS.
      *-----------------------------------------------------------------
           2700-READ-LIMIT-BY-KEY.
               MOVE TRN-KEY TO LIM-KEY
               READ LIMIT-FILE
                   INVALID KEY
                       SET LIMIT-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET LIMIT-RECORD-FOUND TO TRUE
               END-READ
               IF FS-LIMIT-FILE NOT = '23'
                   MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-LIMIT-FILE TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               END-IF.
           2700-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               CLOSE LIMIT-FILE
               MOVE 'LIMIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-LIMIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE TRANSACTION-FILE
               MOVE 'TRANSACTION-FILE' TO WS-IO-FILE-NAME
               MOVE FS-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE ERROR-FILE
               MOVE 'ERROR-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ERROR-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
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
               DISPLAY 'HW003LIM RUN SUMMARY'
               DISPLAY '  TRANSACTIONS READ   : ' WS-TRANS-READ
               DISPLAY '  ADDS APPLIED        : ' WS-ADDS-APPLIED
               DISPLAY '  CHANGES APPLIED     : ' WS-CHANGES-APPLIED
               DISPLAY '  DELETES APPLIED     : ' WS-DELETES-APPLIED
               DISPLAY '  TRANSACTIONS IN ERR : ' WS-TRANS-REJECTED.
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
