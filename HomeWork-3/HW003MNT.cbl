      * CARRYING THE RUN DATE/TIME, ACTION, KEY, AND THE FULL
      * BEFORE- AND AFTER-IMAGES, SO "WHEN DID THIS BALANCE CHANGE"
      * CAN BE ANSWERED FROM THE AUDIT TRAIL INSTEAD OF GUESSED.
      *
      * DUAL AUTHORIZATION: EVERY TRANSACTION CARRIES THE MAKER'S USER
      * ID. A TRANSACTION IS APPLIED ONLY WHEN THE APPROVAL FILE
      * (MNTAPV) HOLDS A CARD FOR THE SAME ACTION AND KEY SIGNED BY A
      * CHECKER OTHER THAN THE MAKER. ANYTHING ELSE IS CARRIED FORWARD
      * TO THE PENDING FILE (MNTPNDO) WITH ITS ORIGINAL ENTRY DATE AND
      * ITS AGE IN DAYS; THE NEXT RUN READS THAT GENERATION BACK IN
      * (MNTPNDI) AHEAD OF THE DAY'S TRANSACTIONS. THE AUDIT RECORD
      * CARRIES BOTH USER IDS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *                  RUN-CONTROL FILE REFLECTS THE WHOLE STREAM
      *                  AND AN ABENDED MAINTENANCE RUN IS VISIBLE
      *                  AS A START WITHOUT A CLEAN END.
      * 10/09/2026  EZD  MAKER-CHECKER: TRANSACTIONS CARRY A MAKER ID
      *                  AND ARE APPLIED ONLY WHEN APPROVED ON MNTAPV
      *                  BY A DIFFERENT CHECKER. UNAPPROVED WORK IS
      *                  CARRIED FORWARD ON THE PENDING FILE WITH ITS
      *                  AGE; MAKER AND CHECKER GO ON THE AUDIT RECORD.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      * 10/15/2026  EZD  AN APPROVAL CARD AUTHORIZES ONE CHANGE ONLY:
      *                  IT IS MARKED USED WHEN IT APPROVES A CHANGE
      *                  AND SKIPPED AFTER THAT, SO A SECOND CHANGE
      *                  TO THE SAME KEY NEEDS ITS OWN APPROVAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN TO AUDFILE
                   FILE STATUS IS FS-AUDIT-FILE.

               SELECT OPTIONAL APPROVAL-FILE
                   ASSIGN TO MNTAPV
                   FILE STATUS IS FS-APPROVAL-FILE.

               SELECT OPTIONAL PENDING-IN-FILE
                   ASSIGN TO MNTPNDI
                   FILE STATUS IS FS-PENDING-IN.

               SELECT PENDING-OUT-FILE
                   ASSIGN TO MNTPNDO
                   FILE STATUS IS FS-PENDING-OUT.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.
      *-----------------------------------------------------------------
      * TRANSACTION-FILE - MAINTENANCE TRANSACTIONS. ACTION 'A' ADD,
      * 'C' CHANGE, 'D' DELETE, FOLLOWED BY A FULL CUSTOMER-RECORD
      * IMAGE (DELETE NEEDS ONLY THE KEY FILLED), THEN THE USER ID OF
      * THE CLERK WHO KEYED IT. APPLIED IN ARRIVAL ORDER - KEY
      * SEQUENCE IS NO LONGER REQUIRED.
      *-----------------------------------------------------------------
           FD  TRANSACTION-FILE.
           01  TRN-REC.
                   10  TRN-LAST-NAME     PIC X(15).
                   10  TRN-LAST-ORDER    PIC 9(07).
                   10  TRN-BALANCE       PIC S9(15)V99.
               05  TRN-MAKER-ID          PIC X(08).

      *-----------------------------------------------------------------
      * ERROR-FILE - REJECTED TRANSACTIONS, RAW IMAGE PLUS REASON
      *-----------------------------------------------------------------
           FD  ERROR-FILE.
           01  ERR-REC.
               05  ERR-TRANSACTION       PIC X(71).
               05  ERR-REASON-TEXT       PIC X(30).

      *-----------------------------------------------------------------
      * AUDIT-FILE - ONE RECORD PER APPLIED TRANSACTION, CARRYING THE
      * BEFORE- AND AFTER-IMAGES. AN ADD HAS A SPACE BEFORE-IMAGE, A
      * DELETE HAS A SPACE AFTER-IMAGE. MAKER AND CHECKER SHOW WHO
      * KEYED AND WHO AUTHORIZED THE CHANGE. KEEP IN STEP WITH
      * HW003INQ.
      *-----------------------------------------------------------------
           FD  AUDIT-FILE.
           01  AUD-REC.
               05  AUD-CURRENCY-KEY      PIC X(03).
               05  AUD-BEFORE-IMAGE      PIC X(62).
               05  AUD-AFTER-IMAGE       PIC X(62).
               05  AUD-MAKER-ID          PIC X(08).
               05  AUD-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * APPROVAL-FILE - ONE CARD PER AUTHORIZED TRANSACTION, KEYED BY
      * THE SAME ACTION AND CUSTOMER-ID/CURRENCY-KEY AS THE
      * TRANSACTION IT APPROVES, SIGNED WITH THE CHECKER'S USER ID.
      *-----------------------------------------------------------------
           FD  APPROVAL-FILE.
           01  APV-REC.
               05  APV-ACTION            PIC X(01).
               05  APV-KEY.
                   10  APV-CUSTOMER-ID   PIC 9(05).
                   10  APV-CURRENCY-KEY  PIC 9(03).
               05  APV-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * PENDING-IN-FILE / PENDING-OUT-FILE - TRANSACTIONS AWAITING
      * AUTHORIZATION: THE DATE FIRST KEYED, THE AGE IN DAYS AT THIS
      * RUN, WHY IT IS STILL PENDING, AND THE TRANSACTION ITSELF.
      * THE OUT GENERATION IS TOMORROW'S IN GENERATION.
      *-----------------------------------------------------------------
           FD  PENDING-IN-FILE.
           01  PNI-REC.
               05  PNI-ENTRY-DATE        PIC 9(08).
               05  PNI-AGE-DAYS          PIC 9(05).
               05  PNI-REASON-TEXT       PIC X(30).
               05  PNI-TRANSACTION       PIC X(71).

           FD  PENDING-OUT-FILE.
           01  PNO-REC.
               05  PNO-ENTRY-DATE        PIC 9(08).
               05  PNO-AGE-DAYS          PIC 9(05).
               05  PNO-REASON-TEXT       PIC X(30).
               05  PNO-TRANSACTION       PIC X(71).

      *-----------------------------------------------------------------
      * RUN-CONTROL-FILE - SHARED STEP-SEQUENCING DATASET: ONE 'S'
                   88  RC-EVENT-START        VALUE 'S'.
                   88  RC-EVENT-END          VALUE 'E'.
               05  RC-RETURN-CODE        PIC 9(02).
               05  RC-EVENT-TIME         PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
               05  FS-TRANSACTION        PIC XX.
               05  FS-ERROR-FILE         PIC XX.
               05  FS-AUDIT-FILE         PIC XX.
               05  FS-APPROVAL-FILE      PIC XX.
               05  FS-PENDING-IN         PIC XX.
               05  FS-PENDING-OUT        PIC XX.
               05  FS-RUN-CONTROL        PIC XX.

      *-----------------------------------------------------------------
               88  MASTER-RECORD-FOUND       VALUE 'Y'.
               88  MASTER-RECORD-NOT-FOUND   VALUE 'N'.

           01  SW-APV-EOF-FLAG           PIC X VALUE 'N'.
               88  APPROVAL-FILE-EOF         VALUE 'Y'.

           01  SW-PND-EOF-FLAG           PIC X VALUE 'N'.
               88  PENDING-IN-EOF            VALUE 'Y'.

           01  SW-APPROVED-FLAG          PIC X VALUE 'N'.
               88  CHANGE-APPROVED           VALUE 'Y'.
               88  CHANGE-NOT-APPROVED       VALUE 'N'.

      *-----------------------------------------------------------------
      * APPROVAL CARD TABLE - LOADED AT STARTUP, SEARCHED BY ACTION
      * AND KEY FOR EACH TRANSACTION.
      *-----------------------------------------------------------------
           01  APV-CARD-TABLE.
               05  APV-CARD-COUNT        PIC 9(03) COMP VALUE ZERO.
               05  APV-CARD-ENTRY OCCURS 500 TIMES.
                   10  APV-CARD-ACTION       PIC X(01).
                   10  APV-CARD-KEY          PIC X(08).
                   10  APV-CARD-CHECKER      PIC X(08).
                   10  APV-CARD-USED         PIC X(01).
                       88  APV-CARD-SPENT        VALUE 'Y'.
                       88  APV-CARD-AVAILABLE    VALUE 'N'.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * AUTHORIZATION AND PENDING-AGE WORK FIELDS. THE ENTRY DATE IS
      * TODAY FOR A NEW TRANSACTION AND THE ORIGINAL DATE FOR ONE
      * CARRIED IN FROM THE PENDING FILE.
      *-----------------------------------------------------------------
           77  WS-CHECKER-ID             PIC X(08) VALUE SPACES.
           77  WS-PENDING-REASON         PIC X(30) VALUE SPACES.
           77  WS-ENTRY-DATE             PIC 9(08).
           77  WS-TODAY-ABS-DAYS         PIC S9(09) COMP.
           77  WS-ENTRY-ABS-DAYS         PIC S9(09) COMP.
           77  WS-DAYS-PENDING           PIC S9(09) COMP.

      *-----------------------------------------------------------------
      * BEFORE-IMAGE HOLD FOR THE AUDIT TRAIL, AND THE IMAGE BEING
      * WRITTEN SO THE AUDIT CAN CARRY IT AFTER A DELETE CLEARS THE
           77  WS-CHANGES-APPLIED        PIC 9(09) COMP VALUE ZERO.
           77  WS-DELETES-APPLIED        PIC 9(09) COMP VALUE ZERO.
           77  WS-TRANS-REJECTED         PIC 9(09) COMP VALUE ZERO.
           77  WS-PENDING-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-PENDING-WRITTEN        PIC 9(09) COMP VALUE ZERO.
           77  WS-SELF-APPROVED          PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * I/O STATUS CHECKING AND ABEND WORK FIELDS
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               COMPUTE WS-TODAY-ABS-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-TODAY)
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               PERFORM 1400-LOAD-APPROVALS THRU 1400-EXIT
               OPEN I-O MASTER-FILE
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               OPEN OUTPUT AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN INPUT PENDING-IN-FILE
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-PENDING-IN NOT = '00'
                   SET PENDING-IN-EOF TO TRUE
               END-IF
               OPEN OUTPUT PENDING-OUT-FILE
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1000-EXIT.
               EXIT.
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-START TO TRUE
               MOVE WS-RUN-TIME TO RC-EVENT-TIME
               MOVE ZERO TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
           1070-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1400 - APPROVAL CARDS. NO APPROVAL FILE MEANS NOTHING IS
      * AUTHORIZED AND EVERY TRANSACTION GOES TO PENDING.
      *-----------------------------------------------------------------
           1400-LOAD-APPROVALS.
               OPEN INPUT APPROVAL-FILE
               MOVE 'APPROVAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-APPROVAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-APPROVAL-FILE = '00'
                   PERFORM 1410-LOAD-ONE-APPROVAL THRU 1410-EXIT
                       UNTIL APPROVAL-FILE-EOF
                   CLOSE APPROVAL-FILE
               END-IF.
           1400-EXIT.
               EXIT.

           1410-LOAD-ONE-APPROVAL.
               READ APPROVAL-FILE
                   AT END
                       SET APPROVAL-FILE-EOF TO TRUE
                   NOT AT END
                       IF APV-CARD-COUNT < 500
                           ADD 1 TO APV-CARD-COUNT
                           MOVE APV-ACTION
                               TO APV-CARD-ACTION(APV-CARD-COUNT)
                           MOVE APV-KEY
                               TO APV-CARD-KEY(APV-CARD-COUNT)
                           MOVE APV-CHECKER-ID
                               TO APV-CARD-CHECKER(APV-CARD-COUNT)
                           SET APV-CARD-AVAILABLE(APV-CARD-COUNT)
                               TO TRUE
                       ELSE
                           DISPLAY '*** APV-CARD-TABLE FULL - CARD '
                               'IGNORED FOR ' APV-ACTION ' '
                               APV-CUSTOMER-ID '/' APV-CURRENCY-KEY
                               ' ***'
                       END-IF
               END-READ
               MOVE 'APPROVAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-APPROVAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1410-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - APPLY EVERY TRANSACTION IN ARRIVAL ORDER WITH KEYED
      * I/O AGAINST THE MASTER.
               EXIT.

      *-----------------------------------------------------------------
      * 2120 - NEXT TRANSACTION CARRIED IN FROM THE PENDING FILE,
      * KEEPING THE DATE IT WAS FIRST KEYED.
      *-----------------------------------------------------------------
           2120-READ-PENDING-IN.
               READ PENDING-IN-FILE
                   AT END
                       SET PENDING-IN-EOF TO TRUE
                   NOT AT END
                       MOVE PNI-TRANSACTION TO TRN-REC
                       MOVE PNI-ENTRY-DATE TO WS-ENTRY-DATE
                       ADD 1 TO WS-PENDING-READ
               END-READ
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2120-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2130 - READ THE NEXT TRANSACTION - THE PENDING CARRY-FORWARD
      * FIRST, THEN THE DAY'S FILE - REJECTING ANY WITH A BAD ACTION,
      * A NON-NUMERIC KEY OR NO MAKER ID BEFORE IT REACHES THE MASTER.
      *-----------------------------------------------------------------
           2130-READ-TRANSACTION.
               IF NOT PENDING-IN-EOF
                   PERFORM 2120-READ-PENDING-IN THRU 2120-EXIT
               END-IF
               IF PENDING-IN-EOF
                   READ TRANSACTION-FILE
                       AT END
                           SET TRANSACTION-FILE-EOF TO TRUE
                           GO TO 2130-EXIT
                   END-READ
                   MOVE 'TRANSACTION-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-TRANSACTION TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
                   MOVE WS-TODAY TO WS-ENTRY-DATE
                   ADD 1 TO WS-TRANS-READ
               END-IF
               IF NOT TRN-ACTION-VALID
                   MOVE 'BAD ACTION CODE' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   MOVE 'BAD TRANSACTION KEY' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF TRN-MAKER-ID = SPACES
                   MOVE 'NO MAKER ID' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF.
           2130-EXIT.
               EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2200 - APPLY THE TRANSACTION IN HAND IF IT IS AUTHORIZED,
      * OTHERWISE CARRY IT FORWARD TO THE PENDING FILE.
      *-----------------------------------------------------------------
           2200-APPLY-ONE-TRANSACTION.
               PERFORM 2800-CHECK-APPROVAL THRU 2800-EXIT
               IF CHANGE-APPROVED
                   PERFORM 2210-ROUTE-TRANSACTION THRU 2210-EXIT
               ELSE
                   PERFORM 2850-WRITE-PENDING THRU 2850-EXIT
               END-IF
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT.
           2200-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2210 - POSITION THE MASTER ON THE TRANSACTION'S KEY, THEN
      * ROUTE ON THE ACTION.
      *-----------------------------------------------------------------
           2210-ROUTE-TRANSACTION.
               PERFORM 2700-READ-MASTER-BY-KEY THRU 2700-EXIT
               IF TRN-ACTION-ADD
                   PERFORM 2300-APPLY-ADD THRU 2300-EXIT
                   ELSE
                       PERFORM 2500-APPLY-DELETE THRU 2500-EXIT
                   END-IF
               END-IF.
           2210-EXIT.
               EXIT.

           2300-APPLY-ADD.

      *-----------------------------------------------------------------
      * 2600 - AUDIT RECORD: RUN STAMP, ACTION, KEY, BEFORE AND
      * AFTER, MAKER AND CHECKER. FOR AN ADD THE BEFORE-IMAGE IS
      * SPACES; FOR A DELETE THE AFTER-IMAGE GOES OUT AS SPACES.
      *-----------------------------------------------------------------
           2600-WRITE-AUDIT-RECORD.
               MOVE WS-TODAY TO AUD-RUN-DATE
               MOVE TRN-CURRENCY-KEY TO AUD-CURRENCY-KEY
               MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
               MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
               MOVE TRN-MAKER-ID TO AUD-MAKER-ID
               MOVE WS-CHECKER-ID TO AUD-CHECKER-ID
               WRITE AUD-REC
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
           2700-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2800 - AUTHORIZATION: AN APPROVAL CARD FOR THE SAME ACTION AND
      * KEY, SIGNED BY SOMEONE OTHER THAN THE MAKER. A CARD SIGNED BY
      * THE MAKER DOES NOT COUNT AND IS NAMED AS THE PENDING REASON.
      *-----------------------------------------------------------------
           2800-CHECK-APPROVAL.
               SET CHANGE-NOT-APPROVED TO TRUE
               MOVE SPACES TO WS-CHECKER-ID
               MOVE 'AWAITING APPROVAL' TO WS-PENDING-REASON
               PERFORM 2810-COMPARE-APPROVAL THRU 2810-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > APV-CARD-COUNT
                       OR CHANGE-APPROVED
               IF CHANGE-NOT-APPROVED
                   AND WS-PENDING-REASON = 'CHECKER SAME AS MAKER'
                   ADD 1 TO WS-SELF-APPROVED
               END-IF.
           2800-EXIT.
               EXIT.

           2810-COMPARE-APPROVAL.
               IF APV-CARD-ACTION(WS-SUBSCRIPT) = TRN-ACTION
                   AND APV-CARD-KEY(WS-SUBSCRIPT) = TRN-KEY
                   AND APV-CARD-CHECKER(WS-SUBSCRIPT) NOT = SPACES
                   AND APV-CARD-AVAILABLE(WS-SUBSCRIPT)
                   IF APV-CARD-CHECKER(WS-SUBSCRIPT) = TRN-MAKER-ID
                       MOVE 'CHECKER SAME AS MAKER'
                           TO WS-PENDING-REASON
                   ELSE
                       SET CHANGE-APPROVED TO TRUE
                       SET APV-CARD-SPENT(WS-SUBSCRIPT) TO TRUE
                       MOVE APV-CARD-CHECKER(WS-SUBSCRIPT)
                           TO WS-CHECKER-ID
                   END-IF
               END-IF.
           2810-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2850 - CARRY AN UNAUTHORIZED TRANSACTION FORWARD WITH THE DATE
      * IT WAS FIRST KEYED AND ITS AGE IN DAYS.
      *-----------------------------------------------------------------
           2850-WRITE-PENDING.
               IF WS-ENTRY-DATE NOT NUMERIC
                       OR WS-ENTRY-DATE = ZERO
                   MOVE WS-TODAY TO WS-ENTRY-DATE
               END-IF
               COMPUTE WS-ENTRY-ABS-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-ENTRY-DATE)
               COMPUTE WS-DAYS-PENDING =
                   WS-TODAY-ABS-DAYS - WS-ENTRY-ABS-DAYS
               MOVE WS-ENTRY-DATE TO PNO-ENTRY-DATE
               MOVE WS-DAYS-PENDING TO PNO-AGE-DAYS
               MOVE WS-PENDING-REASON TO PNO-REASON-TEXT
               MOVE TRN-REC TO PNO-TRANSACTION
               WRITE PNO-REC
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-PENDING-WRITTEN.
           2850-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
               CLOSE AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE PENDING-IN-FILE
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE PENDING-OUT-FILE
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-END TO TRUE
               ACCEPT RC-EVENT-TIME FROM TIME
               MOVE WS-FINAL-RC TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               DISPLAY '  ADDS APPLIED        : ' WS-ADDS-APPLIED
               DISPLAY '  CHANGES APPLIED     : ' WS-CHANGES-APPLIED
               DISPLAY '  DELETES APPLIED     : ' WS-DELETES-APPLIED
               DISPLAY '  TRANSACTIONS IN ERR : ' WS-TRANS-REJECTED
               DISPLAY '  PENDING CARRIED IN  : ' WS-PENDING-READ
               DISPLAY '  APPROVALS LOADED    : ' APV-CARD-COUNT
               DISPLAY '  SELF-APPROVED REFUSD: ' WS-SELF-APPROVED
               DISPLAY '  PENDING CARRIED OUT : ' WS-PENDING-WRITTEN.
           9800-EXIT.
               EXIT.

