      * TO SUSPENSE-OUT-FILE (KEEPING THEIR ORIGINAL ENTRY DATE) AND
      * LISTED ON THE SUSPENSE AGING REPORT; ANYTHING UNWORKED LONGER
      * THAN THE ESCALATION THRESHOLD IS FLAGGED FOR ESCALATION.
      *
      * DUAL AUTHORIZATION: EVERY CORRECTION CARD CARRIES THE MAKER'S
      * USER ID, AND A SUSPENDED ITEM IS RELEASED ONLY WHEN THE
      * APPROVAL FILE (SUSAPV) HOLDS A RELEASE ('R') CARD FOR THE SAME
      * KEY SIGNED BY A CHECKER OTHER THAN THE MAKER. AN UNAPPROVED
      * CARD IS CARRIED FORWARD TO THE PENDING FILE (CORPNDO) WITH ITS
      * ORIGINAL ENTRY DATE AND AGE IN DAYS, AND THE NEXT RUN LOADS
      * THAT GENERATION (CORPNDI) BEHIND THE DAY'S CARDS - A NEWLY
      * KEYED CARD FOR THE SAME KEY REPLACES THE ONE WAITING. EVERY
      * RELEASE WRITES AN AUDIT RECORD (SUSAUD) WITH THE SUSPENDED
      * AND CORRECTED IMAGES AND BOTH USER IDS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      *                  RUN-CONTROL FILE REFLECTS THE WHOLE STREAM
      *                  AND AN ABENDED CORRECTION RUN IS VISIBLE AS
      *                  A START WITHOUT A CLEAN END.
      * 10/09/2026  EZD  MAKER-CHECKER: CORRECTION CARDS CARRY A MAKER
      *                  ID AND RELEASE AN ITEM ONLY WHEN APPROVED ON
      *                  SUSAPV BY A DIFFERENT CHECKER. UNAPPROVED
      *                  CARDS ARE CARRIED FORWARD ON THE PENDING FILE
      *                  WITH THEIR AGE. EACH RELEASE IS NOW AUDITED ON
      *                  SUSAUD WITH THE MAKER AND CHECKER.
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
                   ASSIGN TO CCYFILE
                   FILE STATUS IS FS-CCY-REF-FILE.

               SELECT OPTIONAL APPROVAL-FILE
                   ASSIGN TO SUSAPV
                   FILE STATUS IS FS-APPROVAL-FILE.

               SELECT OPTIONAL PENDING-IN-FILE
                   ASSIGN TO CORPNDI
                   FILE STATUS IS FS-PENDING-IN.

               SELECT PENDING-OUT-FILE
                   ASSIGN TO CORPNDO
                   FILE STATUS IS FS-PENDING-OUT.

               SELECT AUDIT-FILE
                   ASSIGN TO SUSAUD
                   FILE STATUS IS FS-AUDIT-FILE.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.
      * CORRECTION-FILE - KEYED CORRECTION CARDS FROM THE DATA-QUALITY
      * TEAM. THE KEY IS THE RAW CUSTOMER-ID/CURRENCY-KEY BYTES AS
      * THEY APPEAR ON THE SUSPENDED IMAGE (THE KEY ITSELF MAY BE THE
      * BAD FIELD), FOLLOWED BY THE FULL CORRECTED 62-BYTE RECORD AND
      * THE USER ID OF THE CLERK WHO KEYED THE CARD.
      *-----------------------------------------------------------------
           FD  CORRECTION-FILE.
           01  COR-REC.
                   10  COR-CUSTOMER-ID   PIC X(05).
                   10  COR-CURRENCY-KEY  PIC X(03).
               05  COR-RECORD-IMAGE      PIC X(62).
               05  COR-MAKER-ID          PIC X(08).

      *-----------------------------------------------------------------
      * APPROVAL-FILE - ONE CARD PER AUTHORIZED RELEASE: ACTION 'R'
      * AND THE SAME RAW CUSTOMER-ID/CURRENCY-KEY AS THE CORRECTION
      * CARD IT APPROVES, SIGNED WITH THE CHECKER'S USER ID.
      *-----------------------------------------------------------------
           FD  APPROVAL-FILE.
           01  APV-REC.
               05  APV-ACTION            PIC X(01).
               05  APV-KEY               PIC X(08).
               05  APV-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * PENDING-IN-FILE / PENDING-OUT-FILE - CORRECTION CARDS AWAITING
      * AUTHORIZATION: THE DATE FIRST KEYED, THE AGE IN DAYS AT THIS
      * RUN, WHY IT IS STILL PENDING, AND THE CARD ITSELF. THE OUT
      * GENERATION IS TOMORROW'S IN GENERATION.
      *-----------------------------------------------------------------
           FD  PENDING-IN-FILE.
           01  PNI-REC.
               05  PNI-ENTRY-DATE        PIC 9(08).
               05  PNI-AGE-DAYS          PIC 9(05).
               05  PNI-REASON-TEXT       PIC X(30).
               05  PNI-CARD.
                   10  PNI-KEY           PIC X(08).
                   10  PNI-RECORD-IMAGE  PIC X(62).
                   10  PNI-MAKER-ID      PIC X(08).

           FD  PENDING-OUT-FILE.
           01  PNO-REC.
               05  PNO-ENTRY-DATE        PIC 9(08).
               05  PNO-AGE-DAYS          PIC 9(05).
               05  PNO-REASON-TEXT       PIC X(30).
               05  PNO-CARD.
                   10  PNO-KEY           PIC X(08).
                   10  PNO-RECORD-IMAGE  PIC X(62).
                   10  PNO-MAKER-ID      PIC X(08).

      *-----------------------------------------------------------------
      * AUDIT-FILE - ONE RECORD PER RELEASED ITEM: RUN STAMP, ACTION
      * 'R', THE RAW KEY, THE SUSPENDED IMAGE AS BEFORE-IMAGE, THE
      * CORRECTED IMAGE AS AFTER-IMAGE, MAKER AND CHECKER. SAME
      * CONVENTION AS THE HW003MNT AUDIT TRAIL.
      *-----------------------------------------------------------------
           FD  AUDIT-FILE.
           01  AUD-REC.
               05  AUD-RUN-DATE          PIC 9(08).
               05  AUD-RUN-TIME          PIC 9(08).
               05  AUD-ACTION            PIC X(01).
               05  AUD-KEY               PIC X(08).
               05  AUD-BEFORE-IMAGE      PIC X(62).
               05  AUD-AFTER-IMAGE       PIC X(62).
               05  AUD-MAKER-ID          PIC X(08).
               05  AUD-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * REFEED-WORK-FILE - REPAIRED RECORDS IN SUSPENSE ORDER, SORTED
                   88  RC-EVENT-START        VALUE 'S'.
                   88  RC-EVENT-END          VALUE 'E'.
               05  RC-RETURN-CODE        PIC 9(02).
               05  RC-EVENT-TIME         PIC 9(08).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
               05  FS-SUSPENSE-OUT       PIC XX.
               05  FS-AGING-PRINT        PIC XX.
               05  FS-CCY-REF-FILE       PIC XX.
               05  FS-APPROVAL-FILE      PIC XX.
               05  FS-PENDING-IN         PIC XX.
               05  FS-PENDING-OUT        PIC XX.
               05  FS-AUDIT-FILE         PIC XX.
               05  FS-RUN-CONTROL        PIC XX.

      *-----------------------------------------------------------------
               88  CCYREF-ENTRY-FOUND        VALUE 'Y'.
               88  CCYREF-ENTRY-NOT-FOUND    VALUE 'N'.

           01  SW-APV-EOF-FLAG           PIC X VALUE 'N'.
               88  APPROVAL-FILE-EOF         VALUE 'Y'.

           01  SW-PND-EOF-FLAG           PIC X VALUE 'N'.
               88  PENDING-IN-EOF            VALUE 'Y'.

           01  SW-APPROVED-FLAG          PIC X VALUE 'N'.
               88  CHANGE-APPROVED           VALUE 'Y'.
               88  CHANGE-NOT-APPROVED       VALUE 'N'.

           01  SW-AWAIT-FLAG             PIC X VALUE 'N'.
               88  ITEM-AWAITING-APPROVAL    VALUE 'Y'.
               88  ITEM-NOT-AWAITING         VALUE 'N'.

      *-----------------------------------------------------------------
      * RUN DATE AND AGING WORK FIELDS
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * CORRECTION CARD TABLE - LOADED AT STARTUP, SEARCHED BY THE RAW
      * CUSTOMER-ID/CURRENCY-KEY BYTES OF EACH SUSPENDED IMAGE. THE
      * DAY'S CARDS ARE LOADED AHEAD OF THE PENDING CARRY-FORWARD, SO
      * A NEWLY KEYED CARD IS FOUND FIRST. THE ENTRY DATE IS THE DATE
      * THE CARD WAS FIRST KEYED; THE STATUS MARKS A CARD ALREADY
      * WRITTEN TO PENDING (SEVERAL SUSPENDED ITEMS CAN SHARE A KEY).
      *-----------------------------------------------------------------
           01  COR-CARD-TABLE.
               05  COR-CARD-COUNT        PIC 9(03) COMP VALUE ZERO.
               05  COR-CARD-ENTRY OCCURS 200 TIMES.
                   10  COR-CARD-KEY          PIC X(08).
                   10  COR-CARD-IMAGE        PIC X(62).
                   10  COR-CARD-MAKER        PIC X(08).
                   10  COR-CARD-ENTRY-DATE   PIC 9(08).
                   10  COR-CARD-STATUS       PIC X(01).
                       88  COR-CARD-OPEN         VALUE SPACE.
                       88  COR-CARD-PENDED       VALUE 'P'.

      *-----------------------------------------------------------------
      * APPROVAL CARD TABLE - LOADED AT STARTUP, SEARCHED BY ACTION
      * AND RAW KEY FOR EACH CORRECTION APPLIED.
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

      *-----------------------------------------------------------------
      * AUTHORIZATION AND PENDING-AGE WORK FIELDS
      *-----------------------------------------------------------------
           77  WS-RELEASE-ACTION         PIC X(01) VALUE 'R'.
           77  WS-CHECKER-ID             PIC X(08) VALUE SPACES.
           77  WS-PENDING-REASON         PIC X(30) VALUE SPACES.
           77  WS-CARD-ENTRY-DATE        PIC 9(08).
           77  WS-DAYS-PENDING           PIC S9(09) COMP.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.
           77  WS-STILL-INVALID-COUNT    PIC 9(09) COMP VALUE ZERO.
           77  WS-UNWORKED-COUNT         PIC 9(09) COMP VALUE ZERO.
           77  WS-ESCALATED-COUNT        PIC 9(09) COMP VALUE ZERO.
           77  WS-PENDING-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-PENDING-WRITTEN        PIC 9(09) COMP VALUE ZERO.
           77  WS-AWAITING-COUNT         PIC 9(09) COMP VALUE ZERO.
           77  WS-SELF-APPROVED          PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * AGING REPORT WORK FIELDS AND PRINT LINES
               MOVE 'AGING-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-AGING-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT PENDING-OUT-FILE
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1400-LOAD-CORRECTIONS THRU 1400-EXIT
               PERFORM 1450-LOAD-PENDING-CARDS THRU 1450-EXIT
               PERFORM 1600-LOAD-APPROVALS THRU 1600-EXIT
               PERFORM 1500-LOAD-CCY-REFERENCE THRU 1500-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT.
           1000-EXIT.
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-START TO TRUE
               MOVE WS-RUN-TIME TO RC-EVENT-TIME
               MOVE ZERO TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
                   AT END
                       SET CORRECTION-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE WS-TODAY TO WS-CARD-ENTRY-DATE
                       PERFORM 1420-ADD-CARD-TO-TABLE THRU 1420-EXIT
               END-READ
               MOVE 'CORRECTION-FILE' TO WS-IO-FILE-NAME
               MOVE FS-CORRECTION-FILE TO WS-IO-STATUS
           1410-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1420 - ONE CARD (FROM COR-REC) INTO THE TABLE. A CARD WITH NO
      * MAKER ID CAN NEVER BE AUTHORIZED AND IS REFUSED HERE.
      *-----------------------------------------------------------------
           1420-ADD-CARD-TO-TABLE.
               IF COR-MAKER-ID = SPACES
                   DISPLAY '*** CORRECTION CARD IGNORED FOR KEY '
                       COR-CUSTOMER-ID '/' COR-CURRENCY-KEY
                       ' - NO MAKER ID ***'
                   GO TO 1420-EXIT
               END-IF
               IF COR-CARD-COUNT < 200
                   ADD 1 TO COR-CARD-COUNT
                   MOVE COR-KEY TO COR-CARD-KEY(COR-CARD-COUNT)
                   MOVE COR-RECORD-IMAGE
                       TO COR-CARD-IMAGE(COR-CARD-COUNT)
                   MOVE COR-MAKER-ID TO COR-CARD-MAKER(COR-CARD-COUNT)
                   MOVE WS-CARD-ENTRY-DATE
                       TO COR-CARD-ENTRY-DATE(COR-CARD-COUNT)
                   SET COR-CARD-OPEN(COR-CARD-COUNT) TO TRUE
               ELSE
                   DISPLAY '*** COR-CARD-TABLE FULL - CARD '
                       'IGNORED FOR KEY ' COR-CUSTOMER-ID
                       '/' COR-CURRENCY-KEY ' ***'
               END-IF.
           1420-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1450 - CARDS CARRIED FORWARD FROM THE LAST RUN, STILL AWAITING
      * AUTHORIZATION. THEY KEEP THE DATE THEY WERE FIRST KEYED.
      *-----------------------------------------------------------------
           1450-LOAD-PENDING-CARDS.
               OPEN INPUT PENDING-IN-FILE
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-PENDING-IN = '00'
                   PERFORM 1460-LOAD-ONE-PENDING-CARD THRU 1460-EXIT
                       UNTIL PENDING-IN-EOF
                   CLOSE PENDING-IN-FILE
               END-IF.
           1450-EXIT.
               EXIT.

           1460-LOAD-ONE-PENDING-CARD.
               READ PENDING-IN-FILE
                   AT END
                       SET PENDING-IN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ
                       MOVE PNI-CARD TO COR-REC
                       MOVE PNI-ENTRY-DATE TO WS-CARD-ENTRY-DATE
                       PERFORM 1420-ADD-CARD-TO-TABLE THRU 1420-EXIT
               END-READ
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1460-EXIT.
               EXIT.

           1500-LOAD-CCY-REFERENCE.
               OPEN INPUT CCY-REF-FILE
               MOVE 'CCY-REF-FILE' TO WS-IO-FILE-NAME
           1510-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1600 - APPROVAL CARDS. NO APPROVAL FILE MEANS NOTHING IS
      * AUTHORIZED AND EVERY CORRECTION CARD GOES TO PENDING.
      *-----------------------------------------------------------------
           1600-LOAD-APPROVALS.
               OPEN INPUT APPROVAL-FILE
               MOVE 'APPROVAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-APPROVAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-APPROVAL-FILE = '00'
                   PERFORM 1610-LOAD-ONE-APPROVAL THRU 1610-EXIT
                       UNTIL APPROVAL-FILE-EOF
                   CLOSE APPROVAL-FILE
               END-IF.
           1600-EXIT.
               EXIT.

           1610-LOAD-ONE-APPROVAL.
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
                               'IGNORED FOR ' APV-ACTION ' ' APV-KEY
                               ' ***'
                       END-IF
               END-READ
               MOVE 'APPROVAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-APPROVAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1610-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - MAIN PROCESSING LOOP
      ******************************************************************

           2200-PROCESS-SUSPENSE-ITEM.
               ADD 1 TO WS-SUSPENSE-READ
               SET ITEM-NOT-AWAITING TO TRUE
               PERFORM 2250-FIND-CORRECTION THRU 2250-EXIT
               IF CORRECTION-NOT-FOUND
                   PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
                   GO TO 2200-EXIT
               END-IF
               PERFORM 2800-CHECK-APPROVAL THRU 2800-EXIT
               IF CHANGE-NOT-APPROVED
                   SET ITEM-AWAITING-APPROVAL TO TRUE
                   ADD 1 TO WS-AWAITING-COUNT
                   IF COR-CARD-OPEN(WS-FOUND-INDEX)
                       PERFORM 2850-WRITE-PENDING THRU 2850-EXIT
                   END-IF
                   PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
                   GO TO 2200-EXIT
               END-IF
               MOVE COR-CARD-IMAGE(WS-FOUND-INDEX) TO WS-EDIT-RECORD
               PERFORM 2300-VALIDATE-RECORD THRU 2300-EXIT
               IF RECORD-IS-INVALID
               MOVE 'REFEED-WORK' TO WS-IO-FILE-NAME
               MOVE FS-REFEED-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2900-WRITE-AUDIT-RECORD THRU 2900-EXIT
               ADD 1 TO WS-REPAIRED-COUNT.
           2200-EXIT.
               EXIT.
                   MOVE '** ESCALATE **' TO WS-AGE-ACTION
                   ADD 1 TO WS-ESCALATED-COUNT
               ELSE
                   IF ITEM-AWAITING-APPROVAL
                       MOVE 'AWAIT APPROVAL' TO WS-AGE-ACTION
                   ELSE
                       MOVE SPACES TO WS-AGE-ACTION
                   END-IF
               END-IF
               WRITE AGE-PRT-LINE FROM WS-AGE-DETAIL-LINE
               PERFORM 9920-CHECK-AGE-IO THRU 9920-EXIT
           2700-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2800 - AUTHORIZATION: A RELEASE CARD FOR THE SAME RAW KEY,
      * SIGNED BY SOMEONE OTHER THAN THE MAKER OF THE CORRECTION CARD
      * FOUND. A CARD SIGNED BY THE MAKER DOES NOT COUNT AND IS NAMED
      * AS THE PENDING REASON.
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
               IF APV-CARD-ACTION(WS-SUBSCRIPT) = WS-RELEASE-ACTION
                   AND APV-CARD-KEY(WS-SUBSCRIPT) = SUS-RAW-CUST-CCY
                   AND APV-CARD-CHECKER(WS-SUBSCRIPT) NOT = SPACES
                   AND APV-CARD-AVAILABLE(WS-SUBSCRIPT)
                   IF APV-CARD-CHECKER(WS-SUBSCRIPT)
                           = COR-CARD-MAKER(WS-FOUND-INDEX)
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
      * 2850 - CARRY THE UNAUTHORIZED CORRECTION CARD FORWARD WITH THE
      * DATE IT WAS FIRST KEYED AND ITS AGE IN DAYS. WRITTEN ONCE PER
      * CARD EVEN WHEN SEVERAL SUSPENDED ITEMS SHARE ITS KEY.
      *-----------------------------------------------------------------
           2850-WRITE-PENDING.
               MOVE COR-CARD-ENTRY-DATE(WS-FOUND-INDEX)
                   TO WS-CARD-ENTRY-DATE
               IF WS-CARD-ENTRY-DATE NOT NUMERIC
                       OR WS-CARD-ENTRY-DATE = ZERO
                   MOVE WS-TODAY TO WS-CARD-ENTRY-DATE
               END-IF
               COMPUTE WS-ENTRY-ABS-DAYS = FUNCTION INTEGER-OF-DATE
                   (WS-CARD-ENTRY-DATE)
               COMPUTE WS-DAYS-PENDING =
                   WS-TODAY-ABS-DAYS - WS-ENTRY-ABS-DAYS
               MOVE WS-CARD-ENTRY-DATE TO PNO-ENTRY-DATE
               MOVE WS-DAYS-PENDING TO PNO-AGE-DAYS
               MOVE WS-PENDING-REASON TO PNO-REASON-TEXT
               MOVE COR-CARD-KEY(WS-FOUND-INDEX) TO PNO-KEY
               MOVE COR-CARD-IMAGE(WS-FOUND-INDEX) TO PNO-RECORD-IMAGE
               MOVE COR-CARD-MAKER(WS-FOUND-INDEX) TO PNO-MAKER-ID
               WRITE PNO-REC
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               SET COR-CARD-PENDED(WS-FOUND-INDEX) TO TRUE
               ADD 1 TO WS-PENDING-WRITTEN.
           2850-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2900 - AUDIT RECORD FOR A RELEASED ITEM: THE SUSPENDED IMAGE
      * BEFORE, THE CORRECTED IMAGE AFTER, MAKER AND CHECKER.
      *-----------------------------------------------------------------
           2900-WRITE-AUDIT-RECORD.
               MOVE WS-TODAY TO AUD-RUN-DATE
               MOVE WS-RUN-TIME TO AUD-RUN-TIME
               MOVE WS-RELEASE-ACTION TO AUD-ACTION
               MOVE SUS-RAW-CUST-CCY TO AUD-KEY
               MOVE SUS-RAW-RECORD TO AUD-BEFORE-IMAGE
               MOVE WS-EDIT-RECORD TO AUD-AFTER-IMAGE
               MOVE COR-CARD-MAKER(WS-FOUND-INDEX) TO AUD-MAKER-ID
               MOVE WS-CHECKER-ID TO AUD-CHECKER-ID
               WRITE AUD-REC
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2900-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
               CLOSE AGING-PRINT-FILE
               MOVE 'AGING-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-AGING-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE PENDING-OUT-FILE
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE AUDIT-FILE
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
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
               DISPLAY '  STILL INVALID       : '
                   WS-STILL-INVALID-COUNT
               DISPLAY '  CARRIED FORWARD     : ' WS-UNWORKED-COUNT
               DISPLAY '  AWAITING APPROVAL   : ' WS-AWAITING-COUNT
               DISPLAY '  SELF-APPROVED REFUSD: ' WS-SELF-APPROVED
               DISPLAY '  PENDING CARDS IN    : ' WS-PENDING-READ
               DISPLAY '  PENDING CARDS OUT   : ' WS-PENDING-WRITTEN
               DISPLAY '  ESCALATED (> ' WS-ESCALATE-AFTER-DAYS
                   ' DAYS): ' WS-ESCALATED-COUNT.
           9800-EXIT.
