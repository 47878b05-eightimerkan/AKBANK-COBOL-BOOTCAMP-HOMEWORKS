      * PER APPLIED TRANSACTION SO EVERY ADDRESS CHANGE IS
      * TRACEABLE. HW003STM JOINS THE RESULTING MASTER INTO THE
      * STATEMENT RUN FOR THE MAILING ADDRESS BLOCK.
      *
      * DUAL AUTHORIZATION: EVERY TRANSACTION CARRIES THE MAKER'S USER
      * ID AND IS APPLIED ONLY WHEN THE APPROVAL FILE (ADRAPV) HOLDS A
      * CARD FOR THE SAME ACTION AND CUSTOMER-ID SIGNED BY A CHECKER
      * OTHER THAN THE MAKER. ANYTHING ELSE IS CARRIED FORWARD, STILL
      * IN KEY SEQUENCE, TO THE PENDING FILE (ADRPNDO) WITH ITS
      * ORIGINAL ENTRY DATE AND AGE IN DAYS. THE NEXT RUN MERGES THAT
      * GENERATION (ADRPNDI) WITH THE DAY'S TRANSACTIONS BY KEY, THE
      * OLDER ITEM FIRST. THE AUDIT RECORD CARRIES BOTH USER IDS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/02/2026  EZD  ORIGINAL VERSION.
      * 10/09/2026  EZD  MAKER-CHECKER: TRANSACTIONS CARRY A MAKER ID
      *                  AND ARE APPLIED ONLY WHEN APPROVED ON ADRAPV
      *                  BY A DIFFERENT CHECKER. UNAPPROVED WORK IS
      *                  CARRIED FORWARD ON THE PENDING FILE WITH ITS
      *                  AGE AND MERGED BACK IN BY KEY ON THE NEXT RUN;
      *                  MAKER AND CHECKER GO ON THE AUDIT RECORD.
      * 10/15/2026  EZD  AN APPROVAL CARD AUTHORIZES ONE CHANGE ONLY:
      *                  IT IS MARKED USED WHEN IT APPROVES A CHANGE
      *                  AND SKIPPED AFTER THAT, SO A SECOND CHANGE
      *                  TO THE SAME KEY NEEDS ITS OWN APPROVAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN TO ADRAUD
                   FILE STATUS IS FS-AUDIT-FILE.

               SELECT OPTIONAL APPROVAL-FILE
                   ASSIGN TO ADRAPV
                   FILE STATUS IS FS-APPROVAL-FILE.

               SELECT OPTIONAL PENDING-IN-FILE
                   ASSIGN TO ADRPNDI
                   FILE STATUS IS FS-PENDING-IN.

               SELECT PENDING-OUT-FILE
                   ASSIGN TO ADRPNDO
                   FILE STATUS IS FS-PENDING-OUT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      * TRANSACTION-FILE - MAINTENANCE TRANSACTIONS IN KEY SEQUENCE.
      * ACTION 'A' ADD, 'C' CHANGE, 'D' DELETE, FOLLOWED BY A FULL
      * ADDRESS-RECORD IMAGE (DELETE NEEDS ONLY THE KEY FILLED) AND
      * THE MAKER'S USER ID. READ INTO A ONE-RECORD LOOK-AHEAD FOR THE
      * MERGE WITH THE PENDING FILE; THE FIELD VIEW IS ADT-REC IN
      * WORKING-STORAGE.
      *-----------------------------------------------------------------
           FD  TRANSACTION-FILE.
           01  ADT-FILE-REC              PIC X(86).

      *-----------------------------------------------------------------
      * NEW-ADDRESS-FILE - NEW-GENERATION ADDRESS MASTER
      *-----------------------------------------------------------------
           FD  ERROR-FILE.
           01  ERR-REC.
               05  ERR-TRANSACTION       PIC X(86).
               05  ERR-REASON-TEXT       PIC X(30).

      *-----------------------------------------------------------------
      * AUDIT-FILE - ONE RECORD PER APPLIED TRANSACTION, CARRYING
      * THE BEFORE- AND AFTER-IMAGES AND THE MAKER AND CHECKER USER
      * IDS. SAME CONVENTION AS THE HW003MNT AUDIT TRAIL.
      *-----------------------------------------------------------------
           FD  AUDIT-FILE.
           01  AUD-REC.
               05  AUD-CUSTOMER-ID       PIC X(05).
               05  AUD-BEFORE-IMAGE      PIC X(77).
               05  AUD-AFTER-IMAGE       PIC X(77).
               05  AUD-MAKER-ID          PIC X(08).
               05  AUD-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * APPROVAL-FILE - ONE CARD PER AUTHORIZED TRANSACTION, KEYED BY
      * THE SAME ACTION AND CUSTOMER-ID AS THE TRANSACTION IT
      * APPROVES, SIGNED WITH THE CHECKER'S USER ID.
      *-----------------------------------------------------------------
           FD  APPROVAL-FILE.
           01  APV-REC.
               05  APV-ACTION            PIC X(01).
               05  APV-CUSTOMER-ID       PIC X(05).
               05  APV-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * PENDING-IN-FILE / PENDING-OUT-FILE - TRANSACTIONS AWAITING
      * AUTHORIZATION, IN KEY SEQUENCE: THE DATE FIRST KEYED, THE AGE
      * IN DAYS AT THIS RUN, WHY IT IS STILL PENDING, AND THE
      * TRANSACTION ITSELF. THE OUT GENERATION IS TOMORROW'S IN.
      *-----------------------------------------------------------------
           FD  PENDING-IN-FILE.
           01  PNI-REC                   PIC X(129).

           FD  PENDING-OUT-FILE.
           01  PNO-REC.
               05  PNO-ENTRY-DATE        PIC 9(08).
               05  PNO-AGE-DAYS          PIC 9(05).
               05  PNO-REASON-TEXT       PIC X(30).
               05  PNO-TRANSACTION       PIC X(86).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
               05  FS-NEW-ADDRESS        PIC XX.
               05  FS-ERROR-FILE         PIC XX.
               05  FS-AUDIT-FILE         PIC XX.
               05  FS-APPROVAL-FILE      PIC XX.
               05  FS-PENDING-IN         PIC XX.
               05  FS-PENDING-OUT        PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
               88  ACTIVE-RECORD-PRESENT     VALUE 'Y'.
               88  NO-ACTIVE-RECORD          VALUE 'N'.

           01  SW-APV-EOF-FLAG           PIC X VALUE 'N'.
               88  APPROVAL-FILE-EOF         VALUE 'Y'.

           01  SW-PND-EOF-FLAG           PIC X VALUE 'N'.
               88  PENDING-IN-EOF            VALUE 'Y'.

           01  SW-APPROVED-FLAG          PIC X VALUE 'N'.
               88  CHANGE-APPROVED           VALUE 'Y'.
               88  CHANGE-NOT-APPROVED       VALUE 'N'.

      *-----------------------------------------------------------------
      * THE TRANSACTION IN HAND, AS SELECTED FROM THE MERGE OF THE
      * PENDING FILE AND THE DAY'S TRANSACTIONS.
      *-----------------------------------------------------------------
           01  ADT-REC.
               05  ADT-ACTION            PIC X(01).
                   88  ADT-ACTION-ADD        VALUE 'A'.
                   88  ADT-ACTION-CHANGE     VALUE 'C'.
                   88  ADT-ACTION-DELETE     VALUE 'D'.
                   88  ADT-ACTION-VALID      VALUE 'A' 'C' 'D'.
               05  ADT-RECORD-IMAGE.
                   10  ADT-CUSTOMER-ID   PIC 9(05).
                   10  ADT-LINE-1        PIC X(30).
                   10  ADT-LINE-2        PIC X(30).
                   10  ADT-POSTAL-CODE   PIC X(10).
                   10  ADT-DELIVERY-PREF PIC X(01).
                       88  ADT-PREF-VALID    VALUE 'M' 'B'.
                   10  ADT-RETURNED-MAIL PIC X(01).
                       88  ADT-RETURNED-VALID VALUE 'Y' 'N'.
               05  ADT-MAKER-ID          PIC X(08).

      *-----------------------------------------------------------------
      * MERGE LOOK-AHEADS - THE NEXT PENDING ITEM AND THE NEXT DAY'S
      * TRANSACTION. EACH KEY GOES TO HIGH-VALUES AT END OF FILE.
      *-----------------------------------------------------------------
           01  WS-PND-NEXT.
               05  WS-PND-NEXT-ENTRY-DATE PIC 9(08).
               05  WS-PND-NEXT-AGE-DAYS  PIC 9(05).
               05  WS-PND-NEXT-REASON    PIC X(30).
               05  WS-PND-NEXT-TRANSACTION.
                   10  WS-PND-NEXT-ACTION PIC X(01).
                   10  WS-PND-NEXT-KEY   PIC X(05).
                   10  FILLER            PIC X(80).

           01  WS-ADT-NEXT.
               05  WS-ADT-NEXT-ACTION    PIC X(01).
               05  WS-ADT-NEXT-KEY       PIC X(05).
               05  FILLER                PIC X(80).

      *-----------------------------------------------------------------
      * APPROVAL CARD TABLE - LOADED AT STARTUP, SEARCHED BY ACTION
      * AND CUSTOMER-ID FOR EACH TRANSACTION.
      *-----------------------------------------------------------------
           01  APV-CARD-TABLE.
               05  APV-CARD-COUNT        PIC 9(03) COMP VALUE ZERO.
               05  APV-CARD-ENTRY OCCURS 500 TIMES.
                   10  APV-CARD-ACTION       PIC X(01).
                   10  APV-CARD-KEY          PIC X(05).
                   10  APV-CARD-CHECKER      PIC X(08).
                   10  APV-CARD-USED         PIC X(01).
                       88  APV-CARD-SPENT        VALUE 'Y'.
                       88  APV-CARD-AVAILABLE    VALUE 'N'.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * HOLD AREAS - ONE RECORD OF LOOK-AHEAD PER INPUT. THE KEY
      * HOLDS ARE SET TO HIGH-VALUES AT END OF FILE SO THE
               05  WS-TRN-HOLD-IMAGE.
                   10  WS-TRN-HOLD-KEY   PIC X(05).
                   10  FILLER            PIC X(72).
               05  WS-TRN-HOLD-MAKER     PIC X(08).

      *-----------------------------------------------------------------
      * THE RECORD BEING BUILT FOR THE NEW MASTER ("BALANCE LINE")
           77  WS-TODAY                  PIC 9(08).
           77  WS-RUN-TIME               PIC 9(08).

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
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
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
               PERFORM 1400-LOAD-APPROVALS THRU 1400-EXIT
               OPEN INPUT OLD-ADDRESS-FILE
               MOVE 'OLD-ADDRESS' TO WS-IO-FILE-NAME
               MOVE FS-OLD-ADDRESS TO WS-IO-STATUS
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN INPUT PENDING-IN-FILE
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT PENDING-OUT-FILE
               MOVE 'PENDING-OUT' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-OUT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-PENDING-IN = '00'
                   PERFORM 2135-READ-PENDING-IN THRU 2135-EXIT
               ELSE
                   SET PENDING-IN-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PND-NEXT-KEY
               END-IF
               PERFORM 2140-READ-NEXT-TRANSACTION THRU 2140-EXIT
               PERFORM 2120-READ-ADDRESS-RECORD THRU 2120-EXIT
               PERFORM 2130-READ-TRANSACTION THRU 2130-EXIT.
           1000-EXIT.
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
                           MOVE APV-CUSTOMER-ID
                               TO APV-CARD-KEY(APV-CARD-COUNT)
                           MOVE APV-CHECKER-ID
                               TO APV-CARD-CHECKER(APV-CARD-COUNT)
                           SET APV-CARD-AVAILABLE(APV-CARD-COUNT)
                               TO TRUE
                       ELSE
                           DISPLAY '*** APV-CARD-TABLE FULL - CARD '
                               'IGNORED FOR ' APV-ACTION ' '
                               APV-CUSTOMER-ID ' ***'
                       END-IF
               END-READ
               MOVE 'APPROVAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-APPROVAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1410-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - BALANCE-LINE MASTER UPDATE. EACH PASS SETTLES ONE
      * KEY: LOAD THE ADDRESS RECORD FOR THAT KEY (IF ANY), APPLY
               EXIT.

      *-----------------------------------------------------------------
      * 2130 - TAKE THE NEXT TRANSACTION FROM THE MERGE OF THE
      * PENDING FILE AND THE DAY'S FILE (LOWER KEY FIRST, THE PENDING
      * ITEM ON A TIE), REJECTING ANY THAT CANNOT EVEN BE SEQUENCED
      * (BAD ACTION, NON-NUMERIC KEY, OUT OF SEQUENCE), THAT HAS NO
      * MAKER ID, OR WHOSE ADD/CHANGE IMAGE CARRIES A BAD DELIVERY
      * PREFERENCE OR RETURNED-MAIL FLAG.
      *-----------------------------------------------------------------
           2130-READ-TRANSACTION.
               IF WS-PND-NEXT-KEY = HIGH-VALUES
                       AND WS-ADT-NEXT-KEY = HIGH-VALUES
                   MOVE HIGH-VALUES TO WS-TRN-HOLD-RECORD
                   GO TO 2130-EXIT
               END-IF
               IF WS-PND-NEXT-KEY NOT > WS-ADT-NEXT-KEY
                   MOVE WS-PND-NEXT-TRANSACTION TO ADT-REC
                   MOVE WS-PND-NEXT-ENTRY-DATE TO WS-ENTRY-DATE
                   ADD 1 TO WS-PENDING-READ
                   PERFORM 2135-READ-PENDING-IN THRU 2135-EXIT
               ELSE
                   MOVE WS-ADT-NEXT TO ADT-REC
                   MOVE WS-TODAY TO WS-ENTRY-DATE
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 2140-READ-NEXT-TRANSACTION THRU 2140-EXIT
               END-IF
               IF NOT ADT-ACTION-VALID
                   MOVE 'BAD ACTION CODE' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF ADT-MAKER-ID = SPACES
                   MOVE 'NO MAKER ID' TO ERR-REASON-TEXT
                   PERFORM 2150-WRITE-ERROR-RECORD THRU 2150-EXIT
                   GO TO 2130-READ-TRANSACTION
               END-IF
               IF (ADT-ACTION-ADD OR ADT-ACTION-CHANGE)
                   AND NOT ADT-PREF-VALID
                   MOVE 'BAD DELIVERY PREFERENCE' TO ERR-REASON-TEXT
           2130-EXIT.
               EXIT.

           2135-READ-PENDING-IN.
               READ PENDING-IN-FILE INTO WS-PND-NEXT
                   AT END
                       SET PENDING-IN-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-PND-NEXT-KEY
               END-READ
               MOVE 'PENDING-IN' TO WS-IO-FILE-NAME
               MOVE FS-PENDING-IN TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2135-EXIT.
               EXIT.

           2140-READ-NEXT-TRANSACTION.
               READ TRANSACTION-FILE INTO WS-ADT-NEXT
                   AT END
                       SET TRANSACTION-FILE-EOF TO TRUE
                       MOVE HIGH-VALUES TO WS-ADT-NEXT-KEY
               END-READ
               MOVE 'TRANSACTION-FILE' TO WS-IO-FILE-NAME
               MOVE FS-TRANSACTION TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2140-EXIT.
               EXIT.

           2150-WRITE-ERROR-RECORD.
               MOVE ADT-REC TO ERR-TRANSACTION
               WRITE ERR-REC
               EXIT.

      *-----------------------------------------------------------------
      * 2200 - APPLY THE HELD TRANSACTION TO THE ACTIVE RECORD IF IT
      * IS AUTHORIZED, OTHERWISE CARRY IT FORWARD TO THE PENDING FILE.
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

           2210-ROUTE-TRANSACTION.
               IF WS-TRN-HOLD-ACTION = 'A'
                   PERFORM 2300-APPLY-ADD THRU 2300-EXIT
               ELSE
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
               ELSE
                   MOVE SPACES TO AUD-AFTER-IMAGE
               END-IF
               MOVE WS-TRN-HOLD-MAKER TO AUD-MAKER-ID
               MOVE WS-CHECKER-ID TO AUD-CHECKER-ID
               WRITE AUD-REC
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
           2600-EXIT.
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
               IF APV-CARD-ACTION(WS-SUBSCRIPT) = WS-TRN-HOLD-ACTION
                   AND APV-CARD-KEY(WS-SUBSCRIPT) = WS-TRN-HOLD-KEY
                   AND APV-CARD-CHECKER(WS-SUBSCRIPT) NOT = SPACES
                   AND APV-CARD-AVAILABLE(WS-SUBSCRIPT)
                   IF APV-CARD-CHECKER(WS-SUBSCRIPT)
                           = WS-TRN-HOLD-MAKER
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
      * IT WAS FIRST KEYED AND ITS AGE IN DAYS. THE MERGE KEEPS THE
      * PENDING FILE IN KEY SEQUENCE.
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
               MOVE WS-TRN-HOLD-RECORD TO PNO-TRANSACTION
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

