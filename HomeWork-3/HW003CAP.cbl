      * CONTROL TOTALS OF THE CONCATENATED INPUT BEFORE THE NEW
      * MASTER IS TRUSTED. RETURN CODES: 00 CLEAN, 04 EXCEPTIONS
      * PRESENT, 08 TRAILER CONTROL-TOTAL MISMATCH, 12 I/O FAILURE.
      *
      * WITHHOLDING TAX: A POSITIVE ACCRUED TOTAL (CREDIT INTEREST)
      * HAS TAX TAKEN AT THE CURRENCY'S RATE FROM THE OPTIONAL
      * WITHHOLDING-TAX RATE CARD FILE (READ THE SAME WAY AS THE
      * HW003ACR RATE CARDS) AND ONLY THE NET IS CREDITED. THE AUDIT
      * RECORD CARRIES GROSS, TAX AND NET; THE TAX IS ADDED TO THE
      * CUSTOMER'S YEAR-TO-DATE TAX RECORD (WHTYTD, READ BY THE
      * HW003WHC ANNUAL CERTIFICATE RUN) ONCE THE TRAILER PROOF
      * HAS TIED; AND THE PER-CURRENCY
      * TAX-PAYABLE CONTROL TOTALS ARE WRITTEN TO WHTCTL FOR THE
      * GL TIE-OUT. A CURRENCY WITH NO CARD IS NOT TAXED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 09/02/2026  EZD  ORIGINAL VERSION.
      * 10/05/2026  EZD  ACR DETAIL VIEW BROUGHT IN STEP WITH HW003ACR
      *                  (ENTRY TYPE, VALUE DATE, DAYS). BACK-VALUE
      *                  CATCH-UP DETAILS ARE CAPITALIZED LIKE ANY
      *                  OTHER DETAIL AND COUNTED ON THE SUMMARY.
      * 10/07/2026  EZD  WITHHOLDING TAX NETTED OFF POSITIVE INTEREST
      *                  (WHTRATE CARDS). AUDIT RECORD EXTENDED WITH
      *                  GROSS/TAX/NET, YEAR-TO-DATE TAX FILE WHTYTD
      *                  UPDATED, PER-CURRENCY TAX-PAYABLE CONTROL
      *                  FILE WHTCTL WRITTEN AND LISTED.
      * 10/15/2026  EZD  ACR DETAIL VIEW CARRIES THE RATE BASIS. THE
      *                  YEAR-TO-DATE TAX FILE IS NO LONGER UPDATED AS
      *                  KEYS ARE POSTED: EACH KEY'S GROSS/TAX/NET GOES
      *                  TO A WORK FILE (WHTYDLT) AND IS APPLIED TO
      *                  WHTYTD ONLY AFTER THE TRAILER PROOF TIES, SO
      *                  A RUN ENDING RC 08 AND ITS RERUN DO NOT COUNT
      *                  THE SAME INTEREST AND TAX TWICE.
      * 10/16/2026  EZD  WHTCTL IS BUILT ON A WORK FILE (WHTCWRK) AND
      *                  COPIED OUT ONLY WHEN THE TRAILER PROOF TIES;
      *                  OTHERWISE IT IS LEFT EMPTY, SO HW003GLJ NEVER
      *                  JOURNALS CP/WT FROM A RUN THAT DID NOT PROVE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ASSIGN TO CAPRPT
                   FILE STATUS IS FS-CAP-PRINT.

               SELECT OPTIONAL WHT-RATE-FILE
                   ASSIGN TO WHTRATE
                   FILE STATUS IS FS-WHT-RATE-FILE.

               SELECT OPTIONAL WHT-YTD-FILE
                   ASSIGN TO WHTYTD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS WHY-KEY
                   FILE STATUS IS FS-WHT-YTD-FILE.

               SELECT YTD-DELTA-FILE
                   ASSIGN TO WHTYDLT
                   FILE STATUS IS FS-YTD-DELTA.

               SELECT WHT-CONTROL-WORK-FILE
                   ASSIGN TO WHTCWRK
                   FILE STATUS IS FS-WHT-CONTROL-WORK.

               SELECT WHT-CONTROL-FILE
                   ASSIGN TO WHTCTL
                   FILE STATUS IS FS-WHT-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
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

      *-----------------------------------------------------------------
      * AUDIT-FILE - SAME BEFORE/AFTER LAYOUT HW003MNT WRITES. THE
      * CAPITALIZATION POSTING CARRIES ACTION 'P'. THE GROSS
      * INTEREST, THE WITHHOLDING TAX TAKEN AND THE NET CREDITED
      * FOLLOW THE AFTER-IMAGE (THE AFTER-IMAGE BALANCE MOVED BY THE
      * NET ONLY).
      *-----------------------------------------------------------------
           FD  AUDIT-FILE.
           01  AUD-REC.
               05  AUD-CURRENCY-KEY      PIC X(03).
               05  AUD-BEFORE-IMAGE      PIC X(62).
               05  AUD-AFTER-IMAGE       PIC X(62).
               05  AUD-GROSS-AMOUNT      PIC S9(15)V99.
               05  AUD-TAX-AMOUNT        PIC S9(15)V99.
               05  AUD-NET-AMOUNT        PIC S9(15)V99.

      *-----------------------------------------------------------------
      * CAP-PRINT-FILE - CAPITALIZATION EXCEPTION LISTING
           FD  CAP-PRINT-FILE.
           01  CAP-PRT-LINE              PIC X(100).

      *-----------------------------------------------------------------
      * WHT-RATE-FILE - OPTIONAL WITHHOLDING-TAX RATE CARD FILE, ONE
      * CURRENCY PER RECORD. THE RATE IS A DECIMAL FRACTION OF THE
      * GROSS INTEREST (0.150000 = 15 PERCENT).
      *-----------------------------------------------------------------
           FD  WHT-RATE-FILE.
           01  WHT-RATE-REC.
               05  WHT-CURRENCY-KEY      PIC 9(03).
               05  WHT-TAX-RATE          PIC 9(03)V9(06).

      *-----------------------------------------------------------------
      * WHT-YTD-FILE - INDEXED YEAR-TO-DATE WITHHOLDING-TAX FILE, ONE
      * RECORD PER CUSTOMER-ID/CURRENCY-KEY/TAX YEAR. BUILT UP HERE
      * AT EVERY CAPITALIZATION, READ BY HW003WHC. THE NAME IS
      * CARRIED SO THE CERTIFICATE STILL PRINTS AFTER THE ACCOUNT IS
      * ARCHIVED. KEEP THE LAYOUT IN STEP WITH HW003WHC.
      *-----------------------------------------------------------------
           FD  WHT-YTD-FILE.
           01  WHY-REC.
               05  WHY-KEY.
                   10  WHY-CUSTOMER-ID   PIC 9(05).
                   10  WHY-CURRENCY-KEY  PIC 9(03).
                   10  WHY-TAX-YEAR      PIC 9(04).
               05  WHY-FIRST-NAME        PIC X(15).
               05  WHY-LAST-NAME         PIC X(15).
               05  WHY-GROSS-INTEREST    PIC S9(15)V99.
               05  WHY-TAX-WITHHELD      PIC S9(15)V99.
               05  WHY-NET-INTEREST      PIC S9(15)V99.
               05  WHY-POSTINGS          PIC 9(05).
               05  WHY-LAST-POST-DATE    PIC 9(08).

      *-----------------------------------------------------------------
      * YTD-DELTA-FILE - THE RUN'S ADDITIONS TO THE YEAR-TO-DATE TAX
      * FILE, ONE PER KEY TAXED, HELD UNTIL THE TRAILER PROOF TIES.
      *-----------------------------------------------------------------
           FD  YTD-DELTA-FILE.
           01  YDL-REC.
               05  YDL-KEY.
                   10  YDL-CUSTOMER-ID   PIC 9(05).
                   10  YDL-CURRENCY-KEY  PIC 9(03).
                   10  YDL-TAX-YEAR      PIC 9(04).
               05  YDL-FIRST-NAME        PIC X(15).
               05  YDL-LAST-NAME         PIC X(15).
               05  YDL-GROSS-INTEREST    PIC S9(15)V99.
               05  YDL-TAX-WITHHELD      PIC S9(15)V99.
               05  YDL-NET-INTEREST      PIC S9(15)V99.

      *-----------------------------------------------------------------
      * WHT-CONTROL-WORK-FILE - CAPITALIZATION AND TAX-PAYABLE
      * CONTROL TOTALS FOR THE GL TIE-OUT AS BUILT: ONE 'D' RECORD PER
      * CURRENCY POSTED AND A 'T' TRAILER WITH THE RECORD COUNT AND
      * THE TOTAL TAX PAYABLE. COPIED TO WHTCTL ONLY WHEN THE RUN
      * PROVES. KEEP THE LAYOUT IN STEP WITH HW003GLJ.
      *-----------------------------------------------------------------
           FD  WHT-CONTROL-WORK-FILE.
           01  WCT-REC.
               05  WCT-RECORD-TYPE       PIC X(01).
                   88  WCT-DETAIL-RECORD     VALUE 'D'.
                   88  WCT-TRAILER-RECORD    VALUE 'T'.
               05  WCT-RECORD-BODY       PIC X(99).

           01  WCT-DETAIL-VIEW REDEFINES WCT-REC.
               05  WCT-DTL-RECORD-TYPE   PIC X(01).
               05  WCT-DTL-RUN-DATE      PIC 9(08).
               05  WCT-DTL-CURRENCY-KEY  PIC 9(03).
               05  WCT-DTL-KEYS-POSTED   PIC 9(09).
               05  WCT-DTL-CAPITALIZED   PIC S9(15)V99.
               05  WCT-DTL-GROSS         PIC S9(15)V99.
               05  WCT-DTL-TAX           PIC S9(15)V99.
               05  WCT-DTL-NET           PIC S9(15)V99.
               05  FILLER                PIC X(11).

           01  WCT-TRAILER-VIEW REDEFINES WCT-REC.
               05  WCT-TRL-RECORD-TYPE   PIC X(01).
               05  WCT-TRL-RUN-DATE      PIC 9(08).
               05  WCT-TRL-RECORD-COUNT  PIC 9(09).
               05  WCT-TRL-TAX-PAYABLE   PIC S9(15)V99.
               05  FILLER                PIC X(65).

      *-----------------------------------------------------------------
      * WHT-CONTROL-FILE - THE PUBLISHED TAX-PAYABLE CONTROL FILE READ
      * BY HW003GLJ (WORK-FILE LAYOUT ABOVE).
      *-----------------------------------------------------------------
           FD  WHT-CONTROL-FILE.
           01  WHT-CONTROL-REC           PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
               05  FS-SUSPENSE-FILE      PIC XX.
               05  FS-AUDIT-FILE         PIC XX.
               05  FS-CAP-PRINT          PIC XX.
               05  FS-WHT-RATE-FILE      PIC XX.
               05  FS-WHT-YTD-FILE       PIC XX.
               05  FS-YTD-DELTA          PIC XX.
               05  FS-WHT-CONTROL        PIC XX.
               05  FS-WHT-CONTROL-WORK   PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
               88  KEY-IN-SUSPENSE           VALUE 'Y'.
               88  KEY-NOT-IN-SUSPENSE       VALUE 'N'.

           01  SW-WHT-EOF-FLAG           PIC X VALUE 'N'.
               88  WHT-RATE-FILE-EOF         VALUE 'Y'.

           01  SW-WHT-FOUND-FLAG         PIC X VALUE 'N'.
               88  WHT-ENTRY-FOUND           VALUE 'Y'.
               88  WHT-ENTRY-NOT-FOUND       VALUE 'N'.

           01  SW-YTD-FOUND-FLAG         PIC X VALUE 'N'.
               88  YTD-RECORD-FOUND          VALUE 'Y'.
               88  YTD-RECORD-NOT-FOUND      VALUE 'N'.

           01  SW-CCY-FOUND-FLAG         PIC X VALUE 'N'.
               88  CCY-ENTRY-FOUND           VALUE 'Y'.
               88  CCY-ENTRY-NOT-FOUND       VALUE 'N'.

           01  SW-YDL-EOF-FLAG           PIC X VALUE 'N'.
               88  YTD-DELTA-EOF             VALUE 'Y'.

           01  SW-WCW-EOF-FLAG           PIC X VALUE 'N'.
               88  WHT-CONTROL-WORK-EOF      VALUE 'Y'.

           01  SW-TRAILER-PROOF-FLAG     PIC X VALUE 'N'.
               88  TRAILERS-PROVED           VALUE 'Y'.
               88  TRAILERS-NOT-PROVED       VALUE 'N'.

      *-----------------------------------------------------------------
      * HOLD AREAS - ONE RECORD OF LOOK-AHEAD PER BALANCE-LINE INPUT.
      * THE KEY HOLDS GO TO HIGH-VALUES AT END OF FILE SO THE MERGE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-RUN-TIME               PIC 9(08).
           01  WS-TODAY-PARTS.
               05  WS-TODAY-YEAR         PIC 9(04).
               05  WS-TODAY-MMDD         PIC 9(04).

      *-----------------------------------------------------------------
      * THE ACCRUED TOTAL FOR THE KEY IN HAND
      *-----------------------------------------------------------------
           77  WS-ACCRUED-AMOUNT         PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * WITHHOLDING TAX ON THE KEY IN HAND: THE CARD RATE, THE TAX
      * TAKEN FROM A POSITIVE ACCRUED TOTAL, AND THE NET CREDITED.
      *-----------------------------------------------------------------
           77  WS-WHT-RATE               PIC 9(03)V9(06) VALUE ZERO.
           77  WS-TAX-AMOUNT             PIC S9(15)V99 VALUE ZERO.
           77  WS-NET-AMOUNT             PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * WITHHOLDING-TAX RATE TABLE - LOADED FROM WHT-RATE-FILE AT
      * STARTUP AND SEARCHED PER KEY (SAME AS THE HW003ACR TABLE).
      *-----------------------------------------------------------------
           01  WHT-TABLE.
               05  WHT-COUNT             PIC 9(03) COMP VALUE ZERO.
               05  WHT-ENTRY OCCURS 50 TIMES.
                   10  WHT-TABLE-CCY         PIC 9(03).
                   10  WHT-TABLE-RATE        PIC 9(03)V9(06).

      *-----------------------------------------------------------------
      * PER-CURRENCY CAPITALIZATION AND TAX-PAYABLE CONTROL TOTALS,
      * WRITTEN TO WHT-CONTROL-FILE AND THE LISTING AT END OF RUN.
      *-----------------------------------------------------------------
           01  CAP-CCY-TABLE.
               05  CAP-CCY-COUNT         PIC 9(03) COMP VALUE ZERO.
               05  CAP-CCY-ENTRY OCCURS 50 TIMES.
                   10  CAP-CCY-KEY           PIC 9(03).
                   10  CAP-CCY-KEYS-POSTED   PIC 9(09) COMP.
                   10  CAP-CCY-CAPITALIZED   PIC S9(15)V99.
                   10  CAP-CCY-GROSS         PIC S9(15)V99.
                   10  CAP-CCY-TAX           PIC S9(15)V99.
                   10  CAP-CCY-NET           PIC S9(15)V99.

           77  WS-CCY-SUBSCRIPT          PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * SUSPENSE KEY TABLE - LOADED FROM SUSFILE AT STARTUP AND
      * SEARCHED PER ACCRUAL KEY.
      *-----------------------------------------------------------------
           77  WS-DETAILS-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-DETAIL-TOTAL           PIC S9(15)V99 VALUE ZERO.
           77  WS-CATCH-UPS-READ         PIC 9(09) COMP VALUE ZERO.
           77  WS-CATCH-UP-TOTAL         PIC S9(15)V99 VALUE ZERO.
           77  WS-MASTER-READ            PIC 9(09) COMP VALUE ZERO.
           77  WS-MASTER-WRITTEN         PIC 9(09) COMP VALUE ZERO.
           77  WS-KEYS-POSTED            PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-CAPITALIZED      PIC S9(15)V99 VALUE ZERO.
           77  WS-SUSPENSE-EXCEPTIONS    PIC 9(09) COMP VALUE ZERO.
           77  WS-NO-MASTER-EXCEPTIONS   PIC 9(09) COMP VALUE ZERO.
           77  WS-KEYS-TAXED             PIC 9(09) COMP VALUE ZERO.
           77  WS-NO-WHT-CARD-KEYS       PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-GROSS-INTEREST   PIC S9(15)V99 VALUE ZERO.
           77  WS-TOTAL-TAX-WITHHELD     PIC S9(15)V99 VALUE ZERO.
           77  WS-TOTAL-NET-POSTED       PIC S9(15)V99 VALUE ZERO.
           77  WS-YTD-RECORDS-ADDED      PIC 9(09) COMP VALUE ZERO.
           77  WS-YTD-RECORDS-UPDATED    PIC 9(09) COMP VALUE ZERO.
           77  WS-WCT-RECORDS-WRITTEN    PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * GRADUATED RETURN CODE: 00 CLEAN, 04 EXCEPTIONS PRESENT,
                       '   NO MASTER : '.
               05  WS-EXT-NO-MASTER      PIC ZZZZZZZZ9.

           01  WS-WHT-HEAD-LINE.
               05  FILLER                PIC X(40) VALUE
                       'WITHHOLDING TAX CONTROL BY CURRENCY'.

           01  WS-WHT-HEAD-LINE-2.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(09) VALUE '     KEYS'.
               05  FILLER                PIC X(21) VALUE
                       '       GROSS INTEREST'.
               05  FILLER                PIC X(21) VALUE
                       '         TAX WITHHELD'.
               05  FILLER                PIC X(21) VALUE
                       '         NET CREDITED'.

           01  WS-WHT-DETAIL-LINE.
               05  WS-WHL-CCY            PIC 9(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-WHL-KEYS           PIC ZZZZZZZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-WHL-GROSS          PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-WHL-TAX            PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-WHL-NET            PIC -(15)9.99.

           01  WS-WHT-TOTAL-LINE.
               05  FILLER                PIC X(36) VALUE
                       'TOTAL TAX PAYABLE                 : '.
               05  WS-WHT-TOTAL-TAX      PIC -(15)9.99.

      *-----------------------------------------------------------------
      * I/O STATUS CHECKING AND ABEND WORK FIELDS
      *-----------------------------------------------------------------
               PERFORM 4000-CAPITALIZE THRU 4000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9500-RECONCILE-TRAILERS THRU 9500-EXIT
               PERFORM 9550-APPLY-YTD-DELTAS THRU 9550-EXIT
               PERFORM 9570-RELEASE-TAX-CONTROL THRU 9570-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               PERFORM 9700-SET-RETURN-CODE THRU 9700-EXIT
               STOP RUN.
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-TODAY TO WS-TODAY-PARTS
               OPEN INPUT ACCRUAL-PERIOD-FILE
               MOVE 'ACCRUAL-PERIOD' TO WS-IO-FILE-NAME
               MOVE FS-ACCRUAL-PERIOD TO WS-IO-STATUS
               MOVE FS-CAP-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1400-LOAD-SUSPENSE-KEYS THRU 1400-EXIT
               PERFORM 1500-LOAD-WHT-RATE-CARDS THRU 1500-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT.
           1000-EXIT.
               EXIT.
           1410-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1500 - WITHHOLDING-TAX RATE CARDS, LOADED THE SAME WAY AS THE
      * HW003ACR ACCRUAL RATE CARDS.
      *-----------------------------------------------------------------
           1500-LOAD-WHT-RATE-CARDS.
               OPEN INPUT WHT-RATE-FILE
               MOVE 'WHT-RATE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-RATE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-WHT-RATE-FILE = '00'
                   PERFORM 1510-LOAD-ONE-WHT-CARD THRU 1510-EXIT
                       UNTIL WHT-RATE-FILE-EOF
                   CLOSE WHT-RATE-FILE
               END-IF
               IF WHT-COUNT = ZERO
                   DISPLAY '*** NO WITHHOLDING-TAX RATE CARDS LOADED - '
                       'INTEREST WILL BE CREDITED GROSS THIS RUN ***'
               END-IF.
           1500-EXIT.
               EXIT.

           1510-LOAD-ONE-WHT-CARD.
               READ WHT-RATE-FILE
                   AT END
                       SET WHT-RATE-FILE-EOF TO TRUE
                   NOT AT END
                       IF WHT-COUNT < 50
                           ADD 1 TO WHT-COUNT
                           MOVE WHT-CURRENCY-KEY
                               TO WHT-TABLE-CCY(WHT-COUNT)
                           MOVE WHT-TAX-RATE
                               TO WHT-TABLE-RATE(WHT-COUNT)
                       ELSE
                           DISPLAY '*** WHT-TABLE FULL - CARD '
                               'IGNORED FOR CURRENCY '
                               WHT-CURRENCY-KEY ' ***'
                       END-IF
               END-READ
               MOVE 'WHT-RATE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-RATE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1510-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - FIRST PASS: EXTRACT THE DETAIL RECORDS TO THE WORK
      * FILE AND SUM THE TRAILERS FOR THE CONTROL PROOF. HEADERS ARE
               IF ACR-DETAIL-RECORD
                   ADD 1 TO WS-DETAILS-READ
                   ADD ACR-DTL-ACCRUAL TO WS-DETAIL-TOTAL
                   IF ACR-DTL-BACK-VALUE
                       ADD 1 TO WS-CATCH-UPS-READ
                       ADD ACR-DTL-ACCRUAL TO WS-CATCH-UP-TOTAL
                   END-IF
                   MOVE ACR-DTL-CUSTOMER-ID TO ACW-CUSTOMER-ID
                   MOVE ACR-DTL-CURRENCY-KEY TO ACW-CURRENCY-KEY
                   MOVE ACR-DTL-ACCRUAL TO ACW-ACCRUAL
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT YTD-DELTA-FILE
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT WHT-CONTROL-WORK-FILE
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 4120-READ-MASTER-RECORD THRU 4120-EXIT
               PERFORM 4130-READ-SORTED-ACCRUAL THRU 4130-EXIT
               PERFORM 4100-SETTLE-ONE-KEY THRU 4100-EXIT
               EXIT.

      *-----------------------------------------------------------------
      * 4300 - POST THE ACCRUED TOTAL, NET OF ANY WITHHOLDING TAX,
      * ONTO THE MASTER RECORD AND WRITE THE BEFORE/AFTER AUDIT
      * RECORD (ACTION 'P') WITH GROSS, TAX AND NET.
      *-----------------------------------------------------------------
           4300-POST-ACCRUED-AMOUNT.
               MOVE WS-MST-HOLD-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-MST-HOLD-RECORD TO WS-ACTIVE-RECORD
               PERFORM 4600-COMPUTE-WITHHOLDING-TAX THRU 4600-EXIT
               ADD WS-NET-AMOUNT TO WS-ACTIVE-BALANCE
               MOVE WS-TODAY TO AUD-RUN-DATE
               MOVE WS-RUN-TIME TO AUD-RUN-TIME
               MOVE 'P' TO AUD-ACTION
               MOVE WS-CURRENT-CCY TO AUD-CURRENCY-KEY
               MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
               MOVE WS-ACTIVE-RECORD TO AUD-AFTER-IMAGE
               MOVE WS-ACCRUED-AMOUNT TO AUD-GROSS-AMOUNT
               MOVE WS-TAX-AMOUNT TO AUD-TAX-AMOUNT
               MOVE WS-NET-AMOUNT TO AUD-NET-AMOUNT
               WRITE AUD-REC
               MOVE 'AUDIT-FILE' TO WS-IO-FILE-NAME
               MOVE FS-AUDIT-FILE TO WS-IO-STATUS
               MOVE WS-ACTIVE-RECORD TO NEW-MASTER-RECORD
               PERFORM 4150-WRITE-NEW-MASTER THRU 4150-EXIT
               ADD 1 TO WS-KEYS-POSTED
               ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-CAPITALIZED
               ADD WS-NET-AMOUNT TO WS-TOTAL-NET-POSTED
               PERFORM 4800-ACCUMULATE-CURRENCY THRU 4800-EXIT
               IF WS-ACCRUED-AMOUNT > ZERO
                   PERFORM 4700-WRITE-YTD-DELTA THRU 4700-EXIT
               END-IF.
           4300-EXIT.
               EXIT.

           4510-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 4600 - WITHHOLDING TAX. ONLY A POSITIVE ACCRUED TOTAL (CREDIT
      * INTEREST) IS TAXED; A NEGATIVE TOTAL (OVERDRAFT INTEREST AND
      * FEES) IS POSTED AS IT STANDS. A CURRENCY WITH NO RATE CARD
      * IS CREDITED GROSS AND COUNTED.
      *-----------------------------------------------------------------
           4600-COMPUTE-WITHHOLDING-TAX.
               MOVE ZERO TO WS-TAX-AMOUNT
               MOVE WS-ACCRUED-AMOUNT TO WS-NET-AMOUNT
               IF WS-ACCRUED-AMOUNT NOT > ZERO
                   GO TO 4600-EXIT
               END-IF
               ADD WS-ACCRUED-AMOUNT TO WS-TOTAL-GROSS-INTEREST
               PERFORM 4610-FIND-WHT-RATE THRU 4610-EXIT
               IF WHT-ENTRY-NOT-FOUND
                   ADD 1 TO WS-NO-WHT-CARD-KEYS
                   GO TO 4600-EXIT
               END-IF
               COMPUTE WS-TAX-AMOUNT ROUNDED =
                   WS-ACCRUED-AMOUNT * WS-WHT-RATE
               SUBTRACT WS-TAX-AMOUNT FROM WS-NET-AMOUNT
               ADD 1 TO WS-KEYS-TAXED
               ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX-WITHHELD.
           4600-EXIT.
               EXIT.

           4610-FIND-WHT-RATE.
               SET WHT-ENTRY-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-WHT-RATE
               PERFORM 4620-COMPARE-WHT-RATE THRU 4620-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WHT-COUNT
                       OR WHT-ENTRY-FOUND.
           4610-EXIT.
               EXIT.

           4620-COMPARE-WHT-RATE.
               IF WHT-TABLE-CCY(WS-SUBSCRIPT) = WS-ACTIVE-CURRENCY
                   SET WHT-ENTRY-FOUND TO TRUE
                   MOVE WHT-TABLE-RATE(WS-SUBSCRIPT) TO WS-WHT-RATE
               END-IF.
           4620-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 4700 - RECORD THE CREDIT INTEREST AND THE TAX TAKEN FOR THE
      * CUSTOMER'S YEAR-TO-DATE TAX RECORD. 9550 APPLIES IT ONCE THE
      * RUN HAS PROVED.
      *-----------------------------------------------------------------
           4700-WRITE-YTD-DELTA.
               MOVE WS-ACTIVE-CUSTOMER-ID TO YDL-CUSTOMER-ID
               MOVE WS-ACTIVE-CURRENCY TO YDL-CURRENCY-KEY
               MOVE WS-TODAY-YEAR TO YDL-TAX-YEAR
               MOVE WS-ACTIVE-FIRST-NAME TO YDL-FIRST-NAME
               MOVE WS-ACTIVE-LAST-NAME TO YDL-LAST-NAME
               MOVE WS-ACCRUED-AMOUNT TO YDL-GROSS-INTEREST
               MOVE WS-TAX-AMOUNT TO YDL-TAX-WITHHELD
               MOVE WS-NET-AMOUNT TO YDL-NET-INTEREST
               WRITE YDL-REC
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           4700-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 4800 - PER-CURRENCY CAPITALIZATION AND TAX-PAYABLE TOTALS
      *-----------------------------------------------------------------
           4800-ACCUMULATE-CURRENCY.
               PERFORM 4810-FIND-CCY-ENTRY THRU 4810-EXIT
               IF CCY-ENTRY-NOT-FOUND
                   IF CAP-CCY-COUNT < 50
                       ADD 1 TO CAP-CCY-COUNT
                       MOVE CAP-CCY-COUNT TO WS-FOUND-INDEX
                       MOVE WS-ACTIVE-CURRENCY
                           TO CAP-CCY-KEY(WS-FOUND-INDEX)
                       MOVE ZERO TO CAP-CCY-KEYS-POSTED(WS-FOUND-INDEX)
                       MOVE ZERO TO CAP-CCY-CAPITALIZED(WS-FOUND-INDEX)
                       MOVE ZERO TO CAP-CCY-GROSS(WS-FOUND-INDEX)
                       MOVE ZERO TO CAP-CCY-TAX(WS-FOUND-INDEX)
                       MOVE ZERO TO CAP-CCY-NET(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** CAP-CCY-TABLE FULL - CURRENCY '
                           WS-ACTIVE-CURRENCY ' LEFT OUT OF THE '
                           'CONTROL FILE (RUN TOTALS STILL COVER '
                           'IT) ***'
                       GO TO 4800-EXIT
                   END-IF
               END-IF
               ADD 1 TO CAP-CCY-KEYS-POSTED(WS-FOUND-INDEX)
               ADD WS-ACCRUED-AMOUNT
                   TO CAP-CCY-CAPITALIZED(WS-FOUND-INDEX)
               IF WS-ACCRUED-AMOUNT > ZERO
                   ADD WS-ACCRUED-AMOUNT
                       TO CAP-CCY-GROSS(WS-FOUND-INDEX)
                   ADD WS-TAX-AMOUNT TO CAP-CCY-TAX(WS-FOUND-INDEX)
                   ADD WS-NET-AMOUNT TO CAP-CCY-NET(WS-FOUND-INDEX)
               END-IF.
           4800-EXIT.
               EXIT.

           4810-FIND-CCY-ENTRY.
               SET CCY-ENTRY-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-FOUND-INDEX
               PERFORM 4820-COMPARE-CCY-ENTRY THRU 4820-EXIT
                   VARYING WS-CCY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CCY-SUBSCRIPT > CAP-CCY-COUNT
                       OR CCY-ENTRY-FOUND.
           4810-EXIT.
               EXIT.

           4820-COMPARE-CCY-ENTRY.
               IF CAP-CCY-KEY(WS-CCY-SUBSCRIPT) = WS-ACTIVE-CURRENCY
                   SET CCY-ENTRY-FOUND TO TRUE
                   MOVE WS-CCY-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           4820-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
               MOVE WS-NO-MASTER-EXCEPTIONS TO WS-EXT-NO-MASTER
               WRITE CAP-PRT-LINE FROM WS-EXC-TOTAL-LINE
               PERFORM 9920-CHECK-CAP-IO THRU 9920-EXIT
               PERFORM 8100-WRITE-TAX-CONTROL THRU 8100-EXIT
               CLOSE OLD-MASTER-FILE
               MOVE 'OLD-MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-OLD-MASTER TO WS-IO-STATUS
               CLOSE CAP-PRINT-FILE
               MOVE 'CAP-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-CAP-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE YTD-DELTA-FILE
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE WHT-CONTROL-WORK-FILE
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 8100 - WRITE ONE CONTROL RECORD PER CURRENCY POSTED AND THE
      * TAX-PAYABLE TRAILER, AND LIST THE SAME FIGURES AT THE FOOT
      * OF THE EXCEPTION LISTING. THE TRAILER TOTAL IS WHAT THE TAX
      * PAYABLE ACCOUNT ON THE GL MUST MOVE BY FOR THIS RUN.
      *-----------------------------------------------------------------
           8100-WRITE-TAX-CONTROL.
               WRITE CAP-PRT-LINE FROM WS-WHT-HEAD-LINE
               PERFORM 9920-CHECK-CAP-IO THRU 9920-EXIT
               WRITE CAP-PRT-LINE FROM WS-WHT-HEAD-LINE-2
               PERFORM 9920-CHECK-CAP-IO THRU 9920-EXIT
               PERFORM 8110-WRITE-ONE-CCY-CONTROL THRU 8110-EXIT
                   VARYING WS-CCY-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CCY-SUBSCRIPT > CAP-CCY-COUNT
               MOVE SPACES TO WCT-REC
               SET WCT-TRAILER-RECORD TO TRUE
               MOVE WS-TODAY TO WCT-TRL-RUN-DATE
               MOVE WS-WCT-RECORDS-WRITTEN TO WCT-TRL-RECORD-COUNT
               MOVE WS-TOTAL-TAX-WITHHELD TO WCT-TRL-TAX-PAYABLE
               WRITE WCT-REC
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               MOVE WS-TOTAL-TAX-WITHHELD TO WS-WHT-TOTAL-TAX
               WRITE CAP-PRT-LINE FROM WS-WHT-TOTAL-LINE
               PERFORM 9920-CHECK-CAP-IO THRU 9920-EXIT.
           8100-EXIT.
               EXIT.

           8110-WRITE-ONE-CCY-CONTROL.
               MOVE SPACES TO WCT-REC
               SET WCT-DETAIL-RECORD TO TRUE
               MOVE WS-TODAY TO WCT-DTL-RUN-DATE
               MOVE CAP-CCY-KEY(WS-CCY-SUBSCRIPT)
                   TO WCT-DTL-CURRENCY-KEY
               MOVE CAP-CCY-KEYS-POSTED(WS-CCY-SUBSCRIPT)
                   TO WCT-DTL-KEYS-POSTED
               MOVE CAP-CCY-CAPITALIZED(WS-CCY-SUBSCRIPT)
                   TO WCT-DTL-CAPITALIZED
               MOVE CAP-CCY-GROSS(WS-CCY-SUBSCRIPT) TO WCT-DTL-GROSS
               MOVE CAP-CCY-TAX(WS-CCY-SUBSCRIPT) TO WCT-DTL-TAX
               MOVE CAP-CCY-NET(WS-CCY-SUBSCRIPT) TO WCT-DTL-NET
               WRITE WCT-REC
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-WCT-RECORDS-WRITTEN
               MOVE CAP-CCY-KEY(WS-CCY-SUBSCRIPT) TO WS-WHL-CCY
               MOVE CAP-CCY-KEYS-POSTED(WS-CCY-SUBSCRIPT) TO WS-WHL-KEYS
               MOVE CAP-CCY-GROSS(WS-CCY-SUBSCRIPT) TO WS-WHL-GROSS
               MOVE CAP-CCY-TAX(WS-CCY-SUBSCRIPT) TO WS-WHL-TAX
               MOVE CAP-CCY-NET(WS-CCY-SUBSCRIPT) TO WS-WHL-NET
               WRITE CAP-PRT-LINE FROM WS-WHT-DETAIL-LINE
               PERFORM 9920-CHECK-CAP-IO THRU 9920-EXIT.
           8110-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - EXCEPTION LISTING PAGE HEADER
      ******************************************************************
                   MOVE 08 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               ELSE
                   SET TRAILERS-PROVED TO TRUE
                   DISPLAY 'ACCRUAL TRAILER CONTROLS RECONCILED OK'
               END-IF.
           9500-EXIT.
               EXIT.

      ******************************************************************
      * 9550 - APPLY THE RUN'S YEAR-TO-DATE TAX ADDITIONS, ADDING THE
      * RECORD ON THE FIRST CAPITALIZATION OF THE YEAR. A RUN THAT
      * DID NOT PROVE LEAVES WHTYTD UNTOUCHED FOR ITS RERUN.
      ******************************************************************
           9550-APPLY-YTD-DELTAS.
               IF TRAILERS-NOT-PROVED
                   DISPLAY '*** YEAR-TO-DATE TAX FILE NOT UPDATED - '
                       'TRAILER CONTROL MISMATCH ***'
                   GO TO 9550-EXIT
               END-IF
               OPEN INPUT YTD-DELTA-FILE
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN I-O WHT-YTD-FILE
               MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9560-APPLY-ONE-DELTA THRU 9560-EXIT
                   UNTIL YTD-DELTA-EOF
               CLOSE WHT-YTD-FILE
               MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE YTD-DELTA-FILE
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9550-EXIT.
               EXIT.

           9560-APPLY-ONE-DELTA.
               READ YTD-DELTA-FILE
                   AT END
                       SET YTD-DELTA-EOF TO TRUE
               END-READ
               MOVE 'YTD-DELTA-FILE' TO WS-IO-FILE-NAME
               MOVE FS-YTD-DELTA TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF YTD-DELTA-EOF
                   GO TO 9560-EXIT
               END-IF
               MOVE YDL-KEY TO WHY-KEY
               READ WHT-YTD-FILE
                   INVALID KEY
                       SET YTD-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET YTD-RECORD-FOUND TO TRUE
               END-READ
               IF FS-WHT-YTD-FILE NOT = '23'
                   MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               END-IF
               IF YTD-RECORD-NOT-FOUND
                   MOVE YDL-KEY TO WHY-KEY
                   MOVE ZERO TO WHY-GROSS-INTEREST
                   MOVE ZERO TO WHY-TAX-WITHHELD
                   MOVE ZERO TO WHY-NET-INTEREST
                   MOVE ZERO TO WHY-POSTINGS
               END-IF
               MOVE YDL-FIRST-NAME TO WHY-FIRST-NAME
               MOVE YDL-LAST-NAME TO WHY-LAST-NAME
               ADD YDL-GROSS-INTEREST TO WHY-GROSS-INTEREST
               ADD YDL-TAX-WITHHELD TO WHY-TAX-WITHHELD
               ADD YDL-NET-INTEREST TO WHY-NET-INTEREST
               ADD 1 TO WHY-POSTINGS
               MOVE WS-TODAY TO WHY-LAST-POST-DATE
               IF YTD-RECORD-FOUND
                   REWRITE WHY-REC
                   ADD 1 TO WS-YTD-RECORDS-UPDATED
               ELSE
                   WRITE WHY-REC
                   ADD 1 TO WS-YTD-RECORDS-ADDED
               END-IF
               MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9560-EXIT.
               EXIT.

      ******************************************************************
      * 9570 - PUBLISH THE TAX-PAYABLE CONTROL FILE FOR HW003GLJ. A RUN
      * THAT DID NOT PROVE LEAVES WHTCTL EMPTY, SO NO CAPITALIZATION
      * OR WITHHOLDING TAX IS JOURNALED FROM IT.
      ******************************************************************
           9570-RELEASE-TAX-CONTROL.
               OPEN OUTPUT WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF TRAILERS-NOT-PROVED
                   DISPLAY '*** TAX CONTROL FILE WHTCTL LEFT EMPTY - '
                       'TRAILER CONTROL MISMATCH ***'
                   GO TO 9570-CLOSE-CONTROL
               END-IF
               OPEN INPUT WHT-CONTROL-WORK-FILE
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9580-RELEASE-ONE-CONTROL THRU 9580-EXIT
                   UNTIL WHT-CONTROL-WORK-EOF
               CLOSE WHT-CONTROL-WORK-FILE
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9570-CLOSE-CONTROL.
               CLOSE WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9570-EXIT.
               EXIT.

           9580-RELEASE-ONE-CONTROL.
               READ WHT-CONTROL-WORK-FILE
                   AT END
                       SET WHT-CONTROL-WORK-EOF TO TRUE
               END-READ
               MOVE 'WHT-CONTROL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF WHT-CONTROL-WORK-EOF
                   GO TO 9580-EXIT
               END-IF
               WRITE WHT-CONTROL-REC FROM WCT-REC
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9580-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - GRADUATED RETURN CODE FOR THE NIGHT SCHEDULER
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003CAP RUN SUMMARY'
               DISPLAY '  ACCRUAL DETAILS READ: ' WS-DETAILS-READ
               DISPLAY '    OF WHICH CATCH-UP : ' WS-CATCH-UPS-READ
               DISPLAY '  CATCH-UP TOTAL      : ' WS-CATCH-UP-TOTAL
               DISPLAY '  MASTER RECORDS IN   : ' WS-MASTER-READ
               DISPLAY '  MASTER RECORDS OUT  : ' WS-MASTER-WRITTEN
               DISPLAY '  KEYS CAPITALIZED    : ' WS-KEYS-POSTED
               DISPLAY '  TOTAL CAPITALIZED   : ' WS-TOTAL-CAPITALIZED
               DISPLAY '  GROSS CREDIT INT.   : '
                   WS-TOTAL-GROSS-INTEREST
               DISPLAY '  KEYS TAXED          : ' WS-KEYS-TAXED
               DISPLAY '  NO WHT CARD (GROSS) : ' WS-NO-WHT-CARD-KEYS
               DISPLAY '  TAX WITHHELD/PAYABLE: ' WS-TOTAL-TAX-WITHHELD
               DISPLAY '  NET POSTED TO BAL.  : ' WS-TOTAL-NET-POSTED
               DISPLAY '  YTD TAX RECS ADDED  : ' WS-YTD-RECORDS-ADDED
               DISPLAY '  YTD TAX RECS UPDATED: ' WS-YTD-RECORDS-UPDATED
               DISPLAY '  TAX CONTROL RECORDS : '
                   WS-WCT-RECORDS-WRITTEN
               DISPLAY '  SUSPENSE EXCEPTIONS : '
                   WS-SUSPENSE-EXCEPTIONS
               DISPLAY '  NO-MASTER EXCEPTIONS: '
