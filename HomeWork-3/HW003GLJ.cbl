      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003GLJ.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/08/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * DOUBLE-ENTRY GL JOURNAL BUILD - COMPANION TO HOMEWORK003,
      * HW003ACR AND HW003CAP.
      *
      * THE LEDGER FEEDS CARRY ONE SIGNED AMOUNT PER CUSTOMER AND
      * CURRENCY WITH NO LEDGER ACCOUNT. THIS STEP TURNS THEM INTO
      * BALANCED DEBIT/CREDIT JOURNAL LINES USING THE POSTING-RULES
      * FILE (GLRULES), WHICH MAPS EACH ENTRY TYPE AND CURRENCY TO A
      * DEBIT AND A CREDIT GL ACCOUNT. ENTRY TYPES:
      *   CB - CUSTOMER BALANCE    (GL-FILE DETAILS, HOMEWORK003)
      *   CI - CREDIT INTEREST     (ACRFILE DETAILS, CREDIT RATE)
      *   OF - OVERDRAFT FEE       (ACRFILE DETAILS, OVERDRAFT RATE)
      *   CP - CAPITALIZATION      (WHTCTL CURRENCY TOTALS, HW003CAP)
      *   WT - WITHHOLDING TAX     (WHTCTL CURRENCY TOTALS, HW003CAP)
      * A POSITIVE AMOUNT DEBITS THE RULE'S DEBIT ACCOUNT AND CREDITS
      * ITS CREDIT ACCOUNT; A NEGATIVE AMOUNT REVERSES THE SIDES. THE
      * WHTCTL FEED IS OPTIONAL (IT EXISTS ONLY AFTER A PERIOD-END
      * CAPITALIZATION) AND IS ONLY JOURNALED ON THE DAY HW003CAP
      * WROTE IT. THE LINES ARE BUILT ON A WORK FILE AND PROVED
      * PER CURRENCY (DEBITS = CREDITS); THE FEED DETAILS ARE ALSO
      * PROVED AGAINST THEIR OWN TRAILERS. ONLY A FULLY MAPPED,
      * BALANCED AND PROVED BATCH IS RELEASED TO THE JOURNAL FILE
      * GLJRNL (H/D/T). ANY FEED ENTRY WITH NO RULE, ANY CURRENCY
      * OUT OF BALANCE OR ANY FEED TRAILER MISMATCH HOLDS THE WHOLE
      * BATCH: GLJRNL IS LEFT EMPTY, THE CAUSES ARE LISTED AND THE
      * STEP ENDS WITH RETURN CODE 08. THE STEP IS HELD (RETURN CODE
      * 16) UNTIL HW003ACR HAS POSTED A CLEAN FINISH FOR TODAY.
      * 12 IS THE USUAL I/O FAILURE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/08/2026  EZD  ORIGINAL VERSION.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      * 10/15/2026  EZD  ACRFILE DETAILS CLASSIFIED CI/OF BY THEIR
      *                  RATE BASIS, NOT THE SIGN OF THE AMOUNT. A
      *                  WHTCTL WHOSE RUN DATE IS NOT TODAY (LEFT
      *                  OVER FROM AN EARLIER PERIOD END) IS SKIPPED
      *                  AND COUNTED ON GLJRPT, SO CP/WT LINES ARE
      *                  JOURNALED ONCE ONLY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT RULES-FILE
                   ASSIGN TO GLRULES
                   FILE STATUS IS FS-RULES-FILE.

               SELECT GL-FILE
                   ASSIGN TO GLFILE
                   FILE STATUS IS FS-GL-FILE.

               SELECT ACCRUAL-FILE
                   ASSIGN TO ACRFILE
                   FILE STATUS IS FS-ACCRUAL-FILE.

               SELECT OPTIONAL WHT-CONTROL-FILE
                   ASSIGN TO WHTCTL
                   FILE STATUS IS FS-WHT-CONTROL.

               SELECT JOURNAL-WORK-FILE
                   ASSIGN TO GLJWORK
                   FILE STATUS IS FS-JOURNAL-WORK.

               SELECT JOURNAL-FILE
                   ASSIGN TO GLJRNL
                   FILE STATUS IS FS-JOURNAL-FILE.

               SELECT GLJ-PRINT-FILE
                   ASSIGN TO GLJRPT
                   FILE STATUS IS FS-GLJ-PRINT.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.

               SELECT OPTIONAL SEQ-PARM-FILE
                   ASSIGN TO SEQPARM
                   FILE STATUS IS FS-SEQ-PARM.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * RULES-FILE - POSTING RULES, ONE ENTRY TYPE/CURRENCY PER CARD
      *-----------------------------------------------------------------
           FD  RULES-FILE.
           01  RULE-REC.
               05  RULE-ENTRY-TYPE       PIC X(02).
               05  RULE-CURRENCY-KEY     PIC 9(03).
               05  RULE-DEBIT-ACCOUNT    PIC X(10).
               05  RULE-CREDIT-ACCOUNT   PIC X(10).

      *-----------------------------------------------------------------
      * GL-FILE - THE EXTRACT WRITTEN BY HOMEWORK003.
      * KEEP THE VIEWS IN STEP WITH THE HOMEWORK003 GL-FILE LAYOUT.
      *-----------------------------------------------------------------
           FD  GL-FILE.
           01  GL-REC.
               05  GL-RECORD-TYPE        PIC X(01).
                   88  GL-HEADER-RECORD      VALUE 'H'.
                   88  GL-DETAIL-RECORD      VALUE 'D'.
                   88  GL-TRAILER-RECORD     VALUE 'T'.
               05  GL-RECORD-BODY        PIC X(59).

           01  GL-DETAIL-VIEW REDEFINES GL-REC.
               05  GL-DTL-RECORD-TYPE    PIC X(01).
               05  GL-DTL-CUSTOMER-ID    PIC 9(05).
               05  GL-DTL-CURRENCY-KEY   PIC 9(03).
               05  GL-DTL-BALANCE        PIC S9(15)V99.
               05  GL-DTL-RUN-DATE       PIC 9(08).
               05  FILLER                PIC X(26).

           01  GL-TRAILER-VIEW REDEFINES GL-REC.
               05  GL-TRL-RECORD-TYPE    PIC X(01).
               05  GL-TRL-RECORD-COUNT   PIC 9(09).
               05  GL-TRL-CONTROL-TOTAL  PIC S9(15)V99.
               05  FILLER                PIC X(33).

      *-----------------------------------------------------------------
      * ACCRUAL-FILE - THE DAY'S ACRFILE WRITTEN BY HW003ACR.
      * KEEP THE VIEWS IN STEP WITH HW003ACR.
      *-----------------------------------------------------------------
           FD  ACCRUAL-FILE.
           01  ACR-REC.
               05  ACR-RECORD-TYPE       PIC X(01).
                   88  ACR-HEADER-RECORD     VALUE 'H'.
                   88  ACR-DETAIL-RECORD     VALUE 'D'.
                   88  ACR-TRAILER-RECORD    VALUE 'T'.
               05  ACR-RECORD-BODY       PIC X(59).

           01  ACR-DETAIL-VIEW REDEFINES ACR-REC.
               05  ACR-DTL-RECORD-TYPE   PIC X(01).
               05  ACR-DTL-CUSTOMER-ID   PIC 9(05).
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
               05  ACR-TRL-RECORD-COUNT  PIC 9(09).
               05  ACR-TRL-CONTROL-TOTAL PIC S9(15)V99.
               05  FILLER                PIC X(33).

      *-----------------------------------------------------------------
      * WHT-CONTROL-FILE - CAPITALIZATION AND TAX-PAYABLE CONTROL
      * TOTALS WRITTEN BY HW003CAP. KEEP IN STEP WITH HW003CAP.
      *-----------------------------------------------------------------
           FD  WHT-CONTROL-FILE.
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
      * JOURNAL-WORK-FILE - JOURNAL LINES AS BUILT, BEFORE RELEASE.
      * SAME LAYOUT AS THE JOURNAL-FILE DETAIL VIEW.
      *-----------------------------------------------------------------
           FD  JOURNAL-WORK-FILE.
           01  JWK-REC.
               05  JWK-RECORD-TYPE       PIC X(01).
               05  JWK-LINE-SEQ          PIC 9(07).
               05  JWK-ENTRY-TYPE        PIC X(02).
               05  JWK-CURRENCY-KEY      PIC 9(03).
               05  JWK-GL-ACCOUNT        PIC X(10).
               05  JWK-DR-CR             PIC X(01).
                   88  JWK-DEBIT             VALUE 'D'.
                   88  JWK-CREDIT            VALUE 'C'.
               05  JWK-AMOUNT            PIC 9(15)V99.
               05  JWK-CUSTOMER-ID       PIC 9(05).
               05  JWK-SOURCE            PIC X(03).
               05  JWK-RUN-DATE          PIC 9(08).
               05  FILLER                PIC X(23).

      *-----------------------------------------------------------------
      * JOURNAL-FILE - THE RELEASED DOUBLE-ENTRY JOURNAL: HEADER,
      * ONE DETAIL PER DEBIT OR CREDIT LINE, TRAILER WITH THE LINE
      * COUNT AND THE DEBIT AND CREDIT TOTALS.
      *-----------------------------------------------------------------
           FD  JOURNAL-FILE.
           01  GLJ-REC.
               05  GLJ-RECORD-TYPE       PIC X(01).
                   88  GLJ-HEADER-RECORD     VALUE 'H'.
                   88  GLJ-DETAIL-RECORD     VALUE 'D'.
                   88  GLJ-TRAILER-RECORD    VALUE 'T'.
               05  GLJ-RECORD-BODY       PIC X(79).

           01  GLJ-HEADER-VIEW REDEFINES GLJ-REC.
               05  GLJ-HDR-RECORD-TYPE   PIC X(01).
               05  GLJ-HDR-RUN-DATE      PIC 9(08).
               05  GLJ-HDR-BATCH-ID      PIC X(10).
               05  FILLER                PIC X(61).

           01  GLJ-DETAIL-VIEW REDEFINES GLJ-REC.
               05  GLJ-DTL-RECORD-TYPE   PIC X(01).
               05  GLJ-DTL-LINE-SEQ      PIC 9(07).
               05  GLJ-DTL-ENTRY-TYPE    PIC X(02).
               05  GLJ-DTL-CURRENCY-KEY  PIC 9(03).
               05  GLJ-DTL-GL-ACCOUNT    PIC X(10).
               05  GLJ-DTL-DR-CR         PIC X(01).
                   88  GLJ-DTL-DEBIT         VALUE 'D'.
                   88  GLJ-DTL-CREDIT        VALUE 'C'.
               05  GLJ-DTL-AMOUNT        PIC 9(15)V99.
               05  GLJ-DTL-CUSTOMER-ID   PIC 9(05).
               05  GLJ-DTL-SOURCE        PIC X(03).
               05  GLJ-DTL-RUN-DATE      PIC 9(08).
               05  FILLER                PIC X(23).

           01  GLJ-TRAILER-VIEW REDEFINES GLJ-REC.
               05  GLJ-TRL-RECORD-TYPE   PIC X(01).
               05  GLJ-TRL-LINE-COUNT    PIC 9(09).
               05  GLJ-TRL-TOTAL-DEBITS  PIC 9(15)V99.
               05  GLJ-TRL-TOTAL-CREDITS PIC 9(15)V99.
               05  FILLER                PIC X(36).

      *-----------------------------------------------------------------
      * GLJ-PRINT-FILE - UNMAPPED ENTRIES AND THE PER-CURRENCY PROOF
      *-----------------------------------------------------------------
           FD  GLJ-PRINT-FILE.
           01  GLJ-PRT-LINE              PIC X(132).

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
               05  FS-RULES-FILE         PIC XX.
               05  FS-GL-FILE            PIC XX.
               05  FS-ACCRUAL-FILE       PIC XX.
               05  FS-WHT-CONTROL        PIC XX.
               05  FS-JOURNAL-WORK       PIC XX.
               05  FS-JOURNAL-FILE       PIC XX.
               05  FS-GLJ-PRINT          PIC XX.
               05  FS-RUN-CONTROL        PIC XX.
               05  FS-SEQ-PARM           PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-RULES-EOF-FLAG         PIC X VALUE 'N'.
               88  RULES-FILE-EOF            VALUE 'Y'.

           01  SW-GL-EOF-FLAG            PIC X VALUE 'N'.
               88  GL-FILE-EOF               VALUE 'Y'.

           01  SW-ACR-EOF-FLAG           PIC X VALUE 'N'.
               88  ACCRUAL-FILE-EOF          VALUE 'Y'.

           01  SW-WCT-EOF-FLAG           PIC X VALUE 'N'.
               88  WHT-CONTROL-EOF           VALUE 'Y'.

           01  SW-JWK-EOF-FLAG           PIC X VALUE 'N'.
               88  JOURNAL-WORK-EOF          VALUE 'Y'.

           01  SW-RC-EOF-FLAG            PIC X VALUE 'N'.
               88  RUN-CONTROL-EOF           VALUE 'Y'.

           01  SW-PRED-FOUND-FLAG        PIC X VALUE 'N'.
               88  PREDECESSOR-FINISHED      VALUE 'Y'.
               88  PREDECESSOR-NOT-FINISHED  VALUE 'N'.

           01  SW-RULE-FOUND-FLAG        PIC X VALUE 'N'.
               88  RULE-FOUND                VALUE 'Y'.
               88  RULE-NOT-FOUND            VALUE 'N'.

           01  SW-CCY-FOUND-FLAG         PIC X VALUE 'N'.
               88  CCY-ENTRY-FOUND           VALUE 'Y'.
               88  CCY-ENTRY-NOT-FOUND       VALUE 'N'.

           01  SW-BATCH-FLAG             PIC X VALUE 'N'.
               88  BATCH-HELD                VALUE 'Y'.
               88  BATCH-RELEASABLE          VALUE 'N'.

      *-----------------------------------------------------------------
      * STEP-SEQUENCING WORK FIELDS. RETURN CODE 16 (HELD -
      * PREDECESSOR MISSING OR FAILED) IS DISTINCT FROM THE GRADUATED
      * 00/04/08/12 SCHEME THE STEPS THEMSELVES SET.
      *-----------------------------------------------------------------
           77  WS-RUN-TIME               PIC 9(08).
           77  WS-THIS-STEP              PIC X(12) VALUE 'HW003GLJ'.
           77  WS-PREDECESSOR-STEP       PIC X(12) VALUE 'HW003ACR'.
           77  WS-MAX-PRED-RC            PIC 9(02) VALUE 04.
           77  WS-PRED-LAST-RC           PIC 9(02) VALUE ZERO.
           77  WS-FINAL-RC               PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN DATE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).

      *-----------------------------------------------------------------
      * POSTING RULES TABLE - LOADED FROM RULES-FILE AT STARTUP
      *-----------------------------------------------------------------
           01  RULE-TABLE.
               05  RULE-COUNT            PIC 9(03) COMP VALUE ZERO.
               05  RULE-ENTRY OCCURS 250 TIMES.
                   10  RULE-TABLE-TYPE       PIC X(02).
                   10  RULE-TABLE-CCY        PIC 9(03).
                   10  RULE-TABLE-DEBIT      PIC X(10).
                   10  RULE-TABLE-CREDIT     PIC X(10).

      *-----------------------------------------------------------------
      * PER-CURRENCY DEBIT/CREDIT PROOF OF THE LINES BUILT
      *-----------------------------------------------------------------
           01  GLJ-CCY-TABLE.
               05  GLJ-CCY-COUNT         PIC 9(03) COMP VALUE ZERO.
               05  GLJ-CCY-ENTRY OCCURS 50 TIMES.
                   10  GLJ-CCY-KEY           PIC 9(03).
                   10  GLJ-CCY-LINES         PIC 9(09) COMP.
                   10  GLJ-CCY-DEBITS        PIC 9(15)V99.
                   10  GLJ-CCY-CREDITS       PIC 9(15)V99.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.
           77  WS-RULE-INDEX             PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * THE FEED ENTRY IN HAND, AS PASSED TO THE LINE BUILDER
      *-----------------------------------------------------------------
           01  WS-ENTRY-AREA.
               05  WS-ENTRY-TYPE         PIC X(02).
               05  WS-ENTRY-CCY          PIC 9(03).
               05  WS-ENTRY-CUSTOMER-ID  PIC 9(05).
               05  WS-ENTRY-SOURCE       PIC X(03).
               05  WS-ENTRY-AMOUNT       PIC S9(15)V99.

           77  WS-LINE-AMOUNT            PIC 9(15)V99 VALUE ZERO.
           77  WS-DEBIT-ACCOUNT          PIC X(10) VALUE SPACES.
           77  WS-CREDIT-ACCOUNT         PIC X(10) VALUE SPACES.
           77  WS-LINE-SEQ               PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------------
      * FEED TRAILER PROOFS - DETAILS READ AGAINST EACH FEED'S OWN
      * TRAILER COUNT AND CONTROL TOTAL.
      *-----------------------------------------------------------------
           77  WS-GL-DETAILS             PIC 9(09) COMP VALUE ZERO.
           77  WS-GL-DETAIL-TOTAL        PIC S9(15)V99 VALUE ZERO.
           77  WS-GL-TRAILER-COUNT       PIC 9(09) COMP VALUE ZERO.
           77  WS-GL-TRAILER-TOTAL       PIC S9(15)V99 VALUE ZERO.
           77  WS-ACR-DETAILS            PIC 9(09) COMP VALUE ZERO.
           77  WS-ACR-DETAIL-TOTAL       PIC S9(15)V99 VALUE ZERO.
           77  WS-ACR-TRAILER-COUNT      PIC 9(09) COMP VALUE ZERO.
           77  WS-ACR-TRAILER-TOTAL      PIC S9(15)V99 VALUE ZERO.
           77  WS-WCT-DETAILS            PIC 9(09) COMP VALUE ZERO.
           77  WS-WCT-DETAIL-TAX         PIC S9(15)V99 VALUE ZERO.
           77  WS-WCT-TRAILER-COUNT      PIC 9(09) COMP VALUE ZERO.
           77  WS-WCT-TRAILER-TAX        PIC S9(15)V99 VALUE ZERO.
           77  WS-WCT-RUN-DATE           PIC 9(08) VALUE ZERO.
           77  WS-WCT-FILES-SKIPPED      PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-ENTRIES-MAPPED         PIC 9(09) COMP VALUE ZERO.
           77  WS-ENTRIES-ZERO           PIC 9(09) COMP VALUE ZERO.
           77  WS-ENTRIES-UNMAPPED       PIC 9(09) COMP VALUE ZERO.
           77  WS-LINES-BUILT            PIC 9(09) COMP VALUE ZERO.
           77  WS-LINES-RELEASED         PIC 9(09) COMP VALUE ZERO.
           77  WS-CCY-OUT-OF-BALANCE     PIC 9(09) COMP VALUE ZERO.
           77  WS-FEEDS-OUT-OF-PROOF     PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-DEBITS           PIC 9(15)V99 VALUE ZERO.
           77  WS-TOTAL-CREDITS          PIC 9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * GRADUATED RETURN CODE: 00 RELEASED, 08 BATCH HELD, 12 I/O
      * FAILURE.
      *-----------------------------------------------------------------
           77  WS-HIGHEST-RC             PIC 9(02) VALUE ZERO.
           77  WS-PENDING-RC             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINTED REPORT WORK FIELDS AND LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003GLJ'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'GL JOURNAL BUILD / PROOF '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-UNMAPPED-HEAD-LINE.
               05  FILLER                PIC X(12) VALUE
                       'UNMAPPED    '.
               05  FILLER                PIC X(19) VALUE
                       'TY  CCY  CUST   SRC'.
               05  FILLER                PIC X(21) VALUE
                       '               AMOUNT'.

           01  WS-UNMAPPED-LINE.
               05  FILLER                PIC X(12) VALUE
                       'NO RULE   : '.
               05  WS-UNM-TYPE           PIC X(02).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-UNM-CCY            PIC 9(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-UNM-CUST-ID        PIC 9(05).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-UNM-SOURCE         PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-UNM-AMOUNT         PIC -(15)9.99.

           01  WS-PROOF-HEAD-LINE.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(11) VALUE '      LINES'.
               05  FILLER                PIC X(21) VALUE
                       '               DEBITS'.
               05  FILLER                PIC X(21) VALUE
                       '              CREDITS'.
               05  FILLER                PIC X(12) VALUE '  PROOF'.

           01  WS-PROOF-LINE.
               05  WS-PRF-CCY            PIC 9(03).
               05  FILLER                PIC X(04) VALUE SPACES.
               05  WS-PRF-LINES          PIC ZZZZZZZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-PRF-DEBITS         PIC Z(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-PRF-CREDITS        PIC Z(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-PRF-STATUS         PIC X(12).

           01  WS-FEED-PROOF-LINE.
               05  FILLER                PIC X(12) VALUE
                       'FEED PROOF: '.
               05  WS-FPR-FEED           PIC X(08).
               05  FILLER                PIC X(10) VALUE ' DETAILS '.
               05  WS-FPR-DETAILS        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(10) VALUE ' TRAILER '.
               05  WS-FPR-TRAILER        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-FPR-STATUS         PIC X(12).

           01  WS-WCT-SKIP-LINE.
               05  FILLER                PIC X(26) VALUE
                       'WHTCTL SKIPPED - RUN DATE '.
               05  WS-WSK-RUN-DATE       PIC 9(08).
               05  FILLER                PIC X(28) VALUE
                       ' IS NOT TODAY. FILES SKIPPED'.
               05  FILLER                PIC X(03) VALUE ' : '.
               05  WS-WSK-COUNT          PIC ZZZZZZZZ9.

           01  WS-BATCH-STATUS-LINE.
               05  FILLER                PIC X(14) VALUE
                       'BATCH STATUS: '.
               05  WS-BST-STATUS         PIC X(50).

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
               PERFORM 2000-JOURNAL-GL-FEED THRU 2000-EXIT
               PERFORM 3000-JOURNAL-ACCRUAL-FEED THRU 3000-EXIT
               PERFORM 4000-JOURNAL-CAP-FEED THRU 4000-EXIT
               PERFORM 5000-PROVE-BATCH THRU 5000-EXIT
               PERFORM 6000-RELEASE-OR-HOLD THRU 6000-EXIT
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
               ACCEPT WS-RUN-TIME FROM TIME
               PERFORM 1050-CHECK-PREDECESSOR THRU 1050-EXIT
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               PERFORM 1400-LOAD-POSTING-RULES THRU 1400-EXIT
               OPEN OUTPUT JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT GLJ-PRINT-FILE
               MOVE 'GLJ-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-GLJ-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               WRITE GLJ-PRT-LINE FROM WS-UNMAPPED-HEAD-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
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
      * 1400 - POSTING RULES. THE FILE IS REQUIRED; WITH NO RULES
      * EVERY ENTRY IS UNMAPPED AND THE BATCH IS HELD.
      *-----------------------------------------------------------------
           1400-LOAD-POSTING-RULES.
               OPEN INPUT RULES-FILE
               MOVE 'RULES-FILE' TO WS-IO-FILE-NAME
               MOVE FS-RULES-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1410-LOAD-ONE-RULE THRU 1410-EXIT
                   UNTIL RULES-FILE-EOF
               CLOSE RULES-FILE
               MOVE 'RULES-FILE' TO WS-IO-FILE-NAME
               MOVE FS-RULES-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF RULE-COUNT = ZERO
                   DISPLAY '*** NO POSTING RULES LOADED - THE BATCH '
                       'WILL BE HELD ***'
               END-IF.
           1400-EXIT.
               EXIT.

           1410-LOAD-ONE-RULE.
               READ RULES-FILE
                   AT END
                       SET RULES-FILE-EOF TO TRUE
                   NOT AT END
                       IF RULE-COUNT < 250
                           ADD 1 TO RULE-COUNT
                           MOVE RULE-ENTRY-TYPE
                               TO RULE-TABLE-TYPE(RULE-COUNT)
                           MOVE RULE-CURRENCY-KEY
                               TO RULE-TABLE-CCY(RULE-COUNT)
                           MOVE RULE-DEBIT-ACCOUNT
                               TO RULE-TABLE-DEBIT(RULE-COUNT)
                           MOVE RULE-CREDIT-ACCOUNT
                               TO RULE-TABLE-CREDIT(RULE-COUNT)
                       ELSE
                           DISPLAY '*** RULE-TABLE FULL - RULE '
                               RULE-ENTRY-TYPE '/' RULE-CURRENCY-KEY
                               ' IGNORED ***'
                       END-IF
               END-READ
               MOVE 'RULES-FILE' TO WS-IO-FILE-NAME
               MOVE FS-RULES-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1410-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - GL-FILE: EVERY DETAIL IS A CUSTOMER-BALANCE ENTRY
      ******************************************************************
           2000-JOURNAL-GL-FEED.
               OPEN INPUT GL-FILE
               MOVE 'GL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-GL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2100-READ-ONE-GL-RECORD THRU 2100-EXIT
                   UNTIL GL-FILE-EOF
               CLOSE GL-FILE
               MOVE 'GL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-GL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2000-EXIT.
               EXIT.

           2100-READ-ONE-GL-RECORD.
               READ GL-FILE
                   AT END
                       SET GL-FILE-EOF TO TRUE
               END-READ
               MOVE 'GL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-GL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF GL-FILE-EOF
                   GO TO 2100-EXIT
               END-IF
               IF GL-TRAILER-RECORD
                   ADD GL-TRL-RECORD-COUNT TO WS-GL-TRAILER-COUNT
                   ADD GL-TRL-CONTROL-TOTAL TO WS-GL-TRAILER-TOTAL
                   GO TO 2100-EXIT
               END-IF
               IF NOT GL-DETAIL-RECORD
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-GL-DETAILS
               ADD GL-DTL-BALANCE TO WS-GL-DETAIL-TOTAL
               MOVE 'CB' TO WS-ENTRY-TYPE
               MOVE GL-DTL-CURRENCY-KEY TO WS-ENTRY-CCY
               MOVE GL-DTL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-ID
               MOVE 'GL ' TO WS-ENTRY-SOURCE
               MOVE GL-DTL-BALANCE TO WS-ENTRY-AMOUNT
               PERFORM 7000-BUILD-JOURNAL-PAIR THRU 7000-EXIT.
           2100-EXIT.
               EXIT.

      ******************************************************************
      * 3000 - ACRFILE: A DETAIL PRICED AT THE CREDIT RATE IS CREDIT
      * INTEREST, ONE PRICED AT THE OVERDRAFT RATE IS AN OVERDRAFT
      * FEE, WHATEVER ITS SIGN - A BACK-VALUED DEBIT ON A CREDIT
      * ACCOUNT REVERSES CREDIT INTEREST. A DETAIL WITH NO RATE BASIS
      * (WRITTEN BEFORE THE FLAG EXISTED) FALLS BACK ON ITS SIGN.
      ******************************************************************
           3000-JOURNAL-ACCRUAL-FEED.
               OPEN INPUT ACCRUAL-FILE
               MOVE 'ACCRUAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ACCRUAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 3100-READ-ONE-ACR-RECORD THRU 3100-EXIT
                   UNTIL ACCRUAL-FILE-EOF
               CLOSE ACCRUAL-FILE
               MOVE 'ACCRUAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ACCRUAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           3000-EXIT.
               EXIT.

           3100-READ-ONE-ACR-RECORD.
               READ ACCRUAL-FILE
                   AT END
                       SET ACCRUAL-FILE-EOF TO TRUE
               END-READ
               MOVE 'ACCRUAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ACCRUAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF ACCRUAL-FILE-EOF
                   GO TO 3100-EXIT
               END-IF
               IF ACR-TRAILER-RECORD
                   ADD ACR-TRL-RECORD-COUNT TO WS-ACR-TRAILER-COUNT
                   ADD ACR-TRL-CONTROL-TOTAL TO WS-ACR-TRAILER-TOTAL
                   GO TO 3100-EXIT
               END-IF
               IF NOT ACR-DETAIL-RECORD
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-ACR-DETAILS
               ADD ACR-DTL-ACCRUAL TO WS-ACR-DETAIL-TOTAL
               IF ACR-DTL-OVERDRAFT-RATE
                   MOVE 'OF' TO WS-ENTRY-TYPE
               ELSE
                   MOVE 'CI' TO WS-ENTRY-TYPE
               END-IF
               IF NOT ACR-DTL-CREDIT-RATE
                   AND NOT ACR-DTL-OVERDRAFT-RATE
                   AND ACR-DTL-ACCRUAL < ZERO
                   MOVE 'OF' TO WS-ENTRY-TYPE
               END-IF
               MOVE ACR-DTL-CURRENCY-KEY TO WS-ENTRY-CCY
               MOVE ACR-DTL-CUSTOMER-ID TO WS-ENTRY-CUSTOMER-ID
               MOVE 'ACR' TO WS-ENTRY-SOURCE
               MOVE ACR-DTL-ACCRUAL TO WS-ENTRY-AMOUNT
               PERFORM 7000-BUILD-JOURNAL-PAIR THRU 7000-EXIT.
           3100-EXIT.
               EXIT.

      ******************************************************************
      * 4000 - WHTCTL (PERIOD END ONLY): EACH CURRENCY RECORD GIVES A
      * CAPITALIZATION ENTRY AND A WITHHOLDING-TAX ENTRY. THE FILE
      * STAYS CATALOGUED UNTIL THE NEXT PERIOD END, SO A FIRST PASS
      * PICKS UP ITS RUN DATE (THE TRAILER'S, OR THE LAST DETAIL'S IF
      * THE TRAILER IS MISSING) AND A FILE NOT WRITTEN TODAY IS
      * SKIPPED RATHER THAN JOURNALED AGAIN.
      ******************************************************************
           4000-JOURNAL-CAP-FEED.
               OPEN INPUT WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-WHT-CONTROL NOT = '00'
                   GO TO 4000-EXIT
               END-IF
               PERFORM 4050-SCAN-WCT-RUN-DATE THRU 4050-EXIT
                   UNTIL WHT-CONTROL-EOF
               CLOSE WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF WS-WCT-RUN-DATE NOT = WS-TODAY
                   ADD 1 TO WS-WCT-FILES-SKIPPED
                   DISPLAY '*** WHTCTL RUN DATE ' WS-WCT-RUN-DATE
                       ' IS NOT TODAY - FILE SKIPPED ***'
                   GO TO 4000-EXIT
               END-IF
               MOVE 'N' TO SW-WCT-EOF-FLAG
               OPEN INPUT WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 4100-READ-ONE-WCT-RECORD THRU 4100-EXIT
                   UNTIL WHT-CONTROL-EOF
               CLOSE WHT-CONTROL-FILE
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           4000-EXIT.
               EXIT.

           4050-SCAN-WCT-RUN-DATE.
               READ WHT-CONTROL-FILE
                   AT END
                       SET WHT-CONTROL-EOF TO TRUE
                   NOT AT END
                       IF WCT-TRAILER-RECORD
                           MOVE WCT-TRL-RUN-DATE TO WS-WCT-RUN-DATE
                       END-IF
                       IF WCT-DETAIL-RECORD
                           MOVE WCT-DTL-RUN-DATE TO WS-WCT-RUN-DATE
                       END-IF
               END-READ
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           4050-EXIT.
               EXIT.

           4100-READ-ONE-WCT-RECORD.
               READ WHT-CONTROL-FILE
                   AT END
                       SET WHT-CONTROL-EOF TO TRUE
               END-READ
               MOVE 'WHT-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-WHT-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF WHT-CONTROL-EOF
                   GO TO 4100-EXIT
               END-IF
               IF WCT-TRAILER-RECORD
                   ADD WCT-TRL-RECORD-COUNT TO WS-WCT-TRAILER-COUNT
                   ADD WCT-TRL-TAX-PAYABLE TO WS-WCT-TRAILER-TAX
                   GO TO 4100-EXIT
               END-IF
               IF NOT WCT-DETAIL-RECORD
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-WCT-DETAILS
               ADD WCT-DTL-TAX TO WS-WCT-DETAIL-TAX
               MOVE WCT-DTL-CURRENCY-KEY TO WS-ENTRY-CCY
               MOVE ZERO TO WS-ENTRY-CUSTOMER-ID
               MOVE 'CAP' TO WS-ENTRY-SOURCE
               MOVE 'CP' TO WS-ENTRY-TYPE
               MOVE WCT-DTL-CAPITALIZED TO WS-ENTRY-AMOUNT
               PERFORM 7000-BUILD-JOURNAL-PAIR THRU 7000-EXIT
               MOVE 'WT' TO WS-ENTRY-TYPE
               MOVE WCT-DTL-TAX TO WS-ENTRY-AMOUNT
               PERFORM 7000-BUILD-JOURNAL-PAIR THRU 7000-EXIT.
           4100-EXIT.
               EXIT.

      ******************************************************************
      * 5000 - PROVE THE BATCH: EACH FEED AGAINST ITS OWN TRAILERS,
      * AND DEBITS AGAINST CREDITS FOR EVERY CURRENCY JOURNALED.
      ******************************************************************
           5000-PROVE-BATCH.
               IF WS-GL-DETAILS NOT = WS-GL-TRAILER-COUNT
                       OR WS-GL-DETAIL-TOTAL NOT = WS-GL-TRAILER-TOTAL
                   MOVE 'OUT OF PROOF' TO WS-FPR-STATUS
                   ADD 1 TO WS-FEEDS-OUT-OF-PROOF
               ELSE
                   MOVE 'PROVED' TO WS-FPR-STATUS
               END-IF
               MOVE 'GL-FILE' TO WS-FPR-FEED
               MOVE WS-GL-DETAILS TO WS-FPR-DETAILS
               MOVE WS-GL-TRAILER-COUNT TO WS-FPR-TRAILER
               PERFORM 5100-PRINT-FEED-PROOF THRU 5100-EXIT
               IF WS-ACR-DETAILS NOT = WS-ACR-TRAILER-COUNT
                       OR WS-ACR-DETAIL-TOTAL NOT = WS-ACR-TRAILER-TOTAL
                   MOVE 'OUT OF PROOF' TO WS-FPR-STATUS
                   ADD 1 TO WS-FEEDS-OUT-OF-PROOF
               ELSE
                   MOVE 'PROVED' TO WS-FPR-STATUS
               END-IF
               MOVE 'ACRFILE' TO WS-FPR-FEED
               MOVE WS-ACR-DETAILS TO WS-FPR-DETAILS
               MOVE WS-ACR-TRAILER-COUNT TO WS-FPR-TRAILER
               PERFORM 5100-PRINT-FEED-PROOF THRU 5100-EXIT
               IF WS-WCT-DETAILS NOT = WS-WCT-TRAILER-COUNT
                       OR WS-WCT-DETAIL-TAX NOT = WS-WCT-TRAILER-TAX
                   MOVE 'OUT OF PROOF' TO WS-FPR-STATUS
                   ADD 1 TO WS-FEEDS-OUT-OF-PROOF
               ELSE
                   MOVE 'PROVED' TO WS-FPR-STATUS
               END-IF
               IF WS-WCT-FILES-SKIPPED > ZERO
                   MOVE 'SKIPPED' TO WS-FPR-STATUS
               END-IF
               MOVE 'WHTCTL' TO WS-FPR-FEED
               MOVE WS-WCT-DETAILS TO WS-FPR-DETAILS
               MOVE WS-WCT-TRAILER-COUNT TO WS-FPR-TRAILER
               PERFORM 5100-PRINT-FEED-PROOF THRU 5100-EXIT
               IF WS-WCT-FILES-SKIPPED > ZERO
                   MOVE WS-WCT-RUN-DATE TO WS-WSK-RUN-DATE
                   MOVE WS-WCT-FILES-SKIPPED TO WS-WSK-COUNT
                   WRITE GLJ-PRT-LINE FROM WS-WCT-SKIP-LINE
                   PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               WRITE GLJ-PRT-LINE FROM WS-PROOF-HEAD-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT
               PERFORM 5200-PROVE-ONE-CURRENCY THRU 5200-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > GLJ-CCY-COUNT
               IF WS-ENTRIES-UNMAPPED > ZERO
                       OR WS-CCY-OUT-OF-BALANCE > ZERO
                       OR WS-FEEDS-OUT-OF-PROOF > ZERO
                   SET BATCH-HELD TO TRUE
               END-IF.
           5000-EXIT.
               EXIT.

           5100-PRINT-FEED-PROOF.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               WRITE GLJ-PRT-LINE FROM WS-FEED-PROOF-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           5100-EXIT.
               EXIT.

           5200-PROVE-ONE-CURRENCY.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               IF GLJ-CCY-DEBITS(WS-SUBSCRIPT)
                       = GLJ-CCY-CREDITS(WS-SUBSCRIPT)
                   MOVE 'BALANCED' TO WS-PRF-STATUS
               ELSE
                   MOVE 'OUT OF BAL' TO WS-PRF-STATUS
                   ADD 1 TO WS-CCY-OUT-OF-BALANCE
               END-IF
               MOVE GLJ-CCY-KEY(WS-SUBSCRIPT) TO WS-PRF-CCY
               MOVE GLJ-CCY-LINES(WS-SUBSCRIPT) TO WS-PRF-LINES
               MOVE GLJ-CCY-DEBITS(WS-SUBSCRIPT) TO WS-PRF-DEBITS
               MOVE GLJ-CCY-CREDITS(WS-SUBSCRIPT) TO WS-PRF-CREDITS
               WRITE GLJ-PRT-LINE FROM WS-PROOF-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           5200-EXIT.
               EXIT.

      ******************************************************************
      * 6000 - RELEASE A CLEAN BATCH TO GLJRNL WITH HEADER AND
      * TRAILER. A HELD BATCH LEAVES GLJRNL EMPTY SO NOTHING ONE-SIDED
      * OR UNMAPPED CAN BE SENT.
      ******************************************************************
           6000-RELEASE-OR-HOLD.
               CLOSE JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT JOURNAL-FILE
               MOVE 'JOURNAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF BATCH-HELD
                   MOVE 'HELD - NOTHING RELEASED TO GLJRNL'
                       TO WS-BST-STATUS
                   DISPLAY '*** GL JOURNAL BATCH HELD - UNMAPPED: '
                       WS-ENTRIES-UNMAPPED ' OUT OF BALANCE: '
                       WS-CCY-OUT-OF-BALANCE ' FEEDS OUT OF PROOF: '
                       WS-FEEDS-OUT-OF-PROOF ' ***'
                   GO TO 6000-WRITE-STATUS
               END-IF
               MOVE SPACES TO GLJ-REC
               SET GLJ-HEADER-RECORD TO TRUE
               MOVE WS-TODAY TO GLJ-HDR-RUN-DATE
               MOVE WS-RUN-TIME TO GLJ-HDR-BATCH-ID
               PERFORM 6200-WRITE-JOURNAL-RECORD THRU 6200-EXIT
               OPEN INPUT JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
                   UNTIL JOURNAL-WORK-EOF
               CLOSE JOURNAL-WORK-FILE
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               MOVE SPACES TO GLJ-REC
               SET GLJ-TRAILER-RECORD TO TRUE
               MOVE WS-LINES-RELEASED TO GLJ-TRL-LINE-COUNT
               MOVE WS-TOTAL-DEBITS TO GLJ-TRL-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO GLJ-TRL-TOTAL-CREDITS
               PERFORM 6200-WRITE-JOURNAL-RECORD THRU 6200-EXIT
               MOVE 'RELEASED TO GLJRNL' TO WS-BST-STATUS.
           6000-WRITE-STATUS.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               WRITE GLJ-PRT-LINE FROM WS-BATCH-STATUS-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               CLOSE JOURNAL-FILE
               MOVE 'JOURNAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           6000-EXIT.
               EXIT.

           6100-COPY-ONE-LINE.
               READ JOURNAL-WORK-FILE
                   AT END
                       SET JOURNAL-WORK-EOF TO TRUE
               END-READ
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF JOURNAL-WORK-EOF
                   GO TO 6100-EXIT
               END-IF
               MOVE JWK-REC TO GLJ-REC
               PERFORM 6200-WRITE-JOURNAL-RECORD THRU 6200-EXIT
               ADD 1 TO WS-LINES-RELEASED.
           6100-EXIT.
               EXIT.

           6200-WRITE-JOURNAL-RECORD.
               WRITE GLJ-REC
               MOVE 'JOURNAL-FILE' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           6200-EXIT.
               EXIT.

      ******************************************************************
      * 7000 - TURN ONE FEED ENTRY INTO A DEBIT LINE AND A CREDIT
      * LINE. A ZERO AMOUNT NEEDS NO LINES. A NEGATIVE AMOUNT SWAPS
      * THE RULE'S SIDES SO BOTH LINES CARRY A POSITIVE AMOUNT.
      ******************************************************************
           7000-BUILD-JOURNAL-PAIR.
               IF WS-ENTRY-AMOUNT = ZERO
                   ADD 1 TO WS-ENTRIES-ZERO
                   GO TO 7000-EXIT
               END-IF
               PERFORM 7100-FIND-RULE THRU 7100-EXIT
               IF RULE-NOT-FOUND
                   PERFORM 7300-PRINT-UNMAPPED-LINE THRU 7300-EXIT
                   GO TO 7000-EXIT
               END-IF
               IF WS-ENTRY-AMOUNT > ZERO
                   MOVE WS-ENTRY-AMOUNT TO WS-LINE-AMOUNT
                   MOVE RULE-TABLE-DEBIT(WS-RULE-INDEX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE RULE-TABLE-CREDIT(WS-RULE-INDEX)
                       TO WS-CREDIT-ACCOUNT
               ELSE
                   COMPUTE WS-LINE-AMOUNT = ZERO - WS-ENTRY-AMOUNT
                   MOVE RULE-TABLE-CREDIT(WS-RULE-INDEX)
                       TO WS-DEBIT-ACCOUNT
                   MOVE RULE-TABLE-DEBIT(WS-RULE-INDEX)
                       TO WS-CREDIT-ACCOUNT
               END-IF
               PERFORM 7400-FIND-CCY-ENTRY THRU 7400-EXIT
               IF CCY-ENTRY-NOT-FOUND
                   IF GLJ-CCY-COUNT < 50
                       ADD 1 TO GLJ-CCY-COUNT
                       MOVE GLJ-CCY-COUNT TO WS-FOUND-INDEX
                       MOVE WS-ENTRY-CCY TO GLJ-CCY-KEY(WS-FOUND-INDEX)
                       MOVE ZERO TO GLJ-CCY-LINES(WS-FOUND-INDEX)
                       MOVE ZERO TO GLJ-CCY-DEBITS(WS-FOUND-INDEX)
                       MOVE ZERO TO GLJ-CCY-CREDITS(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** GLJ-CCY-TABLE FULL - CURRENCY '
                           WS-ENTRY-CCY ' CANNOT BE PROVED ***'
                       ADD 1 TO WS-CCY-OUT-OF-BALANCE
                       GO TO 7000-EXIT
                   END-IF
               END-IF
               ADD 1 TO WS-ENTRIES-MAPPED
               MOVE SPACES TO JWK-REC
               MOVE WS-DEBIT-ACCOUNT TO JWK-GL-ACCOUNT
               SET JWK-DEBIT TO TRUE
               PERFORM 7200-WRITE-WORK-LINE THRU 7200-EXIT
               ADD WS-LINE-AMOUNT TO GLJ-CCY-DEBITS(WS-FOUND-INDEX)
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
               MOVE WS-CREDIT-ACCOUNT TO JWK-GL-ACCOUNT
               SET JWK-CREDIT TO TRUE
               PERFORM 7200-WRITE-WORK-LINE THRU 7200-EXIT
               ADD WS-LINE-AMOUNT TO GLJ-CCY-CREDITS(WS-FOUND-INDEX)
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS.
           7000-EXIT.
               EXIT.

           7100-FIND-RULE.
               SET RULE-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-RULE-INDEX
               PERFORM 7110-COMPARE-RULE THRU 7110-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > RULE-COUNT
                       OR RULE-FOUND.
           7100-EXIT.
               EXIT.

           7110-COMPARE-RULE.
               IF RULE-TABLE-TYPE(WS-SUBSCRIPT) = WS-ENTRY-TYPE
                   AND RULE-TABLE-CCY(WS-SUBSCRIPT) = WS-ENTRY-CCY
                   SET RULE-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-RULE-INDEX
               END-IF.
           7110-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 7200 - ONE JOURNAL LINE TO THE WORK FILE. THE CALLER HAS SET
      * THE GL ACCOUNT AND THE DEBIT/CREDIT SIDE IN JWK-REC.
      *-----------------------------------------------------------------
           7200-WRITE-WORK-LINE.
               ADD 1 TO WS-LINE-SEQ
               MOVE 'D' TO JWK-RECORD-TYPE
               MOVE WS-LINE-SEQ TO JWK-LINE-SEQ
               MOVE WS-ENTRY-TYPE TO JWK-ENTRY-TYPE
               MOVE WS-ENTRY-CCY TO JWK-CURRENCY-KEY
               MOVE WS-LINE-AMOUNT TO JWK-AMOUNT
               MOVE WS-ENTRY-CUSTOMER-ID TO JWK-CUSTOMER-ID
               MOVE WS-ENTRY-SOURCE TO JWK-SOURCE
               MOVE WS-TODAY TO JWK-RUN-DATE
               WRITE JWK-REC
               MOVE 'JOURNAL-WORK' TO WS-IO-FILE-NAME
               MOVE FS-JOURNAL-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-LINES-BUILT
               ADD 1 TO GLJ-CCY-LINES(WS-FOUND-INDEX).
           7200-EXIT.
               EXIT.

           7300-PRINT-UNMAPPED-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WS-ENTRY-TYPE TO WS-UNM-TYPE
               MOVE WS-ENTRY-CCY TO WS-UNM-CCY
               MOVE WS-ENTRY-CUSTOMER-ID TO WS-UNM-CUST-ID
               MOVE WS-ENTRY-SOURCE TO WS-UNM-SOURCE
               MOVE WS-ENTRY-AMOUNT TO WS-UNM-AMOUNT
               WRITE GLJ-PRT-LINE FROM WS-UNMAPPED-LINE
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-ENTRIES-UNMAPPED.
           7300-EXIT.
               EXIT.

           7400-FIND-CCY-ENTRY.
               SET CCY-ENTRY-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-FOUND-INDEX
               PERFORM 7410-COMPARE-CCY-ENTRY THRU 7410-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > GLJ-CCY-COUNT
                       OR CCY-ENTRY-FOUND.
           7400-EXIT.
               EXIT.

           7410-COMPARE-CCY-ENTRY.
               IF GLJ-CCY-KEY(WS-SUBSCRIPT) = WS-ENTRY-CCY
                   SET CCY-ENTRY-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           7410-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               CLOSE GLJ-PRINT-FILE
               MOVE 'GLJ-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-GLJ-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - REPORT PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE GLJ-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-GLJ-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9600 - GRADUATED RETURN CODE: 08 WHEN THE BATCH IS HELD
      ******************************************************************
           9600-SET-RETURN-CODE.
               IF BATCH-HELD
                   MOVE 08 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               END-IF
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
               DISPLAY 'HW003GLJ ENDED - RETURN CODE ' WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003GLJ RUN SUMMARY'
               DISPLAY '  POSTING RULES LOADED: ' RULE-COUNT
               DISPLAY '  GL-FILE DETAILS     : ' WS-GL-DETAILS
               DISPLAY '  ACRFILE DETAILS     : ' WS-ACR-DETAILS
               DISPLAY '  WHTCTL DETAILS      : ' WS-WCT-DETAILS
               DISPLAY '  WHTCTL FILES SKIPPED: ' WS-WCT-FILES-SKIPPED
               DISPLAY '  ENTRIES MAPPED      : ' WS-ENTRIES-MAPPED
               DISPLAY '  ZERO ENTRIES SKIPPED: ' WS-ENTRIES-ZERO
               DISPLAY '  ENTRIES UNMAPPED    : ' WS-ENTRIES-UNMAPPED
               DISPLAY '  JOURNAL LINES BUILT : ' WS-LINES-BUILT
               DISPLAY '  LINES RELEASED      : ' WS-LINES-RELEASED
               DISPLAY '  TOTAL DEBITS        : ' WS-TOTAL-DEBITS
               DISPLAY '  TOTAL CREDITS       : ' WS-TOTAL-CREDITS
               DISPLAY '  CCYS OUT OF BALANCE : ' WS-CCY-OUT-OF-BALANCE
               DISPLAY '  FEEDS OUT OF PROOF  : '
                   WS-FEEDS-OUT-OF-PROOF.
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

           9920-CHECK-GLJ-IO.
               MOVE 'GLJ-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-GLJ-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
               END-IF.
           9950-EXIT.
               EXIT.
