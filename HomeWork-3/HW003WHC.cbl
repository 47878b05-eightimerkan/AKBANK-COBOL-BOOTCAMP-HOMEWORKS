      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003WHC.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/07/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * ANNUAL WITHHOLDING-TAX CERTIFICATE RUN - COMPANION TO
      * HW003CAP.
      *
      * HW003CAP ADDS THE GROSS CREDIT INTEREST, THE WITHHOLDING TAX
      * TAKEN AND THE NET CREDITED TO A YEAR-TO-DATE RECORD PER
      * CUSTOMER-ID/CURRENCY-KEY/TAX YEAR ON THE INDEXED WHTYTD FILE
      * AT EVERY CAPITALIZATION. THIS YEAR-END RUN READS THAT FILE IN
      * KEY SEQUENCE AND PRINTS ONE TAX CERTIFICATE LINE PER CUSTOMER
      * AND CURRENCY FOR THE TAX YEAR ON THE OPTIONAL WHCPARM CARD
      * (DEFAULT: THE YEAR BEFORE THE RUN DATE, AS THE RUN FOLLOWS
      * THE YEAR END), FOLLOWED BY THE TAX TOTAL PER CURRENCY - THE
      * FIGURE THAT MUST AGREE WITH THE YEAR'S WHTCTL TAX-PAYABLE
      * TRAILERS AND THE TAX PAID OVER FROM THE GL. THE NAME PRINTED
      * IS THE ONE HELD AT THE LAST CAPITALIZATION, SO AN ACCOUNT
      * ARCHIVED SINCE STILL GETS ITS CERTIFICATE. RETURN CODES: 00
      * CLEAN, 04 NOTHING ON FILE FOR THE YEAR, 08 INVALID PARAMETER
      * CARD (NOTHING PRINTED), 12 I/O FAILURE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/07/2026  EZD  ORIGINAL VERSION.
      * 10/16/2026  EZD  WHTYTD IS OPTIONAL: BEFORE HW003CAP HAS BUILT
      *                  IT THE LISTING PRINTS NO CERTIFICATES FOR TAX
      *                  YEAR AND ENDS 04 INSTEAD OF ABENDING ON THE
      *                  OPEN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT OPTIONAL WHC-PARM-FILE
                   ASSIGN TO WHCPARM
                   FILE STATUS IS FS-WHC-PARM.

               SELECT OPTIONAL WHT-YTD-FILE
                   ASSIGN TO WHTYTD
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS WHY-KEY
                   FILE STATUS IS FS-WHT-YTD-FILE.

               SELECT WHC-PRINT-FILE
                   ASSIGN TO WHCRPT
                   FILE STATUS IS FS-WHC-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * WHC-PARM-FILE - OPTIONAL TAX YEAR CARD
      *-----------------------------------------------------------------
           FD  WHC-PARM-FILE.
           01  WHC-PARM-REC.
               05  WHC-PARM-TAX-YEAR     PIC 9(04).

      *-----------------------------------------------------------------
      * WHT-YTD-FILE - YEAR-TO-DATE WITHHOLDING-TAX FILE WRITTEN BY
      * HW003CAP. KEEP THE LAYOUT IN STEP WITH HW003CAP. A FILE NOT
      * YET BUILT (OPEN STATUS 05) IS TAKEN AS EMPTY.
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
      * WHC-PRINT-FILE - PRINTED CERTIFICATE LISTING
      *-----------------------------------------------------------------
           FD  WHC-PRINT-FILE.
           01  WHC-PRT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
      *-----------------------------------------------------------------
           01  FILE-STATUSES.
               05  FS-WHC-PARM           PIC XX.
               05  FS-WHT-YTD-FILE       PIC XX.
               05  FS-WHC-PRINT          PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-YTD-EOF-FLAG           PIC X VALUE 'N'.
               88  YTD-FILE-EOF              VALUE 'Y'.

           01  SW-YTD-FILE-FLAG          PIC X VALUE 'N'.
               88  YTD-FILE-PRESENT          VALUE 'Y'.

           01  SW-PARM-FLAG              PIC X VALUE 'Y'.
               88  PARM-CARD-VALID           VALUE 'Y'.
               88  PARM-CARD-INVALID         VALUE 'N'.

           01  SW-CCY-FOUND-FLAG         PIC X VALUE 'N'.
               88  CCY-ENTRY-FOUND           VALUE 'Y'.
               88  CCY-ENTRY-NOT-FOUND       VALUE 'N'.

      *-----------------------------------------------------------------
      * RUN DATE AND THE TAX YEAR SELECTED
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           01  WS-TODAY-PARTS.
               05  WS-TODAY-YEAR         PIC 9(04).
               05  WS-TODAY-MMDD         PIC 9(04).
           77  WS-TAX-YEAR               PIC 9(04) VALUE ZERO.

      *-----------------------------------------------------------------
      * PER-CURRENCY CERTIFICATE TOTALS
      *-----------------------------------------------------------------
           01  WHC-CCY-TABLE.
               05  WHC-CCY-COUNT         PIC 9(03) COMP VALUE ZERO.
               05  WHC-CCY-ENTRY OCCURS 50 TIMES.
                   10  WHC-CCY-KEY           PIC 9(03).
                   10  WHC-CCY-CERTIFICATES  PIC 9(09) COMP.
                   10  WHC-CCY-GROSS         PIC S9(15)V99.
                   10  WHC-CCY-TAX           PIC S9(15)V99.
                   10  WHC-CCY-NET           PIC S9(15)V99.

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-YTD-READ               PIC 9(09) COMP VALUE ZERO.
           77  WS-CERTIFICATES-PRINTED   PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-TAX              PIC S9(15)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      * GRADUATED RETURN CODE
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
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003WHC'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'TAX CERTIFICATE LISTING  '.
               05  FILLER                PIC X(10) VALUE 'TAX YEAR: '.
               05  WS-HDR-TAX-YEAR       PIC 9(04).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(08) VALUE 'CUST ID'.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(32) VALUE 'NAME'.
               05  FILLER                PIC X(21) VALUE
                       '       GROSS INTEREST'.
               05  FILLER                PIC X(21) VALUE
                       '         TAX WITHHELD'.
               05  FILLER                PIC X(21) VALUE
                       '         NET INTEREST'.
               05  FILLER                PIC X(08) VALUE '   POSTS'.
               05  FILLER                PIC X(10) VALUE '  LAST'.

           01  WS-DETAIL-LINE.
               05  WS-DTL-CUST-ID        PIC 9(05).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-CCY            PIC 9(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-FIRST-NAME     PIC X(15).
               05  FILLER                PIC X(01) VALUE SPACE.
               05  WS-DTL-LAST-NAME      PIC X(15).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-GROSS          PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-TAX            PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-NET            PIC -(15)9.99.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-POSTINGS       PIC ZZZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-LAST-DATE      PIC 9(08).

           01  WS-CCY-HEAD-LINE.
               05  FILLER                PIC X(40) VALUE
                       'CERTIFIED TOTALS BY CURRENCY'.

           01  WS-NO-CERTIFICATE-LINE.
               05  FILLER                PIC X(29) VALUE
                       'NO CERTIFICATES FOR TAX YEAR '.
               05  WS-NCL-TAX-YEAR       PIC 9(04).

           01  WS-CCY-TOTAL-LINE.
               05  FILLER                PIC X(08) VALUE SPACES.
               05  WS-CTL-CCY            PIC 9(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-CTL-CERTIFICATES   PIC ZZZZZZZZ9.
               05  FILLER                PIC X(23) VALUE
                       ' CERTIFICATES          '.
               05  WS-CTL-GROSS          PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-CTL-TAX            PIC -(15)9.99.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-CTL-NET            PIC -(15)9.99.

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
                   PERFORM 2000-PRINT-CERTIFICATES THRU 2000-EXIT
                   PERFORM 3000-PRINT-CURRENCY-TOTALS THRU 3000-EXIT
               END-IF
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               PERFORM 9700-SET-RETURN-CODE THRU 9700-EXIT
               STOP RUN.

      ******************************************************************
      * 1000 - INITIALIZATION: THE TAX YEAR, THEN THE FILES.
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO WS-TODAY-PARTS
               COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
               PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT
               OPEN INPUT WHT-YTD-FILE
               MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-WHT-YTD-FILE = '00'
                   SET YTD-FILE-PRESENT TO TRUE
               ELSE
                   SET YTD-FILE-EOF TO TRUE
                   DISPLAY '*** NO YEAR-TO-DATE TAX FILE - NO '
                       'CERTIFICATES TO PRINT ***'
               END-IF
               OPEN OUTPUT WHC-PRINT-FILE
               MOVE 'WHC-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-WHC-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF PARM-CARD-VALID
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF.
           1000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1300 - OPTIONAL TAX YEAR CARD. A CARD THAT IS PRESENT BUT NOT
      * NUMERIC STOPS THE RUN RATHER THAN CERTIFY THE WRONG YEAR.
      *-----------------------------------------------------------------
           1300-READ-PARM-CARD.
               OPEN INPUT WHC-PARM-FILE
               MOVE 'WHC-PARM-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHC-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-WHC-PARM = '00'
                   READ WHC-PARM-FILE
                   MOVE 'WHC-PARM-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-WHC-PARM TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
                   IF FS-WHC-PARM = '00'
                       IF WHC-PARM-TAX-YEAR NUMERIC
                           MOVE WHC-PARM-TAX-YEAR TO WS-TAX-YEAR
                       ELSE
                           SET PARM-CARD-INVALID TO TRUE
                           DISPLAY '*** TAX YEAR CARD NOT NUMERIC - '
                               'NOTHING PRINTED ***'
                       END-IF
                   END-IF
                   CLOSE WHC-PARM-FILE
               END-IF.
           1300-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - READ THE YEAR-TO-DATE FILE IN KEY SEQUENCE AND PRINT A
      * CERTIFICATE LINE FOR EVERY RECORD OF THE TAX YEAR.
      ******************************************************************
           2000-PRINT-CERTIFICATES.
               PERFORM 2100-READ-AND-SELECT THRU 2100-EXIT
                   UNTIL YTD-FILE-EOF.
           2000-EXIT.
               EXIT.

           2100-READ-AND-SELECT.
               READ WHT-YTD-FILE
                   AT END
                       SET YTD-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-YTD-READ
               END-READ
               MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF YTD-FILE-EOF
                   GO TO 2100-EXIT
               END-IF
               IF WHY-TAX-YEAR NOT = WS-TAX-YEAR
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2200-PRINT-CERTIFICATE-LINE THRU 2200-EXIT
               PERFORM 2300-ACCUMULATE-CURRENCY THRU 2300-EXIT.
           2100-EXIT.
               EXIT.

           2200-PRINT-CERTIFICATE-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WHY-CUSTOMER-ID TO WS-DTL-CUST-ID
               MOVE WHY-CURRENCY-KEY TO WS-DTL-CCY
               MOVE WHY-FIRST-NAME TO WS-DTL-FIRST-NAME
               MOVE WHY-LAST-NAME TO WS-DTL-LAST-NAME
               MOVE WHY-GROSS-INTEREST TO WS-DTL-GROSS
               MOVE WHY-TAX-WITHHELD TO WS-DTL-TAX
               MOVE WHY-NET-INTEREST TO WS-DTL-NET
               MOVE WHY-POSTINGS TO WS-DTL-POSTINGS
               MOVE WHY-LAST-POST-DATE TO WS-DTL-LAST-DATE
               WRITE WHC-PRT-LINE FROM WS-DETAIL-LINE
               PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-CERTIFICATES-PRINTED
               ADD WHY-TAX-WITHHELD TO WS-TOTAL-TAX.
           2200-EXIT.
               EXIT.

           2300-ACCUMULATE-CURRENCY.
               PERFORM 2310-FIND-CCY-ENTRY THRU 2310-EXIT
               IF CCY-ENTRY-NOT-FOUND
                   IF WHC-CCY-COUNT < 50
                       ADD 1 TO WHC-CCY-COUNT
                       MOVE WHC-CCY-COUNT TO WS-FOUND-INDEX
                       MOVE WHY-CURRENCY-KEY
                           TO WHC-CCY-KEY(WS-FOUND-INDEX)
                       MOVE ZERO TO WHC-CCY-CERTIFICATES(WS-FOUND-INDEX)
                       MOVE ZERO TO WHC-CCY-GROSS(WS-FOUND-INDEX)
                       MOVE ZERO TO WHC-CCY-TAX(WS-FOUND-INDEX)
                       MOVE ZERO TO WHC-CCY-NET(WS-FOUND-INDEX)
                   ELSE
                       DISPLAY '*** WHC-CCY-TABLE FULL - CURRENCY '
                           WHY-CURRENCY-KEY ' LEFT OUT OF THE '
                           'CURRENCY TOTALS ***'
                       GO TO 2300-EXIT
                   END-IF
               END-IF
               ADD 1 TO WHC-CCY-CERTIFICATES(WS-FOUND-INDEX)
               ADD WHY-GROSS-INTEREST TO WHC-CCY-GROSS(WS-FOUND-INDEX)
               ADD WHY-TAX-WITHHELD TO WHC-CCY-TAX(WS-FOUND-INDEX)
               ADD WHY-NET-INTEREST TO WHC-CCY-NET(WS-FOUND-INDEX).
           2300-EXIT.
               EXIT.

           2310-FIND-CCY-ENTRY.
               SET CCY-ENTRY-NOT-FOUND TO TRUE
               MOVE ZERO TO WS-FOUND-INDEX
               PERFORM 2320-COMPARE-CCY-ENTRY THRU 2320-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WHC-CCY-COUNT
                       OR CCY-ENTRY-FOUND.
           2310-EXIT.
               EXIT.

           2320-COMPARE-CCY-ENTRY.
               IF WHC-CCY-KEY(WS-SUBSCRIPT) = WHY-CURRENCY-KEY
                   SET CCY-ENTRY-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           2320-EXIT.
               EXIT.

      ******************************************************************
      * 3000 - CERTIFIED TOTALS PER CURRENCY AT THE FOOT OF THE LIST,
      * OR A SINGLE LINE SAYING THE TAX YEAR HAS NO CERTIFICATES.
      ******************************************************************
           3000-PRINT-CURRENCY-TOTALS.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               IF WS-CERTIFICATES-PRINTED = ZERO
                   MOVE WS-TAX-YEAR TO WS-NCL-TAX-YEAR
                   WRITE WHC-PRT-LINE FROM WS-NO-CERTIFICATE-LINE
                   PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
                   ADD 1 TO WS-LINE-COUNT
                   GO TO 3000-EXIT
               END-IF
               WRITE WHC-PRT-LINE FROM WS-CCY-HEAD-LINE
               PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT
               PERFORM 3100-PRINT-ONE-CCY-TOTAL THRU 3100-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WHC-CCY-COUNT.
           3000-EXIT.
               EXIT.

           3100-PRINT-ONE-CCY-TOTAL.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WHC-CCY-KEY(WS-SUBSCRIPT) TO WS-CTL-CCY
               MOVE WHC-CCY-CERTIFICATES(WS-SUBSCRIPT)
                   TO WS-CTL-CERTIFICATES
               MOVE WHC-CCY-GROSS(WS-SUBSCRIPT) TO WS-CTL-GROSS
               MOVE WHC-CCY-TAX(WS-SUBSCRIPT) TO WS-CTL-TAX
               MOVE WHC-CCY-NET(WS-SUBSCRIPT) TO WS-CTL-NET
               WRITE WHC-PRT-LINE FROM WS-CCY-TOTAL-LINE
               PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           3100-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               IF YTD-FILE-PRESENT
                   CLOSE WHT-YTD-FILE
                   MOVE 'WHT-YTD-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-WHT-YTD-FILE TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               END-IF
               CLOSE WHC-PRINT-FILE
               MOVE 'WHC-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-WHC-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - CERTIFICATE LISTING PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TAX-YEAR TO WS-HDR-TAX-YEAR
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE WHC-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
               WRITE WHC-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-WHC-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - GRADUATED RETURN CODE FOR THE SCHEDULER
      ******************************************************************
           9700-SET-RETURN-CODE.
               IF PARM-CARD-INVALID
                   MOVE 08 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               ELSE
                   IF WS-CERTIFICATES-PRINTED = ZERO
                       MOVE 04 TO WS-PENDING-RC
                       PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
                   END-IF
               END-IF
               DISPLAY 'HW003WHC ENDED - RETURN CODE ' WS-HIGHEST-RC
               MOVE WS-HIGHEST-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003WHC RUN SUMMARY'
               DISPLAY '  TAX YEAR            : ' WS-TAX-YEAR
               DISPLAY '  YTD RECORDS READ    : ' WS-YTD-READ
               DISPLAY '  CERTIFICATES PRINTED: '
                   WS-CERTIFICATES-PRINTED
               DISPLAY '  CURRENCIES          : ' WHC-CCY-COUNT
               DISPLAY '  TOTAL TAX CERTIFIED : ' WS-TOTAL-TAX.
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

           9920-CHECK-WHC-IO.
               MOVE 'WHC-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-WHC-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
               END-IF.
           9950-EXIT.
               EXIT.
