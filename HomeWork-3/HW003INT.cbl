      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003INT.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/13/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT - COMPANION TO
      * THE HOMEWORK003 STREAM.
      *
      * EVERY STEP CHECKS ONLY THE FILES IT TOUCHES, SO THE STORES
      * DRIFT APART. THIS RUN READS THE CUSTOMER MASTER (THE HW003UNL
      * UNLOAD, SEQMAST), THE ADDRESS MASTER (ADRFILE), THE PERIOD-
      * TO-DATE FILE (PTDFILE), THE ARCHIVE (ARCHFILE) AND THE
      * SUSPENSE FILE (SUSFILE), TAGS EVERY KEY WITH THE FILE IT CAME
      * FROM ON A WORK FILE, SORTS IT INTO CUSTOMER-ID/CURRENCY-KEY
      * SEQUENCE AND MATCHES THE FILES KEY BY KEY. THE ADDRESS MASTER
      * IS CUSTOMER-LEVEL, SO IT IS MATCHED ON CUSTOMER-ID ALONE.
      * EXCEPTIONS ARE LISTED BY CATEGORY WITH A COUNT EACH:
      *   01 ADDRESS ORPHAN   - ADDRESS HELD FOR A CUSTOMER WITH NO
      *                         ACCOUNT LEFT ON THE MASTER (ARCHIVED
      *                         OR NEVER THERE);
      *   02 PTD ORPHAN       - PERIOD-TO-DATE ROW FOR A KEY THAT IS
      *                         NOT ON THE MASTER;
      *   03 RESTORE CONFLICT - KEY ON THE MASTER AND ON THE ARCHIVE
      *                         AT THE SAME TIME (HW003RTV RESTORE
      *                         NOT FOLLOWED THROUGH);
      *   04 SUSPENSE STALE   - SUSPENDED ITEM FOR A KEY SINCE ADDED
      *                         CLEANLY TO THE MASTER;
      *   05 DUPLICATE KEY    - THE SAME KEY TWICE ON THE MASTER, THE
      *                         PTD FILE OR THE ADDRESS MASTER.
      * ALL FILES EXCEPT THE MASTER ARE OPTIONAL - AN ABSENT FILE
      * SIMPLY CONTRIBUTES NO KEYS. RETURN CODES: 00 NO EXCEPTIONS,
      * 04 EXCEPTIONS LISTED, 12 I/O FAILURE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/13/2026  EZD  ORIGINAL VERSION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT MASTER-FILE
                   ASSIGN TO SEQMAST
                   FILE STATUS IS FS-MASTER-FILE.

               SELECT OPTIONAL ADDRESS-FILE
                   ASSIGN TO ADRFILE
                   FILE STATUS IS FS-ADDRESS-FILE.

               SELECT OPTIONAL PTD-FILE
                   ASSIGN TO PTDFILE
                   FILE STATUS IS FS-PTD-FILE.

               SELECT OPTIONAL ARCHIVE-FILE
                   ASSIGN TO ARCHFILE
                   FILE STATUS IS FS-ARCHIVE-FILE.

               SELECT OPTIONAL SUSPENSE-FILE
                   ASSIGN TO SUSFILE
                   FILE STATUS IS FS-SUSPENSE-FILE.

               SELECT KEY-WORK-FILE
                   ASSIGN TO INTWORK
                   FILE STATUS IS FS-KEY-WORK.

               SELECT SORT-FILE
                   ASSIGN TO SRTWORK.

               SELECT SORTED-KEY-FILE
                   ASSIGN TO INTSORT
                   FILE STATUS IS FS-SORTED-KEY.

               SELECT EXCEPTION-WORK-FILE
                   ASSIGN TO EXCWORK
                   FILE STATUS IS FS-EXCEPTION-WORK.

               SELECT EXC-SORT-FILE
                   ASSIGN TO SRTWRK2.

               SELECT SORTED-EXC-FILE
                   ASSIGN TO EXCSORT
                   FILE STATUS IS FS-SORTED-EXC.

               SELECT INT-PRINT-FILE
                   ASSIGN TO INTRPT
                   FILE STATUS IS FS-INT-PRINT.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * MASTER-FILE - CURRENT CUSTOMER MASTER IN THE CLASSIC 62-BYTE
      * SEQUENTIAL IMAGE: THE HW003UNL UNLOAD OF THE INDEXED MASTER,
      * TAKEN IMMEDIATELY BEFORE THIS RUN.
      *-----------------------------------------------------------------
           FD  MASTER-FILE.
           01  MST-REC.
               05  MST-KEY.
                   10  MST-CUSTOMER-ID   PIC X(05).
                   10  MST-CURRENCY-KEY  PIC X(03).
               05  MST-FIRST-NAME        PIC X(15).
               05  MST-LAST-NAME         PIC X(15).
               05  MST-LAST-ORDER-DATE   PIC 9(07).
               05  MST-BALANCE           PIC S9(15)V99.

      *-----------------------------------------------------------------
      * ADDRESS-FILE - CUSTOMER ADDRESS MASTER AS MAINTAINED BY
      * HW003ADM. ONE RECORD PER CUSTOMER-ID.
      *-----------------------------------------------------------------
           FD  ADDRESS-FILE.
           01  ADR-REC.
               05  ADR-CUSTOMER-ID       PIC X(05).
               05  ADR-LINE-1            PIC X(30).
               05  FILLER                PIC X(42).

      *-----------------------------------------------------------------
      * PTD-FILE - PERIOD-TO-DATE FILE AS WRITTEN BY HW003EOM
      *-----------------------------------------------------------------
           FD  PTD-FILE.
           01  PTD-REC.
               05  PTD-KEY.
                   10  PTD-CUSTOMER-ID   PIC X(05).
                   10  PTD-CURRENCY-KEY  PIC X(03).
               05  FILLER                PIC X(56).

      *-----------------------------------------------------------------
      * ARCHIVE-FILE - AS WRITTEN BY HW003ARC
      *-----------------------------------------------------------------
           FD  ARCHIVE-FILE.
           01  ARC-REC.
               05  ARC-RECORD-IMAGE.
                   10  ARC-KEY.
                       15  ARC-CUSTOMER-ID   PIC X(05).
                       15  ARC-CURRENCY-KEY  PIC X(03).
                   10  FILLER            PIC X(54).
               05  ARC-ARCHIVE-DATE      PIC 9(08).

      *-----------------------------------------------------------------
      * SUSPENSE-FILE - AS WRITTEN BY HOMEWORK003
      *-----------------------------------------------------------------
           FD  SUSPENSE-FILE.
           01  SUS-REC.
               05  SUS-RAW-RECORD        PIC X(62).
               05  SUS-RAW-KEY REDEFINES SUS-RAW-RECORD.
                   10  SUS-RAW-CUSTOMER  PIC X(05).
                   10  SUS-RAW-CCY       PIC X(03).
                   10  FILLER            PIC X(54).
               05  SUS-REASON-CODE       PIC X(02).
               05  SUS-REASON-TEXT       PIC X(30).
               05  SUS-ENTRY-DATE        PIC 9(08).

      *-----------------------------------------------------------------
      * KEY-WORK-FILE / SORT-FILE / SORTED-KEY-FILE - ONE RECORD PER
      * KEY READ FROM ANY OF THE FIVE FILES, TAGGED WITH ITS SOURCE
      * ('M' MASTER, 'A' ADDRESS, 'P' PTD, 'R' ARCHIVE, 'S'
      * SUSPENSE) AND A DATE/TEXT FOR THE LISTING, SORTED INTO
      * CUSTOMER-ID/CURRENCY-KEY/SOURCE SEQUENCE. ADDRESS RECORDS
      * CARRY A BLANK CURRENCY-KEY SO THEY SORT AHEAD OF THE
      * CUSTOMER'S ACCOUNTS.
      *-----------------------------------------------------------------
           FD  KEY-WORK-FILE.
           01  KWK-REC.
               05  KWK-CUSTOMER-ID       PIC X(05).
               05  KWK-CURRENCY-KEY      PIC X(03).
               05  KWK-SOURCE            PIC X(01).
               05  KWK-INFO-DATE         PIC 9(08).
               05  KWK-INFO-TEXT         PIC X(30).

           SD  SORT-FILE.
           01  SORT-REC.
               05  SRT-CUSTOMER-ID       PIC X(05).
               05  SRT-CURRENCY-KEY      PIC X(03).
               05  SRT-SOURCE            PIC X(01).
               05  FILLER                PIC X(38).

           FD  SORTED-KEY-FILE.
           01  SKY-REC.
               05  SKY-CUSTOMER-ID       PIC X(05).
               05  SKY-CURRENCY-KEY      PIC X(03).
               05  SKY-SOURCE            PIC X(01).
                   88  SKY-FROM-MASTER       VALUE 'M'.
                   88  SKY-FROM-ADDRESS      VALUE 'A'.
                   88  SKY-FROM-PTD          VALUE 'P'.
                   88  SKY-FROM-ARCHIVE      VALUE 'R'.
                   88  SKY-FROM-SUSPENSE     VALUE 'S'.
               05  SKY-INFO-DATE         PIC 9(08).
               05  SKY-INFO-TEXT         PIC X(30).

      *-----------------------------------------------------------------
      * EXCEPTION-WORK-FILE / EXC-SORT-FILE / SORTED-EXC-FILE - ONE
      * RECORD PER EXCEPTION FOUND IN KEY ORDER, RE-SORTED INTO
      * CATEGORY/KEY ORDER FOR THE LISTING.
      *-----------------------------------------------------------------
           FD  EXCEPTION-WORK-FILE.
           01  EXW-REC.
               05  EXW-CATEGORY          PIC 9(02).
               05  EXW-CUSTOMER-ID       PIC X(05).
               05  EXW-CURRENCY-KEY      PIC X(03).
               05  EXW-FILES             PIC X(16).
               05  EXW-DETAIL-TEXT       PIC X(30).
               05  EXW-DETAIL-DATE       PIC 9(08).

           SD  EXC-SORT-FILE.
           01  EXC-SORT-REC.
               05  EXS-CATEGORY          PIC 9(02).
               05  EXS-CUSTOMER-ID       PIC X(05).
               05  EXS-CURRENCY-KEY      PIC X(03).
               05  FILLER                PIC X(54).

           FD  SORTED-EXC-FILE.
           01  SEX-REC.
               05  SEX-CATEGORY          PIC 9(02).
               05  SEX-CUSTOMER-ID       PIC X(05).
               05  SEX-CURRENCY-KEY      PIC X(03).
               05  SEX-FILES             PIC X(16).
               05  SEX-DETAIL-TEXT       PIC X(30).
               05  SEX-DETAIL-DATE       PIC 9(08).

      *-----------------------------------------------------------------
      * INT-PRINT-FILE - PRINTED INTEGRITY EXCEPTION LISTING
      *-----------------------------------------------------------------
           FD  INT-PRINT-FILE.
           01  INT-PRT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * FILE STATUS FIELDS
      *-----------------------------------------------------------------
           01  FILE-STATUSES.
               05  FS-MASTER-FILE        PIC XX.
               05  FS-ADDRESS-FILE       PIC XX.
               05  FS-PTD-FILE           PIC XX.
               05  FS-ARCHIVE-FILE       PIC XX.
               05  FS-SUSPENSE-FILE      PIC XX.
               05  FS-KEY-WORK           PIC XX.
               05  FS-SORTED-KEY         PIC XX.
               05  FS-EXCEPTION-WORK     PIC XX.
               05  FS-SORTED-EXC         PIC XX.
               05  FS-INT-PRINT          PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES - ONE EOF FLAG PER FILE READ
      *-----------------------------------------------------------------
           01  SW-MST-EOF-FLAG           PIC X VALUE 'N'.
               88  MASTER-FILE-EOF           VALUE 'Y'.

           01  SW-ADR-EOF-FLAG           PIC X VALUE 'N'.
               88  ADDRESS-FILE-EOF          VALUE 'Y'.

           01  SW-PTD-EOF-FLAG           PIC X VALUE 'N'.
               88  PTD-FILE-EOF              VALUE 'Y'.

           01  SW-ARC-EOF-FLAG           PIC X VALUE 'N'.
               88  ARCHIVE-FILE-EOF          VALUE 'Y'.

           01  SW-SUS-EOF-FLAG           PIC X VALUE 'N'.
               88  SUSPENSE-FILE-EOF         VALUE 'Y'.

           01  SW-SKY-EOF-FLAG           PIC X VALUE 'N'.
               88  SORTED-KEY-EOF            VALUE 'Y'.

           01  SW-SEX-EOF-FLAG           PIC X VALUE 'N'.
               88  SORTED-EXC-EOF            VALUE 'Y'.

      *-----------------------------------------------------------------
      * RUN DATE AND RETURN CODE
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-HIGHEST-RC             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * EXCEPTION CATEGORIES - NAME AND RUNNING COUNT PER CATEGORY
      *-----------------------------------------------------------------
           01  WS-CATEGORY-NAMES.
               05  FILLER                PIC X(30) VALUE
                       'ADDRESS ORPHAN'.
               05  FILLER                PIC X(30) VALUE
                       'PTD ORPHAN'.
               05  FILLER                PIC X(30) VALUE
                       'RESTORE CONFLICT'.
               05  FILLER                PIC X(30) VALUE
                       'SUSPENSE STALE'.
               05  FILLER                PIC X(30) VALUE
                       'DUPLICATE KEY'.
           01  WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
               05  WS-CATEGORY-NAME      PIC X(30) OCCURS 5 TIMES.

           01  WS-CATEGORY-COUNTS.
               05  WS-CATEGORY-COUNT     PIC 9(09) COMP OCCURS 5 TIMES.

           77  WS-CATEGORY-MAX           PIC 9(02) VALUE 5.
           77  WS-CAT-ADDRESS-ORPHAN     PIC 9(02) VALUE 01.
           77  WS-CAT-PTD-ORPHAN         PIC 9(02) VALUE 02.
           77  WS-CAT-RESTORE-CONFLICT   PIC 9(02) VALUE 03.
           77  WS-CAT-SUSPENSE-STALE     PIC 9(02) VALUE 04.
           77  WS-CAT-DUPLICATE-KEY      PIC 9(02) VALUE 05.
           77  WS-SUBSCRIPT              PIC 9(02) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * MATCH WORK FIELDS - THE CUSTOMER AND THE KEY IN HAND, AND HOW
      * MANY TIMES EACH FILE CARRIED THEM
      *-----------------------------------------------------------------
           01  WS-CURRENT-CUSTOMER       PIC X(05).
           01  WS-CURRENT-CCY            PIC X(03).

           77  WS-KEY-MASTER-COUNT       PIC 9(05) COMP VALUE ZERO.
           77  WS-KEY-ADDRESS-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-KEY-PTD-COUNT          PIC 9(05) COMP VALUE ZERO.
           77  WS-KEY-ARCHIVE-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-KEY-SUSPENSE-COUNT     PIC 9(05) COMP VALUE ZERO.
           77  WS-KEY-ARCHIVE-DATE       PIC 9(08) VALUE ZERO.
           77  WS-KEY-SUSPENSE-DATE      PIC 9(08) VALUE ZERO.
           77  WS-KEY-SUSPENSE-TEXT      PIC X(30) VALUE SPACES.

           77  WS-CUST-MASTER-COUNT      PIC 9(05) COMP VALUE ZERO.
           77  WS-CUST-ADDRESS-COUNT     PIC 9(05) COMP VALUE ZERO.
           77  WS-CUST-ARCHIVE-COUNT     PIC 9(05) COMP VALUE ZERO.
           77  WS-CUST-ARCHIVE-DATE      PIC 9(08) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-MASTER-READ            PIC 9(09) COMP VALUE ZERO.
           77  WS-ADDRESS-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-PTD-READ               PIC 9(09) COMP VALUE ZERO.
           77  WS-ARCHIVE-READ           PIC 9(09) COMP VALUE ZERO.
           77  WS-SUSPENSE-READ          PIC 9(09) COMP VALUE ZERO.
           77  WS-CUSTOMERS-MATCHED      PIC 9(09) COMP VALUE ZERO.
           77  WS-KEYS-MATCHED           PIC 9(09) COMP VALUE ZERO.
           77  WS-EXCEPTIONS-FOUND       PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINTED REPORT WORK FIELDS AND LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.
           77  WS-PRINT-CATEGORY         PIC 9(02) VALUE ZERO.
           77  WS-PRINT-CATEGORY-COUNT   PIC 9(09) COMP VALUE ZERO.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003INT'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'REFERENTIAL INTEGRITY    '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(08) VALUE 'CUST ID'.
               05  FILLER                PIC X(05) VALUE 'CCY'.
               05  FILLER                PIC X(18) VALUE 'FOUND ON'.
               05  FILLER                PIC X(32) VALUE 'DETAIL'.
               05  FILLER                PIC X(08) VALUE 'DATE'.

           01  WS-CATEGORY-HEADING.
               05  FILLER                PIC X(09) VALUE 'CATEGORY '.
               05  WS-CHD-CATEGORY       PIC 9(02).
               05  FILLER                PIC X(03) VALUE ' - '.
               05  WS-CHD-NAME           PIC X(30).

           01  WS-DETAIL-LINE.
               05  WS-DTL-CUST-ID        PIC X(05).
               05  FILLER                PIC X(03) VALUE SPACES.
               05  WS-DTL-CCY            PIC X(03).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-FILES          PIC X(16).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-TEXT           PIC X(30).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-DATE           PIC X(08).

           01  WS-CATEGORY-TOTAL-LINE.
               05  FILLER                PIC X(13) VALUE
                       '  CATEGORY '.
               05  WS-CTL-CATEGORY       PIC 9(02).
               05  FILLER                PIC X(10) VALUE ' COUNT : '.
               05  WS-CTL-COUNT          PIC ZZZZZZZZ9.

           01  WS-SUMMARY-HEADING.
               05  FILLER                PIC X(30) VALUE
                       'EXCEPTIONS BY CATEGORY'.

           01  WS-SUMMARY-LINE.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-SUM-CATEGORY       PIC 9(02).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-SUM-NAME           PIC X(30).
               05  WS-SUM-COUNT          PIC ZZZZZZZZ9.

           01  WS-SUMMARY-TOTAL-LINE.
               05  FILLER                PIC X(36) VALUE
                       '  TOTAL EXCEPTIONS'.
               05  WS-SUM-TOTAL          PIC ZZZZZZZZ9.

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
               PERFORM 2000-COLLECT-KEYS THRU 2000-EXIT
               PERFORM 3000-MATCH-KEYS THRU 3000-EXIT
               PERFORM 4000-LIST-EXCEPTIONS THRU 4000-EXIT
               PERFORM 5000-PRINT-CATEGORY-SUMMARY THRU 5000-EXIT
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT
               PERFORM 9800-DISPLAY-SUMMARY THRU 9800-EXIT
               PERFORM 9700-SET-RETURN-CODE THRU 9700-EXIT
               STOP RUN.

      ******************************************************************
      * 1000 - INITIALIZATION
      ******************************************************************
           1000-INITIALIZE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               INITIALIZE WS-CATEGORY-COUNTS
               OPEN OUTPUT INT-PRINT-FILE
               MOVE 'INT-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-INT-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT.
           1000-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - READ ALL FIVE FILES ONTO THE KEY WORK FILE, THEN SORT
      * IT INTO KEY SEQUENCE. NO FILE IS ASSUMED TO BE IN ORDER.
      ******************************************************************
           2000-COLLECT-KEYS.
               OPEN OUTPUT KEY-WORK-FILE
               MOVE 'KEY-WORK' TO WS-IO-FILE-NAME
               MOVE FS-KEY-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2100-COLLECT-MASTER THRU 2100-EXIT
               PERFORM 2200-COLLECT-ADDRESS THRU 2200-EXIT
               PERFORM 2300-COLLECT-PTD THRU 2300-EXIT
               PERFORM 2400-COLLECT-ARCHIVE THRU 2400-EXIT
               PERFORM 2500-COLLECT-SUSPENSE THRU 2500-EXIT
               CLOSE KEY-WORK-FILE
               MOVE 'KEY-WORK' TO WS-IO-FILE-NAME
               MOVE FS-KEY-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-CUSTOMER-ID
                   ON ASCENDING KEY SRT-CURRENCY-KEY
                   ON ASCENDING KEY SRT-SOURCE
                   USING KEY-WORK-FILE
                   GIVING SORTED-KEY-FILE.
           2000-EXIT.
               EXIT.

           2100-COLLECT-MASTER.
               OPEN INPUT MASTER-FILE
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 2110-READ-ONE-MASTER THRU 2110-EXIT
                   UNTIL MASTER-FILE-EOF
               CLOSE MASTER-FILE
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2100-EXIT.
               EXIT.

           2110-READ-ONE-MASTER.
               READ MASTER-FILE
                   AT END
                       SET MASTER-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-READ
                       MOVE MST-CUSTOMER-ID TO KWK-CUSTOMER-ID
                       MOVE MST-CURRENCY-KEY TO KWK-CURRENCY-KEY
                       MOVE 'M' TO KWK-SOURCE
                       MOVE ZERO TO KWK-INFO-DATE
                       MOVE MST-LAST-NAME TO KWK-INFO-TEXT
                       PERFORM 2900-WRITE-KEY-WORK THRU 2900-EXIT
               END-READ
               MOVE 'MASTER-FILE' TO WS-IO-FILE-NAME
               MOVE FS-MASTER-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2110-EXIT.
               EXIT.

           2200-COLLECT-ADDRESS.
               OPEN INPUT ADDRESS-FILE
               MOVE 'ADDRESS-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ADDRESS-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-ADDRESS-FILE = '00'
                   PERFORM 2210-READ-ONE-ADDRESS THRU 2210-EXIT
                       UNTIL ADDRESS-FILE-EOF
               END-IF
               CLOSE ADDRESS-FILE
               MOVE 'ADDRESS-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ADDRESS-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2200-EXIT.
               EXIT.

           2210-READ-ONE-ADDRESS.
               READ ADDRESS-FILE
                   AT END
                       SET ADDRESS-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ADDRESS-READ
                       MOVE ADR-CUSTOMER-ID TO KWK-CUSTOMER-ID
                       MOVE SPACES TO KWK-CURRENCY-KEY
                       MOVE 'A' TO KWK-SOURCE
                       MOVE ZERO TO KWK-INFO-DATE
                       MOVE ADR-LINE-1 TO KWK-INFO-TEXT
                       PERFORM 2900-WRITE-KEY-WORK THRU 2900-EXIT
               END-READ
               MOVE 'ADDRESS-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ADDRESS-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2210-EXIT.
               EXIT.

           2300-COLLECT-PTD.
               OPEN INPUT PTD-FILE
               MOVE 'PTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-PTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-PTD-FILE = '00'
                   PERFORM 2310-READ-ONE-PTD THRU 2310-EXIT
                       UNTIL PTD-FILE-EOF
               END-IF
               CLOSE PTD-FILE
               MOVE 'PTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-PTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2300-EXIT.
               EXIT.

           2310-READ-ONE-PTD.
               READ PTD-FILE
                   AT END
                       SET PTD-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PTD-READ
                       MOVE PTD-CUSTOMER-ID TO KWK-CUSTOMER-ID
                       MOVE PTD-CURRENCY-KEY TO KWK-CURRENCY-KEY
                       MOVE 'P' TO KWK-SOURCE
                       MOVE ZERO TO KWK-INFO-DATE
                       MOVE SPACES TO KWK-INFO-TEXT
                       PERFORM 2900-WRITE-KEY-WORK THRU 2900-EXIT
               END-READ
               MOVE 'PTD-FILE' TO WS-IO-FILE-NAME
               MOVE FS-PTD-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2310-EXIT.
               EXIT.

           2400-COLLECT-ARCHIVE.
               OPEN INPUT ARCHIVE-FILE
               MOVE 'ARCHIVE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ARCHIVE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-ARCHIVE-FILE = '00'
                   PERFORM 2410-READ-ONE-ARCHIVE THRU 2410-EXIT
                       UNTIL ARCHIVE-FILE-EOF
               END-IF
               CLOSE ARCHIVE-FILE
               MOVE 'ARCHIVE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ARCHIVE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2400-EXIT.
               EXIT.

           2410-READ-ONE-ARCHIVE.
               READ ARCHIVE-FILE
                   AT END
                       SET ARCHIVE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-READ
                       MOVE ARC-CUSTOMER-ID TO KWK-CUSTOMER-ID
                       MOVE ARC-CURRENCY-KEY TO KWK-CURRENCY-KEY
                       MOVE 'R' TO KWK-SOURCE
                       MOVE ARC-ARCHIVE-DATE TO KWK-INFO-DATE
                       MOVE SPACES TO KWK-INFO-TEXT
                       PERFORM 2900-WRITE-KEY-WORK THRU 2900-EXIT
               END-READ
               MOVE 'ARCHIVE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-ARCHIVE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2410-EXIT.
               EXIT.

           2500-COLLECT-SUSPENSE.
               OPEN INPUT SUSPENSE-FILE
               MOVE 'SUSPENSE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SUSPENSE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-SUSPENSE-FILE = '00'
                   PERFORM 2510-READ-ONE-SUSPENSE THRU 2510-EXIT
                       UNTIL SUSPENSE-FILE-EOF
               END-IF
               CLOSE SUSPENSE-FILE
               MOVE 'SUSPENSE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SUSPENSE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2500-EXIT.
               EXIT.

           2510-READ-ONE-SUSPENSE.
               READ SUSPENSE-FILE
                   AT END
                       SET SUSPENSE-FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SUSPENSE-READ
                       MOVE SUS-RAW-CUSTOMER TO KWK-CUSTOMER-ID
                       MOVE SUS-RAW-CCY TO KWK-CURRENCY-KEY
                       MOVE 'S' TO KWK-SOURCE
                       MOVE SUS-ENTRY-DATE TO KWK-INFO-DATE
                       MOVE SUS-REASON-TEXT TO KWK-INFO-TEXT
                       PERFORM 2900-WRITE-KEY-WORK THRU 2900-EXIT
               END-READ
               MOVE 'SUSPENSE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SUSPENSE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2510-EXIT.
               EXIT.

           2900-WRITE-KEY-WORK.
               WRITE KWK-REC
               MOVE 'KEY-WORK' TO WS-IO-FILE-NAME
               MOVE FS-KEY-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2900-EXIT.
               EXIT.

      ******************************************************************
      * 3000 - MATCH THE SORTED KEYS. OUTER BREAK ON CUSTOMER-ID (THE
      * ADDRESS CHECK), INNER BREAK ON CURRENCY-KEY (THE ACCOUNT
      * CHECKS). EVERY EXCEPTION GOES TO THE EXCEPTION WORK FILE,
      * WHICH IS THEN SORTED INTO CATEGORY ORDER.
      ******************************************************************
           3000-MATCH-KEYS.
               OPEN INPUT SORTED-KEY-FILE
               MOVE 'SORTED-KEY' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-KEY TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               OPEN OUTPUT EXCEPTION-WORK-FILE
               MOVE 'EXCEPTION-WORK' TO WS-IO-FILE-NAME
               MOVE FS-EXCEPTION-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 3900-READ-SORTED-KEY THRU 3900-EXIT
               PERFORM 3100-MATCH-ONE-CUSTOMER THRU 3100-EXIT
                   UNTIL SORTED-KEY-EOF
               CLOSE SORTED-KEY-FILE
               MOVE 'SORTED-KEY' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-KEY TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               CLOSE EXCEPTION-WORK-FILE
               MOVE 'EXCEPTION-WORK' TO WS-IO-FILE-NAME
               MOVE FS-EXCEPTION-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               SORT EXC-SORT-FILE
                   ON ASCENDING KEY EXS-CATEGORY
                   ON ASCENDING KEY EXS-CUSTOMER-ID
                   ON ASCENDING KEY EXS-CURRENCY-KEY
                   USING EXCEPTION-WORK-FILE
                   GIVING SORTED-EXC-FILE.
           3000-EXIT.
               EXIT.

           3100-MATCH-ONE-CUSTOMER.
               ADD 1 TO WS-CUSTOMERS-MATCHED
               MOVE SKY-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
               MOVE ZERO TO WS-CUST-MASTER-COUNT
               MOVE ZERO TO WS-CUST-ADDRESS-COUNT
               MOVE ZERO TO WS-CUST-ARCHIVE-COUNT
               MOVE ZERO TO WS-CUST-ARCHIVE-DATE
               PERFORM 3200-MATCH-ONE-KEY THRU 3200-EXIT
                   UNTIL SORTED-KEY-EOF
                       OR SKY-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
               PERFORM 3500-CHECK-CUSTOMER THRU 3500-EXIT.
           3100-EXIT.
               EXIT.

           3200-MATCH-ONE-KEY.
               ADD 1 TO WS-KEYS-MATCHED
               MOVE SKY-CURRENCY-KEY TO WS-CURRENT-CCY
               MOVE ZERO TO WS-KEY-MASTER-COUNT
               MOVE ZERO TO WS-KEY-ADDRESS-COUNT
               MOVE ZERO TO WS-KEY-PTD-COUNT
               MOVE ZERO TO WS-KEY-ARCHIVE-COUNT
               MOVE ZERO TO WS-KEY-SUSPENSE-COUNT
               MOVE ZERO TO WS-KEY-ARCHIVE-DATE
               MOVE ZERO TO WS-KEY-SUSPENSE-DATE
               MOVE SPACES TO WS-KEY-SUSPENSE-TEXT
               PERFORM 3300-TALLY-ONE-RECORD THRU 3300-EXIT
                   UNTIL SORTED-KEY-EOF
                       OR SKY-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                       OR SKY-CURRENCY-KEY NOT = WS-CURRENT-CCY
               PERFORM 3400-CHECK-KEY THRU 3400-EXIT
               ADD WS-KEY-MASTER-COUNT TO WS-CUST-MASTER-COUNT
               ADD WS-KEY-ADDRESS-COUNT TO WS-CUST-ADDRESS-COUNT
               ADD WS-KEY-ARCHIVE-COUNT TO WS-CUST-ARCHIVE-COUNT
               IF WS-KEY-ARCHIVE-DATE > WS-CUST-ARCHIVE-DATE
                   MOVE WS-KEY-ARCHIVE-DATE TO WS-CUST-ARCHIVE-DATE
               END-IF.
           3200-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 3300 - COUNT ONE WORK RECORD AGAINST ITS SOURCE FILE. THE
      * LATEST ARCHIVE DATE AND THE OLDEST SUSPENSE ENTRY ARE KEPT.
      *-----------------------------------------------------------------
           3300-TALLY-ONE-RECORD.
               IF SKY-FROM-MASTER
                   ADD 1 TO WS-KEY-MASTER-COUNT
               END-IF
               IF SKY-FROM-ADDRESS
                   ADD 1 TO WS-KEY-ADDRESS-COUNT
               END-IF
               IF SKY-FROM-PTD
                   ADD 1 TO WS-KEY-PTD-COUNT
               END-IF
               IF SKY-FROM-ARCHIVE
                   ADD 1 TO WS-KEY-ARCHIVE-COUNT
                   IF SKY-INFO-DATE > WS-KEY-ARCHIVE-DATE
                       MOVE SKY-INFO-DATE TO WS-KEY-ARCHIVE-DATE
                   END-IF
               END-IF
               IF SKY-FROM-SUSPENSE
                   ADD 1 TO WS-KEY-SUSPENSE-COUNT
                   IF WS-KEY-SUSPENSE-COUNT = 1
                           OR SKY-INFO-DATE < WS-KEY-SUSPENSE-DATE
                       MOVE SKY-INFO-DATE TO WS-KEY-SUSPENSE-DATE
                       MOVE SKY-INFO-TEXT TO WS-KEY-SUSPENSE-TEXT
                   END-IF
               END-IF
               PERFORM 3900-READ-SORTED-KEY THRU 3900-EXIT.
           3300-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 3400 - ACCOUNT-LEVEL CHECKS FOR ONE CUSTOMER-ID/CURRENCY-KEY
      *-----------------------------------------------------------------
           3400-CHECK-KEY.
               IF WS-KEY-MASTER-COUNT > ZERO
                   AND WS-KEY-ARCHIVE-COUNT > ZERO
                   MOVE WS-CAT-RESTORE-CONFLICT TO EXW-CATEGORY
                   MOVE 'MASTER + ARCHIVE' TO EXW-FILES
                   MOVE 'ON MASTER, STILL ARCHIVED' TO EXW-DETAIL-TEXT
                   MOVE WS-KEY-ARCHIVE-DATE TO EXW-DETAIL-DATE
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF
               IF WS-KEY-PTD-COUNT > ZERO
                   AND WS-KEY-MASTER-COUNT = ZERO
                   MOVE WS-CAT-PTD-ORPHAN TO EXW-CATEGORY
                   IF WS-KEY-ARCHIVE-COUNT > ZERO
                       MOVE 'PTD + ARCHIVE' TO EXW-FILES
                       MOVE 'KEY ARCHIVED' TO EXW-DETAIL-TEXT
                       MOVE WS-KEY-ARCHIVE-DATE TO EXW-DETAIL-DATE
                   ELSE
                       MOVE 'PTD' TO EXW-FILES
                       MOVE 'KEY NOT ON MASTER OR ARCHIVE'
                           TO EXW-DETAIL-TEXT
                       MOVE ZERO TO EXW-DETAIL-DATE
                   END-IF
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF
               IF WS-KEY-SUSPENSE-COUNT > ZERO
                   AND WS-KEY-MASTER-COUNT > ZERO
                   MOVE WS-CAT-SUSPENSE-STALE TO EXW-CATEGORY
                   MOVE 'MASTER + SUSPENSE' TO EXW-FILES
                   MOVE WS-KEY-SUSPENSE-TEXT TO EXW-DETAIL-TEXT
                   MOVE WS-KEY-SUSPENSE-DATE TO EXW-DETAIL-DATE
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF
               MOVE WS-CAT-DUPLICATE-KEY TO EXW-CATEGORY
               MOVE 'DUPLICATE KEY ON FILE' TO EXW-DETAIL-TEXT
               MOVE ZERO TO EXW-DETAIL-DATE
               IF WS-KEY-MASTER-COUNT > 1
                   MOVE 'MASTER' TO EXW-FILES
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF
               IF WS-KEY-PTD-COUNT > 1
                   MOVE 'PTD' TO EXW-FILES
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF
               IF WS-KEY-ADDRESS-COUNT > 1
                   MOVE 'ADDRESS' TO EXW-FILES
                   PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT
               END-IF.
           3400-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 3500 - CUSTOMER-LEVEL CHECK: AN ADDRESS WITH NO ACCOUNT LEFT
      * ON THE MASTER FOR THE CUSTOMER
      *-----------------------------------------------------------------
           3500-CHECK-CUSTOMER.
               IF WS-CUST-ADDRESS-COUNT = ZERO
                   OR WS-CUST-MASTER-COUNT > ZERO
                   GO TO 3500-EXIT
               END-IF
               MOVE WS-CAT-ADDRESS-ORPHAN TO EXW-CATEGORY
               MOVE SPACES TO WS-CURRENT-CCY
               IF WS-CUST-ARCHIVE-COUNT > ZERO
                   MOVE 'ADDRESS + ARCHIVE' TO EXW-FILES
                   MOVE 'CUSTOMER ARCHIVED' TO EXW-DETAIL-TEXT
                   MOVE WS-CUST-ARCHIVE-DATE TO EXW-DETAIL-DATE
               ELSE
                   MOVE 'ADDRESS' TO EXW-FILES
                   MOVE 'CUSTOMER NOT ON MASTER/ARCHIVE'
                       TO EXW-DETAIL-TEXT
                   MOVE ZERO TO EXW-DETAIL-DATE
               END-IF
               PERFORM 3800-WRITE-EXCEPTION THRU 3800-EXIT.
           3500-EXIT.
               EXIT.

           3800-WRITE-EXCEPTION.
               MOVE WS-CURRENT-CUSTOMER TO EXW-CUSTOMER-ID
               MOVE WS-CURRENT-CCY TO EXW-CURRENCY-KEY
               WRITE EXW-REC
               MOVE 'EXCEPTION-WORK' TO WS-IO-FILE-NAME
               MOVE FS-EXCEPTION-WORK TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               ADD 1 TO WS-CATEGORY-COUNT(EXW-CATEGORY)
               ADD 1 TO WS-EXCEPTIONS-FOUND.
           3800-EXIT.
               EXIT.

           3900-READ-SORTED-KEY.
               READ SORTED-KEY-FILE
                   AT END
                       SET SORTED-KEY-EOF TO TRUE
               END-READ
               MOVE 'SORTED-KEY' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-KEY TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           3900-EXIT.
               EXIT.

      ******************************************************************
      * 4000 - THE EXCEPTION LISTING: A HEADING PER CATEGORY, ONE LINE
      * PER EXCEPTION IN KEY ORDER, AND THE CATEGORY COUNT.
      ******************************************************************
           4000-LIST-EXCEPTIONS.
               OPEN INPUT SORTED-EXC-FILE
               MOVE 'SORTED-EXC' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-EXC TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 4900-READ-SORTED-EXC THRU 4900-EXIT
               PERFORM 4100-LIST-ONE-CATEGORY THRU 4100-EXIT
                   UNTIL SORTED-EXC-EOF
               CLOSE SORTED-EXC-FILE
               MOVE 'SORTED-EXC' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-EXC TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           4000-EXIT.
               EXIT.

           4100-LIST-ONE-CATEGORY.
               MOVE SEX-CATEGORY TO WS-PRINT-CATEGORY
               MOVE ZERO TO WS-PRINT-CATEGORY-COUNT
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 3
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE WS-PRINT-CATEGORY TO WS-CHD-CATEGORY
               MOVE WS-CATEGORY-NAME(WS-PRINT-CATEGORY) TO WS-CHD-NAME
               WRITE INT-PRT-LINE FROM WS-BLANK-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               WRITE INT-PRT-LINE FROM WS-CATEGORY-HEADING
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               ADD 2 TO WS-LINE-COUNT
               PERFORM 4200-LIST-ONE-EXCEPTION THRU 4200-EXIT
                   UNTIL SORTED-EXC-EOF
                       OR SEX-CATEGORY NOT = WS-PRINT-CATEGORY
               MOVE WS-PRINT-CATEGORY TO WS-CTL-CATEGORY
               MOVE WS-PRINT-CATEGORY-COUNT TO WS-CTL-COUNT
               WRITE INT-PRT-LINE FROM WS-CATEGORY-TOTAL-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           4100-EXIT.
               EXIT.

           4200-LIST-ONE-EXCEPTION.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               MOVE SEX-CUSTOMER-ID TO WS-DTL-CUST-ID
               MOVE SEX-CURRENCY-KEY TO WS-DTL-CCY
               MOVE SEX-FILES TO WS-DTL-FILES
               MOVE SEX-DETAIL-TEXT TO WS-DTL-TEXT
               IF SEX-DETAIL-DATE = ZERO
                   MOVE SPACES TO WS-DTL-DATE
               ELSE
                   MOVE SEX-DETAIL-DATE TO WS-DTL-DATE
               END-IF
               WRITE INT-PRT-LINE FROM WS-DETAIL-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-PRINT-CATEGORY-COUNT
               PERFORM 4900-READ-SORTED-EXC THRU 4900-EXIT.
           4200-EXIT.
               EXIT.

           4900-READ-SORTED-EXC.
               READ SORTED-EXC-FILE
                   AT END
                       SET SORTED-EXC-EOF TO TRUE
               END-READ
               MOVE 'SORTED-EXC' TO WS-IO-FILE-NAME
               MOVE FS-SORTED-EXC TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           4900-EXIT.
               EXIT.

      ******************************************************************
      * 5000 - CATEGORY SUMMARY: EVERY CATEGORY WITH ITS COUNT, ZERO
      * COUNTS INCLUDED, SO A CLEAN WEEK IS VISIBLY CLEAN.
      ******************************************************************
           5000-PRINT-CATEGORY-SUMMARY.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE - 8
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               WRITE INT-PRT-LINE FROM WS-BLANK-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               WRITE INT-PRT-LINE FROM WS-SUMMARY-HEADING
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               PERFORM 5100-PRINT-ONE-CATEGORY THRU 5100-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > WS-CATEGORY-MAX
               MOVE WS-EXCEPTIONS-FOUND TO WS-SUM-TOTAL
               WRITE INT-PRT-LINE FROM WS-SUMMARY-TOTAL-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT.
           5000-EXIT.
               EXIT.

           5100-PRINT-ONE-CATEGORY.
               MOVE WS-SUBSCRIPT TO WS-SUM-CATEGORY
               MOVE WS-CATEGORY-NAME(WS-SUBSCRIPT) TO WS-SUM-NAME
               MOVE WS-CATEGORY-COUNT(WS-SUBSCRIPT) TO WS-SUM-COUNT
               WRITE INT-PRT-LINE FROM WS-SUMMARY-LINE
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT.
           5100-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               CLOSE INT-PRINT-FILE
               MOVE 'INT-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-INT-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - LISTING PAGE HEADER
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE INT-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               WRITE INT-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-INT-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9700 - RETURN CODE: 04 WHEN ANY EXCEPTION WAS LISTED
      ******************************************************************
           9700-SET-RETURN-CODE.
               IF WS-EXCEPTIONS-FOUND > ZERO
                   MOVE 04 TO WS-HIGHEST-RC
               END-IF
               DISPLAY 'HW003INT ENDED - RETURN CODE ' WS-HIGHEST-RC
               MOVE WS-HIGHEST-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003INT RUN SUMMARY'
               DISPLAY '  MASTER RECORDS      : ' WS-MASTER-READ
               DISPLAY '  ADDRESS RECORDS     : ' WS-ADDRESS-READ
               DISPLAY '  PTD RECORDS         : ' WS-PTD-READ
               DISPLAY '  ARCHIVE RECORDS     : ' WS-ARCHIVE-READ
               DISPLAY '  SUSPENSE RECORDS    : ' WS-SUSPENSE-READ
               DISPLAY '  CUSTOMERS MATCHED   : ' WS-CUSTOMERS-MATCHED
               DISPLAY '  KEYS MATCHED        : ' WS-KEYS-MATCHED
               DISPLAY '  ADDRESS ORPHANS     : '
                   WS-CATEGORY-COUNT(1)
               DISPLAY '  PTD ORPHANS         : '
                   WS-CATEGORY-COUNT(2)
               DISPLAY '  RESTORE CONFLICTS   : '
                   WS-CATEGORY-COUNT(3)
               DISPLAY '  STALE SUSPENSE      : '
                   WS-CATEGORY-COUNT(4)
               DISPLAY '  DUPLICATE KEYS      : '
                   WS-CATEGORY-COUNT(5)
               DISPLAY '  TOTAL EXCEPTIONS    : ' WS-EXCEPTIONS-FOUND.
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

           9920-CHECK-INT-IO.
               MOVE 'INT-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-INT-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.
