      ******************************************************************
      * IDENTIFICATION DIVISION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HW003SLA.
       AUTHOR.        Erkan Zafer Dolgun.
       INSTALLATION.  AKBANK BOOTCAMP BATCH SERVICES.
       DATE-WRITTEN.  10/12/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------------
      * BATCH STREAM STATUS AND SLA REPORT - MORNING HANDOVER.
      *
      * READS THE SHARED RUN-CONTROL FILE AS A WHOLE FOR ONE RUN DATE
      * (OPTIONAL SLAPARM CARD, DEFAULT TODAY) AND REPORTS EVERY STEP
      * LISTED ON THE STEP-SCHEDULE CARDS (SLASCHD), IN SCHEDULE
      * ORDER: START AND END TIME, ELAPSED TIME, FINAL RETURN CODE
      * AND HOW MANY TIMES THE STEP WAS RERUN. THE LAST START OF A
      * STEP IS ITS FINAL RUN; ITS END IS THE 'E' RECORD CARRYING THE
      * SAME BATCH ID. EACH STEP IS FLAGGED WHEN IT IS:
      *   MISSING  - NO 'S' RECORD FOR THE RUN DATE (NEVER STARTED
      *              OR HELD BY ITS SEQUENCING GUARD);
      *   OPEN     - THE FINAL RUN STARTED BUT HAS NO 'E' RECORD
      *              (ABENDED OR STILL RUNNING);
      *   LATE     - THE FINAL RUN ENDED AFTER ITS TARGET TIME;
      *   RC > 04  - THE FINAL RUN ENDED ABOVE RETURN CODE 04.
      * RETURN CODE 08 WHEN ANY SCHEDULED STEP IS MISSING OR OPEN (THE
      * STREAM IS INCOMPLETE - THE SCHEDULER PAGES OPERATIONS), 04
      * WHEN THE STREAM IS COMPLETE BUT A STEP IS LATE OR ENDED ABOVE
      * 04, 12 WHEN THERE ARE NO SCHEDULE CARDS. RUN-CONTROL RECORDS
      * FOR STEPS NOT ON THE SCHEDULE ARE COUNTED ON THE SUMMARY.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      *-----------------------------------------------------------------
      * DATE       INIT  DESCRIPTION
      * 10/12/2026  EZD  ORIGINAL VERSION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT SCHEDULE-FILE
                   ASSIGN TO SLASCHD
                   FILE STATUS IS FS-SCHEDULE-FILE.

               SELECT OPTIONAL SLA-PARM-FILE
                   ASSIGN TO SLAPARM
                   FILE STATUS IS FS-SLA-PARM.

               SELECT SLA-PRINT-FILE
                   ASSIGN TO SLARPT
                   FILE STATUS IS FS-SLA-PRINT.

               SELECT OPTIONAL RUN-CONTROL-FILE
                   ASSIGN TO RUNCTL
                   FILE STATUS IS FS-RUN-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * SCHEDULE-FILE - ONE CARD PER EXPECTED STEP, IN STREAM ORDER:
      * STEP NAME AS STAMPED ON RUN-CONTROL, TARGET FINISH TIME HHMM
      * AND THE DAY OF THE TARGET (0 = THE RUN DATE, 1 = THE NEXT
      * DAY, FOR A STREAM THAT RUNS PAST MIDNIGHT). A BLANK TARGET
      * MEANS THE STEP IS NOT JUDGED FOR LATENESS.
      *-----------------------------------------------------------------
           FD  SCHEDULE-FILE.
           01  SCH-REC.
               05  SCH-STEP-NAME         PIC X(12).
               05  SCH-TARGET-TIME.
                   10  SCH-TARGET-HH     PIC 9(02).
                   10  SCH-TARGET-MM     PIC 9(02).
               05  SCH-TARGET-DAY        PIC 9(01).

      *-----------------------------------------------------------------
      * SLA-PARM-FILE - OPTIONAL RUN DATE CARD (YYYYMMDD). DEFAULT IS
      * TODAY, SO AN EARLIER STREAM CAN BE REPORTED AFTER THE EVENT.
      *-----------------------------------------------------------------
           FD  SLA-PARM-FILE.
           01  SLA-PARM-REC.
               05  SLA-PARM-RUN-DATE     PIC 9(08).

      *-----------------------------------------------------------------
      * SLA-PRINT-FILE - PRINTED STREAM STATUS REPORT
      *-----------------------------------------------------------------
           FD  SLA-PRINT-FILE.
           01  SLA-PRT-LINE              PIC X(132).

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
               05  FS-SCHEDULE-FILE      PIC XX.
               05  FS-SLA-PARM           PIC XX.
               05  FS-SLA-PRINT          PIC XX.
               05  FS-RUN-CONTROL        PIC XX.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
           01  SW-SCH-EOF-FLAG           PIC X VALUE 'N'.
               88  SCHEDULE-FILE-EOF         VALUE 'Y'.

           01  SW-RC-EOF-FLAG            PIC X VALUE 'N'.
               88  RUN-CONTROL-EOF           VALUE 'Y'.

           01  SW-STEP-FOUND-FLAG        PIC X VALUE 'N'.
               88  STEP-FOUND                VALUE 'Y'.
               88  STEP-NOT-FOUND            VALUE 'N'.

      *-----------------------------------------------------------------
      * STEP-SEQUENCING WORK FIELDS
      *-----------------------------------------------------------------
           77  WS-RUN-TIME               PIC 9(08).
           77  WS-THIS-STEP              PIC X(12) VALUE 'HW003SLA'.
           77  WS-FINAL-RC               PIC 9(02) VALUE ZERO.
           77  WS-HIGHEST-RC             PIC 9(02) VALUE ZERO.
           77  WS-PENDING-RC             PIC 9(02) VALUE ZERO.

      *-----------------------------------------------------------------
      * RUN DATE - TODAY IS THE DATE THIS STEP STAMPS ITSELF UNDER;
      * THE REPORT DATE IS THE STREAM BEING REPORTED.
      *-----------------------------------------------------------------
           77  WS-TODAY                  PIC 9(08).
           77  WS-REPORT-DATE            PIC 9(08).

      *-----------------------------------------------------------------
      * STEP SCHEDULE TABLE - ONE ENTRY PER SCHEDULE CARD, IN STREAM
      * ORDER, CARRYING WHAT THE RUN-CONTROL PASS FOUND FOR THE STEP.
      *-----------------------------------------------------------------
           01  SLA-STEP-TABLE.
               05  SLA-STEP-COUNT        PIC 9(03) COMP VALUE ZERO.
               05  SLA-STEP-ENTRY OCCURS 60 TIMES.
                   10  SLA-STEP-NAME         PIC X(12).
                   10  SLA-TARGET-HH         PIC 9(02).
                   10  SLA-TARGET-MM         PIC 9(02).
                   10  SLA-TARGET-DAY        PIC 9(01).
                   10  SLA-TARGET-FLAG       PIC X(01).
                       88  SLA-HAS-TARGET        VALUE 'Y'.
                       88  SLA-NO-TARGET         VALUE 'N'.
                   10  SLA-START-COUNT       PIC 9(03) COMP.
                   10  SLA-LAST-BATCH-ID     PIC X(10).
                   10  SLA-START-TIME        PIC 9(08).
                   10  SLA-END-FLAG          PIC X(01).
                       88  SLA-STEP-ENDED        VALUE 'Y'.
                       88  SLA-STEP-NOT-ENDED    VALUE 'N'.
                   10  SLA-END-TIME-FLAG     PIC X(01).
                       88  SLA-END-TIME-KNOWN    VALUE 'Y'.
                       88  SLA-END-TIME-UNKNOWN  VALUE 'N'.
                   10  SLA-END-TIME          PIC 9(08).
                   10  SLA-FINAL-RC          PIC 9(02).

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-FOUND-INDEX            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * BATCH ID VIEW - EVERY STEP STAMPS ITS START TIME (HHMMSSHH)
      * AS ITS BATCH ID, SO THE START TIME CAN BE TAKEN FROM IT WHEN
      * THE 'S' RECORD CARRIES NO EVENT TIME.
      *-----------------------------------------------------------------
           01  WS-BATCH-ID-VIEW.
               05  WS-BATCH-ID-TIME      PIC X(08).
               05  FILLER                PIC X(02).

      *-----------------------------------------------------------------
      * TIME ARITHMETIC WORK FIELDS. CLOCK TIMES ARE HHMMSSHH; THEY
      * ARE TURNED INTO SECONDS SINCE MIDNIGHT OF THE RUN DATE.
      *-----------------------------------------------------------------
           01  WS-CLOCK-TIME.
               05  WS-CLOCK-HH           PIC 9(02).
               05  WS-CLOCK-MM           PIC 9(02).
               05  WS-CLOCK-SS           PIC 9(02).
               05  WS-CLOCK-HS           PIC 9(02).

           01  WS-HMS-EDIT.
               05  WS-HMS-HH             PIC 9(02).
               05  FILLER                PIC X(01) VALUE ':'.
               05  WS-HMS-MM             PIC 9(02).
               05  FILLER                PIC X(01) VALUE ':'.
               05  WS-HMS-SS             PIC 9(02).

           77  WS-CLOCK-SECONDS          PIC S9(09) COMP VALUE ZERO.
           77  WS-START-SECONDS          PIC S9(09) COMP VALUE ZERO.
           77  WS-END-SECONDS            PIC S9(09) COMP VALUE ZERO.
           77  WS-TARGET-SECONDS         PIC S9(09) COMP VALUE ZERO.
           77  WS-ELAPSED-SECONDS        PIC S9(09) COMP VALUE ZERO.
           77  WS-REMAINING-SECONDS      PIC S9(09) COMP VALUE ZERO.
           77  WS-SECONDS-PER-DAY        PIC S9(09) COMP VALUE 86400.
           77  WS-RERUN-COUNT            PIC 9(03) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * RUNNING COUNTERS
      *-----------------------------------------------------------------
           77  WS-RC-RECORDS-READ        PIC 9(09) COMP VALUE ZERO.
           77  WS-RC-RECORDS-FOR-DATE    PIC 9(09) COMP VALUE ZERO.
           77  WS-RC-UNSCHEDULED         PIC 9(09) COMP VALUE ZERO.
           77  WS-STEPS-ENDED            PIC 9(09) COMP VALUE ZERO.
           77  WS-STEPS-MISSING          PIC 9(09) COMP VALUE ZERO.
           77  WS-STEPS-OPEN             PIC 9(09) COMP VALUE ZERO.
           77  WS-STEPS-LATE             PIC 9(09) COMP VALUE ZERO.
           77  WS-STEPS-HIGH-RC          PIC 9(09) COMP VALUE ZERO.
           77  WS-TOTAL-RERUNS           PIC 9(09) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * PRINTED REPORT WORK FIELDS AND LINES
      *-----------------------------------------------------------------
           77  WS-PAGE-COUNT             PIC 9(05) COMP VALUE ZERO.
           77  WS-LINE-COUNT             PIC 9(03) COMP VALUE ZERO.
           77  WS-LINES-PER-PAGE         PIC 9(03) COMP VALUE 55.

           01  WS-HEADER-LINE-1.
               05  FILLER                PIC X(09) VALUE 'PROGRAM: '.
               05  WS-HDR-PGM            PIC X(08) VALUE 'HW003SLA'.
               05  FILLER                PIC X(03) VALUE SPACES.
               05  FILLER                PIC X(25) VALUE
                       'BATCH STREAM STATUS/SLA  '.
               05  FILLER                PIC X(10) VALUE 'RUN DATE: '.
               05  WS-HDR-DATE           PIC 9(08).
               05  FILLER                PIC X(06) VALUE SPACES.
               05  FILLER                PIC X(06) VALUE 'PAGE: '.
               05  WS-HDR-PAGE           PIC ZZZ9.

           01  WS-HEADER-LINE-2.
               05  FILLER                PIC X(05) VALUE 'SEQ'.
               05  FILLER                PIC X(14) VALUE 'STEP'.
               05  FILLER                PIC X(10) VALUE 'START'.
               05  FILLER                PIC X(10) VALUE 'END'.
               05  FILLER                PIC X(10) VALUE 'ELAPSED'.
               05  FILLER                PIC X(04) VALUE 'RC'.
               05  FILLER                PIC X(08) VALUE 'RERUNS'.
               05  FILLER                PIC X(10) VALUE 'TARGET'.
               05  FILLER                PIC X(10) VALUE 'STATUS'.
               05  FILLER                PIC X(14) VALUE 'FLAGS'.

           01  WS-DETAIL-LINE.
               05  WS-DTL-SEQ            PIC ZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-STEP           PIC X(12).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-START          PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-END            PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-ELAPSED        PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-RC             PIC X(02).
               05  FILLER                PIC X(05) VALUE SPACES.
               05  WS-DTL-RERUNS         PIC ZZ9.
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-TARGET         PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-STATUS         PIC X(08).
               05  FILLER                PIC X(02) VALUE SPACES.
               05  WS-DTL-LATE-FLAG      PIC X(05).
               05  WS-DTL-RC-FLAG        PIC X(07).

           01  WS-TARGET-EDIT.
               05  WS-TGT-HH             PIC 9(02).
               05  FILLER                PIC X(01) VALUE ':'.
               05  WS-TGT-MM             PIC 9(02).
               05  WS-TGT-DAY-TEXT       PIC X(03).

           01  WS-REPORT-TOTAL-LINE-1.
               05  FILLER                PIC X(12) VALUE 'SCHEDULED : '.
               05  WS-RPT-SCHEDULED      PIC ZZZZZZZZ9.
               05  FILLER                PIC X(12) VALUE '   ENDED : '.
               05  WS-RPT-ENDED          PIC ZZZZZZZZ9.
               05  FILLER                PIC X(13) VALUE
                       '   MISSING : '.
               05  WS-RPT-MISSING        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(10) VALUE '   OPEN : '.
               05  WS-RPT-OPEN           PIC ZZZZZZZZ9.

           01  WS-REPORT-TOTAL-LINE-2.
               05  FILLER                PIC X(12) VALUE 'LATE      : '.
               05  WS-RPT-LATE           PIC ZZZZZZZZ9.
               05  FILLER                PIC X(12) VALUE '   RC>04 : '.
               05  WS-RPT-HIGH-RC        PIC ZZZZZZZZ9.
               05  FILLER                PIC X(13) VALUE
                       '   RERUNS  : '.
               05  WS-RPT-RERUNS         PIC ZZZZZZZZ9.

           01  WS-STREAM-STATUS-LINE.
               05  FILLER                PIC X(16) VALUE
                       'STREAM STATUS : '.
               05  WS-RPT-STREAM-STATUS  PIC X(30).

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
               PERFORM 2000-SCAN-RUN-CONTROL THRU 2000-EXIT
               PERFORM 1070-STAMP-STEP-START THRU 1070-EXIT
               PERFORM 3000-REPORT-STEPS THRU 3000-EXIT
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
               MOVE WS-TODAY TO WS-REPORT-DATE
               PERFORM 1300-READ-PARM-CARD THRU 1300-EXIT
               PERFORM 1400-LOAD-SCHEDULE THRU 1400-EXIT
               OPEN OUTPUT SLA-PRINT-FILE
               MOVE 'SLA-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-SLA-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT.
           1000-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1070 - STAMP THIS STEP'S OWN START. DONE AFTER THE SCAN SO THE
      * REPORT NEVER SEES ITS OWN RUN AS AN OPEN STEP.
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

           1300-READ-PARM-CARD.
               OPEN INPUT SLA-PARM-FILE
               MOVE 'SLA-PARM-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SLA-PARM TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-SLA-PARM = '00'
                   READ SLA-PARM-FILE
                   MOVE 'SLA-PARM-FILE' TO WS-IO-FILE-NAME
                   MOVE FS-SLA-PARM TO WS-IO-STATUS
                   PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
                   IF FS-SLA-PARM = '00'
                       AND SLA-PARM-RUN-DATE NUMERIC
                       AND SLA-PARM-RUN-DATE > ZERO
                       MOVE SLA-PARM-RUN-DATE TO WS-REPORT-DATE
                   END-IF
                   CLOSE SLA-PARM-FILE
               END-IF.
           1300-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 1400 - LOAD THE STEP SCHEDULE IN CARD ORDER
      *-----------------------------------------------------------------
           1400-LOAD-SCHEDULE.
               OPEN INPUT SCHEDULE-FILE
               MOVE 'SCHEDULE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SCHEDULE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               PERFORM 1410-LOAD-ONE-STEP THRU 1410-EXIT
                   UNTIL SCHEDULE-FILE-EOF
               CLOSE SCHEDULE-FILE
               MOVE 'SCHEDULE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SCHEDULE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF SLA-STEP-COUNT = ZERO
                   DISPLAY '*** NO STEPS ON THE SCHEDULE CARDS - '
                       'STREAM CANNOT BE CHECKED ***'
                   MOVE 12 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               END-IF.
           1400-EXIT.
               EXIT.

           1410-LOAD-ONE-STEP.
               READ SCHEDULE-FILE
                   AT END
                       SET SCHEDULE-FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1420-ADD-STEP-TO-TABLE THRU 1420-EXIT
               END-READ
               MOVE 'SCHEDULE-FILE' TO WS-IO-FILE-NAME
               MOVE FS-SCHEDULE-FILE TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           1410-EXIT.
               EXIT.

           1420-ADD-STEP-TO-TABLE.
               IF SCH-STEP-NAME = SPACES
                   GO TO 1420-EXIT
               END-IF
               IF SLA-STEP-COUNT NOT < 60
                   DISPLAY '*** SLA-STEP-TABLE FULL - STEP '
                       SCH-STEP-NAME ' IGNORED ***'
                   GO TO 1420-EXIT
               END-IF
               ADD 1 TO SLA-STEP-COUNT
               MOVE SLA-STEP-COUNT TO WS-SUBSCRIPT
               MOVE SCH-STEP-NAME TO SLA-STEP-NAME(WS-SUBSCRIPT)
               SET SLA-NO-TARGET(WS-SUBSCRIPT) TO TRUE
               MOVE ZERO TO SLA-TARGET-HH(WS-SUBSCRIPT)
               MOVE ZERO TO SLA-TARGET-MM(WS-SUBSCRIPT)
               MOVE ZERO TO SLA-TARGET-DAY(WS-SUBSCRIPT)
               IF SCH-TARGET-HH NUMERIC
                   AND SCH-TARGET-MM NUMERIC
                   AND SCH-TARGET-HH < 24
                   AND SCH-TARGET-MM < 60
                   SET SLA-HAS-TARGET(WS-SUBSCRIPT) TO TRUE
                   MOVE SCH-TARGET-HH TO SLA-TARGET-HH(WS-SUBSCRIPT)
                   MOVE SCH-TARGET-MM TO SLA-TARGET-MM(WS-SUBSCRIPT)
                   IF SCH-TARGET-DAY NUMERIC
                       MOVE SCH-TARGET-DAY
                           TO SLA-TARGET-DAY(WS-SUBSCRIPT)
                   END-IF
               END-IF
               MOVE ZERO TO SLA-START-COUNT(WS-SUBSCRIPT)
               MOVE SPACES TO SLA-LAST-BATCH-ID(WS-SUBSCRIPT)
               MOVE ZERO TO SLA-START-TIME(WS-SUBSCRIPT)
               SET SLA-STEP-NOT-ENDED(WS-SUBSCRIPT) TO TRUE
               SET SLA-END-TIME-UNKNOWN(WS-SUBSCRIPT) TO TRUE
               MOVE ZERO TO SLA-END-TIME(WS-SUBSCRIPT)
               MOVE ZERO TO SLA-FINAL-RC(WS-SUBSCRIPT).
           1420-EXIT.
               EXIT.

      ******************************************************************
      * 2000 - ONE PASS OF THE RUN-CONTROL FILE. EVERY 'S' RECORD FOR
      * THE REPORT DATE STARTS A NEW RUN OF ITS STEP (THE EARLIER RUN
      * BECOMES A RERUN AND ITS END NO LONGER COUNTS); AN 'E' RECORD
      * CLOSES THE RUN ONLY WHEN ITS BATCH ID MATCHES THE LAST START.
      ******************************************************************
           2000-SCAN-RUN-CONTROL.
               OPEN INPUT RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT
               IF FS-RUN-CONTROL = '00'
                   PERFORM 2100-READ-RC-RECORD THRU 2100-EXIT
                       UNTIL RUN-CONTROL-EOF
               END-IF
               CLOSE RUN-CONTROL-FILE
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2000-EXIT.
               EXIT.

           2100-READ-RC-RECORD.
               READ RUN-CONTROL-FILE
                   AT END
                       SET RUN-CONTROL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RC-RECORDS-READ
                       IF RC-RUN-DATE = WS-REPORT-DATE
                           PERFORM 2200-APPLY-RC-RECORD THRU 2200-EXIT
                       END-IF
               END-READ
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE FS-RUN-CONTROL TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           2100-EXIT.
               EXIT.

           2200-APPLY-RC-RECORD.
               ADD 1 TO WS-RC-RECORDS-FOR-DATE
               SET STEP-NOT-FOUND TO TRUE
               PERFORM 2210-COMPARE-STEP THRU 2210-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > SLA-STEP-COUNT
                       OR STEP-FOUND
               IF STEP-NOT-FOUND
                   ADD 1 TO WS-RC-UNSCHEDULED
                   GO TO 2200-EXIT
               END-IF
               IF RC-EVENT-START
                   PERFORM 2300-RECORD-START THRU 2300-EXIT
                   GO TO 2200-EXIT
               END-IF
               IF RC-EVENT-END
                   AND RC-BATCH-ID = SLA-LAST-BATCH-ID(WS-FOUND-INDEX)
                   PERFORM 2400-RECORD-END THRU 2400-EXIT
               END-IF.
           2200-EXIT.
               EXIT.

           2210-COMPARE-STEP.
               IF SLA-STEP-NAME(WS-SUBSCRIPT) = RC-STEP-NAME
                   SET STEP-FOUND TO TRUE
                   MOVE WS-SUBSCRIPT TO WS-FOUND-INDEX
               END-IF.
           2210-EXIT.
               EXIT.

           2300-RECORD-START.
               ADD 1 TO SLA-START-COUNT(WS-FOUND-INDEX)
               MOVE RC-BATCH-ID TO SLA-LAST-BATCH-ID(WS-FOUND-INDEX)
               IF RC-EVENT-TIME NUMERIC
                   MOVE RC-EVENT-TIME TO SLA-START-TIME(WS-FOUND-INDEX)
               ELSE
                   MOVE RC-BATCH-ID TO WS-BATCH-ID-VIEW
                   IF WS-BATCH-ID-TIME NUMERIC
                       MOVE WS-BATCH-ID-TIME
                           TO SLA-START-TIME(WS-FOUND-INDEX)
                   ELSE
                       MOVE ZERO TO SLA-START-TIME(WS-FOUND-INDEX)
                   END-IF
               END-IF
               SET SLA-STEP-NOT-ENDED(WS-FOUND-INDEX) TO TRUE
               SET SLA-END-TIME-UNKNOWN(WS-FOUND-INDEX) TO TRUE
               MOVE ZERO TO SLA-END-TIME(WS-FOUND-INDEX)
               MOVE ZERO TO SLA-FINAL-RC(WS-FOUND-INDEX).
           2300-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 2400 - CLEAN END OF THE LAST RUN. AN 'E' RECORD WRITTEN BEFORE
      * THE EVENT TIME WAS CARRIED ON RUN-CONTROL HAS NO END TIME;
      * THE STEP STILL COUNTS AS ENDED BUT IS NOT TIMED.
      *-----------------------------------------------------------------
           2400-RECORD-END.
               SET SLA-STEP-ENDED(WS-FOUND-INDEX) TO TRUE
               MOVE RC-RETURN-CODE TO SLA-FINAL-RC(WS-FOUND-INDEX)
               IF RC-EVENT-TIME NUMERIC
                   SET SLA-END-TIME-KNOWN(WS-FOUND-INDEX) TO TRUE
                   MOVE RC-EVENT-TIME TO SLA-END-TIME(WS-FOUND-INDEX)
               END-IF.
           2400-EXIT.
               EXIT.

      ******************************************************************
      * 3000 - ONE REPORT LINE PER SCHEDULED STEP, IN SCHEDULE ORDER
      ******************************************************************
           3000-REPORT-STEPS.
               PERFORM 3100-REPORT-ONE-STEP THRU 3100-EXIT
                   VARYING WS-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-SUBSCRIPT > SLA-STEP-COUNT.
           3000-EXIT.
               EXIT.

           3100-REPORT-ONE-STEP.
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SUBSCRIPT TO WS-DTL-SEQ
               MOVE SLA-STEP-NAME(WS-SUBSCRIPT) TO WS-DTL-STEP
               PERFORM 3200-FORMAT-TARGET THRU 3200-EXIT
               IF SLA-START-COUNT(WS-SUBSCRIPT) = ZERO
                   MOVE 'MISSING' TO WS-DTL-STATUS
                   ADD 1 TO WS-STEPS-MISSING
                   PERFORM 3900-PRINT-DETAIL-LINE THRU 3900-EXIT
                   GO TO 3100-EXIT
               END-IF
               COMPUTE WS-RERUN-COUNT =
                   SLA-START-COUNT(WS-SUBSCRIPT) - 1
               MOVE WS-RERUN-COUNT TO WS-DTL-RERUNS
               ADD WS-RERUN-COUNT TO WS-TOTAL-RERUNS
               MOVE SLA-START-TIME(WS-SUBSCRIPT) TO WS-CLOCK-TIME
               PERFORM 7100-CLOCK-TO-SECONDS THRU 7100-EXIT
               MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS
               PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT
               MOVE WS-HMS-EDIT TO WS-DTL-START
               IF SLA-STEP-NOT-ENDED(WS-SUBSCRIPT)
                   MOVE 'OPEN' TO WS-DTL-STATUS
                   ADD 1 TO WS-STEPS-OPEN
                   PERFORM 3900-PRINT-DETAIL-LINE THRU 3900-EXIT
                   GO TO 3100-EXIT
               END-IF
               MOVE 'ENDED' TO WS-DTL-STATUS
               ADD 1 TO WS-STEPS-ENDED
               MOVE SLA-FINAL-RC(WS-SUBSCRIPT) TO WS-DTL-RC
               IF SLA-FINAL-RC(WS-SUBSCRIPT) > 04
                   MOVE 'RC > 04' TO WS-DTL-RC-FLAG
                   ADD 1 TO WS-STEPS-HIGH-RC
               END-IF
               IF SLA-END-TIME-KNOWN(WS-SUBSCRIPT)
                   PERFORM 3300-TIME-THE-RUN THRU 3300-EXIT
               END-IF
               PERFORM 3900-PRINT-DETAIL-LINE THRU 3900-EXIT.
           3100-EXIT.
               EXIT.

           3200-FORMAT-TARGET.
               IF SLA-NO-TARGET(WS-SUBSCRIPT)
                   GO TO 3200-EXIT
               END-IF
               MOVE SLA-TARGET-HH(WS-SUBSCRIPT) TO WS-TGT-HH
               MOVE SLA-TARGET-MM(WS-SUBSCRIPT) TO WS-TGT-MM
               IF SLA-TARGET-DAY(WS-SUBSCRIPT) > ZERO
                   MOVE ' +1' TO WS-TGT-DAY-TEXT
               ELSE
                   MOVE SPACES TO WS-TGT-DAY-TEXT
               END-IF
               MOVE WS-TARGET-EDIT TO WS-DTL-TARGET.
           3200-EXIT.
               EXIT.

      *-----------------------------------------------------------------
      * 3300 - END TIME, ELAPSED TIME AND LATENESS. AN END CLOCK TIME
      * EARLIER THAN THE START MEANS THE RUN CROSSED MIDNIGHT, SO ONE
      * DAY IS ADDED. THE TARGET IS ON THE RUN DATE OR, WITH A DAY OF
      * 1, THE DAY AFTER.
      *-----------------------------------------------------------------
           3300-TIME-THE-RUN.
               MOVE SLA-END-TIME(WS-SUBSCRIPT) TO WS-CLOCK-TIME
               PERFORM 7100-CLOCK-TO-SECONDS THRU 7100-EXIT
               MOVE WS-CLOCK-SECONDS TO WS-END-SECONDS
               PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT
               MOVE WS-HMS-EDIT TO WS-DTL-END
               IF WS-END-SECONDS < WS-START-SECONDS
                   ADD WS-SECONDS-PER-DAY TO WS-END-SECONDS
               END-IF
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               DIVIDE WS-ELAPSED-SECONDS BY 3600
                   GIVING WS-HMS-HH REMAINDER WS-REMAINING-SECONDS
               DIVIDE WS-REMAINING-SECONDS BY 60
                   GIVING WS-HMS-MM REMAINDER WS-HMS-SS
               MOVE WS-HMS-EDIT TO WS-DTL-ELAPSED
               IF SLA-NO-TARGET(WS-SUBSCRIPT)
                   GO TO 3300-EXIT
               END-IF
               COMPUTE WS-TARGET-SECONDS =
                   SLA-TARGET-DAY(WS-SUBSCRIPT) * WS-SECONDS-PER-DAY
                   + SLA-TARGET-HH(WS-SUBSCRIPT) * 3600
                   + SLA-TARGET-MM(WS-SUBSCRIPT) * 60
               IF WS-END-SECONDS > WS-TARGET-SECONDS
                   MOVE 'LATE' TO WS-DTL-LATE-FLAG
                   ADD 1 TO WS-STEPS-LATE
               END-IF.
           3300-EXIT.
               EXIT.

           3900-PRINT-DETAIL-LINE.
               IF WS-LINE-COUNT NOT LESS THAN WS-LINES-PER-PAGE
                   PERFORM 9100-PRINT-PAGE-HEADER THRU 9100-EXIT
               END-IF
               WRITE SLA-PRT-LINE FROM WS-DETAIL-LINE
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               ADD 1 TO WS-LINE-COUNT.
           3900-EXIT.
               EXIT.

      ******************************************************************
      * 7100 - CLOCK TIME (HHMMSSHH) TO SECONDS SINCE MIDNIGHT
      ******************************************************************
           7100-CLOCK-TO-SECONDS.
               COMPUTE WS-CLOCK-SECONDS =
                   WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           7100-EXIT.
               EXIT.

      ******************************************************************
      * 7200 - CLOCK TIME (HHMMSSHH) TO PRINTABLE HH:MM:SS
      ******************************************************************
           7200-FORMAT-CLOCK.
               MOVE WS-CLOCK-HH TO WS-HMS-HH
               MOVE WS-CLOCK-MM TO WS-HMS-MM
               MOVE WS-CLOCK-SS TO WS-HMS-SS.
           7200-EXIT.
               EXIT.

      ******************************************************************
      * 8000 - REPORT TOTALS AND CLOSE FILES
      ******************************************************************
           8000-CLOSE-FILES.
               MOVE SLA-STEP-COUNT TO WS-RPT-SCHEDULED
               MOVE WS-STEPS-ENDED TO WS-RPT-ENDED
               MOVE WS-STEPS-MISSING TO WS-RPT-MISSING
               MOVE WS-STEPS-OPEN TO WS-RPT-OPEN
               MOVE WS-STEPS-LATE TO WS-RPT-LATE
               MOVE WS-STEPS-HIGH-RC TO WS-RPT-HIGH-RC
               MOVE WS-TOTAL-RERUNS TO WS-RPT-RERUNS
               IF WS-STEPS-MISSING > ZERO OR WS-STEPS-OPEN > ZERO
                   MOVE 'INCOMPLETE' TO WS-RPT-STREAM-STATUS
               ELSE
                   IF WS-STEPS-LATE > ZERO
                           OR WS-STEPS-HIGH-RC > ZERO
                       MOVE 'COMPLETE WITH EXCEPTIONS'
                           TO WS-RPT-STREAM-STATUS
                   ELSE
                       MOVE 'COMPLETE' TO WS-RPT-STREAM-STATUS
                   END-IF
               END-IF
               WRITE SLA-PRT-LINE FROM WS-REPORT-TOTAL-LINE-1
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               WRITE SLA-PRT-LINE FROM WS-REPORT-TOTAL-LINE-2
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               WRITE SLA-PRT-LINE FROM WS-STREAM-STATUS-LINE
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               CLOSE SLA-PRINT-FILE
               MOVE 'SLA-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-SLA-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           8000-EXIT.
               EXIT.

      ******************************************************************
      * 9100 - STATUS REPORT PAGE HEADER. THE DATE SHOWN IS THE DATE
      * OF THE STREAM BEING REPORTED.
      ******************************************************************
           9100-PRINT-PAGE-HEADER.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-REPORT-DATE TO WS-HDR-DATE
               MOVE WS-PAGE-COUNT TO WS-HDR-PAGE
               WRITE SLA-PRT-LINE FROM WS-HEADER-LINE-1
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               WRITE SLA-PRT-LINE FROM WS-HEADER-LINE-2
               PERFORM 9920-CHECK-SLA-IO THRU 9920-EXIT
               MOVE ZERO TO WS-LINE-COUNT.
           9100-EXIT.
               EXIT.

      ******************************************************************
      * 9600 - GRADUATED RETURN CODE: 08 WHEN THE STREAM IS
      * INCOMPLETE, 04 WHEN A STEP IS LATE OR ENDED ABOVE 04
      ******************************************************************
           9600-SET-RETURN-CODE.
               IF WS-STEPS-LATE > ZERO OR WS-STEPS-HIGH-RC > ZERO
                   MOVE 04 TO WS-PENDING-RC
                   PERFORM 9950-RAISE-RETURN-CODE THRU 9950-EXIT
               END-IF
               IF WS-STEPS-MISSING > ZERO OR WS-STEPS-OPEN > ZERO
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
               DISPLAY 'HW003SLA ENDED - RETURN CODE ' WS-FINAL-RC
               MOVE WS-FINAL-RC TO RETURN-CODE.
           9700-EXIT.
               EXIT.

      ******************************************************************
      * 9800 - DISPLAY RUN SUMMARY (CONSOLE)
      ******************************************************************
           9800-DISPLAY-SUMMARY.
               DISPLAY 'HW003SLA RUN SUMMARY'
               DISPLAY '  STREAM RUN DATE     : ' WS-REPORT-DATE
               DISPLAY '  STEPS SCHEDULED     : ' SLA-STEP-COUNT
               DISPLAY '  RUN-CONTROL RECORDS : ' WS-RC-RECORDS-READ
               DISPLAY '  RECORDS FOR DATE    : '
                   WS-RC-RECORDS-FOR-DATE
               DISPLAY '  UNSCHEDULED RECORDS : ' WS-RC-UNSCHEDULED
               DISPLAY '  STEPS ENDED         : ' WS-STEPS-ENDED
               DISPLAY '  STEPS MISSING       : ' WS-STEPS-MISSING
               DISPLAY '  STEPS OPEN          : ' WS-STEPS-OPEN
               DISPLAY '  STEPS LATE          : ' WS-STEPS-LATE
               DISPLAY '  STEPS ENDED RC > 04 : ' WS-STEPS-HIGH-RC
               DISPLAY '  TOTAL RERUNS        : ' WS-TOTAL-RERUNS.
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

           9920-CHECK-SLA-IO.
               MOVE 'SLA-PRINT' TO WS-IO-FILE-NAME
               MOVE FS-SLA-PRINT TO WS-IO-STATUS
               PERFORM 9900-CHECK-IO-STATUS THRU 9900-EXIT.
           9920-EXIT.
               EXIT.

           9950-RAISE-RETURN-CODE.
               IF WS-PENDING-RC > WS-HIGHEST-RC
                   MOVE WS-PENDING-RC TO WS-HIGHEST-RC
               END-IF.
           9950-EXIT.
               EXIT.
