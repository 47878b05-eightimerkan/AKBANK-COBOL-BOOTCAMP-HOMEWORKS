      *                  THE HIGHEST PREDECESSOR RETURN CODE ACCEPTED
      *                  (DEFAULT 04). THE STEP ALSO STAMPS ITS OWN
      *                  START AND CLEAN END.
      * 10/12/2026  EZD  RUN-CONTROL RECORD CARRIES THE EVENT TIME
      *                  (CLOCK TIME THE 'E' RECORD IS WRITTEN) FOR
      *                  THE HW003SLA STREAM STATUS REPORT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88  RC-EVENT-START        VALUE 'S'.
                   88  RC-EVENT-END          VALUE 'E'.
               05  RC-RETURN-CODE        PIC 9(02).
               05  RC-EVENT-TIME         PIC 9(08).

      *-----------------------------------------------------------------
      * SEQ-PARM-FILE - OPTIONAL SEQUENCING TOLERANCE CARD: HIGHEST
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-START TO TRUE
               MOVE WS-RUN-TIME TO RC-EVENT-TIME
               MOVE ZERO TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
               MOVE WS-RUN-TIME TO RC-BATCH-ID
               MOVE WS-THIS-STEP TO RC-STEP-NAME
               SET RC-EVENT-END TO TRUE
               ACCEPT RC-EVENT-TIME FROM TIME
               MOVE WS-FINAL-RC TO RC-RETURN-CODE
               WRITE RC-REC
               MOVE 'RUN-CONTROL' TO WS-IO-FILE-NAME
