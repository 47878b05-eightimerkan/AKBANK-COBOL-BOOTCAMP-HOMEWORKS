      *                  SO THE IDXFILE DD ALWAYS MEANS THE INDEXED
      *                  MASTER. THE MISSING-PARM-CARD RETURN CODE
      *                  (08) IS NOW IN THE DOCUMENTED SCHEME.
      * 10/09/2026  EZD  AUDIT-FILE FOLLOWS THE HW003MNT LAYOUT WITH
      *                  MAKER AND CHECKER USER IDS; BOTH ARE SHOWN
      *                  ON EACH AUDIT ENTRY OF THE DOSSIER.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   10  AUD-CURRENCY-KEY  PIC X(03).
               05  AUD-BEFORE-IMAGE      PIC X(62).
               05  AUD-AFTER-IMAGE       PIC X(62).
               05  AUD-MAKER-ID          PIC X(08).
               05  AUD-CHECKER-ID        PIC X(08).

      *-----------------------------------------------------------------
      * INQ-PRINT-FILE - THE ONE-PAGE DOSSIER
                   10  AUD-TRAIL-ACTION      PIC X(01).
                   10  AUD-TRAIL-BEFORE      PIC X(62).
                   10  AUD-TRAIL-AFTER       PIC X(62).
                   10  AUD-TRAIL-MAKER       PIC X(08).
                   10  AUD-TRAIL-CHECKER     PIC X(08).

           77  WS-SUBSCRIPT              PIC 9(03) COMP VALUE ZERO.
           77  WS-SHIFT-SUB              PIC 9(03) COMP VALUE ZERO.
               05  WS-AS-TIME            PIC 9(08).
               05  FILLER                PIC X(09) VALUE '  ACTION '.
               05  WS-AS-ACTION          PIC X(01).
               05  FILLER                PIC X(08) VALUE '  MAKER '.
               05  WS-AS-MAKER           PIC X(08).
               05  FILLER                PIC X(10) VALUE '  CHECKER '.
               05  WS-AS-CHECKER         PIC X(08).

           01  WS-AUD-BEFORE-LINE.
               05  FILLER                PIC X(12) VALUE '    BEFORE: '.
               MOVE AUD-BEFORE-IMAGE
                   TO AUD-TRAIL-BEFORE(AUD-TRAIL-COUNT)
               MOVE AUD-AFTER-IMAGE
                   TO AUD-TRAIL-AFTER(AUD-TRAIL-COUNT)
               MOVE AUD-MAKER-ID TO AUD-TRAIL-MAKER(AUD-TRAIL-COUNT)
               MOVE AUD-CHECKER-ID
                   TO AUD-TRAIL-CHECKER(AUD-TRAIL-COUNT).
           7200-EXIT.
               EXIT.

               MOVE AUD-TRAIL-DATE(WS-SUBSCRIPT) TO WS-AS-DATE
               MOVE AUD-TRAIL-TIME(WS-SUBSCRIPT) TO WS-AS-TIME
               MOVE AUD-TRAIL-ACTION(WS-SUBSCRIPT) TO WS-AS-ACTION
               MOVE AUD-TRAIL-MAKER(WS-SUBSCRIPT) TO WS-AS-MAKER
               MOVE AUD-TRAIL-CHECKER(WS-SUBSCRIPT) TO WS-AS-CHECKER
               WRITE INQ-PRT-LINE FROM WS-AUD-STAMP-LINE
               PERFORM 9920-CHECK-INQ-IO THRU 9920-EXIT
               MOVE AUD-TRAIL-BEFORE(WS-SUBSCRIPT) TO WS-AB-IMAGE
