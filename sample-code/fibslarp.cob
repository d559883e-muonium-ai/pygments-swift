      * COBOL sample
      * 2026-10-01 FIBSLARP - monthly step SLA summary for the
      *            service review. Reports one month, FIB_SLA_MONTH
      *            (YYYYMM) when set, otherwise the month before the
      *            FIBCTL processing date (system date fallback), so
      *            the job run on the first nights of a month reports
      *            the month just closed. For every step on the FIBSLA
      *            deadline table it counts the nights judged - the
      *            nights the step posted to FIBCYCLE, plus the nights
      *            FIBSLAMN recorded it as never started - and, from
      *            the FIBSLAH breach history, the nights breached
      *            with the kind of breach and the minutes late (the
      *            worse of the start and end breaches on the night).
      *            Prints nights on time and the on-time percentage
      *            per step, with totals for the whole batch. Steps
      *            with history that have since left the table are
      *            still reported. RETURN-CODE 4 when FIBCYCLE or
      *            FIBSLAH cannot be read, since the figures are then
      *            incomplete; 12 when FIBSLA cannot be read.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSLARP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBSLA ASSIGN TO "FIBSLA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBSLA-STEP-ID
               FILE STATUS IS WS-FIBSLA-STATUS.
           SELECT FIBCYCLE ASSIGN TO "FIBCYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBCYC-KEY
               FILE STATUS IS WS-FIBCYCL-STATUS.
           SELECT FIBSLAH ASSIGN TO "FIBSLAH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBSLAH-KEY
               FILE STATUS IS WS-FIBSLAH-STATUS.
           SELECT FIBSRRPT ASSIGN TO "FIBSRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL
           RECORDING MODE IS F.
       01  FIBCTL-REC.
           05  FIBCTL-SEQ-LEN      PIC 9(4).
           05  FIBCTL-RUN-DATE     PIC 9(8).
           05  FILLER              PIC X(66).

       FD  FIBSLA
           RECORDING MODE IS F.
           COPY FIBSLA.

       FD  FIBCYCLE
           RECORDING MODE IS F.
           COPY FIBCYCL.

       FD  FIBSLAH
           RECORDING MODE IS F.
           COPY FIBSLAH.

       FD  FIBSRRPT
           RECORDING MODE IS F.
       01  FIBSRRPT-REC.
           05  FIBRRPT-CC          PIC X.
           05  FIBRRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-FIBSLA-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBSLA-EOF-SW        PIC X VALUE "N".
           88  WS-FIBSLA-EOF       VALUE "Y".
       01  WS-FIBCYCL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCYCL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBCYCL-EOF      VALUE "Y".
       01  WS-FIBCYCL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBCYCL-USABLE   VALUE "Y".
       01  WS-FIBSLAH-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBSLAH-EOF-SW       PIC X VALUE "N".
           88  WS-FIBSLAH-EOF      VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-INCOMPLETE-SW        PIC X VALUE "N".
           88  WS-INCOMPLETE       VALUE "Y".

      * Month reported, as YYYYMM, and its first and last dates.
       01  WS-MONTH-IN             PIC X(6) VALUE SPACES.
       01  WS-MONTH-IN-N REDEFINES WS-MONTH-IN PIC 9(6).
       01  WS-MONTH                PIC 9(6).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY       PIC 9(4).
           05  WS-MONTH-MM         PIC 9(2).
       01  WS-MONTH-FIRST          PIC 9(8).
       01  WS-MONTH-LAST           PIC 9(8).
       01  WS-WORK-DATE-N          PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-N.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
           05  WS-WORK-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).

      * The night being gathered from FIBSLAH - its phases arrive
      * together in key order.
       01  WS-NIGHT-DATE           PIC 9(8) VALUE 0.
       01  WS-NIGHT-STEP           PIC X(8) VALUE SPACES.
       01  WS-NIGHT-MINS           PIC 9(5) VALUE 0.
       01  WS-NIGHT-OPEN-SW        PIC X VALUE "N".
           88  WS-NIGHT-OPEN       VALUE "Y".
       01  WS-NIGHT-NOT-RUN-SW     PIC X VALUE "N".
           88  WS-NIGHT-NOT-RUN    VALUE "Y".

       01  WS-STEP-TABLE.
           05  WS-STP-MAX          PIC 9(4) COMP-3 VALUE 150.
           05  WS-STP-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-STP-ENTRY OCCURS 150 TIMES
                   INDEXED BY STP-IX.
               10  WS-STP-STEP-ID  PIC X(8).
               10  WS-STP-ON-TABLE-SW PIC X.
                   88  WS-STP-ON-TABLE VALUE "Y".
               10  WS-STP-NIGHTS   PIC 9(5) COMP-3.
               10  WS-STP-BREACHED PIC 9(5) COMP-3.
               10  WS-STP-LATE-START PIC 9(5) COMP-3.
               10  WS-STP-LATE-END PIC 9(5) COMP-3.
               10  WS-STP-RUN-LATE PIC 9(5) COMP-3.
               10  WS-STP-NOT-STARTED PIC 9(5) COMP-3.
               10  WS-STP-MINS     PIC 9(9) COMP-3.
               10  WS-STP-MAX-MINS PIC 9(5) COMP-3.

       01  WS-TOT-NIGHTS           PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-BREACHED         PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-LATE-START       PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-LATE-END         PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-RUN-LATE         PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-NOT-STARTED      PIC 9(7) COMP-3 VALUE 0.
       01  WS-TOT-MINS             PIC 9(9) COMP-3 VALUE 0.
       01  WS-TOT-MAX-MINS         PIC 9(5) COMP-3 VALUE 0.
       01  WS-ON-TIME              PIC 9(7) COMP-3 VALUE 0.
       01  WS-ON-TIME-PCT          PIC 9(3)V9 VALUE 0.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(27)
               VALUE "MONTHLY STEP SLA SUMMARY   ".
           05  FILLER              PIC X(6) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "MONTH ".
           05  WS-RPT-TITLE-MONTH  PIC 9(6).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-1.
           05  FILLER              PIC X(9) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "NIGHTS".
           05  FILLER              PIC X(6) VALUE "    ON".
           05  FILLER              PIC X(7) VALUE "     ON".
           05  FILLER              PIC X(6) VALUE "  LATE".
           05  FILLER              PIC X(6) VALUE "  LATE".
           05  FILLER              PIC X(6) VALUE "   RUN".
           05  FILLER              PIC X(6) VALUE "   NOT".
           05  FILLER              PIC X(9) VALUE "  MINUTES".
           05  FILLER              PIC X(8) VALUE "    LATE".

       01  WS-RPT-COL-HDG-2.
           05  FILLER              PIC X(9) VALUE "STEP     ".
           05  FILLER              PIC X(6) VALUE "JUDGED".
           05  FILLER              PIC X(6) VALUE "  TIME".
           05  FILLER              PIC X(7) VALUE "  TIME%".
           05  FILLER              PIC X(6) VALUE " START".
           05  FILLER              PIC X(6) VALUE "   END".
           05  FILLER              PIC X(6) VALUE "  LATE".
           05  FILLER              PIC X(6) VALUE " START".
           05  FILLER              PIC X(9) VALUE "    TOTAL".
           05  FILLER              PIC X(8) VALUE "     MAX".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-STEP     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-NIGHTS   PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-ON-TIME  PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-LATE-S   PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-LATE-E   PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-RUN-LATE PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-NOT-ST   PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-MINS     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-MAX      PIC ZZ,ZZ9.
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-NOTE     PIC X(10).

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           PERFORM 0200-SET-MONTH
           PERFORM 1000-LOAD-STEPS
           PERFORM 2000-COUNT-NIGHTS-RUN
           PERFORM 3000-COUNT-BREACHES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM VARYING STP-IX FROM 1 BY 1
                   UNTIL STP-IX > WS-STP-COUNT
               PERFORM 4000-REPORT-STEP
           END-PERFORM
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBSRRPT
           DISPLAY "FIBSLARP MONTH:           " WS-MONTH
           DISPLAY "FIBSLARP NIGHTS JUDGED:   " WS-TOT-NIGHTS
           DISPLAY "FIBSLARP NIGHTS BREACHED: " WS-TOT-BREACHED
           IF WS-INCOMPLETE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-READ-CONTROL.
           OPEN INPUT FIBCTL
           IF WS-FIBCTL-STATUS = "00"
               READ FIBCTL
                   AT END SET WS-FIBCTL-EOF TO TRUE
               END-READ
               IF NOT WS-FIBCTL-EOF
                   IF FIBCTL-RUN-DATE IS NUMERIC AND
                           FIBCTL-RUN-DATE > 0
                       MOVE FIBCTL-RUN-DATE TO WS-PROCESS-DATE
                   END-IF
               END-IF
               CLOSE FIBCTL
           END-IF.

       0200-SET-MONTH.
           ACCEPT WS-MONTH-IN FROM ENVIRONMENT "FIB_SLA_MONTH"
           IF WS-MONTH-IN-N IS NUMERIC AND
                   WS-MONTH-IN (5:2) >= "01" AND
                   WS-MONTH-IN (5:2) <= "12"
               MOVE WS-MONTH-IN-N TO WS-MONTH
           ELSE
               MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
               IF WS-WORK-MM = 01
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               MOVE WS-WORK-YYYY TO WS-MONTH-YYYY
               MOVE WS-WORK-MM TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-YYYY TO WS-WORK-YYYY
           MOVE WS-MONTH-MM TO WS-WORK-MM
           MOVE 01 TO WS-WORK-DD
           MOVE WS-WORK-DATE-N TO WS-MONTH-FIRST
           PERFORM 1078-GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           MOVE WS-WORK-DATE-N TO WS-MONTH-LAST.

       1000-LOAD-STEPS.
           OPEN INPUT FIBSLA
           IF WS-FIBSLA-STATUS NOT = "00" AND
                   WS-FIBSLA-STATUS NOT = "97"
               DISPLAY "FIBSLARP ABORT - FIBSLA OPEN FAILED STATUS "
                   WS-FIBSLA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIBSLA-EOF
               READ FIBSLA NEXT RECORD
                   AT END SET WS-FIBSLA-EOF TO TRUE
                   NOT AT END
                       MOVE FIBSLA-STEP-ID TO WS-NIGHT-STEP
                       PERFORM 1100-FIND-OR-ADD-STEP
                       IF WS-FOUND
                           SET WS-STP-ON-TABLE (STP-IX) TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIBSLA.

      * Finds WS-NIGHT-STEP in the step table, adding it when there
      * is room. WS-FOUND is left off only when the table is full.
       1100-FIND-OR-ADD-STEP.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STP-IX FROM 1 BY 1
                   UNTIL STP-IX > WS-STP-COUNT OR WS-FOUND
               IF WS-STP-STEP-ID (STP-IX) = WS-NIGHT-STEP
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET STP-IX DOWN BY 1
           ELSE
               IF WS-STP-COUNT < WS-STP-MAX
                   ADD 1 TO WS-STP-COUNT
                   SET STP-IX TO WS-STP-COUNT
                   MOVE WS-NIGHT-STEP TO WS-STP-STEP-ID (STP-IX)
                   MOVE "N" TO WS-STP-ON-TABLE-SW (STP-IX)
                   MOVE 0 TO WS-STP-NIGHTS (STP-IX)
                   MOVE 0 TO WS-STP-BREACHED (STP-IX)
                   MOVE 0 TO WS-STP-LATE-START (STP-IX)
                   MOVE 0 TO WS-STP-LATE-END (STP-IX)
                   MOVE 0 TO WS-STP-RUN-LATE (STP-IX)
                   MOVE 0 TO WS-STP-NOT-STARTED (STP-IX)
                   MOVE 0 TO WS-STP-MINS (STP-IX)
                   MOVE 0 TO WS-STP-MAX-MINS (STP-IX)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "FIBSLARP WARNING - STEP TABLE FULL, "
                       WS-NIGHT-STEP " NOT REPORTED"
               END-IF
           END-IF.

      * Steps that posted without a deadline on the table were never
      * judged, so only tabled steps are counted here.
       2000-COUNT-NIGHTS-RUN.
           OPEN INPUT FIBCYCLE
           IF WS-FIBCYCL-STATUS = "00" OR WS-FIBCYCL-STATUS = "97"
               SET WS-FIBCYCL-USABLE TO TRUE
               MOVE WS-MONTH-FIRST TO FIBCYC-RUN-DATE
               MOVE LOW-VALUES TO FIBCYC-STEP-ID
               START FIBCYCLE KEY IS NOT LESS THAN FIBCYC-KEY
                   INVALID KEY SET WS-FIBCYCL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBCYCL-EOF
                   READ FIBCYCLE NEXT RECORD
                       AT END SET WS-FIBCYCL-EOF TO TRUE
                       NOT AT END
                           IF FIBCYC-RUN-DATE > WS-MONTH-LAST
                               SET WS-FIBCYCL-EOF TO TRUE
                           ELSE
                               PERFORM 2100-COUNT-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "FIBSLARP WARNING - FIBCYCLE NOT AVAILABLE"
                   " (STATUS " WS-FIBCYCL-STATUS ")"
               SET WS-INCOMPLETE TO TRUE
           END-IF.

       2100-COUNT-ONE-RUN.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STP-IX FROM 1 BY 1
                   UNTIL STP-IX > WS-STP-COUNT OR WS-FOUND
               IF WS-STP-STEP-ID (STP-IX) = FIBCYC-STEP-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET STP-IX DOWN BY 1
               IF WS-STP-ON-TABLE (STP-IX)
                   ADD 1 TO WS-STP-NIGHTS (STP-IX)
               END-IF
           END-IF.

       3000-COUNT-BREACHES.
           OPEN INPUT FIBSLAH
           IF WS-FIBSLAH-STATUS = "00" OR WS-FIBSLAH-STATUS = "97"
               MOVE WS-MONTH-FIRST TO FIBSLAH-RUN-DATE
               MOVE LOW-VALUES TO FIBSLAH-STEP-ID
               MOVE LOW-VALUES TO FIBSLAH-PHASE
               START FIBSLAH KEY IS NOT LESS THAN FIBSLAH-KEY
                   INVALID KEY SET WS-FIBSLAH-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBSLAH-EOF
                   READ FIBSLAH NEXT RECORD
                       AT END SET WS-FIBSLAH-EOF TO TRUE
                       NOT AT END
                           IF FIBSLAH-RUN-DATE > WS-MONTH-LAST
                               SET WS-FIBSLAH-EOF TO TRUE
                           ELSE
                               PERFORM 3100-POST-BREACH
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 3200-CLOSE-NIGHT
               CLOSE FIBSLAH
           ELSE
               DISPLAY "FIBSLARP WARNING - FIBSLAH NOT AVAILABLE"
                   " (STATUS " WS-FIBSLAH-STATUS ")"
               SET WS-INCOMPLETE TO TRUE
           END-IF
           IF WS-FIBCYCL-USABLE
               CLOSE FIBCYCLE
           END-IF.

       3100-POST-BREACH.
           IF WS-NIGHT-OPEN AND
                   (FIBSLAH-RUN-DATE NOT = WS-NIGHT-DATE OR
                    FIBSLAH-STEP-ID NOT = WS-NIGHT-STEP)
               PERFORM 3200-CLOSE-NIGHT
           END-IF
           IF NOT WS-NIGHT-OPEN
               MOVE FIBSLAH-RUN-DATE TO WS-NIGHT-DATE
               MOVE FIBSLAH-STEP-ID TO WS-NIGHT-STEP
               MOVE 0 TO WS-NIGHT-MINS
               MOVE "N" TO WS-NIGHT-NOT-RUN-SW
               SET WS-NIGHT-OPEN TO TRUE
           END-IF
           IF FIBSLAH-MINS-LATE IS NUMERIC AND
                   FIBSLAH-MINS-LATE > WS-NIGHT-MINS
               MOVE FIBSLAH-MINS-LATE TO WS-NIGHT-MINS
           END-IF
           EVALUATE TRUE
               WHEN FIBSLAH-NOT-STARTED
                   SET WS-NIGHT-NOT-RUN TO TRUE
               WHEN FIBSLAH-RUNNING-LATE
                   PERFORM 1100-FIND-OR-ADD-STEP
                   IF WS-FOUND
                       ADD 1 TO WS-STP-RUN-LATE (STP-IX)
                   END-IF
               WHEN FIBSLAH-LATE AND FIBSLAH-START-PHASE
                   PERFORM 1100-FIND-OR-ADD-STEP
                   IF WS-FOUND
                       ADD 1 TO WS-STP-LATE-START (STP-IX)
                   END-IF
               WHEN FIBSLAH-LATE
                   PERFORM 1100-FIND-OR-ADD-STEP
                   IF WS-FOUND
                       ADD 1 TO WS-STP-LATE-END (STP-IX)
                   END-IF
           END-EVALUATE.

      * A night recorded as never started counts as a night judged
      * unless the step did post to FIBCYCLE after the last check -
      * that night is already counted from FIBCYCLE, and if the
      * monitor never ran again it is still a breach.
       3200-CLOSE-NIGHT.
           IF WS-NIGHT-OPEN
               PERFORM 1100-FIND-OR-ADD-STEP
               IF WS-FOUND
                   ADD 1 TO WS-STP-BREACHED (STP-IX)
                   ADD WS-NIGHT-MINS TO WS-STP-MINS (STP-IX)
                   IF WS-NIGHT-MINS > WS-STP-MAX-MINS (STP-IX)
                       MOVE WS-NIGHT-MINS TO WS-STP-MAX-MINS (STP-IX)
                   END-IF
                   IF WS-NIGHT-NOT-RUN
                       ADD 1 TO WS-STP-NOT-STARTED (STP-IX)
                       PERFORM 3300-TEST-NIGHT-POSTED
                   END-IF
                   IF NOT WS-STP-ON-TABLE (STP-IX) AND
                           NOT WS-NIGHT-NOT-RUN
                       ADD 1 TO WS-STP-NIGHTS (STP-IX)
                   END-IF
               END-IF
               MOVE "N" TO WS-NIGHT-OPEN-SW
           END-IF.

      * Steps no longer on the table are not counted from FIBCYCLE,
      * so every breached night of theirs is counted here instead.
       3300-TEST-NIGHT-POSTED.
           MOVE "N" TO WS-FOUND-SW
           IF WS-FIBCYCL-USABLE AND WS-STP-ON-TABLE (STP-IX)
               MOVE WS-NIGHT-DATE TO FIBCYC-RUN-DATE
               MOVE WS-NIGHT-STEP TO FIBCYC-STEP-ID
               READ FIBCYCLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-STP-NIGHTS (STP-IX)
           END-IF.

       4000-REPORT-STEP.
           IF WS-STP-NIGHTS (STP-IX) < WS-STP-BREACHED (STP-IX)
               MOVE WS-STP-BREACHED (STP-IX) TO WS-STP-NIGHTS (STP-IX)
           END-IF
           COMPUTE WS-ON-TIME =
               WS-STP-NIGHTS (STP-IX) - WS-STP-BREACHED (STP-IX)
           IF WS-STP-NIGHTS (STP-IX) > 0
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-ON-TIME * 100 / WS-STP-NIGHTS (STP-IX)
           ELSE
               MOVE 0 TO WS-ON-TIME-PCT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-STP-STEP-ID (STP-IX) TO WS-RPT-DET-STEP
           MOVE WS-STP-NIGHTS (STP-IX) TO WS-RPT-DET-NIGHTS
           MOVE WS-ON-TIME TO WS-RPT-DET-ON-TIME
           MOVE WS-ON-TIME-PCT TO WS-RPT-DET-PCT
           MOVE WS-STP-LATE-START (STP-IX) TO WS-RPT-DET-LATE-S
           MOVE WS-STP-LATE-END (STP-IX) TO WS-RPT-DET-LATE-E
           MOVE WS-STP-RUN-LATE (STP-IX) TO WS-RPT-DET-RUN-LATE
           MOVE WS-STP-NOT-STARTED (STP-IX) TO WS-RPT-DET-NOT-ST
           MOVE WS-STP-MINS (STP-IX) TO WS-RPT-DET-MINS
           MOVE WS-STP-MAX-MINS (STP-IX) TO WS-RPT-DET-MAX
           EVALUATE TRUE
               WHEN NOT WS-STP-ON-TABLE (STP-IX)
                   MOVE "OFF TABLE" TO WS-RPT-DET-NOTE
               WHEN WS-STP-NIGHTS (STP-IX) = 0
                   MOVE "NOT RUN" TO WS-RPT-DET-NOTE
           END-EVALUATE
           PERFORM 0720-WRITE-RPT-DETAIL
           ADD WS-STP-NIGHTS (STP-IX) TO WS-TOT-NIGHTS
           ADD WS-STP-BREACHED (STP-IX) TO WS-TOT-BREACHED
           ADD WS-STP-LATE-START (STP-IX) TO WS-TOT-LATE-START
           ADD WS-STP-LATE-END (STP-IX) TO WS-TOT-LATE-END
           ADD WS-STP-RUN-LATE (STP-IX) TO WS-TOT-RUN-LATE
           ADD WS-STP-NOT-STARTED (STP-IX) TO WS-TOT-NOT-STARTED
           ADD WS-STP-MINS (STP-IX) TO WS-TOT-MINS
           IF WS-STP-MAX-MINS (STP-IX) > WS-TOT-MAX-MINS
               MOVE WS-STP-MAX-MINS (STP-IX) TO WS-TOT-MAX-MINS
           END-IF.

       1078-GET-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-WORK-YYYY, 4) = 0 AND
                           (FUNCTION MOD(WS-WORK-YYYY, 100) NOT = 0
                           OR FUNCTION MOD(WS-WORK-YYYY, 400) = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBSRRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-MONTH TO WS-RPT-TITLE-MONTH
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBRRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           MOVE " " TO FIBRRPT-CC
           MOVE SPACES TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           MOVE WS-RPT-COL-HDG-1 TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           MOVE WS-RPT-COL-HDG-2 TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           MOVE 4 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBRRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0725-WRITE-RPT-MSG.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBRRPT-CC
           MOVE WS-RPT-MSG-LINE TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           COMPUTE WS-ON-TIME = WS-TOT-NIGHTS - WS-TOT-BREACHED
           IF WS-TOT-NIGHTS > 0
               COMPUTE WS-ON-TIME-PCT ROUNDED =
                   WS-ON-TIME * 100 / WS-TOT-NIGHTS
           ELSE
               MOVE 0 TO WS-ON-TIME-PCT
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE "ALL" TO WS-RPT-DET-STEP
           MOVE WS-TOT-NIGHTS TO WS-RPT-DET-NIGHTS
           MOVE WS-ON-TIME TO WS-RPT-DET-ON-TIME
           MOVE WS-ON-TIME-PCT TO WS-RPT-DET-PCT
           MOVE WS-TOT-LATE-START TO WS-RPT-DET-LATE-S
           MOVE WS-TOT-LATE-END TO WS-RPT-DET-LATE-E
           MOVE WS-TOT-RUN-LATE TO WS-RPT-DET-RUN-LATE
           MOVE WS-TOT-NOT-STARTED TO WS-RPT-DET-NOT-ST
           MOVE WS-TOT-MINS TO WS-RPT-DET-MINS
           MOVE WS-TOT-MAX-MINS TO WS-RPT-DET-MAX
           MOVE " " TO FIBRRPT-CC
           MOVE SPACES TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           MOVE WS-RPT-DETAIL-LINE TO FIBRRPT-LINE
           WRITE FIBSRRPT-REC
           ADD 2 TO WS-RPT-LINE-COUNT
           IF WS-INCOMPLETE
               MOVE "FIGURES INCOMPLETE - FIBCYCLE OR FIBSLAH NOT READ"
                   TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           END-IF.
