      * COBOL sample
      * 2026-10-01 FIBSLAMN - step deadline (SLA) monitor. Run
      *            several times a night by the scheduler, it checks
      *            every step on the FIBSLA deadline table against the
      *            FIBCYCLE record the step has posted for the
      *            processing date (FIBCTL when supplied, system date
      *            fallback). The night is a month-end night when it
      *            is the last business day of its month on the
      *            FIBCAL calendar - the same test FIBFCST applies -
      *            and then the month-end deadlines apply where the
      *            table holds any. A step is LATE when it started
      *            after its latest start or ended after its latest
      *            end, RUNNING PAST DEADLINE when it is still RUNNING
      *            after its latest end, and NOT STARTED when it has
      *            posted nothing by its deadline (steps that only run
      *            on some nights are not judged on that). Every
      *            breach is posted to the FIBSLAH history, and
      *            rewritten by later checks as it develops, for the
      *            FIBSLARP monthly summary. Steps posted without a
      *            deadline on the table are listed for information.
      *            RETURN-CODE, highest condition wins, so the
      *            scheduler can page on it:
      *               4 a step started or ended late
      *               8 a step is RUNNING past its latest end
      *              10 a step has not started by its deadline
      *              12 the FIBSLA table cannot be read
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSLAMN.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBSLAH-KEY
               FILE STATUS IS WS-FIBSLAH-STATUS.
           SELECT FIBCAL ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBCAL-DATE
               FILE STATUS IS WS-FIBCAL-STATUS.
           SELECT FIBSLRPT ASSIGN TO "FIBSLRPT"
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

       FD  FIBCAL
           RECORDING MODE IS F.
           COPY FIBCAL.

       FD  FIBSLRPT
           RECORDING MODE IS F.
       01  FIBSLRPT-REC.
           05  FIBLRPT-CC          PIC X.
           05  FIBLRPT-LINE        PIC X(80).

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
       01  WS-FIBSLAH-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBSLAH-USABLE   VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-PROCESS-INT          PIC 9(8).
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-HIST-FOUND-SW        PIC X VALUE "N".
           88  WS-HIST-FOUND       VALUE "Y".
       01  WS-WORST-RC             PIC 9(2) VALUE 0.
       01  WS-STEP-COUNT           PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT           PIC 9(5) VALUE 0.
       01  WS-RUNNING-LATE-COUNT   PIC 9(5) VALUE 0.
       01  WS-NOT-STARTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-UNTABLED-COUNT       PIC 9(5) VALUE 0.

      * Times are carried as minutes from the start of the integer
      * calendar, the way FIBACKR ages a transmission, so that a
      * deadline or a stamp after midnight compares correctly with
      * one before it.
       01  WS-NOW-MINS             PIC S9(11) COMP-3.
       01  WS-DUE-START-MINS       PIC S9(11) COMP-3.
       01  WS-DUE-END-MINS         PIC S9(11) COMP-3.
       01  WS-ACT-MINS             PIC S9(11) COMP-3.
       01  WS-LATE-MINS            PIC S9(11) COMP-3.
       01  WS-TIME-WORK            PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH          PIC 9(2).
           05  WS-TIME-MM          PIC 9(2).
           05  FILLER              PIC 9(4).
       01  WS-HHMM-WORK            PIC 9(4).
       01  WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
           05  WS-HHMM-HH          PIC 9(2).
           05  WS-HHMM-MM          PIC 9(2).
       01  WS-STAMP-DATE           PIC 9(8).
       01  WS-STAMP-TIME           PIC 9(8).
       01  WS-STAMP-DAY            PIC S9(4) COMP-3.
       01  WS-STAMP-TEXT           PIC X(8).

      * Deadlines in force for the step under test, taken from the
      * business-day or the month-end pair of its FIBSLA entry.
       01  WS-DUE-START.
           05  WS-DUE-START-DAY    PIC 9(1).
           05  WS-DUE-START-HHMM   PIC 9(4).
       01  WS-DUE-END.
           05  WS-DUE-END-DAY      PIC 9(1).
           05  WS-DUE-END-HHMM     PIC 9(4).
       01  WS-DUE-START-DATE       PIC 9(8).
       01  WS-DUE-END-DATE         PIC 9(8).
       01  WS-HAS-START-DUE-SW     PIC X VALUE "N".
           88  WS-HAS-START-DUE    VALUE "Y".
       01  WS-HAS-END-DUE-SW       PIC X VALUE "N".
           88  WS-HAS-END-DUE      VALUE "Y".

      * Breach being posted to FIBSLAH.
       01  WS-BR-PHASE             PIC X.
       01  WS-BR-KIND              PIC X.
       01  WS-BR-DUE-DATE          PIC 9(8).
       01  WS-BR-DUE-HHMM          PIC 9(4).
       01  WS-BR-ACT-DATE          PIC 9(8).
       01  WS-BR-ACT-TIME          PIC 9(8).
       01  WS-BR-MINS              PIC 9(5).
       01  WS-STEP-MINS-LATE       PIC 9(5).

      * Date work areas and calendar switches, as FIB keeps them.
       01  WS-DATE-INT             PIC 9(8).
       01  WS-WORK-DATE-N          PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-N.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
           05  WS-WORK-DD          PIC 9(2).
       01  WS-FIBCAL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCAL-OPEN-SW       PIC X VALUE "N".
           88  WS-FIBCAL-OPEN      VALUE "Y".
       01  WS-FIBCAL-USABLE-SW     PIC X VALUE "N".
           88  WS-FIBCAL-USABLE    VALUE "Y".
       01  WS-BUS-DAY-SW           PIC X VALUE "Y".
           88  WS-BUS-DAY          VALUE "Y".
       01  WS-BUS-TRIES            PIC 9(2) VALUE 0.
       01  WS-MONTH-END-SW         PIC X VALUE "N".
           88  WS-MONTH-END-NIGHT  VALUE "Y".
       01  WS-NIGHT-MM             PIC 9(2).

      * The deadline entry under test. Each table entry is moved
      * here and tested.
           COPY FIBSLA REPLACING LEADING ==FIBSLA== BY ==WS-SLA==.

       01  WS-SLA-TABLE.
           05  WS-SLA-MAX          PIC 9(4) COMP-3 VALUE 100.
           05  WS-SLA-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-SLA-ENTRY OCCURS 100 TIMES
                   INDEXED BY SLA-IX.
               10  WS-SLA-ENT-REC  PIC X(80).

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(27)
               VALUE "STEP DEADLINE MONITOR      ".
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "CYCLE OF ".
           05  WS-RPT-TITLE-CYCLE  PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-CHECK-LINE.
           05  FILLER              PIC X(11) VALUE "CHECKED AT ".
           05  WS-RPT-CHK-HH       PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RPT-CHK-MM       PIC 9(2).
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "DEADLINES".
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-CHK-TYPE     PIC X(12).
           05  FILLER              PIC X(38) VALUE SPACES.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "STEP     ".
           05  FILLER              PIC X(23)
               VALUE "SLA STATUS             ".
           05  FILLER              PIC X(9) VALUE "START BY ".
           05  FILLER              PIC X(9) VALUE "STARTED  ".
           05  FILLER              PIC X(9) VALUE "END BY   ".
           05  FILLER              PIC X(9) VALUE "ENDED    ".
           05  FILLER              PIC X(5) VALUE " LATE".

      * Deadlines and stamps print as day offset from the processing
      * date and wall-clock time, e.g. +1 02:30.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-STEP     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-STATUS   PIC X(22).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-DUE-S    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-ACT-S    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-DUE-E    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-ACT-E    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-MINS     PIC ZZZZ9.
           05  FILLER              PIC X(7) VALUE SPACES.

       01  WS-RPT-STAMP.
           05  FILLER              PIC X VALUE "+".
           05  WS-RPT-STAMP-DAY    PIC 9(1).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-STAMP-HH     PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RPT-STAMP-MM     PIC 9(2).

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(8) VALUE "CHECKED ".
           05  WS-RPT-FTR-STEPS    PIC ZZZ9.
           05  FILLER              PIC X(7) VALUE "  LATE ".
           05  WS-RPT-FTR-LATE     PIC ZZZ9.
           05  FILLER              PIC X(17)
               VALUE "  RUNNING LATE   ".
           05  WS-RPT-FTR-RUNNING  PIC ZZZ9.
           05  FILLER              PIC X(15)
               VALUE "  NOT STARTED  ".
           05  WS-RPT-FTR-NOT-STARTED PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-TIME-WORK
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) * 1440
               + WS-TIME-HH * 60 + WS-TIME-MM
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           COMPUTE WS-PROCESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
           PERFORM 0200-TEST-MONTH-END-NIGHT
           PERFORM 1000-LOAD-DEADLINES
           PERFORM 0300-OPEN-FILES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM VARYING SLA-IX FROM 1 BY 1
                   UNTIL SLA-IX > WS-SLA-COUNT
               PERFORM 2000-CHECK-STEP
           END-PERFORM
           PERFORM 3000-LIST-UNTABLED-STEPS
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBSLRPT
           IF WS-FIBCYCL-USABLE
               CLOSE FIBCYCLE
           END-IF
           IF WS-FIBSLAH-USABLE
               CLOSE FIBSLAH
           END-IF
           IF WS-FIBCAL-OPEN
               CLOSE FIBCAL
           END-IF
           DISPLAY "FIBSLAMN STEPS CHECKED:   " WS-STEP-COUNT
           DISPLAY "FIBSLAMN LATE:            " WS-LATE-COUNT
           DISPLAY "FIBSLAMN RUNNING LATE:    " WS-RUNNING-LATE-COUNT
           DISPLAY "FIBSLAMN NOT STARTED:     " WS-NOT-STARTED-COUNT
           MOVE WS-WORST-RC TO RETURN-CODE
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

      * Same month-end test FIBFCST applies: the night is month-end
      * when the next business day falls in another month.
       0200-TEST-MONTH-END-NIGHT.
           MOVE "N" TO WS-MONTH-END-SW
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
           MOVE WS-WORK-MM TO WS-NIGHT-MM
           COMPUTE WS-DATE-INT = WS-PROCESS-INT + 1
           COMPUTE WS-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM 1080-ADVANCE-TO-BUSINESS-DAY
           IF WS-WORK-MM NOT = WS-NIGHT-MM
               SET WS-MONTH-END-NIGHT TO TRUE
           END-IF.

      * FIBCYCLE may not exist yet early in a first night; every
      * step then counts as not yet posted. FIBSLAH is created on
      * first use; without it breaches are still reported and
      * RETURN-CODE still raised.
       0300-OPEN-FILES.
           OPEN INPUT FIBCYCLE
           IF WS-FIBCYCL-STATUS = "00" OR WS-FIBCYCL-STATUS = "97"
               SET WS-FIBCYCL-USABLE TO TRUE
           ELSE
               DISPLAY "FIBSLAMN WARNING - FIBCYCLE NOT AVAILABLE"
                   " (STATUS " WS-FIBCYCL-STATUS ")"
           END-IF
           OPEN I-O FIBSLAH
           IF WS-FIBSLAH-STATUS = "35"
               OPEN OUTPUT FIBSLAH
               IF WS-FIBSLAH-STATUS = "00"
                   CLOSE FIBSLAH
                   OPEN I-O FIBSLAH
               END-IF
           END-IF
           IF WS-FIBSLAH-STATUS = "00" OR WS-FIBSLAH-STATUS = "97"
               SET WS-FIBSLAH-USABLE TO TRUE
           ELSE
               DISPLAY "FIBSLAMN WARNING - FIBSLAH NOT AVAILABLE"
                   " (STATUS " WS-FIBSLAH-STATUS ") -"
                   " BREACHES WILL NOT BE RECORDED"
           END-IF.

       1000-LOAD-DEADLINES.
           OPEN INPUT FIBSLA
           IF WS-FIBSLA-STATUS NOT = "00" AND
                   WS-FIBSLA-STATUS NOT = "97"
               DISPLAY "FIBSLAMN ABORT - FIBSLA OPEN FAILED STATUS "
                   WS-FIBSLA-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIBSLA-EOF
               READ FIBSLA NEXT RECORD
                   AT END SET WS-FIBSLA-EOF TO TRUE
                   NOT AT END
                       IF WS-SLA-COUNT < WS-SLA-MAX
                           ADD 1 TO WS-SLA-COUNT
                           MOVE FIBSLA-REC TO
                               WS-SLA-ENT-REC (WS-SLA-COUNT)
                       ELSE
                           DISPLAY "FIBSLAMN WARNING - DEADLINE "
                               "TABLE FULL, " FIBSLA-STEP-ID
                               " NOT CHECKED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FIBSLA
           IF WS-SLA-COUNT = 0
               DISPLAY "FIBSLAMN ABORT - FIBSLA HOLDS NO DEADLINES"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECK-STEP.
           MOVE WS-SLA-ENT-REC (SLA-IX) TO WS-SLA-REC
           ADD 1 TO WS-STEP-COUNT
           PERFORM 2050-SET-DEADLINES
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-SLA-STEP-ID TO WS-RPT-DET-STEP
           MOVE 0 TO WS-STEP-MINS-LATE
           IF WS-HAS-START-DUE
               MOVE WS-DUE-START-DAY TO WS-RPT-STAMP-DAY
               MOVE WS-DUE-START-HHMM TO WS-HHMM-WORK
               MOVE WS-HHMM-HH TO WS-RPT-STAMP-HH
               MOVE WS-HHMM-MM TO WS-RPT-STAMP-MM
               MOVE WS-RPT-STAMP TO WS-RPT-DET-DUE-S
           END-IF
           IF WS-HAS-END-DUE
               MOVE WS-DUE-END-DAY TO WS-RPT-STAMP-DAY
               MOVE WS-DUE-END-HHMM TO WS-HHMM-WORK
               MOVE WS-HHMM-HH TO WS-RPT-STAMP-HH
               MOVE WS-HHMM-MM TO WS-RPT-STAMP-MM
               MOVE WS-RPT-STAMP TO WS-RPT-DET-DUE-E
           END-IF
           MOVE "N" TO WS-FOUND-SW
           IF WS-FIBCYCL-USABLE
               MOVE WS-PROCESS-DATE TO FIBCYC-RUN-DATE
               MOVE WS-SLA-STEP-ID TO FIBCYC-STEP-ID
               READ FIBCYCLE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-FOUND
               PERFORM 2100-CHECK-POSTED-STEP
           ELSE
               PERFORM 2200-CHECK-UNPOSTED-STEP
           END-IF
           MOVE WS-STEP-MINS-LATE TO WS-RPT-DET-MINS
           PERFORM 0720-WRITE-RPT-DETAIL.

      * A blank or mispunched deadline is treated as none agreed.
       2050-SET-DEADLINES.
           IF WS-MONTH-END-NIGHT AND
                   WS-SLA-ME-DEADLINES NOT = SPACES
               MOVE WS-SLA-ME-START TO WS-DUE-START
               MOVE WS-SLA-ME-END TO WS-DUE-END
           ELSE
               MOVE WS-SLA-BUS-START TO WS-DUE-START
               MOVE WS-SLA-BUS-END TO WS-DUE-END
           END-IF
           MOVE "N" TO WS-HAS-START-DUE-SW
           MOVE "N" TO WS-HAS-END-DUE-SW
           IF WS-DUE-START-DAY IS NUMERIC AND
                   WS-DUE-START-HHMM IS NUMERIC
               SET WS-HAS-START-DUE TO TRUE
               MOVE WS-DUE-START-HHMM TO WS-HHMM-WORK
               COMPUTE WS-DUE-START-MINS =
                   (WS-PROCESS-INT + WS-DUE-START-DAY) * 1440
                   + WS-HHMM-HH * 60 + WS-HHMM-MM
               COMPUTE WS-DATE-INT =
                   WS-PROCESS-INT + WS-DUE-START-DAY
               COMPUTE WS-DUE-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF
           IF WS-DUE-END-DAY IS NUMERIC AND
                   WS-DUE-END-HHMM IS NUMERIC
               SET WS-HAS-END-DUE TO TRUE
               MOVE WS-DUE-END-HHMM TO WS-HHMM-WORK
               COMPUTE WS-DUE-END-MINS =
                   (WS-PROCESS-INT + WS-DUE-END-DAY) * 1440
                   + WS-HHMM-HH * 60 + WS-HHMM-MM
               COMPUTE WS-DATE-INT =
                   WS-PROCESS-INT + WS-DUE-END-DAY
               COMPUTE WS-DUE-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       2100-CHECK-POSTED-STEP.
           MOVE FIBCYC-START-DATE TO WS-STAMP-DATE
           MOVE FIBCYC-START-TIME TO WS-STAMP-TIME
           PERFORM 2300-STAMP-TO-MINS
           MOVE WS-STAMP-TEXT TO WS-RPT-DET-ACT-S
           IF WS-HAS-START-DUE AND WS-ACT-MINS > WS-DUE-START-MINS
               COMPUTE WS-LATE-MINS = WS-ACT-MINS - WS-DUE-START-MINS
               MOVE "S" TO WS-BR-PHASE
               MOVE "L" TO WS-BR-KIND
               MOVE WS-DUE-START-DATE TO WS-BR-DUE-DATE
               MOVE WS-DUE-START-HHMM TO WS-BR-DUE-HHMM
               MOVE FIBCYC-START-DATE TO WS-BR-ACT-DATE
               MOVE FIBCYC-START-TIME TO WS-BR-ACT-TIME
               PERFORM 2500-POST-BREACH
               MOVE "LATE START" TO WS-RPT-DET-STATUS
           END-IF
           IF FIBCYC-RUNNING
               IF WS-HAS-END-DUE AND WS-NOW-MINS > WS-DUE-END-MINS
                   COMPUTE WS-LATE-MINS =
                       WS-NOW-MINS - WS-DUE-END-MINS
                   MOVE "E" TO WS-BR-PHASE
                   MOVE "R" TO WS-BR-KIND
                   MOVE WS-DUE-END-DATE TO WS-BR-DUE-DATE
                   MOVE WS-DUE-END-HHMM TO WS-BR-DUE-HHMM
                   MOVE 0 TO WS-BR-ACT-DATE
                   MOVE 0 TO WS-BR-ACT-TIME
                   PERFORM 2500-POST-BREACH
                   MOVE "RUNNING PAST DEADLINE" TO WS-RPT-DET-STATUS
               ELSE
                   IF WS-RPT-DET-STATUS = SPACES
                       MOVE "RUNNING" TO WS-RPT-DET-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE FIBCYC-END-DATE TO WS-STAMP-DATE
               MOVE FIBCYC-END-TIME TO WS-STAMP-TIME
               PERFORM 2300-STAMP-TO-MINS
               MOVE WS-STAMP-TEXT TO WS-RPT-DET-ACT-E
               IF WS-HAS-END-DUE AND WS-ACT-MINS > WS-DUE-END-MINS
                   COMPUTE WS-LATE-MINS =
                       WS-ACT-MINS - WS-DUE-END-MINS
                   MOVE "E" TO WS-BR-PHASE
                   MOVE "L" TO WS-BR-KIND
                   MOVE WS-DUE-END-DATE TO WS-BR-DUE-DATE
                   MOVE WS-DUE-END-HHMM TO WS-BR-DUE-HHMM
                   MOVE FIBCYC-END-DATE TO WS-BR-ACT-DATE
                   MOVE FIBCYC-END-TIME TO WS-BR-ACT-TIME
                   PERFORM 2500-POST-BREACH
                   IF WS-RPT-DET-STATUS = SPACES
                       MOVE "LATE END" TO WS-RPT-DET-STATUS
                   ELSE
                       MOVE "LATE START AND END" TO WS-RPT-DET-STATUS
                   END-IF
               END-IF
               IF WS-RPT-DET-STATUS = SPACES
                   MOVE "ON TIME" TO WS-RPT-DET-STATUS
               END-IF
           END-IF.

      * A step that has posted nothing is judged against its latest
      * start, or its latest end when no start deadline is agreed.
       2200-CHECK-UNPOSTED-STEP.
           EVALUATE TRUE
               WHEN NOT WS-SLA-RUNS-NIGHTLY
                   MOVE "NOT POSTED - OPTIONAL" TO WS-RPT-DET-STATUS
               WHEN WS-HAS-START-DUE
                   IF WS-NOW-MINS > WS-DUE-START-MINS
                       COMPUTE WS-LATE-MINS =
                           WS-NOW-MINS - WS-DUE-START-MINS
                       MOVE "S" TO WS-BR-PHASE
                       MOVE WS-DUE-START-DATE TO WS-BR-DUE-DATE
                       MOVE WS-DUE-START-HHMM TO WS-BR-DUE-HHMM
                       PERFORM 2250-POST-NOT-STARTED
                   ELSE
                       MOVE "NOT YET DUE" TO WS-RPT-DET-STATUS
                   END-IF
               WHEN WS-HAS-END-DUE
                   IF WS-NOW-MINS > WS-DUE-END-MINS
                       COMPUTE WS-LATE-MINS =
                           WS-NOW-MINS - WS-DUE-END-MINS
                       MOVE "E" TO WS-BR-PHASE
                       MOVE WS-DUE-END-DATE TO WS-BR-DUE-DATE
                       MOVE WS-DUE-END-HHMM TO WS-BR-DUE-HHMM
                       PERFORM 2250-POST-NOT-STARTED
                   ELSE
                       MOVE "NOT YET DUE" TO WS-RPT-DET-STATUS
                   END-IF
               WHEN OTHER
                   MOVE "NO DEADLINE SET" TO WS-RPT-DET-STATUS
           END-EVALUATE.

       2250-POST-NOT-STARTED.
           MOVE "N" TO WS-BR-KIND
           MOVE 0 TO WS-BR-ACT-DATE
           MOVE 0 TO WS-BR-ACT-TIME
           PERFORM 2500-POST-BREACH
           MOVE "NOT STARTED" TO WS-RPT-DET-STATUS.

      * Converts a FIBCYCLE date and HHMMSShh time to minutes, and
      * formats it for the report as a day offset from the
      * processing date.
       2300-STAMP-TO-MINS.
           MOVE 0 TO WS-ACT-MINS
           MOVE SPACES TO WS-STAMP-TEXT
           IF WS-STAMP-DATE > 0
               MOVE WS-STAMP-TIME TO WS-TIME-WORK
               COMPUTE WS-ACT-MINS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
                   + WS-TIME-HH * 60 + WS-TIME-MM
               COMPUTE WS-STAMP-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
                   - WS-PROCESS-INT
               IF WS-STAMP-DAY < 0
                   MOVE 0 TO WS-STAMP-DAY
               END-IF
               IF WS-STAMP-DAY > 9
                   MOVE 9 TO WS-STAMP-DAY
               END-IF
               MOVE WS-STAMP-DAY TO WS-RPT-STAMP-DAY
               MOVE WS-TIME-HH TO WS-RPT-STAMP-HH
               MOVE WS-TIME-MM TO WS-RPT-STAMP-MM
               MOVE WS-RPT-STAMP TO WS-STAMP-TEXT
           END-IF.

      * One history record per night, step and phase: the first
      * check to see the breach writes it, later checks rewrite it
      * with the breach as it now stands.
       2500-POST-BREACH.
           IF WS-LATE-MINS > 99999
               MOVE 99999 TO WS-BR-MINS
           ELSE
               MOVE WS-LATE-MINS TO WS-BR-MINS
           END-IF
           IF WS-BR-MINS > WS-STEP-MINS-LATE
               MOVE WS-BR-MINS TO WS-STEP-MINS-LATE
           END-IF
           EVALUATE WS-BR-KIND
               WHEN "L"
                   ADD 1 TO WS-LATE-COUNT
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               WHEN "R"
                   ADD 1 TO WS-RUNNING-LATE-COUNT
                   IF WS-WORST-RC < 8
                       MOVE 8 TO WS-WORST-RC
                   END-IF
               WHEN "N"
                   ADD 1 TO WS-NOT-STARTED-COUNT
                   IF WS-WORST-RC < 10
                       MOVE 10 TO WS-WORST-RC
                   END-IF
           END-EVALUATE
           IF WS-FIBSLAH-USABLE
               PERFORM 2550-WRITE-HISTORY
           END-IF.

       2550-WRITE-HISTORY.
           MOVE WS-PROCESS-DATE TO FIBSLAH-RUN-DATE
           MOVE WS-SLA-STEP-ID TO FIBSLAH-STEP-ID
           MOVE WS-BR-PHASE TO FIBSLAH-PHASE
           MOVE "N" TO WS-HIST-FOUND-SW
           READ FIBSLAH
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-HIST-FOUND TO TRUE
           END-READ
           IF NOT WS-HIST-FOUND
               MOVE SPACES TO FIBSLAH-REC
               MOVE WS-PROCESS-DATE TO FIBSLAH-RUN-DATE
               MOVE WS-SLA-STEP-ID TO FIBSLAH-STEP-ID
               MOVE WS-BR-PHASE TO FIBSLAH-PHASE
               MOVE WS-RUN-DATE TO FIBSLAH-FIRST-DATE
               MOVE WS-RUN-TIME TO FIBSLAH-FIRST-TIME
           END-IF
           MOVE WS-BR-KIND TO FIBSLAH-KIND
           IF WS-MONTH-END-NIGHT
               SET FIBSLAH-MONTH-END TO TRUE
           ELSE
               SET FIBSLAH-BUSINESS-DAY TO TRUE
           END-IF
           MOVE WS-BR-DUE-DATE TO FIBSLAH-DUE-DATE
           MOVE WS-BR-DUE-HHMM TO FIBSLAH-DUE-HHMM
           MOVE WS-BR-ACT-DATE TO FIBSLAH-ACT-DATE
           MOVE WS-BR-ACT-TIME TO FIBSLAH-ACT-TIME
           MOVE WS-BR-MINS TO FIBSLAH-MINS-LATE
           MOVE WS-RUN-DATE TO FIBSLAH-LAST-DATE
           MOVE WS-RUN-TIME TO FIBSLAH-LAST-TIME
           IF WS-HIST-FOUND
               REWRITE FIBSLAH-REC
           ELSE
               WRITE FIBSLAH-REC
           END-IF
           IF WS-FIBSLAH-STATUS NOT = "00"
               DISPLAY "FIBSLAMN WARNING - FIBSLAH UPDATE FAILED FOR "
                   WS-SLA-STEP-ID " STATUS " WS-FIBSLAH-STATUS
           END-IF.

      * Steps that posted tonight but have no FIBSLA entry are listed
      * so a new step is not left unmonitored unnoticed.
       3000-LIST-UNTABLED-STEPS.
           IF WS-FIBCYCL-USABLE
               MOVE WS-PROCESS-DATE TO FIBCYC-RUN-DATE
               MOVE LOW-VALUES TO FIBCYC-STEP-ID
               START FIBCYCLE KEY IS NOT LESS THAN FIBCYC-KEY
                   INVALID KEY SET WS-FIBCYCL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBCYCL-EOF
                   READ FIBCYCLE NEXT RECORD
                       AT END SET WS-FIBCYCL-EOF TO TRUE
                       NOT AT END
                           IF FIBCYC-RUN-DATE NOT = WS-PROCESS-DATE
                               SET WS-FIBCYCL-EOF TO TRUE
                           ELSE
                               PERFORM 3100-TEST-UNTABLED-STEP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3100-TEST-UNTABLED-STEP.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING SLA-IX FROM 1 BY 1
                   UNTIL SLA-IX > WS-SLA-COUNT OR WS-FOUND
               IF WS-SLA-ENT-REC (SLA-IX) (1:8) = FIBCYC-STEP-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               ADD 1 TO WS-UNTABLED-COUNT
               MOVE SPACES TO WS-RPT-DETAIL-LINE
               MOVE FIBCYC-STEP-ID TO WS-RPT-DET-STEP
               MOVE "NOT ON DEADLINE TABLE" TO WS-RPT-DET-STATUS
               MOVE FIBCYC-START-DATE TO WS-STAMP-DATE
               MOVE FIBCYC-START-TIME TO WS-STAMP-TIME
               PERFORM 2300-STAMP-TO-MINS
               MOVE WS-STAMP-TEXT TO WS-RPT-DET-ACT-S
               IF NOT FIBCYC-RUNNING
                   MOVE FIBCYC-END-DATE TO WS-STAMP-DATE
                   MOVE FIBCYC-END-TIME TO WS-STAMP-TIME
                   PERFORM 2300-STAMP-TO-MINS
                   MOVE WS-STAMP-TEXT TO WS-RPT-DET-ACT-E
               END-IF
               MOVE 0 TO WS-RPT-DET-MINS
               PERFORM 0720-WRITE-RPT-DETAIL
           END-IF.

      * The try cap keeps a mispunched calendar (every day marked H)
      * from walking the date away forever.
       1080-ADVANCE-TO-BUSINESS-DAY.
           MOVE 0 TO WS-BUS-TRIES
           PERFORM 1090-TEST-BUSINESS-DAY
           PERFORM UNTIL WS-BUS-DAY OR WS-BUS-TRIES > 30
               ADD 1 TO WS-BUS-TRIES
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) + 1
               COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1090-TEST-BUSINESS-DAY
           END-PERFORM.

      * A date with no FIBCAL record counts as a business day.
       1090-TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-BUS-DAY-SW
           PERFORM 1092-OPEN-CALENDAR
           IF WS-FIBCAL-USABLE
               MOVE WS-WORK-DATE-N TO FIBCAL-DATE
               READ FIBCAL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FIBCAL-HOLIDAY
                           MOVE "N" TO WS-BUS-DAY-SW
                       END-IF
               END-READ
           END-IF.

       1092-OPEN-CALENDAR.
           IF NOT WS-FIBCAL-OPEN
               OPEN INPUT FIBCAL
               IF WS-FIBCAL-STATUS = "00" OR
                       WS-FIBCAL-STATUS = "97"
                   SET WS-FIBCAL-USABLE TO TRUE
               END-IF
               SET WS-FIBCAL-OPEN TO TRUE
           END-IF.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBSLRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-PROCESS-DATE TO WS-RPT-TITLE-CYCLE
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE WS-RUN-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-RPT-CHK-HH
           MOVE WS-TIME-MM TO WS-RPT-CHK-MM
           IF WS-MONTH-END-NIGHT
               MOVE "MONTH-END" TO WS-RPT-CHK-TYPE
           ELSE
               MOVE "BUSINESS DAY" TO WS-RPT-CHK-TYPE
           END-IF
           MOVE "1" TO FIBLRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           MOVE " " TO FIBLRPT-CC
           MOVE WS-RPT-CHECK-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           MOVE SPACES TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           MOVE 4 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBLRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0725-WRITE-RPT-MSG.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBLRPT-CC
           MOVE WS-RPT-MSG-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           IF WS-UNTABLED-COUNT > 0
               MOVE "STEPS POSTED WITHOUT A DEADLINE ARE NOT JUDGED"
                   TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           END-IF
           MOVE WS-STEP-COUNT TO WS-RPT-FTR-STEPS
           MOVE WS-LATE-COUNT TO WS-RPT-FTR-LATE
           MOVE WS-RUNNING-LATE-COUNT TO WS-RPT-FTR-RUNNING
           MOVE WS-NOT-STARTED-COUNT TO WS-RPT-FTR-NOT-STARTED
           MOVE " " TO FIBLRPT-CC
           MOVE SPACES TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBLRPT-LINE
           WRITE FIBSLRPT-REC.
