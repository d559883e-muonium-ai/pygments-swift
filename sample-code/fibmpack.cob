      * COBOL sample
      * 2026-10-08 FIBMPACK - monthly operations performance pack for
      *            the service review. Reports one month, FIB_PACK_MONTH
      *            (YYYYMM) when set, otherwise the month before the
      *            FIBCTL processing date (system date fallback), as
      *            FIBSLARP chooses its month, and sets every figure
      *            beside the same figure for the month before it.
      *            Five sections, each on its own page: nights of the
      *            cycle completed clean or failed (FIBCYCLE, a night
      *            with a step FAILED or left RUNNING is failed, and
      *            the failed nights are listed); sequences run and
      *            rejected and terms produced (FIBAUDIT, and the
      *            FIBAUDARC archive for the part of the month FIBHIST
      *            has already moved out); rejects opened, resolved,
      *            withdrawn and still open at month end (FIBSUSP);
      *            approved FIBPARM changes by action and by the user
      *            who keyed them (FIBPMNTJL journal); transmission
      *            files cut per recipient (FIBDMANI manifest). The
      *            headline figures of the month are written to the
      *            cumulative FIBKPI file, one record per month,
      *            replacing the month's record on a rerun.
      *            RETURN-CODE 4 when a source file cannot be read
      *            (the figures are then incomplete and the KPI
      *            record is flagged so), 8 when the KPI record
      *            cannot be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMPACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBCYCLE ASSIGN TO "FIBCYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBCYC-KEY
               FILE STATUS IS WS-FIBCYCL-STATUS.
           SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDIT-STATUS.
           SELECT FIBAUDARC ASSIGN TO "FIBAUDARC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDARC-STATUS.
           SELECT FIBSUSP ASSIGN TO "FIBSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBSUSP-KEY
               FILE STATUS IS WS-FIBSUSP-STATUS.
           SELECT FIBPMNTJL ASSIGN TO "FIBPMNTJL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBJRNL-STATUS.
           SELECT FIBDMANI ASSIGN TO "FIBDMANI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBDMANI-STATUS.
           SELECT FIBKPI ASSIGN TO "FIBKPI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBKPI-MONTH
               FILE STATUS IS WS-FIBKPI-STATUS.
           SELECT FIBMPRPT ASSIGN TO "FIBMPRPT"
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

       FD  FIBCYCLE
           RECORDING MODE IS F.
           COPY FIBCYCL.

       FD  FIBAUDIT
           RECORDING MODE IS F.
           COPY FIBAUDIT.

       FD  FIBAUDARC
           RECORDING MODE IS F.
       01  FIBAUDARC-REC           PIC X(81).

       FD  FIBSUSP
           RECORDING MODE IS F.
           COPY FIBSUSP.

       FD  FIBPMNTJL
           RECORDING MODE IS F.
           COPY FIBJRNL.

       FD  FIBDMANI
           RECORDING MODE IS F.
           COPY FIBDMANI.

       FD  FIBKPI
           RECORDING MODE IS F.
           COPY FIBKPI.

       FD  FIBMPRPT
           RECORDING MODE IS F.
       01  FIBMPRPT-REC.
           05  FIBMRPT-CC          PIC X.
           05  FIBMRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-FIBCYCL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCYCL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBCYCL-EOF      VALUE "Y".
       01  WS-FIBAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAUDIT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAUDIT-EOF     VALUE "Y".
       01  WS-FIBAUDARC-STATUS     PIC XX VALUE SPACES.
       01  WS-FIBAUDARC-EOF-SW     PIC X VALUE "N".
           88  WS-FIBAUDARC-EOF    VALUE "Y".
       01  WS-FIBSUSP-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBSUSP-EOF-SW       PIC X VALUE "N".
           88  WS-FIBSUSP-EOF      VALUE "Y".
       01  WS-FIBJRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBJRNL-EOF-SW       PIC X VALUE "N".
           88  WS-FIBJRNL-EOF      VALUE "Y".
       01  WS-FIBDMANI-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBDMANI-EOF-SW      PIC X VALUE "N".
           88  WS-FIBDMANI-EOF     VALUE "Y".
       01  WS-FIBKPI-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBKPI-USABLE-SW     PIC X VALUE "N".
           88  WS-FIBKPI-USABLE    VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-INCOMPLETE-SW        PIC X VALUE "N".
           88  WS-INCOMPLETE       VALUE "Y".
       01  WS-KPI-FAILED-SW        PIC X VALUE "N".
           88  WS-KPI-FAILED       VALUE "Y".

      * Month reported, as YYYYMM. Same selection FIBSLARP applies.
       01  WS-MONTH-IN             PIC X(6) VALUE SPACES.
       01  WS-MONTH-IN-N REDEFINES WS-MONTH-IN PIC 9(6).
       01  WS-MONTH                PIC 9(6).
       01  WS-MONTH-X REDEFINES WS-MONTH.
           05  WS-MONTH-YYYY       PIC 9(4).
           05  WS-MONTH-MM         PIC 9(2).
       01  WS-WORK-DATE-N          PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-N.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
           05  WS-WORK-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-TEST-DATE            PIC 9(8).
       01  WS-MON-SUB              PIC 9(1).

      * Entry 1 is the month reported, entry 2 the month before it.
       01  WS-MON-TABLE.
           05  WS-MON-ENTRY OCCURS 2 TIMES.
               10  WS-MON-ID       PIC 9(6).
               10  WS-MON-FIRST    PIC 9(8).
               10  WS-MON-LAST     PIC 9(8).
               10  WS-MON-NIGHTS   PIC 9(5) COMP-3.
               10  WS-MON-CLEAN    PIC 9(5) COMP-3.
               10  WS-MON-FAILED   PIC 9(5) COMP-3.
               10  WS-MON-STEP-FAILS PIC 9(5) COMP-3.
               10  WS-MON-SEQ-RUNS PIC 9(7) COMP-3.
               10  WS-MON-SEQ-REJECTS PIC 9(7) COMP-3.
               10  WS-MON-TERMS    PIC 9(11) COMP-3.
               10  WS-MON-REJ-OPENED PIC 9(5) COMP-3.
               10  WS-MON-REJ-RESOLVED PIC 9(5) COMP-3.
               10  WS-MON-REJ-WITHDRAWN PIC 9(5) COMP-3.
               10  WS-MON-REJ-OPEN PIC 9(5) COMP-3.
               10  WS-MON-PARM-ADDS PIC 9(5) COMP-3.
               10  WS-MON-PARM-CHGS PIC 9(5) COMP-3.
               10  WS-MON-PARM-DELS PIC 9(5) COMP-3.
               10  WS-MON-PARM-TOTAL PIC 9(5) COMP-3.
               10  WS-MON-PARM-USERS PIC 9(3) COMP-3.
               10  WS-MON-XMIT-FILES PIC 9(7) COMP-3.
               10  WS-MON-XMIT-RESENDS PIC 9(5) COMP-3.
               10  WS-MON-XMIT-RECIPS PIC 9(3) COMP-3.
               10  WS-MON-XMIT-RECORDS PIC 9(11) COMP-3.

      * The night being gathered from FIBCYCLE - its steps arrive
      * together in key order.
       01  WS-NIGHT-DATE           PIC 9(8) VALUE 0.
       01  WS-NIGHT-SUB            PIC 9(1) VALUE 0.
       01  WS-NIGHT-OPEN-SW        PIC X VALUE "N".
           88  WS-NIGHT-OPEN       VALUE "Y".
       01  WS-NIGHT-BAD-SW         PIC X VALUE "N".
           88  WS-NIGHT-BAD        VALUE "Y".
       01  WS-NIGHT-BAD-STEP       PIC X(8) VALUE SPACES.
       01  WS-NIGHT-BAD-OUTCOME    PIC X VALUE SPACES.
       01  WS-NIGHT-BAD-RC         PIC 9(4) VALUE 0.
       01  WS-NIGHT-BAD-STEPS      PIC 9(3) VALUE 0.

       01  WS-BAD-TABLE.
           05  WS-BAD-MAX          PIC 9(4) COMP-3 VALUE 31.
           05  WS-BAD-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-BAD-ENTRY OCCURS 31 TIMES
                   INDEXED BY BAD-IX.
               10  WS-BAD-DATE     PIC 9(8).
               10  WS-BAD-STEP     PIC X(8).
               10  WS-BAD-OUTCOME  PIC X.
               10  WS-BAD-RC       PIC 9(4).
               10  WS-BAD-STEPS    PIC 9(3).

      * FIBAUDARC records are read into a copy of the FIBAUDIT
      * layout; FIBHIST archives them unchanged.
           COPY FIBAUDIT REPLACING LEADING ==FIBAUDIT== BY ==WS-ARC==.
       01  WS-AUD-DATE             PIC 9(8).
       01  WS-AUD-FINAL-I          PIC 9(4).

       01  WS-LOOK-ID              PIC X(8).
       01  WS-USR-TABLE.
           05  WS-USR-MAX          PIC 9(4) COMP-3 VALUE 100.
           05  WS-USR-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-USR-ENTRY OCCURS 100 TIMES
                   INDEXED BY USR-IX.
               10  WS-USR-ID       PIC X(8).
               10  WS-USR-CHANGES  PIC 9(5) COMP-3 OCCURS 2 TIMES.

       01  WS-RCP-TABLE.
           05  WS-RCP-MAX          PIC 9(4) COMP-3 VALUE 200.
           05  WS-RCP-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-RCP-ENTRY OCCURS 200 TIMES
                   INDEXED BY RCP-IX.
               10  WS-RCP-ID       PIC X(8).
               10  WS-RCP-FILES    PIC 9(7) COMP-3 OCCURS 2 TIMES.

      * One comparison line: the figure for the month, the month
      * before and the change.
       01  WS-CMP-LABEL            PIC X(28).
       01  WS-CMP-CUR              PIC 9(11) COMP-3.
       01  WS-CMP-PREV             PIC 9(11) COMP-3.
       01  WS-CMP-CHANGE           PIC S9(11) COMP-3.

       01  WS-ED-RC                PIC ZZZ9.
       01  WS-ED-STEPS             PIC ZZ9.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(35)
               VALUE "MONTHLY OPERATIONS PERFORMANCE PACK".
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "MONTH ".
           05  WS-RPT-TITLE-MONTH  PIC 9(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-SECT-TITLE       PIC X(80) VALUE SPACES.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-RPT-HDG-CUR      PIC 9(6).
           05  FILLER              PIC X(8) VALUE SPACES.
           05  WS-RPT-HDG-PREV     PIC 9(6).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "     CHANGE".
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-RPT-CMP-LINE.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-CMP-LABEL    PIC X(28).
           05  WS-RPT-CMP-CUR      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RPT-CMP-PREV     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RPT-CMP-CHANGE   PIC ---,---,--9.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           PERFORM 0200-SET-MONTHS
           PERFORM 1000-COUNT-NIGHTS
           PERFORM 2000-COUNT-SEQUENCES
           PERFORM 3000-COUNT-REJECTS
           PERFORM 4000-COUNT-CHANGES
           PERFORM 5000-COUNT-TRANSMISSIONS
           PERFORM 0700-OPEN-RPT
           PERFORM 6100-PRINT-NIGHTS
           PERFORM 6200-PRINT-SEQUENCES
           PERFORM 6300-PRINT-REJECTS
           PERFORM 6400-PRINT-CHANGES
           PERFORM 6500-PRINT-TRANSMISSIONS
           PERFORM 7000-WRITE-KPI
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBMPRPT
           DISPLAY "FIBMPACK MONTH:            " WS-MONTH
           DISPLAY "FIBMPACK NIGHTS RUN:       " WS-MON-NIGHTS (1)
           DISPLAY "FIBMPACK NIGHTS FAILED:    " WS-MON-FAILED (1)
           DISPLAY "FIBMPACK SEQUENCES RUN:    " WS-MON-SEQ-RUNS (1)
           DISPLAY "FIBMPACK FILES SENT:       " WS-MON-XMIT-FILES (1)
           EVALUATE TRUE
               WHEN WS-KPI-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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

       0200-SET-MONTHS.
           INITIALIZE WS-MON-TABLE
           ACCEPT WS-MONTH-IN FROM ENVIRONMENT "FIB_PACK_MONTH"
           IF WS-MONTH-IN-N IS NUMERIC AND
                   WS-MONTH-IN (5:2) >= "01" AND
                   WS-MONTH-IN (5:2) <= "12"
               MOVE WS-MONTH-IN-N TO WS-MONTH
           ELSE
               MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
               PERFORM 0250-STEP-BACK-MONTH
               MOVE WS-WORK-YYYY TO WS-MONTH-YYYY
               MOVE WS-WORK-MM TO WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-YYYY TO WS-WORK-YYYY
           MOVE WS-MONTH-MM TO WS-WORK-MM
           MOVE 1 TO WS-MON-SUB
           PERFORM 0260-SET-MONTH-BOUNDS
           PERFORM 0250-STEP-BACK-MONTH
           MOVE 2 TO WS-MON-SUB
           PERFORM 0260-SET-MONTH-BOUNDS.

       0250-STEP-BACK-MONTH.
           IF WS-WORK-MM = 01
               MOVE 12 TO WS-WORK-MM
               SUBTRACT 1 FROM WS-WORK-YYYY
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.

      * Sets entry WS-MON-SUB from the year and month in
      * WS-WORK-DATE-N.
       0260-SET-MONTH-BOUNDS.
           COMPUTE WS-MON-ID (WS-MON-SUB) =
               WS-WORK-YYYY * 100 + WS-WORK-MM
           MOVE 01 TO WS-WORK-DD
           MOVE WS-WORK-DATE-N TO WS-MON-FIRST (WS-MON-SUB)
           PERFORM 1078-GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           MOVE WS-WORK-DATE-N TO WS-MON-LAST (WS-MON-SUB).

      * WS-MON-SUB is set to the entry WS-TEST-DATE falls in, or to
      * zero when it is in neither month.
       0300-FIND-MONTH.
           EVALUATE TRUE
               WHEN WS-TEST-DATE >= WS-MON-FIRST (1) AND
                       WS-TEST-DATE <= WS-MON-LAST (1)
                   MOVE 1 TO WS-MON-SUB
               WHEN WS-TEST-DATE >= WS-MON-FIRST (2) AND
                       WS-TEST-DATE <= WS-MON-LAST (2)
                   MOVE 2 TO WS-MON-SUB
               WHEN OTHER
                   MOVE 0 TO WS-MON-SUB
           END-EVALUATE.

      * A night is clean when every step it posted ended COMPLETE.
      * A step left RUNNING abended before it could post its end,
      * so it fails the night as a FAILED step does. A night backed
      * out by FIBBKOUT has no records left and is not counted.
       1000-COUNT-NIGHTS.
           OPEN INPUT FIBCYCLE
           IF WS-FIBCYCL-STATUS = "00" OR WS-FIBCYCL-STATUS = "97"
               MOVE WS-MON-FIRST (2) TO FIBCYC-RUN-DATE
               MOVE LOW-VALUES TO FIBCYC-STEP-ID
               START FIBCYCLE KEY IS NOT LESS THAN FIBCYC-KEY
                   INVALID KEY SET WS-FIBCYCL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-FIBCYCL-EOF
                   READ FIBCYCLE NEXT RECORD
                       AT END SET WS-FIBCYCL-EOF TO TRUE
                       NOT AT END
                           IF FIBCYC-RUN-DATE > WS-MON-LAST (1)
                               SET WS-FIBCYCL-EOF TO TRUE
                           ELSE
                               PERFORM 1100-POST-STEP
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 1200-CLOSE-NIGHT
               CLOSE FIBCYCLE
           ELSE
               DISPLAY "FIBMPACK WARNING - FIBCYCLE NOT AVAILABLE"
                   " (STATUS " WS-FIBCYCL-STATUS ")"
               SET WS-INCOMPLETE TO TRUE
           END-IF.

       1100-POST-STEP.
           IF WS-NIGHT-OPEN AND FIBCYC-RUN-DATE NOT = WS-NIGHT-DATE
               PERFORM 1200-CLOSE-NIGHT
           END-IF
           IF NOT WS-NIGHT-OPEN
               MOVE FIBCYC-RUN-DATE TO WS-NIGHT-DATE
               MOVE FIBCYC-RUN-DATE TO WS-TEST-DATE
               PERFORM 0300-FIND-MONTH
               MOVE WS-MON-SUB TO WS-NIGHT-SUB
               MOVE "N" TO WS-NIGHT-BAD-SW
               MOVE SPACES TO WS-NIGHT-BAD-STEP
               MOVE SPACES TO WS-NIGHT-BAD-OUTCOME
               MOVE 0 TO WS-NIGHT-BAD-RC
               MOVE 0 TO WS-NIGHT-BAD-STEPS
               SET WS-NIGHT-OPEN TO TRUE
           END-IF
           IF FIBCYC-FAILED OR FIBCYC-RUNNING
               IF NOT WS-NIGHT-BAD
                   SET WS-NIGHT-BAD TO TRUE
                   MOVE FIBCYC-STEP-ID TO WS-NIGHT-BAD-STEP
                   MOVE FIBCYC-OUTCOME TO WS-NIGHT-BAD-OUTCOME
                   IF FIBCYC-RC IS NUMERIC
                       MOVE FIBCYC-RC TO WS-NIGHT-BAD-RC
                   END-IF
               END-IF
               ADD 1 TO WS-NIGHT-BAD-STEPS
               IF WS-NIGHT-SUB > 0
                   ADD 1 TO WS-MON-STEP-FAILS (WS-NIGHT-SUB)
               END-IF
           END-IF.

       1200-CLOSE-NIGHT.
           IF WS-NIGHT-OPEN
               IF WS-NIGHT-SUB > 0
                   ADD 1 TO WS-MON-NIGHTS (WS-NIGHT-SUB)
                   IF WS-NIGHT-BAD
                       ADD 1 TO WS-MON-FAILED (WS-NIGHT-SUB)
                       IF WS-NIGHT-SUB = 1
                           PERFORM 1250-LIST-FAILED-NIGHT
                       END-IF
                   ELSE
                       ADD 1 TO WS-MON-CLEAN (WS-NIGHT-SUB)
                   END-IF
               END-IF
               MOVE "N" TO WS-NIGHT-OPEN-SW
           END-IF.

       1250-LIST-FAILED-NIGHT.
           IF WS-BAD-COUNT < WS-BAD-MAX
               ADD 1 TO WS-BAD-COUNT
               SET BAD-IX TO WS-BAD-COUNT
               MOVE WS-NIGHT-DATE TO WS-BAD-DATE (BAD-IX)
               MOVE WS-NIGHT-BAD-STEP TO WS-BAD-STEP (BAD-IX)
               MOVE WS-NIGHT-BAD-OUTCOME TO WS-BAD-OUTCOME (BAD-IX)
               MOVE WS-NIGHT-BAD-RC TO WS-BAD-RC (BAD-IX)
               MOVE WS-NIGHT-BAD-STEPS TO WS-BAD-STEPS (BAD-IX)
           END-IF.

      * The archive is read first - it holds the older records - and
      * FIBAUDIT after it. No archive yet (status 35) is not an
      * error. A record is placed by the processing date it was
      * written for, or its run date when it predates that field.
       2000-COUNT-SEQUENCES.
           OPEN INPUT FIBAUDARC
           IF WS-FIBAUDARC-STATUS = "00"
               PERFORM UNTIL WS-FIBAUDARC-EOF
                   READ FIBAUDARC INTO WS-ARC-REC
                       AT END SET WS-FIBAUDARC-EOF TO TRUE
                       NOT AT END
                           MOVE WS-ARC-RUN-DATE TO WS-AUD-DATE
                           IF WS-ARC-PROC-DATE IS NUMERIC AND
                                   WS-ARC-PROC-DATE > 0
                               MOVE WS-ARC-PROC-DATE TO WS-AUD-DATE
                           END-IF
                           MOVE WS-ARC-FINAL-I TO WS-AUD-FINAL-I
                           PERFORM 2100-POST-SEQUENCE
                   END-READ
               END-PERFORM
               CLOSE FIBAUDARC
           ELSE
               IF WS-FIBAUDARC-STATUS NOT = "35"
                   DISPLAY "FIBMPACK WARNING - FIBAUDARC NOT AVAILABLE"
                       " (STATUS " WS-FIBAUDARC-STATUS ")"
                   SET WS-INCOMPLETE TO TRUE
               END-IF
           END-IF
           OPEN INPUT FIBAUDIT
           IF WS-FIBAUDIT-STATUS = "00"
               PERFORM UNTIL WS-FIBAUDIT-EOF
                   READ FIBAUDIT
                       AT END SET WS-FIBAUDIT-EOF TO TRUE
                       NOT AT END
                           MOVE FIBAUDIT-RUN-DATE TO WS-AUD-DATE
                           IF FIBAUDIT-PROC-DATE IS NUMERIC AND
                                   FIBAUDIT-PROC-DATE > 0
                               MOVE FIBAUDIT-PROC-DATE TO WS-AUD-DATE
                           END-IF
                           MOVE FIBAUDIT-FINAL-I TO WS-AUD-FINAL-I
                           PERFORM 2100-POST-SEQUENCE
                   END-READ
               END-PERFORM
               CLOSE FIBAUDIT
           ELSE
               DISPLAY "FIBMPACK WARNING - FIBAUDIT NOT AVAILABLE"
                   " (STATUS " WS-FIBAUDIT-STATUS ")"
               SET WS-INCOMPLETE TO TRUE
           END-IF.

      * A final index of zero is a rejected sequence; otherwise the
      * final index is the number of terms the run produced.
       2100-POST-SEQUENCE.
           MOVE WS-AUD-DATE TO WS-TEST-DATE
           PERFORM 0300-FIND-MONTH
           IF WS-MON-SUB > 0
               IF WS-AUD-FINAL-I IS NUMERIC AND WS-AUD-FINAL-I > 0
                   ADD 1 TO WS-MON-SEQ-RUNS (WS-MON-SUB)
                   ADD WS-AUD-FINAL-I TO WS-MON-TERMS (WS-MON-SUB)
               ELSE
                   ADD 1 TO WS-MON-SEQ-REJECTS (WS-MON-SUB)
               END-IF
           END-IF.

      * Opened by reject date, resolved and withdrawn by resolution
      * date. Still open at month end counts every item rejected by
      * the last day of the month and not resolved or withdrawn by
      * then, whatever has become of it since.
       3000-COUNT-REJECTS.
           OPEN INPUT FIBSUSP
           IF WS-FIBSUSP-STATUS = "00" OR WS-FIBSUSP-STATUS = "97"
               PERFORM UNTIL WS-FIBSUSP-EOF
                   READ FIBSUSP NEXT RECORD
                       AT END SET WS-FIBSUSP-EOF TO TRUE
                       NOT AT END PERFORM 3100-POST-REJECT
                   END-READ
               END-PERFORM
               CLOSE FIBSUSP
           ELSE
               IF WS-FIBSUSP-STATUS NOT = "35"
                   DISPLAY "FIBMPACK WARNING - FIBSUSP NOT AVAILABLE"
                       " (STATUS " WS-FIBSUSP-STATUS ")"
                   SET WS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       3100-POST-REJECT.
           MOVE FIBSUSP-REJ-DATE TO WS-TEST-DATE
           PERFORM 0300-FIND-MONTH
           IF WS-MON-SUB > 0
               ADD 1 TO WS-MON-REJ-OPENED (WS-MON-SUB)
           END-IF
           IF NOT FIBSUSP-IS-OPEN AND FIBSUSP-RES-DATE IS NUMERIC
               MOVE FIBSUSP-RES-DATE TO WS-TEST-DATE
               PERFORM 0300-FIND-MONTH
               IF WS-MON-SUB > 0
                   IF FIBSUSP-IS-WITHDRAWN
                       ADD 1 TO WS-MON-REJ-WITHDRAWN (WS-MON-SUB)
                   ELSE
                       ADD 1 TO WS-MON-REJ-RESOLVED (WS-MON-SUB)
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1 UNTIL WS-MON-SUB > 2
               IF FIBSUSP-REJ-DATE <= WS-MON-LAST (WS-MON-SUB)
                   IF FIBSUSP-IS-OPEN OR
                           FIBSUSP-RES-DATE NOT NUMERIC OR
                           FIBSUSP-RES-DATE > WS-MON-LAST (WS-MON-SUB)
                       ADD 1 TO WS-MON-REJ-OPEN (WS-MON-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      * The journal holds approved changes, dated when approved and
      * credited to the maker who keyed them. A journal never yet
      * written (status 35) means no changes.
       4000-COUNT-CHANGES.
           OPEN INPUT FIBPMNTJL
           IF WS-FIBJRNL-STATUS = "00"
               PERFORM UNTIL WS-FIBJRNL-EOF
                   READ FIBPMNTJL
                       AT END SET WS-FIBJRNL-EOF TO TRUE
                       NOT AT END PERFORM 4100-POST-CHANGE
                   END-READ
               END-PERFORM
               CLOSE FIBPMNTJL
           ELSE
               IF WS-FIBJRNL-STATUS NOT = "35"
                   DISPLAY "FIBMPACK WARNING - FIBPMNTJL NOT AVAILABLE"
                       " (STATUS " WS-FIBJRNL-STATUS ")"
                   SET WS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

      * Batch deletes are journaled D and online deletes X.
       4100-POST-CHANGE.
           MOVE FIBJRNL-DATE TO WS-TEST-DATE
           PERFORM 0300-FIND-MONTH
           IF WS-MON-SUB > 0
               ADD 1 TO WS-MON-PARM-TOTAL (WS-MON-SUB)
               EVALUATE FIBJRNL-ACTION
                   WHEN "A"
                       ADD 1 TO WS-MON-PARM-ADDS (WS-MON-SUB)
                   WHEN "D"
                   WHEN "X"
                       ADD 1 TO WS-MON-PARM-DELS (WS-MON-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-MON-PARM-CHGS (WS-MON-SUB)
               END-EVALUATE
               MOVE FIBJRNL-USER-ID TO WS-LOOK-ID
               PERFORM 4200-FIND-OR-ADD-USER
               IF WS-FOUND
                   ADD 1 TO WS-USR-CHANGES (USR-IX, WS-MON-SUB)
               END-IF
           END-IF.

       4200-FIND-OR-ADD-USER.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING USR-IX FROM 1 BY 1
                   UNTIL USR-IX > WS-USR-COUNT OR WS-FOUND
               IF WS-USR-ID (USR-IX) = WS-LOOK-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET USR-IX DOWN BY 1
           ELSE
               IF WS-USR-COUNT < WS-USR-MAX
                   ADD 1 TO WS-USR-COUNT
                   SET USR-IX TO WS-USR-COUNT
                   MOVE WS-LOOK-ID TO WS-USR-ID (USR-IX)
                   MOVE 0 TO WS-USR-CHANGES (USR-IX, 1)
                   MOVE 0 TO WS-USR-CHANGES (USR-IX, 2)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "FIBMPACK WARNING - USER TABLE FULL, "
                       WS-LOOK-ID " NOT LISTED"
               END-IF
           END-IF.

      * A manifest line is placed by the date it was cut, or by its
      * cycle date on lines written before the send date was kept.
       5000-COUNT-TRANSMISSIONS.
           OPEN INPUT FIBDMANI
           IF WS-FIBDMANI-STATUS = "00"
               PERFORM UNTIL WS-FIBDMANI-EOF
                   READ FIBDMANI
                       AT END SET WS-FIBDMANI-EOF TO TRUE
                       NOT AT END PERFORM 5100-POST-TRANSMISSION
                   END-READ
               END-PERFORM
               CLOSE FIBDMANI
           ELSE
               IF WS-FIBDMANI-STATUS NOT = "35"
                   DISPLAY "FIBMPACK WARNING - FIBDMANI NOT AVAILABLE"
                       " (STATUS " WS-FIBDMANI-STATUS ")"
                   SET WS-INCOMPLETE TO TRUE
               END-IF
           END-IF.

       5100-POST-TRANSMISSION.
           MOVE 0 TO WS-TEST-DATE
           IF MANI-SEND-DATE IS NUMERIC AND MANI-SEND-DATE > 0
               MOVE MANI-SEND-DATE TO WS-TEST-DATE
           ELSE
               IF MANI-CYCLE-DATE IS NUMERIC
                   MOVE MANI-CYCLE-DATE TO WS-TEST-DATE
               END-IF
           END-IF
           PERFORM 0300-FIND-MONTH
           IF WS-MON-SUB > 0
               ADD 1 TO WS-MON-XMIT-FILES (WS-MON-SUB)
               IF MANI-IS-RESEND
                   ADD 1 TO WS-MON-XMIT-RESENDS (WS-MON-SUB)
               END-IF
               IF MANI-REC-COUNT IS NUMERIC
                   ADD MANI-REC-COUNT TO
                       WS-MON-XMIT-RECORDS (WS-MON-SUB)
               END-IF
               MOVE MANI-RECIP-ID TO WS-LOOK-ID
               PERFORM 5200-FIND-OR-ADD-RECIP
               IF WS-FOUND
                   ADD 1 TO WS-RCP-FILES (RCP-IX, WS-MON-SUB)
               END-IF
           END-IF.

       5200-FIND-OR-ADD-RECIP.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING RCP-IX FROM 1 BY 1
                   UNTIL RCP-IX > WS-RCP-COUNT OR WS-FOUND
               IF WS-RCP-ID (RCP-IX) = WS-LOOK-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET RCP-IX DOWN BY 1
           ELSE
               IF WS-RCP-COUNT < WS-RCP-MAX
                   ADD 1 TO WS-RCP-COUNT
                   SET RCP-IX TO WS-RCP-COUNT
                   MOVE WS-LOOK-ID TO WS-RCP-ID (RCP-IX)
                   MOVE 0 TO WS-RCP-FILES (RCP-IX, 1)
                   MOVE 0 TO WS-RCP-FILES (RCP-IX, 2)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "FIBMPACK WARNING - RECIPIENT TABLE FULL, "
                       WS-LOOK-ID " NOT LISTED"
               END-IF
           END-IF.

       6100-PRINT-NIGHTS.
           MOVE "1. NIGHTLY CYCLE - FIBCYCLE" TO WS-RPT-SECT-TITLE
           PERFORM 0710-WRITE-RPT-HEADERS
           MOVE "NIGHTS RUN" TO WS-CMP-LABEL
           MOVE WS-MON-NIGHTS (1) TO WS-CMP-CUR
           MOVE WS-MON-NIGHTS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "NIGHTS COMPLETED CLEAN" TO WS-CMP-LABEL
           MOVE WS-MON-CLEAN (1) TO WS-CMP-CUR
           MOVE WS-MON-CLEAN (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "NIGHTS FAILED" TO WS-CMP-LABEL
           MOVE WS-MON-FAILED (1) TO WS-CMP-CUR
           MOVE WS-MON-FAILED (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "STEPS FAILED OR LEFT RUNNING" TO WS-CMP-LABEL
           MOVE WS-MON-STEP-FAILS (1) TO WS-CMP-CUR
           MOVE WS-MON-STEP-FAILS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 0725-WRITE-RPT-MSG
           IF WS-BAD-COUNT = 0
               MOVE "NO FAILED NIGHTS IN THE MONTH" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           ELSE
               MOVE "FAILED NIGHTS - FIRST STEP TO FAIL" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
               PERFORM VARYING BAD-IX FROM 1 BY 1
                       UNTIL BAD-IX > WS-BAD-COUNT
                   PERFORM 6150-PRINT-FAILED-NIGHT
               END-PERFORM
           END-IF.

       6150-PRINT-FAILED-NIGHT.
           MOVE SPACES TO WS-RPT-MSG
           MOVE WS-BAD-STEPS (BAD-IX) TO WS-ED-STEPS
           IF WS-BAD-OUTCOME (BAD-IX) = "R"
               STRING "  " DELIMITED BY SIZE
                       WS-BAD-DATE (BAD-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-BAD-STEP (BAD-IX) DELIMITED BY SIZE
                       "  LEFT RUNNING    " DELIMITED BY SIZE
                       WS-ED-STEPS DELIMITED BY SIZE
                       " STEP(S) NOT CLEAN" DELIMITED BY SIZE
                   INTO WS-RPT-MSG
           ELSE
               MOVE WS-BAD-RC (BAD-IX) TO WS-ED-RC
               STRING "  " DELIMITED BY SIZE
                       WS-BAD-DATE (BAD-IX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-BAD-STEP (BAD-IX) DELIMITED BY SIZE
                       "  FAILED RC " DELIMITED BY SIZE
                       WS-ED-RC DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-ED-STEPS DELIMITED BY SIZE
                       " STEP(S) NOT CLEAN" DELIMITED BY SIZE
                   INTO WS-RPT-MSG
           END-IF
           PERFORM 0725-WRITE-RPT-MSG.

       6200-PRINT-SEQUENCES.
           MOVE "2. SEQUENCE PROCESSING - FIBAUDIT AND FIBAUDARC"
               TO WS-RPT-SECT-TITLE
           PERFORM 0710-WRITE-RPT-HEADERS
           MOVE "SEQUENCES RUN" TO WS-CMP-LABEL
           MOVE WS-MON-SEQ-RUNS (1) TO WS-CMP-CUR
           MOVE WS-MON-SEQ-RUNS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "SEQUENCES REJECTED" TO WS-CMP-LABEL
           MOVE WS-MON-SEQ-REJECTS (1) TO WS-CMP-CUR
           MOVE WS-MON-SEQ-REJECTS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "TERMS PRODUCED" TO WS-CMP-LABEL
           MOVE WS-MON-TERMS (1) TO WS-CMP-CUR
           MOVE WS-MON-TERMS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE.

       6300-PRINT-REJECTS.
           MOVE "3. REJECTS - FIBSUSP" TO WS-RPT-SECT-TITLE
           PERFORM 0710-WRITE-RPT-HEADERS
           MOVE "REJECTS OPENED" TO WS-CMP-LABEL
           MOVE WS-MON-REJ-OPENED (1) TO WS-CMP-CUR
           MOVE WS-MON-REJ-OPENED (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "REJECTS RESOLVED" TO WS-CMP-LABEL
           MOVE WS-MON-REJ-RESOLVED (1) TO WS-CMP-CUR
           MOVE WS-MON-REJ-RESOLVED (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "REJECTS WITHDRAWN" TO WS-CMP-LABEL
           MOVE WS-MON-REJ-WITHDRAWN (1) TO WS-CMP-CUR
           MOVE WS-MON-REJ-WITHDRAWN (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "STILL OPEN AT MONTH END" TO WS-CMP-LABEL
           MOVE WS-MON-REJ-OPEN (1) TO WS-CMP-CUR
           MOVE WS-MON-REJ-OPEN (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE.

       6400-PRINT-CHANGES.
           MOVE "4. PARAMETER CHANGES - FIBPMNTJL" TO WS-RPT-SECT-TITLE
           PERFORM 0710-WRITE-RPT-HEADERS
           MOVE "ENTRIES ADDED" TO WS-CMP-LABEL
           MOVE WS-MON-PARM-ADDS (1) TO WS-CMP-CUR
           MOVE WS-MON-PARM-ADDS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "ENTRIES CHANGED" TO WS-CMP-LABEL
           MOVE WS-MON-PARM-CHGS (1) TO WS-CMP-CUR
           MOVE WS-MON-PARM-CHGS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "ENTRIES DELETED" TO WS-CMP-LABEL
           MOVE WS-MON-PARM-DELS (1) TO WS-CMP-CUR
           MOVE WS-MON-PARM-DELS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "ALL CHANGES" TO WS-CMP-LABEL
           MOVE WS-MON-PARM-TOTAL (1) TO WS-CMP-CUR
           MOVE WS-MON-PARM-TOTAL (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 0725-WRITE-RPT-MSG
           IF WS-USR-COUNT = 0
               MOVE "NO CHANGES IN EITHER MONTH" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           ELSE
               MOVE "CHANGES BY USER WHO KEYED THEM" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
               PERFORM VARYING USR-IX FROM 1 BY 1
                       UNTIL USR-IX > WS-USR-COUNT
                   MOVE SPACES TO WS-CMP-LABEL
                   STRING "  USER " DELIMITED BY SIZE
                           WS-USR-ID (USR-IX) DELIMITED BY SIZE
                       INTO WS-CMP-LABEL
                   MOVE WS-USR-CHANGES (USR-IX, 1) TO WS-CMP-CUR
                   MOVE WS-USR-CHANGES (USR-IX, 2) TO WS-CMP-PREV
                   PERFORM 0740-WRITE-CMP-LINE
                   IF WS-USR-CHANGES (USR-IX, 1) > 0
                       ADD 1 TO WS-MON-PARM-USERS (1)
                   END-IF
                   IF WS-USR-CHANGES (USR-IX, 2) > 0
                       ADD 1 TO WS-MON-PARM-USERS (2)
                   END-IF
               END-PERFORM
               MOVE "USERS MAKING CHANGES" TO WS-CMP-LABEL
               MOVE WS-MON-PARM-USERS (1) TO WS-CMP-CUR
               MOVE WS-MON-PARM-USERS (2) TO WS-CMP-PREV
               PERFORM 0740-WRITE-CMP-LINE
           END-IF.

       6500-PRINT-TRANSMISSIONS.
           MOVE "5. TRANSMISSIONS - FIBDMANI" TO WS-RPT-SECT-TITLE
           PERFORM 0710-WRITE-RPT-HEADERS
           MOVE "FILES SENT" TO WS-CMP-LABEL
           MOVE WS-MON-XMIT-FILES (1) TO WS-CMP-CUR
           MOVE WS-MON-XMIT-FILES (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "OF WHICH RE-SENDS" TO WS-CMP-LABEL
           MOVE WS-MON-XMIT-RESENDS (1) TO WS-CMP-CUR
           MOVE WS-MON-XMIT-RESENDS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE "RECORDS SENT" TO WS-CMP-LABEL
           MOVE WS-MON-XMIT-RECORDS (1) TO WS-CMP-CUR
           MOVE WS-MON-XMIT-RECORDS (2) TO WS-CMP-PREV
           PERFORM 0740-WRITE-CMP-LINE
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 0725-WRITE-RPT-MSG
           IF WS-RCP-COUNT = 0
               MOVE "NO TRANSMISSIONS IN EITHER MONTH" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           ELSE
               MOVE "FILES SENT PER RECIPIENT" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
               PERFORM VARYING RCP-IX FROM 1 BY 1
                       UNTIL RCP-IX > WS-RCP-COUNT
                   MOVE SPACES TO WS-CMP-LABEL
                   STRING "  RECIPIENT " DELIMITED BY SIZE
                           WS-RCP-ID (RCP-IX) DELIMITED BY SIZE
                       INTO WS-CMP-LABEL
                   MOVE WS-RCP-FILES (RCP-IX, 1) TO WS-CMP-CUR
                   MOVE WS-RCP-FILES (RCP-IX, 2) TO WS-CMP-PREV
                   PERFORM 0740-WRITE-CMP-LINE
                   IF WS-RCP-FILES (RCP-IX, 1) > 0
                       ADD 1 TO WS-MON-XMIT-RECIPS (1)
                   END-IF
                   IF WS-RCP-FILES (RCP-IX, 2) > 0
                       ADD 1 TO WS-MON-XMIT-RECIPS (2)
                   END-IF
               END-PERFORM
               MOVE "RECIPIENTS SENT TO" TO WS-CMP-LABEL
               MOVE WS-MON-XMIT-RECIPS (1) TO WS-CMP-CUR
               MOVE WS-MON-XMIT-RECIPS (2) TO WS-CMP-PREV
               PERFORM 0740-WRITE-CMP-LINE
           END-IF.

      * FIBKPI is created on first use, as the optional KSDS files
      * are elsewhere; the month's record is replaced on a rerun.
       7000-WRITE-KPI.
           OPEN I-O FIBKPI
           IF WS-FIBKPI-STATUS = "35"
               OPEN OUTPUT FIBKPI
               CLOSE FIBKPI
               OPEN I-O FIBKPI
           END-IF
           IF WS-FIBKPI-STATUS = "00" OR WS-FIBKPI-STATUS = "97"
               SET WS-FIBKPI-USABLE TO TRUE
               MOVE WS-MONTH TO FIBKPI-MONTH
               MOVE "N" TO WS-FOUND-SW
               READ FIBKPI
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-FOUND TO TRUE
               END-READ
               PERFORM 7100-BUILD-KPI
               IF WS-FOUND
                   REWRITE FIBKPI-REC
                       INVALID KEY SET WS-KPI-FAILED TO TRUE
                   END-REWRITE
               ELSE
                   WRITE FIBKPI-REC
                       INVALID KEY SET WS-KPI-FAILED TO TRUE
                   END-WRITE
               END-IF
               CLOSE FIBKPI
           ELSE
               SET WS-KPI-FAILED TO TRUE
           END-IF
           IF WS-KPI-FAILED
               DISPLAY "FIBMPACK WARNING - FIBKPI RECORD NOT WRITTEN"
                   " (STATUS " WS-FIBKPI-STATUS ")"
           END-IF.

       7100-BUILD-KPI.
           MOVE SPACES TO FIBKPI-REC
           MOVE WS-MONTH TO FIBKPI-MONTH
           MOVE WS-RUN-DATE TO FIBKPI-RUN-DATE
           MOVE WS-RUN-TIME TO FIBKPI-RUN-TIME
           MOVE WS-MON-NIGHTS (1) TO FIBKPI-NIGHTS
           MOVE WS-MON-CLEAN (1) TO FIBKPI-NIGHTS-CLEAN
           MOVE WS-MON-FAILED (1) TO FIBKPI-NIGHTS-FAILED
           MOVE WS-MON-STEP-FAILS (1) TO FIBKPI-STEP-FAILS
           MOVE WS-MON-SEQ-RUNS (1) TO FIBKPI-SEQ-RUNS
           MOVE WS-MON-SEQ-REJECTS (1) TO FIBKPI-SEQ-REJECTS
           MOVE WS-MON-TERMS (1) TO FIBKPI-TERMS
           MOVE WS-MON-REJ-OPENED (1) TO FIBKPI-REJ-OPENED
           MOVE WS-MON-REJ-RESOLVED (1) TO FIBKPI-REJ-RESOLVED
           MOVE WS-MON-REJ-WITHDRAWN (1) TO FIBKPI-REJ-WITHDRAWN
           MOVE WS-MON-REJ-OPEN (1) TO FIBKPI-REJ-OPEN
           MOVE WS-MON-PARM-TOTAL (1) TO FIBKPI-PARM-CHANGES
           MOVE WS-MON-PARM-USERS (1) TO FIBKPI-PARM-USERS
           MOVE WS-MON-XMIT-FILES (1) TO FIBKPI-XMIT-FILES
           MOVE WS-MON-XMIT-RESENDS (1) TO FIBKPI-XMIT-RESENDS
           MOVE WS-MON-XMIT-RECIPS (1) TO FIBKPI-XMIT-RECIPS
           MOVE WS-MON-XMIT-RECORDS (1) TO FIBKPI-XMIT-RECORDS
           IF WS-INCOMPLETE
               SET FIBKPI-INCOMPLETE TO TRUE
           ELSE
               SET FIBKPI-COMPLETE TO TRUE
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
           OPEN OUTPUT FIBMPRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

      * Every section starts a new page under its own title.
       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-MONTH TO WS-RPT-TITLE-MONTH
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE WS-MON-ID (1) TO WS-RPT-HDG-CUR
           MOVE WS-MON-ID (2) TO WS-RPT-HDG-PREV
           MOVE "1" TO FIBMRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           MOVE " " TO FIBMRPT-CC
           MOVE WS-RPT-SECT-TITLE TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           MOVE SPACES TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           MOVE 4 TO WS-RPT-LINE-COUNT.

       0725-WRITE-RPT-MSG.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBMRPT-CC
           MOVE WS-RPT-MSG-LINE TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE SPACES TO WS-RPT-MSG
           PERFORM 0725-WRITE-RPT-MSG
           IF WS-INCOMPLETE
               MOVE "FIGURES INCOMPLETE - A SOURCE FILE WAS NOT READ"
                   TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           END-IF
           IF WS-KPI-FAILED
               MOVE "FIBKPI RECORD NOT WRITTEN FOR THE MONTH"
                   TO WS-RPT-MSG
           ELSE
               MOVE SPACES TO WS-RPT-MSG
               STRING "FIBKPI RECORD WRITTEN FOR MONTH "
                       DELIMITED BY SIZE
                       WS-MONTH DELIMITED BY SIZE
                   INTO WS-RPT-MSG
           END-IF
           PERFORM 0725-WRITE-RPT-MSG.

       0740-WRITE-CMP-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           COMPUTE WS-CMP-CHANGE = WS-CMP-CUR - WS-CMP-PREV
           MOVE WS-CMP-LABEL TO WS-RPT-CMP-LABEL
           MOVE WS-CMP-CUR TO WS-RPT-CMP-CUR
           MOVE WS-CMP-PREV TO WS-RPT-CMP-PREV
           MOVE WS-CMP-CHANGE TO WS-RPT-CMP-CHANGE
           MOVE " " TO FIBMRPT-CC
           MOVE WS-RPT-CMP-LINE TO FIBMRPT-LINE
           WRITE FIBMPRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.
