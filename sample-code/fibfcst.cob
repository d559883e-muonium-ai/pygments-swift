      * COBOL sample
      * 2026-09-24 FIBFCST - forward schedule and batch-window
      *            forecast. Projects the next FIB_FCST_DAYS
      *            processing dates (30-90, default 30) from the
      *            FIBCTL processing date (system date fallback),
      *            skipping the dates the FIBCAL calendar holds as
      *            non-business days, since the nightly walk runs
      *            nothing on them. Every FIBPARM entry is carried in
      *            a table and tested each night with the same
      *            due-selection FIB and FIBSPLIT apply; a due entry's
      *            next-run-date is then rolled in the table exactly
      *            as FIB and FIBMERGE roll it (daily, weekly and
      *            monthly forward to a business day, month-end E back
      *            to the last business day of the next month) - the
      *            file itself is never updated. Each night lists the
      *            sequences due with an estimated elapsed time, the
      *            average of the sequence's last five FIBRSTAT runs,
      *            and the night's estimated window as FIBTREND totals
      *            it. Nights over the window limit and nights with
      *            nothing due are flagged, and a closing section
      *            lists the entries that go inactive or expire
      *            without running again inside the forecast. The
      *            last business day of a month is marked MONTH-END.
      *            RETURN-CODE 4 when anything is flagged.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBRSTAT ASSIGN TO "FIBRSTAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRSTAT-STATUS.
           SELECT FIBCAL ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBCAL-DATE
               FILE STATUS IS WS-FIBCAL-STATUS.
           SELECT FIBFCRPT ASSIGN TO "FIBFCRPT"
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

       FD  FIBPARM
           RECORDING MODE IS F.
           COPY FIBPARM.

       FD  FIBRSTAT
           RECORDING MODE IS F.
           COPY FIBRSTAT.

       FD  FIBCAL
           RECORDING MODE IS F.
           COPY FIBCAL.

       FD  FIBFCRPT
           RECORDING MODE IS F.
       01  FIBFCRPT-REC.
           05  FIBFRPT-CC          PIC X.
           05  FIBFRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPARM-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPARM-EOF      VALUE "Y".
       01  WS-FIBRSTAT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBRSTAT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBRSTAT-EOF     VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-START-DATE           PIC 9(8).
       01  WS-LAST-FCST-DATE       PIC 9(8) VALUE 0.
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-ENTRY-DUE-SW         PIC X VALUE "N".
           88  WS-ENTRY-DUE        VALUE "Y".
       01  WS-ANY-FLAGGED-SW       PIC X VALUE "N".
           88  WS-ANY-FLAGGED      VALUE "Y".
       01  WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.

      * Forecast horizon in processing dates, and a cap on the
      * calendar days walked to find them so a mispunched calendar
      * cannot run the forecast on forever.
       01  WS-DAYS-IN              PIC X(2) VALUE SPACES.
       01  WS-DAYS-IN-N REDEFINES WS-DAYS-IN PIC 9(2).
       01  WS-FCST-DAYS            PIC 9(2) VALUE 30.
       01  WS-FCST-MIN-DAYS        PIC 9(2) VALUE 30.
       01  WS-FCST-MAX-DAYS        PIC 9(2) VALUE 90.
       01  WS-NIGHT-COUNT          PIC 9(4) COMP-3 VALUE 0.
       01  WS-CAL-DAYS-WALKED      PIC 9(4) COMP-3 VALUE 0.
       01  WS-CAL-DAYS-MAX         PIC 9(4) COMP-3 VALUE 200.
       01  WS-NIGHT-DATE           PIC 9(8).

      * Window limit in hundredths of a second - four hours of
      * summed elapsed time, on the same basis FIBTREND totals a
      * night's window.
       01  WS-WINDOW-LIMIT-HUN     PIC 9(11) VALUE 1440000.
       01  WS-NIGHT-DUE            PIC 9(5) VALUE 0.
       01  WS-NIGHT-EST-HUN        PIC 9(11) VALUE 0.
       01  WS-MONTH-END-SW         PIC X VALUE "N".
           88  WS-MONTH-END-NIGHT  VALUE "Y".
       01  WS-NIGHT-MM             PIC 9(2).
       01  WS-OVER-COUNT           PIC 9(5) VALUE 0.
       01  WS-EMPTY-COUNT          PIC 9(5) VALUE 0.
       01  WS-NO-RERUN-COUNT       PIC 9(5) VALUE 0.
       01  WS-ELAPSED-SEC          PIC 9(9)V99 VALUE 0.

      * Date work areas and calendar switches, as FIB keeps them.
       01  WS-DATE-INT             PIC 9(8).
       01  WS-WORK-DATE-N          PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE-N.
           05  WS-WORK-YYYY        PIC 9(4).
           05  WS-WORK-MM          PIC 9(2).
           05  WS-WORK-DD          PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
       01  WS-FIBCAL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCAL-OPEN-SW       PIC X VALUE "N".
           88  WS-FIBCAL-OPEN      VALUE "Y".
       01  WS-FIBCAL-USABLE-SW     PIC X VALUE "N".
           88  WS-FIBCAL-USABLE    VALUE "Y".
       01  WS-BUS-DAY-SW           PIC X VALUE "Y".
           88  WS-BUS-DAY          VALUE "Y".
       01  WS-BUS-TRIES            PIC 9(2) VALUE 0.

      * The entry under test. Each table entry is moved here, tested
      * and rolled through the FIB paragraphs, and moved back.
           COPY FIBPARM REPLACING LEADING ==FIBPARM== BY ==WS-FCP==.

       01  WS-ENTRY-TABLE.
           05  WS-ENT-MAX          PIC 9(4) COMP-3 VALUE 500.
           05  WS-ENT-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-ENT-ENTRY OCCURS 500 TIMES
                   INDEXED BY ENT-IX.
               10  WS-ENT-REC      PIC X(80).
               10  WS-ENT-DUE-SW   PIC X.
                   88  WS-ENT-DUE-TONIGHT VALUE "Y".
               10  WS-ENT-RUNS     PIC 9(4) COMP-3.
               10  WS-ENT-HIST     PIC 9(1).
               10  WS-ENT-EST-HUN  PIC 9(9).

      * Last five elapsed times per sequence, kept round-robin as
      * FIBRSTAT is read in the order it was appended.
       01  WS-STS-TABLE.
           05  WS-STS-MAX          PIC 9(4) COMP-3 VALUE 500.
           05  WS-STS-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-STS-ENTRY OCCURS 500 TIMES
                   INDEXED BY STS-IX.
               10  WS-STS-SEQ-ID   PIC X(8).
               10  WS-STS-KEPT     PIC 9(1).
               10  WS-STS-NEXT     PIC 9(1).
               10  WS-STS-EL       PIC 9(9) OCCURS 5 TIMES.
       01  WS-STS-KEEP             PIC 9(1) VALUE 5.
       01  WS-STS-SUB              PIC 9(1).
       01  WS-STS-SUM              PIC 9(11).

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(22)
               VALUE "FIB SCHEDULE FORECAST ".
           05  FILLER              PIC X(5) VALUE "FROM ".
           05  WS-RPT-TITLE-FROM   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-SEC1-LINE.
           05  FILLER              PIC X(40) VALUE
               "NIGHTLY FORECAST - SEQUENCES DUE".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-RPT-HDG1-LINE.
           05  FILLER              PIC X(21) VALUE
               "PROC DATE  DAY TYPE".
           05  FILLER              PIC X(9) VALUE "SEQ-ID".
           05  FILLER              PIC X(10) VALUE "FREQ".
           05  FILLER              PIC X(15) VALUE "   EST SECS".
           05  FILLER              PIC X(25) VALUE "BASIS / FLAG".

       01  WS-RPT-NIGHT-LINE.
           05  WS-RPT-NGT-DATE     PIC 9(8).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RPT-NGT-TYPE     PIC X(9).
           05  FILLER              PIC X VALUE SPACES.
           05  FILLER              PIC X(4) VALUE "DUE ".
           05  WS-RPT-NGT-DUE      PIC ZZZ9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(7) VALUE "WINDOW ".
           05  WS-RPT-NGT-SECS     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-NGT-FLAG     PIC X(16).

       01  WS-RPT-SEQ-LINE.
           05  FILLER              PIC X(21) VALUE SPACES.
           05  WS-RPT-SEQ-ID       PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-SEQ-FREQ     PIC X(9).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-SEQ-SECS     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(5) VALUE SPACES.
           05  WS-RPT-SEQ-BASIS    PIC X(20).

       01  WS-RPT-SEC2-LINE.
           05  FILLER              PIC X(46) VALUE
               "ENTRIES THAT WILL NOT RUN AGAIN IN FORECAST".
           05  FILLER              PIC X(34) VALUE SPACES.

       01  WS-RPT-HDG2-LINE.
           05  FILLER              PIC X(9) VALUE "SEQ-ID".
           05  FILLER              PIC X(10) VALUE "FREQ".
           05  FILLER              PIC X(31) VALUE "REASON".
           05  FILLER              PIC X(10) VALUE "EXPIRY".
           05  FILLER              PIC X(10) VALUE "NEXT RUN".

       01  WS-RPT-NORUN-LINE.
           05  WS-RPT-NR-SEQ-ID    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-NR-FREQ      PIC X(9).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-NR-REASON    PIC X(30).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-NR-EXP       PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-RPT-NR-NEXT      PIC X(8).

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(7) VALUE "NIGHTS ".
           05  WS-RPT-FTR-NIGHTS   PIC ZZ9.
           05  FILLER              PIC X(14) VALUE "  OVER WINDOW ".
           05  WS-RPT-FTR-OVER     PIC ZZ9.
           05  FILLER              PIC X(14) VALUE "  NOTHING DUE ".
           05  WS-RPT-FTR-EMPTY    PIC ZZ9.
           05  FILLER              PIC X(20)
               VALUE "  NOT RUNNING AGAIN ".
           05  WS-RPT-FTR-NORUN    PIC ZZZ9.

       01  WS-RPT-OUT-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           MOVE WS-PROCESS-DATE TO WS-START-DATE
           PERFORM 0200-SET-HORIZON
           PERFORM 1000-LOAD-STATS
           PERFORM 1100-LOAD-ENTRIES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM 2000-FORECAST-NIGHTS
           PERFORM 3000-REPORT-NOT-RUNNING-AGAIN
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBFCRPT
           IF WS-FIBCAL-OPEN AND WS-FIBCAL-USABLE
               CLOSE FIBCAL
           END-IF
           DISPLAY "FIBFCST NIGHTS FORECAST:     " WS-NIGHT-COUNT
           DISPLAY "FIBFCST NIGHTS OVER WINDOW:  " WS-OVER-COUNT
           DISPLAY "FIBFCST NIGHTS NOTHING DUE:  " WS-EMPTY-COUNT
           DISPLAY "FIBFCST NOT RUNNING AGAIN:   " WS-NO-RERUN-COUNT
           IF WS-ANY-FLAGGED
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

       0200-SET-HORIZON.
           ACCEPT WS-DAYS-IN FROM ENVIRONMENT "FIB_FCST_DAYS"
           IF WS-DAYS-IN-N IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-DAYS-IN-N < WS-FCST-MIN-DAYS
                       MOVE WS-FCST-MIN-DAYS TO WS-FCST-DAYS
                   WHEN WS-DAYS-IN-N > WS-FCST-MAX-DAYS
                       MOVE WS-FCST-MAX-DAYS TO WS-FCST-DAYS
                   WHEN OTHER
                       MOVE WS-DAYS-IN-N TO WS-FCST-DAYS
               END-EVALUATE
           ELSE
               MOVE WS-FCST-MIN-DAYS TO WS-FCST-DAYS
           END-IF.

       1000-LOAD-STATS.
           OPEN INPUT FIBRSTAT
           IF WS-FIBRSTAT-STATUS = "00"
               PERFORM UNTIL WS-FIBRSTAT-EOF
                   READ FIBRSTAT
                       AT END SET WS-FIBRSTAT-EOF TO TRUE
                       NOT AT END PERFORM 1050-POST-STATS-RECORD
                   END-READ
               END-PERFORM
               CLOSE FIBRSTAT
           ELSE
               DISPLAY "FIBFCST WARNING - FIBRSTAT NOT AVAILABLE"
                   " (STATUS " WS-FIBRSTAT-STATUS ") -"
                   " NO ELAPSED ESTIMATES"
           END-IF.

       1050-POST-STATS-RECORD.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STS-IX FROM 1 BY 1
                   UNTIL STS-IX > WS-STS-COUNT OR WS-FOUND
               IF WS-STS-SEQ-ID (STS-IX) = FIBRSTAT-SEQ-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET STS-IX DOWN BY 1
           ELSE
               IF WS-STS-COUNT < WS-STS-MAX
                   ADD 1 TO WS-STS-COUNT
                   SET STS-IX TO WS-STS-COUNT
                   MOVE FIBRSTAT-SEQ-ID TO WS-STS-SEQ-ID (STS-IX)
                   MOVE 0 TO WS-STS-KEPT (STS-IX)
                   MOVE 1 TO WS-STS-NEXT (STS-IX)
                   SET WS-FOUND TO TRUE
               ELSE
                   DISPLAY "FIBFCST WARNING - STATS TABLE FULL -"
                       " SEQ-ID " FIBRSTAT-SEQ-ID " NOT ESTIMATED"
               END-IF
           END-IF
           IF WS-FOUND
               MOVE WS-STS-NEXT (STS-IX) TO WS-STS-SUB
               MOVE FIBRSTAT-ELAPSED-HUN TO
                   WS-STS-EL (STS-IX, WS-STS-SUB)
               IF WS-STS-KEPT (STS-IX) < WS-STS-KEEP
                   ADD 1 TO WS-STS-KEPT (STS-IX)
               END-IF
               IF WS-STS-NEXT (STS-IX) >= WS-STS-KEEP
                   MOVE 1 TO WS-STS-NEXT (STS-IX)
               ELSE
                   ADD 1 TO WS-STS-NEXT (STS-IX)
               END-IF
           END-IF.

      * Inactive entries are carried too - they are listed at the
      * end as never running again. With no active entry at all FIB
      * runs the DEFAULT sequence every business night, so the
      * forecast does the same.
       1100-LOAD-ENTRIES.
           OPEN INPUT FIBPARM
           IF WS-FIBPARM-STATUS NOT = "00" AND
                   WS-FIBPARM-STATUS NOT = "97"
               DISPLAY "FIBFCST ABORT - FIBPARM OPEN FAILED STATUS "
                   WS-FIBPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FIBPARM-EOF
               READ FIBPARM
                   AT END SET WS-FIBPARM-EOF TO TRUE
                   NOT AT END
                       IF FIBPARM-IS-ACTIVE
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                       MOVE FIBPARM-REC TO WS-FCP-REC
                       PERFORM 1150-POST-ENTRY
               END-READ
           END-PERFORM
           CLOSE FIBPARM
           IF WS-ACTIVE-COUNT = 0
               MOVE SPACES TO WS-FCP-REC
               MOVE "DEFAULT " TO WS-FCP-SEQ-ID
               MOVE "Y" TO WS-FCP-ACTIVE
               MOVE "D" TO WS-FCP-FREQ
               MOVE 0 TO WS-FCP-EFF-DATE
               MOVE 0 TO WS-FCP-EXP-DATE
               MOVE 0 TO WS-FCP-NEXT-RUN-DATE
               PERFORM 1150-POST-ENTRY
           END-IF.

       1150-POST-ENTRY.
           IF WS-ENT-COUNT < WS-ENT-MAX
               ADD 1 TO WS-ENT-COUNT
               SET ENT-IX TO WS-ENT-COUNT
               MOVE WS-FCP-REC TO WS-ENT-REC (ENT-IX)
               MOVE "N" TO WS-ENT-DUE-SW (ENT-IX)
               MOVE 0 TO WS-ENT-RUNS (ENT-IX)
               PERFORM 1160-SET-ESTIMATE
           ELSE
               DISPLAY "FIBFCST WARNING - ENTRY TABLE FULL -"
                   " SEQ-ID " WS-FCP-SEQ-ID " NOT FORECAST"
           END-IF.

       1160-SET-ESTIMATE.
           MOVE 0 TO WS-ENT-HIST (ENT-IX)
           MOVE 0 TO WS-ENT-EST-HUN (ENT-IX)
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING STS-IX FROM 1 BY 1
                   UNTIL STS-IX > WS-STS-COUNT OR WS-FOUND
               IF WS-STS-SEQ-ID (STS-IX) = WS-FCP-SEQ-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET STS-IX DOWN BY 1
               MOVE 0 TO WS-STS-SUM
               PERFORM VARYING WS-STS-SUB FROM 1 BY 1
                       UNTIL WS-STS-SUB > WS-STS-KEPT (STS-IX)
                   ADD WS-STS-EL (STS-IX, WS-STS-SUB) TO WS-STS-SUM
               END-PERFORM
               MOVE WS-STS-KEPT (STS-IX) TO WS-ENT-HIST (ENT-IX)
               IF WS-STS-KEPT (STS-IX) > 0
                   COMPUTE WS-ENT-EST-HUN (ENT-IX) =
                       WS-STS-SUM / WS-STS-KEPT (STS-IX)
               END-IF
           END-IF.

      * FIB holds the plain nightly walk on a non-business date, so
      * only business dates are processing dates here.
       2000-FORECAST-NIGHTS.
           MOVE " " TO FIBFRPT-CC
           MOVE WS-RPT-SEC1-LINE TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           MOVE WS-RPT-HDG1-LINE TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           ADD 2 TO WS-RPT-LINE-COUNT
           MOVE WS-START-DATE TO WS-NIGHT-DATE
           PERFORM UNTIL WS-NIGHT-COUNT >= WS-FCST-DAYS OR
                   WS-CAL-DAYS-WALKED >= WS-CAL-DAYS-MAX
               MOVE WS-NIGHT-DATE TO WS-WORK-DATE-N
               PERFORM 1090-TEST-BUSINESS-DAY
               IF WS-BUS-DAY
                   ADD 1 TO WS-NIGHT-COUNT
                   PERFORM 2100-FORECAST-ONE-NIGHT
               END-IF
               ADD 1 TO WS-CAL-DAYS-WALKED
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) + 1
               COMPUTE WS-NIGHT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-PERFORM
           IF WS-NIGHT-COUNT < WS-FCST-DAYS
               DISPLAY "FIBFCST WARNING - ONLY " WS-NIGHT-COUNT
                   " BUSINESS DATES FOUND IN " WS-CAL-DAYS-MAX
                   " CALENDAR DAYS"
           END-IF.

      * First pass finds the night's due entries and totals their
      * estimates so the night line heads its group; the second
      * lists them and rolls each one's next-run-date forward.
       2100-FORECAST-ONE-NIGHT.
           MOVE WS-NIGHT-DATE TO WS-PROCESS-DATE
           MOVE WS-NIGHT-DATE TO WS-LAST-FCST-DATE
           MOVE 0 TO WS-NIGHT-DUE
           MOVE 0 TO WS-NIGHT-EST-HUN
           PERFORM VARYING ENT-IX FROM 1 BY 1
                   UNTIL ENT-IX > WS-ENT-COUNT
               MOVE "N" TO WS-ENT-DUE-SW (ENT-IX)
               MOVE WS-ENT-REC (ENT-IX) TO WS-FCP-REC
               IF WS-FCP-IS-ACTIVE
                   PERFORM 1060-TEST-ENTRY-DUE
                   IF WS-ENTRY-DUE
                       MOVE "Y" TO WS-ENT-DUE-SW (ENT-IX)
                       ADD 1 TO WS-NIGHT-DUE
                       ADD WS-ENT-EST-HUN (ENT-IX) TO
                           WS-NIGHT-EST-HUN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 2200-TEST-MONTH-END-NIGHT
           PERFORM 2300-REPORT-NIGHT
           PERFORM VARYING ENT-IX FROM 1 BY 1
                   UNTIL ENT-IX > WS-ENT-COUNT
               IF WS-ENT-DUE-TONIGHT (ENT-IX)
                   MOVE WS-ENT-REC (ENT-IX) TO WS-FCP-REC
                   PERFORM 2400-REPORT-DUE-ENTRY
                   PERFORM 1070-ROLL-NEXT-RUN-DATE
                   MOVE WS-FCP-REC TO WS-ENT-REC (ENT-IX)
                   ADD 1 TO WS-ENT-RUNS (ENT-IX)
               END-IF
           END-PERFORM.

      * The last business day of its month: the next business day
      * after it falls in another month.
       2200-TEST-MONTH-END-NIGHT.
           MOVE "N" TO WS-MONTH-END-SW
           MOVE WS-NIGHT-DATE TO WS-WORK-DATE-N
           MOVE WS-WORK-MM TO WS-NIGHT-MM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-DATE) + 1
           COMPUTE WS-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM 1080-ADVANCE-TO-BUSINESS-DAY
           IF WS-WORK-MM NOT = WS-NIGHT-MM
               SET WS-MONTH-END-NIGHT TO TRUE
           END-IF.

       2300-REPORT-NIGHT.
           MOVE WS-NIGHT-DATE TO WS-RPT-NGT-DATE
           IF WS-MONTH-END-NIGHT
               MOVE "MONTH-END" TO WS-RPT-NGT-TYPE
           ELSE
               MOVE "BUSINESS" TO WS-RPT-NGT-TYPE
           END-IF
           MOVE WS-NIGHT-DUE TO WS-RPT-NGT-DUE
           COMPUTE WS-ELAPSED-SEC = WS-NIGHT-EST-HUN / 100
           MOVE WS-ELAPSED-SEC TO WS-RPT-NGT-SECS
           EVALUATE TRUE
               WHEN WS-NIGHT-DUE = 0
                   MOVE "*NOTHING DUE*" TO WS-RPT-NGT-FLAG
                   ADD 1 TO WS-EMPTY-COUNT
                   SET WS-ANY-FLAGGED TO TRUE
               WHEN WS-NIGHT-EST-HUN > WS-WINDOW-LIMIT-HUN
                   MOVE "*OVER WINDOW*" TO WS-RPT-NGT-FLAG
                   ADD 1 TO WS-OVER-COUNT
                   SET WS-ANY-FLAGGED TO TRUE
                   DISPLAY "FIBFCST OVER WINDOW - " WS-NIGHT-DATE
                       " EST " WS-ELAPSED-SEC " SECS"
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-NGT-FLAG
           END-EVALUATE
           MOVE SPACES TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE
           MOVE WS-RPT-NIGHT-LINE TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE.

       2400-REPORT-DUE-ENTRY.
           MOVE WS-FCP-SEQ-ID TO WS-RPT-SEQ-ID
           PERFORM 2450-SET-FREQ-TEXT
           MOVE WS-RPT-NR-FREQ TO WS-RPT-SEQ-FREQ
           COMPUTE WS-ELAPSED-SEC = WS-ENT-EST-HUN (ENT-IX) / 100
           MOVE WS-ELAPSED-SEC TO WS-RPT-SEQ-SECS
           IF WS-ENT-HIST (ENT-IX) = 0
               MOVE "NO RUN HISTORY" TO WS-RPT-SEQ-BASIS
           ELSE
               MOVE SPACES TO WS-RPT-SEQ-BASIS
               STRING "AVG OF LAST " DELIMITED BY SIZE
                       WS-ENT-HIST (ENT-IX) DELIMITED BY SIZE
                       " RUNS" DELIMITED BY SIZE
                   INTO WS-RPT-SEQ-BASIS
           END-IF
           MOVE WS-RPT-SEQ-LINE TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE.

       2450-SET-FREQ-TEXT.
           EVALUATE TRUE
               WHEN WS-FCP-FREQ-WEEKLY
                   MOVE "WEEKLY" TO WS-RPT-NR-FREQ
               WHEN WS-FCP-FREQ-MONTHLY
                   MOVE "MONTHLY" TO WS-RPT-NR-FREQ
               WHEN WS-FCP-FREQ-MONTH-END
                   MOVE "MONTH-END" TO WS-RPT-NR-FREQ
               WHEN OTHER
                   MOVE "DAILY" TO WS-RPT-NR-FREQ
           END-EVALUATE.

      * An entry that never came due in the forecast and cannot
      * come due afterwards: held inactive, or expiring inside the
      * forecast before its next-run-date is reached. Entries that
      * expired before the forecast starts are already gone.
       3000-REPORT-NOT-RUNNING-AGAIN.
           MOVE SPACES TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE
           MOVE WS-RPT-SEC2-LINE TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE
           MOVE WS-RPT-HDG2-LINE TO WS-RPT-OUT-LINE
           PERFORM 0720-WRITE-RPT-LINE
           PERFORM VARYING ENT-IX FROM 1 BY 1
                   UNTIL ENT-IX > WS-ENT-COUNT
               MOVE WS-ENT-REC (ENT-IX) TO WS-FCP-REC
               IF WS-ENT-RUNS (ENT-IX) = 0
                   PERFORM 3100-TEST-ONE-ENTRY
               END-IF
           END-PERFORM
           IF WS-NO-RERUN-COUNT = 0
               MOVE "NO ENTRY STOPS RUNNING INSIDE THE FORECAST" TO
                   WS-RPT-MSG
               MOVE WS-RPT-MSG-LINE TO WS-RPT-OUT-LINE
               PERFORM 0720-WRITE-RPT-LINE
           END-IF.

       3100-TEST-ONE-ENTRY.
           MOVE SPACES TO WS-RPT-NR-REASON
           IF WS-FCP-EXP-DATE IS NUMERIC AND WS-FCP-EXP-DATE > 0 AND
                   WS-FCP-EXP-DATE < WS-START-DATE
               CONTINUE
           ELSE
               IF NOT WS-FCP-IS-ACTIVE
                   MOVE "INACTIVE - WILL NOT RUN" TO
                       WS-RPT-NR-REASON
               ELSE
                   IF WS-FCP-EXP-DATE IS NUMERIC AND
                           WS-FCP-EXP-DATE > 0 AND
                           WS-FCP-EXP-DATE <= WS-LAST-FCST-DATE
                       MOVE "EXPIRES WITHOUT RUNNING AGAIN" TO
                           WS-RPT-NR-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-RPT-NR-REASON NOT = SPACES
               ADD 1 TO WS-NO-RERUN-COUNT
               SET WS-ANY-FLAGGED TO TRUE
               MOVE WS-FCP-SEQ-ID TO WS-RPT-NR-SEQ-ID
               PERFORM 2450-SET-FREQ-TEXT
               IF WS-FCP-EXP-DATE IS NUMERIC AND WS-FCP-EXP-DATE > 0
                   MOVE WS-FCP-EXP-DATE TO WS-RPT-NR-EXP
               ELSE
                   MOVE "NONE" TO WS-RPT-NR-EXP
               END-IF
               IF WS-FCP-NEXT-RUN-DATE IS NUMERIC AND
                       WS-FCP-NEXT-RUN-DATE > 0
                   MOVE WS-FCP-NEXT-RUN-DATE TO WS-RPT-NR-NEXT
               ELSE
                   MOVE "NONE" TO WS-RPT-NR-NEXT
               END-IF
               MOVE WS-RPT-NORUN-LINE TO WS-RPT-OUT-LINE
               PERFORM 0720-WRITE-RPT-LINE
               DISPLAY "FIBFCST NOT RUNNING AGAIN - SEQ-ID "
                   WS-FCP-SEQ-ID " " WS-RPT-NR-REASON
           END-IF.

      * Same selection FIB applies on a nightly run: effective date
      * reached, not expired, next-run-date reached; zero, blank or
      * unparseable dates impose no constraint.
       1060-TEST-ENTRY-DUE.
           MOVE "Y" TO WS-ENTRY-DUE-SW
           IF WS-FCP-EFF-DATE IS NUMERIC AND
                   WS-FCP-EFF-DATE > 0 AND
                   WS-FCP-EFF-DATE > WS-PROCESS-DATE
               MOVE "N" TO WS-ENTRY-DUE-SW
           END-IF
           IF WS-FCP-EXP-DATE IS NUMERIC AND
                   WS-FCP-EXP-DATE > 0 AND
                   WS-FCP-EXP-DATE < WS-PROCESS-DATE
               MOVE "N" TO WS-ENTRY-DUE-SW
           END-IF
           IF WS-FCP-NEXT-RUN-DATE IS NUMERIC AND
                   WS-FCP-NEXT-RUN-DATE > 0 AND
                   WS-FCP-NEXT-RUN-DATE > WS-PROCESS-DATE
               MOVE "N" TO WS-ENTRY-DUE-SW
           END-IF.

      * Same roll FIB and FIBMERGE apply after a successful run,
      * squared with the FIBCAL calendar the same way: daily, weekly
      * and monthly dates advance to the next business day, while
      * month-end (frequency E) backs up to the last business day of
      * its month.
       1070-ROLL-NEXT-RUN-DATE.
           EVALUATE TRUE
               WHEN WS-FCP-FREQ-WEEKLY
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 7
                   COMPUTE WS-WORK-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               WHEN WS-FCP-FREQ-MONTHLY
                   PERFORM 1075-SET-NEXT-MONTH-DATE
               WHEN WS-FCP-FREQ-MONTH-END
                   PERFORM 1076-SET-MONTH-END-DATE
               WHEN OTHER
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE) + 1
                   COMPUTE WS-WORK-DATE-N =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-EVALUATE
           IF WS-FCP-FREQ-MONTH-END
               PERFORM 1085-RETREAT-TO-BUSINESS-DAY
           ELSE
               PERFORM 1080-ADVANCE-TO-BUSINESS-DAY
           END-IF
           MOVE WS-WORK-DATE-N TO WS-FCP-NEXT-RUN-DATE.

       1075-SET-NEXT-MONTH-DATE.
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
           IF WS-WORK-MM = 12
               MOVE 01 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           PERFORM 1078-GET-DAYS-IN-MONTH
           IF WS-WORK-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD
           END-IF.

      * Month-end means the last calendar day of the next month;
      * 1085-RETREAT-TO-BUSINESS-DAY then backs it up to the last
      * business day.
       1076-SET-MONTH-END-DATE.
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
           IF WS-WORK-MM = 12
               MOVE 01 TO WS-WORK-MM
               ADD 1 TO WS-WORK-YYYY
           ELSE
               ADD 1 TO WS-WORK-MM
           END-IF
           PERFORM 1078-GET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WORK-DD.

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

      * The try cap keeps a mispunched calendar (every day marked H)
      * from walking the date away forever; after a month of tries
      * the computed date stands as rolled.
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

       1085-RETREAT-TO-BUSINESS-DAY.
           MOVE 0 TO WS-BUS-TRIES
           PERFORM 1090-TEST-BUSINESS-DAY
           PERFORM UNTIL WS-BUS-DAY OR WS-BUS-TRIES > 30
               ADD 1 TO WS-BUS-TRIES
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1
               COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1090-TEST-BUSINESS-DAY
           END-PERFORM.

      * A date with no FIBCAL record imposes no constraint and
      * counts as a business day, matching how the other optional
      * files here behave when absent.
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
           OPEN OUTPUT FIBFCRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-START-DATE TO WS-RPT-TITLE-FROM
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBFRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           MOVE " " TO FIBFRPT-CC
           MOVE SPACES TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           MOVE 2 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBFRPT-CC
           MOVE WS-RPT-OUT-LINE TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-NIGHT-COUNT TO WS-RPT-FTR-NIGHTS
           MOVE WS-OVER-COUNT TO WS-RPT-FTR-OVER
           MOVE WS-EMPTY-COUNT TO WS-RPT-FTR-EMPTY
           MOVE WS-NO-RERUN-COUNT TO WS-RPT-FTR-NORUN
           MOVE " " TO FIBFRPT-CC
           MOVE SPACES TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBFRPT-LINE
           WRITE FIBFCRPT-REC.
