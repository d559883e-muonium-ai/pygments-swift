      *            extract and a pre-conversion abend no longer
      *            leaves FIBMASTO's warning and FIBOPER's
      *            RETURN-CODE 4 standing forever.
      * 2026-09-14 Each FIBPARM entry now carries its own two seed
      *            values (blank or zero-zero meaning the classic
      *            0/1), so Lucas (2/1) and custom-seeded series run
      *            through both the classic and extended paths. The
      *            safe maximum N is now worked out per seed pair in
      *            0150-VALIDATE-N by running the series itself: the
      *            last index whose term fits the 18-digit classic
      *            field for N up to WS-CLASSIC-MAX-N, or the 108-
      *            digit extended field (capped at WS-MAX-SAFE-N)
      *            above it, and a reject is suspensed against that
      *            ceiling. The seeds are written to the extract and
      *            delta trailers and the FIBAUDIT record, and shown
      *            in the FIBRPT001 title line.
      * 2026-09-21 Each next-run-date roll now first writes the
      *            entry's before-image to the FIBROLL KSDS (keyed by
      *            processing date and seq-id; the first roll of a
      *            night is kept), and each FIBAUDIT record carries
      *            the processing date it was written for, so
      *            FIBBKOUT can reverse a bad night exactly.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIB.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBLOCK-SEQ-ID
               FILE STATUS IS WS-FIBLOCK-STATUS.
           SELECT FIBROLL ASSIGN TO "FIBROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBROLL-KEY
               FILE STATUS IS WS-FIBROLL-STATUS.
           SELECT FIBCYCLE ASSIGN TO "FIBCYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORDING MODE IS F.
           COPY FIBLOCK.

       FD  FIBROLL
           RECORDING MODE IS F.
           COPY FIBROLL.

       FD  FIBCYCLE
           RECORDING MODE IS F.
           COPY FIBCYCL.
       01  WS-CKPT-INTERVAL        PIC 9(2) VALUE 1.
       01  WS-MAX-SAFE-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-CLASSIC-MAX-N        PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-1               PIC 9(4) VALUE 0.
       01  WS-SEED-2               PIC 9(4) VALUE 1.
       01  WS-SEED-CLASSIC-MAX-N   PIC 9(4) COMP-3 VALUE 86.
       01  WS-SEED-MAX-N           PIC 9(4) COMP-3 VALUE 500.
       01  WS-REJECT-MAX-N         PIC 9(4) COMP-3 VALUE 500.
       01  WS-CEIL-I               PIC 9(4) COMP-3.
       01  WS-PROCESS-SEQ-SW       PIC X VALUE "N".
           88  WS-PROCESS-SEQ      VALUE "Y".
       01  WS-HAD-REJECTS-SW       PIC X VALUE "N".
           88  WS-FIBLOCK-OPEN     VALUE "Y".
       01  WS-FIBLOCK-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBLOCK-USABLE   VALUE "Y".
       01  WS-FIBROLL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBROLL-OPEN-SW      PIC X VALUE "N".
           88  WS-FIBROLL-OPEN     VALUE "Y".
       01  WS-FIBROLL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBROLL-USABLE   VALUE "Y".
       01  WS-FIBREQ-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBREQ-EOF-SW        PIC X VALUE "N".
           88  WS-FIBREQ-EOF       VALUE "Y".
           05  FILLER              PIC X(17)
               VALUE "FIBONACCI REPORT ".
           05  WS-RPT-TITLE-SEQ-ID PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "SEEDS ".
           05  WS-RPT-TITLE-SEED-1 PIC 9(4).
           05  FILLER              PIC X(1) VALUE "/".
           05  WS-RPT-TITLE-SEED-2 PIC 9(4).
           05  FILLER              PIC X(3) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           IF WS-FIBLOCK-OPEN AND WS-FIBLOCK-USABLE
               CLOSE FIBLOCK
           END-IF
           IF WS-FIBROLL-OPEN AND WS-FIBROLL-USABLE
               CLOSE FIBROLL
           END-IF
           IF WS-HAD-REJECTS
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE WS-DELTA-COUNT TO DLTREC-REC-COUNT
           MOVE WS-DELTA-SUM TO DLTREC-CTRL-SUM
           MOVE WS-PRIOR-HWM TO DLTREC-PRIOR-HWM
           MOVE WS-SEED-1 TO DLTREC-SEED-1
           MOVE WS-SEED-2 TO DLTREC-SEED-2
           WRITE DLTREC.

      * The record carries the low-order 108 digits of the 117-digit
           MOVE WS-FIBOUT-COUNT TO FIBRECX-REC-COUNT
           MOVE WS-XSUM-DIGITS TO FIBRECX-CTRL-SUM (1:117)
           MOVE 0 TO FIBRECX-PRIOR-HWM
           MOVE WS-SEED-1 TO FIBRECX-SEED-1
           MOVE WS-SEED-2 TO FIBRECX-SEED-2
           WRITE FIBRECX.

      * Mirror of 0900-CUT-DELTA-EXTRACT for the extended layout:
           MOVE WS-DELTA-COUNT TO DLTRX-REC-COUNT
           MOVE WS-XSUM-DIGITS TO DLTRX-CTRL-SUM (1:117)
           MOVE WS-PRIOR-HWM TO DLTRX-PRIOR-HWM
           MOVE WS-SEED-1 TO DLTRX-SEED-1
           MOVE WS-SEED-2 TO DLTRX-SEED-2
           WRITE DLTRX.

       1000-PROCESS-ALL-SEQUENCES.
           ADD 1 TO WS-PARM-COUNT
           MOVE FIBWRK-SEQ-ID TO WS-CURRENT-SEQ-ID
           MOVE FIBWRK-N TO N
           MOVE 0 TO WS-SEED-1
           MOVE 0 TO WS-SEED-2
           IF FIBWRK-SEED-1 IS NUMERIC
               MOVE FIBWRK-SEED-1 TO WS-SEED-1
           END-IF
           IF FIBWRK-SEED-2 IS NUMERIC
               MOVE FIBWRK-SEED-2 TO WS-SEED-2
           END-IF
           PERFORM 1045-DEFAULT-SEEDS
           PERFORM 1200-RUN-SEQUENCE.

      * Blank seeds (entries written before seeds existed) and a
      * zero-zero pair, which would only ever produce zeros, both
      * mean the classic 0/1 series.
       1045-DEFAULT-SEEDS.
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
               MOVE 1 TO WS-SEED-2
           END-IF.

       1050-PROCESS-ONE-ENTRY.
           IF FIBPARM-IS-ACTIVE
               ADD 1 TO WS-PARM-COUNT
               IF WS-ENTRY-DUE
                   MOVE FIBPARM-SEQ-ID TO WS-CURRENT-SEQ-ID
                   MOVE FIBPARM-N TO N
                   MOVE 0 TO WS-SEED-1
                   MOVE 0 TO WS-SEED-2
                   IF FIBPARM-SEED-1 IS NUMERIC
                       MOVE FIBPARM-SEED-1 TO WS-SEED-1
                   END-IF
                   IF FIBPARM-SEED-2 IS NUMERIC
                       MOVE FIBPARM-SEED-2 TO WS-SEED-2
                   END-IF
                   PERFORM 1045-DEFAULT-SEEDS
                   PERFORM 0450-MARK-SEQ-IN-FLIGHT
                   PERFORM 1200-RUN-SEQUENCE
                   IF WS-PROCESS-SEQ AND NOT WS-SELECTIVE
           ELSE
               PERFORM 1080-ADVANCE-TO-BUSINESS-DAY
           END-IF
           PERFORM 1072-SAVE-ROLL-BEFORE-IMAGE
           MOVE WS-WORK-DATE-N TO FIBPARM-NEXT-RUN-DATE
           REWRITE FIBPARM-REC
           IF WS-FIBPARM-STATUS NOT = "00"
                   WS-FIBPARM-STATUS ")"
           END-IF.

      * The first roll of a night holds the true before-image; a
      * later roll of the same entry for the same processing date
      * (a recycled item run again) leaves it alone.
       1072-SAVE-ROLL-BEFORE-IMAGE.
           IF NOT WS-FIBROLL-OPEN
               PERFORM 1074-OPEN-ROLL-IMAGES
           END-IF
           IF WS-FIBROLL-USABLE
               MOVE SPACES TO FIBROLL-REC
               MOVE WS-PROCESS-DATE TO FIBROLL-RUN-DATE
               MOVE WS-CURRENT-SEQ-ID TO FIBROLL-SEQ-ID
               IF FIBPARM-NEXT-RUN-DATE IS NUMERIC
                   MOVE FIBPARM-NEXT-RUN-DATE TO FIBROLL-BEFORE-DATE
               ELSE
                   MOVE 0 TO FIBROLL-BEFORE-DATE
               END-IF
               MOVE WS-WORK-DATE-N TO FIBROLL-AFTER-DATE
               MOVE WS-CYC-STEP-ID TO FIBROLL-STEP-ID
               MOVE WS-RUN-DATE TO FIBROLL-ROLL-DATE
               ACCEPT FIBROLL-ROLL-TIME FROM TIME
               WRITE FIBROLL-REC
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               DISPLAY "FIB WARNING - SEQ-ID " WS-CURRENT-SEQ-ID
                   " NO FIBROLL BEFORE-IMAGE (STATUS "
                   WS-FIBROLL-STATUS ")"
           END-IF.

       1074-OPEN-ROLL-IMAGES.
           OPEN I-O FIBROLL
           IF WS-FIBROLL-STATUS = "35"
               OPEN OUTPUT FIBROLL
               IF WS-FIBROLL-STATUS = "00"
                   CLOSE FIBROLL
                   OPEN I-O FIBROLL
               END-IF
           END-IF
           IF WS-FIBROLL-STATUS = "00" OR WS-FIBROLL-STATUS = "97"
               SET WS-FIBROLL-USABLE TO TRUE
           END-IF
           SET WS-FIBROLL-OPEN TO TRUE.

       1075-SET-NEXT-MONTH-DATE.
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
           IF WS-WORK-MM = 12

       1100-RUN-DEFAULT-SEQUENCE.
           MOVE "DEFAULT " TO WS-CURRENT-SEQ-ID
           MOVE 0 TO WS-SEED-1
           MOVE 1 TO WS-SEED-2
           PERFORM 1200-RUN-SEQUENCE.

       1200-RUN-SEQUENCE.
           END-IF.

       1210-RUN-CLASSIC-SEQUENCE.
           MOVE WS-SEED-1 TO A
           MOVE WS-SEED-2 TO B
           MOVE 1 TO WS-START-I
           MOVE 0 TO WS-FIBOUT-COUNT
           MOVE 0 TO WS-FIBOUT-SUM
       1250-RUN-SEQUENCE-EXT.
           MOVE ALL "0" TO WS-XA-DIGITS
           MOVE ALL "0" TO WS-XB-DIGITS
           MOVE WS-SEED-1 TO WS-XA-LIMB (13)
           MOVE WS-SEED-2 TO WS-XB-LIMB (13)
           MOVE 0 TO WS-FIBOUT-COUNT
           MOVE ALL "0" TO WS-XSUM-DIGITS
           MOVE SPACES TO WS-FIBOUTX-DSN
               INTO WS-FIBCKPT-DSN
           PERFORM 0500-CLEAR-CHECKPOINT.

      * The ceiling depends on the seeds - a larger pair reaches the
      * 18-digit classic field and the 108-digit extended field in
      * fewer terms. N up to WS-CLASSIC-MAX-N still runs the classic
      * layout (every downstream step dispatches on that), so there
      * it must fit 18 digits; above it, the extended layout.
       0150-VALIDATE-N.
           PERFORM 0170-COMPUTE-SEED-CEILING
           IF N > WS-CLASSIC-MAX-N
               MOVE WS-SEED-MAX-N TO WS-REJECT-MAX-N
           ELSE
               MOVE WS-SEED-CLASSIC-MAX-N TO WS-REJECT-MAX-N
           END-IF
           IF N > WS-REJECT-MAX-N
               PERFORM 0160-WRITE-REJECT
               MOVE "N" TO WS-PROCESS-SEQ-SW
               SET WS-HAD-REJECTS TO TRUE
               PERFORM 0162-WRITE-SUSPENSE
           END-IF
           DISPLAY "FIB REJECTED - SEQ-ID " WS-CURRENT-SEQ-ID
               " N " N " EXCEEDS MAX " WS-REJECT-MAX-N
               " FOR SEEDS " WS-SEED-1 "/" WS-SEED-2.

      * Runs the series from the seeds through the extended work
      * fields (generation re-seeds them afterwards) and notes the
      * last index whose term still fits 18 digits and the last that
      * still fits 108, stopping at WS-MAX-SAFE-N. The classic 0/1
      * seeds give the familiar 86 and 500.
       0170-COMPUTE-SEED-CEILING.
           MOVE ALL "0" TO WS-XA-DIGITS
           MOVE ALL "0" TO WS-XB-DIGITS
           MOVE WS-SEED-1 TO WS-XA-LIMB (13)
           MOVE WS-SEED-2 TO WS-XB-LIMB (13)
           MOVE 0 TO WS-SEED-CLASSIC-MAX-N
           MOVE 0 TO WS-SEED-MAX-N
           PERFORM VARYING WS-CEIL-I FROM 1 BY 1
                   UNTIL WS-CEIL-I > WS-MAX-SAFE-N
                      OR WS-XB-LIMB (1) NOT = 0
               MOVE WS-XA-DIGITS TO WS-XOP1-DIGITS
               MOVE WS-XB-DIGITS TO WS-XOP2-DIGITS
               PERFORM 7000-ADD-X-OPERANDS
               MOVE WS-XB-DIGITS TO WS-XA-DIGITS
               MOVE WS-XRES-DIGITS TO WS-XB-DIGITS
               IF WS-XB-DIGITS (1:99) = ZEROS
                   MOVE WS-CEIL-I TO WS-SEED-CLASSIC-MAX-N
               END-IF
               IF WS-XB-LIMB (1) = 0
                   MOVE WS-CEIL-I TO WS-SEED-MAX-N
               END-IF
           END-PERFORM.

       0162-WRITE-SUSPENSE.
           IF NOT WS-FIBSUSP-OPEN
               MOVE "N EXCEEDS MAXIMUM SAFE SEQUENCE LENGTH" TO
                   FIBSUSP-REASON-TEXT
               MOVE N TO FIBSUSP-N
               MOVE WS-REJECT-MAX-N TO FIBSUSP-MAX-N
               MOVE "O" TO FIBSUSP-STATUS
               MOVE 0 TO FIBSUSP-RES-DATE
               WRITE FIBSUSP-REC
           SET FIBREC-IS-TRAILER TO TRUE
           MOVE WS-FIBOUT-COUNT TO FIBREC-REC-COUNT
           MOVE WS-FIBOUT-SUM TO FIBREC-CTRL-SUM
           MOVE WS-SEED-1 TO FIBREC-SEED-1
           MOVE WS-SEED-2 TO FIBREC-SEED-2
           WRITE FIBREC.

       0300-CHECK-RESTART.
           END-IF.

       0305-RESTART-FROM-SCRATCH.
           MOVE WS-SEED-1 TO A
           MOVE WS-SEED-2 TO B
           MOVE 1 TO WS-START-I
           MOVE 0 TO WS-FIBOUT-COUNT
           MOVE 0 TO WS-FIBOUT-SUM
           MOVE WS-FINAL-I TO FIBAUDIT-FINAL-I
           MOVE WS-JOB-NAME TO FIBAUDIT-JOB-NAME
           MOVE WS-STEP-NAME TO FIBAUDIT-STEP-NAME
           MOVE WS-SEED-1 TO FIBAUDIT-SEED-1
           MOVE WS-SEED-2 TO FIBAUDIT-SEED-2
           MOVE WS-REJECT-MAX-N TO FIBAUDIT-MAX-N
           MOVE WS-PROCESS-DATE TO FIBAUDIT-PROC-DATE
           WRITE FIBAUDIT-REC.

       0607-WRITE-AUDIT-REJECTED.
       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-CURRENT-SEQ-ID TO WS-RPT-TITLE-SEQ-ID
           MOVE WS-SEED-1 TO WS-RPT-TITLE-SEED-1
           MOVE WS-SEED-2 TO WS-RPT-TITLE-SEED-2
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBRPT-CC
