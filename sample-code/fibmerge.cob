      *            entry whose partition files never arrived keeps
      *            its mark - its night is not over - until FIBOPER
      *            releases it or the rerun completes.
      * 2026-09-14 A partition reject is now suspensed against the
      *            seed-adjusted ceiling the partition step recorded
      *            on the audit record (FIBAUDIT-MAX-N), since a
      *            larger seed pair lowers the safe maximum N. An
      *            older audit record without one falls back to
      *            WS-MAX-SAFE-N as before.
      * 2026-09-21 Each next-run-date roll now first writes the
      *            entry's before-image to the FIBROLL KSDS, the same
      *            as FIB does on a single-step night, so FIBBKOUT can
      *            put the dates back if the night is reversed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMERGE.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBLOCK-SEQ-ID
               FILE STATUS IS WS-FIBLOCK-STATUS.
           SELECT FIBROLL ASSIGN TO "FIBROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBROLL-KEY
               FILE STATUS IS WS-FIBROLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL
           RECORDING MODE IS F.
           COPY FIBLOCK.

       FD  FIBROLL
           RECORDING MODE IS F.
           COPY FIBROLL.

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
       01  WS-FIBLOCK-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBLOCK-USABLE   VALUE "Y".
       01  WS-LOCKS-CLEARED        PIC 9(5) VALUE 0.
       01  WS-FIBROLL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBROLL-OPEN-SW      PIC X VALUE "N".
           88  WS-FIBROLL-OPEN     VALUE "Y".
       01  WS-FIBROLL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBROLL-USABLE   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           IF WS-FIBLOCK-OPEN AND WS-FIBLOCK-USABLE
               CLOSE FIBLOCK
           END-IF
           IF WS-FIBROLL-OPEN AND WS-FIBROLL-USABLE
               CLOSE FIBROLL
           END-IF
           DISPLAY "FIBMERGE AUDIT RECORDS MERGED:  " WS-AUDIT-RECS
           DISPLAY "FIBMERGE LOCKS CLEARED:         "
               WS-LOCKS-CLEARED
           ELSE
               PERFORM 2600-ADVANCE-TO-BUSINESS-DAY
           END-IF
           PERFORM 2150-SAVE-ROLL-BEFORE-IMAGE
           MOVE WS-WORK-DATE-N TO FIBPARM-NEXT-RUN-DATE
           REWRITE FIBPARM-REC
               INVALID KEY
                   ADD 1 TO WS-ROLLED-COUNT
           END-REWRITE.

      * Same before-image FIB keeps: the first roll of a night for
      * the entry stands.
       2150-SAVE-ROLL-BEFORE-IMAGE.
           IF NOT WS-FIBROLL-OPEN
               PERFORM 2160-OPEN-ROLL-IMAGES
           END-IF
           IF WS-FIBROLL-USABLE
               MOVE SPACES TO FIBROLL-REC
               MOVE WS-PROCESS-DATE TO FIBROLL-RUN-DATE
               MOVE AUDIN-SEQ-ID TO FIBROLL-SEQ-ID
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
               DISPLAY "FIBMERGE WARNING - SEQ-ID " AUDIN-SEQ-ID
                   " NO FIBROLL BEFORE-IMAGE (STATUS "
                   WS-FIBROLL-STATUS ")"
           END-IF.

       2160-OPEN-ROLL-IMAGES.
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

       2200-SET-NEXT-MONTH-DATE.
           MOVE WS-PROCESS-DATE TO WS-WORK-DATE-N
           IF WS-WORK-MM = 12
               MOVE "N EXCEEDS MAXIMUM SAFE SEQUENCE LENGTH" TO
                   FIBSUSP-REASON-TEXT
               MOVE AUDIN-N TO FIBSUSP-N
               IF AUDIN-MAX-N IS NUMERIC AND AUDIN-MAX-N > 0
                   MOVE AUDIN-MAX-N TO FIBSUSP-MAX-N
               ELSE
                   MOVE WS-MAX-SAFE-N TO FIBSUSP-MAX-N
               END-IF
               MOVE "O" TO FIBSUSP-STATUS
               MOVE 0 TO FIBSUSP-RES-DATE
               WRITE FIBSUSP-REC
