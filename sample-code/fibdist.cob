      *            FD with the classic file), with a limb-summed
      *            control trailer; its manifest line shows the
      *            low-order 19 digits of the 117-digit sum.
      * 2026-09-16 Predecessor is now FIBPROOF: nothing is cut for a
      *            recipient until tonight's extracts have been proved
      *            term by term, not just on count and control sum.
      * 2026-09-18 Recipient acknowledgement follow-up. FIBDMANI is
      *            now cumulative (opened EXTEND) and laid out by the
      *            shared FIBDMANI copybook, each line stamped with
      *            the date and time it was cut so FIBACKR can age
      *            the acknowledgement. When FIBACKR has queued
      *            FIBRSND re-sends for tonight's cycle date, the run
      *            is a re-send run: only the queued recipients'
      *            files are cut again, their manifest lines are
      *            flagged R and the queue entries marked SENT. A
      *            full run closes any entry still pending for an
      *            older cycle as SUPERSEDED - those extracts are
      *            gone and tonight's files replace them.
      * 2026-10-05 FIBSUBS layout moved to the shared FIBSUBS
      *            copybook so FIBRINT reads the same record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDIST.
       ENVIRONMENT DIVISION.
           SELECT FIBDMANI ASSIGN TO "FIBDMANI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBDMANI-STATUS.
           SELECT FIBRSND ASSIGN TO "FIBRSND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBRSND-KEY
               FILE STATUS IS WS-FIBRSND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBCTL

       FD  FIBSUBS
           RECORDING MODE IS F.
           COPY FIBSUBS.

       FD  FIBEXT
           RECORDING MODE IS F.

       FD  FIBDMANI
           RECORDING MODE IS F.
           COPY FIBDMANI.

       FD  FIBRSND
           RECORDING MODE IS F.
           COPY FIBRSND.

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCYCL-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBCYCL-USABLE   VALUE "Y".
       01  WS-CYC-STEP-ID          PIC X(8) VALUE "FIBDIST".
       01  WS-CYC-PRED-ID          PIC X(8) VALUE "FIBPROOF".
       01  WS-PRED-OK-SW           PIC X VALUE "N".
           88  WS-PRED-OK          VALUE "Y".
       01  WS-FIBSUBS-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBXMITX-DSN         PIC X(20) VALUE SPACES.
       01  WS-FIBXMITX-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBDMANI-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBRSND-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBRSND-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBRSND-USABLE   VALUE "Y".
       01  WS-FIBRSND-EOF-SW       PIC X VALUE "N".
           88  WS-FIBRSND-EOF      VALUE "Y".
       01  WS-RESEND-MODE-SW       PIC X VALUE "N".
           88  WS-RESEND-MODE      VALUE "Y".
       01  WS-SEND-DATE            PIC 9(8).
       01  WS-SEND-STAMP.
           05  WS-SEND-HHMMSS      PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-LOOKUP-DSN           PIC X(20) VALUE SPACES.
       01  WS-RSND-FOUND-SW        PIC X VALUE "N".
           88  WS-RSND-FOUND       VALUE "Y".
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-SUB-OUTER            PIC 9(4) COMP-3.
       01  WS-SUB-INNER            PIC 9(4) COMP-3.

      * Re-sends queued by FIBACKR for tonight's cycle date - the
      * only files a re-send run cuts.
       01  WS-RSND-TABLE.
           05  WS-RSND-MAX         PIC 9(4) COMP-3 VALUE 100.
           05  WS-RSND-COUNT       PIC 9(4) COMP-3 VALUE 0.
           05  WS-RSND-ENTRY OCCURS 100 TIMES
                   INDEXED BY RSND-IX.
               10  WS-RSND-RECIP-ID PIC X(8).
               10  WS-RSND-DSN     PIC X(20).
               10  WS-RSND-CUT-SW  PIC X(1).
                   88  WS-RSND-CUT     VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0050-READ-CONTROL
           PERFORM 0200-INIT-CYCLE
           PERFORM 0300-LOAD-SUBSCRIPTIONS
           PERFORM 0400-LOAD-RESEND-QUEUE
           OPEN EXTEND FIBDMANI
           IF WS-FIBDMANI-STATUS = "35"
               OPEN OUTPUT FIBDMANI
           END-IF
           PERFORM VARYING WS-SUB-OUTER FROM 1 BY 1
                   UNTIL WS-SUB-OUTER > WS-SUB-COUNT
               IF WS-SUB-DONE-SW (WS-SUB-OUTER) NOT = "Y"
               END-IF
           END-PERFORM
           CLOSE FIBDMANI
           PERFORM 0450-SETTLE-RESEND-QUEUE
           DISPLAY "FIBDIST SUBSCRIPTIONS READ: " WS-SUB-COUNT
           DISPLAY "FIBDIST FILES PRODUCED:     " WS-FILES-CUT
           IF WS-ANY-SHORT
               END-IF
           END-IF.

      * No FIBRSND yet just means FIBACKR has never queued a
      * re-send - a full run, not a failure.
       0400-LOAD-RESEND-QUEUE.
           OPEN I-O FIBRSND
           IF WS-FIBRSND-STATUS = "00" OR
                   WS-FIBRSND-STATUS = "97"
               SET WS-FIBRSND-USABLE TO TRUE
               PERFORM 0410-START-RESEND-QUEUE
               PERFORM UNTIL WS-FIBRSND-EOF
                   READ FIBRSND NEXT RECORD
                       AT END SET WS-FIBRSND-EOF TO TRUE
                       NOT AT END
                           IF FIBRSND-PENDING AND
                                   FIBRSND-CYCLE-DATE =
                                   WS-PROCESS-DATE
                               PERFORM 0420-POST-RESEND-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               IF WS-FIBRSND-STATUS NOT = "35"
                   DISPLAY "FIBDIST WARNING - FIBRSND NOT AVAILABLE"
                       " (STATUS " WS-FIBRSND-STATUS ") -"
                       " NO RE-SENDS TAKEN"
               END-IF
           END-IF
           IF WS-RSND-COUNT > 0
               SET WS-RESEND-MODE TO TRUE
               DISPLAY "FIBDIST RE-SEND RUN - " WS-RSND-COUNT
                   " QUEUED FILE(S) FOR CYCLE " WS-PROCESS-DATE
           END-IF.

       0410-START-RESEND-QUEUE.
           MOVE "N" TO WS-FIBRSND-EOF-SW
           MOVE LOW-VALUES TO FIBRSND-KEY
           START FIBRSND KEY IS NOT LESS THAN FIBRSND-KEY
               INVALID KEY SET WS-FIBRSND-EOF TO TRUE
           END-START.

       0420-POST-RESEND-ENTRY.
           IF WS-RSND-COUNT < WS-RSND-MAX
               ADD 1 TO WS-RSND-COUNT
               SET RSND-IX TO WS-RSND-COUNT
               MOVE FIBRSND-RECIP-ID TO WS-RSND-RECIP-ID (RSND-IX)
               MOVE FIBRSND-DSN TO WS-RSND-DSN (RSND-IX)
               MOVE "N" TO WS-RSND-CUT-SW (RSND-IX)
           ELSE
               DISPLAY "FIBDIST WARNING - RE-SEND TABLE FULL -"
                   " RECIPIENT " FIBRSND-RECIP-ID " "
                   FIBRSND-DSN " LEFT QUEUED"
           END-IF.

      * A re-send run marks every entry it took SENT, or SUPERSEDED
      * when the recipient no longer subscribes to anything in that
      * file; a full run closes entries left pending for an older
      * cycle.
       0450-SETTLE-RESEND-QUEUE.
           IF WS-FIBRSND-USABLE
               PERFORM 0410-START-RESEND-QUEUE
               PERFORM UNTIL WS-FIBRSND-EOF
                   READ FIBRSND NEXT RECORD
                       AT END SET WS-FIBRSND-EOF TO TRUE
                       NOT AT END
                           IF FIBRSND-PENDING
                               PERFORM 0460-SETTLE-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBRSND
           END-IF.

       0460-SETTLE-ONE-ENTRY.
           MOVE "N" TO WS-RSND-FOUND-SW
           IF WS-RESEND-MODE AND
                   FIBRSND-CYCLE-DATE = WS-PROCESS-DATE
               PERFORM VARYING RSND-IX FROM 1 BY 1
                       UNTIL RSND-IX > WS-RSND-COUNT OR
                       WS-RSND-FOUND
                   IF WS-RSND-RECIP-ID (RSND-IX) =
                           FIBRSND-RECIP-ID AND
                           WS-RSND-DSN (RSND-IX) = FIBRSND-DSN
                       SET WS-RSND-FOUND TO TRUE
                       IF WS-RSND-CUT (RSND-IX)
                           SET FIBRSND-SENT TO TRUE
                       ELSE
                           SET FIBRSND-SUPERSEDED TO TRUE
                           DISPLAY "FIBDIST RE-SEND DROPPED -"
                               " RECIPIENT " FIBRSND-RECIP-ID
                               " HAS NO SUBSCRIPTION IN "
                               FIBRSND-DSN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-RESEND-MODE AND
                   FIBRSND-CYCLE-DATE < WS-PROCESS-DATE
               SET FIBRSND-SUPERSEDED TO TRUE
               SET WS-RSND-FOUND TO TRUE
           END-IF
           IF WS-RSND-FOUND
               MOVE WS-RUN-DATE TO FIBRSND-DONE-DATE
               REWRITE FIBRSND-REC
                   INVALID KEY
                       DISPLAY "FIBDIST WARNING - FIBRSND REWRITE"
                           " FAILED FOR " FIBRSND-RECIP-ID
               END-REWRITE
           END-IF.

      * On a re-send run a recipient's file is cut again only if
      * FIBACKR queued it; the other file, and every recipient not
      * on the queue, is left alone.
       1030-TAKE-QUEUED-ONLY.
           MOVE SPACES TO WS-LOOKUP-DSN
           STRING "FIBXMIT." DELIMITED BY SIZE
                   WS-CURRENT-RECIP DELIMITED BY SPACE
               INTO WS-LOOKUP-DSN
           PERFORM 1040-FIND-QUEUED-FILE
           IF NOT WS-RSND-FOUND
               MOVE "N" TO WS-HAS-STD-SW
           END-IF
           MOVE SPACES TO WS-LOOKUP-DSN
           STRING "FIBXMITX." DELIMITED BY SIZE
                   WS-CURRENT-RECIP DELIMITED BY SPACE
               INTO WS-LOOKUP-DSN
           PERFORM 1040-FIND-QUEUED-FILE
           IF NOT WS-RSND-FOUND
               MOVE "N" TO WS-HAS-EXT-SW
           END-IF.

       1040-FIND-QUEUED-FILE.
           MOVE "N" TO WS-RSND-FOUND-SW
           PERFORM VARYING RSND-IX FROM 1 BY 1
                   UNTIL RSND-IX > WS-RSND-COUNT OR WS-RSND-FOUND
               IF WS-RSND-RECIP-ID (RSND-IX) = WS-CURRENT-RECIP AND
                       WS-RSND-DSN (RSND-IX) = WS-LOOKUP-DSN
                   SET WS-RSND-FOUND TO TRUE
                   IF (WS-LOOKUP-DSN (1:9) = "FIBXMITX." AND
                           WS-HAS-EXT) OR
                           (WS-LOOKUP-DSN (1:9) NOT = "FIBXMITX."
                           AND WS-HAS-STD)
                       MOVE "Y" TO WS-RSND-CUT-SW (RSND-IX)
                   END-IF
               END-IF
           END-PERFORM.

      * All of a recipient's classic subscriptions land in one
      * combined file and their extended subscriptions in another
      * (the records cannot share an FD), each record stamped with
                   MOVE "Y" TO WS-SUB-DONE-SW (WS-SUB-INNER)
               END-IF
           END-PERFORM
           IF WS-RESEND-MODE
               PERFORM 1030-TAKE-QUEUED-ONLY
           END-IF
           IF WS-HAS-STD
               PERFORM 1010-CUT-STD-FILE
           END-IF
           MOVE WS-RECIP-SUM TO MANI-CTRL-SUM
           MOVE WS-PROCESS-DATE TO MANI-CYCLE-DATE
           MOVE WS-RECIP-SHORT TO MANI-SHORT-COUNT
           PERFORM 1480-STAMP-MANIFEST
           WRITE FIBDMANI-REC.

      * The manifest sum column is 19 digits; an extended file's
           MOVE WS-RECIP-SUM-LOW TO MANI-CTRL-SUM
           MOVE WS-PROCESS-DATE TO MANI-CYCLE-DATE
           MOVE WS-RECIP-SHORT TO MANI-SHORT-COUNT
           PERFORM 1480-STAMP-MANIFEST
           WRITE FIBDMANI-REC.

       1480-STAMP-MANIFEST.
           ACCEPT WS-SEND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEND-STAMP FROM TIME
           MOVE WS-SEND-DATE TO MANI-SEND-DATE
           MOVE WS-SEND-HHMMSS TO MANI-SEND-TIME
           IF WS-RESEND-MODE
               MOVE "R" TO MANI-RESEND-SW
           ELSE
               MOVE SPACE TO MANI-RESEND-SW
           END-IF.

      * Same limb-wise addition FIB uses: thirteen 9-digit words
      * added least-significant first with a manual carry.
       7000-ADD-X-OPERANDS.
