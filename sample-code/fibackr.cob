      * COBOL sample
      * 2026-09-18 FIBACKR - recipient acknowledgement reconciliation.
      *            Opens a FIBXSTAT transmission-status record for
      *            every FIBDMANI manifest line it has not seen before
      *            (a re-sent line puts its record back to SENT with
      *            the new send stamp), then matches the FIBACK
      *            acknowledgements the recipients have returned
      *            against it: a rejected file is marked REJECTED, an
      *            accepted file whose counted records or control sum
      *            disagree with ours MISMATCH, one that balances
      *            ACKNOWLEDGED. Consumed acknowledgements are
      *            cleared from FIBACK so the next batch starts
      *            empty. A file still unacknowledged after
      *            WS-OVERDUE-HOURS is marked OVERDUE. Rejected and
      *            overdue files are queued once on FIBRSND so the
      *            next FIBDIST run for that cycle re-sends only that
      *            recipient's file. A new cycle's manifest line
      *            supersedes the same file's older, unsettled
      *            cycles. The FIBAKRPT exception report lists every
      *            overdue, rejected and disagreeing transmission
      *            still standing, plus any acknowledgement that
      *            matches nothing we sent, and RETURN-CODE 4 is left
      *            while any exception stands. Runs as often as
      *            operations likes - every step is repeatable.
      * 2026-10-12 FIBADHOC files are followed up but never queued
      *            on FIBRSND - FIBDIST cannot cut them again. An
      *            overdue, rejected or disagreeing one is reported
      *            once and then marked REFERRED to the requester, so
      *            it does not stand as an exception on every run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBACKR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBDMANI ASSIGN TO "FIBDMANI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBDMANI-STATUS.
           SELECT FIBACK ASSIGN TO "FIBACK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBACK-STATUS.
           SELECT FIBXSTAT ASSIGN TO "FIBXSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBXSTAT-KEY
               FILE STATUS IS WS-FIBXSTAT-STATUS.
           SELECT FIBRSND ASSIGN TO "FIBRSND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBRSND-KEY
               FILE STATUS IS WS-FIBRSND-STATUS.
           SELECT FIBAKRPT ASSIGN TO "FIBAKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBDMANI
           RECORDING MODE IS F.
           COPY FIBDMANI.

       FD  FIBACK
           RECORDING MODE IS F.
           COPY FIBACK.

       FD  FIBXSTAT
           RECORDING MODE IS F.
           COPY FIBXSTAT.

       FD  FIBRSND
           RECORDING MODE IS F.
           COPY FIBRSND.

       FD  FIBAKRPT
           RECORDING MODE IS F.
       01  FIBAKRPT-REC.
           05  FIBKRPT-CC          PIC X.
           05  FIBKRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBDMANI-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBDMANI-EOF-SW      PIC X VALUE "N".
           88  WS-FIBDMANI-EOF     VALUE "Y".
       01  WS-FIBACK-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBACK-EOF-SW        PIC X VALUE "N".
           88  WS-FIBACK-EOF       VALUE "Y".
       01  WS-FIBXSTAT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBXSTAT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBXSTAT-EOF     VALUE "Y".
       01  WS-FIBRSND-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBRSND-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBRSND-USABLE   VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-OVERDUE-HOURS        PIC 9(3) VALUE 24.
       01  WS-OVERDUE-MINS         PIC S9(7) COMP-3.
       01  WS-NOW-MINS             PIC S9(11) COMP-3.
       01  WS-SEND-MINS            PIC S9(11) COMP-3.
       01  WS-ELAPSED-MINS         PIC S9(11) COMP-3.
       01  WS-ELAPSED-HOURS        PIC 9(5).
       01  WS-TIME-WORK            PIC 9(8).
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH          PIC 9(2).
           05  WS-TIME-MM          PIC 9(2).
           05  FILLER              PIC 9(4).
       01  WS-NEW-KEY.
           05  WS-NEW-RECIP-ID     PIC X(8).
           05  WS-NEW-DSN          PIC X(20).
           05  WS-NEW-CYCLE-DATE   PIC 9(8).
       01  WS-LINES-OPENED         PIC 9(7) VALUE 0.
       01  WS-LINES-RESENT         PIC 9(7) VALUE 0.
       01  WS-ACKS-APPLIED         PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
       01  WS-QUEUED-COUNT         PIC 9(7) VALUE 0.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(40)
               VALUE "TRANSMISSION ACKNOWLEDGEMENT EXCEPTIONS ".
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "RECIP    ".
           05  FILLER              PIC X(21) VALUE "DATASET".
           05  FILLER              PIC X(9) VALUE "CYCLE    ".
           05  FILLER              PIC X(17) VALUE "EXCEPTION".
           05  FILLER              PIC X(10) VALUE "  OUR RECS".
           05  FILLER              PIC X(10) VALUE " THEIR REC".
           05  FILLER              PIC X(2) VALUE " Q".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-RECIP    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-DSN      PIC X(20).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-CYCLE    PIC 9(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-EXCP     PIC X(16).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-OUR      PIC ZZZZZZZZ9.
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-THEIR    PIC ZZZZZZZZ9.
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-QUEUED   PIC X(1).

       01  WS-RPT-OVERDUE-TEXT.
           05  FILLER              PIC X(8) VALUE "OVERDUE ".
           05  WS-RPT-OVD-HOURS    PIC ZZZZ9.
           05  FILLER              PIC X(3) VALUE " HR".

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(16) VALUE "MANIFEST NEW    ".
           05  WS-RPT-FTR-OPENED   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  RESENT  ".
           05  WS-RPT-FTR-RESENT   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8) VALUE "  ACKS  ".
           05  WS-RPT-FTR-ACKS     PIC ZZZ,ZZ9.
       01  WS-RPT-FOOTER-LINE-2.
           05  FILLER              PIC X(16) VALUE "EXCEPTIONS      ".
           05  WS-RPT-FTR-EXCP     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  QUEUED  ".
           05  WS-RPT-FTR-QUEUED   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME TO WS-TIME-WORK
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) * 1440
               + WS-TIME-HH * 60 + WS-TIME-MM
           COMPUTE WS-OVERDUE-MINS = WS-OVERDUE-HOURS * 60
           PERFORM 0100-OPEN-STATUS-FILES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM 1000-POST-MANIFEST
           PERFORM 2000-APPLY-ACKS
           PERFORM 3000-SWEEP-STATUS
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBAKRPT
           CLOSE FIBXSTAT
           IF WS-FIBRSND-USABLE
               CLOSE FIBRSND
           END-IF
           DISPLAY "FIBACKR MANIFEST LINES NEW: " WS-LINES-OPENED
           DISPLAY "FIBACKR RE-SENDS RECORDED:  " WS-LINES-RESENT
           DISPLAY "FIBACKR ACKS APPLIED:       " WS-ACKS-APPLIED
           DISPLAY "FIBACKR EXCEPTIONS:         " WS-EXCEPTION-COUNT
           DISPLAY "FIBACKR RE-SENDS QUEUED:    " WS-QUEUED-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * FIBXSTAT is the job's whole record of what was sent and
      * settled, so it must open; FIBRSND only has to for queuing.
       0100-OPEN-STATUS-FILES.
           OPEN I-O FIBXSTAT
           IF WS-FIBXSTAT-STATUS = "35"
               OPEN OUTPUT FIBXSTAT
               IF WS-FIBXSTAT-STATUS = "00"
                   CLOSE FIBXSTAT
                   OPEN I-O FIBXSTAT
               END-IF
           END-IF
           IF WS-FIBXSTAT-STATUS NOT = "00" AND
                   WS-FIBXSTAT-STATUS NOT = "97"
               DISPLAY "FIBACKR ABORT - FIBXSTAT OPEN FAILED"
                   " STATUS " WS-FIBXSTAT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FIBRSND
           IF WS-FIBRSND-STATUS = "35"
               OPEN OUTPUT FIBRSND
               IF WS-FIBRSND-STATUS = "00"
                   CLOSE FIBRSND
                   OPEN I-O FIBRSND
               END-IF
           END-IF
           IF WS-FIBRSND-STATUS = "00" OR
                   WS-FIBRSND-STATUS = "97"
               SET WS-FIBRSND-USABLE TO TRUE
           ELSE
               DISPLAY "FIBACKR WARNING - FIBRSND NOT AVAILABLE"
                   " (STATUS " WS-FIBRSND-STATUS ") -"
                   " NOTHING WILL BE QUEUED FOR RE-SEND"
           END-IF.

       1000-POST-MANIFEST.
           OPEN INPUT FIBDMANI
           IF WS-FIBDMANI-STATUS = "00"
               PERFORM UNTIL WS-FIBDMANI-EOF
                   READ FIBDMANI
                       AT END SET WS-FIBDMANI-EOF TO TRUE
                       NOT AT END
                           IF MANI-RECIP-ID NOT = SPACES AND
                                   MANI-CYCLE-DATE IS NUMERIC
                               PERFORM 1100-POST-MANIFEST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBDMANI
           ELSE
               DISPLAY "FIBACKR WARNING - FIBDMANI NOT AVAILABLE"
                   " (STATUS " WS-FIBDMANI-STATUS ")"
           END-IF.

      * The manifest is cumulative, so most lines are already on
      * file; only a new line, or a re-sent line newer than the
      * send the record holds, changes anything.
       1100-POST-MANIFEST-LINE.
           MOVE MANI-RECIP-ID TO FIBXSTAT-RECIP-ID
           MOVE MANI-DSN TO FIBXSTAT-DSN
           MOVE MANI-CYCLE-DATE TO FIBXSTAT-CYCLE-DATE
           READ FIBXSTAT
               INVALID KEY
                   PERFORM 1150-OPEN-STATUS-RECORD
               NOT INVALID KEY
                   IF MANI-IS-RESEND AND
                           (MANI-SEND-DATE > FIBXSTAT-SEND-DATE OR
                           (MANI-SEND-DATE = FIBXSTAT-SEND-DATE AND
                            MANI-SEND-TIME > FIBXSTAT-SEND-TIME))
                       PERFORM 1160-RECORD-RESEND
                   END-IF
           END-READ.

       1150-OPEN-STATUS-RECORD.
           MOVE SPACES TO FIBXSTAT-REC
           MOVE MANI-RECIP-ID TO FIBXSTAT-RECIP-ID
           MOVE MANI-DSN TO FIBXSTAT-DSN
           MOVE MANI-CYCLE-DATE TO FIBXSTAT-CYCLE-DATE
           SET FIBXSTAT-SENT TO TRUE
           MOVE MANI-REC-COUNT TO FIBXSTAT-REC-COUNT
           MOVE MANI-CTRL-SUM TO FIBXSTAT-CTRL-SUM
           MOVE MANI-SEND-DATE TO FIBXSTAT-SEND-DATE
           MOVE MANI-SEND-TIME TO FIBXSTAT-SEND-TIME
           MOVE 1 TO FIBXSTAT-SEND-COUNT
           MOVE 0 TO FIBXSTAT-ACK-COUNT
           MOVE 0 TO FIBXSTAT-ACK-SUM
           MOVE 0 TO FIBXSTAT-ACK-DATE
           MOVE "N" TO FIBXSTAT-QUEUED-SW
           MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
           WRITE FIBXSTAT-REC
               INVALID KEY
                   DISPLAY "FIBACKR WARNING - FIBXSTAT WRITE FAILED"
                       " FOR " MANI-RECIP-ID " " MANI-DSN
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-OPENED
                   PERFORM 1200-SUPERSEDE-OLDER-CYCLES
           END-WRITE.

       1160-RECORD-RESEND.
           SET FIBXSTAT-SENT TO TRUE
           MOVE MANI-REC-COUNT TO FIBXSTAT-REC-COUNT
           MOVE MANI-CTRL-SUM TO FIBXSTAT-CTRL-SUM
           MOVE MANI-SEND-DATE TO FIBXSTAT-SEND-DATE
           MOVE MANI-SEND-TIME TO FIBXSTAT-SEND-TIME
           ADD 1 TO FIBXSTAT-SEND-COUNT
           MOVE 0 TO FIBXSTAT-ACK-COUNT
           MOVE 0 TO FIBXSTAT-ACK-SUM
           MOVE SPACES TO FIBXSTAT-ACK-REASON
           MOVE 0 TO FIBXSTAT-ACK-DATE
           MOVE "N" TO FIBXSTAT-QUEUED-SW
           MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
           REWRITE FIBXSTAT-REC
               INVALID KEY
                   DISPLAY "FIBACKR WARNING - FIBXSTAT REWRITE"
                       " FAILED FOR " MANI-RECIP-ID " " MANI-DSN
               NOT INVALID KEY
                   ADD 1 TO WS-LINES-RESENT
           END-REWRITE.

      * A recipient's file is recut every night, so once a newer
      * cycle has gone out an older cycle of the same file that was
      * never settled can no longer be re-sent or chased.
       1200-SUPERSEDE-OLDER-CYCLES.
           MOVE FIBXSTAT-KEY TO WS-NEW-KEY
           MOVE 0 TO FIBXSTAT-CYCLE-DATE
           MOVE "N" TO WS-FIBXSTAT-EOF-SW
           START FIBXSTAT KEY IS NOT LESS THAN FIBXSTAT-KEY
               INVALID KEY SET WS-FIBXSTAT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FIBXSTAT-EOF
               READ FIBXSTAT NEXT RECORD
                   AT END SET WS-FIBXSTAT-EOF TO TRUE
                   NOT AT END
                       IF FIBXSTAT-RECIP-ID NOT = WS-NEW-RECIP-ID OR
                               FIBXSTAT-DSN NOT = WS-NEW-DSN OR
                               FIBXSTAT-CYCLE-DATE NOT <
                               WS-NEW-CYCLE-DATE
                           SET WS-FIBXSTAT-EOF TO TRUE
                       ELSE
                           PERFORM 1250-SUPERSEDE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       1250-SUPERSEDE-ONE.
           IF FIBXSTAT-SENT OR FIBXSTAT-OVERDUE OR
                   FIBXSTAT-REJECTED OR FIBXSTAT-MISMATCH
               SET FIBXSTAT-SUPERSEDED TO TRUE
               MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
               REWRITE FIBXSTAT-REC
                   INVALID KEY
                       DISPLAY "FIBACKR WARNING - FIBXSTAT REWRITE"
                           " FAILED FOR " FIBXSTAT-RECIP-ID
               END-REWRITE
           END-IF.

      * Acknowledgements are consumed: once applied they live on
      * FIBXSTAT, and FIBACK is emptied the same way FIB empties a
      * finished checkpoint dataset.
       2000-APPLY-ACKS.
           OPEN INPUT FIBACK
           IF WS-FIBACK-STATUS = "00"
               PERFORM UNTIL WS-FIBACK-EOF
                   READ FIBACK
                       AT END SET WS-FIBACK-EOF TO TRUE
                       NOT AT END
                           IF FIBACK-RECIP-ID NOT = SPACES
                               PERFORM 2100-APPLY-ONE-ACK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBACK
               OPEN OUTPUT FIBACK
               CLOSE FIBACK
           ELSE
               IF WS-FIBACK-STATUS NOT = "35"
                   DISPLAY "FIBACKR WARNING - FIBACK NOT AVAILABLE"
                       " (STATUS " WS-FIBACK-STATUS ")"
               END-IF
           END-IF.

       2100-APPLY-ONE-ACK.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE FIBACK-RECIP-ID TO FIBXSTAT-RECIP-ID
           MOVE FIBACK-DSN TO FIBXSTAT-DSN
           MOVE FIBACK-CYCLE-DATE TO FIBXSTAT-CYCLE-DATE
           READ FIBXSTAT
               INVALID KEY
                   MOVE "ACK MATCHES NONE" TO WS-RPT-DET-EXCP
                   PERFORM 2900-REPORT-BAD-ACK
               NOT INVALID KEY
                   IF FIBACK-ACCEPTED OR FIBACK-REJECTED
                       PERFORM 2200-SETTLE-TRANSMISSION
                   ELSE
                       MOVE "ACK FLAG INVALID" TO WS-RPT-DET-EXCP
                       PERFORM 2900-REPORT-BAD-ACK
                   END-IF
           END-READ.

       2200-SETTLE-TRANSMISSION.
           IF FIBACK-REC-COUNT IS NUMERIC
               MOVE FIBACK-REC-COUNT TO FIBXSTAT-ACK-COUNT
           ELSE
               MOVE 0 TO FIBXSTAT-ACK-COUNT
           END-IF
           IF FIBACK-CTRL-SUM IS NUMERIC
               MOVE FIBACK-CTRL-SUM TO FIBXSTAT-ACK-SUM
           ELSE
               MOVE 0 TO FIBXSTAT-ACK-SUM
           END-IF
           MOVE FIBACK-REASON TO FIBXSTAT-ACK-REASON
           MOVE WS-RUN-DATE TO FIBXSTAT-ACK-DATE
           MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
           EVALUATE TRUE
               WHEN FIBACK-REJECTED
                   SET FIBXSTAT-REJECTED TO TRUE
               WHEN FIBXSTAT-ACK-COUNT NOT = FIBXSTAT-REC-COUNT OR
                       FIBXSTAT-ACK-SUM NOT = FIBXSTAT-CTRL-SUM
                   SET FIBXSTAT-MISMATCH TO TRUE
               WHEN OTHER
                   SET FIBXSTAT-ACKED TO TRUE
           END-EVALUATE
           REWRITE FIBXSTAT-REC
               INVALID KEY
                   DISPLAY "FIBACKR WARNING - FIBXSTAT REWRITE"
                       " FAILED FOR " FIBACK-RECIP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-ACKS-APPLIED
           END-REWRITE.

       2900-REPORT-BAD-ACK.
           MOVE FIBACK-RECIP-ID TO WS-RPT-DET-RECIP
           MOVE FIBACK-DSN TO WS-RPT-DET-DSN
           IF FIBACK-CYCLE-DATE IS NUMERIC
               MOVE FIBACK-CYCLE-DATE TO WS-RPT-DET-CYCLE
           ELSE
               MOVE 0 TO WS-RPT-DET-CYCLE
           END-IF
           MOVE 0 TO WS-RPT-DET-OUR
           IF FIBACK-REC-COUNT IS NUMERIC
               MOVE FIBACK-REC-COUNT TO WS-RPT-DET-THEIR
           ELSE
               MOVE 0 TO WS-RPT-DET-THEIR
           END-IF
           MOVE SPACE TO WS-RPT-DET-QUEUED
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 0720-WRITE-RPT-DETAIL.

      * An ad-hoc file is never re-sent or re-cut, so nothing later
      * would ever settle it: it is reported once, then referred to
      * the requester and left out of every later sweep. A late
      * acknowledgement still settles it through 2100.
       3600-REFER-ADHOC.
           SET FIBXSTAT-REFERRED TO TRUE
           MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
           PERFORM 3300-REWRITE-STATUS.

      * One pass over every transmission: age the unacknowledged
      * ones, queue what must be re-sent, and report what stands.
       3000-SWEEP-STATUS.
           MOVE "N" TO WS-FIBXSTAT-EOF-SW
           MOVE LOW-VALUES TO FIBXSTAT-KEY
           START FIBXSTAT KEY IS NOT LESS THAN FIBXSTAT-KEY
               INVALID KEY SET WS-FIBXSTAT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FIBXSTAT-EOF
               READ FIBXSTAT NEXT RECORD
                   AT END SET WS-FIBXSTAT-EOF TO TRUE
                   NOT AT END PERFORM 3100-SWEEP-ONE
               END-READ
           END-PERFORM.

       3100-SWEEP-ONE.
           MOVE 0 TO WS-ELAPSED-HOURS
           IF FIBXSTAT-SENT OR FIBXSTAT-OVERDUE
               PERFORM 3200-AGE-TRANSMISSION
           END-IF
           IF FIBXSTAT-SENT AND WS-ELAPSED-MINS > WS-OVERDUE-MINS
               SET FIBXSTAT-OVERDUE TO TRUE
               MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
               PERFORM 3300-REWRITE-STATUS
           END-IF
           IF (FIBXSTAT-OVERDUE OR FIBXSTAT-REJECTED) AND
                   NOT FIBXSTAT-QUEUED AND WS-FIBRSND-USABLE AND
                   FIBXSTAT-DSN (1:9) NOT = "FIBADHOC."
               PERFORM 3400-QUEUE-RESEND
           END-IF
           IF FIBXSTAT-OVERDUE OR FIBXSTAT-REJECTED OR
                   FIBXSTAT-MISMATCH
               PERFORM 3500-REPORT-EXCEPTION
               IF FIBXSTAT-DSN (1:9) = "FIBADHOC."
                   PERFORM 3600-REFER-ADHOC
               END-IF
           END-IF.

       3200-AGE-TRANSMISSION.
           MOVE 0 TO WS-ELAPSED-MINS
           IF FIBXSTAT-SEND-DATE IS NUMERIC AND
                   FIBXSTAT-SEND-DATE > 0 AND
                   FIBXSTAT-SEND-TIME IS NUMERIC
               MOVE FIBXSTAT-SEND-TIME TO WS-TIME-WORK (1:6)
               COMPUTE WS-SEND-MINS =
                   FUNCTION INTEGER-OF-DATE(FIBXSTAT-SEND-DATE)
                   * 1440 + WS-TIME-HH * 60 + WS-TIME-MM
               COMPUTE WS-ELAPSED-MINS = WS-NOW-MINS - WS-SEND-MINS
               IF WS-ELAPSED-MINS > 0
                   COMPUTE WS-ELAPSED-HOURS = WS-ELAPSED-MINS / 60
               END-IF
           END-IF.

       3300-REWRITE-STATUS.
           REWRITE FIBXSTAT-REC
               INVALID KEY
                   DISPLAY "FIBACKR WARNING - FIBXSTAT REWRITE"
                       " FAILED FOR " FIBXSTAT-RECIP-ID " "
                       FIBXSTAT-DSN
           END-REWRITE.

      * One queue entry per recipient file: a newer problem replaces
      * whatever the entry last held.
       3400-QUEUE-RESEND.
           MOVE SPACES TO FIBRSND-REC
           MOVE FIBXSTAT-RECIP-ID TO FIBRSND-RECIP-ID
           MOVE FIBXSTAT-DSN TO FIBRSND-DSN
           MOVE FIBXSTAT-CYCLE-DATE TO FIBRSND-CYCLE-DATE
           IF FIBXSTAT-REJECTED
               SET FIBRSND-FOR-REJECT TO TRUE
           ELSE
               SET FIBRSND-FOR-OVERDUE TO TRUE
           END-IF
           SET FIBRSND-PENDING TO TRUE
           MOVE WS-RUN-DATE TO FIBRSND-QUEUE-DATE
           MOVE WS-RUN-TIME (1:6) TO FIBRSND-QUEUE-TIME
           MOVE 0 TO FIBRSND-DONE-DATE
           WRITE FIBRSND-REC
               INVALID KEY
                   REWRITE FIBRSND-REC
                   END-REWRITE
           END-WRITE
           IF WS-FIBRSND-STATUS = "00"
               SET FIBXSTAT-QUEUED TO TRUE
               MOVE WS-RUN-DATE TO FIBXSTAT-UPD-DATE
               PERFORM 3300-REWRITE-STATUS
               ADD 1 TO WS-QUEUED-COUNT
               DISPLAY "FIBACKR RE-SEND QUEUED - RECIPIENT "
                   FIBXSTAT-RECIP-ID " " FIBXSTAT-DSN
                   " CYCLE " FIBXSTAT-CYCLE-DATE
           ELSE
               DISPLAY "FIBACKR WARNING - FIBRSND WRITE FAILED"
                   " (STATUS " WS-FIBRSND-STATUS ") FOR "
                   FIBXSTAT-RECIP-ID " " FIBXSTAT-DSN
           END-IF.

       3500-REPORT-EXCEPTION.
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE FIBXSTAT-RECIP-ID TO WS-RPT-DET-RECIP
           MOVE FIBXSTAT-DSN TO WS-RPT-DET-DSN
           MOVE FIBXSTAT-CYCLE-DATE TO WS-RPT-DET-CYCLE
           EVALUATE TRUE
               WHEN FIBXSTAT-OVERDUE
                   MOVE WS-ELAPSED-HOURS TO WS-RPT-OVD-HOURS
                   MOVE WS-RPT-OVERDUE-TEXT TO WS-RPT-DET-EXCP
               WHEN FIBXSTAT-REJECTED
                   MOVE SPACES TO WS-RPT-DET-EXCP
                   STRING "REJ " DELIMITED BY SIZE
                           FIBXSTAT-ACK-REASON DELIMITED BY SIZE
                       INTO WS-RPT-DET-EXCP
               WHEN FIBXSTAT-ACK-COUNT NOT = FIBXSTAT-REC-COUNT
                   MOVE "COUNT DISAGREES" TO WS-RPT-DET-EXCP
               WHEN OTHER
                   MOVE "SUM DISAGREES" TO WS-RPT-DET-EXCP
           END-EVALUATE
           MOVE FIBXSTAT-REC-COUNT TO WS-RPT-DET-OUR
           MOVE FIBXSTAT-ACK-COUNT TO WS-RPT-DET-THEIR
           IF FIBXSTAT-QUEUED
               MOVE "Y" TO WS-RPT-DET-QUEUED
           ELSE
               MOVE SPACE TO WS-RPT-DET-QUEUED
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 0720-WRITE-RPT-DETAIL.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBAKRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBKRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           MOVE " " TO FIBKRPT-CC
           MOVE SPACES TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBKRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-LINES-OPENED TO WS-RPT-FTR-OPENED
           MOVE WS-LINES-RESENT TO WS-RPT-FTR-RESENT
           MOVE WS-ACKS-APPLIED TO WS-RPT-FTR-ACKS
           MOVE WS-EXCEPTION-COUNT TO WS-RPT-FTR-EXCP
           MOVE WS-QUEUED-COUNT TO WS-RPT-FTR-QUEUED
           MOVE " " TO FIBKRPT-CC
           MOVE SPACES TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC
           MOVE WS-RPT-FOOTER-LINE-2 TO FIBKRPT-LINE
           WRITE FIBAKRPT-REC.
