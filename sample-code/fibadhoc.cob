      * COBOL sample
      * 2026-10-12 FIBADHOC - ad-hoc extract request service, cut
      *            from the FIBMAST term master instead of by hand.
      *            Each card on FIBADIN carries a requester-id, a
      *            request number, a sequence-id and a term range.
      *            A request is fulfilled as its own FIBREC-layout
      *            file FIBADHOC.request-number, closed with a
      *            control-total trailer (record count, sum of the
      *            prior-term values and the seeds of the series) as
      *            FIB closes an extract, and given a line on the
      *            FIBDMANI transmission manifest as FIBDIST gives
      *            its files, so FIBACKR matches the requester's
      *            acknowledgement the same way. An ad-hoc file is
      *            never re-sent: one that goes overdue, is rejected
      *            or disagrees is reported once by FIBACKR and then
      *            marked REFERRED - the requester raises a new
      *            request number for a fresh cut. A request is refused,
      *            with the reason, when its card is incomplete, its
      *            request number was already fulfilled, the sequence
      *            is not on FIBPARM, FIBCKST shows a checkpoint still
      *            pending for it (a run is part-way through), the
      *            range is not all on FIBMAST, or the terms were
      *            loaded to FIBMAST before the sequence's last run
      *            on FIBAUDIT (FIBLOAD has not caught up). Every
      *            request and its outcome is appended to the
      *            cumulative FIBADLOG request log and printed on
      *            FIBADRPT. RETURN-CODE 4 when any request was
      *            refused; 12 when FIBPARM, FIBMAST, FIBDMANI or
      *            FIBADLOG cannot be opened (nothing is cut).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBADHOC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBCTL ASSIGN TO "FIBCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBCTL-STATUS.
           SELECT FIBADIN ASSIGN TO "FIBADIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBADIN-STATUS.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBMAST ASSIGN TO "FIBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBMAST-KEY
               FILE STATUS IS WS-FIBMAST-STATUS.
           SELECT FIBCKST ASSIGN TO "FIBCKST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBCKST-SEQ-ID
               FILE STATUS IS WS-FIBCKST-STATUS.
           SELECT FIBAUDIT ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAUDIT-STATUS.
           SELECT FIBADOUT ASSIGN TO DYNAMIC WS-FIBADOUT-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBADOUT-STATUS.
           SELECT FIBDMANI ASSIGN TO "FIBDMANI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBDMANI-STATUS.
           SELECT FIBADLOG ASSIGN TO "FIBADLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBADLOG-STATUS.
           SELECT FIBADRPT ASSIGN TO "FIBADRPT"
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

       FD  FIBADIN
           RECORDING MODE IS F.
       01  FIBADIN-REC.
           05  FIBADIN-REQUESTER   PIC X(8).
           05  FIBADIN-REQ-NO      PIC X(6).
           05  FIBADIN-SEQ-ID      PIC X(8).
           05  FIBADIN-FROM-I      PIC X(4).
           05  FIBADIN-TO-I        PIC X(4).
           05  FILLER              PIC X(50).

       FD  FIBPARM
           RECORDING MODE IS F.
           COPY FIBPARM.

       FD  FIBMAST
           RECORDING MODE IS F.
           COPY FIBMAST.

       FD  FIBCKST
           RECORDING MODE IS F.
           COPY FIBCKST.

       FD  FIBAUDIT
           RECORDING MODE IS F.
           COPY FIBAUDIT.

       FD  FIBADOUT
           RECORDING MODE IS F.
           COPY FIBREC.

       FD  FIBDMANI
           RECORDING MODE IS F.
           COPY FIBDMANI.

       FD  FIBADLOG
           RECORDING MODE IS F.
           COPY FIBADLOG.

       FD  FIBADRPT
           RECORDING MODE IS F.
       01  FIBADRPT-REC.
           05  FIBDRPT-CC          PIC X.
           05  FIBDRPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBCTL-STATUS        PIC XX VALUE SPACES.
       01  WS-FIBCTL-EOF-SW        PIC X VALUE "N".
           88  WS-FIBCTL-EOF       VALUE "Y".
       01  WS-FIBADIN-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBADIN-EOF-SW       PIC X VALUE "N".
           88  WS-FIBADIN-EOF      VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBMAST-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBMAST-EOF-SW       PIC X VALUE "N".
           88  WS-FIBMAST-EOF      VALUE "Y".
       01  WS-FIBCKST-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBCKST-OPEN-SW      PIC X VALUE "N".
           88  WS-FIBCKST-OPEN     VALUE "Y".
       01  WS-FIBCKST-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBCKST-USABLE   VALUE "Y".
       01  WS-FIBAUDIT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAUDIT-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAUDIT-EOF     VALUE "Y".
       01  WS-FIBAUDIT-USABLE-SW   PIC X VALUE "N".
           88  WS-FIBAUDIT-USABLE  VALUE "Y".
       01  WS-FIBADOUT-DSN         PIC X(20) VALUE SPACES.
       01  WS-FIBADOUT-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBDMANI-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBADLOG-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBADLOG-EOF-SW      PIC X VALUE "N".
           88  WS-FIBADLOG-EOF     VALUE "Y".
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-PROCESS-DATE         PIC 9(8).
       01  WS-SEND-DATE            PIC 9(8).
       01  WS-SEND-STAMP.
           05  WS-SEND-HHMMSS      PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-FOUND-SW             PIC X VALUE "N".
           88  WS-FOUND            VALUE "Y".
       01  WS-REQ-COUNT            PIC 9(5) VALUE 0.
       01  WS-SENT-COUNT           PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.

      * The request being worked.
       01  WS-REFUSE-REASON        PIC X(40) VALUE SPACES.
       01  WS-SEED-1               PIC 9(4) VALUE 0.
       01  WS-SEED-2               PIC 9(4) VALUE 1.
       01  WS-RANGE-SIZE           PIC 9(5) VALUE 0.
       01  WS-RANGE-FOUND          PIC 9(5) VALUE 0.
       01  WS-RANGE-MIN-LOAD       PIC 9(8) VALUE 0.
       01  WS-RANGE-END-SW         PIC X VALUE "N".
           88  WS-RANGE-END        VALUE "Y".
       01  WS-OUT-COUNT            PIC 9(9) VALUE 0.
       01  WS-OUT-SUM              PIC S9(19) COMP-3 VALUE 0.
       01  WS-ED-FOUND             PIC 9(4).
       01  WS-ED-SIZE              PIC 9(4).
       01  WS-ED-COUNT             PIC ZZZ9.

      * Requests are read up front so the log and the audit trail
      * can each be passed once for all of them.
       01  WS-CRD-TABLE.
           05  WS-CRD-MAX          PIC 9(4) COMP-3 VALUE 200.
           05  WS-CRD-COUNT        PIC 9(4) COMP-3 VALUE 0.
           05  WS-CRD-ENTRY OCCURS 200 TIMES
                   INDEXED BY CRD-IX CRD-IX2.
               10  WS-CRD-REQUESTER PIC X(8).
               10  WS-CRD-REQ-NO   PIC X(6).
               10  WS-CRD-REQ-NO-N REDEFINES WS-CRD-REQ-NO
                                   PIC 9(6).
               10  WS-CRD-SEQ-ID   PIC X(8).
               10  WS-CRD-FROM-X   PIC X(4).
               10  WS-CRD-FROM-N REDEFINES WS-CRD-FROM-X
                                   PIC 9(4).
               10  WS-CRD-TO-X     PIC X(4).
               10  WS-CRD-TO-N REDEFINES WS-CRD-TO-X
                                   PIC 9(4).
               10  WS-CRD-LOGGED-SW PIC X.
                   88  WS-CRD-LOGGED   VALUE "Y".
               10  WS-CRD-OUTCOME  PIC X.
                   88  WS-CRD-FULFILLED VALUE "F".
                   88  WS-CRD-REFUSED   VALUE "R".
               10  WS-CRD-AUD-DATE PIC 9(8).

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(27)
               VALUE "AD-HOC EXTRACT REQUESTS    ".
           05  FILLER              PIC X(4) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "CYCLE OF ".
           05  WS-RPT-TITLE-CYCLE  PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(7) VALUE "REQ-NO ".
           05  FILLER              PIC X(9) VALUE "REQUESTR ".
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(10) VALUE "TERMS     ".
           05  FILLER              PIC X(9) VALUE "OUTCOME  ".
           05  FILLER              PIC X(36) VALUE "FILE / REASON".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-REQ-NO   PIC X(6).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-REQUESTER PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-SEQ-ID   PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-FROM     PIC X(4).
           05  WS-RPT-DET-DASH     PIC X.
           05  WS-RPT-DET-TO       PIC X(4).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-OUTCOME  PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-TEXT     PIC X(36).

       01  WS-RPT-MSG-LINE.
           05  WS-RPT-MSG          PIC X(60).
           05  FILLER              PIC X(20) VALUE SPACES.

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(10) VALUE "REQUESTS  ".
           05  WS-RPT-FTR-READ     PIC ZZ,ZZ9.
           05  FILLER              PIC X(13) VALUE "  FULFILLED  ".
           05  WS-RPT-FTR-SENT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  REFUSED  ".
           05  WS-RPT-FTR-REFUSED  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-PROCESS-DATE
           PERFORM 0100-READ-CONTROL
           PERFORM 1000-LOAD-REQUESTS
           PERFORM 1100-LOAD-HISTORY
           PERFORM 1200-LOAD-AUDIT
           PERFORM 1300-OPEN-FILES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           IF WS-CRD-COUNT = 0
               MOVE "NO REQUESTS ON FIBADIN" TO WS-RPT-MSG
               PERFORM 0725-WRITE-RPT-MSG
           END-IF
           PERFORM VARYING CRD-IX FROM 1 BY 1
                   UNTIL CRD-IX > WS-CRD-COUNT
               PERFORM 2000-PROCESS-REQUEST
           END-PERFORM
           PERFORM 0730-WRITE-RPT-FOOTER
           CLOSE FIBADRPT
           CLOSE FIBADLOG
           CLOSE FIBDMANI
           CLOSE FIBMAST
           CLOSE FIBPARM
           IF WS-FIBCKST-OPEN
               CLOSE FIBCKST
           END-IF
           DISPLAY "FIBADHOC REQUESTS READ:    " WS-REQ-COUNT
           DISPLAY "FIBADHOC REQUESTS SENT:    " WS-SENT-COUNT
           DISPLAY "FIBADHOC REQUESTS REFUSED: " WS-REFUSED-COUNT
           IF WS-REFUSED-COUNT > 0
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

       1000-LOAD-REQUESTS.
           OPEN INPUT FIBADIN
           IF WS-FIBADIN-STATUS = "00"
               PERFORM UNTIL WS-FIBADIN-EOF
                   READ FIBADIN
                       AT END SET WS-FIBADIN-EOF TO TRUE
                       NOT AT END PERFORM 1050-POST-REQUEST
                   END-READ
               END-PERFORM
               CLOSE FIBADIN
           ELSE
               DISPLAY "FIBADHOC WARNING - FIBADIN NOT AVAILABLE"
                   " (STATUS " WS-FIBADIN-STATUS ")"
           END-IF.

       1050-POST-REQUEST.
           IF WS-CRD-COUNT < WS-CRD-MAX
               ADD 1 TO WS-CRD-COUNT
               ADD 1 TO WS-REQ-COUNT
               SET CRD-IX TO WS-CRD-COUNT
               MOVE FIBADIN-REQUESTER TO WS-CRD-REQUESTER (CRD-IX)
               MOVE FIBADIN-REQ-NO TO WS-CRD-REQ-NO (CRD-IX)
               MOVE FIBADIN-SEQ-ID TO WS-CRD-SEQ-ID (CRD-IX)
               MOVE FIBADIN-FROM-I TO WS-CRD-FROM-X (CRD-IX)
               MOVE FIBADIN-TO-I TO WS-CRD-TO-X (CRD-IX)
               MOVE "N" TO WS-CRD-LOGGED-SW (CRD-IX)
               MOVE SPACE TO WS-CRD-OUTCOME (CRD-IX)
               MOVE 0 TO WS-CRD-AUD-DATE (CRD-IX)
           ELSE
               DISPLAY "FIBADHOC WARNING - REQUEST TABLE FULL, "
                   "REQUEST " FIBADIN-REQ-NO " LEFT FOR NEXT RUN"
           END-IF.

      * A request number already fulfilled must not be cut again -
      * its file name is taken and the requester already has it.
       1100-LOAD-HISTORY.
           OPEN INPUT FIBADLOG
           IF WS-FIBADLOG-STATUS = "00"
               PERFORM UNTIL WS-FIBADLOG-EOF
                   READ FIBADLOG
                       AT END SET WS-FIBADLOG-EOF TO TRUE
                       NOT AT END
                           IF FIBADLOG-FULFILLED
                               PERFORM 1150-MARK-LOGGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBADLOG
           END-IF.

       1150-MARK-LOGGED.
           PERFORM VARYING CRD-IX FROM 1 BY 1
                   UNTIL CRD-IX > WS-CRD-COUNT
               IF WS-CRD-REQ-NO (CRD-IX) = FIBADLOG-REQ-NO
                   SET WS-CRD-LOGGED (CRD-IX) TO TRUE
               END-IF
           END-PERFORM.

      * The last run of each requested sequence that produced terms
      * - the last such record appended, as FIBVERIF reads the
      * trail. A rejected run produced nothing for FIBLOAD to load.
       1200-LOAD-AUDIT.
           OPEN INPUT FIBAUDIT
           IF WS-FIBAUDIT-STATUS = "00"
               SET WS-FIBAUDIT-USABLE TO TRUE
               PERFORM UNTIL WS-FIBAUDIT-EOF
                   READ FIBAUDIT
                       AT END SET WS-FIBAUDIT-EOF TO TRUE
                       NOT AT END
                           IF FIBAUDIT-FINAL-I IS NUMERIC AND
                                   FIBAUDIT-FINAL-I > 0
                               PERFORM 1250-POST-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIBAUDIT
           ELSE
               DISPLAY "FIBADHOC WARNING - FIBAUDIT NOT AVAILABLE"
                   " (STATUS " WS-FIBAUDIT-STATUS ") -"
                   " NO REQUEST CAN BE SENT"
           END-IF.

       1250-POST-AUDIT.
           PERFORM VARYING CRD-IX FROM 1 BY 1
                   UNTIL CRD-IX > WS-CRD-COUNT
               IF WS-CRD-SEQ-ID (CRD-IX) = FIBAUDIT-SEQ-ID
                   MOVE FIBAUDIT-RUN-DATE TO WS-CRD-AUD-DATE (CRD-IX)
               END-IF
           END-PERFORM.

      * Nothing is cut unless it can be recorded on the manifest
      * and in the request log. FIBCKST only exists once FIB has
      * checkpointed, so a missing file means nothing is pending.
       1300-OPEN-FILES.
           OPEN INPUT FIBPARM
           IF WS-FIBPARM-STATUS NOT = "00" AND
                   WS-FIBPARM-STATUS NOT = "97"
               DISPLAY "FIBADHOC ABORT - FIBPARM OPEN FAILED STATUS "
                   WS-FIBPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FIBMAST
           IF WS-FIBMAST-STATUS NOT = "00" AND
                   WS-FIBMAST-STATUS NOT = "97"
               DISPLAY "FIBADHOC ABORT - FIBMAST OPEN FAILED STATUS "
                   WS-FIBMAST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FIBCKST
           EVALUATE WS-FIBCKST-STATUS
               WHEN "00"
               WHEN "97"
                   SET WS-FIBCKST-OPEN TO TRUE
                   SET WS-FIBCKST-USABLE TO TRUE
               WHEN "35"
                   SET WS-FIBCKST-USABLE TO TRUE
               WHEN OTHER
                   DISPLAY "FIBADHOC WARNING - FIBCKST NOT AVAILABLE"
                       " (STATUS " WS-FIBCKST-STATUS ") -"
                       " NO REQUEST CAN BE SENT"
           END-EVALUATE
           OPEN EXTEND FIBDMANI
           IF WS-FIBDMANI-STATUS = "35"
               OPEN OUTPUT FIBDMANI
           END-IF
           IF WS-FIBDMANI-STATUS NOT = "00"
               DISPLAY "FIBADHOC ABORT - FIBDMANI OPEN FAILED STATUS "
                   WS-FIBDMANI-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FIBADLOG
           IF WS-FIBADLOG-STATUS = "35"
               OPEN OUTPUT FIBADLOG
           END-IF
           IF WS-FIBADLOG-STATUS NOT = "00"
               DISPLAY "FIBADHOC ABORT - FIBADLOG OPEN FAILED STATUS "
                   WS-FIBADLOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Each check runs only while the request still stands; the
      * first reason found is the one reported.
       2000-PROCESS-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 2100-CHECK-CARD
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2200-CHECK-SEQUENCE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2300-CHECK-CHECKPOINT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2400-SCAN-RANGE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 2500-CHECK-CURRENCY
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3000-CUT-EXTRACT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               SET WS-CRD-FULFILLED (CRD-IX) TO TRUE
               ADD 1 TO WS-SENT-COUNT
           ELSE
               SET WS-CRD-REFUSED (CRD-IX) TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           PERFORM 4000-LOG-REQUEST.

       2100-CHECK-CARD.
           EVALUATE TRUE
               WHEN WS-CRD-REQUESTER (CRD-IX) = SPACES
                   MOVE "REQUESTER-ID MISSING" TO WS-REFUSE-REASON
               WHEN WS-CRD-REQ-NO-N (CRD-IX) IS NOT NUMERIC
                   MOVE "REQUEST NUMBER NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN WS-CRD-SEQ-ID (CRD-IX) = SPACES
                   MOVE "SEQUENCE-ID MISSING" TO WS-REFUSE-REASON
               WHEN WS-CRD-FROM-N (CRD-IX) IS NOT NUMERIC OR
                       WS-CRD-TO-N (CRD-IX) IS NOT NUMERIC
                   MOVE "TERM RANGE NOT NUMERIC" TO WS-REFUSE-REASON
               WHEN WS-CRD-FROM-N (CRD-IX) = 0
                   MOVE "TERM RANGE MUST START AT 1"
                       TO WS-REFUSE-REASON
               WHEN WS-CRD-TO-N (CRD-IX) < WS-CRD-FROM-N (CRD-IX)
                   MOVE "TERM RANGE ENDS BEFORE IT STARTS"
                       TO WS-REFUSE-REASON
               WHEN WS-CRD-LOGGED (CRD-IX)
                   MOVE "REQUEST NUMBER ALREADY FULFILLED"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 2150-CHECK-EARLIER-CARDS
           END-EVALUATE.

       2150-CHECK-EARLIER-CARDS.
           PERFORM VARYING CRD-IX2 FROM 1 BY 1
                   UNTIL CRD-IX2 NOT < CRD-IX
               IF WS-CRD-REQ-NO (CRD-IX2) = WS-CRD-REQ-NO (CRD-IX)
                       AND WS-CRD-FULFILLED (CRD-IX2)
                   MOVE "REQUEST NUMBER ALREADY FULFILLED"
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.

      * DEFAULT has no FIBPARM entry - FIB runs it on the classic
      * seeds when nothing else is due.
       2200-CHECK-SEQUENCE.
           MOVE 0 TO WS-SEED-1
           MOVE 0 TO WS-SEED-2
           IF WS-CRD-SEQ-ID (CRD-IX) NOT = "DEFAULT "
               MOVE WS-CRD-SEQ-ID (CRD-IX) TO FIBPARM-SEQ-ID
               READ FIBPARM
                   INVALID KEY
                       MOVE "SEQUENCE NOT ON FIBPARM"
                           TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF FIBPARM-SEED-1 IS NUMERIC
                           MOVE FIBPARM-SEED-1 TO WS-SEED-1
                       END-IF
                       IF FIBPARM-SEED-2 IS NUMERIC
                           MOVE FIBPARM-SEED-2 TO WS-SEED-2
                       END-IF
               END-READ
           END-IF
           IF WS-SEED-1 = 0 AND WS-SEED-2 = 0
               MOVE 1 TO WS-SEED-2
           END-IF.

      * A pending checkpoint means a run of the sequence stopped
      * part-way; FIBMAST may be about to change under the request.
       2300-CHECK-CHECKPOINT.
           IF NOT WS-FIBCKST-USABLE
               MOVE "FIBCKST UNREADABLE - CANNOT CHECK"
                   TO WS-REFUSE-REASON
           ELSE
               IF WS-FIBCKST-OPEN
                   MOVE WS-CRD-SEQ-ID (CRD-IX) TO FIBCKST-SEQ-ID
                   READ FIBCKST
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FIBCKST-PENDING
                               STRING "CHECKPOINT PENDING SINCE "
                                       DELIMITED BY SIZE
                                   FIBCKST-DATE DELIMITED BY SIZE
                                   INTO WS-REFUSE-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * Counts the requested terms on FIBMAST and notes the oldest
      * load date among them.
       2400-SCAN-RANGE.
           COMPUTE WS-RANGE-SIZE =
               WS-CRD-TO-N (CRD-IX) - WS-CRD-FROM-N (CRD-IX) + 1
           MOVE 0 TO WS-RANGE-FOUND
           MOVE 99999999 TO WS-RANGE-MIN-LOAD
           PERFORM 2450-START-RANGE
           PERFORM UNTIL WS-RANGE-END
               PERFORM 2460-READ-RANGE
               IF NOT WS-RANGE-END
                   ADD 1 TO WS-RANGE-FOUND
                   IF FIBMAST-LOAD-DATE IS NUMERIC AND
                           FIBMAST-LOAD-DATE < WS-RANGE-MIN-LOAD
                       MOVE FIBMAST-LOAD-DATE TO WS-RANGE-MIN-LOAD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RANGE-FOUND NOT = WS-RANGE-SIZE
               MOVE WS-RANGE-FOUND TO WS-ED-FOUND
               MOVE WS-RANGE-SIZE TO WS-ED-SIZE
               STRING "ONLY " DELIMITED BY SIZE
                       WS-ED-FOUND DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       WS-ED-SIZE DELIMITED BY SIZE
                       " TERMS ON FIBMAST" DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
           END-IF.

       2450-START-RANGE.
           MOVE "N" TO WS-RANGE-END-SW
           MOVE WS-CRD-SEQ-ID (CRD-IX) TO FIBMAST-SEQ-ID
           MOVE WS-CRD-FROM-N (CRD-IX) TO FIBMAST-I
           START FIBMAST KEY IS NOT LESS THAN FIBMAST-KEY
               INVALID KEY SET WS-RANGE-END TO TRUE
           END-START.

       2460-READ-RANGE.
           READ FIBMAST NEXT RECORD
               AT END SET WS-RANGE-END TO TRUE
               NOT AT END
                   IF FIBMAST-SEQ-ID NOT = WS-CRD-SEQ-ID (CRD-IX) OR
                           FIBMAST-I > WS-CRD-TO-N (CRD-IX)
                       SET WS-RANGE-END TO TRUE
                   END-IF
           END-READ.

      * Terms loaded before the sequence's last run are from an
      * older run than the one on FIBAUDIT - FIBLOAD has not yet
      * brought FIBMAST up to date, so they are not sent.
       2500-CHECK-CURRENCY.
           EVALUATE TRUE
               WHEN NOT WS-FIBAUDIT-USABLE
                   MOVE "FIBAUDIT UNREADABLE - CANNOT CHECK"
                       TO WS-REFUSE-REASON
               WHEN WS-CRD-AUD-DATE (CRD-IX) > 0 AND
                       WS-RANGE-MIN-LOAD < WS-CRD-AUD-DATE (CRD-IX)
                   STRING "LOADED " DELIMITED BY SIZE
                           WS-RANGE-MIN-LOAD DELIMITED BY SIZE
                           ", LAST RUN " DELIMITED BY SIZE
                           WS-CRD-AUD-DATE (CRD-IX) DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
           END-EVALUATE.

      * The file is written in the FIBREC layout and closed with
      * the trailer FIB writes, so the requester reconciles it as
      * any extract: count, sum of prior-term values and seeds.
       3000-CUT-EXTRACT.
           MOVE SPACES TO WS-FIBADOUT-DSN
           STRING "FIBADHOC." DELIMITED BY SIZE
                   WS-CRD-REQ-NO (CRD-IX) DELIMITED BY SIZE
               INTO WS-FIBADOUT-DSN
           OPEN OUTPUT FIBADOUT
           IF WS-FIBADOUT-STATUS NOT = "00"
               STRING "OUTPUT OPEN FAILED STATUS " DELIMITED BY SIZE
                       WS-FIBADOUT-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-REASON
           ELSE
               MOVE 0 TO WS-OUT-COUNT
               MOVE 0 TO WS-OUT-SUM
               PERFORM 2450-START-RANGE
               PERFORM UNTIL WS-RANGE-END
                   PERFORM 2460-READ-RANGE
                   IF NOT WS-RANGE-END
                       PERFORM 3100-WRITE-DETAIL
                   END-IF
               END-PERFORM
               PERFORM 3200-WRITE-TRAILER
               CLOSE FIBADOUT
               PERFORM 3300-WRITE-MANIFEST
           END-IF.

       3100-WRITE-DETAIL.
           SET FIBREC-IS-DETAIL TO TRUE
           MOVE FIBMAST-I TO FIBREC-I
           MOVE FIBMAST-CURR TO FIBREC-CURR
           MOVE FIBMAST-PREV TO FIBREC-PREV
           WRITE FIBREC
           ADD 1 TO WS-OUT-COUNT
           ADD FIBMAST-PREV TO WS-OUT-SUM.

       3200-WRITE-TRAILER.
           INITIALIZE FIBREC-TRAILER
           SET FIBREC-IS-TRAILER TO TRUE
           MOVE WS-OUT-COUNT TO FIBREC-REC-COUNT
           MOVE WS-OUT-SUM TO FIBREC-CTRL-SUM
           MOVE WS-SEED-1 TO FIBREC-SEED-1
           MOVE WS-SEED-2 TO FIBREC-SEED-2
           WRITE FIBREC.

      * Same manifest line FIBDIST writes, the requester in place
      * of the subscribing recipient.
       3300-WRITE-MANIFEST.
           MOVE SPACES TO FIBDMANI-REC
           MOVE WS-CRD-REQUESTER (CRD-IX) TO MANI-RECIP-ID
           MOVE WS-FIBADOUT-DSN TO MANI-DSN
           MOVE WS-OUT-COUNT TO MANI-REC-COUNT
           MOVE WS-OUT-SUM TO MANI-CTRL-SUM
           MOVE WS-PROCESS-DATE TO MANI-CYCLE-DATE
           MOVE 0 TO MANI-SHORT-COUNT
           ACCEPT WS-SEND-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEND-STAMP FROM TIME
           MOVE WS-SEND-DATE TO MANI-SEND-DATE
           MOVE WS-SEND-HHMMSS TO MANI-SEND-TIME
           MOVE SPACE TO MANI-RESEND-SW
           WRITE FIBDMANI-REC.

       4000-LOG-REQUEST.
           MOVE SPACES TO FIBADLOG-REC
           MOVE WS-RUN-DATE TO FIBADLOG-DATE
           ACCEPT FIBADLOG-TIME FROM TIME
           MOVE WS-CRD-REQUESTER (CRD-IX) TO FIBADLOG-REQUESTER
           MOVE WS-CRD-REQ-NO (CRD-IX) TO FIBADLOG-REQ-NO
           MOVE WS-CRD-SEQ-ID (CRD-IX) TO FIBADLOG-SEQ-ID
           MOVE WS-CRD-FROM-X (CRD-IX) TO FIBADLOG-FROM-I
           MOVE WS-CRD-TO-X (CRD-IX) TO FIBADLOG-TO-I
           MOVE WS-CRD-OUTCOME (CRD-IX) TO FIBADLOG-OUTCOME
           MOVE WS-PROCESS-DATE TO FIBADLOG-CYCLE-DATE
           MOVE SPACES TO WS-RPT-DETAIL-LINE
           MOVE WS-CRD-REQ-NO (CRD-IX) TO WS-RPT-DET-REQ-NO
           MOVE WS-CRD-REQUESTER (CRD-IX) TO WS-RPT-DET-REQUESTER
           MOVE WS-CRD-SEQ-ID (CRD-IX) TO WS-RPT-DET-SEQ-ID
           MOVE WS-CRD-FROM-X (CRD-IX) TO WS-RPT-DET-FROM
           MOVE "-" TO WS-RPT-DET-DASH
           MOVE WS-CRD-TO-X (CRD-IX) TO WS-RPT-DET-TO
           IF WS-CRD-FULFILLED (CRD-IX)
               MOVE WS-FIBADOUT-DSN TO FIBADLOG-DSN
               MOVE WS-OUT-COUNT TO FIBADLOG-REC-COUNT
               MOVE WS-OUT-SUM TO FIBADLOG-CTRL-SUM
               MOVE "SENT" TO WS-RPT-DET-OUTCOME
               MOVE WS-OUT-COUNT TO WS-ED-COUNT
               STRING WS-FIBADOUT-DSN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-ED-COUNT DELIMITED BY SIZE
                       " TERMS" DELIMITED BY SIZE
                   INTO WS-RPT-DET-TEXT
           ELSE
               MOVE 0 TO FIBADLOG-REC-COUNT
               MOVE 0 TO FIBADLOG-CTRL-SUM
               MOVE WS-REFUSE-REASON TO FIBADLOG-REASON
               MOVE "REFUSED" TO WS-RPT-DET-OUTCOME
               MOVE WS-REFUSE-REASON TO WS-RPT-DET-TEXT
           END-IF
           WRITE FIBADLOG-REC
           IF WS-FIBADLOG-STATUS NOT = "00"
               DISPLAY "FIBADHOC WARNING - FIBADLOG WRITE FAILED FOR "
                   "REQUEST " WS-CRD-REQ-NO (CRD-IX)
                   " STATUS " WS-FIBADLOG-STATUS
           END-IF
           PERFORM 0720-WRITE-RPT-DETAIL.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBADRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-PROCESS-DATE TO WS-RPT-TITLE-CYCLE
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBDRPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           MOVE " " TO FIBDRPT-CC
           MOVE SPACES TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

       0720-WRITE-RPT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBDRPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0725-WRITE-RPT-MSG.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBDRPT-CC
           MOVE WS-RPT-MSG-LINE TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-REQ-COUNT TO WS-RPT-FTR-READ
           MOVE WS-SENT-COUNT TO WS-RPT-FTR-SENT
           MOVE WS-REFUSED-COUNT TO WS-RPT-FTR-REFUSED
           MOVE " " TO FIBDRPT-CC
           MOVE SPACES TO FIBDRPT-LINE
           WRITE FIBADRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBDRPT-LINE
           WRITE FIBADRPT-REC.
