      * COBOL sample
      * 2026-09-28 FIBAPPR - batch checker for pending FIBPARM
      *            changes. FIBPMNT and FIBPARMO no longer update
      *            FIBPARM; they leave each accepted add, change,
      *            delete or deactivate on FIBPEND as PENDING. This
      *            run first lapses every change left pending longer
      *            than the lapse age (marked EXPIRED), then reads
      *            approval cards from the optional FIBAPRIN file -
      *            decision A (approve) or R (reject), the
      *            sequence-id and a reason - and releases or rejects
      *            the one change pending for each named sequence.
      *            The approving user comes from FIB_USER and must
      *            hold approve authority on FIBAUTH (fails closed,
      *            RETURN-CODE 12, when any card is present); a user
      *            may never approve or reject their own change. An
      *            approval is refused while the batch has the
      *            sequence marked IN-FLIGHT on FIBLOCK, as FIBPARMO
      *            refused direct changes. Only an approved change
      *            reaches FIBPARM, journaled to FIBPMNTJL with both
      *            the maker and the checker. A change whose entry
      *            moved on since it was keyed (other than the
      *            nightly next-run-date roll) is marked FAILED
      *            rather than applied over the top. Results print on
      *            FIBAPRPT; RETURN-CODE 8 when any card was refused
      *            or failed, 4 when changes lapsed. Runs nightly
      *            with no cards to keep the lapse current.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIBPEND ASSIGN TO "FIBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FIBPEND-KEY
               FILE STATUS IS WS-FIBPEND-STATUS.
           SELECT FIBPARM ASSIGN TO "FIBPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBPARM-SEQ-ID
               FILE STATUS IS WS-FIBPARM-STATUS.
           SELECT FIBAUTH ASSIGN TO "FIBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBAUTH-USER-ID
               FILE STATUS IS WS-FIBAUTH-STATUS.
           SELECT FIBLOCK ASSIGN TO "FIBLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIBLOCK-SEQ-ID
               FILE STATUS IS WS-FIBLOCK-STATUS.
           SELECT FIBAPRIN ASSIGN TO "FIBAPRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBAPRIN-STATUS.
           SELECT FIBPMNTJL ASSIGN TO "FIBPMNTJL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBJRNL-STATUS.
           SELECT FIBAPRPT ASSIGN TO "FIBAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIBRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FIBPEND
           RECORDING MODE IS F.
           COPY FIBPEND.

       FD  FIBPARM
           RECORDING MODE IS F.
           COPY FIBPARM.

       FD  FIBAUTH
           RECORDING MODE IS F.
           COPY FIBAUTH.

       FD  FIBLOCK
           RECORDING MODE IS F.
           COPY FIBLOCK.

       FD  FIBAPRIN
           RECORDING MODE IS F.
       01  FIBAPRIN-REC.
           05  FIBAPRIN-DECISION   PIC X.
               88  FIBAPRIN-APPROVE    VALUE "A".
               88  FIBAPRIN-REJECT     VALUE "R".
           05  FIBAPRIN-SEQ-ID     PIC X(8).
           05  FIBAPRIN-REASON     PIC X(30).
           05  FILLER              PIC X(41).

       FD  FIBPMNTJL
           RECORDING MODE IS F.
           COPY FIBJRNL.

       FD  FIBAPRPT
           RECORDING MODE IS F.
       01  FIBAPRPT-REC.
           05  FIBARPT-CC          PIC X.
           05  FIBARPT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FIBPEND-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBPEND-EOF-SW       PIC X VALUE "N".
           88  WS-FIBPEND-EOF      VALUE "Y".
       01  WS-FIBPARM-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBAUTH-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBLOCK-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBLOCK-OPEN-SW      PIC X VALUE "N".
           88  WS-FIBLOCK-OPEN     VALUE "Y".
       01  WS-FIBLOCK-USABLE-SW    PIC X VALUE "N".
           88  WS-FIBLOCK-USABLE   VALUE "Y".
       01  WS-FIBAPRIN-STATUS      PIC XX VALUE SPACES.
       01  WS-FIBAPRIN-OPEN-SW     PIC X VALUE "N".
           88  WS-FIBAPRIN-OPEN    VALUE "Y".
       01  WS-FIBAPRIN-EOF-SW      PIC X VALUE "N".
           88  WS-FIBAPRIN-EOF     VALUE "Y".
       01  WS-FIBJRNL-STATUS       PIC XX VALUE SPACES.
       01  WS-FIBRPT-STATUS        PIC XX VALUE SPACES.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-TIME             PIC 9(8).
       01  WS-USER-ID              PIC X(8) VALUE SPACES.
      * A change left pending this many days lapses - the same age
      * FIBPMNT, FIBPARMO and FIBAPPRO expire at.
       01  WS-LAPSE-DAYS           PIC 9(3) VALUE 3.
       01  WS-PEND-AGE-DAYS        PIC S9(7) COMP-3.
       01  WS-PEND-FOUND-SW        PIC X VALUE "N".
           88  WS-PEND-FOUND       VALUE "Y".
       01  WS-CARD-OK-SW           PIC X VALUE "N".
           88  WS-CARD-OK          VALUE "Y".
       01  WS-APPLY-OK-SW          PIC X VALUE "N".
           88  WS-APPLY-OK         VALUE "Y".
       01  WS-REJ-REASON           PIC X(30) VALUE SPACES.
       01  WS-JRNL-BEFORE          PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER           PIC X(80) VALUE SPACES.
       01  WS-APPROVED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(5) VALUE 0.

      * Work copies of the images held on the pending change: the
      * entry as it stood when the change was keyed and the entry
      * the maker proposed.
           COPY FIBPARM REPLACING LEADING ==FIBPARM== BY ==WS-APB==.
           COPY FIBPARM REPLACING LEADING ==FIBPARM== BY ==WS-APA==.

       01  WS-RPT-LINE-COUNT       PIC 9(4) COMP-3 VALUE 0.
       01  WS-RPT-LINES-PER-PAGE   PIC 9(4) COMP-3 VALUE 50.
       01  WS-RPT-PAGE-NO          PIC 9(4) COMP-3 VALUE 0.

       01  WS-RPT-TITLE-LINE.
           05  FILLER              PIC X(28)
               VALUE "FIBPARM CHANGE APPROVALS    ".
           05  FILLER              PIC X(12) VALUE SPACES.
           05  FILLER              PIC X(9) VALUE "RUN DATE ".
           05  WS-RPT-TITLE-DATE   PIC 9(8).
           05  FILLER              PIC X(5) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "PAGE ".
           05  WS-RPT-TITLE-PAGE   PIC ZZZ9.

       01  WS-RPT-COL-HDG-LINE.
           05  FILLER              PIC X(9) VALUE "SEQ-ID   ".
           05  FILLER              PIC X(4) VALUE "ACT ".
           05  FILLER              PIC X(9) VALUE "KEYED    ".
           05  FILLER              PIC X(9) VALUE "MAKER    ".
           05  FILLER              PIC X(9) VALUE "CHECKER  ".
           05  FILLER              PIC X(9) VALUE "DISP     ".
           05  FILLER              PIC X(30) VALUE "REASON".

       01  WS-RPT-DETAIL-LINE.
           05  WS-RPT-DET-SEQ-ID   PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-ACTION   PIC X.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  WS-RPT-DET-REQ-DATE PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-MAKER    PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-CHECKER  PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-DISP     PIC X(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-RPT-DET-REASON   PIC X(30).

       01  WS-RPT-FOOTER-LINE.
           05  FILLER              PIC X(9) VALUE "APPROVED ".
           05  WS-RPT-FTR-APPROVED PIC ZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  REJECTED ".
           05  WS-RPT-FTR-REJECTED PIC ZZ,ZZ9.
           05  FILLER              PIC X(10) VALUE "  EXPIRED ".
           05  WS-RPT-FTR-EXPIRED  PIC ZZ,ZZ9.
           05  FILLER              PIC X(20)
               VALUE "  REFUSED OR FAILED ".
           05  WS-RPT-FTR-REFUSED  PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-USER-ID FROM ENVIRONMENT "FIB_USER"
           PERFORM 0100-OPEN-CARDS
           IF NOT WS-FIBAPRIN-EOF
               PERFORM 0050-CHECK-USER-AUTH
           END-IF
           PERFORM 0200-OPEN-FILES
           PERFORM 0700-OPEN-RPT
           PERFORM 0710-WRITE-RPT-HEADERS
           PERFORM 1000-LAPSE-SWEEP
           PERFORM UNTIL WS-FIBAPRIN-EOF
               PERFORM 2000-PROCESS-CARD
               READ FIBAPRIN
                   AT END SET WS-FIBAPRIN-EOF TO TRUE
               END-READ
           END-PERFORM
           PERFORM 0730-WRITE-RPT-FOOTER
           IF WS-FIBAPRIN-OPEN
               CLOSE FIBAPRIN
           END-IF
           IF WS-FIBLOCK-OPEN
               CLOSE FIBLOCK
           END-IF
           CLOSE FIBPEND
           CLOSE FIBPARM
           CLOSE FIBPMNTJL
           CLOSE FIBAPRPT
           DISPLAY "FIBAPPR CHANGES APPROVED: " WS-APPROVED-COUNT
           DISPLAY "FIBAPPR CHANGES REJECTED: " WS-REJECTED-COUNT
           DISPLAY "FIBAPPR CHANGES EXPIRED: " WS-EXPIRED-COUNT
           DISPLAY "FIBAPPR CARDS REFUSED OR FAILED: "
               WS-REFUSED-COUNT
           EVALUATE TRUE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXPIRED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * Approval fails closed, as maintenance does in FIBPMNT: no
      * FIBAUTH, a blank user, an unknown user or a user without
      * approve authority stops the run before a card is applied.
      * Not asked when there are no cards - the lapse sweep on its
      * own needs no authority.
       0050-CHECK-USER-AUTH.
           IF WS-USER-ID = SPACES
               DISPLAY "FIBAPPR ABORT - FIB_USER NOT SET -"
                   " NO CHANGES APPROVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FIBAUTH
           IF WS-FIBAUTH-STATUS NOT = "00" AND
                   WS-FIBAUTH-STATUS NOT = "97"
               DISPLAY "FIBAPPR ABORT - FIBAUTH OPEN FAILED STATUS "
                   WS-FIBAUTH-STATUS " - NO CHANGES APPROVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-USER-ID TO FIBAUTH-USER-ID
           READ FIBAUTH
               INVALID KEY
                   DISPLAY "FIBAPPR ABORT - USER " WS-USER-ID
                       " NOT ON FIBAUTH - NO CHANGES APPROVED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT FIBAUTH-MAY-APPROVE
               DISPLAY "FIBAPPR ABORT - USER " WS-USER-ID
                   " HAS NO APPROVE AUTHORITY - NO CHANGES APPROVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FIBAUTH.

      * The cards are optional; the first is read ahead so the run
      * knows whether an approver is needed at all.
       0100-OPEN-CARDS.
           OPEN INPUT FIBAPRIN
           IF WS-FIBAPRIN-STATUS = "00"
               SET WS-FIBAPRIN-OPEN TO TRUE
               READ FIBAPRIN
                   AT END SET WS-FIBAPRIN-EOF TO TRUE
               END-READ
           ELSE
               SET WS-FIBAPRIN-EOF TO TRUE
           END-IF.

       0200-OPEN-FILES.
           OPEN I-O FIBPEND
           IF WS-FIBPEND-STATUS = "35"
               OPEN OUTPUT FIBPEND
               CLOSE FIBPEND
               OPEN I-O FIBPEND
           END-IF
           IF WS-FIBPEND-STATUS NOT = "00" AND
                   WS-FIBPEND-STATUS NOT = "97"
               DISPLAY "FIBAPPR ABORT - FIBPEND OPEN FAILED STATUS "
                   WS-FIBPEND-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FIBPARM
           IF WS-FIBPARM-STATUS NOT = "00" AND
                   WS-FIBPARM-STATUS NOT = "05" AND
                   WS-FIBPARM-STATUS NOT = "97"
               DISPLAY "FIBAPPR ABORT - FIBPARM OPEN FAILED STATUS "
                   WS-FIBPARM-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FIBLOCK
           IF WS-FIBLOCK-STATUS = "00" OR WS-FIBLOCK-STATUS = "97"
               SET WS-FIBLOCK-OPEN TO TRUE
               SET WS-FIBLOCK-USABLE TO TRUE
           END-IF
           OPEN EXTEND FIBPMNTJL
           IF WS-FIBJRNL-STATUS = "35"
               OPEN OUTPUT FIBPMNTJL
           END-IF.

      * Every change still pending past the lapse age is marked
      * EXPIRED; the maker has to key it again if it is still wanted.
       1000-LAPSE-SWEEP.
           MOVE "N" TO WS-FIBPEND-EOF-SW
           MOVE LOW-VALUES TO FIBPEND-KEY
           START FIBPEND KEY IS NOT LESS THAN FIBPEND-KEY
               INVALID KEY SET WS-FIBPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FIBPEND-EOF
               READ FIBPEND NEXT RECORD
                   AT END SET WS-FIBPEND-EOF TO TRUE
                   NOT AT END
                       IF FIBPEND-PENDING
                           PERFORM 1100-LAPSE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       1100-LAPSE-ONE-CHANGE.
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(FIBPEND-REQ-DATE)
           IF WS-PEND-AGE-DAYS > WS-LAPSE-DAYS
               MOVE "E" TO FIBPEND-STATUS
               MOVE WS-RUN-DATE TO FIBPEND-DEC-DATE
               MOVE WS-RUN-TIME TO FIBPEND-DEC-TIME
               MOVE "LAPSED - NOT APPROVED IN TIME" TO FIBPEND-REASON
               REWRITE FIBPEND-REC
                   INVALID KEY
                       DISPLAY "FIBAPPR WARNING - FIBPEND REWRITE "
                           "FAILED SEQ-ID " FIBPEND-SEQ-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE "EXPIRED " TO WS-RPT-DET-DISP
                       MOVE FIBPEND-REASON TO WS-RPT-DET-REASON
                       PERFORM 0720-WRITE-RPT-DETAIL
               END-REWRITE
           END-IF.

      * One card decides the single change pending for its
      * sequence. A refused card leaves the change pending.
       2000-PROCESS-CARD.
           MOVE "Y" TO WS-CARD-OK-SW
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN NOT (FIBAPRIN-APPROVE OR FIBAPRIN-REJECT)
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "DECISION MUST BE A OR R" TO WS-REJ-REASON
               WHEN FIBAPRIN-SEQ-ID = SPACES
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "SEQ-ID MISSING" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-CARD-OK
               PERFORM 2100-FIND-PENDING
               IF NOT WS-PEND-FOUND
                   MOVE "N" TO WS-CARD-OK-SW
                   MOVE "NO CHANGE PENDING FOR SEQ-ID" TO
                       WS-REJ-REASON
               END-IF
           END-IF
           IF WS-CARD-OK AND FIBPEND-MAKER-ID = WS-USER-ID
               MOVE "N" TO WS-CARD-OK-SW
               MOVE "CHECKER MAY NOT BE THE MAKER" TO WS-REJ-REASON
           END-IF
           IF WS-CARD-OK AND FIBAPRIN-APPROVE
               PERFORM 2200-CHECK-SEQ-LOCK
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   PERFORM 2900-REFUSE-CARD
               WHEN FIBAPRIN-REJECT
                   PERFORM 2500-REJECT-CHANGE
               WHEN OTHER
                   PERFORM 3000-APPROVE-CHANGE
           END-EVALUATE.

      * Leaves FIBPEND-REC holding the pending change when found.
       2100-FIND-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE "N" TO WS-FIBPEND-EOF-SW
           MOVE FIBAPRIN-SEQ-ID TO FIBPEND-SEQ-ID
           MOVE 0 TO FIBPEND-REQ-DATE
           MOVE 0 TO FIBPEND-REQ-TIME
           START FIBPEND KEY IS NOT LESS THAN FIBPEND-KEY
               INVALID KEY SET WS-FIBPEND-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-FIBPEND-EOF OR WS-PEND-FOUND
               READ FIBPEND NEXT RECORD
                   AT END SET WS-FIBPEND-EOF TO TRUE
                   NOT AT END
                       IF FIBPEND-SEQ-ID NOT = FIBAPRIN-SEQ-ID
                           SET WS-FIBPEND-EOF TO TRUE
                       ELSE
                           IF FIBPEND-PENDING
                               SET WS-PEND-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The batch owns a sequence while it is marked IN-FLIGHT; a
      * change applied in between would be overwritten by the roll.
      * A missing lock file or record means no run is in progress.
       2200-CHECK-SEQ-LOCK.
           IF WS-FIBLOCK-USABLE
               MOVE FIBAPRIN-SEQ-ID TO FIBLOCK-SEQ-ID
               READ FIBLOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FIBLOCK-IN-FLIGHT
                           MOVE "N" TO WS-CARD-OK-SW
                           MOVE "SEQUENCE IN FLIGHT IN BATCH" TO
                               WS-REJ-REASON
                       END-IF
               END-READ
           END-IF.

       2500-REJECT-CHANGE.
           MOVE "R" TO FIBPEND-STATUS
           IF FIBAPRIN-REASON = SPACES
               MOVE "REJECTED BY CHECKER" TO FIBPEND-REASON
           ELSE
               MOVE FIBAPRIN-REASON TO FIBPEND-REASON
           END-IF
           PERFORM 2800-STAMP-DECISION
           REWRITE FIBPEND-REC
               INVALID KEY
                   MOVE "FIBPEND REWRITE FAILED" TO WS-REJ-REASON
                   PERFORM 2900-REFUSE-CARD
               NOT INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-RPT-DET-DISP
                   MOVE FIBPEND-REASON TO WS-RPT-DET-REASON
                   PERFORM 0720-WRITE-RPT-DETAIL
           END-REWRITE.

       2800-STAMP-DECISION.
           MOVE WS-USER-ID TO FIBPEND-CHECKER-ID
           MOVE WS-RUN-DATE TO FIBPEND-DEC-DATE
           MOVE WS-RUN-TIME TO FIBPEND-DEC-TIME.

       2900-REFUSE-CARD.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "FIBAPPR REFUSED - " WS-REJ-REASON " - DECISION "
               FIBAPRIN-DECISION " SEQ-ID " FIBAPRIN-SEQ-ID
           MOVE "REFUSED " TO WS-RPT-DET-DISP
           MOVE WS-REJ-REASON TO WS-RPT-DET-REASON
           IF WS-PEND-FOUND
               PERFORM 0720-WRITE-RPT-DETAIL
           ELSE
               PERFORM 0725-WRITE-RPT-CARD-LINE
           END-IF.

      * The approved change is applied to FIBPARM first; the pending
      * record then records the outcome - APPROVED, or FAILED with
      * the reason when the entry can no longer take the change.
       3000-APPROVE-CHANGE.
           MOVE "N" TO WS-APPLY-OK-SW
           MOVE SPACES TO WS-REJ-REASON
           MOVE FIBPEND-BEFORE TO WS-APB-REC
           MOVE FIBPEND-AFTER TO WS-APA-REC
           MOVE FIBPEND-SEQ-ID TO FIBPARM-SEQ-ID
           EVALUATE TRUE
               WHEN FIBPEND-IS-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN FIBPEND-IS-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN FIBPEND-IS-DELETE
                   PERFORM 3300-APPLY-DELETE
               WHEN FIBPEND-IS-DEACT
                   PERFORM 3400-APPLY-DEACTIVATE
               WHEN OTHER
                   MOVE "UNKNOWN PENDING ACTION" TO WS-REJ-REASON
           END-EVALUATE
           PERFORM 2800-STAMP-DECISION
           IF WS-APPLY-OK
               MOVE "A" TO FIBPEND-STATUS
               MOVE FIBAPRIN-REASON TO FIBPEND-REASON
               PERFORM 3800-WRITE-JOURNAL
               ADD 1 TO WS-APPROVED-COUNT
               MOVE "APPROVED" TO WS-RPT-DET-DISP
           ELSE
               MOVE "F" TO FIBPEND-STATUS
               MOVE WS-REJ-REASON TO FIBPEND-REASON
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "FIBAPPR FAILED - " WS-REJ-REASON " - SEQ-ID "
                   FIBPEND-SEQ-ID
               MOVE "FAILED  " TO WS-RPT-DET-DISP
           END-IF
           MOVE FIBPEND-REASON TO WS-RPT-DET-REASON
           REWRITE FIBPEND-REC
               INVALID KEY
                   DISPLAY "FIBAPPR WARNING - FIBPEND REWRITE FAILED"
                       " SEQ-ID " FIBPEND-SEQ-ID
           END-REWRITE
           PERFORM 0720-WRITE-RPT-DETAIL.

       3100-APPLY-ADD.
           MOVE WS-APA-REC TO FIBPARM-REC
           WRITE FIBPARM-REC
               INVALID KEY
                   MOVE "SEQ-ID ALREADY ON FIBPARM" TO WS-REJ-REASON
               NOT INVALID KEY
                   SET WS-APPLY-OK TO TRUE
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE FIBPARM-REC TO WS-JRNL-AFTER
           END-WRITE.

      * The nightly roll moves NEXT-RUN-DATE on while a change waits,
      * so that field alone may differ from the image the maker saw;
      * the rolled date is kept unless the maker changed it. Any
      * other difference means the entry moved on and the change is
      * not applied over the top.
       3200-APPLY-CHANGE.
           READ FIBPARM
               INVALID KEY
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-REJ-REASON
               NOT INVALID KEY
                   PERFORM 3250-REWRITE-CHANGED-ENTRY
           END-READ.

       3250-REWRITE-CHANGED-ENTRY.
           IF WS-APA-NEXT-RUN-DATE = WS-APB-NEXT-RUN-DATE
               MOVE FIBPARM-NEXT-RUN-DATE TO WS-APA-NEXT-RUN-DATE
           END-IF
           MOVE FIBPARM-NEXT-RUN-DATE TO WS-APB-NEXT-RUN-DATE
           IF WS-APB-REC NOT = FIBPARM-REC
               MOVE "ENTRY CHANGED SINCE KEYED" TO WS-REJ-REASON
           ELSE
               MOVE FIBPARM-REC TO WS-JRNL-BEFORE
               MOVE WS-APA-REC TO FIBPARM-REC
               REWRITE FIBPARM-REC
                   INVALID KEY
                       MOVE "FIBPARM REWRITE FAILED" TO WS-REJ-REASON
                   NOT INVALID KEY
                       SET WS-APPLY-OK TO TRUE
                       MOVE FIBPARM-REC TO WS-JRNL-AFTER
               END-REWRITE
           END-IF.

       3300-APPLY-DELETE.
           READ FIBPARM
               INVALID KEY
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-REJ-REASON
               NOT INVALID KEY
                   MOVE FIBPARM-REC TO WS-JRNL-BEFORE
                   MOVE SPACES TO WS-JRNL-AFTER
                   DELETE FIBPARM RECORD
                       INVALID KEY
                           MOVE "FIBPARM DELETE FAILED" TO
                               WS-REJ-REASON
                       NOT INVALID KEY
                           SET WS-APPLY-OK TO TRUE
                   END-DELETE
           END-READ.

      * Deactivation only ever sets ACTIVE to N, so it is applied to
      * the entry as it stands now.
       3400-APPLY-DEACTIVATE.
           READ FIBPARM
               INVALID KEY
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-REJ-REASON
               NOT INVALID KEY
                   MOVE FIBPARM-REC TO WS-JRNL-BEFORE
                   MOVE "N" TO FIBPARM-ACTIVE
                   REWRITE FIBPARM-REC
                       INVALID KEY
                           MOVE "FIBPARM REWRITE FAILED" TO
                               WS-REJ-REASON
                       NOT INVALID KEY
                           SET WS-APPLY-OK TO TRUE
                           MOVE FIBPARM-REC TO WS-JRNL-AFTER
                   END-REWRITE
           END-READ.

      * Same journal FIBPMNT and FIBPARMO used to write directly:
      * USER-ID is the maker who keyed the change, CHECKER-ID the
      * approver, date/time the moment it was applied.
       3800-WRITE-JOURNAL.
           MOVE FIBPEND-ACTION TO FIBJRNL-ACTION
           MOVE FIBPEND-SEQ-ID TO FIBJRNL-SEQ-ID
           MOVE FIBPEND-MAKER-ID TO FIBJRNL-USER-ID
           MOVE WS-USER-ID TO FIBJRNL-CHECKER-ID
           MOVE WS-RUN-DATE TO FIBJRNL-DATE
           MOVE WS-RUN-TIME TO FIBJRNL-TIME
           MOVE WS-JRNL-BEFORE TO FIBJRNL-BEFORE
           MOVE WS-JRNL-AFTER TO FIBJRNL-AFTER
           WRITE FIBJRNL-REC.

       0700-OPEN-RPT.
           OPEN OUTPUT FIBAPRPT
           MOVE 0 TO WS-RPT-PAGE-NO.

       0710-WRITE-RPT-HEADERS.
           ADD 1 TO WS-RPT-PAGE-NO
           MOVE WS-RUN-DATE TO WS-RPT-TITLE-DATE
           MOVE WS-RPT-PAGE-NO TO WS-RPT-TITLE-PAGE
           MOVE "1" TO FIBARPT-CC
           MOVE WS-RPT-TITLE-LINE TO FIBARPT-LINE
           WRITE FIBAPRPT-REC
           MOVE " " TO FIBARPT-CC
           MOVE SPACES TO FIBARPT-LINE
           WRITE FIBAPRPT-REC
           MOVE WS-RPT-COL-HDG-LINE TO FIBARPT-LINE
           WRITE FIBAPRPT-REC
           MOVE 3 TO WS-RPT-LINE-COUNT.

      * Detail from the pending record; the caller sets the
      * disposition and reason.
       0720-WRITE-RPT-DETAIL.
           MOVE FIBPEND-SEQ-ID TO WS-RPT-DET-SEQ-ID
           MOVE FIBPEND-ACTION TO WS-RPT-DET-ACTION
           MOVE FIBPEND-REQ-DATE TO WS-RPT-DET-REQ-DATE
           MOVE FIBPEND-MAKER-ID TO WS-RPT-DET-MAKER
           MOVE FIBPEND-CHECKER-ID TO WS-RPT-DET-CHECKER
           PERFORM 0728-PRINT-DETAIL.

      * A card that matched no pending change has only the card to
      * show.
       0725-WRITE-RPT-CARD-LINE.
           MOVE FIBAPRIN-SEQ-ID TO WS-RPT-DET-SEQ-ID
           MOVE FIBAPRIN-DECISION TO WS-RPT-DET-ACTION
           MOVE SPACES TO WS-RPT-DET-REQ-DATE
           MOVE SPACES TO WS-RPT-DET-MAKER
           MOVE WS-USER-ID TO WS-RPT-DET-CHECKER
           PERFORM 0728-PRINT-DETAIL.

       0728-PRINT-DETAIL.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 0710-WRITE-RPT-HEADERS
           END-IF
           MOVE " " TO FIBARPT-CC
           MOVE WS-RPT-DETAIL-LINE TO FIBARPT-LINE
           WRITE FIBAPRPT-REC
           ADD 1 TO WS-RPT-LINE-COUNT.

       0730-WRITE-RPT-FOOTER.
           MOVE WS-APPROVED-COUNT TO WS-RPT-FTR-APPROVED
           MOVE WS-REJECTED-COUNT TO WS-RPT-FTR-REJECTED
           MOVE WS-EXPIRED-COUNT TO WS-RPT-FTR-EXPIRED
           MOVE WS-REFUSED-COUNT TO WS-RPT-FTR-REFUSED
           MOVE " " TO FIBARPT-CC
           MOVE SPACES TO FIBARPT-LINE
           WRITE FIBAPRPT-REC
           MOVE WS-RPT-FOOTER-LINE TO FIBARPT-LINE
           WRITE FIBAPRPT-REC.
