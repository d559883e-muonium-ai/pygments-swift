      * COBOL sample
      * 2026-09-28 FIBAPPRO - CICS online approval of pending FIBPARM
      *            changes, the screen counterpart of the FIBAPPR
      *            batch. FIBPMNT and FIBPARMO leave each accepted
      *            add, change, delete or deactivate on FIBPEND as
      *            PENDING; a second user holding approve authority
      *            on FIBAUTH brings one up here by sequence-id (or
      *            steps through them with PF8), reviews the entry as
      *            it stood against the proposed entry, and enters A
      *            to approve or R to reject with a reason. A user may
      *            never decide their own change, and a decision is
      *            only taken against the change last displayed. An
      *            approval is refused while the batch has the
      *            sequence marked IN-FLIGHT on FIBLOCK. Only an
      *            approved change reaches FIBPARM, journaled to
      *            FIBPMNTJL with both the maker and the checker,
      *            under the same rules FIBAPPR applies; a change
      *            found pending past the lapse age is marked EXPIRED
      *            instead of being shown. Pseudo-conversational; the
      *            key of the last displayed change rides in the
      *            COMMAREA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBAPPRO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-COMMAREA.
           05  CA-LAST-KEY         PIC X(24).
       01  WS-RESP                 PIC S9(8) COMP.
       01  WS-RESP2                PIC S9(8) COMP.
       01  WS-USER-ID              PIC X(8) VALUE SPACES.
       01  WS-AUTH-OK-SW           PIC X VALUE "N".
           88  WS-AUTH-OK          VALUE "Y".
       01  WS-SEQ-LOCKED-SW        PIC X VALUE "N".
           88  WS-SEQ-LOCKED       VALUE "Y".
       01  WS-PEND-FOUND-SW        PIC X VALUE "N".
           88  WS-PEND-FOUND       VALUE "Y".
       01  WS-PEND-EOF-SW          PIC X VALUE "N".
           88  WS-PEND-EOF         VALUE "Y".
       01  WS-BROWSE-DONE-SW       PIC X VALUE "N".
           88  WS-BROWSE-DONE      VALUE "Y".
       01  WS-LAPSED-SW            PIC X VALUE "N".
           88  WS-LAPSED           VALUE "Y".
       01  WS-APPLY-OK-SW          PIC X VALUE "N".
           88  WS-APPLY-OK         VALUE "Y".
       01  WS-PEND-KEY.
           05  WS-PEND-KEY-SEQ-ID  PIC X(8).
           05  WS-PEND-KEY-DATE    PIC 9(8).
           05  WS-PEND-KEY-TIME    PIC 9(8).
       01  WS-FIND-SEQ-ID          PIC X(8) VALUE SPACES.
       01  WS-FOUND-KEY            PIC X(24) VALUE SPACES.
       01  WS-LAPSE-KEY            PIC X(24) VALUE SPACES.
      * A change left pending this many days lapses - the same age
      * FIBPMNT, FIBPARMO and FIBAPPR expire at.
       01  WS-LAPSE-DAYS           PIC 9(3) VALUE 3.
       01  WS-PEND-AGE-DAYS        PIC S9(7) COMP-3.
       01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
       01  WS-NOW-DATE-X           PIC X(8) VALUE SPACES.
       01  WS-NOW-DATE REDEFINES WS-NOW-DATE-X PIC 9(8).
       01  WS-NOW-TIME-X           PIC X(6) VALUE SPACES.
       01  WS-NOW-TIME             PIC 9(8) VALUE 0.
       01  WS-DECISION             PIC X VALUE SPACES.
       01  WS-DEC-REASON           PIC X(30) VALUE SPACES.
       01  WS-NEW-STATUS           PIC X VALUE SPACES.
       01  WS-FAIL-REASON          PIC X(30) VALUE SPACES.
       01  WS-MSG                  PIC X(60) VALUE SPACES.
       01  WS-JRNL-BEFORE          PIC X(80) VALUE SPACES.
       01  WS-JRNL-AFTER           PIC X(80) VALUE SPACES.
       01  WS-JRNL-RBA             PIC S9(8) COMP VALUE 0.
       01  WS-JRNL-LEN             PIC S9(4) COMP VALUE 201.
       01  WS-GOODBYE-MSG          PIC X(24)
           VALUE "FIBAPPRO SESSION ENDED".

       01  WS-KEYED-LINE.
           05  WS-KEYED-DATE       PIC 9(8).
           05  FILLER              PIC X VALUE SPACES.
           05  WS-KEYED-TIME       PIC 9(8).

       01  WS-DTL-LINE.
           05  FILLER              PIC X(2) VALUE "N=".
           05  WS-DTL-N            PIC X(4).
           05  FILLER              PIC X(5) VALUE " ACT=".
           05  WS-DTL-ACT          PIC X.
           05  FILLER              PIC X(5) VALUE " FRQ=".
           05  WS-DTL-FRQ          PIC X.
           05  FILLER              PIC X(5) VALUE " EFF=".
           05  WS-DTL-EFF          PIC X(8).
           05  FILLER              PIC X(5) VALUE " EXP=".
           05  WS-DTL-EXP          PIC X(8).
           05  FILLER              PIC X(5) VALUE " NXT=".
           05  WS-DTL-NXT          PIC X(8).
           05  FILLER              PIC X(4) VALUE " SD=".
           05  WS-DTL-SD1          PIC X(4).
           05  FILLER              PIC X VALUE "/".
           05  WS-DTL-SD2          PIC X(4).

           COPY FIBPARM.

           COPY FIBPEND.

           COPY FIBAUTH.

           COPY FIBJRNL.

           COPY FIBLOCK.

      * Work copies of the images held on the pending change: the
      * entry as it stood when the change was keyed and the entry
      * the maker proposed.
           COPY FIBPARM REPLACING LEADING ==FIBPARM== BY ==WS-APB==.

           COPY FIBPARM REPLACING LEADING ==FIBPARM== BY ==WS-APA==.

           COPY FIBASET.

           COPY DFHAID.

           COPY DFHBMSCA.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-IN-LAST-KEY      PIC X(24).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
               MOVE LOW-VALUES TO FIBAMAPO
               MOVE "ENTER A SEQ-ID, OR PF8 FOR THE NEXT PENDING CHANGE"
                   TO MSGO
               PERFORM 9000-SEND-MAP-ERASE
           END-IF
           MOVE CA-IN-LAST-KEY TO CA-LAST-KEY
           EVALUATE EIBAID
               WHEN DFHPF3
                   PERFORM 9100-RETURN-TO-CICS
               WHEN DFHPF8
                   PERFORM 2000-BROWSE-NEXT
               WHEN DFHENTER
                   PERFORM 1000-PROCESS-ACTION
               WHEN OTHER
                   MOVE LOW-VALUES TO FIBAMAPO
                   MOVE "INVALID KEY PRESSED" TO MSGO
                   PERFORM 9010-SEND-MAP
           END-EVALUATE
           PERFORM 9200-RETURN-TRANSID.

       1000-PROCESS-ACTION.
           EXEC CICS RECEIVE MAP('FIBAMAP') MAPSET('FIBASET')
               INTO(FIBAMAPI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO FIBAMAPO
               MOVE "ENTER A SEQ-ID, OR PF8 FOR THE NEXT PENDING CHANGE"
                   TO MSGO
               PERFORM 9010-SEND-MAP
           END-IF
           IF APSEQI = SPACES OR APSEQI = LOW-VALUES
               MOVE "SEQ-ID IS REQUIRED" TO MSGO
               PERFORM 9010-SEND-MAP
           END-IF
           MOVE APDECI TO WS-DECISION
           IF WS-DECISION = LOW-VALUES
               MOVE SPACES TO WS-DECISION
           END-IF
           IF APRSNI = LOW-VALUES
               MOVE SPACES TO WS-DEC-REASON
           ELSE
               MOVE APRSNI TO WS-DEC-REASON
           END-IF
           IF WS-DECISION NOT = " " AND WS-DECISION NOT = "A" AND
                   WS-DECISION NOT = "R"
               MOVE "DECISION MUST BE A, R OR BLANK" TO MSGO
               PERFORM 9010-SEND-MAP
           END-IF
           PERFORM 8000-GET-NOW
           MOVE APSEQI TO WS-FIND-SEQ-ID
           PERFORM 3000-FIND-PENDING
           IF NOT WS-PEND-FOUND
               MOVE LOW-VALUES TO FIBAMAPO
               MOVE WS-FIND-SEQ-ID TO APSEQO
               IF WS-LAPSED
                   MOVE "CHANGE HAD LAPSED - NOW MARKED EXPIRED" TO MSGO
               ELSE
                   MOVE "NO CHANGE PENDING FOR THIS SEQ-ID" TO MSGO
               END-IF
               MOVE SPACES TO CA-LAST-KEY
               PERFORM 9010-SEND-MAP
           END-IF
           IF WS-DECISION = " "
               PERFORM 7000-FORMAT-PENDING
               MOVE "PENDING CHANGE DISPLAYED - ENTER A DECISION"
                   TO MSGO
               PERFORM 9010-SEND-MAP
           END-IF
           PERFORM 1100-PROCESS-DECISION.

      * A decision is taken only against the change on the screen,
      * by an authorized user who did not key it.
       1100-PROCESS-DECISION.
           PERFORM 8800-CHECK-USER-AUTH
           EVALUATE TRUE
               WHEN FIBPEND-KEY NOT = CA-LAST-KEY
                   MOVE "REVIEW THE CHANGE SHOWN, THEN DECIDE" TO WS-MSG
               WHEN NOT WS-AUTH-OK
                   CONTINUE
               WHEN FIBPEND-MAKER-ID = WS-USER-ID
                   MOVE "YOU MAY NOT DECIDE A CHANGE YOU KEYED" TO
                       WS-MSG
               WHEN WS-DECISION = "R"
                   PERFORM 5000-REJECT-CHANGE
               WHEN OTHER
                   PERFORM 8850-CHECK-SEQ-LOCK
                   IF NOT WS-SEQ-LOCKED
                       PERFORM 4000-APPROVE-CHANGE
                   END-IF
           END-EVALUATE
           PERFORM 7000-FORMAT-PENDING
           MOVE WS-MSG TO MSGO
           PERFORM 9010-SEND-MAP.

       2000-BROWSE-NEXT.
           MOVE CA-LAST-KEY TO WS-PEND-KEY
           IF WS-PEND-KEY = SPACES OR WS-PEND-KEY = LOW-VALUES
               MOVE LOW-VALUES TO WS-PEND-KEY
           END-IF
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE "N" TO WS-PEND-EOF-SW
           PERFORM 8000-GET-NOW
           PERFORM UNTIL WS-PEND-FOUND OR WS-PEND-EOF
               PERFORM 2100-BROWSE-FOR-PENDING
           END-PERFORM
           IF WS-PEND-FOUND
               PERFORM 7000-FORMAT-PENDING
               MOVE "NEXT PENDING CHANGE - ENTER A DECISION OR PF8"
                   TO MSGO
           ELSE
               MOVE LOW-VALUES TO FIBAMAPO
               MOVE "NO MORE PENDING CHANGES" TO MSGO
               MOVE SPACES TO CA-LAST-KEY
           END-IF
           PERFORM 9010-SEND-MAP.

      * One pass of the browse from WS-PEND-KEY. A change found past
      * the lapse age ends the pass so it can be expired outside the
      * browse; the next pass resumes from it.
       2100-BROWSE-FOR-PENDING.
           MOVE SPACES TO WS-LAPSE-KEY
           MOVE "N" TO WS-BROWSE-DONE-SW
           EXEC CICS STARTBR FILE('FIBPEND')
               RIDFLD(WS-PEND-KEY) GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-PEND-EOF TO TRUE
           ELSE
               PERFORM UNTIL WS-BROWSE-DONE
                   EXEC CICS READNEXT FILE('FIBPEND')
                       INTO(FIBPEND-REC) RIDFLD(WS-PEND-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       SET WS-PEND-EOF TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                   ELSE
                       IF FIBPEND-PENDING AND
                               FIBPEND-KEY NOT = CA-LAST-KEY
                           PERFORM 3100-TEST-LAPSE
                           SET WS-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('FIBPEND') RESP(WS-RESP2)
               END-EXEC
           END-IF
           IF WS-LAPSE-KEY NOT = SPACES
               PERFORM 8860-LAPSE-PENDING
               MOVE WS-LAPSE-KEY TO WS-PEND-KEY
           END-IF.

      * Finds the change pending for WS-FIND-SEQ-ID, expiring one
      * that is past the lapse age. Leaves FIBPEND-REC holding it.
       3000-FIND-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW
           MOVE "N" TO WS-PEND-EOF-SW
           MOVE "N" TO WS-LAPSED-SW
           MOVE SPACES TO WS-LAPSE-KEY
           MOVE SPACES TO WS-FOUND-KEY
           MOVE WS-FIND-SEQ-ID TO WS-PEND-KEY-SEQ-ID
           MOVE 0 TO WS-PEND-KEY-DATE
           MOVE 0 TO WS-PEND-KEY-TIME
           EXEC CICS STARTBR FILE('FIBPEND')
               RIDFLD(WS-PEND-KEY) GTEQ RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-PEND-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PEND-EOF OR WS-PEND-FOUND
               EXEC CICS READNEXT FILE('FIBPEND')
                   INTO(FIBPEND-REC) RIDFLD(WS-PEND-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) OR
                       FIBPEND-SEQ-ID NOT = WS-FIND-SEQ-ID
                   SET WS-PEND-EOF TO TRUE
               ELSE
                   IF FIBPEND-PENDING
                       PERFORM 3100-TEST-LAPSE
                   END-IF
               END-IF
           END-PERFORM
           EXEC CICS ENDBR FILE('FIBPEND') RESP(WS-RESP2)
           END-EXEC
           IF WS-LAPSE-KEY NOT = SPACES
               PERFORM 8860-LAPSE-PENDING
               SET WS-LAPSED TO TRUE
               IF WS-PEND-FOUND
                   EXEC CICS READ FILE('FIBPEND') INTO(FIBPEND-REC)
                       RIDFLD(WS-FOUND-KEY) RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.

       3100-TEST-LAPSE.
           COMPUTE WS-PEND-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(FIBPEND-REQ-DATE)
           IF WS-PEND-AGE-DAYS > WS-LAPSE-DAYS
               MOVE FIBPEND-KEY TO WS-LAPSE-KEY
           ELSE
               SET WS-PEND-FOUND TO TRUE
               MOVE FIBPEND-KEY TO WS-FOUND-KEY
           END-IF.

      * The approved change is applied to FIBPARM first; the pending
      * record then records the outcome - APPROVED, or FAILED with
      * the reason when the entry can no longer take the change.
       4000-APPROVE-CHANGE.
           MOVE "N" TO WS-APPLY-OK-SW
           MOVE SPACES TO WS-FAIL-REASON
           MOVE FIBPEND-BEFORE TO WS-APB-REC
           MOVE FIBPEND-AFTER TO WS-APA-REC
           MOVE FIBPEND-SEQ-ID TO FIBPARM-SEQ-ID
           EVALUATE TRUE
               WHEN FIBPEND-IS-ADD
                   PERFORM 4100-APPLY-ADD
               WHEN FIBPEND-IS-CHANGE
                   PERFORM 4200-APPLY-CHANGE
               WHEN FIBPEND-IS-DELETE
                   PERFORM 4300-APPLY-DELETE
               WHEN FIBPEND-IS-DEACT
                   PERFORM 4400-APPLY-DEACTIVATE
               WHEN OTHER
                   MOVE "UNKNOWN PENDING ACTION" TO WS-FAIL-REASON
           END-EVALUATE
           IF WS-APPLY-OK
               MOVE "A" TO WS-NEW-STATUS
               PERFORM 4800-RECORD-DECISION
               MOVE "CHANGE APPROVED AND APPLIED TO FIBPARM" TO WS-MSG
               PERFORM 8900-WRITE-JOURNAL
           ELSE
               MOVE "F" TO WS-NEW-STATUS
               MOVE WS-FAIL-REASON TO WS-DEC-REASON
               PERFORM 4800-RECORD-DECISION
               MOVE SPACES TO WS-MSG
               STRING "NOT APPLIED - " DELIMITED BY SIZE
                       WS-FAIL-REASON DELIMITED BY SIZE
                   INTO WS-MSG
           END-IF.

       4100-APPLY-ADD.
           EXEC CICS WRITE FILE('FIBPARM') FROM(WS-APA-REC)
               RIDFLD(WS-APA-SEQ-ID) RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   SET WS-APPLY-OK TO TRUE
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE WS-APA-REC TO WS-JRNL-AFTER
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE "SEQ-ID ALREADY ON FIBPARM" TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE "FIBPARM WRITE FAILED" TO WS-FAIL-REASON
           END-EVALUATE.

      * Same rule FIBAPPR applies: the nightly roll may have moved
      * NEXT-RUN-DATE on while the change waited, and the rolled date
      * is kept unless the maker changed it; any other difference
      * means the entry moved on and the change is not applied.
       4200-APPLY-CHANGE.
           EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
               RIDFLD(FIBPARM-SEQ-ID) UPDATE RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 4250-REWRITE-CHANGED-ENTRY
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE "FIBPARM READ FAILED" TO WS-FAIL-REASON
           END-EVALUATE.

       4250-REWRITE-CHANGED-ENTRY.
           IF WS-APA-NEXT-RUN-DATE = WS-APB-NEXT-RUN-DATE
               MOVE FIBPARM-NEXT-RUN-DATE TO WS-APA-NEXT-RUN-DATE
           END-IF
           MOVE FIBPARM-NEXT-RUN-DATE TO WS-APB-NEXT-RUN-DATE
           IF WS-APB-REC NOT = FIBPARM-REC
               MOVE "ENTRY CHANGED SINCE KEYED" TO WS-FAIL-REASON
               EXEC CICS UNLOCK FILE('FIBPARM') RESP(WS-RESP2)
               END-EXEC
           ELSE
               MOVE FIBPARM-REC TO WS-JRNL-BEFORE
               MOVE WS-APA-REC TO FIBPARM-REC
               EXEC CICS REWRITE FILE('FIBPARM')
                   FROM(FIBPARM-REC) RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-APPLY-OK TO TRUE
                   MOVE FIBPARM-REC TO WS-JRNL-AFTER
               ELSE
                   MOVE "FIBPARM REWRITE FAILED" TO WS-FAIL-REASON
               END-IF
           END-IF.

       4300-APPLY-DELETE.
           EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
               RIDFLD(FIBPARM-SEQ-ID) UPDATE RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE FIBPARM-REC TO WS-JRNL-BEFORE
                   MOVE SPACES TO WS-JRNL-AFTER
                   EXEC CICS DELETE FILE('FIBPARM') RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET WS-APPLY-OK TO TRUE
                   ELSE
                       MOVE "FIBPARM DELETE FAILED" TO WS-FAIL-REASON
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE "FIBPARM READ FAILED" TO WS-FAIL-REASON
           END-EVALUATE.

      * Deactivation only ever sets ACTIVE to N, so it is applied to
      * the entry as it stands now.
       4400-APPLY-DEACTIVATE.
           EXEC CICS READ FILE('FIBPARM') INTO(FIBPARM-REC)
               RIDFLD(FIBPARM-SEQ-ID) UPDATE RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE FIBPARM-REC TO WS-JRNL-BEFORE
                   MOVE "N" TO FIBPARM-ACTIVE
                   EXEC CICS REWRITE FILE('FIBPARM')
                       FROM(FIBPARM-REC) RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       SET WS-APPLY-OK TO TRUE
                       MOVE FIBPARM-REC TO WS-JRNL-AFTER
                   ELSE
                       MOVE "FIBPARM REWRITE FAILED" TO WS-FAIL-REASON
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "SEQ-ID NO LONGER ON FIBPARM" TO WS-FAIL-REASON
               WHEN OTHER
                   MOVE "FIBPARM READ FAILED" TO WS-FAIL-REASON
           END-EVALUATE.

      * Stamps the decision on the pending record: WS-NEW-STATUS,
      * this user as checker, now, and WS-DEC-REASON.
       4800-RECORD-DECISION.
           MOVE FIBPEND-KEY TO WS-FOUND-KEY
           EXEC CICS READ FILE('FIBPEND') INTO(FIBPEND-REC)
               RIDFLD(WS-FOUND-KEY) UPDATE RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL)
               MOVE WS-NEW-STATUS TO FIBPEND-STATUS
               MOVE WS-USER-ID TO FIBPEND-CHECKER-ID
               MOVE WS-NOW-DATE TO FIBPEND-DEC-DATE
               MOVE WS-NOW-TIME TO FIBPEND-DEC-TIME
               MOVE WS-DEC-REASON TO FIBPEND-REASON
               EXEC CICS REWRITE FILE('FIBPEND') FROM(FIBPEND-REC)
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       5000-REJECT-CHANGE.
           IF WS-DEC-REASON = SPACES
               MOVE "REJECTED BY CHECKER" TO WS-DEC-REASON
           END-IF
           MOVE "R" TO WS-NEW-STATUS
           PERFORM 4800-RECORD-DECISION
           IF WS-RESP2 = DFHRESP(NORMAL)
               MOVE "CHANGE REJECTED" TO WS-MSG
           ELSE
               MOVE "FIBPEND UPDATE FAILED - CHANGE STILL PENDING" TO
                   WS-MSG
           END-IF.

       7000-FORMAT-PENDING.
           MOVE LOW-VALUES TO FIBAMAPO
           MOVE FIBPEND-SEQ-ID TO APSEQO
           MOVE FIBPEND-ACTION TO APACTO
           MOVE FIBPEND-REQ-DATE TO WS-KEYED-DATE
           MOVE FIBPEND-REQ-TIME TO WS-KEYED-TIME
           MOVE WS-KEYED-LINE TO APKEYO
           MOVE FIBPEND-MAKER-ID TO APMKRO
           IF FIBPEND-BEFORE = SPACES
               MOVE "(NONE - NEW ENTRY)" TO BEFLBLO
           ELSE
               MOVE FIBPEND-BEFORE TO WS-APB-REC
               MOVE WS-APB-LABEL TO BEFLBLO
               PERFORM 7100-FORMAT-BEFORE
               MOVE WS-DTL-LINE TO BEFDTLO
           END-IF
           IF FIBPEND-AFTER = SPACES
               MOVE "(ENTRY TO BE DELETED)" TO AFTLBLO
           ELSE
               MOVE FIBPEND-AFTER TO WS-APA-REC
               MOVE WS-APA-LABEL TO AFTLBLO
               PERFORM 7200-FORMAT-AFTER
               MOVE WS-DTL-LINE TO AFTDTLO
           END-IF
           MOVE FIBPEND-KEY TO CA-LAST-KEY.

       7100-FORMAT-BEFORE.
           MOVE WS-APB-N TO WS-DTL-N
           MOVE WS-APB-ACTIVE TO WS-DTL-ACT
           MOVE WS-APB-FREQ TO WS-DTL-FRQ
           MOVE WS-APB-EFF-DATE TO WS-DTL-EFF
           MOVE WS-APB-EXP-DATE TO WS-DTL-EXP
           MOVE WS-APB-NEXT-RUN-DATE TO WS-DTL-NXT
           MOVE WS-APB-SEED-1 TO WS-DTL-SD1
           MOVE WS-APB-SEED-2 TO WS-DTL-SD2.

       7200-FORMAT-AFTER.
           MOVE WS-APA-N TO WS-DTL-N
           MOVE WS-APA-ACTIVE TO WS-DTL-ACT
           MOVE WS-APA-FREQ TO WS-DTL-FRQ
           MOVE WS-APA-EFF-DATE TO WS-DTL-EFF
           MOVE WS-APA-EXP-DATE TO WS-DTL-EXP
           MOVE WS-APA-NEXT-RUN-DATE TO WS-DTL-NXT
           MOVE WS-APA-SEED-1 TO WS-DTL-SD1
           MOVE WS-APA-SEED-2 TO WS-DTL-SD2.

       8000-GET-NOW.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE-X)
               TIME(WS-NOW-TIME-X)
           END-EXEC
           MOVE 0 TO WS-NOW-TIME
           MOVE WS-NOW-TIME-X TO WS-NOW-TIME (1:6).

      * Approval fails closed: a read miss on FIBAUTH, a blank user
      * or no approve authority all refuse the decision.
       8800-CHECK-USER-AUTH.
           MOVE "N" TO WS-AUTH-OK-SW
           EXEC CICS ASSIGN USERID(WS-USER-ID) END-EXEC
           MOVE WS-USER-ID TO FIBAUTH-USER-ID
           EXEC CICS READ FILE('FIBAUTH') INTO(FIBAUTH-REC)
               RIDFLD(FIBAUTH-USER-ID) RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL) AND FIBAUTH-MAY-APPROVE
               SET WS-AUTH-OK TO TRUE
           ELSE
               MOVE "USER NOT AUTHORIZED TO APPROVE CHANGES" TO WS-MSG
           END-IF.

      * The batch run owns a sequence from the moment it is marked
      * IN-FLIGHT until its next-run-date roll lands; a change
      * applied in between would be silently overwritten by the
      * batch stamp, so it is refused with a clear message instead.
      * A missing lock file or record means no run is in progress.
       8850-CHECK-SEQ-LOCK.
           MOVE "N" TO WS-SEQ-LOCKED-SW
           MOVE FIBPEND-SEQ-ID TO FIBLOCK-SEQ-ID
           EXEC CICS READ FILE('FIBLOCK') INTO(FIBLOCK-REC)
               RIDFLD(FIBLOCK-SEQ-ID) RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL) AND FIBLOCK-IN-FLIGHT
               SET WS-SEQ-LOCKED TO TRUE
               MOVE "SEQUENCE IN FLIGHT IN BATCH - TRY AGAIN LATER"
                   TO WS-MSG
           END-IF.

       8860-LAPSE-PENDING.
           EXEC CICS READ FILE('FIBPEND') INTO(FIBPEND-REC)
               RIDFLD(WS-LAPSE-KEY) UPDATE RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 = DFHRESP(NORMAL) AND FIBPEND-PENDING
               MOVE "E" TO FIBPEND-STATUS
               MOVE WS-NOW-DATE TO FIBPEND-DEC-DATE
               MOVE WS-NOW-TIME TO FIBPEND-DEC-TIME
               MOVE "LAPSED - NOT APPROVED IN TIME" TO FIBPEND-REASON
               EXEC CICS REWRITE FILE('FIBPEND') FROM(FIBPEND-REC)
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

      * Same journal FIBAPPR writes: USER-ID is the maker who keyed
      * the change, CHECKER-ID the approver.
       8900-WRITE-JOURNAL.
           MOVE FIBPEND-ACTION TO FIBJRNL-ACTION
           MOVE FIBPEND-SEQ-ID TO FIBJRNL-SEQ-ID
           MOVE FIBPEND-MAKER-ID TO FIBJRNL-USER-ID
           MOVE WS-USER-ID TO FIBJRNL-CHECKER-ID
           MOVE WS-NOW-DATE TO FIBJRNL-DATE
           MOVE WS-NOW-TIME TO FIBJRNL-TIME
           MOVE WS-JRNL-BEFORE TO FIBJRNL-BEFORE
           MOVE WS-JRNL-AFTER TO FIBJRNL-AFTER
           EXEC CICS WRITE FILE('FIBPMNTJL') FROM(FIBJRNL-REC)
               RIDFLD(WS-JRNL-RBA) RBA LENGTH(WS-JRNL-LEN)
               RESP(WS-RESP2)
           END-EXEC
           IF WS-RESP2 NOT = DFHRESP(NORMAL)
               MOVE "APPLIED BUT JOURNAL NOT WRITTEN" TO WS-MSG
           END-IF.

       9000-SEND-MAP-ERASE.
           EXEC CICS SEND MAP('FIBAMAP') MAPSET('FIBASET')
               FROM(FIBAMAPO) ERASE
           END-EXEC
           MOVE SPACES TO CA-LAST-KEY
           EXEC CICS RETURN TRANSID('FIBA')
               COMMAREA(WS-COMMAREA) LENGTH(24)
           END-EXEC.

       9010-SEND-MAP.
           EXEC CICS SEND MAP('FIBAMAP') MAPSET('FIBASET')
               FROM(FIBAMAPO) ERASE
           END-EXEC
           PERFORM 9200-RETURN-TRANSID.

       9100-RETURN-TO-CICS.
           EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
               LENGTH(24) ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       9200-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('FIBA')
               COMMAREA(WS-COMMAREA) LENGTH(24)
           END-EXEC.
