       IDENTIFICATION DIVISION.
       PROGRAM-ID. MultHoldRelease.
      *> Settles Listing4-2 outlier holds. Reads the held
      *> calculations (the day's hold file concatenated with the
      *> holds still outstanding from earlier runs) together with an
      *> operator decision file. A hold whose full identity matches
      *> a release decision is written to the recycle file flagged
      *> as a released hold, so the next multiply run posts it
      *> without judging it against the tolerance file again; a
      *> hold matching a deny decision is dropped and never posts.
      *> Holds with no decision are carried forward to a new
      *> outstanding hold generation for a later day's review.
      *> Runs after the suspense release step in the same job and
      *> extends the recycle generation the repair step created.
      *> Decisions are under the same dual control as the repair
      *> and suspense release decks: each card names the operator
      *> who prepared it, and a different operator approves it on
      *> the separately keyed approval file (MULTAPV, deck H),
      *> repeating the hold's identity and the R or D action. A
      *> decision with no preparer, with no approval matching it
      *> exactly, or approved only by its own preparer is held and
      *> reported, never applied, and the hold is carried forward.
      *> Each card's preparation (from the card) and its approval
      *> or refusal (from the approval) is appended to the
      *> cumulative dual-control history (MULTDCLG), as is every
      *> approval that matched no card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MULT-HOLD-FILE ASSIGN TO "MULTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-DECISION-FILE ASSIGN TO "MULTHDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "MULTAPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-FILE-STATUS.

           SELECT MULT-RECYCLE-FILE ASSIGN TO "MULTRCY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MULT-HOLDOUT-FILE ASSIGN TO "MULTHLDO"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-RELEASE-RPT-FILE ASSIGN TO "MULTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUAL-CTL-LOG-FILE ASSIGN TO "MULTDCLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-HOLD-FILE.
       COPY MULTHLD.

       FD  HOLD-DECISION-FILE.
       COPY MULTHDC.

       FD  APPROVAL-FILE.
       COPY MULTAPV.

       FD  MULT-RECYCLE-FILE.
       COPY MULTREC.

      *> Carried-forward holds keep the MULTHLD layout byte for byte
      *> (including the run date the hold was first written) - the
      *> length here must track that copybook.
       FD  MULT-HOLDOUT-FILE.
       01  HOLDO-REC                   PIC X(107).

       FD  HOLD-RELEASE-RPT-FILE.
       01  HRL-PRINT-REC               PIC X(132).

       FD  DUAL-CTL-LOG-FILE.
       COPY MULTDCL.

       WORKING-STORAGE SECTION.
       01  WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-DCL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-APV-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
       01  WS-DEC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-DEC-END-OF-FILE           VALUE "Y".
       01  WS-DEC-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-DEC-FOUND                 VALUE "Y".
       01  WS-APV-EOF-SWITCH           PIC X VALUE "N".
           88  WS-APV-END-OF-FILE           VALUE "Y".
       01  WS-APV-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-APV-FOUND                 VALUE "Y".
       01  WS-DUAL-SWITCH              PIC X VALUE "N".
           88  WS-DUAL-APPROVED             VALUE "Y".

      *> The card under the dual-control check, the operator on the
      *> approval that matched it, and the reason it was refused
      *> when it was.
       01  WS-DUAL-PREPARER-ID         PIC X(8) VALUE SPACES.
       01  WS-DUAL-APPROVER-ID         PIC X(8) VALUE SPACES.
       01  WS-DUAL-REFUSE-TEXT         PIC X(30) VALUE SPACES.

       01  WS-SYS-DATE.
           05  WS-SYS-YYYY             PIC 9(4).
           05  WS-SYS-MM               PIC 99.
           05  WS-SYS-DD               PIC 99.

       01  WS-SYS-TIME                 PIC 9(8).
       01  WS-MMDDYYYY                 PIC 9(8).

       01  WS-HOLD-READ-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-DENIED-COUNT             PIC 9(7) VALUE ZEROES.
       01  WS-CARRIED-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-DEC-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-BAD-DEC-COUNT            PIC 9(7) VALUE ZEROES.
       01  WS-HELD-DEC-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-APV-COUNT         PIC 9(7) VALUE ZEROES.

      *> Released values pass through this redefined pair so the
      *> recycle record is written with numeric fields, exactly as
      *> the suspense release writes its released transactions.
       01  WS-REL-NUM1-X               PIC X(5).
       01  WS-REL-NUM1-9 REDEFINES WS-REL-NUM1-X
                                       PIC 9(5).
       01  WS-REL-NUM2-X               PIC X(7).
       01  WS-REL-NUM2-9 REDEFINES WS-REL-NUM2-X
                                       PIC 9(5)V99.

      *> Operator decision table, loaded once in LoadDecisions.
      *> USED marks a decision already applied so a decision keyed
      *> twice cannot settle two copies of the same hold.
       01  WS-DEC-SUB                  PIC 9(5) VALUE ZEROES.
       01  WS-DEC-TABLE-MAX            PIC 9(5) VALUE 500.
       01  WS-DEC-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DEC-COUNT
                   INDEXED BY DEC-IDX.
               10  WS-DEC-TBL-ACTION       PIC X.
               10  WS-DEC-TBL-ITEM-CODE    PIC X(8).
               10  WS-DEC-TBL-DEPT-CODE    PIC X(4).
               10  WS-DEC-TBL-NUM1         PIC X(5).
               10  WS-DEC-TBL-NUM2         PIC X(7).
               10  WS-DEC-TBL-PREPARER     PIC X(8).
               10  WS-DEC-TBL-USED         PIC X.

      *> Deck H approval table, loaded once in LoadApprovals. USED
      *> marks an approval that has matched a card, so one approval
      *> authorizes one card and the rest are reported.
       01  WS-APV-SUB                  PIC 9(5) VALUE ZEROES.
       01  WS-APV-TABLE-MAX            PIC 9(5) VALUE 500.
       01  WS-APV-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-APV-COUNT
                   INDEXED BY APV-IDX.
               10  WS-APV-TBL-ACTION       PIC X.
               10  WS-APV-TBL-ITEM-CODE    PIC X(8).
               10  WS-APV-TBL-DEPT-CODE    PIC X(4).
               10  WS-APV-TBL-NUM1         PIC X(5).
               10  WS-APV-TBL-NUM2         PIC X(7).
               10  WS-APV-TBL-APPROVER     PIC X(8).
               10  WS-APV-TBL-USED         PIC X.

       COPY MULTHRP.

       PROCEDURE DIVISION.
       ReleaseHolds.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)

           OPEN OUTPUT HOLD-RELEASE-RPT-FILE
           MOVE WS-MMDDYYYY TO HRL-HDR-DATE
           MOVE HRL-HEADER-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

      *> EXTEND appends to the cumulative history; the very first
      *> card ever logged falls back to OUTPUT to create it.
           OPEN EXTEND DUAL-CTL-LOG-FILE
           IF WS-DCL-FILE-STATUS = "35"
               OPEN OUTPUT DUAL-CTL-LOG-FILE
           END-IF

           PERFORM LoadDecisions
           PERFORM LoadApprovals

           OPEN INPUT MULT-HOLD-FILE
           OPEN EXTEND MULT-RECYCLE-FILE
           OPEN OUTPUT MULT-HOLDOUT-FILE

           PERFORM UNTIL WS-END-OF-FILE
               READ MULT-HOLD-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOLD-READ-COUNT
                       PERFORM SettleOneHold
               END-READ
           END-PERFORM

           PERFORM ReportUnusedDecisions
           PERFORM ReportUnusedApprovals
           PERFORM WriteReleaseSummary

           CLOSE MULT-HOLD-FILE
           CLOSE MULT-RECYCLE-FILE
           CLOSE MULT-HOLDOUT-FILE
           CLOSE HOLD-RELEASE-RPT-FILE
           CLOSE DUAL-CTL-LOG-FILE

           IF WS-UNUSED-DEC-COUNT > ZEROES
                   OR WS-BAD-DEC-COUNT > ZEROES
                   OR WS-HELD-DEC-COUNT > ZEROES
                   OR WS-UNUSED-APV-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> The decision file is optional - on days with nothing to
      *> settle the DD may be empty or absent, and every hold is
      *> carried forward. A decision whose action is neither R nor
      *> D is listed and ignored, never guessed at.
       LoadDecisions.
           OPEN INPUT HOLD-DECISION-FILE
           IF WS-DEC-FILE-STATUS = "00"
               PERFORM UNTIL WS-DEC-END-OF-FILE
                   READ HOLD-DECISION-FILE
                       AT END
                           SET WS-DEC-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HDC-RELEASE OR HDC-DENY
                               PERFORM LoadOneDecision
                           ELSE
                               PERFORM ReportBadDecision
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-DECISION-FILE
           END-IF.

       LoadOneDecision.
           IF WS-DEC-COUNT >= WS-DEC-TABLE-MAX
               DISPLAY "DECISION FILE EXCEEDS "
                   WS-DEC-TABLE-MAX " ENTRIES - "
                   "INCREASE WS-DEC-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEC-COUNT
           MOVE HDC-ACTION TO WS-DEC-TBL-ACTION (WS-DEC-COUNT)
           MOVE HDC-ITEM-CODE TO WS-DEC-TBL-ITEM-CODE (WS-DEC-COUNT)
           MOVE HDC-DEPT-CODE TO WS-DEC-TBL-DEPT-CODE (WS-DEC-COUNT)
           MOVE HDC-NUM1 TO WS-DEC-TBL-NUM1 (WS-DEC-COUNT)
           MOVE HDC-NUM2 TO WS-DEC-TBL-NUM2 (WS-DEC-COUNT)
           MOVE HDC-PREPARER-ID TO WS-DEC-TBL-PREPARER (WS-DEC-COUNT)
           MOVE "N" TO WS-DEC-TBL-USED (WS-DEC-COUNT).

      *> The approval file is optional too - with none, every
      *> decision is held as not approved. It carries the approvals
      *> for all three decks; only deck H is loaded here.
       LoadApprovals.
           OPEN INPUT APPROVAL-FILE
           IF WS-APV-FILE-STATUS = "00"
               PERFORM UNTIL WS-APV-END-OF-FILE
                   READ APPROVAL-FILE
                       AT END
                           SET WS-APV-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APV-HOLD-DECISION-DECK
                               PERFORM LoadOneApproval
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       LoadOneApproval.
           IF WS-APV-COUNT >= WS-APV-TABLE-MAX
               DISPLAY "APPROVAL FILE EXCEEDS "
                   WS-APV-TABLE-MAX " DECK H ENTRIES - "
                   "INCREASE WS-APV-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APV-COUNT
           MOVE APV-ACTION TO WS-APV-TBL-ACTION (WS-APV-COUNT)
           MOVE APV-ITEM-CODE TO WS-APV-TBL-ITEM-CODE (WS-APV-COUNT)
           MOVE APV-DEPT-CODE TO WS-APV-TBL-DEPT-CODE (WS-APV-COUNT)
           MOVE APV-NUM1 TO WS-APV-TBL-NUM1 (WS-APV-COUNT)
           MOVE APV-NUM2 TO WS-APV-TBL-NUM2 (WS-APV-COUNT)
           MOVE APV-APPROVER-ID TO WS-APV-TBL-APPROVER (WS-APV-COUNT)
           MOVE "N" TO WS-APV-TBL-USED (WS-APV-COUNT).

      *> A card with an action other than R or D is never looked up
      *> against the approvals: its preparation is logged with an R
      *> record carrying no operator.
       ReportBadDecision.
           ADD 1 TO WS-BAD-DEC-COUNT
           MOVE HDC-ITEM-CODE TO HRL-DTL-ITEM-CODE
           MOVE HDC-DEPT-CODE TO HRL-DTL-DEPT-CODE
           MOVE HDC-NUM1 TO HRL-DTL-NUM1
           MOVE HDC-NUM2 TO HRL-DTL-NUM2
           MOVE ZEROES TO HRL-DTL-RESULT
           MOVE ZEROES TO HRL-DTL-RUN-DATE
           MOVE "DECISION ACTION NOT R OR D" TO HRL-DTL-DISPOSITION
           MOVE HRL-DETAIL-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC
           MOVE HDC-PREPARER-ID TO WS-DUAL-PREPARER-ID
           MOVE "N" TO WS-DUAL-SWITCH
           MOVE "N" TO WS-APV-FOUND-SWITCH
           MOVE HRL-DTL-DISPOSITION TO WS-DUAL-REFUSE-TEXT
           MOVE HDC-ITEM-CODE TO DCL-ITEM-CODE
           MOVE HDC-DEPT-CODE TO DCL-DEPT-CODE
           MOVE HDC-NUM1 TO DCL-NUM1
           MOVE HDC-NUM2 TO DCL-NUM2
           MOVE HDC-ACTION TO DCL-ACTION
           PERFORM WriteDecisionLogEvents.

       SettleOneHold.
           PERFORM FindDecision
           IF WS-DEC-FOUND
               MOVE "Y" TO WS-DEC-TBL-USED (WS-DEC-SUB)
               MOVE WS-DEC-TBL-PREPARER (WS-DEC-SUB)
                   TO WS-DUAL-PREPARER-ID
               PERFORM CheckDualControl
               IF NOT WS-DUAL-APPROVED
                   WRITE HOLDO-REC FROM MULT-HOLD-REC
                   MOVE WS-DUAL-REFUSE-TEXT TO HRL-DTL-DISPOSITION
                   ADD 1 TO WS-HELD-DEC-COUNT
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   IF WS-DEC-TBL-ACTION (WS-DEC-SUB) = "R"
                       PERFORM WriteReleasedRecycleRecord
                       MOVE "RELEASED TO RECYCLE"
                           TO HRL-DTL-DISPOSITION
                       ADD 1 TO WS-RELEASED-COUNT
                   ELSE
                       MOVE "DENIED - NOT POSTED"
                           TO HRL-DTL-DISPOSITION
                       ADD 1 TO WS-DENIED-COUNT
                   END-IF
               END-IF
               PERFORM WriteDecisionLog
           ELSE
               WRITE HOLDO-REC FROM MULT-HOLD-REC
               MOVE "HELD - AWAITING DECISION" TO HRL-DTL-DISPOSITION
               ADD 1 TO WS-CARRIED-COUNT
           END-IF
           PERFORM WriteReleaseDetailLine.

      *> Dual control: the card at WS-DEC-SUB takes effect only
      *> when it names the operator who prepared it and an approval
      *> by a different operator repeats it exactly, action
      *> included. Anything else is refused and the reason kept for
      *> the report line and the history. An approval that matched,
      *> even the preparer's own, is used up and left at WS-APV-SUB
      *> for the history.
       CheckDualControl.
           MOVE "N" TO WS-DUAL-SWITCH
           MOVE "N" TO WS-APV-FOUND-SWITCH
           MOVE SPACES TO WS-DUAL-REFUSE-TEXT
           MOVE SPACES TO WS-DUAL-APPROVER-ID
           IF WS-DUAL-PREPARER-ID = SPACES
               MOVE "HELD - NO PREPARER ID" TO WS-DUAL-REFUSE-TEXT
           ELSE
               PERFORM FindApproval
               IF WS-APV-FOUND
                   MOVE "Y" TO WS-APV-TBL-USED (WS-APV-SUB)
                   MOVE WS-APV-TBL-APPROVER (WS-APV-SUB)
                       TO WS-DUAL-APPROVER-ID
                   IF WS-DUAL-APPROVER-ID = WS-DUAL-PREPARER-ID
                       MOVE "HELD - SELF-APPROVED"
                           TO WS-DUAL-REFUSE-TEXT
                   ELSE
                       MOVE "Y" TO WS-DUAL-SWITCH
                   END-IF
               ELSE
                   MOVE "HELD - NOT APPROVED" TO WS-DUAL-REFUSE-TEXT
               END-IF
           END-IF.

      *> An approval by another operator is taken first; failing
      *> that, one by the preparer is found so the refusal can say
      *> so. An approval keyed with no approver matches nothing.
       FindApproval.
           IF WS-APV-COUNT > ZEROES
               SET APV-IDX TO 1
               SEARCH WS-APV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APV-TBL-ACTION (APV-IDX)
                               = WS-DEC-TBL-ACTION (WS-DEC-SUB)
                           AND WS-APV-TBL-ITEM-CODE (APV-IDX)
                               = WS-DEC-TBL-ITEM-CODE (WS-DEC-SUB)
                           AND WS-APV-TBL-DEPT-CODE (APV-IDX)
                               = WS-DEC-TBL-DEPT-CODE (WS-DEC-SUB)
                           AND WS-APV-TBL-NUM1 (APV-IDX)
                               = WS-DEC-TBL-NUM1 (WS-DEC-SUB)
                           AND WS-APV-TBL-NUM2 (APV-IDX)
                               = WS-DEC-TBL-NUM2 (WS-DEC-SUB)
                           AND WS-APV-TBL-APPROVER (APV-IDX)
                               NOT = WS-DUAL-PREPARER-ID
                           AND WS-APV-TBL-APPROVER (APV-IDX)
                               NOT = SPACES
                           AND WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       MOVE "Y" TO WS-APV-FOUND-SWITCH
                       SET WS-APV-SUB TO APV-IDX
               END-SEARCH
           END-IF
           IF WS-APV-COUNT > ZEROES AND NOT WS-APV-FOUND
               SET APV-IDX TO 1
               SEARCH WS-APV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APV-TBL-ACTION (APV-IDX)
                               = WS-DEC-TBL-ACTION (WS-DEC-SUB)
                           AND WS-APV-TBL-ITEM-CODE (APV-IDX)
                               = WS-DEC-TBL-ITEM-CODE (WS-DEC-SUB)
                           AND WS-APV-TBL-DEPT-CODE (APV-IDX)
                               = WS-DEC-TBL-DEPT-CODE (WS-DEC-SUB)
                           AND WS-APV-TBL-NUM1 (APV-IDX)
                               = WS-DEC-TBL-NUM1 (WS-DEC-SUB)
                           AND WS-APV-TBL-NUM2 (APV-IDX)
                               = WS-DEC-TBL-NUM2 (WS-DEC-SUB)
                           AND WS-APV-TBL-APPROVER (APV-IDX)
                               = WS-DUAL-PREPARER-ID
                           AND WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       MOVE "Y" TO WS-APV-FOUND-SWITCH
                       SET WS-APV-SUB TO APV-IDX
               END-SEARCH
           END-IF.

      *> Logs the decision at WS-DEC-SUB.
       WriteDecisionLog.
           MOVE WS-DEC-TBL-ITEM-CODE (WS-DEC-SUB) TO DCL-ITEM-CODE
           MOVE WS-DEC-TBL-DEPT-CODE (WS-DEC-SUB) TO DCL-DEPT-CODE
           MOVE WS-DEC-TBL-NUM1 (WS-DEC-SUB) TO DCL-NUM1
           MOVE WS-DEC-TBL-NUM2 (WS-DEC-SUB) TO DCL-NUM2
           MOVE WS-DEC-TBL-ACTION (WS-DEC-SUB) TO DCL-ACTION
           PERFORM WriteDecisionLogEvents.

      *> One P record from the card for the preparer, then an A
      *> record from the approval for the approver, or an R record
      *> with the refusal reason (from the approval when one
      *> matched, otherwise from the card with no operator). The
      *> card's identity is in the DCL fields on entry and its
      *> disposition is on the report detail line.
       WriteDecisionLogEvents.
           SET DCL-HOLD-DECISION-DECK TO TRUE
           MOVE WS-SYS-DATE TO DCL-DATE
           MOVE WS-SYS-TIME TO DCL-TIME
           MOVE SPACES TO DCL-NEW-NUM1
           MOVE SPACES TO DCL-NEW-NUM2

           SET DCL-PREPARED TO TRUE
           MOVE WS-DUAL-PREPARER-ID TO DCL-OPERATOR-ID
           MOVE HRL-DTL-DISPOSITION TO DCL-OUTCOME
           WRITE MULT-DUAL-CTL-REC

           IF WS-APV-FOUND
               PERFORM MoveApprovalToLog
           ELSE
               MOVE SPACES TO DCL-OPERATOR-ID
           END-IF
           IF WS-DUAL-APPROVED
               SET DCL-APPROVED TO TRUE
               MOVE HRL-DTL-DISPOSITION TO DCL-OUTCOME
           ELSE
               SET DCL-REFUSED TO TRUE
               MOVE WS-DUAL-REFUSE-TEXT TO DCL-OUTCOME
           END-IF
           WRITE MULT-DUAL-CTL-REC.

       MoveApprovalToLog.
           MOVE WS-APV-TBL-APPROVER (WS-APV-SUB) TO DCL-OPERATOR-ID
           MOVE WS-APV-TBL-ITEM-CODE (WS-APV-SUB) TO DCL-ITEM-CODE
           MOVE WS-APV-TBL-DEPT-CODE (WS-APV-SUB) TO DCL-DEPT-CODE
           MOVE WS-APV-TBL-NUM1 (WS-APV-SUB) TO DCL-NUM1
           MOVE WS-APV-TBL-NUM2 (WS-APV-SUB) TO DCL-NUM2
           MOVE SPACES TO DCL-NEW-NUM1
           MOVE SPACES TO DCL-NEW-NUM2
           MOVE WS-APV-TBL-ACTION (WS-APV-SUB) TO DCL-ACTION.

       FindDecision.
           MOVE "N" TO WS-DEC-FOUND-SWITCH
           IF WS-DEC-COUNT > ZEROES
               SET DEC-IDX TO 1
               SEARCH WS-DEC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEC-TBL-ITEM-CODE (DEC-IDX)
                               = HOLD-ITEM-CODE
                           AND WS-DEC-TBL-DEPT-CODE (DEC-IDX)
                               = HOLD-DEPT-CODE
                           AND WS-DEC-TBL-NUM1 (DEC-IDX)
                               = HOLD-NUM1
                           AND WS-DEC-TBL-NUM2 (DEC-IDX)
                               = HOLD-NUM2
                           AND WS-DEC-TBL-USED (DEC-IDX) NOT = "Y"
                       MOVE "Y" TO WS-DEC-FOUND-SWITCH
                       SET WS-DEC-SUB TO DEC-IDX
               END-SEARCH
           END-IF.

      *> The hold carries the transaction as it arrived, so the
      *> sender's Num2 goes back on the recycle record and the
      *> multiply step re-prices it through the quantity-break
      *> table as before. The release flag tells it not to judge
      *> the Result against the tolerance file a second time.
       WriteReleasedRecycleRecord.
           MOVE HOLD-NUM1 TO WS-REL-NUM1-X
           MOVE HOLD-NUM2 TO WS-REL-NUM2-X
           MOVE SPACES TO MULT-TRANS-REC
           SET MULT-DETAIL-REC TO TRUE
           MOVE HOLD-ITEM-CODE TO MULT-ITEM-CODE
           MOVE HOLD-DEPT-CODE TO MULT-DEPT-CODE
           MOVE WS-REL-NUM1-9 TO MULT-NUM1
           MOVE WS-REL-NUM2-9 TO MULT-NUM2
           SET MULT-HOLD-RELEASED TO TRUE
           MOVE HOLD-CURRENCY TO MULT-DTL-CURRENCY
           WRITE MULT-TRANS-REC.

       WriteReleaseDetailLine.
           MOVE HOLD-ITEM-CODE TO HRL-DTL-ITEM-CODE
           MOVE HOLD-DEPT-CODE TO HRL-DTL-DEPT-CODE
           MOVE HOLD-NUM1 TO HRL-DTL-NUM1
           MOVE HOLD-NUM2 TO HRL-DTL-NUM2
           MOVE HOLD-RESULT TO HRL-DTL-RESULT
           MOVE HOLD-RUN-DATE TO HRL-DTL-RUN-DATE
           MOVE HRL-DETAIL-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC.

      *> A decision that matched no hold is either mis-keyed or
      *> left over from a previous day - every one is listed so the
      *> operator can re-key or discard it.
       ReportUnusedDecisions.
           IF WS-DEC-COUNT > ZEROES
               PERFORM VARYING DEC-IDX FROM 1 BY 1
                       UNTIL DEC-IDX > WS-DEC-COUNT
                   IF WS-DEC-TBL-USED (DEC-IDX) NOT = "Y"
                       ADD 1 TO WS-UNUSED-DEC-COUNT
                       MOVE WS-DEC-TBL-ITEM-CODE (DEC-IDX)
                           TO HRL-DTL-ITEM-CODE
                       MOVE WS-DEC-TBL-DEPT-CODE (DEC-IDX)
                           TO HRL-DTL-DEPT-CODE
                       MOVE WS-DEC-TBL-NUM1 (DEC-IDX)
                           TO HRL-DTL-NUM1
                       MOVE WS-DEC-TBL-NUM2 (DEC-IDX)
                           TO HRL-DTL-NUM2
                       MOVE ZEROES TO HRL-DTL-RESULT
                       MOVE ZEROES TO HRL-DTL-RUN-DATE
                       MOVE "DECISION MATCHED NO HOLD"
                           TO HRL-DTL-DISPOSITION
                       MOVE HRL-DETAIL-LINE TO HRL-PRINT-REC
                       WRITE HRL-PRINT-REC
                       SET WS-DEC-SUB TO DEC-IDX
                       MOVE WS-DEC-TBL-PREPARER (DEC-IDX)
                           TO WS-DUAL-PREPARER-ID
                       PERFORM CheckDualControl
                       PERFORM WriteDecisionLog
                   END-IF
               END-PERFORM
           END-IF.

      *> An approval that matched no decision authorizes a release
      *> or denial nobody submitted - typically a card altered after
      *> it was approved. Every one is listed and logged as a U
      *> record.
       ReportUnusedApprovals.
           IF WS-APV-COUNT > ZEROES
               PERFORM VARYING APV-IDX FROM 1 BY 1
                       UNTIL APV-IDX > WS-APV-COUNT
                   IF WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       ADD 1 TO WS-UNUSED-APV-COUNT
                       MOVE WS-APV-TBL-ITEM-CODE (APV-IDX)
                           TO HRL-DTL-ITEM-CODE
                       MOVE WS-APV-TBL-DEPT-CODE (APV-IDX)
                           TO HRL-DTL-DEPT-CODE
                       MOVE WS-APV-TBL-NUM1 (APV-IDX)
                           TO HRL-DTL-NUM1
                       MOVE WS-APV-TBL-NUM2 (APV-IDX)
                           TO HRL-DTL-NUM2
                       MOVE ZEROES TO HRL-DTL-RESULT
                       MOVE ZEROES TO HRL-DTL-RUN-DATE
                       MOVE "APPROVAL MATCHED NO DECISION"
                           TO HRL-DTL-DISPOSITION
                       MOVE HRL-DETAIL-LINE TO HRL-PRINT-REC
                       WRITE HRL-PRINT-REC
                       SET WS-APV-SUB TO APV-IDX
                       SET DCL-HOLD-DECISION-DECK TO TRUE
                       MOVE WS-SYS-DATE TO DCL-DATE
                       MOVE WS-SYS-TIME TO DCL-TIME
                       PERFORM MoveApprovalToLog
                       SET DCL-APPROVAL-UNUSED TO TRUE
                       MOVE HRL-DTL-DISPOSITION TO DCL-OUTCOME
                       WRITE MULT-DUAL-CTL-REC
                   END-IF
               END-PERFORM
           END-IF.

       WriteReleaseSummary.
           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "HELD RECORDS READ:" TO HRL-SUM-LABEL
           MOVE WS-HOLD-READ-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "RELEASED TO RECYCLE:" TO HRL-SUM-LABEL
           MOVE WS-RELEASED-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "DENIED:" TO HRL-SUM-LABEL
           MOVE WS-DENIED-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "CARRIED FORWARD AWAITING DECISION:" TO HRL-SUM-LABEL
           MOVE WS-CARRIED-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "DECISIONS MATCHING NO HOLD:" TO HRL-SUM-LABEL
           MOVE WS-UNUSED-DEC-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "DECISIONS WITH AN INVALID ACTION:" TO HRL-SUM-LABEL
           MOVE WS-BAD-DEC-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "DECISIONS HELD - NOT DUAL APPROVED:"
               TO HRL-SUM-LABEL
           MOVE WS-HELD-DEC-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC

           MOVE SPACES TO HRL-SUMMARY-LINE
           MOVE "APPROVALS MATCHING NO DECISION:" TO HRL-SUM-LABEL
           MOVE WS-UNUSED-APV-COUNT TO HRL-SUM-VALUE
           MOVE HRL-SUMMARY-LINE TO HRL-PRINT-REC
           WRITE HRL-PRINT-REC.

       END PROGRAM MultHoldRelease.
