      *> remain in the retained suspense generations for review.
      *> Runs after the reject repair step in the same job and
      *> extends the recycle generation that step created.
      *> Decisions are under dual control: each card names the
      *> operator who prepared it, and a different operator approves
      *> it on the separately keyed approval file (MULTAPV, deck S),
      *> repeating the suspend's identity. A decision with no
      *> preparer, with no approval matching it exactly, or approved
      *> only by its own preparer is held and reported, never
      *> applied, and the suspend stays in suspense. Each card's
      *> preparation (from the card) and its approval or refusal
      *> (from the approval) is appended to the cumulative
      *> dual-control history (MULTDCLG), as is every approval that
      *> matched no card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "MULTAPV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APV-FILE-STATUS.

           SELECT MULT-RECYCLE-FILE ASSIGN TO "MULTRCY"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSP-RELEASE-RPT-FILE ASSIGN TO "MULTSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUAL-CTL-LOG-FILE ASSIGN TO "MULTDCLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-SUSP-FILE.
       FD  SUSP-DECISION-FILE.
       COPY MULTSDC.

       FD  APPROVAL-FILE.
       COPY MULTAPV.

       FD  MULT-RECYCLE-FILE.
       COPY MULTREC.

       FD  SUSP-RELEASE-RPT-FILE.
       01  SRL-PRINT-REC               PIC X(132).

       FD  DUAL-CTL-LOG-FILE.
       COPY MULTDCL.

       WORKING-STORAGE SECTION.
       01  WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-DCL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-APV-FILE-STATUS          PIC XX VALUE SPACES.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".
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

       01  WS-SUSP-READ-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-RELEASED-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-UNRELEASED-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-DEC-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-HELD-DEC-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-UNUSED-APV-COUNT         PIC 9(7) VALUE ZEROES.

      *> Released values pass through this redefined pair so the
      *> recycle record is written with numeric fields, exactly as
               10  WS-DEC-TBL-DEPT-CODE    PIC X(4).
               10  WS-DEC-TBL-NUM1         PIC X(5).
               10  WS-DEC-TBL-NUM2         PIC X(7).
               10  WS-DEC-TBL-PREPARER     PIC X(8).
               10  WS-DEC-TBL-USED         PIC X.

      *> Deck S approval table, loaded once in LoadApprovals. USED
      *> marks an approval that has matched a card, so one approval
      *> authorizes one card and the rest are reported.
       01  WS-APV-SUB                  PIC 9(5) VALUE ZEROES.
       01  WS-APV-TABLE-MAX            PIC 9(5) VALUE 500.
       01  WS-APV-COUNT                PIC 9(5) VALUE ZEROES.
       01  WS-APV-TABLE.
           05  WS-APV-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-APV-COUNT
                   INDEXED BY APV-IDX.
               10  WS-APV-TBL-ITEM-CODE    PIC X(8).
               10  WS-APV-TBL-DEPT-CODE    PIC X(4).
               10  WS-APV-TBL-NUM1         PIC X(5).
               10  WS-APV-TBL-NUM2         PIC X(7).
               10  WS-APV-TBL-APPROVER     PIC X(8).
               10  WS-APV-TBL-USED         PIC X.

       COPY MULTSRP.

       PROCEDURE DIVISION.
       ReleaseSuspends.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYS-TIME FROM TIME
           MOVE WS-SYS-MM TO WS-MMDDYYYY(1:2)
           MOVE WS-SYS-DD TO WS-MMDDYYYY(3:2)
           MOVE WS-SYS-YYYY TO WS-MMDDYYYY(5:4)

           PERFORM LoadDecisions
           PERFORM LoadApprovals

           OPEN INPUT MULT-SUSP-FILE
           OPEN EXTEND MULT-RECYCLE-FILE
           OPEN OUTPUT SUSP-RELEASE-RPT-FILE

      *> EXTEND appends to the cumulative history; the very first
      *> card ever logged falls back to OUTPUT to create it.
           OPEN EXTEND DUAL-CTL-LOG-FILE
           IF WS-DCL-FILE-STATUS = "35"
               OPEN OUTPUT DUAL-CTL-LOG-FILE
           END-IF

           MOVE WS-MMDDYYYY TO SRL-HDR-DATE
           MOVE SRL-HEADER-LINE TO SRL-PRINT-REC
           WRITE SRL-PRINT-REC
           END-PERFORM

           PERFORM ReportUnusedDecisions
           PERFORM ReportUnusedApprovals
           PERFORM WriteReleaseSummary

           CLOSE MULT-SUSP-FILE
           CLOSE MULT-RECYCLE-FILE
           CLOSE SUSP-RELEASE-RPT-FILE
           CLOSE DUAL-CTL-LOG-FILE

           IF WS-UNUSED-DEC-COUNT > ZEROES
                   OR WS-HELD-DEC-COUNT > ZEROES
                   OR WS-UNUSED-APV-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

                               WS-DEC-TBL-NUM1 (WS-DEC-COUNT)
                           MOVE DEC-NUM2 TO
                               WS-DEC-TBL-NUM2 (WS-DEC-COUNT)
                           MOVE DEC-PREPARER-ID TO
                               WS-DEC-TBL-PREPARER (WS-DEC-COUNT)
                           MOVE "N" TO
                               WS-DEC-TBL-USED (WS-DEC-COUNT)
                   END-READ
               CLOSE SUSP-DECISION-FILE
           END-IF.

      *> The approval file is optional too - with none, every
      *> decision is held as not approved. It carries the approvals
      *> for all three decks; only deck S is loaded here.
       LoadApprovals.
           OPEN INPUT APPROVAL-FILE
           IF WS-APV-FILE-STATUS = "00"
               PERFORM UNTIL WS-APV-END-OF-FILE
                   READ APPROVAL-FILE
                       AT END
                           SET WS-APV-END-OF-FILE TO TRUE
                       NOT AT END
                           IF APV-SUSP-DECISION-DECK
                               PERFORM LoadOneApproval
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       LoadOneApproval.
           IF WS-APV-COUNT >= WS-APV-TABLE-MAX
               DISPLAY "APPROVAL FILE EXCEEDS "
                   WS-APV-TABLE-MAX " DECK S ENTRIES - "
                   "INCREASE WS-APV-TABLE-MAX"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-APV-COUNT
           MOVE APV-ITEM-CODE TO WS-APV-TBL-ITEM-CODE (WS-APV-COUNT)
           MOVE APV-DEPT-CODE TO WS-APV-TBL-DEPT-CODE (WS-APV-COUNT)
           MOVE APV-NUM1 TO WS-APV-TBL-NUM1 (WS-APV-COUNT)
           MOVE APV-NUM2 TO WS-APV-TBL-NUM2 (WS-APV-COUNT)
           MOVE APV-APPROVER-ID TO WS-APV-TBL-APPROVER (WS-APV-COUNT)
           MOVE "N" TO WS-APV-TBL-USED (WS-APV-COUNT).

       ReleaseOneSuspend.
           PERFORM FindDecision
           IF WS-DEC-FOUND
               MOVE "Y" TO WS-DEC-TBL-USED (WS-DEC-SUB)
               MOVE WS-DEC-TBL-PREPARER (WS-DEC-SUB)
                   TO WS-DUAL-PREPARER-ID
               PERFORM CheckDualControl
               IF WS-DUAL-APPROVED
                   PERFORM WriteReleasedRecycleRecord
                   MOVE "RELEASED TO RECYCLE" TO SRL-DTL-DISPOSITION
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   MOVE WS-DUAL-REFUSE-TEXT TO SRL-DTL-DISPOSITION
                   ADD 1 TO WS-HELD-DEC-COUNT
                   ADD 1 TO WS-UNRELEASED-COUNT
               END-IF
               PERFORM WriteDecisionLog
           ELSE
               MOVE "HELD IN SUSPENSE" TO SRL-DTL-DISPOSITION
               ADD 1 TO WS-UNRELEASED-COUNT
           END-IF
           PERFORM WriteReleaseDetailLine.

      *> Dual control: the card at WS-DEC-SUB takes effect only
      *> when it names the operator who prepared it and an approval
      *> by a different operator repeats it exactly. Anything else
      *> is refused and the reason kept for the report line and the
      *> history. An approval that matched, even the preparer's own,
      *> is used up and left at WS-APV-SUB for the history.
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
                   WHEN WS-APV-TBL-ITEM-CODE (APV-IDX)
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
                   WHEN WS-APV-TBL-ITEM-CODE (APV-IDX)
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

      *> Logs the decision at WS-DEC-SUB: one P record from the card
      *> for the preparer, then an A record from the approval for
      *> the approver, or an R record with the refusal reason (from
      *> the approval when one matched, otherwise from the card with
      *> no operator). The card's disposition is on the report
      *> detail line.
       WriteDecisionLog.
           SET DCL-SUSP-DECISION-DECK TO TRUE
           MOVE WS-SYS-DATE TO DCL-DATE
           MOVE WS-SYS-TIME TO DCL-TIME
           MOVE WS-DEC-TBL-ITEM-CODE (WS-DEC-SUB) TO DCL-ITEM-CODE
           MOVE WS-DEC-TBL-DEPT-CODE (WS-DEC-SUB) TO DCL-DEPT-CODE
           MOVE WS-DEC-TBL-NUM1 (WS-DEC-SUB) TO DCL-NUM1
           MOVE WS-DEC-TBL-NUM2 (WS-DEC-SUB) TO DCL-NUM2
           MOVE SPACES TO DCL-NEW-NUM1
           MOVE SPACES TO DCL-NEW-NUM2
           MOVE SPACE TO DCL-ACTION

           SET DCL-PREPARED TO TRUE
           MOVE WS-DUAL-PREPARER-ID TO DCL-OPERATOR-ID
           MOVE SRL-DTL-DISPOSITION TO DCL-OUTCOME
           WRITE MULT-DUAL-CTL-REC

           IF WS-APV-FOUND
               PERFORM MoveApprovalToLog
           ELSE
               MOVE SPACES TO DCL-OPERATOR-ID
           END-IF
           IF WS-DUAL-APPROVED
               SET DCL-APPROVED TO TRUE
               MOVE SRL-DTL-DISPOSITION TO DCL-OUTCOME
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
           MOVE SPACE TO DCL-ACTION.

       FindDecision.
           MOVE "N" TO WS-DEC-FOUND-SWITCH
           IF WS-DEC-COUNT > ZEROES
           MOVE SUSP-DEPT-CODE TO MULT-DEPT-CODE
           MOVE WS-REL-NUM1-9 TO MULT-NUM1
           MOVE WS-REL-NUM2-9 TO MULT-NUM2
           MOVE SUSP-CURRENCY TO MULT-DTL-CURRENCY
           WRITE MULT-TRANS-REC.

       WriteReleaseDetailLine.
                           TO SRL-DTL-DISPOSITION
                       MOVE SRL-DETAIL-LINE TO SRL-PRINT-REC
                       WRITE SRL-PRINT-REC
                       SET WS-DEC-SUB TO DEC-IDX
                       MOVE WS-DEC-TBL-PREPARER (DEC-IDX)
                           TO WS-DUAL-PREPARER-ID
                       PERFORM CheckDualControl
                       PERFORM WriteDecisionLog
                   END-IF
               END-PERFORM
           END-IF.

      *> An approval that matched no decision authorizes a release
      *> nobody submitted - typically a card altered after it was
      *> approved. Every one is listed and logged as a U record.
       ReportUnusedApprovals.
           IF WS-APV-COUNT > ZEROES
               PERFORM VARYING APV-IDX FROM 1 BY 1
                       UNTIL APV-IDX > WS-APV-COUNT
                   IF WS-APV-TBL-USED (APV-IDX) NOT = "Y"
                       ADD 1 TO WS-UNUSED-APV-COUNT
                       MOVE WS-APV-TBL-ITEM-CODE (APV-IDX)
                           TO SRL-DTL-ITEM-CODE
                       MOVE WS-APV-TBL-DEPT-CODE (APV-IDX)
                           TO SRL-DTL-DEPT-CODE
                       MOVE WS-APV-TBL-NUM1 (APV-IDX)
                           TO SRL-DTL-NUM1
                       MOVE WS-APV-TBL-NUM2 (APV-IDX)
                           TO SRL-DTL-NUM2
                       MOVE ZEROES TO SRL-DTL-ORIG-DATE
                       MOVE "APPROVAL MATCHED NO DECISION"
                           TO SRL-DTL-DISPOSITION
                       MOVE SRL-DETAIL-LINE TO SRL-PRINT-REC
                       WRITE SRL-PRINT-REC
                       SET WS-APV-SUB TO APV-IDX
                       SET DCL-SUSP-DECISION-DECK TO TRUE
                       MOVE WS-SYS-DATE TO DCL-DATE
                       MOVE WS-SYS-TIME TO DCL-TIME
                       PERFORM MoveApprovalToLog
                       SET DCL-APPROVAL-UNUSED TO TRUE
                       MOVE SRL-DTL-DISPOSITION TO DCL-OUTCOME
                       WRITE MULT-DUAL-CTL-REC
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "DECISIONS MATCHING NO SUSPEND:" TO SRL-SUM-LABEL
           MOVE WS-UNUSED-DEC-COUNT TO SRL-SUM-VALUE
           MOVE SRL-SUMMARY-LINE TO SRL-PRINT-REC
           WRITE SRL-PRINT-REC

           MOVE SPACES TO SRL-SUMMARY-LINE
           MOVE "DECISIONS HELD - NOT DUAL APPROVED:"
               TO SRL-SUM-LABEL
           MOVE WS-HELD-DEC-COUNT TO SRL-SUM-VALUE
           MOVE SRL-SUMMARY-LINE TO SRL-PRINT-REC
           WRITE SRL-PRINT-REC

           MOVE SPACES TO SRL-SUMMARY-LINE
           MOVE "APPROVALS MATCHING NO DECISION:" TO SRL-SUM-LABEL
           MOVE WS-UNUSED-APV-COUNT TO SRL-SUM-VALUE
           MOVE SRL-SUMMARY-LINE TO SRL-PRINT-REC
           WRITE SRL-PRINT-REC.

       END PROGRAM MultSuspRelease.
